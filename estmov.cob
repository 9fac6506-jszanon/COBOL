001900*                 MOVHIST.TMP (TECNICA DO AUDHKP) - UM
002000*                 LANCAMENTO NAO PODE SER ESTORNADO DUAS VEZES,
002100*                 E O RELEXTR MOSTRA OS DOIS LADOS LIGADOS.
002100*                 O ESTORNO DE UM DEBITO CONTESTADO (DISPUTAS.DAT,
002100*                 ABERTA NO CADDISP) ENCERRA A DISPUTA COMO
002100*                 DEFERIDA.
002200*----------------------------------------------------------------*
002300*    HISTORICO DE ALTERACOES
002400*    DATA       AUTOR   DESCRICAO
002620*                       VERIFICADOR (COPYBOOK DIGVER) - ESTORNO
002630*                       E MOVIMENTO DE DINHEIRO, ID VIZINHO
002640*                       DIGITADO ERRADO PARA NO TECLADO.
002650*    2025-02-14 JSZ     O MOTIVO ESTORNO PRECISA ESTAR ATIVO NA
002660*                       TABELA DE MOTIVOS (COPYBOOK MOTTAB) E
002670*                       ADMITIR O TIPO DO MOVIMENTO OPOSTO -
002680*                       SEM ISSO O ESTORNO NAO E GERADO.
002680*    2025-05-02 JSZ     O ESTORNO DE UM DEBITO COM DISPUTA ABERTA
002680*                       (DISPUTAS.DAT) ENCERRA A DISPUTA COMO
002680*                       DEFERIDA. O LANCAMENTO E RECONHECIDO POR
002680*                       DATA, VALOR, MOTIVO E DATA DE EFETIVACAO,
002680*                       QUE NAO MUDAM COM O FECMES.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004000     SELECT MOVIMENTOS ASSIGN TO WS-MOVIMENTOS-DSN
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-FS-MOV.
004210     SELECT MOTIVOS ASSIGN TO WS-MOTIVOS-DSN
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS DYNAMIC
004240         RECORD KEY IS MTV-CODIGO
004250         LOCK MODE IS MANUAL
004260         FILE STATUS IS WS-FS-MTV.
004260     SELECT DISPUTAS ASSIGN TO WS-DISPUTAS-DSN
004260         ORGANIZATION IS INDEXED
004260         ACCESS MODE IS DYNAMIC
004260         RECORD KEY IS DSP-CHAVE
004260         FILE STATUS IS WS-FS-DSP.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  HISTORICO.
004800 01  REG-HISTEMP                  PIC X(59).
004900 FD  MOVIMENTOS.
005000     COPY MOVREG.
005010 FD  MOTIVOS.
005020     COPY MOTREG.
005020 FD  DISPUTAS.
005020     COPY DISPREG.
005100 WORKING-STORAGE SECTION.
005200 01  WS-HISTORICO-DSN             PIC X(100) VALUE 'MOVHIST.DAT'.
005300 01  WS-HISTEMP-DSN               PIC X(100) VALUE 'MOVHIST.TMP'.
005400 01  WS-MOVIMENTOS-DSN            PIC X(100) VALUE 'MOVCTT.DAT'.
005400 01  WS-DISPUTAS-DSN              PIC X(100) VALUE 'DISPUTAS.DAT'.
005500 77  WS-FS-HIS                    PIC X(02) VALUE '00'.
005600     88 FS-HIS-OK                 VALUE '00'.
005700 77  WS-FS-TMP                    PIC X(02) VALUE '00'.
005800     88 FS-TMP-OK                 VALUE '00'.
005900 77  WS-FS-MOV                    PIC X(02) VALUE '00'.
006000     88 FS-MOV-OK                 VALUE '00'.
006000 77  WS-FS-DSP                    PIC X(02) VALUE '00'.
006000     88 FS-DSP-OK                 VALUE '00'.
006100 77  WS-FS                        PIC X(02) VALUE '00'.
006200 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
006300 77  WS-EXIT                      PIC X(01) VALUE 'N'.
006400     88 EXIT-OK                   VALUE 'F' FALSE 'N'.
006500 77  WS-EOF-HIS                   PIC X(01) VALUE 'N'.
006600     88 EOF-HIS-OK                VALUE 'S' FALSE 'N'.
006600 01  WS-DSP-EOF-SW                PIC X(01) VALUE 'N'.
006600     88 DSP-EOF-OK                VALUE 'S' FALSE 'N'.
006700*----------------------------------------------------------------*
006800*    IDENTIFICACAO DO LANCAMENTO ALVO                             *
006900*----------------------------------------------------------------*
008300 01  WS-ALVO.
008400     03  WS-ALVO-TIPO             PIC X(01).
008500     03  WS-ALVO-VALOR            PIC 9(09)V99.
008500     03  WS-ALVO-MOTIVO           PIC X(10).
008500     03  WS-ALVO-DATA-POST        PIC 9(08).
008600 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
008610*----------------------------------------------------------------*
008620*    AREA DO DIGITO VERIFICADOR DO ID (COPYBOOK DIGVER)          *
008690 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
008691 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
008692     88 DV-OK                     VALUE 'S' FALSE 'N'.
008695*----------------------------------------------------------------*
008695*    AREA DA TABELA DE MOTIVOS (COPYBOOK MOTTAB)                 *
008695*----------------------------------------------------------------*
008695 01  WS-MOTIVOS-DSN               PIC X(100) VALUE 'MOTIVOS.DAT'.
008695 77  WS-FS-MTV                    PIC X(02) VALUE '00'.
008695     88 FS-MTV-OK                 VALUE '00'.
008695 77  WS-MTV-QTD                   PIC 9(02) VALUE ZEROS.
008695 01  WS-TAB-MOTIVOS.
008695     03  WS-MTV-ENT               OCCURS 50 TIMES.
008695         05  WS-MTV-COD           PIC X(10).
008695         05  WS-MTV-NAT           PIC X(01).
008695         05  WS-MTV-CONTA         PIC X(12).
008695         05  WS-MTV-USO           PIC X(01).
008695         05  WS-MTV-SIT           PIC X(01).
008695 77  WS-MTV-IDX                   PIC 9(02) VALUE ZEROS.
008695 77  WS-MTV-ACHADO                PIC 9(02) VALUE ZEROS.
008695 01  WS-MTV-EOF-SW                PIC X(01) VALUE 'N'.
008695     88 MTV-EOF-OK                VALUE 'S' FALSE 'N'.
008695 01  WS-MTV-CARREGADA-SW          PIC X(01) VALUE 'N'.
008695     88 MTV-TAB-CARREGADA         VALUE 'S'.
008695 77  WS-MTV-BUSCA                 PIC X(10) VALUE SPACES.
008695 77  WS-MTV-TIPO-BUSCA            PIC X(01) VALUE SPACES.
008695 01  WS-MTV-VALIDO-SW             PIC X(01) VALUE 'N'.
008695     88 MOTIVO-VALIDO             VALUE 'S' FALSE 'N'.
008695 77  WS-MTV-ERRO                  PIC X(50) VALUE SPACES.
008700 PROCEDURE DIVISION.
008800******************************************************************
008900*    0000-MAINLINE - ROTINA PRINCIPAL                            *
012600     IF NOT ALVO-VALIDO
012700        GO TO P100-FIM
012800     END-IF
012810
012820*    O ESTORNO SO E GERADO COM O MOTIVO ATIVO NA TABELA E COM
012830*    NATUREZA QUE ADMITA O TIPO OPOSTO AO DO ORIGINAL.
012840     MOVE 'ESTORNO'               TO WS-MTV-BUSCA
012850     IF WS-ALVO-TIPO = 'D'
012860        MOVE 'C'                  TO WS-MTV-TIPO-BUSCA
012870     ELSE
012880        MOVE 'D'                  TO WS-MTV-TIPO-BUSCA
012890     END-IF
012891     PERFORM 9360-VALIDAR-MOTIVO  THRU 9360-FIM
012892     IF NOT MOTIVO-VALIDO
012893        DISPLAY 'MOTIVO ESTORNO: ' FUNCTION TRIM(WS-MTV-ERRO)
012894                ' - ESTORNO NAO GERADO (VER CADMOT).'
012895        GO TO P100-FIM
012896     END-IF
012900
013000     DISPLAY 'CONFIRMA O ESTORNO? (S/N): '
013100     ACCEPT WS-RESP-CONFIRMA
013900        GO TO P100-FIM
014000     END-IF
014100     PERFORM P400-MARCAR-ORIGINAL THRU P400-FIM
014100     IF WS-ALVO-TIPO = 'D'
014100        PERFORM P500-ENCERRAR-DISPUTA THRU P500-FIM
014100     END-IF
014200     .
014300 P100-FIM. EXIT.
014400******************************************************************
021200
021300     MOVE HIS-TIPO                TO WS-ALVO-TIPO
021400     MOVE HIS-VALOR               TO WS-ALVO-VALOR
021400     MOVE HIS-MOTIVO              TO WS-ALVO-MOTIVO
021400     MOVE HIS-DATA-POST           TO WS-ALVO-DATA-POST
021500     SET ALVO-VALIDO              TO TRUE
021600     .
021700 P210-FIM. EXIT.
024500     MOVE 'ESTORNO'               TO MOV-MOTIVO
024600     MOVE WS-SEQ-ENTRADA          TO MOV-REF-SEQ
024610     MOVE SPACES                  TO MOV-LIBERADO
024610     MOVE SPACES                  TO MOV-OPER-INCL
024610     MOVE SPACES                  TO MOV-OPER-APROV
024700     WRITE REG-MOVIMENTO
024800     CLOSE MOVIMENTOS
024900     DISPLAY 'MOVIMENTO DE ESTORNO GERADO EM MOVCTT.DAT - SERA '
033200     END-READ
033300     .
033400 P430-FIM. EXIT.
033400******************************************************************
033400*    P500-ENCERRAR-DISPUTA - PROCURA DISPUTA ABERTA CONTRA O     *
033400*                 DEBITO ESTORNADO E A ENCERRA COMO DEFERIDA.    *
033400*                 SEM DISPUTAS.DAT NAO HA O QUE ENCERRAR         *
033400******************************************************************
033400 P500-ENCERRAR-DISPUTA.
033400     MOVE '00'                    TO WS-FS-DSP
033400     OPEN I-O DISPUTAS
033400     IF WS-FS-DSP = '35'
033400        GO TO P500-FIM
033400     END-IF
033400     IF NOT FS-DSP-OK
033400        MOVE WS-FS-DSP            TO WS-FS
033400        PERFORM 9000-TRADUZIR-FS
033400        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISPUTAS: ' WS-FS-MSG
033400        DISPLAY 'DISPUTA DO LANCAMENTO, SE HOUVER, CONTINUA '
033400                'ABERTA.'
033400        GO TO P500-FIM
033400     END-IF
033400     SET DSP-EOF-OK               TO FALSE
033400     MOVE WS-ID-ENTRADA           TO DSP-ID-CONTATO
033400     MOVE ZEROS                   TO DSP-SEQ
033400     START DISPUTAS KEY IS NOT LESS THAN DSP-CHAVE
033400         INVALID KEY
033400             SET DSP-EOF-OK       TO TRUE
033400     END-START
033400     PERFORM P510-LER-DISPUTA     THRU P510-FIM
033400         UNTIL DSP-EOF-OK
033400     CLOSE DISPUTAS
033400     .
033400 P500-FIM. EXIT.
033400******************************************************************
033400*    P510-LER-DISPUTA - LE UMA DISPUTA DO CONTATO E ENCERRA A    *
033400*                 PRIMEIRA ABERTA QUE RECONHECE O LANCAMENTO     *
033400******************************************************************
033400 P510-LER-DISPUTA.
033400     READ DISPUTAS NEXT RECORD
033400         AT END
033400             SET DSP-EOF-OK        TO TRUE
033400             GO TO P510-FIM
033400     END-READ
033400     IF DSP-ID-CONTATO NOT = WS-ID-ENTRADA
033400        SET DSP-EOF-OK            TO TRUE
033400        GO TO P510-FIM
033400     END-IF
033400     IF NOT DSP-ABERTA OR
033400        DSP-MOV-DATA      NOT = WS-DATA-ENTRADA OR
033400        DSP-MOV-VALOR     NOT = WS-ALVO-VALOR OR
033400        DSP-MOV-MOTIVO    NOT = WS-ALVO-MOTIVO OR
033400        DSP-MOV-DATA-POST NOT = WS-ALVO-DATA-POST
033400        GO TO P510-FIM
033400     END-IF
033400
033400     SET DSP-EOF-OK               TO TRUE
033400     SET DSP-DEFERIDA             TO TRUE
033400     MOVE WS-DATA-HOJE            TO DSP-DT-FECHO
033400     MOVE 'ESTMOV'                TO DSP-OPER-FECHO
033400     MOVE 'DEBITO ESTORNADO PELO ESTMOV.' TO DSP-PARECER
033400     REWRITE REG-DISPUTA
033400         INVALID KEY
033400             MOVE WS-FS-DSP       TO WS-FS
033400             PERFORM 9000-TRADUZIR-FS
033400             DISPLAY 'NAO FOI POSSIVEL ENCERRAR A DISPUTA '
033400                     DSP-SEQ ': ' WS-FS-MSG
033400         NOT INVALID KEY
033400             DISPLAY 'DISPUTA ' DSP-SEQ ' DO LANCAMENTO '
033400                     'ENCERRADA COMO DEFERIDA.'
033400     END-REWRITE
033400     .
033400 P510-FIM. EXIT.
033500******************************************************************
033600*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
033700******************************************************************
034100
034200     COPY FSTATUS.
034300     COPY DIGVER.
034400     COPY MOTTAB.
