000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RETREEM.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-05-23.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: PROCESSAMENTO DO RETORNO DOS REEMBOLSOS DE
000900*                 SALDO CREDOR (REEMRET.DAT), O PAR DE VOLTA DO
001000*                 ARQUIVO DE PAGAMENTO DO PAGREEM. O ARQUIVO TRAZ
001100*                 CABECALHO '00' (DATA + SEQUENCIA), ITENS '01'
001200*                 (SEQUENCIA DO PAGAMENTO + ITEM, ID-CONTATO,
001300*                 VALOR, SITUACAO E MOTIVO DO BANCO) E TRAILER
001400*                 '99' (QUANTIDADE + SOMA). COMO NO RETBANC, A
001500*                 PRIMEIRA PASSADA SO CONFERE OS TOTAIS - RETORNO
001600*                 QUE NAO FECHA E ABORTADO SEM GERAR NADA. NA
001700*                 SEGUNDA, CADA ITEM E CASADO COM O REEMBOLSO
001800*                 ENVIADO EM REEMB.DAT PELA SEQUENCIA + ITEM:
001900*                 - SITUACAO '00' (PAGO): REEMBOLSO LIQUIDADO;
002000*                 - OUTRA SITUACAO (RECUSADO PELO BANCO):
002100*                   REEMBOLSO DEVOLVIDO, COM O MOTIVO DO BANCO,
002200*                   E CREDITO ESTREEMB EM MOVCTT.DAT QUE ESTORNA
002300*                   O DEBITO REEMBOLSO E DEVOLVE O SALDO CREDOR
002400*                   AO CONTATO.
002500*                 ITEM SEM REEMBOLSO CORRESPONDENTE (OU COM
002600*                 CONTATO OU VALOR DIFERENTE) E REJEITADO (RC
002700*                 04); ITEM DE REEMBOLSO JA FECHADO E IGNORADO, O
002800*                 QUE PERMITE REPROCESSAR O MESMO RETORNO.
002900*----------------------------------------------------------------*
003000*    HISTORICO DE ALTERACOES
003100*    DATA       AUTOR   DESCRICAO
003200*    ---------- ------- ----------------------------------------
003300*    2025-05-23 JSZ     PROGRAMA CRIADO (RETORNO DOS REEMBOLSOS
003400*                       DE SALDO CREDOR).
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SPECIAL-NAMES.
003900     DECIMAL-POINT IS COMMA.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT RETORNO ASSIGN TO WS-RETORNO-DSN
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-FS-RET.
004500     SELECT REEMBOLSOS ASSIGN TO WS-REEMBOLSOS-DSN
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS REE-CHAVE
004900         ALTERNATE RECORD KEY IS REE-CHAVE-PAGTO WITH DUPLICATES
005000         FILE STATUS IS WS-FS-REE.
005100     SELECT MOVIMENTOS ASSIGN TO WS-MOVIMENTOS-DSN
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-FS-MOV.
005400     SELECT MOTIVOS ASSIGN TO WS-MOTIVOS-DSN
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS MTV-CODIGO
005800         FILE STATUS IS WS-FS-MTV.
005900     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-FS-RUN.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  RETORNO.
006500 01  REG-RETORNO                  PIC X(80).
006600 FD  REEMBOLSOS.
006700     COPY REEMREG.
006800 FD  MOVIMENTOS.
006900     COPY MOVREG.
007000 FD  MOTIVOS.
007100     COPY MOTREG.
007200 FD  RUNCTL.
007300     COPY RUNREG.
007400 WORKING-STORAGE SECTION.
007500 01  WS-RETORNO-DSN               PIC X(100) VALUE 'REEMRET.DAT'.
007600 01  WS-REEMBOLSOS-DSN            PIC X(100) VALUE 'REEMB.DAT'.
007700 01  WS-MOVIMENTOS-DSN            PIC X(100) VALUE 'MOVCTT.DAT'.
007800 77  WS-FS-RET                    PIC X(02) VALUE '00'.
007900     88 FS-RET-OK                 VALUE '00'.
008000 77  WS-FS-REE                    PIC X(02) VALUE '00'.
008100     88 FS-REE-OK                 VALUE '00'.
008200 77  WS-FS-MOV                    PIC X(02) VALUE '00'.
008300     88 FS-MOV-OK                 VALUE '00'.
008400 77  WS-FS                        PIC X(02) VALUE '00'.
008500     88 FS-OK                     VALUE '00'.
008600 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
008700 77  WS-EOF-RET                   PIC X(01) VALUE 'N'.
008800     88 EOF-RET-OK                VALUE 'S' FALSE 'N'.
008900 01  WS-ACHOU-SW                  PIC X(01) VALUE 'N'.
009000     88 ACHOU-REEMBOLSO           VALUE 'S' FALSE 'N'.
009100*----------------------------------------------------------------*
009200*    DECODIFICACAO DOS REGISTROS DO RETORNO                      *
009300*----------------------------------------------------------------*
009400 01  WS-RET-DETALHE.
009500     03  WS-DET-TIPO              PIC X(02).
009600     03  WS-DET-SEQ               PIC 9(04).
009700     03  WS-DET-ITEM              PIC 9(06).
009800     03  WS-DET-ID                PIC 9(06).
009900     03  WS-DET-VALOR             PIC 9(09)V99.
010000     03  WS-DET-SITUACAO          PIC X(02).
010100         88 DET-PAGO              VALUE '00'.
010200     03  WS-DET-MOTIVO            PIC X(30).
010300     03  FILLER                   PIC X(19).
010400 01  WS-RET-CABEC REDEFINES WS-RET-DETALHE.
010500     03  FILLER                   PIC X(02).
010600     03  WS-CAB-DATA              PIC 9(08).
010700     03  WS-CAB-SEQ               PIC 9(04).
010800     03  FILLER                   PIC X(66).
010900 01  WS-RET-TRAILER REDEFINES WS-RET-DETALHE.
011000     03  FILLER                   PIC X(02).
011100     03  WS-TRL-QTD               PIC 9(06).
011200     03  WS-TRL-SOMA              PIC 9(13)V99.
011300     03  FILLER                   PIC X(57).
011400*----------------------------------------------------------------*
011500*    CONFERENCIA DO RETORNO                                      *
011600*----------------------------------------------------------------*
011700 01  WS-TEM-CABECALHO             PIC X(01) VALUE 'N'.
011800     88 TEM-CABECALHO             VALUE 'S' FALSE 'N'.
011900 01  WS-TEM-TRAILER               PIC X(01) VALUE 'N'.
012000     88 TEM-TRAILER               VALUE 'S' FALSE 'N'.
012100 01  WS-RETORNO-VALIDO            PIC X(01) VALUE 'N'.
012200     88 RETORNO-VALIDO            VALUE 'S' FALSE 'N'.
012300 77  WS-DATA-RETORNO              PIC 9(08) VALUE ZEROS.
012400 77  WS-SEQ-RETORNO               PIC 9(04) VALUE ZEROS.
012500 77  WS-CONT-ITENS                PIC 9(06) VALUE ZEROS.
012600 77  WS-SOMA-ITENS                PIC 9(13)V99 VALUE ZEROS.
012700 77  WS-TRL-QTD-INF               PIC 9(06) VALUE ZEROS.
012800 77  WS-TRL-SOMA-INF              PIC 9(13)V99 VALUE ZEROS.
012900 77  WS-CONT-INVALIDOS            PIC 9(06) VALUE ZEROS.
013000 77  WS-CONT-LIQUIDADOS           PIC 9(06) VALUE ZEROS.
013100 77  WS-CONT-DEVOLVIDOS           PIC 9(06) VALUE ZEROS.
013200 77  WS-CONT-JA-FECHADOS          PIC 9(06) VALUE ZEROS.
013300 77  WS-SOMA-DEVOLVIDA            PIC 9(13)V99 VALUE ZEROS.
013400 01  WS-FASE                      PIC X(01) VALUE '1'.
013500     88 FASE-CONFERENCIA          VALUE '1'.
013600     88 FASE-GERACAO              VALUE '2'.
013700 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
013800*----------------------------------------------------------------*
013900*    AREA DA TABELA DE MOTIVOS (COPYBOOK MOTTAB)                 *
014000*----------------------------------------------------------------*
014100 01  WS-MOTIVOS-DSN               PIC X(100) VALUE 'MOTIVOS.DAT'.
014200 77  WS-FS-MTV                    PIC X(02) VALUE '00'.
014300     88 FS-MTV-OK                 VALUE '00'.
014400 77  WS-MTV-QTD                   PIC 9(02) VALUE ZEROS.
014500 01  WS-TAB-MOTIVOS.
014600     03  WS-MTV-ENT               OCCURS 50 TIMES.
014700         05  WS-MTV-COD           PIC X(10).
014800         05  WS-MTV-NAT           PIC X(01).
014900         05  WS-MTV-CONTA         PIC X(12).
015000         05  WS-MTV-USO           PIC X(01).
015100         05  WS-MTV-SIT           PIC X(01).
015200 77  WS-MTV-IDX                   PIC 9(02) VALUE ZEROS.
015300 77  WS-MTV-ACHADO                PIC 9(02) VALUE ZEROS.
015400 01  WS-MTV-EOF-SW                PIC X(01) VALUE 'N'.
015500     88 MTV-EOF-OK                VALUE 'S' FALSE 'N'.
015600 01  WS-MTV-CARREGADA-SW          PIC X(01) VALUE 'N'.
015700     88 MTV-TAB-CARREGADA         VALUE 'S'.
015800 77  WS-MTV-BUSCA                 PIC X(10) VALUE SPACES.
015900 77  WS-MTV-TIPO-BUSCA            PIC X(01) VALUE SPACES.
016000 01  WS-MTV-VALIDO-SW             PIC X(01) VALUE 'N'.
016100     88 MOTIVO-VALIDO             VALUE 'S' FALSE 'N'.
016200 77  WS-MTV-ERRO                  PIC X(50) VALUE SPACES.
016300*----------------------------------------------------------------*
016400*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
016500*----------------------------------------------------------------*
016600 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
016700 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
016800     88 FS-RUN-OK                 VALUE '00'.
016900 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'RETREEM'.
017000 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
017100 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
017200 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
017300 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
017400 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
017500 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
017600 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
017700 PROCEDURE DIVISION.
017800******************************************************************
017900*    0000-MAINLINE - ROTINA PRINCIPAL                            *
018000******************************************************************
018100 0000-MAINLINE.
018200     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
018300     DISPLAY '*** RETORNO DOS REEMBOLSOS DE SALDO CREDOR '
018400             '(RETREEM) ***'
018500     MOVE 'ESTREEMB'              TO WS-MTV-BUSCA
018600     MOVE 'C'                     TO WS-MTV-TIPO-BUSCA
018700     PERFORM 9360-VALIDAR-MOTIVO  THRU 9360-FIM
018800     IF NOT MOTIVO-VALIDO
018900        DISPLAY 'MOTIVO ESTREEMB: ' FUNCTION TRIM(WS-MTV-ERRO)
019000                ' - RETORNO NAO PROCESSADO (VER CADMOT).'
019100        MOVE 08                   TO WS-RUN-RESULTADO
019200        GO TO 0000-ENCERRAR
019300     END-IF
019400     SET FASE-CONFERENCIA         TO TRUE
019500     PERFORM P200-PASSAR-RETORNO  THRU P200-FIM
019600     IF NOT RETORNO-VALIDO
019700        MOVE 08                   TO WS-RUN-RESULTADO
019800        DISPLAY 'RETORNO NAO CONFERE - NADA FOI ATUALIZADO.'
019900        GO TO 0000-ENCERRAR
020000     END-IF
020100
020200     SET FASE-GERACAO             TO TRUE
020300     PERFORM P300-ABRIR-ARQUIVOS  THRU P300-FIM
020400     IF NOT FS-MOV-OK OR NOT FS-REE-OK
020500        MOVE 08                   TO WS-RUN-RESULTADO
020600        GO TO 0000-ENCERRAR
020700     END-IF
020800     PERFORM P200-PASSAR-RETORNO  THRU P200-FIM
020900     CLOSE MOVIMENTOS
021000     CLOSE REEMBOLSOS
021100     PERFORM P800-RESUMO          THRU P800-FIM
021200     .
021300 0000-ENCERRAR.
021400     PERFORM P900-FIM
021500     .
021600******************************************************************
021700*    P200-PASSAR-RETORNO - LE O RETORNO DO COMECO AO FIM; NA     *
021800*                 FASE 1 SO CONFERE, NA FASE 2 ATUALIZA          *
021900******************************************************************
022000 P200-PASSAR-RETORNO.
022100     SET EOF-RET-OK               TO FALSE
022200     SET TEM-CABECALHO            TO FALSE
022300     SET TEM-TRAILER              TO FALSE
022400     MOVE ZEROS                   TO WS-CONT-ITENS
022500     MOVE ZEROS                   TO WS-SOMA-ITENS
022600     MOVE '00'                    TO WS-FS-RET
022700     OPEN INPUT RETORNO
022800     IF NOT FS-RET-OK
022900        DISPLAY 'ARQUIVO DE RETORNO NAO ENCONTRADO: '
023000                FUNCTION TRIM(WS-RETORNO-DSN)
023100        SET RETORNO-VALIDO        TO FALSE
023200        GO TO P200-FIM
023300     END-IF
023400
023500     PERFORM P210-TRATAR-REGISTRO THRU P210-FIM
023600         UNTIL EOF-RET-OK
023700     CLOSE RETORNO
023800
023900     IF FASE-CONFERENCIA
024000        PERFORM P250-CONFERIR     THRU P250-FIM
024100     END-IF
024200     .
024300 P200-FIM. EXIT.
024400******************************************************************
024500*    P210-TRATAR-REGISTRO - CLASSIFICA UM REGISTRO DO RETORNO    *
024600*                 PELO TIPO ('00'/'01'/'99')                     *
024700******************************************************************
024800 P210-TRATAR-REGISTRO.
024900     READ RETORNO
025000         AT END
025100             SET EOF-RET-OK        TO TRUE
025200             GO TO P210-FIM
025300     END-READ
025400     MOVE REG-RETORNO             TO WS-RET-DETALHE
025500     EVALUATE WS-DET-TIPO
025600         WHEN '00'
025700             SET TEM-CABECALHO     TO TRUE
025800             MOVE WS-CAB-DATA      TO WS-DATA-RETORNO
025900             MOVE WS-CAB-SEQ       TO WS-SEQ-RETORNO
026000         WHEN '01'
026100             PERFORM P220-TRATAR-ITEM THRU P220-FIM
026200         WHEN '99'
026300             SET TEM-TRAILER       TO TRUE
026400             MOVE WS-TRL-QTD       TO WS-TRL-QTD-INF
026500             MOVE WS-TRL-SOMA      TO WS-TRL-SOMA-INF
026600         WHEN OTHER
026700             IF FASE-CONFERENCIA
026800                ADD 1              TO WS-CONT-INVALIDOS
026900                DISPLAY 'REGISTRO DE TIPO DESCONHECIDO '
027000                        'IGNORADO: ' WS-DET-TIPO
027100             END-IF
027200     END-EVALUATE
027300     .
027400 P210-FIM. EXIT.
027500******************************************************************
027600*    P220-TRATAR-ITEM - ACUMULA UM ITEM; NA FASE DE GERACAO      *
027700*                 FECHA O REEMBOLSO CORRESPONDENTE               *
027800******************************************************************
027900 P220-TRATAR-ITEM.
028000     IF WS-DET-SEQ NOT NUMERIC OR WS-DET-ITEM NOT NUMERIC OR
028100        WS-DET-ID NOT NUMERIC OR WS-DET-VALOR NOT NUMERIC OR
028200        WS-DET-ITEM = ZEROS OR WS-DET-VALOR = ZEROS
028300        IF FASE-CONFERENCIA
028400           ADD 1                  TO WS-CONT-INVALIDOS
028500           DISPLAY 'ITEM DE RETORNO INVALIDO IGNORADO: '
028600                   WS-RET-DETALHE (1:31)
028700        END-IF
028800        GO TO P220-FIM
028900     END-IF
029000     ADD 1                        TO WS-CONT-ITENS
029100     ADD WS-DET-VALOR             TO WS-SOMA-ITENS
029200
029300     IF FASE-GERACAO
029400        PERFORM P230-FECHAR-REEMBOLSO THRU P230-FIM
029500     END-IF
029600     .
029700 P220-FIM. EXIT.
029800******************************************************************
029900*    P230-FECHAR-REEMBOLSO - LOCALIZA O REEMBOLSO PELA SEQUENCIA *
030000*                 + ITEM E O MARCA LIQUIDADO OU DEVOLVIDO        *
030100******************************************************************
030200 P230-FECHAR-REEMBOLSO.
030300     MOVE WS-DET-SEQ              TO REE-SEQ-REMESSA
030400     MOVE WS-DET-ITEM             TO REE-ITEM
030500     SET ACHOU-REEMBOLSO          TO TRUE
030600     READ REEMBOLSOS KEY IS REE-CHAVE-PAGTO
030700         INVALID KEY
030800             SET ACHOU-REEMBOLSO  TO FALSE
030900     END-READ
031000     IF NOT ACHOU-REEMBOLSO OR REE-ID-CONTATO NOT = WS-DET-ID
031100        OR REE-VALOR NOT = WS-DET-VALOR
031200        ADD 1                     TO WS-CONT-INVALIDOS
031300        DISPLAY 'ITEM ' WS-DET-SEQ '/' WS-DET-ITEM ' DO CONTATO '
031400                WS-DET-ID ' NAO CORRESPONDE A REEMBOLSO ENVIADO.'
031500        GO TO P230-FIM
031600     END-IF
031700     IF NOT REE-ENVIADO
031800        ADD 1                     TO WS-CONT-JA-FECHADOS
031900        GO TO P230-FIM
032000     END-IF
032100
032200     MOVE WS-DATA-RETORNO         TO REE-DT-FECHO
032300     IF DET-PAGO
032400        SET REE-LIQUIDADO         TO TRUE
032500        MOVE 'LIQUIDADO'          TO REE-OCORRENCIA
032600     ELSE
032700        SET REE-DEVOLVIDO         TO TRUE
032800        MOVE WS-DET-MOTIVO        TO REE-OCORRENCIA
032900     END-IF
033000     REWRITE REG-REEMBOLSO
033100         INVALID KEY
033200             MOVE WS-FS-REE       TO WS-FS
033300             PERFORM 9000-TRADUZIR-FS
033400             DISPLAY 'FALHA AO FECHAR O REEMBOLSO DO CONTATO '
033500                     REE-ID-CONTATO ': ' WS-FS-MSG
033600             ADD 1                TO WS-CONT-INVALIDOS
033700             GO TO P230-FIM
033800     END-REWRITE
033900     IF REE-LIQUIDADO
034000        ADD 1                     TO WS-CONT-LIQUIDADOS
034100        GO TO P230-FIM
034200     END-IF
034300
034400*    O DINHEIRO VOLTOU: O CREDITO DESFAZ O DEBITO REEMBOLSO DO
034500*    PAGREEM E O SALDO CREDOR VOLTA A APARECER NO GERREEM.
034600     MOVE REE-ID-CONTATO          TO MOV-ID-CONTATO
034700     MOVE WS-DATA-RETORNO         TO MOV-DATA
034800     MOVE 'C'                     TO MOV-TIPO
034900     MOVE REE-VALOR               TO MOV-VALOR
035000     MOVE 'ESTREEMB'              TO MOV-MOTIVO
035100     MOVE ZEROS                   TO MOV-REF-SEQ
035200     MOVE SPACES                  TO MOV-LIBERADO
035300     MOVE SPACES                  TO MOV-OPER-INCL
035400     MOVE SPACES                  TO MOV-OPER-APROV
035500     WRITE REG-MOVIMENTO
035600     ADD 1                        TO WS-CONT-DEVOLVIDOS
035700     ADD REE-VALOR                TO WS-SOMA-DEVOLVIDA
035800     DISPLAY 'DEVOLVIDO - CONTATO ' REE-ID-CONTATO ': '
035900             FUNCTION TRIM(WS-DET-MOTIVO)
036000     .
036100 P230-FIM. EXIT.
036200******************************************************************
036300*    P250-CONFERIR - VALIDA CABECALHO E TRAILER CONTRA OS ITENS  *
036400*                 ACUMULADOS                                     *
036500******************************************************************
036600 P250-CONFERIR.
036700     SET RETORNO-VALIDO           TO FALSE
036800     IF NOT TEM-CABECALHO
036900        DISPLAY 'RETORNO SEM REGISTRO DE CABECALHO (00).'
037000        GO TO P250-FIM
037100     END-IF
037200     IF NOT TEM-TRAILER
037300        DISPLAY 'RETORNO SEM REGISTRO DE TRAILER (99).'
037400        GO TO P250-FIM
037500     END-IF
037600     IF WS-TRL-QTD-INF NOT = WS-CONT-ITENS
037700        DISPLAY 'QUANTIDADE DO TRAILER (' WS-TRL-QTD-INF
037800                ') NAO CONFERE COM OS ITENS LIDOS ('
037900                WS-CONT-ITENS ').'
038000        GO TO P250-FIM
038100     END-IF
038200     IF WS-TRL-SOMA-INF NOT = WS-SOMA-ITENS
038300        DISPLAY 'SOMA DO TRAILER NAO CONFERE COM OS ITENS '
038400                'LIDOS.'
038500        GO TO P250-FIM
038600     END-IF
038700     SET RETORNO-VALIDO           TO TRUE
038800     DISPLAY 'RETORNO CONFERIDO: ' WS-CONT-ITENS ' ITENS, '
038900             'SEQUENCIA ' WS-SEQ-RETORNO ' DE ' WS-DATA-RETORNO
039000     .
039100 P250-FIM. EXIT.
039200******************************************************************
039300*    P300-ABRIR-ARQUIVOS - ABRE REEMB.DAT (I-O) E MOVCTT.DAT     *
039400*                 (EXTEND, CRIADO SE NAO EXISTE)                 *
039500******************************************************************
039600 P300-ABRIR-ARQUIVOS.
039700     MOVE '00'                    TO WS-FS-REE
039800     OPEN I-O REEMBOLSOS
039900     IF NOT FS-REE-OK
040000        MOVE WS-FS-REE            TO WS-FS
040100        PERFORM 9000-TRADUZIR-FS
040200        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REEMBOLSOS: '
040300                WS-FS-MSG
040400        GO TO P300-FIM
040500     END-IF
040600     MOVE '00'                    TO WS-FS-MOV
040700     OPEN EXTEND MOVIMENTOS
040800     IF WS-FS-MOV = '35'
040900        OPEN OUTPUT MOVIMENTOS
041000        MOVE '00'                 TO WS-FS-MOV
041100     END-IF
041200     IF NOT FS-MOV-OK
041300        MOVE WS-FS-MOV            TO WS-FS
041400        PERFORM 9000-TRADUZIR-FS
041500        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MOVIMENTOS: '
041600                WS-FS-MSG
041700        CLOSE REEMBOLSOS
041800     END-IF
041900     .
042000 P300-FIM. EXIT.
042100******************************************************************
042200*    P800-RESUMO - EMITE OS TOTAIS DO PROCESSAMENTO              *
042300******************************************************************
042400 P800-RESUMO.
042500     DISPLAY ' '
042600     DISPLAY '*** RESUMO DO RETORNO DE REEMBOLSOS ***'
042700     DISPLAY 'ITENS LIDOS..............: ' WS-CONT-ITENS
042800     DISPLAY 'REEMBOLSOS LIQUIDADOS....: ' WS-CONT-LIQUIDADOS
042900     DISPLAY 'DEVOLVIDOS PELO BANCO....: ' WS-CONT-DEVOLVIDOS
043000     DISPLAY 'JA FECHADOS (IGNORADOS)..: ' WS-CONT-JA-FECHADOS
043100     DISPLAY 'REGISTROS INVALIDOS......: ' WS-CONT-INVALIDOS
043200     MOVE WS-SOMA-DEVOLVIDA       TO WS-MSK-TOTAL
043300     DISPLAY 'SOMA DEVOLVIDA...........: ' WS-MSK-TOTAL
043400     DISPLAY 'CREDITOS ESTREEMB SERAO APLICADOS NA PROXIMA '
043500             'EFETIVACAO (POSTSAL).'
043600     .
043700 P800-FIM. EXIT.
043800******************************************************************
043900*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
044000******************************************************************
044100 P900-FIM.
044200     DISPLAY '*** FIM DO RETORNO DE REEMBOLSOS ***'
044300     MOVE WS-CONT-ITENS           TO WS-RUN-LIDOS
044400     COMPUTE WS-RUN-GRAVADOS =
044500         WS-CONT-LIQUIDADOS + WS-CONT-DEVOLVIDOS
044600     MOVE WS-CONT-INVALIDOS       TO WS-RUN-REJEITADOS
044700     IF WS-RUN-RESULTADO = ZEROS AND WS-CONT-INVALIDOS > ZEROS
044800        MOVE 04                   TO WS-RUN-RESULTADO
044900     END-IF
045000     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
045100     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
045200     STOP RUN.
045300
045400     COPY FSTATUS.
045500     COPY RUNLOG.
045600     COPY MOTTAB.
