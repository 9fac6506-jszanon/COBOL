002760*                       MANTIDA SEM MEXER - PROTEGE A LIGACAO
002770*                       COM O LANCAMENTO ORIGINAL E A DISPENSA
002780*                       DE LIMITE DO POSTSAL.
002790*    2025-02-14 JSZ     O MOTIVO PASSA A SER VALIDADO CONTRA A
002791*                       TABELA DE MOTIVOS (MOTIVOS.DAT, COPYBOOK
002792*                       MOTTAB): SO CODIGO CADASTRADO, ATIVO, DE
002793*                       USO MANUAL (M) E CUJA NATUREZA ADMITA O
002794*                       TIPO D/C DO MOVIMENTO.
002794*    2025-04-11 JSZ     INCLUIDO O SIGN-ON COMUM DE OPERADOR
002794*                       (COPYBOOK OPRLOG), RECUSANDO O PERFIL
002794*                       CONSULTA, E A DUPLA CONFERENCIA (COPYBOOK
002794*                       APRCHK): MOVIMENTO ACIMA DA ALCADA, NA
002794*                       INCLUSAO OU NA ALTERACAO, NAO ENTRA EM
002794*                       MOVCTT.DAT - FICA PENDENTE EM APROV.DAT
002794*                       ATE UM SUPERVISOR DIFERENTE DE QUEM
002794*                       DIGITOU APROVAR NO APRCTT. O MOVIMENTO
002794*                       PASSA A LEVAR O OPERADOR QUE O DIGITOU
002794*                       (MOV-OPER-INCL).
002794*    2025-07-04 JSZ     REGRA DE FILIAL (COPYBOOK FILCHK):
002794*                       INCLUIR, ALTERAR OU EXCLUIR MOVIMENTO DE
002794*                       CONTATO DE OUTRA FILIAL FICA RESTRITO A
002794*                       SUPERVISOR.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS ID-CONTATO
003900         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003933         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003966             SUPPRESS WHEN SPACES
004000         LOCK MODE IS MANUAL
004100         FILE STATUS IS WS-FS.
004200     SELECT MOVIMENTOS ASSIGN TO WS-MOVIMENTOS-DSN
004500     SELECT MOVTEMP ASSIGN TO WS-MOVTEMP-DSN
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-FS-TMP.
004710     SELECT MOTIVOS ASSIGN TO WS-MOTIVOS-DSN
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS DYNAMIC
004740         RECORD KEY IS MTV-CODIGO
004750         LOCK MODE IS MANUAL
004760         FILE STATUS IS WS-FS-MTV.
004760     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
004760         ORGANIZATION IS INDEXED
004760         ACCESS MODE IS DYNAMIC
004760         RECORD KEY IS OPE-CODIGO
004760         FILE STATUS IS WS-FS-OPE.
004760     SELECT APROVACAO ASSIGN TO WS-APROVACAO-DSN
004760         ORGANIZATION IS LINE SEQUENTIAL
004760         FILE STATUS IS WS-FS-APR.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CONTATOS.
005200 FD  MOVIMENTOS.
005300     COPY MOVREG.
005400 FD  MOVTEMP.
005500 01  REG-MOVTEMP                  PIC X(56).
005510 FD  MOTIVOS.
005520     COPY MOTREG.
005520 FD  OPERADOR.
005520     COPY OPERREG.
005520 FD  APROVACAO.
005520     COPY APRVREG.
005600 WORKING-STORAGE SECTION.
005700 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
005800 01  WS-MOVIMENTOS-DSN            PIC X(100) VALUE 'MOVCTT.DAT'.
009100 01  WS-ACAO-ALVO                 PIC X(01) VALUE SPACES.
009200     88 ACAO-ALTERAR              VALUE 'A'.
009300     88 ACAO-EXCLUIR              VALUE 'E'.
009300*    LINHA ALTERADA PARA VALOR ACIMA DA ALCADA SAI DO ARQUIVO E
009300*    VAI PARA A FILA DE APROVACAO.
009300 01  WS-MOV-PENDENTE-SW           PIC X(01) VALUE 'N'.
009300     88 MOV-PENDENTE              VALUE 'S' FALSE 'N'.
009400*----------------------------------------------------------------*
009500*    MASCARA DE EDICAO PARA A LISTAGEM (MESMO ESTILO DO RELEXTR)  *
009600*----------------------------------------------------------------*
009772 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
009780 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
009788     88 DV-OK                     VALUE 'S' FALSE 'N'.
009790*----------------------------------------------------------------*
009791*    AREA DA TABELA DE MOTIVOS (COPYBOOK MOTTAB)                 *
009792*----------------------------------------------------------------*
009793 01  WS-MOTIVOS-DSN               PIC X(100) VALUE 'MOTIVOS.DAT'.
009794 77  WS-FS-MTV                    PIC X(02) VALUE '00'.
009795     88 FS-MTV-OK                 VALUE '00'.
009796 77  WS-MTV-QTD                   PIC 9(02) VALUE ZEROS.
009797 01  WS-TAB-MOTIVOS.
009798     03  WS-MTV-ENT               OCCURS 50 TIMES.
009799         05  WS-MTV-COD           PIC X(10).
009800         05  WS-MTV-NAT           PIC X(01).
009801         05  WS-MTV-CONTA         PIC X(12).
009802         05  WS-MTV-USO           PIC X(01).
009803         05  WS-MTV-SIT           PIC X(01).
009804 77  WS-MTV-IDX                   PIC 9(02) VALUE ZEROS.
009805 77  WS-MTV-ACHADO                PIC 9(02) VALUE ZEROS.
009806 01  WS-MTV-EOF-SW                PIC X(01) VALUE 'N'.
009807     88 MTV-EOF-OK                VALUE 'S' FALSE 'N'.
009808 01  WS-MTV-CARREGADA-SW          PIC X(01) VALUE 'N'.
009809     88 MTV-TAB-CARREGADA         VALUE 'S'.
009810 77  WS-MTV-BUSCA                 PIC X(10) VALUE SPACES.
009811 77  WS-MTV-TIPO-BUSCA            PIC X(01) VALUE SPACES.
009812 01  WS-MTV-VALIDO-SW             PIC X(01) VALUE 'N'.
009813     88 MOTIVO-VALIDO             VALUE 'S' FALSE 'N'.
009814 77  WS-MTV-ERRO                  PIC X(50) VALUE SPACES.
009814*----------------------------------------------------------------*
009814*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
009814*----------------------------------------------------------------*
009814 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
009814 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
009814     88 FS-OPE-OK                 VALUE '00'.
009814 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
009814 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
009814 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
009814     88 OPR-CONSULTA              VALUE 'C'.
009814     88 OPR-MANUTENCAO            VALUE 'M'.
009814     88 OPR-SUPERVISOR            VALUE 'S'.
009814 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
009814     88 OPR-OK                    VALUE 'S' FALSE 'N'.
009814 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
009814*----------------------------------------------------------------*
009814*    AREA DA REGRA DE FILIAL (COPYBOOK FILCHK)                   *
009814*----------------------------------------------------------------*
009814 77  WS-FIL-OPERADOR              PIC X(03) VALUE SPACES.
009814 77  WS-FIL-ALVO                  PIC X(03) VALUE SPACES.
009814 01  WS-FIL-ACESSO-SW             PIC X(01) VALUE 'S'.
009814     88 FIL-PERMITIDA             VALUE 'S' FALSE 'N'.
009814 01  WS-FIL-OUTRA-SW              PIC X(01) VALUE 'N'.
009814     88 FIL-OUTRA-FILIAL          VALUE 'S' FALSE 'N'.
009814 01  WS-FIL-MENSAGEM              PIC X(60) VALUE SPACES.
009814*----------------------------------------------------------------*
009814*    AREA DA DUPLA CONFERENCIA DE VALORES (COPYBOOK APRCHK)      *
009814*----------------------------------------------------------------*
009814 01  WS-APROVACAO-DSN             PIC X(100) VALUE 'APROV.DAT'.
009814 77  WS-FS-APR                    PIC X(02) VALUE '00'.
009814     88 FS-APR-OK                 VALUE '00'.
009814 77  WS-APR-ALCADA                PIC 9(09)V99 VALUE ZEROS.
009814 77  WS-APR-ALCADA-TXT            PIC X(15) VALUE SPACES.
009814 77  WS-APR-LIMITE-ANT            PIC 9(09)V99 VALUE ZEROS.
009814 77  WS-APR-DATA                  PIC 9(08) VALUE ZEROS.
009814 77  WS-APR-HORA                  PIC 9(08) VALUE ZEROS.
009814 01  WS-APR-PROGRAMA              PIC X(08) VALUE 'CADMOV'.
009814 01  WS-APR-GUARDA                PIC X(101) VALUE SPACES.
009814 01  WS-APR-RETIDO-SW             PIC X(01) VALUE 'N'.
009814     88 APR-LIMITE-RETIDO         VALUE 'S' FALSE 'N'.
009800 PROCEDURE DIVISION.
009900******************************************************************
010000*    0000-MAINLINE - ROTINA PRINCIPAL                            *
010200 0000-MAINLINE.
010300     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
010400     DISPLAY '*** MANUTENCAO DE MOVIMENTOS DO DIA (CADMOV) ***'
010400     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
010400     IF NOT OPR-OK
010400        PERFORM P900-FIM
010400     END-IF
010400     IF OPR-CONSULTA
010400        DISPLAY 'PROGRAMA DE MANUTENCAO - PERFIL SOMENTE '
010400                'CONSULTA NAO AUTORIZADO.'
010400        PERFORM P900-FIM
010400     END-IF
010400     PERFORM 9950-OBTER-FILIAL-OPERADOR THRU 9950-FIM
010400     PERFORM 9370-OBTER-ALCADA    THRU 9370-FIM
010400     MOVE WS-APR-ALCADA           TO WS-MSK-VALOR
010400     DISPLAY 'MOVIMENTO ACIMA DE ' WS-MSK-VALOR
010400             ' FICA PENDENTE DE APROVACAO (APRCTT).'
010500     ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
010600     SET EXIT-OK                  TO FALSE
010700     PERFORM P100-MENU            THRU P100-FIM
014900     IF NOT MOV-VALIDO
015000        GO TO P200-FIM
015100     END-IF
015110     IF WS-VALOR-ENTRADA > WS-APR-ALCADA
015120        PERFORM P260-REGISTRAR-PENDENCIA THRU P260-FIM
015130        GO TO P200-FIM
015140     END-IF
015200
015300     OPEN EXTEND MOVIMENTOS
015400*    SO A AUSENCIA DO ARQUIVO (FILE STATUS 35) DISPARA A CRIACAO
017200     MOVE WS-MOTIVO-ENTRADA       TO MOV-MOTIVO
017250     MOVE ZEROS                   TO MOV-REF-SEQ
017260     MOVE SPACES                  TO MOV-LIBERADO
017260     MOVE WS-OPR-CODIGO           TO MOV-OPER-INCL
017260     MOVE SPACES                  TO MOV-OPER-APROV
017300     WRITE REG-MOVIMENTO
017400     IF FS-MOV-OK
017500        DISPLAY 'MOVIMENTO INCLUIDO COM SUCESSO.'
021300             ELSE
021400                SET CONTATO-VALIDO TO TRUE
021500                DISPLAY 'CONTATO..: ' ID-CONTATO ' - ' NM-CONTATO
021500                MOVE FIL-CONTATO   TO WS-FIL-ALVO
021500                PERFORM 9955-CONFERIR-FILIAL THRU 9955-FIM
021500                IF FIL-OUTRA-FILIAL
021500                   DISPLAY WS-FIL-MENSAGEM
021500                END-IF
021500                IF NOT FIL-PERMITIDA
021500                   SET CONTATO-VALIDO TO FALSE
021500                   DISPLAY 'MOVIMENTO NAO ACEITO.'
021500                END-IF
021600             END-IF
021700     END-READ
021800
024800        GO TO P250-FIM
024900     END-IF
025000
025100     DISPLAY 'INFORME O MOTIVO (CODIGO DA TABELA - VER CADMOT): '
025200     ACCEPT WS-MOTIVO-ENTRADA
025210*    ESTORNO E MOTIVO RESERVADO DO ESTMOV: ELE CARREGA A
025220*    REFERENCIA AO LANCAMENTO ORIGINAL E DISPENSA O LIMITE DE
025270                'MOVIMENTO NAO ACEITO.'
025280        GO TO P250-FIM
025290     END-IF
025291*    SO MOTIVO DA TABELA (MOTTAB): CADASTRADO, ATIVO, NATUREZA
025292*    COMPATIVEL COM O TIPO E DE USO MANUAL - OS MOTIVOS DE USO
025293*    S SAO GERADOS SO PELOS PROGRAMAS DONOS DELES (JURCTT,
025294*    RETBANC, ESTMOV, CADACOR/GERACOR).
025295     MOVE WS-MOTIVO-ENTRADA       TO WS-MTV-BUSCA
025296     MOVE WS-TIPO-ENTRADA         TO WS-MTV-TIPO-BUSCA
025297     PERFORM 9360-VALIDAR-MOTIVO  THRU 9360-FIM
025298     IF NOT MOTIVO-VALIDO
025299        DISPLAY FUNCTION TRIM(WS-MTV-ERRO) ' - MOVIMENTO NAO '
025300                'ACEITO.'
025301        GO TO P250-FIM
025302     END-IF
025303     IF WS-MTV-USO (WS-MTV-ACHADO) NOT = 'M'
025304        DISPLAY 'MOTIVO ' FUNCTION TRIM(WS-MOTIVO-ENTRADA)
025305                ' E GERADO SO POR PROGRAMA - MOVIMENTO NAO '
025306                'ACEITO.'
025307        GO TO P250-FIM
025308     END-IF
025309     SET MOV-VALIDO               TO TRUE
025400     .
025500 P250-FIM. EXIT.
025500******************************************************************
025500*    P260-REGISTRAR-PENDENCIA - MOVIMENTO ACIMA DA ALCADA NAO    *
025500*                 ENTRA EM MOVCTT.DAT: VAI PARA A FILA DE        *
025500*                 APROVACAO (APROV.DAT, COPYBOOK APRCHK) E SO    *
025500*                 CHEGA AO POSTSAL DEPOIS DE APROVADO NO APRCTT  *
025500******************************************************************
025500 P260-REGISTRAR-PENDENCIA.
025500     MOVE SPACES                  TO REG-APROVACAO
025500     SET APR-MOVIMENTO            TO TRUE
025500     MOVE WS-ID-ENTRADA           TO APR-ID-CONTATO
025500     MOVE WS-DATA-HOJE            TO APR-MOV-DATA
025500     MOVE WS-TIPO-ENTRADA         TO APR-MOV-TIPO
025500     MOVE WS-MOTIVO-ENTRADA       TO APR-MOV-MOTIVO
025500     MOVE WS-VALOR-ENTRADA        TO APR-VALOR
025500     MOVE ZEROS                   TO APR-LIMITE-ANT
025500     PERFORM 9380-REGISTRAR-PENDENCIA THRU 9380-FIM
025500     IF FS-APR-OK
025500        DISPLAY 'VALOR ACIMA DA ALCADA - MOVIMENTO AGUARDA A '
025500                'APROVACAO DE OUTRO OPERADOR SUPERVISOR (APRCTT).'
025500     ELSE
025500        DISPLAY 'MOVIMENTO NAO REGISTRADO PARA APROVACAO.'
025500     END-IF
025500     .
025500 P260-FIM. EXIT.
025600******************************************************************
025700*    P300-LISTAR - LISTA OS MOVIMENTOS PENDENTES COM O NUMERO DA   *
025800*                 LINHA (USADO PELA ALTERACAO E PELA EXCLUSAO)     *
031100
031200     SET EOF-MOV-OK               TO FALSE
031300     SET ACHOU-ALVO               TO FALSE
031300     SET MOV-PENDENTE             TO FALSE
031400     MOVE ZEROS                   TO WS-NUM-LINHA
031500     MOVE '00'                    TO WS-FS-MOV
031600     OPEN INPUT MOVIMENTOS
034000     END-IF
034100
034200     PERFORM P430-DEVOLVER-ARQUIVO THRU P430-FIM
034300     EVALUATE TRUE
034300         WHEN MOV-PENDENTE
034300             DISPLAY 'MOVIMENTO RETIRADO DE MOVCTT.DAT ATE A '
034300                     'APROVACAO.'
034300         WHEN ACAO-ALTERAR
034400             DISPLAY 'MOVIMENTO ALTERADO COM SUCESSO.'
034500         WHEN OTHER
034600             DISPLAY 'MOVIMENTO EXCLUIDO COM SUCESSO.'
034700     END-EVALUATE
034800     .
034900 P400-FIM. EXIT.
035000******************************************************************
037900             ' ' MOV-DATA ' ' MOV-TIPO ' ' WS-MSK-VALOR ' '
038000             MOV-MOTIVO
038100
038100*    MOVIMENTO DE CONTATO DE OUTRA FILIAL SO E MEXIDO PELO
038100*    SUPERVISOR (COPYBOOK FILCHK).
038100     MOVE MOV-ID-CONTATO          TO ID-CONTATO
038100     PERFORM 9957-FILIAL-DO-CONTATO THRU 9957-FIM
038100     IF NOT FIL-PERMITIDA
038100        DISPLAY WS-FIL-MENSAGEM
038100        DISPLAY 'LINHA ' WS-NUM-LINHA ' MANTIDA SEM MEXER.'
038100        MOVE REG-MOVIMENTO        TO REG-MOVTEMP
038100        WRITE REG-MOVTEMP
038100        GO TO P410-FIM
038100     END-IF
038100
038200     IF ACAO-EXCLUIR
038300        SET ACHOU-ALVO            TO TRUE
038400        GO TO P410-FIM
038500     END-IF
038600
038700     PERFORM P250-CAPTURAR-MOVIMENTO THRU P250-FIM
038710*    ALTERACAO PARA VALOR ACIMA DA ALCADA VOLTA PARA A FILA DE
038720*    APROVACAO, MESMO QUE O MOVIMENTO JA TENHA SIDO APROVADO -
038730*    A APROVACAO VALE PARA O VALOR QUE O SUPERVISOR VIU. SE A
038740*    PENDENCIA NAO FOR GRAVADA, A LINHA FICA COMO ESTAVA.
038750     IF MOV-VALIDO AND WS-VALOR-ENTRADA > WS-APR-ALCADA
038760        PERFORM P260-REGISTRAR-PENDENCIA THRU P260-FIM
038770        IF FS-APR-OK
038780           SET ACHOU-ALVO         TO TRUE
038790           SET MOV-PENDENTE       TO TRUE
038791           GO TO P410-FIM
038792        END-IF
038793        SET MOV-VALIDO            TO FALSE
038794     END-IF
038800     IF MOV-VALIDO
038900        SET ACHOU-ALVO            TO TRUE
039000        MOVE WS-ID-ENTRADA        TO MOV-ID-CONTATO
039460*       MOVIMENTO MEXIDO PELO OPERADOR PERDE A LIBERACAO DE
039470*       SUPERVISOR QUE POR ACASO CARREGASSE.
039480        MOVE SPACES               TO MOV-LIBERADO
039481        MOVE WS-OPR-CODIGO        TO MOV-OPER-INCL
039482        MOVE SPACES               TO MOV-OPER-APROV
039500     ELSE
039600        DISPLAY 'ALTERACAO CANCELADA - MOVIMENTO MANTIDO.'
039700     END-IF
044400     COPY FSTATUS.
044500     COPY DSNENV.
044600     COPY DIGVER.
044700     COPY MOTTAB.
044700     COPY OPRLOG.
044700     COPY APRCHK.
044700     COPY FILCHK.
