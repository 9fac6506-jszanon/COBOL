002600*    ---------- ------- ----------------------------------------
002700*    2024-12-06 JSZ     PROGRAMA CRIADO (CONSULTA REVERSA DE
002800*                       TELEFONE).
002800*    2025-03-28 JSZ     SIGN-ON COMUM DE OPERADOR (COPYBOOK
002800*                       OPRLOG, QUALQUER PERFIL) E CADA CONTATO
002800*                       EXIBIDO PASSA A SER REGISTRADO NO LOG DE
002800*                       ACESSO ACESSO.LOG (COPYBOOK ACSLOG).
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS ID-CONTATO
004000         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004033         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004066             SUPPRESS WHEN SPACES
004100         LOCK MODE IS MANUAL
004200         FILE STATUS IS WS-FS.
004300     SELECT FONES ASSIGN TO WS-FONES-DSN
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS FIDX-CHAVE
005400         FILE STATUS IS WS-FS-FIX.
005400     SELECT ACESSO ASSIGN TO WS-ACESSO-DSN
005400         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-FS-ACS.
005400     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
005400         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS OPE-CODIGO
005400         FILE STATUS IS WS-FS-OPE.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CONTATOS.
006000     COPY FONEREG.
006100 FD  FONIDX.
006200     COPY FONIREG.
006200 FD  ACESSO.
006200     COPY ACSREG.
006200 FD  OPERADOR.
006200     COPY OPERREG.
006300 WORKING-STORAGE SECTION.
006400 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
006500 01  WS-FONES-DSN                 PIC X(100) VALUE 'FONES.DAT'.
009800 77  WS-FIDX-SEQ                  PIC 9(02) VALUE ZEROS.
009900 77  WS-NORM-POS                  PIC 9(02) VALUE ZEROS.
010000 77  WS-NORM-LEN                  PIC 9(02) VALUE ZEROS.
010000*----------------------------------------------------------------*
010000*    AREA DO LOG DE ACESSO DE CONSULTA (COPYBOOK ACSLOG)         *
010000*----------------------------------------------------------------*
010000 01  WS-ACESSO-DSN                PIC X(100) VALUE 'ACESSO.LOG'.
010000 77  WS-FS-ACS                    PIC X(02) VALUE '00'.
010000     88 FS-ACS-OK                 VALUE '00'.
010000 77  WS-ACS-DATA                  PIC 9(08) VALUE ZEROS.
010000 77  WS-ACS-HORA                  PIC 9(08) VALUE ZEROS.
010000 01  WS-ACS-PROGRAMA              PIC X(08) VALUE 'CONSFONE'.
010000 77  WS-ACS-ID                    PIC 9(06) VALUE ZEROS.
010000 77  WS-ACS-TIPO                  PIC X(01) VALUE SPACES.
010000*----------------------------------------------------------------*
010000*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
010000*----------------------------------------------------------------*
010000 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
010000 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
010000     88 FS-OPE-OK                 VALUE '00'.
010000 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
010000 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
010000 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
010000     88 OPR-CONSULTA              VALUE 'C'.
010000     88 OPR-MANUTENCAO            VALUE 'M'.
010000     88 OPR-SUPERVISOR            VALUE 'S'.
010000 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
010000     88 OPR-OK                    VALUE 'S' FALSE 'N'.
010000 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
010100 PROCEDURE DIVISION.
010200******************************************************************
010300*    0000-MAINLINE - ROTINA PRINCIPAL                            *
010500 0000-MAINLINE.
010600     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
010700     DISPLAY '*** CONSULTA REVERSA DE TELEFONE (CONSFONE) ***'
010700     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
010700     IF NOT OPR-OK
010700        PERFORM P900-FIM
010700     END-IF
010800     SET EXIT-OK                  TO FALSE
010900     PERFORM P100-MENU            THRU P100-FIM
011000         UNTIL EXIT-OK
029400        DISPLAY ID-CONTATO ' - ' NM-CONTATO ' - ' ST-CONTATO
029500                ' - ' CAT-CONTATO ' (FONES SEQ ' FIDX-SEQ ')'
029600     END-IF
029700     MOVE ID-CONTATO              TO WS-ACS-ID
029700     MOVE 'L'                     TO WS-ACS-TIPO
029700     PERFORM 9550-REGISTRAR-ACESSO THRU 9550-FIM
029700     .
029800 P260-FIM. EXIT.
029900******************************************************************
045800     COPY FSTATUS.
045900     COPY DSNENV.
046000     COPY FONIDX.
046000     COPY OPRLOG.
046000     COPY ACSLOG.
