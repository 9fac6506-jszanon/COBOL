002020*                       TELEFONES (ARCFONE.DAT) E AS ANOTACOES
002030*                       (ARCNOTA.DAT) ARQUIVADOS JUNTO COM O
002040*                       CONTATO PELO ARCCTT.
002040*    2025-03-28 JSZ     SIGN-ON COMUM DE OPERADOR (COPYBOOK
002040*                       OPRLOG, QUALQUER PERFIL) E CADA CONTATO
002040*                       ARQUIVADO EXIBIDO PASSA A SER REGISTRADO
002040*                       NO LOG DE ACESSO ACESSO.LOG (COPYBOOK
002040*                       ACSLOG).
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003040     SELECT ARCNOTA ASSIGN TO WS-ARCNOTA-DSN
003050         ORGANIZATION IS LINE SEQUENTIAL
003060         FILE STATUS IS WS-FS-ARN.
003060     SELECT ACESSO ASSIGN TO WS-ACESSO-DSN
003060         ORGANIZATION IS LINE SEQUENTIAL
003060         FILE STATUS IS WS-FS-ACS.
003060     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
003060         ORGANIZATION IS INDEXED
003060         ACCESS MODE IS DYNAMIC
003060         RECORD KEY IS OPE-CODIGO
003060         FILE STATUS IS WS-FS-OPE.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  ARQMORTO.
003420     COPY ARCFREG.
003430 FD  ARCNOTA.
003440     COPY ARCNREG.
003440 FD  ACESSO.
003440     COPY ACSREG.
003440 FD  OPERADOR.
003440     COPY OPERREG.
003500 WORKING-STORAGE SECTION.
003600     COPY CONTREGW.
003700 01  WS-ARQMORTO-DSN              PIC X(100) VALUE 'ARCCTT.DAT'.
004851*    IMAGENS ARQUIVADAS DECODIFICADAS (MESMA TECNICA DO          *
004852*    REDEFINES DE CONTREGW.CPY)                                  *
004853*----------------------------------------------------------------*
004854 01  WS-FONE-IMG                  PIC X(43) VALUE SPACES.
004855 01  FILLER REDEFINES WS-FONE-IMG.
004856     03  WS-FIM-ID                PIC 9(06).
004857     03  WS-FIM-SEQ               PIC 9(02).
004858     03  WS-FIM-TIPO              PIC X(11).
004859     03  WS-FIM-NUMERO            PIC X(15).
004859     03  WS-FIM-ST                PIC X(01).
004859     03  WS-FIM-DT-ST             PIC 9(08).
004860 01  WS-NOTA-IMG                  PIC X(187) VALUE SPACES.
004861 01  FILLER REDEFINES WS-NOTA-IMG.
004862     03  WS-NIM-ID                PIC 9(06).
004870     03  WS-NIM-ST-FUP            PIC X(01).
004871     03  WS-NIM-FECHO-OPER        PIC X(08).
004872     03  WS-NIM-DT-FECHO          PIC X(08).
004872*----------------------------------------------------------------*
004872*    AREA DO LOG DE ACESSO DE CONSULTA (COPYBOOK ACSLOG)         *
004872*----------------------------------------------------------------*
004872 01  WS-ACESSO-DSN                PIC X(100) VALUE 'ACESSO.LOG'.
004872 77  WS-FS-ACS                    PIC X(02) VALUE '00'.
004872     88 FS-ACS-OK                 VALUE '00'.
004872 77  WS-ACS-DATA                  PIC 9(08) VALUE ZEROS.
004872 77  WS-ACS-HORA                  PIC 9(08) VALUE ZEROS.
004872 01  WS-ACS-PROGRAMA              PIC X(08) VALUE 'CONSARC'.
004872 77  WS-ACS-ID                    PIC 9(06) VALUE ZEROS.
004872 77  WS-ACS-TIPO                  PIC X(01) VALUE SPACES.
004872*----------------------------------------------------------------*
004872*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
004872*----------------------------------------------------------------*
004872 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
004872 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
004872     88 FS-OPE-OK                 VALUE '00'.
004872 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
004872 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
004872 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
004872     88 OPR-CONSULTA              VALUE 'C'.
004872     88 OPR-MANUTENCAO            VALUE 'M'.
004872     88 OPR-SUPERVISOR            VALUE 'S'.
004872 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
004872     88 OPR-OK                    VALUE 'S' FALSE 'N'.
004872 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
004900 PROCEDURE DIVISION.
005000******************************************************************
005100*    0000-MAINLINE - ROTINA PRINCIPAL                            *
005200******************************************************************
005300 0000-MAINLINE.
005400     DISPLAY '*** CONSULTA AO ARQUIVO MORTO (CONSARC) ***'
005400     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
005400     IF NOT OPR-OK
005400        PERFORM P900-FIM
005400     END-IF
005500     SET EXIT-OK                  TO FALSE
005600     PERFORM P300-CONSULTA        THRU P300-FIM
005700         UNTIL EXIT-OK
012700     DISPLAY '   SALDO......: ' WS-SALDO-CONTATO
012800     DISPLAY '   NASCIMENTO.: ' WS-DT-NASCIMENTO
012900     DISPLAY '   ARQUIVADO EM ' ARC-DATA-ARQUIV
012900     MOVE WS-ID-CONTATO           TO WS-ACS-ID
012900     MOVE 'D'                     TO WS-ACS-TIPO
012900     PERFORM 9550-REGISTRAR-ACESSO THRU 9550-FIM
013000     .
013100 P320-FIM. EXIT.
013110******************************************************************
013700     STOP RUN.
013800
013900     COPY FSTATUS.
013900     COPY OPRLOG.
013900     COPY ACSLOG.
