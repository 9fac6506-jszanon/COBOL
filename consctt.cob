001798*    2024-08-09 JSZ     CONSULTA POR ID PASSA A TENTAR NOVAMENTE
001799*                       QUANDO O REGISTRO ESTA BLOQUEADO POR
001799*                       OUTRO JOB (FILE STATUS 9A).
001799*    2025-03-07 JSZ     INCLUIDA CONSULTA POR CPF/CNPJ (OPCAO 4,
001799*                       CHAVE ALTERNATIVA UNICA CPF-CNPJ-CONTATO);
001799*                       A CONSULTA POR ID PASSA A EXIBIR O
001799*                       DOCUMENTO.
001799*    2025-03-28 JSZ     SIGN-ON COMUM DE OPERADOR (COPYBOOK
001799*                       OPRLOG, QUALQUER PERFIL) E CADA CONTATO
001799*                       EXIBIDO PASSA A SER REGISTRADO NO LOG DE
001799*                       ACESSO ACESSO.LOG (COPYBOOK ACSLOG).
001799*    2025-04-04 JSZ     TELEFONE E EMAIL MASCARADOS PARA O PERFIL
001799*                       CONSULTA (COPYBOOK MASCAR).
001799*    2025-07-04 JSZ     CONTATO DE OUTRA FILIAL QUE A DO
001799*                       OPERADOR E EXIBIDO COM AVISO (COPYBOOK
001799*                       FILCHK) - A CONSULTA CONTINUA LIVRE.
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS ID-CONTATO
002810         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
002813         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
002816             SUPPRESS WHEN SPACES
002820         LOCK MODE IS MANUAL
002900         FILE STATUS IS WS-FS.
002900     SELECT ACESSO ASSIGN TO WS-ACESSO-DSN
002900         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-FS-ACS.
002900     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
002900         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS OPE-CODIGO
002900         FILE STATUS IS WS-FS-OPE.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  CONTATOS.
003300     COPY CONTREG.
003300 FD  ACESSO.
003300     COPY ACSREG.
003300 FD  OPERADOR.
003300     COPY OPERREG.
003400 WORKING-STORAGE SECTION.
003500     COPY CONTREGW.
003600 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
004500     88 CONSULTA-POR-ID           VALUE '1'.
004600     88 CONSULTA-POR-NOME         VALUE '2'.
004650     88 CONSULTA-POR-NOME-EXATO    VALUE '3'.
004650     88 CONSULTA-POR-CPF-CNPJ     VALUE '4'.
004700 77  WS-ACHOU-ALGUM               PIC X(01) VALUE 'N'.
004800     88 ACHOU-ALGUM               VALUE 'S'.
004810 77  WS-NOME-BUSCA                PIC X(20) VALUE SPACES.
004810 77  WS-DOC-BUSCA                 PIC X(14) VALUE SPACES.
004820 77  WS-ID-ENTRADA                PIC 9(06) VALUE ZEROS.
004830 77  WS-ID-VALIDO                 PIC X(01) VALUE 'N'.
004840     88 ID-VALIDO                 VALUE 'S' FALSE 'N'.
005872 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
005880 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
005888     88 DV-OK                     VALUE 'S' FALSE 'N'.
005888*----------------------------------------------------------------*
005888*    AREA DO LOG DE ACESSO DE CONSULTA (COPYBOOK ACSLOG)         *
005888*----------------------------------------------------------------*
005888 01  WS-ACESSO-DSN                PIC X(100) VALUE 'ACESSO.LOG'.
005888 77  WS-FS-ACS                    PIC X(02) VALUE '00'.
005888     88 FS-ACS-OK                 VALUE '00'.
005888 77  WS-ACS-DATA                  PIC 9(08) VALUE ZEROS.
005888 77  WS-ACS-HORA                  PIC 9(08) VALUE ZEROS.
005888 01  WS-ACS-PROGRAMA              PIC X(08) VALUE 'CONSCTT'.
005888 77  WS-ACS-ID                    PIC 9(06) VALUE ZEROS.
005888 77  WS-ACS-TIPO                  PIC X(01) VALUE SPACES.
005888*----------------------------------------------------------------*
005888*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
005888*----------------------------------------------------------------*
005888 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
005888 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
005888     88 FS-OPE-OK                 VALUE '00'.
005888 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
005888 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
005888 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
005888     88 OPR-CONSULTA              VALUE 'C'.
005888     88 OPR-MANUTENCAO            VALUE 'M'.
005888     88 OPR-SUPERVISOR            VALUE 'S'.
005888 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
005888     88 OPR-OK                    VALUE 'S' FALSE 'N'.
005888 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
005888*----------------------------------------------------------------*
005888*    AREA DA REGRA DE FILIAL (COPYBOOK FILCHK)                   *
005888*----------------------------------------------------------------*
005888 77  WS-FIL-OPERADOR              PIC X(03) VALUE SPACES.
005888 77  WS-FIL-ALVO                  PIC X(03) VALUE SPACES.
005888 01  WS-FIL-ACESSO-SW             PIC X(01) VALUE 'S'.
005888     88 FIL-PERMITIDA             VALUE 'S' FALSE 'N'.
005888 01  WS-FIL-OUTRA-SW              PIC X(01) VALUE 'N'.
005888     88 FIL-OUTRA-FILIAL          VALUE 'S' FALSE 'N'.
005888 01  WS-FIL-MENSAGEM              PIC X(60) VALUE SPACES.
005888*----------------------------------------------------------------*
005888*    AREA DO MASCARAMENTO POR PERFIL (COPYBOOK MASCAR)           *
005888*----------------------------------------------------------------*
005888 01  WS-MASC-SW                   PIC X(01) VALUE 'N'.
005888     88 MASC-ATIVA                VALUE 'S' FALSE 'N'.
005888 01  WS-MASC-NIVEL                PIC X(100) VALUE SPACES.
005888 01  WS-MASC-EMAIL                PIC X(40) VALUE SPACES.
005888 01  WS-MASC-TRAB                 PIC X(40) VALUE SPACES.
005888 01  WS-MASC-FONE                 PIC X(15) VALUE SPACES.
005888 01  WS-MASC-VALOR                PIC X(20) VALUE SPACES.
005888 77  WS-MASC-POS                  PIC 9(02) VALUE ZEROS.
005888 77  WS-MASC-DIGITOS              PIC 9(02) VALUE ZEROS.
005900 PROCEDURE DIVISION.
006000******************************************************************
006100*    0000-MAINLINE - ROTINA PRINCIPAL                            *
006300 0000-MAINLINE.
006350     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
006400     DISPLAY '*** CONSULTA DE CONTATOS ***'
006400     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
006400     IF NOT OPR-OK
006400        PERFORM P900-FIM
006400     END-IF
006400     PERFORM 9950-OBTER-FILIAL-OPERADOR THRU 9950-FIM
006400     PERFORM 9560-MASCARA-CONSULTA THRU 9560-FIM
006500     SET EXIT-OK                  TO FALSE
006600     PERFORM P300-CONSULTA        THRU P300-FIM
006700         UNTIL EXIT-OK
007700     DISPLAY '1 - CONSULTAR POR NUMERO DE IDENTIFICACAO'
007800     DISPLAY '2 - CONSULTAR POR TRECHO DO NOME'
007850     DISPLAY '3 - CONSULTAR POR NOME EXATO (CHAVE ALTERNATIVA)'
007850     DISPLAY '4 - CONSULTAR POR CPF/CNPJ (CHAVE ALTERNATIVA)'
007900     DISPLAY 'INFORME O TIPO DE CONSULTA: '
008000     ACCEPT WS-TIPO-CONSULTA
008100
008600             PERFORM P320-POR-NOME    THRU P320-FIM
008650         WHEN CONSULTA-POR-NOME-EXATO
008660             PERFORM P330-POR-NOME-EXATO THRU P330-FIM
008660         WHEN CONSULTA-POR-CPF-CNPJ
008660             PERFORM P340-POR-CPF-CNPJ THRU P340-FIM
008700         WHEN OTHER
008800             DISPLAY 'TIPO DE CONSULTA INVALIDO.'
008900     END-EVALUATE
012650             END-IF
012660          NOT INVALID KEY
012670             DISPLAY WS-ID-CONTATO ' - ' WS-NM-CONTATO
012680             PERFORM P350-MASCARAR-CONTATO THRU P350-FIM
012680             DISPLAY '   TELEFONE: ' WS-MASC-FONE
012690             DISPLAY '   EMAIL...: ' WS-MASC-EMAIL
012700             DISPLAY '   ENDERECO: ' WS-END-RUA ', '
012710                     WS-END-BAIRRO ' - ' WS-END-CIDADE
012710             DISPLAY '   CPF/CNPJ: ' WS-CPF-CNPJ-CONTATO
012710             MOVE WS-ID-CONTATO TO WS-ACS-ID
012710             MOVE 'D'           TO WS-ACS-TIPO
012710             PERFORM P360-SINALIZAR-FILIAL THRU P360-FIM
012710             PERFORM 9550-REGISTRAR-ACESSO THRU 9550-FIM
012720     END-READ
012730     .
012740 P313-FIM. EXIT.
014600                        THRU 9100-FIM
014700                    IF CONTEM-OK
014800                       MOVE 'S'          TO WS-ACHOU-ALGUM
014900                       PERFORM P350-MASCARAR-CONTATO THRU P350-FIM
014900                       DISPLAY WS-ID-CONTATO ' - ' WS-NM-CONTATO
014910                               ' - ' WS-MASC-FONE
014910                       MOVE WS-ID-CONTATO TO WS-ACS-ID
014910                       MOVE 'L'           TO WS-ACS-TIPO
014910                       PERFORM P360-SINALIZAR-FILIAL THRU P360-FIM
014910                       PERFORM 9550-REGISTRAR-ACESSO THRU 9550-FIM
015000                    END-IF
015100            END-READ
015200        END-PERFORM
016790                       SET EOF-OK TO TRUE
016800                    ELSE
016810                       MOVE 'S'   TO WS-ACHOU-ALGUM
016820                       PERFORM P350-MASCARAR-CONTATO THRU P350-FIM
016820                       DISPLAY WS-ID-CONTATO ' - ' WS-NM-CONTATO
016830                               ' - ' WS-MASC-FONE
016830                       MOVE WS-ID-CONTATO TO WS-ACS-ID
016830                       MOVE 'L'           TO WS-ACS-TIPO
016830                       PERFORM P360-SINALIZAR-FILIAL THRU P360-FIM
016830                       PERFORM 9550-REGISTRAR-ACESSO THRU 9550-FIM
016840                    END-IF
016850            END-READ
016860        END-PERFORM
016960     CLOSE CONTATOS
016970     .
016980 P330-FIM. EXIT.
016980******************************************************************
016980*    P340-POR-CPF-CNPJ - LEITURA ALEATORIA PELA CHAVE            *
016980*                       ALTERNATIVA UNICA CPF-CNPJ-CONTATO. O    *
016980*                       DOCUMENTO E DIGITADO SO COM DIGITOS.     *
016980******************************************************************
016980 P340-POR-CPF-CNPJ.
016980     SET FS-OK                    TO TRUE
016980     OPEN INPUT CONTATOS
016980
016980     IF FS-OK THEN
016980        DISPLAY 'INFORME O CPF (11) OU CNPJ (14) SO COM DIGITOS: '
016980        ACCEPT WS-DOC-BUSCA
016980        IF WS-DOC-BUSCA = SPACES
016980           DISPLAY 'CPF/CNPJ NAO INFORMADO.'
016980        ELSE
016980           MOVE WS-DOC-BUSCA      TO CPF-CNPJ-CONTATO
016980           READ CONTATOS INTO WS-REGISTRO
016980                KEY IS CPF-CNPJ-CONTATO
016980                INVALID KEY
016980                   DISPLAY 'NENHUM CONTATO COM ESSE CPF/CNPJ.'
016980                NOT INVALID KEY
016980                   DISPLAY WS-ID-CONTATO ' - ' WS-NM-CONTATO
016980                   PERFORM P350-MASCARAR-CONTATO THRU P350-FIM
016980                   DISPLAY '   TELEFONE: ' WS-MASC-FONE
016980                   DISPLAY '   EMAIL...: ' WS-MASC-EMAIL
016980                   DISPLAY '   ENDERECO: ' WS-END-RUA ', '
016980                           WS-END-BAIRRO ' - ' WS-END-CIDADE
016980                   DISPLAY '   CPF/CNPJ: ' WS-CPF-CNPJ-CONTATO
016980                   IF WS-ST-CONTATO = 'I'
016980                      DISPLAY '   (CONTATO INATIVO)'
016980                   END-IF
016980                   MOVE WS-ID-CONTATO TO WS-ACS-ID
016980                   MOVE 'D'           TO WS-ACS-TIPO
016980                   PERFORM P360-SINALIZAR-FILIAL THRU P360-FIM
016980                   PERFORM 9550-REGISTRAR-ACESSO THRU 9550-FIM
016980           END-READ
016980        END-IF
016980     ELSE
016980        PERFORM 9000-TRADUZIR-FS
016980        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
016980     END-IF
016980
016980     CLOSE CONTATOS
016980     .
016980 P340-FIM. EXIT.
016980******************************************************************
016980*    P350-MASCARAR-CONTATO - PREPARA TELEFONE E EMAIL DO        *
016980*                       CONTATO LIDO PARA EXIBICAO, MASCARADOS   *
016980*                       QUANDO O PERFIL E CONSULTA (MASCAR)      *
016980******************************************************************
016980 P350-MASCARAR-CONTATO.
016980     MOVE WS-TEL-CONTATO          TO WS-MASC-FONE
016980     PERFORM 9570-MASCARAR-FONE   THRU 9570-FIM
016980     MOVE WS-EMAIL-CONTATO        TO WS-MASC-EMAIL
016980     PERFORM 9565-MASCARAR-EMAIL  THRU 9565-FIM
016980     .
016980 P350-FIM. EXIT.
016980******************************************************************
016980*    P360-SINALIZAR-FILIAL - AVISA QUANDO O CONTATO EXIBIDO E DE *
016980*                       OUTRA FILIAL (COPYBOOK FILCHK)           *
016980******************************************************************
016980 P360-SINALIZAR-FILIAL.
016980     MOVE WS-FIL-CONTATO          TO WS-FIL-ALVO
016980     PERFORM 9955-CONFERIR-FILIAL THRU 9955-FIM
016980     IF FIL-OUTRA-FILIAL
016980        DISPLAY '   ' WS-FIL-MENSAGEM
016980     END-IF
016980     .
016980 P360-FIM. EXIT.
017000******************************************************************
017010*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
017020******************************************************************
017300     COPY NMCONTEM.
017400     COPY DSNENV.
017500     COPY DIGVER.
017500     COPY OPRLOG.
017500     COPY ACSLOG.
017500     COPY MASCAR.
017500     COPY FILCHK.
