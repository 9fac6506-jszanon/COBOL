001670*                       RELIMP, CABECALHO COM DATA E PAGINA),
001680*                       PODENDO RODAR SEM OPERADOR DE MADRUGADA;
001690*                       OS TOTAIS CONTINUAM TAMBEM NO CONSOLE.
001690*    2025-04-04 JSZ     ACEITA OPERADOR= E SENHA= NA LINHA DE
001690*                       PARAMETROS; SEM SUPERVISOR IDENTIFICADO OS
001690*                       TELEFONES SAEM MASCARADOS (COPYBOOK
001690*                       MASCAR) E O NIVEL DE MASCARAMENTO ABRE O
001690*                       RELATORIO.
001690*    2025-07-18 JSZ     TELEFONE MARCADO PELO RETORNO DE SMS
001690*                       (SMSRET) SAI COM (NUMERO INVALIDO) OU
001690*                       (DESLIGADO) AO LADO DO NUMERO.
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002600         ACCESS MODE IS SEQUENTIAL
002700         RECORD KEY IS ID-CONTATO
002800         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
002833         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
002866             SUPPRESS WHEN SPACES
002900         FILE STATUS IS WS-FS.
003000     SELECT FONES ASSIGN TO WS-FONES-DSN
003100         ORGANIZATION IS INDEXED
003540     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
003550         ORGANIZATION IS LINE SEQUENTIAL
003560         FILE STATUS IS WS-FS-RIMP.
003560     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
003560         ORGANIZATION IS INDEXED
003560         ACCESS MODE IS DYNAMIC
003560         RECORD KEY IS OPE-CODIGO
003560         FILE STATUS IS WS-FS-OPE.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CONTATOS.
004120     COPY RUNREG.
004130 FD  RELIMP.
004140 01  REG-RELIMP                   PIC X(132).
004140 FD  OPERADOR.
004140     COPY OPERREG.
004200 WORKING-STORAGE SECTION.
004300     COPY CONTREGW.
004400 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
005693 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
005694 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
005695 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
005695*----------------------------------------------------------------*
005695*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
005695*    DO P100-ANALISAR-PARM DO FECMES)                            *
005695*----------------------------------------------------------------*
005695 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
005695 01  WS-PARM-TOKENS.
005695     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
005695                                  INDEXED BY WS-PARM-IDX.
005695*----------------------------------------------------------------*
005695*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
005695*----------------------------------------------------------------*
005695 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
005695 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
005695     88 FS-OPE-OK                 VALUE '00'.
005695 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
005695 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
005695 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
005695     88 OPR-CONSULTA              VALUE 'C'.
005695     88 OPR-MANUTENCAO            VALUE 'M'.
005695     88 OPR-SUPERVISOR            VALUE 'S'.
005695 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
005695     88 OPR-OK                    VALUE 'S' FALSE 'N'.
005695 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
005695*----------------------------------------------------------------*
005695*    AREA DO MASCARAMENTO POR PERFIL (COPYBOOK MASCAR)           *
005695*----------------------------------------------------------------*
005695 01  WS-MASC-SW                   PIC X(01) VALUE 'N'.
005695     88 MASC-ATIVA                VALUE 'S' FALSE 'N'.
005695 01  WS-MASC-NIVEL                PIC X(100) VALUE SPACES.
005695 01  WS-MASC-EMAIL                PIC X(40) VALUE SPACES.
005695 01  WS-MASC-TRAB                 PIC X(40) VALUE SPACES.
005695 01  WS-MASC-FONE                 PIC X(15) VALUE SPACES.
005695 01  WS-MASC-VALOR                PIC X(20) VALUE SPACES.
005695 77  WS-MASC-POS                  PIC 9(02) VALUE ZEROS.
005695 77  WS-MASC-DIGITOS              PIC 9(02) VALUE ZEROS.
005700 PROCEDURE DIVISION.
005800******************************************************************
005900*    0000-MAINLINE - ROTINA PRINCIPAL                            *
006000******************************************************************
006100 0000-MAINLINE.
006110     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
006110     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
006110     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
006120     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
006130     IF NOT FS-RIMP-OK
006140        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
006180     END-IF
006200     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
006300     DISPLAY '*** RELATORIO DE TELEFONES POR CONTATO ***'
006300*    QUEM EMITE DEFINE O MASCARAMENTO (OPERADOR= E SENHA= NA
006300*    LINHA DE PARAMETROS); SEM SUPERVISOR IDENTIFICADO, MASCARA.
006300     PERFORM 9930-VALIDAR-OPERADOR THRU 9930-FIM
006300     PERFORM 9562-MASCARA-RELATORIO THRU 9562-FIM
006300     DISPLAY FUNCTION TRIM(WS-MASC-NIVEL)
006300     MOVE WS-MASC-NIVEL           TO WS-RIMP-LINHA
006300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
006300     MOVE SPACES                  TO WS-RIMP-LINHA
006300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
006400     PERFORM P300-LISTAR           THRU P300-FIM
006500     PERFORM P900-FIM
006600     .
006600******************************************************************
006600*    P100-ANALISAR-PARM - QUEBRA A LINHA DE PARAMETROS EM TOKENS *
006600*                         E ARMA AS CHAVES DE EXECUCAO           *
006600******************************************************************
006600 P100-ANALISAR-PARM.
006600     MOVE SPACES                  TO WS-PARM-TOKENS
006600     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
006600         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
006600              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
006600              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
006600              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
006600              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
006600     END-UNSTRING
006600
006600     SET WS-PARM-IDX              TO 1
006600     PERFORM P110-ANALISAR-TOKEN
006600         VARYING WS-PARM-IDX FROM 1 BY 1
006600         UNTIL WS-PARM-IDX > 10
006600     .
006600 P100-FIM. EXIT.
006600******************************************************************
006600*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
006600******************************************************************
006600 P110-ANALISAR-TOKEN.
006600     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:9) = 'OPERADOR='
006600        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (10:8)
006600                                  TO WS-OPR-CODIGO
006600     END-IF
006600     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:6) = 'SENHA='
006600        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (7:8)
006600                                  TO WS-OPR-SENHA
006600     END-IF
006600     .
006600 P110-FIM. EXIT.
006700******************************************************************
006800*    P300-LISTAR - LE CONTATOS.DAT SEQUENCIALMENTE E, PARA CADA  *
006900*                 CONTATO ATIVO, LISTA OS TELEFONES CADASTRADOS  *
012800                    SET EOF-FONE-OK TO TRUE
012900                 ELSE
013000                    ADD 1          TO WS-CONT-FONES
013100                    MOVE FONE-NUMERO TO WS-MASC-FONE
013100                    PERFORM 9570-MASCARAR-FONE THRU 9570-FIM
013100                    MOVE SPACES TO WS-RIMP-LINHA
013110                    STRING '    '     DELIMITED BY SIZE
013120                           FONE-TIPO   DELIMITED BY SIZE
013130                           ': '        DELIMITED BY SIZE
013140                           WS-MASC-FONE DELIMITED BY SIZE
013150                           INTO WS-RIMP-LINHA
013160                    END-STRING
013160                    IF FONE-INVALIDO
013160                       MOVE '(NUMERO INVALIDO)'
013160                                  TO WS-RIMP-LINHA (34:17)
013160                    END-IF
013160                    IF FONE-DESLIGADO
013160                       MOVE '(DESLIGADO)'
013160                                  TO WS-RIMP-LINHA (34:11)
013160                    END-IF
013170                    PERFORM 9810-REL-DETALHE THRU 9810-FIM
013200                 END-IF
013300         END-READ
014400     COPY DSNENV.
014500     COPY RUNLOG.
014600     COPY RELIMP.
014600     COPY OPRLOG.
014600     COPY MASCAR.
