001660*                       RELSALDO.LST PELO ESCRITOR COMUM (COPYBOOK
001670*                       RELIMP); OS TOTAIS CONTINUAM TAMBEM NO
001680*                       CONSOLE.
001680*    2025-04-04 JSZ     ACEITA OPERADOR= E SENHA= NA LINHA DE
001680*                       PARAMETROS; SEM SUPERVISOR IDENTIFICADO O
001680*                       SALDO DE CADA CONTATO SAI MASCARADO
001680*                       (COPYBOOK MASCAR) E O NIVEL DE
001680*                       MASCARAMENTO ABRE O RELATORIO. O TOTAL
001680*                       GERAL CONTINUA VISIVEL.
001680*    2025-07-04 JSZ     ACEITA FILIAL= (NNN, SEM OU TODAS) NA
001680*                       LINHA DE PARAMETROS: O RELATORIO QUEBRA
001680*                       PAGINA POR FILIAL, COM SUBTOTAL DE CADA
001680*                       UMA ANTES DO TOTAL GERAL (COPYBOOK
001680*                       FILTAB).
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002600         ACCESS MODE IS SEQUENTIAL
002700         RECORD KEY IS ID-CONTATO
002800         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
002833         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
002866             SUPPRESS WHEN SPACES
002900         FILE STATUS IS WS-FS.
002910     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
002920         ORGANIZATION IS LINE SEQUENTIAL
002940     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
002950         ORGANIZATION IS LINE SEQUENTIAL
002960         FILE STATUS IS WS-FS-RIMP.
002960     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
002960         ORGANIZATION IS INDEXED
002960         ACCESS MODE IS DYNAMIC
002960         RECORD KEY IS OPE-CODIGO
002960         FILE STATUS IS WS-FS-OPE.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  CONTATOS.
003320     COPY RUNREG.
003330 FD  RELIMP.
003340 01  REG-RELIMP                   PIC X(132).
003340 FD  OPERADOR.
003340     COPY OPERREG.
003400 WORKING-STORAGE SECTION.
003500     COPY CONTREGW.
003600 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
004600*----------------------------------------------------------------*
004700 01  WS-MSK-SALDO                 PIC $$$.$$$.$$9,99.
004800 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
004800*----------------------------------------------------------------*
004800*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
004800*    DO P100-ANALISAR-PARM DO FECMES)                            *
004800*----------------------------------------------------------------*
004800 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
004800 01  WS-PARM-TOKENS.
004800     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
004800                                  INDEXED BY WS-PARM-IDX.
004800*----------------------------------------------------------------*
004800*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
004800*----------------------------------------------------------------*
004800 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
004800 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
004800     88 FS-OPE-OK                 VALUE '00'.
004800 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
004800 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
004800 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
004800     88 OPR-CONSULTA              VALUE 'C'.
004800     88 OPR-MANUTENCAO            VALUE 'M'.
004800     88 OPR-SUPERVISOR            VALUE 'S'.
004800 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
004800     88 OPR-OK                    VALUE 'S' FALSE 'N'.
004800 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
004800*----------------------------------------------------------------*
004800*    AREA DO MASCARAMENTO POR PERFIL (COPYBOOK MASCAR)           *
004800*----------------------------------------------------------------*
004800 01  WS-MASC-SW                   PIC X(01) VALUE 'N'.
004800     88 MASC-ATIVA                VALUE 'S' FALSE 'N'.
004800 01  WS-MASC-NIVEL                PIC X(100) VALUE SPACES.
004800 01  WS-MASC-EMAIL                PIC X(40) VALUE SPACES.
004800 01  WS-MASC-TRAB                 PIC X(40) VALUE SPACES.
004800 01  WS-MASC-FONE                 PIC X(15) VALUE SPACES.
004800 01  WS-MASC-VALOR                PIC X(20) VALUE SPACES.
004800 77  WS-MASC-POS                  PIC 9(02) VALUE ZEROS.
004800 77  WS-MASC-DIGITOS              PIC 9(02) VALUE ZEROS.
004800*----------------------------------------------------------------*
004800*    AREA DA QUEBRA POR FILIAL (COPYBOOK FILTAB)                 *
004800*----------------------------------------------------------------*
004800 01  WS-FIL-PARM                  PIC X(05) VALUE SPACES.
004800 01  WS-FIL-QUEBRA-SW             PIC X(01) VALUE 'N'.
004800     88 FIL-QUEBRA                VALUE 'S' FALSE 'N'.
004800 01  WS-FIL-UNICA-SW              PIC X(01) VALUE 'N'.
004800     88 FIL-UNICA                 VALUE 'S' FALSE 'N'.
004800 01  WS-FIL-EOF-SW                PIC X(01) VALUE 'N'.
004800     88 FIL-EOF-OK                VALUE 'S' FALSE 'N'.
004800 77  WS-FIL-QTD                   PIC 9(03) VALUE ZEROS.
004800 01  WS-TAB-FILIAIS.
004800     03  WS-FIL-COD               PIC X(03) OCCURS 100 TIMES.
004800 77  WS-FIL-IDX                   PIC 9(03) VALUE ZEROS.
004800 77  WS-FIL-POS                   PIC 9(03) VALUE ZEROS.
004800 01  WS-FIL-CORRENTE              PIC X(03) VALUE SPACES.
004800 01  WS-FIL-ROTULO                PIC X(20) VALUE SPACES.
004800 77  WS-SUB-CONTATOS              PIC 9(06) VALUE ZEROS.
004800 77  WS-SUB-SALDO                 PIC S9(11)V99 VALUE ZEROS.
004900 PROCEDURE DIVISION.
005000******************************************************************
005100*    0000-MAINLINE - ROTINA PRINCIPAL                            *
005200******************************************************************
005300 0000-MAINLINE.
005310     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
005310     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
005310     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
005320     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
005330     IF NOT FS-RIMP-OK
005340        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
005380     END-IF
005400     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
005500     DISPLAY '*** RELATORIO DE SALDOS DE CONTATOS ***'
005500*    QUEM EMITE DEFINE O MASCARAMENTO (OPERADOR= E SENHA= NA
005500*    LINHA DE PARAMETROS); SEM SUPERVISOR IDENTIFICADO, MASCARA.
005500     PERFORM 9930-VALIDAR-OPERADOR THRU 9930-FIM
005500     PERFORM 9562-MASCARA-RELATORIO THRU 9562-FIM
005500     DISPLAY FUNCTION TRIM(WS-MASC-NIVEL)
005500     MOVE WS-MASC-NIVEL           TO WS-RIMP-LINHA
005500     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
005500     MOVE SPACES                  TO WS-RIMP-LINHA
005500     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
005600     PERFORM 9965-MONTAR-FILIAIS  THRU 9965-FIM
005600     IF FIL-QUEBRA
005600        PERFORM P200-LISTAR-FILIAL THRU P200-FIM
005600            VARYING WS-FIL-IDX FROM 1 BY 1
005600            UNTIL WS-FIL-IDX > WS-FIL-QTD
005600        PERFORM P320-TOTAL-GERAL  THRU P320-FIM
005600     ELSE
005600        PERFORM P300-LISTAR-SALDOS THRU P300-FIM
005600     END-IF
005700     PERFORM P900-FIM
005800     .
005800******************************************************************
005800*    P100-ANALISAR-PARM - QUEBRA A LINHA DE PARAMETROS EM TOKENS *
005800*                         E ARMA AS CHAVES DE EXECUCAO           *
005800******************************************************************
005800 P100-ANALISAR-PARM.
005800     MOVE SPACES                  TO WS-PARM-TOKENS
005800     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
005800         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
005800              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
005800              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
005800              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
005800              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
005800     END-UNSTRING
005800
005800     SET WS-PARM-IDX              TO 1
005800     PERFORM P110-ANALISAR-TOKEN
005800         VARYING WS-PARM-IDX FROM 1 BY 1
005800         UNTIL WS-PARM-IDX > 10
005800     .
005800 P100-FIM. EXIT.
005800******************************************************************
005800*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
005800******************************************************************
005800 P110-ANALISAR-TOKEN.
005800     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:9) = 'OPERADOR='
005800        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (10:8)
005800                                  TO WS-OPR-CODIGO
005800     END-IF
005800     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:6) = 'SENHA='
005800        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (7:8)
005800                                  TO WS-OPR-SENHA
005800     END-IF
005800     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:7) = 'FILIAL='
005800        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (8:5)
005800                                  TO WS-FIL-PARM
005800        PERFORM 9960-ANALISAR-FILIAL THRU 9960-FIM
005800     END-IF
005800     .
005800 P110-FIM. EXIT.
005800******************************************************************
005800*    P200-LISTAR-FILIAL - LISTA OS SALDOS DE UMA FILIAL DA       *
005800*                 TABELA, EM PAGINA PROPRIA, COM SUBTOTAL        *
005800******************************************************************
005800 P200-LISTAR-FILIAL.
005800     PERFORM 9970-ROTULO-FILIAL   THRU 9970-FIM
005800     MOVE ZEROS                   TO WS-SUB-CONTATOS
005800     MOVE ZEROS                   TO WS-SUB-SALDO
005800     IF WS-FIL-IDX > 1
005800        MOVE ZEROS                TO WS-RIMP-LINHAS
005800     END-IF
005800     DISPLAY ' '
005800     DISPLAY '--- ' WS-FIL-ROTULO ' ---'
005800     MOVE SPACES                  TO WS-RIMP-LINHA
005800     STRING '--- '                DELIMITED BY SIZE
005800            WS-FIL-ROTULO         DELIMITED BY SIZE
005800            ' ---'                DELIMITED BY SIZE
005800            INTO WS-RIMP-LINHA
005800     END-STRING
005800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
005800     MOVE SPACES                  TO WS-RIMP-LINHA
005800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
005800     PERFORM P300-LISTAR-SALDOS   THRU P300-FIM
005800     .
005800 P200-FIM. EXIT.
005900******************************************************************
006000*    P300-LISTAR-SALDOS - LE CONTATOS.DAT SEQUENCIALMENTE,       *
006100*                 EXIBINDO O SALDO DE CADA CONTATO ATIVO E       *
006200*                 ACUMULANDO O TOTAL GERAL                       *
006300******************************************************************
006400 P300-LISTAR-SALDOS.
006500     MOVE 'N'                     TO WS-EOF
006500     OPEN INPUT CONTATOS
006600
006700     IF FS-OK THEN
007000                 AT END
007100                    SET EOF-OK TO TRUE
007200                 NOT AT END
007300                    IF WS-CONTATO-ATIVO AND
007300                       (NOT FIL-QUEBRA OR
007300                        WS-FIL-CONTATO = WS-FIL-CORRENTE)
007400                       ADD 1      TO WS-CONT-CONTATOS
007400                       ADD 1      TO WS-SUB-CONTATOS
007500                       PERFORM P310-EXIBIR-SALDO THRU P310-FIM
007600                    END-IF
007700            END-READ
007800        END-PERFORM
007900        IF FIL-QUEBRA
007900           PERFORM P330-SUBTOTAL-FILIAL THRU P330-FIM
007900        ELSE
007900           PERFORM P320-TOTAL-GERAL THRU P320-FIM
007900        END-IF
008000     ELSE
008100        PERFORM 9000-TRADUZIR-FS
008200        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
009200 P310-EXIBIR-SALDO.
009300     MOVE WS-SALDO-CONTATO        TO WS-MSK-SALDO
009400     ADD WS-SALDO-CONTATO         TO WS-TOTAL-SALDO
009400     ADD WS-SALDO-CONTATO         TO WS-SUB-SALDO
009400     MOVE WS-MSK-SALDO            TO WS-MASC-VALOR
009400     PERFORM 9580-MASCARAR-VALOR  THRU 9580-FIM
009410     MOVE SPACES                  TO WS-RIMP-LINHA
009420     STRING WS-ID-CONTATO         DELIMITED BY SIZE
009430            ' '                   DELIMITED BY SIZE
009440            WS-NM-CONTATO         DELIMITED BY SIZE
009450            ' '                   DELIMITED BY SIZE
009460            WS-MASC-VALOR (1:14)  DELIMITED BY SIZE
009470            INTO WS-RIMP-LINHA
009480     END-STRING
009490     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
010595     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
010600     .
010700 P320-FIM. EXIT.
010700******************************************************************
010700*    P330-SUBTOTAL-FILIAL - EXIBE O SUBTOTAL DA FILIAL LISTADA   *
010700******************************************************************
010700 P330-SUBTOTAL-FILIAL.
010700     MOVE WS-SUB-SALDO            TO WS-MSK-TOTAL
010700     DISPLAY 'SUBTOTAL ' WS-FIL-ROTULO ': ' WS-SUB-CONTATOS
010700             ' CONTATOS  SALDO ' WS-MSK-TOTAL
010700     MOVE SPACES                  TO WS-RIMP-LINHA
010700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
010700     MOVE SPACES                  TO WS-RIMP-LINHA
010700     STRING 'SUBTOTAL '           DELIMITED BY SIZE
010700            WS-FIL-ROTULO         DELIMITED BY SIZE
010700            ': '                  DELIMITED BY SIZE
010700            WS-SUB-CONTATOS       DELIMITED BY SIZE
010700            ' CONTATOS  SALDO '   DELIMITED BY SIZE
010700            WS-MSK-TOTAL          DELIMITED BY SIZE
010700            INTO WS-RIMP-LINHA
010700     END-STRING
010700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
010700     .
010700 P330-FIM. EXIT.
010800******************************************************************
010900*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
011000******************************************************************
011500     COPY DSNENV.
011600     COPY RUNLOG.
011700     COPY RELIMP.
011700     COPY OPRLOG.
011700     COPY MASCAR.
011700     COPY FILTAB.
