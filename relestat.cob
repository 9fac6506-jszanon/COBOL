002311*                       TABELA CATEGS.DAT (COPYBOOK CATTAB) EM
002312*                       VEZ DAS TRES CATEGORIAS CONGELADAS NO
002313*                       FONTE.
002313*    2025-07-04 JSZ     PARAMETRO FILIAL= (NNN, SEM OU TODAS) NA
002313*                       LINHA DE EXECUCAO: AS ESTATISTICAS SAEM
002313*                       UMA VEZ POR FILIAL, EM PAGINA PROPRIA, E
002313*                       FECHAM COM O QUADRO CONSOLIDADO (COPYBOOK
002313*                       FILTAB).
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS ID-CONTATO
003500         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003533         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003566             SUPPRESS WHEN SPACES
003600         FILE STATUS IS WS-FS.
003700     SELECT RELEST ASSIGN TO WS-RELEST-DSN
003800         ORGANIZATION IS LINE SEQUENTIAL
011700 77  WS-SLD-MAIOR-TOT             PIC S9(11)V99 VALUE ZEROS.
011800 01  WS-MSK-TOTAL                 PIC -$$.$$$.$$$.$$9,99.
011800*----------------------------------------------------------------*
011800*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
011800*    DO P100-ANALISAR-PARM DO FECMES)                            *
011800*----------------------------------------------------------------*
011800 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
011800 01  WS-PARM-TOKENS.
011800     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
011800                                  INDEXED BY WS-PARM-IDX.
011800*----------------------------------------------------------------*
011800*    AREA DA QUEBRA POR FILIAL (COPYBOOK FILTAB)                 *
011800*----------------------------------------------------------------*
011800 01  WS-FIL-PARM                  PIC X(05) VALUE SPACES.
011800 01  WS-FIL-QUEBRA-SW             PIC X(01) VALUE 'N'.
011800     88 FIL-QUEBRA                VALUE 'S' FALSE 'N'.
011800 01  WS-FIL-UNICA-SW              PIC X(01) VALUE 'N'.
011800     88 FIL-UNICA                 VALUE 'S' FALSE 'N'.
011800 01  WS-FIL-EOF-SW                PIC X(01) VALUE 'N'.
011800     88 FIL-EOF-OK                VALUE 'S' FALSE 'N'.
011800 77  WS-FIL-QTD                   PIC 9(03) VALUE ZEROS.
011800 01  WS-TAB-FILIAIS.
011800     03  WS-FIL-COD               PIC X(03) OCCURS 100 TIMES.
011800 77  WS-FIL-IDX                   PIC 9(03) VALUE ZEROS.
011800 77  WS-FIL-POS                   PIC 9(03) VALUE ZEROS.
011800 01  WS-FIL-CORRENTE              PIC X(03) VALUE SPACES.
011800 01  WS-FIL-ROTULO                PIC X(20) VALUE SPACES.
011800*----------------------------------------------------------------*
011800*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
011800*----------------------------------------------------------------*
011800 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
013100            WS-DATA-AAAA DELIMITED BY SIZE
013200            INTO WS-DATA-EXEC-BR
013300     END-STRING
013300     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
013300     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
013300     PERFORM 9965-MONTAR-FILIAIS  THRU 9965-FIM
013300*    COM QUEBRA POR FILIAL AS PASSADAS (FILIAIS E CONSOLIDADO)
013300*    SAO FEITAS DENTRO DO P300.
013300     IF NOT FIL-QUEBRA
013400        PERFORM P200-ACUMULAR     THRU P200-FIM
013300     END-IF
013500     IF FS-OK
013600        PERFORM P300-IMPRIMIR     THRU P300-FIM
013700     END-IF
013800     PERFORM P900-FIM
013900     .
013900******************************************************************
013900*    P100-ANALISAR-PARM - QUEBRA A LINHA DE PARAMETROS EM TOKENS *
013900*                         E ARMA AS CHAVES DE EXECUCAO           *
013900******************************************************************
013900 P100-ANALISAR-PARM.
013900     MOVE SPACES                  TO WS-PARM-TOKENS
013900     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
013900         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
013900              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
013900              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
013900              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
013900              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
013900     END-UNSTRING
013900
013900     SET WS-PARM-IDX              TO 1
013900     PERFORM P110-ANALISAR-TOKEN
013900         VARYING WS-PARM-IDX FROM 1 BY 1
013900         UNTIL WS-PARM-IDX > 10
013900     .
013900 P100-FIM. EXIT.
013900******************************************************************
013900*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
013900******************************************************************
013900 P110-ANALISAR-TOKEN.
013900     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:7) = 'FILIAL='
013900        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (8:5)
013900                                  TO WS-FIL-PARM
013900        PERFORM 9960-ANALISAR-FILIAL THRU 9960-FIM
013900     END-IF
013900     .
013900 P110-FIM. EXIT.
014000******************************************************************
014100*    P200-ACUMULAR - LE CONTATOS.DAT UMA VEZ ACUMULANDO TODAS AS  *
014200*                 QUEBRAS DO RELATORIO                            *
015500             AT END
015600                SET EOF-OK        TO TRUE
015700             NOT AT END
015700                IF NOT FIL-QUEBRA OR
015700                   WS-FIL-CONTATO = WS-FIL-CORRENTE
015800                   ADD 1          TO WS-CONT-LIDOS
015900                   PERFORM P210-ACUMULAR-REGISTRO THRU P210-FIM
015900                END-IF
016000         END-READ
016100     END-PERFORM
016200
028100     MOVE ZEROS                   TO WS-PAGINA
028200     MOVE ZEROS                   TO WS-LINHAS-PAG
028300
028300     IF FIL-QUEBRA
028300        PERFORM P400-ESTATISTICA-FILIAL THRU P400-FIM
028300            VARYING WS-FIL-IDX FROM 1 BY 1
028300            UNTIL WS-FIL-IDX > WS-FIL-QTD
028300*       A PASSADA CONSOLIDADA LE TODOS OS CONTATOS, SEM FILTRO.
028300        SET FIL-QUEBRA            TO FALSE
028300        PERFORM P410-ZERAR-ACUMULADORES THRU P410-FIM
028300        PERFORM P200-ACUMULAR     THRU P200-FIM
028300        MOVE ZEROS                TO WS-LINHAS-PAG
028300        MOVE '--- CONSOLIDADO DAS FILIAIS ---'
028300                                  TO WS-LINHA-DET
028300        PERFORM P700-EMITIR-LINHA THRU P700-FIM
028300        MOVE SPACES               TO WS-LINHA-DET
028300        PERFORM P700-EMITIR-LINHA THRU P700-FIM
028300     END-IF
028300     PERFORM P340-EMITIR-QUADROS  THRU P340-FIM
028300
028300     CLOSE RELEST
028300     DISPLAY 'RELATORIO GRAVADO EM '
028300             FUNCTION TRIM(WS-RELEST-DSN) '.'
028300     .
028300 P300-FIM. EXIT.
028300******************************************************************
028300*    P340-EMITIR-QUADROS - EMITE OS QUADROS DO RELATORIO COM AS  *
028300*                 QUEBRAS ACUMULADAS                             *
028300******************************************************************
028300 P340-EMITIR-QUADROS.
028400     MOVE '*** VISAO GERAL ***'   TO WS-LINHA-DET
028500     PERFORM P700-EMITIR-LINHA    THRU P700-FIM
028600     MOVE SPACES                  TO WS-LINHA-DET
033400     PERFORM P310-IMPRIMIR-CIDADES THRU P310-FIM
033500     PERFORM P320-IMPRIMIR-IDADES  THRU P320-FIM
033600     PERFORM P330-IMPRIMIR-SALDOS  THRU P330-FIM
034100     .
034200 P340-FIM. EXIT.
034210******************************************************************
034211*    P305-LINHA-CATEGORIA - EMITE A LINHA DE CONTAGEM DE UMA      *
034212*                 CATEGORIA DA TABELA                             *
050300     PERFORM P700-EMITIR-LINHA    THRU P700-FIM
050400     .
050500 P330-FIM. EXIT.
050500******************************************************************
050500*    P400-ESTATISTICA-FILIAL - ACUMULA SO OS CONTATOS DE UMA     *
050500*                 FILIAL DA TABELA E EMITE OS QUADROS DELA EM    *
050500*                 PAGINA PROPRIA                                 *
050500******************************************************************
050500 P400-ESTATISTICA-FILIAL.
050500     PERFORM 9970-ROTULO-FILIAL   THRU 9970-FIM
050500     PERFORM P410-ZERAR-ACUMULADORES THRU P410-FIM
050500     PERFORM P200-ACUMULAR        THRU P200-FIM
050500     IF NOT FS-OK
050500        GO TO P400-FIM
050500     END-IF
050500     IF WS-FIL-IDX > 1
050500        MOVE ZEROS                TO WS-LINHAS-PAG
050500     END-IF
050500     MOVE SPACES                  TO WS-LINHA-DET
050500     STRING '--- '                DELIMITED BY SIZE
050500            WS-FIL-ROTULO         DELIMITED BY SIZE
050500            ' ---'                DELIMITED BY SIZE
050500            INTO WS-LINHA-DET
050500     END-STRING
050500     PERFORM P700-EMITIR-LINHA    THRU P700-FIM
050500     MOVE SPACES                  TO WS-LINHA-DET
050500     PERFORM P700-EMITIR-LINHA    THRU P700-FIM
050500     PERFORM P340-EMITIR-QUADROS  THRU P340-FIM
050500     DISPLAY WS-FIL-ROTULO ': ' WS-CONT-LIDOS ' CONTATOS.'
050500     .
050500 P400-FIM. EXIT.
050500******************************************************************
050500*    P410-ZERAR-ACUMULADORES - ZERA TODAS AS QUEBRAS ANTES DE    *
050500*                 UMA NOVA PASSADA SOBRE CONTATOS.DAT            *
050500******************************************************************
050500 P410-ZERAR-ACUMULADORES.
050500     MOVE ZEROS                   TO WS-CONT-LIDOS
050500     MOVE ZEROS                   TO WS-CONT-ATIVOS
050500     MOVE ZEROS                   TO WS-CONT-INATIVOS
050500     MOVE ZEROS                   TO WS-TAB-CNT-CAT
050500     MOVE ZEROS                   TO WS-CONT-CAT-OUTRAS
050500     MOVE ZEROS                   TO WS-CID-QTD
050500     MOVE ZEROS                   TO WS-CID-TRANSBORDO
050500     MOVE ZEROS                   TO WS-FAIXA-ATE17
050500     MOVE ZEROS                   TO WS-FAIXA-18A29
050500     MOVE ZEROS                   TO WS-FAIXA-30A44
050500     MOVE ZEROS                   TO WS-FAIXA-45A59
050500     MOVE ZEROS                   TO WS-FAIXA-60MAIS
050500     MOVE ZEROS                   TO WS-FAIXA-SEM-DATA
050500     MOVE ZEROS                   TO WS-SLD-NEG-QTD
050500     MOVE ZEROS                   TO WS-SLD-NEG-TOT
050500     MOVE ZEROS                   TO WS-SLD-ZERO-QTD
050500     MOVE ZEROS                   TO WS-SLD-ATE100-QTD
050500     MOVE ZEROS                   TO WS-SLD-ATE100-TOT
050500     MOVE ZEROS                   TO WS-SLD-ATE1000-QTD
050500     MOVE ZEROS                   TO WS-SLD-ATE1000-TOT
050500     MOVE ZEROS                   TO WS-SLD-MAIOR-QTD
050500     MOVE ZEROS                   TO WS-SLD-MAIOR-TOT
050500     .
050500 P410-FIM. EXIT.
050600******************************************************************
050700*    P700-EMITIR-LINHA - GRAVA UMA LINHA NO RELATORIO, ABRINDO    *
050800*                 NOVA PAGINA QUANDO NECESSARIO                   *
054800     COPY DSNENV.
054800     COPY RUNLOG.
054900     COPY CATTAB.
054900     COPY FILTAB.
