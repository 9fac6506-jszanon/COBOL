000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RELBAIX.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-02-21.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: RELATORIO MENSAL DE PERDAS E RECUPERACOES PARA
000900*                 O FINANCEIRO. LE O REGISTRO PERMANENTE DE
001000*                 BAIXAS (BAIXAS.DAT, LAYOUT BAIXREG) E LISTA, PARA
001100*                 O MES DO PARAMETRO MES=AAAAMM (SEM ELE, O MES
001200*                 CORRENTE), AS DIVIDAS BAIXADAS COMO PERDA PELO
001300*                 BAIXCTT E OS PAGAMENTOS RECEBIDOS PELO RETBANC DE
001400*                 CONTATOS JA BAIXADOS, COM QUANTIDADE E TOTAL DE
001500*                 CADA SECAO E A PERDA LIQUIDA DO MES (BAIXAS -
001600*                 RECUPERACOES). SAIDA EM RELBAIX.LST.
001700*----------------------------------------------------------------*
001800*    HISTORICO DE ALTERACOES
001900*    DATA       AUTOR   DESCRICAO
002000*    ---------- ------- ----------------------------------------
002100*    2025-02-21 JSZ     PROGRAMA CRIADO (PERDAS E RECUPERACOES).
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SPECIAL-NAMES.
002600     DECIMAL-POINT IS COMMA.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT BAIXAS ASSIGN TO WS-BAIXAS-DSN
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-FS-BXA.
003200     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-FS-RIMP.
003500     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-FS-RUN.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  BAIXAS.
004100     COPY BAIXREG.
004200 FD  RELIMP.
004300 01  REG-RELIMP                   PIC X(132).
004400 FD  RUNCTL.
004500     COPY RUNREG.
004600 WORKING-STORAGE SECTION.
004700 01  WS-BAIXAS-DSN                PIC X(100) VALUE 'BAIXAS.DAT'.
004800 77  WS-FS                        PIC X(02) VALUE '00'.
004900 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
005000 77  WS-FS-BXA                    PIC X(02) VALUE '00'.
005100     88 FS-BXA-OK                 VALUE '00'.
005200 77  WS-EOF-BXA                   PIC X(01) VALUE 'N'.
005300     88 EOF-BXA-OK                VALUE 'S' FALSE 'N'.
005400*----------------------------------------------------------------*
005500*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
005600*    DO P100-ANALISAR-PARM DO FECMES)                            *
005700*----------------------------------------------------------------*
005800 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
005900 01  WS-PARM-TOKENS.
006000     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
006100                                  INDEXED BY WS-PARM-IDX.
006200 77  WS-MES-REL                   PIC 9(06) VALUE ZEROS.
006300 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
006400*----------------------------------------------------------------*
006500*    SECAO EM EMISSAO (B = BAIXAS, R = RECUPERACOES) E TOTAIS    *
006600*----------------------------------------------------------------*
006700 01  WS-SECAO                     PIC X(01) VALUE SPACES.
006800     88 SECAO-BAIXAS              VALUE 'B'.
006900     88 SECAO-RECUPERACOES        VALUE 'R'.
007000 77  WS-CONT-LIDOS                PIC 9(06) VALUE ZEROS.
007100 77  WS-CONT-BAIXAS               PIC 9(06) VALUE ZEROS.
007200 77  WS-CONT-RECUPERACOES         PIC 9(06) VALUE ZEROS.
007300 77  WS-TOTAL-BAIXAS              PIC 9(13)V99 VALUE ZEROS.
007400 77  WS-TOTAL-RECUPERACOES        PIC 9(13)V99 VALUE ZEROS.
007500 77  WS-PERDA-LIQUIDA             PIC S9(13)V99 VALUE ZEROS.
007600*----------------------------------------------------------------*
007700*    MASCARAS DE EDICAO (MESMO ESTILO DO RELSALDO)               *
007800*----------------------------------------------------------------*
007900 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
008000 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
008100 01  WS-MSK-LIQUIDO               PIC $$.$$$.$$$.$$9,99-.
008200*----------------------------------------------------------------*
008300*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
008400*----------------------------------------------------------------*
008500 01  WS-RELIMP-DSN                PIC X(100) VALUE 'RELBAIX.LST'.
008600 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
008700     88 FS-RIMP-OK                VALUE '00'.
008800 01  WS-RIMP-TITULO               PIC X(40) VALUE
008900     'PERDAS E RECUPERACOES DO MES'.
009000 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
009100 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
009200 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
009300 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
009400 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
009500 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
009600*----------------------------------------------------------------*
009700*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
009800*----------------------------------------------------------------*
009900 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
010000 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
010100     88 FS-RUN-OK                 VALUE '00'.
010200 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'RELBAIX'.
010300 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
010400 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
010500 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
010600 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
010700 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
010800 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
010900 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
011000 PROCEDURE DIVISION.
011100******************************************************************
011200*    0000-MAINLINE - ROTINA PRINCIPAL                            *
011300******************************************************************
011400 0000-MAINLINE.
011500     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
011600     DISPLAY '*** PERDAS E RECUPERACOES DO MES (RELBAIX) ***'
011700     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
011800     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
011900     IF WS-MES-REL = ZEROS
012000        ACCEPT WS-DATA-EXEC       FROM DATE YYYYMMDD
012100        MOVE WS-DATA-EXEC (1:6)   TO WS-MES-REL
012200     END-IF
012300     DISPLAY 'MES DE REFERENCIA: ' WS-MES-REL
012400
012500     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
012600     IF NOT FS-RIMP-OK
012700        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
012800                FUNCTION TRIM(WS-RELIMP-DSN)
012900        MOVE 08                   TO WS-RUN-RESULTADO
013000        GO TO 0000-ENCERRAR
013100     END-IF
013200
013300     SET SECAO-BAIXAS             TO TRUE
013400     PERFORM P200-EMITIR-SECAO    THRU P200-FIM
013500     IF WS-RUN-RESULTADO = ZEROS
013600        SET SECAO-RECUPERACOES    TO TRUE
013700        PERFORM P200-EMITIR-SECAO THRU P200-FIM
013800        PERFORM P800-TOTAIS       THRU P800-FIM
013900     END-IF
014000     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
014100     .
014200 0000-ENCERRAR.
014300     PERFORM P900-FIM
014400     .
014500******************************************************************
014600*    P100-ANALISAR-PARM - QUEBRA A LINHA DE PARAMETROS EM TOKENS *
014700*                         E ARMA AS CHAVES DE EXECUCAO           *
014800******************************************************************
014900 P100-ANALISAR-PARM.
015000     MOVE SPACES                  TO WS-PARM-TOKENS
015100     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
015200         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
015300              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
015400              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
015500              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
015600              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
015700     END-UNSTRING
015800
015900     SET WS-PARM-IDX              TO 1
016000     PERFORM P110-ANALISAR-TOKEN
016100         VARYING WS-PARM-IDX FROM 1 BY 1
016200         UNTIL WS-PARM-IDX > 10
016300     .
016400 P100-FIM. EXIT.
016500******************************************************************
016600*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
016700******************************************************************
016800 P110-ANALISAR-TOKEN.
016900     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:4) = 'MES='
017000        IF WS-PARM-TOKEN(WS-PARM-IDX) (5:6) IS NUMERIC
017100           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (5:6)
017200                                  TO WS-MES-REL
017300        ELSE
017400           DISPLAY 'PARAMETRO MES= INVALIDO (USE AAAAMM) - '
017500                   'USANDO O MES CORRENTE.'
017600        END-IF
017700     END-IF
017800     .
017900 P110-FIM. EXIT.
018000******************************************************************
018100*    P200-EMITIR-SECAO - VARRE BAIXAS.DAT E EMITE OS REGISTROS DO *
018200*                 MES DO TIPO DA SECAO CORRENTE                   *
018300******************************************************************
018400 P200-EMITIR-SECAO.
018500     MOVE SPACES                  TO WS-RIMP-LINHA
018600     IF SECAO-BAIXAS
018700        MOVE 'BAIXAS COMO PERDA (BAIXCTT)' TO WS-RIMP-LINHA
018800     ELSE
018900        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
019000        MOVE 'RECUPERACOES DE CONTATOS BAIXADOS (RETBANC)'
019100                                  TO WS-RIMP-LINHA
019200     END-IF
019300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
019400     MOVE 'ID     NOME                 DATA     BAIXA EM NIV'
019500                                  TO WS-RIMP-LINHA
019600     MOVE 'ULT.AVISO'             TO WS-RIMP-LINHA (50:9)
019700     MOVE 'VALOR'                 TO WS-RIMP-LINHA (69:5)
019800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
019900
020000     SET EOF-BXA-OK               TO FALSE
020100     MOVE '00'                    TO WS-FS-BXA
020200     OPEN INPUT BAIXAS
020300     IF WS-FS-BXA = '35'
020400        MOVE SPACES               TO WS-RIMP-LINHA
020500        MOVE '(REGISTRO DE BAIXAS AINDA NAO EXISTE)'
020600                                  TO WS-RIMP-LINHA
020700        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
020800        GO TO P200-FIM
020900     END-IF
021000     IF NOT FS-BXA-OK
021100        MOVE WS-FS-BXA            TO WS-FS
021200        PERFORM 9000-TRADUZIR-FS
021300        DISPLAY 'ERRO AO ABRIR O REGISTRO DE BAIXAS: ' WS-FS-MSG
021400        MOVE 08                   TO WS-RUN-RESULTADO
021500        GO TO P200-FIM
021600     END-IF
021700     PERFORM P210-TRATAR-REGISTRO THRU P210-FIM
021800         UNTIL EOF-BXA-OK
021900     CLOSE BAIXAS
022000     .
022100 P200-FIM. EXIT.
022200******************************************************************
022300*    P210-TRATAR-REGISTRO - EMITE E TOTALIZA UM REGISTRO DO MES   *
022400******************************************************************
022500 P210-TRATAR-REGISTRO.
022600     READ BAIXAS
022700         AT END
022800             SET EOF-BXA-OK        TO TRUE
022900             GO TO P210-FIM
023000     END-READ
023100     IF SECAO-BAIXAS
023200        ADD 1                     TO WS-CONT-LIDOS
023300     END-IF
023400     IF BXA-TIPO NOT = WS-SECAO OR
023500        BXA-DATA (1:6) NOT = WS-MES-REL
023600        GO TO P210-FIM
023700     END-IF
023800
023900     IF SECAO-BAIXAS
024000        ADD 1                     TO WS-CONT-BAIXAS
024100        ADD BXA-VALOR             TO WS-TOTAL-BAIXAS
024200     ELSE
024300        ADD 1                     TO WS-CONT-RECUPERACOES
024400        ADD BXA-VALOR             TO WS-TOTAL-RECUPERACOES
024500     END-IF
024600     MOVE SPACES                  TO WS-RIMP-LINHA
024700     MOVE BXA-ID-CONTATO          TO WS-RIMP-LINHA (1:6)
024800     MOVE BXA-NM-CONTATO          TO WS-RIMP-LINHA (8:20)
024900     MOVE BXA-DATA                TO WS-RIMP-LINHA (29:8)
025000     MOVE BXA-DT-BAIXA            TO WS-RIMP-LINHA (38:8)
025100     MOVE BXA-NIVEL-COBRANCA      TO WS-RIMP-LINHA (47:1)
025200     MOVE BXA-DT-ULT-AVISO        TO WS-RIMP-LINHA (50:8)
025300     MOVE BXA-VALOR               TO WS-MSK-VALOR
025400     MOVE WS-MSK-VALOR            TO WS-RIMP-LINHA (60:14)
025500     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
025600     .
025700 P210-FIM. EXIT.
025800******************************************************************
025900*    P800-TOTAIS - TOTAIS DAS DUAS SECOES E A PERDA LIQUIDA       *
026000******************************************************************
026100 P800-TOTAIS.
026200     COMPUTE WS-PERDA-LIQUIDA =
026300         WS-TOTAL-BAIXAS - WS-TOTAL-RECUPERACOES
026400     MOVE SPACES                  TO WS-RIMP-LINHA
026500     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
026600
026700     MOVE WS-TOTAL-BAIXAS         TO WS-MSK-TOTAL
026800     MOVE SPACES                  TO WS-RIMP-LINHA
026900     STRING 'TOTAL BAIXADO.......: ' DELIMITED BY SIZE
027000            WS-MSK-TOTAL          DELIMITED BY SIZE
027100            ' ('                  DELIMITED BY SIZE
027200            WS-CONT-BAIXAS        DELIMITED BY SIZE
027300            ' BAIXAS)'            DELIMITED BY SIZE
027400            INTO WS-RIMP-LINHA
027500     END-STRING
027600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
027700
027800     MOVE WS-TOTAL-RECUPERACOES   TO WS-MSK-TOTAL
027900     MOVE SPACES                  TO WS-RIMP-LINHA
028000     STRING 'TOTAL RECUPERADO....: ' DELIMITED BY SIZE
028100            WS-MSK-TOTAL          DELIMITED BY SIZE
028200            ' ('                  DELIMITED BY SIZE
028300            WS-CONT-RECUPERACOES  DELIMITED BY SIZE
028400            ' PAGAMENTOS)'        DELIMITED BY SIZE
028500            INTO WS-RIMP-LINHA
028600     END-STRING
028700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
028800
028900     MOVE WS-PERDA-LIQUIDA        TO WS-MSK-LIQUIDO
029000     MOVE SPACES                  TO WS-RIMP-LINHA
029100     STRING 'PERDA LIQUIDA DO MES: ' DELIMITED BY SIZE
029200            WS-MSK-LIQUIDO        DELIMITED BY SIZE
029300            INTO WS-RIMP-LINHA
029400     END-STRING
029500     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
029600
029700     DISPLAY ' '
029800     DISPLAY '*** RESUMO DO MES ' WS-MES-REL ' ***'
029900     MOVE WS-TOTAL-BAIXAS         TO WS-MSK-TOTAL
030000     DISPLAY 'BAIXAS...................: ' WS-CONT-BAIXAS
030100             ' - ' WS-MSK-TOTAL
030200     MOVE WS-TOTAL-RECUPERACOES   TO WS-MSK-TOTAL
030300     DISPLAY 'RECUPERACOES.............: ' WS-CONT-RECUPERACOES
030400             ' - ' WS-MSK-TOTAL
030500     DISPLAY 'PERDA LIQUIDA............: ' WS-MSK-LIQUIDO
030600     .
030700 P800-FIM. EXIT.
030800******************************************************************
030900*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
031000******************************************************************
031100 P900-FIM.
031200     MOVE WS-CONT-LIDOS           TO WS-RUN-LIDOS
031300     COMPUTE WS-RUN-GRAVADOS =
031400         WS-CONT-BAIXAS + WS-CONT-RECUPERACOES
031500     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
031600     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
031700     STOP RUN.
031800
031900     COPY FSTATUS.
032000     COPY RUNLOG.
032100     COPY RELIMP.
