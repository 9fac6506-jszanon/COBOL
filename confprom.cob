000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CONFPROM.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-04-25.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: APURACAO DIARIA DAS PROMESSAS DE PAGAMENTO
000900*                 (PROMESSAS.DAT, LAYOUT PROMREG.CPY). A PROMESSA
001000*                 ABERTA CUJA DATA PROMETIDA MAIS A CARENCIA JA
001100*                 PASSOU (PARAMETRO CARENCIA=NNN, EM DIAS, PADRAO
001200*                 ZERO) E CONFRONTADA COM OS PAGAMENTOS DO LEDGER:
001300*                 CREDITO DE PAGAMENTO (MOTIVOS PAGAMENTO E
001400*                 PAGTOBANCO) NAO ESTORNADO, COM DATA ENTRE O
001500*                 REGISTRO DA PROMESSA E O FIM DA CARENCIA, NO
001600*                 LEDGER VIVO E NOS MENSAIS DO FECMES. O PAGAMENTO
001700*                 ABATE A PRIMEIRA PROMESSA DO CONTATO AINDA NAO
001800*                 COBERTA E O QUE SOBRA PASSA PARA A SEGUINTE.
001900*                 RESULTADO: C = CUMPRIDA (PAGOU O PROMETIDO OU
002000*                 MAIS), P = CUMPRIDA EM PARTE, Q = QUEBRADA (NADA
002100*                 PAGO). NA PARCIAL E NA QUEBRADA GRAVA UMA
002200*                 ANOTACAO COM FOLLOW-UP PARA HOJE EM NOME DO
002300*                 OPERADOR DA PROMESSA, PARA A COBRANCA SER
002400*                 RETOMADA; A QUEBRADA AINDA ANTECIPA O PROXIMO
002500*                 AVISO DO CARTCOB. LISTAGEM EM CONFPROM.LST.
002600*                 RETURN-CODE 04 QUANDO ALGUMA PROMESSA OU
002700*                 ANOTACAO NAO PODE SER GRAVADA.
002800*----------------------------------------------------------------*
002900*    HISTORICO DE ALTERACOES
003000*    DATA       AUTOR   DESCRICAO
003100*    ---------- ------- ----------------------------------------
003200*    2025-04-25 JSZ     PROGRAMA CRIADO (APURACAO DAS PROMESSAS).
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SPECIAL-NAMES.
003700     DECIMAL-POINT IS COMMA.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PROMESSAS ASSIGN TO WS-PROMESSAS-DSN
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS PRM-CHAVE
004400         LOCK MODE IS MANUAL
004500         FILE STATUS IS WS-FS-PRM.
004600     SELECT NOTAS ASSIGN TO WS-NOTAS-DSN
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS NOTA-CHAVE
005000         LOCK MODE IS MANUAL
005100         FILE STATUS IS WS-FS-NOTA.
005200     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-FS-HIS.
005500     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-FS-RIMP.
005800     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-FS-RUN.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  PROMESSAS.
006400     COPY PROMREG.
006500 FD  NOTAS.
006600     COPY NOTAREG.
006700 FD  HISTORICO.
006800     COPY MOVHREG.
006900 FD  RELIMP.
007000 01  REG-RELIMP                   PIC X(132).
007100 FD  RUNCTL.
007200     COPY RUNREG.
007300 WORKING-STORAGE SECTION.
007400 01  WS-PROMESSAS-DSN             PIC X(100)
007500         VALUE 'PROMESSAS.DAT'.
007600 01  WS-NOTAS-DSN                 PIC X(100) VALUE 'NOTAS.DAT'.
007700 01  WS-HISTORICO-DSN             PIC X(100) VALUE 'MOVHIST.DAT'.
007800 77  WS-FS                        PIC X(02) VALUE '00'.
007900 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
008000 77  WS-FS-PRM                    PIC X(02) VALUE '00'.
008100     88 FS-PRM-OK                 VALUE '00'.
008200 77  WS-FS-NOTA                   PIC X(02) VALUE '00'.
008300     88 FS-NOTA-OK                VALUE '00'.
008400 77  WS-FS-HIS                    PIC X(02) VALUE '00'.
008500     88 FS-HIS-OK                 VALUE '00'.
008600 77  WS-EOF-ENT                   PIC X(01) VALUE 'N'.
008700     88 EOF-ENT-OK                VALUE 'S' FALSE 'N'.
008800 77  WS-EOF-NOTA                  PIC X(01) VALUE 'N'.
008900     88 EOF-NOTA-OK               VALUE 'S' FALSE 'N'.
009000*----------------------------------------------------------------*
009100*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
009200*    DO P100-ANALISAR-PARM DO FECMES)                            *
009300*----------------------------------------------------------------*
009400 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
009500 01  WS-PARM-TOKENS.
009600     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
009700                                  INDEXED BY WS-PARM-IDX.
009800 77  WS-DIAS-CARENCIA             PIC 9(03) VALUE ZEROS.
009900 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
010000 77  WS-HORA-EXEC                 PIC 9(08) VALUE ZEROS.
010100 77  WS-DIAS-HOJE                 PIC 9(07) VALUE ZEROS.
010200 77  WS-DIAS-AUX                  PIC 9(07) VALUE ZEROS.
010300*----------------------------------------------------------------*
010400*    MESES A LER DOS ARQUIVOS MENSAIS MOVHIST.AAAAMM - DO MES DO *
010500*    REGISTRO DA PROMESSA MAIS ANTIGA ATE O MES CORRENTE, NO     *
010600*    MAXIMO DOZE                                                 *
010700*----------------------------------------------------------------*
010800 01  WS-MES-TAB.
010900     03  WS-MES-ARQ               OCCURS 12 TIMES PIC X(06).
011000 77  WS-MES-QTD                   PIC 9(02) VALUE ZEROS.
011100 77  WS-MES-IDX                   PIC 9(02) VALUE ZEROS.
011200 01  WS-MES-CORRENTE.
011300     03  WS-MES-AAAA              PIC 9(04).
011400     03  WS-MES-MM                PIC 9(02).
011500 77  WS-MES-INICIAL               PIC 9(06) VALUE ZEROS.
011600 77  WS-MES-NUMERO                PIC 9(06) VALUE ZEROS.
011700*----------------------------------------------------------------*
011800*    PROMESSAS VENCIDAS A APURAR, NA ORDEM DA CHAVE (CONTATO E   *
011900*    SEQUENCIA), COM O VALOR PAGO ACUMULADO                      *
012000*----------------------------------------------------------------*
012100 77  WS-PRO-QTD                   PIC 9(04) VALUE ZEROS.
012200 77  WS-PRO-MAX                   PIC 9(04) VALUE 5000.
012300 01  WS-TAB-PROMESSAS.
012400     03  WS-PRO-ENT               OCCURS 5000 TIMES.
012500         05  WS-PRO-ID            PIC 9(06).
012600         05  WS-PRO-SEQ           PIC 9(03).
012700         05  WS-PRO-DT-REG        PIC 9(08).
012800         05  WS-PRO-LIMITE        PIC 9(08).
012900         05  WS-PRO-VALOR         PIC 9(09)V99.
013000         05  WS-PRO-PAGO          PIC 9(09)V99.
013100 77  WS-PRO-IDX                   PIC 9(04) VALUE ZEROS.
013200 01  WS-SW-PRO-TRANSB             PIC X(01) VALUE 'N'.
013300     88 PRO-TRANSBORDOU           VALUE 'S' FALSE 'N'.
013400 77  WS-PAGO-SOBRA                PIC 9(09)V99 VALUE ZEROS.
013500 77  WS-PAGO-FALTA                PIC 9(09)V99 VALUE ZEROS.
013600*----------------------------------------------------------------*
013700*    ANOTACAO DE RETOMADA DA COBRANCA                            *
013800*----------------------------------------------------------------*
013900 77  WS-PROXIMO-SEQ               PIC 9(03) VALUE ZEROS.
014000 77  WS-NOTA-BUSCA                PIC 9(06) VALUE ZEROS.
014100 01  WS-NOTA-SW                   PIC X(01) VALUE 'N'.
014200     88 NOTA-GRAVADA              VALUE 'S' FALSE 'N'.
014300 01  WS-NOTAS-SW                  PIC X(01) VALUE 'N'.
014400     88 NOTAS-ABERTO              VALUE 'S' FALSE 'N'.
014500 77  WS-SITUACAO-DESC             PIC X(17) VALUE SPACES.
014600*----------------------------------------------------------------*
014700*    TOTAIS DA APURACAO                                          *
014800*----------------------------------------------------------------*
014900 77  WS-CONT-CUMPRIDAS            PIC 9(06) VALUE ZEROS.
015000 77  WS-CONT-PARCIAIS             PIC 9(06) VALUE ZEROS.
015100 77  WS-CONT-QUEBRADAS            PIC 9(06) VALUE ZEROS.
015200 77  WS-CONT-NOTAS                PIC 9(06) VALUE ZEROS.
015300 77  WS-CONT-FALHAS               PIC 9(06) VALUE ZEROS.
015400 77  WS-TOT-PROMETIDO             PIC 9(11)V99 VALUE ZEROS.
015500 77  WS-TOT-PAGO                  PIC 9(11)V99 VALUE ZEROS.
015600 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
015700 01  WS-MSK-PAGO                  PIC $$$.$$$.$$9,99.
015800 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
015900*----------------------------------------------------------------*
016000*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
016100*----------------------------------------------------------------*
016200 01  WS-RELIMP-DSN                PIC X(100) VALUE 'CONFPROM.LST'.
016300 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
016400     88 FS-RIMP-OK                VALUE '00'.
016500 01  WS-RIMP-TITULO               PIC X(40) VALUE
016600     'APURACAO DAS PROMESSAS DE PAGAMENTO'.
016700 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
016800 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
016900 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
017000 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
017100 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
017200 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
017300*----------------------------------------------------------------*
017400*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
017500*----------------------------------------------------------------*
017600 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
017700 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
017800     88 FS-RUN-OK                 VALUE '00'.
017900 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'CONFPROM'.
018000 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
018100 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
018200 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
018300 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
018400 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
018500 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
018600 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
018700 PROCEDURE DIVISION.
018800******************************************************************
018900*    0000-MAINLINE - ROTINA PRINCIPAL                            *
019000******************************************************************
019100 0000-MAINLINE.
019200     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
019300     DISPLAY '*** APURACAO DAS PROMESSAS DE PAGAMENTO '
019400             '(CONFPROM) ***'
019500     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
019600     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
019700     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
019800     COMPUTE WS-DIAS-HOJE =
019900         FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
020000     DISPLAY 'DATA DA APURACAO: ' WS-DATA-EXEC
020100             '   CARENCIA (DIAS): ' WS-DIAS-CARENCIA
020200
020300     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
020400     IF NOT FS-RIMP-OK
020500        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
020600                FUNCTION TRIM(WS-RELIMP-DSN)
020700        MOVE 08                   TO WS-RUN-RESULTADO
020800        PERFORM P900-FIM
020900     END-IF
021000
021100     PERFORM P200-CARREGAR-PROMESSAS THRU P200-FIM
021200     IF WS-PRO-QTD > ZEROS
021300        PERFORM P300-MONTAR-MESES    THRU P300-FIM
021400        PERFORM P400-APURAR-PAGAMENTOS THRU P400-FIM
021500        PERFORM P500-ENCERRAR-PROMESSAS THRU P500-FIM
021600     END-IF
021700     PERFORM P800-TOTAIS          THRU P800-FIM
021800     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
021900     PERFORM P900-FIM
022000     .
022100******************************************************************
022200*    P100-ANALISAR-PARM - SEPARA OS PARAMETROS DA LINHA DE       *
022300*                 COMANDO EM TOKENS                              *
022400******************************************************************
022500 P100-ANALISAR-PARM.
022600     MOVE SPACES                  TO WS-PARM-TOKENS
022700     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
022800         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
022900              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
023000              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
023100              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
023200              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
023300     END-UNSTRING
023400
023500     SET WS-PARM-IDX              TO 1
023600     PERFORM P110-ANALISAR-TOKEN
023700         VARYING WS-PARM-IDX FROM 1 BY 1
023800         UNTIL WS-PARM-IDX > 10
023900     .
024000 P100-FIM. EXIT.
024100******************************************************************
024200*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
024300******************************************************************
024400 P110-ANALISAR-TOKEN.
024500     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:9) = 'CARENCIA='
024600        IF WS-PARM-TOKEN(WS-PARM-IDX) (10:3) IS NUMERIC
024700           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (10:3)
024800                                  TO WS-DIAS-CARENCIA
024900        ELSE
025000           DISPLAY 'PARAMETRO CARENCIA= INVALIDO (USE NNN) - '
025100                   'USANDO ZERO DIAS.'
025200        END-IF
025300     END-IF
025400     .
025500 P110-FIM. EXIT.
025600******************************************************************
025700*    P200-CARREGAR-PROMESSAS - LE PROMESSAS.DAT NA ORDEM DA      *
025800*                 CHAVE E GUARDA AS ABERTAS JA VENCIDAS (DATA    *
025900*                 PROMETIDA + CARENCIA ANTERIOR A HOJE)          *
026000******************************************************************
026100 P200-CARREGAR-PROMESSAS.
026200     MOVE ZEROS                   TO WS-PRO-QTD
026300     MOVE WS-DATA-EXEC (1:6)      TO WS-MES-INICIAL
026400     MOVE '00'                    TO WS-FS-PRM
026500     OPEN INPUT PROMESSAS
026600     IF NOT FS-PRM-OK
026700        DISPLAY 'NENHUMA PROMESSA REGISTRADA (PROMESSAS.DAT NAO '
026800                'ENCONTRADO).'
026900        GO TO P200-FIM
027000     END-IF
027100     SET EOF-ENT-OK               TO FALSE
027200     PERFORM P210-LER-PROMESSA    THRU P210-FIM
027300         UNTIL EOF-ENT-OK
027400     CLOSE PROMESSAS
027500     IF PRO-TRANSBORDOU
027600        DISPLAY 'AVISO: MAIS DE ' WS-PRO-MAX ' PROMESSAS '
027700                'VENCIDAS - AS EXCEDENTES FICAM PARA A PROXIMA '
027800                'EXECUCAO.'
027900        MOVE 04                   TO WS-RUN-RESULTADO
028000     END-IF
028100     DISPLAY 'PROMESSAS VENCIDAS A APURAR: ' WS-PRO-QTD
028200     .
028300 P200-FIM. EXIT.
028400 P210-LER-PROMESSA.
028500     READ PROMESSAS NEXT RECORD
028600         AT END
028700             SET EOF-ENT-OK        TO TRUE
028800             GO TO P210-FIM
028900     END-READ
029000     ADD 1                        TO WS-RUN-LIDOS
029100     IF NOT PRM-ABERTA
029200        GO TO P210-FIM
029300     END-IF
029400     COMPUTE WS-DIAS-AUX =
029500         FUNCTION INTEGER-OF-DATE(PRM-DT-PROMETIDA)
029600         + WS-DIAS-CARENCIA
029700     IF WS-DIAS-AUX NOT < WS-DIAS-HOJE
029800        GO TO P210-FIM
029900     END-IF
030000     IF WS-PRO-QTD >= WS-PRO-MAX
030100        SET PRO-TRANSBORDOU       TO TRUE
030200        GO TO P210-FIM
030300     END-IF
030400     ADD 1                        TO WS-PRO-QTD
030500     MOVE PRM-ID-CONTATO          TO WS-PRO-ID (WS-PRO-QTD)
030600     MOVE PRM-SEQ                 TO WS-PRO-SEQ (WS-PRO-QTD)
030700     MOVE PRM-DATA-HORA (1:8)     TO WS-PRO-DT-REG (WS-PRO-QTD)
030800     COMPUTE WS-PRO-LIMITE (WS-PRO-QTD) =
030900         FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
031000     MOVE PRM-VALOR               TO WS-PRO-VALOR (WS-PRO-QTD)
031100     MOVE ZEROS                   TO WS-PRO-PAGO (WS-PRO-QTD)
031200     IF PRM-DATA-HORA (1:6) < WS-MES-INICIAL
031300        MOVE PRM-DATA-HORA (1:6)  TO WS-MES-INICIAL
031400     END-IF
031500     .
031600 P210-FIM. EXIT.
031700******************************************************************
031800*    P300-MONTAR-MESES - LISTA DOS MENSAIS A LER: DO MES DO      *
031900*                 REGISTRO MAIS ANTIGO ATE O MES CORRENTE,       *
032000*                 LIMITADA AOS ONZE MESES ANTERIORES AO CORRENTE *
032100******************************************************************
032200 P300-MONTAR-MESES.
032300     MOVE WS-DATA-EXEC (1:6)      TO WS-MES-CORRENTE
032400     COMPUTE WS-MES-NUMERO = WS-MES-AAAA * 12 + WS-MES-MM - 12
032500     DIVIDE WS-MES-NUMERO BY 12 GIVING WS-MES-AAAA
032600         REMAINDER WS-MES-MM
032700     ADD 1                        TO WS-MES-MM
032800     IF WS-MES-INICIAL < WS-MES-CORRENTE
032900        DISPLAY 'AVISO: PROMESSA REGISTRADA HA MAIS DE DOZE '
033000                'MESES - SO OS DOZE ULTIMOS MENSAIS SERAO LIDOS.'
033100        MOVE WS-MES-CORRENTE      TO WS-MES-INICIAL
033200     END-IF
033300
033400     MOVE ZEROS                   TO WS-MES-QTD
033500     MOVE WS-MES-INICIAL          TO WS-MES-CORRENTE
033600     PERFORM P310-MES-DA-LISTA    THRU P310-FIM
033700         UNTIL WS-MES-CORRENTE > WS-DATA-EXEC (1:6)
033800            OR WS-MES-QTD = 12
033900     .
034000 P300-FIM. EXIT.
034100 P310-MES-DA-LISTA.
034200     ADD 1                        TO WS-MES-QTD
034300     MOVE WS-MES-CORRENTE         TO WS-MES-ARQ (WS-MES-QTD)
034400     IF WS-MES-MM = 12
034500        MOVE 1                    TO WS-MES-MM
034600        ADD 1                     TO WS-MES-AAAA
034700     ELSE
034800        ADD 1                     TO WS-MES-MM
034900     END-IF
035000     .
035100 P310-FIM. EXIT.
035200******************************************************************
035300*    P400-APURAR-PAGAMENTOS - VARRE OS MENSAIS DA LISTA E O      *
035400*                 LEDGER VIVO ATRAS DOS PAGAMENTOS               *
035500******************************************************************
035600 P400-APURAR-PAGAMENTOS.
035700     PERFORM P410-ARQUIVO-MENSAL  THRU P410-FIM
035800         VARYING WS-MES-IDX FROM 1 BY 1
035900         UNTIL WS-MES-IDX > WS-MES-QTD
036000     MOVE 'MOVHIST.DAT'           TO WS-HISTORICO-DSN
036100     PERFORM P420-LER-ARQUIVO     THRU P420-FIM
036200     .
036300 P400-FIM. EXIT.
036400 P410-ARQUIVO-MENSAL.
036500     MOVE SPACES                  TO WS-HISTORICO-DSN
036600     STRING 'MOVHIST.'            DELIMITED BY SIZE
036700            WS-MES-ARQ (WS-MES-IDX) DELIMITED BY SIZE
036800            INTO WS-HISTORICO-DSN
036900     END-STRING
037000     PERFORM P420-LER-ARQUIVO     THRU P420-FIM
037100     .
037200 P410-FIM. EXIT.
037300******************************************************************
037400*    P420-LER-ARQUIVO - LE UM ARQUIVO DO LEDGER (AUSENTE = MES   *
037500*                 SEM MOVIMENTO OU AINDA NAO FECHADO)            *
037600******************************************************************
037700 P420-LER-ARQUIVO.
037800     MOVE '00'                    TO WS-FS-HIS
037900     OPEN INPUT HISTORICO
038000     IF NOT FS-HIS-OK
038100        GO TO P420-FIM
038200     END-IF
038300     SET EOF-ENT-OK               TO FALSE
038400     PERFORM P430-LER-MOVIMENTO   THRU P430-FIM
038500         UNTIL EOF-ENT-OK
038600     CLOSE HISTORICO
038700     .
038800 P420-FIM. EXIT.
038900******************************************************************
039000*    P430-LER-MOVIMENTO - ABATE UM PAGAMENTO DAS PROMESSAS DO    *
039100*                 CONTATO CUJA JANELA CONTEM A DATA DELE, DA     *
039200*                 MAIS ANTIGA PARA A MAIS NOVA                   *
039300******************************************************************
039400 P430-LER-MOVIMENTO.
039500     READ HISTORICO
039600         AT END
039700             SET EOF-ENT-OK        TO TRUE
039800             GO TO P430-FIM
039900     END-READ
040000     IF NOT HIS-CREDITO OR HIS-FOI-ESTORNADO
040100        GO TO P430-FIM
040200     END-IF
040300     IF HIS-MOTIVO NOT = 'PAGAMENTO' AND
040400        HIS-MOTIVO NOT = 'PAGTOBANCO'
040500        GO TO P430-FIM
040600     END-IF
040700
040800     MOVE HIS-VALOR               TO WS-PAGO-SOBRA
040900     PERFORM P435-ABATER-PROMESSA THRU P435-FIM
041000         VARYING WS-PRO-IDX FROM 1 BY 1
041100         UNTIL WS-PRO-IDX > WS-PRO-QTD
041200            OR WS-PAGO-SOBRA = ZEROS
041300     .
041400 P430-FIM. EXIT.
041500 P435-ABATER-PROMESSA.
041600     IF WS-PRO-ID (WS-PRO-IDX) NOT = HIS-ID-CONTATO OR
041700        HIS-DATA-MOV < WS-PRO-DT-REG (WS-PRO-IDX) OR
041800        HIS-DATA-MOV > WS-PRO-LIMITE (WS-PRO-IDX) OR
041900        WS-PRO-PAGO (WS-PRO-IDX) NOT < WS-PRO-VALOR (WS-PRO-IDX)
042000        GO TO P435-FIM
042100     END-IF
042200     COMPUTE WS-PAGO-FALTA = WS-PRO-VALOR (WS-PRO-IDX)
042300                           - WS-PRO-PAGO (WS-PRO-IDX)
042400     IF WS-PAGO-SOBRA > WS-PAGO-FALTA
042500        ADD WS-PAGO-FALTA         TO WS-PRO-PAGO (WS-PRO-IDX)
042600        SUBTRACT WS-PAGO-FALTA    FROM WS-PAGO-SOBRA
042700     ELSE
042800        ADD WS-PAGO-SOBRA         TO WS-PRO-PAGO (WS-PRO-IDX)
042900        MOVE ZEROS                TO WS-PAGO-SOBRA
043000     END-IF
043100     .
043200 P435-FIM. EXIT.
043300******************************************************************
043400*    P500-ENCERRAR-PROMESSAS - REGRAVA CADA PROMESSA APURADA COM *
043500*                 A SITUACAO E O VALOR PAGO E, NA PARCIAL E NA   *
043600*                 QUEBRADA, GRAVA A ANOTACAO DE RETOMADA         *
043700******************************************************************
043800 P500-ENCERRAR-PROMESSAS.
043900     MOVE '00'                    TO WS-FS-PRM
044000     OPEN I-O PROMESSAS
044100     IF NOT FS-PRM-OK
044200        MOVE WS-FS-PRM            TO WS-FS
044300        PERFORM 9000-TRADUZIR-FS
044400        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROMESSAS: ' WS-FS-MSG
044500        MOVE 08                   TO WS-RUN-RESULTADO
044600        GO TO P500-FIM
044700     END-IF
044800
044900     SET NOTAS-ABERTO             TO FALSE
045000     OPEN I-O NOTAS
045100*    SO A AUSENCIA DO ARQUIVO (FILE STATUS 35) DISPARA A CRIACAO;
045200*    OUTRAS FALHAS NAO PODEM TRUNCAR O ARQUIVO VIVO DE ANOTACOES.
045300     IF WS-FS-NOTA = '35'
045400        OPEN OUTPUT NOTAS
045500        CLOSE NOTAS
045600        MOVE '00'                 TO WS-FS-NOTA
045700        OPEN I-O NOTAS
045800     END-IF
045900     IF FS-NOTA-OK
046000        SET NOTAS-ABERTO          TO TRUE
046100     ELSE
046200        MOVE WS-FS-NOTA           TO WS-FS
046300        PERFORM 9000-TRADUZIR-FS
046400        DISPLAY 'AVISO: ARQUIVO DE ANOTACOES INDISPONIVEL ('
046500                WS-FS-MSG ') - SEM ANOTACOES DE RETOMADA.'
046600     END-IF
046700
046800     MOVE 'CONTATO SEQ OPERADOR PROMETIDA       VALOR PROMETIDO'
046900                                  TO WS-RIMP-LINHA
047000     MOVE 'VALOR PAGO SITUACAO           NOTA'
047100                                  TO WS-RIMP-LINHA (59:34)
047200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
047300
047400     PERFORM P510-ENCERRAR-UMA    THRU P510-FIM
047500         VARYING WS-PRO-IDX FROM 1 BY 1
047600         UNTIL WS-PRO-IDX > WS-PRO-QTD
047700
047800     IF NOTAS-ABERTO
047900        CLOSE NOTAS
048000     END-IF
048100     CLOSE PROMESSAS
048200     .
048300 P500-FIM. EXIT.
048400 P510-ENCERRAR-UMA.
048500     MOVE WS-PRO-ID (WS-PRO-IDX)  TO PRM-ID-CONTATO
048600     MOVE WS-PRO-SEQ (WS-PRO-IDX) TO PRM-SEQ
048700     READ PROMESSAS WITH LOCK
048800         INVALID KEY
048900             DISPLAY 'PROMESSA ' WS-PRO-ID (WS-PRO-IDX) '/'
049000                     WS-PRO-SEQ (WS-PRO-IDX) ' NAO ENCONTRADA.'
049100             ADD 1                TO WS-CONT-FALHAS
049200             GO TO P510-FIM
049300     END-READ
049400*    CANCELADA NO CADPROM DEPOIS DA CARGA - NAO HA O QUE APURAR.
049500     IF NOT PRM-ABERTA
049600        UNLOCK PROMESSAS
049700        GO TO P510-FIM
049800     END-IF
049900
050000     MOVE WS-PRO-PAGO (WS-PRO-IDX) TO PRM-VALOR-PAGO
050100     MOVE WS-DATA-EXEC            TO PRM-DT-APURACAO
050200     MOVE WS-RUN-PROGRAMA         TO PRM-OPER-FECHO
050300     EVALUATE TRUE
050400         WHEN PRM-VALOR-PAGO NOT < PRM-VALOR
050500             SET PRM-CUMPRIDA     TO TRUE
050600             MOVE 'CUMPRIDA'      TO WS-SITUACAO-DESC
050700         WHEN PRM-VALOR-PAGO > ZEROS
050800             SET PRM-PARCIAL      TO TRUE
050900             MOVE 'CUMPRIDA EM PARTE' TO WS-SITUACAO-DESC
051000         WHEN OTHER
051100             SET PRM-QUEBRADA     TO TRUE
051200             MOVE 'QUEBRADA'      TO WS-SITUACAO-DESC
051300     END-EVALUATE
051400
051500     SET NOTA-GRAVADA             TO FALSE
051600     IF NOT PRM-CUMPRIDA AND NOTAS-ABERTO
051700        PERFORM P520-GRAVAR-NOTA  THRU P520-FIM
051800     END-IF
051900     IF NOTA-GRAVADA
052000        MOVE NOTA-SEQ             TO PRM-FUP-SEQ
052100     END-IF
052200
052300     REWRITE REG-PROMESSA
052400         INVALID KEY
052500             MOVE WS-FS-PRM       TO WS-FS
052600             PERFORM 9000-TRADUZIR-FS
052700             DISPLAY 'PROMESSA ' PRM-ID-CONTATO '/' PRM-SEQ
052800                     ' NAO REGRAVADA: ' WS-FS-MSG
052900             ADD 1                TO WS-CONT-FALHAS
053000             UNLOCK PROMESSAS
053100             GO TO P510-FIM
053200     END-REWRITE
053300     UNLOCK PROMESSAS
053400
053500     ADD 1                        TO WS-RUN-GRAVADOS
053600     EVALUATE TRUE
053700         WHEN PRM-CUMPRIDA
053800             ADD 1                TO WS-CONT-CUMPRIDAS
053900         WHEN PRM-PARCIAL
054000             ADD 1                TO WS-CONT-PARCIAIS
054100         WHEN OTHER
054200             ADD 1                TO WS-CONT-QUEBRADAS
054300     END-EVALUATE
054400     ADD PRM-VALOR                TO WS-TOT-PROMETIDO
054500     ADD PRM-VALOR-PAGO           TO WS-TOT-PAGO
054600
054700     MOVE SPACES                  TO WS-RIMP-LINHA
054800     MOVE PRM-ID-CONTATO          TO WS-RIMP-LINHA (1:6)
054900     MOVE PRM-SEQ                 TO WS-RIMP-LINHA (9:3)
055000     MOVE PRM-OPERADOR            TO WS-RIMP-LINHA (13:8)
055100     MOVE PRM-DT-PROMETIDA        TO WS-RIMP-LINHA (22:8)
055200     MOVE PRM-VALOR               TO WS-MSK-VALOR
055300     MOVE WS-MSK-VALOR            TO WS-RIMP-LINHA (38:14)
055400     MOVE PRM-VALOR-PAGO          TO WS-MSK-PAGO
055500     MOVE WS-MSK-PAGO             TO WS-RIMP-LINHA (55:14)
055600     MOVE WS-SITUACAO-DESC        TO WS-RIMP-LINHA (70:17)
055700     IF NOTA-GRAVADA
055800        MOVE PRM-FUP-SEQ          TO WS-RIMP-LINHA (89:3)
055900     END-IF
056000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
056100     .
056200 P510-FIM. EXIT.
056300******************************************************************
056400*    P520-GRAVAR-NOTA - ANOTACAO COM FOLLOW-UP PARA HOJE, EM NOME*
056500*                 DO OPERADOR DA PROMESSA, PARA RETOMAR A        *
056600*                 COBRANCA (MESMA REGRA DE SEQUENCIA DO CADNOTA) *
056700******************************************************************
056800 P520-GRAVAR-NOTA.
056900     MOVE PRM-ID-CONTATO          TO WS-NOTA-BUSCA
057000     MOVE ZEROS                   TO WS-PROXIMO-SEQ
057100     SET EOF-NOTA-OK              TO FALSE
057200     MOVE WS-NOTA-BUSCA           TO NOTA-ID-CONTATO
057300     MOVE ZEROS                   TO NOTA-SEQ
057400     START NOTAS KEY IS NOT LESS THAN NOTA-CHAVE
057500         INVALID KEY
057600             SET EOF-NOTA-OK      TO TRUE
057700     END-START
057800     PERFORM P525-LER-NOTA        THRU P525-FIM
057900         UNTIL EOF-NOTA-OK
058000     ADD 1                        TO WS-PROXIMO-SEQ
058100
058200     MOVE WS-NOTA-BUSCA           TO NOTA-ID-CONTATO
058300     MOVE WS-PROXIMO-SEQ          TO NOTA-SEQ
058400     ACCEPT WS-HORA-EXEC          FROM TIME
058500     MOVE WS-DATA-EXEC            TO NOTA-DATA-HORA (1:8)
058600     MOVE WS-HORA-EXEC (1:6)      TO NOTA-DATA-HORA (9:6)
058700     MOVE PRM-OPERADOR            TO NOTA-OPERADOR
058800     IF PRM-QUEBRADA
058900        MOVE 'PROMESSA QUEBRADA'  TO NOTA-ASSUNTO
059000     ELSE
059100        MOVE 'PROMESSA CUMPRIDA EM PARTE' TO NOTA-ASSUNTO
059200     END-IF
059300     SET NOTA-COM-FOLLOWUP        TO TRUE
059400     MOVE WS-DATA-EXEC            TO NOTA-DT-FOLLOWUP
059500     SET FUP-ABERTO               TO TRUE
059600     MOVE PRM-VALOR               TO WS-MSK-VALOR
059700     MOVE PRM-VALOR-PAGO          TO WS-MSK-PAGO
059800     MOVE SPACES                  TO NOTA-TEXTO
059900     STRING 'PROMESSA '           DELIMITED BY SIZE
060000            PRM-SEQ               DELIMITED BY SIZE
060100            ' PARA '              DELIMITED BY SIZE
060200            PRM-DT-PROMETIDA      DELIMITED BY SIZE
060300            ': PROMETIDO '        DELIMITED BY SIZE
060400            WS-MSK-VALOR          DELIMITED BY SIZE
060500            ' PAGO '              DELIMITED BY SIZE
060600            WS-MSK-PAGO           DELIMITED BY SIZE
060700            ' - RETOMAR A COBRANCA' DELIMITED BY SIZE
060800            INTO NOTA-TEXTO
060900     END-STRING
061000     MOVE SPACES                  TO NOTA-FECHO-OPERADOR
061100     MOVE ZEROS                   TO NOTA-DT-FECHO
061200
061300     WRITE REG-NOTAS
061400         INVALID KEY
061500             MOVE WS-FS-NOTA      TO WS-FS
061600             PERFORM 9000-TRADUZIR-FS
061700             DISPLAY 'ANOTACAO DO CONTATO ' NOTA-ID-CONTATO
061800                     ' NAO GRAVADA: ' WS-FS-MSG
061900             ADD 1                TO WS-CONT-FALHAS
062000         NOT INVALID KEY
062100             SET NOTA-GRAVADA     TO TRUE
062200             ADD 1                TO WS-CONT-NOTAS
062300     END-WRITE
062400     .
062500 P520-FIM. EXIT.
062600 P525-LER-NOTA.
062700     READ NOTAS NEXT RECORD
062800         AT END
062900             SET EOF-NOTA-OK       TO TRUE
063000             GO TO P525-FIM
063100     END-READ
063200     IF NOTA-ID-CONTATO NOT = WS-NOTA-BUSCA
063300        SET EOF-NOTA-OK           TO TRUE
063400     ELSE
063500        MOVE NOTA-SEQ             TO WS-PROXIMO-SEQ
063600     END-IF
063700     .
063800 P525-FIM. EXIT.
063900******************************************************************
064000*    P800-TOTAIS - TOTAIS DA APURACAO NO RELATORIO E NO CONSOLE  *
064100******************************************************************
064200 P800-TOTAIS.
064300     MOVE SPACES                  TO WS-RIMP-LINHA
064400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
064500     MOVE SPACES                  TO WS-RIMP-LINHA
064600     STRING 'CUMPRIDAS: '         DELIMITED BY SIZE
064700            WS-CONT-CUMPRIDAS     DELIMITED BY SIZE
064800            '  EM PARTE: '        DELIMITED BY SIZE
064900            WS-CONT-PARCIAIS      DELIMITED BY SIZE
065000            '  QUEBRADAS: '       DELIMITED BY SIZE
065100            WS-CONT-QUEBRADAS     DELIMITED BY SIZE
065200            '  ANOTACOES: '       DELIMITED BY SIZE
065300            WS-CONT-NOTAS         DELIMITED BY SIZE
065400            INTO WS-RIMP-LINHA
065500     END-STRING
065600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
065700     MOVE SPACES                  TO WS-RIMP-LINHA
065800     MOVE 'TOTAL PROMETIDO'       TO WS-RIMP-LINHA (1:15)
065900     MOVE WS-TOT-PROMETIDO        TO WS-MSK-TOTAL
066000     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (17:17)
066100     MOVE 'TOTAL PAGO'            TO WS-RIMP-LINHA (37:10)
066200     MOVE WS-TOT-PAGO             TO WS-MSK-TOTAL
066300     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (48:17)
066400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
066500
066600     MOVE WS-CONT-FALHAS          TO WS-RUN-REJEITADOS
066700     DISPLAY 'PROMESSAS LIDAS..........: ' WS-RUN-LIDOS
066800     DISPLAY 'APURADAS.................: ' WS-RUN-GRAVADOS
066900     DISPLAY '  CUMPRIDAS..............: ' WS-CONT-CUMPRIDAS
067000     DISPLAY '  CUMPRIDAS EM PARTE.....: ' WS-CONT-PARCIAIS
067100     DISPLAY '  QUEBRADAS..............: ' WS-CONT-QUEBRADAS
067200     DISPLAY 'ANOTACOES DE RETOMADA....: ' WS-CONT-NOTAS
067300     DISPLAY 'FALHAS DE GRAVACAO.......: ' WS-CONT-FALHAS
067400     IF WS-CONT-FALHAS > ZEROS AND WS-RUN-RESULTADO < 04
067500        MOVE 04                   TO WS-RUN-RESULTADO
067600     END-IF
067700     .
067800 P800-FIM. EXIT.
067900******************************************************************
068000*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
068100******************************************************************
068200 P900-FIM.
068300     DISPLAY '*** FIM DA APURACAO DAS PROMESSAS ***'
068400     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
068500     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
068600     STOP RUN.
068700
068800     COPY FSTATUS.
068900     COPY RUNLOG.
069000     COPY RELIMP.
