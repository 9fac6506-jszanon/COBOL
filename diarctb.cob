000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DIARCTB.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-02-14.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: DIARIO CONTABIL DO DIA PARA A CONTABILIDADE.
000900*                 RODA DEPOIS DO POSTSAL: LE OS LANCAMENTOS DE
001000*                 MOVHIST.DAT EFETIVADOS NA DATA (HIS-DATA-POST =
001100*                 PARAMETRO DATA=AAAAMMDD, OU HOJE SEM O
001200*                 PARAMETRO) E RESUME POR CONTA CONTABIL EM
001300*                 DIARIO.AAAAMMDD. CADA LANCAMENTO TEM DUAS
001400*                 PERNAS: A CONTA DE CLIENTES (WS-CONTA-CLIENTES)
001500*                 E A CONTA DO MOTIVO NA TABELA DE MOTIVOS
001600*                 (MOTIVOS.DAT, COPYBOOK MOTTAB) - DEBITO NO
001700*                 CONTATO DEBITA CLIENTES E CREDITA A CONTA DO
001800*                 MOTIVO; CREDITO NO CONTATO FAZ O INVERSO.
001900*                 O ARQUIVO LEVA CABECALHO '00' (DATA DO
002000*                 MOVIMENTO + DATA/HORA DA GERACAO), UMA LINHA
002100*                 '01' POR CONTA E NATUREZA (DATA, CONTA, D/C,
002200*                 VALOR E QUANTIDADE DE LANCAMENTOS) E TRAILER
002300*                 '99' (QUANTIDADE DE LINHAS + TOTAL DE DEBITOS +
002400*                 TOTAL DE CREDITOS), NO ESTILO DA REMESSA DO
002500*                 REMBANC. LANCAMENTO CUJO MOTIVO NAO TEM CONTA
002600*                 NA TABELA FICA SO COM A PERNA DE CLIENTES: O
002700*                 DIARIO NAO FECHA, O LANCAMENTO E LISTADO E O
002800*                 LOTE TERMINA COM RC 08 - O CHKRUN SEGURA OS
002900*                 PASSOS SEGUINTES DA ESTEIRA ATE A TABELA SER
003000*                 CORRIGIDA NO CADMOT E O DIARIO SER REGERADO.
003100*----------------------------------------------------------------*
003200*    HISTORICO DE ALTERACOES
003300*    DATA       AUTOR   DESCRICAO
003400*    ---------- ------- ----------------------------------------
003500*    2025-02-14 JSZ     PROGRAMA CRIADO (DIARIO CONTABIL).
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SPECIAL-NAMES.
004000     DECIMAL-POINT IS COMMA.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-FS-HIS.
004600     SELECT DIARIO ASSIGN TO WS-DIARIO-DSN
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-FS-DIA.
004900     SELECT MOTIVOS ASSIGN TO WS-MOTIVOS-DSN
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS MTV-CODIGO
005300         FILE STATUS IS WS-FS-MTV.
005400     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-FS-RUN.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  HISTORICO.
006000     COPY MOVHREG.
006100 FD  DIARIO.
006200 01  REG-DIARIO                   PIC X(80).
006300 FD  MOTIVOS.
006400     COPY MOTREG.
006500 FD  RUNCTL.
006600     COPY RUNREG.
006700 WORKING-STORAGE SECTION.
006800 01  WS-HISTORICO-DSN             PIC X(100) VALUE 'MOVHIST.DAT'.
006900 01  WS-DIARIO-DSN                PIC X(100) VALUE SPACES.
007000 77  WS-FS-HIS                    PIC X(02) VALUE '00'.
007100     88 FS-HIS-OK                 VALUE '00'.
007200 77  WS-FS-DIA                    PIC X(02) VALUE '00'.
007300     88 FS-DIA-OK                 VALUE '00'.
007400 77  WS-FS                        PIC X(02) VALUE '00'.
007500 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
007600 77  WS-EOF-HIS                   PIC X(01) VALUE 'N'.
007700     88 EOF-HIS-OK                VALUE 'S' FALSE 'N'.
007800*----------------------------------------------------------------*
007900*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
008000*    DO P100-ANALISAR-PARM DO FECMES)                            *
008100*----------------------------------------------------------------*
008200 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
008300 01  WS-PARM-TOKENS.
008400     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
008500                                  INDEXED BY WS-PARM-IDX.
008600 77  WS-DATA-POST                 PIC 9(08) VALUE ZEROS.
008700 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
008800 77  WS-HORA-EXEC                 PIC 9(08) VALUE ZEROS.
008900*----------------------------------------------------------------*
009000*    CONTA DE CLIENTES - CONTRAPARTIDA DE TODO LANCAMENTO DO     *
009100*    LEDGER DE CONTATOS                                          *
009200*----------------------------------------------------------------*
009300 01  WS-CONTA-CLIENTES            PIC X(12) VALUE '1.1.2.01.001'.
009400*----------------------------------------------------------------*
009500*    ACUMULADOR POR CONTA CONTABIL (A POSICAO 1 E SEMPRE A CONTA *
009600*    DE CLIENTES)                                                *
009700*----------------------------------------------------------------*
009800 77  WS-CTA-QTD                   PIC 9(02) VALUE ZEROS.
009900 01  WS-TAB-CONTAS.
010000     03  WS-CTA-ENT               OCCURS 60 TIMES.
010100         05  WS-CTA-CODIGO        PIC X(12).
010200         05  WS-CTA-DEBITO        PIC 9(13)V99.
010300         05  WS-CTA-QTD-DEB       PIC 9(06).
010400         05  WS-CTA-CREDITO       PIC 9(13)V99.
010500         05  WS-CTA-QTD-CRED      PIC 9(06).
010600 77  WS-CTA-IDX                   PIC 9(02) VALUE ZEROS.
010700 77  WS-CTA-ACHADO                PIC 9(02) VALUE ZEROS.
010800 01  WS-LANC-CONTA                PIC X(12) VALUE SPACES.
010900 01  WS-LANC-DC                   PIC X(01) VALUE SPACES.
011000 77  WS-LANC-VALOR                PIC 9(09)V99 VALUE ZEROS.
011100 01  WS-TAB-ESTOURO-SW            PIC X(01) VALUE 'N'.
011200     88 TAB-ESTOUROU              VALUE 'S' FALSE 'N'.
011300*----------------------------------------------------------------*
011400*    REGISTROS DO DIARIO (CABECALHO '00', CONTA '01', TRAILER    *
011500*    '99')                                                       *
011600*----------------------------------------------------------------*
011700 01  WS-DIA-DETALHE.
011800     03  WS-DET-TIPO              PIC X(02).
011900     03  WS-DET-DATA              PIC 9(08).
012000     03  WS-DET-CONTA             PIC X(12).
012100     03  WS-DET-DC                PIC X(01).
012200     03  WS-DET-VALOR             PIC 9(13)V99.
012300     03  WS-DET-QTD               PIC 9(06).
012400     03  FILLER                   PIC X(36).
012500 01  WS-DIA-CABEC REDEFINES WS-DIA-DETALHE.
012600     03  FILLER                   PIC X(02).
012700     03  WS-CAB-DATA              PIC 9(08).
012800     03  WS-CAB-GERACAO           PIC 9(08).
012900     03  WS-CAB-HORA              PIC 9(06).
013000     03  WS-CAB-ORIGEM            PIC X(08).
013100     03  FILLER                   PIC X(48).
013200 01  WS-DIA-TRAILER REDEFINES WS-DIA-DETALHE.
013300     03  FILLER                   PIC X(02).
013400     03  WS-TRL-QTD               PIC 9(06).
013500     03  WS-TRL-DEBITOS           PIC 9(13)V99.
013600     03  WS-TRL-CREDITOS          PIC 9(13)V99.
013700     03  FILLER                   PIC X(42).
013800*----------------------------------------------------------------*
013900*    CONTADORES DO RESUMO                                        *
014000*----------------------------------------------------------------*
014100 77  WS-CONT-LIDOS                PIC 9(06) VALUE ZEROS.
014200 77  WS-CONT-DO-DIA               PIC 9(06) VALUE ZEROS.
014300 77  WS-CONT-SEM-CONTA            PIC 9(06) VALUE ZEROS.
014400 77  WS-CONT-LINHAS               PIC 9(06) VALUE ZEROS.
014500 77  WS-TOTAL-DEBITOS             PIC 9(13)V99 VALUE ZEROS.
014600 77  WS-TOTAL-CREDITOS            PIC 9(13)V99 VALUE ZEROS.
014700 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
014800 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
014900*----------------------------------------------------------------*
015000*    AREA DA TABELA DE MOTIVOS (COPYBOOK MOTTAB)                 *
015100*----------------------------------------------------------------*
015200 01  WS-MOTIVOS-DSN               PIC X(100) VALUE 'MOTIVOS.DAT'.
015300 77  WS-FS-MTV                    PIC X(02) VALUE '00'.
015400     88 FS-MTV-OK                 VALUE '00'.
015500 77  WS-MTV-QTD                   PIC 9(02) VALUE ZEROS.
015600 01  WS-TAB-MOTIVOS.
015700     03  WS-MTV-ENT               OCCURS 50 TIMES.
015800         05  WS-MTV-COD           PIC X(10).
015900         05  WS-MTV-NAT           PIC X(01).
016000         05  WS-MTV-CONTA         PIC X(12).
016100         05  WS-MTV-USO           PIC X(01).
016200         05  WS-MTV-SIT           PIC X(01).
016300 77  WS-MTV-IDX                   PIC 9(02) VALUE ZEROS.
016400 77  WS-MTV-ACHADO                PIC 9(02) VALUE ZEROS.
016500 01  WS-MTV-EOF-SW                PIC X(01) VALUE 'N'.
016600     88 MTV-EOF-OK                VALUE 'S' FALSE 'N'.
016700 01  WS-MTV-CARREGADA-SW          PIC X(01) VALUE 'N'.
016800     88 MTV-TAB-CARREGADA         VALUE 'S'.
016900 77  WS-MTV-BUSCA                 PIC X(10) VALUE SPACES.
017000 77  WS-MTV-TIPO-BUSCA            PIC X(01) VALUE SPACES.
017100 01  WS-MTV-VALIDO-SW             PIC X(01) VALUE 'N'.
017200     88 MOTIVO-VALIDO             VALUE 'S' FALSE 'N'.
017300 77  WS-MTV-ERRO                  PIC X(50) VALUE SPACES.
017400*----------------------------------------------------------------*
017500*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
017600*----------------------------------------------------------------*
017700 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
017800 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
017900     88 FS-RUN-OK                 VALUE '00'.
018000 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'DIARCTB'.
018100 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
018200 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
018300 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
018400 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
018500 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
018600 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
018700 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
018800 PROCEDURE DIVISION.
018900******************************************************************
019000*    0000-MAINLINE - ROTINA PRINCIPAL                            *
019100******************************************************************
019200 0000-MAINLINE.
019300     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
019400     DISPLAY '*** DIARIO CONTABIL DO LEDGER (DIARCTB) ***'
019500     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
019600     ACCEPT WS-HORA-EXEC          FROM TIME
019700     MOVE WS-DATA-EXEC            TO WS-DATA-POST
019800     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
019900     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
020000
020100     MOVE SPACES                  TO WS-DIARIO-DSN
020200     STRING 'DIARIO.'             DELIMITED BY SIZE
020300            WS-DATA-POST          DELIMITED BY SIZE
020400            INTO WS-DIARIO-DSN
020500     END-STRING
020600     DISPLAY 'LANCAMENTOS EFETIVADOS EM ' WS-DATA-POST ' PARA '
020700             FUNCTION TRIM(WS-DIARIO-DSN) '.'
020800
020900     PERFORM 9350-CARREGAR-MOTIVOS THRU 9350-FIM
021000     PERFORM P200-ACUMULAR        THRU P200-FIM
021100     IF NOT FS-HIS-OK
021200        MOVE 08                   TO WS-RUN-RESULTADO
021300        GO TO 0000-ENCERRAR
021400     END-IF
021500     PERFORM P300-GRAVAR-DIARIO   THRU P300-FIM
021600     IF NOT FS-DIA-OK
021700        MOVE 08                   TO WS-RUN-RESULTADO
021800        GO TO 0000-ENCERRAR
021900     END-IF
022000     PERFORM P400-CONFERIR-BALANCO THRU P400-FIM
022100     PERFORM P800-RESUMO          THRU P800-FIM
022200     .
022300 0000-ENCERRAR.
022400     PERFORM P900-FIM
022500     .
022600******************************************************************
022700*    P100-ANALISAR-PARM - QUEBRA A LINHA DE PARAMETROS EM TOKENS *
022800*                         E ARMA AS CHAVES DE EXECUCAO           *
022900******************************************************************
023000 P100-ANALISAR-PARM.
023100     MOVE SPACES                  TO WS-PARM-TOKENS
023200     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
023300         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
023400              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
023500              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
023600              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
023700              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
023800     END-UNSTRING
023900
024000     SET WS-PARM-IDX              TO 1
024100     PERFORM P110-ANALISAR-TOKEN
024200         VARYING WS-PARM-IDX FROM 1 BY 1
024300         UNTIL WS-PARM-IDX > 10
024400     .
024500 P100-FIM. EXIT.
024600******************************************************************
024700*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
024800******************************************************************
024900 P110-ANALISAR-TOKEN.
025000     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:5) = 'DATA='
025100        IF WS-PARM-TOKEN(WS-PARM-IDX) (6:8) IS NUMERIC
025200           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (6:8)
025300                                  TO WS-DATA-POST
025400        ELSE
025500           DISPLAY 'PARAMETRO DATA= INVALIDO (USE AAAAMMDD) - '
025600                   'VALE A DATA DE HOJE.'
025700        END-IF
025800     END-IF
025900     .
026000 P110-FIM. EXIT.
026100******************************************************************
026200*    P200-ACUMULAR - LE O LEDGER VIVO E ACUMULA AS DUAS PERNAS    *
026300*                 DE CADA LANCAMENTO EFETIVADO NA DATA            *
026400******************************************************************
026500 P200-ACUMULAR.
026600     MOVE ZEROS                   TO WS-CTA-QTD
026700     SET TAB-ESTOUROU             TO FALSE
026800     MOVE WS-CONTA-CLIENTES       TO WS-LANC-CONTA
026900     PERFORM P230-LOCALIZAR-CONTA THRU P230-FIM
027000
027100     SET EOF-HIS-OK               TO FALSE
027200     MOVE '00'                    TO WS-FS-HIS
027300     OPEN INPUT HISTORICO
027400     IF NOT FS-HIS-OK
027500        MOVE WS-FS-HIS            TO WS-FS
027600        PERFORM 9000-TRADUZIR-FS
027700        DISPLAY 'ERRO AO ABRIR O HISTORICO DE MOVIMENTOS: '
027800                WS-FS-MSG
027900        GO TO P200-FIM
028000     END-IF
028100
028200     PERFORM P210-TRATAR-LANCAMENTO THRU P210-FIM
028300         UNTIL EOF-HIS-OK
028400     CLOSE HISTORICO
028500     .
028600 P200-FIM. EXIT.
028700******************************************************************
028800*    P210-TRATAR-LANCAMENTO - LE UM LANCAMENTO; SE FOI EFETIVADO  *
028900*                 NA DATA, LANCA A PERNA DE CLIENTES E A PERNA    *
029000*                 DA CONTA DO MOTIVO                              *
029100******************************************************************
029200 P210-TRATAR-LANCAMENTO.
029300     READ HISTORICO
029400         AT END
029500             SET EOF-HIS-OK        TO TRUE
029600             GO TO P210-FIM
029700     END-READ
029800     ADD 1                        TO WS-CONT-LIDOS
029900     IF HIS-DATA-POST NOT = WS-DATA-POST
030000        GO TO P210-FIM
030100     END-IF
030200     ADD 1                        TO WS-CONT-DO-DIA
030300     IF (NOT HIS-DEBITO AND NOT HIS-CREDITO) OR
030400        HIS-VALOR NOT NUMERIC
030500        ADD 1                     TO WS-CONT-SEM-CONTA
030600        DISPLAY 'LANCAMENTO COM TIPO/VALOR INVALIDO: CONTATO '
030700                HIS-ID-CONTATO ' ' HIS-DATA-MOV ' TIPO '
030800                HIS-TIPO ' ' HIS-MOTIVO
030900        GO TO P210-FIM
031000     END-IF
031100
031200*    PERNA DE CLIENTES: DEBITO NO CONTATO E DEBITO NA CONTA DE
031300*    CLIENTES (O CLIENTE PASSA A DEVER MAIS); CREDITO E CREDITO.
031400     MOVE WS-CONTA-CLIENTES       TO WS-LANC-CONTA
031500     MOVE HIS-TIPO                TO WS-LANC-DC
031600     MOVE HIS-VALOR               TO WS-LANC-VALOR
031700     PERFORM P220-LANCAR-PERNA    THRU P220-FIM
031800
031900*    PERNA DO MOTIVO, NA NATUREZA OPOSTA. O MOTIVO VALE MESMO
032000*    INATIVO - O LANCAMENTO JA FOI EFETIVADO E PRECISA DE CONTA.
032100     MOVE HIS-MOTIVO              TO WS-MTV-BUSCA
032200     MOVE SPACES                  TO WS-MTV-TIPO-BUSCA
032300     PERFORM 9360-VALIDAR-MOTIVO  THRU 9360-FIM
032400     IF WS-MTV-ACHADO = ZEROS
032500        ADD 1                     TO WS-CONT-SEM-CONTA
032600        MOVE HIS-VALOR            TO WS-MSK-VALOR
032700        DISPLAY 'MOTIVO SEM CONTA CONTABIL: CONTATO '
032800                HIS-ID-CONTATO ' ' HIS-DATA-MOV ' ' HIS-TIPO
032900                ' ' WS-MSK-VALOR ' ' HIS-MOTIVO
033000        GO TO P210-FIM
033100     END-IF
033200     IF WS-MTV-CONTA (WS-MTV-ACHADO) = SPACES
033300        ADD 1                     TO WS-CONT-SEM-CONTA
033400        MOVE HIS-VALOR            TO WS-MSK-VALOR
033500        DISPLAY 'MOTIVO SEM CONTA CONTABIL: CONTATO '
033600                HIS-ID-CONTATO ' ' HIS-DATA-MOV ' ' HIS-TIPO
033700                ' ' WS-MSK-VALOR ' ' HIS-MOTIVO
033800        GO TO P210-FIM
033900     END-IF
034000     MOVE WS-MTV-CONTA (WS-MTV-ACHADO) TO WS-LANC-CONTA
034100     IF HIS-DEBITO
034200        MOVE 'C'                  TO WS-LANC-DC
034300     ELSE
034400        MOVE 'D'                  TO WS-LANC-DC
034500     END-IF
034600     PERFORM P220-LANCAR-PERNA    THRU P220-FIM
034700     .
034800 P210-FIM. EXIT.
034900******************************************************************
035000*    P220-LANCAR-PERNA - SOMA WS-LANC-VALOR NA CONTA E NATUREZA   *
035100*                 INFORMADAS (ABRE A CONTA NA TABELA SE PRECISO)  *
035200******************************************************************
035300 P220-LANCAR-PERNA.
035400     PERFORM P230-LOCALIZAR-CONTA THRU P230-FIM
035500     IF WS-CTA-ACHADO = ZEROS
035600        GO TO P220-FIM
035700     END-IF
035800     IF WS-LANC-DC = 'D'
035900        ADD WS-LANC-VALOR    TO WS-CTA-DEBITO (WS-CTA-ACHADO)
036000        ADD 1                TO WS-CTA-QTD-DEB (WS-CTA-ACHADO)
036100     ELSE
036200        ADD WS-LANC-VALOR    TO WS-CTA-CREDITO (WS-CTA-ACHADO)
036300        ADD 1                TO WS-CTA-QTD-CRED (WS-CTA-ACHADO)
036400     END-IF
036500     .
036600 P220-FIM. EXIT.
036700******************************************************************
036800*    P230-LOCALIZAR-CONTA - PROCURA WS-LANC-CONTA NA TABELA DE    *
036900*                 CONTAS E A INCLUI QUANDO NAO ACHA               *
037000******************************************************************
037100 P230-LOCALIZAR-CONTA.
037200     MOVE ZEROS                   TO WS-CTA-ACHADO
037300     PERFORM P235-COMPARAR-CONTA  THRU P235-FIM
037400         VARYING WS-CTA-IDX FROM 1 BY 1
037500         UNTIL WS-CTA-IDX > WS-CTA-QTD
037600            OR WS-CTA-ACHADO NOT = ZEROS
037700     IF WS-CTA-ACHADO NOT = ZEROS
037800        GO TO P230-FIM
037900     END-IF
038000     IF WS-CTA-QTD NOT < 60
038100        IF NOT TAB-ESTOUROU
038200           DISPLAY 'MAIS DE 60 CONTAS CONTABEIS NO DIA - '
038300                   'DIARIO INCOMPLETO.'
038400        END-IF
038500        SET TAB-ESTOUROU          TO TRUE
038600        GO TO P230-FIM
038700     END-IF
038800     ADD 1                        TO WS-CTA-QTD
038900     MOVE WS-CTA-QTD              TO WS-CTA-ACHADO
039000     MOVE WS-LANC-CONTA           TO WS-CTA-CODIGO (WS-CTA-QTD)
039100     MOVE ZEROS                   TO WS-CTA-DEBITO (WS-CTA-QTD)
039200     MOVE ZEROS                   TO WS-CTA-QTD-DEB (WS-CTA-QTD)
039300     MOVE ZEROS                   TO WS-CTA-CREDITO (WS-CTA-QTD)
039400     MOVE ZEROS                   TO WS-CTA-QTD-CRED (WS-CTA-QTD)
039500     .
039600 P230-FIM. EXIT.
039700 P235-COMPARAR-CONTA.
039800     IF WS-CTA-CODIGO (WS-CTA-IDX) = WS-LANC-CONTA
039900        MOVE WS-CTA-IDX           TO WS-CTA-ACHADO
040000     END-IF
040100     .
040200 P235-FIM. EXIT.
040300******************************************************************
040400*    P300-GRAVAR-DIARIO - GRAVA CABECALHO, UMA LINHA POR CONTA E  *
040500*                 NATUREZA COM VALOR, E TRAILER                   *
040600******************************************************************
040700 P300-GRAVAR-DIARIO.
040800     MOVE '00'                    TO WS-FS-DIA
040900     OPEN OUTPUT DIARIO
041000     IF NOT FS-DIA-OK
041100        MOVE WS-FS-DIA            TO WS-FS
041200        PERFORM 9000-TRADUZIR-FS
041300        DISPLAY 'ERRO AO ABRIR O DIARIO '
041400                FUNCTION TRIM(WS-DIARIO-DSN) ': ' WS-FS-MSG
041500        GO TO P300-FIM
041600     END-IF
041700
041800     MOVE SPACES                  TO WS-DIA-DETALHE
041900     MOVE '00'                    TO WS-DET-TIPO
042000     MOVE WS-DATA-POST            TO WS-CAB-DATA
042100     MOVE WS-DATA-EXEC            TO WS-CAB-GERACAO
042200     MOVE WS-HORA-EXEC (1:6)      TO WS-CAB-HORA
042300     MOVE 'CONTATOS'              TO WS-CAB-ORIGEM
042400     MOVE WS-DIA-DETALHE          TO REG-DIARIO
042500     WRITE REG-DIARIO
042600
042700     PERFORM P310-GRAVAR-CONTA    THRU P310-FIM
042800         VARYING WS-CTA-IDX FROM 1 BY 1
042900         UNTIL WS-CTA-IDX > WS-CTA-QTD
043000
043100     MOVE SPACES                  TO WS-DIA-DETALHE
043200     MOVE '99'                    TO WS-DET-TIPO
043300     MOVE WS-CONT-LINHAS          TO WS-TRL-QTD
043400     MOVE WS-TOTAL-DEBITOS        TO WS-TRL-DEBITOS
043500     MOVE WS-TOTAL-CREDITOS       TO WS-TRL-CREDITOS
043600     MOVE WS-DIA-DETALHE          TO REG-DIARIO
043700     WRITE REG-DIARIO
043800     CLOSE DIARIO
043900     .
044000 P300-FIM. EXIT.
044100******************************************************************
044200*    P310-GRAVAR-CONTA - GRAVA AS LINHAS '01' DE UMA CONTA (UMA   *
044300*                 PARA O DEBITO E UMA PARA O CREDITO, QUANDO HA)  *
044400******************************************************************
044500 P310-GRAVAR-CONTA.
044600     IF WS-CTA-DEBITO (WS-CTA-IDX) > ZEROS
044700        MOVE SPACES               TO WS-DIA-DETALHE
044800        MOVE '01'                 TO WS-DET-TIPO
044900        MOVE WS-DATA-POST         TO WS-DET-DATA
045000        MOVE WS-CTA-CODIGO (WS-CTA-IDX) TO WS-DET-CONTA
045100        MOVE 'D'                  TO WS-DET-DC
045200        MOVE WS-CTA-DEBITO (WS-CTA-IDX) TO WS-DET-VALOR
045300        MOVE WS-CTA-QTD-DEB (WS-CTA-IDX) TO WS-DET-QTD
045400        MOVE WS-DIA-DETALHE       TO REG-DIARIO
045500        WRITE REG-DIARIO
045600        ADD 1                     TO WS-CONT-LINHAS
045700        ADD WS-CTA-DEBITO (WS-CTA-IDX) TO WS-TOTAL-DEBITOS
045800     END-IF
045900     IF WS-CTA-CREDITO (WS-CTA-IDX) > ZEROS
046000        MOVE SPACES               TO WS-DIA-DETALHE
046100        MOVE '01'                 TO WS-DET-TIPO
046200        MOVE WS-DATA-POST         TO WS-DET-DATA
046300        MOVE WS-CTA-CODIGO (WS-CTA-IDX) TO WS-DET-CONTA
046400        MOVE 'C'                  TO WS-DET-DC
046500        MOVE WS-CTA-CREDITO (WS-CTA-IDX) TO WS-DET-VALOR
046600        MOVE WS-CTA-QTD-CRED (WS-CTA-IDX) TO WS-DET-QTD
046700        MOVE WS-DIA-DETALHE       TO REG-DIARIO
046800        WRITE REG-DIARIO
046900        ADD 1                     TO WS-CONT-LINHAS
047000        ADD WS-CTA-CREDITO (WS-CTA-IDX) TO WS-TOTAL-CREDITOS
047100     END-IF
047200     .
047300 P310-FIM. EXIT.
047400******************************************************************
047500*    P400-CONFERIR-BALANCO - DIARIO SO SAI LIMPO COM DEBITOS =    *
047600*                 CREDITOS E NENHUM LANCAMENTO SEM CONTA          *
047700******************************************************************
047800 P400-CONFERIR-BALANCO.
047900     IF WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS AND
048000        WS-CONT-SEM-CONTA = ZEROS AND NOT TAB-ESTOUROU
048100        DISPLAY 'DIARIO BALANCEADO.'
048200        GO TO P400-FIM
048300     END-IF
048400     DISPLAY '*** DIARIO NAO BALANCEADO - NAO ENVIAR PARA A '
048500             'CONTABILIDADE ***'
048600     DISPLAY 'CORRIJA A TABELA DE MOTIVOS (CADMOT) E RODE O '
048700             'DIARCTB DE NOVO COM DATA=' WS-DATA-POST '.'
048800     MOVE 08                      TO WS-RUN-RESULTADO
048900     .
049000 P400-FIM. EXIT.
049100******************************************************************
049200*    P800-RESUMO - EMITE OS TOTAIS DO DIARIO                      *
049300******************************************************************
049400 P800-RESUMO.
049500     DISPLAY ' '
049600     DISPLAY '*** RESUMO DO DIARIO CONTABIL ***'
049700     DISPLAY 'DATA DE EFETIVACAO.......: ' WS-DATA-POST
049800     DISPLAY 'LANCAMENTOS LIDOS........: ' WS-CONT-LIDOS
049900     DISPLAY 'LANCAMENTOS DO DIA.......: ' WS-CONT-DO-DIA
050000     DISPLAY 'LANCAMENTOS SEM CONTA....: ' WS-CONT-SEM-CONTA
050100     DISPLAY 'CONTAS MOVIMENTADAS......: ' WS-CTA-QTD
050200     DISPLAY 'LINHAS DO DIARIO.........: ' WS-CONT-LINHAS
050300     MOVE WS-TOTAL-DEBITOS        TO WS-MSK-TOTAL
050400     DISPLAY 'TOTAL DE DEBITOS.........: ' WS-MSK-TOTAL
050500     MOVE WS-TOTAL-CREDITOS       TO WS-MSK-TOTAL
050600     DISPLAY 'TOTAL DE CREDITOS........: ' WS-MSK-TOTAL
050700     DISPLAY 'ARQUIVO DO DIARIO........: '
050800             FUNCTION TRIM(WS-DIARIO-DSN)
050900     .
051000 P800-FIM. EXIT.
051100******************************************************************
051200*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
051300******************************************************************
051400 P900-FIM.
051500     DISPLAY '*** FIM DO DIARIO CONTABIL ***'
051600     MOVE WS-CONT-DO-DIA          TO WS-RUN-LIDOS
051700     MOVE WS-CONT-LINHAS          TO WS-RUN-GRAVADOS
051800     MOVE WS-CONT-SEM-CONTA       TO WS-RUN-REJEITADOS
051900     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
052000     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
052100     STOP RUN.
052200
052300     COPY FSTATUS.
052400     COPY RUNLOG.
052500     COPY MOTTAB.
