000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RELEVOL.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-05-30.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: EVOLUCAO MENSAL DA CARTEIRA (ROLL-FORWARD) DE
000900*                 UM MES JA FECHADO PELO FECMES (PARAMETRO
001000*                 MES=AAAAMM). PARA CADA CONTATO PARTE DO SALDO
001100*                 CONGELADO NO FECHAMENTO DO MES ANTERIOR
001200*                 (SALDOHIS.DAT), SOMA OS LANCAMENTOS EFETIVADOS
001300*                 NO MES (ARQUIVO MENSAL MOVHIST.AAAAMM) SEPARADOS
001400*                 POR GRUPO DE MOTIVO E CONFERE O RESULTADO COM O
001500*                 SALDO CONGELADO NO FECHAMENTO DO PROPRIO MES:
001600*                 - FATURAMENTO.: FATURA;
001700*                 - PAGAMENTOS..: PAGAMENTO E PAGTOBANCO;
001800*                 - JUROS.......: JUROS;
001900*                 - ESTORNOS....: ESTORNO;
002000*                 - BAIXAS......: BAIXA;
002100*                 - OUTROS......: OS DEMAIS MOTIVOS (AJUSTE,
002200*                   ACORDOS, REEMBOLSOS, MOTIVOS NOVOS DO CADMOT).
002300*                 CREDITO SOMA E DEBITO SUBTRAI, COMO NO POSTSAL.
002400*                 EMITE EM RELEVOL.LST OS CONTATOS QUE NAO FECHAM
002500*                 (ABERTURA + MOVIMENTO DIFERENTE DO CONGELADO) E
002600*                 O QUADRO DA EVOLUCAO POR CATEGORIA E NO TOTAL. A
002700*                 CATEGORIA E A ATUAL DO CONTATO EM CONTATOS.DAT;
002800*                 CONTATO JA EXCLUIDO ENTRA EM "(EXCLUIDO)".
002900*                 TRES ORIGENS JUNTADAS POR CONTATO NUM SORT, NO
003000*                 MOLDE DO RELACS.
003100*                 RETURN-CODE: 00 = TUDO FECHA, 04 = HA CONTATO
003200*                 QUE NAO FECHA (OU NAO HA FECHAMENTO DO MES
003300*                 ANTERIOR), 08 = MES NAO FECHADO OU ERRO DE
003400*                 ARQUIVO.
003500*----------------------------------------------------------------*
003600*    HISTORICO DE ALTERACOES
003700*    DATA       AUTOR   DESCRICAO
003800*    ---------- ------- ----------------------------------------
003900*    2025-05-30 JSZ     PROGRAMA CRIADO (EVOLUCAO MENSAL DA
004000*                       CARTEIRA POR CATEGORIA).
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SPECIAL-NAMES.
004500     DECIMAL-POINT IS COMMA.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ID-CONTATO
005200         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
005300         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
005400             SUPPRESS WHEN SPACES
005500         FILE STATUS IS WS-FS.
005600     SELECT SALDOHIS ASSIGN TO WS-SALDOHIS-DSN
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-FS-SLH.
005900     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-FS-HIS.
006200     SELECT SORTEVO ASSIGN TO "SRTWK8".
006300     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-FS-RIMP.
006600     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-FS-RUN.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  CONTATOS.
007200     COPY CONTREG.
007300 FD  SALDOHIS.
007400     COPY SLDHREG.
007500 FD  HISTORICO.
007600     COPY MOVHREG.
007700 FD  RELIMP.
007800 01  REG-RELIMP                   PIC X(132).
007900 FD  RUNCTL.
008000     COPY RUNREG.
008100*----------------------------------------------------------------*
008200*    SORT - SALDOS E LANCAMENTOS POR CONTATO; NO MESMO CONTATO A *
008300*    ABERTURA (ORIGEM 0) VEM ANTES DOS LANCAMENTOS (ORIGEM 1) E  *
008400*    ESTES ANTES DO SALDO CONGELADO DO MES (ORIGEM 2)            *
008500*----------------------------------------------------------------*
008600 SD  SORTEVO.
008700 01  SD-REG-EVO.
008800     03  SD-ID-CONTATO            PIC 9(06).
008900     03  SD-ORIGEM                PIC X(01).
009000         88  SD-E-ABERTURA        VALUE '0'.
009100         88  SD-E-LANCAMENTO      VALUE '1'.
009200         88  SD-E-FECHAMENTO      VALUE '2'.
009300     03  SD-GRUPO                 PIC 9(01).
009400     03  SD-VALOR                 PIC S9(11)V99.
009500 WORKING-STORAGE SECTION.
009600 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
009700 01  WS-SALDOHIS-DSN              PIC X(100) VALUE 'SALDOHIS.DAT'.
009800 01  WS-HISTORICO-DSN             PIC X(100) VALUE SPACES.
009900 77  WS-FS                        PIC X(02) VALUE '00'.
010000     88 FS-OK                     VALUE '00'.
010100 77  WS-FS-SLH                    PIC X(02) VALUE '00'.
010200     88 FS-SLH-OK                 VALUE '00'.
010300 77  WS-FS-HIS                    PIC X(02) VALUE '00'.
010400     88 FS-HIS-OK                 VALUE '00'.
010500 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
010600 77  WS-EOF-ENT                   PIC X(01) VALUE 'N'.
010700     88 EOF-ENT-OK                VALUE 'S' FALSE 'N'.
010800 77  WS-EOF-SAI                   PIC X(01) VALUE 'N'.
010900     88 EOF-SAI-OK                VALUE 'S' FALSE 'N'.
011000*----------------------------------------------------------------*
011100*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
011200*    DO P100-ANALISAR-PARM DO FECMES)                            *
011300*----------------------------------------------------------------*
011400 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
011500 01  WS-PARM-TOKENS.
011600     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
011700                                  INDEXED BY WS-PARM-IDX.
011800 01  WS-MES-REL                   PIC 9(06) VALUE ZEROS.
011900 01  WS-MES-REL-R REDEFINES WS-MES-REL.
012000     03  WS-MES-REL-AAAA          PIC 9(04).
012100     03  WS-MES-REL-MM            PIC 9(02).
012200 01  WS-MES-ANT                   PIC 9(06) VALUE ZEROS.
012300 01  WS-MES-ANT-R REDEFINES WS-MES-ANT.
012400     03  WS-MES-ANT-AAAA          PIC 9(04).
012500     03  WS-MES-ANT-MM            PIC 9(02).
012600*----------------------------------------------------------------*
012700*    CONTADORES DAS ORIGENS                                      *
012800*----------------------------------------------------------------*
012900 77  WS-CONT-ABERTURA             PIC 9(06) VALUE ZEROS.
013000 77  WS-CONT-FECHAMENTO           PIC 9(06) VALUE ZEROS.
013100 77  WS-CONT-LANCAMENTOS          PIC 9(06) VALUE ZEROS.
013200 77  WS-CONT-CONTATOS             PIC 9(06) VALUE ZEROS.
013300 77  WS-CONT-DIVERGENTES          PIC 9(06) VALUE ZEROS.
013400*----------------------------------------------------------------*
013500*    GRUPOS DE MOTIVO DA EVOLUCAO (1 A 6)                        *
013600*----------------------------------------------------------------*
013700 01  WS-TAB-GRUPOS-INI.
013800     03  FILLER                   PIC X(20) VALUE
013900         '(+/-) FATURAMENTO...'.
014000     03  FILLER                   PIC X(20) VALUE
014100         '(+/-) PAGAMENTOS....'.
014200     03  FILLER                   PIC X(20) VALUE
014300         '(+/-) JUROS.........'.
014400     03  FILLER                   PIC X(20) VALUE
014500         '(+/-) ESTORNOS......'.
014600     03  FILLER                   PIC X(20) VALUE
014700         '(+/-) BAIXAS........'.
014800     03  FILLER                   PIC X(20) VALUE
014900         '(+/-) OUTROS........'.
015000 01  WS-TAB-GRUPOS REDEFINES WS-TAB-GRUPOS-INI.
015100     03  WS-GRP-ROTULO            PIC X(20) OCCURS 6 TIMES.
015200 77  WS-GRP-IDX                   PIC 9(01) VALUE ZEROS.
015300*----------------------------------------------------------------*
015400*    ACUMULADORES DO CONTATO CORRENTE                            *
015500*----------------------------------------------------------------*
015600 77  WS-CTT-ATUAL                 PIC 9(06) VALUE ZEROS.
015700 01  WS-SW-GRUPO                  PIC X(01) VALUE 'N'.
015800     88 TEM-CONTATO               VALUE 'S' FALSE 'N'.
015900 77  WS-CT-ABERTURA               PIC S9(11)V99 VALUE ZEROS.
016000 77  WS-CT-FECHAMENTO             PIC S9(11)V99 VALUE ZEROS.
016100 77  WS-CT-MOVIMENTO              PIC S9(11)V99 VALUE ZEROS.
016200 77  WS-CT-CALCULADO              PIC S9(11)V99 VALUE ZEROS.
016300 77  WS-CT-DIFERENCA              PIC S9(11)V99 VALUE ZEROS.
016400 01  WS-CT-GRUPOS.
016500     03  WS-CT-GRUPO              PIC S9(11)V99 OCCURS 6 TIMES.
016600 01  WS-CT-CATEGORIA              PIC X(10) VALUE SPACES.
016700*----------------------------------------------------------------*
016800*    QUADRO POR CATEGORIA (A ULTIMA POSICAO E O TOTAL GERAL)     *
016900*----------------------------------------------------------------*
017000 77  WS-TC-QTD                    PIC 9(02) VALUE ZEROS.
017100 77  WS-TC-IDX                    PIC 9(02) VALUE ZEROS.
017200 77  WS-TC-ACHADO                 PIC 9(02) VALUE ZEROS.
017300 77  WS-TC-TOTAL                  PIC 9(02) VALUE 32.
017400 01  WS-TAB-CATEG.
017500     03  WS-TC-ENT                OCCURS 32 TIMES.
017600         05  WS-TC-CATEGORIA      PIC X(10).
017700         05  WS-TC-CONTATOS       PIC 9(06).
017800         05  WS-TC-DIVERGENTES    PIC 9(06).
017900         05  WS-TC-ABERTURA       PIC S9(13)V99.
018000         05  WS-TC-GRUPO          PIC S9(13)V99 OCCURS 6 TIMES.
018100         05  WS-TC-FECHAMENTO     PIC S9(13)V99.
018200 77  WS-TC-CALCULADO              PIC S9(13)V99 VALUE ZEROS.
018300 77  WS-TC-DIFERENCA              PIC S9(13)V99 VALUE ZEROS.
018400 01  WS-MSK-SALDO                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
018500 01  WS-MSK-TOTAL                 PIC -$$$.$$$.$$$.$$9,99.
018600*----------------------------------------------------------------*
018700*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
018800*----------------------------------------------------------------*
018900 01  WS-RELIMP-DSN                PIC X(100) VALUE 'RELEVOL.LST'.
019000 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
019100     88 FS-RIMP-OK                VALUE '00'.
019200 01  WS-RIMP-TITULO               PIC X(40) VALUE
019300     'EVOLUCAO MENSAL DA CARTEIRA'.
019400 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
019500 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
019600 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
019700 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
019800 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
019900 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
020000*----------------------------------------------------------------*
020100*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
020200*----------------------------------------------------------------*
020300 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
020400 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
020500     88 FS-RUN-OK                 VALUE '00'.
020600 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'RELEVOL'.
020700 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
020800 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
020900 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
021000 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
021100 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
021200 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
021300 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
021400 PROCEDURE DIVISION.
021500******************************************************************
021600*    0000-MAINLINE - ROTINA PRINCIPAL                            *
021700******************************************************************
021800 0000-MAINLINE.
021900     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
022000     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
022100     DISPLAY '*** EVOLUCAO MENSAL DA CARTEIRA (RELEVOL) ***'
022200     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
022300     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
022400     IF WS-MES-REL = ZEROS
022500        DISPLAY 'INFORME O MES (PARAMETRO MES=AAAAMM).'
022600        MOVE 08                   TO WS-RUN-RESULTADO
022700        GO TO 0000-ENCERRAR
022800     END-IF
022900     MOVE WS-MES-REL              TO WS-MES-ANT
023000     IF WS-MES-ANT-MM = 1
023100        MOVE 12                   TO WS-MES-ANT-MM
023200        SUBTRACT 1                FROM WS-MES-ANT-AAAA
023300     ELSE
023400        SUBTRACT 1                FROM WS-MES-ANT-MM
023500     END-IF
023600     MOVE SPACES                  TO WS-HISTORICO-DSN
023700     STRING 'MOVHIST.'            DELIMITED BY SIZE
023800            WS-MES-REL            DELIMITED BY SIZE
023900            INTO WS-HISTORICO-DSN
024000     END-STRING
024100     DISPLAY 'MES ' WS-MES-REL ' - ABERTURA NO FECHAMENTO DE '
024200             WS-MES-ANT ', LANCAMENTOS DE '
024300             FUNCTION TRIM(WS-HISTORICO-DSN) '.'
024400
024500     PERFORM P150-VERIFICAR-FECHAMENTOS THRU P150-FIM
024600     IF WS-RUN-RESULTADO NOT = ZEROS
024700        GO TO 0000-ENCERRAR
024800     END-IF
024900     IF WS-CONT-FECHAMENTO = ZEROS
025000        DISPLAY 'MES ' WS-MES-REL ' AINDA NAO FOI FECHADO - '
025100                'RODE O FECMES ANTES DA EVOLUCAO.'
025200        MOVE 08                   TO WS-RUN-RESULTADO
025300        GO TO 0000-ENCERRAR
025400     END-IF
025500
025600     OPEN INPUT CONTATOS
025700     IF NOT FS-OK
025800        PERFORM 9000-TRADUZIR-FS
025900        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
026000        MOVE 08                   TO WS-RUN-RESULTADO
026100        GO TO 0000-ENCERRAR
026200     END-IF
026300     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
026400     IF NOT FS-RIMP-OK
026500        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
026600                FUNCTION TRIM(WS-RELIMP-DSN)
026700        MOVE 08                   TO WS-RUN-RESULTADO
026800        CLOSE CONTATOS
026900        GO TO 0000-ENCERRAR
027000     END-IF
027100     PERFORM P200-CABECALHO       THRU P200-FIM
027200
027300     PERFORM P300-EVOLUIR         THRU P300-FIM
027400     CLOSE CONTATOS
027500     IF WS-RUN-RESULTADO = ZEROS
027600        PERFORM P600-QUADRO-CATEGORIAS THRU P600-FIM
027700     END-IF
027800     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
027900     PERFORM P800-RESUMO          THRU P800-FIM
028000     .
028100 0000-ENCERRAR.
028200     PERFORM P900-FIM
028300     .
028400******************************************************************
028500*    P100-ANALISAR-PARM - QUEBRA A LINHA DE PARAMETROS EM TOKENS *
028600*                         E ARMA AS CHAVES DE EXECUCAO           *
028700******************************************************************
028800 P100-ANALISAR-PARM.
028900     MOVE SPACES                  TO WS-PARM-TOKENS
029000     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
029100         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
029200              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
029300              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
029400              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
029500              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
029600     END-UNSTRING
029700
029800     SET WS-PARM-IDX              TO 1
029900     PERFORM P110-ANALISAR-TOKEN
030000         VARYING WS-PARM-IDX FROM 1 BY 1
030100         UNTIL WS-PARM-IDX > 10
030200     .
030300 P100-FIM. EXIT.
030400******************************************************************
030500*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
030600******************************************************************
030700 P110-ANALISAR-TOKEN.
030800     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:4) = 'MES='
030900        IF WS-PARM-TOKEN(WS-PARM-IDX) (5:6) IS NUMERIC AND
031000           WS-PARM-TOKEN(WS-PARM-IDX) (9:2) >= '01' AND
031100           WS-PARM-TOKEN(WS-PARM-IDX) (9:2) <= '12'
031200           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (5:6)
031300                                  TO WS-MES-REL
031400        ELSE
031500           DISPLAY 'PARAMETRO MES= INVALIDO (USE AAAAMM).'
031600        END-IF
031700     END-IF
031800     .
031900 P110-FIM. EXIT.
032000******************************************************************
032100*    P150-VERIFICAR-FECHAMENTOS - CONTA EM SALDOHIS.DAT OS       *
032200*                 SALDOS CONGELADOS DO MES E DO MES ANTERIOR     *
032300******************************************************************
032400 P150-VERIFICAR-FECHAMENTOS.
032500     MOVE '00'                    TO WS-FS-SLH
032600     OPEN INPUT SALDOHIS
032700     IF WS-FS-SLH = '35'
032800*       NENHUM MES FECHADO AINDA - O TESTE DO MAINLINE RECUSA.
032900        GO TO P150-FIM
033000     END-IF
033100     IF NOT FS-SLH-OK
033200        MOVE WS-FS-SLH            TO WS-FS
033300        PERFORM 9000-TRADUZIR-FS
033400        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SALDOS DE '
033500                'FECHAMENTO: ' WS-FS-MSG
033600        MOVE 08                   TO WS-RUN-RESULTADO
033700        GO TO P150-FIM
033800     END-IF
033900     SET EOF-ENT-OK               TO FALSE
034000     PERFORM P160-CONTAR-CONGELADO THRU P160-FIM
034100         UNTIL EOF-ENT-OK
034200     CLOSE SALDOHIS
034300     .
034400 P150-FIM. EXIT.
034500 P160-CONTAR-CONGELADO.
034600     READ SALDOHIS
034700         AT END
034800             SET EOF-ENT-OK       TO TRUE
034900             GO TO P160-FIM
035000     END-READ
035100     EVALUATE SLH-MES
035200         WHEN WS-MES-ANT
035300             ADD 1                TO WS-CONT-ABERTURA
035400         WHEN WS-MES-REL
035500             ADD 1                TO WS-CONT-FECHAMENTO
035600     END-EVALUATE
035700     .
035800 P160-FIM. EXIT.
035900******************************************************************
036000*    P200-CABECALHO - MES E ORIGENS NO INICIO DO RELATORIO       *
036100******************************************************************
036200 P200-CABECALHO.
036300     MOVE SPACES                  TO WS-RIMP-LINHA
036400     STRING 'MES: '               DELIMITED BY SIZE
036500            WS-MES-REL            DELIMITED BY SIZE
036600            '  ABERTURA: SALDOS CONGELADOS EM ' DELIMITED BY SIZE
036700            WS-MES-ANT            DELIMITED BY SIZE
036800            '  LANCAMENTOS: '     DELIMITED BY SIZE
036900            WS-HISTORICO-DSN      DELIMITED BY SPACE
037000            INTO WS-RIMP-LINHA
037100     END-STRING
037200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
037300     IF WS-CONT-ABERTURA = ZEROS
037400        MOVE SPACES               TO WS-RIMP-LINHA
037500        STRING 'ATENCAO: NAO HA SALDOS CONGELADOS DE '
037600                                  DELIMITED BY SIZE
037700               WS-MES-ANT         DELIMITED BY SIZE
037800               ' - ABERTURA CONSIDERADA ZERO PARA TODOS OS '
037900                                  DELIMITED BY SIZE
038000               'CONTATOS.'        DELIMITED BY SIZE
038100               INTO WS-RIMP-LINHA
038200        END-STRING
038300        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
038400     END-IF
038500     MOVE SPACES                  TO WS-RIMP-LINHA
038600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
038700     MOVE 'CONTATOS QUE NAO FECHAM (ABERTURA + MOVIMENTO DO MES '
038800                                  TO WS-RIMP-LINHA
038900     MOVE 'DIFERENTE DO SALDO CONGELADO)'
039000                                  TO WS-RIMP-LINHA (55:29)
039100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
039200     MOVE SPACES                  TO WS-RIMP-LINHA
039300     MOVE 'CONTATO CATEGORIA'     TO WS-RIMP-LINHA (1:17)
039400     MOVE 'ABERTURA'              TO WS-RIMP-LINHA (30:8)
039500     MOVE 'MOVIMENTO'             TO WS-RIMP-LINHA (48:9)
039600     MOVE 'CALCULADO'             TO WS-RIMP-LINHA (67:9)
039700     MOVE 'CONGELADO'             TO WS-RIMP-LINHA (86:9)
039800     MOVE 'DIFERENCA'             TO WS-RIMP-LINHA (105:9)
039900     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
040000     .
040100 P200-FIM. EXIT.
040200******************************************************************
040300*    P300-EVOLUIR - JUNTA AS TRES ORIGENS POR CONTATO (INPUT     *
040400*                 PROCEDURE) E FECHA CADA CONTATO NA QUEBRA      *
040500*                 (OUTPUT PROCEDURE)                             *
040600******************************************************************
040700 P300-EVOLUIR.
040800     SORT SORTEVO
040900         ON ASCENDING KEY SD-ID-CONTATO SD-ORIGEM
041000         INPUT PROCEDURE  P310-SELECIONAR THRU P310-FIM
041100         OUTPUT PROCEDURE P400-FECHAR-CONTATOS THRU P400-FIM
041200     .
041300 P300-FIM. EXIT.
041400******************************************************************
041500*    P310-SELECIONAR - LIBERA PARA O SORT OS SALDOS CONGELADOS   *
041600*                 DOS DOIS MESES E OS LANCAMENTOS DO MES         *
041700******************************************************************
041800 P310-SELECIONAR.
041900     MOVE '00'                    TO WS-FS-SLH
042000     OPEN INPUT SALDOHIS
042100     IF NOT FS-SLH-OK
042200        MOVE WS-FS-SLH            TO WS-FS
042300        PERFORM 9000-TRADUZIR-FS
042400        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SALDOS DE '
042500                'FECHAMENTO: ' WS-FS-MSG
042600        MOVE 08                   TO WS-RUN-RESULTADO
042700        GO TO P310-FIM
042800     END-IF
042900     SET EOF-ENT-OK               TO FALSE
043000     PERFORM P320-LIBERAR-SALDO   THRU P320-FIM
043100         UNTIL EOF-ENT-OK
043200     CLOSE SALDOHIS
043300
043400     MOVE '00'                    TO WS-FS-HIS
043500     OPEN INPUT HISTORICO
043600     IF WS-FS-HIS = '35'
043700        DISPLAY 'ARQUIVO ' FUNCTION TRIM(WS-HISTORICO-DSN)
043800                ' NAO EXISTE - MES SEM LANCAMENTOS EFETIVADOS.'
043900        GO TO P310-FIM
044000     END-IF
044100     IF NOT FS-HIS-OK
044200        MOVE WS-FS-HIS            TO WS-FS
044300        PERFORM 9000-TRADUZIR-FS
044400        DISPLAY 'ERRO AO ABRIR ' FUNCTION TRIM(WS-HISTORICO-DSN)
044500                ': ' WS-FS-MSG
044600        MOVE 08                   TO WS-RUN-RESULTADO
044700        GO TO P310-FIM
044800     END-IF
044900     SET EOF-ENT-OK               TO FALSE
045000     PERFORM P330-LIBERAR-LANCAMENTO THRU P330-FIM
045100         UNTIL EOF-ENT-OK
045200     CLOSE HISTORICO
045300     .
045400 P310-FIM. EXIT.
045500 P320-LIBERAR-SALDO.
045600     READ SALDOHIS
045700         AT END
045800             SET EOF-ENT-OK       TO TRUE
045900             GO TO P320-FIM
046000     END-READ
046100     EVALUATE SLH-MES
046200         WHEN WS-MES-ANT
046300             SET SD-E-ABERTURA    TO TRUE
046400         WHEN WS-MES-REL
046500             SET SD-E-FECHAMENTO  TO TRUE
046600         WHEN OTHER
046700             GO TO P320-FIM
046800     END-EVALUATE
046900     MOVE SLH-ID-CONTATO          TO SD-ID-CONTATO
047000     MOVE ZEROS                   TO SD-GRUPO
047100     MOVE SLH-SALDO               TO SD-VALOR
047200     RELEASE SD-REG-EVO
047300     .
047400 P320-FIM. EXIT.
047500******************************************************************
047600*    P330-LIBERAR-LANCAMENTO - CLASSIFICA UM LANCAMENTO DO MES   *
047700*                 NO GRUPO DE MOTIVO, COM O SINAL DO EFEITO NO   *
047800*                 SALDO (CREDITO SOMA, DEBITO SUBTRAI)           *
047900******************************************************************
048000 P330-LIBERAR-LANCAMENTO.
048100     READ HISTORICO
048200         AT END
048300             SET EOF-ENT-OK       TO TRUE
048400             GO TO P330-FIM
048500     END-READ
048600     ADD 1                        TO WS-CONT-LANCAMENTOS
048700     MOVE HIS-ID-CONTATO          TO SD-ID-CONTATO
048800     SET SD-E-LANCAMENTO          TO TRUE
048900     EVALUATE HIS-MOTIVO
049000         WHEN 'FATURA'
049100             MOVE 1               TO SD-GRUPO
049200         WHEN 'PAGAMENTO'
049300         WHEN 'PAGTOBANCO'
049400             MOVE 2               TO SD-GRUPO
049500         WHEN 'JUROS'
049600             MOVE 3               TO SD-GRUPO
049700         WHEN 'ESTORNO'
049800             MOVE 4               TO SD-GRUPO
049900         WHEN 'BAIXA'
050000             MOVE 5               TO SD-GRUPO
050100         WHEN OTHER
050200             MOVE 6               TO SD-GRUPO
050300     END-EVALUATE
050400     IF HIS-CREDITO
050500        MOVE HIS-VALOR            TO SD-VALOR
050600     ELSE
050700        COMPUTE SD-VALOR = ZERO - HIS-VALOR
050800     END-IF
050900     RELEASE SD-REG-EVO
051000     .
051100 P330-FIM. EXIT.
051200******************************************************************
051300*    P400-FECHAR-CONTATOS - DEVOLVE AS ORIGENS POR CONTATO E     *
051400*                 FECHA CADA UM NA QUEBRA                        *
051500******************************************************************
051600 P400-FECHAR-CONTATOS.
051700     IF WS-RUN-RESULTADO NOT = ZEROS
051800        GO TO P400-FIM
051900     END-IF
052000     INITIALIZE WS-TAB-CATEG
052100     MOVE WS-TC-TOTAL             TO WS-TC-IDX
052200     MOVE '(TOTAL)'               TO WS-TC-CATEGORIA (WS-TC-IDX)
052300     PERFORM P650-ZERAR-CATEGORIA THRU P650-FIM
052400     SET TEM-CONTATO              TO FALSE
052500     SET EOF-SAI-OK               TO FALSE
052600     PERFORM P410-TRATAR-ORIGEM   THRU P410-FIM
052700         UNTIL EOF-SAI-OK
052800     IF TEM-CONTATO
052900        PERFORM P450-FECHAR-CONTATO THRU P450-FIM
053000     END-IF
053100     IF WS-CONT-DIVERGENTES = ZEROS
053200        MOVE SPACES               TO WS-RIMP-LINHA
053300        MOVE '(TODOS OS CONTATOS FECHAM)' TO WS-RIMP-LINHA
053400        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
053500     END-IF
053600     .
053700 P400-FIM. EXIT.
053800 P410-TRATAR-ORIGEM.
053900     RETURN SORTEVO
054000         AT END
054100             SET EOF-SAI-OK       TO TRUE
054200             GO TO P410-FIM
054300     END-RETURN
054400     IF TEM-CONTATO AND SD-ID-CONTATO NOT = WS-CTT-ATUAL
054500        PERFORM P450-FECHAR-CONTATO THRU P450-FIM
054600     END-IF
054700     IF NOT TEM-CONTATO
054800        MOVE SD-ID-CONTATO        TO WS-CTT-ATUAL
054900        MOVE ZEROS                TO WS-CT-ABERTURA
055000                                     WS-CT-FECHAMENTO
055100                                     WS-CT-MOVIMENTO
055200        INITIALIZE WS-CT-GRUPOS
055300        SET TEM-CONTATO           TO TRUE
055400     END-IF
055500     EVALUATE TRUE
055600         WHEN SD-E-ABERTURA
055700             ADD SD-VALOR         TO WS-CT-ABERTURA
055800         WHEN SD-E-FECHAMENTO
055900             ADD SD-VALOR         TO WS-CT-FECHAMENTO
056000         WHEN OTHER
056100             ADD SD-VALOR         TO WS-CT-GRUPO (SD-GRUPO)
056200             ADD SD-VALOR         TO WS-CT-MOVIMENTO
056300     END-EVALUATE
056400     .
056500 P410-FIM. EXIT.
056600******************************************************************
056700*    P450-FECHAR-CONTATO - CONFERE O CONTATO, LISTA SE NAO FECHA *
056800*                 E ACUMULA NA CATEGORIA E NO TOTAL              *
056900******************************************************************
057000 P450-FECHAR-CONTATO.
057100     ADD 1                        TO WS-CONT-CONTATOS
057200     MOVE WS-CTT-ATUAL            TO ID-CONTATO
057300     READ CONTATOS
057400         INVALID KEY
057500             MOVE '(EXCLUIDO)'    TO WS-CT-CATEGORIA
057600         NOT INVALID KEY
057700             MOVE CAT-CONTATO     TO WS-CT-CATEGORIA
057800     END-READ
057900     COMPUTE WS-CT-CALCULADO = WS-CT-ABERTURA + WS-CT-MOVIMENTO
058000     COMPUTE WS-CT-DIFERENCA = WS-CT-FECHAMENTO - WS-CT-CALCULADO
058100
058200     PERFORM P460-ACHAR-CATEGORIA THRU P460-FIM
058300     MOVE WS-TC-ACHADO            TO WS-TC-IDX
058400     PERFORM P470-ACUMULAR-CATEGORIA THRU P470-FIM
058500     MOVE WS-TC-TOTAL             TO WS-TC-IDX
058600     PERFORM P470-ACUMULAR-CATEGORIA THRU P470-FIM
058700
058800     IF WS-CT-DIFERENCA NOT = ZEROS
058900        ADD 1                     TO WS-CONT-DIVERGENTES
059000        MOVE SPACES               TO WS-RIMP-LINHA
059100        MOVE WS-CTT-ATUAL         TO WS-RIMP-LINHA (1:6)
059200        MOVE WS-CT-CATEGORIA      TO WS-RIMP-LINHA (9:10)
059300        MOVE WS-CT-ABERTURA       TO WS-MSK-SALDO
059400        MOVE WS-MSK-SALDO         TO WS-RIMP-LINHA (19:19)
059500        MOVE WS-CT-MOVIMENTO      TO WS-MSK-SALDO
059600        MOVE WS-MSK-SALDO         TO WS-RIMP-LINHA (38:19)
059700        MOVE WS-CT-CALCULADO      TO WS-MSK-SALDO
059800        MOVE WS-MSK-SALDO         TO WS-RIMP-LINHA (57:19)
059900        MOVE WS-CT-FECHAMENTO     TO WS-MSK-SALDO
060000        MOVE WS-MSK-SALDO         TO WS-RIMP-LINHA (76:19)
060100        MOVE WS-CT-DIFERENCA      TO WS-MSK-SALDO
060200        MOVE WS-MSK-SALDO         TO WS-RIMP-LINHA (95:19)
060300        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
060400     END-IF
060500     SET TEM-CONTATO              TO FALSE
060600     .
060700 P450-FIM. EXIT.
060800******************************************************************
060900*    P460-ACHAR-CATEGORIA - POSICAO DA CATEGORIA NO QUADRO; A    *
061000*                 CATEGORIA NOVA OCUPA A PROXIMA POSICAO LIVRE E *
061100*                 COM O QUADRO CHEIO VAI PARA "(OUTRAS)"         *
061200******************************************************************
061300 P460-ACHAR-CATEGORIA.
061400     MOVE ZEROS                   TO WS-TC-ACHADO
061500     PERFORM P465-COMPARAR-CATEGORIA THRU P465-FIM
061600         VARYING WS-TC-IDX FROM 1 BY 1
061700         UNTIL WS-TC-IDX > WS-TC-QTD
061800            OR WS-TC-ACHADO NOT = ZEROS
061900     IF WS-TC-ACHADO NOT = ZEROS
062000        GO TO P460-FIM
062100     END-IF
062200     IF WS-TC-QTD < WS-TC-TOTAL - 2
062300        ADD 1                     TO WS-TC-QTD
062400        MOVE WS-TC-QTD            TO WS-TC-IDX
062500        MOVE WS-CT-CATEGORIA      TO WS-TC-CATEGORIA (WS-TC-IDX)
062600        PERFORM P650-ZERAR-CATEGORIA THRU P650-FIM
062700        MOVE WS-TC-QTD            TO WS-TC-ACHADO
062800        GO TO P460-FIM
062900     END-IF
063000     COMPUTE WS-TC-ACHADO = WS-TC-TOTAL - 1
063100     IF WS-TC-CATEGORIA (WS-TC-ACHADO) NOT = '(OUTRAS)'
063200        MOVE WS-TC-ACHADO         TO WS-TC-IDX
063300        MOVE '(OUTRAS)'           TO WS-TC-CATEGORIA (WS-TC-IDX)
063400        PERFORM P650-ZERAR-CATEGORIA THRU P650-FIM
063500     END-IF
063600     .
063700 P460-FIM. EXIT.
063800 P465-COMPARAR-CATEGORIA.
063900     IF WS-TC-CATEGORIA (WS-TC-IDX) = WS-CT-CATEGORIA
064000        MOVE WS-TC-IDX            TO WS-TC-ACHADO
064100     END-IF
064200     .
064300 P465-FIM. EXIT.
064400******************************************************************
064500*    P470-ACUMULAR-CATEGORIA - SOMA O CONTATO NA POSICAO         *
064600*                 WS-TC-IDX DO QUADRO                            *
064700******************************************************************
064800 P470-ACUMULAR-CATEGORIA.
064900     ADD 1                        TO WS-TC-CONTATOS (WS-TC-IDX)
065000     IF WS-CT-DIFERENCA NOT = ZEROS
065100        ADD 1                     TO WS-TC-DIVERGENTES (WS-TC-IDX)
065200     END-IF
065300     ADD WS-CT-ABERTURA           TO WS-TC-ABERTURA (WS-TC-IDX)
065400     ADD WS-CT-FECHAMENTO         TO WS-TC-FECHAMENTO (WS-TC-IDX)
065500     PERFORM P475-ACUMULAR-GRUPO  THRU P475-FIM
065600         VARYING WS-GRP-IDX FROM 1 BY 1
065700         UNTIL WS-GRP-IDX > 6
065800     .
065900 P470-FIM. EXIT.
066000 P475-ACUMULAR-GRUPO.
066100     ADD WS-CT-GRUPO (WS-GRP-IDX)
066200                         TO WS-TC-GRUPO (WS-TC-IDX, WS-GRP-IDX)
066300     .
066400 P475-FIM. EXIT.
066500******************************************************************
066600*    P600-QUADRO-CATEGORIAS - EMITE A EVOLUCAO DE CADA CATEGORIA *
066700*                 E, POR ULTIMO, A DO TOTAL DA CARTEIRA          *
066800******************************************************************
066900 P600-QUADRO-CATEGORIAS.
067000     MOVE SPACES                  TO WS-RIMP-LINHA
067100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
067200     MOVE 'EVOLUCAO POR CATEGORIA' TO WS-RIMP-LINHA
067300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
067400     PERFORM P610-EMITIR-CATEGORIA THRU P610-FIM
067500         VARYING WS-TC-IDX FROM 1 BY 1
067600         UNTIL WS-TC-IDX > WS-TC-QTD
067700     COMPUTE WS-TC-IDX = WS-TC-TOTAL - 1
067800     IF WS-TC-CATEGORIA (WS-TC-IDX) = '(OUTRAS)'
067900        PERFORM P610-EMITIR-CATEGORIA THRU P610-FIM
068000     END-IF
068100     MOVE WS-TC-TOTAL             TO WS-TC-IDX
068200     PERFORM P610-EMITIR-CATEGORIA THRU P610-FIM
068300     .
068400 P600-FIM. EXIT.
068500 P610-EMITIR-CATEGORIA.
068600     MOVE SPACES                  TO WS-RIMP-LINHA
068700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
068800     STRING 'CATEGORIA: '         DELIMITED BY SIZE
068900            WS-TC-CATEGORIA (WS-TC-IDX) DELIMITED BY SIZE
069000            '  CONTATOS: '        DELIMITED BY SIZE
069100            WS-TC-CONTATOS (WS-TC-IDX) DELIMITED BY SIZE
069200            '  QUE NAO FECHAM: '  DELIMITED BY SIZE
069300            WS-TC-DIVERGENTES (WS-TC-IDX) DELIMITED BY SIZE
069400            INTO WS-RIMP-LINHA
069500     END-STRING
069600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
069700
069800     MOVE SPACES                  TO WS-RIMP-LINHA
069900     STRING '  SALDO DE ABERTURA (' DELIMITED BY SIZE
070000            WS-MES-ANT            DELIMITED BY SIZE
070100            ')'                   DELIMITED BY SIZE
070200            INTO WS-RIMP-LINHA
070300     END-STRING
070400     MOVE WS-TC-ABERTURA (WS-TC-IDX) TO WS-MSK-TOTAL
070500     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (33:19)
070600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
070700
070800     MOVE WS-TC-ABERTURA (WS-TC-IDX) TO WS-TC-CALCULADO
070900     PERFORM P620-EMITIR-GRUPO    THRU P620-FIM
071000         VARYING WS-GRP-IDX FROM 1 BY 1
071100         UNTIL WS-GRP-IDX > 6
071200
071300     MOVE SPACES                  TO WS-RIMP-LINHA
071400     MOVE '  (=) SALDO CALCULADO' TO WS-RIMP-LINHA
071500     MOVE WS-TC-CALCULADO         TO WS-MSK-TOTAL
071600     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (33:19)
071700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
071800     MOVE SPACES                  TO WS-RIMP-LINHA
071900     STRING '  SALDO CONGELADO ('  DELIMITED BY SIZE
072000            WS-MES-REL            DELIMITED BY SIZE
072100            ')'                   DELIMITED BY SIZE
072200            INTO WS-RIMP-LINHA
072300     END-STRING
072400     MOVE WS-TC-FECHAMENTO (WS-TC-IDX) TO WS-MSK-TOTAL
072500     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (33:19)
072600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
072700     COMPUTE WS-TC-DIFERENCA =
072800         WS-TC-FECHAMENTO (WS-TC-IDX) - WS-TC-CALCULADO
072900     MOVE SPACES                  TO WS-RIMP-LINHA
073000     MOVE '  DIFERENCA'           TO WS-RIMP-LINHA
073100     MOVE WS-TC-DIFERENCA         TO WS-MSK-TOTAL
073200     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (33:19)
073300     IF WS-TC-DIFERENCA NOT = ZEROS
073400        MOVE '<<< NAO FECHA'      TO WS-RIMP-LINHA (54:13)
073500     END-IF
073600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
073700     .
073800 P610-FIM. EXIT.
073900 P620-EMITIR-GRUPO.
074000     MOVE SPACES                  TO WS-RIMP-LINHA
074100     MOVE WS-GRP-ROTULO (WS-GRP-IDX) TO WS-RIMP-LINHA (3:20)
074200     MOVE WS-TC-GRUPO (WS-TC-IDX, WS-GRP-IDX) TO WS-MSK-TOTAL
074300     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (33:19)
074400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
074500     ADD WS-TC-GRUPO (WS-TC-IDX, WS-GRP-IDX) TO WS-TC-CALCULADO
074600     .
074700 P620-FIM. EXIT.
074800******************************************************************
074900*    P650-ZERAR-CATEGORIA - LIMPA A POSICAO WS-TC-IDX DO QUADRO  *
075000*                 (MENOS O NOME DA CATEGORIA)                    *
075100******************************************************************
075200 P650-ZERAR-CATEGORIA.
075300     MOVE ZEROS                   TO WS-TC-CONTATOS (WS-TC-IDX)
075400                                     WS-TC-DIVERGENTES (WS-TC-IDX)
075500                                     WS-TC-ABERTURA (WS-TC-IDX)
075600                                     WS-TC-FECHAMENTO (WS-TC-IDX)
075700     PERFORM P655-ZERAR-GRUPO     THRU P655-FIM
075800         VARYING WS-GRP-IDX FROM 1 BY 1
075900         UNTIL WS-GRP-IDX > 6
076000     .
076100 P650-FIM. EXIT.
076200 P655-ZERAR-GRUPO.
076300     MOVE ZEROS             TO WS-TC-GRUPO (WS-TC-IDX, WS-GRP-IDX)
076400     .
076500 P655-FIM. EXIT.
076600******************************************************************
076700*    P800-RESUMO - EMITE OS TOTAIS DO PROCESSAMENTO              *
076800******************************************************************
076900 P800-RESUMO.
077000     DISPLAY ' '
077100     DISPLAY '*** RESUMO DA EVOLUCAO DO MES ' WS-MES-REL ' ***'
077200     DISPLAY 'SALDOS DE ABERTURA.......: ' WS-CONT-ABERTURA
077300     DISPLAY 'LANCAMENTOS DO MES.......: ' WS-CONT-LANCAMENTOS
077400     DISPLAY 'SALDOS CONGELADOS........: ' WS-CONT-FECHAMENTO
077500     DISPLAY 'CONTATOS CONFERIDOS......: ' WS-CONT-CONTATOS
077600     DISPLAY 'CONTATOS QUE NAO FECHAM..: ' WS-CONT-DIVERGENTES
077700     IF WS-CONT-ABERTURA = ZEROS
077800        DISPLAY 'SEM FECHAMENTO DE ' WS-MES-ANT
077900                ' - ABERTURA CONSIDERADA ZERO.'
078000     END-IF
078100     .
078200 P800-FIM. EXIT.
078300******************************************************************
078400*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
078500******************************************************************
078600 P900-FIM.
078700     DISPLAY '*** FIM DA EVOLUCAO MENSAL DA CARTEIRA ***'
078800     IF WS-RUN-RESULTADO = ZEROS AND
078900        (WS-CONT-DIVERGENTES > ZEROS OR WS-CONT-ABERTURA = ZEROS)
079000        MOVE 04                   TO WS-RUN-RESULTADO
079100     END-IF
079200     MOVE WS-CONT-LANCAMENTOS     TO WS-RUN-LIDOS
079300     MOVE WS-CONT-CONTATOS        TO WS-RUN-GRAVADOS
079400     MOVE WS-CONT-DIVERGENTES     TO WS-RUN-REJEITADOS
079500     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
079600     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
079700     STOP RUN.
079800
079900     COPY FSTATUS.
080000     COPY DSNENV.
080100     COPY RUNLOG.
080200     COPY RELIMP.
