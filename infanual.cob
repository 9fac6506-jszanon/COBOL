000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INFANUAL.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-06-06.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: INFORME ANUAL DE SALDO POR CONTATO, PARA O
000900*                 IMPOSTO DE RENDA / CONTADOR DO CLIENTE, DE UM
001000*                 ANO JA FECHADO (PARAMETRO ANO=AAAA, PADRAO O ANO
001100*                 ANTERIOR). JUNTA POR CONTATO, NUM SORT NO MOLDE
001200*                 DO RELEVOL:
001300*                 - O SALDO DE ABERTURA EM 01/01: O CONGELADO PELO
001400*                   FECMES EM DEZEMBRO DO ANO ANTERIOR
001500*                   (SALDOHIS.DAT);
001600*                 - OS LANCAMENTOS DOS DOZE ARQUIVOS MENSAIS
001700*                   MOVHIST.AAAA01 A MOVHIST.AAAA12, NOS MESMOS
001800*                   GRUPOS DE MOTIVO DO RELEVOL (FATURADO, PAGO,
001900*                   JUROS, ESTORNADO, BAIXAS E OUTROS);
002000*                 - O SALDO DE FECHAMENTO EM 31/12: O CONGELADO EM
002100*                   DEZEMBRO DO PROPRIO ANO.
002200*                 CADA CONTATO COM SALDO OU MOVIMENTO NO ANO GANHA
002300*                 UMA PAGINA EM INFANUAL.LST COM O BLOCO DE
002400*                 ENDERECO DO EXTLOTE/CARTCTT - TODOS NUM SO
002500*                 ARQUIVO DE IMPRESSAO PARA ENVELOPAR. CONTATO SEM
002600*                 ENDERECO, JA EXCLUIDO OU CUJA ABERTURA +
002700*                 MOVIMENTO NAO BATE COM O FECHAMENTO NAO GANHA
002800*                 PAGINA E SAI NO RELATORIO DE CONTROLE
002900*                 (INFCTL.LST), QUE TRAZ AINDA OS TOTAIS DO ANO E
003000*                 DE CADA MES - OS MESMOS NUMEROS DO RELEVOL DE
003100*                 CADA MES, PARA A AMARRACAO.
003200*                 SEM O FECHAMENTO DE DEZEMBRO DO ANO ANTERIOR
003300*                 (PRIMEIRO ANO DO LEDGER), A ABERTURA E DEDUZIDA
003400*                 DO FECHAMENTO MENOS O MOVIMENTO DO ANO.
003500*                 RETURN-CODE: 00 = OK, 04 = HA CONTATO FORA DO
003600*                 LOTE OU ABERTURA DEDUZIDA, 08 = ANO NAO FECHADO
003700*                 OU ERRO DE ARQUIVO.
003800*----------------------------------------------------------------*
003900*    HISTORICO DE ALTERACOES
004000*    DATA       AUTOR   DESCRICAO
004100*    ---------- ------- ----------------------------------------
004200*    2025-06-06 JSZ     PROGRAMA CRIADO (INFORME ANUAL DE SALDO).
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SPECIAL-NAMES.
004700     DECIMAL-POINT IS COMMA.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS ID-CONTATO
005400         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
005500         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
005600             SUPPRESS WHEN SPACES
005700         FILE STATUS IS WS-FS.
005800     SELECT SALDOHIS ASSIGN TO WS-SALDOHIS-DSN
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-FS-SLH.
006100     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-FS-HIS.
006400     SELECT SAIDA ASSIGN TO WS-SAIDA-DSN
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-FS-SAI.
006700     SELECT SORTINF ASSIGN TO "SRTWK9".
006800     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-FS-RIMP.
007100     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-FS-RUN.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  CONTATOS.
007700     COPY CONTREG.
007800 FD  SALDOHIS.
007900     COPY SLDHREG.
008000 FD  HISTORICO.
008100     COPY MOVHREG.
008200 FD  SAIDA.
008300 01  REG-SAIDA                    PIC X(90).
008400 FD  RELIMP.
008500 01  REG-RELIMP                   PIC X(132).
008600 FD  RUNCTL.
008700     COPY RUNREG.
008800*----------------------------------------------------------------*
008900*    SORT - SALDOS E LANCAMENTOS DO ANO POR CONTATO; NO MESMO    *
009000*    CONTATO A ABERTURA (ORIGEM 0) VEM ANTES DOS LANCAMENTOS     *
009100*    (ORIGEM 1) E ESTES ANTES DO FECHAMENTO (ORIGEM 2)           *
009200*----------------------------------------------------------------*
009300 SD  SORTINF.
009400 01  SD-REG-INF.
009500     03  SD-ID-CONTATO            PIC 9(06).
009600     03  SD-ORIGEM                PIC X(01).
009700         88  SD-E-ABERTURA        VALUE '0'.
009800         88  SD-E-LANCAMENTO      VALUE '1'.
009900         88  SD-E-FECHAMENTO      VALUE '2'.
010000     03  SD-GRUPO                 PIC 9(01).
010100     03  SD-VALOR                 PIC S9(11)V99.
010200 WORKING-STORAGE SECTION.
010300     COPY CONTREGW.
010400 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
010500 01  WS-SALDOHIS-DSN              PIC X(100) VALUE 'SALDOHIS.DAT'.
010600 01  WS-HISTORICO-DSN             PIC X(100) VALUE SPACES.
010700 01  WS-SAIDA-DSN                 PIC X(100) VALUE 'INFANUAL.LST'.
010800 77  WS-FS                        PIC X(02) VALUE '00'.
010900     88 FS-OK                     VALUE '00'.
011000 77  WS-FS-SLH                    PIC X(02) VALUE '00'.
011100     88 FS-SLH-OK                 VALUE '00'.
011200 77  WS-FS-HIS                    PIC X(02) VALUE '00'.
011300     88 FS-HIS-OK                 VALUE '00'.
011400 77  WS-FS-SAI                    PIC X(02) VALUE '00'.
011500     88 FS-SAI-OK                 VALUE '00'.
011600 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
011700 77  WS-EOF-ENT                   PIC X(01) VALUE 'N'.
011800     88 EOF-ENT-OK                VALUE 'S' FALSE 'N'.
011900 77  WS-EOF-SAI                   PIC X(01) VALUE 'N'.
012000     88 EOF-SAI-OK                VALUE 'S' FALSE 'N'.
012100*----------------------------------------------------------------*
012200*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
012300*    DO P100-ANALISAR-PARM DO FECMES)                            *
012400*----------------------------------------------------------------*
012500 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
012600 01  WS-PARM-TOKENS.
012700     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
012800                                  INDEXED BY WS-PARM-IDX.
012900 77  WS-ANO                       PIC 9(04) VALUE ZEROS.
013000 01  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
013100 01  WS-DATA-EXEC-R REDEFINES WS-DATA-EXEC.
013200     03  WS-DATA-EXEC-AAAA        PIC 9(04).
013300     03  FILLER                   PIC 9(04).
013400 01  WS-MES-FECHO                 PIC 9(06) VALUE ZEROS.
013500 01  WS-MES-FECHO-R REDEFINES WS-MES-FECHO.
013600     03  WS-MES-FECHO-AAAA        PIC 9(04).
013700     03  WS-MES-FECHO-MM          PIC 9(02).
013800 01  WS-MES-ABERT                 PIC 9(06) VALUE ZEROS.
013900 01  WS-MES-ABERT-R REDEFINES WS-MES-ABERT.
014000     03  WS-MES-ABERT-AAAA        PIC 9(04).
014100     03  WS-MES-ABERT-MM          PIC 9(02).
014200 01  WS-MES-ARQ                   PIC 9(06) VALUE ZEROS.
014300 01  WS-MES-ARQ-R REDEFINES WS-MES-ARQ.
014400     03  WS-MES-ARQ-AAAA          PIC 9(04).
014500     03  WS-MES-ARQ-MM            PIC 9(02).
014600 01  WS-SW-ABERT-DEDUZIDA         PIC X(01) VALUE 'N'.
014700     88 ABERTURA-DEDUZIDA         VALUE 'S' FALSE 'N'.
014800*----------------------------------------------------------------*
014900*    CONTADORES                                                  *
015000*----------------------------------------------------------------*
015100 77  WS-CONT-ABERTURA             PIC 9(06) VALUE ZEROS.
015200 77  WS-CONT-FECHAMENTO           PIC 9(06) VALUE ZEROS.
015300 77  WS-CONT-LANCAMENTOS          PIC 9(07) VALUE ZEROS.
015400 77  WS-CONT-MESES-AUSENTES       PIC 9(02) VALUE ZEROS.
015500 77  WS-CONT-CONTATOS             PIC 9(06) VALUE ZEROS.
015600 77  WS-CONT-INFORMES             PIC 9(06) VALUE ZEROS.
015700 77  WS-CONT-SEM-SALDO            PIC 9(06) VALUE ZEROS.
015800 77  WS-CONT-SEM-ENDERECO         PIC 9(06) VALUE ZEROS.
015900 77  WS-CONT-EXCLUIDOS            PIC 9(06) VALUE ZEROS.
016000 77  WS-CONT-DIVERGENTES          PIC 9(06) VALUE ZEROS.
016100 77  WS-CONT-FORA                 PIC 9(06) VALUE ZEROS.
016200*----------------------------------------------------------------*
016300*    GRUPOS DE MOTIVO (OS MESMOS SEIS DO RELEVOL)                *
016400*----------------------------------------------------------------*
016500 01  WS-TAB-GRUPOS-INI.
016600     03  FILLER                   PIC X(30) VALUE
016700         '(+/-) FATURADO...............:'.
016800     03  FILLER                   PIC X(30) VALUE
016900         '(+/-) PAGO...................:'.
017000     03  FILLER                   PIC X(30) VALUE
017100         '(+/-) JUROS COBRADOS.........:'.
017200     03  FILLER                   PIC X(30) VALUE
017300         '(+/-) ESTORNADO..............:'.
017400     03  FILLER                   PIC X(30) VALUE
017500         '(+/-) BAIXAS.................:'.
017600     03  FILLER                   PIC X(30) VALUE
017700         '(+/-) OUTROS LANCAMENTOS.....:'.
017800 01  WS-TAB-GRUPOS REDEFINES WS-TAB-GRUPOS-INI.
017900     03  WS-GRP-ROTULO            PIC X(30) OCCURS 6 TIMES.
018000 77  WS-GRP-IDX                   PIC 9(01) VALUE ZEROS.
018100*----------------------------------------------------------------*
018200*    ACUMULADORES DO CONTATO CORRENTE                            *
018300*----------------------------------------------------------------*
018400 77  WS-CTT-ATUAL                 PIC 9(06) VALUE ZEROS.
018500 01  WS-SW-CONTATO                PIC X(01) VALUE 'N'.
018600     88 TEM-CONTATO               VALUE 'S' FALSE 'N'.
018700 01  WS-SW-TEM-LANC               PIC X(01) VALUE 'N'.
018800     88 TEM-LANCAMENTO            VALUE 'S' FALSE 'N'.
018900 77  WS-CT-ABERTURA               PIC S9(11)V99 VALUE ZEROS.
019000 77  WS-CT-FECHAMENTO             PIC S9(11)V99 VALUE ZEROS.
019100 77  WS-CT-MOVIMENTO              PIC S9(11)V99 VALUE ZEROS.
019200 77  WS-CT-DIFERENCA              PIC S9(11)V99 VALUE ZEROS.
019300 01  WS-CT-GRUPOS.
019400     03  WS-CT-GRUPO              PIC S9(11)V99 OCCURS 6 TIMES.
019500 01  WS-CT-OCORRENCIA             PIC X(40) VALUE SPACES.
019600*----------------------------------------------------------------*
019700*    TOTAIS DE CONTROLE - DO ANO E DE CADA MES POR GRUPO         *
019800*----------------------------------------------------------------*
019900 77  WS-TOT-ABERTURA              PIC S9(13)V99 VALUE ZEROS.
020000 77  WS-TOT-FECHAMENTO            PIC S9(13)V99 VALUE ZEROS.
020100 77  WS-TOT-CALCULADO             PIC S9(13)V99 VALUE ZEROS.
020200 77  WS-TOT-DIFERENCA             PIC S9(13)V99 VALUE ZEROS.
020300 01  WS-TOT-GRUPOS.
020400     03  WS-TOT-GRUPO             PIC S9(13)V99 OCCURS 6 TIMES.
020500 01  WS-TAB-MESES.
020600     03  WS-TM-ENT                OCCURS 12 TIMES.
020700         05  WS-TM-AUSENTE        PIC X(01).
020800         05  WS-TM-LANCAMENTOS    PIC 9(06).
020900         05  WS-TM-GRUPO          PIC S9(13)V99 OCCURS 6 TIMES.
021000 77  WS-TM-IDX                    PIC 9(02) VALUE ZEROS.
021100 77  WS-TM-LIQUIDO                PIC S9(13)V99 VALUE ZEROS.
021200*----------------------------------------------------------------*
021300*    MONTAGEM DA PAGINA (MESMO BLOCO DE ENDERECO DO EXTLOTE)     *
021400*----------------------------------------------------------------*
021500 01  WS-LINHA-END2                PIC X(52) VALUE SPACES.
021600 01  WS-LINHA-SAIDA               PIC X(90) VALUE SPACES.
021700 01  WS-MSK-SALDO                 PIC -$$.$$$.$$$.$$9,99.
021800 01  WS-MSK-TOTAL                 PIC -$$$.$$$.$$$.$$9,99.
021900 01  WS-MSK-MES                   PIC -ZZZ.ZZZ.ZZ9,99.
022000*----------------------------------------------------------------*
022100*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
022200*----------------------------------------------------------------*
022300 01  WS-RELIMP-DSN                PIC X(100) VALUE 'INFCTL.LST'.
022400 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
022500     88 FS-RIMP-OK                VALUE '00'.
022600 01  WS-RIMP-TITULO               PIC X(40) VALUE
022700     'INFORME ANUAL - RELATORIO DE CONTROLE'.
022800 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
022900 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
023000 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
023100 77  WS-RIMP-POS                  PIC 9(03) VALUE ZEROS.
023200 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
023300 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
023400 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
023500*----------------------------------------------------------------*
023600*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
023700*----------------------------------------------------------------*
023800 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
023900 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
024000     88 FS-RUN-OK                 VALUE '00'.
024100 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'INFANUAL'.
024200 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
024300 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
024400 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
024500 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
024600 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
024700 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
024800 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
024900*----------------------------------------------------------------*
025000*    AREA DO DIGITO VERIFICADOR DO ID (COPYBOOK DIGVER)          *
025100*----------------------------------------------------------------*
025200 01  WS-DV-ID.
025300     03  WS-DV-ALG                OCCURS 6 TIMES PIC 9(01).
025400 77  WS-DV-ENTRADA                PIC X(01) VALUE SPACES.
025500 77  WS-DV-DIGITO                 PIC 9(01) VALUE ZEROS.
025600 77  WS-DV-SOMA                   PIC 9(03) VALUE ZEROS.
025700 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
025800 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
025900     88 DV-OK                     VALUE 'S' FALSE 'N'.
026000 PROCEDURE DIVISION.
026100******************************************************************
026200*    0000-MAINLINE - ROTINA PRINCIPAL                            *
026300******************************************************************
026400 0000-MAINLINE.
026500     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
026600     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
026700     DISPLAY '*** INFORME ANUAL DE SALDO (INFANUAL) ***'
026800     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
026900     COMPUTE WS-ANO = WS-DATA-EXEC-AAAA - 1
027000     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
027100     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
027200     MOVE WS-ANO                  TO WS-MES-FECHO-AAAA
027300     MOVE 12                      TO WS-MES-FECHO-MM
027400     COMPUTE WS-MES-ABERT-AAAA = WS-ANO - 1
027500     MOVE 12                      TO WS-MES-ABERT-MM
027600     DISPLAY 'ANO DO INFORME: ' WS-ANO
027700
027800     PERFORM P150-VERIFICAR-FECHAMENTOS THRU P150-FIM
027900     IF WS-RUN-RESULTADO NOT = ZEROS
028000        GO TO 0000-ENCERRAR
028100     END-IF
028200     IF WS-CONT-FECHAMENTO = ZEROS
028300        DISPLAY 'DEZEMBRO DE ' WS-ANO ' AINDA NAO FOI FECHADO - '
028400                'RODE O FECMES MES=' WS-MES-FECHO ' ANTES.'
028500        MOVE 08                   TO WS-RUN-RESULTADO
028600        GO TO 0000-ENCERRAR
028700     END-IF
028800     IF WS-CONT-ABERTURA = ZEROS
028900        SET ABERTURA-DEDUZIDA     TO TRUE
029000        DISPLAY 'SEM FECHAMENTO DE ' WS-MES-ABERT
029100                ' - ABERTURA DEDUZIDA DO MOVIMENTO DO ANO.'
029200     END-IF
029300
029400     PERFORM P200-ABRIR-SAIDAS    THRU P200-FIM
029500     IF WS-RUN-RESULTADO NOT = ZEROS
029600        GO TO 0000-ENCERRAR
029700     END-IF
029800     PERFORM P300-PROCESSAR-ANO   THRU P300-FIM
029900     IF WS-RUN-RESULTADO = ZEROS
030000        PERFORM P600-TOTAIS-MESES THRU P600-FIM
030100        PERFORM P650-TOTAIS-ANO   THRU P650-FIM
030200     END-IF
030300     CLOSE SAIDA
030400     CLOSE CONTATOS
030500     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
030600     PERFORM P800-RESUMO          THRU P800-FIM
030700     .
030800 0000-ENCERRAR.
030900     PERFORM P900-FIM
031000     .
031100******************************************************************
031200*    P100-ANALISAR-PARM - QUEBRA A LINHA DE PARAMETROS EM TOKENS *
031300*                         E ARMA AS CHAVES DE EXECUCAO           *
031400******************************************************************
031500 P100-ANALISAR-PARM.
031600     MOVE SPACES                  TO WS-PARM-TOKENS
031700     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
031800         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
031900              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
032000              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
032100              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
032200              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
032300     END-UNSTRING
032400
032500     SET WS-PARM-IDX              TO 1
032600     PERFORM P110-ANALISAR-TOKEN
032700         VARYING WS-PARM-IDX FROM 1 BY 1
032800         UNTIL WS-PARM-IDX > 10
032900     .
033000 P100-FIM. EXIT.
033100******************************************************************
033200*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
033300******************************************************************
033400 P110-ANALISAR-TOKEN.
033500     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:4) = 'ANO='
033600        IF WS-PARM-TOKEN(WS-PARM-IDX) (5:4) IS NUMERIC
033700           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (5:4)
033800                                  TO WS-ANO
033900        ELSE
034000           DISPLAY 'PARAMETRO ANO= INVALIDO (USE AAAA) - '
034100                   'USANDO O ANO ANTERIOR.'
034200        END-IF
034300     END-IF
034400     .
034500 P110-FIM. EXIT.
034600******************************************************************
034700*    P150-VERIFICAR-FECHAMENTOS - CONTA EM SALDOHIS.DAT OS       *
034800*                 SALDOS CONGELADOS DE DEZEMBRO DO ANO E DO ANO  *
034900*                 ANTERIOR                                       *
035000******************************************************************
035100 P150-VERIFICAR-FECHAMENTOS.
035200     MOVE '00'                    TO WS-FS-SLH
035300     OPEN INPUT SALDOHIS
035400     IF WS-FS-SLH = '35'
035500*       NENHUM MES FECHADO AINDA - O TESTE DO MAINLINE RECUSA.
035600        GO TO P150-FIM
035700     END-IF
035800     IF NOT FS-SLH-OK
035900        MOVE WS-FS-SLH            TO WS-FS
036000        PERFORM 9000-TRADUZIR-FS
036100        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SALDOS DE '
036200                'FECHAMENTO: ' WS-FS-MSG
036300        MOVE 08                   TO WS-RUN-RESULTADO
036400        GO TO P150-FIM
036500     END-IF
036600     SET EOF-ENT-OK               TO FALSE
036700     PERFORM P160-CONTAR-CONGELADO THRU P160-FIM
036800         UNTIL EOF-ENT-OK
036900     CLOSE SALDOHIS
037000     .
037100 P150-FIM. EXIT.
037200 P160-CONTAR-CONGELADO.
037300     READ SALDOHIS
037400         AT END
037500             SET EOF-ENT-OK       TO TRUE
037600             GO TO P160-FIM
037700     END-READ
037800     EVALUATE SLH-MES
037900         WHEN WS-MES-ABERT
038000             ADD 1                TO WS-CONT-ABERTURA
038100         WHEN WS-MES-FECHO
038200             ADD 1                TO WS-CONT-FECHAMENTO
038300     END-EVALUATE
038400     .
038500 P160-FIM. EXIT.
038600******************************************************************
038700*    P200-ABRIR-SAIDAS - CONTATOS (LEITURA POR CHAVE), ARQUIVO   *
038800*                 DE IMPRESSAO DOS INFORMES E RELATORIO DE       *
038900*                 CONTROLE                                       *
039000******************************************************************
039100 P200-ABRIR-SAIDAS.
039200     OPEN INPUT CONTATOS
039300     IF NOT FS-OK
039400        PERFORM 9000-TRADUZIR-FS
039500        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
039600        MOVE 08                   TO WS-RUN-RESULTADO
039700        GO TO P200-FIM
039800     END-IF
039900     OPEN OUTPUT SAIDA
040000     IF NOT FS-SAI-OK
040100        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SAIDA: '
040200                FUNCTION TRIM(WS-SAIDA-DSN)
040300        MOVE 08                   TO WS-RUN-RESULTADO
040400        CLOSE CONTATOS
040500        GO TO P200-FIM
040600     END-IF
040700     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
040800     IF NOT FS-RIMP-OK
040900        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
041000                FUNCTION TRIM(WS-RELIMP-DSN)
041100        MOVE 08                   TO WS-RUN-RESULTADO
041200        CLOSE SAIDA
041300        CLOSE CONTATOS
041400        GO TO P200-FIM
041500     END-IF
041600
041700     MOVE SPACES                  TO WS-RIMP-LINHA
041800     STRING 'ANO: '               DELIMITED BY SIZE
041900            WS-ANO                DELIMITED BY SIZE
042000            '  ABERTURA: SALDOS CONGELADOS EM ' DELIMITED BY SIZE
042100            WS-MES-ABERT          DELIMITED BY SIZE
042200            '  FECHAMENTO: SALDOS CONGELADOS EM '
042300                                  DELIMITED BY SIZE
042400            WS-MES-FECHO          DELIMITED BY SIZE
042500            INTO WS-RIMP-LINHA
042600     END-STRING
042700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
042800     IF ABERTURA-DEDUZIDA
042900        MOVE SPACES               TO WS-RIMP-LINHA
043000        STRING 'ATENCAO: NAO HA SALDOS CONGELADOS DE '
043100                                  DELIMITED BY SIZE
043200               WS-MES-ABERT       DELIMITED BY SIZE
043300               ' - ABERTURA DEDUZIDA (FECHAMENTO MENOS O '
043400                                  DELIMITED BY SIZE
043500               'MOVIMENTO DO ANO).' DELIMITED BY SIZE
043600               INTO WS-RIMP-LINHA
043700        END-STRING
043800        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
043900     END-IF
044000     MOVE SPACES                  TO WS-RIMP-LINHA
044100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
044200     MOVE 'CONTATOS SEM INFORME NO LOTE' TO WS-RIMP-LINHA
044300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
044400     .
044500 P200-FIM. EXIT.
044600******************************************************************
044700*    P300-PROCESSAR-ANO - JUNTA AS ORIGENS DO ANO POR CONTATO    *
044800*                 (INPUT PROCEDURE) E EMITE OS INFORMES NA       *
044900*                 QUEBRA (OUTPUT PROCEDURE)                      *
045000******************************************************************
045100 P300-PROCESSAR-ANO.
045200     INITIALIZE WS-TAB-MESES
045300     INITIALIZE WS-TOT-GRUPOS
045400     SORT SORTINF
045500         ON ASCENDING KEY SD-ID-CONTATO SD-ORIGEM
045600         INPUT PROCEDURE  P310-SELECIONAR THRU P310-FIM
045700         OUTPUT PROCEDURE P400-EMITIR-INFORMES THRU P400-FIM
045800     .
045900 P300-FIM. EXIT.
046000******************************************************************
046100*    P310-SELECIONAR - LIBERA OS DOIS FECHAMENTOS DE DEZEMBRO E  *
046200*                 OS LANCAMENTOS DOS DOZE ARQUIVOS MENSAIS       *
046300******************************************************************
046400 P310-SELECIONAR.
046500     MOVE '00'                    TO WS-FS-SLH
046600     OPEN INPUT SALDOHIS
046700     IF NOT FS-SLH-OK
046800        MOVE WS-FS-SLH            TO WS-FS
046900        PERFORM 9000-TRADUZIR-FS
047000        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SALDOS DE '
047100                'FECHAMENTO: ' WS-FS-MSG
047200        MOVE 08                   TO WS-RUN-RESULTADO
047300        GO TO P310-FIM
047400     END-IF
047500     SET EOF-ENT-OK               TO FALSE
047600     PERFORM P320-LIBERAR-SALDO   THRU P320-FIM
047700         UNTIL EOF-ENT-OK
047800     CLOSE SALDOHIS
047900
048000     PERFORM P330-VARRER-MES      THRU P330-FIM
048100         VARYING WS-TM-IDX FROM 1 BY 1
048200         UNTIL WS-TM-IDX > 12
048300            OR WS-RUN-RESULTADO NOT = ZEROS
048400     .
048500 P310-FIM. EXIT.
048600 P320-LIBERAR-SALDO.
048700     READ SALDOHIS
048800         AT END
048900             SET EOF-ENT-OK       TO TRUE
049000             GO TO P320-FIM
049100     END-READ
049200     EVALUATE SLH-MES
049300         WHEN WS-MES-ABERT
049400             SET SD-E-ABERTURA    TO TRUE
049500         WHEN WS-MES-FECHO
049600             SET SD-E-FECHAMENTO  TO TRUE
049700         WHEN OTHER
049800             GO TO P320-FIM
049900     END-EVALUATE
050000     MOVE SLH-ID-CONTATO          TO SD-ID-CONTATO
050100     MOVE ZEROS                   TO SD-GRUPO
050200     MOVE SLH-SALDO               TO SD-VALOR
050300     RELEASE SD-REG-INF
050400     .
050500 P320-FIM. EXIT.
050600******************************************************************
050700*    P330-VARRER-MES - LIBERA OS LANCAMENTOS DE UM ARQUIVO       *
050800*                 MENSAL; MES SEM ARQUIVO E ANOTADO NO CONTROLE  *
050900******************************************************************
051000 P330-VARRER-MES.
051100     MOVE WS-ANO                  TO WS-MES-ARQ-AAAA
051200     MOVE WS-TM-IDX               TO WS-MES-ARQ-MM
051300     MOVE SPACES                  TO WS-HISTORICO-DSN
051400     STRING 'MOVHIST.'            DELIMITED BY SIZE
051500            WS-MES-ARQ            DELIMITED BY SIZE
051600            INTO WS-HISTORICO-DSN
051700     END-STRING
051800     MOVE '00'                    TO WS-FS-HIS
051900     OPEN INPUT HISTORICO
052000     IF WS-FS-HIS = '35'
052100        MOVE 'S'                  TO WS-TM-AUSENTE (WS-TM-IDX)
052200        ADD 1                     TO WS-CONT-MESES-AUSENTES
052300        DISPLAY 'ARQUIVO ' FUNCTION TRIM(WS-HISTORICO-DSN)
052400                ' NAO EXISTE - MES SEM LANCAMENTOS.'
052500        GO TO P330-FIM
052600     END-IF
052700     IF NOT FS-HIS-OK
052800        MOVE WS-FS-HIS            TO WS-FS
052900        PERFORM 9000-TRADUZIR-FS
053000        DISPLAY 'ERRO AO ABRIR ' FUNCTION TRIM(WS-HISTORICO-DSN)
053100                ': ' WS-FS-MSG
053200        MOVE 08                   TO WS-RUN-RESULTADO
053300        GO TO P330-FIM
053400     END-IF
053500     SET EOF-ENT-OK               TO FALSE
053600     PERFORM P340-LIBERAR-LANCAMENTO THRU P340-FIM
053700         UNTIL EOF-ENT-OK
053800     CLOSE HISTORICO
053900     .
054000 P330-FIM. EXIT.
054100******************************************************************
054200*    P340-LIBERAR-LANCAMENTO - CLASSIFICA O LANCAMENTO NO GRUPO  *
054300*                 DE MOTIVO (MESMA REGRA DO RELEVOL), COM O      *
054400*                 SINAL DO EFEITO NO SALDO, E SOMA NO MES        *
054500******************************************************************
054600 P340-LIBERAR-LANCAMENTO.
054700     READ HISTORICO
054800         AT END
054900             SET EOF-ENT-OK       TO TRUE
055000             GO TO P340-FIM
055100     END-READ
055200     ADD 1                        TO WS-CONT-LANCAMENTOS
055300     ADD 1                        TO WS-TM-LANCAMENTOS (WS-TM-IDX)
055400     MOVE HIS-ID-CONTATO          TO SD-ID-CONTATO
055500     SET SD-E-LANCAMENTO          TO TRUE
055600     EVALUATE HIS-MOTIVO
055700         WHEN 'FATURA'
055800             MOVE 1               TO SD-GRUPO
055900         WHEN 'PAGAMENTO'
056000         WHEN 'PAGTOBANCO'
056100             MOVE 2               TO SD-GRUPO
056200         WHEN 'JUROS'
056300             MOVE 3               TO SD-GRUPO
056400         WHEN 'ESTORNO'
056500             MOVE 4               TO SD-GRUPO
056600         WHEN 'BAIXA'
056700             MOVE 5               TO SD-GRUPO
056800         WHEN OTHER
056900             MOVE 6               TO SD-GRUPO
057000     END-EVALUATE
057100     IF HIS-CREDITO
057200        MOVE HIS-VALOR            TO SD-VALOR
057300     ELSE
057400        COMPUTE SD-VALOR = ZERO - HIS-VALOR
057500     END-IF
057600     ADD SD-VALOR        TO WS-TM-GRUPO (WS-TM-IDX, SD-GRUPO)
057700     RELEASE SD-REG-INF
057800     .
057900 P340-FIM. EXIT.
058000******************************************************************
058100*    P400-EMITIR-INFORMES - DEVOLVE AS ORIGENS POR CONTATO E     *
058200*                 FECHA CADA UM NA QUEBRA                        *
058300******************************************************************
058400 P400-EMITIR-INFORMES.
058500     IF WS-RUN-RESULTADO NOT = ZEROS
058600        GO TO P400-FIM
058700     END-IF
058800     SET TEM-CONTATO              TO FALSE
058900     SET EOF-SAI-OK               TO FALSE
059000     PERFORM P410-TRATAR-ORIGEM   THRU P410-FIM
059100         UNTIL EOF-SAI-OK
059200     IF TEM-CONTATO
059300        PERFORM P450-FECHAR-CONTATO THRU P450-FIM
059400     END-IF
059500     IF WS-CONT-FORA = ZEROS
059600        MOVE SPACES               TO WS-RIMP-LINHA
059700        MOVE '(NENHUM - TODOS OS CONTATOS COM SALDO OU MOVIMENTO '
059800                                  TO WS-RIMP-LINHA
059900        MOVE 'RECEBERAM INFORME)' TO WS-RIMP-LINHA (52:18)
060000        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
060100     END-IF
060200     .
060300 P400-FIM. EXIT.
060400 P410-TRATAR-ORIGEM.
060500     RETURN SORTINF
060600         AT END
060700             SET EOF-SAI-OK       TO TRUE
060800             GO TO P410-FIM
060900     END-RETURN
061000     IF TEM-CONTATO AND SD-ID-CONTATO NOT = WS-CTT-ATUAL
061100        PERFORM P450-FECHAR-CONTATO THRU P450-FIM
061200     END-IF
061300     IF NOT TEM-CONTATO
061400        MOVE SD-ID-CONTATO        TO WS-CTT-ATUAL
061500        MOVE ZEROS                TO WS-CT-ABERTURA
061600                                     WS-CT-FECHAMENTO
061700                                     WS-CT-MOVIMENTO
061800        INITIALIZE WS-CT-GRUPOS
061900        SET TEM-LANCAMENTO        TO FALSE
062000        SET TEM-CONTATO           TO TRUE
062100     END-IF
062200     EVALUATE TRUE
062300         WHEN SD-E-ABERTURA
062400             ADD SD-VALOR         TO WS-CT-ABERTURA
062500         WHEN SD-E-FECHAMENTO
062600             ADD SD-VALOR         TO WS-CT-FECHAMENTO
062700         WHEN OTHER
062800             SET TEM-LANCAMENTO   TO TRUE
062900             ADD SD-VALOR         TO WS-CT-GRUPO (SD-GRUPO)
063000             ADD SD-VALOR         TO WS-CT-MOVIMENTO
063100     END-EVALUATE
063200     .
063300 P410-FIM. EXIT.
063400******************************************************************
063500*    P450-FECHAR-CONTATO - SOMA O CONTATO NOS TOTAIS DE CONTROLE *
063600*                 E EMITE A PAGINA, OU O ANOTA NO CONTROLE SE    *
063700*                 NAO PODE RECEBER INFORME                       *
063800******************************************************************
063900 P450-FECHAR-CONTATO.
064000     SET TEM-CONTATO              TO FALSE
064100     ADD 1                        TO WS-CONT-CONTATOS
064200     IF ABERTURA-DEDUZIDA
064300        COMPUTE WS-CT-ABERTURA =
064400            WS-CT-FECHAMENTO - WS-CT-MOVIMENTO
064500     END-IF
064600     COMPUTE WS-CT-DIFERENCA =
064700         WS-CT-FECHAMENTO - WS-CT-ABERTURA - WS-CT-MOVIMENTO
064800     ADD WS-CT-ABERTURA           TO WS-TOT-ABERTURA
064900     ADD WS-CT-FECHAMENTO         TO WS-TOT-FECHAMENTO
065000     PERFORM P455-SOMAR-GRUPO     THRU P455-FIM
065100         VARYING WS-GRP-IDX FROM 1 BY 1
065200         UNTIL WS-GRP-IDX > 6
065300
065400     IF WS-CT-ABERTURA = ZEROS AND WS-CT-FECHAMENTO = ZEROS
065500        AND NOT TEM-LANCAMENTO
065600        ADD 1                     TO WS-CONT-SEM-SALDO
065700        GO TO P450-FIM
065800     END-IF
065900
066000     MOVE WS-CTT-ATUAL            TO ID-CONTATO
066100     READ CONTATOS INTO WS-REGISTRO
066200         INVALID KEY
066300             ADD 1                TO WS-CONT-EXCLUIDOS
066400             MOVE 'CONTATO JA EXCLUIDO DO CADASTRO'
066500                                  TO WS-CT-OCORRENCIA
066600             PERFORM P470-ANOTAR-FORA THRU P470-FIM
066700             GO TO P450-FIM
066800     END-READ
066900     IF WS-CT-DIFERENCA NOT = ZEROS
067000        ADD 1                     TO WS-CONT-DIVERGENTES
067100        MOVE 'ABERTURA + MOVIMENTO NAO BATE COM O FECHO'
067200                                  TO WS-CT-OCORRENCIA
067300        PERFORM P470-ANOTAR-FORA  THRU P470-FIM
067400        GO TO P450-FIM
067500     END-IF
067600     IF WS-END-RUA = SPACES OR WS-END-CIDADE = SPACES
067700        ADD 1                     TO WS-CONT-SEM-ENDERECO
067800        MOVE 'SEM ENDERECO PARA ENVELOPAR'
067900                                  TO WS-CT-OCORRENCIA
068000        PERFORM P470-ANOTAR-FORA  THRU P470-FIM
068100        GO TO P450-FIM
068200     END-IF
068300
068400     PERFORM P500-EMITIR-PAGINA   THRU P500-FIM
068500     ADD 1                        TO WS-CONT-INFORMES
068600     .
068700 P450-FIM. EXIT.
068800 P455-SOMAR-GRUPO.
068900     ADD WS-CT-GRUPO (WS-GRP-IDX) TO WS-TOT-GRUPO (WS-GRP-IDX)
069000     .
069100 P455-FIM. EXIT.
069200******************************************************************
069300*    P470-ANOTAR-FORA - LISTA NO CONTROLE O CONTATO QUE FICOU    *
069400*                 FORA DO LOTE, COM OS SALDOS DO ANO             *
069500******************************************************************
069600 P470-ANOTAR-FORA.
069700     ADD 1                        TO WS-CONT-FORA
069800     MOVE SPACES                  TO WS-RIMP-LINHA
069900     MOVE WS-CTT-ATUAL            TO WS-RIMP-LINHA (1:6)
070000     MOVE WS-CT-OCORRENCIA        TO WS-RIMP-LINHA (9:40)
070100     MOVE 'ABERT.'                TO WS-RIMP-LINHA (50:6)
070200     MOVE WS-CT-ABERTURA          TO WS-MSK-MES
070300     MOVE WS-MSK-MES              TO WS-RIMP-LINHA (57:15)
070400     MOVE 'MOVTO'                 TO WS-RIMP-LINHA (73:5)
070500     MOVE WS-CT-MOVIMENTO         TO WS-MSK-MES
070600     MOVE WS-MSK-MES              TO WS-RIMP-LINHA (79:15)
070700     MOVE 'FECHO'                 TO WS-RIMP-LINHA (95:5)
070800     MOVE WS-CT-FECHAMENTO        TO WS-MSK-MES
070900     MOVE WS-MSK-MES              TO WS-RIMP-LINHA (101:15)
071000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
071100     .
071200 P470-FIM. EXIT.
071300******************************************************************
071400*    P500-EMITIR-PAGINA - PAGINA DO INFORME: BLOCO DE ENDERECO,  *
071500*                 ABERTURA, TOTAIS POR GRUPO E FECHAMENTO        *
071600******************************************************************
071700 P500-EMITIR-PAGINA.
071800     MOVE SPACES                  TO WS-LINHA-END2
071900     STRING FUNCTION TRIM(WS-END-BAIRRO) DELIMITED BY SIZE
072000            ' - '                 DELIMITED BY SIZE
072100            FUNCTION TRIM(WS-END-CIDADE) DELIMITED BY SIZE
072200            INTO WS-LINHA-END2
072300     END-STRING
072400
072500     MOVE WS-NM-CONTATO           TO REG-SAIDA
072600     WRITE REG-SAIDA
072700     MOVE WS-END-RUA              TO REG-SAIDA
072800     WRITE REG-SAIDA
072900     MOVE WS-LINHA-END2           TO REG-SAIDA
073000     WRITE REG-SAIDA
073100     MOVE SPACES                  TO REG-SAIDA
073200     IF WS-CEP-CONTATO NOT = ZEROS
073300        STRING 'CEP '             DELIMITED BY SIZE
073400               WS-CEP-CONTATO     DELIMITED BY SIZE
073500               INTO REG-SAIDA
073600        END-STRING
073700     END-IF
073800     WRITE REG-SAIDA
073900     MOVE SPACES                  TO REG-SAIDA
074000     WRITE REG-SAIDA
074100
074200     MOVE SPACES                  TO WS-LINHA-SAIDA
074300     MOVE WS-ID-CONTATO           TO WS-DV-ID
074400     PERFORM 9840-CALCULAR-DV     THRU 9840-FIM
074500     STRING 'INFORME ANUAL DE SALDO - ANO ' DELIMITED BY SIZE
074600            WS-ANO                DELIMITED BY SIZE
074700            ' - CONTATO '         DELIMITED BY SIZE
074800            WS-ID-CONTATO         DELIMITED BY SIZE
074900            '-'                   DELIMITED BY SIZE
075000            WS-DV-DIGITO          DELIMITED BY SIZE
075100            INTO WS-LINHA-SAIDA
075200     END-STRING
075300     MOVE WS-LINHA-SAIDA          TO REG-SAIDA
075400     WRITE REG-SAIDA
075500     IF WS-CPF-CNPJ-CONTATO NOT = SPACES
075600        MOVE SPACES               TO WS-LINHA-SAIDA
075700        STRING 'CPF/CNPJ: '       DELIMITED BY SIZE
075800               WS-CPF-CNPJ-CONTATO DELIMITED BY SPACE
075900               INTO WS-LINHA-SAIDA
076000        END-STRING
076100        MOVE WS-LINHA-SAIDA       TO REG-SAIDA
076200        WRITE REG-SAIDA
076300     END-IF
076400     MOVE SPACES                  TO REG-SAIDA
076500     WRITE REG-SAIDA
076600
076700     MOVE SPACES                  TO WS-LINHA-SAIDA
076800     STRING 'SALDO EM 01/01/'     DELIMITED BY SIZE
076900            WS-ANO                DELIMITED BY SIZE
077000            '...........:'        DELIMITED BY SIZE
077100            INTO WS-LINHA-SAIDA
077200     END-STRING
077300     MOVE WS-CT-ABERTURA          TO WS-MSK-SALDO
077400     MOVE WS-MSK-SALDO            TO WS-LINHA-SAIDA (32:19)
077500     MOVE WS-LINHA-SAIDA          TO REG-SAIDA
077600     WRITE REG-SAIDA
077700
077800     PERFORM P510-LINHA-GRUPO     THRU P510-FIM
077900         VARYING WS-GRP-IDX FROM 1 BY 1
078000         UNTIL WS-GRP-IDX > 6
078100
078200     MOVE SPACES                  TO WS-LINHA-SAIDA
078300     STRING 'SALDO EM 31/12/'     DELIMITED BY SIZE
078400            WS-ANO                DELIMITED BY SIZE
078500            '...........:'        DELIMITED BY SIZE
078600            INTO WS-LINHA-SAIDA
078700     END-STRING
078800     MOVE WS-CT-FECHAMENTO        TO WS-MSK-SALDO
078900     MOVE WS-MSK-SALDO            TO WS-LINHA-SAIDA (32:19)
079000     MOVE WS-LINHA-SAIDA          TO REG-SAIDA
079100     WRITE REG-SAIDA
079200     MOVE SPACES                  TO REG-SAIDA
079300     WRITE REG-SAIDA
079400     MOVE 'VALORES COM O SINAL DO EFEITO NO SALDO (NEGATIVO = '
079500                                  TO REG-SAIDA
079600     MOVE 'DEBITO).'              TO REG-SAIDA (52:8)
079700     WRITE REG-SAIDA
079800
079900*    SEPARADOR DE PAGINA - UM CONTATO POR PAGINA NO SPOOL.
080000     MOVE ALL '='                 TO REG-SAIDA
080100     WRITE REG-SAIDA
080200     MOVE SPACES                  TO REG-SAIDA
080300     WRITE REG-SAIDA
080400     .
080500 P500-FIM. EXIT.
080600 P510-LINHA-GRUPO.
080700     MOVE SPACES                  TO WS-LINHA-SAIDA
080800     MOVE WS-GRP-ROTULO (WS-GRP-IDX) TO WS-LINHA-SAIDA (1:30)
080900     MOVE WS-CT-GRUPO (WS-GRP-IDX) TO WS-MSK-SALDO
081000     MOVE WS-MSK-SALDO            TO WS-LINHA-SAIDA (32:19)
081100     MOVE WS-LINHA-SAIDA          TO REG-SAIDA
081200     WRITE REG-SAIDA
081300     .
081400 P510-FIM. EXIT.
081500******************************************************************
081600*    P600-TOTAIS-MESES - QUADRO MES A MES POR GRUPO; CADA LINHA  *
081700*                 CONFERE COM O TOTAL DO RELEVOL DAQUELE MES     *
081800******************************************************************
081900 P600-TOTAIS-MESES.
082000     MOVE SPACES                  TO WS-RIMP-LINHA
082100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
082200     MOVE 'MOVIMENTO DO ANO MES A MES (CONFERE COM O TOTAL DO '
082300                                  TO WS-RIMP-LINHA
082400     MOVE 'RELEVOL DE CADA MES)'  TO WS-RIMP-LINHA (52:20)
082500     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
082600     MOVE SPACES                  TO WS-RIMP-LINHA
082700     MOVE 'MES'                   TO WS-RIMP-LINHA (1:3)
082800     MOVE 'FATURADO'              TO WS-RIMP-LINHA (17:8)
082900     MOVE 'PAGO'                  TO WS-RIMP-LINHA (37:4)
083000     MOVE 'JUROS'                 TO WS-RIMP-LINHA (52:5)
083100     MOVE 'ESTORNADO'             TO WS-RIMP-LINHA (64:9)
083200     MOVE 'BAIXAS'                TO WS-RIMP-LINHA (83:6)
083300     MOVE 'OUTROS'                TO WS-RIMP-LINHA (99:6)
083400     MOVE 'LIQUIDO'               TO WS-RIMP-LINHA (114:7)
083500     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
083600     PERFORM P610-LINHA-MES       THRU P610-FIM
083700         VARYING WS-TM-IDX FROM 1 BY 1
083800         UNTIL WS-TM-IDX > 12
083900     .
084000 P600-FIM. EXIT.
084100 P610-LINHA-MES.
084200     MOVE SPACES                  TO WS-RIMP-LINHA
084300     MOVE WS-ANO                  TO WS-MES-ARQ-AAAA
084400     MOVE WS-TM-IDX               TO WS-MES-ARQ-MM
084500     MOVE WS-MES-ARQ              TO WS-RIMP-LINHA (1:6)
084600     MOVE ZEROS                   TO WS-TM-LIQUIDO
084700     PERFORM P615-COLUNA-GRUPO    THRU P615-FIM
084800         VARYING WS-GRP-IDX FROM 1 BY 1
084900         UNTIL WS-GRP-IDX > 6
085000     MOVE WS-TM-LIQUIDO           TO WS-MSK-MES
085100     MOVE WS-MSK-MES              TO WS-RIMP-LINHA (106:15)
085200     IF WS-TM-AUSENTE (WS-TM-IDX) = 'S'
085300        MOVE '(SEM ARQUIVO)'      TO WS-RIMP-LINHA (122:11)
085400     END-IF
085500     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
085600     .
085700 P610-FIM. EXIT.
085800 P615-COLUNA-GRUPO.
085900     MOVE WS-TM-GRUPO (WS-TM-IDX, WS-GRP-IDX) TO WS-MSK-MES
086000     COMPUTE WS-RIMP-POS = 10 + (WS-GRP-IDX - 1) * 16
086100     MOVE WS-MSK-MES         TO WS-RIMP-LINHA (WS-RIMP-POS:15)
086200     ADD WS-TM-GRUPO (WS-TM-IDX, WS-GRP-IDX) TO WS-TM-LIQUIDO
086300     .
086400 P615-FIM. EXIT.
086500******************************************************************
086600*    P650-TOTAIS-ANO - ROLL-FORWARD DO ANO (TODOS OS CONTATOS,   *
086700*                 COM OU SEM INFORME)                            *
086800******************************************************************
086900 P650-TOTAIS-ANO.
087000     MOVE SPACES                  TO WS-RIMP-LINHA
087100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
087200     MOVE 'TOTAIS DO ANO (TODOS OS CONTATOS)' TO WS-RIMP-LINHA
087300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
087400     MOVE SPACES                  TO WS-RIMP-LINHA
087500     STRING 'SALDO DE ABERTURA ('  DELIMITED BY SIZE
087600            WS-MES-ABERT          DELIMITED BY SIZE
087700            ')'                   DELIMITED BY SIZE
087800            INTO WS-RIMP-LINHA
087900     END-STRING
088000     MOVE WS-TOT-ABERTURA         TO WS-MSK-TOTAL
088100     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (33:19)
088200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
088300     MOVE WS-TOT-ABERTURA         TO WS-TOT-CALCULADO
088400     PERFORM P660-LINHA-GRUPO-ANO THRU P660-FIM
088500         VARYING WS-GRP-IDX FROM 1 BY 1
088600         UNTIL WS-GRP-IDX > 6
088700     MOVE SPACES                  TO WS-RIMP-LINHA
088800     MOVE '(=) SALDO CALCULADO'   TO WS-RIMP-LINHA
088900     MOVE WS-TOT-CALCULADO        TO WS-MSK-TOTAL
089000     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (33:19)
089100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
089200     MOVE SPACES                  TO WS-RIMP-LINHA
089300     STRING 'SALDO CONGELADO ('   DELIMITED BY SIZE
089400            WS-MES-FECHO          DELIMITED BY SIZE
089500            ')'                   DELIMITED BY SIZE
089600            INTO WS-RIMP-LINHA
089700     END-STRING
089800     MOVE WS-TOT-FECHAMENTO       TO WS-MSK-TOTAL
089900     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (33:19)
090000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
090100     COMPUTE WS-TOT-DIFERENCA =
090200         WS-TOT-FECHAMENTO - WS-TOT-CALCULADO
090300     MOVE SPACES                  TO WS-RIMP-LINHA
090400     MOVE 'DIFERENCA'             TO WS-RIMP-LINHA
090500     MOVE WS-TOT-DIFERENCA        TO WS-MSK-TOTAL
090600     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (33:19)
090700     IF WS-TOT-DIFERENCA NOT = ZEROS
090800        MOVE '<<< NAO FECHA'      TO WS-RIMP-LINHA (54:13)
090900     END-IF
091000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
091100
091200     MOVE SPACES                  TO WS-RIMP-LINHA
091300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
091400     MOVE SPACES                  TO WS-RIMP-LINHA
091500     STRING 'CONTATOS: '          DELIMITED BY SIZE
091600            WS-CONT-CONTATOS      DELIMITED BY SIZE
091700            '  INFORMES EMITIDOS: ' DELIMITED BY SIZE
091800            WS-CONT-INFORMES      DELIMITED BY SIZE
091900            '  FORA DO LOTE: '    DELIMITED BY SIZE
092000            WS-CONT-FORA          DELIMITED BY SIZE
092100            '  SEM SALDO NEM MOVIMENTO: ' DELIMITED BY SIZE
092200            WS-CONT-SEM-SALDO     DELIMITED BY SIZE
092300            INTO WS-RIMP-LINHA
092400     END-STRING
092500     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
092600     .
092700 P650-FIM. EXIT.
092800 P660-LINHA-GRUPO-ANO.
092900     MOVE SPACES                  TO WS-RIMP-LINHA
093000     MOVE WS-GRP-ROTULO (WS-GRP-IDX) TO WS-RIMP-LINHA (1:30)
093100     MOVE WS-TOT-GRUPO (WS-GRP-IDX) TO WS-MSK-TOTAL
093200     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (33:19)
093300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
093400     ADD WS-TOT-GRUPO (WS-GRP-IDX) TO WS-TOT-CALCULADO
093500     .
093600 P660-FIM. EXIT.
093700******************************************************************
093800*    P800-RESUMO - EMITE OS TOTAIS DO PROCESSAMENTO              *
093900******************************************************************
094000 P800-RESUMO.
094100     DISPLAY ' '
094200     DISPLAY '*** RESUMO DO INFORME ANUAL ' WS-ANO ' ***'
094300     DISPLAY 'LANCAMENTOS DO ANO.......: ' WS-CONT-LANCAMENTOS
094400     DISPLAY 'MESES SEM ARQUIVO........: ' WS-CONT-MESES-AUSENTES
094500     DISPLAY 'CONTATOS CONFERIDOS......: ' WS-CONT-CONTATOS
094600     DISPLAY 'INFORMES EMITIDOS........: ' WS-CONT-INFORMES
094700     DISPLAY 'SEM SALDO NEM MOVIMENTO..: ' WS-CONT-SEM-SALDO
094800     DISPLAY 'FORA - SEM ENDERECO......: ' WS-CONT-SEM-ENDERECO
094900     DISPLAY 'FORA - EXCLUIDOS.........: ' WS-CONT-EXCLUIDOS
095000     DISPLAY 'FORA - NAO FECHAM........: ' WS-CONT-DIVERGENTES
095100     DISPLAY 'ARQUIVO DE IMPRESSAO.....: '
095200             FUNCTION TRIM(WS-SAIDA-DSN)
095300     DISPLAY 'RELATORIO DE CONTROLE....: '
095400             FUNCTION TRIM(WS-RELIMP-DSN)
095500     .
095600 P800-FIM. EXIT.
095700******************************************************************
095800*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
095900******************************************************************
096000 P900-FIM.
096100     DISPLAY '*** FIM DO INFORME ANUAL DE SALDO ***'
096200     IF WS-RUN-RESULTADO = ZEROS AND
096300        (WS-CONT-FORA > ZEROS OR ABERTURA-DEDUZIDA)
096400        MOVE 04                   TO WS-RUN-RESULTADO
096500     END-IF
096600     MOVE WS-CONT-CONTATOS        TO WS-RUN-LIDOS
096700     MOVE WS-CONT-INFORMES        TO WS-RUN-GRAVADOS
096800     MOVE WS-CONT-FORA            TO WS-RUN-REJEITADOS
096900     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
097000     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
097100     STOP RUN.
097200
097300     COPY FSTATUS.
097400     COPY DSNENV.
097500     COPY RUNLOG.
097600     COPY RELIMP.
097700     COPY DIGVER.
