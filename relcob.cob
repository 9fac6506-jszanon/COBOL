000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RELCOB.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-04-18.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: RESULTADOS DA COBRANCA POR COBRADOR NO PERIODO
000900*                 (PARAMETROS INI=AAAAMMDD E FIM=AAAAMMDD; SEM
001000*                 ELES, DO PRIMEIRO DIA DO MES ATE HOJE). PARA
001100*                 CADA COBRADOR: LIGACOES REGISTRADAS NO TRABCOB
001200*                 (CHAMADAS.DAT), CONTATOS ATINGIDOS (DEVEDORES
001300*                 DISTINTOS COM QUEM FALOU - RESULTADO P OU C),
001400*                 PROMESSAS E O VALOR RECUPERADO.
001500*                 RECUPERADO = CREDITO DE PAGAMENTO (MOTIVOS
001600*                 PAGAMENTO E PAGTOBANCO) NAO ESTORNADO, COM DATA
001700*                 DENTRO DO PERIODO, NO LEDGER VIVO E NOS MENSAIS
001800*                 DO FECMES DOS MESES DO PERIODO. O PAGAMENTO VAI
001900*                 PARA O COBRADOR DA ULTIMA LIGACAO AO DEVEDOR
002000*                 FEITA NO PERIODO ATE A DATA DO PAGAMENTO;
002100*                 PAGAMENTO SEM LIGACAO ANTERIOR NO PERIODO SAI
002200*                 NA LINHA "SEM LIGACAO". LISTAGEM EM RELCOB.LST.
002300*----------------------------------------------------------------*
002400*    HISTORICO DE ALTERACOES
002500*    DATA       AUTOR   DESCRICAO
002600*    ---------- ------- ----------------------------------------
002700*    2025-04-18 JSZ     PROGRAMA CRIADO (RESULTADOS POR
002800*                       COBRADOR).
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SPECIAL-NAMES.
003300     DECIMAL-POINT IS COMMA.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CHAMADAS ASSIGN TO WS-CHAMADAS-DSN
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-FS-CHA.
003900     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-FS-HIS.
004200     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS OPE-CODIGO
004600         FILE STATUS IS WS-FS-OPE.
004700     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-FS-RIMP.
005000     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-FS-RUN.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CHAMADAS.
005600     COPY CHAMREG.
005700 FD  HISTORICO.
005800     COPY MOVHREG.
005900 FD  OPERADOR.
006000     COPY OPERREG.
006100 FD  RELIMP.
006200 01  REG-RELIMP                   PIC X(132).
006300 FD  RUNCTL.
006400     COPY RUNREG.
006500 WORKING-STORAGE SECTION.
006600 01  WS-CHAMADAS-DSN              PIC X(100) VALUE 'CHAMADAS.DAT'.
006700 01  WS-HISTORICO-DSN             PIC X(100) VALUE 'MOVHIST.DAT'.
006800 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
006900 77  WS-FS                        PIC X(02) VALUE '00'.
007000 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
007100 77  WS-FS-CHA                    PIC X(02) VALUE '00'.
007200     88 FS-CHA-OK                 VALUE '00'.
007300 77  WS-FS-HIS                    PIC X(02) VALUE '00'.
007400     88 FS-HIS-OK                 VALUE '00'.
007500 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
007600     88 FS-OPE-OK                 VALUE '00'.
007700 77  WS-EOF-ENT                   PIC X(01) VALUE 'N'.
007800     88 EOF-ENT-OK                VALUE 'S' FALSE 'N'.
007900*----------------------------------------------------------------*
008000*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
008100*    DO P100-ANALISAR-PARM DO FECMES)                            *
008200*----------------------------------------------------------------*
008300 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
008400 01  WS-PARM-TOKENS.
008500     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
008600                                  INDEXED BY WS-PARM-IDX.
008700 77  WS-DATA-INI                  PIC 9(08) VALUE ZEROS.
008800 77  WS-DATA-FIM                  PIC 9(08) VALUE ZEROS.
008900 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
009000 77  WS-DIAS-AUX                  PIC 9(07) VALUE ZEROS.
009100*----------------------------------------------------------------*
009200*    MESES DO PERIODO, PARA OS ARQUIVOS MENSAIS MOVHIST.AAAAMM   *
009300*----------------------------------------------------------------*
009400 01  WS-MES-TAB.
009500     03  WS-MES-ARQ               OCCURS 12 TIMES PIC X(06).
009600 77  WS-MES-QTD                   PIC 9(02) VALUE ZEROS.
009700 77  WS-MES-IDX                   PIC 9(02) VALUE ZEROS.
009800 01  WS-MES-CORRENTE.
009900     03  WS-MES-AAAA              PIC 9(04).
010000     03  WS-MES-MM                PIC 9(02).
010100*----------------------------------------------------------------*
010200*    LIGACOES DO PERIODO, NA ORDEM DE CHAMADAS.DAT (CRONOLOGICA) *
010300*----------------------------------------------------------------*
010400 77  WS-LIG-QTD                   PIC 9(05) VALUE ZEROS.
010500 77  WS-LIG-MAX                   PIC 9(05) VALUE 20000.
010600 01  WS-TAB-LIGACOES.
010700     03  WS-LIG-ENT               OCCURS 20000 TIMES.
010800         05  WS-LIG-DATA          PIC 9(08).
010900         05  WS-LIG-ID            PIC 9(06).
011000         05  WS-LIG-COB           PIC 9(03).
011100         05  WS-LIG-RESULTADO     PIC X(01).
011200 77  WS-LIG-IDX                   PIC 9(05) VALUE ZEROS.
011300 77  WS-LIG-ACHADO                PIC 9(05) VALUE ZEROS.
011400 01  WS-SW-LIG-TRANSB             PIC X(01) VALUE 'N'.
011500     88 LIG-TRANSBORDOU           VALUE 'S' FALSE 'N'.
011600*----------------------------------------------------------------*
011700*    TOTAIS POR COBRADOR                                         *
011800*----------------------------------------------------------------*
011900 77  WS-COB-QTD                   PIC 9(03) VALUE ZEROS.
012000 77  WS-COB-MAX                   PIC 9(03) VALUE 200.
012100 01  WS-TAB-COBRADORES.
012200     03  WS-COB-ENT               OCCURS 200 TIMES.
012300         05  WS-COB-CODIGO        PIC X(08).
012400         05  WS-COB-LIGACOES      PIC 9(06).
012500         05  WS-COB-ATINGIDOS     PIC 9(06).
012600         05  WS-COB-PROMESSAS     PIC 9(06).
012700         05  WS-COB-PAGAMENTOS    PIC 9(06).
012800         05  WS-COB-RECUPERADO    PIC 9(11)V99.
012900 77  WS-COB-IDX                   PIC 9(03) VALUE ZEROS.
013000 77  WS-COB-ACHADO                PIC 9(03) VALUE ZEROS.
013100 77  WS-COB-BUSCA                 PIC X(08) VALUE SPACES.
013200 01  WS-SW-COB-TRANSB             PIC X(01) VALUE 'N'.
013300     88 COB-TRANSBORDOU           VALUE 'S' FALSE 'N'.
013400*----------------------------------------------------------------*
013500*    TOTAIS GERAIS E PAGAMENTOS SEM LIGACAO ANTERIOR             *
013600*----------------------------------------------------------------*
013700 77  WS-TOT-LIGACOES              PIC 9(07) VALUE ZEROS.
013800 77  WS-TOT-ATINGIDOS             PIC 9(07) VALUE ZEROS.
013900 77  WS-TOT-PROMESSAS             PIC 9(07) VALUE ZEROS.
014000 77  WS-TOT-PAGAMENTOS            PIC 9(07) VALUE ZEROS.
014100 77  WS-TOT-RECUPERADO            PIC 9(11)V99 VALUE ZEROS.
014200 77  WS-SEM-PAGAMENTOS            PIC 9(07) VALUE ZEROS.
014300 77  WS-SEM-VALOR                 PIC 9(11)V99 VALUE ZEROS.
014400 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
014500*----------------------------------------------------------------*
014600*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
014700*----------------------------------------------------------------*
014800 01  WS-RELIMP-DSN                PIC X(100) VALUE 'RELCOB.LST'.
014900 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
015000     88 FS-RIMP-OK                VALUE '00'.
015100 01  WS-RIMP-TITULO               PIC X(40) VALUE
015200     'RESULTADOS DA COBRANCA POR COBRADOR'.
015300 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
015400 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
015500 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
015600 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
015700 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
015800 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
015900*----------------------------------------------------------------*
016000*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
016100*----------------------------------------------------------------*
016200 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
016300 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
016400     88 FS-RUN-OK                 VALUE '00'.
016500 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'RELCOB'.
016600 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
016700 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
016800 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
016900 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
017000 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
017100 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
017200 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
017300 PROCEDURE DIVISION.
017400******************************************************************
017500*    0000-MAINLINE - ROTINA PRINCIPAL                            *
017600******************************************************************
017700 0000-MAINLINE.
017800     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
017900     DISPLAY '*** RESULTADOS DA COBRANCA POR COBRADOR '
018000             '(RELCOB) ***'
018100     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
018200     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
018300     PERFORM P150-MONTAR-PERIODO  THRU P150-FIM
018400     DISPLAY 'PERIODO: ' WS-DATA-INI ' A ' WS-DATA-FIM
018500
018600     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
018700     IF NOT FS-RIMP-OK
018800        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
018900                FUNCTION TRIM(WS-RELIMP-DSN)
019000        MOVE 08                   TO WS-RUN-RESULTADO
019100        PERFORM P900-FIM
019200     END-IF
019300
019400     PERFORM P200-CARREGAR-EQUIPE THRU P200-FIM
019500     PERFORM P300-CARREGAR-LIGACOES THRU P300-FIM
019600     PERFORM P400-APURAR-PAGAMENTOS THRU P400-FIM
019700     PERFORM P600-IMPRIMIR        THRU P600-FIM
019800     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
019900     PERFORM P900-FIM
020000     .
020100******************************************************************
020200*    P100-ANALISAR-PARM - SEPARA OS PARAMETROS DA LINHA DE       *
020300*                 COMANDO EM TOKENS                              *
020400******************************************************************
020500 P100-ANALISAR-PARM.
020600     MOVE SPACES                  TO WS-PARM-TOKENS
020700     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
020800         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
020900              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
021000              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
021100              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
021200              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
021300     END-UNSTRING
021400
021500     SET WS-PARM-IDX              TO 1
021600     PERFORM P110-ANALISAR-TOKEN
021700         VARYING WS-PARM-IDX FROM 1 BY 1
021800         UNTIL WS-PARM-IDX > 10
021900     .
022000 P100-FIM. EXIT.
022100******************************************************************
022200*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
022300******************************************************************
022400 P110-ANALISAR-TOKEN.
022500     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:4) = 'INI='
022600        IF WS-PARM-TOKEN(WS-PARM-IDX) (5:8) IS NUMERIC
022700           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (5:8)
022800                                  TO WS-DATA-INI
022900        ELSE
023000           DISPLAY 'PARAMETRO INI= INVALIDO (USE AAAAMMDD) - '
023100                   'USANDO O PRIMEIRO DIA DO MES.'
023200        END-IF
023300     END-IF
023400     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:4) = 'FIM='
023500        IF WS-PARM-TOKEN(WS-PARM-IDX) (5:8) IS NUMERIC
023600           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (5:8)
023700                                  TO WS-DATA-FIM
023800        ELSE
023900           DISPLAY 'PARAMETRO FIM= INVALIDO (USE AAAAMMDD) - '
024000                   'USANDO A DATA CORRENTE.'
024100        END-IF
024200     END-IF
024300     .
024400 P110-FIM. EXIT.
024500******************************************************************
024600*    P150-MONTAR-PERIODO - VALIDA O PERIODO E MONTA A LISTA DE   *
024700*                 MESES DOS ARQUIVOS MENSAIS (ATE DOZE MESES)    *
024800******************************************************************
024900 P150-MONTAR-PERIODO.
025000     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
025100     IF WS-DATA-FIM = ZEROS
025200        MOVE WS-DATA-EXEC         TO WS-DATA-FIM
025300     END-IF
025400     COMPUTE WS-DIAS-AUX =
025500         FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)
025600     IF WS-DIAS-AUX = ZEROS
025700        DISPLAY 'DATA DE FIM= ' WS-DATA-FIM ' INVALIDA - '
025800                'USANDO A DATA CORRENTE.'
025900        MOVE WS-DATA-EXEC         TO WS-DATA-FIM
026000     END-IF
026100     IF WS-DATA-INI NOT = ZEROS
026200        COMPUTE WS-DIAS-AUX =
026300            FUNCTION INTEGER-OF-DATE(WS-DATA-INI)
026400        IF WS-DIAS-AUX = ZEROS OR WS-DATA-INI > WS-DATA-FIM
026500           DISPLAY 'DATA DE INI= ' WS-DATA-INI ' INVALIDA - '
026600                   'USANDO O PRIMEIRO DIA DO MES.'
026700           MOVE ZEROS             TO WS-DATA-INI
026800        END-IF
026900     END-IF
027000     IF WS-DATA-INI = ZEROS
027100        MOVE WS-DATA-FIM          TO WS-DATA-INI
027200        MOVE '01'                 TO WS-DATA-INI (7:2)
027300     END-IF
027400
027500     MOVE ZEROS                   TO WS-MES-QTD
027600     MOVE WS-DATA-INI (1:6)       TO WS-MES-CORRENTE
027700     PERFORM P155-MES-DO-PERIODO  THRU P155-FIM
027800         UNTIL WS-MES-CORRENTE > WS-DATA-FIM (1:6)
027900            OR WS-MES-QTD = 12
028000     IF WS-MES-CORRENTE NOT > WS-DATA-FIM (1:6)
028100        DISPLAY 'AVISO: PERIODO ACIMA DE DOZE MESES - SO OS DOZE '
028200                'PRIMEIROS MENSAIS SERAO LIDOS.'
028300        MOVE 04                   TO WS-RUN-RESULTADO
028400     END-IF
028500     .
028600 P150-FIM. EXIT.
028700 P155-MES-DO-PERIODO.
028800     ADD 1                        TO WS-MES-QTD
028900     MOVE WS-MES-CORRENTE         TO WS-MES-ARQ (WS-MES-QTD)
029000     IF WS-MES-MM = 12
029100        MOVE 1                    TO WS-MES-MM
029200        ADD 1                     TO WS-MES-AAAA
029300     ELSE
029400        ADD 1                     TO WS-MES-MM
029500     END-IF
029600     .
029700 P155-FIM. EXIT.
029800******************************************************************
029900*    P200-CARREGAR-EQUIPE - INICIA A TABELA COM OS COBRADORES DE *
030000*                 OPERADOR.DAT, NA ORDEM DO CODIGO, PARA QUE QUEM*
030100*                 NAO LIGOU NO PERIODO TAMBEM APARECA            *
030200******************************************************************
030300 P200-CARREGAR-EQUIPE.
030400     MOVE ZEROS                   TO WS-COB-QTD
030500     MOVE ZEROS                   TO WS-TAB-COBRADORES
030600     MOVE '00'                    TO WS-FS-OPE
030700     OPEN INPUT OPERADOR
030800     IF NOT FS-OPE-OK
030900        DISPLAY 'AVISO: OPERADOR.DAT INDISPONIVEL - SO SAEM OS '
031000                'COBRADORES COM LIGACAO NO PERIODO.'
031100        GO TO P200-FIM
031200     END-IF
031300     SET EOF-ENT-OK               TO FALSE
031400     PERFORM P210-LER-OPERADOR    THRU P210-FIM
031500         UNTIL EOF-ENT-OK
031600     CLOSE OPERADOR
031700     .
031800 P200-FIM. EXIT.
031900 P210-LER-OPERADOR.
032000     READ OPERADOR NEXT RECORD
032100         AT END
032200             SET EOF-ENT-OK        TO TRUE
032300             GO TO P210-FIM
032400     END-READ
032500     IF NOT OPE-EH-COBRADOR
032600        GO TO P210-FIM
032700     END-IF
032800     MOVE OPE-CODIGO              TO WS-COB-BUSCA
032900     PERFORM P250-OBTER-COBRADOR  THRU P250-FIM
033000     .
033100 P210-FIM. EXIT.
033200******************************************************************
033300*    P250-OBTER-COBRADOR - DEVOLVE EM WS-COB-ACHADO A POSICAO DE *
033400*                 WS-COB-BUSCA NA TABELA, INCLUINDO O COBRADOR   *
033500*                 QUANDO AINDA NAO ESTA (ZEROS SE A TABELA       *
033600*                 ENCHEU)                                        *
033700******************************************************************
033800 P250-OBTER-COBRADOR.
033900     MOVE ZEROS                   TO WS-COB-ACHADO
034000     PERFORM P255-COMPARAR-COBRADOR THRU P255-FIM
034100         VARYING WS-COB-IDX FROM 1 BY 1
034200         UNTIL WS-COB-IDX > WS-COB-QTD
034300            OR WS-COB-ACHADO NOT = ZEROS
034400     IF WS-COB-ACHADO NOT = ZEROS
034500        GO TO P250-FIM
034600     END-IF
034700     IF WS-COB-QTD >= WS-COB-MAX
034800        SET COB-TRANSBORDOU       TO TRUE
034900        GO TO P250-FIM
035000     END-IF
035100     ADD 1                        TO WS-COB-QTD
035200     MOVE WS-COB-BUSCA            TO WS-COB-CODIGO (WS-COB-QTD)
035300     MOVE WS-COB-QTD              TO WS-COB-ACHADO
035400     .
035500 P250-FIM. EXIT.
035600 P255-COMPARAR-COBRADOR.
035700     IF WS-COB-CODIGO (WS-COB-IDX) = WS-COB-BUSCA
035800        MOVE WS-COB-IDX           TO WS-COB-ACHADO
035900     END-IF
036000     .
036100 P255-FIM. EXIT.
036200******************************************************************
036300*    P300-CARREGAR-LIGACOES - LE CHAMADAS.DAT, CONTA AS LIGACOES *
036400*                 DO PERIODO POR COBRADOR E GUARDA CADA UMA NA   *
036500*                 TABELA PARA A ATRIBUICAO DOS PAGAMENTOS        *
036600******************************************************************
036700 P300-CARREGAR-LIGACOES.
036800     MOVE ZEROS                   TO WS-LIG-QTD
036900     MOVE '00'                    TO WS-FS-CHA
037000     OPEN INPUT CHAMADAS
037100     IF NOT FS-CHA-OK
037200        DISPLAY 'NENHUMA LIGACAO REGISTRADA (CHAMADAS.DAT NAO '
037300                'ENCONTRADO).'
037400        GO TO P300-FIM
037500     END-IF
037600     SET EOF-ENT-OK               TO FALSE
037700     PERFORM P310-LER-CHAMADA     THRU P310-FIM
037800         UNTIL EOF-ENT-OK
037900     CLOSE CHAMADAS
038000     IF LIG-TRANSBORDOU
038100        DISPLAY 'AVISO: MAIS DE ' WS-LIG-MAX ' LIGACOES NO '
038200                'PERIODO - PAGAMENTOS DAS EXCEDENTES SAEM SEM '
038300                'LIGACAO.'
038400        MOVE 04                   TO WS-RUN-RESULTADO
038500     END-IF
038600     .
038700 P300-FIM. EXIT.
038800******************************************************************
038900*    P310-LER-CHAMADA - CONTA UMA LIGACAO DO PERIODO. O CONTATO  *
039000*                 ATINGIDO CONTA UMA VEZ POR COBRADOR (A PRIMEIRA*
039100*                 LIGACAO P OU C AO DEVEDOR NO PERIODO)          *
039200******************************************************************
039300 P310-LER-CHAMADA.
039400     READ CHAMADAS
039500         AT END
039600             SET EOF-ENT-OK        TO TRUE
039700             GO TO P310-FIM
039800     END-READ
039900     ADD 1                        TO WS-RUN-LIDOS
040000     IF CHA-DATA-HORA (1:8) < WS-DATA-INI OR
040100        CHA-DATA-HORA (1:8) > WS-DATA-FIM
040200        GO TO P310-FIM
040300     END-IF
040400
040500     MOVE CHA-COBRADOR            TO WS-COB-BUSCA
040600     PERFORM P250-OBTER-COBRADOR  THRU P250-FIM
040700     IF WS-COB-ACHADO = ZEROS
040800        GO TO P310-FIM
040900     END-IF
041000     ADD 1                        TO
041100         WS-COB-LIGACOES (WS-COB-ACHADO)
041200     IF CHA-PROMESSA
041300        ADD 1                     TO
041400            WS-COB-PROMESSAS (WS-COB-ACHADO)
041500     END-IF
041600     IF CHA-ATINGIDO
041700        PERFORM P320-JA-ATINGIDO  THRU P320-FIM
041800        IF WS-LIG-ACHADO = ZEROS
041900           ADD 1                  TO
042000               WS-COB-ATINGIDOS (WS-COB-ACHADO)
042100        END-IF
042200     END-IF
042300
042400     IF WS-LIG-QTD >= WS-LIG-MAX
042500        SET LIG-TRANSBORDOU       TO TRUE
042600        GO TO P310-FIM
042700     END-IF
042800     ADD 1                        TO WS-LIG-QTD
042900     MOVE CHA-DATA-HORA (1:8)     TO WS-LIG-DATA (WS-LIG-QTD)
043000     MOVE CHA-ID-CONTATO          TO WS-LIG-ID (WS-LIG-QTD)
043100     MOVE WS-COB-ACHADO           TO WS-LIG-COB (WS-LIG-QTD)
043200     MOVE CHA-RESULTADO           TO WS-LIG-RESULTADO (WS-LIG-QTD)
043300     .
043400 P310-FIM. EXIT.
043500******************************************************************
043600*    P320-JA-ATINGIDO - PROCURA NAS LIGACOES JA GUARDADAS UMA    *
043700*                 LIGACAO P OU C DO MESMO COBRADOR AO MESMO      *
043800*                 DEVEDOR (WS-LIG-ACHADO = ZEROS QUANDO NAO HA)  *
043900******************************************************************
044000 P320-JA-ATINGIDO.
044100     MOVE ZEROS                   TO WS-LIG-ACHADO
044200     PERFORM P325-COMPARAR-ATINGIDO THRU P325-FIM
044300         VARYING WS-LIG-IDX FROM 1 BY 1
044400         UNTIL WS-LIG-IDX > WS-LIG-QTD
044500            OR WS-LIG-ACHADO NOT = ZEROS
044600     .
044700 P320-FIM. EXIT.
044800 P325-COMPARAR-ATINGIDO.
044900     IF WS-LIG-ID (WS-LIG-IDX) = CHA-ID-CONTATO AND
045000        WS-LIG-COB (WS-LIG-IDX) = WS-COB-ACHADO AND
045100        (WS-LIG-RESULTADO (WS-LIG-IDX) = 'P' OR
045200         WS-LIG-RESULTADO (WS-LIG-IDX) = 'C')
045300        MOVE WS-LIG-IDX           TO WS-LIG-ACHADO
045400     END-IF
045500     .
045600 P325-FIM. EXIT.
045700******************************************************************
045800*    P400-APURAR-PAGAMENTOS - VARRE OS MENSAIS DOS MESES DO      *
045900*                 PERIODO E O LEDGER VIVO ATRAS DOS PAGAMENTOS   *
046000******************************************************************
046100 P400-APURAR-PAGAMENTOS.
046200     PERFORM P410-ARQUIVO-MENSAL  THRU P410-FIM
046300         VARYING WS-MES-IDX FROM 1 BY 1
046400         UNTIL WS-MES-IDX > WS-MES-QTD
046500     MOVE 'MOVHIST.DAT'           TO WS-HISTORICO-DSN
046600     PERFORM P420-LER-ARQUIVO     THRU P420-FIM
046700     .
046800 P400-FIM. EXIT.
046900 P410-ARQUIVO-MENSAL.
047000     MOVE SPACES                  TO WS-HISTORICO-DSN
047100     STRING 'MOVHIST.'            DELIMITED BY SIZE
047200            WS-MES-ARQ (WS-MES-IDX) DELIMITED BY SIZE
047300            INTO WS-HISTORICO-DSN
047400     END-STRING
047500     PERFORM P420-LER-ARQUIVO     THRU P420-FIM
047600     .
047700 P410-FIM. EXIT.
047800******************************************************************
047900*    P420-LER-ARQUIVO - LE UM ARQUIVO DO LEDGER (AUSENTE = MES   *
048000*                 SEM MOVIMENTO OU AINDA NAO FECHADO)            *
048100******************************************************************
048200 P420-LER-ARQUIVO.
048300     MOVE '00'                    TO WS-FS-HIS
048400     OPEN INPUT HISTORICO
048500     IF NOT FS-HIS-OK
048600        GO TO P420-FIM
048700     END-IF
048800     SET EOF-ENT-OK               TO FALSE
048900     PERFORM P430-LER-MOVIMENTO   THRU P430-FIM
049000         UNTIL EOF-ENT-OK
049100     CLOSE HISTORICO
049200     .
049300 P420-FIM. EXIT.
049400******************************************************************
049500*    P430-LER-MOVIMENTO - ATRIBUI UM PAGAMENTO DO PERIODO AO     *
049600*                 COBRADOR DA ULTIMA LIGACAO ATE A DATA DELE     *
049700******************************************************************
049800 P430-LER-MOVIMENTO.
049900     READ HISTORICO
050000         AT END
050100             SET EOF-ENT-OK        TO TRUE
050200             GO TO P430-FIM
050300     END-READ
050400     IF NOT HIS-CREDITO OR HIS-FOI-ESTORNADO
050500        GO TO P430-FIM
050600     END-IF
050700     IF HIS-MOTIVO NOT = 'PAGAMENTO' AND
050800        HIS-MOTIVO NOT = 'PAGTOBANCO'
050900        GO TO P430-FIM
051000     END-IF
051100     IF HIS-DATA-MOV < WS-DATA-INI OR HIS-DATA-MOV > WS-DATA-FIM
051200        GO TO P430-FIM
051300     END-IF
051400
051500     MOVE ZEROS                   TO WS-LIG-ACHADO
051600     PERFORM P435-ULTIMA-LIGACAO  THRU P435-FIM
051700         VARYING WS-LIG-IDX FROM 1 BY 1
051800         UNTIL WS-LIG-IDX > WS-LIG-QTD
051900     IF WS-LIG-ACHADO = ZEROS
052000        ADD 1                     TO WS-SEM-PAGAMENTOS
052100        ADD HIS-VALOR             TO WS-SEM-VALOR
052200        GO TO P430-FIM
052300     END-IF
052400     MOVE WS-LIG-COB (WS-LIG-ACHADO) TO WS-COB-IDX
052500     ADD 1                        TO
052600         WS-COB-PAGAMENTOS (WS-COB-IDX)
052700     ADD HIS-VALOR                TO
052800         WS-COB-RECUPERADO (WS-COB-IDX)
052900     .
053000 P430-FIM. EXIT.
053100 P435-ULTIMA-LIGACAO.
053200     IF WS-LIG-ID (WS-LIG-IDX) = HIS-ID-CONTATO AND
053300        WS-LIG-DATA (WS-LIG-IDX) NOT > HIS-DATA-MOV
053400        MOVE WS-LIG-IDX           TO WS-LIG-ACHADO
053500     END-IF
053600     .
053700 P435-FIM. EXIT.
053800******************************************************************
053900*    P600-IMPRIMIR - UMA LINHA POR COBRADOR, TOTAIS DA EQUIPE E  *
054000*                 OS PAGAMENTOS SEM LIGACAO ANTERIOR             *
054100******************************************************************
054200 P600-IMPRIMIR.
054300     MOVE SPACES                  TO WS-RIMP-LINHA
054400     STRING 'PERIODO: '           DELIMITED BY SIZE
054500            WS-DATA-INI           DELIMITED BY SIZE
054600            ' A '                 DELIMITED BY SIZE
054700            WS-DATA-FIM           DELIMITED BY SIZE
054800            INTO WS-RIMP-LINHA
054900     END-STRING
055000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
055100     MOVE SPACES                  TO WS-RIMP-LINHA
055200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
055300     MOVE 'COBRADOR  LIGACOES ATINGIDOS PROMESSAS PAGAMENTOS'
055400                                  TO WS-RIMP-LINHA
055500     MOVE 'VALOR RECUPERADO'      TO WS-RIMP-LINHA (55:16)
055600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
055700
055800     PERFORM P610-LINHA-COBRADOR  THRU P610-FIM
055900         VARYING WS-COB-IDX FROM 1 BY 1
056000         UNTIL WS-COB-IDX > WS-COB-QTD
056100
056200     MOVE SPACES                  TO WS-RIMP-LINHA
056300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
056400     MOVE SPACES                  TO WS-RIMP-LINHA
056500     MOVE 'TOTAL'                 TO WS-RIMP-LINHA (1:8)
056600     MOVE WS-TOT-LIGACOES         TO WS-RIMP-LINHA (10:7)
056700     MOVE WS-TOT-ATINGIDOS        TO WS-RIMP-LINHA (19:7)
056800     MOVE WS-TOT-PROMESSAS        TO WS-RIMP-LINHA (29:7)
056900     MOVE WS-TOT-PAGAMENTOS       TO WS-RIMP-LINHA (39:7)
057000     MOVE WS-TOT-RECUPERADO       TO WS-MSK-TOTAL
057100     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (54:17)
057200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
057300     MOVE SPACES                  TO WS-RIMP-LINHA
057400     MOVE 'SEM LIGACAO ANTERIOR NO PERIODO'
057500                                  TO WS-RIMP-LINHA (1:31)
057600     MOVE WS-SEM-PAGAMENTOS       TO WS-RIMP-LINHA (39:7)
057700     MOVE WS-SEM-VALOR            TO WS-MSK-TOTAL
057800     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (54:17)
057900     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
058000
058100     DISPLAY 'COBRADORES NO RELATORIO..: ' WS-COB-QTD
058200     DISPLAY 'LIGACOES NO PERIODO......: ' WS-TOT-LIGACOES
058300     DISPLAY 'PAGAMENTOS ATRIBUIDOS....: ' WS-TOT-PAGAMENTOS
058400     DISPLAY 'PAGAMENTOS SEM LIGACAO...: ' WS-SEM-PAGAMENTOS
058500     IF COB-TRANSBORDOU
058600        DISPLAY 'AVISO: MAIS DE ' WS-COB-MAX ' COBRADORES - OS '
058700                'EXCEDENTES NAO SAEM NO RELATORIO.'
058800        MOVE 04                   TO WS-RUN-RESULTADO
058900     END-IF
059000     .
059100 P600-FIM. EXIT.
059200 P610-LINHA-COBRADOR.
059300     ADD WS-COB-LIGACOES (WS-COB-IDX)   TO WS-TOT-LIGACOES
059400     ADD WS-COB-ATINGIDOS (WS-COB-IDX)  TO WS-TOT-ATINGIDOS
059500     ADD WS-COB-PROMESSAS (WS-COB-IDX)  TO WS-TOT-PROMESSAS
059600     ADD WS-COB-PAGAMENTOS (WS-COB-IDX) TO WS-TOT-PAGAMENTOS
059700     ADD WS-COB-RECUPERADO (WS-COB-IDX) TO WS-TOT-RECUPERADO
059800     MOVE SPACES                  TO WS-RIMP-LINHA
059900     MOVE WS-COB-CODIGO (WS-COB-IDX)     TO WS-RIMP-LINHA (1:8)
060000     MOVE WS-COB-LIGACOES (WS-COB-IDX)   TO WS-RIMP-LINHA (11:6)
060100     MOVE WS-COB-ATINGIDOS (WS-COB-IDX)  TO WS-RIMP-LINHA (20:6)
060200     MOVE WS-COB-PROMESSAS (WS-COB-IDX)  TO WS-RIMP-LINHA (30:6)
060300     MOVE WS-COB-PAGAMENTOS (WS-COB-IDX) TO WS-RIMP-LINHA (40:6)
060400     MOVE WS-COB-RECUPERADO (WS-COB-IDX) TO WS-MSK-TOTAL
060500     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (54:17)
060600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
060700     ADD 1                        TO WS-RUN-GRAVADOS
060800     .
060900 P610-FIM. EXIT.
061000******************************************************************
061100*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
061200******************************************************************
061300 P900-FIM.
061400     DISPLAY '*** FIM DOS RESULTADOS DA COBRANCA ***'
061500     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
061600     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
061700     STOP RUN.
061800
061900     COPY FSTATUS.
062000     COPY RUNLOG.
062100     COPY RELIMP.
