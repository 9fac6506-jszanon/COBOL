000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RELACS.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-03-28.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: RELATORIO SEMANAL DE ACESSOS DE CONSULTA A
000900*                 CONTATOS, POR OPERADOR. LE O LOG DE ACESSO
001000*                 (ACESSO.LOG, LAYOUT ACSREG) GRAVADO PELOS
001100*                 PROGRAMAS DE CONSULTA E, PARA O PERIODO DE
001200*                 DIAS=NN DIAS (PADRAO 07) TERMINADO EM
001300*                 FIM=AAAAMMDD (PADRAO HOJE), EMITE EM RELACS.LST:
001400*                 - POR OPERADOR, AS VISUALIZACOES (CONTATO ABERTO
001500*                   POR INTEIRO E LINHA DE LISTA DE PESQUISA), OS
001600*                   CONTATOS DISTINTOS VISTOS E OS CONTATOS VISTOS
001700*                   SEM NENHUMA ALTERACAO (AUDCTT), ANOTACAO
001800*                   (NOTAS) OU MOVIMENTO EFETIVADO (MOVHIST) NO
001900*                   PERIODO, DE QUALQUER OPERADOR;
002000*                 - O RESUMO DA EQUIPE COM A MEDIA DE
002100*                   VISUALIZACOES POR OPERADOR, MARCANDO QUEM
002200*                   PASSOU DE FATOR=NNN POR CENTO DA MEDIA (PADRAO
002300*                   200).
002400*                 A ATIVIDADE E PROCURADA NOS ARQUIVOS VIVOS
002500*                 (AUDCTT.LOG, NOTAS.DAT, MOVHIST.DAT) E NOS
002600*                 MENSAIS DOS MESES DO PERIODO (AUDCTT.AAAAMM DO
002700*                 AUDHKP, MOVHIST.AAAAMM DO FECMES); ARQUIVO
002800*                 INEXISTENTE E PULADO.
002900*                 DOIS SORTS: O PRIMEIRO JUNTA ACESSOS E ATIVIDADE
003000*                 POR CONTATO E MARCA CADA ACESSO SEM ATIVIDADE EM
003100*                 ACESSO.TMP; O SEGUNDO REORDENA ESSE ARQUIVO POR
003200*                 OPERADOR PARA A QUEBRA DO RELATORIO.
003300*                 RETURN-CODE: 00 = OK, 04 = HA OPERADOR ACIMA DA
003400*                 MEDIA, 08 = ERRO DE ARQUIVO.
003500*----------------------------------------------------------------*
003600*    HISTORICO DE ALTERACOES
003700*    DATA       AUTOR   DESCRICAO
003800*    ---------- ------- ----------------------------------------
003900*    2025-03-28 JSZ     PROGRAMA CRIADO (ACESSOS POR OPERADOR).
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SPECIAL-NAMES.
004400     DECIMAL-POINT IS COMMA.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ACESSO ASSIGN TO WS-ACESSO-DSN
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-FS-ACS.
005000     SELECT AUDITORIA ASSIGN TO WS-AUDITORIA-DSN
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-FS-AUD.
005300     SELECT NOTAS ASSIGN TO WS-NOTAS-DSN
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS NOTA-CHAVE
005700         FILE STATUS IS WS-FS-NOTA.
005800     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-FS-HIS.
006100     SELECT ACSWRK ASSIGN TO WS-ACSWRK-DSN
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-FS-WRK.
006400     SELECT SORTACS ASSIGN TO "SRTWK5".
006500     SELECT SORTOPE ASSIGN TO "SRTWK6".
006600     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-FS-RIMP.
006900     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-FS-RUN.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  ACESSO.
007500     COPY ACSREG.
007600 FD  AUDITORIA.
007700     COPY AUDREG.
007800 FD  NOTAS.
007900     COPY NOTAREG.
008000 FD  HISTORICO.
008100     COPY MOVHREG.
008200 FD  ACSWRK.
008300 01  REG-ACSWRK.
008400     03  WRK-OPERADOR             PIC X(08).
008500     03  WRK-ID-CONTATO           PIC 9(06).
008600     03  WRK-TIPO                 PIC X(01).
008700     03  WRK-SEM-ATIV             PIC X(01).
008800 FD  RELIMP.
008900 01  REG-RELIMP                   PIC X(132).
009000 FD  RUNCTL.
009100     COPY RUNREG.
009200*----------------------------------------------------------------*
009300*    SORT 1 - ACESSOS E ATIVIDADE POR CONTATO; NO MESMO CONTATO, *
009400*    A ATIVIDADE (ORIGEM 0) VEM ANTES DOS ACESSOS (ORIGEM 1)     *
009500*----------------------------------------------------------------*
009600 SD  SORTACS.
009700 01  SD-REG-ACS.
009800     03  SD-ID-CONTATO            PIC 9(06).
009900     03  SD-ORIGEM                PIC X(01).
010000         88  SD-E-ATIVIDADE       VALUE '0'.
010100         88  SD-E-ACESSO          VALUE '1'.
010200     03  SD-OPERADOR              PIC X(08).
010300     03  SD-TIPO                  PIC X(01).
010400*----------------------------------------------------------------*
010500*    SORT 2 - ACESSOS JA MARCADOS (ACESSO.TMP) POR OPERADOR      *
010600*----------------------------------------------------------------*
010700 SD  SORTOPE.
010800 01  SD-REG-OPE.
010900     03  SO-OPERADOR              PIC X(08).
011000     03  SO-ID-CONTATO            PIC 9(06).
011100     03  SO-TIPO                  PIC X(01).
011200     03  SO-SEM-ATIV              PIC X(01).
011300 WORKING-STORAGE SECTION.
011400 01  WS-ACESSO-DSN                PIC X(100) VALUE 'ACESSO.LOG'.
011500 01  WS-AUDITORIA-DSN             PIC X(100) VALUE 'AUDCTT.LOG'.
011600 01  WS-NOTAS-DSN                 PIC X(100) VALUE 'NOTAS.DAT'.
011700 01  WS-HISTORICO-DSN             PIC X(100) VALUE 'MOVHIST.DAT'.
011800 01  WS-ACSWRK-DSN                PIC X(100) VALUE 'ACESSO.TMP'.
011900 77  WS-FS                        PIC X(02) VALUE '00'.
012000 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
012100 77  WS-FS-ACS                    PIC X(02) VALUE '00'.
012200     88 FS-ACS-OK                 VALUE '00'.
012300 77  WS-FS-AUD                    PIC X(02) VALUE '00'.
012400     88 FS-AUD-OK                 VALUE '00'.
012500 77  WS-FS-NOTA                   PIC X(02) VALUE '00'.
012600     88 FS-NOTA-OK                VALUE '00'.
012700 77  WS-FS-HIS                    PIC X(02) VALUE '00'.
012800     88 FS-HIS-OK                 VALUE '00'.
012900 77  WS-FS-WRK                    PIC X(02) VALUE '00'.
013000     88 FS-WRK-OK                 VALUE '00'.
013100 77  WS-EOF-ENT                   PIC X(01) VALUE 'N'.
013200     88 EOF-ENT-OK                VALUE 'S' FALSE 'N'.
013300 77  WS-EOF-SAI                   PIC X(01) VALUE 'N'.
013400     88 EOF-SAI-OK                VALUE 'S' FALSE 'N'.
013500*----------------------------------------------------------------*
013600*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
013700*    DO P100-ANALISAR-PARM DO FECMES)                            *
013800*----------------------------------------------------------------*
013900 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
014000 01  WS-PARM-TOKENS.
014100     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
014200                                  INDEXED BY WS-PARM-IDX.
014300 77  WS-DATA-FIM                  PIC 9(08) VALUE ZEROS.
014400 77  WS-DIAS                      PIC 9(02) VALUE 07.
014500 77  WS-FATOR                     PIC 9(03) VALUE 200.
014600 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
014700 77  WS-DATA-INI                  PIC 9(08) VALUE ZEROS.
014800 77  WS-DIAS-AUX                  PIC 9(07) VALUE ZEROS.
014900*----------------------------------------------------------------*
015000*    MESES DO PERIODO, PARA OS ARQUIVOS MENSAIS AUDCTT.AAAAMM E  *
015100*    MOVHIST.AAAAMM (DIAS=99 ALCANCA NO MAXIMO CINCO MESES)      *
015200*----------------------------------------------------------------*
015300 01  WS-MES-TAB.
015400     03  WS-MES-ARQ               OCCURS 5 TIMES PIC X(06).
015500 77  WS-MES-QTD                   PIC 9(01) VALUE ZEROS.
015600 77  WS-MES-IDX                   PIC 9(01) VALUE ZEROS.
015700 01  WS-MES-CORRENTE.
015800     03  WS-MES-AAAA              PIC 9(04).
015900     03  WS-MES-MM                PIC 9(02).
016000*----------------------------------------------------------------*
016100*    CRUZAMENTO ACESSO X ATIVIDADE (SORT 1)                      *
016200*----------------------------------------------------------------*
016300 77  WS-CTT-ATUAL                 PIC 9(06) VALUE ZEROS.
016400 01  WS-SW-ATIVIDADE              PIC X(01) VALUE 'N'.
016500     88 TEM-ATIVIDADE             VALUE 'S' FALSE 'N'.
016600 77  WS-CONT-ACESSOS              PIC 9(06) VALUE ZEROS.
016700 77  WS-CONT-ATIVIDADES           PIC 9(06) VALUE ZEROS.
016800*----------------------------------------------------------------*
016900*    QUEBRA POR OPERADOR E POR CONTATO (SORT 2)                  *
017000*----------------------------------------------------------------*
017100 77  WS-OPER-ATUAL                PIC X(08) VALUE SPACES.
017200 01  WS-SW-GRUPO                  PIC X(01) VALUE 'N'.
017300     88 TEM-GRUPO                 VALUE 'S' FALSE 'N'.
017400 77  WS-OP-DETALHE                PIC 9(06) VALUE ZEROS.
017500 77  WS-OP-LISTA                  PIC 9(06) VALUE ZEROS.
017600 77  WS-OP-CONTATOS               PIC 9(06) VALUE ZEROS.
017700 77  WS-OP-SEM-ATIV               PIC 9(06) VALUE ZEROS.
017800 77  WS-CT-VISTAS                 PIC 9(06) VALUE ZEROS.
017900 77  WS-CT-SEM-ATIV               PIC X(01) VALUE 'N'.
018000*----------------------------------------------------------------*
018100*    TABELA DE TOTAIS POR OPERADOR PARA O RESUMO DA EQUIPE       *
018200*----------------------------------------------------------------*
018300 77  WS-TO-QTD                    PIC 9(03) VALUE ZEROS.
018400 77  WS-TO-IDX                    PIC 9(03) VALUE ZEROS.
018500 01  WS-TAB-OPER.
018600     03  WS-TO-ENT                OCCURS 200 TIMES.
018700         05  WS-TO-OPERADOR       PIC X(08).
018800         05  WS-TO-VISTAS         PIC 9(06).
018900         05  WS-TO-CONTATOS       PIC 9(06).
019000         05  WS-TO-SEM-ATIV       PIC 9(06).
019100 01  WS-SW-TO-CHEIA               PIC X(01) VALUE 'N'.
019200     88 TO-TRANSBORDOU            VALUE 'S'.
019300 77  WS-QTD-OPERADORES            PIC 9(04) VALUE ZEROS.
019400 77  WS-TOT-VISTAS                PIC 9(08) VALUE ZEROS.
019500 77  WS-MEDIA                     PIC 9(07)V99 VALUE ZEROS.
019600 77  WS-LIMITE                    PIC 9(07)V99 VALUE ZEROS.
019700 77  WS-CONT-ACIMA                PIC 9(04) VALUE ZEROS.
019800 01  WS-MSK-MEDIA                 PIC Z.ZZZ.ZZ9,99.
019900*----------------------------------------------------------------*
020000*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
020100*----------------------------------------------------------------*
020200 01  WS-RELIMP-DSN                PIC X(100) VALUE 'RELACS.LST'.
020300 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
020400     88 FS-RIMP-OK                VALUE '00'.
020500 01  WS-RIMP-TITULO               PIC X(40) VALUE
020600     'ACESSOS A CONTATOS POR OPERADOR'.
020700 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
020800 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
020900 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
021000 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
021100 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
021200 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
021300*----------------------------------------------------------------*
021400*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
021500*----------------------------------------------------------------*
021600 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
021700 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
021800     88 FS-RUN-OK                 VALUE '00'.
021900 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'RELACS'.
022000 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
022100 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
022200 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
022300 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
022400 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
022500 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
022600 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
022700 PROCEDURE DIVISION.
022800******************************************************************
022900*    0000-MAINLINE - ROTINA PRINCIPAL                            *
023000******************************************************************
023100 0000-MAINLINE.
023200     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
023300     DISPLAY '*** ACESSOS A CONTATOS POR OPERADOR (RELACS) ***'
023400     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
023500     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
023600     PERFORM P150-MONTAR-PERIODO  THRU P150-FIM
023700     DISPLAY 'PERIODO: ' WS-DATA-INI ' A ' WS-DATA-FIM
023800             ' (' WS-DIAS ' DIAS) - LIMITE ' WS-FATOR
023900             '% DA MEDIA'
024000
024100     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
024200     IF NOT FS-RIMP-OK
024300        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
024400                FUNCTION TRIM(WS-RELIMP-DSN)
024500        MOVE 08                   TO WS-RUN-RESULTADO
024600        GO TO 0000-ENCERRAR
024700     END-IF
024800     PERFORM P200-CABECALHO       THRU P200-FIM
024900
025000     PERFORM P300-CRUZAR-ACESSOS  THRU P300-FIM
025100     IF WS-RUN-RESULTADO = ZEROS
025200        PERFORM P500-RESUMIR-OPERADORES THRU P500-FIM
025300        PERFORM P700-MEDIA-EQUIPE THRU P700-FIM
025400     END-IF
025500     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
025600     .
025700 0000-ENCERRAR.
025800     PERFORM P900-FIM
025900     .
026000******************************************************************
026100*    P100-ANALISAR-PARM - QUEBRA A LINHA DE PARAMETROS EM TOKENS *
026200*                         E ARMA AS CHAVES DE EXECUCAO           *
026300******************************************************************
026400 P100-ANALISAR-PARM.
026500     MOVE SPACES                  TO WS-PARM-TOKENS
026600     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
026700         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
026800              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
026900              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
027000              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
027100              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
027200     END-UNSTRING
027300
027400     SET WS-PARM-IDX              TO 1
027500     PERFORM P110-ANALISAR-TOKEN
027600         VARYING WS-PARM-IDX FROM 1 BY 1
027700         UNTIL WS-PARM-IDX > 10
027800     .
027900 P100-FIM. EXIT.
028000******************************************************************
028100*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
028200******************************************************************
028300 P110-ANALISAR-TOKEN.
028400     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:4) = 'FIM='
028500        IF WS-PARM-TOKEN(WS-PARM-IDX) (5:8) IS NUMERIC
028600           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (5:8)
028700                                  TO WS-DATA-FIM
028800        ELSE
028900           DISPLAY 'PARAMETRO FIM= INVALIDO (USE AAAAMMDD) - '
029000                   'USANDO A DATA CORRENTE.'
029100        END-IF
029200     END-IF
029300     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:5) = 'DIAS='
029400        IF WS-PARM-TOKEN(WS-PARM-IDX) (6:2) IS NUMERIC AND
029500           WS-PARM-TOKEN(WS-PARM-IDX) (6:2) NOT = '00'
029600           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (6:2)
029700                                  TO WS-DIAS
029800        ELSE
029900           DISPLAY 'PARAMETRO DIAS= INVALIDO (USE 01 A 99) - '
030000                   'USANDO 07.'
030100        END-IF
030200     END-IF
030300     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:6) = 'FATOR='
030400        IF WS-PARM-TOKEN(WS-PARM-IDX) (7:3) IS NUMERIC AND
030500           WS-PARM-TOKEN(WS-PARM-IDX) (7:3) > '100'
030600           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (7:3)
030700                                  TO WS-FATOR
030800        ELSE
030900           DISPLAY 'PARAMETRO FATOR= INVALIDO (USE 101 A 999, '
031000                   'EM % DA MEDIA) - USANDO 200.'
031100        END-IF
031200     END-IF
031300     .
031400 P110-FIM. EXIT.
031500******************************************************************
031600*    P150-MONTAR-PERIODO - CALCULA O PRIMEIRO DIA DO PERIODO E   *
031700*                 A LISTA DE MESES DOS ARQUIVOS MENSAIS          *
031800******************************************************************
031900 P150-MONTAR-PERIODO.
032000     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
032100     IF WS-DATA-FIM = ZEROS
032200        MOVE WS-DATA-EXEC         TO WS-DATA-FIM
032300     END-IF
032400     COMPUTE WS-DIAS-AUX =
032500         FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)
032600     IF WS-DIAS-AUX = ZEROS
032700        DISPLAY 'DATA DE FIM= ' WS-DATA-FIM ' INVALIDA - '
032800                'USANDO A DATA CORRENTE.'
032900        MOVE WS-DATA-EXEC         TO WS-DATA-FIM
033000        COMPUTE WS-DIAS-AUX =
033100            FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)
033200     END-IF
033300     COMPUTE WS-DIAS-AUX = WS-DIAS-AUX - WS-DIAS + 1
033400     COMPUTE WS-DATA-INI = FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
033500
033600     MOVE ZEROS                   TO WS-MES-QTD
033700     MOVE WS-DATA-INI (1:6)       TO WS-MES-CORRENTE
033800     PERFORM P155-MES-DO-PERIODO  THRU P155-FIM
033900         UNTIL WS-MES-CORRENTE > WS-DATA-FIM (1:6)
034000            OR WS-MES-QTD = 5
034100     .
034200 P150-FIM. EXIT.
034300 P155-MES-DO-PERIODO.
034400     ADD 1                        TO WS-MES-QTD
034500     MOVE WS-MES-CORRENTE         TO WS-MES-ARQ (WS-MES-QTD)
034600     IF WS-MES-MM = 12
034700        MOVE 1                    TO WS-MES-MM
034800        ADD 1                     TO WS-MES-AAAA
034900     ELSE
035000        ADD 1                     TO WS-MES-MM
035100     END-IF
035200     .
035300 P155-FIM. EXIT.
035400******************************************************************
035500*    P200-CABECALHO - PERIODO E PARAMETROS NO INICIO DO RELATORIO*
035600******************************************************************
035700 P200-CABECALHO.
035800     MOVE SPACES                  TO WS-RIMP-LINHA
035900     STRING 'PERIODO: '           DELIMITED BY SIZE
036000            WS-DATA-INI           DELIMITED BY SIZE
036100            ' A '                 DELIMITED BY SIZE
036200            WS-DATA-FIM           DELIMITED BY SIZE
036300            ' ('                  DELIMITED BY SIZE
036400            WS-DIAS               DELIMITED BY SIZE
036500            ' DIAS) - LIMITE: '   DELIMITED BY SIZE
036600            WS-FATOR              DELIMITED BY SIZE
036700            '% DA MEDIA DA EQUIPE' DELIMITED BY SIZE
036800            INTO WS-RIMP-LINHA
036900     END-STRING
037000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
037100     MOVE SPACES                  TO WS-RIMP-LINHA
037200     MOVE 'SEM ATIVIDADE = CONTATO SEM ALTERACAO, ANOTACAO OU'
037300                                  TO WS-RIMP-LINHA
037400     MOVE 'MOVIMENTO EFETIVADO DE NENHUM OPERADOR NO PERIODO'
037500                                  TO WS-RIMP-LINHA (52:50)
037600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
037700     .
037800 P200-FIM. EXIT.
037900******************************************************************
038000*    P300-CRUZAR-ACESSOS - JUNTA ACESSOS E ATIVIDADE DO PERIODO  *
038100*                 POR CONTATO (INPUT PROCEDURE) E GRAVA CADA     *
038200*                 ACESSO MARCADO EM ACESSO.TMP (OUTPUT PROCEDURE)*
038300******************************************************************
038400 P300-CRUZAR-ACESSOS.
038500     SORT SORTACS
038600         ON ASCENDING KEY SD-ID-CONTATO SD-ORIGEM
038700         INPUT PROCEDURE  P310-SELECIONAR THRU P310-FIM
038800         OUTPUT PROCEDURE P400-MARCAR-ACESSOS THRU P400-FIM
038900     DISPLAY 'ACESSOS NO PERIODO.......: ' WS-CONT-ACESSOS
039000     DISPLAY 'REGISTROS DE ATIVIDADE...: ' WS-CONT-ATIVIDADES
039100     .
039200 P300-FIM. EXIT.
039300******************************************************************
039400*    P310-SELECIONAR - LIBERA PARA O SORT OS ACESSOS E TODA A    *
039500*                 ATIVIDADE DOS CONTATOS DENTRO DO PERIODO       *
039600******************************************************************
039700 P310-SELECIONAR.
039800     PERFORM P320-LER-ACESSOS     THRU P320-FIM
039900     IF WS-RUN-RESULTADO NOT = ZEROS
040000        GO TO P310-FIM
040100     END-IF
040200
040300     PERFORM P330-AUDITORIA-MENSAL THRU P330-FIM
040400         VARYING WS-MES-IDX FROM 1 BY 1
040500         UNTIL WS-MES-IDX > WS-MES-QTD
040600     MOVE 'AUDCTT.LOG'            TO WS-AUDITORIA-DSN
040700     PERFORM P335-VARRER-AUDITORIA THRU P335-FIM
040800
040900     PERFORM P340-VARRER-NOTAS    THRU P340-FIM
041000
041100     PERFORM P350-HISTORICO-MENSAL THRU P350-FIM
041200         VARYING WS-MES-IDX FROM 1 BY 1
041300         UNTIL WS-MES-IDX > WS-MES-QTD
041400     MOVE 'MOVHIST.DAT'           TO WS-HISTORICO-DSN
041500     PERFORM P355-VARRER-HISTORICO THRU P355-FIM
041600     .
041700 P310-FIM. EXIT.
041800******************************************************************
041900*    P320-LER-ACESSOS - ACESSO.LOG: OS ACESSOS DO PERIODO        *
042000******************************************************************
042100 P320-LER-ACESSOS.
042200     MOVE '00'                    TO WS-FS-ACS
042300     OPEN INPUT ACESSO
042400     IF WS-FS-ACS = '35'
042500        DISPLAY 'LOG DE ACESSO (ACESSO.LOG) AINDA NAO EXISTE.'
042600        GO TO P320-FIM
042700     END-IF
042800     IF NOT FS-ACS-OK
042900        MOVE WS-FS-ACS            TO WS-FS
043000        PERFORM 9000-TRADUZIR-FS
043100        DISPLAY 'ERRO AO ABRIR O LOG DE ACESSO: ' WS-FS-MSG
043200        MOVE 08                   TO WS-RUN-RESULTADO
043300        GO TO P320-FIM
043400     END-IF
043500     SET EOF-ENT-OK               TO FALSE
043600     PERFORM P325-TRATAR-ACESSO   THRU P325-FIM
043700         UNTIL EOF-ENT-OK
043800     CLOSE ACESSO
043900     .
044000 P320-FIM. EXIT.
044100 P325-TRATAR-ACESSO.
044200     READ ACESSO
044300         AT END
044400             SET EOF-ENT-OK       TO TRUE
044500             GO TO P325-FIM
044600     END-READ
044700     IF ACS-DATA-HORA (1:8) < WS-DATA-INI OR
044800        ACS-DATA-HORA (1:8) > WS-DATA-FIM
044900        GO TO P325-FIM
045000     END-IF
045100     ADD 1                        TO WS-CONT-ACESSOS
045200     MOVE ACS-ID-CONTATO          TO SD-ID-CONTATO
045300     SET SD-E-ACESSO              TO TRUE
045400     MOVE ACS-OPERADOR            TO SD-OPERADOR
045500     MOVE ACS-TIPO                TO SD-TIPO
045600     RELEASE SD-REG-ACS
045700     .
045800 P325-FIM. EXIT.
045900******************************************************************
046000*    P330/P335 - AUDITORIA: ARQUIVOS MENSAIS DO PERIODO E O VIVO *
046100******************************************************************
046200 P330-AUDITORIA-MENSAL.
046300     MOVE SPACES                  TO WS-AUDITORIA-DSN
046400     STRING 'AUDCTT.'             DELIMITED BY SIZE
046500            WS-MES-ARQ (WS-MES-IDX) DELIMITED BY SIZE
046600            INTO WS-AUDITORIA-DSN
046700     END-STRING
046800     PERFORM P335-VARRER-AUDITORIA THRU P335-FIM
046900     .
047000 P330-FIM. EXIT.
047100 P335-VARRER-AUDITORIA.
047200     MOVE '00'                    TO WS-FS-AUD
047300     OPEN INPUT AUDITORIA
047400     IF WS-FS-AUD = '35'
047500        GO TO P335-FIM
047600     END-IF
047700     IF NOT FS-AUD-OK
047800        MOVE WS-FS-AUD            TO WS-FS
047900        PERFORM 9000-TRADUZIR-FS
048000        DISPLAY 'ERRO AO ABRIR ' FUNCTION TRIM(WS-AUDITORIA-DSN)
048100                ': ' WS-FS-MSG
048200        MOVE 08                   TO WS-RUN-RESULTADO
048300        GO TO P335-FIM
048400     END-IF
048500     SET EOF-ENT-OK               TO FALSE
048600     PERFORM P336-TRATAR-AUDITORIA THRU P336-FIM
048700         UNTIL EOF-ENT-OK
048800     CLOSE AUDITORIA
048900     .
049000 P335-FIM. EXIT.
049100 P336-TRATAR-AUDITORIA.
049200     READ AUDITORIA
049300         AT END
049400             SET EOF-ENT-OK       TO TRUE
049500             GO TO P336-FIM
049600     END-READ
049700     IF AUD-DATA-HORA (1:8) < WS-DATA-INI OR
049800        AUD-DATA-HORA (1:8) > WS-DATA-FIM
049900        GO TO P336-FIM
050000     END-IF
050100     MOVE AUD-ID-CONTATO          TO SD-ID-CONTATO
050200     MOVE AUD-OPERADOR            TO SD-OPERADOR
050300     PERFORM P390-LIBERAR-ATIVIDADE THRU P390-FIM
050400     .
050500 P336-FIM. EXIT.
050600******************************************************************
050700*    P340-VARRER-NOTAS - NOTAS.DAT: ANOTACOES GRAVADAS NO PERIODO*
050800******************************************************************
050900 P340-VARRER-NOTAS.
051000     MOVE '00'                    TO WS-FS-NOTA
051100     OPEN INPUT NOTAS
051200     IF WS-FS-NOTA = '35'
051300        GO TO P340-FIM
051400     END-IF
051500     IF NOT FS-NOTA-OK
051600        MOVE WS-FS-NOTA           TO WS-FS
051700        PERFORM 9000-TRADUZIR-FS
051800        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE NOTAS: ' WS-FS-MSG
051900        MOVE 08                   TO WS-RUN-RESULTADO
052000        GO TO P340-FIM
052100     END-IF
052200     SET EOF-ENT-OK               TO FALSE
052300     PERFORM P345-TRATAR-NOTA     THRU P345-FIM
052400         UNTIL EOF-ENT-OK
052500     CLOSE NOTAS
052600     .
052700 P340-FIM. EXIT.
052800 P345-TRATAR-NOTA.
052900     READ NOTAS NEXT
053000         AT END
053100             SET EOF-ENT-OK       TO TRUE
053200             GO TO P345-FIM
053300     END-READ
053400     IF NOTA-DATA-HORA (1:8) < WS-DATA-INI OR
053500        NOTA-DATA-HORA (1:8) > WS-DATA-FIM
053600        GO TO P345-FIM
053700     END-IF
053800     MOVE NOTA-ID-CONTATO         TO SD-ID-CONTATO
053900     MOVE NOTA-OPERADOR           TO SD-OPERADOR
054000     PERFORM P390-LIBERAR-ATIVIDADE THRU P390-FIM
054100     .
054200 P345-FIM. EXIT.
054300******************************************************************
054400*    P350/P355 - MOVIMENTOS EFETIVADOS: MENSAIS DO PERIODO E O   *
054500*                 VIVO. VALE O MOVIMENTO OU A EFETIVACAO DENTRO  *
054600*                 DO PERIODO                                     *
054700******************************************************************
054800 P350-HISTORICO-MENSAL.
054900     MOVE SPACES                  TO WS-HISTORICO-DSN
055000     STRING 'MOVHIST.'            DELIMITED BY SIZE
055100            WS-MES-ARQ (WS-MES-IDX) DELIMITED BY SIZE
055200            INTO WS-HISTORICO-DSN
055300     END-STRING
055400     PERFORM P355-VARRER-HISTORICO THRU P355-FIM
055500     .
055600 P350-FIM. EXIT.
055700 P355-VARRER-HISTORICO.
055800     MOVE '00'                    TO WS-FS-HIS
055900     OPEN INPUT HISTORICO
056000     IF WS-FS-HIS = '35'
056100        GO TO P355-FIM
056200     END-IF
056300     IF NOT FS-HIS-OK
056400        MOVE WS-FS-HIS            TO WS-FS
056500        PERFORM 9000-TRADUZIR-FS
056600        DISPLAY 'ERRO AO ABRIR ' FUNCTION TRIM(WS-HISTORICO-DSN)
056700                ': ' WS-FS-MSG
056800        MOVE 08                   TO WS-RUN-RESULTADO
056900        GO TO P355-FIM
057000     END-IF
057100     SET EOF-ENT-OK               TO FALSE
057200     PERFORM P356-TRATAR-HISTORICO THRU P356-FIM
057300         UNTIL EOF-ENT-OK
057400     CLOSE HISTORICO
057500     .
057600 P355-FIM. EXIT.
057700 P356-TRATAR-HISTORICO.
057800     READ HISTORICO
057900         AT END
058000             SET EOF-ENT-OK       TO TRUE
058100             GO TO P356-FIM
058200     END-READ
058300     IF (HIS-DATA-MOV  < WS-DATA-INI OR
058400         HIS-DATA-MOV  > WS-DATA-FIM) AND
058500        (HIS-DATA-POST < WS-DATA-INI OR
058600         HIS-DATA-POST > WS-DATA-FIM)
058700        GO TO P356-FIM
058800     END-IF
058900     MOVE HIS-ID-CONTATO          TO SD-ID-CONTATO
059000     MOVE SPACES                  TO SD-OPERADOR
059100     PERFORM P390-LIBERAR-ATIVIDADE THRU P390-FIM
059200     .
059300 P356-FIM. EXIT.
059400******************************************************************
059500*    P390-LIBERAR-ATIVIDADE - LIBERA UM REGISTRO DE ATIVIDADE    *
059600******************************************************************
059700 P390-LIBERAR-ATIVIDADE.
059800     ADD 1                        TO WS-CONT-ATIVIDADES
059900     SET SD-E-ATIVIDADE           TO TRUE
060000     MOVE SPACES                  TO SD-TIPO
060100     RELEASE SD-REG-ACS
060200     .
060300 P390-FIM. EXIT.
060400******************************************************************
060500*    P400-MARCAR-ACESSOS - DEVOLVE ACESSOS E ATIVIDADE POR       *
060600*                 CONTATO E GRAVA CADA ACESSO EM ACESSO.TMP COM A*
060700*                 MARCA DE SEM ATIVIDADE NO PERIODO              *
060800******************************************************************
060900 P400-MARCAR-ACESSOS.
061000     IF WS-RUN-RESULTADO NOT = ZEROS
061100        GO TO P400-FIM
061200     END-IF
061300     MOVE '00'                    TO WS-FS-WRK
061400     OPEN OUTPUT ACSWRK
061500     IF NOT FS-WRK-OK
061600        MOVE WS-FS-WRK            TO WS-FS
061700        PERFORM 9000-TRADUZIR-FS
061800        DISPLAY 'ERRO AO CRIAR O ARQUIVO DE TRABALHO: ' WS-FS-MSG
061900        MOVE 08                   TO WS-RUN-RESULTADO
062000        GO TO P400-FIM
062100     END-IF
062200     MOVE ZEROS                   TO WS-CTT-ATUAL
062300     SET TEM-ATIVIDADE            TO FALSE
062400     SET EOF-SAI-OK               TO FALSE
062500     PERFORM P410-TRATAR-CONTATO  THRU P410-FIM
062600         UNTIL EOF-SAI-OK
062700     CLOSE ACSWRK
062800     .
062900 P400-FIM. EXIT.
063000 P410-TRATAR-CONTATO.
063100     RETURN SORTACS
063200         AT END
063300             SET EOF-SAI-OK       TO TRUE
063400             GO TO P410-FIM
063500     END-RETURN
063600     IF SD-ID-CONTATO NOT = WS-CTT-ATUAL
063700        MOVE SD-ID-CONTATO        TO WS-CTT-ATUAL
063800        SET TEM-ATIVIDADE         TO FALSE
063900     END-IF
064000     IF SD-E-ATIVIDADE
064100        SET TEM-ATIVIDADE         TO TRUE
064200        GO TO P410-FIM
064300     END-IF
064400
064500     MOVE SD-OPERADOR             TO WRK-OPERADOR
064600     MOVE SD-ID-CONTATO           TO WRK-ID-CONTATO
064700     MOVE SD-TIPO                 TO WRK-TIPO
064800     IF TEM-ATIVIDADE
064900        MOVE 'N'                  TO WRK-SEM-ATIV
065000     ELSE
065100        MOVE 'S'                  TO WRK-SEM-ATIV
065200     END-IF
065300     WRITE REG-ACSWRK
065400     .
065500 P410-FIM. EXIT.
065600******************************************************************
065700*    P500-RESUMIR-OPERADORES - REORDENA ACESSO.TMP POR OPERADOR E*
065800*                 CONTATO E EMITE A SECAO DE CADA OPERADOR       *
065900******************************************************************
066000 P500-RESUMIR-OPERADORES.
066100     MOVE SPACES                  TO WS-RIMP-LINHA
066200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
066300     MOVE 'ACESSOS POR OPERADOR'  TO WS-RIMP-LINHA
066400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
066500
066600     SORT SORTOPE
066700         ON ASCENDING KEY SO-OPERADOR SO-ID-CONTATO
066800         USING ACSWRK
066900         OUTPUT PROCEDURE P510-EMITIR-OPERADORES THRU P510-FIM
067000     .
067100 P500-FIM. EXIT.
067200 P510-EMITIR-OPERADORES.
067300     SET TEM-GRUPO                TO FALSE
067400     SET EOF-SAI-OK               TO FALSE
067500     PERFORM P520-TRATAR-ACESSO   THRU P520-FIM
067600         UNTIL EOF-SAI-OK
067700     IF TEM-GRUPO
067800        PERFORM P560-FECHAR-OPERADOR THRU P560-FIM
067900     ELSE
068000        MOVE SPACES               TO WS-RIMP-LINHA
068100        MOVE '(NENHUM ACESSO REGISTRADO NO PERIODO)'
068200                                  TO WS-RIMP-LINHA
068300        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
068400     END-IF
068500     .
068600 P510-FIM. EXIT.
068700******************************************************************
068800*    P520-TRATAR-ACESSO - QUEBRA POR OPERADOR E POR CONTATO      *
068900******************************************************************
069000 P520-TRATAR-ACESSO.
069100     RETURN SORTOPE
069200         AT END
069300             SET EOF-SAI-OK       TO TRUE
069400             GO TO P520-FIM
069500     END-RETURN
069600     IF TEM-GRUPO AND SO-OPERADOR NOT = WS-OPER-ATUAL
069700        PERFORM P560-FECHAR-OPERADOR THRU P560-FIM
069800     END-IF
069900     IF NOT TEM-GRUPO
070000        PERFORM P530-ABRIR-OPERADOR THRU P530-FIM
070100     END-IF
070200     IF SO-ID-CONTATO NOT = WS-CTT-ATUAL
070300        PERFORM P550-FECHAR-CONTATO THRU P550-FIM
070400        MOVE SO-ID-CONTATO        TO WS-CTT-ATUAL
070500        MOVE SO-SEM-ATIV          TO WS-CT-SEM-ATIV
070600     END-IF
070700
070800     ADD 1                        TO WS-CT-VISTAS
070900     IF SO-TIPO = 'D'
071000        ADD 1                     TO WS-OP-DETALHE
071100     ELSE
071200        ADD 1                     TO WS-OP-LISTA
071300     END-IF
071400     .
071500 P520-FIM. EXIT.
071600 P530-ABRIR-OPERADOR.
071700     MOVE SO-OPERADOR             TO WS-OPER-ATUAL
071800     MOVE ZEROS                   TO WS-OP-DETALHE WS-OP-LISTA
071900                                     WS-OP-CONTATOS WS-OP-SEM-ATIV
072000                                     WS-CT-VISTAS
072100     MOVE SO-ID-CONTATO           TO WS-CTT-ATUAL
072200     MOVE SO-SEM-ATIV             TO WS-CT-SEM-ATIV
072300     SET TEM-GRUPO                TO TRUE
072400
072500     MOVE SPACES                  TO WS-RIMP-LINHA
072600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
072700     STRING 'OPERADOR: '          DELIMITED BY SIZE
072800            WS-OPER-ATUAL         DELIMITED BY SIZE
072900            INTO WS-RIMP-LINHA
073000     END-STRING
073100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
073200     .
073300 P530-FIM. EXIT.
073400******************************************************************
073500*    P550-FECHAR-CONTATO - CONTA O CONTATO E, SE NAO TEVE        *
073600*                 ATIVIDADE NO PERIODO, LISTA-O NA SECAO         *
073700******************************************************************
073800 P550-FECHAR-CONTATO.
073900     ADD 1                        TO WS-OP-CONTATOS
074000     IF WS-CT-SEM-ATIV = 'S'
074100        IF WS-OP-SEM-ATIV = ZEROS
074200           MOVE SPACES            TO WS-RIMP-LINHA
074300           MOVE '  CONTATOS VISTOS SEM ATIVIDADE NO PERIODO:'
074400                                  TO WS-RIMP-LINHA
074500           PERFORM 9810-REL-DETALHE THRU 9810-FIM
074600        END-IF
074700        ADD 1                     TO WS-OP-SEM-ATIV
074800        MOVE SPACES               TO WS-RIMP-LINHA
074900        STRING '    CONTATO '     DELIMITED BY SIZE
075000               WS-CTT-ATUAL       DELIMITED BY SIZE
075100               ' - '              DELIMITED BY SIZE
075200               WS-CT-VISTAS       DELIMITED BY SIZE
075300               ' VISUALIZACAO(OES)' DELIMITED BY SIZE
075400               INTO WS-RIMP-LINHA
075500        END-STRING
075600        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
075700     END-IF
075800     MOVE ZEROS                   TO WS-CT-VISTAS
075900     .
076000 P550-FIM. EXIT.
076100******************************************************************
076200*    P560-FECHAR-OPERADOR - TOTAIS DO OPERADOR E GUARDA NA TABELA*
076300*                 PARA O RESUMO DA EQUIPE                        *
076400******************************************************************
076500 P560-FECHAR-OPERADOR.
076600     PERFORM P550-FECHAR-CONTATO  THRU P550-FIM
076700     MOVE SPACES                  TO WS-RIMP-LINHA
076800     STRING '  TOTAL: DETALHE '   DELIMITED BY SIZE
076900            WS-OP-DETALHE         DELIMITED BY SIZE
077000            '  LISTA '            DELIMITED BY SIZE
077100            WS-OP-LISTA           DELIMITED BY SIZE
077200            '  CONTATOS DISTINTOS ' DELIMITED BY SIZE
077300            WS-OP-CONTATOS        DELIMITED BY SIZE
077400            '  SEM ATIVIDADE '    DELIMITED BY SIZE
077500            WS-OP-SEM-ATIV        DELIMITED BY SIZE
077600            INTO WS-RIMP-LINHA
077700     END-STRING
077800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
077900
078000     ADD 1                        TO WS-QTD-OPERADORES
078100     COMPUTE WS-TOT-VISTAS =
078200         WS-TOT-VISTAS + WS-OP-DETALHE + WS-OP-LISTA
078300     IF WS-TO-QTD < 200
078400        ADD 1                     TO WS-TO-QTD
078500        MOVE WS-OPER-ATUAL        TO WS-TO-OPERADOR (WS-TO-QTD)
078600        COMPUTE WS-TO-VISTAS (WS-TO-QTD) =
078700            WS-OP-DETALHE + WS-OP-LISTA
078800        MOVE WS-OP-CONTATOS       TO WS-TO-CONTATOS (WS-TO-QTD)
078900        MOVE WS-OP-SEM-ATIV       TO WS-TO-SEM-ATIV (WS-TO-QTD)
079000     ELSE
079100        SET TO-TRANSBORDOU        TO TRUE
079200     END-IF
079300     SET TEM-GRUPO                TO FALSE
079400     .
079500 P560-FIM. EXIT.
079600******************************************************************
079700*    P700-MEDIA-EQUIPE - MEDIA DE VISUALIZACOES POR OPERADOR E   *
079800*                 QUEM PASSOU DO LIMITE (FATOR% DA MEDIA)        *
079900******************************************************************
080000 P700-MEDIA-EQUIPE.
080100     IF WS-QTD-OPERADORES = ZEROS
080200        GO TO P700-FIM
080300     END-IF
080400     COMPUTE WS-MEDIA ROUNDED =
080500         WS-TOT-VISTAS / WS-QTD-OPERADORES
080600     COMPUTE WS-LIMITE ROUNDED =
080700         WS-MEDIA * WS-FATOR / 100
080800
080900     MOVE SPACES                  TO WS-RIMP-LINHA
081000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
081100     MOVE 'RESUMO DA EQUIPE'      TO WS-RIMP-LINHA
081200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
081300     MOVE WS-MEDIA                TO WS-MSK-MEDIA
081400     MOVE SPACES                  TO WS-RIMP-LINHA
081500     STRING 'OPERADORES: '        DELIMITED BY SIZE
081600            WS-QTD-OPERADORES     DELIMITED BY SIZE
081700            '  VISUALIZACOES: '   DELIMITED BY SIZE
081800            WS-TOT-VISTAS         DELIMITED BY SIZE
081900            '  MEDIA POR OPERADOR: ' DELIMITED BY SIZE
082000            WS-MSK-MEDIA          DELIMITED BY SIZE
082100            INTO WS-RIMP-LINHA
082200     END-STRING
082300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
082400     MOVE WS-LIMITE               TO WS-MSK-MEDIA
082500     MOVE SPACES                  TO WS-RIMP-LINHA
082600     STRING 'LIMITE ('            DELIMITED BY SIZE
082700            WS-FATOR              DELIMITED BY SIZE
082800            '% DA MEDIA): '       DELIMITED BY SIZE
082900            WS-MSK-MEDIA          DELIMITED BY SIZE
083000            ' VISUALIZACOES'      DELIMITED BY SIZE
083100            INTO WS-RIMP-LINHA
083200     END-STRING
083300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
083400     MOVE SPACES                  TO WS-RIMP-LINHA
083500     MOVE 'OPERADOR   VISUALIZ. CONTATOS SEM ATIV.'
083600                                  TO WS-RIMP-LINHA
083700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
083800
083900     PERFORM P710-LINHA-OPERADOR  THRU P710-FIM
084000         VARYING WS-TO-IDX FROM 1 BY 1
084100         UNTIL WS-TO-IDX > WS-TO-QTD
084200     IF TO-TRANSBORDOU
084300        MOVE SPACES               TO WS-RIMP-LINHA
084400        MOVE '(MAIS DE 200 OPERADORES - OS EXCEDENTES ENTRAM NA'
084500                                  TO WS-RIMP-LINHA
084600        MOVE ' MEDIA MAS NAO SAO LISTADOS NESTE RESUMO)'
084700                                  TO WS-RIMP-LINHA (51:41)
084800        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
084900     END-IF
085000
085100     DISPLAY ' '
085200     DISPLAY '*** RESUMO DA EQUIPE ***'
085300     DISPLAY 'OPERADORES...............: ' WS-QTD-OPERADORES
085400     DISPLAY 'VISUALIZACOES............: ' WS-TOT-VISTAS
085500     MOVE WS-MEDIA                TO WS-MSK-MEDIA
085600     DISPLAY 'MEDIA POR OPERADOR.......: ' WS-MSK-MEDIA
085700     DISPLAY 'ACIMA DO LIMITE..........: ' WS-CONT-ACIMA
085800     IF WS-CONT-ACIMA > ZEROS
085900        MOVE 04                   TO WS-RUN-RESULTADO
086000     END-IF
086100     .
086200 P700-FIM. EXIT.
086300 P710-LINHA-OPERADOR.
086400     MOVE SPACES                  TO WS-RIMP-LINHA
086500     MOVE WS-TO-OPERADOR (WS-TO-IDX) TO WS-RIMP-LINHA (1:8)
086600     MOVE WS-TO-VISTAS (WS-TO-IDX)   TO WS-RIMP-LINHA (12:6)
086700     MOVE WS-TO-CONTATOS (WS-TO-IDX) TO WS-RIMP-LINHA (22:6)
086800     MOVE WS-TO-SEM-ATIV (WS-TO-IDX) TO WS-RIMP-LINHA (31:6)
086900     IF WS-TO-VISTAS (WS-TO-IDX) > WS-LIMITE
087000        ADD 1                     TO WS-CONT-ACIMA
087100        MOVE '<<< ACIMA DA MEDIA DA EQUIPE'
087200                                  TO WS-RIMP-LINHA (41:28)
087300        DISPLAY 'ACIMA DA MEDIA: ' WS-TO-OPERADOR (WS-TO-IDX)
087400                ' - ' WS-TO-VISTAS (WS-TO-IDX) ' VISUALIZACOES'
087500     END-IF
087600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
087700     .
087800 P710-FIM. EXIT.
087900******************************************************************
088000*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
088100******************************************************************
088200 P900-FIM.
088300     MOVE WS-CONT-ACESSOS         TO WS-RUN-LIDOS
088400     MOVE WS-QTD-OPERADORES       TO WS-RUN-GRAVADOS
088500     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
088600     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
088700     STOP RUN.
088800
088900     COPY FSTATUS.
089000     COPY RUNLOG.
089100     COPY RELIMP.
