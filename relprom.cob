000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RELPROM.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-04-25.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: RELATORIO MENSAL DO CUMPRIMENTO DAS PROMESSAS
000900*                 DE PAGAMENTO (PROMESSAS.DAT, APURADAS PELO
001000*                 CONFPROM). ENTRAM AS PROMESSAS COM DATA
001100*                 PROMETIDA NO MES DO PARAMETRO MES=AAAAMM (SEM
001200*                 ELE, O MES CORRENTE); AS CANCELADAS NO CADPROM
001300*                 FICAM FORA DAS CONTAGENS. PRIMEIRO UMA LINHA POR
001400*                 DEVEDOR, DEPOIS UMA POR OPERADOR QUE REGISTROU
001500*                 A PROMESSA (O COBRADOR DONO DA FILA, QUANDO
001600*                 VEIO DO TRABCOB), COM QUANTIDADE, CUMPRIDAS,
001700*                 CUMPRIDAS EM PARTE, QUEBRADAS, AINDA ABERTAS, A
001800*                 TAXA DE CUMPRIMENTO (CUMPRIDAS SOBRE APURADAS) E
001900*                 OS VALORES PROMETIDO E PAGO. LISTAGEM EM
002000*                 RELPROM.LST.
002100*----------------------------------------------------------------*
002200*    HISTORICO DE ALTERACOES
002300*    DATA       AUTOR   DESCRICAO
002400*    ---------- ------- ----------------------------------------
002500*    2025-04-25 JSZ     PROGRAMA CRIADO (CUMPRIMENTO DAS
002600*                       PROMESSAS).
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.
003100     DECIMAL-POINT IS COMMA.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PROMESSAS ASSIGN TO WS-PROMESSAS-DSN
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS PRM-CHAVE
003800         FILE STATUS IS WS-FS-PRM.
003900     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS ID-CONTATO
004300         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004400         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004500             SUPPRESS WHEN SPACES
004600         FILE STATUS IS WS-FS.
004700     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-FS-RIMP.
005000     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-FS-RUN.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  PROMESSAS.
005600     COPY PROMREG.
005700 FD  CONTATOS.
005800     COPY CONTREG.
005900 FD  RELIMP.
006000 01  REG-RELIMP                   PIC X(132).
006100 FD  RUNCTL.
006200     COPY RUNREG.
006300 WORKING-STORAGE SECTION.
006400 01  WS-PROMESSAS-DSN             PIC X(100)
006500         VALUE 'PROMESSAS.DAT'.
006600 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
006700 77  WS-FS                        PIC X(02) VALUE '00'.
006800     88 FS-OK                     VALUE '00'.
006900 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
007000 77  WS-FS-PRM                    PIC X(02) VALUE '00'.
007100     88 FS-PRM-OK                 VALUE '00'.
007200 77  WS-EOF-ENT                   PIC X(01) VALUE 'N'.
007300     88 EOF-ENT-OK                VALUE 'S' FALSE 'N'.
007400 01  WS-CTT-SW                    PIC X(01) VALUE 'N'.
007500     88 CTT-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
007600*----------------------------------------------------------------*
007700*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
007800*    DO P100-ANALISAR-PARM DO FECMES)                            *
007900*----------------------------------------------------------------*
008000 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
008100 01  WS-PARM-TOKENS.
008200     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
008300                                  INDEXED BY WS-PARM-IDX.
008400 77  WS-MES-REL                   PIC 9(06) VALUE ZEROS.
008500 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
008600*----------------------------------------------------------------*
008700*    CONTAGEM DE UMA LINHA DO RELATORIO (DEVEDOR OU OPERADOR) -  *
008800*    MESMO FORMATO DE WS-COB-CONTAGEM                            *
008900*----------------------------------------------------------------*
009000 01  WS-CONTAGEM.
009100     03  WS-CNT-TOTAL             PIC 9(05).
009200     03  WS-CNT-CUMPRIDAS         PIC 9(05).
009300     03  WS-CNT-PARCIAIS          PIC 9(05).
009400     03  WS-CNT-QUEBRADAS         PIC 9(05).
009500     03  WS-CNT-ABERTAS           PIC 9(05).
009600     03  WS-CNT-PROMETIDO         PIC 9(11)V99.
009700     03  WS-CNT-PAGO              PIC 9(11)V99.
009800 77  WS-CNT-APURADAS              PIC 9(05) VALUE ZEROS.
009900 77  WS-TAXA                      PIC 9(03)V9 VALUE ZEROS.
010000 01  WS-MSK-TAXA                  PIC ZZ9,9.
010100 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
010200*----------------------------------------------------------------*
010300*    QUEBRA POR DEVEDOR (PROMESSAS.DAT VEM NA ORDEM DO CONTATO)  *
010400*----------------------------------------------------------------*
010500 77  WS-DEV-ID                    PIC 9(06) VALUE ZEROS.
010600 01  WS-DEV-CONTAGEM.
010700     03  WS-DEV-TOTAL             PIC 9(05).
010800     03  WS-DEV-CUMPRIDAS         PIC 9(05).
010900     03  WS-DEV-PARCIAIS          PIC 9(05).
011000     03  WS-DEV-QUEBRADAS         PIC 9(05).
011100     03  WS-DEV-ABERTAS           PIC 9(05).
011200     03  WS-DEV-PROMETIDO         PIC 9(11)V99.
011300     03  WS-DEV-PAGO              PIC 9(11)V99.
011400 77  WS-NM-DEVEDOR                PIC X(30) VALUE SPACES.
011500 77  WS-CONT-DEVEDORES            PIC 9(06) VALUE ZEROS.
011600*----------------------------------------------------------------*
011700*    TOTAIS POR OPERADOR DA PROMESSA                             *
011800*----------------------------------------------------------------*
011900 77  WS-COB-QTD                   PIC 9(03) VALUE ZEROS.
012000 77  WS-COB-MAX                   PIC 9(03) VALUE 200.
012100 01  WS-TAB-COBRADORES.
012200     03  WS-COB-ENT               OCCURS 200 TIMES.
012300         05  WS-COB-CODIGO        PIC X(08).
012400         05  WS-COB-CONTAGEM.
012500             07  WS-COB-TOTAL     PIC 9(05).
012600             07  WS-COB-CUMPRIDAS PIC 9(05).
012700             07  WS-COB-PARCIAIS  PIC 9(05).
012800             07  WS-COB-QUEBRADAS PIC 9(05).
012900             07  WS-COB-ABERTAS   PIC 9(05).
013000             07  WS-COB-PROMETIDO PIC 9(11)V99.
013100             07  WS-COB-PAGO      PIC 9(11)V99.
013200 77  WS-COB-IDX                   PIC 9(03) VALUE ZEROS.
013300 77  WS-COB-ACHADO                PIC 9(03) VALUE ZEROS.
013400 77  WS-COB-BUSCA                 PIC X(08) VALUE SPACES.
013500 01  WS-SW-COB-TRANSB             PIC X(01) VALUE 'N'.
013600     88 COB-TRANSBORDOU           VALUE 'S' FALSE 'N'.
013700*----------------------------------------------------------------*
013800*    TOTAIS GERAIS                                               *
013900*----------------------------------------------------------------*
014000 01  WS-TOT-CONTAGEM.
014100     03  WS-TOT-TOTAL             PIC 9(05).
014200     03  WS-TOT-CUMPRIDAS         PIC 9(05).
014300     03  WS-TOT-PARCIAIS          PIC 9(05).
014400     03  WS-TOT-QUEBRADAS         PIC 9(05).
014500     03  WS-TOT-ABERTAS           PIC 9(05).
014600     03  WS-TOT-PROMETIDO         PIC 9(11)V99.
014700     03  WS-TOT-PAGO              PIC 9(11)V99.
014800 77  WS-TOT-CANCELADAS            PIC 9(05) VALUE ZEROS.
014900*----------------------------------------------------------------*
015000*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
015100*----------------------------------------------------------------*
015200 01  WS-RELIMP-DSN                PIC X(100) VALUE 'RELPROM.LST'.
015300 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
015400     88 FS-RIMP-OK                VALUE '00'.
015500 01  WS-RIMP-TITULO               PIC X(40) VALUE
015600     'CUMPRIMENTO DAS PROMESSAS DE PAGAMENTO'.
015700 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
015800 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
015900 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
016000 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
016100 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
016200 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
016300*----------------------------------------------------------------*
016400*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
016500*----------------------------------------------------------------*
016600 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
016700 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
016800     88 FS-RUN-OK                 VALUE '00'.
016900 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'RELPROM'.
017000 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
017100 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
017200 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
017300 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
017400 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
017500 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
017600 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
017700 PROCEDURE DIVISION.
017800******************************************************************
017900*    0000-MAINLINE - ROTINA PRINCIPAL                            *
018000******************************************************************
018100 0000-MAINLINE.
018200     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
018300     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
018400     DISPLAY '*** CUMPRIMENTO DAS PROMESSAS DE PAGAMENTO '
018500             '(RELPROM) ***'
018600     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
018700     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
018800     IF WS-MES-REL = ZEROS
018900        ACCEPT WS-DATA-EXEC       FROM DATE YYYYMMDD
019000        MOVE WS-DATA-EXEC (1:6)   TO WS-MES-REL
019100     END-IF
019200     DISPLAY 'MES DE REFERENCIA: ' WS-MES-REL
019300
019400     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
019500     IF NOT FS-RIMP-OK
019600        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
019700                FUNCTION TRIM(WS-RELIMP-DSN)
019800        MOVE 08                   TO WS-RUN-RESULTADO
019900        PERFORM P900-FIM
020000     END-IF
020100
020200     MOVE ZEROS                   TO WS-TAB-COBRADORES
020300     MOVE ZEROS                   TO WS-TOT-CONTAGEM
020400     PERFORM P200-DEVEDORES       THRU P200-FIM
020500     PERFORM P600-COBRADORES      THRU P600-FIM
020600     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
020700     PERFORM P900-FIM
020800     .
020900******************************************************************
021000*    P100-ANALISAR-PARM - SEPARA OS PARAMETROS DA LINHA DE       *
021100*                 COMANDO EM TOKENS                              *
021200******************************************************************
021300 P100-ANALISAR-PARM.
021400     MOVE SPACES                  TO WS-PARM-TOKENS
021500     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
021600         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
021700              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
021800              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
021900              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
022000              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
022100     END-UNSTRING
022200
022300     SET WS-PARM-IDX              TO 1
022400     PERFORM P110-ANALISAR-TOKEN
022500         VARYING WS-PARM-IDX FROM 1 BY 1
022600         UNTIL WS-PARM-IDX > 10
022700     .
022800 P100-FIM. EXIT.
022900******************************************************************
023000*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
023100******************************************************************
023200 P110-ANALISAR-TOKEN.
023300     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:4) = 'MES='
023400        IF WS-PARM-TOKEN(WS-PARM-IDX) (5:6) IS NUMERIC
023500           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (5:6)
023600                                  TO WS-MES-REL
023700        ELSE
023800           DISPLAY 'PARAMETRO MES= INVALIDO (USE AAAAMM) - '
023900                   'USANDO O MES CORRENTE.'
024000        END-IF
024100     END-IF
024200     .
024300 P110-FIM. EXIT.
024400******************************************************************
024500*    P200-DEVEDORES - LE PROMESSAS.DAT NA ORDEM DA CHAVE, COM    *
024600*                 QUEBRA POR CONTATO, ACUMULANDO O OPERADOR E O  *
024700*                 TOTAL GERAL                                    *
024800******************************************************************
024900 P200-DEVEDORES.
025000     MOVE '00'                    TO WS-FS-PRM
025100     OPEN INPUT PROMESSAS
025200     IF NOT FS-PRM-OK
025300        DISPLAY 'NENHUMA PROMESSA REGISTRADA (PROMESSAS.DAT NAO '
025400                'ENCONTRADO).'
025500        GO TO P200-FIM
025600     END-IF
025700     SET CTT-ARQ-ABERTO           TO FALSE
025800     OPEN INPUT CONTATOS
025900     IF FS-OK
026000        SET CTT-ARQ-ABERTO        TO TRUE
026100     ELSE
026200        DISPLAY 'AVISO: CONTATOS.DAT INDISPONIVEL - DEVEDORES '
026300                'SAEM SEM O NOME.'
026400     END-IF
026500
026600     MOVE 'POR DEVEDOR'           TO WS-RIMP-LINHA
026700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
026800     MOVE 'ID     NOME'           TO WS-RIMP-LINHA
026900     PERFORM P710-CABECALHO       THRU P710-FIM
027000
027100     MOVE ZEROS                   TO WS-DEV-ID
027200     MOVE ZEROS                   TO WS-DEV-CONTAGEM
027300     SET EOF-ENT-OK               TO FALSE
027400     PERFORM P210-LER-PROMESSA    THRU P210-FIM
027500         UNTIL EOF-ENT-OK
027600     IF WS-DEV-ID NOT = ZEROS
027700        PERFORM P250-LINHA-DEVEDOR THRU P250-FIM
027800     END-IF
027900
028000     IF CTT-ARQ-ABERTO
028100        CLOSE CONTATOS
028200     END-IF
028300     CLOSE PROMESSAS
028400     .
028500 P200-FIM. EXIT.
028600 P210-LER-PROMESSA.
028700     READ PROMESSAS NEXT RECORD
028800         AT END
028900             SET EOF-ENT-OK        TO TRUE
029000             GO TO P210-FIM
029100     END-READ
029200     ADD 1                        TO WS-RUN-LIDOS
029300     IF PRM-DT-PROMETIDA (1:6) NOT = WS-MES-REL
029400        GO TO P210-FIM
029500     END-IF
029600     IF PRM-CANCELADA
029700        ADD 1                     TO WS-TOT-CANCELADAS
029800        GO TO P210-FIM
029900     END-IF
030000
030100     IF PRM-ID-CONTATO NOT = WS-DEV-ID
030200        IF WS-DEV-ID NOT = ZEROS
030300           PERFORM P250-LINHA-DEVEDOR THRU P250-FIM
030400        END-IF
030500        MOVE PRM-ID-CONTATO       TO WS-DEV-ID
030600        MOVE ZEROS                TO WS-DEV-CONTAGEM
030700     END-IF
030800
030900     MOVE WS-DEV-CONTAGEM         TO WS-CONTAGEM
031000     PERFORM P220-CONTAR          THRU P220-FIM
031100     MOVE WS-CONTAGEM             TO WS-DEV-CONTAGEM
031200
031300     MOVE PRM-OPERADOR            TO WS-COB-BUSCA
031400     PERFORM P260-OBTER-COBRADOR  THRU P260-FIM
031500     IF WS-COB-ACHADO NOT = ZEROS
031600        MOVE WS-COB-CONTAGEM (WS-COB-ACHADO) TO WS-CONTAGEM
031700        PERFORM P220-CONTAR       THRU P220-FIM
031800        MOVE WS-CONTAGEM          TO
031900             WS-COB-CONTAGEM (WS-COB-ACHADO)
032000     END-IF
032100
032200     MOVE WS-TOT-CONTAGEM         TO WS-CONTAGEM
032300     PERFORM P220-CONTAR          THRU P220-FIM
032400     MOVE WS-CONTAGEM             TO WS-TOT-CONTAGEM
032500     .
032600 P210-FIM. EXIT.
032700******************************************************************
032800*    P220-CONTAR - SOMA A PROMESSA CORRENTE EM WS-CONTAGEM       *
032900******************************************************************
033000 P220-CONTAR.
033100     ADD 1                        TO WS-CNT-TOTAL
033200     EVALUATE TRUE
033300         WHEN PRM-CUMPRIDA
033400             ADD 1                TO WS-CNT-CUMPRIDAS
033500         WHEN PRM-PARCIAL
033600             ADD 1                TO WS-CNT-PARCIAIS
033700         WHEN PRM-QUEBRADA
033800             ADD 1                TO WS-CNT-QUEBRADAS
033900         WHEN OTHER
034000             ADD 1                TO WS-CNT-ABERTAS
034100     END-EVALUATE
034200     ADD PRM-VALOR                TO WS-CNT-PROMETIDO
034300     ADD PRM-VALOR-PAGO           TO WS-CNT-PAGO
034400     .
034500 P220-FIM. EXIT.
034600******************************************************************
034700*    P250-LINHA-DEVEDOR - IMPRIME A LINHA DO DEVEDOR QUE ACABOU  *
034800******************************************************************
034900 P250-LINHA-DEVEDOR.
035000     MOVE '(NAO CADASTRADO)'      TO WS-NM-DEVEDOR
035100     IF CTT-ARQ-ABERTO
035200        MOVE WS-DEV-ID            TO ID-CONTATO
035300        READ CONTATOS
035400            INVALID KEY
035500                CONTINUE
035600            NOT INVALID KEY
035700                MOVE NM-CONTATO   TO WS-NM-DEVEDOR
035800        END-READ
035900     END-IF
036000     ADD 1                        TO WS-CONT-DEVEDORES
036100     MOVE WS-DEV-CONTAGEM         TO WS-CONTAGEM
036200     MOVE SPACES                  TO WS-RIMP-LINHA
036300     MOVE WS-DEV-ID               TO WS-RIMP-LINHA (1:6)
036400     MOVE WS-NM-DEVEDOR           TO WS-RIMP-LINHA (8:30)
036500     PERFORM P700-FORMATAR        THRU P700-FIM
036600     .
036700 P250-FIM. EXIT.
036800******************************************************************
036900*    P260-OBTER-COBRADOR - DEVOLVE EM WS-COB-ACHADO A POSICAO DE *
037000*                 WS-COB-BUSCA NA TABELA, INCLUINDO O OPERADOR   *
037100*                 QUANDO AINDA NAO ESTA (ZEROS SE A TABELA       *
037200*                 ENCHEU)                                        *
037300******************************************************************
037400 P260-OBTER-COBRADOR.
037500     MOVE ZEROS                   TO WS-COB-ACHADO
037600     PERFORM P265-COMPARAR-COBRADOR THRU P265-FIM
037700         VARYING WS-COB-IDX FROM 1 BY 1
037800         UNTIL WS-COB-IDX > WS-COB-QTD
037900            OR WS-COB-ACHADO NOT = ZEROS
038000     IF WS-COB-ACHADO NOT = ZEROS
038100        GO TO P260-FIM
038200     END-IF
038300     IF WS-COB-QTD >= WS-COB-MAX
038400        SET COB-TRANSBORDOU       TO TRUE
038500        GO TO P260-FIM
038600     END-IF
038700     ADD 1                        TO WS-COB-QTD
038800     MOVE WS-COB-BUSCA            TO WS-COB-CODIGO (WS-COB-QTD)
038900     MOVE WS-COB-QTD              TO WS-COB-ACHADO
039000     .
039100 P260-FIM. EXIT.
039200 P265-COMPARAR-COBRADOR.
039300     IF WS-COB-CODIGO (WS-COB-IDX) = WS-COB-BUSCA
039400        MOVE WS-COB-IDX           TO WS-COB-ACHADO
039500     END-IF
039600     .
039700 P265-FIM. EXIT.
039800******************************************************************
039900*    P600-COBRADORES - UMA LINHA POR OPERADOR E O TOTAL GERAL    *
040000******************************************************************
040100 P600-COBRADORES.
040200     MOVE SPACES                  TO WS-RIMP-LINHA
040300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
040400     MOVE 'POR COBRADOR'          TO WS-RIMP-LINHA
040500     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
040600     MOVE 'COBRADOR'              TO WS-RIMP-LINHA
040700     PERFORM P710-CABECALHO       THRU P710-FIM
040800     PERFORM P610-LINHA-COBRADOR  THRU P610-FIM
040900         VARYING WS-COB-IDX FROM 1 BY 1
041000         UNTIL WS-COB-IDX > WS-COB-QTD
041100
041200     MOVE SPACES                  TO WS-RIMP-LINHA
041300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
041400     MOVE WS-TOT-CONTAGEM         TO WS-CONTAGEM
041500     MOVE SPACES                  TO WS-RIMP-LINHA
041600     MOVE 'TOTAL'                 TO WS-RIMP-LINHA (1:8)
041700     PERFORM P700-FORMATAR        THRU P700-FIM
041800     MOVE SPACES                  TO WS-RIMP-LINHA
041900     STRING 'CANCELADAS NO MES (FORA DAS CONTAGENS): '
042000                                  DELIMITED BY SIZE
042100            WS-TOT-CANCELADAS     DELIMITED BY SIZE
042200            INTO WS-RIMP-LINHA
042300     END-STRING
042400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
042500
042600     DISPLAY 'PROMESSAS DO MES.........: ' WS-TOT-TOTAL
042700     DISPLAY '  CUMPRIDAS..............: ' WS-TOT-CUMPRIDAS
042800     DISPLAY '  CUMPRIDAS EM PARTE.....: ' WS-TOT-PARCIAIS
042900     DISPLAY '  QUEBRADAS..............: ' WS-TOT-QUEBRADAS
043000     DISPLAY '  AINDA ABERTAS..........: ' WS-TOT-ABERTAS
043100     DISPLAY 'CANCELADAS (FORA)........: ' WS-TOT-CANCELADAS
043200     DISPLAY 'DEVEDORES NO RELATORIO...: ' WS-CONT-DEVEDORES
043300     DISPLAY 'COBRADORES NO RELATORIO..: ' WS-COB-QTD
043400     IF COB-TRANSBORDOU
043500        DISPLAY 'AVISO: MAIS DE ' WS-COB-MAX ' OPERADORES - OS '
043600                'EXCEDENTES SO ENTRAM NO TOTAL.'
043700        MOVE 04                   TO WS-RUN-RESULTADO
043800     END-IF
043900     .
044000 P600-FIM. EXIT.
044100 P610-LINHA-COBRADOR.
044200     MOVE WS-COB-CONTAGEM (WS-COB-IDX) TO WS-CONTAGEM
044300     MOVE SPACES                  TO WS-RIMP-LINHA
044400     MOVE WS-COB-CODIGO (WS-COB-IDX) TO WS-RIMP-LINHA (1:8)
044500     PERFORM P700-FORMATAR        THRU P700-FIM
044600     .
044700 P610-FIM. EXIT.
044800******************************************************************
044900*    P700-FORMATAR - COMPLETA A LINHA COM AS COLUNAS DE          *
045000*                 WS-CONTAGEM E A GRAVA. TAXA = CUMPRIDAS SOBRE  *
045100*                 APURADAS (CUMPRIDAS, EM PARTE E QUEBRADAS); SEM*
045200*                 APURADAS SAI UM TRACO                          *
045300******************************************************************
045400 P700-FORMATAR.
045500     MOVE WS-CNT-TOTAL            TO WS-RIMP-LINHA (40:5)
045600     MOVE WS-CNT-CUMPRIDAS        TO WS-RIMP-LINHA (46:5)
045700     MOVE WS-CNT-PARCIAIS         TO WS-RIMP-LINHA (52:5)
045800     MOVE WS-CNT-QUEBRADAS        TO WS-RIMP-LINHA (58:5)
045900     MOVE WS-CNT-ABERTAS          TO WS-RIMP-LINHA (64:5)
046000     COMPUTE WS-CNT-APURADAS = WS-CNT-CUMPRIDAS + WS-CNT-PARCIAIS
046100                             + WS-CNT-QUEBRADAS
046200     IF WS-CNT-APURADAS = ZEROS
046300        MOVE '    -'              TO WS-RIMP-LINHA (70:5)
046400     ELSE
046500        COMPUTE WS-TAXA ROUNDED =
046600            WS-CNT-CUMPRIDAS * 100 / WS-CNT-APURADAS
046700        MOVE WS-TAXA              TO WS-MSK-TAXA
046800        MOVE WS-MSK-TAXA          TO WS-RIMP-LINHA (70:5)
046900     END-IF
047000     MOVE WS-CNT-PROMETIDO        TO WS-MSK-TOTAL
047100     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (77:17)
047200     MOVE WS-CNT-PAGO             TO WS-MSK-TOTAL
047300     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (96:17)
047400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
047500     ADD 1                        TO WS-RUN-GRAVADOS
047600     .
047700 P700-FIM. EXIT.
047800******************************************************************
047900*    P710-CABECALHO - COMPLETA E GRAVA O CABECALHO DAS COLUNAS   *
048000*                 (A PRIMEIRA COLUNA JA VEM EM WS-RIMP-LINHA)    *
048100******************************************************************
048200 P710-CABECALHO.
048300     MOVE 'TOTAL CUMPR PARCI QUEBR ABERT TAXA%'
048400                                  TO WS-RIMP-LINHA (40:35)
048500     MOVE '    VALOR PROMETIDO'   TO WS-RIMP-LINHA (75:19)
048600     MOVE '       VALOR PAGO'     TO WS-RIMP-LINHA (96:17)
048700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
048800     .
048900 P710-FIM. EXIT.
049000******************************************************************
049100*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
049200******************************************************************
049300 P900-FIM.
049400     DISPLAY '*** FIM DO CUMPRIMENTO DAS PROMESSAS ***'
049500     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
049600     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
049700     STOP RUN.
049800
049900     COPY FSTATUS.
050000     COPY DSNENV.
050100     COPY RUNLOG.
050200     COPY RELIMP.
