000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PROVDIA.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-07-11.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: PROVA DIARIA DE FECHAMENTO DA ESTEIRA DE
000900*                 EFETIVACAO. RODA DEPOIS DO POSTSAL (DATA DA
001000*                 EFETIVACAO = HOJE, OU PARAMETRO DATA=AAAAMMDD
001100*                 QUANDO A ESTEIRA VIROU A MEIA-NOITE) E FAZ DUAS
001200*                 PROVAS:
001300*                 1. GERADO = DESTINO: OS MOVIMENTOS DE
001400*                    MOVCTT.DAT, POR ORIGEM (RETBANC, JURCTT,
001500*                    ESTMOV, CADMOV/APRCTT, CADRET E DEMAIS
001600*                    LOTES), CONTRA O QUE O POSTSAL APLICOU NA
001700*                    DATA (MOVHIST.DAT), RETEVE (MOVRET.DAT) E
001800*                    REJEITOU (MOVREJ.DAT) - EM QUANTIDADE,
001900*                    CREDITOS E DEBITOS. AS CONTAGENS DO RETBANC,
002000*                    DO JURCTT E DO POSTSAL EM RUNCTL.DAT TAMBEM
002100*                    PRECISAM BATER COM O ARQUIVO.
002200*                 2. SALDO: O SALDO TOTAL DA FOTOGRAFIA ANTERIOR
002300*                    (SALDODIA.DAT, LAYOUT SLDDREG) MAIS O LIQUIDO
002400*                    DOS LANCAMENTOS EFETIVADOS DESDE ENTAO EM
002500*                    MOVHIST.DAT TEM DE SER IGUAL A SOMA ATUAL DO
002600*                    SALDO-CONTATO DE CONTATOS.DAT.
002700*                 A FOTOGRAFIA DO DIA E GRAVADA EM SALDODIA.DAT E
002800*                 A PROVA SAI EM UMA PAGINA (PROVDIA.LST).
002900*                 RETURN-CODE: 00 = PROVA FECHADA, 04 = SEM
003000*                 FOTOGRAFIA ANTERIOR (PRIMEIRA EXECUCAO - SO A
003100*                 PROVA 1 FOI FEITA), 08 = FORA DE BALANCO OU ERRO
003200*                 DE ARQUIVO. COM AS LINHAS 'FECMES=PROVDIA*',
003300*                 'EXTLOTE=PROVDIA*' E 'REMBANC=PROVDIA*' EM
003400*                 JOBDEP.DAT, O CHKRUN SEGURA ESSES PASSOS
003500*                 ENQUANTO A PROVA ESTIVER FORA DE BALANCO.
003600*----------------------------------------------------------------*
003700*    HISTORICO DE ALTERACOES
003800*    DATA       AUTOR   DESCRICAO
003900*    ---------- ------- ----------------------------------------
004000*    2025-07-11 JSZ     PROGRAMA CRIADO (PROVA DIARIA DA
004100*                       EFETIVACAO).
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SPECIAL-NAMES.
004600     DECIMAL-POINT IS COMMA.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT MOVIMENTOS ASSIGN TO WS-MOVIMENTOS-DSN
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-FS-MOV.
005200     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-FS-HIS.
005500     SELECT RETIDOS ASSIGN TO WS-RETIDOS-DSN
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-FS-RET.
005800     SELECT REJEITADOS ASSIGN TO WS-REJEITADOS-DSN
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-FS-REJ.
006100     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS SEQUENTIAL
006400         RECORD KEY IS ID-CONTATO
006500         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
006600         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
006700             SUPPRESS WHEN SPACES
006800         FILE STATUS IS WS-FS.
006900     SELECT SALDODIA ASSIGN TO WS-SALDODIA-DSN
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-FS-SDD.
007200     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-FS-RIMP.
007500     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-FS-RUN.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  MOVIMENTOS.
008100     COPY MOVREG.
008200 FD  HISTORICO.
008300     COPY MOVHREG.
008400 FD  RETIDOS.
008500     COPY MOVRREG.
008600 FD  REJEITADOS.
008700     COPY MOVJREG.
008800 FD  CONTATOS.
008900     COPY CONTREG.
009000 FD  SALDODIA.
009100     COPY SLDDREG.
009200 FD  RELIMP.
009300 01  REG-RELIMP                   PIC X(132).
009400 FD  RUNCTL.
009500     COPY RUNREG.
009600 WORKING-STORAGE SECTION.
009700 01  WS-MOVIMENTOS-DSN            PIC X(100) VALUE 'MOVCTT.DAT'.
009800 01  WS-HISTORICO-DSN             PIC X(100) VALUE 'MOVHIST.DAT'.
009900 01  WS-RETIDOS-DSN               PIC X(100) VALUE 'MOVRET.DAT'.
010000 01  WS-REJEITADOS-DSN            PIC X(100) VALUE 'MOVREJ.DAT'.
010100 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
010200 01  WS-SALDODIA-DSN              PIC X(100) VALUE 'SALDODIA.DAT'.
010300 77  WS-FS                        PIC X(02) VALUE '00'.
010400     88 FS-OK                     VALUE '00'.
010500 77  WS-FS-MOV                    PIC X(02) VALUE '00'.
010600     88 FS-MOV-OK                 VALUE '00'.
010700 77  WS-FS-HIS                    PIC X(02) VALUE '00'.
010800     88 FS-HIS-OK                 VALUE '00'.
010900 77  WS-FS-RET                    PIC X(02) VALUE '00'.
011000     88 FS-RET-OK                 VALUE '00'.
011100 77  WS-FS-REJ                    PIC X(02) VALUE '00'.
011200     88 FS-REJ-OK                 VALUE '00'.
011300 77  WS-FS-SDD                    PIC X(02) VALUE '00'.
011400     88 FS-SDD-OK                 VALUE '00'.
011500 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
011600 77  WS-EOF                       PIC X(01) VALUE 'N'.
011700     88 EOF-OK                    VALUE 'S' FALSE 'N'.
011800 01  WS-ARQUIVOS-SW               PIC X(01) VALUE 'N'.
011900     88 ARQUIVOS-LIDOS            VALUE 'S' FALSE 'N'.
012000*----------------------------------------------------------------*
012100*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
012200*    DO P100-ANALISAR-PARM DO DIARCTB)                           *
012300*----------------------------------------------------------------*
012400 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
012500 01  WS-PARM-TOKENS.
012600     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
012700                                  INDEXED BY WS-PARM-IDX.
012800 77  WS-DATA-POST                 PIC 9(08) VALUE ZEROS.
012900 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
013000 77  WS-HORA-EXEC                 PIC 9(08) VALUE ZEROS.
013100 01  WS-DATA-BR                   PIC X(10) VALUE SPACES.
013200 77  WS-DATA-FMT                  PIC 9(08) VALUE ZEROS.
013300*----------------------------------------------------------------*
013400*    LINHAS DA PROVA 1: 1 A 6 = ORIGENS DO MOVIMENTO GERADO,     *
013500*    7 A 9 = DESTINOS NA EFETIVACAO                              *
013600*----------------------------------------------------------------*
013700 01  WS-TAB-ROTULOS-VAL.
013800     03  FILLER                   PIC X(40) VALUE
013900         'RETBANC - PAGAMENTOS (PAGTOBANCO)'.
014000     03  FILLER                   PIC X(40) VALUE
014100         'JURCTT - JUROS DE MORA (JUROS)'.
014200     03  FILLER                   PIC X(40) VALUE
014300         'ESTMOV - ESTORNOS (ESTORNO)'.
014400     03  FILLER                   PIC X(40) VALUE
014500         'CADMOV/APRCTT - DIGITADOS'.
014600     03  FILLER                   PIC X(40) VALUE
014700         'CADRET - RETIDOS LIBERADOS'.
014800     03  FILLER                   PIC X(40) VALUE
014900         'DEMAIS LOTES'.
015000     03  FILLER                   PIC X(40) VALUE
015100         'APLICADOS (MOVHIST.DAT)'.
015200     03  FILLER                   PIC X(40) VALUE
015300         'RETIDOS (MOVRET.DAT)'.
015400     03  FILLER                   PIC X(40) VALUE
015500         'REJEITADOS (MOVREJ.DAT)'.
015600 01  WS-TAB-ROTULOS REDEFINES WS-TAB-ROTULOS-VAL.
015700     03  WS-ROTULO                PIC X(40) OCCURS 9 TIMES.
015800 01  WS-TAB-LINHAS.
015900     03  WS-LIN-ENT               OCCURS 9 TIMES.
016000         05  WS-LIN-QTD           PIC 9(07).
016100         05  WS-LIN-CRED          PIC 9(13)V99.
016200         05  WS-LIN-DEB           PIC 9(13)V99.
016300 77  WS-LIN-IDX                   PIC 9(02) VALUE ZEROS.
016400 77  WS-ORIGEM                    PIC 9(02) VALUE ZEROS.
016500 77  WS-ACM-TIPO                  PIC X(01) VALUE SPACES.
016600 77  WS-ACM-VALOR                 PIC 9(09)V99 VALUE ZEROS.
016700 77  WS-GER-QTD                   PIC 9(07) VALUE ZEROS.
016800 77  WS-GER-CRED                  PIC 9(13)V99 VALUE ZEROS.
016900 77  WS-GER-DEB                   PIC 9(13)V99 VALUE ZEROS.
017000 77  WS-DST-QTD                   PIC 9(07) VALUE ZEROS.
017100 77  WS-DST-CRED                  PIC 9(13)V99 VALUE ZEROS.
017200 77  WS-DST-DEB                   PIC 9(13)V99 VALUE ZEROS.
017300 77  WS-DIF-QTD                   PIC S9(07) VALUE ZEROS.
017400 77  WS-DIF-CRED                  PIC S9(13)V99 VALUE ZEROS.
017500 77  WS-DIF-DEB                   PIC S9(13)V99 VALUE ZEROS.
017600*----------------------------------------------------------------*
017700*    CONTAGENS DO CONTROLE DE EXECUCOES DA DATA (RUNCTL.DAT)     *
017800*----------------------------------------------------------------*
017900 01  WS-RB-SW                     PIC X(01) VALUE 'N'.
018000     88 RB-EXECUTOU               VALUE 'S' FALSE 'N'.
018100 77  WS-RB-GRAVADOS               PIC 9(07) VALUE ZEROS.
018200 01  WS-JR-SW                     PIC X(01) VALUE 'N'.
018300     88 JR-EXECUTOU               VALUE 'S' FALSE 'N'.
018400 77  WS-JR-GRAVADOS               PIC 9(07) VALUE ZEROS.
018500 01  WS-PS-SW                     PIC X(01) VALUE 'N'.
018600     88 PS-EXECUTOU               VALUE 'S' FALSE 'N'.
018700 77  WS-PS-LIDOS                  PIC 9(07) VALUE ZEROS.
018800 77  WS-PS-RESULTADO              PIC 9(02) VALUE ZEROS.
018900 77  WS-PS-ULT-FIM                PIC 9(14) VALUE ZEROS.
019000 77  WS-EOF-RUN                   PIC X(01) VALUE 'N'.
019100     88 EOF-RUN-OK                VALUE 'S' FALSE 'N'.
019200 77  WS-CONF-PROGRAMA             PIC X(08) VALUE SPACES.
019300 01  WS-CONF-EXECUTOU-SW          PIC X(01) VALUE 'N'.
019400     88 CONF-EXECUTOU             VALUE 'S' FALSE 'N'.
019500 77  WS-CONF-RUNCTL               PIC 9(07) VALUE ZEROS.
019600 77  WS-CONF-ARQUIVO              PIC 9(07) VALUE ZEROS.
019700 77  WS-CONF-TEXTO                PIC X(30) VALUE SPACES.
019800*----------------------------------------------------------------*
019900*    PROVA 2: SALDO TOTAL DA CARTEIRA                            *
020000*----------------------------------------------------------------*
020100 01  WS-SDA-SW                    PIC X(01) VALUE 'N'.
020200     88 SDA-ACHADA                VALUE 'S' FALSE 'N'.
020300 77  WS-SDA-DATA                  PIC 9(08) VALUE ZEROS.
020400 77  WS-SDA-TOTAL                 PIC S9(13)V99 VALUE ZEROS.
020500 77  WS-NET-CRED                  PIC 9(13)V99 VALUE ZEROS.
020600 77  WS-NET-DEB                   PIC 9(13)V99 VALUE ZEROS.
020700 77  WS-SALDO-CALC                PIC S9(13)V99 VALUE ZEROS.
020800 77  WS-SALDO-ATUAL               PIC S9(13)V99 VALUE ZEROS.
020900 77  WS-DIF-SALDO                 PIC S9(13)V99 VALUE ZEROS.
021000 77  WS-QTD-CONTATOS              PIC 9(06) VALUE ZEROS.
021100*----------------------------------------------------------------*
021200*    RESULTADO DA PROVA                                          *
021300*----------------------------------------------------------------*
021400 77  WS-CONT-DIVERGENCIAS         PIC 9(02) VALUE ZEROS.
021500*----------------------------------------------------------------*
021600*    MASCARAS DE EDICAO (MESMO ESTILO DO RELSALDO)               *
021700*----------------------------------------------------------------*
021800 01  WS-MSK-QTD                   PIC -ZZZ.ZZ9.
021900 01  WS-MSK-TOTAL                 PIC -$$$.$$$.$$$.$$9,99.
022000*----------------------------------------------------------------*
022100*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
022200*----------------------------------------------------------------*
022300 01  WS-RELIMP-DSN                PIC X(100) VALUE 'PROVDIA.LST'.
022400 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
022500     88 FS-RIMP-OK                VALUE '00'.
022600 01  WS-RIMP-TITULO               PIC X(40) VALUE
022700     'PROVA DIARIA DA EFETIVACAO'.
022800 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
022900 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 60.
023000 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
023100 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
023200 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
023300 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
023400*----------------------------------------------------------------*
023500*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
023600*----------------------------------------------------------------*
023700 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
023800 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
023900     88 FS-RUN-OK                 VALUE '00'.
024000 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'PROVDIA'.
024100 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
024200 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
024300 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
024400 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
024500 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
024600 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
024700 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
024800 PROCEDURE DIVISION.
024900******************************************************************
025000*    0000-MAINLINE - ROTINA PRINCIPAL                            *
025100******************************************************************
025200 0000-MAINLINE.
025300     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
025400     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
025500     DISPLAY '*** PROVA DIARIA DA EFETIVACAO (PROVDIA) ***'
025600     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
025700     ACCEPT WS-HORA-EXEC          FROM TIME
025800     MOVE WS-DATA-EXEC            TO WS-DATA-POST
025900     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
026000     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
026100     DISPLAY 'DATA DA EFETIVACAO: ' WS-DATA-POST
026200
026300     SET ARQUIVOS-LIDOS           TO FALSE
026400     PERFORM P200-LER-ARQUIVOS    THRU P200-FIM
026500     IF NOT ARQUIVOS-LIDOS
026600        MOVE 08                   TO WS-RUN-RESULTADO
026700        GO TO 0000-ENCERRAR
026800     END-IF
026900
027000     PERFORM P600-CONFERIR        THRU P600-FIM
027100     IF WS-CONT-DIVERGENCIAS > ZEROS
027200        MOVE 08                   TO WS-RUN-RESULTADO
027300     ELSE
027400        IF NOT SDA-ACHADA
027500           MOVE 04                TO WS-RUN-RESULTADO
027600        END-IF
027700     END-IF
027800
027900     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
028000     IF NOT FS-RIMP-OK
028100        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
028200                FUNCTION TRIM(WS-RELIMP-DSN)
028300        MOVE 08                   TO WS-RUN-RESULTADO
028400        GO TO 0000-ENCERRAR
028500     END-IF
028600     PERFORM P700-EMITIR-PROVA    THRU P700-FIM
028700     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
028800     PERFORM P750-GRAVAR-FOTOGRAFIA THRU P750-FIM
028900     PERFORM P800-RESUMO          THRU P800-FIM
029000     .
029100 0000-ENCERRAR.
029200     PERFORM P900-FIM
029300     .
029400******************************************************************
029500*    P100-ANALISAR-PARM - QUEBRA A LINHA DE PARAMETROS EM TOKENS *
029600*                         E ARMA AS CHAVES DE EXECUCAO           *
029700******************************************************************
029800 P100-ANALISAR-PARM.
029900     MOVE SPACES                  TO WS-PARM-TOKENS
030000     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
030100         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
030200              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
030300              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
030400              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
030500              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
030600     END-UNSTRING
030700
030800     SET WS-PARM-IDX              TO 1
030900     PERFORM P110-ANALISAR-TOKEN
031000         VARYING WS-PARM-IDX FROM 1 BY 1
031100         UNTIL WS-PARM-IDX > 10
031200     .
031300 P100-FIM. EXIT.
031400******************************************************************
031500*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
031600******************************************************************
031700 P110-ANALISAR-TOKEN.
031800     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:5) = 'DATA='
031900        IF WS-PARM-TOKEN(WS-PARM-IDX) (6:8) IS NUMERIC
032000           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (6:8)
032100                                  TO WS-DATA-POST
032200        ELSE
032300           DISPLAY 'PARAMETRO DATA= INVALIDO (USE AAAAMMDD) - '
032400                   'VALE A DATA DE HOJE.'
032500        END-IF
032600     END-IF
032700     .
032800 P110-FIM. EXIT.
032900******************************************************************
033000*    P200-LER-ARQUIVOS - ACUMULA AS DUAS PROVAS: A FOTOGRAFIA    *
033100*                 ANTERIOR VEM PRIMEIRO (O HISTORICO PRECISA DA  *
033200*                 DATA DELA)                                     *
033300******************************************************************
033400 P200-LER-ARQUIVOS.
033500     INITIALIZE WS-TAB-LINHAS
033600     PERFORM P210-LER-FOTOGRAFIAS THRU P210-FIM
033700     IF NOT FS-SDD-OK
033800        GO TO P200-FIM
033900     END-IF
034000     PERFORM P300-LER-GERADOS     THRU P300-FIM
034100     IF NOT FS-MOV-OK
034200        GO TO P200-FIM
034300     END-IF
034400     PERFORM P400-LER-HISTORICO   THRU P400-FIM
034500     IF NOT FS-HIS-OK
034600        GO TO P200-FIM
034700     END-IF
034800     PERFORM P450-LER-RETIDOS     THRU P450-FIM
034900     IF NOT FS-RET-OK
035000        GO TO P200-FIM
035100     END-IF
035200     PERFORM P470-LER-REJEITADOS  THRU P470-FIM
035300     IF NOT FS-REJ-OK
035400        GO TO P200-FIM
035500     END-IF
035600     PERFORM P500-LER-RUNCTL      THRU P500-FIM
035700     PERFORM P550-SOMAR-SALDOS    THRU P550-FIM
035800     IF NOT FS-OK
035900        GO TO P200-FIM
036000     END-IF
036100     SET ARQUIVOS-LIDOS           TO TRUE
036200     .
036300 P200-FIM. EXIT.
036400******************************************************************
036500*    P210-LER-FOTOGRAFIAS - LOCALIZA A FOTOGRAFIA MAIS RECENTE DE *
036600*                 DATA ANTERIOR A DA EFETIVACAO (ARQUIVO AUSENTE  *
036700*                 = PRIMEIRA EXECUCAO)                            *
036800******************************************************************
036900 P210-LER-FOTOGRAFIAS.
037000     SET SDA-ACHADA               TO FALSE
037100     SET EOF-OK                   TO FALSE
037200     MOVE '00'                    TO WS-FS-SDD
037300     OPEN INPUT SALDODIA
037400     IF WS-FS-SDD = '35'
037500        MOVE '00'                 TO WS-FS-SDD
037600        GO TO P210-FIM
037700     END-IF
037800     IF NOT FS-SDD-OK
037900        MOVE WS-FS-SDD            TO WS-FS
038000        PERFORM 9000-TRADUZIR-FS
038100        DISPLAY 'ERRO AO ABRIR AS FOTOGRAFIAS DE SALDO: '
038200                WS-FS-MSG
038300        GO TO P210-FIM
038400     END-IF
038500     PERFORM P215-TRATAR-FOTOGRAFIA THRU P215-FIM
038600         UNTIL EOF-OK
038700     CLOSE SALDODIA
038800     .
038900 P210-FIM. EXIT.
039000 P215-TRATAR-FOTOGRAFIA.
039100     READ SALDODIA
039200         AT END
039300             SET EOF-OK           TO TRUE
039400             GO TO P215-FIM
039500     END-READ
039600*    VALE A ULTIMA FOTOGRAFIA GRAVADA PARA A MAIOR DATA ANTERIOR -
039700*    UMA PROVA RERODADA NO MESMO DIA GRAVA OUTRA, MAIS NOVA.
039800     IF SDD-DATA < WS-DATA-POST AND SDD-DATA NOT < WS-SDA-DATA
039900        SET SDA-ACHADA            TO TRUE
040000        MOVE SDD-DATA             TO WS-SDA-DATA
040100        MOVE SDD-TOTAL            TO WS-SDA-TOTAL
040200     END-IF
040300     .
040400 P215-FIM. EXIT.
040500******************************************************************
040600*    P300-LER-GERADOS - SOMA OS MOVIMENTOS DE MOVCTT.DAT POR      *
040700*                 ORIGEM (ARQUIVO AUSENTE = NADA GERADO)          *
040800******************************************************************
040900 P300-LER-GERADOS.
041000     SET EOF-OK                   TO FALSE
041100     MOVE '00'                    TO WS-FS-MOV
041200     OPEN INPUT MOVIMENTOS
041300     IF WS-FS-MOV = '35'
041400        DISPLAY 'MOVCTT.DAT NAO EXISTE - NENHUM MOVIMENTO GERADO.'
041500        MOVE '00'                 TO WS-FS-MOV
041600        GO TO P300-FIM
041700     END-IF
041800     IF NOT FS-MOV-OK
041900        MOVE WS-FS-MOV            TO WS-FS
042000        PERFORM 9000-TRADUZIR-FS
042100        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MOVIMENTOS: '
042200                WS-FS-MSG
042300        GO TO P300-FIM
042400     END-IF
042500     PERFORM P310-TRATAR-GERADO   THRU P310-FIM
042600         UNTIL EOF-OK
042700     CLOSE MOVIMENTOS
042800     .
042900 P300-FIM. EXIT.
043000******************************************************************
043100*    P310-TRATAR-GERADO - CLASSIFICA UM MOVIMENTO PELA ORIGEM:    *
043200*                 LIBERACAO DO CADRET PRIMEIRO (O MOTIVO E O DO   *
043300*                 MOVIMENTO RETIDO), DEPOIS OS MOTIVOS PROPRIOS   *
043400*                 DE CADA LOTE E, POR FIM, O OPERADOR QUE DIGITOU *
043500******************************************************************
043600 P310-TRATAR-GERADO.
043700     READ MOVIMENTOS
043800         AT END
043900             SET EOF-OK           TO TRUE
044000             GO TO P310-FIM
044100     END-READ
044200     EVALUATE TRUE
044300         WHEN MOV-FOI-LIBERADO
044400              MOVE 5              TO WS-ORIGEM
044500         WHEN MOV-MOTIVO = 'PAGTOBANCO'
044600              MOVE 1              TO WS-ORIGEM
044700         WHEN MOV-MOTIVO = 'JUROS'
044800              MOVE 2              TO WS-ORIGEM
044900         WHEN MOV-MOTIVO = 'ESTORNO'
045000              MOVE 3              TO WS-ORIGEM
045100         WHEN MOV-OPER-INCL NOT = SPACES
045200              MOVE 4              TO WS-ORIGEM
045300         WHEN OTHER
045400              MOVE 6              TO WS-ORIGEM
045500     END-EVALUATE
045600     MOVE MOV-TIPO                TO WS-ACM-TIPO
045700*    VALOR ILEGIVEL CONTA SO NA QUANTIDADE - O POSTSAL O REJEITA E
045800*    GRAVA ZERADO EM MOVREJ.DAT.
045900     IF MOV-VALOR IS NUMERIC
046000        MOVE MOV-VALOR            TO WS-ACM-VALOR
046100     ELSE
046200        MOVE ZEROS                TO WS-ACM-VALOR
046300     END-IF
046400     PERFORM P290-ACUMULAR        THRU P290-FIM
046500     .
046600 P310-FIM. EXIT.
046700******************************************************************
046800*    P290-ACUMULAR - SOMA UM MOVIMENTO NA LINHA WS-ORIGEM DA      *
046900*                 PROVA 1 (TIPO INVALIDO SO CONTA NA QUANTIDADE)  *
047000******************************************************************
047100 P290-ACUMULAR.
047200     ADD 1                        TO WS-LIN-QTD (WS-ORIGEM)
047300     IF WS-ACM-TIPO = 'C'
047400        ADD WS-ACM-VALOR          TO WS-LIN-CRED (WS-ORIGEM)
047500     END-IF
047600     IF WS-ACM-TIPO = 'D'
047700        ADD WS-ACM-VALOR          TO WS-LIN-DEB (WS-ORIGEM)
047800     END-IF
047900     .
048000 P290-FIM. EXIT.
048100******************************************************************
048200*    P400-LER-HISTORICO - LE O LEDGER VIVO: O QUE FOI EFETIVADO   *
048300*                 NA DATA ENTRA NA PROVA 1; O QUE FOI EFETIVADO   *
048400*                 DEPOIS DA FOTOGRAFIA ANTERIOR, NA PROVA 2       *
048500******************************************************************
048600 P400-LER-HISTORICO.
048700     SET EOF-OK                   TO FALSE
048800     MOVE '00'                    TO WS-FS-HIS
048900     OPEN INPUT HISTORICO
049000     IF WS-FS-HIS = '35'
049100        MOVE '00'                 TO WS-FS-HIS
049200        GO TO P400-FIM
049300     END-IF
049400     IF NOT FS-HIS-OK
049500        MOVE WS-FS-HIS            TO WS-FS
049600        PERFORM 9000-TRADUZIR-FS
049700        DISPLAY 'ERRO AO ABRIR O HISTORICO DE MOVIMENTOS: '
049800                WS-FS-MSG
049900        GO TO P400-FIM
050000     END-IF
050100     PERFORM P410-TRATAR-LANCAMENTO THRU P410-FIM
050200         UNTIL EOF-OK
050300     CLOSE HISTORICO
050400     .
050500 P400-FIM. EXIT.
050600 P410-TRATAR-LANCAMENTO.
050700     READ HISTORICO
050800         AT END
050900             SET EOF-OK           TO TRUE
051000             GO TO P410-FIM
051100     END-READ
051200     IF HIS-VALOR IS NUMERIC
051300        MOVE HIS-VALOR            TO WS-ACM-VALOR
051400     ELSE
051500        MOVE ZEROS                TO WS-ACM-VALOR
051600     END-IF
051700     IF HIS-DATA-POST = WS-DATA-POST
051800        MOVE 7                    TO WS-ORIGEM
051900        MOVE HIS-TIPO             TO WS-ACM-TIPO
052000        PERFORM P290-ACUMULAR     THRU P290-FIM
052100     END-IF
052200     IF SDA-ACHADA
052300        AND HIS-DATA-POST > WS-SDA-DATA
052400        AND HIS-DATA-POST NOT > WS-DATA-POST
052500        IF HIS-CREDITO
052600           ADD WS-ACM-VALOR       TO WS-NET-CRED
052700        END-IF
052800        IF HIS-DEBITO
052900           ADD WS-ACM-VALOR       TO WS-NET-DEB
053000        END-IF
053100     END-IF
053200     .
053300 P410-FIM. EXIT.
053400******************************************************************
053500*    P450-LER-RETIDOS - SOMA OS DEBITOS RETIDOS PELO POSTSAL NA   *
053600*                 DATA (MOVRET.DAT)                               *
053700******************************************************************
053800 P450-LER-RETIDOS.
053900     SET EOF-OK                   TO FALSE
054000     MOVE '00'                    TO WS-FS-RET
054100     OPEN INPUT RETIDOS
054200     IF WS-FS-RET = '35'
054300        MOVE '00'                 TO WS-FS-RET
054400        GO TO P450-FIM
054500     END-IF
054600     IF NOT FS-RET-OK
054700        MOVE WS-FS-RET            TO WS-FS
054800        PERFORM 9000-TRADUZIR-FS
054900        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RETIDOS: ' WS-FS-MSG
055000        GO TO P450-FIM
055100     END-IF
055200     PERFORM P460-TRATAR-RETIDO   THRU P460-FIM
055300         UNTIL EOF-OK
055400     CLOSE RETIDOS
055500     .
055600 P450-FIM. EXIT.
055700 P460-TRATAR-RETIDO.
055800     READ RETIDOS
055900         AT END
056000             SET EOF-OK           TO TRUE
056100             GO TO P460-FIM
056200     END-READ
056300     IF RET-DATA-RETENCAO NOT = WS-DATA-POST
056400        GO TO P460-FIM
056500     END-IF
056600     MOVE 8                       TO WS-ORIGEM
056700     MOVE RET-TIPO                TO WS-ACM-TIPO
056800     MOVE RET-VALOR               TO WS-ACM-VALOR
056900     PERFORM P290-ACUMULAR        THRU P290-FIM
057000     .
057100 P460-FIM. EXIT.
057200******************************************************************
057300*    P470-LER-REJEITADOS - SOMA OS MOVIMENTOS REJEITADOS PELO     *
057400*                 POSTSAL NA DATA (MOVREJ.DAT)                    *
057500******************************************************************
057600 P470-LER-REJEITADOS.
057700     SET EOF-OK                   TO FALSE
057800     MOVE '00'                    TO WS-FS-REJ
057900     OPEN INPUT REJEITADOS
058000     IF WS-FS-REJ = '35'
058100        MOVE '00'                 TO WS-FS-REJ
058200        GO TO P470-FIM
058300     END-IF
058400     IF NOT FS-REJ-OK
058500        MOVE WS-FS-REJ            TO WS-FS
058600        PERFORM 9000-TRADUZIR-FS
058700        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REJEITADOS: '
058800                WS-FS-MSG
058900        GO TO P470-FIM
059000     END-IF
059100     PERFORM P480-TRATAR-REJEITADO THRU P480-FIM
059200         UNTIL EOF-OK
059300     CLOSE REJEITADOS
059400     .
059500 P470-FIM. EXIT.
059600 P480-TRATAR-REJEITADO.
059700     READ REJEITADOS
059800         AT END
059900             SET EOF-OK           TO TRUE
060000             GO TO P480-FIM
060100     END-READ
060200     IF REJ-DATA-REJEICAO NOT = WS-DATA-POST
060300        GO TO P480-FIM
060400     END-IF
060500     MOVE 9                       TO WS-ORIGEM
060600     MOVE REJ-TIPO                TO WS-ACM-TIPO
060700     MOVE REJ-VALOR               TO WS-ACM-VALOR
060800     PERFORM P290-ACUMULAR        THRU P290-FIM
060900     .
061000 P480-FIM. EXIT.
061100******************************************************************
061200*    P500-LER-RUNCTL - COLHE EM RUNCTL.DAT AS EXECUCOES INICIADAS *
061300*                 NA DATA: CREDITOS GRAVADOS PELO RETBANC E       *
061400*                 DEBITOS DO JURCTT (SOMA DAS EXECUCOES) E OS     *
061500*                 MOVIMENTOS LIDOS PELO POSTSAL (A EXECUCAO MAIS  *
061600*                 RECENTE - A RETOMADA CARREGA OS CONTADORES)     *
061700******************************************************************
061800 P500-LER-RUNCTL.
061900     SET EOF-RUN-OK               TO FALSE
062000     OPEN INPUT RUNCTL
062100     IF NOT FS-RUN-OK
062200        DISPLAY 'RUNCTL.DAT INDISPONIVEL - FILE STATUS '
062300                WS-FS-RUN '.'
062400        GO TO P500-FIM
062500     END-IF
062600     PERFORM P510-TRATAR-EXECUCAO THRU P510-FIM
062700         UNTIL EOF-RUN-OK
062800     CLOSE RUNCTL
062900     .
063000 P500-FIM. EXIT.
063100 P510-TRATAR-EXECUCAO.
063200     READ RUNCTL
063300         AT END
063400             SET EOF-RUN-OK       TO TRUE
063500             GO TO P510-FIM
063600     END-READ
063700     IF RUN-INICIO (1:8) NOT = WS-DATA-POST
063800        GO TO P510-FIM
063900     END-IF
064000     IF RUN-PROGRAMA = 'RETBANC'
064100        SET RB-EXECUTOU           TO TRUE
064200        ADD RUN-GRAVADOS          TO WS-RB-GRAVADOS
064300     END-IF
064400     IF RUN-PROGRAMA = 'JURCTT'
064500        SET JR-EXECUTOU           TO TRUE
064600        ADD RUN-GRAVADOS          TO WS-JR-GRAVADOS
064700     END-IF
064800     IF RUN-PROGRAMA = 'POSTSAL' AND RUN-FIM NOT < WS-PS-ULT-FIM
064900        SET PS-EXECUTOU           TO TRUE
065000        MOVE RUN-FIM              TO WS-PS-ULT-FIM
065100        MOVE RUN-LIDOS            TO WS-PS-LIDOS
065200        MOVE RUN-RESULTADO        TO WS-PS-RESULTADO
065300     END-IF
065400     .
065500 P510-FIM. EXIT.
065600******************************************************************
065700*    P550-SOMAR-SALDOS - SOMA O SALDO-CONTATO DE TODA A CARTEIRA  *
065800*                 (ATIVOS, INATIVOS E BAIXADOS)                   *
065900******************************************************************
066000 P550-SOMAR-SALDOS.
066100     SET EOF-OK                   TO FALSE
066200     OPEN INPUT CONTATOS
066300     IF NOT FS-OK
066400        PERFORM 9000-TRADUZIR-FS
066500        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
066600        GO TO P550-FIM
066700     END-IF
066800     PERFORM P560-SOMAR-CONTATO   THRU P560-FIM
066900         UNTIL EOF-OK
067000     CLOSE CONTATOS
067100     MOVE '00'                    TO WS-FS
067200     .
067300 P550-FIM. EXIT.
067400 P560-SOMAR-CONTATO.
067500     READ CONTATOS NEXT RECORD
067600         AT END
067700             SET EOF-OK           TO TRUE
067800             GO TO P560-FIM
067900     END-READ
068000     ADD 1                        TO WS-QTD-CONTATOS
068100     IF SALDO-CONTATO IS NUMERIC
068200        ADD SALDO-CONTATO         TO WS-SALDO-ATUAL
068300     END-IF
068400     .
068500 P560-FIM. EXIT.
068600******************************************************************
068700*    P600-CONFERIR - FECHA AS DUAS PROVAS E CONTA AS DIVERGENCIAS *
068800******************************************************************
068900 P600-CONFERIR.
069000     MOVE ZEROS                   TO WS-CONT-DIVERGENCIAS
069100     PERFORM P610-TOTALIZAR-LINHA THRU P610-FIM
069200         VARYING WS-LIN-IDX FROM 1 BY 1
069300         UNTIL WS-LIN-IDX > 9
069400     COMPUTE WS-DIF-QTD  = WS-GER-QTD  - WS-DST-QTD
069500     COMPUTE WS-DIF-CRED = WS-GER-CRED - WS-DST-CRED
069600     COMPUTE WS-DIF-DEB  = WS-GER-DEB  - WS-DST-DEB
069700     IF WS-DIF-QTD NOT = ZEROS OR WS-DIF-CRED NOT = ZEROS
069800        OR WS-DIF-DEB NOT = ZEROS
069900        ADD 1                     TO WS-CONT-DIVERGENCIAS
070000     END-IF
070100     IF WS-RB-GRAVADOS NOT = WS-LIN-QTD (1)
070200        ADD 1                     TO WS-CONT-DIVERGENCIAS
070300     END-IF
070400     IF WS-JR-GRAVADOS NOT = WS-LIN-QTD (2)
070500        ADD 1                     TO WS-CONT-DIVERGENCIAS
070600     END-IF
070700     IF NOT PS-EXECUTOU OR WS-PS-LIDOS NOT = WS-GER-QTD
070800        ADD 1                     TO WS-CONT-DIVERGENCIAS
070900     END-IF
071000
071100     IF SDA-ACHADA
071200        COMPUTE WS-SALDO-CALC = WS-SDA-TOTAL
071300                              + WS-NET-CRED - WS-NET-DEB
071400        COMPUTE WS-DIF-SALDO  = WS-SALDO-ATUAL - WS-SALDO-CALC
071500        IF WS-DIF-SALDO NOT = ZEROS
071600           ADD 1                  TO WS-CONT-DIVERGENCIAS
071700        END-IF
071800     END-IF
071900     .
072000 P600-FIM. EXIT.
072100 P610-TOTALIZAR-LINHA.
072200     IF WS-LIN-IDX < 7
072300        ADD WS-LIN-QTD (WS-LIN-IDX)  TO WS-GER-QTD
072400        ADD WS-LIN-CRED (WS-LIN-IDX) TO WS-GER-CRED
072500        ADD WS-LIN-DEB (WS-LIN-IDX)  TO WS-GER-DEB
072600     ELSE
072700        ADD WS-LIN-QTD (WS-LIN-IDX)  TO WS-DST-QTD
072800        ADD WS-LIN-CRED (WS-LIN-IDX) TO WS-DST-CRED
072900        ADD WS-LIN-DEB (WS-LIN-IDX)  TO WS-DST-DEB
073000     END-IF
073100     .
073200 P610-FIM. EXIT.
073300******************************************************************
073400*    P700-EMITIR-PROVA - EMITE A PAGINA DA PROVA                  *
073500******************************************************************
073600 P700-EMITIR-PROVA.
073700     MOVE WS-DATA-POST            TO WS-DATA-FMT
073800     PERFORM P790-FORMATAR-DATA   THRU P790-FIM
073900     MOVE SPACES                  TO WS-RIMP-LINHA
074000     STRING 'DATA DA EFETIVACAO: ' DELIMITED BY SIZE
074100            WS-DATA-BR            DELIMITED BY SIZE
074200            INTO WS-RIMP-LINHA
074300     END-STRING
074400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
074500     MOVE SPACES                  TO WS-RIMP-LINHA
074600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
074700
074800     MOVE '1. MOVIMENTOS GERADOS (MOVCTT.DAT)'
074900                                  TO WS-RIMP-LINHA
075000     PERFORM P780-COLUNAS         THRU P780-FIM
075100     PERFORM P710-LINHA-TABELA    THRU P710-FIM
075200         VARYING WS-LIN-IDX FROM 1 BY 1
075300         UNTIL WS-LIN-IDX > 6
075400     MOVE SPACES                  TO WS-RIMP-LINHA
075500     MOVE 'TOTAL GERADO'          TO WS-RIMP-LINHA (4:40)
075600     MOVE WS-GER-QTD              TO WS-DIF-QTD
075700     MOVE WS-GER-CRED             TO WS-DIF-CRED
075800     MOVE WS-GER-DEB              TO WS-DIF-DEB
075900     PERFORM P770-VALORES         THRU P770-FIM
076000     MOVE SPACES                  TO WS-RIMP-LINHA
076100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
076200
076300     MOVE '2. DESTINO NA EFETIVACAO (POSTSAL)'
076400                                  TO WS-RIMP-LINHA
076500     PERFORM P780-COLUNAS         THRU P780-FIM
076600     PERFORM P710-LINHA-TABELA    THRU P710-FIM
076700         VARYING WS-LIN-IDX FROM 7 BY 1
076800         UNTIL WS-LIN-IDX > 9
076900     MOVE SPACES                  TO WS-RIMP-LINHA
077000     MOVE 'TOTAL DESTINO'         TO WS-RIMP-LINHA (4:40)
077100     MOVE WS-DST-QTD              TO WS-DIF-QTD
077200     MOVE WS-DST-CRED             TO WS-DIF-CRED
077300     MOVE WS-DST-DEB              TO WS-DIF-DEB
077400     PERFORM P770-VALORES         THRU P770-FIM
077500     MOVE SPACES                  TO WS-RIMP-LINHA
077600     MOVE 'DIFERENCA (GERADO - DESTINO)'
077700                                  TO WS-RIMP-LINHA (4:40)
077800     COMPUTE WS-DIF-QTD  = WS-GER-QTD  - WS-DST-QTD
077900     COMPUTE WS-DIF-CRED = WS-GER-CRED - WS-DST-CRED
078000     COMPUTE WS-DIF-DEB  = WS-GER-DEB  - WS-DST-DEB
078100     PERFORM P770-VALORES         THRU P770-FIM
078200     MOVE SPACES                  TO WS-RIMP-LINHA
078300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
078400
078500     MOVE '3. CONFERENCIA COM O CONTROLE DE EXECUCOES'
078600                                  TO WS-RIMP-LINHA
078700     MOVE '(RUNCTL.DAT)'          TO WS-RIMP-LINHA (44:12)
078800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
078900     MOVE 'RETBANC'               TO WS-CONF-PROGRAMA
079000     MOVE WS-RB-SW                TO WS-CONF-EXECUTOU-SW
079100     MOVE WS-RB-GRAVADOS          TO WS-CONF-RUNCTL
079200     MOVE WS-LIN-QTD (1)          TO WS-CONF-ARQUIVO
079300     MOVE 'CREDITOS GRAVADOS'     TO WS-CONF-TEXTO
079400     PERFORM P720-LINHA-CONFERENCIA THRU P720-FIM
079500     MOVE 'JURCTT'                TO WS-CONF-PROGRAMA
079600     MOVE WS-JR-SW                TO WS-CONF-EXECUTOU-SW
079700     MOVE WS-JR-GRAVADOS          TO WS-CONF-RUNCTL
079800     MOVE WS-LIN-QTD (2)          TO WS-CONF-ARQUIVO
079900     MOVE 'DEBITOS GRAVADOS'      TO WS-CONF-TEXTO
080000     PERFORM P720-LINHA-CONFERENCIA THRU P720-FIM
080100     MOVE 'POSTSAL'               TO WS-CONF-PROGRAMA
080200     MOVE WS-PS-SW                TO WS-CONF-EXECUTOU-SW
080300     MOVE WS-PS-LIDOS             TO WS-CONF-RUNCTL
080400     MOVE WS-GER-QTD              TO WS-CONF-ARQUIVO
080500     MOVE 'MOVIMENTOS LIDOS'      TO WS-CONF-TEXTO
080600     PERFORM P720-LINHA-CONFERENCIA THRU P720-FIM
080700*    O POSTSAL PRECISA TER RODADO NA DATA MESMO SEM MOVIMENTO.
080800     IF NOT PS-EXECUTOU
080900        MOVE SPACES               TO WS-RIMP-LINHA
081000        MOVE 'POSTSAL SEM EXECUCAO NA DATA - DIVERGE'
081100                                  TO WS-RIMP-LINHA (4:40)
081200        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
081300     END-IF
081400     MOVE SPACES                  TO WS-RIMP-LINHA
081500     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
081600
081700     PERFORM P730-PROVA-SALDO     THRU P730-FIM
081800     MOVE SPACES                  TO WS-RIMP-LINHA
081900     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
082000
082100     MOVE SPACES                  TO WS-RIMP-LINHA
082200     IF WS-CONT-DIVERGENCIAS = ZEROS
082300        IF SDA-ACHADA
082400           MOVE 'RESULTADO: PROVA FECHADA.' TO WS-RIMP-LINHA
082500        ELSE
082600           MOVE 'RESULTADO: PROVA 1 FECHADA - PROVA 2 SO'
082700                                  TO WS-RIMP-LINHA
082800           MOVE 'A PARTIR DA PROXIMA EFETIVACAO.'
082900                                  TO WS-RIMP-LINHA (41:31)
083000        END-IF
083100        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
083200     ELSE
083300        STRING 'RESULTADO: FORA DE BALANCO - ' DELIMITED BY SIZE
083400               WS-CONT-DIVERGENCIAS DELIMITED BY SIZE
083500               ' DIVERGENCIA(S).' DELIMITED BY SIZE
083600               INTO WS-RIMP-LINHA
083700        END-STRING
083800        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
083900        MOVE 'FECMES, EXTLOTE E REMBANC FICAM RETIDOS NO'
084000                                  TO WS-RIMP-LINHA
084100        MOVE 'CHKRUN ATE A APURACAO E UMA NOVA PROVA FECHADA.'
084200                                  TO WS-RIMP-LINHA (44:47)
084300        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
084400     END-IF
084500     .
084600 P700-FIM. EXIT.
084700******************************************************************
084800*    P710-LINHA-TABELA - EMITE UMA LINHA (ORIGEM OU DESTINO) DA   *
084900*                 PROVA 1                                         *
085000******************************************************************
085100 P710-LINHA-TABELA.
085200     MOVE SPACES                  TO WS-RIMP-LINHA
085300     MOVE WS-ROTULO (WS-LIN-IDX)  TO WS-RIMP-LINHA (4:40)
085400     MOVE WS-LIN-QTD (WS-LIN-IDX) TO WS-DIF-QTD
085500     MOVE WS-LIN-CRED (WS-LIN-IDX) TO WS-DIF-CRED
085600     MOVE WS-LIN-DEB (WS-LIN-IDX) TO WS-DIF-DEB
085700     PERFORM P770-VALORES         THRU P770-FIM
085800     .
085900 P710-FIM. EXIT.
086000******************************************************************
086100*    P720-LINHA-CONFERENCIA - CONTAGEM DE UM LOTE EM RUNCTL.DAT   *
086200*                 CONTRA A CONTAGEM NO ARQUIVO                    *
086300******************************************************************
086400 P720-LINHA-CONFERENCIA.
086500     MOVE SPACES                  TO WS-RIMP-LINHA
086600     MOVE WS-CONF-PROGRAMA        TO WS-RIMP-LINHA (4:8)
086700     MOVE WS-CONF-TEXTO           TO WS-RIMP-LINHA (13:30)
086800     MOVE WS-CONF-RUNCTL          TO WS-MSK-QTD
086900     MOVE WS-MSK-QTD              TO WS-RIMP-LINHA (36:8)
087000     MOVE 'NO ARQUIVO'            TO WS-RIMP-LINHA (46:10)
087100     MOVE WS-CONF-ARQUIVO         TO WS-MSK-QTD
087200     MOVE WS-MSK-QTD              TO WS-RIMP-LINHA (56:8)
087300     IF NOT CONF-EXECUTOU
087400        MOVE 'SEM EXECUCAO NA DATA' TO WS-RIMP-LINHA (66:20)
087500     END-IF
087600     IF WS-CONF-RUNCTL = WS-CONF-ARQUIVO
087700        MOVE 'OK'                 TO WS-RIMP-LINHA (88:7)
087800     ELSE
087900        MOVE 'DIVERGE'            TO WS-RIMP-LINHA (88:7)
088000     END-IF
088100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
088200     .
088300 P720-FIM. EXIT.
088400******************************************************************
088500*    P730-PROVA-SALDO - EMITE A PROVA 2 (SALDO TOTAL)             *
088600******************************************************************
088700 P730-PROVA-SALDO.
088800     MOVE '4. SALDO TOTAL DA CARTEIRA (CONTATOS.DAT)'
088900                                  TO WS-RIMP-LINHA
089000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
089100     IF NOT SDA-ACHADA
089200        MOVE SPACES               TO WS-RIMP-LINHA
089300        MOVE 'SEM FOTOGRAFIA ANTERIOR - O SALDO ATUAL FICA COMO'
089400                                  TO WS-RIMP-LINHA (4:50)
089500        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
089600        MOVE SPACES               TO WS-RIMP-LINHA
089700        MOVE 'PONTO DE PARTIDA DA PROXIMA PROVA.'
089800                                  TO WS-RIMP-LINHA (4:50)
089900        PERFORM 9810-REL-DETALHE  THRU 9810-FIM
090000        GO TO P730-SALDO-ATUAL
090100     END-IF
090200     MOVE WS-SDA-DATA             TO WS-DATA-FMT
090300     PERFORM P790-FORMATAR-DATA   THRU P790-FIM
090400     MOVE SPACES                  TO WS-RIMP-LINHA
090500     STRING 'SALDO DA FOTOGRAFIA DE ' DELIMITED BY SIZE
090600            WS-DATA-BR            DELIMITED BY SIZE
090700            INTO WS-RIMP-LINHA (4:40)
090800     END-STRING
090900     MOVE WS-SDA-TOTAL            TO WS-DIF-SALDO
091000     PERFORM P775-VALOR-SALDO     THRU P775-FIM
091100     MOVE SPACES                  TO WS-RIMP-LINHA
091200     MOVE '(+) CREDITOS EFETIVADOS DESDE ENTAO'
091300                                  TO WS-RIMP-LINHA (4:40)
091400     MOVE WS-NET-CRED             TO WS-DIF-SALDO
091500     PERFORM P775-VALOR-SALDO     THRU P775-FIM
091600     MOVE SPACES                  TO WS-RIMP-LINHA
091700     MOVE '(-) DEBITOS EFETIVADOS DESDE ENTAO'
091800                                  TO WS-RIMP-LINHA (4:40)
091900     MOVE WS-NET-DEB              TO WS-DIF-SALDO
092000     PERFORM P775-VALOR-SALDO     THRU P775-FIM
092100     MOVE SPACES                  TO WS-RIMP-LINHA
092200     MOVE '(=) SALDO CALCULADO'   TO WS-RIMP-LINHA (4:40)
092300     MOVE WS-SALDO-CALC           TO WS-DIF-SALDO
092400     PERFORM P775-VALOR-SALDO     THRU P775-FIM
092500     .
092600 P730-SALDO-ATUAL.
092700     MOVE SPACES                  TO WS-RIMP-LINHA
092800     STRING 'SALDO ATUAL (' DELIMITED BY SIZE
092900            WS-QTD-CONTATOS       DELIMITED BY SIZE
093000            ' CONTATOS)'          DELIMITED BY SIZE
093100            INTO WS-RIMP-LINHA (4:40)
093200     END-STRING
093300     MOVE WS-SALDO-ATUAL          TO WS-DIF-SALDO
093400     PERFORM P775-VALOR-SALDO     THRU P775-FIM
093500     IF SDA-ACHADA
093600        MOVE SPACES               TO WS-RIMP-LINHA
093700        MOVE 'DIFERENCA (ATUAL - CALCULADO)'
093800                                  TO WS-RIMP-LINHA (4:40)
093900        COMPUTE WS-DIF-SALDO = WS-SALDO-ATUAL - WS-SALDO-CALC
094000        PERFORM P775-VALOR-SALDO  THRU P775-FIM
094100     END-IF
094200     .
094300 P730-FIM. EXIT.
094400******************************************************************
094500*    P770-VALORES - COMPLETA A LINHA COM QUANTIDADE, CREDITOS E   *
094600*                 DEBITOS (WS-DIF-*) E A EMITE                    *
094700******************************************************************
094800 P770-VALORES.
094900     MOVE WS-DIF-QTD              TO WS-MSK-QTD
095000     MOVE WS-MSK-QTD              TO WS-RIMP-LINHA (46:8)
095100     MOVE WS-DIF-CRED             TO WS-MSK-TOTAL
095200     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (56:19)
095300     MOVE WS-DIF-DEB              TO WS-MSK-TOTAL
095400     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (77:19)
095500     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
095600     .
095700 P770-FIM. EXIT.
095800 P775-VALOR-SALDO.
095900     MOVE WS-DIF-SALDO            TO WS-MSK-TOTAL
096000     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (56:19)
096100     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
096200     .
096300 P775-FIM. EXIT.
096400 P780-COLUNAS.
096500     MOVE 'QTDE'                  TO WS-RIMP-LINHA (50:4)
096600     MOVE 'CREDITOS'              TO WS-RIMP-LINHA (67:8)
096700     MOVE 'DEBITOS'               TO WS-RIMP-LINHA (89:7)
096800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
096900     .
097000 P780-FIM. EXIT.
097100 P790-FORMATAR-DATA.
097200     MOVE SPACES                  TO WS-DATA-BR
097300     STRING WS-DATA-FMT (7:2)     DELIMITED BY SIZE
097400            '/'                   DELIMITED BY SIZE
097500            WS-DATA-FMT (5:2)     DELIMITED BY SIZE
097600            '/'                   DELIMITED BY SIZE
097700            WS-DATA-FMT (1:4)     DELIMITED BY SIZE
097800            INTO WS-DATA-BR
097900     END-STRING
098000     .
098100 P790-FIM. EXIT.
098200******************************************************************
098300*    P750-GRAVAR-FOTOGRAFIA - GRAVA A FOTOGRAFIA DO SALDO TOTAL   *
098400*                 DA DATA, COM O RESULTADO DA PROVA               *
098500******************************************************************
098600 P750-GRAVAR-FOTOGRAFIA.
098700     MOVE '00'                    TO WS-FS-SDD
098800     OPEN EXTEND SALDODIA
098900     IF WS-FS-SDD = '35'
099000        OPEN OUTPUT SALDODIA
099100        MOVE '00'                 TO WS-FS-SDD
099200     END-IF
099300     IF NOT FS-SDD-OK
099400        MOVE WS-FS-SDD            TO WS-FS
099500        PERFORM 9000-TRADUZIR-FS
099600        DISPLAY 'ERRO AO GRAVAR A FOTOGRAFIA DE SALDO: ' WS-FS-MSG
099700        MOVE 08                   TO WS-RUN-RESULTADO
099800        GO TO P750-FIM
099900     END-IF
100000     MOVE WS-DATA-POST            TO SDD-DATA
100100     MOVE WS-HORA-EXEC            TO SDD-HORA
100200     MOVE WS-QTD-CONTATOS         TO SDD-QTD-CONTATOS
100300     MOVE WS-SALDO-ATUAL          TO SDD-TOTAL
100400     MOVE WS-RUN-RESULTADO        TO SDD-RESULTADO
100500     WRITE REG-SALDO-DIA
100600     CLOSE SALDODIA
100700     .
100800 P750-FIM. EXIT.
100900******************************************************************
101000*    P800-RESUMO - RESUMO DA PROVA NO CONSOLE                     *
101100******************************************************************
101200 P800-RESUMO.
101300     DISPLAY ' '
101400     DISPLAY '*** RESUMO DA PROVA DIARIA ***'
101500     DISPLAY 'MOVIMENTOS GERADOS...: ' WS-GER-QTD
101600     DISPLAY 'MOVIMENTOS NO DESTINO: ' WS-DST-QTD
101700     DISPLAY 'CONTATOS SOMADOS.....: ' WS-QTD-CONTATOS
101800     MOVE WS-SALDO-ATUAL          TO WS-MSK-TOTAL
101900     DISPLAY 'SALDO TOTAL ATUAL....: ' WS-MSK-TOTAL
102000     DISPLAY 'DIVERGENCIAS.........: ' WS-CONT-DIVERGENCIAS
102100     IF WS-CONT-DIVERGENCIAS > ZEROS
102200        DISPLAY 'FORA DE BALANCO - VER '
102300                FUNCTION TRIM(WS-RELIMP-DSN)
102400                '. FECMES, EXTLOTE E REMBANC FICAM RETIDOS.'
102500     END-IF
102600     IF NOT SDA-ACHADA
102700        DISPLAY 'SEM FOTOGRAFIA ANTERIOR - PROVA DO SALDO SO NA '
102800                'PROXIMA EFETIVACAO.'
102900     END-IF
103000     .
103100 P800-FIM. EXIT.
103200******************************************************************
103300*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
103400******************************************************************
103500 P900-FIM.
103600     DISPLAY '*** FIM DA PROVA DIARIA ***'
103700     MOVE WS-GER-QTD              TO WS-RUN-LIDOS
103800     IF ARQUIVOS-LIDOS
103900        MOVE 1                    TO WS-RUN-GRAVADOS
104000     END-IF
104100     MOVE WS-CONT-DIVERGENCIAS    TO WS-RUN-REJEITADOS
104200     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
104300     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
104400     STOP RUN.
104500
104600     COPY FSTATUS.
104700     COPY DSNENV.
104800     COPY RUNLOG.
104900     COPY RELIMP.
