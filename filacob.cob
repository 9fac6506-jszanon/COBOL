000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FILACOB.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-04-18.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: CARTEIRA DE COBRANCA E FILA DIARIA DE LIGACOES
000900*                 (LOTE NOTURNO). EM DUAS ETAPAS:
001000*                 1) MANUTENCAO DA CARTEIRA (CARTEIRA.DAT,
001100*                    LAYOUT CARTREG): OS COBRADORES SAO OS
001200*                    OPERADORES ATIVOS COM OPE-COBRADOR = S. QUEM
001300*                    DEIXOU DE DEVER SAI DA CARTEIRA; DEVEDOR NOVO
001400*                    E DEVEDOR DE COBRADOR QUE SAIU DA EQUIPE OU
001500*                    FOI INATIVADO VAO PARA O COBRADOR MENOS
001600*                    CARREGADO NAQUELE MOMENTO - NENHUM DEVEDOR
001700*                    FICA SEM DONO E NENHUM FICA COM DOIS;
001800*                 2) FILA DO DIA (FILACOB.DAT, LAYOUT FILAREG):
001900*                    UMA LINHA POR DEVEDOR DA CARTEIRA, EXCETO
002000*                    QUEM TEM ACORDO DE PARCELAMENTO EM DIA
002100*                    (COPYBOOK ACOCHK), ORDENADA POR COBRADOR E,
002200*                    DENTRO DELE, PELA FAIXA DE ATRASO DA PARCELA
002300*                    MAIS ANTIGA DA DIVIDA (ALOCACAO DO RELATRA,
002400*                    NO LEDGER VIVO E NOS TRES MENSAIS FECHADOS),
002500*                    PELO NIVEL-COBRANCA, PELOS FOLLOW-UPS
002600*                    VENCIDOS EM NOTAS.DAT E PELO VALOR DEVIDO,
002700*                    TUDO DO MAIOR PARA O MENOR.
002800*                 A FILA E TRABALHADA NO TRABCOB. LISTAGEM DA FILA
002900*                 E DA CARGA POR COBRADOR EM FILACOB.LST.
003000*----------------------------------------------------------------*
003100*    HISTORICO DE ALTERACOES
003200*    DATA       AUTOR   DESCRICAO
003300*    ---------- ------- ----------------------------------------
003400*    2025-04-18 JSZ     PROGRAMA CRIADO (CARTEIRA E FILA DE
003500*                       COBRANCA).
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SPECIAL-NAMES.
004000     DECIMAL-POINT IS COMMA.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ID-CONTATO
004700         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004800         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004900             SUPPRESS WHEN SPACES
005000         FILE STATUS IS WS-FS.
005100     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-FS-HIS.
005400     SELECT CARTEIRA ASSIGN TO WS-CARTEIRA-DSN
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CRT-ID-CONTATO
005800         FILE STATUS IS WS-FS-CRT.
005900     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS OPE-CODIGO
006300         FILE STATUS IS WS-FS-OPE.
006400     SELECT NOTAS ASSIGN TO WS-NOTAS-DSN
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS NOTA-CHAVE
006800         FILE STATUS IS WS-FS-NOTA.
006900     SELECT ACORDOS ASSIGN TO WS-ACORDOS-DSN
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS ACO-CHAVE
007300         FILE STATUS IS WS-FS-ACO.
007400     SELECT FILA ASSIGN TO WS-FILA-DSN
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-FS-FIL.
007700     SELECT SORTFILA ASSIGN TO "SRTWK7".
007800     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-FS-RIMP.
008100     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-FS-RUN.
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  CONTATOS.
008700     COPY CONTREG.
008800 FD  HISTORICO.
008900     COPY MOVHREG.
009000 FD  CARTEIRA.
009100     COPY CARTREG.
009200 FD  OPERADOR.
009300     COPY OPERREG.
009400 FD  NOTAS.
009500     COPY NOTAREG.
009600 FD  ACORDOS.
009700     COPY ACORREG.
009800 FD  FILA.
009900     COPY FILAREG.
010000 FD  RELIMP.
010100 01  REG-RELIMP                   PIC X(132).
010200 FD  RUNCTL.
010300     COPY RUNREG.
010400 SD  SORTFILA.
010500 01  SD-REG-FILA.
010600     03  SD-COBRADOR              PIC X(08).
010700     03  SD-FAIXA                 PIC 9(01).
010800     03  SD-NIVEL-COBRANCA        PIC 9(01).
010900     03  SD-FUP-VENCIDOS          PIC 9(02).
011000     03  SD-DIVIDA                PIC 9(09)V99.
011100     03  SD-ID-CONTATO            PIC 9(06).
011200     03  SD-NM-CONTATO            PIC X(20).
011300     03  SD-TEL-CONTATO           PIC X(15).
011400 WORKING-STORAGE SECTION.
011500 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
011600 01  WS-HISTORICO-DSN             PIC X(100) VALUE 'MOVHIST.DAT'.
011700 01  WS-CARTEIRA-DSN              PIC X(100) VALUE 'CARTEIRA.DAT'.
011800 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
011900 01  WS-NOTAS-DSN                 PIC X(100) VALUE 'NOTAS.DAT'.
012000 01  WS-FILA-DSN                  PIC X(100) VALUE 'FILACOB.DAT'.
012100 77  WS-FS                        PIC X(02) VALUE '00'.
012200     88 FS-OK                     VALUE '00'.
012300 77  WS-FS-HIS                    PIC X(02) VALUE '00'.
012400     88 FS-HIS-OK                 VALUE '00'.
012500 77  WS-FS-CRT                    PIC X(02) VALUE '00'.
012600     88 FS-CRT-OK                 VALUE '00'.
012700 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
012800     88 FS-OPE-OK                 VALUE '00'.
012900 77  WS-FS-NOTA                   PIC X(02) VALUE '00'.
013000     88 FS-NOTA-OK                VALUE '00'.
013100 77  WS-FS-FIL                    PIC X(02) VALUE '00'.
013200     88 FS-FIL-OK                 VALUE '00'.
013300 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
013400 77  WS-EOF                       PIC X(01) VALUE 'N'.
013500     88 EOF-OK                    VALUE 'S' FALSE 'N'.
013600 77  WS-EOF-HIS                   PIC X(01) VALUE 'N'.
013700     88 EOF-HIS-OK                VALUE 'S' FALSE 'N'.
013800 77  WS-EOF-CRT                   PIC X(01) VALUE 'N'.
013900     88 EOF-CRT-OK                VALUE 'S' FALSE 'N'.
014000 77  WS-EOF-OPE                   PIC X(01) VALUE 'N'.
014100     88 EOF-OPE-OK                VALUE 'S' FALSE 'N'.
014200 77  WS-EOF-NOTA                  PIC X(01) VALUE 'N'.
014300     88 EOF-NOTA-OK               VALUE 'S' FALSE 'N'.
014400 77  WS-EOF-SAI                   PIC X(01) VALUE 'N'.
014500     88 EOF-SAI-OK                VALUE 'S' FALSE 'N'.
014600 01  WS-ARQUIVOS-SW               PIC X(01) VALUE 'N'.
014700     88 ARQUIVOS-ABERTOS          VALUE 'S' FALSE 'N'.
014800 01  WS-NOTAS-SW                  PIC X(01) VALUE 'N'.
014900     88 NOTAS-ABERTO              VALUE 'S' FALSE 'N'.
015000*----------------------------------------------------------------*
015100*    EQUIPE DE COBRANCA: COBRADORES ATIVOS E A CARGA DE CADA UM  *
015200*    (DEVEDORES NA CARTEIRA E LINHAS NA FILA DO DIA)             *
015300*----------------------------------------------------------------*
015400 77  WS-COB-QTD                   PIC 9(03) VALUE ZEROS.
015500 77  WS-COB-MAX                   PIC 9(03) VALUE 100.
015600 01  WS-TAB-COBRADORES.
015700     03  WS-COB-ENT               OCCURS 100 TIMES.
015800         05  WS-COB-CODIGO        PIC X(08).
015900         05  WS-COB-CARGA         PIC 9(06).
016000         05  WS-COB-NA-FILA       PIC 9(06).
016100         05  WS-COB-VALOR-FILA    PIC 9(11)V99.
016200 77  WS-COB-IDX                   PIC 9(03) VALUE ZEROS.
016300 77  WS-COB-ACHADO                PIC 9(03) VALUE ZEROS.
016400 77  WS-COB-BUSCA                 PIC X(08) VALUE SPACES.
016500 01  WS-SW-COB-TRANSB             PIC X(01) VALUE 'N'.
016600     88 COB-TRANSBORDOU           VALUE 'S' FALSE 'N'.
016700*----------------------------------------------------------------*
016800*    CORTE DE DATAS: IDADE EM DIAS A PARTIR DA DATA DA EXECUCAO  *
016900*----------------------------------------------------------------*
017000 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
017100 77  WS-DIAS-HOJE                 PIC 9(07) VALUE ZEROS.
017200 77  WS-DIAS-MOV                  PIC 9(07) VALUE ZEROS.
017300 77  WS-IDADE-DIAS                PIC S9(07) VALUE ZEROS.
017400*----------------------------------------------------------------*
017500*    DEBITOS DO CONTATO CORRENTE, COLETADOS DO HISTORICO NA      *
017600*    ORDEM DO ARQUIVO (MESMA TABELA DO RELATRA)                  *
017700*----------------------------------------------------------------*
017800 77  WS-DEB-QTD                   PIC 9(03) VALUE ZEROS.
017900 77  WS-DEB-MAX                   PIC 9(03) VALUE 500.
018000 01  WS-TAB-DEBITOS.
018100     03  WS-DEB-ENT               OCCURS 500 TIMES.
018200         05  WS-DEB-DATA          PIC 9(08).
018300         05  WS-DEB-VALOR         PIC 9(09)V99.
018400 77  WS-DEB-IDX                   PIC S9(04) COMP VALUE ZEROS.
018500 01  WS-SW-DEB-TRANSB             PIC X(01) VALUE 'N'.
018600     88 DEB-TRANSBORDOU           VALUE 'S' FALSE 'N'.
018700*----------------------------------------------------------------*
018800*    LEDGER A VARRER: OS TRES ARQUIVOS MENSAIS MAIS RECENTES JA  *
018900*    FECHADOS PELO FECMES E O LEDGER VIVO (MESMO CORTE DO        *
019000*    RELATRA)                                                    *
019100*----------------------------------------------------------------*
019200 01  WS-ARQ-TAB.
019300     03  WS-ARQ-DSN               OCCURS 4 TIMES PIC X(100).
019400 77  WS-ARQ-IDX                   PIC 9(01) VALUE ZEROS.
019500 77  WS-MES-AAAA                  PIC 9(04) VALUE ZEROS.
019600 77  WS-MES-MM                    PIC 9(02) VALUE ZEROS.
019700*----------------------------------------------------------------*
019800*    ALOCACAO DO SALDO DEVEDOR E PRIORIDADE DO DEVEDOR           *
019900*----------------------------------------------------------------*
020000 77  WS-DIVIDA                    PIC 9(09)V99 VALUE ZEROS.
020100 77  WS-SALDO-RESTANTE            PIC 9(11)V99 VALUE ZEROS.
020200 77  WS-PARCELA                   PIC 9(11)V99 VALUE ZEROS.
020300 77  WS-FAIXA-IDX                 PIC 9(01) VALUE ZEROS.
020400 77  WS-FAIXA-MAIOR               PIC 9(01) VALUE ZEROS.
020500 77  WS-FUP-VENCIDOS              PIC 9(02) VALUE ZEROS.
020600 77  WS-ORDEM                     PIC 9(04) VALUE ZEROS.
020700 77  WS-COBRADOR-ANT              PIC X(08) VALUE SPACES.
020800*----------------------------------------------------------------*
020900*    CONTADORES DO RESUMO                                        *
021000*----------------------------------------------------------------*
021100 77  WS-CONT-DEVEDORES            PIC 9(06) VALUE ZEROS.
021200 77  WS-CONT-NOVOS                PIC 9(06) VALUE ZEROS.
021300 77  WS-CONT-REDISTRIB            PIC 9(06) VALUE ZEROS.
021400 77  WS-CONT-LIBERADOS            PIC 9(06) VALUE ZEROS.
021500 77  WS-CONT-EM-ACORDO            PIC 9(06) VALUE ZEROS.
021600 77  WS-CONT-NA-FILA              PIC 9(06) VALUE ZEROS.
021700 77  WS-CONT-FALHAS               PIC 9(06) VALUE ZEROS.
021800*----------------------------------------------------------------*
021900*    MASCARAS DE EDICAO (MESMO ESTILO DO RELSALDO)               *
022000*----------------------------------------------------------------*
022100 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
022200 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
022300*----------------------------------------------------------------*
022400*    CONSULTA DE ACORDO DE PARCELAMENTO (COPYBOOK ACOCHK)        *
022500*----------------------------------------------------------------*
022600 01  WS-ACORDOS-DSN               PIC X(100) VALUE 'ACORDOS.DAT'.
022700 77  WS-FS-ACO                    PIC X(02) VALUE '00'.
022800     88 FS-ACO-OK                 VALUE '00'.
022900 77  WS-ACO-BUSCA                 PIC 9(06) VALUE ZEROS.
023000 01  WS-ACO-ABERTO-SW             PIC X(01) VALUE 'N'.
023100     88 ACO-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
023200 01  WS-ACO-VIGENTE-SW            PIC X(01) VALUE 'N'.
023300     88 ACORDO-VIGENTE            VALUE 'S' FALSE 'N'.
023400 01  WS-ACO-EOF-SW                PIC X(01) VALUE 'N'.
023500     88 ACO-EOF-OK                VALUE 'S' FALSE 'N'.
023600*----------------------------------------------------------------*
023700*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
023800*----------------------------------------------------------------*
023900 01  WS-RELIMP-DSN                PIC X(100) VALUE 'FILACOB.LST'.
024000 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
024100     88 FS-RIMP-OK                VALUE '00'.
024200 01  WS-RIMP-TITULO               PIC X(40) VALUE
024300     'FILA DIARIA DE LIGACOES DE COBRANCA'.
024400 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
024500 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
024600 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
024700 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
024800 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
024900 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
025000*----------------------------------------------------------------*
025100*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
025200*----------------------------------------------------------------*
025300 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
025400 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
025500     88 FS-RUN-OK                 VALUE '00'.
025600 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'FILACOB'.
025700 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
025800 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
025900 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
026000 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
026100 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
026200 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
026300 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
026400 PROCEDURE DIVISION.
026500******************************************************************
026600*    0000-MAINLINE - ROTINA PRINCIPAL                            *
026700******************************************************************
026800 0000-MAINLINE.
026900     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
027000     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
027100     DISPLAY '*** CARTEIRA E FILA DE COBRANCA (FILACOB) ***'
027200     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
027300     COMPUTE WS-DIAS-HOJE =
027400         FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
027500
027600     PERFORM P100-CARREGAR-EQUIPE THRU P100-FIM
027700     IF WS-COB-QTD = ZEROS
027800        DISPLAY 'NENHUM COBRADOR ATIVO EM OPERADOR.DAT (MARCAR '
027900                'NO CADOPER) - CARTEIRA E FILA NAO GERADAS.'
028000        MOVE 08                   TO WS-RUN-RESULTADO
028100        GO TO 0000-ENCERRAR
028200     END-IF
028300
028400     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
028500     IF NOT FS-RIMP-OK
028600        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
028700                FUNCTION TRIM(WS-RELIMP-DSN)
028800        MOVE 08                   TO WS-RUN-RESULTADO
028900        GO TO 0000-ENCERRAR
029000     END-IF
029100     PERFORM P150-MONTAR-ARQUIVOS THRU P150-FIM
029200     PERFORM P200-ABRIR-ARQUIVOS  THRU P200-FIM
029300     IF NOT ARQUIVOS-ABERTOS
029400        MOVE 08                   TO WS-RUN-RESULTADO
029500        PERFORM 9830-REL-FECHAR   THRU 9830-FIM
029600        GO TO 0000-ENCERRAR
029700     END-IF
029800
029900     PERFORM P300-REVISAR-CARTEIRA THRU P300-FIM
030000     PERFORM 9450-ABRIR-ACORDOS   THRU 9450-FIM
030100     PERFORM P250-CABECALHO       THRU P250-FIM
030200     SORT SORTFILA
030300         ON ASCENDING  KEY SD-COBRADOR
030400         ON DESCENDING KEY SD-FAIXA SD-NIVEL-COBRANCA
030500                           SD-FUP-VENCIDOS SD-DIVIDA
030600         ON ASCENDING  KEY SD-ID-CONTATO
030700         INPUT PROCEDURE  P400-SELECIONAR THRU P400-FIM
030800         OUTPUT PROCEDURE P600-GRAVAR-FILA THRU P600-FIM
030900     PERFORM 9470-FECHAR-ACORDOS  THRU 9470-FIM
031000
031100     PERFORM P800-TOTAIS          THRU P800-FIM
031200     CLOSE CONTATOS
031300     CLOSE CARTEIRA
031400     IF NOTAS-ABERTO
031500        CLOSE NOTAS
031600     END-IF
031700     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
031800     .
031900 0000-ENCERRAR.
032000     PERFORM P900-FIM
032100     .
032200******************************************************************
032300*    P100-CARREGAR-EQUIPE - LE OPERADOR.DAT E GUARDA NA TABELA OS*
032400*                 OPERADORES ATIVOS MARCADOS COMO COBRADORES     *
032500******************************************************************
032600 P100-CARREGAR-EQUIPE.
032700     MOVE ZEROS                   TO WS-COB-QTD
032800     MOVE ZEROS                   TO WS-TAB-COBRADORES
032900     SET COB-TRANSBORDOU          TO FALSE
033000     OPEN INPUT OPERADOR
033100     IF NOT FS-OPE-OK
033200        MOVE WS-FS-OPE            TO WS-FS
033300        PERFORM 9000-TRADUZIR-FS
033400        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OPERADORES: '
033500                WS-FS-MSG
033600        GO TO P100-FIM
033700     END-IF
033800
033900     SET EOF-OPE-OK               TO FALSE
034000     PERFORM P110-LER-OPERADOR    THRU P110-FIM
034100         UNTIL EOF-OPE-OK
034200     CLOSE OPERADOR
034300
034400     IF COB-TRANSBORDOU
034500        DISPLAY 'AVISO: MAIS DE ' WS-COB-MAX
034600                ' COBRADORES ATIVOS - OS EXCEDENTES NAO RECEBEM '
034700                'CARTEIRA.'
034800        MOVE 04                   TO WS-RUN-RESULTADO
034900     END-IF
035000     DISPLAY 'COBRADORES ATIVOS NA EQUIPE: ' WS-COB-QTD
035100     .
035200 P100-FIM. EXIT.
035300******************************************************************
035400*    P110-LER-OPERADOR - LE UM OPERADOR E, SE COBRADOR ATIVO,    *
035500*                 INCLUI NA TABELA DA EQUIPE                     *
035600******************************************************************
035700 P110-LER-OPERADOR.
035800     READ OPERADOR NEXT RECORD
035900         AT END
036000             SET EOF-OPE-OK        TO TRUE
036100             GO TO P110-FIM
036200     END-READ
036300     IF NOT OPE-ATIVO OR NOT OPE-EH-COBRADOR
036400        GO TO P110-FIM
036500     END-IF
036600     IF WS-COB-QTD >= WS-COB-MAX
036700        SET COB-TRANSBORDOU       TO TRUE
036800        GO TO P110-FIM
036900     END-IF
037000     ADD 1                        TO WS-COB-QTD
037100     MOVE OPE-CODIGO              TO WS-COB-CODIGO (WS-COB-QTD)
037200     .
037300 P110-FIM. EXIT.
037400******************************************************************
037500*    P150-MONTAR-ARQUIVOS - MONTA A LISTA DE ARQUIVOS DO LEDGER: *
037600*                 TRES MENSAIS ANTERIORES (FECMES) E O VIVO, EM  *
037700*                 ORDEM CRONOLOGICA (MESMO CORTE DO RELATRA)     *
037800******************************************************************
037900 P150-MONTAR-ARQUIVOS.
038000     MOVE WS-DATA-EXEC (1:4)      TO WS-MES-AAAA
038100     MOVE WS-DATA-EXEC (5:2)      TO WS-MES-MM
038200     MOVE 'MOVHIST.DAT'           TO WS-ARQ-DSN (4)
038300     PERFORM P155-ARQUIVO-ANTERIOR THRU P155-FIM
038400         VARYING WS-ARQ-IDX FROM 3 BY -1
038500         UNTIL WS-ARQ-IDX < 1
038600     .
038700 P150-FIM. EXIT.
038800 P155-ARQUIVO-ANTERIOR.
038900     IF WS-MES-MM = 1
039000        MOVE 12                   TO WS-MES-MM
039100        SUBTRACT 1                FROM WS-MES-AAAA
039200     ELSE
039300        SUBTRACT 1                FROM WS-MES-MM
039400     END-IF
039500     MOVE SPACES                  TO WS-ARQ-DSN (WS-ARQ-IDX)
039600     STRING 'MOVHIST.'            DELIMITED BY SIZE
039700            WS-MES-AAAA           DELIMITED BY SIZE
039800            WS-MES-MM             DELIMITED BY SIZE
039900            INTO WS-ARQ-DSN (WS-ARQ-IDX)
040000     END-STRING
040100     .
040200 P155-FIM. EXIT.
040300******************************************************************
040400*    P200-ABRIR-ARQUIVOS - ABRE CONTATOS.DAT, CARTEIRA.DAT (I-O, *
040500*                 CRIADO NA PRIMEIRA EXECUCAO) E NOTAS.DAT (SEM  *
040600*                 ELE NENHUM FOLLOW-UP CONTA COMO VENCIDO)       *
040700******************************************************************
040800 P200-ABRIR-ARQUIVOS.
040900     SET ARQUIVOS-ABERTOS         TO FALSE
041000     OPEN INPUT CONTATOS
041100     IF NOT FS-OK
041200        PERFORM 9000-TRADUZIR-FS
041300        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
041400        GO TO P200-FIM
041500     END-IF
041600
041700     OPEN I-O CARTEIRA
041800*    SO A AUSENCIA DO ARQUIVO (FILE STATUS 35) DISPARA A CRIACAO;
041900*    OUTRAS FALHAS NAO PODEM ZERAR A CARTEIRA VIVA.
042000     IF WS-FS-CRT = '35'
042100        OPEN OUTPUT CARTEIRA
042200        CLOSE CARTEIRA
042300        MOVE '00'                 TO WS-FS-CRT
042400        OPEN I-O CARTEIRA
042500     END-IF
042600     IF NOT FS-CRT-OK
042700        MOVE WS-FS-CRT            TO WS-FS
042800        PERFORM 9000-TRADUZIR-FS
042900        DISPLAY 'ERRO AO ABRIR A CARTEIRA DE COBRANCA: '
043000                WS-FS-MSG
043100        CLOSE CONTATOS
043200        GO TO P200-FIM
043300     END-IF
043400
043500     SET NOTAS-ABERTO             TO FALSE
043600     OPEN INPUT NOTAS
043700     IF FS-NOTA-OK
043800        SET NOTAS-ABERTO          TO TRUE
043900     END-IF
044000     SET ARQUIVOS-ABERTOS         TO TRUE
044100     .
044200 P200-FIM. EXIT.
044300******************************************************************
044400*    P250-CABECALHO - LINHA DE TITULO DAS COLUNAS DA LISTAGEM    *
044500******************************************************************
044600 P250-CABECALHO.
044700     MOVE SPACES                  TO WS-RIMP-LINHA
044800     MOVE 'COBRADOR ORDEM ID     NOME                 FX NV FUP'
044900                                  TO WS-RIMP-LINHA
045000     MOVE 'VALOR DEVIDO'          TO WS-RIMP-LINHA (60:12)
045100     MOVE 'TELEFONE'              TO WS-RIMP-LINHA (74:8)
045200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
045300     .
045400 P250-FIM. EXIT.
045500******************************************************************
045600*    P300-REVISAR-CARTEIRA - PERCORRE CARTEIRA.DAT: RETIRA QUEM  *
045700*                 NAO E MAIS DEVEDOR ATIVO E CONTA A CARGA DE    *
045800*                 CADA COBRADOR DA EQUIPE. DEVEDOR DE COBRADOR   *
045900*                 FORA DA EQUIPE FICA PARA A REDISTRIBUICAO DA   *
046000*                 ETAPA SEGUINTE (P420)                          *
046100******************************************************************
046200 P300-REVISAR-CARTEIRA.
046300     SET EOF-CRT-OK               TO FALSE
046400     MOVE ZEROS                   TO CRT-ID-CONTATO
046500     START CARTEIRA KEY IS NOT LESS THAN CRT-ID-CONTATO
046600         INVALID KEY
046700             SET EOF-CRT-OK        TO TRUE
046800     END-START
046900     PERFORM P310-REVISAR-DEVEDOR THRU P310-FIM
047000         UNTIL EOF-CRT-OK
047100     .
047200 P300-FIM. EXIT.
047300******************************************************************
047400*    P310-REVISAR-DEVEDOR - LE UM REGISTRO DA CARTEIRA E CONFERE *
047500*                 O CONTATO EM CONTATOS.DAT                      *
047600******************************************************************
047700 P310-REVISAR-DEVEDOR.
047800     READ CARTEIRA NEXT RECORD
047900         AT END
048000             SET EOF-CRT-OK        TO TRUE
048100             GO TO P310-FIM
048200     END-READ
048300
048400     MOVE CRT-ID-CONTATO          TO ID-CONTATO
048500     READ CONTATOS
048600         INVALID KEY
048700             MOVE 'I'             TO ST-CONTATO
048800     END-READ
048900     IF NOT CONTATO-ATIVO OR SALDO-CONTATO NOT < ZEROS
049000        DELETE CARTEIRA RECORD
049100            INVALID KEY
049200                MOVE WS-FS-CRT    TO WS-FS
049300                PERFORM 9000-TRADUZIR-FS
049400                DISPLAY 'FALHA AO RETIRAR DA CARTEIRA O CONTATO '
049500                        CRT-ID-CONTATO ': ' WS-FS-MSG
049600                ADD 1             TO WS-CONT-FALHAS
049700            NOT INVALID KEY
049800                ADD 1             TO WS-CONT-LIBERADOS
049900        END-DELETE
050000        GO TO P310-FIM
050100     END-IF
050200
050300     MOVE CRT-COBRADOR            TO WS-COB-BUSCA
050400     PERFORM P350-LOCALIZAR-COBRADOR THRU P350-FIM
050500     IF WS-COB-ACHADO NOT = ZEROS
050600        ADD 1                     TO WS-COB-CARGA (WS-COB-ACHADO)
050700     END-IF
050800     .
050900 P310-FIM. EXIT.
051000******************************************************************
051100*    P350-LOCALIZAR-COBRADOR - PROCURA WS-COB-BUSCA NA TABELA DA *
051200*                 EQUIPE; WS-COB-ACHADO = ZEROS QUANDO NAO ESTA  *
051300******************************************************************
051400 P350-LOCALIZAR-COBRADOR.
051500     MOVE ZEROS                   TO WS-COB-ACHADO
051600     PERFORM P355-COMPARAR-COBRADOR THRU P355-FIM
051700         VARYING WS-COB-IDX FROM 1 BY 1
051800         UNTIL WS-COB-IDX > WS-COB-QTD
051900            OR WS-COB-ACHADO NOT = ZEROS
052000     .
052100 P350-FIM. EXIT.
052200 P355-COMPARAR-COBRADOR.
052300     IF WS-COB-CODIGO (WS-COB-IDX) = WS-COB-BUSCA
052400        MOVE WS-COB-IDX           TO WS-COB-ACHADO
052500     END-IF
052600     .
052700 P355-FIM. EXIT.
052800******************************************************************
052900*    P360-MENOR-CARGA - ESCOLHE O COBRADOR COM MENOS DEVEDORES NA*
053000*                 CARTEIRA (NO EMPATE, O PRIMEIRO DA TABELA)     *
053100******************************************************************
053200 P360-MENOR-CARGA.
053300     MOVE 1                       TO WS-COB-ACHADO
053400     PERFORM P365-COMPARAR-CARGA  THRU P365-FIM
053500         VARYING WS-COB-IDX FROM 2 BY 1
053600         UNTIL WS-COB-IDX > WS-COB-QTD
053700     .
053800 P360-FIM. EXIT.
053900 P365-COMPARAR-CARGA.
054000     IF WS-COB-CARGA (WS-COB-IDX) <
054100        WS-COB-CARGA (WS-COB-ACHADO)
054200        MOVE WS-COB-IDX           TO WS-COB-ACHADO
054300     END-IF
054400     .
054500 P365-FIM. EXIT.
054600******************************************************************
054700*    P400-SELECIONAR - RELE CONTATOS.DAT DO INICIO E, PARA CADA  *
054800*                 DEVEDOR ATIVO, GARANTE O DONO NA CARTEIRA E    *
054900*                 LIBERA A LINHA DA FILA PARA O SORT             *
055000******************************************************************
055100 P400-SELECIONAR.
055200     SET EOF-OK                   TO FALSE
055300     MOVE ZEROS                   TO ID-CONTATO
055400     START CONTATOS KEY IS NOT LESS THAN ID-CONTATO
055500         INVALID KEY
055600             SET EOF-OK            TO TRUE
055700     END-START
055800     PERFORM P410-TRATAR-CONTATO  THRU P410-FIM
055900         UNTIL EOF-OK
056000     .
056100 P400-FIM. EXIT.
056200******************************************************************
056300*    P410-TRATAR-CONTATO - LE UM CONTATO E, SE DEVEDOR ATIVO,    *
056400*                 CALCULA A PRIORIDADE E O LIBERA PARA A FILA    *
056500******************************************************************
056600 P410-TRATAR-CONTATO.
056700     READ CONTATOS NEXT RECORD
056800         AT END
056900             SET EOF-OK            TO TRUE
057000             GO TO P410-FIM
057100     END-READ
057200     ADD 1                        TO WS-RUN-LIDOS
057300     IF NOT CONTATO-ATIVO OR SALDO-CONTATO NOT < ZEROS
057400        GO TO P410-FIM
057500     END-IF
057600     ADD 1                        TO WS-CONT-DEVEDORES
057700
057800     PERFORM P420-GARANTIR-DONO   THRU P420-FIM
057900     IF WS-COB-ACHADO = ZEROS
058000        GO TO P410-FIM
058100     END-IF
058200
058300*    ACORDO EM DIA: O DEVEDOR CONTINUA NA CARTEIRA, MAS NAO ENTRA
058400*    NA FILA (MESMA REGRA DO CARTCOB, QUE NAO ESCALA O AVISO).
058500     MOVE ID-CONTATO              TO WS-ACO-BUSCA
058600     PERFORM 9460-VERIFICAR-ACORDO THRU 9460-FIM
058700     IF ACORDO-VIGENTE
058800        ADD 1                     TO WS-CONT-EM-ACORDO
058900        GO TO P410-FIM
059000     END-IF
059100
059200     COMPUTE WS-DIVIDA = ZERO - SALDO-CONTATO
059300     PERFORM P430-COLETAR-DEBITOS THRU P430-FIM
059400     PERFORM P440-FAIXA-DIVIDA    THRU P440-FIM
059500     PERFORM P450-FUP-VENCIDOS    THRU P450-FIM
059600
059700     MOVE CRT-COBRADOR            TO SD-COBRADOR
059800     MOVE WS-FAIXA-MAIOR          TO SD-FAIXA
059900     MOVE NIVEL-COBRANCA          TO SD-NIVEL-COBRANCA
060000     MOVE WS-FUP-VENCIDOS         TO SD-FUP-VENCIDOS
060100     MOVE WS-DIVIDA               TO SD-DIVIDA
060200     MOVE ID-CONTATO              TO SD-ID-CONTATO
060300     MOVE NM-CONTATO              TO SD-NM-CONTATO
060400     MOVE TEL-CONTATO             TO SD-TEL-CONTATO
060500     RELEASE SD-REG-FILA
060600     .
060700 P410-FIM. EXIT.
060800******************************************************************
060900*    P420-GARANTIR-DONO - DEVEDOR SEM REGISTRO NA CARTEIRA, OU   *
061000*                 COM COBRADOR FORA DA EQUIPE, VAI PARA O        *
061100*                 COBRADOR MENOS CARREGADO. WS-COB-ACHADO FICA   *
061200*                 COM O DONO (ZEROS SE A GRAVACAO FALHOU)        *
061300******************************************************************
061400 P420-GARANTIR-DONO.
061500     MOVE ID-CONTATO              TO CRT-ID-CONTATO
061600     READ CARTEIRA
061700         INVALID KEY
061800             PERFORM P360-MENOR-CARGA THRU P360-FIM
061900             MOVE ID-CONTATO      TO CRT-ID-CONTATO
062000             MOVE WS-COB-CODIGO (WS-COB-ACHADO) TO CRT-COBRADOR
062100             MOVE WS-DATA-EXEC    TO CRT-DT-ATRIB
062200             SET CRT-NOVO         TO TRUE
062300             MOVE SPACES          TO CRT-COBRADOR-ANT
062400             WRITE REG-CARTEIRA
062500                 INVALID KEY
062600                     MOVE WS-FS-CRT TO WS-FS
062700                     PERFORM 9000-TRADUZIR-FS
062800                     DISPLAY 'FALHA AO INCLUIR NA CARTEIRA O '
062900                             'CONTATO ' ID-CONTATO ': ' WS-FS-MSG
063000                     ADD 1        TO WS-CONT-FALHAS
063100                     MOVE ZEROS   TO WS-COB-ACHADO
063200                 NOT INVALID KEY
063300                     ADD 1        TO WS-COB-CARGA (WS-COB-ACHADO)
063400                     ADD 1        TO WS-CONT-NOVOS
063500             END-WRITE
063600             GO TO P420-FIM
063700     END-READ
063800
063900     MOVE CRT-COBRADOR            TO WS-COB-BUSCA
064000     PERFORM P350-LOCALIZAR-COBRADOR THRU P350-FIM
064100     IF WS-COB-ACHADO NOT = ZEROS
064200        GO TO P420-FIM
064300     END-IF
064400
064500*    O COBRADOR SAIU DA EQUIPE OU FOI INATIVADO NO CADOPER.
064600     PERFORM P360-MENOR-CARGA     THRU P360-FIM
064700     MOVE CRT-COBRADOR            TO CRT-COBRADOR-ANT
064800     MOVE WS-COB-CODIGO (WS-COB-ACHADO) TO CRT-COBRADOR
064900     MOVE WS-DATA-EXEC            TO CRT-DT-ATRIB
065000     SET CRT-REDISTRIBUIDO        TO TRUE
065100     REWRITE REG-CARTEIRA
065200         INVALID KEY
065300             MOVE WS-FS-CRT       TO WS-FS
065400             PERFORM 9000-TRADUZIR-FS
065500             DISPLAY 'FALHA AO REDISTRIBUIR O CONTATO '
065600                     ID-CONTATO ': ' WS-FS-MSG
065700             ADD 1                TO WS-CONT-FALHAS
065800             MOVE ZEROS           TO WS-COB-ACHADO
065900         NOT INVALID KEY
066000             ADD 1                TO WS-COB-CARGA (WS-COB-ACHADO)
066100             ADD 1                TO WS-CONT-REDISTRIB
066200     END-REWRITE
066300     .
066400 P420-FIM. EXIT.
066500******************************************************************
066600*    P430-COLETAR-DEBITOS - VARRE OS ARQUIVOS DO LEDGER E GUARDA *
066700*                 OS DEBITOS NAO ESTORNADOS DO CONTATO CORRENTE  *
066800******************************************************************
066900 P430-COLETAR-DEBITOS.
067000     MOVE ZEROS                   TO WS-DEB-QTD
067100     SET DEB-TRANSBORDOU          TO FALSE
067200     PERFORM P432-COLETAR-ARQUIVO THRU P432-FIM
067300         VARYING WS-ARQ-IDX FROM 1 BY 1
067400         UNTIL WS-ARQ-IDX > 4
067500     .
067600 P430-FIM. EXIT.
067700 P432-COLETAR-ARQUIVO.
067800     MOVE WS-ARQ-DSN (WS-ARQ-IDX) TO WS-HISTORICO-DSN
067900     SET EOF-HIS-OK               TO FALSE
068000     MOVE '00'                    TO WS-FS-HIS
068100     OPEN INPUT HISTORICO
068200     IF NOT FS-HIS-OK
068300        GO TO P432-FIM
068400     END-IF
068500     PERFORM P435-LER-HISTORICO   THRU P435-FIM
068600         UNTIL EOF-HIS-OK
068700     CLOSE HISTORICO
068800     .
068900 P432-FIM. EXIT.
069000 P435-LER-HISTORICO.
069100     READ HISTORICO
069200         AT END
069300             SET EOF-HIS-OK        TO TRUE
069400             GO TO P435-FIM
069500     END-READ
069600     IF HIS-ID-CONTATO NOT = ID-CONTATO OR NOT HIS-DEBITO
069700        OR HIS-FOI-ESTORNADO
069800        GO TO P435-FIM
069900     END-IF
070000     IF WS-DEB-QTD >= WS-DEB-MAX
070100        SET DEB-TRANSBORDOU       TO TRUE
070200        GO TO P435-FIM
070300     END-IF
070400     ADD 1                        TO WS-DEB-QTD
070500     MOVE HIS-DATA-MOV            TO WS-DEB-DATA (WS-DEB-QTD)
070600     MOVE HIS-VALOR               TO WS-DEB-VALOR (WS-DEB-QTD)
070700     .
070800 P435-FIM. EXIT.
070900******************************************************************
071000*    P440-FAIXA-DIVIDA - DISTRIBUI A DIVIDA PELOS DEBITOS DO    *
071100*                 MAIS RECENTE PARA O MAIS ANTIGO (ALOCACAO DO   *
071200*                 RELATRA) E GUARDA A FAIXA MAIS ALTA QUE        *
071300*                 RECEBEU PARCELA.                               *
071400*                 SALDO SEM DEBITO CORRESPONDENTE CAI NA FAIXA   *
071500*                 ACIMA DE 90 DIAS, COMO NO RELATRA              *
071600******************************************************************
071700 P440-FAIXA-DIVIDA.
071800     MOVE 1                       TO WS-FAIXA-MAIOR
071900     MOVE WS-DIVIDA               TO WS-SALDO-RESTANTE
072000     PERFORM P445-ALOCAR-DEBITO   THRU P445-FIM
072100         VARYING WS-DEB-IDX FROM WS-DEB-QTD BY -1
072200         UNTIL WS-DEB-IDX < 1
072300            OR WS-SALDO-RESTANTE = ZEROS
072400     IF WS-SALDO-RESTANTE > ZEROS
072500        MOVE 4                    TO WS-FAIXA-MAIOR
072600     END-IF
072700     .
072800 P440-FIM. EXIT.
072900 P445-ALOCAR-DEBITO.
073000     IF WS-DEB-VALOR (WS-DEB-IDX) < WS-SALDO-RESTANTE
073100        MOVE WS-DEB-VALOR (WS-DEB-IDX) TO WS-PARCELA
073200     ELSE
073300        MOVE WS-SALDO-RESTANTE    TO WS-PARCELA
073400     END-IF
073500     SUBTRACT WS-PARCELA          FROM WS-SALDO-RESTANTE
073600     IF WS-PARCELA = ZEROS
073700        GO TO P445-FIM
073800     END-IF
073900
074000     IF WS-DEB-DATA (WS-DEB-IDX) NOT NUMERIC OR
074100        WS-DEB-DATA (WS-DEB-IDX) = ZEROS
074200        MOVE 4                    TO WS-FAIXA-IDX
074300     ELSE
074400        COMPUTE WS-DIAS-MOV =
074500            FUNCTION INTEGER-OF-DATE(WS-DEB-DATA (WS-DEB-IDX))
074600        COMPUTE WS-IDADE-DIAS = WS-DIAS-HOJE - WS-DIAS-MOV
074700        EVALUATE TRUE
074800            WHEN WS-IDADE-DIAS NOT > 30
074900                MOVE 1            TO WS-FAIXA-IDX
075000            WHEN WS-IDADE-DIAS NOT > 60
075100                MOVE 2            TO WS-FAIXA-IDX
075200            WHEN WS-IDADE-DIAS NOT > 90
075300                MOVE 3            TO WS-FAIXA-IDX
075400            WHEN OTHER
075500                MOVE 4            TO WS-FAIXA-IDX
075600        END-EVALUATE
075700     END-IF
075800     IF WS-FAIXA-IDX > WS-FAIXA-MAIOR
075900        MOVE WS-FAIXA-IDX         TO WS-FAIXA-MAIOR
076000     END-IF
076100     .
076200 P445-FIM. EXIT.
076300******************************************************************
076400*    P450-FUP-VENCIDOS - CONTA AS ANOTACOES DO CONTATO COM       *
076500*                 FOLLOW-UP AINDA ABERTO E DATA DE RETORNO JA    *
076600*                 PASSADA (MESMO CRITERIO DO RELNOTA ATRASO=;    *
076700*                 STATUS EM BRANCO CONTA COMO ABERTO)            *
076800******************************************************************
076900 P450-FUP-VENCIDOS.
077000     MOVE ZEROS                   TO WS-FUP-VENCIDOS
077100     IF NOT NOTAS-ABERTO
077200        GO TO P450-FIM
077300     END-IF
077400     SET EOF-NOTA-OK              TO FALSE
077500     MOVE ID-CONTATO              TO NOTA-ID-CONTATO
077600     MOVE ZEROS                   TO NOTA-SEQ
077700     START NOTAS KEY IS NOT LESS THAN NOTA-CHAVE
077800         INVALID KEY
077900             SET EOF-NOTA-OK      TO TRUE
078000     END-START
078100     PERFORM P455-LER-NOTA        THRU P455-FIM
078200         UNTIL EOF-NOTA-OK
078300     .
078400 P450-FIM. EXIT.
078500 P455-LER-NOTA.
078600     READ NOTAS NEXT RECORD
078700         AT END
078800             SET EOF-NOTA-OK       TO TRUE
078900             GO TO P455-FIM
079000     END-READ
079100     IF NOTA-ID-CONTATO NOT = ID-CONTATO
079200        SET EOF-NOTA-OK           TO TRUE
079300        GO TO P455-FIM
079400     END-IF
079500     IF NOT NOTA-COM-FOLLOWUP OR FUP-CONCLUIDO OR FUP-CANCELADO
079600        GO TO P455-FIM
079700     END-IF
079800     IF NOTA-DT-FOLLOWUP NOT NUMERIC OR
079900        NOTA-DT-FOLLOWUP = ZEROS OR
080000        NOTA-DT-FOLLOWUP NOT < WS-DATA-EXEC
080100        GO TO P455-FIM
080200     END-IF
080300     IF WS-FUP-VENCIDOS < 99
080400        ADD 1                     TO WS-FUP-VENCIDOS
080500     END-IF
080600     .
080700 P455-FIM. EXIT.
080800******************************************************************
080900*    P600-GRAVAR-FILA - DEVOLVE OS DEVEDORES JA ORDENADOS,       *
081000*                 NUMERA A FILA DE CADA COBRADOR E GRAVA         *
081100*                 FILACOB.DAT E A LISTAGEM                       *
081200******************************************************************
081300 P600-GRAVAR-FILA.
081400     OPEN OUTPUT FILA
081500     IF NOT FS-FIL-OK
081600        MOVE WS-FS-FIL            TO WS-FS
081700        PERFORM 9000-TRADUZIR-FS
081800        DISPLAY 'ERRO AO ABRIR A FILA DE LIGACOES: ' WS-FS-MSG
081900        MOVE 08                   TO WS-RUN-RESULTADO
082000        GO TO P600-FIM
082100     END-IF
082200
082300     MOVE SPACES                  TO WS-COBRADOR-ANT
082400     SET EOF-SAI-OK               TO FALSE
082500     PERFORM P610-GRAVAR-LINHA    THRU P610-FIM
082600         UNTIL EOF-SAI-OK
082700     CLOSE FILA
082800     .
082900 P600-FIM. EXIT.
083000******************************************************************
083100*    P610-GRAVAR-LINHA - DEVOLVE UM DEVEDOR DO SORT E GRAVA A    *
083200*                 LINHA DA FILA (A ORDEM RECOMECA A CADA         *
083300*                 COBRADOR)                                      *
083400******************************************************************
083500 P610-GRAVAR-LINHA.
083600     RETURN SORTFILA
083700         AT END
083800             SET EOF-SAI-OK        TO TRUE
083900             GO TO P610-FIM
084000     END-RETURN
084100     IF SD-COBRADOR NOT = WS-COBRADOR-ANT
084200        MOVE SD-COBRADOR          TO WS-COBRADOR-ANT
084300        MOVE ZEROS                TO WS-ORDEM
084400        IF WS-RIMP-LINHAS > 1
084500           MOVE SPACES            TO WS-RIMP-LINHA
084600           PERFORM 9810-REL-DETALHE THRU 9810-FIM
084700        END-IF
084800     END-IF
084900     ADD 1                        TO WS-ORDEM
085000
085100     MOVE SD-COBRADOR             TO FIL-COBRADOR
085200     MOVE WS-ORDEM                TO FIL-ORDEM
085300     MOVE SD-ID-CONTATO           TO FIL-ID-CONTATO
085400     MOVE SD-NM-CONTATO           TO FIL-NM-CONTATO
085500     MOVE SD-TEL-CONTATO          TO FIL-TEL-CONTATO
085600     MOVE SD-DIVIDA               TO FIL-DIVIDA
085700     MOVE SD-FAIXA                TO FIL-FAIXA
085800     MOVE SD-NIVEL-COBRANCA       TO FIL-NIVEL-COBRANCA
085900     MOVE SD-FUP-VENCIDOS         TO FIL-FUP-VENCIDOS
086000     MOVE WS-DATA-EXEC            TO FIL-DT-GERACAO
086100     WRITE REG-FILA
086200     ADD 1                        TO WS-CONT-NA-FILA
086300
086400     MOVE SD-COBRADOR             TO WS-COB-BUSCA
086500     PERFORM P350-LOCALIZAR-COBRADOR THRU P350-FIM
086600     IF WS-COB-ACHADO NOT = ZEROS
086700        ADD 1                     TO
086800            WS-COB-NA-FILA (WS-COB-ACHADO)
086900        ADD SD-DIVIDA             TO
087000            WS-COB-VALOR-FILA (WS-COB-ACHADO)
087100     END-IF
087200
087300     MOVE SPACES                  TO WS-RIMP-LINHA
087400     MOVE SD-COBRADOR             TO WS-RIMP-LINHA (1:8)
087500     MOVE WS-ORDEM                TO WS-RIMP-LINHA (10:4)
087600     MOVE SD-ID-CONTATO           TO WS-RIMP-LINHA (16:6)
087700     MOVE SD-NM-CONTATO           TO WS-RIMP-LINHA (23:20)
087800     MOVE SD-FAIXA                TO WS-RIMP-LINHA (45:1)
087900     MOVE SD-NIVEL-COBRANCA       TO WS-RIMP-LINHA (48:1)
088000     MOVE SD-FUP-VENCIDOS         TO WS-RIMP-LINHA (51:2)
088100     MOVE SD-DIVIDA               TO WS-MSK-VALOR
088200     MOVE WS-MSK-VALOR            TO WS-RIMP-LINHA (58:14)
088300     MOVE SD-TEL-CONTATO          TO WS-RIMP-LINHA (74:15)
088400     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
088500     .
088600 P610-FIM. EXIT.
088700******************************************************************
088800*    P800-TOTAIS - EMITE A CARGA DE CADA COBRADOR NA LISTAGEM E O*
088900*                 RESUMO NO CONSOLE                              *
089000******************************************************************
089100 P800-TOTAIS.
089200     MOVE SPACES                  TO WS-RIMP-LINHA
089300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
089400     MOVE 'COBRADOR CARTEIRA  NA FILA   VALOR NA FILA'
089500                                  TO WS-RIMP-LINHA
089600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
089700     PERFORM P810-LINHA-COBRADOR  THRU P810-FIM
089800         VARYING WS-COB-IDX FROM 1 BY 1
089900         UNTIL WS-COB-IDX > WS-COB-QTD
090000
090100     DISPLAY ' '
090200     DISPLAY '*** RESUMO DA CARTEIRA E DA FILA ***'
090300     DISPLAY 'DEVEDORES ATIVOS.........: ' WS-CONT-DEVEDORES
090400     DISPLAY 'INCLUIDOS NA CARTEIRA....: ' WS-CONT-NOVOS
090500     DISPLAY 'REDISTRIBUIDOS...........: ' WS-CONT-REDISTRIB
090600     DISPLAY 'RETIRADOS DA CARTEIRA....: ' WS-CONT-LIBERADOS
090700     DISPLAY 'COM ACORDO EM DIA........: ' WS-CONT-EM-ACORDO
090800     DISPLAY 'LINHAS NA FILA DO DIA....: ' WS-CONT-NA-FILA
090900     DISPLAY 'FALHAS NA CARTEIRA.......: ' WS-CONT-FALHAS
091000     .
091100 P800-FIM. EXIT.
091200 P810-LINHA-COBRADOR.
091300     MOVE SPACES                  TO WS-RIMP-LINHA
091400     MOVE WS-COB-CODIGO (WS-COB-IDX) TO WS-RIMP-LINHA (1:8)
091500     MOVE WS-COB-CARGA (WS-COB-IDX)  TO WS-RIMP-LINHA (10:6)
091600     MOVE WS-COB-NA-FILA (WS-COB-IDX) TO WS-RIMP-LINHA (20:6)
091700     MOVE WS-COB-VALOR-FILA (WS-COB-IDX) TO WS-MSK-TOTAL
091800     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (27:17)
091900     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
092000     .
092100 P810-FIM. EXIT.
092200******************************************************************
092300*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
092400******************************************************************
092500 P900-FIM.
092600     DISPLAY '*** FIM DA CARTEIRA E FILA DE COBRANCA ***'
092700     MOVE WS-CONT-NA-FILA         TO WS-RUN-GRAVADOS
092800     MOVE WS-CONT-FALHAS          TO WS-RUN-REJEITADOS
092900     IF WS-RUN-RESULTADO = ZEROS AND WS-CONT-FALHAS > ZEROS
093000        MOVE 04                   TO WS-RUN-RESULTADO
093100     END-IF
093200     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
093300     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
093400     STOP RUN.
093500
093600     COPY FSTATUS.
093700     COPY DSNENV.
093800     COPY RUNLOG.
093900     COPY RELIMP.
094000     COPY ACOCHK.
