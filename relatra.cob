001900*                 LINHA POR DEVEDOR, CONTAGENS E TOTAIS POR
002000*                 FAIXA E O TOTAL GERAL, QUE FECHA COM A SOMA
002100*                 DOS SALDOS NEGATIVOS DO RELSALDO.
002100*                 O VALOR EM DISPUTA ABERTA (DISPUTAS.DAT/CADDISP)
002100*                 NAO ENVELHECE: SAI DA ALOCACAO, JUNTO COM O
002100*                 DEBITO CONTESTADO, E APARECE NA QUINTA COLUNA,
002100*                 "EM DISPUTA" - O TOTAL GERAL CONTINUA FECHANDO.
002100*                 A IDADE E CONTADA EM DIAS UTEIS (CALENDARIO
002100*                 CALEND.DAT, COPYBOOK CALTAB) - OU EM DIAS
002100*                 CORRIDOS COM O PARAMETRO CONTAGEM=CORRIDOS.
002200*----------------------------------------------------------------*
002300*    HISTORICO DE ALTERACOES
002400*    DATA       AUTOR   DESCRICAO
002653*                       SO COM O LEDGER VIVO, TODO DEBITO DE MES
002654*                       JA FECHADO CAIA NO RESTO SEM ORIGEM E
002654*                       ERA JOGADO NA FAIXA ACIMA DE 90 DIAS.
002654*    2025-05-02 JSZ     NOVA COLUNA EM DISPUTA (COPYBOOK DSPCHK):
002654*                       O VALOR CONTESTADO COM DISPUTA ABERTA E
002654*                       SEPARADO ANTES DA ALOCACAO E O DEBITO
002654*                       CONTESTADO NAO ENTRA NAS FAIXAS DE ATRASO.
002654*    2025-05-09 JSZ     IDADE DOS DEBITOS CONTADA SOBRE O
002654*                       CALENDARIO DE DIAS UTEIS (COPYBOOK
002654*                       CALTAB); PARAMETRO CONTAGEM=CORRIDOS VOLTA
002654*                       AOS DIAS CORRIDOS.
002654*    2025-07-04 JSZ     PARAMETRO FILIAL= (NNN, SEM OU TODAS):
002654*                       O AGING QUEBRA PAGINA POR FILIAL, COM AS
002654*                       FAIXAS E O SUBTOTAL DE CADA UMA, E FECHA
002654*                       COM O QUADRO CONSOLIDADO (COPYBOOK
002654*                       FILTAB).
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS ID-CONTATO
003800         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003833         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003866             SUPPRESS WHEN SPACES
003900         FILE STATUS IS WS-FS.
004000     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
004100         ORGANIZATION IS LINE SEQUENTIAL
004600     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-FS-RUN.
004800     SELECT DISPUTAS ASSIGN TO WS-DISPUTAS-DSN
004800         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS DSP-CHAVE
004800         FILE STATUS IS WS-FS-DSP.
004800     SELECT CALENDARIO ASSIGN TO WS-CALEND-DSN
004800         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CAL-DATA
004800         FILE STATUS IS WS-FS-CAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CONTATOS.
005600 01  REG-RELIMP                   PIC X(132).
005700 FD  RUNCTL.
005800     COPY RUNREG.
005800 FD  DISPUTAS.
005800     COPY DISPREG.
005800 FD  CALENDARIO.
005800     COPY CALREG.
005900 WORKING-STORAGE SECTION.
006000     COPY CONTREGW.
006100 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
007000 77  WS-EOF-HIS                   PIC X(01) VALUE 'N'.
007100     88 EOF-HIS-OK                VALUE 'S' FALSE 'N'.
007200*----------------------------------------------------------------*
007200*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
007200*    DO P100-ANALISAR-PARM DO CARTCOB)                           *
007200*----------------------------------------------------------------*
007200 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
007200 01  WS-PARM-TOKENS.
007200     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
007200                                  INDEXED BY WS-PARM-IDX.
007200*----------------------------------------------------------------*
007300*    CORTE DE DATAS: IDADE EM DIAS A PARTIR DA DATA DA EXECUCAO  *
007400*----------------------------------------------------------------*
007500 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
009210 77  WS-MES-MM                    PIC 9(02) VALUE ZEROS.
009300*----------------------------------------------------------------*
009400*    ALOCACAO DO SALDO DEVEDOR DO CONTATO PELAS FAIXAS          *
009400*    (A QUINTA POSICAO E A COLUNA EM DISPUTA)                    *
009500*----------------------------------------------------------------*
009600 77  WS-SALDO-RESTANTE            PIC 9(11)V99 VALUE ZEROS.
009700 77  WS-PARCELA                   PIC 9(11)V99 VALUE ZEROS.
009800 01  WS-FAIXAS-CONTATO.
009900     03  WS-CTT-FAIXA             OCCURS 5 TIMES
010000                                  PIC 9(11)V99.
010100 01  WS-FAIXAS-TOTAL.
010200     03  WS-TOT-FAIXA             OCCURS 5 TIMES
010300                                  PIC 9(13)V99.
010400 01  WS-FAIXAS-CONTAGEM.
010500     03  WS-CNT-FAIXA             OCCURS 5 TIMES
010600                                  PIC 9(06).
010700 77  WS-FAIXA-IDX                 PIC 9(01) VALUE ZEROS.
010800 77  WS-CONT-DEVEDORES            PIC 9(06) VALUE ZEROS.
010900 77  WS-TOTAL-DEVEDOR             PIC 9(13)V99 VALUE ZEROS.
010900 77  WS-DSP-IDX                   PIC 9(03) VALUE ZEROS.
010900 01  WS-DEB-DISPUTA-SW            PIC X(01) VALUE 'N'.
010900     88 DEB-EM-DISPUTA            VALUE 'S' FALSE 'N'.
011000*----------------------------------------------------------------*
011100*    MASCARAS DE EDICAO (MESMO ESTILO DO RELSALDO)               *
011200*----------------------------------------------------------------*
011300 01  WS-MSK-FAIXA                 PIC $$$.$$$.$$9,99.
011400 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
011400*----------------------------------------------------------------*
011400*    AREA DA QUEBRA POR FILIAL (COPYBOOK FILTAB)                 *
011400*----------------------------------------------------------------*
011400 01  WS-FIL-PARM                  PIC X(05) VALUE SPACES.
011400 01  WS-FIL-QUEBRA-SW             PIC X(01) VALUE 'N'.
011400     88 FIL-QUEBRA                VALUE 'S' FALSE 'N'.
011400 01  WS-FIL-UNICA-SW              PIC X(01) VALUE 'N'.
011400     88 FIL-UNICA                 VALUE 'S' FALSE 'N'.
011400 01  WS-FIL-EOF-SW                PIC X(01) VALUE 'N'.
011400     88 FIL-EOF-OK                VALUE 'S' FALSE 'N'.
011400 77  WS-FIL-QTD                   PIC 9(03) VALUE ZEROS.
011400 01  WS-TAB-FILIAIS.
011400     03  WS-FIL-COD               PIC X(03) OCCURS 100 TIMES.
011400 77  WS-FIL-IDX                   PIC 9(03) VALUE ZEROS.
011400 77  WS-FIL-POS                   PIC 9(03) VALUE ZEROS.
011400 01  WS-FIL-CORRENTE              PIC X(03) VALUE SPACES.
011400 01  WS-FIL-ROTULO                PIC X(20) VALUE SPACES.
011400 01  WS-GER-FAIXAS-TOTAL.
011400     03  WS-GER-TOT-FAIXA         OCCURS 5 TIMES
011400                                  PIC 9(13)V99.
011400 01  WS-GER-FAIXAS-CONTAGEM.
011400     03  WS-GER-CNT-FAIXA         OCCURS 5 TIMES
011400                                  PIC 9(06).
011400 77  WS-GER-DEVEDORES             PIC 9(06) VALUE ZEROS.
011400 77  WS-GER-TOTAL-DEVEDOR         PIC 9(13)V99 VALUE ZEROS.
011400 01  WS-ROTULO-TOTAL              PIC X(30) VALUE
011400     'TOTAL GERAL DEVEDOR'.
011400 01  WS-SUBTOTAL-SW               PIC X(01) VALUE 'N'.
011400     88 SUBTOTAL-FILIAL           VALUE 'S' FALSE 'N'.
011500*----------------------------------------------------------------*
011600*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
011700*----------------------------------------------------------------*
012600 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
012700 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
012800 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
012800*----------------------------------------------------------------*
012800*    CONSULTA DE DISPUTAS ABERTAS (COPYBOOK DSPCHK)              *
012800*----------------------------------------------------------------*
012800 01  WS-DISPUTAS-DSN              PIC X(100) VALUE 'DISPUTAS.DAT'.
012800 77  WS-FS-DSP                    PIC X(02) VALUE '00'.
012800     88 FS-DSP-OK                 VALUE '00'.
012800 77  WS-DSP-BUSCA                 PIC 9(06) VALUE ZEROS.
012800 77  WS-DSP-TOTAL                 PIC 9(11)V99 VALUE ZEROS.
012800 77  WS-DSP-QTD                   PIC 9(03) VALUE ZEROS.
012800 77  WS-DSP-MAX                   PIC 9(03) VALUE 50.
012800 01  WS-DSP-TAB.
012800     03  WS-DSP-ENT               OCCURS 50 TIMES.
012800         05  WS-DSP-DATA          PIC 9(08).
012800         05  WS-DSP-VALOR         PIC 9(09)V99.
012800         05  WS-DSP-MOTIVO        PIC X(10).
012800         05  WS-DSP-POST          PIC 9(08).
012800         05  WS-DSP-USADA         PIC X(01).
012800 01  WS-DSP-ABERTO-SW             PIC X(01) VALUE 'N'.
012800     88 DSP-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
012800 01  WS-DSP-EOF-SW                PIC X(01) VALUE 'N'.
012800     88 DSP-EOF-OK                VALUE 'S' FALSE 'N'.
012800*----------------------------------------------------------------*
012800*    CALENDARIO DE DIAS UTEIS (COPYBOOK CALTAB)                  *
012800*----------------------------------------------------------------*
012800 01  WS-CALEND-DSN                PIC X(100) VALUE 'CALEND.DAT'.
012800 77  WS-FS-CAL                    PIC X(02) VALUE '00'.
012800     88 FS-CAL-OK                 VALUE '00'.
012800 77  WS-CAL-QTD                   PIC 9(04) VALUE ZEROS.
012800 77  WS-CAL-MAX                   PIC 9(04) VALUE 2000.
012800 01  WS-TAB-CALENDARIO.
012800     03  WS-CAL-ENT               OCCURS 2000 TIMES.
012800         05  WS-CAL-T-DIA         PIC 9(07).
012800         05  WS-CAL-T-TIPO        PIC X(01).
012800 77  WS-CAL-IDX                   PIC 9(04) VALUE ZEROS.
012800 77  WS-CAL-ACHADO                PIC 9(04) VALUE ZEROS.
012800 77  WS-CAL-EXCEDENTES            PIC 9(04) VALUE ZEROS.
012800 01  WS-CAL-EOF-SW                PIC X(01) VALUE 'N'.
012800     88 CAL-EOF-OK                VALUE 'S' FALSE 'N'.
012800 01  WS-CAL-CARREGADA-SW          PIC X(01) VALUE 'N'.
012800     88 CAL-TAB-CARREGADA         VALUE 'S'.
012800 01  WS-CAL-MODO                  PIC X(01) VALUE 'U'.
012800     88 CAL-DIAS-UTEIS            VALUE 'U'.
012800     88 CAL-DIAS-CORRIDOS         VALUE 'C'.
012800 01  WS-CAL-UTIL-SW               PIC X(01) VALUE 'N'.
012800     88 CAL-DIA-UTIL              VALUE 'S' FALSE 'N'.
012800 77  WS-CAL-DIA                   PIC 9(07) VALUE ZEROS.
012800 77  WS-CAL-INI                   PIC 9(07) VALUE ZEROS.
012800 77  WS-CAL-FIM                   PIC 9(07) VALUE ZEROS.
012800 77  WS-CAL-VENC                  PIC 9(07) VALUE ZEROS.
012800 77  WS-CAL-PRAZO                 PIC 9(04) VALUE ZEROS.
012800 77  WS-CAL-DIAS                  PIC 9(07) VALUE ZEROS.
012800 77  WS-CAL-SEMANA                PIC 9(01) VALUE ZEROS.
012800 77  WS-CAL-QUOC                  PIC 9(07) VALUE ZEROS.
012800 77  WS-CAL-UTEIS-INI             PIC 9(07) VALUE ZEROS.
012800 77  WS-CAL-UTEIS-FIM             PIC 9(07) VALUE ZEROS.
012900*----------------------------------------------------------------*
013000*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
013100*----------------------------------------------------------------*
015500     END-IF
015600     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
015700     DISPLAY '*** AGING DE DEVEDORES (RELATRA) ***'
015700     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
015700     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
015700     IF CAL-DIAS-CORRIDOS
015700        DISPLAY 'IDADE CONTADA EM DIAS CORRIDOS.'
015700     ELSE
015700        DISPLAY 'IDADE CONTADA EM DIAS UTEIS.'
015700     END-IF
015800     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
015900     COMPUTE WS-DIAS-HOJE =
016000         FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
016010     PERFORM P150-MONTAR-ARQUIVOS THRU P150-FIM
016100     PERFORM 9965-MONTAR-FILIAIS  THRU 9965-FIM
016100     IF FIL-QUEBRA
016100        PERFORM P300-AGING-FILIAL THRU P300-FIM
016100            VARYING WS-FIL-IDX FROM 1 BY 1
016100            UNTIL WS-FIL-IDX > WS-FIL-QTD
016100        PERFORM P350-CONSOLIDAR   THRU P350-FIM
016100     ELSE
016100        PERFORM P200-VARRER-DEVEDORES THRU P200-FIM
016100     END-IF
016200     PERFORM P800-TOTAIS          THRU P800-FIM
016300     PERFORM P900-FIM
016400     .
016410******************************************************************
016410******************************************************************
016410*    P100-ANALISAR-PARM - QUEBRA A LINHA DE PARAMETROS EM TOKENS *
016410*                         E ARMA AS CHAVES DE EXECUCAO           *
016410******************************************************************
016410 P100-ANALISAR-PARM.
016410     MOVE SPACES                  TO WS-PARM-TOKENS
016410     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
016410         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
016410              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
016410              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
016410              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
016410              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
016410     END-UNSTRING
016410
016410     SET WS-PARM-IDX              TO 1
016410     PERFORM P110-ANALISAR-TOKEN
016410         VARYING WS-PARM-IDX FROM 1 BY 1
016410         UNTIL WS-PARM-IDX > 10
016410     .
016410 P100-FIM. EXIT.
016410******************************************************************
016410*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
016410******************************************************************
016410 P110-ANALISAR-TOKEN.
016410     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:9) = 'CONTAGEM='
016410        EVALUATE WS-PARM-TOKEN(WS-PARM-IDX) (10:11)
016410            WHEN 'UTEIS'
016410                MOVE 'U'              TO WS-CAL-MODO
016410            WHEN 'CORRIDOS'
016410                MOVE 'C'              TO WS-CAL-MODO
016410            WHEN OTHER
016410                DISPLAY 'PARAMETRO CONTAGEM= INVALIDO (USE UTEIS '
016410                        'OU CORRIDOS) - USANDO DIAS UTEIS.'
016410        END-EVALUATE
016410     END-IF
016410     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:7) = 'FILIAL='
016410        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (8:5)
016410                                  TO WS-FIL-PARM
016410        PERFORM 9960-ANALISAR-FILIAL THRU 9960-FIM
016410     END-IF
016410     .
016410 P110-FIM. EXIT.
016410*    P150-MONTAR-ARQUIVOS - MONTA A LISTA DE ARQUIVOS DO LEDGER:  *
016410*                 TRES MENSAIS ANTERIORES (FECMES) E O VIVO, EM    *
016410*                 ORDEM CRONOLOGICA                                *
017700     END-IF
017800
017900     SET EOF-OK                   TO FALSE
017900     PERFORM 9620-ABRIR-DISPUTAS  THRU 9620-FIM
018000     PERFORM P210-TRATAR-CONTATO  THRU P210-FIM
018100         UNTIL EOF-OK
018200
018300     CLOSE CONTATOS
018300     PERFORM 9640-FECHAR-DISPUTAS THRU 9640-FIM
018400     .
018500 P200-FIM. EXIT.
018600******************************************************************
019300             SET EOF-OK            TO TRUE
019400             GO TO P210-FIM
019500     END-READ
019500     IF FIL-QUEBRA AND WS-FIL-CONTATO NOT = WS-FIL-CORRENTE
019500        GO TO P210-FIM
019500     END-IF
019600     ADD 1                        TO WS-RUN-LIDOS
019700     IF NOT WS-CONTATO-ATIVO OR WS-SALDO-CONTATO NOT < ZEROS
019800        GO TO P210-FIM
020300     COMPUTE WS-SALDO-RESTANTE =
020400         ZERO - WS-SALDO-CONTATO
020500     ADD WS-SALDO-RESTANTE        TO WS-TOTAL-DEVEDOR
020500
020500*    O VALOR EM DISPUTA ABERTA VAI PARA A COLUNA EM DISPUTA (ATE O
020500*    SALDO DEVEDOR) E SO O RESTANTE E ALOCADO PELAS FAIXAS.
020500     MOVE WS-ID-CONTATO           TO WS-DSP-BUSCA
020500     PERFORM 9630-SOMAR-DISPUTAS  THRU 9630-FIM
020500     IF WS-DSP-TOTAL > ZEROS
020500        IF WS-DSP-TOTAL < WS-SALDO-RESTANTE
020500           MOVE WS-DSP-TOTAL      TO WS-CTT-FAIXA (5)
020500        ELSE
020500           MOVE WS-SALDO-RESTANTE TO WS-CTT-FAIXA (5)
020500        END-IF
020500        SUBTRACT WS-CTT-FAIXA (5) FROM WS-SALDO-RESTANTE
020500     END-IF
020600
020700     PERFORM P220-COLETAR-DEBITOS THRU P220-FIM
020800     PERFORM P230-ALOCAR-FAIXAS   THRU P230-FIM
024200     END-READ
024300     IF HIS-ID-CONTATO NOT = WS-ID-CONTATO OR NOT HIS-DEBITO
024310        OR HIS-FOI-ESTORNADO
024310        GO TO P225-FIM
024310     END-IF
024310*    DEBITO CONTESTADO EM DISPUTA ABERTA JA ESTA NA COLUNA EM
024310*    DISPUTA - NAO ENTRA NAS FAIXAS.
024310     SET DEB-EM-DISPUTA           TO FALSE
024310     PERFORM P227-CONFERIR-DISPUTA THRU P227-FIM
024310         VARYING WS-DSP-IDX FROM 1 BY 1
024310         UNTIL WS-DSP-IDX > WS-DSP-QTD
024310            OR DEB-EM-DISPUTA
024310     IF DEB-EM-DISPUTA
024400        GO TO P225-FIM
024500     END-IF
024600     IF WS-DEB-QTD >= WS-DEB-MAX
025200     MOVE HIS-VALOR               TO WS-DEB-VALOR (WS-DEB-QTD)
025300     .
025400 P225-FIM. EXIT.
025400******************************************************************
025400*    P227-CONFERIR-DISPUTA - VERIFICA SE O DEBITO LIDO E O DE UMA*
025400*                 DISPUTA ABERTA AINDA NAO RECONHECIDA NA TABELA *
025400******************************************************************
025400 P227-CONFERIR-DISPUTA.
025400     IF WS-DSP-USADA (WS-DSP-IDX) = 'N' AND
025400        WS-DSP-DATA (WS-DSP-IDX)   = HIS-DATA-MOV AND
025400        WS-DSP-VALOR (WS-DSP-IDX)  = HIS-VALOR AND
025400        WS-DSP-MOTIVO (WS-DSP-IDX) = HIS-MOTIVO AND
025400        WS-DSP-POST (WS-DSP-IDX)   = HIS-DATA-POST
025400        MOVE 'S'                  TO WS-DSP-USADA (WS-DSP-IDX)
025400        SET DEB-EM-DISPUTA        TO TRUE
025400     END-IF
025400     .
025400 P227-FIM. EXIT.
025500******************************************************************
025600*    P230-ALOCAR-FAIXAS - DISTRIBUI O SALDO DEVEDOR PELOS DEBITOS *
025700*                 COLETADOS, DO MAIS RECENTE PARA O MAIS ANTIGO;  *
027500     END-IF
027600
027700     PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
027800         UNTIL WS-FAIXA-IDX > 5
027900         IF WS-CTT-FAIXA (WS-FAIXA-IDX) > ZEROS
028000            ADD 1                 TO WS-CNT-FAIXA (WS-FAIXA-IDX)
028100            ADD WS-CTT-FAIXA (WS-FAIXA-IDX)
030300     ELSE
030400        COMPUTE WS-DIAS-MOV =
030500            FUNCTION INTEGER-OF-DATE(WS-DEB-DATA (WS-DEB-IDX))
030600        MOVE WS-DIAS-MOV          TO WS-CAL-INI
030600        MOVE WS-DIAS-HOJE         TO WS-CAL-FIM
030600        PERFORM 9680-CONTAR-DIAS  THRU 9680-FIM
030600        MOVE WS-CAL-DIAS          TO WS-IDADE-DIAS
030700        EVALUATE TRUE
030800            WHEN WS-IDADE-DIAS NOT > 30
030900                MOVE 1            TO WS-FAIXA-IDX
033400     MOVE WS-MSK-FAIXA            TO WS-RIMP-LINHA (59:14)
033500     MOVE WS-CTT-FAIXA (4)        TO WS-MSK-FAIXA
033600     MOVE WS-MSK-FAIXA            TO WS-RIMP-LINHA (74:14)
033600     MOVE WS-CTT-FAIXA (5)        TO WS-MSK-FAIXA
033600     MOVE WS-MSK-FAIXA            TO WS-RIMP-LINHA (89:14)
033700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
033800     .
033900 P240-FIM. EXIT.
033900******************************************************************
033900*    P300-AGING-FILIAL - AGING DE UMA FILIAL DA TABELA, EM PAGINA*
033900*                 PROPRIA, COM AS FAIXAS E O SUBTOTAL DA FILIAL  *
033900*                 (OS TOTAIS SAO SOMADOS AO CONSOLIDADO)         *
033900******************************************************************
033900 P300-AGING-FILIAL.
033900     PERFORM 9970-ROTULO-FILIAL   THRU 9970-FIM
033900     MOVE ZEROS                   TO WS-FAIXAS-TOTAL
033900     MOVE ZEROS                   TO WS-FAIXAS-CONTAGEM
033900     MOVE ZEROS                   TO WS-CONT-DEVEDORES
033900     MOVE ZEROS                   TO WS-TOTAL-DEVEDOR
033900     IF WS-FIL-IDX > 1
033900        MOVE ZEROS                TO WS-RIMP-LINHAS
033900     END-IF
033900     DISPLAY ' '
033900     DISPLAY '--- ' WS-FIL-ROTULO ' ---'
033900     MOVE SPACES                  TO WS-RIMP-LINHA
033900     STRING '--- '                DELIMITED BY SIZE
033900            WS-FIL-ROTULO         DELIMITED BY SIZE
033900            ' ---'                DELIMITED BY SIZE
033900            INTO WS-RIMP-LINHA
033900     END-STRING
033900     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
033900     PERFORM P200-VARRER-DEVEDORES THRU P200-FIM
033900
033900     SET SUBTOTAL-FILIAL          TO TRUE
033900     MOVE SPACES                  TO WS-ROTULO-TOTAL
033900     STRING 'SUBTOTAL '           DELIMITED BY SIZE
033900            WS-FIL-ROTULO         DELIMITED BY SIZE
033900            INTO WS-ROTULO-TOTAL
033900     END-STRING
033900     PERFORM P800-TOTAIS          THRU P800-FIM
033900
033900     ADD WS-CONT-DEVEDORES        TO WS-GER-DEVEDORES
033900     ADD WS-TOTAL-DEVEDOR         TO WS-GER-TOTAL-DEVEDOR
033900     PERFORM P310-SOMAR-FAIXA     THRU P310-FIM
033900         VARYING WS-FAIXA-IDX FROM 1 BY 1
033900         UNTIL WS-FAIXA-IDX > 5
033900     .
033900 P300-FIM. EXIT.
033900******************************************************************
033900*    P310-SOMAR-FAIXA - SOMA UMA FAIXA DA FILIAL AO CONSOLIDADO  *
033900******************************************************************
033900 P310-SOMAR-FAIXA.
033900     ADD WS-CNT-FAIXA (WS-FAIXA-IDX)
033900                          TO WS-GER-CNT-FAIXA (WS-FAIXA-IDX)
033900     ADD WS-TOT-FAIXA (WS-FAIXA-IDX)
033900                          TO WS-GER-TOT-FAIXA (WS-FAIXA-IDX)
033900     .
033900 P310-FIM. EXIT.
033900******************************************************************
033900*    P350-CONSOLIDAR - DEVOLVE AOS ACUMULADORES O CONSOLIDADO DE *
033900*                 TODAS AS FILIAIS, EM PAGINA PROPRIA, PARA O    *
033900*                 QUADRO FINAL DO P800                           *
033900******************************************************************
033900 P350-CONSOLIDAR.
033900     MOVE WS-GER-FAIXAS-TOTAL     TO WS-FAIXAS-TOTAL
033900     MOVE WS-GER-FAIXAS-CONTAGEM  TO WS-FAIXAS-CONTAGEM
033900     MOVE WS-GER-DEVEDORES        TO WS-CONT-DEVEDORES
033900     MOVE WS-GER-TOTAL-DEVEDOR    TO WS-TOTAL-DEVEDOR
033900     SET SUBTOTAL-FILIAL          TO FALSE
033900     MOVE 'TOTAL GERAL DEVEDOR'   TO WS-ROTULO-TOTAL
033900     MOVE ZEROS                   TO WS-RIMP-LINHAS
033900     MOVE '--- CONSOLIDADO DAS FILIAIS ---'
033900                                  TO WS-RIMP-LINHA
033900     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
033900     .
033900 P350-FIM. EXIT.
034000******************************************************************
034100*    P800-TOTAIS - EMITE AS CONTAGENS E OS TOTAIS POR FAIXA E O   *
034200*                 TOTAL GERAL (FECHA COM O RELSALDO)              *
035000
035200     PERFORM P810-LINHA-FAIXA     THRU P810-FIM
035300         VARYING WS-FAIXA-IDX FROM 1 BY 1
035400         UNTIL WS-FAIXA-IDX > 5
035500
035600     MOVE SPACES                  TO WS-RIMP-LINHA
035700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
035800     MOVE WS-TOTAL-DEVEDOR        TO WS-MSK-TOTAL
035900     MOVE SPACES                  TO WS-RIMP-LINHA
036000     STRING WS-ROTULO-TOTAL       DELIMITED BY '  '
036000            ': '                  DELIMITED BY SIZE
036100            WS-MSK-TOTAL          DELIMITED BY SIZE
036200            ' (' DELIMITED BY SIZE
036300            WS-CONT-DEVEDORES     DELIMITED BY SIZE
036700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
036800
036900     DISPLAY ' '
036900     IF SUBTOTAL-FILIAL
036900        MOVE WS-TOTAL-DEVEDOR     TO WS-MSK-TOTAL
036900        DISPLAY 'SUBTOTAL ' WS-FIL-ROTULO ': ' WS-CONT-DEVEDORES
036900                ' DEVEDORES  ' WS-MSK-TOTAL
036900        GO TO P800-FIM
036900     END-IF
037000     DISPLAY 'DEVEDORES LISTADOS...: ' WS-CONT-DEVEDORES
037100     MOVE WS-TOTAL-DEVEDOR        TO WS-MSK-TOTAL
037200     DISPLAY 'TOTAL GERAL DEVEDOR..: ' WS-MSK-TOTAL
038700             MOVE 'DE 61 A 90     ' TO WS-RIMP-LINHA (1:15)
038800         WHEN 4
038900             MOVE 'ACIMA DE 90    ' TO WS-RIMP-LINHA (1:15)
038900         WHEN 5
038900             MOVE 'EM DISPUTA     ' TO WS-RIMP-LINHA (1:15)
039000     END-EVALUATE
039100     MOVE WS-CNT-FAIXA (WS-FAIXA-IDX) TO WS-RIMP-LINHA (18:6)
039200     MOVE WS-TOT-FAIXA (WS-FAIXA-IDX) TO WS-MSK-TOTAL
040800     COPY DSNENV.
040900     COPY RUNLOG.
041000     COPY RELIMP.
041000     COPY DSPCHK.
041000     COPY CALTAB.
041000     COPY FILTAB.
