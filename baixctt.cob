000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BAIXCTT.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-02-21.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: BAIXA DE DIVIDAS INCOBRAVEIS COMO PERDA. VARRE
000900*                 CONTATOS.DAT E BAIXA O DEVEDOR ATIVO QUE:
001000*                 - ESTA NO AVISO FINAL (COB-AVISO-FINAL) HA PELO
001100*                   MENOS DIAS=NNN DIAS (DT-ULT-AVISO);
001200*                 - TEM A DIVIDA INTEIRA NA FAIXA "ACIMA DE 90
001300*                   DIAS" DO RELATRA, COM A PARCELA MAIS RECENTE
001400*                   TAMBEM COM PELO MENOS DIAS=NNN DIAS (A MESMA
001500*                   ALOCACAO DO RELATRA: O SALDO DEVEDOR E
001600*                   DISTRIBUIDO PELOS DEBITOS DO MAIS RECENTE
001700*                   PARA O MAIS ANTIGO, NO LEDGER VIVO E NOS TRES
001800*                   MENSAIS FECHADOS PELO FECMES);
001900*                 - DEVE PELO MENOS VALOR=NNNNNNN REAIS;
002000*                 - NAO TEM ACORDO DE PARCELAMENTO EM DIA.
002100*                 PARAMETROS DE LINHA DE COMANDO: DIAS=NNN (PADRAO
002200*                 180, NUNCA MENOS QUE 91) E VALOR=NNNNNNN EM
002300*                 REAIS INTEIROS (PADRAO 50). PARA CADA DEVEDOR
002400*                 BAIXADO: CREDITO DO VALOR DA DIVIDA EM
002500*                 MOVCTT.DAT COM O MOTIVO BAIXA (EFETIVADO PELO
002600*                 POSTSAL COMO QUALQUER MOVIMENTO), MARCA ST-BAIXA/
002700*                 DT-BAIXA NO CONTATO (AUDITADA EM AUDCTT.LOG) E
002800*                 REGISTRO PERMANENTE EM BAIXAS.DAT (LAYOUT
002900*                 BAIXREG) COM DATA, VALOR, NIVEL DE COBRANCA E
003000*                 ULTIMO AVISO. LISTAGEM DAS BAIXAS EM BAIXCTT.LST.
003100*----------------------------------------------------------------*
003200*    HISTORICO DE ALTERACOES
003300*    DATA       AUTOR   DESCRICAO
003400*    ---------- ------- ----------------------------------------
003500*    2025-02-21 JSZ     PROGRAMA CRIADO (BAIXA DE DIVIDA COMO
003600*                       PERDA).
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SPECIAL-NAMES.
004100     DECIMAL-POINT IS COMMA.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS ID-CONTATO
004800         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004833         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004866             SUPPRESS WHEN SPACES
004900         LOCK MODE IS MANUAL
005000         FILE STATUS IS WS-FS.
005100     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-FS-HIS.
005400     SELECT MOVIMENTOS ASSIGN TO WS-MOVIMENTOS-DSN
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-FS-MOV.
005700     SELECT BAIXAS ASSIGN TO WS-BAIXAS-DSN
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-FS-BXA.
006000     SELECT AUDITORIA ASSIGN TO WS-AUDITORIA-DSN
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-FS-AUD.
006300     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-FS-RIMP.
006600     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-FS-RUN.
006900     SELECT MOTIVOS ASSIGN TO WS-MOTIVOS-DSN
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS MTV-CODIGO
007300         FILE STATUS IS WS-FS-MTV.
007400     SELECT ACORDOS ASSIGN TO WS-ACORDOS-DSN
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS ACO-CHAVE
007800         FILE STATUS IS WS-FS-ACO.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  CONTATOS.
008200     COPY CONTREG.
008300 FD  HISTORICO.
008400     COPY MOVHREG.
008500 FD  MOVIMENTOS.
008600     COPY MOVREG.
008700 FD  BAIXAS.
008800     COPY BAIXREG.
008900 FD  AUDITORIA.
009000     COPY AUDREG.
009100 FD  RELIMP.
009200 01  REG-RELIMP                   PIC X(132).
009300 FD  RUNCTL.
009400     COPY RUNREG.
009500 FD  MOTIVOS.
009600     COPY MOTREG.
009700 FD  ACORDOS.
009800     COPY ACORREG.
009900 WORKING-STORAGE SECTION.
010000 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
010100 01  WS-HISTORICO-DSN             PIC X(100) VALUE 'MOVHIST.DAT'.
010200 01  WS-MOVIMENTOS-DSN            PIC X(100) VALUE 'MOVCTT.DAT'.
010300 01  WS-BAIXAS-DSN                PIC X(100) VALUE 'BAIXAS.DAT'.
010400 77  WS-FS                        PIC X(02) VALUE '00'.
010500     88 FS-OK                     VALUE '00'.
010600 77  WS-FS-HIS                    PIC X(02) VALUE '00'.
010700     88 FS-HIS-OK                 VALUE '00'.
010800 77  WS-FS-MOV                    PIC X(02) VALUE '00'.
010900     88 FS-MOV-OK                 VALUE '00'.
011000 77  WS-FS-BXA                    PIC X(02) VALUE '00'.
011100     88 FS-BXA-OK                 VALUE '00'.
011200 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
011300 77  WS-EOF                       PIC X(01) VALUE 'N'.
011400     88 EOF-OK                    VALUE 'S' FALSE 'N'.
011500 77  WS-EOF-HIS                   PIC X(01) VALUE 'N'.
011600     88 EOF-HIS-OK                VALUE 'S' FALSE 'N'.
011700 01  WS-ARQUIVOS-SW               PIC X(01) VALUE 'N'.
011800     88 ARQUIVOS-ABERTOS          VALUE 'S' FALSE 'N'.
011900*----------------------------------------------------------------*
012000*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
012100*    DO P100-ANALISAR-PARM DO CARTCOB)                           *
012200*----------------------------------------------------------------*
012300 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
012400 01  WS-PARM-TOKENS.
012500     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
012600                                  INDEXED BY WS-PARM-IDX.
012700 77  WS-DIAS-MINIMO               PIC 9(03) VALUE 180.
012800 77  WS-VALOR-MINIMO              PIC 9(07) VALUE 50.
012900*----------------------------------------------------------------*
013000*    CORTE DE DATAS: IDADE EM DIAS A PARTIR DA DATA DA EXECUCAO  *
013100*----------------------------------------------------------------*
013200 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
013300 77  WS-DIAS-HOJE                 PIC 9(07) VALUE ZEROS.
013400 77  WS-DIAS-MOV                  PIC 9(07) VALUE ZEROS.
013500 77  WS-IDADE-DIAS                PIC S9(07) VALUE ZEROS.
013600 77  WS-IDADE-MENOR               PIC S9(07) VALUE ZEROS.
013700 77  WS-DIAS-DECORRIDOS           PIC S9(07) VALUE ZEROS.
013800*----------------------------------------------------------------*
013900*    DEBITOS DO CONTATO CORRENTE, COLETADOS DO HISTORICO NA      *
014000*    ORDEM DO ARQUIVO (MESMA TABELA DO RELATRA)                  *
014100*----------------------------------------------------------------*
014200 77  WS-DEB-QTD                   PIC 9(03) VALUE ZEROS.
014300 77  WS-DEB-MAX                   PIC 9(03) VALUE 500.
014400 01  WS-TAB-DEBITOS.
014500     03  WS-DEB-ENT               OCCURS 500 TIMES.
014600         05  WS-DEB-DATA          PIC 9(08).
014700         05  WS-DEB-VALOR         PIC 9(09)V99.
014800 77  WS-DEB-IDX                   PIC S9(04) COMP VALUE ZEROS.
014900 01  WS-SW-DEB-TRANSB             PIC X(01) VALUE 'N'.
015000     88 DEB-TRANSBORDOU           VALUE 'S' FALSE 'N'.
015100*----------------------------------------------------------------*
015200*    LEDGER A VARRER: OS TRES ARQUIVOS MENSAIS MAIS RECENTES JA  *
015300*    FECHADOS PELO FECMES E O LEDGER VIVO (MESMO CORTE DO        *
015400*    RELATRA)                                                    *
015500*----------------------------------------------------------------*
015600 01  WS-ARQ-TAB.
015700     03  WS-ARQ-DSN               OCCURS 4 TIMES PIC X(100).
015800 77  WS-ARQ-IDX                   PIC 9(01) VALUE ZEROS.
015900 77  WS-MES-AAAA                  PIC 9(04) VALUE ZEROS.
016000 77  WS-MES-MM                    PIC 9(02) VALUE ZEROS.
016100*----------------------------------------------------------------*
016200*    ALOCACAO DO SALDO DEVEDOR PELOS DEBITOS                     *
016300*----------------------------------------------------------------*
016400 77  WS-DIVIDA                    PIC 9(09)V99 VALUE ZEROS.
016500 77  WS-SALDO-RESTANTE            PIC 9(11)V99 VALUE ZEROS.
016600 77  WS-PARCELA                   PIC 9(11)V99 VALUE ZEROS.
016700*----------------------------------------------------------------*
016800*    CONTADORES DO RESUMO                                        *
016900*----------------------------------------------------------------*
017000 77  WS-CONT-DEVEDORES            PIC 9(06) VALUE ZEROS.
017100 77  WS-CONT-SEM-AVISO-FINAL      PIC 9(06) VALUE ZEROS.
017200 77  WS-CONT-AVISO-RECENTE        PIC 9(06) VALUE ZEROS.
017300 77  WS-CONT-EM-ACORDO            PIC 9(06) VALUE ZEROS.
017400 77  WS-CONT-JA-BAIXADOS          PIC 9(06) VALUE ZEROS.
017500 77  WS-CONT-ABAIXO-VALOR         PIC 9(06) VALUE ZEROS.
017600 77  WS-CONT-DIVIDA-RECENTE       PIC 9(06) VALUE ZEROS.
017700 77  WS-CONT-BAIXADOS             PIC 9(06) VALUE ZEROS.
017800 77  WS-CONT-FALHAS               PIC 9(06) VALUE ZEROS.
017900 77  WS-TOTAL-BAIXADO             PIC 9(13)V99 VALUE ZEROS.
018000*----------------------------------------------------------------*
018100*    MASCARAS DE EDICAO (MESMO ESTILO DO RELSALDO)               *
018200*----------------------------------------------------------------*
018300 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
018400 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
018500 01  WS-MSK-VALOR-MIN             PIC Z.ZZZ.ZZ9.
018600*----------------------------------------------------------------*
018700*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
018800*----------------------------------------------------------------*
018900 01  WS-RELIMP-DSN                PIC X(100) VALUE 'BAIXCTT.LST'.
019000 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
019100     88 FS-RIMP-OK                VALUE '00'.
019200 01  WS-RIMP-TITULO               PIC X(40) VALUE
019300     'BAIXA DE DIVIDAS COMO PERDA'.
019400 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
019500 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
019600 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
019700 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
019800 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
019900 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
020000*----------------------------------------------------------------*
020100*    AREA DA TABELA DE MOTIVOS (COPYBOOK MOTTAB)                 *
020200*----------------------------------------------------------------*
020300 01  WS-MOTIVOS-DSN               PIC X(100) VALUE 'MOTIVOS.DAT'.
020400 77  WS-FS-MTV                    PIC X(02) VALUE '00'.
020500     88 FS-MTV-OK                 VALUE '00'.
020600 77  WS-MTV-QTD                   PIC 9(02) VALUE ZEROS.
020700 01  WS-TAB-MOTIVOS.
020800     03  WS-MTV-ENT               OCCURS 50 TIMES.
020900         05  WS-MTV-COD           PIC X(10).
021000         05  WS-MTV-NAT           PIC X(01).
021100         05  WS-MTV-CONTA         PIC X(12).
021200         05  WS-MTV-USO           PIC X(01).
021300         05  WS-MTV-SIT           PIC X(01).
021400 77  WS-MTV-IDX                   PIC 9(02) VALUE ZEROS.
021500 77  WS-MTV-ACHADO                PIC 9(02) VALUE ZEROS.
021600 01  WS-MTV-EOF-SW                PIC X(01) VALUE 'N'.
021700     88 MTV-EOF-OK                VALUE 'S' FALSE 'N'.
021800 01  WS-MTV-CARREGADA-SW          PIC X(01) VALUE 'N'.
021900     88 MTV-TAB-CARREGADA         VALUE 'S'.
022000 77  WS-MTV-BUSCA                 PIC X(10) VALUE SPACES.
022100 77  WS-MTV-TIPO-BUSCA            PIC X(01) VALUE SPACES.
022200 01  WS-MTV-VALIDO-SW             PIC X(01) VALUE 'N'.
022300     88 MOTIVO-VALIDO             VALUE 'S' FALSE 'N'.
022400 77  WS-MTV-ERRO                  PIC X(50) VALUE SPACES.
022500*----------------------------------------------------------------*
022600*    CONSULTA DE ACORDO DE PARCELAMENTO (COPYBOOK ACOCHK)        *
022700*----------------------------------------------------------------*
022800 01  WS-ACORDOS-DSN               PIC X(100) VALUE 'ACORDOS.DAT'.
022900 77  WS-FS-ACO                    PIC X(02) VALUE '00'.
023000     88 FS-ACO-OK                 VALUE '00'.
023100 77  WS-ACO-BUSCA                 PIC 9(06) VALUE ZEROS.
023200 01  WS-ACO-ABERTO-SW             PIC X(01) VALUE 'N'.
023300     88 ACO-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
023400 01  WS-ACO-VIGENTE-SW            PIC X(01) VALUE 'N'.
023500     88 ACORDO-VIGENTE            VALUE 'S' FALSE 'N'.
023600 01  WS-ACO-EOF-SW                PIC X(01) VALUE 'N'.
023700     88 ACO-EOF-OK                VALUE 'S' FALSE 'N'.
023800*----------------------------------------------------------------*
023900*    AREA DE TRABALHO DA AUDITORIA (COPYBOOK AUDLOG)             *
024000*----------------------------------------------------------------*
024100 01  WS-AUDITORIA-DSN             PIC X(100) VALUE 'AUDCTT.LOG'.
024200 77  WS-FS-AUD                    PIC X(02) VALUE '00'.
024300     88 FS-AUD-OK                 VALUE '00'.
024400 77  WS-AUD-DATA                  PIC 9(08) VALUE ZEROS.
024500 77  WS-AUD-HORA                  PIC 9(08) VALUE ZEROS.
024600 77  WS-AUD-PROGRAMA              PIC X(08) VALUE 'BAIXCTT'.
024700 77  WS-AUD-OPERADOR              PIC X(08) VALUE SPACES.
024800 01  WS-AUD-GUARDA                PIC X(600) VALUE SPACES.
024900 77  WS-AUD-ULT-SEQ               PIC 9(08) VALUE ZEROS.
025000 77  WS-AUD-ULT-CHAIN             PIC 9(08) VALUE ZEROS.
025100 01  WS-AUD-EOF-SW                PIC X(01) VALUE 'N'.
025200     88 AUD-EOF-OK                VALUE 'S' FALSE 'N'.
025300 77  WS-ELO-BASE                  PIC 9(08) VALUE ZEROS.
025400 77  WS-ELO-SEQ                   PIC 9(08) VALUE ZEROS.
025500 77  WS-ELO-RESULT                PIC 9(08) VALUE ZEROS.
025600 77  WS-ELO-SOMA                  PIC 9(09) VALUE ZEROS.
025700 77  WS-ELO-POS                   PIC 9(04) VALUE ZEROS.
025800 77  WS-ELO-TAM                   PIC 9(04) VALUE ZEROS.
025900 01  WS-REG-ANTERIOR-AUD          PIC X(244) VALUE SPACES.
026000*----------------------------------------------------------------*
026100*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
026200*----------------------------------------------------------------*
026300 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
026400 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
026500     88 FS-RUN-OK                 VALUE '00'.
026600 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'BAIXCTT'.
026700 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
026800 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
026900 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
027000 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
027100 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
027200 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
027300 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
027400 PROCEDURE DIVISION.
027500******************************************************************
027600*    0000-MAINLINE - ROTINA PRINCIPAL                            *
027700******************************************************************
027800 0000-MAINLINE.
027900     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
028000     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
028100     DISPLAY '*** BAIXA DE DIVIDAS COMO PERDA (BAIXCTT) ***'
028200     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
028300     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
028400     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
028500     COMPUTE WS-DIAS-HOJE =
028600         FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
028700*    A DIVIDA INTEIRA PRECISA ESTAR ACIMA DE 90 DIAS (ULTIMA FAIXA
028800*    DO RELATRA) - IDADE MINIMA MENOR QUE ISSO NAO E ACEITA.
028900     IF WS-DIAS-MINIMO < 91
029000        DISPLAY 'DIAS= ABAIXO DE 91 NAO E ACEITO - USANDO 091.'
029100        MOVE 91                   TO WS-DIAS-MINIMO
029200     END-IF
029300     MOVE WS-VALOR-MINIMO         TO WS-MSK-VALOR-MIN
029400     DISPLAY 'IDADE MINIMA (AVISO FINAL E DIVIDA): '
029500             WS-DIAS-MINIMO ' DIAS.'
029600     DISPLAY 'VALOR MINIMO DA DIVIDA............: R$ '
029700             WS-MSK-VALOR-MIN
029800     MOVE 'BAIXA'                 TO WS-MTV-BUSCA
029900     MOVE 'C'                     TO WS-MTV-TIPO-BUSCA
030000     PERFORM 9360-VALIDAR-MOTIVO  THRU 9360-FIM
030100     IF NOT MOTIVO-VALIDO
030200        DISPLAY 'MOTIVO BAIXA: ' FUNCTION TRIM(WS-MTV-ERRO)
030300                ' - NENHUMA BAIXA GERADA (VER CADMOT).'
030400        MOVE 08                   TO WS-RUN-RESULTADO
030500        GO TO 0000-ENCERRAR
030600     END-IF
030700
030800     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
030900     IF NOT FS-RIMP-OK
031000        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
031100                FUNCTION TRIM(WS-RELIMP-DSN)
031200        MOVE 08                   TO WS-RUN-RESULTADO
031300        GO TO 0000-ENCERRAR
031400     END-IF
031500     PERFORM P150-MONTAR-ARQUIVOS THRU P150-FIM
031600     PERFORM P200-ABRIR-ARQUIVOS  THRU P200-FIM
031700     IF NOT ARQUIVOS-ABERTOS
031800        MOVE 08                   TO WS-RUN-RESULTADO
031900        PERFORM 9830-REL-FECHAR   THRU 9830-FIM
032000        GO TO 0000-ENCERRAR
032100     END-IF
032200
032300     PERFORM P250-CABECALHO       THRU P250-FIM
032400     PERFORM 9450-ABRIR-ACORDOS   THRU 9450-FIM
032500     SET EOF-OK                   TO FALSE
032600     PERFORM P300-TRATAR-CONTATO  THRU P300-FIM
032700         UNTIL EOF-OK
032800     PERFORM 9470-FECHAR-ACORDOS  THRU 9470-FIM
032900
033000     PERFORM P800-TOTAIS          THRU P800-FIM
033100     CLOSE CONTATOS
033200     CLOSE MOVIMENTOS
033300     CLOSE BAIXAS
033400     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
033500     .
033600 0000-ENCERRAR.
033700     PERFORM P900-FIM
033800     .
033900******************************************************************
034000*    P100-ANALISAR-PARM - QUEBRA A LINHA DE PARAMETROS EM TOKENS *
034100*                         E ARMA AS CHAVES DE EXECUCAO           *
034200******************************************************************
034300 P100-ANALISAR-PARM.
034400     MOVE SPACES                  TO WS-PARM-TOKENS
034500     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
034600         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
034700              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
034800              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
034900              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
035000              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
035100     END-UNSTRING
035200
035300     SET WS-PARM-IDX              TO 1
035400     PERFORM P110-ANALISAR-TOKEN
035500         VARYING WS-PARM-IDX FROM 1 BY 1
035600         UNTIL WS-PARM-IDX > 10
035700     .
035800 P100-FIM. EXIT.
035900******************************************************************
036000*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
036100******************************************************************
036200 P110-ANALISAR-TOKEN.
036300     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:5) = 'DIAS='
036400        IF WS-PARM-TOKEN(WS-PARM-IDX) (6:3) IS NUMERIC
036500           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (6:3)
036600                                  TO WS-DIAS-MINIMO
036700        ELSE
036800           DISPLAY 'PARAMETRO DIAS= INVALIDO (USE TRES '
036900                   'DIGITOS, EX: DIAS=180) - USANDO O PADRAO.'
037000        END-IF
037100     END-IF
037200     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:6) = 'VALOR='
037300        IF WS-PARM-TOKEN(WS-PARM-IDX) (7:7) IS NUMERIC
037400           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (7:7)
037500                                  TO WS-VALOR-MINIMO
037600        ELSE
037700           DISPLAY 'PARAMETRO VALOR= INVALIDO (USE SETE '
037800                   'DIGITOS EM REAIS, EX: VALOR=0000050) - '
037900                   'USANDO O PADRAO.'
038000        END-IF
038100     END-IF
038200     .
038300 P110-FIM. EXIT.
038400******************************************************************
038500*    P150-MONTAR-ARQUIVOS - MONTA A LISTA DE ARQUIVOS DO LEDGER:  *
038600*                 TRES MENSAIS ANTERIORES (FECMES) E O VIVO, EM    *
038700*                 ORDEM CRONOLOGICA (MESMO CORTE DO RELATRA)       *
038800******************************************************************
038900 P150-MONTAR-ARQUIVOS.
039000     MOVE WS-DATA-EXEC (1:4)      TO WS-MES-AAAA
039100     MOVE WS-DATA-EXEC (5:2)      TO WS-MES-MM
039200     MOVE 'MOVHIST.DAT'           TO WS-ARQ-DSN (4)
039300     PERFORM P155-ARQUIVO-ANTERIOR THRU P155-FIM
039400         VARYING WS-ARQ-IDX FROM 3 BY -1
039500         UNTIL WS-ARQ-IDX < 1
039600     .
039700 P150-FIM. EXIT.
039800 P155-ARQUIVO-ANTERIOR.
039900     IF WS-MES-MM = 1
040000        MOVE 12                   TO WS-MES-MM
040100        SUBTRACT 1                FROM WS-MES-AAAA
040200     ELSE
040300        SUBTRACT 1                FROM WS-MES-MM
040400     END-IF
040500     MOVE SPACES                  TO WS-ARQ-DSN (WS-ARQ-IDX)
040600     STRING 'MOVHIST.'            DELIMITED BY SIZE
040700            WS-MES-AAAA           DELIMITED BY SIZE
040800            WS-MES-MM             DELIMITED BY SIZE
040900            INTO WS-ARQ-DSN (WS-ARQ-IDX)
041000     END-STRING
041100     .
041200 P155-FIM. EXIT.
041300******************************************************************
041400*    P200-ABRIR-ARQUIVOS - ABRE CONTATOS.DAT (I-O), MOVCTT.DAT E  *
041500*                 BAIXAS.DAT (EXTEND, CRIADOS SE NAO EXISTEM)      *
041600******************************************************************
041700 P200-ABRIR-ARQUIVOS.
041800     SET ARQUIVOS-ABERTOS         TO FALSE
041900     OPEN I-O CONTATOS
042000     IF NOT FS-OK
042100        PERFORM 9000-TRADUZIR-FS
042200        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
042300        GO TO P200-FIM
042400     END-IF
042500
042600     MOVE '00'                    TO WS-FS-MOV
042700     OPEN EXTEND MOVIMENTOS
042800     IF WS-FS-MOV = '35'
042900        OPEN OUTPUT MOVIMENTOS
043000        MOVE '00'                 TO WS-FS-MOV
043100     END-IF
043200     IF NOT FS-MOV-OK
043300        MOVE WS-FS-MOV            TO WS-FS
043400        PERFORM 9000-TRADUZIR-FS
043500        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MOVIMENTOS: '
043600                WS-FS-MSG
043700        CLOSE CONTATOS
043800        GO TO P200-FIM
043900     END-IF
044000
044100     MOVE '00'                    TO WS-FS-BXA
044200     OPEN EXTEND BAIXAS
044300     IF WS-FS-BXA = '35'
044400        OPEN OUTPUT BAIXAS
044500        MOVE '00'                 TO WS-FS-BXA
044600     END-IF
044700     IF NOT FS-BXA-OK
044800        MOVE WS-FS-BXA            TO WS-FS
044900        PERFORM 9000-TRADUZIR-FS
045000        DISPLAY 'ERRO AO ABRIR O REGISTRO DE BAIXAS: '
045100                WS-FS-MSG
045200        CLOSE CONTATOS
045300        CLOSE MOVIMENTOS
045400        GO TO P200-FIM
045500     END-IF
045600     SET ARQUIVOS-ABERTOS         TO TRUE
045700     .
045800 P200-FIM. EXIT.
045900******************************************************************
046000*    P250-CABECALHO - LINHA DE TITULO DAS COLUNAS DA LISTAGEM     *
046100******************************************************************
046200 P250-CABECALHO.
046300     MOVE SPACES                  TO WS-RIMP-LINHA
046400     MOVE 'ID     NOME                 NIV ULT.AVISO  IDADE'
046500                                  TO WS-RIMP-LINHA
046600     MOVE 'VALOR BAIXADO'         TO WS-RIMP-LINHA (56:13)
046700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
046800     .
046900 P250-FIM. EXIT.
047000******************************************************************
047100*    P300-TRATAR-CONTATO - LE UM CONTATO E APLICA OS CRITERIOS DE *
047200*                 BAIXA NA ORDEM DO MAIS BARATO PARA O MAIS CARO  *
047300*                 (A VARREDURA DO LEDGER FICA POR ULTIMO)         *
047400******************************************************************
047500 P300-TRATAR-CONTATO.
047600     READ CONTATOS NEXT RECORD
047700         AT END
047800             SET EOF-OK            TO TRUE
047900             GO TO P300-FIM
048000     END-READ
048100     ADD 1                        TO WS-RUN-LIDOS
048200     IF NOT CONTATO-ATIVO OR SALDO-CONTATO NOT < ZEROS
048300        GO TO P300-FIM
048400     END-IF
048500     ADD 1                        TO WS-CONT-DEVEDORES
048600
048700     IF NOT COB-AVISO-FINAL
048800        ADD 1                     TO WS-CONT-SEM-AVISO-FINAL
048900        GO TO P300-FIM
049000     END-IF
049100     PERFORM P310-DIAS-AVISO      THRU P310-FIM
049200     IF WS-DIAS-DECORRIDOS < WS-DIAS-MINIMO
049300        ADD 1                     TO WS-CONT-AVISO-RECENTE
049400        GO TO P300-FIM
049500     END-IF
049600
049700     MOVE ID-CONTATO              TO WS-ACO-BUSCA
049800     PERFORM 9460-VERIFICAR-ACORDO THRU 9460-FIM
049900     IF ACORDO-VIGENTE
050000        ADD 1                     TO WS-CONT-EM-ACORDO
050100        GO TO P300-FIM
050200     END-IF
050300
050400*    BAIXA RECENTE AINDA NAO EFETIVADA PELO POSTSAL (OU RERODADA
050500*    NO MESMO DIA) DEIXA O SALDO NEGATIVO - SEM ESTA TRAVA A MESMA
050600*    DIVIDA SERIA BAIXADA DUAS VEZES.
050700     IF CONTATO-BAIXADO AND DT-BAIXA IS NUMERIC AND
050800        DT-BAIXA NOT = ZEROS
050900        COMPUTE WS-DIAS-DECORRIDOS = WS-DIAS-HOJE -
051000            FUNCTION INTEGER-OF-DATE(DT-BAIXA)
051100        IF WS-DIAS-DECORRIDOS < WS-DIAS-MINIMO
051200           ADD 1                  TO WS-CONT-JA-BAIXADOS
051300           GO TO P300-FIM
051400        END-IF
051500     END-IF
051600
051700     COMPUTE WS-DIVIDA = ZERO - SALDO-CONTATO
051800     IF WS-DIVIDA < WS-VALOR-MINIMO
051900        ADD 1                     TO WS-CONT-ABAIXO-VALOR
052000        GO TO P300-FIM
052100     END-IF
052200
052300     PERFORM P320-COLETAR-DEBITOS THRU P320-FIM
052400     PERFORM P330-IDADE-DIVIDA    THRU P330-FIM
052500     IF WS-IDADE-MENOR < WS-DIAS-MINIMO
052600        ADD 1                     TO WS-CONT-DIVIDA-RECENTE
052700        GO TO P300-FIM
052800     END-IF
052900
053000     PERFORM P350-BAIXAR-CONTATO  THRU P350-FIM
053100     .
053200 P300-FIM. EXIT.
053300******************************************************************
053400*    P310-DIAS-AVISO - DIAS DESDE O AVISO FINAL (DATA ZERADA OU   *
053500*                 INVALIDA CONTA COMO VENCIDA, COMO NO CARTCOB)   *
053600******************************************************************
053700 P310-DIAS-AVISO.
053800     IF DT-ULT-AVISO NOT NUMERIC OR DT-ULT-AVISO = ZEROS
053900        MOVE 9999999              TO WS-DIAS-DECORRIDOS
054000        GO TO P310-FIM
054100     END-IF
054200     COMPUTE WS-DIAS-DECORRIDOS = WS-DIAS-HOJE -
054300         FUNCTION INTEGER-OF-DATE(DT-ULT-AVISO)
054400     .
054500 P310-FIM. EXIT.
054600******************************************************************
054700*    P320-COLETAR-DEBITOS - VARRE OS ARQUIVOS DO LEDGER E GUARDA  *
054800*                 OS DEBITOS NAO ESTORNADOS DO CONTATO CORRENTE   *
054900******************************************************************
055000 P320-COLETAR-DEBITOS.
055100     MOVE ZEROS                   TO WS-DEB-QTD
055200     SET DEB-TRANSBORDOU          TO FALSE
055300     PERFORM P322-COLETAR-ARQUIVO THRU P322-FIM
055400         VARYING WS-ARQ-IDX FROM 1 BY 1
055500         UNTIL WS-ARQ-IDX > 4
055600     .
055700 P320-FIM. EXIT.
055800 P322-COLETAR-ARQUIVO.
055900     MOVE WS-ARQ-DSN (WS-ARQ-IDX) TO WS-HISTORICO-DSN
056000     SET EOF-HIS-OK               TO FALSE
056100     MOVE '00'                    TO WS-FS-HIS
056200     OPEN INPUT HISTORICO
056300     IF NOT FS-HIS-OK
056400        GO TO P322-FIM
056500     END-IF
056600     PERFORM P325-LER-HISTORICO   THRU P325-FIM
056700         UNTIL EOF-HIS-OK
056800     CLOSE HISTORICO
056900     .
057000 P322-FIM. EXIT.
057100 P325-LER-HISTORICO.
057200     READ HISTORICO
057300         AT END
057400             SET EOF-HIS-OK        TO TRUE
057500             GO TO P325-FIM
057600     END-READ
057700     IF HIS-ID-CONTATO NOT = ID-CONTATO OR NOT HIS-DEBITO
057800        OR HIS-FOI-ESTORNADO
057900        GO TO P325-FIM
058000     END-IF
058100     IF WS-DEB-QTD >= WS-DEB-MAX
058200        SET DEB-TRANSBORDOU       TO TRUE
058300        GO TO P325-FIM
058400     END-IF
058500     ADD 1                        TO WS-DEB-QTD
058600     MOVE HIS-DATA-MOV            TO WS-DEB-DATA (WS-DEB-QTD)
058700     MOVE HIS-VALOR               TO WS-DEB-VALOR (WS-DEB-QTD)
058800     .
058900 P325-FIM. EXIT.
059000******************************************************************
059100*    P330-IDADE-DIVIDA - DISTRIBUI A DIVIDA PELOS DEBITOS DO MAIS *
059200*                 RECENTE PARA O MAIS ANTIGO (ALOCACAO DO RELATRA) *
059300*                 E GUARDA A IDADE DA PARCELA MAIS NOVA. SALDO SEM *
059400*                 DEBITO CORRESPONDENTE E TRATADO COMO ANTIGO.     *
059500******************************************************************
059600 P330-IDADE-DIVIDA.
059700     MOVE 9999999                 TO WS-IDADE-MENOR
059800     MOVE WS-DIVIDA               TO WS-SALDO-RESTANTE
059900     PERFORM P335-ALOCAR-DEBITO   THRU P335-FIM
060000         VARYING WS-DEB-IDX FROM WS-DEB-QTD BY -1
060100         UNTIL WS-DEB-IDX < 1
060200            OR WS-SALDO-RESTANTE = ZEROS
060300     .
060400 P330-FIM. EXIT.
060500 P335-ALOCAR-DEBITO.
060600     IF WS-DEB-VALOR (WS-DEB-IDX) < WS-SALDO-RESTANTE
060700        MOVE WS-DEB-VALOR (WS-DEB-IDX) TO WS-PARCELA
060800     ELSE
060900        MOVE WS-SALDO-RESTANTE    TO WS-PARCELA
061000     END-IF
061100     SUBTRACT WS-PARCELA          FROM WS-SALDO-RESTANTE
061200     IF WS-PARCELA = ZEROS
061300        GO TO P335-FIM
061400     END-IF
061500
061600     IF WS-DEB-DATA (WS-DEB-IDX) NOT NUMERIC OR
061700        WS-DEB-DATA (WS-DEB-IDX) = ZEROS
061800        GO TO P335-FIM
061900     END-IF
062000     COMPUTE WS-DIAS-MOV =
062100         FUNCTION INTEGER-OF-DATE(WS-DEB-DATA (WS-DEB-IDX))
062200     COMPUTE WS-IDADE-DIAS = WS-DIAS-HOJE - WS-DIAS-MOV
062300     IF WS-IDADE-DIAS < WS-IDADE-MENOR
062400        MOVE WS-IDADE-DIAS        TO WS-IDADE-MENOR
062500     END-IF
062600     .
062700 P335-FIM. EXIT.
062800******************************************************************
062900*    P350-BAIXAR-CONTATO - MARCA O CONTATO (COM AUDITORIA) E SO   *
063000*                 ENTAO GRAVA O CREDITO DE BAIXA EM MOVCTT.DAT E   *
063100*                 O REGISTRO PERMANENTE EM BAIXAS.DAT              *
063200******************************************************************
063300 P350-BAIXAR-CONTATO.
063400     MOVE REG-CONTATOS            TO WS-REG-ANTERIOR-AUD
063500     MOVE 'B'                     TO ST-BAIXA
063600     MOVE WS-DATA-EXEC            TO DT-BAIXA
063700     REWRITE REG-CONTATOS
063800         INVALID KEY
063900             PERFORM 9000-TRADUZIR-FS
064000             DISPLAY 'FALHA AO MARCAR A BAIXA DO CONTATO '
064100                     ID-CONTATO ': ' WS-FS-MSG
064200             ADD 1                TO WS-CONT-FALHAS
064300             GO TO P350-FIM
064400     END-REWRITE
064500     SET AUD-OP-ALTERACAO         TO TRUE
064600     MOVE ID-CONTATO              TO AUD-ID-CONTATO
064700     MOVE WS-REG-ANTERIOR-AUD     TO AUD-REG-ANTERIOR
064800     MOVE REG-CONTATOS            TO AUD-REG-NOVO
064900     PERFORM 9200-GRAVAR-AUDITORIA THRU 9200-FIM
065000
065100     MOVE ID-CONTATO              TO MOV-ID-CONTATO
065200     MOVE WS-DATA-EXEC            TO MOV-DATA
065300     MOVE 'C'                     TO MOV-TIPO
065400     MOVE WS-DIVIDA               TO MOV-VALOR
065500     MOVE 'BAIXA'                 TO MOV-MOTIVO
065600     MOVE ZEROS                   TO MOV-REF-SEQ
065700     MOVE SPACES                  TO MOV-LIBERADO
065700     MOVE SPACES                  TO MOV-OPER-INCL
065700     MOVE SPACES                  TO MOV-OPER-APROV
065800     WRITE REG-MOVIMENTO
065900
066000     MOVE 'B'                     TO BXA-TIPO
066100     MOVE WS-DATA-EXEC            TO BXA-DATA
066200     MOVE ID-CONTATO              TO BXA-ID-CONTATO
066300     MOVE NM-CONTATO              TO BXA-NM-CONTATO
066400     MOVE WS-DIVIDA               TO BXA-VALOR
066500     MOVE NIVEL-COBRANCA          TO BXA-NIVEL-COBRANCA
066600     MOVE DT-ULT-AVISO            TO BXA-DT-ULT-AVISO
066700     MOVE WS-DATA-EXEC            TO BXA-DT-BAIXA
066800     IF WS-IDADE-MENOR > 99999
066900        MOVE 99999                TO BXA-IDADE-DIAS
067000     ELSE
067100        MOVE WS-IDADE-MENOR       TO BXA-IDADE-DIAS
067200     END-IF
067300     MOVE 'BAIXCTT'               TO BXA-PROGRAMA
067400     WRITE REG-BAIXA
067500
067600     ADD 1                        TO WS-CONT-BAIXADOS
067700     ADD WS-DIVIDA                TO WS-TOTAL-BAIXADO
067800     PERFORM P360-LINHA-BAIXA     THRU P360-FIM
067900     .
068000 P350-FIM. EXIT.
068100******************************************************************
068200*    P360-LINHA-BAIXA - EMITE A LINHA DO CONTATO BAIXADO          *
068300******************************************************************
068400 P360-LINHA-BAIXA.
068500     MOVE SPACES                  TO WS-RIMP-LINHA
068600     MOVE ID-CONTATO              TO WS-RIMP-LINHA (1:6)
068700     MOVE NM-CONTATO              TO WS-RIMP-LINHA (8:20)
068800     MOVE NIVEL-COBRANCA          TO WS-RIMP-LINHA (29:1)
068900     MOVE DT-ULT-AVISO            TO WS-RIMP-LINHA (33:8)
069000     MOVE BXA-IDADE-DIAS          TO WS-RIMP-LINHA (44:5)
069100     MOVE WS-DIVIDA               TO WS-MSK-VALOR
069200     MOVE WS-MSK-VALOR            TO WS-RIMP-LINHA (54:14)
069300     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
069400     .
069500 P360-FIM. EXIT.
069600******************************************************************
069700*    P800-TOTAIS - EMITE O TOTAL BAIXADO NA LISTAGEM E O RESUMO   *
069800*                 DOS CRITERIOS NO CONSOLE                        *
069900******************************************************************
070000 P800-TOTAIS.
070100     MOVE SPACES                  TO WS-RIMP-LINHA
070200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
070300     MOVE WS-TOTAL-BAIXADO        TO WS-MSK-TOTAL
070400     MOVE SPACES                  TO WS-RIMP-LINHA
070500     STRING 'TOTAL BAIXADO COMO PERDA: ' DELIMITED BY SIZE
070600            WS-MSK-TOTAL          DELIMITED BY SIZE
070700            ' ('                  DELIMITED BY SIZE
070800            WS-CONT-BAIXADOS      DELIMITED BY SIZE
070900            ' CONTATOS)'          DELIMITED BY SIZE
071000            INTO WS-RIMP-LINHA
071100     END-STRING
071200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
071300
071400     DISPLAY ' '
071500     DISPLAY '*** RESUMO DA BAIXA DE DIVIDAS ***'
071600     DISPLAY 'DEVEDORES ATIVOS.........: ' WS-CONT-DEVEDORES
071700     DISPLAY 'FORA DO AVISO FINAL......: ' WS-CONT-SEM-AVISO-FINAL
071800     DISPLAY 'AVISO FINAL RECENTE......: ' WS-CONT-AVISO-RECENTE
071900     DISPLAY 'COM ACORDO ATIVO.........: ' WS-CONT-EM-ACORDO
072000     DISPLAY 'BAIXA RECENTE PENDENTE...: ' WS-CONT-JA-BAIXADOS
072100     DISPLAY 'ABAIXO DO VALOR MINIMO...: ' WS-CONT-ABAIXO-VALOR
072200     DISPLAY 'DIVIDA AINDA RECENTE.....: ' WS-CONT-DIVIDA-RECENTE
072300     DISPLAY 'CONTATOS BAIXADOS........: ' WS-CONT-BAIXADOS
072400     DISPLAY 'FALHAS NA MARCACAO.......: ' WS-CONT-FALHAS
072500     DISPLAY 'TOTAL BAIXADO............: ' WS-MSK-TOTAL
072600     DISPLAY 'CREDITOS SERAO APLICADOS NA PROXIMA EFETIVACAO '
072700             '(POSTSAL).'
072800     .
072900 P800-FIM. EXIT.
073000******************************************************************
073100*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
073200******************************************************************
073300 P900-FIM.
073400     DISPLAY '*** FIM DA BAIXA DE DIVIDAS ***'
073500     MOVE WS-CONT-BAIXADOS        TO WS-RUN-GRAVADOS
073600     MOVE WS-CONT-FALHAS          TO WS-RUN-REJEITADOS
073700     IF WS-RUN-RESULTADO = ZEROS AND WS-CONT-FALHAS > ZEROS
073800        MOVE 04                   TO WS-RUN-RESULTADO
073900     END-IF
074000     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
074100     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
074200     STOP RUN.
074300
074400     COPY FSTATUS.
074500     COPY AUDLOG.
074600     COPY AUDCHN.
074700     COPY DSNENV.
074800     COPY RUNLOG.
074900     COPY RELIMP.
075000     COPY MOTTAB.
075100     COPY ACOCHK.
