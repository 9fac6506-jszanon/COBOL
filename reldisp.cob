000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RELDISP.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-05-02.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: LISTA SEMANAL DAS DISPUTAS EM ABERTO
000900*                 (DISPUTAS.DAT, ABERTAS NO CADDISP), PARA A
001000*                 REVISAO DO SUPERVISOR. UMA LINHA POR DISPUTA
001100*                 AINDA ABERTA, NA ORDEM DO CONTATO, COM A IDADE EM
001200*                 DIAS DESDE A ABERTURA, O LANCAMENTO CONTESTADO E
001300*                 A RAZAO; AO FINAL, QUANTIDADE E VALOR POR FAIXA
001400*                 DE IDADE (ATE 30, 31-60, 61-90 E ACIMA DE 90
001500*                 DIAS). DISPUTAS ABERTAS HA MAIS DE PRAZO=NNN DIAS
001600*                 (PADRAO 030) SAEM MARCADAS COM '*'. LISTAGEM EM
001700*                 RELDISP.LST.
001800*                 RETURN-CODE: 00 = OK, 04 = HA DISPUTA ACIMA DO
001900*                 PRAZO, 08 = ERRO DE ARQUIVO.
002000*----------------------------------------------------------------*
002100*    HISTORICO DE ALTERACOES
002200*    DATA       AUTOR   DESCRICAO
002300*    ---------- ------- ----------------------------------------
002400*    2025-05-02 JSZ     PROGRAMA CRIADO (AGING DAS DISPUTAS).
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.
002900     DECIMAL-POINT IS COMMA.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT DISPUTAS ASSIGN TO WS-DISPUTAS-DSN
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS DSP-CHAVE
003600         FILE STATUS IS WS-FS-DSP.
003700     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ID-CONTATO
004100         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004200         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004300             SUPPRESS WHEN SPACES
004400         FILE STATUS IS WS-FS.
004500     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-FS-RIMP.
004800     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-FS-RUN.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  DISPUTAS.
005400     COPY DISPREG.
005500 FD  CONTATOS.
005600     COPY CONTREG.
005700 FD  RELIMP.
005800 01  REG-RELIMP                   PIC X(132).
005900 FD  RUNCTL.
006000     COPY RUNREG.
006100 WORKING-STORAGE SECTION.
006200 01  WS-DISPUTAS-DSN              PIC X(100) VALUE 'DISPUTAS.DAT'.
006300 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
006400 77  WS-FS                        PIC X(02) VALUE '00'.
006500     88 FS-OK                     VALUE '00'.
006600 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
006700 77  WS-FS-DSP                    PIC X(02) VALUE '00'.
006800     88 FS-DSP-OK                 VALUE '00'.
006900 77  WS-EOF-ENT                   PIC X(01) VALUE 'N'.
007000     88 EOF-ENT-OK                VALUE 'S' FALSE 'N'.
007100 01  WS-CTT-SW                    PIC X(01) VALUE 'N'.
007200     88 CTT-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
007300*----------------------------------------------------------------*
007400*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
007500*    DO P100-ANALISAR-PARM DO FECMES)                            *
007600*----------------------------------------------------------------*
007700 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
007800 01  WS-PARM-TOKENS.
007900     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
008000                                  INDEXED BY WS-PARM-IDX.
008100 77  WS-PRAZO-DIAS                PIC 9(03) VALUE 030.
008200 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
008300 77  WS-DIAS-HOJE                 PIC 9(07) VALUE ZEROS.
008400 77  WS-IDADE                     PIC 9(05) VALUE ZEROS.
008500 77  WS-DATA-ABERTURA             PIC 9(08) VALUE ZEROS.
008600 77  WS-FAIXA                     PIC 9(01) VALUE ZEROS.
008700 77  WS-FX-IDX                    PIC 9(01) VALUE ZEROS.
008800 77  WS-NM-DEVEDOR                PIC X(30) VALUE SPACES.
008900 01  WS-MSK-IDADE                 PIC ZZZZ9.
009000 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
009100 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
009200*----------------------------------------------------------------*
009300*    TOTAIS POR FAIXA DE IDADE DA DISPUTA (1 = ATE 30 DIAS,      *
009400*    2 = 31-60, 3 = 61-90, 4 = ACIMA DE 90)                      *
009500*----------------------------------------------------------------*
009600 01  WS-TAB-FAIXAS.
009700     03  WS-FX-ENT                OCCURS 4 TIMES.
009800         05  WS-FX-QTD            PIC 9(05).
009900         05  WS-FX-VALOR          PIC 9(11)V99.
010000 77  WS-TOT-QTD                   PIC 9(05) VALUE ZEROS.
010100 77  WS-TOT-VALOR                 PIC 9(11)V99 VALUE ZEROS.
010200 77  WS-TOT-VENCIDAS              PIC 9(05) VALUE ZEROS.
010300 77  WS-TOT-ENCERRADAS            PIC 9(05) VALUE ZEROS.
010400*----------------------------------------------------------------*
010500*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
010600*----------------------------------------------------------------*
010700 01  WS-RELIMP-DSN                PIC X(100) VALUE 'RELDISP.LST'.
010800 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
010900     88 FS-RIMP-OK                VALUE '00'.
011000 01  WS-RIMP-TITULO               PIC X(40) VALUE
011100     'DISPUTAS EM ABERTO - AGING SEMANAL'.
011200 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
011300 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
011400 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
011500 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
011600 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
011700 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
011800*----------------------------------------------------------------*
011900*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
012000*----------------------------------------------------------------*
012100 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
012200 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
012300     88 FS-RUN-OK                 VALUE '00'.
012400 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'RELDISP'.
012500 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
012600 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
012700 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
012800 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
012900 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
013000 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
013100 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
013200 PROCEDURE DIVISION.
013300******************************************************************
013400*    0000-MAINLINE - ROTINA PRINCIPAL                            *
013500******************************************************************
013600 0000-MAINLINE.
013700     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
013800     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
013900     DISPLAY '*** DISPUTAS EM ABERTO - AGING SEMANAL '
014000             '(RELDISP) ***'
014100     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
014200     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
014300     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
014400     COMPUTE WS-DIAS-HOJE =
014500         FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
014600     DISPLAY 'DATA DE REFERENCIA: ' WS-DATA-EXEC
014700             '   PRAZO (DIAS): ' WS-PRAZO-DIAS
014800
014900     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
015000     IF NOT FS-RIMP-OK
015100        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
015200                FUNCTION TRIM(WS-RELIMP-DSN)
015300        MOVE 08                   TO WS-RUN-RESULTADO
015400        PERFORM P900-FIM
015500     END-IF
015600
015700     MOVE ZEROS                   TO WS-TAB-FAIXAS
015800     PERFORM P200-DISPUTAS        THRU P200-FIM
015900     PERFORM P800-TOTAIS          THRU P800-FIM
016000     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
016100     PERFORM P900-FIM
016200     .
016300******************************************************************
016400*    P100-ANALISAR-PARM - SEPARA OS PARAMETROS DA LINHA DE       *
016500*                 COMANDO EM TOKENS                              *
016600******************************************************************
016700 P100-ANALISAR-PARM.
016800     MOVE SPACES                  TO WS-PARM-TOKENS
016900     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
017000         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
017100              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
017200              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
017300              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
017400              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
017500     END-UNSTRING
017600
017700     SET WS-PARM-IDX              TO 1
017800     PERFORM P110-ANALISAR-TOKEN
017900         VARYING WS-PARM-IDX FROM 1 BY 1
018000         UNTIL WS-PARM-IDX > 10
018100     .
018200 P100-FIM. EXIT.
018300******************************************************************
018400*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
018500******************************************************************
018600 P110-ANALISAR-TOKEN.
018700     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:6) = 'PRAZO='
018800        IF WS-PARM-TOKEN(WS-PARM-IDX) (7:3) IS NUMERIC
018900           MOVE WS-PARM-TOKEN(WS-PARM-IDX) (7:3)
019000                                  TO WS-PRAZO-DIAS
019100        ELSE
019200           DISPLAY 'PARAMETRO PRAZO= INVALIDO (USE TRES '
019300                   'DIGITOS, EX: PRAZO=030) - USANDO O PADRAO.'
019400        END-IF
019500     END-IF
019600     .
019700 P110-FIM. EXIT.
019800******************************************************************
019900*    P200-DISPUTAS - LE DISPUTAS.DAT NA ORDEM DA CHAVE E LISTA   *
020000*                 AS QUE AINDA ESTAO ABERTAS                     *
020100******************************************************************
020200 P200-DISPUTAS.
020300     MOVE '00'                    TO WS-FS-DSP
020400     OPEN INPUT DISPUTAS
020500     IF WS-FS-DSP = '35'
020600        DISPLAY 'NENHUMA DISPUTA REGISTRADA (DISPUTAS.DAT NAO '
020700                'ENCONTRADO).'
020800        GO TO P200-FIM
020900     END-IF
021000     IF NOT FS-DSP-OK
021100        MOVE WS-FS-DSP            TO WS-FS
021200        PERFORM 9000-TRADUZIR-FS
021300        DISPLAY 'ERRO AO ABRIR DISPUTAS.DAT: ' WS-FS-MSG
021400        MOVE 08                   TO WS-RUN-RESULTADO
021500        GO TO P200-FIM
021600     END-IF
021700     SET CTT-ARQ-ABERTO           TO FALSE
021800     OPEN INPUT CONTATOS
021900     IF FS-OK
022000        SET CTT-ARQ-ABERTO        TO TRUE
022100     ELSE
022200        DISPLAY 'AVISO: CONTATOS.DAT INDISPONIVEL - DEVEDORES '
022300                'SAEM SEM O NOME.'
022400     END-IF
022500
022600     MOVE 'ID     NOME                      SEQ ABERTURA  DIAS'
022700                                  TO WS-RIMP-LINHA
022800     MOVE 'MOVIMENTO           VALOR OPERADOR RAZAO'
022900                                  TO WS-RIMP-LINHA (53:41)
023000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
023100
023200     SET EOF-ENT-OK               TO FALSE
023300     PERFORM P210-LER-DISPUTA     THRU P210-FIM
023400         UNTIL EOF-ENT-OK
023500
023600     IF CTT-ARQ-ABERTO
023700        CLOSE CONTATOS
023800     END-IF
023900     CLOSE DISPUTAS
024000     .
024100 P200-FIM. EXIT.
024200 P210-LER-DISPUTA.
024300     READ DISPUTAS NEXT RECORD
024400         AT END
024500             SET EOF-ENT-OK        TO TRUE
024600             GO TO P210-FIM
024700     END-READ
024800     ADD 1                        TO WS-RUN-LIDOS
024900     IF NOT DSP-ABERTA
025000        ADD 1                     TO WS-TOT-ENCERRADAS
025100        GO TO P210-FIM
025200     END-IF
025300
025400     MOVE DSP-DATA-HORA (1:8)     TO WS-DATA-ABERTURA
025500     COMPUTE WS-IDADE = WS-DIAS-HOJE -
025600         FUNCTION INTEGER-OF-DATE(WS-DATA-ABERTURA)
025700     EVALUATE TRUE
025800         WHEN WS-IDADE <= 30
025900             MOVE 1               TO WS-FAIXA
026000         WHEN WS-IDADE <= 60
026100             MOVE 2               TO WS-FAIXA
026200         WHEN WS-IDADE <= 90
026300             MOVE 3               TO WS-FAIXA
026400         WHEN OTHER
026500             MOVE 4               TO WS-FAIXA
026600     END-EVALUATE
026700     ADD 1                        TO WS-FX-QTD (WS-FAIXA)
026800     ADD DSP-MOV-VALOR            TO WS-FX-VALOR (WS-FAIXA)
026900     ADD 1                        TO WS-TOT-QTD
027000     ADD DSP-MOV-VALOR            TO WS-TOT-VALOR
027100
027200     PERFORM P250-LINHA-DISPUTA   THRU P250-FIM
027300     .
027400 P210-FIM. EXIT.
027500******************************************************************
027600*    P250-LINHA-DISPUTA - IMPRIME A LINHA DA DISPUTA CORRENTE,   *
027700*                 MARCANDO COM '*' A QUE PASSOU DO PRAZO         *
027800******************************************************************
027900 P250-LINHA-DISPUTA.
028000     MOVE '(NAO CADASTRADO)'      TO WS-NM-DEVEDOR
028100     IF CTT-ARQ-ABERTO
028200        MOVE DSP-ID-CONTATO       TO ID-CONTATO
028300        READ CONTATOS
028400            INVALID KEY
028500                CONTINUE
028600            NOT INVALID KEY
028700                MOVE NM-CONTATO   TO WS-NM-DEVEDOR
028800        END-READ
028900     END-IF
029000     MOVE SPACES                  TO WS-RIMP-LINHA
029100     MOVE DSP-ID-CONTATO          TO WS-RIMP-LINHA (1:6)
029200     MOVE WS-NM-DEVEDOR           TO WS-RIMP-LINHA (8:25)
029300     MOVE DSP-SEQ                 TO WS-RIMP-LINHA (34:3)
029400     MOVE DSP-DATA-HORA (1:8)     TO WS-RIMP-LINHA (38:8)
029500     MOVE WS-IDADE                TO WS-MSK-IDADE
029600     MOVE WS-MSK-IDADE            TO WS-RIMP-LINHA (47:5)
029700     MOVE DSP-MOV-DATA            TO WS-RIMP-LINHA (53:8)
029800     MOVE DSP-MOV-VALOR           TO WS-MSK-VALOR
029900     MOVE WS-MSK-VALOR            TO WS-RIMP-LINHA (62:14)
030000     MOVE DSP-OPER-ABERTURA       TO WS-RIMP-LINHA (77:8)
030100     MOVE DSP-RAZAO (1:40)        TO WS-RIMP-LINHA (86:40)
030200     IF WS-IDADE > WS-PRAZO-DIAS
030300        MOVE '*'                  TO WS-RIMP-LINHA (127:1)
030400        ADD 1                     TO WS-TOT-VENCIDAS
030500     END-IF
030600     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
030700     ADD 1                        TO WS-RUN-GRAVADOS
030800     .
030900 P250-FIM. EXIT.
031000******************************************************************
031100*    P800-TOTAIS - QUANTIDADE E VALOR POR FAIXA DE IDADE E O     *
031200*                 TOTAL GERAL; HAVENDO DISPUTA ACIMA DO PRAZO, O  *
031300*                 RESULTADO DA EXECUCAO PASSA A 04               *
031400******************************************************************
031500 P800-TOTAIS.
031600     MOVE SPACES                  TO WS-RIMP-LINHA
031700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
031800     MOVE 'IDADE DA DISPUTA     QTDE             VALOR'
031900                                  TO WS-RIMP-LINHA
032000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
032100     PERFORM P810-LINHA-FAIXA     THRU P810-FIM
032200         VARYING WS-FX-IDX FROM 1 BY 1
032300         UNTIL WS-FX-IDX > 4
032400     MOVE SPACES                  TO WS-RIMP-LINHA
032500     MOVE 'TOTAL'                 TO WS-RIMP-LINHA (1:16)
032600     MOVE WS-TOT-QTD              TO WS-RIMP-LINHA (22:5)
032700     MOVE WS-TOT-VALOR            TO WS-MSK-TOTAL
032800     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (28:17)
032900     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
033000     MOVE SPACES                  TO WS-RIMP-LINHA
033100     STRING 'ACIMA DO PRAZO DE '  DELIMITED BY SIZE
033200            WS-PRAZO-DIAS         DELIMITED BY SIZE
033300            ' DIAS (*): '         DELIMITED BY SIZE
033400            WS-TOT-VENCIDAS       DELIMITED BY SIZE
033500            INTO WS-RIMP-LINHA
033600     END-STRING
033700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
033800
033900     DISPLAY 'DISPUTAS LIDAS............: ' WS-RUN-LIDOS
034000     DISPLAY 'DISPUTAS ABERTAS..........: ' WS-TOT-QTD
034100     DISPLAY 'JA ENCERRADAS (FORA)......: ' WS-TOT-ENCERRADAS
034200     DISPLAY 'ACIMA DO PRAZO............: ' WS-TOT-VENCIDAS
034300     IF WS-TOT-VENCIDAS > ZEROS
034400        DISPLAY 'AVISO: HA DISPUTAS ABERTAS HA MAIS DE '
034500                WS-PRAZO-DIAS ' DIAS.'
034600        IF WS-RUN-RESULTADO < 04
034700           MOVE 04                TO WS-RUN-RESULTADO
034800        END-IF
034900     END-IF
035000     .
035100 P800-FIM. EXIT.
035200 P810-LINHA-FAIXA.
035300     MOVE SPACES                  TO WS-RIMP-LINHA
035400     EVALUATE WS-FX-IDX
035500         WHEN 1
035600             MOVE 'ATE 30 DIAS'   TO WS-RIMP-LINHA (1:16)
035700         WHEN 2
035800             MOVE '31 A 60 DIAS'  TO WS-RIMP-LINHA (1:16)
035900         WHEN 3
036000             MOVE '61 A 90 DIAS'  TO WS-RIMP-LINHA (1:16)
036100         WHEN OTHER
036200             MOVE 'ACIMA DE 90'   TO WS-RIMP-LINHA (1:16)
036300     END-EVALUATE
036400     MOVE WS-FX-QTD (WS-FX-IDX)   TO WS-RIMP-LINHA (22:5)
036500     MOVE WS-FX-VALOR (WS-FX-IDX) TO WS-MSK-TOTAL
036600     MOVE WS-MSK-TOTAL            TO WS-RIMP-LINHA (28:17)
036700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
036800     .
036900 P810-FIM. EXIT.
037000******************************************************************
037100*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
037200******************************************************************
037300 P900-FIM.
037400     DISPLAY '*** FIM DO AGING DAS DISPUTAS ***'
037500     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
037600     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
037700     STOP RUN.
037800
037900     COPY FSTATUS.
038000     COPY DSNENV.
038100     COPY RUNLOG.
038200     COPY RELIMP.
