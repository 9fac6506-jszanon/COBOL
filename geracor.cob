000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GERACOR.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-02-07.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: LOTE MENSAL DOS ACORDOS DE PARCELAMENTO
000900*                 (ACORDOS.DAT, LAYOUT ACORREG.CPY, CAPTURADOS
001000*                 NO CADACOR). PARA CADA ACORDO ATIVO:
001100*                 - SE A ULTIMA PARCELA GERADA JA VENCEU, PROCURA
001200*                   NO LEDGER (MOVHIST.DAT E OS ARQUIVOS MENSAIS
001300*                   MOVHIST.AAAAMM DA JANELA) UM CREDITO DO
001400*                   CONTATO DENTRO DA JANELA DE PAGAMENTO. SEM
001500*                   CREDITO, O ACORDO E QUEBRADO: O VALOR AINDA
001600*                   NAO PARCELADO VOLTA AO SALDO COMO DEBITO
001700*                   'ACORDO' E O CONTATO VOLTA AO CICLO DO
001800*                   CARTCOB NO NIVEL EM QUE ESTAVA NO DIA DO
001900*                   ACORDO (COM AUDITORIA). COM CREDITO E TODAS
002000*                   AS PARCELAS GERADAS, O ACORDO E QUITADO;
002100*                 - SE AINDA HA PARCELA A GERAR E A DO MES
002200*                   CORRENTE NAO SAIU, LANCA EM MOVCTT.DAT O
002300*                   DEBITO 'PARCACORDO' DA PARCELA, COM
002400*                   VENCIMENTO NO DIA DO ACORDO (DIA 31 EM MES
002500*                   CURTO VIRA O ULTIMO DIA DO MES). A ULTIMA
002600*                   PARCELA ACERTA OS CENTAVOS DA DIVISAO.
002700*                 O POSTSAL APLICA OS DEBITOS COMO QUALQUER
002800*                 MOVIMENTO. RODE UMA VEZ POR MES, ANTES DO
002900*                 POSTSAL; RELANCAR NO MESMO MES NAO GERA A
003000*                 PARCELA DUAS VEZES. ACORDO CUJO CREDITO
003000*                 'ACORDO' AINDA ESTA PENDENTE NO CADACOR
003000*                 (ACO-MOV-PENDENTE = 'C') FICA DE FORA ATE O
003000*                 RELANCAMENTO.
003100*----------------------------------------------------------------*
003200*    HISTORICO DE ALTERACOES
003300*    DATA       AUTOR   DESCRICAO
003400*    ---------- ------- ----------------------------------------
003500*    2025-02-07 JSZ     PROGRAMA CRIADO (LOTE MENSAL DOS ACORDOS
003600*                       DE PARCELAMENTO).
003600*    2025-07-25 JSZ     ACORDO COM CREDITO ACORDO PENDENTE NAO
003600*                       GERA PARCELA (A DIVIDA AINDA ESTA NO
003600*                       SALDO) E E CONTADO A PARTE NO RESUMO.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SPECIAL-NAMES.
004100     DECIMAL-POINT IS COMMA.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT ACORDOS ASSIGN TO WS-ACORDOS-DSN
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS ACO-CHAVE
004800         LOCK MODE IS MANUAL
004900         FILE STATUS IS WS-FS-ACO.
005000     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS ID-CONTATO
005400         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
005433         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
005466             SUPPRESS WHEN SPACES
005500         LOCK MODE IS MANUAL
005600         FILE STATUS IS WS-FS.
005700     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-FS-HIS.
006000     SELECT MOVIMENTOS ASSIGN TO WS-MOVIMENTOS-DSN
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-FS-MOV.
006300     SELECT AUDITORIA ASSIGN TO WS-AUDITORIA-DSN
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-FS-AUD.
006600     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-FS-RUN.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  ACORDOS.
007200     COPY ACORREG.
007300 FD  CONTATOS.
007400     COPY CONTREG.
007500 FD  HISTORICO.
007600     COPY MOVHREG.
007700 FD  MOVIMENTOS.
007800     COPY MOVREG.
007900 FD  AUDITORIA.
008000     COPY AUDREG.
008100 FD  RUNCTL.
008200     COPY RUNREG.
008300 WORKING-STORAGE SECTION.
008400 01  WS-ACORDOS-DSN               PIC X(100) VALUE 'ACORDOS.DAT'.
008500 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
008600 01  WS-HISTORICO-DSN             PIC X(100) VALUE 'MOVHIST.DAT'.
008700 01  WS-MOVIMENTOS-DSN            PIC X(100) VALUE 'MOVCTT.DAT'.
008800 77  WS-FS                        PIC X(02) VALUE '00'.
008900     88 FS-OK                     VALUE '00'.
009000 77  WS-FS-ACO                    PIC X(02) VALUE '00'.
009100     88 FS-ACO-OK                 VALUE '00'.
009200 77  WS-FS-HIS                    PIC X(02) VALUE '00'.
009300     88 FS-HIS-OK                 VALUE '00'.
009400 77  WS-FS-MOV                    PIC X(02) VALUE '00'.
009500     88 FS-MOV-OK                 VALUE '00'.
009600 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
009700 77  WS-EOF-ACO                   PIC X(01) VALUE 'N'.
009800     88 EOF-ACO-OK                VALUE 'S' FALSE 'N'.
009900 77  WS-EOF-HIS                   PIC X(01) VALUE 'N'.
010000     88 EOF-HIS-OK                VALUE 'S' FALSE 'N'.
010100 01  WS-PARCELA-PAGA-SW           PIC X(01) VALUE 'N'.
010200     88 PARCELA-PAGA              VALUE 'S' FALSE 'N'.
010300*----------------------------------------------------------------*
010400*    CORTE DE DATAS E MONTAGEM DA PARCELA                        *
010500*----------------------------------------------------------------*
010600 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
010700 77  WS-MES-EXEC                  PIC 9(06) VALUE ZEROS.
010800 01  WS-DATA-VENCTO               PIC 9(08) VALUE ZEROS.
010900 01  WS-DATA-VENCTO-R REDEFINES WS-DATA-VENCTO.
011000     03  WS-VENC-AAAAMM           PIC 9(06).
011100     03  WS-VENC-DD               PIC 9(02).
011200 01  WS-DATA-AUX                  PIC 9(08) VALUE ZEROS.
011300 01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
011400     03  WS-AUX-AAAA              PIC 9(04).
011500     03  WS-AUX-MM                PIC 9(02).
011600     03  WS-AUX-DD                PIC 9(02).
011700 77  WS-ULTIMO-DIA                PIC 9(02) VALUE ZEROS.
011800 77  WS-DIAS-AUX                  PIC 9(07) VALUE ZEROS.
011900 77  WS-VALOR-PARCELA             PIC 9(09)V99 VALUE ZEROS.
012000 77  WS-VALOR-RESTANTE            PIC 9(09)V99 VALUE ZEROS.
012100*----------------------------------------------------------------*
012200*    LEDGER A VARRER NA CONFERENCIA DO PAGAMENTO: OS MENSAIS DO  *
012300*    INICIO E DO FIM DA JANELA (QUANDO JA FECHADOS PELO FECMES)  *
012400*    E O LEDGER VIVO                                             *
012500*----------------------------------------------------------------*
012600 01  WS-ARQ-TAB.
012700     03  WS-ARQ-DSN               OCCURS 3 TIMES PIC X(100).
012800 77  WS-ARQ-QTD                   PIC 9(01) VALUE ZEROS.
012900 77  WS-ARQ-IDX                   PIC 9(01) VALUE ZEROS.
013000*----------------------------------------------------------------*
013100*    CONTADORES DO RESUMO                                        *
013200*----------------------------------------------------------------*
013300 77  WS-CONT-ATIVOS               PIC 9(06) VALUE ZEROS.
013400 77  WS-CONT-PARCELAS             PIC 9(06) VALUE ZEROS.
013500 77  WS-CONT-AGUARDANDO           PIC 9(06) VALUE ZEROS.
013500 77  WS-CONT-PENDENTES            PIC 9(06) VALUE ZEROS.
013600 77  WS-CONT-QUITADOS             PIC 9(06) VALUE ZEROS.
013700 77  WS-CONT-QUEBRADOS            PIC 9(06) VALUE ZEROS.
013800 77  WS-CONT-FALHAS               PIC 9(06) VALUE ZEROS.
013900 77  WS-TOTAL-PARCELAS            PIC 9(13)V99 VALUE ZEROS.
014000 77  WS-TOTAL-DEVOLVIDO           PIC 9(13)V99 VALUE ZEROS.
014100 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
014200 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
014300*----------------------------------------------------------------*
014400*    AREA DE TRABALHO DA AUDITORIA (COPYBOOK AUDLOG)             *
014500*----------------------------------------------------------------*
014600 01  WS-AUDITORIA-DSN             PIC X(100) VALUE 'AUDCTT.LOG'.
014700 77  WS-FS-AUD                    PIC X(02) VALUE '00'.
014800     88 FS-AUD-OK                 VALUE '00'.
014900 77  WS-AUD-DATA                  PIC 9(08) VALUE ZEROS.
015000 77  WS-AUD-HORA                  PIC 9(08) VALUE ZEROS.
015100 77  WS-AUD-PROGRAMA              PIC X(08) VALUE 'GERACOR'.
015200 77  WS-AUD-OPERADOR              PIC X(08) VALUE SPACES.
015300 01  WS-AUD-GUARDA                PIC X(600) VALUE SPACES.
015400 77  WS-AUD-ULT-SEQ               PIC 9(08) VALUE ZEROS.
015500 77  WS-AUD-ULT-CHAIN             PIC 9(08) VALUE ZEROS.
015600 01  WS-AUD-EOF-SW                PIC X(01) VALUE 'N'.
015700     88 AUD-EOF-OK                VALUE 'S' FALSE 'N'.
015800 77  WS-ELO-BASE                  PIC 9(08) VALUE ZEROS.
015900 77  WS-ELO-SEQ                   PIC 9(08) VALUE ZEROS.
016000 77  WS-ELO-RESULT                PIC 9(08) VALUE ZEROS.
016100 77  WS-ELO-SOMA                  PIC 9(09) VALUE ZEROS.
016200 77  WS-ELO-POS                   PIC 9(04) VALUE ZEROS.
016300 77  WS-ELO-TAM                   PIC 9(04) VALUE ZEROS.
016400 01  WS-REG-ANTERIOR-AUD          PIC X(244) VALUE SPACES.
016500*----------------------------------------------------------------*
016600*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
016700*----------------------------------------------------------------*
016800 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
016900 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
017000     88 FS-RUN-OK                 VALUE '00'.
017100 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'GERACOR'.
017200 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
017300 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
017400 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
017500 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
017600 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
017700 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
017800 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
017900 PROCEDURE DIVISION.
018000******************************************************************
018100*    0000-MAINLINE - ROTINA PRINCIPAL                            *
018200******************************************************************
018300 0000-MAINLINE.
018400     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
018500     PERFORM 9300-OBTER-DSN-CONTATOS THRU 9300-FIM
018600     DISPLAY '*** LOTE MENSAL DOS ACORDOS DE PARCELAMENTO '
018700             '(GERACOR) ***'
018800     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
018900     MOVE WS-DATA-EXEC (1:6)      TO WS-MES-EXEC
019000     DISPLAY 'MES DE REFERENCIA: ' WS-MES-EXEC
019100
019200     PERFORM P100-ABRIR-ARQUIVOS  THRU P100-FIM
019300     IF WS-RUN-RESULTADO NOT = ZEROS
019400        GO TO 0000-ENCERRAR
019500     END-IF
019600     IF FS-ACO-OK
019700        SET EOF-ACO-OK            TO FALSE
019800        PERFORM P200-TRATAR-ACORDO THRU P200-FIM
019900            UNTIL EOF-ACO-OK
020000        CLOSE ACORDOS
020100        CLOSE CONTATOS
020200        CLOSE MOVIMENTOS
020300     END-IF
020400     PERFORM P800-RESUMO          THRU P800-FIM
020500     .
020600 0000-ENCERRAR.
020700     PERFORM P900-FIM
020800     .
020900******************************************************************
021000*    P100-ABRIR-ARQUIVOS - ABRE ACORDOS (I-O), CONTATOS (I-O) E   *
021100*                 MOVCTT.DAT (EXTEND). SEM ACORDOS.DAT NAO HA O   *
021200*                 QUE PROCESSAR - NAO E ERRO                      *
021300******************************************************************
021400 P100-ABRIR-ARQUIVOS.
021500     MOVE '00'                    TO WS-FS-ACO
021600     OPEN I-O ACORDOS
021700     IF WS-FS-ACO = '35'
021800        DISPLAY 'NENHUM ACORDO REGISTRADO (ACORDOS.DAT NAO '
021900                'ENCONTRADO).'
022000        GO TO P100-FIM
022100     END-IF
022200     IF NOT FS-ACO-OK
022300        MOVE WS-FS-ACO            TO WS-FS
022400        PERFORM 9000-TRADUZIR-FS
022500        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ACORDOS: ' WS-FS-MSG
022600        MOVE 08                   TO WS-RUN-RESULTADO
022700        GO TO P100-FIM
022800     END-IF
022900
023000     OPEN I-O CONTATOS
023100     IF NOT FS-OK
023200        PERFORM 9000-TRADUZIR-FS
023300        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
023400        MOVE 08                   TO WS-RUN-RESULTADO
023500        CLOSE ACORDOS
023600        GO TO P100-FIM
023700     END-IF
023800
023900     MOVE '00'                    TO WS-FS-MOV
024000     OPEN EXTEND MOVIMENTOS
024100     IF WS-FS-MOV = '35'
024200        OPEN OUTPUT MOVIMENTOS
024300        MOVE '00'                 TO WS-FS-MOV
024400     END-IF
024500     IF NOT FS-MOV-OK
024600        MOVE WS-FS-MOV            TO WS-FS
024700        PERFORM 9000-TRADUZIR-FS
024800        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MOVIMENTOS: '
024900                WS-FS-MSG
025000        MOVE 08                   TO WS-RUN-RESULTADO
025100        CLOSE ACORDOS
025200        CLOSE CONTATOS
025300     END-IF
025400     .
025500 P100-FIM. EXIT.
025600******************************************************************
025700*    P200-TRATAR-ACORDO - CONFERE A PARCELA VENCIDA E GERA A DO   *
025800*                 MES PARA UM ACORDO ATIVO                        *
025900******************************************************************
026000 P200-TRATAR-ACORDO.
026100     READ ACORDOS NEXT RECORD
026200         AT END
026300             SET EOF-ACO-OK        TO TRUE
026400             GO TO P200-FIM
026500     END-READ
026600     ADD 1                        TO WS-RUN-LIDOS
026700     IF NOT ACORDO-ATIVO
026800        GO TO P200-FIM
026900     END-IF
027000     ADD 1                        TO WS-CONT-ATIVOS
027000     IF ACO-CREDITO-PENDENTE
027000        ADD 1                     TO WS-CONT-PENDENTES
027000        GO TO P200-FIM
027000     END-IF
027100
027200     IF ACO-PARC-GERADAS > ZEROS
027300        AND ACO-DT-ULT-VENCTO < WS-DATA-EXEC
027400        PERFORM P220-CONFERIR-PAGAMENTO THRU P220-FIM
027500        IF NOT PARCELA-PAGA
027600           PERFORM P300-QUEBRAR-ACORDO THRU P300-FIM
027700           GO TO P200-FIM
027800        END-IF
027900        IF ACO-PARC-GERADAS NOT < ACO-QTD-PARCELAS
028000           PERFORM P290-QUITAR-ACORDO THRU P290-FIM
028100           GO TO P200-FIM
028200        END-IF
028300     END-IF
028400
028500     IF ACO-PARC-GERADAS < ACO-QTD-PARCELAS
028600        AND ACO-DT-ULT-VENCTO (1:6) < WS-MES-EXEC
028700        PERFORM P250-GERAR-PARCELA THRU P250-FIM
028800     ELSE
028900        ADD 1                     TO WS-CONT-AGUARDANDO
029000     END-IF
029100     .
029200 P200-FIM. EXIT.
029300******************************************************************
029400*    P220-CONFERIR-PAGAMENTO - PROCURA NO LEDGER UM CREDITO DO    *
029500*                 CONTATO COM DATA DENTRO DA JANELA DA ULTIMA     *
029600*                 PARCELA. O PROPRIO CREDITO 'ACORDO', ESTORNOS E *
029700*                 LANCAMENTOS ESTORNADOS NAO CONTAM COMO PAGAMENTO*
029800******************************************************************
029900 P220-CONFERIR-PAGAMENTO.
030000     SET PARCELA-PAGA             TO FALSE
030100     MOVE ZEROS                   TO WS-ARQ-QTD
030200     ADD 1                        TO WS-ARQ-QTD
030300     MOVE SPACES                  TO WS-ARQ-DSN (WS-ARQ-QTD)
030400     STRING 'MOVHIST.'            DELIMITED BY SIZE
030500            ACO-DT-INI-JANELA (1:6) DELIMITED BY SIZE
030600            INTO WS-ARQ-DSN (WS-ARQ-QTD)
030700     END-STRING
030800     IF ACO-DT-ULT-VENCTO (1:6) NOT = ACO-DT-INI-JANELA (1:6)
030900        ADD 1                     TO WS-ARQ-QTD
031000        MOVE SPACES               TO WS-ARQ-DSN (WS-ARQ-QTD)
031100        STRING 'MOVHIST.'         DELIMITED BY SIZE
031200               ACO-DT-ULT-VENCTO (1:6) DELIMITED BY SIZE
031300               INTO WS-ARQ-DSN (WS-ARQ-QTD)
031400        END-STRING
031500     END-IF
031600     ADD 1                        TO WS-ARQ-QTD
031700     MOVE 'MOVHIST.DAT'           TO WS-ARQ-DSN (WS-ARQ-QTD)
031800
031900     PERFORM P225-VARRER-ARQUIVO  THRU P225-FIM
032000         VARYING WS-ARQ-IDX FROM 1 BY 1
032100         UNTIL WS-ARQ-IDX > WS-ARQ-QTD
032200            OR PARCELA-PAGA
032300     .
032400 P220-FIM. EXIT.
032500 P225-VARRER-ARQUIVO.
032600     MOVE WS-ARQ-DSN (WS-ARQ-IDX) TO WS-HISTORICO-DSN
032700     SET EOF-HIS-OK               TO FALSE
032800     MOVE '00'                    TO WS-FS-HIS
032900     OPEN INPUT HISTORICO
033000     IF NOT FS-HIS-OK
033100*       MES AINDA NAO FECHADO (SEM ARQUIVO MENSAL) - NADA A LER.
033200        GO TO P225-FIM
033300     END-IF
033400     PERFORM P230-LER-HISTORICO   THRU P230-FIM
033500         UNTIL EOF-HIS-OK
033600            OR PARCELA-PAGA
033700     CLOSE HISTORICO
033800     .
033900 P225-FIM. EXIT.
034000 P230-LER-HISTORICO.
034100     READ HISTORICO
034200         AT END
034300             SET EOF-HIS-OK        TO TRUE
034400             GO TO P230-FIM
034500     END-READ
034600     IF HIS-ID-CONTATO NOT = ACO-ID-CONTATO
034700        OR NOT HIS-CREDITO
034800        OR HIS-FOI-ESTORNADO
034900        OR HIS-MOTIVO = 'ACORDO'
035000        OR HIS-MOTIVO = 'ESTORNO'
035100        GO TO P230-FIM
035200     END-IF
035300     IF HIS-DATA-MOV NOT < ACO-DT-INI-JANELA
035400        AND HIS-DATA-MOV NOT > ACO-DT-ULT-VENCTO
035500        SET PARCELA-PAGA          TO TRUE
035600     END-IF
035700     .
035800 P230-FIM. EXIT.
035900******************************************************************
036000*    P250-GERAR-PARCELA - CALCULA O VENCIMENTO DO MES, LANCA O    *
036100*                 DEBITO 'PARCACORDO' E AVANCA O ACORDO           *
036200******************************************************************
036300 P250-GERAR-PARCELA.
036400     PERFORM P260-CALCULAR-VENCIMENTO THRU P260-FIM
036500*    VENCIMENTO DESTE MES ANTERIOR AO PROPRIO ACORDO: A PRIMEIRA
036600*    PARCELA SAI NO MES SEGUINTE.
036700     IF WS-DATA-VENCTO NOT > ACO-DATA-ACORDO
036800        ADD 1                     TO WS-CONT-AGUARDANDO
036900        GO TO P250-FIM
037000     END-IF
037100
037200     IF ACO-PARC-GERADAS + 1 = ACO-QTD-PARCELAS
037300        COMPUTE WS-VALOR-PARCELA =
037400            ACO-VALOR-TOTAL - ACO-VALOR-GERADO
037500     ELSE
037600        MOVE ACO-VALOR-PARCELA    TO WS-VALOR-PARCELA
037700     END-IF
037800
037900     MOVE ACO-ID-CONTATO          TO MOV-ID-CONTATO
038000     MOVE WS-DATA-EXEC            TO MOV-DATA
038100     MOVE 'D'                     TO MOV-TIPO
038200     MOVE WS-VALOR-PARCELA        TO MOV-VALOR
038300     MOVE 'PARCACORDO'            TO MOV-MOTIVO
038400     MOVE ZEROS                   TO MOV-REF-SEQ
038500     MOVE SPACES                  TO MOV-LIBERADO
038500     MOVE SPACES                  TO MOV-OPER-INCL
038500     MOVE SPACES                  TO MOV-OPER-APROV
038600     WRITE REG-MOVIMENTO
038700     IF NOT FS-MOV-OK
038800        MOVE WS-FS-MOV            TO WS-FS
038900        PERFORM 9000-TRADUZIR-FS
039000        DISPLAY 'FALHA AO LANCAR A PARCELA DO CONTATO '
039100                ACO-ID-CONTATO ': ' WS-FS-MSG
039200        ADD 1                     TO WS-CONT-FALHAS
039300        GO TO P250-FIM
039400     END-IF
039500
039600*    A JANELA DA NOVA PARCELA COMECA NO DIA SEGUINTE AO VENCIMENTO
039700*    ANTERIOR (OU NA DATA DO ACORDO, NA PRIMEIRA PARCELA).
039800     IF ACO-DT-ULT-VENCTO = ZEROS
039900        MOVE ACO-DATA-ACORDO      TO ACO-DT-INI-JANELA
040000     ELSE
040100        COMPUTE WS-DIAS-AUX =
040200            FUNCTION INTEGER-OF-DATE(ACO-DT-ULT-VENCTO) + 1
040300        COMPUTE ACO-DT-INI-JANELA =
040400            FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
040500     END-IF
040600     MOVE WS-DATA-VENCTO          TO ACO-DT-ULT-VENCTO
040700     ADD 1                        TO ACO-PARC-GERADAS
040800     ADD WS-VALOR-PARCELA         TO ACO-VALOR-GERADO
040900     REWRITE REG-ACORDO
041000         INVALID KEY
041100             MOVE WS-FS-ACO       TO WS-FS
041200             PERFORM 9000-TRADUZIR-FS
041300             DISPLAY 'FALHA AO ATUALIZAR O ACORDO '
041400                     ACO-ID-CONTATO '/' ACO-SEQ ': ' WS-FS-MSG
041500             ADD 1                TO WS-CONT-FALHAS
041600             GO TO P250-FIM
041700     END-REWRITE
041800     ADD 1                        TO WS-CONT-PARCELAS
041900     ADD WS-VALOR-PARCELA         TO WS-TOTAL-PARCELAS
042000     .
042100 P250-FIM. EXIT.
042200******************************************************************
042300*    P260-CALCULAR-VENCIMENTO - MONTA O VENCIMENTO DO MES         *
042400*                 CORRENTE NO DIA DO ACORDO, LIMITADO AO ULTIMO   *
042500*                 DIA DO MES                                      *
042600******************************************************************
042700 P260-CALCULAR-VENCIMENTO.
042800     MOVE WS-MES-EXEC             TO WS-DATA-AUX (1:6)
042900     IF WS-AUX-MM = 12
043000        ADD 1                     TO WS-AUX-AAAA
043100        MOVE 1                    TO WS-AUX-MM
043200     ELSE
043300        ADD 1                     TO WS-AUX-MM
043400     END-IF
043500     MOVE 1                       TO WS-AUX-DD
043600     COMPUTE WS-DIAS-AUX =
043700         FUNCTION INTEGER-OF-DATE(WS-DATA-AUX) - 1
043800     COMPUTE WS-DATA-AUX = FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
043900     MOVE WS-AUX-DD               TO WS-ULTIMO-DIA
044000
044100     MOVE WS-MES-EXEC             TO WS-VENC-AAAAMM
044200     IF ACO-DIA-VENCTO > WS-ULTIMO-DIA
044300        MOVE WS-ULTIMO-DIA        TO WS-VENC-DD
044400     ELSE
044500        MOVE ACO-DIA-VENCTO       TO WS-VENC-DD
044600     END-IF
044700     .
044800 P260-FIM. EXIT.
044900******************************************************************
045000*    P290-QUITAR-ACORDO - TODAS AS PARCELAS GERADAS E A ULTIMA    *
045100*                 PAGA: O ACORDO ESTA CUMPRIDO                    *
045200******************************************************************
045300 P290-QUITAR-ACORDO.
045400     SET ACORDO-QUITADO           TO TRUE
045500     MOVE WS-DATA-EXEC            TO ACO-DT-ENCERRAMENTO
045600     MOVE SPACES                  TO ACO-OPER-ENCERRAMENTO
045700     REWRITE REG-ACORDO
045800         INVALID KEY
045900             MOVE WS-FS-ACO       TO WS-FS
046000             PERFORM 9000-TRADUZIR-FS
046100             DISPLAY 'FALHA AO QUITAR O ACORDO '
046200                     ACO-ID-CONTATO '/' ACO-SEQ ': ' WS-FS-MSG
046300             ADD 1                TO WS-CONT-FALHAS
046400         NOT INVALID KEY
046500             ADD 1                TO WS-CONT-QUITADOS
046600     END-REWRITE
046700     .
046800 P290-FIM. EXIT.
046900******************************************************************
047000*    P300-QUEBRAR-ACORDO - PARCELA VENCIDA SEM CREDITO: DEVOLVE   *
047100*                 AO SALDO O VALOR NAO PARCELADO, MARCA O ACORDO  *
047200*                 COMO QUEBRADO E DEVOLVE O CONTATO AO CICLO DE   *
047300*                 COBRANCA NO NIVEL DO DIA DO ACORDO              *
047400******************************************************************
047500 P300-QUEBRAR-ACORDO.
047600     COMPUTE WS-VALOR-RESTANTE =
047700         ACO-VALOR-TOTAL - ACO-VALOR-GERADO
047800     IF WS-VALOR-RESTANTE > ZEROS
047900        MOVE ACO-ID-CONTATO       TO MOV-ID-CONTATO
048000        MOVE WS-DATA-EXEC         TO MOV-DATA
048100        MOVE 'D'                  TO MOV-TIPO
048200        MOVE WS-VALOR-RESTANTE    TO MOV-VALOR
048300        MOVE 'ACORDO'             TO MOV-MOTIVO
048400        MOVE ZEROS                TO MOV-REF-SEQ
048500        MOVE SPACES               TO MOV-LIBERADO
048500        MOVE SPACES               TO MOV-OPER-INCL
048500        MOVE SPACES               TO MOV-OPER-APROV
048600        WRITE REG-MOVIMENTO
048700        IF NOT FS-MOV-OK
048800           MOVE WS-FS-MOV         TO WS-FS
048900           PERFORM 9000-TRADUZIR-FS
049000           DISPLAY 'FALHA AO DEVOLVER O SALDO DO ACORDO '
049100                   ACO-ID-CONTATO '/' ACO-SEQ ': ' WS-FS-MSG
049200           ADD 1                  TO WS-CONT-FALHAS
049300           GO TO P300-FIM
049400        END-IF
049500        ADD WS-VALOR-RESTANTE     TO WS-TOTAL-DEVOLVIDO
049600     END-IF
049700
049800     SET ACORDO-QUEBRADO          TO TRUE
049900     MOVE WS-DATA-EXEC            TO ACO-DT-ENCERRAMENTO
050000     MOVE SPACES                  TO ACO-OPER-ENCERRAMENTO
050100     REWRITE REG-ACORDO
050200         INVALID KEY
050300             MOVE WS-FS-ACO       TO WS-FS
050400             PERFORM 9000-TRADUZIR-FS
050500             DISPLAY 'FALHA AO QUEBRAR O ACORDO '
050600                     ACO-ID-CONTATO '/' ACO-SEQ ': ' WS-FS-MSG
050700             ADD 1                TO WS-CONT-FALHAS
050800             GO TO P300-FIM
050900     END-REWRITE
051000     ADD 1                        TO WS-CONT-QUEBRADOS
051100     MOVE WS-VALOR-RESTANTE       TO WS-MSK-VALOR
051200     DISPLAY 'ACORDO QUEBRADO: CONTATO ' ACO-ID-CONTATO '/'
051300             ACO-SEQ ' - VENCIMENTO ' ACO-DT-ULT-VENCTO
051400             ' SEM CREDITO - DEVOLVIDO ' WS-MSK-VALOR
051500
051600     PERFORM P310-DEVOLVER-CICLO  THRU P310-FIM
051700     .
051800 P300-FIM. EXIT.
051900******************************************************************
052000*    P310-DEVOLVER-CICLO - RESTAURA NO CONTATO O NIVEL-COBRANCA E *
052100*                 A DT-ULT-AVISO DO DIA DO ACORDO, COM AUDITORIA  *
052200******************************************************************
052300 P310-DEVOLVER-CICLO.
052400     MOVE ACO-ID-CONTATO          TO ID-CONTATO
052500     READ CONTATOS WITH LOCK
052600         INVALID KEY
052700             DISPLAY 'CONTATO ' ACO-ID-CONTATO ' DO ACORDO NAO '
052800                     'EXISTE MAIS EM CONTATOS.DAT.'
052900             GO TO P310-FIM
053000     END-READ
053100     IF NIVEL-COBRANCA = ACO-NIVEL-ORIGEM
053200        AND DT-ULT-AVISO = ACO-DT-AVISO-ORIGEM
053300        UNLOCK CONTATOS
053400        GO TO P310-FIM
053500     END-IF
053600
053700     MOVE REG-CONTATOS            TO WS-REG-ANTERIOR-AUD
053800     MOVE ACO-NIVEL-ORIGEM        TO NIVEL-COBRANCA
053900     MOVE ACO-DT-AVISO-ORIGEM     TO DT-ULT-AVISO
054000     REWRITE REG-CONTATOS
054100         INVALID KEY
054200             PERFORM 9000-TRADUZIR-FS
054300             DISPLAY 'FALHA AO DEVOLVER O CICLO DO CONTATO '
054400                     ID-CONTATO ': ' WS-FS-MSG
054500             ADD 1                TO WS-CONT-FALHAS
054600         NOT INVALID KEY
054700             SET AUD-OP-ALTERACAO     TO TRUE
054800             MOVE ID-CONTATO          TO AUD-ID-CONTATO
054900             MOVE WS-REG-ANTERIOR-AUD TO AUD-REG-ANTERIOR
055000             MOVE REG-CONTATOS        TO AUD-REG-NOVO
055100             PERFORM 9200-GRAVAR-AUDITORIA THRU 9200-FIM
055200     END-REWRITE
055300     UNLOCK CONTATOS
055400     .
055500 P310-FIM. EXIT.
055600******************************************************************
055700*    P800-RESUMO - EMITE OS TOTAIS DO LOTE                        *
055800******************************************************************
055900 P800-RESUMO.
056000     DISPLAY ' '
056100     DISPLAY '*** RESUMO DOS ACORDOS DE PARCELAMENTO ***'
056200     DISPLAY 'ACORDOS ATIVOS LIDOS.....: ' WS-CONT-ATIVOS
056300     DISPLAY 'PARCELAS LANCADAS........: ' WS-CONT-PARCELAS
056400     MOVE WS-TOTAL-PARCELAS       TO WS-MSK-TOTAL
056500     DISPLAY 'VALOR DAS PARCELAS.......: ' WS-MSK-TOTAL
056600     DISPLAY 'AGUARDANDO VENCIMENTO....: ' WS-CONT-AGUARDANDO
056600     DISPLAY 'CREDITO ACORDO PENDENTE..: ' WS-CONT-PENDENTES
056700     DISPLAY 'ACORDOS QUITADOS.........: ' WS-CONT-QUITADOS
056800     DISPLAY 'ACORDOS QUEBRADOS........: ' WS-CONT-QUEBRADOS
056900     MOVE WS-TOTAL-DEVOLVIDO      TO WS-MSK-TOTAL
057000     DISPLAY 'DEVOLVIDO AO SALDO.......: ' WS-MSK-TOTAL
057100     DISPLAY 'FALHAS DE GRAVACAO.......: ' WS-CONT-FALHAS
057200     .
057300 P800-FIM. EXIT.
057400******************************************************************
057500*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
057600******************************************************************
057700 P900-FIM.
057800     DISPLAY '*** FIM DO LOTE DE ACORDOS DE PARCELAMENTO ***'
057900     COMPUTE WS-RUN-GRAVADOS = WS-CONT-PARCELAS
058000         + WS-CONT-QUEBRADOS
058100     MOVE WS-CONT-FALHAS          TO WS-RUN-REJEITADOS
058200     IF WS-RUN-RESULTADO = ZEROS AND WS-CONT-FALHAS > ZEROS
058300        MOVE 04                   TO WS-RUN-RESULTADO
058400     END-IF
058500     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
058600     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
058700     STOP RUN.
058800
058900     COPY FSTATUS.
059000     COPY AUDLOG.
059100     COPY AUDCHN.
059200     COPY DSNENV.
059300     COPY RUNLOG.
