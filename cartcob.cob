002100*                 VOLTOU A SALDO NAO NEGATIVO TEM O CICLO
002200*                 ZERADO. TODA MUDANCA DE NIVEL E AUDITADA EM
002300*                 AUDCTT.LOG COMO QUALQUER ALTERACAO DE CONTATO.
002310*                 DEVEDOR COM ACORDO DE PARCELAMENTO ATIVO
002320*                 (ACORDOS.DAT, CADACOR/GERACOR) FICA FORA DO
002330*                 CICLO ENQUANTO O ACORDO ESTIVER EM DIA.
002330*                 DEVEDOR QUE QUEBROU PROMESSA DE PAGAMENTO
002330*                 DEPOIS DO ULTIMO AVISO (PROMESSAS.DAT, APURADA
002330*                 PELO CONFPROM) RECEBE O PROXIMO AVISO SEM
002330*                 ESPERAR OS DIAS=N.
002330*                 DEVEDOR COM TODO O SALDO EM DISPUTA ABERTA
002330*                 (DISPUTAS.DAT, CADDISP) NAO ESCALA ENQUANTO A
002330*                 DISPUTA NAO FOR DECIDIDA.
002330*                 OS DIAS=N SAO CONTADOS EM DIAS UTEIS (CALENDARIO
002330*                 CALEND.DAT, COPYBOOK CALTAB) - OU EM DIAS
002330*                 CORRIDOS COM CONTAGEM=CORRIDOS - E O PRAZO QUE
002330*                 VENCE EM DIA NAO UTIL ROLA PARA O PROXIMO DIA
002330*                 UTIL.
002330*                 O AVISO FINAL SAI TAMBEM, EM COPIA, PARA CADA
002330*                 FIADOR COM VINCULO VIGENTE (VINCULOS.DAT,
002330*                 CADVINC), NO ENDERECO DO FIADOR.
002400*----------------------------------------------------------------*
002500*    HISTORICO DE ALTERACOES
002600*    DATA       AUTOR   DESCRICAO
002700*    ---------- ------- ----------------------------------------
002800*    2024-11-15 JSZ     PROGRAMA CRIADO (CICLO DE COBRANCA).
002810*    2025-02-07 JSZ     CONTATO COM ACORDO DE PARCELAMENTO ATIVO
002820*                       (COPYBOOK ACOCHK) E PULADO SEM MEXER NO
002830*                       NIVEL - QUEBRADO O ACORDO, VOLTA AO
002840*                       CICLO NO NIVEL EM QUE ESTAVA.
002840*    2025-03-14 JSZ     TODA CARTA PASSA A SAIR COM O ROTULO DE
002840*                       COMUNICACAO DE COBRANCA OBRIGATORIA,
002840*                       ISENTA DE CONSENTIMENTO (LGPD) - O CICLO
002840*                       CONTINUA SEM CONSULTAR CONSENT.DAT, AO
002840*                       CONTRARIO DA MALA DIRETA DO CARTCTT.
002840*    2025-04-25 JSZ     PROMESSA QUEBRADA APURADA DEPOIS DO ULTIMO
002840*                       AVISO ANTECIPA A ESCALADA, SEM ESPERAR OS
002840*                       DIAS=N (PROMESSAS.DAT). A CUMPRIDA EM
002840*                       PARTE SO GERA O FOLLOW-UP DO CONFPROM.
002840*    2025-05-02 JSZ     DEVEDOR CUJO SALDO DEVEDOR ESTA TODO EM
002840*                       DISPUTA ABERTA (COPYBOOK DSPCHK) E PULADO
002840*                       SEM MEXER NO NIVEL; COM PARTE DA DIVIDA
002840*                       FORA DA DISPUTA, O CICLO SEGUE.
002840*    2025-05-09 JSZ     PRAZO DE ESCALADA CONTADO SOBRE O
002840*                       CALENDARIO DE DIAS UTEIS (COPYBOOK
002840*                       CALTAB); CONTAGEM=CORRIDOS VOLTA AOS DIAS
002840*                       CORRIDOS.
002840*    2025-06-20 JSZ     AVISO FINAL COPIADO PARA OS FIADORES COM
002840*                       VINCULO VIGENTE (COPYBOOK VINCHK); FIADOR
002840*                       INATIVO OU SEM ENDERECO E SO CONTADO.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS ID-CONTATO
004000         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004033         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004066             SUPPRESS WHEN SPACES
004100         LOCK MODE IS MANUAL
004200         FILE STATUS IS WS-FS.
004300     SELECT MODELO ASSIGN TO WS-MODELO-DSN
005200     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-FS-RUN.
005410     SELECT ACORDOS ASSIGN TO WS-ACORDOS-DSN
005420         ORGANIZATION IS INDEXED
005430         ACCESS MODE IS DYNAMIC
005440         RECORD KEY IS ACO-CHAVE
005450         FILE STATUS IS WS-FS-ACO.
005450     SELECT PROMESSAS ASSIGN TO WS-PROMESSAS-DSN
005450         ORGANIZATION IS INDEXED
005450         ACCESS MODE IS DYNAMIC
005450         RECORD KEY IS PRM-CHAVE
005450         FILE STATUS IS WS-FS-PRM.
005450     SELECT DISPUTAS ASSIGN TO WS-DISPUTAS-DSN
005450         ORGANIZATION IS INDEXED
005450         ACCESS MODE IS DYNAMIC
005450         RECORD KEY IS DSP-CHAVE
005450         FILE STATUS IS WS-FS-DSP.
005450     SELECT CALENDARIO ASSIGN TO WS-CALEND-DSN
005450         ORGANIZATION IS INDEXED
005450         ACCESS MODE IS DYNAMIC
005450         RECORD KEY IS CAL-DATA
005450         FILE STATUS IS WS-FS-CAL.
005450     SELECT VINCULOS ASSIGN TO WS-VINCULOS-DSN
005450         ORGANIZATION IS INDEXED
005450         ACCESS MODE IS DYNAMIC
005450         RECORD KEY IS VIN-CHAVE
005450         ALTERNATE RECORD KEY IS VIN-ID-RELACIONADO
005450             WITH DUPLICATES
005450         FILE STATUS IS WS-FS-VIN.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CONTATOS.
006400     COPY AUDREG.
006500 FD  RUNCTL.
006600     COPY RUNREG.
006610 FD  ACORDOS.
006620     COPY ACORREG.
006620 FD  PROMESSAS.
006620     COPY PROMREG.
006620 FD  DISPUTAS.
006620     COPY DISPREG.
006620 FD  CALENDARIO.
006620     COPY CALREG.
006620 FD  VINCULOS.
006620     COPY VINCREG.
006700 WORKING-STORAGE SECTION.
006800 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
006900 01  WS-MODELO-DSN                PIC X(100) VALUE SPACES.
009400 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
009500 77  WS-DIAS-HOJE                 PIC 9(07) VALUE ZEROS.
009600 77  WS-DIAS-AVISO                PIC 9(07) VALUE ZEROS.
009700 01  WS-ESCALADA-SW               PIC X(01) VALUE 'N'.
009700     88 ESCALADA-VENCIDA          VALUE 'S' FALSE 'N'.
009800 77  WS-NIVEL-ALVO                PIC 9(01) VALUE ZEROS.
009900*----------------------------------------------------------------*
010000*    MODELOS DOS TRES NIVEIS CARREGADOS EM TABELA (UMA LEITURA   *
010700 77  WS-NIV-IDX                   PIC 9(01) VALUE ZEROS.
010800 77  WS-MOD-IDX                   PIC 9(03) VALUE ZEROS.
010900 01  WS-LINHA-END2                PIC X(40) VALUE SPACES.
010900*----------------------------------------------------------------*
010900*    ROTULO LEGAL IMPRESSO NO TOPO DE TODA CARTA: A COBRANCA E   *
010900*    COMUNICACAO EXIGIDA PARA O EXERCICIO DO CREDITO, NAO        *
010900*    MARKETING, E POR ISSO NAO CONSULTA O CONSENTIMENTO DE       *
010900*    CORREIO DO CONTATO (CONSENT.DAT) COMO FAZ O CARTCTT         *
010900*----------------------------------------------------------------*
010900 01  WS-ROTULO-LEGAL.
010900     03  FILLER                   PIC X(40) VALUE
010900         'COMUNICACAO DE COBRANCA OBRIGATORIA - IS'.
010900     03  FILLER                   PIC X(40) VALUE
010900         'ENTA DE CONSENTIMENTO (LGPD ART. 7, V)  '.
011000*----------------------------------------------------------------*
011100*    CONTADORES DO RESUMO                                        *
011200*----------------------------------------------------------------*
011800 77  WS-CONT-ESGOTADOS            PIC 9(06) VALUE ZEROS.
011900 77  WS-CONT-ZERADOS              PIC 9(06) VALUE ZEROS.
012000 77  WS-CONT-SEM-ENDERECO         PIC 9(06) VALUE ZEROS.
012010 77  WS-CONT-EM-ACORDO            PIC 9(06) VALUE ZEROS.
012010 77  WS-CONT-COPIAS-FIADOR        PIC 9(06) VALUE ZEROS.
012010 77  WS-CONT-FIADOR-SEM-END       PIC 9(06) VALUE ZEROS.
012020*----------------------------------------------------------------*
012030*    CONSULTA DE ACORDO DE PARCELAMENTO (COPYBOOK ACOCHK)        *
012040*----------------------------------------------------------------*
012050 01  WS-ACORDOS-DSN               PIC X(100) VALUE 'ACORDOS.DAT'.
012060 77  WS-FS-ACO                    PIC X(02) VALUE '00'.
012070     88 FS-ACO-OK                 VALUE '00'.
012080 77  WS-ACO-BUSCA                 PIC 9(06) VALUE ZEROS.
012090 01  WS-ACO-ABERTO-SW             PIC X(01) VALUE 'N'.
012091     88 ACO-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
012092 01  WS-ACO-VIGENTE-SW            PIC X(01) VALUE 'N'.
012093     88 ACORDO-VIGENTE            VALUE 'S' FALSE 'N'.
012094 01  WS-ACO-EOF-SW                PIC X(01) VALUE 'N'.
012095     88 ACO-EOF-OK                VALUE 'S' FALSE 'N'.
012095*----------------------------------------------------------------*
012095*    CONSULTA DE PROMESSA QUEBRADA (PROMESSAS.DAT)               *
012095*----------------------------------------------------------------*
012095 01  WS-PROMESSAS-DSN             PIC X(100)
012095         VALUE 'PROMESSAS.DAT'.
012095 77  WS-FS-PRM                    PIC X(02) VALUE '00'.
012095     88 FS-PRM-OK                 VALUE '00'.
012095 01  WS-PRM-ABERTO-SW             PIC X(01) VALUE 'N'.
012095     88 PRM-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
012095 01  WS-PRM-QUEBRADA-SW           PIC X(01) VALUE 'N'.
012095     88 PROMESSA-QUEBRADA         VALUE 'S' FALSE 'N'.
012095 01  WS-PRM-EOF-SW                PIC X(01) VALUE 'N'.
012095     88 PRM-EOF-OK                VALUE 'S' FALSE 'N'.
012095 77  WS-CONT-PROMESSA-QUEBRADA    PIC 9(06) VALUE ZEROS.
012095 77  WS-CONT-EM-DISPUTA           PIC 9(06) VALUE ZEROS.
012095*----------------------------------------------------------------*
012095*    CONSULTA DE DISPUTAS ABERTAS (COPYBOOK DSPCHK)              *
012095*----------------------------------------------------------------*
012095 01  WS-DISPUTAS-DSN              PIC X(100) VALUE 'DISPUTAS.DAT'.
012095 77  WS-FS-DSP                    PIC X(02) VALUE '00'.
012095     88 FS-DSP-OK                 VALUE '00'.
012095 77  WS-DSP-BUSCA                 PIC 9(06) VALUE ZEROS.
012095 77  WS-DSP-TOTAL                 PIC 9(11)V99 VALUE ZEROS.
012095 77  WS-DSP-QTD                   PIC 9(03) VALUE ZEROS.
012095 77  WS-DSP-MAX                   PIC 9(03) VALUE 50.
012095 01  WS-DSP-TAB.
012095     03  WS-DSP-ENT               OCCURS 50 TIMES.
012095         05  WS-DSP-DATA          PIC 9(08).
012095         05  WS-DSP-VALOR         PIC 9(09)V99.
012095         05  WS-DSP-MOTIVO        PIC X(10).
012095         05  WS-DSP-POST          PIC 9(08).
012095         05  WS-DSP-USADA         PIC X(01).
012095 01  WS-DSP-ABERTO-SW             PIC X(01) VALUE 'N'.
012095     88 DSP-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
012095 01  WS-DSP-EOF-SW                PIC X(01) VALUE 'N'.
012095     88 DSP-EOF-OK                VALUE 'S' FALSE 'N'.
012095*----------------------------------------------------------------*
012095*    CALENDARIO DE DIAS UTEIS (COPYBOOK CALTAB)                  *
012095*----------------------------------------------------------------*
012095 01  WS-CALEND-DSN                PIC X(100) VALUE 'CALEND.DAT'.
012095 77  WS-FS-CAL                    PIC X(02) VALUE '00'.
012095     88 FS-CAL-OK                 VALUE '00'.
012095 77  WS-CAL-QTD                   PIC 9(04) VALUE ZEROS.
012095 77  WS-CAL-MAX                   PIC 9(04) VALUE 2000.
012095 01  WS-TAB-CALENDARIO.
012095     03  WS-CAL-ENT               OCCURS 2000 TIMES.
012095         05  WS-CAL-T-DIA         PIC 9(07).
012095         05  WS-CAL-T-TIPO        PIC X(01).
012095 77  WS-CAL-IDX                   PIC 9(04) VALUE ZEROS.
012095 77  WS-CAL-ACHADO                PIC 9(04) VALUE ZEROS.
012095 77  WS-CAL-EXCEDENTES            PIC 9(04) VALUE ZEROS.
012095 01  WS-CAL-EOF-SW                PIC X(01) VALUE 'N'.
012095     88 CAL-EOF-OK                VALUE 'S' FALSE 'N'.
012095 01  WS-CAL-CARREGADA-SW          PIC X(01) VALUE 'N'.
012095     88 CAL-TAB-CARREGADA         VALUE 'S'.
012095 01  WS-CAL-MODO                  PIC X(01) VALUE 'U'.
012095     88 CAL-DIAS-UTEIS            VALUE 'U'.
012095     88 CAL-DIAS-CORRIDOS         VALUE 'C'.
012095 01  WS-CAL-UTIL-SW               PIC X(01) VALUE 'N'.
012095     88 CAL-DIA-UTIL              VALUE 'S' FALSE 'N'.
012095 77  WS-CAL-DIA                   PIC 9(07) VALUE ZEROS.
012095 77  WS-CAL-INI                   PIC 9(07) VALUE ZEROS.
012095 77  WS-CAL-FIM                   PIC 9(07) VALUE ZEROS.
012095 77  WS-CAL-VENC                  PIC 9(07) VALUE ZEROS.
012095 77  WS-CAL-PRAZO                 PIC 9(04) VALUE ZEROS.
012095 77  WS-CAL-DIAS                  PIC 9(07) VALUE ZEROS.
012095 77  WS-CAL-SEMANA                PIC 9(01) VALUE ZEROS.
012095 77  WS-CAL-QUOC                  PIC 9(07) VALUE ZEROS.
012095 77  WS-CAL-UTEIS-INI             PIC 9(07) VALUE ZEROS.
012095 77  WS-CAL-UTEIS-FIM             PIC 9(07) VALUE ZEROS.
012095*----------------------------------------------------------------*
012095*    VINCULOS VIGENTES DO DEVEDOR (COPYBOOK VINCHK) E GUARDA DO  *
012095*    DEVEDOR ENQUANTO AS COPIAS DOS FIADORES SAO EMITIDAS        *
012095*----------------------------------------------------------------*
012095 01  WS-VINCULOS-DSN              PIC X(100) VALUE 'VINCULOS.DAT'.
012095 77  WS-FS-VIN                    PIC X(02) VALUE '00'.
012095     88 FS-VIN-OK                 VALUE '00'.
012095 77  WS-VIN-BUSCA                 PIC 9(06) VALUE ZEROS.
012095 77  WS-VIN-DATA-REF              PIC 9(08) VALUE ZEROS.
012095 77  WS-VIN-QTD                   PIC 9(02) VALUE ZEROS.
012095 77  WS-VIN-MAX                   PIC 9(02) VALUE 20.
012095 77  WS-VIN-EXCEDENTES            PIC 9(02) VALUE ZEROS.
012095 01  WS-VIN-TAB.
012095     03  WS-VIN-ENT               OCCURS 20 TIMES.
012095         05  WS-VIN-T-OUTRO       PIC 9(06).
012095         05  WS-VIN-T-PAPEL       PIC X(01).
012095         05  WS-VIN-T-SENTIDO     PIC X(01).
012095 01  WS-VIN-ABERTO-SW             PIC X(01) VALUE 'N'.
012095     88 VIN-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
012095 01  WS-VIN-EOF-SW                PIC X(01) VALUE 'N'.
012095     88 VIN-EOF-OK                VALUE 'S' FALSE 'N'.
012095 01  WS-VIN-VIGENTE-SW            PIC X(01) VALUE 'N'.
012095     88 VINCULO-VIGENTE           VALUE 'S' FALSE 'N'.
012095 77  WS-VIN-IDX                   PIC 9(02) VALUE ZEROS.
012095 77  WS-DEV-ID                    PIC 9(06) VALUE ZEROS.
012095 01  WS-DEV-NOME                  PIC X(20) VALUE SPACES.
012095 01  WS-COPIA-SW                  PIC X(01) VALUE 'N'.
012095     88 COPIA-FIADOR              VALUE 'S' FALSE 'N'.
012095 01  WS-RELIDO-SW                 PIC X(01) VALUE 'N'.
012095     88 DEVEDOR-A-RELER           VALUE 'S' FALSE 'N'.
012100*----------------------------------------------------------------*
012200*    AREA DE TRABALHO DA AUDITORIA (COPYBOOK AUDLOG)             *
012300*----------------------------------------------------------------*
012800 77  WS-AUD-HORA                  PIC 9(08) VALUE ZEROS.
012900 77  WS-AUD-PROGRAMA              PIC X(08) VALUE 'CARTCOB'.
012900 77  WS-AUD-OPERADOR              PIC X(08) VALUE SPACES.
012900 01  WS-AUD-GUARDA                PIC X(600) VALUE SPACES.
012900 77  WS-AUD-ULT-SEQ               PIC 9(08) VALUE ZEROS.
012900 77  WS-AUD-ULT-CHAIN             PIC 9(08) VALUE ZEROS.
012900 01  WS-AUD-EOF-SW                PIC X(01) VALUE 'N'.
012900 77  WS-ELO-SOMA                  PIC 9(09) VALUE ZEROS.
012900 77  WS-ELO-POS                   PIC 9(04) VALUE ZEROS.
012900 77  WS-ELO-TAM                   PIC 9(04) VALUE ZEROS.
013000 01  WS-REG-ANTERIOR-AUD          PIC X(244) VALUE SPACES.
013100*----------------------------------------------------------------*
013200*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
013300*----------------------------------------------------------------*
015700         FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
015800     DISPLAY 'ESCALADA APOS ' WS-DIAS-ESCALADA ' DIAS DO AVISO '
015900             'ANTERIOR.'
015900     IF CAL-DIAS-CORRIDOS
015900        DISPLAY 'CONTAGEM EM DIAS CORRIDOS.'
015900     ELSE
015900        DISPLAY 'CONTAGEM EM DIAS UTEIS.'
015900     END-IF
016000
016100     PERFORM P150-CARREGAR-MODELOS THRU P150-FIM
016200     IF NOT FS-MOD-OK
020300                   'DIGITOS, EX: DIAS=015) - USANDO O PADRAO.'
020400        END-IF
020500     END-IF
020500     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:9) = 'CONTAGEM='
020500        EVALUATE WS-PARM-TOKEN(WS-PARM-IDX) (10:11)
020500            WHEN 'UTEIS'
020500                MOVE 'U'              TO WS-CAL-MODO
020500            WHEN 'CORRIDOS'
020500                MOVE 'C'              TO WS-CAL-MODO
020500            WHEN OTHER
020500                DISPLAY 'PARAMETRO CONTAGEM= INVALIDO (USE UTEIS '
020500                        'OU CORRIDOS) - USANDO DIAS UTEIS.'
020500        END-EVALUATE
020500     END-IF
020600     .
020700 P110-FIM. EXIT.
020800******************************************************************
028400        GO TO P200-FIM
028500     END-IF
028600
028610     PERFORM 9450-ABRIR-ACORDOS   THRU 9450-FIM
028610     PERFORM 9620-ABRIR-DISPUTAS  THRU 9620-FIM
028610     PERFORM 9410-ABRIR-VINCULOS  THRU 9410-FIM
028610     MOVE WS-DATA-EXEC            TO WS-VIN-DATA-REF
028610     SET PRM-ARQ-ABERTO           TO FALSE
028610     MOVE '00'                    TO WS-FS-PRM
028610     OPEN INPUT PROMESSAS
028610     IF FS-PRM-OK
028610        SET PRM-ARQ-ABERTO        TO TRUE
028610     END-IF
028700     SET EOF-OK                   TO FALSE
028800     PERFORM P210-TRATAR-CONTATO  THRU P210-FIM
028900         UNTIL EOF-OK
029000
029010     PERFORM 9470-FECHAR-ACORDOS  THRU 9470-FIM
029010     PERFORM 9640-FECHAR-DISPUTAS THRU 9640-FIM
029010     PERFORM 9430-FECHAR-VINCULOS THRU 9430-FIM
029010     IF PRM-ARQ-ABERTO
029010        CLOSE PROMESSAS
029010     END-IF
029100     CLOSE SAIDA
029200     CLOSE CONTATOS
029300     .
030400     END-READ
030500     ADD 1                        TO WS-RUN-LIDOS
030600
030610*    ACORDO EM DIA: NEM ESCALA NEM ZERA - O NIVEL FICA GUARDADO
030620*    PARA O CASO DE O ACORDO QUEBRAR.
030630     MOVE ID-CONTATO              TO WS-ACO-BUSCA
030640     PERFORM 9460-VERIFICAR-ACORDO THRU 9460-FIM
030650     IF ACORDO-VIGENTE
030660        ADD 1                     TO WS-CONT-EM-ACORDO
030670        GO TO P210-FIM
030680     END-IF
030690
030700*    DEVEDOR QUE PAGOU: O CICLO E ZERADO E AUDITADO.
030800     IF SALDO-CONTATO NOT < ZEROS
030900        IF NIVEL-COBRANCA > ZEROS
031700     END-IF
031800
031900     ADD 1                        TO WS-CONT-DEVEDORES
031900*    SALDO DEVEDOR TODO EM DISPUTA ABERTA: NEM ESCALA NEM ZERA
031900*    ATE A DISPUTA SER DECIDIDA (ESTMOV OU CADDISP).
031900     MOVE ID-CONTATO              TO WS-DSP-BUSCA
031900     PERFORM 9630-SOMAR-DISPUTAS  THRU 9630-FIM
031900     IF WS-DSP-TOTAL > ZEROS AND
031900        WS-DSP-TOTAL + SALDO-CONTATO NOT < ZEROS
031900        ADD 1                     TO WS-CONT-EM-DISPUTA
031900        GO TO P210-FIM
031900     END-IF
032000     IF END-RUA = SPACES OR END-CIDADE = SPACES
032100        ADD 1                     TO WS-CONT-SEM-ENDERECO
032200        GO TO P210-FIM
032900
033000     IF NIVEL-COBRANCA > ZEROS
033100        PERFORM P220-DIAS-DECORRIDOS THRU P220-FIM
033200*       PROMESSA QUEBRADA DEPOIS DO ULTIMO AVISO: ESCALA JA.
033200        SET PROMESSA-QUEBRADA     TO FALSE
033200        IF NOT ESCALADA-VENCIDA
033200           PERFORM P260-VERIFICAR-PROMESSA THRU P260-FIM
033200        END-IF
033200        IF PROMESSA-QUEBRADA
033200           ADD 1                  TO WS-CONT-PROMESSA-QUEBRADA
033200        END-IF
033200        IF NOT ESCALADA-VENCIDA AND
033200           NOT PROMESSA-QUEBRADA
033300           ADD 1                  TO WS-CONT-AGUARDANDO
033400           GO TO P210-FIM
033500        END-IF
033800     COMPUTE WS-NIVEL-ALVO = NIVEL-COBRANCA + 1
033900     PERFORM P240-GERAR-CARTA     THRU P240-FIM
034000     PERFORM P250-AVANCAR-NIVEL   THRU P250-FIM
034000     IF WS-NIVEL-ALVO = 3
034000        PERFORM P270-COPIAS-FIADORES THRU P270-FIM
034000     END-IF
034100     .
034200 P210-FIM. EXIT.
034300******************************************************************
034400*    P220-DIAS-DECORRIDOS - APURA SE OS DIAS=N DESDE O ULTIMO     *
034500*                 AVISO JA VENCERAM, NO CALENDARIO (CALTAB)       *
034500*                 (DATA ZERADA OU INVALIDA CONTA COMO VENCIDA)    *
034600******************************************************************
034700 P220-DIAS-DECORRIDOS.
034800     IF DT-ULT-AVISO NOT NUMERIC OR DT-ULT-AVISO = ZEROS
034900        SET ESCALADA-VENCIDA      TO TRUE
035000        GO TO P220-FIM
035100     END-IF
035200     COMPUTE WS-DIAS-AVISO =
035300         FUNCTION INTEGER-OF-DATE(DT-ULT-AVISO)
035400     MOVE WS-DIAS-AVISO           TO WS-CAL-INI
035400     MOVE WS-DIAS-ESCALADA        TO WS-CAL-PRAZO
035400     PERFORM 9690-CALCULAR-VENCIMENTO THRU 9690-FIM
035500     IF WS-DIAS-HOJE < WS-CAL-VENC
035500        SET ESCALADA-VENCIDA      TO FALSE
035500     ELSE
035500        SET ESCALADA-VENCIDA      TO TRUE
035500     END-IF
035600     .
035700 P220-FIM. EXIT.
035800******************************************************************
038100******************************************************************
038200*    P240-GERAR-CARTA - EMITE O MODELO DO NIVEL ALVO COM OS       *
038300*                 MARCADORES SUBSTITUIDOS (MESMO P240 DO CARTCTT) *
038300*                 PRECEDIDO DO ROTULO LEGAL DE COBRANCA          *
038300*                 (E, NA COPIA DO FIADOR, DA IDENTIFICACAO DO    *
038300*                 DEVEDOR)                                       *
038400******************************************************************
038500 P240-GERAR-CARTA.
038600     MOVE SPACES                  TO WS-LINHA-END2
039000            INTO WS-LINHA-END2
039100     END-STRING
039200
039200     MOVE WS-ROTULO-LEGAL         TO REG-SAIDA
039200     WRITE REG-SAIDA
039200     MOVE SPACES                  TO REG-SAIDA
039200     WRITE REG-SAIDA
039200     IF COPIA-FIADOR
039200        MOVE SPACES               TO REG-SAIDA
039200        STRING 'COPIA AO FIADOR - AVISO FINAL DO DEVEDOR '
039200                                  DELIMITED BY SIZE
039200               WS-DEV-ID          DELIMITED BY SIZE
039200               ' '                DELIMITED BY SIZE
039200               WS-DEV-NOME        DELIMITED BY SIZE
039200               INTO REG-SAIDA
039200        END-STRING
039200        WRITE REG-SAIDA
039200        MOVE SPACES               TO REG-SAIDA
039200        WRITE REG-SAIDA
039200     END-IF
039300     PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
039400         UNTIL WS-MOD-IDX > WS-NIV-QTD (WS-NIVEL-ALVO)
039500         EVALUATE FUNCTION TRIM(WS-NIV-LINHA
044200     .
044300 P250-FIM. EXIT.
044400******************************************************************
044500*    P260-VERIFICAR-PROMESSA - PROCURA PROMESSA DO CONTATO       *
044500*                 QUEBRADA (APURADA PELO CONFPROM) DEPOIS DO     *
044500*                 ULTIMO AVISO                                   *
044500******************************************************************
044500 P260-VERIFICAR-PROMESSA.
044500     SET PROMESSA-QUEBRADA        TO FALSE
044500     IF NOT PRM-ARQ-ABERTO
044500        GO TO P260-FIM
044500     END-IF
044500     SET PRM-EOF-OK               TO FALSE
044500     MOVE ID-CONTATO              TO PRM-ID-CONTATO
044500     MOVE ZEROS                   TO PRM-SEQ
044500     START PROMESSAS KEY IS NOT LESS THAN PRM-CHAVE
044500         INVALID KEY
044500             SET PRM-EOF-OK       TO TRUE
044500     END-START
044500     PERFORM P265-LER-PROMESSA    THRU P265-FIM
044500         UNTIL PRM-EOF-OK OR PROMESSA-QUEBRADA
044500     .
044500 P260-FIM. EXIT.
044500 P265-LER-PROMESSA.
044500     READ PROMESSAS NEXT RECORD
044500         AT END
044500             SET PRM-EOF-OK        TO TRUE
044500             GO TO P265-FIM
044500     END-READ
044500     IF PRM-ID-CONTATO NOT = ID-CONTATO
044500        SET PRM-EOF-OK            TO TRUE
044500        GO TO P265-FIM
044500     END-IF
044500     IF PRM-QUEBRADA AND PRM-DT-APURACAO > DT-ULT-AVISO
044500        SET PROMESSA-QUEBRADA     TO TRUE
044500     END-IF
044500     .
044500 P265-FIM. EXIT.
044500******************************************************************
044500*    P270-COPIAS-FIADORES - EMITE A COPIA DO AVISO FINAL PARA    *
044500*                 CADA FIADOR COM VINCULO VIGENTE DO DEVEDOR.    *
044500*                 A LEITURA DO FIADOR MUDA A POSICAO DE          *
044500*                 CONTATOS.DAT, ENTAO O DEVEDOR E RELIDO NO FIM  *
044500*                 PARA A VARREDURA CONTINUAR DE ONDE ESTAVA      *
044500******************************************************************
044500 P270-COPIAS-FIADORES.
044500     MOVE ID-CONTATO              TO WS-VIN-BUSCA
044500     PERFORM 9425-CARREGAR-VINCULOS THRU 9425-FIM
044500     IF WS-VIN-QTD = ZEROS
044500        GO TO P270-FIM
044500     END-IF
044500     MOVE ID-CONTATO              TO WS-DEV-ID
044500     MOVE NM-CONTATO              TO WS-DEV-NOME
044500     SET DEVEDOR-A-RELER          TO FALSE
044500     PERFORM P275-COPIA-FIADOR    THRU P275-FIM
044500         VARYING WS-VIN-IDX FROM 1 BY 1
044500         UNTIL WS-VIN-IDX > WS-VIN-QTD
044500     SET COPIA-FIADOR             TO FALSE
044500     IF DEVEDOR-A-RELER
044500        MOVE WS-DEV-ID            TO ID-CONTATO
044500        READ CONTATOS
044500            INVALID KEY
044500                PERFORM 9000-TRADUZIR-FS
044500                DISPLAY 'FALHA AO REPOSICIONAR NO CONTATO '
044500                        WS-DEV-ID ': ' WS-FS-MSG
044500                MOVE 08           TO WS-RUN-RESULTADO
044500                SET EOF-OK        TO TRUE
044500        END-READ
044500     END-IF
044500     .
044500 P270-FIM. EXIT.
044500*    SO O VINCULO EM QUE O DEVEDOR E O TITULAR E O RELACIONADO E
044500*    O FIADOR DELE; O FIADOR PRECISA ESTAR ATIVO E TER ENDERECO.
044500 P275-COPIA-FIADOR.
044500     IF WS-VIN-T-PAPEL (WS-VIN-IDX) NOT = 'F' OR
044500        WS-VIN-T-SENTIDO (WS-VIN-IDX) NOT = 'C'
044500        GO TO P275-FIM
044500     END-IF
044500     SET DEVEDOR-A-RELER          TO TRUE
044500     MOVE WS-VIN-T-OUTRO (WS-VIN-IDX) TO ID-CONTATO
044500     READ CONTATOS
044500         INVALID KEY
044500             ADD 1                TO WS-CONT-FIADOR-SEM-END
044500             GO TO P275-FIM
044500     END-READ
044500     IF CONTATO-INATIVO OR END-RUA = SPACES OR
044500        END-CIDADE = SPACES
044500        ADD 1                     TO WS-CONT-FIADOR-SEM-END
044500        GO TO P275-FIM
044500     END-IF
044500     SET COPIA-FIADOR             TO TRUE
044500     MOVE 3                       TO WS-NIVEL-ALVO
044500     PERFORM P240-GERAR-CARTA     THRU P240-FIM
044500     ADD 1                        TO WS-CONT-COPIAS-FIADOR
044500     .
044500 P275-FIM. EXIT.
044500******************************************************************
044500*    P800-RESUMO - EMITE OS TOTAIS DO CICLO                       *
044600******************************************************************
044700 P800-RESUMO.
045500     DISPLAY 'JA NO AVISO FINAL........: ' WS-CONT-ESGOTADOS
045600     DISPLAY 'CICLOS ZERADOS (PAGOU)...: ' WS-CONT-ZERADOS
045700     DISPLAY 'PULADOS SEM ENDERECO.....: ' WS-CONT-SEM-ENDERECO
045710     DISPLAY 'PULADOS COM ACORDO ATIVO.: ' WS-CONT-EM-ACORDO
045710     DISPLAY 'ANTECIPADOS (PROMESSA)...: '
045710             WS-CONT-PROMESSA-QUEBRADA
045710     DISPLAY 'PULADOS EM DISPUTA.......: ' WS-CONT-EM-DISPUTA
045710     DISPLAY 'COPIAS AOS FIADORES......: ' WS-CONT-COPIAS-FIADOR
045710     DISPLAY 'FIADORES SEM ENDERECO....: '
045710             WS-CONT-FIADOR-SEM-END
045800     DISPLAY 'CARTAS EM ' FUNCTION TRIM(WS-SAIDA-DSN)
045800     DISPLAY 'CARTAS ROTULADAS COMO COBRANCA OBRIGATORIA - '
045800             'ISENTAS DO CONSENTIMENTO DE CORREIO (LGPD).'
045900     .
046000 P800-FIM. EXIT.
046100******************************************************************
047800     COPY AUDCHN.
047900     COPY DSNENV.
048000     COPY RUNLOG.
048100     COPY ACOCHK.
048100     COPY DSPCHK.
048100     COPY CALTAB.
048100     COPY VINCHK.
