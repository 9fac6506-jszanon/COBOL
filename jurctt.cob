001800*                   TAXA=NNNVV     - TAXA MENSAL EM %, 2 DECIMAIS
001900*                                    EMBUTIDOS (00150 = 1,50%)
002000*                   CARENCIA=NNN   - DIAS DE CARENCIA
002000*                   CONTAGEM=UTEIS - CARENCIA EM DIAS UTEIS
002000*                            (PADRAO) OU CORRIDOS
002100*                 UM CONTATO QUE JA TEM DEBITO 'JUROS' DO MES
002200*                 CORRENTE (NO HISTORICO OU AINDA PENDENTE EM
002300*                 MOVCTT.DAT) E PULADO - RELANCAR O LOTE NAO
002400*                 COBRA JUROS DUAS VEZES. DEVEDOR COM ACORDO DE
002410*                 PARCELAMENTO ATIVO (ACORDOS.DAT) NAO PAGA JUROS
002420*                 ENQUANTO O ACORDO ESTIVER EM DIA.
002420*                 O VALOR DE DEBITO CONTESTADO COM DISPUTA ABERTA
002420*                 (DISPUTAS.DAT, CADDISP) FICA FORA DA BASE DOS
002420*                 JUROS.
002420*                 A CARENCIA E CONTADA EM DIAS UTEIS (CALENDARIO
002420*                 CALEND.DAT, COPYBOOK CALTAB) - OU EM DIAS
002420*                 CORRIDOS COM CONTAGEM=CORRIDOS NO JURPARM.DAT -
002420*                 E, QUANDO VENCE EM DIA NAO UTIL, ROLA PARA O
002420*                 PROXIMO DIA UTIL.
002500*----------------------------------------------------------------*
002600*    HISTORICO DE ALTERACOES
002700*    DATA       AUTOR   DESCRICAO
003090*                       DENTRO DA CARENCIA. "SEM HISTORICO"
003091*                       CONTINUA VALENDO SO PARA O DEVEDOR
003092*                       ANTERIOR AO LEDGER.
003093*    2025-02-07 JSZ     CONTATO COM ACORDO DE PARCELAMENTO ATIVO
003094*                       (COPYBOOK ACOCHK) E PULADO - O JURO SOBRE
003095*                       O SALDO DEVEDOR CHEIO NAO CABE ENQUANTO O
003096*                       ACORDO ESTA SENDO HONRADO.
003097*    2025-02-14 JSZ     O MOTIVO JUROS PRECISA ESTAR ATIVO E COM
003098*                       NATUREZA DE DEBITO NA TABELA DE MOTIVOS
003099*                       (COPYBOOK MOTTAB) - SEM ISSO O LOTE ABORTA
003099*                       (RC 08) SEM LANCAR NADA.
003099*    2025-05-02 JSZ     O VALOR EM DISPUTA ABERTA (COPYBOOK
003099*                       DSPCHK) E DESCONTADO DO SALDO DEVEDOR
003099*                       ANTES DO CALCULO DOS JUROS - DEVEDOR COM
003099*                       TODA A DIVIDA CONTESTADA NAO PAGA JUROS.
003099*    2025-05-09 JSZ     CARENCIA CONTADA SOBRE O CALENDARIO DE
003099*                       DIAS UTEIS (COPYBOOK CALTAB), COM
003099*                       VENCIMENTO EM DIA NAO UTIL ROLADO PARA O
003099*                       PROXIMO DIA UTIL; CONTAGEM=CORRIDOS NO
003099*                       JURPARM.DAT VOLTA A CONTAR DIAS CORRIDOS.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS ID-CONTATO
004200         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004233         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004266             SUPPRESS WHEN SPACES
004300         FILE STATUS IS WS-FS.
004400     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
004500         ORGANIZATION IS LINE SEQUENTIAL
005300     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-FS-RUN.
005510     SELECT ACORDOS ASSIGN TO WS-ACORDOS-DSN
005520         ORGANIZATION IS INDEXED
005530         ACCESS MODE IS DYNAMIC
005540         RECORD KEY IS ACO-CHAVE
005550         FILE STATUS IS WS-FS-ACO.
005560     SELECT MOTIVOS ASSIGN TO WS-MOTIVOS-DSN
005570         ORGANIZATION IS INDEXED
005580         ACCESS MODE IS DYNAMIC
005590         RECORD KEY IS MTV-CODIGO
005595         FILE STATUS IS WS-FS-MTV.
005595     SELECT DISPUTAS ASSIGN TO WS-DISPUTAS-DSN
005595         ORGANIZATION IS INDEXED
005595         ACCESS MODE IS DYNAMIC
005595         RECORD KEY IS DSP-CHAVE
005595         FILE STATUS IS WS-FS-DSP.
005595     SELECT CALENDARIO ASSIGN TO WS-CALEND-DSN
005595         ORGANIZATION IS INDEXED
005595         ACCESS MODE IS DYNAMIC
005595         RECORD KEY IS CAL-DATA
005595         FILE STATUS IS WS-FS-CAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CONTATOS.
006500 01  REG-PARAMETRO                PIC X(80).
006600 FD  RUNCTL.
006700     COPY RUNREG.
006710 FD  ACORDOS.
006720     COPY ACORREG.
006730 FD  MOTIVOS.
006740     COPY MOTREG.
006740 FD  DISPUTAS.
006740     COPY DISPREG.
006740 FD  CALENDARIO.
006740     COPY CALREG.
006800 WORKING-STORAGE SECTION.
006900     COPY CONTREGW.
007000 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
010500 77  WS-MES-EXEC                  PIC 9(06) VALUE ZEROS.
010600 77  WS-DIAS-HOJE                 PIC 9(07) VALUE ZEROS.
010700 77  WS-DIAS-INICIO               PIC 9(07) VALUE ZEROS.
010800 01  WS-CARENCIA-SW               PIC X(01) VALUE 'N'.
010800     88 CARENCIA-VENCIDA          VALUE 'S' FALSE 'N'.
010900 77  WS-DATA-INICIO-NEG           PIC 9(08) VALUE ZEROS.
011000 01  WS-TEM-HISTORICO             PIC X(01) VALUE 'N'.
011100     88 TEM-HISTORICO             VALUE 'S' FALSE 'N'.
012000 77  WS-CONT-LANCADOS             PIC 9(06) VALUE ZEROS.
012100 77  WS-CONT-NA-CARENCIA          PIC 9(06) VALUE ZEROS.
012200 77  WS-CONT-JA-COBRADOS          PIC 9(06) VALUE ZEROS.
012210 77  WS-CONT-EM-ACORDO            PIC 9(06) VALUE ZEROS.
012210 77  WS-CONT-EM-DISPUTA           PIC 9(06) VALUE ZEROS.
012210 77  WS-CONT-SO-DISPUTA           PIC 9(06) VALUE ZEROS.
012300 77  WS-TOTAL-JUROS               PIC 9(13)V99 VALUE ZEROS.
012400 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
012410*----------------------------------------------------------------*
012420*    CONSULTA DE ACORDO DE PARCELAMENTO (COPYBOOK ACOCHK)        *
012430*----------------------------------------------------------------*
012440 01  WS-ACORDOS-DSN               PIC X(100) VALUE 'ACORDOS.DAT'.
012450 77  WS-FS-ACO                    PIC X(02) VALUE '00'.
012460     88 FS-ACO-OK                 VALUE '00'.
012470 77  WS-ACO-BUSCA                 PIC 9(06) VALUE ZEROS.
012480 01  WS-ACO-ABERTO-SW             PIC X(01) VALUE 'N'.
012481     88 ACO-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
012482 01  WS-ACO-VIGENTE-SW            PIC X(01) VALUE 'N'.
012483     88 ACORDO-VIGENTE            VALUE 'S' FALSE 'N'.
012484 01  WS-ACO-EOF-SW                PIC X(01) VALUE 'N'.
012485     88 ACO-EOF-OK                VALUE 'S' FALSE 'N'.
012485*----------------------------------------------------------------*
012485*    CONSULTA DE DISPUTAS ABERTAS (COPYBOOK DSPCHK)              *
012485*----------------------------------------------------------------*
012485 01  WS-DISPUTAS-DSN              PIC X(100) VALUE 'DISPUTAS.DAT'.
012485 77  WS-FS-DSP                    PIC X(02) VALUE '00'.
012485     88 FS-DSP-OK                 VALUE '00'.
012485 77  WS-DSP-BUSCA                 PIC 9(06) VALUE ZEROS.
012485 77  WS-DSP-TOTAL                 PIC 9(11)V99 VALUE ZEROS.
012485 77  WS-DSP-QTD                   PIC 9(03) VALUE ZEROS.
012485 77  WS-DSP-MAX                   PIC 9(03) VALUE 50.
012485 01  WS-DSP-TAB.
012485     03  WS-DSP-ENT               OCCURS 50 TIMES.
012485         05  WS-DSP-DATA          PIC 9(08).
012485         05  WS-DSP-VALOR         PIC 9(09)V99.
012485         05  WS-DSP-MOTIVO        PIC X(10).
012485         05  WS-DSP-POST          PIC 9(08).
012485         05  WS-DSP-USADA         PIC X(01).
012485 01  WS-DSP-ABERTO-SW             PIC X(01) VALUE 'N'.
012485     88 DSP-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
012485 01  WS-DSP-EOF-SW                PIC X(01) VALUE 'N'.
012485     88 DSP-EOF-OK                VALUE 'S' FALSE 'N'.
012485*----------------------------------------------------------------*
012485*    CALENDARIO DE DIAS UTEIS (COPYBOOK CALTAB)                  *
012485*----------------------------------------------------------------*
012485 01  WS-CALEND-DSN                PIC X(100) VALUE 'CALEND.DAT'.
012485 77  WS-FS-CAL                    PIC X(02) VALUE '00'.
012485     88 FS-CAL-OK                 VALUE '00'.
012485 77  WS-CAL-QTD                   PIC 9(04) VALUE ZEROS.
012485 77  WS-CAL-MAX                   PIC 9(04) VALUE 2000.
012485 01  WS-TAB-CALENDARIO.
012485     03  WS-CAL-ENT               OCCURS 2000 TIMES.
012485         05  WS-CAL-T-DIA         PIC 9(07).
012485         05  WS-CAL-T-TIPO        PIC X(01).
012485 77  WS-CAL-IDX                   PIC 9(04) VALUE ZEROS.
012485 77  WS-CAL-ACHADO                PIC 9(04) VALUE ZEROS.
012485 77  WS-CAL-EXCEDENTES            PIC 9(04) VALUE ZEROS.
012485 01  WS-CAL-EOF-SW                PIC X(01) VALUE 'N'.
012485     88 CAL-EOF-OK                VALUE 'S' FALSE 'N'.
012485 01  WS-CAL-CARREGADA-SW          PIC X(01) VALUE 'N'.
012485     88 CAL-TAB-CARREGADA         VALUE 'S'.
012485 01  WS-CAL-MODO                  PIC X(01) VALUE 'U'.
012485     88 CAL-DIAS-UTEIS            VALUE 'U'.
012485     88 CAL-DIAS-CORRIDOS         VALUE 'C'.
012485 01  WS-CAL-UTIL-SW               PIC X(01) VALUE 'N'.
012485     88 CAL-DIA-UTIL              VALUE 'S' FALSE 'N'.
012485 77  WS-CAL-DIA                   PIC 9(07) VALUE ZEROS.
012485 77  WS-CAL-INI                   PIC 9(07) VALUE ZEROS.
012485 77  WS-CAL-FIM                   PIC 9(07) VALUE ZEROS.
012485 77  WS-CAL-VENC                  PIC 9(07) VALUE ZEROS.
012485 77  WS-CAL-PRAZO                 PIC 9(04) VALUE ZEROS.
012485 77  WS-CAL-DIAS                  PIC 9(07) VALUE ZEROS.
012485 77  WS-CAL-SEMANA                PIC 9(01) VALUE ZEROS.
012485 77  WS-CAL-QUOC                  PIC 9(07) VALUE ZEROS.
012485 77  WS-CAL-UTEIS-INI             PIC 9(07) VALUE ZEROS.
012485 77  WS-CAL-UTEIS-FIM             PIC 9(07) VALUE ZEROS.
012490*----------------------------------------------------------------*
012490*    AREA DA TABELA DE MOTIVOS (COPYBOOK MOTTAB)                 *
012490*----------------------------------------------------------------*
012490 01  WS-MOTIVOS-DSN               PIC X(100) VALUE 'MOTIVOS.DAT'.
012490 77  WS-FS-MTV                    PIC X(02) VALUE '00'.
012490     88 FS-MTV-OK                 VALUE '00'.
012490 77  WS-MTV-QTD                   PIC 9(02) VALUE ZEROS.
012490 01  WS-TAB-MOTIVOS.
012490     03  WS-MTV-ENT               OCCURS 50 TIMES.
012490         05  WS-MTV-COD           PIC X(10).
012490         05  WS-MTV-NAT           PIC X(01).
012490         05  WS-MTV-CONTA         PIC X(12).
012490         05  WS-MTV-USO           PIC X(01).
012490         05  WS-MTV-SIT           PIC X(01).
012490 77  WS-MTV-IDX                   PIC 9(02) VALUE ZEROS.
012490 77  WS-MTV-ACHADO                PIC 9(02) VALUE ZEROS.
012490 01  WS-MTV-EOF-SW                PIC X(01) VALUE 'N'.
012490     88 MTV-EOF-OK                VALUE 'S' FALSE 'N'.
012490 01  WS-MTV-CARREGADA-SW          PIC X(01) VALUE 'N'.
012490     88 MTV-TAB-CARREGADA         VALUE 'S'.
012490 77  WS-MTV-BUSCA                 PIC X(10) VALUE SPACES.
012490 77  WS-MTV-TIPO-BUSCA            PIC X(01) VALUE SPACES.
012490 01  WS-MTV-VALIDO-SW             PIC X(01) VALUE 'N'.
012490     88 MOTIVO-VALIDO             VALUE 'S' FALSE 'N'.
012490 77  WS-MTV-ERRO                  PIC X(50) VALUE SPACES.
012500*----------------------------------------------------------------*
012600*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
012700*----------------------------------------------------------------*
015900     END-IF
016000     DISPLAY 'TAXA MENSAL.....: ' WS-TAXA-MENSAL ' %'
016100     DISPLAY 'CARENCIA (DIAS).: ' WS-DIAS-CARENCIA
016100     IF CAL-DIAS-CORRIDOS
016100        DISPLAY 'CONTAGEM........: DIAS CORRIDOS'
016100     ELSE
016100        DISPLAY 'CONTAGEM........: DIAS UTEIS'
016100     END-IF
016110
016120     MOVE 'JUROS'                 TO WS-MTV-BUSCA
016130     MOVE 'D'                     TO WS-MTV-TIPO-BUSCA
016140     PERFORM 9360-VALIDAR-MOTIVO  THRU 9360-FIM
016150     IF NOT MOTIVO-VALIDO
016160        DISPLAY 'MOTIVO JUROS: ' FUNCTION TRIM(WS-MTV-ERRO)
016170                ' - NADA A LANCAR (VER CADMOT).'
016180        MOVE 08                   TO WS-RUN-RESULTADO
016190        GO TO 0000-ENCERRAR
016195     END-IF
016200
016300     PERFORM P200-PERCORRER       THRU P200-FIM
016400     PERFORM P800-RESUMO          THRU P800-FIM
021200             ELSE
021300                DISPLAY 'PARAMETRO TAXA INVALIDO - IGNORADO.'
021400             END-IF
021500         WHEN 'CONTAGEM'
021500             EVALUATE WS-CRIT-VALOR
021500                 WHEN 'UTEIS'
021500                     MOVE 'U'     TO WS-CAL-MODO
021500                 WHEN 'CORRIDOS'
021500                     MOVE 'C'     TO WS-CAL-MODO
021500                 WHEN OTHER
021500                     DISPLAY 'PARAMETRO CONTAGEM INVALIDO (USE '
021500                             'UTEIS OU CORRIDOS) - IGNORADO.'
021500             END-EVALUATE
021500         WHEN 'CARENCIA'
021600             IF WS-CRIT-VALOR (1:3) IS NUMERIC
021700                MOVE WS-CRIT-VALOR (1:3) TO WS-DIAS-CARENCIA
023800        GO TO P200-FIM
023900     END-IF
024000
024010     PERFORM 9450-ABRIR-ACORDOS   THRU 9450-FIM
024010     PERFORM 9620-ABRIR-DISPUTAS  THRU 9620-FIM
024100     SET EOF-OK                   TO FALSE
024200     PERFORM P210-TRATAR-CONTATO  THRU P210-FIM
024300         UNTIL EOF-OK
024400
024410     PERFORM 9470-FECHAR-ACORDOS  THRU 9470-FIM
024410     PERFORM 9640-FECHAR-DISPUTAS THRU 9640-FIM
024500     CLOSE CONTATOS
024600     .
024700 P200-FIM. EXIT.
026000        GO TO P210-FIM
026100     END-IF
026200     ADD 1                        TO WS-CONT-DEVEDORES
026210     MOVE WS-ID-CONTATO           TO WS-ACO-BUSCA
026220     PERFORM 9460-VERIFICAR-ACORDO THRU 9460-FIM
026230     IF ACORDO-VIGENTE
026240        ADD 1                     TO WS-CONT-EM-ACORDO
026250        GO TO P210-FIM
026260     END-IF
026300
026400     PERFORM P220-APURAR-PERIODO  THRU P220-FIM
026500     IF JA-TEM-JUROS
026600        ADD 1                     TO WS-CONT-JA-COBRADOS
026700        GO TO P210-FIM
026800     END-IF
026900     IF NOT CARENCIA-VENCIDA
027000        ADD 1                     TO WS-CONT-NA-CARENCIA
027100        GO TO P210-FIM
027200     END-IF
030500
030600     EVALUATE TRUE
030700         WHEN NOT TEM-HISTORICO
030800             SET CARENCIA-VENCIDA TO TRUE
030900         WHEN WS-DATA-INICIO-NEG = ZEROS
031000             SET CARENCIA-VENCIDA TO FALSE
031100         WHEN OTHER
031200             COMPUTE WS-DIAS-INICIO =
031300                 FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO-NEG)
031400             MOVE WS-DIAS-INICIO  TO WS-CAL-INI
031400             MOVE WS-DIAS-CARENCIA TO WS-CAL-PRAZO
031400             PERFORM 9690-CALCULAR-VENCIMENTO THRU 9690-FIM
031500             IF WS-DIAS-HOJE > WS-CAL-VENC
031500                SET CARENCIA-VENCIDA TO TRUE
031500             ELSE
031500                SET CARENCIA-VENCIDA TO FALSE
031500             END-IF
031600     END-EVALUATE
031700     .
031800 P220-FIM. EXIT.
038800 P250-LANCAR-JUROS.
038900     COMPUTE WS-SALDO-DEVEDOR =
039000         ZERO - WS-SALDO-CONTATO
039000*    O VALOR EM DISPUTA ABERTA NAO ENTRA NA BASE DOS JUROS.
039000     MOVE WS-ID-CONTATO           TO WS-DSP-BUSCA
039000     PERFORM 9630-SOMAR-DISPUTAS  THRU 9630-FIM
039000     IF WS-DSP-TOTAL > ZEROS
039000        ADD 1                     TO WS-CONT-EM-DISPUTA
039000        IF WS-DSP-TOTAL NOT < WS-SALDO-DEVEDOR
039000           ADD 1                  TO WS-CONT-SO-DISPUTA
039000           GO TO P250-FIM
039000        END-IF
039000        SUBTRACT WS-DSP-TOTAL     FROM WS-SALDO-DEVEDOR
039000     END-IF
039100     COMPUTE WS-VALOR-JUROS ROUNDED =
039200         WS-SALDO-DEVEDOR * WS-TAXA-MENSAL / 100
039300     IF WS-VALOR-JUROS = ZEROS
041600     MOVE 'JUROS'                 TO MOV-MOTIVO
041650     MOVE ZEROS                   TO MOV-REF-SEQ
041660     MOVE SPACES                  TO MOV-LIBERADO
041660     MOVE SPACES                  TO MOV-OPER-INCL
041660     MOVE SPACES                  TO MOV-OPER-APROV
041700     WRITE REG-MOVIMENTO
041800     CLOSE MOVIMENTOS
041900
043100     DISPLAY 'JUROS LANCADOS...........: ' WS-CONT-LANCADOS
043200     DISPLAY 'DENTRO DA CARENCIA.......: ' WS-CONT-NA-CARENCIA
043300     DISPLAY 'JA COBRADOS NO MES.......: ' WS-CONT-JA-COBRADOS
043310     DISPLAY 'PULADOS COM ACORDO ATIVO.: ' WS-CONT-EM-ACORDO
043310     DISPLAY 'BASE REDUZIDA (DISPUTA)..: ' WS-CONT-EM-DISPUTA
043310     DISPLAY 'SEM BASE (SO DISPUTA)....: ' WS-CONT-SO-DISPUTA
043400     MOVE WS-TOTAL-JUROS          TO WS-MSK-TOTAL
043500     DISPLAY 'TOTAL DE JUROS LANCADOS..: ' WS-MSK-TOTAL
043600     .
044800     COPY FSTATUS.
044900     COPY DSNENV.
045000     COPY RUNLOG.
045100     COPY ACOCHK.
045100     COPY DSPCHK.
045100     COPY CALTAB.
045200     COPY MOTTAB.
