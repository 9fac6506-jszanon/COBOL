001100*                 (SORT, MESMO PADRAO DO RELANIV) - A PAUTA DO
001200*                 DIA DE QUEM FAZ COBRANCA, EM VEZ DO CADERNO DE
001300*                 PAPEL.
001300*                 OS DIAS DE ATRASO SAO CONTADOS EM DIAS UTEIS
001300*                 (CALENDARIO CALEND.DAT, COPYBOOK CALTAB) - OU
001300*                 EM DIAS CORRIDOS COM CONTAGEM=CORRIDOS - E O
001300*                 RETORNO MARCADO PARA DIA NAO UTIL SO VENCE NO
001300*                 PROXIMO DIA UTIL.
001400*----------------------------------------------------------------*
001500*    HISTORICO DE ALTERACOES
001600*    DATA       AUTOR   DESCRICAO
001886*                       VENCIDOS HA MAIS DE NNN DIAS, AGRUPADA
001887*                       POR NOTA-OPERADOR - O SUPERVISOR COBRA
001888*                       QUEM COBRA.
001888*    2025-05-09 JSZ     ATRASO DOS FOLLOW-UPS CONTADO SOBRE O
001888*                       CALENDARIO DE DIAS UTEIS (COPYBOOK
001888*                       CALTAB), COM O RETORNO EM DIA NAO UTIL
001888*                       ROLADO PARA O PROXIMO DIA UTIL;
001888*                       CONTAGEM=CORRIDOS VOLTA AOS DIAS CORRIDOS.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
003140     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
003150         ORGANIZATION IS LINE SEQUENTIAL
003160         FILE STATUS IS WS-FS-RUN.
003160     SELECT CALENDARIO ASSIGN TO WS-CALEND-DSN
003160         ORGANIZATION IS INDEXED
003160         ACCESS MODE IS DYNAMIC
003160         RECORD KEY IS CAL-DATA
003160         FILE STATUS IS WS-FS-CAL.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  NOTAS.
003520 01  REG-RELIMP                   PIC X(132).
003530 FD  RUNCTL.
003540     COPY RUNREG.
003540 FD  CALENDARIO.
003540     COPY CALREG.
003600 SD  SORTNOTA.
003700 01  SD-REG-RELNOTA.
003800     03  SD-DT-FOLLOWUP           PIC 9(08).
005323     88 TEM-GRUPO                 VALUE 'S' FALSE 'N'.
005324 77  WS-CONT-GRUPO                PIC 9(06) VALUE ZEROS.
005325 01  WS-MARCA-ST                  PIC X(13) VALUE SPACES.
005325*----------------------------------------------------------------*
005325*    CALENDARIO DE DIAS UTEIS (COPYBOOK CALTAB)                  *
005325*----------------------------------------------------------------*
005325 01  WS-CALEND-DSN                PIC X(100) VALUE 'CALEND.DAT'.
005325 77  WS-FS-CAL                    PIC X(02) VALUE '00'.
005325     88 FS-CAL-OK                 VALUE '00'.
005325 77  WS-CAL-QTD                   PIC 9(04) VALUE ZEROS.
005325 77  WS-CAL-MAX                   PIC 9(04) VALUE 2000.
005325 01  WS-TAB-CALENDARIO.
005325     03  WS-CAL-ENT               OCCURS 2000 TIMES.
005325         05  WS-CAL-T-DIA         PIC 9(07).
005325         05  WS-CAL-T-TIPO        PIC X(01).
005325 77  WS-CAL-IDX                   PIC 9(04) VALUE ZEROS.
005325 77  WS-CAL-ACHADO                PIC 9(04) VALUE ZEROS.
005325 77  WS-CAL-EXCEDENTES            PIC 9(04) VALUE ZEROS.
005325 01  WS-CAL-EOF-SW                PIC X(01) VALUE 'N'.
005325     88 CAL-EOF-OK                VALUE 'S' FALSE 'N'.
005325 01  WS-CAL-CARREGADA-SW          PIC X(01) VALUE 'N'.
005325     88 CAL-TAB-CARREGADA         VALUE 'S'.
005325 01  WS-CAL-MODO                  PIC X(01) VALUE 'U'.
005325     88 CAL-DIAS-UTEIS            VALUE 'U'.
005325     88 CAL-DIAS-CORRIDOS         VALUE 'C'.
005325 01  WS-CAL-UTIL-SW               PIC X(01) VALUE 'N'.
005325     88 CAL-DIA-UTIL              VALUE 'S' FALSE 'N'.
005325 77  WS-CAL-DIA                   PIC 9(07) VALUE ZEROS.
005325 77  WS-CAL-INI                   PIC 9(07) VALUE ZEROS.
005325 77  WS-CAL-FIM                   PIC 9(07) VALUE ZEROS.
005325 77  WS-CAL-VENC                  PIC 9(07) VALUE ZEROS.
005325 77  WS-CAL-PRAZO                 PIC 9(04) VALUE ZEROS.
005325 77  WS-CAL-DIAS                  PIC 9(07) VALUE ZEROS.
005325 77  WS-CAL-SEMANA                PIC 9(01) VALUE ZEROS.
005325 77  WS-CAL-QUOC                  PIC 9(07) VALUE ZEROS.
005325 77  WS-CAL-UTEIS-INI             PIC 9(07) VALUE ZEROS.
005325 77  WS-CAL-UTEIS-FIM             PIC 9(07) VALUE ZEROS.
005310*----------------------------------------------------------------*
005311*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
005312*----------------------------------------------------------------*
005900     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
005900     COMPUTE WS-DIAS-HOJE =
005900         FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
005900     IF MODO-ATRASO
005900        IF CAL-DIAS-CORRIDOS
005900           DISPLAY 'ATRASO CONTADO EM DIAS CORRIDOS.'
005900        ELSE
005900           DISPLAY 'ATRASO CONTADO EM DIAS UTEIS.'
005900        END-IF
005900     END-IF
006000     PERFORM P300-GERAR-RELATORIO THRU P300-FIM
006100     PERFORM P900-FIM
006200     .
007480                   'DIGITOS, EX: ATRASO=007) - IGNORADO.'
007481        END-IF
007482     END-IF
007482     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:9) = 'CONTAGEM='
007482        EVALUATE WS-PARM-TOKEN(WS-PARM-IDX) (10:11)
007482            WHEN 'UTEIS'
007482                MOVE 'U'              TO WS-CAL-MODO
007482            WHEN 'CORRIDOS'
007482                MOVE 'C'              TO WS-CAL-MODO
007482            WHEN OTHER
007482                DISPLAY 'PARAMETRO CONTAGEM= INVALIDO (USE UTEIS '
007482                        'OU CORRIDOS) - USANDO DIAS UTEIS.'
007482        END-EVALUATE
007482     END-IF
007483     .
007484 P110-FIM. EXIT.
007500******************************************************************
010778        END-IF
010779        COMPUTE WS-DIAS-FUP =
010780            FUNCTION INTEGER-OF-DATE(NOTA-DT-FOLLOWUP)
010781        PERFORM P325-DIAS-VENCIDOS THRU P325-FIM
010783        IF WS-DIAS-VENCIDOS NOT > WS-DIAS-ATRASO
010784           GO TO P320-FIM
010785        END-IF
010799     RELEASE SD-REG-RELNOTA
010800     .
010801 P320-FIM. EXIT.
010801******************************************************************
010801*    P325-DIAS-VENCIDOS - DIAS DE ATRASO DO RETORNO EM            *
010801*                 WS-DIAS-FUP, NO CALENDARIO (CALTAB): RETORNO EM *
010801*                 DIA NAO UTIL VENCE NO PROXIMO DIA UTIL E AINDA  *
010801*                 NAO VENCIDO DA ZERO                             *
010801******************************************************************
010801 P325-DIAS-VENCIDOS.
010801     MOVE WS-DIAS-FUP             TO WS-CAL-DIA
010801     PERFORM 9670-ROLAR-DIA       THRU 9670-FIM
010801     MOVE WS-CAL-DIA              TO WS-CAL-INI
010801     MOVE WS-DIAS-HOJE            TO WS-CAL-FIM
010801     PERFORM 9680-CONTAR-DIAS     THRU 9680-FIM
010801     MOVE WS-CAL-DIAS             TO WS-DIAS-VENCIDOS
010801     .
010801 P325-FIM. EXIT.
010800******************************************************************
010900*    P330-EXIBIR - DEVOLVE AS NOTAS JA ORDENADAS POR DATA DE      *
011000*                 RETORNO E EXIBE CADA UMA, COM TOTAL AO FINAL    *
013062     ADD 1                        TO WS-CONT-GRUPO
013063     COMPUTE WS-DIAS-FUP =
013064         FUNCTION INTEGER-OF-DATE(SD-DT-FOLLOWUP)
013065     PERFORM P325-DIAS-VENCIDOS   THRU P325-FIM
013067     DISPLAY '  RETORNO ' SD-DT-FOLLOWUP ' - CONTATO '
013068             SD-ID-CONTATO ' NOTA ' SD-SEQ ' - '
013069             SD-ASSUNTO ' (' WS-DIAS-VENCIDOS ' DIAS)'
013700     COPY FSTATUS.
013800     COPY RELIMP.
013900     COPY RUNLOG.
013900     COPY CALTAB.
