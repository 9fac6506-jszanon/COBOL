001800*                 DOS REGISTROS DE CONTROLE DO EXTRCTT - O BANCO
001900*                 VALIDA A COMPLETUDE NA CHEGADA. O RETORNO DE
002000*                 PAGAMENTOS E PROCESSADO PELO RETBANC.
002000*                 O VALOR EM DISPUTA ABERTA (DISPUTAS.DAT/CADDISP)
002000*                 SAI DO TITULO; DEVEDOR COM TODO O SALDO EM
002000*                 DISPUTA NAO GERA TITULO.
002100*----------------------------------------------------------------*
002200*    HISTORICO DE ALTERACOES
002300*    DATA       AUTOR   DESCRICAO
002400*    ---------- ------- ----------------------------------------
002500*    2024-11-29 JSZ     PROGRAMA CRIADO (REMESSA DE COBRANCA).
002500*    2025-03-07 JSZ     O REGISTRO 01 DA REMESSA PASSA A LEVAR O
002500*                       CPF/CNPJ DO SACADO (EM BRANCO QUANDO NAO
002500*                       CADASTRADO).
002500*    2025-05-02 JSZ     O VALOR EM DISPUTA ABERTA (COPYBOOK
002500*                       DSPCHK) E DESCONTADO DO TITULO; SALDO TODO
002500*                       CONTESTADO NAO VAI AO BANCO.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004200     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-FS-RUN.
004400     SELECT DISPUTAS ASSIGN TO WS-DISPUTAS-DSN
004400         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS DSP-CHAVE
004400         FILE STATUS IS WS-FS-DSP.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ENTRSEL.
004800 01  REG-ENTRSEL                  PIC X(244).
004900 FD  REMESSA.
005000 01  REG-REMESSA                  PIC X(60).
005100 FD  REMCKPT.
005300     03  RCK-SEQ                  PIC 9(04).
005400 FD  RUNCTL.
005500     COPY RUNREG.
005500 FD  DISPUTAS.
005500     COPY DISPREG.
005600 WORKING-STORAGE SECTION.
005700     COPY CONTREGW.
005800 01  WS-ENTRSEL-DSN               PIC X(100) VALUE 'SELCTT.DAT'.
007600 77  WS-CONT-LIDOS                PIC 9(06) VALUE ZEROS.
007700 77  WS-CONT-TITULOS              PIC 9(06) VALUE ZEROS.
007800 77  WS-CONT-SEM-DEBITO           PIC 9(06) VALUE ZEROS.
007800 77  WS-CONT-EM-DISPUTA           PIC 9(06) VALUE ZEROS.
007800 77  WS-CONT-REDUZIDOS            PIC 9(06) VALUE ZEROS.
007900 77  WS-VALOR-TITULO              PIC 9(09)V99 VALUE ZEROS.
008000 77  WS-SOMA-TITULOS              PIC 9(13)V99 VALUE ZEROS.
008100 01  WS-LINHA-REM                 PIC X(60) VALUE SPACES.
008200 01  WS-MSK-TOTAL                 PIC $$.$$$.$$$.$$9,99.
008200*----------------------------------------------------------------*
008200*    CONSULTA DE DISPUTAS ABERTAS (COPYBOOK DSPCHK)              *
008200*----------------------------------------------------------------*
008200 01  WS-DISPUTAS-DSN              PIC X(100) VALUE 'DISPUTAS.DAT'.
008200 77  WS-FS-DSP                    PIC X(02) VALUE '00'.
008200     88 FS-DSP-OK                 VALUE '00'.
008200 77  WS-DSP-BUSCA                 PIC 9(06) VALUE ZEROS.
008200 77  WS-DSP-TOTAL                 PIC 9(11)V99 VALUE ZEROS.
008200 77  WS-DSP-QTD                   PIC 9(03) VALUE ZEROS.
008200 77  WS-DSP-MAX                   PIC 9(03) VALUE 50.
008200 01  WS-DSP-TAB.
008200     03  WS-DSP-ENT               OCCURS 50 TIMES.
008200         05  WS-DSP-DATA          PIC 9(08).
008200         05  WS-DSP-VALOR         PIC 9(09)V99.
008200         05  WS-DSP-MOTIVO        PIC X(10).
008200         05  WS-DSP-POST          PIC 9(08).
008200         05  WS-DSP-USADA         PIC X(01).
008200 01  WS-DSP-ABERTO-SW             PIC X(01) VALUE 'N'.
008200     88 DSP-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
008200 01  WS-DSP-EOF-SW                PIC X(01) VALUE 'N'.
008200     88 DSP-EOF-OK                VALUE 'S' FALSE 'N'.
008300*----------------------------------------------------------------*
008400*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
008500*----------------------------------------------------------------*
014900     END-IF
015000
015100     PERFORM P210-GRAVAR-CABECALHO THRU P210-FIM
015100     PERFORM 9620-ABRIR-DISPUTAS  THRU 9620-FIM
015200
015300     SET EOF-OK                   TO FALSE
015400     PERFORM P220-TRATAR-SELECIONADO THRU P220-FIM
015500         UNTIL EOF-OK
015600
015700     PERFORM P240-GRAVAR-TRAILER  THRU P240-FIM
015700     PERFORM 9640-FECHAR-DISPUTAS THRU 9640-FIM
015800     CLOSE REMESSA
015900     CLOSE ENTRSEL
016000     PERFORM P250-GRAVAR-SEQUENCIA THRU P250-FIM
016500     DISPLAY 'SELECIONADOS LIDOS.......: ' WS-CONT-LIDOS
016600     DISPLAY 'TITULOS GERADOS..........: ' WS-CONT-TITULOS
016700     DISPLAY 'SEM SALDO DEVEDOR........: ' WS-CONT-SEM-DEBITO
016700     DISPLAY 'TODO O SALDO EM DISPUTA..: ' WS-CONT-EM-DISPUTA
016700     DISPLAY 'TITULOS REDUZIDOS (DISP.): ' WS-CONT-REDUZIDOS
016800     MOVE WS-SOMA-TITULOS         TO WS-MSK-TOTAL
016900     DISPLAY 'SOMA DOS TITULOS.........: ' WS-MSK-TOTAL
017000     DISPLAY 'ARQUIVO DE REMESSA.......: '
020500
020600     COMPUTE WS-VALOR-TITULO =
020700         ZERO - WS-SALDO-CONTATO
020700*    O VALOR EM DISPUTA ABERTA NAO VAI PARA O BANCO.
020700     MOVE WS-ID-CONTATO           TO WS-DSP-BUSCA
020700     PERFORM 9630-SOMAR-DISPUTAS  THRU 9630-FIM
020700     IF WS-DSP-TOTAL > ZEROS
020700        IF WS-DSP-TOTAL NOT < WS-VALOR-TITULO
020700           ADD 1                  TO WS-CONT-EM-DISPUTA
020700           GO TO P220-FIM
020700        END-IF
020700        SUBTRACT WS-DSP-TOTAL     FROM WS-VALOR-TITULO
020700        ADD 1                     TO WS-CONT-REDUZIDOS
020700     END-IF
020800     ADD 1                        TO WS-CONT-TITULOS
020900     ADD WS-VALOR-TITULO          TO WS-SOMA-TITULOS
021000     MOVE SPACES                  TO WS-LINHA-REM
021200            WS-ID-CONTATO         DELIMITED BY SIZE
021300            WS-NM-CONTATO         DELIMITED BY SIZE
021400            WS-VALOR-TITULO       DELIMITED BY SIZE
021400            WS-CPF-CNPJ-CONTATO   DELIMITED BY SIZE
021500            INTO WS-LINHA-REM
021600     END-STRING
021700     MOVE WS-LINHA-REM            TO REG-REMESSA
025700
025800     COPY FSTATUS.
025900     COPY RUNLOG.
025900     COPY DSPCHK.
