002200*                 O PROPRIO CHKRUN NAO GRAVA RUNCTL.DAT - RODA
002300*                 VARIAS VEZES POR NOITE E POLUIRIA O CONTROLE
002400*                 QUE ELE MESMO LE (E O RELRUN).
002400*                 NUMA DATA MARCADA SEM PROCESSAMENTO NO
002400*                 CALENDARIO (CALEND.DAT, CADCAL) TODO PASSO E
002400*                 RECUSADO COM RETURN-CODE 08 - A ESTEIRA NEM
002400*                 COMECA - SALVO COM O PARAMETRO FORCAR=S.
002500*----------------------------------------------------------------*
002600*    HISTORICO DE ALTERACOES
002700*    DATA       AUTOR   DESCRICAO
002800*    ---------- ------- ----------------------------------------
002900*    2024-12-20 JSZ     PROGRAMA CRIADO (PORTEIRO DA ESTEIRA).
002900*    2025-05-09 JSZ     DATA MARCADA SEM PROCESSAMENTO NO
002900*                       CALENDARIO (CALEND.DAT) RECUSA O PASSO,
002900*                       SALVO FORCAR=S.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004000     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-FS-RUN.
004200     SELECT CALENDARIO ASSIGN TO WS-CALEND-DSN
004200         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CAL-DATA
004200         FILE STATUS IS WS-FS-CAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  DEPENDENCIAS.
004600 01  REG-DEPENDENCIA              PIC X(120).
004700 FD  RUNCTL.
004800     COPY RUNREG.
004800 FD  CALENDARIO.
004800     COPY CALREG.
004900 WORKING-STORAGE SECTION.
005000 01  WS-DEPENDENCIAS-DSN          PIC X(100) VALUE 'JOBDEP.DAT'.
005100 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
005100 01  WS-CALEND-DSN                PIC X(100) VALUE 'CALEND.DAT'.
005200 77  WS-FS-DEP                    PIC X(02) VALUE '00'.
005300     88 FS-DEP-OK                 VALUE '00'.
005400 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
005500     88 FS-RUN-OK                 VALUE '00'.
005500 77  WS-FS-CAL                    PIC X(02) VALUE '00'.
005500     88 FS-CAL-OK                 VALUE '00'.
005600 77  WS-EOF-DEP                   PIC X(01) VALUE 'N'.
005700     88 EOF-DEP-OK                VALUE 'S' FALSE 'N'.
005800 77  WS-EOF-RUN                   PIC X(01) VALUE 'N'.
006500     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
006600                                  INDEXED BY WS-PARM-IDX.
006700 77  WS-PASSO                     PIC X(08) VALUE SPACES.
006700 01  WS-FORCAR                    PIC X(01) VALUE 'N'.
006700     88 FORCAR-OK                 VALUE 'S'.
006800 01  WS-DEP-CHAVE                 PIC X(20) VALUE SPACES.
006900 01  WS-DEP-LISTA                 PIC X(99) VALUE SPACES.
007000 01  WS-ACHOU-LINHA               PIC X(01) VALUE 'N'.
010500        GO TO 0000-ENCERRAR
010600     END-IF
010700
010700     PERFORM P150-VERIFICAR-CALENDARIO THRU P150-FIM
010700     IF WS-RC NOT = ZEROS
010700        GO TO 0000-ENCERRAR
010700     END-IF
010700
010800     PERFORM P200-LER-DEPENDENCIAS THRU P200-FIM
010900     IF NOT ACHOU-LINHA
011000        DISPLAY 'PASSO ' WS-PASSO ' SEM DEPENDENCIAS '
016200     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:9) = 'PROGRAMA='
016300        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (10:8) TO WS-PASSO
016400     END-IF
016400     IF WS-PARM-TOKEN(WS-PARM-IDX) = 'FORCAR=S'
016400        MOVE 'S'                  TO WS-FORCAR
016400     END-IF
016500     .
016600 P110-FIM. EXIT.
016600******************************************************************
016600*    P150-VERIFICAR-CALENDARIO - RECUSA O PASSO (RC 08) QUANDO O  *
016600*                 CALENDARIO MARCA HOJE SEM PROCESSAMENTO, SALVO  *
016600*                 FORCAR=S. SEM CALEND.DAT NADA E RECUSADO        *
016600******************************************************************
016600 P150-VERIFICAR-CALENDARIO.
016600     MOVE '00'                    TO WS-FS-CAL
016600     OPEN INPUT CALENDARIO
016600     IF NOT FS-CAL-OK
016600        GO TO P150-FIM
016600     END-IF
016600     MOVE WS-DATA-HOJE            TO CAL-DATA
016600     READ CALENDARIO
016600         INVALID KEY
016600             MOVE 'S'             TO CAL-PROCESSA
016600     END-READ
016600     CLOSE CALENDARIO
016600     IF NOT CAL-SEM-ESTEIRA
016600        GO TO P150-FIM
016600     END-IF
016600     IF FORCAR-OK
016600        DISPLAY 'AVISO: ' WS-DATA-HOJE ' ESTA MARCADO SEM '
016600                'PROCESSAMENTO NO CALENDARIO ('
016600                FUNCTION TRIM(CAL-DESCRICAO) ') - EXECUCAO '
016600                'FORCADA PELO OPERADOR.'
016600        GO TO P150-FIM
016600     END-IF
016600     MOVE 08                      TO WS-RC
016600     DISPLAY 'PASSO ' WS-PASSO ' RECUSADO - ' WS-DATA-HOJE
016600             ' ESTA MARCADO SEM PROCESSAMENTO NO CALENDARIO ('
016600             FUNCTION TRIM(CAL-DESCRICAO) '). PARA RODAR ASSIM '
016600             'MESMO, USE FORCAR=S.'
016600     .
016600 P150-FIM. EXIT.
016700******************************************************************
016800*    P200-LER-DEPENDENCIAS - PROCURA A LINHA DO PASSO EM          *
016900*                 JOBDEP.DAT E ARMA OS PREDECESSORES              *
