000100******************************************************************
000200*    COPYBOOK.....: DSPCHK.CPY
000300*    DESCRICAO....: CONSULTA DAS CONTESTACOES ABERTAS DE UM CONTATO
000400*                   (DISPUTAS.DAT, LAYOUT DISPREG.CPY) PARA OS
000500*                   LOTES QUE PRECISAM TIRAR O VALOR CONTESTADO DA
000600*                   DIVIDA (JURCTT, REMBANC, CARTCOB, RELATRA):
000700*                   - 9620-ABRIR-DISPUTAS: ABRE O ARQUIVO EM
000800*                     ENTRADA UMA VEZ POR EXECUCAO. SEM O ARQUIVO
000900*                     (NENHUMA DISPUTA AINDA) DSP-ARQ-ABERTO FICA
001000*                     APAGADO E TODA CONSULTA VOLTA ZERADA;
001100*                   - 9630-SOMAR-DISPUTAS: SOMA EM WS-DSP-TOTAL E
001200*                     CONTA EM WS-DSP-QTD AS DISPUTAS ABERTAS DE
001300*                     WS-DSP-BUSCA, E GUARDA NA TABELA WS-DSP-ENT
001400*                     (ATE WS-DSP-MAX) OS DADOS DE CADA MOVIMENTO
001500*                     CONTESTADO, COM WS-DSP-USADA = 'N', PARA QUEM
001600*                     PRECISA RECONHECER O LANCAMENTO NO LEDGER;
001700*                   - 9640-FECHAR-DISPUTAS: FECHA O ARQUIVO.
001800*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER DECLARADO:
001900*                   - SELECT DISPUTAS ... ORGANIZATION INDEXED,
002000*                     ACCESS DYNAMIC, RECORD KEY DSP-CHAVE,
002100*                     FILE STATUS WS-FS-DSP
002200*                   - FD DISPUTAS. COPY DISPREG.
002300*                   - WS-FS-DSP              PIC X(02)
002400*                       88 FS-DSP-OK         VALUE '00'
002500*                   - WS-DSP-BUSCA           PIC 9(06)
002600*                   - WS-DSP-TOTAL           PIC 9(11)V99
002700*                   - WS-DSP-QTD             PIC 9(03)
002800*                   - WS-DSP-MAX             PIC 9(03) VALUE 50
002900*                   - WS-DSP-TAB, COM WS-DSP-ENT OCCURS 50 TIMES:
003000*                       WS-DSP-DATA          PIC 9(08)
003100*                       WS-DSP-VALOR         PIC 9(09)V99
003200*                       WS-DSP-MOTIVO        PIC X(10)
003300*                       WS-DSP-POST          PIC 9(08)
003400*                       WS-DSP-USADA         PIC X(01)
003500*                   - WS-DSP-ABERTO-SW       PIC X(01)
003600*                       88 DSP-ARQ-ABERTO    VALUE 'S' FALSE 'N'
003700*                   - WS-DSP-EOF-SW          PIC X(01)
003800*                       88 DSP-EOF-OK        VALUE 'S' FALSE 'N'
003900*----------------------------------------------------------------*
004000*    HISTORICO DE ALTERACOES
004100*    DATA       AUTOR   DESCRICAO
004200*    ---------- ------- ----------------------------------------
004300*    2025-05-02 JSZ     COPYBOOK CRIADO.
004400******************************************************************
004500 9620-ABRIR-DISPUTAS.
004600     SET DSP-ARQ-ABERTO            TO FALSE
004700     MOVE '00'                     TO WS-FS-DSP
004800     OPEN INPUT DISPUTAS
004900     IF FS-DSP-OK
005000        SET DSP-ARQ-ABERTO         TO TRUE
005100     END-IF
005200     .
005300 9620-FIM. EXIT.
005400 9630-SOMAR-DISPUTAS.
005500     MOVE ZEROS                    TO WS-DSP-TOTAL
005600     MOVE ZEROS                    TO WS-DSP-QTD
005700     IF NOT DSP-ARQ-ABERTO
005800        GO TO 9630-FIM
005900     END-IF
006000     SET DSP-EOF-OK                TO FALSE
006100     MOVE WS-DSP-BUSCA             TO DSP-ID-CONTATO
006200     MOVE ZEROS                    TO DSP-SEQ
006300     START DISPUTAS KEY IS NOT LESS THAN DSP-CHAVE
006400         INVALID KEY
006500             SET DSP-EOF-OK        TO TRUE
006600     END-START
006700     PERFORM 9635-LER-DISPUTA      THRU 9635-FIM
006800         UNTIL DSP-EOF-OK
006900     .
007000 9630-FIM. EXIT.
007100 9635-LER-DISPUTA.
007200     READ DISPUTAS NEXT RECORD
007300         AT END
007400             SET DSP-EOF-OK        TO TRUE
007500             GO TO 9635-FIM
007600     END-READ
007700     IF DSP-ID-CONTATO NOT = WS-DSP-BUSCA
007800        SET DSP-EOF-OK             TO TRUE
007900        GO TO 9635-FIM
008000     END-IF
008100     IF NOT DSP-ABERTA
008200        GO TO 9635-FIM
008300     END-IF
008400     ADD DSP-MOV-VALOR             TO WS-DSP-TOTAL
008500*    ALEM DA CAPACIDADE DA TABELA A DISPUTA SO ENTRA NO TOTAL.
008600     IF WS-DSP-QTD >= WS-DSP-MAX
008700        GO TO 9635-FIM
008800     END-IF
008900     ADD 1                         TO WS-DSP-QTD
009000     MOVE DSP-MOV-DATA             TO WS-DSP-DATA (WS-DSP-QTD)
009100     MOVE DSP-MOV-VALOR            TO WS-DSP-VALOR (WS-DSP-QTD)
009200     MOVE DSP-MOV-MOTIVO           TO WS-DSP-MOTIVO (WS-DSP-QTD)
009300     MOVE DSP-MOV-DATA-POST        TO WS-DSP-POST (WS-DSP-QTD)
009400     MOVE 'N'                      TO WS-DSP-USADA (WS-DSP-QTD)
009500     .
009600 9635-FIM. EXIT.
009700 9640-FECHAR-DISPUTAS.
009800     IF DSP-ARQ-ABERTO
009900        CLOSE DISPUTAS
010000        SET DSP-ARQ-ABERTO         TO FALSE
010100     END-IF
010200     .
010300 9640-FIM. EXIT.
