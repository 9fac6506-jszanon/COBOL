000100******************************************************************
000200*    COPYBOOK.....: PRMGRV.CPY
000300*    DESCRICAO....: GRAVACAO DE UMA PROMESSA DE PAGAMENTO NOVA EM
000400*                   PROMESSAS.DAT (LAYOUT PROMREG.CPY), COMUM AO
000500*                   TRABCOB E AO CADPROM:
000600*                   - 9490-GRAVAR-PROMESSA: ABRE O ARQUIVO EM I-O
000700*                     (CRIADO SO COM FILE STATUS 35, COMO O
000800*                     NOTAS.DAT), ACHA A PROXIMA SEQUENCIA DO
000900*                     CONTATO, GRAVA A PROMESSA ABERTA COM OS
001000*                     DADOS DE WS-PRM-... E FECHA. PRM-GRAVADA
001100*                     ACENDE QUANDO DEU CERTO; A SEQUENCIA FICA EM
001200*                     WS-PRM-SEQ.
001300*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER DECLARADO:
001400*                   - SELECT PROMESSAS ... ORGANIZATION INDEXED,
001500*                     ACCESS DYNAMIC, RECORD KEY PRM-CHAVE,
001600*                     FILE STATUS WS-FS-PRM
001700*                   - FD PROMESSAS. COPY PROMREG.
001800*                   - WS-FS-PRM              PIC X(02)
001900*                       88 FS-PRM-OK         VALUE '00'
002000*                   - WS-PRM-ID              PIC 9(06)
002100*                   - WS-PRM-VALOR           PIC 9(09)V99
002200*                   - WS-PRM-DATA            PIC 9(08), A DATA
002300*                     PROMETIDA
002400*                   - WS-PRM-OPERADOR        PIC X(08)
002500*                   - WS-PRM-NOTA-SEQ        PIC 9(03)
002600*                   - WS-PRM-SEQ             PIC 9(03)
002700*                   - WS-PRM-HOJE            PIC 9(08)
002800*                   - WS-PRM-HORA            PIC 9(08)
002900*                   - WS-PRM-EOF-SW          PIC X(01)
003000*                       88 PRM-EOF-OK        VALUE 'S' FALSE 'N'
003100*                   - WS-PRM-GRAVADA-SW      PIC X(01)
003200*                       88 PRM-GRAVADA       VALUE 'S' FALSE 'N'
003300*                   - WS-FS E WS-FS-MSG (COPYBOOK FSTATUS).
003400*----------------------------------------------------------------*
003500*    HISTORICO DE ALTERACOES
003600*    DATA       AUTOR   DESCRICAO
003700*    ---------- ------- ----------------------------------------
003800*    2025-04-25 JSZ     COPYBOOK CRIADO.
003900******************************************************************
004000 9490-GRAVAR-PROMESSA.
004100     SET PRM-GRAVADA               TO FALSE
004200     MOVE '00'                     TO WS-FS-PRM
004300     OPEN I-O PROMESSAS
004400*    SO A AUSENCIA DO ARQUIVO (FILE STATUS 35) DISPARA A CRIACAO;
004500*    OUTRAS FALHAS NAO PODEM TRUNCAR O ARQUIVO VIVO DE PROMESSAS.
004600     IF WS-FS-PRM = '35'
004700        OPEN OUTPUT PROMESSAS
004800        CLOSE PROMESSAS
004900        MOVE '00'                  TO WS-FS-PRM
005000        OPEN I-O PROMESSAS
005100     END-IF
005200     IF NOT FS-PRM-OK
005300        MOVE WS-FS-PRM             TO WS-FS
005400        PERFORM 9000-TRADUZIR-FS
005500        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROMESSAS: '
005600                WS-FS-MSG
005700        GO TO 9490-FIM
005800     END-IF
005900
006000     MOVE ZEROS                    TO WS-PRM-SEQ
006100     SET PRM-EOF-OK                TO FALSE
006200     MOVE WS-PRM-ID                TO PRM-ID-CONTATO
006300     MOVE ZEROS                    TO PRM-SEQ
006400     START PROMESSAS KEY IS NOT LESS THAN PRM-CHAVE
006500         INVALID KEY
006600             SET PRM-EOF-OK        TO TRUE
006700     END-START
006800     PERFORM 9495-LER-PROMESSA     THRU 9495-FIM
006900         UNTIL PRM-EOF-OK
007000     ADD 1                         TO WS-PRM-SEQ
007100
007200     ACCEPT WS-PRM-HOJE            FROM DATE YYYYMMDD
007300     ACCEPT WS-PRM-HORA            FROM TIME
007400     MOVE WS-PRM-ID                TO PRM-ID-CONTATO
007500     MOVE WS-PRM-SEQ               TO PRM-SEQ
007600     MOVE WS-PRM-HOJE              TO PRM-DATA-HORA (1:8)
007700     MOVE WS-PRM-HORA (1:6)        TO PRM-DATA-HORA (9:6)
007800     MOVE WS-PRM-OPERADOR          TO PRM-OPERADOR
007900     MOVE WS-PRM-VALOR             TO PRM-VALOR
008000     MOVE WS-PRM-DATA              TO PRM-DT-PROMETIDA
008100     SET PRM-ABERTA                TO TRUE
008200     MOVE ZEROS                    TO PRM-VALOR-PAGO
008300     MOVE ZEROS                    TO PRM-DT-APURACAO
008400     MOVE SPACES                   TO PRM-OPER-FECHO
008500     MOVE WS-PRM-NOTA-SEQ          TO PRM-NOTA-SEQ
008600     MOVE ZEROS                    TO PRM-FUP-SEQ
008700     WRITE REG-PROMESSA
008800         INVALID KEY
008900             MOVE WS-FS-PRM        TO WS-FS
009000             PERFORM 9000-TRADUZIR-FS
009100             DISPLAY 'NAO FOI POSSIVEL GRAVAR A PROMESSA: '
009200                     WS-FS-MSG
009300         NOT INVALID KEY
009400             SET PRM-GRAVADA       TO TRUE
009500     END-WRITE
009600     CLOSE PROMESSAS
009700     .
009800 9490-FIM. EXIT.
009900 9495-LER-PROMESSA.
010000     READ PROMESSAS NEXT RECORD
010100         AT END
010200             SET PRM-EOF-OK        TO TRUE
010300             GO TO 9495-FIM
010400     END-READ
010500     IF PRM-ID-CONTATO NOT = WS-PRM-ID
010600        SET PRM-EOF-OK             TO TRUE
010700     ELSE
010800        MOVE PRM-SEQ               TO WS-PRM-SEQ
010900     END-IF
011000     .
011100 9495-FIM. EXIT.
