000100******************************************************************
000200*    COPYBOOK.....: ACOCHK.CPY
000300*    DESCRICAO....: CONSULTA DE ACORDO DE PARCELAMENTO VIGENTE
000400*                   (ACORDOS.DAT, LAYOUT ACORREG.CPY) PARA OS
000500*                   LOTES QUE PRECISAM RESPEITAR O ACORDO
000600*                   (CARTCOB NAO ESCALA, JURCTT NAO COBRA JUROS):
000700*                   - 9450-ABRIR-ACORDOS: ABRE O ARQUIVO EM
000800*                     ENTRADA UMA VEZ POR EXECUCAO. SEM O ARQUIVO
000900*                     (NENHUM ACORDO AINDA) ACO-ARQ-ABERTO FICA
001000*                     APAGADO E TODA CONSULTA VOLTA "SEM ACORDO";
001100*                   - 9460-VERIFICAR-ACORDO: PROCURA UM ACORDO
001200*                     ATIVO PARA WS-ACO-BUSCA; ACORDO-VIGENTE
001300*                     ACENDE QUANDO ACHA;
001400*                   - 9470-FECHAR-ACORDOS: FECHA O ARQUIVO.
001500*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER DECLARADO:
001600*                   - SELECT ACORDOS ... ORGANIZATION INDEXED,
001700*                     ACCESS DYNAMIC, RECORD KEY ACO-CHAVE,
001800*                     FILE STATUS WS-FS-ACO
001900*                   - FD ACORDOS. COPY ACORREG.
002000*                   - WS-FS-ACO              PIC X(02)
002100*                       88 FS-ACO-OK         VALUE '00'
002200*                   - WS-ACO-BUSCA           PIC 9(06)
002300*                   - WS-ACO-ABERTO-SW       PIC X(01)
002400*                       88 ACO-ARQ-ABERTO    VALUE 'S' FALSE 'N'
002500*                   - WS-ACO-VIGENTE-SW      PIC X(01)
002600*                       88 ACORDO-VIGENTE    VALUE 'S' FALSE 'N'
002700*                   - WS-ACO-EOF-SW          PIC X(01)
002800*                       88 ACO-EOF-OK        VALUE 'S' FALSE 'N'
002900*----------------------------------------------------------------*
003000*    HISTORICO DE ALTERACOES
003100*    DATA       AUTOR   DESCRICAO
003200*    ---------- ------- ----------------------------------------
003300*    2025-02-07 JSZ     COPYBOOK CRIADO.
003400******************************************************************
003500 9450-ABRIR-ACORDOS.
003600     SET ACO-ARQ-ABERTO            TO FALSE
003700     MOVE '00'                     TO WS-FS-ACO
003800     OPEN INPUT ACORDOS
003900     IF FS-ACO-OK
004000        SET ACO-ARQ-ABERTO         TO TRUE
004100     END-IF
004200     .
004300 9450-FIM. EXIT.
004400 9460-VERIFICAR-ACORDO.
004500     SET ACORDO-VIGENTE            TO FALSE
004600     IF NOT ACO-ARQ-ABERTO
004700        GO TO 9460-FIM
004800     END-IF
004900     SET ACO-EOF-OK                TO FALSE
005000     MOVE WS-ACO-BUSCA             TO ACO-ID-CONTATO
005100     MOVE ZEROS                    TO ACO-SEQ
005200     START ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
005300         INVALID KEY
005400             SET ACO-EOF-OK        TO TRUE
005500     END-START
005600     PERFORM 9465-LER-ACORDO       THRU 9465-FIM
005700         UNTIL ACO-EOF-OK
005800            OR ACORDO-VIGENTE
005900     .
006000 9460-FIM. EXIT.
006100 9465-LER-ACORDO.
006200     READ ACORDOS NEXT RECORD
006300         AT END
006400             SET ACO-EOF-OK        TO TRUE
006500         NOT AT END
006600             IF ACO-ID-CONTATO NOT = WS-ACO-BUSCA
006700                SET ACO-EOF-OK     TO TRUE
006800             ELSE
006900                IF ACORDO-ATIVO
007000                   SET ACORDO-VIGENTE TO TRUE
007100                END-IF
007200             END-IF
007300     END-READ
007400     .
007500 9465-FIM. EXIT.
007600 9470-FECHAR-ACORDOS.
007700     IF ACO-ARQ-ABERTO
007800        CLOSE ACORDOS
007900        SET ACO-ARQ-ABERTO         TO FALSE
008000     END-IF
008100     .
008200 9470-FIM. EXIT.
