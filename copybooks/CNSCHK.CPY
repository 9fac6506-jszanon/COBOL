000100******************************************************************
000200*    COPYBOOK.....: CNSCHK.CPY
000300*    DESCRICAO....: CONSULTA DO CONSENTIMENTO DE COMUNICACAO DE UM
000400*                   CONTATO EM UM CANAL (CONSENT.DAT, LAYOUT
000500*                   CONSREG.CPY) PARA OS LOTES DE COMUNICACAO DE
000600*                   MARKETING (RELANIV, CARTCTT, EXTRCTT) E PARA A
000700*                   SITUACAO NA DATA DO CADCNS. MESMO MOLDE DO
000800*                   ACOCHK:
000900*                   - 9520-ABRIR-CONSENT: ABRE O ARQUIVO EM
001000*                     ENTRADA UMA VEZ POR EXECUCAO. SEM O ARQUIVO
001100*                     (NENHUM CONSENTIMENTO REGISTRADO AINDA)
001200*                     CNS-ARQ-ABERTO FICA APAGADO E TODA CONSULTA
001300*                     VOLTA "SEM CONSENTIMENTO";
001400*                   - 9530-VERIFICAR-CONSENT: PROCURA O ULTIMO
001500*                     REGISTRO DE WS-CNS-BUSCA-ID NO CANAL
001600*                     WS-CNS-BUSCA-CANAL COM CARIMBO ATE
001700*                     WS-CNS-DATA-REF (AAAAMMDDHHMMSS; ZEROS = A
001800*                     SITUACAO ATUAL). CNS-REGISTRO-ACHADO ACENDE
001900*                     QUANDO HA REGISTRO (REG-CONSENT FICA COM
002000*                     ELE) E CONSENTIMENTO-OK SO QUANDO ELE E UM
002100*                     CONSENTIMENTO (CNS-STATUS = S);
002200*                   - 9540-FECHAR-CONSENT: FECHA O ARQUIVO.
002300*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER DECLARADO:
002400*                   - SELECT CONSENT ... ORGANIZATION INDEXED,
002500*                     ACCESS DYNAMIC, RECORD KEY CNS-CHAVE,
002600*                     FILE STATUS WS-FS-CNS
002700*                   - FD CONSENT. COPY CONSREG.
002800*                   - WS-FS-CNS              PIC X(02)
002900*                       88 FS-CNS-OK         VALUE '00'
003000*                   - WS-CNS-BUSCA-ID        PIC 9(06)
003100*                   - WS-CNS-BUSCA-CANAL     PIC X(01)
003200*                   - WS-CNS-DATA-REF        PIC 9(14)
003300*                   - WS-CNS-ABERTO-SW       PIC X(01)
003400*                       88 CNS-ARQ-ABERTO    VALUE 'S' FALSE 'N'
003500*                   - WS-CNS-ACHOU-SW        PIC X(01)
003600*                       88 CNS-REGISTRO-ACHADO VALUE 'S' FALSE 'N'
003700*                   - WS-CNS-OK-SW           PIC X(01)
003800*                       88 CONSENTIMENTO-OK  VALUE 'S' FALSE 'N'
003900*----------------------------------------------------------------*
004000*    HISTORICO DE ALTERACOES
004100*    DATA       AUTOR   DESCRICAO
004200*    ---------- ------- ----------------------------------------
004300*    2025-03-14 JSZ     COPYBOOK CRIADO.
004400******************************************************************
004500 9520-ABRIR-CONSENT.
004600     SET CNS-ARQ-ABERTO            TO FALSE
004700     MOVE '00'                     TO WS-FS-CNS
004800     OPEN INPUT CONSENT
004900     IF FS-CNS-OK
005000        SET CNS-ARQ-ABERTO         TO TRUE
005100     END-IF
005200     .
005300 9520-FIM. EXIT.
005400 9530-VERIFICAR-CONSENT.
005500     SET CNS-REGISTRO-ACHADO       TO FALSE
005600     SET CONSENTIMENTO-OK          TO FALSE
005700     IF NOT CNS-ARQ-ABERTO
005800        GO TO 9530-FIM
005900     END-IF
006000     MOVE WS-CNS-BUSCA-ID          TO CNS-ID-CONTATO
006100     MOVE WS-CNS-BUSCA-CANAL       TO CNS-CANAL
006200     MOVE WS-CNS-DATA-REF          TO CNS-DATA-HORA
006300     IF WS-CNS-DATA-REF = ZEROS
006400        MOVE 99999999999999        TO CNS-DATA-HORA
006500     END-IF
006600*    O ULTIMO REGISTRO DO CANAL ATE O CARIMBO DE REFERENCIA E O
006700*    QUE VALIA NAQUELE MOMENTO.
006800     START CONSENT KEY IS NOT GREATER THAN CNS-CHAVE
006900         INVALID KEY
007000             GO TO 9530-FIM
007100     END-START
007200     READ CONSENT PREVIOUS RECORD
007300         AT END
007400             GO TO 9530-FIM
007500     END-READ
007600     IF CNS-ID-CONTATO NOT = WS-CNS-BUSCA-ID
007700        OR CNS-CANAL NOT = WS-CNS-BUSCA-CANAL
007800        GO TO 9530-FIM
007900     END-IF
008000     SET CNS-REGISTRO-ACHADO       TO TRUE
008100     IF CNS-CONCEDIDO
008200        SET CONSENTIMENTO-OK       TO TRUE
008300     END-IF
008400     .
008500 9530-FIM. EXIT.
008600 9540-FECHAR-CONSENT.
008700     IF CNS-ARQ-ABERTO
008800        CLOSE CONSENT
008900        SET CNS-ARQ-ABERTO         TO FALSE
009000     END-IF
009100     .
009200 9540-FIM. EXIT.
