000100******************************************************************
000200*    COPYBOOK.....: VINCHK.CPY
000300*    DESCRICAO....: CONSULTA DOS VINCULOS VIGENTES DE UM CONTATO
000400*                   (VINCULOS.DAT, LAYOUT VINCREG.CPY), NOS DOIS
000500*                   SENTIDOS, PARA QUEM SO PRECISA LER O ARQUIVO
000600*                   (CTT360, CARTCOB, CARTCTT, CADVINC):
000700*                   - 9410-ABRIR-VINCULOS: ABRE O ARQUIVO EM
000800*                     ENTRADA UMA VEZ POR EXECUCAO. SEM O ARQUIVO
000900*                     (NENHUM VINCULO AINDA) VIN-ARQ-ABERTO FICA
001000*                     APAGADO E TODA CONSULTA VOLTA VAZIA;
001100*                   - 9420-VERIFICAR-VIGENCIA: ACENDE
001200*                     VINCULO-VIGENTE QUANDO O REG-VINCULOS
001300*                     CORRENTE VALE NA DATA WS-VIN-DATA-REF;
001400*                   - 9425-CARREGAR-VINCULOS: GUARDA NA TABELA
001500*                     WS-VIN-ENT (ATE WS-VIN-MAX, EXCEDENTES
001600*                     CONTADOS EM WS-VIN-EXCEDENTES) OS VINCULOS
001700*                     VIGENTES DE WS-VIN-BUSCA: O OUTRO CONTATO, O
001800*                     PAPEL E O SENTIDO - 'C' QUANDO WS-VIN-BUSCA
001900*                     E O CONTATO DA CHAVE (O OUTRO E O
002000*                     RELACIONADO) E 'R' QUANDO WS-VIN-BUSCA E O
002100*                     RELACIONADO (O OUTRO E O CONTATO DA CHAVE);
002200*                   - 9430-FECHAR-VINCULOS: FECHA O ARQUIVO.
002300*                   O PROGRAMA QUE ABRE O ARQUIVO EM I-O POR CONTA
002400*                   PROPRIA ACENDE VIN-ARQ-ABERTO ANTES DE USAR O
002500*                   9425.
002600*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER DECLARADO:
002700*                   - SELECT VINCULOS ... ORGANIZATION INDEXED,
002800*                     ACCESS DYNAMIC, RECORD KEY VIN-CHAVE,
002900*                     ALTERNATE RECORD KEY VIN-ID-RELACIONADO WITH
003000*                     DUPLICATES, FILE STATUS WS-FS-VIN
003100*                   - FD VINCULOS. COPY VINCREG.
003200*                   - WS-FS-VIN              PIC X(02)
003300*                       88 FS-VIN-OK         VALUE '00'
003400*                   - WS-VIN-BUSCA           PIC 9(06)
003500*                   - WS-VIN-DATA-REF        PIC 9(08)
003600*                   - WS-VIN-QTD             PIC 9(02)
003700*                   - WS-VIN-MAX             PIC 9(02) VALUE 20
003800*                   - WS-VIN-EXCEDENTES      PIC 9(02)
003900*                   - WS-VIN-TAB, COM WS-VIN-ENT OCCURS 20 TIMES:
004000*                       WS-VIN-T-OUTRO       PIC 9(06)
004100*                       WS-VIN-T-PAPEL       PIC X(01)
004200*                       WS-VIN-T-SENTIDO     PIC X(01)
004300*                   - WS-VIN-ABERTO-SW       PIC X(01)
004400*                       88 VIN-ARQ-ABERTO    VALUE 'S' FALSE 'N'
004500*                   - WS-VIN-EOF-SW          PIC X(01)
004600*                       88 VIN-EOF-OK        VALUE 'S' FALSE 'N'
004700*                   - WS-VIN-VIGENTE-SW      PIC X(01)
004800*                       88 VINCULO-VIGENTE   VALUE 'S' FALSE 'N'
004900*----------------------------------------------------------------*
005000*    HISTORICO DE ALTERACOES
005100*    DATA       AUTOR   DESCRICAO
005200*    ---------- ------- ----------------------------------------
005300*    2025-06-20 JSZ     COPYBOOK CRIADO.
005400******************************************************************
005500 9410-ABRIR-VINCULOS.
005600     SET VIN-ARQ-ABERTO            TO FALSE
005700     MOVE '00'                     TO WS-FS-VIN
005800     OPEN INPUT VINCULOS
005900     IF FS-VIN-OK
006000        SET VIN-ARQ-ABERTO         TO TRUE
006100     END-IF
006200     .
006300 9410-FIM. EXIT.
006400 9420-VERIFICAR-VIGENCIA.
006500     SET VINCULO-VIGENTE           TO FALSE
006600     IF VIN-DT-INICIO > WS-VIN-DATA-REF
006700        GO TO 9420-FIM
006800     END-IF
006900     IF VIN-DT-FIM NOT = ZEROS AND
007000        VIN-DT-FIM < WS-VIN-DATA-REF
007100        GO TO 9420-FIM
007200     END-IF
007300     SET VINCULO-VIGENTE           TO TRUE
007400     .
007500 9420-FIM. EXIT.
007600 9425-CARREGAR-VINCULOS.
007700     MOVE ZEROS                    TO WS-VIN-QTD
007800     MOVE ZEROS                    TO WS-VIN-EXCEDENTES
007900     IF NOT VIN-ARQ-ABERTO
008000        GO TO 9425-FIM
008100     END-IF
008200*    PRIMEIRO OS VINCULOS EM QUE O CONTATO E O DONO DA CHAVE...
008300     SET VIN-EOF-OK                TO FALSE
008400     MOVE WS-VIN-BUSCA             TO VIN-ID-CONTATO
008500     MOVE ZEROS                    TO VIN-SEQ
008600     START VINCULOS KEY IS NOT LESS THAN VIN-CHAVE
008700         INVALID KEY
008800             SET VIN-EOF-OK        TO TRUE
008900     END-START
009000     PERFORM 9426-LER-DIRETO       THRU 9426-FIM
009100         UNTIL VIN-EOF-OK
009200*    ...DEPOIS AQUELES EM QUE ELE E O RELACIONADO.
009300     SET VIN-EOF-OK                TO FALSE
009400     MOVE WS-VIN-BUSCA             TO VIN-ID-RELACIONADO
009500     START VINCULOS KEY IS EQUAL TO VIN-ID-RELACIONADO
009600         INVALID KEY
009700             SET VIN-EOF-OK        TO TRUE
009800     END-START
009900     PERFORM 9427-LER-REVERSO      THRU 9427-FIM
010000         UNTIL VIN-EOF-OK
010100     .
010200 9425-FIM. EXIT.
010300 9426-LER-DIRETO.
010400     READ VINCULOS NEXT RECORD
010500         AT END
010600             SET VIN-EOF-OK        TO TRUE
010700             GO TO 9426-FIM
010800     END-READ
010900     IF VIN-ID-CONTATO NOT = WS-VIN-BUSCA
011000        SET VIN-EOF-OK             TO TRUE
011100        GO TO 9426-FIM
011200     END-IF
011300     PERFORM 9420-VERIFICAR-VIGENCIA THRU 9420-FIM
011400     IF NOT VINCULO-VIGENTE
011500        GO TO 9426-FIM
011600     END-IF
011700     IF WS-VIN-QTD NOT < WS-VIN-MAX
011800        ADD 1                      TO WS-VIN-EXCEDENTES
011900        GO TO 9426-FIM
012000     END-IF
012100     ADD 1                         TO WS-VIN-QTD
012200     MOVE VIN-ID-RELACIONADO TO WS-VIN-T-OUTRO (WS-VIN-QTD)
012300     MOVE VIN-PAPEL          TO WS-VIN-T-PAPEL (WS-VIN-QTD)
012400     MOVE 'C'                TO WS-VIN-T-SENTIDO (WS-VIN-QTD)
012500     .
012600 9426-FIM. EXIT.
012700 9427-LER-REVERSO.
012800     READ VINCULOS NEXT RECORD
012900         AT END
013000             SET VIN-EOF-OK        TO TRUE
013100             GO TO 9427-FIM
013200     END-READ
013300     IF VIN-ID-RELACIONADO NOT = WS-VIN-BUSCA
013400        SET VIN-EOF-OK             TO TRUE
013500        GO TO 9427-FIM
013600     END-IF
013700     PERFORM 9420-VERIFICAR-VIGENCIA THRU 9420-FIM
013800     IF NOT VINCULO-VIGENTE
013900        GO TO 9427-FIM
014000     END-IF
014100     IF WS-VIN-QTD NOT < WS-VIN-MAX
014200        ADD 1                      TO WS-VIN-EXCEDENTES
014300        GO TO 9427-FIM
014400     END-IF
014500     ADD 1                         TO WS-VIN-QTD
014600     MOVE VIN-ID-CONTATO     TO WS-VIN-T-OUTRO (WS-VIN-QTD)
014700     MOVE VIN-PAPEL          TO WS-VIN-T-PAPEL (WS-VIN-QTD)
014800     MOVE 'R'                TO WS-VIN-T-SENTIDO (WS-VIN-QTD)
014900     .
015000 9427-FIM. EXIT.
015100 9430-FECHAR-VINCULOS.
015200     IF VIN-ARQ-ABERTO
015300        CLOSE VINCULOS
015400        SET VIN-ARQ-ABERTO         TO FALSE
015500     END-IF
015600     .
015700 9430-FIM. EXIT.
