000100******************************************************************
000200*    COPYBOOK.....: DCTCHK.CPY
000300*    DESCRICAO....: SITUACAO DA DOCUMENTACAO CADASTRAL (KYC) DE UM
000400*                   CONTATO, LIDA DE DOCTOS.DAT (LAYOUT DCTREG.CPY).
000500*                   A REGRA FICA AQUI, NAO EM CADA PROGRAMA:
000600*                   CONTATO DAS CATEGORIAS COMERCIAL E FORNECEDOR
000700*                   PRECISA TER, VALIDOS NA DATA DE REFERENCIA, UM
000800*                   DOCUMENTO DE IDENTIDADE (I), UM COMPROVANTE DE
000900*                   ENDERECO (E) E UM CONTRATO ASSINADO (C); AS
001000*                   DEMAIS CATEGORIAS SAO DISPENSADAS. DOCUMENTO SEM
001100*                   VALIDADE (ZEROS) NAO VENCE.
001200*                   - 9440-ABRIR-DOCTOS: ABRE O ARQUIVO EM ENTRADA
001300*                     UMA VEZ POR EXECUCAO. SEM O ARQUIVO (NENHUM
001400*                     DOCUMENTO AINDA) DCT-ARQ-ABERTO FICA APAGADO E
001500*                     TODO CONTATO OBRIGADO SAI PENDENTE;
001600*                   - 9442-AVALIAR-DOCTOS: PARA O CONTATO
001700*                     WS-DCT-BUSCA DA CATEGORIA WS-DCT-CATEGORIA,
001800*                     DEVOLVE EM WS-DCT-SITUACAO: DISPENSADO,
001900*                     REGULAR, PENDENTE (FALTA ALGUM OBRIGATORIO) OU
002000*                     VENCIDO (TODOS ENTREGUES, ALGUM SO VENCIDO);
002100*                     POR TIPO OBRIGATORIO (1 = I, 2 = E, 3 = C),
002200*                     WS-DCT-O-ST ('O' VALIDO, 'V' VENCIDO, 'F'
002300*                     FALTA) E WS-DCT-O-VALIDADE (A MAIOR VALIDADE
002400*                     ENTRE OS VALIDOS, ZEROS = SEM VALIDADE); E EM
002500*                     WS-DCT-PROX-VENC A DATA EM QUE O PRIMEIRO
002600*                     OBRIGATORIO VENCE (ZEROS = NENHUM VENCE);
002700*                   - 9444-BARRAR-AUMENTO-LIMITE: COM O REGISTRO DO
002800*                     CONTATO JA ALTERADO NO FD E O LIMITE ORIGINAL
002900*                     EM WS-DCT-LIMITE-ANT, RECUSA
003000*                     O AUMENTO DE LIMITE-CREDITO DO CONTATO COM
003100*                     DOCUMENTACAO PENDENTE OU VENCIDA: DEVOLVE O
003200*                     LIMITE ORIGINAL AO REGISTRO E ACENDE
003300*                     DCT-LIMITE-BARRADO. AUMENTO TEM O MESMO
003400*                     SENTIDO DO 9390 (ZERO E "SEM LIMITE"). ABRE E
003500*                     FECHA O ARQUIVO POR CONTA PROPRIA;
003600*                   - 9448-FECHAR-DOCTOS: FECHA O ARQUIVO.
003700*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER DECLARADO:
003800*                   - SELECT DOCTOS ... ORGANIZATION INDEXED,
003900*                     ACCESS DYNAMIC, RECORD KEY DCT-CHAVE,
004000*                     FILE STATUS WS-FS-DCT
004100*                   - FD DOCTOS. COPY DCTREG.
004200*                   - FD CONTATOS. COPY CONTREG. (USADO PELO 9444)
004300*                   - WS-FS-DCT              PIC X(02)
004400*                       88 FS-DCT-OK         VALUE '00'
004500*                   - WS-DCT-BUSCA           PIC 9(06)
004600*                   - WS-DCT-CATEGORIA       PIC X(10)
004700*                   - WS-DCT-DATA-REF        PIC 9(08)
004800*                   - WS-DCT-SITUACAO        PIC X(01)
004900*                       88 DCT-DISPENSADO    VALUE 'D'
005000*                       88 DCT-REGULAR       VALUE 'R'
005100*                       88 DCT-PENDENTE      VALUE 'P'
005200*                       88 DCT-VENCIDO       VALUE 'V'
005300*                       88 DCT-IRREGULAR     VALUE 'P' 'V'
005400*                   - WS-DCT-OBRIG-TAB, COM WS-DCT-OBRIG OCCURS 3
005500*                     TIMES:
005600*                       WS-DCT-O-ST          PIC X(01)
005700*                       WS-DCT-O-VALIDADE    PIC 9(08)
005800*                   - WS-DCT-PROX-VENC       PIC 9(08)
005900*                   - WS-DCT-LIMITE-ANT      PIC 9(09)V99
006000*                   - WS-DCT-IDX             PIC 9(01)
006100*                   - WS-DCT-ABERTO-SW       PIC X(01)
006200*                       88 DCT-ARQ-ABERTO    VALUE 'S' FALSE 'N'
006300*                   - WS-DCT-EOF-SW          PIC X(01)
006400*                       88 DCT-EOF-OK        VALUE 'S' FALSE 'N'
006500*                   - WS-DCT-BARRADO-SW      PIC X(01)
006600*                       88 DCT-LIMITE-BARRADO VALUE 'S' FALSE 'N'
006700*----------------------------------------------------------------*
006800*    HISTORICO DE ALTERACOES
006900*    DATA       AUTOR   DESCRICAO
007000*    ---------- ------- ----------------------------------------
007100*    2025-06-27 JSZ     COPYBOOK CRIADO.
007200******************************************************************
007300 9440-ABRIR-DOCTOS.
007400     SET DCT-ARQ-ABERTO            TO FALSE
007500     MOVE '00'                     TO WS-FS-DCT
007600     OPEN INPUT DOCTOS
007700     IF FS-DCT-OK
007800        SET DCT-ARQ-ABERTO         TO TRUE
007900     END-IF
008000     .
008100 9440-FIM. EXIT.
008200 9442-AVALIAR-DOCTOS.
008300     MOVE ZEROS                    TO WS-DCT-PROX-VENC
008400     MOVE 'F'                      TO WS-DCT-O-ST (1)
008500     MOVE 'F'                      TO WS-DCT-O-ST (2)
008600     MOVE 'F'                      TO WS-DCT-O-ST (3)
008700     MOVE ZEROS                    TO WS-DCT-O-VALIDADE (1)
008800     MOVE ZEROS                    TO WS-DCT-O-VALIDADE (2)
008900     MOVE ZEROS                    TO WS-DCT-O-VALIDADE (3)
009000     IF WS-DCT-CATEGORIA NOT = 'COMERCIAL' AND
009100        WS-DCT-CATEGORIA NOT = 'FORNECEDOR'
009200        SET DCT-DISPENSADO         TO TRUE
009300        GO TO 9442-FIM
009400     END-IF
009500     IF DCT-ARQ-ABERTO
009600        SET DCT-EOF-OK             TO FALSE
009700        MOVE WS-DCT-BUSCA          TO DCT-ID-CONTATO
009800        MOVE ZEROS                 TO DCT-SEQ
009900        START DOCTOS KEY IS NOT LESS THAN DCT-CHAVE
010000            INVALID KEY
010100                SET DCT-EOF-OK     TO TRUE
010200        END-START
010300        PERFORM 9443-LER-DOCTO     THRU 9443-FIM
010400            UNTIL DCT-EOF-OK
010500     END-IF
010600     SET DCT-REGULAR               TO TRUE
010700     PERFORM 9446-RESUMIR-OBRIG    THRU 9446-FIM
010800         VARYING WS-DCT-IDX FROM 1 BY 1
010900         UNTIL WS-DCT-IDX > 3
011000     .
011100 9442-FIM. EXIT.
011200*    POR TIPO, BASTA UM DOCUMENTO VALIDO; O VENCIDO SO CONTA
011300*    QUANDO NAO HA OUTRO DO MESMO TIPO EM DIA.
011400 9443-LER-DOCTO.
011500     READ DOCTOS NEXT RECORD
011600         AT END
011700             SET DCT-EOF-OK        TO TRUE
011800             GO TO 9443-FIM
011900     END-READ
012000     IF DCT-ID-CONTATO NOT = WS-DCT-BUSCA
012100        SET DCT-EOF-OK             TO TRUE
012200        GO TO 9443-FIM
012300     END-IF
012400     EVALUATE TRUE
012500         WHEN DCT-IDENTIDADE
012600             MOVE 1                TO WS-DCT-IDX
012700         WHEN DCT-COMPROVANTE-END
012800             MOVE 2                TO WS-DCT-IDX
012900         WHEN DCT-CONTRATO
013000             MOVE 3                TO WS-DCT-IDX
013100         WHEN OTHER
013200             GO TO 9443-FIM
013300     END-EVALUATE
013400     IF DCT-DT-VALIDADE NOT = ZEROS AND
013500        DCT-DT-VALIDADE < WS-DCT-DATA-REF
013600        IF WS-DCT-O-ST (WS-DCT-IDX) = 'F'
013700           MOVE 'V'                TO WS-DCT-O-ST (WS-DCT-IDX)
013800        END-IF
013900        GO TO 9443-FIM
014000     END-IF
014100     IF WS-DCT-O-ST (WS-DCT-IDX) NOT = 'O'
014200        MOVE 'O'                   TO WS-DCT-O-ST (WS-DCT-IDX)
014300        MOVE DCT-DT-VALIDADE
014400                             TO WS-DCT-O-VALIDADE (WS-DCT-IDX)
014500        GO TO 9443-FIM
014600     END-IF
014700     IF WS-DCT-O-VALIDADE (WS-DCT-IDX) = ZEROS
014800        GO TO 9443-FIM
014900     END-IF
015000     IF DCT-DT-VALIDADE = ZEROS OR
015100        DCT-DT-VALIDADE > WS-DCT-O-VALIDADE (WS-DCT-IDX)
015200        MOVE DCT-DT-VALIDADE
015300                             TO WS-DCT-O-VALIDADE (WS-DCT-IDX)
015400     END-IF
015500     .
015600 9443-FIM. EXIT.
015700 9444-BARRAR-AUMENTO-LIMITE.
015800     SET DCT-LIMITE-BARRADO        TO FALSE
015900     IF WS-DCT-LIMITE-ANT = ZEROS OR
016000        LIMITE-CREDITO = WS-DCT-LIMITE-ANT
016100        GO TO 9444-FIM
016200     END-IF
016300     IF LIMITE-CREDITO NOT = ZEROS AND
016400        LIMITE-CREDITO < WS-DCT-LIMITE-ANT
016500        GO TO 9444-FIM
016600     END-IF
016700
016800     PERFORM 9440-ABRIR-DOCTOS     THRU 9440-FIM
016900     MOVE ID-CONTATO               TO WS-DCT-BUSCA
017000     MOVE CAT-CONTATO              TO WS-DCT-CATEGORIA
017100     ACCEPT WS-DCT-DATA-REF        FROM DATE YYYYMMDD
017200     PERFORM 9442-AVALIAR-DOCTOS   THRU 9442-FIM
017300     PERFORM 9448-FECHAR-DOCTOS    THRU 9448-FIM
017400     IF NOT DCT-IRREGULAR
017500        GO TO 9444-FIM
017600     END-IF
017700
017800     SET DCT-LIMITE-BARRADO        TO TRUE
017900     MOVE WS-DCT-LIMITE-ANT        TO LIMITE-CREDITO
018000     IF DCT-PENDENTE
018100        DISPLAY 'AUMENTO DE LIMITE RECUSADO - FALTA DOCUMENTO '
018200                'OBRIGATORIO DO CONTATO (CADDOC).'
018300     ELSE
018400        DISPLAY 'AUMENTO DE LIMITE RECUSADO - DOCUMENTO '
018500                'OBRIGATORIO DO CONTATO VENCIDO (CADDOC).'
018600     END-IF
018700     DISPLAY 'O LIMITE DE CREDITO EM VIGOR FOI MANTIDO.'
018800     .
018900 9444-FIM. EXIT.
019000*    FALTA PESA MAIS QUE VENCIDO; ENTRE OS VALIDOS, GUARDA O
019100*    PRIMEIRO VENCIMENTO.
019200 9446-RESUMIR-OBRIG.
019300     EVALUATE WS-DCT-O-ST (WS-DCT-IDX)
019400         WHEN 'F'
019500             SET DCT-PENDENTE      TO TRUE
019600         WHEN 'V'
019700             IF NOT DCT-PENDENTE
019800                SET DCT-VENCIDO    TO TRUE
019900             END-IF
020000         WHEN OTHER
020100             IF WS-DCT-O-VALIDADE (WS-DCT-IDX) NOT = ZEROS
020200                IF WS-DCT-PROX-VENC = ZEROS OR
020300                   WS-DCT-O-VALIDADE (WS-DCT-IDX) <
020400                   WS-DCT-PROX-VENC
020500                   MOVE WS-DCT-O-VALIDADE (WS-DCT-IDX)
020600                                   TO WS-DCT-PROX-VENC
020700                END-IF
020800             END-IF
020900     END-EVALUATE
021000     .
021100 9446-FIM. EXIT.
021200 9448-FECHAR-DOCTOS.
021300     IF DCT-ARQ-ABERTO
021400        CLOSE DOCTOS
021500        SET DCT-ARQ-ABERTO         TO FALSE
021600     END-IF
021700     .
021800 9448-FIM. EXIT.
