000100******************************************************************
000200*    COPYBOOK.....: APRCHK.CPY
000300*    DESCRICAO....: DUPLA CONFERENCIA (MAKER/CHECKER) DOS VALORES
000400*                   ALTOS. A REGRA FICA AQUI, NAO EM CADA
000500*                   PROGRAMA:
000600*                   - 9370-OBTER-ALCADA: CARREGA EM WS-APR-ALCADA
000700*                     O VALOR ACIMA DO QUAL O LANCAMENTO PRECISA
000800*                     DE APROVACAO - VARIAVEL DE AMBIENTE
000900*                     APROV_ALCADA (EM REAIS, EX: 10000 OU
001000*                     2500,50); AUSENTE OU INVALIDA, VALE O
001100*                     PADRAO DE 10.000,00;
001200*                   - 9380-REGISTRAR-PENDENCIA: GRAVA EM APROV.DAT
001300*                     O REG-APROVACAO JA PREENCHIDO PELO CHAMADOR
001400*                     (TIPO, CONTATO, DADOS DO MOVIMENTO, VALOR),
001500*                     CARIMBANDO DATA/HORA, PROGRAMA E OPERADOR
001600*                     SOLICITANTE. DEVOLVE FS-APR-OK;
001700*                   - 9390-RETER-AUMENTO-LIMITE: COM O REGISTRO DO
001800*                     CONTATO JA ALTERADO NO FD E O LIMITE
001900*                     ORIGINAL EM WS-APR-LIMITE-ANT, SEGURA O
002000*                     AUMENTO DE LIMITE-CREDITO ACIMA DA ALCADA:
002100*                     GRAVA A
002200*                     PENDENCIA E DEVOLVE O LIMITE ORIGINAL AO
002300*                     REGISTRO (APR-LIMITE-RETIDO LIGADO). ZERO E
002400*                     "SEM LIMITE": ZERAR UM LIMITE E O MAIOR
002500*                     AUMENTO POSSIVEL E SEMPRE PEDE APROVACAO;
002600*                     SAIR DO ZERO PARA UM VALOR E UMA RESTRICAO.
002700*                   A DECISAO (APROVAR/REJEITAR) E DO APRCTT.
002800*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER DECLARADO:
002900*                   - SELECT APROVACAO ... ORGANIZATION LINE
003000*                     SEQUENTIAL, FILE STATUS IS WS-FS-APR
003100*                   - FD APROVACAO. COPY APRVREG.
003200*                   - A AREA DO COPYBOOK OPRLOG (WS-OPR-CODIGO) JA
003300*                     PREENCHIDA PELO SIGN-ON
003400*                   - PARA O 9390, FD CONTATOS. COPY CONTREG.
003500*                   - WS-APROVACAO-DSN       PIC X(100)
003600*                   - WS-FS-APR              PIC X(02)
003700*                       88 FS-APR-OK         VALUE '00'
003800*                   - WS-APR-ALCADA          PIC 9(09)V99
003900*                   - WS-APR-ALCADA-TXT      PIC X(15)
004000*                   - WS-APR-LIMITE-ANT      PIC 9(09)V99
004100*                   - WS-APR-DATA            PIC 9(08)
004200*                   - WS-APR-HORA            PIC 9(08)
004300*                   - WS-APR-PROGRAMA        PIC X(08), COM O
004400*                     PROGRAM-ID DO CHAMADOR
004500*                   - WS-APR-GUARDA          PIC X(101)
004600*                   - WS-APR-RETIDO-SW       PIC X(01)
004700*                       88 APR-LIMITE-RETIDO VALUE 'S' FALSE 'N'
004800*----------------------------------------------------------------*
004900*    HISTORICO DE ALTERACOES
005000*    DATA       AUTOR   DESCRICAO
005100*    ---------- ------- ----------------------------------------
005200*    2025-04-11 JSZ     COPYBOOK CRIADO.
005300******************************************************************
005400 9370-OBTER-ALCADA.
005500     MOVE 10000                    TO WS-APR-ALCADA
005600     MOVE SPACES                   TO WS-APR-ALCADA-TXT
005700     ACCEPT WS-APR-ALCADA-TXT      FROM ENVIRONMENT 'APROV_ALCADA'
005800     IF WS-APR-ALCADA-TXT = SPACES
005900        GO TO 9370-FIM
006000     END-IF
006100     IF FUNCTION TEST-NUMVAL(WS-APR-ALCADA-TXT) = ZERO
006200        COMPUTE WS-APR-ALCADA =
006300            FUNCTION NUMVAL(WS-APR-ALCADA-TXT)
006400     ELSE
006500        DISPLAY 'APROV_ALCADA INVALIDA ('
006600                FUNCTION TRIM(WS-APR-ALCADA-TXT)
006700                ') - USANDO A ALCADA PADRAO DE 10.000,00.'
006800     END-IF
006900     .
007000 9370-FIM. EXIT.
007100 9380-REGISTRAR-PENDENCIA.
007200     ACCEPT WS-APR-DATA            FROM DATE YYYYMMDD
007300     ACCEPT WS-APR-HORA            FROM TIME
007400     MOVE WS-APR-DATA              TO APR-DATA-HORA-SOL (1:8)
007500     MOVE WS-APR-HORA (1:6)        TO APR-DATA-HORA-SOL (9:6)
007600     SET APR-PENDENTE              TO TRUE
007700     MOVE WS-APR-PROGRAMA          TO APR-PROGRAMA
007800     MOVE WS-OPR-CODIGO            TO APR-OPER-SOL
007900     MOVE ZEROS                    TO APR-DATA-HORA-DEC
008000     MOVE SPACES                   TO APR-OPER-DEC
008100
008200*    O REGISTRO MONTADO E GUARDADO DURANTE A ABERTURA (MESMA
008300*    TECNICA DO WS-AUD-GUARDA DO AUDLOG).
008400     MOVE REG-APROVACAO            TO WS-APR-GUARDA
008500     MOVE '00'                     TO WS-FS-APR
008600     OPEN EXTEND APROVACAO
008700     IF WS-FS-APR = '35'
008800        OPEN OUTPUT APROVACAO
008900     END-IF
009000     IF NOT FS-APR-OK
009100        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE APROVACOES ('
009200                FUNCTION TRIM(WS-APROVACAO-DSN) ') - FILE STATUS '
009300                WS-FS-APR '.'
009400        GO TO 9380-FIM
009500     END-IF
009600     MOVE WS-APR-GUARDA            TO REG-APROVACAO
009700     WRITE REG-APROVACAO
009800     CLOSE APROVACAO
009900     .
010000 9380-FIM. EXIT.
010100 9390-RETER-AUMENTO-LIMITE.
010200     SET APR-LIMITE-RETIDO         TO FALSE
010300     IF WS-APR-LIMITE-ANT = ZEROS OR
010400        LIMITE-CREDITO = WS-APR-LIMITE-ANT
010500        GO TO 9390-FIM
010600     END-IF
010700     IF LIMITE-CREDITO NOT = ZEROS
010800        IF LIMITE-CREDITO < WS-APR-LIMITE-ANT
010900           GO TO 9390-FIM
011000        END-IF
011100        IF LIMITE-CREDITO - WS-APR-LIMITE-ANT NOT > WS-APR-ALCADA
011200           GO TO 9390-FIM
011300        END-IF
011400     END-IF
011500
011600     SET APR-LIMITE-RETIDO         TO TRUE
011700     MOVE SPACES                   TO REG-APROVACAO
011800     SET APR-LIMITE                TO TRUE
011900     MOVE ID-CONTATO               TO APR-ID-CONTATO
012000     MOVE ZEROS                    TO APR-MOV-DATA
012100     MOVE LIMITE-CREDITO           TO APR-VALOR
012200     MOVE WS-APR-LIMITE-ANT        TO APR-LIMITE-ANT
012300     MOVE WS-APR-LIMITE-ANT        TO LIMITE-CREDITO
012400     PERFORM 9380-REGISTRAR-PENDENCIA THRU 9380-FIM
012500     IF FS-APR-OK
012600        DISPLAY 'AUMENTO DE LIMITE ACIMA DA ALCADA - AGUARDA A '
012700                'APROVACAO DE OUTRO OPERADOR SUPERVISOR (APRCTT).'
012800     ELSE
012900        DISPLAY 'AUMENTO DE LIMITE NAO REGISTRADO PARA APROVACAO.'
013000     END-IF
013100     DISPLAY 'O LIMITE DE CREDITO EM VIGOR FOI MANTIDO.'
013200     .
013300 9390-FIM. EXIT.
