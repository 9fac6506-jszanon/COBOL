000100******************************************************************
000200*    COPYBOOK.....: FILCHK.CPY
000300*    DESCRICAO....: REGRA DE FILIAL DOS PROGRAMAS DE MANUTENCAO E
000400*                   CONSULTA ON-LINE. CADA CONTATO PERTENCE A UMA
000500*                   FILIAL (FIL-CONTATO) E CADA OPERADOR TAMBEM
000600*                   (OPE-FILIAL). O OPERADOR SO ALTERA CONTATOS DA
000700*                   PROPRIA FILIAL; O SUPERVISOR ATENDE TODAS. A
000800*                   CONSULTA DE CONTATO DE OUTRA FILIAL E LIVRE,
000900*                   MAS SINALIZADA. CONTATO SEM FILIAL (ANTERIOR AS
001000*                   FILIAIS) CONTINUA ABERTO A TODOS.
001100*                   - 9950-OBTER-FILIAL-OPERADOR: DEPOIS DO SIGN-ON,
001200*                     CARREGA EM WS-FIL-OPERADOR A FILIAL DE
001300*                     WS-OPR-CODIGO (BRANCO = SEM FILIAL);
001400*                   - 9955-CONFERIR-FILIAL: COMPARA A FILIAL DO
001500*                     CONTATO EM WS-FIL-ALVO COM A DO OPERADOR.
001600*                     FIL-OUTRA-FILIAL ACENDE QUANDO O CONTATO E DE
001700*                     OUTRA FILIAL; FIL-PERMITIDA ACENDE QUANDO O
001800*                     OPERADOR PODE ALTERA-LO. WS-FIL-MENSAGEM VOLTA
001900*                     COM O AVISO A EXIBIR (BRANCO = MESMA FILIAL);
002000*                   - 9957-FILIAL-DO-CONTATO: PARA QUEM NAO TEM O
002100*                     CONTATO LIDO - COM ID-CONTATO PREENCHIDO E
002200*                     CONTATOS FECHADO, LE O CONTATO, CARREGA
002300*                     WS-FIL-ALVO E EXECUTA O 9955. CONTATO
002400*                     INEXISTENTE VOLTA SEM FILIAL (QUEM VALIDA A
002500*                     EXISTENCIA E O PROPRIO PROGRAMA).
002600*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER DECLARADO:
002700*                   - A AREA E O ARQUIVO DO COPYBOOK OPRLOG
002800*                     (OPERADOR, WS-FS-OPE, WS-OPR-CODIGO E
002900*                     OPR-SUPERVISOR), COM O SIGN-ON JA FEITO
003000*                   - PARA O 9957, FD CONTATOS. COPY CONTREG, COM
003100*                     FILE STATUS WS-FS (88 FS-OK VALUE '00')
003200*                   - WS-FIL-OPERADOR        PIC X(03)
003300*                   - WS-FIL-ALVO            PIC X(03)
003400*                   - WS-FIL-ACESSO-SW       PIC X(01)
003500*                       88 FIL-PERMITIDA     VALUE 'S' FALSE 'N'
003600*                   - WS-FIL-OUTRA-SW        PIC X(01)
003700*                       88 FIL-OUTRA-FILIAL  VALUE 'S' FALSE 'N'
003800*                   - WS-FIL-MENSAGEM        PIC X(60)
003900*----------------------------------------------------------------*
004000*    HISTORICO DE ALTERACOES
004100*    DATA       AUTOR   DESCRICAO
004200*    ---------- ------- ----------------------------------------
004300*    2025-07-04 JSZ     COPYBOOK CRIADO.
004400******************************************************************
004500 9950-OBTER-FILIAL-OPERADOR.
004600     MOVE SPACES                   TO WS-FIL-OPERADOR
004700     MOVE '00'                     TO WS-FS-OPE
004800     OPEN INPUT OPERADOR
004900     IF NOT FS-OPE-OK
005000        DISPLAY 'ARQUIVO DE OPERADORES INDISPONIVEL - OPERADOR '
005100                'TRATADO COMO SEM FILIAL.'
005200        GO TO 9950-FIM
005300     END-IF
005400     MOVE WS-OPR-CODIGO            TO OPE-CODIGO
005500     READ OPERADOR
005600         INVALID KEY
005700             CONTINUE
005800         NOT INVALID KEY
005900             IF OPE-FILIAL IS NUMERIC
006000                MOVE OPE-FILIAL    TO WS-FIL-OPERADOR
006100             END-IF
006200     END-READ
006300     CLOSE OPERADOR
006400
006500     IF OPR-SUPERVISOR
006600        DISPLAY 'SUPERVISOR - ATENDE CONTATOS DE TODAS AS '
006700                'FILIAIS.'
006800     ELSE
006900        IF WS-FIL-OPERADOR = SPACES
007000           DISPLAY 'OPERADOR SEM FILIAL - ALTERA SO CONTATOS SEM '
007100                   'FILIAL.'
007200        ELSE
007300           DISPLAY 'FILIAL DO OPERADOR: ' WS-FIL-OPERADOR '.'
007400        END-IF
007500     END-IF
007600     .
007700 9950-FIM. EXIT.
007800 9955-CONFERIR-FILIAL.
007900     SET FIL-OUTRA-FILIAL          TO FALSE
008000     SET FIL-PERMITIDA             TO TRUE
008100     MOVE SPACES                   TO WS-FIL-MENSAGEM
008200     IF WS-FIL-ALVO = SPACES OR
008300        WS-FIL-ALVO = WS-FIL-OPERADOR
008400        GO TO 9955-FIM
008500     END-IF
008600
008700     SET FIL-OUTRA-FILIAL          TO TRUE
008800     IF OPR-SUPERVISOR
008900        STRING 'ATENCAO: CONTATO DA FILIAL ' WS-FIL-ALVO
009000               ' (OUTRA FILIAL).'
009100               DELIMITED BY SIZE INTO WS-FIL-MENSAGEM
009200     ELSE
009300        SET FIL-PERMITIDA          TO FALSE
009400        STRING 'CONTATO DA FILIAL ' WS-FIL-ALVO
009500               ' - OUTRA FILIAL, SOMENTE CONSULTA.'
009600               DELIMITED BY SIZE INTO WS-FIL-MENSAGEM
009700     END-IF
009800     .
009900 9955-FIM. EXIT.
010000 9957-FILIAL-DO-CONTATO.
010100     MOVE SPACES                   TO WS-FIL-ALVO
010200     OPEN INPUT CONTATOS
010300     IF FS-OK
010400        READ CONTATOS
010500            INVALID KEY
010600                CONTINUE
010700            NOT INVALID KEY
010800                MOVE FIL-CONTATO   TO WS-FIL-ALVO
010900        END-READ
011000        CLOSE CONTATOS
011100     END-IF
011200     PERFORM 9955-CONFERIR-FILIAL  THRU 9955-FIM
011300     .
011400 9957-FIM. EXIT.
