000100******************************************************************
000200*    COPYBOOK.....: MASCAR.CPY
000300*    DESCRICAO....: MASCARAMENTO DE DADOS PESSOAIS E FINANCEIROS
000400*                   POR PERFIL DE OPERADOR (LGPD - MINIMO
000500*                   NECESSARIO). A REGRA FICA AQUI, NAO EM CADA
000600*                   PROGRAMA:
000700*                   - 9560-MASCARA-CONSULTA: TELAS DE CONSULTA
000800*                     (CONSCTT, CTT360) - MASCARA SO PARA O
000900*                     PERFIL CONSULTA; MANUTENCAO E SUPERVISOR
001000*                     VEEM TUDO;
001100*                   - 9562-MASCARA-RELATORIO: RELATORIOS COM DADO
001200*                     PESSOAL (RELANIV, RELSALDO, RELFONE) -
001300*                     MASCARA PARA QUEM NAO E SUPERVISOR OU NAO SE
001400*                     IDENTIFICOU (EXECUCAO AGENDADA) E MONTA EM
001500*                     WS-MASC-NIVEL A LINHA DE CABECALHO QUE O
001600*                     RELATORIO IMPRIME;
001700*                   - 9565-MASCARAR-EMAIL: WS-MASC-EMAIL FICA COM
001800*                     A PRIMEIRA LETRA E O DOMINIO (J***@DOMINIO);
001900*                   - 9570-MASCARAR-FONE: WS-MASC-FONE FICA SO
002000*                     COM OS QUATRO ULTIMOS DIGITOS, OS DEMAIS
002100*                     VIRAM ASTERISCO;
002200*                   - 9580-MASCARAR-VALOR: WS-MASC-VALOR (SALDO OU
002300*                     LIMITE JA EDITADO) VIRA *** OCULTO ***.
002400*                   COM MASC-ATIVA APAGADO OS CAMPOS VOLTAM
002500*                   INTACTOS, ENTAO O CHAMADOR SEMPRE PASSA POR
002600*                   AQUI. O ANO DE NASCIMENTO (E A IDADE, QUE O
002700*                   REVELA) E ESCONDIDO PELO PROPRIO CHAMADOR COM
002800*                   O TESTE DE MASC-ATIVA.
002900*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER DECLARADO:
003000*                   - A AREA DO COPYBOOK OPRLOG (WS-OPR-CODIGO,
003100*                     WS-OPR-PERFIL E OPR-OK), JA PREENCHIDA PELO
003200*                     9900 OU PELO 9930
003300*                   - WS-MASC-SW             PIC X(01)
003400*                       88 MASC-ATIVA        VALUE 'S' FALSE 'N'
003500*                   - WS-MASC-NIVEL          PIC X(100)
003600*                   - WS-MASC-EMAIL          PIC X(40)
003700*                   - WS-MASC-TRAB           PIC X(40)
003800*                   - WS-MASC-FONE           PIC X(15)
003900*                   - WS-MASC-VALOR          PIC X(20)
004000*                   - WS-MASC-POS            PIC 9(02)
004100*                   - WS-MASC-DIGITOS        PIC 9(02)
004200*----------------------------------------------------------------*
004300*    HISTORICO DE ALTERACOES
004400*    DATA       AUTOR   DESCRICAO
004500*    ---------- ------- ----------------------------------------
004600*    2025-04-04 JSZ     COPYBOOK CRIADO.
004700******************************************************************
004800 9560-MASCARA-CONSULTA.
004900     IF OPR-CONSULTA
005000        SET MASC-ATIVA            TO TRUE
005100        DISPLAY 'PERFIL CONSULTA: EMAIL, TELEFONES E SALDOS '
005200                'EXIBIDOS COM MASCARA.'
005300     ELSE
005400        SET MASC-ATIVA            TO FALSE
005500     END-IF
005600     .
005700 9560-FIM. EXIT.
005800 9562-MASCARA-RELATORIO.
005900     MOVE SPACES                  TO WS-MASC-NIVEL
006000     IF OPR-OK AND OPR-SUPERVISOR
006100        SET MASC-ATIVA            TO FALSE
006200        STRING 'MASCARAMENTO: NENHUM - EMITIDO PELO SUPERVISOR '
006300                                  DELIMITED BY SIZE
006400               WS-OPR-CODIGO      DELIMITED BY SPACE
006500               INTO WS-MASC-NIVEL
006600        END-STRING
006700        GO TO 9562-FIM
006800     END-IF
006900
007000     SET MASC-ATIVA               TO TRUE
007100     IF OPR-OK
007200        STRING 'MASCARAMENTO: PARCIAL (EMAIL, TELEFONE, IDADE E '
007300                                  DELIMITED BY SIZE
007400               'VALORES) - EMITIDO PELO OPERADOR '
007500                                  DELIMITED BY SIZE
007600               WS-OPR-CODIGO      DELIMITED BY SPACE
007700               ', PERFIL '        DELIMITED BY SIZE
007800               WS-OPR-PERFIL      DELIMITED BY SIZE
007900               INTO WS-MASC-NIVEL
008000        END-STRING
008100     ELSE
008200        STRING 'MASCARAMENTO: PARCIAL (EMAIL, TELEFONE, IDADE E '
008300                                  DELIMITED BY SIZE
008400               'VALORES) - EMITIDO SEM SUPERVISOR IDENTIFICADO'
008500                                  DELIMITED BY SIZE
008600               INTO WS-MASC-NIVEL
008700        END-STRING
008800     END-IF
008900     .
009000 9562-FIM. EXIT.
009100 9565-MASCARAR-EMAIL.
009200     IF NOT MASC-ATIVA OR WS-MASC-EMAIL = SPACES
009300        GO TO 9565-FIM
009400     END-IF
009500     MOVE WS-MASC-EMAIL           TO WS-MASC-TRAB
009600     MOVE ZEROS                   TO WS-MASC-POS
009700     INSPECT WS-MASC-TRAB TALLYING WS-MASC-POS
009800         FOR CHARACTERS BEFORE INITIAL '@'
009900     MOVE SPACES                  TO WS-MASC-EMAIL
010000     IF WS-MASC-POS = ZEROS OR WS-MASC-POS NOT < 40
010100        MOVE WS-MASC-TRAB (1:1)   TO WS-MASC-EMAIL (1:1)
010200        MOVE '***'                TO WS-MASC-EMAIL (2:3)
010300        GO TO 9565-FIM
010400     END-IF
010500     STRING WS-MASC-TRAB (1:1)    DELIMITED BY SIZE
010600            '***'                 DELIMITED BY SIZE
010700            WS-MASC-TRAB (WS-MASC-POS + 1:40 - WS-MASC-POS)
010800                                  DELIMITED BY SIZE
010900            INTO WS-MASC-EMAIL
011000     END-STRING
011100     .
011200 9565-FIM. EXIT.
011300 9570-MASCARAR-FONE.
011400     IF NOT MASC-ATIVA
011500        GO TO 9570-FIM
011600     END-IF
011700     MOVE ZEROS                   TO WS-MASC-DIGITOS
011800     PERFORM 9572-MASCARAR-DIGITO THRU 9572-FIM
011900         VARYING WS-MASC-POS FROM 15 BY -1
012000         UNTIL WS-MASC-POS < 1
012100     .
012200 9570-FIM. EXIT.
012300 9572-MASCARAR-DIGITO.
012400     IF WS-MASC-FONE (WS-MASC-POS:1) IS NUMERIC
012500        ADD 1                     TO WS-MASC-DIGITOS
012600        IF WS-MASC-DIGITOS > 4
012700           MOVE '*'               TO WS-MASC-FONE (WS-MASC-POS:1)
012800        END-IF
012900     END-IF
013000     .
013100 9572-FIM. EXIT.
013200 9580-MASCARAR-VALOR.
013300     IF MASC-ATIVA
013400        MOVE '*** OCULTO ***'     TO WS-MASC-VALOR
013500     END-IF
013600     .
013700 9580-FIM. EXIT.
