000600*                   (WS-ELO-BASE), DA SEQUENCIA DO REGISTRO
000700*                   (WS-ELO-SEQ) E DA SOMA DOS BYTES DO CONTEUDO
000800*                   DE REG-AUDITORIA (EXCLUIDOS OS PROPRIOS
000900*                   CAMPOS AUD-SEQ/AUD-CHAIN, OS 16 BYTES ANTES
001000*                   DE AUD-OPER-APROV; ESTE SO ENTRA NA SOMA
001000*                   QUANDO PREENCHIDO, PARA QUE OS ELOS JA
001000*                   GRAVADOS CONTINUEM VALIDOS) - QUEM EDITA OU
001000*                   REMOVE UMA LINHA DO LOG QUEBRA O ELO, E O
001100*                   CHKINTG DENUNCIA. O
001200*                   MESMO CALCULO E USADO NA GRAVACAO (AUDLOG) E
001300*                   NA CONFERENCIA (CHKINTG).
001400*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER DECLARADO:
002400*    DATA       AUTOR   DESCRICAO
002500*    ---------- ------- ----------------------------------------
002600*    2024-12-06 JSZ     COPYBOOK CRIADO.
002600*    2025-04-11 JSZ     AUD-OPER-APROV (APROVADOR DA DUPLA
002600*                       CONFERENCIA) ENTRA NA SOMA QUANDO
002600*                       PREENCHIDO; EM BRANCO O ELO E O MESMO DE
002600*                       ANTES, E OS LOGS JA GRAVADOS CONTINUAM
002600*                       CONFERINDO NO CHKINTG.
002700******************************************************************
002800 9250-CALCULAR-ELO.
002900     MOVE ZEROS                    TO WS-ELO-SOMA
003000     COMPUTE WS-ELO-TAM =
003100         FUNCTION LENGTH(REG-AUDITORIA) - 24
003200     PERFORM VARYING WS-ELO-POS FROM 1 BY 1
003300         UNTIL WS-ELO-POS > WS-ELO-TAM
003400         COMPUTE WS-ELO-SOMA = FUNCTION MOD(WS-ELO-SOMA +
003500             FUNCTION ORD(REG-AUDITORIA (WS-ELO-POS:1)),
003600             99999989)
003700     END-PERFORM
003700     IF AUD-OPER-APROV NOT = SPACES
003700        PERFORM 9255-SOMAR-APROVADOR THRU 9255-FIM
003700            VARYING WS-ELO-POS FROM 1 BY 1
003700            UNTIL WS-ELO-POS > 8
003700     END-IF
003800     COMPUTE WS-ELO-RESULT = FUNCTION MOD(
003900         WS-ELO-BASE * 31 + WS-ELO-SOMA + WS-ELO-SEQ, 99999989)
004000     .
004100 9250-FIM. EXIT.
004100 9255-SOMAR-APROVADOR.
004100     COMPUTE WS-ELO-SOMA = FUNCTION MOD(WS-ELO-SOMA +
004100         FUNCTION ORD(AUD-OPER-APROV (WS-ELO-POS:1)),
004100         99999989)
004100     .
004100 9255-FIM. EXIT.
