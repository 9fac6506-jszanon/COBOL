000800*                   OS ORFAOS QUE O CHKINTG REPORTAVA PARA
000900*                   SEMPRE. CADA REGISTRO E A IMAGEM COMPLETA DE
001000*                   REG-FONES PRECEDIDA DA DATA DO ARQUIVAMENTO.
001100*    UTILIZADO POR: ARCCTT, CONSARC, PRGCTT, DOSSCTT.
001200*    ATENCAO......: ARF-REG-FONE DEVE ACOMPANHAR SEMPRE O TAMANHO
001300*                   TOTAL DE REG-FONES EM FONEREG.CPY (HOJE 43
001400*                   BYTES).
001500*----------------------------------------------------------------*
001600*    HISTORICO DE ALTERACOES
001700*    DATA       AUTOR   DESCRICAO
001800*    ---------- ------- ----------------------------------------
001900*    2025-01-10 JSZ     LAYOUT CRIADO.
001900*    2025-07-18 JSZ     ARF-REG-FONE AMPLIADO PARA 43 BYTES
001900*                       (FONE-ST E FONE-DT-ST EM FONEREG).
002000******************************************************************
002100 01  REG-FONE-ARQ.
002200     03  ARF-DATA-ARQUIV          PIC 9(08).
002300     03  ARF-REG-FONE             PIC X(43).
