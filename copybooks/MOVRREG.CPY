000700*                   CREDITO DO CONTATO (LIMITE-CREDITO DE
000800*                   CONTREG.CPY). O SUPERVISOR REVISA NO CADRET
000900*                   E LIBERA (VOLTA PARA MOVCTT.DAT) OU CANCELA.
001000*    UTILIZADO POR: POSTSAL, CADRET, SCORCTT.
001100*----------------------------------------------------------------*
001200*    HISTORICO DE ALTERACOES
001300*    DATA       AUTOR   DESCRICAO
