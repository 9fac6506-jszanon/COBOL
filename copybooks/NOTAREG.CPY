000800*                   DEVOLVIDA - O CADERNO DE PAPEL AO LADO DO
000900*                   TERMINAL, AGORA NO ARQUIVO.
001000*    UTILIZADO POR: CADNOTA, RELNOTA, ARCCTT, PRGCTT,
001010*                   ANONCTT, CTT360, RELACS, FILACOB, TRABCOB,
001010*                   CONFPROM.
001100*----------------------------------------------------------------*
001200*    HISTORICO DE ALTERACOES
001300*    DATA       AUTOR   DESCRICAO
