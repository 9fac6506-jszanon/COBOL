000800*                   SALDO CONGELADO PARA SERVIR EXTRATO DE
000900*                   PERIODO FECHADO A PARTIR DO ARQUIVO MENSAL
001000*                   MOVHIST.AAAAMM.
001100*    UTILIZADO POR: FECMES, RELEXTR, RELEVOL, INFANUAL.
001200*----------------------------------------------------------------*
001300*    HISTORICO DE ALTERACOES
001400*    DATA       AUTOR   DESCRICAO
