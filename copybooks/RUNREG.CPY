001000*    UTILIZADO POR: CARGCTT, VALLEN, LISCNTT, RELFONE, RELSALDO,
001100*                   RELANIV, RELNOTA, POSTSAL, BATMCTT, CHKINTG,
001110*                   ARCCTT, EXTRCTT, BKPCTT, RSTBKP, AUDHKP,
001120*                   DUPFIND, SELCTT, RELESTAT, CARTCTT, GERACOR,
001125*                   DIARCTB
001130*                   E O RELATORIO RELRUN.
001200*----------------------------------------------------------------*
001300*    HISTORICO DE ALTERACOES
001400*    DATA       AUTOR   DESCRICAO
