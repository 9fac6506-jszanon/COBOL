000900*    UTILIZADO POR: POSTSAL, RELEXTR, ESTMOV, RELATRA, JURCTT,
001000*                   RECSAL, FECMES, EXTLOTE, CTT360, PRGCTT,
001010*                   CADCTT E CTTWRK (DETECCAO DE REGIME DE
001020*                   LEDGER), GERACOR, DIARCTB, BAIXCTT E
001030*                   NEGEXC, RELACS, FILACOB, RELCOB,
001030*                   CONFPROM, CADDISP, RELEVOL, INFANUAL,
001030*                   SCORCTT.
001100*----------------------------------------------------------------*
001200*    HISTORICO DE ALTERACOES
001300*    DATA       AUTOR   DESCRICAO
