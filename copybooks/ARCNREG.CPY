000900*                   CONSARC. CADA REGISTRO E A IMAGEM COMPLETA
001000*                   DE REG-NOTAS PRECEDIDA DA DATA DO
001100*                   ARQUIVAMENTO.
001200*    UTILIZADO POR: ARCCTT, CONSARC, PRGCTT, DOSSCTT.
001300*    ATENCAO......: ARN-REG-NOTA DEVE ACOMPANHAR SEMPRE O TAMANHO
001400*                   TOTAL DE REG-NOTAS EM NOTAREG.CPY (HOJE 187
001500*                   BYTES).
