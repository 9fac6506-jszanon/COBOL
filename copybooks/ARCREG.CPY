000600*                   ARQUIVAMENTO, PRECEDIDA DA DATA EM QUE O
000700*                   LOTE DE ARQUIVAMENTO (ARCCTT) A RETIROU DE
000800*                   CONTATOS.DAT.
000900*    UTILIZADO POR: ARCCTT, CONSARC, DOSSCTT.
001000*    ATENCAO......: ARC-REG-CONTATO DEVE ACOMPANHAR SEMPRE O
001100*                   TAMANHO TOTAL DE REG-CONTATOS EM CONTREG.CPY
001200*                   (HOJE 244 BYTES).
001300*----------------------------------------------------------------*
001400*    HISTORICO DE ALTERACOES
001500*    DATA       AUTOR   DESCRICAO
001600*    ---------- ------- ----------------------------------------
001700*    2024-08-23 JSZ     LAYOUT CRIADO.
001710*    2025-02-21 JSZ     ARC-REG-CONTATO AMPLIADO PARA X(227)
001720*                       (ST-BAIXA E DT-BAIXA DE REG-CONTATOS).
001730*    2025-03-07 JSZ     ARC-REG-CONTATO AMPLIADO PARA X(241)
001740*                       (CPF-CNPJ-CONTATO DE REG-CONTATOS).
001750*    2025-07-04 JSZ     ARC-REG-CONTATO AMPLIADO PARA X(244)
001760*                       (FIL-CONTATO DE REG-CONTATOS).
001800******************************************************************
001900 01  REG-ARQUIVADO.
002000     03  ARC-DATA-ARQUIV          PIC 9(08).
002100     03  ARC-REG-CONTATO          PIC X(244).
