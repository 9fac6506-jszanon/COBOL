000100******************************************************************
000200*    COPYBOOK.....: MOVJREG.CPY
000300*    DESCRICAO....: LAYOUT DO ARQUIVO DE MOVIMENTOS REJEITADOS
000400*                   (MOVREJ.DAT). O LOTE DE EFETIVACAO (POSTSAL)
000500*                   GRAVA AQUI, COM O MOTIVO DA REJEICAO, CADA
000600*                   MOVIMENTO DE MOVCTT.DAT QUE NAO FOI APLICADO
000700*                   NEM RETIDO (TIPO OU VALOR INVALIDO, CONTATO
000800*                   INEXISTENTE OU INATIVO, FALHA NA GRAVACAO).
000900*                   VALOR NAO NUMERICO NO MOVIMENTO VEM ZERADO. O
001000*                   ARQUIVO SO CRESCE - E A TERCEIRA PERNA DA
001100*                   PROVA DIARIA DO PROVDIA (APLICADO + RETIDO +
001200*                   REJEITADO = GERADO).
001300*    UTILIZADO POR: POSTSAL, PROVDIA.
001400*----------------------------------------------------------------*
001500*    HISTORICO DE ALTERACOES
001600*    DATA       AUTOR   DESCRICAO
001700*    ---------- ------- ----------------------------------------
001800*    2025-07-11 JSZ     LAYOUT CRIADO.
001900******************************************************************
002000 01  REG-REJEITADO.
002100     03  REJ-DATA-REJEICAO        PIC 9(08).
002200     03  REJ-ID-CONTATO           PIC 9(06).
002300     03  REJ-DATA-MOV             PIC 9(08).
002400     03  REJ-TIPO                 PIC X(01).
002500     03  REJ-VALOR                PIC 9(09)V99.
002600     03  REJ-MOTIVO               PIC X(10).
002700     03  REJ-MOTIVO-REJEICAO      PIC X(40).
002800     03  REJ-REF-SEQ              PIC 9(03).
