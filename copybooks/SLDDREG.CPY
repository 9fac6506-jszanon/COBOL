000100******************************************************************
000200*    COPYBOOK.....: SLDDREG.CPY
000300*    DESCRICAO....: LAYOUT DO ARQUIVO DE FOTOGRAFIAS DIARIAS DO
000400*                   SALDO TOTAL (SALDODIA.DAT). A CADA EXECUCAO DA
000500*                   PROVA DIARIA (PROVDIA, DEPOIS DO POSTSAL) E
000600*                   GRAVADO UM REGISTRO COM A DATA DA EFETIVACAO,
000700*                   A SOMA DO SALDO-CONTATO DE TODOS OS CONTATOS E
000800*                   O RESULTADO DA PROVA. A FOTOGRAFIA MAIS
000900*                   RECENTE DE DATA ANTERIOR E O PONTO DE PARTIDA
001000*                   DA PROVA DO DIA SEGUINTE. O ARQUIVO SO CRESCE.
001100*    UTILIZADO POR: PROVDIA.
001200*----------------------------------------------------------------*
001300*    HISTORICO DE ALTERACOES
001400*    DATA       AUTOR   DESCRICAO
001500*    ---------- ------- ----------------------------------------
001600*    2025-07-11 JSZ     LAYOUT CRIADO.
001700******************************************************************
001800 01  REG-SALDO-DIA.
001900     03  SDD-DATA                 PIC 9(08).
002000     03  SDD-HORA                 PIC 9(08).
002100     03  SDD-QTD-CONTATOS         PIC 9(06).
002200     03  SDD-TOTAL                PIC S9(13)V99.
002300     03  SDD-RESULTADO            PIC 9(02).
