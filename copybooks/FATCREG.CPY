000100******************************************************************
000200*    COPYBOOK.....: FATCREG.CPY
000300*    DESCRICAO....: LAYOUT DO CONTROLE DE ARQUIVOS DE FATURAMENTO
000400*                   JA PROCESSADOS (FATCTL.DAT), UM REGISTRO POR
000500*                   SEQUENCIA DE ARQUIVO DO ERP ACEITA PELO IMPFAT.
000600*                   SEQUENCIA QUE JA ESTA AQUI E RECUSADA INTEIRA -
000700*                   O MESMO ARQUIVO NAO GERA MOVIMENTO DUAS VEZES.
000800*                   GUARDA TAMBEM OS TOTAIS DO PROCESSAMENTO PARA
000900*                   CONFERENCIA COM O ERP.
001000*    UTILIZADO POR: IMPFAT.
001100*----------------------------------------------------------------*
001200*    HISTORICO DE ALTERACOES
001300*    DATA       AUTOR   DESCRICAO
001400*    ---------- ------- ----------------------------------------
001500*    2025-05-16 JSZ     LAYOUT CRIADO.
001600******************************************************************
001700 01  REG-FAT-CONTROLE.
001800     03  FTC-SEQ                  PIC 9(06).
001900     03  FTC-DATA-ARQUIVO         PIC 9(08).
002000     03  FTC-DATA-HORA            PIC 9(14).
002100     03  FTC-QTD-LIDOS            PIC 9(06).
002200     03  FTC-QTD-ACEITOS          PIC 9(06).
002300     03  FTC-QTD-REJEITADOS       PIC 9(06).
002400     03  FTC-SOMA-ACEITA          PIC 9(13)V99.
002500     03  FTC-SOMA-REJEITADA       PIC 9(13)V99.
