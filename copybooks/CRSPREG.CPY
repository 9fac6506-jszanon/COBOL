000100******************************************************************
000200*    COPYBOOK.....: CRSPREG.CPY
000300*    DESCRICAO....: LAYOUT DA LINHA DO ARQUIVO DE RESPOSTAS DE
000400*                   CAMPANHA (CAMPRESP.DAT, TEXTO), LIDO PELO
000500*                   RESPCAMP: CUPONS DEVOLVIDOS, PLANILHA DO
000600*                   ATENDIMENTO, RETORNO DE AGENCIA. UMA LINHA POR
000700*                   RESPOSTA - CAMPANHA, CONTATO, TIPO DA RESPOSTA
000800*                   (P = POSITIVA, N = NEGATIVA, I = PEDIU
000900*                   INFORMACAO) E DATA (AAAAMMDD; ZEROS = DATA DO
001000*                   PROCESSAMENTO).
001100*    UTILIZADO POR: RESPCAMP.
001200*----------------------------------------------------------------*
001300*    HISTORICO DE ALTERACOES
001400*    DATA       AUTOR   DESCRICAO
001500*    ---------- ------- ----------------------------------------
001600*    2025-07-25 JSZ     LAYOUT CRIADO.
001700******************************************************************
001800 01  REG-CAMP-RESPOSTA.
001900     03  CRS-CODIGO               PIC X(08).
002000     03  CRS-ID-CONTATO           PIC 9(06).
002100     03  CRS-RESPOSTA             PIC X(01).
002200         88  CRS-RESPOSTA-VALIDA  VALUE 'P' 'N' 'I'.
002300     03  CRS-DT-RESPOSTA          PIC 9(08).
002400     03  FILLER                   PIC X(57).
