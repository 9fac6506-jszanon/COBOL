000100******************************************************************
000200*    COPYBOOK.....: FILAREG.CPY
000300*    DESCRICAO....: LAYOUT DA FILA DIARIA DE LIGACOES DE COBRANCA
000400*                   (FILACOB.DAT), REGERADA TODA NOITE PELO
000500*                   FILACOB: UMA LINHA POR DEVEDOR DA CARTEIRA
000600*                   (CARTREG.CPY), AGRUPADA POR COBRADOR E
000700*                   NUMERADA NA ORDEM DE PRIORIDADE - FAIXA DE
000800*                   ATRASO (A MESMA DO RELATRA), NIVEL-COBRANCA,
000900*                   FOLLOW-UPS VENCIDOS EM NOTAS.DAT E VALOR
001000*                   DEVIDO. O TRABCOB APRESENTA A FILA AO
001100*                   COBRADOR.
001200*    UTILIZADO POR: FILACOB, TRABCOB.
001300*----------------------------------------------------------------*
001400*    HISTORICO DE ALTERACOES
001500*    DATA       AUTOR   DESCRICAO
001600*    ---------- ------- ----------------------------------------
001700*    2025-04-18 JSZ     LAYOUT CRIADO.
001800******************************************************************
001900 01  REG-FILA.
002000     03  FIL-COBRADOR             PIC X(08).
002100     03  FIL-ORDEM                PIC 9(04).
002200     03  FIL-ID-CONTATO           PIC 9(06).
002300     03  FIL-NM-CONTATO           PIC X(20).
002400     03  FIL-TEL-CONTATO          PIC X(15).
002500     03  FIL-DIVIDA               PIC 9(09)V99.
002600*    FAIXA DA PARCELA MAIS ANTIGA DA DIVIDA: 1 = ATE 30 DIAS,
002700*    2 = 31-60, 3 = 61-90, 4 = ACIMA DE 90.
002800     03  FIL-FAIXA                PIC 9(01).
002900     03  FIL-NIVEL-COBRANCA       PIC 9(01).
003000     03  FIL-FUP-VENCIDOS         PIC 9(02).
003100     03  FIL-DT-GERACAO           PIC 9(08).
