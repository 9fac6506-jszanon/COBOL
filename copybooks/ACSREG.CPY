000100******************************************************************
000200*    COPYBOOK.....: ACSREG.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DO LOG DE ACESSO DE
000400*                   CONSULTA (ACESSO.LOG, SEQUENCIAL, SO RECEBE
000500*                   APPEND). O AUDCTT.LOG SO GUARDA ALTERACOES;
000600*                   ESTE LOG GUARDA QUEM OLHOU: CADA CONTATO
000700*                   EXIBIDO POR UM PROGRAMA DE CONSULTA (CONSCTT,
000800*                   CTT360, CTTWRK, CONSFONE, CONSARC) DEIXA UMA
000900*                   LINHA COM O OPERADOR CONECTADO (OPRLOG), A
001000*                   DATA/HORA, O PROGRAMA E O ID-CONTATO. O TIPO
001100*                   SEPARA O CONTATO ABERTO POR INTEIRO (D) DA
001200*                   LINHA DE UMA LISTA DE PESQUISA (L).
001300*    UTILIZADO POR: CONSCTT, CTT360, CTTWRK, CONSFONE, CONSARC,
001400*                   RELACS, TRABCOB.
001500*----------------------------------------------------------------*
001600*    HISTORICO DE ALTERACOES
001700*    DATA       AUTOR   DESCRICAO
001800*    ---------- ------- ----------------------------------------
001900*    2025-03-28 JSZ     LAYOUT CRIADO.
002000******************************************************************
002100 01  REG-ACESSO.
002200     03  ACS-DATA-HORA            PIC 9(14).
002300     03  ACS-OPERADOR             PIC X(08).
002400     03  ACS-PROGRAMA             PIC X(08).
002500     03  ACS-ID-CONTATO           PIC 9(06).
002600     03  ACS-TIPO                 PIC X(01).
002700         88  ACS-DETALHE          VALUE 'D'.
002800         88  ACS-LISTA            VALUE 'L'.
