001100*                   OPRLOG.CPY; A MANUTENCAO DO ARQUIVO E FEITA
001200*                   PELO CADOPER (SO SUPERVISOR).
001300*    UTILIZADO POR: CADOPER, CADCTT, CTTWRK, CADFONE, MERGCTT,
001400*                   RESTCTT, CADACOR, CADCNS, DOSSCTT, CONSCTT,
001400*                   CTT360, CONSFONE, CONSARC, RELSALDO, RELFONE,
001400*                   RELANIV, CADMOV, APRCTT, FILACOB, TRABCOB,
001400*                   RELCOB, CADDISP, CADCAL, CADBANC, CADVINC,
001400*                   CADDOC, CADNOTA, TRFFIL.
001500*----------------------------------------------------------------*
001600*    HISTORICO DE ALTERACOES
001700*    DATA       AUTOR   DESCRICAO
001800*    ---------- ------- ----------------------------------------
001900*    2024-11-29 JSZ     LAYOUT CRIADO.
001900*    2025-04-18 JSZ     INCLUIDO OPE-COBRADOR (S = OPERADOR DA
001900*                       EQUIPE DE COBRANCA, RECEBE CARTEIRA DE
001900*                       DEVEDORES NO FILACOB). REGISTRO ANTIGO
001900*                       VOLTA EM BRANCO = NAO COBRADOR.
001900*    2025-07-04 JSZ     INCLUIDO OPE-FILIAL (FILIAL DO OPERADOR,
001900*                       3 DIGITOS). O OPERADOR DE MANUTENCAO SO
001900*                       ALTERA CONTATOS DA PROPRIA FILIAL (REGRA
001900*                       NO COPYBOOK FILCHK); O SUPERVISOR ATENDE
001900*                       TODAS. REGISTRO ANTIGO VOLTA EM BRANCO =
001900*                       SEM FILIAL.
002000******************************************************************
002100 01  REG-OPERADOR.
002200     03  OPE-CODIGO               PIC X(08).
002800     03  OPE-ST                   PIC X(01).
002900         88  OPE-ATIVO            VALUE 'A'.
003000         88  OPE-INATIVO          VALUE 'I'.
003000     03  OPE-COBRADOR             PIC X(01).
003000         88  OPE-EH-COBRADOR      VALUE 'S'.
003000     03  OPE-FILIAL               PIC X(03).
