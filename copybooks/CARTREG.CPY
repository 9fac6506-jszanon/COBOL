000100******************************************************************
000200*    COPYBOOK.....: CARTREG.CPY
000300*    DESCRICAO....: LAYOUT DO ARQUIVO INDEXADO DA CARTEIRA DE
000400*                   COBRANCA (CARTEIRA.DAT): UM REGISTRO POR
000500*                   DEVEDOR, COM O COBRADOR (OPERADOR.DAT, MARCA
000600*                   OPE-COBRADOR) RESPONSAVEL POR ELE. MANTIDO
000700*                   PELO FILACOB: DEVEDOR NOVO ENTRA NA CARTEIRA
000800*                   DO COBRADOR MENOS CARREGADO, DEVEDOR DE
000900*                   COBRADOR QUE SAIU DA EQUIPE OU FOI INATIVADO E
001000*                   REDISTRIBUIDO DO MESMO JEITO, E QUEM DEIXOU DE
001100*                   DEVER SAI DA CARTEIRA.
001200*    UTILIZADO POR: FILACOB, RELCOB.
001300*----------------------------------------------------------------*
001400*    HISTORICO DE ALTERACOES
001500*    DATA       AUTOR   DESCRICAO
001600*    ---------- ------- ----------------------------------------
001700*    2025-04-18 JSZ     LAYOUT CRIADO.
001800******************************************************************
001900 01  REG-CARTEIRA.
002000     03  CRT-ID-CONTATO           PIC 9(06).
002100     03  CRT-COBRADOR             PIC X(08).
002200     03  CRT-DT-ATRIB             PIC 9(08).
002300*    COMO O DEVEDOR CHEGOU AO COBRADOR ATUAL: N = DEVEDOR NOVO,
002400*    R = REDISTRIBUIDO (CRT-COBRADOR-ANT SAIU DA EQUIPE).
002500     03  CRT-ORIGEM               PIC X(01).
002600         88  CRT-NOVO             VALUE 'N'.
002700         88  CRT-REDISTRIBUIDO    VALUE 'R'.
002800     03  CRT-COBRADOR-ANT         PIC X(08).
