000100******************************************************************
000200*    COPYBOOK.....: CHAMREG.CPY
000300*    DESCRICAO....: LAYOUT DO LOG DE LIGACOES DE COBRANCA
000400*                   (CHAMADAS.DAT), SO DE ACRESCIMO: UMA LINHA POR
000500*                   LIGACAO REGISTRADA NO TRABCOB, COM O RESULTADO
000600*                   E A SEQUENCIA DA ANOTACAO GRAVADA EM
000700*                   NOTAS.DAT.
000800*                   BASE DO RELATORIO DE RESULTADOS POR COBRADOR
000900*                   (RELCOB) E DA MARCA DE "JA TRABALHADO HOJE" DA
001000*                   FILA.
001100*    UTILIZADO POR: TRABCOB, RELCOB.
001200*----------------------------------------------------------------*
001300*    HISTORICO DE ALTERACOES
001400*    DATA       AUTOR   DESCRICAO
001500*    ---------- ------- ----------------------------------------
001600*    2025-04-18 JSZ     LAYOUT CRIADO.
001700******************************************************************
001800 01  REG-CHAMADA.
001900     03  CHA-DATA-HORA            PIC 9(14).
002000     03  CHA-COBRADOR             PIC X(08).
002100     03  CHA-ID-CONTATO           PIC 9(06).
002200*    P E C: FALOU COM O DEVEDOR (CONTATO ATINGIDO).
002300     03  CHA-RESULTADO            PIC X(01).
002400         88  CHA-PROMESSA         VALUE 'P'.
002500         88  CHA-SEM-ACORDO       VALUE 'C'.
002600         88  CHA-RECADO           VALUE 'R'.
002700         88  CHA-NAO-ATENDE       VALUE 'N'.
002800         88  CHA-NUMERO-ERRADO    VALUE 'E'.
002900         88  CHA-ATINGIDO         VALUE 'P' 'C'.
003000         88  CHA-RESULTADO-VALIDO VALUE 'P' 'C' 'R' 'N' 'E'.
003100     03  CHA-DIVIDA               PIC 9(09)V99.
003200     03  CHA-NOTA-SEQ             PIC 9(03).
