000100******************************************************************
000200*    COPYBOOK.....: CALREG.CPY
000300*    DESCRICAO....: LAYOUT DO CALENDARIO DE DIAS UTEIS E FERIADOS
000400*                   (CALEND.DAT), MANTIDO PELO CADCAL. UM REGISTRO
000500*                   POR DATA QUE FOGE DA REGRA - SABADO E DOMINGO
000600*                   NAO SAO DIAS UTEIS E OS DEMAIS DIAS SAO, SEM
000700*                   PRECISAR DE REGISTRO:
000800*                   CAL-TIPO: N = FERIADO NACIONAL, L = FERIADO
000900*                   LOCAL (DA PRACA DA INSTALACAO), U = SABADO OU
001000*                   DOMINGO TRABALHADO (CONTA COMO DIA UTIL),
001100*                   P = DIA COMUM QUE SO EXISTE NO CALENDARIO PARA
001200*                   MARCAR A PARADA DA ESTEIRA.
001300*                   CAL-PROCESSA: N = A ESTEIRA NOTURNA NAO RODA
001400*                   NESTA DATA (O CHKRUN RECUSA O PASSO, SALVO
001500*                   FORCAR=S); S = RODA NORMALMENTE.
001600*                   A CARGA E AS CONTAGENS DE DIAS UTEIS FICAM NO
001700*                   COPYBOOK CALTAB.CPY.
001800*    UTILIZADO POR: CADCAL, CHKRUN, JURCTT, CARTCOB, RELATRA,
001900*                   RELNOTA.
002000*----------------------------------------------------------------*
002100*    HISTORICO DE ALTERACOES
002200*    DATA       AUTOR   DESCRICAO
002300*    ---------- ------- ----------------------------------------
002400*    2025-05-09 JSZ     LAYOUT CRIADO.
002500******************************************************************
002600 01  REG-CALENDARIO.
002700     03  CAL-DATA                 PIC 9(08).
002800     03  CAL-TIPO                 PIC X(01).
002900         88  CAL-FERIADO-NACIONAL VALUE 'N'.
003000         88  CAL-FERIADO-LOCAL    VALUE 'L'.
003100         88  CAL-FERIADO          VALUE 'N' 'L'.
003200         88  CAL-UTIL-EXTRA       VALUE 'U'.
003300         88  CAL-SO-PARADA        VALUE 'P'.
003400         88  CAL-TIPO-VALIDO      VALUE 'N' 'L' 'U' 'P'.
003500     03  CAL-PROCESSA             PIC X(01).
003600         88  CAL-COM-ESTEIRA      VALUE 'S'.
003700         88  CAL-SEM-ESTEIRA      VALUE 'N'.
003800         88  CAL-PROCESSA-VALIDO  VALUE 'S' 'N'.
003900     03  CAL-DESCRICAO            PIC X(30).
004000     03  CAL-OPERADOR             PIC X(08).
004100     03  CAL-DATA-HORA            PIC 9(14).
