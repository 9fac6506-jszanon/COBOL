000100******************************************************************
000200*    COPYBOOK.....: CAMPREG.CPY
000300*    DESCRICAO....: LAYOUT DO ARQUIVO INDEXADO DE CAMPANHAS
000400*                   (CAMPANHA.DAT). UMA CAMPANHA TEM CODIGO,
000500*                   DESCRICAO, PERIODO E CANAL (C = CORREIO, E =
000600*                   EMAIL, S = SMS, T = TELEFONE) E PASSA POR TRES
000700*                   SITUACOES:
000800*                   - P: PLANEJADA - CADASTRADA NO CADCAMP, AINDA
000900*                     SEM PUBLICO;
001000*                   - C: CONGELADA - O SELCTT RODOU COM CAMPANHA=
001100*                     E A SELECAO FICOU GRAVADA EM CAMPALVO.DAT
001200*                     (LAYOUT CALVREG), QUE NAO MUDA MAIS;
001300*                   - E: ENCERRADA - NAO RECEBE MAIS RESPOSTAS.
001400*                   CMP-QTD-ALVO E O TAMANHO DO PUBLICO NO
001500*                   CONGELAMENTO.
001600*    UTILIZADO POR: CADCAMP, SELCTT, CARTCTT, RESPCAMP, RELCAMP.
001700*----------------------------------------------------------------*
001800*    HISTORICO DE ALTERACOES
001900*    DATA       AUTOR   DESCRICAO
002000*    ---------- ------- ----------------------------------------
002100*    2025-07-25 JSZ     LAYOUT CRIADO.
002200******************************************************************
002300 01  REG-CAMPANHA.
002400     03  CMP-CODIGO               PIC X(08).
002500     03  CMP-DESCRICAO            PIC X(40).
002600     03  CMP-DT-INICIO            PIC 9(08).
002700     03  CMP-DT-FIM               PIC 9(08).
002800     03  CMP-CANAL                PIC X(01).
002900         88  CMP-CANAL-CORREIO    VALUE 'C'.
003000         88  CMP-CANAL-EMAIL      VALUE 'E'.
003100         88  CMP-CANAL-SMS        VALUE 'S'.
003200         88  CMP-CANAL-TELEFONE   VALUE 'T'.
003300         88  CMP-CANAL-VALIDO     VALUE 'C' 'E' 'S' 'T'.
003400     03  CMP-ST                   PIC X(01).
003500         88  CMP-PLANEJADA        VALUE 'P'.
003600         88  CMP-CONGELADA        VALUE 'C'.
003700         88  CMP-ENCERRADA        VALUE 'E'.
003800     03  CMP-DT-CONGELADA         PIC 9(08).
003900     03  CMP-QTD-ALVO             PIC 9(06).
004000     03  CMP-OPER-CADASTRO        PIC X(08).
004100     03  CMP-DATA-HORA            PIC 9(14).
004200     03  CMP-DT-ALTERACAO         PIC 9(08).
004300     03  CMP-OPER-ALTERACAO       PIC X(08).
