000100******************************************************************
000200*    COPYBOOK.....: PROMREG.CPY
000300*    DESCRICAO....: LAYOUT DO ARQUIVO INDEXADO DE PROMESSAS DE
000400*                   PAGAMENTO (PROMESSAS.DAT). CHAVE = CONTATO +
000500*                   SEQUENCIA (MESMO PADRAO DO NOTAS.DAT). A
000600*                   PROMESSA NASCE ABERTA NO TRABCOB (RESULTADO P
000700*                   DA LIGACAO) OU NO CADPROM, COM VALOR, DATA
000800*                   PROMETIDA E OPERADOR; VENCIDA A DATA, O LOTE
000900*                   CONFPROM CONFRONTA OS PAGAMENTOS DO LEDGER E
001000*                   MARCA CUMPRIDA, CUMPRIDA EM PARTE OU QUEBRADA,
001100*                   COM O VALOR PAGO E A DATA DA APURACAO.
001200*    UTILIZADO POR: CADPROM, TRABCOB, CONFPROM, CARTCOB, RELPROM,
001200*                   SCORCTT.
001300*----------------------------------------------------------------*
001400*    HISTORICO DE ALTERACOES
001500*    DATA       AUTOR   DESCRICAO
001600*    ---------- ------- ----------------------------------------
001700*    2025-04-25 JSZ     LAYOUT CRIADO.
001800******************************************************************
001900 01  REG-PROMESSA.
002000     03  PRM-CHAVE.
002100         05  PRM-ID-CONTATO       PIC 9(06).
002200         05  PRM-SEQ              PIC 9(03).
002300     03  PRM-DATA-HORA            PIC 9(14).
002400     03  PRM-OPERADOR             PIC X(08).
002500     03  PRM-VALOR                PIC 9(09)V99.
002600     03  PRM-DT-PROMETIDA         PIC 9(08).
002700     03  PRM-SITUACAO             PIC X(01).
002800         88  PRM-ABERTA           VALUE 'A'.
002900         88  PRM-CUMPRIDA         VALUE 'C'.
003000         88  PRM-PARCIAL          VALUE 'P'.
003100         88  PRM-QUEBRADA         VALUE 'Q'.
003200         88  PRM-CANCELADA        VALUE 'X'.
003300         88  PRM-APURADA          VALUE 'C' 'P' 'Q'.
003400*    PREENCHIDOS NA APURACAO (CONFPROM) OU NO CANCELAMENTO
003500*    (CADPROM, QUE GRAVA QUEM CANCELOU EM PRM-OPER-FECHO).
003600     03  PRM-VALOR-PAGO           PIC 9(09)V99.
003700     03  PRM-DT-APURACAO          PIC 9(08).
003800     03  PRM-OPER-FECHO           PIC X(08).
003900*    ANOTACAO QUE REGISTROU A PROMESSA E ANOTACAO DE FOLLOW-UP
004000*    ABERTA PELO CONFPROM QUANDO A PROMESSA NAO FOI CUMPRIDA
004100*    (ZEROS = NENHUMA).
004200     03  PRM-NOTA-SEQ             PIC 9(03).
004300     03  PRM-FUP-SEQ              PIC 9(03).
