000100******************************************************************
000200*    COPYBOOK.....: APRVREG.CPY
000300*    DESCRICAO....: LAYOUT DO ARQUIVO DE PENDENCIAS DE APROVACAO
000400*                   (APROV.DAT - DUPLA CONFERENCIA). UM REGISTRO
000500*                   POR MOVIMENTO OU AUMENTO DE LIMITE DE CREDITO
000600*                   ACIMA DA ALCADA (COPYBOOK APRCHK), GRAVADO
000700*                   PELO PROGRAMA DE ORIGEM COM O OPERADOR QUE
000800*                   DIGITOU. A DECISAO E TOMADA NO APRCTT POR
000900*                   OUTRO OPERADOR, DE PERFIL SUPERVISOR, E FICA
001000*                   NO PROPRIO REGISTRO (SITUACAO, DATA/HORA E
001100*                   OPERADOR DA DECISAO) - O ARQUIVO E A FILA E O
001200*                   HISTORICO DAS DECISOES AO MESMO TEMPO.
001200*                   O REEMBOLSO DE SALDO CREDOR (TIPO 'R') E
001200*                   PROPOSTO PELO GERREEM; A APROVACAO SO MARCA O
001200*                   REGISTRO - QUEM PAGA E O PAGREEM.
001200*                   A REVISAO DE LIMITE PELO SCORE (TIPO 'S') E
001200*                   PROPOSTA PELO SCORCTT E, APROVADA, GRAVADA
001200*                   COMO O AUMENTO DE LIMITE.
001300*    UTILIZADO POR: CADMOV, CADCTT, CTTWRK, APRCTT, POSTSAL,
001300*                   GERREEM, PAGREEM, SCORCTT.
001400*----------------------------------------------------------------*
001500*    HISTORICO DE ALTERACOES
001600*    DATA       AUTOR   DESCRICAO
001700*    ---------- ------- ----------------------------------------
001800*    2025-04-11 JSZ     LAYOUT CRIADO.
001800*    2025-05-23 JSZ     TIPO 'R' (REEMBOLSO DE SALDO CREDOR).
001800*    2025-06-13 JSZ     TIPO 'S' (REVISAO DE LIMITE PELO SCORE).
001900******************************************************************
002000 01  REG-APROVACAO.
002100     03  APR-DATA-HORA-SOL        PIC 9(14).
002200     03  APR-TIPO                 PIC X(01).
002300         88  APR-MOVIMENTO        VALUE 'M'.
002400         88  APR-LIMITE           VALUE 'L'.
002400         88  APR-REEMBOLSO        VALUE 'R'.
002400         88  APR-REVISAO          VALUE 'S'.
002500     03  APR-SITUACAO             PIC X(01).
002600         88  APR-PENDENTE         VALUE 'P'.
002700         88  APR-APROVADA         VALUE 'A'.
002800         88  APR-REJEITADA        VALUE 'R'.
002900     03  APR-ID-CONTATO           PIC 9(06).
003000     03  APR-PROGRAMA             PIC X(08).
003100     03  APR-OPER-SOL             PIC X(08).
003200*    MOVIMENTO (APR-MOVIMENTO): DATA, TIPO D/C E MOTIVO COMO
003300*    DIGITADOS NO CADMOV; NO AUMENTO DE LIMITE FICAM EM BRANCO.
003300*    NO REEMBOLSO: DATA DA PROPOSTA, 'D' E 'REEMBOLSO'.
003300*    NA REVISAO PELO SCORE: DATA DA APURACAO, 'C' (AUMENTO) OU
003300*    'D' (REDUCAO) E 'SCORE NNNN'.
003400     03  APR-MOV-DATA             PIC 9(08).
003500     03  APR-MOV-TIPO             PIC X(01).
003600     03  APR-MOV-MOTIVO           PIC X(10).
003700*    VALOR DO MOVIMENTO OU NOVO LIMITE PEDIDO; NO AUMENTO DE
003800*    LIMITE, APR-LIMITE-ANT E O LIMITE EM VIGOR NA SOLICITACAO.
003900     03  APR-VALOR                PIC 9(09)V99.
004000     03  APR-LIMITE-ANT           PIC 9(09)V99.
004100     03  APR-DATA-HORA-DEC        PIC 9(14).
004200     03  APR-OPER-DEC             PIC X(08).
