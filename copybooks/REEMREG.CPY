000100******************************************************************
000200*    COPYBOOK.....: REEMREG.CPY
000300*    DESCRICAO....: LAYOUT DO ARQUIVO INDEXADO DE REEMBOLSOS DE
000400*                   SALDO CREDOR (REEMB.DAT). CHAVE = CONTATO +
000500*                   DATA/HORA DA SOLICITACAO, A MESMA GRAVADA NA
000600*                   PENDENCIA TIPO 'R' DE APROV.DAT - E POR ELA
000700*                   QUE O PAGREEM CASA A DECISAO DO APRCTT COM O
000800*                   REEMBOLSO. CHAVE ALTERNATIVA = SEQUENCIA DO
000900*                   ARQUIVO DE PAGAMENTO + ITEM, QUE O BANCO
001000*                   DEVOLVE NO RETORNO (RETREEM). CICLO DA
001100*                   SITUACAO:
001200*                   P = PROPOSTO PELO GERREEM, AGUARDANDO DECISAO;
001300*                   E = ENVIADO AO BANCO PELO PAGREEM (DEBITO
001400*                       REEMBOLSO JA GRAVADO EM MOVCTT.DAT);
001500*                   L = LIQUIDADO (CONFIRMADO NO RETORNO);
001600*                   D = DEVOLVIDO PELO BANCO (CREDITO ESTREEMB
001700*                       GRAVADO EM MOVCTT.DAT PELO RETREEM);
001800*                   C = CANCELADO ANTES DO ENVIO (REJEITADO NO
001900*                       APRCTT, SALDO CREDOR MENOR QUE O APROVADO
002000*                       OU CONTA BANCARIA EXCLUIDA).
002100*                   ENQUANTO P OU E, O GERREEM NAO PROPOE OUTRO
002200*                   REEMBOLSO PARA O CONTATO.
002300*    UTILIZADO POR: GERREEM, PAGREEM, RETREEM.
002400*----------------------------------------------------------------*
002500*    HISTORICO DE ALTERACOES
002600*    DATA       AUTOR   DESCRICAO
002700*    ---------- ------- ----------------------------------------
002800*    2025-05-23 JSZ     LAYOUT CRIADO.
002900******************************************************************
003000 01  REG-REEMBOLSO.
003100     03  REE-CHAVE.
003200         05  REE-ID-CONTATO       PIC 9(06).
003300         05  REE-DATA-HORA-SOL    PIC 9(14).
003400     03  REE-SITUACAO             PIC X(01).
003500         88  REE-PROPOSTO         VALUE 'P'.
003600         88  REE-ENVIADO          VALUE 'E'.
003700         88  REE-LIQUIDADO        VALUE 'L'.
003800         88  REE-DEVOLVIDO        VALUE 'D'.
003900         88  REE-CANCELADO        VALUE 'C'.
004000         88  REE-EM-ANDAMENTO     VALUE 'P' 'E'.
004100     03  REE-VALOR                PIC 9(09)V99.
004200*    PREENCHIDOS PELO PAGREEM NO ENVIO (ZEROS/BRANCOS ANTES).
004300     03  REE-CHAVE-PAGTO.
004400         05  REE-SEQ-REMESSA      PIC 9(04).
004500         05  REE-ITEM             PIC 9(06).
004600     03  REE-DT-PAGTO             PIC 9(08).
004700     03  REE-FORMA                PIC X(01).
004800     03  REE-OPER-APROV           PIC X(08).
004900*    PREENCHIDOS NO RETORNO (L/D) OU NO CANCELAMENTO (C).
005000     03  REE-DT-FECHO             PIC 9(08).
005100     03  REE-OCORRENCIA           PIC X(30).
