000100******************************************************************
000200*    COPYBOOK.....: SMSLREG.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DO ARQUIVO INDEXADO DE
000400*                   MENSAGENS SMS ENVIADAS (SMSLOG.DAT). UM
000500*                   REGISTRO POR LEMBRETE GERADO PELO SMSCOB, COM
000600*                   A CHAVE DO FATO QUE O ORIGINOU: CONTATO, TIPO
000700*                   (C1/C2/C3 = NIVEL DE COBRANCA DO CARTCOB, PA =
000800*                   PARCELA DE ACORDO A VENCER, PR = PROMESSA DE
000900*                   PAGAMENTO A VENCER) E A DATA DE REFERENCIA
001000*                   (DT-ULT-AVISO, VENCIMENTO DA PARCELA OU DATA
001100*                   PROMETIDA) - O MESMO FATO NUNCA GERA DOIS SMS.
001200*                   A CHAVE VIAJA COMO REFERENCIA NA REMESSA E
001300*                   VOLTA NO RETORNO DO GATEWAY; O SMSRET GRAVA
001400*                   AQUI A SITUACAO DA ENTREGA.
001500*    UTILIZADO POR: SMSCOB, SMSRET.
001600*----------------------------------------------------------------*
001700*    HISTORICO DE ALTERACOES
001800*    DATA       AUTOR   DESCRICAO
001900*    ---------- ------- ----------------------------------------
002000*    2025-07-18 JSZ     LAYOUT CRIADO.
002100******************************************************************
002200 01  REG-SMS-LOG.
002300     03  SML-CHAVE.
002400         05  SML-ID-CONTATO       PIC 9(06).
002500         05  SML-TIPO             PIC X(02).
002600         05  SML-DT-REF           PIC 9(08).
002700     03  SML-DATA-HORA            PIC 9(14).
002800     03  SML-FONE-SEQ             PIC 9(02).
002900     03  SML-NUMERO               PIC X(15).
003000     03  SML-VALOR                PIC 9(09)V99.
003100     03  SML-AGENDA               PIC 9(12).
003200     03  SML-RETORNO              PIC X(01).
003300         88  SML-PENDENTE         VALUE SPACE.
003400         88  SML-ENTREGUE         VALUE 'E'.
003500         88  SML-FALHA            VALUE 'F'.
003600         88  SML-INVALIDO         VALUE 'I'.
003700         88  SML-DESLIGADO        VALUE 'D'.
003800     03  SML-DT-RETORNO           PIC 9(08).
