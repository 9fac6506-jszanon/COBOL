000100******************************************************************
000200*    COPYBOOK.....: BAIXREG.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO PERMANENTE DE BAIXAS DE
000400*                   DIVIDA COMO PERDA (BAIXAS.DAT, SEQUENCIAL,
000500*                   SO RECEBE APPEND - NUNCA E REGRAVADO NEM
000600*                   EXPURGADO). DOIS TIPOS DE REGISTRO:
000700*                   - B = BAIXA, GRAVADO PELO BAIXCTT NO DIA EM
000800*                     QUE A DIVIDA E BAIXADA: VALOR BAIXADO, O
000900*                     NIVEL-COBRANCA E A DT-ULT-AVISO DO CONTATO
001000*                     NAQUELE DIA E A IDADE DA PARCELA MAIS
001100*                     RECENTE DA DIVIDA;
001200*                   - R = RECUPERACAO, GRAVADO PELO RETBANC
001300*                     QUANDO CHEGA PAGAMENTO DE UM CONTATO JA
001400*                     BAIXADO (ST-BAIXA = B): VALOR PAGO E A
001500*                     DATA DA BAIXA ORIGINAL (DT-BAIXA).
001600*                   BXA-DATA E A DATA DO EVENTO (BAIXA OU
001700*                   RETORNO DO BANCO) E E POR ELA QUE O RELBAIX
001800*                   SEPARA PERDAS E RECUPERACOES DO MES.
001900*    UTILIZADO POR: BAIXCTT, RETBANC, RELBAIX.
002000*----------------------------------------------------------------*
002100*    HISTORICO DE ALTERACOES
002200*    DATA       AUTOR   DESCRICAO
002300*    ---------- ------- ----------------------------------------
002400*    2025-02-21 JSZ     LAYOUT CRIADO.
002500******************************************************************
002600 01  REG-BAIXA.
002700     03  BXA-TIPO                 PIC X(01).
002800         88  BXA-E-BAIXA          VALUE 'B'.
002900         88  BXA-E-RECUPERACAO    VALUE 'R'.
003000     03  BXA-DATA                 PIC 9(08).
003100     03  BXA-ID-CONTATO           PIC 9(06).
003200     03  BXA-NM-CONTATO           PIC X(20).
003300     03  BXA-VALOR                PIC 9(09)V99.
003400     03  BXA-NIVEL-COBRANCA       PIC 9(01).
003500     03  BXA-DT-ULT-AVISO         PIC 9(08).
003600     03  BXA-DT-BAIXA             PIC 9(08).
003700     03  BXA-IDADE-DIAS           PIC 9(05).
003800     03  BXA-PROGRAMA             PIC X(08).
