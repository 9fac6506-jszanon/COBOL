000100******************************************************************
000200*    COPYBOOK.....: ACORREG.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DO ARQUIVO INDEXADO DE
000400*                   ACORDOS DE PARCELAMENTO (ACORDOS.DAT), UM-
000500*                   PARA-MUITOS COM CONTATOS.DAT NO MESMO PADRAO
000600*                   DE NOTA-CHAVE EM NOTAREG.CPY. O ACORDO GUARDA
000700*                   O TOTAL NEGOCIADO, O NUMERO DE PARCELAS, O
000800*                   DIA DE VENCIMENTO E O ANDAMENTO DA GERACAO
000900*                   DAS PARCELAS PELO GERACOR. O NIVEL-COBRANCA E
001000*                   A DT-ULT-AVISO DO CONTATO NO DIA DO ACORDO
001100*                   FICAM GUARDADOS: ACORDO QUEBRADO DEVOLVE O
001200*                   DEVEDOR AO CICLO DO CARTCOB NO NIVEL EM QUE
001300*                   ESTAVA. A JANELA DE PAGAMENTO DA ULTIMA
001310*                   PARCELA GERADA VAI DE ACO-DT-INI-JANELA (DIA
001320*                   SEGUINTE AO VENCIMENTO ANTERIOR, OU A DATA DO
001330*                   ACORDO NA PRIMEIRA) ATE ACO-DT-ULT-VENCTO.
001400*                   ACO-ST: A = ATIVO (EM DIA), Q = QUITADO,
001500*                   B = QUEBRADO (PARCELA VENCIDA SEM CREDITO),
001600*                   C = CANCELADO PELO OPERADOR.
001700*    UTILIZADO POR: CADACOR, GERACOR, CARTCOB, JURCTT, BAIXCTT,
001710*                   NEGCTT, FILACOB, SCORCTT.
001800*----------------------------------------------------------------*
001900*    HISTORICO DE ALTERACOES
002000*    DATA       AUTOR   DESCRICAO
002100*    ---------- ------- ----------------------------------------
002200*    2025-02-07 JSZ     LAYOUT CRIADO.
002200*    2025-07-25 JSZ     INCLUIDO ACO-MOV-PENDENTE: O CADACOR MARCA
002200*                       'C' NO ACORDO GRAVADO ATE O CREDITO ACORDO
002200*                       ENTRAR EM MOVCTT.DAT E 'D' NO CANCELAMENTO
002200*                       ATE O DEBITO ACORDO ENTRAR; SE A GRAVACAO
002200*                       DO MOVIMENTO FALHAR A MARCA FICA E A OPCAO
002200*                       DE RELANCAMENTO DO CADACOR REFAZ O
002200*                       MOVIMENTO.
002200*                       REGISTROS ANTIGOS VOLTAM COM O CAMPO EM
002200*                       BRANCO = NADA PENDENTE.
002300******************************************************************
002400 01  REG-ACORDO.
002500     03  ACO-CHAVE.
002600         05  ACO-ID-CONTATO       PIC 9(06).
002700         05  ACO-SEQ              PIC 9(02).
002800     03  ACO-DATA-ACORDO          PIC 9(08).
002900     03  ACO-OPERADOR             PIC X(08).
003000     03  ACO-VALOR-TOTAL          PIC 9(09)V99.
003100     03  ACO-QTD-PARCELAS         PIC 9(03).
003200     03  ACO-VALOR-PARCELA        PIC 9(09)V99.
003300     03  ACO-DIA-VENCTO           PIC 9(02).
003400     03  ACO-PARC-GERADAS         PIC 9(03).
003500     03  ACO-VALOR-GERADO         PIC 9(09)V99.
003600     03  ACO-DT-INI-JANELA        PIC 9(08).
003700     03  ACO-DT-ULT-VENCTO        PIC 9(08).
003800     03  ACO-ST                   PIC X(01).
003900         88  ACORDO-ATIVO         VALUE 'A'.
004000         88  ACORDO-QUITADO       VALUE 'Q'.
004100         88  ACORDO-QUEBRADO      VALUE 'B'.
004200         88  ACORDO-CANCELADO     VALUE 'C'.
004300     03  ACO-NIVEL-ORIGEM         PIC 9(01).
004400     03  ACO-DT-AVISO-ORIGEM      PIC 9(08).
004500     03  ACO-DT-ENCERRAMENTO      PIC 9(08).
004600     03  ACO-OPER-ENCERRAMENTO    PIC X(08).
004700     03  ACO-MOV-PENDENTE         PIC X(01).
004700         88  ACO-SEM-PENDENCIA    VALUE SPACE.
004700         88  ACO-CREDITO-PENDENTE VALUE 'C'.
004700         88  ACO-DEBITO-PENDENTE  VALUE 'D'.
