000100******************************************************************
000200*    COPYBOOK.....: SMSEREG.CPY
000300*    DESCRICAO....: LAYOUT POSICIONAL DA REMESSA DE SMS PARA O
000400*                   GATEWAY (SMSENV.DAT), NO MOLDE DO FATREG:
000500*                   CABECALHO '00' (DATA/HORA DA GERACAO E O
000600*                   HORARIO A PARTIR DO QUAL O GATEWAY PODE
000700*                   DISPARAR - FORA DO HORARIO DE SILENCIO), UM
000800*                   DETALHE '01' POR MENSAGEM (REFERENCIA = CHAVE
000900*                   DE SMSLOG.DAT, NUMERO DO CELULAR,
001000*                   AGENDAMENTO E TEXTO JA MONTADO, ATE 160
001100*                   CARACTERES) E TRAILER '99' (QUANTIDADE DE
001200*                   DETALHES). OS TRES
001300*                   REGISTROS TEM 210 POSICOES E SE SOBREPOEM NA
001400*                   MESMA AREA.
001500*    UTILIZADO POR: SMSCOB.
001600*----------------------------------------------------------------*
001700*    HISTORICO DE ALTERACOES
001800*    DATA       AUTOR   DESCRICAO
001900*    ---------- ------- ----------------------------------------
002000*    2025-07-18 JSZ     LAYOUT CRIADO.
002100******************************************************************
002200 01  REG-SMS-DETALHE.
002300     03  SME-TIPO-REG             PIC X(02).
002400         88  SME-CABECALHO        VALUE '00'.
002500         88  SME-DETALHE          VALUE '01'.
002600         88  SME-TRAILER          VALUE '99'.
002700     03  SME-REFERENCIA.
002800         05  SME-ID-CONTATO       PIC 9(06).
002900         05  SME-TIPO             PIC X(02).
003000         05  SME-DT-REF           PIC 9(08).
003100     03  SME-NUMERO               PIC X(15).
003200     03  SME-AGENDA               PIC 9(12).
003300     03  SME-TEXTO                PIC X(160).
003400     03  FILLER                   PIC X(05).
003500 01  REG-SMS-CABEC.
003600     03  FILLER                   PIC X(02).
003700     03  SME-CAB-DATA-HORA        PIC 9(14).
003800     03  SME-CAB-AGENDA           PIC 9(12).
003900     03  FILLER                   PIC X(182).
004000 01  REG-SMS-TRAILER.
004100     03  FILLER                   PIC X(02).
004200     03  SME-TRL-QTD              PIC 9(06).
004300     03  FILLER                   PIC X(202).
