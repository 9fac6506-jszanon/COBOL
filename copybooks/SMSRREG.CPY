000100******************************************************************
000200*    COPYBOOK.....: SMSRREG.CPY
000300*    DESCRICAO....: LAYOUT DO RETORNO DO GATEWAY DE SMS
000400*                   (SMSRET.DAT), UMA LINHA POR MENSAGEM DA
000500*                   REMESSA: A REFERENCIA DEVOLVIDA COMO FOI
000600*                   ENVIADA (CHAVE DE SMSLOG.DAT), O NUMERO, A
000700*                   SITUACAO (E = ENTREGUE, F = FALHA TEMPORARIA,
000800*                   I = NUMERO INVALIDO, D = NUMERO DESLIGADO) E A
000900*                   DATA/HORA DO EVENTO NO GATEWAY.
001000*    UTILIZADO POR: SMSRET.
001100*----------------------------------------------------------------*
001200*    HISTORICO DE ALTERACOES
001300*    DATA       AUTOR   DESCRICAO
001400*    ---------- ------- ----------------------------------------
001500*    2025-07-18 JSZ     LAYOUT CRIADO.
001600******************************************************************
001700 01  REG-SMS-RETORNO.
001800     03  SRT-REFERENCIA.
001900         05  SRT-ID-CONTATO       PIC 9(06).
002000         05  SRT-TIPO             PIC X(02).
002100         05  SRT-DT-REF           PIC 9(08).
002200     03  SRT-NUMERO               PIC X(15).
002300     03  SRT-SITUACAO             PIC X(01).
002400         88  SRT-ENTREGUE         VALUE 'E'.
002500         88  SRT-FALHA            VALUE 'F'.
002600         88  SRT-INVALIDO         VALUE 'I'.
002700         88  SRT-DESLIGADO        VALUE 'D'.
002800         88  SRT-SITUACAO-VALIDA  VALUE 'E' 'F' 'I' 'D'.
002900     03  SRT-DATA-HORA            PIC 9(14).
