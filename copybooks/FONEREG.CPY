000600*                   TELEFONES: RESIDENCIAL, CELULAR, COMERCIAL).
000700*    UTILIZADO POR: RELFONE, CADFONE, MERGCTT, CHKINTG,
000710*                   BKPCTT, RSTBKP, ARCCTT, PRGCTT, ANONCTT,
000720*                   CONSFONE, CTT360, CADCTT, SMSCOB, SMSRET.
000800*----------------------------------------------------------------*
000900*    HISTORICO DE ALTERACOES
001000*    DATA       AUTOR   DESCRICAO
001100*    ---------- ------- ----------------------------------------
001200*    2024-08-09 JSZ     LAYOUT CRIADO.
001200*    2025-07-18 JSZ     INCLUIDOS FONE-ST (BRANCO = EM USO, I =
001200*                       NUMERO INVALIDO, D = DESLIGADO, MARCADOS
001200*                       PELO RETORNO DO GATEWAY DE SMS NO SMSRET)
001200*                       E FONE-DT-ST. A TROCA DO NUMERO NO
001200*                       CADFONE LIMPA A MARCA.
001300******************************************************************
001400 01  REG-FONES.
001500     03  FONE-CHAVE.
002000         88  FONE-CELULAR         VALUE 'CELULAR'.
002100         88  FONE-COMERCIAL       VALUE 'COMERCIAL'.
002200     03  FONE-NUMERO              PIC X(15).
002200     03  FONE-ST                  PIC X(01).
002200         88  FONE-EM-USO          VALUE SPACE.
002200         88  FONE-INVALIDO        VALUE 'I'.
002200         88  FONE-DESLIGADO       VALUE 'D'.
002200         88  FONE-FORA-DE-USO     VALUE 'I' 'D'.
002200     03  FONE-DT-ST               PIC 9(08).
