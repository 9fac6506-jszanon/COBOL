001300*    ---------- ------- ----------------------------------------
001400*    2024-08-09 JSZ     LAYOUT EXTRAIDO DE CARGCTT.COB (162
001500*                       BYTES, COM CARGA-SALDO).
001500*    2025-03-07 JSZ     INCLUIDO CARGA-CPF-CNPJ NO FIM DO LAYOUT
001500*                       (176 BYTES). O CAMPO E OPCIONAL: LINHAS
001500*                       ANTIGAS DE 162 BYTES CONTINUAM ACEITAS.
001600******************************************************************
001700 01  REG-CARGA.
001800     03  CARGA-ID                 PIC 9(06).
002300     03  CARGA-BAIRRO             PIC X(20).
002400     03  CARGA-CIDADE             PIC X(30).
002500     03  CARGA-SALDO              PIC S9(09)V99.
002500     03  CARGA-CPF-CNPJ           PIC X(14).
