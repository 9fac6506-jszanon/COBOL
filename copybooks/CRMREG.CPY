001800*    DATA       AUTOR   DESCRICAO
001900*    ---------- ------- ----------------------------------------
002000*    2024-12-27 JSZ     LAYOUT CRIADO.
002000*    2025-03-07 JSZ     INCLUIDO CRM-CPF-CNPJ NO FIM DO LAYOUT
002000*                       (BRANCO MANTEM O ATUAL).
002100******************************************************************
002200 01  REG-CRM-DELTA.
002300     03  CRM-STAMP                PIC 9(14).
003100     03  CRM-CAT                  PIC X(10).
003200     03  CRM-NASC                 PIC X(08).
003300     03  CRM-CEP                  PIC X(08).
003300     03  CRM-CPF-CNPJ             PIC X(14).
