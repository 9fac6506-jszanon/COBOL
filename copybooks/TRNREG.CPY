001520*                       SINAL), PARA A TRANSACAO PODER LEVAR UM
001530*                       SALDO DEVEDOR (SINAL EMBUTIDO NO ULTIMO
001540*                       DIGITO, COMO EM CARGA-SALDO).
001540*    2025-03-07 JSZ     INCLUIDO TRN-CPF-CNPJ NO FIM DO LAYOUT
001540*                       (BRANCO NA ALTERACAO MANTEM O ATUAL).
001600******************************************************************
001700 01  REG-TRANSACAO.
001800     03  TRN-OPERACAO             PIC X(01).
002920                                  PIC S9(09)V99.
003000     03  TRN-CAT                  PIC X(10).
003100     03  TRN-NASC                 PIC X(08).
003100     03  TRN-CPF-CNPJ             PIC X(14).
