001898*    2024-12-13 JSZ     INCLUIDO WS-CEP-CONTATO (209 BYTES)
001899*    2025-01-17 JSZ     INCLUIDOS WS-ST-EMAIL E WS-DT-BOUNCE
001899*                       (218 BYTES)
001899*    2025-02-21 JSZ     INCLUIDOS WS-ST-BAIXA E WS-DT-BAIXA
001899*                       (227 BYTES)
001899*    2025-03-07 JSZ     INCLUIDO WS-CPF-CNPJ-CONTATO (241 BYTES)
001899*    2025-07-04 JSZ     INCLUIDO WS-FIL-CONTATO (244 BYTES)
001900******************************************************************
002000 01  WS-REGISTRO                 PIC X(244) VALUE SPACES.
002100 01  FILLER REDEFINES WS-REGISTRO.
002200     03  WS-ID-CONTATO            PIC 9(06).
002300     03  WS-NM-CONTATO            PIC X(20).
003008     03  WS-ST-EMAIL              PIC X(01).
003009         88  WS-EMAIL-INVALIDO    VALUE 'I'.
003010     03  WS-DT-BOUNCE             PIC 9(08).
003020     03  WS-ST-BAIXA              PIC X(01).
003030         88  WS-CONTATO-BAIXADO   VALUE 'B'.
003040     03  WS-DT-BAIXA              PIC 9(08).
003050     03  WS-CPF-CNPJ-CONTATO      PIC X(14).
003060     03  WS-FIL-CONTATO           PIC X(03).
