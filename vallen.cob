002090*                       CAMPOS (8) E ASPAS FECHADAS, MANTENDO O
002091*                       PAPEL DE "VALIDAR ANTES DE CARREGAR"
002092*                       TAMBEM PARA O MODO DELIMITADO DA CARGCTT.
002092*    2025-03-07 JSZ     O LAYOUT DE CARGA GANHOU O CPF/CNPJ
002092*                       OPCIONAL NO FIM: NO POSICIONAL A LINHA
002092*                       PODE TERMINAR NO SALDO, NUM CPF (11) OU
002092*                       NUM CNPJ (14); NO DELIMITADO SAO ACEITOS 8
002092*                       OU 9 CAMPOS.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
010200     COMPUTE WS-TAM-LINHA =
010300         FUNCTION LENGTH(FUNCTION TRIM(REG-CARGA-BRUTO TRAILING))
010400
010500*    O CPF/CNPJ NO FIM DO LAYOUT E OPCIONAL: A LINHA PODE TERMINAR
010500*    NO SALDO (SEM DOCUMENTO) OU NUM CPF DE 11 DIGITOS.
010500     IF WS-TAM-LINHA NOT = WS-TAM-LAYOUT AND
010500        WS-TAM-LINHA NOT = WS-TAM-LAYOUT -
010500                           LENGTH OF CARGA-CPF-CNPJ AND
010500        WS-TAM-LINHA NOT = WS-TAM-LAYOUT - 3
010600        ADD 1                     TO WS-CONT-DIVERGENTES
010700        DISPLAY 'LINHA ' WS-NUM-LINHA ': TAMANHO ' WS-TAM-LINHA
010800                ' DIFERENTE DO ESPERADO (' WS-TAM-LAYOUT ').'
011166                'OU CAMPOS DEMAIS.'
011167        GO TO P220-FIM
011168     END-IF
011169     IF WS-CSV-QTD NOT = 8 AND WS-CSV-QTD NOT = 9
011170        ADD 1                     TO WS-CONT-DIVERGENTES
011171        DISPLAY 'LINHA ' WS-NUM-LINHA ': ' WS-CSV-QTD
011172                ' CAMPOS (ESPERADOS 8 OU 9).'
011173     END-IF
011174     .
011175 P220-FIM. EXIT.
