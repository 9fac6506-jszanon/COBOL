001630*                     CEP CONTRA A CIDADE DEPENDE DE UMA BASE DE
001640*                     REFERENCIA DOS CORREIOS QUE O MODULO NAO
001650*                     TEM - AQUI SO A FORMA E VALIDADA.
001660*                   - CPF-CNPJ-CONTATO: EM BRANCO (NAO
001670*                     INFORMADO) OU 11 (CPF) / 14 (CNPJ) DIGITOS
001680*                     SEM PONTUACAO, NAO TODOS IGUAIS, COM OS
001690*                     DOIS DIGITOS VERIFICADORES DO MODULO 11
001691*                     CONFERIDOS (CPF: PESOS DECRESCENTES A
001692*                     PARTIR DE 10 E 11; CNPJ: PESOS 2..9
001693*                     CICLICOS DA DIREITA PARA A ESQUERDA). A
001694*                     UNICIDADE ENTRE CONTATOS E GARANTIDA PELA
001695*                     CHAVE ALTERNATIVA DE CONTATOS.DAT.
001700*                   A PRIMEIRA FALHA ACENDE WS-VAL-MSG E DERRUBA
001800*                   VAL-OK - O DADO RUIM PARA NA PORTA, EM VEZ DE
001900*                   APARECER NOS RELATORIOS.
002900*                     77 WS-VAL-TAM        PIC 9(03)
003000*                     77 WS-VAL-ARROBAS    PIC 9(02)
003100*                     77 WS-VAL-DIAS-MES   PIC 9(02)
003101*                     77 WS-VAL-DOC        PIC X(14)
003102*                     77 WS-VAL-DOC-TAM    PIC 9(02)
003103*                     77 WS-VAL-DOC-QTD    PIC 9(02)
003104*                     77 WS-VAL-DOC-IGUAIS PIC 9(02)
003105*                     77 WS-VAL-DOC-ALG    PIC 9(01)
003106*                     77 WS-VAL-DOC-PESO   PIC 9(02)
003107*                     77 WS-VAL-DOC-SOMA   PIC 9(04)
003108*                     77 WS-VAL-DOC-RESTO  PIC 9(02)
003109*                     77 WS-VAL-DOC-DV     PIC 9(01)
003110*                   E TAMBEM OS PRE-REQUISITOS DO COPYBOOK
003120*                   CATTAB (SELECT/FD CATEGS E CAMPOS WS-CTG-*/
003130*                   WS-CAT-BUSCA), COM O COPY CATTAB NA
003640*                       TABELA CATEGS.DAT (COPYBOOK CATTAB) EM
003650*                       VEZ DO DOMINIO CONGELADO NO FONTE -
003660*                       CATEGORIA NOVA ENTRA PELO CADCAT.
003670*    2025-03-07 JSZ     INCLUIDA A VALIDACAO DO CPF/CNPJ COM
003680*                       DIGITOS VERIFICADORES (9796-VALIDAR-
003690*                       CPF-CNPJ).
003700******************************************************************
003800 9750-VALIDAR-CONTATO.
003900     SET VAL-OK                    TO TRUE
005010     IF VAL-OK
005020        PERFORM 9795-VALIDAR-CEP THRU 9795-FIM
005030     END-IF
005040     IF VAL-OK
005050        PERFORM 9796-VALIDAR-CPF-CNPJ THRU 9796-FIM
005060     END-IF
005100     .
005200 9750-FIM. EXIT.
005300 9760-VALIDAR-NASCIMENTO.
017300     END-IF
017400     .
017500 9795-FIM. EXIT.
017600 9796-VALIDAR-CPF-CNPJ.
017700     IF WS-VAL-DOC = SPACES
017800        GO TO 9796-FIM
017900     END-IF
018000     COMPUTE WS-VAL-DOC-TAM =
018100         FUNCTION LENGTH(FUNCTION TRIM(WS-VAL-DOC TRAILING))
018200     IF WS-VAL-DOC-TAM NOT = 11 AND WS-VAL-DOC-TAM NOT = 14
018300        SET VAL-OK                 TO FALSE
018400        MOVE 'CPF/CNPJ DEVE TER 11 OU 14 DIGITOS'
018500                                   TO WS-VAL-MSG
018600        GO TO 9796-FIM
018700     END-IF
018800     IF WS-VAL-DOC (1:WS-VAL-DOC-TAM) NOT NUMERIC
018900        SET VAL-OK                 TO FALSE
019000        MOVE 'CPF/CNPJ SO COM DIGITOS, SEM PONTUACAO'
019100                                   TO WS-VAL-MSG
019200        GO TO 9796-FIM
019300     END-IF
019400*    11111111111 E SEMELHANTES PASSAM NO MODULO 11 MAS NAO SAO
019500*    NUMEROS EMITIDOS - RECUSADOS ANTES DO CALCULO.
019600     MOVE ZEROS                    TO WS-VAL-DOC-IGUAIS
019700     INSPECT WS-VAL-DOC (1:WS-VAL-DOC-TAM)
019800         TALLYING WS-VAL-DOC-IGUAIS FOR ALL WS-VAL-DOC (1:1)
019900     IF WS-VAL-DOC-IGUAIS = WS-VAL-DOC-TAM
020000        SET VAL-OK                 TO FALSE
020100        MOVE 'CPF/CNPJ COM TODOS OS DIGITOS IGUAIS'
020200                                   TO WS-VAL-MSG
020300        GO TO 9796-FIM
020400     END-IF
020500
020600     COMPUTE WS-VAL-DOC-QTD = WS-VAL-DOC-TAM - 2
020700     PERFORM 9797-CALCULAR-DV-DOC THRU 9797-FIM
020800     MOVE WS-VAL-DOC (WS-VAL-DOC-TAM - 1:1) TO WS-VAL-DOC-ALG
020900     IF WS-VAL-DOC-ALG NOT = WS-VAL-DOC-DV
021000        SET VAL-OK                 TO FALSE
021100        MOVE 'CPF/CNPJ COM DIGITO VERIFICADOR ERRADO'
021200                                   TO WS-VAL-MSG
021300        GO TO 9796-FIM
021400     END-IF
021500     COMPUTE WS-VAL-DOC-QTD = WS-VAL-DOC-TAM - 1
021600     PERFORM 9797-CALCULAR-DV-DOC THRU 9797-FIM
021700     MOVE WS-VAL-DOC (WS-VAL-DOC-TAM:1) TO WS-VAL-DOC-ALG
021800     IF WS-VAL-DOC-ALG NOT = WS-VAL-DOC-DV
021900        SET VAL-OK                 TO FALSE
022000        MOVE 'CPF/CNPJ COM DIGITO VERIFICADOR ERRADO'
022100                                   TO WS-VAL-MSG
022200     END-IF
022300     .
022400 9796-FIM. EXIT.
022500*----------------------------------------------------------------*
022600*    9797-CALCULAR-DV-DOC - MODULO 11 SOBRE OS WS-VAL-DOC-QTD    *
022700*    PRIMEIROS ALGARISMOS; RESTO 0 OU 1 VIRA DIGITO ZERO, COMO   *
022800*    NO 9840-CALCULAR-DV DO DIGVER                               *
022900*----------------------------------------------------------------*
023000 9797-CALCULAR-DV-DOC.
023100     MOVE ZEROS                    TO WS-VAL-DOC-SOMA
023200     PERFORM 9798-SOMAR-ALGARISMO  THRU 9798-FIM
023300         VARYING WS-VAL-POS FROM 1 BY 1
023400         UNTIL WS-VAL-POS > WS-VAL-DOC-QTD
023500     COMPUTE WS-VAL-DOC-RESTO = FUNCTION MOD(WS-VAL-DOC-SOMA, 11)
023600     IF WS-VAL-DOC-RESTO < 2
023700        MOVE ZEROS                 TO WS-VAL-DOC-DV
023800     ELSE
023900        COMPUTE WS-VAL-DOC-DV = 11 - WS-VAL-DOC-RESTO
024000     END-IF
024100     .
024200 9797-FIM. EXIT.
024300 9798-SOMAR-ALGARISMO.
024400     MOVE WS-VAL-DOC (WS-VAL-POS:1) TO WS-VAL-DOC-ALG
024500     IF WS-VAL-DOC-TAM = 11
024600        COMPUTE WS-VAL-DOC-PESO = WS-VAL-DOC-QTD - WS-VAL-POS + 2
024700     ELSE
024800        COMPUTE WS-VAL-DOC-PESO =
024900            FUNCTION MOD(WS-VAL-DOC-QTD - WS-VAL-POS, 8) + 2
025000     END-IF
025100     COMPUTE WS-VAL-DOC-SOMA = WS-VAL-DOC-SOMA +
025200         WS-VAL-DOC-ALG * WS-VAL-DOC-PESO
025300     .
025400 9798-FIM. EXIT.
