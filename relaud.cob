001950*                       NO LAYOUT DE CONTATO.
001960*    2024-11-29 JSZ     PASSA A EXIBIR O OPERADOR (AUD-
001970*                       OPERADOR) QUANDO PRESENTE NO REGISTRO.
001970*    2025-04-11 JSZ     PASSA A EXIBIR O SUPERVISOR APROVADOR
001970*                       (AUD-OPER-APROV) DAS ALTERACOES DE DUPLA
001970*                       CONFERENCIA.
001970*    2025-07-25 JSZ     COMPARA TAMBEM A FILIAL DO CONTATO
001970*                       (FIL-CONTATO) E A SITUACAO DO TELEFONE
001970*                       (FONE-ST/FONE-DT-ST); OS EVENTOS DO SMSRET
001970*                       SAO DECODIFICADOS NO LAYOUT DE TELEFONE.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
006200*    IMAGENS ANTERIOR E NOVA DECODIFICADAS NO LAYOUT DE          *
006300*    REG-CONTATOS (MESMA TECNICA DO REDEFINES DE CONTREGW.CPY)   *
006400*----------------------------------------------------------------*
006500 01  WS-IMAGEM-ANT                PIC X(244) VALUE SPACES.
006600 01  FILLER REDEFINES WS-IMAGEM-ANT.
006700     03  WS-ANT-ID                PIC X(06).
006800     03  WS-ANT-NOME              PIC X(20).
007708     03  WS-ANT-CEP               PIC X(08).
007709     03  WS-ANT-ST-EMAIL          PIC X(01).
007710     03  WS-ANT-DT-BOUNCE         PIC X(08).
007710     03  WS-ANT-ST-BAIXA          PIC X(01).
007710     03  WS-ANT-DT-BAIXA          PIC X(08).
007710     03  WS-ANT-CPF-CNPJ          PIC X(14).
007710     03  WS-ANT-FILIAL            PIC X(03).
007710*----------------------------------------------------------------*
007720*    VISAO ALTERNATIVA DA IMAGEM ANTERIOR PARA OS EVENTOS DE     *
007730*    TELEFONE (CADFONE, SMSRET), NO LAYOUT DE FONEREG.CPY       *
007740*----------------------------------------------------------------*
007750 01  FILLER REDEFINES WS-IMAGEM-ANT.
007760     03  WS-FANT-ID               PIC X(06).
007770     03  WS-FANT-SEQ              PIC X(02).
007780     03  WS-FANT-TIPO             PIC X(11).
007790     03  WS-FANT-NUMERO           PIC X(15).
007791     03  WS-FANT-ST               PIC X(01).
007791     03  WS-FANT-DT-ST            PIC X(08).
007791     03  FILLER                   PIC X(201).
007800 01  WS-IMAGEM-NOV                PIC X(244) VALUE SPACES.
007900 01  FILLER REDEFINES WS-IMAGEM-NOV.
008000     03  WS-NOV-ID                PIC X(06).
008100     03  WS-NOV-NOME              PIC X(20).
009008     03  WS-NOV-CEP               PIC X(08).
009009     03  WS-NOV-ST-EMAIL          PIC X(01).
009010     03  WS-NOV-DT-BOUNCE         PIC X(08).
009010     03  WS-NOV-ST-BAIXA          PIC X(01).
009010     03  WS-NOV-DT-BAIXA          PIC X(08).
009010     03  WS-NOV-CPF-CNPJ          PIC X(14).
009010     03  WS-NOV-FILIAL            PIC X(03).
009010*----------------------------------------------------------------*
009020*    VISAO ALTERNATIVA DA IMAGEM NOVA PARA OS EVENTOS DE         *
009030*    TELEFONE (CADFONE, SMSRET), NO LAYOUT DE FONEREG.CPY       *
009040*----------------------------------------------------------------*
009050 01  FILLER REDEFINES WS-IMAGEM-NOV.
009060     03  WS-FNOV-ID               PIC X(06).
009070     03  WS-FNOV-SEQ              PIC X(02).
009080     03  WS-FNOV-TIPO             PIC X(11).
009090     03  WS-FNOV-NUMERO           PIC X(15).
009091     03  WS-FNOV-ST               PIC X(01).
009091     03  WS-FNOV-DT-ST            PIC X(08).
009091     03  FILLER                   PIC X(201).
009100*----------------------------------------------------------------*
009200*    AREA DE COMPARACAO DE UM CAMPO (ROTULO + VALORES)           *
009300*----------------------------------------------------------------*
024530     END-IF
024540     IF AUD-OPERADOR NOT = SPACES
024550        DISPLAY 'OPERADOR.: ' AUD-OPERADOR
024550     END-IF
024550     IF AUD-OPER-APROV NOT = SPACES
024550        DISPLAY 'APROVADOR: ' AUD-OPER-APROV
024560     END-IF
024600
024700     MOVE AUD-REG-ANTERIOR        TO WS-IMAGEM-ANT
024800     MOVE AUD-REG-NOVO            TO WS-IMAGEM-NOV
024810     IF AUD-PROGRAMA = 'CADFONE' OR AUD-PROGRAMA = 'SMSRET'
024820        PERFORM P325-COMPARAR-FONE THRU P325-FIM
024830     ELSE
024900        PERFORM P320-COMPARAR-CAMPOS THRU P320-FIM
030591     MOVE WS-ANT-DT-BOUNCE        TO WS-CMP-ANT
030592     MOVE WS-NOV-DT-BOUNCE        TO WS-CMP-NOV
030593     PERFORM P330-EXIBIR-DIFERENCA THRU P330-FIM
030594
030595     MOVE 'ST.BAIXA'              TO WS-CMP-ROTULO
030596     MOVE WS-ANT-ST-BAIXA         TO WS-CMP-ANT
030597     MOVE WS-NOV-ST-BAIXA         TO WS-CMP-NOV
030598     PERFORM P330-EXIBIR-DIFERENCA THRU P330-FIM
030599
030599     MOVE 'DT.BAIXA'              TO WS-CMP-ROTULO
030599     MOVE WS-ANT-DT-BAIXA         TO WS-CMP-ANT
030599     MOVE WS-NOV-DT-BAIXA         TO WS-CMP-NOV
030599     PERFORM P330-EXIBIR-DIFERENCA THRU P330-FIM
030599
030599     MOVE 'CPF/CNPJ'              TO WS-CMP-ROTULO
030599     MOVE WS-ANT-CPF-CNPJ         TO WS-CMP-ANT
030599     MOVE WS-NOV-CPF-CNPJ         TO WS-CMP-NOV
030599     PERFORM P330-EXIBIR-DIFERENCA THRU P330-FIM
030599
030599     MOVE 'FILIAL'                TO WS-CMP-ROTULO
030599     MOVE WS-ANT-FILIAL           TO WS-CMP-ANT
030599     MOVE WS-NOV-FILIAL           TO WS-CMP-NOV
030599     PERFORM P330-EXIBIR-DIFERENCA THRU P330-FIM
030600     .
030700 P320-FIM. EXIT.
030710******************************************************************
030720*    P325-COMPARAR-FONE - COMPARA AS IMAGENS DE UM EVENTO DE      *
030730*                 TELEFONE (CADFONE, SMSRET) NO LAYOUT DE         *
030730*                 FONEREG.CPY                                     *
030740******************************************************************
030750 P325-COMPARAR-FONE.
030751     DISPLAY 'TELEFONE SEQ: [' WS-FANT-SEQ '] => ['
030760     MOVE WS-FANT-NUMERO          TO WS-CMP-ANT
030761     MOVE WS-FNOV-NUMERO          TO WS-CMP-NOV
030762     PERFORM P330-EXIBIR-DIFERENCA THRU P330-FIM
030762
030762     MOVE 'SITUACAO'              TO WS-CMP-ROTULO
030762     MOVE WS-FANT-ST              TO WS-CMP-ANT
030762     MOVE WS-FNOV-ST              TO WS-CMP-NOV
030762     PERFORM P330-EXIBIR-DIFERENCA THRU P330-FIM
030762
030762     MOVE 'DT.SITUAC'             TO WS-CMP-ROTULO
030762     MOVE WS-FANT-DT-ST           TO WS-CMP-ANT
030762     MOVE WS-FNOV-DT-ST           TO WS-CMP-NOV
030762     PERFORM P330-EXIBIR-DIFERENCA THRU P330-FIM
030763     .
030764 P325-FIM. EXIT.
030800******************************************************************
