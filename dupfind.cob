001100*                 AVISO P210 DO CADCTT). PARES DE CONTATOS ATIVOS
001200*                 SAO PONTUADOS POR: NOME IGUAL OU PARECIDO
001300*                 (MESMA COMPARACAO "CONTAINS" DO NMCONTEM),
001400*                 TELEFONE IDENTICO E EMAIL IDENTICO; CPF/CNPJ
001400*                 IDENTICO NAO E CANDIDATO, E DUPLICADO CERTO
001400*                 (PONTUACAO 999). CADA PAR
001500*                 CANDIDATO SAI NO ARQUIVO DE TRABALHO
001600*                 DUPCTT.WRK (OS DOIS IDS, OS DOIS NOMES, O
001700*                 MOTIVO E A PONTUACAO), PARA O OPERADOR
002400*                       RUNCTL.DAT (COPYBOOK RUNLOG) E A DEVOLVER
002400*                       RETURN-CODE SIGNIFICATIVO (00 LIMPO, 04 COM
002400*                       AVISOS, 08 ABORTOU) PARA O SCHEDULER.
002400*    2025-03-07 JSZ     CPF/CNPJ IDENTICO (NAO EM BRANCO) PASSA A
002400*                       MARCAR O PAR COMO DUPLICADO CERTO (999
002400*                       PONTOS, MOTIVO "CERTO - CPF/CNPJ IGUAL"),
002400*                       CONTADO A PARTE E COM RETURN-CODE 04.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS ID-CONTATO
003600         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003633         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003666             SUPPRESS WHEN SPACES
003700         FILE STATUS IS WS-FS.
003800     SELECT WORKLIST ASSIGN TO WS-WORKLIST-DSN
003900         ORGANIZATION IS LINE SEQUENTIAL
006700         05  WS-TAB-NOME          PIC X(20).
006800         05  WS-TAB-TEL           PIC X(15).
006900         05  WS-TAB-EMAIL         PIC X(40).
006900         05  WS-TAB-CPF-CNPJ      PIC X(14).
007000 77  WS-IDX-A                     PIC 9(04) VALUE ZEROS.
007100 77  WS-IDX-B                     PIC 9(04) VALUE ZEROS.
007200*----------------------------------------------------------------*
007500 77  WS-PONTOS                    PIC 9(03) VALUE ZEROS.
007600 01  WS-MOTIVOS                   PIC X(30) VALUE SPACES.
007700 77  WS-CONT-PARES                PIC 9(06) VALUE ZEROS.
007700 77  WS-CONT-CERTOS               PIC 9(06) VALUE ZEROS.
007800 01  WS-LINHA-WRK                 PIC X(120) VALUE SPACES.
007900*----------------------------------------------------------------*
008000*    AREA DE TRABALHO DO COPYBOOK NMCONTEM (PESQUISA "CONTAINS") *
013200                           TO WS-TAB-TEL (WS-TAB-QTD)
013300                      MOVE WS-EMAIL-CONTATO
013400                           TO WS-TAB-EMAIL (WS-TAB-QTD)
013400                      MOVE WS-CPF-CNPJ-CONTATO
013400                           TO WS-TAB-CPF-CNPJ (WS-TAB-QTD)
013500                   ELSE
013600                      DISPLAY 'AVISO: MAIS DE ' WS-TAB-MAX
013700                              ' CONTATOS ATIVOS - OS DEMAIS NAO '
016800     CLOSE WORKLIST
016900     DISPLAY ' '
017000     DISPLAY 'PARES CANDIDATOS GRAVADOS: ' WS-CONT-PARES
017000     DISPLAY 'DUPLICADOS CERTOS (CPF)..: ' WS-CONT-CERTOS
017100     DISPLAY 'ARQUIVO DE TRABALHO......: '
017200             FUNCTION TRIM(WS-WORKLIST-DSN)
017300     .
021700           MOVE 'VARIOS CRITERIOS' TO WS-MOTIVOS
021800        END-IF
021900     END-IF
021900
021900*    MESMO CPF/CNPJ E A MESMA PESSOA - DUPLICADO CERTO, QUALQUER
021900*    QUE SEJA A PONTUACAO DOS DEMAIS CRITERIOS.
021900     IF WS-TAB-CPF-CNPJ (WS-IDX-A) NOT = SPACES AND
021900        WS-TAB-CPF-CNPJ (WS-IDX-A) = WS-TAB-CPF-CNPJ (WS-IDX-B)
021900        MOVE 999                  TO WS-PONTOS
021900        MOVE 'CERTO - CPF/CNPJ IGUAL' TO WS-MOTIVOS
021900        ADD 1                     TO WS-CONT-CERTOS
021900     END-IF
022000
022100     IF WS-PONTOS > ZEROS
022200        ADD 1                     TO WS-CONT-PARES
024600 P900-FIM.
024700     DISPLAY '*** FIM DO LOCALIZADOR DE DUPLICADOS ***'
024800     IF WS-RUN-RESULTADO = ZEROS AND
024800        (WS-TAB-QTD >= WS-TAB-MAX OR WS-CONT-CERTOS > ZEROS)
024800        MOVE 04                   TO WS-RUN-RESULTADO
024800     END-IF
024800     MOVE WS-TAB-QTD              TO WS-RUN-LIDOS
