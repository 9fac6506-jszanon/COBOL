002300*                 OS CONTATOS QUE PASSAM SAO GRAVADOS EM
002400*                 SELCTT.DAT, NA IMAGEM DE REG-CONTATOS, COM
002500*                 RESUMO DE SELECIONADOS AO FINAL.
002500*                 COM A LINHA CAMPANHA=XXXXXXXX (QUE NAO E
002500*                 FILTRO), A SELECAO CONGELA O PUBLICO DA CAMPANHA
002500*                 (CAMPANHA.DAT, LAYOUT CAMPREG), QUE TEM DE ESTAR
002500*                 PLANEJADA: CADA SELECIONADO VAI TAMBEM PARA
002500*                 CAMPALVO.DAT (LAYOUT CALVREG) COM A IMAGEM DO
002500*                 CONTATO, E A CAMPANHA PASSA A CONGELADA - A
002500*                 SELECAO DELA NAO E MAIS REFEITA.
002600*----------------------------------------------------------------*
002700*    HISTORICO DE ALTERACOES
002800*    DATA       AUTOR   DESCRICAO
003000*                       RUNCTL.DAT (COPYBOOK RUNLOG) E A DEVOLVER
003000*                       RETURN-CODE SIGNIFICATIVO (00 LIMPO, 04 COM
003000*                       AVISOS, 08 ABORTOU) PARA O SCHEDULER.
003000*    2025-07-25 JSZ     PARAMETRO CAMPANHA= CONGELA O PUBLICO DA
003000*                       CAMPANHA EM CAMPALVO.DAT.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS ID-CONTATO
004200         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004233         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004266             SUPPRESS WHEN SPACES
004300         FILE STATUS IS WS-FS.
004400     SELECT PARAMETROS ASSIGN TO WS-PARAMETROS-DSN
004500         ORGANIZATION IS LINE SEQUENTIAL
004948         ACCESS MODE IS DYNAMIC
004964         RECORD KEY IS CTG-CODIGO
004980         FILE STATUS IS WS-FS-CTG.
004980     SELECT CAMPANHA ASSIGN TO WS-CAMPANHA-DSN
004980         ORGANIZATION IS INDEXED
004980         ACCESS MODE IS DYNAMIC
004980         RECORD KEY IS CMP-CODIGO
004980         FILE STATUS IS WS-FS-CMP.
004980     SELECT CAMPALVO ASSIGN TO WS-CAMPALVO-DSN
004980         ORGANIZATION IS INDEXED
004980         ACCESS MODE IS DYNAMIC
004980         RECORD KEY IS CMA-CHAVE
004980         ALTERNATE RECORD KEY IS CMA-ID-CONTATO WITH DUPLICATES
004980         FILE STATUS IS WS-FS-CMA.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CONTATOS.
005400 FD  PARAMETROS.
005500 01  REG-PARAMETRO                PIC X(80).
005600 FD  SELECAO.
005700 01  REG-SELECAO                  PIC X(244).
005700 FD  RUNCTL.
005700     COPY RUNREG.
005733 FD  CATEGS.
005766     COPY CATREG.
005766 FD  CAMPANHA.
005766     COPY CAMPREG.
005766 FD  CAMPALVO.
005766     COPY CALVREG.
005800 WORKING-STORAGE SECTION.
005900     COPY CONTREGW.
006000 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
010780 77  WS-CAT-BUSCA                 PIC X(10) VALUE SPACES.
010785 01  WS-CAT-EXISTE-SW             PIC X(01) VALUE 'N'.
010790     88 CAT-EXISTE                VALUE 'S' FALSE 'N'.
010790*----------------------------------------------------------------*
010790*    CAMPANHA CUJO PUBLICO E CONGELADO (LINHA CAMPANHA=)         *
010790*----------------------------------------------------------------*
010790 01  WS-CAMPANHA-DSN              PIC X(100) VALUE 'CAMPANHA.DAT'.
010790 01  WS-CAMPALVO-DSN              PIC X(100) VALUE 'CAMPALVO.DAT'.
010790 77  WS-FS-CMP                    PIC X(02) VALUE '00'.
010790     88 FS-CMP-OK                 VALUE '00'.
010790 77  WS-FS-CMA                    PIC X(02) VALUE '00'.
010790     88 FS-CMA-OK                 VALUE '00'.
010790 01  WS-CAMPANHA-PEDIDA           PIC X(08) VALUE SPACES.
010790 01  WS-CAMPANHA-SW               PIC X(01) VALUE 'N'.
010790     88 CAMPANHA-OK               VALUE 'S' FALSE 'N'.
010790 01  WS-EOF-CMA                   PIC X(01) VALUE 'N'.
010790     88 EOF-CMA-OK                VALUE 'S' FALSE 'N'.
010790 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
010790 77  WS-CONT-ALVO                 PIC 9(06) VALUE ZEROS.
010790 77  WS-CONT-ALVO-REFEITO         PIC 9(06) VALUE ZEROS.
010800 PROCEDURE DIVISION.
010900******************************************************************
011000*    0000-MAINLINE - ROTINA PRINCIPAL                            *
011650        MOVE 08                   TO WS-RUN-RESULTADO
011700        GO TO 0000-ENCERRAR
011800     END-IF
011800     IF WS-CAMPANHA-PEDIDA NOT = SPACES
011800        PERFORM P150-ABRIR-CAMPANHA THRU P150-FIM
011800        IF NOT CAMPANHA-OK
011800           MOVE 08                TO WS-RUN-RESULTADO
011800           GO TO 0000-ENCERRAR
011800        END-IF
011800     END-IF
011900     IF WS-CONT-CRITERIOS = ZEROS
012000        DISPLAY 'NENHUM CRITERIO EM SELPARM.DAT - TODOS OS '
012100                'CONTATOS SERAO SELECIONADOS.'
012200     END-IF
012300     PERFORM P200-SELECIONAR      THRU P200-FIM
012300     IF CAMPANHA-OK
012300        PERFORM P250-CONGELAR-CAMPANHA THRU P250-FIM
012300     END-IF
012400     .
012500 0000-ENCERRAR.
012600     PERFORM P900-FIM
020500             ELSE
020600                DISPLAY 'CRITERIO NASC-MM INVALIDO - IGNORADO.'
020700             END-IF
020700         WHEN 'CAMPANHA'
020700             MOVE WS-CRIT-VALOR (1:8) TO WS-CAMPANHA-PEDIDA
020800         WHEN OTHER
020900             DISPLAY 'CRITERIO DESCONHECIDO IGNORADO: '
021000                     FUNCTION TRIM(WS-CRIT-CHAVE)
021100     END-EVALUATE
021200     .
021300 P110-FIM. EXIT.
021300******************************************************************
021300*    P150-ABRIR-CAMPANHA - CONFERE A CAMPANHA DA LINHA CAMPANHA= *
021300*                 (TEM DE ESTAR PLANEJADA), ABRE O PUBLICO E     *
021300*                 LIMPA O QUE SOBROU DE UMA EXECUCAO ABORTADA    *
021300******************************************************************
021300 P150-ABRIR-CAMPANHA.
021300     SET CAMPANHA-OK              TO FALSE
021300     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
021300     OPEN I-O CAMPANHA
021300     IF NOT FS-CMP-OK
021300        MOVE WS-FS-CMP            TO WS-FS
021300        PERFORM 9000-TRADUZIR-FS
021300        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CAMPANHAS: '
021300                WS-FS-MSG
021300        GO TO P150-FIM
021300     END-IF
021300     MOVE WS-CAMPANHA-PEDIDA      TO CMP-CODIGO
021300     READ CAMPANHA
021300         INVALID KEY
021300             DISPLAY 'CAMPANHA ' WS-CAMPANHA-PEDIDA
021300                     ' INEXISTENTE - SELECAO CANCELADA.'
021300             CLOSE CAMPANHA
021300             GO TO P150-FIM
021300     END-READ
021300     IF NOT CMP-PLANEJADA
021300        DISPLAY 'CAMPANHA ' CMP-CODIGO ' JA CONGELADA OU '
021300                'ENCERRADA - O PUBLICO NAO E REFEITO.'
021300        CLOSE CAMPANHA
021300        GO TO P150-FIM
021300     END-IF
021300     IF CMP-DT-FIM < WS-DATA-EXEC
021300        DISPLAY 'AVISO: O PERIODO DA CAMPANHA ' CMP-CODIGO
021300                ' TERMINOU EM ' CMP-DT-FIM '.'
021300        MOVE 04                   TO WS-RUN-RESULTADO
021300     END-IF
021300
021300     MOVE '00'                    TO WS-FS-CMA
021300     OPEN I-O CAMPALVO
021300     IF WS-FS-CMA = '35'
021300        OPEN OUTPUT CAMPALVO
021300        CLOSE CAMPALVO
021300        MOVE '00'                 TO WS-FS-CMA
021300        OPEN I-O CAMPALVO
021300     END-IF
021300     IF NOT FS-CMA-OK
021300        MOVE WS-FS-CMA            TO WS-FS
021300        PERFORM 9000-TRADUZIR-FS
021300        DISPLAY 'ERRO AO ABRIR O PUBLICO DAS CAMPANHAS: '
021300                WS-FS-MSG
021300        CLOSE CAMPANHA
021300        GO TO P150-FIM
021300     END-IF
021300*    CAMPANHA AINDA PLANEJADA COM PUBLICO GRAVADO E SOBRA DE UMA
021300*    SELECAO QUE NAO CHEGOU A CONGELAR; O PUBLICO E REFEITO.
021300     SET EOF-CMA-OK               TO FALSE
021300     MOVE CMP-CODIGO              TO CMA-CODIGO
021300     MOVE ZEROS                   TO CMA-ID-CONTATO
021300     START CAMPALVO KEY IS NOT LESS THAN CMA-CHAVE
021300         INVALID KEY
021300             SET EOF-CMA-OK       TO TRUE
021300     END-START
021300     PERFORM P155-LIMPAR-ALVO     THRU P155-FIM
021300         UNTIL EOF-CMA-OK
021300     IF WS-CONT-ALVO-REFEITO > ZEROS
021300        DISPLAY 'PUBLICO DE SELECAO ANTERIOR NAO CONGELADA '
021300                'DESCARTADO: ' WS-CONT-ALVO-REFEITO
021300     END-IF
021300     SET CAMPANHA-OK              TO TRUE
021300     DISPLAY 'CONGELANDO O PUBLICO DA CAMPANHA ' CMP-CODIGO
021300             ' - ' CMP-DESCRICAO
021300     .
021300 P150-FIM. EXIT.
021300 P155-LIMPAR-ALVO.
021300     READ CAMPALVO NEXT RECORD
021300         AT END
021300             SET EOF-CMA-OK        TO TRUE
021300             GO TO P155-FIM
021300     END-READ
021300     IF CMA-CODIGO NOT = CMP-CODIGO
021300        SET EOF-CMA-OK            TO TRUE
021300        GO TO P155-FIM
021300     END-IF
021300     DELETE CAMPALVO
021300         INVALID KEY
021300             CONTINUE
021300         NOT INVALID KEY
021300             ADD 1                TO WS-CONT-ALVO-REFEITO
021300     END-DELETE
021300     .
021300 P155-FIM. EXIT.
021400******************************************************************
021500*    P200-SELECIONAR - VARRE CONTATOS.DAT APLICANDO OS CRITERIOS  *
021600*                 E GRAVA OS SELECIONADOS EM SELCTT.DAT           *
024300                   ADD 1          TO WS-CONT-SELECIONADOS
024400                   MOVE WS-REGISTRO TO REG-SELECAO
024500                   WRITE REG-SELECAO
024500                  IF CAMPANHA-OK
024500                     PERFORM P220-GRAVAR-ALVO THRU P220-FIM
024500                  END-IF
024600                END-IF
024700         END-READ
024800     END-PERFORM
029200     END-IF
029300     .
029400 P210-FIM. EXIT.
029400******************************************************************
029400*    P220-GRAVAR-ALVO - GRAVA O CONTATO SELECIONADO NO PUBLICO   *
029400*                 DA CAMPANHA, COM A IMAGEM DO REGISTRO          *
029400******************************************************************
029400 P220-GRAVAR-ALVO.
029400     MOVE SPACES                  TO REG-CAMP-ALVO
029400     MOVE CMP-CODIGO              TO CMA-CODIGO
029400     MOVE WS-ID-CONTATO           TO CMA-ID-CONTATO
029400     SET CMA-SELECIONADO          TO TRUE
029400     MOVE ZEROS                   TO CMA-DT-ENVIO
029400     MOVE ZEROS                   TO CMA-DT-RESPOSTA
029400     MOVE WS-REGISTRO             TO CMA-REG-CONTATO
029400     WRITE REG-CAMP-ALVO
029400         INVALID KEY
029400             MOVE WS-FS-CMA       TO WS-FS
029400             PERFORM 9000-TRADUZIR-FS
029400             DISPLAY 'FALHA AO GRAVAR O CONTATO ' WS-ID-CONTATO
029400                     ' NO PUBLICO: ' WS-FS-MSG
029400             MOVE 04              TO WS-RUN-RESULTADO
029400         NOT INVALID KEY
029400             ADD 1                TO WS-CONT-ALVO
029400     END-WRITE
029400     .
029400 P220-FIM. EXIT.
029400******************************************************************
029400*    P250-CONGELAR-CAMPANHA - MARCA A CAMPANHA COMO CONGELADA,   *
029400*                 COM A DATA E O TAMANHO DO PUBLICO (SELECAO     *
029400*                 ABORTADA OU VAZIA NAO CONGELA)                 *
029400******************************************************************
029400 P250-CONGELAR-CAMPANHA.
029400     IF WS-RUN-RESULTADO = 08
029400        DISPLAY 'SELECAO ABORTADA - CAMPANHA ' CMP-CODIGO
029400                ' CONTINUA PLANEJADA.'
029400        GO TO P250-SAIDA
029400     END-IF
029400     IF WS-CONT-ALVO = ZEROS
029400        DISPLAY 'NENHUM CONTATO SELECIONADO - CAMPANHA '
029400                CMP-CODIGO ' CONTINUA PLANEJADA.'
029400        MOVE 04                   TO WS-RUN-RESULTADO
029400        GO TO P250-SAIDA
029400     END-IF
029400     SET CMP-CONGELADA            TO TRUE
029400     MOVE WS-DATA-EXEC            TO CMP-DT-CONGELADA
029400     MOVE WS-CONT-ALVO            TO CMP-QTD-ALVO
029400     MOVE WS-DATA-EXEC            TO CMP-DT-ALTERACAO
029400     MOVE 'SELCTT'                TO CMP-OPER-ALTERACAO
029400     REWRITE REG-CAMPANHA
029400         INVALID KEY
029400             MOVE WS-FS-CMP       TO WS-FS
029400             PERFORM 9000-TRADUZIR-FS
029400             DISPLAY 'FALHA AO CONGELAR A CAMPANHA: ' WS-FS-MSG
029400             MOVE 08              TO WS-RUN-RESULTADO
029400         NOT INVALID KEY
029400             DISPLAY 'CAMPANHA ' CMP-CODIGO ' CONGELADA COM '
029400                     WS-CONT-ALVO ' CONTATOS NO PUBLICO.'
029400     END-REWRITE
029400     .
029400 P250-SAIDA.
029400     CLOSE CAMPALVO
029400     CLOSE CAMPANHA
029400     .
029400 P250-FIM. EXIT.
029500******************************************************************
029600*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
029700******************************************************************
