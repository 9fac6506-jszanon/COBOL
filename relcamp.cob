000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RELCAMP.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-07-25.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: RELATORIO DE RESULTADO DAS CAMPANHAS, SOBRE O
000900*                 PUBLICO CONGELADO (CAMPALVO.DAT, LAYOUT
001000*                 CALVREG).
001100*                 PARA CADA CAMPANHA JA CONGELADA (OU SO A DO
001200*                 PARAMETRO CAMPANHA=XXXXXXXX): PUBLICO ALVO,
001300*                 ENVIADOS, SUPRIMIDOS POR MOTIVO, AINDA NAO
001400*                 PROCESSADOS, RESPOSTAS POR TIPO E A TAXA DE
001500*                 RESPOSTA (RESPOSTAS SOBRE ENVIADOS), SEGUIDOS DA
001600*                 MESMA ABERTURA POR CATEGORIA E POR CIDADE. A
001700*                 CATEGORIA E A CIDADE SAO AS DA IMAGEM CONGELADA
001800*                 DO CONTATO, NAO AS DO CADASTRO DE HOJE. NA
001900*                 CAMPANHA DE CORREIO O ENVIO E O MARCADO PELO
002000*                 CARTCTT; NOS OUTROS CANAIS O ENVIO NAO PASSA POR
002100*                 ESTE SISTEMA E TODO CONTATO NAO SUPRIMIDO CONTA
002200*                 COMO ENVIADO. LISTAGEM EM RELCAMP.LST.
002300*                 RETURN-CODE: 00 = OK, 04 = CAMPANHA DO
002400*                 PARAMETRO INEXISTENTE OU SEM PUBLICO, 08 = ERRO
002500*                 DE ARQUIVO.
002600*----------------------------------------------------------------*
002700*    HISTORICO DE ALTERACOES
002800*    DATA       AUTOR   DESCRICAO
002900*    ---------- ------- ----------------------------------------
003000*    2025-07-25 JSZ     PROGRAMA CRIADO (RESULTADO DAS CAMPANHAS).
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SPECIAL-NAMES.
003500     DECIMAL-POINT IS COMMA.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CAMPANHA ASSIGN TO WS-CAMPANHA-DSN
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CMP-CODIGO
004200         FILE STATUS IS WS-FS-CMP.
004300     SELECT CAMPALVO ASSIGN TO WS-CAMPALVO-DSN
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CMA-CHAVE
004700         ALTERNATE RECORD KEY IS CMA-ID-CONTATO WITH DUPLICATES
004800         FILE STATUS IS WS-FS-CMA.
004900     SELECT RELIMP ASSIGN TO WS-RELIMP-DSN
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-FS-RIMP.
005200     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-FS-RUN.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CAMPANHA.
005800     COPY CAMPREG.
005900 FD  CAMPALVO.
006000     COPY CALVREG.
006100 FD  RELIMP.
006200 01  REG-RELIMP                   PIC X(132).
006300 FD  RUNCTL.
006400     COPY RUNREG.
006500 WORKING-STORAGE SECTION.
006600 01  WS-CAMPANHA-DSN              PIC X(100) VALUE 'CAMPANHA.DAT'.
006700 01  WS-CAMPALVO-DSN              PIC X(100) VALUE 'CAMPALVO.DAT'.
006800 77  WS-FS                        PIC X(02) VALUE '00'.
006900     88 FS-OK                     VALUE '00'.
007000 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
007100 77  WS-FS-CMP                    PIC X(02) VALUE '00'.
007200     88 FS-CMP-OK                 VALUE '00'.
007300 77  WS-FS-CMA                    PIC X(02) VALUE '00'.
007400     88 FS-CMA-OK                 VALUE '00'.
007500 77  WS-EOF-CMP                   PIC X(01) VALUE 'N'.
007600     88 EOF-CMP-OK                VALUE 'S' FALSE 'N'.
007700 77  WS-EOF-CMA                   PIC X(01) VALUE 'N'.
007800     88 EOF-CMA-OK                VALUE 'S' FALSE 'N'.
007900*----------------------------------------------------------------*
008000*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
008100*    DO P100-ANALISAR-PARM DO FECMES)                            *
008200*----------------------------------------------------------------*
008300 01  WS-PARM-LINHA                PIC X(80) VALUE SPACES.
008400 01  WS-PARM-TOKENS.
008500     03  WS-PARM-TOKEN            PIC X(20) OCCURS 10 TIMES
008600                                  INDEXED BY WS-PARM-IDX.
008700 01  WS-CAMPANHA-PEDIDA           PIC X(08) VALUE SPACES.
008800 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
008900*----------------------------------------------------------------*
009000*    IMAGEM DO CONTATO CONGELADA NO PUBLICO (CMA-REG-CONTATO)    *
009100*----------------------------------------------------------------*
009200     COPY CONTREGW.
009300*----------------------------------------------------------------*
009400*    CONTADORES DA CAMPANHA CORRENTE                             *
009500*----------------------------------------------------------------*
009600 01  WS-CANAL-DESC                PIC X(08) VALUE SPACES.
009700 01  WS-SITUACAO-DESC             PIC X(10) VALUE SPACES.
009800 01  WS-ENVIADO-SW                PIC X(01) VALUE 'N'.
009900     88 MEMBRO-ENVIADO            VALUE 'S' FALSE 'N'.
010000 77  WS-CMP-ALVO                  PIC 9(06) VALUE ZEROS.
010100 77  WS-CMP-ENVIADOS              PIC 9(06) VALUE ZEROS.
010200 77  WS-CMP-SUPRIMIDOS            PIC 9(06) VALUE ZEROS.
010300 77  WS-CMP-SUPR-INATIVO          PIC 9(06) VALUE ZEROS.
010400 77  WS-CMP-SUPR-FILTRO           PIC 9(06) VALUE ZEROS.
010500 77  WS-CMP-SUPR-ENDERECO         PIC 9(06) VALUE ZEROS.
010600 77  WS-CMP-SUPR-CONSENT          PIC 9(06) VALUE ZEROS.
010700 77  WS-CMP-SUPR-DOMICILIO        PIC 9(06) VALUE ZEROS.
010800 77  WS-CMP-PENDENTES             PIC 9(06) VALUE ZEROS.
010900 77  WS-CMP-RESPOSTAS             PIC 9(06) VALUE ZEROS.
011000 77  WS-CMP-RESP-POSITIVA         PIC 9(06) VALUE ZEROS.
011100 77  WS-CMP-RESP-NEGATIVA         PIC 9(06) VALUE ZEROS.
011200 77  WS-CMP-RESP-INFORMACAO       PIC 9(06) VALUE ZEROS.
011300 77  WS-TAXA                      PIC 9(03)V9 VALUE ZEROS.
011400 01  WS-MSK-TAXA                  PIC ZZ9,9.
011500 77  WS-TAXA-RESP                 PIC 9(06) VALUE ZEROS.
011600 77  WS-TAXA-ENV                  PIC 9(06) VALUE ZEROS.
011700*----------------------------------------------------------------*
011800*    ABERTURA POR CATEGORIA E POR CIDADE DA CAMPANHA CORRENTE.   *
011900*    A ULTIMA POSICAO DE CADA TABELA ACUMULA AS QUE NAO COUBERAM *
012000*    (OUTRAS)                                                    *
012100*----------------------------------------------------------------*
012200 77  WS-CTB-QTD                   PIC 9(02) VALUE ZEROS.
012300 77  WS-CTB-IDX                   PIC 9(02) VALUE ZEROS.
012400 77  WS-CTB-POS                   PIC 9(02) VALUE ZEROS.
012500 01  WS-TAB-CATEGORIA.
012600     03  WS-CTB-ENT               OCCURS 30 TIMES.
012700         05  WS-CTB-NOME          PIC X(10).
012800         05  WS-CTB-ALVO          PIC 9(06).
012900         05  WS-CTB-ENVIADOS      PIC 9(06).
013000         05  WS-CTB-SUPR          PIC 9(06).
013100         05  WS-CTB-RESPOSTAS     PIC 9(06).
013200 77  WS-CID-QTD                   PIC 9(03) VALUE ZEROS.
013300 77  WS-CID-IDX                   PIC 9(03) VALUE ZEROS.
013400 77  WS-CID-POS                   PIC 9(03) VALUE ZEROS.
013500 01  WS-TAB-CIDADE.
013600     03  WS-CID-ENT               OCCURS 200 TIMES.
013700         05  WS-CID-NOME          PIC X(30).
013800         05  WS-CID-ALVO          PIC 9(06).
013900         05  WS-CID-ENVIADOS      PIC 9(06).
014000         05  WS-CID-SUPR          PIC 9(06).
014100         05  WS-CID-RESPOSTAS     PIC 9(06).
014200 01  WS-CHAVE-GRUPO               PIC X(30) VALUE SPACES.
014300*----------------------------------------------------------------*
014400*    CONTADORES DO RESUMO                                        *
014500*----------------------------------------------------------------*
014600 77  WS-TOT-CAMPANHAS             PIC 9(04) VALUE ZEROS.
014700 77  WS-TOT-PLANEJADAS            PIC 9(04) VALUE ZEROS.
014800*----------------------------------------------------------------*
014900*    AREA DO ESCRITOR DE RELATORIO COMUM (COPYBOOK RELIMP)       *
015000*----------------------------------------------------------------*
015100 01  WS-RELIMP-DSN                PIC X(100) VALUE 'RELCAMP.LST'.
015200 77  WS-FS-RIMP                   PIC X(02) VALUE '00'.
015300     88 FS-RIMP-OK                VALUE '00'.
015400 01  WS-RIMP-TITULO               PIC X(40) VALUE
015500     'RESULTADO DAS CAMPANHAS'.
015600 01  WS-RIMP-LINHA                PIC X(132) VALUE SPACES.
015700 77  WS-RIMP-MAX-LINHAS           PIC 9(02) VALUE 40.
015800 77  WS-RIMP-LINHAS               PIC 9(02) VALUE ZEROS.
015900 77  WS-RIMP-PAGINA               PIC 9(04) VALUE ZEROS.
016000 77  WS-RIMP-DATA                 PIC 9(08) VALUE ZEROS.
016100 01  WS-RIMP-DATA-BR              PIC X(10) VALUE SPACES.
016200*----------------------------------------------------------------*
016300*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
016400*----------------------------------------------------------------*
016500 01  WS-RUNCTL-DSN                PIC X(100) VALUE 'RUNCTL.DAT'.
016600 77  WS-FS-RUN                    PIC X(02) VALUE '00'.
016700     88 FS-RUN-OK                 VALUE '00'.
016800 01  WS-RUN-PROGRAMA              PIC X(08) VALUE 'RELCAMP'.
016900 77  WS-RUN-INICIO                PIC 9(14) VALUE ZEROS.
017000 77  WS-RUN-LIDOS                 PIC 9(06) VALUE ZEROS.
017100 77  WS-RUN-GRAVADOS              PIC 9(06) VALUE ZEROS.
017200 77  WS-RUN-REJEITADOS            PIC 9(06) VALUE ZEROS.
017300 77  WS-RUN-RESULTADO             PIC 9(02) VALUE ZEROS.
017400 77  WS-RUN-DATA                  PIC 9(08) VALUE ZEROS.
017500 77  WS-RUN-HORA                  PIC 9(08) VALUE ZEROS.
017600 PROCEDURE DIVISION.
017700******************************************************************
017800*    0000-MAINLINE - ROTINA PRINCIPAL                            *
017900******************************************************************
018000 0000-MAINLINE.
018100     PERFORM 9600-INICIAR-RUN     THRU 9600-FIM
018200     DISPLAY '*** RESULTADO DAS CAMPANHAS (RELCAMP) ***'
018300     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
018400     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
018500     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
018600     IF WS-CAMPANHA-PEDIDA NOT = SPACES
018700        DISPLAY 'CAMPANHA PEDIDA: ' WS-CAMPANHA-PEDIDA
018800     END-IF
018900
019000     PERFORM 9800-REL-ABRIR       THRU 9800-FIM
019100     IF NOT FS-RIMP-OK
019200        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO: '
019300                FUNCTION TRIM(WS-RELIMP-DSN)
019400        MOVE 08                   TO WS-RUN-RESULTADO
019500        PERFORM P900-FIM
019600     END-IF
019700
019800     PERFORM P200-CAMPANHAS       THRU P200-FIM
019900     PERFORM P800-TOTAIS          THRU P800-FIM
020000     PERFORM 9830-REL-FECHAR      THRU 9830-FIM
020100     PERFORM P900-FIM
020200     .
020300******************************************************************
020400*    P100-ANALISAR-PARM - SEPARA OS PARAMETROS DA LINHA DE       *
020500*                 COMANDO EM TOKENS                              *
020600******************************************************************
020700 P100-ANALISAR-PARM.
020800     MOVE SPACES                  TO WS-PARM-TOKENS
020900     UNSTRING WS-PARM-LINHA DELIMITED BY ALL SPACES
021000         INTO WS-PARM-TOKEN(1)  WS-PARM-TOKEN(2)
021100              WS-PARM-TOKEN(3)  WS-PARM-TOKEN(4)
021200              WS-PARM-TOKEN(5)  WS-PARM-TOKEN(6)
021300              WS-PARM-TOKEN(7)  WS-PARM-TOKEN(8)
021400              WS-PARM-TOKEN(9)  WS-PARM-TOKEN(10)
021500     END-UNSTRING
021600
021700     SET WS-PARM-IDX              TO 1
021800     PERFORM P110-ANALISAR-TOKEN
021900         VARYING WS-PARM-IDX FROM 1 BY 1
022000         UNTIL WS-PARM-IDX > 10
022100     .
022200 P100-FIM. EXIT.
022300******************************************************************
022400*    P110-ANALISAR-TOKEN - CLASSIFICA UM TOKEN DE PARAMETRO      *
022500******************************************************************
022600 P110-ANALISAR-TOKEN.
022700     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:9) = 'CAMPANHA='
022800        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (10:8)
022900                                  TO WS-CAMPANHA-PEDIDA
023000     END-IF
023100     .
023200 P110-FIM. EXIT.
023300******************************************************************
023400*    P200-CAMPANHAS - PERCORRE CAMPANHA.DAT NA ORDEM DO CODIGO   *
023500*                 (OU LE SO A CAMPANHA PEDIDA) E APURA CADA UMA  *
023600*                 QUE JA TEM PUBLICO CONGELADO                   *
023700******************************************************************
023800 P200-CAMPANHAS.
023900     MOVE '00'                    TO WS-FS-CMP
024000     OPEN INPUT CAMPANHA
024100     IF WS-FS-CMP = '35'
024200        DISPLAY 'NENHUMA CAMPANHA CADASTRADA (CAMPANHA.DAT NAO '
024300                'ENCONTRADO).'
024400        GO TO P200-FIM
024500     END-IF
024600     IF NOT FS-CMP-OK
024700        MOVE WS-FS-CMP            TO WS-FS
024800        PERFORM 9000-TRADUZIR-FS
024900        DISPLAY 'ERRO AO ABRIR CAMPANHA.DAT: ' WS-FS-MSG
025000        MOVE 08                   TO WS-RUN-RESULTADO
025100        GO TO P200-FIM
025200     END-IF
025300     MOVE '00'                    TO WS-FS-CMA
025400     OPEN INPUT CAMPALVO
025500     IF WS-FS-CMA = '35'
025600        DISPLAY 'NENHUM PUBLICO CONGELADO (CAMPALVO.DAT NAO '
025700                'ENCONTRADO).'
025800        CLOSE CAMPANHA
025900        GO TO P200-FIM
026000     END-IF
026100     IF NOT FS-CMA-OK
026200        MOVE WS-FS-CMA            TO WS-FS
026300        PERFORM 9000-TRADUZIR-FS
026400        DISPLAY 'ERRO AO ABRIR CAMPALVO.DAT: ' WS-FS-MSG
026500        MOVE 08                   TO WS-RUN-RESULTADO
026600        CLOSE CAMPANHA
026700        GO TO P200-FIM
026800     END-IF
026900
027000     IF WS-CAMPANHA-PEDIDA NOT = SPACES
027100        MOVE WS-CAMPANHA-PEDIDA   TO CMP-CODIGO
027200        READ CAMPANHA
027300            INVALID KEY
027400                DISPLAY 'CAMPANHA ' WS-CAMPANHA-PEDIDA
027500                        ' NAO EXISTE.'
027600                MOVE 04           TO WS-RUN-RESULTADO
027700            NOT INVALID KEY
027800                PERFORM P300-TRATAR-CAMPANHA THRU P300-FIM
027900        END-READ
028000     ELSE
028100        SET EOF-CMP-OK            TO FALSE
028200        PERFORM P210-LER-CAMPANHA THRU P210-FIM
028300            UNTIL EOF-CMP-OK
028400     END-IF
028500
028600     CLOSE CAMPALVO
028700     CLOSE CAMPANHA
028800     .
028900 P200-FIM. EXIT.
029000 P210-LER-CAMPANHA.
029100     READ CAMPANHA NEXT RECORD
029200         AT END
029300             SET EOF-CMP-OK        TO TRUE
029400             GO TO P210-FIM
029500     END-READ
029600     PERFORM P300-TRATAR-CAMPANHA THRU P300-FIM
029700     .
029800 P210-FIM. EXIT.
029900******************************************************************
030000*    P300-TRATAR-CAMPANHA - LE O PUBLICO CONGELADO DA CAMPANHA   *
030100*                 (CHAVE CAMPANHA + CONTATO), ACUMULA E IMPRIME  *
030200******************************************************************
030300 P300-TRATAR-CAMPANHA.
030400     IF CMP-PLANEJADA
030500        ADD 1                     TO WS-TOT-PLANEJADAS
030600        IF WS-CAMPANHA-PEDIDA NOT = SPACES
030700           DISPLAY 'CAMPANHA ' CMP-CODIGO ' AINDA PLANEJADA - '
030800                   'SEM PUBLICO CONGELADO.'
030900           MOVE 04                TO WS-RUN-RESULTADO
031000        END-IF
031100        GO TO P300-FIM
031200     END-IF
031300     MOVE ZEROS                   TO WS-CMP-ALVO
031400                                     WS-CMP-ENVIADOS
031500                                     WS-CMP-SUPRIMIDOS
031600                                     WS-CMP-SUPR-INATIVO
031700                                     WS-CMP-SUPR-FILTRO
031800                                     WS-CMP-SUPR-ENDERECO
031900                                     WS-CMP-SUPR-CONSENT
032000                                     WS-CMP-SUPR-DOMICILIO
032100                                     WS-CMP-PENDENTES
032200                                     WS-CMP-RESPOSTAS
032300                                     WS-CMP-RESP-POSITIVA
032400                                     WS-CMP-RESP-NEGATIVA
032500                                     WS-CMP-RESP-INFORMACAO
032600     MOVE ZEROS                   TO WS-CTB-QTD
032700     MOVE ZEROS                   TO WS-CID-QTD
032800
032900     SET EOF-CMA-OK               TO FALSE
033000     MOVE CMP-CODIGO              TO CMA-CODIGO
033100     MOVE ZEROS                   TO CMA-ID-CONTATO
033200     START CAMPALVO KEY IS NOT LESS THAN CMA-CHAVE
033300         INVALID KEY
033400             SET EOF-CMA-OK       TO TRUE
033500     END-START
033600     PERFORM P310-LER-ALVO        THRU P310-FIM
033700         UNTIL EOF-CMA-OK
033800
033900     ADD 1                        TO WS-TOT-CAMPANHAS
034000     ADD 1                        TO WS-RUN-GRAVADOS
034100     PERFORM P400-IMPRIMIR-CAMPANHA THRU P400-FIM
034200     .
034300 P300-FIM. EXIT.
034400 P310-LER-ALVO.
034500     READ CAMPALVO NEXT RECORD
034600         AT END
034700             SET EOF-CMA-OK        TO TRUE
034800             GO TO P310-FIM
034900     END-READ
035000     IF CMA-CODIGO NOT = CMP-CODIGO
035100        SET EOF-CMA-OK            TO TRUE
035200        GO TO P310-FIM
035300     END-IF
035400     ADD 1                        TO WS-RUN-LIDOS
035500     MOVE CMA-REG-CONTATO         TO WS-REGISTRO
035600     ADD 1                        TO WS-CMP-ALVO
035700*    FORA DO CORREIO O ENVIO NAO PASSA PELO SISTEMA: QUEM NAO FOI
035800*    SUPRIMIDO CONTA COMO ENVIADO.
035900     SET MEMBRO-ENVIADO           TO FALSE
036000     EVALUATE TRUE
036100         WHEN CMA-ENVIADO
036200             SET MEMBRO-ENVIADO   TO TRUE
036300         WHEN CMA-SUPRIMIDO
036400             ADD 1                TO WS-CMP-SUPRIMIDOS
036500             EVALUATE TRUE
036600                 WHEN CMA-SUPR-INATIVO
036700                     ADD 1        TO WS-CMP-SUPR-INATIVO
036800                 WHEN CMA-SUPR-FILTRO
036900                     ADD 1        TO WS-CMP-SUPR-FILTRO
037000                 WHEN CMA-SUPR-ENDERECO
037100                     ADD 1        TO WS-CMP-SUPR-ENDERECO
037200                 WHEN CMA-SUPR-CONSENT
037300                     ADD 1        TO WS-CMP-SUPR-CONSENT
037400                 WHEN CMA-SUPR-DOMICILIO
037500                     ADD 1        TO WS-CMP-SUPR-DOMICILIO
037600             END-EVALUATE
037700         WHEN CMP-CANAL-CORREIO
037800             ADD 1                TO WS-CMP-PENDENTES
037900         WHEN OTHER
038000             SET MEMBRO-ENVIADO   TO TRUE
038100     END-EVALUATE
038200     IF MEMBRO-ENVIADO
038300        ADD 1                     TO WS-CMP-ENVIADOS
038400     END-IF
038500     IF CMA-RESPOSTA-VALIDA
038600        ADD 1                     TO WS-CMP-RESPOSTAS
038700        EVALUATE TRUE
038800            WHEN CMA-RESP-POSITIVA
038900                ADD 1             TO WS-CMP-RESP-POSITIVA
039000            WHEN CMA-RESP-NEGATIVA
039100                ADD 1             TO WS-CMP-RESP-NEGATIVA
039200            WHEN OTHER
039300                ADD 1             TO WS-CMP-RESP-INFORMACAO
039400        END-EVALUATE
039500     END-IF
039600     PERFORM P320-ACUMULAR-CAT    THRU P320-FIM
039700     PERFORM P330-ACUMULAR-CIDADE THRU P330-FIM
039800     .
039900 P310-FIM. EXIT.
040000******************************************************************
040100*    P320-ACUMULAR-CAT - SOMA O CONTATO NA LINHA DA SUA          *
040200*                 CATEGORIA (CRIA A LINHA NA PRIMEIRA VEZ)       *
040300******************************************************************
040400 P320-ACUMULAR-CAT.
040500     MOVE WS-CAT-CONTATO          TO WS-CHAVE-GRUPO
040600     IF WS-CHAVE-GRUPO = SPACES
040700        MOVE '(SEM)'              TO WS-CHAVE-GRUPO
040800     END-IF
040900     MOVE ZEROS                   TO WS-CTB-POS
041000     PERFORM P325-BUSCAR-CAT      THRU P325-FIM
041100         VARYING WS-CTB-IDX FROM 1 BY 1
041200         UNTIL WS-CTB-IDX > WS-CTB-QTD
041300            OR WS-CTB-POS > ZEROS
041400     IF WS-CTB-POS = ZEROS
041500        IF WS-CTB-QTD < 29
041600           ADD 1                  TO WS-CTB-QTD
041700           MOVE WS-CTB-QTD        TO WS-CTB-POS
041800           MOVE WS-CHAVE-GRUPO    TO WS-CTB-NOME (WS-CTB-POS)
041900        ELSE
042000           MOVE 30                TO WS-CTB-POS
042100           IF WS-CTB-QTD = 29
042200              MOVE 30             TO WS-CTB-QTD
042300              MOVE 'OUTRAS'       TO WS-CTB-NOME (WS-CTB-POS)
042400           END-IF
042500        END-IF
042600        MOVE ZEROS                TO WS-CTB-ALVO (WS-CTB-POS)
042700                                     WS-CTB-ENVIADOS (WS-CTB-POS)
042800                                     WS-CTB-SUPR (WS-CTB-POS)
042900                                     WS-CTB-RESPOSTAS (WS-CTB-POS)
043000     END-IF
043100     ADD 1                        TO WS-CTB-ALVO (WS-CTB-POS)
043200     IF MEMBRO-ENVIADO
043300        ADD 1                     TO WS-CTB-ENVIADOS (WS-CTB-POS)
043400     END-IF
043500     IF CMA-SUPRIMIDO
043600        ADD 1                     TO WS-CTB-SUPR (WS-CTB-POS)
043700     END-IF
043800     IF CMA-RESPOSTA-VALIDA
043900        ADD 1                     TO WS-CTB-RESPOSTAS (WS-CTB-POS)
044000     END-IF
044100     .
044200 P320-FIM. EXIT.
044300 P325-BUSCAR-CAT.
044400     IF WS-CTB-NOME (WS-CTB-IDX) = WS-CHAVE-GRUPO (1:10)
044500        MOVE WS-CTB-IDX           TO WS-CTB-POS
044600     END-IF
044700     .
044800 P325-FIM. EXIT.
044900******************************************************************
045000*    P330-ACUMULAR-CIDADE - SOMA O CONTATO NA LINHA DA SUA       *
045100*                 CIDADE (CRIA A LINHA NA PRIMEIRA VEZ)          *
045200******************************************************************
045300 P330-ACUMULAR-CIDADE.
045400     MOVE WS-END-CIDADE           TO WS-CHAVE-GRUPO
045500     IF WS-CHAVE-GRUPO = SPACES
045600        MOVE '(SEM)'              TO WS-CHAVE-GRUPO
045700     END-IF
045800     MOVE ZEROS                   TO WS-CID-POS
045900     PERFORM P335-BUSCAR-CIDADE   THRU P335-FIM
046000         VARYING WS-CID-IDX FROM 1 BY 1
046100         UNTIL WS-CID-IDX > WS-CID-QTD
046200            OR WS-CID-POS > ZEROS
046300     IF WS-CID-POS = ZEROS
046400        IF WS-CID-QTD < 199
046500           ADD 1                  TO WS-CID-QTD
046600           MOVE WS-CID-QTD        TO WS-CID-POS
046700           MOVE WS-CHAVE-GRUPO    TO WS-CID-NOME (WS-CID-POS)
046800        ELSE
046900           MOVE 200               TO WS-CID-POS
047000           IF WS-CID-QTD = 199
047100              MOVE 200            TO WS-CID-QTD
047200              MOVE 'OUTRAS'       TO WS-CID-NOME (WS-CID-POS)
047300           END-IF
047400        END-IF
047500        MOVE ZEROS                TO WS-CID-ALVO (WS-CID-POS)
047600                                     WS-CID-ENVIADOS (WS-CID-POS)
047700                                     WS-CID-SUPR (WS-CID-POS)
047800                                     WS-CID-RESPOSTAS (WS-CID-POS)
047900     END-IF
048000     ADD 1                        TO WS-CID-ALVO (WS-CID-POS)
048100     IF MEMBRO-ENVIADO
048200        ADD 1                     TO WS-CID-ENVIADOS (WS-CID-POS)
048300     END-IF
048400     IF CMA-SUPRIMIDO
048500        ADD 1                     TO WS-CID-SUPR (WS-CID-POS)
048600     END-IF
048700     IF CMA-RESPOSTA-VALIDA
048800        ADD 1                     TO WS-CID-RESPOSTAS (WS-CID-POS)
048900     END-IF
049000     .
049100 P330-FIM. EXIT.
049200 P335-BUSCAR-CIDADE.
049300     IF WS-CID-NOME (WS-CID-IDX) = WS-CHAVE-GRUPO
049400        MOVE WS-CID-IDX           TO WS-CID-POS
049500     END-IF
049600     .
049700 P335-FIM. EXIT.
049800******************************************************************
049900*    P400-IMPRIMIR-CAMPANHA - BLOCO DA CAMPANHA: CABECALHO,      *
050000*                 TOTAIS, TAXA E AS ABERTURAS POR CATEGORIA E    *
050100*                 POR CIDADE                                     *
050200******************************************************************
050300 P400-IMPRIMIR-CAMPANHA.
050400     PERFORM P440-DESCREVER       THRU P440-FIM
050500     MOVE SPACES                  TO WS-RIMP-LINHA
050600     STRING 'CAMPANHA '           DELIMITED BY SIZE
050700            CMP-CODIGO            DELIMITED BY SIZE
050800            ' - '                 DELIMITED BY SIZE
050900            CMP-DESCRICAO         DELIMITED BY SIZE
051000            '  CANAL '            DELIMITED BY SIZE
051100            WS-CANAL-DESC         DELIMITED BY SIZE
051200            '  PERIODO '          DELIMITED BY SIZE
051300            CMP-DT-INICIO         DELIMITED BY SIZE
051400            ' A '                 DELIMITED BY SIZE
051500            CMP-DT-FIM            DELIMITED BY SIZE
051600            '  '                  DELIMITED BY SIZE
051700            WS-SITUACAO-DESC      DELIMITED BY SIZE
051800            INTO WS-RIMP-LINHA
051900     END-STRING
052000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
052100     MOVE SPACES                  TO WS-RIMP-LINHA
052200     STRING '  PUBLICO CONGELADO EM ' DELIMITED BY SIZE
052300            CMP-DT-CONGELADA      DELIMITED BY SIZE
052400            ': '                  DELIMITED BY SIZE
052500            WS-CMP-ALVO           DELIMITED BY SIZE
052600            ' CONTATOS   ENVIADOS: ' DELIMITED BY SIZE
052700            WS-CMP-ENVIADOS       DELIMITED BY SIZE
052800            '   NAO PROCESSADOS: ' DELIMITED BY SIZE
052900            WS-CMP-PENDENTES      DELIMITED BY SIZE
053000            INTO WS-RIMP-LINHA
053100     END-STRING
053200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
053300     MOVE SPACES                  TO WS-RIMP-LINHA
053400     STRING '  SUPRIMIDOS: '      DELIMITED BY SIZE
053500            WS-CMP-SUPRIMIDOS     DELIMITED BY SIZE
053600            ' (INATIVO '          DELIMITED BY SIZE
053700            WS-CMP-SUPR-INATIVO   DELIMITED BY SIZE
053800            ' FILTRO '            DELIMITED BY SIZE
053900            WS-CMP-SUPR-FILTRO    DELIMITED BY SIZE
054000            ' SEM ENDERECO '      DELIMITED BY SIZE
054100            WS-CMP-SUPR-ENDERECO  DELIMITED BY SIZE
054200            ' SEM CONSENTIMENTO ' DELIMITED BY SIZE
054300            WS-CMP-SUPR-CONSENT   DELIMITED BY SIZE
054400            ' MESMO DOMICILIO '   DELIMITED BY SIZE
054500            WS-CMP-SUPR-DOMICILIO DELIMITED BY SIZE
054600            ')'                   DELIMITED BY SIZE
054700            INTO WS-RIMP-LINHA
054800     END-STRING
054900     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
055000     MOVE WS-CMP-RESPOSTAS        TO WS-TAXA-RESP
055100     MOVE WS-CMP-ENVIADOS         TO WS-TAXA-ENV
055200     PERFORM P470-CALCULAR-TAXA   THRU P470-FIM
055300     MOVE SPACES                  TO WS-RIMP-LINHA
055400     STRING '  RESPOSTAS: '       DELIMITED BY SIZE
055500            WS-CMP-RESPOSTAS      DELIMITED BY SIZE
055600            ' (POSITIVAS '        DELIMITED BY SIZE
055700            WS-CMP-RESP-POSITIVA  DELIMITED BY SIZE
055800            ' NEGATIVAS '         DELIMITED BY SIZE
055900            WS-CMP-RESP-NEGATIVA  DELIMITED BY SIZE
056000            ' PEDIDOS DE INFORMACAO ' DELIMITED BY SIZE
056100            WS-CMP-RESP-INFORMACAO DELIMITED BY SIZE
056200            ')   TAXA DE RESPOSTA: ' DELIMITED BY SIZE
056300            WS-MSK-TAXA           DELIMITED BY SIZE
056400            ' %'                  DELIMITED BY SIZE
056500            INTO WS-RIMP-LINHA
056600     END-STRING
056700     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
056800
056900     MOVE SPACES                  TO WS-RIMP-LINHA
057000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
057100     MOVE '  CATEGORIA                        ALVO  ENVIADOS'
057200                                  TO WS-RIMP-LINHA
057300     MOVE 'SUPRIMIDOS RESPOSTAS  TAXA %'
057400                                  TO WS-RIMP-LINHA (53:28)
057500     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
057600     PERFORM P450-LINHA-CAT       THRU P450-FIM
057700         VARYING WS-CTB-IDX FROM 1 BY 1
057800         UNTIL WS-CTB-IDX > WS-CTB-QTD
057900     MOVE SPACES                  TO WS-RIMP-LINHA
058000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
058100     MOVE '  CIDADE                           ALVO  ENVIADOS'
058200                                  TO WS-RIMP-LINHA
058300     MOVE 'SUPRIMIDOS RESPOSTAS  TAXA %'
058400                                  TO WS-RIMP-LINHA (53:28)
058500     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
058600     PERFORM P460-LINHA-CIDADE    THRU P460-FIM
058700         VARYING WS-CID-IDX FROM 1 BY 1
058800         UNTIL WS-CID-IDX > WS-CID-QTD
058900     MOVE ALL '-'                 TO WS-RIMP-LINHA
059000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
059100
059200     DISPLAY 'CAMPANHA ' CMP-CODIGO ': ALVO ' WS-CMP-ALVO
059300             ' ENVIADOS ' WS-CMP-ENVIADOS ' RESPOSTAS '
059400             WS-CMP-RESPOSTAS ' TAXA ' WS-MSK-TAXA ' %'
059500     .
059600 P400-FIM. EXIT.
059700 P440-DESCREVER.
059800     EVALUATE TRUE
059900         WHEN CMP-CANAL-CORREIO
060000             MOVE 'CORREIO'       TO WS-CANAL-DESC
060100         WHEN CMP-CANAL-EMAIL
060200             MOVE 'EMAIL'         TO WS-CANAL-DESC
060300         WHEN CMP-CANAL-SMS
060400             MOVE 'SMS'           TO WS-CANAL-DESC
060500         WHEN CMP-CANAL-TELEFONE
060600             MOVE 'TELEFONE'      TO WS-CANAL-DESC
060700         WHEN OTHER
060800             MOVE 'CANAL ?'       TO WS-CANAL-DESC
060900     END-EVALUATE
061000     IF CMP-ENCERRADA
061100        MOVE 'ENCERRADA'          TO WS-SITUACAO-DESC
061200     ELSE
061300        MOVE 'EM CURSO'           TO WS-SITUACAO-DESC
061400     END-IF
061500     .
061600 P440-FIM. EXIT.
061700 P450-LINHA-CAT.
061800     MOVE WS-CTB-RESPOSTAS (WS-CTB-IDX) TO WS-TAXA-RESP
061900     MOVE WS-CTB-ENVIADOS (WS-CTB-IDX)  TO WS-TAXA-ENV
062000     PERFORM P470-CALCULAR-TAXA   THRU P470-FIM
062100     MOVE SPACES                  TO WS-RIMP-LINHA
062200     MOVE WS-CTB-NOME (WS-CTB-IDX)      TO WS-RIMP-LINHA (3:10)
062300     MOVE WS-CTB-ALVO (WS-CTB-IDX)      TO WS-RIMP-LINHA (33:6)
062400     MOVE WS-CTB-ENVIADOS (WS-CTB-IDX)  TO WS-RIMP-LINHA (43:6)
062500     MOVE WS-CTB-SUPR (WS-CTB-IDX) TO WS-RIMP-LINHA (57:6)
062600     MOVE WS-CTB-RESPOSTAS (WS-CTB-IDX) TO WS-RIMP-LINHA (67:6)
062700     MOVE WS-MSK-TAXA             TO WS-RIMP-LINHA (75:5)
062800     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
062900     .
063000 P450-FIM. EXIT.
063100 P460-LINHA-CIDADE.
063200     MOVE WS-CID-RESPOSTAS (WS-CID-IDX) TO WS-TAXA-RESP
063300     MOVE WS-CID-ENVIADOS (WS-CID-IDX)  TO WS-TAXA-ENV
063400     PERFORM P470-CALCULAR-TAXA   THRU P470-FIM
063500     MOVE SPACES                  TO WS-RIMP-LINHA
063600     MOVE WS-CID-NOME (WS-CID-IDX)      TO WS-RIMP-LINHA (3:30)
063700     MOVE WS-CID-ALVO (WS-CID-IDX)      TO WS-RIMP-LINHA (33:6)
063800     MOVE WS-CID-ENVIADOS (WS-CID-IDX)  TO WS-RIMP-LINHA (43:6)
063900     MOVE WS-CID-SUPR (WS-CID-IDX) TO WS-RIMP-LINHA (57:6)
064000     MOVE WS-CID-RESPOSTAS (WS-CID-IDX) TO WS-RIMP-LINHA (67:6)
064100     MOVE WS-MSK-TAXA             TO WS-RIMP-LINHA (75:5)
064200     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
064300     .
064400 P460-FIM. EXIT.
064500*    TAXA DE RESPOSTA = RESPOSTAS SOBRE ENVIADOS (ZERO SEM ENVIO).
064600 P470-CALCULAR-TAXA.
064700     MOVE ZEROS                   TO WS-TAXA
064800     IF WS-TAXA-ENV > ZEROS
064900        COMPUTE WS-TAXA ROUNDED =
065000            WS-TAXA-RESP * 100 / WS-TAXA-ENV
065100     END-IF
065200     MOVE WS-TAXA                 TO WS-MSK-TAXA
065300     .
065400 P470-FIM. EXIT.
065500******************************************************************
065600*    P800-TOTAIS - TOTAIS DO RELATORIO E RESUMO NO CONSOLE       *
065700******************************************************************
065800 P800-TOTAIS.
065900     MOVE SPACES                  TO WS-RIMP-LINHA
066000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
066100     MOVE SPACES                  TO WS-RIMP-LINHA
066200     STRING 'CAMPANHAS APURADAS: ' DELIMITED BY SIZE
066300            WS-TOT-CAMPANHAS      DELIMITED BY SIZE
066400            '   PLANEJADAS (SEM PUBLICO): ' DELIMITED BY SIZE
066500            WS-TOT-PLANEJADAS     DELIMITED BY SIZE
066600            '   CONTATOS NO PUBLICO: ' DELIMITED BY SIZE
066700            WS-RUN-LIDOS          DELIMITED BY SIZE
066800            INTO WS-RIMP-LINHA
066900     END-STRING
067000     PERFORM 9810-REL-DETALHE     THRU 9810-FIM
067100
067200     DISPLAY 'CAMPANHAS APURADAS........: ' WS-TOT-CAMPANHAS
067300     DISPLAY 'PLANEJADAS (SEM PUBLICO)..: ' WS-TOT-PLANEJADAS
067400     DISPLAY 'CONTATOS NO PUBLICO.......: ' WS-RUN-LIDOS
067500     .
067600 P800-FIM. EXIT.
067700******************************************************************
067800*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
067900******************************************************************
068000 P900-FIM.
068100     DISPLAY '*** FIM DO RESULTADO DAS CAMPANHAS ***'
068200     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
068300     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
068400     STOP RUN.
068500
068600     COPY FSTATUS.
068700     COPY RUNLOG.
068800     COPY RELIMP.
