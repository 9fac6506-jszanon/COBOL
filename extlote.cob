002400*    2024-11-22 JSZ     PROGRAMA CRIADO (EXTRATOS EM LOTE).
002410*    2024-12-20 JSZ     O ID DO EXTRATO SAI COM O DIGITO
002420*                       VERIFICADOR (COPYBOOK DIGVER).
002420*    2025-07-04 JSZ     PARAMETRO FILIAL= (NNN, SEM OU TODAS): OS
002420*                       EXTRATOS SAEM AGRUPADOS POR FILIAL, CADA
002420*                       GRUPO ABERTO POR UMA PAGINA DE ROSTO E
002420*                       FECHADO POR UMA PAGINA DE SUBTOTAL
002420*                       (COPYBOOK FILTAB).
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS ID-CONTATO
003600         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003633         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003666             SUPPRESS WHEN SPACES
003700         FILE STATUS IS WS-FS.
003800     SELECT HISTORICO ASSIGN TO WS-HISTORICO-DSN
003900         ORGANIZATION IS LINE SEQUENTIAL
011000*----------------------------------------------------------------*
011100 77  WS-CONT-EXTRATOS             PIC 9(06) VALUE ZEROS.
011200 77  WS-CONT-SEM-ENDERECO         PIC 9(06) VALUE ZEROS.
011200 77  WS-SUB-EXTRATOS              PIC 9(06) VALUE ZEROS.
011200 77  WS-SUB-SEM-ENDERECO          PIC 9(06) VALUE ZEROS.
011200*----------------------------------------------------------------*
011200*    AREA DA QUEBRA POR FILIAL (COPYBOOK FILTAB)                 *
011200*----------------------------------------------------------------*
011200 01  WS-FIL-PARM                  PIC X(05) VALUE SPACES.
011200 01  WS-FIL-QUEBRA-SW             PIC X(01) VALUE 'N'.
011200     88 FIL-QUEBRA                VALUE 'S' FALSE 'N'.
011200 01  WS-FIL-UNICA-SW              PIC X(01) VALUE 'N'.
011200     88 FIL-UNICA                 VALUE 'S' FALSE 'N'.
011200 01  WS-FIL-EOF-SW                PIC X(01) VALUE 'N'.
011200     88 FIL-EOF-OK                VALUE 'S' FALSE 'N'.
011200 77  WS-FIL-QTD                   PIC 9(03) VALUE ZEROS.
011200 01  WS-TAB-FILIAIS.
011200     03  WS-FIL-COD               PIC X(03) OCCURS 100 TIMES.
011200 77  WS-FIL-IDX                   PIC 9(03) VALUE ZEROS.
011200 77  WS-FIL-POS                   PIC 9(03) VALUE ZEROS.
011200 01  WS-FIL-CORRENTE              PIC X(03) VALUE SPACES.
011200 01  WS-FIL-ROTULO                PIC X(20) VALUE SPACES.
011300*----------------------------------------------------------------*
011400*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
011500*----------------------------------------------------------------*
013700     ACCEPT WS-PARM-LINHA         FROM COMMAND-LINE
013800     PERFORM P100-ANALISAR-PARM   THRU P100-FIM
013900     DISPLAY 'MES DOS EXTRATOS: ' WS-MES-EXTRATO
013900     PERFORM 9965-MONTAR-FILIAIS  THRU 9965-FIM
014000     PERFORM P200-GERAR           THRU P200-FIM
014100     PERFORM P800-RESUMO          THRU P800-FIM
014200     PERFORM P900-FIM
017400                   'USANDO O MES CORRENTE.'
017500        END-IF
017600     END-IF
017600     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:7) = 'FILIAL='
017600        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (8:5)
017600                                  TO WS-FIL-PARM
017600        PERFORM 9960-ANALISAR-FILIAL THRU 9960-FIM
017600     END-IF
017700     .
017800 P110-FIM. EXIT.
017900******************************************************************
018100*                 EXTRATO PARA CADA CONTATO COM MOVIMENTO NO MES  *
018200******************************************************************
018300 P200-GERAR.
019100     OPEN OUTPUT SAIDA
019200     IF NOT FS-SAI-OK
019300        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SAIDA: '
019400                WS-SAIDA-DSN
019500        MOVE 08                   TO WS-RUN-RESULTADO
019700        GO TO P200-FIM
019800     END-IF
019900
019900*    COM QUEBRA POR FILIAL, CONTATOS.DAT E VARRIDO UMA VEZ POR
019900*    FILIAL E OS EXTRATOS SAEM AGRUPADOS NO MESMO ARQUIVO.
019900     IF FIL-QUEBRA
019900        PERFORM P300-GERAR-FILIAL THRU P300-FIM
019900            VARYING WS-FIL-IDX FROM 1 BY 1
019900            UNTIL WS-FIL-IDX > WS-FIL-QTD
019900     ELSE
019900        PERFORM P205-VARRER-CONTATOS THRU P205-FIM
019900     END-IF
020300
020400     CLOSE SAIDA
020600     .
020700 P200-FIM. EXIT.
020700******************************************************************
020700*    P205-VARRER-CONTATOS - UMA PASSADA SOBRE CONTATOS.DAT        *
020700******************************************************************
020700 P205-VARRER-CONTATOS.
020700     OPEN INPUT CONTATOS
020700     IF NOT FS-OK
020700        PERFORM 9000-TRADUZIR-FS
020700        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: ' WS-FS-MSG
020700        MOVE 08                   TO WS-RUN-RESULTADO
020700        GO TO P205-FIM
020700     END-IF
020700     SET EOF-OK                   TO FALSE
020700     PERFORM P210-TRATAR-CONTATO  THRU P210-FIM
020700         UNTIL EOF-OK
020700     CLOSE CONTATOS
020700     .
020700 P205-FIM. EXIT.
020800******************************************************************
020900*    P210-TRATAR-CONTATO - COLETA OS MOVIMENTOS DO MES DO         *
021000*                 CONTATO E, HAVENDO ATIVIDADE, EMITE A PAGINA    *
021500             SET EOF-OK            TO TRUE
021600             GO TO P210-FIM
021700     END-READ
021700     IF FIL-QUEBRA AND WS-FIL-CONTATO NOT = WS-FIL-CORRENTE
021700        GO TO P210-FIM
021700     END-IF
021800     ADD 1                        TO WS-RUN-LIDOS
021900
022000     PERFORM P220-COLETAR-MES     THRU P220-FIM
038100     WRITE REG-SAIDA
038200     .
038300 P250-FIM. EXIT.
038300******************************************************************
038300*    P300-GERAR-FILIAL - EMITE OS EXTRATOS DE UMA FILIAL DA       *
038300*                 TABELA ENTRE UMA PAGINA DE ROSTO E UMA PAGINA   *
038300*                 DE SUBTOTAL                                     *
038300******************************************************************
038300 P300-GERAR-FILIAL.
038300     PERFORM 9970-ROTULO-FILIAL   THRU 9970-FIM
038300     MOVE WS-CONT-EXTRATOS        TO WS-SUB-EXTRATOS
038300     MOVE WS-CONT-SEM-ENDERECO    TO WS-SUB-SEM-ENDERECO
038300
038300     MOVE SPACES                  TO WS-LINHA-SAIDA
038300     STRING 'EXTRATOS DO MES '    DELIMITED BY SIZE
038300            WS-MES-EXTRATO        DELIMITED BY SIZE
038300            ' - '                 DELIMITED BY SIZE
038300            WS-FIL-ROTULO         DELIMITED BY SIZE
038300            INTO WS-LINHA-SAIDA
038300     END-STRING
038300     MOVE WS-LINHA-SAIDA          TO REG-SAIDA
038300     WRITE REG-SAIDA
038300     MOVE ALL '='                 TO REG-SAIDA
038300     WRITE REG-SAIDA
038300     MOVE SPACES                  TO REG-SAIDA
038300     WRITE REG-SAIDA
038300
038300     PERFORM P205-VARRER-CONTATOS THRU P205-FIM
038300
038300     SUBTRACT WS-SUB-EXTRATOS     FROM WS-CONT-EXTRATOS
038300         GIVING WS-SUB-EXTRATOS
038300     SUBTRACT WS-SUB-SEM-ENDERECO FROM WS-CONT-SEM-ENDERECO
038300         GIVING WS-SUB-SEM-ENDERECO
038300     MOVE SPACES                  TO WS-LINHA-SAIDA
038300     STRING 'SUBTOTAL '           DELIMITED BY SIZE
038300            WS-FIL-ROTULO         DELIMITED BY SIZE
038300            ': '                  DELIMITED BY SIZE
038300            WS-SUB-EXTRATOS       DELIMITED BY SIZE
038300            ' EXTRATOS, '         DELIMITED BY SIZE
038300            WS-SUB-SEM-ENDERECO   DELIMITED BY SIZE
038300            ' PULADOS SEM ENDERECO' DELIMITED BY SIZE
038300            INTO WS-LINHA-SAIDA
038300     END-STRING
038300     MOVE WS-LINHA-SAIDA          TO REG-SAIDA
038300     WRITE REG-SAIDA
038300     MOVE ALL '='                 TO REG-SAIDA
038300     WRITE REG-SAIDA
038300     MOVE SPACES                  TO REG-SAIDA
038300     WRITE REG-SAIDA
038300     DISPLAY WS-LINHA-SAIDA
038300     .
038300 P300-FIM. EXIT.
038400******************************************************************
038500*    P800-RESUMO - EMITE O RESUMO DA EMISSAO                      *
038600******************************************************************
041200     COPY DSNENV.
041300     COPY RUNLOG.
041400     COPY DIGVER.
041400     COPY FILTAB.
