001499*                   PESSOAL/      - LISTA SOMENTE CONTATOS DA
001499*                   COMERCIAL/      CATEGORIA (CAT-CONTATO)
001499*                   FORNECEDOR      INFORMADA (PADRAO: TODAS)
001499*                   FILIAL=NNN/   - QUEBRA A LISTAGEM POR FILIAL
001499*                   FILIAL=SEM/     (FIL-CONTATO), COM PAGINA E
001499*                   FILIAL=TODAS    SUBTOTAL PROPRIOS (NAO SE
001499*                                   COMBINA COM RETOMAR)
001500*----------------------------------------------------------------*
001600*    HISTORICO DE ALTERACOES
001700*    DATA       AUTOR   DESCRICAO
002299*                       RUNCTL.DAT (COPYBOOK RUNLOG) E A DEVOLVER
002299*                       RETURN-CODE SIGNIFICATIVO (00 LIMPO, 08
002299*                       ABORTOU EM ABERTURA DE ARQUIVO).
002299*    2025-07-04 JSZ     INCLUIDO PARAMETRO FILIAL= (COPYBOOK
002299*                       FILTAB): UMA PASSADA POR FILIAL, CADA UMA
002299*                       EM PAGINA PROPRIA COM SUBTOTAL, ANTES DO
002299*                       TOTAL DE CONTROLE. SD-REG-CONTATOS E
002299*                       REG-SORTSAI AMPLIADOS PARA O REGISTRO
002299*                       INTEIRO (244 BYTES), PARA QUE A LISTAGEM
002299*                       POR NOME TAMBEM ENXERGUE A FILIAL.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS ID-CONTATO
003310         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003340         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003370             SUPPRESS WHEN SPACES
003400         FILE STATUS IS WS-FS.
003500     SELECT RELCTT ASSIGN TO WS-RELCTT-DSN
003600         ORGANIZATION IS LINE SEQUENTIAL
004430     03  SD-ST-CONTATO            PIC X(01).
004435     03  SD-SALDO-CONTATO         PIC S9(09)V99.
004436     03  SD-CAT-CONTATO           PIC X(10).
004436     03  FILLER                   PIC X(68).
004436     03  SD-FIL-CONTATO           PIC X(03).
004440 FD  SORTSAI.
004450 01  REG-SORTSAI                  PIC X(244).
004452 FD  LSTCKPT.
004454 01  REG-CKPT.
004456     03  CKPT-ID                  PIC 9(06).
007881 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
007884 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
007887     88 DV-OK                     VALUE 'S' FALSE 'N'.
007887*----------------------------------------------------------------*
007887*    AREA DA QUEBRA POR FILIAL (COPYBOOK FILTAB)                 *
007887*----------------------------------------------------------------*
007887 01  WS-FIL-PARM                  PIC X(05) VALUE SPACES.
007887 01  WS-FIL-QUEBRA-SW             PIC X(01) VALUE 'N'.
007887     88 FIL-QUEBRA                VALUE 'S' FALSE 'N'.
007887 01  WS-FIL-UNICA-SW              PIC X(01) VALUE 'N'.
007887     88 FIL-UNICA                 VALUE 'S' FALSE 'N'.
007887 01  WS-FIL-EOF-SW                PIC X(01) VALUE 'N'.
007887     88 FIL-EOF-OK                VALUE 'S' FALSE 'N'.
007887 77  WS-FIL-QTD                   PIC 9(03) VALUE ZEROS.
007887 01  WS-TAB-FILIAIS.
007887     03  WS-FIL-COD               PIC X(03) OCCURS 100 TIMES.
007887 77  WS-FIL-IDX                   PIC 9(03) VALUE ZEROS.
007887 77  WS-FIL-POS                   PIC 9(03) VALUE ZEROS.
007887 01  WS-FIL-CORRENTE              PIC X(03) VALUE SPACES.
007887 01  WS-FIL-ROTULO                PIC X(20) VALUE SPACES.
007887 77  WS-SUB-LIDOS                 PIC 9(003) VALUE ZEROS.
007887 77  WS-SUB-LISTADOS              PIC 9(003) VALUE ZEROS.
007900 PROCEDURE DIVISION.
008000******************************************************************
008100*    0000-MAINLINE - ROTINA PRINCIPAL                            *
008750     IF FILTRA-CATEGORIA
008760        DISPLAY 'FILTRANDO PELA CATEGORIA: ' WS-FILTRO-CAT
008770     END-IF
008770     PERFORM 9965-MONTAR-FILIAIS  THRU 9965-FIM
008770     IF FIL-QUEBRA
008770        DISPLAY 'QUEBRA POR FILIAL: ' WS-FIL-PARM
008770        IF MODO-RETOMAR
008770           DISPLAY 'RETOMAR NAO SE APLICA A LISTAGEM POR '
008770                   'FILIAL - IGNORADO.'
008770           MOVE 'N'               TO WS-SW-RETOMAR
008770        END-IF
008770     END-IF
008800     PERFORM P300-LISTAR          THRU P300-FIM
008900     PERFORM P900-FIM
009000     .
011799     IF WS-PARM-TOKEN(WS-PARM-IDX) = 'RETOMAR'
011799        MOVE 'S'                  TO WS-SW-RETOMAR
011799     END-IF
011799     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:7) = 'FILIAL='
011799        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (8:5)
011799                                  TO WS-FIL-PARM
011799        PERFORM 9960-ANALISAR-FILIAL THRU 9960-FIM
011799     END-IF
011801*    QUALQUER TOKEN QUE EXISTA NA TABELA DE CATEGORIAS
011801*    (CATEGS.DAT, COPYBOOK CATTAB) VIRA FILTRO DE CATEGORIA -
011801*    CATEGORIA NOVA FILTRA SEM RECOMPILAR.
014595        WRITE REG-CSVCTT
014600     END-IF
014610
014620     IF FIL-QUEBRA
014620        PERFORM P350-LISTAR-FILIAL THRU P350-FIM
014620            VARYING WS-FIL-IDX FROM 1 BY 1
014620            UNTIL WS-FIL-IDX > WS-FIL-QTD
014620     ELSE
014620        PERFORM P302-LISTAR-PASSADA THRU P302-FIM
014660     END-IF
014670
014690     PERFORM P340-TOTAL-CONTROLE  THRU P340-FIM
014700     END-IF
014710     .
014720 P300-FIM. EXIT.
014720******************************************************************
014720*    P302-LISTAR-PASSADA - UMA PASSADA DE LISTAGEM, NA ORDEM DE  *
014720*                       NOME (SORT) OU NA ORDEM FISICA           *
014720******************************************************************
014720 P302-LISTAR-PASSADA.
014720     SET EOF-OK                   TO FALSE
014720     IF MODO-NOME
014720        PERFORM P305-LISTAR-ORDENADO THRU P305-FIM
014720     ELSE
014720        PERFORM P310-LISTAR-SEQUENCIAL THRU P310-FIM
014720     END-IF
014720     .
014720 P302-FIM. EXIT.
014730******************************************************************
014740*    P305-LISTAR-ORDENADO - ORDENA CONTATOS.DAT POR NM-CONTATO    *
014750*                       (SORT) E EXIBE NA SEQUENCIA ALFABETICA    *
014896                        THRU P322-FIM
014900                    IF (WS-CONTATO-ATIVO OR LISTA-TODOS) AND
014901                       (NOT FILTRA-CATEGORIA OR
014902                        WS-CAT-CONTATO = WS-FILTRO-CAT) AND
014902                       (NOT FIL-QUEBRA OR
014902                        WS-FIL-CONTATO = WS-FIL-CORRENTE)
014910                       ADD 1      TO WS-CONT
014920                       PERFORM P320-EXIBIR-REGISTRO
014930                           THRU P320-FIM
015516                        THRU P322-FIM
015600                    IF (WS-CONTATO-ATIVO OR LISTA-TODOS) AND
015601                       (NOT FILTRA-CATEGORIA OR
015602                        WS-CAT-CONTATO = WS-FILTRO-CAT) AND
015602                       (NOT FIL-QUEBRA OR
015602                        WS-FIL-CONTATO = WS-FIL-CORRENTE)
015700                       ADD 1      TO WS-CONT
015800                       PERFORM P320-EXIBIR-REGISTRO
015810                           THRU P320-FIM
015820                       ADD 1      TO WS-CKPT-CONTADOR
015830                       IF WS-CKPT-CONTADOR >= WS-CKPT-INTERVALO
015830                          AND NOT FIL-QUEBRA
015840                          PERFORM P315-GRAVAR-CHECKPOINT
015850                              THRU P315-FIM
015860                          MOVE ZEROS TO WS-CKPT-CONTADOR
020191*                       EXIBIDO POR CAUSA DE ALGUM FILTRO           *
020192******************************************************************
020193 P322-CONTABILIZAR-REGISTRO.
020193*    NA QUEBRA POR FILIAL SO CONTA O CONTATO DA FILIAL DA
020193*    PASSADA - A SOMA DAS PASSADAS FECHA COM O ARQUIVO.
020193     IF FIL-QUEBRA AND WS-FIL-CONTATO NOT = WS-FIL-CORRENTE
020193        GO TO P322-FIM
020193     END-IF
020194     ADD 1                        TO WS-CONT-LIDOS
020195     IF WS-CONTATO-ATIVO
020196        ADD 1                     TO WS-CONT-ATIVOS
024370     END-IF
024380     .
024390 P341-FIM. EXIT.
024390******************************************************************
024390*    P350-LISTAR-FILIAL - LISTA OS CONTATOS DE UMA FILIAL DA      *
024390*                       TABELA EM PAGINA PROPRIA, COM SUBTOTAL    *
024390******************************************************************
024390 P350-LISTAR-FILIAL.
024390     PERFORM 9970-ROTULO-FILIAL   THRU 9970-FIM
024390     MOVE WS-CONT-LIDOS           TO WS-SUB-LIDOS
024390     MOVE WS-CONT                 TO WS-SUB-LISTADOS
024390     IF MODO-RELATORIO
024390        PERFORM P330-CABECALHO    THRU P330-FIM
024390     END-IF
024390     MOVE SPACES                  TO WS-LINHA-DET
024390     STRING '--- '                DELIMITED BY SIZE
024390            WS-FIL-ROTULO         DELIMITED BY SIZE
024390            ' ---'                DELIMITED BY SIZE
024390            INTO WS-LINHA-DET
024390     END-STRING
024390     PERFORM P341-EMITIR-LINHA    THRU P341-FIM
024390     IF MODO-RELATORIO
024390        ADD 1                     TO WS-LINHAS-PAG
024390     END-IF
024390
024390     PERFORM P302-LISTAR-PASSADA  THRU P302-FIM
024390
024390     SUBTRACT WS-SUB-LIDOS        FROM WS-CONT-LIDOS
024390         GIVING WS-SUB-LIDOS
024390     SUBTRACT WS-SUB-LISTADOS     FROM WS-CONT
024390         GIVING WS-SUB-LISTADOS
024390     MOVE SPACES                  TO WS-LINHA-DET
024390     PERFORM P341-EMITIR-LINHA    THRU P341-FIM
024390     MOVE SPACES                  TO WS-LINHA-DET
024390     STRING 'SUBTOTAL '           DELIMITED BY SIZE
024390            WS-FIL-ROTULO         DELIMITED BY SIZE
024390            ': '                  DELIMITED BY SIZE
024390            WS-SUB-LISTADOS       DELIMITED BY SIZE
024390            ' LISTADOS DE '       DELIMITED BY SIZE
024390            WS-SUB-LIDOS          DELIMITED BY SIZE
024390            ' LIDOS'              DELIMITED BY SIZE
024390            INTO WS-LINHA-DET
024390     END-STRING
024390     PERFORM P341-EMITIR-LINHA    THRU P341-FIM
024390*    A PROXIMA FILIAL (OU O TOTAL DE CONTROLE) ABRE PAGINA NOVA.
024390     MOVE ZEROS                   TO WS-LINHAS-PAG
024390     .
024390 P350-FIM. EXIT.
024400******************************************************************
024500*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
024600******************************************************************
025100     COPY RUNLOG.
025200     COPY CATTAB.
025300     COPY DIGVER.
025300     COPY FILTAB.
