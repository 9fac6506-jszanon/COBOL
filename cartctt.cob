002500*                   FORNECEDOR
002600*                   CIDADE=XXX    - SOMENTE CONTATOS DA CIDADE
002700*                                   INFORMADA (SEM ESPACOS)
002700*                   DOMICILIO     - UMA SO PECA POR DOMICILIO:
002700*                                   CONTATOS LIGADOS POR VINCULO
002700*                                   VIGENTE DE MESMO DOMICILIO
002700*                                   (VINCULOS.DAT, CADVINC)
002700*                                   RECEBEM UMA UNICA ETIQUETA
002700*                                   OU CARTA, NO NOME DO PRIMEIRO
002700*                                   SELECIONADO
002700*                   CAMPANHA=XXX  - ENTRADA E O PUBLICO CONGELADO
002700*                                   DA CAMPANHA DE CORREIO
002700*                                   (CAMPALVO.DAT, PELO SELCTT),
002700*                                   NO LUGAR DE SELECAO, COM O
002700*                                   ENDERECO E A SITUACAO LIDOS
002700*                                   DO CADASTRO ATUAL; CADA
002700*                                   CONTATO E MARCADO COMO ENVIADO
002700*                                   OU SUPRIMIDO (COM O MOTIVO) E
002700*                                   NAO SAI DE NOVO NUMA SEGUNDA
002700*                                   RODADA. O CODIGO DA CAMPANHA
002700*                                   SAI NA QUARTA LINHA DA
002700*                                   ETIQUETA, NO MARCADOR
002700*                                   %CAMPANHA% DA CARTA E NA LINHA
002700*                                   DE SEPARACAO DAS CARTAS
002800*----------------------------------------------------------------*
002900*    HISTORICO DE ALTERACOES
003000*    DATA       AUTOR   DESCRICAO
003296*                       LOTES POR PREFIXO DE CEP (5 DIGITOS) COM
003297*                       AS CONTAGENS QUE O CORREIO EXIGE PARA O
003298*                       DESCONTO DE MALA DIRETA.
003298*    2025-03-14 JSZ     ETIQUETAS E CARTAS SO SAEM PARA QUEM TEM
003298*                       CONSENTIMENTO VIGENTE NO CANAL CORREIO
003298*                       (CONSENT.DAT, COPYBOOK CNSCHK - LGPD); OS
003298*                       DEMAIS SAO CONTADOS NO RESUMO E ENTRAM
003298*                       COMO REJEITADOS NO RUNCTL.
003298*    2025-06-20 JSZ     INCLUIDO O PARAMETRO DOMICILIO: UMA SO
003298*                       PECA PARA OS CONTATOS COM VINCULO VIGENTE
003298*                       DE MESMO DOMICILIO (COPYBOOK VINCHK); OS
003298*                       AGRUPADOS SAO CONTADOS A PARTE, SEM ENTRAR
003298*                       COMO REJEITADOS.
003298*    2025-07-25 JSZ     INCLUIDO O PARAMETRO CAMPANHA=: LE O
003298*                       PUBLICO CONGELADO DA CAMPANHA (O CONTATO
003298*                       RELIDO NO CADASTRO ATUAL), MARCA
003298*                       ENVIADOS E SUPRIMIDOS E IDENTIFICA A
003298*                       CAMPANHA NAS ETIQUETAS E CARTAS.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003900 FILE-CONTROL.
004000     SELECT CONTATOS ASSIGN TO WS-CONTATOS-DSN
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS ID-CONTATO
004400         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004433         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004466             SUPPRESS WHEN SPACES
004500         FILE STATUS IS WS-FS.
004600     SELECT MODELO ASSIGN TO WS-MODELO-DSN
004700         ORGANIZATION IS LINE SEQUENTIAL
005170         ACCESS MODE IS DYNAMIC
005180         RECORD KEY IS CTG-CODIGO
005190         FILE STATUS IS WS-FS-CTG.
005190     SELECT CONSENT ASSIGN TO WS-CONSENT-DSN
005190         ORGANIZATION IS INDEXED
005190         ACCESS MODE IS DYNAMIC
005190         RECORD KEY IS CNS-CHAVE
005190         FILE STATUS IS WS-FS-CNS.
005190     SELECT VINCULOS ASSIGN TO WS-VINCULOS-DSN
005190         ORGANIZATION IS INDEXED
005190         ACCESS MODE IS DYNAMIC
005190         RECORD KEY IS VIN-CHAVE
005190         ALTERNATE RECORD KEY IS VIN-ID-RELACIONADO
005190             WITH DUPLICATES
005190         FILE STATUS IS WS-FS-VIN.
005190     SELECT CAMPANHA ASSIGN TO WS-CAMPANHA-DSN
005190         ORGANIZATION IS INDEXED
005190         ACCESS MODE IS DYNAMIC
005190         RECORD KEY IS CMP-CODIGO
005190         FILE STATUS IS WS-FS-CMP.
005190     SELECT CAMPALVO ASSIGN TO WS-CAMPALVO-DSN
005190         ORGANIZATION IS INDEXED
005190         ACCESS MODE IS DYNAMIC
005190         RECORD KEY IS CMA-CHAVE
005190         ALTERNATE RECORD KEY IS CMA-ID-CONTATO WITH DUPLICATES
005190         FILE STATUS IS WS-FS-CMA.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CONTATOS.
005800 FD  SAIDA.
005900 01  REG-SAIDA                    PIC X(80).
005910 FD  ENTRSEL.
005920 01  REG-ENTRSEL                  PIC X(244).
005920 FD  RUNCTL.
005920     COPY RUNREG.
005930 SD  SORTCEP.
005940 01  SD-REG-CEP.
005950     03  SD-CEP                   PIC 9(08).
005960     03  SD-REGISTRO              PIC X(244).
005973 FD  CATEGS.
005986     COPY CATREG.
005986 FD  CONSENT.
005986     COPY CONSREG.
005986 FD  VINCULOS.
005986     COPY VINCREG.
005986 FD  CAMPANHA.
005986     COPY CAMPREG.
005986 FD  CAMPALVO.
005986     COPY CALVREG.
006000 WORKING-STORAGE SECTION.
006100     COPY CONTREGW.
006200 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
009120     88 MODO-SELECAO              VALUE 'S'.
009121 01  WS-SW-CEP                    PIC X(01) VALUE 'N'.
009122     88 MODO-CEP                  VALUE 'S'.
009122 01  WS-SW-DOMICILIO              PIC X(01) VALUE 'N'.
009122     88 MODO-DOMICILIO            VALUE 'S'.
009122 01  WS-SW-CAMPANHA               PIC X(01) VALUE 'N'.
009122     88 MODO-CAMPANHA             VALUE 'S'.
009123 01  WS-PASSA                     PIC X(01) VALUE 'N'.
009124     88 PASSA-FILTRO              VALUE 'S' FALSE 'N'.
009125 01  WS-EOF-SAI                   PIC X(01) VALUE 'N'.
010900*----------------------------------------------------------------*
011000 77  WS-CONT-GERADOS              PIC 9(06) VALUE ZEROS.
011100 77  WS-CONT-PULADOS              PIC 9(06) VALUE ZEROS.
011100 77  WS-CONT-SEM-CONSENT          PIC 9(06) VALUE ZEROS.
011100 77  WS-CONT-MESMO-DOM            PIC 9(06) VALUE ZEROS.
011100*----------------------------------------------------------------*
011100*    AREA DOS VINCULOS (COPYBOOK VINCHK) E TABELA DOS CONTATOS   *
011100*    JA ATENDIDOS QUE TEM VINCULO DE MESMO DOMICILIO             *
011100*----------------------------------------------------------------*
011100 01  WS-VINCULOS-DSN              PIC X(100) VALUE 'VINCULOS.DAT'.
011100 77  WS-FS-VIN                    PIC X(02) VALUE '00'.
011100     88 FS-VIN-OK                 VALUE '00'.
011100 77  WS-VIN-BUSCA                 PIC 9(06) VALUE ZEROS.
011100 77  WS-VIN-DATA-REF              PIC 9(08) VALUE ZEROS.
011100 77  WS-VIN-QTD                   PIC 9(02) VALUE ZEROS.
011100 77  WS-VIN-MAX                   PIC 9(02) VALUE 20.
011100 77  WS-VIN-EXCEDENTES            PIC 9(02) VALUE ZEROS.
011100 01  WS-VIN-TAB.
011100     03  WS-VIN-ENT               OCCURS 20 TIMES.
011100         05  WS-VIN-T-OUTRO       PIC 9(06).
011100         05  WS-VIN-T-PAPEL       PIC X(01).
011100         05  WS-VIN-T-SENTIDO     PIC X(01).
011100 01  WS-VIN-ABERTO-SW             PIC X(01) VALUE 'N'.
011100     88 VIN-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
011100 01  WS-VIN-EOF-SW                PIC X(01) VALUE 'N'.
011100     88 VIN-EOF-OK                VALUE 'S' FALSE 'N'.
011100 01  WS-VIN-VIGENTE-SW            PIC X(01) VALUE 'N'.
011100     88 VINCULO-VIGENTE           VALUE 'S' FALSE 'N'.
011100 77  WS-VIN-IDX                   PIC 9(02) VALUE ZEROS.
011100 77  WS-DOM-QTD                   PIC 9(04) VALUE ZEROS.
011100 77  WS-DOM-MAX                   PIC 9(04) VALUE 5000.
011100 77  WS-DOM-IDX                   PIC 9(04) VALUE ZEROS.
011100 01  WS-DOM-TAB.
011100     03  WS-DOM-ID                PIC 9(06) OCCURS 5000 TIMES.
011100 01  WS-DOM-SW                    PIC X(01) VALUE 'N'.
011100     88 DOM-TEM-VINCULO           VALUE 'S' FALSE 'N'.
011100 01  WS-DOM-ATENDIDO-SW           PIC X(01) VALUE 'N'.
011100     88 DOM-JA-ATENDIDO           VALUE 'S' FALSE 'N'.
011100 01  WS-DOM-CHEIA-SW              PIC X(01) VALUE 'N'.
011100     88 DOM-TAB-CHEIA             VALUE 'S' FALSE 'N'.
011100*----------------------------------------------------------------*
011100*    AREA DA CONSULTA DE CONSENTIMENTO (COPYBOOK CNSCHK)         *
011100*----------------------------------------------------------------*
011100 01  WS-CONSENT-DSN               PIC X(100) VALUE 'CONSENT.DAT'.
011100 77  WS-FS-CNS                    PIC X(02) VALUE '00'.
011100     88 FS-CNS-OK                 VALUE '00'.
011100 77  WS-CNS-BUSCA-ID              PIC 9(06) VALUE ZEROS.
011100 77  WS-CNS-BUSCA-CANAL           PIC X(01) VALUE 'C'.
011100 77  WS-CNS-DATA-REF              PIC 9(14) VALUE ZEROS.
011100 01  WS-CNS-ABERTO-SW             PIC X(01) VALUE 'N'.
011100     88 CNS-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
011100 01  WS-CNS-ACHOU-SW              PIC X(01) VALUE 'N'.
011100     88 CNS-REGISTRO-ACHADO       VALUE 'S' FALSE 'N'.
011100 01  WS-CNS-OK-SW                 PIC X(01) VALUE 'N'.
011100     88 CONSENTIMENTO-OK          VALUE 'S' FALSE 'N'.
011100*----------------------------------------------------------------*
011100*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
011100*----------------------------------------------------------------*
011180 77  WS-CAT-BUSCA                 PIC X(10) VALUE SPACES.
011185 01  WS-CAT-EXISTE-SW             PIC X(01) VALUE 'N'.
011190     88 CAT-EXISTE                VALUE 'S' FALSE 'N'.
011190*----------------------------------------------------------------*
011190*    CAMPANHA DE CORREIO (PARAMETRO CAMPANHA=) E SITUACAO DO     *
011190*    ENVIO DE CADA CONTATO DO PUBLICO CONGELADO                  *
011190*----------------------------------------------------------------*
011190 01  WS-CAMPANHA-DSN              PIC X(100) VALUE 'CAMPANHA.DAT'.
011190 01  WS-CAMPALVO-DSN              PIC X(100) VALUE 'CAMPALVO.DAT'.
011190 77  WS-FS-CMP                    PIC X(02) VALUE '00'.
011190     88 FS-CMP-OK                 VALUE '00'.
011190 77  WS-FS-CMA                    PIC X(02) VALUE '00'.
011190     88 FS-CMA-OK                 VALUE '00'.
011190 01  WS-CAMPANHA-PEDIDA           PIC X(08) VALUE SPACES.
011190 01  WS-CAMPANHA-SW               PIC X(01) VALUE 'N'.
011190     88 CAMPANHA-OK               VALUE 'S' FALSE 'N'.
011190 01  WS-CMA-SW                    PIC X(01) VALUE 'N'.
011190     88 CMA-FIM                   VALUE 'S' FALSE 'N'.
011190 01  WS-LINHA-CAMP                PIC X(13) VALUE SPACES.
011190 01  WS-MOTIVO-SUPR               PIC X(01) VALUE SPACES.
011190 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
011190 77  WS-CONT-CAMP-ENVIADOS        PIC 9(06) VALUE ZEROS.
011190 77  WS-CONT-CAMP-SUPRIMIDOS      PIC 9(06) VALUE ZEROS.
011190 77  WS-CONT-CAMP-JA-PROC         PIC 9(06) VALUE ZEROS.
011200 PROCEDURE DIVISION.
011300******************************************************************
011400*    0000-MAINLINE - ROTINA PRINCIPAL                            *
012700        END-IF
012800     END-IF
012900
012900     IF MODO-CAMPANHA AND MODO-SELECAO
012900        DISPLAY 'PARAMETRO CAMPANHA= PREVALECE - SELECAO '
012900                'IGNORADO.'
012900        MOVE 'N'                  TO WS-SW-SELECAO
012900     END-IF
012910     IF MODO-CEP AND MODO-CARTAS
012920        DISPLAY 'PARAMETRO CEP VALE SO PARA ETIQUETAS - '
012930                'IGNORADO NO MODO CARTAS.'
016140     IF WS-PARM-TOKEN(WS-PARM-IDX) = 'CEP'
016150        MOVE 'S'                  TO WS-SW-CEP
016160     END-IF
016160     IF WS-PARM-TOKEN(WS-PARM-IDX) = 'DOMICILIO'
016160        MOVE 'S'                  TO WS-SW-DOMICILIO
016160     END-IF
016200*    QUALQUER TOKEN QUE EXISTA NA TABELA DE CATEGORIAS
016210*    (CATEGS.DAT, COPYBOOK CATTAB) VIRA FILTRO DE CATEGORIA -
016220*    CATEGORIA NOVA FILTRA SEM RECOMPILAR.
016300     IF WS-PARM-TOKEN(WS-PARM-IDX) NOT = SPACES AND
016310        WS-PARM-TOKEN(WS-PARM-IDX) NOT = 'CARTAS' AND
016320        WS-PARM-TOKEN(WS-PARM-IDX) NOT = 'SELECAO' AND
016330        WS-PARM-TOKEN(WS-PARM-IDX) NOT = 'CEP' AND
016330        WS-PARM-TOKEN(WS-PARM-IDX) NOT = 'DOMICILIO'
016400        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (1:10)
016410                                  TO WS-CAT-BUSCA
016420        PERFORM 9740-VALIDAR-CATEGORIA-TAB THRU 9740-FIM
017000        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (8:23)
017100                                  TO WS-FILTRO-CIDADE
017200     END-IF
017200     IF WS-PARM-TOKEN(WS-PARM-IDX) (1:9) = 'CAMPANHA='
017200        MOVE 'S'                  TO WS-SW-CAMPANHA
017200        MOVE WS-PARM-TOKEN(WS-PARM-IDX) (10:8)
017200                                  TO WS-CAMPANHA-PEDIDA
017200     END-IF
017300     .
017400 P110-FIM. EXIT.
017500******************************************************************
020900*                 FILTROS E GERA A SAIDA (ETIQUETAS OU CARTAS)    *
021000******************************************************************
021100 P200-GERAR.
021100     IF MODO-CAMPANHA
021100        PERFORM P205-ABRIR-CAMPANHA THRU P205-FIM
021100        IF NOT CAMPANHA-OK
021100           MOVE 08                TO WS-RUN-RESULTADO
021100           GO TO P200-FIM
021100        END-IF
021100        GO TO P200-ABRIR-SAIDA
021100     END-IF
021110     IF MODO-SELECAO
021120        OPEN INPUT ENTRSEL
021130        IF NOT FS-ENT-OK
021600           GO TO P200-FIM
021700        END-IF
021710     END-IF
021800     .
021800 P200-ABRIR-SAIDA.
021900     OPEN OUTPUT SAIDA
022000     IF NOT FS-SAI-OK
022100        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SAIDA: '
022300        PERFORM P260-FECHAR-ENTRADA THRU P260-FIM
022400        GO TO P200-FIM
022500     END-IF
022500     PERFORM 9520-ABRIR-CONSENT   THRU 9520-FIM
022500     IF NOT CNS-ARQ-ABERTO
022500        DISPLAY 'CONSENT.DAT NAO ENCONTRADO - NENHUM CONTATO '
022500                'TEM CONSENTIMENTO DE CORREIO REGISTRADO.'
022500     END-IF
022500     IF MODO-DOMICILIO
022500        ACCEPT WS-VIN-DATA-REF    FROM DATE YYYYMMDD
022500        PERFORM 9410-ABRIR-VINCULOS THRU 9410-FIM
022500        IF NOT VIN-ARQ-ABERTO
022500           DISPLAY 'VINCULOS.DAT NAO ENCONTRADO - NENHUM '
022500                   'DOMICILIO SERA AGRUPADO.'
022500        END-IF
022500     END-IF
022600
022700     SET EOF-OK                   TO FALSE
022710     IF MODO-CEP
024000
024100     CLOSE SAIDA
024200     PERFORM P260-FECHAR-ENTRADA  THRU P260-FIM
024200     PERFORM 9540-FECHAR-CONSENT  THRU 9540-FIM
024200     PERFORM 9430-FECHAR-VINCULOS THRU 9430-FIM
024300
024400     DISPLAY ' '
024500     IF MODO-CARTAS
024800        DISPLAY 'ETIQUETAS GERADAS..........: ' WS-CONT-GERADOS
024900     END-IF
025000     DISPLAY 'PULADOS (ENDERECO EM BRANCO): ' WS-CONT-PULADOS
025000     DISPLAY 'SEM CONSENTIMENTO (CORREIO).: '
025000             WS-CONT-SEM-CONSENT
025000     IF MODO-DOMICILIO
025000        DISPLAY 'AGRUPADOS (MESMO DOMICILIO).: '
025000                WS-CONT-MESMO-DOM
025000     END-IF
025000     IF MODO-CAMPANHA
025000        DISPLAY 'CAMPANHA...................: '
025000                WS-CAMPANHA-PEDIDA
025000        DISPLAY 'PUBLICO MARCADO ENVIADO....: '
025000                WS-CONT-CAMP-ENVIADOS
025000        DISPLAY 'PUBLICO MARCADO SUPRIMIDO..: '
025000                WS-CONT-CAMP-SUPRIMIDOS
025000        DISPLAY 'JA PROCESSADOS ANTES.......: '
025000                WS-CONT-CAMP-JA-PROC
025000     END-IF
025100     DISPLAY 'ARQUIVO DE SAIDA...........: '
025200             FUNCTION TRIM(WS-SAIDA-DSN)
025300     .
025400 P200-FIM. EXIT.
025400******************************************************************
025400*    P205-ABRIR-CAMPANHA - CONFERE A CAMPANHA DO PARAMETRO       *
025400*                 (DE CORREIO E CONGELADA) E POSICIONA NO        *
025400*                 INICIO DO SEU PUBLICO EM CAMPALVO.DAT          *
025400******************************************************************
025400 P205-ABRIR-CAMPANHA.
025400     SET CAMPANHA-OK              TO FALSE
025400     ACCEPT WS-DATA-EXEC          FROM DATE YYYYMMDD
025400     OPEN INPUT CAMPANHA
025400     IF NOT FS-CMP-OK
025400        MOVE WS-FS-CMP            TO WS-FS
025400        PERFORM 9000-TRADUZIR-FS
025400        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CAMPANHAS: '
025400                WS-FS-MSG
025400        GO TO P205-FIM
025400     END-IF
025400     MOVE WS-CAMPANHA-PEDIDA      TO CMP-CODIGO
025400     READ CAMPANHA
025400         INVALID KEY
025400             DISPLAY 'CAMPANHA ' WS-CAMPANHA-PEDIDA
025400                     ' INEXISTENTE.'
025400             CLOSE CAMPANHA
025400             GO TO P205-FIM
025400     END-READ
025400     IF NOT CMP-CONGELADA
025400        DISPLAY 'CAMPANHA ' CMP-CODIGO ' NAO ESTA CONGELADA - '
025400                'RODE O SELCTT COM CAMPANHA= ANTES.'
025400        CLOSE CAMPANHA
025400        GO TO P205-FIM
025400     END-IF
025400     IF NOT CMP-CANAL-CORREIO
025400        DISPLAY 'CAMPANHA ' CMP-CODIGO ' NAO E DE CORREIO - '
025400                'ETIQUETAS E CARTAS NAO SE APLICAM.'
025400        CLOSE CAMPANHA
025400        GO TO P205-FIM
025400     END-IF
025400     OPEN I-O CAMPALVO
025400     IF NOT FS-CMA-OK
025400        MOVE WS-FS-CMA            TO WS-FS
025400        PERFORM 9000-TRADUZIR-FS
025400        DISPLAY 'ERRO AO ABRIR O PUBLICO DAS CAMPANHAS: '
025400                WS-FS-MSG
025400        CLOSE CAMPANHA
025400        GO TO P205-FIM
025400     END-IF
025400     OPEN INPUT CONTATOS
025400     IF NOT FS-OK
025400        PERFORM 9000-TRADUZIR-FS
025400        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS: '
025400                WS-FS-MSG
025400        CLOSE CAMPALVO
025400        CLOSE CAMPANHA
025400        GO TO P205-FIM
025400     END-IF
025400     MOVE CMP-CODIGO              TO CMA-CODIGO
025400     MOVE ZEROS                   TO CMA-ID-CONTATO
025400     START CAMPALVO KEY IS NOT LESS THAN CMA-CHAVE
025400         INVALID KEY
025400             SET CMA-FIM          TO TRUE
025400     END-START
025400     MOVE SPACES                  TO WS-LINHA-CAMP
025400     STRING 'CAMP '               DELIMITED BY SIZE
025400            CMP-CODIGO            DELIMITED BY SIZE
025400            INTO WS-LINHA-CAMP
025400     END-STRING
025400     SET CAMPANHA-OK              TO TRUE
025400     DISPLAY 'CAMPANHA ' CMP-CODIGO ' - ' CMP-DESCRICAO
025400     .
025400 P205-FIM. EXIT.
025500******************************************************************
025600*    P210-TRATAR-CONTATO - APLICA FILTROS E ENDERECO EM BRANCO;   *
025700*                 DIRECIONA PARA ETIQUETA OU CARTA                *
025800******************************************************************
025900 P210-TRATAR-CONTATO.
026000     PERFORM P215-FILTRAR         THRU P215-FIM
026000     IF MODO-CAMPANHA
026000        PERFORM P295-MARCAR-ALVO  THRU P295-FIM
026000     END-IF
026100     IF NOT PASSA-FILTRO
026200        GO TO P210-FIM
026300     END-IF
027200 P210-FIM. EXIT.
027210******************************************************************
027220*    P215-FILTRAR - APLICA OS FILTROS E A REGRA DE ENDERECO EM    *
027230*                 BRANCO AO CONTATO CORRENTE (WS-REGISTRO) E     *
027230*                 EXIGE O CONSENTIMENTO DE CORREIO (E, NO MODO   *
027230*                 DOMICILIO, UMA SO PECA POR DOMICILIO)          *
027240******************************************************************
027250 P215-FILTRAR.
027251     SET PASSA-FILTRO             TO FALSE
027251     MOVE 'I'                     TO WS-MOTIVO-SUPR
027252     IF NOT WS-CONTATO-ATIVO
027253        GO TO P215-FIM
027254     END-IF
027254     MOVE 'F'                     TO WS-MOTIVO-SUPR
027255     IF FILTRA-CATEGORIA AND WS-CAT-CONTATO NOT = WS-FILTRO-CAT
027256        GO TO P215-FIM
027257     END-IF
027258     IF FILTRA-CIDADE AND WS-END-CIDADE NOT = WS-FILTRO-CIDADE
027259        GO TO P215-FIM
027260     END-IF
027260     MOVE 'B'                     TO WS-MOTIVO-SUPR
027261     IF WS-END-RUA = SPACES OR WS-END-CIDADE = SPACES
027262        ADD 1                     TO WS-CONT-PULADOS
027263        GO TO P215-FIM
027264     END-IF
027264*    MALA DIRETA E COMUNICACAO DE MARKETING: SO SAI PARA QUEM TEM
027264*    CONSENTIMENTO VIGENTE NO CANAL CORREIO (CADCNS, LGPD).
027264     MOVE 'C'                     TO WS-MOTIVO-SUPR
027264     MOVE WS-ID-CONTATO           TO WS-CNS-BUSCA-ID
027264     PERFORM 9530-VERIFICAR-CONSENT THRU 9530-FIM
027264     IF NOT CONSENTIMENTO-OK
027264        ADD 1                     TO WS-CONT-SEM-CONSENT
027264        GO TO P215-FIM
027264     END-IF
027264     MOVE 'D'                     TO WS-MOTIVO-SUPR
027264     IF MODO-DOMICILIO AND VIN-ARQ-ABERTO
027264        PERFORM P218-VERIFICAR-DOMICILIO THRU P218-FIM
027264        IF DOM-JA-ATENDIDO
027264           ADD 1                  TO WS-CONT-MESMO-DOM
027264           GO TO P215-FIM
027264        END-IF
027264     END-IF
027265     MOVE SPACES                  TO WS-MOTIVO-SUPR
027265     SET PASSA-FILTRO             TO TRUE
027266     .
027267 P215-FIM. EXIT.
027267******************************************************************
027267*    P218-VERIFICAR-DOMICILIO - CONTATO COM VINCULO VIGENTE DE   *
027267*                 MESMO DOMICILIO CUJO PARCEIRO JA RECEBEU A     *
027267*                 PECA E AGRUPADO (NAO SAI DE NOVO); SE AINDA    *
027267*                 NINGUEM DO DOMICILIO SAIU, ELE E GUARDADO NA   *
027267*                 TABELA DOS ATENDIDOS                           *
027267******************************************************************
027267 P218-VERIFICAR-DOMICILIO.
027267     SET DOM-JA-ATENDIDO          TO FALSE
027267     SET DOM-TEM-VINCULO          TO FALSE
027267     MOVE WS-ID-CONTATO           TO WS-VIN-BUSCA
027267     PERFORM 9425-CARREGAR-VINCULOS THRU 9425-FIM
027267     PERFORM P219-PROCURAR-PARCEIRO THRU P219-FIM
027267         VARYING WS-VIN-IDX FROM 1 BY 1
027267         UNTIL WS-VIN-IDX > WS-VIN-QTD OR DOM-JA-ATENDIDO
027267     IF DOM-JA-ATENDIDO OR NOT DOM-TEM-VINCULO
027267        GO TO P218-FIM
027267     END-IF
027267     IF WS-DOM-QTD < WS-DOM-MAX
027267        ADD 1                     TO WS-DOM-QTD
027267        MOVE WS-ID-CONTATO        TO WS-DOM-ID (WS-DOM-QTD)
027267     ELSE
027267        IF NOT DOM-TAB-CHEIA
027267           SET DOM-TAB-CHEIA      TO TRUE
027267           DISPLAY 'MAIS DE ' WS-DOM-MAX ' CONTATOS COM '
027267                   'DOMICILIO COMUM - OS EXCEDENTES SAEM SEM '
027267                   'AGRUPAMENTO.'
027267           IF WS-RUN-RESULTADO < 04
027267              MOVE 04             TO WS-RUN-RESULTADO
027267           END-IF
027267        END-IF
027267     END-IF
027267     .
027267 P218-FIM. EXIT.
027267 P219-PROCURAR-PARCEIRO.
027267     IF WS-VIN-T-PAPEL (WS-VIN-IDX) NOT = 'D'
027267        GO TO P219-FIM
027267     END-IF
027267     SET DOM-TEM-VINCULO          TO TRUE
027267     PERFORM P216-COMPARAR-ATENDIDO THRU P216-FIM
027267         VARYING WS-DOM-IDX FROM 1 BY 1
027267         UNTIL WS-DOM-IDX > WS-DOM-QTD OR DOM-JA-ATENDIDO
027267     .
027267 P219-FIM. EXIT.
027267 P216-COMPARAR-ATENDIDO.
027267     IF WS-DOM-ID (WS-DOM-IDX) = WS-VIN-T-OUTRO (WS-VIN-IDX)
027267        SET DOM-JA-ATENDIDO       TO TRUE
027267     END-IF
027267     .
027267 P216-FIM. EXIT.
027268******************************************************************
027269*    P217-MONTAR-ENDERECO - MONTA A LINHA BAIRRO-CIDADE E A       *
027270*                 LINHA DO CEP DO CONTATO CORRENTE                *
028740*                 CONTATOS.DAT)                                  *
028750******************************************************************
028760 P250-LER-ENTRADA.
028760     IF MODO-CAMPANHA
028760        PERFORM P255-LER-ALVO     THRU P255-FIM
028760        GO TO P250-FIM
028760     END-IF
028761     IF MODO-SELECAO
028762        READ ENTRSEL
028763            AT END
028766               MOVE REG-ENTRSEL   TO WS-REGISTRO
028767        END-READ
028768     ELSE
028769        READ CONTATOS NEXT RECORD INTO WS-REGISTRO
028770            AT END
028771               SET EOF-OK         TO TRUE
028772        END-READ
028773     END-IF
028774     .
028775 P250-FIM. EXIT.
028775*    PUBLICO DA CAMPANHA: SO OS AINDA NAO PROCESSADOS (UMA
028775*    SEGUNDA RODADA NAO REPETE A PECA DE QUEM JA FOI MARCADO).
028775*    A PECA SAI DO CADASTRO ATUAL (ENDERECO E SITUACAO DE HOJE);
028775*    A IMAGEM CONGELADA SO SERVE AO RELCAMP. CONTATO QUE NAO
028775*    EXISTE MAIS (EXPURGADO) E SUPRIMIDO COMO INATIVO.
028775 P255-LER-ALVO.
028775     IF CMA-FIM
028775        SET EOF-OK                TO TRUE
028775        GO TO P255-FIM
028775     END-IF
028775     READ CAMPALVO NEXT RECORD
028775         AT END
028775             SET EOF-OK           TO TRUE
028775             GO TO P255-FIM
028775     END-READ
028775     IF CMA-CODIGO NOT = CMP-CODIGO
028775        SET EOF-OK                TO TRUE
028775        GO TO P255-FIM
028775     END-IF
028775     IF NOT CMA-SELECIONADO
028775        ADD 1                     TO WS-CONT-CAMP-JA-PROC
028775        GO TO P255-LER-ALVO
028775     END-IF
028775     MOVE CMA-ID-CONTATO          TO ID-CONTATO
028775     READ CONTATOS INTO WS-REGISTRO
028775         INVALID KEY
028775             SET PASSA-FILTRO     TO FALSE
028775             MOVE 'I'             TO WS-MOTIVO-SUPR
028775             PERFORM P295-MARCAR-ALVO THRU P295-FIM
028775             GO TO P255-LER-ALVO
028775     END-READ
028775     .
028775 P255-FIM. EXIT.
028776******************************************************************
028777*    P260-FECHAR-ENTRADA - FECHA A ENTRADA ATIVA                 *
028778******************************************************************
028779 P260-FECHAR-ENTRADA.
028779     IF MODO-CAMPANHA
028779        CLOSE CONTATOS
028779        CLOSE CAMPALVO
028779        CLOSE CAMPANHA
028779        GO TO P260-FIM
028779     END-IF
028780     IF MODO-SELECAO
028781        CLOSE ENTRSEL
028782     ELSE
029800        MOVE WS-END-RUA           TO WS-ETIQ-LINHA2 (1:20)
029900        MOVE WS-LINHA-END2        TO WS-ETIQ-LINHA3 (1:40)
029910        MOVE WS-LINHA-CEP         TO WS-ETIQ-LINHA4 (1:12)
029910        IF MODO-CAMPANHA
029910           MOVE WS-LINHA-CAMP     TO WS-ETIQ-LINHA4 (21:13)
029910        END-IF
030000        MOVE 1                    TO WS-ETIQ-PENDENTE
030100     ELSE
030200        MOVE WS-NM-CONTATO        TO WS-ETIQ-LINHA1 (41:20)
030300        MOVE WS-END-RUA           TO WS-ETIQ-LINHA2 (41:20)
030400        MOVE WS-LINHA-END2        TO WS-ETIQ-LINHA3 (41:40)
030410        MOVE WS-LINHA-CEP         TO WS-ETIQ-LINHA4 (41:12)
030410        IF MODO-CAMPANHA
030410           MOVE WS-LINHA-CAMP     TO WS-ETIQ-LINHA4 (61:13)
030410        END-IF
030500        PERFORM P230-FLUSH-ETIQUETAS THRU P230-FIM
030600     END-IF
030700     ADD 1                        TO WS-CONT-GERADOS
034000                 MOVE WS-LINHA-END2    TO REG-SAIDA
034010             WHEN '%CEP%'
034020                 MOVE WS-LINHA-CEP     TO REG-SAIDA
034020             WHEN '%CAMPANHA%'
034020                 MOVE WS-LINHA-CAMP    TO REG-SAIDA
034100             WHEN OTHER
034200                 MOVE WS-MOD-LINHA (WS-MOD-IDX) TO REG-SAIDA
034300         END-EVALUATE
034500     END-PERFORM
034600
034700     MOVE ALL '-'                 TO REG-SAIDA
034700     IF MODO-CAMPANHA
034700        MOVE WS-LINHA-CAMP        TO REG-SAIDA (3:13)
034700     END-IF
034800     WRITE REG-SAIDA
034900     ADD 1                        TO WS-CONT-GERADOS
035000     .
035124        GO TO P275-FIM
035125     END-IF
035126     PERFORM P215-FILTRAR         THRU P215-FIM
035126     IF MODO-CAMPANHA
035126        PERFORM P295-MARCAR-ALVO  THRU P295-FIM
035126     END-IF
035127     IF PASSA-FILTRO
035128        MOVE WS-CEP-CONTATO       TO SD-CEP
035129        MOVE WS-REGISTRO          TO SD-REGISTRO
035194     DISPLAY FUNCTION TRIM(REG-SAIDA)
035195     .
035196 P290-FIM. EXIT.
035196******************************************************************
035196*    P295-MARCAR-ALVO - GRAVA NO PUBLICO DA CAMPANHA O RESULTADO *
035196*                 DO FILTRO DO CONTATO CORRENTE: ENVIADO, COM A  *
035196*                 DATA, OU SUPRIMIDO, COM O MOTIVO               *
035196******************************************************************
035196 P295-MARCAR-ALVO.
035196     IF PASSA-FILTRO
035196        SET CMA-ENVIADO           TO TRUE
035196        MOVE SPACES               TO CMA-MOTIVO-SUPR
035196        MOVE WS-DATA-EXEC         TO CMA-DT-ENVIO
035196     ELSE
035196        SET CMA-SUPRIMIDO         TO TRUE
035196        MOVE WS-MOTIVO-SUPR       TO CMA-MOTIVO-SUPR
035196        MOVE ZEROS                TO CMA-DT-ENVIO
035196     END-IF
035196     REWRITE REG-CAMP-ALVO
035196         INVALID KEY
035196             MOVE WS-FS-CMA       TO WS-FS
035196             PERFORM 9000-TRADUZIR-FS
035196             DISPLAY 'FALHA AO MARCAR O CONTATO ' CMA-ID-CONTATO
035196                     ' NO PUBLICO: ' WS-FS-MSG
035196             IF WS-RUN-RESULTADO < 04
035196                MOVE 04           TO WS-RUN-RESULTADO
035196             END-IF
035196             GO TO P295-FIM
035196     END-REWRITE
035196     IF CMA-ENVIADO
035196        ADD 1                     TO WS-CONT-CAMP-ENVIADOS
035196     ELSE
035196        ADD 1                     TO WS-CONT-CAMP-SUPRIMIDOS
035196     END-IF
035196     .
035196 P295-FIM. EXIT.
035200******************************************************************
035300*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
035400******************************************************************
035600     DISPLAY '*** FIM DA GERACAO DE ETIQUETAS E CARTAS ***'
035700     MOVE WS-CONT-GERADOS         TO WS-RUN-GRAVADOS
035700     MOVE WS-CONT-PULADOS         TO WS-RUN-REJEITADOS
035700     ADD WS-CONT-SEM-CONSENT      TO WS-RUN-REJEITADOS
035700     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
035700     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
035700     STOP RUN.
036000     COPY DSNENV.
036000     COPY RUNLOG.
036100     COPY CATTAB.
036100     COPY CNSCHK.
036100     COPY VINCHK.
