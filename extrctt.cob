003291*                       RUNCTL.DAT (COPYBOOK RUNLOG) E A DEVOLVER
003291*                       RETURN-CODE SIGNIFICATIVO (00 LIMPO, 04 COM
003291*                       AVISOS, 08 ABORTOU) PARA O SCHEDULER.
003291*    2025-03-14 JSZ     CONTATO SEM CONSENTIMENTO VIGENTE EM
003291*                       NENHUM CANAL (CONSENT.DAT, COPYBOOK CNSCHK
003291*                       - LGPD) FICA FORA DA EXTRACAO E E CONTADO
003291*                       NO RESUMO; O REGISTRO 01 PASSA A LEVAR,
003291*                       APOS O CONTATO, A SITUACAO DOS CANAIS
003291*                       CORREIO/EMAIL/SMS (S/N). REGISTRO DA
003291*                       EXTRACAO AMPLIADO PARA 250 POSICOES.
003291*    2025-07-25 JSZ     OS EVENTOS DO SMSRET (MARCA DE TELEFONE)
003291*                       TAMBEM NAO SELECIONAM O CONTATO.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS ID-CONTATO
004400         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004433         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004466             SUPPRESS WHEN SPACES
004500         FILE STATUS IS WS-FS.
004600     SELECT AUDITORIA ASSIGN TO WS-AUDITORIA-DSN
004700         ORGANIZATION IS LINE SEQUENTIAL
005400     SELECT RUNCTL ASSIGN TO WS-RUNCTL-DSN
005400         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-FS-RUN.
005400     SELECT CONSENT ASSIGN TO WS-CONSENT-DSN
005400         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS CNS-CHAVE
005400         FILE STATUS IS WS-FS-CNS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CONTATOS.
005900 FD  AUDITORIA.
006000     COPY AUDREG.
006100 FD  EXTRACAO.
006200 01  REG-EXTRACAO                 PIC X(250).
006300 FD  EXTCKPT.
006400 01  REG-EXTCKPT.
006500     03  ECK-ULTIMO-STAMP         PIC 9(14).
006600     03  ECK-SEQ                  PIC 9(04).
006610 FD  ENTRSEL.
006620 01  REG-ENTRSEL                  PIC X(244).
006620 FD  RUNCTL.
006620     COPY RUNREG.
006620 FD  CONSENT.
006620     COPY CONSREG.
006700 WORKING-STORAGE SECTION.
006800     COPY CONTREGW.
006900 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
010500 77  WS-DATA-EXEC                 PIC 9(08) VALUE ZEROS.
010600 77  WS-HORA-EXEC                 PIC 9(08) VALUE ZEROS.
010700 77  WS-CONT-EXTRAIDOS            PIC 9(06) VALUE ZEROS.
010700 77  WS-CONT-SEM-CONSENT          PIC 9(06) VALUE ZEROS.
010800 77  WS-SOMA-SALDOS               PIC S9(13)V99 VALUE ZEROS.
010900 77  WS-SOMA-SALDOS-DSP           PIC 9(13)V99 VALUE ZEROS.
011000*----------------------------------------------------------------*
011500     88 ACHOU-MUDANCA             VALUE 'S' FALSE 'N'.
011600 77  WS-ULTIMA-OP                 PIC X(01) VALUE SPACES.
011700 77  WS-ULTIMO-STAMP              PIC 9(14) VALUE ZEROS.
011800 01  WS-LINHA-EXT                 PIC X(250) VALUE SPACES.
011800*----------------------------------------------------------------*
011800*    AREA DA CONSULTA DE CONSENTIMENTO (COPYBOOK CNSCHK). O      *
011800*    REGISTRO '01' LEVA, APOS O CONTATO, A SITUACAO DOS TRES     *
011800*    CANAIS (CORREIO, EMAIL, SMS - S/N) PARA O CRM SO ACIONAR    *
011800*    O CANAL AUTORIZADO                                          *
011800*----------------------------------------------------------------*
011800 01  WS-CONSENT-DSN               PIC X(100) VALUE 'CONSENT.DAT'.
011800 77  WS-FS-CNS                    PIC X(02) VALUE '00'.
011800     88 FS-CNS-OK                 VALUE '00'.
011800 77  WS-CNS-BUSCA-ID              PIC 9(06) VALUE ZEROS.
011800 77  WS-CNS-BUSCA-CANAL           PIC X(01) VALUE SPACES.
011800 77  WS-CNS-DATA-REF              PIC 9(14) VALUE ZEROS.
011800 01  WS-CNS-ABERTO-SW             PIC X(01) VALUE 'N'.
011800     88 CNS-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
011800 01  WS-CNS-ACHOU-SW              PIC X(01) VALUE 'N'.
011800     88 CNS-REGISTRO-ACHADO       VALUE 'S' FALSE 'N'.
011800 01  WS-CNS-OK-SW                 PIC X(01) VALUE 'N'.
011800     88 CONSENTIMENTO-OK          VALUE 'S' FALSE 'N'.
011800 01  WS-CNS-CANAIS.
011800     03  WS-CNS-CORREIO           PIC X(01) VALUE 'N'.
011800     03  WS-CNS-EMAIL             PIC X(01) VALUE 'N'.
011800     03  WS-CNS-SMS               PIC X(01) VALUE 'N'.
011800*----------------------------------------------------------------*
011800*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
011800*----------------------------------------------------------------*
022600     END-IF
022700
022800     PERFORM P210-GRAVAR-CABECALHO THRU P210-FIM
022800     PERFORM 9520-ABRIR-CONSENT   THRU 9520-FIM
022800     IF NOT CNS-ARQ-ABERTO
022800        DISPLAY 'CONSENT.DAT NAO ENCONTRADO - NENHUM CONTATO '
022800                'TEM CONSENTIMENTO REGISTRADO.'
022800     END-IF
022900
023000     SET EOF-OK                   TO FALSE
023100     PERFORM UNTIL EOF-OK
024000     PERFORM P240-GRAVAR-TRAILER  THRU P240-FIM
024100     CLOSE EXTRACAO
024200     PERFORM P260-FECHAR-ENTRADA  THRU P260-FIM
024200     PERFORM 9540-FECHAR-CONSENT  THRU 9540-FIM
024300
024400*    UMA EXECUCAO SOBRE ARQUIVO DE SELECAO E UMA EXTRACAO
024410*    AVULSA: NAO AVANCA O PONTO DE CONTROLE DA INTERFACE
024600     DISPLAY ' '
024700     DISPLAY 'EXECUCAO DE SEQUENCIA....: ' WS-SEQ-EXECUCAO
024800     DISPLAY 'CONTATOS EXTRAIDOS.......: ' WS-CONT-EXTRAIDOS
024800     DISPLAY 'SEM CONSENTIMENTO (LGPD).: ' WS-CONT-SEM-CONSENT
024900     .
025000 P200-FIM. EXIT.
025100******************************************************************
027700     END-IF
027800
027900     IF ACHOU-MUDANCA
027900        PERFORM P225-VERIFICAR-CONSENT THRU P225-FIM
027900        IF WS-CNS-CANAIS = 'NNN'
027900           ADD 1                  TO WS-CONT-SEM-CONSENT
027900           GO TO P220-FIM
027900        END-IF
028000        ADD 1                     TO WS-CONT-EXTRAIDOS
028100        ADD WS-SALDO-CONTATO      TO WS-SOMA-SALDOS
028200        MOVE SPACES               TO WS-LINHA-EXT
028300        STRING '01'               DELIMITED BY SIZE
028400               WS-ULTIMA-OP       DELIMITED BY SIZE
028500               WS-REGISTRO        DELIMITED BY SIZE
028500               WS-CNS-CANAIS      DELIMITED BY SIZE
028600               INTO WS-LINHA-EXT
028700        END-STRING
028800        MOVE WS-LINHA-EXT         TO REG-EXTRACAO
029000     END-IF
029100     .
029200 P220-FIM. EXIT.
029200******************************************************************
029200*    P225-VERIFICAR-CONSENT - SITUACAO ATUAL DO CONSENTIMENTO DO *
029200*                 CONTATO CORRENTE NOS TRES CANAIS (CNSCHK).     *
029200*                 O CRM E CANAL DE MARKETING: CONTATO SEM        *
029200*                 CONSENTIMENTO EM NENHUM CANAL FICA FORA        *
029200******************************************************************
029200 P225-VERIFICAR-CONSENT.
029200     MOVE 'NNN'                   TO WS-CNS-CANAIS
029200     MOVE WS-ID-CONTATO           TO WS-CNS-BUSCA-ID
029200     MOVE 'C'                     TO WS-CNS-BUSCA-CANAL
029200     PERFORM 9530-VERIFICAR-CONSENT THRU 9530-FIM
029200     IF CONSENTIMENTO-OK
029200        MOVE 'S'                  TO WS-CNS-CORREIO
029200     END-IF
029200     MOVE 'E'                     TO WS-CNS-BUSCA-CANAL
029200     PERFORM 9530-VERIFICAR-CONSENT THRU 9530-FIM
029200     IF CONSENTIMENTO-OK
029200        MOVE 'S'                  TO WS-CNS-EMAIL
029200     END-IF
029200     MOVE 'S'                     TO WS-CNS-BUSCA-CANAL
029200     PERFORM 9530-VERIFICAR-CONSENT THRU 9530-FIM
029200     IF CONSENTIMENTO-OK
029200        MOVE 'S'                  TO WS-CNS-SMS
029200     END-IF
029200     .
029200 P225-FIM. EXIT.
029300******************************************************************
029400*    P230-BUSCAR-MUDANCA - VARRE AUDCTT.LOG PROCURANDO A ULTIMA   *
029500*                 OPERACAO DO CONTATO CORRENTE COM CARIMBO        *
031300             NOT AT END
031400                IF AUD-ID-CONTATO = WS-ID-CONTATO AND
031410                   AUD-PROGRAMA NOT = 'CADFONE' AND
031410                   AUD-PROGRAMA NOT = 'SMSRET' AND
031500                   AUD-DATA-HORA > WS-STAMP-CORTE AND
031600                   AUD-DATA-HORA NOT < WS-ULTIMO-STAMP
031700                   SET ACHOU-MUDANCA  TO TRUE
036100 P900-FIM.
036200     DISPLAY '*** FIM DA EXTRACAO DE INTERFACE ***'
036300     MOVE WS-CONT-EXTRAIDOS       TO WS-RUN-GRAVADOS
036300     MOVE WS-CONT-SEM-CONSENT     TO WS-RUN-REJEITADOS
036300     PERFORM 9610-GRAVAR-RUN      THRU 9610-FIM
036300     MOVE WS-RUN-RESULTADO        TO RETURN-CODE
036300     STOP RUN.
036500     COPY FSTATUS.
036600     COPY DSNENV.
036600     COPY RUNLOG.
036600     COPY CNSCHK.
