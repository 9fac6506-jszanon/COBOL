002300*                       RETIDO EM MOVRET.DAT (LAYOUT MOVRREG),
002300*                       COM O MOTIVO, PARA REVISAO NO CADRET -
002300*                       NADA DE ESTENDER CREDITO AS CEGAS.
002310*    2025-02-07 JSZ     OS DEBITOS DOS ACORDOS DE PARCELAMENTO
002320*                       (MOTIVOS ACORDO E PARCACORDO, GERADOS
002330*                       PELO CADACOR/GERACOR) NAO PASSAM PELO
002340*                       LIMITE DE CREDITO: DEVOLVEM AO SALDO UMA
002350*                       DIVIDA QUE JA EXISTIA.
002350*    2025-04-11 JSZ     DUPLA CONFERENCIA (APRCTT): A AUDITORIA DE
002350*                       CADA MOVIMENTO APLICADO PASSA A LEVAR O
002350*                       OPERADOR QUE O DIGITOU E O SUPERVISOR QUE
002350*                       O APROVOU (MOV-OPER-INCL /
002350*                       MOV-OPER-APROV). MOVIMENTO ACIMA DA ALCADA
002350*                       AINDA PENDENTE NAO ESTA EM MOVCTT.DAT E
002350*                       NAO E APLICADO; O RESUMO LISTA AS
002350*                       PENDENCIAS DE APROV.DAT E A EXECUCAO
002350*                       TERMINA COM AVISO (RC 04) ENQUANTO HOUVER
002350*                       ALGUMA.
002350*    2025-05-23 JSZ     REEMBOLSO DE SALDO CREDOR
002350*                       (PAGREEM/RETREEM): OS MOTIVOS REEMBOLSO E
002350*                       ESTREEMB SAO ACEITOS MESMO PARA CONTATO
002350*                       INATIVO, E O DEBITO REEMBOLSO NAO PASSA
002350*                       PELO LIMITE DE CREDITO - O DINHEIRO JA
002350*                       SAIU PELO BANCO.
002350*    2025-07-11 JSZ     O MOVIMENTO REJEITADO PASSA A SER GRAVADO
002350*                       EM MOVREJ.DAT (LAYOUT MOVJREG), COM O
002350*                       MOTIVO DA REJEICAO - TERCEIRA PERNA DA
002350*                       PROVA DIARIA DO PROVDIA (APLICADO + RETIDO
002350*                       + REJEITADO = GERADO).
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS ID-CONTATO
003500         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003533         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003566             SUPPRESS WHEN SPACES
003600         LOCK MODE IS MANUAL
003700         FILE STATUS IS WS-FS.
003800     SELECT MOVIMENTOS ASSIGN TO WS-MOVIMENTOS-DSN
004640     SELECT PSLCKPT ASSIGN TO WS-PSLCKPT-DSN
004650         ORGANIZATION IS LINE SEQUENTIAL
004660         FILE STATUS IS WS-FS-CKPT.
004660     SELECT APROVACAO ASSIGN TO WS-APROVACAO-DSN
004660         ORGANIZATION IS LINE SEQUENTIAL
004660         FILE STATUS IS WS-FS-APR.
004660     SELECT REJEITADOS ASSIGN TO WS-REJEITADOS-DSN
004660         ORGANIZATION IS LINE SEQUENTIAL
004660         FILE STATUS IS WS-FS-REJ.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CONTATOS.
005690     03  PCK-RETIDOS              PIC 9(06).
005691     03  PCK-TOT-CREDITOS         PIC 9(11)V99.
005692     03  PCK-TOT-DEBITOS          PIC 9(11)V99.
005692 FD  APROVACAO.
005692     COPY APRVREG.
005692 FD  REJEITADOS.
005692     COPY MOVJREG.
005700 WORKING-STORAGE SECTION.
005800 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
005900 01  WS-MOVIMENTOS-DSN            PIC X(100) VALUE 'MOVCTT.DAT'.
007560     88 FS-RET-OK                 VALUE '00'.
007570 77  WS-CONT-RETIDOS              PIC 9(06) VALUE ZEROS.
007580 77  WS-SALDO-PROJETADO           PIC S9(11)V99 VALUE ZEROS.
007580*----------------------------------------------------------------*
007580*    MOVIMENTOS REJEITADOS (ARQUIVO MOVREJ.DAT)                  *
007580*----------------------------------------------------------------*
007580 01  WS-REJEITADOS-DSN            PIC X(100) VALUE 'MOVREJ.DAT'.
007580 77  WS-FS-REJ                    PIC X(02) VALUE '00'.
007580     88 FS-REJ-OK                 VALUE '00'.
007580 01  WS-REJ-RAZAO                 PIC X(40) VALUE SPACES.
007590*----------------------------------------------------------------*
007591*    AREA DE TRATAMENTO DE PARAMETROS DE EXECUCAO (MESMO ESTILO  *
007592*    DO P050-ANALISAR-PARM DA CARGCTT)                           *
007609 77  WS-NUM-LINHA                 PIC 9(06) VALUE ZEROS.
007610 77  WS-LINHA-RETOMADA            PIC 9(06) VALUE ZEROS.
007611 77  WS-SKIP-CONT                 PIC 9(06) VALUE ZEROS.
007611*----------------------------------------------------------------*
007611*    MOVIMENTOS PENDENTES DE APROVACAO (APROV.DAT, GRAVADO PELO  *
007611*    CADMOV E DECIDIDO NO APRCTT) - SO LISTADOS NO RESUMO        *
007611*----------------------------------------------------------------*
007611 01  WS-APROVACAO-DSN             PIC X(100) VALUE 'APROV.DAT'.
007611 77  WS-FS-APR                    PIC X(02) VALUE '00'.
007611     88 FS-APR-OK                 VALUE '00'.
007611 77  WS-EOF-APR                   PIC X(01) VALUE 'N'.
007611     88 EOF-APR-OK                VALUE 'S' FALSE 'N'.
007611 77  WS-CONT-PENDENTES            PIC 9(06) VALUE ZEROS.
007611 01  WS-MSK-VALOR                 PIC $$$.$$$.$$9,99.
007600*----------------------------------------------------------------*
007700*    MASCARAS DE EDICAO PARA OS TOTAIS (MESMO ESTILO DO RELSALDO)*
007800*----------------------------------------------------------------*
008700 77  WS-AUD-HORA                  PIC 9(08) VALUE ZEROS.
008710 77  WS-AUD-PROGRAMA              PIC X(08) VALUE 'POSTSAL'.
008710 77  WS-AUD-OPERADOR              PIC X(08) VALUE SPACES.
008710 01  WS-AUD-GUARDA                PIC X(600) VALUE SPACES.
008710 77  WS-AUD-ULT-SEQ               PIC 9(08) VALUE ZEROS.
008710 77  WS-AUD-ULT-CHAIN             PIC 9(08) VALUE ZEROS.
008710 01  WS-AUD-EOF-SW                PIC X(01) VALUE 'N'.
008710 77  WS-ELO-SOMA                  PIC 9(09) VALUE ZEROS.
008710 77  WS-ELO-POS                   PIC 9(04) VALUE ZEROS.
008710 77  WS-ELO-TAM                   PIC 9(04) VALUE ZEROS.
008800 01  WS-REG-ANTERIOR-AUD          PIC X(244) VALUE SPACES.
008800*----------------------------------------------------------------*
008800*    AREA DO CONTROLE DE EXECUCOES (COPYBOOK RUNLOG)             *
008800*----------------------------------------------------------------*
012893        GO TO P100-FIM
012894     END-IF
012895
012895     OPEN EXTEND REJEITADOS
012895     IF NOT FS-REJ-OK
012895        CLOSE REJEITADOS
012895        OPEN OUTPUT REJEITADOS
012895     END-IF
012895     IF NOT FS-REJ-OK
012895        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REJEITADOS: '
012895                WS-REJEITADOS-DSN
012895        CLOSE MOVIMENTOS
012895        CLOSE HISTORICO
012895        CLOSE RETIDOS
012895        MOVE '99'                 TO WS-FS-HIS
012895        GO TO P100-FIM
012895     END-IF
012900     OPEN I-O CONTATOS
013000     IF NOT FS-OK
013100        PERFORM 9000-TRADUZIR-FS
013300        CLOSE MOVIMENTOS
013400        CLOSE HISTORICO
013410        CLOSE RETIDOS
013410        CLOSE REJEITADOS
013500     END-IF
013600     .
013700 P100-FIM. EXIT.
015900        ADD 1                     TO WS-CONT-REJEITADOS
016000        DISPLAY 'REJEITADO - CONTATO ' MOV-ID-CONTATO
016100                ': TIPO DE MOVIMENTO INVALIDO (' MOV-TIPO ').'
016100        MOVE 'TIPO DE MOVIMENTO INVALIDO' TO WS-REJ-RAZAO
016100        PERFORM P218-GRAVAR-REJEITADO THRU P218-FIM
016200        GO TO P210-FIM
016300     END-IF
016400     IF MOV-VALOR NOT NUMERIC OR MOV-VALOR = ZEROS
016500        ADD 1                     TO WS-CONT-REJEITADOS
016600        DISPLAY 'REJEITADO - CONTATO ' MOV-ID-CONTATO
016700                ': VALOR DE MOVIMENTO INVALIDO.'
016700        MOVE 'VALOR DE MOVIMENTO INVALIDO' TO WS-REJ-RAZAO
016700        PERFORM P218-GRAVAR-REJEITADO THRU P218-FIM
016800        GO TO P210-FIM
016900     END-IF
017000
017400             ADD 1                TO WS-CONT-REJEITADOS
017500             DISPLAY 'REJEITADO - CONTATO ' MOV-ID-CONTATO
017600                     ' NAO EXISTE.'
017600             MOVE 'CONTATO NAO EXISTE' TO WS-REJ-RAZAO
017600             PERFORM P218-GRAVAR-REJEITADO THRU P218-FIM
017700         NOT INVALID KEY
017800*            O REEMBOLSO DO SALDO CREDOR (E A SUA DEVOLUCAO PELO
017800*            BANCO) E JUSTAMENTE O ACERTO FINAL DO CONTATO QUE
017800*            SAIU DA BASE.
017800             IF CONTATO-INATIVO AND
017800                MOV-MOTIVO NOT = 'REEMBOLSO' AND
017800                MOV-MOTIVO NOT = 'ESTREEMB'
017900                ADD 1             TO WS-CONT-REJEITADOS
018000                DISPLAY 'REJEITADO - CONTATO ' MOV-ID-CONTATO
018100                        ' ESTA INATIVO.'
018100                MOVE 'CONTATO INATIVO' TO WS-REJ-RAZAO
018100                PERFORM P218-GRAVAR-REJEITADO THRU P218-FIM
018200                UNLOCK CONTATOS
018300             ELSE
018310                PERFORM P215-VERIFICAR-LIMITE THRU P215-FIM
018851*    DEVOLVIDO PELO SUPERVISOR NO CADRET (MOV-LIBERADO = 'S')
018851*    TAMBEM NAO PASSA - A LIBERACAO E A ANULACAO PONTUAL DA
018851*    RETENCAO, VALIDA UMA UNICA VEZ PORQUE O MOVIMENTO E
018851*    CONSUMIDO AQUI. AS PARCELAS E A DEVOLUCAO DE SALDO DOS
018851*    ACORDOS (ACORDO/PARCACORDO) TAMBEM NAO PASSAM: REPOEM NO
018851*    SALDO UMA DIVIDA ANTERIOR AO ACORDO, NAO CREDITO NOVO.
018851*    O REEMBOLSO (PAGREEM) TAMBEM NAO: O DINHEIRO JA FOI ENVIADO
018851*    AO BANCO, RETER O DEBITO SO DESCASARIA SALDO E PAGAMENTO.
018852     IF MOV-DEBITO AND LIMITE-CREDITO > ZEROS AND
018852        MOV-MOTIVO NOT = 'ESTORNO' AND NOT MOV-FOI-LIBERADO
018852        AND MOV-MOTIVO NOT = 'ACORDO'
018852        AND MOV-MOTIVO NOT = 'PARCACORDO'
018852        AND MOV-MOTIVO NOT = 'REEMBOLSO'
018853        COMPUTE WS-SALDO-PROJETADO =
018854            SALDO-CONTATO - MOV-VALOR
018855        IF WS-SALDO-PROJETADO < (ZERO - LIMITE-CREDITO)
018880     WRITE REG-RETIDO
018881     .
018882 P217-FIM. EXIT.
018882******************************************************************
018882*    P218-GRAVAR-REJEITADO - GRAVA O MOVIMENTO REJEITADO NO      *
018882*                 ARQUIVO DE REJEITADOS, COM O MOTIVO (RAZAO EM  *
018882*                 WS-REJ-RAZAO)                                  *
018882******************************************************************
018882 P218-GRAVAR-REJEITADO.
018882     MOVE WS-DATA-POST            TO REJ-DATA-REJEICAO
018882     IF MOV-ID-CONTATO IS NUMERIC
018882        MOVE MOV-ID-CONTATO       TO REJ-ID-CONTATO
018882     ELSE
018882        MOVE ZEROS                TO REJ-ID-CONTATO
018882     END-IF
018882     IF MOV-DATA IS NUMERIC
018882        MOVE MOV-DATA             TO REJ-DATA-MOV
018882     ELSE
018882        MOVE ZEROS                TO REJ-DATA-MOV
018882     END-IF
018882     MOVE MOV-TIPO                TO REJ-TIPO
018882*    VALOR ILEGIVEL NAO ENTRA EM SOMA NENHUMA - VAI ZERADO, E O
018882*    PROVDIA FAZ O MESMO AO SOMAR MOVCTT.DAT.
018882     IF MOV-VALOR IS NUMERIC
018882        MOVE MOV-VALOR            TO REJ-VALOR
018882     ELSE
018882        MOVE ZEROS                TO REJ-VALOR
018882     END-IF
018882     MOVE MOV-MOTIVO              TO REJ-MOTIVO
018882     MOVE WS-REJ-RAZAO            TO REJ-MOTIVO-REJEICAO
018882     IF MOV-REF-SEQ IS NUMERIC
018882        MOVE MOV-REF-SEQ          TO REJ-REF-SEQ
018882     ELSE
018882        MOVE ZEROS                TO REJ-REF-SEQ
018882     END-IF
018882     WRITE REG-REJEITADO
018882     .
018882 P218-FIM. EXIT.
018890******************************************************************
018891*    P250-GRAVAR-CHECKPOINT - GRAVA EM PSLCKPT.DAT O ULTIMO      *
018892*                 MOVIMENTO TRATADO E OS CONTADORES E TOTAIS     *
020400             PERFORM 9000-TRADUZIR-FS
020500             DISPLAY 'REJEITADO - CONTATO ' MOV-ID-CONTATO
020600                     ': ' WS-FS-MSG
020600             MOVE WS-FS-MSG       TO WS-REJ-RAZAO
020600             PERFORM P218-GRAVAR-REJEITADO THRU P218-FIM
020700         NOT INVALID KEY
020800             ADD 1                TO WS-CONT-APLICADOS
020900             IF MOV-CREDITO
021500             MOVE ID-CONTATO          TO AUD-ID-CONTATO
021600             MOVE WS-REG-ANTERIOR-AUD TO AUD-REG-ANTERIOR
021700             MOVE REG-CONTATOS        TO AUD-REG-NOVO
021710*            QUEM DIGITOU E QUEM APROVOU VIAJAM NO MOVIMENTO;
021720*            MOVIMENTO DE LOTE VOLTA COM OS DOIS EM BRANCO.
021730             MOVE MOV-OPER-INCL       TO WS-AUD-OPERADOR
021740             MOVE MOV-OPER-APROV      TO AUD-OPER-APROV
021800             PERFORM 9201-GRAVAR-COM-APROVADOR THRU 9200-FIM
021900             PERFORM P230-GRAVAR-HISTORICO THRU P230-FIM
022000     END-REWRITE
022100     UNLOCK CONTATOS
025240                FUNCTION TRIM(WS-RETIDOS-DSN)
025250                ' - REVISE NO CADRET.'
025260     END-IF
025270     PERFORM P810-LISTAR-PENDENTES THRU P810-FIM
025300     CLOSE MOVIMENTOS
025400     CLOSE HISTORICO
025500     CLOSE CONTATOS
025510     CLOSE RETIDOS
025510     CLOSE REJEITADOS
025600     .
025700 P800-FIM. EXIT.
025700******************************************************************
025700*    P810-LISTAR-PENDENTES - LISTA OS MOVIMENTOS ACIMA DA ALCADA *
025700*                 QUE AINDA AGUARDAM APROVACAO NO APRCTT - NAO   *
025700*                 ENTRARAM NESTA EFETIVACAO E NAO PODEM FICAR    *
025700*                 ESQUECIDOS NA FILA                             *
025700******************************************************************
025700 P810-LISTAR-PENDENTES.
025700     MOVE ZEROS                   TO WS-CONT-PENDENTES
025700     SET EOF-APR-OK               TO FALSE
025700     MOVE '00'                    TO WS-FS-APR
025700     OPEN INPUT APROVACAO
025700     IF NOT FS-APR-OK
025700*       SEM ARQUIVO DE APROVACOES NAO HA PENDENCIA.
025700        DISPLAY 'PENDENTES APROVACAO..: ' WS-CONT-PENDENTES
025700        GO TO P810-FIM
025700     END-IF
025700     PERFORM P815-LER-PENDENTE    THRU P815-FIM
025700         UNTIL EOF-APR-OK
025700     CLOSE APROVACAO
025700     DISPLAY 'PENDENTES APROVACAO..: ' WS-CONT-PENDENTES
025700     IF WS-CONT-PENDENTES > ZEROS
025700        DISPLAY 'MOVIMENTOS ACIMA DA ALCADA NAO EFETIVADOS - '
025700                'DECIDA NO APRCTT.'
025700     END-IF
025700     .
025700 P810-FIM. EXIT.
025700******************************************************************
025700*    P815-LER-PENDENTE - LE UM REGISTRO DE APROV.DAT E EXIBE O   *
025700*                 MOVIMENTO SE AINDA ESTIVER PENDENTE            *
025700******************************************************************
025700 P815-LER-PENDENTE.
025700     READ APROVACAO
025700         AT END
025700             SET EOF-APR-OK        TO TRUE
025700             GO TO P815-FIM
025700     END-READ
025700     IF NOT APR-MOVIMENTO OR NOT APR-PENDENTE
025700        GO TO P815-FIM
025700     END-IF
025700     ADD 1                        TO WS-CONT-PENDENTES
025700     MOVE APR-VALOR               TO WS-MSK-VALOR
025700     DISPLAY 'PENDENTE - CONTATO ' APR-ID-CONTATO ' '
025700             APR-MOV-DATA ' ' APR-MOV-TIPO ' ' WS-MSK-VALOR ' '
025700             APR-MOV-MOTIVO ' DIGITADO POR ' APR-OPER-SOL
025700     .
025700 P815-FIM. EXIT.
025800******************************************************************
025900*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
026000******************************************************************
026100 P900-FIM.
026200     IF WS-RUN-RESULTADO = ZEROS AND
026200        (WS-CONT-REJEITADOS > ZEROS OR WS-CONT-RETIDOS > ZEROS
026200         OR WS-CONT-PENDENTES > ZEROS)
026200        MOVE 04                   TO WS-RUN-RESULTADO
026200     END-IF
026200     MOVE WS-CONT-LIDOS           TO WS-RUN-LIDOS
