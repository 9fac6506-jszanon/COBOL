001300*                 DUPLICADO E INATIVADO (EXCLUSAO LOGICA), EM VEZ
001400*                 DE MANTER DOIS REGISTROS VIVOS PARA UMA SO
001500*                 PESSOA.
001500*                 OS TELEFONES (FONES.DAT), OS VINCULOS
001500*                 (VINCULOS.DAT) E OS DOCUMENTOS CADASTRAIS
001500*                 (DOCTOS.DAT) DO DUPLICADO PASSAM PARA O
001500*                 SOBREVIVENTE.
001600*----------------------------------------------------------------*
001700*    HISTORICO DE ALTERACOES
001800*    DATA       AUTOR   DESCRICAO
002070*                       (COPYBOOK OPRLOG): A MESCLAGEM FICA
002080*                       RESTRITA A SUPERVISOR E O OPERADOR E
002090*                       CARIMBADO NA AUDITORIA.
002090*    2025-03-07 JSZ     O CPF/CNPJ DO DUPLICADO E HERDADO PELO
002090*                       SOBREVIVENTE QUE NAO TEM DOCUMENTO; NESSE
002090*                       CASO O DUPLICADO E INATIVADO PRIMEIRO, JA
002090*                       SEM O DOCUMENTO, PARA LIBERAR A CHAVE
002090*                       UNICA. DOCUMENTOS DIFERENTES GERAM AVISO.
002090*    2025-06-20 JSZ     OS VINCULOS DO DUPLICADO (VINCULOS.DAT,
002090*                       NOS DOIS SENTIDOS) PASSAM PARA O
002090*                       SOBREVIVENTE; VINCULO DELE COM ELE MESMO
002090*                       OU REPETIDO E DESCARTADO.
002090*    2025-06-27 JSZ     OS DOCUMENTOS CADASTRAIS DO DUPLICADO
002090*                       (DOCTOS.DAT) PASSAM PARA O SOBREVIVENTE,
002090*                       CONTINUANDO A NUMERACAO DE DCT-SEQ DELE.
002090*    2025-07-18 JSZ     O TELEFONE MOVIDO PARA O SOBREVIVENTE
002090*                       LEVA A MARCA DE NUMERO INVALIDO OU
002090*                       DESLIGADO DO RETORNO DE SMS (FONE-ST).
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS ID-CONTATO
003200         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
003233         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
003266             SUPPRESS WHEN SPACES
003300         LOCK MODE IS MANUAL
003400         FILE STATUS IS WS-FS.
003450     SELECT FONES ASSIGN TO WS-FONES-DSN
003490         ALTERNATE RECORD KEY IS FONE-ID-CONTATO WITH DUPLICATES
003492         LOCK MODE IS MANUAL
003494         FILE STATUS IS WS-FS-FONE.
003494     SELECT VINCULOS ASSIGN TO WS-VINCULOS-DSN
003494         ORGANIZATION IS INDEXED
003494         ACCESS MODE IS DYNAMIC
003494         RECORD KEY IS VIN-CHAVE
003494         ALTERNATE RECORD KEY IS VIN-ID-RELACIONADO
003494             WITH DUPLICATES
003494         LOCK MODE IS MANUAL
003494         FILE STATUS IS WS-FS-VIN.
003494     SELECT DOCTOS ASSIGN TO WS-DOCTOS-DSN
003494         ORGANIZATION IS INDEXED
003494         ACCESS MODE IS DYNAMIC
003494         RECORD KEY IS DCT-CHAVE
003494         LOCK MODE IS MANUAL
003494         FILE STATUS IS WS-FS-DCT.
003500     SELECT AUDITORIA ASSIGN TO WS-AUDITORIA-DSN
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-FS-AUD.
004100     COPY CONTREG.
004150 FD  FONES.
004160     COPY FONEREG.
004160 FD  VINCULOS.
004160     COPY VINCREG.
004160 FD  DOCTOS.
004160     COPY DCTREG.
004200 FD  AUDITORIA.
004300     COPY AUDREG.
004310 FD  OPERADOR.
007008     03  WS-SOB-CEP               PIC 9(08).
007009     03  WS-SOB-ST-EMAIL          PIC X(01).
007010     03  WS-SOB-DT-BOUNCE         PIC 9(08).
007010     03  WS-SOB-CPF-CNPJ          PIC X(14).
007010 01  WS-CPF-HERDADO-SW            PIC X(01) VALUE 'N'.
007010     88 CPF-HERDADO               VALUE 'S' FALSE 'N'.
007010*----------------------------------------------------------------*
007020*    TRANSFERENCIA DOS TELEFONES DO DUPLICADO: NUMEROS JA        *
007030*    EXISTENTES NO SOBREVIVENTE SAO CARREGADOS PARA PODER PULAR  *
007068         05  WS-DUP-FONE-SEQ      PIC 9(02).
007069         05  WS-DUP-FONE-TIPO     PIC X(11).
007070         05  WS-DUP-FONE-NUMERO   PIC X(15).
007070         05  WS-DUP-FONE-ST       PIC X(01).
007070         05  WS-DUP-FONE-DT-ST    PIC 9(08).
007071 77  WS-FONE-IDX                  PIC 9(02) VALUE ZEROS.
007072 77  WS-NUM-IDX                   PIC 9(02) VALUE ZEROS.
007073 77  WS-CONT-FONES-MOVIDOS        PIC 9(02) VALUE ZEROS.
007074 77  WS-CONT-FONES-PULADOS        PIC 9(02) VALUE ZEROS.
007075 01  WS-NUMERO-REPETIDO           PIC X(01) VALUE 'N'.
007076     88 NUMERO-REPETIDO           VALUE 'S' FALSE 'N'.
007076*----------------------------------------------------------------*
007076*    TRANSFERENCIA DOS VINCULOS DO DUPLICADO: OS REGISTROS EM    *
007076*    QUE ELE E O TITULAR SAO RECHAVEADOS NO SOBREVIVENTE (WRITE  *
007076*    + DELETE, COMO OS TELEFONES); AQUELES EM QUE ELE E O        *
007076*    RELACIONADO SO TEM O RELACIONADO REGRAVADO (REWRITE)        *
007076*----------------------------------------------------------------*
007076 01  WS-VINCULOS-DSN              PIC X(100) VALUE 'VINCULOS.DAT'.
007076 77  WS-FS-VIN                    PIC X(02) VALUE '00'.
007076     88 FS-VIN-OK                 VALUE '00'.
007076 77  WS-EOF-VIN                   PIC X(01) VALUE 'N'.
007076     88 EOF-VIN-OK                VALUE 'S' FALSE 'N'.
007076 77  WS-VIN-DATA                  PIC 9(08) VALUE ZEROS.
007076 77  WS-PROX-SEQ-VIN              PIC 9(02) VALUE ZEROS.
007076 77  WS-SOB-VIN-QTD               PIC 9(02) VALUE ZEROS.
007076 01  WS-SOB-VIN-TAB.
007076     03  WS-SOB-VIN-ENT           OCCURS 20 TIMES.
007076         05  WS-SOB-VIN-OUTRO     PIC 9(06).
007076         05  WS-SOB-VIN-PAPEL     PIC X(01).
007076         05  WS-SOB-VIN-FIM       PIC 9(08).
007076 77  WS-DUP-VIN-QTD               PIC 9(02) VALUE ZEROS.
007076 01  WS-DUP-VIN-TAB.
007076     03  WS-DUP-VIN-REG           OCCURS 20 TIMES PIC X(69).
007076 77  WS-REV-VIN-QTD               PIC 9(02) VALUE ZEROS.
007076 01  WS-REV-VIN-TAB.
007076     03  WS-REV-VIN-CHAVE         OCCURS 20 TIMES PIC X(08).
007076 77  WS-VIN-IDX                   PIC 9(02) VALUE ZEROS.
007076 77  WS-VIN-SEQ-ANTIGA            PIC 9(02) VALUE ZEROS.
007076 77  WS-CONT-VIN-MOVIDOS          PIC 9(02) VALUE ZEROS.
007076 77  WS-CONT-VIN-DESCARTADOS      PIC 9(02) VALUE ZEROS.
007076 01  WS-VIN-GUARDA.
007076     03  WS-GRD-ID-CONTATO        PIC 9(06).
007076     03  FILLER                   PIC X(08).
007076     03  WS-GRD-PAPEL             PIC X(01).
007076     03  FILLER                   PIC X(08).
007076     03  WS-GRD-DT-FIM            PIC 9(08).
007076     03  FILLER                   PIC X(38).
007076 01  WS-VINCULO-REPETIDO          PIC X(01) VALUE 'N'.
007076     88 VINCULO-REPETIDO          VALUE 'S' FALSE 'N'.
007076*----------------------------------------------------------------*
007076*    TRANSFERENCIA DOS DOCUMENTOS CADASTRAIS DO DUPLICADO (WRITE *
007076*    NA CHAVE DO SOBREVIVENTE + DELETE, COMO OS TELEFONES). SAO  *
007076*    COMPROVANTES CONFERIDOS: NENHUM E DESCARTADO                *
007076*----------------------------------------------------------------*
007076 01  WS-DOCTOS-DSN                PIC X(100) VALUE 'DOCTOS.DAT'.
007076 77  WS-FS-DCT                    PIC X(02) VALUE '00'.
007076     88 FS-DCT-OK                 VALUE '00'.
007076 77  WS-EOF-DCT                   PIC X(01) VALUE 'N'.
007076     88 EOF-DCT-OK                VALUE 'S' FALSE 'N'.
007076 77  WS-DCT-DATA                  PIC 9(08) VALUE ZEROS.
007076 77  WS-PROX-SEQ-DCT              PIC 9(02) VALUE ZEROS.
007076 77  WS-DUP-DCT-QTD               PIC 9(02) VALUE ZEROS.
007076 01  WS-DUP-DCT-TAB.
007076     03  WS-DUP-DCT-REG           OCCURS 20 TIMES PIC X(83).
007076 77  WS-DCT-IDX                   PIC 9(02) VALUE ZEROS.
007076 77  WS-DCT-SEQ-ANTIGA            PIC 9(02) VALUE ZEROS.
007076 77  WS-CONT-DCT-MOVIDOS          PIC 9(02) VALUE ZEROS.
007100*----------------------------------------------------------------*
007200*    AREA DE TRABALHO DA AUDITORIA (COPYBOOK AUDLOG)             *
007300*----------------------------------------------------------------*
007800 77  WS-AUD-HORA                  PIC 9(08) VALUE ZEROS.
007810 77  WS-AUD-PROGRAMA              PIC X(08) VALUE 'MERGCTT'.
007810 77  WS-AUD-OPERADOR              PIC X(08) VALUE SPACES.
007810 01  WS-AUD-GUARDA                PIC X(600) VALUE SPACES.
007810 77  WS-AUD-ULT-SEQ               PIC 9(08) VALUE ZEROS.
007810 77  WS-AUD-ULT-CHAIN             PIC 9(08) VALUE ZEROS.
007810 01  WS-AUD-EOF-SW                PIC X(01) VALUE 'N'.
007810 77  WS-ELO-SOMA                  PIC 9(09) VALUE ZEROS.
007810 77  WS-ELO-POS                   PIC 9(04) VALUE ZEROS.
007810 77  WS-ELO-TAM                   PIC 9(04) VALUE ZEROS.
007900 01  WS-REG-ANTERIOR-AUD          PIC X(244) VALUE SPACES.
007910*----------------------------------------------------------------*
007910*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
007910*----------------------------------------------------------------*
013700     END-IF
013800
013900     IF PROSSEGUE-MESCLAGEM
014000*       COM CPF/CNPJ HERDADO, O DUPLICADO E INATIVADO ANTES
014000*       PARA LIBERAR A CHAVE UNICA DO DOCUMENTO.
014000        IF CPF-HERDADO
014000           PERFORM P240-INATIVAR-DUPLIC THRU P240-FIM
014000           PERFORM P230-GRAVAR-SOBREV   THRU P230-FIM
014000        ELSE
014000           PERFORM P230-GRAVAR-SOBREV   THRU P230-FIM
014000           PERFORM P240-INATIVAR-DUPLIC THRU P240-FIM
014000        END-IF
014110        PERFORM P250-MOVER-FONES     THRU P250-FIM
014120        DISPLAY 'TELEFONES MOVIDOS DO DUPLICADO: '
014130                WS-CONT-FONES-MOVIDOS
014140        DISPLAY 'TELEFONES PULADOS (REPETIDOS).: '
014150                WS-CONT-FONES-PULADOS
014150        PERFORM P260-MOVER-VINCULOS  THRU P260-FIM
014150        DISPLAY 'VINCULOS MOVIDOS DO DUPLICADO.: '
014150                WS-CONT-VIN-MOVIDOS
014150        DISPLAY 'VINCULOS DESCARTADOS..........: '
014150                WS-CONT-VIN-DESCARTADOS
014150        PERFORM P280-MOVER-DOCTOS    THRU P280-FIM
014150        DISPLAY 'DOCUMENTOS MOVIDOS DO DUPLICADO: '
014150                WS-CONT-DCT-MOVIDOS
014200     END-IF
014300
014400     CLOSE CONTATOS
015980     MOVE CEP-CONTATO             TO WS-SOB-CEP
015990     MOVE ST-EMAIL                TO WS-SOB-ST-EMAIL
015991     MOVE DT-BOUNCE               TO WS-SOB-DT-BOUNCE
015991     MOVE CPF-CNPJ-CONTATO        TO WS-SOB-CPF-CNPJ
015991     SET CPF-HERDADO              TO FALSE
016000     .
016100 P210-FIM. EXIT.
016200******************************************************************
019140     IF WS-SOB-CEP = ZEROS AND CEP-CONTATO NOT = ZEROS
019150        MOVE CEP-CONTATO          TO WS-SOB-CEP
019160     END-IF
019160*    O CPF/CNPJ E CHAVE UNICA: SO E HERDADO QUANDO O
019160*    SOBREVIVENTE NAO TEM, E O DUPLICADO O LIBERA AO SER
019160*    INATIVADO (P240). DOCUMENTOS DIFERENTES NOS DOIS PEDEM
019160*    CONFERENCIA DO OPERADOR.
019160     IF CPF-CNPJ-CONTATO NOT = SPACES
019160        IF WS-SOB-CPF-CNPJ = SPACES
019160           MOVE CPF-CNPJ-CONTATO  TO WS-SOB-CPF-CNPJ
019160           SET CPF-HERDADO        TO TRUE
019160        ELSE
019160           IF WS-SOB-CPF-CNPJ NOT = CPF-CNPJ-CONTATO
019160              DISPLAY 'AVISO: CPF/CNPJ DIFERENTES - SOBREVIVENTE '
019160                      WS-SOB-CPF-CNPJ ' DUPLICADO '
019160                      CPF-CNPJ-CONTATO
019160           END-IF
019160        END-IF
019160     END-IF
019200     .
019300 P220-FIM. EXIT.
019400******************************************************************
021480             MOVE WS-SOB-CEP          TO CEP-CONTATO
021490             MOVE WS-SOB-ST-EMAIL     TO ST-EMAIL
021491             MOVE WS-SOB-DT-BOUNCE    TO DT-BOUNCE
021491             MOVE WS-SOB-CPF-CNPJ     TO CPF-CNPJ-CONTATO
021500             REWRITE REG-CONTATOS
021600                 INVALID KEY
021700                     PERFORM 9000-TRADUZIR-FS
024600         NOT INVALID KEY
024700             MOVE REG-CONTATOS    TO WS-REG-ANTERIOR-AUD
024800             SET CONTATO-INATIVO  TO TRUE
024800             IF CPF-HERDADO
024800                MOVE SPACES       TO CPF-CNPJ-CONTATO
024800             END-IF
024900             REWRITE REG-CONTATOS
025000                 INVALID KEY
025100                     PERFORM 9000-TRADUZIR-FS
026698                       MOVE FONE-NUMERO
026699                            TO WS-DUP-FONE-NUMERO
026700                               (WS-DUP-FONE-QTD)
026700                       MOVE FONE-ST
026700                            TO WS-DUP-FONE-ST (WS-DUP-FONE-QTD)
026700                       MOVE FONE-DT-ST
026700                            TO WS-DUP-FONE-DT-ST (WS-DUP-FONE-QTD)
026701                    ELSE
026702                       DISPLAY 'AVISO: DUPLICADO COM MAIS DE 20 '
026703                               'TELEFONES - EXCEDENTES NAO '
026737     MOVE WS-PROX-SEQ-SOB         TO FONE-SEQ
026738     MOVE WS-DUP-FONE-TIPO (WS-FONE-IDX) TO FONE-TIPO
026739     MOVE WS-DUP-FONE-NUMERO (WS-FONE-IDX) TO FONE-NUMERO
026739     MOVE WS-DUP-FONE-ST (WS-FONE-IDX) TO FONE-ST
026739     MOVE WS-DUP-FONE-DT-ST (WS-FONE-IDX) TO FONE-DT-ST
026740     WRITE REG-FONES
026741         INVALID KEY
026742             DISPLAY 'AVISO: NAO FOI POSSIVEL REGRAVAR O '
026769     END-DELETE
026770     .
026771 P254-FIM. EXIT.
026771******************************************************************
026771*    P260-MOVER-VINCULOS - TRANSFERE OS VINCULOS DO DUPLICADO EM *
026771*                 VINCULOS.DAT PARA O SOBREVIVENTE, NOS DOIS     *
026771*                 SENTIDOS. VINCULO QUE FICARIA DO SOBREVIVENTE  *
026771*                 COM ELE MESMO, OU QUE REPETE OUTRO JA          *
026771*                 EXISTENTE (MESMA PESSOA, PAPEL E FIM), E       *
026771*                 DESCARTADO                                     *
026771******************************************************************
026771 P260-MOVER-VINCULOS.
026771     MOVE ZEROS                   TO WS-CONT-VIN-MOVIDOS
026771     MOVE ZEROS                   TO WS-CONT-VIN-DESCARTADOS
026771     OPEN I-O VINCULOS
026771     IF WS-FS-VIN = '35'
026771        GO TO P260-FIM
026771     END-IF
026771     IF NOT FS-VIN-OK
026771        DISPLAY 'ARQUIVO DE VINCULOS INDISPONIVEL - NENHUM '
026771                'VINCULO FOI MOVIDO.'
026771        GO TO P260-FIM
026771     END-IF
026771     ACCEPT WS-VIN-DATA           FROM DATE YYYYMMDD
026771
026771     PERFORM P261-CARREGAR-VINC-SOB THRU P261-FIM
026771     PERFORM P263-CARREGAR-VINC-DUP THRU P263-FIM
026771     PERFORM P265-CARREGAR-VINC-REV THRU P265-FIM
026771     PERFORM P267-RECHAVEAR-VINCULO THRU P267-FIM
026771         VARYING WS-VIN-IDX FROM 1 BY 1
026771         UNTIL WS-VIN-IDX > WS-DUP-VIN-QTD
026771     PERFORM P270-REAPONTAR-VINCULO THRU P270-FIM
026771         VARYING WS-VIN-IDX FROM 1 BY 1
026771         UNTIL WS-VIN-IDX > WS-REV-VIN-QTD
026771
026771     CLOSE VINCULOS
026771     .
026771 P260-FIM. EXIT.
026771******************************************************************
026771*    P261-CARREGAR-VINC-SOB - CARREGA OS VINCULOS EM QUE O       *
026771*                 SOBREVIVENTE E O TITULAR E O MAIOR VIN-SEQ DELE*
026771******************************************************************
026771 P261-CARREGAR-VINC-SOB.
026771     MOVE ZEROS                   TO WS-SOB-VIN-QTD
026771     MOVE ZEROS                   TO WS-PROX-SEQ-VIN
026771     SET EOF-VIN-OK               TO FALSE
026771     MOVE WS-ID-SOBREV            TO VIN-ID-CONTATO
026771     MOVE ZEROS                   TO VIN-SEQ
026771     START VINCULOS KEY IS NOT LESS THAN VIN-CHAVE
026771         INVALID KEY
026771             SET EOF-VIN-OK       TO TRUE
026771     END-START
026771     PERFORM P262-LER-VINC-SOB    THRU P262-FIM
026771         UNTIL EOF-VIN-OK
026771     .
026771 P261-FIM. EXIT.
026771 P262-LER-VINC-SOB.
026771     READ VINCULOS NEXT RECORD
026771         AT END
026771             SET EOF-VIN-OK       TO TRUE
026771             GO TO P262-FIM
026771     END-READ
026771     IF VIN-ID-CONTATO NOT = WS-ID-SOBREV
026771        SET EOF-VIN-OK            TO TRUE
026771        GO TO P262-FIM
026771     END-IF
026771     IF WS-SOB-VIN-QTD < 20
026771        ADD 1                     TO WS-SOB-VIN-QTD
026771        MOVE VIN-ID-RELACIONADO
026771             TO WS-SOB-VIN-OUTRO (WS-SOB-VIN-QTD)
026771        MOVE VIN-PAPEL
026771             TO WS-SOB-VIN-PAPEL (WS-SOB-VIN-QTD)
026771        MOVE VIN-DT-FIM
026771             TO WS-SOB-VIN-FIM (WS-SOB-VIN-QTD)
026771     END-IF
026771     MOVE VIN-SEQ                 TO WS-PROX-SEQ-VIN
026771     .
026771 P262-FIM. EXIT.
026771******************************************************************
026771*    P263-CARREGAR-VINC-DUP - COLETA EM TABELA OS VINCULOS EM    *
026771*                 QUE O DUPLICADO E O TITULAR (REGISTRO INTEIRO, *
026771*                 POIS O RECHAVEAMENTO ALTERA A CHAVE)           *
026771******************************************************************
026771 P263-CARREGAR-VINC-DUP.
026771     MOVE ZEROS                   TO WS-DUP-VIN-QTD
026771     SET EOF-VIN-OK               TO FALSE
026771     MOVE WS-ID-DUPLIC            TO VIN-ID-CONTATO
026771     MOVE ZEROS                   TO VIN-SEQ
026771     START VINCULOS KEY IS NOT LESS THAN VIN-CHAVE
026771         INVALID KEY
026771             SET EOF-VIN-OK       TO TRUE
026771     END-START
026771     PERFORM P264-LER-VINC-DUP    THRU P264-FIM
026771         UNTIL EOF-VIN-OK
026771     .
026771 P263-FIM. EXIT.
026771 P264-LER-VINC-DUP.
026771     READ VINCULOS NEXT RECORD
026771         AT END
026771             SET EOF-VIN-OK       TO TRUE
026771             GO TO P264-FIM
026771     END-READ
026771     IF VIN-ID-CONTATO NOT = WS-ID-DUPLIC
026771        SET EOF-VIN-OK            TO TRUE
026771        GO TO P264-FIM
026771     END-IF
026771     IF WS-DUP-VIN-QTD < 20
026771        ADD 1                     TO WS-DUP-VIN-QTD
026771        MOVE REG-VINCULOS
026771             TO WS-DUP-VIN-REG (WS-DUP-VIN-QTD)
026771     ELSE
026771        DISPLAY 'AVISO: DUPLICADO COM MAIS DE 20 VINCULOS - '
026771                'EXCEDENTES NAO MOVIDOS.'
026771        SET EOF-VIN-OK            TO TRUE
026771     END-IF
026771     .
026771 P264-FIM. EXIT.
026771******************************************************************
026771*    P265-CARREGAR-VINC-REV - COLETA AS CHAVES DOS VINCULOS EM   *
026771*                 QUE O DUPLICADO E O RELACIONADO (CHAVE         *
026771*                 ALTERNATIVA VIN-ID-RELACIONADO)                *
026771******************************************************************
026771 P265-CARREGAR-VINC-REV.
026771     MOVE ZEROS                   TO WS-REV-VIN-QTD
026771     SET EOF-VIN-OK               TO FALSE
026771     MOVE WS-ID-DUPLIC            TO VIN-ID-RELACIONADO
026771     START VINCULOS KEY IS EQUAL TO VIN-ID-RELACIONADO
026771         INVALID KEY
026771             SET EOF-VIN-OK       TO TRUE
026771     END-START
026771     PERFORM P266-LER-VINC-REV    THRU P266-FIM
026771         UNTIL EOF-VIN-OK
026771     .
026771 P265-FIM. EXIT.
026771 P266-LER-VINC-REV.
026771     READ VINCULOS NEXT RECORD
026771         AT END
026771             SET EOF-VIN-OK       TO TRUE
026771             GO TO P266-FIM
026771     END-READ
026771     IF VIN-ID-RELACIONADO NOT = WS-ID-DUPLIC
026771        SET EOF-VIN-OK            TO TRUE
026771        GO TO P266-FIM
026771     END-IF
026771     IF WS-REV-VIN-QTD < 20
026771        ADD 1                     TO WS-REV-VIN-QTD
026771        MOVE VIN-CHAVE
026771             TO WS-REV-VIN-CHAVE (WS-REV-VIN-QTD)
026771     ELSE
026771        DISPLAY 'AVISO: DUPLICADO RELACIONADO EM MAIS DE 20 '
026771                'VINCULOS - EXCEDENTES NAO MOVIDOS.'
026771        SET EOF-VIN-OK            TO TRUE
026771     END-IF
026771     .
026771 P266-FIM. EXIT.
026771******************************************************************
026771*    P267-RECHAVEAR-VINCULO - MOVE UM VINCULO DO DUPLICADO PARA  *
026771*                 O SOBREVIVENTE (WRITE NA CHAVE NOVA ANTES DO   *
026771*                 DELETE DA ANTIGA, PARA NUNCA PERDER O VINCULO),*
026771*                 OU O DESCARTA                                  *
026771******************************************************************
026771 P267-RECHAVEAR-VINCULO.
026771     MOVE WS-DUP-VIN-REG (WS-VIN-IDX) TO REG-VINCULOS
026771     MOVE VIN-SEQ                 TO WS-VIN-SEQ-ANTIGA
026771     SET VINCULO-REPETIDO         TO FALSE
026771     IF VIN-ID-RELACIONADO = WS-ID-SOBREV
026771        SET VINCULO-REPETIDO      TO TRUE
026771     END-IF
026771     PERFORM P268-COMPARAR-VINC-SOB THRU P268-FIM
026771         VARYING WS-NUM-IDX FROM 1 BY 1
026771         UNTIL WS-NUM-IDX > WS-SOB-VIN-QTD
026771            OR VINCULO-REPETIDO
026771
026771     IF VINCULO-REPETIDO
026771        PERFORM P269-REMOVER-VINC-DUP THRU P269-FIM
026771        ADD 1                     TO WS-CONT-VIN-DESCARTADOS
026771        GO TO P267-FIM
026771     END-IF
026771     IF WS-PROX-SEQ-VIN NOT < 99
026771        DISPLAY 'AVISO: SOBREVIVENTE SEM SEQUENCIA LIVRE - '
026771                'VINCULO SEQ ' WS-VIN-SEQ-ANTIGA
026771                ' MANTIDO NO DUPLICADO.'
026771        GO TO P267-FIM
026771     END-IF
026771
026771     ADD 1                        TO WS-PROX-SEQ-VIN
026771     MOVE WS-ID-SOBREV            TO VIN-ID-CONTATO
026771     MOVE WS-PROX-SEQ-VIN         TO VIN-SEQ
026771     MOVE WS-VIN-DATA             TO VIN-DT-ALTERACAO
026771     MOVE WS-OPR-CODIGO           TO VIN-OPER-ALTERACAO
026771     WRITE REG-VINCULOS
026771         INVALID KEY
026771             DISPLAY 'AVISO: NAO FOI POSSIVEL REGRAVAR O '
026771                     'VINCULO SEQ ' WS-VIN-SEQ-ANTIGA
026771                     ' NO SOBREVIVENTE - MANTIDO NO DUPLICADO.'
026771         NOT INVALID KEY
026771             ADD 1                TO WS-CONT-VIN-MOVIDOS
026771             IF WS-SOB-VIN-QTD < 20
026771                ADD 1             TO WS-SOB-VIN-QTD
026771                MOVE VIN-ID-RELACIONADO
026771                     TO WS-SOB-VIN-OUTRO (WS-SOB-VIN-QTD)
026771                MOVE VIN-PAPEL
026771                     TO WS-SOB-VIN-PAPEL (WS-SOB-VIN-QTD)
026771                MOVE VIN-DT-FIM
026771                     TO WS-SOB-VIN-FIM (WS-SOB-VIN-QTD)
026771             END-IF
026771             PERFORM P269-REMOVER-VINC-DUP THRU P269-FIM
026771     END-WRITE
026771     .
026771 P267-FIM. EXIT.
026771 P268-COMPARAR-VINC-SOB.
026771     IF WS-SOB-VIN-OUTRO (WS-NUM-IDX) = VIN-ID-RELACIONADO AND
026771        WS-SOB-VIN-PAPEL (WS-NUM-IDX) = VIN-PAPEL AND
026771        WS-SOB-VIN-FIM (WS-NUM-IDX)   = VIN-DT-FIM
026771        SET VINCULO-REPETIDO      TO TRUE
026771     END-IF
026771     .
026771 P268-FIM. EXIT.
026771******************************************************************
026771*    P269-REMOVER-VINC-DUP - REMOVE O VINCULO NA CHAVE ANTIGA    *
026771*                 (DO DUPLICADO), DEPOIS DE JA GARANTIDO O       *
026771*                 DESTINO                                        *
026771******************************************************************
026771 P269-REMOVER-VINC-DUP.
026771     MOVE WS-ID-DUPLIC            TO VIN-ID-CONTATO
026771     MOVE WS-VIN-SEQ-ANTIGA       TO VIN-SEQ
026771     DELETE VINCULOS
026771         INVALID KEY
026771             DISPLAY 'AVISO: VINCULO SEQ ' WS-VIN-SEQ-ANTIGA
026771                     ' DO DUPLICADO NAO PODE SER REMOVIDO.'
026771     END-DELETE
026771     .
026771 P269-FIM. EXIT.
026771******************************************************************
026771*    P270-REAPONTAR-VINCULO - VINCULO DE OUTRO TITULAR COM O     *
026771*                 DUPLICADO PASSA A APONTAR PARA O SOBREVIVENTE; *
026771*                 SE O SOBREVIVENTE E O PROPRIO TITULAR, OU SE O *
026771*                 TITULAR JA TEM O MESMO VINCULO COM ELE, O      *
026771*                 REGISTRO E REMOVIDO                            *
026771******************************************************************
026771 P270-REAPONTAR-VINCULO.
026771     MOVE WS-REV-VIN-CHAVE (WS-VIN-IDX) TO VIN-CHAVE
026771     READ VINCULOS
026771         INVALID KEY
026771             GO TO P270-FIM
026771     END-READ
026771     SET VINCULO-REPETIDO         TO FALSE
026771     IF VIN-ID-CONTATO = WS-ID-SOBREV
026771        SET VINCULO-REPETIDO      TO TRUE
026771     ELSE
026771        PERFORM P271-PROCURAR-REPETIDO THRU P271-FIM
026771     END-IF
026771
026771     IF VINCULO-REPETIDO
026771        DELETE VINCULOS
026771            INVALID KEY
026771                DISPLAY 'AVISO: VINCULO ' VIN-ID-CONTATO '/'
026771                        VIN-SEQ ' NAO PODE SER REMOVIDO.'
026771            NOT INVALID KEY
026771                ADD 1             TO WS-CONT-VIN-DESCARTADOS
026771        END-DELETE
026771        GO TO P270-FIM
026771     END-IF
026771
026771     MOVE WS-ID-SOBREV            TO VIN-ID-RELACIONADO
026771     MOVE WS-VIN-DATA             TO VIN-DT-ALTERACAO
026771     MOVE WS-OPR-CODIGO           TO VIN-OPER-ALTERACAO
026771     REWRITE REG-VINCULOS
026771         INVALID KEY
026771             DISPLAY 'AVISO: VINCULO ' VIN-ID-CONTATO '/'
026771                     VIN-SEQ ' NAO PODE SER REAPONTADO.'
026771         NOT INVALID KEY
026771             ADD 1                TO WS-CONT-VIN-MOVIDOS
026771     END-REWRITE
026771     .
026771 P270-FIM. EXIT.
026771******************************************************************
026771*    P280-MOVER-DOCTOS - TRANSFERE OS DOCUMENTOS CADASTRAIS DO   *
026771*                 DUPLICADO EM DOCTOS.DAT PARA O SOBREVIVENTE,   *
026771*                 CONTINUANDO A NUMERACAO DE DCT-SEQ DELE        *
026771******************************************************************
026771 P280-MOVER-DOCTOS.
026771     MOVE ZEROS                   TO WS-CONT-DCT-MOVIDOS
026771     MOVE '00'                    TO WS-FS-DCT
026771     OPEN I-O DOCTOS
026771     IF WS-FS-DCT = '35'
026771        GO TO P280-FIM
026771     END-IF
026771     IF NOT FS-DCT-OK
026771        DISPLAY 'ARQUIVO DE DOCUMENTOS INDISPONIVEL - NENHUM '
026771                'DOCUMENTO FOI MOVIDO.'
026771        GO TO P280-FIM
026771     END-IF
026771     ACCEPT WS-DCT-DATA           FROM DATE YYYYMMDD
026771
026771     MOVE ZEROS                   TO WS-PROX-SEQ-DCT
026771     MOVE WS-ID-SOBREV            TO DCT-ID-CONTATO
026771     PERFORM P281-POSICIONAR-DOCTOS THRU P281-FIM
026771     PERFORM P282-LER-DOCTO-SOB   THRU P282-FIM
026771         UNTIL EOF-DCT-OK
026771     MOVE ZEROS                   TO WS-DUP-DCT-QTD
026771     MOVE WS-ID-DUPLIC            TO DCT-ID-CONTATO
026771     PERFORM P281-POSICIONAR-DOCTOS THRU P281-FIM
026771     PERFORM P283-LER-DOCTO-DUP   THRU P283-FIM
026771         UNTIL EOF-DCT-OK
026771     PERFORM P285-RECHAVEAR-DOCTO THRU P285-FIM
026771         VARYING WS-DCT-IDX FROM 1 BY 1
026771         UNTIL WS-DCT-IDX > WS-DUP-DCT-QTD
026771
026771     CLOSE DOCTOS
026771     .
026771 P280-FIM. EXIT.
026771 P281-POSICIONAR-DOCTOS.
026771     SET EOF-DCT-OK               TO FALSE
026771     MOVE ZEROS                   TO DCT-SEQ
026771     START DOCTOS KEY IS NOT LESS THAN DCT-CHAVE
026771         INVALID KEY
026771             SET EOF-DCT-OK       TO TRUE
026771     END-START
026771     .
026771 P281-FIM. EXIT.
026771 P282-LER-DOCTO-SOB.
026771     READ DOCTOS NEXT RECORD
026771         AT END
026771             SET EOF-DCT-OK       TO TRUE
026771             GO TO P282-FIM
026771     END-READ
026771     IF DCT-ID-CONTATO NOT = WS-ID-SOBREV
026771        SET EOF-DCT-OK            TO TRUE
026771        GO TO P282-FIM
026771     END-IF
026771     MOVE DCT-SEQ                 TO WS-PROX-SEQ-DCT
026771     .
026771 P282-FIM. EXIT.
026771*    REGISTRO INTEIRO NA TABELA, POIS O RECHAVEAMENTO ALTERA A
026771*    CHAVE.
026771 P283-LER-DOCTO-DUP.
026771     READ DOCTOS NEXT RECORD
026771         AT END
026771             SET EOF-DCT-OK       TO TRUE
026771             GO TO P283-FIM
026771     END-READ
026771     IF DCT-ID-CONTATO NOT = WS-ID-DUPLIC
026771        SET EOF-DCT-OK            TO TRUE
026771        GO TO P283-FIM
026771     END-IF
026771     IF WS-DUP-DCT-QTD < 20
026771        ADD 1                     TO WS-DUP-DCT-QTD
026771        MOVE REG-DOCTOS
026771             TO WS-DUP-DCT-REG (WS-DUP-DCT-QTD)
026771     ELSE
026771        DISPLAY 'AVISO: DUPLICADO COM MAIS DE 20 DOCUMENTOS - '
026771                'EXCEDENTES NAO MOVIDOS.'
026771        SET EOF-DCT-OK            TO TRUE
026771     END-IF
026771     .
026771 P283-FIM. EXIT.
026771******************************************************************
026771*    P285-RECHAVEAR-DOCTO - MOVE UM DOCUMENTO DO DUPLICADO PARA  *
026771*                 O SOBREVIVENTE (WRITE NA CHAVE NOVA ANTES DO   *
026771*                 DELETE DA ANTIGA), CARIMBANDO A ALTERACAO      *
026771******************************************************************
026771 P285-RECHAVEAR-DOCTO.
026771     MOVE WS-DUP-DCT-REG (WS-DCT-IDX) TO REG-DOCTOS
026771     MOVE DCT-SEQ                 TO WS-DCT-SEQ-ANTIGA
026771     IF WS-PROX-SEQ-DCT NOT < 99
026771        DISPLAY 'AVISO: SOBREVIVENTE SEM SEQUENCIA LIVRE - '
026771                'DOCUMENTO SEQ ' WS-DCT-SEQ-ANTIGA
026771                ' MANTIDO NO DUPLICADO.'
026771        GO TO P285-FIM
026771     END-IF
026771
026771     ADD 1                        TO WS-PROX-SEQ-DCT
026771     MOVE WS-ID-SOBREV            TO DCT-ID-CONTATO
026771     MOVE WS-PROX-SEQ-DCT         TO DCT-SEQ
026771     MOVE WS-DCT-DATA             TO DCT-DT-ALTERACAO
026771     MOVE WS-OPR-CODIGO           TO DCT-OPER-ALTERACAO
026771     WRITE REG-DOCTOS
026771         INVALID KEY
026771             DISPLAY 'AVISO: NAO FOI POSSIVEL REGRAVAR O '
026771                     'DOCUMENTO SEQ ' WS-DCT-SEQ-ANTIGA
026771                     ' NO SOBREVIVENTE - MANTIDO NO DUPLICADO.'
026771             GO TO P285-FIM
026771     END-WRITE
026771     ADD 1                        TO WS-CONT-DCT-MOVIDOS
026771     MOVE WS-ID-DUPLIC            TO DCT-ID-CONTATO
026771     MOVE WS-DCT-SEQ-ANTIGA       TO DCT-SEQ
026771     DELETE DOCTOS
026771         INVALID KEY
026771             DISPLAY 'AVISO: DOCUMENTO SEQ ' WS-DCT-SEQ-ANTIGA
026771                     ' DO DUPLICADO NAO PODE SER REMOVIDO.'
026771     END-DELETE
026771     .
026771 P285-FIM. EXIT.
026771******************************************************************
026771*    P271-PROCURAR-REPETIDO - VARRE OS VINCULOS DO TITULAR DO    *
026771*                 REGISTRO CORRENTE ATRAS DE UM COM O            *
026771*                 SOBREVIVENTE NO MESMO PAPEL E MESMO FIM. O     *
026771*                 REGISTRO CORRENTE E GUARDADO E RELIDO NO FIM,  *
026771*                 PARA O REWRITE/DELETE SEGUINTE                 *
026771******************************************************************
026771 P271-PROCURAR-REPETIDO.
026771     MOVE REG-VINCULOS            TO WS-VIN-GUARDA
026771     SET EOF-VIN-OK               TO FALSE
026771     MOVE ZEROS                   TO VIN-SEQ
026771     START VINCULOS KEY IS NOT LESS THAN VIN-CHAVE
026771         INVALID KEY
026771             SET EOF-VIN-OK       TO TRUE
026771     END-START
026771     PERFORM P272-LER-VINC-TITULAR THRU P272-FIM
026771         UNTIL EOF-VIN-OK
026771
026771     MOVE WS-VIN-GUARDA           TO REG-VINCULOS
026771     READ VINCULOS
026771         INVALID KEY
026771             CONTINUE
026771     END-READ
026771     .
026771 P271-FIM. EXIT.
026771 P272-LER-VINC-TITULAR.
026771     READ VINCULOS NEXT RECORD
026771         AT END
026771             SET EOF-VIN-OK       TO TRUE
026771             GO TO P272-FIM
026771     END-READ
026771     IF VIN-ID-CONTATO NOT = WS-GRD-ID-CONTATO
026771        SET EOF-VIN-OK            TO TRUE
026771        GO TO P272-FIM
026771     END-IF
026771     IF VIN-ID-RELACIONADO = WS-ID-SOBREV AND
026771        VIN-PAPEL          = WS-GRD-PAPEL AND
026771        VIN-DT-FIM         = WS-GRD-DT-FIM
026771        SET VINCULO-REPETIDO      TO TRUE
026771        SET EOF-VIN-OK            TO TRUE
026771     END-IF
026771     .
026771 P272-FIM. EXIT.
026700******************************************************************
026800*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
026900******************************************************************
