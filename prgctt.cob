001610*                   ARCFONE.DAT E ARCNOTA.DAT (REGRAVACAO VIA
001700*                   ARQUIVO .TMP, TECNICA DO AUDHKP);
001710*                 - AS ENTRADAS DO INDICE REVERSO DE TELEFONES
001720*                   FONIDX.DAT (DELETE NA VARREDURA);
001720*                 - OS VINCULOS DE VINCULOS.DAT EM QUE O TITULAR
001720*                   APARECE, DE QUALQUER LADO (DELETE PELA CHAVE
001720*                   E PELA CHAVE ALTERNATIVA);
001720*                 - OS DOCUMENTOS CADASTRAIS DE DOCTOS.DAT
001720*                   (DELETE NA FAIXA DA CHAVE);
001720*                 - A PARTICIPACAO EM CAMPANHAS DE CAMPALVO.DAT,
001720*                   COM A IMAGEM CONGELADA DO CADASTRO (DELETE
001720*                   PELA CHAVE ALTERNATIVA);
001720*                 - A CONTA BANCARIA DE REEMBOLSO DE CTABANC.DAT
001720*                   (DELETE PELA CHAVE);
001720*                 - O HISTORICO DE CONSENTIMENTO DE CONSENT.DAT,
001720*                   AS PROMESSAS DE PROMESSAS.DAT, AS CONTESTACOES
001720*                   DE DISPUTAS.DAT, OS ACORDOS DE ACORDOS.DAT E O
001720*                   REGISTRO DOS SMS DE COBRANCA DE SMSLOG.DAT
001720*                   (DELETE NA FAIXA DA CHAVE);
001720*                 - AS NEGATIVACOES DE NEGATIV.DAT JA EXCLUIDAS DO
001720*                   BIRO (DELETE NA FAIXA DA CHAVE);
001720*                 - AS RESPOSTAS DE CAMPANHA DE CAMPRESP.DAT
001720*                   (REGRAVACAO VIA ARQUIVO .TMP).
001900*                 EMITE O CERTIFICADO DE EXPURGO (PRGCTT.LST)
002000*                 COM A CONTAGEM REMOVIDA DE CADA ARQUIVO - A
002100*                 EVIDENCIA DEVOLVIDA AO TITULAR. FUNCAO
002800*                 AUDCTT.AAAAMM) NAO SAO ALCANCADOS POR ESTE
002900*                 EXPURGO - TRATE-OS NA ROTINA DE DESCARTE DE
003000*                 FECHADOS.
003000*    MANTIDO......: A NEGATIVACAO AINDA INCLUIDA NO BIRO FICA EM
003000*                 NEGATIV.DAT: SO A REMESSA DE EXCLUSAO DO NEGEXC
003000*                 (MOTIVO X - CONTATO INEXISTENTE) A TIRA DO BIRO,
003000*                 E ELA PRECISA DO REGISTRO COM O CPF/CNPJ
003000*                 ENVIADO.
003000*                 O CERTIFICADO MOSTRA QUANTAS FICARAM; RODE O
003000*                 EXPURGO DE NOVO PARA O MESMO ID DEPOIS DO
003000*                 NEGEXC PARA REMOVE-LAS.
003100*----------------------------------------------------------------*
003200*    HISTORICO DE ALTERACOES
003300*    DATA       AUTOR   DESCRICAO
003550*                       PASSA A EXIGIR O DIGITO VERIFICADOR
003560*                       (COPYBOOK DIGVER) E A MOSTRAR ID E NOME
003570*                       DO TITULAR ANTES DA CONFIRMACAO.
003570*    2025-06-20 JSZ     O EXPURGO PASSA A REMOVER OS VINCULOS DO
003570*                       TITULAR EM VINCULOS.DAT (NOS DOIS
003570*                       SENTIDOS), COM A CONTAGEM NO CERTIFICADO.
003570*    2025-06-27 JSZ     O EXPURGO PASSA A REMOVER OS DOCUMENTOS
003570*                       CADASTRAIS DO TITULAR EM DOCTOS.DAT, COM A
003570*                       CONTAGEM NO CERTIFICADO.
003570*    2025-07-25 JSZ     O EXPURGO PASSA A REMOVER O TITULAR DO
003570*                       PUBLICO DAS CAMPANHAS EM CAMPALVO.DAT, COM
003570*                       A CONTAGEM NO CERTIFICADO.
003570*    2025-07-25 JSZ     REG-ARCTEMP E REG-ARCFTEMP AJUSTADOS AO
003570*                       TAMANHO ATUAL DE ARCREG (252) E ARCFREG
003570*                       (51) - A REGRAVACAO TRUNCAVA AS IMAGENS.
003570*    2025-07-25 JSZ     O EXPURGO PASSA A ALCANCAR CTABANC.DAT,
003570*                       CONSENT.DAT, PROMESSAS.DAT, DISPUTAS.DAT,
003570*                       ACORDOS.DAT, NEGATIV.DAT (SO AS JA
003570*                       EXCLUIDAS DO BIRO - A INCLUIDA FICA PARA O
003570*                       NEGEXC E SAI COMO MANTIDA), SMSLOG.DAT E
003570*                       CAMPRESP.DAT, COM AS CONTAGENS NO
003570*                       CERTIFICADO.
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ID-CONTATO
004700         ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
004733         ALTERNATE RECORD KEY IS CPF-CNPJ-CONTATO
004766             SUPPRESS WHEN SPACES
004800         LOCK MODE IS MANUAL
004900         FILE STATUS IS WS-FS.
005000     SELECT FONES ASSIGN TO WS-FONES-DSN
009200         ACCESS MODE IS DYNAMIC
009300         RECORD KEY IS OPE-CODIGO
009400         FILE STATUS IS WS-FS-OPE.
009400     SELECT VINCULOS ASSIGN TO WS-VINCULOS-DSN
009400         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS VIN-CHAVE
009400         ALTERNATE RECORD KEY IS VIN-ID-RELACIONADO
009400             WITH DUPLICATES
009400         LOCK MODE IS MANUAL
009400         FILE STATUS IS WS-FS-VIN.
009400     SELECT DOCTOS ASSIGN TO WS-DOCTOS-DSN
009400         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS DCT-CHAVE
009400         LOCK MODE IS MANUAL
009400         FILE STATUS IS WS-FS-DCT.
009400     SELECT CAMPALVO ASSIGN TO WS-CAMPALVO-DSN
009400         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS CMA-CHAVE
009400         ALTERNATE RECORD KEY IS CMA-ID-CONTATO WITH DUPLICATES
009400         LOCK MODE IS MANUAL
009400         FILE STATUS IS WS-FS-CMA.
009400     SELECT CTABANC ASSIGN TO WS-CTABANC-DSN
009400         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS CTB-ID-CONTATO
009400         LOCK MODE IS MANUAL
009400         FILE STATUS IS WS-FS-CTB.
009400     SELECT CONSENT ASSIGN TO WS-CONSENT-DSN
009400         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS CNS-CHAVE
009400         LOCK MODE IS MANUAL
009400         FILE STATUS IS WS-FS-CNS.
009400     SELECT PROMESSAS ASSIGN TO WS-PROMESSAS-DSN
009400         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS PRM-CHAVE
009400         LOCK MODE IS MANUAL
009400         FILE STATUS IS WS-FS-PRM.
009400     SELECT DISPUTAS ASSIGN TO WS-DISPUTAS-DSN
009400         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS DSP-CHAVE
009400         LOCK MODE IS MANUAL
009400         FILE STATUS IS WS-FS-DSP.
009400     SELECT ACORDOS ASSIGN TO WS-ACORDOS-DSN
009400         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS ACO-CHAVE
009400         LOCK MODE IS MANUAL
009400         FILE STATUS IS WS-FS-ACO.
009400     SELECT NEGATIV ASSIGN TO WS-NEGATIV-DSN
009400         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS NEG-CHAVE
009400         LOCK MODE IS MANUAL
009400         FILE STATUS IS WS-FS-NEG.
009400     SELECT SMSLOG ASSIGN TO WS-SMSLOG-DSN
009400         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS SML-CHAVE
009400         LOCK MODE IS MANUAL
009400         FILE STATUS IS WS-FS-SML.
009400     SELECT RESPOSTAS ASSIGN TO WS-RESPOSTAS-DSN
009400         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-FS-RSP.
009400     SELECT RSPTEMP ASSIGN TO WS-RSPTEMP-DSN
009400         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-FS-TM7.
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  CONTATOS.
010700 FD  MOVIMENTOS.
010800     COPY MOVREG.
010900 FD  MOVTEMP.
011000 01  REG-MOVTEMP                  PIC X(56).
011100 FD  AUDITORIA.
011200     COPY AUDREG.
011300 FD  AUDTEMP.
011400 01  REG-AUDTEMP                  PIC X(549).
011500 FD  ARQMORTO.
011600     COPY ARCREG.
011700 FD  ARCTEMP.
011800 01  REG-ARCTEMP                  PIC X(252).
011810 FD  FONIDX.
011820     COPY FONIREG.
011830 FD  ARCFONE.
011840     COPY ARCFREG.
011850 FD  ARCFTEMP.
011860 01  REG-ARCFTEMP                 PIC X(51).
011870 FD  ARCNOTA.
011880     COPY ARCNREG.
011890 FD  ARCNTEMP.
012000 01  REG-CERTIFICADO              PIC X(80).
012100 FD  OPERADOR.
012200     COPY OPERREG.
012200 FD  VINCULOS.
012200     COPY VINCREG.
012200 FD  DOCTOS.
012200     COPY DCTREG.
012200 FD  CAMPALVO.
012200     COPY CALVREG.
012200 FD  CTABANC.
012200     COPY CTBREG.
012200 FD  CONSENT.
012200     COPY CONSREG.
012200 FD  PROMESSAS.
012200     COPY PROMREG.
012200 FD  DISPUTAS.
012200     COPY DISPREG.
012200 FD  ACORDOS.
012200     COPY ACORREG.
012200 FD  NEGATIV.
012200     COPY NEGREG.
012200 FD  SMSLOG.
012200     COPY SMSLREG.
012200 FD  RESPOSTAS.
012200     COPY CRSPREG.
012200 FD  RSPTEMP.
012200 01  REG-RSPTEMP                  PIC X(80).
012300 WORKING-STORAGE SECTION.
012400 01  WS-CONTATOS-DSN              PIC X(100) VALUE 'CONTATOS.DAT'.
012500 01  WS-FONES-DSN                 PIC X(100) VALUE 'FONES.DAT'.
013430 01  WS-ARCFTEMP-DSN              PIC X(100) VALUE 'ARCFONE.TMP'.
013440 01  WS-ARCNOTA-DSN               PIC X(100) VALUE 'ARCNOTA.DAT'.
013450 01  WS-ARCNTEMP-DSN              PIC X(100) VALUE 'ARCNOTA.TMP'.
013450 01  WS-VINCULOS-DSN              PIC X(100) VALUE 'VINCULOS.DAT'.
013450 01  WS-DOCTOS-DSN                PIC X(100) VALUE 'DOCTOS.DAT'.
013450 01  WS-CAMPALVO-DSN              PIC X(100) VALUE 'CAMPALVO.DAT'.
013450 01  WS-CTABANC-DSN               PIC X(100) VALUE 'CTABANC.DAT'.
013450 01  WS-CONSENT-DSN               PIC X(100) VALUE 'CONSENT.DAT'.
013450 01  WS-PROMESSAS-DSN             PIC X(100)
013450                                  VALUE 'PROMESSAS.DAT'.
013450 01  WS-DISPUTAS-DSN              PIC X(100) VALUE 'DISPUTAS.DAT'.
013450 01  WS-ACORDOS-DSN               PIC X(100) VALUE 'ACORDOS.DAT'.
013450 01  WS-NEGATIV-DSN               PIC X(100) VALUE 'NEGATIV.DAT'.
013450 01  WS-SMSLOG-DSN                PIC X(100) VALUE 'SMSLOG.DAT'.
013450 01  WS-RESPOSTAS-DSN             PIC X(100) VALUE 'CAMPRESP.DAT'.
013450 01  WS-RSPTEMP-DSN               PIC X(100) VALUE 'CAMPRESP.TMP'.
013500 01  WS-CERTIFICADO-DSN           PIC X(100) VALUE 'PRGCTT.LST'.
013600 77  WS-FS                        PIC X(02) VALUE '00'.
013700     88 FS-OK                     VALUE '00'.
015980     88 FS-ARN-OK                 VALUE '00'.
015990 77  WS-FS-TM6                    PIC X(02) VALUE '00'.
015991     88 FS-TM6-OK                 VALUE '00'.
015991 77  WS-FS-VIN                    PIC X(02) VALUE '00'.
015991     88 FS-VIN-OK                 VALUE '00'.
015991 77  WS-FS-DCT                    PIC X(02) VALUE '00'.
015991     88 FS-DCT-OK                 VALUE '00'.
015991 77  WS-FS-CMA                    PIC X(02) VALUE '00'.
015991     88 FS-CMA-OK                 VALUE '00'.
015991 77  WS-FS-CTB                    PIC X(02) VALUE '00'.
015991     88 FS-CTB-OK                 VALUE '00'.
015991 77  WS-FS-CNS                    PIC X(02) VALUE '00'.
015991     88 FS-CNS-OK                 VALUE '00'.
015991 77  WS-FS-PRM                    PIC X(02) VALUE '00'.
015991     88 FS-PRM-OK                 VALUE '00'.
015991 77  WS-FS-DSP                    PIC X(02) VALUE '00'.
015991     88 FS-DSP-OK                 VALUE '00'.
015991 77  WS-FS-ACO                    PIC X(02) VALUE '00'.
015991     88 FS-ACO-OK                 VALUE '00'.
015991 77  WS-FS-NEG                    PIC X(02) VALUE '00'.
015991     88 FS-NEG-OK                 VALUE '00'.
015991 77  WS-FS-SML                    PIC X(02) VALUE '00'.
015991     88 FS-SML-OK                 VALUE '00'.
015991 77  WS-FS-RSP                    PIC X(02) VALUE '00'.
015991     88 FS-RSP-OK                 VALUE '00'.
015991 77  WS-FS-TM7                    PIC X(02) VALUE '00'.
015991     88 FS-TM7-OK                 VALUE '00'.
016000 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
016100 77  WS-EXIT                      PIC X(01) VALUE 'N'.
016200     88 EXIT-OK                   VALUE 'F' FALSE 'N'.
017710 77  WS-CONT-FIDX                 PIC 9(06) VALUE ZEROS.
017720 77  WS-CONT-ARCF                 PIC 9(06) VALUE ZEROS.
017730 77  WS-CONT-ARCN                 PIC 9(06) VALUE ZEROS.
017730 77  WS-CONT-VINC                 PIC 9(06) VALUE ZEROS.
017730 77  WS-CONT-DCT                  PIC 9(06) VALUE ZEROS.
017730 77  WS-CONT-CMA                  PIC 9(06) VALUE ZEROS.
017730 77  WS-CONT-CTB                  PIC 9(06) VALUE ZEROS.
017730 77  WS-CONT-CNS                  PIC 9(06) VALUE ZEROS.
017730 77  WS-CONT-PRM                  PIC 9(06) VALUE ZEROS.
017730 77  WS-CONT-DSP                  PIC 9(06) VALUE ZEROS.
017730 77  WS-CONT-ACO                  PIC 9(06) VALUE ZEROS.
017730 77  WS-CONT-NEG                  PIC 9(06) VALUE ZEROS.
017730 77  WS-CONT-NEG-MANT             PIC 9(06) VALUE ZEROS.
017730 77  WS-CONT-SML                  PIC 9(06) VALUE ZEROS.
017730 77  WS-CONT-RSP                  PIC 9(06) VALUE ZEROS.
017740 01  WS-NOME-TITULAR              PIC X(20) VALUE SPACES.
017750 01  WS-ACHOU-TITULAR             PIC X(01) VALUE 'N'.
017760     88 ACHOU-TITULAR             VALUE 'S' FALSE 'N'.
026410     MOVE ZEROS                   TO WS-CONT-FIDX
026420     MOVE ZEROS                   TO WS-CONT-ARCF
026430     MOVE ZEROS                   TO WS-CONT-ARCN
026430     MOVE ZEROS                   TO WS-CONT-VINC
026430     MOVE ZEROS                   TO WS-CONT-DCT
026430     MOVE ZEROS                   TO WS-CONT-CMA
026430     MOVE ZEROS                   TO WS-CONT-CTB
026430     MOVE ZEROS                   TO WS-CONT-CNS
026430     MOVE ZEROS                   TO WS-CONT-PRM
026430     MOVE ZEROS                   TO WS-CONT-DSP
026430     MOVE ZEROS                   TO WS-CONT-ACO
026430     MOVE ZEROS                   TO WS-CONT-NEG
026430     MOVE ZEROS                   TO WS-CONT-NEG-MANT
026430     MOVE ZEROS                   TO WS-CONT-SML
026430     MOVE ZEROS                   TO WS-CONT-RSP
026500
026600     PERFORM P200-EXPURGAR-CONTATO THRU P200-FIM
026700     PERFORM P300-EXPURGAR-FONES   THRU P300-FIM
026800     PERFORM P400-EXPURGAR-NOTAS   THRU P400-FIM
026810     PERFORM P450-EXPURGAR-FONIDX  THRU P450-FIM
026810     PERFORM P460-EXPURGAR-VINCULOS THRU P460-FIM
026810     PERFORM P470-EXPURGAR-DOCTOS  THRU P470-FIM
026810     PERFORM P480-EXPURGAR-CAMPANHAS THRU P480-FIM
026810     PERFORM P487-EXPURGAR-CTABANC THRU P487-FIM
026810     PERFORM P488-EXPURGAR-CONSENT THRU P488-FIM
026810     PERFORM P490-EXPURGAR-PROMESSAS THRU P490-FIM
026810     PERFORM P492-EXPURGAR-DISPUTAS THRU P492-FIM
026810     PERFORM P494-EXPURGAR-ACORDOS THRU P494-FIM
026810     PERFORM P496-EXPURGAR-NEGATIV THRU P496-FIM
026810     PERFORM P498-EXPURGAR-SMSLOG  THRU P498-FIM
026900     PERFORM P500-EXPURGAR-HISTORICO THRU P500-FIM
027000     PERFORM P510-EXPURGAR-MOVIMENTOS THRU P510-FIM
027100     PERFORM P520-EXPURGAR-AUDITORIA THRU P520-FIM
027200     PERFORM P530-EXPURGAR-ARQMORTO THRU P530-FIM
027210     PERFORM P540-EXPURGAR-ARCFONE THRU P540-FIM
027220     PERFORM P550-EXPURGAR-ARCNOTA THRU P550-FIM
027220     PERFORM P560-EXPURGAR-CAMPRESP THRU P560-FIM
027300     PERFORM P600-CERTIFICAR       THRU P600-FIM
027400     .
027500 P100-FIM. EXIT.
039099     .
039100 P455-FIM. EXIT.
039100******************************************************************
039100*    P460-EXPURGAR-VINCULOS - REMOVE OS VINCULOS DO TITULAR:      *
039100*                 A FAIXA DA CHAVE EM QUE ELE E O TITULAR E,      *
039100*                 PELA CHAVE ALTERNATIVA, AQUELES EM QUE ELE E O  *
039100*                 RELACIONADO DE OUTRO CONTATO                    *
039100******************************************************************
039100 P460-EXPURGAR-VINCULOS.
039100     MOVE '00'                    TO WS-FS-VIN
039100     OPEN I-O VINCULOS
039100     IF NOT FS-VIN-OK
039100        GO TO P460-FIM
039100     END-IF
039100     SET EOF-GEN-OK               TO FALSE
039100     MOVE WS-ID-ENTRADA           TO VIN-ID-CONTATO
039100     MOVE ZEROS                   TO VIN-SEQ
039100     START VINCULOS KEY IS NOT LESS THAN VIN-CHAVE
039100         INVALID KEY
039100             SET EOF-GEN-OK       TO TRUE
039100     END-START
039100     PERFORM P465-REMOVER-VINC-TITULAR THRU P465-FIM
039100         UNTIL EOF-GEN-OK
039100
039100     SET EOF-GEN-OK               TO FALSE
039100     PERFORM P467-REMOVER-VINC-RELAC THRU P467-FIM
039100         UNTIL EOF-GEN-OK
039100     CLOSE VINCULOS
039100     .
039100 P460-FIM. EXIT.
039100 P465-REMOVER-VINC-TITULAR.
039100     READ VINCULOS NEXT RECORD
039100         AT END
039100             SET EOF-GEN-OK        TO TRUE
039100             GO TO P465-FIM
039100     END-READ
039100     IF VIN-ID-CONTATO NOT = WS-ID-ENTRADA
039100        SET EOF-GEN-OK            TO TRUE
039100        GO TO P465-FIM
039100     END-IF
039100     DELETE VINCULOS
039100         INVALID KEY
039100             CONTINUE
039100         NOT INVALID KEY
039100             ADD 1                TO WS-CONT-VINC
039100     END-DELETE
039100     .
039100 P465-FIM. EXIT.
039100*    A CADA REMOCAO A BUSCA PELA CHAVE ALTERNATIVA RECOMECA, JA
039100*    QUE O REGISTRO REMOVIDO ERA O PONTO DE LEITURA DELA.
039100 P467-REMOVER-VINC-RELAC.
039100     MOVE WS-ID-ENTRADA           TO VIN-ID-RELACIONADO
039100     START VINCULOS KEY IS EQUAL TO VIN-ID-RELACIONADO
039100         INVALID KEY
039100             SET EOF-GEN-OK       TO TRUE
039100             GO TO P467-FIM
039100     END-START
039100     READ VINCULOS NEXT RECORD
039100         AT END
039100             SET EOF-GEN-OK        TO TRUE
039100             GO TO P467-FIM
039100     END-READ
039100     DELETE VINCULOS
039100         INVALID KEY
039100             SET EOF-GEN-OK       TO TRUE
039100         NOT INVALID KEY
039100             ADD 1                TO WS-CONT-VINC
039100     END-DELETE
039100     .
039100 P467-FIM. EXIT.
039100******************************************************************
039100*    P470-EXPURGAR-DOCTOS - REMOVE OS DOCUMENTOS CADASTRAIS DO    *
039100*                 TITULAR (DELETE NA FAIXA DA CHAVE)              *
039100******************************************************************
039100 P470-EXPURGAR-DOCTOS.
039100     MOVE '00'                    TO WS-FS-DCT
039100     OPEN I-O DOCTOS
039100     IF NOT FS-DCT-OK
039100        GO TO P470-FIM
039100     END-IF
039100     SET EOF-GEN-OK               TO FALSE
039100     MOVE WS-ID-ENTRADA           TO DCT-ID-CONTATO
039100     MOVE ZEROS                   TO DCT-SEQ
039100     START DOCTOS KEY IS NOT LESS THAN DCT-CHAVE
039100         INVALID KEY
039100             SET EOF-GEN-OK       TO TRUE
039100     END-START
039100     PERFORM P475-REMOVER-DOCTO   THRU P475-FIM
039100         UNTIL EOF-GEN-OK
039100     CLOSE DOCTOS
039100     .
039100 P470-FIM. EXIT.
039100 P475-REMOVER-DOCTO.
039100     READ DOCTOS NEXT RECORD
039100         AT END
039100             SET EOF-GEN-OK        TO TRUE
039100             GO TO P475-FIM
039100     END-READ
039100     IF DCT-ID-CONTATO NOT = WS-ID-ENTRADA
039100        SET EOF-GEN-OK            TO TRUE
039100        GO TO P475-FIM
039100     END-IF
039100     DELETE DOCTOS
039100         INVALID KEY
039100             CONTINUE
039100         NOT INVALID KEY
039100             ADD 1                TO WS-CONT-DCT
039100     END-DELETE
039100     .
039100 P475-FIM. EXIT.
039100******************************************************************
039100*    P480-EXPURGAR-CAMPANHAS - REMOVE O TITULAR DO PUBLICO DE    *
039100*                 TODAS AS CAMPANHAS (CHAVE ALTERNATIVA)         *
039100******************************************************************
039100 P480-EXPURGAR-CAMPANHAS.
039100     MOVE '00'                    TO WS-FS-CMA
039100     OPEN I-O CAMPALVO
039100     IF NOT FS-CMA-OK
039100        GO TO P480-FIM
039100     END-IF
039100     SET EOF-GEN-OK               TO FALSE
039100     PERFORM P485-REMOVER-ALVO    THRU P485-FIM
039100         UNTIL EOF-GEN-OK
039100     CLOSE CAMPALVO
039100     .
039100 P480-FIM. EXIT.
039100*    COMO NO P467, A BUSCA PELA CHAVE ALTERNATIVA RECOMECA A CADA
039100*    REMOCAO.
039100 P485-REMOVER-ALVO.
039100     MOVE WS-ID-ENTRADA           TO CMA-ID-CONTATO
039100     START CAMPALVO KEY IS EQUAL TO CMA-ID-CONTATO
039100         INVALID KEY
039100             SET EOF-GEN-OK       TO TRUE
039100             GO TO P485-FIM
039100     END-START
039100     READ CAMPALVO NEXT RECORD
039100         AT END
039100             SET EOF-GEN-OK        TO TRUE
039100             GO TO P485-FIM
039100     END-READ
039100     DELETE CAMPALVO
039100         INVALID KEY
039100             SET EOF-GEN-OK       TO TRUE
039100         NOT INVALID KEY
039100             ADD 1                TO WS-CONT-CMA
039100     END-DELETE
039100     .
039100 P485-FIM. EXIT.
039100******************************************************************
039100*    P487-EXPURGAR-CTABANC - REMOVE A CONTA BANCARIA DE          *
039100*                 REEMBOLSO DO TITULAR (UMA POR CONTATO)         *
039100******************************************************************
039100 P487-EXPURGAR-CTABANC.
039100     MOVE '00'                    TO WS-FS-CTB
039100     OPEN I-O CTABANC
039100     IF NOT FS-CTB-OK
039100        GO TO P487-FIM
039100     END-IF
039100     MOVE WS-ID-ENTRADA           TO CTB-ID-CONTATO
039100     READ CTABANC WITH LOCK
039100         INVALID KEY
039100             CONTINUE
039100         NOT INVALID KEY
039100             DELETE CTABANC
039100                 INVALID KEY
039100                     CONTINUE
039100                 NOT INVALID KEY
039100                     ADD 1        TO WS-CONT-CTB
039100             END-DELETE
039100     END-READ
039100     UNLOCK CTABANC
039100     CLOSE CTABANC
039100     .
039100 P487-FIM. EXIT.
039100******************************************************************
039100*    P488-EXPURGAR-CONSENT - REMOVE O HISTORICO DE CONSENTIMENTO *
039100*                 DO TITULAR (DELETE NA FAIXA DA CHAVE)          *
039100******************************************************************
039100 P488-EXPURGAR-CONSENT.
039100     MOVE '00'                    TO WS-FS-CNS
039100     OPEN I-O CONSENT
039100     IF NOT FS-CNS-OK
039100        GO TO P488-FIM
039100     END-IF
039100     SET EOF-GEN-OK               TO FALSE
039100     MOVE WS-ID-ENTRADA           TO CNS-ID-CONTATO
039100     MOVE LOW-VALUES              TO CNS-CANAL
039100     MOVE ZEROS                   TO CNS-DATA-HORA
039100     START CONSENT KEY IS NOT LESS THAN CNS-CHAVE
039100         INVALID KEY
039100             SET EOF-GEN-OK       TO TRUE
039100     END-START
039100     PERFORM P489-REMOVER-CONSENT THRU P489-FIM
039100         UNTIL EOF-GEN-OK
039100     CLOSE CONSENT
039100     .
039100 P488-FIM. EXIT.
039100 P489-REMOVER-CONSENT.
039100     READ CONSENT NEXT RECORD
039100         AT END
039100             SET EOF-GEN-OK        TO TRUE
039100             GO TO P489-FIM
039100     END-READ
039100     IF CNS-ID-CONTATO NOT = WS-ID-ENTRADA
039100        SET EOF-GEN-OK            TO TRUE
039100        GO TO P489-FIM
039100     END-IF
039100     DELETE CONSENT
039100         INVALID KEY
039100             CONTINUE
039100         NOT INVALID KEY
039100             ADD 1                TO WS-CONT-CNS
039100     END-DELETE
039100     .
039100 P489-FIM. EXIT.
039100******************************************************************
039100*    P490-EXPURGAR-PROMESSAS - REMOVE AS PROMESSAS DE PAGAMENTO  *
039100*                 DO TITULAR (DELETE NA FAIXA DA CHAVE)          *
039100******************************************************************
039100 P490-EXPURGAR-PROMESSAS.
039100     MOVE '00'                    TO WS-FS-PRM
039100     OPEN I-O PROMESSAS
039100     IF NOT FS-PRM-OK
039100        GO TO P490-FIM
039100     END-IF
039100     SET EOF-GEN-OK               TO FALSE
039100     MOVE WS-ID-ENTRADA           TO PRM-ID-CONTATO
039100     MOVE ZEROS                   TO PRM-SEQ
039100     START PROMESSAS KEY IS NOT LESS THAN PRM-CHAVE
039100         INVALID KEY
039100             SET EOF-GEN-OK       TO TRUE
039100     END-START
039100     PERFORM P491-REMOVER-PROMESSA THRU P491-FIM
039100         UNTIL EOF-GEN-OK
039100     CLOSE PROMESSAS
039100     .
039100 P490-FIM. EXIT.
039100 P491-REMOVER-PROMESSA.
039100     READ PROMESSAS NEXT RECORD
039100         AT END
039100             SET EOF-GEN-OK        TO TRUE
039100             GO TO P491-FIM
039100     END-READ
039100     IF PRM-ID-CONTATO NOT = WS-ID-ENTRADA
039100        SET EOF-GEN-OK            TO TRUE
039100        GO TO P491-FIM
039100     END-IF
039100     DELETE PROMESSAS
039100         INVALID KEY
039100             CONTINUE
039100         NOT INVALID KEY
039100             ADD 1                TO WS-CONT-PRM
039100     END-DELETE
039100     .
039100 P491-FIM. EXIT.
039100******************************************************************
039100*    P492-EXPURGAR-DISPUTAS - REMOVE AS CONTESTACOES DE          *
039100*                 LANCAMENTO DO TITULAR (FAIXA DA CHAVE)         *
039100******************************************************************
039100 P492-EXPURGAR-DISPUTAS.
039100     MOVE '00'                    TO WS-FS-DSP
039100     OPEN I-O DISPUTAS
039100     IF NOT FS-DSP-OK
039100        GO TO P492-FIM
039100     END-IF
039100     SET EOF-GEN-OK               TO FALSE
039100     MOVE WS-ID-ENTRADA           TO DSP-ID-CONTATO
039100     MOVE ZEROS                   TO DSP-SEQ
039100     START DISPUTAS KEY IS NOT LESS THAN DSP-CHAVE
039100         INVALID KEY
039100             SET EOF-GEN-OK       TO TRUE
039100     END-START
039100     PERFORM P493-REMOVER-DISPUTA THRU P493-FIM
039100         UNTIL EOF-GEN-OK
039100     CLOSE DISPUTAS
039100     .
039100 P492-FIM. EXIT.
039100 P493-REMOVER-DISPUTA.
039100     READ DISPUTAS NEXT RECORD
039100         AT END
039100             SET EOF-GEN-OK        TO TRUE
039100             GO TO P493-FIM
039100     END-READ
039100     IF DSP-ID-CONTATO NOT = WS-ID-ENTRADA
039100        SET EOF-GEN-OK            TO TRUE
039100        GO TO P493-FIM
039100     END-IF
039100     DELETE DISPUTAS
039100         INVALID KEY
039100             CONTINUE
039100         NOT INVALID KEY
039100             ADD 1                TO WS-CONT-DSP
039100     END-DELETE
039100     .
039100 P493-FIM. EXIT.
039100******************************************************************
039100*    P494-EXPURGAR-ACORDOS - REMOVE OS ACORDOS DE PARCELAMENTO   *
039100*                 DO TITULAR (DELETE NA FAIXA DA CHAVE)          *
039100******************************************************************
039100 P494-EXPURGAR-ACORDOS.
039100     MOVE '00'                    TO WS-FS-ACO
039100     OPEN I-O ACORDOS
039100     IF NOT FS-ACO-OK
039100        GO TO P494-FIM
039100     END-IF
039100     SET EOF-GEN-OK               TO FALSE
039100     MOVE WS-ID-ENTRADA           TO ACO-ID-CONTATO
039100     MOVE ZEROS                   TO ACO-SEQ
039100     START ACORDOS KEY IS NOT LESS THAN ACO-CHAVE
039100         INVALID KEY
039100             SET EOF-GEN-OK       TO TRUE
039100     END-START
039100     PERFORM P495-REMOVER-ACORDO  THRU P495-FIM
039100         UNTIL EOF-GEN-OK
039100     CLOSE ACORDOS
039100     .
039100 P494-FIM. EXIT.
039100 P495-REMOVER-ACORDO.
039100     READ ACORDOS NEXT RECORD
039100         AT END
039100             SET EOF-GEN-OK        TO TRUE
039100             GO TO P495-FIM
039100     END-READ
039100     IF ACO-ID-CONTATO NOT = WS-ID-ENTRADA
039100        SET EOF-GEN-OK            TO TRUE
039100        GO TO P495-FIM
039100     END-IF
039100     DELETE ACORDOS
039100         INVALID KEY
039100             CONTINUE
039100         NOT INVALID KEY
039100             ADD 1                TO WS-CONT-ACO
039100     END-DELETE
039100     .
039100 P495-FIM. EXIT.
039100******************************************************************
039100*    P496-EXPURGAR-NEGATIV - REMOVE AS NEGATIVACOES JA EXCLUIDAS *
039100*                 DO BIRO; A AINDA INCLUIDA FICA PARA O NEGEXC   *
039100******************************************************************
039100 P496-EXPURGAR-NEGATIV.
039100     MOVE '00'                    TO WS-FS-NEG
039100     OPEN I-O NEGATIV
039100     IF NOT FS-NEG-OK
039100        GO TO P496-FIM
039100     END-IF
039100     SET EOF-GEN-OK               TO FALSE
039100     MOVE WS-ID-ENTRADA           TO NEG-ID-CONTATO
039100     MOVE ZEROS                   TO NEG-SEQ
039100     START NEGATIV KEY IS NOT LESS THAN NEG-CHAVE
039100         INVALID KEY
039100             SET EOF-GEN-OK       TO TRUE
039100     END-START
039100     PERFORM P497-REMOVER-NEGATIV THRU P497-FIM
039100         UNTIL EOF-GEN-OK
039100     CLOSE NEGATIV
039100     .
039100 P496-FIM. EXIT.
039100*    A INCLUSAO AINDA ATIVA NO BIRO SO SAI DE LA PELA REMESSA DE
039100*    EXCLUSAO DO NEGEXC (MOTIVO X, CONTATO INEXISTENTE), QUE
039100*    PRECISA DO REGISTRO E DO CPF/CNPJ ENVIADO - ELE FICA E E
039100*    CONTADO COMO MANTIDO NO CERTIFICADO.
039100 P497-REMOVER-NEGATIV.
039100     READ NEGATIV NEXT RECORD
039100         AT END
039100             SET EOF-GEN-OK        TO TRUE
039100             GO TO P497-FIM
039100     END-READ
039100     IF NEG-ID-CONTATO NOT = WS-ID-ENTRADA
039100        SET EOF-GEN-OK            TO TRUE
039100        GO TO P497-FIM
039100     END-IF
039100     IF NEG-INCLUIDO
039100        ADD 1                     TO WS-CONT-NEG-MANT
039100        GO TO P497-FIM
039100     END-IF
039100     DELETE NEGATIV
039100         INVALID KEY
039100             CONTINUE
039100         NOT INVALID KEY
039100             ADD 1                TO WS-CONT-NEG
039100     END-DELETE
039100     .
039100 P497-FIM. EXIT.
039100******************************************************************
039100*    P498-EXPURGAR-SMSLOG - REMOVE O REGISTRO DOS SMS DE         *
039100*                 COBRANCA DO TITULAR (DELETE NA FAIXA DA CHAVE) *
039100******************************************************************
039100 P498-EXPURGAR-SMSLOG.
039100     MOVE '00'                    TO WS-FS-SML
039100     OPEN I-O SMSLOG
039100     IF NOT FS-SML-OK
039100        GO TO P498-FIM
039100     END-IF
039100     SET EOF-GEN-OK               TO FALSE
039100     MOVE WS-ID-ENTRADA           TO SML-ID-CONTATO
039100     MOVE LOW-VALUES              TO SML-TIPO
039100     MOVE ZEROS                   TO SML-DT-REF
039100     START SMSLOG KEY IS NOT LESS THAN SML-CHAVE
039100         INVALID KEY
039100             SET EOF-GEN-OK       TO TRUE
039100     END-START
039100     PERFORM P499-REMOVER-SMS     THRU P499-FIM
039100         UNTIL EOF-GEN-OK
039100     CLOSE SMSLOG
039100     .
039100 P498-FIM. EXIT.
039100 P499-REMOVER-SMS.
039100     READ SMSLOG NEXT RECORD
039100         AT END
039100             SET EOF-GEN-OK        TO TRUE
039100             GO TO P499-FIM
039100     END-READ
039100     IF SML-ID-CONTATO NOT = WS-ID-ENTRADA
039100        SET EOF-GEN-OK            TO TRUE
039100        GO TO P499-FIM
039100     END-IF
039100     DELETE SMSLOG
039100         INVALID KEY
039100             CONTINUE
039100         NOT INVALID KEY
039100             ADD 1                TO WS-CONT-SML
039100     END-DELETE
039100     .
039100 P499-FIM. EXIT.
039100******************************************************************
039200*    P500-EXPURGAR-HISTORICO - REGRAVA MOVHIST.DAT SEM OS         *
039300*                 LANCAMENTOS DO TITULAR                          *
039400******************************************************************
060851     END-READ
060852     .
060853 P556-FIM. EXIT.
060853******************************************************************
060853*    P560-EXPURGAR-CAMPRESP - REGRAVA CAMPRESP.DAT SEM AS        *
060853*                 RESPOSTAS DE CAMPANHA DO TITULAR               *
060853******************************************************************
060853 P560-EXPURGAR-CAMPRESP.
060853     MOVE '00'                    TO WS-FS-RSP
060853     SET EOF-GEN-OK               TO FALSE
060853     OPEN INPUT RESPOSTAS
060853     IF NOT FS-RSP-OK
060853        GO TO P560-FIM
060853     END-IF
060853     OPEN OUTPUT RSPTEMP
060853     IF NOT FS-TM7-OK
060853        CLOSE RESPOSTAS
060853        GO TO P560-FIM
060853     END-IF
060853     PERFORM P563-FILTRAR-CAMPRESP THRU P563-FIM
060853         UNTIL EOF-GEN-OK
060853     CLOSE RESPOSTAS
060853     CLOSE RSPTEMP
060853
060853     SET EOF-GEN-OK               TO FALSE
060853     OPEN INPUT RSPTEMP
060853     OPEN OUTPUT RESPOSTAS
060853     PERFORM P566-DEVOLVER-CAMPRESP THRU P566-FIM
060853         UNTIL EOF-GEN-OK
060853     CLOSE RSPTEMP
060853     CLOSE RESPOSTAS
060853     .
060853 P560-FIM. EXIT.
060853 P563-FILTRAR-CAMPRESP.
060853     READ RESPOSTAS
060853         AT END
060853             SET EOF-GEN-OK        TO TRUE
060853             GO TO P563-FIM
060853     END-READ
060853     IF CRS-ID-CONTATO = WS-ID-ENTRADA
060853        ADD 1                     TO WS-CONT-RSP
060853     ELSE
060853        MOVE REG-CAMP-RESPOSTA    TO REG-RSPTEMP
060853        WRITE REG-RSPTEMP
060853     END-IF
060853     .
060853 P563-FIM. EXIT.
060853 P566-DEVOLVER-CAMPRESP.
060853     READ RSPTEMP
060853         AT END
060853             SET EOF-GEN-OK        TO TRUE
060853         NOT AT END
060853             MOVE REG-RSPTEMP      TO REG-CAMP-RESPOSTA
060853             WRITE REG-CAMP-RESPOSTA
060853     END-READ
060853     .
060853 P566-FIM. EXIT.
060800******************************************************************
060900*    P600-CERTIFICAR - GRAVA NO CERTIFICADO A SECAO DO TITULAR    *
061000*                 EXPURGADO, COM A CONTAGEM DE CADA ARQUIVO       *
065530            WS-CONT-ARCF          DELIMITED BY SIZE
065540            '  ARCNOTA.DAT: '     DELIMITED BY SIZE
065550            WS-CONT-ARCN          DELIMITED BY SIZE
065550            '  VINCULOS.DAT: '    DELIMITED BY SIZE
065550            WS-CONT-VINC          DELIMITED BY SIZE
065560            INTO WS-LINHA-CERT
065570     END-STRING
065580     PERFORM P700-GRAVAR-CERT     THRU P700-FIM
065580     MOVE SPACES                  TO WS-LINHA-CERT
065580     STRING '  DOCTOS.DAT: '      DELIMITED BY SIZE
065580            WS-CONT-DCT           DELIMITED BY SIZE
065580            '  CAMPALVO.DAT: '    DELIMITED BY SIZE
065580            WS-CONT-CMA           DELIMITED BY SIZE
065580            INTO WS-LINHA-CERT
065580     END-STRING
065580     PERFORM P700-GRAVAR-CERT     THRU P700-FIM
065580     MOVE SPACES                  TO WS-LINHA-CERT
065580     STRING '  CTABANC.DAT: '     DELIMITED BY SIZE
065580            WS-CONT-CTB           DELIMITED BY SIZE
065580            '  CONSENT.DAT: '     DELIMITED BY SIZE
065580            WS-CONT-CNS           DELIMITED BY SIZE
065580            '  PROMESSAS.DAT: '   DELIMITED BY SIZE
065580            WS-CONT-PRM           DELIMITED BY SIZE
065580            INTO WS-LINHA-CERT
065580     END-STRING
065580     PERFORM P700-GRAVAR-CERT     THRU P700-FIM
065580     MOVE SPACES                  TO WS-LINHA-CERT
065580     STRING '  DISPUTAS.DAT: '    DELIMITED BY SIZE
065580            WS-CONT-DSP           DELIMITED BY SIZE
065580            '  ACORDOS.DAT: '     DELIMITED BY SIZE
065580            WS-CONT-ACO           DELIMITED BY SIZE
065580            '  SMSLOG.DAT: '      DELIMITED BY SIZE
065580            WS-CONT-SML           DELIMITED BY SIZE
065580            INTO WS-LINHA-CERT
065580     END-STRING
065580     PERFORM P700-GRAVAR-CERT     THRU P700-FIM
065580     MOVE SPACES                  TO WS-LINHA-CERT
065580     STRING '  CAMPRESP.DAT: '    DELIMITED BY SIZE
065580            WS-CONT-RSP           DELIMITED BY SIZE
065580            '  NEGATIV.DAT: '     DELIMITED BY SIZE
065580            WS-CONT-NEG           DELIMITED BY SIZE
065580            INTO WS-LINHA-CERT
065580     END-STRING
065580     PERFORM P700-GRAVAR-CERT     THRU P700-FIM
065580*    A NEGATIVACAO AINDA INCLUIDA NO BIRO FICA (VER O P497) - O
065580*    CERTIFICADO DIZ QUANTAS E POR QUE.
065580     IF WS-CONT-NEG-MANT > ZEROS
065580        MOVE SPACES               TO WS-LINHA-CERT
065580        STRING '  MANTIDOS: NEGATIV.DAT '  DELIMITED BY SIZE
065580               WS-CONT-NEG-MANT    DELIMITED BY SIZE
065580               ' - INCLUSAO ATIVA NO BIRO, SAI NO NEGEXC'
065580                                   DELIMITED BY SIZE
065580               INTO WS-LINHA-CERT
065580        END-STRING
065580        PERFORM P700-GRAVAR-CERT  THRU P700-FIM
065580     END-IF
065600     .
065700 P610-FIM. EXIT.
065800******************************************************************
