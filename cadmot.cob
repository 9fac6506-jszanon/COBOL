000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CADMOT.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-02-14.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: MANUTENCAO DA TABELA DE MOTIVOS DE MOVIMENTO
000900*                 (MOTIVOS.DAT, LAYOUT MOTREG.CPY), NO MOLDE DO
001000*                 CADCAT: INCLUIR, ALTERAR (DESCRICAO, NATUREZA,
001100*                 CONTA CONTABIL E USO), INATIVAR/REATIVAR E
001200*                 LISTAR. O CADMOV, O ESTMOV, O JURCTT E O
001300*                 RETBANC SO GRAVAM MOTIVO CADASTRADO E ATIVO
001400*                 (COPYBOOK MOTTAB) E O DIARCTB LANCA CADA
001500*                 MOTIVO NA CONTA CONTABIL CADASTRADA AQUI.
001600*                 MOTIVO EM USO NAO E REMOVIDO FISICAMENTE -
001700*                 INATIVAR SO FECHA A PORTA PARA AS PROXIMAS
001800*                 GRAVACOES; O HISTORICO JA EFETIVADO CONTINUA
001900*                 INDO PARA A CONTA DO MOTIVO NO DIARIO.
002000*----------------------------------------------------------------*
002100*    HISTORICO DE ALTERACOES
002200*    DATA       AUTOR   DESCRICAO
002300*    ---------- ------- ----------------------------------------
002400*    2025-02-14 JSZ     PROGRAMA CRIADO (TABELA DE MOTIVOS).
002410*    2025-02-21 JSZ     MOTIVO BAIXA (BAIXA DE DIVIDA COMO PERDA,
002420*                       GERADO PELO BAIXCTT) INCLUIDO NA SEMENTE.
002420*    2025-05-23 JSZ     MOTIVOS REEMBOLSO (DEBITO DO REEMBOLSO DE
002420*                       SALDO CREDOR, PAGREEM) E ESTREEMB
002420*                       (DEVOLUCAO PELO BANCO, RETREEM) INCLUIDOS
002420*                       NA SEMENTE.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.
002900     DECIMAL-POINT IS COMMA.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MOTIVOS ASSIGN TO WS-MOTIVOS-DSN
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS MTV-CODIGO
003600         LOCK MODE IS MANUAL
003700         FILE STATUS IS WS-FS-MTV.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  MOTIVOS.
004100     COPY MOTREG.
004200 WORKING-STORAGE SECTION.
004300 01  WS-MOTIVOS-DSN               PIC X(100) VALUE 'MOTIVOS.DAT'.
004400 77  WS-FS-MTV                    PIC X(02) VALUE '00'.
004500     88 FS-MTV-OK                 VALUE '00'.
004600 77  WS-FS                        PIC X(02) VALUE '00'.
004700 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
004800 77  WS-EXIT                      PIC X(01) VALUE 'N'.
004900     88 EXIT-OK                   VALUE 'F' FALSE 'N'.
005000 77  WS-EOF-MTV                   PIC X(01) VALUE 'N'.
005100     88 EOF-MTV-OK                VALUE 'S' FALSE 'N'.
005200 01  WS-OPCAO                     PIC X(01) VALUE SPACES.
005300     88 OPC-INCLUIR               VALUE '1'.
005400     88 OPC-ALTERAR               VALUE '2'.
005500     88 OPC-SITUACAO              VALUE '3'.
005600     88 OPC-LISTAR                VALUE '4'.
005700     88 OPC-SAIR                  VALUE '5'.
005800 77  WS-CODIGO-ENTRADA            PIC X(10) VALUE SPACES.
005900 77  WS-DESCRICAO-ENTRADA         PIC X(30) VALUE SPACES.
006000 77  WS-CONTA-ENTRADA             PIC X(12) VALUE SPACES.
006100 01  WS-NATUREZA-ENTRADA          PIC X(01) VALUE SPACES.
006200     88 NATUREZA-ENTRADA-OK       VALUE 'D' 'C' 'A'.
006300 01  WS-USO-ENTRADA               PIC X(01) VALUE SPACES.
006400     88 USO-ENTRADA-OK            VALUE 'M' 'S'.
006500 77  WS-CONT-LISTADOS             PIC 9(02) VALUE ZEROS.
006600 01  WS-CAMPOS-VALIDOS            PIC X(01) VALUE 'N'.
006700     88 CAMPOS-VALIDOS            VALUE 'S' FALSE 'N'.
006800 PROCEDURE DIVISION.
006900******************************************************************
007000*    0000-MAINLINE - ROTINA PRINCIPAL                            *
007100******************************************************************
007200 0000-MAINLINE.
007300     DISPLAY '*** TABELA DE MOTIVOS DE MOVIMENTO (CADMOT) ***'
007400     SET EXIT-OK                  TO FALSE
007500     PERFORM P100-MENU            THRU P100-FIM
007600         UNTIL EXIT-OK
007700     PERFORM P900-FIM
007800     .
007900******************************************************************
008000*    P100-MENU - APRESENTA O MENU E DIRECIONA A OPCAO ESCOLHIDA   *
008100******************************************************************
008200 P100-MENU.
008300     MOVE SPACES                  TO WS-OPCAO
008400     DISPLAY ' '
008500     DISPLAY '1 - INCLUIR MOTIVO'
008600     DISPLAY '2 - ALTERAR MOTIVO'
008700     DISPLAY '3 - INATIVAR/REATIVAR MOTIVO'
008800     DISPLAY '4 - LISTAR MOTIVOS'
008900     DISPLAY '5 - SAIR'
009000     DISPLAY 'INFORME A OPCAO DESEJADA: '
009100     ACCEPT WS-OPCAO
009200
009300     EVALUATE TRUE
009400         WHEN OPC-INCLUIR
009500             PERFORM P200-INCLUIR     THRU P200-FIM
009600         WHEN OPC-ALTERAR
009700             PERFORM P300-ALTERAR     THRU P300-FIM
009800         WHEN OPC-SITUACAO
009900             PERFORM P400-SITUACAO    THRU P400-FIM
010000         WHEN OPC-LISTAR
010100             PERFORM P500-LISTAR      THRU P500-FIM
010200         WHEN OPC-SAIR
010300             SET EXIT-OK              TO TRUE
010400         WHEN OTHER
010500             DISPLAY 'OPCAO INVALIDA.'
010600     END-EVALUATE
010700     .
010800 P100-FIM. EXIT.
010900******************************************************************
011000*    P200-INCLUIR - INCLUI UM MOTIVO NOVO (CRIA MOTIVOS.DAT NA    *
011100*                 PRIMEIRA VEZ, FILE STATUS 35, JA SEMEADO COM    *
011200*                 OS MOTIVOS PADRAO)                              *
011300******************************************************************
011400 P200-INCLUIR.
011500     OPEN I-O MOTIVOS
011600     IF WS-FS-MTV = '35'
011700        PERFORM P250-CRIAR-ARQUIVO THRU P250-FIM
011800        MOVE '00'                 TO WS-FS-MTV
011900        OPEN I-O MOTIVOS
012000     END-IF
012100     IF NOT FS-MTV-OK
012200        MOVE WS-FS-MTV            TO WS-FS
012300        PERFORM 9000-TRADUZIR-FS
012400        DISPLAY 'ERRO AO ABRIR A TABELA DE MOTIVOS: '
012500                WS-FS-MSG
012600        GO TO P200-FIM
012700     END-IF
012800
012900     DISPLAY 'INFORME O CODIGO DO MOTIVO (ATE 10): '
013000     ACCEPT WS-CODIGO-ENTRADA
013100     IF WS-CODIGO-ENTRADA = SPACES
013200        DISPLAY 'CODIGO NAO PODE FICAR EM BRANCO.'
013300        CLOSE MOTIVOS
013400        GO TO P200-FIM
013500     END-IF
013600     DISPLAY 'INFORME A DESCRICAO: '
013700     ACCEPT WS-DESCRICAO-ENTRADA
013800     DISPLAY 'INFORME A NATUREZA (D=DEBITO, C=CREDITO, '
013900             'A=AMBOS): '
014000     ACCEPT WS-NATUREZA-ENTRADA
014100     DISPLAY 'INFORME A CONTA CONTABIL (ATE 12): '
014200     ACCEPT WS-CONTA-ENTRADA
014300     DISPLAY 'INFORME O USO (M=DIGITACAO NO CADMOV, '
014400             'S=SO PROGRAMA): '
014500     ACCEPT WS-USO-ENTRADA
014600     PERFORM P210-VALIDAR-CAMPOS  THRU P210-FIM
014700     IF NOT CAMPOS-VALIDOS
014800        CLOSE MOTIVOS
014900        GO TO P200-FIM
015000     END-IF
015100
015200     MOVE WS-CODIGO-ENTRADA       TO MTV-CODIGO
015300     MOVE WS-DESCRICAO-ENTRADA    TO MTV-DESCRICAO
015400     MOVE WS-NATUREZA-ENTRADA     TO MTV-NATUREZA
015500     MOVE WS-CONTA-ENTRADA        TO MTV-CONTA
015600     MOVE WS-USO-ENTRADA          TO MTV-USO
015700     SET MTV-ATIVO                TO TRUE
015800     WRITE REG-MOTIVO
015900         INVALID KEY
016000             MOVE WS-FS-MTV       TO WS-FS
016100             PERFORM 9000-TRADUZIR-FS
016200             DISPLAY 'NAO FOI POSSIVEL INCLUIR: ' WS-FS-MSG
016300         NOT INVALID KEY
016400             DISPLAY 'MOTIVO INCLUIDO COM SUCESSO.'
016500     END-WRITE
016600     CLOSE MOTIVOS
016700     .
016800 P200-FIM. EXIT.
016900******************************************************************
017000*    P210-VALIDAR-CAMPOS - CONFERE NATUREZA, CONTA E USO         *
017100*                 INFORMADOS                                      *
017200******************************************************************
017300 P210-VALIDAR-CAMPOS.
017400     SET CAMPOS-VALIDOS           TO FALSE
017500     IF NOT NATUREZA-ENTRADA-OK
017600        DISPLAY 'NATUREZA INVALIDA - USE D, C OU A.'
017700        GO TO P210-FIM
017800     END-IF
017900     IF WS-CONTA-ENTRADA = SPACES
018000        DISPLAY 'CONTA CONTABIL NAO PODE FICAR EM BRANCO - O '
018100                'DIARIO NAO TERIA ONDE LANCAR O MOTIVO.'
018200        GO TO P210-FIM
018300     END-IF
018400     IF NOT USO-ENTRADA-OK
018500        DISPLAY 'USO INVALIDO - USE M OU S.'
018600        GO TO P210-FIM
018700     END-IF
018800     SET CAMPOS-VALIDOS           TO TRUE
018900     .
019000 P210-FIM. EXIT.
019100******************************************************************
019200*    P250-CRIAR-ARQUIVO - PRIMEIRA IMPLANTACAO: CRIA MOTIVOS.DAT  *
019300*                 JA COM OS MOTIVOS PADRAO (OS MESMOS SEMEADOS    *
019400*                 PELO 9358-SEMEAR-MOTIVOS DO MOTTAB)             *
019500******************************************************************
019600 P250-CRIAR-ARQUIVO.
019700     OPEN OUTPUT MOTIVOS
019800     MOVE 'FATURA'                TO MTV-CODIGO
019900     MOVE 'FATURAMENTO DE VENDAS' TO MTV-DESCRICAO
020000     MOVE 'D'                     TO MTV-NATUREZA
020100     MOVE '3.1.1.01.001'          TO MTV-CONTA
020200     MOVE 'M'                     TO MTV-USO
020300     PERFORM P255-GRAVAR-SEMENTE  THRU P255-FIM
020400     MOVE 'PAGAMENTO'             TO MTV-CODIGO
020500     MOVE 'PAGAMENTO RECEBIDO EM CAIXA' TO MTV-DESCRICAO
020600     MOVE 'C'                     TO MTV-NATUREZA
020700     MOVE '1.1.1.01.001'          TO MTV-CONTA
020800     MOVE 'M'                     TO MTV-USO
020900     PERFORM P255-GRAVAR-SEMENTE  THRU P255-FIM
021000     MOVE 'AJUSTE'                TO MTV-CODIGO
021100     MOVE 'AJUSTE MANUAL DE SALDO' TO MTV-DESCRICAO
021200     MOVE 'A'                     TO MTV-NATUREZA
021300     MOVE '3.1.9.02.001'          TO MTV-CONTA
021400     MOVE 'M'                     TO MTV-USO
021500     PERFORM P255-GRAVAR-SEMENTE  THRU P255-FIM
021600     MOVE 'JUROS'                 TO MTV-CODIGO
021700     MOVE 'JUROS SOBRE SALDO DEVEDOR' TO MTV-DESCRICAO
021800     MOVE 'D'                     TO MTV-NATUREZA
021900     MOVE '3.1.3.01.001'          TO MTV-CONTA
022000     MOVE 'S'                     TO MTV-USO
022100     PERFORM P255-GRAVAR-SEMENTE  THRU P255-FIM
022200     MOVE 'PAGTOBANCO'            TO MTV-CODIGO
022300     MOVE 'PAGAMENTO VIA RETORNO BANCARIO' TO MTV-DESCRICAO
022400     MOVE 'C'                     TO MTV-NATUREZA
022500     MOVE '1.1.1.02.001'          TO MTV-CONTA
022600     MOVE 'S'                     TO MTV-USO
022700     PERFORM P255-GRAVAR-SEMENTE  THRU P255-FIM
022800     MOVE 'ESTORNO'               TO MTV-CODIGO
022900     MOVE 'ESTORNO DE LANCAMENTO' TO MTV-DESCRICAO
023000     MOVE 'A'                     TO MTV-NATUREZA
023100     MOVE '3.1.9.01.001'          TO MTV-CONTA
023200     MOVE 'S'                     TO MTV-USO
023300     PERFORM P255-GRAVAR-SEMENTE  THRU P255-FIM
023400     MOVE 'ACORDO'                TO MTV-CODIGO
023500     MOVE 'ACORDO DE PARCELAMENTO' TO MTV-DESCRICAO
023600     MOVE 'A'                     TO MTV-NATUREZA
023700     MOVE '1.1.2.05.001'          TO MTV-CONTA
023800     MOVE 'S'                     TO MTV-USO
023900     PERFORM P255-GRAVAR-SEMENTE  THRU P255-FIM
024000     MOVE 'PARCACORDO'            TO MTV-CODIGO
024100     MOVE 'PARCELA DE ACORDO'     TO MTV-DESCRICAO
024200     MOVE 'D'                     TO MTV-NATUREZA
024300     MOVE '1.1.2.05.001'          TO MTV-CONTA
024400     MOVE 'S'                     TO MTV-USO
024500     PERFORM P255-GRAVAR-SEMENTE  THRU P255-FIM
024510     MOVE 'BAIXA'                 TO MTV-CODIGO
024520     MOVE 'BAIXA DE DIVIDA COMO PERDA'
024530                                  TO MTV-DESCRICAO
024540     MOVE 'C'                     TO MTV-NATUREZA
024550     MOVE '3.1.5.01.001'          TO MTV-CONTA
024560     MOVE 'S'                     TO MTV-USO
024570     PERFORM P255-GRAVAR-SEMENTE  THRU P255-FIM
024570     MOVE 'REEMBOLSO'             TO MTV-CODIGO
024570     MOVE 'REEMBOLSO DE SALDO CREDOR'
024570                                  TO MTV-DESCRICAO
024570     MOVE 'D'                     TO MTV-NATUREZA
024570     MOVE '1.1.1.02.001'          TO MTV-CONTA
024570     MOVE 'S'                     TO MTV-USO
024570     PERFORM P255-GRAVAR-SEMENTE  THRU P255-FIM
024570     MOVE 'ESTREEMB'              TO MTV-CODIGO
024570     MOVE 'REEMBOLSO DEVOLVIDO PELO BANCO'
024570                                  TO MTV-DESCRICAO
024570     MOVE 'C'                     TO MTV-NATUREZA
024570     MOVE '1.1.1.02.001'          TO MTV-CONTA
024570     MOVE 'S'                     TO MTV-USO
024570     PERFORM P255-GRAVAR-SEMENTE  THRU P255-FIM
024600     CLOSE MOTIVOS
024700     DISPLAY 'TABELA CRIADA COM OS MOTIVOS PADRAO (FATURA, '
024800             'PAGAMENTO, AJUSTE E OS MOTIVOS DOS LOTES).'
024900     .
025000 P250-FIM. EXIT.
025100 P255-GRAVAR-SEMENTE.
025200     SET MTV-ATIVO                TO TRUE
025300     WRITE REG-MOTIVO
025400     .
025500 P255-FIM. EXIT.
025600******************************************************************
025700*    P300-ALTERAR - ALTERA DESCRICAO, NATUREZA, CONTA E USO DE    *
025800*                 UM MOTIVO (CAMPO EM BRANCO MANTEM O ATUAL)      *
025900******************************************************************
026000 P300-ALTERAR.
026100     OPEN I-O MOTIVOS
026200     IF NOT FS-MTV-OK
026300        MOVE WS-FS-MTV            TO WS-FS
026400        PERFORM 9000-TRADUZIR-FS
026500        DISPLAY 'ERRO AO ABRIR A TABELA DE MOTIVOS: '
026600                WS-FS-MSG
026700        GO TO P300-FIM
026800     END-IF
026900
027000     DISPLAY 'INFORME O CODIGO DO MOTIVO: '
027100     ACCEPT WS-CODIGO-ENTRADA
027200     MOVE WS-CODIGO-ENTRADA       TO MTV-CODIGO
027300     READ MOTIVOS WITH LOCK
027400         INVALID KEY
027500             DISPLAY 'MOTIVO NAO EXISTE!'
027600         NOT INVALID KEY
027700             PERFORM P310-CAPTURAR-ALTERACAO THRU P310-FIM
027800     END-READ
027900     UNLOCK MOTIVOS
028000     CLOSE MOTIVOS
028100     .
028200 P300-FIM. EXIT.
028300******************************************************************
028400*    P310-CAPTURAR-ALTERACAO - MOSTRA O MOTIVO LIDO, PEDE OS      *
028500*                 NOVOS VALORES E REGRAVA                         *
028600******************************************************************
028700 P310-CAPTURAR-ALTERACAO.
028800     DISPLAY 'DESCRICAO ATUAL: ' MTV-DESCRICAO
028900     DISPLAY 'NATUREZA ATUAL.: ' MTV-NATUREZA
029000     DISPLAY 'CONTA ATUAL....: ' MTV-CONTA
029100     DISPLAY 'USO ATUAL......: ' MTV-USO
029200     DISPLAY 'INFORME A NOVA DESCRICAO (BRANCO = MANTEM): '
029300     ACCEPT WS-DESCRICAO-ENTRADA
029400     IF WS-DESCRICAO-ENTRADA = SPACES
029500        MOVE MTV-DESCRICAO        TO WS-DESCRICAO-ENTRADA
029600     END-IF
029700     DISPLAY 'INFORME A NOVA NATUREZA D/C/A (BRANCO = MANTEM): '
029800     ACCEPT WS-NATUREZA-ENTRADA
029900     IF WS-NATUREZA-ENTRADA = SPACES
030000        MOVE MTV-NATUREZA         TO WS-NATUREZA-ENTRADA
030100     END-IF
030200     DISPLAY 'INFORME A NOVA CONTA CONTABIL (BRANCO = MANTEM): '
030300     ACCEPT WS-CONTA-ENTRADA
030400     IF WS-CONTA-ENTRADA = SPACES
030500        MOVE MTV-CONTA            TO WS-CONTA-ENTRADA
030600     END-IF
030700     DISPLAY 'INFORME O NOVO USO M/S (BRANCO = MANTEM): '
030800     ACCEPT WS-USO-ENTRADA
030900     IF WS-USO-ENTRADA = SPACES
031000        MOVE MTV-USO              TO WS-USO-ENTRADA
031100     END-IF
031200     PERFORM P210-VALIDAR-CAMPOS  THRU P210-FIM
031300     IF NOT CAMPOS-VALIDOS
031400        DISPLAY 'ALTERACAO CANCELADA - MOTIVO MANTIDO.'
031500        GO TO P310-FIM
031600     END-IF
031700
031800     MOVE WS-DESCRICAO-ENTRADA    TO MTV-DESCRICAO
031900     MOVE WS-NATUREZA-ENTRADA     TO MTV-NATUREZA
032000     MOVE WS-CONTA-ENTRADA        TO MTV-CONTA
032100     MOVE WS-USO-ENTRADA          TO MTV-USO
032200     REWRITE REG-MOTIVO
032300         INVALID KEY
032400             MOVE WS-FS-MTV       TO WS-FS
032500             PERFORM 9000-TRADUZIR-FS
032600             DISPLAY 'NAO FOI POSSIVEL ALTERAR: ' WS-FS-MSG
032700         NOT INVALID KEY
032800             DISPLAY 'MOTIVO ALTERADO COM SUCESSO.'
032900     END-REWRITE
033000     .
033100 P310-FIM. EXIT.
033200******************************************************************
033300*    P400-SITUACAO - INATIVA OU REATIVA UM MOTIVO (INATIVO SAI    *
033400*                 DO DOMINIO DE GRAVACAO SEM APAGAR O CODIGO)     *
033500******************************************************************
033600 P400-SITUACAO.
033700     OPEN I-O MOTIVOS
033800     IF NOT FS-MTV-OK
033900        MOVE WS-FS-MTV            TO WS-FS
034000        PERFORM 9000-TRADUZIR-FS
034100        DISPLAY 'ERRO AO ABRIR A TABELA DE MOTIVOS: '
034200                WS-FS-MSG
034300        GO TO P400-FIM
034400     END-IF
034500
034600     DISPLAY 'INFORME O CODIGO DO MOTIVO: '
034700     ACCEPT WS-CODIGO-ENTRADA
034800     MOVE WS-CODIGO-ENTRADA       TO MTV-CODIGO
034900     READ MOTIVOS WITH LOCK
035000         INVALID KEY
035100             DISPLAY 'MOTIVO NAO EXISTE!'
035200         NOT INVALID KEY
035300             IF MTV-ATIVO
035400                SET MTV-INATIVO   TO TRUE
035500                DISPLAY 'MOTIVO INATIVADO - SAI DO DOMINIO '
035600                        'DAS PROXIMAS GRAVACOES.'
035700             ELSE
035800                SET MTV-ATIVO     TO TRUE
035900                DISPLAY 'MOTIVO REATIVADO.'
036000             END-IF
036100             REWRITE REG-MOTIVO
036200                 INVALID KEY
036300                     MOVE WS-FS-MTV TO WS-FS
036400                     PERFORM 9000-TRADUZIR-FS
036500                     DISPLAY 'NAO FOI POSSIVEL GRAVAR: '
036600                             WS-FS-MSG
036700             END-REWRITE
036800     END-READ
036900     UNLOCK MOTIVOS
037000     CLOSE MOTIVOS
037100     .
037200 P400-FIM. EXIT.
037300******************************************************************
037400*    P500-LISTAR - LISTA OS MOTIVOS CADASTRADOS                   *
037500******************************************************************
037600 P500-LISTAR.
037700     OPEN INPUT MOTIVOS
037800     IF NOT FS-MTV-OK
037900        DISPLAY 'TABELA AINDA NAO IMPLANTADA - VALEM OS MOTIVOS '
038000                'PADRAO (INCLUA UM MOTIVO PARA CRIAR O ARQUIVO).'
038100        GO TO P500-FIM
038200     END-IF
038300
038400     SET EOF-MTV-OK               TO FALSE
038500     MOVE ZEROS                   TO WS-CONT-LISTADOS
038600     DISPLAY 'CODIGO     S N U CONTA        DESCRICAO'
038700     PERFORM P510-LISTAR-MOTIVO   THRU P510-FIM
038800         UNTIL EOF-MTV-OK
038900
039000     CLOSE MOTIVOS
039100     DISPLAY ' '
039200     DISPLAY 'MOTIVOS CADASTRADOS: ' WS-CONT-LISTADOS
039300     .
039400 P500-FIM. EXIT.
039500******************************************************************
039600*    P510-LISTAR-MOTIVO - LE E EXIBE UM MOTIVO                    *
039700******************************************************************
039800 P510-LISTAR-MOTIVO.
039900     READ MOTIVOS NEXT RECORD
040000         AT END
040100             SET EOF-MTV-OK        TO TRUE
040200         NOT AT END
040300             ADD 1                 TO WS-CONT-LISTADOS
040400             DISPLAY MTV-CODIGO ' ' MTV-ST ' ' MTV-NATUREZA ' '
040500                     MTV-USO ' ' MTV-CONTA ' ' MTV-DESCRICAO
040600     END-READ
040700     .
040800 P510-FIM. EXIT.
040900******************************************************************
041000*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
041100******************************************************************
041200 P900-FIM.
041300     DISPLAY '*** FIM DA TABELA DE MOTIVOS ***'
041400     STOP RUN.
041500
041600     COPY FSTATUS.
