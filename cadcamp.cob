000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CADCAMP.
000300 AUTHOR.        JESSICA ZANON.
000400 INSTALLATION.  CURSO COBOL - MODULO CONTATOS.
000500 DATE-WRITTEN.  2025-07-25.
000600 DATE-COMPILED.
000700******************************************************************
000800*    PURPOSE....: CADASTRO DAS CAMPANHAS DE RELACIONAMENTO
000900*                 (CAMPANHA.DAT, LAYOUT CAMPREG.CPY) E REGISTRO
001000*                 ONLINE DAS RESPOSTAS DOS CONTATOS. A CAMPANHA
001100*                 NASCE PLANEJADA, COM CODIGO, DESCRICAO, PERIODO
001200*                 E CANAL; O SELCTT, RODANDO COM CAMPANHA=,
001300*                 CONGELA O PUBLICO EM CAMPALVO.DAT (LAYOUT
001400*                 CALVREG) E A CAMPANHA PASSA A CONGELADA. O CANAL
001500*                 SO MUDA ENQUANTO A CAMPANHA ESTA PLANEJADA. A
001600*                 RESPOSTA E UMA POR CONTATO E CAMPANHA, SO DE
001700*                 QUEM RECEBEU A PECA, E SO ENQUANTO A CAMPANHA
001800*                 ESTA CONGELADA; A CAMPANHA ENCERRADA NAO RECEBE
001900*                 MAIS RESPOSTAS. RESPOSTAS EM LOTE ENTRAM PELO
002000*                 RESPCAMP. QUEM ALTEROU POR ULTIMO FICA CARIMBADO
002100*                 NA CAMPANHA E QUEM REGISTROU A RESPOSTA, NO
002200*                 PUBLICO. SIGN-ON OBRIGATORIO; O PERFIL DE
002300*                 CONSULTA NAO TEM ACESSO.
002400*----------------------------------------------------------------*
002500*    HISTORICO DE ALTERACOES
002600*    DATA       AUTOR   DESCRICAO
002700*    ---------- ------- ----------------------------------------
002800*    2025-07-25 JSZ     PROGRAMA CRIADO (CAMPANHAS E RESPOSTAS).
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SPECIAL-NAMES.
003300     DECIMAL-POINT IS COMMA.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CAMPANHA ASSIGN TO WS-CAMPANHA-DSN
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CMP-CODIGO
004000         LOCK MODE IS MANUAL
004100         FILE STATUS IS WS-FS-CMP.
004200     SELECT CAMPALVO ASSIGN TO WS-CAMPALVO-DSN
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS CMA-CHAVE
004600         ALTERNATE RECORD KEY IS CMA-ID-CONTATO WITH DUPLICATES
004700         LOCK MODE IS MANUAL
004800         FILE STATUS IS WS-FS-CMA.
004900     SELECT OPERADOR ASSIGN TO WS-OPERADOR-DSN
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS OPE-CODIGO
005300         FILE STATUS IS WS-FS-OPE.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CAMPANHA.
005700     COPY CAMPREG.
005800 FD  CAMPALVO.
005900     COPY CALVREG.
006000 FD  OPERADOR.
006100     COPY OPERREG.
006200 WORKING-STORAGE SECTION.
006300 01  WS-CAMPANHA-DSN              PIC X(100) VALUE 'CAMPANHA.DAT'.
006400 01  WS-CAMPALVO-DSN              PIC X(100) VALUE 'CAMPALVO.DAT'.
006500 77  WS-FS                        PIC X(02) VALUE '00'.
006600     88 FS-OK                     VALUE '00'.
006700 77  WS-FS-MSG                    PIC X(40) VALUE SPACES.
006800 77  WS-FS-CMP                    PIC X(02) VALUE '00'.
006900     88 FS-CMP-OK                 VALUE '00'.
007000 77  WS-FS-CMA                    PIC X(02) VALUE '00'.
007100     88 FS-CMA-OK                 VALUE '00'.
007200 77  WS-EXIT                      PIC X(01) VALUE 'N'.
007300     88 EXIT-OK                   VALUE 'F' FALSE 'N'.
007400 01  WS-OPCAO                     PIC X(01) VALUE SPACES.
007500     88 OPC-INCLUIR               VALUE '1'.
007600     88 OPC-LISTAR                VALUE '2'.
007700     88 OPC-ALTERAR               VALUE '3'.
007800     88 OPC-ENCERRAR              VALUE '4'.
007900     88 OPC-RESPOSTA              VALUE '5'.
008000     88 OPC-SAIR                  VALUE '6'.
008100 01  WS-CODIGO-ENTRADA            PIC X(08) VALUE SPACES.
008200 01  WS-DESCRICAO-ENTRADA         PIC X(40) VALUE SPACES.
008300 77  WS-INICIO-ENTRADA            PIC 9(08) VALUE ZEROS.
008400 77  WS-FIM-ENTRADA               PIC 9(08) VALUE ZEROS.
008500 77  WS-CANAL-ENTRADA             PIC X(01) VALUE SPACES.
008600 77  WS-RESPOSTA-ENTRADA          PIC X(01) VALUE SPACES.
008700 77  WS-ID-ENTRADA                PIC 9(06) VALUE ZEROS.
008800 77  WS-DATA-ENTRADA              PIC 9(08) VALUE ZEROS.
008900 77  WS-CONFIRMA                  PIC X(01) VALUE SPACES.
009000 77  WS-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
009100 77  WS-HORA-HOJE                 PIC 9(08) VALUE ZEROS.
009200 77  WS-DIAS-AUX                  PIC 9(07) VALUE ZEROS.
009300 77  WS-CONT-CAMPANHAS            PIC 9(04) VALUE ZEROS.
009400 01  WS-CANAL-DESC                PIC X(08) VALUE SPACES.
009500 01  WS-SITUACAO-DESC             PIC X(10) VALUE SPACES.
009600 01  WS-RESPOSTA-DESC             PIC X(10) VALUE SPACES.
009700 01  WS-CMP-ABERTO-SW             PIC X(01) VALUE 'N'.
009800     88 CMP-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
009900 01  WS-CMA-ABERTO-SW             PIC X(01) VALUE 'N'.
010000     88 CMA-ARQ-ABERTO            VALUE 'S' FALSE 'N'.
010100 01  WS-CAMPANHA-OK-SW            PIC X(01) VALUE 'N'.
010200     88 CAMPANHA-OK               VALUE 'S' FALSE 'N'.
010300 01  WS-CONTATO-VALIDO            PIC X(01) VALUE 'N'.
010400     88 CONTATO-VALIDO            VALUE 'S' FALSE 'N'.
010500 01  WS-EOF-LST-SW                PIC X(01) VALUE 'N'.
010600     88 EOF-LST-OK                VALUE 'S' FALSE 'N'.
010700*----------------------------------------------------------------*
010800*    IMAGEM DO CONTATO CONGELADA NO PUBLICO (CMA-REG-CONTATO)    *
010900*----------------------------------------------------------------*
011000     COPY CONTREGW.
011100*----------------------------------------------------------------*
011200*    AREA DO DIGITO VERIFICADOR DO ID (COPYBOOK DIGVER)          *
011300*----------------------------------------------------------------*
011400 01  WS-DV-ID.
011500     03  WS-DV-ALG                OCCURS 6 TIMES PIC 9(01).
011600 77  WS-DV-ENTRADA                PIC X(01) VALUE SPACES.
011700 77  WS-DV-DIGITO                 PIC 9(01) VALUE ZEROS.
011800 77  WS-DV-SOMA                   PIC 9(03) VALUE ZEROS.
011900 77  WS-DV-RESTO                  PIC 9(02) VALUE ZEROS.
012000 01  WS-DV-OK-SW                  PIC X(01) VALUE 'N'.
012100     88 DV-OK                     VALUE 'S' FALSE 'N'.
012200*----------------------------------------------------------------*
012300*    AREA DE TRABALHO DO SIGN-ON DE OPERADOR (COPYBOOK OPRLOG)   *
012400*----------------------------------------------------------------*
012500 01  WS-OPERADOR-DSN              PIC X(100) VALUE 'OPERADOR.DAT'.
012600 77  WS-FS-OPE                    PIC X(02) VALUE '00'.
012700     88 FS-OPE-OK                 VALUE '00'.
012800 77  WS-OPR-CODIGO                PIC X(08) VALUE SPACES.
012900 77  WS-OPR-SENHA                 PIC X(08) VALUE SPACES.
013000 77  WS-OPR-PERFIL                PIC X(01) VALUE SPACES.
013100     88 OPR-CONSULTA              VALUE 'C'.
013200     88 OPR-MANUTENCAO            VALUE 'M'.
013300     88 OPR-SUPERVISOR            VALUE 'S'.
013400 01  WS-OPR-OK-SW                 PIC X(01) VALUE 'N'.
013500     88 OPR-OK                    VALUE 'S' FALSE 'N'.
013600 77  WS-OPR-TENTATIVAS            PIC 9(01) VALUE ZEROS.
013700 PROCEDURE DIVISION.
013800******************************************************************
013900*    0000-MAINLINE - ROTINA PRINCIPAL                            *
014000******************************************************************
014100 0000-MAINLINE.
014200     DISPLAY '*** CAMPANHAS DE RELACIONAMENTO (CADCAMP) ***'
014300     PERFORM 9900-IDENTIFICAR-OPERADOR THRU 9900-FIM
014400     IF NOT OPR-OK
014500        PERFORM P900-FIM
014600     END-IF
014700     IF OPR-CONSULTA
014800        DISPLAY 'PROGRAMA DE MANUTENCAO - PERFIL SOMENTE '
014900                'CONSULTA NAO AUTORIZADO.'
015000        PERFORM P900-FIM
015100     END-IF
015200     ACCEPT WS-DATA-HOJE          FROM DATE YYYYMMDD
015300
015400     SET EXIT-OK                  TO FALSE
015500     PERFORM P100-MENU            THRU P100-FIM
015600         UNTIL EXIT-OK
015700     PERFORM P900-FIM
015800     .
015900******************************************************************
016000*    P100-MENU - APRESENTA O MENU E DIRECIONA A OPCAO ESCOLHIDA  *
016100******************************************************************
016200 P100-MENU.
016300     MOVE SPACES                  TO WS-OPCAO
016400     DISPLAY ' '
016500     DISPLAY '1 - INCLUIR CAMPANHA'
016600     DISPLAY '2 - LISTAR CAMPANHAS'
016700     DISPLAY '3 - ALTERAR DESCRICAO / PERIODO / CANAL'
016800     DISPLAY '4 - ENCERRAR CAMPANHA'
016900     DISPLAY '5 - REGISTRAR RESPOSTA DE CONTATO'
017000     DISPLAY '6 - SAIR'
017100     DISPLAY 'INFORME A OPCAO DESEJADA: '
017200     ACCEPT WS-OPCAO
017300
017400     EVALUATE TRUE
017500         WHEN OPC-INCLUIR
017600             PERFORM P200-INCLUIR    THRU P200-FIM
017700         WHEN OPC-LISTAR
017800             PERFORM P400-LISTAR     THRU P400-FIM
017900         WHEN OPC-ALTERAR
018000             PERFORM P500-ALTERAR    THRU P500-FIM
018100         WHEN OPC-ENCERRAR
018200             PERFORM P600-ENCERRAR   THRU P600-FIM
018300         WHEN OPC-RESPOSTA
018400             PERFORM P700-RESPOSTA   THRU P700-FIM
018500         WHEN OPC-SAIR
018600             SET EXIT-OK             TO TRUE
018700         WHEN OTHER
018800             DISPLAY 'OPCAO INVALIDA.'
018900     END-EVALUATE
019000     .
019100 P100-FIM. EXIT.
019200******************************************************************
019300*    P200-INCLUIR - INCLUI UMA CAMPANHA PLANEJADA (O PUBLICO     *
019400*                 VEM DEPOIS, PELO SELCTT COM CAMPANHA=)         *
019500******************************************************************
019600 P200-INCLUIR.
019700     PERFORM P210-PEDIR-CODIGO    THRU P210-FIM
019800     IF WS-CODIGO-ENTRADA = SPACES
019900        GO TO P200-FIM
020000     END-IF
020100     PERFORM P240-ABRIR-CAMPANHA  THRU P240-FIM
020200     IF NOT CMP-ARQ-ABERTO
020300        GO TO P200-FIM
020400     END-IF
020500     MOVE WS-CODIGO-ENTRADA       TO CMP-CODIGO
020600     READ CAMPANHA
020700         INVALID KEY
020800             CONTINUE
020900         NOT INVALID KEY
021000             DISPLAY 'CAMPANHA JA CADASTRADA: ' CMP-DESCRICAO
021100             PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
021200             GO TO P200-FIM
021300     END-READ
021400
021500     DISPLAY 'DESCRICAO DA CAMPANHA: '
021600     MOVE SPACES                  TO WS-DESCRICAO-ENTRADA
021700     ACCEPT WS-DESCRICAO-ENTRADA
021800     IF WS-DESCRICAO-ENTRADA = SPACES
021900        DISPLAY 'DESCRICAO E OBRIGATORIA.'
022000        PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
022100        GO TO P200-FIM
022200     END-IF
022300     DISPLAY 'INICIO DA CAMPANHA (AAAAMMDD - ZEROS = HOJE): '
022400     PERFORM P230-PEDIR-DATA      THRU P230-FIM
022500     MOVE WS-DATA-ENTRADA         TO WS-INICIO-ENTRADA
022600     IF WS-INICIO-ENTRADA = ZEROS
022700        MOVE WS-DATA-HOJE         TO WS-INICIO-ENTRADA
022800     END-IF
022900     DISPLAY 'FIM DA CAMPANHA (AAAAMMDD): '
023000     PERFORM P230-PEDIR-DATA      THRU P230-FIM
023100     MOVE WS-DATA-ENTRADA         TO WS-FIM-ENTRADA
023200     IF WS-FIM-ENTRADA < WS-INICIO-ENTRADA
023300        DISPLAY 'O FIM NAO PODE SER ANTERIOR AO INICIO.'
023400        PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
023500        GO TO P200-FIM
023600     END-IF
023700     PERFORM P220-PEDIR-CANAL     THRU P220-FIM
023800     IF WS-CANAL-ENTRADA = SPACES
023900        PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
024000        GO TO P200-FIM
024100     END-IF
024200
024300     ACCEPT WS-HORA-HOJE          FROM TIME
024400     MOVE SPACES                  TO REG-CAMPANHA
024500     MOVE WS-CODIGO-ENTRADA       TO CMP-CODIGO
024600     MOVE WS-DESCRICAO-ENTRADA    TO CMP-DESCRICAO
024700     MOVE WS-INICIO-ENTRADA       TO CMP-DT-INICIO
024800     MOVE WS-FIM-ENTRADA          TO CMP-DT-FIM
024900     MOVE WS-CANAL-ENTRADA        TO CMP-CANAL
025000     SET CMP-PLANEJADA            TO TRUE
025100     MOVE ZEROS                   TO CMP-DT-CONGELADA
025200     MOVE ZEROS                   TO CMP-QTD-ALVO
025300     MOVE WS-OPR-CODIGO           TO CMP-OPER-CADASTRO
025400     MOVE WS-DATA-HOJE            TO CMP-DATA-HORA (1:8)
025500     MOVE WS-HORA-HOJE (1:6)      TO CMP-DATA-HORA (9:6)
025600     MOVE ZEROS                   TO CMP-DT-ALTERACAO
025700     MOVE SPACES                  TO CMP-OPER-ALTERACAO
025800     WRITE REG-CAMPANHA
025900         INVALID KEY
026000             MOVE WS-FS-CMP       TO WS-FS
026100             PERFORM 9000-TRADUZIR-FS
026200             DISPLAY 'NAO FOI POSSIVEL INCLUIR: ' WS-FS-MSG
026300         NOT INVALID KEY
026400             DISPLAY 'CAMPANHA ' CMP-CODIGO
026500                     ' INCLUIDA COMO PLANEJADA - CONGELE O '
026600                     'PUBLICO PELO SELCTT.'
026700     END-WRITE
026800     PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
026900     .
027000 P200-FIM. EXIT.
027100******************************************************************
027200*    P210-PEDIR-CODIGO - PEDE O CODIGO DA CAMPANHA (EM BRANCO    *
027300*                 VOLTA EM BRANCO PARA O CHAMADOR DESISTIR)      *
027400******************************************************************
027500 P210-PEDIR-CODIGO.
027600     DISPLAY 'CODIGO DA CAMPANHA (ATE 8 POSICOES): '
027700     MOVE SPACES                  TO WS-CODIGO-ENTRADA
027800     ACCEPT WS-CODIGO-ENTRADA
027900     IF WS-CODIGO-ENTRADA = SPACES
028000        DISPLAY 'CODIGO DA CAMPANHA E OBRIGATORIO.'
028100     END-IF
028200     .
028300 P210-FIM. EXIT.
028400******************************************************************
028500*    P220-PEDIR-CANAL - CANAL DA CAMPANHA, CONTRA O DOMINIO DE   *
028600*                 CAMPREG.CPY (INVALIDO VOLTA EM BRANCO)         *
028700******************************************************************
028800 P220-PEDIR-CANAL.
028900     DISPLAY 'CANAL DA CAMPANHA: '
029000     DISPLAY '  C = CORREIO (CARTAS E ETIQUETAS DO CARTCTT)'
029100     DISPLAY '  E = EMAIL'
029200     DISPLAY '  S = SMS'
029300     DISPLAY '  T = TELEFONE'
029400     MOVE SPACES                  TO WS-CANAL-ENTRADA
029500     ACCEPT WS-CANAL-ENTRADA
029600     MOVE WS-CANAL-ENTRADA        TO CMP-CANAL
029700     IF NOT CMP-CANAL-VALIDO
029800        DISPLAY 'CANAL INVALIDO - USE C, E, S OU T.'
029900        MOVE SPACES               TO WS-CANAL-ENTRADA
030000     END-IF
030100     .
030200 P220-FIM. EXIT.
030300******************************************************************
030400*    P230-PEDIR-DATA - LE UMA DATA AAAAMMDD JA ANUNCIADA PELO    *
030500*                 CHAMADOR (ZEROS SAO DEVOLVIDOS PARA O          *
030600*                 CHAMADOR DECIDIR)                              *
030700******************************************************************
030800 P230-PEDIR-DATA.
030900     MOVE ZEROS                   TO WS-DATA-ENTRADA
031000     ACCEPT WS-DATA-ENTRADA
031100     IF WS-DATA-ENTRADA NOT NUMERIC
031200        DISPLAY 'DATA INVALIDA - DIGITE SOMENTE DIGITOS.'
031300        GO TO P230-PEDIR-DATA
031400     END-IF
031500     IF WS-DATA-ENTRADA = ZEROS
031600        GO TO P230-FIM
031700     END-IF
031800     COMPUTE WS-DIAS-AUX =
031900         FUNCTION INTEGER-OF-DATE(WS-DATA-ENTRADA)
032000     IF WS-DIAS-AUX = ZEROS
032100        DISPLAY 'DATA INEXISTENTE - INFORME DE NOVO: '
032200        GO TO P230-PEDIR-DATA
032300     END-IF
032400     .
032500 P230-FIM. EXIT.
032600******************************************************************
032700*    P240-ABRIR-CAMPANHA - ABRE CAMPANHA.DAT EM I-O, CRIANDO O   *
032800*                 ARQUIVO NA PRIMEIRA INCLUSAO (FILE STATUS 35,  *
032900*                 MESMO PADRAO DO CADDOC)                        *
033000******************************************************************
033100 P240-ABRIR-CAMPANHA.
033200     SET CMP-ARQ-ABERTO           TO FALSE
033300     MOVE '00'                    TO WS-FS-CMP
033400     OPEN I-O CAMPANHA
033500     IF WS-FS-CMP = '35'
033600        OPEN OUTPUT CAMPANHA
033700        CLOSE CAMPANHA
033800        MOVE '00'                 TO WS-FS-CMP
033900        OPEN I-O CAMPANHA
034000     END-IF
034100     IF NOT FS-CMP-OK
034200        MOVE WS-FS-CMP            TO WS-FS
034300        PERFORM 9000-TRADUZIR-FS
034400        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CAMPANHAS: '
034500                WS-FS-MSG
034600        GO TO P240-FIM
034700     END-IF
034800     SET CMP-ARQ-ABERTO           TO TRUE
034900     .
035000 P240-FIM. EXIT.
035100 P245-FECHAR-CAMPANHA.
035200     IF CMP-ARQ-ABERTO
035300        CLOSE CAMPANHA
035400        SET CMP-ARQ-ABERTO        TO FALSE
035500     END-IF
035600     .
035700 P245-FIM. EXIT.
035800******************************************************************
035900*    P250-LER-CAMPANHA - PEDE O CODIGO E LE A CAMPANHA COM LOCK  *
036000*                 (DEIXA CAMPANHA.DAT ABERTO SO QUANDO ACHOU,    *
036100*                 SINALIZANDO EM CAMPANHA-OK)                    *
036200******************************************************************
036300 P250-LER-CAMPANHA.
036400     SET CAMPANHA-OK              TO FALSE
036500     PERFORM P210-PEDIR-CODIGO    THRU P210-FIM
036600     IF WS-CODIGO-ENTRADA = SPACES
036700        GO TO P250-FIM
036800     END-IF
036900     PERFORM P240-ABRIR-CAMPANHA  THRU P240-FIM
037000     IF NOT CMP-ARQ-ABERTO
037100        GO TO P250-FIM
037200     END-IF
037300     MOVE WS-CODIGO-ENTRADA       TO CMP-CODIGO
037400     READ CAMPANHA WITH LOCK
037500         INVALID KEY
037600             DISPLAY 'CAMPANHA NAO EXISTE!'
037700             PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
037800             GO TO P250-FIM
037900     END-READ
038000     SET CAMPANHA-OK              TO TRUE
038100     PERFORM P440-DESCREVER       THRU P440-FIM
038200     DISPLAY 'CAMPANHA.: ' CMP-CODIGO ' - ' CMP-DESCRICAO
038300     DISPLAY '  PERIODO ' CMP-DT-INICIO ' A ' CMP-DT-FIM
038400             ' - CANAL ' WS-CANAL-DESC ' - ' WS-SITUACAO-DESC
038500     .
038600 P250-FIM. EXIT.
038700******************************************************************
038800*    P260-ABRIR-ALVO - ABRE CAMPALVO.DAT EM I-O (SO EXISTE       *
038900*                 DEPOIS QUE O SELCTT CONGELOU ALGUM PUBLICO)    *
039000******************************************************************
039100 P260-ABRIR-ALVO.
039200     SET CMA-ARQ-ABERTO           TO FALSE
039300     OPEN I-O CAMPALVO
039400     IF NOT FS-CMA-OK
039500        MOVE WS-FS-CMA            TO WS-FS
039600        PERFORM 9000-TRADUZIR-FS
039700        DISPLAY 'ERRO AO ABRIR O PUBLICO DAS CAMPANHAS: '
039800                WS-FS-MSG
039900        GO TO P260-FIM
040000     END-IF
040100     SET CMA-ARQ-ABERTO           TO TRUE
040200     .
040300 P260-FIM. EXIT.
040400******************************************************************
040500*    P400-LISTAR - LISTA TODAS AS CAMPANHAS, COM PERIODO, CANAL, *
040600*                 SITUACAO E TAMANHO DO PUBLICO CONGELADO        *
040700******************************************************************
040800 P400-LISTAR.
040900     MOVE ZEROS                   TO WS-CONT-CAMPANHAS
041000     PERFORM P240-ABRIR-CAMPANHA  THRU P240-FIM
041100     IF NOT CMP-ARQ-ABERTO
041200        GO TO P400-FIM
041300     END-IF
041400     SET EOF-LST-OK               TO FALSE
041500     MOVE LOW-VALUES              TO CMP-CODIGO
041600     START CAMPANHA KEY IS NOT LESS THAN CMP-CODIGO
041700         INVALID KEY
041800             SET EOF-LST-OK       TO TRUE
041900     END-START
042000     PERFORM P410-LER-CAMPANHA    THRU P410-FIM
042100         UNTIL EOF-LST-OK
042200     PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
042300     DISPLAY ' '
042400     DISPLAY 'CAMPANHAS CADASTRADAS: ' WS-CONT-CAMPANHAS
042500     .
042600 P400-FIM. EXIT.
042700 P410-LER-CAMPANHA.
042800     READ CAMPANHA NEXT RECORD
042900         AT END
043000             SET EOF-LST-OK        TO TRUE
043100             GO TO P410-FIM
043200     END-READ
043300     ADD 1                        TO WS-CONT-CAMPANHAS
043400     PERFORM P440-DESCREVER       THRU P440-FIM
043500     DISPLAY ' '
043600     DISPLAY 'CAMPANHA ' CMP-CODIGO ' - ' CMP-DESCRICAO
043700     DISPLAY '  PERIODO ' CMP-DT-INICIO ' A ' CMP-DT-FIM
043800             ' - CANAL ' WS-CANAL-DESC ' - ' WS-SITUACAO-DESC
043900     IF NOT CMP-PLANEJADA
044000        DISPLAY '  PUBLICO CONGELADO EM ' CMP-DT-CONGELADA
044100                ': ' CMP-QTD-ALVO ' CONTATOS'
044200     END-IF
044300     .
044400 P410-FIM. EXIT.
044500 P440-DESCREVER.
044600     EVALUATE TRUE
044700         WHEN CMP-CANAL-CORREIO
044800             MOVE 'CORREIO'       TO WS-CANAL-DESC
044900         WHEN CMP-CANAL-EMAIL
045000             MOVE 'EMAIL'         TO WS-CANAL-DESC
045100         WHEN CMP-CANAL-SMS
045200             MOVE 'SMS'           TO WS-CANAL-DESC
045300         WHEN CMP-CANAL-TELEFONE
045400             MOVE 'TELEFONE'      TO WS-CANAL-DESC
045500         WHEN OTHER
045600             MOVE 'CANAL ?'       TO WS-CANAL-DESC
045700     END-EVALUATE
045800     EVALUATE TRUE
045900         WHEN CMP-PLANEJADA
046000             MOVE 'PLANEJADA'     TO WS-SITUACAO-DESC
046100         WHEN CMP-CONGELADA
046200             MOVE 'CONGELADA'     TO WS-SITUACAO-DESC
046300         WHEN CMP-ENCERRADA
046400             MOVE 'ENCERRADA'     TO WS-SITUACAO-DESC
046500         WHEN OTHER
046600             MOVE 'SITUACAO ?'    TO WS-SITUACAO-DESC
046700     END-EVALUATE
046800     .
046900 P440-FIM. EXIT.
047000******************************************************************
047100*    P500-ALTERAR - CORRIGE A DESCRICAO E O PERIODO; O CANAL SO  *
047200*                 ENQUANTO A CAMPANHA ESTA PLANEJADA (DEPOIS DO  *
047300*                 CONGELAMENTO O PUBLICO JA FOI ESCOLHIDO PARA   *
047400*                 AQUELE CANAL)                                  *
047500******************************************************************
047600 P500-ALTERAR.
047700     PERFORM P250-LER-CAMPANHA    THRU P250-FIM
047800     IF NOT CAMPANHA-OK
047900        GO TO P500-FIM
048000     END-IF
048100     IF CMP-ENCERRADA
048200        DISPLAY 'CAMPANHA ENCERRADA NAO PODE SER ALTERADA.'
048300        UNLOCK CAMPANHA
048400        PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
048500        GO TO P500-FIM
048600     END-IF
048700
048800     DISPLAY 'NOVA DESCRICAO (EM BRANCO = MANTER): '
048900     MOVE SPACES                  TO WS-DESCRICAO-ENTRADA
049000     ACCEPT WS-DESCRICAO-ENTRADA
049100     IF WS-DESCRICAO-ENTRADA = SPACES
049200        MOVE CMP-DESCRICAO        TO WS-DESCRICAO-ENTRADA
049300     END-IF
049400     DISPLAY 'NOVO INICIO (AAAAMMDD - ZEROS = MANTER): '
049500     PERFORM P230-PEDIR-DATA      THRU P230-FIM
049600     MOVE WS-DATA-ENTRADA         TO WS-INICIO-ENTRADA
049700     IF WS-INICIO-ENTRADA = ZEROS
049800        MOVE CMP-DT-INICIO        TO WS-INICIO-ENTRADA
049900     END-IF
050000     DISPLAY 'NOVO FIM (AAAAMMDD - ZEROS = MANTER): '
050100     PERFORM P230-PEDIR-DATA      THRU P230-FIM
050200     MOVE WS-DATA-ENTRADA         TO WS-FIM-ENTRADA
050300     IF WS-FIM-ENTRADA = ZEROS
050400        MOVE CMP-DT-FIM           TO WS-FIM-ENTRADA
050500     END-IF
050600     IF WS-FIM-ENTRADA < WS-INICIO-ENTRADA
050700        DISPLAY 'O FIM NAO PODE SER ANTERIOR AO INICIO - '
050800                'ALTERACAO CANCELADA.'
050900        UNLOCK CAMPANHA
051000        PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
051100        GO TO P500-FIM
051200     END-IF
051300     MOVE CMP-CANAL               TO WS-CANAL-ENTRADA
051400     IF CMP-PLANEJADA
051500        DISPLAY 'TROCAR O CANAL? (S/N): '
051600        MOVE SPACES               TO WS-CONFIRMA
051700        ACCEPT WS-CONFIRMA
051800        IF WS-CONFIRMA = 'S'
051900           PERFORM P220-PEDIR-CANAL THRU P220-FIM
052000           IF WS-CANAL-ENTRADA = SPACES
052100              UNLOCK CAMPANHA
052200              PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
052300              GO TO P500-FIM
052400           END-IF
052500        END-IF
052600     END-IF
052700
052800     MOVE WS-DESCRICAO-ENTRADA    TO CMP-DESCRICAO
052900     MOVE WS-INICIO-ENTRADA       TO CMP-DT-INICIO
053000     MOVE WS-FIM-ENTRADA          TO CMP-DT-FIM
053100     MOVE WS-CANAL-ENTRADA        TO CMP-CANAL
053200     MOVE WS-DATA-HOJE            TO CMP-DT-ALTERACAO
053300     MOVE WS-OPR-CODIGO           TO CMP-OPER-ALTERACAO
053400     REWRITE REG-CAMPANHA
053500         INVALID KEY
053600             MOVE WS-FS-CMP       TO WS-FS
053700             PERFORM 9000-TRADUZIR-FS
053800             DISPLAY 'NAO FOI POSSIVEL ALTERAR: ' WS-FS-MSG
053900         NOT INVALID KEY
054000             DISPLAY 'CAMPANHA ALTERADA COM SUCESSO.'
054100     END-REWRITE
054200     UNLOCK CAMPANHA
054300     PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
054400     .
054500 P500-FIM. EXIT.
054600******************************************************************
054700*    P600-ENCERRAR - ENCERRA A CAMPANHA (PLANEJADA QUE DESISTIU  *
054800*                 OU CONGELADA QUE TERMINOU); NAO RECEBE MAIS    *
054900*                 RESPOSTAS                                      *
055000******************************************************************
055100 P600-ENCERRAR.
055200     PERFORM P250-LER-CAMPANHA    THRU P250-FIM
055300     IF NOT CAMPANHA-OK
055400        GO TO P600-FIM
055500     END-IF
055600     IF CMP-ENCERRADA
055700        DISPLAY 'CAMPANHA JA ESTA ENCERRADA.'
055800        UNLOCK CAMPANHA
055900        PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
056000        GO TO P600-FIM
056100     END-IF
056200     IF CMP-DT-FIM > WS-DATA-HOJE
056300        DISPLAY 'ATENCAO: O PERIODO DA CAMPANHA VAI ATE '
056400                CMP-DT-FIM '.'
056500     END-IF
056600     DISPLAY 'CONFIRMA O ENCERRAMENTO? (S/N): '
056700     MOVE SPACES                  TO WS-CONFIRMA
056800     ACCEPT WS-CONFIRMA
056900     IF WS-CONFIRMA NOT = 'S'
057000        DISPLAY 'ENCERRAMENTO DESISTIDO.'
057100        UNLOCK CAMPANHA
057200        PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
057300        GO TO P600-FIM
057400     END-IF
057500
057600     SET CMP-ENCERRADA            TO TRUE
057700     MOVE WS-DATA-HOJE            TO CMP-DT-ALTERACAO
057800     MOVE WS-OPR-CODIGO           TO CMP-OPER-ALTERACAO
057900     REWRITE REG-CAMPANHA
058000         INVALID KEY
058100             MOVE WS-FS-CMP       TO WS-FS
058200             PERFORM 9000-TRADUZIR-FS
058300             DISPLAY 'NAO FOI POSSIVEL ENCERRAR: ' WS-FS-MSG
058400         NOT INVALID KEY
058500             DISPLAY 'CAMPANHA ENCERRADA COM SUCESSO.'
058600     END-REWRITE
058700     UNLOCK CAMPANHA
058800     PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
058900     .
059000 P600-FIM. EXIT.
059100******************************************************************
059200*    P700-RESPOSTA - REGISTRA A RESPOSTA DE UM CONTATO DO        *
059300*                 PUBLICO DE UMA CAMPANHA CONGELADA (ORIGEM O =  *
059400*                 ONLINE). SO RESPONDE QUEM RECEBEU A PECA: NA   *
059500*                 CAMPANHA DE CORREIO, O CONTATO MARCADO COMO    *
059600*                 ENVIADO PELO CARTCTT; NOS OUTROS CANAIS,       *
059700*                 QUALQUER CONTATO NAO SUPRIMIDO                 *
059800******************************************************************
059900 P700-RESPOSTA.
060000     PERFORM P250-LER-CAMPANHA    THRU P250-FIM
060100     IF NOT CAMPANHA-OK
060200        GO TO P700-FIM
060300     END-IF
060400     UNLOCK CAMPANHA
060500     IF NOT CMP-CONGELADA
060600        DISPLAY 'SO CAMPANHA CONGELADA RECEBE RESPOSTAS.'
060700        PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
060800        GO TO P700-FIM
060900     END-IF
061000     PERFORM P710-PEDIR-CONTATO   THRU P710-FIM
061100     IF NOT CONTATO-VALIDO
061200        PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
061300        GO TO P700-FIM
061400     END-IF
061500     PERFORM P260-ABRIR-ALVO      THRU P260-FIM
061600     IF NOT CMA-ARQ-ABERTO
061700        PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
061800        GO TO P700-FIM
061900     END-IF
062000
062100     MOVE CMP-CODIGO              TO CMA-CODIGO
062200     MOVE WS-ID-ENTRADA           TO CMA-ID-CONTATO
062300     READ CAMPALVO WITH LOCK
062400         INVALID KEY
062500             DISPLAY 'CONTATO NAO FAZ PARTE DO PUBLICO DA '
062600                     'CAMPANHA.'
062700             GO TO P700-SAIDA
062800     END-READ
062900     MOVE CMA-REG-CONTATO         TO WS-REGISTRO
063000     DISPLAY 'CONTATO..: ' WS-ID-CONTATO ' - ' WS-NM-CONTATO
063100             ' - ' WS-END-CIDADE
063200     EVALUATE TRUE
063300         WHEN CMA-SUPRIMIDO
063400             DISPLAY 'CONTATO FOI SUPRIMIDO NO ENVIO - RESPOSTA '
063500                     'NAO ACEITA.'
063600             UNLOCK CAMPALVO
063700             GO TO P700-SAIDA
063800         WHEN CMA-SELECIONADO AND CMP-CANAL-CORREIO
063900             DISPLAY 'CARTA AINDA NAO EMITIDA PELO CARTCTT - '
064000                     'RESPOSTA NAO ACEITA.'
064100             UNLOCK CAMPALVO
064200             GO TO P700-SAIDA
064300     END-EVALUATE
064400     IF NOT CMA-SEM-RESPOSTA
064500        PERFORM P740-DESCREVER-RESP THRU P740-FIM
064600        DISPLAY 'RESPOSTA JA REGISTRADA: ' WS-RESPOSTA-DESC
064700                ' EM ' CMA-DT-RESPOSTA ' POR ' CMA-OPER-RESPOSTA
064800        DISPLAY 'SUBSTITUI A RESPOSTA? (S/N): '
064900        MOVE SPACES               TO WS-CONFIRMA
065000        ACCEPT WS-CONFIRMA
065100        IF WS-CONFIRMA NOT = 'S'
065200           DISPLAY 'RESPOSTA MANTIDA.'
065300           UNLOCK CAMPALVO
065400           GO TO P700-SAIDA
065500        END-IF
065600     END-IF
065700
065800     DISPLAY 'RESPOSTA DO CONTATO: '
065900     DISPLAY '  P = POSITIVA (ACEITOU A OFERTA)'
066000     DISPLAY '  N = NEGATIVA (RECUSOU)'
066100     DISPLAY '  I = PEDIU INFORMACAO'
066200     MOVE SPACES                  TO WS-RESPOSTA-ENTRADA
066300     ACCEPT WS-RESPOSTA-ENTRADA
066400     IF WS-RESPOSTA-ENTRADA NOT = 'P' AND
066500        WS-RESPOSTA-ENTRADA NOT = 'N' AND
066600        WS-RESPOSTA-ENTRADA NOT = 'I'
066700        DISPLAY 'RESPOSTA INVALIDA - USE P, N OU I.'
066800        UNLOCK CAMPALVO
066900        GO TO P700-SAIDA
067000     END-IF
067100     DISPLAY 'DATA DA RESPOSTA (AAAAMMDD - ZEROS = HOJE): '
067200     PERFORM P230-PEDIR-DATA      THRU P230-FIM
067300     IF WS-DATA-ENTRADA = ZEROS
067400        MOVE WS-DATA-HOJE         TO WS-DATA-ENTRADA
067500     END-IF
067600     IF WS-DATA-ENTRADA > WS-DATA-HOJE OR
067700        WS-DATA-ENTRADA < CMP-DT-CONGELADA
067800        DISPLAY 'DATA FORA DO PERIODO ENTRE O CONGELAMENTO ('
067900                CMP-DT-CONGELADA ') E HOJE.'
068000        UNLOCK CAMPALVO
068100        GO TO P700-SAIDA
068200     END-IF
068300
068400     MOVE WS-RESPOSTA-ENTRADA     TO CMA-RESPOSTA
068500     MOVE WS-DATA-ENTRADA         TO CMA-DT-RESPOSTA
068600     SET CMA-RESP-ONLINE          TO TRUE
068700     MOVE WS-OPR-CODIGO           TO CMA-OPER-RESPOSTA
068800     REWRITE REG-CAMP-ALVO
068900         INVALID KEY
069000             MOVE WS-FS-CMA       TO WS-FS
069100             PERFORM 9000-TRADUZIR-FS
069200             DISPLAY 'NAO FOI POSSIVEL REGISTRAR: ' WS-FS-MSG
069300         NOT INVALID KEY
069400             DISPLAY 'RESPOSTA REGISTRADA COM SUCESSO.'
069500     END-REWRITE
069600     UNLOCK CAMPALVO
069700     .
069800 P700-SAIDA.
069900     CLOSE CAMPALVO
070000     PERFORM P245-FECHAR-CAMPANHA THRU P245-FIM
070100     .
070200 P700-FIM. EXIT.
070300******************************************************************
070400*    P710-PEDIR-CONTATO - PEDE UM ID COM DIGITO VERIFICADOR      *
070500*                 (DEVOLVE EM WS-ID-ENTRADA; O CONTATO E         *
070600*                 CONFERIDO NO PUBLICO CONGELADO, NAO NO         *
070700*                 CADASTRO)                                      *
070800******************************************************************
070900 P710-PEDIR-CONTATO.
071000     SET CONTATO-VALIDO           TO FALSE
071100     DISPLAY 'INFORME O ID DO CONTATO: '
071200     ACCEPT WS-ID-ENTRADA
071300     IF WS-ID-ENTRADA NOT NUMERIC OR WS-ID-ENTRADA = ZEROS
071400        DISPLAY 'NUMERO INVALIDO - DIGITE SOMENTE DIGITOS, '
071500                'MAIOR QUE ZERO.'
071600        GO TO P710-FIM
071700     END-IF
071800     MOVE WS-ID-ENTRADA           TO WS-DV-ID
071900     PERFORM 9845-CONFERIR-DV     THRU 9845-FIM
072000     IF NOT DV-OK
072100        GO TO P710-FIM
072200     END-IF
072300     SET CONTATO-VALIDO           TO TRUE
072400     .
072500 P710-FIM. EXIT.
072600 P740-DESCREVER-RESP.
072700     EVALUATE TRUE
072800         WHEN CMA-RESP-POSITIVA
072900             MOVE 'POSITIVA'      TO WS-RESPOSTA-DESC
073000         WHEN CMA-RESP-NEGATIVA
073100             MOVE 'NEGATIVA'      TO WS-RESPOSTA-DESC
073200         WHEN CMA-RESP-INFORMACAO
073300             MOVE 'INFORMACAO'    TO WS-RESPOSTA-DESC
073400         WHEN OTHER
073500             MOVE 'RESPOSTA ?'    TO WS-RESPOSTA-DESC
073600     END-EVALUATE
073700     .
073800 P740-FIM. EXIT.
073900******************************************************************
074000*    P900-FIM - ENCERRAMENTO DO PROGRAMA                         *
074100******************************************************************
074200 P900-FIM.
074300     DISPLAY '*** FIM DAS CAMPANHAS DE RELACIONAMENTO ***'
074400     STOP RUN.
074500
074600     COPY FSTATUS.
074700     COPY DIGVER.
074800     COPY OPRLOG.
