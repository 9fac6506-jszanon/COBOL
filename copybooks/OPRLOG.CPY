000900*                   PRIMEIRA IMPLANTACAO), E CRIADO COM O
001000*                   OPERADOR SUPERVISOR PADRAO ADMIN/ADMIN E UM
001100*                   AVISO PARA TROCAR A SENHA NO CADOPER.
001100*                   9930-VALIDAR-OPERADOR FAZ A MESMA CONFERENCIA
001100*                   SEM DIALOGO, PARA LOTES QUE RECEBEM CODIGO E
001100*                   SENHA JA PREENCHIDOS (PARAMETROS OPERADOR= E
001100*                   SENHA=): NAO PERGUNTA NEM CRIA O ARQUIVO.
001200*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER DECLARADO:
001300*                   - SELECT OPERADOR ... ORGANIZATION INDEXED,
001400*                     ACCESS DYNAMIC, RECORD KEY OPE-CODIGO,
003000*    DATA       AUTOR   DESCRICAO
003100*    ---------- ------- ----------------------------------------
003200*    2024-11-29 JSZ     COPYBOOK CRIADO.
003200*    2025-04-04 JSZ     INCLUIDO 9930-VALIDAR-OPERADOR (SIGN-ON
003200*                       SEM DIALOGO PARA OS RELATORIOS EM LOTE).
003200*    2025-07-04 JSZ     O SUPERVISOR PADRAO ADMIN NASCE SEM
003200*                       FILIAL (OPE-FILIAL EM BRANCO).
003300******************************************************************
003400 9900-IDENTIFICAR-OPERADOR.
003500     SET OPR-OK                    TO FALSE
008700     MOVE 'ADMIN'                  TO OPE-SENHA
008800     SET OPE-PERFIL-SUPER          TO TRUE
008900     SET OPE-ATIVO                 TO TRUE
008900     MOVE 'N'                      TO OPE-COBRADOR
008900     MOVE SPACES                   TO OPE-FILIAL
009000     WRITE REG-OPERADOR
009100     CLOSE OPERADOR
009200     DISPLAY 'ARQUIVO DE OPERADORES CRIADO COM O SUPERVISOR '
009300             'PADRAO ADMIN/ADMIN - TROQUE A SENHA NO CADOPER.'
009400     .
009500 9920-FIM. EXIT.
009600 9930-VALIDAR-OPERADOR.
009700     SET OPR-OK                    TO FALSE
009800     MOVE SPACES                   TO WS-OPR-PERFIL
009900     IF WS-OPR-CODIGO = SPACES
010000        GO TO 9930-FIM
010100     END-IF
010200     MOVE '00'                     TO WS-FS-OPE
010300     OPEN INPUT OPERADOR
010400     IF NOT FS-OPE-OK
010500        DISPLAY 'ARQUIVO DE OPERADORES INDISPONIVEL - FILE '
010600                'STATUS ' WS-FS-OPE '.'
010700        GO TO 9930-FIM
010800     END-IF
010900     MOVE WS-OPR-CODIGO            TO OPE-CODIGO
011000     READ OPERADOR
011100         INVALID KEY
011200             DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
011300         NOT INVALID KEY
011400             IF OPE-SENHA = WS-OPR-SENHA AND OPE-ATIVO
011500                MOVE OPE-PERFIL    TO WS-OPR-PERFIL
011600                SET OPR-OK         TO TRUE
011700                DISPLAY 'OPERADOR ' WS-OPR-CODIGO ' IDENTIFICADO '
011800                        '(PERFIL ' WS-OPR-PERFIL ').'
011900             ELSE
012000                DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
012100             END-IF
012200     END-READ
012300     CLOSE OPERADOR
012400     .
012500 9930-FIM. EXIT.
