001200*                 (COPYBOOK OPRLOG) E SO ACEITA OPERADOR DE
001300*                 PERFIL SUPERVISOR - QUEM ADMINISTRA SENHAS E
001400*                 PERFIS E O SUPERVISOR, NAO O BALCAO.
001400*                 TAMBEM MARCA QUEM E DA EQUIPE DE COBRANCA
001400*                 (OPE-COBRADOR), QUE RECEBE CARTEIRA NO FILACOB.
001400*                 E GRAVA A FILIAL DO OPERADOR (OPE-FILIAL), QUE
001400*                 LIMITA QUAIS CONTATOS ELE PODE ALTERAR.
001500*----------------------------------------------------------------*
001600*    HISTORICO DE ALTERACOES
001700*    DATA       AUTOR   DESCRICAO
001800*    ---------- ------- ----------------------------------------
001900*    2024-11-29 JSZ     PROGRAMA CRIADO (MANUTENCAO DE
002000*                       OPERADORES).
002000*    2025-04-18 JSZ     INCLUSAO E ALTERACAO PASSAM A PERGUNTAR SE
002000*                       O OPERADOR E COBRADOR (OPE-COBRADOR);
002000*                       INATIVAR OU TIRAR UM COBRADOR DA EQUIPE
002000*                       AVISA QUE A CARTEIRA DELE SERA
002000*                       REDISTRIBUIDA PELO FILACOB.
002000*    2025-07-04 JSZ     INCLUSAO E ALTERACAO PASSAM A PEDIR A
002000*                       FILIAL DO OPERADOR (OPE-FILIAL, 3
002000*                       DIGITOS). OBRIGATORIA PARA CONSULTA E
002000*                       MANUTENCAO; O SUPERVISOR PODE FICAR SEM
002000*                       FILIAL. A LISTAGEM MOSTRA A FILIAL.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
005400 77  WS-CODIGO-ENTRADA            PIC X(08) VALUE SPACES.
005500 77  WS-SENHA-ENTRADA             PIC X(08) VALUE SPACES.
005600 77  WS-PERFIL-ENTRADA            PIC X(01) VALUE SPACES.
005600 77  WS-COBRADOR-ENTRADA          PIC X(01) VALUE SPACES.
005600 77  WS-FILIAL-ENTRADA            PIC X(03) VALUE SPACES.
005600 77  WS-FILIAL-OK-SW              PIC X(01) VALUE 'N'.
005600     88 FILIAL-ENTRADA-OK         VALUE 'S' FALSE 'N'.
005700 77  WS-CONT-LISTADOS             PIC 9(03) VALUE ZEROS.
005800*----------------------------------------------------------------*
005900*    AREA DE TRABALHO DO SIGN-ON (COPYBOOK OPRLOG)               *
014500        CLOSE OPERADOR
014600        GO TO P200-FIM
014700     END-IF
014700     PERFORM P260-PEDIR-COBRADOR  THRU P260-FIM
014700     IF WS-COBRADOR-ENTRADA = SPACES
014700        CLOSE OPERADOR
014700        GO TO P200-FIM
014700     END-IF
014700     PERFORM P270-PEDIR-FILIAL    THRU P270-FIM
014700     IF NOT FILIAL-ENTRADA-OK
014700        CLOSE OPERADOR
014700        GO TO P200-FIM
014700     END-IF
014800
014900     MOVE WS-CODIGO-ENTRADA       TO OPE-CODIGO
015000     MOVE WS-SENHA-ENTRADA        TO OPE-SENHA
015100     MOVE WS-PERFIL-ENTRADA       TO OPE-PERFIL
015100     MOVE WS-COBRADOR-ENTRADA     TO OPE-COBRADOR
015100     MOVE WS-FILIAL-ENTRADA       TO OPE-FILIAL
015200     SET OPE-ATIVO                TO TRUE
015300     WRITE REG-OPERADOR
015400         INVALID KEY
017600     END-IF
017700     .
017800 P250-FIM. EXIT.
017800******************************************************************
017800*    P260-PEDIR-COBRADOR - SOLICITA E VALIDA A MARCA DE COBRADOR *
017800*                 (S/N)                                          *
017800******************************************************************
017800 P260-PEDIR-COBRADOR.
017800     DISPLAY 'OPERADOR DA EQUIPE DE COBRANCA? (S/N): '
017800     ACCEPT WS-COBRADOR-ENTRADA
017800     IF WS-COBRADOR-ENTRADA NOT = 'S' AND
017800        WS-COBRADOR-ENTRADA NOT = 'N'
017800        DISPLAY 'RESPOSTA INVALIDA - USE S OU N.'
017800        MOVE SPACES               TO WS-COBRADOR-ENTRADA
017800     END-IF
017800     .
017800 P260-FIM. EXIT.
017800******************************************************************
017800*    P270-PEDIR-FILIAL - SOLICITA E VALIDA A FILIAL DO OPERADOR  *
017800*                 (3 DIGITOS; BRANCO SO PARA SUPERVISOR)         *
017800******************************************************************
017800 P270-PEDIR-FILIAL.
017800     SET FILIAL-ENTRADA-OK        TO FALSE
017800     MOVE SPACES                  TO WS-FILIAL-ENTRADA
017800     DISPLAY 'INFORME A FILIAL DO OPERADOR (3 DIGITOS; BRANCO '
017800             '= SEM FILIAL, SO SUPERVISOR): '
017800     ACCEPT WS-FILIAL-ENTRADA
017800     IF WS-FILIAL-ENTRADA = SPACES
017800        IF WS-PERFIL-ENTRADA = 'S'
017800           SET FILIAL-ENTRADA-OK  TO TRUE
017800        ELSE
017800           DISPLAY 'FILIAL OBRIGATORIA PARA OS PERFIS C E M.'
017800        END-IF
017800        GO TO P270-FIM
017800     END-IF
017800     IF WS-FILIAL-ENTRADA NOT NUMERIC OR
017800        WS-FILIAL-ENTRADA = '000'
017800        DISPLAY 'FILIAL INVALIDA - USE 3 DIGITOS (001 A 999).'
017800        GO TO P270-FIM
017800     END-IF
017800     SET FILIAL-ENTRADA-OK        TO TRUE
017800     .
017800 P270-FIM. EXIT.
017900******************************************************************
018000*    P300-ALTERAR - ALTERA A SENHA E O PERFIL DE UM OPERADOR      *
018100******************************************************************
019700             DISPLAY 'OPERADOR NAO EXISTE!'
019800         NOT INVALID KEY
019900             DISPLAY 'PERFIL ATUAL: ' OPE-PERFIL ' STATUS: '
020000                     OPE-ST ' COBRADOR: ' OPE-COBRADOR
020000                     ' FILIAL: ' OPE-FILIAL
020100             DISPLAY 'INFORME A NOVA SENHA (ATE 8): '
020200             ACCEPT OPE-SENHA
020300             PERFORM P250-PEDIR-PERFIL THRU P250-FIM
020300             IF WS-PERFIL-ENTRADA NOT = SPACES
020300                PERFORM P260-PEDIR-COBRADOR THRU P260-FIM
020300             END-IF
020300             SET FILIAL-ENTRADA-OK TO FALSE
020300             IF WS-PERFIL-ENTRADA NOT = SPACES AND
020300                WS-COBRADOR-ENTRADA NOT = SPACES
020300                PERFORM P270-PEDIR-FILIAL THRU P270-FIM
020300             END-IF
020400             IF WS-PERFIL-ENTRADA = SPACES OR
020400                WS-COBRADOR-ENTRADA = SPACES OR
020400                NOT FILIAL-ENTRADA-OK
020500                DISPLAY 'ALTERACAO CANCELADA.'
020600             ELSE
020700                MOVE WS-PERFIL-ENTRADA TO OPE-PERFIL
020700                IF OPE-EH-COBRADOR AND WS-COBRADOR-ENTRADA = 'N'
020700                   PERFORM P410-AVISAR-CARTEIRA THRU P410-FIM
020700                END-IF
020700                MOVE WS-COBRADOR-ENTRADA TO OPE-COBRADOR
020700                MOVE WS-FILIAL-ENTRADA TO OPE-FILIAL
020800                SET OPE-ATIVO     TO TRUE
020900                REWRITE REG-OPERADOR
021000                    INVALID KEY
025500                    NOT INVALID KEY
025600                        DISPLAY 'OPERADOR INATIVADO COM '
025700                                'SUCESSO.'
025700                        IF OPE-EH-COBRADOR
025700                           PERFORM P410-AVISAR-CARTEIRA
025700                               THRU P410-FIM
025700                        END-IF
025800                END-REWRITE
025900             END-IF
026000     END-READ
026200     CLOSE OPERADOR
026300     .
026400 P400-FIM. EXIT.
026400******************************************************************
026400*    P410-AVISAR-CARTEIRA - O COBRADOR QUE SAI DA EQUIPE DEIXA OS*
026400*                 DEVEDORES DA CARTEIRA (CARTEIRA.DAT) SEM DONO; *
026400*                 O FILACOB OS REDISTRIBUI NA PROXIMA EXECUCAO   *
026400******************************************************************
026400 P410-AVISAR-CARTEIRA.
026400     DISPLAY 'A CARTEIRA DE COBRANCA DE ' OPE-CODIGO
026400             ' SERA REDISTRIBUIDA NA PROXIMA EXECUCAO DO '
026400             'FILACOB.'
026400     .
026400 P410-FIM. EXIT.
026500******************************************************************
026600*    P500-LISTAR - LISTA OS OPERADORES CADASTRADOS (SEM A SENHA)  *
026700******************************************************************
029600             ADD 1                 TO WS-CONT-LISTADOS
029700             DISPLAY OPE-CODIGO ' PERFIL ' OPE-PERFIL
029800                     ' STATUS ' OPE-ST
029800                     ' COBRADOR ' OPE-COBRADOR
029800                     ' FILIAL ' OPE-FILIAL
029900     END-READ
030000     .
030100 P510-FIM. EXIT.
