000100******************************************************************
000200*    COPYBOOK.....: DOCUNI.CPY
000300*    DESCRICAO....: CONFERENCIA DE UNICIDADE DO CPF/CNPJ ANTES DE
000400*                   GRAVAR OU REGRAVAR UM CONTATO. A GARANTIA FINAL
000500*                   E A CHAVE ALTERNATIVA UNICA CPF-CNPJ-CONTATO DE
000600*                   CONTATOS.DAT (O WRITE/REWRITE VOLTA STATUS 22);
000700*                   ESTA ROTINA SO ANTECIPA A RECUSA COM O NUMERO
000800*                   DO CONTATO QUE JA DETEM O DOCUMENTO:
000900*                   - 9480-VERIFICAR-CPF-CNPJ-UNICO: LE CONTATOS
001000*                     PELA CHAVE CPF-CNPJ-CONTATO COM O VALOR DE
001100*                     WS-DOC-BUSCA. ACHANDO UM CONTATO DIFERENTE DE
001200*                     WS-DOC-ID-PROPRIO, ACENDE CPF-CNPJ-DUPLICADO E
001300*                     DEVOLVE O DONO EM WS-DOC-ID-DONO. DOCUMENTO EM
001400*                     BRANCO NUNCA E DUPLICADO.
001500*                   O REGISTRO CORRENTE DE CONTATOS E GUARDADO E
001600*                   DEVOLVIDO INTACTO (A LEITURA E SEM LOCK, O QUE
001700*                   PRESERVA O LOCK DO REGISTRO EM ALTERACAO).
001800*    PRE-REQUISITOS: O PROGRAMA CHAMADOR DEVE TER:
001900*                   - CONTATOS ABERTO (INPUT OU I-O), COM A CHAVE
002000*                     ALTERNATIVA CPF-CNPJ-CONTATO NO SELECT;
002100*                   - WS-DOC-BUSCA           PIC X(14)
002200*                   - WS-DOC-ID-PROPRIO      PIC 9(06)
002300*                   - WS-DOC-ID-DONO         PIC 9(06)
002400*                   - WS-DOC-GUARDA          PIC X(244)
002500*                   - WS-DOC-DUP-SW          PIC X(01)
002600*                       88 CPF-CNPJ-DUPLICADO VALUE 'S' FALSE 'N'
002700*----------------------------------------------------------------*
002800*    HISTORICO DE ALTERACOES
002900*    DATA       AUTOR   DESCRICAO
003000*    ---------- ------- ----------------------------------------
003100*    2025-03-07 JSZ     COPYBOOK CRIADO.
003200******************************************************************
003300 9480-VERIFICAR-CPF-CNPJ-UNICO.
003400     SET CPF-CNPJ-DUPLICADO        TO FALSE
003500     MOVE ZEROS                    TO WS-DOC-ID-DONO
003600     IF WS-DOC-BUSCA = SPACES
003700        GO TO 9480-FIM
003800     END-IF
003900     MOVE REG-CONTATOS             TO WS-DOC-GUARDA
004000     MOVE WS-DOC-BUSCA             TO CPF-CNPJ-CONTATO
004100     READ CONTATOS KEY IS CPF-CNPJ-CONTATO
004200         INVALID KEY
004300             CONTINUE
004400         NOT INVALID KEY
004500             IF ID-CONTATO NOT = WS-DOC-ID-PROPRIO
004600                SET CPF-CNPJ-DUPLICADO TO TRUE
004700                MOVE ID-CONTATO    TO WS-DOC-ID-DONO
004800             END-IF
004900     END-READ
005000     MOVE WS-DOC-GUARDA            TO REG-CONTATOS
005100     .
005200 9480-FIM. EXIT.
