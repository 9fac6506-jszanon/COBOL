000500*                   CONTATOS.DAT (INCLUSAO/ALTERACAO/EXCLUSAO),
000600*                   GUARDANDO A IMAGEM ANTERIOR E A NOVA DO
000700*                   REGISTRO PARA CONSULTA POSTERIOR.
000800*    UTILIZADO POR: CADCTT, MERGCTT, GERACOR
000900*----------------------------------------------------------------*
001000*    HISTORICO DE ALTERACOES
001100*    DATA       AUTOR   DESCRICAO
001399*                       (CEP-CONTATO DE REG-CONTATOS).
001399*    2025-01-17 JSZ     IMAGENS AMPLIADAS PARA X(218)
001399*                       (ST-EMAIL E DT-BOUNCE DE REG-CONTATOS).
001399*    2025-02-21 JSZ     IMAGENS AMPLIADAS PARA X(227)
001399*                       (ST-BAIXA E DT-BAIXA DE REG-CONTATOS).
001399*    2025-03-07 JSZ     IMAGENS AMPLIADAS PARA X(241)
001399*                       (CPF-CNPJ-CONTATO DE REG-CONTATOS).
001399*    2025-04-11 JSZ     INCLUIDO AUD-OPER-APROV (DUPLA
001399*                       CONFERENCIA): SUPERVISOR QUE APROVOU NO
001399*                       APRCTT O MOVIMENTO OU O AUMENTO DE LIMITE
001399*                       ACIMA DA ALCADA; AUD-OPERADOR FICA COM
001399*                       QUEM DIGITOU. GRAVADO PELO 9201 DO AUDLOG.
001399*                       REGISTROS SEM APROVACAO E REGISTROS
001399*                       ANTIGOS VOLTAM COM O CAMPO EM BRANCO.
001399*    2025-07-04 JSZ     IMAGENS AMPLIADAS PARA X(244)
001399*                       (FIL-CONTATO DE REG-CONTATOS).
001400******************************************************************
001500 01  REG-AUDITORIA.
001600     03  AUD-DATA-HORA           PIC 9(14).
001900         88  AUD-OP-ALTERACAO    VALUE 'A'.
002000         88  AUD-OP-EXCLUSAO     VALUE 'E'.
002100     03  AUD-ID-CONTATO          PIC 9(06).
002200     03  AUD-REG-ANTERIOR        PIC X(244).
002300     03  AUD-REG-NOVO            PIC X(244).
002400     03  AUD-PROGRAMA            PIC X(08).
002500     03  AUD-OPERADOR            PIC X(08).
002600     03  AUD-SEQ                 PIC 9(08).
002700     03  AUD-CHAIN               PIC 9(08).
002700     03  AUD-OPER-APROV          PIC X(08).
