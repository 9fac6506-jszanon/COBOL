000100******************************************************************
000200*    COPYBOOK.....: DOSSREG.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DO LIVRO DE DOSSIES LGPD
000400*                   EMITIDOS (DOSSIE.LOG, SEQUENCIAL, SO RECEBE
000500*                   APPEND). CADA DOSSIE DE ACESSO DO TITULAR
000600*                   EMITIDO PELO DOSSCTT DEIXA UMA LINHA: QUANDO
000700*                   FOI EMITIDO, POR QUAL OPERADOR, PARA QUEM
000800*                   (SOLICITANTE E PROTOCOLO), A DATA DO PEDIDO, OS
000900*                   DIAS CORRIDOS ENTRE O PEDIDO E A EMISSAO, O
001000*                   ARQUIVO GERADO E O TOTAL DE REGISTROS - A PROVA
001100*                   DE QUE O PEDIDO FOI ATENDIDO NO PRAZO LEGAL.
001200*    UTILIZADO POR: DOSSCTT.
001300*----------------------------------------------------------------*
001400*    HISTORICO DE ALTERACOES
001500*    DATA       AUTOR   DESCRICAO
001600*    ---------- ------- ----------------------------------------
001700*    2025-03-21 JSZ     LAYOUT CRIADO.
001800******************************************************************
001900 01  REG-DOSSIE.
002000     03  DSS-DATA-HORA            PIC 9(14).
002100     03  DSS-ID-CONTATO           PIC 9(06).
002200     03  DSS-OPERADOR             PIC X(08).
002300     03  DSS-SOLICITANTE          PIC X(30).
002400     03  DSS-PROTOCOLO            PIC X(20).
002500     03  DSS-DT-PEDIDO            PIC 9(08).
002600     03  DSS-DIAS-CORRIDOS        PIC 9(04).
002700     03  DSS-NO-PRAZO             PIC X(01).
002800         88  DSS-DENTRO-PRAZO     VALUE 'S'.
002900         88  DSS-FORA-PRAZO       VALUE 'N'.
003000     03  DSS-ARQUIVO              PIC X(30).
003100     03  DSS-TOTAL-REGISTROS      PIC 9(07).
