000100******************************************************************
000200*    COPYBOOK.....: DISPREG.CPY
000300*    DESCRICAO....: LAYOUT DO ARQUIVO INDEXADO DE CONTESTACOES DE
000400*                   MOVIMENTO (DISPUTAS.DAT). CHAVE = CONTATO +
000500*                   SEQUENCIA (MESMO PADRAO DO NOTAS.DAT). A
000600*                   DISPUTA E ABERTA NO CADDISP CONTRA UM DEBITO DO
000700*                   LEDGER VIVO (MOVHIST.DAT), ENDERECADO COMO NO
000800*                   ESTMOV (CONTATO + DATA + SEQUENCIA), E GUARDA
000900*                   OS DADOS DO LANCAMENTO PARA RECONHECE-LO DEPOIS
001000*                   QUE O FECMES MUDAR A SEQUENCIA. ENQUANTO ABERTA,
001100*                   O VALOR CONTESTADO FICA FORA DA BASE DE JUROS
001200*                   (JURCTT), DOS TITULOS (REMBANC) E DA ESCALADA
001300*                   (CARTCOB), E O RELATRA O MOSTRA EM COLUNA
001400*                   PROPRIA. TERMINA DEFERIDA (ESTORNO DO DEBITO
001500*                   PELO ESTMOV) OU REJEITADA (CADDISP).
001600*    UTILIZADO POR: CADDISP, ESTMOV, JURCTT, REMBANC, CARTCOB,
001700*                   RELATRA, RELDISP.
001800*----------------------------------------------------------------*
001900*    HISTORICO DE ALTERACOES
002000*    DATA       AUTOR   DESCRICAO
002100*    ---------- ------- ----------------------------------------
002200*    2025-05-02 JSZ     LAYOUT CRIADO.
002300******************************************************************
002400 01  REG-DISPUTA.
002500     03  DSP-CHAVE.
002600         05  DSP-ID-CONTATO       PIC 9(06).
002700         05  DSP-SEQ              PIC 9(03).
002800     03  DSP-DATA-HORA            PIC 9(14).
002900     03  DSP-OPER-ABERTURA        PIC X(08).
003000     03  DSP-SITUACAO             PIC X(01).
003100         88  DSP-ABERTA           VALUE 'A'.
003200         88  DSP-DEFERIDA         VALUE 'D'.
003300         88  DSP-REJEITADA        VALUE 'R'.
003400*    MOVIMENTO CONTESTADO, COMO ESTAVA NO LEDGER NA ABERTURA.
003500*    DSP-MOV-SEQ E A SEQUENCIA ENTRE OS LANCAMENTOS DO CONTATO
003600*    NAQUELE MOMENTO (SO INFORMATIVA); O RECONHECIMENTO DO
003700*    LANCAMENTO USA DATA, VALOR, MOTIVO E DATA DE EFETIVACAO.
003800     03  DSP-MOV-DATA             PIC 9(08).
003900     03  DSP-MOV-SEQ              PIC 9(03).
004000     03  DSP-MOV-VALOR            PIC 9(09)V99.
004100     03  DSP-MOV-MOTIVO           PIC X(10).
004200     03  DSP-MOV-DATA-POST        PIC 9(08).
004300     03  DSP-RAZAO                PIC X(60).
004400*    PREENCHIDOS NO ENCERRAMENTO: PELO ESTMOV NO ESTORNO
004500*    (DEFERIDA, OPERADOR 'ESTMOV') OU PELO CADDISP NA REJEICAO,
004600*    COM O PARECER DO SUPERVISOR.
004700     03  DSP-DT-FECHO             PIC 9(08).
004800     03  DSP-OPER-FECHO           PIC X(08).
004900     03  DSP-PARECER              PIC X(60).
