000100******************************************************************
000200*    COPYBOOK.....: NEGREG.CPY
000300*    DESCRICAO....: LAYOUT DO CONTROLE DE NEGATIVACOES NO BIRO DE
000400*                   CREDITO (NEGATIV.DAT, INDEXADO PELA CHAVE
000500*                   ID-CONTATO + SEQUENCIA). CADA INCLUSAO ENVIADA
000600*                   AO BIRO PELO NEGCTT GERA UM REGISTRO NOVO (QUEM,
000700*                   QUANDO, QUANTO, EM QUAL REMESSA); A EXCLUSAO
000800*                   ENVIADA PELO NEGEXC FECHA O MESMO REGISTRO COM A
000900*                   DATA, A REMESSA E O MOTIVO DA EXCLUSAO. O
001000*                   REGISTRO NUNCA E APAGADO - UM CONTATO NEGATIVADO
001100*                   DE NOVO DEPOIS DE EXCLUIDO GANHA A PROXIMA
001200*                   SEQUENCIA. NO MAXIMO UM REGISTRO POR CONTATO FICA
001300*                   NA SITUACAO NEG-INCLUIDO.
001400*                   NEG-DT-QUITACAO E A DATA DO MOVIMENTO QUE TIROU O
001500*                   SALDO DO NEGATIVO (MOVHIST), BASE DO PRAZO LEGAL
001600*                   DE EXCLUSAO.
001700*    UTILIZADO POR: NEGCTT, NEGEXC.
001800*----------------------------------------------------------------*
001900*    HISTORICO DE ALTERACOES
002000*    DATA       AUTOR   DESCRICAO
002100*    ---------- ------- ----------------------------------------
002200*    2025-02-28 JSZ     LAYOUT CRIADO.
002200*    2025-03-07 JSZ     INCLUIDO NEG-CPF-CNPJ, O DOCUMENTO ENVIADO
002200*                       NA INCLUSAO E REPETIDO NA EXCLUSAO.
002300******************************************************************
002400 01  REG-NEGATIVACAO.
002500     03  NEG-CHAVE.
002600         05  NEG-ID-CONTATO       PIC 9(06).
002700         05  NEG-SEQ              PIC 9(02).
002800     03  NEG-NM-CONTATO           PIC X(20).
002900     03  NEG-DT-INCLUSAO          PIC 9(08).
003000     03  NEG-VALOR                PIC 9(09)V99.
003100     03  NEG-DT-ULT-AVISO         PIC 9(08).
003200     03  NEG-REMESSA-INC          PIC 9(04).
003300     03  NEG-ST                   PIC X(01).
003400         88  NEG-INCLUIDO         VALUE 'I'.
003500         88  NEG-EXCLUIDO         VALUE 'E'.
003600     03  NEG-DT-QUITACAO          PIC 9(08).
003700     03  NEG-DT-EXCLUSAO          PIC 9(08).
003800     03  NEG-REMESSA-EXC          PIC 9(04).
003900     03  NEG-MOTIVO-EXC           PIC X(01).
004000         88  NEG-EXC-QUITADO      VALUE 'Q'.
004100         88  NEG-EXC-PRAZO        VALUE 'P'.
004200         88  NEG-EXC-SEM-CONTATO  VALUE 'X'.
004200     03  NEG-CPF-CNPJ             PIC X(14).
