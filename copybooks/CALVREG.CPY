000100******************************************************************
000200*    COPYBOOK.....: CALVREG.CPY
000300*    DESCRICAO....: LAYOUT DO ARQUIVO INDEXADO DO PUBLICO ALVO DAS
000400*                   CAMPANHAS (CAMPALVO.DAT). O SELCTT, RODANDO
000500*                   COM CAMPANHA=, GRAVA AQUI UM REGISTRO POR
000600*                   CONTATO SELECIONADO, COM A IMAGEM DE
000700*                   REG-CONTATOS NO MOMENTO DA SELECAO
000800*                   (CMA-REG-CONTATO, MESMA IMAGEM DO SELCTT.DAT)
000900*                   - E A SELECAO CONGELADA, QUE NAO MUDA MAIS
001000*                   MESMO QUE O CADASTRO MUDE. CHAVE = CAMPANHA +
001100*                   CONTATO; A CHAVE ALTERNATIVA CMA-ID-CONTATO DA
001200*                   O HISTORICO DO CONTATO EM TODAS AS CAMPANHAS
001300*                   (CTT360). A SITUACAO DO ENVIO (CMA-ST) E
001400*                   GRAVADA PELO PROGRAMA QUE EMITE AS PECAS
001500*                   (CARTCTT NAS CAMPANHAS DE CORREIO), COM O
001600*                   MOTIVO QUANDO O CONTATO FOI SUPRIMIDO. A
001700*                   RESPOSTA (UMA POR CONTATO E CAMPANHA) VEM DO
001800*                   CADCAMP (ORIGEM O = ONLINE) OU DO RESPCAMP
001900*                   (ORIGEM A = ARQUIVO).
002000*    UTILIZADO POR: SELCTT, CARTCTT, CADCAMP, RESPCAMP, RELCAMP,
002100*                   CTT360, PRGCTT.
002200*----------------------------------------------------------------*
002300*    HISTORICO DE ALTERACOES
002400*    DATA       AUTOR   DESCRICAO
002500*    ---------- ------- ----------------------------------------
002600*    2025-07-25 JSZ     LAYOUT CRIADO.
002700******************************************************************
002800 01  REG-CAMP-ALVO.
002900     03  CMA-CHAVE.
003000         05  CMA-CODIGO           PIC X(08).
003100         05  CMA-ID-CONTATO       PIC 9(06).
003200     03  CMA-ST                   PIC X(01).
003300         88  CMA-SELECIONADO      VALUE SPACE.
003400         88  CMA-ENVIADO          VALUE 'E'.
003500         88  CMA-SUPRIMIDO        VALUE 'S'.
003600     03  CMA-MOTIVO-SUPR          PIC X(01).
003700         88  CMA-SUPR-INATIVO     VALUE 'I'.
003800         88  CMA-SUPR-FILTRO      VALUE 'F'.
003900         88  CMA-SUPR-ENDERECO    VALUE 'B'.
004000         88  CMA-SUPR-CONSENT     VALUE 'C'.
004100         88  CMA-SUPR-DOMICILIO   VALUE 'D'.
004200     03  CMA-DT-ENVIO             PIC 9(08).
004300     03  CMA-RESPOSTA             PIC X(01).
004400         88  CMA-SEM-RESPOSTA     VALUE SPACE.
004500         88  CMA-RESP-POSITIVA    VALUE 'P'.
004600         88  CMA-RESP-NEGATIVA    VALUE 'N'.
004700         88  CMA-RESP-INFORMACAO  VALUE 'I'.
004800         88  CMA-RESPOSTA-VALIDA  VALUE 'P' 'N' 'I'.
004900     03  CMA-DT-RESPOSTA          PIC 9(08).
005000     03  CMA-ORIGEM-RESP          PIC X(01).
005100         88  CMA-RESP-ONLINE      VALUE 'O'.
005200         88  CMA-RESP-ARQUIVO     VALUE 'A'.
005300     03  CMA-OPER-RESPOSTA        PIC X(08).
005400     03  CMA-REG-CONTATO          PIC X(244).
