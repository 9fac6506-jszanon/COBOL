000100******************************************************************
000200*    COPYBOOK.....: DCTREG.CPY
000300*    DESCRICAO....: LAYOUT DO ARQUIVO INDEXADO DE DOCUMENTOS
000400*                   CADASTRAIS (KYC) DOS CONTATOS (DOCTOS.DAT).
000500*                   CHAVE = CONTATO + SEQUENCIA (MESMO PADRAO DO
000600*                   FONES.DAT E DO NOTAS.DAT), UM REGISTRO POR
000700*                   DOCUMENTO RECEBIDO:
000800*                   - I: DOCUMENTO DE IDENTIDADE (COPIA DO RG/CNH
000900*                     OU CARTAO CNPJ);
001000*                   - E: COMPROVANTE DE ENDERECO;
001100*                   - C: CONTRATO ASSINADO;
001200*                   - O: OUTRO DOCUMENTO (NAO OBRIGATORIO).
001300*                   DCT-DT-VALIDADE ZERADA = DOCUMENTO SEM
001400*                   VALIDADE. O DOCUMENTO RENOVADO ENTRA COMO
001500*                   REGISTRO NOVO; O VENCIDO FICA COMO HISTORICO.
001600*                   DCT-OPER-CONFERIU E O OPERADOR QUE CONFERIU O
001700*                   DOCUMENTO E O LANCOU; A ULTIMA ALTERACAO FICA
001800*                   CARIMBADA NO PROPRIO REGISTRO (CADDOC). QUAIS
001900*                   TIPOS SAO OBRIGATORIOS E PARA QUEM ESTA NO
002000*                   COPYBOOK DCTCHK.
002100*    UTILIZADO POR: CADDOC, RELDOC, CADCTT, CTTWRK, PAGREEM,
002200*                   CTT360, MERGCTT, PRGCTT, APRCTT, SCORCTT.
002300*----------------------------------------------------------------*
002400*    HISTORICO DE ALTERACOES
002500*    DATA       AUTOR   DESCRICAO
002600*    ---------- ------- ----------------------------------------
002700*    2025-06-27 JSZ     LAYOUT CRIADO.
002800******************************************************************
002900 01  REG-DOCTOS.
003000     03  DCT-CHAVE.
003100         05  DCT-ID-CONTATO       PIC 9(06).
003200         05  DCT-SEQ              PIC 9(02).
003300     03  DCT-TIPO                 PIC X(01).
003400         88  DCT-IDENTIDADE       VALUE 'I'.
003500         88  DCT-COMPROVANTE-END  VALUE 'E'.
003600         88  DCT-CONTRATO         VALUE 'C'.
003700         88  DCT-OUTRO            VALUE 'O'.
003800         88  DCT-TIPO-VALIDO      VALUE 'I' 'E' 'C' 'O'.
003900     03  DCT-NUMERO               PIC X(20).
004000     03  DCT-DT-RECEBIDO          PIC 9(08).
004100     03  DCT-DT-VALIDADE          PIC 9(08).
004200     03  DCT-OPER-CONFERIU        PIC X(08).
004300     03  DCT-DATA-HORA            PIC 9(14).
004400     03  DCT-DT-ALTERACAO         PIC 9(08).
004500     03  DCT-OPER-ALTERACAO       PIC X(08).
