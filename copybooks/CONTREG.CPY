000530*                   DUPFIND, RELESTAT, SELCTT, CADNOTA, CADMOV,
000540*                   CARTCOB, JURCTT, RELATRA, RECSAL, FECMES,
000550*                   EXTLOTE, PRGCTT, ANONCTT, CONSFONE, IMPCRM,
000560*                   CTT360, BOUNCTT, CADACOR, GERACOR, BAIXCTT,
000570*                   RETBANC, NEGCTT, NEGEXC, CADCNS, FILACOB,
000570*                   TRABCOB, CADPROM, RELPROM, CADDISP,
000570*                   RELDISP, IMPFAT, CADBANC, GERREEM,
000570*                   PAGREEM, RELEVOL, INFANUAL, SCORCTT,
000570*                   CADVINC, CADDOC, RELDOC, TRFFIL
000600*----------------------------------------------------------------*
000700*    HISTORICO DE ALTERACOES
000800*    DATA       AUTOR   DESCRICAO
001599*                       BOUNCE DO GATEWAY - BOUNCTT) E DT-BOUNCE
001599*                       (DATA DO BOUNCE). ENDERECO MARCADO E
001599*                       SUPRIMIDO DAS MALAS DE EMAIL (RELANIV).
001599*    2025-02-21 JSZ     INCLUIDOS ST-BAIXA (BRANCO = NORMAL,
001599*                       B = DIVIDA BAIXADA COMO PERDA PELO
001599*                       BAIXCTT) E DT-BAIXA (DATA DA ULTIMA
001599*                       BAIXA). A MARCA E PERMANENTE: PAGAMENTO
001599*                       POSTERIOR QUE CHEGA PELO RETBANC E
001599*                       INFORMADO COMO RECUPERACAO.
001599*    2025-03-07 JSZ     INCLUIDO CPF-CNPJ-CONTATO (SO DIGITOS,
001599*                       ALINHADO A ESQUERDA: 11 PARA CPF, 14 PARA
001599*                       CNPJ; BRANCO = NAO INFORMADO), COM DIGITOS
001599*                       VERIFICADORES CONFERIDOS NO VALCTT. E A
001599*                       SEGUNDA CHAVE ALTERNATIVA DE CONTATOS.DAT,
001599*                       UNICA E SUPRIMIDA QUANDO EM BRANCO - DOIS
001599*                       CONTATOS NUNCA TEM O MESMO NUMERO.
001599*    2025-07-04 JSZ     INCLUIDO FIL-CONTATO (FILIAL DONA DO
001599*                       CONTATO, 3 DIGITOS; BRANCO = CONTATO
001599*                       ANTERIOR AS FILIAIS, SEM DONO). GRAVADO
001599*                       PELA INCLUSAO COM A FILIAL DO OPERADOR E
001599*                       MUDADO SO PELA TRANSFERENCIA (TRFFIL).
001600******************************************************************
001700 01  REG-CONTATOS.
001800     03  ID-CONTATO              PIC 9(06).
003090     03  ST-EMAIL                PIC X(01).
003100         88  EMAIL-INVALIDO      VALUE 'I'.
003110     03  DT-BOUNCE               PIC 9(08).
003120     03  ST-BAIXA                PIC X(01).
003130         88  CONTATO-BAIXADO     VALUE 'B'.
003140     03  DT-BAIXA                PIC 9(08).
003150     03  CPF-CNPJ-CONTATO        PIC X(14).
003160     03  FIL-CONTATO             PIC X(03).
