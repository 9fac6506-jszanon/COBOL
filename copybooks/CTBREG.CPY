000100******************************************************************
000200*    COPYBOOK.....: CTBREG.CPY
000300*    DESCRICAO....: LAYOUT DO ARQUIVO INDEXADO DE DADOS BANCARIOS
000400*                   DOS CONTATOS (CTABANC.DAT), MANTIDO PELO
000500*                   CADBANC. CHAVE = ID-CONTATO (UMA CONTA POR
000600*                   CONTATO). E PARA ESTA CONTA QUE O PAGREEM
000700*                   ENVIA A DEVOLUCAO DO SALDO CREDOR:
000800*                   CTB-FORMA: P = PIX (SO A CHAVE E O TIPO DA
000900*                   CHAVE CONTAM; BANCO/AGENCIA/CONTA FICAM
001000*                   ZERADOS) OU T = TED (BANCO, AGENCIA, CONTA
001100*                   COM DIGITO E TIPO DE CONTA; A CHAVE FICA EM
001200*                   BRANCO).
001300*                   CTB-TIPO-CHAVE: D = CPF/CNPJ, E = E-MAIL,
001400*                   F = TELEFONE, A = CHAVE ALEATORIA.
001500*                   O TITULAR (DOCUMENTO E NOME) E SEMPRE
001600*                   OBRIGATORIO; TITULAR COM DOCUMENTO DIFERENTE
001700*                   DO CPF/CNPJ DO CONTATO SO E GRAVADO POR
001800*                   SUPERVISOR.
001900*    UTILIZADO POR: CADBANC, GERREEM, PAGREEM.
002000*----------------------------------------------------------------*
002100*    HISTORICO DE ALTERACOES
002200*    DATA       AUTOR   DESCRICAO
002300*    ---------- ------- ----------------------------------------
002400*    2025-05-23 JSZ     LAYOUT CRIADO.
002500******************************************************************
002600 01  REG-CONTA-BANCARIA.
002700     03  CTB-ID-CONTATO           PIC 9(06).
002800     03  CTB-FORMA                PIC X(01).
002900         88  CTB-PIX              VALUE 'P'.
003000         88  CTB-TED              VALUE 'T'.
003100         88  CTB-FORMA-VALIDA     VALUE 'P' 'T'.
003200     03  CTB-BANCO                PIC 9(03).
003300     03  CTB-AGENCIA              PIC 9(04).
003400     03  CTB-CONTA                PIC 9(10).
003500     03  CTB-CONTA-DV             PIC X(01).
003600     03  CTB-TIPO-CONTA           PIC X(01).
003700         88  CTB-CORRENTE         VALUE 'C'.
003800         88  CTB-POUPANCA         VALUE 'P'.
003900         88  CTB-TIPO-CONTA-VALIDO
004000                                  VALUE 'C' 'P'.
004100     03  CTB-TIPO-CHAVE           PIC X(01).
004200         88  CTB-CHAVE-DOC        VALUE 'D'.
004300         88  CTB-CHAVE-EMAIL      VALUE 'E'.
004400         88  CTB-CHAVE-FONE       VALUE 'F'.
004500         88  CTB-CHAVE-ALEATORIA  VALUE 'A'.
004600         88  CTB-TIPO-CHAVE-VALIDO
004700                                  VALUE 'D' 'E' 'F' 'A'.
004800     03  CTB-CHAVE-PIX            PIC X(77).
004900     03  CTB-DOC-TITULAR          PIC X(14).
005000     03  CTB-NM-TITULAR           PIC X(30).
005100     03  CTB-OPERADOR             PIC X(08).
005200     03  CTB-DATA-HORA            PIC 9(14).
