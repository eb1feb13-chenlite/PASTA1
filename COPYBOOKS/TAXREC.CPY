000100*----------------------------------------------------------------
000200* TAXREC  - REGISTRO DA TABELA DE SERVICO E IMPOSTO (TAXFILE),
000300*           COM DATA DE INICIO DE VIGENCIA COMO O CARDAPIO: VALE
000400*           O REGISTRO VIGENTE MAIS RECENTE PARA A DATA DO LOTE.
000500*           SERV  - PERCENTUAL DE SERVICO DO PERIODO (CHAVE).
000600*           CATEG - ALIQUOTA DE IMPOSTO DA CATEGORIA (CHAVE).
000700*           PRATO - CATEGORIA DO PRATO (CHAVE = NOME DO PRATO).
000800*           PRATO SEM CATEGORIA INFORMADA E DA CATEGORIA GERAL.
000900*----------------------------------------------------------------
001000 01  TAXA-REC.
001100     05  TAX-TIPO                PIC X(05).
001200     05  TAX-CHAVE               PIC X(07).
001300     05  TAX-DADOS               PIC X(08).
001400     05  TAX-DADOS-PCT REDEFINES TAX-DADOS.
001500         10  TAX-PCT             PIC 9(02)V99.
001600         10  FILLER              PIC X(04).
001700     05  TAX-DADOS-PRATO REDEFINES TAX-DADOS.
001800         10  TAX-CATEGORIA       PIC X(07).
001900         10  FILLER              PIC X(01).
002000     05  TAX-VIGENCIA            PIC 9(08).
