000200* SUGREC  - REGISTRO DO ARQUIVO DE SUGESTAO DE COMPRA (SUGOUT),
000300*           UMA LINHA POR FORNECEDOR E INGREDIENTE A REPOR, COM
000400*           A QUANTIDADE SUGERIDA JA ARREDONDADA PARA CIMA AO
000500*           MULTIPLO DA EMBALAGEM DO FORNECEDOR, E A FILIAL QUE
000510*           PEDE (NO PEDIDO CONSOLIDADO DA MATRIZ, A FILIAL E
000520*           'REDE').
000600*----------------------------------------------------------------
000700 01  SUGESTAO-REC.
000800     05  SUG-FORNEC              PIC X(15).
000900     05  SUG-INGRED              PIC X(10).
001000     05  SUG-QTD                 PIC 9(07)V99.
001100     05  SUG-EMBALAGENS          PIC 9(05).
001200     05  SUG-FILIAL              PIC X(04).
