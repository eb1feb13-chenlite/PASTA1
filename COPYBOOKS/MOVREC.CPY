000400*           ALMOXARIFADO: ENTREGA (RECEBIMENTO DE FORNECEDOR),
000500*           PERDA (QUEBRA/DESCARTE) OU AJUSTE (CONTAGEM FISICA,
000600*           COM A QUANTIDADE CONTADA SUBSTITUINDO O SALDO).
000610*           A ENTREGA TRAZ O LOTE E A VALIDADE DO FORNECEDOR; A
000620*           PERDA PODE TRAZER O LOTE BAIXADO (VENCIDO). NOS
000630*           DEMAIS TIPOS O LOTE VEM EM BRANCO E A VALIDADE ZERO.
000640*           A ENTREGA REFERENCIA O ITEM DO PEDIDO DE COMPRA
000650*           (NUMERO E LINHA DO PEDFILE); ZEROS FORA DA ENTREGA.
000700*----------------------------------------------------------------
000800 01  MOVIMENTO-REC.
000900     05  MOV-INGRED              PIC X(10).
001000     05  MOV-TIPO                PIC X(07).
001100     05  MOV-QTD                 PIC 9(07)V99.
001200     05  MOV-LOTE                PIC X(10).
001300     05  MOV-VALIDADE            PIC 9(08).
001400     05  MOV-PEDIDO              PIC 9(06).
001500     05  MOV-PED-LINHA           PIC 9(02).
