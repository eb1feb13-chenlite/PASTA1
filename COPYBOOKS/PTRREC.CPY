000100*----------------------------------------------------------------
000200* PTRREC  - REGISTRO DO ARQUIVO DE TRANSACOES DE PEDIDOS DE
000300*           COMPRA (PEDTRAN), UMA POR LINHA: APROVA (LINHA DA
000400*           SUGESTAO DE COMPRA DO FORNECEDOR E INGREDIENTE, NA
000500*           QUANTIDADE SUGERIDA OU NA INFORMADA), INCLUI (ITEM
000600*           MANUAL FORA DA SUGESTAO) OU CANCELA (ITEM DE PEDIDO
000700*           AINDA PENDENTE, PELO NUMERO E LINHA). PTR-USUARIO E
000750*           O COMPRADOR QUE DIGITOU A TRANSACAO, OBRIGATORIO.
000800*----------------------------------------------------------------
000900 01  PEDIDO-TRAN-REC.
001000     05  PTR-ACAO                PIC X(08).
001100     05  PTR-FORNEC              PIC X(15).
001200     05  PTR-INGRED              PIC X(10).
001300     05  PTR-QTD                 PIC 9(07)V99.
001400     05  PTR-NUMERO              PIC 9(06).
001500     05  PTR-LINHA               PIC 9(02).
001600     05  PTR-USUARIO             PIC X(08).
