000100*----------------------------------------------------------------
000200* LOTEREC - REGISTRO DO CADASTRO DE LOTES ABERTOS (LOTEFILE),
000300*           COMPANHEIRO DO CADASTRO DE ESTOQUE: UMA LINHA POR
000400*           LOTE RECEBIDO E AINDA COM SALDO, EM ORDEM DE
000500*           RECEBIMENTO DENTRO DO INGREDIENTE. A SOMA DOS LOTES
000600*           NAO PASSA DO EST-SALDO; A DIFERENCA E SALDO SEM LOTE
000700*           (ANTERIOR AO CONTROLE OU SOBRA DE CONTAGEM), TRATADO
000800*           COMO O MAIS ANTIGO DO INGREDIENTE.
000900*----------------------------------------------------------------
001000 01  LOTE-REC.
001100     05  LOT-INGRED              PIC X(10).
001200     05  LOT-NUMERO              PIC X(10).
001300     05  LOT-ENTRADA             PIC 9(08).
001400     05  LOT-VALIDADE            PIC 9(08).
001500     05  LOT-SALDO               PIC 9(07)V99.
