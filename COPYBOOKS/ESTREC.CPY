000100*----------------------------------------------------------------
000200* ESTREC  - REGISTRO DO CADASTRO DE ESTOQUE DE INGREDIENTES
000300*           (ESTFILE), COM SALDO ATUAL E NIVEL DE REPOSICAO NA
000400*           UNIDADE DE CONSUMO DO INGREDIENTE, E A FILIAL DONA
000410*           DO ESTOQUE.
000500*----------------------------------------------------------------
000600 01  ESTOQUE-REC.
000700     05  EST-INGRED              PIC X(10).
000800     05  EST-SALDO               PIC 9(07)V99.
000900     05  EST-NIVEL-REPO          PIC 9(07)V99.
001000     05  EST-FILIAL              PIC X(04).
