000300*           UM POR PRATO DE ORDEM ESTORNADA, COM QUANTIDADE E
000400*           VALOR NEGATIVOS AO PRECO DE TABELA VIGENTE, PARA O
000500*           HISTORICO DO TICKET CANCELADO ZERAR NOS RELATORIOS.
000510*           O LIQUIDO, O SERVICO E O IMPOSTO DO PRATO TAMBEM VEM
000520*           NEGATIVOS, COM O PERCENTUAL E A ALIQUOTA DA VENDA.
000600*----------------------------------------------------------------
000700 01  AJUSTE-HIST-REC.
000800     05  HAJ-DATA                PIC 9(08).
001200                                 SIGN IS LEADING SEPARATE.
001300     05  HAJ-VALOR               PIC S9(07)V99
001400                                 SIGN IS LEADING SEPARATE.
001500     05  HAJ-LIQUIDO             PIC S9(07)V99
001600                                 SIGN IS LEADING SEPARATE.
001700     05  HAJ-SERVICO             PIC S9(07)V99
001800                                 SIGN IS LEADING SEPARATE.
001900     05  HAJ-IMPOSTO             PIC S9(07)V99
002000                                 SIGN IS LEADING SEPARATE.
002100     05  HAJ-PCT-SERVICO         PIC 9(02)V99.
002200     05  HAJ-ALIQUOTA            PIC 9(02)V99.
