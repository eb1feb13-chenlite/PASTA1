000100*----------------------------------------------------------------
000200* ADQREC  - REGISTRO DO ARQUIVO DIARIO DE LIQUIDACAO DA
000300*           ADQUIRENTE DE CARTOES (ADQFILE), UM POR VENDA
000400*           LIQUIDADA OU POR CHARGEBACK, COM O VALOR BRUTO, A
000500*           TAXA RETIDA E O LIQUIDO DEPOSITADO. A VENDA TRAZ O
000600*           TICKET DIGITADO NO TERMINAL JUNTO COM O CARTAO.
000700*----------------------------------------------------------------
000800 01  LIQUIDACAO-ADQ-REC.
000900     05  ADQ-TIPO                PIC X(01).
001000         88  ADQ-VENDA                     VALUE 'V'.
001100         88  ADQ-CHARGEBACK                VALUE 'C'.
001200     05  ADQ-TICKET              PIC 9(06).
001300     05  ADQ-DATA-VENDA          PIC 9(08).
001400     05  ADQ-VALOR-BRUTO         PIC 9(05)V99.
001500     05  ADQ-TAXA                PIC 9(05)V99.
001600     05  ADQ-VALOR-LIQUIDO       PIC 9(05)V99.
001700     05  ADQ-AUTORIZACAO         PIC X(06).
