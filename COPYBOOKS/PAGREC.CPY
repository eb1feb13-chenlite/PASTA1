000100*----------------------------------------------------------------
000200* PAGREC  - REGISTRO DO ARQUIVO DE REPASSE DE GORJETAS PARA A
000300*           FOLHA (GORJPAG), UM POR DATA/PERIODO/FUNCIONARIO,
000400*           COM AS HORAS, OS PONTOS (HORAS X PESO) E O VALOR.
000500*----------------------------------------------------------------
000600 01  PAGTO-GORJETA-REC.
000700     05  PAG-DATA                PIC 9(08).
000800     05  PAG-PERIODO             PIC X(07).
000900     05  PAG-FUNCIONARIO         PIC X(04).
001000     05  PAG-HORAS               PIC 9(02)V99.
001100     05  PAG-PONTOS              PIC 9(03)V99.
001200     05  PAG-VALOR               PIC 9(05)V99.
