000100*----------------------------------------------------------------
000200* PONREC  - REGISTRO DO ARQUIVO DE PONTO (PONTOFIL), UMA LINHA
000300*           POR FUNCIONARIO E PERIODO TRABALHADO NO DIA, COM AS
000400*           HORAS APURADAS NO RELOGIO DE PONTO.
000500*----------------------------------------------------------------
000600 01  PONTO-REC.
000700     05  PON-DATA                PIC 9(08).
000800     05  PON-PERIODO             PIC X(07).
000900     05  PON-FUNCIONARIO         PIC X(04).
001000     05  PON-HORAS               PIC 9(02)V99.
