000100*----------------------------------------------------------------
000200* FUNREC  - CADASTRO DE FUNCIONARIOS DO SALAO E DA COZINHA
000300*           (FUNCFILE), UM POR CODIGO. O PESO DA FUNCAO PONDERA
000400*           AS HORAS TRABALHADAS NO RATEIO DAS GORJETAS.
000500*----------------------------------------------------------------
000600 01  FUNCIONARIO-REC.
000700     05  FUN-CODIGO              PIC X(04).
000800     05  FUN-NOME                PIC X(20).
000900     05  FUN-FUNCAO              PIC X(10).
001000     05  FUN-PESO                PIC 9(01)V99.
001100     05  FUN-SITUACAO            PIC X(01).
001200         88  FUN-ATIVO                     VALUE 'A'.
001300         88  FUN-DESLIGADO                 VALUE 'D'.
