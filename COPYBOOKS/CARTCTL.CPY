001500     05  CC-CONT                 PIC X(01).
001600*        HORA DO PEDIDO NO FORMATO HHMM
001700     05  CC-HORA                 PIC 9(04).
001800*        CODIGO DO GARCOM QUE ATENDEU A MESA (CADASTRO FUNCFILE)
001900     05  CC-GARCOM               PIC X(04).
