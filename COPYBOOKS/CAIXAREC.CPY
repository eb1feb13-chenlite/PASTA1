000100*----------------------------------------------------------------
000200* CAIXAREC - REGISTRO DO ARQUIVO DE FECHAMENTO DA CAIXA
000300*            REGISTRADORA (CAIXAFIL), UMA LINHA POR FORMA DE
000400*            PAGAMENTO DO TICKET LIQUIDADO NO CAIXA, EXPORTADO
000450*            PELO PDV. PAGAMENTO DIVIDIDO VEM EM VARIAS LINHAS
000460*            COM O MESMO TICKET, UMA POR FORMA OU POR CARTAO.
000470*            O PDV GRAVA TAMBEM O CODIGO DA FILIAL.
000500*----------------------------------------------------------------
000600 01  CAIXA-REC.
000700     05  CXA-TICKET              PIC 9(06).
000800     05  CXA-PERIODO             PIC X(07).
000900     05  CXA-VALOR               PIC 9(05)V99.
001000     05  CXA-FORMA-PAGTO         PIC X(01).
001100         88  CXA-DINHEIRO                  VALUE 'D'.
001200         88  CXA-CARTAO                    VALUE 'C'.
001300         88  CXA-VALE-REFEICAO             VALUE 'V'.
001400         88  CXA-CONTA-CASA                VALUE 'A'.
001500         88  CXA-FORMA-VALIDA              VALUE 'D' 'C' 'V' 'A'.
001600     05  CXA-FILIAL              PIC X(04).
