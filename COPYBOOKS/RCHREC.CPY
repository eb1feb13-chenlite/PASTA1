000100*----------------------------------------------------------------
000200* RCHREC  - REGISTRO DO HISTORICO DE RECEBIMENTOS (RECHIST),
000300*           UMA LINHA POR ENTREGA CONFRONTADA COM O ITEM DO
000400*           PEDIDO, REGRAVADO PELO RECEBPED EM RECHNOVO (COPIA
000450*           DO HISTORICO SEM A DATA PROCESSADA MAIS AS ENTREGAS
000460*           DO DIA). BASE DO INDICE DE PONTUALIDADE DOS
000500*           FORNECEDORES.
000600*----------------------------------------------------------------
000700 01  RECEBIMENTO-REC.
000800     05  RCH-DATA                PIC 9(08).
000900     05  RCH-FORNEC              PIC X(15).
001000     05  RCH-PEDIDO              PIC 9(06).
001100     05  RCH-LINHA               PIC 9(02).
001200     05  RCH-INGRED              PIC X(10).
001300     05  RCH-QTD                 PIC 9(07)V99.
001400     05  RCH-PREVISTA            PIC 9(08).
001500     05  RCH-ATRASO              PIC X(01).
001600         88  RCH-ATRASADA                  VALUE 'S'.
001700         88  RCH-NO-PRAZO                  VALUE 'N'.
001800     05  RCH-CONFERENCIA         PIC X(01).
001900         88  RCH-COMPLETA                  VALUE 'C'.
002000         88  RCH-FALTA                     VALUE 'F'.
002100         88  RCH-EXCESSO                   VALUE 'E'.
