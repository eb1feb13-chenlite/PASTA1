000100*----------------------------------------------------------------
000200* CNTREC  - REGISTRO DA CONTAGEM REGRESSIVA DE PORCOES
000300*           (CONTPORC) GRAVADA PELO LOTE DE PEDIDOS: A CONTAGEM
000400*           INICIAL DE CADA PRATO CONTROLADO, A BAIXA APOS CADA
000500*           PEDIDO COM AS PORCOES QUE RESTAM, E A DEMANDA PERDIDA
000600*           DE CADA CARTAO RECUSADO POR PRATO ESGOTADO.
000700*----------------------------------------------------------------
000800 01  CONTAGEM-REC.
000900     05  CNT-TIPO                PIC X(01).
001000         88  CNT-INICIAL                   VALUE 'I'.
001100         88  CNT-BAIXA                     VALUE 'B'.
001200         88  CNT-PERDIDA                   VALUE 'E'.
001300     05  CNT-DATA                PIC 9(08).
001400     05  CNT-HORA                PIC 9(04).
001500     05  CNT-TICKET              PIC 9(06).
001600     05  CNT-PERIODO             PIC X(07).
001700     05  CNT-PRATO               PIC X(06).
001800     05  CNT-QTD                 PIC 9(03).
001900     05  CNT-RESTANTE            PIC 9(05).
002000     05  CNT-ORIGEM              PIC X(01).
002100         88  CNT-ORIGEM-LISTA              VALUE 'L'.
002200         88  CNT-ORIGEM-SALDO              VALUE 'S'.
