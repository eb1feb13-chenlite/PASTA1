000100*----------------------------------------------------------------
000200* LANREC  - REGISTRO DA IMAGEM DOS LOTES (LOTEANT), ACUMULADO
000300*           PELO ATUALEST: A CADA DATA PROCESSADA GRAVA A IMAGEM
000400*           'A' DE CADA LOTE LIDO DO LOTEFILE (ANTES DO DIA) E A
000500*           IMAGEM 'D' DE CADA LOTE GRAVADO NO LOTENOVO (DEPOIS
000600*           DO DIA), NA ORDEM DE RECEBIMENTO. O REABRE USA AS
000700*           IMAGENS DA DATA REABERTA PARA DEVOLVER O CADASTRO DE
000800*           LOTES AO ESTADO ANTERIOR AO DIA E AS RETIRA DAQUI.
000900*----------------------------------------------------------------
001000 01  LOTE-ANT-REC.
001100     05  LAN-DATA                PIC 9(08).
001200     05  LAN-IMAGEM              PIC X(01).
001300         88  LAN-ANTES                     VALUE 'A'.
001400         88  LAN-DEPOIS                    VALUE 'D'.
001500     05  LAN-LOTE.
001600         10  LAN-INGRED          PIC X(10).
001700         10  LAN-NUMERO          PIC X(10).
001800         10  LAN-ENTRADA         PIC 9(08).
001900         10  LAN-VALIDADE        PIC 9(08).
002000         10  LAN-SALDO           PIC 9(07)V99.
