000100*----------------------------------------------------------------
000200* PEDREC  - REGISTRO DO CADASTRO DE PEDIDOS DE COMPRA (PEDFILE),
000300*           UMA LINHA POR ITEM DE PEDIDO, COM OS DADOS DO PEDIDO
000400*           (NUMERO, FORNECEDOR, EMISSAO E DATA PREVISTA PELO
000500*           PRAZO DO FORNECEDOR) REPETIDOS EM CADA ITEM. O
000600*           RECEBIMENTO ACUMULA A QUANTIDADE ENTREGUE E MUDA A
000700*           SITUACAO DO ITEM: ABERTO, PARCIAL, ATENDIDO OU
000800*           CANCELADO. ORIGEM S = SUGESTAO APROVADA (SUGOUT),
000900*           M = INCLUSAO MANUAL.
001000*----------------------------------------------------------------
001100 01  PEDIDO-REC.
001200     05  PED-NUMERO              PIC 9(06).
001300     05  PED-LINHA               PIC 9(02).
001400     05  PED-FORNEC              PIC X(15).
001500     05  PED-INGRED              PIC X(10).
001600     05  PED-QTD                 PIC 9(07)V99.
001700     05  PED-EMISSAO             PIC 9(08).
001800     05  PED-PREVISTA            PIC 9(08).
001900     05  PED-QTD-RECEBIDA        PIC 9(07)V99.
002000     05  PED-ULT-ENTREGA         PIC 9(08).
002100     05  PED-ORIGEM              PIC X(01).
002200         88  PED-DA-SUGESTAO               VALUE 'S'.
002300         88  PED-MANUAL                    VALUE 'M'.
002400     05  PED-SITUACAO            PIC X(01).
002500         88  PED-ABERTO                    VALUE 'A'.
002600         88  PED-PARCIAL                   VALUE 'P'.
002700         88  PED-ATENDIDO                  VALUE 'F'.
002800         88  PED-CANCELADO                 VALUE 'C'.
002900         88  PED-PENDENTE                  VALUE 'A' 'P'.
