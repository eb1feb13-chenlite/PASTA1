000100*----------------------------------------------------------------
000200* TKTREC  - REGISTRO DO CADASTRO PERMANENTE DE TICKETS ACEITOS
000300*           (TICKREG), UM POR ORDEM PRECIFICADA PELO LOTE,
000400*           CHAVEADO POR TICKET E DATA DO MOVIMENTO. USADO NA
000500*           RECUSA DE TICKET DUPLICADO E NO RELATORIO DE
000600*           LACUNAS DA NUMERACAO POR PERIODO.
000700*----------------------------------------------------------------
000800 01  TICKET-REG-REC.
000900     05  TKR-TICKET              PIC 9(06).
001000     05  TKR-DATA                PIC 9(08).
001100     05  TKR-PERIODO             PIC X(07).
001200     05  TKR-MESA                PIC 9(03).
