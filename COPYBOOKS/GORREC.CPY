000100*----------------------------------------------------------------
000200* GORREC  - REGISTRO DO ARQUIVO DE GORJETAS DECLARADAS
000300*           (GORJFILE), UMA LINHA POR DATA E PERIODO COM O
000400*           TOTAL DA CAIXINHA A RATEAR ENTRE A EQUIPE.
000500*----------------------------------------------------------------
000600 01  GORJETA-REC.
000700     05  GOR-DATA                PIC 9(08).
000800     05  GOR-PERIODO             PIC X(07).
000900     05  GOR-VALOR               PIC 9(05)V99.
