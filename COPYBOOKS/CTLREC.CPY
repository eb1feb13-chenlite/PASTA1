000300*           ESTEIRA (CTLFILE), UM EVENTO POR LINHA: INICIO OU
000400*           FIM DE UM PASSO DO FECHAMENTO, CHAVEADO PELA DATA
000500*           DO MOVIMENTO, COM O RETURN-CODE DO PASSO E O
000600*           CARIMBO DE DATA E HORA DA MAQUINA. O EVENTO
000610*           REABRE (GRAVADO PELO PROGRAMA REABRE) DEVOLVE O
000620*           PASSO A NAO INICIADO NA DATA, COM O USUARIO QUE
000630*           REABRIU E O MOTIVO; NOS DEMAIS EVENTOS ESTES DOIS
000640*           CAMPOS FICAM EM BRANCO.
000700*----------------------------------------------------------------
000800 01  CONTROLE-REC.
000900     05  CTL-DATA                PIC 9(08).
001200     05  CTL-RC                  PIC 9(02).
001300     05  CTL-DATA-EXEC           PIC 9(08).
001400     05  CTL-HORA-EXEC           PIC 9(08).
001500     05  CTL-USUARIO             PIC X(08).
001600     05  CTL-MOTIVO              PIC X(30).
