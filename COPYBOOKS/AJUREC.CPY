000200* AJUREC  - REGISTRO DE AJUSTE DO FEED DE PDV (POSAJU), UM POR
000300*           ORDEM ESTORNADA, COM O VALOR NEGATIVO DO ESTORNO
000400*           PARA A ORDEM CANCELADA ZERAR NA CONCILIACAO DE
000500*           CAIXA EM VEZ DE FICAR COMO EXCECAO. O VALOR E O
000510*           LIQUIDO DA ORDEM; SERVICO E IMPOSTO VEM A PARTE.
000600*----------------------------------------------------------------
000700 01  AJUSTE-POS-REC.
000800     05  AJU-TICKET              PIC 9(06).
001100     05  AJU-VALOR               PIC S9(05)V99
001200                                 SIGN IS LEADING SEPARATE.
001300     05  AJU-MOTIVO              PIC X(20).
001400     05  AJU-SERVICO             PIC S9(05)V99
001500                                 SIGN IS LEADING SEPARATE.
001600     05  AJU-IMPOSTO             PIC S9(05)V99
001700                                 SIGN IS LEADING SEPARATE.
