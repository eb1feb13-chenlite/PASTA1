000400*           NUMERO DE CICLOS DE RECICLAGEM JA TENTADOS.
000500*----------------------------------------------------------------
000600 01  CARTAO-REJEITADO.
000700     05  CCR-CARTAO-CONTROLE     PIC X(50).
000800     05  CCR-CARTAO-CAMPOS REDEFINES CCR-CARTAO-CONTROLE.
000900         10  CCR-PERIODO         PIC X(07).
001000         10  FILLER              PIC X(17).
001300         10  CCR-DATA            PIC 9(08).
001400         10  CCR-CONT            PIC X(01).
001500         10  CCR-HORA            PIC 9(04).
001550         10  CCR-GARCOM          PIC X(04).
001600     05  CCR-MOTIVO              PIC X(20).
001700     05  CCR-CICLO               PIC 9(02).
