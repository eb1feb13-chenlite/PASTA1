000210*                 BAIXA SEM TRAILER). FUNCAO FIM REGISTRA O
000220*                 TERMINO COM O RETURN-CODE DO PASSO. FUNCAO
000230*                 QUADRO IMPRIME O QUADRO DE SITUACAO DO DIA.
000232* 2026-10-01 CLT  CTLFILE PASSA A 78 POSICOES (USUARIO E MOTIVO).
000234*                 O EVENTO REABRE, GRAVADO PELO PROGRAMA REABRE
000236*                 AO REABRIR UMA DATA FECHADA, DEVOLVE O PASSO A
000237*                 NAO INICIADO PARA A ESTEIRA PODER SER
000238*                 REPROCESSADA DESDE O AUDMENU; O QUADRO MOSTRA
000239*                 O PASSO COMO REABERTO.
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000350*
000360 FD  CTLFILE
000370     RECORDING MODE IS F
000380     RECORD CONTAINS 78 CHARACTERS
000390     LABEL RECORDS ARE STANDARD.
000400     COPY CTLREC.
000410*
000870         10  WS-PAS-CONCLUIDO-SW PIC X(01).
000880         10  WS-PAS-LIMPO-SW     PIC X(01).
000890         10  WS-PAS-ULT-RC       PIC 9(02).
000892         10  WS-PAS-REABERTO-SW  PIC X(01).
000894         10  WS-PAS-REABERTO-POR PIC X(08).
000900*
000910 PROCEDURE DIVISION.
000920*
002340             MOVE 'S' TO WS-PAS-INICIADO-SW (IND-PAS)
002350             MOVE 'N' TO WS-PAS-CONCLUIDO-SW (IND-PAS)
002360             MOVE 'N' TO WS-PAS-LIMPO-SW (IND-PAS)
002362             MOVE 'N' TO WS-PAS-REABERTO-SW (IND-PAS)
002370         ELSE
002380             IF CTL-EVENTO = 'FIM'
002390                 MOVE 'S' TO WS-PAS-CONCLUIDO-SW (IND-PAS)
002430                 ELSE
002440                     MOVE 'N' TO WS-PAS-LIMPO-SW (IND-PAS)
002450                 END-IF
002452             ELSE
002454                 IF CTL-EVENTO = 'REABRE'
002456                     MOVE 'N' TO WS-PAS-INICIADO-SW (IND-PAS)
002458                     MOVE 'N' TO WS-PAS-CONCLUIDO-SW (IND-PAS)
002460                     MOVE 'N' TO WS-PAS-LIMPO-SW (IND-PAS)
002462                     MOVE 'S' TO WS-PAS-REABERTO-SW (IND-PAS)
002464                     MOVE CTL-USUARIO
002466                         TO WS-PAS-REABERTO-POR (IND-PAS)
002468                 END-IF
002470             END-IF
002472         END-IF
002480     END-IF.
002490*
002500 210-EXIT.
003160     MOVE WS-PASSO TO CTL-PASSO.
003170     MOVE WS-DATA-EXEC TO CTL-DATA-EXEC.
003180     MOVE WS-HORA-EXEC TO CTL-HORA-EXEC.
003185     MOVE SPACES TO CTL-USUARIO.
003187     MOVE SPACES TO CTL-MOTIVO.
003190     WRITE CONTROLE-REC.
003200*
003210     CLOSE CTLFILE.
003590                 DISPLAY '  ' WS-PASSO-NOME (IND-PAS)
003600                         ' EM EXECUCAO'
003610             ELSE
003612                 IF WS-PAS-REABERTO-SW (IND-PAS) = 'S'
003614                     DISPLAY '  ' WS-PASSO-NOME (IND-PAS)
003616                             ' REABERTO POR '
003618                             WS-PAS-REABERTO-POR (IND-PAS)
003619                 ELSE
003620                     DISPLAY '  ' WS-PASSO-NOME (IND-PAS)
003630                             ' NAO INICIADO'
003635                 END-IF
003640             END-IF
003650         END-IF
003660     END-IF.
