000010*================================================================
000020* RESTAURANT ORDER APP - CONFERENCIA DO RECEBIMENTO X PEDIDO
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       RECEBPED.
000060 AUTHOR.           CHEN LI TE.
000070 INSTALLATION.     RESTAURANT OPERATIONS.
000080 DATE-WRITTEN.     24/09/2026.
000090 DATE-COMPILED.
000100*
000110* HISTORICO DE ALTERACOES
000120* ------------------------------------------------------------
000130* 2026-09-24 CLT  PROGRAMA ORIGINAL - CONFRONTA AS ENTREGAS DO
000140*                 MOVFILE DO DIA COM O ITEM DO PEDIDO DE COMPRA
000150*                 REFERENCIADO (PEDFILE). ACUMULA O RECEBIDO NO
000160*                 ITEM, MARCA A ENTREGA COMO EM FALTA, EM EXCESSO
000170*                 OU COMPLETA E COMO ATRASADA QUANDO CHEGA DEPOIS
000180*                 DA DATA PREVISTA PELO PRAZO DO FORNECEDOR, E
000190*                 GRAVA CADA ENTREGA NO HISTORICO RECHIST. EMITE
000200*                 AS DIVERGENCIAS, O RESUMO DO DIA POR FORNECEDOR,
000210*                 OS PEDIDOS EM ABERTO JA VENCIDOS E O INDICE DE
000220*                 PONTUALIDADE DE CADA FORNECEDOR SOBRE TODO O
000230*                 HISTORICO. GRAVA O CADASTRO ATUALIZADO EM
000240*                 PEDNOVO.
000250*                 PARAMETRO: DATA DO MOVIMENTO (AAAAMMDD, PADRAO
000260*                 DIA CORRENTE).
000261* 2026-10-15 CLT  RECHIST NAO E MAIS ESTENDIDO: O HISTORICO E
000262*                 COPIADO PARA RECHNOVO SEM OS RECEBIMENTOS DA
000263*                 DATA PROCESSADA E AS ENTREGAS DO DIA SAO
000264*                 ANEXADAS A COPIA, PARA O REPROCESSAMENTO DA
000265*                 MESMA DATA NAO DUPLICAR O HISTORICO NEM A
000267*                 PONTUALIDADE. O RECEBIDO E A SITUACAO QUE OS
000269*                 RECEBIMENTOS RETIRADOS DA DATA LANCARAM NOS
000271*                 ITENS DO PEDIDO SAO ESTORNADOS DO PEDFILE ANTES
000273*                 DA NOVA CONFERENCIA, PARA A ENTREGA NAO SER
000275*                 SOMADA DUAS VEZES NO PEDNOVO.
000277*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PEDFILE
000320         ASSIGN TO "PEDFILE"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-PEDFILE-STATUS.
000350     SELECT MOVFILE
000360         ASSIGN TO "MOVFILE"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-MOVFILE-STATUS.
000390     SELECT RECHIST
000400         ASSIGN TO "RECHIST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RECHIST-STATUS.
000430     SELECT PEDNOVO
000440         ASSIGN TO "PEDNOVO"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000452     SELECT RECHNOVO
000454         ASSIGN TO "RECHNOVO"
000456         ORGANIZATION IS LINE SEQUENTIAL.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490*
000500 FD  PEDFILE
000510     RECORDING MODE IS F
000520     RECORD CONTAINS 77 CHARACTERS
000530     LABEL RECORDS ARE STANDARD.
000540     COPY PEDREC.
000550*
000560 FD  MOVFILE
000570     RECORDING MODE IS F
000580     RECORD CONTAINS 52 CHARACTERS
000590     LABEL RECORDS ARE STANDARD.
000600     COPY MOVREC.
000610*
000620 FD  RECHIST
000630     RECORDING MODE IS F
000640     RECORD CONTAINS 60 CHARACTERS
000650     LABEL RECORDS ARE STANDARD.
000660 01  RECHIST-REG              PIC X(60).
000670*
000680 FD  PEDNOVO
000690     RECORDING MODE IS F
000700     RECORD CONTAINS 77 CHARACTERS
000710     LABEL RECORDS ARE STANDARD.
000720 01  PEDNOVO-REC             PIC X(77).
000721*
000722 FD  RECHNOVO
000723     RECORDING MODE IS F
000724     RECORD CONTAINS 60 CHARACTERS
000725     LABEL RECORDS ARE STANDARD.
000726     COPY RCHREC.
000730*
000740 WORKING-STORAGE SECTION.
000750*
000760 77  IND-PED                 PIC 9(03) VALUE ZEROS.
000770 77  IND-FRN                 PIC 9(03) VALUE ZEROS.
000780 77  WS-PED-IND              PIC 9(03) VALUE ZEROS.
000790 77  WS-FRN-IND              PIC 9(03) VALUE ZEROS.
000792 77  WS-PEDIDO-BUSCA         PIC 9(06) VALUE ZEROS.
000794 77  WS-LINHA-BUSCA          PIC 9(02) VALUE ZEROS.
000800 77  WS-CONT-PEDIDOS         PIC 9(03) VALUE ZEROS.
000810 77  WS-CONT-FORNEC          PIC 9(03) VALUE ZEROS.
000820 77  WS-CONT-MOVIMENTOS      PIC 9(05) VALUE ZEROS.
000830 77  WS-CONT-ENTREGAS        PIC 9(05) VALUE ZEROS.
000840 77  WS-CONT-CONFERIDAS      PIC 9(05) VALUE ZEROS.
000850 77  WS-CONT-DIVERGENTES     PIC 9(05) VALUE ZEROS.
000860 77  WS-CONT-VENCIDOS        PIC 9(03) VALUE ZEROS.
000870 77  WS-CONT-HISTORICO       PIC 9(05) VALUE ZEROS.
000880 77  WS-CONT-GRAVADOS        PIC 9(03) VALUE ZEROS.
000882 77  WS-CONT-COPIADOS        PIC 9(05) VALUE ZEROS.
000884 77  WS-CONT-REFEITOS        PIC 9(05) VALUE ZEROS.
000890 77  WS-PEDFILE-STATUS       PIC X(02) VALUE ZEROS.
000900 77  WS-MOVFILE-STATUS       PIC X(02) VALUE ZEROS.
000910 77  WS-RECHIST-STATUS       PIC X(02) VALUE ZEROS.
000920 77  WS-MOTIVO-RECUSA        PIC X(30) VALUE SPACES.
000930 77  WS-DATA-MOVIMENTO       PIC 9(08) VALUE ZEROS.
000940 77  WS-SALDO-PEDIDO         PIC S9(07)V99 VALUE ZEROS.
000950 77  WS-PCT-NO-PRAZO         PIC 9(03)V9 VALUE ZEROS.
000960 77  WS-QTD-EDIT             PIC ZZZZZZ9.99.
000970 77  WS-SALDO-EDIT           PIC -ZZZZZZ9.99.
000980 77  WS-PCT-EDIT             PIC ZZ9.9.
000990 77  WS-PARM                 PIC X(08) VALUE SPACES.
001000*
001010 01  WS-SWITCHES.
001020     05  WS-FIM-PEDFILE-SW        PIC X(01) VALUE 'N'.
001030         88  WS-FIM-PEDFILE                 VALUE 'S'.
001040     05  WS-FIM-MOVFILE-SW        PIC X(01) VALUE 'N'.
001050         88  WS-FIM-MOVFILE                 VALUE 'S'.
001060     05  WS-FIM-RECHIST-SW        PIC X(01) VALUE 'N'.
001070         88  WS-FIM-RECHIST                 VALUE 'S'.
001072     05  WS-FIM-RECHNOVO-SW       PIC X(01) VALUE 'N'.
001074         88  WS-FIM-RECHNOVO                VALUE 'S'.
001080     05  WS-ENT-RECUSADA-SW       PIC X(01) VALUE 'N'.
001090         88  WS-ENT-RECUSADA                VALUE 'S'.
001100*
001110*    CADASTRO DE PEDIDOS (PEDFILE) NO PROPRIO LEIAUTE DO REGISTRO,
001120*    ATUALIZADO PELAS ENTREGAS DO DIA.
001130 01  WS-TABELA-PEDIDOS.
001140     05  WS-PED-ENT OCCURS 300 TIMES.
001150         10  WS-PED-REG.
001160             15  WS-PED-NUMERO       PIC 9(06).
001170             15  WS-PED-LINHA        PIC 9(02).
001180             15  WS-PED-FORNEC       PIC X(15).
001190             15  WS-PED-INGRED       PIC X(10).
001200             15  WS-PED-QTD          PIC 9(07)V99.
001210             15  WS-PED-EMISSAO      PIC 9(08).
001220             15  WS-PED-PREVISTA     PIC 9(08).
001230             15  WS-PED-QTD-RECEBIDA PIC 9(07)V99.
001240             15  WS-PED-ULT-ENTREGA  PIC 9(08).
001250             15  WS-PED-ORIGEM       PIC X(01).
001260             15  WS-PED-SITUACAO     PIC X(01).
001270*
001280*    ACUMULADOS POR FORNECEDOR: ENTREGAS DO DIA E HISTORICO
001290*    COMPLETO DO RECHIST PARA O INDICE DE PONTUALIDADE.
001300 01  WS-TABELA-FORNEC.
001310     05  WS-FRN-ENT OCCURS 50 TIMES.
001320         10  WS-FRN-FORNEC       PIC X(15).
001330         10  WS-FRN-DIA-ENTREGAS PIC 9(05).
001340         10  WS-FRN-DIA-FALTAS   PIC 9(05).
001350         10  WS-FRN-DIA-EXCESSOS PIC 9(05).
001360         10  WS-FRN-DIA-ATRASOS  PIC 9(05).
001370         10  WS-FRN-HIS-ENTREGAS PIC 9(05).
001380         10  WS-FRN-HIS-NO-PRAZO PIC 9(05).
001390         10  WS-FRN-HIS-ATRASOS  PIC 9(05).
001400         10  WS-FRN-HIS-FALTAS   PIC 9(05).
001410         10  WS-FRN-HIS-EXCESSOS PIC 9(05).
001420*
001430 PROCEDURE DIVISION.
001440*
001450*===  LACO PRINCIPAL DA CONFERENCIA DO RECEBIMENTO  =============
001460 0000-MAINLINE SECTION.
001470*
001480     PERFORM 1000-INICIALIZA.
001490*
001500     PERFORM 2000-PROCESSA-MOVIMENTO
001510         UNTIL WS-FIM-MOVFILE.
001520*
001530     PERFORM 9000-FINALIZA.
001540*
001550     STOP RUN.
001560*
001570 0000-EXIT.
001580*
001590*===  TRATA O PARAMETRO, CARREGA OS PEDIDOS E ABRE OS ARQUIVOS  =
001600 1000-INICIALIZA SECTION.
001610*
001620     INITIALIZE WS-TABELA-PEDIDOS.
001630     INITIALIZE WS-TABELA-FORNEC.
001640*
001650     ACCEPT WS-PARM FROM COMMAND-LINE.
001660     IF WS-PARM NOT = SPACES AND WS-PARM (1:8) IS NUMERIC
001670         MOVE WS-PARM (1:8) TO WS-DATA-MOVIMENTO
001680     ELSE
001690         ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD
001700     END-IF.
001710*
001720     DISPLAY 'CONFERENCIA DO RECEBIMENTO EM ' WS-DATA-MOVIMENTO.
001730*
001740     OPEN INPUT PEDFILE.
001750     IF WS-PEDFILE-STATUS = '35'
001760         DISPLAY 'PEDFILE AUSENTE, NENHUM PEDIDO EM CADASTRO'
001770     ELSE
001780         PERFORM 300-CARREGA-PEDIDOS
001790             UNTIL WS-FIM-PEDFILE
001800         CLOSE PEDFILE
001810     END-IF.
001820*
001822*    O HISTORICO E COPIADO PARA RECHNOVO SEM OS RECEBIMENTOS DA
001824*    DATA, QUE SAO REGRAVADOS A SEGUIR PELAS ENTREGAS DO MOVFILE
001826     OPEN OUTPUT RECHNOVO.
001828     OPEN INPUT RECHIST.
001830     IF WS-RECHIST-STATUS = '35'
001832         DISPLAY 'RECHIST AUSENTE, HISTORICO INICIADO EM RECHNOVO'
001834     ELSE
001836         PERFORM 320-COPIA-HISTORICO
001838             UNTIL WS-FIM-RECHIST
001840         CLOSE RECHIST
001842     END-IF.
001844*
001846     IF WS-CONT-REFEITOS > ZEROS
001848         DISPLAY 'DATA JA CONFERIDA, RECEBIMENTOS REFEITOS: '
001850                 WS-CONT-REFEITOS
001852     END-IF.
001870*
001880     DISPLAY '================================================'.
001890     DISPLAY 'CONFERENCIA DO RECEBIMENTO X PEDIDO DE COMPRA'.
001900     DISPLAY '================================================'.
001910     DISPLAY 'DIVERGENCIAS DAS ENTREGAS DO DIA'.
001920*
001930     OPEN INPUT MOVFILE.
001940     IF WS-MOVFILE-STATUS = '35'
001950         DISPLAY 'MOVFILE AUSENTE, NENHUMA ENTREGA NO DIA'
001960         MOVE 'S' TO WS-FIM-MOVFILE-SW
001970     ELSE
001980         PERFORM 2100-LER-MOVFILE
001990     END-IF.
002000*
002010 1000-EXIT.
002020*
002030*===  CONFERE UMA ENTREGA E LE O PROXIMO MOVIMENTO  =============
002040 2000-PROCESSA-MOVIMENTO SECTION.
002050*
002060     IF MOV-TIPO = 'ENTREGA'
002070         ADD 1 TO WS-CONT-ENTREGAS
002080         PERFORM 400-CONFERE-ENTREGA
002090     END-IF.
002100*
002110     PERFORM 2100-LER-MOVFILE.
002120*
002130 2000-EXIT.
002140*
002150*===  LE O PROXIMO MOVIMENTO DE MOVFILE  ========================
002160 2100-LER-MOVFILE SECTION.
002170*
002180     READ MOVFILE
002190         AT END
002200             MOVE 'S' TO WS-FIM-MOVFILE-SW
002210         NOT AT END
002220             ADD 1 TO WS-CONT-MOVIMENTOS
002230     END-READ.
002240*
002250 2100-EXIT.
002260*
002270*===  LOCALIZA O ITEM WS-PEDIDO-BUSCA/WS-LINHA-BUSCA  ===========
002280 100-LOCALIZA-ITEM SECTION.
002290*
002300     MOVE ZEROS TO WS-PED-IND.
002310     PERFORM 105-COMPARA-ITEM
002320         VARYING IND-PED FROM 1 BY 1
002330             UNTIL IND-PED > WS-CONT-PEDIDOS
002340                OR WS-PED-IND > ZEROS.
002350*
002360 100-EXIT.
002370*
002380 105-COMPARA-ITEM SECTION.
002390*
002400     IF WS-PED-NUMERO (IND-PED) = WS-PEDIDO-BUSCA
002410             AND WS-PED-LINHA (IND-PED) = WS-LINHA-BUSCA
002420         MOVE IND-PED TO WS-PED-IND
002430     END-IF.
002440*
002450 105-EXIT.
002460*
002470*===  LOCALIZA O FORNECEDOR NOS ACUMULADOS, INCLUINDO SE NOVO  ==
002480 110-LOCALIZA-FORNECEDOR SECTION.
002490*
002500     MOVE ZEROS TO WS-FRN-IND.
002510     PERFORM 115-COMPARA-FORNECEDOR
002520         VARYING IND-FRN FROM 1 BY 1
002530             UNTIL IND-FRN > WS-CONT-FORNEC
002540                OR WS-FRN-IND > ZEROS.
002550*
002560     IF WS-FRN-IND = ZEROS
002570         IF WS-CONT-FORNEC >= 50
002580             DISPLAY 'TABELA DE FORNECEDORES CHEIA, IGNORADO: '
002590                     RCH-FORNEC
002600         ELSE
002610             ADD 1 TO WS-CONT-FORNEC
002620             MOVE WS-CONT-FORNEC TO WS-FRN-IND
002630             MOVE RCH-FORNEC TO WS-FRN-FORNEC (WS-FRN-IND)
002640         END-IF
002650     END-IF.
002660*
002670 110-EXIT.
002680*
002690 115-COMPARA-FORNECEDOR SECTION.
002700*
002710     IF WS-FRN-FORNEC (IND-FRN) = RCH-FORNEC
002720         MOVE IND-FRN TO WS-FRN-IND
002730     END-IF.
002740*
002750 115-EXIT.
002760*
002770*===  CARREGA UM ITEM DO CADASTRO DE PEDIDOS  ===================
002780 300-CARREGA-PEDIDOS SECTION.
002790*
002800     READ PEDFILE
002810         AT END
002820             MOVE 'S' TO WS-FIM-PEDFILE-SW
002830         NOT AT END
002840             PERFORM 310-CARREGA-PEDIDO
002850     END-READ.
002860*
002870 300-EXIT.
002880*
002890 310-CARREGA-PEDIDO SECTION.
002900*
002910     IF PED-NUMERO NOT NUMERIC OR PED-LINHA NOT NUMERIC
002920             OR PED-QTD NOT NUMERIC
002930             OR PED-QTD-RECEBIDA NOT NUMERIC
002940         DISPLAY 'ITEM DE PEDIDO INVALIDO IGNORADO: ' PEDIDO-REC
002950     ELSE
002960         IF WS-CONT-PEDIDOS >= 300
002970             DISPLAY 'TABELA DE PEDIDOS CHEIA, IGNORADO: '
002980                     PEDIDO-REC
002990         ELSE
003000             ADD 1 TO WS-CONT-PEDIDOS
003010             MOVE PEDIDO-REC TO WS-PED-REG (WS-CONT-PEDIDOS)
003020         END-IF
003030     END-IF.
003040*
003050 310-EXIT.
003060*
003061*===  COPIA UM RECEBIMENTO DO HISTORICO PARA RECHNOVO, EXCETO  ==
003062*===  OS DA DATA EM PROCESSAMENTO, QUE SERAO GRAVADOS DE NOVO  ==
003063 320-COPIA-HISTORICO SECTION.
003064*
003065     READ RECHIST INTO RECEBIMENTO-REC
003066         AT END
003067             MOVE 'S' TO WS-FIM-RECHIST-SW
003068         NOT AT END
003069             PERFORM 330-COPIA-RECEBIMENTO
003070     END-READ.
003071*
003072 320-EXIT.
003073*
003074 330-COPIA-RECEBIMENTO SECTION.
003075*
003076     IF RCH-DATA = WS-DATA-MOVIMENTO
003077         ADD 1 TO WS-CONT-REFEITOS
003078         PERFORM 340-ESTORNA-RECEBIMENTO
003079     ELSE
003080         WRITE RECEBIMENTO-REC
003081         ADD 1 TO WS-CONT-COPIADOS
003082     END-IF.
003083*
003084 330-EXIT.
003085*
003086*===  DEVOLVE AO ITEM DO PEDIDO O RECEBIDO RETIRADO DA DATA:  ===
003087*===  ABATE O RECEBIDO E REABRE O ITEM QUE NAO FOI CANCELADO  ===
003088 340-ESTORNA-RECEBIMENTO SECTION.
003089*
003090     IF RCH-PEDIDO IS NUMERIC AND RCH-LINHA IS NUMERIC
003091             AND RCH-QTD IS NUMERIC
003092         MOVE RCH-PEDIDO TO WS-PEDIDO-BUSCA
003093         MOVE RCH-LINHA  TO WS-LINHA-BUSCA
003094         PERFORM 100-LOCALIZA-ITEM
003095         IF WS-PED-IND > ZEROS
003096             IF RCH-QTD < WS-PED-QTD-RECEBIDA (WS-PED-IND)
003097                 SUBTRACT RCH-QTD
003098                     FROM WS-PED-QTD-RECEBIDA (WS-PED-IND)
003099             ELSE
003100                 MOVE ZEROS TO WS-PED-QTD-RECEBIDA (WS-PED-IND)
003101             END-IF
003102             IF WS-PED-SITUACAO (WS-PED-IND) NOT = 'C'
003103                 IF WS-PED-QTD-RECEBIDA (WS-PED-IND) = ZEROS
003104                     MOVE 'A' TO WS-PED-SITUACAO (WS-PED-IND)
003105                 ELSE
003106                     MOVE 'P' TO WS-PED-SITUACAO (WS-PED-IND)
003107                 END-IF
003108             END-IF
003109         END-IF
003110     END-IF.
003111*
003112 340-EXIT.
003113*
003114*===  CONFRONTA A ENTREGA COM O SALDO DO ITEM DO PEDIDO  ========
003115 400-CONFERE-ENTREGA SECTION.
003116*
003117     MOVE 'N' TO WS-ENT-RECUSADA-SW.
003118     MOVE SPACES TO WS-MOTIVO-RECUSA.
003120*
003130     IF MOV-PEDIDO NOT NUMERIC OR MOV-PED-LINHA NOT NUMERIC
003140             OR MOV-PEDIDO = ZEROS
003150         MOVE 'ENTREGA SEM PEDIDO' TO WS-MOTIVO-RECUSA
003160         MOVE 'S' TO WS-ENT-RECUSADA-SW
003170     ELSE
003172         MOVE MOV-PEDIDO    TO WS-PEDIDO-BUSCA
003174         MOVE MOV-PED-LINHA TO WS-LINHA-BUSCA
003180         PERFORM 100-LOCALIZA-ITEM
003190         IF WS-PED-IND = ZEROS
003200             MOVE 'ITEM DE PEDIDO INEXISTENTE' TO WS-MOTIVO-RECUSA
003210             MOVE 'S' TO WS-ENT-RECUSADA-SW
003220         ELSE
003230             IF WS-PED-INGRED (WS-PED-IND) NOT = MOV-INGRED
003240                 MOVE 'INGREDIENTE DIFERE DO PEDIDO'
003250                     TO WS-MOTIVO-RECUSA
003260                 MOVE 'S' TO WS-ENT-RECUSADA-SW
003270             ELSE
003280                 IF WS-PED-SITUACAO (WS-PED-IND) NOT = 'A'
003290                         AND NOT = 'P'
003300                     MOVE 'ITEM DE PEDIDO JA ENCERRADO'
003310                         TO WS-MOTIVO-RECUSA
003320                     MOVE 'S' TO WS-ENT-RECUSADA-SW
003330                 END-IF
003340             END-IF
003350         END-IF
003360     END-IF.
003370*
003380     IF WS-ENT-RECUSADA
003390         ADD 1 TO WS-CONT-DIVERGENTES
003400         MOVE MOV-QTD TO WS-QTD-EDIT
003410         DISPLAY '  ' MOV-INGRED ' QTD ' WS-QTD-EDIT
003420                 ' PEDIDO ' MOV-PEDIDO '/' MOV-PED-LINHA
003430                 ' ' WS-MOTIVO-RECUSA
003440     ELSE
003450         ADD 1 TO WS-CONT-CONFERIDAS
003460         PERFORM 410-REGISTRA-ENTREGA
003470     END-IF.
003480*
003490 400-EXIT.
003500*
003510*===  ATUALIZA O ITEM, CLASSIFICA A ENTREGA E GRAVA O RECHIST  ==
003520 410-REGISTRA-ENTREGA SECTION.
003530*
003540     COMPUTE WS-SALDO-PEDIDO = WS-PED-QTD (WS-PED-IND)
003550                             - WS-PED-QTD-RECEBIDA (WS-PED-IND)
003560                             - MOV-QTD.
003570     ADD MOV-QTD TO WS-PED-QTD-RECEBIDA (WS-PED-IND).
003580     MOVE WS-DATA-MOVIMENTO TO WS-PED-ULT-ENTREGA (WS-PED-IND).
003590*
003600     MOVE WS-DATA-MOVIMENTO TO RCH-DATA.
003610     MOVE WS-PED-FORNEC (WS-PED-IND) TO RCH-FORNEC.
003620     MOVE MOV-PEDIDO TO RCH-PEDIDO.
003630     MOVE MOV-PED-LINHA TO RCH-LINHA.
003640     MOVE MOV-INGRED TO RCH-INGRED.
003650     MOVE MOV-QTD TO RCH-QTD.
003660     MOVE WS-PED-PREVISTA (WS-PED-IND) TO RCH-PREVISTA.
003670*
003680     IF WS-DATA-MOVIMENTO > WS-PED-PREVISTA (WS-PED-IND)
003690         MOVE 'S' TO RCH-ATRASO
003700     ELSE
003710         MOVE 'N' TO RCH-ATRASO
003720     END-IF.
003730*
003740     IF WS-SALDO-PEDIDO > ZEROS
003750         MOVE 'F' TO RCH-CONFERENCIA
003760         MOVE 'P' TO WS-PED-SITUACAO (WS-PED-IND)
003770     ELSE
003780         MOVE 'F' TO WS-PED-SITUACAO (WS-PED-IND)
003790         IF WS-SALDO-PEDIDO < ZEROS
003800             MOVE 'E' TO RCH-CONFERENCIA
003810         ELSE
003820             MOVE 'C' TO RCH-CONFERENCIA
003830         END-IF
003840     END-IF.
003850*
003860     WRITE RECEBIMENTO-REC.
003870*
003880     PERFORM 110-LOCALIZA-FORNECEDOR.
003890     IF WS-FRN-IND > ZEROS
003900         ADD 1 TO WS-FRN-DIA-ENTREGAS (WS-FRN-IND)
003910         IF RCH-ATRASADA
003920             ADD 1 TO WS-FRN-DIA-ATRASOS (WS-FRN-IND)
003930         END-IF
003940         IF RCH-FALTA
003950             ADD 1 TO WS-FRN-DIA-FALTAS (WS-FRN-IND)
003960         END-IF
003970         IF RCH-EXCESSO
003980             ADD 1 TO WS-FRN-DIA-EXCESSOS (WS-FRN-IND)
003990         END-IF
004000     END-IF.
004010*
004020     IF RCH-ATRASADA OR NOT RCH-COMPLETA
004030         MOVE MOV-QTD TO WS-QTD-EDIT
004040         MOVE WS-SALDO-PEDIDO TO WS-SALDO-EDIT
004050         DISPLAY '  ' RCH-FORNEC ' ' MOV-INGRED
004060                 ' PEDIDO ' MOV-PEDIDO '/' MOV-PED-LINHA
004070         DISPLAY '      RECEBIDO ' WS-QTD-EDIT
004080                 ' SALDO ' WS-SALDO-EDIT
004090                 ' PREVISTO ' RCH-PREVISTA
004100                 ' ATRASO ' RCH-ATRASO
004110                 ' CONF ' RCH-CONFERENCIA
004120     END-IF.
004130*
004140 410-EXIT.
004150*
004160*===  ACUMULA UM RECEBIMENTO DO HISTORICO NA PONTUALIDADE  ======
004170 500-ACUMULA-HISTORICO SECTION.
004180*
004190     READ RECHNOVO
004200         AT END
004210             MOVE 'S' TO WS-FIM-RECHNOVO-SW
004220         NOT AT END
004230             ADD 1 TO WS-CONT-HISTORICO
004240             PERFORM 510-ACUMULA-RECEBIMENTO
004250     END-READ.
004260*
004270 500-EXIT.
004280*
004290 510-ACUMULA-RECEBIMENTO SECTION.
004300*
004310     PERFORM 110-LOCALIZA-FORNECEDOR.
004320     IF WS-FRN-IND > ZEROS
004330         ADD 1 TO WS-FRN-HIS-ENTREGAS (WS-FRN-IND)
004340         IF RCH-ATRASADA
004350             ADD 1 TO WS-FRN-HIS-ATRASOS (WS-FRN-IND)
004360         ELSE
004370             ADD 1 TO WS-FRN-HIS-NO-PRAZO (WS-FRN-IND)
004380         END-IF
004390         IF RCH-FALTA
004400             ADD 1 TO WS-FRN-HIS-FALTAS (WS-FRN-IND)
004410         END-IF
004420         IF RCH-EXCESSO
004430             ADD 1 TO WS-FRN-HIS-EXCESSOS (WS-FRN-IND)
004440         END-IF
004450     END-IF.
004460*
004470 510-EXIT.
004480*
004490*===  IMPRIME O RESUMO DO DIA DE UM FORNECEDOR  =================
004500 600-IMPRIME-DIA SECTION.
004510*
004520     IF WS-FRN-DIA-ENTREGAS (IND-FRN) > ZEROS
004530         DISPLAY '  ' WS-FRN-FORNEC (IND-FRN)
004540                 ' ENTREGAS ' WS-FRN-DIA-ENTREGAS (IND-FRN)
004550                 ' FALTA ' WS-FRN-DIA-FALTAS (IND-FRN)
004560                 ' EXCESSO ' WS-FRN-DIA-EXCESSOS (IND-FRN)
004570                 ' ATRASO ' WS-FRN-DIA-ATRASOS (IND-FRN)
004580     END-IF.
004590*
004600 600-EXIT.
004610*
004620*===  LISTA O ITEM PENDENTE COM A DATA PREVISTA JA VENCIDA  =====
004630 700-VERIFICA-VENCIDO SECTION.
004640*
004650     IF (WS-PED-SITUACAO (IND-PED) = 'A' OR 'P')
004660             AND WS-PED-PREVISTA (IND-PED) < WS-DATA-MOVIMENTO
004670         ADD 1 TO WS-CONT-VENCIDOS
004680         COMPUTE WS-SALDO-PEDIDO = WS-PED-QTD (IND-PED)
004690                                 - WS-PED-QTD-RECEBIDA (IND-PED)
004700         MOVE WS-SALDO-PEDIDO TO WS-SALDO-EDIT
004710         DISPLAY '  ' WS-PED-FORNEC (IND-PED)
004720                 ' PEDIDO ' WS-PED-NUMERO (IND-PED)
004730                 '/' WS-PED-LINHA (IND-PED)
004740                 ' ' WS-PED-INGRED (IND-PED)
004750                 ' PREVISTO ' WS-PED-PREVISTA (IND-PED)
004760                 ' SALDO ' WS-SALDO-EDIT
004770     END-IF.
004780*
004790 700-EXIT.
004800*
004810*===  IMPRIME O INDICE DE PONTUALIDADE DE UM FORNECEDOR  ========
004820 800-IMPRIME-PONTUALIDADE SECTION.
004830*
004840     IF WS-FRN-HIS-ENTREGAS (IND-FRN) > ZEROS
004850         COMPUTE WS-PCT-NO-PRAZO ROUNDED =
004860             WS-FRN-HIS-NO-PRAZO (IND-FRN) * 100
004870                 / WS-FRN-HIS-ENTREGAS (IND-FRN)
004880         MOVE WS-PCT-NO-PRAZO TO WS-PCT-EDIT
004890         DISPLAY '  ' WS-FRN-FORNEC (IND-FRN)
004900                 ' ENTREGAS ' WS-FRN-HIS-ENTREGAS (IND-FRN)
004910                 ' NO PRAZO ' WS-FRN-HIS-NO-PRAZO (IND-FRN)
004920                 ' (' WS-PCT-EDIT '%)'
004930         DISPLAY '      ATRASO ' WS-FRN-HIS-ATRASOS (IND-FRN)
004940                 ' FALTA ' WS-FRN-HIS-FALTAS (IND-FRN)
004950                 ' EXCESSO ' WS-FRN-HIS-EXCESSOS (IND-FRN)
004960     END-IF.
004970*
004980 800-EXIT.
004990*
005000*===  GRAVA UM ITEM DO CADASTRO DE PEDIDOS ATUALIZADO  ==========
005010 950-GRAVA-PEDIDO SECTION.
005020*
005030     MOVE WS-PED-REG (IND-PED) TO PEDNOVO-REC.
005040     WRITE PEDNOVO-REC.
005050     ADD 1 TO WS-CONT-GRAVADOS.
005060*
005070 950-EXIT.
005080*
005090*===  ENCERRA: RESUMO, VENCIDOS, PONTUALIDADE E CADASTRO  =======
005100 9000-FINALIZA SECTION.
005110*
005120     IF WS-MOVFILE-STATUS NOT = '35'
005130         CLOSE MOVFILE
005140     END-IF.
005150     CLOSE RECHNOVO.
005160*
005170     DISPLAY '------------------------------------------------'.
005180     DISPLAY 'RESUMO DO DIA POR FORNECEDOR'.
005190     PERFORM 600-IMPRIME-DIA
005200         VARYING IND-FRN FROM 1 BY 1
005210             UNTIL IND-FRN > WS-CONT-FORNEC.
005220*
005230     DISPLAY '------------------------------------------------'.
005240     DISPLAY 'PEDIDOS EM ABERTO COM ENTREGA VENCIDA'.
005250     PERFORM 700-VERIFICA-VENCIDO
005260         VARYING IND-PED FROM 1 BY 1
005270             UNTIL IND-PED > WS-CONT-PEDIDOS.
005280*
005290     OPEN INPUT RECHNOVO.
005300     PERFORM 500-ACUMULA-HISTORICO
005310         UNTIL WS-FIM-RECHNOVO.
005320     CLOSE RECHNOVO.
005330*
005340     DISPLAY '------------------------------------------------'.
005350     DISPLAY 'PONTUALIDADE DOS FORNECEDORES (HISTORICO)'.
005360     PERFORM 800-IMPRIME-PONTUALIDADE
005370         VARYING IND-FRN FROM 1 BY 1
005380             UNTIL IND-FRN > WS-CONT-FORNEC.
005390*
005400     OPEN OUTPUT PEDNOVO.
005410     PERFORM 950-GRAVA-PEDIDO
005420         VARYING IND-PED FROM 1 BY 1
005430             UNTIL IND-PED > WS-CONT-PEDIDOS.
005440     CLOSE PEDNOVO.
005450*
005460     DISPLAY '------------------------------------------------'.
005470     DISPLAY 'MOVIMENTOS LIDOS     : ' WS-CONT-MOVIMENTOS.
005480     DISPLAY 'ENTREGAS DO DIA      : ' WS-CONT-ENTREGAS.
005490     DISPLAY 'ENTREGAS CONFERIDAS  : ' WS-CONT-CONFERIDAS.
005500     DISPLAY 'ENTREGAS DIVERGENTES : ' WS-CONT-DIVERGENTES.
005510     DISPLAY 'ITENS VENCIDOS       : ' WS-CONT-VENCIDOS.
005520     DISPLAY 'HISTORICO LIDO       : ' WS-CONT-HISTORICO.
005522     DISPLAY 'HISTORICO COPIADO    : ' WS-CONT-COPIADOS.
005524     DISPLAY 'RECEBIMENTOS REFEITOS: ' WS-CONT-REFEITOS.
005530     DISPLAY 'CADASTRO GRAVADO     : ' WS-CONT-GRAVADOS.
005540     DISPLAY 'SUBSTITUIR PEDFILE POR PEDNOVO APOS CONFERIR'.
005545     DISPLAY 'SUBSTITUIR RECHIST POR RECHNOVO APOS CONFERIR'.
005550     DISPLAY '================================================'.
005560*
005570 9000-EXIT.
005580*
005590************* FIM ****************
