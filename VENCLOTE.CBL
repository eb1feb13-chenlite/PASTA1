000010*================================================================
000020* RESTAURANT ORDER APP - LOTES VENCIDOS E A VENCER
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       VENCLOTE.
000060 AUTHOR.           CHEN LI TE.
000070 INSTALLATION.     RESTAURANT OPERATIONS.
000080 DATE-WRITTEN.     22/09/2026.
000090 DATE-COMPILED.
000100*
000110* HISTORICO DE ALTERACOES
000120* ------------------------------------------------------------
000130* 2026-09-22 CLT  PROGRAMA ORIGINAL - PASSO DA MANHA SOBRE O
000140*                 CADASTRO DE LOTES ABERTOS (LOTEFILE) GRAVADO
000150*                 PELA ULTIMA ATUALEST. RELACIONA OS LOTES
000160*                 QUE VENCEM DENTRO DE N DIAS PARA O ALMOXARIFADO
000170*                 USAR PRIMEIRO, E PARA CADA LOTE JA VENCIDO GRAVA
000180*                 NO MOVFILE DO DIA UMA PERDA COM O NUMERO DO LOTE
000190*                 E TODO O SEU SALDO, QUE A PROXIMA ATUALEST BAIXA
000200*                 DO LOTE E LANCA NO LIVROMOV.
000210*                 PARAMETROS: DATA DO MOVIMENTO (AAAAMMDD, PADRAO
000220*                 DIA CORRENTE) E DIAS DE ANTECEDENCIA (DOIS
000230*                 DIGITOS, PADRAO 03).
000231* 2026-09-24 CLT  MOVFILE PASSA A 52 POSICOES (ITEM DO PEDIDO DE
000232*                 COMPRA, ZERADO NA PERDA POR VENCIMENTO).
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT LOTEFILE
000290         ASSIGN TO "LOTEFILE"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-LOTEFILE-STATUS.
000320     SELECT MOVFILE
000330         ASSIGN TO "MOVFILE"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-MOVFILE-STATUS.
000360*
000370 DATA DIVISION.
000380 FILE SECTION.
000390*
000400 FD  LOTEFILE
000410     RECORDING MODE IS F
000420     RECORD CONTAINS 45 CHARACTERS
000430     LABEL RECORDS ARE STANDARD.
000440     COPY LOTEREC.
000450*
000460 FD  MOVFILE
000470     RECORDING MODE IS F
000480     RECORD CONTAINS 52 CHARACTERS
000490     LABEL RECORDS ARE STANDARD.
000500     COPY MOVREC.
000510*
000520 WORKING-STORAGE SECTION.
000530*
000540 77  IND-LOT                 PIC 9(03) VALUE ZEROS.
000550 77  WS-CONT-LOTES           PIC 9(03) VALUE ZEROS.
000560 77  WS-CONT-INVALIDOS       PIC 9(03) VALUE ZEROS.
000570 77  WS-CONT-VENCIDOS        PIC 9(03) VALUE ZEROS.
000580 77  WS-CONT-A-VENCER        PIC 9(03) VALUE ZEROS.
000590 77  WS-CONT-SEM-VALIDADE    PIC 9(03) VALUE ZEROS.
000600 77  WS-CONT-PERDAS          PIC 9(03) VALUE ZEROS.
000610 77  WS-LOTEFILE-STATUS      PIC X(02) VALUE ZEROS.
000620 77  WS-MOVFILE-STATUS       PIC X(02) VALUE ZEROS.
000630 77  WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
000640 77  WS-DIAS-AVISO           PIC 9(02) VALUE 03.
000650 77  WS-SERIAL-HOJE          PIC 9(07) VALUE ZEROS.
000660 77  WS-DIAS-RESTANTES       PIC S9(07) VALUE ZEROS.
000670 77  WS-ANO2                 PIC 9(05) VALUE ZEROS.
000680 77  WS-MES2                 PIC 9(02) VALUE ZEROS.
000690 77  WS-Q4                   PIC 9(05) VALUE ZEROS.
000700 77  WS-Q100                 PIC 9(05) VALUE ZEROS.
000710 77  WS-Q400                 PIC 9(05) VALUE ZEROS.
000720 77  WS-QM                   PIC 9(05) VALUE ZEROS.
000730 77  WS-SERIAL               PIC 9(07) VALUE ZEROS.
000740 77  WS-QTD-EDIT             PIC ZZZZZZ9.99.
000750 77  WS-DIAS-EDIT            PIC Z9.
000760 77  WS-PARM-LINHA           PIC X(20) VALUE SPACES.
000770 77  WS-PARM-TOKEN1          PIC X(08) VALUE SPACES.
000780 77  WS-PARM-TOKEN2          PIC X(08) VALUE SPACES.
000790*
000800 01  WS-SWITCHES.
000810     05  WS-FIM-LOTEFILE-SW       PIC X(01) VALUE 'N'.
000820         88  WS-FIM-LOTEFILE                VALUE 'S'.
000830*
000840*    DATA DECOMPOSTA PARA O CALCULO DO NUMERO SERIAL DO DIA,
000850*    NA MESMA CONTA DO RELATORIO DE TENDENCIA (RELHIST).
000860 01  WS-DATA-DEC.
000870     05  WS-DD-ANO           PIC 9(04).
000880     05  WS-DD-MES           PIC 9(02).
000890     05  WS-DD-DIA           PIC 9(02).
000900*
000910*    LOTES ABERTOS NA ORDEM DE LOTEFILE, COM OS DIAS QUE FALTAM
000920*    PARA A VALIDADE (NEGATIVO QUANDO JA VENCIDO).
000930 01  WS-TABELA-LOTES.
000940     05  WS-LOT-ENT OCCURS 200 TIMES.
000950         10  WS-LOT-INGRED   PIC X(10).
000960         10  WS-LOT-NUMERO   PIC X(10).
000970         10  WS-LOT-ENTRADA  PIC 9(08).
000980         10  WS-LOT-VALIDADE PIC 9(08).
000990         10  WS-LOT-SALDO    PIC 9(07)V99.
001000         10  WS-LOT-DIAS     PIC S9(07).
001010*
001020 PROCEDURE DIVISION.
001030*
001040*===  LACO PRINCIPAL DO CONTROLE DE VALIDADE  ===================
001050 0000-MAINLINE SECTION.
001060*
001070     PERFORM 1000-INICIALIZA.
001080*
001090     PERFORM 2000-CARREGA-LOTES
001100         UNTIL WS-FIM-LOTEFILE.
001110*
001120     PERFORM 9000-FINALIZA.
001130*
001140     STOP RUN.
001150*
001160 0000-EXIT.
001170*
001180*===  TRATA PARAMETROS E ABRE OS ARQUIVOS  ======================
001190 1000-INICIALIZA SECTION.
001200*
001210     INITIALIZE WS-TABELA-LOTES.
001220*
001230     ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
001240     UNSTRING WS-PARM-LINHA DELIMITED BY ALL ' '
001250         INTO WS-PARM-TOKEN1 WS-PARM-TOKEN2.
001260*
001270     IF WS-PARM-TOKEN1 (1:8) IS NUMERIC
001280         MOVE WS-PARM-TOKEN1 (1:8) TO WS-DATA-MOVTO
001290     ELSE
001300         ACCEPT WS-DATA-MOVTO FROM DATE YYYYMMDD
001310     END-IF.
001320     IF WS-PARM-TOKEN2 (1:2) IS NUMERIC
001330             AND WS-PARM-TOKEN2 (3:6) = SPACES
001340         MOVE WS-PARM-TOKEN2 (1:2) TO WS-DIAS-AVISO
001350     END-IF.
001360*
001370     DISPLAY 'VALIDADE DOS LOTES EM ' WS-DATA-MOVTO
001380             ' AVISO DE ' WS-DIAS-AVISO ' DIAS'.
001390*
001400     MOVE WS-DATA-MOVTO TO WS-DATA-DEC.
001410     PERFORM 800-CALCULA-SERIAL.
001420     MOVE WS-SERIAL TO WS-SERIAL-HOJE.
001430*
001440     OPEN INPUT LOTEFILE.
001450     IF WS-LOTEFILE-STATUS = '35'
001460         DISPLAY 'LOTEFILE AUSENTE, NENHUM LOTE ABERTO'
001470         MOVE 'S' TO WS-FIM-LOTEFILE-SW
001480     END-IF.
001490*
001500 1000-EXIT.
001510*
001520*===  CARREGA UM LOTE ABERTO E CALCULA OS DIAS ATE A VALIDADE  ==
001530 2000-CARREGA-LOTES SECTION.
001540*
001550     READ LOTEFILE
001560         AT END
001570             MOVE 'S' TO WS-FIM-LOTEFILE-SW
001580         NOT AT END
001590             PERFORM 2100-CARREGA-LOTE
001600     END-READ.
001610*
001620 2000-EXIT.
001630*
001640 2100-CARREGA-LOTE SECTION.
001650*
001660     IF LOT-INGRED = SPACES OR LOT-SALDO NOT NUMERIC
001670             OR LOT-VALIDADE NOT NUMERIC
001680         ADD 1 TO WS-CONT-INVALIDOS
001690         DISPLAY 'LOTE INVALIDO IGNORADO: ' LOTE-REC
001700     ELSE
001710         IF WS-CONT-LOTES >= 200
001720             DISPLAY 'TABELA DE LOTES CHEIA, IGNORADO: '
001730                     LOTE-REC
001740         ELSE
001750             ADD 1 TO WS-CONT-LOTES
001760             MOVE LOT-INGRED TO WS-LOT-INGRED (WS-CONT-LOTES)
001770             MOVE LOT-NUMERO TO WS-LOT-NUMERO (WS-CONT-LOTES)
001780             MOVE LOT-ENTRADA TO WS-LOT-ENTRADA (WS-CONT-LOTES)
001790             MOVE LOT-VALIDADE TO WS-LOT-VALIDADE (WS-CONT-LOTES)
001800             MOVE LOT-SALDO TO WS-LOT-SALDO (WS-CONT-LOTES)
001810             IF LOT-VALIDADE > ZEROS
001820                 MOVE LOT-VALIDADE TO WS-DATA-DEC
001830                 PERFORM 800-CALCULA-SERIAL
001840                 COMPUTE WS-LOT-DIAS (WS-CONT-LOTES) =
001850                     WS-SERIAL - WS-SERIAL-HOJE
001860             END-IF
001870         END-IF
001880     END-IF.
001890*
001900 2100-EXIT.
001910*
001920*===  LOTE JA VENCIDO: IMPRIME E GRAVA A PERDA DO SALDO DO LOTE  =
001930 400-TRATA-VENCIDO SECTION.
001940*
001950     IF WS-LOT-VALIDADE (IND-LOT) > ZEROS
001960             AND WS-LOT-DIAS (IND-LOT) < ZEROS
001970             AND WS-LOT-SALDO (IND-LOT) > ZEROS
001980         ADD 1 TO WS-CONT-VENCIDOS
001990         MOVE WS-LOT-SALDO (IND-LOT) TO WS-QTD-EDIT
002000         DISPLAY '  ' WS-LOT-INGRED (IND-LOT)
002010                 ' LOTE ' WS-LOT-NUMERO (IND-LOT)
002020                 ' VALIDADE ' WS-LOT-VALIDADE (IND-LOT)
002030                 ' SALDO ' WS-QTD-EDIT
002040         MOVE WS-LOT-INGRED (IND-LOT) TO MOV-INGRED
002050         MOVE 'PERDA' TO MOV-TIPO
002060         MOVE WS-LOT-SALDO (IND-LOT) TO MOV-QTD
002070         MOVE WS-LOT-NUMERO (IND-LOT) TO MOV-LOTE
002080         MOVE WS-LOT-VALIDADE (IND-LOT) TO MOV-VALIDADE
002082         MOVE ZEROS TO MOV-PEDIDO
002084         MOVE ZEROS TO MOV-PED-LINHA
002090         WRITE MOVIMENTO-REC
002100         ADD 1 TO WS-CONT-PERDAS
002110     END-IF.
002120*
002130 400-EXIT.
002140*
002150*===  LOTE QUE VENCE DENTRO DO AVISO: IMPRIME PARA USO PRIMEIRO  =
002160 500-TRATA-A-VENCER SECTION.
002170*
002180     IF WS-LOT-VALIDADE (IND-LOT) = ZEROS
002190         ADD 1 TO WS-CONT-SEM-VALIDADE
002200     ELSE
002210         IF WS-LOT-DIAS (IND-LOT) NOT < ZEROS
002220                 AND WS-LOT-DIAS (IND-LOT) NOT > WS-DIAS-AVISO
002230             ADD 1 TO WS-CONT-A-VENCER
002240             MOVE WS-LOT-SALDO (IND-LOT) TO WS-QTD-EDIT
002250             MOVE WS-LOT-DIAS (IND-LOT) TO WS-DIAS-EDIT
002260             DISPLAY '  ' WS-LOT-INGRED (IND-LOT)
002270                     ' LOTE ' WS-LOT-NUMERO (IND-LOT)
002280                     ' VALIDADE ' WS-LOT-VALIDADE (IND-LOT)
002290                     ' SALDO ' WS-QTD-EDIT
002300                     ' FALTAM ' WS-DIAS-EDIT ' DIAS'
002310         END-IF
002320     END-IF.
002330*
002340 500-EXIT.
002350*
002360*===  CALCULA O NUMERO SERIAL DO DIA DE WS-DATA-DEC, COM  =======
002370*===  DIVISOES INTEIRAS PARCIAIS PARA MANTER O TRUNCAMENTO  =====
002380 800-CALCULA-SERIAL SECTION.
002390*
002400     IF WS-DD-MES < 3
002410         COMPUTE WS-ANO2 = WS-DD-ANO - 1
002420         COMPUTE WS-MES2 = WS-DD-MES + 12
002430     ELSE
002440         MOVE WS-DD-ANO TO WS-ANO2
002450         MOVE WS-DD-MES TO WS-MES2
002460     END-IF.
002470*
002480     COMPUTE WS-Q4   = WS-ANO2 / 4.
002490     COMPUTE WS-Q100 = WS-ANO2 / 100.
002500     COMPUTE WS-Q400 = WS-ANO2 / 400.
002510     COMPUTE WS-QM   = (153 * (WS-MES2 + 1)) / 5.
002520     COMPUTE WS-SERIAL = 365 * WS-ANO2 + WS-Q4 - WS-Q100
002530         + WS-Q400 + WS-QM + WS-DD-DIA.
002540*
002550 800-EXIT.
002560*
002570*===  ENCERRA: VENCIDOS COM PERDA, A VENCER E TOTAIS  ===========
002580 9000-FINALIZA SECTION.
002590*
002600     IF WS-LOTEFILE-STATUS NOT = '35'
002610         CLOSE LOTEFILE
002620     END-IF.
002630*
002640     OPEN EXTEND MOVFILE.
002650     IF WS-MOVFILE-STATUS = '35'
002660         OPEN OUTPUT MOVFILE
002670     END-IF.
002680*
002690     DISPLAY '================================================'.
002700     DISPLAY 'RELATORIO DE VALIDADE DOS LOTES'.
002710     DISPLAY '================================================'.
002720     DISPLAY 'LOTES VENCIDOS (PERDA GRAVADA NO MOVFILE)'.
002730     PERFORM 400-TRATA-VENCIDO
002740         VARYING IND-LOT FROM 1 BY 1
002750             UNTIL IND-LOT > WS-CONT-LOTES.
002760     DISPLAY '------------------------------------------------'.
002770     DISPLAY 'LOTES QUE VENCEM EM ATE ' WS-DIAS-AVISO ' DIAS'.
002780     PERFORM 500-TRATA-A-VENCER
002790         VARYING IND-LOT FROM 1 BY 1
002800             UNTIL IND-LOT > WS-CONT-LOTES.
002810     DISPLAY '------------------------------------------------'.
002820     DISPLAY 'LOTES ABERTOS LIDOS  : ' WS-CONT-LOTES.
002830     DISPLAY 'LOTES INVALIDOS      : ' WS-CONT-INVALIDOS.
002840     DISPLAY 'LOTES VENCIDOS       : ' WS-CONT-VENCIDOS.
002850     DISPLAY 'LOTES A VENCER       : ' WS-CONT-A-VENCER.
002860     DISPLAY 'LOTES SEM VALIDADE   : ' WS-CONT-SEM-VALIDADE.
002870     DISPLAY 'PERDAS GRAVADAS      : ' WS-CONT-PERDAS.
002880     DISPLAY '================================================'.
002890*
002900     CLOSE MOVFILE.
002910*
002920 9000-EXIT.
002930*
002940************* FIM ****************
