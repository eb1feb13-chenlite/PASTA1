000010*================================================================
000020* RESTAURANT ORDER APP - REABERTURA DE DATA FECHADA
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       REABRE.
000060 AUTHOR.           CHEN LI TE.
000070 INSTALLATION.     RESTAURANT OPERATIONS.
000080 DATE-WRITTEN.     01/10/2026.
000090 DATE-COMPILED.
000100*
000110* HISTORICO DE ALTERACOES
000120* ------------------------------------------------------------
000130* 2026-10-01 CLT  PROGRAMA ORIGINAL - REABRE UMA DATA DE MOVIMENTO
000140*                 JA PROCESSADA PELA ESTEIRA (PARAMETROS DATA,
000150*                 USUARIO E MOTIVO), DESFAZENDO O QUE FOI LANCADO
000160*                 NOS ARQUIVOS ACUMULADOS: RETIRA OS REGISTROS DA
000170*                 DATA DE HISTVEN, HISAJU E TICKREG, DEVOLVE AO
000180*                 CADASTRO DE ESTOQUE OS MOVIMENTOS DA DATA NO
000190*                 LIVROMOV (RETIRANDO AS LINHAS DO LIVRO) E RETIRA
000200*                 DO CADASTRO DE LOTES OS LOTES RECEBIDOS NA DATA.
000210*                 GRAVA OS ARQUIVOS ENXUTOS EM HISTNOVO, HAJNOVO,
000220*                 TKTNOVO, LIVNOVO, ESTNOVO E LOTENOVO, ANEXA EM
000230*                 CTLFILE O EVENTO REABRE DE CADA PASSO EXECUTADO
000240*                 NA DATA (COM O USUARIO E O MOTIVO) E IMPRIME O
000250*                 RELATORIO DE AUDITORIA DA REABERTURA. RECUSA
000260*                 (RETURN-CODE 8) DATA SEM PASSO EXECUTADO DESDE A
000270*                 ULTIMA REABERTURA OU COM PASSO EM EXECUCAO.
000271* 2026-10-06 CLT  HISTVEN A 78 E ESTFILE A 32 POSICOES (FILIAL).
000272* 2026-10-15 CLT  CADASTRO DE LOTES DEVOLVIDO AO ESTADO ANTERIOR A
000273*                 DATA PELA IMAGEM GRAVADA PELO ATUALEST NO
000274*                 LOTEANT: SALDO = ATUAL + ANTES DO DIA - DEPOIS
000275*                 DO DIA, REPONDO O CONSUMO FIFO, A PERDA POR LOTE
000276*                 E A ENTREGA SOMADA A LOTE JA ABERTO. IMAGENS DA
000277*                 DATA RETIRADAS DO LOTEANT (LANNOVO); LOTES
000278*                 RESTAURADOS NO RELATORIO. SEM IMAGEM DA DATA, SO
000279*                 RETIRA OS LOTES RECEBIDOS NELA.
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CTLFILE
000330         ASSIGN TO "CTLFILE"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-CTLFILE-STATUS.
000360     SELECT HISTVEN
000370         ASSIGN TO "HISTVEN"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT HISTNOVO
000400         ASSIGN TO "HISTNOVO"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT HISAJU
000430         ASSIGN TO "HISAJU"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-HISAJU-STATUS.
000460     SELECT HAJNOVO
000470         ASSIGN TO "HAJNOVO"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT TICKREG
000500         ASSIGN TO "TICKREG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-TICKREG-STATUS.
000530     SELECT TKTNOVO
000540         ASSIGN TO "TKTNOVO"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT LIVROMOV
000570         ASSIGN TO "LIVROMOV"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-LIVROMOV-STATUS.
000600     SELECT LIVNOVO
000610         ASSIGN TO "LIVNOVO"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT ESTFILE
000640         ASSIGN TO "ESTFILE"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT ESTNOVO
000670         ASSIGN TO "ESTNOVO"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690     SELECT LOTEFILE
000700         ASSIGN TO "LOTEFILE"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-LOTEFILE-STATUS.
000730     SELECT LOTENOVO
000740         ASSIGN TO "LOTENOVO"
000741         ORGANIZATION IS LINE SEQUENTIAL.
000742     SELECT LOTEANT
000743         ASSIGN TO "LOTEANT"
000744         ORGANIZATION IS LINE SEQUENTIAL
000745         FILE STATUS IS WS-LOTEANT-STATUS.
000746     SELECT LANNOVO
000747         ASSIGN TO "LANNOVO"
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000790*
000800 FD  CTLFILE
000810     RECORDING MODE IS F
000820     RECORD CONTAINS 78 CHARACTERS
000830     LABEL RECORDS ARE STANDARD.
000840     COPY CTLREC.
000850*
000860 FD  HISTVEN
000870     RECORDING MODE IS F
000880     RECORD CONTAINS 78 CHARACTERS
000890     LABEL RECORDS ARE STANDARD.
000900     COPY HISTREC.
000910*
000920 FD  HISTNOVO
000930     RECORDING MODE IS F
000940     RECORD CONTAINS 78 CHARACTERS
000950     LABEL RECORDS ARE STANDARD.
000960 01  HISTNOVO-REC            PIC X(78).
000970*
000980 FD  HISAJU
000990     RECORDING MODE IS F
001000     RECORD CONTAINS 75 CHARACTERS
001010     LABEL RECORDS ARE STANDARD.
001020     COPY HAJREC.
001030*
001040 FD  HAJNOVO
001050     RECORDING MODE IS F
001060     RECORD CONTAINS 75 CHARACTERS
001070     LABEL RECORDS ARE STANDARD.
001080 01  HAJNOVO-REC             PIC X(75).
001090*
001100 FD  TICKREG
001110     RECORDING MODE IS F
001120     RECORD CONTAINS 24 CHARACTERS
001130     LABEL RECORDS ARE STANDARD.
001140     COPY TKTREC.
001150*
001160 FD  TKTNOVO
001170     RECORDING MODE IS F
001180     RECORD CONTAINS 24 CHARACTERS
001190     LABEL RECORDS ARE STANDARD.
001200 01  TKTNOVO-REC             PIC X(24).
001210*
001220 FD  LIVROMOV
001230     RECORDING MODE IS F
001240     RECORD CONTAINS 45 CHARACTERS
001250     LABEL RECORDS ARE STANDARD.
001260     COPY LIVREC.
001270*
001280 FD  LIVNOVO
001290     RECORDING MODE IS F
001300     RECORD CONTAINS 45 CHARACTERS
001310     LABEL RECORDS ARE STANDARD.
001320 01  LIVNOVO-REC             PIC X(45).
001330*
001340 FD  ESTFILE
001350     RECORDING MODE IS F
001360     RECORD CONTAINS 32 CHARACTERS
001370     LABEL RECORDS ARE STANDARD.
001380     COPY ESTREC.
001390*
001400 FD  ESTNOVO
001410     RECORDING MODE IS F
001420     RECORD CONTAINS 32 CHARACTERS
001430     LABEL RECORDS ARE STANDARD.
001440 01  ESTNOVO-REC             PIC X(32).
001450*
001460 FD  LOTEFILE
001470     RECORDING MODE IS F
001480     RECORD CONTAINS 45 CHARACTERS
001490     LABEL RECORDS ARE STANDARD.
001500     COPY LOTEREC.
001510*
001520 FD  LOTENOVO
001530     RECORDING MODE IS F
001540     RECORD CONTAINS 45 CHARACTERS
001550     LABEL RECORDS ARE STANDARD.
001560 01  LOTENOVO-REC            PIC X(45).
001561*
001562 FD  LOTEANT
001563     RECORDING MODE IS F
001564     RECORD CONTAINS 54 CHARACTERS
001565     LABEL RECORDS ARE STANDARD.
001566     COPY LANREC.
001567*
001568 FD  LANNOVO
001569     RECORDING MODE IS F
001570     RECORD CONTAINS 54 CHARACTERS
001571     LABEL RECORDS ARE STANDARD.
001572 01  LANNOVO-REC             PIC X(54).
001573*
001580 WORKING-STORAGE SECTION.
001590*
001600 77  IND-PAS                 PIC 9(02) VALUE ZEROS.
001610 77  IND-REV                 PIC 9(03) VALUE ZEROS.
001620 77  WS-REV-IND              PIC 9(03) VALUE ZEROS.
001622 77  IND-LRV                 PIC 9(03) VALUE ZEROS.
001624 77  WS-LRV-IND              PIC 9(03) VALUE ZEROS.
001626 77  WS-CONT-LOTES-REV       PIC 9(03) VALUE ZEROS.
001630 77  WS-CONT-REVERSOES       PIC 9(03) VALUE ZEROS.
001640 77  WS-CONT-EVENTOS         PIC 9(05) VALUE ZEROS.
001650 77  WS-CONT-PASSOS-ATIVOS   PIC 9(02) VALUE ZEROS.
001660 77  WS-CONT-HIS-LIDOS       PIC 9(06) VALUE ZEROS.
001670 77  WS-CONT-HIS-REMOVIDOS   PIC 9(06) VALUE ZEROS.
001680 77  WS-CONT-HAJ-REMOVIDOS   PIC 9(05) VALUE ZEROS.
001690 77  WS-CONT-TKT-REMOVIDOS   PIC 9(05) VALUE ZEROS.
001700 77  WS-CONT-LIV-REMOVIDAS   PIC 9(05) VALUE ZEROS.
001710 77  WS-CONT-LIV-POSTERIORES PIC 9(05) VALUE ZEROS.
001720 77  WS-CONT-EST-GRAVADOS    PIC 9(03) VALUE ZEROS.
001730 77  WS-CONT-EST-REVERTIDOS  PIC 9(03) VALUE ZEROS.
001740 77  WS-CONT-NEGATIVOS       PIC 9(03) VALUE ZEROS.
001750 77  WS-CONT-LOT-REMOVIDOS   PIC 9(03) VALUE ZEROS.
001752 77  WS-CONT-LOT-RESTAURADOS PIC 9(03) VALUE ZEROS.
001754 77  WS-CONT-LOT-GRAVADOS    PIC 9(03) VALUE ZEROS.
001756 77  WS-CONT-LAN-REMOVIDAS   PIC 9(05) VALUE ZEROS.
001760 77  WS-QTD-HIS-REMOVIDA     PIC 9(07) VALUE ZEROS.
001770 77  WS-VAL-HIS-REMOVIDO     PIC 9(09)V99 VALUE ZEROS.
001780 77  WS-VAL-HAJ-REMOVIDO     PIC S9(09)V99 VALUE ZEROS.
001790 77  WS-SALDO-NOVO           PIC S9(07)V99 VALUE ZEROS.
001795 77  WS-SALDO-LOTE           PIC S9(07)V99 VALUE ZEROS.
001800 77  WS-INGRED-BUSCA         PIC X(10) VALUE SPACES.
001810 77  WS-CTLFILE-STATUS       PIC X(02) VALUE ZEROS.
001820 77  WS-HISAJU-STATUS        PIC X(02) VALUE ZEROS.
001830 77  WS-TICKREG-STATUS       PIC X(02) VALUE ZEROS.
001840 77  WS-LIVROMOV-STATUS      PIC X(02) VALUE ZEROS.
001850 77  WS-LOTEFILE-STATUS      PIC X(02) VALUE ZEROS.
001855 77  WS-LOTEANT-STATUS       PIC X(02) VALUE ZEROS.
001860 77  WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
001870 77  WS-DATA-EXEC            PIC 9(08) VALUE ZEROS.
001880 77  WS-HORA-EXEC            PIC 9(08) VALUE ZEROS.
001890 77  WS-USUARIO              PIC X(08) VALUE SPACES.
001900 77  WS-MOTIVO               PIC X(30) VALUE SPACES.
001910 77  WS-PARM-LINHA           PIC X(80) VALUE SPACES.
001920 77  WS-PARM-TOKEN1          PIC X(08) VALUE SPACES.
001930 77  WS-PARM-TOKEN2          PIC X(08) VALUE SPACES.
001940 77  WS-PONTEIRO             PIC 9(03) VALUE ZEROS.
001950 77  WS-QTD-EDIT             PIC ZZZZZZ9.
001960 77  WS-VAL-EDIT             PIC -ZZZZZZZZ9.99.
001970 77  WS-SALDO-EDIT           PIC -ZZZZZZ9.99.
001980 77  WS-SALDO-EDIT2          PIC -ZZZZZZ9.99.
001990*
002000 01  WS-SWITCHES.
002010     05  WS-FIM-CTLFILE-SW        PIC X(01) VALUE 'N'.
002020         88  WS-FIM-CTLFILE                 VALUE 'S'.
002030     05  WS-FIM-HISTVEN-SW        PIC X(01) VALUE 'N'.
002040         88  WS-FIM-HISTVEN                 VALUE 'S'.
002050     05  WS-FIM-HISAJU-SW         PIC X(01) VALUE 'N'.
002060         88  WS-FIM-HISAJU                  VALUE 'S'.
002070     05  WS-FIM-TICKREG-SW        PIC X(01) VALUE 'N'.
002080         88  WS-FIM-TICKREG                 VALUE 'S'.
002090     05  WS-FIM-LIVROMOV-SW       PIC X(01) VALUE 'N'.
002100         88  WS-FIM-LIVROMOV                VALUE 'S'.
002110     05  WS-FIM-ESTFILE-SW        PIC X(01) VALUE 'N'.
002120         88  WS-FIM-ESTFILE                 VALUE 'S'.
002130     05  WS-FIM-LOTEFILE-SW       PIC X(01) VALUE 'N'.
002140         88  WS-FIM-LOTEFILE                VALUE 'S'.
002142     05  WS-FIM-LOTEANT-SW        PIC X(01) VALUE 'N'.
002144         88  WS-FIM-LOTEANT                 VALUE 'S'.
002150     05  WS-RECUSADO-SW           PIC X(01) VALUE 'N'.
002160         88  WS-RECUSADO                    VALUE 'S'.
002170*
002180*    PASSOS DA ESTEIRA NA ORDEM DE EXECUCAO, COMO NO RUNCTL.
002190 01  WS-PASSO-NOMES.
002200     05  FILLER                   PIC X(08) VALUE 'AUDMENU'.
002210     05  FILLER                   PIC X(08) VALUE 'TESTE1'.
002220     05  FILLER                   PIC X(08) VALUE 'BAIXAEST'.
002230     05  FILLER                   PIC X(08) VALUE 'ESTORNO'.
002240     05  FILLER                   PIC X(08) VALUE 'ATUALEST'.
002250     05  FILLER                   PIC X(08) VALUE 'FECHACX'.
002260     05  FILLER                   PIC X(08) VALUE 'RECICLA'.
002270 01  WS-PASSO-NOMES-TAB REDEFINES WS-PASSO-NOMES.
002280     05  WS-PASSO-NOME OCCURS 7 TIMES PIC X(08).
002290*
002300*    SITUACAO DE CADA PASSO NA DATA DESDE A ULTIMA REABERTURA,
002310*    MONTADA DOS EVENTOS DE CTLFILE NA ORDEM DO ARQUIVO. PASSO
002320*    ATIVO E O QUE TEM EVENTO APOS O ULTIMO REABRE.
002330 01  WS-TABELA-PASSOS.
002340     05  WS-PAS-ENT OCCURS 7 TIMES.
002350         10  WS-PAS-ATIVO-SW     PIC X(01).
002360         10  WS-PAS-INICIADO-SW  PIC X(01).
002370         10  WS-PAS-CONCLUIDO-SW PIC X(01).
002380*
002390*    INGREDIENTES MOVIMENTADOS NA DATA SEGUNDO O LIVROMOV: SALDO
002400*    ANTES DO PRIMEIRO MOVIMENTO DA DATA E SALDO APOS O ULTIMO,
002410*    PARA DEVOLVER AO CADASTRO A DIFERENCA LANCADA NO DIA.
002420 01  WS-TABELA-REVERSAO.
002430     05  WS-REV-ENT OCCURS 50 TIMES.
002440         10  WS-REV-INGRED       PIC X(10).
002450         10  WS-REV-ANTES        PIC S9(07)V99.
002460         10  WS-REV-DEPOIS       PIC S9(07)V99.
002470         10  WS-REV-LINHAS       PIC 9(03).
002480         10  WS-REV-SALDO-ATUAL  PIC 9(07)V99.
002490         10  WS-REV-SALDO-NOVO   PIC 9(07)V99.
002500         10  WS-REV-APLICADO-SW  PIC X(01).
002510*
002511*    LOTES NA ORDEM DE RECEBIMENTO: OS DA IMAGEM DA DATA NO
002512*    LOTEANT (OS DE ANTES DO DIA, DEPOIS OS ABERTOS NO DIA) E
002513*    OS DO LOTEFILE RECEBIDOS DEPOIS, COM O SALDO DE CADA UM
002514*    ANTES DO DIA, DEPOIS DO DIA, ATUAL E RESTAURADO.
002515 01  WS-TABELA-LOTES.
002516     05  WS-LRV-ENT OCCURS 200 TIMES.
002517         10  WS-LRV-INGRED       PIC X(10).
002518         10  WS-LRV-NUMERO       PIC X(10).
002519         10  WS-LRV-ENTRADA      PIC 9(08).
002520         10  WS-LRV-VALIDADE     PIC 9(08).
002521         10  WS-LRV-ANTES        PIC 9(07)V99.
002522         10  WS-LRV-DEPOIS       PIC 9(07)V99.
002523         10  WS-LRV-ATUAL        PIC 9(07)V99.
002524         10  WS-LRV-NOVO         PIC 9(07)V99.
002525*
002526*    LOTE EM TRATAMENTO, NO LAYOUT DO LOTEREC.
002527 01  WS-LOTE-BUSCA.
002528     05  WS-LBU-INGRED           PIC X(10).
002529     05  WS-LBU-NUMERO           PIC X(10).
002530     05  WS-LBU-ENTRADA          PIC 9(08).
002531     05  WS-LBU-VALIDADE         PIC 9(08).
002532     05  WS-LBU-SALDO            PIC 9(07)V99.
002533*
002534 PROCEDURE DIVISION.
002535*
002540*===  LACO PRINCIPAL DA REABERTURA  =============================
002550 0000-MAINLINE SECTION.
002560*
002570     PERFORM 1000-INICIALIZA.
002580*
002590     IF NOT WS-RECUSADO
002600         PERFORM 1100-ABRE-ARQUIVOS
002610         PERFORM 2000-PROCESSA-LIVRO
002620             UNTIL WS-FIM-LIVROMOV
002630         PERFORM 2200-REVERTE-ESTOQUE
002640             UNTIL WS-FIM-ESTFILE
002650         PERFORM 2400-PROCESSA-HISTVEN
002660             UNTIL WS-FIM-HISTVEN
002670         PERFORM 2600-PROCESSA-HISAJU
002680             UNTIL WS-FIM-HISAJU
002690         PERFORM 2800-PROCESSA-TICKREG
002700             UNTIL WS-FIM-TICKREG
002702         PERFORM 3200-PROCESSA-LOTEANT
002704             UNTIL WS-FIM-LOTEANT
002710         PERFORM 3000-PROCESSA-LOTEFILE
002720             UNTIL WS-FIM-LOTEFILE
002722         PERFORM 340-GRAVA-LOTE
002724             VARYING IND-LRV FROM 1 BY 1
002726                 UNTIL IND-LRV > WS-CONT-LOTES-REV
002730         PERFORM 500-GRAVA-REABERTURA
002740     END-IF.
002750*
002760     PERFORM 9000-FINALIZA.
002770*
002780     STOP RUN.
002790*
002800 0000-EXIT.
002810*
002820*===  TRATA OS PARAMETROS E CONFERE A SITUACAO DA DATA  =========
002830 1000-INICIALIZA SECTION.
002840*
002850     INITIALIZE WS-TABELA-PASSOS.
002860     INITIALIZE WS-TABELA-REVERSAO.
002865     INITIALIZE WS-TABELA-LOTES.
002870*
002880     ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
002890     ACCEPT WS-HORA-EXEC FROM TIME.
002900*
002910     ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
002920     MOVE 1 TO WS-PONTEIRO.
002930     UNSTRING WS-PARM-LINHA DELIMITED BY ALL ' '
002940         INTO WS-PARM-TOKEN1 WS-PARM-TOKEN2
002950         WITH POINTER WS-PONTEIRO.
002960     IF WS-PONTEIRO <= 80
002970         MOVE WS-PARM-LINHA (WS-PONTEIRO:) TO WS-MOTIVO
002980     END-IF.
002990*
003000     IF WS-PARM-TOKEN1 (1:8) IS NUMERIC
003010         MOVE WS-PARM-TOKEN1 (1:8) TO WS-DATA-MOVTO
003020     ELSE
003030         DISPLAY 'DATA DO MOVIMENTO INVALIDA: ' WS-PARM-TOKEN1
003040         MOVE 'S' TO WS-RECUSADO-SW
003050     END-IF.
003060*
003070     MOVE WS-PARM-TOKEN2 TO WS-USUARIO.
003080     IF WS-USUARIO = SPACES OR WS-MOTIVO = SPACES
003090         DISPLAY 'USUARIO E MOTIVO DA REABERTURA OBRIGATORIOS'
003100         MOVE 'S' TO WS-RECUSADO-SW
003110     END-IF.
003120*
003130     IF NOT WS-RECUSADO
003140         OPEN INPUT CTLFILE
003150         IF WS-CTLFILE-STATUS = '35'
003160             DISPLAY 'CTLFILE AUSENTE, NENHUMA DATA A REABRIR'
003170             MOVE 'S' TO WS-RECUSADO-SW
003180         ELSE
003190             PERFORM 1300-LER-CTLFILE
003200             PERFORM 1200-CONSOLIDA-EVENTOS
003210                 UNTIL WS-FIM-CTLFILE
003220             CLOSE CTLFILE
003230             PERFORM 150-CONFERE-PASSOS
003240                 VARYING IND-PAS FROM 1 BY 1 UNTIL IND-PAS > 7
003250         END-IF
003260     END-IF.
003270*
003280     IF NOT WS-RECUSADO AND WS-CONT-PASSOS-ATIVOS = ZEROS
003290         DISPLAY 'RECUSADO: NENHUM PASSO EXECUTADO NA DATA '
003300                 WS-DATA-MOVTO ' DESDE A ULTIMA REABERTURA'
003310         MOVE 'S' TO WS-RECUSADO-SW
003320     END-IF.
003330*
003340 1000-EXIT.
003350*
003360*===  ABRE OS ARQUIVOS ACUMULADOS E OS ENXUTOS CORRESPONDENTES  =
003370 1100-ABRE-ARQUIVOS SECTION.
003380*
003390     OPEN INPUT  HISTVEN.
003400     OPEN OUTPUT HISTNOVO.
003410     OPEN INPUT  ESTFILE.
003420     OPEN OUTPUT ESTNOVO.
003430*
003440     OPEN INPUT LIVROMOV.
003450     IF WS-LIVROMOV-STATUS = '35'
003460         DISPLAY 'LIVROMOV AUSENTE, SEM MOVIMENTO A REVERTER'
003470         MOVE 'S' TO WS-FIM-LIVROMOV-SW
003480     ELSE
003490         OPEN OUTPUT LIVNOVO
003500         PERFORM 2100-LER-LIVROMOV
003510     END-IF.
003520*
003530     OPEN INPUT HISAJU.
003540     IF WS-HISAJU-STATUS = '35'
003550         DISPLAY 'HISAJU AUSENTE, SEM ESTORNOS A RETIRAR'
003560         MOVE 'S' TO WS-FIM-HISAJU-SW
003570     ELSE
003580         OPEN OUTPUT HAJNOVO
003590         PERFORM 2700-LER-HISAJU
003600     END-IF.
003610*
003620     OPEN INPUT TICKREG.
003630     IF WS-TICKREG-STATUS = '35'
003640         DISPLAY 'TICKREG AUSENTE, SEM TICKETS A RETIRAR'
003650         MOVE 'S' TO WS-FIM-TICKREG-SW
003660     ELSE
003670         OPEN OUTPUT TKTNOVO
003680         PERFORM 2900-LER-TICKREG
003690     END-IF.
003700*
003701     OPEN INPUT LOTEANT.
003702     IF WS-LOTEANT-STATUS = '35'
003703         DISPLAY 'LOTEANT AUSENTE, LOTES SEM IMAGEM DA DATA'
003704         MOVE 'S' TO WS-FIM-LOTEANT-SW
003705     ELSE
003706         OPEN OUTPUT LANNOVO
003707         PERFORM 3300-LER-LOTEANT
003708     END-IF.
003709*
003710     OPEN INPUT LOTEFILE.
003720     IF WS-LOTEFILE-STATUS = '35'
003730         DISPLAY 'LOTEFILE AUSENTE, SEM LOTES ABERTOS'
003740         MOVE 'S' TO WS-FIM-LOTEFILE-SW
003750     ELSE
003770         PERFORM 3100-LER-LOTEFILE
003780     END-IF.
003785     OPEN OUTPUT LOTENOVO.
003790*
003800     PERFORM 2300-LER-ESTFILE.
003810     PERFORM 2500-LER-HISTVEN.
003820*
003830 1100-EXIT.
003840*
003850*===  APLICA UM EVENTO DA DATA NA SITUACAO DO PASSO  ============
003860 1200-CONSOLIDA-EVENTOS SECTION.
003870*
003880     IF CTL-DATA IS NUMERIC AND CTL-DATA = WS-DATA-MOVTO
003890         PERFORM 160-APLICA-EVENTO
003900             VARYING IND-PAS FROM 1 BY 1 UNTIL IND-PAS > 7
003910     END-IF.
003920*
003930     PERFORM 1300-LER-CTLFILE.
003940*
003950 1200-EXIT.
003960*
003970*===  LE O PROXIMO EVENTO DE CTLFILE  ===========================
003980 1300-LER-CTLFILE SECTION.
003990*
004000     READ CTLFILE
004010         AT END
004020             MOVE 'S' TO WS-FIM-CTLFILE-SW
004030         NOT AT END
004040             ADD 1 TO WS-CONT-EVENTOS
004050     END-READ.
004060*
004070 1300-EXIT.
004080*
004090*===  CONTA O PASSO ATIVO E RECUSA O QUE ESTA EM EXECUCAO  ======
004100 150-CONFERE-PASSOS SECTION.
004110*
004120     IF WS-PAS-ATIVO-SW (IND-PAS) = 'S'
004130         ADD 1 TO WS-CONT-PASSOS-ATIVOS
004140         IF WS-PAS-INICIADO-SW (IND-PAS) = 'S'
004150                 AND WS-PAS-CONCLUIDO-SW (IND-PAS) NOT = 'S'
004160             DISPLAY 'RECUSADO: PASSO ' WS-PASSO-NOME (IND-PAS)
004170                     ' EM EXECUCAO NA DATA ' WS-DATA-MOVTO
004180             MOVE 'S' TO WS-RECUSADO-SW
004190         END-IF
004200     END-IF.
004210*
004220 150-EXIT.
004230*
004240 160-APLICA-EVENTO SECTION.
004250*
004260     IF CTL-PASSO = WS-PASSO-NOME (IND-PAS)
004270         IF CTL-EVENTO = 'REABRE'
004280             MOVE 'N' TO WS-PAS-ATIVO-SW (IND-PAS)
004290             MOVE 'N' TO WS-PAS-INICIADO-SW (IND-PAS)
004300             MOVE 'N' TO WS-PAS-CONCLUIDO-SW (IND-PAS)
004310         ELSE
004320             MOVE 'S' TO WS-PAS-ATIVO-SW (IND-PAS)
004330             IF CTL-EVENTO = 'INICIO'
004340                 MOVE 'S' TO WS-PAS-INICIADO-SW (IND-PAS)
004350                 MOVE 'N' TO WS-PAS-CONCLUIDO-SW (IND-PAS)
004360             ELSE
004370                 MOVE 'S' TO WS-PAS-CONCLUIDO-SW (IND-PAS)
004380             END-IF
004390         END-IF
004400     END-IF.
004410*
004420 160-EXIT.
004430*
004440*===  SEPARA AS LINHAS DO LIVRO DA DATA E GUARDA AS DEMAIS  =====
004450 2000-PROCESSA-LIVRO SECTION.
004460*
004470     IF LIV-DATA IS NUMERIC AND LIV-DATA = WS-DATA-MOVTO
004480             AND LIV-QTD IS NUMERIC AND LIV-SALDO IS NUMERIC
004490         ADD 1 TO WS-CONT-LIV-REMOVIDAS
004500         PERFORM 200-ACUMULA-REVERSAO
004510     ELSE
004520         IF LIV-DATA IS NUMERIC AND LIV-DATA > WS-DATA-MOVTO
004530             ADD 1 TO WS-CONT-LIV-POSTERIORES
004540         END-IF
004550         MOVE LIVRO-REC TO LIVNOVO-REC
004560         WRITE LIVNOVO-REC
004570     END-IF.
004580*
004590     PERFORM 2100-LER-LIVROMOV.
004600*
004610 2000-EXIT.
004620*
004630*===  LE A PROXIMA LINHA DO LIVROMOV  ===========================
004640 2100-LER-LIVROMOV SECTION.
004650*
004660     READ LIVROMOV
004670         AT END
004680             MOVE 'S' TO WS-FIM-LIVROMOV-SW
004690     END-READ.
004700*
004710 2100-EXIT.
004720*
004730*===  DEVOLVE AO SALDO DO CADASTRO O QUE A DATA LANCOU NO  ======
004740*===  INGREDIENTE E GRAVA O REGISTRO EM ESTNOVO  ================
004750 2200-REVERTE-ESTOQUE SECTION.
004760*
004770     IF EST-INGRED NOT = SPACES AND EST-SALDO IS NUMERIC
004780         MOVE EST-INGRED TO WS-INGRED-BUSCA
004790         PERFORM 100-LOCALIZA-REVERSAO
004800         IF WS-REV-IND > ZEROS
004810             PERFORM 220-APLICA-REVERSAO
004820         END-IF
004830     END-IF.
004840*
004850     MOVE ESTOQUE-REC TO ESTNOVO-REC.
004860     WRITE ESTNOVO-REC.
004870     ADD 1 TO WS-CONT-EST-GRAVADOS.
004880*
004890     PERFORM 2300-LER-ESTFILE.
004900*
004910 2200-EXIT.
004920*
004930*===  LE O PROXIMO REGISTRO DO CADASTRO DE ESTOQUE  =============
004940 2300-LER-ESTFILE SECTION.
004950*
004960     READ ESTFILE
004970         AT END
004980             MOVE 'S' TO WS-FIM-ESTFILE-SW
004990     END-READ.
005000*
005010 2300-EXIT.
005020*
005030*===  RETIRA O HISTORICO DE VENDAS DA DATA  =====================
005040 2400-PROCESSA-HISTVEN SECTION.
005050*
005060     IF HIS-DATA IS NUMERIC AND HIS-DATA = WS-DATA-MOVTO
005070         ADD 1 TO WS-CONT-HIS-REMOVIDOS
005080         IF HIS-QTD IS NUMERIC AND HIS-VALOR IS NUMERIC
005090             ADD HIS-QTD   TO WS-QTD-HIS-REMOVIDA
005100             ADD HIS-VALOR TO WS-VAL-HIS-REMOVIDO
005110         END-IF
005120     ELSE
005130         MOVE HISTORICO-REC TO HISTNOVO-REC
005140         WRITE HISTNOVO-REC
005150     END-IF.
005160*
005170     PERFORM 2500-LER-HISTVEN.
005180*
005190 2400-EXIT.
005200*
005210*===  LE O PROXIMO REGISTRO DO HISTORICO  =======================
005220 2500-LER-HISTVEN SECTION.
005230*
005240     READ HISTVEN
005250         AT END
005260             MOVE 'S' TO WS-FIM-HISTVEN-SW
005270         NOT AT END
005280             ADD 1 TO WS-CONT-HIS-LIDOS
005290     END-READ.
005300*
005310 2500-EXIT.
005320*
005330*===  RETIRA OS AJUSTES DE ESTORNO DA DATA  =====================
005340 2600-PROCESSA-HISAJU SECTION.
005350*
005360     IF HAJ-DATA IS NUMERIC AND HAJ-DATA = WS-DATA-MOVTO
005370         ADD 1 TO WS-CONT-HAJ-REMOVIDOS
005380         IF HAJ-VALOR IS NUMERIC
005390             ADD HAJ-VALOR TO WS-VAL-HAJ-REMOVIDO
005400         END-IF
005410     ELSE
005420         MOVE AJUSTE-HIST-REC TO HAJNOVO-REC
005430         WRITE HAJNOVO-REC
005440     END-IF.
005450*
005460     PERFORM 2700-LER-HISAJU.
005470*
005480 2600-EXIT.
005490*
005500*===  LE O PROXIMO AJUSTE DE HISAJU  ============================
005510 2700-LER-HISAJU SECTION.
005520*
005530     READ HISAJU
005540         AT END
005550             MOVE 'S' TO WS-FIM-HISAJU-SW
005560     END-READ.
005570*
005580 2700-EXIT.
005590*
005600*===  RETIRA OS TICKETS ACEITOS NA DATA, PARA O LOTE REFEITO  ===
005610*===  NAO OS RECUSAR COMO DUPLICADOS  ===========================
005620 2800-PROCESSA-TICKREG SECTION.
005630*
005640     IF TKR-DATA IS NUMERIC AND TKR-DATA = WS-DATA-MOVTO
005650         ADD 1 TO WS-CONT-TKT-REMOVIDOS
005660     ELSE
005670         MOVE TICKET-REG-REC TO TKTNOVO-REC
005680         WRITE TKTNOVO-REC
005690     END-IF.
005700*
005710     PERFORM 2900-LER-TICKREG.
005720*
005730 2800-EXIT.
005740*
005750*===  LE O PROXIMO TICKET DE TICKREG  ===========================
005760 2900-LER-TICKREG SECTION.
005770*
005780     READ TICKREG
005790         AT END
005800             MOVE 'S' TO WS-FIM-TICKREG-SW
005810     END-READ.
005820*
005830 2900-EXIT.
005840*
005845*===  GUARDA NA TABELA O SALDO ATUAL DO LOTE. SEM IMAGEM DA  ====
005850*===  DATA NO LOTEANT, RETIRA OS LOTES RECEBIDOS NELA; A  =======
005855*===  ENTREGA REFEITA ABRE O LOTE DE NOVO NO ATUALEST  ==========
005870 3000-PROCESSA-LOTEFILE SECTION.
005880*
005885     IF LOT-INGRED = SPACES OR LOT-SALDO NOT NUMERIC
005890             OR LOT-ENTRADA NOT NUMERIC
005895             OR LOT-VALIDADE NOT NUMERIC
005900         DISPLAY 'LOTE INVALIDO IGNORADO: ' LOTE-REC
005920     ELSE
005922         IF WS-CONT-LAN-REMOVIDAS = ZEROS
005924                 AND LOT-ENTRADA = WS-DATA-MOVTO
005926             ADD 1 TO WS-CONT-LOT-REMOVIDOS
005928             DISPLAY 'LOTE RECEBIDO NA DATA RETIRADO: ' LOTE-REC
005930         ELSE
005932             MOVE LOTE-REC TO WS-LOTE-BUSCA
005934             PERFORM 300-LOCALIZA-LOTE
005936             IF WS-LRV-IND > ZEROS
005938                 MOVE LOT-SALDO TO WS-LRV-ATUAL (WS-LRV-IND)
005940             END-IF
005942         END-IF
005950     END-IF.
005960*
005970     PERFORM 3100-LER-LOTEFILE.
005980*
005990 3000-EXIT.
006000*
006010*===  LE O PROXIMO LOTE DE LOTEFILE  ============================
006020 3100-LER-LOTEFILE SECTION.
006030*
006040     READ LOTEFILE
006050         AT END
006060             MOVE 'S' TO WS-FIM-LOTEFILE-SW
006070     END-READ.
006071*
006072 3100-EXIT.
006073*
006074*===  GUARDA O SALDO DO LOTE NA IMAGEM DA DATA E RETIRA A  ======
006075*===  IMAGEM; AS DAS DEMAIS DATAS VAO PARA LANNOVO  =============
006076 3200-PROCESSA-LOTEANT SECTION.
006077*
006078     IF LAN-DATA IS NUMERIC AND LAN-DATA = WS-DATA-MOVTO
006079         ADD 1 TO WS-CONT-LAN-REMOVIDAS
006080         IF LAN-INGRED NOT = SPACES AND LAN-SALDO IS NUMERIC
006081                 AND LAN-ENTRADA IS NUMERIC
006082                 AND LAN-VALIDADE IS NUMERIC
006083             MOVE LAN-LOTE TO WS-LOTE-BUSCA
006084             PERFORM 300-LOCALIZA-LOTE
006085             IF WS-LRV-IND > ZEROS
006086                 PERFORM 320-GUARDA-IMAGEM
006087             END-IF
006088         ELSE
006089             DISPLAY 'IMAGEM DE LOTE INVALIDA IGNORADA: '
006090                     LOTE-ANT-REC
006091         END-IF
006092     ELSE
006093         MOVE LOTE-ANT-REC TO LANNOVO-REC
006094         WRITE LANNOVO-REC
006095     END-IF.
006096*
006097     PERFORM 3300-LER-LOTEANT.
006098*
006099 3200-EXIT.
006100*
006101*===  LE A PROXIMA IMAGEM DE LOTE DO LOTEANT  ===================
006102 3300-LER-LOTEANT SECTION.
006103*
006104     READ LOTEANT
006105         AT END
006106             MOVE 'S' TO WS-FIM-LOTEANT-SW
006107     END-READ.
006108*
006109 3300-EXIT.
006110*
006111*===  LOCALIZA O INGREDIENTE WS-INGRED-BUSCA NA TABELA DE  ======
006120*===  REVERSAO  =================================================
006130 100-LOCALIZA-REVERSAO SECTION.
006140*
006150     MOVE ZEROS TO WS-REV-IND.
006160     PERFORM 110-COMPARA-REVERSAO
006170         VARYING IND-REV FROM 1 BY 1
006180             UNTIL IND-REV > WS-CONT-REVERSOES
006190                OR WS-REV-IND > ZEROS.
006200*
006210 100-EXIT.
006220*
006230 110-COMPARA-REVERSAO SECTION.
006240*
006250     IF WS-REV-INGRED (IND-REV) = WS-INGRED-BUSCA
006260         MOVE IND-REV TO WS-REV-IND
006270     END-IF.
006280*
006290 110-EXIT.
006300*
006310*===  GUARDA O SALDO ANTERIOR A PRIMEIRA LINHA DA DATA E O  =====
006320*===  SALDO APOS A ULTIMA, POR INGREDIENTE  =====================
006330 200-ACUMULA-REVERSAO SECTION.
006340*
006350     MOVE LIV-INGRED TO WS-INGRED-BUSCA.
006360     PERFORM 100-LOCALIZA-REVERSAO.
006370*
006380     IF WS-REV-IND = ZEROS
006390         IF WS-CONT-REVERSOES >= 50
006400             DISPLAY 'TABELA DE REVERSAO CHEIA, IGNORADO: '
006410                     LIVRO-REC
006420         ELSE
006430             ADD 1 TO WS-CONT-REVERSOES
006440             MOVE WS-CONT-REVERSOES TO WS-REV-IND
006450             MOVE LIV-INGRED TO WS-REV-INGRED (WS-REV-IND)
006460             COMPUTE WS-REV-ANTES (WS-REV-IND) =
006470                 LIV-SALDO - LIV-QTD
006480         END-IF
006490     END-IF.
006500*
006510     IF WS-REV-IND > ZEROS
006520         MOVE LIV-SALDO TO WS-REV-DEPOIS (WS-REV-IND)
006530         ADD 1 TO WS-REV-LINHAS (WS-REV-IND)
006540     END-IF.
006550*
006560 200-EXIT.
006570*
006580*===  SALDO REVERTIDO = SALDO ATUAL - SALDO GRAVADO NA DATA +  ==
006590*===  SALDO ANTERIOR A DATA. O GRAVADO NA DATA NUNCA FOI  =======
006600*===  NEGATIVO (O ATUALEST GRAVA ZERO); O REVERTIDO TAMBEM NAO  =
006610 220-APLICA-REVERSAO SECTION.
006620*
006630     IF WS-REV-DEPOIS (WS-REV-IND) < ZEROS
006640         MOVE ZEROS TO WS-REV-DEPOIS (WS-REV-IND)
006650     END-IF.
006660     IF WS-REV-ANTES (WS-REV-IND) < ZEROS
006670         MOVE ZEROS TO WS-REV-ANTES (WS-REV-IND)
006680     END-IF.
006690*
006700     COMPUTE WS-SALDO-NOVO = EST-SALDO
006710         - WS-REV-DEPOIS (WS-REV-IND)
006720         + WS-REV-ANTES (WS-REV-IND).
006730*
006740     IF WS-SALDO-NOVO < ZEROS
006750         ADD 1 TO WS-CONT-NEGATIVOS
006760         MOVE WS-SALDO-NOVO TO WS-SALDO-EDIT
006770         DISPLAY 'SALDO REVERTIDO NEGATIVO AJUSTADO A ZERO: '
006780                 EST-INGRED ' SALDO CALCULADO ' WS-SALDO-EDIT
006790         MOVE ZEROS TO WS-SALDO-NOVO
006800     END-IF.
006810*
006820     MOVE EST-SALDO     TO WS-REV-SALDO-ATUAL (WS-REV-IND).
006830     MOVE WS-SALDO-NOVO TO WS-REV-SALDO-NOVO (WS-REV-IND).
006840     MOVE 'S'           TO WS-REV-APLICADO-SW (WS-REV-IND).
006850     MOVE WS-SALDO-NOVO TO EST-SALDO.
006860     ADD 1 TO WS-CONT-EST-REVERTIDOS.
006870*
006880 220-EXIT.
006881*
006882*===  LOCALIZA O LOTE DE WS-LOTE-BUSCA NA TABELA DE LOTES,  =====
006883*===  INCLUINDO-O NO FIM QUANDO AINDA NAO ESTA NELA  ============
006884 300-LOCALIZA-LOTE SECTION.
006885*
006886     MOVE ZEROS TO WS-LRV-IND.
006887     PERFORM 310-COMPARA-LOTE
006888         VARYING IND-LRV FROM 1 BY 1
006889             UNTIL IND-LRV > WS-CONT-LOTES-REV
006890                OR WS-LRV-IND > ZEROS.
006891*
006892     IF WS-LRV-IND = ZEROS
006893         IF WS-CONT-LOTES-REV >= 200
006894             DISPLAY 'TABELA DE LOTES CHEIA, IGNORADO: '
006895                     WS-LOTE-BUSCA
006896         ELSE
006897             ADD 1 TO WS-CONT-LOTES-REV
006898             MOVE WS-CONT-LOTES-REV TO WS-LRV-IND
006899             MOVE WS-LBU-INGRED   TO WS-LRV-INGRED (WS-LRV-IND)
006900             MOVE WS-LBU-NUMERO   TO WS-LRV-NUMERO (WS-LRV-IND)
006901             MOVE WS-LBU-ENTRADA  TO WS-LRV-ENTRADA (WS-LRV-IND)
006902             MOVE WS-LBU-VALIDADE TO WS-LRV-VALIDADE (WS-LRV-IND)
006903         END-IF
006904     END-IF.
006905*
006906 300-EXIT.
006907*
006908 310-COMPARA-LOTE SECTION.
006909*
006910     IF WS-LRV-INGRED (IND-LRV) = WS-LBU-INGRED
006911             AND WS-LRV-NUMERO (IND-LRV) = WS-LBU-NUMERO
006912         MOVE IND-LRV TO WS-LRV-IND
006913     END-IF.
006914*
006915 310-EXIT.
006916*
006917*===  A IMAGEM REPETIDA (ATUALEST REFEITO) SUBSTITUI A ANTERIOR  =
006918 320-GUARDA-IMAGEM SECTION.
006919*
006920     IF LAN-ANTES
006921         MOVE LAN-SALDO TO WS-LRV-ANTES (WS-LRV-IND)
006922     ELSE
006923         IF LAN-DEPOIS
006924             MOVE LAN-SALDO TO WS-LRV-DEPOIS (WS-LRV-IND)
006925         ELSE
006926             DISPLAY 'IMAGEM DE LOTE INVALIDA IGNORADA: '
006927                     LOTE-ANT-REC
006928         END-IF
006929     END-IF.
006930*
006931 320-EXIT.
006932*
006933*===  SALDO RESTAURADO = SALDO ATUAL + SALDO ANTES DO DIA -  ====
006934*===  SALDO DEPOIS DO DIA; GRAVA EM LOTENOVO O LOTE COM SALDO  ==
006935 340-GRAVA-LOTE SECTION.
006936*
006937     COMPUTE WS-SALDO-LOTE = WS-LRV-ATUAL (IND-LRV)
006938         + WS-LRV-ANTES (IND-LRV)
006939         - WS-LRV-DEPOIS (IND-LRV).
006940*
006941     IF WS-SALDO-LOTE < ZEROS
006942         MOVE WS-SALDO-LOTE TO WS-SALDO-EDIT
006943         DISPLAY 'SALDO DE LOTE NEGATIVO AJUSTADO A ZERO: '
006944                 WS-LRV-INGRED (IND-LRV) ' '
006945                 WS-LRV-NUMERO (IND-LRV) ' ' WS-SALDO-EDIT
006946         MOVE ZEROS TO WS-SALDO-LOTE
006947     END-IF.
006948     MOVE WS-SALDO-LOTE TO WS-LRV-NOVO (IND-LRV).
006949*
006950     IF WS-LRV-NOVO (IND-LRV) > ZEROS
006951         MOVE WS-LRV-INGRED (IND-LRV)   TO WS-LBU-INGRED
006952         MOVE WS-LRV-NUMERO (IND-LRV)   TO WS-LBU-NUMERO
006953         MOVE WS-LRV-ENTRADA (IND-LRV)  TO WS-LBU-ENTRADA
006954         MOVE WS-LRV-VALIDADE (IND-LRV) TO WS-LBU-VALIDADE
006955         MOVE WS-LRV-NOVO (IND-LRV)     TO WS-LBU-SALDO
006956         MOVE WS-LOTE-BUSCA TO LOTENOVO-REC
006957         WRITE LOTENOVO-REC
006958         ADD 1 TO WS-CONT-LOT-GRAVADOS
006959         IF WS-LRV-NOVO (IND-LRV) NOT = WS-LRV-ATUAL (IND-LRV)
006960             ADD 1 TO WS-CONT-LOT-RESTAURADOS
006961         END-IF
006962     ELSE
006963         IF WS-LRV-ATUAL (IND-LRV) > ZEROS
006964             ADD 1 TO WS-CONT-LOT-REMOVIDOS
006965         END-IF
006966     END-IF.
006967*
006968 340-EXIT.
006969*
006970*===  ANEXA EM CTLFILE O EVENTO REABRE DE CADA PASSO ATIVO  =====
006971 500-GRAVA-REABERTURA SECTION.
006972*
006973     OPEN EXTEND CTLFILE.
006974*
006975     PERFORM 510-GRAVA-EVENTO
006976         VARYING IND-PAS FROM 1 BY 1 UNTIL IND-PAS > 7.
006977*
006980     CLOSE CTLFILE.
006990*
007000 500-EXIT.
007010*
007020 510-GRAVA-EVENTO SECTION.
007030*
007040     IF WS-PAS-ATIVO-SW (IND-PAS) = 'S'
007050         MOVE WS-DATA-MOVTO          TO CTL-DATA
007060         MOVE WS-PASSO-NOME (IND-PAS) TO CTL-PASSO
007070         MOVE 'REABRE'               TO CTL-EVENTO
007080         MOVE ZEROS                  TO CTL-RC
007090         MOVE WS-DATA-EXEC           TO CTL-DATA-EXEC
007100         MOVE WS-HORA-EXEC           TO CTL-HORA-EXEC
007110         MOVE WS-USUARIO             TO CTL-USUARIO
007120         MOVE WS-MOTIVO              TO CTL-MOTIVO
007130         WRITE CONTROLE-REC
007140     END-IF.
007150*
007160 510-EXIT.
007170*
007180*===  IMPRIME A LINHA DE UM INGREDIENTE REVERTIDO  ==============
007190 900-IMPRIME-REVERSAO SECTION.
007200*
007210     IF WS-REV-APLICADO-SW (IND-REV) = 'S'
007220         MOVE WS-REV-SALDO-ATUAL (IND-REV) TO WS-SALDO-EDIT
007230         MOVE WS-REV-SALDO-NOVO (IND-REV)  TO WS-SALDO-EDIT2
007240         DISPLAY '  ' WS-REV-INGRED (IND-REV)
007250                 ' ' WS-SALDO-EDIT
007260                 ' ' WS-SALDO-EDIT2
007270                 '    ' WS-REV-LINHAS (IND-REV)
007280     ELSE
007290         DISPLAY '  ' WS-REV-INGRED (IND-REV)
007300                 ' SEM CADASTRO DE ESTOQUE, NADA REVERTIDO'
007310     END-IF.
007320*
007330 900-EXIT.
007331*
007332*===  IMPRIME A LINHA DE UM LOTE CUJO SALDO MUDOU  ==============
007333 920-IMPRIME-LOTE SECTION.
007334*
007335     IF WS-LRV-NOVO (IND-LRV) NOT = WS-LRV-ATUAL (IND-LRV)
007336         MOVE WS-LRV-ATUAL (IND-LRV) TO WS-SALDO-EDIT
007337         MOVE WS-LRV-NOVO (IND-LRV)  TO WS-SALDO-EDIT2
007338         DISPLAY '  ' WS-LRV-INGRED (IND-LRV)
007339                 ' ' WS-LRV-NUMERO (IND-LRV)
007340                 ' ' WS-SALDO-EDIT
007341                 ' ' WS-SALDO-EDIT2
007342     END-IF.
007343*
007344 920-EXIT.
007345*
007350*===  IMPRIME UM PASSO REABERTO  ================================
007360 910-IMPRIME-PASSO SECTION.
007370*
007380     IF WS-PAS-ATIVO-SW (IND-PAS) = 'S'
007390         DISPLAY '  ' WS-PASSO-NOME (IND-PAS)
007400     END-IF.
007410*
007420 910-EXIT.
007430*
007440*===  RELATORIO DE AUDITORIA DA REABERTURA  =====================
007450 950-IMPRIME-RELATORIO SECTION.
007460*
007470     DISPLAY '================================================'.
007480     DISPLAY 'RELATORIO DE REABERTURA DA DATA ' WS-DATA-MOVTO.
007490     DISPLAY '================================================'.
007500     DISPLAY 'USUARIO              : ' WS-USUARIO.
007510     DISPLAY 'MOTIVO               : ' WS-MOTIVO.
007520     DISPLAY 'EXECUTADO EM         : ' WS-DATA-EXEC
007530             ' ' WS-HORA-EXEC.
007540     DISPLAY '------------------------------------------------'.
007550     DISPLAY 'HISTVEN LIDOS        : ' WS-CONT-HIS-LIDOS.
007560     DISPLAY 'HISTVEN RETIRADOS    : ' WS-CONT-HIS-REMOVIDOS.
007570     MOVE WS-QTD-HIS-REMOVIDA TO WS-QTD-EDIT.
007580     DISPLAY 'QTD RETIRADA         : ' WS-QTD-EDIT.
007590     MOVE WS-VAL-HIS-REMOVIDO TO WS-VAL-EDIT.
007600     DISPLAY 'VALOR RETIRADO       : ' WS-VAL-EDIT.
007610     DISPLAY 'HISAJU RETIRADOS     : ' WS-CONT-HAJ-REMOVIDOS.
007620     MOVE WS-VAL-HAJ-REMOVIDO TO WS-VAL-EDIT.
007630     DISPLAY 'VALOR DOS ESTORNOS   : ' WS-VAL-EDIT.
007640     DISPLAY 'TICKETS RETIRADOS    : ' WS-CONT-TKT-REMOVIDOS.
007650     DISPLAY 'LINHAS DO LIVRO      : ' WS-CONT-LIV-REMOVIDAS.
007660     DISPLAY 'LOTES RETIRADOS      : ' WS-CONT-LOT-REMOVIDOS.
007662     DISPLAY 'LOTES RESTAURADOS    : ' WS-CONT-LOT-RESTAURADOS.
007664     DISPLAY 'LOTES GRAVADOS       : ' WS-CONT-LOT-GRAVADOS.
007666     DISPLAY 'IMAGENS DE LOTE      : ' WS-CONT-LAN-REMOVIDAS.
007670     DISPLAY '------------------------------------------------'.
007680     DISPLAY 'SALDOS DEVOLVIDOS AO CADASTRO DE ESTOQUE'.
007690     DISPLAY '  INGREDIENTE  SALDO ATUAL   REVERTIDO  LINHAS'.
007700     PERFORM 900-IMPRIME-REVERSAO
007710         VARYING IND-REV FROM 1 BY 1
007720             UNTIL IND-REV > WS-CONT-REVERSOES.
007730     DISPLAY 'INGREDIENTES REVERT. : ' WS-CONT-EST-REVERTIDOS.
007740     DISPLAY 'SALDOS NEGATIVOS     : ' WS-CONT-NEGATIVOS.
007750     IF WS-CONT-LIV-POSTERIORES > ZEROS
007760         DISPLAY 'ATENCAO: LIVROMOV TEM ' WS-CONT-LIV-POSTERIORES
007770                 ' LINHAS DE DATAS POSTERIORES, SALDO'
007780         DISPLAY '         REVERTIDO PELA DIFERENCA DA DATA'
007781     END-IF.
007782     DISPLAY '------------------------------------------------'.
007783     DISPLAY 'LOTES DEVOLVIDOS AO CADASTRO DE LOTES'.
007784     DISPLAY '  INGRED.    LOTE       SALDO ATUAL  RESTAURADO'.
007785     PERFORM 920-IMPRIME-LOTE
007786         VARYING IND-LRV FROM 1 BY 1
007787             UNTIL IND-LRV > WS-CONT-LOTES-REV.
007788     IF WS-CONT-LAN-REMOVIDAS = ZEROS
007789         DISPLAY 'ATENCAO: LOTEANT SEM IMAGEM DA DATA, SO'
007790         DISPLAY '         RETIRADOS OS LOTES RECEBIDOS NELA'
007791     END-IF.
007800     DISPLAY '------------------------------------------------'.
007810     DISPLAY 'PASSOS REABERTOS NO CTLFILE'.
007820     PERFORM 910-IMPRIME-PASSO
007830         VARYING IND-PAS FROM 1 BY 1 UNTIL IND-PAS > 7.
007840     DISPLAY '------------------------------------------------'.
007850     DISPLAY 'SUBSTITUIR HISTVEN POR HISTNOVO'.
007860     DISPLAY 'SUBSTITUIR ESTFILE POR ESTNOVO'.
007870     IF WS-LIVROMOV-STATUS NOT = '35'
007880         DISPLAY 'SUBSTITUIR LIVROMOV POR LIVNOVO'
007890     END-IF.
007900     IF WS-HISAJU-STATUS NOT = '35'
007910         DISPLAY 'SUBSTITUIR HISAJU POR HAJNOVO'
007920     END-IF.
007930     IF WS-TICKREG-STATUS NOT = '35'
007940         DISPLAY 'SUBSTITUIR TICKREG POR TKTNOVO'
007950     END-IF.
007955     DISPLAY 'SUBSTITUIR LOTEFILE POR LOTENOVO'.
007960     IF WS-LOTEANT-STATUS NOT = '35'
007965         DISPLAY 'SUBSTITUIR LOTEANT POR LANNOVO'
007980     END-IF.
007990     DISPLAY 'APOS CONFERIR, E REPROCESSAR A ESTEIRA DESDE O '
008000             'AUDMENU'.
008010     DISPLAY '================================================'.
008020*
008030 950-EXIT.
008040*
008050*===  ENCERRA: RELATORIO DE AUDITORIA E FECHAMENTO  =============
008060 9000-FINALIZA SECTION.
008070*
008080     IF WS-RECUSADO
008090         DISPLAY 'REABERTURA NAO EFETUADA'
008100         MOVE 8 TO RETURN-CODE
008110     ELSE
008120         PERFORM 950-IMPRIME-RELATORIO
008130         CLOSE HISTVEN
008140         CLOSE HISTNOVO
008150         CLOSE ESTFILE
008160         CLOSE ESTNOVO
008170         IF WS-LIVROMOV-STATUS NOT = '35'
008180             CLOSE LIVROMOV
008190             CLOSE LIVNOVO
008200         END-IF
008210         IF WS-HISAJU-STATUS NOT = '35'
008220             CLOSE HISAJU
008230             CLOSE HAJNOVO
008240         END-IF
008250         IF WS-TICKREG-STATUS NOT = '35'
008260             CLOSE TICKREG
008270             CLOSE TKTNOVO
008280         END-IF
008290         IF WS-LOTEFILE-STATUS NOT = '35'
008300             CLOSE LOTEFILE
008302         END-IF
008304         CLOSE LOTENOVO
008306         IF WS-LOTEANT-STATUS NOT = '35'
008308             CLOSE LOTEANT
008310             CLOSE LANNOVO
008320         END-IF
008330     END-IF.
008340*
008350 9000-EXIT.
008360*
008370************* FIM ****************
