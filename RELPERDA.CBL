000010*================================================================
000020* RESTAURANT ORDER APP - PERDAS NAO EXPLICADAS ENTRE CONTAGENS
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       RELPERDA.
000060 AUTHOR.           CHEN LI TE.
000070 INSTALLATION.     RESTAURANT OPERATIONS.
000080 DATE-WRITTEN.     17/09/2026.
000090 DATE-COMPILED.
000100*
000110* HISTORICO DE ALTERACOES
000120* ------------------------------------------------------------
000130* 2026-09-17 CLT  PROGRAMA ORIGINAL - CONFRONTA O CONSUMO TEORICO
000140*                 DAS RECEITAS COM AS CONTAGENS FISICAS DO
000150*                 ALMOXARIFADO. PARA CADA INGREDIENTE CONTADO NAS
000160*                 DUAS PONTAS DO INTERVALO, PARTE DA CONTAGEM
000170*                 INICIAL (ULTIMO AJUSTE DO LIVRO ATE DATA-INI),
000180*                 SOMA ENTREGA E ESTORNO, SUBTRAI BAIXA (CONSUMO
000190*                 TEORICO POSTADO DE BAIXAOUT) E PERDA, E COMPARA
000200*                 O ESPERADO COM A CONTAGEM FINAL (AJUSTE DE
000210*                 DATA-FIM). IMPRIME A DIFERENCA NAO EXPLICADA EM
000220*                 UNIDADES E EM VALOR PELO CUSTO DE CUSTFILE,
000230*                 DESTACA O INGREDIENTE CUJA DIFERENCA PASSA DA
000240*                 TOLERANCIA SOBRE O SEU CONSUMO TEORICO E DA A
000250*                 PERDA TOTAL COMO PERCENTUAL DO CUSTO DA COMIDA
000260*                 CONSUMIDA NO INTERVALO.
000270*                 PARAMETROS: DATA-INI DATA-FIM (AAAAMMDD, FIM
000280*                 PADRAO DIA CORRENTE) E TOLERANCIA EM % (DOIS
000290*                 DIGITOS, PADRAO 05).
000291* 2026-10-15 CLT  CONTAGEM INICIAL DE CADA INGREDIENTE APURADA
000292*                 NUMA PRIMEIRA LEITURA DO LIVRO; NA SEGUNDA SO
000293*                 ENTRAM OS MOVIMENTOS POSTERIORES A ELA. A DATA
000294*                 REPROCESSADA APOS O REABRE VOLTA AO FIM DO
000295*                 LIVRO E NAO PODE DISTORCER A APURACAO.
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT LIVROMOV
000350         ASSIGN TO "LIVROMOV"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-LIVROMOV-STATUS.
000380     SELECT CUSTFILE
000390         ASSIGN TO "CUSTFILE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CUSTFILE-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450*
000460 FD  LIVROMOV
000470     RECORDING MODE IS F
000480     RECORD CONTAINS 45 CHARACTERS
000490     LABEL RECORDS ARE STANDARD.
000500     COPY LIVREC.
000510*
000520 FD  CUSTFILE
000530     RECORDING MODE IS F
000540     RECORD CONTAINS 17 CHARACTERS
000550     LABEL RECORDS ARE STANDARD.
000560     COPY CUSREC.
000570*
000580 WORKING-STORAGE SECTION.
000590*
000600 77  IND-PER                 PIC 9(03) VALUE ZEROS.
000610 77  IND-CUS                 PIC 9(03) VALUE ZEROS.
000620 77  WS-PER-IND              PIC 9(03) VALUE ZEROS.
000630 77  WS-CUS-IND              PIC 9(03) VALUE ZEROS.
000640 77  WS-CONT-INGREDS         PIC 9(03) VALUE ZEROS.
000650 77  WS-CONT-CUSTOS          PIC 9(03) VALUE ZEROS.
000660 77  WS-CONT-LIDOS           PIC 9(06) VALUE ZEROS.
000670 77  WS-CONT-INVALIDOS       PIC 9(05) VALUE ZEROS.
000680 77  WS-CONT-APURADOS        PIC 9(03) VALUE ZEROS.
000690 77  WS-CONT-SEM-CONTAGEM    PIC 9(03) VALUE ZEROS.
000700 77  WS-CONT-SEM-CUSTO       PIC 9(03) VALUE ZEROS.
000710 77  WS-CONT-FORA-TOLER      PIC 9(03) VALUE ZEROS.
000720 77  WS-LIVROMOV-STATUS      PIC X(02) VALUE ZEROS.
000730 77  WS-CUSTFILE-STATUS      PIC X(02) VALUE ZEROS.
000740 77  WS-INGRED-BUSCA         PIC X(10) VALUE SPACES.
000750 77  WS-CUSTO-UNIT           PIC 9(05)V99 VALUE ZEROS.
000760 77  WS-ESPERADO             PIC S9(07)V99 VALUE ZEROS.
000770 77  WS-DIFERENCA            PIC S9(07)V99 VALUE ZEROS.
000780 77  WS-DIF-ABSOLUTA         PIC 9(07)V99 VALUE ZEROS.
000790 77  WS-VALOR-DIF            PIC S9(09)V99 VALUE ZEROS.
000800 77  WS-DIF-PCT              PIC 9(05)V9 VALUE ZEROS.
000810 77  WS-TOLERANCIA           PIC 9(02) VALUE 05.
000820 77  WS-TOT-CUSTO-COMIDA     PIC 9(09)V99 VALUE ZEROS.
000830 77  WS-TOT-PERDA            PIC 9(09)V99 VALUE ZEROS.
000840 77  WS-TOT-SOBRA            PIC 9(09)V99 VALUE ZEROS.
000850 77  WS-TOT-LIQUIDO          PIC S9(09)V99 VALUE ZEROS.
000860 77  WS-PERDA-PCT            PIC 9(05)V9 VALUE ZEROS.
000870 77  WS-QTD-EDIT             PIC -ZZZZZZ9.99.
000880 77  WS-CNT-EDIT             PIC -ZZZZZZ9.99.
000890 77  WS-DIF-EDIT             PIC -ZZZZZZ9.99.
000900 77  WS-TOT-EDIT             PIC -ZZZZZZ9.99.
000910 77  WS-PCT-EDIT             PIC ZZZZ9.9.
000920 77  WS-DATA-INI             PIC 9(08) VALUE ZEROS.
000930 77  WS-DATA-FIM             PIC 9(08) VALUE ZEROS.
000940 77  WS-PARM-LINHA           PIC X(20) VALUE SPACES.
000950 77  WS-PARM-TOKEN1          PIC X(08) VALUE SPACES.
000960 77  WS-PARM-TOKEN2          PIC X(08) VALUE SPACES.
000970 77  WS-PARM-TOKEN3          PIC X(08) VALUE SPACES.
000980*
000990 01  WS-SWITCHES.
001000     05  WS-FIM-LIVROMOV-SW       PIC X(01) VALUE 'N'.
001010         88  WS-FIM-LIVROMOV                VALUE 'S'.
001020     05  WS-FIM-CUSTFILE-SW       PIC X(01) VALUE 'N'.
001030         88  WS-FIM-CUSTFILE                VALUE 'S'.
001040     05  WS-PARM-ERRO-SW          PIC X(01) VALUE 'N'.
001050         88  WS-PARM-ERRO                   VALUE 'S'.
001060*
001070*    CUSTOS UNITARIOS DOS INGREDIENTES (CUSTFILE).
001080 01  WS-TABELA-CUSTOS.
001090     05  WS-CUS-ENT OCCURS 50 TIMES.
001100         10  WS-CUS-INGRED   PIC X(10).
001110         10  WS-CUS-CUSTO    PIC 9(05)V99.
001120*
001130*    APURACAO POR INGREDIENTE, NA ORDEM EM QUE APARECE NO LIVRO.
001135*    SO ENTRAM OS MOVIMENTOS DATADOS DEPOIS DA CONTAGEM INICIAL,
001140*    EM QUALQUER ORDEM QUE ESTEJAM NO LIVRO; A CONTAGEM FINAL E
001145*    O AJUSTE GRAVADO NA DATA-FIM.
001160 01  WS-TABELA-PERDAS.
001170     05  WS-PER-ENT OCCURS 50 TIMES.
001180         10  WS-PER-INGRED       PIC X(10).
001190         10  WS-PER-INICIAL-SW   PIC X(01).
001200         10  WS-PER-DATA-INICIAL PIC 9(08).
001210         10  WS-PER-INICIAL      PIC S9(07)V99.
001220         10  WS-PER-FINAL-SW     PIC X(01).
001230         10  WS-PER-FINAL        PIC S9(07)V99.
001240         10  WS-PER-ENTREGA      PIC 9(07)V99.
001250         10  WS-PER-ESTORNO      PIC 9(07)V99.
001260         10  WS-PER-BAIXA        PIC 9(07)V99.
001270         10  WS-PER-PERDA        PIC 9(07)V99.
001280*
001290 PROCEDURE DIVISION.
001300*
001310*===  LACO PRINCIPAL DA APURACAO DE PERDAS  =====================
001320 0000-MAINLINE SECTION.
001330*
001340     PERFORM 1000-INICIALIZA.
001350*
001360     IF NOT WS-PARM-ERRO
001370         PERFORM 2000-ACUMULA-LIVRO
001380             UNTIL WS-FIM-LIVROMOV
001390         PERFORM 9000-FINALIZA
001400     END-IF.
001410*
001420     STOP RUN.
001430*
001440 0000-EXIT.
001450*
001460*===  TRATA PARAMETROS, CARREGA OS CUSTOS E ABRE O LIVRO  =======
001470 1000-INICIALIZA SECTION.
001480*
001490     INITIALIZE WS-TABELA-CUSTOS.
001500     INITIALIZE WS-TABELA-PERDAS.
001510*
001520     ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
001530     UNSTRING WS-PARM-LINHA DELIMITED BY ALL ' '
001540         INTO WS-PARM-TOKEN1 WS-PARM-TOKEN2 WS-PARM-TOKEN3.
001550*
001560     IF WS-PARM-TOKEN1 (1:8) IS NUMERIC
001570         MOVE WS-PARM-TOKEN1 (1:8) TO WS-DATA-INI
001580     ELSE
001590         DISPLAY 'DATA-INI OBRIGATORIA (DATA DA CONTAGEM INICIAL)'
001600         MOVE 'S' TO WS-PARM-ERRO-SW
001610         MOVE 8 TO RETURN-CODE
001620     END-IF.
001630     IF WS-PARM-TOKEN2 (1:8) IS NUMERIC
001640         MOVE WS-PARM-TOKEN2 (1:8) TO WS-DATA-FIM
001650     ELSE
001660         ACCEPT WS-DATA-FIM FROM DATE YYYYMMDD
001670     END-IF.
001680     IF WS-PARM-TOKEN3 (1:2) IS NUMERIC
001690             AND WS-PARM-TOKEN3 (3:6) = SPACES
001700         MOVE WS-PARM-TOKEN3 (1:2) TO WS-TOLERANCIA
001710     END-IF.
001720*
001730     IF NOT WS-PARM-ERRO
001740         IF WS-DATA-FIM NOT > WS-DATA-INI
001750             DISPLAY 'DATA-FIM ' WS-DATA-FIM
001760                     ' NAO POSTERIOR A DATA-INI ' WS-DATA-INI
001770             MOVE 'S' TO WS-PARM-ERRO-SW
001780             MOVE 8 TO RETURN-CODE
001790         END-IF
001800     END-IF.
001810*
001820     IF NOT WS-PARM-ERRO
001830         DISPLAY 'PERDAS ENTRE AS CONTAGENS DE ' WS-DATA-INI
001840                 ' E ' WS-DATA-FIM
001850                 ' TOLERANCIA ' WS-TOLERANCIA '%'
001860*
001870         OPEN INPUT CUSTFILE
001880         IF WS-CUSTFILE-STATUS = '35'
001890             DISPLAY 'CUSTFILE AUSENTE, DIFERENCAS SEM VALOR'
001900         ELSE
001910             PERFORM 300-CARREGA-CUSTOS
001920                 UNTIL WS-FIM-CUSTFILE
001930             CLOSE CUSTFILE
001940         END-IF
001950*
001960         OPEN INPUT LIVROMOV
001970         IF WS-LIVROMOV-STATUS = '35'
001980             DISPLAY 'LIVROMOV AUSENTE, NADA A APURAR'
001990             MOVE 'S' TO WS-FIM-LIVROMOV-SW
002000         ELSE
002001             PERFORM 1100-APURA-CONTAGEM-INICIAL
002002                 UNTIL WS-FIM-LIVROMOV
002003             CLOSE LIVROMOV
002004             OPEN INPUT LIVROMOV
002005             MOVE 'N' TO WS-FIM-LIVROMOV-SW
002010             PERFORM 2100-LER-LIVROMOV
002020         END-IF
002030     END-IF.
002031*
002032 1000-EXIT.
002033*
002034*===  PRIMEIRA LEITURA: GUARDA A ULTIMA CONTAGEM (AJUSTE) DE  ===
002035*===  CADA INGREDIENTE ATE A DATA-INI, PELA DATA DO AJUSTE E  ===
002036*===  NAO PELA POSICAO NO LIVRO  ================================
002037 1100-APURA-CONTAGEM-INICIAL SECTION.
002038*
002039     READ LIVROMOV
002040         AT END
002041             MOVE 'S' TO WS-FIM-LIVROMOV-SW
002042         NOT AT END
002043             PERFORM 1110-GUARDA-CONTAGEM-INICIAL
002044     END-READ.
002045*
002046 1100-EXIT.
002047*
002048 1110-GUARDA-CONTAGEM-INICIAL SECTION.
002049*
002050     IF LIV-TIPO = 'AJUSTE' AND LIV-DATA IS NUMERIC
002051             AND LIV-INGRED NOT = SPACES AND LIV-SALDO IS NUMERIC
002052         IF LIV-DATA <= WS-DATA-INI
002053             MOVE LIV-INGRED TO WS-INGRED-BUSCA
002054             PERFORM 100-LOCALIZA-INGREDIENTE
002055             IF WS-PER-IND > ZEROS
002056                 IF LIV-DATA >= WS-PER-DATA-INICIAL (WS-PER-IND)
002057                     MOVE 'S' TO WS-PER-INICIAL-SW (WS-PER-IND)
002058                     MOVE LIV-DATA
002059                         TO WS-PER-DATA-INICIAL (WS-PER-IND)
002060                     MOVE LIV-SALDO
002061                         TO WS-PER-INICIAL (WS-PER-IND)
002062                 END-IF
002063             END-IF
002064         END-IF
002065     END-IF.
002066*
002067 1110-EXIT.
002068*
002070*===  ACUMULA UMA LINHA DO LIVRO ATE A DATA-FIM E LE A PROXIMA  =
002080 2000-ACUMULA-LIVRO SECTION.
002090*
002100     IF LIV-DATA NOT NUMERIC OR LIV-INGRED = SPACES
002110             OR LIV-QTD NOT NUMERIC OR LIV-SALDO NOT NUMERIC
002120         ADD 1 TO WS-CONT-INVALIDOS
002130         DISPLAY 'LINHA DO LIVRO INVALIDA IGNORADA: ' LIVRO-REC
002140     ELSE
002150         IF LIV-DATA <= WS-DATA-FIM
002160             MOVE LIV-INGRED TO WS-INGRED-BUSCA
002170             PERFORM 100-LOCALIZA-INGREDIENTE
002180             IF WS-PER-IND > ZEROS
002190                 PERFORM 200-ACUMULA-TIPO-MOVIMENTO
002200             END-IF
002210         END-IF
002220     END-IF.
002230*
002240     PERFORM 2100-LER-LIVROMOV.
002250*
002260 2000-EXIT.
002270*
002280*===  LE A PROXIMA LINHA DO LIVRO DE MOVIMENTACAO  ==============
002290 2100-LER-LIVROMOV SECTION.
002300*
002310     READ LIVROMOV
002320         AT END
002330             MOVE 'S' TO WS-FIM-LIVROMOV-SW
002340         NOT AT END
002350             ADD 1 TO WS-CONT-LIDOS
002360     END-READ.
002370*
002380 2100-EXIT.
002390*
002400*===  LOCALIZA O INGREDIENTE EM WS-INGRED-BUSCA NA TABELA,  =====
002410*===  CRIANDO A ENTRADA QUANDO ELE AINDA NAO APARECEU  ==========
002420 100-LOCALIZA-INGREDIENTE SECTION.
002430*
002440     MOVE ZEROS TO WS-PER-IND.
002450     PERFORM 105-COMPARA-INGREDIENTE
002460         VARYING IND-PER FROM 1 BY 1
002470             UNTIL IND-PER > WS-CONT-INGREDS
002480                OR WS-PER-IND > ZEROS.
002490*
002500     IF WS-PER-IND = ZEROS
002510         IF WS-CONT-INGREDS >= 50
002520             DISPLAY 'TABELA DE INGREDIENTES CHEIA, IGNORADO: '
002530                     WS-INGRED-BUSCA
002540         ELSE
002550             ADD 1 TO WS-CONT-INGREDS
002560             MOVE WS-CONT-INGREDS TO WS-PER-IND
002570             MOVE WS-INGRED-BUSCA TO WS-PER-INGRED (WS-PER-IND)
002580             MOVE 'N' TO WS-PER-INICIAL-SW (WS-PER-IND)
002590             MOVE 'N' TO WS-PER-FINAL-SW (WS-PER-IND)
002600         END-IF
002610     END-IF.
002620*
002630 100-EXIT.
002640*
002650 105-COMPARA-INGREDIENTE SECTION.
002660*
002670     IF WS-PER-INGRED (IND-PER) = WS-INGRED-BUSCA
002680         MOVE IND-PER TO WS-PER-IND
002690     END-IF.
002700*
002710 105-EXIT.
002720*
002730*===  ACUMULA A LINHA NO TOTALIZADOR DO SEU TIPO. SO CONTA O  ===
002740*===  MOVIMENTO DATADO DEPOIS DA CONTAGEM INICIAL; O AJUSTE DA  =
002750*===  DATA-FIM E A CONTAGEM FINAL  ==============================
002760 200-ACUMULA-TIPO-MOVIMENTO SECTION.
002770*
002780     IF LIV-TIPO = 'AJUSTE'
002790         IF LIV-DATA = WS-DATA-FIM
002800             MOVE 'S' TO WS-PER-FINAL-SW (WS-PER-IND)
002810             MOVE LIV-SALDO TO WS-PER-FINAL (WS-PER-IND)
002920         END-IF
002930     ELSE
002935         IF LIV-TIPO NOT = 'ENTREGA' AND LIV-TIPO NOT = 'ESTORNO'
002940                 AND LIV-TIPO NOT = 'BAIXA'
002945                 AND LIV-TIPO NOT = 'PERDA'
002950             ADD 1 TO WS-CONT-INVALIDOS
002955             DISPLAY 'TIPO DE MOVIMENTO INVALIDO: ' LIVRO-REC
002960         ELSE
002970             IF WS-PER-INICIAL-SW (WS-PER-IND) = 'S' AND
002980                     LIV-DATA > WS-PER-DATA-INICIAL (WS-PER-IND)
002990                 PERFORM 210-ACUMULA-MOVIMENTO
003130             END-IF
003140         END-IF
003150     END-IF.
003160*
003170 200-EXIT.
003171*
003172 210-ACUMULA-MOVIMENTO SECTION.
003173*
003174     IF LIV-TIPO = 'ENTREGA'
003175         ADD LIV-QTD TO WS-PER-ENTREGA (WS-PER-IND)
003176     ELSE
003177         IF LIV-TIPO = 'ESTORNO'
003178             ADD LIV-QTD TO WS-PER-ESTORNO (WS-PER-IND)
003179         ELSE
003180             IF LIV-TIPO = 'BAIXA'
003181                 SUBTRACT LIV-QTD FROM WS-PER-BAIXA (WS-PER-IND)
003182             ELSE
003183                 SUBTRACT LIV-QTD FROM WS-PER-PERDA (WS-PER-IND)
003184             END-IF
003185         END-IF
003186     END-IF.
003187*
003188 210-EXIT.
003189*
003190*===  CARREGA UM CUSTO UNITARIO DE CUSTFILE  ====================
003200 300-CARREGA-CUSTOS SECTION.
003210*
003220     READ CUSTFILE
003230         AT END
003240             MOVE 'S' TO WS-FIM-CUSTFILE-SW
003250         NOT AT END
003260             PERFORM 310-CARREGA-CUSTO
003270     END-READ.
003280*
003290 300-EXIT.
003300*
003310 310-CARREGA-CUSTO SECTION.
003320*
003330     IF CUS-INGRED = SPACES OR CUS-CUSTO-UNIT NOT NUMERIC
003340         DISPLAY 'CUSTO INVALIDO IGNORADO: ' CUSTO-REC
003350     ELSE
003360         IF WS-CONT-CUSTOS >= 50
003370             DISPLAY 'TABELA DE CUSTOS CHEIA, IGNORADO: '
003380                     CUSTO-REC
003390         ELSE
003400             ADD 1 TO WS-CONT-CUSTOS
003410             MOVE CUS-INGRED
003420                 TO WS-CUS-INGRED (WS-CONT-CUSTOS)
003430             MOVE CUS-CUSTO-UNIT
003440                 TO WS-CUS-CUSTO (WS-CONT-CUSTOS)
003450         END-IF
003460     END-IF.
003470*
003480 310-EXIT.
003490*
003500*===  LOCALIZA O CUSTO UNITARIO DO INGREDIENTE EM APURACAO  =====
003510 320-LOCALIZA-CUSTO SECTION.
003520*
003530     MOVE ZEROS TO WS-CUS-IND.
003540     MOVE ZEROS TO WS-CUSTO-UNIT.
003550     PERFORM 325-COMPARA-CUSTO
003560         VARYING IND-CUS FROM 1 BY 1
003570             UNTIL IND-CUS > WS-CONT-CUSTOS
003580                OR WS-CUS-IND > ZEROS.
003590*
003600     IF WS-CUS-IND > ZEROS
003610         MOVE WS-CUS-CUSTO (WS-CUS-IND) TO WS-CUSTO-UNIT
003620     END-IF.
003630*
003640 320-EXIT.
003650*
003660 325-COMPARA-CUSTO SECTION.
003670*
003680     IF WS-CUS-INGRED (IND-CUS) = WS-PER-INGRED (IND-PER)
003690         MOVE IND-CUS TO WS-CUS-IND
003700     END-IF.
003710*
003720 325-EXIT.
003730*
003740*===  APURA E IMPRIME A DIFERENCA DE UM INGREDIENTE  ============
003750 400-APURA-INGREDIENTE SECTION.
003760*
003770     IF WS-PER-INICIAL-SW (IND-PER) NOT = 'S'
003780             OR WS-PER-FINAL-SW (IND-PER) NOT = 'S'
003790         ADD 1 TO WS-CONT-SEM-CONTAGEM
003800         IF WS-PER-INICIAL-SW (IND-PER) NOT = 'S'
003810             DISPLAY '  ' WS-PER-INGRED (IND-PER)
003820                     ' SEM CONTAGEM INICIAL ATE ' WS-DATA-INI
003830         ELSE
003840             DISPLAY '  ' WS-PER-INGRED (IND-PER)
003850                     ' SEM CONTAGEM FINAL EM ' WS-DATA-FIM
003860         END-IF
003870     ELSE
003880         PERFORM 410-CALCULA-DIFERENCA
003890         PERFORM 420-IMPRIME-DIFERENCA
003900     END-IF.
003910*
003920 400-EXIT.
003930*
003940*    ESPERADO = INICIAL + ENTREGA + ESTORNO - BAIXA - PERDA; A
003950*    DIFERENCA NEGATIVA E PRODUTO QUE SUMIU, A POSITIVA SOBRA.
003960 410-CALCULA-DIFERENCA SECTION.
003970*
003980     ADD 1 TO WS-CONT-APURADOS.
003990     PERFORM 320-LOCALIZA-CUSTO.
004000     IF WS-CUS-IND = ZEROS
004010         ADD 1 TO WS-CONT-SEM-CUSTO
004020     END-IF.
004030*
004040     COMPUTE WS-ESPERADO =
004050         WS-PER-INICIAL (IND-PER)
004060         + WS-PER-ENTREGA (IND-PER)
004070         + WS-PER-ESTORNO (IND-PER)
004080         - WS-PER-BAIXA (IND-PER)
004090         - WS-PER-PERDA (IND-PER).
004100     COMPUTE WS-DIFERENCA =
004110         WS-PER-FINAL (IND-PER) - WS-ESPERADO.
004120     COMPUTE WS-VALOR-DIF ROUNDED =
004130         WS-DIFERENCA * WS-CUSTO-UNIT.
004140*
004150     IF WS-DIFERENCA < ZEROS
004160         COMPUTE WS-DIF-ABSOLUTA = ZEROS - WS-DIFERENCA
004170         SUBTRACT WS-VALOR-DIF FROM WS-TOT-PERDA
004180     ELSE
004190         MOVE WS-DIFERENCA TO WS-DIF-ABSOLUTA
004200         ADD WS-VALOR-DIF TO WS-TOT-SOBRA
004210     END-IF.
004220     ADD WS-VALOR-DIF TO WS-TOT-LIQUIDO.
004230*
004240     COMPUTE WS-TOT-CUSTO-COMIDA ROUNDED =
004250         WS-TOT-CUSTO-COMIDA
004260         + WS-PER-BAIXA (IND-PER) * WS-CUSTO-UNIT.
004270*
004280     IF WS-PER-BAIXA (IND-PER) > ZEROS
004290         COMPUTE WS-DIF-PCT ROUNDED =
004300             WS-DIF-ABSOLUTA * 100 / WS-PER-BAIXA (IND-PER)
004310     ELSE
004320         MOVE ZEROS TO WS-DIF-PCT
004330     END-IF.
004340*
004350 410-EXIT.
004360*
004370 420-IMPRIME-DIFERENCA SECTION.
004380*
004390     MOVE WS-ESPERADO TO WS-QTD-EDIT.
004400     MOVE WS-PER-FINAL (IND-PER) TO WS-CNT-EDIT.
004410     MOVE WS-DIFERENCA TO WS-DIF-EDIT.
004420     MOVE WS-VALOR-DIF TO WS-TOT-EDIT.
004430     MOVE WS-DIF-PCT TO WS-PCT-EDIT.
004440     DISPLAY '  ' WS-PER-INGRED (IND-PER)
004450             ' ESPERADO ' WS-QTD-EDIT
004460             ' CONTADO ' WS-CNT-EDIT
004470             ' DIF ' WS-DIF-EDIT
004480             ' VALOR ' WS-TOT-EDIT
004490             ' (' WS-PCT-EDIT '%)'.
004500*
004510     IF WS-PER-DATA-INICIAL (IND-PER) < WS-DATA-INI
004520         DISPLAY '      CONTAGEM INICIAL DE '
004530                 WS-PER-DATA-INICIAL (IND-PER)
004540     END-IF.
004550     IF WS-CUS-IND = ZEROS
004560         DISPLAY '      SEM CUSTO EM CUSTFILE, VALOR ZERO'
004570     END-IF.
004580*
004590*    SEM CONSUMO TEORICO, QUALQUER DIFERENCA PASSA DA TOLERANCIA
004600     IF WS-DIF-ABSOLUTA > ZEROS
004610         IF WS-DIF-ABSOLUTA * 100 >
004620                 WS-PER-BAIXA (IND-PER) * WS-TOLERANCIA
004630             ADD 1 TO WS-CONT-FORA-TOLER
004640             DISPLAY '  *** ' WS-PER-INGRED (IND-PER)
004650                     ' ACIMA DA TOLERANCIA DE '
004660                     WS-TOLERANCIA '% ***'
004670         END-IF
004680     END-IF.
004690*
004700 420-EXIT.
004710*
004720*===  ENCERRA: DIFERENCA POR INGREDIENTE E PERDA TOTAL  =========
004730 9000-FINALIZA SECTION.
004740*
004750     DISPLAY '================================================'.
004760     DISPLAY 'RELATORIO DE PERDAS NAO EXPLICADAS'.
004770     DISPLAY '================================================'.
004780*
004790     PERFORM 400-APURA-INGREDIENTE
004800         VARYING IND-PER FROM 1 BY 1
004810             UNTIL IND-PER > WS-CONT-INGREDS.
004820*
004830     IF WS-TOT-CUSTO-COMIDA > ZEROS
004840         COMPUTE WS-PERDA-PCT ROUNDED =
004850             WS-TOT-PERDA * 100 / WS-TOT-CUSTO-COMIDA
004860     ELSE
004870         MOVE ZEROS TO WS-PERDA-PCT
004880     END-IF.
004890*
004900     DISPLAY '------------------------------------------------'.
004910     DISPLAY 'TOTAIS DO INTERVALO ' WS-DATA-INI
004920             ' A ' WS-DATA-FIM.
004930     MOVE WS-TOT-CUSTO-COMIDA TO WS-TOT-EDIT.
004940     DISPLAY 'CUSTO DA COMIDA      : ' WS-TOT-EDIT.
004950     MOVE WS-TOT-PERDA TO WS-TOT-EDIT.
004960     DISPLAY 'PERDA NAO EXPLICADA  : ' WS-TOT-EDIT.
004970     MOVE WS-TOT-SOBRA TO WS-TOT-EDIT.
004980     DISPLAY 'SOBRA NAO EXPLICADA  : ' WS-TOT-EDIT.
004990     MOVE WS-TOT-LIQUIDO TO WS-TOT-EDIT.
005000     DISPLAY 'DIFERENCA LIQUIDA    : ' WS-TOT-EDIT.
005010     MOVE WS-PERDA-PCT TO WS-PCT-EDIT.
005020     DISPLAY 'PERDA S/ CUSTO COMIDA: ' WS-PCT-EDIT '%'.
005030     DISPLAY 'LINHAS DO LIVRO LIDAS: ' WS-CONT-LIDOS.
005040     DISPLAY 'LINHAS INVALIDAS     : ' WS-CONT-INVALIDOS.
005050     DISPLAY 'INGREDS APURADOS     : ' WS-CONT-APURADOS.
005060     DISPLAY 'INGREDS SEM CONTAGEM : ' WS-CONT-SEM-CONTAGEM.
005070     DISPLAY 'INGREDS SEM CUSTO    : ' WS-CONT-SEM-CUSTO.
005080     DISPLAY 'FORA DA TOLERANCIA   : ' WS-CONT-FORA-TOLER.
005090     DISPLAY '================================================'.
005100*
005110     IF WS-LIVROMOV-STATUS NOT = '35'
005120         CLOSE LIVROMOV
005130     END-IF.
005140*
005150 9000-EXIT.
005160*
005170************* FIM ****************
