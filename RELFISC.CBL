000010*================================================================
000020* RESTAURANT ORDER APP - RESUMO FISCAL MENSAL
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       RELFISC.
000060 AUTHOR.           CHEN LI TE.
000070 INSTALLATION.     RESTAURANT OPERATIONS.
000080 DATE-WRITTEN.     29/09/2026.
000090 DATE-COMPILED.
000100*
000110* HISTORICO DE ALTERACOES
000120* ------------------------------------------------------------
000130* 2026-09-29 CLT  PROGRAMA ORIGINAL - LE O HISTORICO ACUMULADO
000140*                 DE VENDAS (HISTVEN) E OS AJUSTES DE ESTORNO
000150*                 (HISAJU) DO MES PEDIDO (PARAMETRO AAAAMM, PADRAO
000160*                 MES CORRENTE) E RESUME AS VENDAS TRIBUTAVEIS, O
000170*                 IMPOSTO DEVIDO E O SERVICO ARRECADADO POR DIA E
000180*                 POR ALIQUOTA OU PERCENTUAL, COM OS TOTAIS DO
000190*                 MES.
000200*                 REGISTROS GRAVADOS ANTES DO CALCULO DE SERVICO E
000210*                 IMPOSTO SAO CONTADOS A PARTE E NAO ENTRAM.
000211* 2026-10-06 CLT  HISTVEN A 78 POSICOES (FILIAL).
000220*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT HISTVEN
000270         ASSIGN TO "HISTVEN"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT HISAJU
000300         ASSIGN TO "HISAJU"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-HISAJU-STATUS.
000330*
000340 DATA DIVISION.
000350 FILE SECTION.
000360*
000370 FD  HISTVEN
000380     RECORDING MODE IS F
000390     RECORD CONTAINS 78 CHARACTERS
000400     LABEL RECORDS ARE STANDARD.
000410     COPY HISTREC.
000420*
000430 FD  HISAJU
000440     RECORDING MODE IS F
000450     RECORD CONTAINS 75 CHARACTERS
000460     LABEL RECORDS ARE STANDARD.
000470     COPY HAJREC.
000480*
000490 WORKING-STORAGE SECTION.
000500*
000510 77  IND-FIS                 PIC 9(03) VALUE ZEROS.
000520 77  IND-FIS2                PIC 9(03) VALUE ZEROS.
000530 77  IND-FIS3                PIC 9(03) VALUE ZEROS.
000540 77  IND-TOT                 PIC 9(02) VALUE ZEROS.
000550 77  IND-TOT2                PIC 9(02) VALUE ZEROS.
000560 77  IND-TOT3                PIC 9(02) VALUE ZEROS.
000570 77  WS-ACHA-IND             PIC 9(03) VALUE ZEROS.
000580 77  WS-CONT-FISCAL          PIC 9(03) VALUE ZEROS.
000590 77  WS-CONT-TOTAIS          PIC 9(02) VALUE ZEROS.
000600 77  WS-CONT-REGISTROS       PIC 9(06) VALUE ZEROS.
000610 77  WS-CONT-MES             PIC 9(06) VALUE ZEROS.
000620 77  WS-CONT-AJUSTES         PIC 9(05) VALUE ZEROS.
000630 77  WS-CONT-SEM-FISCAL      PIC 9(06) VALUE ZEROS.
000640 77  WS-ANOMES               PIC 9(06) VALUE ZEROS.
000650 77  WS-DATA-EXEC            PIC 9(08) VALUE ZEROS.
000660 77  WS-PARM                 PIC X(08) VALUE SPACES.
000670 77  WS-HISAJU-STATUS        PIC X(02) VALUE ZEROS.
000680 77  WS-TIPO-IMPRESSAO       PIC X(01) VALUE SPACES.
000690 77  WS-MOV-BASE             PIC S9(09)V99 VALUE ZEROS.
000700 77  WS-MOV-VALOR            PIC S9(09)V99 VALUE ZEROS.
000710 77  WS-TOTAL-BASE           PIC S9(09)V99 VALUE ZEROS.
000720 77  WS-TOTAL-VALOR          PIC S9(09)V99 VALUE ZEROS.
000730 77  WS-FIS-TEMP             PIC X(35) VALUE SPACES.
000740 77  WS-TOT-TEMP             PIC X(27) VALUE SPACES.
000750 77  WS-TAXA-EDIT            PIC Z9.99.
000760 77  WS-BASE-EDIT            PIC -ZZZZZZZZ9.99.
000770 77  WS-VAL-EDIT             PIC -ZZZZZZZZ9.99.
000780*
000790 01  WS-SWITCHES.
000800     05  WS-FIM-HISTVEN-SW        PIC X(01) VALUE 'N'.
000810         88  WS-FIM-HISTVEN                 VALUE 'S'.
000820     05  WS-FIM-HISAJU-SW         PIC X(01) VALUE 'N'.
000830         88  WS-FIM-HISAJU                  VALUE 'S'.
000840*
000850*    CHAVE DO MOVIMENTO A ACUMULAR: TIPO 'I' PARA IMPOSTO (TAXA =
000860*    ALIQUOTA DO PRATO) OU 'S' PARA SERVICO (TAXA = PERCENTUAL DO
000870*    PERIODO), SEGUIDO DA DATA E DA TAXA, NA ORDEM DO RELATORIO.
000880 01  WS-CHAVE-FISCAL.
000890     05  WS-CHAVE-TIPO           PIC X(01).
000900     05  WS-CHAVE-DATA           PIC 9(08).
000910     05  WS-CHAVE-TAXA           PIC 9(02)V99.
000920*
000930*    TOTAIS POR TIPO, DATA E TAXA NO MES: BASE (VENDA LIQUIDA) E
000940*    VALOR (IMPOSTO DEVIDO OU SERVICO ARRECADADO), CLASSIFICADOS
000950*    PELA CHAVE PARA A IMPRESSAO POR DIA E TAXA.
000960 01  WS-TAB-FISCAL.
000970     05  WS-FIS-ENT OCCURS 400 TIMES.
000980         10  WS-FIS-CHAVE.
000990             15  WS-FIS-TIPO     PIC X(01).
001000             15  WS-FIS-DATA     PIC 9(08).
001010             15  WS-FIS-TAXA     PIC 9(02)V99.
001020         10  WS-FIS-BASE         PIC S9(09)V99.
001030         10  WS-FIS-VALOR        PIC S9(09)V99.
001040*
001050*    TOTAIS DO MES POR TIPO E TAXA, PARA O FECHAMENTO POR
001060*    ALIQUOTA E POR PERCENTUAL DE SERVICO.
001070 01  WS-TAB-TOTAIS.
001080     05  WS-TOT-ENT OCCURS 40 TIMES.
001090         10  WS-TOT-CHAVE.
001100             15  WS-TOT-TIPO     PIC X(01).
001110             15  WS-TOT-TAXA     PIC 9(02)V99.
001120         10  WS-TOT-BASE         PIC S9(09)V99.
001130         10  WS-TOT-VALOR        PIC S9(09)V99.
001140*
001150 PROCEDURE DIVISION.
001160*
001170*===  LACO PRINCIPAL DO RESUMO FISCAL  ==========================
001180 0000-MAINLINE SECTION.
001190*
001200     PERFORM 1000-INICIALIZA.
001210*
001220     PERFORM 2000-ACUMULA-HISTORICO
001230         UNTIL WS-FIM-HISTVEN.
001240*
001250     PERFORM 2200-ABATE-AJUSTE
001260         UNTIL WS-FIM-HISAJU.
001270*
001280     PERFORM 9000-FINALIZA.
001290*
001300     STOP RUN.
001310*
001320 0000-EXIT.
001330*
001340*===  DEFINE O MES DO RESUMO E ABRE O HISTORICO  ================
001350 1000-INICIALIZA SECTION.
001360*
001370     INITIALIZE WS-TAB-FISCAL.
001380     INITIALIZE WS-TAB-TOTAIS.
001390*
001400     ACCEPT WS-PARM FROM COMMAND-LINE.
001410     IF WS-PARM (1:6) IS NUMERIC
001420         MOVE WS-PARM (1:6) TO WS-ANOMES
001430     ELSE
001440         ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
001450         MOVE WS-DATA-EXEC (1:6) TO WS-ANOMES
001460     END-IF.
001470*
001480     OPEN INPUT HISTVEN.
001490*
001500     OPEN INPUT HISAJU.
001510     IF WS-HISAJU-STATUS = '35'
001520         DISPLAY 'HISAJU AUSENTE, RESUMO SEM ESTORNOS'
001530         MOVE 'S' TO WS-FIM-HISAJU-SW
001540     ELSE
001550         PERFORM 2300-LER-HISAJU
001560     END-IF.
001570*
001580     PERFORM 2100-LER-HISTVEN.
001590*
001600 1000-EXIT.
001610*
001620*===  ACUMULA UM REGISTRO DO MES E LE O PROXIMO  ================
001630 2000-ACUMULA-HISTORICO SECTION.
001640*
001650     IF HIS-DATA NOT NUMERIC
001660         DISPLAY 'HISTORICO INVALIDO IGNORADO: ' HISTORICO-REC
001670     ELSE
001680         IF HIS-DATA (1:6) = WS-ANOMES
001690             ADD 1 TO WS-CONT-MES
001700             IF HIS-LIQUIDO NOT NUMERIC
001710                     OR HIS-SERVICO NOT NUMERIC
001720                     OR HIS-IMPOSTO NOT NUMERIC
001730                     OR HIS-PCT-SERVICO NOT NUMERIC
001740                     OR HIS-ALIQUOTA NOT NUMERIC
001750                 ADD 1 TO WS-CONT-SEM-FISCAL
001760             ELSE
001770                 MOVE HIS-DATA     TO WS-CHAVE-DATA
001780                 MOVE 'I'          TO WS-CHAVE-TIPO
001790                 MOVE HIS-ALIQUOTA TO WS-CHAVE-TAXA
001800                 MOVE HIS-LIQUIDO  TO WS-MOV-BASE
001810                 MOVE HIS-IMPOSTO  TO WS-MOV-VALOR
001820                 PERFORM 200-ACUMULA-FISCAL
001830                 MOVE 'S'             TO WS-CHAVE-TIPO
001840                 MOVE HIS-PCT-SERVICO TO WS-CHAVE-TAXA
001850                 MOVE HIS-SERVICO     TO WS-MOV-VALOR
001860                 PERFORM 200-ACUMULA-FISCAL
001870             END-IF
001880         END-IF
001890     END-IF.
001900*
001910     PERFORM 2100-LER-HISTVEN.
001920*
001930 2000-EXIT.
001940*
001950*===  LE O PROXIMO REGISTRO DO HISTORICO  =======================
001960 2100-LER-HISTVEN SECTION.
001970*
001980     READ HISTVEN
001990         AT END
002000             MOVE 'S' TO WS-FIM-HISTVEN-SW
002010         NOT AT END
002020             ADD 1 TO WS-CONT-REGISTROS
002030     END-READ.
002040*
002050 2100-EXIT.
002060*
002070*===  ABATE UM AJUSTE DE ESTORNO DO MES E LE O PROXIMO.  ========
002080*===  OS VALORES DO AJUSTE JA VEM NEGATIVOS  ====================
002090 2200-ABATE-AJUSTE SECTION.
002100*
002110     IF HAJ-DATA NOT NUMERIC
002120         DISPLAY 'AJUSTE DE HISTORICO INVALIDO IGNORADO: '
002130                 AJUSTE-HIST-REC
002140     ELSE
002150         IF HAJ-DATA (1:6) = WS-ANOMES
002160             IF HAJ-LIQUIDO NOT NUMERIC
002170                     OR HAJ-SERVICO NOT NUMERIC
002180                     OR HAJ-IMPOSTO NOT NUMERIC
002190                     OR HAJ-PCT-SERVICO NOT NUMERIC
002200                     OR HAJ-ALIQUOTA NOT NUMERIC
002210                 ADD 1 TO WS-CONT-SEM-FISCAL
002220             ELSE
002230                 ADD 1 TO WS-CONT-AJUSTES
002240                 MOVE HAJ-DATA     TO WS-CHAVE-DATA
002250                 MOVE 'I'          TO WS-CHAVE-TIPO
002260                 MOVE HAJ-ALIQUOTA TO WS-CHAVE-TAXA
002270                 MOVE HAJ-LIQUIDO  TO WS-MOV-BASE
002280                 MOVE HAJ-IMPOSTO  TO WS-MOV-VALOR
002290                 PERFORM 200-ACUMULA-FISCAL
002300                 MOVE 'S'             TO WS-CHAVE-TIPO
002310                 MOVE HAJ-PCT-SERVICO TO WS-CHAVE-TAXA
002320                 MOVE HAJ-SERVICO     TO WS-MOV-VALOR
002330                 PERFORM 200-ACUMULA-FISCAL
002340             END-IF
002350         END-IF
002360     END-IF.
002370*
002380     PERFORM 2300-LER-HISAJU.
002390*
002400 2200-EXIT.
002410*
002420*===  LE O PROXIMO AJUSTE DE HISAJU  ============================
002430 2300-LER-HISAJU SECTION.
002440*
002450     READ HISAJU
002460         AT END
002470             MOVE 'S' TO WS-FIM-HISAJU-SW
002480     END-READ.
002490*
002500 2300-EXIT.
002510*
002520*===  ACUMULA O MOVIMENTO NA DATA/TAXA E NO TOTAL DA TAXA  ======
002530 200-ACUMULA-FISCAL SECTION.
002540*
002550     MOVE ZEROS TO WS-ACHA-IND.
002560     PERFORM 205-COMPARA-FISCAL
002570         VARYING IND-FIS FROM 1 BY 1
002580             UNTIL IND-FIS > WS-CONT-FISCAL
002590                OR WS-ACHA-IND > ZEROS.
002600*
002610     IF WS-ACHA-IND = ZEROS
002620         IF WS-CONT-FISCAL >= 400
002630             DISPLAY 'TABELA FISCAL CHEIA, IGNORADO: '
002640                     WS-CHAVE-FISCAL
002650         ELSE
002660             ADD 1 TO WS-CONT-FISCAL
002670             MOVE WS-CONT-FISCAL  TO WS-ACHA-IND
002680             MOVE WS-CHAVE-FISCAL TO WS-FIS-CHAVE (WS-ACHA-IND)
002690         END-IF
002700     END-IF.
002710*
002720     IF WS-ACHA-IND > ZEROS
002730         ADD WS-MOV-BASE  TO WS-FIS-BASE (WS-ACHA-IND)
002740         ADD WS-MOV-VALOR TO WS-FIS-VALOR (WS-ACHA-IND)
002750         PERFORM 210-ACUMULA-TOTAL
002760     END-IF.
002770*
002780 200-EXIT.
002790*
002800 205-COMPARA-FISCAL SECTION.
002810*
002820     IF WS-FIS-CHAVE (IND-FIS) = WS-CHAVE-FISCAL
002830         MOVE IND-FIS TO WS-ACHA-IND
002840     END-IF.
002850*
002860 205-EXIT.
002870*
002880*===  ACUMULA O MOVIMENTO NO TOTAL DO MES DA TAXA  ==============
002890 210-ACUMULA-TOTAL SECTION.
002900*
002910     MOVE ZEROS TO WS-ACHA-IND.
002920     PERFORM 215-COMPARA-TOTAL
002930         VARYING IND-TOT FROM 1 BY 1
002940             UNTIL IND-TOT > WS-CONT-TOTAIS
002950                OR WS-ACHA-IND > ZEROS.
002960*
002970     IF WS-ACHA-IND = ZEROS
002980         IF WS-CONT-TOTAIS >= 40
002990             DISPLAY 'TABELA DE TAXAS CHEIA, IGNORADA: '
003000                     WS-CHAVE-TIPO ' ' WS-CHAVE-TAXA
003010         ELSE
003020             ADD 1 TO WS-CONT-TOTAIS
003030             MOVE WS-CONT-TOTAIS TO WS-ACHA-IND
003040             MOVE WS-CHAVE-TIPO  TO WS-TOT-TIPO (WS-ACHA-IND)
003050             MOVE WS-CHAVE-TAXA  TO WS-TOT-TAXA (WS-ACHA-IND)
003060         END-IF
003070     END-IF.
003080*
003090     IF WS-ACHA-IND > ZEROS
003100         ADD WS-MOV-BASE  TO WS-TOT-BASE (WS-ACHA-IND)
003110         ADD WS-MOV-VALOR TO WS-TOT-VALOR (WS-ACHA-IND)
003120     END-IF.
003130*
003140 210-EXIT.
003150*
003160 215-COMPARA-TOTAL SECTION.
003170*
003180     IF WS-TOT-TIPO (IND-TOT) = WS-CHAVE-TIPO
003190             AND WS-TOT-TAXA (IND-TOT) = WS-CHAVE-TAXA
003200         MOVE IND-TOT TO WS-ACHA-IND
003210     END-IF.
003220*
003230 215-EXIT.
003240*
003250*===  CLASSIFICA OS MOVIMENTOS POR TIPO, DATA E TAXA  ===========
003260 300-CLASSIFICA-FISCAL SECTION.
003270*
003280     COMPUTE IND-FIS2 = IND-FIS + 1.
003290     PERFORM 305-COMPARA-FISCAL-ORDEM
003300         VARYING IND-FIS3 FROM IND-FIS2 BY 1
003310             UNTIL IND-FIS3 > WS-CONT-FISCAL.
003320*
003330 300-EXIT.
003340*
003350 305-COMPARA-FISCAL-ORDEM SECTION.
003360*
003370     IF WS-FIS-CHAVE (IND-FIS3) < WS-FIS-CHAVE (IND-FIS)
003380         MOVE WS-FIS-ENT (IND-FIS)  TO WS-FIS-TEMP
003390         MOVE WS-FIS-ENT (IND-FIS3) TO WS-FIS-ENT (IND-FIS)
003400         MOVE WS-FIS-TEMP           TO WS-FIS-ENT (IND-FIS3)
003410     END-IF.
003420*
003430 305-EXIT.
003440*
003450*===  CLASSIFICA OS TOTAIS DO MES POR TIPO E TAXA  ==============
003460 310-CLASSIFICA-TOTAIS SECTION.
003470*
003480     COMPUTE IND-TOT2 = IND-TOT + 1.
003490     PERFORM 315-COMPARA-TOTAL-ORDEM
003500         VARYING IND-TOT3 FROM IND-TOT2 BY 1
003510             UNTIL IND-TOT3 > WS-CONT-TOTAIS.
003520*
003530 310-EXIT.
003540*
003550 315-COMPARA-TOTAL-ORDEM SECTION.
003560*
003570     IF WS-TOT-CHAVE (IND-TOT3) < WS-TOT-CHAVE (IND-TOT)
003580         MOVE WS-TOT-ENT (IND-TOT)  TO WS-TOT-TEMP
003590         MOVE WS-TOT-ENT (IND-TOT3) TO WS-TOT-ENT (IND-TOT)
003600         MOVE WS-TOT-TEMP           TO WS-TOT-ENT (IND-TOT3)
003610     END-IF.
003620*
003630 315-EXIT.
003640*
003650*===  IMPRIME UMA VISAO (IMPOSTO OU SERVICO) POR DIA E TAXA  ====
003660*===  COM O FECHAMENTO POR TAXA E O TOTAL DO MES  ===============
003670 900-IMPRIME-VISAO SECTION.
003680*
003690     IF WS-TIPO-IMPRESSAO = 'I'
003700         DISPLAY 'IMPOSTO POR DIA E ALIQUOTA'
003710         DISPLAY '  DATA      ALIQ %   VENDA TRIBUT.'
003720                 '  IMPOSTO DEVIDO'
003730     ELSE
003740         DISPLAY 'SERVICO POR DIA E PERCENTUAL'
003750         DISPLAY '  DATA      SERV %    BASE LIQUIDA'
003760                 '  SERVICO ARREC.'
003770     END-IF.
003780*
003790     MOVE ZEROS TO WS-TOTAL-BASE.
003800     MOVE ZEROS TO WS-TOTAL-VALOR.
003810     PERFORM 905-IMPRIME-DIA-TAXA
003820         VARYING IND-FIS FROM 1 BY 1
003830             UNTIL IND-FIS > WS-CONT-FISCAL.
003840*
003850     DISPLAY '  TOTAL POR TAXA NO MES'.
003860     PERFORM 910-IMPRIME-TOTAL-TAXA
003870         VARYING IND-TOT FROM 1 BY 1
003880             UNTIL IND-TOT > WS-CONT-TOTAIS.
003890*
003900     MOVE WS-TOTAL-BASE  TO WS-BASE-EDIT.
003910     MOVE WS-TOTAL-VALOR TO WS-VAL-EDIT.
003920     IF WS-TIPO-IMPRESSAO = 'I'
003930         DISPLAY 'VENDAS TRIBUTAVEIS   : ' WS-BASE-EDIT
003940         DISPLAY 'IMPOSTO DEVIDO       : ' WS-VAL-EDIT
003950     ELSE
003960         DISPLAY 'BASE DO SERVICO      : ' WS-BASE-EDIT
003970         DISPLAY 'SERVICO ARRECADADO   : ' WS-VAL-EDIT
003980     END-IF.
003990*
004000 900-EXIT.
004010*
004020 905-IMPRIME-DIA-TAXA SECTION.
004030*
004040     IF WS-FIS-TIPO (IND-FIS) = WS-TIPO-IMPRESSAO
004050         MOVE WS-FIS-TAXA (IND-FIS)  TO WS-TAXA-EDIT
004060         MOVE WS-FIS-BASE (IND-FIS)  TO WS-BASE-EDIT
004070         MOVE WS-FIS-VALOR (IND-FIS) TO WS-VAL-EDIT
004080         DISPLAY '  ' WS-FIS-DATA (IND-FIS)
004090                 '  ' WS-TAXA-EDIT
004100                 '  ' WS-BASE-EDIT
004110                 '  ' WS-VAL-EDIT
004120         ADD WS-FIS-BASE (IND-FIS)  TO WS-TOTAL-BASE
004130         ADD WS-FIS-VALOR (IND-FIS) TO WS-TOTAL-VALOR
004140     END-IF.
004150*
004160 905-EXIT.
004170*
004180 910-IMPRIME-TOTAL-TAXA SECTION.
004190*
004200     IF WS-TOT-TIPO (IND-TOT) = WS-TIPO-IMPRESSAO
004210         MOVE WS-TOT-TAXA (IND-TOT)  TO WS-TAXA-EDIT
004220         MOVE WS-TOT-BASE (IND-TOT)  TO WS-BASE-EDIT
004230         MOVE WS-TOT-VALOR (IND-TOT) TO WS-VAL-EDIT
004240         DISPLAY '  TAXA    '
004250                 '  ' WS-TAXA-EDIT
004260                 '  ' WS-BASE-EDIT
004270                 '  ' WS-VAL-EDIT
004280     END-IF.
004290*
004300 910-EXIT.
004310*
004320*===  ENCERRA: CLASSIFICA, IMPRIME AS VISOES E FECHA  ===========
004330 9000-FINALIZA SECTION.
004340*
004350     PERFORM 300-CLASSIFICA-FISCAL
004360         VARYING IND-FIS FROM 1 BY 1
004370             UNTIL IND-FIS > WS-CONT-FISCAL.
004380     PERFORM 310-CLASSIFICA-TOTAIS
004390         VARYING IND-TOT FROM 1 BY 1
004400             UNTIL IND-TOT > WS-CONT-TOTAIS.
004410*
004420     DISPLAY '================================================'.
004430     DISPLAY 'RESUMO FISCAL DO MES ' WS-ANOMES.
004440     DISPLAY 'REGISTROS DE HISTORICO: ' WS-CONT-REGISTROS.
004450     DISPLAY 'REGISTROS DO MES      : ' WS-CONT-MES.
004460     DISPLAY 'AJUSTES ABATIDOS      : ' WS-CONT-AJUSTES.
004470     DISPLAY 'SEM DADOS FISCAIS     : ' WS-CONT-SEM-FISCAL.
004480     DISPLAY '================================================'.
004490*
004500     MOVE 'I' TO WS-TIPO-IMPRESSAO.
004510     PERFORM 900-IMPRIME-VISAO.
004520     DISPLAY '------------------------------------------------'.
004530     MOVE 'S' TO WS-TIPO-IMPRESSAO.
004540     PERFORM 900-IMPRIME-VISAO.
004550     DISPLAY '================================================'.
004560*
004570     CLOSE HISTVEN.
004580     IF WS-HISAJU-STATUS NOT = '35'
004590         CLOSE HISAJU
004600     END-IF.
004610*
004620 9000-EXIT.
004630*
004640************* FIM ****************
