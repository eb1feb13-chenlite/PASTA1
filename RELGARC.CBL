000010*================================================================
000020* RESTAURANT ORDER APP - VENDAS POR GARCOM E RATEIO DE GORJETAS
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       RELGARC.
000060 AUTHOR.           CHEN LI TE.
000070 INSTALLATION.     RESTAURANT OPERATIONS.
000080 DATE-WRITTEN.     15/09/2026.
000090 DATE-COMPILED.
000100*
000110* HISTORICO DE ALTERACOES
000120* ------------------------------------------------------------
000130* 2026-09-15 CLT  PROGRAMA ORIGINAL - FECHAMENTO DE TURNO POR
000140*                 GARCOM: A PARTIR DA SAIDAOUT DO DIA TOTALIZA
000150*                 ORDENS, RECEITA E TICKET MEDIO DE CADA GARCOM
000160*                 E, PELO TICKET, OS CANCELAMENTOS DA DATA EM
000170*                 CANCFILE. RATEIA A GORJETA DECLARADA DE CADA
000180*                 PERIODO (GORJFILE) PELAS HORAS DO PONTO
000190*                 (PONTOFIL) VEZES O PESO DA FUNCAO NO CADASTRO
000200*                 DE FUNCIONARIOS (FUNCFILE), COM A SOBRA DO
000210*                 ARREDONDAMENTO PARA O ULTIMO DA LISTA, E GRAVA
000220*                 O REPASSE PARA A FOLHA EM GORJPAG.
000230*                 PARAMETRO: DATA DO MOVIMENTO (AAAAMMDD, PADRAO
000240*                 DIA CORRENTE).
000241* 2026-09-29 CLT  SAIDAOUT A 122 POSICOES (SERVICO E IMPOSTO).
000242* 2026-10-06 CLT  SAIDAOUT A 126 POSICOES (FILIAL).
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT SAIDAOUT
000300         ASSIGN TO "SAIDAOUT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-SAIDAOUT-STATUS.
000330     SELECT CANCFILE
000340         ASSIGN TO "CANCFILE"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CANCFILE-STATUS.
000370     SELECT FUNCFILE
000380         ASSIGN TO "FUNCFILE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-FUNCFILE-STATUS.
000410     SELECT PONTOFIL
000420         ASSIGN TO "PONTOFIL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PONTOFIL-STATUS.
000450     SELECT GORJFILE
000460         ASSIGN TO "GORJFILE"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-GORJFILE-STATUS.
000490     SELECT GORJPAG
000500         ASSIGN TO "GORJPAG"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550*
000560 FD  SAIDAOUT
000570     RECORDING MODE IS F
000580     RECORD CONTAINS 126 CHARACTERS
000590     LABEL RECORDS ARE STANDARD.
000600     COPY SAIDREC.
000610*
000620 FD  CANCFILE
000630     RECORDING MODE IS F
000640     RECORD CONTAINS 34 CHARACTERS
000650     LABEL RECORDS ARE STANDARD.
000660     COPY CANREC.
000670*
000680 FD  FUNCFILE
000690     RECORDING MODE IS F
000700     RECORD CONTAINS 38 CHARACTERS
000710     LABEL RECORDS ARE STANDARD.
000720     COPY FUNREC.
000730*
000740 FD  PONTOFIL
000750     RECORDING MODE IS F
000760     RECORD CONTAINS 23 CHARACTERS
000770     LABEL RECORDS ARE STANDARD.
000780     COPY PONREC.
000790*
000800 FD  GORJFILE
000810     RECORDING MODE IS F
000820     RECORD CONTAINS 22 CHARACTERS
000830     LABEL RECORDS ARE STANDARD.
000840     COPY GORREC.
000850*
000860 FD  GORJPAG
000870     RECORDING MODE IS F
000880     RECORD CONTAINS 35 CHARACTERS
000890     LABEL RECORDS ARE STANDARD.
000900     COPY PAGREC.
000910*
000920 WORKING-STORAGE SECTION.
000930*
000940 77  IND1                    PIC 9(01) VALUE ZEROS.
000950 77  IND-GAR                 PIC 9(02) VALUE ZEROS.
000960 77  WS-GAR-IND              PIC 9(02) VALUE ZEROS.
000970 77  IND-FUN                 PIC 9(02) VALUE ZEROS.
000980 77  WS-FUN-IND              PIC 9(02) VALUE ZEROS.
000990 77  WS-ULT-FUN              PIC 9(02) VALUE ZEROS.
001000 77  IND-TKT                 PIC 9(05) VALUE ZEROS.
001010 77  WS-TKT-IND              PIC 9(05) VALUE ZEROS.
001020 77  WS-CONT-GARCONS         PIC 9(02) VALUE ZEROS.
001030 77  WS-CONT-FUNCIONARIOS    PIC 9(02) VALUE ZEROS.
001040 77  WS-CONT-TICKETS         PIC 9(05) VALUE ZEROS.
001050 77  WS-CONT-DETALHES        PIC 9(06) VALUE ZEROS.
001060 77  WS-CONT-CANCELAMENTOS   PIC 9(06) VALUE ZEROS.
001070 77  WS-CONT-CANC-SEM-ORDEM  PIC 9(06) VALUE ZEROS.
001080 77  WS-CONT-PONTO           PIC 9(06) VALUE ZEROS.
001090 77  WS-CONT-PONTO-IGNORADO  PIC 9(06) VALUE ZEROS.
001100 77  WS-CONT-REPASSES        PIC 9(06) VALUE ZEROS.
001110 77  WS-SAIDAOUT-STATUS      PIC X(02) VALUE ZEROS.
001120 77  WS-CANCFILE-STATUS      PIC X(02) VALUE ZEROS.
001130 77  WS-FUNCFILE-STATUS      PIC X(02) VALUE ZEROS.
001140 77  WS-PONTOFIL-STATUS      PIC X(02) VALUE ZEROS.
001150 77  WS-GORJFILE-STATUS      PIC X(02) VALUE ZEROS.
001160 77  WS-PARM                 PIC X(08) VALUE SPACES.
001170 77  WS-DATA-ALVO            PIC 9(08) VALUE ZEROS.
001180 77  WS-PERIODO-CHAVE        PIC X(07) VALUE SPACES.
001190 77  WS-GARCOM-CHAVE         PIC X(04) VALUE SPACES.
001200 77  WS-FUNC-CHAVE           PIC X(04) VALUE SPACES.
001210 77  WS-SPT-QTD              PIC 9(06) VALUE ZEROS.
001220 77  WS-SPT-VALOR            PIC 9(09)V99 VALUE ZEROS.
001230 77  WS-VALOR-ACUM           PIC 9(09)V99 VALUE ZEROS.
001240 77  WS-VALOR-CANC-ACUM      PIC 9(09)V99 VALUE ZEROS.
001250 77  WS-MEDIA-ORDEM          PIC 9(07)V99 VALUE ZEROS.
001260 77  WS-PONTOS-TOTAL         PIC 9(07)V99 VALUE ZEROS.
001270 77  WS-GORJ-DISTRIBUIDA     PIC 9(07)V99 VALUE ZEROS.
001280 77  WS-GORJ-PARCELA         PIC 9(07)V99 VALUE ZEROS.
001290 77  WS-GORJ-ACUM            PIC 9(09)V99 VALUE ZEROS.
001300 77  WS-VAL-EDIT             PIC ZZZZZZ9.99.
001310 77  WS-MED-EDIT             PIC ZZZZZ9.99.
001320 77  WS-CAN-EDIT             PIC ZZZZZZ9.99.
001330 77  WS-HORAS-EDIT           PIC Z9.99.
001340 77  WS-PESO-EDIT            PIC 9.99.
001350 77  WS-PONTOS-EDIT          PIC ZZZZ9.99.
001360*
001370 01  WS-SWITCHES.
001380     05  WS-FIM-SAIDAOUT-SW       PIC X(01) VALUE 'N'.
001390         88  WS-FIM-SAIDAOUT                VALUE 'S'.
001400     05  WS-FIM-CANCFILE-SW       PIC X(01) VALUE 'N'.
001410         88  WS-FIM-CANCFILE                VALUE 'S'.
001420     05  WS-FIM-FUNCFILE-SW       PIC X(01) VALUE 'N'.
001430         88  WS-FIM-FUNCFILE                VALUE 'S'.
001440     05  WS-FIM-PONTOFIL-SW       PIC X(01) VALUE 'N'.
001450         88  WS-FIM-PONTOFIL                VALUE 'S'.
001460     05  WS-FIM-GORJFILE-SW       PIC X(01) VALUE 'N'.
001470         88  WS-FIM-GORJFILE                VALUE 'S'.
001480     05  WS-TRAILER-LIDO-SW       PIC X(01) VALUE 'N'.
001490         88  WS-TRAILER-LIDO                VALUE 'S'.
001500     05  WS-SEM-SAIDAOUT-SW       PIC X(01) VALUE 'N'.
001510         88  WS-SEM-SAIDAOUT                VALUE 'S'.
001520     05  WS-SEM-CADASTRO-FUNC-SW  PIC X(01) VALUE 'N'.
001530         88  WS-SEM-CADASTRO-FUNC           VALUE 'S'.
001540*
001550 01  WS-PERIODO-NOMES.
001560     05  FILLER                   PIC X(07) VALUE 'MORNING'.
001570     05  FILLER                   PIC X(07) VALUE 'LUNCH'.
001580     05  FILLER                   PIC X(07) VALUE 'NIGHT'.
001590 01  WS-PERIODO-NOMES-TAB REDEFINES WS-PERIODO-NOMES.
001600     05  WS-PERIODO-NOME OCCURS 3 TIMES PIC X(07).
001610*
001620*    TOTALIZADORES POR GARCOM, NA ORDEM EM QUE O GARCOM APARECE
001630*    NA SAIDAOUT, COM O INDICE DELE NO CADASTRO DE FUNCIONARIOS.
001640 01  WS-TAB-GARCONS.
001650     05  WS-GAR-ENT OCCURS 60 TIMES.
001660         10  WS-GAR-CODIGO        PIC X(04).
001670         10  WS-GAR-FUN-IND       PIC 9(02).
001680         10  WS-GAR-ORDENS        PIC 9(05).
001690         10  WS-GAR-RECEITA       PIC 9(09)V99.
001700         10  WS-GAR-CANCELADAS    PIC 9(05).
001710         10  WS-GAR-VALOR-CANC    PIC 9(07)V99.
001720*
001730*    TICKETS DA SAIDAOUT COM O GARCOM QUE OS ATENDEU, PARA
001740*    ATRIBUIR A ELE O CANCELAMENTO FEITO DEPOIS DO LOTE.
001750 01  WS-TAB-TICKETS.
001760     05  WS-TKT-ENT OCCURS 9999 TIMES.
001770         10  WS-TKT-TICKET        PIC 9(06).
001780         10  WS-TKT-GAR-IND       PIC 9(02).
001790         10  WS-TKT-VALOR         PIC 9(05)V99.
001800*
001810*    CADASTRO DE FUNCIONARIOS COM AS HORAS DO PONTO E OS PONTOS
001820*    (HORAS X PESO DA FUNCAO) DE CADA PERIODO DA DATA.
001830 01  WS-TAB-FUNCIONARIOS.
001840     05  WS-FUN-ENT OCCURS 50 TIMES.
001850         10  WS-FUN-CODIGO        PIC X(04).
001860         10  WS-FUN-NOME          PIC X(20).
001870         10  WS-FUN-FUNCAO        PIC X(10).
001880         10  WS-FUN-PESO          PIC 9(01)V99.
001890         10  WS-FUN-PER OCCURS 3 TIMES.
001900             15  WS-FUN-HORAS     PIC 9(03)V99.
001910             15  WS-FUN-PONTOS    PIC 9(05)V99.
001920*
001930*    GORJETA DECLARADA POR PERIODO NA DATA DO MOVIMENTO.
001940 01  WS-TAB-GORJETAS.
001950     05  WS-GORJ-PERIODO OCCURS 3 TIMES PIC 9(07)V99.
001960*
001970 PROCEDURE DIVISION.
001980*
001990*===  LACO PRINCIPAL DO FECHAMENTO POR GARCOM  ==================
002000 0000-MAINLINE SECTION.
002010*
002020     PERFORM 1000-INICIALIZA.
002030*
002040     PERFORM 2000-ACUMULA-SAIDA
002050         UNTIL WS-FIM-SAIDAOUT.
002060*
002070     PERFORM 400-TRATA-CANCELAMENTOS.
002080     PERFORM 500-TRATA-PONTO.
002090     PERFORM 600-TRATA-GORJETAS.
002100*
002110     PERFORM 9000-FINALIZA.
002120*
002130     STOP RUN.
002140*
002150 0000-EXIT.
002160*
002170*===  TRATA O PARAMETRO, CARREGA O CADASTRO E ABRE OS ARQUIVOS  =
002180 1000-INICIALIZA SECTION.
002190*
002200     INITIALIZE WS-TAB-GARCONS.
002210     INITIALIZE WS-TAB-FUNCIONARIOS.
002220     INITIALIZE WS-TAB-GORJETAS.
002230*
002240     ACCEPT WS-PARM FROM COMMAND-LINE.
002250     IF WS-PARM (1:8) IS NUMERIC
002260         MOVE WS-PARM (1:8) TO WS-DATA-ALVO
002270     ELSE
002280         ACCEPT WS-DATA-ALVO FROM DATE YYYYMMDD
002290     END-IF.
002300*
002310     OPEN INPUT  FUNCFILE.
002320     IF WS-FUNCFILE-STATUS = '35'
002330         DISPLAY 'FUNCFILE AUSENTE, GORJETAS NAO RATEADAS'
002340         MOVE 'S' TO WS-SEM-CADASTRO-FUNC-SW
002350     ELSE
002360         PERFORM 300-CARREGA-FUNCIONARIOS
002370             UNTIL WS-FIM-FUNCFILE
002380         CLOSE FUNCFILE
002390     END-IF.
002400*
002410     OPEN OUTPUT GORJPAG.
002420*
002430     OPEN INPUT  SAIDAOUT.
002440     IF WS-SAIDAOUT-STATUS = '35'
002450         DISPLAY 'SAIDAOUT AUSENTE - SEM VENDAS POR GARCOM'
002460         MOVE 8 TO RETURN-CODE
002470         MOVE 'S' TO WS-SEM-SAIDAOUT-SW
002480         MOVE 'S' TO WS-FIM-SAIDAOUT-SW
002490     ELSE
002500         PERFORM 2100-LER-SAIDAOUT
002510     END-IF.
002520*
002530 1000-EXIT.
002540*
002550*===  ACUMULA UMA ORDEM NO GARCOM DELA E LE A PROXIMA  ==========
002560 2000-ACUMULA-SAIDA SECTION.
002570*
002580     IF SPR-PERIODO = 'TRAILER'
002590         PERFORM 200-GUARDA-TRAILER
002600     ELSE
002610         ADD 1 TO WS-CONT-DETALHES
002620         ADD SPR-VALOR-TOTAL TO WS-VALOR-ACUM
002630         PERFORM 100-ACUMULA-GARCOM
002640     END-IF.
002650*
002660     PERFORM 2100-LER-SAIDAOUT.
002670*
002680 2000-EXIT.
002690*
002700*===  LE O PROXIMO REGISTRO DE SAIDAOUT  ========================
002710 2100-LER-SAIDAOUT SECTION.
002720*
002730     READ SAIDAOUT
002740         AT END
002750             MOVE 'S' TO WS-FIM-SAIDAOUT-SW
002760     END-READ.
002770*
002780 2100-EXIT.
002790*
002800*===  SOMA A ORDEM NO GARCOM E GUARDA O TICKET DELA  ============
002810 100-ACUMULA-GARCOM SECTION.
002820*
002830     MOVE SPR-GARCOM TO WS-GARCOM-CHAVE.
002840     PERFORM 110-LOCALIZA-GARCOM.
002850*
002860     ADD 1 TO WS-GAR-ORDENS (WS-GAR-IND).
002870     ADD SPR-VALOR-TOTAL TO WS-GAR-RECEITA (WS-GAR-IND).
002880*
002890     IF WS-CONT-TICKETS < 9999
002900         ADD 1 TO WS-CONT-TICKETS
002910         MOVE SPR-TICKET TO WS-TKT-TICKET (WS-CONT-TICKETS)
002920         MOVE WS-GAR-IND TO WS-TKT-GAR-IND (WS-CONT-TICKETS)
002930         MOVE SPR-VALOR-TOTAL TO WS-TKT-VALOR (WS-CONT-TICKETS)
002940     ELSE
002950         DISPLAY 'TABELA DE TICKETS CHEIA, NAO GUARDADO: '
002960                 SPR-TICKET
002970     END-IF.
002980*
002990 100-EXIT.
003000*
003010*===  LOCALIZA O GARCOM DE WS-GARCOM-CHAVE NA TABELA, INCLUINDO  =
003020*===  NA PRIMEIRA VEZ. COM A TABELA CHEIA SOMA NA ULTIMA  =======
003030 110-LOCALIZA-GARCOM SECTION.
003040*
003050     MOVE ZEROS TO WS-GAR-IND.
003060     PERFORM 115-COMPARA-GARCOM
003070         VARYING IND-GAR FROM 1 BY 1
003080             UNTIL IND-GAR > WS-CONT-GARCONS
003090                OR WS-GAR-IND > ZEROS.
003100*
003110     IF WS-GAR-IND = ZEROS
003120         IF WS-CONT-GARCONS < 60
003130             ADD 1 TO WS-CONT-GARCONS
003140             MOVE WS-GARCOM-CHAVE
003150                 TO WS-GAR-CODIGO (WS-CONT-GARCONS)
003160             MOVE WS-GARCOM-CHAVE TO WS-FUNC-CHAVE
003170             PERFORM 530-LOCALIZA-FUNCIONARIO
003180             MOVE WS-FUN-IND
003190                 TO WS-GAR-FUN-IND (WS-CONT-GARCONS)
003200         ELSE
003210             DISPLAY 'TABELA DE GARCONS CHEIA, GARCOM '
003220                     WS-GARCOM-CHAVE ' SOMADO A '
003230                     WS-GAR-CODIGO (WS-CONT-GARCONS)
003240         END-IF
003250         MOVE WS-CONT-GARCONS TO WS-GAR-IND
003260     END-IF.
003270*
003280 110-EXIT.
003290*
003300 115-COMPARA-GARCOM SECTION.
003310*
003320     IF WS-GAR-CODIGO (IND-GAR) = WS-GARCOM-CHAVE
003330         MOVE IND-GAR TO WS-GAR-IND
003340     END-IF.
003350*
003360 115-EXIT.
003370*
003380*===  DEFINE O INDICE DO PERIODO DE WS-PERIODO-CHAVE (0 = INV.)  =
003390 150-DEFINE-PERIODO SECTION.
003400*
003410     IF WS-PERIODO-CHAVE = 'MORNING'
003420         MOVE 1 TO IND1
003430     ELSE
003440         IF WS-PERIODO-CHAVE = 'LUNCH'
003450             MOVE 2 TO IND1
003460         ELSE
003470             IF WS-PERIODO-CHAVE = 'NIGHT'
003480                 MOVE 3 TO IND1
003490             ELSE
003500                 MOVE ZEROS TO IND1
003510             END-IF
003520         END-IF
003530     END-IF.
003540*
003550 150-EXIT.
003560*
003570*===  GUARDA OS TOTAIS DO TRAILER DE CONTROLE DO FEED  ==========
003580 200-GUARDA-TRAILER SECTION.
003590*
003600     MOVE 'S' TO WS-TRAILER-LIDO-SW.
003610     MOVE SPT-QTD-REGISTROS TO WS-SPT-QTD.
003620     MOVE SPT-VALOR-TOTAL   TO WS-SPT-VALOR.
003630*
003640 200-EXIT.
003650*
003660*===  CARREGA O CADASTRO DE FUNCIONARIOS (FUNCFILE)  ============
003670 300-CARREGA-FUNCIONARIOS SECTION.
003680*
003690     READ FUNCFILE
003700         AT END
003710             MOVE 'S' TO WS-FIM-FUNCFILE-SW
003720         NOT AT END
003730             PERFORM 305-GUARDA-FUNCIONARIO
003740     END-READ.
003750*
003760 300-EXIT.
003770*
003780 305-GUARDA-FUNCIONARIO SECTION.
003790*
003800     IF FUN-PESO NOT NUMERIC
003810         DISPLAY 'FUNCIONARIO COM PESO INVALIDO IGNORADO: '
003820                 FUN-CODIGO
003830     ELSE
003840         IF WS-CONT-FUNCIONARIOS >= 50
003850             DISPLAY 'TABELA DE FUNCIONARIOS CHEIA, IGNORADO: '
003860                     FUN-CODIGO
003870         ELSE
003880             ADD 1 TO WS-CONT-FUNCIONARIOS
003890             MOVE FUN-CODIGO
003900                 TO WS-FUN-CODIGO (WS-CONT-FUNCIONARIOS)
003910             MOVE FUN-NOME
003920                 TO WS-FUN-NOME (WS-CONT-FUNCIONARIOS)
003930             MOVE FUN-FUNCAO
003940                 TO WS-FUN-FUNCAO (WS-CONT-FUNCIONARIOS)
003950             MOVE FUN-PESO
003960                 TO WS-FUN-PESO (WS-CONT-FUNCIONARIOS)
003970         END-IF
003980     END-IF.
003990*
004000 305-EXIT.
004010*
004020*===  ATRIBUI AO GARCOM DA ORDEM OS CANCELAMENTOS DA DATA  ======
004030 400-TRATA-CANCELAMENTOS SECTION.
004040*
004050     OPEN INPUT  CANCFILE.
004060     IF WS-CANCFILE-STATUS = '35'
004070         DISPLAY 'CANCFILE AUSENTE, SEM CANCELAMENTOS NA DATA'
004080     ELSE
004090         PERFORM 410-LE-CANCELAMENTO
004100             UNTIL WS-FIM-CANCFILE
004110         CLOSE CANCFILE
004120     END-IF.
004130*
004140 400-EXIT.
004150*
004160 410-LE-CANCELAMENTO SECTION.
004170*
004180     READ CANCFILE
004190         AT END
004200             MOVE 'S' TO WS-FIM-CANCFILE-SW
004210         NOT AT END
004220             IF CAN-DATA = WS-DATA-ALVO
004230                 PERFORM 420-APURA-CANCELAMENTO
004240             END-IF
004250     END-READ.
004260*
004270 410-EXIT.
004280*
004290 420-APURA-CANCELAMENTO SECTION.
004300*
004310     ADD 1 TO WS-CONT-CANCELAMENTOS.
004320     MOVE ZEROS TO WS-TKT-IND.
004330     PERFORM 425-COMPARA-TICKET
004340         VARYING IND-TKT FROM 1 BY 1
004350             UNTIL IND-TKT > WS-CONT-TICKETS
004360                OR WS-TKT-IND > ZEROS.
004370*
004380     IF WS-TKT-IND = ZEROS
004390         ADD 1 TO WS-CONT-CANC-SEM-ORDEM
004400         DISPLAY 'CANCELAMENTO SEM ORDEM NA SAIDAOUT, TICKET '
004410                 CAN-TICKET
004420     ELSE
004430         MOVE WS-TKT-GAR-IND (WS-TKT-IND) TO WS-GAR-IND
004440         ADD 1 TO WS-GAR-CANCELADAS (WS-GAR-IND)
004450         ADD WS-TKT-VALOR (WS-TKT-IND)
004460             TO WS-GAR-VALOR-CANC (WS-GAR-IND)
004470         ADD WS-TKT-VALOR (WS-TKT-IND) TO WS-VALOR-CANC-ACUM
004480     END-IF.
004490*
004500 420-EXIT.
004510*
004520 425-COMPARA-TICKET SECTION.
004530*
004540     IF WS-TKT-TICKET (IND-TKT) = CAN-TICKET
004550         MOVE IND-TKT TO WS-TKT-IND
004560     END-IF.
004570*
004580 425-EXIT.
004590*
004600*===  SOMA AS HORAS DO PONTO DA DATA POR FUNCIONARIO/PERIODO  ===
004610 500-TRATA-PONTO SECTION.
004620*
004630     OPEN INPUT  PONTOFIL.
004640     IF WS-PONTOFIL-STATUS = '35'
004650         DISPLAY 'PONTOFIL AUSENTE, SEM HORAS PARA O RATEIO'
004660     ELSE
004670         PERFORM 510-LE-PONTO
004680             UNTIL WS-FIM-PONTOFIL
004690         CLOSE PONTOFIL
004700     END-IF.
004710*
004720 500-EXIT.
004730*
004740 510-LE-PONTO SECTION.
004750*
004760     READ PONTOFIL
004770         AT END
004780             MOVE 'S' TO WS-FIM-PONTOFIL-SW
004790         NOT AT END
004800             IF PON-DATA = WS-DATA-ALVO
004810                 PERFORM 520-ACUMULA-PONTO
004820             END-IF
004830     END-READ.
004840*
004850 510-EXIT.
004860*
004870 520-ACUMULA-PONTO SECTION.
004880*
004890     ADD 1 TO WS-CONT-PONTO.
004900     MOVE PON-PERIODO TO WS-PERIODO-CHAVE.
004910     PERFORM 150-DEFINE-PERIODO.
004920     MOVE PON-FUNCIONARIO TO WS-FUNC-CHAVE.
004930     PERFORM 530-LOCALIZA-FUNCIONARIO.
004940*
004950     IF IND1 = ZEROS OR WS-FUN-IND = ZEROS
004960             OR PON-HORAS NOT NUMERIC
004970         ADD 1 TO WS-CONT-PONTO-IGNORADO
004980         DISPLAY 'PONTO IGNORADO (PERIODO, FUNCIONARIO OU '
004990                 'HORAS INVALIDOS): ' PONTO-REC
005000     ELSE
005010         ADD PON-HORAS TO WS-FUN-HORAS (WS-FUN-IND, IND1)
005020     END-IF.
005030*
005040 520-EXIT.
005050*
005060*===  LOCALIZA WS-FUNC-CHAVE NO CADASTRO (0 = NAO CADASTRADO)  ==
005070 530-LOCALIZA-FUNCIONARIO SECTION.
005080*
005090     MOVE ZEROS TO WS-FUN-IND.
005100     PERFORM 535-COMPARA-FUNCIONARIO
005110         VARYING IND-FUN FROM 1 BY 1
005120             UNTIL IND-FUN > WS-CONT-FUNCIONARIOS
005130                OR WS-FUN-IND > ZEROS.
005140*
005150 530-EXIT.
005160*
005170 535-COMPARA-FUNCIONARIO SECTION.
005180*
005190     IF WS-FUN-CODIGO (IND-FUN) = WS-FUNC-CHAVE
005200         MOVE IND-FUN TO WS-FUN-IND
005210     END-IF.
005220*
005230 535-EXIT.
005240*
005250*===  SOMA A GORJETA DECLARADA DA DATA POR PERIODO  =============
005260 600-TRATA-GORJETAS SECTION.
005270*
005280     OPEN INPUT  GORJFILE.
005290     IF WS-GORJFILE-STATUS = '35'
005300         DISPLAY 'GORJFILE AUSENTE, SEM GORJETA DECLARADA'
005310     ELSE
005320         PERFORM 610-LE-GORJETA
005330             UNTIL WS-FIM-GORJFILE
005340         CLOSE GORJFILE
005350     END-IF.
005360*
005370 600-EXIT.
005380*
005390 610-LE-GORJETA SECTION.
005400*
005410     READ GORJFILE
005420         AT END
005430             MOVE 'S' TO WS-FIM-GORJFILE-SW
005440         NOT AT END
005450             IF GOR-DATA = WS-DATA-ALVO
005460                 MOVE GOR-PERIODO TO WS-PERIODO-CHAVE
005470                 PERFORM 150-DEFINE-PERIODO
005480                 IF IND1 = ZEROS OR GOR-VALOR NOT NUMERIC
005490                     DISPLAY 'GORJETA INVALIDA IGNORADA: '
005500                             GORJETA-REC
005510                 ELSE
005520                     ADD GOR-VALOR TO WS-GORJ-PERIODO (IND1)
005530                     ADD GOR-VALOR TO WS-GORJ-ACUM
005540                 END-IF
005550             END-IF
005560     END-READ.
005570*
005580 610-EXIT.
005590*
005600*===  RATEIA A GORJETA DO PERIODO IND1 PELOS PONTOS DE CADA  ====
005610*===  FUNCIONARIO (HORAS X PESO). CADA PARCELA E ARREDONDADA E  =
005620*===  O ULTIMO DA LISTA LEVA O QUE SOBRA, PARA O REPASSE FECHAR  =
005630*===  CENTAVO A CENTAVO COM A GORJETA DECLARADA  ================
005640 700-RATEIA-PERIODO SECTION.
005650*
005660     MOVE ZEROS TO WS-PONTOS-TOTAL.
005670     MOVE ZEROS TO WS-GORJ-DISTRIBUIDA.
005680     MOVE ZEROS TO WS-ULT-FUN.
005690     PERFORM 710-CALCULA-PONTOS
005700         VARYING IND-FUN FROM 1 BY 1
005710             UNTIL IND-FUN > WS-CONT-FUNCIONARIOS.
005720*
005730     IF WS-GORJ-PERIODO (IND1) > ZEROS
005740             OR WS-PONTOS-TOTAL > ZEROS
005750         MOVE WS-GORJ-PERIODO (IND1) TO WS-VAL-EDIT
005760         MOVE WS-PONTOS-TOTAL TO WS-PONTOS-EDIT
005770         DISPLAY WS-PERIODO-NOME (IND1)
005780                 ' GORJETA ' WS-VAL-EDIT
005790                 ' PONTOS ' WS-PONTOS-EDIT
005800     END-IF.
005810*
005820     IF WS-GORJ-PERIODO (IND1) > ZEROS
005830         IF WS-PONTOS-TOTAL = ZEROS
005840             DISPLAY '  SEM HORAS APURADAS, GORJETA NAO RATEADA'
005850         ELSE
005860             PERFORM 720-REPASSA-FUNCIONARIO
005870                 VARYING IND-FUN FROM 1 BY 1
005880                     UNTIL IND-FUN > WS-CONT-FUNCIONARIOS
005890         END-IF
005900     END-IF.
005910*
005920 700-EXIT.
005930*
005940 710-CALCULA-PONTOS SECTION.
005950*
005960     COMPUTE WS-FUN-PONTOS (IND-FUN, IND1) ROUNDED =
005970         WS-FUN-HORAS (IND-FUN, IND1) * WS-FUN-PESO (IND-FUN).
005980*
005990     IF WS-FUN-PONTOS (IND-FUN, IND1) > ZEROS
006000         ADD WS-FUN-PONTOS (IND-FUN, IND1) TO WS-PONTOS-TOTAL
006010         MOVE IND-FUN TO WS-ULT-FUN
006020     END-IF.
006030*
006040 710-EXIT.
006050*
006060 720-REPASSA-FUNCIONARIO SECTION.
006070*
006080     IF WS-FUN-PONTOS (IND-FUN, IND1) > ZEROS
006090         IF IND-FUN = WS-ULT-FUN
006100             COMPUTE WS-GORJ-PARCELA =
006110                 WS-GORJ-PERIODO (IND1) - WS-GORJ-DISTRIBUIDA
006120         ELSE
006130             COMPUTE WS-GORJ-PARCELA ROUNDED =
006140                 WS-GORJ-PERIODO (IND1)
006150                 * WS-FUN-PONTOS (IND-FUN, IND1)
006160                 / WS-PONTOS-TOTAL
006170         END-IF
006180         ADD WS-GORJ-PARCELA TO WS-GORJ-DISTRIBUIDA
006190*
006200         MOVE WS-DATA-ALVO TO PAG-DATA
006210         MOVE WS-PERIODO-NOME (IND1) TO PAG-PERIODO
006220         MOVE WS-FUN-CODIGO (IND-FUN) TO PAG-FUNCIONARIO
006230         MOVE WS-FUN-HORAS (IND-FUN, IND1) TO PAG-HORAS
006240         MOVE WS-FUN-PONTOS (IND-FUN, IND1) TO PAG-PONTOS
006250         MOVE WS-GORJ-PARCELA TO PAG-VALOR
006260         WRITE PAGTO-GORJETA-REC
006270         ADD 1 TO WS-CONT-REPASSES
006280*
006290         MOVE WS-FUN-HORAS (IND-FUN, IND1) TO WS-HORAS-EDIT
006300         MOVE WS-FUN-PESO (IND-FUN) TO WS-PESO-EDIT
006310         MOVE WS-GORJ-PARCELA TO WS-VAL-EDIT
006320         DISPLAY '  ' WS-FUN-CODIGO (IND-FUN)
006330                 ' ' WS-FUN-NOME (IND-FUN)
006340                 ' HORAS ' WS-HORAS-EDIT
006350                 ' PESO ' WS-PESO-EDIT
006360                 ' VALOR ' WS-VAL-EDIT
006370     END-IF.
006380*
006390 720-EXIT.
006400*
006410*===  IMPRIME A LINHA DE VENDAS DE UM GARCOM  ===================
006420 900-IMPRIME-GARCOM SECTION.
006430*
006440     COMPUTE WS-MEDIA-ORDEM ROUNDED =
006450         WS-GAR-RECEITA (IND-GAR) / WS-GAR-ORDENS (IND-GAR).
006460*
006470     MOVE WS-GAR-RECEITA (IND-GAR) TO WS-VAL-EDIT.
006480     MOVE WS-MEDIA-ORDEM TO WS-MED-EDIT.
006490     MOVE WS-GAR-VALOR-CANC (IND-GAR) TO WS-CAN-EDIT.
006500     MOVE WS-GAR-FUN-IND (IND-GAR) TO WS-FUN-IND.
006510     IF WS-FUN-IND = ZEROS
006520         DISPLAY 'GARCOM ' WS-GAR-CODIGO (IND-GAR)
006530                 ' (NAO CADASTRADO)'
006540     ELSE
006550         DISPLAY 'GARCOM ' WS-GAR-CODIGO (IND-GAR)
006560                 ' ' WS-FUN-NOME (WS-FUN-IND)
006570     END-IF.
006580     DISPLAY '  ORDENS ' WS-GAR-ORDENS (IND-GAR)
006590             ' RECEITA ' WS-VAL-EDIT
006600             ' MEDIA ' WS-MED-EDIT.
006610     DISPLAY '  CANCELADAS ' WS-GAR-CANCELADAS (IND-GAR)
006620             ' VALOR ' WS-CAN-EDIT.
006630*
006640 900-EXIT.
006650*
006660*===  BALANCEIA O FEED CONTRA O TRAILER DE CONTROLE  ============
006670 930-VALIDA-TRAILER SECTION.
006680*
006690     IF NOT WS-TRAILER-LIDO
006700         DISPLAY 'TRAILER AUSENTE EM SAIDAOUT - FEED INCOMPLETO'
006710         MOVE 8 TO RETURN-CODE
006720     ELSE
006730         IF WS-SPT-QTD NOT = WS-CONT-DETALHES
006740                 OR WS-SPT-VALOR NOT = WS-VALOR-ACUM
006750             DISPLAY 'TRAILER NAO CONFERE - FEED INCOMPLETO'
006760             MOVE 8 TO RETURN-CODE
006770         END-IF
006780     END-IF.
006790*
006800 930-EXIT.
006810*
006820*===  ENCERRA: RELATORIO DE VENDAS, RATEIO E FECHAMENTO  ========
006830 9000-FINALIZA SECTION.
006840*
006850     IF NOT WS-SEM-SAIDAOUT
006860         PERFORM 930-VALIDA-TRAILER
006870     END-IF.
006880*
006890     DISPLAY '================================================'.
006900     DISPLAY 'RELATORIO DE VENDAS POR GARCOM'.
006910     DISPLAY 'DATA DO MOVIMENTO    : ' WS-DATA-ALVO.
006920     DISPLAY '================================================'.
006930*
006940     PERFORM 900-IMPRIME-GARCOM
006950         VARYING IND-GAR FROM 1 BY 1
006960             UNTIL IND-GAR > WS-CONT-GARCONS.
006970*
006980     DISPLAY '------------------------------------------------'.
006990     DISPLAY 'ORDENS LIDAS         : ' WS-CONT-DETALHES.
007000     MOVE WS-VALOR-ACUM TO WS-VAL-EDIT.
007010     DISPLAY 'RECEITA DO DIA       : ' WS-VAL-EDIT.
007020     DISPLAY 'GARCONS COM VENDA    : ' WS-CONT-GARCONS.
007030     DISPLAY 'CANCELAMENTOS DA DATA: ' WS-CONT-CANCELAMENTOS.
007040     MOVE WS-VALOR-CANC-ACUM TO WS-VAL-EDIT.
007050     DISPLAY 'VALOR CANCELADO      : ' WS-VAL-EDIT.
007060     DISPLAY 'CANCEL. SEM ORDEM    : ' WS-CONT-CANC-SEM-ORDEM.
007070*
007080     DISPLAY '================================================'.
007090     DISPLAY 'RATEIO DE GORJETAS POR HORAS X PESO DA FUNCAO'.
007100     DISPLAY '================================================'.
007110*
007120     IF NOT WS-SEM-CADASTRO-FUNC
007130         PERFORM 700-RATEIA-PERIODO
007140             VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 3
007150     END-IF.
007160*
007170     DISPLAY '------------------------------------------------'.
007180     MOVE WS-GORJ-ACUM TO WS-VAL-EDIT.
007190     DISPLAY 'GORJETA DECLARADA    : ' WS-VAL-EDIT.
007200     DISPLAY 'REGISTROS DE PONTO   : ' WS-CONT-PONTO.
007210     DISPLAY 'PONTO IGNORADO       : ' WS-CONT-PONTO-IGNORADO.
007220     DISPLAY 'REPASSES GRAVADOS    : ' WS-CONT-REPASSES.
007230     DISPLAY '================================================'.
007240*
007250     IF NOT WS-SEM-SAIDAOUT
007260         CLOSE SAIDAOUT
007270     END-IF.
007280     CLOSE GORJPAG.
007290*
007300 9000-EXIT.
007310*
007320************* FIM ****************
