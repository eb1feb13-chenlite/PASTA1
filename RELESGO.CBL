000010*================================================================
000020* RESTAURANT ORDER APP - PRATOS ESGOTADOS E DEMANDA PERDIDA
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       RELESGO.
000060 AUTHOR.           CHEN LI TE.
000070 INSTALLATION.     RESTAURANT OPERATIONS.
000080 DATE-WRITTEN.     08/10/2026.
000090 DATE-COMPILED.
000100*
000110* HISTORICO DE ALTERACOES
000120* ------------------------------------------------------------
000130* 2026-10-08 CLT  PROGRAMA ORIGINAL - RELATORIO DE FIM DE DIA DOS
000140*                 PRATOS ESGOTADOS (86). LE A CONTAGEM REGRESSIVA
000150*                 DE PORCOES GRAVADA PELO LOTE DE PEDIDOS
000160*                 (CONTPORC) E A LISTA DO DIA (DISPFILE, OPCIONAL)
000170*                 E IMPRIME, POR PRATO, A CONTAGEM INICIAL, AS
000180*                 PORCOES VENDIDAS, QUANDO ESGOTOU, AS PORCOES
000190*                 PERDIDAS E OS CARTOES RECUSADOS. A DEMANDA
000200*                 PERDIDA E EXPLODIDA PELAS RECEITAS (RECFILE) E
000210*                 CONFRONTADA COM O NIVEL DE REPOSICAO DO ESTOQUE
000220*                 (ESTFILE), SUGERINDO O NOVO NIVEL A INFORMAR NO
000230*                 CADASTRO PARA A SUGESTAO DE COMPRA (SUGCOMPR).
000240*                 PARAMETRO: DATA DO MOVIMENTO (AAAAMMDD, PADRAO
000250*                 DIA CORRENTE).
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CONTPORC
000310         ASSIGN TO "CONTPORC"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CONTPORC-STATUS.
000340     SELECT DISPFILE
000350         ASSIGN TO "DISPFILE"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-DISPFILE-STATUS.
000380     SELECT RECFILE
000390         ASSIGN TO "RECFILE"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT ESTFILE
000420         ASSIGN TO "ESTFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470*
000480 FD  CONTPORC
000490     RECORDING MODE IS F
000500     RECORD CONTAINS 41 CHARACTERS
000510     LABEL RECORDS ARE STANDARD.
000520     COPY CNTREC.
000530*
000540 FD  DISPFILE
000550     RECORDING MODE IS F
000560     RECORD CONTAINS 27 CHARACTERS
000570     LABEL RECORDS ARE STANDARD.
000580     COPY DSPREC.
000590*
000600 FD  RECFILE
000610     RECORDING MODE IS F
000620     RECORD CONTAINS 23 CHARACTERS
000630     LABEL RECORDS ARE STANDARD.
000640     COPY RECREC.
000650*
000660 FD  ESTFILE
000670     RECORDING MODE IS F
000680     RECORD CONTAINS 32 CHARACTERS
000690     LABEL RECORDS ARE STANDARD.
000700     COPY ESTREC.
000710*
000720 WORKING-STORAGE SECTION.
000730*
000740 77  IND-PRA                 PIC 9(02) VALUE ZEROS.
000750 77  IND-REC                 PIC 9(03) VALUE ZEROS.
000760 77  IND-EST                 PIC 9(03) VALUE ZEROS.
000770 77  WS-ACHA-IND             PIC 9(03) VALUE ZEROS.
000780 77  WS-CONT-PRATOS          PIC 9(02) VALUE ZEROS.
000790 77  WS-CONT-RECEITAS        PIC 9(03) VALUE ZEROS.
000800 77  WS-CONT-ESTOQUE         PIC 9(03) VALUE ZEROS.
000810 77  WS-CONT-REGISTROS       PIC 9(06) VALUE ZEROS.
000820 77  WS-CONT-ESGOTADOS       PIC 9(03) VALUE ZEROS.
000830 77  WS-CONT-INGREDIENTES    PIC 9(03) VALUE ZEROS.
000840 77  WS-TOT-PERDIDAS         PIC 9(06) VALUE ZEROS.
000850 77  WS-TOT-RECUSAS          PIC 9(06) VALUE ZEROS.
000860 77  WS-CONTPORC-STATUS      PIC X(02) VALUE ZEROS.
000870 77  WS-DISPFILE-STATUS      PIC X(02) VALUE ZEROS.
000880 77  WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
000890 77  WS-PRATO-CHAVE          PIC X(06) VALUE SPACES.
000900 77  WS-NIVEL-SUGERIDO       PIC 9(07)V99 VALUE ZEROS.
000910 77  WS-PORCOES-EDIT         PIC ZZZZ9.
000920 77  WS-INICIAL-EDIT         PIC ZZZZ9.
000930 77  WS-VENDIDAS-EDIT        PIC ZZZZ9.
000940 77  WS-RECUSAS-EDIT         PIC ZZZZ9.
000950 77  WS-PERDA-EDIT           PIC ZZZZZZ9.99.
000960 77  WS-NIVEL-EDIT           PIC ZZZZZZ9.99.
000970 77  WS-SUGERIDO-EDIT        PIC ZZZZZZ9.99.
000980 77  WS-PARM-LINHA           PIC X(20) VALUE SPACES.
000990 77  WS-PARM-TOKEN1          PIC X(08) VALUE SPACES.
001000*
001010 01  WS-SWITCHES.
001020     05  WS-FIM-CONTPORC-SW       PIC X(01) VALUE 'N'.
001030         88  WS-FIM-CONTPORC                VALUE 'S'.
001040     05  WS-FIM-DISPFILE-SW       PIC X(01) VALUE 'N'.
001050         88  WS-FIM-DISPFILE                VALUE 'S'.
001060     05  WS-FIM-RECFILE-SW        PIC X(01) VALUE 'N'.
001070         88  WS-FIM-RECFILE                 VALUE 'S'.
001080     05  WS-FIM-ESTFILE-SW        PIC X(01) VALUE 'N'.
001090         88  WS-FIM-ESTFILE                 VALUE 'S'.
001100*
001110*    SITUACAO DO DIA POR NOME DE PRATO: ORIGEM NA LISTA DE
001120*    ESGOTADOS ('A' AUTOMATICA, 'C' COZINHA), CONTAGEM INICIAL,
001130*    VENDIDAS, HORA E TICKET EM QUE ESGOTOU, PORCOES PERDIDAS E
001140*    CARTOES RECUSADOS.
001150 01  WS-TAB-PRATOS.
001160     05  WS-PRA-ENT OCCURS 30 TIMES.
001170         10  WS-PRA-NOME          PIC X(06).
001180         10  WS-PRA-LISTA         PIC X(01).
001190         10  WS-PRA-INICIAL       PIC 9(05).
001200         10  WS-PRA-VENDIDAS      PIC 9(05).
001210         10  WS-PRA-ESGOTOU-SW    PIC X(01).
001220         10  WS-PRA-HORA          PIC 9(04).
001230         10  WS-PRA-TICKET        PIC 9(06).
001240         10  WS-PRA-PERDIDAS      PIC 9(05).
001250         10  WS-PRA-RECUSAS       PIC 9(05).
001260*
001270*    RECEITAS CARREGADAS DE RECFILE, UMA ENTRADA POR LINHA DE
001280*    INGREDIENTE, NA ORDEM DO ARQUIVO (PRATO PODE TER VARIAS).
001290 01  WS-TABELA-RECEITAS.
001300     05  WS-REC-ENT OCCURS 100 TIMES.
001310         10  WS-REC-PRATO    PIC X(06).
001320         10  WS-REC-INGRED   PIC X(10).
001330         10  WS-REC-QTD-USO  PIC 9(05)V99.
001340*
001350*    NIVEL DE REPOSICAO DE CADA INGREDIENTE (ESTFILE) E A DEMANDA
001360*    PERDIDA NO DIA, NA UNIDADE DE CONSUMO DO INGREDIENTE.
001370 01  WS-TABELA-ESTOQUE.
001380     05  WS-EST-ENT OCCURS 200 TIMES.
001390         10  WS-EST-INGRED   PIC X(10).
001400         10  WS-EST-NIVEL    PIC 9(07)V99.
001410         10  WS-EST-PERDA    PIC 9(07)V99.
001420*
001430 PROCEDURE DIVISION.
001440*
001450*===  LACO PRINCIPAL DO RELATORIO DE ESGOTADOS  =================
001460 0000-MAINLINE SECTION.
001470*
001480     PERFORM 1000-INICIALIZA.
001490*
001500     PERFORM 2000-ACUMULA-CONTAGEM
001510         UNTIL WS-FIM-CONTPORC.
001520*
001530     PERFORM 9000-FINALIZA.
001540*
001550     STOP RUN.
001560*
001570 0000-EXIT.
001580*
001590*===  TRATA PARAMETROS, CARREGA LISTA, RECEITAS E ESTOQUE  ======
001600 1000-INICIALIZA SECTION.
001610*
001620     INITIALIZE WS-TAB-PRATOS.
001630     INITIALIZE WS-TABELA-RECEITAS.
001640     INITIALIZE WS-TABELA-ESTOQUE.
001650*
001660     ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
001670     UNSTRING WS-PARM-LINHA DELIMITED BY ALL ' '
001680         INTO WS-PARM-TOKEN1.
001690*
001700     IF WS-PARM-TOKEN1 (1:8) IS NUMERIC
001710         MOVE WS-PARM-TOKEN1 (1:8) TO WS-DATA-MOVTO
001720     ELSE
001730         ACCEPT WS-DATA-MOVTO FROM DATE YYYYMMDD
001740     END-IF.
001750*
001760     DISPLAY 'PRATOS ESGOTADOS EM ' WS-DATA-MOVTO.
001770*
001780     OPEN INPUT DISPFILE.
001790     IF WS-DISPFILE-STATUS = '35'
001800         DISPLAY 'DISPFILE AUSENTE, SEM LISTA DE ESGOTADOS DO DIA'
001810     ELSE
001820         PERFORM 300-CARREGA-LISTA
001830             UNTIL WS-FIM-DISPFILE
001840         CLOSE DISPFILE
001850     END-IF.
001860*
001870     OPEN INPUT RECFILE.
001880     PERFORM 320-CARREGA-RECEITAS
001890         UNTIL WS-FIM-RECFILE.
001900     CLOSE RECFILE.
001910*
001920     OPEN INPUT ESTFILE.
001930     PERFORM 340-CARREGA-ESTOQUE
001940         UNTIL WS-FIM-ESTFILE.
001950     CLOSE ESTFILE.
001960*
001970     OPEN INPUT CONTPORC.
001980     IF WS-CONTPORC-STATUS = '35'
001990         DISPLAY 'CONTPORC AUSENTE, NENHUMA CONTAGEM DE PORCOES'
002000         MOVE 'S' TO WS-FIM-CONTPORC-SW
002010     END-IF.
002020*
002030 1000-EXIT.
002040*
002050*===  ACUMULA UM REGISTRO DA CONTAGEM DE PORCOES DA DATA  =======
002060 2000-ACUMULA-CONTAGEM SECTION.
002070*
002080     READ CONTPORC
002090         AT END
002100             MOVE 'S' TO WS-FIM-CONTPORC-SW
002110         NOT AT END
002120             PERFORM 2100-TRATA-CONTAGEM
002130     END-READ.
002140*
002150 2000-EXIT.
002160*
002170 2100-TRATA-CONTAGEM SECTION.
002180*
002190     IF CNT-DATA IS NUMERIC AND CNT-DATA = WS-DATA-MOVTO
002200             AND CNT-PRATO NOT = SPACES
002210             AND CNT-QTD IS NUMERIC AND CNT-RESTANTE IS NUMERIC
002220         ADD 1 TO WS-CONT-REGISTROS
002230         MOVE CNT-PRATO TO WS-PRATO-CHAVE
002240         PERFORM 500-LOCALIZA-PRATO
002250     ELSE
002260         MOVE ZEROS TO WS-ACHA-IND
002270     END-IF.
002280*
002290     IF WS-ACHA-IND > ZEROS
002300         IF CNT-INICIAL
002310             IF CNT-RESTANTE > WS-PRA-INICIAL (WS-ACHA-IND)
002320                 MOVE CNT-RESTANTE TO WS-PRA-INICIAL (WS-ACHA-IND)
002330             END-IF
002340             IF CNT-ORIGEM-LISTA
002350                     AND WS-PRA-LISTA (WS-ACHA-IND) = SPACES
002360                 MOVE 'A' TO WS-PRA-LISTA (WS-ACHA-IND)
002370             END-IF
002380         END-IF
002390         IF CNT-BAIXA
002400             ADD CNT-QTD TO WS-PRA-VENDIDAS (WS-ACHA-IND)
002410             IF CNT-RESTANTE = ZEROS
002420                     AND WS-PRA-ESGOTOU-SW (WS-ACHA-IND) NOT = 'S'
002430                 MOVE 'S' TO WS-PRA-ESGOTOU-SW (WS-ACHA-IND)
002440                 MOVE CNT-HORA TO WS-PRA-HORA (WS-ACHA-IND)
002450                 MOVE CNT-TICKET TO WS-PRA-TICKET (WS-ACHA-IND)
002460             END-IF
002470         END-IF
002480         IF CNT-PERDIDA
002490             ADD CNT-QTD TO WS-PRA-PERDIDAS (WS-ACHA-IND)
002500             ADD 1 TO WS-PRA-RECUSAS (WS-ACHA-IND)
002510         END-IF
002520     END-IF.
002530*
002540 2100-EXIT.
002550*
002560*===  CARREGA OS PRATOS DA LISTA DE ESGOTADOS DA DATA  ==========
002570 300-CARREGA-LISTA SECTION.
002580*
002590     READ DISPFILE
002600         AT END
002610             MOVE 'S' TO WS-FIM-DISPFILE-SW
002620         NOT AT END
002630             PERFORM 310-CARREGA-ITEM-LISTA
002640     END-READ.
002650*
002660 300-EXIT.
002670*
002680 310-CARREGA-ITEM-LISTA SECTION.
002690*
002700     IF DSP-DATA IS NUMERIC AND DSP-DATA = WS-DATA-MOVTO
002710             AND DSP-PORCOES IS NUMERIC AND DSP-PORCOES = ZEROS
002720             AND DSP-PRATO NOT = SPACES
002730         MOVE DSP-PRATO TO WS-PRATO-CHAVE
002740         PERFORM 500-LOCALIZA-PRATO
002750         IF WS-ACHA-IND > ZEROS
002760             IF DSP-COZINHA
002770                 MOVE 'C' TO WS-PRA-LISTA (WS-ACHA-IND)
002780             ELSE
002790                 IF WS-PRA-LISTA (WS-ACHA-IND) = SPACES
002800                     MOVE 'A' TO WS-PRA-LISTA (WS-ACHA-IND)
002810                 END-IF
002820             END-IF
002830         END-IF
002840     END-IF.
002850*
002860 310-EXIT.
002870*
002880*===  CARREGA UMA LINHA DE RECEITA DE RECFILE  ==================
002890 320-CARREGA-RECEITAS SECTION.
002900*
002910     READ RECFILE
002920         AT END
002930             MOVE 'S' TO WS-FIM-RECFILE-SW
002940         NOT AT END
002950             PERFORM 330-CARREGA-RECEITA
002960     END-READ.
002970*
002980 320-EXIT.
002990*
003000 330-CARREGA-RECEITA SECTION.
003010*
003020     IF REC-PRATO = SPACES OR REC-INGRED = SPACES
003030             OR REC-QTD-USO NOT NUMERIC
003040         DISPLAY 'RECEITA INVALIDA IGNORADA: ' RECEITA-REC
003050     ELSE
003060         IF WS-CONT-RECEITAS >= 100
003070             DISPLAY 'TABELA DE RECEITAS CHEIA, IGNORADA: '
003080                     RECEITA-REC
003090         ELSE
003100             ADD 1 TO WS-CONT-RECEITAS
003110             MOVE REC-PRATO
003120                 TO WS-REC-PRATO (WS-CONT-RECEITAS)
003130             MOVE REC-INGRED
003140                 TO WS-REC-INGRED (WS-CONT-RECEITAS)
003150             MOVE REC-QTD-USO
003160                 TO WS-REC-QTD-USO (WS-CONT-RECEITAS)
003170         END-IF
003180     END-IF.
003190*
003200 330-EXIT.
003210*
003220*===  CARREGA O NIVEL DE REPOSICAO DE UM INGREDIENTE  ===========
003230 340-CARREGA-ESTOQUE SECTION.
003240*
003250     READ ESTFILE
003260         AT END
003270             MOVE 'S' TO WS-FIM-ESTFILE-SW
003280         NOT AT END
003290             PERFORM 350-CARREGA-INGREDIENTE
003300     END-READ.
003310*
003320 340-EXIT.
003330*
003340 350-CARREGA-INGREDIENTE SECTION.
003350*
003360     IF EST-INGRED = SPACES OR EST-NIVEL-REPO NOT NUMERIC
003370         DISPLAY 'ESTOQUE INVALIDO IGNORADO: ' ESTOQUE-REC
003380     ELSE
003390         IF WS-CONT-ESTOQUE >= 200
003400             DISPLAY 'TABELA DE ESTOQUE CHEIA, IGNORADO: '
003410                     ESTOQUE-REC
003420         ELSE
003430             ADD 1 TO WS-CONT-ESTOQUE
003440             MOVE EST-INGRED
003450                 TO WS-EST-INGRED (WS-CONT-ESTOQUE)
003460             MOVE EST-NIVEL-REPO
003470                 TO WS-EST-NIVEL (WS-CONT-ESTOQUE)
003480         END-IF
003490     END-IF.
003500*
003510 350-EXIT.
003520*
003530*===  LOCALIZA O PRATO DE WS-PRATO-CHAVE NA TABELA, INCLUINDO  ==
003540*===  UMA ENTRADA NOVA QUANDO NAO ENCONTRADO  ===================
003550 500-LOCALIZA-PRATO SECTION.
003560*
003570     MOVE ZEROS TO WS-ACHA-IND.
003580     PERFORM 505-COMPARA-PRATO
003590         VARYING IND-PRA FROM 1 BY 1
003600             UNTIL IND-PRA > WS-CONT-PRATOS
003610                OR WS-ACHA-IND > ZEROS.
003620*
003630     IF WS-ACHA-IND = ZEROS
003640         IF WS-CONT-PRATOS >= 30
003650             DISPLAY 'TABELA DE PRATOS CHEIA, IGNORADO: '
003660                     WS-PRATO-CHAVE
003670         ELSE
003680             ADD 1 TO WS-CONT-PRATOS
003690             MOVE WS-CONT-PRATOS TO WS-ACHA-IND
003700             MOVE WS-PRATO-CHAVE TO WS-PRA-NOME (WS-ACHA-IND)
003710         END-IF
003720     END-IF.
003730*
003740 500-EXIT.
003750*
003760 505-COMPARA-PRATO SECTION.
003770*
003780     IF WS-PRA-NOME (IND-PRA) = WS-PRATO-CHAVE
003790         MOVE IND-PRA TO WS-ACHA-IND
003800     END-IF.
003810*
003820 505-EXIT.
003830*
003840*===  IMPRIME UM PRATO QUE ESTEVE NA LISTA, ESGOTOU NO DIA OU  ==
003850*===  TEVE CARTAO RECUSADO, E EXPLODE A SUA DEMANDA PERDIDA  ====
003860 600-IMPRIME-PRATO SECTION.
003870*
003880     IF WS-PRA-LISTA (IND-PRA) NOT = SPACES
003890             OR WS-PRA-ESGOTOU-SW (IND-PRA) = 'S'
003900             OR WS-PRA-PERDIDAS (IND-PRA) > ZEROS
003910         ADD 1 TO WS-CONT-ESGOTADOS
003920         ADD WS-PRA-PERDIDAS (IND-PRA) TO WS-TOT-PERDIDAS
003930         ADD WS-PRA-RECUSAS (IND-PRA) TO WS-TOT-RECUSAS
003940         MOVE WS-PRA-INICIAL (IND-PRA) TO WS-INICIAL-EDIT
003950         MOVE WS-PRA-VENDIDAS (IND-PRA) TO WS-VENDIDAS-EDIT
003960         MOVE WS-PRA-PERDIDAS (IND-PRA) TO WS-PORCOES-EDIT
003970         MOVE WS-PRA-RECUSAS (IND-PRA) TO WS-RECUSAS-EDIT
003980         IF WS-PRA-ESGOTOU-SW (IND-PRA) = 'S'
003990             DISPLAY WS-PRA-NOME (IND-PRA) '   '
004000                     WS-PRA-LISTA (IND-PRA) '  '
004010                     WS-INICIAL-EDIT '  ' WS-VENDIDAS-EDIT '  '
004020                     WS-PRA-HORA (IND-PRA) ' '
004030                     WS-PRA-TICKET (IND-PRA) '  '
004040                     WS-PORCOES-EDIT '  ' WS-RECUSAS-EDIT
004050         ELSE
004060             DISPLAY WS-PRA-NOME (IND-PRA) '   '
004070                     WS-PRA-LISTA (IND-PRA) '  '
004080                     WS-INICIAL-EDIT '  ' WS-VENDIDAS-EDIT '  '
004090                     '           '
004100                     WS-PORCOES-EDIT '  ' WS-RECUSAS-EDIT
004110         END-IF
004120         IF WS-PRA-PERDIDAS (IND-PRA) > ZEROS
004130             PERFORM 700-EXPLODE-PERDA
004140                 VARYING IND-REC FROM 1 BY 1
004150                     UNTIL IND-REC > WS-CONT-RECEITAS
004160         END-IF
004170     END-IF.
004180*
004190 600-EXIT.
004200*
004210*===  LANCA NO INGREDIENTE DA LINHA DE RECEITA O CONSUMO DAS  ===
004220*===  PORCOES PERDIDAS DO PRATO  ================================
004230 700-EXPLODE-PERDA SECTION.
004240*
004250     IF WS-REC-PRATO (IND-REC) = WS-PRA-NOME (IND-PRA)
004260         MOVE ZEROS TO WS-ACHA-IND
004270         PERFORM 710-COMPARA-ESTOQUE
004280             VARYING IND-EST FROM 1 BY 1
004290                 UNTIL IND-EST > WS-CONT-ESTOQUE
004300                    OR WS-ACHA-IND > ZEROS
004310         IF WS-ACHA-IND = ZEROS
004320             DISPLAY 'INGREDIENTE FORA DO ESTOQUE: '
004330                     WS-REC-INGRED (IND-REC) ' EM '
004340                     WS-REC-PRATO (IND-REC)
004350         ELSE
004360             COMPUTE WS-EST-PERDA (WS-ACHA-IND) =
004370                 WS-EST-PERDA (WS-ACHA-IND)
004380                 + WS-PRA-PERDIDAS (IND-PRA)
004390                 * WS-REC-QTD-USO (IND-REC)
004400         END-IF
004410     END-IF.
004420*
004430 700-EXIT.
004440*
004450 710-COMPARA-ESTOQUE SECTION.
004460*
004470     IF WS-EST-INGRED (IND-EST) = WS-REC-INGRED (IND-REC)
004480         MOVE IND-EST TO WS-ACHA-IND
004490     END-IF.
004500*
004510 710-EXIT.
004520*
004530*===  IMPRIME O NIVEL DE REPOSICAO SUGERIDO DE UM INGREDIENTE  ==
004540*===  COM DEMANDA PERDIDA: NIVEL ATUAL MAIS A DEMANDA PERDIDA  ==
004550 800-IMPRIME-INGREDIENTE SECTION.
004560*
004570     IF WS-EST-PERDA (IND-EST) > ZEROS
004580         ADD 1 TO WS-CONT-INGREDIENTES
004590         COMPUTE WS-NIVEL-SUGERIDO =
004600             WS-EST-NIVEL (IND-EST) + WS-EST-PERDA (IND-EST)
004610         MOVE WS-EST-PERDA (IND-EST) TO WS-PERDA-EDIT
004620         MOVE WS-EST-NIVEL (IND-EST) TO WS-NIVEL-EDIT
004630         MOVE WS-NIVEL-SUGERIDO TO WS-SUGERIDO-EDIT
004640         DISPLAY WS-EST-INGRED (IND-EST) ' ' WS-PERDA-EDIT ' '
004650                 WS-NIVEL-EDIT ' ' WS-SUGERIDO-EDIT
004660     END-IF.
004670*
004680 800-EXIT.
004690*
004700*===  ENCERRA: PRATOS ESGOTADOS, NIVEIS SUGERIDOS E TOTAIS  =====
004710 9000-FINALIZA SECTION.
004720*
004730     IF WS-CONTPORC-STATUS NOT = '35'
004740         CLOSE CONTPORC
004750     END-IF.
004760*
004770     DISPLAY '================================================'.
004780     DISPLAY 'PRATOS ESGOTADOS (86) E DEMANDA PERDIDA'.
004790     DISPLAY 'DATA DO MOVIMENTO ' WS-DATA-MOVTO.
004800     DISPLAY '================================================'.
004810     DISPLAY 'PRATO   LST INIC.  VEND.  HORA TICKET'
004820             '  PERD.  RECUS'.
004840     PERFORM 600-IMPRIME-PRATO
004850         VARYING IND-PRA FROM 1 BY 1
004860             UNTIL IND-PRA > WS-CONT-PRATOS.
004870     DISPLAY '------------------------------------------------'.
004880     DISPLAY 'NIVEL DE REPOSICAO SUGERIDO PARA O SUGCOMPR'.
004890     DISPLAY 'INGREDIENTE   PERDIDO      NIVEL   SUGERIDO'.
004900     PERFORM 800-IMPRIME-INGREDIENTE
004910         VARYING IND-EST FROM 1 BY 1
004920             UNTIL IND-EST > WS-CONT-ESTOQUE.
004930     DISPLAY '------------------------------------------------'.
004940     DISPLAY 'REGISTROS DA DATA    : ' WS-CONT-REGISTROS.
004950     DISPLAY 'PRATOS ESGOTADOS     : ' WS-CONT-ESGOTADOS.
004960     DISPLAY 'PORCOES PERDIDAS     : ' WS-TOT-PERDIDAS.
004970     DISPLAY 'CARTOES RECUSADOS    : ' WS-TOT-RECUSAS.
004980     DISPLAY 'INGREDIENTES A REVER : ' WS-CONT-INGREDIENTES.
004990     DISPLAY '================================================'.
005000*
005010 9000-EXIT.
005020*
005030************* FIM ****************
