000010*================================================================
000020* RESTAURANT ORDER APP - DISPONIBILIDADE DIARIA DOS PRATOS
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       DISPON.
000060 AUTHOR.           CHEN LI TE.
000070 INSTALLATION.     RESTAURANT OPERATIONS.
000080 DATE-WRITTEN.     08/10/2026.
000090 DATE-COMPILED.
000100*
000110* HISTORICO DE ALTERACOES
000120* ------------------------------------------------------------
000130* 2026-10-08 CLT  PROGRAMA ORIGINAL - PASSO DA MANHA, ANTES DO
000140*                 LOTE DE PEDIDOS. EXPLODE AS RECEITAS (RECFILE)
000150*                 DE CADA PRATO DO CARDAPIO VIGENTE (MENUFILE)
000160*                 CONTRA O SALDO DE ABERTURA DO ESTOQUE (ESTFILE)
000170*                 E GRAVA NO ARQUIVO DE DISPONIBILIDADE (DISPNOVO)
000180*                 AS PORCOES POSSIVEIS DE CADA PRATO EM CADA
000190*                 PERIODO; PRATO COM ZERO PORCOES ENTRA NA LISTA
000200*                 DE ESGOTADOS. OS REGISTROS DA COZINHA JA
000210*                 DIGITADOS NO DISPFILE PARA A DATA OU DATAS
000220*                 FUTURAS SAO MANTIDOS; OS AUTOMATICOS ANTIGOS
000230*                 SAO DESCARTADOS. IMPRIME A LISTA DO DIA.
000240*                 PARAMETRO: DATA DO MOVIMENTO (AAAAMMDD, PADRAO
000250*                 DIA CORRENTE).
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT MENUFILE
000310         ASSIGN TO "MENUFILE"
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT RECFILE
000340         ASSIGN TO "RECFILE"
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT ESTFILE
000370         ASSIGN TO "ESTFILE"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT DISPFILE
000400         ASSIGN TO "DISPFILE"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-DISPFILE-STATUS.
000430     SELECT DISPNOVO
000440         ASSIGN TO "DISPNOVO"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490*
000500 FD  MENUFILE
000510     RECORDING MODE IS F
000520     RECORD CONTAINS 27 CHARACTERS
000530     LABEL RECORDS ARE STANDARD.
000540     COPY MENUREC.
000550*
000560 FD  RECFILE
000570     RECORDING MODE IS F
000580     RECORD CONTAINS 23 CHARACTERS
000590     LABEL RECORDS ARE STANDARD.
000600     COPY RECREC.
000610*
000620 FD  ESTFILE
000630     RECORDING MODE IS F
000640     RECORD CONTAINS 32 CHARACTERS
000650     LABEL RECORDS ARE STANDARD.
000660     COPY ESTREC.
000670*
000680 FD  DISPFILE
000690     RECORDING MODE IS F
000700     RECORD CONTAINS 27 CHARACTERS
000710     LABEL RECORDS ARE STANDARD.
000720     COPY DSPREC.
000730*
000740 FD  DISPNOVO
000750     RECORDING MODE IS F
000760     RECORD CONTAINS 27 CHARACTERS
000770     LABEL RECORDS ARE STANDARD.
000780 01  DISPNOVO-REC                PIC X(27).
000790*
000800 WORKING-STORAGE SECTION.
000810*
000820 77  IND1                    PIC 9(01) VALUE ZEROS.
000830 77  IND2                    PIC 9(01) VALUE ZEROS.
000840 77  IND-REC                 PIC 9(03) VALUE ZEROS.
000850 77  IND-EST                 PIC 9(03) VALUE ZEROS.
000860 77  IND-COZ                 PIC 9(03) VALUE ZEROS.
000870 77  WS-ACHA-IND             PIC 9(03) VALUE ZEROS.
000880 77  WS-MENU-IND1            PIC 9(01) VALUE ZEROS.
000890 77  WS-CONT-RECEITAS        PIC 9(03) VALUE ZEROS.
000900 77  WS-CONT-ESTOQUE         PIC 9(03) VALUE ZEROS.
000910 77  WS-CONT-COZINHA         PIC 9(03) VALUE ZEROS.
000920 77  WS-CONT-MANTIDOS        PIC 9(03) VALUE ZEROS.
000930 77  WS-CONT-DESCARTADOS     PIC 9(03) VALUE ZEROS.
000940 77  WS-CONT-AUTOMATICOS     PIC 9(03) VALUE ZEROS.
000950 77  WS-CONT-ESGOTADOS       PIC 9(03) VALUE ZEROS.
000960 77  WS-CONT-SEM-CONTROLE    PIC 9(03) VALUE ZEROS.
000970 77  WS-PORCOES-PRATO        PIC 9(05) VALUE ZEROS.
000980 77  WS-PORCOES-CALC         PIC 9(09) VALUE ZEROS.
000990 77  WS-LINHAS-CONTROLADAS   PIC 9(02) VALUE ZEROS.
001000 77  WS-DISPFILE-STATUS      PIC X(02) VALUE ZEROS.
001010 77  WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
001020 77  WS-PORCOES-EDIT         PIC ZZZZ9.
001030 77  WS-PARM-LINHA           PIC X(20) VALUE SPACES.
001040 77  WS-PARM-TOKEN1          PIC X(08) VALUE SPACES.
001050*
001060 01  WS-SWITCHES.
001070     05  WS-FIM-MENUFILE-SW       PIC X(01) VALUE 'N'.
001080         88  WS-FIM-MENUFILE                VALUE 'S'.
001090     05  WS-FIM-RECFILE-SW        PIC X(01) VALUE 'N'.
001100         88  WS-FIM-RECFILE                 VALUE 'S'.
001110     05  WS-FIM-ESTFILE-SW        PIC X(01) VALUE 'N'.
001120         88  WS-FIM-ESTFILE                 VALUE 'S'.
001130     05  WS-FIM-DISPFILE-SW       PIC X(01) VALUE 'N'.
001140         88  WS-FIM-DISPFILE                VALUE 'S'.
001150*
001160 01  WS-MAX-DISH-VALORES.
001170     05  FILLER                   PIC 9(01) VALUE 3.
001180     05  FILLER                   PIC 9(01) VALUE 4.
001190     05  FILLER                   PIC 9(01) VALUE 4.
001200 01  WS-MAX-DISH-TAB REDEFINES WS-MAX-DISH-VALORES.
001210     05  WS-MAX-DISH OCCURS 3 TIMES PIC 9(01).
001220*
001230 01  WS-PERIODO-NOMES.
001240     05  FILLER                   PIC X(07) VALUE 'MORNING'.
001250     05  FILLER                   PIC X(07) VALUE 'LUNCH'.
001260     05  FILLER                   PIC X(07) VALUE 'NIGHT'.
001270 01  WS-PERIODO-NOMES-TAB REDEFINES WS-PERIODO-NOMES.
001280     05  WS-PERIODO-NOME OCCURS 3 TIMES PIC X(07).
001290*
001300*    CARDAPIO VIGENTE NA DATA DO MOVIMENTO, NA MESMA CHAVE
001310*    (TURNO, PRATO) E REGRA DE VIGENCIA DE TESTE1.
001320 01  TABELA-PRATOS.
001330     05  TAB-PERIODO OCCURS 3 TIMES.
001340         10  TAB-DISH OCCURS 4 TIMES.
001350             15  TAB-PRATO        PIC X(06).
001360*
001370 01  WS-TAB-VIGENCIAS.
001380     05  WS-VIG-PERIODO OCCURS 3 TIMES.
001390         10  WS-TAB-VIG OCCURS 4 TIMES PIC 9(08).
001400*
001410*    RECEITAS CARREGADAS DE RECFILE, UMA ENTRADA POR LINHA DE
001420*    INGREDIENTE, NA ORDEM DO ARQUIVO (PRATO PODE TER VARIAS).
001430 01  WS-TABELA-RECEITAS.
001440     05  WS-REC-ENT OCCURS 100 TIMES.
001450         10  WS-REC-PRATO    PIC X(06).
001460         10  WS-REC-INGRED   PIC X(10).
001470         10  WS-REC-QTD-USO  PIC 9(05)V99.
001480*
001490*    SALDO DE ABERTURA DE CADA INGREDIENTE (ESTFILE).
001500 01  WS-TABELA-ESTOQUE.
001510     05  WS-EST-ENT OCCURS 200 TIMES.
001520         10  WS-EST-INGRED   PIC X(10).
001530         10  WS-EST-SALDO    PIC 9(07)V99.
001540*
001550*    PRATOS TIRADOS DO CARDAPIO PELA COZINHA NA DATA DO
001560*    MOVIMENTO, PARA A LISTA IMPRESSA.
001570 01  WS-TABELA-COZINHA.
001580     05  WS-COZ-ENT OCCURS 50 TIMES.
001590         10  WS-COZ-PERIODO  PIC X(07).
001600         10  WS-COZ-PRATO    PIC X(06).
001610*
001620 PROCEDURE DIVISION.
001630*
001640*===  LACO PRINCIPAL DA DISPONIBILIDADE DIARIA  =================
001650 0000-MAINLINE SECTION.
001660*
001670     PERFORM 1000-INICIALIZA.
001680*
001690     PERFORM 2000-COPIA-COZINHA
001700         UNTIL WS-FIM-DISPFILE.
001710*
001720     PERFORM 9000-FINALIZA.
001730*
001740     STOP RUN.
001750*
001760 0000-EXIT.
001770*
001780*===  TRATA PARAMETROS, CARREGA CARDAPIO, RECEITAS E ESTOQUE  ===
001790 1000-INICIALIZA SECTION.
001800*
001810     INITIALIZE TABELA-PRATOS.
001820     INITIALIZE WS-TAB-VIGENCIAS.
001830     INITIALIZE WS-TABELA-RECEITAS.
001840     INITIALIZE WS-TABELA-ESTOQUE.
001850     INITIALIZE WS-TABELA-COZINHA.
001860*
001870     ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
001880     UNSTRING WS-PARM-LINHA DELIMITED BY ALL ' '
001890         INTO WS-PARM-TOKEN1.
001900*
001910     IF WS-PARM-TOKEN1 (1:8) IS NUMERIC
001920         MOVE WS-PARM-TOKEN1 (1:8) TO WS-DATA-MOVTO
001930     ELSE
001940         ACCEPT WS-DATA-MOVTO FROM DATE YYYYMMDD
001950     END-IF.
001960*
001970     DISPLAY 'DISPONIBILIDADE DOS PRATOS EM ' WS-DATA-MOVTO.
001980*
001990     OPEN INPUT MENUFILE.
002000     PERFORM 300-CARREGA-TABELA-PRATOS
002010         UNTIL WS-FIM-MENUFILE.
002020     CLOSE MENUFILE.
002030*
002040     OPEN INPUT RECFILE.
002050     PERFORM 320-CARREGA-RECEITAS
002060         UNTIL WS-FIM-RECFILE.
002070     CLOSE RECFILE.
002080*
002090     OPEN INPUT ESTFILE.
002100     PERFORM 340-CARREGA-ESTOQUE
002110         UNTIL WS-FIM-ESTFILE.
002120     CLOSE ESTFILE.
002130*
002140     OPEN OUTPUT DISPNOVO.
002150*
002160     OPEN INPUT DISPFILE.
002170     IF WS-DISPFILE-STATUS = '35'
002180         DISPLAY 'DISPFILE AUSENTE, NENHUM ESGOTADO DA COZINHA'
002190         MOVE 'S' TO WS-FIM-DISPFILE-SW
002200     END-IF.
002210*
002220 1000-EXIT.
002230*
002240*===  MANTEM OS REGISTROS DA COZINHA DA DATA OU FUTUROS E  ======
002250*===  DESCARTA OS AUTOMATICOS E OS DE DATAS PASSADAS  ===========
002260 2000-COPIA-COZINHA SECTION.
002270*
002280     READ DISPFILE
002290         AT END
002300             MOVE 'S' TO WS-FIM-DISPFILE-SW
002310         NOT AT END
002320             PERFORM 2100-TRATA-REGISTRO
002330     END-READ.
002340*
002350 2000-EXIT.
002360*
002370 2100-TRATA-REGISTRO SECTION.
002380*
002390     IF DSP-COZINHA AND DSP-DATA IS NUMERIC
002400             AND DSP-DATA >= WS-DATA-MOVTO
002410             AND DSP-PRATO NOT = SPACES
002420         WRITE DISPNOVO-REC FROM DISPONIBILIDADE-REC
002430         ADD 1 TO WS-CONT-MANTIDOS
002440         IF DSP-DATA = WS-DATA-MOVTO
002450                 AND DSP-PORCOES IS NUMERIC
002460                 AND DSP-PORCOES = ZEROS
002470             IF WS-CONT-COZINHA >= 50
002480                 DISPLAY 'TABELA DA COZINHA CHEIA, IGNORADO: '
002490                         DISPONIBILIDADE-REC
002500             ELSE
002510                 ADD 1 TO WS-CONT-COZINHA
002520                 MOVE DSP-PERIODO
002530                     TO WS-COZ-PERIODO (WS-CONT-COZINHA)
002540                 MOVE DSP-PRATO
002550                     TO WS-COZ-PRATO (WS-CONT-COZINHA)
002560             END-IF
002570         END-IF
002580     ELSE
002590         ADD 1 TO WS-CONT-DESCARTADOS
002600     END-IF.
002610*
002620 2100-EXIT.
002630*
002640*===  CARREGA O CARDAPIO VIGENTE NA DATA DO MOVIMENTO  ==========
002650 300-CARREGA-TABELA-PRATOS SECTION.
002660*
002670     READ MENUFILE
002680         AT END
002690             MOVE 'S' TO WS-FIM-MENUFILE-SW
002700         NOT AT END
002710             PERFORM 310-CARREGA-ITEM-MENU
002720     END-READ.
002730*
002740 300-EXIT.
002750*
002760 310-CARREGA-ITEM-MENU SECTION.
002770*
002780     IF MENU-PERIODO = 'MORNING'
002790         MOVE 1 TO WS-MENU-IND1
002800     ELSE
002810         IF MENU-PERIODO = 'LUNCH'
002820             MOVE 2 TO WS-MENU-IND1
002830         ELSE
002840             IF MENU-PERIODO = 'NIGHT'
002850                 MOVE 3 TO WS-MENU-IND1
002860             ELSE
002870                 MOVE ZEROS TO WS-MENU-IND1
002880             END-IF
002890         END-IF
002900     END-IF.
002910*
002920     IF WS-MENU-IND1 > ZEROS
002930             AND MENU-DISH-NUM > ZEROS
002940             AND MENU-DISH-NUM <= WS-MAX-DISH (WS-MENU-IND1)
002950             AND MENU-VIGENCIA IS NUMERIC
002960             AND MENU-VIGENCIA <= WS-DATA-MOVTO
002970             AND MENU-VIGENCIA >=
002980                 WS-TAB-VIG (WS-MENU-IND1, MENU-DISH-NUM)
002990         MOVE MENU-PRATO TO
003000             TAB-PRATO (WS-MENU-IND1, MENU-DISH-NUM)
003010         MOVE MENU-VIGENCIA TO
003020             WS-TAB-VIG (WS-MENU-IND1, MENU-DISH-NUM)
003030     END-IF.
003040*
003050 310-EXIT.
003060*
003070*===  CARREGA UMA LINHA DE RECEITA DE RECFILE  ==================
003080 320-CARREGA-RECEITAS SECTION.
003090*
003100     READ RECFILE
003110         AT END
003120             MOVE 'S' TO WS-FIM-RECFILE-SW
003130         NOT AT END
003140             PERFORM 330-CARREGA-RECEITA
003150     END-READ.
003160*
003170 320-EXIT.
003180*
003190 330-CARREGA-RECEITA SECTION.
003200*
003210     IF REC-PRATO = SPACES OR REC-INGRED = SPACES
003220             OR REC-QTD-USO NOT NUMERIC
003230         DISPLAY 'RECEITA INVALIDA IGNORADA: ' RECEITA-REC
003240     ELSE
003250         IF WS-CONT-RECEITAS >= 100
003260             DISPLAY 'TABELA DE RECEITAS CHEIA, IGNORADA: '
003270                     RECEITA-REC
003280         ELSE
003290             ADD 1 TO WS-CONT-RECEITAS
003300             MOVE REC-PRATO
003310                 TO WS-REC-PRATO (WS-CONT-RECEITAS)
003320             MOVE REC-INGRED
003330                 TO WS-REC-INGRED (WS-CONT-RECEITAS)
003340             MOVE REC-QTD-USO
003350                 TO WS-REC-QTD-USO (WS-CONT-RECEITAS)
003360         END-IF
003370     END-IF.
003380*
003390 330-EXIT.
003400*
003410*===  CARREGA O SALDO DE ABERTURA DE UM INGREDIENTE  ============
003420 340-CARREGA-ESTOQUE SECTION.
003430*
003440     READ ESTFILE
003450         AT END
003460             MOVE 'S' TO WS-FIM-ESTFILE-SW
003470         NOT AT END
003480             PERFORM 350-CARREGA-INGREDIENTE
003490     END-READ.
003500*
003510 340-EXIT.
003520*
003530 350-CARREGA-INGREDIENTE SECTION.
003540*
003550     IF EST-INGRED = SPACES OR EST-SALDO NOT NUMERIC
003560         DISPLAY 'ESTOQUE INVALIDO IGNORADO: ' ESTOQUE-REC
003570     ELSE
003580         IF WS-CONT-ESTOQUE >= 200
003590             DISPLAY 'TABELA DE ESTOQUE CHEIA, IGNORADO: '
003600                     ESTOQUE-REC
003610         ELSE
003620             ADD 1 TO WS-CONT-ESTOQUE
003630             MOVE EST-INGRED
003640                 TO WS-EST-INGRED (WS-CONT-ESTOQUE)
003650             MOVE EST-SALDO
003660                 TO WS-EST-SALDO (WS-CONT-ESTOQUE)
003670         END-IF
003680     END-IF.
003690*
003700 350-EXIT.
003710*
003720*===  DERIVA AS PORCOES DE UM PRATO DO PERIODO, GRAVA O  ========
003730*===  REGISTRO AUTOMATICO E IMPRIME A LINHA DO PRATO  ===========
003740 400-DERIVA-PRATO SECTION.
003750*
003760     IF TAB-PRATO (IND1, IND2) NOT = SPACES
003770         MOVE 99999 TO WS-PORCOES-PRATO
003780         MOVE ZEROS TO WS-LINHAS-CONTROLADAS
003790         PERFORM 410-PORCOES-LINHA
003800             VARYING IND-REC FROM 1 BY 1
003810                 UNTIL IND-REC > WS-CONT-RECEITAS
003820*
003830         MOVE WS-DATA-MOVTO TO DSP-DATA
003840         MOVE WS-PERIODO-NOME (IND1) TO DSP-PERIODO
003850         MOVE TAB-PRATO (IND1, IND2) TO DSP-PRATO
003860         MOVE WS-PORCOES-PRATO TO DSP-PORCOES
003870         MOVE 'A' TO DSP-ORIGEM
003880         WRITE DISPNOVO-REC FROM DISPONIBILIDADE-REC
003890         ADD 1 TO WS-CONT-AUTOMATICOS
003900*
003910         MOVE WS-PORCOES-PRATO TO WS-PORCOES-EDIT
003920         IF WS-LINHAS-CONTROLADAS = ZEROS
003930             ADD 1 TO WS-CONT-SEM-CONTROLE
003940             DISPLAY WS-PERIODO-NOME (IND1) ' '
003950                     TAB-PRATO (IND1, IND2)
003960                     '        SEM CONTROLE DE ESTOQUE'
003970         ELSE
003980             IF WS-PORCOES-PRATO = ZEROS
003990                 ADD 1 TO WS-CONT-ESGOTADOS
004000                 DISPLAY WS-PERIODO-NOME (IND1) ' '
004010                         TAB-PRATO (IND1, IND2)
004020                         ' ' WS-PORCOES-EDIT
004030                         ' PRATO ESGOTADO (86)'
004040             ELSE
004050                 DISPLAY WS-PERIODO-NOME (IND1) ' '
004060                         TAB-PRATO (IND1, IND2)
004070                         ' ' WS-PORCOES-EDIT ' PORCOES'
004080             END-IF
004090         END-IF
004100     END-IF.
004110*
004120 400-EXIT.
004130*
004140*===  PORCOES QUE O SALDO DO INGREDIENTE DA LINHA PERMITE;  =====
004150*===  INGREDIENTE FORA DO ESTOQUE NAO LIMITA O PRATO  ===========
004160 410-PORCOES-LINHA SECTION.
004170*
004180     IF WS-REC-PRATO (IND-REC) = TAB-PRATO (IND1, IND2)
004190             AND WS-REC-QTD-USO (IND-REC) > ZEROS
004200         MOVE ZEROS TO WS-ACHA-IND
004210         PERFORM 420-COMPARA-ESTOQUE
004220             VARYING IND-EST FROM 1 BY 1
004230                 UNTIL IND-EST > WS-CONT-ESTOQUE
004240                    OR WS-ACHA-IND > ZEROS
004250         IF WS-ACHA-IND = ZEROS
004260             DISPLAY 'INGREDIENTE SEM ESTOQUE NAO CONTROLADO: '
004270                     WS-REC-INGRED (IND-REC) ' EM '
004280                     WS-REC-PRATO (IND-REC)
004290         ELSE
004300             ADD 1 TO WS-LINHAS-CONTROLADAS
004310             DIVIDE WS-EST-SALDO (WS-ACHA-IND)
004320                 BY WS-REC-QTD-USO (IND-REC)
004330                 GIVING WS-PORCOES-CALC
004340             IF WS-PORCOES-CALC < WS-PORCOES-PRATO
004350                 MOVE WS-PORCOES-CALC TO WS-PORCOES-PRATO
004360             END-IF
004370         END-IF
004380     END-IF.
004390*
004400 410-EXIT.
004410*
004420 420-COMPARA-ESTOQUE SECTION.
004430*
004440     IF WS-EST-INGRED (IND-EST) = WS-REC-INGRED (IND-REC)
004450         MOVE IND-EST TO WS-ACHA-IND
004460     END-IF.
004470*
004480 420-EXIT.
004490*
004500*===  IMPRIME UM PRATO TIRADO PELA COZINHA NA DATA  =============
004510 500-LISTA-COZINHA SECTION.
004520*
004530     IF WS-COZ-PERIODO (IND-COZ) = SPACES
004540         DISPLAY 'TODOS   ' WS-COZ-PRATO (IND-COZ)
004550                 '       PRATO ESGOTADO (86) PELA COZINHA'
004560     ELSE
004570         DISPLAY WS-COZ-PERIODO (IND-COZ) ' '
004580                 WS-COZ-PRATO (IND-COZ)
004590                 '       PRATO ESGOTADO (86) PELA COZINHA'
004600     END-IF.
004610*
004620 500-EXIT.
004630*
004640*===  ENCERRA: GRAVA OS AUTOMATICOS E IMPRIME A LISTA DO DIA  ===
004650 9000-FINALIZA SECTION.
004660*
004670     IF WS-DISPFILE-STATUS NOT = '35'
004680         CLOSE DISPFILE
004690     END-IF.
004700*
004710     DISPLAY '================================================'.
004720     DISPLAY 'DISPONIBILIDADE DOS PRATOS EM ' WS-DATA-MOVTO.
004730     DISPLAY '================================================'.
004740     DISPLAY 'PERIODO PRATO  PORCOES'.
004750     PERFORM 400-DERIVA-PRATO
004760         VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 3
004770         AFTER IND2 FROM 1 BY 1 UNTIL IND2 > WS-MAX-DISH (IND1).
004780     DISPLAY '------------------------------------------------'.
004790     DISPLAY 'TIRADOS PELA COZINHA'.
004800     PERFORM 500-LISTA-COZINHA
004810         VARYING IND-COZ FROM 1 BY 1
004820             UNTIL IND-COZ > WS-CONT-COZINHA.
004830     DISPLAY '------------------------------------------------'.
004840     DISPLAY 'PRATOS DERIVADOS     : ' WS-CONT-AUTOMATICOS.
004850     DISPLAY 'ESGOTADOS PELO SALDO : ' WS-CONT-ESGOTADOS.
004860     DISPLAY 'SEM CONTROLE         : ' WS-CONT-SEM-CONTROLE.
004870     DISPLAY 'ESGOTADOS COZINHA    : ' WS-CONT-COZINHA.
004880     DISPLAY 'REGISTROS MANTIDOS   : ' WS-CONT-MANTIDOS.
004890     DISPLAY 'REGISTROS DESCARTADOS: ' WS-CONT-DESCARTADOS.
004900     DISPLAY '================================================'.
004910*
004920     CLOSE DISPNOVO.
004930*
004940     DISPLAY 'SUBSTITUIR DISPFILE POR DISPNOVO'.
004950*
004960 9000-EXIT.
004970*
004980************* FIM ****************
