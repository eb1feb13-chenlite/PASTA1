000010*================================================================
000020* RESTAURANT ORDER APP - CONSOLIDACAO DAS FILIAIS NA MATRIZ
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       CONSFIL.
000060 AUTHOR.           CHEN LI TE.
000070 INSTALLATION.     RESTAURANT OPERATIONS.
000080 DATE-WRITTEN.     06/10/2026.
000090 DATE-COMPILED.
000100*
000110* HISTORICO DE ALTERACOES
000120* ------------------------------------------------------------
000130* 2026-10-06 CLT  PROGRAMA ORIGINAL - CONSOLIDA NA MATRIZ OS
000140*                 ARQUIVOS DO DIA ENVIADOS PELAS FILIAIS
000150*                 CADASTRADAS EM FILIAIS (PARAMETRO AAAAMMDD,
000160*                 PADRAO DATA CORRENTE). O SAIDAOUT DE CADA FILIAL
000170*                 (SAIDAFIL, OS ARQUIVOS EMENDADOS, CADA UM COM O
000180*                 SEU TRAILER) E CONFERIDO CONTRA O TRAILER E O
000190*                 EXTRATO DO HISTVEN (HISTFIL) CONTRA O VALOR DO
000200*                 TRAILER. FILIAL SEM ARQUIVO, COM DATA DIFERENTE,
000210*                 SEM TRAILER OU FORA DE BALANCO E REJEITADA
000220*                 (RETURN-CODE 8) E NAO ENTRA NA CONSOLIDACAO.
000230*                 IMPRIME AS VENDAS POR FILIAL, PRATO E PERIODO E
000240*                 O TOTAL DA REDE, E SOMA AS SUGESTOES DE COMPRA
000250*                 (SUGFIL) DAS FILIAIS ACEITAS NO PEDIDO
000260*                 CONSOLIDADO POR FORNECEDOR (SUGCONS).
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT FILIAIS
000320         ASSIGN TO "FILIAIS"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT SAIDAFIL
000350         ASSIGN TO "SAIDAFIL"
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT HISTFIL
000380         ASSIGN TO "HISTFIL"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT SUGFIL
000410         ASSIGN TO "SUGFIL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SUGFIL-STATUS.
000440     SELECT SUGCONS
000450         ASSIGN TO "SUGCONS"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500*
000510 FD  FILIAIS
000520     RECORDING MODE IS F
000530     RECORD CONTAINS 24 CHARACTERS
000540     LABEL RECORDS ARE STANDARD.
000550     COPY FILREC.
000560*
000570 FD  SAIDAFIL
000580     RECORDING MODE IS F
000590     RECORD CONTAINS 126 CHARACTERS
000600     LABEL RECORDS ARE STANDARD.
000610     COPY SAIDREC.
000620*
000630 FD  HISTFIL
000640     RECORDING MODE IS F
000650     RECORD CONTAINS 78 CHARACTERS
000660     LABEL RECORDS ARE STANDARD.
000670     COPY HISTREC.
000680*
000690 FD  SUGFIL
000700     RECORDING MODE IS F
000710     RECORD CONTAINS 43 CHARACTERS
000720     LABEL RECORDS ARE STANDARD.
000730     COPY SUGREC.
000740*
000750 FD  SUGCONS
000760     RECORDING MODE IS F
000770     RECORD CONTAINS 43 CHARACTERS
000780     LABEL RECORDS ARE STANDARD.
000790 01  SUGCONS-REC             PIC X(43).
000800*
000810 WORKING-STORAGE SECTION.
000820*
000830 77  IND-FIL                 PIC 9(02) VALUE ZEROS.
000840 77  IND-VEN                 PIC 9(03) VALUE ZEROS.
000850 77  IND-VEN2                PIC 9(03) VALUE ZEROS.
000860 77  IND-VEN3                PIC 9(03) VALUE ZEROS.
000870 77  IND-RED                 PIC 9(03) VALUE ZEROS.
000880 77  IND-RED2                PIC 9(03) VALUE ZEROS.
000890 77  IND-RED3                PIC 9(03) VALUE ZEROS.
000900 77  IND-PED                 PIC 9(03) VALUE ZEROS.
000910 77  IND-PED2                PIC 9(03) VALUE ZEROS.
000920 77  IND-PED3                PIC 9(03) VALUE ZEROS.
000930 77  WS-FIL-IND              PIC 9(02) VALUE ZEROS.
000940 77  WS-ACHA-IND             PIC 9(03) VALUE ZEROS.
000950 77  WS-CONT-FILIAIS         PIC 9(02) VALUE ZEROS.
000960 77  WS-CONT-ACEITAS         PIC 9(02) VALUE ZEROS.
000970 77  WS-CONT-REJEITADAS      PIC 9(02) VALUE ZEROS.
000980 77  WS-CONT-VENDAS          PIC 9(03) VALUE ZEROS.
000990 77  WS-CONT-REDE            PIC 9(03) VALUE ZEROS.
001000 77  WS-CONT-PEDIDO          PIC 9(03) VALUE ZEROS.
001010 77  WS-CONT-SAIDA           PIC 9(06) VALUE ZEROS.
001020 77  WS-CONT-HISTORICO       PIC 9(06) VALUE ZEROS.
001030 77  WS-CONT-HIST-OUTRA-DATA PIC 9(06) VALUE ZEROS.
001040 77  WS-CONT-SUGESTOES       PIC 9(05) VALUE ZEROS.
001050 77  WS-CONT-SUG-REJEITADA   PIC 9(05) VALUE ZEROS.
001060 77  WS-CONT-SEM-FILIAL      PIC 9(06) VALUE ZEROS.
001070 77  WS-CONT-GRAVADOS        PIC 9(05) VALUE ZEROS.
001080 77  WS-DATA-CONS            PIC 9(08) VALUE ZEROS.
001090 77  WS-PARM                 PIC X(08) VALUE SPACES.
001100 77  WS-SUGFIL-STATUS        PIC X(02) VALUE ZEROS.
001110 77  WS-FILIAL-BUSCA         PIC X(04) VALUE SPACES.
001120 77  WS-FILIAL-ANTERIOR      PIC X(04) VALUE SPACES.
001130 77  WS-FORNEC-ANTERIOR      PIC X(15) VALUE SPACES.
001140 77  WS-MOV-QTD              PIC 9(07) VALUE ZEROS.
001150 77  WS-MOV-LIQUIDO          PIC 9(09)V99 VALUE ZEROS.
001160 77  WS-SUB-QTD              PIC 9(07) VALUE ZEROS.
001170 77  WS-SUB-LIQUIDO          PIC 9(09)V99 VALUE ZEROS.
001180 77  WS-TOTAL-QTD            PIC 9(07) VALUE ZEROS.
001190 77  WS-TOTAL-LIQUIDO        PIC 9(09)V99 VALUE ZEROS.
001200 77  WS-VEN-TEMP             PIC X(35) VALUE SPACES.
001210 77  WS-RED-TEMP             PIC X(31) VALUE SPACES.
001220 77  WS-PED-TEMP             PIC X(41) VALUE SPACES.
001230 77  WS-QTD-EDIT             PIC ZZZZZZ9.
001240 77  WS-VALOR-EDIT           PIC ZZZZZZZZ9.99.
001250 77  WS-PEDIDO-EDIT          PIC ZZZZZZ9.99.
001260*
001270 01  WS-SWITCHES.
001280     05  WS-FIM-FILIAIS-SW        PIC X(01) VALUE 'N'.
001290         88  WS-FIM-FILIAIS                 VALUE 'S'.
001300     05  WS-FIM-SAIDAFIL-SW       PIC X(01) VALUE 'N'.
001310         88  WS-FIM-SAIDAFIL                VALUE 'S'.
001320     05  WS-FIM-HISTFIL-SW        PIC X(01) VALUE 'N'.
001330         88  WS-FIM-HISTFIL                 VALUE 'S'.
001340     05  WS-FIM-SUGFIL-SW         PIC X(01) VALUE 'N'.
001350         88  WS-FIM-SUGFIL                  VALUE 'S'.
001360*
001370*    FILIAIS ESPERADAS NA CONSOLIDACAO, COM O QUE CHEGOU NO
001380*    SAIDAOUT (DETALHES SOMADOS E TRAILER) E NO HISTVEN DA DATA,
001390*    E A SITUACAO FINAL DA CONFERENCIA COM O MOTIVO DA REJEICAO.
001400 01  WS-TABELA-FILIAIS.
001410     05  WS-FIL-ENT OCCURS 20 TIMES.
001420         10  WS-FIL-CODIGO       PIC X(04).
001430         10  WS-FIL-NOME         PIC X(20).
001440         10  WS-FIL-QTD-DET      PIC 9(06).
001450         10  WS-FIL-VALOR        PIC 9(09)V99.
001460         10  WS-FIL-SERVICO      PIC 9(09)V99.
001470         10  WS-FIL-IMPOSTO      PIC 9(09)V99.
001480         10  WS-FIL-QTD-TRAILER  PIC 9(02).
001490         10  WS-FIL-TRL-QTD      PIC 9(06).
001500         10  WS-FIL-TRL-VALOR    PIC 9(09)V99.
001510         10  WS-FIL-TRL-SERVICO  PIC 9(09)V99.
001520         10  WS-FIL-TRL-IMPOSTO  PIC 9(09)V99.
001530         10  WS-FIL-HIS-LIQUIDO  PIC 9(09)V99.
001540         10  WS-FIL-ATRASO-SW    PIC X(01).
001550         10  WS-FIL-SITUACAO     PIC X(01).
001560             88  WS-FIL-ACEITA             VALUE 'A'.
001570             88  WS-FIL-REJEITADA          VALUE 'R'.
001580         10  WS-FIL-MOTIVO       PIC X(25).
001590*
001600*    CHAVE DA VENDA A ACUMULAR, NA ORDEM DO RELATORIO.
001610 01  WS-CHAVE-VENDA.
001620     05  WS-CHAVE-FILIAL         PIC X(04).
001630     05  WS-CHAVE-PRATO          PIC X(06).
001640     05  WS-CHAVE-PERIODO        PIC X(07).
001650*
001660*    VENDAS DA DATA POR FILIAL, PRATO E PERIODO, TIRADAS DO
001670*    HISTVEN DE CADA FILIAL (SO AS ACEITAS SAO IMPRESSAS).
001680 01  WS-TAB-VENDAS.
001690     05  WS-VEN-ENT OCCURS 600 TIMES.
001700         10  WS-VEN-CHAVE.
001710             15  WS-VEN-FILIAL   PIC X(04).
001720             15  WS-VEN-PRATO    PIC X(06).
001730             15  WS-VEN-PERIODO  PIC X(07).
001740         10  WS-VEN-QTD          PIC 9(07).
001750         10  WS-VEN-LIQUIDO      PIC 9(09)V99.
001760*
001770*    VENDAS DA REDE POR PRATO E PERIODO, SOMA DAS FILIAIS ACEITAS.
001780 01  WS-TAB-REDE.
001790     05  WS-RED-ENT OCCURS 100 TIMES.
001800         10  WS-RED-CHAVE.
001810             15  WS-RED-PRATO    PIC X(06).
001820             15  WS-RED-PERIODO  PIC X(07).
001830         10  WS-RED-QTD          PIC 9(07).
001840         10  WS-RED-LIQUIDO      PIC 9(09)V99.
001850*
001860*    PEDIDO CONSOLIDADO POR FORNECEDOR E INGREDIENTE, SOMA DAS
001870*    SUGESTOES DE COMPRA DAS FILIAIS ACEITAS.
001880 01  WS-TAB-PEDIDO.
001890     05  WS-PED-ENT OCCURS 200 TIMES.
001900         10  WS-PED-CHAVE.
001910             15  WS-PED-FORNEC   PIC X(15).
001920             15  WS-PED-INGRED   PIC X(10).
001930         10  WS-PED-QTD          PIC 9(07)V99.
001940         10  WS-PED-EMBALAGENS   PIC 9(07).
001950*
001960 PROCEDURE DIVISION.
001970*
001980*===  LACO PRINCIPAL DA CONSOLIDACAO  ===========================
001990 0000-MAINLINE SECTION.
002000*
002010     PERFORM 1000-INICIALIZA.
002020*
002030     PERFORM 2000-CONFERE-SAIDA
002040         UNTIL WS-FIM-SAIDAFIL.
002050*
002060     PERFORM 2200-ACUMULA-HISTORICO
002070         UNTIL WS-FIM-HISTFIL.
002080*
002090     PERFORM 400-AVALIA-FILIAL
002100         VARYING IND-FIL FROM 1 BY 1
002110             UNTIL IND-FIL > WS-CONT-FILIAIS.
002120*
002130     PERFORM 2400-ACUMULA-SUGESTAO
002140         UNTIL WS-FIM-SUGFIL.
002150*
002160     PERFORM 9000-FINALIZA.
002170*
002180     STOP RUN.
002190*
002200 0000-EXIT.
002210*
002220*===  DEFINE A DATA, CARREGA AS FILIAIS E ABRE OS ARQUIVOS  =====
002230 1000-INICIALIZA SECTION.
002240*
002250     INITIALIZE WS-TABELA-FILIAIS.
002260     INITIALIZE WS-TAB-VENDAS.
002270     INITIALIZE WS-TAB-REDE.
002280     INITIALIZE WS-TAB-PEDIDO.
002290*
002300     ACCEPT WS-PARM FROM COMMAND-LINE.
002310     IF WS-PARM NOT = SPACES AND WS-PARM IS NUMERIC
002320         MOVE WS-PARM TO WS-DATA-CONS
002330     ELSE
002340         ACCEPT WS-DATA-CONS FROM DATE YYYYMMDD
002350     END-IF.
002360*
002370     DISPLAY 'CONSOLIDACAO DAS FILIAIS DA DATA ' WS-DATA-CONS.
002380*
002390     OPEN INPUT  FILIAIS.
002400     PERFORM 300-CARREGA-FILIAIS
002410         UNTIL WS-FIM-FILIAIS.
002420     CLOSE FILIAIS.
002430*
002440     OPEN INPUT  SAIDAFIL.
002450     OPEN INPUT  HISTFIL.
002460     OPEN OUTPUT SUGCONS.
002470*
002480     OPEN INPUT  SUGFIL.
002490     IF WS-SUGFIL-STATUS = '35'
002500         DISPLAY 'SUGFIL AUSENTE, SEM PEDIDO CONSOLIDADO'
002510         MOVE 'S' TO WS-FIM-SUGFIL-SW
002520     END-IF.
002530*
002540     PERFORM 2100-LER-SAIDAFIL.
002550     PERFORM 2300-LER-HISTFIL.
002560*
002570 1000-EXIT.
002580*
002590*===  SOMA UM REGISTRO DO SAIDAOUT NA FILIAL OU GUARDA O SEU  ===
002600*===  TRAILER, E LE O PROXIMO  ==================================
002610 2000-CONFERE-SAIDA SECTION.
002620*
002630     IF SPT-ID = 'TRAILER'
002640         MOVE SPT-FILIAL TO WS-FILIAL-BUSCA
002650     ELSE
002660         MOVE SPR-FILIAL TO WS-FILIAL-BUSCA
002670     END-IF.
002680     PERFORM 100-LOCALIZA-FILIAL.
002690*
002700     IF WS-FIL-IND = ZEROS
002710         ADD 1 TO WS-CONT-SEM-FILIAL
002720         DISPLAY 'SAIDAOUT DE FILIAL NAO CADASTRADA IGNORADO: '
002730                 WS-FILIAL-BUSCA
002740     ELSE
002750         IF SPT-ID = 'TRAILER'
002760             ADD 1 TO WS-FIL-QTD-TRAILER (WS-FIL-IND)
002770             MOVE SPT-QTD-REGISTROS
002780                 TO WS-FIL-TRL-QTD (WS-FIL-IND)
002790             MOVE SPT-VALOR-TOTAL
002800                 TO WS-FIL-TRL-VALOR (WS-FIL-IND)
002810             MOVE SPT-SERVICO-TOTAL
002820                 TO WS-FIL-TRL-SERVICO (WS-FIL-IND)
002830             MOVE SPT-IMPOSTO-TOTAL
002840                 TO WS-FIL-TRL-IMPOSTO (WS-FIL-IND)
002850             IF SPT-DATA NOT = WS-DATA-CONS
002860                 MOVE 'S' TO WS-FIL-ATRASO-SW (WS-FIL-IND)
002870             END-IF
002880         ELSE
002890             ADD 1 TO WS-FIL-QTD-DET (WS-FIL-IND)
002900             ADD SPR-VALOR-TOTAL TO WS-FIL-VALOR (WS-FIL-IND)
002910             ADD SPR-SERVICO     TO WS-FIL-SERVICO (WS-FIL-IND)
002920             ADD SPR-IMPOSTO     TO WS-FIL-IMPOSTO (WS-FIL-IND)
002930             IF SPR-DATA NOT = WS-DATA-CONS
002940                 MOVE 'S' TO WS-FIL-ATRASO-SW (WS-FIL-IND)
002950             END-IF
002960         END-IF
002970     END-IF.
002980*
002990     PERFORM 2100-LER-SAIDAFIL.
003000*
003010 2000-EXIT.
003020*
003030*===  LE O PROXIMO REGISTRO DOS SAIDAOUT DAS FILIAIS  ===========
003040 2100-LER-SAIDAFIL SECTION.
003050*
003060     READ SAIDAFIL
003070         AT END
003080             MOVE 'S' TO WS-FIM-SAIDAFIL-SW
003090         NOT AT END
003100             ADD 1 TO WS-CONT-SAIDA
003110     END-READ.
003120*
003130 2100-EXIT.
003140*
003150*===  ACUMULA UM REGISTRO DO HISTVEN DA DATA NA FILIAL E NAS  ===
003160*===  VENDAS POR PRATO E PERIODO, E LE O PROXIMO  ===============
003170 2200-ACUMULA-HISTORICO SECTION.
003180*
003190     IF HIS-DATA NOT NUMERIC OR HIS-QTD NOT NUMERIC
003200             OR HIS-LIQUIDO NOT NUMERIC
003210         DISPLAY 'HISTORICO INVALIDO IGNORADO: ' HISTORICO-REC
003220     ELSE
003230         IF HIS-DATA NOT = WS-DATA-CONS
003240             ADD 1 TO WS-CONT-HIST-OUTRA-DATA
003250         ELSE
003260             MOVE HIS-FILIAL TO WS-FILIAL-BUSCA
003270             PERFORM 100-LOCALIZA-FILIAL
003280             IF WS-FIL-IND = ZEROS
003290                 ADD 1 TO WS-CONT-SEM-FILIAL
003300                 DISPLAY 'HISTVEN DE FILIAL NAO CADASTRADA '
003310                         'IGNORADO: ' WS-FILIAL-BUSCA
003320             ELSE
003330                 ADD HIS-LIQUIDO
003340                     TO WS-FIL-HIS-LIQUIDO (WS-FIL-IND)
003350                 MOVE HIS-FILIAL  TO WS-CHAVE-FILIAL
003360                 MOVE HIS-PRATO   TO WS-CHAVE-PRATO
003370                 MOVE HIS-PERIODO TO WS-CHAVE-PERIODO
003380                 MOVE HIS-QTD     TO WS-MOV-QTD
003390                 MOVE HIS-LIQUIDO TO WS-MOV-LIQUIDO
003400                 PERFORM 200-ACUMULA-VENDA
003410             END-IF
003420         END-IF
003430     END-IF.
003440*
003450     PERFORM 2300-LER-HISTFIL.
003460*
003470 2200-EXIT.
003480*
003490*===  LE O PROXIMO REGISTRO DOS HISTVEN DAS FILIAIS  ============
003500 2300-LER-HISTFIL SECTION.
003510*
003520     READ HISTFIL
003530         AT END
003540             MOVE 'S' TO WS-FIM-HISTFIL-SW
003550         NOT AT END
003560             ADD 1 TO WS-CONT-HISTORICO
003570     END-READ.
003580*
003590 2300-EXIT.
003600*
003610*===  SOMA UMA SUGESTAO DE COMPRA DE FILIAL ACEITA NO PEDIDO  ===
003620*===  CONSOLIDADO E LE A PROXIMA  ===============================
003630 2400-ACUMULA-SUGESTAO SECTION.
003640*
003650     READ SUGFIL
003660         AT END
003670             MOVE 'S' TO WS-FIM-SUGFIL-SW
003680         NOT AT END
003690             PERFORM 2500-TRATA-SUGESTAO
003700     END-READ.
003710*
003720 2400-EXIT.
003730*
003740 2500-TRATA-SUGESTAO SECTION.
003750*
003760     ADD 1 TO WS-CONT-SUGESTOES.
003770     MOVE SUG-FILIAL TO WS-FILIAL-BUSCA.
003780     PERFORM 100-LOCALIZA-FILIAL.
003790*
003800     IF WS-FIL-IND = ZEROS
003810         ADD 1 TO WS-CONT-SEM-FILIAL
003820         DISPLAY 'SUGOUT DE FILIAL NAO CADASTRADA IGNORADO: '
003830                 WS-FILIAL-BUSCA
003840     ELSE
003850         IF WS-FIL-REJEITADA (WS-FIL-IND)
003860             ADD 1 TO WS-CONT-SUG-REJEITADA
003870         ELSE
003880             IF SUG-QTD NOT NUMERIC OR SUG-EMBALAGENS NOT NUMERIC
003890                 DISPLAY 'SUGESTAO INVALIDA IGNORADA: '
003900                         SUGESTAO-REC
003910             ELSE
003920                 PERFORM 220-ACUMULA-PEDIDO
003930             END-IF
003940         END-IF
003950     END-IF.
003960*
003970 2500-EXIT.
003980*
003990*===  LOCALIZA A FILIAL DE WS-FILIAL-BUSCA NO CADASTRO  =========
004000 100-LOCALIZA-FILIAL SECTION.
004010*
004020     MOVE ZEROS TO WS-FIL-IND.
004030     PERFORM 105-COMPARA-FILIAL
004040         VARYING IND-FIL FROM 1 BY 1
004050             UNTIL IND-FIL > WS-CONT-FILIAIS
004060                OR WS-FIL-IND > ZEROS.
004070*
004080 100-EXIT.
004090*
004100 105-COMPARA-FILIAL SECTION.
004110*
004120     IF WS-FIL-CODIGO (IND-FIL) = WS-FILIAL-BUSCA
004130         MOVE IND-FIL TO WS-FIL-IND
004140     END-IF.
004150*
004160 105-EXIT.
004170*
004180*===  ACUMULA A VENDA NA FILIAL/PRATO/PERIODO  ==================
004190 200-ACUMULA-VENDA SECTION.
004200*
004210     MOVE ZEROS TO WS-ACHA-IND.
004220     PERFORM 205-COMPARA-VENDA
004230         VARYING IND-VEN FROM 1 BY 1
004240             UNTIL IND-VEN > WS-CONT-VENDAS
004250                OR WS-ACHA-IND > ZEROS.
004260*
004270     IF WS-ACHA-IND = ZEROS
004280         IF WS-CONT-VENDAS >= 600
004290             DISPLAY 'TABELA DE VENDAS CHEIA, IGNORADO: '
004300                     WS-CHAVE-VENDA
004310         ELSE
004320             ADD 1 TO WS-CONT-VENDAS
004330             MOVE WS-CONT-VENDAS TO WS-ACHA-IND
004340             MOVE WS-CHAVE-VENDA TO WS-VEN-CHAVE (WS-ACHA-IND)
004350         END-IF
004360     END-IF.
004370*
004380     IF WS-ACHA-IND > ZEROS
004390         ADD WS-MOV-QTD     TO WS-VEN-QTD (WS-ACHA-IND)
004400         ADD WS-MOV-LIQUIDO TO WS-VEN-LIQUIDO (WS-ACHA-IND)
004410     END-IF.
004420*
004430 200-EXIT.
004440*
004450 205-COMPARA-VENDA SECTION.
004460*
004470     IF WS-VEN-CHAVE (IND-VEN) = WS-CHAVE-VENDA
004480         MOVE IND-VEN TO WS-ACHA-IND
004490     END-IF.
004500*
004510 205-EXIT.
004520*
004530*===  ACUMULA A VENDA DE FILIAL ACEITA NO TOTAL DA REDE  ========
004540 210-ACUMULA-REDE SECTION.
004550*
004560     MOVE ZEROS TO WS-ACHA-IND.
004570     PERFORM 215-COMPARA-REDE
004580         VARYING IND-RED FROM 1 BY 1
004590             UNTIL IND-RED > WS-CONT-REDE
004600                OR WS-ACHA-IND > ZEROS.
004610*
004620     IF WS-ACHA-IND = ZEROS
004630         IF WS-CONT-REDE >= 100
004640             DISPLAY 'TABELA DA REDE CHEIA, IGNORADO: '
004650                     WS-CHAVE-PRATO ' ' WS-CHAVE-PERIODO
004660         ELSE
004670             ADD 1 TO WS-CONT-REDE
004680             MOVE WS-CONT-REDE     TO WS-ACHA-IND
004690             MOVE WS-CHAVE-PRATO   TO WS-RED-PRATO (WS-ACHA-IND)
004700             MOVE WS-CHAVE-PERIODO TO WS-RED-PERIODO (WS-ACHA-IND)
004710         END-IF
004720     END-IF.
004730*
004740     IF WS-ACHA-IND > ZEROS
004750         ADD WS-MOV-QTD     TO WS-RED-QTD (WS-ACHA-IND)
004760         ADD WS-MOV-LIQUIDO TO WS-RED-LIQUIDO (WS-ACHA-IND)
004770     END-IF.
004780*
004790 210-EXIT.
004800*
004810 215-COMPARA-REDE SECTION.
004820*
004830     IF WS-RED-PRATO (IND-RED) = WS-CHAVE-PRATO
004840             AND WS-RED-PERIODO (IND-RED) = WS-CHAVE-PERIODO
004850         MOVE IND-RED TO WS-ACHA-IND
004860     END-IF.
004870*
004880 215-EXIT.
004890*
004900*===  SOMA A SUGESTAO NO PEDIDO DO FORNECEDOR/INGREDIENTE  ======
004910 220-ACUMULA-PEDIDO SECTION.
004920*
004930     MOVE ZEROS TO WS-ACHA-IND.
004940     PERFORM 225-COMPARA-PEDIDO
004950         VARYING IND-PED FROM 1 BY 1
004960             UNTIL IND-PED > WS-CONT-PEDIDO
004970                OR WS-ACHA-IND > ZEROS.
004980*
004990     IF WS-ACHA-IND = ZEROS
005000         IF WS-CONT-PEDIDO >= 200
005010             DISPLAY 'TABELA DO PEDIDO CHEIA, IGNORADO: '
005020                     SUG-FORNEC ' ' SUG-INGRED
005030         ELSE
005040             ADD 1 TO WS-CONT-PEDIDO
005050             MOVE WS-CONT-PEDIDO TO WS-ACHA-IND
005060             MOVE SUG-FORNEC TO WS-PED-FORNEC (WS-ACHA-IND)
005070             MOVE SUG-INGRED TO WS-PED-INGRED (WS-ACHA-IND)
005080         END-IF
005090     END-IF.
005100*
005110     IF WS-ACHA-IND > ZEROS
005120         ADD SUG-QTD        TO WS-PED-QTD (WS-ACHA-IND)
005130         ADD SUG-EMBALAGENS TO WS-PED-EMBALAGENS (WS-ACHA-IND)
005140     END-IF.
005150*
005160 220-EXIT.
005170*
005180 225-COMPARA-PEDIDO SECTION.
005190*
005200     IF WS-PED-FORNEC (IND-PED) = SUG-FORNEC
005210             AND WS-PED-INGRED (IND-PED) = SUG-INGRED
005220         MOVE IND-PED TO WS-ACHA-IND
005230     END-IF.
005240*
005250 225-EXIT.
005260*
005270*===  CARREGA UMA FILIAL DO CADASTRO DA MATRIZ  =================
005280 300-CARREGA-FILIAIS SECTION.
005290*
005300     READ FILIAIS
005310         AT END
005320             MOVE 'S' TO WS-FIM-FILIAIS-SW
005330         NOT AT END
005340             PERFORM 310-GUARDA-FILIAL
005350     END-READ.
005360*
005370 300-EXIT.
005380*
005390 310-GUARDA-FILIAL SECTION.
005400*
005410     IF FIL-CODIGO = SPACES
005420         DISPLAY 'FILIAL INVALIDA IGNORADA: ' FILIAL-REC
005430     ELSE
005440         IF WS-CONT-FILIAIS >= 20
005450             DISPLAY 'TABELA DE FILIAIS CHEIA, IGNORADA: '
005460                     FILIAL-REC
005470         ELSE
005480             ADD 1 TO WS-CONT-FILIAIS
005490             MOVE FIL-CODIGO TO WS-FIL-CODIGO (WS-CONT-FILIAIS)
005500             MOVE FIL-NOME   TO WS-FIL-NOME (WS-CONT-FILIAIS)
005510             MOVE 'N' TO WS-FIL-ATRASO-SW (WS-CONT-FILIAIS)
005520         END-IF
005530     END-IF.
005540*
005550 310-EXIT.
005560*
005570*===  CONFERE O QUE A FILIAL ENVIOU: SEM ARQUIVO OU COM DATA  ===
005580*===  DIFERENTE E ATRASO; O SAIDAOUT TEM DE FECHAR COM O  =======
005590*===  TRAILER E O HISTVEN COM O VALOR DO TRAILER  ===============
005600 400-AVALIA-FILIAL SECTION.
005610*
005620     MOVE SPACES TO WS-FIL-MOTIVO (IND-FIL).
005630*
005640     IF WS-FIL-QTD-DET (IND-FIL) = ZEROS
005650             AND WS-FIL-QTD-TRAILER (IND-FIL) = ZEROS
005660         MOVE 'ATRASADA, SEM SAIDAOUT' TO WS-FIL-MOTIVO (IND-FIL)
005670     END-IF.
005680*
005690     IF WS-FIL-MOTIVO (IND-FIL) = SPACES
005700             AND WS-FIL-ATRASO-SW (IND-FIL) = 'S'
005710         MOVE 'ATRASADA, OUTRA DATA' TO WS-FIL-MOTIVO (IND-FIL)
005720     END-IF.
005730*
005740     IF WS-FIL-MOTIVO (IND-FIL) = SPACES
005750             AND WS-FIL-QTD-TRAILER (IND-FIL) = ZEROS
005760         MOVE 'SAIDAOUT SEM TRAILER' TO WS-FIL-MOTIVO (IND-FIL)
005770     END-IF.
005780*
005790     IF WS-FIL-MOTIVO (IND-FIL) = SPACES
005800             AND WS-FIL-QTD-TRAILER (IND-FIL) > 1
005810         MOVE 'TRAILER EM DUPLICIDADE' TO WS-FIL-MOTIVO (IND-FIL)
005820     END-IF.
005830*
005840     IF WS-FIL-MOTIVO (IND-FIL) = SPACES
005850         IF WS-FIL-QTD-DET (IND-FIL)
005860                 NOT = WS-FIL-TRL-QTD (IND-FIL)
005870                 OR WS-FIL-VALOR (IND-FIL)
005880                 NOT = WS-FIL-TRL-VALOR (IND-FIL)
005890                 OR WS-FIL-SERVICO (IND-FIL)
005900                 NOT = WS-FIL-TRL-SERVICO (IND-FIL)
005910                 OR WS-FIL-IMPOSTO (IND-FIL)
005920                 NOT = WS-FIL-TRL-IMPOSTO (IND-FIL)
005930             MOVE 'SAIDAOUT FORA DE BALANCO'
005940                 TO WS-FIL-MOTIVO (IND-FIL)
005950         END-IF
005960     END-IF.
005970*
005980     IF WS-FIL-MOTIVO (IND-FIL) = SPACES
005990             AND WS-FIL-HIS-LIQUIDO (IND-FIL)
006000                 NOT = WS-FIL-TRL-VALOR (IND-FIL)
006010         MOVE 'HISTVEN FORA DE BALANCO' TO WS-FIL-MOTIVO (IND-FIL)
006020     END-IF.
006030*
006040     IF WS-FIL-MOTIVO (IND-FIL) = SPACES
006050         MOVE 'A' TO WS-FIL-SITUACAO (IND-FIL)
006060         ADD 1 TO WS-CONT-ACEITAS
006070     ELSE
006080         MOVE 'R' TO WS-FIL-SITUACAO (IND-FIL)
006090         ADD 1 TO WS-CONT-REJEITADAS
006100     END-IF.
006110*
006120 400-EXIT.
006130*
006140*===  CLASSIFICA AS VENDAS POR FILIAL, PRATO E PERIODO  =========
006150 500-CLASSIFICA-VENDAS SECTION.
006160*
006170     COMPUTE IND-VEN2 = IND-VEN + 1.
006180     PERFORM 505-COMPARA-VENDA-ORDEM
006190         VARYING IND-VEN3 FROM IND-VEN2 BY 1
006200             UNTIL IND-VEN3 > WS-CONT-VENDAS.
006210*
006220 500-EXIT.
006230*
006240 505-COMPARA-VENDA-ORDEM SECTION.
006250*
006260     IF WS-VEN-CHAVE (IND-VEN3) < WS-VEN-CHAVE (IND-VEN)
006270         MOVE WS-VEN-ENT (IND-VEN)  TO WS-VEN-TEMP
006280         MOVE WS-VEN-ENT (IND-VEN3) TO WS-VEN-ENT (IND-VEN)
006290         MOVE WS-VEN-TEMP           TO WS-VEN-ENT (IND-VEN3)
006300     END-IF.
006310*
006320 505-EXIT.
006330*
006340*===  CLASSIFICA AS VENDAS DA REDE POR PRATO E PERIODO  =========
006350 510-CLASSIFICA-REDE SECTION.
006360*
006370     COMPUTE IND-RED2 = IND-RED + 1.
006380     PERFORM 515-COMPARA-REDE-ORDEM
006390         VARYING IND-RED3 FROM IND-RED2 BY 1
006400             UNTIL IND-RED3 > WS-CONT-REDE.
006410*
006420 510-EXIT.
006430*
006440 515-COMPARA-REDE-ORDEM SECTION.
006450*
006460     IF WS-RED-CHAVE (IND-RED3) < WS-RED-CHAVE (IND-RED)
006470         MOVE WS-RED-ENT (IND-RED)  TO WS-RED-TEMP
006480         MOVE WS-RED-ENT (IND-RED3) TO WS-RED-ENT (IND-RED)
006490         MOVE WS-RED-TEMP           TO WS-RED-ENT (IND-RED3)
006500     END-IF.
006510*
006520 515-EXIT.
006530*
006540*===  CLASSIFICA O PEDIDO POR FORNECEDOR E INGREDIENTE  =========
006550 520-CLASSIFICA-PEDIDO SECTION.
006560*
006570     COMPUTE IND-PED2 = IND-PED + 1.
006580     PERFORM 525-COMPARA-PEDIDO-ORDEM
006590         VARYING IND-PED3 FROM IND-PED2 BY 1
006600             UNTIL IND-PED3 > WS-CONT-PEDIDO.
006610*
006620 520-EXIT.
006630*
006640 525-COMPARA-PEDIDO-ORDEM SECTION.
006650*
006660     IF WS-PED-CHAVE (IND-PED3) < WS-PED-CHAVE (IND-PED)
006670         MOVE WS-PED-ENT (IND-PED)  TO WS-PED-TEMP
006680         MOVE WS-PED-ENT (IND-PED3) TO WS-PED-ENT (IND-PED)
006690         MOVE WS-PED-TEMP           TO WS-PED-ENT (IND-PED3)
006700     END-IF.
006710*
006720 525-EXIT.
006730*
006740*===  IMPRIME A SITUACAO DE UMA FILIAL NA CONFERENCIA  ==========
006750 900-IMPRIME-SITUACAO SECTION.
006760*
006770     IF WS-FIL-ACEITA (IND-FIL)
006780         MOVE WS-FIL-TRL-VALOR (IND-FIL) TO WS-VALOR-EDIT
006790         DISPLAY '  ' WS-FIL-CODIGO (IND-FIL)
006800                 ' ' WS-FIL-NOME (IND-FIL)
006810                 ' ACEITA    ORDENS ' WS-FIL-TRL-QTD (IND-FIL)
006820                 ' VALOR ' WS-VALOR-EDIT
006830     ELSE
006840         DISPLAY '  ' WS-FIL-CODIGO (IND-FIL)
006850                 ' ' WS-FIL-NOME (IND-FIL)
006860                 ' REJEITADA ' WS-FIL-MOTIVO (IND-FIL)
006870     END-IF.
006880*
006890 900-EXIT.
006900*
006910*===  IMPRIME UMA VENDA DE FILIAL ACEITA, COM QUEBRA POR  =======
006920*===  FILIAL, E SOMA O PRATO/PERIODO NO TOTAL DA REDE  ==========
006930 910-IMPRIME-VENDA SECTION.
006940*
006950     MOVE WS-VEN-FILIAL (IND-VEN) TO WS-FILIAL-BUSCA.
006960     PERFORM 100-LOCALIZA-FILIAL.
006970*
006980     IF WS-FIL-ACEITA (WS-FIL-IND)
006990         IF WS-VEN-FILIAL (IND-VEN) NOT = WS-FILIAL-ANTERIOR
007000             IF WS-FILIAL-ANTERIOR NOT = SPACES
007010                 PERFORM 915-IMPRIME-SUBTOTAL
007020             END-IF
007030             DISPLAY 'FILIAL ' WS-FIL-CODIGO (WS-FIL-IND)
007040                     ' ' WS-FIL-NOME (WS-FIL-IND)
007050             MOVE WS-VEN-FILIAL (IND-VEN) TO WS-FILIAL-ANTERIOR
007060         END-IF
007070         MOVE WS-VEN-QTD (IND-VEN)     TO WS-QTD-EDIT
007080         MOVE WS-VEN-LIQUIDO (IND-VEN) TO WS-VALOR-EDIT
007090         DISPLAY '  ' WS-VEN-PRATO (IND-VEN)
007100                 '  ' WS-VEN-PERIODO (IND-VEN)
007110                 '  ' WS-QTD-EDIT
007120                 '  ' WS-VALOR-EDIT
007130         ADD WS-VEN-QTD (IND-VEN)     TO WS-SUB-QTD
007140         ADD WS-VEN-LIQUIDO (IND-VEN) TO WS-SUB-LIQUIDO
007150         MOVE WS-VEN-PRATO (IND-VEN)   TO WS-CHAVE-PRATO
007160         MOVE WS-VEN-PERIODO (IND-VEN) TO WS-CHAVE-PERIODO
007170         MOVE WS-VEN-QTD (IND-VEN)     TO WS-MOV-QTD
007180         MOVE WS-VEN-LIQUIDO (IND-VEN) TO WS-MOV-LIQUIDO
007190         PERFORM 210-ACUMULA-REDE
007200     END-IF.
007210*
007220 910-EXIT.
007230*
007240*===  IMPRIME O TOTAL DA FILIAL E SOMA NO TOTAL GERAL  ==========
007250 915-IMPRIME-SUBTOTAL SECTION.
007260*
007270     MOVE WS-SUB-QTD     TO WS-QTD-EDIT.
007280     MOVE WS-SUB-LIQUIDO TO WS-VALOR-EDIT.
007290     DISPLAY '  TOTAL ' WS-FILIAL-ANTERIOR
007300             '       ' WS-QTD-EDIT
007310             '  ' WS-VALOR-EDIT.
007320     ADD WS-SUB-QTD     TO WS-TOTAL-QTD.
007330     ADD WS-SUB-LIQUIDO TO WS-TOTAL-LIQUIDO.
007340     MOVE ZEROS TO WS-SUB-QTD.
007350     MOVE ZEROS TO WS-SUB-LIQUIDO.
007360*
007370 915-EXIT.
007380*
007390*===  IMPRIME UM PRATO/PERIODO DO TOTAL DA REDE  ================
007400 920-IMPRIME-REDE SECTION.
007410*
007420     MOVE WS-RED-QTD (IND-RED)     TO WS-QTD-EDIT.
007430     MOVE WS-RED-LIQUIDO (IND-RED) TO WS-VALOR-EDIT.
007440     DISPLAY '  ' WS-RED-PRATO (IND-RED)
007450             '  ' WS-RED-PERIODO (IND-RED)
007460             '  ' WS-QTD-EDIT
007470             '  ' WS-VALOR-EDIT.
007480*
007490 920-EXIT.
007500*
007510*===  GRAVA E IMPRIME UMA LINHA DO PEDIDO CONSOLIDADO, COM  =====
007520*===  QUEBRA POR FORNECEDOR  ====================================
007530 930-GRAVA-PEDIDO SECTION.
007540*
007550     MOVE WS-PED-FORNEC (IND-PED)     TO SUG-FORNEC.
007560     MOVE WS-PED-INGRED (IND-PED)     TO SUG-INGRED.
007570     MOVE WS-PED-QTD (IND-PED)        TO SUG-QTD.
007580     MOVE WS-PED-EMBALAGENS (IND-PED) TO SUG-EMBALAGENS.
007590     MOVE 'REDE'                      TO SUG-FILIAL.
007600     MOVE SUGESTAO-REC TO SUGCONS-REC.
007610     WRITE SUGCONS-REC.
007620     ADD 1 TO WS-CONT-GRAVADOS.
007630*
007640     IF WS-PED-FORNEC (IND-PED) NOT = WS-FORNEC-ANTERIOR
007650         DISPLAY 'FORNECEDOR ' WS-PED-FORNEC (IND-PED)
007660         MOVE WS-PED-FORNEC (IND-PED) TO WS-FORNEC-ANTERIOR
007670     END-IF.
007680*
007690     MOVE WS-PED-QTD (IND-PED) TO WS-PEDIDO-EDIT.
007700     DISPLAY '  ' WS-PED-INGRED (IND-PED)
007710             ' COMPRAR ' WS-PEDIDO-EDIT
007720             ' (' SUG-EMBALAGENS ' EMBALAGENS)'.
007730*
007740 930-EXIT.
007750*
007760*===  ENCERRA: IMPRIME A CONFERENCIA, AS VENDAS, O TOTAL DA  ====
007770*===  REDE E O PEDIDO CONSOLIDADO, E FECHA  =====================
007780 9000-FINALIZA SECTION.
007790*
007800     PERFORM 500-CLASSIFICA-VENDAS
007810         VARYING IND-VEN FROM 1 BY 1
007820             UNTIL IND-VEN > WS-CONT-VENDAS.
007830     PERFORM 520-CLASSIFICA-PEDIDO
007840         VARYING IND-PED FROM 1 BY 1
007850             UNTIL IND-PED > WS-CONT-PEDIDO.
007860*
007870     DISPLAY '================================================'.
007880     DISPLAY 'CONSOLIDACAO DAS FILIAIS DE ' WS-DATA-CONS.
007890     DISPLAY 'FILIAIS CADASTRADAS  : ' WS-CONT-FILIAIS.
007900     DISPLAY 'FILIAIS ACEITAS      : ' WS-CONT-ACEITAS.
007910     DISPLAY 'FILIAIS REJEITADAS   : ' WS-CONT-REJEITADAS.
007920     DISPLAY 'SAIDAOUT LIDOS       : ' WS-CONT-SAIDA.
007930     DISPLAY 'HISTVEN LIDOS        : ' WS-CONT-HISTORICO.
007940     DISPLAY 'HISTVEN OUTRA DATA   : ' WS-CONT-HIST-OUTRA-DATA.
007950     DISPLAY 'SUGOUT LIDOS         : ' WS-CONT-SUGESTOES.
007960     DISPLAY 'SUGOUT DE REJEITADA  : ' WS-CONT-SUG-REJEITADA.
007970     DISPLAY 'FILIAL NAO CADASTRADA: ' WS-CONT-SEM-FILIAL.
007980     DISPLAY '================================================'.
007990     DISPLAY 'SITUACAO DAS FILIAIS'.
008000     PERFORM 900-IMPRIME-SITUACAO
008010         VARYING IND-FIL FROM 1 BY 1
008020             UNTIL IND-FIL > WS-CONT-FILIAIS.
008030     DISPLAY '------------------------------------------------'.
008040     DISPLAY 'VENDAS POR FILIAL, PRATO E PERIODO'.
008050     DISPLAY '  PRATO   PERIODO      QTD       LIQUIDO'.
008060     PERFORM 910-IMPRIME-VENDA
008070         VARYING IND-VEN FROM 1 BY 1
008080             UNTIL IND-VEN > WS-CONT-VENDAS.
008090     IF WS-FILIAL-ANTERIOR NOT = SPACES
008100         PERFORM 915-IMPRIME-SUBTOTAL
008110     END-IF.
008120     MOVE WS-TOTAL-QTD     TO WS-QTD-EDIT.
008130     MOVE WS-TOTAL-LIQUIDO TO WS-VALOR-EDIT.
008140     DISPLAY 'TOTAL GERAL        ' WS-QTD-EDIT
008150             '  ' WS-VALOR-EDIT.
008160     DISPLAY '------------------------------------------------'.
008170*
008180     PERFORM 510-CLASSIFICA-REDE
008190         VARYING IND-RED FROM 1 BY 1
008200             UNTIL IND-RED > WS-CONT-REDE.
008210     DISPLAY 'VENDAS DA REDE POR PRATO E PERIODO'.
008220     DISPLAY '  PRATO   PERIODO      QTD       LIQUIDO'.
008230     PERFORM 920-IMPRIME-REDE
008240         VARYING IND-RED FROM 1 BY 1
008250             UNTIL IND-RED > WS-CONT-REDE.
008260     DISPLAY '------------------------------------------------'.
008270*
008280     DISPLAY 'PEDIDO CONSOLIDADO POR FORNECEDOR'.
008290     PERFORM 930-GRAVA-PEDIDO
008300         VARYING IND-PED FROM 1 BY 1
008310             UNTIL IND-PED > WS-CONT-PEDIDO.
008320     DISPLAY 'LINHAS GRAVADAS EM SUGCONS: ' WS-CONT-GRAVADOS.
008330     DISPLAY '================================================'.
008340*
008350     IF WS-CONT-REJEITADAS > ZEROS
008360         MOVE 8 TO RETURN-CODE
008370     END-IF.
008380*
008390     CLOSE SAIDAFIL.
008400     CLOSE HISTFIL.
008410     CLOSE SUGCONS.
008420     IF WS-SUGFIL-STATUS NOT = '35'
008430         CLOSE SUGFIL
008440     END-IF.
008450*
008460 9000-EXIT.
008470*
008480************* FIM ****************
