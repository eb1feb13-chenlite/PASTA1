000010*================================================================
000020* RESTAURANT ORDER APP - CONCILIACAO DE CARTOES E DA GAVETA
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       CONCCART.
000060 AUTHOR.           CHEN LI TE.
000070 INSTALLATION.     RESTAURANT OPERATIONS.
000080 DATE-WRITTEN.     10/09/2026.
000090 DATE-COMPILED.
000100*
000110* HISTORICO DE ALTERACOES
000120* ------------------------------------------------------------
000130* 2026-09-10 CLT  PROGRAMA ORIGINAL - A PARTIR DO FECHAMENTO DA
000140*                 CAIXA (CAIXAFIL) COM A FORMA DE PAGAMENTO DE
000150*                 CADA LINHA, TOTALIZA POR PERIODO O DINHEIRO
000160*                 ESPERADO NA GAVETA E AS DEMAIS FORMAS, E CASA
000170*                 AS LINHAS DE CARTAO COM O ARQUIVO DE
000180*                 LIQUIDACAO DA ADQUIRENTE (ADQFILE) POR TICKET E
000190*                 VALOR, AMBOS CLASSIFICADOS (SORT INTERNO) COM
000200*                 LEITURA PAREADA. APURA AS TAXAS RETIDAS PELA
000210*                 ADQUIRENTE E RELACIONA PARA O ESCRITORIO
000220*                 CONTABIL OS CARTOES SEM LIQUIDACAO, AS
000230*                 LIQUIDACOES SEM CARTAO E OS CHARGEBACKS.
000240*                 PARAMETRO: DATA DA VENDA (AAAAMMDD, PADRAO DIA
000245*                 CORRENTE).
000246* 2026-10-06 CLT  CAIXAFIL A 25 POSICOES (FILIAL).
000248* 2026-10-15 CLT  CHARGEBACK DO ARQUIVO DE LIQUIDACAO RELACIONADO
000250*                 QUALQUER QUE SEJA A DATA DA VENDA (CHEGA DIAS
000252*                 DEPOIS DELA), COM A DATA DA VENDA NA LINHA; O
000254*                 FILTRO DE DATA VALE SO PARA AS VENDAS.
000256*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CAIXAFIL
000300         ASSIGN TO "CAIXAFIL"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT ADQFILE
000330         ASSIGN TO "ADQFILE"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-ADQFILE-STATUS.
000360     SELECT CARTSRT
000370         ASSIGN TO "CARTSRT"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT ADQSRT
000400         ASSIGN TO "ADQSRT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT SORTWK1
000430         ASSIGN TO "SORTWK1".
000440     SELECT SORTWK2
000450         ASSIGN TO "SORTWK2".
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490*
000500 FD  CAIXAFIL
000510     RECORDING MODE IS F
000520     RECORD CONTAINS 25 CHARACTERS
000530     LABEL RECORDS ARE STANDARD.
000540     COPY CAIXAREC.
000550*
000560 FD  ADQFILE
000570     RECORDING MODE IS F
000580     RECORD CONTAINS 42 CHARACTERS
000590     LABEL RECORDS ARE STANDARD.
000600     COPY ADQREC.
000610*
000620*    LINHAS DE CARTAO DO CAIXA CLASSIFICADAS POR TICKET E VALOR.
000630 FD  CARTSRT
000640     RECORDING MODE IS F
000650     RECORD CONTAINS 20 CHARACTERS
000660     LABEL RECORDS ARE STANDARD.
000670 01  SRT-CARTAO-REG.
000680     05  SRT-CRT-CHAVE.
000690         10  SRT-CRT-TICKET  PIC 9(06).
000700         10  SRT-CRT-VALOR   PIC 9(05)V99.
000710     05  SRT-CRT-PERIODO     PIC X(07).
000720*
000730*    VENDAS LIQUIDADAS DA DATA CLASSIFICADAS POR TICKET E VALOR.
000740 FD  ADQSRT
000750     RECORDING MODE IS F
000760     RECORD CONTAINS 33 CHARACTERS
000770     LABEL RECORDS ARE STANDARD.
000780 01  SRT-LIQUIDACAO-REG.
000790     05  SRT-ADQ-CHAVE.
000800         10  SRT-ADQ-TICKET  PIC 9(06).
000810         10  SRT-ADQ-BRUTO   PIC 9(05)V99.
000820     05  SRT-ADQ-TAXA        PIC 9(05)V99.
000830     05  SRT-ADQ-LIQUIDO     PIC 9(05)V99.
000840     05  SRT-ADQ-AUTORIZ     PIC X(06).
000850*
000860 SD  SORTWK1.
000870 01  SW1-REG.
000880     05  SW1-TICKET          PIC 9(06).
000890     05  SW1-VALOR           PIC 9(05)V99.
000900     05  SW1-PERIODO         PIC X(07).
000910*
000920 SD  SORTWK2.
000930 01  SW2-REG.
000940     05  SW2-TICKET          PIC 9(06).
000950     05  SW2-BRUTO           PIC 9(05)V99.
000960     05  SW2-TAXA            PIC 9(05)V99.
000970     05  SW2-LIQUIDO         PIC 9(05)V99.
000980     05  SW2-AUTORIZ         PIC X(06).
000990*
001000 WORKING-STORAGE SECTION.
001010*
001020 77  IND1                    PIC 9(01) VALUE ZEROS.
001030 77  IND-FORMA               PIC 9(01) VALUE ZEROS.
001040 77  WS-CONT-LANCAMENTOS     PIC 9(06) VALUE ZEROS.
001050 77  WS-CONT-INVALIDOS       PIC 9(06) VALUE ZEROS.
001060 77  WS-CONT-LIQUIDACOES     PIC 9(06) VALUE ZEROS.
001070 77  WS-CONT-OUTRA-DATA      PIC 9(06) VALUE ZEROS.
001080 77  WS-CONT-CASADOS         PIC 9(06) VALUE ZEROS.
001090 77  WS-CONT-SEM-LIQUIDACAO  PIC 9(06) VALUE ZEROS.
001100 77  WS-CONT-SEM-CARTAO      PIC 9(06) VALUE ZEROS.
001110 77  WS-CONT-CHARGEBACKS     PIC 9(06) VALUE ZEROS.
001120 77  WS-ADQFILE-STATUS       PIC X(02) VALUE ZEROS.
001130 77  WS-DATA-ALVO            PIC 9(08) VALUE ZEROS.
001140 77  WS-PARM                 PIC X(08) VALUE SPACES.
001150 77  WS-VALOR-EDIT           PIC ZZZZZZ9.99.
001160 77  WS-PCT-EDIT             PIC ZZ9.99.
001170 77  WS-TAXA-PCT             PIC 9(03)V99 VALUE ZEROS.
001180 77  WS-BRUTO-CASADO         PIC 9(09)V99 VALUE ZEROS.
001190 77  WS-TAXA-CASADA          PIC 9(09)V99 VALUE ZEROS.
001200 77  WS-LIQUIDO-CASADO       PIC 9(09)V99 VALUE ZEROS.
001210 77  WS-VALOR-SEM-LIQUIDACAO PIC 9(09)V99 VALUE ZEROS.
001220 77  WS-VALOR-SEM-CARTAO     PIC 9(09)V99 VALUE ZEROS.
001230 77  WS-VALOR-CHARGEBACKS    PIC 9(09)V99 VALUE ZEROS.
001240*
001250*    CHAVES DE LEITURA PAREADA (TICKET + VALOR); HIGH-VALUES
001260*    MARCA O FIM DO ARQUIVO CORRESPONDENTE.
001270 77  WS-CHAVE-CARTAO         PIC X(13) VALUE HIGH-VALUES.
001280 77  WS-CHAVE-ADQ            PIC X(13) VALUE HIGH-VALUES.
001290*
001300 01  WS-SWITCHES.
001310     05  WS-FIM-CAIXAFIL-SW       PIC X(01) VALUE 'N'.
001320         88  WS-FIM-CAIXAFIL                VALUE 'S'.
001330     05  WS-FIM-ADQFILE-SW        PIC X(01) VALUE 'N'.
001340         88  WS-FIM-ADQFILE                 VALUE 'S'.
001350     05  WS-FIM-CARTSRT-SW        PIC X(01) VALUE 'N'.
001360         88  WS-FIM-CARTSRT                 VALUE 'S'.
001370     05  WS-FIM-ADQSRT-SW         PIC X(01) VALUE 'N'.
001380         88  WS-FIM-ADQSRT                  VALUE 'S'.
001390     05  WS-SEM-LIQUIDACAO-SW     PIC X(01) VALUE 'N'.
001400         88  WS-SEM-LIQUIDACAO              VALUE 'S'.
001410*
001420 01  WS-PERIODO-NOMES.
001430     05  FILLER                   PIC X(07) VALUE 'MORNING'.
001440     05  FILLER                   PIC X(07) VALUE 'LUNCH'.
001450     05  FILLER                   PIC X(07) VALUE 'NIGHT'.
001460 01  WS-PERIODO-NOMES-TAB REDEFINES WS-PERIODO-NOMES.
001470     05  WS-PERIODO-NOME OCCURS 3 TIMES PIC X(07).
001480*
001490*    FORMAS DE PAGAMENTO NA ORDEM DOS TOTALIZADORES:
001500*    1-DINHEIRO 2-CARTAO 3-VALE REFEICAO 4-CONTA DA CASA.
001510 01  WS-FORMA-NOMES.
001520     05  FILLER                   PIC X(13) VALUE 'DINHEIRO'.
001530     05  FILLER                   PIC X(13) VALUE 'CARTAO'.
001540     05  FILLER                   PIC X(13) VALUE 'VALE REFEICAO'.
001550     05  FILLER                   PIC X(13) VALUE 'CONTA DA CASA'.
001560 01  WS-FORMA-NOMES-TAB REDEFINES WS-FORMA-NOMES.
001570     05  WS-FORMA-NOME OCCURS 4 TIMES PIC X(13).
001580*
001590*    TOTAIS DO DIA POR PERIODO E FORMA DE PAGAMENTO; O TOTAL
001600*    EM DINHEIRO E O ESPERADO NA GAVETA DO PERIODO. A TAXA E A
001610*    RETIDA PELA ADQUIRENTE NOS CARTOES CASADOS DO PERIODO.
001620 01  WS-TOTAIS-PERIODO.
001630     05  WS-TOT-PERIODO OCCURS 3 TIMES.
001640         10  WS-TOT-FORMA    PIC 9(09)V99 OCCURS 4 TIMES.
001650         10  WS-TOT-TAXA     PIC 9(09)V99.
001660*
001670 PROCEDURE DIVISION.
001680*
001690*===  LACO PRINCIPAL DA CONCILIACAO DE CARTOES  =================
001700 0000-MAINLINE SECTION.
001710*
001720     PERFORM 1000-INICIALIZA.
001730*
001740     PERFORM 1100-CLASSIFICA-CARTOES.
001750     PERFORM 1200-CLASSIFICA-LIQUIDACOES.
001760     PERFORM 1400-ABRE-CLASSIFICADOS.
001770*
001780     PERFORM 2000-CONCILIA-CARTAO
001790         UNTIL WS-FIM-CARTSRT AND WS-FIM-ADQSRT.
001800*
001810     PERFORM 9000-FINALIZA.
001820*
001830     STOP RUN.
001840*
001850 0000-EXIT.
001860*
001870*===  TRATA A DATA E PREPARA OS TOTALIZADORES  ==================
001880 1000-INICIALIZA SECTION.
001890*
001900     INITIALIZE WS-TOTAIS-PERIODO.
001910*
001920     ACCEPT WS-PARM FROM COMMAND-LINE.
001930     IF WS-PARM (1:8) IS NUMERIC
001940         MOVE WS-PARM (1:8) TO WS-DATA-ALVO
001950     ELSE
001960         ACCEPT WS-DATA-ALVO FROM DATE YYYYMMDD
001970     END-IF.
001980*
001990     DISPLAY 'CONCILIACAO DE CARTOES DA DATA ' WS-DATA-ALVO.
002000*
002010 1000-EXIT.
002020*
002030*===  CLASSIFICA AS LINHAS DE CARTAO DO CAIXA POR TICKET E  =====
002040*===  VALOR, TOTALIZANDO TODAS AS FORMAS NA SELECAO  =============
002050 1100-CLASSIFICA-CARTOES SECTION.
002060*
002070     SORT SORTWK1
002080         ON ASCENDING KEY SW1-TICKET SW1-VALOR
002090         INPUT PROCEDURE IS 3000-SELECIONA-CAIXA
002100         GIVING CARTSRT.
002110*
002120 1100-EXIT.
002130*
002140 3000-SELECIONA-CAIXA SECTION.
002150*
002160     OPEN INPUT CAIXAFIL.
002170     PERFORM 3100-LIBERA-CARTAO
002180         UNTIL WS-FIM-CAIXAFIL.
002190     CLOSE CAIXAFIL.
002200*
002210 3000-EXIT.
002220*
002230 3100-LIBERA-CARTAO SECTION.
002240*
002250     READ CAIXAFIL
002260         AT END
002270             MOVE 'S' TO WS-FIM-CAIXAFIL-SW
002280         NOT AT END
002290             PERFORM 150-DEFINE-PERIODO
002300             PERFORM 160-DEFINE-FORMA
002310             IF CXA-TICKET NOT NUMERIC
002320                     OR CXA-VALOR NOT NUMERIC
002330                     OR IND1 = ZEROS
002340                     OR IND-FORMA = ZEROS
002350                 ADD 1 TO WS-CONT-INVALIDOS
002360                 DISPLAY 'LANCAMENTO DE CAIXA INVALIDO '
002370                         'IGNORADO: ' CAIXA-REC
002380             ELSE
002390                 ADD 1 TO WS-CONT-LANCAMENTOS
002400                 ADD CXA-VALOR
002410                     TO WS-TOT-FORMA (IND1 IND-FORMA)
002420                 IF CXA-CARTAO
002430                     MOVE CXA-TICKET  TO SW1-TICKET
002440                     MOVE CXA-VALOR   TO SW1-VALOR
002450                     MOVE CXA-PERIODO TO SW1-PERIODO
002460                     RELEASE SW1-REG
002470                 END-IF
002480             END-IF
002490     END-READ.
002500*
002510 3100-EXIT.
002520*
002530*===  CLASSIFICA AS VENDAS LIQUIDADAS DA DATA (ARQUIVO  =========
002535*===  OPCIONAL); OS CHARGEBACKS DO ARQUIVO, DE QUALQUER DATA  ===
002540*===  DE VENDA, SAO RELACIONADOS NA SELECAO  ====================
002550 1200-CLASSIFICA-LIQUIDACOES SECTION.
002560*
002570     OPEN INPUT ADQFILE.
002580     IF WS-ADQFILE-STATUS = '35'
002590         DISPLAY 'ADQFILE AUSENTE, LIQUIDACAO NAO RECEBIDA'
002600         MOVE 'S' TO WS-SEM-LIQUIDACAO-SW
002610     ELSE
002620         CLOSE ADQFILE
002630         SORT SORTWK2
002640             ON ASCENDING KEY SW2-TICKET SW2-BRUTO
002650             INPUT PROCEDURE IS 3200-SELECIONA-LIQUIDACOES
002660             GIVING ADQSRT
002670     END-IF.
002680*
002690 1200-EXIT.
002700*
002710 3200-SELECIONA-LIQUIDACOES SECTION.
002720*
002730     OPEN INPUT ADQFILE.
002740     PERFORM 3300-LIBERA-LIQUIDACAO
002750         UNTIL WS-FIM-ADQFILE.
002760     CLOSE ADQFILE.
002770*
002780 3200-EXIT.
002790*
002800 3300-LIBERA-LIQUIDACAO SECTION.
002810*
002820     READ ADQFILE
002830         AT END
002840             MOVE 'S' TO WS-FIM-ADQFILE-SW
002850         NOT AT END
002860             IF ADQ-TICKET NOT NUMERIC
002870                     OR ADQ-DATA-VENDA NOT NUMERIC
002880                     OR ADQ-VALOR-BRUTO NOT NUMERIC
002890                     OR ADQ-TAXA NOT NUMERIC
002900                     OR ADQ-VALOR-LIQUIDO NOT NUMERIC
002910                     OR (NOT ADQ-VENDA AND NOT ADQ-CHARGEBACK)
002920                 DISPLAY 'LIQUIDACAO INVALIDA IGNORADA: '
002930                         LIQUIDACAO-ADQ-REC
002940             ELSE
002950                 IF ADQ-CHARGEBACK
002960                     PERFORM 700-TRATA-CHARGEBACK
002970                 ELSE
002980                     IF ADQ-DATA-VENDA NOT = WS-DATA-ALVO
002990                         ADD 1 TO WS-CONT-OUTRA-DATA
003000                     ELSE
003010                         ADD 1 TO WS-CONT-LIQUIDACOES
003020                         MOVE ADQ-TICKET        TO SW2-TICKET
003030                         MOVE ADQ-VALOR-BRUTO   TO SW2-BRUTO
003040                         MOVE ADQ-TAXA          TO SW2-TAXA
003050                         MOVE ADQ-VALOR-LIQUIDO TO SW2-LIQUIDO
003060                         MOVE ADQ-AUTORIZACAO   TO SW2-AUTORIZ
003070                         RELEASE SW2-REG
003080                     END-IF
003090                 END-IF
003100             END-IF
003110     END-READ.
003120*
003130 3300-EXIT.
003140*
003150*===  ABRE OS CLASSIFICADOS E PRIMEIRA LEITURA DE CADA UM  ======
003160 1400-ABRE-CLASSIFICADOS SECTION.
003170*
003180     OPEN INPUT CARTSRT.
003190     IF NOT WS-SEM-LIQUIDACAO
003200         OPEN INPUT ADQSRT
003210     ELSE
003220         MOVE 'S' TO WS-FIM-ADQSRT-SW
003230         MOVE HIGH-VALUES TO WS-CHAVE-ADQ
003240     END-IF.
003250*
003260     PERFORM 2100-LER-CARTSRT.
003270     IF NOT WS-FIM-ADQSRT
003280         PERFORM 2200-LER-ADQSRT
003290     END-IF.
003300*
003310 1400-EXIT.
003320*
003330*===  CONCILIA A MENOR CHAVE CORRENTE DOS DOIS ARQUIVOS  ========
003340 2000-CONCILIA-CARTAO SECTION.
003350*
003360     IF WS-CHAVE-CARTAO < WS-CHAVE-ADQ
003370         PERFORM 400-TRATA-CARTAO-SEM-LIQUIDACAO
003380         PERFORM 2100-LER-CARTSRT
003390     ELSE
003400         IF WS-CHAVE-CARTAO > WS-CHAVE-ADQ
003410             PERFORM 500-TRATA-LIQUIDACAO-SEM-CARTAO
003420             PERFORM 2200-LER-ADQSRT
003430         ELSE
003440             PERFORM 600-ACUMULA-CASADO
003450             PERFORM 2100-LER-CARTSRT
003460             PERFORM 2200-LER-ADQSRT
003470         END-IF
003480     END-IF.
003490*
003500 2000-EXIT.
003510*
003520*===  LE A PROXIMA LINHA DE CARTAO CLASSIFICADA  ================
003530 2100-LER-CARTSRT SECTION.
003540*
003550     READ CARTSRT
003560         AT END
003570             MOVE 'S' TO WS-FIM-CARTSRT-SW
003580             MOVE HIGH-VALUES TO WS-CHAVE-CARTAO
003590         NOT AT END
003600             MOVE SRT-CRT-CHAVE TO WS-CHAVE-CARTAO
003610     END-READ.
003620*
003630 2100-EXIT.
003640*
003650*===  LE A PROXIMA VENDA LIQUIDADA CLASSIFICADA  ================
003660 2200-LER-ADQSRT SECTION.
003670*
003680     READ ADQSRT
003690         AT END
003700             MOVE 'S' TO WS-FIM-ADQSRT-SW
003710             MOVE HIGH-VALUES TO WS-CHAVE-ADQ
003720         NOT AT END
003730             MOVE SRT-ADQ-CHAVE TO WS-CHAVE-ADQ
003740     END-READ.
003750*
003760 2200-EXIT.
003770*
003780*===  DEFINE O INDICE DO PERIODO DO LANCAMENTO (0 = INVALIDO)  ==
003790 150-DEFINE-PERIODO SECTION.
003800*
003810     IF CXA-PERIODO = 'MORNING'
003820         MOVE 1 TO IND1
003830     ELSE
003840         IF CXA-PERIODO = 'LUNCH'
003850             MOVE 2 TO IND1
003860         ELSE
003870             IF CXA-PERIODO = 'NIGHT'
003880                 MOVE 3 TO IND1
003890             ELSE
003900                 MOVE ZEROS TO IND1
003910             END-IF
003920         END-IF
003930     END-IF.
003940*
003950 150-EXIT.
003960*
003970*===  DEFINE O INDICE DA FORMA DE PAGAMENTO (0 = INVALIDA)  =====
003980 160-DEFINE-FORMA SECTION.
003990*
004000     IF CXA-DINHEIRO
004010         MOVE 1 TO IND-FORMA
004020     ELSE
004030         IF CXA-CARTAO
004040             MOVE 2 TO IND-FORMA
004050         ELSE
004060             IF CXA-VALE-REFEICAO
004070                 MOVE 3 TO IND-FORMA
004080             ELSE
004090                 IF CXA-CONTA-CASA
004100                     MOVE 4 TO IND-FORMA
004110                 ELSE
004120                     MOVE ZEROS TO IND-FORMA
004130                 END-IF
004140             END-IF
004150         END-IF
004160     END-IF.
004170*
004180 160-EXIT.
004190*
004200*===  CARTAO DO CAIXA SEM VENDA LIQUIDADA PELA ADQUIRENTE  ======
004210 400-TRATA-CARTAO-SEM-LIQUIDACAO SECTION.
004220*
004230     ADD 1 TO WS-CONT-SEM-LIQUIDACAO.
004240     ADD SRT-CRT-VALOR TO WS-VALOR-SEM-LIQUIDACAO.
004250     MOVE SRT-CRT-VALOR TO WS-VALOR-EDIT.
004260     DISPLAY 'PENDENTE CARTAO SEM LIQUIDACAO TICKET '
004270             SRT-CRT-TICKET ' VALOR ' WS-VALOR-EDIT.
004280*
004290 400-EXIT.
004300*
004310*===  VENDA LIQUIDADA SEM LINHA DE CARTAO NO CAIXA  =============
004320 500-TRATA-LIQUIDACAO-SEM-CARTAO SECTION.
004330*
004340     ADD 1 TO WS-CONT-SEM-CARTAO.
004350     ADD SRT-ADQ-BRUTO TO WS-VALOR-SEM-CARTAO.
004360     MOVE SRT-ADQ-BRUTO TO WS-VALOR-EDIT.
004370     DISPLAY 'PENDENTE LIQUIDACAO SEM CARTAO TICKET '
004380             SRT-ADQ-TICKET ' VALOR ' WS-VALOR-EDIT
004390             ' AUTORIZ ' SRT-ADQ-AUTORIZ.
004400*
004410 500-EXIT.
004420*
004430*===  CARTAO CASADO: ACUMULA BRUTO, TAXA E LIQUIDO  =============
004440 600-ACUMULA-CASADO SECTION.
004450*
004460     ADD 1 TO WS-CONT-CASADOS.
004470     ADD SRT-ADQ-BRUTO   TO WS-BRUTO-CASADO.
004480     ADD SRT-ADQ-TAXA    TO WS-TAXA-CASADA.
004490     ADD SRT-ADQ-LIQUIDO TO WS-LIQUIDO-CASADO.
004500*
004510     IF SRT-CRT-PERIODO = 'MORNING'
004520         ADD SRT-ADQ-TAXA TO WS-TOT-TAXA (1)
004530     ELSE
004540         IF SRT-CRT-PERIODO = 'LUNCH'
004550             ADD SRT-ADQ-TAXA TO WS-TOT-TAXA (2)
004560         ELSE
004570             ADD SRT-ADQ-TAXA TO WS-TOT-TAXA (3)
004580         END-IF
004590     END-IF.
004600*
004610 600-EXIT.
004620*
004625*===  CHARGEBACK, DE QUALQUER DATA DE VENDA: VAI DIRETO PARA  ===
004630*===  O ESCRITORIO  =============================================
004640 700-TRATA-CHARGEBACK SECTION.
004650*
004660     ADD 1 TO WS-CONT-CHARGEBACKS.
004670     ADD ADQ-VALOR-BRUTO TO WS-VALOR-CHARGEBACKS.
004680     MOVE ADQ-VALOR-BRUTO TO WS-VALOR-EDIT.
004690     DISPLAY 'PENDENTE CHARGEBACK            TICKET '
004700             ADQ-TICKET ' VALOR ' WS-VALOR-EDIT
004705             ' AUTORIZ ' ADQ-AUTORIZACAO
004710             ' VENDA DE ' ADQ-DATA-VENDA.
004720*
004730 700-EXIT.
004740*
004750*===  IMPRIME AS FORMAS DE PAGAMENTO DE UM PERIODO  =============
004760 920-IMPRIME-PERIODO SECTION.
004770*
004780     DISPLAY '------------------------------------------------'.
004790     MOVE WS-TOT-FORMA (IND1 1) TO WS-VALOR-EDIT.
004800     DISPLAY WS-PERIODO-NOME (IND1)
004810             ' GAVETA ESPERADA ' WS-VALOR-EDIT.
004820     PERFORM 930-IMPRIME-FORMA
004830         VARYING IND-FORMA FROM 2 BY 1 UNTIL IND-FORMA > 4.
004840     MOVE WS-TOT-TAXA (IND1) TO WS-VALOR-EDIT.
004850     DISPLAY WS-PERIODO-NOME (IND1)
004860             ' TAXA ADQUIRENTE ' WS-VALOR-EDIT.
004870*
004880 920-EXIT.
004890*
004900 930-IMPRIME-FORMA SECTION.
004910*
004920     MOVE WS-TOT-FORMA (IND1 IND-FORMA) TO WS-VALOR-EDIT.
004930     DISPLAY WS-PERIODO-NOME (IND1) ' '
004940             WS-FORMA-NOME (IND-FORMA) '   ' WS-VALOR-EDIT.
004950*
004960 930-EXIT.
004970*
004980*===  ENCERRA: GAVETA POR PERIODO, TAXAS E PENDENCIAS  ==========
004990 9000-FINALIZA SECTION.
005000*
005010     DISPLAY '================================================'.
005020     DISPLAY 'DEMONSTRATIVO DE FORMAS DE PAGAMENTO E CARTOES'.
005030     DISPLAY 'DATA DA VENDA        : ' WS-DATA-ALVO.
005040     DISPLAY '================================================'.
005050*
005060     PERFORM 920-IMPRIME-PERIODO
005070         VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 3.
005080*
005090     DISPLAY '------------------------------------------------'.
005100     DISPLAY 'LANCAMENTOS DO CAIXA : ' WS-CONT-LANCAMENTOS.
005110     DISPLAY 'LANCAMENTOS INVALIDOS: ' WS-CONT-INVALIDOS.
005120     DISPLAY 'VENDAS LIQUIDADAS    : ' WS-CONT-LIQUIDACOES.
005130     DISPLAY 'OUTRA DATA DE VENDA  : ' WS-CONT-OUTRA-DATA.
005140     DISPLAY 'CARTOES CASADOS      : ' WS-CONT-CASADOS.
005150     MOVE WS-BRUTO-CASADO TO WS-VALOR-EDIT.
005160     DISPLAY 'BRUTO CASADO         : ' WS-VALOR-EDIT.
005170     MOVE WS-TAXA-CASADA TO WS-VALOR-EDIT.
005180     DISPLAY 'TAXAS DA ADQUIRENTE  : ' WS-VALOR-EDIT.
005190     MOVE WS-LIQUIDO-CASADO TO WS-VALOR-EDIT.
005200     DISPLAY 'LIQUIDO A RECEBER    : ' WS-VALOR-EDIT.
005210     IF WS-BRUTO-CASADO > ZEROS
005220         COMPUTE WS-TAXA-PCT ROUNDED =
005230             WS-TAXA-CASADA * 100 / WS-BRUTO-CASADO
005240         MOVE WS-TAXA-PCT TO WS-PCT-EDIT
005250         DISPLAY 'TAXA MEDIA (%)       : ' WS-PCT-EDIT
005260     END-IF.
005270*
005280     DISPLAY '------------------------------------------------'.
005290     DISPLAY 'PENDENCIAS PARA O ESCRITORIO CONTABIL'.
005300     MOVE WS-VALOR-SEM-LIQUIDACAO TO WS-VALOR-EDIT.
005310     DISPLAY 'CARTOES SEM LIQUIDACAO: ' WS-CONT-SEM-LIQUIDACAO
005320             ' VALOR ' WS-VALOR-EDIT.
005330     MOVE WS-VALOR-SEM-CARTAO TO WS-VALOR-EDIT.
005340     DISPLAY 'LIQUIDACOES SEM CARTAO: ' WS-CONT-SEM-CARTAO
005350             ' VALOR ' WS-VALOR-EDIT.
005360     MOVE WS-VALOR-CHARGEBACKS TO WS-VALOR-EDIT.
005370     DISPLAY 'CHARGEBACKS           : ' WS-CONT-CHARGEBACKS
005380             ' VALOR ' WS-VALOR-EDIT.
005390     DISPLAY '================================================'.
005400*
005410     CLOSE CARTSRT.
005420     IF NOT WS-SEM-LIQUIDACAO
005430         CLOSE ADQSRT
005440     END-IF.
005450*
005460 9000-EXIT.
005470*
005480************* FIM ****************
