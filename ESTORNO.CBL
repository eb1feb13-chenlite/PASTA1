000210*                 VENDAS A QUANTIDADE E O VALOR AO PRECO DE
000220*                 TABELA VIGENTE. IMPRIME O RELATORIO DIARIO DE
000230*                 CANCELAMENTOS PARA ASSINATURA DO GERENTE.
000231* 2026-09-15 CLT  SAIDAOUT PASSA A 108 POSICOES (GARCOM).
000232* 2026-09-22 CLT  MOVESTO PASSA A 44 POSICOES (LOTE E VALIDADE,
000233*                 EM BRANCO NA DEVOLUCAO).
000234* 2026-09-24 CLT  MOVESTO PASSA A 52 POSICOES (ITEM DO PEDIDO DE
000235*                 COMPRA, ZERADO NA DEVOLUCAO).
000236* 2026-09-29 CLT  SAIDAOUT A 122 POSICOES. DEVOLVE TAMBEM SERVICO
000237*                 E IMPOSTO DA ORDEM (POSAJU) E LIQUIDO, SERVICO E
000238*                 IMPOSTO DE CADA PRATO (HISAJU), RATEADOS PELA
000239*                 TABELA TAXFILE COMO NO LOTE.
000240* 2026-10-06 CLT  SAIDAOUT A 126 POSICOES (FILIAL).
000245*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000460     SELECT HISAJU
000470         ASSIGN TO "HISAJU"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000482     SELECT TAXFILE
000484         ASSIGN TO "TAXFILE"
000486         ORGANIZATION IS LINE SEQUENTIAL
000488         FILE STATUS IS WS-TAXFILE-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000580*
000590 FD  SAIDAOUT
000600     RECORDING MODE IS F
000610     RECORD CONTAINS 126 CHARACTERS
000620     LABEL RECORDS ARE STANDARD.
000630     COPY SAIDREC.
000640*
000760*
000770 FD  POSAJU
000780     RECORDING MODE IS F
000790     RECORD CONTAINS 65 CHARACTERS
000800     LABEL RECORDS ARE STANDARD.
000810     COPY AJUREC.
000820*
000830 FD  MOVESTO
000840     RECORDING MODE IS F
000850     RECORD CONTAINS 52 CHARACTERS
000860     LABEL RECORDS ARE STANDARD.
000870     COPY MOVREC.
000880*
000890 FD  HISAJU
000900     RECORDING MODE IS F
000910     RECORD CONTAINS 75 CHARACTERS
000920     LABEL RECORDS ARE STANDARD.
000930     COPY HAJREC.
000932*
000934 FD  TAXFILE
000936     RECORDING MODE IS F
000937     RECORD CONTAINS 28 CHARACTERS
000938     LABEL RECORDS ARE STANDARD.
000939     COPY TAXREC.
000940*
000950 WORKING-STORAGE SECTION.
000960*
001130 77  WS-VALOR-EDIT           PIC ZZZZZZ9.99.
001140 77  WS-DATA-LOTE            PIC 9(08) VALUE ZEROS.
001150 77  WS-PARM                 PIC X(08) VALUE SPACES.
001151 77  WS-TAXFILE-STATUS       PIC X(02) VALUE ZEROS.
001152 77  IND-CAT                 PIC 9(02) VALUE ZEROS.
001153 77  WS-CAT-IND              PIC 9(02) VALUE ZEROS.
001154 77  WS-CONT-CATEGORIAS      PIC 9(02) VALUE ZEROS.
001155 77  IND-CPR                 PIC 9(02) VALUE ZEROS.
001156 77  WS-CPR-IND              PIC 9(02) VALUE ZEROS.
001157 77  WS-CONT-CAT-PRATOS      PIC 9(02) VALUE ZEROS.
001158 77  WS-CATEGORIA-CHAVE      PIC X(07) VALUE SPACES.
001159 77  WS-PRATO-CHAVE          PIC X(06) VALUE SPACES.
001160 77  WS-SRV-IND              PIC 9(01) VALUE ZEROS.
001161 77  WS-DISH-IND             PIC 9(01) VALUE ZEROS.
001162 77  WS-PRECO-ORDEM          PIC 9(05)V99 VALUE ZEROS.
001163 77  WS-BRUTO-LINHA          PIC 9(05)V99 VALUE ZEROS.
001164 77  WS-LIQ-LINHA            PIC 9(05)V99 VALUE ZEROS.
001165 77  WS-SERV-LINHA           PIC 9(05)V99 VALUE ZEROS.
001166 77  WS-IMP-LINHA            PIC 9(05)V99 VALUE ZEROS.
001167 77  WS-PCT-LINHA            PIC 9(02)V99 VALUE ZEROS.
001168 77  WS-ALIQ-LINHA           PIC 9(02)V99 VALUE ZEROS.
001169 77  WS-LIQ-RATEADO          PIC 9(05)V99 VALUE ZEROS.
001170 77  WS-SERV-RATEADO         PIC 9(05)V99 VALUE ZEROS.
001171 77  WS-IMP-RATEADO          PIC 9(05)V99 VALUE ZEROS.
001172 77  WS-SERVICO-ESTORNADO    PIC 9(09)V99 VALUE ZEROS.
001173 77  WS-IMPOSTO-ESTORNADO    PIC 9(09)V99 VALUE ZEROS.
001175*
001177 01  WS-SWITCHES.
001180     05  WS-FIM-CANCFILE-SW       PIC X(01) VALUE 'N'.
001190         88  WS-FIM-CANCFILE                VALUE 'S'.
001200     05  WS-FIM-SAIDAOUT-SW       PIC X(01) VALUE 'N'.
001270         88  WS-ACHOU-CANCEL                VALUE 'S'.
001280     05  WS-ACHOU-PRECO-SW        PIC X(01) VALUE 'N'.
001290         88  WS-ACHOU-PRECO                 VALUE 'S'.
001292     05  WS-FIM-TAXFILE-SW        PIC X(01) VALUE 'N'.
001294         88  WS-FIM-TAXFILE                 VALUE 'S'.
001296     05  WS-TAXA-INVALIDA-SW      PIC X(01) VALUE 'N'.
001298         88  WS-TAXA-INVALIDA               VALUE 'S'.
001300*
001310*    MAXIMO DE PRATOS DISTINTOS POR TURNO, NA MESMA ORDEM E
001320*    VALORES DA TABELA DO PROGRAMA DE LOTE (TESTE1).
001660         10  WS-REC-PRATO    PIC X(06).
001670         10  WS-REC-INGRED   PIC X(10).
001680         10  WS-REC-QTD-USO  PIC 9(05)V99.
001681*
001682*    PERCENTUAL DE SERVICO POR PERIODO, ALIQUOTA POR CATEGORIA
001683*    E CATEGORIA DE CADA PRATO, CARREGADOS DE TAXFILE COM A
001684*    MESMA REGRA DE VIGENCIA DO PROGRAMA DE LOTE.
001685 01  WS-TAB-SERVICO.
001686     05  WS-SRV-PERIODO OCCURS 3 TIMES.
001687         10  WS-PCT-SERVICO       PIC 9(02)V99.
001688         10  WS-SRV-VIG           PIC 9(08).
001689 01  WS-TABELA-CATEGORIAS.
001690     05  WS-CAT-ENT OCCURS 20 TIMES.
001691         10  WS-CAT-CODIGO        PIC X(07).
001692         10  WS-CAT-ALIQUOTA      PIC 9(02)V99.
001693         10  WS-CAT-VIG           PIC 9(08).
001694 01  WS-TABELA-CAT-PRATOS.
001695     05  WS-CPR-ENT OCCURS 50 TIMES.
001696         10  WS-CPR-PRATO         PIC X(06).
001697         10  WS-CPR-CATEGORIA     PIC X(07).
001698         10  WS-CPR-VIG           PIC 9(08).
001699 01  WS-TAB-ALIQUOTAS.
001700     05  WS-ALQ-PERIODO OCCURS 3 TIMES.
001701         10  WS-ALIQUOTA OCCURS 4 TIMES PIC 9(02)V99.
001702*
001703*    POSICAO NO CARDAPIO E PRECO DE TABELA DE CADA PRATO DA
001704*    ORDEM ESTORNADA, PARA O RATEIO DO LIQUIDO ENTRE OS PRATOS.
001705 01  WS-TAB-ITENS-ORDEM.
001706     05  WS-ITEM-ORDEM OCCURS 8 TIMES.
001707         10  WS-ITEM-DISH-NUM     PIC 9(01).
001708         10  WS-ITEM-PRECO        PIC 9(03)V99.
001710*
001712 PROCEDURE DIVISION.
001714*
001720*===  LACO PRINCIPAL DO ESTORNO  ================================
001730 0000-MAINLINE SECTION.
001740*
001910     INITIALIZE WS-TABELA-RECEITAS.
001920     INITIALIZE TABELA-PRATOS.
001930     INITIALIZE WS-TAB-VIGENCIAS.
001932     INITIALIZE WS-TAB-SERVICO.
001934     INITIALIZE WS-TABELA-CATEGORIAS.
001936     INITIALIZE WS-TABELA-CAT-PRATOS.
001938     INITIALIZE WS-TAB-ALIQUOTAS.
001940*
001950     ACCEPT WS-PARM FROM COMMAND-LINE.
001960     IF WS-PARM NOT = SPACES AND WS-PARM (1:8) IS NUMERIC
002160         UNTIL WS-FIM-MENUFILE.
002170     CLOSE MENUFILE.
002180*
002181     OPEN INPUT TAXFILE.
002182     IF WS-TAXFILE-STATUS = '35'
002183         DISPLAY 'TAXFILE AUSENTE, RATEIO SEM SERVICO E IMPOSTO'
002184     ELSE
002185         PERFORM 360-CARREGA-TAXAS
002186             UNTIL WS-FIM-TAXFILE
002187         CLOSE TAXFILE
002188     END-IF.
002189     PERFORM 370-DEFINE-ALIQUOTAS
002190         VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 3.
002191*
002195     OPEN INPUT RECFILE.
002200     PERFORM 340-CARREGA-RECEITAS
002210         UNTIL WS-FIM-RECFILE.
002220     CLOSE RECFILE.
004070     END-IF.
004080*
004090 350-EXIT.
004091*
004092*===  LE TAXFILE: SERVICO POR PERIODO, ALIQUOTA POR CATEGORIA  ==
004093*===  E CATEGORIA DE CADA PRATO, PELA VIGENCIA MAIS RECENTE  ====
004094 360-CARREGA-TAXAS SECTION.
004095*
004096     READ TAXFILE
004097         AT END
004098             MOVE 'S' TO WS-FIM-TAXFILE-SW
004099         NOT AT END
004100             PERFORM 361-CARREGA-TAXA
004101     END-READ.
004102*
004103 360-EXIT.
004104*
004105 361-CARREGA-TAXA SECTION.
004106*
004107     MOVE 'N' TO WS-TAXA-INVALIDA-SW.
004108*
004109     IF TAX-VIGENCIA NOT NUMERIC
004110         MOVE 'S' TO WS-TAXA-INVALIDA-SW
004111     ELSE
004112         IF TAX-TIPO = 'SERV'
004113             PERFORM 362-CARREGA-TAXA-SERVICO
004114         ELSE
004115             IF TAX-TIPO = 'CATEG'
004116                 PERFORM 363-CARREGA-TAXA-CATEGORIA
004117             ELSE
004118                 IF TAX-TIPO = 'PRATO'
004119                     PERFORM 364-CARREGA-TAXA-PRATO
004120                 ELSE
004121                     MOVE 'S' TO WS-TAXA-INVALIDA-SW
004122                 END-IF
004123             END-IF
004124         END-IF
004125     END-IF.
004126*
004127     IF WS-TAXA-INVALIDA
004128         DISPLAY 'REGISTRO DE TAXA INVALIDO IGNORADO: ' TAXA-REC
004129     END-IF.
004130*
004131 361-EXIT.
004132*
004133*    REGISTRO COM VIGENCIA FUTURA E IGNORADO ATE A DATA CHEGAR,
004134*    COMO NO CARDAPIO. ENTRE OS VIGENTES VALE O MAIS RECENTE.
004135 362-CARREGA-TAXA-SERVICO SECTION.
004136*
004137     IF TAX-CHAVE = 'MORNING'
004138         MOVE 1 TO WS-SRV-IND
004139     ELSE
004140         IF TAX-CHAVE = 'LUNCH'
004141             MOVE 2 TO WS-SRV-IND
004142         ELSE
004143             IF TAX-CHAVE = 'NIGHT'
004144                 MOVE 3 TO WS-SRV-IND
004145             ELSE
004146                 MOVE ZEROS TO WS-SRV-IND
004147             END-IF
004148         END-IF
004149     END-IF.
004150*
004151     IF WS-SRV-IND = ZEROS
004152             OR TAX-PCT NOT NUMERIC
004153         MOVE 'S' TO WS-TAXA-INVALIDA-SW
004154     ELSE
004155         IF TAX-VIGENCIA <= WS-DATA-LOTE
004156                 AND TAX-VIGENCIA >= WS-SRV-VIG (WS-SRV-IND)
004157             MOVE TAX-PCT      TO WS-PCT-SERVICO (WS-SRV-IND)
004158             MOVE TAX-VIGENCIA TO WS-SRV-VIG (WS-SRV-IND)
004159         END-IF
004160     END-IF.
004161*
004162 362-EXIT.
004163*
004164 363-CARREGA-TAXA-CATEGORIA SECTION.
004165*
004166     IF TAX-CHAVE = SPACES
004167             OR TAX-PCT NOT NUMERIC
004168         MOVE 'S' TO WS-TAXA-INVALIDA-SW
004169     ELSE
004170         IF TAX-VIGENCIA <= WS-DATA-LOTE
004171             MOVE TAX-CHAVE TO WS-CATEGORIA-CHAVE
004172             PERFORM 365-LOCALIZA-CATEGORIA
004173             IF WS-CAT-IND = ZEROS
004174                 IF WS-CONT-CATEGORIAS >= 20
004175                     DISPLAY 'TABELA DE CATEGORIAS CHEIA, '
004176                             'IGNORADA: ' TAX-CHAVE
004177                 ELSE
004178                     ADD 1 TO WS-CONT-CATEGORIAS
004179                     MOVE WS-CONT-CATEGORIAS TO WS-CAT-IND
004180                     MOVE TAX-CHAVE TO WS-CAT-CODIGO (WS-CAT-IND)
004181                 END-IF
004182             END-IF
004183             IF WS-CAT-IND > ZEROS
004184                 IF TAX-VIGENCIA >= WS-CAT-VIG (WS-CAT-IND)
004185                     MOVE TAX-PCT TO WS-CAT-ALIQUOTA (WS-CAT-IND)
004186                     MOVE TAX-VIGENCIA TO WS-CAT-VIG (WS-CAT-IND)
004187                 END-IF
004188             END-IF
004189         END-IF
004190     END-IF.
004191*
004192 363-EXIT.
004193*
004194 364-CARREGA-TAXA-PRATO SECTION.
004195*
004196     IF TAX-CHAVE = SPACES
004197             OR TAX-CATEGORIA = SPACES
004198         MOVE 'S' TO WS-TAXA-INVALIDA-SW
004199     ELSE
004200         IF TAX-VIGENCIA <= WS-DATA-LOTE
004201             MOVE TAX-CHAVE TO WS-PRATO-CHAVE
004202             PERFORM 367-LOCALIZA-CAT-PRATO
004203             IF WS-CPR-IND = ZEROS
004204                 IF WS-CONT-CAT-PRATOS >= 50
004205                     DISPLAY 'CATEGORIA DOS PRATOS CHEIA, '
004206                             'IGNORADO: ' TAX-CHAVE
004207                 ELSE
004208                     ADD 1 TO WS-CONT-CAT-PRATOS
004209                     MOVE WS-CONT-CAT-PRATOS TO WS-CPR-IND
004210                     MOVE TAX-CHAVE TO WS-CPR-PRATO (WS-CPR-IND)
004211                 END-IF
004212             END-IF
004213             IF WS-CPR-IND > ZEROS
004214                 IF TAX-VIGENCIA >= WS-CPR-VIG (WS-CPR-IND)
004215                     MOVE TAX-CATEGORIA
004216                       TO WS-CPR-CATEGORIA (WS-CPR-IND)
004217                     MOVE TAX-VIGENCIA TO WS-CPR-VIG (WS-CPR-IND)
004218                 END-IF
004219             END-IF
004220         END-IF
004221     END-IF.
004222*
004223 364-EXIT.
004224*
004225 365-LOCALIZA-CATEGORIA SECTION.
004226*
004227     MOVE ZEROS TO WS-CAT-IND.
004228     PERFORM 366-COMPARA-CATEGORIA
004229         VARYING IND-CAT FROM 1 BY 1
004230             UNTIL IND-CAT > WS-CONT-CATEGORIAS
004231                OR WS-CAT-IND > ZEROS.
004232*
004233 365-EXIT.
004234*
004235 366-COMPARA-CATEGORIA SECTION.
004236*
004237     IF WS-CAT-CODIGO (IND-CAT) = WS-CATEGORIA-CHAVE
004238         MOVE IND-CAT TO WS-CAT-IND
004239     END-IF.
004240*
004241 366-EXIT.
004242*
004243 367-LOCALIZA-CAT-PRATO SECTION.
004244*
004245     MOVE ZEROS TO WS-CPR-IND.
004246     PERFORM 368-COMPARA-CAT-PRATO
004247         VARYING IND-CPR FROM 1 BY 1
004248             UNTIL IND-CPR > WS-CONT-CAT-PRATOS
004249                OR WS-CPR-IND > ZEROS.
004250*
004251 367-EXIT.
004252*
004253 368-COMPARA-CAT-PRATO SECTION.
004254*
004255     IF WS-CPR-PRATO (IND-CPR) = WS-PRATO-CHAVE
004256         MOVE IND-CPR TO WS-CPR-IND
004257     END-IF.
004258*
004259 368-EXIT.
004260*
004261*===  RESOLVE A ALIQUOTA DE CADA PRATO DO CARDAPIO PELA SUA  ====
004262*===  CATEGORIA (GERAL QUANDO NAO INFORMADA). CATEGORIA SEM  ====
004263*===  ALIQUOTA EM TAXFILE FICA COM ALIQUOTA ZERO  ===============
004264 370-DEFINE-ALIQUOTAS SECTION.
004265*
004266     PERFORM 371-DEFINE-ALIQUOTA
004267         VARYING IND2 FROM 1 BY 1 UNTIL IND2 > 4.
004268*
004269 370-EXIT.
004270*
004271 371-DEFINE-ALIQUOTA SECTION.
004272*
004273     MOVE ZEROS TO WS-ALIQUOTA (IND1, IND2).
004274*
004275     IF TAB-PRATO (IND1, IND2) NOT = SPACES
004276         MOVE TAB-PRATO (IND1, IND2) TO WS-PRATO-CHAVE
004277         PERFORM 367-LOCALIZA-CAT-PRATO
004278         IF WS-CPR-IND > ZEROS
004279             MOVE WS-CPR-CATEGORIA (WS-CPR-IND)
004280               TO WS-CATEGORIA-CHAVE
004281         ELSE
004282             MOVE 'GERAL' TO WS-CATEGORIA-CHAVE
004283         END-IF
004284         PERFORM 365-LOCALIZA-CATEGORIA
004285         IF WS-CAT-IND > ZEROS
004286             MOVE WS-CAT-ALIQUOTA (WS-CAT-IND)
004287               TO WS-ALIQUOTA (IND1, IND2)
004288         END-IF
004289     END-IF.
004290*
004291 371-EXIT.
004292*
004293*===  EMITE OS TRES AJUSTES NEGATIVOS DA ORDEM CANCELADA E  =====
004294*===  A LINHA DO RELATORIO DE CANCELAMENTOS  =====================
004295 400-ESTORNA-ORDEM SECTION.
004296*
004297     MOVE 'S' TO WS-CAN-USADA-SW (WS-CAN-IND).
004298     ADD 1 TO WS-CONT-ESTORNADAS.
004299     ADD SPR-VALOR-TOTAL TO WS-VALOR-ESTORNADO.
004300     ADD SPR-SERVICO TO WS-SERVICO-ESTORNADO.
004301     ADD SPR-IMPOSTO TO WS-IMPOSTO-ESTORNADO.
004302*
004303     PERFORM 150-DEFINE-PERIODO.
004304*
004305     MOVE ZEROS TO WS-PRECO-ORDEM.
004306     PERFORM 410-PRECIFICA-PRATO
004307         VARYING IND-SPR FROM 1 BY 1
004308             UNTIL IND-SPR > SPR-NUM-PRATOS.
004309*
004310     MOVE SPR-TICKET TO AJU-TICKET.
004311     MOVE SPR-PERIODO TO AJU-PERIODO.
004312     MOVE SPR-DATA TO AJU-DATA.
004313     COMPUTE AJU-VALOR = ZEROS - SPR-VALOR-TOTAL.
004314     MOVE WS-CAN-MOTIVO (WS-CAN-IND) TO AJU-MOTIVO.
004315     COMPUTE AJU-SERVICO = ZEROS - SPR-SERVICO.
004316     COMPUTE AJU-IMPOSTO = ZEROS - SPR-IMPOSTO.
004317     WRITE AJUSTE-POS-REC.
004318*
004319     MOVE ZEROS TO WS-LIQ-RATEADO.
004320     MOVE ZEROS TO WS-SERV-RATEADO.
004321     MOVE ZEROS TO WS-IMP-RATEADO.
004322     PERFORM 420-ESTORNA-PRATO
004323         VARYING IND-SPR FROM 1 BY 1
004324             UNTIL IND-SPR > SPR-NUM-PRATOS.
004325*
004326     MOVE SPR-VALOR-TOTAL TO WS-VALOR-EDIT.
004330     DISPLAY 'CANCELADO TICKET ' SPR-TICKET
004340             ' DATA ' SPR-DATA
004350             ' PERIODO ' SPR-PERIODO
004380*
004390 400-EXIT.
004400*
004401*===  GUARDA O PRECO DE TABELA DO PRATO DA ORDEM E SOMA O  ======
004402*===  BRUTO DA ORDEM, BASE DO RATEIO DO LIQUIDO  ================
004403 410-PRECIFICA-PRATO SECTION.
004404*
004405     PERFORM 430-PROCURA-PRECO.
004406     MOVE WS-DISH-IND    TO WS-ITEM-DISH-NUM (IND-SPR).
004407     MOVE WS-PRECO-PRATO TO WS-ITEM-PRECO (IND-SPR).
004408     COMPUTE WS-PRECO-ORDEM = WS-PRECO-ORDEM
004409         + SPR-QTD (IND-SPR) * WS-PRECO-PRATO.
004410*
004411 410-EXIT.
004412*
004413*===  ESTORNA UM PRATO DA ORDEM: AJUSTE DO HISTORICO AO  ========
004420*===  PRECO DE TABELA E DEVOLUCAO DOS INGREDIENTES  ==============
004430 420-ESTORNA-PRATO SECTION.
004440*
004450     MOVE SPR-QTD (IND-SPR) TO WS-QTD-VENDIDA.
004460     MOVE WS-ITEM-PRECO (IND-SPR) TO WS-PRECO-PRATO.
004465     PERFORM 425-RATEIA-PRATO.
004470*
004480     MOVE SPR-DATA TO HAJ-DATA.
004490     MOVE SPR-PERIODO TO HAJ-PERIODO.
004510     COMPUTE HAJ-QTD = ZEROS - WS-QTD-VENDIDA.
004520     COMPUTE HAJ-VALOR =
004530         ZEROS - (WS-QTD-VENDIDA * WS-PRECO-PRATO).
004532     COMPUTE HAJ-LIQUIDO = ZEROS - WS-LIQ-LINHA.
004534     COMPUTE HAJ-SERVICO = ZEROS - WS-SERV-LINHA.
004536     COMPUTE HAJ-IMPOSTO = ZEROS - WS-IMP-LINHA.
004537     MOVE WS-PCT-LINHA  TO HAJ-PCT-SERVICO.
004538     MOVE WS-ALIQ-LINHA TO HAJ-ALIQUOTA.
004540     WRITE AJUSTE-HIST-REC.
004550     ADD 1 TO WS-CONT-HIST-AJUSTES.
004560*
004600*
004610 420-EXIT.
004620*
004621*===  RATEIA O LIQUIDO DA ORDEM PELO BRUTO DO PRATO E CALCULA  ==
004622*===  SERVICO E IMPOSTO COMO O LOTE. O ULTIMO PRATO FICA COM A  =
004623*===  SOBRA, PARA OS TOTAIS BATEREM COM A ORDEM ESTORNADA  ======
004624 425-RATEIA-PRATO SECTION.
004625*
004626     MOVE ZEROS TO WS-PCT-LINHA.
004627     MOVE ZEROS TO WS-ALIQ-LINHA.
004628     IF IND1 > ZEROS
004629         MOVE WS-PCT-SERVICO (IND1) TO WS-PCT-LINHA
004630         IF WS-ITEM-DISH-NUM (IND-SPR) > ZEROS
004631             MOVE WS-ALIQUOTA (IND1, WS-ITEM-DISH-NUM (IND-SPR))
004632               TO WS-ALIQ-LINHA
004633         END-IF
004634     END-IF.
004635*
004636     IF IND-SPR = SPR-NUM-PRATOS
004637         MOVE ZEROS TO WS-LIQ-LINHA
004638         MOVE ZEROS TO WS-SERV-LINHA
004639         MOVE ZEROS TO WS-IMP-LINHA
004640         IF SPR-VALOR-TOTAL > WS-LIQ-RATEADO
004641             COMPUTE WS-LIQ-LINHA =
004642                 SPR-VALOR-TOTAL - WS-LIQ-RATEADO
004643         END-IF
004644         IF SPR-SERVICO > WS-SERV-RATEADO
004645             COMPUTE WS-SERV-LINHA =
004646                 SPR-SERVICO - WS-SERV-RATEADO
004647         END-IF
004648         IF SPR-IMPOSTO > WS-IMP-RATEADO
004649             COMPUTE WS-IMP-LINHA =
004650                 SPR-IMPOSTO - WS-IMP-RATEADO
004651         END-IF
004652     ELSE
004653         COMPUTE WS-BRUTO-LINHA =
004654             WS-QTD-VENDIDA * WS-PRECO-PRATO
004655         IF WS-PRECO-ORDEM > ZEROS
004656             COMPUTE WS-LIQ-LINHA ROUNDED =
004657                 WS-BRUTO-LINHA * SPR-VALOR-TOTAL
004658                 / WS-PRECO-ORDEM
004659         ELSE
004660             MOVE ZEROS TO WS-LIQ-LINHA
004661         END-IF
004662         COMPUTE WS-SERV-LINHA ROUNDED =
004663             WS-LIQ-LINHA * WS-PCT-LINHA / 100
004664         COMPUTE WS-IMP-LINHA ROUNDED =
004665             WS-LIQ-LINHA * WS-ALIQ-LINHA / 100
004666     END-IF.
004667*
004668     ADD WS-LIQ-LINHA  TO WS-LIQ-RATEADO.
004669     ADD WS-SERV-LINHA TO WS-SERV-RATEADO.
004670     ADD WS-IMP-LINHA  TO WS-IMP-RATEADO.
004671*
004672 425-EXIT.
004673*
004674*===  PROCURA O PRECO DE TABELA DO PRATO NO PERIODO DA  =========
004675*===  ORDEM (ZERO QUANDO O PRATO SAIU DO CARDAPIO)  ==============
004676 430-PROCURA-PRECO SECTION.
004677*
004678     MOVE 'N' TO WS-ACHOU-PRECO-SW.
004680     MOVE ZEROS TO WS-PRECO-PRATO.
004685     MOVE ZEROS TO WS-DISH-IND.
004690*
004700     IF IND1 > ZEROS
004710         PERFORM 435-COMPARA-PRECO
004860     IF TAB-PRATO (IND1, IND2) = SPR-PRATO (IND-SPR)
004870         MOVE 'S' TO WS-ACHOU-PRECO-SW
004880         MOVE TAB-PRECO (IND1, IND2) TO WS-PRECO-PRATO
004885         MOVE IND2 TO WS-DISH-IND
004890     END-IF.
004900*
004910 435-EXIT.
004980         MOVE 'ESTORNO' TO MOV-TIPO
004990         COMPUTE MOV-QTD =
005000             WS-REC-QTD-USO (IND-REC) * WS-QTD-VENDIDA
005002         MOVE SPACES TO MOV-LOTE
005004         MOVE ZEROS TO MOV-VALIDADE
005006         MOVE ZEROS TO MOV-PEDIDO
005008         MOVE ZEROS TO MOV-PED-LINHA
005010         WRITE MOVIMENTO-REC
005020         ADD 1 TO WS-CONT-MOV-ESTORNO
005030     END-IF.
005390     DISPLAY 'DEVOLUCOES AO ESTOQUE: ' WS-CONT-MOV-ESTORNO.
005400     MOVE WS-VALOR-ESTORNADO TO WS-VALOR-EDIT.
005410     DISPLAY 'VALOR ESTORNADO      : ' WS-VALOR-EDIT.
005412     MOVE WS-SERVICO-ESTORNADO TO WS-VALOR-EDIT.
005414     DISPLAY 'SERVICO ESTORNADO    : ' WS-VALOR-EDIT.
005416     MOVE WS-IMPOSTO-ESTORNADO TO WS-VALOR-EDIT.
005418     DISPLAY 'IMPOSTO ESTORNADO    : ' WS-VALOR-EDIT.
005420     DISPLAY '================================================'.
005430     DISPLAY 'ASSINATURA DO GERENTE DO TURNO:'.
005440     DISPLAY '_______________________________'.
