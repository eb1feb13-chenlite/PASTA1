000010*================================================================
000020* RESTAURANT ORDER APP - MANUTENCAO DOS PEDIDOS DE COMPRA
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       MANTPED.
000060 AUTHOR.           CHEN LI TE.
000070 INSTALLATION.     RESTAURANT OPERATIONS.
000080 DATE-WRITTEN.     24/09/2026.
000090 DATE-COMPILED.
000100*
000110* HISTORICO DE ALTERACOES
000120* ------------------------------------------------------------
000130* 2026-09-24 CLT  PROGRAMA ORIGINAL - EMITE OS PEDIDOS DE COMPRA
000140*                 A PARTIR DAS TRANSACOES DO COMPRADOR (PEDTRAN):
000150*                 APROVA UMA LINHA DA SUGESTAO DE COMPRA (SUGOUT),
000160*                 INCLUI ITEM MANUAL OU CANCELA ITEM PENDENTE. AS
000170*                 LINHAS ACEITAS NA RODADA FORMAM UM PEDIDO NOVO
000180*                 POR FORNECEDOR, NUMERADO EM SEQUENCIA AO MAIOR
000190*                 NUMERO DO PEDFILE, COM A DATA PREVISTA IGUAL A
000200*                 EMISSAO MAIS O MAIOR PRAZO DE ENTREGA
000210*                 (FOR-PRAZO) DOS SEUS ITENS. GRAVA O CADASTRO
000220*                 ATUALIZADO EM PEDNOVO E IMPRIME OS PEDIDOS PARA
000230*                 ENVIO.
000240*                 PARAMETRO: DATA DE EMISSAO (AAAAMMDD, PADRAO
000250*                 DIA CORRENTE).
000251* 2026-10-06 CLT  SUGOUT A 43 POSICOES (FILIAL).
000252* 2026-10-15 CLT  NUMERO DO PEDIDO NOVO SO E RESERVADO QUANDO A
000253*                 PRIMEIRA LINHA DELE E ACEITA. TRANSACAO SEM
000254*                 USUARIO (PTR-USUARIO) E RECUSADA; O COMPRADOR
000255*                 QUE ABRIU O PEDIDO SAI NO CABECALHO E O QUE
000256*                 CANCELOU NO AVISO DO CANCELAMENTO. CONTADOR DE
000257*                 DIAS DO PRAZO A 4 DIGITOS (PRAZO 999 NAO FICA
000258*                 EM LACO).
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PEDFILE
000310         ASSIGN TO "PEDFILE"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PEDFILE-STATUS.
000340     SELECT PEDTRAN
000350         ASSIGN TO "PEDTRAN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PEDTRAN-STATUS.
000380     SELECT SUGOUT
000390         ASSIGN TO "SUGOUT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-SUGOUT-STATUS.
000420     SELECT FORNFILE
000430         ASSIGN TO "FORNFILE"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT PEDNOVO
000460         ASSIGN TO "PEDNOVO"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510*
000520 FD  PEDFILE
000530     RECORDING MODE IS F
000540     RECORD CONTAINS 77 CHARACTERS
000550     LABEL RECORDS ARE STANDARD.
000560     COPY PEDREC.
000570*
000580 FD  PEDTRAN
000590     RECORDING MODE IS F
000600     RECORD CONTAINS 58 CHARACTERS
000610     LABEL RECORDS ARE STANDARD.
000620     COPY PTRREC.
000630*
000640 FD  SUGOUT
000650     RECORDING MODE IS F
000660     RECORD CONTAINS 43 CHARACTERS
000670     LABEL RECORDS ARE STANDARD.
000680     COPY SUGREC.
000690*
000700 FD  FORNFILE
000710     RECORDING MODE IS F
000720     RECORD CONTAINS 35 CHARACTERS
000730     LABEL RECORDS ARE STANDARD.
000740     COPY FORREC.
000750*
000760 FD  PEDNOVO
000770     RECORDING MODE IS F
000780     RECORD CONTAINS 77 CHARACTERS
000790     LABEL RECORDS ARE STANDARD.
000800 01  PEDNOVO-REC             PIC X(77).
000810*
000820 WORKING-STORAGE SECTION.
000830*
000840 77  IND-PED                 PIC 9(03) VALUE ZEROS.
000850 77  IND-FOR                 PIC 9(03) VALUE ZEROS.
000860 77  IND-SUG                 PIC 9(03) VALUE ZEROS.
000870 77  IND-NOV                 PIC 9(02) VALUE ZEROS.
000880 77  IND-DIA                 PIC 9(04) VALUE ZEROS.
000890 77  WS-PED-IND              PIC 9(03) VALUE ZEROS.
000900 77  WS-FOR-IND              PIC 9(03) VALUE ZEROS.
000910 77  WS-SUG-IND              PIC 9(03) VALUE ZEROS.
000920 77  WS-NOV-IND              PIC 9(02) VALUE ZEROS.
000930 77  WS-CONT-PEDIDOS         PIC 9(03) VALUE ZEROS.
000940 77  WS-CONT-FORNEC          PIC 9(03) VALUE ZEROS.
000950 77  WS-CONT-SUGESTOES       PIC 9(03) VALUE ZEROS.
000960 77  WS-CONT-NOVOS           PIC 9(02) VALUE ZEROS.
000970 77  WS-CONT-TRANSACOES      PIC 9(05) VALUE ZEROS.
000980 77  WS-CONT-ACEITAS         PIC 9(05) VALUE ZEROS.
000990 77  WS-CONT-REJEITADAS      PIC 9(05) VALUE ZEROS.
001000 77  WS-CONT-CANCELADOS      PIC 9(03) VALUE ZEROS.
001010 77  WS-CONT-GRAVADOS        PIC 9(03) VALUE ZEROS.
001020 77  WS-PEDFILE-STATUS       PIC X(02) VALUE ZEROS.
001030 77  WS-PEDTRAN-STATUS       PIC X(02) VALUE ZEROS.
001040 77  WS-SUGOUT-STATUS        PIC X(02) VALUE ZEROS.
001050 77  WS-MOTIVO-RECUSA        PIC X(30) VALUE SPACES.
001060 77  WS-ULTIMO-NUMERO        PIC 9(06) VALUE ZEROS.
001070 77  WS-QTD-ITEM             PIC 9(07)V99 VALUE ZEROS.
001080 77  WS-ORIGEM-ITEM          PIC X(01) VALUE SPACES.
001090 77  WS-DATA-EMISSAO         PIC 9(08) VALUE ZEROS.
001100 77  WS-QTD-EDIT             PIC ZZZZZZ9.99.
001110 77  WS-PARM                 PIC X(08) VALUE SPACES.
001120 77  WS-RESTO                PIC 9(03) VALUE ZEROS.
001130 77  WS-QUOCIENTE            PIC 9(04) VALUE ZEROS.
001140 77  WS-ULTIMO-DIA           PIC 9(02) VALUE ZEROS.
001150*
001160 01  WS-SWITCHES.
001170     05  WS-FIM-PEDFILE-SW        PIC X(01) VALUE 'N'.
001180         88  WS-FIM-PEDFILE                 VALUE 'S'.
001190     05  WS-FIM-PEDTRAN-SW        PIC X(01) VALUE 'N'.
001200         88  WS-FIM-PEDTRAN                 VALUE 'S'.
001210     05  WS-FIM-SUGOUT-SW         PIC X(01) VALUE 'N'.
001220         88  WS-FIM-SUGOUT                  VALUE 'S'.
001230     05  WS-FIM-FORNFILE-SW       PIC X(01) VALUE 'N'.
001240         88  WS-FIM-FORNFILE                VALUE 'S'.
001250     05  WS-TRN-RECUSADA-SW       PIC X(01) VALUE 'N'.
001260         88  WS-TRN-RECUSADA                VALUE 'S'.
001270*
001280*    DIAS DE CADA MES, FEVEREIRO CORRIGIDO NO ANO BISSEXTO.
001290 01  WS-DIAS-MES-VALORES.
001300     05  FILLER                   PIC 9(02) VALUE 31.
001310     05  FILLER                   PIC 9(02) VALUE 28.
001320     05  FILLER                   PIC 9(02) VALUE 31.
001330     05  FILLER                   PIC 9(02) VALUE 30.
001340     05  FILLER                   PIC 9(02) VALUE 31.
001350     05  FILLER                   PIC 9(02) VALUE 30.
001360     05  FILLER                   PIC 9(02) VALUE 31.
001370     05  FILLER                   PIC 9(02) VALUE 31.
001380     05  FILLER                   PIC 9(02) VALUE 30.
001390     05  FILLER                   PIC 9(02) VALUE 31.
001400     05  FILLER                   PIC 9(02) VALUE 30.
001410     05  FILLER                   PIC 9(02) VALUE 31.
001420 01  WS-DIAS-MES-TAB REDEFINES WS-DIAS-MES-VALORES.
001430     05  WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
001440*
001450*    DATA DECOMPOSTA PARA A SOMA DO PRAZO DE ENTREGA.
001460 01  WS-DATA-DEC.
001470     05  WS-DD-ANO           PIC 9(04).
001480     05  WS-DD-MES           PIC 9(02).
001490     05  WS-DD-DIA           PIC 9(02).
001500*
001510*    CADASTRO DE PEDIDOS (PEDFILE) MAIS OS ITENS INCLUIDOS NA
001520*    RODADA, NO PROPRIO LEIAUTE DO REGISTRO.
001530 01  WS-TABELA-PEDIDOS.
001540     05  WS-PED-ENT OCCURS 300 TIMES.
001550         10  WS-PED-REG.
001560             15  WS-PED-NUMERO       PIC 9(06).
001570             15  WS-PED-LINHA        PIC 9(02).
001580             15  WS-PED-FORNEC       PIC X(15).
001590             15  WS-PED-INGRED       PIC X(10).
001600             15  WS-PED-QTD          PIC 9(07)V99.
001610             15  WS-PED-EMISSAO      PIC 9(08).
001620             15  WS-PED-PREVISTA     PIC 9(08).
001630             15  WS-PED-QTD-RECEBIDA PIC 9(07)V99.
001640             15  WS-PED-ULT-ENTREGA  PIC 9(08).
001650             15  WS-PED-ORIGEM       PIC X(01).
001660             15  WS-PED-SITUACAO     PIC X(01).
001670*
001680*    FORNECEDOR E INGREDIENTE FORNECIDO, COM O PRAZO DE ENTREGA.
001690 01  WS-TABELA-FORNEC.
001700     05  WS-FOR-ENT OCCURS 100 TIMES.
001710         10  WS-FOR-FORNEC   PIC X(15).
001720         10  WS-FOR-INGRED   PIC X(10).
001730         10  WS-FOR-PRAZO    PIC 9(03).
001740*
001750*    LINHAS DA SUGESTAO DE COMPRA; A MARCA EVITA APROVAR DUAS
001760*    VEZES A MESMA LINHA NA RODADA.
001770 01  WS-TABELA-SUGESTAO.
001780     05  WS-SUG-ENT OCCURS 100 TIMES.
001790         10  WS-SUG-FORNEC   PIC X(15).
001800         10  WS-SUG-INGRED   PIC X(10).
001810         10  WS-SUG-QTD      PIC 9(07)V99.
001820         10  WS-SUG-USADA-SW PIC X(01).
001830*
001840*    PEDIDOS NOVOS DA RODADA, UM POR FORNECEDOR, COM A PROXIMA
001850*    LINHA E O MAIOR PRAZO DOS ITENS PARA A DATA PREVISTA.
001860 01  WS-TABELA-NOVOS.
001870     05  WS-NOV-ENT OCCURS 30 TIMES.
001880         10  WS-NOV-FORNEC   PIC X(15).
001890         10  WS-NOV-NUMERO   PIC 9(06).
001900         10  WS-NOV-LINHAS   PIC 9(02).
001910         10  WS-NOV-PRAZO    PIC 9(03).
001920         10  WS-NOV-PREVISTA PIC 9(08).
001925         10  WS-NOV-USUARIO  PIC X(08).
001930*
001940 PROCEDURE DIVISION.
001950*
001960*===  LACO PRINCIPAL DA MANUTENCAO DOS PEDIDOS  =================
001970 0000-MAINLINE SECTION.
001980*
001990     PERFORM 1000-INICIALIZA.
002000*
002010     PERFORM 2000-PROCESSA-TRANSACAO
002020         UNTIL WS-FIM-PEDTRAN.
002030*
002040     PERFORM 9000-FINALIZA.
002050*
002060     STOP RUN.
002070*
002080 0000-EXIT.
002090*
002100*===  TRATA O PARAMETRO, CARREGA AS TABELAS E ABRE OS ARQUIVOS  =
002110 1000-INICIALIZA SECTION.
002120*
002130     INITIALIZE WS-TABELA-PEDIDOS.
002140     INITIALIZE WS-TABELA-FORNEC.
002150     INITIALIZE WS-TABELA-SUGESTAO.
002160     INITIALIZE WS-TABELA-NOVOS.
002170*
002180     ACCEPT WS-PARM FROM COMMAND-LINE.
002190     IF WS-PARM NOT = SPACES AND WS-PARM (1:8) IS NUMERIC
002200         MOVE WS-PARM (1:8) TO WS-DATA-EMISSAO
002210     ELSE
002220         ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
002230     END-IF.
002240*
002250     DISPLAY 'MANUTENCAO DOS PEDIDOS DE COMPRA EM '
002260             WS-DATA-EMISSAO.
002270*
002280     OPEN INPUT FORNFILE.
002290     PERFORM 300-CARREGA-FORNECEDORES
002300         UNTIL WS-FIM-FORNFILE.
002310     CLOSE FORNFILE.
002320*
002330     OPEN INPUT SUGOUT.
002340     IF WS-SUGOUT-STATUS = '35'
002350         DISPLAY 'SUGOUT AUSENTE, SO ITENS MANUAIS'
002360     ELSE
002370         PERFORM 320-CARREGA-SUGESTOES
002380             UNTIL WS-FIM-SUGOUT
002390         CLOSE SUGOUT
002400     END-IF.
002410*
002420     OPEN INPUT PEDFILE.
002430     IF WS-PEDFILE-STATUS = '35'
002440         DISPLAY 'PEDFILE AUSENTE, PRIMEIRO PEDIDO DO CADASTRO'
002450     ELSE
002460         PERFORM 340-CARREGA-PEDIDOS
002470             UNTIL WS-FIM-PEDFILE
002480         CLOSE PEDFILE
002490     END-IF.
002500*
002510     OPEN OUTPUT PEDNOVO.
002520     OPEN INPUT PEDTRAN.
002530     IF WS-PEDTRAN-STATUS = '35'
002540         DISPLAY 'PEDTRAN AUSENTE, NENHUMA TRANSACAO'
002550         MOVE 'S' TO WS-FIM-PEDTRAN-SW
002560     ELSE
002570         PERFORM 2100-LER-PEDTRAN
002580     END-IF.
002590*
002600 1000-EXIT.
002610*
002620*===  TRATA UMA TRANSACAO E LE A PROXIMA  =======================
002630 2000-PROCESSA-TRANSACAO SECTION.
002640*
002650     MOVE 'N' TO WS-TRN-RECUSADA-SW.
002660     MOVE SPACES TO WS-MOTIVO-RECUSA.
002670*
002680     IF PTR-USUARIO = SPACES
002682         MOVE 'USUARIO NAO INFORMADO' TO WS-MOTIVO-RECUSA
002684         MOVE 'S' TO WS-TRN-RECUSADA-SW
002686     ELSE
002688         IF PTR-ACAO = 'APROVA'
002690             PERFORM 400-TRATA-APROVA
002700         ELSE
002710             IF PTR-ACAO = 'INCLUI'
002720                 PERFORM 500-TRATA-INCLUI
002730             ELSE
002740                 IF PTR-ACAO = 'CANCELA'
002750                     PERFORM 600-TRATA-CANCELA
002760                 ELSE
002770                     MOVE 'ACAO INVALIDA' TO WS-MOTIVO-RECUSA
002780                     MOVE 'S' TO WS-TRN-RECUSADA-SW
002790                 END-IF
002800             END-IF
002805         END-IF
002810     END-IF.
002820*
002830     IF WS-TRN-RECUSADA
002840         ADD 1 TO WS-CONT-REJEITADAS
002850         DISPLAY 'TRANSACAO RECUSADA (' WS-MOTIVO-RECUSA
002860                 '): ' PEDIDO-TRAN-REC
002870     ELSE
002880         ADD 1 TO WS-CONT-ACEITAS
002890     END-IF.
002900*
002910     PERFORM 2100-LER-PEDTRAN.
002920*
002930 2000-EXIT.
002940*
002950*===  LE A PROXIMA TRANSACAO DE PEDTRAN  ========================
002960 2100-LER-PEDTRAN SECTION.
002970*
002980     READ PEDTRAN
002990         AT END
003000             MOVE 'S' TO WS-FIM-PEDTRAN-SW
003010         NOT AT END
003020             ADD 1 TO WS-CONT-TRANSACOES
003030     END-READ.
003040*
003050 2100-EXIT.
003060*
003070*===  LOCALIZA O FORNECEDOR E INGREDIENTE DA TRANSACAO NO  ======
003080*===  CADASTRO DE FORNECEDORES  =================================
003090 100-LOCALIZA-FORNECEDOR SECTION.
003100*
003110     MOVE ZEROS TO WS-FOR-IND.
003120     PERFORM 105-COMPARA-FORNECEDOR
003130         VARYING IND-FOR FROM 1 BY 1
003140             UNTIL IND-FOR > WS-CONT-FORNEC
003150                OR WS-FOR-IND > ZEROS.
003160*
003170 100-EXIT.
003180*
003190 105-COMPARA-FORNECEDOR SECTION.
003200*
003210     IF WS-FOR-FORNEC (IND-FOR) = PTR-FORNEC
003220             AND WS-FOR-INGRED (IND-FOR) = PTR-INGRED
003230         MOVE IND-FOR TO WS-FOR-IND
003240     END-IF.
003250*
003260 105-EXIT.
003270*
003280*===  LOCALIZA A LINHA AINDA NAO APROVADA DA SUGESTAO  ==========
003290 110-LOCALIZA-SUGESTAO SECTION.
003300*
003310     MOVE ZEROS TO WS-SUG-IND.
003320     PERFORM 115-COMPARA-SUGESTAO
003330         VARYING IND-SUG FROM 1 BY 1
003340             UNTIL IND-SUG > WS-CONT-SUGESTOES
003350                OR WS-SUG-IND > ZEROS.
003360*
003370 110-EXIT.
003380*
003390 115-COMPARA-SUGESTAO SECTION.
003400*
003410     IF WS-SUG-FORNEC (IND-SUG) = PTR-FORNEC
003420             AND WS-SUG-INGRED (IND-SUG) = PTR-INGRED
003430             AND WS-SUG-USADA-SW (IND-SUG) NOT = 'S'
003440         MOVE IND-SUG TO WS-SUG-IND
003450     END-IF.
003460*
003470 115-EXIT.
003480*
003490*===  LOCALIZA O PEDIDO NOVO DO FORNECEDOR NA RODADA  ===========
003500 120-LOCALIZA-NOVO SECTION.
003510*
003520     MOVE ZEROS TO WS-NOV-IND.
003530     PERFORM 125-COMPARA-NOVO
003540         VARYING IND-NOV FROM 1 BY 1
003550             UNTIL IND-NOV > WS-CONT-NOVOS
003560                OR WS-NOV-IND > ZEROS.
003570*
003580 120-EXIT.
003590*
003600 125-COMPARA-NOVO SECTION.
003610*
003620     IF WS-NOV-FORNEC (IND-NOV) = PTR-FORNEC
003630         MOVE IND-NOV TO WS-NOV-IND
003640     END-IF.
003650*
003660 125-EXIT.
003670*
003680*===  LOCALIZA O ITEM DE PEDIDO PELO NUMERO E LINHA  ============
003690 130-LOCALIZA-ITEM SECTION.
003700*
003710     MOVE ZEROS TO WS-PED-IND.
003720     PERFORM 135-COMPARA-ITEM
003730         VARYING IND-PED FROM 1 BY 1
003740             UNTIL IND-PED > WS-CONT-PEDIDOS
003750                OR WS-PED-IND > ZEROS.
003760*
003770 130-EXIT.
003780*
003790 135-COMPARA-ITEM SECTION.
003800*
003810     IF WS-PED-NUMERO (IND-PED) = PTR-NUMERO
003820             AND WS-PED-LINHA (IND-PED) = PTR-LINHA
003830         MOVE IND-PED TO WS-PED-IND
003840     END-IF.
003850*
003860 135-EXIT.
003870*
003880*===  CARREGA UM FORNECEDOR DE FORNFILE  ========================
003890 300-CARREGA-FORNECEDORES SECTION.
003900*
003910     READ FORNFILE
003920         AT END
003930             MOVE 'S' TO WS-FIM-FORNFILE-SW
003940         NOT AT END
003950             PERFORM 310-CARREGA-FORNECEDOR
003960     END-READ.
003970*
003980 300-EXIT.
003990*
004000 310-CARREGA-FORNECEDOR SECTION.
004010*
004020     IF FOR-FORNEC = SPACES OR FOR-INGRED = SPACES
004030             OR FOR-PRAZO NOT NUMERIC
004040         DISPLAY 'FORNECEDOR INVALIDO IGNORADO: ' FORNECEDOR-REC
004050     ELSE
004060         IF WS-CONT-FORNEC >= 100
004070             DISPLAY 'TABELA DE FORNECEDORES CHEIA, IGNORADO: '
004080                     FORNECEDOR-REC
004090         ELSE
004100             ADD 1 TO WS-CONT-FORNEC
004110             MOVE FOR-FORNEC TO WS-FOR-FORNEC (WS-CONT-FORNEC)
004120             MOVE FOR-INGRED TO WS-FOR-INGRED (WS-CONT-FORNEC)
004130             MOVE FOR-PRAZO TO WS-FOR-PRAZO (WS-CONT-FORNEC)
004140         END-IF
004150     END-IF.
004160*
004170 310-EXIT.
004180*
004190*===  CARREGA UMA LINHA DA SUGESTAO DE COMPRA  ==================
004200 320-CARREGA-SUGESTOES SECTION.
004210*
004220     READ SUGOUT
004230         AT END
004240             MOVE 'S' TO WS-FIM-SUGOUT-SW
004250         NOT AT END
004260             PERFORM 330-CARREGA-SUGESTAO
004270     END-READ.
004280*
004290 320-EXIT.
004300*
004310 330-CARREGA-SUGESTAO SECTION.
004320*
004330     IF SUG-FORNEC = SPACES OR SUG-QTD NOT NUMERIC
004340         DISPLAY 'SUGESTAO INVALIDA IGNORADA: ' SUGESTAO-REC
004350     ELSE
004360         IF WS-CONT-SUGESTOES >= 100
004370             DISPLAY 'TABELA DE SUGESTOES CHEIA, IGNORADA: '
004380                     SUGESTAO-REC
004390         ELSE
004400             ADD 1 TO WS-CONT-SUGESTOES
004410             MOVE SUG-FORNEC TO WS-SUG-FORNEC (WS-CONT-SUGESTOES)
004420             MOVE SUG-INGRED TO WS-SUG-INGRED (WS-CONT-SUGESTOES)
004430             MOVE SUG-QTD TO WS-SUG-QTD (WS-CONT-SUGESTOES)
004440             MOVE 'N' TO WS-SUG-USADA-SW (WS-CONT-SUGESTOES)
004450         END-IF
004460     END-IF.
004470*
004480 330-EXIT.
004490*
004500*===  CARREGA UM ITEM DO CADASTRO DE PEDIDOS  ===================
004510 340-CARREGA-PEDIDOS SECTION.
004520*
004530     READ PEDFILE
004540         AT END
004550             MOVE 'S' TO WS-FIM-PEDFILE-SW
004560         NOT AT END
004570             PERFORM 350-CARREGA-PEDIDO
004580     END-READ.
004590*
004600 340-EXIT.
004610*
004620 350-CARREGA-PEDIDO SECTION.
004630*
004640     IF PED-NUMERO NOT NUMERIC OR PED-LINHA NOT NUMERIC
004650         DISPLAY 'ITEM DE PEDIDO INVALIDO IGNORADO: ' PEDIDO-REC
004660     ELSE
004670         IF WS-CONT-PEDIDOS >= 300
004680             DISPLAY 'TABELA DE PEDIDOS CHEIA, IGNORADO: '
004690                     PEDIDO-REC
004700         ELSE
004710             ADD 1 TO WS-CONT-PEDIDOS
004720             MOVE PEDIDO-REC TO WS-PED-REG (WS-CONT-PEDIDOS)
004730             IF PED-NUMERO > WS-ULTIMO-NUMERO
004740                 MOVE PED-NUMERO TO WS-ULTIMO-NUMERO
004750             END-IF
004760         END-IF
004770     END-IF.
004780*
004790 350-EXIT.
004800*
004810*===  APROVA UMA LINHA DA SUGESTAO: QUANTIDADE SUGERIDA OU A  ===
004820*===  INFORMADA NA TRANSACAO, QUANDO MAIOR QUE ZERO  ============
004830 400-TRATA-APROVA SECTION.
004840*
004850     PERFORM 110-LOCALIZA-SUGESTAO.
004860     IF WS-SUG-IND = ZEROS
004870         MOVE 'SUGESTAO INEXISTENTE' TO WS-MOTIVO-RECUSA
004880         MOVE 'S' TO WS-TRN-RECUSADA-SW
004890     ELSE
004900         IF PTR-QTD IS NUMERIC AND PTR-QTD > ZEROS
004910             MOVE PTR-QTD TO WS-QTD-ITEM
004920         ELSE
004930             MOVE WS-SUG-QTD (WS-SUG-IND) TO WS-QTD-ITEM
004940         END-IF
004950         MOVE 'S' TO WS-ORIGEM-ITEM
004960         PERFORM 450-INCLUI-ITEM
004970         IF NOT WS-TRN-RECUSADA
004980             MOVE 'S' TO WS-SUG-USADA-SW (WS-SUG-IND)
004990         END-IF
005000     END-IF.
005010*
005020 400-EXIT.
005030*
005040*===  INCLUI O ITEM NO PEDIDO NOVO DO FORNECEDOR, ABRINDO O  ====
005050*===  PEDIDO NA PRIMEIRA LINHA ACEITA DELE NA RODADA  ===========
005060 450-INCLUI-ITEM SECTION.
005070*
005080     PERFORM 100-LOCALIZA-FORNECEDOR.
005090     IF WS-FOR-IND = ZEROS
005100         MOVE 'FORNECEDOR NAO FORNECE ITEM' TO WS-MOTIVO-RECUSA
005110         MOVE 'S' TO WS-TRN-RECUSADA-SW
005120     END-IF.
005130*
005140     IF NOT WS-TRN-RECUSADA
005150         PERFORM 120-LOCALIZA-NOVO
005155         IF WS-CONT-PEDIDOS >= 300
005160             MOVE 'TABELA DE PEDIDOS CHEIA' TO WS-MOTIVO-RECUSA
005165             MOVE 'S' TO WS-TRN-RECUSADA-SW
005170         END-IF
005175     END-IF.
005180*
005185     IF NOT WS-TRN-RECUSADA
005190         IF WS-NOV-IND = ZEROS
005195             IF WS-CONT-NOVOS >= 30
005200                 MOVE 'TABELA DE PEDIDOS NOVOS CHEIA'
005205                     TO WS-MOTIVO-RECUSA
005210                 MOVE 'S' TO WS-TRN-RECUSADA-SW
005215             END-IF
005220         ELSE
005225             IF WS-NOV-LINHAS (WS-NOV-IND) >= 99
005230                 MOVE 'PEDIDO COM 99 LINHAS' TO WS-MOTIVO-RECUSA
005235                 MOVE 'S' TO WS-TRN-RECUSADA-SW
005240             END-IF
005245         END-IF
005250     END-IF.
005255*
005260*    O NUMERO DO PEDIDO NOVO SO E TOMADO COM A LINHA JA ACEITA
005265     IF NOT WS-TRN-RECUSADA AND WS-NOV-IND = ZEROS
005270         ADD 1 TO WS-CONT-NOVOS
005275         MOVE WS-CONT-NOVOS TO WS-NOV-IND
005280         ADD 1 TO WS-ULTIMO-NUMERO
005285         MOVE PTR-FORNEC TO WS-NOV-FORNEC (WS-NOV-IND)
005290         MOVE WS-ULTIMO-NUMERO TO WS-NOV-NUMERO (WS-NOV-IND)
005295         MOVE PTR-USUARIO TO WS-NOV-USUARIO (WS-NOV-IND)
005300     END-IF.
005430*
005440     IF NOT WS-TRN-RECUSADA
005450         ADD 1 TO WS-NOV-LINHAS (WS-NOV-IND)
005460         IF WS-FOR-PRAZO (WS-FOR-IND) > WS-NOV-PRAZO (WS-NOV-IND)
005470             MOVE WS-FOR-PRAZO (WS-FOR-IND)
005480                 TO WS-NOV-PRAZO (WS-NOV-IND)
005490         END-IF
005500         ADD 1 TO WS-CONT-PEDIDOS
005510         MOVE WS-NOV-NUMERO (WS-NOV-IND)
005520             TO WS-PED-NUMERO (WS-CONT-PEDIDOS)
005530         MOVE WS-NOV-LINHAS (WS-NOV-IND)
005540             TO WS-PED-LINHA (WS-CONT-PEDIDOS)
005550         MOVE PTR-FORNEC TO WS-PED-FORNEC (WS-CONT-PEDIDOS)
005560         MOVE PTR-INGRED TO WS-PED-INGRED (WS-CONT-PEDIDOS)
005570         MOVE WS-QTD-ITEM TO WS-PED-QTD (WS-CONT-PEDIDOS)
005580         MOVE WS-DATA-EMISSAO TO WS-PED-EMISSAO (WS-CONT-PEDIDOS)
005590         MOVE ZEROS TO WS-PED-PREVISTA (WS-CONT-PEDIDOS)
005600         MOVE ZEROS TO WS-PED-QTD-RECEBIDA (WS-CONT-PEDIDOS)
005610         MOVE ZEROS TO WS-PED-ULT-ENTREGA (WS-CONT-PEDIDOS)
005620         MOVE WS-ORIGEM-ITEM TO WS-PED-ORIGEM (WS-CONT-PEDIDOS)
005630         MOVE 'A' TO WS-PED-SITUACAO (WS-CONT-PEDIDOS)
005640     END-IF.
005650*
005660 450-EXIT.
005670*
005680*===  INCLUI UM ITEM MANUAL, FORA DA SUGESTAO DE COMPRA  ========
005690 500-TRATA-INCLUI SECTION.
005700*
005710     IF PTR-QTD NOT NUMERIC OR PTR-QTD = ZEROS
005720         MOVE 'QUANTIDADE INVALIDA' TO WS-MOTIVO-RECUSA
005730         MOVE 'S' TO WS-TRN-RECUSADA-SW
005740     ELSE
005750         MOVE PTR-QTD TO WS-QTD-ITEM
005760         MOVE 'M' TO WS-ORIGEM-ITEM
005770         PERFORM 450-INCLUI-ITEM
005780     END-IF.
005790*
005800 500-EXIT.
005810*
005820*===  CANCELA UM ITEM DE PEDIDO AINDA PENDENTE  =================
005830 600-TRATA-CANCELA SECTION.
005840*
005850     IF PTR-NUMERO NOT NUMERIC OR PTR-LINHA NOT NUMERIC
005860         MOVE ZEROS TO WS-PED-IND
005870     ELSE
005880         PERFORM 130-LOCALIZA-ITEM
005890     END-IF.
005900*
005910     IF WS-PED-IND = ZEROS
005920         MOVE 'ITEM DE PEDIDO INEXISTENTE' TO WS-MOTIVO-RECUSA
005930         MOVE 'S' TO WS-TRN-RECUSADA-SW
005940     ELSE
005950         IF WS-PED-SITUACAO (WS-PED-IND) NOT = 'A'
005960                 AND NOT = 'P'
005970             MOVE 'ITEM DE PEDIDO JA ENCERRADO'
005980                 TO WS-MOTIVO-RECUSA
005990             MOVE 'S' TO WS-TRN-RECUSADA-SW
006000         ELSE
006010             MOVE 'C' TO WS-PED-SITUACAO (WS-PED-IND)
006020             ADD 1 TO WS-CONT-CANCELADOS
006022             DISPLAY 'ITEM CANCELADO: PEDIDO ' PTR-NUMERO
006024                     '/' PTR-LINHA ' POR ' PTR-USUARIO
006030         END-IF
006040     END-IF.
006050*
006060 600-EXIT.
006070*
006080*===  DATA PREVISTA DO PEDIDO NOVO: EMISSAO MAIS O MAIOR PRAZO  =
006090 700-CALCULA-PREVISTA SECTION.
006100*
006110     MOVE WS-DATA-EMISSAO TO WS-DATA-DEC.
006120     PERFORM 810-SOMA-UM-DIA
006130         VARYING IND-DIA FROM 1 BY 1
006140             UNTIL IND-DIA > WS-NOV-PRAZO (IND-NOV).
006150     MOVE WS-DATA-DEC TO WS-NOV-PREVISTA (IND-NOV).
006160*
006170 700-EXIT.
006180*
006190*===  AVANCA WS-DATA-DEC UM DIA, VIRANDO MES E ANO  =============
006200 810-SOMA-UM-DIA SECTION.
006210*
006220     MOVE WS-DIAS-MES (WS-DD-MES) TO WS-ULTIMO-DIA.
006230     IF WS-DD-MES = 2
006240         DIVIDE WS-DD-ANO BY 4 GIVING WS-QUOCIENTE
006250             REMAINDER WS-RESTO
006260         IF WS-RESTO = ZEROS
006270             MOVE 29 TO WS-ULTIMO-DIA
006280             DIVIDE WS-DD-ANO BY 100 GIVING WS-QUOCIENTE
006290                 REMAINDER WS-RESTO
006300             IF WS-RESTO = ZEROS
006310                 MOVE 28 TO WS-ULTIMO-DIA
006320                 DIVIDE WS-DD-ANO BY 400 GIVING WS-QUOCIENTE
006330                     REMAINDER WS-RESTO
006340                 IF WS-RESTO = ZEROS
006350                     MOVE 29 TO WS-ULTIMO-DIA
006360                 END-IF
006370             END-IF
006380         END-IF
006390     END-IF.
006400*
006410     IF WS-DD-DIA < WS-ULTIMO-DIA
006420         ADD 1 TO WS-DD-DIA
006430     ELSE
006440         MOVE 1 TO WS-DD-DIA
006450         IF WS-DD-MES < 12
006460             ADD 1 TO WS-DD-MES
006470         ELSE
006480             MOVE 1 TO WS-DD-MES
006490             ADD 1 TO WS-DD-ANO
006500         END-IF
006510     END-IF.
006520*
006530 810-EXIT.
006540*
006550*===  PREVISTA NOS ITENS DO PEDIDO NOVO DA RODADA  ==============
006560 720-PREVISTA-ITEM SECTION.
006570*
006580     IF WS-PED-NUMERO (IND-PED) = WS-NOV-NUMERO (IND-NOV)
006590         MOVE WS-NOV-PREVISTA (IND-NOV)
006600             TO WS-PED-PREVISTA (IND-PED)
006610     END-IF.
006620*
006630 720-EXIT.
006640*
006650*===  IMPRIME UM PEDIDO NOVO COM OS SEUS ITENS, PARA ENVIO  =====
006660 900-IMPRIME-PEDIDO SECTION.
006670*
006680     PERFORM 700-CALCULA-PREVISTA.
006690     PERFORM 720-PREVISTA-ITEM
006700         VARYING IND-PED FROM 1 BY 1
006710             UNTIL IND-PED > WS-CONT-PEDIDOS.
006720*
006730     DISPLAY 'PEDIDO ' WS-NOV-NUMERO (IND-NOV)
006740             ' FORNECEDOR ' WS-NOV-FORNEC (IND-NOV)
006750             ' EMISSAO ' WS-DATA-EMISSAO
006760             ' PREVISTO ' WS-NOV-PREVISTA (IND-NOV).
006765     DISPLAY '  COMPRADOR ' WS-NOV-USUARIO (IND-NOV).
006770     PERFORM 910-IMPRIME-ITEM
006780         VARYING IND-PED FROM 1 BY 1
006790             UNTIL IND-PED > WS-CONT-PEDIDOS.
006800*
006810 900-EXIT.
006820*
006830 910-IMPRIME-ITEM SECTION.
006840*
006850     IF WS-PED-NUMERO (IND-PED) = WS-NOV-NUMERO (IND-NOV)
006860         MOVE WS-PED-QTD (IND-PED) TO WS-QTD-EDIT
006870         DISPLAY '  LINHA ' WS-PED-LINHA (IND-PED)
006880                 ' ' WS-PED-INGRED (IND-PED)
006890                 ' QTD ' WS-QTD-EDIT
006900                 ' ORIGEM ' WS-PED-ORIGEM (IND-PED)
006910     END-IF.
006920*
006930 910-EXIT.
006940*
006950*===  GRAVA UM ITEM DO CADASTRO DE PEDIDOS ATUALIZADO  ==========
006960 950-GRAVA-PEDIDO SECTION.
006970*
006980     MOVE WS-PED-REG (IND-PED) TO PEDNOVO-REC.
006990     WRITE PEDNOVO-REC.
007000     ADD 1 TO WS-CONT-GRAVADOS.
007010*
007020 950-EXIT.
007030*
007040*===  ENCERRA: PEDIDOS NOVOS, CADASTRO E RELATORIO  =============
007050 9000-FINALIZA SECTION.
007060*
007070     DISPLAY '================================================'.
007080     DISPLAY 'PEDIDOS DE COMPRA EMITIDOS'.
007090     DISPLAY '================================================'.
007100     PERFORM 900-IMPRIME-PEDIDO
007110         VARYING IND-NOV FROM 1 BY 1
007120             UNTIL IND-NOV > WS-CONT-NOVOS.
007130*
007140     PERFORM 950-GRAVA-PEDIDO
007150         VARYING IND-PED FROM 1 BY 1
007160             UNTIL IND-PED > WS-CONT-PEDIDOS.
007170*
007180     DISPLAY '------------------------------------------------'.
007190     DISPLAY 'TRANSACOES LIDAS     : ' WS-CONT-TRANSACOES.
007200     DISPLAY 'TRANSACOES APLICADAS : ' WS-CONT-ACEITAS.
007210     DISPLAY 'TRANSACOES RECUSADAS : ' WS-CONT-REJEITADAS.
007220     DISPLAY 'PEDIDOS EMITIDOS     : ' WS-CONT-NOVOS.
007230     DISPLAY 'ITENS CANCELADOS     : ' WS-CONT-CANCELADOS.
007240     DISPLAY 'CADASTRO GRAVADO     : ' WS-CONT-GRAVADOS.
007250     DISPLAY 'SUBSTITUIR PEDFILE POR PEDNOVO APOS CONFERIR'.
007260     DISPLAY '================================================'.
007270*
007280     IF WS-PEDTRAN-STATUS NOT = '35'
007290         CLOSE PEDTRAN
007300     END-IF.
007310     CLOSE PEDNOVO.
007320*
007330 9000-EXIT.
007340*
007350************* FIM ****************
