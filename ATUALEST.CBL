000236*                 PROGRAMA ESTORNO EM MOVESTO) ACEITO NO
000238*                 MOVFILE, SOMANDO AO SALDO COM LINHA PROPRIA
000239*                 NO LIVRO DE MOVIMENTACAO.
000240* 2026-09-17 CLT  LIVROMOV PASSA A SER ACUMULADO (OPEN EXTEND),
000241*                 GUARDANDO TODAS AS DATAS PARA A APURACAO DE
000242*                 PERDAS ENTRE CONTAGENS (RELPERDA).
000243* 2026-09-22 CLT  CONTROLE DE LOTES: A ENTREGA ABRE O LOTE (NUMERO
000244*                 E VALIDADE NO MOVFILE) NO CADASTRO DE LOTES
000245*                 ABERTOS (LOTEFILE -> LOTENOVO); A BAIXA, A PERDA
000246*                 SEM LOTE E A CONTAGEM A MENOR CONSOMEM OS LOTES
000247*                 DO MAIS ANTIGO PARA O MAIS NOVO (FIFO), DEPOIS
000248*                 DO SALDO SEM LOTE; A PERDA COM LOTE (VENCIDO,
000249*                 GERADA PELO VENCLOTE) BAIXA O PROPRIO LOTE.
000250* 2026-09-24 CLT  MOVFILE PASSA A 52 POSICOES (ITEM DO PEDIDO DE
000251*                 COMPRA NA ENTREGA, CONFERIDO PELO RECEBPED).
000252* 2026-10-06 CLT  ESTFILE E ESTNOVO A 32 POSICOES (FILIAL). O
000253*                 CODIGO DA FILIAL E MANTIDO; INGREDIENTE NOVO OU
000254*                 SEM FILIAL RECEBE O DO SITE (ARQUIVO FILIAL).
000255* 2026-10-15 CLT  IMAGEM DOS LOTES ANTES E DEPOIS DO DIA GRAVADA
000256*                 NO LOTEANT (ACUMULADO), PARA O REABRE DEVOLVER
000257*                 O CADASTRO DE LOTES AO ESTADO ANTERIOR A DATA.
000258*
000259 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT BAIXAOUT
000380     SELECT ESTNOVO
000390         ASSIGN TO "ESTNOVO"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000401     SELECT LOTEFILE
000402         ASSIGN TO "LOTEFILE"
000403         ORGANIZATION IS LINE SEQUENTIAL
000404         FILE STATUS IS WS-LOTEFILE-STATUS.
000405     SELECT LOTENOVO
000406         ASSIGN TO "LOTENOVO"
000407         ORGANIZATION IS LINE SEQUENTIAL.
000408     SELECT LOTEANT
000409         ASSIGN TO "LOTEANT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000411         FILE STATUS IS WS-LOTEANT-STATUS.
000412     SELECT LIVROMOV
000420         ASSIGN TO "LIVROMOV"
000422         ORGANIZATION IS LINE SEQUENTIAL
000424         FILE STATUS IS WS-LIVROMOV-STATUS.
000426     SELECT FILIAL
000428         ASSIGN TO "FILIAL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000432         FILE STATUS IS WS-FILIAL-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000530*
000540 FD  MOVFILE
000550     RECORDING MODE IS F
000560     RECORD CONTAINS 52 CHARACTERS
000570     LABEL RECORDS ARE STANDARD.
000580     COPY MOVREC.
000590*
000600 FD  ESTFILE
000610     RECORDING MODE IS F
000620     RECORD CONTAINS 32 CHARACTERS
000630     LABEL RECORDS ARE STANDARD.
000640     COPY ESTREC.
000650*
000660 FD  ESTNOVO
000670     RECORDING MODE IS F
000680     RECORD CONTAINS 32 CHARACTERS
000690     LABEL RECORDS ARE STANDARD.
000691 01  ESTNOVO-REC             PIC X(32).
000692*
000693 FD  LOTEFILE
000694     RECORDING MODE IS F
000695     RECORD CONTAINS 45 CHARACTERS
000696     LABEL RECORDS ARE STANDARD.
000697     COPY LOTEREC.
000698*
000699 FD  LOTENOVO
000700     RECORDING MODE IS F
000701     RECORD CONTAINS 45 CHARACTERS
000702     LABEL RECORDS ARE STANDARD.
000703 01  LOTENOVO-REC            PIC X(45).
000704*
000705 FD  LOTEANT
000706     RECORDING MODE IS F
000707     RECORD CONTAINS 54 CHARACTERS
000708     LABEL RECORDS ARE STANDARD.
000709     COPY LANREC.
000710*
000720 FD  LIVROMOV
000730     RECORDING MODE IS F
000740     RECORD CONTAINS 45 CHARACTERS
000750     LABEL RECORDS ARE STANDARD.
000760     COPY LIVREC.
000761*
000762 FD  FILIAL
000763     RECORDING MODE IS F
000764     RECORD CONTAINS 24 CHARACTERS
000765     LABEL RECORDS ARE STANDARD.
000766     COPY FILREC.
000770*
000780 WORKING-STORAGE SECTION.
000790*
000870 77  WS-CONT-GRAVADOS        PIC 9(03) VALUE ZEROS.
000880 77  WS-CONT-NEGATIVOS       PIC 9(03) VALUE ZEROS.
000890 77  WS-CONT-SEM-CADASTRO    PIC 9(03) VALUE ZEROS.
000891 77  IND-LOT                 PIC 9(03) VALUE ZEROS.
000892 77  WS-LOT-IND              PIC 9(03) VALUE ZEROS.
000893 77  WS-CONT-LOTES           PIC 9(03) VALUE ZEROS.
000894 77  WS-CONT-LOTES-NOVOS     PIC 9(03) VALUE ZEROS.
000895 77  WS-CONT-LOTES-GRAVADOS  PIC 9(03) VALUE ZEROS.
000896 77  WS-CONT-PERDAS-LOTE     PIC 9(03) VALUE ZEROS.
000897 77  WS-CONT-ENTR-SEM-LOTE   PIC 9(03) VALUE ZEROS.
000898 77  WS-LOTEFILE-STATUS      PIC X(02) VALUE ZEROS.
000899 77  WS-LOTEANT-STATUS       PIC X(02) VALUE ZEROS.
000900 77  WS-CONT-IMAGENS-LOTE    PIC 9(05) VALUE ZEROS.
000901 77  WS-TOT-LOTES            PIC 9(07)V99 VALUE ZEROS.
000902 77  WS-EXCESSO-LOTES        PIC 9(07)V99 VALUE ZEROS.
000903 77  WS-QTD-LOTE             PIC 9(07)V99 VALUE ZEROS.
000904 77  WS-MOVFILE-STATUS       PIC X(02) VALUE ZEROS.
000905 77  WS-LIVROMOV-STATUS      PIC X(02) VALUE ZEROS.
000910 77  WS-INGRED-BUSCA         PIC X(10) VALUE SPACES.
000920 77  WS-SALDO-CORRENTE       PIC S9(07)V99 VALUE ZEROS.
000930 77  WS-QTD-MOVIMENTO        PIC S9(07)V99 VALUE ZEROS.
000940 77  WS-SALDO-EDIT           PIC -ZZZZZZ9.99.
000950 77  WS-DATA-MOVTO           PIC 9(08) VALUE ZEROS.
000960 77  WS-PARM                 PIC X(08) VALUE SPACES.
000962 77  WS-FILIAL-STATUS        PIC X(02) VALUE SPACES.
000964 77  WS-FILIAL-CODIGO        PIC X(04) VALUE SPACES.
000970*
000980 01  WS-SWITCHES.
000990     05  WS-FIM-BAIXAOUT-SW       PIC X(01) VALUE 'N'.
001040         88  WS-FIM-ESTFILE                 VALUE 'S'.
001050     05  WS-ACHOU-INGRED-SW       PIC X(01) VALUE 'N'.
001060         88  WS-ACHOU-INGRED                VALUE 'S'.
001062     05  WS-FIM-LOTEFILE-SW       PIC X(01) VALUE 'N'.
001064         88  WS-FIM-LOTEFILE                VALUE 'S'.
001070*
001080*    CADASTRO DE ESTOQUE MAIS OS MOVIMENTOS ACUMULADOS DO DIA,
001090*    POR TIPO. INGREDIENTE MOVIMENTADO SEM CADASTRO ENTRA COM
001200         10  WS-EST-CONTAGEM PIC 9(07)V99.
001210         10  WS-EST-CONTADO-SW  PIC X(01).
001220         10  WS-EST-CADASTRO-SW PIC X(01).
001221         10  WS-EST-FILIAL   PIC X(04).
001222*
001223*    LOTES ABERTOS (LOTEFILE) MAIS OS RECEBIDOS NO DIA, NA ORDEM
001224*    DE RECEBIMENTO; A BAIXA CONSOME O PRIMEIRO LOTE COM SALDO
001225*    DO INGREDIENTE (FIFO), DEPOIS DO SALDO SEM LOTE.
001226 01  WS-TABELA-LOTES.
001227     05  WS-LOT-ENT OCCURS 200 TIMES.
001228         10  WS-LOT-INGRED   PIC X(10).
001229         10  WS-LOT-NUMERO   PIC X(10).
001230         10  WS-LOT-ENTRADA  PIC 9(08).
001231         10  WS-LOT-VALIDADE PIC 9(08).
001232         10  WS-LOT-SALDO    PIC 9(07)V99.
001233*
001240 PROCEDURE DIVISION.
001250*
001260*===  LACO PRINCIPAL DA ATUALIZACAO DE ESTOQUE  =================
001440 1000-INICIALIZA SECTION.
001450*
001460     INITIALIZE WS-TABELA-ESTOQUE.
001465     INITIALIZE WS-TABELA-LOTES.
001470*
001480     ACCEPT WS-PARM FROM COMMAND-LINE.
001490     IF WS-PARM NOT = SPACES AND WS-PARM (1:8) IS NUMERIC
001570     OPEN INPUT  BAIXAOUT.
001580     OPEN INPUT  ESTFILE.
001590     OPEN OUTPUT ESTNOVO.
001591     OPEN EXTEND LIVROMOV.
001592     IF WS-LIVROMOV-STATUS = '35'
001593         OPEN OUTPUT LIVROMOV
001594     END-IF.
001595*
001596     OPEN INPUT  FILIAL.
001597     IF WS-FILIAL-STATUS = '35'
001598         DISPLAY 'FILIAL AUSENTE, INGREDIENTE NOVO SEM FILIAL'
001599     ELSE
001600         PERFORM 340-CARREGA-FILIAL
001601         CLOSE FILIAL
001602     END-IF.
001610*
001620     PERFORM 300-CARREGA-ESTOQUE
001630         UNTIL WS-FIM-ESTFILE.
001640     CLOSE ESTFILE.
001641*
001642     OPEN EXTEND LOTEANT.
001643     IF WS-LOTEANT-STATUS = '35'
001644         OPEN OUTPUT LOTEANT
001645     END-IF.
001646     OPEN INPUT LOTEFILE.
001647     IF WS-LOTEFILE-STATUS = '35'
001648         DISPLAY 'LOTEFILE AUSENTE, ESTOQUE SEM LOTES ABERTOS'
001649     ELSE
001650         PERFORM 320-CARREGA-LOTES
001651             UNTIL WS-FIM-LOTEFILE
001652         CLOSE LOTEFILE
001653     END-IF.
001654     OPEN OUTPUT LOTENOVO.
001655*
001660     OPEN INPUT MOVFILE.
001670     IF WS-MOVFILE-STATUS = '35'
001680         DISPLAY 'MOVFILE AUSENTE, DIA SEM ENTREGAS OU AJUSTES'
002850*
002860     IF MOV-TIPO = 'ENTREGA'
002870         ADD MOV-QTD TO WS-EST-ENTREGA (WS-EST-IND)
002871         IF MOV-LOTE = SPACES
002872             ADD 1 TO WS-CONT-ENTR-SEM-LOTE
002873         ELSE
002874             PERFORM 210-INCLUI-LOTE
002875         END-IF
002880     ELSE
002890         IF MOV-TIPO = 'PERDA'
002892             IF MOV-LOTE = SPACES
002894                 ADD MOV-QTD TO WS-EST-PERDA (WS-EST-IND)
002896             ELSE
002898                 PERFORM 220-BAIXA-LOTE-PERDA
002900             END-IF
002910         ELSE
002915             IF MOV-TIPO = 'ESTORNO'
002920                 ADD MOV-QTD TO WS-EST-ESTORNO (WS-EST-IND)
002940             END-IF
002945         END-IF
002950     END-IF.
002951*
002952 200-EXIT.
002953*
002954*===  INCLUI O LOTE DA ENTREGA NA TABELA, OU SOMA AO LOTE DE  ===
002955*===  MESMO NUMERO JA ABERTO PARA O INGREDIENTE  ================
002956 210-INCLUI-LOTE SECTION.
002957*
002958     PERFORM 230-LOCALIZA-LOTE.
002959*
002960     IF WS-LOT-IND > ZEROS
002961         ADD MOV-QTD TO WS-LOT-SALDO (WS-LOT-IND)
002962     ELSE
002963         IF WS-CONT-LOTES >= 200
002964             ADD 1 TO WS-CONT-ENTR-SEM-LOTE
002965             DISPLAY 'TABELA DE LOTES CHEIA, ENTREGA SEM LOTE: '
002966                     MOVIMENTO-REC
002967         ELSE
002968             ADD 1 TO WS-CONT-LOTES
002969             ADD 1 TO WS-CONT-LOTES-NOVOS
002970             MOVE MOV-INGRED TO WS-LOT-INGRED (WS-CONT-LOTES)
002971             MOVE MOV-LOTE TO WS-LOT-NUMERO (WS-CONT-LOTES)
002972             MOVE WS-DATA-MOVTO TO WS-LOT-ENTRADA (WS-CONT-LOTES)
002973             IF MOV-VALIDADE IS NUMERIC
002974                 MOVE MOV-VALIDADE
002975                     TO WS-LOT-VALIDADE (WS-CONT-LOTES)
002976             ELSE
002977                 MOVE ZEROS TO WS-LOT-VALIDADE (WS-CONT-LOTES)
002978                 DISPLAY 'LOTE SEM VALIDADE: ' MOVIMENTO-REC
002979             END-IF
002980             MOVE MOV-QTD TO WS-LOT-SALDO (WS-CONT-LOTES)
002981         END-IF
002982     END-IF.
002983*
002984 210-EXIT.
002985*
002986*===  BAIXA A PERDA DO LOTE INFORMADO ATE O SALDO DO LOTE  ======
002987*===  (PERDA REPETIDA DO LOTE VENCIDO NAO BAIXA DUAS VEZES);  ===
002988*===  LOTE NAO ABERTO VIRA PERDA COMUM, CONSUMIDA EM FIFO  ======
002989 220-BAIXA-LOTE-PERDA SECTION.
002990*
002991     PERFORM 230-LOCALIZA-LOTE.
002992*
002993     IF WS-LOT-IND = ZEROS
002994         DISPLAY 'LOTE DA PERDA NAO ABERTO, BAIXA EM FIFO: '
002995                 MOVIMENTO-REC
002996         ADD MOV-QTD TO WS-EST-PERDA (WS-EST-IND)
002997     ELSE
002998         IF MOV-QTD > WS-LOT-SALDO (WS-LOT-IND)
002999             MOVE WS-LOT-SALDO (WS-LOT-IND) TO WS-QTD-LOTE
003000             DISPLAY 'PERDA LIMITADA AO SALDO DO LOTE: '
003001                     MOVIMENTO-REC
003002         ELSE
003003             MOVE MOV-QTD TO WS-QTD-LOTE
003004         END-IF
003005         SUBTRACT WS-QTD-LOTE FROM WS-LOT-SALDO (WS-LOT-IND)
003006         ADD WS-QTD-LOTE TO WS-EST-PERDA (WS-EST-IND)
003007         ADD 1 TO WS-CONT-PERDAS-LOTE
003008     END-IF.
003009*
003010 220-EXIT.
003011*
003012*===  LOCALIZA O LOTE MOV-LOTE DO INGREDIENTE MOV-INGRED  =======
003013 230-LOCALIZA-LOTE SECTION.
003014*
003015     MOVE ZEROS TO WS-LOT-IND.
003016     PERFORM 235-COMPARA-LOTE
003017         VARYING IND-LOT FROM 1 BY 1
003018             UNTIL IND-LOT > WS-CONT-LOTES
003019                OR WS-LOT-IND > ZEROS.
003020*
003021 230-EXIT.
003022*
003023 235-COMPARA-LOTE SECTION.
003024*
003025     IF WS-LOT-INGRED (IND-LOT) = MOV-INGRED
003026             AND WS-LOT-NUMERO (IND-LOT) = MOV-LOTE
003027         MOVE IND-LOT TO WS-LOT-IND
003028     END-IF.
003029*
003030 235-EXIT.
003031*
003032*===  CARREGA UM INGREDIENTE DO CADASTRO DE ESTOQUE  ============
003033 300-CARREGA-ESTOQUE SECTION.
003034*
003035     READ ESTFILE
003036         AT END
003040             MOVE 'S' TO WS-FIM-ESTFILE-SW
003050         NOT AT END
003060             PERFORM 310-CARREGA-INGREDIENTE
003270             MOVE EST-NIVEL-REPO
003280                 TO WS-EST-NIVEL (WS-CONT-ESTOQUE)
003290             MOVE 'S' TO WS-EST-CADASTRO-SW (WS-CONT-ESTOQUE)
003292             MOVE EST-FILIAL
003294                 TO WS-EST-FILIAL (WS-CONT-ESTOQUE)
003300         END-IF
003310     END-IF.
003320*
003330 310-EXIT.
003331*
003332*===  CARREGA UM LOTE ABERTO DE LOTEFILE  =======================
003333 320-CARREGA-LOTES SECTION.
003334*
003335     READ LOTEFILE
003336         AT END
003337             MOVE 'S' TO WS-FIM-LOTEFILE-SW
003338         NOT AT END
003339             PERFORM 330-CARREGA-LOTE
003340     END-READ.
003341*
003342 320-EXIT.
003343*
003344 330-CARREGA-LOTE SECTION.
003345*
003346     IF LOT-INGRED = SPACES OR LOT-SALDO NOT NUMERIC
003347             OR LOT-VALIDADE NOT NUMERIC
003348             OR LOT-ENTRADA NOT NUMERIC
003349         DISPLAY 'LOTE INVALIDO IGNORADO: ' LOTE-REC
003350     ELSE
003351         IF WS-CONT-LOTES >= 200
003352             DISPLAY 'TABELA DE LOTES CHEIA, IGNORADO: '
003353                     LOTE-REC
003354         ELSE
003355             ADD 1 TO WS-CONT-LOTES
003356             MOVE LOT-INGRED TO WS-LOT-INGRED (WS-CONT-LOTES)
003357             MOVE LOT-NUMERO TO WS-LOT-NUMERO (WS-CONT-LOTES)
003358             MOVE LOT-ENTRADA TO WS-LOT-ENTRADA (WS-CONT-LOTES)
003359             MOVE LOT-VALIDADE TO WS-LOT-VALIDADE (WS-CONT-LOTES)
003360             MOVE LOT-SALDO TO WS-LOT-SALDO (WS-CONT-LOTES)
003361             MOVE 'A' TO LAN-IMAGEM
003362             PERFORM 460-GRAVA-IMAGEM-LOTE
003363         END-IF
003364     END-IF.
003365*
003366 330-EXIT.
003367*
003368*===  LE O CODIGO DA FILIAL DO SITE (UM REGISTRO SO)  ===========
003369 340-CARREGA-FILIAL SECTION.
003370*
003371     READ FILIAL
003372         AT END
003373             DISPLAY 'FILIAL VAZIO, INGREDIENTE NOVO SEM FILIAL'
003374         NOT AT END
003375             MOVE FIL-CODIGO TO WS-FILIAL-CODIGO
003376     END-READ.
003377*
003378 340-EXIT.
003379*
003380*===  APLICA OS MOVIMENTOS DE UM INGREDIENTE AO SALDO, GRAVA  ===
003381*===  AS LINHAS DO LIVRO E O REGISTRO DO CADASTRO ATUALIZADO  ===
003382 400-ATUALIZA-INGREDIENTE SECTION.
003383*
003390     MOVE WS-EST-SALDO (IND-EST) TO WS-SALDO-CORRENTE.
003400*
003410     IF WS-EST-ENTREGA (IND-EST) > ZEROS
003800         MOVE ZEROS TO WS-SALDO-CORRENTE
003810     END-IF.
003820*
003822     PERFORM 430-CONSOME-LOTES-FIFO.
003824*
003830     MOVE WS-EST-INGRED (IND-EST) TO EST-INGRED.
003840     MOVE WS-SALDO-CORRENTE TO EST-SALDO.
003850     MOVE WS-EST-NIVEL (IND-EST) TO EST-NIVEL-REPO.
003851     IF WS-EST-FILIAL (IND-EST) = SPACES
003852         MOVE WS-FILIAL-CODIGO TO EST-FILIAL
003853     ELSE
003854         MOVE WS-EST-FILIAL (IND-EST) TO EST-FILIAL
003855     END-IF.
003860     MOVE ESTOQUE-REC TO ESTNOVO-REC.
003870     WRITE ESTNOVO-REC.
003880     ADD 1 TO WS-CONT-GRAVADOS.
003900 400-EXIT.
003910*
003920*===  GRAVA UMA LINHA DO LIVRO DE MOVIMENTACAO (O TIPO JA  ======
003930*===  VEM MOVIDO PARA LIV-TIPO PELO CHAMADOR)  ==================
003940 420-GRAVA-LINHA-LIVRO SECTION.
003950*
003960     MOVE WS-DATA-MOVTO TO LIV-DATA.
003990     MOVE WS-SALDO-CORRENTE TO LIV-SALDO.
004000     WRITE LIVRO-REC.
004010     ADD 1 TO WS-CONT-LINHAS-LIVRO.
004011*
004012 420-EXIT.
004013*
004014*===  CONSOME OS LOTES DO INGREDIENTE DO MAIS ANTIGO ATE A  =====
004015*===  SOMA DOS LOTES CABER NO SALDO FINAL. O SALDO SEM LOTE  ====
004016*===  E O MAIS ANTIGO: SO O QUE PASSA DELE BAIXA LOTE  ==========
004017 430-CONSOME-LOTES-FIFO SECTION.
004018*
004019     MOVE ZEROS TO WS-TOT-LOTES.
004020     PERFORM 435-SOMA-LOTE
004021         VARYING IND-LOT FROM 1 BY 1
004022             UNTIL IND-LOT > WS-CONT-LOTES.
004023*
004024     IF WS-TOT-LOTES > WS-SALDO-CORRENTE
004025         COMPUTE WS-EXCESSO-LOTES =
004026             WS-TOT-LOTES - WS-SALDO-CORRENTE
004027         PERFORM 440-CONSOME-LOTE
004028             VARYING IND-LOT FROM 1 BY 1
004029                 UNTIL IND-LOT > WS-CONT-LOTES
004030                    OR WS-EXCESSO-LOTES = ZEROS
004031     END-IF.
004032*
004033 430-EXIT.
004034*
004035 435-SOMA-LOTE SECTION.
004036*
004037     IF WS-LOT-INGRED (IND-LOT) = WS-EST-INGRED (IND-EST)
004038         ADD WS-LOT-SALDO (IND-LOT) TO WS-TOT-LOTES
004039     END-IF.
004040*
004041 435-EXIT.
004042*
004043 440-CONSOME-LOTE SECTION.
004044*
004045     IF WS-LOT-INGRED (IND-LOT) = WS-EST-INGRED (IND-EST)
004046         IF WS-LOT-SALDO (IND-LOT) > WS-EXCESSO-LOTES
004047             SUBTRACT WS-EXCESSO-LOTES FROM WS-LOT-SALDO (IND-LOT)
004048             MOVE ZEROS TO WS-EXCESSO-LOTES
004049         ELSE
004050             SUBTRACT WS-LOT-SALDO (IND-LOT) FROM WS-EXCESSO-LOTES
004051             MOVE ZEROS TO WS-LOT-SALDO (IND-LOT)
004052         END-IF
004053     END-IF.
004054*
004055 440-EXIT.
004056*
004057*===  GRAVA EM LOTENOVO O LOTE QUE AINDA TEM SALDO  =============
004058 450-GRAVA-LOTE SECTION.
004059*
004060     IF WS-LOT-SALDO (IND-LOT) > ZEROS
004061         MOVE WS-LOT-INGRED (IND-LOT) TO LOT-INGRED
004062         MOVE WS-LOT-NUMERO (IND-LOT) TO LOT-NUMERO
004063         MOVE WS-LOT-ENTRADA (IND-LOT) TO LOT-ENTRADA
004064         MOVE WS-LOT-VALIDADE (IND-LOT) TO LOT-VALIDADE
004065         MOVE WS-LOT-SALDO (IND-LOT) TO LOT-SALDO
004066         MOVE LOTE-REC TO LOTENOVO-REC
004067         WRITE LOTENOVO-REC
004068         ADD 1 TO WS-CONT-LOTES-GRAVADOS
004069         MOVE 'D' TO LAN-IMAGEM
004070         PERFORM 460-GRAVA-IMAGEM-LOTE
004071     END-IF.
004072*
004073 450-EXIT.
004074*
004075*===  GRAVA NO LOTEANT A IMAGEM DO LOTE EM LOTE-REC  ============
004076 460-GRAVA-IMAGEM-LOTE SECTION.
004077*
004078     MOVE WS-DATA-MOVTO TO LAN-DATA.
004079     MOVE LOTE-REC TO LAN-LOTE.
004080     WRITE LOTE-ANT-REC.
004081     ADD 1 TO WS-CONT-IMAGENS-LOTE.
004082*
004083 460-EXIT.
004084*
004085*===  ENCERRA: APLICA OS MOVIMENTOS, RELATORIO E FECHAMENTO  ====
004086 9000-FINALIZA SECTION.
004087*
004088     PERFORM 400-ATUALIZA-INGREDIENTE
004090         VARYING IND-EST FROM 1 BY 1
004100             UNTIL IND-EST > WS-CONT-ESTOQUE.
004102*
004104     PERFORM 450-GRAVA-LOTE
004106         VARYING IND-LOT FROM 1 BY 1
004108             UNTIL IND-LOT > WS-CONT-LOTES.
004110*
004120     DISPLAY '================================================'.
004130     DISPLAY 'RELATORIO DE ATUALIZACAO DE ESTOQUE'.
004190     DISPLAY 'SALDOS NEGATIVOS     : ' WS-CONT-NEGATIVOS.
004200     DISPLAY 'LINHAS DO LIVRO      : ' WS-CONT-LINHAS-LIVRO.
004210     DISPLAY 'CADASTRO GRAVADO     : ' WS-CONT-GRAVADOS.
004211     DISPLAY 'LOTES RECEBIDOS      : ' WS-CONT-LOTES-NOVOS.
004212     DISPLAY 'ENTREGAS SEM LOTE    : ' WS-CONT-ENTR-SEM-LOTE.
004213     DISPLAY 'PERDAS POR LOTE      : ' WS-CONT-PERDAS-LOTE.
004214     DISPLAY 'LOTES EM ABERTO      : ' WS-CONT-LOTES-GRAVADOS.
004215     DISPLAY 'IMAGENS DE LOTE      : ' WS-CONT-IMAGENS-LOTE.
004220     DISPLAY '================================================'.
004230*
004240     CLOSE BAIXAOUT.
004260         CLOSE MOVFILE
004270     END-IF.
004280     CLOSE ESTNOVO.
004282     CLOSE LOTENOVO.
004284     CLOSE LOTEANT.
004290     CLOSE LIVROMOV.
004300*
004310 9000-EXIT.
