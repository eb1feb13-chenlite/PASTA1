000010*================================================================
000020* RESTAURANT ORDER APP - LACUNAS NA NUMERACAO DE TICKETS
000030*================================================================
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.       RELSEQ.
000060 AUTHOR.           CHEN LI TE.
000070 INSTALLATION.     RESTAURANT OPERATIONS.
000080 DATE-WRITTEN.     08/09/2026.
000090 DATE-COMPILED.
000100*
000110* HISTORICO DE ALTERACOES
000120* ------------------------------------------------------------
000130* 2026-09-08 CLT  PROGRAMA ORIGINAL - PARA A DATA DE MOVIMENTO
000140*                 INFORMADA (AAAAMMDD, PADRAO DIA CORRENTE),
000150*                 CLASSIFICA POR PERIODO E TICKET OS TICKETS
000160*                 ACEITOS NO CADASTRO (TICKREG) E RELACIONA OS
000170*                 NUMEROS QUE FALTAM ENTRE O PRIMEIRO E O ULTIMO
000180*                 TICKET DE CADA PERIODO, PARA O GERENTE DO
000190*                 TURNO COBRAR CARTOES PERDIDOS OU NAO LANCADOS.
000200*                 NUMERO FALTANTE QUE ESTA EM CARDREJ NA MESMA
000210*                 DATA SAI MARCADO COMO REJEITADO (AGUARDA
000220*                 CORRECAO), NAO COMO PERDIDO. FAIXA GRANDE DE
000230*                 FALTANTES SAI EM UMA LINHA SO.
000231* 2026-09-15 CLT  CARDREJ PASSA A 72 POSICOES (GARCOM NO CARTAO).
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT TICKREG
000290         ASSIGN TO "TICKREG"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-TICKREG-STATUS.
000320     SELECT CARDREJ
000330         ASSIGN TO "CARDREJ"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-CARDREJ-STATUS.
000360     SELECT TKTSRT
000370         ASSIGN TO "TKTSRT"
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT SORTWK1
000400         ASSIGN TO "SORTWK1".
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000440*
000450 FD  TICKREG
000460     RECORDING MODE IS F
000470     RECORD CONTAINS 24 CHARACTERS
000480     LABEL RECORDS ARE STANDARD.
000490     COPY TKTREC.
000500*
000510 FD  CARDREJ
000520     RECORDING MODE IS F
000530     RECORD CONTAINS 72 CHARACTERS
000540     LABEL RECORDS ARE STANDARD.
000550     COPY CARTREJ.
000560*
000570*    TICKETS DA DATA CLASSIFICADOS POR PERIODO E TICKET.
000580 FD  TKTSRT
000590     RECORDING MODE IS F
000600     RECORD CONTAINS 10 CHARACTERS
000610     LABEL RECORDS ARE STANDARD.
000620 01  SRT-TICKET-REG.
000630     05  SRT-TKT-IND1        PIC 9(01).
000640     05  SRT-TKT-TICKET      PIC 9(06).
000650     05  SRT-TKT-MESA        PIC 9(03).
000660*
000670 SD  SORTWK1.
000680 01  SW1-REG.
000690     05  SW1-IND1            PIC 9(01).
000700     05  SW1-TICKET          PIC 9(06).
000710     05  SW1-MESA            PIC 9(03).
000720*
000730 WORKING-STORAGE SECTION.
000740*
000750 77  IND1                    PIC 9(01) VALUE ZEROS.
000760 77  IND-REJ                 PIC 9(03) VALUE ZEROS.
000770 77  WS-ACHA-IND             PIC 9(03) VALUE ZEROS.
000780 77  WS-CONT-REGISTROS       PIC 9(06) VALUE ZEROS.
000790 77  WS-CONT-DA-DATA         PIC 9(06) VALUE ZEROS.
000800 77  WS-CONT-REJEITOS        PIC 9(03) VALUE ZEROS.
000810 77  WS-CONT-FALTANTES       PIC 9(06) VALUE ZEROS.
000820 77  WS-CONT-EM-CARDREJ      PIC 9(06) VALUE ZEROS.
000830 77  WS-CONT-REPETIDOS       PIC 9(06) VALUE ZEROS.
000840 77  WS-TICKREG-STATUS       PIC X(02) VALUE ZEROS.
000850 77  WS-CARDREJ-STATUS       PIC X(02) VALUE ZEROS.
000860 77  WS-DATA-ALVO            PIC 9(08) VALUE ZEROS.
000870 77  WS-PARM                 PIC X(08) VALUE SPACES.
000880 77  WS-IND1-ATUAL           PIC 9(01) VALUE ZEROS.
000890 77  WS-TICKET-ANT           PIC 9(06) VALUE ZEROS.
000900 77  WS-FALTA-INI            PIC 9(06) VALUE ZEROS.
000910 77  WS-FALTA-FIM            PIC 9(06) VALUE ZEROS.
000920 77  WS-FALTA-QTD            PIC 9(06) VALUE ZEROS.
000930 77  WS-FALTA-TKT            PIC 9(06) VALUE ZEROS.
000940*    FAIXA COM MAIS FALTANTES QUE ISTO SAI EM UMA LINHA SO
000950 77  WS-MAX-LISTA            PIC 9(03) VALUE 020.
000960*
000970 01  WS-SWITCHES.
000980     05  WS-FIM-TICKREG-SW        PIC X(01) VALUE 'N'.
000990         88  WS-FIM-TICKREG                 VALUE 'S'.
001000     05  WS-FIM-CARDREJ-SW        PIC X(01) VALUE 'N'.
001010         88  WS-FIM-CARDREJ                 VALUE 'S'.
001020     05  WS-FIM-TKTSRT-SW         PIC X(01) VALUE 'N'.
001030         88  WS-FIM-TKTSRT                  VALUE 'S'.
001040     05  WS-SEM-CADASTRO-SW       PIC X(01) VALUE 'N'.
001050         88  WS-SEM-CADASTRO                VALUE 'S'.
001060*
001070 01  WS-PERIODO-NOMES.
001080     05  FILLER                   PIC X(07) VALUE 'MORNING'.
001090     05  FILLER                   PIC X(07) VALUE 'LUNCH'.
001100     05  FILLER                   PIC X(07) VALUE 'NIGHT'.
001110 01  WS-PERIODO-NOMES-TAB REDEFINES WS-PERIODO-NOMES.
001120     05  WS-PERIODO-NOME OCCURS 3 TIMES PIC X(07).
001130*
001140*    RESUMO DE CADA PERIODO: PRIMEIRO E ULTIMO TICKET, ACEITOS
001150*    E FALTANTES NA FAIXA.
001160 01  WS-TOTAIS-PERIODO.
001170     05  WS-TOT-PERIODO OCCURS 3 TIMES.
001180         10  WS-TOT-PRIMEIRO PIC 9(06).
001190         10  WS-TOT-ULTIMO   PIC 9(06).
001200         10  WS-TOT-ACEITOS  PIC 9(06).
001210         10  WS-TOT-FALTAS   PIC 9(06).
001220*
001230*    TICKETS RECUSADOS NA DATA (CARDREJ), PARA SEPARAR O
001240*    FALTANTE QUE AGUARDA CORRECAO DO FALTANTE PERDIDO.
001250 01  WS-TABELA-REJEITOS.
001260     05  WS-REJ-TICKET OCCURS 500 TIMES PIC 9(06).
001270*
001280 PROCEDURE DIVISION.
001290*
001300*===  LACO PRINCIPAL DO RELATORIO DE LACUNAS  ===================
001310 0000-MAINLINE SECTION.
001320*
001330     PERFORM 1000-INICIALIZA.
001340*
001350     IF NOT WS-SEM-CADASTRO
001360         PERFORM 1100-CLASSIFICA-TICKETS
001370         OPEN INPUT TKTSRT
001380         PERFORM 2100-LER-TKTSRT
001390         PERFORM 2000-TRATA-TICKET
001400             UNTIL WS-FIM-TKTSRT
001410         CLOSE TKTSRT
001420     END-IF.
001430*
001440     PERFORM 9000-FINALIZA.
001450*
001460     STOP RUN.
001470*
001480 0000-EXIT.
001490*
001500*===  TRATA A DATA E CARREGA OS TICKETS RECUSADOS DA DATA  ======
001510 1000-INICIALIZA SECTION.
001520*
001530     INITIALIZE WS-TOTAIS-PERIODO.
001540     INITIALIZE WS-TABELA-REJEITOS.
001550*
001560     ACCEPT WS-PARM FROM COMMAND-LINE.
001570     IF WS-PARM (1:8) IS NUMERIC
001580         MOVE WS-PARM (1:8) TO WS-DATA-ALVO
001590     ELSE
001600         ACCEPT WS-DATA-ALVO FROM DATE YYYYMMDD
001610     END-IF.
001620*
001630     DISPLAY 'LACUNAS NA NUMERACAO DE TICKETS DA DATA '
001640             WS-DATA-ALVO.
001650*
001660     OPEN INPUT TICKREG.
001670     IF WS-TICKREG-STATUS = '35'
001680         DISPLAY 'TICKREG AUSENTE, NENHUM TICKET REGISTRADO'
001690         MOVE 'S' TO WS-SEM-CADASTRO-SW
001700     ELSE
001710         CLOSE TICKREG
001720     END-IF.
001730*
001740     OPEN INPUT CARDREJ.
001750     IF WS-CARDREJ-STATUS = '35'
001760         DISPLAY 'CARDREJ AUSENTE, FALTANTES SEM REJEITOS'
001770     ELSE
001780         PERFORM 300-CARREGA-REJEITOS
001790             UNTIL WS-FIM-CARDREJ
001800         CLOSE CARDREJ
001810     END-IF.
001820*
001830 1000-EXIT.
001840*
001850*===  CLASSIFICA OS TICKETS DA DATA POR PERIODO E TICKET  =======
001860 1100-CLASSIFICA-TICKETS SECTION.
001870*
001880     SORT SORTWK1
001890         ON ASCENDING KEY SW1-IND1 SW1-TICKET
001900         INPUT PROCEDURE IS 3000-SELECIONA-TICKETS
001910         GIVING TKTSRT.
001920*
001930 1100-EXIT.
001940*
001950 3000-SELECIONA-TICKETS SECTION.
001960*
001970     OPEN INPUT TICKREG.
001980     PERFORM 3100-LIBERA-TICKET
001990         UNTIL WS-FIM-TICKREG.
002000     CLOSE TICKREG.
002010*
002020 3000-EXIT.
002030*
002040 3100-LIBERA-TICKET SECTION.
002050*
002060     READ TICKREG
002070         AT END
002080             MOVE 'S' TO WS-FIM-TICKREG-SW
002090         NOT AT END
002100             ADD 1 TO WS-CONT-REGISTROS
002110             IF TKR-DATA IS NUMERIC AND TKR-TICKET IS NUMERIC
002120                     AND TKR-DATA = WS-DATA-ALVO
002130                 PERFORM 150-DEFINE-PERIODO
002140                 IF IND1 = ZEROS
002150                     DISPLAY 'TICKET COM PERIODO INVALIDO: '
002160                             TICKET-REG-REC
002170                 ELSE
002180                     ADD 1 TO WS-CONT-DA-DATA
002190                     MOVE IND1       TO SW1-IND1
002200                     MOVE TKR-TICKET TO SW1-TICKET
002210                     MOVE TKR-MESA   TO SW1-MESA
002220                     RELEASE SW1-REG
002230                 END-IF
002240             END-IF
002250     END-READ.
002260*
002270 3100-EXIT.
002280*
002290*===  TRATA UM TICKET CLASSIFICADO: ABRE O PERIODO NA  ==========
002300*===  PRIMEIRA OCORRENCIA E APONTA A LACUNA ATE O ANTERIOR  ======
002310 2000-TRATA-TICKET SECTION.
002320*
002330     IF SRT-TKT-IND1 NOT = WS-IND1-ATUAL
002340         MOVE SRT-TKT-IND1 TO WS-IND1-ATUAL
002350         MOVE SRT-TKT-TICKET
002360             TO WS-TOT-PRIMEIRO (WS-IND1-ATUAL)
002370         DISPLAY '----------------------------------------'
002380         DISPLAY WS-PERIODO-NOME (WS-IND1-ATUAL)
002390     ELSE
002400         IF SRT-TKT-TICKET = WS-TICKET-ANT
002410             ADD 1 TO WS-CONT-REPETIDOS
002420             DISPLAY '  TICKET ' SRT-TKT-TICKET
002430                     ' REPETIDO NO CADASTRO'
002440         ELSE
002450             IF SRT-TKT-TICKET > WS-TICKET-ANT + 1
002460                 COMPUTE WS-FALTA-INI = WS-TICKET-ANT + 1
002470                 COMPUTE WS-FALTA-FIM = SRT-TKT-TICKET - 1
002480                 PERFORM 400-APONTA-LACUNA
002490             END-IF
002500         END-IF
002510     END-IF.
002520*
002530     IF SRT-TKT-TICKET NOT = WS-TICKET-ANT
002540         ADD 1 TO WS-TOT-ACEITOS (WS-IND1-ATUAL)
002550     END-IF.
002560     MOVE SRT-TKT-TICKET TO WS-TOT-ULTIMO (WS-IND1-ATUAL).
002570     MOVE SRT-TKT-TICKET TO WS-TICKET-ANT.
002580*
002590     PERFORM 2100-LER-TKTSRT.
002600*
002610 2000-EXIT.
002620*
002630*===  LE O PROXIMO TICKET CLASSIFICADO  =========================
002640 2100-LER-TKTSRT SECTION.
002650*
002660     READ TKTSRT
002670         AT END
002680             MOVE 'S' TO WS-FIM-TKTSRT-SW
002690     END-READ.
002700*
002710 2100-EXIT.
002720*
002730*===  DEFINE O INDICE DO PERIODO DO TICKET (0 = INVALIDO)  ======
002740 150-DEFINE-PERIODO SECTION.
002750*
002760     IF TKR-PERIODO = 'MORNING'
002770         MOVE 1 TO IND1
002780     ELSE
002790         IF TKR-PERIODO = 'LUNCH'
002800             MOVE 2 TO IND1
002810         ELSE
002820             IF TKR-PERIODO = 'NIGHT'
002830                 MOVE 3 TO IND1
002840             ELSE
002850                 MOVE ZEROS TO IND1
002860             END-IF
002870         END-IF
002880     END-IF.
002890*
002900 150-EXIT.
002910*
002920*===  CARREGA OS TICKETS RECUSADOS NA DATA, SEM OS AVISOS DE  ===
002930*===  HORARIO LIMITROFE, QUE NAO SAO RECUSA  =====================
002940 300-CARREGA-REJEITOS SECTION.
002950*
002960     READ CARDREJ
002970         AT END
002980             MOVE 'S' TO WS-FIM-CARDREJ-SW
002990         NOT AT END
003000             IF CCR-TICKET IS NUMERIC AND CCR-DATA IS NUMERIC
003010                     AND CCR-DATA = WS-DATA-ALVO
003020                     AND CCR-MOTIVO NOT = 'PERIODO LIMITROFE'
003030                 PERFORM 310-GUARDA-REJEITO
003040             END-IF
003050     END-READ.
003060*
003070 300-EXIT.
003080*
003090 310-GUARDA-REJEITO SECTION.
003100*
003110     IF WS-CONT-REJEITOS >= 500
003120         DISPLAY 'TABELA DE REJEITOS CHEIA, IGNORADO: '
003130                 CCR-TICKET
003140     ELSE
003150         ADD 1 TO WS-CONT-REJEITOS
003160         MOVE CCR-TICKET TO WS-REJ-TICKET (WS-CONT-REJEITOS)
003170     END-IF.
003180*
003190 310-EXIT.
003200*
003210*===  APONTA A LACUNA WS-FALTA-INI A WS-FALTA-FIM: UM TICKET  ===
003220*===  POR LINHA, OU A FAIXA INTEIRA QUANDO FOR GRANDE  ===========
003230 400-APONTA-LACUNA SECTION.
003240*
003250     COMPUTE WS-FALTA-QTD = WS-FALTA-FIM - WS-FALTA-INI + 1.
003260     ADD WS-FALTA-QTD TO WS-TOT-FALTAS (WS-IND1-ATUAL).
003270     ADD WS-FALTA-QTD TO WS-CONT-FALTANTES.
003280*
003290     IF WS-FALTA-QTD > WS-MAX-LISTA
003300         DISPLAY '  FALTAM OS TICKETS ' WS-FALTA-INI
003310                 ' A ' WS-FALTA-FIM
003320                 ' (' WS-FALTA-QTD ' TICKETS)'
003330     ELSE
003340         PERFORM 410-APONTA-FALTANTE
003350             VARYING WS-FALTA-TKT FROM WS-FALTA-INI BY 1
003360                 UNTIL WS-FALTA-TKT > WS-FALTA-FIM
003370     END-IF.
003380*
003390 400-EXIT.
003400*
003410 410-APONTA-FALTANTE SECTION.
003420*
003430     MOVE ZEROS TO WS-ACHA-IND.
003440     PERFORM 420-COMPARA-REJEITO
003450         VARYING IND-REJ FROM 1 BY 1
003460             UNTIL IND-REJ > WS-CONT-REJEITOS
003470                OR WS-ACHA-IND > ZEROS.
003480*
003490     IF WS-ACHA-IND > ZEROS
003500         ADD 1 TO WS-CONT-EM-CARDREJ
003510         DISPLAY '  FALTA O TICKET ' WS-FALTA-TKT
003520                 ' - REJEITADO, AGUARDA CORRECAO'
003530     ELSE
003540         DISPLAY '  FALTA O TICKET ' WS-FALTA-TKT
003550                 ' - NAO LANCADO OU PERDIDO'
003560     END-IF.
003570*
003580 410-EXIT.
003590*
003600 420-COMPARA-REJEITO SECTION.
003610*
003620     IF WS-REJ-TICKET (IND-REJ) = WS-FALTA-TKT
003630         MOVE IND-REJ TO WS-ACHA-IND
003640     END-IF.
003650*
003660 420-EXIT.
003670*
003680*===  IMPRIME O RESUMO DE UM PERIODO  ===========================
003690 920-IMPRIME-PERIODO SECTION.
003700*
003710     IF WS-TOT-ACEITOS (IND1) = ZEROS
003720         DISPLAY WS-PERIODO-NOME (IND1)
003730                 ' SEM TICKETS REGISTRADOS'
003740     ELSE
003750         DISPLAY WS-PERIODO-NOME (IND1)
003760                 ' FAIXA ' WS-TOT-PRIMEIRO (IND1)
003770                 ' A ' WS-TOT-ULTIMO (IND1)
003780                 ' ACEITOS ' WS-TOT-ACEITOS (IND1)
003790                 ' FALTANTES ' WS-TOT-FALTAS (IND1)
003800     END-IF.
003810*
003820 920-EXIT.
003830*
003840*===  ENCERRA: RESUMO POR PERIODO E TOTAIS DO DIA  ==============
003850 9000-FINALIZA SECTION.
003860*
003870     DISPLAY '================================================'.
003880     DISPLAY 'RELATORIO DE LACUNAS NA NUMERACAO DE TICKETS'.
003890     DISPLAY 'DATA DO MOVIMENTO    : ' WS-DATA-ALVO.
003900     DISPLAY '================================================'.
003910*
003920     PERFORM 920-IMPRIME-PERIODO
003930         VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 3.
003940*
003950     DISPLAY '------------------------------------------------'.
003960     DISPLAY 'REGISTROS DO CADASTRO: ' WS-CONT-REGISTROS.
003970     DISPLAY 'TICKETS DA DATA      : ' WS-CONT-DA-DATA.
003980     DISPLAY 'TICKETS FALTANTES    : ' WS-CONT-FALTANTES.
003990     DISPLAY 'FALTANTES EM CARDREJ : ' WS-CONT-EM-CARDREJ.
004000     DISPLAY 'REPETIDOS NO CADASTRO: ' WS-CONT-REPETIDOS.
004010     DISPLAY '================================================'.
004020*
004030 9000-EXIT.
004040*
004050************* FIM ****************
