000320*                 SEM TETO DE LANCAMENTOS, SEM DESCARTE
000330*                 SILENCIOSO EM SABADO CHEIO E SEM VARREDURA
000340*                 QUADRATICA.
000341* 2026-09-10 CLT  FORMA DE PAGAMENTO EM CAIXAFIL (CAIXAREC):
000342*                 LANCAMENTO COM FORMA INVALIDA E IGNORADO E AS
000343*                 LINHAS DE PAGAMENTO DIVIDIDO DO MESMO TICKET
000344*                 SAO SOMADAS ANTES DE CASAR COM A ORDEM, EM VEZ
000345*                 DE A SEGUNDA PARCELA SAIR COMO CAIXA SEM ORDEM.
000346* 2026-09-15 CLT  SAIDAOUT PASSA A 108 POSICOES (GARCOM).
000347* 2026-09-29 CLT  SAIDAOUT A 122 E POSAJU A 65 POSICOES. PREVISTO
000348*                 PELA CONTA DO CLIENTE (LIQUIDO + SERVICO +
000349*                 IMPOSTO); ESTORNO E TRAILER TAMBEM COM OS TRES.
000350* 2026-10-06 CLT  SAIDAOUT A 126 E CAIXAFIL A 25 POS. (FILIAL).
000355*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000670*
000680 FD  SAIDAOUT
000690     RECORDING MODE IS F
000700     RECORD CONTAINS 126 CHARACTERS
000710     LABEL RECORDS ARE STANDARD.
000720     COPY SAIDREC.
000730*
000740 FD  CAIXAFIL
000750     RECORDING MODE IS F
000760     RECORD CONTAINS 25 CHARACTERS
000770     LABEL RECORDS ARE STANDARD.
000780     COPY CAIXAREC.
000790*
000800 FD  POSAJU
000810     RECORDING MODE IS F
000820     RECORD CONTAINS 65 CHARACTERS
000830     LABEL RECORDS ARE STANDARD.
000840     COPY AJUREC.
000850*
000860*    SAIDAOUT DE DETALHE CLASSIFICADA POR TICKET (SEM TRAILER).
000870 FD  SAIDASRT
000880     RECORDING MODE IS F
000890     RECORD CONTAINS 126 CHARACTERS
000900     LABEL RECORDS ARE STANDARD.
000910 01  SRT-SAIDA-REG.
000920     05  SRT-SAI-PERIODO     PIC X(07).
000970     05  SRT-SAI-MESA        PIC 9(03).
000980     05  SRT-SAI-DATA        PIC 9(08).
000990     05  SRT-SAI-DESCONTO    PIC 9(05)V99.
000995     05  SRT-SAI-GARCOM      PIC X(04).
000996     05  SRT-SAI-SERVICO     PIC 9(05)V99.
000997     05  SRT-SAI-IMPOSTO     PIC 9(05)V99.
000998     05  SRT-SAI-FILIAL      PIC X(04).
001000*
001010*    FECHAMENTO DO CAIXA CLASSIFICADO POR TICKET.
001020 FD  CAIXASRT
001030     RECORDING MODE IS F
001040     RECORD CONTAINS 25 CHARACTERS
001050     LABEL RECORDS ARE STANDARD.
001060 01  SRT-CAIXA-REG.
001070     05  SRT-CXA-TICKET      PIC 9(06).
001080     05  SRT-CXA-PERIODO     PIC X(07).
001090     05  SRT-CXA-VALOR       PIC 9(05)V99.
001095     05  SRT-CXA-FORMA       PIC X(01).
001097     05  SRT-CXA-FILIAL      PIC X(04).
001100*
001110*    AJUSTES DE ESTORNO CLASSIFICADOS POR TICKET.
001120 FD  ESTOSRT
001130     RECORDING MODE IS F
001140     RECORD CONTAINS 65 CHARACTERS
001150     LABEL RECORDS ARE STANDARD.
001160 01  SRT-ESTORNO-REG.
001170     05  SRT-AJU-TICKET      PIC 9(06).
001180     05  FILLER              PIC X(59).
001190*
001200 SD  SORTWK1.
001210 01  SW1-REG.
001220     05  FILLER              PIC X(80).
001230     05  SW1-TICKET          PIC 9(06).
001240     05  FILLER              PIC X(40).
001250*
001260 SD  SORTWK2.
001270 01  SW2-REG.
001280     05  SW2-TICKET          PIC 9(06).
001290     05  FILLER              PIC X(19).
001300*
001310 SD  SORTWK3.
001320 01  SW3-REG.
001330     05  SW3-TICKET          PIC 9(06).
001340     05  FILLER              PIC X(59).
001350*
001360 WORKING-STORAGE SECTION.
001370*
001500 77  WS-CONT-ESTORNOS        PIC 9(06) VALUE ZEROS.
001510 77  WS-CONT-CANCELADAS      PIC 9(06) VALUE ZEROS.
001520 77  WS-PREVISTO-LIQ         PIC S9(09)V99 VALUE ZEROS.
001521 77  WS-CONT-DIVIDIDOS       PIC 9(06) VALUE ZEROS.
001522 77  WS-SPT-SERVICO          PIC 9(09)V99 VALUE ZEROS.
001523 77  WS-SPT-IMPOSTO          PIC 9(09)V99 VALUE ZEROS.
001524 77  WS-SERVICO-ACUM         PIC 9(09)V99 VALUE ZEROS.
001525 77  WS-IMPOSTO-ACUM         PIC 9(09)V99 VALUE ZEROS.
001526*
001527*    CONTA DO CLIENTE NA ORDEM CORRENTE: LIQUIDO DAS PROMOCOES
001528*    MAIS SERVICO E IMPOSTO, QUE E O QUE O CAIXA RECEBE.
001529 77  WS-CONTA-ORDEM          PIC 9(07)V99 VALUE ZEROS.
001530*
001531*    SOMA DAS LINHAS DE CAIXA DO TICKET CORRENTE (PAGAMENTO
001532*    DIVIDIDO) E QUANTIDADE DE LINHAS SOMADAS.
001533 77  WS-CXA-VALOR-TICKET     PIC 9(07)V99 VALUE ZEROS.
001534 77  WS-CXA-PARCELAS         PIC 9(03) VALUE ZEROS.
001535*
001540*    CHAVES DE LEITURA PAREADA; HIGH-VALUES MARCA O FIM DO
001550*    ARQUIVO CORRESPONDENTE.
001560 77  WS-CHAVE-SAIDA          PIC X(06) VALUE HIGH-VALUES.
001570 77  WS-CHAVE-CAIXA          PIC X(06) VALUE HIGH-VALUES.
001575 77  WS-CHAVE-PROX-CAIXA     PIC X(06) VALUE HIGH-VALUES.
001580 77  WS-CHAVE-ESTORNO        PIC X(06) VALUE HIGH-VALUES.
001590*
001600 01  WS-SWITCHES.
002500                 MOVE 'S' TO WS-TRAILER-LIDO-SW
002510                 MOVE SPT-QTD-REGISTROS TO WS-SPT-QTD
002520                 MOVE SPT-VALOR-TOTAL   TO WS-SPT-VALOR
002522                 MOVE SPT-SERVICO-TOTAL TO WS-SPT-SERVICO
002524                 MOVE SPT-IMPOSTO-TOTAL TO WS-SPT-IMPOSTO
002530             ELSE
002540                 ADD 1 TO WS-CONT-DETALHES
002550                 ADD SPR-VALOR-TOTAL TO WS-VALOR-ACUM
002552                 ADD SPR-SERVICO TO WS-SERVICO-ACUM
002554                 ADD SPR-IMPOSTO TO WS-IMPOSTO-ACUM
002560                 MOVE SAIDA-POS-REC TO SW1-REG
002570                 RELEASE SW1-REG
002580             END-IF
002880         NOT AT END
002890             IF CXA-TICKET NOT NUMERIC
002900                     OR CXA-VALOR NOT NUMERIC
002905                     OR NOT CXA-FORMA-VALIDA
002910                 DISPLAY 'LANCAMENTO DE CAIXA INVALIDO '
002920                         'IGNORADO: ' CAIXA-REC
002930             ELSE
003550         NOT AT END
003560             IF AJU-TICKET NOT NUMERIC
003570                     OR AJU-VALOR NOT NUMERIC
003572                     OR AJU-SERVICO NOT NUMERIC
003574                     OR AJU-IMPOSTO NOT NUMERIC
003580                 DISPLAY 'AJUSTE DE ESTORNO INVALIDO IGNORADO: '
003590                         AJUSTE-POS-REC
003600             ELSE
003670*
003680 3500-EXIT.
003690*
003700*===  ABATE A CONTA ESTORNADA (LIQUIDO, SERVICO E IMPOSTO)  =====
003705*===  DO PREVISTO DO PERIODO  ===================================
003710 360-ACUMULA-ESTORNO SECTION.
003720*
003730     IF AJU-PERIODO = 'MORNING'
003740         SUBTRACT AJU-VALOR AJU-SERVICO AJU-IMPOSTO
003745             FROM WS-TOT-ESTORNO (1)
003750     ELSE
003760         IF AJU-PERIODO = 'LUNCH'
003770             SUBTRACT AJU-VALOR AJU-SERVICO AJU-IMPOSTO
003775                 FROM WS-TOT-ESTORNO (2)
003780         ELSE
003790             IF AJU-PERIODO = 'NIGHT'
003800                 SUBTRACT AJU-VALOR AJU-SERVICO AJU-IMPOSTO
003805                     FROM WS-TOT-ESTORNO (3)
003810             ELSE
003820                 DISPLAY 'ESTORNO COM PERIODO INVALIDO: '
003830                         AJUSTE-POS-REC
004010*
004020     PERFORM 2100-LER-SAIDASRT.
004030     PERFORM 2200-LER-CAIXASRT.
004035     PERFORM 2400-AGRUPA-CAIXA.
004040     IF NOT WS-FIM-ESTOSRT
004050         PERFORM 2300-LER-ESTOSRT
004060     END-IF.
004160     ELSE
004170         IF WS-CHAVE-SAIDA > WS-CHAVE-CAIXA
004180             PERFORM 500-TRATA-CAIXA-SEM-ORDEM
004190             PERFORM 2400-AGRUPA-CAIXA
004200         ELSE
004210             PERFORM 600-CONFERE-LANCAMENTO
004220             PERFORM 2100-LER-SAIDASRT
004230             PERFORM 2400-AGRUPA-CAIXA
004240         END-IF
004250     END-IF.
004260*
004440*
004450     READ CAIXASRT
004460         AT END
004480             MOVE HIGH-VALUES TO WS-CHAVE-PROX-CAIXA
004490         NOT AT END
004500             MOVE SRT-CXA-TICKET TO WS-CHAVE-PROX-CAIXA
004510     END-READ.
004520*
004530 2200-EXIT.
004531*
004532*===  MONTA O PROXIMO TICKET DO CAIXA SOMANDO AS LINHAS DE  =====
004533*===  PAGAMENTO DIVIDIDO; O FIM E MARCADO QUANDO NAO HA MAIS  ====
004534 2400-AGRUPA-CAIXA SECTION.
004535*
004536     MOVE WS-CHAVE-PROX-CAIXA TO WS-CHAVE-CAIXA.
004537     MOVE ZEROS TO WS-CXA-VALOR-TICKET.
004538     MOVE ZEROS TO WS-CXA-PARCELAS.
004539*
004540     IF WS-CHAVE-CAIXA = HIGH-VALUES
004541         MOVE 'S' TO WS-FIM-CAIXASRT-SW
004542     ELSE
004543         PERFORM 2410-SOMA-PARCELA
004544             UNTIL WS-CHAVE-PROX-CAIXA NOT = WS-CHAVE-CAIXA
004545         IF WS-CXA-PARCELAS > 1
004546             ADD 1 TO WS-CONT-DIVIDIDOS
004547         END-IF
004548     END-IF.
004549*
004550 2400-EXIT.
004551*
004552 2410-SOMA-PARCELA SECTION.
004553*
004554     ADD SRT-CXA-VALOR TO WS-CXA-VALOR-TICKET.
004555     ADD 1 TO WS-CXA-PARCELAS.
004556     PERFORM 2200-LER-CAIXASRT.
004557*
004558 2410-EXIT.
004560*
004562*===  LE O PROXIMO AJUSTE DE ESTORNO CLASSIFICADO  ==============
004564 2300-LER-ESTOSRT SECTION.
004570*
004580     READ ESTOSRT
004590         AT END
004840*
004850 150-EXIT.
004860*
004870*===  ACUMULA O PREVISTO DO PERIODO DA ORDEM CORRENTE, PELA  ====
004875*===  CONTA DO CLIENTE (LIQUIDO + SERVICO + IMPOSTO)  ===========
004880 410-ACUMULA-PREVISTO SECTION.
004890*
004895     COMPUTE WS-CONTA-ORDEM = SRT-SAI-VALOR
004896         + SRT-SAI-SERVICO + SRT-SAI-IMPOSTO.
004897*
004900     PERFORM 150-DEFINE-PERIODO.
004910     IF IND1 > ZEROS
004920         ADD WS-CONTA-ORDEM TO WS-TOT-PREVISTO (IND1)
004930     ELSE
004940         DISPLAY 'SAIDA COM PERIODO INVALIDO: '
004950                 SRT-SAI-PERIODO
005130                 SRT-SAI-TICKET ' ESTORNADA, SEM CAIXA'
005140     ELSE
005150         ADD 1 TO WS-CONT-EXCECOES
005160         MOVE WS-CONTA-ORDEM TO WS-VALOR-EDIT
005170         DISPLAY 'EXCECAO ORDEM SEM CAIXA   TICKET '
005180                 SRT-SAI-TICKET ' VALOR ' WS-VALOR-EDIT
005190     END-IF.
005240 500-TRATA-CAIXA-SEM-ORDEM SECTION.
005250*
005260     ADD 1 TO WS-CONT-EXCECOES.
005270     MOVE WS-CXA-VALOR-TICKET TO WS-VALOR-EDIT.
005280     DISPLAY 'EXCECAO CAIXA SEM ORDEM   TICKET '
005290             WS-CHAVE-CAIXA ' VALOR ' WS-VALOR-EDIT.
005300*
005310 500-EXIT.
005320*
005360     PERFORM 410-ACUMULA-PREVISTO.
005370*
005380     COMPUTE WS-DIFERENCA =
005390         WS-CXA-VALOR-TICKET - WS-CONTA-ORDEM.
005400*
005410     IF WS-DIFERENCA > WS-TOLERANCIA
005420             OR WS-DIFERENCA < ZEROS - WS-TOLERANCIA
005880     ELSE
005890         IF WS-SPT-QTD NOT = WS-CONT-DETALHES
005900                 OR WS-SPT-VALOR NOT = WS-VALOR-ACUM
005902                 OR WS-SPT-SERVICO NOT = WS-SERVICO-ACUM
005904                 OR WS-SPT-IMPOSTO NOT = WS-IMPOSTO-ACUM
005910             DISPLAY 'TRAILER NAO CONFERE - FEED INCOMPLETO'
005920             MOVE 8 TO RETURN-CODE
005930         END-IF
006100     DISPLAY 'ORDENS CONCILIADAS   : ' WS-CONT-DETALHES.
006110     DISPLAY 'ORDENS CANCELADAS    : ' WS-CONT-CANCELADAS.
006120     DISPLAY 'LANCAMENTOS DO CAIXA : ' WS-CONT-LANCAMENTOS.
006125     DISPLAY 'PAGAMENTOS DIVIDIDOS : ' WS-CONT-DIVIDIDOS.
006126     MOVE WS-SERVICO-ACUM TO WS-VALOR-EDIT.
006127     DISPLAY 'SERVICO DO LOTE      : ' WS-VALOR-EDIT.
006128     MOVE WS-IMPOSTO-ACUM TO WS-VALOR-EDIT.
006129     DISPLAY 'IMPOSTO DO LOTE      : ' WS-VALOR-EDIT.
006130     DISPLAY 'EXCECOES APONTADAS   : ' WS-CONT-EXCECOES.
006140     DISPLAY '================================================'.
006150*
