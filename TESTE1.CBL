000440*                 JANFILE, COM PADRAO INTERNO). FORA DA JANELA
000450*                 REJEITA; DENTRO DE DUAS JANELAS GRAVA AVISO
000460*                 PERIODO LIMITROFE EM CARDREJ SEM REJEITAR.
000461* 2026-09-08 CLT  CADASTRO PERMANENTE DOS TICKETS ACEITOS
000462*                 (TICKREG), CHAVEADO POR TICKET E DATA DO
000463*                 MOVIMENTO: TICKET JA REGISTRADO, NESTE LOTE OU
000464*                 EM DATA ANTERIOR, VAI PARA CARDREJ COMO TICKET
000465*                 DUPLICADO. OS TICKETS DO LOTE SAO ANEXADOS AO
000466*                 CADASTRO NO ENCERRAMENTO; NO RESTART OS JA
000467*                 GRAVADOS EM SAIDAOUT VOLTAM PARA A TABELA.
000468* 2026-09-15 CLT  CODIGO DO GARCOM (CC-GARCOM) NO CARTAO,
000469*                 VALIDADO CONTRA O CADASTRO DE FUNCIONARIOS
000470*                 (FUNCFILE): BRANCO, NAO CADASTRADO OU DESLIGADO
000471*                 VAI PARA CARDREJ COMO GARCOM INVALIDO. O GARCOM
000472*                 SEGUE PARA SAIDAOUT E O HISTVEN PASSA A SER
000473*                 GRAVADO POR DATA/PERIODO/PRATO/GARCOM.
000474* 2026-09-29 CLT  SERVICO POR PERIODO E IMPOSTO POR CATEGORIA DE
000475*                 PRATO (TAXFILE, COM VIGENCIA) SOBRE O LIQUIDO
000476*                 APOS AS PROMOCOES, RATEADOS POR PRATO. SAIDAOUT,
000477*                 TRAILER E HISTVEN TRAZEM LIQUIDO, SERVICO E
000478*                 IMPOSTO SEPARADOS. PROMFILE E TAXFILE PASSAM A
000479*                 SER CARREGADOS ANTES DO RESTART.
000480* 2026-10-06 CLT  SAIDAOUT, TRAILER E HISTVEN CARIMBADOS COM A
000481*                 FILIAL DO SITE (ARQUIVO FILIAL, OPCIONAL); O
000482*                 TRAILER TRAZ TAMBEM A DATA DO LOTE, PARA A
000483*                 CONSOLIDACAO DA MATRIZ. SAIDAOUT A 126 E HISTVEN
000484*                 A 78 POSICOES.
000485* 2026-10-08 CLT  LISTA DE PRATOS ESGOTADOS (86): CARTAO COM PRATO
000486*                 DA LISTA DO DIA (DISPFILE, GRAVADO PELO DISPON E
000487*                 PELA COZINHA) OU SEM SALDO DE INGREDIENTE PARA
000488*                 UMA PORCAO (ESTFILE EXPLODIDO PELO RECFILE,
000489*                 BAIXADO A CADA ORDEM GRAVADA E RESERVADO PELA
000490*                 ORDEM ABERTA) E RECUSADO COM O MOTIVO PRATO
000491*                 ESGOTADO. CONTPORC RECEBE A CONTAGEM REGRESSIVA
000492*                 DE PORCOES E A DEMANDA PERDIDA PARA O RELESGO.
000493*                 ESTOQUE, RECEITAS E LISTA SAO CARREGADOS ANTES
000494*                 DO RESTART, QUE BAIXA AS ORDENS JA GRAVADAS.
000495* 2026-10-15 CLT  SO OS TICKETS DOS ULTIMOS 30 DIAS DE TICKREG
000496*                 ENTRAM NA TABELA DE CONSULTA DE DUPLICADOS.
000497*                 OS TICKETS ACEITOS NO LOTE FICAM NUMA LISTA
000498*                 PROPRIA, GRAVADA INTEIRA EM TICKREG NO
000499*                 ENCERRAMENTO. TABELA CHEIA ENCERRA O LOTE COM
000500*                 RETURN-CODE 8.
000501* 2026-10-15 CLT  TABELA DE MOTIVOS DO RUNLOG A 20 ENTRADAS;
000502*                 CHEIA, AVISA E NAO CONTA O MOTIVO NOVO.
000503*
000504 ENVIRONMENT DIVISION.
000506 INPUT-OUTPUT SECTION.
000508 FILE-CONTROL.
000510     SELECT CARDIN
000520         ASSIGN TO "CARDIN"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000810     SELECT RUNLOG
000820         ASSIGN TO "RUNLOG"
000830         ORGANIZATION IS LINE SEQUENTIAL.
000832     SELECT TICKREG
000834         ASSIGN TO "TICKREG"
000836         ORGANIZATION IS LINE SEQUENTIAL
000838         FILE STATUS IS WS-TICKREG-STATUS.
000839     SELECT FUNCFILE
000840         ASSIGN TO "FUNCFILE"
000841         ORGANIZATION IS LINE SEQUENTIAL
000842         FILE STATUS IS WS-FUNCFILE-STATUS.
000843     SELECT TAXFILE
000844         ASSIGN TO "TAXFILE"
000845         ORGANIZATION IS LINE SEQUENTIAL
000846         FILE STATUS IS WS-TAXFILE-STATUS.
000847     SELECT FILIAL
000848         ASSIGN TO "FILIAL"
000849         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-FILIAL-STATUS.
000851     SELECT DISPFILE
000852         ASSIGN TO "DISPFILE"
000853         ORGANIZATION IS LINE SEQUENTIAL
000854         FILE STATUS IS WS-DISPFILE-STATUS.
000855     SELECT ESTFILE
000856         ASSIGN TO "ESTFILE"
000857         ORGANIZATION IS LINE SEQUENTIAL
000858         FILE STATUS IS WS-ESTFILE-STATUS.
000859     SELECT RECFILE
000860         ASSIGN TO "RECFILE"
000861         ORGANIZATION IS LINE SEQUENTIAL
000862         FILE STATUS IS WS-RECFILE-STATUS.
000863     SELECT CONTPORC
000864         ASSIGN TO "CONTPORC"
000865         ORGANIZATION IS LINE SEQUENTIAL
000866         FILE STATUS IS WS-CONTPORC-STATUS.
000867*
000868 DATA DIVISION.
000869 FILE SECTION.
000870*
000880 FD  CARDIN
000890     RECORDING MODE IS F
000900     RECORD CONTAINS 50 CHARACTERS
000910     LABEL RECORDS ARE STANDARD.
000920     COPY CARTCTL.
000930*
000940 FD  CARDREJ
000950     RECORDING MODE IS F
000960     RECORD CONTAINS 72 CHARACTERS
000970     LABEL RECORDS ARE STANDARD.
000980     COPY CARTREJ.
000990*
001050*
001060 FD  SAIDAOUT
001070     RECORDING MODE IS F
001080     RECORD CONTAINS 126 CHARACTERS
001090     LABEL RECORDS ARE STANDARD.
001100     COPY SAIDREC.
001110*
001290*
001300 FD  HISTVEN
001310     RECORDING MODE IS F
001320     RECORD CONTAINS 78 CHARACTERS
001330     LABEL RECORDS ARE STANDARD.
001340     COPY HISTREC.
001350*
001370     RECORDING MODE IS F
001380     RECORD CONTAINS 38 CHARACTERS
001390     LABEL RECORDS ARE STANDARD.
001391     COPY PROREC.
001392*
001393 FD  TICKREG
001394     RECORDING MODE IS F
001395     RECORD CONTAINS 24 CHARACTERS
001396     LABEL RECORDS ARE STANDARD.
001397     COPY TKTREC.
001398*
001399 FD  FUNCFILE
001400     RECORDING MODE IS F
001401     RECORD CONTAINS 38 CHARACTERS
001402     LABEL RECORDS ARE STANDARD.
001403     COPY FUNREC.
001404*
001405 FD  TAXFILE
001406     RECORDING MODE IS F
001407     RECORD CONTAINS 28 CHARACTERS
001408     LABEL RECORDS ARE STANDARD.
001409     COPY TAXREC.
001410*
001411 FD  FILIAL
001412     RECORDING MODE IS F
001413     RECORD CONTAINS 24 CHARACTERS
001414     LABEL RECORDS ARE STANDARD.
001415     COPY FILREC.
001416*
001417 FD  DISPFILE
001418     RECORDING MODE IS F
001419     RECORD CONTAINS 27 CHARACTERS
001420     LABEL RECORDS ARE STANDARD.
001421     COPY DSPREC.
001422*
001423 FD  ESTFILE
001424     RECORDING MODE IS F
001425     RECORD CONTAINS 32 CHARACTERS
001426     LABEL RECORDS ARE STANDARD.
001427     COPY ESTREC.
001428*
001429 FD  RECFILE
001430     RECORDING MODE IS F
001431     RECORD CONTAINS 23 CHARACTERS
001432     LABEL RECORDS ARE STANDARD.
001433     COPY RECREC.
001434*
001435 FD  CONTPORC
001436     RECORDING MODE IS F
001437     RECORD CONTAINS 41 CHARACTERS
001438     LABEL RECORDS ARE STANDARD.
001439     COPY CNTREC.
001440 WORKING-STORAGE SECTION.
001441*
001442 77  WS-INFORMOU-PRATO       PIC X(01) VALUE 'N'.
001450 77  WS-MOTIVO-REJEITO       PIC X(20) VALUE SPACES.
001460 77  IND                     PIC 9(01) VALUE ZEROS.
001470 77  IND1                    PIC 9(01) VALUE ZEROS.
001940 77  WS-RESTART-PARM-J       PIC X(06) JUSTIFIED RIGHT
001950                                       VALUE SPACES.
001960 77  WS-RESTART-LEN          PIC 9(02) VALUE ZEROS.
001961 77  WS-RESTART-PONTO        PIC 9(06) VALUE ZEROS.
001962 77  WS-TICKREG-STATUS       PIC X(02) VALUE ZEROS.
001963 77  IND-TKT                 PIC 9(05) VALUE ZEROS.
001964 77  WS-TKT-IND              PIC 9(05) VALUE ZEROS.
001965 77  WS-CONT-TICKETS         PIC 9(05) VALUE ZEROS.
001966 77  WS-CONT-TKT-LOTE        PIC 9(05) VALUE ZEROS.
001967*    SO OS TICKETS DE TICKREG DATADOS NOS ULTIMOS N DIAS ANTES DA
001968*    DATA DO LOTE ENTRAM NA TABELA DE CONSULTA DE DUPLICADOS.
001969 77  WS-TKT-DIAS-JANELA      PIC 9(03) VALUE 030.
001970 77  WS-TKT-SERIAL-LIMITE    PIC 9(07) VALUE ZEROS.
001971 77  WS-TKT-FORA-JANELA      PIC 9(07) VALUE ZEROS.
001972 77  WS-ANO2                 PIC 9(05) VALUE ZEROS.
001973 77  WS-MES2                 PIC 9(02) VALUE ZEROS.
001974 77  WS-Q4                   PIC 9(05) VALUE ZEROS.
001975 77  WS-Q100                 PIC 9(05) VALUE ZEROS.
001976 77  WS-Q400                 PIC 9(05) VALUE ZEROS.
001977 77  WS-QM                   PIC 9(05) VALUE ZEROS.
001978 77  WS-SERIAL               PIC 9(07) VALUE ZEROS.
001981 77  WS-FUNCFILE-STATUS      PIC X(02) VALUE ZEROS.
001982 77  IND-FUN                 PIC 9(02) VALUE ZEROS.
001983 77  WS-FUN-IND              PIC 9(02) VALUE ZEROS.
001984 77  WS-CONT-FUNCIONARIOS    PIC 9(02) VALUE ZEROS.
001985 77  IND-GAR                 PIC 9(02) VALUE ZEROS.
001986 77  WS-GAR-IND              PIC 9(02) VALUE ZEROS.
001987 77  WS-CONT-GARCONS         PIC 9(02) VALUE ZEROS.
001988 77  WS-GARCOM-CHAVE         PIC X(04) VALUE SPACES.
001989 77  WS-TAXFILE-STATUS       PIC X(02) VALUE ZEROS.
001990 77  IND-CAT                 PIC 9(02) VALUE ZEROS.
001991 77  WS-CAT-IND              PIC 9(02) VALUE ZEROS.
001992 77  WS-CONT-CATEGORIAS      PIC 9(02) VALUE ZEROS.
001993 77  IND-CPR                 PIC 9(02) VALUE ZEROS.
001994 77  WS-CPR-IND              PIC 9(02) VALUE ZEROS.
001995 77  WS-CONT-CAT-PRATOS      PIC 9(02) VALUE ZEROS.
001996 77  WS-CATEGORIA-CHAVE      PIC X(07) VALUE SPACES.
001997 77  WS-PRATO-CHAVE          PIC X(06) VALUE SPACES.
001998 77  WS-SRV-IND              PIC 9(01) VALUE ZEROS.
001999 77  WS-BRUTO-LINHA          PIC 9(05)V99 VALUE ZEROS.
002000 77  WS-LIQ-LINHA            PIC 9(05)V99 VALUE ZEROS.
002001 77  WS-SERV-LINHA           PIC 9(05)V99 VALUE ZEROS.
002002 77  WS-IMP-LINHA            PIC 9(05)V99 VALUE ZEROS.
002003 77  WS-LIQ-RATEADO          PIC 9(05)V99 VALUE ZEROS.
002004 77  WS-SERVICO-ORDEM        PIC 9(05)V99 VALUE ZEROS.
002005 77  WS-IMPOSTO-ORDEM        PIC 9(05)V99 VALUE ZEROS.
002006 77  WS-CONTA-ORDEM          PIC 9(05)V99 VALUE ZEROS.
002007 77  WS-SERVICO-EDIT         PIC ZZZZ9.99.
002008 77  WS-IMPOSTO-EDIT         PIC ZZZZ9.99.
002009 77  WS-CONTA-EDIT           PIC ZZZZ9.99.
002010 77  WS-SAIDA-SERVICO-ACUM   PIC 9(09)V99 VALUE ZEROS.
002011 77  WS-SAIDA-IMPOSTO-ACUM   PIC 9(09)V99 VALUE ZEROS.
002012 77  WS-VALOR-EDIT           PIC ZZZZZZZZ9.99.
002013 77  WS-FILIAL-STATUS        PIC X(02) VALUE ZEROS.
002014 77  WS-FILIAL-CODIGO        PIC X(04) VALUE SPACES.
002015 77  WS-DISPFILE-STATUS      PIC X(02) VALUE ZEROS.
002016 77  WS-ESTFILE-STATUS       PIC X(02) VALUE ZEROS.
002017 77  WS-RECFILE-STATUS       PIC X(02) VALUE ZEROS.
002018 77  WS-CONTPORC-STATUS      PIC X(02) VALUE ZEROS.
002019 77  IND-ING                 PIC 9(03) VALUE ZEROS.
002020 77  IND-RCT                 PIC 9(03) VALUE ZEROS.
002021 77  IND-BXA                 PIC 9(02) VALUE ZEROS.
002022 77  IND-POS                 PIC 9(02) VALUE ZEROS.
002023 77  IND-CNT1                PIC 9(01) VALUE ZEROS.
002024 77  IND-CNT2                PIC 9(01) VALUE ZEROS.
002025 77  WS-ING-IND              PIC 9(03) VALUE ZEROS.
002026 77  WS-INGRED-CHAVE         PIC X(10) VALUE SPACES.
002027 77  WS-CONT-INGREDIENTES    PIC 9(03) VALUE ZEROS.
002028 77  WS-CONT-RECEITAS        PIC 9(03) VALUE ZEROS.
002029 77  WS-PRATO-CONSUMO        PIC X(06) VALUE SPACES.
002030 77  WS-PORCOES-PRATO        PIC 9(05) VALUE ZEROS.
002031 77  WS-PORCOES-CALC         PIC 9(09) VALUE ZEROS.
002032 77  WS-SALDO-LIVRE          PIC S9(07)V99 VALUE ZEROS.
002033 77  WS-USO-INGREDIENTE      PIC 9(07)V99 VALUE ZEROS.
002034 77  WS-QTD-PERDIDA          PIC 9(02) VALUE ZEROS.
002035 77  WS-QTD-VENDIDA          PIC 9(03) VALUE ZEROS.
002036 77  WS-CONT-PORCOES-PERDIDAS PIC 9(05) VALUE ZEROS.
002037 77  WS-ORIGEM-ESGOTADO      PIC X(01) VALUE SPACES.
002038*
002039 01  WS-SWITCHES.
002040     05  WS-FIM-CARDIN-SW         PIC X(01) VALUE 'N'.
002041         88  WS-FIM-CARDIN                  VALUE 'S'.
002042     05  WS-FIM-MENUFILE-SW       PIC X(01) VALUE 'N'.
002043         88  WS-FIM-MENUFILE                VALUE 'S'.
002044     05  WS-CARTAO-REJEITADO-SW   PIC X(01) VALUE 'N'.
002050         88  WS-CARTAO-REJEITADO            VALUE 'S'.
002060     05  WS-FOUND-BLANK-SW        PIC X(01) VALUE 'N'.
002070         88  WS-FOUND-BLANK                 VALUE 'S'.
002270         88  WS-CARTAO-POS-REJEITO          VALUE 'S'.
002280     05  WS-CARTAO-DA-ORDEM-SW    PIC X(01) VALUE 'N'.
002290         88  WS-CARTAO-DA-ORDEM             VALUE 'S'.
002291     05  WS-FIM-TICKREG-SW        PIC X(01) VALUE 'N'.
002292         88  WS-FIM-TICKREG                 VALUE 'S'.
002293     05  WS-FIM-FUNCFILE-SW       PIC X(01) VALUE 'N'.
002294         88  WS-FIM-FUNCFILE                VALUE 'S'.
002295     05  WS-SEM-CADASTRO-FUNC-SW  PIC X(01) VALUE 'N'.
002296         88  WS-SEM-CADASTRO-FUNC           VALUE 'S'.
002297     05  WS-FIM-TAXFILE-SW        PIC X(01) VALUE 'N'.
002298         88  WS-FIM-TAXFILE                 VALUE 'S'.
002299     05  WS-TAXA-INVALIDA-SW      PIC X(01) VALUE 'N'.
002300         88  WS-TAXA-INVALIDA               VALUE 'S'.
002301     05  WS-FIM-DISPFILE-SW       PIC X(01) VALUE 'N'.
002302         88  WS-FIM-DISPFILE                VALUE 'S'.
002303     05  WS-FIM-ESTFILE-SW        PIC X(01) VALUE 'N'.
002304         88  WS-FIM-ESTFILE                 VALUE 'S'.
002305     05  WS-FIM-RECFILE-SW        PIC X(01) VALUE 'N'.
002306         88  WS-FIM-RECFILE                 VALUE 'S'.
002307     05  WS-CONTROLE-ESTOQUE-SW   PIC X(01) VALUE 'N'.
002308         88  WS-CONTROLE-ESTOQUE            VALUE 'S'.
002309*
002310*    ORDEM LOGICA CORRENTE, ACUMULADA A PARTIR DE UM OU MAIS
002320*    CARTOES DO MESMO TICKET (CARTOES DE CONTINUACAO). O PRIMEIRO
002330*    CARTOES ACEITOS SAO GUARDADOS PARA QUE UMA ORDEM
002420     05  WS-ORD-TICKET            PIC 9(06) VALUE ZEROS.
002430     05  WS-ORD-MESA              PIC 9(03) VALUE ZEROS.
002440     05  WS-ORD-DATA              PIC 9(08) VALUE ZEROS.
002445     05  WS-ORD-GARCOM            PIC X(04) VALUE SPACES.
002450     05  WS-ORD-QTD-CARTOES       PIC 9(02) VALUE ZEROS.
002460     05  WS-ORD-CARTAO OCCURS 40 TIMES PIC X(50).
002470     05  WS-ORD-PRATO OCCURS 40 TIMES PIC 9(01).
002480*
002490*    MAXIMO DE PRATOS DISTINTOS POR TURNO: 1-MORNING 2-LUNCH
003460*    CONTAGEM DE REGISTROS GRAVADOS EM CARDREJ POR MOTIVO, PARA
003470*    O LOG DE EXECUCAO (INCLUI OS AVISOS DE PERIODO LIMITROFE).
003480 01  WS-TABELA-MOTIVOS.
003490     05  WS-MOT-ENT OCCURS 20 TIMES.
003500         10  WS-MOT-TEXTO         PIC X(20).
003510         10  WS-MOT-QTD           PIC 9(06).
003520*
003650     05  FILLER                   PIC X(11) VALUE 'POR MOTIVO '.
003660     05  WS-LOG-MOT-TEXTO         PIC X(20).
003670     05  FILLER                   PIC X(03) VALUE ' : '.
003671     05  WS-LOG-MOT-QTD           PIC 9(06).
003672     05  FILLER                   PIC X(40) VALUE SPACES.
003673*
003674*    TICKETS JA ACEITOS: OS DO CADASTRO TICKREG SEGUIDOS DOS
003675*    PRECIFICADOS NESTE LOTE, PARA A RECUSA DE TICKET DUPLICADO.
003676 01  WS-TABELA-TICKETS.
003677     05  WS-TKT-ENT OCCURS 20000 TIMES.
003678         10  WS-TKT-TICKET        PIC 9(06).
003679         10  WS-TKT-DATA          PIC 9(08).
003680         10  WS-TKT-PERIODO       PIC X(07).
003681         10  WS-TKT-MESA          PIC 9(03).
003682*
003683*    TICKETS ACEITOS NESTE LOTE (INCLUSIVE OS RECUPERADOS DE
003684*    SAIDAOUT NO RESTART), ANEXADOS A TICKREG NO ENCERRAMENTO.
003685 01  WS-TABELA-TICKETS-LOTE.
003686     05  WS-TKL-ENT OCCURS 9999 TIMES.
003687         10  WS-TKL-TICKET        PIC 9(06).
003688         10  WS-TKL-DATA          PIC 9(08).
003689         10  WS-TKL-PERIODO       PIC X(07).
003690         10  WS-TKL-MESA          PIC 9(03).
003691*
003692 01  WS-DATA-DEC.
003693     05  WS-DD-ANO                PIC 9(04).
003694     05  WS-DD-MES                PIC 9(02).
003695     05  WS-DD-DIA                PIC 9(02).
003701*
003702*    CADASTRO DE FUNCIONARIOS (FUNCFILE) PARA A VALIDACAO DO
003703*    GARCOM INFORMADO NO CARTAO.
003704 01  WS-TABELA-FUNCIONARIOS.
003705     05  WS-FUN-ENT OCCURS 50 TIMES.
003706         10  WS-FUN-CODIGO        PIC X(04).
003707         10  WS-FUN-SITUACAO      PIC X(01).
003708*
003709*    QUANTIDADE VENDIDA POR GARCOM, TURNO E PRATO, NA MESMA CHAVE
003710*    (TURNO, PRATO) DE TABELA-PRATOS, PARA GRAVAR O HISTVEN.
003711 01  WS-TOTAIS-GARCOM.
003712     05  WS-GAR-ENT OCCURS 60 TIMES.
003713         10  WS-GAR-CODIGO        PIC X(04).
003714         10  WS-GAR-PERIODO OCCURS 3 TIMES.
003715             15  WS-GAR-PRATO OCCURS 4 TIMES.
003716                 20  WS-GAR-DISH      PIC 9(05).
003717                 20  WS-GAR-LIQUIDO   PIC 9(07)V99.
003718                 20  WS-GAR-SERVICO   PIC 9(07)V99.
003719                 20  WS-GAR-IMPOSTO   PIC 9(07)V99.
003720*
003721*    PERCENTUAL DE SERVICO POR PERIODO (MORNING/LUNCH/NIGHT),
003722*    COM A VIGENCIA DO REGISTRO DE TAXFILE QUE O DEFINIU.
003723 01  WS-TAB-SERVICO.
003724     05  WS-SRV-PERIODO OCCURS 3 TIMES.
003725         10  WS-PCT-SERVICO       PIC 9(02)V99.
003726         10  WS-SRV-VIG           PIC 9(08).
003727*
003728*    ALIQUOTA DE IMPOSTO POR CATEGORIA E CATEGORIA DE CADA
003729*    PRATO, CARREGADAS DE TAXFILE PELA VIGENCIA MAIS RECENTE.
003730 01  WS-TABELA-CATEGORIAS.
003731     05  WS-CAT-ENT OCCURS 20 TIMES.
003732         10  WS-CAT-CODIGO        PIC X(07).
003733         10  WS-CAT-ALIQUOTA      PIC 9(02)V99.
003734         10  WS-CAT-VIG           PIC 9(08).
003735 01  WS-TABELA-CAT-PRATOS.
003736     05  WS-CPR-ENT OCCURS 50 TIMES.
003737         10  WS-CPR-PRATO         PIC X(06).
003738         10  WS-CPR-CATEGORIA     PIC X(07).
003739         10  WS-CPR-VIG           PIC 9(08).
003740*
003741*    ALIQUOTA RESOLVIDA PARA CADA POSICAO DE TABELA-PRATOS.
003742 01  WS-TAB-ALIQUOTAS.
003743     05  WS-ALQ-PERIODO OCCURS 3 TIMES.
003744         10  WS-ALIQUOTA OCCURS 4 TIMES PIC 9(02)V99.
003745*
003746*    SALDO DE CADA INGREDIENTE (ESTFILE), BAIXADO A CADA ORDEM
003747*    GRAVADA, COM O CONSUMO RESERVADO PELA ORDEM ABERTA E PELO
003748*    CARTAO EM VALIDACAO, PARA A RECUSA DE PRATO ESGOTADO.
003749 01  WS-TABELA-INGREDIENTES.
003750     05  WS-ING-ENT OCCURS 200 TIMES.
003751         10  WS-ING-CODIGO        PIC X(10).
003752         10  WS-ING-SALDO         PIC 9(07)V99.
003753         10  WS-ING-RESERVA       PIC 9(07)V99.
003754         10  WS-ING-CARTAO        PIC 9(07)V99.
003755*
003756*    LINHAS DE RECEITA (RECFILE) LIGADAS AO INGREDIENTE DA TABELA
003757*    ACIMA; INDICE ZERO = INGREDIENTE FORA DO ESTOQUE, QUE NAO
003758*    LIMITA O PRATO.
003759 01  WS-TABELA-RECEITAS.
003760     05  WS-RCT-ENT OCCURS 100 TIMES.
003761         10  WS-RCT-PRATO         PIC X(06).
003762         10  WS-RCT-ING-IND       PIC 9(03).
003763         10  WS-RCT-QTD-USO       PIC 9(05)V99.
003764*
003765*    SITUACAO DE CADA POSICAO DE TABELA-PRATOS: NA LISTA DE
003766*    ESGOTADOS DO DIA ('S') E PORCOES RESTANTES NA ULTIMA
003767*    CONTAGEM GRAVADA EM CONTPORC (99999 = SEM CONTROLE).
003768 01  WS-TAB-ESGOTADOS.
003769     05  WS-ESG-PERIODO OCCURS 3 TIMES.
003770         10  WS-ESG-DISH OCCURS 4 TIMES.
003771             15  WS-ESG-LISTA-SW      PIC X(01).
003772             15  WS-ESG-RESTANTE      PIC 9(05).
003773*
003774 PROCEDURE DIVISION.
003775*
003776*===  LACO PRINCIPAL DO LOTE  ===================================
003777 0000-MAINLINE SECTION.
003778*
003779     PERFORM 1000-INICIALIZA.
003780*
003781     PERFORM 2000-PROCESSA-CARTAO
003790         UNTIL WS-FIM-CARDIN.
003800*
003810     IF WS-ORD-ABERTA
003940     INITIALIZE TABELA-PRATOS.
003950     INITIALIZE WS-TAB-VIGENCIAS.
003960     INITIALIZE WS-TOTAIS-TURNO.
003961     INITIALIZE WS-TOTAIS-GARCOM.
003962     INITIALIZE WS-TAB-SERVICO.
003963     INITIALIZE WS-TABELA-CATEGORIAS.
003964     INITIALIZE WS-TABELA-CAT-PRATOS.
003965     INITIALIZE WS-TAB-ALIQUOTAS.
003966     INITIALIZE WS-TABELA-INGREDIENTES.
003967     INITIALIZE WS-TABELA-RECEITAS.
003968     INITIALIZE WS-TAB-ESGOTADOS.
003970*
003980     ACCEPT WS-PARM-LINHA FROM COMMAND-LINE.
003990     PERFORM 630-TRATA-PARAMETROS.
004240         UNTIL WS-FIM-MENUFILE.
004250     CLOSE MENUFILE.
004260*
004262*    O CADASTRO DE TICKETS TAMBEM VEM ANTES DO RESTART, QUE
004264*    DEVOLVE PARA A TABELA OS TICKETS JA GRAVADOS EM SAIDAOUT
004265     MOVE WS-DATA-LOTE TO WS-DATA-DEC.
004266     PERFORM 386-CALCULA-SERIAL.
004267     COMPUTE WS-TKT-SERIAL-LIMITE =
004268         WS-SERIAL - WS-TKT-DIAS-JANELA.
004269     OPEN INPUT  TICKREG.
004270     IF WS-TICKREG-STATUS = '35'
004271         DISPLAY 'TICKREG AUSENTE, CADASTRO DE TICKETS VAZIO'
004272     ELSE
004274         PERFORM 380-CARREGA-TICKETS
004276             UNTIL WS-FIM-TICKREG
004278         CLOSE TICKREG
004279     END-IF.
004280     IF WS-TKT-FORA-JANELA > ZEROS
004281         DISPLAY 'TICKETS DE TICKREG FORA DA JANELA DE '
004282                 WS-TKT-DIAS-JANELA ' DIAS: ' WS-TKT-FORA-JANELA
004283     END-IF.
004284*
004285     OPEN INPUT  FUNCFILE.
004286     IF WS-FUNCFILE-STATUS = '35'
004287         DISPLAY 'FUNCFILE AUSENTE, GARCOM SEM CONSISTENCIA'
004288         MOVE 'S' TO WS-SEM-CADASTRO-FUNC-SW
004289     ELSE
004290         PERFORM 390-CARREGA-FUNCIONARIOS
004291             UNTIL WS-FIM-FUNCFILE
004292         CLOSE FUNCFILE
004293     END-IF.
004294*
004295*    PROMOCOES E TAXAS TAMBEM VEM ANTES DO RESTART, PARA O
004296*    RATEIO DAS ORDENS RELIDAS DE SAIDAOUT USAR OS MESMOS
004297*    PRECOS, PERCENTUAIS E ALIQUOTAS DA GRAVACAO ORIGINAL
004298     OPEN INPUT  PROMFILE.
004299     IF WS-PROMFILE-STATUS = '35'
004300         DISPLAY 'PROMFILE AUSENTE, LOTE SEM PROMOCOES'
004301     ELSE
004302         PERFORM 340-CARREGA-PROMOCOES
004303             UNTIL WS-FIM-PROMFILE
004304         CLOSE PROMFILE
004305     END-IF.
004306*
004307     OPEN INPUT  TAXFILE.
004308     IF WS-TAXFILE-STATUS = '35'
004309         DISPLAY 'TAXFILE AUSENTE, LOTE SEM SERVICO E IMPOSTO'
004310     ELSE
004311         PERFORM 302-CARREGA-TAXAS
004312             UNTIL WS-FIM-TAXFILE
004313         CLOSE TAXFILE
004314     END-IF.
004315     PERFORM 315-DEFINE-ALIQUOTAS
004316         VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 3.
004317*
004318     OPEN INPUT  FILIAL.
004319     IF WS-FILIAL-STATUS = '35'
004320         DISPLAY 'FILIAL AUSENTE, LOTE SEM CODIGO DE FILIAL'
004321     ELSE
004322         PERFORM 396-CARREGA-FILIAL
004323         CLOSE FILIAL
004324     END-IF.
004325*
004326*    ESTOQUE, RECEITAS E LISTA DE ESGOTADOS TAMBEM VEM ANTES DO
004327*    RESTART, QUE BAIXA DO SALDO AS ORDENS JA GRAVADAS EM
004328*    SAIDAOUT. SEM ESTFILE OU RECFILE SO A LISTA E CONSULTADA
004329     OPEN INPUT  ESTFILE.
004330     IF WS-ESTFILE-STATUS = '35'
004331         DISPLAY 'ESTFILE AUSENTE, PRATOS SEM CONTROLE'
004332     ELSE
004333         PERFORM 391-CARREGA-ESTOQUE
004334             UNTIL WS-FIM-ESTFILE
004335         CLOSE ESTFILE
004336         OPEN INPUT  RECFILE
004337         IF WS-RECFILE-STATUS = '35'
004338             DISPLAY 'RECFILE AUSENTE, PRATOS SEM CONTROLE'
004339         ELSE
004340             PERFORM 393-CARREGA-RECEITAS
004341                 UNTIL WS-FIM-RECFILE
004342             CLOSE RECFILE
004343             IF WS-CONT-INGREDIENTES > ZEROS
004344                 MOVE 'S' TO WS-CONTROLE-ESTOQUE-SW
004345             END-IF
004346         END-IF
004347     END-IF.
004348*
004349     OPEN INPUT  DISPFILE.
004350     IF WS-DISPFILE-STATUS = '35'
004351         DISPLAY 'DISPFILE AUSENTE, LOTE SEM LISTA DE ESGOTADOS'
004352     ELSE
004353         PERFORM 397-CARREGA-DISPONIBILIDADE
004354             UNTIL WS-FIM-DISPFILE
004355         CLOSE DISPFILE
004356     END-IF.
004357*
004358     IF WS-RESTART-PONTO > ZEROS
004359         OPEN EXTEND CARDREJ
004360         IF WS-CARDREJ-STATUS = '35'
004361             OPEN OUTPUT CARDREJ
004362         END-IF
004363*        RECARREGA OS TOTAIS DO TRAILER COM O QUE JA FOI
004364*        GRAVADO ANTES DA QUEDA, PARA O TRAILER FINAL COBRIR
004365*        O ARQUIVO INTEIRO E NAO SO O TRECHO RETOMADO
004366         OPEN INPUT SAIDAOUT
004367         IF WS-SAIDAOUT-STATUS = '00'
004370             PERFORM 655-RECUPERA-SAIDA-ANTERIOR
004380                 UNTIL WS-FIM-SAIDA-ANT
004390             CLOSE SAIDAOUT
004460         IF WS-CKPTFILE-STATUS = '35'
004470             OPEN OUTPUT CKPTFILE
004480         END-IF
004481         OPEN EXTEND CONTPORC
004482         IF WS-CONTPORC-STATUS = '35'
004483             OPEN OUTPUT CONTPORC
004484         END-IF
004490     ELSE
004500         OPEN OUTPUT CARDREJ
004510         OPEN OUTPUT SAIDAOUT
004520         OPEN OUTPUT CKPTFILE
004521         OPEN OUTPUT CONTPORC
004530     END-IF.
004531*
004532*    CONTAGEM INICIAL DE PORCOES DE CADA PRATO, JA COM A BAIXA
004533*    DAS ORDENS RELIDAS NO RESTART
004534     PERFORM 565-INICIA-CONTAGEM
004535         VARYING IND-CNT1 FROM 1 BY 1 UNTIL IND-CNT1 > 3
004536         AFTER IND-CNT2 FROM 1 BY 1
004537             UNTIL IND-CNT2 > WS-MAX-DISH (IND-CNT1).
004540*
004550     OPEN INPUT  JANFILE.
004560     IF WS-JANFILE-STATUS = '35'
004600             UNTIL WS-FIM-JANFILE
004610         CLOSE JANFILE
004620     END-IF.
004720*
004730     PERFORM 650-VERIFICA-RESTART.
004740*
005990             MOVE 'S' TO WS-CARTAO-REJEITADO-SW
006000         END-IF
006010     END-IF.
006012     IF NOT WS-CARTAO-REJEITADO
006014         PERFORM 130-VERIFICA-TICKET-DUPLICADO
006016     END-IF.
006017     IF NOT WS-CARTAO-REJEITADO
006018         PERFORM 120-VALIDA-GARCOM
006019     END-IF.
006020*
006030     IF NOT WS-CARTAO-REJEITADO
006040         IF CC-PERIODO = 'MORNING'
006300         MOVE 'NAO INFORMOU PRATO' TO WS-MOTIVO-REJEITO
006310         MOVE 'S' TO WS-CARTAO-REJEITADO-SW
006320     END-IF.
006321*
006322     IF NOT WS-CARTAO-REJEITADO
006323         IF WS-CONTROLE-ESTOQUE
006324             PERFORM 549-LIMPA-CARTAO
006325                 VARYING IND-ING FROM 1 BY 1
006326                     UNTIL IND-ING > WS-CONT-INGREDIENTES
006327         END-IF
006328         MOVE 1 TO IND
006329         PERFORM 155-VERIFICA-ESGOTADO
006330             UNTIL IND > 8 OR WS-CARTAO-REJEITADO
006331     END-IF.
006335*
006340     IF WS-CARTAO-REJEITADO
006350         PERFORM 350-GRAVA-REJEITO
006360     END-IF.
006370*
006380 100-EXIT.
006390*
006391*===  O GARCOM DO CARTAO TEM DE ESTAR NO CADASTRO E ATIVO.  =====
006392*===  SEM FUNCFILE SO O CODIGO EM BRANCO E RECUSADO  ============
006393 120-VALIDA-GARCOM SECTION.
006394*
006395     IF CC-GARCOM = SPACES
006396         MOVE 'GARCOM INVALIDO' TO WS-MOTIVO-REJEITO
006397         MOVE 'S' TO WS-CARTAO-REJEITADO-SW
006398     ELSE
006399         IF NOT WS-SEM-CADASTRO-FUNC
006400             MOVE ZEROS TO WS-FUN-IND
006401             PERFORM 125-COMPARA-FUNCIONARIO
006402                 VARYING IND-FUN FROM 1 BY 1
006403                     UNTIL IND-FUN > WS-CONT-FUNCIONARIOS
006404                        OR WS-FUN-IND > ZEROS
006405             IF WS-FUN-IND = ZEROS
006406                 MOVE 'GARCOM INVALIDO' TO WS-MOTIVO-REJEITO
006407                 MOVE 'S' TO WS-CARTAO-REJEITADO-SW
006408             ELSE
006409                 IF WS-FUN-SITUACAO (WS-FUN-IND) NOT = 'A'
006410                     MOVE 'GARCOM INATIVO' TO WS-MOTIVO-REJEITO
006411                     MOVE 'S' TO WS-CARTAO-REJEITADO-SW
006412                 END-IF
006413             END-IF
006414         END-IF
006415     END-IF.
006416*
006417 120-EXIT.
006418*
006419 125-COMPARA-FUNCIONARIO SECTION.
006420*
006421     IF WS-FUN-CODIGO (IND-FUN) = CC-GARCOM
006422         MOVE IND-FUN TO WS-FUN-IND
006423     END-IF.
006424*
006425 125-EXIT.
006426*
006427*===  RECUSA TICKET JA ACEITO ANTES, NO CADASTRO OU NESTE LOTE,  =
006428*===  PARA A VENDA NAO SER CONTADA DUAS VEZES. O CARTAO DE  ======
006429*===  CONTINUACAO NAO E RECUSADO PORQUE O TICKET SO ENTRA NA  ====
006430*===  TABELA QUANDO A ORDEM E FECHADA E GRAVADA EM SAIDAOUT  =====
006431 130-VERIFICA-TICKET-DUPLICADO SECTION.
006432*
006433     MOVE ZEROS TO WS-TKT-IND.
006434     PERFORM 135-COMPARA-TICKET
006435         VARYING IND-TKT FROM 1 BY 1
006436             UNTIL IND-TKT > WS-CONT-TICKETS
006437                OR WS-TKT-IND > ZEROS.
006438*
006439     IF WS-TKT-IND > ZEROS
006440         MOVE 'TICKET DUPLICADO' TO WS-MOTIVO-REJEITO
006441         MOVE 'S' TO WS-CARTAO-REJEITADO-SW
006442         DISPLAY 'TICKET ' CC-TICKET ' JA ACEITO NA DATA '
006443                 WS-TKT-DATA (WS-TKT-IND)
006444     END-IF.
006445*
006446 130-EXIT.
006447*
006448 135-COMPARA-TICKET SECTION.
006449*
006450     IF WS-TKT-TICKET (IND-TKT) = CC-TICKET
006451         MOVE IND-TKT TO WS-TKT-IND
006452     END-IF.
006453*
006454 135-EXIT.
006455*
006456*===  VALIDA A HORA DO PEDIDO CONTRA A JANELA DO PERIODO  =======
006457*===  RECLAMADO NO CARTAO. HORA FORA DA JANELA REJEITA; HORA  ===
006458*===  TAMBEM DENTRO DA JANELA DE OUTRO PERIODO SO GERA AVISO  ===
006459 140-VALIDA-HORARIO SECTION.
006460*
006461     IF CC-HORA NOT NUMERIC
006462         MOVE 'HORA INVALIDA' TO WS-MOTIVO-REJEITO
006470         MOVE 'S' TO WS-CARTAO-REJEITADO-SW
006480     END-IF.
006490*
007300*
007310 150-EXIT.
007320*
007321*===  PRATO DA LISTA DE ESGOTADOS DO DIA OU SEM SALDO DE  =======
007322*===  INGREDIENTE PARA MAIS UMA PORCAO RECUSA O CARTAO; O  ======
007323*===  PRATO ACEITO RESERVA O CONSUMO DA PORCAO NO CARTAO  =======
007324 155-VERIFICA-ESGOTADO SECTION.
007325*
007326     IF CC-PRATO (IND) IS NUMERIC
007327         MOVE CC-PRATO (IND) TO IND2
007328         IF WS-ESG-LISTA-SW (IND1, IND2) = 'S'
007329             MOVE 'L' TO WS-ORIGEM-ESGOTADO
007330             MOVE 'PRATO ESGOTADO' TO WS-MOTIVO-REJEITO
007331             MOVE 'S' TO WS-CARTAO-REJEITADO-SW
007332         ELSE
007333             IF WS-CONTROLE-ESTOQUE
007334                 MOVE TAB-PRATO (IND1, IND2) TO WS-PRATO-CONSUMO
007335                 PERFORM 540-CALCULA-PORCOES
007336                 IF WS-PORCOES-PRATO = ZEROS
007337                     MOVE 'S' TO WS-ORIGEM-ESGOTADO
007338                     MOVE 'PRATO ESGOTADO' TO WS-MOTIVO-REJEITO
007339                     MOVE 'S' TO WS-CARTAO-REJEITADO-SW
007340                 ELSE
007341                     PERFORM 545-RESERVA-PRATO
007342                         VARYING IND-RCT FROM 1 BY 1
007343                             UNTIL IND-RCT > WS-CONT-RECEITAS
007344                 END-IF
007345             END-IF
007346         END-IF
007347         IF WS-CARTAO-REJEITADO
007348             PERFORM 157-GRAVA-DEMANDA-PERDIDA
007349         END-IF
007350     END-IF.
007351*
007352     ADD 1 TO IND.
007353*
007354 155-EXIT.
007355*
007356 156-CONTA-PERDIDA SECTION.
007357*
007358     IF CC-PRATO (IND-POS) = CC-PRATO (IND)
007359         ADD 1 TO WS-QTD-PERDIDA
007360     END-IF.
007361*
007362 156-EXIT.
007363*
007364*===  GRAVA EM CONTPORC A DEMANDA PERDIDA DO CARTAO RECUSADO:  ==
007365*===  AS PORCOES DO PRATO ESGOTADO A PARTIR DA POSICAO RECUSADA  =
007366 157-GRAVA-DEMANDA-PERDIDA SECTION.
007367*
007368     MOVE ZEROS TO WS-QTD-PERDIDA.
007369     PERFORM 156-CONTA-PERDIDA
007370         VARYING IND-POS FROM IND BY 1 UNTIL IND-POS > 8.
007371*
007372     MOVE 'E' TO CNT-TIPO.
007373     MOVE WS-DATA-LOTE TO CNT-DATA.
007374     MOVE CC-HORA TO CNT-HORA.
007375     MOVE CC-TICKET TO CNT-TICKET.
007376     MOVE CC-PERIODO TO CNT-PERIODO.
007377     MOVE TAB-PRATO (IND1, IND2) TO CNT-PRATO.
007378     MOVE WS-QTD-PERDIDA TO CNT-QTD.
007379     MOVE ZEROS TO CNT-RESTANTE.
007380     MOVE WS-ORIGEM-ESGOTADO TO CNT-ORIGEM.
007381     WRITE CONTAGEM-REC.
007382     ADD WS-QTD-PERDIDA TO WS-CONT-PORCOES-PERDIDAS.
007383*
007384 157-EXIT.
007385*
007386*===  RECONCILIA QTDE/PADRAO DE PRATOS CONTRA O CARDAPIO  =======
007387*===  DO TURNO (DISH INVALIDO = CODIGO > CARDAPIO DO TURNO  =====
007388*===  OU PRATO PREENCHIDO APOS UMA POSICAO EM BRANCO)  ==========
007389 160-RECONCILIA-DISH SECTION.
007390*
007391     IF CC-PRATO (IND) = SPACES
007392         MOVE 'S' TO WS-FOUND-BLANK-SW
007400     ELSE
007410         IF WS-FOUND-BLANK
007420             MOVE 'S' TO WS-DISH-INVALIDO-SW
007930         MOVE CC-TICKET  TO WS-ORD-TICKET
007940         MOVE CC-MESA    TO WS-ORD-MESA
007950         MOVE CC-DATA    TO WS-ORD-DATA
007955         MOVE CC-GARCOM  TO WS-ORD-GARCOM
007960     ELSE
007970         IF CC-PERIODO NOT = WS-ORD-PERIODO
007980             MOVE 'CONTINUACAO INVALIDA' TO WS-MOTIVO-REJEITO
008100         PERFORM 175-ACUMULA-PRATO
008110             VARYING IND FROM 1 BY 1
008120                 UNTIL IND > 8 OR WS-CARTAO-REJEITADO
008121     END-IF.
008122*
008123     IF NOT WS-CARTAO-REJEITADO AND WS-CONTROLE-ESTOQUE
008124         PERFORM 547-CONFIRMA-CARTAO
008125             VARYING IND-ING FROM 1 BY 1
008126                 UNTIL IND-ING > WS-CONT-INGREDIENTES
008130     END-IF.
008140*
008150 170-EXIT.
009180     MOVE 'N' TO WS-ORD-REJEITADA-SW.
009190     MOVE ZEROS TO WS-ORD-QTD-PRATOS.
009200     MOVE ZEROS TO WS-ORD-QTD-CARTOES.
009201*
009202     IF WS-CONTROLE-ESTOQUE
009203         PERFORM 548-LIMPA-RESERVA
009204             VARYING IND-ING FROM 1 BY 1
009205                 UNTIL IND-ING > WS-CONT-INGREDIENTES
009206     END-IF.
009210*
009220 189-EXIT.
009230*
009550*
009560 300-EXIT.
009570*
009571*===  LE TAXFILE: SERVICO POR PERIODO, ALIQUOTA POR CATEGORIA  ==
009572*===  E CATEGORIA DE CADA PRATO, PELA VIGENCIA MAIS RECENTE  ====
009573 302-CARREGA-TAXAS SECTION.
009574*
009575     READ TAXFILE
009576         AT END
009577             MOVE 'S' TO WS-FIM-TAXFILE-SW
009578         NOT AT END
009579             PERFORM 303-CARREGA-TAXA
009580     END-READ.
009581*
009582 302-EXIT.
009583*
009584 303-CARREGA-TAXA SECTION.
009585*
009586     MOVE 'N' TO WS-TAXA-INVALIDA-SW.
009587*
009588     IF TAX-VIGENCIA NOT NUMERIC
009589         MOVE 'S' TO WS-TAXA-INVALIDA-SW
009590     ELSE
009591         IF TAX-TIPO = 'SERV'
009592             PERFORM 304-CARREGA-TAXA-SERVICO
009593         ELSE
009594             IF TAX-TIPO = 'CATEG'
009595                 PERFORM 305-CARREGA-TAXA-CATEGORIA
009596             ELSE
009597                 IF TAX-TIPO = 'PRATO'
009598                     PERFORM 306-CARREGA-TAXA-PRATO
009599                 ELSE
009600                     MOVE 'S' TO WS-TAXA-INVALIDA-SW
009601                 END-IF
009602             END-IF
009603         END-IF
009604     END-IF.
009605*
009606     IF WS-TAXA-INVALIDA
009607         DISPLAY 'REGISTRO DE TAXA INVALIDO IGNORADO: ' TAXA-REC
009608     END-IF.
009609*
009610 303-EXIT.
009611*
009612*    REGISTRO COM VIGENCIA FUTURA E IGNORADO ATE A DATA CHEGAR,
009613*    COMO NO CARDAPIO. ENTRE OS VIGENTES VALE O MAIS RECENTE.
009614 304-CARREGA-TAXA-SERVICO SECTION.
009615*
009616     IF TAX-CHAVE = 'MORNING'
009617         MOVE 1 TO WS-SRV-IND
009618     ELSE
009619         IF TAX-CHAVE = 'LUNCH'
009620             MOVE 2 TO WS-SRV-IND
009621         ELSE
009622             IF TAX-CHAVE = 'NIGHT'
009623                 MOVE 3 TO WS-SRV-IND
009624             ELSE
009625                 MOVE ZEROS TO WS-SRV-IND
009626             END-IF
009627         END-IF
009628     END-IF.
009629*
009630     IF WS-SRV-IND = ZEROS
009631             OR TAX-PCT NOT NUMERIC
009632         MOVE 'S' TO WS-TAXA-INVALIDA-SW
009633     ELSE
009634         IF TAX-VIGENCIA <= WS-DATA-LOTE
009635                 AND TAX-VIGENCIA >= WS-SRV-VIG (WS-SRV-IND)
009636             MOVE TAX-PCT      TO WS-PCT-SERVICO (WS-SRV-IND)
009637             MOVE TAX-VIGENCIA TO WS-SRV-VIG (WS-SRV-IND)
009638         END-IF
009639     END-IF.
009640*
009641 304-EXIT.
009642*
009643 305-CARREGA-TAXA-CATEGORIA SECTION.
009644*
009645     IF TAX-CHAVE = SPACES
009646             OR TAX-PCT NOT NUMERIC
009647         MOVE 'S' TO WS-TAXA-INVALIDA-SW
009648     ELSE
009649         IF TAX-VIGENCIA <= WS-DATA-LOTE
009650             MOVE TAX-CHAVE TO WS-CATEGORIA-CHAVE
009651             PERFORM 307-LOCALIZA-CATEGORIA
009652             IF WS-CAT-IND = ZEROS
009653                 IF WS-CONT-CATEGORIAS >= 20
009654                     DISPLAY 'TABELA DE CATEGORIAS CHEIA, '
009655                             'IGNORADA: ' TAX-CHAVE
009656                 ELSE
009657                     ADD 1 TO WS-CONT-CATEGORIAS
009658                     MOVE WS-CONT-CATEGORIAS TO WS-CAT-IND
009659                     MOVE TAX-CHAVE TO WS-CAT-CODIGO (WS-CAT-IND)
009660                 END-IF
009661             END-IF
009662             IF WS-CAT-IND > ZEROS
009663                 IF TAX-VIGENCIA >= WS-CAT-VIG (WS-CAT-IND)
009664                     MOVE TAX-PCT TO WS-CAT-ALIQUOTA (WS-CAT-IND)
009665                     MOVE TAX-VIGENCIA TO WS-CAT-VIG (WS-CAT-IND)
009666                 END-IF
009667             END-IF
009668         END-IF
009669     END-IF.
009670*
009671 305-EXIT.
009672*
009673 306-CARREGA-TAXA-PRATO SECTION.
009674*
009675     IF TAX-CHAVE = SPACES
009676             OR TAX-CATEGORIA = SPACES
009677         MOVE 'S' TO WS-TAXA-INVALIDA-SW
009678     ELSE
009679         IF TAX-VIGENCIA <= WS-DATA-LOTE
009680             MOVE TAX-CHAVE TO WS-PRATO-CHAVE
009681             PERFORM 311-LOCALIZA-CAT-PRATO
009682             IF WS-CPR-IND = ZEROS
009683                 IF WS-CONT-CAT-PRATOS >= 50
009684                     DISPLAY 'CATEGORIA DOS PRATOS CHEIA, '
009685                             'IGNORADO: ' TAX-CHAVE
009686                 ELSE
009687                     ADD 1 TO WS-CONT-CAT-PRATOS
009688                     MOVE WS-CONT-CAT-PRATOS TO WS-CPR-IND
009689                     MOVE TAX-CHAVE TO WS-CPR-PRATO (WS-CPR-IND)
009690                 END-IF
009691             END-IF
009692             IF WS-CPR-IND > ZEROS
009693                 IF TAX-VIGENCIA >= WS-CPR-VIG (WS-CPR-IND)
009694                     MOVE TAX-CATEGORIA
009695                       TO WS-CPR-CATEGORIA (WS-CPR-IND)
009696                     MOVE TAX-VIGENCIA TO WS-CPR-VIG (WS-CPR-IND)
009697                 END-IF
009698             END-IF
009699         END-IF
009700     END-IF.
009701*
009702 306-EXIT.
009703*
009704 307-LOCALIZA-CATEGORIA SECTION.
009705*
009706     MOVE ZEROS TO WS-CAT-IND.
009707     PERFORM 308-COMPARA-CATEGORIA
009708         VARYING IND-CAT FROM 1 BY 1
009709             UNTIL IND-CAT > WS-CONT-CATEGORIAS
009710                OR WS-CAT-IND > ZEROS.
009711*
009712 307-EXIT.
009713*
009714 308-COMPARA-CATEGORIA SECTION.
009715*
009716     IF WS-CAT-CODIGO (IND-CAT) = WS-CATEGORIA-CHAVE
009717         MOVE IND-CAT TO WS-CAT-IND
009718     END-IF.
009719*
009720 308-EXIT.
009721*
009722 310-CARREGA-ITEM-MENU SECTION.
009723*
009724     MOVE 'N' TO WS-MENU-INVALIDO-SW.
009725*
009726     IF MENU-PERIODO = 'MORNING'
009727         MOVE 1 TO WS-MENU-IND1
009728     ELSE
009729         IF MENU-PERIODO = 'LUNCH'
009730             MOVE 2 TO WS-MENU-IND1
009731         ELSE
009732             IF MENU-PERIODO = 'NIGHT'
009733                 MOVE 3 TO WS-MENU-IND1
009734             ELSE
009735                 MOVE 'S' TO WS-MENU-INVALIDO-SW
009736             END-IF
009737         END-IF
009740     END-IF.
009750*
009760     IF NOT WS-MENU-INVALIDO
010010*
010020 310-EXIT.
010030*
010031 311-LOCALIZA-CAT-PRATO SECTION.
010032*
010033     MOVE ZEROS TO WS-CPR-IND.
010034     PERFORM 312-COMPARA-CAT-PRATO
010035         VARYING IND-CPR FROM 1 BY 1
010036             UNTIL IND-CPR > WS-CONT-CAT-PRATOS
010037                OR WS-CPR-IND > ZEROS.
010038*
010039 311-EXIT.
010040*
010041 312-COMPARA-CAT-PRATO SECTION.
010042*
010043     IF WS-CPR-PRATO (IND-CPR) = WS-PRATO-CHAVE
010044         MOVE IND-CPR TO WS-CPR-IND
010045     END-IF.
010046*
010047 312-EXIT.
010048*
010049*===  RESOLVE A ALIQUOTA DE CADA PRATO DO CARDAPIO PELA SUA  ====
010050*===  CATEGORIA (GERAL QUANDO NAO INFORMADA). CATEGORIA SEM  ====
010051*===  ALIQUOTA EM TAXFILE FICA COM ALIQUOTA ZERO  ===============
010052 315-DEFINE-ALIQUOTAS SECTION.
010053*
010054     PERFORM 316-DEFINE-ALIQUOTA
010055         VARYING IND2 FROM 1 BY 1 UNTIL IND2 > 4.
010056*
010057 315-EXIT.
010058*
010059 316-DEFINE-ALIQUOTA SECTION.
010060*
010061     MOVE ZEROS TO WS-ALIQUOTA (IND1, IND2).
010062*
010063     IF TAB-PRATO (IND1, IND2) NOT = SPACES
010064         MOVE TAB-PRATO (IND1, IND2) TO WS-PRATO-CHAVE
010065         PERFORM 311-LOCALIZA-CAT-PRATO
010066         IF WS-CPR-IND > ZEROS
010067             MOVE WS-CPR-CATEGORIA (WS-CPR-IND)
010068               TO WS-CATEGORIA-CHAVE
010069         ELSE
010070             MOVE 'GERAL' TO WS-CATEGORIA-CHAVE
010071         END-IF
010072         PERFORM 307-LOCALIZA-CATEGORIA
010073         IF WS-CAT-IND > ZEROS
010074             MOVE WS-CAT-ALIQUOTA (WS-CAT-IND)
010075               TO WS-ALIQUOTA (IND1, IND2)
010076         END-IF
010077     END-IF.
010078*
010079 316-EXIT.
010080*
010081*===  CARREGA AS JANELAS DE HORARIO A PARTIR DE JANFILE  ========
010082 320-CARREGA-JANELAS SECTION.
010083*
010084     READ JANFILE
010085         AT END
010090             MOVE 'S' TO WS-FIM-JANFILE-SW
010100         NOT AT END
010110             PERFORM 330-CARREGA-JANELA
012170     IF WS-MOT-IND > ZEROS
012180         ADD 1 TO WS-MOT-QTD (WS-MOT-IND)
012190     ELSE
012200         IF WS-CONT-MOTIVOS < 20
012210             ADD 1 TO WS-CONT-MOTIVOS
012220             MOVE CCR-MOTIVO TO WS-MOT-TEXTO (WS-CONT-MOTIVOS)
012230             MOVE 1 TO WS-MOT-QTD (WS-CONT-MOTIVOS)
012232         ELSE
012234             DISPLAY 'TABELA DE MOTIVOS CHEIA, IGNORADO: '
012236                     CCR-MOTIVO
012240         END-IF
012250     END-IF.
012251*
012252 370-EXIT.
012253*
012254 375-COMPARA-MOTIVO SECTION.
012255*
012256     IF WS-MOT-TEXTO (IND-MOT) = CCR-MOTIVO
012257         MOVE IND-MOT TO WS-MOT-IND
012258     END-IF.
012259*
012260 375-EXIT.
012261*
012262*===  CARREGA O CADASTRO DE TICKETS ACEITOS (TICKREG)  ==========
012263 380-CARREGA-TICKETS SECTION.
012264*
012265     READ TICKREG
012266         AT END
012267             MOVE 'S' TO WS-FIM-TICKREG-SW
012268         NOT AT END
012269             IF TKR-TICKET NOT NUMERIC OR TKR-DATA NOT NUMERIC
012270                 DISPLAY 'TICKET REGISTRADO INVALIDO IGNORADO: '
012271                         TICKET-REG-REC
012272             ELSE
012273                 MOVE TKR-DATA TO WS-DATA-DEC
012274                 PERFORM 386-CALCULA-SERIAL
012275                 IF WS-SERIAL < WS-TKT-SERIAL-LIMITE
012276                     ADD 1 TO WS-TKT-FORA-JANELA
012277                 ELSE
012278                     PERFORM 385-GUARDA-TICKET
012279                 END-IF
012280             END-IF
012281     END-READ.
012282*
012283 380-EXIT.
012284*
012285*===  GUARDA NA TABELA O TICKET DO REGISTRO EM TKR-  ============
012286 385-GUARDA-TICKET SECTION.
012287*
012288     IF WS-CONT-TICKETS >= 20000
012289         DISPLAY 'TABELA DE TICKETS CHEIA, LOTE ENCERRADO: '
012290                 TKR-TICKET ' ' TKR-DATA
012291         MOVE 8 TO RETURN-CODE
012292         STOP RUN
012293     ELSE
012294         ADD 1 TO WS-CONT-TICKETS
012295         MOVE TKR-TICKET  TO WS-TKT-TICKET (WS-CONT-TICKETS)
012296         MOVE TKR-DATA    TO WS-TKT-DATA (WS-CONT-TICKETS)
012297         MOVE TKR-PERIODO TO WS-TKT-PERIODO (WS-CONT-TICKETS)
012298         MOVE TKR-MESA    TO WS-TKT-MESA (WS-CONT-TICKETS)
012299     END-IF.
012300*
012301 385-EXIT.
012302*
012303*===  CALCULA O NUMERO SERIAL DO DIA DE WS-DATA-DEC, COM  =======
012304*===  DIVISOES INTEIRAS PARCIAIS PARA MANTER O TRUNCAMENTO  =====
012305 386-CALCULA-SERIAL SECTION.
012306*
012307     IF WS-DD-MES < 3
012308         COMPUTE WS-ANO2 = WS-DD-ANO - 1
012309         COMPUTE WS-MES2 = WS-DD-MES + 12
012310     ELSE
012311         MOVE WS-DD-ANO TO WS-ANO2
012312         MOVE WS-DD-MES TO WS-MES2
012313     END-IF.
012314*
012315     COMPUTE WS-Q4   = WS-ANO2 / 4.
012316     COMPUTE WS-Q100 = WS-ANO2 / 100.
012317     COMPUTE WS-Q400 = WS-ANO2 / 400.
012318     COMPUTE WS-QM   = (153 * (WS-MES2 + 1)) / 5.
012319     COMPUTE WS-SERIAL = 365 * WS-ANO2 + WS-Q4 - WS-Q100
012320         + WS-Q400 + WS-QM + WS-DD-DIA.
012321*
012322 386-EXIT.
012323*
012324*===  CARREGA O CADASTRO DE FUNCIONARIOS (FUNCFILE)  ============
012325 390-CARREGA-FUNCIONARIOS SECTION.
012326*
012327     READ FUNCFILE
012328         AT END
012329             MOVE 'S' TO WS-FIM-FUNCFILE-SW
012330         NOT AT END
012331             PERFORM 395-GUARDA-FUNCIONARIO
012332     END-READ.
012333*
012334 390-EXIT.
012335*
012336*===  CARREGA O SALDO DE ABERTURA DE UM INGREDIENTE (ESTFILE)  ==
012337 391-CARREGA-ESTOQUE SECTION.
012338*
012339     READ ESTFILE
012340         AT END
012341             MOVE 'S' TO WS-FIM-ESTFILE-SW
012342         NOT AT END
012343             PERFORM 392-GUARDA-INGREDIENTE
012344     END-READ.
012345*
012346 391-EXIT.
012347*
012348 392-GUARDA-INGREDIENTE SECTION.
012349*
012350     IF EST-INGRED = SPACES OR EST-SALDO NOT NUMERIC
012351         DISPLAY 'ESTOQUE INVALIDO IGNORADO: ' ESTOQUE-REC
012352     ELSE
012353         IF WS-CONT-INGREDIENTES >= 200
012354             DISPLAY 'TABELA DE INGREDIENTES CHEIA, IGNORADO: '
012355                     ESTOQUE-REC
012356         ELSE
012357             ADD 1 TO WS-CONT-INGREDIENTES
012358             MOVE EST-INGRED
012359                 TO WS-ING-CODIGO (WS-CONT-INGREDIENTES)
012360             MOVE EST-SALDO
012361                 TO WS-ING-SALDO (WS-CONT-INGREDIENTES)
012362         END-IF
012363     END-IF.
012364*
012365 392-EXIT.
012366*
012367*===  CARREGA UMA LINHA DE RECEITA E A LIGA AO INGREDIENTE  =====
012368 393-CARREGA-RECEITAS SECTION.
012369*
012370     READ RECFILE
012371         AT END
012372             MOVE 'S' TO WS-FIM-RECFILE-SW
012373         NOT AT END
012374             PERFORM 394-GUARDA-RECEITA
012375     END-READ.
012376*
012377 393-EXIT.
012378*
012379 394-GUARDA-RECEITA SECTION.
012380*
012381     IF REC-PRATO = SPACES OR REC-INGRED = SPACES
012382             OR REC-QTD-USO NOT NUMERIC
012383         DISPLAY 'RECEITA INVALIDA IGNORADA: ' RECEITA-REC
012384     ELSE
012385         IF WS-CONT-RECEITAS >= 100
012386             DISPLAY 'TABELA DE RECEITAS CHEIA, IGNORADA: '
012387                     RECEITA-REC
012388         ELSE
012389             ADD 1 TO WS-CONT-RECEITAS
012390             MOVE REC-PRATO
012391                 TO WS-RCT-PRATO (WS-CONT-RECEITAS)
012392             MOVE REC-QTD-USO
012393                 TO WS-RCT-QTD-USO (WS-CONT-RECEITAS)
012394             MOVE REC-INGRED TO WS-INGRED-CHAVE
012395             PERFORM 530-LOCALIZA-INGREDIENTE
012396             MOVE WS-ING-IND
012397                 TO WS-RCT-ING-IND (WS-CONT-RECEITAS)
012398         END-IF
012399     END-IF.
012400*
012401 394-EXIT.
012402*
012403 395-GUARDA-FUNCIONARIO SECTION.
012404*
012405     IF WS-CONT-FUNCIONARIOS >= 50
012406         DISPLAY 'TABELA DE FUNCIONARIOS CHEIA, IGNORADO: '
012407                 FUN-CODIGO
012408     ELSE
012409         ADD 1 TO WS-CONT-FUNCIONARIOS
012410         MOVE FUN-CODIGO
012411             TO WS-FUN-CODIGO (WS-CONT-FUNCIONARIOS)
012412         MOVE FUN-SITUACAO
012413             TO WS-FUN-SITUACAO (WS-CONT-FUNCIONARIOS)
012414     END-IF.
012415*
012416 395-EXIT.
012417*
012418*===  LE O CODIGO DA FILIAL DO SITE (UM REGISTRO SO)  ===========
012419 396-CARREGA-FILIAL SECTION.
012420*
012421     READ FILIAL
012422         AT END
012423             DISPLAY 'FILIAL VAZIO, LOTE SEM CODIGO DE FILIAL'
012424         NOT AT END
012425             MOVE FIL-CODIGO TO WS-FILIAL-CODIGO
012426     END-READ.
012427*
012428 396-EXIT.
012429*
012430*===  CARREGA A LISTA DE ESGOTADOS DA DATA DO LOTE (DISPFILE):  =
012431*===  REGISTRO COM PORCOES ZERO, AUTOMATICO OU DA COZINHA  ======
012432 397-CARREGA-DISPONIBILIDADE SECTION.
012433*
012434     READ DISPFILE
012435         AT END
012436             MOVE 'S' TO WS-FIM-DISPFILE-SW
012437         NOT AT END
012438             PERFORM 398-GUARDA-DISPONIBILIDADE
012439     END-READ.
012440*
012441 397-EXIT.
012442*
012443 398-GUARDA-DISPONIBILIDADE SECTION.
012444*
012445     IF DSP-DATA IS NUMERIC AND DSP-DATA = WS-DATA-LOTE
012446             AND DSP-PORCOES IS NUMERIC AND DSP-PORCOES = ZEROS
012447             AND DSP-PRATO NOT = SPACES
012448         PERFORM 399-MARCA-ESGOTADO
012449             VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 3
012450             AFTER IND2 FROM 1 BY 1
012451                 UNTIL IND2 > WS-MAX-DISH (IND1)
012452     END-IF.
012453*
012454 398-EXIT.
012455*
012456 399-MARCA-ESGOTADO SECTION.
012457*
012458     IF TAB-PRATO (IND1, IND2) = DSP-PRATO
012459             AND (DSP-PERIODO = SPACES
012460                  OR DSP-PERIODO = WS-PERIODO-NOME (IND1))
012461         MOVE 'S' TO WS-ESG-LISTA-SW (IND1, IND2)
012462     END-IF.
012463*
012464 399-EXIT.
012465*
012466*===  PREPARA O RESULTADO DE SAIDA DO CARTAO  ===================
012467 400-TRATA-SAIDA SECTION.
012468*
012469     MOVE 1 TO IND-ORD.
012470     PERFORM 450-MONTA-PRATOS UNTIL IND-ORD > WS-ORD-QTD-PRATOS.
012471*
012472     MOVE 1 TO IND.
012473     PERFORM 470-AJUSTA-QTD-PRATOS UNTIL IND > IND-SAI.
012474*
012475     PERFORM 500-ATUALIZA-TOTAIS-TURNO.
012476*
012480     PERFORM 460-APLICA-PROMOCOES.
012485     PERFORM 475-RATEIA-VALORES.
012490*
012500     MOVE WS-PRECO-LIQUIDO TO WS-TOTAL-EDIT.
012510     DISPLAY 'SAIDA = ' SAIDA ' TOTAL = ' WS-TOTAL-EDIT.
012511     COMPUTE WS-CONTA-ORDEM = WS-PRECO-LIQUIDO
012512         + WS-SERVICO-ORDEM + WS-IMPOSTO-ORDEM.
012513     MOVE WS-SERVICO-ORDEM TO WS-SERVICO-EDIT.
012514     MOVE WS-IMPOSTO-ORDEM TO WS-IMPOSTO-EDIT.
012515     MOVE WS-CONTA-ORDEM   TO WS-CONTA-EDIT.
012516     DISPLAY '        SERVICO = ' WS-SERVICO-EDIT
012517             ' IMPOSTO = ' WS-IMPOSTO-EDIT
012518             ' CONTA = ' WS-CONTA-EDIT.
012520*
012530     PERFORM 480-GRAVA-SAIDA-POS.
012540*
014130     ADD 1 TO IND.
014140*
014150 470-EXIT.
014151*
014152*===  RATEIA O LIQUIDO DA ORDEM ENTRE OS PRATOS PELO PRECO  =====
014153*===  DE TABELA E CALCULA O SERVICO E O IMPOSTO DE CADA PRATO.  ==
014154*===  O ULTIMO PRATO FICA COM A SOBRA DO ARREDONDAMENTO  =========
014155 475-RATEIA-VALORES SECTION.
014156*
014157     MOVE ZEROS TO WS-LIQ-RATEADO.
014158     MOVE ZEROS TO WS-SERVICO-ORDEM.
014159     MOVE ZEROS TO WS-IMPOSTO-ORDEM.
014160*
014161     PERFORM 476-RATEIA-PRATO
014162         VARYING IND FROM 1 BY 1 UNTIL IND > IND-SAI.
014163*
014164 475-EXIT.
014165*
014166*    O SERVICO NAO ENTRA NA BASE DO IMPOSTO: OS DOIS INCIDEM
014167*    SOBRE O LIQUIDO DO PRATO, DEPOIS DAS PROMOCOES.
014168 476-RATEIA-PRATO SECTION.
014169*
014170     MOVE WS-SLOT-DISH-NUM (IND) TO IND2.
014171*
014172     IF IND2 > ZEROS
014173         COMPUTE WS-BRUTO-LINHA =
014174             WS-SLOT-QTD (IND) * TAB-PRECO (IND1, IND2)
014175         IF IND = IND-SAI
014176             IF WS-LIQ-RATEADO < WS-PRECO-LIQUIDO
014177                 COMPUTE WS-LIQ-LINHA =
014178                     WS-PRECO-LIQUIDO - WS-LIQ-RATEADO
014179             ELSE
014180                 MOVE ZEROS TO WS-LIQ-LINHA
014181             END-IF
014182         ELSE
014183             IF WS-PRECO-ORDEM > ZEROS
014184                 COMPUTE WS-LIQ-LINHA ROUNDED =
014185                     WS-BRUTO-LINHA * WS-PRECO-LIQUIDO
014186                     / WS-PRECO-ORDEM
014187             ELSE
014188                 MOVE ZEROS TO WS-LIQ-LINHA
014189             END-IF
014190         END-IF
014191         ADD WS-LIQ-LINHA TO WS-LIQ-RATEADO
014192         COMPUTE WS-SERV-LINHA ROUNDED =
014193             WS-LIQ-LINHA * WS-PCT-SERVICO (IND1) / 100
014194         COMPUTE WS-IMP-LINHA ROUNDED =
014195             WS-LIQ-LINHA * WS-ALIQUOTA (IND1, IND2) / 100
014196         ADD WS-SERV-LINHA TO WS-SERVICO-ORDEM
014197         ADD WS-IMP-LINHA  TO WS-IMPOSTO-ORDEM
014198         ADD WS-LIQ-LINHA
014199             TO WS-GAR-LIQUIDO (WS-GAR-IND, IND1, IND2)
014200         ADD WS-SERV-LINHA
014201             TO WS-GAR-SERVICO (WS-GAR-IND, IND1, IND2)
014202         ADD WS-IMP-LINHA
014203             TO WS-GAR-IMPOSTO (WS-GAR-IND, IND1, IND2)
014204     END-IF.
014205*
014206 476-EXIT.
014208*
014210*===  GRAVA O REGISTRO DE SAIDA ESTRUTURADA PARA PDV/ESTOQUE  ===
014212 480-GRAVA-SAIDA-POS SECTION.
014214*
014216     INITIALIZE SAIDA-POS-REC.
014218     MOVE WS-ORD-PERIODO TO SPR-PERIODO.
014220     MOVE IND-SAI        TO SPR-NUM-PRATOS.
014230*
014240     MOVE 1 TO IND.
014290     MOVE WS-ORD-TICKET  TO SPR-TICKET.
014300     MOVE WS-ORD-MESA    TO SPR-MESA.
014310     MOVE WS-ORD-DATA    TO SPR-DATA.
014315     MOVE WS-ORD-GARCOM  TO SPR-GARCOM.
014316     MOVE WS-SERVICO-ORDEM TO SPR-SERVICO.
014317     MOVE WS-IMPOSTO-ORDEM TO SPR-IMPOSTO.
014318     MOVE WS-FILIAL-CODIGO TO SPR-FILIAL.
014320*
014330     WRITE SAIDA-POS-REC.
014340     ADD 1 TO WS-SAIDA-QTD-REG.
014350     ADD SPR-VALOR-TOTAL TO WS-SAIDA-VALOR-ACUM.
014351     ADD SPR-SERVICO TO WS-SAIDA-SERVICO-ACUM.
014352     ADD SPR-IMPOSTO TO WS-SAIDA-IMPOSTO-ACUM.
014355     PERFORM 490-REGISTRA-TICKET.
014356*
014357     IF WS-CONTROLE-ESTOQUE
014358         PERFORM 550-BAIXA-ESTOQUE-ORDEM
014359         PERFORM 548-LIMPA-RESERVA
014360             VARYING IND-ING FROM 1 BY 1
014361                 UNTIL IND-ING > WS-CONT-INGREDIENTES
014362         PERFORM 560-GRAVA-CONTAGEM
014363             VARYING IND-CNT1 FROM 1 BY 1 UNTIL IND-CNT1 > 3
014364             AFTER IND-CNT2 FROM 1 BY 1
014365                 UNTIL IND-CNT2 > WS-MAX-DISH (IND-CNT1)
014366     END-IF.
014368*
014370 480-EXIT.
014380*
014390 485-MONTA-ITEM-POS SECTION.
014460*
014470 485-EXIT.
014480*
014482*===  REGISTRA NA TABELA O TICKET DA ORDEM GRAVADA EM SAIDAOUT  =
014484 490-REGISTRA-TICKET SECTION.
014486*
014488     MOVE SPR-TICKET  TO TKR-TICKET.
014489     MOVE SPR-DATA    TO TKR-DATA.
014490     MOVE SPR-PERIODO TO TKR-PERIODO.
014491     MOVE SPR-MESA    TO TKR-MESA.
014492     PERFORM 385-GUARDA-TICKET.
014493*
014494     IF WS-CONT-TKT-LOTE >= 9999
014495         DISPLAY 'LISTA DE TICKETS DO LOTE CHEIA, ENCERRADO: '
014496                 TKR-TICKET ' ' TKR-DATA
014497         MOVE 8 TO RETURN-CODE
014498         STOP RUN
014499     END-IF.
014500     ADD 1 TO WS-CONT-TKT-LOTE.
014501     MOVE TKR-TICKET  TO WS-TKL-TICKET (WS-CONT-TKT-LOTE).
014502     MOVE TKR-DATA    TO WS-TKL-DATA (WS-CONT-TKT-LOTE).
014503     MOVE TKR-PERIODO TO WS-TKL-PERIODO (WS-CONT-TKT-LOTE).
014504     MOVE TKR-MESA    TO WS-TKL-MESA (WS-CONT-TKT-LOTE).
014505*
014506 490-EXIT.
014507*
014508*===  ACUMULA OS TOTAIS DE FECHAMENTO DE TURNO  =================
014509 500-ATUALIZA-TOTAIS-TURNO SECTION.
014510*
014512     MOVE WS-ORD-GARCOM TO WS-GARCOM-CHAVE.
014514     PERFORM 520-LOCALIZA-GARCOM.
014516*
014520     MOVE 1 TO IND.
014530     PERFORM 510-ACUMULA-ITEM-TURNO UNTIL IND > IND-SAI.
014540*
014580*
014590     ADD WS-SLOT-QTD (IND)
014600         TO WS-TOTAL-DISH (IND1, WS-SLOT-DISH-NUM (IND)).
014605     ADD WS-SLOT-QTD (IND)
014606         TO WS-GAR-DISH (WS-GAR-IND, IND1,
014607                         WS-SLOT-DISH-NUM (IND)).
014610*
014620     ADD 1 TO IND.
014630*
014640 510-EXIT.
014650*
014651*===  LOCALIZA O GARCOM DE WS-GARCOM-CHAVE NOS TOTAIS POR  ======
014652*===  GARCOM, INCLUINDO-O NA PRIMEIRA VEZ. COM A TABELA CHEIA  ==
014653*===  A VENDA VAI PARA A ULTIMA POSICAO, SEM PERDER QUANTIDADE  =
014654 520-LOCALIZA-GARCOM SECTION.
014655*
014656     MOVE ZEROS TO WS-GAR-IND.
014657     PERFORM 525-COMPARA-GARCOM
014658         VARYING IND-GAR FROM 1 BY 1
014659             UNTIL IND-GAR > WS-CONT-GARCONS
014660                OR WS-GAR-IND > ZEROS.
014661*
014662     IF WS-GAR-IND = ZEROS
014663         IF WS-CONT-GARCONS < 60
014664             ADD 1 TO WS-CONT-GARCONS
014665             MOVE WS-GARCOM-CHAVE
014666           TO WS-GAR-CODIGO (WS-CONT-GARCONS)
014667         ELSE
014668             DISPLAY 'TABELA DE GARCONS CHEIA, VENDA DO GARCOM '
014669                     WS-GARCOM-CHAVE ' SOMADA A '
014670                     WS-GAR-CODIGO (WS-CONT-GARCONS)
014671         END-IF
014672         MOVE WS-CONT-GARCONS TO WS-GAR-IND
014673     END-IF.
014674*
014675 520-EXIT.
014676*
014677 525-COMPARA-GARCOM SECTION.
014678*
014679     IF WS-GAR-CODIGO (IND-GAR) = WS-GARCOM-CHAVE
014680         MOVE IND-GAR TO WS-GAR-IND
014681     END-IF.
014682*
014683 525-EXIT.
014684*
014685*===  LOCALIZA O INGREDIENTE DE WS-INGRED-CHAVE NA TABELA DO  ===
014686*===  ESTOQUE (WS-ING-IND ZERO QUANDO NAO ENCONTRADO)  ==========
014687 530-LOCALIZA-INGREDIENTE SECTION.
014688*
014689     MOVE ZEROS TO WS-ING-IND.
014690     PERFORM 535-COMPARA-INGREDIENTE
014691         VARYING IND-ING FROM 1 BY 1
014692             UNTIL IND-ING > WS-CONT-INGREDIENTES
014693                OR WS-ING-IND > ZEROS.
014694*
014695 530-EXIT.
014696*
014697 535-COMPARA-INGREDIENTE SECTION.
014698*
014699     IF WS-ING-CODIGO (IND-ING) = WS-INGRED-CHAVE
014700         MOVE IND-ING TO WS-ING-IND
014701     END-IF.
014702*
014703 535-EXIT.
014704*
014705*===  PORCOES DE WS-PRATO-CONSUMO QUE O SALDO LIVRE (SALDO  =====
014706*===  MENOS RESERVAS DA ORDEM E DO CARTAO) PERMITE; 99999 =  ====
014707*===  PRATO SEM INGREDIENTE CONTROLADO  =========================
014708 540-CALCULA-PORCOES SECTION.
014709*
014710     MOVE 99999 TO WS-PORCOES-PRATO.
014711     PERFORM 541-PORCOES-INGREDIENTE
014712         VARYING IND-RCT FROM 1 BY 1
014713             UNTIL IND-RCT > WS-CONT-RECEITAS.
014714*
014715 540-EXIT.
014716*
014717 541-PORCOES-INGREDIENTE SECTION.
014718*
014719     IF WS-RCT-PRATO (IND-RCT) = WS-PRATO-CONSUMO
014720             AND WS-RCT-ING-IND (IND-RCT) > ZEROS
014721             AND WS-RCT-QTD-USO (IND-RCT) > ZEROS
014722         MOVE WS-RCT-ING-IND (IND-RCT) TO IND-ING
014723         COMPUTE WS-SALDO-LIVRE = WS-ING-SALDO (IND-ING)
014724             - WS-ING-RESERVA (IND-ING) - WS-ING-CARTAO (IND-ING)
014725         IF WS-SALDO-LIVRE < ZEROS
014726             MOVE ZEROS TO WS-SALDO-LIVRE
014727         END-IF
014728         DIVIDE WS-SALDO-LIVRE BY WS-RCT-QTD-USO (IND-RCT)
014729             GIVING WS-PORCOES-CALC
014730         IF WS-PORCOES-CALC < WS-PORCOES-PRATO
014731             MOVE WS-PORCOES-CALC TO WS-PORCOES-PRATO
014732         END-IF
014733     END-IF.
014734*
014735 541-EXIT.
014736*
014737*===  RESERVA NO CARTAO O CONSUMO DE UMA PORCAO DO PRATO  =======
014738 545-RESERVA-PRATO SECTION.
014739*
014740     IF WS-RCT-PRATO (IND-RCT) = WS-PRATO-CONSUMO
014741             AND WS-RCT-ING-IND (IND-RCT) > ZEROS
014742         MOVE WS-RCT-ING-IND (IND-RCT) TO IND-ING
014743         ADD WS-RCT-QTD-USO (IND-RCT) TO WS-ING-CARTAO (IND-ING)
014744     END-IF.
014745*
014746 545-EXIT.
014747*
014748*===  CARTAO ACEITO NA ORDEM: A RESERVA DELE PASSA PARA A ORDEM  =
014749 547-CONFIRMA-CARTAO SECTION.
014750*
014751     ADD WS-ING-CARTAO (IND-ING) TO WS-ING-RESERVA (IND-ING).
014752     MOVE ZEROS TO WS-ING-CARTAO (IND-ING).
014753*
014754 547-EXIT.
014755*
014756 548-LIMPA-RESERVA SECTION.
014757*
014758     MOVE ZEROS TO WS-ING-RESERVA (IND-ING).
014759*
014760 548-EXIT.
014761*
014762 549-LIMPA-CARTAO SECTION.
014763*
014764     MOVE ZEROS TO WS-ING-CARTAO (IND-ING).
014765*
014766 549-EXIT.
014767*
014768*===  BAIXA DO SALDO O CONSUMO DA ORDEM EM SAIDA-POS-REC  =======
014769 550-BAIXA-ESTOQUE-ORDEM SECTION.
014770*
014771     PERFORM 551-BAIXA-PRATO
014772         VARYING IND-BXA FROM 1 BY 1
014773             UNTIL IND-BXA > SPR-NUM-PRATOS.
014774*
014775 550-EXIT.
014776*
014777 551-BAIXA-PRATO SECTION.
014778*
014779     PERFORM 552-BAIXA-INGREDIENTE
014780         VARYING IND-RCT FROM 1 BY 1
014781             UNTIL IND-RCT > WS-CONT-RECEITAS.
014782*
014783 551-EXIT.
014784*
014785 552-BAIXA-INGREDIENTE SECTION.
014786*
014787     IF WS-RCT-PRATO (IND-RCT) = SPR-PRATO (IND-BXA)
014788             AND WS-RCT-ING-IND (IND-RCT) > ZEROS
014789             AND SPR-QTD (IND-BXA) IS NUMERIC
014790         MOVE WS-RCT-ING-IND (IND-RCT) TO IND-ING
014791         COMPUTE WS-USO-INGREDIENTE =
014792             SPR-QTD (IND-BXA) * WS-RCT-QTD-USO (IND-RCT)
014793         IF WS-USO-INGREDIENTE < WS-ING-SALDO (IND-ING)
014794             SUBTRACT WS-USO-INGREDIENTE
014795                 FROM WS-ING-SALDO (IND-ING)
014796         ELSE
014797             MOVE ZEROS TO WS-ING-SALDO (IND-ING)
014798         END-IF
014799     END-IF.
014800*
014801 552-EXIT.
014802*
014803*===  CONTAGEM REGRESSIVA APOS A ORDEM GRAVADA: UM REGISTRO EM  =
014804*===  CONTPORC PARA CADA PRATO VENDIDO NA ORDEM OU CUJAS  =======
014805*===  PORCOES MUDARAM COM A BAIXA (INGREDIENTE COMPARTILHADO)  ==
014806 560-GRAVA-CONTAGEM SECTION.
014807*
014808     IF TAB-PRATO (IND-CNT1, IND-CNT2) NOT = SPACES
014809             AND WS-ESG-LISTA-SW (IND-CNT1, IND-CNT2) NOT = 'S'
014810             AND WS-ESG-RESTANTE (IND-CNT1, IND-CNT2) < 99999
014811         MOVE TAB-PRATO (IND-CNT1, IND-CNT2) TO WS-PRATO-CONSUMO
014812         PERFORM 540-CALCULA-PORCOES
014813         MOVE ZEROS TO WS-QTD-VENDIDA
014814         IF WS-PERIODO-NOME (IND-CNT1) = SPR-PERIODO
014815             PERFORM 561-SOMA-VENDA-PRATO
014816                 VARYING IND-BXA FROM 1 BY 1
014817                     UNTIL IND-BXA > SPR-NUM-PRATOS
014818         END-IF
014819         IF WS-QTD-VENDIDA > ZEROS OR WS-PORCOES-PRATO NOT =
014820                 WS-ESG-RESTANTE (IND-CNT1, IND-CNT2)
014821             MOVE 'B' TO CNT-TIPO
014822             MOVE WS-DATA-LOTE TO CNT-DATA
014823             MOVE CC-HORA TO CNT-HORA
014824             MOVE SPR-TICKET TO CNT-TICKET
014825             MOVE WS-PERIODO-NOME (IND-CNT1) TO CNT-PERIODO
014826             MOVE WS-PRATO-CONSUMO TO CNT-PRATO
014827             MOVE WS-QTD-VENDIDA TO CNT-QTD
014828             MOVE WS-PORCOES-PRATO TO CNT-RESTANTE
014829             MOVE 'S' TO CNT-ORIGEM
014830             WRITE CONTAGEM-REC
014831             IF WS-PORCOES-PRATO = ZEROS
014832                     AND WS-ESG-RESTANTE (IND-CNT1, IND-CNT2)
014833                         > ZEROS
014834                 DISPLAY 'PRATO ESGOTADO NO LOTE: '
014835                         WS-PERIODO-NOME (IND-CNT1) ' '
014836                         WS-PRATO-CONSUMO ' NO TICKET ' SPR-TICKET
014837             END-IF
014838             MOVE WS-PORCOES-PRATO
014839                 TO WS-ESG-RESTANTE (IND-CNT1, IND-CNT2)
014840         END-IF
014841     END-IF.
014842*
014843 560-EXIT.
014844*
014845 561-SOMA-VENDA-PRATO SECTION.
014846*
014847     IF SPR-PRATO (IND-BXA) = WS-PRATO-CONSUMO
014848             AND SPR-QTD (IND-BXA) IS NUMERIC
014849         ADD SPR-QTD (IND-BXA) TO WS-QTD-VENDIDA
014850     END-IF.
014851*
014852 561-EXIT.
014853*
014854*===  CONTAGEM INICIAL DE PORCOES DE CADA PRATO DO CARDAPIO:  ===
014855*===  ZERO PARA O PRATO DA LISTA, O SALDO PARA O CONTROLADO.  ===
014856*===  NO RESTART A CONTAGEM INICIAL JA ESTA EM CONTPORC  ========
014857 565-INICIA-CONTAGEM SECTION.
014858*
014859     MOVE 99999 TO WS-PORCOES-PRATO.
014860     MOVE TAB-PRATO (IND-CNT1, IND-CNT2) TO WS-PRATO-CONSUMO.
014861     IF WS-PRATO-CONSUMO NOT = SPACES
014862         IF WS-ESG-LISTA-SW (IND-CNT1, IND-CNT2) = 'S'
014863             MOVE ZEROS TO WS-PORCOES-PRATO
014864             MOVE 'L' TO CNT-ORIGEM
014865         ELSE
014866             IF WS-CONTROLE-ESTOQUE
014867                 PERFORM 540-CALCULA-PORCOES
014868                 MOVE 'S' TO CNT-ORIGEM
014869             END-IF
014870         END-IF
014871     END-IF.
014872*
014873     MOVE WS-PORCOES-PRATO
014874         TO WS-ESG-RESTANTE (IND-CNT1, IND-CNT2).
014875*
014876     IF WS-PORCOES-PRATO < 99999 AND WS-RESTART-PONTO = ZEROS
014877         MOVE 'I' TO CNT-TIPO
014878         MOVE WS-DATA-LOTE TO CNT-DATA
014879         MOVE ZEROS TO CNT-HORA
014880         MOVE ZEROS TO CNT-TICKET
014881         MOVE WS-PERIODO-NOME (IND-CNT1) TO CNT-PERIODO
014882         MOVE WS-PRATO-CONSUMO TO CNT-PRATO
014883         MOVE ZEROS TO CNT-QTD
014884         MOVE WS-PORCOES-PRATO TO CNT-RESTANTE
014885         WRITE CONTAGEM-REC
014886     END-IF.
014887*
014888 565-EXIT.
014889*
014890*===  GRAVA UM CHECKPOINT COM O ULTIMO REGISTRO PROCESSADO  =====
014891 600-GRAVA-CHECKPOINT SECTION.
014892*
014893     MOVE WS-CONTADOR-REGISTROS TO CKPT-ULT-REGISTRO.
014894     WRITE CKPT-REC.
014895     ADD 1 TO WS-CONT-CHECKPOINTS.
014896     DISPLAY 'CHECKPOINT GRAVADO NO REGISTRO ' CKPT-ULT-REGISTRO.
014897*
014898 600-EXIT.
014899*
014900*===  TRATA OS PARAMETROS DE COMMAND-LINE, EM QUALQUER ORDEM:  ==
014901*===  UM TOKEN DE 8 DIGITOS E A DATA DO MOVIMENTO (AAAAMMDD),  ==
014902*===  QUALQUER OUTRO TOKEN E O PONTO DE RESTART  ================
014903 630-TRATA-PARAMETROS SECTION.
014904*
014905     MOVE ZEROS TO WS-RESTART-PONTO.
014906     MOVE ZEROS TO WS-DATA-LOTE.
014907*
014908     UNSTRING WS-PARM-LINHA DELIMITED BY ALL ' '
014909         INTO WS-PARM-TOKEN1 WS-PARM-TOKEN2.
014910*
014911     MOVE WS-PARM-TOKEN1 TO WS-RESTART-PARM.
014912     PERFORM 635-TRATA-UM-PARAMETRO.
014913     MOVE WS-PARM-TOKEN2 TO WS-RESTART-PARM.
014914     PERFORM 635-TRATA-UM-PARAMETRO.
014915*
014920 630-EXIT.
014930*
014940 635-TRATA-UM-PARAMETRO SECTION.
015610             IF SPR-PERIODO NOT = 'TRAILER'
015620                 ADD 1 TO WS-SAIDA-QTD-REG
015630                 ADD SPR-VALOR-TOTAL TO WS-SAIDA-VALOR-ACUM
015631                 ADD SPR-SERVICO TO WS-SAIDA-SERVICO-ACUM
015632                 ADD SPR-IMPOSTO TO WS-SAIDA-IMPOSTO-ACUM
015640                 PERFORM 656-REACUMULA-TOTAIS
015645                 PERFORM 490-REGISTRA-TICKET
015650             END-IF
015660     END-READ.
015670*
015840     END-IF.
015850*
015860     IF IND1 > ZEROS
015865         MOVE SPR-GARCOM TO WS-GARCOM-CHAVE
015866         PERFORM 520-LOCALIZA-GARCOM
015870         PERFORM 657-REACUMULA-PRATO
015880             VARYING IND FROM 1 BY 1
015890                 UNTIL IND > SPR-NUM-PRATOS
015895         PERFORM 659-RECOMPOE-RATEIO
015896         IF WS-CONTROLE-ESTOQUE
015897             PERFORM 550-BAIXA-ESTOQUE-ORDEM
015898         END-IF
015900     END-IF.
015910*
015920 656-EXIT.
016040     IF TAB-PRATO (IND1, IND2) = SPR-PRATO (IND)
016050         ADD SPR-QTD (IND)
016060             TO WS-TOTAL-DISH (IND1, IND2)
016065         ADD SPR-QTD (IND)
016066             TO WS-GAR-DISH (WS-GAR-IND, IND1, IND2)
016070     END-IF.
016080*
016090 658-EXIT.
016091*
016092*===  REFAZ O RATEIO DA ORDEM RELIDA DE SAIDAOUT, PARA O  =======
016093*===  HISTVEN TRAZER LIQUIDO, SERVICO E IMPOSTO DO DIA INTEIRO  =
016094 659-RECOMPOE-RATEIO SECTION.
016095*
016096     INITIALIZE WS-TAB-PRATO-SLOT.
016097     MOVE ZEROS TO WS-PRECO-ORDEM.
016098     MOVE SPR-NUM-PRATOS TO IND-SAI.
016099     PERFORM 661-RECOMPOE-PRATO
016100         VARYING IND FROM 1 BY 1 UNTIL IND > IND-SAI.
016101*
016102     MOVE SPR-VALOR-TOTAL TO WS-PRECO-LIQUIDO.
016103     PERFORM 475-RATEIA-VALORES.
016104*
016105 659-EXIT.
016106*
016107 661-RECOMPOE-PRATO SECTION.
016108*
016109     MOVE SPR-QTD (IND) TO WS-SLOT-QTD (IND).
016110     PERFORM 662-CASA-PRATO-SLOT
016111         VARYING IND2 FROM 1 BY 1
016112             UNTIL IND2 > WS-MAX-DISH (IND1).
016113*
016114 661-EXIT.
016115*
016116 662-CASA-PRATO-SLOT SECTION.
016117*
016118     IF TAB-PRATO (IND1, IND2) = SPR-PRATO (IND)
016119         MOVE IND2 TO WS-SLOT-DISH-NUM (IND)
016120         COMPUTE WS-PRECO-ORDEM = WS-PRECO-ORDEM
016121             + SPR-QTD (IND) * TAB-PRECO (IND1, IND2)
016122     END-IF.
016123*
016124 662-EXIT.
016125*
016126*===  IMPRIME O RELATORIO DE FECHAMENTO DE TURNO  ===============
016127 900-IMPRIME-RELATORIO-TURNO SECTION.
016130*
016140     DISPLAY '================================================'.
016150     DISPLAY 'RELATORIO DE FECHAMENTO DE TURNO'.
016250     MOVE 1 TO IND1.
016260     PERFORM 910-IMPRIME-TOTAIS-PERIODO
016270         VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 3.
016271*
016272     DISPLAY '------------------------------------------------'.
016273     MOVE WS-SAIDA-VALOR-ACUM TO WS-VALOR-EDIT.
016274     DISPLAY 'VALOR LIQUIDO        : ' WS-VALOR-EDIT.
016275     MOVE WS-SAIDA-SERVICO-ACUM TO WS-VALOR-EDIT.
016276     DISPLAY 'SERVICO              : ' WS-VALOR-EDIT.
016277     MOVE WS-SAIDA-IMPOSTO-ACUM TO WS-VALOR-EDIT.
016278     DISPLAY 'IMPOSTO              : ' WS-VALOR-EDIT.
016279     DISPLAY 'PORCOES ESGOTADAS    : ' WS-CONT-PORCOES-PERDIDAS.
016281     DISPLAY '------------------------------------------------'.
016283*
016290     IF WS-CONT-PROMOCOES > ZEROS
016300         DISPLAY 'RESGATES DE PROMOCOES'
016310         PERFORM 930-IMPRIME-RESGATE-PROMO
016680     MOVE 'TRAILER' TO SPT-ID.
016690     MOVE WS-SAIDA-QTD-REG TO SPT-QTD-REGISTROS.
016700     MOVE WS-SAIDA-VALOR-ACUM TO SPT-VALOR-TOTAL.
016701     MOVE WS-SAIDA-SERVICO-ACUM TO SPT-SERVICO-TOTAL.
016702     MOVE WS-SAIDA-IMPOSTO-ACUM TO SPT-IMPOSTO-TOTAL.
016703     MOVE WS-FILIAL-CODIGO TO SPT-FILIAL.
016704     MOVE WS-DATA-LOTE TO SPT-DATA.
016710     WRITE SAIDA-POS-TRAILER.
016720*
016730 950-EXIT.
017040     MOVE WS-LOG-CONTADOR TO RUN-LOG-LINHA.
017050     WRITE RUN-LOG-LINHA.
017060*
017062     MOVE 'TICKETS REGISTRADOS : ' TO WS-LOG-CON-TEXTO.
017064     MOVE WS-CONT-TKT-LOTE TO WS-LOG-CON-QTD.
017067     MOVE WS-LOG-CONTADOR TO RUN-LOG-LINHA.
017068     WRITE RUN-LOG-LINHA.
017069*
017070     ACCEPT WS-HORA-EXEC FROM TIME.
017080     MOVE 'FIM DA EXECUCAO     : ' TO WS-LOG-EXEC-TEXTO.
017090     MOVE WS-DATA-EXEC TO WS-LOG-EXEC-DATA.
017230 965-EXIT.
017240*
017250*===  ANEXA AO HISTORICO DE VENDAS O RESUMO DATADO DO LOTE,  ====
017260*===  POR PERIODO, PRATO E GARCOM, AO PRECO DE TABELA VIGENTE  ==
017270 970-GRAVA-HISTORICO-VENDAS SECTION.
017280*
017290     PERFORM 975-GRAVA-HISTORICO-PERIODO
017420*
017430     IF WS-TOTAL-DISH (IND1, IND2) > ZEROS
017440             AND TAB-PRATO (IND1, IND2) NOT = SPACES
017450         PERFORM 979-GRAVA-HISTORICO-GARCOM
017460             VARYING IND-GAR FROM 1 BY 1
017470                 UNTIL IND-GAR > WS-CONT-GARCONS
017520     END-IF.
017530*
017540 978-EXIT.
017541*
017542 979-GRAVA-HISTORICO-GARCOM SECTION.
017543*
017544     IF WS-GAR-DISH (IND-GAR, IND1, IND2) > ZEROS
017545         MOVE WS-DATA-LOTE TO HIS-DATA
017546         MOVE WS-PERIODO-NOME (IND1) TO HIS-PERIODO
017547         MOVE TAB-PRATO (IND1, IND2) TO HIS-PRATO
017548         MOVE WS-GAR-DISH (IND-GAR, IND1, IND2) TO HIS-QTD
017549         COMPUTE HIS-VALOR = WS-GAR-DISH (IND-GAR, IND1, IND2)
017550             * TAB-PRECO (IND1, IND2)
017551         MOVE WS-GAR-CODIGO (IND-GAR) TO HIS-GARCOM
017552         MOVE WS-GAR-LIQUIDO (IND-GAR, IND1, IND2)
017553           TO HIS-LIQUIDO
017554         MOVE WS-GAR-SERVICO (IND-GAR, IND1, IND2)
017555           TO HIS-SERVICO
017556         MOVE WS-GAR-IMPOSTO (IND-GAR, IND1, IND2)
017557           TO HIS-IMPOSTO
017558         MOVE WS-PCT-SERVICO (IND1)    TO HIS-PCT-SERVICO
017559         MOVE WS-ALIQUOTA (IND1, IND2) TO HIS-ALIQUOTA
017560         MOVE WS-FILIAL-CODIGO TO HIS-FILIAL
017561         WRITE HISTORICO-REC
017562     END-IF.
017563*
017564 979-EXIT.
017565*
017566*===  ANEXA AO CADASTRO TICKREG OS TICKETS ACEITOS NESTE LOTE  ==
017567 980-GRAVA-CADASTRO-TICKETS SECTION.
017568*
017569     OPEN EXTEND TICKREG.
017570     IF WS-TICKREG-STATUS = '35'
017571         OPEN OUTPUT TICKREG
017572     END-IF.
017573*
017574     PERFORM 985-GRAVA-TICKET
017575         VARYING IND-TKT FROM 1 BY 1
017576             UNTIL IND-TKT > WS-CONT-TKT-LOTE.
017577*
017578     CLOSE TICKREG.
017580*
017582 980-EXIT.
017584*
017586 985-GRAVA-TICKET SECTION.
017587*
017588     MOVE WS-TKL-TICKET (IND-TKT)  TO TKR-TICKET.
017589     MOVE WS-TKL-DATA (IND-TKT)    TO TKR-DATA.
017590     MOVE WS-TKL-PERIODO (IND-TKT) TO TKR-PERIODO.
017591     MOVE WS-TKL-MESA (IND-TKT)    TO TKR-MESA.
017592     WRITE TICKET-REG-REC.
017593*
017594 985-EXIT.
017595*
017596*===  ENCERRA O LOTE: RELATORIO FINAL E FECHAMENTO DE ARQUIVOS ==
017597 9000-FINALIZA SECTION.
017598*
017599     PERFORM 900-IMPRIME-RELATORIO-TURNO.
017600*
017610     PERFORM 950-GRAVA-TRAILER-SAIDA.
017620     PERFORM 970-GRAVA-HISTORICO-VENDAS.
017625     PERFORM 980-GRAVA-CADASTRO-TICKETS.
017630     PERFORM 960-GRAVA-RUN-LOG.
017640*
017650     CLOSE CARDIN.
017680     CLOSE CKPTFILE.
017690     CLOSE RUNLOG.
017700     CLOSE HISTVEN.
017701     CLOSE CONTPORC.
017710*
017720 9000-EXIT.
017730*
