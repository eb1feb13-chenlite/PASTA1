000210*                 CIMA AO MULTIPLO DA EMBALAGEM, ALEM DO
000220*                 RELATORIO IMPRESSO AGRUPADO POR FORNECEDOR
000230*                 PARA ENVIO AO VENDEDOR.
000231* 2026-09-15 CLT  HISTVEN PASSA A 39 POSICOES (GARCOM).
000232* 2026-09-29 CLT  HISTVEN PASSA A 74 POSICOES (SERVICO E IMPOSTO).
000233* 2026-10-06 CLT  SUGOUT CARIMBADO COM A FILIAL DO SITE (ARQUIVO
000234*                 FILIAL, OPCIONAL) PARA A CONSOLIDACAO DA MATRIZ;
000235*                 HISTVEN A 78, ESTFILE A 32 E SUGOUT A 43 POS.
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000400     SELECT SUGOUT
000410         ASSIGN TO "SUGOUT"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000421     SELECT FILIAL
000422         ASSIGN TO "FILIAL"
000423         ORGANIZATION IS LINE SEQUENTIAL
000424         FILE STATUS IS WS-FILIAL-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460*
000470 FD  HISTVEN
000480     RECORDING MODE IS F
000490     RECORD CONTAINS 78 CHARACTERS
000500     LABEL RECORDS ARE STANDARD.
000510     COPY HISTREC.
000520*
000580*
000590 FD  ESTFILE
000600     RECORDING MODE IS F
000610     RECORD CONTAINS 32 CHARACTERS
000620     LABEL RECORDS ARE STANDARD.
000630     COPY ESTREC.
000640*
000700*
000710 FD  SUGOUT
000720     RECORDING MODE IS F
000730     RECORD CONTAINS 43 CHARACTERS
000740     LABEL RECORDS ARE STANDARD.
000750     COPY SUGREC.
000760*
000761 FD  FILIAL
000762     RECORDING MODE IS F
000763     RECORD CONTAINS 24 CHARACTERS
000764     LABEL RECORDS ARE STANDARD.
000765     COPY FILREC.
000766*
000770 WORKING-STORAGE SECTION.
000780*
000790 77  IND-PRA                 PIC 9(02) VALUE ZEROS.
001020 77  WS-QTD-EDIT             PIC ZZZZZZ9.99.
001030 77  WS-USO-EDIT             PIC ZZZZZZ9.99.
001040 77  WS-FOR-TEMP             PIC X(35) VALUE SPACES.
001041 77  WS-FILIAL-STATUS        PIC X(02) VALUE SPACES.
001042 77  WS-FILIAL-CODIGO        PIC X(04) VALUE SPACES.
001050*
001060 01  WS-SWITCHES.
001070     05  WS-FIM-HISTVEN-SW        PIC X(01) VALUE 'N'.
001970         UNTIL WS-FIM-FORNFILE.
001980     CLOSE FORNFILE.
001990*
001991     OPEN INPUT  FILIAL.
001992     IF WS-FILIAL-STATUS = '35'
001993         DISPLAY 'FILIAL AUSENTE, SUGESTAO SEM CODIGO DE FILIAL'
001994     ELSE
001995         PERFORM 360-CARREGA-FILIAL
001996         CLOSE FILIAL
001997     END-IF.
001998*
002000     PERFORM 2100-LER-HISTVEN.
002010*
002020 1000-EXIT.
003980*
003990 350-EXIT.
004000*
004001*===  LE O CODIGO DA FILIAL DO SITE (UM REGISTRO SO)  ===========
004002 360-CARREGA-FILIAL SECTION.
004003*
004004     READ FILIAL
004005         AT END
004006             DISPLAY 'FILIAL VAZIO, SUGESTAO SEM CODIGO DE FILIAL'
004007         NOT AT END
004008             MOVE FIL-CODIGO TO WS-FILIAL-CODIGO
004009     END-READ.
004010*
004011 360-EXIT.
004012*
004016*===  PROJETA O CONSUMO DIARIO DE CADA INGREDIENTE A PARTIR  ====
004020*===  DA MEDIA DIARIA DOS PRATOS EXPLODIDA PELAS RECEITAS  =======
004030 400-PROJETA-CONSUMO SECTION.
004040*
005340     COMPUTE SUG-QTD =
005350         WS-QTD-EMBALAGENS * WS-FOR-EMBAL (IND-FOR).
005360     MOVE WS-QTD-EMBALAGENS TO SUG-EMBALAGENS.
005365     MOVE WS-FILIAL-CODIGO TO SUG-FILIAL.
005370     WRITE SUGESTAO-REC.
005380     ADD 1 TO WS-CONT-SUGESTOES.
005390*
