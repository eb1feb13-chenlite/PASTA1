001400     05  SPR-DATA                PIC 9(08).
001450*        DESCONTO PROMOCIONAL JA ABATIDO DE SPR-VALOR-TOTAL
001460     05  SPR-DESCONTO            PIC 9(05)V99.
001470*        GARCOM QUE ATENDEU A ORDEM
001480     05  SPR-GARCOM              PIC X(04).
001482*        SERVICO DO PERIODO E IMPOSTO PELA CATEGORIA DE CADA
001484*        PRATO, CALCULADOS SOBRE O LIQUIDO JA PROMOCIONADO
001486*        (SPR-VALOR-TOTAL). A CONTA DO CLIENTE E A SOMA DOS TRES.
001488     05  SPR-SERVICO             PIC 9(05)V99.
001490     05  SPR-IMPOSTO             PIC 9(05)V99.
001492*        FILIAL QUE GEROU A ORDEM (ARQUIVO FILIAL DO SITE)
001494     05  SPR-FILIAL              PIC X(04).
001500*
001600*    TRAILER DE CONTROLE, ULTIMO REGISTRO DO ARQUIVO: TRAZ A
001700*    QUANTIDADE DE REGISTROS DE DETALHE E A SOMA DE
001800*    SPR-VALOR-TOTAL PARA BALANCEAMENTO DOS SISTEMAS A JUSANTE,
001850*    COM AS SOMAS DE SPR-SERVICO E SPR-IMPOSTO. A FILIAL E A
001860*    DATA DO LOTE IDENTIFICAM O ARQUIVO NA CONSOLIDACAO DA MATRIZ.
001900 01  SAIDA-POS-TRAILER.
002000     05  SPT-ID                  PIC X(07).
002100     05  SPT-QTD-REGISTROS       PIC 9(06).
002200     05  SPT-VALOR-TOTAL         PIC 9(09)V99.
002210     05  SPT-SERVICO-TOTAL       PIC 9(09)V99.
002220     05  SPT-IMPOSTO-TOTAL       PIC 9(09)V99.
002230     05  SPT-FILIAL              PIC X(04).
002240     05  SPT-DATA                PIC 9(08).
002300     05  FILLER                  PIC X(68).
