000100*----------------------------------------------------------------
000200* HISTREC - REGISTRO DO HISTORICO ACUMULADO DE VENDAS (HISTVEN),
000300*           UM POR DATA/PERIODO/PRATO/GARCOM GRAVADO NO
000400*           FECHAMENTO DE CADA LOTE, COM A QUANTIDADE VENDIDA E
000500*           A RECEITA AO PRECO DE TABELA VIGENTE NO DIA.
000510*           TRAZ TAMBEM O LIQUIDO APOS AS PROMOCOES, O SERVICO
000520*           E O IMPOSTO, COM O PERCENTUAL DE SERVICO E A
000530*           ALIQUOTA APLICADOS, PARA O RESUMO FISCAL DO MES.
000540*           A FILIAL IDENTIFICA O SITE NA CONSOLIDACAO DA MATRIZ.
000600*----------------------------------------------------------------
000700 01  HISTORICO-REC.
000800     05  HIS-DATA                PIC 9(08).
001000     05  HIS-PRATO               PIC X(06).
001100     05  HIS-QTD                 PIC 9(05).
001200     05  HIS-VALOR               PIC 9(07)V99.
001300     05  HIS-GARCOM              PIC X(04).
001400     05  HIS-LIQUIDO             PIC 9(07)V99.
001500     05  HIS-SERVICO             PIC 9(07)V99.
001600     05  HIS-IMPOSTO             PIC 9(07)V99.
001700     05  HIS-PCT-SERVICO         PIC 9(02)V99.
001800     05  HIS-ALIQUOTA            PIC 9(02)V99.
001900     05  HIS-FILIAL              PIC X(04).
