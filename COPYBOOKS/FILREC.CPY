000100*----------------------------------------------------------------
000200* FILREC  - REGISTRO DE IDENTIFICACAO DE FILIAL. NO SITE, O
000300*           ARQUIVO FILIAL TEM UMA UNICA LINHA COM O CODIGO E O
000400*           NOME DA PROPRIA FILIAL, CARIMBADO NOS ARQUIVOS QUE A
000500*           FILIAL ENVIA A MATRIZ. NA MATRIZ, O ARQUIVO FILIAIS
000600*           TEM UMA LINHA POR FILIAL ESPERADA NA CONSOLIDACAO.
000700*----------------------------------------------------------------
000800 01  FILIAL-REC.
000900     05  FIL-CODIGO              PIC X(04).
001000     05  FIL-NOME                PIC X(20).
