000170*                 ABERTURA POR PERIODO COMO MEDIDA DE GIRO DA
000180*                 MESA, E O RANKING DA MESA MAIS FORTE A MAIS
000190*                 FRACA PARA A ESCALA DE PRACAS DO SALAO.
000191* 2026-09-15 CLT  SAIDAOUT PASSA A 108 POSICOES (GARCOM).
000192* 2026-09-29 CLT  SAIDAOUT A 122 POSICOES (SERVICO E IMPOSTO).
000193* 2026-10-06 CLT  SAIDAOUT A 126 POSICOES (FILIAL).
000200*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000300*
000310 FD  SAIDAOUT
000320     RECORDING MODE IS F
000330     RECORD CONTAINS 126 CHARACTERS
000340     LABEL RECORDS ARE STANDARD.
000350     COPY SAIDREC.
000360*
