000195*                 DE DATAS. NA VISAO SEMANAL OS RESUMOS SAO
000196*                 APENAS AVISADOS. O AGRUPAMENTO DA TENDENCIA
000197*                 PASSOU A PROCURAR O GRUPO EM TODA A TABELA.
000198* 2026-10-06 CLT  HISTVEN A 78 E HISAJU A 75 POSICOES.
000199*
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000290*
000300 FD  HISTVEN
000310     RECORDING MODE IS F
000320     RECORD CONTAINS 78 CHARACTERS
000330     LABEL RECORDS ARE STANDARD.
000340     COPY HISTREC.
000342*
000344 FD  HISAJU
000345     RECORDING MODE IS F
000346     RECORD CONTAINS 75 CHARACTERS
000347     LABEL RECORDS ARE STANDARD.
000348     COPY HAJREC.
000349*
