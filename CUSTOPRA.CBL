000220*                 (DATA-INI DATA-FIM, PADRAO DIA CORRENTE),
000230*                 TOTALIZA O CUSTO TEORICO DA COMIDA CONTRA A
000240*                 RECEITA DO INTERVALO.
000241* 2026-09-15 CLT  HISTVEN PASSA A 39 POSICOES (GARCOM).
000242* 2026-09-29 CLT  HISTVEN PASSA A 74 POSICOES (SERVICO E IMPOSTO).
000243* 2026-10-06 CLT  HISTVEN A 78 POSICOES (FILIAL).
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000620*
000630 FD  HISTVEN
000640     RECORDING MODE IS F
000650     RECORD CONTAINS 78 CHARACTERS
000660     LABEL RECORDS ARE STANDARD.
000670     COPY HISTREC.
000680*
