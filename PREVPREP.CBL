000220*                 EXPLODIDAS PELAS RECEITAS (RECFILE).
000230*                 PARAMETROS: DATA (AAAAMMDD), QTDE DE SEMANAS
000240*                 (PADRAO 4) E MARGEM PERCENTUAL (PADRAO 10).
000241* 2026-09-15 CLT  HISTVEN PASSA A 39 POSICOES (GARCOM).
000242* 2026-09-29 CLT  HISTVEN PASSA A 74 POSICOES (SERVICO E IMPOSTO).
000243* 2026-10-06 CLT  HISTVEN A 78 POSICOES (FILIAL).
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000380*
000390 FD  HISTVEN
000400     RECORDING MODE IS F
000410     RECORD CONTAINS 78 CHARACTERS
000420     LABEL RECORDS ARE STANDARD.
000430     COPY HISTREC.
000440*
