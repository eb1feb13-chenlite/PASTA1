000220*                 DA RODADA O OPERADOR SUBSTITUI HISTVEN POR
000230*                 HISTNOVO. SEM DATA DE CORTE VALIDA O PROGRAMA
000240*                 ENCERRA COM RETURN-CODE 8 SEM TOCAR EM NADA.
000241* 2026-09-15 CLT  HISTVEN PASSA A 39 POSICOES (GARCOM).
000242* 2026-09-29 CLT  HISTVEN PASSA A 74 POSICOES (SERVICO E IMPOSTO).
000243* 2026-10-06 CLT  HISTVEN A 78 POSICOES (FILIAL).
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000460*
000470 FD  HISTVEN
000480     RECORDING MODE IS F
000490     RECORD CONTAINS 78 CHARACTERS
000500     LABEL RECORDS ARE STANDARD.
000510     COPY HISTREC.
000520*
000530 FD  HISTARQ
000540     RECORDING MODE IS F
000550     RECORD CONTAINS 78 CHARACTERS
000560     LABEL RECORDS ARE STANDARD.
000570 01  HISTARQ-REC             PIC X(78).
000580*
000590 FD  HISTNOVO
000600     RECORDING MODE IS F
000610     RECORD CONTAINS 78 CHARACTERS
000620     LABEL RECORDS ARE STANDARD.
000630 01  HISTNOVO-REC            PIC X(78).
000640*
000650 FD  HISTRES
000660     RECORDING MODE IS F
