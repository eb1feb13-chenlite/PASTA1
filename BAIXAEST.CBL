000210* 2026-08-22 CLT  BALANCEAMENTO CONTRA O TRAILER DE CONTROLE DE
000220*                 SAIDAOUT: FEED SEM TRAILER OU COM CONTAGEM OU
000230*                 SOMA DIVERGENTE ENCERRA COM RETURN-CODE 8.
000231* 2026-09-15 CLT  SAIDAOUT PASSA A 108 POSICOES (GARCOM).
000232* 2026-09-29 CLT  SAIDAOUT A 122 POSICOES (SERVICO E IMPOSTO).
000233* 2026-10-06 CLT  SAIDAOUT A 126 E ESTFILE A 32 POSICOES (FILIAL).
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000430*
000440 FD  SAIDAOUT
000450     RECORDING MODE IS F
000460     RECORD CONTAINS 126 CHARACTERS
000470     LABEL RECORDS ARE STANDARD.
000480     COPY SAIDREC.
000490*
000550*
000560 FD  ESTFILE
000570     RECORDING MODE IS F
000580     RECORD CONTAINS 32 CHARACTERS
000590     LABEL RECORDS ARE STANDARD.
000600     COPY ESTREC.
000610*
