000250*                 TABELAS DE 100 E 200 POSICOES: SEM TETO DE
000260*                 VOLUME, SEM DESCARTE SILENCIOSO E SEM
000270*                 VARREDURA LINEAR POR REJEITO.
000271* 2026-09-15 CLT  CARTAO DE CONTROLE PASSA A 50 POSICOES COM O
000272*                 CODIGO DO GARCOM; REJEITO PASSA A 72.
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000690*
000700 FD  CARDREJ
000710     RECORDING MODE IS F
000720     RECORD CONTAINS 72 CHARACTERS
000730     LABEL RECORDS ARE STANDARD.
000740     COPY CARTREJ.
000750*
000760 FD  CORRFILE
000770     RECORDING MODE IS F
000780     RECORD CONTAINS 50 CHARACTERS
000790     LABEL RECORDS ARE STANDARD.
000800     COPY CARTCTL.
000810*
000820 FD  RECYCOUT
000830     RECORDING MODE IS F
000840     RECORD CONTAINS 50 CHARACTERS
000850     LABEL RECORDS ARE STANDARD.
000860 01  RCY-REGISTRO            PIC X(50).
000870*
000880 FD  REJPEND
000890     RECORDING MODE IS F
000900     RECORD CONTAINS 72 CHARACTERS
000910     LABEL RECORDS ARE STANDARD.
000920 01  PEN-REGISTRO            PIC X(72).
000930*
000940 FD  CICLPREV
000950     RECORDING MODE IS F
001070*    HORARIO LIMITROFE, QUE SO SAO CONTADOS NA SELECAO).
001080 FD  REJSRT
001090     RECORDING MODE IS F
001100     RECORD CONTAINS 72 CHARACTERS
001110     LABEL RECORDS ARE STANDARD.
001120 01  SRT-REJEITO-REG.
001130     05  FILLER              PIC X(24).
001140     05  SRT-REJ-TICKET      PIC X(06).
001150     05  FILLER              PIC X(20).
001160     05  SRT-REJ-MOTIVO      PIC X(20).
001170     05  SRT-REJ-CICLO       PIC 9(02).
001180*
001190*    CORRECOES CLASSIFICADAS POR TICKET.
001200 FD  CORRSRT
001210     RECORDING MODE IS F
001220     RECORD CONTAINS 50 CHARACTERS
001230     LABEL RECORDS ARE STANDARD.
001240 01  SRT-CORRECAO-REG.
001250     05  FILLER              PIC X(24).
001260     05  SRT-COR-TICKET      PIC X(06).
001270     05  FILLER              PIC X(20).
001280*
001290*    CICLOS DA RODADA ANTERIOR CLASSIFICADOS POR TICKET.
001300 FD  CICLSRT
001390 01  SW1-REG.
001400     05  FILLER              PIC X(24).
001410     05  SW1-TICKET          PIC X(06).
001420     05  FILLER              PIC X(42).
001430*
001440 SD  SORTWK2.
001450 01  SW2-REG.
001460     05  FILLER              PIC X(24).
001470     05  SW2-TICKET          PIC X(06).
001480     05  FILLER              PIC X(20).
001490*
001500 SD  SORTWK3.
001510 01  SW3-REG.
