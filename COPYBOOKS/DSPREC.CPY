000100*----------------------------------------------------------------
000200* DSPREC  - REGISTRO DO ARQUIVO DIARIO DE DISPONIBILIDADE DOS
000300*           PRATOS (DISPFILE). O DISPON GRAVA NO INICIO DO DIA UM
000400*           REGISTRO AUTOMATICO POR PRATO DE CADA PERIODO COM AS
000500*           PORCOES QUE O SALDO DE ABERTURA DO ESTOQUE PERMITE;
000600*           A COZINHA ACRESCENTA REGISTROS COM PORCOES ZERO PARA
000700*           TIRAR UM PRATO DO CARDAPIO. PORCOES ZERO = ESGOTADO.
000800*           PERIODO EM BRANCO VALE PARA TODOS OS PERIODOS.
000900*----------------------------------------------------------------
001000 01  DISPONIBILIDADE-REC.
001100     05  DSP-DATA                PIC 9(08).
001200     05  DSP-PERIODO             PIC X(07).
001300     05  DSP-PRATO               PIC X(06).
001400     05  DSP-PORCOES             PIC 9(05).
001500     05  DSP-ORIGEM              PIC X(01).
001600         88  DSP-AUTOMATICO                VALUE 'A'.
001700         88  DSP-COZINHA                   VALUE 'C'.
