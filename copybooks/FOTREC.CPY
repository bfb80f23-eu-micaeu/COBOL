000100****************************************************************
000200*                                                              *
000300*  FOTREC - LAYOUT DO REGISTRO DO ARQUIVO DE FOTOGRAFIAS       *
000400*           MENSAIS DO CADASTRO (ARQUIVO FOTOMES), GRAVADO NO  *
000500*           FECHAMENTO DO MES PELO CLIFOTO E LIDO PELO CLITEND *
000600*           PARA O RELATORIO DE TENDENCIA. CADA MES TEM UM     *
000700*           REGISTRO DE TOTAL GERAL, UM POR UF (AS 27 UNIDADES *
000800*           DA FEDERACAO MAIS "??" PARA UF EM BRANCO OU        *
000900*           DESCONHECIDA) E UM POR FAIXA ETARIA (AS OITO FAIXAS*
001000*           FINAS DO CLIDEMO, CODIGOS "01" A "08"), SEMPRE COM *
001100*           AS QUANTIDADES DE ATIVOS E INATIVOS. UMA NOVA      *
001200*           FOTOGRAFIA DO MESMO MES SUBSTITUI A ANTERIOR.      *
001300*                                                              *
001400*  HISTORICO DE ALTERACOES                                     *
001500*  DATA       AUTOR   DESCRICAO                                *
001600*  ---------- ------- ------------------------------------     *
001700*  15/10/2026 EAC     LAYOUT ORIGINAL.                         *
001800*                                                              *
001900****************************************************************
002000 01  REGISTRO-DA-FOTOGRAFIA.
002100     05 CHAVE-DA-FOTOGRAFIA-FOT.
002200        10 ANO-MES-FOT              PIC 9(06).
002300        10 TIPO-DE-TOTAL-FOT        PIC X(01).
002400           88 TOTAL-GERAL-FOT           VALUE "G".
002500           88 TOTAL-POR-UF-FOT          VALUE "U".
002600           88 TOTAL-POR-FAIXA-FOT       VALUE "F".
002700        10 CODIGO-DO-TOTAL-FOT      PIC X(02).
002800     05 QTD-ATIVOS-FOT              PIC 9(07).
002900     05 QTD-INATIVOS-FOT            PIC 9(07).
003000     05 DATA-DA-FOTOGRAFIA-FOT      PIC 9(08).
