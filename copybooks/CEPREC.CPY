001400*  E PRESENTE NO DIRETORIO. SEM O DIRETORIO CARREGADO A        *
001500*  ROTINA DEVOLVE O RESULTADO "D" E O CHAMADOR DECIDE SEGUIR   *
001600*  SEM A CONFERENCIA.                                          *
001610*  COM O CEP NO DIRETORIO A ROTINA DEVOLVE TAMBEM O CEP        *
001620*  INICIAL E O FINAL DA FAIXA ACHADA (ZEROS QUANDO NAO HA      *
001630*  FAIXA), USADOS PELA MALA DIRETA ORDENADA POR CEP (CLIMALA). *
001700*                                                              *
001800*  HISTORICO DE ALTERACOES                                     *
001900*  DATA       AUTOR   DESCRICAO                                *
002000*  ---------- ------- ------------------------------------     *
002100*  02/09/2026 EAC     LAYOUT ORIGINAL.                          *
002110*  15/10/2026 EAC     ACRESCIDOS O CEP INICIAL E O FINAL DA     *
002120*                     FAIXA DO DIRETORIO.                       *
002200*                                                              *
002300****************************************************************
002400 01  PARAMETROS-DE-CEP.
003200     05 CEP-MENSAGEM            PIC X(40).
003300     05 CEP-UF-DO-DIRETORIO     PIC X(02).
003400     05 CEP-CIDADE-DO-DIRETORIO PIC X(20).
003500     05 CEP-INICIAL-DA-FAIXA    PIC 9(08).
003600     05 CEP-FINAL-DA-FAIXA      PIC 9(08).
