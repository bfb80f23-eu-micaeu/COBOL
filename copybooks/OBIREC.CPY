000100****************************************************************
000200*                                                              *
000300*  OBIREC - LAYOUT DO REGISTRO DO ARQUIVO DE OBITOS (ARQUIVO   *
000400*           OBITO), CHAVEADO PELO ID DO CLIENTE. GRAVADO PELO  *
000500*           CLIOBIT QUANDO O REGISTRO DE OBITOS DO CARTORIO    *
000600*           CONFERE EXATAMENTE COM UM CLIENTE (NOME E DATA DE  *
000700*           NASCIMENTO). A MARCA E PERMANENTE: O CLIENTE       *
000800*           FALECIDO NAO SAI MAIS NO CLIEXTR, NO CLIDELT NEM   *
000900*           NO CLIMALA, AINDA QUE SEJA RESTAURADO OU           *
001000*           REATIVADO DEPOIS.                                  *
001100*                                                              *
001200*  HISTORICO DE ALTERACOES                                     *
001300*  DATA       AUTOR   DESCRICAO                                *
001400*  ---------- ------- ------------------------------------     *
001500*  15/10/2026 EAC     LAYOUT ORIGINAL.                         *
001510*  15/10/2026 EAC     ACRESCIDA A HORA DO REGISTRO, PARA QUE   *
001520*                     O ESTORNO DE UMA RODADA DO CLIOBIT       *
001530*                     (CLIESTO) RECONHECA E RETIRE AS MARCAS   *
001540*                     GRAVADAS POR ELA.                        *
001600*                                                              *
001700****************************************************************
001800 01  REGISTRO-DE-OBITO.
001900     05 ID-DO-CLIENTE-OBI        PIC 9(06).
002000     05 DATA-DO-OBITO-OBI        PIC 9(08).
002100     05 DATA-DO-REGISTRO-OBI     PIC 9(08).
002110     05 HORA-DO-REGISTRO-OBI     PIC 9(08).
002200     05 PROGRAMA-DO-REGISTRO-OBI PIC X(08).
002300     05 ID-DO-OPERADOR-OBI       PIC X(08).
002400     05 SITUACAO-ANTERIOR-OBI    PIC X(01).
