000100****************************************************************
000200*                                                              *
000300*  DOMREC - LAYOUT DO REGISTRO DO ARQUIVO DE DOMICILIOS        *
000400*           (ARQUIVO DOMICIL), CHAVEADO PELO ID DO CLIENTE E   *
000500*           COM CHAVE ALTERNATIVA PELO ID DO DOMICILIO. O      *
000600*           ARQUIVO E REFEITO TODA NOITE PELO CLIDOMI, QUE     *
000700*           AGRUPA OS CLIENTES ATIVOS DO MESMO ENDERECO        *
000800*           RESIDENCIAL NORMALIZADO E CEP. O ID DO DOMICILIO   *
000900*           E O MENOR ID DE CLIENTE DO GRUPO; O CHEFE DO       *
001000*           DOMICILIO E O MEMBRO MAIS VELHO (PELA DATA DE      *
001100*           NASCIMENTO) OU, SEM DATA CONHECIDA, O DE MENOR ID. *
001200*           CLIENTE SEM REGISTRO NESTE ARQUIVO E UM DOMICILIO  *
001300*           SO DELE. LIDO PELO CLIEXTR (UM REGISTRO POR        *
001400*           DOMICILIO).                                        *
001500*                                                              *
001600*  HISTORICO DE ALTERACOES                                     *
001700*  DATA       AUTOR   DESCRICAO                                *
001800*  ---------- ------- ------------------------------------     *
001900*  15/10/2026 EAC     LAYOUT ORIGINAL.                          *
002000*                                                              *
002100****************************************************************
002200 01  REGISTRO-DE-DOMICILIO.
002300     05 ID-DO-CLIENTE-DOM        PIC 9(06).
002400     05 ID-DO-DOMICILIO-DOM      PIC 9(06).
002500     05 ID-DO-CHEFE-DOM          PIC 9(06).
002600     05 CHEFE-DO-DOMICILIO-DOM   PIC X(01).
002700        88 E-CHEFE-DO-DOMICILIO-DOM   VALUE "S".
002800        88 MEMBRO-DO-DOMICILIO-DOM   VALUE "N".
002900     05 QTD-DE-MEMBROS-DOM       PIC 9(03).
003000     05 ENDERECO-NORMALIZADO-DOM PIC X(40).
003100     05 CEP-DOM                  PIC X(08).
003200     05 UF-DOM                   PIC X(02).
003300     05 DATA-DO-AGRUPAMENTO-DOM  PIC 9(08).
