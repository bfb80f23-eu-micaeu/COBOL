000100****************************************************************
000200*                                                              *
000300*  CONREC - LAYOUT DO REGISTRO DO ARQUIVO DE CONSENTIMENTOS    *
000400*           LGPD (ARQUIVO CONSENT), CHAVEADO PELO ID DO        *
000500*           CLIENTE. GUARDA O ACEITE ("S") OU A RECUSA ("N")   *
000600*           DO CLIENTE PARA CADA CANAL DE CONTATO, COM A DATA  *
000700*           E O OPERADOR DA ULTIMA MANIFESTACAO. MANTIDO PELO  *
000800*           MENU DE ALTERACAO DO CADASTRO, PELO CODIGO "OP"    *
000900*           DO CLIRETN E PELO CLIANON; LIDO PELO CLIEXTR E     *
001000*           PELO CLIDELT. CLIENTE SEM REGISTRO NESTE ARQUIVO   *
001100*           NAO TEM RESTRICAO DE CONTATO.                      *
001200*                                                              *
001300*  HISTORICO DE ALTERACOES                                     *
001400*  DATA       AUTOR   DESCRICAO                                *
001500*  ---------- ------- ------------------------------------     *
001600*  15/10/2026 EAC     LAYOUT ORIGINAL.                          *
001700*                                                              *
001800****************************************************************
001900 01  REGISTRO-DE-CONSENTIMENTO.
002000     05 ID-DO-CLIENTE-CON        PIC 9(06).
002100     05 CONSENTE-CORREIO-CON     PIC X(01).
002200        88 ACEITA-CORREIO-CON        VALUE "S".
002300        88 RECUSA-CORREIO-CON        VALUE "N".
002400     05 CONSENTE-TELEFONE-CON    PIC X(01).
002500        88 ACEITA-TELEFONE-CON       VALUE "S".
002600        88 RECUSA-TELEFONE-CON       VALUE "N".
002700     05 CONSENTE-EMAIL-CON       PIC X(01).
002800        88 ACEITA-EMAIL-CON          VALUE "S".
002900        88 RECUSA-EMAIL-CON          VALUE "N".
003000     05 DATA-DO-CONSENTIMENTO-CON PIC 9(08).
003100     05 OPERADOR-DO-CONSENTIMENTO-CON PIC X(08).
