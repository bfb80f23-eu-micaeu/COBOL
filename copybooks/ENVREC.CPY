000100****************************************************************
000200*                                                              *
000300*  ENVREC - AREA DE PARAMETROS DA ROTINA COMUM DE CONSULTA DO  *
000400*           ENDERECO TIPIFICADO EM VIGOR (CLIENDV),            *
000500*           COMPARTILHADA PELOS EXTRATOS CLIEXTR E CLIDELT,    *
000600*           PELOS RELATORIOS CLISCRUB E CLIDEMO E PELA MALA    *
000650*           DIRETA CLIMALA.                                    *
000700*                                                              *
000800*  O CHAMADOR PREENCHE O ID DO CLIENTE, O TIPO DO ENDERECO     *
000900*  ("C" = COBRANCA, "P" = CORRESPONDENCIA) E A DATA DE         *
001000*  REFERENCIA (AAAAMMDD); A ROTINA PROCURA NO ARQUIVO          *
001100*  ENDERECO (COPYBOOK ENDREC) O ENDERECO DO TIPO EM VIGOR NA   *
001200*  DATA - INICIO ATE A DATA E FIM ZERO OU POSTERIOR A ELA,     *
001300*  PREVALECENDO A MAIOR SEQUENCIA - E O DEVOLVE COM O          *
001400*  RESULTADO "S". SEM ENDERECO EM VIGOR O RESULTADO E "N" E,   *
001500*  SEM O ARQUIVO ENDERECO, "A"; NOS DOIS CASOS O CHAMADOR USA  *
001600*  O ENDERECO RESIDENCIAL DO CADASTRO.                         *
001700*                                                              *
001800*  HISTORICO DE ALTERACOES                                     *
001900*  DATA       AUTOR   DESCRICAO                                *
002000*  ---------- ------- ------------------------------------     *
002100*  15/10/2026 EAC     LAYOUT ORIGINAL.                          *
002200*                                                              *
002300****************************************************************
002400 01  PARAMETROS-DE-ENDERECO.
002500     05 ENV-ID-DO-CLIENTE       PIC 9(06).
002600     05 ENV-TIPO-DO-ENDERECO    PIC X(01).
002700        88 ENV-COBRANCA             VALUE "C".
002800        88 ENV-CORRESPONDENCIA      VALUE "P".
002900     05 ENV-DATA-DE-REFERENCIA  PIC 9(08).
003000     05 ENV-RESULTADO           PIC X(01).
003100        88 ENV-ACHADO               VALUE "S".
003200        88 ENV-NAO-ACHADO           VALUE "N".
003300        88 ENV-SEM-ARQUIVO          VALUE "A".
003400     05 ENV-SEQUENCIA           PIC 9(03).
003500     05 ENV-ENDERECO            PIC X(40).
003600     05 ENV-CIDADE              PIC X(20).
003700     05 ENV-UF                  PIC X(02).
003800     05 ENV-CEP                 PIC X(08).
