001300*  DATA       AUTOR   DESCRICAO                                *
001400*  ---------- ------- ------------------------------------     *
001500*  02/09/2026 EAC     LAYOUT ORIGINAL.                          *
001510*  15/10/2026 EAC     NOVA SITUACAO "X" - EXECUCAO ESTORNADA,  *
001520*                     GRAVADA PELO CLIESTO NO REGISTRO DA      *
001530*                     RODADA CUJAS OPERACOES DO JORNAL ELE     *
001540*                     DESFEZ; OS TOTAIS ORIGINAIS SAO MANTIDOS.*
001600*                                                              *
001700****************************************************************
001800 01  REGISTRO-DE-EXECUCAO.
002800     05 SITUACAO-DA-EXECUCAO-RUN PIC X(01).
002900        88 EXECUCAO-EM-CURSO-RUN     VALUE "E".
003000        88 EXECUCAO-TERMINADA-RUN    VALUE "T".
003010        88 EXECUCAO-ESTORNADA-RUN    VALUE "X".
