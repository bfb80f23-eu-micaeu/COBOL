001900*                     DE CADA PROGRAMA, EM UM UNICO RELATORIO   *
002000*                     (RELOPER). EXECUCOES AINDA NA SITUACAO    *
002100*                     "E" APARECEM COMO EM CURSO/INTERROMPIDAS. *
002110*  15/10/2026 EAC     EXECUCOES NA SITUACAO "X" (RODADA         *
002120*                     DESFEITA PELO ESTORNO SELETIVO CLIESTO)   *
002130*                     APARECEM COMO ESTORNADAS E SAO CONTADAS   *
002140*                     NO RESUMO.                                *
002200*                                                              *
002300****************************************************************
002400 ENVIRONMENT DIVISION.
006200     05 TOTAL-DE-EXECUCOES     PIC 9(03)  VALUE ZERO.
006300     05 TOTAL-COM-ERRO         PIC 9(03)  VALUE ZERO.
006400     05 TOTAL-EM-CURSO         PIC 9(03)  VALUE ZERO.
006410     05 TOTAL-ESTORNADAS       PIC 9(03)  VALUE ZERO.
006500*
006600 01  DATA-DO-DIA               PIC 9(08)  VALUE ZERO.
006700*
019800         MOVE "EM CURSO" TO DET-SITUACAO
019900         ADD 1 TO TOTAL-EM-CURSO
020000     ELSE
020010         IF EXECUCAO-ESTORNADA-RUN
020020             MOVE "ESTORNADA" TO DET-SITUACAO
020030             ADD 1 TO TOTAL-ESTORNADAS
020040         ELSE
020050             MOVE "TERMINADA" TO DET-SITUACAO
020060         END-IF
020200     END-IF.
020300     IF EXECUCAO-TERMINADA-RUN AND CODIGO-DE-RETORNO-RUN > ZERO
020400         MOVE "COM ERRO" TO DET-SITUACAO
022400         TOTAL-COM-ERRO DELIMITED BY SIZE
022500         "  EM CURSO: " DELIMITED BY SIZE
022600         TOTAL-EM-CURSO DELIMITED BY SIZE
022610         "  ESTORNADAS: " DELIMITED BY SIZE
022620         TOTAL-ESTORNADAS DELIMITED BY SIZE
022700         INTO LINHA-DO-RELATORIO.
022800     WRITE LINHA-DO-RELATORIO.
022900     DISPLAY "CLIOPRPT: EXECUCOES: " TOTAL-DE-EXECUCOES
023000         " COM ERRO: " TOTAL-COM-ERRO
023010         " EM CURSO: " TOTAL-EM-CURSO
023020         " ESTORNADAS: " TOTAL-ESTORNADAS.
023200 5000-IMPRIMIR-RESUMO-EXIT.
023300     EXIT.
023400*
