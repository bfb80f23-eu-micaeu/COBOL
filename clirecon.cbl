002197*                     PASSARAM A VALER COMO INCLUSAO VIGENTE,   *
002198*                     POIS A INCLUSAO ORIGINAL DO CLIENTE PODE  *
002199*                     TER SIDO LEVADA AO ARQAUD PELO CLIARCH.   *
002209*  15/10/2026 EAC     EVENTOS "ESTORNO" DE INCLUSAO (CLIENTE    *
002219*                     EXCLUIDO NO ESTORNO DE UMA RODADA PELO    *
002229*                     CLIESTO) DESFAZEM A MARCA DE INCLUSAO     *
002239*                     COMO AS EXCLUSOES.                        *
002249*                                                              *
002300****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
019800*     MARCA O ID DO CLIENTE DO EVENTO DE INCLUSAO LIDO NA       *
019900*     TABELA DE MARCAS (UMA SO VEZ POR CLIENTE, AINDA QUE A     *
020000*     INCLUSAO GRAVE UM EVENTO POR CAMPO), DESFAZ A MARCA NOS   *
020010*     EVENTOS DE EXCLUSAO E DE ESTORNO DE INCLUSAO E LE O       *
020020*     PROXIMO EVENTO.                                           *
020200****************************************************************
020300 2200-MARCAR-EVENTO.
020400     ADD 1 TO TOTAL-DE-EVENTOS-LIDOS.
020900             ADD 1 TO TOTAL-INCLUSOES-NO-LOG
021000         END-IF
021100     END-IF.
021110     IF (TIPO-DO-EVENTO = "EXCLUSAO" OR
021120         (TIPO-DO-EVENTO = "ESTORNO" AND
021130          CAMPO-ALTERADO = "INCLUSAO")) AND
021250         ID-DO-CLIENTE-LOG > ZERO
021300         IF MARCA-DE-INCLUSAO (ID-DO-CLIENTE-LOG) NOT = SPACE
021350             MOVE SPACE
