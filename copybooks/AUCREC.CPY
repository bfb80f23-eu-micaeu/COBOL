001300*  DATA       AUTOR   DESCRICAO                                *
001400*  ---------- ------- ------------------------------------     *
001500*  02/09/2026 EAC     LAYOUT ORIGINAL.                          *
001510*  15/10/2026 EAC     O ARQUIVO PASSOU A GUARDAR TAMBEM, NA    *
001520*                     CHAVE "PENDENTE", O ULTIMO NUMERO DE     *
001530*                     PEDIDO DA FILA DE APROVACAO (PNDREC).    *
001600*                                                              *
001700****************************************************************
001800 01  REGISTRO-DE-CONTROLE-DE-AUDITORIA.
