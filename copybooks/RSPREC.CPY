000100****************************************************************
000200*                                                              *
000300*  RSPREC - LAYOUT DO REGISTRO DO ARQUIVO DE RESPONSAVEIS      *
000400*           LEGAIS (ARQUIVO RESPLEG), CHAVEADO PELO ID DO      *
000500*           CLIENTE MENOR DE IDADE E COM CHAVE ALTERNATIVA     *
000600*           PELO ID DO RESPONSAVEL, QUE E UM CLIENTE ADULTO    *
000700*           E ATIVO DO CADASTRO. O VINCULO E GRAVADO PELO      *
000800*           CADASTRO INTERATIVO E PELA CARGA EM LOTE           *
000900*           (CLIBATCH) QUANDO O CLIENTE TEM MENOS DE 18 ANOS   *
001000*           E E LIBERADO PELO CLIMAIO NO DIA EM QUE O MENOR    *
001100*           COMPLETA 18 ANOS. O REGISTRO LIBERADO FICA NO      *
001200*           ARQUIVO COMO HISTORICO.                            *
001300*                                                              *
001400*  HISTORICO DE ALTERACOES                                     *
001500*  DATA       AUTOR   DESCRICAO                                *
001600*  ---------- ------- ------------------------------------     *
001700*  15/10/2026 EAC     LAYOUT ORIGINAL.                         *
001710*  15/10/2026 EAC     O VINCULO DE UM MENOR POR ALTERACAO DA   *
001720*                     DATA DE NASCIMENTO E GRAVADO PELO        *
001730*                     CLIAPRV, SO NA APROVACAO DO PEDIDO.      *
001800*                                                              *
001900****************************************************************
002000 01  REGISTRO-DE-RESPONSAVEL.
002100     05 ID-DO-MENOR-RSP          PIC 9(06).
002200     05 ID-DO-RESPONSAVEL-RSP    PIC 9(06).
002300     05 DATA-DO-VINCULO-RSP      PIC 9(08).
002400     05 ID-DO-OPERADOR-RSP       PIC X(08).
002500     05 PROGRAMA-DO-VINCULO-RSP  PIC X(08).
002600     05 SITUACAO-DO-VINCULO-RSP  PIC X(01).
002700        88 VINCULO-ATIVO-RSP         VALUE "A".
002800        88 VINCULO-LIBERADO-RSP      VALUE "L".
002900     05 DATA-DA-LIBERACAO-RSP    PIC 9(08).
