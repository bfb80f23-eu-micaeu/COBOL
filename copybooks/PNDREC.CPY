000100****************************************************************
000200*                                                              *
000300*  PNDREC - LAYOUT DO REGISTRO DA FILA DE ALTERACOES           *
000400*           PENDENTES DE APROVACAO (ARQUIVO PENDENTE),         *
000500*           CHAVEADO PELO NUMERO DO PEDIDO E COM CHAVE         *
000600*           ALTERNATIVA PELO ID DO CLIENTE. AS ALTERACOES      *
000700*           SENSIVEIS (NOME, DATA DE NASCIMENTO E SITUACAO NO  *
000800*           CADASTRO E A FUSAO DO CLIMERGE) SAO GRAVADAS AQUI  *
000900*           COM OS VALORES ANTES/DEPOIS, O OPERADOR E A DATA   *
001000*           DO PEDIDO, E SO CHEGAM AO ARQUIVO MESTRE, AO LOG   *
001100*           DE AUDITORIA E AO JORNAL QUANDO UM SEGUNDO         *
001200*           OPERADOR AS APROVA PELO CLIAPRV. O CLIPEXP EXPIRA  *
001300*           OS PEDIDOS NAO DECIDIDOS NO PRAZO. O NUMERO DO     *
001400*           PEDIDO E RESERVADO NO ARQUIVO AUDCTL, NA CHAVE     *
001500*           "PENDENTE".                                        *
001600*                                                              *
001700*  HISTORICO DE ALTERACOES                                     *
001800*  DATA       AUTOR   DESCRICAO                                *
001900*  ---------- ------- ------------------------------------     *
002000*  15/10/2026 EAC     LAYOUT ORIGINAL.                          *
002010*  15/10/2026 EAC     ACRESCIDO O ID DO RESPONSAVEL LEGAL DO    *
002020*                     PEDIDO DE DATA DE NASCIMENTO QUE FAZ DO   *
002030*                     CLIENTE UM MENOR: O VINCULO SO E GRAVADO  *
002040*                     NO RESPLEG PELO CLIAPRV NA APROVACAO.     *
002100*                                                              *
002200****************************************************************
002300 01  REGISTRO-DE-PENDENCIA.
002400     05 NUMERO-DA-PENDENCIA-PND  PIC 9(09).
002500     05 TIPO-DA-PENDENCIA-PND    PIC X(01).
002600        88 PENDENCIA-DE-NOME         VALUE "N".
002700        88 PENDENCIA-DE-NASCIMENTO   VALUE "D".
002800        88 PENDENCIA-DE-SITUACAO     VALUE "S".
002900        88 PENDENCIA-DE-FUSAO        VALUE "F".
003000     05 ID-DO-CLIENTE-PND        PIC 9(06).
003100     05 ID-SOBREVIVENTE-PND      PIC 9(06).
003200     05 CAMPO-DA-PENDENCIA-PND   PIC X(20).
003300     05 VALOR-ANTIGO-PND         PIC X(40).
003400     05 VALOR-NOVO-PND           PIC X(40).
003500     05 PROGRAMA-SOLICITANTE-PND PIC X(08).
003600     05 OPERADOR-SOLICITANTE-PND PIC X(08).
003700     05 DATA-DA-SOLICITACAO-PND  PIC 9(08).
003800     05 HORA-DA-SOLICITACAO-PND  PIC 9(08).
003900     05 SITUACAO-DA-PENDENCIA-PND PIC X(01).
004000        88 PENDENCIA-AGUARDANDO      VALUE "P".
004100        88 PENDENCIA-APROVADA        VALUE "A".
004200        88 PENDENCIA-REJEITADA       VALUE "R".
004300        88 PENDENCIA-EXPIRADA        VALUE "X".
004400     05 OPERADOR-DECISOR-PND     PIC X(08).
004500     05 DATA-DA-DECISAO-PND      PIC 9(08).
004600     05 HORA-DA-DECISAO-PND      PIC 9(08).
004700     05 MOTIVO-DA-DECISAO-PND    PIC X(30).
004710     05 ID-DO-RESPONSAVEL-PND    PIC 9(06).
