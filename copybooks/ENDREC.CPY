000100****************************************************************
000200*                                                              *
000300*  ENDREC - LAYOUT DO REGISTRO DO ARQUIVO DE ENDERECOS         *
000400*           TIPIFICADOS DO CLIENTE (ARQUIVO ENDERECO),         *
000500*           CHAVEADO PELO ID DO CLIENTE, PELO TIPO DO          *
000600*           ENDERECO E PELA SEQUENCIA DENTRO DO TIPO. GUARDA   *
000700*           O ENDERECO DE COBRANCA ("C") E O DE                *
000800*           CORRESPONDENCIA ("P"), CADA UM COM A SUA VIGENCIA; *
000900*           O ENDERECO RESIDENCIAL CONTINUA NO PROPRIO         *
001000*           CADASTRO (CLIREC) E E O ENDERECO DE RESERVA DE     *
001100*           QUEM NAO TEM O TIPO PEDIDO. O ENDERECO NOVO DE UM  *
001200*           TIPO ENCERRA A VIGENCIA DO ANTERIOR NA DATA DE     *
001300*           INICIO DO NOVO. FIM DE VIGENCIA ZERO = EM VIGOR.   *
001400*           MANTIDO PELO MENU DE ALTERACAO DO CADASTRO E PELO  *
001500*           CODIGO "EN" DO CLIRETN; CONSULTADO PELA ROTINA     *
001600*           COMUM CLIENDV (COPYBOOK ENVREC).                   *
001700*                                                              *
001800*  HISTORICO DE ALTERACOES                                     *
001900*  DATA       AUTOR   DESCRICAO                                *
002000*  ---------- ------- ------------------------------------     *
002100*  15/10/2026 EAC     LAYOUT ORIGINAL.                          *
002200*                                                              *
002300****************************************************************
002400 01  REGISTRO-DE-ENDERECO.
002500     05 CHAVE-DO-ENDERECO-END.
002600        10 ID-DO-CLIENTE-END     PIC 9(06).
002700        10 TIPO-DO-ENDERECO-END  PIC X(01).
002800           88 ENDERECO-DE-COBRANCA-END       VALUE "C".
002900           88 ENDERECO-DE-CORRESPONDENCIA-END VALUE "P".
003000           88 TIPO-DE-ENDERECO-VALIDO-END    VALUE "C" "P".
003100        10 SEQUENCIA-DO-ENDERECO-END PIC 9(03).
003200     05 ENDERECO-END             PIC X(40).
003300     05 CIDADE-END               PIC X(20).
003400     05 UF-END                   PIC X(02).
003500     05 CEP-END                  PIC X(08).
003600     05 INICIO-DA-VIGENCIA-END   PIC 9(08).
003700     05 FIM-DA-VIGENCIA-END      PIC 9(08).
003800        88 ENDERECO-EM-ABERTO-END        VALUE ZERO.
003900     05 PROGRAMA-DO-ENDERECO-END PIC X(08).
004000     05 OPERADOR-DO-ENDERECO-END PIC X(08).
004100     05 DATA-DA-INCLUSAO-END     PIC 9(08).
