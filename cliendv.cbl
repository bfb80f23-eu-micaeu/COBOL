000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CLIENDV.
000300 AUTHOR.      EQUIPE-DE-CADASTRO.
000400 INSTALLATION. SETOR-DE-ATENDIMENTO-AO-CLIENTE.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700*
000800****************************************************************
000900*                                                              *
001000*  HISTORICO DE ALTERACOES                                     *
001100*                                                              *
001200*  DATA       AUTOR   DESCRICAO                                *
001300*  ---------- ------- ------------------------------------     *
001400*  15/10/2026 EAC     PROGRAMA ORIGINAL - ROTINA COMUM DE      *
001500*                     CONSULTA DO ENDERECO TIPIFICADO EM VIGOR *
001600*                     (COBRANCA OU CORRESPONDENCIA) NO ARQUIVO *
001700*                     ENDERECO (COPYBOOK ENDREC): ABRE O       *
001800*                     ARQUIVO NA PRIMEIRA CHAMADA E DEVOLVE O  *
001900*                     ENDERECO DO TIPO EM VIGOR NA DATA DE     *
002000*                     REFERENCIA. A AREA DE PARAMETROS ESTA NO *
002100*                     COPYBOOK ENVREC.                         *
002200*                                                              *
002300****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800 SPECIAL-NAMES.
002900     DECIMAL-POINT IS COMMA.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ARQUIVO-DE-ENDERECOS ASSIGN TO "ENDERECO"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CHAVE-DO-ENDERECO-END
003600         FILE STATUS IS STATUS-DO-ARQUIVO-ENDERECO.
003700*
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ARQUIVO-DE-ENDERECOS
004100     LABEL RECORDS ARE STANDARD.
004200     COPY ENDREC.
004300*
004400 WORKING-STORAGE SECTION.
004500 01  STATUS-DO-ARQUIVO-ENDERECO PIC X(02).
004600     88 ENDERECO-ARQ-OK           VALUE "00".
004700     88 FIM-DO-ARQUIVO-ENDERECO   VALUE "10".
004800     88 ENDERECO-ARQ-AUSENTE      VALUE "35".
004900*
005000 01  CHAVES-DA-ROTINA.
005100     05 SW-ARQUIVO-ABERTO      PIC X(01)  VALUE "N".
005200        88 ARQUIVO-ABERTO          VALUE "S".
005300     05 SW-ARQUIVO-INDISPONIVEL PIC X(01) VALUE "N".
005400        88 ARQUIVO-INDISPONIVEL    VALUE "S".
005500     05 SW-FIM-DO-TIPO         PIC X(01)  VALUE "N".
005600        88 FIM-DO-TIPO             VALUE "S".
005700*
005800 01  DATA-DE-REFERENCIA        PIC 9(08)  VALUE ZERO.
005900*
006000 LINKAGE SECTION.
006100     COPY ENVREC.
006200*
006300 PROCEDURE DIVISION USING PARAMETROS-DE-ENDERECO.
006400*
006500****************************************************************
006600* 0000-CONSULTAR                                               *
006700*     PARAGRAFO PRINCIPAL - ABRE O ARQUIVO NA PRIMEIRA         *
006800*     CHAMADA, POSICIONA NO PRIMEIRO ENDERECO DO CLIENTE E DO  *
006900*     TIPO PEDIDOS E PERCORRE OS ENDERECOS DO TIPO EM ORDEM DE *
007000*     SEQUENCIA, FICANDO COM O ULTIMO EM VIGOR NA DATA.        *
007100****************************************************************
007200 0000-CONSULTAR.
007300     SET ENV-NAO-ACHADO TO TRUE.
007400     MOVE ZERO   TO ENV-SEQUENCIA.
007500     MOVE SPACES TO ENV-ENDERECO.
007600     MOVE SPACES TO ENV-CIDADE.
007700     MOVE SPACES TO ENV-UF.
007800     MOVE SPACES TO ENV-CEP.
007900     IF NOT ARQUIVO-ABERTO
008000         PERFORM 1000-ABRIR-ARQUIVO
008100             THRU 1000-ABRIR-ARQUIVO-EXIT
008200     END-IF.
008300     IF ARQUIVO-INDISPONIVEL
008400         SET ENV-SEM-ARQUIVO TO TRUE
008500         GOBACK
008600     END-IF.
008700     IF ENV-DATA-DE-REFERENCIA IS NOT NUMERIC OR
008800         ENV-DATA-DE-REFERENCIA = ZERO
008900         ACCEPT DATA-DE-REFERENCIA FROM DATE YYYYMMDD
009000     ELSE
009100         MOVE ENV-DATA-DE-REFERENCIA TO DATA-DE-REFERENCIA
009200     END-IF.
009300     MOVE ENV-ID-DO-CLIENTE    TO ID-DO-CLIENTE-END.
009400     MOVE ENV-TIPO-DO-ENDERECO TO TIPO-DO-ENDERECO-END.
009500     MOVE ZERO                 TO SEQUENCIA-DO-ENDERECO-END.
009600     MOVE "N" TO SW-FIM-DO-TIPO.
009700     START ARQUIVO-DE-ENDERECOS
009800         KEY IS NOT LESS THAN CHAVE-DO-ENDERECO-END
009900         INVALID KEY
010000             MOVE "S" TO SW-FIM-DO-TIPO
010100     END-START.
010200     PERFORM 2000-EXAMINAR-ENDERECO
010300         THRU 2000-EXAMINAR-ENDERECO-EXIT
010400         UNTIL FIM-DO-TIPO.
010500     GOBACK.
010600*
010700****************************************************************
010800* 1000-ABRIR-ARQUIVO                                           *
010900*     ABRE O ARQUIVO DE ENDERECOS UMA SO VEZ POR SESSAO. SEM O *
011000*     ARQUIVO A ROTINA PASSA A DEVOLVER O RESULTADO "A" EM     *
011100*     TODAS AS CHAMADAS.                                       *
011200****************************************************************
011300 1000-ABRIR-ARQUIVO.
011400     MOVE "S" TO SW-ARQUIVO-ABERTO.
011500     OPEN INPUT ARQUIVO-DE-ENDERECOS.
011600     IF ENDERECO-ARQ-AUSENTE
011700         MOVE "S" TO SW-ARQUIVO-INDISPONIVEL
011800         GO TO 1000-ABRIR-ARQUIVO-EXIT
011900     END-IF.
012000     IF NOT ENDERECO-ARQ-OK
012100         DISPLAY "ERRO AO ABRIR ENDERECO, STATUS = "
012200             STATUS-DO-ARQUIVO-ENDERECO
012300         MOVE "S" TO SW-ARQUIVO-INDISPONIVEL
012400     END-IF.
012500 1000-ABRIR-ARQUIVO-EXIT.
012600     EXIT.
012700*
012800****************************************************************
012900* 2000-EXAMINAR-ENDERECO                                       *
013000*     LE O PROXIMO ENDERECO NA ORDEM DA CHAVE, ENCERRA A       *
013100*     PROCURA AO MUDAR O CLIENTE OU O TIPO E DEVOLVE O         *
013200*     ENDERECO LIDO QUANDO ELE ESTA EM VIGOR NA DATA DE        *
013300*     REFERENCIA.                                              *
013400****************************************************************
013500 2000-EXAMINAR-ENDERECO.
013600     READ ARQUIVO-DE-ENDERECOS NEXT RECORD
013700         AT END
013800             MOVE "S" TO SW-FIM-DO-TIPO
013900     END-READ.
014000     IF FIM-DO-TIPO
014100         GO TO 2000-EXAMINAR-ENDERECO-EXIT
014200     END-IF.
014300     IF ID-DO-CLIENTE-END NOT = ENV-ID-DO-CLIENTE OR
014400         TIPO-DO-ENDERECO-END NOT = ENV-TIPO-DO-ENDERECO
014500         MOVE "S" TO SW-FIM-DO-TIPO
014600         GO TO 2000-EXAMINAR-ENDERECO-EXIT
014700     END-IF.
014800     IF INICIO-DA-VIGENCIA-END GREATER THAN DATA-DE-REFERENCIA
014900         GO TO 2000-EXAMINAR-ENDERECO-EXIT
015000     END-IF.
015100     IF NOT ENDERECO-EM-ABERTO-END AND
015200         FIM-DA-VIGENCIA-END NOT GREATER THAN DATA-DE-REFERENCIA
015300         GO TO 2000-EXAMINAR-ENDERECO-EXIT
015400     END-IF.
015500     SET ENV-ACHADO TO TRUE.
015600     MOVE SEQUENCIA-DO-ENDERECO-END TO ENV-SEQUENCIA.
015700     MOVE ENDERECO-END              TO ENV-ENDERECO.
015800     MOVE CIDADE-END                TO ENV-CIDADE.
015900     MOVE UF-END                    TO ENV-UF.
016000     MOVE CEP-END                   TO ENV-CEP.
016100 2000-EXAMINAR-ENDERECO-EXIT.
016200     EXIT.
