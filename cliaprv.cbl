000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CLIAPRV.
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
001400*  15/10/2026 EAC     PROGRAMA ORIGINAL - APROVACAO DAS         *
001500*                     ALTERACOES SENSIVEIS DA FILA PENDENTE    *
001600*                     (COPYBOOK PNDREC): LISTA OS PEDIDOS QUE  *
001700*                     AGUARDAM DECISAO, APROVA OU REJEITA UM   *
001800*                     PEDIDO. EXIGE OPERADOR ATIVO COM PERFIL  *
001900*                     DE FUSAO E DIFERENTE DO SOLICITANTE. SO  *
002000*                     O PEDIDO APROVADO CHEGA AO ARQUIVO       *
002100*                     MESTRE, AO LOG DE AUDITORIA E AO JORNAL; *
002200*                     O PEDIDO CUJO VALOR ANTIGO NAO CONFERE   *
002300*                     MAIS COM O CADASTRO E REJEITADO COMO     *
002400*                     DESATUALIZADO. A FUSAO DE CADASTROS,     *
002500*                     ANTES FEITA NO CLIMERGE, E EXECUTADA     *
002600*                     AQUI NA APROVACAO.                       *
002608*  15/10/2026 EAC     OPERADOR EM BRANCO E RECUSADO.           *
002616*                     A APROVACAO DA DATA DE NASCIMENTO REFAZ  *
002624*                     O CALCULO DA IDADE PELO CLIDADE E, PARA  *
002632*                     MENOR DE 18 ANOS, EXIGE NO PEDIDO UM     *
002640*                     RESPONSAVEL ADULTO E ATIVO; O VINCULO NO *
002648*                     RESPLEG E O EVENTO DE AUDITORIA SO SAO   *
002656*                     GRAVADOS AQUI. NA FUSAO O DUPLICADO E    *
002664*                     RELIDO COM BLOQUEIO ANTES DE REGRAVAR O  *
002672*                     SOBREVIVENTE; SE A EXCLUSAO FALHAR O     *
002680*                     SOBREVIVENTE E RESTAURADO E NADA VAI AO  *
002688*                     JORNAL NEM AO LOG DE AUDITORIA.          *
002700*                                                              *
002800****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 SPECIAL-NAMES.
003400     DECIMAL-POINT IS COMMA.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ID-DO-CLIENTE-ARQ
004100         ALTERNATE RECORD KEY IS NOME-DO-CLIENTE-ARQ
004200             WITH DUPLICATES
004300         FILE STATUS IS STATUS-DO-ARQUIVO-CLIENTE.
004400*
004500     SELECT LOG-DE-AUDITORIA ASSIGN TO "AUDITLOG"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS STATUS-DO-LOG-DE-AUDITORIA.
004800*
004900     SELECT ARQUIVO-DE-CONTROLE-DE-AUDITORIA ASSIGN TO "AUDCTL"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS ID-DO-CONTROLE-DE-AUDITORIA
005300         FILE STATUS IS STATUS-DO-CONTROLE-DE-AUDITORIA.
005400*
005500     SELECT ARQUIVO-DE-JORNAL ASSIGN TO "JORNAL"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS STATUS-DO-JORNAL.
005800*
005900     SELECT ARQUIVO-DE-OPERADORES ASSIGN TO "OPERADOR"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS ID-DO-OPERADOR-OPR
006300         FILE STATUS IS STATUS-DO-ARQUIVO-OPERADOR.
006400*
006500     SELECT ARQUIVO-DE-PENDENCIAS ASSIGN TO "PENDENTE"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS NUMERO-DA-PENDENCIA-PND
006900         ALTERNATE RECORD KEY IS ID-DO-CLIENTE-PND
007000             WITH DUPLICATES
007100         FILE STATUS IS STATUS-DO-ARQUIVO-PENDENCIA.
007200*
007210     SELECT ARQUIVO-DE-RESPONSAVEIS ASSIGN TO "RESPLEG"
007220         ORGANIZATION IS INDEXED
007230         ACCESS MODE IS DYNAMIC
007240         RECORD KEY IS ID-DO-MENOR-RSP
007250         ALTERNATE RECORD KEY IS ID-DO-RESPONSAVEL-RSP
007260             WITH DUPLICATES
007270         FILE STATUS IS STATUS-DO-ARQUIVO-RESPONSAVEL.
007280*
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  CLIENTE-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CLIREC.
007800*
007900 FD  LOG-DE-AUDITORIA
008000     LABEL RECORDS ARE STANDARD.
008100     COPY AUDREC.
008200*
008300 FD  ARQUIVO-DE-CONTROLE-DE-AUDITORIA
008400     LABEL RECORDS ARE STANDARD.
008500     COPY AUCREC.
008600*
008700 FD  ARQUIVO-DE-JORNAL
008800     LABEL RECORDS ARE STANDARD.
008900     COPY JRNREC.
009000*
009100 FD  ARQUIVO-DE-OPERADORES
009200     LABEL RECORDS ARE STANDARD.
009300     COPY OPRREC.
009400*
009500 FD  ARQUIVO-DE-PENDENCIAS
009600     LABEL RECORDS ARE STANDARD.
009700     COPY PNDREC.
009800*
009810 FD  ARQUIVO-DE-RESPONSAVEIS
009820     LABEL RECORDS ARE STANDARD.
009830     COPY RSPREC.
009840*
009900 WORKING-STORAGE SECTION.
010000 01  ID-DO-CLIENTE             PIC 9(06).
010100 01  ID-DO-OPERADOR            PIC X(08).
010200 01  DATA-DO-DIA               PIC 9(08)  VALUE ZERO.
010300*
010400 01  STATUS-DO-ARQUIVO-CLIENTE PIC X(02).
010500     88 ARQUIVO-OK                VALUE "00".
010600     88 REGISTRO-NAO-ENCONTRADO   VALUE "23".
010700*
010800 01  STATUS-DO-LOG-DE-AUDITORIA PIC X(02).
010900     88 LOG-DE-AUDITORIA-OK       VALUE "00".
011000*
011100 01  STATUS-DO-CONTROLE-DE-AUDITORIA PIC X(02).
011200     88 CONTROLE-DE-AUD-OK          VALUE "00".
011300     88 CONTROLE-DE-AUD-AUSENTE     VALUE "35".
011400*
011500 01  STATUS-DO-JORNAL           PIC X(02).
011600     88 JORNAL-OK                  VALUE "00".
011700     88 JORNAL-AUSENTE             VALUE "35".
011800*
011900 01  STATUS-DO-ARQUIVO-OPERADOR PIC X(02).
012000     88 OPERADOR-ARQ-OK            VALUE "00".
012100     88 OPERADOR-NAO-CADASTRADO    VALUE "23".
012200     88 OPERADOR-ARQ-AUSENTE       VALUE "35".
012300*
012400 01  STATUS-DO-ARQUIVO-PENDENCIA PIC X(02).
012500     88 PENDENCIA-OK               VALUE "00".
012600     88 FIM-DO-ARQUIVO-PENDENCIA   VALUE "10".
012700     88 PENDENCIA-NAO-ENCONTRADA   VALUE "23".
012800     88 PENDENCIA-AUSENTE          VALUE "35".
012900*
012910 01  STATUS-DO-ARQUIVO-RESPONSAVEL PIC X(02).
012920     88 RESPONSAVEL-ARQ-OK         VALUE "00".
012930     88 VINCULO-NAO-ENCONTRADO     VALUE "23".
012940     88 RESPONSAVEL-ARQ-AUSENTE    VALUE "35".
012950*
013000 01  NOME-DO-PROGRAMA           PIC X(08)  VALUE "CLIAPRV".
013100 01  IMAGEM-ANTES-DO-CLIENTE    PIC X(181).
013200 01  IMAGEM-DO-DUPLICADO        PIC X(181).
013210 01  IMAGEM-FUNDIDA             PIC X(181).
013220 01  IMAGEM-DO-VINCULO-ANTERIOR PIC X(45).
013300*
013400 01  CHAVES-DE-CONTROLE.
013500     05 SW-SAIR-DA-APROVACAO   PIC X(01)  VALUE "N".
013600        88 SAIR-DA-APROVACAO       VALUE "S".
013700     05 SW-PEDIDO-VALIDO       PIC X(01)  VALUE "N".
013800        88 PEDIDO-VALIDO           VALUE "S".
013900     05 SW-FIM-DA-LISTA        PIC X(01)  VALUE "N".
014000        88 FIM-DA-LISTA            VALUE "S".
014100     05 SW-ALTERACAO-APLICADA  PIC X(01)  VALUE "N".
014200        88 ALTERACAO-APLICADA      VALUE "S".
014300     05 SW-PEDIDO-DESATUALIZADO PIC X(01) VALUE "N".
014400        88 PEDIDO-DESATUALIZADO    VALUE "S".
014407     05 SW-RESPONSAVEL-CONFERIDO PIC X(01) VALUE "N".
014414        88 RESPONSAVEL-CONFERIDO   VALUE "S".
014421     05 SW-VINCULO-A-GRAVAR    PIC X(01)  VALUE "N".
014428        88 VINCULO-A-GRAVAR        VALUE "S".
014435     05 SW-VINCULO-ANTERIOR    PIC X(01)  VALUE "N".
014442        88 VINCULO-ANTERIOR        VALUE "S".
014449     05 SW-VINCULO-GRAVADO     PIC X(01)  VALUE "N".
014456        88 VINCULO-GRAVADO         VALUE "S".
014463     05 SW-DUPLICADO-RESERVADO PIC X(01)  VALUE "N".
014470        88 DUPLICADO-RESERVADO     VALUE "S".
014477     05 SW-DUPLICADO-EXCLUIDO  PIC X(01)  VALUE "N".
014484        88 DUPLICADO-EXCLUIDO      VALUE "S".
014500*
014600 01  CHAVES-DE-FUSAO.
014700     05 SW-FUNDIU-ENDERECO     PIC X(01)  VALUE "N".
014800        88 FUNDIU-ENDERECO         VALUE "S".
014900     05 SW-FUNDIU-CIDADE       PIC X(01)  VALUE "N".
015000        88 FUNDIU-CIDADE           VALUE "S".
015100     05 SW-FUNDIU-UF           PIC X(01)  VALUE "N".
015200        88 FUNDIU-UF               VALUE "S".
015300     05 SW-FUNDIU-CEP          PIC X(01)  VALUE "N".
015400        88 FUNDIU-CEP              VALUE "S".
015500     05 SW-FUNDIU-TELEFONE     PIC X(01)  VALUE "N".
015600        88 FUNDIU-TELEFONE         VALUE "S".
015700     05 SW-FUNDIU-EMAIL        PIC X(01)  VALUE "N".
015800        88 FUNDIU-EMAIL            VALUE "S".
015900     05 SW-FUNDIU-NASCIMENTO   PIC X(01)  VALUE "N".
016000        88 FUNDIU-NASCIMENTO       VALUE "S".
016100*
016200 01  OPCAO-DA-APROVACAO        PIC X(01).
016300 01  CONFIRMACAO-DO-OPERADOR   PIC X(01).
016400 01  NUMERO-DO-PEDIDO-ENTRADA  PIC X(09).
016500 01  QTD-PEDIDOS-LISTADOS      PIC 9(05)  VALUE ZERO.
016600 01  MOTIVO-DA-RECUSA          PIC X(30)  VALUE SPACES.
016610 01  DATA-NOVA-DE-NASCIMENTO   PIC 9(08)  VALUE ZERO.
016620 01  IDADE-NOVA-DO-CLIENTE     PIC 9(03)  VALUE ZERO.
016630 01  IDADE-DO-RESPONSAVEL      PIC 9(03)  VALUE ZERO.
016640 01  IDADE-MINIMA-SEM-RESPONSAVEL PIC 9(03) VALUE 18.
016700*
016800 01  VALOR-DE-TRABALHO         PIC X(40).
016900 01  DATA-DE-TRABALHO-R REDEFINES VALOR-DE-TRABALHO.
017000     05 DATA-DE-TRABALHO       PIC 9(08).
017100     05 FILLER                 PIC X(32).
017200*
017300 01  REGISTRO-DUPLICADO.
017400     05 DUP-NOME               PIC X(30).
017500     05 DUP-ENDERECO           PIC X(40).
017600     05 DUP-CIDADE             PIC X(20).
017700     05 DUP-UF                 PIC X(02).
017800     05 DUP-CEP                PIC X(08).
017900     05 DUP-TELEFONE           PIC X(15).
018000     05 DUP-EMAIL              PIC X(40).
018100     05 DUP-NASCIMENTO         PIC 9(08).
018200*
018300 01  PARAMETROS-DE-AUDITORIA.
018400     05 TIPO-PARA-AUDITORIA    PIC X(10).
018500     05 CAMPO-PARA-AUDITORIA   PIC X(20).
018600     05 VALOR-ANTIGO-PARA-AUDITORIA PIC X(40).
018700     05 VALOR-NOVO-PARA-AUDITORIA   PIC X(40).
018800*
018900     COPY IDAREC.
019000*
019100 PROCEDURE DIVISION.
019200*
019300****************************************************************
019400* 0000-MAINLINE                                                *
019500*     PARAGRAFO PRINCIPAL - CONTROLA A SEQUENCIA DO PROGRAMA.  *
019600****************************************************************
019700 0000-MAINLINE.
019800     PERFORM 1000-ABRIR-ARQUIVOS
019900         THRU 1000-ABRIR-ARQUIVOS-EXIT.
020000     PERFORM 1100-OBTER-OPERADOR
020100         THRU 1100-OBTER-OPERADOR-EXIT.
020200     PERFORM 2000-MENU-DA-APROVACAO
020300         THRU 2000-MENU-DA-APROVACAO-EXIT
020400         UNTIL SAIR-DA-APROVACAO.
020500     PERFORM 9999-ENCERRAR
020600         THRU 9999-ENCERRAR-EXIT.
020700     STOP RUN.
020800*
020900****************************************************************
021000* 1000-ABRIR-ARQUIVOS                                          *
021100*     ABRE O ARQUIVO MESTRE DE CLIENTES, A FILA DE APROVACAO,  *
021110*     O LOG DE AUDITORIA COM SEU CONTROLE, O JORNAL, O         *
021120*     ARQUIVO DE OPERADORES E O DE RESPONSAVEIS LEGAIS.        *
021400****************************************************************
021500 1000-ABRIR-ARQUIVOS.
021600     OPEN I-O CLIENTE-FILE.
021700     IF NOT ARQUIVO-OK
021800         DISPLAY "ERRO AO ABRIR CLIENTE-FILE, STATUS = "
021900             STATUS-DO-ARQUIVO-CLIENTE
022000         STOP RUN
022100     END-IF.
022200     OPEN EXTEND LOG-DE-AUDITORIA.
022300     IF NOT LOG-DE-AUDITORIA-OK
022400         DISPLAY "ERRO AO ABRIR LOG-DE-AUDITORIA, STATUS = "
022500             STATUS-DO-LOG-DE-AUDITORIA
022600         STOP RUN
022700     END-IF.
022800     OPEN I-O ARQUIVO-DE-CONTROLE-DE-AUDITORIA.
022900     IF CONTROLE-DE-AUD-AUSENTE
023000         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-AUDITORIA
023100         CLOSE ARQUIVO-DE-CONTROLE-DE-AUDITORIA
023200         OPEN I-O ARQUIVO-DE-CONTROLE-DE-AUDITORIA
023300     END-IF.
023400     IF NOT CONTROLE-DE-AUD-OK
023500         DISPLAY "ERRO AO ABRIR AUDCTL, STATUS = "
023600             STATUS-DO-CONTROLE-DE-AUDITORIA
023700         STOP RUN
023800     END-IF.
023900     OPEN EXTEND ARQUIVO-DE-JORNAL.
024000     IF JORNAL-AUSENTE
024100         OPEN OUTPUT ARQUIVO-DE-JORNAL
024200     END-IF.
024300     IF NOT JORNAL-OK
024400         DISPLAY "ERRO AO ABRIR JORNAL, STATUS = "
024500             STATUS-DO-JORNAL
024600         STOP RUN
024700     END-IF.
024800     OPEN INPUT ARQUIVO-DE-OPERADORES.
024900     IF OPERADOR-ARQ-AUSENTE
025000         DISPLAY "ARQUIVO DE OPERADORES AUSENTE - CADASTRE OS "
025100             "OPERADORES PELO CLIOPMNT."
025200         STOP RUN
025300     END-IF.
025400     IF NOT OPERADOR-ARQ-OK
025500         DISPLAY "ERRO AO ABRIR OPERADOR, STATUS = "
025600             STATUS-DO-ARQUIVO-OPERADOR
025700         STOP RUN
025800     END-IF.
025900     OPEN I-O ARQUIVO-DE-PENDENCIAS.
026000     IF PENDENCIA-AUSENTE
026100         OPEN OUTPUT ARQUIVO-DE-PENDENCIAS
026200         CLOSE ARQUIVO-DE-PENDENCIAS
026300         OPEN I-O ARQUIVO-DE-PENDENCIAS
026400     END-IF.
026500     IF NOT PENDENCIA-OK
026600         DISPLAY "ERRO AO ABRIR PENDENTE, STATUS = "
026700             STATUS-DO-ARQUIVO-PENDENCIA
026800         STOP RUN
026900     END-IF.
026908     OPEN I-O ARQUIVO-DE-RESPONSAVEIS.
026916     IF RESPONSAVEL-ARQ-AUSENTE
026924         OPEN OUTPUT ARQUIVO-DE-RESPONSAVEIS
026932         CLOSE ARQUIVO-DE-RESPONSAVEIS
026940         OPEN I-O ARQUIVO-DE-RESPONSAVEIS
026948     END-IF.
026956     IF NOT RESPONSAVEL-ARQ-OK
026964         DISPLAY "ERRO AO ABRIR RESPLEG, STATUS = "
026972             STATUS-DO-ARQUIVO-RESPONSAVEL
026980         STOP RUN
026988     END-IF.
027000 1000-ABRIR-ARQUIVOS-EXIT.
027100     EXIT.
027200*
027300****************************************************************
027400* 1100-OBTER-OPERADOR                                          *
027500*     SOLICITA O ID DO OPERADOR E O VALIDA CONTRA O ARQUIVO    *
027600*     MESTRE DE OPERADORES: A APROVACAO SO RODA COM OPERADOR   *
027610*     ATIVO E COM PERFIL DE FUSAO (SUPERVISOR). ID EM BRANCO   *
027620*     E RECUSADO ANTES DA LEITURA.                             *
027800****************************************************************
027900 1100-OBTER-OPERADOR.
028000     DISPLAY "Digite seu ID de operador: ".
028100     ACCEPT ID-DO-OPERADOR.
028110     IF ID-DO-OPERADOR = SPACES OR LOW-VALUES
028120         DISPLAY "ID DE OPERADOR EM BRANCO - APROVACAO NEGADA."
028130         STOP RUN
028140     END-IF.
028200     MOVE ID-DO-OPERADOR TO ID-DO-OPERADOR-OPR.
028300     READ ARQUIVO-DE-OPERADORES
028400         INVALID KEY
028500             SET OPERADOR-NAO-CADASTRADO TO TRUE
028600     END-READ.
028700     IF OPERADOR-NAO-CADASTRADO
028800         DISPLAY "OPERADOR NAO CADASTRADO - APROVACAO NEGADA."
028900         STOP RUN
029000     END-IF.
029100     IF OPERADOR-INATIVO-OPR
029200         DISPLAY "OPERADOR INATIVO - APROVACAO NEGADA."
029300         STOP RUN
029400     END-IF.
029500     IF NOT PERFIL-FUSAO-OPR
029600         DISPLAY "SEU PERFIL NAO AUTORIZA A APROVACAO DE "
029700             "ALTERACOES - APROVACAO NEGADA."
029800         STOP RUN
029900     END-IF.
030000 1100-OBTER-OPERADOR-EXIT.
030100     EXIT.
030200*
030300****************************************************************
030400* 2000-MENU-DA-APROVACAO                                       *
030500*     EXIBE O MENU DA APROVACAO E ENCAMINHA A OPCAO ESCOLHIDA. *
030600****************************************************************
030700 2000-MENU-DA-APROVACAO.
030800     DISPLAY "1 - Listar pedidos aguardando aprovacao".
030900     DISPLAY "2 - Aprovar pedido".
031000     DISPLAY "3 - Rejeitar pedido".
031100     DISPLAY "0 - Encerrar".
031200     DISPLAY "Escolha uma opcao: ".
031300     ACCEPT OPCAO-DA-APROVACAO.
031400     EVALUATE OPCAO-DA-APROVACAO
031500         WHEN "1"
031600             PERFORM 3000-LISTAR-PENDENCIAS
031700                 THRU 3000-LISTAR-PENDENCIAS-EXIT
031800         WHEN "2"
031900             PERFORM 4000-APROVAR-PEDIDO
032000                 THRU 4000-APROVAR-PEDIDO-EXIT
032100         WHEN "3"
032200             PERFORM 5000-REJEITAR-PEDIDO
032300                 THRU 5000-REJEITAR-PEDIDO-EXIT
032400         WHEN "0"
032500             MOVE "S" TO SW-SAIR-DA-APROVACAO
032600         WHEN OTHER
032700             DISPLAY "Opcao invalida."
032800     END-EVALUATE.
032900 2000-MENU-DA-APROVACAO-EXIT.
033000     EXIT.
033100*
033200****************************************************************
033300* 3000-LISTAR-PENDENCIAS                                       *
033400*     PERCORRE A FILA NA ORDEM DO NUMERO DO PEDIDO E EXIBE OS  *
033500*     QUE AINDA AGUARDAM DECISAO.                              *
033600****************************************************************
033700 3000-LISTAR-PENDENCIAS.
033800     MOVE ZERO TO QTD-PEDIDOS-LISTADOS.
033900     MOVE "N" TO SW-FIM-DA-LISTA.
034000     MOVE ZERO TO NUMERO-DA-PENDENCIA-PND.
034100     START ARQUIVO-DE-PENDENCIAS
034200         KEY IS NOT LESS THAN NUMERO-DA-PENDENCIA-PND
034300         INVALID KEY
034400             MOVE "S" TO SW-FIM-DA-LISTA
034500     END-START.
034600     DISPLAY "----------------------------------------------".
034700     PERFORM 3100-LISTAR-UM-PEDIDO
034800         THRU 3100-LISTAR-UM-PEDIDO-EXIT
034900         UNTIL FIM-DA-LISTA.
035000     DISPLAY "----------------------------------------------".
035100     DISPLAY "PEDIDOS AGUARDANDO APROVACAO: "
035200         QTD-PEDIDOS-LISTADOS.
035300 3000-LISTAR-PENDENCIAS-EXIT.
035400     EXIT.
035500*
035600****************************************************************
035700* 3100-LISTAR-UM-PEDIDO                                        *
035800*     LE O PROXIMO PEDIDO DA FILA E O EXIBE SE AINDA ESTIVER   *
035900*     AGUARDANDO DECISAO.                                      *
036000****************************************************************
036100 3100-LISTAR-UM-PEDIDO.
036200     READ ARQUIVO-DE-PENDENCIAS NEXT RECORD
036300         AT END
036400             MOVE "S" TO SW-FIM-DA-LISTA
036500     END-READ.
036600     IF FIM-DA-LISTA
036700         GO TO 3100-LISTAR-UM-PEDIDO-EXIT
036800     END-IF.
036900     IF NOT PENDENCIA-AGUARDANDO
037000         GO TO 3100-LISTAR-UM-PEDIDO-EXIT
037100     END-IF.
037200     ADD 1 TO QTD-PEDIDOS-LISTADOS.
037300     PERFORM 3200-EXIBIR-PEDIDO
037400         THRU 3200-EXIBIR-PEDIDO-EXIT.
037500 3100-LISTAR-UM-PEDIDO-EXIT.
037600     EXIT.
037700*
037800****************************************************************
037900* 3200-EXIBIR-PEDIDO                                           *
038000*     EXIBE O PEDIDO QUE ESTA NA AREA DO ARQUIVO PENDENTE.     *
038100****************************************************************
038200 3200-EXIBIR-PEDIDO.
038300     DISPLAY "PEDIDO " NUMERO-DA-PENDENCIA-PND
038400         "  CLIENTE " ID-DO-CLIENTE-PND
038500         "  CAMPO " CAMPO-DA-PENDENCIA-PND.
038600     DISPLAY "   DE....: " VALOR-ANTIGO-PND.
038700     DISPLAY "   PARA..: " VALOR-NOVO-PND.
038800     DISPLAY "   PEDIDO POR " OPERADOR-SOLICITANTE-PND
038900         " (" PROGRAMA-SOLICITANTE-PND ") EM "
039000         DATA-DA-SOLICITACAO-PND.
039010     IF PENDENCIA-DE-NASCIMENTO AND ID-DO-RESPONSAVEL-PND > ZERO
039020         DISPLAY "   RESPONSAVEL LEGAL: " ID-DO-RESPONSAVEL-PND
039030     END-IF.
039100 3200-EXIBIR-PEDIDO-EXIT.
039200     EXIT.
039300*
039400****************************************************************
039500* 3300-OBTER-PEDIDO                                            *
039600*     SOLICITA O NUMERO DO PEDIDO, LE-O NA FILA E CONFERE QUE  *
039700*     AINDA AGUARDA DECISAO E QUE NAO FOI FEITO PELO PROPRIO   *
039800*     OPERADOR (QUEM PEDE NAO APROVA NEM REJEITA).             *
039900****************************************************************
040000 3300-OBTER-PEDIDO.
040100     MOVE "N" TO SW-PEDIDO-VALIDO.
040200     DISPLAY "Digite o numero do pedido: ".
040300     ACCEPT NUMERO-DO-PEDIDO-ENTRADA.
040400     IF NUMERO-DO-PEDIDO-ENTRADA IS NOT NUMERIC
040500         DISPLAY "Numero invalido - digite os 9 digitos."
040600         GO TO 3300-OBTER-PEDIDO-EXIT
040700     END-IF.
040800     MOVE NUMERO-DO-PEDIDO-ENTRADA TO NUMERO-DA-PENDENCIA-PND.
040900     READ ARQUIVO-DE-PENDENCIAS
041000         INVALID KEY
041100             SET PENDENCIA-NAO-ENCONTRADA TO TRUE
041200     END-READ.
041300     IF PENDENCIA-NAO-ENCONTRADA
041400         DISPLAY "PEDIDO NAO ENCONTRADO."
041500         GO TO 3300-OBTER-PEDIDO-EXIT
041600     END-IF.
041700     IF NOT PENDENCIA-AGUARDANDO
041800         DISPLAY "PEDIDO JA DECIDIDO OU EXPIRADO, SITUACAO = "
041900             SITUACAO-DA-PENDENCIA-PND
042000         GO TO 3300-OBTER-PEDIDO-EXIT
042100     END-IF.
042200     IF OPERADOR-SOLICITANTE-PND = ID-DO-OPERADOR
042300         DISPLAY "O PEDIDO FOI FEITO POR VOCE - A DECISAO CABE "
042400             "A OUTRO OPERADOR."
042500         GO TO 3300-OBTER-PEDIDO-EXIT
042600     END-IF.
042700     DISPLAY "----------------------------------------------".
042800     PERFORM 3200-EXIBIR-PEDIDO
042900         THRU 3200-EXIBIR-PEDIDO-EXIT.
043000     DISPLAY "----------------------------------------------".
043100     MOVE "S" TO SW-PEDIDO-VALIDO.
043200 3300-OBTER-PEDIDO-EXIT.
043300     EXIT.
043400*
043500****************************************************************
043600* 4000-APROVAR-PEDIDO                                          *
043700*     OBTEM O PEDIDO, PEDE A CONFIRMACAO E APLICA A ALTERACAO  *
043800*     CONFORME O TIPO. O PEDIDO DESATUALIZADO (O CADASTRO NAO  *
043900*     TEM MAIS O VALOR ANTIGO DO PEDIDO) E REJEITADO SEM       *
044000*     TOCAR O ARQUIVO MESTRE.                                  *
044100****************************************************************
044200 4000-APROVAR-PEDIDO.
044300     PERFORM 3300-OBTER-PEDIDO
044400         THRU 3300-OBTER-PEDIDO-EXIT.
044500     IF NOT PEDIDO-VALIDO
044600         GO TO 4000-APROVAR-PEDIDO-EXIT
044700     END-IF.
044800     DISPLAY "Confirma a aprovacao (S/N)? ".
044900     ACCEPT CONFIRMACAO-DO-OPERADOR.
045000     IF CONFIRMACAO-DO-OPERADOR NOT = "S" AND
045100         CONFIRMACAO-DO-OPERADOR NOT = "s"
045200         DISPLAY "APROVACAO CANCELADA PELO OPERADOR."
045300         GO TO 4000-APROVAR-PEDIDO-EXIT
045400     END-IF.
045500     MOVE "N" TO SW-ALTERACAO-APLICADA.
045600     MOVE "N" TO SW-PEDIDO-DESATUALIZADO.
045700     MOVE SPACES TO MOTIVO-DA-RECUSA.
045800     EVALUATE TRUE
045900         WHEN PENDENCIA-DE-NOME
046000             PERFORM 4100-APLICAR-NOME
046100                 THRU 4100-APLICAR-NOME-EXIT
046200         WHEN PENDENCIA-DE-NASCIMENTO
046300             PERFORM 4200-APLICAR-NASCIMENTO
046400                 THRU 4200-APLICAR-NASCIMENTO-EXIT
046500         WHEN PENDENCIA-DE-SITUACAO
046600             PERFORM 4300-APLICAR-SITUACAO
046700                 THRU 4300-APLICAR-SITUACAO-EXIT
046800         WHEN PENDENCIA-DE-FUSAO
046900             PERFORM 4400-APLICAR-FUSAO
047000                 THRU 4400-APLICAR-FUSAO-EXIT
047100         WHEN OTHER
047200             MOVE "S" TO SW-PEDIDO-DESATUALIZADO
047300             MOVE "TIPO DE PEDIDO DESCONHECIDO"
047400                 TO MOTIVO-DA-RECUSA
047500     END-EVALUATE.
047600     IF PEDIDO-DESATUALIZADO
047700         DISPLAY "PEDIDO REJEITADO: " MOTIVO-DA-RECUSA
047800         SET PENDENCIA-REJEITADA TO TRUE
047900         MOVE MOTIVO-DA-RECUSA TO MOTIVO-DA-DECISAO-PND
048000         PERFORM 6000-GRAVAR-DECISAO
048100             THRU 6000-GRAVAR-DECISAO-EXIT
048200         GO TO 4000-APROVAR-PEDIDO-EXIT
048300     END-IF.
048400     IF NOT ALTERACAO-APLICADA
048500         DISPLAY "PEDIDO MANTIDO NA FILA - CORRIJA O ERRO E "
048600             "REPITA A APROVACAO."
048700         GO TO 4000-APROVAR-PEDIDO-EXIT
048800     END-IF.
048900     SET PENDENCIA-APROVADA TO TRUE.
049000     MOVE "APROVADO" TO MOTIVO-DA-DECISAO-PND.
049100     PERFORM 6000-GRAVAR-DECISAO
049200         THRU 6000-GRAVAR-DECISAO-EXIT.
049300     DISPLAY "PEDIDO " NUMERO-DA-PENDENCIA-PND
049400         " APROVADO E APLICADO.".
049500 4000-APROVAR-PEDIDO-EXIT.
049600     EXIT.
049700*
049800****************************************************************
049900* 4050-LER-CLIENTE-DO-PEDIDO                                   *
050000*     LE NO ARQUIVO MESTRE O CLIENTE DO PEDIDO E GUARDA A      *
050100*     IMAGEM ANTES DA ALTERACAO. CLIENTE QUE NAO EXISTE MAIS   *
050200*     TORNA O PEDIDO DESATUALIZADO.                            *
050300****************************************************************
050400 4050-LER-CLIENTE-DO-PEDIDO.
050500     MOVE ID-DO-CLIENTE-PND TO ID-DO-CLIENTE-ARQ.
050600     READ CLIENTE-FILE KEY IS ID-DO-CLIENTE-ARQ
050700         INVALID KEY
050800             SET REGISTRO-NAO-ENCONTRADO TO TRUE
050900     END-READ.
051000     IF REGISTRO-NAO-ENCONTRADO
051100         MOVE "S" TO SW-PEDIDO-DESATUALIZADO
051200         MOVE "CLIENTE NAO ENCONTRADO" TO MOTIVO-DA-RECUSA
051300         GO TO 4050-LER-CLIENTE-DO-PEDIDO-EXIT
051400     END-IF.
051500     MOVE REGISTRO-DO-CLIENTE TO IMAGEM-ANTES-DO-CLIENTE.
051600 4050-LER-CLIENTE-DO-PEDIDO-EXIT.
051700     EXIT.
051800*
051900****************************************************************
052000* 4100-APLICAR-NOME                                            *
052100*     CONFERE O NOME ATUAL COM O VALOR ANTIGO DO PEDIDO E      *
052200*     REGRAVA O CLIENTE COM O NOVO NOME.                       *
052300****************************************************************
052400 4100-APLICAR-NOME.
052500     PERFORM 4050-LER-CLIENTE-DO-PEDIDO
052600         THRU 4050-LER-CLIENTE-DO-PEDIDO-EXIT.
052700     IF PEDIDO-DESATUALIZADO
052800         GO TO 4100-APLICAR-NOME-EXIT
052900     END-IF.
053000     MOVE NOME-DO-CLIENTE-ARQ TO VALOR-DE-TRABALHO.
053100     IF VALOR-DE-TRABALHO NOT = VALOR-ANTIGO-PND
053200         MOVE "S" TO SW-PEDIDO-DESATUALIZADO
053300         MOVE "NOME ATUAL DIFERE DO PEDIDO" TO MOTIVO-DA-RECUSA
053400         GO TO 4100-APLICAR-NOME-EXIT
053500     END-IF.
053600     MOVE VALOR-NOVO-PND TO NOME-DO-CLIENTE-ARQ.
053700     PERFORM 4900-REGRAVAR-CLIENTE
053800         THRU 4900-REGRAVAR-CLIENTE-EXIT.
053900 4100-APLICAR-NOME-EXIT.
054000     EXIT.
054100*
054110****************************************************************
054120* 4200-APLICAR-NASCIMENTO                                      *
054130*     VALIDA A NOVA DATA PELA ROTINA COMUM CLIDADE, EXIGE UM   *
054140*     RESPONSAVEL LEGAL ADULTO E ATIVO NO PEDIDO QUANDO A NOVA *
054150*     DATA FAZ DO CLIENTE UM MENOR, CONFERE A DATA ATUAL COM O *
054160*     VALOR ANTIGO DO PEDIDO E GRAVA A NOVA DATA COM A IDADE.  *
054170*     O VINCULO NO RESPLEG E GRAVADO ANTES DA REGRAVACAO DO    *
054180*     CLIENTE E DESFEITO SE ELA FALHAR; O EVENTO DE AUDITORIA  *
054190*     DO VINCULO SO E GRAVADO COM A ALTERACAO APLICADA.        *
054200****************************************************************
054210 4200-APLICAR-NASCIMENTO.
054220     MOVE "N" TO SW-VINCULO-A-GRAVAR.
054230     MOVE VALOR-NOVO-PND TO VALOR-DE-TRABALHO.
054240     IF DATA-DE-TRABALHO IS NOT NUMERIC
054250         MOVE "S" TO SW-PEDIDO-DESATUALIZADO
054260         MOVE "DATA NOVA INVALIDA NO PEDIDO" TO MOTIVO-DA-RECUSA
054270         GO TO 4200-APLICAR-NASCIMENTO-EXIT
054280     END-IF.
054290     MOVE DATA-DE-TRABALHO TO DATA-NOVA-DE-NASCIMENTO.
054300     MOVE DATA-NOVA-DE-NASCIMENTO TO IDA-DATA-DE-NASCIMENTO.
054310     ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
054320     MOVE DATA-DO-DIA TO IDA-DATA-DE-REFERENCIA.
054330     CALL "CLIDADE" USING PARAMETROS-DE-IDADE.
054340     IF IDA-ERRO OR IDA-IDADE-CALCULADA < 1 OR
054350         IDA-IDADE-CALCULADA > 99
054360         MOVE "S" TO SW-PEDIDO-DESATUALIZADO
054370         MOVE "DATA NOVA FORA DA FAIXA" TO MOTIVO-DA-RECUSA
054380         GO TO 4200-APLICAR-NASCIMENTO-EXIT
054390     END-IF.
054400     MOVE IDA-IDADE-CALCULADA TO IDADE-NOVA-DO-CLIENTE.
054410     IF IDADE-NOVA-DO-CLIENTE < IDADE-MINIMA-SEM-RESPONSAVEL
054420         PERFORM 4210-CONFERIR-RESPONSAVEL
054430             THRU 4210-CONFERIR-RESPONSAVEL-EXIT
054440         IF NOT RESPONSAVEL-CONFERIDO
054450             GO TO 4200-APLICAR-NASCIMENTO-EXIT
054460         END-IF
054470     END-IF.
054480     PERFORM 4050-LER-CLIENTE-DO-PEDIDO
054490         THRU 4050-LER-CLIENTE-DO-PEDIDO-EXIT.
054500     IF PEDIDO-DESATUALIZADO
054510         GO TO 4200-APLICAR-NASCIMENTO-EXIT
054520     END-IF.
054530     MOVE DATA-DE-NASCIMENTO-ARQ TO VALOR-DE-TRABALHO.
054540     IF VALOR-DE-TRABALHO NOT = VALOR-ANTIGO-PND
054550         MOVE "S" TO SW-PEDIDO-DESATUALIZADO
054560         MOVE "NASCIMENTO ATUAL DIFERE DO PEDIDO"
054570             TO MOTIVO-DA-RECUSA
054580         GO TO 4200-APLICAR-NASCIMENTO-EXIT
054590     END-IF.
054600     MOVE DATA-NOVA-DE-NASCIMENTO TO DATA-DE-NASCIMENTO-ARQ.
054610     MOVE IDADE-NOVA-DO-CLIENTE   TO IDADE-DO-CLIENTE-ARQ.
054620     IF VINCULO-A-GRAVAR
054630         PERFORM 4220-GRAVAR-VINCULO
054640             THRU 4220-GRAVAR-VINCULO-EXIT
054650         IF NOT VINCULO-GRAVADO
054660             GO TO 4200-APLICAR-NASCIMENTO-EXIT
054670         END-IF
054680     END-IF.
054690     PERFORM 4900-REGRAVAR-CLIENTE
054700         THRU 4900-REGRAVAR-CLIENTE-EXIT.
054710     IF VINCULO-A-GRAVAR
054720         IF ALTERACAO-APLICADA
054730             PERFORM 4230-AUDITAR-VINCULO
054740                 THRU 4230-AUDITAR-VINCULO-EXIT
054750         ELSE
054760             PERFORM 4240-DESFAZER-VINCULO
054770                 THRU 4240-DESFAZER-VINCULO-EXIT
054780         END-IF
054790     END-IF.
054800 4200-APLICAR-NASCIMENTO-EXIT.
054810     EXIT.
054820*
054830****************************************************************
054840* 4210-CONFERIR-RESPONSAVEL                                    *
054850*     CONFERE O RESPONSAVEL LEGAL DO PEDIDO: OUTRO CLIENTE DO  *
054860*     CADASTRO, ATIVO E COM 18 ANOS OU MAIS. O PEDIDO SEM      *
054870*     RESPONSAVEL VALIDO E REJEITADO. SE O MENOR JA TEM        *
054880*     VINCULO ATIVO NO RESPLEG, ELE TEM DE SER COM O MESMO     *
054890*     RESPONSAVEL E NADA E GRAVADO; SEM VINCULO ATIVO O        *
054900*     VINCULO SERA GRAVADO, GUARDANDO A IMAGEM DO REGISTRO     *
054910*     LIBERADO QUANDO HOUVER.                                  *
054920****************************************************************
054930 4210-CONFERIR-RESPONSAVEL.
054940     MOVE "N" TO SW-RESPONSAVEL-CONFERIDO.
054950     MOVE "N" TO SW-VINCULO-ANTERIOR.
054960     IF ID-DO-RESPONSAVEL-PND = ZERO
054970         MOVE "S" TO SW-PEDIDO-DESATUALIZADO
054980         MOVE "MENOR SEM RESPONSAVEL LEGAL" TO MOTIVO-DA-RECUSA
054990         GO TO 4210-CONFERIR-RESPONSAVEL-EXIT
055000     END-IF.
055010     IF ID-DO-RESPONSAVEL-PND = ID-DO-CLIENTE-PND
055020         MOVE "S" TO SW-PEDIDO-DESATUALIZADO
055030         MOVE "RESPONSAVEL INVALIDO NO PEDIDO"
055040             TO MOTIVO-DA-RECUSA
055050         GO TO 4210-CONFERIR-RESPONSAVEL-EXIT
055060     END-IF.
055070     MOVE ID-DO-RESPONSAVEL-PND TO ID-DO-CLIENTE-ARQ.
055080     READ CLIENTE-FILE KEY IS ID-DO-CLIENTE-ARQ
055090         INVALID KEY
055100             SET REGISTRO-NAO-ENCONTRADO TO TRUE
055110     END-READ.
055120     IF REGISTRO-NAO-ENCONTRADO
055130         MOVE "S" TO SW-PEDIDO-DESATUALIZADO
055140         MOVE "RESPONSAVEL NAO ENCONTRADO" TO MOTIVO-DA-RECUSA
055150         GO TO 4210-CONFERIR-RESPONSAVEL-EXIT
055160     END-IF.
055170     IF NOT CLIENTE-ATIVO-ARQ
055180         MOVE "S" TO SW-PEDIDO-DESATUALIZADO
055190         MOVE "RESPONSAVEL INATIVO" TO MOTIVO-DA-RECUSA
055200         GO TO 4210-CONFERIR-RESPONSAVEL-EXIT
055210     END-IF.
055220     MOVE IDADE-DO-CLIENTE-ARQ TO IDADE-DO-RESPONSAVEL.
055230     IF DATA-DE-NASCIMENTO-ARQ IS NUMERIC AND
055240         DATA-DE-NASCIMENTO-ARQ > ZERO
055250         MOVE DATA-DE-NASCIMENTO-ARQ TO IDA-DATA-DE-NASCIMENTO
055260         MOVE DATA-DO-DIA TO IDA-DATA-DE-REFERENCIA
055270         CALL "CLIDADE" USING PARAMETROS-DE-IDADE
055280         IF IDA-OK
055290             MOVE IDA-IDADE-CALCULADA TO IDADE-DO-RESPONSAVEL
055300         END-IF
055310     END-IF.
055320     IF IDADE-DO-RESPONSAVEL < IDADE-MINIMA-SEM-RESPONSAVEL
055330         MOVE "S" TO SW-PEDIDO-DESATUALIZADO
055340         MOVE "RESPONSAVEL MENOR DE IDADE" TO MOTIVO-DA-RECUSA
055350         GO TO 4210-CONFERIR-RESPONSAVEL-EXIT
055360     END-IF.
055370     MOVE ID-DO-CLIENTE-PND TO ID-DO-MENOR-RSP.
055380     READ ARQUIVO-DE-RESPONSAVEIS
055390         INVALID KEY
055400             SET VINCULO-NAO-ENCONTRADO TO TRUE
055410     END-READ.
055420     IF VINCULO-NAO-ENCONTRADO
055430         MOVE "S" TO SW-VINCULO-A-GRAVAR
055440         MOVE "S" TO SW-RESPONSAVEL-CONFERIDO
055450         GO TO 4210-CONFERIR-RESPONSAVEL-EXIT
055460     END-IF.
055470     IF NOT RESPONSAVEL-ARQ-OK
055480         DISPLAY "ERRO AO LER RESPLEG, STATUS = "
055490             STATUS-DO-ARQUIVO-RESPONSAVEL
055500         GO TO 4210-CONFERIR-RESPONSAVEL-EXIT
055510     END-IF.
055520     IF VINCULO-ATIVO-RSP
055530         IF ID-DO-RESPONSAVEL-RSP NOT = ID-DO-RESPONSAVEL-PND
055540             MOVE "S" TO SW-PEDIDO-DESATUALIZADO
055550             MOVE "VINCULO ATUAL DIFERE DO PEDIDO"
055560                 TO MOTIVO-DA-RECUSA
055570             GO TO 4210-CONFERIR-RESPONSAVEL-EXIT
055580         END-IF
055590     ELSE
055600         MOVE REGISTRO-DE-RESPONSAVEL
055610             TO IMAGEM-DO-VINCULO-ANTERIOR
055620         MOVE "S" TO SW-VINCULO-ANTERIOR
055630         MOVE "S" TO SW-VINCULO-A-GRAVAR
055640     END-IF.
055650     MOVE "S" TO SW-RESPONSAVEL-CONFERIDO.
055660 4210-CONFERIR-RESPONSAVEL-EXIT.
055670     EXIT.
055680*
055690****************************************************************
055700* 4220-GRAVAR-VINCULO                                          *
055710*     GRAVA NO RESPLEG O VINCULO ATIVO ENTRE O MENOR E O       *
055720*     RESPONSAVEL DO PEDIDO, REGRAVANDO O VINCULO LIBERADO     *
055730*     QUANDO JA EXISTE UM REGISTRO PARA O MENOR.               *
055740****************************************************************
055750 4220-GRAVAR-VINCULO.
055760     MOVE "N" TO SW-VINCULO-GRAVADO.
055770     MOVE ID-DO-CLIENTE-PND     TO ID-DO-MENOR-RSP.
055780     MOVE ID-DO-RESPONSAVEL-PND TO ID-DO-RESPONSAVEL-RSP.
055790     MOVE DATA-DO-DIA           TO DATA-DO-VINCULO-RSP.
055800     MOVE ID-DO-OPERADOR        TO ID-DO-OPERADOR-RSP.
055810     MOVE NOME-DO-PROGRAMA      TO PROGRAMA-DO-VINCULO-RSP.
055820     SET VINCULO-ATIVO-RSP TO TRUE.
055830     MOVE ZERO TO DATA-DA-LIBERACAO-RSP.
055840     IF VINCULO-ANTERIOR
055850         REWRITE REGISTRO-DE-RESPONSAVEL
055860             INVALID KEY
055870                 CONTINUE
055880         END-REWRITE
055890     ELSE
055900         WRITE REGISTRO-DE-RESPONSAVEL
055910             INVALID KEY
055920                 CONTINUE
055930         END-WRITE
055940     END-IF.
055950     IF NOT RESPONSAVEL-ARQ-OK
055960         DISPLAY "ERRO AO GRAVAR RESPLEG, STATUS = "
055970             STATUS-DO-ARQUIVO-RESPONSAVEL
055980         GO TO 4220-GRAVAR-VINCULO-EXIT
055990     END-IF.
056000     MOVE "S" TO SW-VINCULO-GRAVADO.
056010 4220-GRAVAR-VINCULO-EXIT.
056020     EXIT.
056030*
056040****************************************************************
056050* 4230-AUDITAR-VINCULO                                         *
056060*     REGISTRA NO LOG DE AUDITORIA O VINCULO DO MENOR COM O    *
056070*     RESPONSAVEL LEGAL, DEPOIS DA ALTERACAO JA APLICADA.      *
056080****************************************************************
056090 4230-AUDITAR-VINCULO.
056100     MOVE ID-DO-CLIENTE-PND     TO ID-DO-CLIENTE.
056110     MOVE "VINCULO"             TO TIPO-PARA-AUDITORIA.
056120     MOVE "RESPONSAVEL-LEGAL"   TO CAMPO-PARA-AUDITORIA.
056130     MOVE SPACES                TO VALOR-ANTIGO-PARA-AUDITORIA.
056140     MOVE ID-DO-RESPONSAVEL-PND TO VALOR-NOVO-PARA-AUDITORIA.
056150     PERFORM 8000-GRAVAR-AUDITORIA
056160         THRU 8000-GRAVAR-AUDITORIA-EXIT.
056170     DISPLAY "VINCULO COM O RESPONSAVEL LEGAL "
056180         ID-DO-RESPONSAVEL-PND " GRAVADO.".
056190 4230-AUDITAR-VINCULO-EXIT.
056200     EXIT.
056210*
056220****************************************************************
056230* 4240-DESFAZER-VINCULO                                        *
056240*     DESFAZ O VINCULO GRAVADO NO RESPLEG QUANDO A REGRAVACAO  *
056250*     DO CLIENTE FALHOU: REGRAVA O REGISTRO LIBERADO ANTERIOR  *
056260*     OU EXCLUI O VINCULO NOVO.                                *
056270****************************************************************
056280 4240-DESFAZER-VINCULO.
056290     IF VINCULO-ANTERIOR
056300         MOVE IMAGEM-DO-VINCULO-ANTERIOR
056310             TO REGISTRO-DE-RESPONSAVEL
056320         REWRITE REGISTRO-DE-RESPONSAVEL
056330             INVALID KEY
056340                 CONTINUE
056350         END-REWRITE
056360     ELSE
056370         MOVE ID-DO-CLIENTE-PND TO ID-DO-MENOR-RSP
056380         DELETE ARQUIVO-DE-RESPONSAVEIS RECORD
056390             INVALID KEY
056400                 CONTINUE
056410         END-DELETE
056420     END-IF.
056430     IF NOT RESPONSAVEL-ARQ-OK
056440         DISPLAY "ERRO AO DESFAZER O VINCULO NO RESPLEG, "
056450             "STATUS = "
056460             STATUS-DO-ARQUIVO-RESPONSAVEL
056470         DISPLAY "CONFIRA O VINCULO DO CLIENTE "
056480             ID-DO-CLIENTE-PND
056490     END-IF.
056500 4240-DESFAZER-VINCULO-EXIT.
056510     EXIT.
056520*
058000****************************************************************
058100* 4300-APLICAR-SITUACAO                                        *
058200*     CONFERE A SITUACAO ATUAL COM O VALOR ANTIGO DO PEDIDO E  *
058300*     REGRAVA O CLIENTE ATIVO OU INATIVO.                      *
058400****************************************************************
058500 4300-APLICAR-SITUACAO.
058600     PERFORM 4050-LER-CLIENTE-DO-PEDIDO
058700         THRU 4050-LER-CLIENTE-DO-PEDIDO-EXIT.
058800     IF PEDIDO-DESATUALIZADO
058900         GO TO 4300-APLICAR-SITUACAO-EXIT
059000     END-IF.
059100     IF CLIENTE-ATIVO-ARQ
059200         MOVE "ATIVO"   TO VALOR-DE-TRABALHO
059300     ELSE
059400         MOVE "INATIVO" TO VALOR-DE-TRABALHO
059500     END-IF.
059600     IF VALOR-DE-TRABALHO NOT = VALOR-ANTIGO-PND
059700         MOVE "S" TO SW-PEDIDO-DESATUALIZADO
059800         MOVE "SITUACAO ATUAL DIFERE DO PEDIDO"
059900             TO MOTIVO-DA-RECUSA
060000         GO TO 4300-APLICAR-SITUACAO-EXIT
060100     END-IF.
060200     IF VALOR-NOVO-PND = "INATIVO"
060300         SET CLIENTE-INATIVO-ARQ TO TRUE
060400     ELSE
060500         SET CLIENTE-ATIVO-ARQ TO TRUE
060600     END-IF.
060700     PERFORM 4900-REGRAVAR-CLIENTE
060800         THRU 4900-REGRAVAR-CLIENTE-EXIT.
060900 4300-APLICAR-SITUACAO-EXIT.
061000     EXIT.
061100*
061110****************************************************************
061120* 4400-APLICAR-FUSAO                                           *
061130*     CONFERE QUE O DUPLICADO AINDA TEM O NOME DO PEDIDO E QUE *
061140*     O SOBREVIVENTE EXISTE, GUARDA UMA COPIA DOS CAMPOS DO    *
061150*     DUPLICADO, FUNDE OS CAMPOS EM BRANCO DO SOBREVIVENTE E   *
061160*     RELE O DUPLICADO COM BLOQUEIO ANTES DE GRAVAR A FUSAO.   *
061170****************************************************************
061180 4400-APLICAR-FUSAO.
061190     PERFORM 4050-LER-CLIENTE-DO-PEDIDO
061200         THRU 4050-LER-CLIENTE-DO-PEDIDO-EXIT.
061210     IF PEDIDO-DESATUALIZADO
061220         GO TO 4400-APLICAR-FUSAO-EXIT
061230     END-IF.
061240     MOVE NOME-DO-CLIENTE-ARQ TO VALOR-DE-TRABALHO.
061250     IF VALOR-DE-TRABALHO NOT = VALOR-ANTIGO-PND
061260         MOVE "S" TO SW-PEDIDO-DESATUALIZADO
061270         MOVE "NOME DO DUPLICADO DIFERE" TO MOTIVO-DA-RECUSA
061280         GO TO 4400-APLICAR-FUSAO-EXIT
061290     END-IF.
061300     MOVE REGISTRO-DO-CLIENTE     TO IMAGEM-DO-DUPLICADO.
061310     MOVE NOME-DO-CLIENTE-ARQ     TO DUP-NOME.
061320     MOVE ENDERECO-DO-CLIENTE-ARQ TO DUP-ENDERECO.
061330     MOVE CIDADE-DO-CLIENTE-ARQ   TO DUP-CIDADE.
061340     MOVE UF-DO-CLIENTE-ARQ       TO DUP-UF.
061350     MOVE CEP-DO-CLIENTE-ARQ      TO DUP-CEP.
061360     MOVE TELEFONE-DO-CLIENTE-ARQ TO DUP-TELEFONE.
061370     MOVE EMAIL-DO-CLIENTE-ARQ    TO DUP-EMAIL.
061380     MOVE DATA-DE-NASCIMENTO-ARQ  TO DUP-NASCIMENTO.
061390     MOVE ID-SOBREVIVENTE-PND TO ID-DO-CLIENTE-ARQ.
061400     READ CLIENTE-FILE KEY IS ID-DO-CLIENTE-ARQ
061410         INVALID KEY
061420             SET REGISTRO-NAO-ENCONTRADO TO TRUE
061430     END-READ.
061440     IF REGISTRO-NAO-ENCONTRADO
061450         MOVE "S" TO SW-PEDIDO-DESATUALIZADO
061460         MOVE "SOBREVIVENTE NAO ENCONTRADO" TO MOTIVO-DA-RECUSA
061470         GO TO 4400-APLICAR-FUSAO-EXIT
061480     END-IF.
061490     MOVE REGISTRO-DO-CLIENTE TO IMAGEM-ANTES-DO-CLIENTE.
061500     MOVE "N" TO SW-FUNDIU-ENDERECO.
061510     MOVE "N" TO SW-FUNDIU-CIDADE.
061520     MOVE "N" TO SW-FUNDIU-UF.
061530     MOVE "N" TO SW-FUNDIU-CEP.
061540     MOVE "N" TO SW-FUNDIU-TELEFONE.
061550     MOVE "N" TO SW-FUNDIU-EMAIL.
061560     MOVE "N" TO SW-FUNDIU-NASCIMENTO.
061570     PERFORM 4410-FUNDIR-CAMPOS
061580         THRU 4410-FUNDIR-CAMPOS-EXIT.
061590     MOVE REGISTRO-DO-CLIENTE TO IMAGEM-FUNDIDA.
061600     PERFORM 4415-RESERVAR-DUPLICADO
061610         THRU 4415-RESERVAR-DUPLICADO-EXIT.
061620     IF NOT DUPLICADO-RESERVADO
061630         GO TO 4400-APLICAR-FUSAO-EXIT
061640     END-IF.
061650     PERFORM 4420-GRAVAR-SOBREVIVENTE
061660         THRU 4420-GRAVAR-SOBREVIVENTE-EXIT.
061670 4400-APLICAR-FUSAO-EXIT.
061680     EXIT.
061690*
066500****************************************************************
066600* 4410-FUNDIR-CAMPOS                                           *
066700*     COPIA PARA O REGISTRO DO SOBREVIVENTE (JA LIDO NA AREA   *
066800*     DO ARQUIVO) OS CAMPOS EM BRANCO QUE ESTAO PREENCHIDOS    *
066900*     NO DUPLICADO, ANOTANDO CADA CAMPO FUNDIDO.               *
067000****************************************************************
067100 4410-FUNDIR-CAMPOS.
067200     IF ENDERECO-DO-CLIENTE-ARQ = SPACES AND
067300         DUP-ENDERECO NOT = SPACES
067400         MOVE DUP-ENDERECO TO ENDERECO-DO-CLIENTE-ARQ
067500         MOVE "S" TO SW-FUNDIU-ENDERECO
067600     END-IF.
067700     IF CIDADE-DO-CLIENTE-ARQ = SPACES AND
067800         DUP-CIDADE NOT = SPACES
067900         MOVE DUP-CIDADE TO CIDADE-DO-CLIENTE-ARQ
068000         MOVE "S" TO SW-FUNDIU-CIDADE
068100     END-IF.
068200     IF UF-DO-CLIENTE-ARQ = SPACES AND
068300         DUP-UF NOT = SPACES
068400         MOVE DUP-UF TO UF-DO-CLIENTE-ARQ
068500         MOVE "S" TO SW-FUNDIU-UF
068600     END-IF.
068700     IF CEP-DO-CLIENTE-ARQ = SPACES AND
068800         DUP-CEP NOT = SPACES
068900         MOVE DUP-CEP TO CEP-DO-CLIENTE-ARQ
069000         MOVE "S" TO SW-FUNDIU-CEP
069100     END-IF.
069200     IF TELEFONE-DO-CLIENTE-ARQ = SPACES AND
069300         DUP-TELEFONE NOT = SPACES
069400         MOVE DUP-TELEFONE TO TELEFONE-DO-CLIENTE-ARQ
069500         MOVE "S" TO SW-FUNDIU-TELEFONE
069600     END-IF.
069700     IF EMAIL-DO-CLIENTE-ARQ = SPACES AND
069800         DUP-EMAIL NOT = SPACES
069900         MOVE DUP-EMAIL TO EMAIL-DO-CLIENTE-ARQ
070000         MOVE "S" TO SW-FUNDIU-EMAIL
070100     END-IF.
070200     IF DATA-DE-NASCIMENTO-ARQ = ZERO AND
070300         DUP-NASCIMENTO > ZERO
070400         MOVE DUP-NASCIMENTO TO DATA-DE-NASCIMENTO-ARQ
070500         MOVE "S" TO SW-FUNDIU-NASCIMENTO
070600     END-IF.
070700 4410-FUNDIR-CAMPOS-EXIT.
070800     EXIT.
070900*
070910****************************************************************
070920* 4415-RESERVAR-DUPLICADO                                      *
070930*     RELE O DUPLICADO COM BLOQUEIO, PARA QUE NENHUM OUTRO     *
070940*     PROGRAMA O ALTERE OU EXCLUA ATE O FIM DA FUSAO, E        *
070950*     CONFERE QUE ELE AINDA E IGUAL A IMAGEM LIDA NO INICIO.   *
070960*     DUPLICADO EM USO POR OUTRO PROGRAMA MANTEM O PEDIDO NA   *
070970*     FILA.                                                    *
070980****************************************************************
070990 4415-RESERVAR-DUPLICADO.
071000     MOVE "N" TO SW-DUPLICADO-RESERVADO.
071010     MOVE ID-DO-CLIENTE-PND TO ID-DO-CLIENTE-ARQ.
071020     READ CLIENTE-FILE WITH LOCK KEY IS ID-DO-CLIENTE-ARQ
071030         INVALID KEY
071040             SET REGISTRO-NAO-ENCONTRADO TO TRUE
071050     END-READ.
071060     IF REGISTRO-NAO-ENCONTRADO
071070         MOVE "S" TO SW-PEDIDO-DESATUALIZADO
071080         MOVE "DUPLICADO NAO ENCONTRADO" TO MOTIVO-DA-RECUSA
071090         GO TO 4415-RESERVAR-DUPLICADO-EXIT
071100     END-IF.
071110     IF NOT ARQUIVO-OK
071120         DISPLAY "DUPLICADO EM USO OU ERRO NA LEITURA, STATUS = "
071130             STATUS-DO-ARQUIVO-CLIENTE
071140         GO TO 4415-RESERVAR-DUPLICADO-EXIT
071150     END-IF.
071160     IF REGISTRO-DO-CLIENTE NOT = IMAGEM-DO-DUPLICADO
071170         MOVE "S" TO SW-PEDIDO-DESATUALIZADO
071180         MOVE "DUPLICADO ALTERADO APOS PEDIDO" TO MOTIVO-DA-RECUSA
071190         GO TO 4415-RESERVAR-DUPLICADO-EXIT
071200     END-IF.
071210     MOVE "S" TO SW-DUPLICADO-RESERVADO.
071220 4415-RESERVAR-DUPLICADO-EXIT.
071230     EXIT.
071240*
071250****************************************************************
071260* 4420-GRAVAR-SOBREVIVENTE                                     *
071270*     REGRAVA O SOBREVIVENTE COM OS CAMPOS FUNDIDOS E EXCLUI O *
071280*     DUPLICADO. SE A EXCLUSAO FALHAR O SOBREVIVENTE VOLTA A   *
071290*     IMAGEM ANTERIOR E NADA VAI AO JORNAL NEM AO LOG; SO COM  *
071300*     AS DUAS GRAVACOES FEITAS A FUSAO E JORNALIZADA E CADA    *
071310*     CAMPO E REGISTRADO NO LOG DE AUDITORIA.                  *
071320****************************************************************
071330 4420-GRAVAR-SOBREVIVENTE.
071340     MOVE IMAGEM-FUNDIDA TO REGISTRO-DO-CLIENTE.
071350     REWRITE REGISTRO-DO-CLIENTE.
071360     IF NOT ARQUIVO-OK
071370         DISPLAY "ERRO AO REGRAVAR SOBREVIVENTE, STATUS = "
071380             STATUS-DO-ARQUIVO-CLIENTE
071390         GO TO 4420-GRAVAR-SOBREVIVENTE-EXIT
071400     END-IF.
071410     PERFORM 4430-EXCLUIR-DUPLICADO
071420         THRU 4430-EXCLUIR-DUPLICADO-EXIT.
071430     IF NOT DUPLICADO-EXCLUIDO
071440         PERFORM 4425-RESTAURAR-SOBREVIVENTE
071450             THRU 4425-RESTAURAR-SOBREVIVENTE-EXIT
071460         GO TO 4420-GRAVAR-SOBREVIVENTE-EXIT
071470     END-IF.
071480     MOVE IMAGEM-ANTES-DO-CLIENTE TO JRN-IMAGEM-ANTES.
071490     MOVE IMAGEM-FUNDIDA          TO JRN-IMAGEM-DEPOIS.
071500     SET JRN-OPERACAO-ALTERACAO TO TRUE.
071510     PERFORM 8500-GRAVAR-JORNAL
071520         THRU 8500-GRAVAR-JORNAL-EXIT.
072700     MOVE ID-SOBREVIVENTE-PND TO ID-DO-CLIENTE.
072800     MOVE "ALTERACAO" TO TIPO-PARA-AUDITORIA.
072900     MOVE SPACES TO VALOR-ANTIGO-PARA-AUDITORIA.
073000     IF FUNDIU-ENDERECO
073100         MOVE "ENDERECO-DO-CLIENTE" TO CAMPO-PARA-AUDITORIA
073200         MOVE DUP-ENDERECO TO VALOR-NOVO-PARA-AUDITORIA
073300         PERFORM 8000-GRAVAR-AUDITORIA
073400             THRU 8000-GRAVAR-AUDITORIA-EXIT
073500     END-IF.
073600     IF FUNDIU-CIDADE
073700         MOVE "CIDADE-DO-CLIENTE" TO CAMPO-PARA-AUDITORIA
073800         MOVE DUP-CIDADE TO VALOR-NOVO-PARA-AUDITORIA
073900         PERFORM 8000-GRAVAR-AUDITORIA
074000             THRU 8000-GRAVAR-AUDITORIA-EXIT
074100     END-IF.
074200     IF FUNDIU-UF
074300         MOVE "UF-DO-CLIENTE" TO CAMPO-PARA-AUDITORIA
074400         MOVE DUP-UF TO VALOR-NOVO-PARA-AUDITORIA
074500         PERFORM 8000-GRAVAR-AUDITORIA
074600             THRU 8000-GRAVAR-AUDITORIA-EXIT
074700     END-IF.
074800     IF FUNDIU-CEP
074900         MOVE "CEP-DO-CLIENTE" TO CAMPO-PARA-AUDITORIA
075000         MOVE DUP-CEP TO VALOR-NOVO-PARA-AUDITORIA
075100         PERFORM 8000-GRAVAR-AUDITORIA
075200             THRU 8000-GRAVAR-AUDITORIA-EXIT
075300     END-IF.
075400     IF FUNDIU-TELEFONE
075500         MOVE "TELEFONE-DO-CLIENTE" TO CAMPO-PARA-AUDITORIA
075600         MOVE DUP-TELEFONE TO VALOR-NOVO-PARA-AUDITORIA
075700         PERFORM 8000-GRAVAR-AUDITORIA
075800             THRU 8000-GRAVAR-AUDITORIA-EXIT
075900     END-IF.
076000     IF FUNDIU-EMAIL
076100         MOVE "EMAIL-DO-CLIENTE" TO CAMPO-PARA-AUDITORIA
076200         MOVE DUP-EMAIL TO VALOR-NOVO-PARA-AUDITORIA
076300         PERFORM 8000-GRAVAR-AUDITORIA
076400             THRU 8000-GRAVAR-AUDITORIA-EXIT
076500     END-IF.
076600     IF FUNDIU-NASCIMENTO
076700         MOVE "DATA-DE-NASCIMENTO" TO CAMPO-PARA-AUDITORIA
076800         MOVE DUP-NASCIMENTO TO VALOR-NOVO-PARA-AUDITORIA
076900         PERFORM 8000-GRAVAR-AUDITORIA
077000             THRU 8000-GRAVAR-AUDITORIA-EXIT
077100     END-IF.
077110     PERFORM 4440-REGISTRAR-EXCLUSAO
077120         THRU 4440-REGISTRAR-EXCLUSAO-EXIT.
077130 4420-GRAVAR-SOBREVIVENTE-EXIT.
077140     EXIT.
077150*
077160****************************************************************
077170* 4425-RESTAURAR-SOBREVIVENTE                                  *
077180*     REGRAVA O SOBREVIVENTE COM A IMAGEM ANTERIOR A FUSAO     *
077190*     QUANDO O DUPLICADO NAO PODE SER EXCLUIDO. O PEDIDO FICA  *
077200*     NA FILA PARA NOVA TENTATIVA.                             *
077210****************************************************************
077220 4425-RESTAURAR-SOBREVIVENTE.
077230     MOVE IMAGEM-ANTES-DO-CLIENTE TO REGISTRO-DO-CLIENTE.
077240     REWRITE REGISTRO-DO-CLIENTE.
077250     IF NOT ARQUIVO-OK
077260         DISPLAY "ERRO AO RESTAURAR O SOBREVIVENTE "
077270             ID-SOBREVIVENTE-PND ", STATUS = "
077280             STATUS-DO-ARQUIVO-CLIENTE
077290         DISPLAY "O SOBREVIVENTE FICOU COM OS CAMPOS FUNDIDOS "
077300             "E O DUPLICADO " ID-DO-CLIENTE-PND
077310             " NAO FOI EXCLUIDO."
077320         GO TO 4425-RESTAURAR-SOBREVIVENTE-EXIT
077330     END-IF.
077340     DISPLAY "FUSAO DESFEITA - SOBREVIVENTE " ID-SOBREVIVENTE-PND
077350         " RESTAURADO.".
077360 4425-RESTAURAR-SOBREVIVENTE-EXIT.
077370     EXIT.
077380*
077390****************************************************************
077400* 4430-EXCLUIR-DUPLICADO                                       *
077410*     EXCLUI DO ARQUIVO MESTRE O DUPLICADO JA RESERVADO.       *
077420****************************************************************
077430 4430-EXCLUIR-DUPLICADO.
077440     MOVE "N" TO SW-DUPLICADO-EXCLUIDO.
077450     MOVE ID-DO-CLIENTE-PND TO ID-DO-CLIENTE-ARQ.
077460     DELETE CLIENTE-FILE RECORD
077470         INVALID KEY
077480             SET REGISTRO-NAO-ENCONTRADO TO TRUE
077490     END-DELETE.
077500     IF NOT ARQUIVO-OK
077510         DISPLAY "ERRO AO EXCLUIR DUPLICADO, STATUS = "
077520             STATUS-DO-ARQUIVO-CLIENTE
077530         GO TO 4430-EXCLUIR-DUPLICADO-EXIT
077540     END-IF.
077550     MOVE "S" TO SW-DUPLICADO-EXCLUIDO.
077560 4430-EXCLUIR-DUPLICADO-EXIT.
077570     EXIT.
077580*
077590****************************************************************
077600* 4440-REGISTRAR-EXCLUSAO                                      *
077610*     JORNALIZA A EXCLUSAO DO DUPLICADO E A REGISTRA NO LOG DE *
077620*     AUDITORIA, APONTANDO O ID SOBREVIVENTE QUE RECEBEU A     *
077630*     FUSAO.                                                   *
077640****************************************************************
077650 4440-REGISTRAR-EXCLUSAO.
079400     MOVE IMAGEM-DO-DUPLICADO TO JRN-IMAGEM-ANTES.
079500     MOVE SPACES TO JRN-IMAGEM-DEPOIS.
079600     SET JRN-OPERACAO-EXCLUSAO TO TRUE.
079700     PERFORM 8500-GRAVAR-JORNAL
079800         THRU 8500-GRAVAR-JORNAL-EXIT.
079900     MOVE ID-DO-CLIENTE-PND TO ID-DO-CLIENTE.
080000     MOVE "EXCLUSAO" TO TIPO-PARA-AUDITORIA.
080100     MOVE "REGISTRO-DO-CLIENTE" TO CAMPO-PARA-AUDITORIA.
080200     MOVE DUP-NOME TO VALOR-ANTIGO-PARA-AUDITORIA.
080300     MOVE SPACES TO VALOR-NOVO-PARA-AUDITORIA.
080400     STRING "FUNDIDO NO ID " DELIMITED BY SIZE
080500         ID-SOBREVIVENTE-PND DELIMITED BY SIZE
080600         INTO VALOR-NOVO-PARA-AUDITORIA.
080700     PERFORM 8000-GRAVAR-AUDITORIA
080800         THRU 8000-GRAVAR-AUDITORIA-EXIT.
080900     MOVE "S" TO SW-ALTERACAO-APLICADA.
081000     DISPLAY "FUSAO CONCLUIDA - CLIENTE " ID-DO-CLIENTE-PND
081100         " FUNDIDO NO CLIENTE " ID-SOBREVIVENTE-PND ".".
081110 4440-REGISTRAR-EXCLUSAO-EXIT.
081300     EXIT.
081400*
081500****************************************************************
081600* 4900-REGRAVAR-CLIENTE                                        *
081700*     REGRAVA O CLIENTE JA ALTERADO NA AREA DO ARQUIVO,        *
081800*     JORNALIZA A ALTERACAO E A REGISTRA NO LOG DE AUDITORIA   *
081900*     COM O CAMPO E OS VALORES DO PEDIDO.                      *
082000****************************************************************
082100 4900-REGRAVAR-CLIENTE.
082200     REWRITE REGISTRO-DO-CLIENTE.
082300     IF NOT ARQUIVO-OK
082400         DISPLAY "ERRO AO ALTERAR CLIENTE, STATUS = "
082500             STATUS-DO-ARQUIVO-CLIENTE
082600         GO TO 4900-REGRAVAR-CLIENTE-EXIT
082700     END-IF.
082800     MOVE IMAGEM-ANTES-DO-CLIENTE TO JRN-IMAGEM-ANTES.
082900     MOVE REGISTRO-DO-CLIENTE     TO JRN-IMAGEM-DEPOIS.
083000     SET JRN-OPERACAO-ALTERACAO TO TRUE.
083100     PERFORM 8500-GRAVAR-JORNAL
083200         THRU 8500-GRAVAR-JORNAL-EXIT.
083300     MOVE ID-DO-CLIENTE-PND      TO ID-DO-CLIENTE.
083400     MOVE "ALTERACAO"            TO TIPO-PARA-AUDITORIA.
083500     MOVE CAMPO-DA-PENDENCIA-PND TO CAMPO-PARA-AUDITORIA.
083600     MOVE VALOR-ANTIGO-PND       TO VALOR-ANTIGO-PARA-AUDITORIA.
083700     MOVE VALOR-NOVO-PND         TO VALOR-NOVO-PARA-AUDITORIA.
083800     PERFORM 8000-GRAVAR-AUDITORIA
083900         THRU 8000-GRAVAR-AUDITORIA-EXIT.
084000     MOVE "S" TO SW-ALTERACAO-APLICADA.
084100 4900-REGRAVAR-CLIENTE-EXIT.
084200     EXIT.
084300*
084400****************************************************************
084500* 5000-REJEITAR-PEDIDO                                         *
084600*     OBTEM O PEDIDO, PEDE O MOTIVO E O MARCA COMO REJEITADO,  *
084700*     SEM TOCAR O ARQUIVO MESTRE.                              *
084800****************************************************************
084900 5000-REJEITAR-PEDIDO.
085000     PERFORM 3300-OBTER-PEDIDO
085100         THRU 3300-OBTER-PEDIDO-EXIT.
085200     IF NOT PEDIDO-VALIDO
085300         GO TO 5000-REJEITAR-PEDIDO-EXIT
085400     END-IF.
085500     DISPLAY "Motivo da rejeicao: ".
085600     ACCEPT MOTIVO-DA-RECUSA.
085700     IF MOTIVO-DA-RECUSA = SPACES
085800         DISPLAY "O MOTIVO E OBRIGATORIO - REJEICAO CANCELADA."
085900         GO TO 5000-REJEITAR-PEDIDO-EXIT
086000     END-IF.
086100     SET PENDENCIA-REJEITADA TO TRUE.
086200     MOVE MOTIVO-DA-RECUSA TO MOTIVO-DA-DECISAO-PND.
086300     PERFORM 6000-GRAVAR-DECISAO
086400         THRU 6000-GRAVAR-DECISAO-EXIT.
086500     DISPLAY "PEDIDO " NUMERO-DA-PENDENCIA-PND " REJEITADO.".
086600 5000-REJEITAR-PEDIDO-EXIT.
086700     EXIT.
086800*
086900****************************************************************
087000* 6000-GRAVAR-DECISAO                                          *
087100*     COMPLETA O PEDIDO COM O OPERADOR, A DATA E A HORA DA     *
087200*     DECISAO (SITUACAO E MOTIVO JA PREENCHIDOS PELO           *
087300*     CHAMADOR) E O REGRAVA NA FILA.                           *
087400****************************************************************
087500 6000-GRAVAR-DECISAO.
087600     MOVE ID-DO-OPERADOR TO OPERADOR-DECISOR-PND.
087700     ACCEPT DATA-DA-DECISAO-PND FROM DATE YYYYMMDD.
087800     ACCEPT HORA-DA-DECISAO-PND FROM TIME.
087900     REWRITE REGISTRO-DE-PENDENCIA.
088000     IF NOT PENDENCIA-OK
088100         DISPLAY "ERRO AO REGRAVAR PENDENTE, STATUS = "
088200             STATUS-DO-ARQUIVO-PENDENCIA
088300     END-IF.
088400 6000-GRAVAR-DECISAO-EXIT.
088500     EXIT.
088600*
088700****************************************************************
088800* 8000-GRAVAR-AUDITORIA                                        *
088900*     MONTA E GRAVA UM REGISTRO NO LOG-DE-AUDITORIA A PARTIR   *
089000*     DOS PARAMETROS-DE-AUDITORIA JA PREENCHIDOS PELO          *
089100*     PARAGRAFO CHAMADOR.                                      *
089200****************************************************************
089300 8000-GRAVAR-AUDITORIA.
089400     ACCEPT DATA-DO-EVENTO FROM DATE YYYYMMDD.
089500     ACCEPT HORA-DO-EVENTO FROM TIME.
089600     MOVE ID-DO-OPERADOR       TO ID-DO-OPERADOR-LOG.
089700     MOVE TIPO-PARA-AUDITORIA  TO TIPO-DO-EVENTO.
089800     MOVE ID-DO-CLIENTE        TO ID-DO-CLIENTE-LOG.
089900     MOVE CAMPO-PARA-AUDITORIA TO CAMPO-ALTERADO.
090000     MOVE VALOR-ANTIGO-PARA-AUDITORIA TO VALOR-ANTIGO.
090100     MOVE VALOR-NOVO-PARA-AUDITORIA   TO VALOR-NOVO.
090200     PERFORM 7900-RESERVAR-NUMERO-DE-EVENTO
090300         THRU 7900-RESERVAR-NUMERO-DE-EVENTO-EXIT.
090400     MOVE ULTIMO-NUMERO-DE-EVENTO TO NUMERO-DO-EVENTO.
090500     WRITE REGISTRO-DE-AUDITORIA.
090600     IF NOT LOG-DE-AUDITORIA-OK
090700         DISPLAY "ERRO AO GRAVAR LOG-DE-AUDITORIA, STATUS = "
090800             STATUS-DO-LOG-DE-AUDITORIA
090900     END-IF.
091000 8000-GRAVAR-AUDITORIA-EXIT.
091100     EXIT.
091200*
091300****************************************************************
091400* 7900-RESERVAR-NUMERO-DE-EVENTO                               *
091500*     RELE O REGISTRO DE CONTROLE DO LOG DE AUDITORIA,         *
091600*     SEMEANDO-O NA PRIMEIRA EXECUCAO, CALCULA O PROXIMO       *
091700*     NUMERO DE EVENTO E JA O REGRAVA RESERVADO.               *
091800****************************************************************
091900 7900-RESERVAR-NUMERO-DE-EVENTO.
092000     MOVE "AUDITLOG" TO ID-DO-CONTROLE-DE-AUDITORIA.
092100     READ ARQUIVO-DE-CONTROLE-DE-AUDITORIA
092200         INVALID KEY
092300             MOVE ZERO TO ULTIMO-NUMERO-DE-EVENTO
092400             WRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA
092500     END-READ.
092600     ADD 1 TO ULTIMO-NUMERO-DE-EVENTO.
092700     REWRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA.
092800     IF NOT CONTROLE-DE-AUD-OK
092900         DISPLAY "ERRO AO RESERVAR NUMERO DE EVENTO, STATUS = "
093000             STATUS-DO-CONTROLE-DE-AUDITORIA
093100         STOP RUN
093200     END-IF.
093300 7900-RESERVAR-NUMERO-DE-EVENTO-EXIT.
093400     EXIT.
093500*
093600****************************************************************
093700* 8500-GRAVAR-JORNAL                                           *
093800*     GRAVA NO JORNAL DO ARQUIVO MESTRE A OPERACAO JA MONTADA  *
093900*     PELO PARAGRAFO CHAMADOR (TIPO E IMAGENS ANTES/DEPOIS).   *
094000****************************************************************
094100 8500-GRAVAR-JORNAL.
094200     ACCEPT JRN-DATA-DA-OPERACAO FROM DATE YYYYMMDD.
094300     ACCEPT JRN-HORA-DA-OPERACAO FROM TIME.
094400     MOVE NOME-DO-PROGRAMA TO JRN-PROGRAMA.
094500     MOVE ID-DO-OPERADOR   TO JRN-OPERADOR.
094600     WRITE REGISTRO-DO-JORNAL.
094700     IF NOT JORNAL-OK
094800         DISPLAY "ERRO AO GRAVAR JORNAL, STATUS = "
094900             STATUS-DO-JORNAL
095000     END-IF.
095100 8500-GRAVAR-JORNAL-EXIT.
095200     EXIT.
095300*
095400****************************************************************
095500* 9999-ENCERRAR                                                *
095600*     FECHA OS ARQUIVOS ANTES DO TERMINO DO PROGRAMA.          *
095700****************************************************************
095800 9999-ENCERRAR.
095900     CLOSE CLIENTE-FILE.
096000     CLOSE LOG-DE-AUDITORIA.
096100     CLOSE ARQUIVO-DE-CONTROLE-DE-AUDITORIA.
096200     CLOSE ARQUIVO-DE-JORNAL.
096300     CLOSE ARQUIVO-DE-OPERADORES.
096400     CLOSE ARQUIVO-DE-PENDENCIAS.
096410     CLOSE ARQUIVO-DE-RESPONSAVEIS.
096500 9999-ENCERRAR-EXIT.
096600     EXIT.
