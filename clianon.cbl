000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CLIANON.
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
001400*  15/10/2026 EAC     PROGRAMA ORIGINAL - ANONIMIZACAO LGPD A  *
001500*                     PEDIDO DO TITULAR: PARA CADA ID DO       *
001600*                     ARQUIVO DE PEDIDOS (PEDANON) MASCARA OS  *
001700*                     DADOS PESSOAIS NO MESTRE (CLIENTE-FILE), *
001800*                     NO ARQUIVO MORTO (ARQCLI), NAS IMAGENS   *
001900*                     DO JORNAL E NOS VALORES ANTIGO/NOVO DOS  *
002000*                     EVENTOS DO CLIENTE NO AUDITLOG E NO      *
002100*                     ARQAUD, MANTENDO O ID, OS NUMEROS DE     *
002200*                     EVENTO E A QUANTIDADE DE REGISTROS PARA  *
002300*                     QUE O CLIAUDV E O CLIRECON CONTINUEM     *
002400*                     FECHANDO. O CLIENTE FICA INATIVO, COM O  *
002500*                     CONSENTIMENTO REVOGADO NOS TRES CANAIS,  *
002600*                     E GANHA UM EVENTO "ELIMINACAO". O        *
002700*                     RELATORIO RELANON E O CERTIFICADO        *
002800*                     ENTREGUE AO JURIDICO.                    *
002810*  15/10/2026 EAC     O MASCARAMENTO PASSOU A COBRIR TAMBEM OS *
002820*                     PEDIDOS DO CLIENTE NA FILA DE APROVACAO  *
002830*                     (PENDENTE, COPYBOOK PNDREC): VALORES     *
002840*                     ANTIGO/NOVO DE NOME, NASCIMENTO E FUSAO  *
002850*                     VIRAM "ANONIMIZADO" E O PEDIDO QUE AINDA *
002860*                     AGUARDAVA DECISAO FICA REJEITADO.        *
002870*  15/10/2026 EAC     O MASCARAMENTO PASSOU A COBRIR TAMBEM OS *
002875*                     ENDERECOS DE COBRANCA E DE               *
002880*                     CORRESPONDENCIA DO CLIENTE (ARQUIVO      *
002885*                     ENDERECO, COPYBOOK ENDREC), COM ENDERECO *
002890*                     E CEP EM BRANCO, E OS EVENTOS DO LOG     *
002895*                     DESSES CAMPOS.                           *
002900*                                                              *
003000****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 SPECIAL-NAMES.
003600     DECIMAL-POINT IS COMMA.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS ID-DO-CLIENTE-ARQ
004300         ALTERNATE RECORD KEY IS NOME-DO-CLIENTE-ARQ
004400             WITH DUPLICATES
004500         FILE STATUS IS STATUS-DO-ARQUIVO-CLIENTE.
004600*
004700     SELECT LOG-DE-AUDITORIA ASSIGN TO "AUDITLOG"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS STATUS-DO-LOG-DE-AUDITORIA.
005000*
005100     SELECT ARQUIVO-DE-PEDIDOS ASSIGN TO "PEDANON"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS STATUS-DOS-PEDIDOS.
005400*
005500     SELECT ARQUIVO-MORTO-DE-CLIENTES ASSIGN TO "ARQCLI"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS STATUS-DO-ARQUIVO-MORTO.
005800*
005900     SELECT ARQUIVO-MORTO-DE-AUDITORIA ASSIGN TO "ARQAUD"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS STATUS-DO-MORTO-DE-AUDITORIA.
006200*
006300     SELECT RELATORIO-DA-ANONIMIZACAO ASSIGN TO "RELANON"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS STATUS-DO-RELATORIO.
006600*
006700     SELECT ARQUIVO-DE-CONTROLE-DE-EXECUCAO ASSIGN TO "RUNCTL"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS ID-DO-PROGRAMA-RUN
007100         FILE STATUS IS STATUS-DO-CONTROLE-DE-EXECUCAO.
007200*
007300     SELECT ARQUIVO-DE-REINICIO ASSIGN TO "RESTART"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS ID-DO-JOB-REINICIO
007700         FILE STATUS IS STATUS-DO-ARQUIVO-REINICIO.
007800*
007900     SELECT ARQUIVO-DE-CONTROLE-DE-AUDITORIA ASSIGN TO "AUDCTL"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS ID-DO-CONTROLE-DE-AUDITORIA
008300         FILE STATUS IS STATUS-DO-CONTROLE-DE-AUDITORIA.
008400*
008500     SELECT ARQUIVO-DE-JORNAL ASSIGN TO "JORNAL"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS STATUS-DO-JORNAL.
008800*
008900     SELECT ARQUIVO-DE-CONSENTIMENTOS ASSIGN TO "CONSENT"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS ID-DO-CLIENTE-CON
009300         FILE STATUS IS STATUS-DO-ARQUIVO-CONSENTIMENTO.
009310*
009320     SELECT ARQUIVO-DE-PENDENCIAS ASSIGN TO "PENDENTE"
009330         ORGANIZATION IS INDEXED
009340         ACCESS MODE IS DYNAMIC
009350         RECORD KEY IS NUMERO-DA-PENDENCIA-PND
009360         ALTERNATE RECORD KEY IS ID-DO-CLIENTE-PND
009370             WITH DUPLICATES
009380         FILE STATUS IS STATUS-DO-ARQUIVO-PENDENCIA.
009390*
009392     SELECT ARQUIVO-DE-ENDERECOS ASSIGN TO "ENDERECO"
009394         ORGANIZATION IS INDEXED
009396         ACCESS MODE IS DYNAMIC
009398         RECORD KEY IS CHAVE-DO-ENDERECO-END
009399         FILE STATUS IS STATUS-DO-ARQUIVO-ENDERECO.
009400*
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  CLIENTE-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY CLIREC.
010000*
010100 FD  LOG-DE-AUDITORIA
010200     LABEL RECORDS ARE STANDARD.
010300     COPY AUDREC.
010400*
010500 FD  ARQUIVO-DE-PEDIDOS
010600     LABEL RECORDS ARE STANDARD.
010700*
010800****************************************************************
010900*  LAYOUT DO REGISTRO DE PEDIDO - UM PEDIDO DO TITULAR POR      *
011000*  LINHA.                                                      *
011100*  POSICAO  TAMANHO  CAMPO                                     *
011200*  -------  -------  ------------------------------------      *
011300*  001-006     06    ID DO CLIENTE                             *
011400*  007-026     20    PROTOCOLO DO PEDIDO NO JURIDICO            *
011500*  027-034     08    DATA DO PEDIDO (AAAAMMDD)                 *
011600****************************************************************
011700 01  REGISTRO-DE-PEDIDO.
011800     05 ID-DO-CLIENTE-PED      PIC X(06).
011900     05 PROTOCOLO-PED          PIC X(20).
012000     05 DATA-DO-PEDIDO-PED     PIC X(08).
012100*
012200 FD  ARQUIVO-MORTO-DE-CLIENTES
012300     LABEL RECORDS ARE STANDARD.
012400 01  REGISTRO-DO-CLIENTE-MORTO PIC X(181).
012500*
012600 FD  ARQUIVO-MORTO-DE-AUDITORIA
012700     LABEL RECORDS ARE STANDARD.
012800 01  REGISTRO-DE-AUDITORIA-MORTO PIC X(149).
012900*
013000 FD  RELATORIO-DA-ANONIMIZACAO
013100     LABEL RECORDS ARE STANDARD.
013200 01  LINHA-DO-RELATORIO        PIC X(80).
013300*
013400 FD  ARQUIVO-DE-CONTROLE-DE-EXECUCAO
013500     LABEL RECORDS ARE STANDARD.
013600     COPY RUNREC.
013700*
013800 FD  ARQUIVO-DE-REINICIO
013900     LABEL RECORDS ARE STANDARD.
014000 01  REGISTRO-DE-REINICIO.
014100     05 ID-DO-JOB-REINICIO      PIC X(08).
014200     05 QTD-PROCESSADA-REINICIO PIC 9(08).
014300*
014400 FD  ARQUIVO-DE-CONTROLE-DE-AUDITORIA
014500     LABEL RECORDS ARE STANDARD.
014600     COPY AUCREC.
014700*
014800 FD  ARQUIVO-DE-JORNAL
014900     LABEL RECORDS ARE STANDARD.
015000     COPY JRNREC.
015100*
015200 FD  ARQUIVO-DE-CONSENTIMENTOS
015300     LABEL RECORDS ARE STANDARD.
015400     COPY CONREC.
015420*
015440 FD  ARQUIVO-DE-PENDENCIAS
015460     LABEL RECORDS ARE STANDARD.
015480     COPY PNDREC.
015485*
015490 FD  ARQUIVO-DE-ENDERECOS
015492     LABEL RECORDS ARE STANDARD.
015494     COPY ENDREC.
015500*
015600 WORKING-STORAGE SECTION.
015700 01  STATUS-DO-ARQUIVO-CLIENTE PIC X(02).
015800     88 ARQUIVO-OK                VALUE "00".
015900     88 FIM-DO-ARQUIVO-CLIENTE    VALUE "10".
016000     88 REGISTRO-NAO-ENCONTRADO   VALUE "23".
016100*
016200 01  STATUS-DO-LOG-DE-AUDITORIA PIC X(02).
016300     88 LOG-DE-AUDITORIA-OK       VALUE "00".
016400     88 FIM-DO-LOG-DE-AUDITORIA   VALUE "10".
016500     88 LOG-DE-AUDITORIA-AUSENTE  VALUE "35".
016600*
016700 01  STATUS-DOS-PEDIDOS        PIC X(02).
016800     88 PEDIDOS-OK                VALUE "00".
016900     88 FIM-DOS-PEDIDOS           VALUE "10".
017000*
017100 01  STATUS-DO-ARQUIVO-MORTO   PIC X(02).
017200     88 ARQUIVO-MORTO-OK          VALUE "00".
017300     88 FIM-DO-ARQUIVO-MORTO      VALUE "10".
017400     88 ARQUIVO-MORTO-AUSENTE     VALUE "35".
017500*
017600 01  STATUS-DO-MORTO-DE-AUDITORIA PIC X(02).
017700     88 MORTO-DE-AUDITORIA-OK     VALUE "00".
017800     88 FIM-DO-MORTO-DE-AUDITORIA VALUE "10".
017900     88 MORTO-DE-AUDITORIA-AUSENTE VALUE "35".
018000*
018100 01  STATUS-DO-RELATORIO       PIC X(02).
018200     88 RELATORIO-OK              VALUE "00".
018300*
018400 01  STATUS-DO-CONTROLE-DE-EXECUCAO PIC X(02).
018500     88 EXECUCAO-OK               VALUE "00".
018600     88 EXECUCAO-NAO-ENCONTRADA   VALUE "35".
018700*
018800 01  STATUS-DO-ARQUIVO-REINICIO PIC X(02).
018900     88 REINICIO-OK                VALUE "00".
019000     88 REINICIO-NAO-ENCONTRADO    VALUE "35".
019100*
019200 01  STATUS-DO-CONTROLE-DE-AUDITORIA PIC X(02).
019300     88 CONTROLE-DE-AUD-OK          VALUE "00".
019400     88 CONTROLE-DE-AUD-AUSENTE     VALUE "35".
019500*
019600 01  STATUS-DO-JORNAL           PIC X(02).
019700     88 JORNAL-OK                  VALUE "00".
019800     88 FIM-DO-JORNAL              VALUE "10".
019900     88 JORNAL-AUSENTE             VALUE "35".
020000*
020100 01  STATUS-DO-ARQUIVO-CONSENTIMENTO PIC X(02).
020200     88 CONSENTIMENTO-OK           VALUE "00".
020300     88 CONSENTIMENTO-AUSENTE      VALUE "35".
020310*
020320 01  STATUS-DO-ARQUIVO-PENDENCIA PIC X(02).
020330     88 PENDENCIA-OK               VALUE "00".
020340     88 FIM-DO-ARQUIVO-PENDENCIA   VALUE "10".
020350     88 PENDENCIA-AUSENTE          VALUE "35".
020360*
020370 01  STATUS-DO-ARQUIVO-ENDERECO PIC X(02).
020380     88 ENDERECO-ARQ-OK            VALUE "00".
020385     88 FIM-DO-ARQUIVO-ENDERECO    VALUE "10".
020390     88 ENDERECO-ARQ-AUSENTE       VALUE "35".
020400*
020500 01  ID-DO-OPERADOR            PIC X(08)  VALUE "CLIANON".
020600 01  NOME-DO-PROGRAMA          PIC X(08)  VALUE "CLIANON".
020700 01  CODIGO-DE-RETORNO-DA-RODADA PIC 9(02) VALUE ZERO.
020800 01  ID-DO-CLIENTE             PIC 9(06).
020900 01  DATA-DA-RODADA            PIC 9(08)  VALUE ZERO.
021000*
021100 01  CHAVES-DA-ANONIMIZACAO.
021200     05 SW-IMAGEM-MASCARADA    PIC X(01)  VALUE "N".
021300        88 IMAGEM-MASCARADA        VALUE "S".
021400     05 SW-EVENTO-MASCARADO    PIC X(01)  VALUE "N".
021500        88 EVENTO-MASCARADO        VALUE "S".
021600     05 SW-CONSENTIMENTO-CADASTRADO PIC X(01) VALUE "N".
021700        88 CONSENTIMENTO-CADASTRADO VALUE "S".
021730     05 SW-PENDENCIA-MASCARADA PIC X(01)  VALUE "N".
021760        88 PENDENCIA-MASCARADA     VALUE "S".
021800*
021900****************************************************************
022000*  TABELA DOS PEDIDOS ACEITOS. POSICAO-DO-PEDIDO, INDEXADA     *
022100*  PELO ID DO CLIENTE, APONTA PARA O PEDIDO DO CLIENTE NA      *
022200*  TABELA (ZERO = CLIENTE SEM PEDIDO). SITUACAO DO PEDIDO:     *
022300*  "M" = ANONIMIZADO NO MESTRE, "F" = FORA DO MESTRE (SO       *
022400*  ARQUIVO MORTO E LOGS), "N" = ID NAO ENCONTRADO EM PARTE     *
022500*  ALGUMA, "R" = PEDIDO REJEITADO.                             *
022600****************************************************************
022700 01  TABELA-DE-PEDIDOS.
022800     05 QTD-DE-PEDIDOS         PIC 9(03)  VALUE ZERO.
022900     05 ELEMENTO-DE-PEDIDO OCCURS 999 TIMES.
023000        10 TAB-ID              PIC 9(06).
023100        10 TAB-PROTOCOLO       PIC X(20).
023200        10 TAB-DATA-DO-PEDIDO  PIC X(08).
023300        10 TAB-SITUACAO        PIC X(01).
023400        10 TAB-MOTIVO          PIC X(30).
023500        10 TAB-QTD-EVENTOS     PIC 9(05).
023600        10 TAB-QTD-MORTOS      PIC 9(05).
023700        10 TAB-QTD-JORNAL      PIC 9(05).
023800        10 TAB-QTD-ARQUIVO     PIC 9(03).
023900        10 TAB-CONSENTIMENTOS  PIC 9(01).
024000        10 TAB-NUMERO-DO-EVENTO PIC 9(09).
024100*
024200 01  TABELA-DE-POSICOES.
024300     05 POSICAO-DO-PEDIDO      PIC 9(03) OCCURS 999999 TIMES.
024400*
024500 01  INDICES-DE-TRABALHO.
024600     05 IND-CLIENTE            PIC 9(06)  VALUE ZERO.
024700     05 IND-PEDIDO             PIC 9(03)  VALUE ZERO.
024800*
024900 01  CONTADORES-DA-ANONIMIZACAO.
025000     05 TOTAL-PEDIDOS-LIDOS    PIC 9(05)  VALUE ZERO.
025100     05 TOTAL-PEDIDOS-REJEITADOS PIC 9(05) VALUE ZERO.
025200     05 TOTAL-ANONIMIZADOS     PIC 9(05)  VALUE ZERO.
025300     05 TOTAL-EVENTOS-MASCARADOS PIC 9(07) VALUE ZERO.
025400     05 TOTAL-MORTOS-MASCARADOS PIC 9(07) VALUE ZERO.
025500     05 TOTAL-IMAGENS-MASCARADAS PIC 9(07) VALUE ZERO.
025600     05 TOTAL-ARQUIVO-MASCARADOS PIC 9(05) VALUE ZERO.
025650     05 TOTAL-PENDENCIAS-MASCARADAS PIC 9(05) VALUE ZERO.
025660     05 TOTAL-ENDERECOS-MASCARADOS PIC 9(05) VALUE ZERO.
025700*
025800 01  PARAMETROS-DE-AUDITORIA.
025900     05 TIPO-PARA-AUDITORIA    PIC X(10).
026000     05 CAMPO-PARA-AUDITORIA   PIC X(20).
026100     05 VALOR-ANTIGO-PARA-AUDITORIA PIC X(40).
026200     05 VALOR-NOVO-PARA-AUDITORIA   PIC X(40).
026300*
026400 01  SITUACAO-ANTERIOR         PIC X(01).
026500     88 ESTAVA-ATIVO               VALUE "A".
026600*
026700****************************************************************
026800*  AREA DE MASCARAMENTO DE UM REGISTRO DE CLIENTE (MESMO       *
026900*  LAYOUT DO CLIREC), USADA PARA O MESTRE, O ARQUIVO MORTO E   *
027000*  AS IMAGENS DO JORNAL. O NOME VIRA "CLIENTE ANONIMIZADO",    *
027100*  ENDERECO, CEP, TELEFONE E E-MAIL FICAM EM BRANCO E A DATA   *
027200*  DE NASCIMENTO FICA SO COM O ANO (1O DE JANEIRO), PARA QUE   *
027300*  AS CONTAGENS POR UF, CIDADE E FAIXA ETARIA SE MANTENHAM.    *
027400****************************************************************
027500 01  IMAGEM-DE-TRABALHO.
027600     05 IMG-ID-DO-CLIENTE      PIC 9(06).
027700     05 IMG-NOME               PIC X(30).
027800     05 IMG-IDADE              PIC 99.
027900     05 IMG-ENDERECO           PIC X(40).
028000     05 IMG-CIDADE             PIC X(20).
028100     05 IMG-UF                 PIC X(02).
028200     05 IMG-CEP                PIC X(08).
028300     05 IMG-TELEFONE           PIC X(15).
028400     05 IMG-EMAIL              PIC X(40).
028500     05 IMG-DATA-DE-CADASTRO   PIC 9(08).
028600     05 IMG-SITUACAO           PIC X(01).
028700     05 IMG-INDICADOR-DE-DEVOLUCAO PIC X(01).
028800     05 IMG-DATA-DE-NASCIMENTO.
028900        10 IMG-ANO-DE-NASCIMENTO PIC 9(04).
029000        10 IMG-MES-DIA-DE-NASCIMENTO PIC 9(04).
029100 01  IMAGEM-DE-TRABALHO-X REDEFINES IMAGEM-DE-TRABALHO
029200                               PIC X(181).
029300*
029400****************************************************************
029500*  AREA DE MASCARAMENTO DE UM EVENTO DE AUDITORIA (MESMO       *
029600*  LAYOUT DO AUDREC), USADA PARA O AUDITLOG E O ARQAUD.        *
029700****************************************************************
029800 01  EVENTO-DE-TRABALHO.
029900     05 EVM-DATA-DO-EVENTO     PIC 9(08).
030000     05 EVM-HORA-DO-EVENTO     PIC 9(08).
030100     05 EVM-ID-DO-OPERADOR     PIC X(08).
030200     05 EVM-TIPO-DO-EVENTO     PIC X(10).
030300     05 EVM-ID-DO-CLIENTE      PIC 9(06).
030400     05 EVM-CAMPO-ALTERADO     PIC X(20).
030500        88 EVM-CAMPO-PESSOAL       VALUE "NOME-DO-CLIENTE"
030600                                         "ENDERECO-DO-CLIENTE"
030700                                         "CEP-DO-CLIENTE"
030800                                         "TELEFONE-DO-CLIENTE"
030900                                         "EMAIL-DO-CLIENTE"
030910                                         "ENDERECO-COBRANCA"
030920                                         "CEP-COBRANCA"
030930                                         "ENDERECO-CORRESP"
030940                                         "CEP-CORRESP"
031000                                         "DATA-DE-NASCIMENTO".
031100        88 EVM-CAMPO-REGISTRO      VALUE "REGISTRO-DO-CLIENTE".
031200     05 EVM-VALOR-ANTIGO       PIC X(40).
031300     05 EVM-VALOR-NOVO         PIC X(40).
031400     05 EVM-NUMERO-DO-EVENTO   PIC 9(09).
031500*
031600 01  TEXTO-MASCARADO           PIC X(40)  VALUE "ANONIMIZADO".
031700*
031800 01  LINHA-DE-PEDIDO.
031900     05 FILLER                 PIC X(11)  VALUE "PROTOCOLO: ".
032000     05 LPD-PROTOCOLO          PIC X(20).
032100     05 FILLER                 PIC X(09)  VALUE "  PEDIDO ".
032200     05 LPD-DATA-DO-PEDIDO     PIC X(08).
032300     05 FILLER                 PIC X(06)  VALUE "  ID: ".
032400     05 LPD-ID                 PIC 9(06).
032500     05 FILLER                 PIC X(20)  VALUE SPACES.
032600*
032700 01  LINHA-DE-ITEM.
032800     05 FILLER                 PIC X(04)  VALUE SPACES.
032900     05 ITM-TEXTO              PIC X(40).
033000     05 ITM-QUANTIDADE         PIC ZZZZZZ9.
033100     05 FILLER                 PIC X(29)  VALUE SPACES.
033200*
033300 01  LINHA-DE-TEXTO.
033400     05 FILLER                 PIC X(04)  VALUE SPACES.
033500     05 TXT-TEXTO              PIC X(40).
033600     05 TXT-VALOR              PIC X(36).
033700*
033800 01  LINHA-DE-TOTAL.
033900     05 TOT-TEXTO              PIC X(40).
034000     05 TOT-QUANTIDADE         PIC ZZZZZZ9.
034100     05 FILLER                 PIC X(33)  VALUE SPACES.
034200*
034300 PROCEDURE DIVISION.
034400*
034500****************************************************************
034600* 0000-MAINLINE                                                *
034700*     PARAGRAFO PRINCIPAL - CONTROLA A SEQUENCIA DO PROGRAMA.  *
034800*     AS PASSADAS DE MASCARAMENTO VEM ANTES DA ANONIMIZACAO DO *
034900*     MESTRE, QUE ACRESCENTA AO LOG E AO JORNAL REGISTROS JA   *
035000*     SEM DADOS PESSOAIS.                                      *
035100****************************************************************
035200 0000-MAINLINE.
035300     PERFORM 7700-REGISTRAR-INICIO
035400         THRU 7700-REGISTRAR-INICIO-EXIT.
035500     PERFORM 7600-CONFERIR-DEPENDENCIAS
035600         THRU 7600-CONFERIR-DEPENDENCIAS-EXIT.
035700     PERFORM 1000-ABRIR-ARQUIVOS
035800         THRU 1000-ABRIR-ARQUIVOS-EXIT.
035900     PERFORM 1100-CARREGAR-PEDIDOS
036000         THRU 1100-CARREGAR-PEDIDOS-EXIT.
036100     PERFORM 2000-MASCARAR-JORNAL
036200         THRU 2000-MASCARAR-JORNAL-EXIT.
036300     PERFORM 2300-MASCARAR-LOG
036400         THRU 2300-MASCARAR-LOG-EXIT.
036500     PERFORM 2500-MASCARAR-MORTO-DE-AUDITORIA
036600         THRU 2500-MASCARAR-MORTO-DE-AUDITORIA-EXIT.
036700     PERFORM 2700-MASCARAR-ARQUIVO-MORTO
036800         THRU 2700-MASCARAR-ARQUIVO-MORTO-EXIT.
036810     PERFORM 2870-MASCARAR-ENDERECOS
036820         THRU 2870-MASCARAR-ENDERECOS-EXIT.
036830     PERFORM 2900-MASCARAR-PENDENCIAS
036860         THRU 2900-MASCARAR-PENDENCIAS-EXIT.
036900     PERFORM 3000-ANONIMIZAR-CLIENTES
037000         THRU 3000-ANONIMIZAR-CLIENTES-EXIT.
037100     PERFORM 5000-IMPRIMIR-CERTIFICADO
037200         THRU 5000-IMPRIMIR-CERTIFICADO-EXIT.
037300     PERFORM 7800-REGISTRAR-FIM
037400         THRU 7800-REGISTRAR-FIM-EXIT.
037500     PERFORM 9999-ENCERRAR
037600         THRU 9999-ENCERRAR-EXIT.
037700     STOP RUN.
037800*
037900****************************************************************
038000* 1000-ABRIR-ARQUIVOS                                          *
038100*     ABRE O MESTRE, O CONTROLE DO LOG, OS CONSENTIMENTOS E O  *
038200*     RELATORIO. LOGS, JORNAL E ARQUIVO MORTO SAO ABERTOS EM   *
038300*     CADA PASSADA DE MASCARAMENTO.                            *
038400****************************************************************
038500 1000-ABRIR-ARQUIVOS.
038600     OPEN I-O CLIENTE-FILE.
038700     IF NOT ARQUIVO-OK
038800         DISPLAY "ERRO AO ABRIR CLIENTE-FILE, STATUS = "
038900             STATUS-DO-ARQUIVO-CLIENTE
039000         STOP RUN
039100     END-IF.
039200     OPEN I-O ARQUIVO-DE-CONTROLE-DE-AUDITORIA.
039300     IF CONTROLE-DE-AUD-AUSENTE
039400         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-AUDITORIA
039500         CLOSE ARQUIVO-DE-CONTROLE-DE-AUDITORIA
039600         OPEN I-O ARQUIVO-DE-CONTROLE-DE-AUDITORIA
039700     END-IF.
039800     IF NOT CONTROLE-DE-AUD-OK
039900         DISPLAY "ERRO AO ABRIR AUDCTL, STATUS = "
040000             STATUS-DO-CONTROLE-DE-AUDITORIA
040100         STOP RUN
040200     END-IF.
040300     OPEN I-O ARQUIVO-DE-CONSENTIMENTOS.
040400     IF CONSENTIMENTO-AUSENTE
040500         OPEN OUTPUT ARQUIVO-DE-CONSENTIMENTOS
040600         CLOSE ARQUIVO-DE-CONSENTIMENTOS
040700         OPEN I-O ARQUIVO-DE-CONSENTIMENTOS
040800     END-IF.
040900     IF NOT CONSENTIMENTO-OK
041000         DISPLAY "ERRO AO ABRIR CONSENT, STATUS = "
041100             STATUS-DO-ARQUIVO-CONSENTIMENTO
041200         STOP RUN
041300     END-IF.
041400     OPEN OUTPUT RELATORIO-DA-ANONIMIZACAO.
041500     IF NOT RELATORIO-OK
041600         DISPLAY "ERRO AO ABRIR RELANON, STATUS = "
041700             STATUS-DO-RELATORIO
041800         STOP RUN
041900     END-IF.
042000     ACCEPT DATA-DA-RODADA FROM DATE YYYYMMDD.
042100     MOVE ZERO TO IND-CLIENTE.
042200     PERFORM 1050-LIMPAR-POSICAO
042300         THRU 1050-LIMPAR-POSICAO-EXIT
042400         UNTIL IND-CLIENTE NOT LESS THAN 999999.
042500 1000-ABRIR-ARQUIVOS-EXIT.
042600     EXIT.
042700*
042800****************************************************************
042900* 1050-LIMPAR-POSICAO                                          *
043000*     ZERA A PROXIMA POSICAO DA TABELA DE POSICOES.            *
043100****************************************************************
043200 1050-LIMPAR-POSICAO.
043300     ADD 1 TO IND-CLIENTE.
043400     MOVE ZERO TO POSICAO-DO-PEDIDO (IND-CLIENTE).
043500 1050-LIMPAR-POSICAO-EXIT.
043600     EXIT.
043700*
043800****************************************************************
043900* 1100-CARREGAR-PEDIDOS                                        *
044000*     CARREGA OS PEDIDOS DO TITULAR NA TABELA. SEM O ARQUIVO   *
044100*     DE PEDIDOS A ANONIMIZACAO NAO RODA.                      *
044200****************************************************************
044300 1100-CARREGAR-PEDIDOS.
044400     OPEN INPUT ARQUIVO-DE-PEDIDOS.
044500     IF NOT PEDIDOS-OK
044600         DISPLAY "ERRO AO ABRIR PEDANON, STATUS = "
044700             STATUS-DOS-PEDIDOS
044800         STOP RUN
044900     END-IF.
045000     PERFORM 1200-LER-PEDIDO
045100         THRU 1200-LER-PEDIDO-EXIT.
045200     PERFORM 1300-ACEITAR-PEDIDO
045300         THRU 1300-ACEITAR-PEDIDO-EXIT
045400         UNTIL FIM-DOS-PEDIDOS.
045500     CLOSE ARQUIVO-DE-PEDIDOS.
045600     IF TOTAL-PEDIDOS-LIDOS = ZERO
045700         DISPLAY "PEDANON VAZIO - NENHUM CLIENTE ANONIMIZADO."
045800     END-IF.
045900 1100-CARREGAR-PEDIDOS-EXIT.
046000     EXIT.
046100*
046200****************************************************************
046300* 1200-LER-PEDIDO                                              *
046400*     LE O PROXIMO REGISTRO DO ARQUIVO DE PEDIDOS.             *
046500****************************************************************
046600 1200-LER-PEDIDO.
046700     READ ARQUIVO-DE-PEDIDOS
046800         AT END
046900             SET FIM-DOS-PEDIDOS TO TRUE
047000     END-READ.
047100 1200-LER-PEDIDO-EXIT.
047200     EXIT.
047300*
047400****************************************************************
047500* 1300-ACEITAR-PEDIDO                                          *
047600*     CONFERE O PEDIDO LIDO E O GUARDA NA TABELA. ID NAO       *
047700*     NUMERICO, ZERADO OU REPETIDO E PROTOCOLO EM BRANCO       *
047800*     REJEITAM O PEDIDO, QUE SAI NO CERTIFICADO COM O MOTIVO.  *
047900****************************************************************
048000 1300-ACEITAR-PEDIDO.
048100     ADD 1 TO TOTAL-PEDIDOS-LIDOS.
048200     IF QTD-DE-PEDIDOS NOT LESS THAN 999
048300         DISPLAY "LIMITE DE PEDIDOS ATINGIDO - IGNORADO O ID "
048400             ID-DO-CLIENTE-PED
048500         ADD 1 TO TOTAL-PEDIDOS-REJEITADOS
048600         GO TO 1300-ACEITAR-PEDIDO-LER
048700     END-IF.
048800     ADD 1 TO QTD-DE-PEDIDOS.
048900     MOVE QTD-DE-PEDIDOS TO IND-PEDIDO.
049000     MOVE ZERO TO TAB-ID (IND-PEDIDO).
049100     MOVE PROTOCOLO-PED TO TAB-PROTOCOLO (IND-PEDIDO).
049200     MOVE DATA-DO-PEDIDO-PED TO TAB-DATA-DO-PEDIDO (IND-PEDIDO).
049300     MOVE "R" TO TAB-SITUACAO (IND-PEDIDO).
049400     MOVE SPACES TO TAB-MOTIVO (IND-PEDIDO).
049500     MOVE ZERO TO TAB-QTD-EVENTOS (IND-PEDIDO).
049600     MOVE ZERO TO TAB-QTD-MORTOS (IND-PEDIDO).
049700     MOVE ZERO TO TAB-QTD-JORNAL (IND-PEDIDO).
049800     MOVE ZERO TO TAB-QTD-ARQUIVO (IND-PEDIDO).
049900     MOVE ZERO TO TAB-CONSENTIMENTOS (IND-PEDIDO).
050000     MOVE ZERO TO TAB-NUMERO-DO-EVENTO (IND-PEDIDO).
050100     IF ID-DO-CLIENTE-PED IS NOT NUMERIC
050200         MOVE "ID DO CLIENTE INVALIDO" TO TAB-MOTIVO (IND-PEDIDO)
050300         GO TO 1300-ACEITAR-PEDIDO-REJEITAR
050400     END-IF.
050500     MOVE ID-DO-CLIENTE-PED TO ID-DO-CLIENTE.
050600     MOVE ID-DO-CLIENTE TO TAB-ID (IND-PEDIDO).
050700     IF ID-DO-CLIENTE = ZERO
050800         MOVE "ID DO CLIENTE ZERADO" TO TAB-MOTIVO (IND-PEDIDO)
050900         GO TO 1300-ACEITAR-PEDIDO-REJEITAR
051000     END-IF.
051100     IF PROTOCOLO-PED = SPACES
051200         MOVE "PROTOCOLO EM BRANCO" TO TAB-MOTIVO (IND-PEDIDO)
051300         GO TO 1300-ACEITAR-PEDIDO-REJEITAR
051400     END-IF.
051500     IF POSICAO-DO-PEDIDO (ID-DO-CLIENTE) > ZERO
051600         MOVE "PEDIDO REPETIDO NO ARQUIVO"
051700             TO TAB-MOTIVO (IND-PEDIDO)
051800         GO TO 1300-ACEITAR-PEDIDO-REJEITAR
051900     END-IF.
052000     MOVE "N" TO TAB-SITUACAO (IND-PEDIDO).
052100     MOVE IND-PEDIDO TO POSICAO-DO-PEDIDO (ID-DO-CLIENTE).
052200     GO TO 1300-ACEITAR-PEDIDO-LER.
052300 1300-ACEITAR-PEDIDO-REJEITAR.
052400     ADD 1 TO TOTAL-PEDIDOS-REJEITADOS.
052500 1300-ACEITAR-PEDIDO-LER.
052600     PERFORM 1200-LER-PEDIDO
052700         THRU 1200-LER-PEDIDO-EXIT.
052800 1300-ACEITAR-PEDIDO-EXIT.
052900     EXIT.
053000*
053100****************************************************************
053200* 2000-MASCARAR-JORNAL                                         *
053300*     REGRAVA NO PROPRIO JORNAL AS IMAGENS ANTES/DEPOIS DOS    *
053400*     CLIENTES COM PEDIDO, JA MASCARADAS. UMA RECUPERACAO      *
053500*     PELO CLIJREC PASSA A REAPLICAR O CADASTRO ANONIMIZADO.   *
053600*     SEM JORNAL NAO HA O QUE MASCARAR.                        *
053700****************************************************************
053800 2000-MASCARAR-JORNAL.
053900     IF QTD-DE-PEDIDOS = ZERO
054000         GO TO 2000-MASCARAR-JORNAL-EXIT
054100     END-IF.
054200     OPEN I-O ARQUIVO-DE-JORNAL.
054300     IF JORNAL-AUSENTE
054400         GO TO 2000-MASCARAR-JORNAL-EXIT
054500     END-IF.
054600     IF NOT JORNAL-OK
054700         DISPLAY "ERRO AO ABRIR JORNAL, STATUS = "
054800             STATUS-DO-JORNAL
054900         STOP RUN
055000     END-IF.
055100     PERFORM 2050-LER-JORNAL
055200         THRU 2050-LER-JORNAL-EXIT.
055300     PERFORM 2100-MASCARAR-OPERACAO
055400         THRU 2100-MASCARAR-OPERACAO-EXIT
055500         UNTIL FIM-DO-JORNAL.
055600     CLOSE ARQUIVO-DE-JORNAL.
055700 2000-MASCARAR-JORNAL-EXIT.
055800     EXIT.
055900*
056000****************************************************************
056100* 2050-LER-JORNAL                                              *
056200*     LE O PROXIMO REGISTRO DO JORNAL.                         *
056300****************************************************************
056400 2050-LER-JORNAL.
056500     READ ARQUIVO-DE-JORNAL
056600         AT END
056700             SET FIM-DO-JORNAL TO TRUE
056800     END-READ.
056900 2050-LER-JORNAL-EXIT.
057000     EXIT.
057100*
057200****************************************************************
057300* 2100-MASCARAR-OPERACAO                                       *
057400*     MASCARA AS DUAS IMAGENS DA OPERACAO LIDA, REGRAVA O      *
057500*     REGISTRO QUANDO ALGUMA FOI MASCARADA E LE O PROXIMO.     *
057600****************************************************************
057700 2100-MASCARAR-OPERACAO.
057800     MOVE ZERO TO IND-PEDIDO.
057900     MOVE JRN-IMAGEM-ANTES TO IMAGEM-DE-TRABALHO-X.
058000     PERFORM 2200-MASCARAR-IMAGEM
058100         THRU 2200-MASCARAR-IMAGEM-EXIT.
058200     IF IMAGEM-MASCARADA
058300         MOVE IMAGEM-DE-TRABALHO-X TO JRN-IMAGEM-ANTES
058400         MOVE POSICAO-DO-PEDIDO (IMG-ID-DO-CLIENTE) TO IND-PEDIDO
058500     END-IF.
058600     MOVE JRN-IMAGEM-DEPOIS TO IMAGEM-DE-TRABALHO-X.
058700     PERFORM 2200-MASCARAR-IMAGEM
058800         THRU 2200-MASCARAR-IMAGEM-EXIT.
058900     IF IMAGEM-MASCARADA
059000         MOVE IMAGEM-DE-TRABALHO-X TO JRN-IMAGEM-DEPOIS
059100         MOVE POSICAO-DO-PEDIDO (IMG-ID-DO-CLIENTE) TO IND-PEDIDO
059200     END-IF.
059300     IF IND-PEDIDO = ZERO
059400         GO TO 2100-MASCARAR-OPERACAO-LER
059500     END-IF.
059600     REWRITE REGISTRO-DO-JORNAL.
059700     IF NOT JORNAL-OK
059800         DISPLAY "ERRO AO REGRAVAR JORNAL, STATUS = "
059900             STATUS-DO-JORNAL
060000         STOP RUN
060100     END-IF.
060200     ADD 1 TO TAB-QTD-JORNAL (IND-PEDIDO).
060300     ADD 1 TO TOTAL-IMAGENS-MASCARADAS.
060400 2100-MASCARAR-OPERACAO-LER.
060500     PERFORM 2050-LER-JORNAL
060600         THRU 2050-LER-JORNAL-EXIT.
060700 2100-MASCARAR-OPERACAO-EXIT.
060800     EXIT.
060900*
061000****************************************************************
061100* 2200-MASCARAR-IMAGEM                                         *
061200*     MASCARA OS DADOS PESSOAIS DA IMAGEM DE TRABALHO QUANDO   *
061300*     O CLIENTE TEM PEDIDO ACEITO. IMAGEM EM BRANCO (INCLUSAO  *
061400*     OU EXCLUSAO NO JORNAL) FICA COMO ESTA.                   *
061500****************************************************************
061600 2200-MASCARAR-IMAGEM.
061700     MOVE "N" TO SW-IMAGEM-MASCARADA.
061800     IF IMAGEM-DE-TRABALHO-X = SPACES
061900         GO TO 2200-MASCARAR-IMAGEM-EXIT
062000     END-IF.
062100     IF IMG-ID-DO-CLIENTE IS NOT NUMERIC
062200         GO TO 2200-MASCARAR-IMAGEM-EXIT
062300     END-IF.
062400     IF IMG-ID-DO-CLIENTE = ZERO
062500         GO TO 2200-MASCARAR-IMAGEM-EXIT
062600     END-IF.
062700     IF POSICAO-DO-PEDIDO (IMG-ID-DO-CLIENTE) = ZERO
062800         GO TO 2200-MASCARAR-IMAGEM-EXIT
062900     END-IF.
063000     MOVE "CLIENTE ANONIMIZADO" TO IMG-NOME.
063100     MOVE SPACES TO IMG-ENDERECO.
063200     MOVE SPACES TO IMG-CEP.
063300     MOVE SPACES TO IMG-TELEFONE.
063400     MOVE SPACES TO IMG-EMAIL.
063500     IF IMG-DATA-DE-NASCIMENTO IS NUMERIC AND
063600         IMG-ANO-DE-NASCIMENTO > ZERO
063700         MOVE 0101 TO IMG-MES-DIA-DE-NASCIMENTO
063800     END-IF.
063900     MOVE "S" TO SW-IMAGEM-MASCARADA.
064000 2200-MASCARAR-IMAGEM-EXIT.
064100     EXIT.
064200*
064300****************************************************************
064400* 2300-MASCARAR-LOG                                            *
064500*     REGRAVA NO PROPRIO LOG VIVO DE AUDITORIA OS EVENTOS DOS  *
064600*     CLIENTES COM PEDIDO, COM OS VALORES PESSOAIS TROCADOS    *
064700*     POR "ANONIMIZADO". DATA, HORA, TIPO, CAMPO, ID E NUMERO  *
064800*     DO EVENTO NAO MUDAM.                                     *
064900****************************************************************
065000 2300-MASCARAR-LOG.
065100     IF QTD-DE-PEDIDOS = ZERO
065200         GO TO 2300-MASCARAR-LOG-EXIT
065300     END-IF.
065400     OPEN I-O LOG-DE-AUDITORIA.
065500     IF LOG-DE-AUDITORIA-AUSENTE
065600         GO TO 2300-MASCARAR-LOG-EXIT
065700     END-IF.
065800     IF NOT LOG-DE-AUDITORIA-OK
065900         DISPLAY "ERRO AO ABRIR LOG-DE-AUDITORIA, STATUS = "
066000             STATUS-DO-LOG-DE-AUDITORIA
066100         STOP RUN
066200     END-IF.
066300     PERFORM 2350-LER-EVENTO
066400         THRU 2350-LER-EVENTO-EXIT.
066500     PERFORM 2400-MASCARAR-EVENTO-DO-LOG
066600         THRU 2400-MASCARAR-EVENTO-DO-LOG-EXIT
066700         UNTIL FIM-DO-LOG-DE-AUDITORIA.
066800     CLOSE LOG-DE-AUDITORIA.
066900 2300-MASCARAR-LOG-EXIT.
067000     EXIT.
067100*
067200****************************************************************
067300* 2350-LER-EVENTO                                              *
067400*     LE O PROXIMO REGISTRO DO LOG DE AUDITORIA.                *
067500****************************************************************
067600 2350-LER-EVENTO.
067700     READ LOG-DE-AUDITORIA
067800         AT END
067900             SET FIM-DO-LOG-DE-AUDITORIA TO TRUE
068000     END-READ.
068100 2350-LER-EVENTO-EXIT.
068200     EXIT.
068300*
068400****************************************************************
068500* 2400-MASCARAR-EVENTO-DO-LOG                                  *
068600*     MASCARA O EVENTO LIDO DO LOG VIVO, REGRAVA-O QUANDO      *
068700*     MUDOU E LE O PROXIMO.                                    *
068800****************************************************************
068900 2400-MASCARAR-EVENTO-DO-LOG.
069000     MOVE REGISTRO-DE-AUDITORIA TO EVENTO-DE-TRABALHO.
069100     PERFORM 2450-MASCARAR-EVENTO
069200         THRU 2450-MASCARAR-EVENTO-EXIT.
069300     IF NOT EVENTO-MASCARADO
069400         GO TO 2400-MASCARAR-EVENTO-DO-LOG-LER
069500     END-IF.
069600     MOVE EVENTO-DE-TRABALHO TO REGISTRO-DE-AUDITORIA.
069700     REWRITE REGISTRO-DE-AUDITORIA.
069800     IF NOT LOG-DE-AUDITORIA-OK
069900         DISPLAY "ERRO AO REGRAVAR LOG-DE-AUDITORIA, STATUS = "
070000             STATUS-DO-LOG-DE-AUDITORIA
070100         STOP RUN
070200     END-IF.
070300     MOVE POSICAO-DO-PEDIDO (EVM-ID-DO-CLIENTE) TO IND-PEDIDO.
070400     ADD 1 TO TAB-QTD-EVENTOS (IND-PEDIDO).
070500     ADD 1 TO TOTAL-EVENTOS-MASCARADOS.
070600 2400-MASCARAR-EVENTO-DO-LOG-LER.
070700     PERFORM 2350-LER-EVENTO
070800         THRU 2350-LER-EVENTO-EXIT.
070900 2400-MASCARAR-EVENTO-DO-LOG-EXIT.
071000     EXIT.
071100*
071200****************************************************************
071300* 2450-MASCARAR-EVENTO                                         *
071400*     MASCARA O EVENTO DE TRABALHO QUANDO O CLIENTE TEM PEDIDO *
071500*     ACEITO: NOS CAMPOS PESSOAIS (NOME, ENDERECO, CEP,        *
071600*     TELEFONE, E-MAIL E NASCIMENTO) OS DOIS VALORES; NO       *
071700*     REGISTRO-DO-CLIENTE SO O VALOR ANTIGO, QUE NA FUSAO DO   *
071800*     CLIMERGE TRAZ O NOME DO DUPLICADO. SITUACAO, CIDADE, UF, *
071900*     IDADE, DEVOLUCAO E CONSENTIMENTO FICAM COMO ESTAO.       *
072000****************************************************************
072100 2450-MASCARAR-EVENTO.
072200     MOVE "N" TO SW-EVENTO-MASCARADO.
072300     IF EVM-ID-DO-CLIENTE IS NOT NUMERIC
072400         GO TO 2450-MASCARAR-EVENTO-EXIT
072500     END-IF.
072600     IF EVM-ID-DO-CLIENTE = ZERO
072700         GO TO 2450-MASCARAR-EVENTO-EXIT
072800     END-IF.
072900     IF POSICAO-DO-PEDIDO (EVM-ID-DO-CLIENTE) = ZERO
073000         GO TO 2450-MASCARAR-EVENTO-EXIT
073100     END-IF.
073200     IF EVM-CAMPO-PESSOAL OR EVM-CAMPO-REGISTRO
073300         IF EVM-VALOR-ANTIGO NOT = SPACES AND
073400             EVM-VALOR-ANTIGO NOT = TEXTO-MASCARADO
073500             MOVE TEXTO-MASCARADO TO EVM-VALOR-ANTIGO
073600             MOVE "S" TO SW-EVENTO-MASCARADO
073700         END-IF
073800     END-IF.
073900     IF EVM-CAMPO-PESSOAL
074000         IF EVM-VALOR-NOVO NOT = SPACES AND
074100             EVM-VALOR-NOVO NOT = TEXTO-MASCARADO
074200             MOVE TEXTO-MASCARADO TO EVM-VALOR-NOVO
074300             MOVE "S" TO SW-EVENTO-MASCARADO
074400         END-IF
074500     END-IF.
074600 2450-MASCARAR-EVENTO-EXIT.
074700     EXIT.
074800*
074900****************************************************************
075000* 2500-MASCARAR-MORTO-DE-AUDITORIA                             *
075100*     MESMO MASCARAMENTO DO LOG VIVO NOS EVENTOS JA LEVADOS    *
075200*     AO ARQUIVO MORTO DE AUDITORIA (ARQAUD) PELO CLIARCH.     *
075300*     SEM ARQAUD NAO HA O QUE MASCARAR.                        *
075400****************************************************************
075500 2500-MASCARAR-MORTO-DE-AUDITORIA.
075600     IF QTD-DE-PEDIDOS = ZERO
075700         GO TO 2500-MASCARAR-MORTO-DE-AUDITORIA-EXIT
075800     END-IF.
075900     OPEN I-O ARQUIVO-MORTO-DE-AUDITORIA.
076000     IF MORTO-DE-AUDITORIA-AUSENTE
076100         GO TO 2500-MASCARAR-MORTO-DE-AUDITORIA-EXIT
076200     END-IF.
076300     IF NOT MORTO-DE-AUDITORIA-OK
076400         DISPLAY "ERRO AO ABRIR ARQAUD, STATUS = "
076500             STATUS-DO-MORTO-DE-AUDITORIA
076600         STOP RUN
076700     END-IF.
076800     PERFORM 2550-LER-MORTO-DE-AUDITORIA
076900         THRU 2550-LER-MORTO-DE-AUDITORIA-EXIT.
077000     PERFORM 2600-MASCARAR-EVENTO-MORTO
077100         THRU 2600-MASCARAR-EVENTO-MORTO-EXIT
077200         UNTIL FIM-DO-MORTO-DE-AUDITORIA.
077300     CLOSE ARQUIVO-MORTO-DE-AUDITORIA.
077400 2500-MASCARAR-MORTO-DE-AUDITORIA-EXIT.
077500     EXIT.
077600*
077700****************************************************************
077800* 2550-LER-MORTO-DE-AUDITORIA                                  *
077900*     LE O PROXIMO REGISTRO DO ARQUIVO MORTO DE AUDITORIA.     *
078000****************************************************************
078100 2550-LER-MORTO-DE-AUDITORIA.
078200     READ ARQUIVO-MORTO-DE-AUDITORIA
078300         AT END
078400             SET FIM-DO-MORTO-DE-AUDITORIA TO TRUE
078500     END-READ.
078600 2550-LER-MORTO-DE-AUDITORIA-EXIT.
078700     EXIT.
078800*
078900****************************************************************
079000* 2600-MASCARAR-EVENTO-MORTO                                   *
079100*     MASCARA O EVENTO LIDO DO ARQAUD, REGRAVA-O QUANDO MUDOU  *
079200*     E LE O PROXIMO.                                          *
079300****************************************************************
079400 2600-MASCARAR-EVENTO-MORTO.
079500     MOVE REGISTRO-DE-AUDITORIA-MORTO TO EVENTO-DE-TRABALHO.
079600     PERFORM 2450-MASCARAR-EVENTO
079700         THRU 2450-MASCARAR-EVENTO-EXIT.
079800     IF NOT EVENTO-MASCARADO
079900         GO TO 2600-MASCARAR-EVENTO-MORTO-LER
080000     END-IF.
080100     MOVE EVENTO-DE-TRABALHO TO REGISTRO-DE-AUDITORIA-MORTO.
080200     REWRITE REGISTRO-DE-AUDITORIA-MORTO.
080300     IF NOT MORTO-DE-AUDITORIA-OK
080400         DISPLAY "ERRO AO REGRAVAR ARQAUD, STATUS = "
080500             STATUS-DO-MORTO-DE-AUDITORIA
080600         STOP RUN
080700     END-IF.
080800     MOVE POSICAO-DO-PEDIDO (EVM-ID-DO-CLIENTE) TO IND-PEDIDO.
080900     ADD 1 TO TAB-QTD-MORTOS (IND-PEDIDO).
081000     ADD 1 TO TOTAL-MORTOS-MASCARADOS.
081100 2600-MASCARAR-EVENTO-MORTO-LER.
081200     PERFORM 2550-LER-MORTO-DE-AUDITORIA
081300         THRU 2550-LER-MORTO-DE-AUDITORIA-EXIT.
081400 2600-MASCARAR-EVENTO-MORTO-EXIT.
081500     EXIT.
081600*
081700****************************************************************
081800* 2700-MASCARAR-ARQUIVO-MORTO                                  *
081900*     REGRAVA NO PROPRIO ARQUIVO MORTO (ARQCLI) OS CADASTROS   *
082000*     EXPURGADOS DOS CLIENTES COM PEDIDO, JA MASCARADOS. UMA   *
082100*     RESTAURACAO PELO CLIREST TRAZ O CADASTRO ANONIMIZADO.    *
082200****************************************************************
082300 2700-MASCARAR-ARQUIVO-MORTO.
082400     IF QTD-DE-PEDIDOS = ZERO
082500         GO TO 2700-MASCARAR-ARQUIVO-MORTO-EXIT
082600     END-IF.
082700     OPEN I-O ARQUIVO-MORTO-DE-CLIENTES.
082800     IF ARQUIVO-MORTO-AUSENTE
082900         GO TO 2700-MASCARAR-ARQUIVO-MORTO-EXIT
083000     END-IF.
083100     IF NOT ARQUIVO-MORTO-OK
083200         DISPLAY "ERRO AO ABRIR ARQCLI, STATUS = "
083300             STATUS-DO-ARQUIVO-MORTO
083400         STOP RUN
083500     END-IF.
083600     PERFORM 2750-LER-ARQUIVO-MORTO
083700         THRU 2750-LER-ARQUIVO-MORTO-EXIT.
083800     PERFORM 2800-MASCARAR-CLIENTE-MORTO
083900         THRU 2800-MASCARAR-CLIENTE-MORTO-EXIT
084000         UNTIL FIM-DO-ARQUIVO-MORTO.
084100     CLOSE ARQUIVO-MORTO-DE-CLIENTES.
084200 2700-MASCARAR-ARQUIVO-MORTO-EXIT.
084300     EXIT.
084400*
084500****************************************************************
084600* 2750-LER-ARQUIVO-MORTO                                       *
084700*     LE O PROXIMO REGISTRO DO ARQUIVO MORTO DE CLIENTES.      *
084800****************************************************************
084900 2750-LER-ARQUIVO-MORTO.
085000     READ ARQUIVO-MORTO-DE-CLIENTES
085100         AT END
085200             SET FIM-DO-ARQUIVO-MORTO TO TRUE
085300     END-READ.
085400 2750-LER-ARQUIVO-MORTO-EXIT.
085500     EXIT.
085600*
085700****************************************************************
085800* 2800-MASCARAR-CLIENTE-MORTO                                  *
085900*     MASCARA O CADASTRO LIDO DO ARQCLI, REGRAVA-O QUANDO      *
086000*     MUDOU E LE O PROXIMO.                                    *
086100****************************************************************
086200 2800-MASCARAR-CLIENTE-MORTO.
086300     MOVE REGISTRO-DO-CLIENTE-MORTO TO IMAGEM-DE-TRABALHO-X.
086400     PERFORM 2200-MASCARAR-IMAGEM
086500         THRU 2200-MASCARAR-IMAGEM-EXIT.
086600     IF NOT IMAGEM-MASCARADA
086700         GO TO 2800-MASCARAR-CLIENTE-MORTO-LER
086800     END-IF.
086900     MOVE IMAGEM-DE-TRABALHO-X TO REGISTRO-DO-CLIENTE-MORTO.
087000     REWRITE REGISTRO-DO-CLIENTE-MORTO.
087100     IF NOT ARQUIVO-MORTO-OK
087200         DISPLAY "ERRO AO REGRAVAR ARQCLI, STATUS = "
087300             STATUS-DO-ARQUIVO-MORTO
087400         STOP RUN
087500     END-IF.
087600     MOVE POSICAO-DO-PEDIDO (IMG-ID-DO-CLIENTE) TO IND-PEDIDO.
087700     ADD 1 TO TAB-QTD-ARQUIVO (IND-PEDIDO).
087800     ADD 1 TO TOTAL-ARQUIVO-MASCARADOS.
087900 2800-MASCARAR-CLIENTE-MORTO-LER.
088000     PERFORM 2750-LER-ARQUIVO-MORTO
088100         THRU 2750-LER-ARQUIVO-MORTO-EXIT.
088200 2800-MASCARAR-CLIENTE-MORTO-EXIT.
088201     EXIT.
088202*
088203****************************************************************
088204* 2870-MASCARAR-ENDERECOS                                      *
088205*     REGRAVA NO ARQUIVO ENDERECO OS ENDERECOS DE COBRANCA E   *
088206*     DE CORRESPONDENCIA DOS CLIENTES COM PEDIDO, VIGENTES OU  *
088207*     NAO, COM ENDERECO E CEP EM BRANCO (CIDADE E UF FICAM,    *
088208*     COMO NO CADASTRO). SEM O ARQUIVO NAO HA O QUE MASCARAR.  *
088209****************************************************************
088210 2870-MASCARAR-ENDERECOS.
088211     IF QTD-DE-PEDIDOS = ZERO
088212         GO TO 2870-MASCARAR-ENDERECOS-EXIT
088213     END-IF.
088214     OPEN I-O ARQUIVO-DE-ENDERECOS.
088215     IF ENDERECO-ARQ-AUSENTE
088216         GO TO 2870-MASCARAR-ENDERECOS-EXIT
088217     END-IF.
088218     IF NOT ENDERECO-ARQ-OK
088219         DISPLAY "ERRO AO ABRIR ENDERECO, STATUS = "
088220             STATUS-DO-ARQUIVO-ENDERECO
088221         STOP RUN
088222     END-IF.
088223     PERFORM 2880-LER-ENDERECO
088224         THRU 2880-LER-ENDERECO-EXIT.
088225     PERFORM 2890-MASCARAR-ENDERECO
088226         THRU 2890-MASCARAR-ENDERECO-EXIT
088227         UNTIL FIM-DO-ARQUIVO-ENDERECO.
088228     CLOSE ARQUIVO-DE-ENDERECOS.
088229 2870-MASCARAR-ENDERECOS-EXIT.
088230     EXIT.
088231*
088232****************************************************************
088233* 2880-LER-ENDERECO                                            *
088234*     LE O PROXIMO REGISTRO DO ARQUIVO DE ENDERECOS.           *
088235****************************************************************
088236 2880-LER-ENDERECO.
088237     READ ARQUIVO-DE-ENDERECOS NEXT RECORD
088238         AT END
088239             SET FIM-DO-ARQUIVO-ENDERECO TO TRUE
088240     END-READ.
088241 2880-LER-ENDERECO-EXIT.
088242     EXIT.
088243*
088244****************************************************************
088245* 2890-MASCARAR-ENDERECO                                       *
088246*     MASCARA O ENDERECO LIDO QUANDO O CLIENTE TEM PEDIDO DE   *
088247*     ANONIMIZACAO E AINDA HA O QUE MASCARAR, REGRAVA-O E LE O *
088248*     PROXIMO.                                                 *
088249****************************************************************
088250 2890-MASCARAR-ENDERECO.
088251     MOVE POSICAO-DO-PEDIDO (ID-DO-CLIENTE-END) TO IND-PEDIDO.
088252     IF IND-PEDIDO = ZERO
088253         GO TO 2890-MASCARAR-ENDERECO-LER
088254     END-IF.
088255     IF ENDERECO-END = SPACES AND CEP-END = SPACES
088256         GO TO 2890-MASCARAR-ENDERECO-LER
088257     END-IF.
088258     MOVE SPACES TO ENDERECO-END.
088259     MOVE SPACES TO CEP-END.
088260     REWRITE REGISTRO-DE-ENDERECO.
088261     IF NOT ENDERECO-ARQ-OK
088262         DISPLAY "ERRO AO REGRAVAR ENDERECO, STATUS = "
088263             STATUS-DO-ARQUIVO-ENDERECO
088264         STOP RUN
088265     END-IF.
088266     ADD 1 TO TOTAL-ENDERECOS-MASCARADOS.
088267 2890-MASCARAR-ENDERECO-LER.
088268     PERFORM 2880-LER-ENDERECO
088269         THRU 2880-LER-ENDERECO-EXIT.
088270 2890-MASCARAR-ENDERECO-EXIT.
088271     EXIT.
088272*
088273****************************************************************
088274* 2900-MASCARAR-PENDENCIAS                                     *
088304*     REGRAVA NA FILA DE APROVACAO OS PEDIDOS DE ALTERACAO DOS *
088305*     CLIENTES COM PEDIDO DE ANONIMIZACAO, COM OS VALORES DE   *
088306*     NOME, NASCIMENTO E FUSAO TROCADOS POR "ANONIMIZADO". O   *
088307*     PEDIDO AINDA SEM DECISAO, DO PROPRIO CLIENTE OU DE UMA   *
088308*     FUSAO NELE, FICA REJEITADO. SEM A FILA NAO HA O QUE      *
088309*     MASCARAR.                                                *
088310****************************************************************
088311 2900-MASCARAR-PENDENCIAS.
088312     IF QTD-DE-PEDIDOS = ZERO
088313         GO TO 2900-MASCARAR-PENDENCIAS-EXIT
088314     END-IF.
088315     OPEN I-O ARQUIVO-DE-PENDENCIAS.
088316     IF PENDENCIA-AUSENTE
088317         GO TO 2900-MASCARAR-PENDENCIAS-EXIT
088318     END-IF.
088319     IF NOT PENDENCIA-OK
088320         DISPLAY "ERRO AO ABRIR PENDENTE, STATUS = "
088321             STATUS-DO-ARQUIVO-PENDENCIA
088322         STOP RUN
088323     END-IF.
088324     PERFORM 2950-LER-PENDENCIA
088325         THRU 2950-LER-PENDENCIA-EXIT.
088326     PERFORM 2960-MASCARAR-PENDENCIA
088327         THRU 2960-MASCARAR-PENDENCIA-EXIT
088328         UNTIL FIM-DO-ARQUIVO-PENDENCIA.
088329     CLOSE ARQUIVO-DE-PENDENCIAS.
088330 2900-MASCARAR-PENDENCIAS-EXIT.
088331     EXIT.
088332*
088333****************************************************************
088334* 2950-LER-PENDENCIA                                           *
088335*     LE O PROXIMO PEDIDO DA FILA DE APROVACAO.                *
088336****************************************************************
088337 2950-LER-PENDENCIA.
088338     READ ARQUIVO-DE-PENDENCIAS NEXT RECORD
088339         AT END
088340             SET FIM-DO-ARQUIVO-PENDENCIA TO TRUE
088341     END-READ.
088342 2950-LER-PENDENCIA-EXIT.
088343     EXIT.
088344*
088345****************************************************************
088346* 2960-MASCARAR-PENDENCIA                                      *
088347*     MASCARA O PEDIDO LIDO QUANDO O CLIENTE, OU O             *
088348*     SOBREVIVENTE DE UMA FUSAO, TEM PEDIDO DE ANONIMIZACAO,   *
088349*     REGRAVA-O E LE O PROXIMO.                                *
088350****************************************************************
088351 2960-MASCARAR-PENDENCIA.
088352     MOVE "N" TO SW-PENDENCIA-MASCARADA.
088353     MOVE ZERO TO IND-PEDIDO.
088354     IF ID-DO-CLIENTE-PND IS NUMERIC AND
088355         ID-DO-CLIENTE-PND > ZERO
088356         MOVE POSICAO-DO-PEDIDO (ID-DO-CLIENTE-PND) TO IND-PEDIDO
088357     END-IF.
088358     IF IND-PEDIDO > ZERO AND
088359         (CAMPO-DA-PENDENCIA-PND = "NOME-DO-CLIENTE" OR
088360          CAMPO-DA-PENDENCIA-PND = "DATA-DE-NASCIMENTO" OR
088361          CAMPO-DA-PENDENCIA-PND = "REGISTRO-DO-CLIENTE")
088362         MOVE TEXTO-MASCARADO TO VALOR-ANTIGO-PND
088363         MOVE TEXTO-MASCARADO TO VALOR-NOVO-PND
088364         MOVE "S" TO SW-PENDENCIA-MASCARADA
088365     END-IF.
088366     IF IND-PEDIDO = ZERO AND
088367         ID-SOBREVIVENTE-PND IS NUMERIC AND
088368         ID-SOBREVIVENTE-PND > ZERO
088369         MOVE POSICAO-DO-PEDIDO (ID-SOBREVIVENTE-PND)
088370             TO IND-PEDIDO
088371     END-IF.
088372     IF IND-PEDIDO > ZERO AND PENDENCIA-AGUARDANDO
088373         SET PENDENCIA-REJEITADA TO TRUE
088374         MOVE NOME-DO-PROGRAMA TO OPERADOR-DECISOR-PND
088375         MOVE DATA-DA-RODADA TO DATA-DA-DECISAO-PND
088376         ACCEPT HORA-DA-DECISAO-PND FROM TIME
088377         MOVE "CLIENTE ANONIMIZADO" TO MOTIVO-DA-DECISAO-PND
088378         MOVE "S" TO SW-PENDENCIA-MASCARADA
088379     END-IF.
088380     IF NOT PENDENCIA-MASCARADA
088381         GO TO 2960-MASCARAR-PENDENCIA-LER
088382     END-IF.
088383     REWRITE REGISTRO-DE-PENDENCIA.
088384     IF NOT PENDENCIA-OK
088385         DISPLAY "ERRO AO REGRAVAR PENDENTE, STATUS = "
088386             STATUS-DO-ARQUIVO-PENDENCIA
088387         STOP RUN
088388     END-IF.
088389     ADD 1 TO TOTAL-PENDENCIAS-MASCARADAS.
088390 2960-MASCARAR-PENDENCIA-LER.
088391     PERFORM 2950-LER-PENDENCIA
088392         THRU 2950-LER-PENDENCIA-EXIT.
088393 2960-MASCARAR-PENDENCIA-EXIT.
088394     EXIT.
088400*
088500****************************************************************
088600* 3000-ANONIMIZAR-CLIENTES                                     *
088700*     REABRE O LOG E O JORNAL EM EXTENSAO E ANONIMIZA NO       *
088800*     MESTRE CADA PEDIDO ACEITO DA TABELA.                     *
088900****************************************************************
089000 3000-ANONIMIZAR-CLIENTES.
089100     IF QTD-DE-PEDIDOS = ZERO
089200         GO TO 3000-ANONIMIZAR-CLIENTES-EXIT
089300     END-IF.
089400     OPEN EXTEND LOG-DE-AUDITORIA.
089500     IF LOG-DE-AUDITORIA-AUSENTE
089600         OPEN OUTPUT LOG-DE-AUDITORIA
089700     END-IF.
089800     IF NOT LOG-DE-AUDITORIA-OK
089900         DISPLAY "ERRO AO ABRIR LOG-DE-AUDITORIA, STATUS = "
090000             STATUS-DO-LOG-DE-AUDITORIA
090100         STOP RUN
090200     END-IF.
090300     OPEN EXTEND ARQUIVO-DE-JORNAL.
090400     IF JORNAL-AUSENTE
090500         OPEN OUTPUT ARQUIVO-DE-JORNAL
090600     END-IF.
090700     IF NOT JORNAL-OK
090800         DISPLAY "ERRO AO ABRIR JORNAL, STATUS = "
090900             STATUS-DO-JORNAL
091000         STOP RUN
091100     END-IF.
091200     MOVE ZERO TO IND-PEDIDO.
091300     PERFORM 3100-ANONIMIZAR-UM-CLIENTE
091400         THRU 3100-ANONIMIZAR-UM-CLIENTE-EXIT
091500         UNTIL IND-PEDIDO NOT LESS THAN QTD-DE-PEDIDOS.
091600     CLOSE LOG-DE-AUDITORIA.
091700     CLOSE ARQUIVO-DE-JORNAL.
091800 3000-ANONIMIZAR-CLIENTES-EXIT.
091900     EXIT.
092000*
092100****************************************************************
092200* 3100-ANONIMIZAR-UM-CLIENTE                                   *
092300*     ANONIMIZA O CLIENTE DO PROXIMO PEDIDO ACEITO: MASCARA O  *
092400*     CADASTRO NO MESTRE E O DEIXA INATIVO, JORNALIZANDO A     *
092500*     ALTERACAO SO COM IMAGENS MASCARADAS, REVOGA O            *
092600*     CONSENTIMENTO E GRAVA O EVENTO "ELIMINACAO". CLIENTE     *
092700*     FORA DO MESTRE MAS PRESENTE NO ARQUIVO MORTO OU NOS LOGS *
092800*     TAMBEM GANHA A REVOGACAO E O EVENTO.                     *
092900****************************************************************
093000 3100-ANONIMIZAR-UM-CLIENTE.
093100     ADD 1 TO IND-PEDIDO.
093200     IF TAB-SITUACAO (IND-PEDIDO) = "R"
093300         GO TO 3100-ANONIMIZAR-UM-CLIENTE-EXIT
093400     END-IF.
093500     MOVE TAB-ID (IND-PEDIDO) TO ID-DO-CLIENTE.
093600     MOVE ID-DO-CLIENTE TO ID-DO-CLIENTE-ARQ.
093700     READ CLIENTE-FILE KEY IS ID-DO-CLIENTE-ARQ
093800         INVALID KEY
093900             SET REGISTRO-NAO-ENCONTRADO TO TRUE
094000     END-READ.
094100     IF REGISTRO-NAO-ENCONTRADO
094200         GO TO 3100-ANONIMIZAR-UM-CLIENTE-FORA
094300     END-IF.
094400     MOVE SITUACAO-DO-CLIENTE-ARQ TO SITUACAO-ANTERIOR.
094500     MOVE REGISTRO-DO-CLIENTE TO IMAGEM-DE-TRABALHO-X.
094600     PERFORM 2200-MASCARAR-IMAGEM
094700         THRU 2200-MASCARAR-IMAGEM-EXIT.
094800     MOVE IMAGEM-DE-TRABALHO-X TO REGISTRO-DO-CLIENTE.
094900     MOVE IMAGEM-DE-TRABALHO-X TO JRN-IMAGEM-ANTES.
095000     SET CLIENTE-INATIVO-ARQ TO TRUE.
095100     REWRITE REGISTRO-DO-CLIENTE.
095200     IF NOT ARQUIVO-OK
095300         DISPLAY "ERRO AO ANONIMIZAR CLIENTE, STATUS = "
095400             STATUS-DO-ARQUIVO-CLIENTE
095500         MOVE "ERRO AO REGRAVAR O MESTRE"
095510             TO TAB-MOTIVO (IND-PEDIDO)
095600         MOVE "R" TO TAB-SITUACAO (IND-PEDIDO)
095700         ADD 1 TO TOTAL-PEDIDOS-REJEITADOS
095800         MOVE 4 TO CODIGO-DE-RETORNO-DA-RODADA
095900         GO TO 3100-ANONIMIZAR-UM-CLIENTE-EXIT
096000     END-IF.
096100     MOVE REGISTRO-DO-CLIENTE TO JRN-IMAGEM-DEPOIS.
096200     SET JRN-OPERACAO-ALTERACAO TO TRUE.
096300     PERFORM 8500-GRAVAR-JORNAL
096400         THRU 8500-GRAVAR-JORNAL-EXIT.
096500     IF ESTAVA-ATIVO
096600         MOVE "ALTERACAO"           TO TIPO-PARA-AUDITORIA
096700         MOVE "SITUACAO-DO-CLIENTE" TO CAMPO-PARA-AUDITORIA
096800         MOVE "ATIVO"               TO VALOR-ANTIGO-PARA-AUDITORIA
096900         MOVE "INATIVO"             TO VALOR-NOVO-PARA-AUDITORIA
097000         PERFORM 8000-GRAVAR-AUDITORIA
097100             THRU 8000-GRAVAR-AUDITORIA-EXIT
097200     END-IF.
097300     MOVE "M" TO TAB-SITUACAO (IND-PEDIDO).
097400     GO TO 3100-ANONIMIZAR-UM-CLIENTE-ELIMINAR.
097500 3100-ANONIMIZAR-UM-CLIENTE-FORA.
097600     IF TAB-QTD-ARQUIVO (IND-PEDIDO) = ZERO AND
097700         TAB-QTD-EVENTOS (IND-PEDIDO) = ZERO AND
097800         TAB-QTD-MORTOS (IND-PEDIDO) = ZERO AND
097900         TAB-QTD-JORNAL (IND-PEDIDO) = ZERO
098000         MOVE "CLIENTE NAO ENCONTRADO" TO TAB-MOTIVO (IND-PEDIDO)
098100         GO TO 3100-ANONIMIZAR-UM-CLIENTE-EXIT
098200     END-IF.
098300     MOVE "F" TO TAB-SITUACAO (IND-PEDIDO).
098400 3100-ANONIMIZAR-UM-CLIENTE-ELIMINAR.
098500     PERFORM 3200-REVOGAR-CONSENTIMENTO
098600         THRU 3200-REVOGAR-CONSENTIMENTO-EXIT.
098700     MOVE "ELIMINACAO"     TO TIPO-PARA-AUDITORIA.
098800     MOVE "DADOS-PESSOAIS" TO CAMPO-PARA-AUDITORIA.
098900     MOVE SPACES           TO VALOR-ANTIGO-PARA-AUDITORIA.
099000     MOVE "ANONIMIZADO A PEDIDO DO TITULAR"
099100         TO VALOR-NOVO-PARA-AUDITORIA.
099200     PERFORM 8000-GRAVAR-AUDITORIA
099300         THRU 8000-GRAVAR-AUDITORIA-EXIT.
099400     MOVE NUMERO-DO-EVENTO TO TAB-NUMERO-DO-EVENTO (IND-PEDIDO).
099500     ADD 1 TO TOTAL-ANONIMIZADOS.
099600 3100-ANONIMIZAR-UM-CLIENTE-EXIT.
099700     EXIT.
099800*
099900****************************************************************
100000* 3200-REVOGAR-CONSENTIMENTO                                   *
100100*     GRAVA A RECUSA NOS TRES CANAIS DE CONTATO DO CLIENTE,    *
100200*     AUDITANDO CADA CANAL QUE AINDA NAO ESTAVA RECUSADO.      *
100300****************************************************************
100400 3200-REVOGAR-CONSENTIMENTO.
100500     MOVE "S" TO SW-CONSENTIMENTO-CADASTRADO.
100600     MOVE ID-DO-CLIENTE TO ID-DO-CLIENTE-CON.
100700     READ ARQUIVO-DE-CONSENTIMENTOS
100800         INVALID KEY
100900             MOVE "N" TO SW-CONSENTIMENTO-CADASTRADO
101000             MOVE SPACES TO REGISTRO-DE-CONSENTIMENTO
101100             MOVE ID-DO-CLIENTE TO ID-DO-CLIENTE-CON
101200     END-READ.
101300     MOVE "ALTERACAO" TO TIPO-PARA-AUDITORIA.
101400     MOVE "N" TO VALOR-NOVO-PARA-AUDITORIA.
101500     IF NOT RECUSA-CORREIO-CON
101600         MOVE "CONSENTE-CORREIO" TO CAMPO-PARA-AUDITORIA
101700         MOVE CONSENTE-CORREIO-CON TO VALOR-ANTIGO-PARA-AUDITORIA
101800         PERFORM 8000-GRAVAR-AUDITORIA
101900             THRU 8000-GRAVAR-AUDITORIA-EXIT
102000         ADD 1 TO TAB-CONSENTIMENTOS (IND-PEDIDO)
102100     END-IF.
102200     IF NOT RECUSA-TELEFONE-CON
102300         MOVE "CONSENTE-TELEFONE" TO CAMPO-PARA-AUDITORIA
102400         MOVE CONSENTE-TELEFONE-CON
102500             TO VALOR-ANTIGO-PARA-AUDITORIA
102600         PERFORM 8000-GRAVAR-AUDITORIA
102700             THRU 8000-GRAVAR-AUDITORIA-EXIT
102800         ADD 1 TO TAB-CONSENTIMENTOS (IND-PEDIDO)
102900     END-IF.
103000     IF NOT RECUSA-EMAIL-CON
103100         MOVE "CONSENTE-EMAIL" TO CAMPO-PARA-AUDITORIA
103200         MOVE CONSENTE-EMAIL-CON TO VALOR-ANTIGO-PARA-AUDITORIA
103300         PERFORM 8000-GRAVAR-AUDITORIA
103400             THRU 8000-GRAVAR-AUDITORIA-EXIT
103500         ADD 1 TO TAB-CONSENTIMENTOS (IND-PEDIDO)
103600     END-IF.
103700     IF TAB-CONSENTIMENTOS (IND-PEDIDO) = ZERO
103800         GO TO 3200-REVOGAR-CONSENTIMENTO-EXIT
103900     END-IF.
104000     SET RECUSA-CORREIO-CON TO TRUE.
104100     SET RECUSA-TELEFONE-CON TO TRUE.
104200     SET RECUSA-EMAIL-CON TO TRUE.
104300     MOVE DATA-DA-RODADA TO DATA-DO-CONSENTIMENTO-CON.
104400     MOVE ID-DO-OPERADOR TO OPERADOR-DO-CONSENTIMENTO-CON.
104500     IF CONSENTIMENTO-CADASTRADO
104600         REWRITE REGISTRO-DE-CONSENTIMENTO
104700     ELSE
104800         WRITE REGISTRO-DE-CONSENTIMENTO
104900     END-IF.
105000     IF NOT CONSENTIMENTO-OK
105100         DISPLAY "ERRO AO GRAVAR CONSENT, STATUS = "
105200             STATUS-DO-ARQUIVO-CONSENTIMENTO
105300         MOVE 4 TO CODIGO-DE-RETORNO-DA-RODADA
105400     END-IF.
105500 3200-REVOGAR-CONSENTIMENTO-EXIT.
105600     EXIT.
105700*
105800****************************************************************
105900* 5000-IMPRIMIR-CERTIFICADO                                    *
106000*     IMPRIME O CERTIFICADO DE ANONIMIZACAO: UM BLOCO POR      *
106100*     PEDIDO COM O QUE FOI MASCARADO EM CADA ARQUIVO E O       *
106200*     NUMERO DO EVENTO DE ELIMINACAO, SEGUIDO DOS TOTAIS.      *
106300****************************************************************
106400 5000-IMPRIMIR-CERTIFICADO.
106500     MOVE "CERTIFICADO DE ANONIMIZACAO DE DADOS PESSOAIS - LGPD"
106600         TO LINHA-DO-RELATORIO.
106700     WRITE LINHA-DO-RELATORIO.
106800     MOVE SPACES TO LINHA-DO-RELATORIO.
106900     STRING "DATA DA EXECUCAO: " DELIMITED BY SIZE
107000         DATA-DA-RODADA DELIMITED BY SIZE
107100         "   PROGRAMA: " DELIMITED BY SIZE
107200         NOME-DO-PROGRAMA DELIMITED BY SIZE
107300         INTO LINHA-DO-RELATORIO.
107400     WRITE LINHA-DO-RELATORIO.
107500     MOVE ALL "-" TO LINHA-DO-RELATORIO.
107600     WRITE LINHA-DO-RELATORIO.
107700     MOVE ZERO TO IND-PEDIDO.
107800     PERFORM 5100-IMPRIMIR-PEDIDO
107900         THRU 5100-IMPRIMIR-PEDIDO-EXIT
108000         UNTIL IND-PEDIDO NOT LESS THAN QTD-DE-PEDIDOS.
108100     MOVE "TOTAIS DA EXECUCAO" TO LINHA-DO-RELATORIO.
108200     WRITE LINHA-DO-RELATORIO.
108300     MOVE "PEDIDOS LIDOS.........................: " TO TOT-TEXTO.
108400     MOVE TOTAL-PEDIDOS-LIDOS TO TOT-QUANTIDADE.
108500     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
108600     MOVE "CLIENTES ANONIMIZADOS.................: " TO TOT-TEXTO.
108700     MOVE TOTAL-ANONIMIZADOS TO TOT-QUANTIDADE.
108800     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
108900     MOVE "PEDIDOS REJEITADOS....................: " TO TOT-TEXTO.
109000     MOVE TOTAL-PEDIDOS-REJEITADOS TO TOT-QUANTIDADE.
109100     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
109200     MOVE "EVENTOS MASCARADOS NO AUDITLOG........: " TO TOT-TEXTO.
109300     MOVE TOTAL-EVENTOS-MASCARADOS TO TOT-QUANTIDADE.
109400     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
109500     MOVE "EVENTOS MASCARADOS NO ARQAUD..........: " TO TOT-TEXTO.
109600     MOVE TOTAL-MORTOS-MASCARADOS TO TOT-QUANTIDADE.
109700     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
109800     MOVE "OPERACOES MASCARADAS NO JORNAL........: " TO TOT-TEXTO.
109900     MOVE TOTAL-IMAGENS-MASCARADAS TO TOT-QUANTIDADE.
110000     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
110100     MOVE "CADASTROS MASCARADOS NO ARQCLI........: " TO TOT-TEXTO.
110200     MOVE TOTAL-ARQUIVO-MASCARADOS TO TOT-QUANTIDADE.
110300     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
110320     MOVE "PEDIDOS MASCARADOS NO PENDENTE........: " TO TOT-TEXTO.
110340     MOVE TOTAL-PENDENCIAS-MASCARADAS TO TOT-QUANTIDADE.
110360     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
110370     MOVE "ENDERECOS MASCARADOS NO ENDERECO......: " TO TOT-TEXTO.
110380     MOVE TOTAL-ENDERECOS-MASCARADOS TO TOT-QUANTIDADE.
110390     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
110400     MOVE SPACES TO LINHA-DO-RELATORIO.
110500     WRITE LINHA-DO-RELATORIO.
110600     MOVE "RESPONSAVEL: ______________________________"
110700         TO LINHA-DO-RELATORIO.
110800     WRITE LINHA-DO-RELATORIO.
110900     DISPLAY "CLIANON: PEDIDOS LIDOS: " TOTAL-PEDIDOS-LIDOS
111000         " ANONIMIZADOS: " TOTAL-ANONIMIZADOS
111100         " REJEITADOS: " TOTAL-PEDIDOS-REJEITADOS.
111200 5000-IMPRIMIR-CERTIFICADO-EXIT.
111300     EXIT.
111400*
111500****************************************************************
111600* 5100-IMPRIMIR-PEDIDO                                         *
111700*     IMPRIME O BLOCO DO PROXIMO PEDIDO DA TABELA.             *
111800****************************************************************
111900 5100-IMPRIMIR-PEDIDO.
112000     ADD 1 TO IND-PEDIDO.
112100     MOVE TAB-PROTOCOLO (IND-PEDIDO) TO LPD-PROTOCOLO.
112200     MOVE TAB-DATA-DO-PEDIDO (IND-PEDIDO) TO LPD-DATA-DO-PEDIDO.
112300     MOVE TAB-ID (IND-PEDIDO) TO LPD-ID.
112400     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-PEDIDO.
112500     MOVE "RESULTADO.............................: " TO TXT-TEXTO.
112600     EVALUATE TAB-SITUACAO (IND-PEDIDO)
112700         WHEN "M"
112800             MOVE "ANONIMIZADO NO CADASTRO ATIVO" TO TXT-VALOR
112900         WHEN "F"
113000             MOVE "ANONIMIZADO FORA DO MESTRE" TO TXT-VALOR
113100         WHEN "N"
113200             MOVE "NAO EXECUTADO - CLIENTE NAO ENCONTRADO"
113300                 TO TXT-VALOR
113400         WHEN OTHER
113500             MOVE SPACES TO TXT-VALOR
113600             STRING "REJEITADO - " DELIMITED BY SIZE
113700                 TAB-MOTIVO (IND-PEDIDO) DELIMITED BY SIZE
113800                 INTO TXT-VALOR
113900     END-EVALUATE.
114000     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TEXTO.
114100     IF TAB-SITUACAO (IND-PEDIDO) NOT = "M" AND
114200         TAB-SITUACAO (IND-PEDIDO) NOT = "F"
114300         GO TO 5100-IMPRIMIR-PEDIDO-FIM
114400     END-IF.
114500     MOVE "CADASTROS MASCARADOS NO ARQCLI........: " TO ITM-TEXTO.
114600     MOVE TAB-QTD-ARQUIVO (IND-PEDIDO) TO ITM-QUANTIDADE.
114700     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-ITEM.
114800     MOVE "EVENTOS MASCARADOS NO AUDITLOG........: " TO ITM-TEXTO.
114900     MOVE TAB-QTD-EVENTOS (IND-PEDIDO) TO ITM-QUANTIDADE.
115000     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-ITEM.
115100     MOVE "EVENTOS MASCARADOS NO ARQAUD..........: " TO ITM-TEXTO.
115200     MOVE TAB-QTD-MORTOS (IND-PEDIDO) TO ITM-QUANTIDADE.
115300     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-ITEM.
115400     MOVE "OPERACOES MASCARADAS NO JORNAL........: " TO ITM-TEXTO.
115500     MOVE TAB-QTD-JORNAL (IND-PEDIDO) TO ITM-QUANTIDADE.
115600     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-ITEM.
115700     MOVE "CANAIS DE CONTATO REVOGADOS...........: " TO ITM-TEXTO.
115800     MOVE TAB-CONSENTIMENTOS (IND-PEDIDO) TO ITM-QUANTIDADE.
115900     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-ITEM.
116000     MOVE "NUMERO DO EVENTO DE ELIMINACAO........: " TO ITM-TEXTO.
116100     MOVE TAB-NUMERO-DO-EVENTO (IND-PEDIDO) TO ITM-QUANTIDADE.
116200     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-ITEM.
116300 5100-IMPRIMIR-PEDIDO-FIM.
116400     MOVE ALL "-" TO LINHA-DO-RELATORIO.
116500     WRITE LINHA-DO-RELATORIO.
116600 5100-IMPRIMIR-PEDIDO-EXIT.
116700     EXIT.
116800*
116900****************************************************************
117000* 7600-CONFERIR-DEPENDENCIAS                                   *
117100*     BLOQUEIA A RODADA QUANDO O ULTIMO CLIRECON TERMINOU FORA *
117200*     DE BALANCO (CODIGO DE RETORNO 8 EM RUNCTL) OU QUANDO HA  *
117300*     REINICIO DO CLIBATCH PENDENTE NO ARQUIVO-DE-REINICIO,    *
117400*     PARA NAO REGRAVAR LOGS E JORNAL DE UM MESTRE SUSPEITO.   *
117500****************************************************************
117600 7600-CONFERIR-DEPENDENCIAS.
117700     MOVE "CLIRECON" TO ID-DO-PROGRAMA-RUN.
117800     READ ARQUIVO-DE-CONTROLE-DE-EXECUCAO
117900         INVALID KEY
118000             MOVE SPACES TO SITUACAO-DA-EXECUCAO-RUN
118100     END-READ.
118200     IF EXECUCAO-TERMINADA-RUN AND CODIGO-DE-RETORNO-RUN = 8
118300         DISPLAY "CLIANON BLOQUEADO - ULTIMO CLIRECON TERMINOU "
118400             "FORA DE BALANCO."
118500         GO TO 7600-CONFERIR-DEPENDENCIAS-BLOQUEAR
118600     END-IF.
118700     OPEN INPUT ARQUIVO-DE-REINICIO.
118800     IF REINICIO-NAO-ENCONTRADO
118900         GO TO 7600-CONFERIR-DEPENDENCIAS-EXIT
119000     END-IF.
119100     IF NOT REINICIO-OK
119200         DISPLAY "ERRO AO ABRIR ARQUIVO-DE-REINICIO, STATUS = "
119300             STATUS-DO-ARQUIVO-REINICIO
119400         STOP RUN
119500     END-IF.
119600     MOVE "CLIBATCH" TO ID-DO-JOB-REINICIO.
119700     READ ARQUIVO-DE-REINICIO
119800         INVALID KEY
119900             MOVE ZERO TO QTD-PROCESSADA-REINICIO
120000     END-READ.
120100     CLOSE ARQUIVO-DE-REINICIO.
120200     IF QTD-PROCESSADA-REINICIO > ZERO
120300         DISPLAY "CLIANON BLOQUEADO - REINICIO DO CLIBATCH "
120400             "PENDENTE NO PONTO DE CONTROLE."
120500         GO TO 7600-CONFERIR-DEPENDENCIAS-BLOQUEAR
120600     END-IF.
120700     GO TO 7600-CONFERIR-DEPENDENCIAS-EXIT.
120800 7600-CONFERIR-DEPENDENCIAS-BLOQUEAR.
120900     MOVE 8 TO CODIGO-DE-RETORNO-DA-RODADA.
121000     PERFORM 7800-REGISTRAR-FIM
121100         THRU 7800-REGISTRAR-FIM-EXIT.
121200     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
121300     MOVE 8 TO RETURN-CODE.
121400     STOP RUN.
121500 7600-CONFERIR-DEPENDENCIAS-EXIT.
121600     EXIT.
121700*
121800****************************************************************
121900* 7900-RESERVAR-NUMERO-DE-EVENTO                               *
122000*     RELE O REGISTRO DE CONTROLE DO LOG DE AUDITORIA,         *
122100*     SEMEANDO-O NA PRIMEIRA EXECUCAO, CALCULA O PROXIMO       *
122200*     NUMERO DE EVENTO E JA O REGRAVA RESERVADO.               *
122300****************************************************************
122400 7900-RESERVAR-NUMERO-DE-EVENTO.
122500     MOVE "AUDITLOG" TO ID-DO-CONTROLE-DE-AUDITORIA.
122600     READ ARQUIVO-DE-CONTROLE-DE-AUDITORIA
122700         INVALID KEY
122800             MOVE ZERO TO ULTIMO-NUMERO-DE-EVENTO
122900             WRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA
123000     END-READ.
123100     ADD 1 TO ULTIMO-NUMERO-DE-EVENTO.
123200     REWRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA.
123300     IF NOT CONTROLE-DE-AUD-OK
123400         DISPLAY "ERRO AO RESERVAR NUMERO DE EVENTO, STATUS = "
123500             STATUS-DO-CONTROLE-DE-AUDITORIA
123600         STOP RUN
123700     END-IF.
123800 7900-RESERVAR-NUMERO-DE-EVENTO-EXIT.
123900     EXIT.
124000*
124100****************************************************************
124200* 8000-GRAVAR-AUDITORIA                                        *
124300*     GRAVA NO LOG DE AUDITORIA O EVENTO MONTADO PELO          *
124400*     PARAGRAFO CHAMADOR PARA O CLIENTE DO PEDIDO.             *
124500****************************************************************
124600 8000-GRAVAR-AUDITORIA.
124700     ACCEPT DATA-DO-EVENTO FROM DATE YYYYMMDD.
124800     ACCEPT HORA-DO-EVENTO FROM TIME.
124900     MOVE ID-DO-OPERADOR       TO ID-DO-OPERADOR-LOG.
125000     MOVE TIPO-PARA-AUDITORIA  TO TIPO-DO-EVENTO.
125100     MOVE ID-DO-CLIENTE        TO ID-DO-CLIENTE-LOG.
125200     MOVE CAMPO-PARA-AUDITORIA TO CAMPO-ALTERADO.
125300     MOVE VALOR-ANTIGO-PARA-AUDITORIA TO VALOR-ANTIGO.
125400     MOVE VALOR-NOVO-PARA-AUDITORIA   TO VALOR-NOVO.
125500     PERFORM 7900-RESERVAR-NUMERO-DE-EVENTO
125600         THRU 7900-RESERVAR-NUMERO-DE-EVENTO-EXIT.
125700     MOVE ULTIMO-NUMERO-DE-EVENTO TO NUMERO-DO-EVENTO.
125800     WRITE REGISTRO-DE-AUDITORIA.
125900     IF NOT LOG-DE-AUDITORIA-OK
126000         DISPLAY "ERRO AO GRAVAR LOG-DE-AUDITORIA, STATUS = "
126100             STATUS-DO-LOG-DE-AUDITORIA
126200     END-IF.
126300 8000-GRAVAR-AUDITORIA-EXIT.
126400     EXIT.
126500*
126600****************************************************************
126700* 8500-GRAVAR-JORNAL                                           *
126800*     GRAVA NO JORNAL DO ARQUIVO MESTRE A OPERACAO JA MONTADA  *
126900*     PELO PARAGRAFO CHAMADOR (TIPO E IMAGENS ANTES/DEPOIS).   *
127000****************************************************************
127100 8500-GRAVAR-JORNAL.
127200     ACCEPT JRN-DATA-DA-OPERACAO FROM DATE YYYYMMDD.
127300     ACCEPT JRN-HORA-DA-OPERACAO FROM TIME.
127400     MOVE NOME-DO-PROGRAMA TO JRN-PROGRAMA.
127500     MOVE ID-DO-OPERADOR   TO JRN-OPERADOR.
127600     WRITE REGISTRO-DO-JORNAL.
127700     IF NOT JORNAL-OK
127800         DISPLAY "ERRO AO GRAVAR JORNAL, STATUS = "
127900             STATUS-DO-JORNAL
128000     END-IF.
128100 8500-GRAVAR-JORNAL-EXIT.
128200     EXIT.
128300*
128400****************************************************************
128500* 7700-REGISTRAR-INICIO                                        *
128600*     ABRE O ARQUIVO DE CONTROLE DE EXECUCAO, CRIANDO-O NA     *
128700*     PRIMEIRA EXECUCAO, E GRAVA O REGISTRO DE INICIO DA       *
128800*     RODADA (SITUACAO "E").                                   *
128900****************************************************************
129000 7700-REGISTRAR-INICIO.
129100     OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
129200     IF EXECUCAO-NAO-ENCONTRADA
129300         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-EXECUCAO
129400         CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO
129500         OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO
129600     END-IF.
129700     IF NOT EXECUCAO-OK
129800         DISPLAY "ERRO AO ABRIR RUNCTL, STATUS = "
129900             STATUS-DO-CONTROLE-DE-EXECUCAO
130000         STOP RUN
130100     END-IF.
130200     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
130300     ACCEPT DATA-DE-INICIO-RUN FROM DATE YYYYMMDD.
130400     ACCEPT HORA-DE-INICIO-RUN FROM TIME.
130500     MOVE ZERO TO DATA-DE-FIM-RUN.
130600     MOVE ZERO TO HORA-DE-FIM-RUN.
130700     MOVE ZERO TO QTD-LIDOS-RUN.
130800     MOVE ZERO TO QTD-GRAVADOS-RUN.
130900     MOVE ZERO TO QTD-REJEITADOS-RUN.
131000     MOVE ZERO TO CODIGO-DE-RETORNO-RUN.
131100     SET EXECUCAO-EM-CURSO-RUN TO TRUE.
131200     WRITE REGISTRO-DE-EXECUCAO
131300         INVALID KEY
131400             REWRITE REGISTRO-DE-EXECUCAO
131500     END-WRITE.
131600     IF NOT EXECUCAO-OK
131700         DISPLAY "ERRO AO GRAVAR RUNCTL, STATUS = "
131800             STATUS-DO-CONTROLE-DE-EXECUCAO
131900         STOP RUN
132000     END-IF.
132100 7700-REGISTRAR-INICIO-EXIT.
132200     EXIT.
132300*
132400****************************************************************
132500* 7800-REGISTRAR-FIM                                           *
132600*     COMPLETA O REGISTRO DE EXECUCAO DA RODADA COM OS TOTAIS, *
132700*     O CODIGO DE RETORNO E A SITUACAO "T".                    *
132800****************************************************************
132900 7800-REGISTRAR-FIM.
133000     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
133100     READ ARQUIVO-DE-CONTROLE-DE-EXECUCAO
133200         INVALID KEY
133300             DISPLAY "REGISTRO DE EXECUCAO AUSENTE EM RUNCTL."
133400             GO TO 7800-REGISTRAR-FIM-EXIT
133500     END-READ.
133600     ACCEPT DATA-DE-FIM-RUN FROM DATE YYYYMMDD.
133700     ACCEPT HORA-DE-FIM-RUN FROM TIME.
133800     MOVE TOTAL-PEDIDOS-LIDOS TO QTD-LIDOS-RUN.
133900     MOVE TOTAL-ANONIMIZADOS TO QTD-GRAVADOS-RUN.
134000     MOVE TOTAL-PEDIDOS-REJEITADOS TO QTD-REJEITADOS-RUN.
134100     MOVE CODIGO-DE-RETORNO-DA-RODADA TO CODIGO-DE-RETORNO-RUN.
134200     SET EXECUCAO-TERMINADA-RUN TO TRUE.
134300     REWRITE REGISTRO-DE-EXECUCAO.
134400     IF NOT EXECUCAO-OK
134500         DISPLAY "ERRO AO REGRAVAR RUNCTL, STATUS = "
134600             STATUS-DO-CONTROLE-DE-EXECUCAO
134700     END-IF.
134800 7800-REGISTRAR-FIM-EXIT.
134900     EXIT.
135000*
135100****************************************************************
135200* 9999-ENCERRAR                                                *
135300*     FECHA OS ARQUIVOS ANTES DO TERMINO DO PROGRAMA.          *
135400****************************************************************
135500 9999-ENCERRAR.
135600     CLOSE CLIENTE-FILE.
135700     CLOSE RELATORIO-DA-ANONIMIZACAO.
135800     CLOSE ARQUIVO-DE-CONTROLE-DE-AUDITORIA.
135900     CLOSE ARQUIVO-DE-CONSENTIMENTOS.
136000     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
136100 9999-ENCERRAR-EXIT.
136200     EXIT.
