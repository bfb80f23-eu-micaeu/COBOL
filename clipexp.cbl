000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CLIPEXP.
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
001400*  15/10/2026 EAC     PROGRAMA ORIGINAL - EXPIRACAO NOTURNA DA *
001500*                     FILA DE APROVACAO (PENDENTE, COPYBOOK    *
001600*                     PNDREC): O PEDIDO QUE AGUARDA DECISAO HA *
001700*                     MAIS DIAS QUE O PRAZO DO PARMPEXP PASSA  *
001800*                     A EXPIRADO, SEM TOCAR O ARQUIVO MESTRE.  *
001900*                     O RELATORIO RELPEXP LISTA OS PEDIDOS     *
002000*                     EXPIRADOS NA RODADA E OS QUE CONTINUAM   *
002100*                     AGUARDANDO, COM A IDADE EM DIAS.         *
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
003200     SELECT ARQUIVO-DE-PENDENCIAS ASSIGN TO "PENDENTE"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS NUMERO-DA-PENDENCIA-PND
003600         ALTERNATE RECORD KEY IS ID-DO-CLIENTE-PND
003700             WITH DUPLICATES
003800         FILE STATUS IS STATUS-DO-ARQUIVO-PENDENCIA.
003900*
004000     SELECT PARAMETROS-DA-EXPIRACAO ASSIGN TO "PARMPEXP"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS STATUS-DOS-PARAMETROS.
004300*
004400     SELECT RELATORIO-DA-EXPIRACAO ASSIGN TO "RELPEXP"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS STATUS-DO-RELATORIO.
004700*
004800     SELECT ARQUIVO-DE-CONTROLE-DE-EXECUCAO ASSIGN TO "RUNCTL"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ID-DO-PROGRAMA-RUN
005200         FILE STATUS IS STATUS-DO-CONTROLE-DE-EXECUCAO.
005300*
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ARQUIVO-DE-PENDENCIAS
005700     LABEL RECORDS ARE STANDARD.
005800     COPY PNDREC.
005900*
006000 FD  PARAMETROS-DA-EXPIRACAO
006100     LABEL RECORDS ARE STANDARD.
006200*
006300****************************************************************
006400*  LAYOUT DO REGISTRO DE PARAMETROS - UMA LINHA UNICA.         *
006500*  POSICAO  TAMANHO  CAMPO                                     *
006600*  -------  -------  ------------------------------------      *
006700*  001-003     03    PRAZO EM DIAS CORRIDOS PARA A DECISAO.    *
006800*                    SEM O ARQUIVO, OU COM O PRAZO EM BRANCO,  *
006900*                    VALE O PRAZO PADRAO DE 7 DIAS.            *
007000****************************************************************
007100 01  REGISTRO-DE-PARAMETROS.
007200     05 PRM-PRAZO-EM-DIAS       PIC X(03).
007300*
007400 FD  RELATORIO-DA-EXPIRACAO
007500     LABEL RECORDS ARE STANDARD.
007600 01  LINHA-DO-RELATORIO        PIC X(80).
007700*
007800 FD  ARQUIVO-DE-CONTROLE-DE-EXECUCAO
007900     LABEL RECORDS ARE STANDARD.
008000     COPY RUNREC.
008100*
008200 WORKING-STORAGE SECTION.
008300 01  STATUS-DO-ARQUIVO-PENDENCIA PIC X(02).
008400     88 PENDENCIA-OK               VALUE "00".
008500     88 FIM-DO-ARQUIVO-PENDENCIA   VALUE "10".
008600     88 PENDENCIA-AUSENTE          VALUE "35".
008700*
008800 01  STATUS-DOS-PARAMETROS     PIC X(02).
008900     88 PARAMETROS-OK             VALUE "00".
009000     88 PARAMETROS-NAO-ENCONTRADOS VALUE "35".
009100*
009200 01  STATUS-DO-RELATORIO       PIC X(02).
009300     88 RELATORIO-OK              VALUE "00".
009400*
009500 01  STATUS-DO-CONTROLE-DE-EXECUCAO PIC X(02).
009600     88 EXECUCAO-OK               VALUE "00".
009700     88 EXECUCAO-NAO-ENCONTRADA   VALUE "35".
009800*
009900 01  NOME-DO-PROGRAMA          PIC X(08)  VALUE "CLIPEXP".
010000 01  CODIGO-DE-RETORNO-DA-RODADA PIC 9(02) VALUE ZERO.
010100 01  DATA-DA-RODADA            PIC 9(08)  VALUE ZERO.
010200 01  PRAZO-EM-DIAS             PIC 9(03)  VALUE 7.
010300*
010400 01  SW-FILA-AUSENTE           PIC X(01)  VALUE "N".
010500     88 FILA-AUSENTE              VALUE "S".
010600*
010700****************************************************************
010800*  CONTAGEM DE DIAS CORRIDOS. 2500-CONTAR-DIAS CONVERTE        *
010900*  DATA-PARA-CONTAGEM NO NUMERO DE DIAS DESDE UMA ORIGEM FIXA, *
011000*  CONTANDO MARCO E FEVEREIRO COMO MESES 13 E 14 DO ANO        *
011100*  ANTERIOR PARA QUE O DIA BISSEXTO CAIA NO FIM DO ANO.        *
011200****************************************************************
011300 01  CONTAGEM-DE-DIAS.
011400     05 DATA-PARA-CONTAGEM.
011500        10 CNT-ANO             PIC 9(04).
011600        10 CNT-MES             PIC 9(02).
011700        10 CNT-DIA             PIC 9(02).
011800     05 ANO-AJUSTADO           PIC 9(04)  VALUE ZERO.
011900     05 MES-AJUSTADO           PIC 9(02)  VALUE ZERO.
012000     05 PARCELA-DE-4           PIC 9(04)  VALUE ZERO.
012100     05 PARCELA-DE-100         PIC 9(04)  VALUE ZERO.
012200     05 PARCELA-DE-400         PIC 9(04)  VALUE ZERO.
012300     05 PARCELA-DO-MES         PIC 9(04)  VALUE ZERO.
012400     05 DIAS-CONTADOS          PIC 9(07)  VALUE ZERO.
012500 01  DIAS-DA-RODADA            PIC 9(07)  VALUE ZERO.
012600 01  IDADE-DO-PEDIDO           PIC 9(05)  VALUE ZERO.
012700*
012800 01  CONTADORES-DA-EXPIRACAO.
012900     05 TOTAL-PEDIDOS-LIDOS    PIC 9(07)  VALUE ZERO.
013000     05 TOTAL-AGUARDANDO       PIC 9(07)  VALUE ZERO.
013100     05 TOTAL-EXPIRADOS        PIC 9(07)  VALUE ZERO.
013200     05 TOTAL-COM-ERRO         PIC 9(07)  VALUE ZERO.
013300*
013400 01  LINHA-DE-CABECALHO-COLUNAS.
013500     05 FILLER                 PIC X(11)  VALUE "PEDIDO".
013600     05 FILLER                 PIC X(08)  VALUE "CLIENTE".
013700     05 FILLER                 PIC X(22)  VALUE "CAMPO".
013800     05 FILLER                 PIC X(10)  VALUE "OPERADOR".
013900     05 FILLER                 PIC X(10)  VALUE "PEDIDO EM".
014000     05 FILLER                 PIC X(07)  VALUE "DIAS".
014100     05 FILLER                 PIC X(12)  VALUE "SITUACAO".
014200*
014300 01  LINHA-DE-PEDIDO.
014400     05 LPD-NUMERO             PIC 9(09).
014500     05 FILLER                 PIC X(02)  VALUE SPACES.
014600     05 LPD-CLIENTE            PIC 9(06).
014700     05 FILLER                 PIC X(02)  VALUE SPACES.
014800     05 LPD-CAMPO              PIC X(20).
014900     05 FILLER                 PIC X(02)  VALUE SPACES.
015000     05 LPD-OPERADOR           PIC X(08).
015100     05 FILLER                 PIC X(02)  VALUE SPACES.
015200     05 LPD-DATA               PIC 9(08).
015300     05 FILLER                 PIC X(02)  VALUE SPACES.
015400     05 LPD-DIAS               PIC ZZZZ9.
015500     05 FILLER                 PIC X(02)  VALUE SPACES.
015600     05 LPD-SITUACAO           PIC X(10).
015700     05 FILLER                 PIC X(02)  VALUE SPACES.
015800*
015900 01  LINHA-DE-TOTAL.
016000     05 TOT-TEXTO              PIC X(40).
016100     05 TOT-QUANTIDADE         PIC ZZZZZZ9.
016200     05 FILLER                 PIC X(33)  VALUE SPACES.
016300*
016400 PROCEDURE DIVISION.
016500*
016600****************************************************************
016700* 0000-MAINLINE                                                *
016800*     PARAGRAFO PRINCIPAL - CONTROLA A SEQUENCIA DO PROGRAMA.  *
016900****************************************************************
017000 0000-MAINLINE.
017100     PERFORM 7700-REGISTRAR-INICIO
017200         THRU 7700-REGISTRAR-INICIO-EXIT.
017300     PERFORM 1000-ABRIR-ARQUIVOS
017400         THRU 1000-ABRIR-ARQUIVOS-EXIT.
017500     PERFORM 1100-LER-PARAMETROS
017600         THRU 1100-LER-PARAMETROS-EXIT.
017700     IF NOT FILA-AUSENTE
017800         PERFORM 2000-EXPIRAR-PEDIDOS
017900             THRU 2000-EXPIRAR-PEDIDOS-EXIT
018000     END-IF.
018100     PERFORM 5000-IMPRIMIR-RESUMO
018200         THRU 5000-IMPRIMIR-RESUMO-EXIT.
018300     PERFORM 7800-REGISTRAR-FIM
018400         THRU 7800-REGISTRAR-FIM-EXIT.
018500     PERFORM 9999-ENCERRAR
018600         THRU 9999-ENCERRAR-EXIT.
018700     STOP RUN.
018800*
018900****************************************************************
019000* 1000-ABRIR-ARQUIVOS                                          *
019100*     ABRE A FILA DE APROVACAO E O RELATORIO. SEM A FILA NAO   *
019200*     HA PEDIDO A EXPIRAR E O RELATORIO SAI SO COM OS TOTAIS.  *
019300****************************************************************
019400 1000-ABRIR-ARQUIVOS.
019500     OPEN I-O ARQUIVO-DE-PENDENCIAS.
019600     IF PENDENCIA-AUSENTE
019700         MOVE "S" TO SW-FILA-AUSENTE
019800         DISPLAY "ARQUIVO PENDENTE AUSENTE - NENHUM PEDIDO NA "
019900             "FILA DE APROVACAO."
020000     END-IF.
020100     IF NOT FILA-AUSENTE AND NOT PENDENCIA-OK
020200         DISPLAY "ERRO AO ABRIR PENDENTE, STATUS = "
020300             STATUS-DO-ARQUIVO-PENDENCIA
020400         STOP RUN
020500     END-IF.
020600     OPEN OUTPUT RELATORIO-DA-EXPIRACAO.
020700     IF NOT RELATORIO-OK
020800         DISPLAY "ERRO AO ABRIR RELPEXP, STATUS = "
020900             STATUS-DO-RELATORIO
021000         STOP RUN
021100     END-IF.
021200     ACCEPT DATA-DA-RODADA FROM DATE YYYYMMDD.
021300     MOVE DATA-DA-RODADA TO DATA-PARA-CONTAGEM.
021400     PERFORM 2500-CONTAR-DIAS
021500         THRU 2500-CONTAR-DIAS-EXIT.
021600     MOVE DIAS-CONTADOS TO DIAS-DA-RODADA.
021700 1000-ABRIR-ARQUIVOS-EXIT.
021800     EXIT.
021900*
022000****************************************************************
022100* 1100-LER-PARAMETROS                                          *
022200*     LE O PRAZO DE DECISAO NO PARMPEXP E IMPRIME O CABECALHO  *
022300*     DO RELATORIO. SEM O ARQUIVO, OU COM O PRAZO EM BRANCO,   *
022400*     VALE O PRAZO PADRAO; PRAZO INVALIDO OU ZERADO CANCELA A  *
022500*     RODADA.                                                  *
022600****************************************************************
022700 1100-LER-PARAMETROS.
022800     OPEN INPUT PARAMETROS-DA-EXPIRACAO.
022900     IF PARAMETROS-NAO-ENCONTRADOS
023000         DISPLAY "PARMPEXP AUSENTE - PRAZO PADRAO DE "
023100             PRAZO-EM-DIAS " DIAS."
023200         GO TO 1100-LER-PARAMETROS-CABECALHO
023300     END-IF.
023400     IF NOT PARAMETROS-OK
023500         DISPLAY "ERRO AO ABRIR PARMPEXP, STATUS = "
023600             STATUS-DOS-PARAMETROS
023700         STOP RUN
023800     END-IF.
023900     MOVE SPACES TO PRM-PRAZO-EM-DIAS.
024000     READ PARAMETROS-DA-EXPIRACAO
024100         AT END
024200             MOVE SPACES TO PRM-PRAZO-EM-DIAS
024300     END-READ.
024400     CLOSE PARAMETROS-DA-EXPIRACAO.
024500     IF PRM-PRAZO-EM-DIAS = SPACES
024600         DISPLAY "PARMPEXP SEM PRAZO - PRAZO PADRAO DE "
024700             PRAZO-EM-DIAS " DIAS."
024800         GO TO 1100-LER-PARAMETROS-CABECALHO
024900     END-IF.
025000     IF PRM-PRAZO-EM-DIAS IS NOT NUMERIC
025100         DISPLAY "PRAZO INVALIDO EM PARMPEXP: "
025200             PRM-PRAZO-EM-DIAS
025300         STOP RUN
025400     END-IF.
025500     MOVE PRM-PRAZO-EM-DIAS TO PRAZO-EM-DIAS.
025600     IF PRAZO-EM-DIAS = ZERO
025700         DISPLAY "PRAZO ZERADO EM PARMPEXP - EXPIRACAO NAO "
025800             "EXECUTADA."
025900         STOP RUN
026000     END-IF.
026100 1100-LER-PARAMETROS-CABECALHO.
026200     MOVE "FILA DE APROVACAO - PEDIDOS EXPIRADOS E AGUARDANDO"
026300         TO LINHA-DO-RELATORIO.
026400     WRITE LINHA-DO-RELATORIO.
026500     MOVE SPACES TO LINHA-DO-RELATORIO.
026600     STRING "DATA DA RODADA: " DELIMITED BY SIZE
026700         DATA-DA-RODADA DELIMITED BY SIZE
026800         "  PRAZO DE DECISAO: " DELIMITED BY SIZE
026900         PRAZO-EM-DIAS DELIMITED BY SIZE
027000         " DIAS" DELIMITED BY SIZE
027100         INTO LINHA-DO-RELATORIO.
027200     WRITE LINHA-DO-RELATORIO.
027300     MOVE SPACES TO LINHA-DO-RELATORIO.
027400     WRITE LINHA-DO-RELATORIO.
027500     WRITE LINHA-DO-RELATORIO
027600         FROM LINHA-DE-CABECALHO-COLUNAS.
027700     MOVE ALL "-" TO LINHA-DO-RELATORIO.
027800     WRITE LINHA-DO-RELATORIO.
027900 1100-LER-PARAMETROS-EXIT.
028000     EXIT.
028100*
028200****************************************************************
028300* 2000-EXPIRAR-PEDIDOS                                         *
028400*     PERCORRE A FILA NA ORDEM DO NUMERO DO PEDIDO E AVALIA    *
028500*     CADA PEDIDO QUE AINDA AGUARDA DECISAO.                   *
028600****************************************************************
028700 2000-EXPIRAR-PEDIDOS.
028800     PERFORM 2100-LER-PEDIDO
028900         THRU 2100-LER-PEDIDO-EXIT.
029000     PERFORM 2200-AVALIAR-PEDIDO
029100         THRU 2200-AVALIAR-PEDIDO-EXIT
029200         UNTIL FIM-DO-ARQUIVO-PENDENCIA.
029300 2000-EXPIRAR-PEDIDOS-EXIT.
029400     EXIT.
029500*
029600****************************************************************
029700* 2100-LER-PEDIDO                                              *
029800*     LE O PROXIMO REGISTRO DA FILA DE APROVACAO.              *
029900****************************************************************
030000 2100-LER-PEDIDO.
030100     READ ARQUIVO-DE-PENDENCIAS NEXT RECORD
030200         AT END
030300             SET FIM-DO-ARQUIVO-PENDENCIA TO TRUE
030400     END-READ.
030500 2100-LER-PEDIDO-EXIT.
030600     EXIT.
030700*
030800****************************************************************
030900* 2200-AVALIAR-PEDIDO                                          *
031000*     CALCULA A IDADE EM DIAS DO PEDIDO QUE AGUARDA DECISAO.   *
031100*     ATINGIDO O PRAZO, MARCA-O EXPIRADO COM O PROGRAMA COMO   *
031200*     DECISOR; SENAO SO O LISTA COMO AGUARDANDO.               *
031300****************************************************************
031400 2200-AVALIAR-PEDIDO.
031500     ADD 1 TO TOTAL-PEDIDOS-LIDOS.
031600     IF NOT PENDENCIA-AGUARDANDO
031700         GO TO 2200-AVALIAR-PEDIDO-LER
031800     END-IF.
031900     MOVE ZERO TO IDADE-DO-PEDIDO.
032000     IF DATA-DA-SOLICITACAO-PND IS NUMERIC AND
032100         DATA-DA-SOLICITACAO-PND > ZERO
032200         MOVE DATA-DA-SOLICITACAO-PND TO DATA-PARA-CONTAGEM
032300         PERFORM 2500-CONTAR-DIAS
032400             THRU 2500-CONTAR-DIAS-EXIT
032500         IF DIAS-DA-RODADA > DIAS-CONTADOS
032600             COMPUTE IDADE-DO-PEDIDO =
032700                 DIAS-DA-RODADA - DIAS-CONTADOS
032800         END-IF
032900     END-IF.
033000     MOVE NUMERO-DA-PENDENCIA-PND  TO LPD-NUMERO.
033100     MOVE ID-DO-CLIENTE-PND        TO LPD-CLIENTE.
033200     MOVE CAMPO-DA-PENDENCIA-PND   TO LPD-CAMPO.
033300     MOVE OPERADOR-SOLICITANTE-PND TO LPD-OPERADOR.
033400     MOVE DATA-DA-SOLICITACAO-PND  TO LPD-DATA.
033500     MOVE IDADE-DO-PEDIDO          TO LPD-DIAS.
033600     IF IDADE-DO-PEDIDO < PRAZO-EM-DIAS
033700         ADD 1 TO TOTAL-AGUARDANDO
033800         MOVE "AGUARDANDO" TO LPD-SITUACAO
033900         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-PEDIDO
034000         GO TO 2200-AVALIAR-PEDIDO-LER
034100     END-IF.
034200     SET PENDENCIA-EXPIRADA TO TRUE.
034300     MOVE NOME-DO-PROGRAMA TO OPERADOR-DECISOR-PND.
034400     MOVE DATA-DA-RODADA   TO DATA-DA-DECISAO-PND.
034500     ACCEPT HORA-DA-DECISAO-PND FROM TIME.
034600     MOVE SPACES TO MOTIVO-DA-DECISAO-PND.
034700     STRING "EXPIRADO APOS " DELIMITED BY SIZE
034800         PRAZO-EM-DIAS DELIMITED BY SIZE
034900         " DIAS SEM DECISAO" DELIMITED BY SIZE
035000         INTO MOTIVO-DA-DECISAO-PND.
035100     REWRITE REGISTRO-DE-PENDENCIA.
035200     IF NOT PENDENCIA-OK
035300         DISPLAY "ERRO AO REGRAVAR PENDENTE, STATUS = "
035400             STATUS-DO-ARQUIVO-PENDENCIA
035500         ADD 1 TO TOTAL-COM-ERRO
035600         MOVE 4 TO CODIGO-DE-RETORNO-DA-RODADA
035700         GO TO 2200-AVALIAR-PEDIDO-LER
035800     END-IF.
035900     ADD 1 TO TOTAL-EXPIRADOS.
036000     MOVE "EXPIRADO" TO LPD-SITUACAO.
036100     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-PEDIDO.
036200 2200-AVALIAR-PEDIDO-LER.
036300     PERFORM 2100-LER-PEDIDO
036400         THRU 2100-LER-PEDIDO-EXIT.
036500 2200-AVALIAR-PEDIDO-EXIT.
036600     EXIT.
036700*
036800****************************************************************
036900* 2500-CONTAR-DIAS                                             *
037000*     DEVOLVE EM DIAS-CONTADOS O NUMERO DE DIAS CORRIDOS DA    *
037100*     DATA-PARA-CONTAGEM DESDE A ORIGEM DA CONTAGEM. SO A      *
037200*     DIFERENCA ENTRE DUAS CONTAGENS TEM SIGNIFICADO.          *
037300****************************************************************
037400 2500-CONTAR-DIAS.
037500     MOVE CNT-ANO TO ANO-AJUSTADO.
037600     MOVE CNT-MES TO MES-AJUSTADO.
037700     IF MES-AJUSTADO < 3
037800         SUBTRACT 1 FROM ANO-AJUSTADO
037900         ADD 12 TO MES-AJUSTADO
038000     END-IF.
038100     DIVIDE ANO-AJUSTADO BY 4   GIVING PARCELA-DE-4.
038200     DIVIDE ANO-AJUSTADO BY 100 GIVING PARCELA-DE-100.
038300     DIVIDE ANO-AJUSTADO BY 400 GIVING PARCELA-DE-400.
038400     COMPUTE PARCELA-DO-MES = 153 * (MES-AJUSTADO - 3) + 2.
038500     DIVIDE PARCELA-DO-MES BY 5 GIVING PARCELA-DO-MES.
038600     COMPUTE DIAS-CONTADOS = 365 * ANO-AJUSTADO
038700         + PARCELA-DE-4 - PARCELA-DE-100 + PARCELA-DE-400
038800         + PARCELA-DO-MES + CNT-DIA.
038900 2500-CONTAR-DIAS-EXIT.
039000     EXIT.
039100*
039200****************************************************************
039300* 5000-IMPRIMIR-RESUMO                                         *
039400*     IMPRIME OS TOTAIS DA RODADA.                             *
039500****************************************************************
039600 5000-IMPRIMIR-RESUMO.
039700     MOVE ALL "-" TO LINHA-DO-RELATORIO.
039800     WRITE LINHA-DO-RELATORIO.
039900     MOVE "PEDIDOS LIDOS NA FILA" TO TOT-TEXTO.
040000     MOVE TOTAL-PEDIDOS-LIDOS TO TOT-QUANTIDADE.
040100     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
040200     MOVE "PEDIDOS EXPIRADOS NESTA RODADA" TO TOT-TEXTO.
040300     MOVE TOTAL-EXPIRADOS TO TOT-QUANTIDADE.
040400     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
040500     MOVE "PEDIDOS AINDA AGUARDANDO DECISAO" TO TOT-TEXTO.
040600     MOVE TOTAL-AGUARDANDO TO TOT-QUANTIDADE.
040700     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
040800     IF TOTAL-COM-ERRO > ZERO
040900         MOVE "PEDIDOS COM ERRO DE REGRAVACAO" TO TOT-TEXTO
041000         MOVE TOTAL-COM-ERRO TO TOT-QUANTIDADE
041100         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL
041200     END-IF.
041300     DISPLAY "CLIPEXP: PEDIDOS EXPIRADOS: " TOTAL-EXPIRADOS
041400         " AGUARDANDO: " TOTAL-AGUARDANDO.
041500 5000-IMPRIMIR-RESUMO-EXIT.
041600     EXIT.
041700*
041800****************************************************************
041900* 7700-REGISTRAR-INICIO                                        *
042000*     ABRE O ARQUIVO DE CONTROLE DE EXECUCAO, CRIANDO-O NA     *
042100*     PRIMEIRA EXECUCAO, E GRAVA O REGISTRO DE INICIO DA       *
042200*     RODADA (SITUACAO "E").                                   *
042300****************************************************************
042400 7700-REGISTRAR-INICIO.
042500     OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
042600     IF EXECUCAO-NAO-ENCONTRADA
042700         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-EXECUCAO
042800         CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO
042900         OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO
043000     END-IF.
043100     IF NOT EXECUCAO-OK
043200         DISPLAY "ERRO AO ABRIR RUNCTL, STATUS = "
043300             STATUS-DO-CONTROLE-DE-EXECUCAO
043400         STOP RUN
043500     END-IF.
043600     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
043700     ACCEPT DATA-DE-INICIO-RUN FROM DATE YYYYMMDD.
043800     ACCEPT HORA-DE-INICIO-RUN FROM TIME.
043900     MOVE ZERO TO DATA-DE-FIM-RUN.
044000     MOVE ZERO TO HORA-DE-FIM-RUN.
044100     MOVE ZERO TO QTD-LIDOS-RUN.
044200     MOVE ZERO TO QTD-GRAVADOS-RUN.
044300     MOVE ZERO TO QTD-REJEITADOS-RUN.
044400     MOVE ZERO TO CODIGO-DE-RETORNO-RUN.
044500     SET EXECUCAO-EM-CURSO-RUN TO TRUE.
044600     WRITE REGISTRO-DE-EXECUCAO
044700         INVALID KEY
044800             REWRITE REGISTRO-DE-EXECUCAO
044900     END-WRITE.
045000     IF NOT EXECUCAO-OK
045100         DISPLAY "ERRO AO GRAVAR RUNCTL, STATUS = "
045200             STATUS-DO-CONTROLE-DE-EXECUCAO
045300         STOP RUN
045400     END-IF.
045500 7700-REGISTRAR-INICIO-EXIT.
045600     EXIT.
045700*
045800****************************************************************
045900* 7800-REGISTRAR-FIM                                           *
046000*     COMPLETA O REGISTRO DE EXECUCAO DA RODADA COM OS TOTAIS, *
046100*     O CODIGO DE RETORNO E A SITUACAO "T".                    *
046200****************************************************************
046300 7800-REGISTRAR-FIM.
046400     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
046500     READ ARQUIVO-DE-CONTROLE-DE-EXECUCAO
046600         INVALID KEY
046700             DISPLAY "REGISTRO DE EXECUCAO AUSENTE EM RUNCTL."
046800             GO TO 7800-REGISTRAR-FIM-EXIT
046900     END-READ.
047000     ACCEPT DATA-DE-FIM-RUN FROM DATE YYYYMMDD.
047100     ACCEPT HORA-DE-FIM-RUN FROM TIME.
047200     MOVE TOTAL-PEDIDOS-LIDOS TO QTD-LIDOS-RUN.
047300     MOVE TOTAL-EXPIRADOS TO QTD-GRAVADOS-RUN.
047400     MOVE TOTAL-COM-ERRO TO QTD-REJEITADOS-RUN.
047500     MOVE CODIGO-DE-RETORNO-DA-RODADA TO CODIGO-DE-RETORNO-RUN.
047600     SET EXECUCAO-TERMINADA-RUN TO TRUE.
047700     REWRITE REGISTRO-DE-EXECUCAO.
047800     IF NOT EXECUCAO-OK
047900         DISPLAY "ERRO AO REGRAVAR RUNCTL, STATUS = "
048000             STATUS-DO-CONTROLE-DE-EXECUCAO
048100     END-IF.
048200 7800-REGISTRAR-FIM-EXIT.
048300     EXIT.
048400*
048500****************************************************************
048600* 9999-ENCERRAR                                                *
048700*     FECHA OS ARQUIVOS ANTES DO TERMINO DO PROGRAMA.          *
048800****************************************************************
048900 9999-ENCERRAR.
049000     IF NOT FILA-AUSENTE
049100         CLOSE ARQUIVO-DE-PENDENCIAS
049200     END-IF.
049300     CLOSE RELATORIO-DA-EXPIRACAO.
049400     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
049500 9999-ENCERRAR-EXIT.
049600     EXIT.
