000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CLIFOTO.
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
001400*  15/10/2026 EAC     PROGRAMA ORIGINAL - FOTOGRAFIA MENSAL DO *
001500*                     CADASTRO, RODADA NO FECHAMENTO DO MES:   *
001600*                     GRAVA NO ARQUIVO FOTOMES (COPYBOOK       *
001700*                     FOTREC) AS QUANTIDADES DE ATIVOS E       *
001800*                     INATIVOS NO TOTAL, POR UF E POR FAIXA    *
001900*                     ETARIA (IDADE ATUAL PELA ROTINA COMUM    *
002000*                     CLIDADE, MESMAS FAIXAS DO CLIDEMO). O MES*
002100*                     E O DA DATA DA RODADA OU O INFORMADO NO  *
002200*                     PARMFOTO; REPETIR A RODADA NO MESMO MES  *
002300*                     SUBSTITUI A FOTOGRAFIA. E A BASE DO      *
002400*                     RELATORIO DE TENDENCIA CLITEND. REGISTRA *
002500*                     A RODADA EM RUNCTL.                      *
002600*                                                              *
002700****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 SPECIAL-NAMES.
003300     DECIMAL-POINT IS COMMA.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS ID-DO-CLIENTE-ARQ
004000         ALTERNATE RECORD KEY IS NOME-DO-CLIENTE-ARQ
004100             WITH DUPLICATES
004200         FILE STATUS IS STATUS-DO-ARQUIVO-CLIENTE.
004300*
004400     SELECT ARQUIVO-DE-FOTOGRAFIAS ASSIGN TO "FOTOMES"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CHAVE-DA-FOTOGRAFIA-FOT
004800         FILE STATUS IS STATUS-DAS-FOTOGRAFIAS.
004900*
005000     SELECT PARAMETROS-DA-FOTOGRAFIA ASSIGN TO "PARMFOTO"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS STATUS-DOS-PARAMETROS.
005300*
005400     SELECT ARQUIVO-DE-CONTROLE-DE-EXECUCAO ASSIGN TO "RUNCTL"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS ID-DO-PROGRAMA-RUN
005800         FILE STATUS IS STATUS-DO-CONTROLE-DE-EXECUCAO.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CLIENTE-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY CLIREC.
006500*
006600 FD  ARQUIVO-DE-FOTOGRAFIAS
006700     LABEL RECORDS ARE STANDARD.
006800     COPY FOTREC.
006900*
007000 FD  PARAMETROS-DA-FOTOGRAFIA
007100     LABEL RECORDS ARE STANDARD.
007200*
007300****************************************************************
007400*  LAYOUT DO REGISTRO DE PARAMETROS - UMA LINHA UNICA.         *
007500*  POSICAO  TAMANHO  CAMPO                                     *
007600*  -------  -------  ------------------------------------      *
007700*  001-006     06    MES DA FOTOGRAFIA (AAAAMM). SEM O ARQUIVO *
007800*                    OU COM O MES EM BRANCO VALE O MES DA DATA *
007900*                    DA RODADA.                                *
008000****************************************************************
008100 01  REGISTRO-DE-PARAMETROS.
008200     05 PRM-ANO-MES            PIC X(06).
008300*
008400 FD  ARQUIVO-DE-CONTROLE-DE-EXECUCAO
008500     LABEL RECORDS ARE STANDARD.
008600     COPY RUNREC.
008700*
008800 WORKING-STORAGE SECTION.
008900 01  STATUS-DO-ARQUIVO-CLIENTE PIC X(02).
009000     88 ARQUIVO-OK                VALUE "00".
009100     88 FIM-DO-ARQUIVO-CLIENTE    VALUE "10".
009200*
009300 01  STATUS-DAS-FOTOGRAFIAS    PIC X(02).
009400     88 FOTOGRAFIAS-OK            VALUE "00".
009500     88 FOTOGRAFIAS-AUSENTES      VALUE "35".
009600*
009700 01  STATUS-DOS-PARAMETROS     PIC X(02).
009800     88 PARAMETROS-OK             VALUE "00".
009900     88 PARAMETROS-NAO-ENCONTRADOS VALUE "35".
010000*
010100 01  STATUS-DO-CONTROLE-DE-EXECUCAO PIC X(02).
010200     88 EXECUCAO-OK               VALUE "00".
010300     88 EXECUCAO-NAO-ENCONTRADA   VALUE "35".
010400*
010500 01  NOME-DO-PROGRAMA          PIC X(08)  VALUE "CLIFOTO".
010600 01  CODIGO-DE-RETORNO-DA-RODADA PIC 9(02) VALUE ZERO.
010700*
010800 01  DATA-DO-DIA               PIC 9(08)  VALUE ZERO.
010900 01  DATA-DO-DIA-R REDEFINES DATA-DO-DIA.
011000     05 ANO-MES-DO-DIA         PIC 9(06).
011100     05 DIA-DO-DIA             PIC 9(02).
011200*
011300 01  ANO-MES-DA-FOTOGRAFIA     PIC 9(06)  VALUE ZERO.
011400 01  ANO-MES-DA-FOTOGRAFIA-R REDEFINES ANO-MES-DA-FOTOGRAFIA.
011500     05 ANO-DA-FOTOGRAFIA      PIC 9(04).
011600     05 MES-DA-FOTOGRAFIA      PIC 9(02).
011700*
011800 01  IDADE-ATUAL-DO-CLIENTE    PIC 9(03)  VALUE ZERO.
011900*
012000     COPY IDAREC.
012100*
012200 01  CONTADORES-GERAIS.
012300     05 TOTAL-DE-CLIENTES      PIC 9(07)  VALUE ZERO.
012400     05 TOTAL-ATIVOS           PIC 9(07)  VALUE ZERO.
012500     05 TOTAL-INATIVOS         PIC 9(07)  VALUE ZERO.
012600     05 TOTAL-DE-REGISTROS-GRAVADOS PIC 9(05) VALUE ZERO.
012700     05 TOTAL-DE-ERROS-DE-GRAVACAO  PIC 9(05) VALUE ZERO.
012800*
012900****************************************************************
013000*  TABELA DE UFS: AS 27 UNIDADES DA FEDERACAO (MESMA LISTA DA  *
013100*  ROTINA CLIVALID) MAIS A POSICAO 28 PARA UF EM BRANCO OU     *
013200*  DESCONHECIDA.                                               *
013300****************************************************************
013400 01  LISTA-DE-UFS.
013500     05 FILLER                 PIC X(26)  VALUE
013600         "ACALAPAMBACEDFESGOMAMTMSMG".
013700     05 FILLER                 PIC X(26)  VALUE
013800         "PAPBPRPEPIRJRNRSRORRSCSPSE".
013900     05 FILLER                 PIC X(02)  VALUE "TO".
014000     05 FILLER                 PIC X(02)  VALUE "??".
014100 01  TABELA-DE-UFS REDEFINES LISTA-DE-UFS.
014200     05 UF-DA-TABELA           PIC X(02) OCCURS 28 TIMES.
014300*
014400 01  CONTADORES-POR-UF.
014500     05 ELEMENTO-DE-UF OCCURS 28 TIMES.
014600        10 ATIVOS-POR-UF       PIC 9(07).
014700        10 INATIVOS-POR-UF     PIC 9(07).
014800*
014900****************************************************************
015000*  FAIXAS ETARIAS FINAS (AS MESMAS DO CLIDEMO): O LIMITE       *
015100*  SUPERIOR DE CADA FAIXA. O CODIGO GRAVADO NA FOTOGRAFIA E A  *
015200*  POSICAO DA FAIXA NA TABELA ("01" A "08").                   *
015300****************************************************************
015400 01  LISTA-DE-FAIXAS.
015500     05 FILLER PIC 9(03) VALUE 017.
015600     05 FILLER PIC 9(03) VALUE 025.
015700     05 FILLER PIC 9(03) VALUE 035.
015800     05 FILLER PIC 9(03) VALUE 045.
015900     05 FILLER PIC 9(03) VALUE 055.
016000     05 FILLER PIC 9(03) VALUE 064.
016100     05 FILLER PIC 9(03) VALUE 079.
016200     05 FILLER PIC 9(03) VALUE 999.
016300 01  TABELA-DE-FAIXAS REDEFINES LISTA-DE-FAIXAS.
016400     05 LIMITE-DA-FAIXA        PIC 9(03) OCCURS 8 TIMES.
016500*
016600 01  CONTADORES-POR-FAIXA.
016700     05 ELEMENTO-DE-FAIXA OCCURS 8 TIMES.
016800        10 ATIVOS-POR-FAIXA    PIC 9(07).
016900        10 INATIVOS-POR-FAIXA  PIC 9(07).
017000*
017100 01  INDICES-DE-TRABALHO.
017200     05 IND-UF                 PIC 9(02)  VALUE ZERO.
017300     05 IND-UF-ACHADA          PIC 9(02)  VALUE ZERO.
017400     05 IND-FAIXA              PIC 9(02)  VALUE ZERO.
017500     05 IND-FAIXA-ACHADA       PIC 9(02)  VALUE ZERO.
017600*
017700 01  CHAVES-DA-FOTOGRAFIA.
017800     05 SW-UF-ACHADA           PIC X(01)  VALUE "N".
017900        88 UF-ACHADA               VALUE "S".
018000     05 SW-FAIXA-ACHADA        PIC X(01)  VALUE "N".
018100        88 FAIXA-ACHADA            VALUE "S".
018200*
018300 01  CODIGO-DA-FAIXA           PIC 9(02)  VALUE ZERO.
018400*
018500 PROCEDURE DIVISION.
018600*
018700****************************************************************
018800* 0000-MAINLINE                                                *
018900*     PARAGRAFO PRINCIPAL - CONTROLA A SEQUENCIA DO PROGRAMA.  *
019000****************************************************************
019100 0000-MAINLINE.
019200     PERFORM 7700-REGISTRAR-INICIO
019300         THRU 7700-REGISTRAR-INICIO-EXIT.
019400     PERFORM 1000-ABRIR-ARQUIVOS
019500         THRU 1000-ABRIR-ARQUIVOS-EXIT.
019600     PERFORM 1100-LER-PARAMETROS
019700         THRU 1100-LER-PARAMETROS-EXIT.
019800     PERFORM 2000-LER-CLIENTE
019900         THRU 2000-LER-CLIENTE-EXIT.
020000     PERFORM 3000-ACUMULAR-CLIENTE
020100         THRU 3000-ACUMULAR-CLIENTE-EXIT
020200         UNTIL FIM-DO-ARQUIVO-CLIENTE.
020300     PERFORM 4000-GRAVAR-FOTOGRAFIA
020400         THRU 4000-GRAVAR-FOTOGRAFIA-EXIT.
020500     DISPLAY "CLIFOTO: FOTOGRAFIA DE " ANO-MES-DA-FOTOGRAFIA
020600         " - CLIENTES: " TOTAL-DE-CLIENTES
020700         " ATIVOS: " TOTAL-ATIVOS
020800         " INATIVOS: " TOTAL-INATIVOS
020900         " REGISTROS GRAVADOS: " TOTAL-DE-REGISTROS-GRAVADOS.
021000     IF TOTAL-DE-ERROS-DE-GRAVACAO > ZERO
021100         MOVE 8 TO CODIGO-DE-RETORNO-DA-RODADA
021200     END-IF.
021300     PERFORM 7800-REGISTRAR-FIM
021400         THRU 7800-REGISTRAR-FIM-EXIT.
021500     PERFORM 9999-ENCERRAR
021600         THRU 9999-ENCERRAR-EXIT.
021700     MOVE CODIGO-DE-RETORNO-DA-RODADA TO RETURN-CODE.
021800     STOP RUN.
021900*
022000****************************************************************
022100* 1000-ABRIR-ARQUIVOS                                          *
022200*     ABRE O ARQUIVO MESTRE E O ARQUIVO DE FOTOGRAFIAS,        *
022300*     CRIANDO-O NA PRIMEIRA EXECUCAO, E LIMPA AS TABELAS DE    *
022400*     CONTAGEM.                                                *
022500****************************************************************
022600 1000-ABRIR-ARQUIVOS.
022700     OPEN INPUT CLIENTE-FILE.
022800     IF NOT ARQUIVO-OK
022900         DISPLAY "ERRO AO ABRIR CLIENTE-FILE, STATUS = "
023000             STATUS-DO-ARQUIVO-CLIENTE
023100         STOP RUN
023200     END-IF.
023300     OPEN I-O ARQUIVO-DE-FOTOGRAFIAS.
023400     IF FOTOGRAFIAS-AUSENTES
023500         OPEN OUTPUT ARQUIVO-DE-FOTOGRAFIAS
023600         CLOSE ARQUIVO-DE-FOTOGRAFIAS
023700         OPEN I-O ARQUIVO-DE-FOTOGRAFIAS
023800     END-IF.
023900     IF NOT FOTOGRAFIAS-OK
024000         DISPLAY "ERRO AO ABRIR FOTOMES, STATUS = "
024100             STATUS-DAS-FOTOGRAFIAS
024200         STOP RUN
024300     END-IF.
024400     ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
024500     MOVE ZERO TO IND-UF.
024600     PERFORM 1010-LIMPAR-UF
024700         THRU 1010-LIMPAR-UF-EXIT
024800         UNTIL IND-UF NOT LESS THAN 28.
024900     MOVE ZERO TO IND-FAIXA.
025000     PERFORM 1020-LIMPAR-FAIXA
025100         THRU 1020-LIMPAR-FAIXA-EXIT
025200         UNTIL IND-FAIXA NOT LESS THAN 8.
025300 1000-ABRIR-ARQUIVOS-EXIT.
025400     EXIT.
025500*
025600****************************************************************
025700* 1010-LIMPAR-UF                                               *
025800*     ZERA A PROXIMA POSICAO DA TABELA DE CONTAGEM POR UF.     *
025900****************************************************************
026000 1010-LIMPAR-UF.
026100     ADD 1 TO IND-UF.
026200     MOVE ZERO TO ATIVOS-POR-UF (IND-UF).
026300     MOVE ZERO TO INATIVOS-POR-UF (IND-UF).
026400 1010-LIMPAR-UF-EXIT.
026500     EXIT.
026600*
026700****************************************************************
026800* 1020-LIMPAR-FAIXA                                            *
026900*     ZERA A PROXIMA POSICAO DA TABELA DE CONTAGEM POR FAIXA.  *
027000****************************************************************
027100 1020-LIMPAR-FAIXA.
027200     ADD 1 TO IND-FAIXA.
027300     MOVE ZERO TO ATIVOS-POR-FAIXA (IND-FAIXA).
027400     MOVE ZERO TO INATIVOS-POR-FAIXA (IND-FAIXA).
027500 1020-LIMPAR-FAIXA-EXIT.
027600     EXIT.
027700*
027800****************************************************************
027900* 1100-LER-PARAMETROS                                          *
028000*     LE O MES DA FOTOGRAFIA NO PARMFOTO. SEM O ARQUIVO, OU COM*
028100*     O MES EM BRANCO, VALE O MES DA DATA DA RODADA; MES       *
028200*     INVALIDO CANCELA A RODADA.                               *
028300****************************************************************
028400 1100-LER-PARAMETROS.
028500     MOVE ANO-MES-DO-DIA TO ANO-MES-DA-FOTOGRAFIA.
028600     OPEN INPUT PARAMETROS-DA-FOTOGRAFIA.
028700     IF PARAMETROS-NAO-ENCONTRADOS
028800         DISPLAY "PARMFOTO AUSENTE - FOTOGRAFIA DO MES "
028900             ANO-MES-DA-FOTOGRAFIA "."
029000         GO TO 1100-LER-PARAMETROS-EXIT
029100     END-IF.
029200     IF NOT PARAMETROS-OK
029300         DISPLAY "ERRO AO ABRIR PARMFOTO, STATUS = "
029400             STATUS-DOS-PARAMETROS
029500         STOP RUN
029600     END-IF.
029700     MOVE SPACES TO PRM-ANO-MES.
029800     READ PARAMETROS-DA-FOTOGRAFIA
029900         AT END
030000             MOVE SPACES TO PRM-ANO-MES
030100     END-READ.
030200     CLOSE PARAMETROS-DA-FOTOGRAFIA.
030300     IF PRM-ANO-MES = SPACES
030400         DISPLAY "PARMFOTO SEM MES - FOTOGRAFIA DO MES "
030500             ANO-MES-DA-FOTOGRAFIA "."
030600         GO TO 1100-LER-PARAMETROS-EXIT
030700     END-IF.
030800     IF PRM-ANO-MES IS NOT NUMERIC
030900         DISPLAY "MES INVALIDO EM PARMFOTO: " PRM-ANO-MES
031000         STOP RUN
031100     END-IF.
031200     MOVE PRM-ANO-MES TO ANO-MES-DA-FOTOGRAFIA.
031300     IF MES-DA-FOTOGRAFIA < 1 OR MES-DA-FOTOGRAFIA > 12 OR
031400         ANO-MES-DA-FOTOGRAFIA > ANO-MES-DO-DIA
031500         DISPLAY "MES INVALIDO EM PARMFOTO: " PRM-ANO-MES
031600         STOP RUN
031700     END-IF.
031800 1100-LER-PARAMETROS-EXIT.
031900     EXIT.
032000*
032100****************************************************************
032200* 2000-LER-CLIENTE                                             *
032300*     LE O PROXIMO REGISTRO DE CLIENTE-FILE.                   *
032400****************************************************************
032500 2000-LER-CLIENTE.
032600     READ CLIENTE-FILE NEXT RECORD
032700         AT END
032800             SET FIM-DO-ARQUIVO-CLIENTE TO TRUE
032900     END-READ.
033000 2000-LER-CLIENTE-EXIT.
033100     EXIT.
033200*
033300****************************************************************
033400* 3000-ACUMULAR-CLIENTE                                        *
033500*     ACUMULA O CLIENTE LIDO NO TOTAL, NA SUA UF E NA SUA FAIXA*
033600*     ETARIA, SEPARANDO ATIVOS E INATIVOS, E LE O PROXIMO.     *
033700****************************************************************
033800 3000-ACUMULAR-CLIENTE.
033900     ADD 1 TO TOTAL-DE-CLIENTES.
034000     PERFORM 3100-CALCULAR-IDADE-ATUAL
034100         THRU 3100-CALCULAR-IDADE-ATUAL-EXIT.
034200     PERFORM 3200-LOCALIZAR-FAIXA
034300         THRU 3200-LOCALIZAR-FAIXA-EXIT.
034400     PERFORM 3300-LOCALIZAR-UF
034500         THRU 3300-LOCALIZAR-UF-EXIT.
034600     IF CLIENTE-ATIVO-ARQ
034700         ADD 1 TO TOTAL-ATIVOS
034800         ADD 1 TO ATIVOS-POR-UF (IND-UF-ACHADA)
034900         ADD 1 TO ATIVOS-POR-FAIXA (IND-FAIXA-ACHADA)
035000     ELSE
035100         ADD 1 TO TOTAL-INATIVOS
035200         ADD 1 TO INATIVOS-POR-UF (IND-UF-ACHADA)
035300         ADD 1 TO INATIVOS-POR-FAIXA (IND-FAIXA-ACHADA)
035400     END-IF.
035500     PERFORM 2000-LER-CLIENTE
035600         THRU 2000-LER-CLIENTE-EXIT.
035700 3000-ACUMULAR-CLIENTE-EXIT.
035800     EXIT.
035900*
036000****************************************************************
036100* 3100-CALCULAR-IDADE-ATUAL                                    *
036200*     CALCULA A IDADE ATUAL DO CLIENTE LIDO PELA ROTINA COMUM  *
036300*     CLIDADE. CADASTROS ANTIGOS SEM DATA DE NASCIMENTO        *
036400*     MANTEM A IDADE GRAVADA NO REGISTRO.                      *
036500****************************************************************
036600 3100-CALCULAR-IDADE-ATUAL.
036700     IF DATA-DE-NASCIMENTO-ARQ IS NOT NUMERIC OR
036800         DATA-DE-NASCIMENTO-ARQ = ZERO
036900         MOVE IDADE-DO-CLIENTE-ARQ TO IDADE-ATUAL-DO-CLIENTE
037000         GO TO 3100-CALCULAR-IDADE-ATUAL-EXIT
037100     END-IF.
037200     MOVE DATA-DE-NASCIMENTO-ARQ TO IDA-DATA-DE-NASCIMENTO.
037300     MOVE DATA-DO-DIA TO IDA-DATA-DE-REFERENCIA.
037400     CALL "CLIDADE" USING PARAMETROS-DE-IDADE.
037500     IF IDA-OK
037600         MOVE IDA-IDADE-CALCULADA TO IDADE-ATUAL-DO-CLIENTE
037700     ELSE
037800         MOVE IDADE-DO-CLIENTE-ARQ TO IDADE-ATUAL-DO-CLIENTE
037900     END-IF.
038000 3100-CALCULAR-IDADE-ATUAL-EXIT.
038100     EXIT.
038200*
038300****************************************************************
038400* 3200-LOCALIZAR-FAIXA                                         *
038500*     LOCALIZA A FAIXA ETARIA DA IDADE ATUAL DO CLIENTE (A     *
038600*     ULTIMA FAIXA NAO TEM LIMITE PRATICO).                    *
038700****************************************************************
038800 3200-LOCALIZAR-FAIXA.
038900     MOVE "N" TO SW-FAIXA-ACHADA.
039000     MOVE ZERO TO IND-FAIXA.
039100     MOVE 8 TO IND-FAIXA-ACHADA.
039200     PERFORM 3250-PROCURAR-FAIXA
039300         THRU 3250-PROCURAR-FAIXA-EXIT
039400         UNTIL FAIXA-ACHADA OR IND-FAIXA NOT LESS THAN 8.
039500 3200-LOCALIZAR-FAIXA-EXIT.
039600     EXIT.
039700*
039800****************************************************************
039900* 3250-PROCURAR-FAIXA                                          *
040000*     CONFERE A IDADE ATUAL CONTRA O LIMITE DA PROXIMA FAIXA.  *
040100****************************************************************
040200 3250-PROCURAR-FAIXA.
040300     ADD 1 TO IND-FAIXA.
040400     IF IDADE-ATUAL-DO-CLIENTE NOT GREATER THAN
040500         LIMITE-DA-FAIXA (IND-FAIXA)
040600         MOVE "S" TO SW-FAIXA-ACHADA
040700         MOVE IND-FAIXA TO IND-FAIXA-ACHADA
040800     END-IF.
040900 3250-PROCURAR-FAIXA-EXIT.
041000     EXIT.
041100*
041200****************************************************************
041300* 3300-LOCALIZAR-UF                                            *
041400*     LOCALIZA A UF DO CLIENTE NA TABELA (POSICAO 28 PARA UF   *
041500*     EM BRANCO OU DESCONHECIDA).                              *
041600****************************************************************
041700 3300-LOCALIZAR-UF.
041800     MOVE "N" TO SW-UF-ACHADA.
041900     MOVE ZERO TO IND-UF.
042000     MOVE 28 TO IND-UF-ACHADA.
042100     PERFORM 3350-PROCURAR-UF
042200         THRU 3350-PROCURAR-UF-EXIT
042300         UNTIL UF-ACHADA OR IND-UF NOT LESS THAN 27.
042400 3300-LOCALIZAR-UF-EXIT.
042500     EXIT.
042600*
042700****************************************************************
042800* 3350-PROCURAR-UF                                             *
042900*     COMPARA A UF DO CLIENTE COM A PROXIMA UF DA TABELA.      *
043000****************************************************************
043100 3350-PROCURAR-UF.
043200     ADD 1 TO IND-UF.
043300     IF UF-DO-CLIENTE-ARQ = UF-DA-TABELA (IND-UF)
043400         MOVE "S" TO SW-UF-ACHADA
043500         MOVE IND-UF TO IND-UF-ACHADA
043600     END-IF.
043700 3350-PROCURAR-UF-EXIT.
043800     EXIT.
043900*
044000****************************************************************
044100* 4000-GRAVAR-FOTOGRAFIA                                       *
044200*     GRAVA A FOTOGRAFIA DO MES: O TOTAL GERAL, AS 28 POSICOES *
044300*     DE UF E AS 8 FAIXAS ETARIAS, TODAS MESMO QUANDO ZERADAS, *
044400*     PARA QUE UMA NOVA RODADA NO MESMO MES SUBSTITUA POR      *
044500*     INTEIRO A FOTOGRAFIA ANTERIOR.                           *
044600****************************************************************
044700 4000-GRAVAR-FOTOGRAFIA.
044800     MOVE ANO-MES-DA-FOTOGRAFIA TO ANO-MES-FOT.
044900     SET TOTAL-GERAL-FOT TO TRUE.
045000     MOVE SPACES       TO CODIGO-DO-TOTAL-FOT.
045100     MOVE TOTAL-ATIVOS TO QTD-ATIVOS-FOT.
045200     MOVE TOTAL-INATIVOS TO QTD-INATIVOS-FOT.
045300     PERFORM 4900-GRAVAR-REGISTRO
045400         THRU 4900-GRAVAR-REGISTRO-EXIT.
045500     MOVE ZERO TO IND-UF.
045600     PERFORM 4100-GRAVAR-UF
045700         THRU 4100-GRAVAR-UF-EXIT
045800         UNTIL IND-UF NOT LESS THAN 28.
045900     MOVE ZERO TO IND-FAIXA.
046000     PERFORM 4200-GRAVAR-FAIXA
046100         THRU 4200-GRAVAR-FAIXA-EXIT
046200         UNTIL IND-FAIXA NOT LESS THAN 8.
046300 4000-GRAVAR-FOTOGRAFIA-EXIT.
046400     EXIT.
046500*
046600****************************************************************
046700* 4100-GRAVAR-UF                                               *
046800*     GRAVA O REGISTRO DA PROXIMA UF DA TABELA.                *
046900****************************************************************
047000 4100-GRAVAR-UF.
047100     ADD 1 TO IND-UF.
047200     MOVE ANO-MES-DA-FOTOGRAFIA TO ANO-MES-FOT.
047300     SET TOTAL-POR-UF-FOT TO TRUE.
047400     MOVE UF-DA-TABELA (IND-UF)    TO CODIGO-DO-TOTAL-FOT.
047500     MOVE ATIVOS-POR-UF (IND-UF)   TO QTD-ATIVOS-FOT.
047600     MOVE INATIVOS-POR-UF (IND-UF) TO QTD-INATIVOS-FOT.
047700     PERFORM 4900-GRAVAR-REGISTRO
047800         THRU 4900-GRAVAR-REGISTRO-EXIT.
047900 4100-GRAVAR-UF-EXIT.
048000     EXIT.
048100*
048200****************************************************************
048300* 4200-GRAVAR-FAIXA                                            *
048400*     GRAVA O REGISTRO DA PROXIMA FAIXA ETARIA DA TABELA.      *
048500****************************************************************
048600 4200-GRAVAR-FAIXA.
048700     ADD 1 TO IND-FAIXA.
048800     MOVE ANO-MES-DA-FOTOGRAFIA TO ANO-MES-FOT.
048900     SET TOTAL-POR-FAIXA-FOT TO TRUE.
049000     MOVE IND-FAIXA TO CODIGO-DA-FAIXA.
049100     MOVE CODIGO-DA-FAIXA TO CODIGO-DO-TOTAL-FOT.
049200     MOVE ATIVOS-POR-FAIXA (IND-FAIXA)   TO QTD-ATIVOS-FOT.
049300     MOVE INATIVOS-POR-FAIXA (IND-FAIXA) TO QTD-INATIVOS-FOT.
049400     PERFORM 4900-GRAVAR-REGISTRO
049500         THRU 4900-GRAVAR-REGISTRO-EXIT.
049600 4200-GRAVAR-FAIXA-EXIT.
049700     EXIT.
049800*
049900****************************************************************
050000* 4900-GRAVAR-REGISTRO                                         *
050100*     GRAVA O REGISTRO DA FOTOGRAFIA JA MONTADO, SUBSTITUINDO  *
050200*     O DO MESMO MES QUANDO ELE JA EXISTE.                     *
050300****************************************************************
050400 4900-GRAVAR-REGISTRO.
050500     MOVE DATA-DO-DIA TO DATA-DA-FOTOGRAFIA-FOT.
050600     WRITE REGISTRO-DA-FOTOGRAFIA
050700         INVALID KEY
050800             REWRITE REGISTRO-DA-FOTOGRAFIA
050900     END-WRITE.
051000     IF NOT FOTOGRAFIAS-OK
051100         DISPLAY "ERRO AO GRAVAR FOTOMES, STATUS = "
051200             STATUS-DAS-FOTOGRAFIAS
051300         ADD 1 TO TOTAL-DE-ERROS-DE-GRAVACAO
051400     ELSE
051500         ADD 1 TO TOTAL-DE-REGISTROS-GRAVADOS
051600     END-IF.
051700 4900-GRAVAR-REGISTRO-EXIT.
051800     EXIT.
051900*
052000****************************************************************
052100* 7700-REGISTRAR-INICIO                                        *
052200*     ABRE O ARQUIVO DE CONTROLE DE EXECUCAO, CRIANDO-O NA     *
052300*     PRIMEIRA EXECUCAO, E GRAVA O REGISTRO DE INICIO DA       *
052400*     RODADA (SITUACAO "E").                                   *
052500****************************************************************
052600 7700-REGISTRAR-INICIO.
052700     OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
052800     IF EXECUCAO-NAO-ENCONTRADA
052900         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-EXECUCAO
053000         CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO
053100         OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO
053200     END-IF.
053300     IF NOT EXECUCAO-OK
053400         DISPLAY "ERRO AO ABRIR RUNCTL, STATUS = "
053500             STATUS-DO-CONTROLE-DE-EXECUCAO
053600         STOP RUN
053700     END-IF.
053800     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
053900     ACCEPT DATA-DE-INICIO-RUN FROM DATE YYYYMMDD.
054000     ACCEPT HORA-DE-INICIO-RUN FROM TIME.
054100     MOVE ZERO TO DATA-DE-FIM-RUN.
054200     MOVE ZERO TO HORA-DE-FIM-RUN.
054300     MOVE ZERO TO QTD-LIDOS-RUN.
054400     MOVE ZERO TO QTD-GRAVADOS-RUN.
054500     MOVE ZERO TO QTD-REJEITADOS-RUN.
054600     MOVE ZERO TO CODIGO-DE-RETORNO-RUN.
054700     SET EXECUCAO-EM-CURSO-RUN TO TRUE.
054800     WRITE REGISTRO-DE-EXECUCAO
054900         INVALID KEY
055000             REWRITE REGISTRO-DE-EXECUCAO
055100     END-WRITE.
055200     IF NOT EXECUCAO-OK
055300         DISPLAY "ERRO AO GRAVAR RUNCTL, STATUS = "
055400             STATUS-DO-CONTROLE-DE-EXECUCAO
055500         STOP RUN
055600     END-IF.
055700 7700-REGISTRAR-INICIO-EXIT.
055800     EXIT.
055900*
056000****************************************************************
056100* 7800-REGISTRAR-FIM                                           *
056200*     COMPLETA O REGISTRO DE EXECUCAO DA RODADA COM OS TOTAIS  *
056300*     (CLIENTES LIDOS, REGISTROS DE FOTOGRAFIA GRAVADOS E COM  *
056400*     ERRO), O CODIGO DE RETORNO E A SITUACAO "T".             *
056500****************************************************************
056600 7800-REGISTRAR-FIM.
056700     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
056800     READ ARQUIVO-DE-CONTROLE-DE-EXECUCAO
056900         INVALID KEY
057000             DISPLAY "REGISTRO DE EXECUCAO AUSENTE EM RUNCTL."
057100             GO TO 7800-REGISTRAR-FIM-EXIT
057200     END-READ.
057300     ACCEPT DATA-DE-FIM-RUN FROM DATE YYYYMMDD.
057400     ACCEPT HORA-DE-FIM-RUN FROM TIME.
057500     MOVE TOTAL-DE-CLIENTES TO QTD-LIDOS-RUN.
057600     MOVE TOTAL-DE-REGISTROS-GRAVADOS TO QTD-GRAVADOS-RUN.
057700     MOVE TOTAL-DE-ERROS-DE-GRAVACAO TO QTD-REJEITADOS-RUN.
057800     MOVE CODIGO-DE-RETORNO-DA-RODADA TO CODIGO-DE-RETORNO-RUN.
057900     SET EXECUCAO-TERMINADA-RUN TO TRUE.
058000     REWRITE REGISTRO-DE-EXECUCAO.
058100     IF NOT EXECUCAO-OK
058200         DISPLAY "ERRO AO REGRAVAR RUNCTL, STATUS = "
058300             STATUS-DO-CONTROLE-DE-EXECUCAO
058400     END-IF.
058500 7800-REGISTRAR-FIM-EXIT.
058600     EXIT.
058700*
058800****************************************************************
058900* 9999-ENCERRAR                                                *
059000*     FECHA OS ARQUIVOS ANTES DO TERMINO DO PROGRAMA.          *
059100****************************************************************
059200 9999-ENCERRAR.
059300     CLOSE CLIENTE-FILE.
059400     CLOSE ARQUIVO-DE-FOTOGRAFIAS.
059500     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
059600 9999-ENCERRAR-EXIT.
059700     EXIT.
