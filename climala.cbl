000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CLIMALA.
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
001400*  15/10/2026 EAC     PROGRAMA ORIGINAL - MALA DIRETA ORDENADA *
001500*                     POR CEP PARA A POSTAGEM COM DESCONTO DOS *
001600*                     CORREIOS: SELECIONA OS CLIENTES ATIVOS   *
001700*                     SEM CORRESPONDENCIA DEVOLVIDA E SEM      *
001800*                     RECUSA DE CONTATO POR CORREIO (CONSENT), *
001900*                     NO ENDERECO DE CORRESPONDENCIA EM VIGOR  *
002000*                     (ROTINA COMUM CLIENDV) OU NO RESIDENCIAL,*
002100*                     LOCALIZA A FAIXA DO CEP NO DIRETORIO     *
002200*                     POSTAL (ROTINA COMUM CLICEPV), ORDENA    *
002300*                     POR CEP E EMITE AS ETIQUETAS TRES POR    *
002400*                     LINHA (ETQMALA), O MANIFESTO DE POSTAGEM *
002500*                     COM AS PECAS POR FAIXA E OS TOTAIS       *
002600*                     (RELMALA) E A LISTA DOS CLIENTES SEM     *
002700*                     ETIQUETA POR CEP FORA DO DIRETORIO       *
002800*                     (EXCMALA).                               *
002810*  15/10/2026 EAC     O CLIENTE COM OBITO REGISTRADO NO ARQUIVO*
002820*                     DE OBITOS (OBITO, COPYBOOK OBIREC) NAO   *
002830*                     RECEBE MAIS A MALA, AINDA QUE REATIVADO; *
002840*                     O TOTAL SAI NO MANIFESTO. SEM O ARQUIVO  *
002850*                     OBITO NAO HA RESTRICAO.                  *
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
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS ID-DO-CLIENTE-ARQ
004300         ALTERNATE RECORD KEY IS NOME-DO-CLIENTE-ARQ
004400             WITH DUPLICATES
004500         FILE STATUS IS STATUS-DO-ARQUIVO-CLIENTE.
004600*
004700     SELECT ARQUIVO-DE-CONSENTIMENTOS ASSIGN TO "CONSENT"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ID-DO-CLIENTE-CON
005100         FILE STATUS IS STATUS-DO-ARQUIVO-CONSENTIMENTO.
005110*
005120     SELECT ARQUIVO-DE-OBITOS ASSIGN TO "OBITO"
005130         ORGANIZATION IS INDEXED
005140         ACCESS MODE IS DYNAMIC
005150         RECORD KEY IS ID-DO-CLIENTE-OBI
005160         FILE STATUS IS STATUS-DO-ARQUIVO-OBITO.
005200*
005300     SELECT ARQUIVO-DE-CLASSIFICACAO ASSIGN TO "SORTWK01".
005400*
005500     SELECT ARQUIVO-DE-ETIQUETAS ASSIGN TO "ETQMALA"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS STATUS-DAS-ETIQUETAS.
005800*
005900     SELECT MANIFESTO-DE-POSTAGEM ASSIGN TO "RELMALA"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS STATUS-DO-MANIFESTO.
006200*
006300     SELECT LISTA-DE-EXCECOES ASSIGN TO "EXCMALA"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS STATUS-DAS-EXCECOES.
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
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  CLIENTE-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY CLIREC.
008400*
008500 FD  ARQUIVO-DE-CONSENTIMENTOS
008600     LABEL RECORDS ARE STANDARD.
008700     COPY CONREC.
008710*
008720 FD  ARQUIVO-DE-OBITOS
008730     LABEL RECORDS ARE STANDARD.
008740     COPY OBIREC.
008800*
008900****************************************************************
009000*  REGISTRO DE CLASSIFICACAO - UMA PECA DA MALA DIRETA, JA COM *
009100*  O ENDERECO DE ENTREGA E A FAIXA DO DIRETORIO POSTAL. A      *
009200*  ORDEM E POR CEP E, NO MESMO CEP, PELO ID DO CLIENTE.        *
009300****************************************************************
009400 SD  ARQUIVO-DE-CLASSIFICACAO.
009500 01  REGISTRO-DE-CLASSIFICACAO.
009600     05 SRT-CEP                PIC 9(08).
009700     05 SRT-ID-DO-CLIENTE      PIC 9(06).
009800     05 SRT-NOME               PIC X(30).
009900     05 SRT-ENDERECO           PIC X(40).
010000     05 SRT-CIDADE             PIC X(20).
010100     05 SRT-UF                 PIC X(02).
010200     05 SRT-CEP-INICIAL        PIC 9(08).
010300     05 SRT-CEP-FINAL          PIC 9(08).
010400     05 SRT-CIDADE-DA-FAIXA    PIC X(20).
010500     05 SRT-UF-DA-FAIXA        PIC X(02).
010600*
010700****************************************************************
010800*  ARQUIVO DE ETIQUETAS - TRES ETIQUETAS LADO A LADO, COM 44   *
010900*  POSICOES CADA. CADA FILEIRA TEM QUATRO LINHAS (NOME,        *
011000*  ENDERECO, CIDADE/UF E CEP) SEGUIDAS DE UMA LINHA EM BRANCO. *
011100****************************************************************
011200 FD  ARQUIVO-DE-ETIQUETAS
011300     LABEL RECORDS ARE STANDARD.
011400 01  LINHA-DE-ETIQUETAS        PIC X(132).
011500*
011600 FD  MANIFESTO-DE-POSTAGEM
011700     LABEL RECORDS ARE STANDARD.
011800 01  LINHA-DO-MANIFESTO        PIC X(132).
011900*
012000 FD  LISTA-DE-EXCECOES
012100     LABEL RECORDS ARE STANDARD.
012200 01  LINHA-DE-EXCECAO          PIC X(132).
012300*
012400 FD  ARQUIVO-DE-CONTROLE-DE-EXECUCAO
012500     LABEL RECORDS ARE STANDARD.
012600     COPY RUNREC.
012700*
012800 FD  ARQUIVO-DE-REINICIO
012900     LABEL RECORDS ARE STANDARD.
013000 01  REGISTRO-DE-REINICIO.
013100     05 ID-DO-JOB-REINICIO      PIC X(08).
013200     05 QTD-PROCESSADA-REINICIO PIC 9(08).
013300*
013400 WORKING-STORAGE SECTION.
013500 01  STATUS-DO-ARQUIVO-CLIENTE PIC X(02).
013600     88 ARQUIVO-OK                VALUE "00".
013700     88 FIM-DO-ARQUIVO-CLIENTE    VALUE "10".
013800*
013900 01  STATUS-DO-ARQUIVO-CONSENTIMENTO PIC X(02).
014000     88 CONSENTIMENTO-OK           VALUE "00".
014100     88 CONSENTIMENTO-AUSENTE      VALUE "35".
014110*
014120 01  STATUS-DO-ARQUIVO-OBITO  PIC X(02).
014130     88 OBITO-ARQ-OK               VALUE "00".
014140     88 OBITO-ARQ-AUSENTE          VALUE "35".
014200*
014300 01  STATUS-DAS-ETIQUETAS      PIC X(02).
014400     88 ETIQUETAS-OK              VALUE "00".
014500*
014600 01  STATUS-DO-MANIFESTO       PIC X(02).
014700     88 MANIFESTO-OK              VALUE "00".
014800*
014900 01  STATUS-DAS-EXCECOES       PIC X(02).
015000     88 EXCECOES-OK               VALUE "00".
015100*
015200 01  STATUS-DO-CONTROLE-DE-EXECUCAO PIC X(02).
015300     88 EXECUCAO-OK               VALUE "00".
015400     88 EXECUCAO-NAO-ENCONTRADA   VALUE "35".
015500*
015600 01  STATUS-DO-ARQUIVO-REINICIO PIC X(02).
015700     88 REINICIO-OK                VALUE "00".
015800     88 REINICIO-NAO-ENCONTRADO    VALUE "35".
015900*
016000 01  NOME-DO-PROGRAMA         PIC X(08)  VALUE "CLIMALA".
016100 01  CODIGO-DE-RETORNO-DA-RODADA PIC 9(02) VALUE ZERO.
016200*
016300 01  CONTADORES-DA-MALA.
016400     05 TOTAL-DE-CLIENTES-LIDOS PIC 9(06) VALUE ZERO.
016500     05 TOTAL-INATIVOS         PIC 9(06)  VALUE ZERO.
016600     05 TOTAL-DEVOLVIDOS       PIC 9(06)  VALUE ZERO.
016700     05 TOTAL-SEM-CONSENTIMENTO PIC 9(06) VALUE ZERO.
016710     05 TOTAL-DE-FALECIDOS     PIC 9(06)  VALUE ZERO.
016800     05 TOTAL-NA-CORRESPONDENCIA PIC 9(06) VALUE ZERO.
016900     05 TOTAL-DE-EXCECOES      PIC 9(06)  VALUE ZERO.
017000     05 TOTAL-DE-PECAS         PIC 9(06)  VALUE ZERO.
017100     05 TOTAL-DE-FAIXAS        PIC 9(05)  VALUE ZERO.
017200     05 TOTAL-DE-FILEIRAS      PIC 9(06)  VALUE ZERO.
017300     05 PECAS-DA-FAIXA         PIC 9(06)  VALUE ZERO.
017400*
017500 01  CHAVES-DA-MALA.
017600     05 SW-CONSENTIMENTOS-DISPONIVEIS PIC X(01) VALUE "N".
017700        88 CONSENTIMENTOS-DISPONIVEIS VALUE "S".
017710     05 SW-OBITOS-DISPONIVEIS  PIC X(01)  VALUE "N".
017720        88 OBITOS-DISPONIVEIS      VALUE "S".
017800     05 SW-FIM-DA-CLASSIFICACAO PIC X(01) VALUE "N".
017900        88 FIM-DA-CLASSIFICACAO    VALUE "S".
018000     05 SW-FAIXA-ABERTA        PIC X(01)  VALUE "N".
018100        88 FAIXA-ABERTA            VALUE "S".
018200     05 SW-NA-CORRESPONDENCIA  PIC X(01)  VALUE "N".
018300        88 NA-CORRESPONDENCIA      VALUE "S".
018400*
018500 01  DATA-DO-DIA              PIC 9(08)  VALUE ZERO.
018600*
018700****************************************************************
018800*  ENDERECO DE ENTREGA DO CLIENTE EM EXAME - O DE              *
018900*  CORRESPONDENCIA EM VIGOR OU, SEM ELE, O RESIDENCIAL.        *
019000****************************************************************
019100 01  ENDERECO-DE-ENTREGA.
019200     05 ENT-ENDERECO           PIC X(40).
019300     05 ENT-CIDADE             PIC X(20).
019400     05 ENT-UF                 PIC X(02).
019500     05 ENT-CEP                PIC X(08).
019600*
019700 01  FAIXA-CORRENTE.
019800     05 FXC-CEP-INICIAL        PIC 9(08)  VALUE ZERO.
019900     05 FXC-CEP-FINAL          PIC 9(08)  VALUE ZERO.
020000     05 FXC-CIDADE             PIC X(20)  VALUE SPACES.
020100     05 FXC-UF                 PIC X(02)  VALUE SPACES.
020200*
020300****************************************************************
020400*  FILEIRA DE ETIQUETAS EM MONTAGEM - TRES ETIQUETAS DE QUATRO *
020500*  LINHAS, IMPRESSA QUANDO COMPLETA E NO FIM DA RODADA.        *
020600****************************************************************
020700 01  FILEIRA-DE-ETIQUETAS.
020800     05 QTD-NA-FILEIRA         PIC 9(01)  VALUE ZERO.
020900     05 ELEMENTO-DE-ETIQUETA OCCURS 3 TIMES.
021000        10 ETQ-LINHA           PIC X(42)  OCCURS 4 TIMES.
021100*
021200 01  INDICES-DAS-ETIQUETAS.
021300     05 IND-ETIQUETA           PIC 9(01)  VALUE ZERO.
021400     05 IND-LINHA              PIC 9(01)  VALUE ZERO.
021500*
021600 01  LINHA-IMPRESSA-DE-ETIQUETAS.
021700     05 ELEMENTO-IMPRESSO OCCURS 3 TIMES.
021800        10 IMP-TEXTO           PIC X(42).
021900        10 FILLER              PIC X(02).
022000*
022100 01  CIDADE-UF-DA-ETIQUETA.
022200     05 ETQ-CIDADE             PIC X(20).
022300     05 FILLER                 PIC X(03)  VALUE " - ".
022400     05 ETQ-UF                 PIC X(02).
022500*
022600 01  CEP-DA-ETIQUETA.
022700     05 FILLER                 PIC X(05)  VALUE "CEP  ".
022800     05 ETQ-CEP-PREFIXO        PIC X(05).
022900     05 FILLER                 PIC X(01)  VALUE "-".
023000     05 ETQ-CEP-SUFIXO         PIC X(03).
023100*
023200 01  CEP-EDITADO               PIC X(08).
023300 01  CEP-EDITADO-PARTES REDEFINES CEP-EDITADO.
023400     05 CEP-EDT-PREFIXO        PIC X(05).
023500     05 CEP-EDT-SUFIXO         PIC X(03).
023600*
023700     COPY CEPREC.
023800*
023900     COPY ENVREC.
024000*
024100 01  LINHA-DE-TITULO.
024200     05 TIT-TEXTO              PIC X(60).
024300     05 FILLER                 PIC X(10)  VALUE "EMISSAO: ".
024400     05 TIT-DATA               PIC 9(08).
024500*
024600 01  LINHA-DE-CABECALHO-FAIXAS.
024700     05 FILLER                 PIC X(22)  VALUE "FAIXA DE CEP".
024800     05 FILLER                 PIC X(22)  VALUE "CIDADE".
024900     05 FILLER                 PIC X(04)  VALUE "UF".
025000     05 FILLER                 PIC X(10)  VALUE "     PECAS".
025100*
025200 01  LINHA-DE-FAIXA.
025300     05 FXA-CEP-INICIAL        PIC 9(08).
025400     05 FILLER                 PIC X(03)  VALUE " A ".
025500     05 FXA-CEP-FINAL          PIC 9(08).
025600     05 FILLER                 PIC X(03)  VALUE SPACES.
025700     05 FXA-CIDADE             PIC X(20).
025800     05 FILLER                 PIC X(02)  VALUE SPACES.
025900     05 FXA-UF                 PIC X(02).
026000     05 FILLER                 PIC X(02)  VALUE SPACES.
026100     05 FXA-PECAS              PIC ZZZ.ZZ9.
026200*
026300 01  LINHA-DE-TOTAL.
026400     05 TOT-TEXTO              PIC X(40).
026500     05 TOT-QUANTIDADE         PIC ZZZ.ZZ9.
026600*
026700 01  LINHA-DE-CABECALHO-EXCECOES.
026800     05 FILLER                 PIC X(08)  VALUE "ID".
026900     05 FILLER                 PIC X(32)  VALUE "NOME".
027000     05 FILLER                 PIC X(10)  VALUE "CEP".
027100     05 FILLER                 PIC X(04)  VALUE "UF".
027200     05 FILLER                 PIC X(22)  VALUE "CIDADE".
027300     05 FILLER                 PIC X(40)  VALUE "OCORRENCIA".
027400*
027500 01  LINHA-DE-DETALHE-EXCECAO.
027600     05 EXC-ID                 PIC 9(06).
027700     05 FILLER                 PIC X(02)  VALUE SPACES.
027800     05 EXC-NOME               PIC X(30).
027900     05 FILLER                 PIC X(02)  VALUE SPACES.
028000     05 EXC-CEP                PIC X(08).
028100     05 FILLER                 PIC X(02)  VALUE SPACES.
028200     05 EXC-UF                 PIC X(02).
028300     05 FILLER                 PIC X(02)  VALUE SPACES.
028400     05 EXC-CIDADE             PIC X(20).
028500     05 FILLER                 PIC X(02)  VALUE SPACES.
028600     05 EXC-OCORRENCIA         PIC X(40).
028700*
028800 PROCEDURE DIVISION.
028900*
029000****************************************************************
029100* 0000-MAINLINE                                                *
029200*     PARAGRAFO PRINCIPAL - CONTROLA A SEQUENCIA DO PROGRAMA.  *
029300****************************************************************
029400 0000-MAINLINE.
029500     PERFORM 7700-REGISTRAR-INICIO
029600         THRU 7700-REGISTRAR-INICIO-EXIT.
029700     PERFORM 7600-CONFERIR-DEPENDENCIAS
029800         THRU 7600-CONFERIR-DEPENDENCIAS-EXIT.
029900     PERFORM 1000-ABRIR-ARQUIVOS
030000         THRU 1000-ABRIR-ARQUIVOS-EXIT.
030100     SORT ARQUIVO-DE-CLASSIFICACAO
030200         ON ASCENDING KEY SRT-CEP
030300                          SRT-ID-DO-CLIENTE
030400         INPUT PROCEDURE IS 2000-SELECIONAR-CLIENTES
030500             THRU 2000-SELECIONAR-CLIENTES-EXIT
030600         OUTPUT PROCEDURE IS 3000-EMITIR-MALA
030700             THRU 3000-EMITIR-MALA-EXIT.
030800     PERFORM 5000-IMPRIMIR-TOTAIS
030900         THRU 5000-IMPRIMIR-TOTAIS-EXIT.
031000     DISPLAY "CLIMALA: CLIENTES LIDOS: " TOTAL-DE-CLIENTES-LIDOS
031100         " PECAS: " TOTAL-DE-PECAS
031200         " FAIXAS: " TOTAL-DE-FAIXAS
031300         " EXCECOES: " TOTAL-DE-EXCECOES.
031400     IF TOTAL-DE-EXCECOES > ZERO
031500         MOVE 4 TO CODIGO-DE-RETORNO-DA-RODADA
031600     END-IF.
031700     PERFORM 7800-REGISTRAR-FIM
031800         THRU 7800-REGISTRAR-FIM-EXIT.
031900     PERFORM 9999-ENCERRAR
032000         THRU 9999-ENCERRAR-EXIT.
032100     MOVE CODIGO-DE-RETORNO-DA-RODADA TO RETURN-CODE.
032200     STOP RUN.
032300*
032400****************************************************************
032500* 1000-ABRIR-ARQUIVOS                                          *
032600*     CONFERE QUE O DIRETORIO POSTAL ESTA CARREGADO (SEM ELE   *
032700*     NAO HA COMO AGRUPAR A MALA E A RODADA TERMINA COM        *
032710*     CODIGO 8), ABRE O ARQUIVO MESTRE, O DE OBITOS E O DE     *
032720*     CONSENTIMENTOS                                           *
032900*     (QUANDO EXISTE) E AS TRES SAIDAS, E IMPRIME OS           *
033000*     CABECALHOS DO MANIFESTO E DA LISTA DE EXCECOES.          *
033100****************************************************************
033200 1000-ABRIR-ARQUIVOS.
033300     ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
033400     MOVE SPACES TO CEP-VALOR-DO-CEP.
033500     MOVE SPACES TO CEP-UF-INFORMADA.
033600     MOVE SPACES TO CEP-CIDADE-INFORMADA.
033700     CALL "CLICEPV" USING PARAMETROS-DE-CEP.
033800     IF CEP-SEM-DIRETORIO
033900         DISPLAY "DIRETORIO POSTAL AUSENTE - CARREGUE O "
034000             "CEPDIR PELO CLICEPL ANTES DA MALA DIRETA."
034100         MOVE 8 TO CODIGO-DE-RETORNO-DA-RODADA
034200         PERFORM 7800-REGISTRAR-FIM
034300             THRU 7800-REGISTRAR-FIM-EXIT
034400         CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO
034500         MOVE 8 TO RETURN-CODE
034600         STOP RUN
034700     END-IF.
034800     OPEN INPUT CLIENTE-FILE.
034900     IF NOT ARQUIVO-OK
035000         DISPLAY "ERRO AO ABRIR CLIENTE-FILE, STATUS = "
035100             STATUS-DO-ARQUIVO-CLIENTE
035200         STOP RUN
035300     END-IF.
035400     OPEN OUTPUT ARQUIVO-DE-ETIQUETAS.
035500     IF NOT ETIQUETAS-OK
035600         DISPLAY "ERRO AO ABRIR ETQMALA, STATUS = "
035700             STATUS-DAS-ETIQUETAS
035800         STOP RUN
035900     END-IF.
036000     OPEN OUTPUT MANIFESTO-DE-POSTAGEM.
036100     IF NOT MANIFESTO-OK
036200         DISPLAY "ERRO AO ABRIR RELMALA, STATUS = "
036300             STATUS-DO-MANIFESTO
036400         STOP RUN
036500     END-IF.
036600     OPEN OUTPUT LISTA-DE-EXCECOES.
036700     IF NOT EXCECOES-OK
036800         DISPLAY "ERRO AO ABRIR EXCMALA, STATUS = "
036900             STATUS-DAS-EXCECOES
037000         STOP RUN
037100     END-IF.
037200     MOVE DATA-DO-DIA TO TIT-DATA.
037300     MOVE "MANIFESTO DE POSTAGEM DA MALA DIRETA - PECAS POR FAIXA"
037400         TO TIT-TEXTO.
037500     WRITE LINHA-DO-MANIFESTO FROM LINHA-DE-TITULO.
037600     WRITE LINHA-DO-MANIFESTO FROM LINHA-DE-CABECALHO-FAIXAS.
037700     MOVE ALL "-" TO LINHA-DO-MANIFESTO.
037800     WRITE LINHA-DO-MANIFESTO.
037900     MOVE "MALA DIRETA - CLIENTES SEM ETIQUETA POR CEP"
038000         TO TIT-TEXTO.
038100     WRITE LINHA-DE-EXCECAO FROM LINHA-DE-TITULO.
038200     WRITE LINHA-DE-EXCECAO FROM LINHA-DE-CABECALHO-EXCECOES.
038300     MOVE ALL "-" TO LINHA-DE-EXCECAO.
038400     WRITE LINHA-DE-EXCECAO.
038407     OPEN INPUT ARQUIVO-DE-OBITOS.
038414     IF OBITO-ARQ-AUSENTE
038421         DISPLAY "OBITO AUSENTE - SELECIONANDO SEM RESTRICAO "
038428             "DE OBITO."
038435     ELSE
038442         IF NOT OBITO-ARQ-OK
038449             DISPLAY "ERRO AO ABRIR OBITO, STATUS = "
038456                 STATUS-DO-ARQUIVO-OBITO
038463             STOP RUN
038470         END-IF
038477         MOVE "S" TO SW-OBITOS-DISPONIVEIS
038484     END-IF.
038500     OPEN INPUT ARQUIVO-DE-CONSENTIMENTOS.
038600     IF CONSENTIMENTO-AUSENTE
038700         DISPLAY "CONSENT AUSENTE - SELECIONANDO SEM RESTRICAO "
038800             "DE CONSENTIMENTO."
038900         GO TO 1000-ABRIR-ARQUIVOS-EXIT
039000     END-IF.
039100     IF NOT CONSENTIMENTO-OK
039200         DISPLAY "ERRO AO ABRIR CONSENT, STATUS = "
039300             STATUS-DO-ARQUIVO-CONSENTIMENTO
039400         STOP RUN
039500     END-IF.
039600     MOVE "S" TO SW-CONSENTIMENTOS-DISPONIVEIS.
039700 1000-ABRIR-ARQUIVOS-EXIT.
039800     EXIT.
039900*
040000****************************************************************
040100* 2000-SELECIONAR-CLIENTES                                     *
040200*     PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO - LE O ARQUIVO  *
040300*     MESTRE E LIBERA PARA A ORDENACAO AS PECAS DOS CLIENTES   *
040400*     SELECIONADOS.                                            *
040500****************************************************************
040600 2000-SELECIONAR-CLIENTES.
040700     PERFORM 2100-LER-CLIENTE
040800         THRU 2100-LER-CLIENTE-EXIT.
040900     PERFORM 2200-SELECIONAR-CLIENTE
041000         THRU 2200-SELECIONAR-CLIENTE-EXIT
041100         UNTIL FIM-DO-ARQUIVO-CLIENTE.
041200 2000-SELECIONAR-CLIENTES-EXIT.
041300     EXIT.
041400*
041500****************************************************************
041600* 2100-LER-CLIENTE                                             *
041700*     LE O PROXIMO REGISTRO DE CLIENTE-FILE.                   *
041800****************************************************************
041900 2100-LER-CLIENTE.
042000     READ CLIENTE-FILE NEXT RECORD
042100         AT END
042200             SET FIM-DO-ARQUIVO-CLIENTE TO TRUE
042300     END-READ.
042400 2100-LER-CLIENTE-EXIT.
042500     EXIT.
042600*
042700****************************************************************
042800* 2200-SELECIONAR-CLIENTE                                      *
042900*     DESCARTA O CLIENTE INATIVO, O DE CORRESPONDENCIA         *
042910*     DEVOLVIDA, O DE OBITO REGISTRADO E O QUE RECUSOU         *
042920*     CONTATO POR CORREIO; DOS                                 *
043100*     DEMAIS, OBTEM O ENDERECO DE ENTREGA E A FAIXA DO CEP NO  *
043200*     DIRETORIO POSTAL. CEP EM BRANCO OU FORA DO DIRETORIO VAI *
043300*     PARA A LISTA DE EXCECOES; O RESTO E LIBERADO PARA A      *
043400*     ORDENACAO. LE O PROXIMO REGISTRO.                        *
043500****************************************************************
043600 2200-SELECIONAR-CLIENTE.
043700     ADD 1 TO TOTAL-DE-CLIENTES-LIDOS.
043800     IF NOT CLIENTE-ATIVO-ARQ
043900         ADD 1 TO TOTAL-INATIVOS
044000         GO TO 2200-SELECIONAR-CLIENTE-LER
044100     END-IF.
044200     IF CORRESPONDENCIA-DEVOLVIDA-ARQ
044300         ADD 1 TO TOTAL-DEVOLVIDOS
044400         GO TO 2200-SELECIONAR-CLIENTE-LER
044408     END-IF.
044416     IF OBITOS-DISPONIVEIS
044424         MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE-OBI
044432         READ ARQUIVO-DE-OBITOS
044440             INVALID KEY
044448                 MOVE ZERO TO ID-DO-CLIENTE-OBI
044456         END-READ
044464         IF ID-DO-CLIENTE-OBI NOT = ZERO
044472             ADD 1 TO TOTAL-DE-FALECIDOS
044480             GO TO 2200-SELECIONAR-CLIENTE-LER
044488         END-IF
044500     END-IF.
044600     IF CONSENTIMENTOS-DISPONIVEIS
044700         MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE-CON
044800         READ ARQUIVO-DE-CONSENTIMENTOS
044900             INVALID KEY
045000                 MOVE SPACES TO CONSENTE-CORREIO-CON
045100         END-READ
045200         IF RECUSA-CORREIO-CON
045300             ADD 1 TO TOTAL-SEM-CONSENTIMENTO
045400             GO TO 2200-SELECIONAR-CLIENTE-LER
045500         END-IF
045600     END-IF.
045700     PERFORM 2300-OBTER-ENDERECO-DE-ENTREGA
045800         THRU 2300-OBTER-ENDERECO-DE-ENTREGA-EXIT.
045900     IF ENT-CEP = SPACES OR LOW-VALUES
046000         MOVE "CEP NAO INFORMADO" TO CEP-MENSAGEM
046100         PERFORM 2500-GRAVAR-EXCECAO
046200             THRU 2500-GRAVAR-EXCECAO-EXIT
046300         GO TO 2200-SELECIONAR-CLIENTE-LER
046400     END-IF.
046500     MOVE ENT-CEP TO CEP-VALOR-DO-CEP.
046600     MOVE SPACES  TO CEP-UF-INFORMADA.
046700     MOVE SPACES  TO CEP-CIDADE-INFORMADA.
046800     CALL "CLICEPV" USING PARAMETROS-DE-CEP.
046900     IF CEP-NAO-CONFERE
047000         PERFORM 2500-GRAVAR-EXCECAO
047100             THRU 2500-GRAVAR-EXCECAO-EXIT
047200         GO TO 2200-SELECIONAR-CLIENTE-LER
047300     END-IF.
047400     MOVE ENT-CEP                 TO SRT-CEP.
047500     MOVE ID-DO-CLIENTE-ARQ       TO SRT-ID-DO-CLIENTE.
047600     MOVE NOME-DO-CLIENTE-ARQ     TO SRT-NOME.
047700     MOVE ENT-ENDERECO            TO SRT-ENDERECO.
047800     MOVE ENT-CIDADE              TO SRT-CIDADE.
047900     MOVE ENT-UF                  TO SRT-UF.
048000     MOVE CEP-INICIAL-DA-FAIXA    TO SRT-CEP-INICIAL.
048100     MOVE CEP-FINAL-DA-FAIXA      TO SRT-CEP-FINAL.
048200     MOVE CEP-CIDADE-DO-DIRETORIO TO SRT-CIDADE-DA-FAIXA.
048300     MOVE CEP-UF-DO-DIRETORIO     TO SRT-UF-DA-FAIXA.
048400     RELEASE REGISTRO-DE-CLASSIFICACAO.
048500     IF NA-CORRESPONDENCIA
048600         ADD 1 TO TOTAL-NA-CORRESPONDENCIA
048700     END-IF.
048800 2200-SELECIONAR-CLIENTE-LER.
048900     PERFORM 2100-LER-CLIENTE
049000         THRU 2100-LER-CLIENTE-EXIT.
049100 2200-SELECIONAR-CLIENTE-EXIT.
049200     EXIT.
049300*
049400****************************************************************
049500* 2300-OBTER-ENDERECO-DE-ENTREGA                               *
049600*     CONSULTA PELA ROTINA COMUM CLIENDV O ENDERECO DE         *
049700*     CORRESPONDENCIA EM VIGOR NA DATA DA RODADA; SEM ELE (OU  *
049800*     SEM O ARQUIVO ENDERECO) A PECA VAI PARA O RESIDENCIAL.   *
049900****************************************************************
050000 2300-OBTER-ENDERECO-DE-ENTREGA.
050100     MOVE ENDERECO-DO-CLIENTE-ARQ TO ENT-ENDERECO.
050200     MOVE CIDADE-DO-CLIENTE-ARQ   TO ENT-CIDADE.
050300     MOVE UF-DO-CLIENTE-ARQ       TO ENT-UF.
050400     MOVE CEP-DO-CLIENTE-ARQ      TO ENT-CEP.
050500     MOVE "N" TO SW-NA-CORRESPONDENCIA.
050600     MOVE ID-DO-CLIENTE-ARQ       TO ENV-ID-DO-CLIENTE.
050700     SET ENV-CORRESPONDENCIA TO TRUE.
050800     MOVE DATA-DO-DIA             TO ENV-DATA-DE-REFERENCIA.
050900     CALL "CLIENDV" USING PARAMETROS-DE-ENDERECO.
051000     IF NOT ENV-ACHADO
051100         GO TO 2300-OBTER-ENDERECO-DE-ENTREGA-EXIT
051200     END-IF.
051300     MOVE "S" TO SW-NA-CORRESPONDENCIA.
051400     MOVE ENV-ENDERECO TO ENT-ENDERECO.
051500     MOVE ENV-CIDADE   TO ENT-CIDADE.
051600     MOVE ENV-UF       TO ENT-UF.
051700     MOVE ENV-CEP      TO ENT-CEP.
051800 2300-OBTER-ENDERECO-DE-ENTREGA-EXIT.
051900     EXIT.
052000*
052100****************************************************************
052200* 2500-GRAVAR-EXCECAO                                          *
052300*     RELACIONA NA LISTA DE EXCECOES O CLIENTE QUE FICOU SEM   *
052400*     ETIQUETA, COM A OCORRENCIA EM CEP-MENSAGEM.              *
052500****************************************************************
052600 2500-GRAVAR-EXCECAO.
052700     ADD 1 TO TOTAL-DE-EXCECOES.
052800     MOVE ID-DO-CLIENTE-ARQ   TO EXC-ID.
052900     MOVE NOME-DO-CLIENTE-ARQ TO EXC-NOME.
053000     MOVE ENT-CEP             TO EXC-CEP.
053100     MOVE ENT-UF              TO EXC-UF.
053200     MOVE ENT-CIDADE          TO EXC-CIDADE.
053300     MOVE CEP-MENSAGEM        TO EXC-OCORRENCIA.
053400     WRITE LINHA-DE-EXCECAO FROM LINHA-DE-DETALHE-EXCECAO.
053500     IF NOT EXCECOES-OK
053600         DISPLAY "ERRO AO GRAVAR EXCMALA, STATUS = "
053700             STATUS-DAS-EXCECOES
053800     END-IF.
053900 2500-GRAVAR-EXCECAO-EXIT.
054000     EXIT.
054100*
054200****************************************************************
054300* 3000-EMITIR-MALA                                             *
054400*     PROCEDIMENTO DE SAIDA DA CLASSIFICACAO - RECEBE AS PECAS *
054500*     EM ORDEM DE CEP, MONTA AS ETIQUETAS E TOTALIZA AS PECAS  *
054600*     POR FAIXA DO DIRETORIO POSTAL NO MANIFESTO.              *
054700****************************************************************
054800 3000-EMITIR-MALA.
054900     PERFORM 3050-DEVOLVER-PECA
055000         THRU 3050-DEVOLVER-PECA-EXIT.
055100     PERFORM 3100-PROCESSAR-PECA
055200         THRU 3100-PROCESSAR-PECA-EXIT
055300         UNTIL FIM-DA-CLASSIFICACAO.
055400     IF FAIXA-ABERTA
055500         PERFORM 3200-FECHAR-FAIXA
055600             THRU 3200-FECHAR-FAIXA-EXIT
055700     END-IF.
055800     IF QTD-NA-FILEIRA > ZERO
055900         PERFORM 3400-IMPRIMIR-FILEIRA
056000             THRU 3400-IMPRIMIR-FILEIRA-EXIT
056100     END-IF.
056200 3000-EMITIR-MALA-EXIT.
056300     EXIT.
056400*
056500****************************************************************
056600* 3050-DEVOLVER-PECA                                           *
056700*     RECEBE A PROXIMA PECA JA ORDENADA.                       *
056800****************************************************************
056900 3050-DEVOLVER-PECA.
057000     RETURN ARQUIVO-DE-CLASSIFICACAO
057100         AT END
057200             MOVE "S" TO SW-FIM-DA-CLASSIFICACAO
057300     END-RETURN.
057400 3050-DEVOLVER-PECA-EXIT.
057500     EXIT.
057600*
057700****************************************************************
057800* 3100-PROCESSAR-PECA                                          *
057900*     FECHA A FAIXA ANTERIOR QUANDO A PECA CAI EM OUTRA FAIXA  *
058000*     DO DIRETORIO, CONTA A PECA, MONTA A ETIQUETA NA FILEIRA  *
058100*     (IMPRIMINDO-A QUANDO COMPLETA) E RECEBE A PROXIMA PECA.  *
058200****************************************************************
058300 3100-PROCESSAR-PECA.
058400     IF FAIXA-ABERTA AND
058500         (SRT-CEP-INICIAL NOT = FXC-CEP-INICIAL OR
058600          SRT-CEP-FINAL NOT = FXC-CEP-FINAL)
058700         PERFORM 3200-FECHAR-FAIXA
058800             THRU 3200-FECHAR-FAIXA-EXIT
058900     END-IF.
059000     IF NOT FAIXA-ABERTA
059100         MOVE SRT-CEP-INICIAL     TO FXC-CEP-INICIAL
059200         MOVE SRT-CEP-FINAL       TO FXC-CEP-FINAL
059300         MOVE SRT-CIDADE-DA-FAIXA TO FXC-CIDADE
059400         MOVE SRT-UF-DA-FAIXA     TO FXC-UF
059500         MOVE ZERO TO PECAS-DA-FAIXA
059600         MOVE "S" TO SW-FAIXA-ABERTA
059700     END-IF.
059800     ADD 1 TO PECAS-DA-FAIXA.
059900     ADD 1 TO TOTAL-DE-PECAS.
060000     PERFORM 3300-MONTAR-ETIQUETA
060100         THRU 3300-MONTAR-ETIQUETA-EXIT.
060200     IF QTD-NA-FILEIRA = 3
060300         PERFORM 3400-IMPRIMIR-FILEIRA
060400             THRU 3400-IMPRIMIR-FILEIRA-EXIT
060500     END-IF.
060600     PERFORM 3050-DEVOLVER-PECA
060700         THRU 3050-DEVOLVER-PECA-EXIT.
060800 3100-PROCESSAR-PECA-EXIT.
060900     EXIT.
061000*
061100****************************************************************
061200* 3200-FECHAR-FAIXA                                            *
061300*     IMPRIME NO MANIFESTO A LINHA DA FAIXA CORRENTE COM A     *
061400*     QUANTIDADE DE PECAS.                                     *
061500****************************************************************
061600 3200-FECHAR-FAIXA.
061700     MOVE FXC-CEP-INICIAL TO FXA-CEP-INICIAL.
061800     MOVE FXC-CEP-FINAL   TO FXA-CEP-FINAL.
061900     MOVE FXC-CIDADE      TO FXA-CIDADE.
062000     MOVE FXC-UF          TO FXA-UF.
062100     MOVE PECAS-DA-FAIXA  TO FXA-PECAS.
062200     WRITE LINHA-DO-MANIFESTO FROM LINHA-DE-FAIXA.
062300     IF NOT MANIFESTO-OK
062400         DISPLAY "ERRO AO GRAVAR RELMALA, STATUS = "
062500             STATUS-DO-MANIFESTO
062600     END-IF.
062700     ADD 1 TO TOTAL-DE-FAIXAS.
062800     MOVE "N" TO SW-FAIXA-ABERTA.
062900 3200-FECHAR-FAIXA-EXIT.
063000     EXIT.
063100*
063200****************************************************************
063300* 3300-MONTAR-ETIQUETA                                         *
063400*     MONTA A ETIQUETA DA PECA NA PROXIMA POSICAO DA FILEIRA:  *
063500*     NOME, ENDERECO, CIDADE - UF E CEP NO FORMATO 99999-999.  *
063600****************************************************************
063700 3300-MONTAR-ETIQUETA.
063800     ADD 1 TO QTD-NA-FILEIRA.
063900     MOVE QTD-NA-FILEIRA TO IND-ETIQUETA.
064000     MOVE SRT-NOME     TO ETQ-LINHA (IND-ETIQUETA, 1).
064100     MOVE SRT-ENDERECO TO ETQ-LINHA (IND-ETIQUETA, 2).
064200     MOVE SRT-CIDADE   TO ETQ-CIDADE.
064300     MOVE SRT-UF       TO ETQ-UF.
064400     MOVE CIDADE-UF-DA-ETIQUETA TO ETQ-LINHA (IND-ETIQUETA, 3).
064500     MOVE SRT-CEP         TO CEP-EDITADO.
064600     MOVE CEP-EDT-PREFIXO TO ETQ-CEP-PREFIXO.
064700     MOVE CEP-EDT-SUFIXO  TO ETQ-CEP-SUFIXO.
064800     MOVE CEP-DA-ETIQUETA TO ETQ-LINHA (IND-ETIQUETA, 4).
064900 3300-MONTAR-ETIQUETA-EXIT.
065000     EXIT.
065100*
065200****************************************************************
065300* 3400-IMPRIMIR-FILEIRA                                        *
065400*     IMPRIME AS QUATRO LINHAS DA FILEIRA DE ETIQUETAS E A     *
065500*     LINHA EM BRANCO DE SEPARACAO, E ESVAZIA A FILEIRA.       *
065600****************************************************************
065700 3400-IMPRIMIR-FILEIRA.
065800     MOVE ZERO TO IND-LINHA.
065900     PERFORM 3450-IMPRIMIR-LINHA-DA-FILEIRA
066000         THRU 3450-IMPRIMIR-LINHA-DA-FILEIRA-EXIT
066100         UNTIL IND-LINHA = 4.
066200     MOVE SPACES TO LINHA-DE-ETIQUETAS.
066300     WRITE LINHA-DE-ETIQUETAS.
066400     ADD 1 TO TOTAL-DE-FILEIRAS.
066500     MOVE SPACES TO FILEIRA-DE-ETIQUETAS.
066600     MOVE ZERO TO QTD-NA-FILEIRA.
066700 3400-IMPRIMIR-FILEIRA-EXIT.
066800     EXIT.
066900*
067000****************************************************************
067100* 3450-IMPRIMIR-LINHA-DA-FILEIRA                               *
067200*     IMPRIME A PROXIMA LINHA DAS TRES ETIQUETAS DA FILEIRA.   *
067300****************************************************************
067400 3450-IMPRIMIR-LINHA-DA-FILEIRA.
067500     ADD 1 TO IND-LINHA.
067600     MOVE SPACES TO LINHA-IMPRESSA-DE-ETIQUETAS.
067700     MOVE ETQ-LINHA (1, IND-LINHA) TO IMP-TEXTO (1).
067800     MOVE ETQ-LINHA (2, IND-LINHA) TO IMP-TEXTO (2).
067900     MOVE ETQ-LINHA (3, IND-LINHA) TO IMP-TEXTO (3).
068000     WRITE LINHA-DE-ETIQUETAS FROM LINHA-IMPRESSA-DE-ETIQUETAS.
068100     IF NOT ETIQUETAS-OK
068200         DISPLAY "ERRO AO GRAVAR ETQMALA, STATUS = "
068300             STATUS-DAS-ETIQUETAS
068400     END-IF.
068500 3450-IMPRIMIR-LINHA-DA-FILEIRA-EXIT.
068600     EXIT.
068700*
068800****************************************************************
068900* 5000-IMPRIMIR-TOTAIS                                         *
069000*     IMPRIME OS TOTAIS GERAIS NO MANIFESTO E O TOTAL DE       *
069100*     EXCECOES NA LISTA DE EXCECOES.                           *
069200****************************************************************
069300 5000-IMPRIMIR-TOTAIS.
069400     MOVE ALL "-" TO LINHA-DO-MANIFESTO.
069500     WRITE LINHA-DO-MANIFESTO.
069600     MOVE "FAIXAS DE CEP COM PECAS.................: "
069700         TO TOT-TEXTO.
069800     MOVE TOTAL-DE-FAIXAS TO TOT-QUANTIDADE.
069900     WRITE LINHA-DO-MANIFESTO FROM LINHA-DE-TOTAL.
070000     MOVE "TOTAL DE PECAS (ETIQUETAS)..............: "
070100         TO TOT-TEXTO.
070200     MOVE TOTAL-DE-PECAS TO TOT-QUANTIDADE.
070300     WRITE LINHA-DO-MANIFESTO FROM LINHA-DE-TOTAL.
070400     MOVE "  DELAS NO ENDERECO DE CORRESPONDENCIA..: "
070500         TO TOT-TEXTO.
070600     MOVE TOTAL-NA-CORRESPONDENCIA TO TOT-QUANTIDADE.
070700     WRITE LINHA-DO-MANIFESTO FROM LINHA-DE-TOTAL.
070800     MOVE SPACES TO LINHA-DO-MANIFESTO.
070900     WRITE LINHA-DO-MANIFESTO.
071000     MOVE "CLIENTES LIDOS..........................: "
071100         TO TOT-TEXTO.
071200     MOVE TOTAL-DE-CLIENTES-LIDOS TO TOT-QUANTIDADE.
071300     WRITE LINHA-DO-MANIFESTO FROM LINHA-DE-TOTAL.
071400     MOVE "FORA DA MALA - INATIVOS.................: "
071500         TO TOT-TEXTO.
071600     MOVE TOTAL-INATIVOS TO TOT-QUANTIDADE.
071700     WRITE LINHA-DO-MANIFESTO FROM LINHA-DE-TOTAL.
071800     MOVE "FORA DA MALA - CORRESPONDENCIA DEVOLVIDA: "
071900         TO TOT-TEXTO.
072000     MOVE TOTAL-DEVOLVIDOS TO TOT-QUANTIDADE.
072100     WRITE LINHA-DO-MANIFESTO FROM LINHA-DE-TOTAL.
072110     MOVE "FORA DA MALA - OBITO REGISTRADO.........: "
072120         TO TOT-TEXTO.
072130     MOVE TOTAL-DE-FALECIDOS TO TOT-QUANTIDADE.
072140     WRITE LINHA-DO-MANIFESTO FROM LINHA-DE-TOTAL.
072200     MOVE "FORA DA MALA - RECUSA DE CORREIO (LGPD).: "
072300         TO TOT-TEXTO.
072400     MOVE TOTAL-SEM-CONSENTIMENTO TO TOT-QUANTIDADE.
072500     WRITE LINHA-DO-MANIFESTO FROM LINHA-DE-TOTAL.
072600     MOVE "FORA DA MALA - CEP FORA DO DIRETORIO....: "
072700         TO TOT-TEXTO.
072800     MOVE TOTAL-DE-EXCECOES TO TOT-QUANTIDADE.
072900     WRITE LINHA-DO-MANIFESTO FROM LINHA-DE-TOTAL.
073000     MOVE ALL "-" TO LINHA-DE-EXCECAO.
073100     WRITE LINHA-DE-EXCECAO.
073200     MOVE "CLIENTES SEM ETIQUETA...................: "
073300         TO TOT-TEXTO.
073400     MOVE TOTAL-DE-EXCECOES TO TOT-QUANTIDADE.
073500     WRITE LINHA-DE-EXCECAO FROM LINHA-DE-TOTAL.
073600 5000-IMPRIMIR-TOTAIS-EXIT.
073700     EXIT.
073800*
073900****************************************************************
074000* 7600-CONFERIR-DEPENDENCIAS                                   *
074100*     BLOQUEIA A RODADA QUANDO O ULTIMO CLIRECON TERMINOU FORA *
074200*     DE BALANCO (CODIGO DE RETORNO 8 EM RUNCTL) OU QUANDO HA  *
074300*     REINICIO DO CLIBATCH PENDENTE NO ARQUIVO-DE-REINICIO,    *
074400*     PARA NAO POSTAR UMA MALA DE UM MESTRE SUSPEITO OU        *
074500*     INCOMPLETO.                                              *
074600****************************************************************
074700 7600-CONFERIR-DEPENDENCIAS.
074800     MOVE "CLIRECON" TO ID-DO-PROGRAMA-RUN.
074900     READ ARQUIVO-DE-CONTROLE-DE-EXECUCAO
075000         INVALID KEY
075100             MOVE SPACES TO SITUACAO-DA-EXECUCAO-RUN
075200     END-READ.
075300     IF EXECUCAO-TERMINADA-RUN AND CODIGO-DE-RETORNO-RUN = 8
075400         DISPLAY "CLIMALA BLOQUEADO - ULTIMO CLIRECON TERMINOU "
075500             "FORA DE BALANCO."
075600         GO TO 7600-CONFERIR-DEPENDENCIAS-BLOQUEAR
075700     END-IF.
075800     OPEN INPUT ARQUIVO-DE-REINICIO.
075900     IF REINICIO-NAO-ENCONTRADO
076000         GO TO 7600-CONFERIR-DEPENDENCIAS-EXIT
076100     END-IF.
076200     IF NOT REINICIO-OK
076300         DISPLAY "ERRO AO ABRIR ARQUIVO-DE-REINICIO, STATUS = "
076400             STATUS-DO-ARQUIVO-REINICIO
076500         STOP RUN
076600     END-IF.
076700     MOVE "CLIBATCH" TO ID-DO-JOB-REINICIO.
076800     READ ARQUIVO-DE-REINICIO
076900         INVALID KEY
077000             MOVE ZERO TO QTD-PROCESSADA-REINICIO
077100     END-READ.
077200     CLOSE ARQUIVO-DE-REINICIO.
077300     IF QTD-PROCESSADA-REINICIO > ZERO
077400         DISPLAY "CLIMALA BLOQUEADO - REINICIO DO CLIBATCH "
077500             "PENDENTE NO PONTO DE CONTROLE."
077600         GO TO 7600-CONFERIR-DEPENDENCIAS-BLOQUEAR
077700     END-IF.
077800     GO TO 7600-CONFERIR-DEPENDENCIAS-EXIT.
077900 7600-CONFERIR-DEPENDENCIAS-BLOQUEAR.
078000     MOVE 8 TO CODIGO-DE-RETORNO-DA-RODADA.
078100     PERFORM 7800-REGISTRAR-FIM
078200         THRU 7800-REGISTRAR-FIM-EXIT.
078300     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
078400     MOVE 8 TO RETURN-CODE.
078500     STOP RUN.
078600 7600-CONFERIR-DEPENDENCIAS-EXIT.
078700     EXIT.
078800*
078900****************************************************************
079000* 7700-REGISTRAR-INICIO                                        *
079100*     ABRE O ARQUIVO DE CONTROLE DE EXECUCAO, CRIANDO-O NA     *
079200*     PRIMEIRA EXECUCAO, E GRAVA O REGISTRO DE INICIO DA       *
079300*     RODADA (SITUACAO "E").                                   *
079400****************************************************************
079500 7700-REGISTRAR-INICIO.
079600     OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
079700     IF EXECUCAO-NAO-ENCONTRADA
079800         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-EXECUCAO
079900         CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO
080000         OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO
080100     END-IF.
080200     IF NOT EXECUCAO-OK
080300         DISPLAY "ERRO AO ABRIR RUNCTL, STATUS = "
080400             STATUS-DO-CONTROLE-DE-EXECUCAO
080500         STOP RUN
080600     END-IF.
080700     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
080800     ACCEPT DATA-DE-INICIO-RUN FROM DATE YYYYMMDD.
080900     ACCEPT HORA-DE-INICIO-RUN FROM TIME.
081000     MOVE ZERO TO DATA-DE-FIM-RUN.
081100     MOVE ZERO TO HORA-DE-FIM-RUN.
081200     MOVE ZERO TO QTD-LIDOS-RUN.
081300     MOVE ZERO TO QTD-GRAVADOS-RUN.
081400     MOVE ZERO TO QTD-REJEITADOS-RUN.
081500     MOVE ZERO TO CODIGO-DE-RETORNO-RUN.
081600     SET EXECUCAO-EM-CURSO-RUN TO TRUE.
081700     WRITE REGISTRO-DE-EXECUCAO
081800         INVALID KEY
081900             REWRITE REGISTRO-DE-EXECUCAO
082000     END-WRITE.
082100     IF NOT EXECUCAO-OK
082200         DISPLAY "ERRO AO GRAVAR RUNCTL, STATUS = "
082300             STATUS-DO-CONTROLE-DE-EXECUCAO
082400         STOP RUN
082500     END-IF.
082600 7700-REGISTRAR-INICIO-EXIT.
082700     EXIT.
082800*
082900****************************************************************
083000* 7800-REGISTRAR-FIM                                           *
083100*     COMPLETA O REGISTRO DE EXECUCAO DA RODADA COM OS TOTAIS  *
083200*     (LIDOS, PECAS EMITIDAS E EXCECOES), O CODIGO DE RETORNO  *
083300*     E A SITUACAO "T".                                        *
083400****************************************************************
083500 7800-REGISTRAR-FIM.
083600     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
083700     READ ARQUIVO-DE-CONTROLE-DE-EXECUCAO
083800         INVALID KEY
083900             DISPLAY "REGISTRO DE EXECUCAO AUSENTE EM RUNCTL."
084000             GO TO 7800-REGISTRAR-FIM-EXIT
084100     END-READ.
084200     ACCEPT DATA-DE-FIM-RUN FROM DATE YYYYMMDD.
084300     ACCEPT HORA-DE-FIM-RUN FROM TIME.
084400     MOVE TOTAL-DE-CLIENTES-LIDOS TO QTD-LIDOS-RUN.
084500     MOVE TOTAL-DE-PECAS TO QTD-GRAVADOS-RUN.
084600     MOVE TOTAL-DE-EXCECOES TO QTD-REJEITADOS-RUN.
084700     MOVE CODIGO-DE-RETORNO-DA-RODADA TO CODIGO-DE-RETORNO-RUN.
084800     SET EXECUCAO-TERMINADA-RUN TO TRUE.
084900     REWRITE REGISTRO-DE-EXECUCAO.
085000     IF NOT EXECUCAO-OK
085100         DISPLAY "ERRO AO REGRAVAR RUNCTL, STATUS = "
085200             STATUS-DO-CONTROLE-DE-EXECUCAO
085300     END-IF.
085400 7800-REGISTRAR-FIM-EXIT.
085500     EXIT.
085600*
085700****************************************************************
085800* 9999-ENCERRAR                                                *
085900*     FECHA OS ARQUIVOS ANTES DO TERMINO DO PROGRAMA.          *
086000****************************************************************
086100 9999-ENCERRAR.
086200     CLOSE CLIENTE-FILE.
086300     CLOSE ARQUIVO-DE-ETIQUETAS.
086400     CLOSE MANIFESTO-DE-POSTAGEM.
086500     CLOSE LISTA-DE-EXCECOES.
086600     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
086700     IF CONSENTIMENTOS-DISPONIVEIS
086800         CLOSE ARQUIVO-DE-CONSENTIMENTOS
086900     END-IF.
086910     IF OBITOS-DISPONIVEIS
086920         CLOSE ARQUIVO-DE-OBITOS
086930     END-IF.
087000 9999-ENCERRAR-EXIT.
087100     EXIT.
