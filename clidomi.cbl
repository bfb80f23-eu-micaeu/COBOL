000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CLIDOMI.
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
001400*  15/10/2026 EAC     PROGRAMA ORIGINAL - AGRUPAMENTO NOTURNO  *
001500*                     POR DOMICILIO: ORDENA OS CLIENTES ATIVOS *
001600*                     PELO CEP E PELO ENDERECO RESIDENCIAL     *
001700*                     NORMALIZADO (MAIUSCULAS, SEM PONTUACAO E *
001800*                     SEM ESPACOS REPETIDOS), DA A CADA GRUPO  *
001900*                     UM ID DE DOMICILIO E UM CHEFE E REFAZ O  *
002000*                     ARQUIVO DOMICIL (COPYBOOK DOMREC). NAO E *
002100*                     FUSAO DE DUPLICADOS (CLIDUPS/CLIMERGE):  *
002200*                     CADA MEMBRO CONTINUA UM CLIENTE. GRUPO   *
002300*                     MAIOR QUE O LIMITE DA TABELA E TRATADO   *
002400*                     COMO ENDERECO COLETIVO E NAO E AGRUPADO. *
002500*                     O RELATORIO RELDOMI TRAZ OS DOMICILIOS E *
002600*                     OS TAMANHOS POR UF.                      *
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
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS ID-DO-CLIENTE-ARQ
004100         ALTERNATE RECORD KEY IS NOME-DO-CLIENTE-ARQ
004200             WITH DUPLICATES
004300         FILE STATUS IS STATUS-DO-ARQUIVO-CLIENTE.
004400*
004500     SELECT ARQUIVO-DE-DOMICILIOS ASSIGN TO "DOMICIL"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS ID-DO-CLIENTE-DOM
004900         ALTERNATE RECORD KEY IS ID-DO-DOMICILIO-DOM
005000             WITH DUPLICATES
005100         FILE STATUS IS STATUS-DO-ARQUIVO-DOMICILIO.
005200*
005300     SELECT ARQUIVO-DE-CLASSIFICACAO ASSIGN TO "SORTWK01".
005400*
005500     SELECT RELATORIO-DE-DOMICILIOS ASSIGN TO "RELDOMI"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS STATUS-DO-RELATORIO.
005800*
005900     SELECT ARQUIVO-DE-CONTROLE-DE-EXECUCAO ASSIGN TO "RUNCTL"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS ID-DO-PROGRAMA-RUN
006300         FILE STATUS IS STATUS-DO-CONTROLE-DE-EXECUCAO.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  CLIENTE-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY CLIREC.
007000*
007100 FD  ARQUIVO-DE-DOMICILIOS
007200     LABEL RECORDS ARE STANDARD.
007300     COPY DOMREC.
007400*
007500****************************************************************
007600*  REGISTRO DE CLASSIFICACAO - UM CLIENTE ATIVO COM ENDERECO,  *
007700*  NA ORDEM DE CEP, ENDERECO NORMALIZADO E ID DO CLIENTE.      *
007800****************************************************************
007900 SD  ARQUIVO-DE-CLASSIFICACAO.
008000 01  REGISTRO-DE-CLASSIFICACAO.
008100     05 SRT-CEP                PIC X(08).
008200     05 SRT-ENDERECO-NORMALIZADO PIC X(40).
008300     05 SRT-ID-DO-CLIENTE      PIC 9(06).
008400     05 SRT-UF                 PIC X(02).
008500     05 SRT-DATA-DE-NASCIMENTO PIC 9(08).
008600*
008700 FD  RELATORIO-DE-DOMICILIOS
008800     LABEL RECORDS ARE STANDARD.
008900 01  LINHA-DO-RELATORIO        PIC X(132).
009000*
009100 FD  ARQUIVO-DE-CONTROLE-DE-EXECUCAO
009200     LABEL RECORDS ARE STANDARD.
009300     COPY RUNREC.
009400*
009500 WORKING-STORAGE SECTION.
009600 01  STATUS-DO-ARQUIVO-CLIENTE PIC X(02).
009700     88 ARQUIVO-OK                VALUE "00".
009800     88 FIM-DO-ARQUIVO-CLIENTE    VALUE "10".
009900*
010000 01  STATUS-DO-ARQUIVO-DOMICILIO PIC X(02).
010100     88 DOMICILIO-OK               VALUE "00".
010200*
010300 01  STATUS-DO-RELATORIO       PIC X(02).
010400     88 RELATORIO-OK              VALUE "00".
010500*
010600 01  STATUS-DO-CONTROLE-DE-EXECUCAO PIC X(02).
010700     88 EXECUCAO-OK               VALUE "00".
010800     88 EXECUCAO-NAO-ENCONTRADA   VALUE "35".
010900*
011000 01  NOME-DO-PROGRAMA         PIC X(08)  VALUE "CLIDOMI".
011100 01  CODIGO-DE-RETORNO-DA-RODADA PIC 9(02) VALUE ZERO.
011200*
011300 01  CONTADORES-DO-AGRUPAMENTO.
011400     05 TOTAL-DE-CLIENTES-LIDOS PIC 9(06) VALUE ZERO.
011500     05 TOTAL-INATIVOS         PIC 9(06)  VALUE ZERO.
011600     05 TOTAL-SEM-ENDERECO     PIC 9(06)  VALUE ZERO.
011700     05 TOTAL-AGRUPADO         PIC 9(06)  VALUE ZERO.
011800     05 TOTAL-DE-DOMICILIOS    PIC 9(06)  VALUE ZERO.
011900     05 TOTAL-COM-MAIS-DE-UM   PIC 9(06)  VALUE ZERO.
012000     05 TOTAL-ENDERECOS-COLETIVOS PIC 9(05) VALUE ZERO.
012100*
012200 01  CHAVES-DO-AGRUPAMENTO.
012300     05 SW-FIM-DA-CLASSIFICACAO PIC X(01) VALUE "N".
012400        88 FIM-DA-CLASSIFICACAO    VALUE "S".
012500     05 SW-GRUPO-ABERTO        PIC X(01)  VALUE "N".
012600        88 GRUPO-ABERTO            VALUE "S".
012700     05 SW-ENDERECO-COLETIVO   PIC X(01)  VALUE "N".
012800        88 ENDERECO-COLETIVO       VALUE "S".
012900     05 SW-UF-ACHADA           PIC X(01)  VALUE "N".
013000        88 UF-ACHADA               VALUE "S".
013100*
013200 01  DATA-DO-DIA              PIC 9(08)  VALUE ZERO.
013300*
013400****************************************************************
013500*  NORMALIZACAO DO ENDERECO: MAIUSCULAS, PONTUACAO TROCADA POR *
013600*  ESPACO, ESPACOS INICIAIS E REPETIDOS RETIRADOS.             *
013700****************************************************************
013800 01  ENDERECO-EM-EXAME         PIC X(40).
013900 01  ENDERECO-EM-EXAME-TAB REDEFINES ENDERECO-EM-EXAME.
014000     05 CARACTERE-EM-EXAME     PIC X(01)  OCCURS 40 TIMES.
014100*
014200 01  ENDERECO-NORMALIZADO      PIC X(40).
014300 01  ENDERECO-NORMALIZADO-TAB REDEFINES ENDERECO-NORMALIZADO.
014400     05 CARACTERE-NORMALIZADO  PIC X(01)  OCCURS 40 TIMES.
014500*
014600 01  INDICES-DA-NORMALIZACAO.
014700     05 IND-EXAME              PIC 9(02)  VALUE ZERO.
014800     05 IND-NORMALIZADO        PIC 9(02)  VALUE ZERO.
014900*
015000****************************************************************
015100*  GRUPO EM FORMACAO - CEP E ENDERECO DO DOMICILIO E OS        *
015200*  MEMBROS JA RECEBIDOS, EM ORDEM DE ID. ACIMA DE 30 MEMBROS O *
015300*  ENDERECO E TRATADO COMO COLETIVO (PREDIO OU CONDOMINIO SEM  *
015400*  COMPLEMENTO, INSTITUICAO) E CADA CLIENTE FICA COMO UM       *
015500*  DOMICILIO SO DELE.                                          *
015600****************************************************************
015700 01  GRUPO-CORRENTE.
015800     05 GRP-CEP                PIC X(08)  VALUE SPACES.
015900     05 GRP-ENDERECO           PIC X(40)  VALUE SPACES.
016000     05 GRP-UF                 PIC X(02)  VALUE SPACES.
016100*
016200 01  TABELA-DE-MEMBROS.
016300     05 QTD-DE-MEMBROS         PIC 9(03)  VALUE ZERO.
016400     05 ELEMENTO-DE-MEMBRO OCCURS 30 TIMES.
016500        10 MBR-ID              PIC 9(06).
016600        10 MBR-DATA-DE-NASCIMENTO PIC 9(08).
016700*
016800 01  INDICES-DOS-MEMBROS.
016900     05 IND-MEMBRO             PIC 9(03)  VALUE ZERO.
017000     05 IND-CHEFE              PIC 9(03)  VALUE ZERO.
017100*
017200****************************************************************
017300*  TABELA DE UFS - AS 27 UFS VALIDAS (MESMA ORDEM DA ROTINA    *
017400*  CLIVALID) MAIS A POSICAO 28 PARA UF EM BRANCO OU            *
017500*  DESCONHECIDA. POR UF: DOMICILIOS, CLIENTES AGRUPADOS E      *
017600*  DOMICILIOS POR TAMANHO (1, 2, 3, 4 E 5 OU MAIS MEMBROS).    *
017700****************************************************************
017800 01  LISTA-DE-UFS.
017900     05 FILLER                 PIC X(26)  VALUE
018000         "ACALAPAMBACEDFESGOMAMTMSMG".
018100     05 FILLER                 PIC X(26)  VALUE
018200         "PAPBPRPEPIRJRNRSRORRSCSPSE".
018300     05 FILLER                 PIC X(02)  VALUE "TO".
018400     05 FILLER                 PIC X(02)  VALUE "??".
018500 01  TABELA-DE-UFS REDEFINES LISTA-DE-UFS.
018600     05 UF-DA-TABELA           PIC X(02) OCCURS 28 TIMES.
018700*
018800 01  CONTADORES-POR-UF.
018900     05 ELEMENTO-DE-UF OCCURS 28 TIMES.
019000        10 QTD-DOMICILIOS-UF   PIC 9(06).
019100        10 QTD-CLIENTES-UF     PIC 9(06).
019200        10 QTD-POR-TAMANHO-UF  PIC 9(06) OCCURS 5 TIMES.
019300*
019400 01  CONTADORES-POR-TAMANHO.
019500     05 QTD-POR-TAMANHO        PIC 9(06) OCCURS 5 TIMES
019600                               VALUE ZERO.
019700*
019800 01  INDICES-DO-RELATORIO.
019900     05 IND-UF                 PIC 9(02)  VALUE ZERO.
020000     05 IND-UF-ACHADA          PIC 9(02)  VALUE ZERO.
020100     05 IND-TAMANHO            PIC 9(01)  VALUE ZERO.
020200*
020300 01  MEDIA-DE-MEMBROS          PIC 9(03)V99 VALUE ZERO.
020400*
020500 01  LINHA-DE-TITULO.
020600     05 FILLER                 PIC X(60)  VALUE
020700         "DOMICILIOS - CLIENTES ATIVOS NO MESMO ENDERECO E CEP".
020800     05 FILLER                 PIC X(10)  VALUE "EMISSAO: ".
020900     05 TIT-DATA               PIC 9(08).
021000*
021100 01  LINHA-DE-CABECALHO-UF.
021200     05 FILLER                 PIC X(06)  VALUE "UF".
021300     05 FILLER                 PIC X(12)  VALUE "  DOMICILIOS".
021400     05 FILLER                 PIC X(10)  VALUE "  CLIENTES".
021500     05 FILLER                 PIC X(08)  VALUE "   MEDIA".
021600     05 FILLER                 PIC X(10)  VALUE "  1 MEMBRO".
021700     05 FILLER                 PIC X(10)  VALUE " 2 MEMBROS".
021800     05 FILLER                 PIC X(10)  VALUE " 3 MEMBROS".
021900     05 FILLER                 PIC X(10)  VALUE " 4 MEMBROS".
022000     05 FILLER                 PIC X(10)  VALUE " 5 OU MAIS".
022100*
022200 01  LINHA-DE-UF.
022300     05 LUF-UF                 PIC X(06).
022400     05 FILLER                 PIC X(03)  VALUE SPACES.
022500     05 LUF-DOMICILIOS         PIC ZZZ.ZZ9.
022600     05 FILLER                 PIC X(02)  VALUE SPACES.
022700     05 LUF-CLIENTES           PIC ZZZ.ZZ9.
022800     05 FILLER                 PIC X(02)  VALUE SPACES.
022900     05 LUF-MEDIA              PIC ZZ9,99.
023000     05 LUF-TAMANHO OCCURS 5 TIMES.
023100        10 FILLER              PIC X(03).
023200        10 LUF-QTD-DO-TAMANHO  PIC ZZZ.ZZ9.
023300*
023400 01  LINHA-DE-TOTAL.
023500     05 TOT-TEXTO              PIC X(40).
023600     05 TOT-QUANTIDADE         PIC ZZZ.ZZ9.
023700*
023800 PROCEDURE DIVISION.
023900*
024000****************************************************************
024100* 0000-MAINLINE                                                *
024200*     PARAGRAFO PRINCIPAL - CONTROLA A SEQUENCIA DO PROGRAMA.  *
024300****************************************************************
024400 0000-MAINLINE.
024500     PERFORM 7700-REGISTRAR-INICIO
024600         THRU 7700-REGISTRAR-INICIO-EXIT.
024700     PERFORM 1000-ABRIR-ARQUIVOS
024800         THRU 1000-ABRIR-ARQUIVOS-EXIT.
024900     SORT ARQUIVO-DE-CLASSIFICACAO
025000         ON ASCENDING KEY SRT-CEP
025100                          SRT-ENDERECO-NORMALIZADO
025200                          SRT-ID-DO-CLIENTE
025300         INPUT PROCEDURE IS 2000-SELECIONAR-CLIENTES
025400             THRU 2000-SELECIONAR-CLIENTES-EXIT
025500         OUTPUT PROCEDURE IS 3000-GRAVAR-DOMICILIOS
025600             THRU 3000-GRAVAR-DOMICILIOS-EXIT.
025700     PERFORM 5000-IMPRIMIR-RELATORIO
025800         THRU 5000-IMPRIMIR-RELATORIO-EXIT.
025900     DISPLAY "CLIDOMI: CLIENTES LIDOS: " TOTAL-DE-CLIENTES-LIDOS
026000         " AGRUPADOS: " TOTAL-AGRUPADO
026100         " DOMICILIOS: " TOTAL-DE-DOMICILIOS.
026200     PERFORM 7800-REGISTRAR-FIM
026300         THRU 7800-REGISTRAR-FIM-EXIT.
026400     PERFORM 9999-ENCERRAR
026500         THRU 9999-ENCERRAR-EXIT.
026600     STOP RUN.
026700*
026800****************************************************************
026900* 1000-ABRIR-ARQUIVOS                                          *
027000*     ABRE O ARQUIVO MESTRE E O RELATORIO E REFAZ O ARQUIVO DE *
027100*     DOMICILIOS DO ZERO (O AGRUPAMENTO E SEMPRE COMPLETO).    *
027200****************************************************************
027300 1000-ABRIR-ARQUIVOS.
027400     ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
027500     OPEN INPUT CLIENTE-FILE.
027600     IF NOT ARQUIVO-OK
027700         DISPLAY "ERRO AO ABRIR CLIENTE-FILE, STATUS = "
027800             STATUS-DO-ARQUIVO-CLIENTE
027900         STOP RUN
028000     END-IF.
028100     OPEN OUTPUT ARQUIVO-DE-DOMICILIOS.
028200     IF NOT DOMICILIO-OK
028300         DISPLAY "ERRO AO ABRIR DOMICIL, STATUS = "
028400             STATUS-DO-ARQUIVO-DOMICILIO
028500         STOP RUN
028600     END-IF.
028700     OPEN OUTPUT RELATORIO-DE-DOMICILIOS.
028800     IF NOT RELATORIO-OK
028900         DISPLAY "ERRO AO ABRIR RELDOMI, STATUS = "
029000             STATUS-DO-RELATORIO
029100         STOP RUN
029200     END-IF.
029300     MOVE ZERO TO IND-UF.
029400     PERFORM 1100-LIMPAR-UF
029500         THRU 1100-LIMPAR-UF-EXIT
029600         UNTIL IND-UF NOT LESS THAN 28.
029700 1000-ABRIR-ARQUIVOS-EXIT.
029800     EXIT.
029900*
030000****************************************************************
030100* 1100-LIMPAR-UF                                               *
030200*     ZERA OS CONTADORES DA PROXIMA UF DA TABELA.              *
030300****************************************************************
030400 1100-LIMPAR-UF.
030500     ADD 1 TO IND-UF.
030600     MOVE ZERO TO QTD-DOMICILIOS-UF (IND-UF).
030700     MOVE ZERO TO QTD-CLIENTES-UF (IND-UF).
030800     MOVE ZERO TO QTD-POR-TAMANHO-UF (IND-UF, 1).
030900     MOVE ZERO TO QTD-POR-TAMANHO-UF (IND-UF, 2).
031000     MOVE ZERO TO QTD-POR-TAMANHO-UF (IND-UF, 3).
031100     MOVE ZERO TO QTD-POR-TAMANHO-UF (IND-UF, 4).
031200     MOVE ZERO TO QTD-POR-TAMANHO-UF (IND-UF, 5).
031300 1100-LIMPAR-UF-EXIT.
031400     EXIT.
031500*
031600****************************************************************
031700* 2000-SELECIONAR-CLIENTES                                     *
031800*     PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO - LE O ARQUIVO  *
031900*     MESTRE E LIBERA OS CLIENTES ATIVOS COM ENDERECO E CEP.   *
032000****************************************************************
032100 2000-SELECIONAR-CLIENTES.
032200     PERFORM 2100-LER-CLIENTE
032300         THRU 2100-LER-CLIENTE-EXIT.
032400     PERFORM 2200-SELECIONAR-CLIENTE
032500         THRU 2200-SELECIONAR-CLIENTE-EXIT
032600         UNTIL FIM-DO-ARQUIVO-CLIENTE.
032700 2000-SELECIONAR-CLIENTES-EXIT.
032800     EXIT.
032900*
033000****************************************************************
033100* 2100-LER-CLIENTE                                             *
033200*     LE O PROXIMO REGISTRO DE CLIENTE-FILE.                   *
033300****************************************************************
033400 2100-LER-CLIENTE.
033500     READ CLIENTE-FILE NEXT RECORD
033600         AT END
033700             SET FIM-DO-ARQUIVO-CLIENTE TO TRUE
033800     END-READ.
033900 2100-LER-CLIENTE-EXIT.
034000     EXIT.
034100*
034200****************************************************************
034300* 2200-SELECIONAR-CLIENTE                                      *
034400*     DESCARTA O CLIENTE INATIVO E O SEM ENDERECO OU SEM CEP;  *
034500*     DOS DEMAIS, NORMALIZA O ENDERECO E LIBERA PARA A         *
034600*     ORDENACAO. LE O PROXIMO REGISTRO.                        *
034700****************************************************************
034800 2200-SELECIONAR-CLIENTE.
034900     ADD 1 TO TOTAL-DE-CLIENTES-LIDOS.
035000     IF NOT CLIENTE-ATIVO-ARQ
035100         ADD 1 TO TOTAL-INATIVOS
035200         GO TO 2200-SELECIONAR-CLIENTE-LER
035300     END-IF.
035400     IF ENDERECO-DO-CLIENTE-ARQ = SPACES OR
035500         CEP-DO-CLIENTE-ARQ = SPACES
035600         ADD 1 TO TOTAL-SEM-ENDERECO
035700         GO TO 2200-SELECIONAR-CLIENTE-LER
035800     END-IF.
035900     PERFORM 2300-NORMALIZAR-ENDERECO
036000         THRU 2300-NORMALIZAR-ENDERECO-EXIT.
036100     MOVE CEP-DO-CLIENTE-ARQ      TO SRT-CEP.
036200     MOVE ENDERECO-NORMALIZADO    TO SRT-ENDERECO-NORMALIZADO.
036300     MOVE ID-DO-CLIENTE-ARQ       TO SRT-ID-DO-CLIENTE.
036400     MOVE UF-DO-CLIENTE-ARQ       TO SRT-UF.
036500     IF DATA-DE-NASCIMENTO-ARQ IS NUMERIC
036600         MOVE DATA-DE-NASCIMENTO-ARQ TO SRT-DATA-DE-NASCIMENTO
036700     ELSE
036800         MOVE ZERO TO SRT-DATA-DE-NASCIMENTO
036900     END-IF.
037000     RELEASE REGISTRO-DE-CLASSIFICACAO.
037100 2200-SELECIONAR-CLIENTE-LER.
037200     PERFORM 2100-LER-CLIENTE
037300         THRU 2100-LER-CLIENTE-EXIT.
037400 2200-SELECIONAR-CLIENTE-EXIT.
037500     EXIT.
037600*
037700****************************************************************
037800* 2300-NORMALIZAR-ENDERECO                                     *
037900*     PASSA O ENDERECO RESIDENCIAL PARA MAIUSCULAS, TROCA A    *
038000*     PONTUACAO POR ESPACO E COPIA OS CARACTERES SEM OS        *
038100*     ESPACOS INICIAIS E REPETIDOS, PARA QUE "R. DAS FLORES,   *
038200*     10" E "R DAS FLORES 10" CAIAM NO MESMO DOMICILIO.        *
038300****************************************************************
038400 2300-NORMALIZAR-ENDERECO.
038500     MOVE ENDERECO-DO-CLIENTE-ARQ TO ENDERECO-EM-EXAME.
038600     INSPECT ENDERECO-EM-EXAME CONVERTING
038700         "abcdefghijklmnopqrstuvwxyz.,;:-/#"
038800         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ       ".
038900     MOVE SPACES TO ENDERECO-NORMALIZADO.
039000     MOVE ZERO TO IND-EXAME.
039100     MOVE ZERO TO IND-NORMALIZADO.
039200     PERFORM 2350-COPIAR-CARACTERE
039300         THRU 2350-COPIAR-CARACTERE-EXIT
039400         UNTIL IND-EXAME NOT LESS THAN 40.
039500 2300-NORMALIZAR-ENDERECO-EXIT.
039600     EXIT.
039700*
039800****************************************************************
039900* 2350-COPIAR-CARACTERE                                        *
040000*     COPIA O PROXIMO CARACTERE DO ENDERECO EM EXAME, SALVO O  *
040100*     ESPACO NO INICIO OU LOGO APOS OUTRO ESPACO.              *
040200****************************************************************
040300 2350-COPIAR-CARACTERE.
040400     ADD 1 TO IND-EXAME.
040500     IF CARACTERE-EM-EXAME (IND-EXAME) = SPACE
040600         IF IND-NORMALIZADO = ZERO
040700             GO TO 2350-COPIAR-CARACTERE-EXIT
040800         END-IF
040900         IF CARACTERE-NORMALIZADO (IND-NORMALIZADO) = SPACE
041000             GO TO 2350-COPIAR-CARACTERE-EXIT
041100         END-IF
041200     END-IF.
041300     ADD 1 TO IND-NORMALIZADO.
041400     MOVE CARACTERE-EM-EXAME (IND-EXAME)
041500         TO CARACTERE-NORMALIZADO (IND-NORMALIZADO).
041600 2350-COPIAR-CARACTERE-EXIT.
041700     EXIT.
041800*
041900****************************************************************
042000* 3000-GRAVAR-DOMICILIOS                                       *
042100*     PROCEDIMENTO DE SAIDA DA CLASSIFICACAO - RECEBE OS       *
042200*     CLIENTES EM ORDEM DE CEP E ENDERECO, FORMA OS GRUPOS E   *
042300*     GRAVA OS DOMICILIOS.                                     *
042400****************************************************************
042500 3000-GRAVAR-DOMICILIOS.
042600     PERFORM 3050-DEVOLVER-CLIENTE
042700         THRU 3050-DEVOLVER-CLIENTE-EXIT.
042800     PERFORM 3100-PROCESSAR-MEMBRO
042900         THRU 3100-PROCESSAR-MEMBRO-EXIT
043000         UNTIL FIM-DA-CLASSIFICACAO.
043100     IF GRUPO-ABERTO
043200         PERFORM 3200-FECHAR-DOMICILIO
043300             THRU 3200-FECHAR-DOMICILIO-EXIT
043400     END-IF.
043500 3000-GRAVAR-DOMICILIOS-EXIT.
043600     EXIT.
043700*
043800****************************************************************
043900* 3050-DEVOLVER-CLIENTE                                        *
044000*     RECEBE O PROXIMO CLIENTE JA ORDENADO.                    *
044100****************************************************************
044200 3050-DEVOLVER-CLIENTE.
044300     RETURN ARQUIVO-DE-CLASSIFICACAO
044400         AT END
044500             MOVE "S" TO SW-FIM-DA-CLASSIFICACAO
044600     END-RETURN.
044700 3050-DEVOLVER-CLIENTE-EXIT.
044800     EXIT.
044900*
045000****************************************************************
045100* 3100-PROCESSAR-MEMBRO                                        *
045200*     FECHA O DOMICILIO ANTERIOR QUANDO MUDA O CEP OU O        *
045300*     ENDERECO, ACRESCENTA O CLIENTE AO GRUPO CORRENTE (OU, EM *
045400*     ENDERECO COLETIVO, GRAVA-O COMO DOMICILIO SO DELE) E     *
045500*     RECEBE O PROXIMO.                                        *
045600****************************************************************
045700 3100-PROCESSAR-MEMBRO.
045800     IF GRUPO-ABERTO AND
045900         (SRT-CEP NOT = GRP-CEP OR
046000          SRT-ENDERECO-NORMALIZADO NOT = GRP-ENDERECO)
046100         PERFORM 3200-FECHAR-DOMICILIO
046200             THRU 3200-FECHAR-DOMICILIO-EXIT
046300     END-IF.
046400     IF NOT GRUPO-ABERTO
046500         MOVE SRT-CEP                  TO GRP-CEP
046600         MOVE SRT-ENDERECO-NORMALIZADO TO GRP-ENDERECO
046700         MOVE SRT-UF                   TO GRP-UF
046800         MOVE ZERO TO QTD-DE-MEMBROS
046900         MOVE "N" TO SW-ENDERECO-COLETIVO
047000         MOVE "S" TO SW-GRUPO-ABERTO
047100     END-IF.
047200     IF ENDERECO-COLETIVO
047300         MOVE SRT-ID-DO-CLIENTE TO ID-DO-CLIENTE-DOM
047400         PERFORM 3500-GRAVAR-DOMICILIO-AVULSO
047500             THRU 3500-GRAVAR-DOMICILIO-AVULSO-EXIT
047600         GO TO 3100-PROCESSAR-MEMBRO-LER
047700     END-IF.
047800     IF QTD-DE-MEMBROS = 30
047900         MOVE "S" TO SW-ENDERECO-COLETIVO
048000         ADD 1 TO TOTAL-ENDERECOS-COLETIVOS
048100         MOVE ZERO TO IND-MEMBRO
048200         PERFORM 3450-GRAVAR-MEMBRO-AVULSO
048300             THRU 3450-GRAVAR-MEMBRO-AVULSO-EXIT
048400             UNTIL IND-MEMBRO NOT LESS THAN QTD-DE-MEMBROS
048500         MOVE SRT-ID-DO-CLIENTE TO ID-DO-CLIENTE-DOM
048600         PERFORM 3500-GRAVAR-DOMICILIO-AVULSO
048700             THRU 3500-GRAVAR-DOMICILIO-AVULSO-EXIT
048800         GO TO 3100-PROCESSAR-MEMBRO-LER
048900     END-IF.
049000     ADD 1 TO QTD-DE-MEMBROS.
049100     MOVE SRT-ID-DO-CLIENTE TO MBR-ID (QTD-DE-MEMBROS).
049200     MOVE SRT-DATA-DE-NASCIMENTO
049300         TO MBR-DATA-DE-NASCIMENTO (QTD-DE-MEMBROS).
049400 3100-PROCESSAR-MEMBRO-LER.
049500     PERFORM 3050-DEVOLVER-CLIENTE
049600         THRU 3050-DEVOLVER-CLIENTE-EXIT.
049700 3100-PROCESSAR-MEMBRO-EXIT.
049800     EXIT.
049900*
050000****************************************************************
050100* 3200-FECHAR-DOMICILIO                                        *
050200*     ESCOLHE O CHEFE E GRAVA OS MEMBROS DO GRUPO CORRENTE COM *
050300*     O ID DO DOMICILIO (O DO PRIMEIRO MEMBRO, QUE TEM O MENOR *
050400*     ID). ENDERECO COLETIVO JA FOI GRAVADO MEMBRO A MEMBRO.   *
050500****************************************************************
050600 3200-FECHAR-DOMICILIO.
050700     MOVE "N" TO SW-GRUPO-ABERTO.
050800     IF ENDERECO-COLETIVO
050900         GO TO 3200-FECHAR-DOMICILIO-EXIT
051000     END-IF.
051100     MOVE 1 TO IND-CHEFE.
051200     MOVE 1 TO IND-MEMBRO.
051300     PERFORM 3300-COMPARAR-IDADE
051400         THRU 3300-COMPARAR-IDADE-EXIT
051500         UNTIL IND-MEMBRO NOT LESS THAN QTD-DE-MEMBROS.
051600     MOVE ZERO TO IND-MEMBRO.
051700     PERFORM 3400-GRAVAR-MEMBRO
051800         THRU 3400-GRAVAR-MEMBRO-EXIT
051900         UNTIL IND-MEMBRO NOT LESS THAN QTD-DE-MEMBROS.
052000     ADD 1 TO TOTAL-DE-DOMICILIOS.
052100     IF QTD-DE-MEMBROS > 1
052200         ADD 1 TO TOTAL-COM-MAIS-DE-UM
052300     END-IF.
052400     PERFORM 3700-ACUMULAR-UF
052500         THRU 3700-ACUMULAR-UF-EXIT.
052600 3200-FECHAR-DOMICILIO-EXIT.
052700     EXIT.
052800*
052900****************************************************************
053000* 3300-COMPARAR-IDADE                                          *
053100*     PASSA A CHEFIA AO PROXIMO MEMBRO QUANDO ELE TEM DATA DE  *
053200*     NASCIMENTO CONHECIDA E E MAIS VELHO QUE O CHEFE ATUAL    *
053300*     (OU O CHEFE ATUAL NAO TEM DATA). NO EMPATE FICA O DE     *
053400*     MENOR ID.                                                *
053500****************************************************************
053600 3300-COMPARAR-IDADE.
053700     ADD 1 TO IND-MEMBRO.
053800     IF MBR-DATA-DE-NASCIMENTO (IND-MEMBRO) = ZERO
053900         GO TO 3300-COMPARAR-IDADE-EXIT
054000     END-IF.
054100     IF MBR-DATA-DE-NASCIMENTO (IND-CHEFE) = ZERO OR
054200         MBR-DATA-DE-NASCIMENTO (IND-MEMBRO) <
054300         MBR-DATA-DE-NASCIMENTO (IND-CHEFE)
054400         MOVE IND-MEMBRO TO IND-CHEFE
054500     END-IF.
054600 3300-COMPARAR-IDADE-EXIT.
054700     EXIT.
054800*
054900****************************************************************
055000* 3400-GRAVAR-MEMBRO                                           *
055100*     GRAVA NO ARQUIVO DE DOMICILIOS O PROXIMO MEMBRO DO GRUPO *
055200*     CORRENTE.                                                *
055300****************************************************************
055400 3400-GRAVAR-MEMBRO.
055500     ADD 1 TO IND-MEMBRO.
055600     MOVE MBR-ID (IND-MEMBRO)  TO ID-DO-CLIENTE-DOM.
055700     MOVE MBR-ID (1)           TO ID-DO-DOMICILIO-DOM.
055800     MOVE MBR-ID (IND-CHEFE)   TO ID-DO-CHEFE-DOM.
055900     IF IND-MEMBRO = IND-CHEFE
056000         SET E-CHEFE-DO-DOMICILIO-DOM TO TRUE
056100     ELSE
056200         SET MEMBRO-DO-DOMICILIO-DOM TO TRUE
056300     END-IF.
056400     MOVE QTD-DE-MEMBROS       TO QTD-DE-MEMBROS-DOM.
056500     PERFORM 3600-GRAVAR-REGISTRO
056600         THRU 3600-GRAVAR-REGISTRO-EXIT.
056700 3400-GRAVAR-MEMBRO-EXIT.
056800     EXIT.
056900*
057000****************************************************************
057100* 3450-GRAVAR-MEMBRO-AVULSO                                    *
057200*     GRAVA O PROXIMO MEMBRO JA GUARDADO DE UM ENDERECO        *
057300*     COLETIVO COMO DOMICILIO SO DELE.                         *
057400****************************************************************
057500 3450-GRAVAR-MEMBRO-AVULSO.
057600     ADD 1 TO IND-MEMBRO.
057700     MOVE MBR-ID (IND-MEMBRO) TO ID-DO-CLIENTE-DOM.
057800     PERFORM 3500-GRAVAR-DOMICILIO-AVULSO
057900         THRU 3500-GRAVAR-DOMICILIO-AVULSO-EXIT.
058000 3450-GRAVAR-MEMBRO-AVULSO-EXIT.
058100     EXIT.
058200*
058300****************************************************************
058400* 3500-GRAVAR-DOMICILIO-AVULSO                                 *
058500*     GRAVA O CLIENTE EM ID-DO-CLIENTE-DOM COMO DOMICILIO DE   *
058600*     UM SO MEMBRO, CHEFE DE SI MESMO.                         *
058700****************************************************************
058800 3500-GRAVAR-DOMICILIO-AVULSO.
058900     MOVE ID-DO-CLIENTE-DOM TO ID-DO-DOMICILIO-DOM.
059000     MOVE ID-DO-CLIENTE-DOM TO ID-DO-CHEFE-DOM.
059100     SET E-CHEFE-DO-DOMICILIO-DOM TO TRUE.
059200     MOVE 1 TO QTD-DE-MEMBROS-DOM.
059300     PERFORM 3600-GRAVAR-REGISTRO
059400         THRU 3600-GRAVAR-REGISTRO-EXIT.
059500     ADD 1 TO TOTAL-DE-DOMICILIOS.
059600     PERFORM 3700-ACUMULAR-UF
059700         THRU 3700-ACUMULAR-UF-EXIT.
059800 3500-GRAVAR-DOMICILIO-AVULSO-EXIT.
059900     EXIT.
060000*
060100****************************************************************
060200* 3600-GRAVAR-REGISTRO                                         *
060300*     COMPLETA O REGISTRO DE DOMICILIO COM OS DADOS DO GRUPO   *
060400*     CORRENTE E O GRAVA.                                      *
060500****************************************************************
060600 3600-GRAVAR-REGISTRO.
060700     MOVE GRP-ENDERECO TO ENDERECO-NORMALIZADO-DOM.
060800     MOVE GRP-CEP      TO CEP-DOM.
060900     MOVE GRP-UF       TO UF-DOM.
061000     MOVE DATA-DO-DIA  TO DATA-DO-AGRUPAMENTO-DOM.
061100     WRITE REGISTRO-DE-DOMICILIO.
061200     IF NOT DOMICILIO-OK
061300         DISPLAY "ERRO AO GRAVAR DOMICIL, STATUS = "
061400             STATUS-DO-ARQUIVO-DOMICILIO
061500             " ID = " ID-DO-CLIENTE-DOM
061600         MOVE 8 TO CODIGO-DE-RETORNO-DA-RODADA
061700         GO TO 3600-GRAVAR-REGISTRO-EXIT
061800     END-IF.
061900     ADD 1 TO TOTAL-AGRUPADO.
062000 3600-GRAVAR-REGISTRO-EXIT.
062100     EXIT.
062200*
062300****************************************************************
062400* 3700-ACUMULAR-UF                                             *
062500*     LOCALIZA A UF DO DOMICILIO NA TABELA (POSICAO 28 PARA UF *
062600*     EM BRANCO OU DESCONHECIDA) E ACUMULA O DOMICILIO, OS     *
062700*     SEUS MEMBROS E O SEU TAMANHO (5 = CINCO OU MAIS).        *
062800****************************************************************
062900 3700-ACUMULAR-UF.
063000     MOVE "N" TO SW-UF-ACHADA.
063100     MOVE ZERO TO IND-UF.
063200     MOVE 28 TO IND-UF-ACHADA.
063300     PERFORM 3750-PROCURAR-UF
063400         THRU 3750-PROCURAR-UF-EXIT
063500         UNTIL UF-ACHADA OR IND-UF NOT LESS THAN 27.
063600     IF QTD-DE-MEMBROS-DOM > 4
063700         MOVE 5 TO IND-TAMANHO
063800     ELSE
063900         MOVE QTD-DE-MEMBROS-DOM TO IND-TAMANHO
064000     END-IF.
064100     ADD 1 TO QTD-DOMICILIOS-UF (IND-UF-ACHADA).
064200     ADD QTD-DE-MEMBROS-DOM TO QTD-CLIENTES-UF (IND-UF-ACHADA).
064300     ADD 1 TO QTD-POR-TAMANHO-UF (IND-UF-ACHADA, IND-TAMANHO).
064400     ADD 1 TO QTD-POR-TAMANHO (IND-TAMANHO).
064500 3700-ACUMULAR-UF-EXIT.
064600     EXIT.
064700*
064800****************************************************************
064900* 3750-PROCURAR-UF                                             *
065000*     COMPARA A UF DO DOMICILIO COM A PROXIMA UF DA TABELA.    *
065100****************************************************************
065200 3750-PROCURAR-UF.
065300     ADD 1 TO IND-UF.
065400     IF GRP-UF = UF-DA-TABELA (IND-UF)
065500         MOVE "S" TO SW-UF-ACHADA
065600         MOVE IND-UF TO IND-UF-ACHADA
065700     END-IF.
065800 3750-PROCURAR-UF-EXIT.
065900     EXIT.
066000*
066100****************************************************************
066200* 5000-IMPRIMIR-RELATORIO                                      *
066300*     IMPRIME OS DOMICILIOS E OS TAMANHOS POR UF E OS TOTAIS   *
066400*     DO AGRUPAMENTO.                                          *
066500****************************************************************
066600 5000-IMPRIMIR-RELATORIO.
066700     MOVE DATA-DO-DIA TO TIT-DATA.
066800     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TITULO.
066900     MOVE ALL "-" TO LINHA-DO-RELATORIO.
067000     WRITE LINHA-DO-RELATORIO.
067100     MOVE "DOMICILIOS E TAMANHOS POR UF" TO LINHA-DO-RELATORIO.
067200     WRITE LINHA-DO-RELATORIO.
067300     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-CABECALHO-UF.
067400     MOVE ZERO TO IND-UF.
067500     PERFORM 5100-IMPRIMIR-UF
067600         THRU 5100-IMPRIMIR-UF-EXIT
067700         UNTIL IND-UF NOT LESS THAN 28.
067800     MOVE SPACES TO LINHA-DE-UF.
067900     MOVE "TOTAL" TO LUF-UF.
068000     MOVE TOTAL-DE-DOMICILIOS TO LUF-DOMICILIOS.
068100     MOVE TOTAL-AGRUPADO TO LUF-CLIENTES.
068200     MOVE ZERO TO MEDIA-DE-MEMBROS.
068300     IF TOTAL-DE-DOMICILIOS > ZERO
068400         COMPUTE MEDIA-DE-MEMBROS ROUNDED =
068500             TOTAL-AGRUPADO / TOTAL-DE-DOMICILIOS
068600     END-IF.
068700     MOVE MEDIA-DE-MEMBROS TO LUF-MEDIA.
068800     MOVE QTD-POR-TAMANHO (1) TO LUF-QTD-DO-TAMANHO (1).
068900     MOVE QTD-POR-TAMANHO (2) TO LUF-QTD-DO-TAMANHO (2).
069000     MOVE QTD-POR-TAMANHO (3) TO LUF-QTD-DO-TAMANHO (3).
069100     MOVE QTD-POR-TAMANHO (4) TO LUF-QTD-DO-TAMANHO (4).
069200     MOVE QTD-POR-TAMANHO (5) TO LUF-QTD-DO-TAMANHO (5).
069300     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-UF.
069400     MOVE ALL "-" TO LINHA-DO-RELATORIO.
069500     WRITE LINHA-DO-RELATORIO.
069600     MOVE "CLIENTES LIDOS..........................: "
069700         TO TOT-TEXTO.
069800     MOVE TOTAL-DE-CLIENTES-LIDOS TO TOT-QUANTIDADE.
069900     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
070000     MOVE "INATIVOS (FORA DO AGRUPAMENTO)..........: "
070100         TO TOT-TEXTO.
070200     MOVE TOTAL-INATIVOS TO TOT-QUANTIDADE.
070300     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
070400     MOVE "ATIVOS SEM ENDERECO OU CEP..............: "
070500         TO TOT-TEXTO.
070600     MOVE TOTAL-SEM-ENDERECO TO TOT-QUANTIDADE.
070700     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
070800     MOVE "CLIENTES GRAVADOS NO DOMICIL............: "
070900         TO TOT-TEXTO.
071000     MOVE TOTAL-AGRUPADO TO TOT-QUANTIDADE.
071100     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
071200     MOVE "DOMICILIOS..............................: "
071300         TO TOT-TEXTO.
071400     MOVE TOTAL-DE-DOMICILIOS TO TOT-QUANTIDADE.
071500     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
071600     MOVE "  COM MAIS DE UM CLIENTE................: "
071700         TO TOT-TEXTO.
071800     MOVE TOTAL-COM-MAIS-DE-UM TO TOT-QUANTIDADE.
071900     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
072000     MOVE "ENDERECOS COLETIVOS (NAO AGRUPADOS).....: "
072100         TO TOT-TEXTO.
072200     MOVE TOTAL-ENDERECOS-COLETIVOS TO TOT-QUANTIDADE.
072300     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
072400 5000-IMPRIMIR-RELATORIO-EXIT.
072500     EXIT.
072600*
072700****************************************************************
072800* 5100-IMPRIMIR-UF                                             *
072900*     IMPRIME OS DOMICILIOS, OS CLIENTES, A MEDIA DE MEMBROS E *
073000*     OS DOMICILIOS POR TAMANHO DA PROXIMA UF COM DOMICILIOS.  *
073100****************************************************************
073200 5100-IMPRIMIR-UF.
073300     ADD 1 TO IND-UF.
073400     IF QTD-DOMICILIOS-UF (IND-UF) = ZERO
073500         GO TO 5100-IMPRIMIR-UF-EXIT
073600     END-IF.
073700     MOVE SPACES TO LINHA-DE-UF.
073800     MOVE UF-DA-TABELA (IND-UF) TO LUF-UF.
073900     MOVE QTD-DOMICILIOS-UF (IND-UF) TO LUF-DOMICILIOS.
074000     MOVE QTD-CLIENTES-UF (IND-UF) TO LUF-CLIENTES.
074100     COMPUTE MEDIA-DE-MEMBROS ROUNDED =
074200         QTD-CLIENTES-UF (IND-UF) / QTD-DOMICILIOS-UF (IND-UF).
074300     MOVE MEDIA-DE-MEMBROS TO LUF-MEDIA.
074400     MOVE QTD-POR-TAMANHO-UF (IND-UF, 1)
074500         TO LUF-QTD-DO-TAMANHO (1).
074600     MOVE QTD-POR-TAMANHO-UF (IND-UF, 2)
074700         TO LUF-QTD-DO-TAMANHO (2).
074800     MOVE QTD-POR-TAMANHO-UF (IND-UF, 3)
074900         TO LUF-QTD-DO-TAMANHO (3).
075000     MOVE QTD-POR-TAMANHO-UF (IND-UF, 4)
075100         TO LUF-QTD-DO-TAMANHO (4).
075200     MOVE QTD-POR-TAMANHO-UF (IND-UF, 5)
075300         TO LUF-QTD-DO-TAMANHO (5).
075400     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-UF.
075500 5100-IMPRIMIR-UF-EXIT.
075600     EXIT.
075700*
075800****************************************************************
075900* 7700-REGISTRAR-INICIO                                        *
076000*     ABRE O ARQUIVO DE CONTROLE DE EXECUCAO, CRIANDO-O NA     *
076100*     PRIMEIRA EXECUCAO, E GRAVA O REGISTRO DE INICIO DA       *
076200*     RODADA (SITUACAO "E").                                   *
076300****************************************************************
076400 7700-REGISTRAR-INICIO.
076500     OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
076600     IF EXECUCAO-NAO-ENCONTRADA
076700         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-EXECUCAO
076800         CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO
076900         OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO
077000     END-IF.
077100     IF NOT EXECUCAO-OK
077200         DISPLAY "ERRO AO ABRIR RUNCTL, STATUS = "
077300             STATUS-DO-CONTROLE-DE-EXECUCAO
077400         STOP RUN
077500     END-IF.
077600     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
077700     ACCEPT DATA-DE-INICIO-RUN FROM DATE YYYYMMDD.
077800     ACCEPT HORA-DE-INICIO-RUN FROM TIME.
077900     MOVE ZERO TO DATA-DE-FIM-RUN.
078000     MOVE ZERO TO HORA-DE-FIM-RUN.
078100     MOVE ZERO TO QTD-LIDOS-RUN.
078200     MOVE ZERO TO QTD-GRAVADOS-RUN.
078300     MOVE ZERO TO QTD-REJEITADOS-RUN.
078400     MOVE ZERO TO CODIGO-DE-RETORNO-RUN.
078500     SET EXECUCAO-EM-CURSO-RUN TO TRUE.
078600     WRITE REGISTRO-DE-EXECUCAO
078700         INVALID KEY
078800             REWRITE REGISTRO-DE-EXECUCAO
078900     END-WRITE.
079000     IF NOT EXECUCAO-OK
079100         DISPLAY "ERRO AO GRAVAR RUNCTL, STATUS = "
079200             STATUS-DO-CONTROLE-DE-EXECUCAO
079300         STOP RUN
079400     END-IF.
079500 7700-REGISTRAR-INICIO-EXIT.
079600     EXIT.
079700*
079800****************************************************************
079900* 7800-REGISTRAR-FIM                                           *
080000*     COMPLETA O REGISTRO DE EXECUCAO DA RODADA COM OS TOTAIS  *
080100*     (LIDOS, GRAVADOS NO DOMICIL E ATIVOS SEM ENDERECO), O    *
080200*     CODIGO DE RETORNO E A SITUACAO "T".                      *
080300****************************************************************
080400 7800-REGISTRAR-FIM.
080500     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
080600     READ ARQUIVO-DE-CONTROLE-DE-EXECUCAO
080700         INVALID KEY
080800             DISPLAY "REGISTRO DE EXECUCAO AUSENTE EM RUNCTL."
080900             GO TO 7800-REGISTRAR-FIM-EXIT
081000     END-READ.
081100     ACCEPT DATA-DE-FIM-RUN FROM DATE YYYYMMDD.
081200     ACCEPT HORA-DE-FIM-RUN FROM TIME.
081300     MOVE TOTAL-DE-CLIENTES-LIDOS TO QTD-LIDOS-RUN.
081400     MOVE TOTAL-AGRUPADO TO QTD-GRAVADOS-RUN.
081500     MOVE TOTAL-SEM-ENDERECO TO QTD-REJEITADOS-RUN.
081600     MOVE CODIGO-DE-RETORNO-DA-RODADA TO CODIGO-DE-RETORNO-RUN.
081700     SET EXECUCAO-TERMINADA-RUN TO TRUE.
081800     REWRITE REGISTRO-DE-EXECUCAO.
081900     IF NOT EXECUCAO-OK
082000         DISPLAY "ERRO AO REGRAVAR RUNCTL, STATUS = "
082100             STATUS-DO-CONTROLE-DE-EXECUCAO
082200     END-IF.
082300 7800-REGISTRAR-FIM-EXIT.
082400     EXIT.
082500*
082600****************************************************************
082700* 9999-ENCERRAR                                                *
082800*     FECHA OS ARQUIVOS ANTES DO TERMINO DO PROGRAMA.          *
082900****************************************************************
083000 9999-ENCERRAR.
083100     CLOSE CLIENTE-FILE.
083200     CLOSE ARQUIVO-DE-DOMICILIOS.
083300     CLOSE RELATORIO-DE-DOMICILIOS.
083400     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
083500 9999-ENCERRAR-EXIT.
083600     EXIT.
