000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CLITEND.
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
001400*  15/10/2026 EAC     PROGRAMA ORIGINAL - RELATORIO DE         *
001500*                     TENDENCIA DOS ULTIMOS 12 MESES (RELTEND) *
001600*                     A PARTIR DAS FOTOGRAFIAS MENSAIS DO      *
001700*                     CLIFOTO (ARQUIVO FOTOMES, COPYBOOK       *
001800*                     FOTREC) E DOS EVENTOS DO LOG DE AUDITORIA*
001900*                     VIVO (AUDITLOG) E DO ARQUIVO MORTO DE    *
002000*                     AUDITORIA (ARQAUD). POR MES: ATIVOS E    *
002100*                     INATIVOS NO FECHAMENTO, CLIENTES NOVOS   *
002200*                     (INCLUSAO), INATIVACOES E REATIVACOES    *
002300*                     (ALTERACAO DA SITUACAO), RESTAURACOES DO *
002400*                     CLIREST, FUSOES, EXPURGOS DO CLIARCH,    *
002500*                     CRESCIMENTO LIQUIDO DA BASE ATIVA E TAXA *
002600*                     DE EVASAO; DEPOIS OS ATIVOS POR FAIXA    *
002700*                     ETARIA E A TAXA DE EVASAO POR UF. O MES  *
002800*                     FINAL VEM DO PARMTEND. REGISTRA A RODADA *
002900*                     EM RUNCTL.                               *
002910*  15/10/2026 EAC     INCLUSAO ESTORNADA PELO CLIESTO          *
002920*                     (ESTORNO/INCLUSAO) EM COLUNA PROPRIA,    *
002930*                     DESCONTADA DO CRESCIMENTO LIQUIDO DO     *
002940*                     MES DO ESTORNO. NOVA SECAO DE            *
002950*                     CRESCIMENTO LIQUIDO POR UF (VARIACAO     *
002960*                     DOS ATIVOS DA UF ENTRE AS FOTOGRAFIAS    *
002970*                     DE DOIS MESES SEGUIDOS).                 *
003000*                                                              *
003100****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 SPECIAL-NAMES.
003700     DECIMAL-POINT IS COMMA.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS ID-DO-CLIENTE-ARQ
004400         ALTERNATE RECORD KEY IS NOME-DO-CLIENTE-ARQ
004500             WITH DUPLICATES
004600         FILE STATUS IS STATUS-DO-ARQUIVO-CLIENTE.
004700*
004800     SELECT LOG-DE-AUDITORIA ASSIGN TO "AUDITLOG"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS STATUS-DO-LOG-DE-AUDITORIA.
005100*
005200     SELECT ARQUIVO-MORTO-DE-AUDITORIA ASSIGN TO "ARQAUD"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS STATUS-DO-MORTO-DE-AUDITORIA.
005500*
005600     SELECT ARQUIVO-MORTO-DE-CLIENTES ASSIGN TO "ARQCLI"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS STATUS-DO-ARQUIVO-MORTO.
005900*
006000     SELECT ARQUIVO-DE-FOTOGRAFIAS ASSIGN TO "FOTOMES"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CHAVE-DA-FOTOGRAFIA-FOT
006400         FILE STATUS IS STATUS-DAS-FOTOGRAFIAS.
006500*
006600     SELECT PARAMETROS-DA-TENDENCIA ASSIGN TO "PARMTEND"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS STATUS-DOS-PARAMETROS.
006900*
007000     SELECT RELATORIO-DE-TENDENCIA ASSIGN TO "RELTEND"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS STATUS-DO-RELATORIO.
007300*
007400     SELECT ARQUIVO-DE-CONTROLE-DE-EXECUCAO ASSIGN TO "RUNCTL"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS ID-DO-PROGRAMA-RUN
007800         FILE STATUS IS STATUS-DO-CONTROLE-DE-EXECUCAO.
007900*
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  CLIENTE-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY CLIREC.
008500*
008600 FD  LOG-DE-AUDITORIA
008700     LABEL RECORDS ARE STANDARD.
008800     COPY AUDREC.
008900*
009000 FD  ARQUIVO-MORTO-DE-AUDITORIA
009100     LABEL RECORDS ARE STANDARD.
009200 01  REGISTRO-DE-AUDITORIA-MORTO PIC X(149).
009300*
009400 FD  ARQUIVO-MORTO-DE-CLIENTES
009500     LABEL RECORDS ARE STANDARD.
009600 01  REGISTRO-DO-CLIENTE-MORTO PIC X(181).
009700*
009800 FD  ARQUIVO-DE-FOTOGRAFIAS
009900     LABEL RECORDS ARE STANDARD.
010000     COPY FOTREC.
010100*
010200 FD  PARAMETROS-DA-TENDENCIA
010300     LABEL RECORDS ARE STANDARD.
010400*
010500****************************************************************
010600*  LAYOUT DO REGISTRO DE PARAMETROS - UMA LINHA UNICA.         *
010700*  POSICAO  TAMANHO  CAMPO                                     *
010800*  -------  -------  ------------------------------------      *
010900*  001-006     06    ULTIMO MES DO RELATORIO (AAAAMM); O       *
011000*                    RELATORIO COBRE ELE E OS 11 MESES         *
011100*                    ANTERIORES. SEM O ARQUIVO OU COM O MES EM *
011200*                    BRANCO VALE O MES DA DATA DA RODADA.      *
011300****************************************************************
011400 01  REGISTRO-DE-PARAMETROS.
011500     05 PRM-ANO-MES-FINAL      PIC X(06).
011600*
011700 FD  RELATORIO-DE-TENDENCIA
011800     LABEL RECORDS ARE STANDARD.
011900 01  LINHA-DO-RELATORIO        PIC X(132).
012000*
012100 FD  ARQUIVO-DE-CONTROLE-DE-EXECUCAO
012200     LABEL RECORDS ARE STANDARD.
012300     COPY RUNREC.
012400*
012500 WORKING-STORAGE SECTION.
012600 01  STATUS-DO-ARQUIVO-CLIENTE PIC X(02).
012700     88 ARQUIVO-OK                VALUE "00".
012800     88 FIM-DO-ARQUIVO-CLIENTE    VALUE "10".
012900*
013000 01  STATUS-DO-LOG-DE-AUDITORIA PIC X(02).
013100     88 LOG-DE-AUDITORIA-OK       VALUE "00".
013200     88 FIM-DO-LOG-DE-AUDITORIA   VALUE "10".
013300*
013400 01  STATUS-DO-MORTO-DE-AUDITORIA PIC X(02).
013500     88 MORTO-DE-AUDITORIA-OK      VALUE "00".
013600     88 FIM-DO-MORTO-DE-AUDITORIA  VALUE "10".
013700     88 MORTO-DE-AUDITORIA-AUSENTE VALUE "35".
013800*
013900 01  STATUS-DO-ARQUIVO-MORTO   PIC X(02).
014000     88 ARQUIVO-MORTO-OK          VALUE "00".
014100     88 FIM-DO-ARQUIVO-MORTO      VALUE "10".
014200     88 ARQUIVO-MORTO-AUSENTE     VALUE "35".
014300*
014400 01  STATUS-DAS-FOTOGRAFIAS    PIC X(02).
014500     88 FOTOGRAFIAS-OK            VALUE "00".
014600     88 FOTOGRAFIAS-AUSENTES      VALUE "35".
014700*
014800 01  STATUS-DOS-PARAMETROS     PIC X(02).
014900     88 PARAMETROS-OK             VALUE "00".
015000     88 PARAMETROS-NAO-ENCONTRADOS VALUE "35".
015100*
015200 01  STATUS-DO-RELATORIO       PIC X(02).
015300     88 RELATORIO-OK              VALUE "00".
015400*
015500 01  STATUS-DO-CONTROLE-DE-EXECUCAO PIC X(02).
015600     88 EXECUCAO-OK               VALUE "00".
015700     88 EXECUCAO-NAO-ENCONTRADA   VALUE "35".
015800*
015900 01  NOME-DO-PROGRAMA          PIC X(08)  VALUE "CLITEND".
016000 01  CODIGO-DE-RETORNO-DA-RODADA PIC 9(02) VALUE ZERO.
016100*
016200 01  DATA-DO-DIA               PIC 9(08)  VALUE ZERO.
016300 01  DATA-DO-DIA-R REDEFINES DATA-DO-DIA.
016400     05 ANO-MES-DO-DIA         PIC 9(06).
016500     05 DIA-DO-DIA             PIC 9(02).
016600*
016700 01  ANO-MES-FINAL             PIC 9(06)  VALUE ZERO.
016800 01  ANO-MES-FINAL-R REDEFINES ANO-MES-FINAL.
016900     05 ANO-FINAL              PIC 9(04).
017000     05 MES-FINAL              PIC 9(02).
017100*
017200****************************************************************
017300*  MESES CONTADOS EM SEQUENCIA (ANO X 12 + MES - 1), PARA      *
017400*  LOCALIZAR O MES DE CADA EVENTO NA JANELA DO RELATORIO.      *
017500****************************************************************
017600 01  SEQUENCIAS-DE-MES.
017700     05 SEQ-DO-PRIMEIRO-MES    PIC 9(06)  VALUE ZERO.
017800     05 SEQ-DO-ULTIMO-MES      PIC 9(06)  VALUE ZERO.
017900     05 SEQ-DO-MES             PIC 9(06)  VALUE ZERO.
018000     05 ANO-CALCULADO          PIC 9(04)  VALUE ZERO.
018100*
018200 01  CHAVES-DA-TENDENCIA.
018300     05 SW-FOTOGRAFIAS-DISPONIVEIS PIC X(01) VALUE "N".
018400        88 FOTOGRAFIAS-DISPONIVEIS VALUE "S".
018500     05 SW-UF-ACHADA           PIC X(01)  VALUE "N".
018600        88 UF-ACHADA               VALUE "S".
018700     05 SW-UF-COM-MOVIMENTO    PIC X(01)  VALUE "N".
018800        88 UF-COM-MOVIMENTO        VALUE "S".
018900*
019000 01  CONTADORES-DA-TENDENCIA.
019100     05 TOTAL-LIDOS-DO-AUDITLOG PIC 9(07) VALUE ZERO.
019200     05 TOTAL-LIDOS-DO-ARQAUD  PIC 9(07)  VALUE ZERO.
019300     05 TOTAL-NA-JANELA        PIC 9(07)  VALUE ZERO.
019400     05 TOTAL-DE-MESES-COM-FOTO PIC 9(02) VALUE ZERO.
019500     05 TOTAL-SEM-UF-CONHECIDA PIC 9(06)  VALUE ZERO.
019600*
019700****************************************************************
019800*  EVENTO EM EXAME - MESMO LAYOUT DO AUDREC, LIDO DO AUDITLOG  *
019900*  OU DO ARQAUD. A FUSAO E A EXCLUSAO DO DUPLICADO COM O VALOR *
020000*  NOVO "FUNDIDO NO ID ..." (CLIMERGE E CLIAPRV).              *
020100****************************************************************
020200 01  EVENTO-EM-EXAME.
020300     05 EVT-DATA               PIC 9(08).
020400     05 EVT-DATA-R REDEFINES EVT-DATA.
020500        10 EVT-ANO             PIC 9(04).
020600        10 EVT-MES             PIC 9(02).
020700        10 EVT-DIA             PIC 9(02).
020800     05 EVT-HORA               PIC 9(08).
020900     05 EVT-OPERADOR           PIC X(08).
021000     05 EVT-TIPO               PIC X(10).
021100     05 EVT-ID-DO-CLIENTE      PIC 9(06).
021200     05 EVT-CAMPO              PIC X(20).
021300     05 EVT-VALOR-ANTIGO       PIC X(40).
021400     05 EVT-VALOR-NOVO         PIC X(40).
021500     05 EVT-VALOR-NOVO-R REDEFINES EVT-VALOR-NOVO.
021600        10 EVT-MARCA-DA-FUSAO  PIC X(13).
021700        10 FILLER              PIC X(27).
021800     05 EVT-NUMERO             PIC 9(09).
021900*
022000 01  IMAGEM-DO-CLIENTE-MORTO.
022100     05 MRT-ID                 PIC 9(06).
022200     05 MRT-NOME               PIC X(30).
022300     05 MRT-IDADE              PIC 9(02).
022400     05 MRT-ENDERECO           PIC X(40).
022500     05 MRT-CIDADE             PIC X(20).
022600     05 MRT-UF                 PIC X(02).
022700     05 MRT-CEP                PIC X(08).
022800     05 MRT-TELEFONE           PIC X(15).
022900     05 MRT-EMAIL              PIC X(40).
023000     05 MRT-DATA-DE-CADASTRO   PIC 9(08).
023100     05 MRT-SITUACAO           PIC X(01).
023200     05 MRT-INDICADOR-DEVOLUCAO PIC X(01).
023300     05 MRT-DATA-DE-NASCIMENTO PIC 9(08).
023400*
023500****************************************************************
023600*  TABELA DE UFS: AS 27 UNIDADES DA FEDERACAO (MESMA LISTA DA  *
023700*  ROTINA CLIVALID) MAIS A POSICAO 28 PARA UF EM BRANCO OU     *
023800*  DESCONHECIDA.                                               *
023900****************************************************************
024000 01  LISTA-DE-UFS.
024100     05 FILLER                 PIC X(26)  VALUE
024200         "ACALAPAMBACEDFESGOMAMTMSMG".
024300     05 FILLER                 PIC X(26)  VALUE
024400         "PAPBPRPEPIRJRNRSRORRSCSPSE".
024500     05 FILLER                 PIC X(02)  VALUE "TO".
024600     05 FILLER                 PIC X(02)  VALUE "??".
024700 01  TABELA-DE-UFS REDEFINES LISTA-DE-UFS.
024800     05 UF-DA-TABELA           PIC X(02) OCCURS 28 TIMES.
024900*
025000****************************************************************
025100*  UF DE CADA CLIENTE (POSICAO NA TABELA DE UFS) INDEXADA PELO *
025200*  ID, MONTADA DO ARQUIVO MORTO E DEPOIS DO MESTRE, PARA       *
025300*  LOCALIZAR A UF DAS INATIVACOES. ZERO = CLIENTE NAO ACHADO   *
025400*  (POR EXEMPLO, DUPLICADO JA FUNDIDO).                        *
025500****************************************************************
025600 01  TABELA-DE-UF-POR-CLIENTE.
025700     05 UF-DO-CLIENTE-NA-TABELA PIC 9(02) OCCURS 999999 TIMES
025800                               VALUE ZERO.
025900*
026000****************************************************************
026100*  FAIXAS ETARIAS FINAS (AS MESMAS DO CLIDEMO E DO CLIFOTO).   *
026200****************************************************************
026300 01  LISTA-DE-ROTULOS.
026400     05 FILLER PIC X(16) VALUE "ATE 17 ANOS".
026500     05 FILLER PIC X(16) VALUE "DE 18 A 25 ANOS".
026600     05 FILLER PIC X(16) VALUE "DE 26 A 35 ANOS".
026700     05 FILLER PIC X(16) VALUE "DE 36 A 45 ANOS".
026800     05 FILLER PIC X(16) VALUE "DE 46 A 55 ANOS".
026900     05 FILLER PIC X(16) VALUE "DE 56 A 64 ANOS".
027000     05 FILLER PIC X(16) VALUE "DE 65 A 79 ANOS".
027100     05 FILLER PIC X(16) VALUE "80 ANOS OU MAIS".
027200 01  TABELA-DE-ROTULOS REDEFINES LISTA-DE-ROTULOS.
027300     05 ROTULO-DA-FAIXA        PIC X(16) OCCURS 8 TIMES.
027400*
027500****************************************************************
027600*  TABELA DOS MESES: A POSICAO 1 E O MES ANTERIOR A JANELA     *
027700*  (SO A FOTOGRAFIA, BASE DA EVASAO DO PRIMEIRO MES); AS       *
027800*  POSICOES 2 A 13 SAO OS 12 MESES DO RELATORIO.               *
027900****************************************************************
028000 01  TABELA-DE-MESES.
028100     05 ELEMENTO-DE-MES OCCURS 13 TIMES.
028200        10 TND-ANO-MES         PIC 9(06).
028300        10 TND-ANO-MES-R REDEFINES TND-ANO-MES.
028400           15 TND-ANO          PIC 9(04).
028500           15 TND-MES          PIC 9(02).
028600        10 TND-FOTOGRAFIA      PIC X(01).
028700           88 TND-COM-FOTOGRAFIA   VALUE "S".
028800        10 TND-ATIVOS-FOTO     PIC 9(07).
028900        10 TND-INATIVOS-FOTO   PIC 9(07).
029000        10 TND-NOVOS           PIC 9(06).
029100        10 TND-INATIVACOES     PIC 9(06).
029200        10 TND-REATIVACOES     PIC 9(06).
029300        10 TND-RESTAURACOES    PIC 9(06).
029400        10 TND-FUSOES          PIC 9(06).
029500        10 TND-ARQUIVAMENTOS   PIC 9(06).
029510        10 TND-ESTORNOS        PIC 9(06).
029600        10 TND-ATIVOS-FAIXA    PIC 9(07) OCCURS 8 TIMES.
029700        10 TND-ATIVOS-UF       PIC 9(07) OCCURS 28 TIMES.
029800        10 TND-INATIVACOES-UF  PIC 9(06) OCCURS 28 TIMES.
029900*
030000 01  INDICES-DE-TRABALHO.
030100     05 IND-MES                PIC 9(02)  VALUE ZERO.
030200     05 IND-MES-ANTERIOR       PIC 9(02)  VALUE ZERO.
030300     05 IND-UF                 PIC 9(02)  VALUE ZERO.
030400     05 IND-UF-ACHADA          PIC 9(02)  VALUE ZERO.
030500     05 IND-FAIXA              PIC 9(02)  VALUE ZERO.
030600     05 IND-CLIENTE            PIC 9(06)  VALUE ZERO.
030700*
030800 01  UF-EM-EXAME               PIC X(02).
030900 01  ROTULO-DA-MATRIZ          PIC X(16).
031000 01  ROTULO-DO-MES-INICIAL     PIC X(07).
031100 01  CODIGO-DA-FAIXA           PIC 9(02)  VALUE ZERO.
031200 01  CRESCIMENTO-LIQUIDO       PIC S9(07) VALUE ZERO.
031300 01  TAXA-DE-EVASAO            PIC 9(03)V99 VALUE ZERO.
031400 01  INATIVACOES-DA-UF         PIC 9(06)  VALUE ZERO.
031410 01  CRESCIMENTO-DA-UF         PIC S9(07) VALUE ZERO.
031420 01  CRESCIMENTO-NA-JANELA     PIC S9(07) VALUE ZERO.
031500*
031600 01  QUANTIDADE-EDITADA        PIC ZZZ.ZZ9.
031700 01  TAXA-EDITADA              PIC ZZ9,99.
031710 01  CRESCIMENTO-EDITADO       PIC -ZZ.ZZ9.
031800*
031900 01  ROTULO-DO-MES.
032000     05 RTM-MES                PIC 9(02).
032100     05 FILLER                 PIC X(01)  VALUE "/".
032200     05 RTM-ANO                PIC 9(04).
032300*
032400 01  LINHA-DE-TITULO.
032500     05 TIT-TEXTO              PIC X(60).
032600     05 FILLER                 PIC X(10)  VALUE "EMISSAO: ".
032700     05 TIT-DATA               PIC 9(08).
032800*
032900 01  LINHA-DE-CABECALHO-MOVIMENTO.
033000     05 FILLER                 PIC X(09)  VALUE "MES".
033100     05 FILLER                 PIC X(09)  VALUE "  ATIVOS".
033200     05 FILLER                 PIC X(09)  VALUE "INATIVOS".
033300     05 FILLER                 PIC X(09)  VALUE "   NOVOS".
033400     05 FILLER                 PIC X(09)  VALUE "INATIVAC".
033500     05 FILLER                 PIC X(09)  VALUE "REATIVAC".
033600     05 FILLER                 PIC X(09)  VALUE "RESTAUR.".
033700     05 FILLER                 PIC X(09)  VALUE "  FUSOES".
033800     05 FILLER                 PIC X(09)  VALUE "EXPURGOS".
033810     05 FILLER                 PIC X(09)  VALUE "INCL.EST.".
033900     05 FILLER                 PIC X(10)  VALUE "CRESC.LIQ.".
034000     05 FILLER                 PIC X(10)  VALUE " EVASAO %".
034100*
034200 01  LINHA-DE-MOVIMENTO.
034300     05 MOV-MES                PIC X(07).
034400     05 FILLER                 PIC X(02)  VALUE SPACES.
034500     05 MOV-ATIVOS             PIC X(07).
034600     05 FILLER                 PIC X(02)  VALUE SPACES.
034700     05 MOV-INATIVOS           PIC X(07).
034800     05 FILLER                 PIC X(02)  VALUE SPACES.
034900     05 MOV-NOVOS              PIC ZZZ.ZZ9.
035000     05 FILLER                 PIC X(02)  VALUE SPACES.
035100     05 MOV-INATIVACOES        PIC ZZZ.ZZ9.
035200     05 FILLER                 PIC X(02)  VALUE SPACES.
035300     05 MOV-REATIVACOES        PIC ZZZ.ZZ9.
035400     05 FILLER                 PIC X(02)  VALUE SPACES.
035500     05 MOV-RESTAURACOES       PIC ZZZ.ZZ9.
035600     05 FILLER                 PIC X(02)  VALUE SPACES.
035700     05 MOV-FUSOES             PIC ZZZ.ZZ9.
035800     05 FILLER                 PIC X(02)  VALUE SPACES.
035900     05 MOV-ARQUIVAMENTOS      PIC ZZZ.ZZ9.
035910     05 FILLER                 PIC X(02)  VALUE SPACES.
035920     05 MOV-ESTORNOS           PIC ZZZ.ZZ9.
036000     05 FILLER                 PIC X(02)  VALUE SPACES.
036100     05 MOV-CRESCIMENTO        PIC -ZZZ.ZZ9.
036200     05 FILLER                 PIC X(03)  VALUE SPACES.
036300     05 MOV-EVASAO             PIC X(06).
036400*
036500****************************************************************
036600*  LINHA DAS MATRIZES (FAIXA ETARIA OU UF POR MES): ROTULO,    *
036700*  UMA CELULA POR MES DA JANELA E UMA COLUNA DE TOTAL.         *
036800****************************************************************
036900 01  LINHA-DE-MATRIZ.
037000     05 MTZ-ROTULO             PIC X(16).
037100     05 MTZ-COLUNA OCCURS 12 TIMES.
037200        10 FILLER              PIC X(02).
037300        10 MTZ-CELULA          PIC X(07).
037400     05 FILLER                 PIC X(02).
037500     05 MTZ-TOTAL              PIC X(07).
037600*
037700 01  LINHA-DE-TOTAL.
037800     05 TOT-TEXTO              PIC X(40).
037900     05 TOT-QUANTIDADE         PIC ZZZ.ZZ9.
038000*
038100 PROCEDURE DIVISION.
038200*
038300****************************************************************
038400* 0000-MAINLINE                                                *
038500*     PARAGRAFO PRINCIPAL - CONTROLA A SEQUENCIA DO PROGRAMA.  *
038600****************************************************************
038700 0000-MAINLINE.
038800     PERFORM 7700-REGISTRAR-INICIO
038900         THRU 7700-REGISTRAR-INICIO-EXIT.
039000     PERFORM 1000-ABRIR-ARQUIVOS
039100         THRU 1000-ABRIR-ARQUIVOS-EXIT.
039200     PERFORM 1100-LER-PARAMETROS
039300         THRU 1100-LER-PARAMETROS-EXIT.
039400     PERFORM 1200-MONTAR-JANELA
039500         THRU 1200-MONTAR-JANELA-EXIT.
039600     PERFORM 1300-CARREGAR-UF-DOS-CLIENTES
039700         THRU 1300-CARREGAR-UF-DOS-CLIENTES-EXIT.
039800     IF FOTOGRAFIAS-DISPONIVEIS
039900         PERFORM 1400-LER-FOTOGRAFIAS
040000             THRU 1400-LER-FOTOGRAFIAS-EXIT
040100     END-IF.
040200     PERFORM 2000-LER-AUDITLOG
040300         THRU 2000-LER-AUDITLOG-EXIT.
040400     PERFORM 3000-PROCESSAR-AUDITLOG
040500         THRU 3000-PROCESSAR-AUDITLOG-EXIT
040600         UNTIL FIM-DO-LOG-DE-AUDITORIA.
040700     IF NOT MORTO-DE-AUDITORIA-AUSENTE
040800         PERFORM 2100-LER-ARQAUD
040900             THRU 2100-LER-ARQAUD-EXIT
041000         PERFORM 3100-PROCESSAR-ARQAUD
041100             THRU 3100-PROCESSAR-ARQAUD-EXIT
041200             UNTIL FIM-DO-MORTO-DE-AUDITORIA
041300     END-IF.
041400     PERFORM 5000-IMPRIMIR-MOVIMENTO
041500         THRU 5000-IMPRIMIR-MOVIMENTO-EXIT.
041600     PERFORM 5200-IMPRIMIR-FAIXAS
041700         THRU 5200-IMPRIMIR-FAIXAS-EXIT.
041800     PERFORM 5400-IMPRIMIR-EVASAO-POR-UF
041900         THRU 5400-IMPRIMIR-EVASAO-POR-UF-EXIT.
041910     PERFORM 5600-IMPRIMIR-CRESCIMENTO-POR-UF
041920         THRU 5600-IMPRIMIR-CRESCIMENTO-POR-UF-EXIT.
042000     PERFORM 5900-IMPRIMIR-TOTAIS
042100         THRU 5900-IMPRIMIR-TOTAIS-EXIT.
042200     DISPLAY "CLITEND: EVENTOS LIDOS: " TOTAL-LIDOS-DO-AUDITLOG
042300         " + " TOTAL-LIDOS-DO-ARQAUD
042400         " NA JANELA: " TOTAL-NA-JANELA
042500         " MESES COM FOTOGRAFIA: " TOTAL-DE-MESES-COM-FOTO.
042600     PERFORM 7800-REGISTRAR-FIM
042700         THRU 7800-REGISTRAR-FIM-EXIT.
042800     PERFORM 9999-ENCERRAR
042900         THRU 9999-ENCERRAR-EXIT.
043000     STOP RUN.
043100*
043200****************************************************************
043300* 1000-ABRIR-ARQUIVOS                                          *
043400*     ABRE O LOG DE AUDITORIA, O ARQUIVO MORTO DE AUDITORIA E O*
043500*     ARQUIVO DE FOTOGRAFIAS (OS DOIS ULTIMOS PODEM AINDA NAO  *
043600*     EXISTIR) E O RELATORIO.                                  *
043700****************************************************************
043800 1000-ABRIR-ARQUIVOS.
043900     ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
044000     OPEN INPUT LOG-DE-AUDITORIA.
044100     IF NOT LOG-DE-AUDITORIA-OK
044200         DISPLAY "ERRO AO ABRIR LOG-DE-AUDITORIA, STATUS = "
044300             STATUS-DO-LOG-DE-AUDITORIA
044400         STOP RUN
044500     END-IF.
044600     OPEN INPUT ARQUIVO-MORTO-DE-AUDITORIA.
044700     IF MORTO-DE-AUDITORIA-AUSENTE
044800         DISPLAY "ARQAUD AUSENTE - SO O LOG VIVO SERA LIDO."
044900     ELSE
045000         IF NOT MORTO-DE-AUDITORIA-OK
045100             DISPLAY "ERRO AO ABRIR ARQAUD, STATUS = "
045200                 STATUS-DO-MORTO-DE-AUDITORIA
045300             STOP RUN
045400         END-IF
045500     END-IF.
045600     OPEN INPUT ARQUIVO-DE-FOTOGRAFIAS.
045700     IF FOTOGRAFIAS-AUSENTES
045800         DISPLAY "FOTOMES AUSENTE - RELATORIO SEM AS POSICOES DE "
045900             "FECHAMENTO DO MES."
046000     ELSE
046100         IF NOT FOTOGRAFIAS-OK
046200             DISPLAY "ERRO AO ABRIR FOTOMES, STATUS = "
046300                 STATUS-DAS-FOTOGRAFIAS
046400             STOP RUN
046500         END-IF
046600         MOVE "S" TO SW-FOTOGRAFIAS-DISPONIVEIS
046700     END-IF.
046800     OPEN OUTPUT RELATORIO-DE-TENDENCIA.
046900     IF NOT RELATORIO-OK
047000         DISPLAY "ERRO AO ABRIR RELTEND, STATUS = "
047100             STATUS-DO-RELATORIO
047200         STOP RUN
047300     END-IF.
047400     MOVE "TENDENCIA MENSAL DA BASE DE CLIENTES - 12 MESES"
047500         TO TIT-TEXTO.
047600     MOVE DATA-DO-DIA TO TIT-DATA.
047700     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TITULO.
047800 1000-ABRIR-ARQUIVOS-EXIT.
047900     EXIT.
048000*
048100****************************************************************
048200* 1100-LER-PARAMETROS                                          *
048300*     LE O ULTIMO MES DO RELATORIO NO PARMTEND. SEM O ARQUIVO, *
048400*     OU COM O MES EM BRANCO, VALE O MES DA DATA DA RODADA; MES*
048500*     INVALIDO CANCELA A RODADA.                               *
048600****************************************************************
048700 1100-LER-PARAMETROS.
048800     MOVE ANO-MES-DO-DIA TO ANO-MES-FINAL.
048900     OPEN INPUT PARAMETROS-DA-TENDENCIA.
049000     IF PARAMETROS-NAO-ENCONTRADOS
049100         DISPLAY "PARMTEND AUSENTE - RELATORIO ATE O MES "
049200             ANO-MES-FINAL "."
049300         GO TO 1100-LER-PARAMETROS-EXIT
049400     END-IF.
049500     IF NOT PARAMETROS-OK
049600         DISPLAY "ERRO AO ABRIR PARMTEND, STATUS = "
049700             STATUS-DOS-PARAMETROS
049800         STOP RUN
049900     END-IF.
050000     MOVE SPACES TO PRM-ANO-MES-FINAL.
050100     READ PARAMETROS-DA-TENDENCIA
050200         AT END
050300             MOVE SPACES TO PRM-ANO-MES-FINAL
050400     END-READ.
050500     CLOSE PARAMETROS-DA-TENDENCIA.
050600     IF PRM-ANO-MES-FINAL = SPACES
050700         DISPLAY "PARMTEND SEM MES - RELATORIO ATE O MES "
050800             ANO-MES-FINAL "."
050900         GO TO 1100-LER-PARAMETROS-EXIT
051000     END-IF.
051100     IF PRM-ANO-MES-FINAL IS NOT NUMERIC
051200         DISPLAY "MES INVALIDO EM PARMTEND: " PRM-ANO-MES-FINAL
051300         STOP RUN
051400     END-IF.
051500     MOVE PRM-ANO-MES-FINAL TO ANO-MES-FINAL.
051600     IF MES-FINAL < 1 OR MES-FINAL > 12 OR ANO-FINAL < 1
051700         DISPLAY "MES INVALIDO EM PARMTEND: " PRM-ANO-MES-FINAL
051800         STOP RUN
051900     END-IF.
052000 1100-LER-PARAMETROS-EXIT.
052100     EXIT.
052200*
052300****************************************************************
052400* 1200-MONTAR-JANELA                                           *
052500*     CALCULA OS 12 MESES DO RELATORIO, TERMINANDO NO MES      *
052600*     FINAL, MAIS O MES ANTERIOR A ELES, E ZERA AS CONTAGENS.  *
052700****************************************************************
052800 1200-MONTAR-JANELA.
052900     COMPUTE SEQ-DO-ULTIMO-MES = ANO-FINAL * 12 + MES-FINAL - 1.
053000     COMPUTE SEQ-DO-PRIMEIRO-MES = SEQ-DO-ULTIMO-MES - 11.
053100     MOVE ZERO TO IND-MES.
053200     PERFORM 1210-MONTAR-MES
053300         THRU 1210-MONTAR-MES-EXIT
053400         UNTIL IND-MES NOT LESS THAN 13.
053500     MOVE TND-MES (2) TO RTM-MES.
053600     MOVE TND-ANO (2) TO RTM-ANO.
053700     MOVE ROTULO-DO-MES TO ROTULO-DO-MES-INICIAL.
053800     MOVE MES-FINAL TO RTM-MES.
053900     MOVE ANO-FINAL TO RTM-ANO.
054000     MOVE SPACES TO LINHA-DO-RELATORIO.
054100     STRING "PERIODO: " DELIMITED BY SIZE
054200         ROTULO-DO-MES-INICIAL DELIMITED BY SIZE
054300         " A " DELIMITED BY SIZE
054400         ROTULO-DO-MES DELIMITED BY SIZE
054500         INTO LINHA-DO-RELATORIO.
054600     WRITE LINHA-DO-RELATORIO.
054700     MOVE ALL "-" TO LINHA-DO-RELATORIO.
054800     WRITE LINHA-DO-RELATORIO.
054900 1200-MONTAR-JANELA-EXIT.
055000     EXIT.
055100*
055200****************************************************************
055300* 1210-MONTAR-MES                                              *
055400*     CALCULA O ANO E O MES DA PROXIMA POSICAO DA TABELA DE    *
055500*     MESES E ZERA SUAS CONTAGENS.                             *
055600****************************************************************
055700 1210-MONTAR-MES.
055800     ADD 1 TO IND-MES.
055900     COMPUTE SEQ-DO-MES = SEQ-DO-PRIMEIRO-MES + IND-MES - 2.
056000     DIVIDE SEQ-DO-MES BY 12 GIVING ANO-CALCULADO.
056100     MOVE ANO-CALCULADO TO TND-ANO (IND-MES).
056200     COMPUTE TND-MES (IND-MES) =
056300         SEQ-DO-MES - ANO-CALCULADO * 12 + 1.
056400     MOVE "N"  TO TND-FOTOGRAFIA (IND-MES).
056500     MOVE ZERO TO TND-ATIVOS-FOTO (IND-MES).
056600     MOVE ZERO TO TND-INATIVOS-FOTO (IND-MES).
056700     MOVE ZERO TO TND-NOVOS (IND-MES).
056800     MOVE ZERO TO TND-INATIVACOES (IND-MES).
056900     MOVE ZERO TO TND-REATIVACOES (IND-MES).
057000     MOVE ZERO TO TND-RESTAURACOES (IND-MES).
057100     MOVE ZERO TO TND-FUSOES (IND-MES).
057200     MOVE ZERO TO TND-ARQUIVAMENTOS (IND-MES).
057210     MOVE ZERO TO TND-ESTORNOS (IND-MES).
057300     MOVE ZERO TO IND-FAIXA.
057400     PERFORM 1220-ZERAR-FAIXA
057500         THRU 1220-ZERAR-FAIXA-EXIT
057600         UNTIL IND-FAIXA NOT LESS THAN 8.
057700     MOVE ZERO TO IND-UF.
057800     PERFORM 1230-ZERAR-UF
057900         THRU 1230-ZERAR-UF-EXIT
058000         UNTIL IND-UF NOT LESS THAN 28.
058100 1210-MONTAR-MES-EXIT.
058200     EXIT.
058300*
058400****************************************************************
058500* 1220-ZERAR-FAIXA                                             *
058600*     ZERA A PROXIMA FAIXA ETARIA DO MES EM MONTAGEM.          *
058700****************************************************************
058800 1220-ZERAR-FAIXA.
058900     ADD 1 TO IND-FAIXA.
059000     MOVE ZERO TO TND-ATIVOS-FAIXA (IND-MES IND-FAIXA).
059100 1220-ZERAR-FAIXA-EXIT.
059200     EXIT.
059300*
059400****************************************************************
059500* 1230-ZERAR-UF                                                *
059600*     ZERA A PROXIMA UF DO MES EM MONTAGEM.                    *
059700****************************************************************
059800 1230-ZERAR-UF.
059900     ADD 1 TO IND-UF.
060000     MOVE ZERO TO TND-ATIVOS-UF (IND-MES IND-UF).
060100     MOVE ZERO TO TND-INATIVACOES-UF (IND-MES IND-UF).
060200 1230-ZERAR-UF-EXIT.
060300     EXIT.
060400*
060500****************************************************************
060600* 1300-CARREGAR-UF-DOS-CLIENTES                                *
060700*     GUARDA A UF DE CADA CLIENTE, PRIMEIRO DO ARQUIVO MORTO   *
060800*     (CLIENTES EXPURGADOS) E DEPOIS DO MESTRE, QUE PREVALECE  *
060900*     PARA O CLIENTE RESTAURADO.                               *
061000****************************************************************
061100 1300-CARREGAR-UF-DOS-CLIENTES.
061200     OPEN INPUT ARQUIVO-MORTO-DE-CLIENTES.
061300     IF ARQUIVO-MORTO-AUSENTE
061400         GO TO 1300-CARREGAR-UF-DOS-CLIENTES-MESTRE
061500     END-IF.
061600     IF NOT ARQUIVO-MORTO-OK
061700         DISPLAY "ERRO AO ABRIR ARQCLI, STATUS = "
061800             STATUS-DO-ARQUIVO-MORTO
061900         STOP RUN
062000     END-IF.
062100     PERFORM 1310-LER-ARQCLI
062200         THRU 1310-LER-ARQCLI-EXIT.
062300     PERFORM 1320-GUARDAR-UF-DO-MORTO
062400         THRU 1320-GUARDAR-UF-DO-MORTO-EXIT
062500         UNTIL FIM-DO-ARQUIVO-MORTO.
062600     CLOSE ARQUIVO-MORTO-DE-CLIENTES.
062700 1300-CARREGAR-UF-DOS-CLIENTES-MESTRE.
062800     OPEN INPUT CLIENTE-FILE.
062900     IF NOT ARQUIVO-OK
063000         DISPLAY "ERRO AO ABRIR CLIENTE-FILE, STATUS = "
063100             STATUS-DO-ARQUIVO-CLIENTE
063200         STOP RUN
063300     END-IF.
063400     PERFORM 1330-LER-CLIENTE
063500         THRU 1330-LER-CLIENTE-EXIT.
063600     PERFORM 1340-GUARDAR-UF-DO-MESTRE
063700         THRU 1340-GUARDAR-UF-DO-MESTRE-EXIT
063800         UNTIL FIM-DO-ARQUIVO-CLIENTE.
063900     CLOSE CLIENTE-FILE.
064000 1300-CARREGAR-UF-DOS-CLIENTES-EXIT.
064100     EXIT.
064200*
064300****************************************************************
064400* 1310-LER-ARQCLI                                              *
064500*     LE O PROXIMO CLIENTE DO ARQUIVO MORTO.                   *
064600****************************************************************
064700 1310-LER-ARQCLI.
064800     READ ARQUIVO-MORTO-DE-CLIENTES
064900         AT END
065000             SET FIM-DO-ARQUIVO-MORTO TO TRUE
065100     END-READ.
065200 1310-LER-ARQCLI-EXIT.
065300     EXIT.
065400*
065500****************************************************************
065600* 1320-GUARDAR-UF-DO-MORTO                                     *
065700*     GUARDA A UF DO CLIENTE LIDO DO ARQUIVO MORTO E LE O      *
065800*     PROXIMO.                                                 *
065900****************************************************************
066000 1320-GUARDAR-UF-DO-MORTO.
066100     MOVE REGISTRO-DO-CLIENTE-MORTO TO IMAGEM-DO-CLIENTE-MORTO.
066200     IF MRT-ID IS NUMERIC AND MRT-ID > ZERO
066300         MOVE MRT-UF TO UF-EM-EXAME
066400         PERFORM 3900-LOCALIZAR-UF
066500             THRU 3900-LOCALIZAR-UF-EXIT
066600         MOVE IND-UF-ACHADA TO UF-DO-CLIENTE-NA-TABELA (MRT-ID)
066700     END-IF.
066800     PERFORM 1310-LER-ARQCLI
066900         THRU 1310-LER-ARQCLI-EXIT.
067000 1320-GUARDAR-UF-DO-MORTO-EXIT.
067100     EXIT.
067200*
067300****************************************************************
067400* 1330-LER-CLIENTE                                             *
067500*     LE O PROXIMO REGISTRO DE CLIENTE-FILE.                   *
067600****************************************************************
067700 1330-LER-CLIENTE.
067800     READ CLIENTE-FILE NEXT RECORD
067900         AT END
068000             SET FIM-DO-ARQUIVO-CLIENTE TO TRUE
068100     END-READ.
068200 1330-LER-CLIENTE-EXIT.
068300     EXIT.
068400*
068500****************************************************************
068600* 1340-GUARDAR-UF-DO-MESTRE                                    *
068700*     GUARDA A UF DO CLIENTE LIDO DO MESTRE E LE O PROXIMO.    *
068800****************************************************************
068900 1340-GUARDAR-UF-DO-MESTRE.
069000     IF ID-DO-CLIENTE-ARQ > ZERO
069100         MOVE UF-DO-CLIENTE-ARQ TO UF-EM-EXAME
069200         PERFORM 3900-LOCALIZAR-UF
069300             THRU 3900-LOCALIZAR-UF-EXIT
069400         MOVE IND-UF-ACHADA
069500             TO UF-DO-CLIENTE-NA-TABELA (ID-DO-CLIENTE-ARQ)
069600     END-IF.
069700     PERFORM 1330-LER-CLIENTE
069800         THRU 1330-LER-CLIENTE-EXIT.
069900 1340-GUARDAR-UF-DO-MESTRE-EXIT.
070000     EXIT.
070100*
070200****************************************************************
070300* 1400-LER-FOTOGRAFIAS                                         *
070400*     LE NO FOTOMES A FOTOGRAFIA DE CADA MES DA TABELA.        *
070500****************************************************************
070600 1400-LER-FOTOGRAFIAS.
070700     MOVE ZERO TO IND-MES.
070800     PERFORM 1410-LER-FOTOGRAFIA-DO-MES
070900         THRU 1410-LER-FOTOGRAFIA-DO-MES-EXIT
071000         UNTIL IND-MES NOT LESS THAN 13.
071100 1400-LER-FOTOGRAFIAS-EXIT.
071200     EXIT.
071300*
071400****************************************************************
071500* 1410-LER-FOTOGRAFIA-DO-MES                                   *
071600*     LE O TOTAL GERAL DO PROXIMO MES E, SE O MES TEM          *
071700*     FOTOGRAFIA, OS TOTAIS POR UF E POR FAIXA ETARIA.         *
071800****************************************************************
071900 1410-LER-FOTOGRAFIA-DO-MES.
072000     ADD 1 TO IND-MES.
072100     MOVE TND-ANO-MES (IND-MES) TO ANO-MES-FOT.
072200     SET TOTAL-GERAL-FOT TO TRUE.
072300     MOVE SPACES TO CODIGO-DO-TOTAL-FOT.
072400     READ ARQUIVO-DE-FOTOGRAFIAS
072500         INVALID KEY
072600             GO TO 1410-LER-FOTOGRAFIA-DO-MES-EXIT
072700     END-READ.
072800     MOVE "S" TO TND-FOTOGRAFIA (IND-MES).
072900     MOVE QTD-ATIVOS-FOT   TO TND-ATIVOS-FOTO (IND-MES).
073000     MOVE QTD-INATIVOS-FOT TO TND-INATIVOS-FOTO (IND-MES).
073100     IF IND-MES > 1
073200         ADD 1 TO TOTAL-DE-MESES-COM-FOTO
073300     END-IF.
073400     MOVE ZERO TO IND-UF.
073500     PERFORM 1420-LER-FOTOGRAFIA-DA-UF
073600         THRU 1420-LER-FOTOGRAFIA-DA-UF-EXIT
073700         UNTIL IND-UF NOT LESS THAN 28.
073800     MOVE ZERO TO IND-FAIXA.
073900     PERFORM 1430-LER-FOTOGRAFIA-DA-FAIXA
074000         THRU 1430-LER-FOTOGRAFIA-DA-FAIXA-EXIT
074100         UNTIL IND-FAIXA NOT LESS THAN 8.
074200 1410-LER-FOTOGRAFIA-DO-MES-EXIT.
074300     EXIT.
074400*
074500****************************************************************
074600* 1420-LER-FOTOGRAFIA-DA-UF                                    *
074700*     LE OS ATIVOS DA PROXIMA UF NA FOTOGRAFIA DO MES.         *
074800****************************************************************
074900 1420-LER-FOTOGRAFIA-DA-UF.
075000     ADD 1 TO IND-UF.
075100     MOVE TND-ANO-MES (IND-MES) TO ANO-MES-FOT.
075200     SET TOTAL-POR-UF-FOT TO TRUE.
075300     MOVE UF-DA-TABELA (IND-UF) TO CODIGO-DO-TOTAL-FOT.
075400     READ ARQUIVO-DE-FOTOGRAFIAS
075500         INVALID KEY
075600             MOVE ZERO TO QTD-ATIVOS-FOT
075700     END-READ.
075800     MOVE QTD-ATIVOS-FOT TO TND-ATIVOS-UF (IND-MES IND-UF).
075900 1420-LER-FOTOGRAFIA-DA-UF-EXIT.
076000     EXIT.
076100*
076200****************************************************************
076300* 1430-LER-FOTOGRAFIA-DA-FAIXA                                 *
076400*     LE OS ATIVOS DA PROXIMA FAIXA ETARIA NA FOTOGRAFIA.      *
076500****************************************************************
076600 1430-LER-FOTOGRAFIA-DA-FAIXA.
076700     ADD 1 TO IND-FAIXA.
076800     MOVE TND-ANO-MES (IND-MES) TO ANO-MES-FOT.
076900     SET TOTAL-POR-FAIXA-FOT TO TRUE.
077000     MOVE IND-FAIXA TO CODIGO-DA-FAIXA.
077100     MOVE CODIGO-DA-FAIXA TO CODIGO-DO-TOTAL-FOT.
077200     READ ARQUIVO-DE-FOTOGRAFIAS
077300         INVALID KEY
077400             MOVE ZERO TO QTD-ATIVOS-FOT
077500     END-READ.
077600     MOVE QTD-ATIVOS-FOT TO TND-ATIVOS-FAIXA (IND-MES IND-FAIXA).
077700 1430-LER-FOTOGRAFIA-DA-FAIXA-EXIT.
077800     EXIT.
077900*
078000****************************************************************
078100* 2000-LER-AUDITLOG                                            *
078200*     LE O PROXIMO EVENTO DO LOG DE AUDITORIA VIVO.            *
078300****************************************************************
078400 2000-LER-AUDITLOG.
078500     READ LOG-DE-AUDITORIA
078600         AT END
078700             SET FIM-DO-LOG-DE-AUDITORIA TO TRUE
078800     END-READ.
078900 2000-LER-AUDITLOG-EXIT.
079000     EXIT.
079100*
079200****************************************************************
079300* 2100-LER-ARQAUD                                              *
079400*     LE O PROXIMO EVENTO DO ARQUIVO MORTO DE AUDITORIA.       *
079500****************************************************************
079600 2100-LER-ARQAUD.
079700     READ ARQUIVO-MORTO-DE-AUDITORIA
079800         AT END
079900             SET FIM-DO-MORTO-DE-AUDITORIA TO TRUE
080000     END-READ.
080100 2100-LER-ARQAUD-EXIT.
080200     EXIT.
080300*
080400****************************************************************
080500* 3000-PROCESSAR-AUDITLOG                                      *
080600*     CONTA O EVENTO LIDO DO LOG VIVO E LE O PROXIMO.          *
080700****************************************************************
080800 3000-PROCESSAR-AUDITLOG.
080900     ADD 1 TO TOTAL-LIDOS-DO-AUDITLOG.
081000     MOVE REGISTRO-DE-AUDITORIA TO EVENTO-EM-EXAME.
081100     PERFORM 3200-CONTAR-EVENTO
081200         THRU 3200-CONTAR-EVENTO-EXIT.
081300     PERFORM 2000-LER-AUDITLOG
081400         THRU 2000-LER-AUDITLOG-EXIT.
081500 3000-PROCESSAR-AUDITLOG-EXIT.
081600     EXIT.
081700*
081800****************************************************************
081900* 3100-PROCESSAR-ARQAUD                                        *
082000*     CONTA O EVENTO LIDO DO ARQUIVO MORTO E LE O PROXIMO.     *
082100****************************************************************
082200 3100-PROCESSAR-ARQAUD.
082300     ADD 1 TO TOTAL-LIDOS-DO-ARQAUD.
082400     MOVE REGISTRO-DE-AUDITORIA-MORTO TO EVENTO-EM-EXAME.
082500     PERFORM 3200-CONTAR-EVENTO
082600         THRU 3200-CONTAR-EVENTO-EXIT.
082700     PERFORM 2100-LER-ARQAUD
082800         THRU 2100-LER-ARQAUD-EXIT.
082900 3100-PROCESSAR-ARQAUD-EXIT.
083000     EXIT.
083100*
083200****************************************************************
083300* 3200-CONTAR-EVENTO                                           *
083400*     LOCALIZA O MES DO EVENTO NA JANELA E O CONTA CONFORME O  *
083500*     TIPO: INCLUSAO = CLIENTE NOVO; ALTERACAO DA SITUACAO PARA*
083600*     INATIVO OU ATIVO = INATIVACAO OU REATIVACAO; RESTAURADO =*
083700*     RESTAURACAO DO CLIREST; EXCLUSAO "FUNDIDO NO ID" = FUSAO;*
083710*     ARQUIVADO = EXPURGO DO CLIARCH; ESTORNO DA INCLUSAO =    *
083720*     INCLUSAO ESTORNADA PELO CLIESTO. A INATIVACAO TAMBEM E   *
083900*     CONTADA NA UF DO CLIENTE. OS DEMAIS EVENTOS SO SAO LIDOS.*
084000****************************************************************
084100 3200-CONTAR-EVENTO.
084200     IF EVT-DATA IS NOT NUMERIC
084300         GO TO 3200-CONTAR-EVENTO-EXIT
084400     END-IF.
084500     IF EVT-MES < 1 OR EVT-MES > 12
084600         GO TO 3200-CONTAR-EVENTO-EXIT
084700     END-IF.
084800     COMPUTE SEQ-DO-MES = EVT-ANO * 12 + EVT-MES - 1.
084900     IF SEQ-DO-MES < SEQ-DO-PRIMEIRO-MES OR
085000         SEQ-DO-MES > SEQ-DO-ULTIMO-MES
085100         GO TO 3200-CONTAR-EVENTO-EXIT
085200     END-IF.
085300     COMPUTE IND-MES = SEQ-DO-MES - SEQ-DO-PRIMEIRO-MES + 2.
085400     ADD 1 TO TOTAL-NA-JANELA.
085500     EVALUATE TRUE
085600         WHEN EVT-TIPO = "INCLUSAO"
085700             ADD 1 TO TND-NOVOS (IND-MES)
085800         WHEN EVT-TIPO = "RESTAURADO"
085900             ADD 1 TO TND-RESTAURACOES (IND-MES)
086000         WHEN EVT-TIPO = "ARQUIVADO"
086100             ADD 1 TO TND-ARQUIVAMENTOS (IND-MES)
086110         WHEN EVT-TIPO = "ESTORNO" AND
086120              EVT-CAMPO = "INCLUSAO"
086130             ADD 1 TO TND-ESTORNOS (IND-MES)
086200         WHEN EVT-TIPO = "EXCLUSAO" AND
086300              EVT-MARCA-DA-FUSAO = "FUNDIDO NO ID"
086400             ADD 1 TO TND-FUSOES (IND-MES)
086500         WHEN EVT-TIPO = "ALTERACAO" AND
086600              EVT-CAMPO = "SITUACAO-DO-CLIENTE" AND
086700              EVT-VALOR-NOVO = "ATIVO"
086800             ADD 1 TO TND-REATIVACOES (IND-MES)
086900         WHEN EVT-TIPO = "ALTERACAO" AND
087000              EVT-CAMPO = "SITUACAO-DO-CLIENTE" AND
087100              EVT-VALOR-NOVO = "INATIVO"
087200             ADD 1 TO TND-INATIVACOES (IND-MES)
087300             PERFORM 3300-CONTAR-INATIVACAO-NA-UF
087400                 THRU 3300-CONTAR-INATIVACAO-NA-UF-EXIT
087500     END-EVALUATE.
087600 3200-CONTAR-EVENTO-EXIT.
087700     EXIT.
087800*
087900****************************************************************
088000* 3300-CONTAR-INATIVACAO-NA-UF                                 *
088100*     CONTA A INATIVACAO NA UF DO CLIENTE; CLIENTE QUE NAO ESTA*
088200*     NO MESTRE NEM NO ARQUIVO MORTO VAI PARA A POSICAO "??".  *
088300****************************************************************
088400 3300-CONTAR-INATIVACAO-NA-UF.
088500     MOVE 28 TO IND-UF-ACHADA.
088600     IF EVT-ID-DO-CLIENTE IS NUMERIC AND EVT-ID-DO-CLIENTE > ZERO
088700         IF UF-DO-CLIENTE-NA-TABELA (EVT-ID-DO-CLIENTE) > ZERO
088800             MOVE UF-DO-CLIENTE-NA-TABELA (EVT-ID-DO-CLIENTE)
088900                 TO IND-UF-ACHADA
089000         END-IF
089100     END-IF.
089200     IF IND-UF-ACHADA = 28
089300         ADD 1 TO TOTAL-SEM-UF-CONHECIDA
089400     END-IF.
089500     ADD 1 TO TND-INATIVACOES-UF (IND-MES IND-UF-ACHADA).
089600 3300-CONTAR-INATIVACAO-NA-UF-EXIT.
089700     EXIT.
089800*
089900****************************************************************
090000* 3900-LOCALIZAR-UF                                            *
090100*     LOCALIZA A UF EM EXAME NA TABELA (POSICAO 28 PARA UF EM  *
090200*     BRANCO OU DESCONHECIDA).                                 *
090300****************************************************************
090400 3900-LOCALIZAR-UF.
090500     MOVE "N" TO SW-UF-ACHADA.
090600     MOVE ZERO TO IND-UF.
090700     MOVE 28 TO IND-UF-ACHADA.
090800     PERFORM 3950-PROCURAR-UF
090900         THRU 3950-PROCURAR-UF-EXIT
091000         UNTIL UF-ACHADA OR IND-UF NOT LESS THAN 27.
091100 3900-LOCALIZAR-UF-EXIT.
091200     EXIT.
091300*
091400****************************************************************
091500* 3950-PROCURAR-UF                                             *
091600*     COMPARA A UF EM EXAME COM A PROXIMA UF DA TABELA.        *
091700****************************************************************
091800 3950-PROCURAR-UF.
091900     ADD 1 TO IND-UF.
092000     IF UF-EM-EXAME = UF-DA-TABELA (IND-UF)
092100         MOVE "S" TO SW-UF-ACHADA
092200         MOVE IND-UF TO IND-UF-ACHADA
092300     END-IF.
092400 3950-PROCURAR-UF-EXIT.
092500     EXIT.
092600*
092700****************************************************************
092800* 5000-IMPRIMIR-MOVIMENTO                                      *
092900*     IMPRIME UMA LINHA POR MES COM A POSICAO DE FECHAMENTO    *
093000*     (DA FOTOGRAFIA; "--" SEM ELA) E O MOVIMENTO DO MES.      *
093100*     CRESCIMENTO LIQUIDO DA BASE ATIVA = NOVOS + REATIVACOES +*
093110*     RESTAURACOES - INATIVACOES - FUSOES - INCLUSOES          *
093120*     ESTORNADAS. EVASAO = INATIVACOES DO MES SOBRE OS ATIVOS  *
093300*     DO FECHAMENTO DO MES ANTERIOR.                           *
093400****************************************************************
093500 5000-IMPRIMIR-MOVIMENTO.
093600     MOVE SPACES TO LINHA-DO-RELATORIO.
093700     WRITE LINHA-DO-RELATORIO.
093800     MOVE "MOVIMENTO MENSAL DA BASE" TO LINHA-DO-RELATORIO.
093900     WRITE LINHA-DO-RELATORIO.
094000     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-CABECALHO-MOVIMENTO.
094100     MOVE 1 TO IND-MES.
094200     PERFORM 5100-IMPRIMIR-MES
094300         THRU 5100-IMPRIMIR-MES-EXIT
094400         UNTIL IND-MES NOT LESS THAN 13.
094500 5000-IMPRIMIR-MOVIMENTO-EXIT.
094600     EXIT.
094700*
094800****************************************************************
094900* 5100-IMPRIMIR-MES                                            *
095000*     IMPRIME A LINHA DE MOVIMENTO DO PROXIMO MES DA JANELA.   *
095100****************************************************************
095200 5100-IMPRIMIR-MES.
095300     ADD 1 TO IND-MES.
095400     COMPUTE IND-MES-ANTERIOR = IND-MES - 1.
095500     MOVE TND-MES (IND-MES) TO RTM-MES.
095600     MOVE TND-ANO (IND-MES) TO RTM-ANO.
095700     MOVE ROTULO-DO-MES TO MOV-MES.
095800     MOVE "     --" TO MOV-ATIVOS.
095900     MOVE "     --" TO MOV-INATIVOS.
096000     IF TND-COM-FOTOGRAFIA (IND-MES)
096100         MOVE TND-ATIVOS-FOTO (IND-MES) TO QUANTIDADE-EDITADA
096200         MOVE QUANTIDADE-EDITADA TO MOV-ATIVOS
096300         MOVE TND-INATIVOS-FOTO (IND-MES) TO QUANTIDADE-EDITADA
096400         MOVE QUANTIDADE-EDITADA TO MOV-INATIVOS
096500     END-IF.
096600     MOVE TND-NOVOS (IND-MES)         TO MOV-NOVOS.
096700     MOVE TND-INATIVACOES (IND-MES)   TO MOV-INATIVACOES.
096800     MOVE TND-REATIVACOES (IND-MES)   TO MOV-REATIVACOES.
096900     MOVE TND-RESTAURACOES (IND-MES)  TO MOV-RESTAURACOES.
097000     MOVE TND-FUSOES (IND-MES)        TO MOV-FUSOES.
097100     MOVE TND-ARQUIVAMENTOS (IND-MES) TO MOV-ARQUIVAMENTOS.
097110     MOVE TND-ESTORNOS (IND-MES)      TO MOV-ESTORNOS.
097200     COMPUTE CRESCIMENTO-LIQUIDO = TND-NOVOS (IND-MES)
097300         + TND-REATIVACOES (IND-MES) + TND-RESTAURACOES (IND-MES)
097310         - TND-INATIVACOES (IND-MES) - TND-FUSOES (IND-MES)
097320         - TND-ESTORNOS (IND-MES).
097500     MOVE CRESCIMENTO-LIQUIDO TO MOV-CRESCIMENTO.
097600     MOVE "    --" TO MOV-EVASAO.
097700     IF TND-COM-FOTOGRAFIA (IND-MES-ANTERIOR) AND
097800         TND-ATIVOS-FOTO (IND-MES-ANTERIOR) > ZERO
097900         COMPUTE TAXA-DE-EVASAO ROUNDED =
098000             TND-INATIVACOES (IND-MES) * 100
098100             / TND-ATIVOS-FOTO (IND-MES-ANTERIOR)
098200             ON SIZE ERROR
098300                 MOVE 999,99 TO TAXA-DE-EVASAO
098400         END-COMPUTE
098500         MOVE TAXA-DE-EVASAO TO TAXA-EDITADA
098600         MOVE TAXA-EDITADA TO MOV-EVASAO
098700     END-IF.
098800     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-MOVIMENTO.
098900 5100-IMPRIMIR-MES-EXIT.
099000     EXIT.
099100*
099200****************************************************************
099300* 5200-IMPRIMIR-FAIXAS                                         *
099400*     IMPRIME OS ATIVOS DE CADA FAIXA ETARIA NO FECHAMENTO DE  *
099500*     CADA MES, A PARTIR DAS FOTOGRAFIAS.                      *
099600****************************************************************
099700 5200-IMPRIMIR-FAIXAS.
099800     MOVE SPACES TO LINHA-DO-RELATORIO.
099900     WRITE LINHA-DO-RELATORIO.
100000     MOVE "CLIENTES ATIVOS POR FAIXA ETARIA NO FECHAMENTO DO MES"
100100         TO LINHA-DO-RELATORIO.
100200     WRITE LINHA-DO-RELATORIO.
100300     MOVE "FAIXA ETARIA" TO ROTULO-DA-MATRIZ.
100400     PERFORM 5800-MONTAR-CABECALHO-DE-MESES
100500         THRU 5800-MONTAR-CABECALHO-DE-MESES-EXIT.
100600     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-MATRIZ.
100700     MOVE ZERO TO IND-FAIXA.
100800     PERFORM 5300-IMPRIMIR-FAIXA
100900         THRU 5300-IMPRIMIR-FAIXA-EXIT
101000         UNTIL IND-FAIXA NOT LESS THAN 8.
101100 5200-IMPRIMIR-FAIXAS-EXIT.
101200     EXIT.
101300*
101400****************************************************************
101500* 5300-IMPRIMIR-FAIXA                                          *
101600*     IMPRIME A LINHA DA PROXIMA FAIXA ETARIA, MES A MES.      *
101700****************************************************************
101800 5300-IMPRIMIR-FAIXA.
101900     ADD 1 TO IND-FAIXA.
102000     MOVE SPACES TO LINHA-DE-MATRIZ.
102100     MOVE ROTULO-DA-FAIXA (IND-FAIXA) TO MTZ-ROTULO.
102200     MOVE 1 TO IND-MES.
102300     PERFORM 5310-MONTAR-CELULA-DA-FAIXA
102400         THRU 5310-MONTAR-CELULA-DA-FAIXA-EXIT
102500         UNTIL IND-MES NOT LESS THAN 13.
102600     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-MATRIZ.
102700 5300-IMPRIMIR-FAIXA-EXIT.
102800     EXIT.
102900*
103000****************************************************************
103100* 5310-MONTAR-CELULA-DA-FAIXA                                  *
103200*     MONTA A CELULA DO PROXIMO MES NA LINHA DA FAIXA ETARIA.  *
103300****************************************************************
103400 5310-MONTAR-CELULA-DA-FAIXA.
103500     ADD 1 TO IND-MES.
103600     COMPUTE IND-MES-ANTERIOR = IND-MES - 1.
103700     MOVE "     --" TO MTZ-CELULA (IND-MES-ANTERIOR).
103800     IF TND-COM-FOTOGRAFIA (IND-MES)
103900         MOVE TND-ATIVOS-FAIXA (IND-MES IND-FAIXA)
104000             TO QUANTIDADE-EDITADA
104100         MOVE QUANTIDADE-EDITADA TO MTZ-CELULA (IND-MES-ANTERIOR)
104200     END-IF.
104300 5310-MONTAR-CELULA-DA-FAIXA-EXIT.
104400     EXIT.
104500*
104600****************************************************************
104700* 5400-IMPRIMIR-EVASAO-POR-UF                                  *
104800*     IMPRIME A TAXA DE EVASAO DE CADA UF MES A MES            *
104900*     (INATIVACOES DA UF NO MES SOBRE OS ATIVOS DA UF NO       *
105000*     FECHAMENTO DO MES ANTERIOR) E O TOTAL DE INATIVACOES DA  *
105100*     UF NA JANELA. SO SAEM AS UFS COM ATIVOS OU INATIVACOES   *
105200*     NO PERIODO.                                              *
105300****************************************************************
105400 5400-IMPRIMIR-EVASAO-POR-UF.
105500     MOVE SPACES TO LINHA-DO-RELATORIO.
105600     WRITE LINHA-DO-RELATORIO.
105700     MOVE "TAXA DE EVASAO POR UF (%)" TO LINHA-DO-RELATORIO.
105800     WRITE LINHA-DO-RELATORIO.
105900     MOVE "UF" TO ROTULO-DA-MATRIZ.
106000     PERFORM 5800-MONTAR-CABECALHO-DE-MESES
106100         THRU 5800-MONTAR-CABECALHO-DE-MESES-EXIT.
106200     MOVE "  INAT." TO MTZ-TOTAL.
106300     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-MATRIZ.
106400     MOVE ZERO TO IND-UF.
106500     PERFORM 5500-IMPRIMIR-UF
106600         THRU 5500-IMPRIMIR-UF-EXIT
106700         UNTIL IND-UF NOT LESS THAN 28.
106800 5400-IMPRIMIR-EVASAO-POR-UF-EXIT.
106900     EXIT.
107000*
107100****************************************************************
107200* 5500-IMPRIMIR-UF                                             *
107300*     MONTA E IMPRIME A LINHA DA PROXIMA UF, SE ELA TEVE       *
107400*     MOVIMENTO NO PERIODO.                                    *
107500****************************************************************
107600 5500-IMPRIMIR-UF.
107700     ADD 1 TO IND-UF.
107800     MOVE "N" TO SW-UF-COM-MOVIMENTO.
107900     MOVE ZERO TO INATIVACOES-DA-UF.
108000     MOVE SPACES TO LINHA-DE-MATRIZ.
108100     MOVE UF-DA-TABELA (IND-UF) TO MTZ-ROTULO.
108200     MOVE ZERO TO IND-MES.
108300     PERFORM 5510-MONTAR-CELULA-DA-UF
108400         THRU 5510-MONTAR-CELULA-DA-UF-EXIT
108500         UNTIL IND-MES NOT LESS THAN 13.
108600     IF NOT UF-COM-MOVIMENTO
108700         GO TO 5500-IMPRIMIR-UF-EXIT
108800     END-IF.
108900     MOVE INATIVACOES-DA-UF TO QUANTIDADE-EDITADA.
109000     MOVE QUANTIDADE-EDITADA TO MTZ-TOTAL.
109100     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-MATRIZ.
109200 5500-IMPRIMIR-UF-EXIT.
109300     EXIT.
109400*
109500****************************************************************
109600* 5510-MONTAR-CELULA-DA-UF                                     *
109700*     MARCA O MOVIMENTO DA UF NO PROXIMO MES DA TABELA E, PARA *
109800*     OS MESES DA JANELA, MONTA A CELULA COM A TAXA DE EVASAO  *
109900*     ("--" SEM FOTOGRAFIA DO MES ANTERIOR OU SEM ATIVOS NELA).*
110000****************************************************************
110100 5510-MONTAR-CELULA-DA-UF.
110200     ADD 1 TO IND-MES.
110300     IF TND-ATIVOS-UF (IND-MES IND-UF) > ZERO OR
110400         TND-INATIVACOES-UF (IND-MES IND-UF) > ZERO
110500         MOVE "S" TO SW-UF-COM-MOVIMENTO
110600     END-IF.
110700     IF IND-MES = 1
110800         GO TO 5510-MONTAR-CELULA-DA-UF-EXIT
110900     END-IF.
111000     COMPUTE IND-MES-ANTERIOR = IND-MES - 1.
111100     ADD TND-INATIVACOES-UF (IND-MES IND-UF) TO INATIVACOES-DA-UF.
111200     MOVE "    --" TO MTZ-CELULA (IND-MES-ANTERIOR).
111300     IF TND-COM-FOTOGRAFIA (IND-MES-ANTERIOR) AND
111400         TND-ATIVOS-UF (IND-MES-ANTERIOR IND-UF) > ZERO
111500         COMPUTE TAXA-DE-EVASAO ROUNDED =
111600             TND-INATIVACOES-UF (IND-MES IND-UF) * 100
111700             / TND-ATIVOS-UF (IND-MES-ANTERIOR IND-UF)
111800             ON SIZE ERROR
111900                 MOVE 999,99 TO TAXA-DE-EVASAO
112000         END-COMPUTE
112100         MOVE TAXA-DE-EVASAO TO TAXA-EDITADA
112200         MOVE TAXA-EDITADA TO MTZ-CELULA (IND-MES-ANTERIOR)
112300     END-IF.
112400 5510-MONTAR-CELULA-DA-UF-EXIT.
112500     EXIT.
112600*
112601****************************************************************
112602* 5600-IMPRIMIR-CRESCIMENTO-POR-UF                             *
112603*     IMPRIME O CRESCIMENTO LIQUIDO DOS ATIVOS DE CADA UF MES A*
112604*     MES (ATIVOS DA UF NO FECHAMENTO DO MES MENOS OS ATIVOS NO*
112605*     FECHAMENTO DO MES ANTERIOR, PELAS FOTOGRAFIAS) E O TOTAL *
112606*     DOS MESES CALCULADOS. SO SAEM AS UFS COM ATIVOS NO       *
112607*     PERIODO.                                                 *
112608****************************************************************
112609 5600-IMPRIMIR-CRESCIMENTO-POR-UF.
112610     MOVE SPACES TO LINHA-DO-RELATORIO.
112611     WRITE LINHA-DO-RELATORIO.
112612     MOVE "CRESCIMENTO LIQUIDO DE ATIVOS POR UF"
112613         TO LINHA-DO-RELATORIO.
112614     WRITE LINHA-DO-RELATORIO.
112615     MOVE "UF" TO ROTULO-DA-MATRIZ.
112616     PERFORM 5800-MONTAR-CABECALHO-DE-MESES
112617         THRU 5800-MONTAR-CABECALHO-DE-MESES-EXIT.
112618     MOVE "  TOTAL" TO MTZ-TOTAL.
112619     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-MATRIZ.
112620     MOVE ZERO TO IND-UF.
112621     PERFORM 5700-IMPRIMIR-CRESCIMENTO-DA-UF
112622         THRU 5700-IMPRIMIR-CRESCIMENTO-DA-UF-EXIT
112623         UNTIL IND-UF NOT LESS THAN 28.
112624 5600-IMPRIMIR-CRESCIMENTO-POR-UF-EXIT.
112625     EXIT.
112626*
112627****************************************************************
112628* 5700-IMPRIMIR-CRESCIMENTO-DA-UF                              *
112629*     MONTA E IMPRIME A LINHA DE CRESCIMENTO DA PROXIMA UF, SE *
112630*     ELA TEVE ATIVOS NO PERIODO.                              *
112631****************************************************************
112632 5700-IMPRIMIR-CRESCIMENTO-DA-UF.
112633     ADD 1 TO IND-UF.
112634     MOVE "N" TO SW-UF-COM-MOVIMENTO.
112635     MOVE ZERO TO CRESCIMENTO-NA-JANELA.
112636     MOVE SPACES TO LINHA-DE-MATRIZ.
112637     MOVE UF-DA-TABELA (IND-UF) TO MTZ-ROTULO.
112638     MOVE ZERO TO IND-MES.
112639     PERFORM 5710-MONTAR-CELULA-DO-CRESCIMENTO
112640         THRU 5710-MONTAR-CELULA-DO-CRESCIMENTO-EXIT
112641         UNTIL IND-MES NOT LESS THAN 13.
112642     IF NOT UF-COM-MOVIMENTO
112643         GO TO 5700-IMPRIMIR-CRESCIMENTO-DA-UF-EXIT
112644     END-IF.
112645     MOVE CRESCIMENTO-NA-JANELA TO CRESCIMENTO-EDITADO.
112646     MOVE CRESCIMENTO-EDITADO TO MTZ-TOTAL.
112647     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-MATRIZ.
112648 5700-IMPRIMIR-CRESCIMENTO-DA-UF-EXIT.
112649     EXIT.
112650*
112651****************************************************************
112652* 5710-MONTAR-CELULA-DO-CRESCIMENTO                            *
112653*     MARCA OS ATIVOS DA UF NO PROXIMO MES DA TABELA E, PARA OS*
112654*     MESES DA JANELA, MONTA A CELULA COM A VARIACAO DOS ATIVOS*
112655*     ("--" SEM A FOTOGRAFIA DO MES OU DO MES ANTERIOR).       *
112656****************************************************************
112657 5710-MONTAR-CELULA-DO-CRESCIMENTO.
112658     ADD 1 TO IND-MES.
112659     IF TND-ATIVOS-UF (IND-MES IND-UF) > ZERO
112660         MOVE "S" TO SW-UF-COM-MOVIMENTO
112661     END-IF.
112662     IF IND-MES = 1
112663         GO TO 5710-MONTAR-CELULA-DO-CRESCIMENTO-EXIT
112664     END-IF.
112665     COMPUTE IND-MES-ANTERIOR = IND-MES - 1.
112666     MOVE "     --" TO MTZ-CELULA (IND-MES-ANTERIOR).
112667     IF NOT TND-COM-FOTOGRAFIA (IND-MES) OR
112668         NOT TND-COM-FOTOGRAFIA (IND-MES-ANTERIOR)
112669         GO TO 5710-MONTAR-CELULA-DO-CRESCIMENTO-EXIT
112670     END-IF.
112671     COMPUTE CRESCIMENTO-DA-UF = TND-ATIVOS-UF (IND-MES IND-UF)
112672         - TND-ATIVOS-UF (IND-MES-ANTERIOR IND-UF).
112673     ADD CRESCIMENTO-DA-UF TO CRESCIMENTO-NA-JANELA.
112674     MOVE CRESCIMENTO-DA-UF TO CRESCIMENTO-EDITADO.
112675     MOVE CRESCIMENTO-EDITADO TO MTZ-CELULA (IND-MES-ANTERIOR).
112676 5710-MONTAR-CELULA-DO-CRESCIMENTO-EXIT.
112677     EXIT.
112678*
112700****************************************************************
112800* 5800-MONTAR-CABECALHO-DE-MESES                               *
112900*     MONTA NAS CELULAS DA LINHA DE MATRIZ O ROTULO MM/AAAA DE *
113000*     CADA MES DA JANELA, COM O ROTULO DA LINHA NA FRENTE.     *
113100****************************************************************
113200 5800-MONTAR-CABECALHO-DE-MESES.
113300     MOVE SPACES TO LINHA-DE-MATRIZ.
113400     MOVE ROTULO-DA-MATRIZ TO MTZ-ROTULO.
113500     MOVE 1 TO IND-MES.
113600     PERFORM 5810-MONTAR-ROTULO-DO-MES
113700         THRU 5810-MONTAR-ROTULO-DO-MES-EXIT
113800         UNTIL IND-MES NOT LESS THAN 13.
113900 5800-MONTAR-CABECALHO-DE-MESES-EXIT.
114000     EXIT.
114100*
114200****************************************************************
114300* 5810-MONTAR-ROTULO-DO-MES                                    *
114400*     MONTA O ROTULO DO PROXIMO MES NA LINHA DE CABECALHO.     *
114500****************************************************************
114600 5810-MONTAR-ROTULO-DO-MES.
114700     ADD 1 TO IND-MES.
114800     COMPUTE IND-MES-ANTERIOR = IND-MES - 1.
114900     MOVE TND-MES (IND-MES) TO RTM-MES.
115000     MOVE TND-ANO (IND-MES) TO RTM-ANO.
115100     MOVE ROTULO-DO-MES TO MTZ-CELULA (IND-MES-ANTERIOR).
115200 5810-MONTAR-ROTULO-DO-MES-EXIT.
115300     EXIT.
115400*
115500****************************************************************
115600* 5900-IMPRIMIR-TOTAIS                                         *
115700*     IMPRIME O RESUMO DA RODADA.                              *
115800****************************************************************
115900 5900-IMPRIMIR-TOTAIS.
116000     MOVE SPACES TO LINHA-DO-RELATORIO.
116100     WRITE LINHA-DO-RELATORIO.
116200     MOVE ALL "-" TO LINHA-DO-RELATORIO.
116300     WRITE LINHA-DO-RELATORIO.
116400     MOVE "EVENTOS LIDOS DO AUDITLOG.............: " TO TOT-TEXTO.
116500     MOVE TOTAL-LIDOS-DO-AUDITLOG TO TOT-QUANTIDADE.
116600     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
116700     MOVE "EVENTOS LIDOS DO ARQAUD...............: " TO TOT-TEXTO.
116800     MOVE TOTAL-LIDOS-DO-ARQAUD TO TOT-QUANTIDADE.
116900     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
117000     MOVE "EVENTOS DENTRO DO PERIODO.............: " TO TOT-TEXTO.
117100     MOVE TOTAL-NA-JANELA TO TOT-QUANTIDADE.
117200     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
117300     MOVE "MESES DO PERIODO COM FOTOGRAFIA.......: " TO TOT-TEXTO.
117400     MOVE TOTAL-DE-MESES-COM-FOTO TO TOT-QUANTIDADE.
117500     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
117600     MOVE "INATIVACOES SEM UF CONHECIDA (??).....: " TO TOT-TEXTO.
117700     MOVE TOTAL-SEM-UF-CONHECIDA TO TOT-QUANTIDADE.
117800     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
117900 5900-IMPRIMIR-TOTAIS-EXIT.
118000     EXIT.
118100*
118200****************************************************************
118300* 7700-REGISTRAR-INICIO                                        *
118400*     ABRE O ARQUIVO DE CONTROLE DE EXECUCAO, CRIANDO-O NA     *
118500*     PRIMEIRA EXECUCAO, E GRAVA O REGISTRO DE INICIO DA       *
118600*     RODADA (SITUACAO "E").                                   *
118700****************************************************************
118800 7700-REGISTRAR-INICIO.
118900     OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
119000     IF EXECUCAO-NAO-ENCONTRADA
119100         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-EXECUCAO
119200         CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO
119300         OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO
119400     END-IF.
119500     IF NOT EXECUCAO-OK
119600         DISPLAY "ERRO AO ABRIR RUNCTL, STATUS = "
119700             STATUS-DO-CONTROLE-DE-EXECUCAO
119800         STOP RUN
119900     END-IF.
120000     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
120100     ACCEPT DATA-DE-INICIO-RUN FROM DATE YYYYMMDD.
120200     ACCEPT HORA-DE-INICIO-RUN FROM TIME.
120300     MOVE ZERO TO DATA-DE-FIM-RUN.
120400     MOVE ZERO TO HORA-DE-FIM-RUN.
120500     MOVE ZERO TO QTD-LIDOS-RUN.
120600     MOVE ZERO TO QTD-GRAVADOS-RUN.
120700     MOVE ZERO TO QTD-REJEITADOS-RUN.
120800     MOVE ZERO TO CODIGO-DE-RETORNO-RUN.
120900     SET EXECUCAO-EM-CURSO-RUN TO TRUE.
121000     WRITE REGISTRO-DE-EXECUCAO
121100         INVALID KEY
121200             REWRITE REGISTRO-DE-EXECUCAO
121300     END-WRITE.
121400     IF NOT EXECUCAO-OK
121500         DISPLAY "ERRO AO GRAVAR RUNCTL, STATUS = "
121600             STATUS-DO-CONTROLE-DE-EXECUCAO
121700         STOP RUN
121800     END-IF.
121900 7700-REGISTRAR-INICIO-EXIT.
122000     EXIT.
122100*
122200****************************************************************
122300* 7800-REGISTRAR-FIM                                           *
122400*     COMPLETA O REGISTRO DE EXECUCAO DA RODADA COM OS TOTAIS  *
122500*     (EVENTOS LIDOS DOS DOIS LOGS E EVENTOS DENTRO DO         *
122600*     PERIODO), O CODIGO DE RETORNO E A SITUACAO "T".          *
122700****************************************************************
122800 7800-REGISTRAR-FIM.
122900     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
123000     READ ARQUIVO-DE-CONTROLE-DE-EXECUCAO
123100         INVALID KEY
123200             DISPLAY "REGISTRO DE EXECUCAO AUSENTE EM RUNCTL."
123300             GO TO 7800-REGISTRAR-FIM-EXIT
123400     END-READ.
123500     ACCEPT DATA-DE-FIM-RUN FROM DATE YYYYMMDD.
123600     ACCEPT HORA-DE-FIM-RUN FROM TIME.
123700     COMPUTE QTD-LIDOS-RUN =
123800         TOTAL-LIDOS-DO-AUDITLOG + TOTAL-LIDOS-DO-ARQAUD.
123900     MOVE TOTAL-NA-JANELA TO QTD-GRAVADOS-RUN.
124000     MOVE ZERO TO QTD-REJEITADOS-RUN.
124100     MOVE CODIGO-DE-RETORNO-DA-RODADA TO CODIGO-DE-RETORNO-RUN.
124200     SET EXECUCAO-TERMINADA-RUN TO TRUE.
124300     REWRITE REGISTRO-DE-EXECUCAO.
124400     IF NOT EXECUCAO-OK
124500         DISPLAY "ERRO AO REGRAVAR RUNCTL, STATUS = "
124600             STATUS-DO-CONTROLE-DE-EXECUCAO
124700     END-IF.
124800 7800-REGISTRAR-FIM-EXIT.
124900     EXIT.
125000*
125100****************************************************************
125200* 9999-ENCERRAR                                                *
125300*     FECHA OS ARQUIVOS ANTES DO TERMINO DO PROGRAMA.          *
125400****************************************************************
125500 9999-ENCERRAR.
125600     CLOSE LOG-DE-AUDITORIA.
125700     IF NOT MORTO-DE-AUDITORIA-AUSENTE
125800         CLOSE ARQUIVO-MORTO-DE-AUDITORIA
125900     END-IF.
126000     IF FOTOGRAFIAS-DISPONIVEIS
126100         CLOSE ARQUIVO-DE-FOTOGRAFIAS
126200     END-IF.
126300     CLOSE RELATORIO-DE-TENDENCIA.
126400     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
126500 9999-ENCERRAR-EXIT.
126600     EXIT.
