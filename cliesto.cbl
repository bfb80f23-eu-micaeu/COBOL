000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CLIESTO.
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
001400*  15/10/2026 EAC     PROGRAMA ORIGINAL - ESTORNO SELETIVO DE  *
001500*                     UMA RODADA: DESFAZ SO AS OPERACOES DO    *
001600*                     JORNAL (COPYBOOK JRNREC) GRAVADAS PELO   *
001700*                     PROGRAMA INFORMADO EM PARMESTO ENTRE O   *
001800*                     INICIO E O FIM DA SUA ULTIMA EXECUCAO    *
001900*                     REGISTRADA EM RUNCTL, DA MAIS NOVA PARA  *
002000*                     A MAIS ANTIGA: EXCLUI OS CLIENTES        *
002100*                     INCLUIDOS E REGRAVA A IMAGEM ANTES DAS   *
002200*                     ALTERACOES. CLIENTE ALTERADO DE NOVO     *
002300*                     DEPOIS DA RODADA (MESTRE DIFERENTE DA    *
002400*                     IMAGEM DEPOIS) E IGNORADO E LISTADO, SEM *
002500*                     PERDER A ALTERACAO POSTERIOR. CADA       *
002600*                     ESTORNO VAI AO LOG DE AUDITORIA (EVENTO  *
002700*                     "ESTORNO") E AO JORNAL, E A RODADA FICA  *
002800*                     MARCADA COMO ESTORNADA ("X") EM RUNCTL.  *
002900*                     NO ESTORNO DO CLIOBIT SAEM TAMBEM AS     *
003000*                     MARCAS DO ARQUIVO OBITO GRAVADAS PELA    *
003100*                     RODADA; NO DE INCLUSOES, OS VINCULOS DE  *
003200*                     RESPONSAVEL (RESPLEG) GRAVADOS COM ELAS. *
003300*                     RESULTADO EM RELESTO.                    *
003400*  15/10/2026 EAC     NO ESTORNO DO CLIRETN SAEM TAMBEM OS     *
003500*                     ENDERECOS DE COBRANCA GRAVADOS PELA      *
003600*                     RODADA (ARQUIVO ENDERECO), COM A         *
003700*                     REABERTURA DO ENDERECO QUE ELES          *
003800*                     ENCERRARAM. AS ALTERACOES DE             *
003900*                     CONSENTIMENTO DA RODADA SAO LISTADAS     *
004000*                     COMO NAO ESTORNADAS, COM CODIGO DE       *
004100*                     RETORNO 4.                               *
004110*  15/10/2026 EAC     NO ESTORNO DO CLICEPR OS ENDERECOS DE    *
004120*                     COBRANCA E DE CORRESPONDENCIA            *
004130*                     CONVERTIDOS PELA RODADA VOLTAM A CIDADE, *
004140*                     UF E CEP ANTIGOS, CONFORME OS EVENTOS DO *
004150*                     LOG DE AUDITORIA. O ENDERECO ALTERADO    *
004160*                     DEPOIS DA RODADA E MANTIDO E LISTADO,    *
004170*                     COM CODIGO DE RETORNO 4.                 *
004173*  15/10/2026 EAC     NO ESTORNO DO CLIRETN O EVENTO GRAVADO   *
004176*                     POR OPERADOR CADASTRADO (ARQUIVO         *
004179*                     OPERADOR) E ALTERACAO FEITA NA TELA      *
004182*                     DURANTE A RODADA E NAO E MAIS LISTADO    *
004185*                     NEM CONTADO. O CLIRETN GRAVA COMO        *
004188*                     OPERADOR O SISTEMA DE ORIGEM DO RETORNO, *
004191*                     E NAO O NOME DO PROGRAMA.                *
004200*                                                              *
004300****************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-370.
004700 OBJECT-COMPUTER. IBM-370.
004800 SPECIAL-NAMES.
004900     DECIMAL-POINT IS COMMA.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS ID-DO-CLIENTE-ARQ
005600         ALTERNATE RECORD KEY IS NOME-DO-CLIENTE-ARQ
005700             WITH DUPLICATES
005800         FILE STATUS IS STATUS-DO-ARQUIVO-CLIENTE.
005900*
006000     SELECT PARAMETROS-DO-ESTORNO ASSIGN TO "PARMESTO"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS STATUS-DOS-PARAMETROS.
006300*
006400     SELECT ARQUIVO-DE-JORNAL ASSIGN TO "JORNAL"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS STATUS-DO-JORNAL.
006700*
006800     SELECT ARQUIVO-DE-CLASSIFICACAO ASSIGN TO "SORTWK01".
006810*
006820     SELECT ARQUIVO-DE-CONVERSOES ASSIGN TO "SORTWK02".
006900*
007000     SELECT ARQUIVO-DE-OBITOS ASSIGN TO "OBITO"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS ID-DO-CLIENTE-OBI
007400         FILE STATUS IS STATUS-DO-ARQUIVO-OBITO.
007500*
007600     SELECT ARQUIVO-DE-RESPONSAVEIS ASSIGN TO "RESPLEG"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS ID-DO-MENOR-RSP
008000         ALTERNATE RECORD KEY IS ID-DO-RESPONSAVEL-RSP
008100             WITH DUPLICATES
008200         FILE STATUS IS STATUS-DO-ARQUIVO-RESPONSAVEL.
008300*
008400     SELECT ARQUIVO-DE-ENDERECOS ASSIGN TO "ENDERECO"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS CHAVE-DO-ENDERECO-END
008800         FILE STATUS IS STATUS-DO-ARQUIVO-ENDERECO.
008900*
008910     SELECT ARQUIVO-DE-OPERADORES ASSIGN TO "OPERADOR"
008920         ORGANIZATION IS INDEXED
008930         ACCESS MODE IS DYNAMIC
008940         RECORD KEY IS ID-DO-OPERADOR-OPR
008950         FILE STATUS IS STATUS-DO-ARQUIVO-OPERADOR.
008960*
009000     SELECT LOG-DE-AUDITORIA ASSIGN TO "AUDITLOG"
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS STATUS-DO-LOG-DE-AUDITORIA.
009300*
009400     SELECT ARQUIVO-DE-CONTROLE-DE-AUDITORIA ASSIGN TO "AUDCTL"
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS DYNAMIC
009700         RECORD KEY IS ID-DO-CONTROLE-DE-AUDITORIA
009800         FILE STATUS IS STATUS-DO-CONTROLE-DE-AUDITORIA.
009900*
010000     SELECT RELATORIO-DO-ESTORNO ASSIGN TO "RELESTO"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS STATUS-DO-RELATORIO.
010300*
010400     SELECT ARQUIVO-DE-CONTROLE-DE-EXECUCAO ASSIGN TO "RUNCTL"
010500         ORGANIZATION IS INDEXED
010600         ACCESS MODE IS DYNAMIC
010700         RECORD KEY IS ID-DO-PROGRAMA-RUN
010800         FILE STATUS IS STATUS-DO-CONTROLE-DE-EXECUCAO.
010900*
011000 DATA DIVISION.
011100 FILE SECTION.
011200 FD  CLIENTE-FILE
011300     LABEL RECORDS ARE STANDARD.
011400     COPY CLIREC.
011500*
011600 FD  PARAMETROS-DO-ESTORNO
011700     LABEL RECORDS ARE STANDARD.
011800*
011900****************************************************************
012000*  LAYOUT DO REGISTRO DE PARAMETROS - UMA LINHA UNICA.         *
012100*  POSICAO  TAMANHO  CAMPO                                     *
012200*  -------  -------  ------------------------------------      *
012300*  001-008     08    PROGRAMA CUJA ULTIMA RODADA SERA ESTORNADA*
012400*                    (OBRIGATORIO)                             *
012500*  009-016     08    DATA DE INICIO DA RODADA (AAAAMMDD) -     *
012600*                    OPCIONAL; SE INFORMADA, TEM DE CONFERIR   *
012700*                    COM O INICIO REGISTRADO EM RUNCTL         *
012800*  017-024     08    HORA DE INICIO DA RODADA (HHMMSSCC) -     *
012900*                    OPCIONAL, CONFERIDA DO MESMO MODO         *
013000****************************************************************
013100 01  REGISTRO-DE-PARAMETROS.
013200     05 PRM-PROGRAMA           PIC X(08).
013300     05 PRM-DATA-DE-INICIO     PIC X(08).
013400     05 PRM-HORA-DE-INICIO     PIC X(08).
013500*
013600 FD  ARQUIVO-DE-JORNAL
013700     LABEL RECORDS ARE STANDARD.
013800     COPY JRNREC.
013900*
014000****************************************************************
014100*  REGISTRO DE CLASSIFICACAO - UMA OPERACAO DO JORNAL DA RODADA*
014200*  A ESTORNAR, COM A SUA POSICAO NO JORNAL, ORDENADA DA MAIS   *
014300*  NOVA PARA A MAIS ANTIGA.                                    *
014400****************************************************************
014500 SD  ARQUIVO-DE-CLASSIFICACAO.
014600 01  REGISTRO-DE-CLASSIFICACAO.
014700     05 SRT-POSICAO-NO-JORNAL  PIC 9(09).
014800     05 SRT-OPERACAO.
014900        10 SRT-DATA-DA-OPERACAO PIC 9(08).
015000        10 SRT-HORA-DA-OPERACAO PIC 9(08).
015100        10 SRT-PROGRAMA        PIC X(08).
015200        10 SRT-OPERADOR        PIC X(08).
015300        10 SRT-TIPO-DE-OPERACAO PIC X(01).
015400           88 SRT-OPERACAO-INCLUSAO  VALUE "I".
015500           88 SRT-OPERACAO-ALTERACAO VALUE "A".
015600           88 SRT-OPERACAO-EXCLUSAO  VALUE "E".
015700        10 SRT-IMAGEM-ANTES    PIC X(181).
015800        10 SRT-IMAGEM-DEPOIS   PIC X(181).
015900*
015905****************************************************************
015910*  REGISTRO DE CONVERSAO - UM EVENTO DE CIDADE, UF OU CEP DE   *
015915*  UM ENDERECO CONVERTIDO PELA RODADA DO CLICEPR A ESTORNAR,   *
015920*  ORDENADO DO MAIS NOVO PARA O MAIS ANTIGO.                   *
015925****************************************************************
015930 SD  ARQUIVO-DE-CONVERSOES.
015935 01  REGISTRO-DE-CONVERSAO.
015940     05 CNS-NUMERO             PIC 9(09).
015945     05 CNS-DATA               PIC 9(08).
015950     05 CNS-HORA               PIC 9(08).
015955     05 CNS-ID                 PIC 9(06).
015960     05 CNS-TIPO               PIC X(01).
015965     05 CNS-CAMPO              PIC X(06).
015970     05 CNS-VALOR-ANTIGO       PIC X(20).
015975     05 CNS-VALOR-NOVO         PIC X(20).
015980*
016000 FD  ARQUIVO-DE-OBITOS
016100     LABEL RECORDS ARE STANDARD.
016200     COPY OBIREC.
016300*
016400 FD  ARQUIVO-DE-RESPONSAVEIS
016500     LABEL RECORDS ARE STANDARD.
016600     COPY RSPREC.
016700*
016800 FD  ARQUIVO-DE-ENDERECOS
016900     LABEL RECORDS ARE STANDARD.
017000     COPY ENDREC.
017100*
017110 FD  ARQUIVO-DE-OPERADORES
017120     LABEL RECORDS ARE STANDARD.
017130     COPY OPRREC.
017140*
017200 FD  LOG-DE-AUDITORIA
017300     LABEL RECORDS ARE STANDARD.
017400     COPY AUDREC.
017500*
017600 FD  ARQUIVO-DE-CONTROLE-DE-AUDITORIA
017700     LABEL RECORDS ARE STANDARD.
017800     COPY AUCREC.
017900*
018000 FD  RELATORIO-DO-ESTORNO
018100     LABEL RECORDS ARE STANDARD.
018200 01  LINHA-DO-RELATORIO        PIC X(132).
018300*
018400 FD  ARQUIVO-DE-CONTROLE-DE-EXECUCAO
018500     LABEL RECORDS ARE STANDARD.
018600     COPY RUNREC.
018700*
018800 WORKING-STORAGE SECTION.
018900 01  STATUS-DO-ARQUIVO-CLIENTE PIC X(02).
019000     88 ARQUIVO-OK                VALUE "00".
019100     88 REGISTRO-NAO-ENCONTRADO   VALUE "23".
019200*
019300 01  STATUS-DOS-PARAMETROS     PIC X(02).
019400     88 PARAMETROS-OK             VALUE "00".
019500     88 PARAMETROS-NAO-ENCONTRADOS VALUE "35".
019600*
019700 01  STATUS-DO-JORNAL          PIC X(02).
019800     88 JORNAL-OK                 VALUE "00".
019900     88 FIM-DO-JORNAL             VALUE "10".
020000     88 JORNAL-AUSENTE            VALUE "35".
020100*
020200 01  STATUS-DO-ARQUIVO-OBITO   PIC X(02).
020300     88 OBITO-ARQ-OK              VALUE "00".
020400     88 FIM-DO-ARQUIVO-OBITO      VALUE "10".
020500     88 OBITO-ARQ-AUSENTE         VALUE "35".
020600*
020700 01  STATUS-DO-ARQUIVO-RESPONSAVEL PIC X(02).
020800     88 RESPONSAVEL-ARQ-OK        VALUE "00".
020900     88 RESPONSAVEL-ARQ-AUSENTE   VALUE "35".
021000*
021100 01  STATUS-DO-ARQUIVO-ENDERECO PIC X(02).
021200     88 ENDERECO-ARQ-OK           VALUE "00".
021300     88 FIM-DO-ARQUIVO-ENDERECO   VALUE "10".
021400     88 ENDERECO-ARQ-AUSENTE      VALUE "35".
021410*
021420 01  STATUS-DO-ARQUIVO-OPERADOR PIC X(02).
021430     88 OPERADOR-ARQ-OK           VALUE "00".
021440     88 OPERADOR-ARQ-AUSENTE      VALUE "35".
021500*
021600 01  STATUS-DO-LOG-DE-AUDITORIA PIC X(02).
021700     88 LOG-DE-AUDITORIA-OK       VALUE "00".
021800     88 FIM-DO-LOG-DE-AUDITORIA   VALUE "10".
021900*
022000 01  STATUS-DO-CONTROLE-DE-AUDITORIA PIC X(02).
022100     88 CONTROLE-DE-AUD-OK        VALUE "00".
022200     88 CONTROLE-DE-AUD-AUSENTE   VALUE "35".
022300*
022400 01  STATUS-DO-RELATORIO       PIC X(02).
022500     88 RELATORIO-OK              VALUE "00".
022600*
022700 01  STATUS-DO-CONTROLE-DE-EXECUCAO PIC X(02).
022800     88 EXECUCAO-OK               VALUE "00".
022900     88 EXECUCAO-NAO-ENCONTRADA   VALUE "35".
023000*
023100 01  NOME-DO-PROGRAMA          PIC X(08)  VALUE "CLIESTO".
023200 01  ID-DO-OPERADOR            PIC X(08)  VALUE "CLIESTO".
023300 01  ID-DO-CLIENTE             PIC 9(06)  VALUE ZERO.
023400 01  CODIGO-DE-RETORNO-DA-RODADA PIC 9(02) VALUE ZERO.
023500 01  DATA-DO-DIA               PIC 9(08)  VALUE ZERO.
023600 01  POSICAO-NO-JORNAL         PIC 9(09)  VALUE ZERO.
023700 01  MOTIVO-DA-RECUSA          PIC X(60)  VALUE SPACES.
023800*
023900****************************************************************
024000*  RODADA A ESTORNAR, COMO REGISTRADA EM RUNCTL. O INICIO E O  *
024100*  FIM (DATA + HORA) DELIMITAM AS OPERACOES DO JORNAL E AS     *
024200*  MARCAS DE OBITO QUE PERTENCEM A RODADA.                     *
024300****************************************************************
024400 01  PROGRAMA-ESTORNADO        PIC X(08)  VALUE SPACES.
024500 01  INICIO-DA-RODADA.
024600     05 INI-DATA               PIC 9(08)  VALUE ZERO.
024700     05 INI-HORA               PIC 9(08)  VALUE ZERO.
024800 01  FIM-DA-RODADA.
024900     05 FIM-DATA               PIC 9(08)  VALUE ZERO.
025000     05 FIM-HORA               PIC 9(08)  VALUE ZERO.
025100 01  MOMENTO-EM-EXAME.
025200     05 MOM-DATA               PIC 9(08)  VALUE ZERO.
025300     05 MOM-HORA               PIC 9(08)  VALUE ZERO.
025400*
025500****************************************************************
025600*  IMAGEM DO CLIENTE NO MESTRE ANTES DO ESTORNO, COM A VISAO   *
025700*  DA SITUACAO (ATIVO/INATIVO) NA POSICAO 172.                 *
025800****************************************************************
025900 01  IMAGEM-ATUAL-DO-CLIENTE   PIC X(181).
026000 01  IMAGEM-ATUAL-R REDEFINES IMAGEM-ATUAL-DO-CLIENTE.
026100     05 FILLER                 PIC X(171).
026200     05 SITUACAO-ATUAL         PIC X(01).
026300     05 FILLER                 PIC X(09).
026400*
026500****************************************************************
026600*  OPERACAO ORIGINAL EM TEXTO (PROGRAMA, DATA E HORA), LEVADA  *
026700*  COMO VALOR ANTIGO NOS EVENTOS DE ESTORNO.                   *
026800****************************************************************
026900 01  DESCRICAO-DA-OPERACAO.
027000     05 DSC-PROGRAMA           PIC X(08).
027100     05 FILLER                 PIC X(01)  VALUE SPACE.
027200     05 DSC-DATA               PIC 9(08).
027300     05 FILLER                 PIC X(01)  VALUE SPACE.
027400     05 DSC-HORA               PIC 9(08).
027500*
027600 01  CONTADORES-DO-ESTORNO.
027700     05 TOTAL-LIDO-DO-JORNAL   PIC 9(07)  VALUE ZERO.
027800     05 TOTAL-DA-RODADA        PIC 9(07)  VALUE ZERO.
027900     05 TOTAL-INCLUSOES-ESTORNADAS PIC 9(07) VALUE ZERO.
028000     05 TOTAL-ALTERACOES-ESTORNADAS PIC 9(07) VALUE ZERO.
028100     05 TOTAL-JA-ESTORNADAS    PIC 9(07)  VALUE ZERO.
028200     05 TOTAL-IGNORADAS        PIC 9(07)  VALUE ZERO.
028300     05 TOTAL-EXCLUSOES-MANTIDAS PIC 9(07) VALUE ZERO.
028400     05 TOTAL-OBITOS-RETIRADOS PIC 9(07)  VALUE ZERO.
028500     05 TOTAL-OBITOS-MANTIDOS  PIC 9(07)  VALUE ZERO.
028600     05 TOTAL-VINCULOS-RETIRADOS PIC 9(07) VALUE ZERO.
028700     05 TOTAL-ENDERECOS-RETIRADOS PIC 9(07) VALUE ZERO.
028800     05 TOTAL-ENDERECOS-REABERTOS PIC 9(07) VALUE ZERO.
028900     05 TOTAL-ENDERECOS-MANTIDOS PIC 9(07) VALUE ZERO.
029000     05 TOTAL-CONSENTIMENTOS-MANTIDOS PIC 9(07) VALUE ZERO.
029010     05 TOTAL-ENDERECOS-RESTAURADOS PIC 9(07) VALUE ZERO.
029100     05 TOTAL-DE-ERROS         PIC 9(07)  VALUE ZERO.
029200*
029300 01  SW-FIM-DA-CLASSIFICACAO   PIC X(01)  VALUE "N".
029400     88 FIM-DA-CLASSIFICACAO       VALUE "S".
029500 01  SW-OBITOS-DISPONIVEIS     PIC X(01)  VALUE "N".
029600     88 OBITOS-DISPONIVEIS         VALUE "S".
029700 01  SW-VINCULOS-DISPONIVEIS   PIC X(01)  VALUE "N".
029800     88 VINCULOS-DISPONIVEIS       VALUE "S".
029900 01  SW-ENDERECOS-DISPONIVEIS  PIC X(01)  VALUE "N".
030000     88 ENDERECOS-DISPONIVEIS      VALUE "S".
030010 01  SW-OPERADORES-DISPONIVEIS PIC X(01)  VALUE "N".
030020     88 OPERADORES-DISPONIVEIS     VALUE "S".
030100 01  SW-FIM-DA-CADEIA          PIC X(01)  VALUE "N".
030200     88 FIM-DA-CADEIA              VALUE "S".
030210 01  SW-FIM-DAS-CONVERSOES     PIC X(01)  VALUE "N".
030220     88 FIM-DAS-CONVERSOES         VALUE "S".
030230 01  SW-CONVERSAO-PENDENTE     PIC X(01)  VALUE "N".
030240     88 CONVERSAO-PENDENTE         VALUE "S".
030250 01  SW-ENDERECO-ACHADO        PIC X(01)  VALUE "N".
030260     88 ENDERECO-ACHADO            VALUE "S".
030270 01  SW-FIM-DOS-ENDERECOS-DO-CLIENTE PIC X(01) VALUE "N".
030280     88 FIM-DOS-ENDERECOS-DO-CLIENTE VALUE "S".
030300*
030400****************************************************************
030500*  TABELA DE CLIENTES IGNORADOS, INDEXADA PELO ID DO CLIENTE:  *
030600*  "I" QUANDO UMA OPERACAO MAIS NOVA DO CLIENTE NAO FOI        *
030700*  ESTORNADA, PARA QUE AS MAIS ANTIGAS TAMBEM NAO SEJAM E A    *
030800*  MARCA DE OBITO DA RODADA SEJA MANTIDA.                      *
030900****************************************************************
031000 01  TABELA-DE-CLIENTES.
031100     05 MARCA-DO-CLIENTE       PIC X(01) OCCURS 999999 TIMES.
031200*
031300****************************************************************
031400*  TABELA DE CLIENTES COM ENDERECO DE COBRANCA ALTERADO NO     *
031500*  PERIODO DA RODADA DO CLIRETN, SEGUNDO O LOG DE AUDITORIA:   *
031600*  "E" MARCA O CLIENTE CUJOS ENDERECOS DA RODADA SAO           *
031700*  ESTORNADOS.                                                 *
031800****************************************************************
031900 01  TABELA-DE-ENDERECOS-DA-RODADA.
032000     05 MARCA-DE-ENDERECO      PIC X(01) OCCURS 999999 TIMES.
032100*
032200 01  CHAVE-EM-EXAME            PIC X(10)  VALUE SPACES.
032300 01  ENDERECO-EM-TRABALHO.
032400     05 ETR-ID                 PIC 9(06).
032500     05 ETR-TIPO               PIC X(01).
032600     05 ETR-SEQUENCIA          PIC 9(03).
032700 01  DATA-DE-ENCERRAMENTO      PIC 9(08)  VALUE ZERO.
032704*
032708****************************************************************
032712*  CONVERSAO DO CLICEPR EM ESTORNO: OS CAMPOS DE UM MESMO      *
032716*  ENDERECO CONVERTIDO, COM OS VALORES ANTIGO E NOVO.          *
032720****************************************************************
032724 01  CONVERSAO-EM-EXAME.
032728     05 CNV-NUMERO             PIC 9(09).
032732     05 CNV-DATA               PIC 9(08).
032736     05 CNV-HORA               PIC 9(08).
032740     05 CNV-ID                 PIC 9(06).
032744     05 CNV-TIPO               PIC X(01).
032748     05 CNV-SW-CIDADE          PIC X(01).
032752        88 CNV-COM-CIDADE          VALUE "S".
032756     05 CNV-CIDADE-ANTIGA      PIC X(20).
032760     05 CNV-CIDADE-NOVA        PIC X(20).
032764     05 CNV-SW-UF              PIC X(01).
032768        88 CNV-COM-UF              VALUE "S".
032772     05 CNV-UF-ANTIGA          PIC X(02).
032776     05 CNV-UF-NOVA            PIC X(02).
032780     05 CNV-SW-CEP             PIC X(01).
032784        88 CNV-COM-CEP             VALUE "S".
032788     05 CNV-CEP-ANTIGO         PIC X(08).
032792     05 CNV-CEP-NOVO           PIC X(08).
032800*
032900 01  DATA-EM-TRABALHO          PIC 9(08)  VALUE ZERO.
033000 01  DATA-EM-TRABALHO-R REDEFINES DATA-EM-TRABALHO.
033100     05 TRB-ANO                PIC 9(04).
033200     05 TRB-MES                PIC 9(02).
033300     05 TRB-DIA                PIC 9(02).
033400*
033500 01  DATA-EDITADA.
033600     05 EDT-DIA                PIC 9(02).
033700     05 FILLER                 PIC X(01)  VALUE "/".
033800     05 EDT-MES                PIC 9(02).
033900     05 FILLER                 PIC X(01)  VALUE "/".
034000     05 EDT-ANO                PIC 9(04).
034100*
034200 01  PARAMETROS-DE-AUDITORIA.
034300     05 TIPO-PARA-AUDITORIA    PIC X(10).
034400     05 CAMPO-PARA-AUDITORIA   PIC X(20).
034500     05 VALOR-ANTIGO-PARA-AUDITORIA PIC X(40).
034600     05 VALOR-NOVO-PARA-AUDITORIA   PIC X(40).
034700*
034800 01  LINHA-DE-TITULO.
034900     05 TIT-TEXTO              PIC X(60).
035000     05 FILLER                 PIC X(10)  VALUE "EMISSAO: ".
035100     05 TIT-DATA               PIC X(10).
035200*
035300 01  LINHA-DA-RODADA.
035400     05 FILLER                 PIC X(10)  VALUE "PROGRAMA: ".
035500     05 ROD-PROGRAMA           PIC X(08).
035600     05 FILLER                 PIC X(10)  VALUE "  INICIO: ".
035700     05 ROD-DATA-INICIO        PIC 9(08).
035800     05 FILLER                 PIC X(01)  VALUE SPACE.
035900     05 ROD-HORA-INICIO        PIC 9(08).
036000     05 FILLER                 PIC X(07)  VALUE "  FIM: ".
036100     05 ROD-DATA-FIM           PIC 9(08).
036200     05 FILLER                 PIC X(01)  VALUE SPACE.
036300     05 ROD-HORA-FIM           PIC 9(08).
036400     05 FILLER                 PIC X(06)  VALUE "  RC: ".
036500     05 ROD-RC                 PIC 9(02).
036600*
036700 01  LINHA-DE-CABECALHO.
036800     05 FILLER                 PIC X(08)  VALUE "CLIENTE".
036900     05 FILLER                 PIC X(11)  VALUE "OPERACAO".
037000     05 FILLER                 PIC X(18)  VALUE "DATA/HORA".
037100     05 FILLER                 PIC X(50)  VALUE "RESULTADO".
037200*
037300 01  LINHA-DE-DETALHE.
037400     05 DET-ID                 PIC 9(06).
037500     05 FILLER                 PIC X(02)  VALUE SPACES.
037600     05 DET-OPERACAO           PIC X(09).
037700     05 FILLER                 PIC X(02)  VALUE SPACES.
037800     05 DET-DATA               PIC 9(08).
037900     05 FILLER                 PIC X(01)  VALUE SPACE.
038000     05 DET-HORA               PIC 9(08).
038100     05 FILLER                 PIC X(01)  VALUE SPACE.
038200     05 DET-RESULTADO          PIC X(50).
038300*
038400 01  LINHA-DE-TOTAL.
038500     05 TOT-TEXTO              PIC X(44).
038600     05 TOT-QUANTIDADE         PIC Z.ZZZ.ZZ9.
038700*
038800 PROCEDURE DIVISION.
038900*
039000****************************************************************
039100* 0000-MAINLINE                                                *
039200*     PARAGRAFO PRINCIPAL - CONTROLA A SEQUENCIA DO PROGRAMA.  *
039300****************************************************************
039400 0000-MAINLINE.
039500     PERFORM 7700-REGISTRAR-INICIO
039600         THRU 7700-REGISTRAR-INICIO-EXIT.
039700     PERFORM 1000-ABRIR-RELATORIO
039800         THRU 1000-ABRIR-RELATORIO-EXIT.
039900     PERFORM 1100-LER-PARAMETROS
040000         THRU 1100-LER-PARAMETROS-EXIT.
040100     PERFORM 1200-CONFERIR-RODADA
040200         THRU 1200-CONFERIR-RODADA-EXIT.
040300     PERFORM 1300-ABRIR-ARQUIVOS
040400         THRU 1300-ABRIR-ARQUIVOS-EXIT.
040500     SORT ARQUIVO-DE-CLASSIFICACAO
040600         ON DESCENDING KEY SRT-POSICAO-NO-JORNAL
040700         INPUT PROCEDURE IS 2000-SELECIONAR-OPERACOES
040800             THRU 2000-SELECIONAR-OPERACOES-EXIT
040900         OUTPUT PROCEDURE IS 3000-ESTORNAR-OPERACOES
041000             THRU 3000-ESTORNAR-OPERACOES-EXIT.
041100     IF PROGRAMA-ESTORNADO = "CLIOBIT" AND OBITOS-DISPONIVEIS
041200         PERFORM 4000-RETIRAR-OBITOS
041300             THRU 4000-RETIRAR-OBITOS-EXIT
041400     END-IF.
041500     IF PROGRAMA-ESTORNADO = "CLIRETN"
041600         PERFORM 4500-LER-EVENTOS-DA-RODADA
041700             THRU 4500-LER-EVENTOS-DA-RODADA-EXIT
041800         IF ENDERECOS-DISPONIVEIS
041900             PERFORM 4600-ESTORNAR-ENDERECOS
042000                 THRU 4600-ESTORNAR-ENDERECOS-EXIT
042100         END-IF
042200     END-IF.
042210     IF PROGRAMA-ESTORNADO = "CLICEPR"
042220         SORT ARQUIVO-DE-CONVERSOES
042230             ON DESCENDING KEY CNS-NUMERO
042240             INPUT PROCEDURE IS 4800-SELECIONAR-CONVERSOES
042250                 THRU 4800-SELECIONAR-CONVERSOES-EXIT
042260             OUTPUT PROCEDURE IS 4850-ESTORNAR-CONVERSOES
042270                 THRU 4850-ESTORNAR-CONVERSOES-EXIT
042280     END-IF.
042300     PERFORM 5000-IMPRIMIR-TOTAIS
042400         THRU 5000-IMPRIMIR-TOTAIS-EXIT.
042500     IF (TOTAL-IGNORADAS > ZERO OR TOTAL-EXCLUSOES-MANTIDAS > ZERO
042600         OR TOTAL-OBITOS-MANTIDOS > ZERO
042700         OR TOTAL-ENDERECOS-MANTIDOS > ZERO
042800         OR TOTAL-CONSENTIMENTOS-MANTIDOS > ZERO)
042900         AND CODIGO-DE-RETORNO-DA-RODADA < 4
043000         MOVE 4 TO CODIGO-DE-RETORNO-DA-RODADA
043100     END-IF.
043200     IF TOTAL-DE-ERROS > ZERO
043300         MOVE 8 TO CODIGO-DE-RETORNO-DA-RODADA
043400     END-IF.
043500     PERFORM 6000-MARCAR-RODADA
043600         THRU 6000-MARCAR-RODADA-EXIT.
043700     DISPLAY "CLIESTO: " PROGRAMA-ESTORNADO
043800         " OPERACOES: " TOTAL-DA-RODADA
043900         " INCLUSOES ESTORNADAS: " TOTAL-INCLUSOES-ESTORNADAS
044000         " ALTERACOES ESTORNADAS: " TOTAL-ALTERACOES-ESTORNADAS
044100         " IGNORADAS: " TOTAL-IGNORADAS.
044200     PERFORM 7800-REGISTRAR-FIM
044300         THRU 7800-REGISTRAR-FIM-EXIT.
044400     PERFORM 9999-ENCERRAR
044500         THRU 9999-ENCERRAR-EXIT.
044600     MOVE CODIGO-DE-RETORNO-DA-RODADA TO RETURN-CODE.
044700     STOP RUN.
044800*
044900****************************************************************
045000* 1000-ABRIR-RELATORIO                                         *
045100*     ABRE O RELATORIO DO ESTORNO E IMPRIME O TITULO, PARA QUE *
045200*     TAMBEM A RECUSA DO ESTORNO FIQUE REGISTRADA NELE.        *
045300****************************************************************
045400 1000-ABRIR-RELATORIO.
045500     ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
045600     OPEN OUTPUT RELATORIO-DO-ESTORNO.
045700     IF NOT RELATORIO-OK
045800         DISPLAY "ERRO AO ABRIR RELESTO, STATUS = "
045900             STATUS-DO-RELATORIO
046000         STOP RUN
046100     END-IF.
046200     MOVE DATA-DO-DIA TO DATA-EM-TRABALHO.
046300     PERFORM 8900-EDITAR-DATA
046400         THRU 8900-EDITAR-DATA-EXIT.
046500     MOVE DATA-EDITADA TO TIT-DATA.
046600     MOVE "ESTORNO SELETIVO DE RODADA PELO JORNAL" TO TIT-TEXTO.
046700     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TITULO.
046800     MOVE ALL "-" TO LINHA-DO-RELATORIO.
046900     WRITE LINHA-DO-RELATORIO.
047000 1000-ABRIR-RELATORIO-EXIT.
047100     EXIT.
047200*
047300****************************************************************
047400* 1100-LER-PARAMETROS                                          *
047500*     LE O PROGRAMA A ESTORNAR E, SE INFORMADO, O INICIO DA    *
047600*     RODADA. SEM PARMESTO NAO HA O QUE ESTORNAR.              *
047700****************************************************************
047800 1100-LER-PARAMETROS.
047900     MOVE SPACES TO REGISTRO-DE-PARAMETROS.
048000     OPEN INPUT PARAMETROS-DO-ESTORNO.
048100     IF PARAMETROS-NAO-ENCONTRADOS
048200         MOVE "PARMESTO AUSENTE - PROGRAMA NAO INFORMADO"
048300             TO MOTIVO-DA-RECUSA
048400         GO TO 1900-RECUSAR-ESTORNO
048500     END-IF.
048600     IF NOT PARAMETROS-OK
048700         DISPLAY "ERRO AO ABRIR PARMESTO, STATUS = "
048800             STATUS-DOS-PARAMETROS
048900         STOP RUN
049000     END-IF.
049100     READ PARAMETROS-DO-ESTORNO
049200         AT END
049300             MOVE SPACES TO REGISTRO-DE-PARAMETROS
049400     END-READ.
049500     CLOSE PARAMETROS-DO-ESTORNO.
049600     MOVE PRM-PROGRAMA TO PROGRAMA-ESTORNADO.
049700 1100-LER-PARAMETROS-EXIT.
049800     EXIT.
049900*
050000****************************************************************
050100* 1200-CONFERIR-RODADA                                         *
050200*     LOCALIZA EM RUNCTL A ULTIMA RODADA DO PROGRAMA E SO      *
050300*     ACEITA O ESTORNO DE RODADA TERMINADA E AINDA NAO         *
050400*     ESTORNADA, CUJO INICIO CONFIRA COM O INFORMADO. O PROPRIO*
050500*     CLIESTO E O CLIANON (ANONIMIZACAO IRREVERSIVEL) NAO SAO  *
050600*     ESTORNAVEIS.                                             *
050700****************************************************************
050800 1200-CONFERIR-RODADA.
050900     IF PROGRAMA-ESTORNADO = SPACES
051000         MOVE "PROGRAMA A ESTORNAR NAO INFORMADO EM PARMESTO"
051100             TO MOTIVO-DA-RECUSA
051200         GO TO 1900-RECUSAR-ESTORNO
051300     END-IF.
051400     IF PROGRAMA-ESTORNADO = NOME-DO-PROGRAMA
051500         MOVE "O PROPRIO ESTORNO NAO PODE SER ESTORNADO"
051600             TO MOTIVO-DA-RECUSA
051700         GO TO 1900-RECUSAR-ESTORNO
051800     END-IF.
051900     IF PROGRAMA-ESTORNADO = "CLIANON"
052000         MOVE "A ANONIMIZACAO (CLIANON) E IRREVERSIVEL"
052100             TO MOTIVO-DA-RECUSA
052200         GO TO 1900-RECUSAR-ESTORNO
052300     END-IF.
052400     MOVE PROGRAMA-ESTORNADO TO ID-DO-PROGRAMA-RUN.
052500     READ ARQUIVO-DE-CONTROLE-DE-EXECUCAO
052600         INVALID KEY
052700             MOVE "PROGRAMA SEM EXECUCAO REGISTRADA EM RUNCTL"
052800                 TO MOTIVO-DA-RECUSA
052900             GO TO 1900-RECUSAR-ESTORNO
053000     END-READ.
053100     MOVE ID-DO-PROGRAMA-RUN    TO ROD-PROGRAMA.
053200     MOVE DATA-DE-INICIO-RUN    TO ROD-DATA-INICIO.
053300     MOVE HORA-DE-INICIO-RUN    TO ROD-HORA-INICIO.
053400     MOVE DATA-DE-FIM-RUN       TO ROD-DATA-FIM.
053500     MOVE HORA-DE-FIM-RUN       TO ROD-HORA-FIM.
053600     MOVE CODIGO-DE-RETORNO-RUN TO ROD-RC.
053700     WRITE LINHA-DO-RELATORIO FROM LINHA-DA-RODADA.
053800     IF EXECUCAO-ESTORNADA-RUN
053900         MOVE "RODADA JA ESTORNADA" TO MOTIVO-DA-RECUSA
054000         GO TO 1900-RECUSAR-ESTORNO
054100     END-IF.
054200     IF NOT EXECUCAO-TERMINADA-RUN
054300         MOVE "RODADA EM CURSO OU INTERROMPIDA - TERMINE-A ANTES"
054400             TO MOTIVO-DA-RECUSA
054500         GO TO 1900-RECUSAR-ESTORNO
054600     END-IF.
054700     IF (PRM-DATA-DE-INICIO IS NUMERIC AND
054800         PRM-DATA-DE-INICIO NOT = DATA-DE-INICIO-RUN) OR
054900        (PRM-HORA-DE-INICIO IS NUMERIC AND
055000         PRM-HORA-DE-INICIO NOT = HORA-DE-INICIO-RUN)
055100         MOVE "INICIO INFORMADO NAO E O DA ULTIMA RODADA"
055200             TO MOTIVO-DA-RECUSA
055300         GO TO 1900-RECUSAR-ESTORNO
055400     END-IF.
055500     MOVE DATA-DE-INICIO-RUN TO INI-DATA.
055600     MOVE HORA-DE-INICIO-RUN TO INI-HORA.
055700     MOVE DATA-DE-FIM-RUN    TO FIM-DATA.
055800     MOVE HORA-DE-FIM-RUN    TO FIM-HORA.
055900 1200-CONFERIR-RODADA-EXIT.
056000     EXIT.
056100*
056200****************************************************************
056300* 1900-RECUSAR-ESTORNO                                         *
056400*     IMPRIME O MOTIVO DA RECUSA, ENCERRA A RODADA COM CODIGO  *
056500*     DE RETORNO 8 SEM TOCAR EM NENHUM ARQUIVO DE CADASTRO.    *
056600****************************************************************
056700 1900-RECUSAR-ESTORNO.
056800     DISPLAY "CLIESTO RECUSADO - " MOTIVO-DA-RECUSA.
056900     MOVE SPACES TO LINHA-DO-RELATORIO.
057000     STRING "ESTORNO RECUSADO - " DELIMITED BY SIZE
057100         MOTIVO-DA-RECUSA DELIMITED BY SIZE
057200         INTO LINHA-DO-RELATORIO.
057300     WRITE LINHA-DO-RELATORIO.
057400     MOVE 8 TO CODIGO-DE-RETORNO-DA-RODADA.
057500     PERFORM 7800-REGISTRAR-FIM
057600         THRU 7800-REGISTRAR-FIM-EXIT.
057700     CLOSE RELATORIO-DO-ESTORNO.
057800     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
057900     MOVE 8 TO RETURN-CODE.
058000     STOP RUN.
058100 1900-RECUSAR-ESTORNO-EXIT.
058200     EXIT.
058300*
058400****************************************************************
058500* 1300-ABRIR-ARQUIVOS                                          *
058600*     ABRE O ARQUIVO MESTRE, OS ARQUIVOS DE OBITOS, DE         *
058700*     RESPONSAVEIS E DE ENDERECOS (QUANDO EXISTEM), O LOG DE   *
058800*     AUDITORIA E SEU                                          *
058900*     CONTROLE, E IMPRIME O CABECALHO DAS OPERACOES. O JORNAL E*
059000*     ABERTO PELOS PROCEDIMENTOS DA CLASSIFICACAO.             *
059100****************************************************************
059200 1300-ABRIR-ARQUIVOS.
059300     OPEN I-O CLIENTE-FILE.
059400     IF NOT ARQUIVO-OK
059500         DISPLAY "ERRO AO ABRIR CLIENTE-FILE, STATUS = "
059600             STATUS-DO-ARQUIVO-CLIENTE
059700         STOP RUN
059800     END-IF.
059900     OPEN I-O ARQUIVO-DE-OBITOS.
060000     IF NOT OBITO-ARQ-AUSENTE
060100         IF NOT OBITO-ARQ-OK
060200             DISPLAY "ERRO AO ABRIR OBITO, STATUS = "
060300                 STATUS-DO-ARQUIVO-OBITO
060400             STOP RUN
060500         END-IF
060600         MOVE "S" TO SW-OBITOS-DISPONIVEIS
060700     END-IF.
060800     OPEN I-O ARQUIVO-DE-RESPONSAVEIS.
060900     IF NOT RESPONSAVEL-ARQ-AUSENTE
061000         IF NOT RESPONSAVEL-ARQ-OK
061100             DISPLAY "ERRO AO ABRIR RESPLEG, STATUS = "
061200                 STATUS-DO-ARQUIVO-RESPONSAVEL
061300             STOP RUN
061400         END-IF
061500         MOVE "S" TO SW-VINCULOS-DISPONIVEIS
061600     END-IF.
061700     OPEN I-O ARQUIVO-DE-ENDERECOS.
061800     IF NOT ENDERECO-ARQ-AUSENTE
061900         IF NOT ENDERECO-ARQ-OK
062000             DISPLAY "ERRO AO ABRIR ENDERECO, STATUS = "
062100                 STATUS-DO-ARQUIVO-ENDERECO
062200             STOP RUN
062300         END-IF
062400         MOVE "S" TO SW-ENDERECOS-DISPONIVEIS
062500     END-IF.
062600     OPEN EXTEND LOG-DE-AUDITORIA.
062700     IF NOT LOG-DE-AUDITORIA-OK
062800         DISPLAY "ERRO AO ABRIR LOG-DE-AUDITORIA, STATUS = "
062900             STATUS-DO-LOG-DE-AUDITORIA
063000         STOP RUN
063100     END-IF.
063200     OPEN I-O ARQUIVO-DE-CONTROLE-DE-AUDITORIA.
063300     IF CONTROLE-DE-AUD-AUSENTE
063400         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-AUDITORIA
063500         CLOSE ARQUIVO-DE-CONTROLE-DE-AUDITORIA
063600         OPEN I-O ARQUIVO-DE-CONTROLE-DE-AUDITORIA
063700     END-IF.
063800     IF NOT CONTROLE-DE-AUD-OK
063900         DISPLAY "ERRO AO ABRIR AUDCTL, STATUS = "
064000             STATUS-DO-CONTROLE-DE-AUDITORIA
064100         STOP RUN
064200     END-IF.
064300     MOVE SPACES TO TABELA-DE-CLIENTES.
064400     MOVE SPACES TO TABELA-DE-ENDERECOS-DA-RODADA.
064500     MOVE ALL "-" TO LINHA-DO-RELATORIO.
064600     WRITE LINHA-DO-RELATORIO.
064700     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-CABECALHO.
064800 1300-ABRIR-ARQUIVOS-EXIT.
064900     EXIT.
065000*
065100****************************************************************
065200* 2000-SELECIONAR-OPERACOES                                    *
065300*     PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO - LE O JORNAL   *
065400*     INTEIRO, NUMERANDO AS OPERACOES NA ORDEM DE GRAVACAO, E  *
065500*     LIBERA PARA A ORDENACAO AS DO PROGRAMA ESTORNADO DENTRO  *
065600*     DO INICIO E DO FIM DA RODADA.                            *
065700****************************************************************
065800 2000-SELECIONAR-OPERACOES.
065900     OPEN INPUT ARQUIVO-DE-JORNAL.
066000     IF JORNAL-AUSENTE
066100         DISPLAY "JORNAL AUSENTE - NADA A ESTORNAR."
066200         GO TO 2000-SELECIONAR-OPERACOES-EXIT
066300     END-IF.
066400     IF NOT JORNAL-OK
066500         DISPLAY "ERRO AO ABRIR JORNAL, STATUS = "
066600             STATUS-DO-JORNAL
066700         STOP RUN
066800     END-IF.
066900     PERFORM 2100-LER-JORNAL
067000         THRU 2100-LER-JORNAL-EXIT.
067100     PERFORM 2200-SELECIONAR-OPERACAO
067200         THRU 2200-SELECIONAR-OPERACAO-EXIT
067300         UNTIL FIM-DO-JORNAL.
067400     CLOSE ARQUIVO-DE-JORNAL.
067500 2000-SELECIONAR-OPERACOES-EXIT.
067600     EXIT.
067700*
067800****************************************************************
067900* 2100-LER-JORNAL                                              *
068000*     LE A PROXIMA OPERACAO DO JORNAL.                         *
068100****************************************************************
068200 2100-LER-JORNAL.
068300     READ ARQUIVO-DE-JORNAL
068400         AT END
068500             SET FIM-DO-JORNAL TO TRUE
068600     END-READ.
068700 2100-LER-JORNAL-EXIT.
068800     EXIT.
068900*
069000****************************************************************
069100* 2200-SELECIONAR-OPERACAO                                     *
069200*     LIBERA A OPERACAO LIDA QUANDO E DO PROGRAMA ESTORNADO E  *
069300*     FOI GRAVADA ENTRE O INICIO E O FIM DA RODADA, E LE A     *
069400*     PROXIMA OPERACAO.                                        *
069500****************************************************************
069600 2200-SELECIONAR-OPERACAO.
069700     ADD 1 TO TOTAL-LIDO-DO-JORNAL.
069800     ADD 1 TO POSICAO-NO-JORNAL.
069900     IF JRN-PROGRAMA NOT = PROGRAMA-ESTORNADO
070000         GO TO 2200-SELECIONAR-OPERACAO-LER
070100     END-IF.
070200     MOVE JRN-DATA-DA-OPERACAO TO MOM-DATA.
070300     MOVE JRN-HORA-DA-OPERACAO TO MOM-HORA.
070400     IF MOMENTO-EM-EXAME < INICIO-DA-RODADA OR
070500         MOMENTO-EM-EXAME > FIM-DA-RODADA
070600         GO TO 2200-SELECIONAR-OPERACAO-LER
070700     END-IF.
070800     ADD 1 TO TOTAL-DA-RODADA.
070900     MOVE POSICAO-NO-JORNAL  TO SRT-POSICAO-NO-JORNAL.
071000     MOVE REGISTRO-DO-JORNAL TO SRT-OPERACAO.
071100     RELEASE REGISTRO-DE-CLASSIFICACAO.
071200 2200-SELECIONAR-OPERACAO-LER.
071300     PERFORM 2100-LER-JORNAL
071400         THRU 2100-LER-JORNAL-EXIT.
071500 2200-SELECIONAR-OPERACAO-EXIT.
071600     EXIT.
071700*
071800****************************************************************
071900* 3000-ESTORNAR-OPERACOES                                      *
072000*     PROCEDIMENTO DE SAIDA DA CLASSIFICACAO - REABRE O JORNAL *
072100*     PARA ACRESCENTAR AS OPERACOES DO ESTORNO E DESFAZ AS     *
072200*     OPERACOES DA RODADA DA MAIS NOVA PARA A MAIS ANTIGA.     *
072300****************************************************************
072400 3000-ESTORNAR-OPERACOES.
072500     OPEN EXTEND ARQUIVO-DE-JORNAL.
072600     IF JORNAL-AUSENTE
072700         OPEN OUTPUT ARQUIVO-DE-JORNAL
072800     END-IF.
072900     IF NOT JORNAL-OK
073000         DISPLAY "ERRO AO ABRIR JORNAL, STATUS = "
073100             STATUS-DO-JORNAL
073200         STOP RUN
073300     END-IF.
073400     PERFORM 3050-DEVOLVER-OPERACAO
073500         THRU 3050-DEVOLVER-OPERACAO-EXIT.
073600     PERFORM 3100-ESTORNAR-OPERACAO
073700         THRU 3100-ESTORNAR-OPERACAO-EXIT
073800         UNTIL FIM-DA-CLASSIFICACAO.
073900 3000-ESTORNAR-OPERACOES-EXIT.
074000     EXIT.
074100*
074200****************************************************************
074300* 3050-DEVOLVER-OPERACAO                                       *
074400*     RECEBE A PROXIMA OPERACAO JA ORDENADA.                   *
074500****************************************************************
074600 3050-DEVOLVER-OPERACAO.
074700     RETURN ARQUIVO-DE-CLASSIFICACAO
074800         AT END
074900             MOVE "S" TO SW-FIM-DA-CLASSIFICACAO
075000     END-RETURN.
075100 3050-DEVOLVER-OPERACAO-EXIT.
075200     EXIT.
075300*
075400****************************************************************
075500* 3100-ESTORNAR-OPERACAO                                       *
075600*     CONFERE O CLIENTE DA OPERACAO NO MESTRE E DESFAZ A       *
075700*     OPERACAO SO QUANDO O MESTRE AINDA ESTA COMO A RODADA O   *
075800*     DEIXOU (IGUAL A IMAGEM DEPOIS). MESTRE JA IGUAL A IMAGEM *
075900*     ANTES CONTA COMO JA ESTORNADO (ESTORNO REPETIDO APOS     *
076000*     ERRO); QUALQUER OUTRA DIFERENCA E ALTERACAO POSTERIOR A  *
076100*     RODADA E O CLIENTE E IGNORADO. EXCLUSOES NAO SAO         *
076200*     DESFEITAS AQUI - O CLIENTE ARQUIVADO VOLTA PELO CLIREST. *
076300****************************************************************
076400 3100-ESTORNAR-OPERACAO.
076500     MOVE SPACES TO LINHA-DE-DETALHE.
076600     MOVE SRT-DATA-DA-OPERACAO TO DET-DATA.
076700     MOVE SRT-HORA-DA-OPERACAO TO DET-HORA.
076800     MOVE SRT-PROGRAMA         TO DSC-PROGRAMA.
076900     MOVE SRT-DATA-DA-OPERACAO TO DSC-DATA.
077000     MOVE SRT-HORA-DA-OPERACAO TO DSC-HORA.
077100     EVALUATE TRUE
077200         WHEN SRT-OPERACAO-INCLUSAO
077300             MOVE "INCLUSAO" TO DET-OPERACAO
077400             MOVE SRT-IMAGEM-DEPOIS (1:6) TO DET-ID
077500         WHEN SRT-OPERACAO-ALTERACAO
077600             MOVE "ALTERACAO" TO DET-OPERACAO
077700             MOVE SRT-IMAGEM-DEPOIS (1:6) TO DET-ID
077800         WHEN SRT-OPERACAO-EXCLUSAO
077900             MOVE "EXCLUSAO" TO DET-OPERACAO
078000             MOVE SRT-IMAGEM-ANTES (1:6) TO DET-ID
078100         WHEN OTHER
078200             MOVE "?" TO DET-OPERACAO
078300             MOVE ZERO TO DET-ID
078400     END-EVALUATE.
078500     IF DET-ID IS NOT NUMERIC OR DET-ID = ZERO
078600         MOVE ZERO TO DET-ID
078700         ADD 1 TO TOTAL-DE-ERROS
078800         MOVE "ERRO - OPERACAO DO JORNAL ILEGIVEL"
078900             TO DET-RESULTADO
079000         GO TO 3100-ESTORNAR-OPERACAO-IMPRIMIR
079100     END-IF.
079200     MOVE DET-ID TO ID-DO-CLIENTE.
079300     IF MARCA-DO-CLIENTE (ID-DO-CLIENTE) = "I"
079400         ADD 1 TO TOTAL-IGNORADAS
079500         MOVE "IGNORADA - OPERACAO MAIS NOVA DO CLIENTE IGNORADA"
079600             TO DET-RESULTADO
079700         GO TO 3100-ESTORNAR-OPERACAO-IMPRIMIR
079800     END-IF.
079900     IF SRT-OPERACAO-EXCLUSAO
080000         ADD 1 TO TOTAL-EXCLUSOES-MANTIDAS
080100         MOVE "I" TO MARCA-DO-CLIENTE (ID-DO-CLIENTE)
080200         MOVE "EXCLUSAO NAO ESTORNADA - VOLTA PELO CLIREST"
080300             TO DET-RESULTADO
080400         GO TO 3100-ESTORNAR-OPERACAO-IMPRIMIR
080500     END-IF.
080600     MOVE ID-DO-CLIENTE TO ID-DO-CLIENTE-ARQ.
080700     READ CLIENTE-FILE KEY IS ID-DO-CLIENTE-ARQ
080800         INVALID KEY
080900             SET REGISTRO-NAO-ENCONTRADO TO TRUE
081000     END-READ.
081100     IF SRT-OPERACAO-INCLUSAO
081200         PERFORM 3200-CONFERIR-INCLUSAO
081300             THRU 3200-CONFERIR-INCLUSAO-EXIT
081400     ELSE
081500         PERFORM 3300-CONFERIR-ALTERACAO
081600             THRU 3300-CONFERIR-ALTERACAO-EXIT
081700     END-IF.
081800 3100-ESTORNAR-OPERACAO-IMPRIMIR.
081900     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE.
082000     PERFORM 3050-DEVOLVER-OPERACAO
082100         THRU 3050-DEVOLVER-OPERACAO-EXIT.
082200 3100-ESTORNAR-OPERACAO-EXIT.
082300     EXIT.
082400*
082500****************************************************************
082600* 3200-CONFERIR-INCLUSAO                                       *
082700*     CLIENTE JA AUSENTE DO MESTRE: INCLUSAO JA ESTORNADA.     *
082800*     MESTRE IGUAL A IMAGEM DEPOIS: EXCLUI O CLIENTE. DO       *
082900*     CONTRARIO O CLIENTE FOI ALTERADO DEPOIS E E IGNORADO.    *
083000****************************************************************
083100 3200-CONFERIR-INCLUSAO.
083200     IF REGISTRO-NAO-ENCONTRADO
083300         ADD 1 TO TOTAL-JA-ESTORNADAS
083400         MOVE "JA AUSENTE DO MESTRE - NADA A ESTORNAR"
083500             TO DET-RESULTADO
083600         GO TO 3200-CONFERIR-INCLUSAO-EXIT
083700     END-IF.
083800     IF NOT ARQUIVO-OK
083900         ADD 1 TO TOTAL-DE-ERROS
084000         MOVE "ERRO AO LER O CLIENTE NO MESTRE" TO DET-RESULTADO
084100         GO TO 3200-CONFERIR-INCLUSAO-EXIT
084200     END-IF.
084300     IF REGISTRO-DO-CLIENTE NOT = SRT-IMAGEM-DEPOIS
084400         PERFORM 3900-IGNORAR-CLIENTE
084500             THRU 3900-IGNORAR-CLIENTE-EXIT
084600         GO TO 3200-CONFERIR-INCLUSAO-EXIT
084700     END-IF.
084800     PERFORM 3400-ESTORNAR-INCLUSAO
084900         THRU 3400-ESTORNAR-INCLUSAO-EXIT.
085000 3200-CONFERIR-INCLUSAO-EXIT.
085100     EXIT.
085200*
085300****************************************************************
085400* 3300-CONFERIR-ALTERACAO                                      *
085500*     MESTRE IGUAL A IMAGEM DEPOIS: REGRAVA A IMAGEM ANTES.    *
085600*     MESTRE JA IGUAL A IMAGEM ANTES: ALTERACAO JA ESTORNADA.  *
085700*     CLIENTE AUSENTE OU DIFERENTE: ALTERADO DEPOIS, IGNORADO. *
085800****************************************************************
085900 3300-CONFERIR-ALTERACAO.
086000     IF REGISTRO-NAO-ENCONTRADO
086100         PERFORM 3900-IGNORAR-CLIENTE
086200             THRU 3900-IGNORAR-CLIENTE-EXIT
086300         MOVE "IGNORADA - CLIENTE SAIU DO MESTRE APOS A RODADA"
086400             TO DET-RESULTADO
086500         GO TO 3300-CONFERIR-ALTERACAO-EXIT
086600     END-IF.
086700     IF NOT ARQUIVO-OK
086800         ADD 1 TO TOTAL-DE-ERROS
086900         MOVE "ERRO AO LER O CLIENTE NO MESTRE" TO DET-RESULTADO
087000         GO TO 3300-CONFERIR-ALTERACAO-EXIT
087100     END-IF.
087200     IF REGISTRO-DO-CLIENTE = SRT-IMAGEM-DEPOIS
087300         PERFORM 3500-ESTORNAR-ALTERACAO
087400             THRU 3500-ESTORNAR-ALTERACAO-EXIT
087500         GO TO 3300-CONFERIR-ALTERACAO-EXIT
087600     END-IF.
087700     IF REGISTRO-DO-CLIENTE = SRT-IMAGEM-ANTES
087800         ADD 1 TO TOTAL-JA-ESTORNADAS
087900         MOVE "MESTRE JA COM A IMAGEM ANTES - NADA A ESTORNAR"
088000             TO DET-RESULTADO
088100         GO TO 3300-CONFERIR-ALTERACAO-EXIT
088200     END-IF.
088300     PERFORM 3900-IGNORAR-CLIENTE
088400         THRU 3900-IGNORAR-CLIENTE-EXIT.
088500 3300-CONFERIR-ALTERACAO-EXIT.
088600     EXIT.
088700*
088800****************************************************************
088900* 3400-ESTORNAR-INCLUSAO                                       *
089000*     EXCLUI DO MESTRE O CLIENTE INCLUIDO PELA RODADA, GRAVA A *
089100*     EXCLUSAO NO JORNAL E O EVENTO DE ESTORNO NO LOG, E RETIRA*
089200*     O VINCULO DE RESPONSAVEL GRAVADO COM A INCLUSAO.         *
089300****************************************************************
089400 3400-ESTORNAR-INCLUSAO.
089500     MOVE REGISTRO-DO-CLIENTE TO IMAGEM-ATUAL-DO-CLIENTE.
089600     DELETE CLIENTE-FILE RECORD
089700         INVALID KEY
089800             SET REGISTRO-NAO-ENCONTRADO TO TRUE
089900     END-DELETE.
090000     IF NOT ARQUIVO-OK
090100         DISPLAY "ERRO AO EXCLUIR CLIENTE, STATUS = "
090200             STATUS-DO-ARQUIVO-CLIENTE
090300         ADD 1 TO TOTAL-DE-ERROS
090400         MOVE "ERRO AO EXCLUIR O CLIENTE INCLUIDO"
090500             TO DET-RESULTADO
090600         GO TO 3400-ESTORNAR-INCLUSAO-EXIT
090700     END-IF.
090800     MOVE IMAGEM-ATUAL-DO-CLIENTE TO JRN-IMAGEM-ANTES.
090900     MOVE SPACES TO JRN-IMAGEM-DEPOIS.
091000     SET JRN-OPERACAO-EXCLUSAO TO TRUE.
091100     PERFORM 8500-GRAVAR-JORNAL
091200         THRU 8500-GRAVAR-JORNAL-EXIT.
091300     MOVE "ESTORNO" TO TIPO-PARA-AUDITORIA.
091400     MOVE "INCLUSAO" TO CAMPO-PARA-AUDITORIA.
091500     MOVE DESCRICAO-DA-OPERACAO TO VALOR-ANTIGO-PARA-AUDITORIA.
091600     MOVE "CLIENTE EXCLUIDO DO CADASTRO"
091700         TO VALOR-NOVO-PARA-AUDITORIA.
091800     PERFORM 8000-GRAVAR-AUDITORIA
091900         THRU 8000-GRAVAR-AUDITORIA-EXIT.
092000     ADD 1 TO TOTAL-INCLUSOES-ESTORNADAS.
092100     MOVE "ESTORNADA - CLIENTE EXCLUIDO" TO DET-RESULTADO.
092200     IF VINCULOS-DISPONIVEIS
092300         PERFORM 3450-RETIRAR-VINCULO
092400             THRU 3450-RETIRAR-VINCULO-EXIT
092500     END-IF.
092600 3400-ESTORNAR-INCLUSAO-EXIT.
092700     EXIT.
092800*
092900****************************************************************
093000* 3450-RETIRAR-VINCULO                                         *
093100*     EXCLUI DO RESPLEG O VINCULO DO MENOR GRAVADO PELO MESMO  *
093200*     PROGRAMA DA INCLUSAO ESTORNADA; VINCULO DE OUTRA ORIGEM  *
093300*     FICA COMO ESTA.                                          *
093400****************************************************************
093500 3450-RETIRAR-VINCULO.
093600     MOVE ID-DO-CLIENTE TO ID-DO-MENOR-RSP.
093700     READ ARQUIVO-DE-RESPONSAVEIS KEY IS ID-DO-MENOR-RSP
093800         INVALID KEY
093900             GO TO 3450-RETIRAR-VINCULO-EXIT
094000     END-READ.
094100     IF PROGRAMA-DO-VINCULO-RSP NOT = PROGRAMA-ESTORNADO
094200         GO TO 3450-RETIRAR-VINCULO-EXIT
094300     END-IF.
094400     MOVE SPACES TO VALOR-ANTIGO-PARA-AUDITORIA.
094500     STRING "RESPONSAVEL ID " DELIMITED BY SIZE
094600         ID-DO-RESPONSAVEL-RSP DELIMITED BY SIZE
094700         INTO VALOR-ANTIGO-PARA-AUDITORIA.
094800     DELETE ARQUIVO-DE-RESPONSAVEIS RECORD
094900         INVALID KEY
095000             CONTINUE
095100     END-DELETE.
095200     IF NOT RESPONSAVEL-ARQ-OK
095300         DISPLAY "ERRO AO EXCLUIR RESPLEG, STATUS = "
095400             STATUS-DO-ARQUIVO-RESPONSAVEL
095500         ADD 1 TO TOTAL-DE-ERROS
095600         MOVE "ESTORNADA - ERRO AO RETIRAR O VINCULO DO MENOR"
095700             TO DET-RESULTADO
095800         GO TO 3450-RETIRAR-VINCULO-EXIT
095900     END-IF.
096000     MOVE "ESTORNO" TO TIPO-PARA-AUDITORIA.
096100     MOVE "VINCULO" TO CAMPO-PARA-AUDITORIA.
096200     MOVE "VINCULO RETIRADO" TO VALOR-NOVO-PARA-AUDITORIA.
096300     PERFORM 8000-GRAVAR-AUDITORIA
096400         THRU 8000-GRAVAR-AUDITORIA-EXIT.
096500     ADD 1 TO TOTAL-VINCULOS-RETIRADOS.
096600     MOVE "ESTORNADA - CLIENTE EXCLUIDO E VINCULO RETIRADO"
096700         TO DET-RESULTADO.
096800 3450-RETIRAR-VINCULO-EXIT.
096900     EXIT.
097000*
097100****************************************************************
097200* 3500-ESTORNAR-ALTERACAO                                      *
097300*     REGRAVA NO MESTRE A IMAGEM ANTES DA ALTERACAO, GRAVA A   *
097400*     OPERACAO NO JORNAL E O EVENTO DE ESTORNO NO LOG. QUANDO  *
097500*     A SITUACAO DO CLIENTE MUDA, GRAVA TAMBEM O EVENTO DE     *
097600*     ALTERACAO DA SITUACAO, COMO FAZEM OS DEMAIS PROGRAMAS.   *
097700****************************************************************
097800 3500-ESTORNAR-ALTERACAO.
097900     MOVE REGISTRO-DO-CLIENTE TO IMAGEM-ATUAL-DO-CLIENTE.
098000     MOVE SRT-IMAGEM-ANTES TO REGISTRO-DO-CLIENTE.
098100     REWRITE REGISTRO-DO-CLIENTE.
098200     IF NOT ARQUIVO-OK
098300         DISPLAY "ERRO AO REGRAVAR CLIENTE, STATUS = "
098400             STATUS-DO-ARQUIVO-CLIENTE
098500         ADD 1 TO TOTAL-DE-ERROS
098600         MOVE "ERRO AO REGRAVAR A IMAGEM ANTES" TO DET-RESULTADO
098700         GO TO 3500-ESTORNAR-ALTERACAO-EXIT
098800     END-IF.
098900     MOVE IMAGEM-ATUAL-DO-CLIENTE TO JRN-IMAGEM-ANTES.
099000     MOVE REGISTRO-DO-CLIENTE     TO JRN-IMAGEM-DEPOIS.
099100     SET JRN-OPERACAO-ALTERACAO TO TRUE.
099200     PERFORM 8500-GRAVAR-JORNAL
099300         THRU 8500-GRAVAR-JORNAL-EXIT.
099400     MOVE "ESTORNO" TO TIPO-PARA-AUDITORIA.
099500     MOVE "ALTERACAO" TO CAMPO-PARA-AUDITORIA.
099600     MOVE DESCRICAO-DA-OPERACAO TO VALOR-ANTIGO-PARA-AUDITORIA.
099700     MOVE "IMAGEM ANTERIOR RESTAURADA"
099800         TO VALOR-NOVO-PARA-AUDITORIA.
099900     PERFORM 8000-GRAVAR-AUDITORIA
100000         THRU 8000-GRAVAR-AUDITORIA-EXIT.
100100     IF SITUACAO-DO-CLIENTE-ARQ NOT = SITUACAO-ATUAL
100200         MOVE "ALTERACAO" TO TIPO-PARA-AUDITORIA
100300         MOVE "SITUACAO-DO-CLIENTE" TO CAMPO-PARA-AUDITORIA
100400         IF CLIENTE-ATIVO-ARQ
100500             MOVE "INATIVO" TO VALOR-ANTIGO-PARA-AUDITORIA
100600             MOVE "ATIVO" TO VALOR-NOVO-PARA-AUDITORIA
100700         ELSE
100800             MOVE "ATIVO" TO VALOR-ANTIGO-PARA-AUDITORIA
100900             MOVE "INATIVO" TO VALOR-NOVO-PARA-AUDITORIA
101000         END-IF
101100         PERFORM 8000-GRAVAR-AUDITORIA
101200             THRU 8000-GRAVAR-AUDITORIA-EXIT
101300     END-IF.
101400     ADD 1 TO TOTAL-ALTERACOES-ESTORNADAS.
101500     MOVE "ESTORNADA - IMAGEM ANTERIOR RESTAURADA"
101600         TO DET-RESULTADO.
101700 3500-ESTORNAR-ALTERACAO-EXIT.
101800     EXIT.
101900*
102000****************************************************************
102100* 3900-IGNORAR-CLIENTE                                         *
102200*     MARCA O CLIENTE COMO IGNORADO, PARA QUE AS OPERACOES     *
102300*     MAIS ANTIGAS DELE NA RODADA TAMBEM NAO SEJAM ESTORNADAS. *
102400****************************************************************
102500 3900-IGNORAR-CLIENTE.
102600     MOVE "I" TO MARCA-DO-CLIENTE (ID-DO-CLIENTE).
102700     ADD 1 TO TOTAL-IGNORADAS.
102800     MOVE "IGNORADA - CLIENTE ALTERADO DE NOVO APOS A RODADA"
102900         TO DET-RESULTADO.
103000 3900-IGNORAR-CLIENTE-EXIT.
103100     EXIT.
103200*
103300****************************************************************
103400* 4000-RETIRAR-OBITOS                                          *
103500*     ESTORNO DO CLIOBIT - PERCORRE O ARQUIVO DE OBITOS E      *
103600*     RETIRA AS MARCAS GRAVADAS PELO CLIOBIT ENTRE O INICIO E O*
103700*     FIM DA RODADA, INCLUSIVE AS DE CLIENTES QUE JA ESTAVAM   *
103800*     INATIVOS (SEM OPERACAO NO JORNAL). A MARCA DE CLIENTE    *
103900*     IGNORADO NO ESTORNO DO MESTRE E MANTIDA.                 *
104000****************************************************************
104100 4000-RETIRAR-OBITOS.
104200     MOVE SPACES TO LINHA-DO-RELATORIO.
104300     WRITE LINHA-DO-RELATORIO.
104400     MOVE "MARCAS DO ARQUIVO OBITO GRAVADAS PELA RODADA"
104500         TO LINHA-DO-RELATORIO.
104600     WRITE LINHA-DO-RELATORIO.
104700     MOVE ZERO TO ID-DO-CLIENTE-OBI.
104800     START ARQUIVO-DE-OBITOS
104900         KEY IS NOT LESS THAN ID-DO-CLIENTE-OBI
105000         INVALID KEY
105100             GO TO 4000-RETIRAR-OBITOS-EXIT
105200     END-START.
105300     PERFORM 4050-LER-OBITO
105400         THRU 4050-LER-OBITO-EXIT.
105500     PERFORM 4100-RETIRAR-OBITO
105600         THRU 4100-RETIRAR-OBITO-EXIT
105700         UNTIL FIM-DO-ARQUIVO-OBITO.
105800 4000-RETIRAR-OBITOS-EXIT.
105900     EXIT.
106000*
106100****************************************************************
106200* 4050-LER-OBITO                                               *
106300*     LE A PROXIMA MARCA DO ARQUIVO DE OBITOS.                 *
106400****************************************************************
106500 4050-LER-OBITO.
106600     READ ARQUIVO-DE-OBITOS NEXT RECORD
106700         AT END
106800             SET FIM-DO-ARQUIVO-OBITO TO TRUE
106900     END-READ.
107000 4050-LER-OBITO-EXIT.
107100     EXIT.
107200*
107300****************************************************************
107400* 4100-RETIRAR-OBITO                                           *
107500*     EXCLUI A MARCA LIDA QUANDO FOI GRAVADA PELA RODADA       *
107600*     ESTORNADA, GRAVA O EVENTO DE ESTORNO NO LOG E LE A       *
107700*     PROXIMA MARCA.                                           *
107800****************************************************************
107900 4100-RETIRAR-OBITO.
108000     IF PROGRAMA-DO-REGISTRO-OBI NOT = PROGRAMA-ESTORNADO
108100         GO TO 4100-RETIRAR-OBITO-LER
108200     END-IF.
108300     MOVE DATA-DO-REGISTRO-OBI TO MOM-DATA.
108400     MOVE HORA-DO-REGISTRO-OBI TO MOM-HORA.
108500     IF MOMENTO-EM-EXAME < INICIO-DA-RODADA OR
108600         MOMENTO-EM-EXAME > FIM-DA-RODADA
108700         GO TO 4100-RETIRAR-OBITO-LER
108800     END-IF.
108900     MOVE SPACES TO LINHA-DE-DETALHE.
109000     MOVE ID-DO-CLIENTE-OBI    TO DET-ID.
109100     MOVE "OBITO"              TO DET-OPERACAO.
109200     MOVE DATA-DO-REGISTRO-OBI TO DET-DATA.
109300     MOVE HORA-DO-REGISTRO-OBI TO DET-HORA.
109400     MOVE ID-DO-CLIENTE-OBI    TO ID-DO-CLIENTE.
109500     IF MARCA-DO-CLIENTE (ID-DO-CLIENTE) = "I"
109600         ADD 1 TO TOTAL-OBITOS-MANTIDOS
109700         MOVE "MARCA MANTIDA - CLIENTE IGNORADO NO ESTORNO"
109800             TO DET-RESULTADO
109900         GO TO 4100-RETIRAR-OBITO-IMPRIMIR
110000     END-IF.
110100     MOVE DATA-DO-OBITO-OBI TO DATA-EM-TRABALHO.
110200     PERFORM 8900-EDITAR-DATA
110300         THRU 8900-EDITAR-DATA-EXIT.
110400     DELETE ARQUIVO-DE-OBITOS RECORD
110500         INVALID KEY
110600             CONTINUE
110700     END-DELETE.
110800     IF NOT OBITO-ARQ-OK
110900         DISPLAY "ERRO AO EXCLUIR OBITO, STATUS = "
111000             STATUS-DO-ARQUIVO-OBITO
111100         ADD 1 TO TOTAL-DE-ERROS
111200         MOVE "ERRO AO RETIRAR A MARCA DE OBITO" TO DET-RESULTADO
111300         GO TO 4100-RETIRAR-OBITO-IMPRIMIR
111400     END-IF.
111500     MOVE "ESTORNO" TO TIPO-PARA-AUDITORIA.
111600     MOVE "OBITO" TO CAMPO-PARA-AUDITORIA.
111700     MOVE SPACES TO VALOR-ANTIGO-PARA-AUDITORIA.
111800     STRING "OBITO EM " DELIMITED BY SIZE
111900         DATA-EDITADA DELIMITED BY SIZE
112000         INTO VALOR-ANTIGO-PARA-AUDITORIA.
112100     MOVE "MARCA DE OBITO RETIRADA" TO VALOR-NOVO-PARA-AUDITORIA.
112200     PERFORM 8000-GRAVAR-AUDITORIA
112300         THRU 8000-GRAVAR-AUDITORIA-EXIT.
112400     ADD 1 TO TOTAL-OBITOS-RETIRADOS.
112500     MOVE "MARCA DE OBITO RETIRADA" TO DET-RESULTADO.
112600 4100-RETIRAR-OBITO-IMPRIMIR.
112700     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE.
112800 4100-RETIRAR-OBITO-LER.
112900     PERFORM 4050-LER-OBITO
113000         THRU 4050-LER-OBITO-EXIT.
113100 4100-RETIRAR-OBITO-EXIT.
113200     EXIT.
113300*
113400****************************************************************
113500* 4500-LER-EVENTOS-DA-RODADA                                   *
113600*     ESTORNO DO CLIRETN - RELE O LOG DE AUDITORIA E, NOS      *
113700*     EVENTOS DE ALTERACAO GRAVADOS ENTRE O INICIO E O FIM DA  *
113800*     RODADA, MARCA OS CLIENTES COM ENDERECO DE COBRANCA       *
113900*     ALTERADO E LISTA AS ALTERACOES DE CONSENTIMENTO. O       *
114000*     CONSENTIMENTO NAO E ESTORNADO: A RECUSA DE UM CANAL PODE *
114100*     SER A VONTADE REAL DO CLIENTE E SO E DESFEITA PELO       *
114200*     CADASTRO, CASO A CASO. O LOG VOLTA A SER ABERTO PARA     *
114210*     ACRESCIMO NO FIM. O ARQUIVO DE OPERADORES (QUANDO EXISTE)*
114220*     SEPARA AS ALTERACOES FEITAS NA TELA DURANTE A RODADA.    *
114400****************************************************************
114500 4500-LER-EVENTOS-DA-RODADA.
114600     CLOSE LOG-DE-AUDITORIA.
114700     OPEN INPUT LOG-DE-AUDITORIA.
114800     IF NOT LOG-DE-AUDITORIA-OK
114900         DISPLAY "ERRO AO ABRIR LOG-DE-AUDITORIA, STATUS = "
115000             STATUS-DO-LOG-DE-AUDITORIA
115100         STOP RUN
115200     END-IF.
115210     OPEN INPUT ARQUIVO-DE-OPERADORES.
115220     IF NOT OPERADOR-ARQ-AUSENTE
115230         IF NOT OPERADOR-ARQ-OK
115240             DISPLAY "ERRO AO ABRIR OPERADOR, STATUS = "
115250                 STATUS-DO-ARQUIVO-OPERADOR
115260             STOP RUN
115270         END-IF
115280         MOVE "S" TO SW-OPERADORES-DISPONIVEIS
115290     END-IF.
115300     MOVE SPACES TO LINHA-DO-RELATORIO.
115400     WRITE LINHA-DO-RELATORIO.
115500     MOVE "CONSENTIMENTOS ALTERADOS PELA RODADA - NAO ESTORNADOS"
115600         TO LINHA-DO-RELATORIO.
115700     WRITE LINHA-DO-RELATORIO.
115800     PERFORM 4520-LER-EVENTO
115900         THRU 4520-LER-EVENTO-EXIT.
116000     PERFORM 4550-EXAMINAR-EVENTO
116100         THRU 4550-EXAMINAR-EVENTO-EXIT
116200         UNTIL FIM-DO-LOG-DE-AUDITORIA.
116210     IF OPERADORES-DISPONIVEIS
116220         CLOSE ARQUIVO-DE-OPERADORES
116230     END-IF.
116300     CLOSE LOG-DE-AUDITORIA.
116400     OPEN EXTEND LOG-DE-AUDITORIA.
116500     IF NOT LOG-DE-AUDITORIA-OK
116600         DISPLAY "ERRO AO ABRIR LOG-DE-AUDITORIA, STATUS = "
116700             STATUS-DO-LOG-DE-AUDITORIA
116800         STOP RUN
116900     END-IF.
117000 4500-LER-EVENTOS-DA-RODADA-EXIT.
117100     EXIT.
117200*
117300****************************************************************
117400* 4520-LER-EVENTO                                              *
117500*     LE O PROXIMO EVENTO DO LOG DE AUDITORIA.                 *
117600****************************************************************
117700 4520-LER-EVENTO.
117800     READ LOG-DE-AUDITORIA
117900         AT END
118000             SET FIM-DO-LOG-DE-AUDITORIA TO TRUE
118100     END-READ.
118200 4520-LER-EVENTO-EXIT.
118300     EXIT.
118400*
118500****************************************************************
118600* 4550-EXAMINAR-EVENTO                                         *
118700*     SO INTERESSAM AS ALTERACOES GRAVADAS DENTRO DA RODADA:   *
118800*     CAMPO DE COBRANCA MARCA O CLIENTE PARA O ESTORNO DOS     *
118900*     ENDERECOS; CANAL DE CONSENTIMENTO E LISTADO E CONTADO    *
119000*     COMO NAO ESTORNADO. LE O PROXIMO EVENTO.                 *
119010*     O CLIRETN GRAVA COMO OPERADOR O SISTEMA DE ORIGEM; O     *
119020*     EVENTO DE OPERADOR CADASTRADO E ALTERACAO FEITA NA TELA  *
119030*     DURANTE A RODADA E E IGNORADO.                           *
119100****************************************************************
119200 4550-EXAMINAR-EVENTO.
119300     IF TIPO-DO-EVENTO NOT = "ALTERACAO" OR
119400         ID-DO-CLIENTE-LOG IS NOT NUMERIC OR
119500         ID-DO-CLIENTE-LOG = ZERO
119600         GO TO 4550-EXAMINAR-EVENTO-LER
119700     END-IF.
119800     MOVE DATA-DO-EVENTO TO MOM-DATA.
119900     MOVE HORA-DO-EVENTO TO MOM-HORA.
120000     IF MOMENTO-EM-EXAME < INICIO-DA-RODADA OR
120100         MOMENTO-EM-EXAME > FIM-DA-RODADA
120200         GO TO 4550-EXAMINAR-EVENTO-LER
120300     END-IF.
120309     IF OPERADORES-DISPONIVEIS
120318         MOVE ID-DO-OPERADOR-LOG TO ID-DO-OPERADOR-OPR
120327         READ ARQUIVO-DE-OPERADORES
120336             INVALID KEY
120345                 CONTINUE
120354         END-READ
120363         IF OPERADOR-ARQ-OK
120372             GO TO 4550-EXAMINAR-EVENTO-LER
120381         END-IF
120390     END-IF.
120400     EVALUATE CAMPO-ALTERADO
120500         WHEN "ENDERECO-COBRANCA"
120600         WHEN "CIDADE-COBRANCA"
120700         WHEN "UF-COBRANCA"
120800         WHEN "CEP-COBRANCA"
120900             MOVE "E" TO MARCA-DE-ENDERECO (ID-DO-CLIENTE-LOG)
121000         WHEN "CONSENTE-CORREIO"
121100         WHEN "CONSENTE-TELEFONE"
121200         WHEN "CONSENTE-EMAIL"
121300             MOVE SPACES TO LINHA-DE-DETALHE
121400             MOVE ID-DO-CLIENTE-LOG TO DET-ID
121500             MOVE "CONSENT"         TO DET-OPERACAO
121600             MOVE DATA-DO-EVENTO    TO DET-DATA
121700             MOVE HORA-DO-EVENTO    TO DET-HORA
121800             STRING "NAO ESTORNADO - " DELIMITED BY SIZE
121900                 CAMPO-ALTERADO DELIMITED BY SPACE
122000                 " DE '" DELIMITED BY SIZE
122100                 VALOR-ANTIGO (1:1) DELIMITED BY SIZE
122200                 "' PARA '" DELIMITED BY SIZE
122300                 VALOR-NOVO (1:1) DELIMITED BY SIZE
122400                 "'" DELIMITED BY SIZE
122500                 INTO DET-RESULTADO
122600             WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE
122700             ADD 1 TO TOTAL-CONSENTIMENTOS-MANTIDOS
122800         WHEN OTHER
122900             CONTINUE
123000     END-EVALUATE.
123100 4550-EXAMINAR-EVENTO-LER.
123200     PERFORM 4520-LER-EVENTO
123300         THRU 4520-LER-EVENTO-EXIT.
123400 4550-EXAMINAR-EVENTO-EXIT.
123500     EXIT.
123600*
123700****************************************************************
123800* 4600-ESTORNAR-ENDERECOS                                      *
123900*     ESTORNO DO CLIRETN - PERCORRE O ARQUIVO DE ENDERECOS E   *
124000*     DESFAZ OS ENDERECOS DE COBRANCA GRAVADOS PELO CLIRETN NO *
124100*     PERIODO DA RODADA PARA CLIENTES MARCADOS NA LEITURA DO   *
124200*     LOG (O ARQUIVO DE ENDERECOS GUARDA SO A DATA DA          *
124300*     INCLUSAO). O ENDERECO NAO PASSA PELO JORNAL; CADA        *
124400*     ESTORNO VAI AO LOG DE AUDITORIA.                         *
124500****************************************************************
124600 4600-ESTORNAR-ENDERECOS.
124700     MOVE SPACES TO LINHA-DO-RELATORIO.
124800     WRITE LINHA-DO-RELATORIO.
124900     MOVE "ENDERECOS DE COBRANCA GRAVADOS PELA RODADA"
125000         TO LINHA-DO-RELATORIO.
125100     WRITE LINHA-DO-RELATORIO.
125200     MOVE ZERO  TO ID-DO-CLIENTE-END.
125300     MOVE SPACE TO TIPO-DO-ENDERECO-END.
125400     MOVE ZERO  TO SEQUENCIA-DO-ENDERECO-END.
125500     START ARQUIVO-DE-ENDERECOS
125600         KEY IS NOT LESS THAN CHAVE-DO-ENDERECO-END
125700         INVALID KEY
125800             GO TO 4600-ESTORNAR-ENDERECOS-EXIT
125900     END-START.
126000     PERFORM 4620-LER-ENDERECO
126100         THRU 4620-LER-ENDERECO-EXIT.
126200     PERFORM 4650-EXAMINAR-ENDERECO
126300         THRU 4650-EXAMINAR-ENDERECO-EXIT
126400         UNTIL FIM-DO-ARQUIVO-ENDERECO.
126500 4600-ESTORNAR-ENDERECOS-EXIT.
126600     EXIT.
126700*
126800****************************************************************
126900* 4620-LER-ENDERECO                                            *
127000*     LE O PROXIMO REGISTRO DO ARQUIVO DE ENDERECOS.           *
127100****************************************************************
127200 4620-LER-ENDERECO.
127300     READ ARQUIVO-DE-ENDERECOS NEXT RECORD
127400         AT END
127500             SET FIM-DO-ARQUIVO-ENDERECO TO TRUE
127600     END-READ.
127700 4620-LER-ENDERECO-EXIT.
127800     EXIT.
127900*
128000****************************************************************
128100* 4650-EXAMINAR-ENDERECO                                       *
128200*     ENDERECO DA RODADA AINDA EM ABERTO: DESFAZ A CADEIA QUE  *
128300*     TERMINA NELE. ENDERECO DA RODADA JA ENCERRADO: CONFERE   *
128400*     QUEM O ENCERROU. DEPOIS DAS LEITURAS POR CHAVE A LEITURA *
128500*     SEQUENCIAL RECOMECA APOS O REGISTRO EXAMINADO.           *
128600****************************************************************
128700 4650-EXAMINAR-ENDERECO.
128800     IF PROGRAMA-DO-ENDERECO-END NOT = PROGRAMA-ESTORNADO OR
128900         NOT ENDERECO-DE-COBRANCA-END OR
129000         ID-DO-CLIENTE-END = ZERO OR
129100         DATA-DA-INCLUSAO-END < INI-DATA OR
129200         DATA-DA-INCLUSAO-END > FIM-DATA
129300         GO TO 4650-EXAMINAR-ENDERECO-LER
129400     END-IF.
129500     IF MARCA-DE-ENDERECO (ID-DO-CLIENTE-END) NOT = "E"
129600         GO TO 4650-EXAMINAR-ENDERECO-LER
129700     END-IF.
129800     MOVE CHAVE-DO-ENDERECO-END TO CHAVE-EM-EXAME.
129900     IF ENDERECO-EM-ABERTO-END
130000         MOVE "N" TO SW-FIM-DA-CADEIA
130100         PERFORM 4700-RETIRAR-ENDERECO
130200             THRU 4700-RETIRAR-ENDERECO-EXIT
130300             UNTIL FIM-DA-CADEIA
130400     ELSE
130500         PERFORM 4750-CONFERIR-SUCESSOR
130600             THRU 4750-CONFERIR-SUCESSOR-EXIT
130700     END-IF.
130800     MOVE CHAVE-EM-EXAME TO CHAVE-DO-ENDERECO-END.
130900     START ARQUIVO-DE-ENDERECOS
131000         KEY IS GREATER THAN CHAVE-DO-ENDERECO-END
131100         INVALID KEY
131200             SET FIM-DO-ARQUIVO-ENDERECO TO TRUE
131300     END-START.
131400     IF FIM-DO-ARQUIVO-ENDERECO
131500         GO TO 4650-EXAMINAR-ENDERECO-EXIT
131600     END-IF.
131700 4650-EXAMINAR-ENDERECO-LER.
131800     PERFORM 4620-LER-ENDERECO
131900         THRU 4620-LER-ENDERECO-EXIT.
132000 4650-EXAMINAR-ENDERECO-EXIT.
132100     EXIT.
132200*
132300****************************************************************
132400* 4700-RETIRAR-ENDERECO                                        *
132500*     EXCLUI O ENDERECO DA RODADA QUE ESTA NA AREA DO ARQUIVO  *
132600*     E LE O ANTERIOR DO MESMO CLIENTE. SE O ANTERIOR TAMBEM E *
132700*     DA RODADA, A CADEIA CONTINUA NELE; SE FOI ENCERRADO NO   *
132800*     INICIO DA VIGENCIA DO EXCLUIDO, E REABERTO.              *
132900****************************************************************
133000 4700-RETIRAR-ENDERECO.
133100     MOVE "S" TO SW-FIM-DA-CADEIA.
133200     MOVE CHAVE-DO-ENDERECO-END  TO ENDERECO-EM-TRABALHO.
133300     MOVE INICIO-DA-VIGENCIA-END TO DATA-DE-ENCERRAMENTO.
133400     MOVE ETR-ID TO ID-DO-CLIENTE.
133500     MOVE SPACES TO LINHA-DE-DETALHE.
133600     MOVE ETR-ID               TO DET-ID.
133700     MOVE "ENDERECO"           TO DET-OPERACAO.
133800     MOVE DATA-DA-INCLUSAO-END TO DET-DATA.
133900     MOVE ZERO                 TO DET-HORA.
134000     MOVE PROGRAMA-ESTORNADO   TO DSC-PROGRAMA.
134100     MOVE DATA-DA-INCLUSAO-END TO DSC-DATA.
134200     MOVE ZERO                 TO DSC-HORA.
134300     DELETE ARQUIVO-DE-ENDERECOS RECORD
134400         INVALID KEY
134500             CONTINUE
134600     END-DELETE.
134700     IF NOT ENDERECO-ARQ-OK
134800         DISPLAY "ERRO AO EXCLUIR ENDERECO, STATUS = "
134900             STATUS-DO-ARQUIVO-ENDERECO
135000         ADD 1 TO TOTAL-DE-ERROS
135100         MOVE "ERRO AO RETIRAR O ENDERECO DE COBRANCA"
135200             TO DET-RESULTADO
135300         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE
135400         GO TO 4700-RETIRAR-ENDERECO-EXIT
135500     END-IF.
135600     MOVE "ESTORNO" TO TIPO-PARA-AUDITORIA.
135700     MOVE "ENDERECO-COBRANCA" TO CAMPO-PARA-AUDITORIA.
135800     MOVE DESCRICAO-DA-OPERACAO TO VALOR-ANTIGO-PARA-AUDITORIA.
135900     MOVE SPACES TO VALOR-NOVO-PARA-AUDITORIA.
136000     STRING "SEQUENCIA " DELIMITED BY SIZE
136100         ETR-SEQUENCIA DELIMITED BY SIZE
136200         " RETIRADA" DELIMITED BY SIZE
136300         INTO VALOR-NOVO-PARA-AUDITORIA.
136400     PERFORM 8000-GRAVAR-AUDITORIA
136500         THRU 8000-GRAVAR-AUDITORIA-EXIT.
136600     ADD 1 TO TOTAL-ENDERECOS-RETIRADOS.
136700     STRING "ENDERECO DE COBRANCA RETIRADO - SEQUENCIA "
136800         DELIMITED BY SIZE
136900         ETR-SEQUENCIA DELIMITED BY SIZE
137000         INTO DET-RESULTADO.
137100     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE.
137200     IF ETR-SEQUENCIA NOT > 1
137300         GO TO 4700-RETIRAR-ENDERECO-EXIT
137400     END-IF.
137500     SUBTRACT 1 FROM ETR-SEQUENCIA.
137600     MOVE ENDERECO-EM-TRABALHO TO CHAVE-DO-ENDERECO-END.
137700     READ ARQUIVO-DE-ENDERECOS
137800         KEY IS CHAVE-DO-ENDERECO-END
137900         INVALID KEY
138000             GO TO 4700-RETIRAR-ENDERECO-EXIT
138100     END-READ.
138200     IF NOT ENDERECO-ARQ-OK
138300         DISPLAY "ERRO AO LER ENDERECO, STATUS = "
138400             STATUS-DO-ARQUIVO-ENDERECO
138500         ADD 1 TO TOTAL-DE-ERROS
138600         GO TO 4700-RETIRAR-ENDERECO-EXIT
138700     END-IF.
138800     IF FIM-DA-VIGENCIA-END NOT = DATA-DE-ENCERRAMENTO
138900         GO TO 4700-RETIRAR-ENDERECO-EXIT
139000     END-IF.
139100     IF PROGRAMA-DO-ENDERECO-END = PROGRAMA-ESTORNADO AND
139200         DATA-DA-INCLUSAO-END NOT < INI-DATA AND
139300         DATA-DA-INCLUSAO-END NOT > FIM-DATA
139400         MOVE "N" TO SW-FIM-DA-CADEIA
139500         GO TO 4700-RETIRAR-ENDERECO-EXIT
139600     END-IF.
139700     MOVE ZERO TO FIM-DA-VIGENCIA-END.
139800     REWRITE REGISTRO-DE-ENDERECO
139900         INVALID KEY
140000             CONTINUE
140100     END-REWRITE.
140200     MOVE SPACES TO LINHA-DE-DETALHE.
140300     MOVE ETR-ID                 TO DET-ID.
140400     MOVE "ENDERECO"             TO DET-OPERACAO.
140500     MOVE INICIO-DA-VIGENCIA-END TO DET-DATA.
140600     MOVE ZERO                   TO DET-HORA.
140700     IF NOT ENDERECO-ARQ-OK
140800         DISPLAY "ERRO AO REGRAVAR ENDERECO, STATUS = "
140900             STATUS-DO-ARQUIVO-ENDERECO
141000         ADD 1 TO TOTAL-DE-ERROS
141100         MOVE "ERRO AO REABRIR O ENDERECO ANTERIOR"
141200             TO DET-RESULTADO
141300         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE
141400         GO TO 4700-RETIRAR-ENDERECO-EXIT
141500     END-IF.
141600     MOVE "ESTORNO" TO TIPO-PARA-AUDITORIA.
141700     MOVE "ENDERECO-COBRANCA" TO CAMPO-PARA-AUDITORIA.
141800     MOVE DESCRICAO-DA-OPERACAO TO VALOR-ANTIGO-PARA-AUDITORIA.
141900     MOVE SPACES TO VALOR-NOVO-PARA-AUDITORIA.
142000     STRING "SEQUENCIA " DELIMITED BY SIZE
142100         ETR-SEQUENCIA DELIMITED BY SIZE
142200         " REABERTA" DELIMITED BY SIZE
142300         INTO VALOR-NOVO-PARA-AUDITORIA.
142400     PERFORM 8000-GRAVAR-AUDITORIA
142500         THRU 8000-GRAVAR-AUDITORIA-EXIT.
142600     ADD 1 TO TOTAL-ENDERECOS-REABERTOS.
142700     STRING "ENDERECO ANTERIOR REABERTO - SEQUENCIA "
142800         DELIMITED BY SIZE
142900         ETR-SEQUENCIA DELIMITED BY SIZE
143000         INTO DET-RESULTADO.
143100     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE.
143200 4700-RETIRAR-ENDERECO-EXIT.
143300     EXIT.
143400*
143500****************************************************************
143600* 4750-CONFERIR-SUCESSOR                                       *
143700*     ENDERECO DA RODADA JA ENCERRADO: SE O SEGUINTE TAMBEM E  *
143800*     DA RODADA, A CADEIA E DESFEITA A PARTIR DO ULTIMO; SE O  *
143900*     ENDERECO FOI ENCERRADO POR ALTERACAO POSTERIOR A RODADA, *
144000*     E MANTIDO E LISTADO, SEM PERDER A ALTERACAO POSTERIOR.   *
144100****************************************************************
144200 4750-CONFERIR-SUCESSOR.
144300     MOVE CHAVE-DO-ENDERECO-END TO ENDERECO-EM-TRABALHO.
144400     MOVE FIM-DA-VIGENCIA-END   TO DATA-DE-ENCERRAMENTO.
144500     MOVE SPACES TO LINHA-DE-DETALHE.
144600     MOVE ETR-ID               TO DET-ID.
144700     MOVE "ENDERECO"           TO DET-OPERACAO.
144800     MOVE DATA-DA-INCLUSAO-END TO DET-DATA.
144900     MOVE ZERO                 TO DET-HORA.
145000     IF ETR-SEQUENCIA = 999
145100         GO TO 4750-CONFERIR-SUCESSOR-MANTIDO
145200     END-IF.
145300     ADD 1 TO ETR-SEQUENCIA.
145400     MOVE ENDERECO-EM-TRABALHO TO CHAVE-DO-ENDERECO-END.
145500     READ ARQUIVO-DE-ENDERECOS
145600         KEY IS CHAVE-DO-ENDERECO-END
145700         INVALID KEY
145800             GO TO 4750-CONFERIR-SUCESSOR-MANTIDO
145900     END-READ.
146000     IF ENDERECO-ARQ-OK AND
146100         PROGRAMA-DO-ENDERECO-END = PROGRAMA-ESTORNADO AND
146200         DATA-DA-INCLUSAO-END NOT < INI-DATA AND
146300         DATA-DA-INCLUSAO-END NOT > FIM-DATA AND
146400         INICIO-DA-VIGENCIA-END = DATA-DE-ENCERRAMENTO
146500         GO TO 4750-CONFERIR-SUCESSOR-EXIT
146600     END-IF.
146700 4750-CONFERIR-SUCESSOR-MANTIDO.
146800     ADD 1 TO TOTAL-ENDERECOS-MANTIDOS.
146900     MOVE "MANTIDO - ENCERRADO POR ALTERACAO POSTERIOR"
147000         TO DET-RESULTADO.
147100     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE.
147200 4750-CONFERIR-SUCESSOR-EXIT.
147300     EXIT.
147301*
147302****************************************************************
147303* 4800-SELECIONAR-CONVERSOES                                   *
147304*     ESTORNO DO CLICEPR - PROCEDIMENTO DE ENTRADA DA          *
147305*     CLASSIFICACAO. RELE O LOG DE AUDITORIA E SELECIONA OS    *
147306*     EVENTOS DE ALTERACAO DE CIDADE, UF E CEP DOS ENDERECOS DE*
147307*     COBRANCA E DE CORRESPONDENCIA GRAVADOS PELO CLICEPR ENTRE*
147308*     O INICIO E O FIM DA RODADA (O ARQUIVO ENDERECO NAO PASSA *
147309*     PELO JORNAL). AO FINAL O LOG VOLTA A SER ABERTO PARA     *
147310*     GRAVACAO.                                                *
147311****************************************************************
147312 4800-SELECIONAR-CONVERSOES.
147313     CLOSE LOG-DE-AUDITORIA.
147314     OPEN INPUT LOG-DE-AUDITORIA.
147315     IF NOT LOG-DE-AUDITORIA-OK
147316         DISPLAY "ERRO AO ABRIR LOG-DE-AUDITORIA, STATUS = "
147317             STATUS-DO-LOG-DE-AUDITORIA
147318         STOP RUN
147319     END-IF.
147320     PERFORM 4520-LER-EVENTO
147321         THRU 4520-LER-EVENTO-EXIT.
147322     PERFORM 4810-EXAMINAR-CONVERSAO
147323         THRU 4810-EXAMINAR-CONVERSAO-EXIT
147324         UNTIL FIM-DO-LOG-DE-AUDITORIA.
147325     CLOSE LOG-DE-AUDITORIA.
147326     OPEN EXTEND LOG-DE-AUDITORIA.
147327     IF NOT LOG-DE-AUDITORIA-OK
147328         DISPLAY "ERRO AO ABRIR LOG-DE-AUDITORIA, STATUS = "
147329             STATUS-DO-LOG-DE-AUDITORIA
147330         STOP RUN
147331     END-IF.
147332 4800-SELECIONAR-CONVERSOES-EXIT.
147333     EXIT.
147334*
147335****************************************************************
147336* 4810-EXAMINAR-CONVERSAO                                      *
147337*     LIBERA PARA A CLASSIFICACAO O EVENTO DE CONVERSAO DA     *
147338*     RODADA E LE O PROXIMO EVENTO.                            *
147339****************************************************************
147340 4810-EXAMINAR-CONVERSAO.
147341     IF TIPO-DO-EVENTO NOT = "ALTERACAO" OR
147342         ID-DO-OPERADOR-LOG NOT = PROGRAMA-ESTORNADO OR
147343         ID-DO-CLIENTE-LOG IS NOT NUMERIC OR
147344         ID-DO-CLIENTE-LOG = ZERO OR
147345         NUMERO-DO-EVENTO IS NOT NUMERIC
147346         GO TO 4810-EXAMINAR-CONVERSAO-LER
147347     END-IF.
147348     MOVE DATA-DO-EVENTO TO MOM-DATA.
147349     MOVE HORA-DO-EVENTO TO MOM-HORA.
147350     IF MOMENTO-EM-EXAME < INICIO-DA-RODADA OR
147351         MOMENTO-EM-EXAME > FIM-DA-RODADA
147352         GO TO 4810-EXAMINAR-CONVERSAO-LER
147353     END-IF.
147354     EVALUATE CAMPO-ALTERADO
147355         WHEN "CIDADE-COBRANCA"
147356             MOVE "C"      TO CNS-TIPO
147357             MOVE "CIDADE" TO CNS-CAMPO
147358         WHEN "UF-COBRANCA"
147359             MOVE "C"      TO CNS-TIPO
147360             MOVE "UF"     TO CNS-CAMPO
147361         WHEN "CEP-COBRANCA"
147362             MOVE "C"      TO CNS-TIPO
147363             MOVE "CEP"    TO CNS-CAMPO
147364         WHEN "CIDADE-CORRESP"
147365             MOVE "P"      TO CNS-TIPO
147366             MOVE "CIDADE" TO CNS-CAMPO
147367         WHEN "UF-CORRESP"
147368             MOVE "P"      TO CNS-TIPO
147369             MOVE "UF"     TO CNS-CAMPO
147370         WHEN "CEP-CORRESP"
147371             MOVE "P"      TO CNS-TIPO
147372             MOVE "CEP"    TO CNS-CAMPO
147373         WHEN OTHER
147374             GO TO 4810-EXAMINAR-CONVERSAO-LER
147375     END-EVALUATE.
147376     MOVE NUMERO-DO-EVENTO  TO CNS-NUMERO.
147377     MOVE DATA-DO-EVENTO    TO CNS-DATA.
147378     MOVE HORA-DO-EVENTO    TO CNS-HORA.
147379     MOVE ID-DO-CLIENTE-LOG TO CNS-ID.
147380     MOVE VALOR-ANTIGO      TO CNS-VALOR-ANTIGO.
147381     MOVE VALOR-NOVO        TO CNS-VALOR-NOVO.
147382     RELEASE REGISTRO-DE-CONVERSAO.
147383 4810-EXAMINAR-CONVERSAO-LER.
147384     PERFORM 4520-LER-EVENTO
147385         THRU 4520-LER-EVENTO-EXIT.
147386 4810-EXAMINAR-CONVERSAO-EXIT.
147387     EXIT.
147388*
147389****************************************************************
147390* 4850-ESTORNAR-CONVERSOES                                     *
147391*     PROCEDIMENTO DE SAIDA DA CLASSIFICACAO. RECEBE OS EVENTOS*
147392*     DA MAIS NOVA PARA A MAIS ANTIGA E JUNTA OS CAMPOS DE UMA *
147393*     MESMA CONVERSAO (EVENTOS SEGUIDOS DO MESMO CLIENTE E TIPO*
147394*     DE ENDERECO, SEM CAMPO REPETIDO) PARA DESFAZE-LA DE UMA  *
147395*     VEZ.                                                     *
147396****************************************************************
147397 4850-ESTORNAR-CONVERSOES.
147398     MOVE SPACES TO LINHA-DO-RELATORIO.
147399     WRITE LINHA-DO-RELATORIO.
147400     MOVE "ENDERECOS CONVERTIDOS PELA RODADA"
147401         TO LINHA-DO-RELATORIO.
147402     WRITE LINHA-DO-RELATORIO.
147403     MOVE "N" TO SW-CONVERSAO-PENDENTE.
147404     PERFORM 4860-DEVOLVER-CONVERSAO
147405         THRU 4860-DEVOLVER-CONVERSAO-EXIT.
147406     PERFORM 4870-AGRUPAR-CONVERSAO
147407         THRU 4870-AGRUPAR-CONVERSAO-EXIT
147408         UNTIL FIM-DAS-CONVERSOES.
147409     IF CONVERSAO-PENDENTE
147410         PERFORM 4900-DESFAZER-CONVERSAO
147411             THRU 4900-DESFAZER-CONVERSAO-EXIT
147412     END-IF.
147413 4850-ESTORNAR-CONVERSOES-EXIT.
147414     EXIT.
147415*
147416****************************************************************
147417* 4860-DEVOLVER-CONVERSAO                                      *
147418*     RECEBE O PROXIMO EVENTO DE CONVERSAO JA ORDENADO.        *
147419****************************************************************
147420 4860-DEVOLVER-CONVERSAO.
147421     RETURN ARQUIVO-DE-CONVERSOES
147422         AT END
147423             MOVE "S" TO SW-FIM-DAS-CONVERSOES
147424     END-RETURN.
147425 4860-DEVOLVER-CONVERSAO-EXIT.
147426     EXIT.
147427*
147428****************************************************************
147429* 4870-AGRUPAR-CONVERSAO                                       *
147430*     DESFAZ A CONVERSAO EM MONTAGEM QUANDO O EVENTO RECEBIDO  *
147431*     JA E DE OUTRA, JUNTA O CAMPO DO EVENTO A CONVERSAO E     *
147432*     RECEBE O PROXIMO.                                        *
147433****************************************************************
147434 4870-AGRUPAR-CONVERSAO.
147435     IF CONVERSAO-PENDENTE
147436         IF CNS-ID NOT = CNV-ID OR
147437             CNS-TIPO NOT = CNV-TIPO OR
147438             CNS-NUMERO + 1 NOT = CNV-NUMERO OR
147439             (CNS-CAMPO = "CIDADE" AND CNV-COM-CIDADE) OR
147440             (CNS-CAMPO = "UF" AND CNV-COM-UF) OR
147441             (CNS-CAMPO = "CEP" AND CNV-COM-CEP)
147442             PERFORM 4900-DESFAZER-CONVERSAO
147443                 THRU 4900-DESFAZER-CONVERSAO-EXIT
147444         END-IF
147445     END-IF.
147446     IF NOT CONVERSAO-PENDENTE
147447         MOVE SPACES   TO CONVERSAO-EM-EXAME
147448         MOVE CNS-ID   TO CNV-ID
147449         MOVE CNS-TIPO TO CNV-TIPO
147450         MOVE "S" TO SW-CONVERSAO-PENDENTE
147451     END-IF.
147452     MOVE CNS-NUMERO TO CNV-NUMERO.
147453     MOVE CNS-DATA   TO CNV-DATA.
147454     MOVE CNS-HORA   TO CNV-HORA.
147455     EVALUATE CNS-CAMPO
147456         WHEN "CIDADE"
147457             MOVE "S" TO CNV-SW-CIDADE
147458             MOVE CNS-VALOR-ANTIGO TO CNV-CIDADE-ANTIGA
147459             MOVE CNS-VALOR-NOVO   TO CNV-CIDADE-NOVA
147460         WHEN "UF"
147461             MOVE "S" TO CNV-SW-UF
147462             MOVE CNS-VALOR-ANTIGO TO CNV-UF-ANTIGA
147463             MOVE CNS-VALOR-NOVO   TO CNV-UF-NOVA
147464         WHEN "CEP"
147465             MOVE "S" TO CNV-SW-CEP
147466             MOVE CNS-VALOR-ANTIGO TO CNV-CEP-ANTIGO
147467             MOVE CNS-VALOR-NOVO   TO CNV-CEP-NOVO
147468     END-EVALUATE.
147469     PERFORM 4860-DEVOLVER-CONVERSAO
147470         THRU 4860-DEVOLVER-CONVERSAO-EXIT.
147471 4870-AGRUPAR-CONVERSAO-EXIT.
147472     EXIT.
147473*
147474****************************************************************
147475* 4900-DESFAZER-CONVERSAO                                      *
147476*     PROCURA, ENTRE OS ENDERECOS DO CLIENTE E TIPO QUE        *
147477*     ESTAVAM EM VIGOR OU COM VIGENCIA FUTURA NA DATA DA       *
147478*     CONVERSAO, O QUE AINDA TEM OS VALORES NOVOS, VOLTA OS    *
147479*     VALORES ANTIGOS E REGISTRA O ESTORNO NO LOG DE AUDITORIA.*
147480*     SEM ESSE ENDERECO (ALTERADO APOS A RODADA) A CONVERSAO E *
147481*     MANTIDA E LISTADA.                                       *
147482****************************************************************
147483 4900-DESFAZER-CONVERSAO.
147484     MOVE "N" TO SW-CONVERSAO-PENDENTE.
147485     MOVE CNV-ID TO ID-DO-CLIENTE.
147486     MOVE SPACES TO LINHA-DE-DETALHE.
147487     MOVE CNV-ID               TO DET-ID.
147488     MOVE "ENDERECO"           TO DET-OPERACAO.
147489     MOVE CNV-DATA             TO DET-DATA.
147490     MOVE CNV-HORA             TO DET-HORA.
147491     MOVE PROGRAMA-ESTORNADO   TO DSC-PROGRAMA.
147492     MOVE CNV-DATA             TO DSC-DATA.
147493     MOVE CNV-HORA             TO DSC-HORA.
147494     MOVE "N" TO SW-ENDERECO-ACHADO.
147495     IF NOT ENDERECOS-DISPONIVEIS
147496         GO TO 4900-DESFAZER-CONVERSAO-MANTIDA
147497     END-IF.
147498     MOVE CNV-ID   TO ID-DO-CLIENTE-END.
147499     MOVE CNV-TIPO TO TIPO-DO-ENDERECO-END.
147500     MOVE ZERO     TO SEQUENCIA-DO-ENDERECO-END.
147501     MOVE "N" TO SW-FIM-DOS-ENDERECOS-DO-CLIENTE.
147502     START ARQUIVO-DE-ENDERECOS
147503         KEY IS NOT LESS THAN CHAVE-DO-ENDERECO-END
147504         INVALID KEY
147505             MOVE "S" TO SW-FIM-DOS-ENDERECOS-DO-CLIENTE
147506     END-START.
147507     PERFORM 4950-PROCURAR-CONVERTIDO
147508         THRU 4950-PROCURAR-CONVERTIDO-EXIT
147509         UNTIL ENDERECO-ACHADO OR FIM-DOS-ENDERECOS-DO-CLIENTE.
147510 4900-DESFAZER-CONVERSAO-MANTIDA.
147511     IF NOT ENDERECO-ACHADO
147512         ADD 1 TO TOTAL-ENDERECOS-MANTIDOS
147513         MOVE "NAO ESTORNADO - ENDERECO ALTERADO APOS A RODADA"
147514             TO DET-RESULTADO
147515         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE
147516         GO TO 4900-DESFAZER-CONVERSAO-EXIT
147517     END-IF.
147518     IF CNV-COM-CIDADE
147519         MOVE CNV-CIDADE-ANTIGA TO CIDADE-END
147520     END-IF.
147521     IF CNV-COM-UF
147522         MOVE CNV-UF-ANTIGA TO UF-END
147523     END-IF.
147524     IF CNV-COM-CEP
147525         MOVE CNV-CEP-ANTIGO TO CEP-END
147526     END-IF.
147527     REWRITE REGISTRO-DE-ENDERECO
147528         INVALID KEY
147529             CONTINUE
147530     END-REWRITE.
147531     IF NOT ENDERECO-ARQ-OK
147532         DISPLAY "ERRO AO REGRAVAR ENDERECO, STATUS = "
147533             STATUS-DO-ARQUIVO-ENDERECO
147534         ADD 1 TO TOTAL-DE-ERROS
147535         MOVE "ERRO AO RESTAURAR O ENDERECO CONVERTIDO"
147536             TO DET-RESULTADO
147537         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE
147538         GO TO 4900-DESFAZER-CONVERSAO-EXIT
147539     END-IF.
147540     MOVE "ESTORNO" TO TIPO-PARA-AUDITORIA.
147541     IF ENDERECO-DE-COBRANCA-END
147542         MOVE "ENDERECO-COBRANCA" TO CAMPO-PARA-AUDITORIA
147543     ELSE
147544         MOVE "ENDERECO-CORRESP" TO CAMPO-PARA-AUDITORIA
147545     END-IF.
147546     MOVE DESCRICAO-DA-OPERACAO TO VALOR-ANTIGO-PARA-AUDITORIA.
147547     MOVE SPACES TO VALOR-NOVO-PARA-AUDITORIA.
147548     STRING "SEQUENCIA " DELIMITED BY SIZE
147549         SEQUENCIA-DO-ENDERECO-END DELIMITED BY SIZE
147550         " RESTAURADA" DELIMITED BY SIZE
147551         INTO VALOR-NOVO-PARA-AUDITORIA.
147552     PERFORM 8000-GRAVAR-AUDITORIA
147553         THRU 8000-GRAVAR-AUDITORIA-EXIT.
147554     ADD 1 TO TOTAL-ENDERECOS-RESTAURADOS.
147555     STRING "ENDERECO CONVERTIDO RESTAURADO - SEQUENCIA "
147556         DELIMITED BY SIZE
147557         SEQUENCIA-DO-ENDERECO-END DELIMITED BY SIZE
147558         INTO DET-RESULTADO.
147559     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE.
147560 4900-DESFAZER-CONVERSAO-EXIT.
147561     EXIT.
147562*
147563****************************************************************
147564* 4950-PROCURAR-CONVERTIDO                                     *
147565*     LE O PROXIMO ENDERECO DO CLIENTE E TIPO E CONFERE SE ELE *
147566*     FOI ALCANCADO PELA CONVERSAO E AINDA TEM OS VALORES      *
147567*     NOVOS.                                                   *
147568****************************************************************
147569 4950-PROCURAR-CONVERTIDO.
147570     READ ARQUIVO-DE-ENDERECOS NEXT RECORD
147571         AT END
147572             MOVE "S" TO SW-FIM-DOS-ENDERECOS-DO-CLIENTE
147573     END-READ.
147574     IF FIM-DOS-ENDERECOS-DO-CLIENTE
147575         GO TO 4950-PROCURAR-CONVERTIDO-EXIT
147576     END-IF.
147577     IF ID-DO-CLIENTE-END NOT = CNV-ID OR
147578         TIPO-DO-ENDERECO-END NOT = CNV-TIPO
147579         MOVE "S" TO SW-FIM-DOS-ENDERECOS-DO-CLIENTE
147580         GO TO 4950-PROCURAR-CONVERTIDO-EXIT
147581     END-IF.
147582     IF NOT ENDERECO-EM-ABERTO-END AND
147583         FIM-DA-VIGENCIA-END NOT GREATER THAN CNV-DATA
147584         GO TO 4950-PROCURAR-CONVERTIDO-EXIT
147585     END-IF.
147586     IF CNV-COM-CIDADE AND CIDADE-END NOT = CNV-CIDADE-NOVA
147587         GO TO 4950-PROCURAR-CONVERTIDO-EXIT
147588     END-IF.
147589     IF CNV-COM-UF AND UF-END NOT = CNV-UF-NOVA
147590         GO TO 4950-PROCURAR-CONVERTIDO-EXIT
147591     END-IF.
147592     IF CNV-COM-CEP AND CEP-END NOT = CNV-CEP-NOVO
147593         GO TO 4950-PROCURAR-CONVERTIDO-EXIT
147594     END-IF.
147595     MOVE "S" TO SW-ENDERECO-ACHADO.
147596 4950-PROCURAR-CONVERTIDO-EXIT.
147597     EXIT.
147598*
147599****************************************************************
147600* 5000-IMPRIMIR-TOTAIS                                         *
147700*     IMPRIME O RESUMO DO ESTORNO NO RELATORIO.                *
147800****************************************************************
147900 5000-IMPRIMIR-TOTAIS.
148000     MOVE ALL "-" TO LINHA-DO-RELATORIO.
148100     WRITE LINHA-DO-RELATORIO.
148200     MOVE "OPERACOES LIDAS DO JORNAL...................: "
148300         TO TOT-TEXTO.
148400     MOVE TOTAL-LIDO-DO-JORNAL TO TOT-QUANTIDADE.
148500     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
148600     MOVE "OPERACOES DA RODADA ESTORNADA...............: "
148700         TO TOT-TEXTO.
148800     MOVE TOTAL-DA-RODADA TO TOT-QUANTIDADE.
148900     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
149000     MOVE "INCLUSOES ESTORNADAS (CLIENTE EXCLUIDO).....: "
149100         TO TOT-TEXTO.
149200     MOVE TOTAL-INCLUSOES-ESTORNADAS TO TOT-QUANTIDADE.
149300     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
149400     MOVE "ALTERACOES ESTORNADAS (IMAGEM RESTAURADA)...: "
149500         TO TOT-TEXTO.
149600     MOVE TOTAL-ALTERACOES-ESTORNADAS TO TOT-QUANTIDADE.
149700     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
149800     MOVE "JA ESTORNADAS ANTES.........................: "
149900         TO TOT-TEXTO.
150000     MOVE TOTAL-JA-ESTORNADAS TO TOT-QUANTIDADE.
150100     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
150200     MOVE "IGNORADAS - CLIENTE ALTERADO APOS A RODADA..: "
150300         TO TOT-TEXTO.
150400     MOVE TOTAL-IGNORADAS TO TOT-QUANTIDADE.
150500     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
150600     MOVE "EXCLUSOES NAO ESTORNADAS....................: "
150700         TO TOT-TEXTO.
150800     MOVE TOTAL-EXCLUSOES-MANTIDAS TO TOT-QUANTIDADE.
150900     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
151000     MOVE "VINCULOS DE RESPONSAVEL RETIRADOS...........: "
151100         TO TOT-TEXTO.
151200     MOVE TOTAL-VINCULOS-RETIRADOS TO TOT-QUANTIDADE.
151300     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
151400     IF PROGRAMA-ESTORNADO = "CLIOBIT"
151500         MOVE "MARCAS DE OBITO RETIRADAS...................: "
151600             TO TOT-TEXTO
151700         MOVE TOTAL-OBITOS-RETIRADOS TO TOT-QUANTIDADE
151800         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL
151900         MOVE "MARCAS DE OBITO MANTIDAS....................: "
152000             TO TOT-TEXTO
152100         MOVE TOTAL-OBITOS-MANTIDOS TO TOT-QUANTIDADE
152200         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL
152300     END-IF.
152400     IF PROGRAMA-ESTORNADO = "CLIRETN"
152500         MOVE "ENDERECOS DE COBRANCA RETIRADOS.............: "
152600             TO TOT-TEXTO
152700         MOVE TOTAL-ENDERECOS-RETIRADOS TO TOT-QUANTIDADE
152800         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL
152900         MOVE "ENDERECOS DE COBRANCA REABERTOS.............: "
153000             TO TOT-TEXTO
153100         MOVE TOTAL-ENDERECOS-REABERTOS TO TOT-QUANTIDADE
153200         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL
153300         MOVE "ENDERECOS MANTIDOS - ALTERACAO POSTERIOR....: "
153400             TO TOT-TEXTO
153500         MOVE TOTAL-ENDERECOS-MANTIDOS TO TOT-QUANTIDADE
153600         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL
153700         MOVE "CONSENTIMENTOS NAO ESTORNADOS...............: "
153800             TO TOT-TEXTO
153900         MOVE TOTAL-CONSENTIMENTOS-MANTIDOS TO TOT-QUANTIDADE
154000         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL
154100     END-IF.
154109     IF PROGRAMA-ESTORNADO = "CLICEPR"
154118         MOVE "ENDERECOS CONVERTIDOS RESTAURADOS...........: "
154127             TO TOT-TEXTO
154136         MOVE TOTAL-ENDERECOS-RESTAURADOS TO TOT-QUANTIDADE
154145         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL
154154         MOVE "ENDERECOS MANTIDOS - ALTERACAO POSTERIOR....: "
154163             TO TOT-TEXTO
154172         MOVE TOTAL-ENDERECOS-MANTIDOS TO TOT-QUANTIDADE
154181         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL
154190     END-IF.
154200     MOVE "ERROS.......................................: "
154300         TO TOT-TEXTO.
154400     MOVE TOTAL-DE-ERROS TO TOT-QUANTIDADE.
154500     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
154600 5000-IMPRIMIR-TOTAIS-EXIT.
154700     EXIT.
154800*
154900****************************************************************
155000* 6000-MARCAR-RODADA                                           *
155100*     MARCA A RODADA COMO ESTORNADA (SITUACAO "X") EM RUNCTL,  *
155200*     MANTENDO OS TOTAIS E O CODIGO DE RETORNO ORIGINAIS. COM  *
155300*     ERROS A RODADA NAO E MARCADA, PARA QUE O ESTORNO POSSA   *
155400*     SER REPETIDO DEPOIS DE CORRIGIDA A CAUSA.                *
155500****************************************************************
155600 6000-MARCAR-RODADA.
155700     IF TOTAL-DE-ERROS > ZERO
155800         MOVE "RODADA NAO ESTORNADA EM RUNCTL - CORRIJA OS ERROS"
155900             TO LINHA-DO-RELATORIO
156000         WRITE LINHA-DO-RELATORIO
156100         GO TO 6000-MARCAR-RODADA-EXIT
156200     END-IF.
156300     MOVE PROGRAMA-ESTORNADO TO ID-DO-PROGRAMA-RUN.
156400     READ ARQUIVO-DE-CONTROLE-DE-EXECUCAO
156500         INVALID KEY
156600             DISPLAY "REGISTRO DA RODADA AUSENTE EM RUNCTL."
156700             GO TO 6000-MARCAR-RODADA-EXIT
156800     END-READ.
156900     IF DATA-DE-INICIO-RUN NOT = INI-DATA OR
157000         HORA-DE-INICIO-RUN NOT = INI-HORA
157100         DISPLAY "NOVA RODADA DE " PROGRAMA-ESTORNADO
157200             " REGISTRADA DURANTE O ESTORNO - RUNCTL NAO MARCADO."
157300         MOVE 8 TO CODIGO-DE-RETORNO-DA-RODADA
157400         GO TO 6000-MARCAR-RODADA-EXIT
157500     END-IF.
157600     SET EXECUCAO-ESTORNADA-RUN TO TRUE.
157700     REWRITE REGISTRO-DE-EXECUCAO.
157800     IF NOT EXECUCAO-OK
157900         DISPLAY "ERRO AO REGRAVAR RUNCTL, STATUS = "
158000             STATUS-DO-CONTROLE-DE-EXECUCAO
158100         MOVE 8 TO CODIGO-DE-RETORNO-DA-RODADA
158200         GO TO 6000-MARCAR-RODADA-EXIT
158300     END-IF.
158400     MOVE "RODADA MARCADA COMO ESTORNADA EM RUNCTL"
158500         TO LINHA-DO-RELATORIO.
158600     WRITE LINHA-DO-RELATORIO.
158700 6000-MARCAR-RODADA-EXIT.
158800     EXIT.
158900*
159000****************************************************************
159100* 7700-REGISTRAR-INICIO                                        *
159200*     ABRE O ARQUIVO DE CONTROLE DE EXECUCAO, CRIANDO-O NA     *
159300*     PRIMEIRA EXECUCAO, E GRAVA O REGISTRO DE INICIO DA       *
159400*     RODADA (SITUACAO "E").                                   *
159500****************************************************************
159600 7700-REGISTRAR-INICIO.
159700     OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
159800     IF EXECUCAO-NAO-ENCONTRADA
159900         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-EXECUCAO
160000         CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO
160100         OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO
160200     END-IF.
160300     IF NOT EXECUCAO-OK
160400         DISPLAY "ERRO AO ABRIR RUNCTL, STATUS = "
160500             STATUS-DO-CONTROLE-DE-EXECUCAO
160600         STOP RUN
160700     END-IF.
160800     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
160900     ACCEPT DATA-DE-INICIO-RUN FROM DATE YYYYMMDD.
161000     ACCEPT HORA-DE-INICIO-RUN FROM TIME.
161100     MOVE ZERO TO DATA-DE-FIM-RUN.
161200     MOVE ZERO TO HORA-DE-FIM-RUN.
161300     MOVE ZERO TO QTD-LIDOS-RUN.
161400     MOVE ZERO TO QTD-GRAVADOS-RUN.
161500     MOVE ZERO TO QTD-REJEITADOS-RUN.
161600     MOVE ZERO TO CODIGO-DE-RETORNO-RUN.
161700     SET EXECUCAO-EM-CURSO-RUN TO TRUE.
161800     WRITE REGISTRO-DE-EXECUCAO
161900         INVALID KEY
162000             REWRITE REGISTRO-DE-EXECUCAO
162100     END-WRITE.
162200     IF NOT EXECUCAO-OK
162300         DISPLAY "ERRO AO GRAVAR RUNCTL, STATUS = "
162400             STATUS-DO-CONTROLE-DE-EXECUCAO
162500         STOP RUN
162600     END-IF.
162700 7700-REGISTRAR-INICIO-EXIT.
162800     EXIT.
162900*
163000****************************************************************
163100* 7800-REGISTRAR-FIM                                           *
163200*     COMPLETA O REGISTRO DE EXECUCAO DO ESTORNO COM OS TOTAIS *
163300*     (OPERACOES DA RODADA ESTORNADA LIDAS, OPERACOES          *
163400*     ESTORNADAS E IGNORADAS MAIS ERROS), O CODIGO DE RETORNO  *
163500*     E A SITUACAO "T".                                        *
163600****************************************************************
163700 7800-REGISTRAR-FIM.
163800     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
163900     READ ARQUIVO-DE-CONTROLE-DE-EXECUCAO
164000         INVALID KEY
164100             DISPLAY "REGISTRO DE EXECUCAO AUSENTE EM RUNCTL."
164200             GO TO 7800-REGISTRAR-FIM-EXIT
164300     END-READ.
164400     ACCEPT DATA-DE-FIM-RUN FROM DATE YYYYMMDD.
164500     ACCEPT HORA-DE-FIM-RUN FROM TIME.
164600     MOVE TOTAL-DA-RODADA TO QTD-LIDOS-RUN.
164700     COMPUTE QTD-GRAVADOS-RUN =
164800         TOTAL-INCLUSOES-ESTORNADAS + TOTAL-ALTERACOES-ESTORNADAS.
164900     COMPUTE QTD-REJEITADOS-RUN =
165000         TOTAL-IGNORADAS + TOTAL-EXCLUSOES-MANTIDAS
165100         + TOTAL-DE-ERROS.
165200     MOVE CODIGO-DE-RETORNO-DA-RODADA TO CODIGO-DE-RETORNO-RUN.
165300     SET EXECUCAO-TERMINADA-RUN TO TRUE.
165400     REWRITE REGISTRO-DE-EXECUCAO.
165500     IF NOT EXECUCAO-OK
165600         DISPLAY "ERRO AO REGRAVAR RUNCTL, STATUS = "
165700             STATUS-DO-CONTROLE-DE-EXECUCAO
165800     END-IF.
165900 7800-REGISTRAR-FIM-EXIT.
166000     EXIT.
166100*
166200****************************************************************
166300* 7900-RESERVAR-NUMERO-DE-EVENTO                               *
166400*     RELE O REGISTRO DE CONTROLE DO LOG DE AUDITORIA,         *
166500*     SEMEANDO-O NA PRIMEIRA EXECUCAO, CALCULA O PROXIMO       *
166600*     NUMERO DE EVENTO E JA O REGRAVA RESERVADO.               *
166700****************************************************************
166800 7900-RESERVAR-NUMERO-DE-EVENTO.
166900     MOVE "AUDITLOG" TO ID-DO-CONTROLE-DE-AUDITORIA.
167000     READ ARQUIVO-DE-CONTROLE-DE-AUDITORIA
167100         INVALID KEY
167200             MOVE ZERO TO ULTIMO-NUMERO-DE-EVENTO
167300             WRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA
167400     END-READ.
167500     ADD 1 TO ULTIMO-NUMERO-DE-EVENTO.
167600     REWRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA.
167700     IF NOT CONTROLE-DE-AUD-OK
167800         DISPLAY "ERRO AO RESERVAR NUMERO DE EVENTO, STATUS = "
167900             STATUS-DO-CONTROLE-DE-AUDITORIA
168000         STOP RUN
168100     END-IF.
168200 7900-RESERVAR-NUMERO-DE-EVENTO-EXIT.
168300     EXIT.
168400*
168500****************************************************************
168600* 8000-GRAVAR-AUDITORIA                                        *
168700*     MONTA E GRAVA UM REGISTRO NO LOG-DE-AUDITORIA A PARTIR   *
168800*     DOS PARAMETROS-DE-AUDITORIA JA PREENCHIDOS PELO          *
168900*     PARAGRAFO CHAMADOR.                                      *
169000****************************************************************
169100 8000-GRAVAR-AUDITORIA.
169200     ACCEPT DATA-DO-EVENTO FROM DATE YYYYMMDD.
169300     ACCEPT HORA-DO-EVENTO FROM TIME.
169400     MOVE ID-DO-OPERADOR       TO ID-DO-OPERADOR-LOG.
169500     MOVE TIPO-PARA-AUDITORIA  TO TIPO-DO-EVENTO.
169600     MOVE ID-DO-CLIENTE        TO ID-DO-CLIENTE-LOG.
169700     MOVE CAMPO-PARA-AUDITORIA TO CAMPO-ALTERADO.
169800     MOVE VALOR-ANTIGO-PARA-AUDITORIA TO VALOR-ANTIGO.
169900     MOVE VALOR-NOVO-PARA-AUDITORIA   TO VALOR-NOVO.
170000     PERFORM 7900-RESERVAR-NUMERO-DE-EVENTO
170100         THRU 7900-RESERVAR-NUMERO-DE-EVENTO-EXIT.
170200     MOVE ULTIMO-NUMERO-DE-EVENTO TO NUMERO-DO-EVENTO.
170300     WRITE REGISTRO-DE-AUDITORIA.
170400     IF NOT LOG-DE-AUDITORIA-OK
170500         DISPLAY "ERRO AO GRAVAR LOG-DE-AUDITORIA, STATUS = "
170600             STATUS-DO-LOG-DE-AUDITORIA
170700     END-IF.
170800 8000-GRAVAR-AUDITORIA-EXIT.
170900     EXIT.
171000*
171100****************************************************************
171200* 8500-GRAVAR-JORNAL                                           *
171300*     GRAVA NO JORNAL DO ARQUIVO MESTRE A OPERACAO JA MONTADA  *
171400*     PELO PARAGRAFO CHAMADOR (TIPO E IMAGENS ANTES/DEPOIS).   *
171500****************************************************************
171600 8500-GRAVAR-JORNAL.
171700     ACCEPT JRN-DATA-DA-OPERACAO FROM DATE YYYYMMDD.
171800     ACCEPT JRN-HORA-DA-OPERACAO FROM TIME.
171900     MOVE NOME-DO-PROGRAMA TO JRN-PROGRAMA.
172000     MOVE ID-DO-OPERADOR   TO JRN-OPERADOR.
172100     WRITE REGISTRO-DO-JORNAL.
172200     IF NOT JORNAL-OK
172300         DISPLAY "ERRO AO GRAVAR JORNAL, STATUS = "
172400             STATUS-DO-JORNAL
172500     END-IF.
172600 8500-GRAVAR-JORNAL-EXIT.
172700     EXIT.
172800*
172900****************************************************************
173000* 8900-EDITAR-DATA                                             *
173100*     EDITA A DATA EM TRABALHO (AAAAMMDD) COMO DD/MM/AAAA.     *
173200****************************************************************
173300 8900-EDITAR-DATA.
173400     MOVE TRB-DIA TO EDT-DIA.
173500     MOVE TRB-MES TO EDT-MES.
173600     MOVE TRB-ANO TO EDT-ANO.
173700 8900-EDITAR-DATA-EXIT.
173800     EXIT.
173900*
174000****************************************************************
174100* 9999-ENCERRAR                                                *
174200*     FECHA OS ARQUIVOS ANTES DO TERMINO DO PROGRAMA.          *
174300****************************************************************
174400 9999-ENCERRAR.
174500     CLOSE CLIENTE-FILE.
174600     IF OBITOS-DISPONIVEIS
174700         CLOSE ARQUIVO-DE-OBITOS
174800     END-IF.
174900     IF VINCULOS-DISPONIVEIS
175000         CLOSE ARQUIVO-DE-RESPONSAVEIS
175100     END-IF.
175200     IF ENDERECOS-DISPONIVEIS
175300         CLOSE ARQUIVO-DE-ENDERECOS
175400     END-IF.
175500     CLOSE LOG-DE-AUDITORIA.
175600     CLOSE ARQUIVO-DE-CONTROLE-DE-AUDITORIA.
175700     CLOSE ARQUIVO-DE-JORNAL.
175800     CLOSE RELATORIO-DO-ESTORNO.
175900     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
176000 9999-ENCERRAR-EXIT.
176100     EXIT.
