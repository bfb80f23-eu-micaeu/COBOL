000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CLICEPR.
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
001400*  15/10/2026 EAC     PROGRAMA ORIGINAL - RENUMERACAO DE CEP EM*
001500*                     MASSA QUANDO OS CORREIOS DIVIDEM OU      *
001600*                     RENUMERAM UMA FAIXA: LE O ARQUIVO DE     *
001700*                     CONVERSAO (CEPCONV, CEP OU FAIXA ANTIGA  *
001800*                     PARA CEP, CIDADE E UF NOVOS) E CONVERTE O*
001900*                     ENDERECO RESIDENCIAL (CLIENTE-FILE) E OS *
002000*                     ENDERECOS DE COBRANCA E CORRESPONDENCIA  *
002100*                     EM VIGOR (ENDERECO) QUE ESTAO NO CEP     *
002200*                     ANTIGO, CONFERINDO O DESTINO PELA ROTINA *
002300*                     COMUM CLICEPV. CADA CAMPO ALTERADO VAI AO*
002400*                     LOG DE AUDITORIA E CADA REGRAVACAO DO    *
002500*                     CLIENTE AO JORNAL. CEP COBERTO POR       *
002600*                     CONVERSOES DE DESTINOS DIFERENTES E      *
002700*                     AMBIGUO E DESTINO QUE NAO CONFERE COM O  *
002800*                     DIRETORIO POSTAL FICA NAO RESOLVIDO; OS  *
002900*                     DOIS FICAM COMO ESTAO E SAEM NO RELATORIO*
003000*                     RELCEPR COM OS APLICADOS. O PARMCEPR     *
003100*                     ESCOLHE ATUALIZACAO OU SIMULACAO (SO O   *
003200*                     RELATORIO, NADA E GRAVADO). REGISTRA A   *
003300*                     RODADA EM RUNCTL E, NA ATUALIZACAO, GRAVA*
003400*                     O PONTO DE CONTROLE NO ARQUIVO DE        *
003500*                     REINICIO PARA RETOMAR APOS UMA QUEDA.    *
003510*  15/10/2026 EAC     ENDERECO COM FIM DE VIGENCIA NA DATA DA  *
003520*                     RODADA JA E HISTORICO E NAO E MAIS       *
003530*                     CONVERTIDO (O FIM E O INICIO DO          *
003540*                     ENDERECO SEGUINTE, COMO NO CLIENDV).     *
003600*                                                              *
003700****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200 SPECIAL-NAMES.
004300     DECIMAL-POINT IS COMMA.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS ID-DO-CLIENTE-ARQ
005000         ALTERNATE RECORD KEY IS NOME-DO-CLIENTE-ARQ
005100             WITH DUPLICATES
005200         FILE STATUS IS STATUS-DO-ARQUIVO-CLIENTE.
005300*
005400     SELECT ARQUIVO-DE-CONVERSAO ASSIGN TO "CEPCONV"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS STATUS-DA-CONVERSAO.
005700*
005800     SELECT PARAMETROS-DA-RENUMERACAO ASSIGN TO "PARMCEPR"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS STATUS-DOS-PARAMETROS.
006100*
006200     SELECT ARQUIVO-DE-ENDERECOS ASSIGN TO "ENDERECO"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS CHAVE-DO-ENDERECO-END
006600         FILE STATUS IS STATUS-DO-ARQUIVO-ENDERECO.
006700*
006800     SELECT LOG-DE-AUDITORIA ASSIGN TO "AUDITLOG"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS STATUS-DO-LOG-DE-AUDITORIA.
007100*
007200     SELECT RELATORIO-DA-RENUMERACAO ASSIGN TO "RELCEPR"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS STATUS-DO-RELATORIO.
007500*
007600     SELECT ARQUIVO-DE-CONTROLE-DE-EXECUCAO ASSIGN TO "RUNCTL"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS ID-DO-PROGRAMA-RUN
008000         FILE STATUS IS STATUS-DO-CONTROLE-DE-EXECUCAO.
008100*
008200     SELECT ARQUIVO-DE-CONTROLE-DE-AUDITORIA ASSIGN TO "AUDCTL"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS ID-DO-CONTROLE-DE-AUDITORIA
008600         FILE STATUS IS STATUS-DO-CONTROLE-DE-AUDITORIA.
008700*
008800     SELECT ARQUIVO-DE-JORNAL ASSIGN TO "JORNAL"
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS STATUS-DO-JORNAL.
009100*
009200     SELECT ARQUIVO-DE-REINICIO ASSIGN TO "RESTART"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS ID-DO-JOB-REINICIO
009600         FILE STATUS IS STATUS-DO-ARQUIVO-REINICIO.
009700*
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  CLIENTE-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY CLIREC.
010300*
010400 FD  ARQUIVO-DE-CONVERSAO
010500     LABEL RECORDS ARE STANDARD.
010600*
010700****************************************************************
010800*  LAYOUT DO REGISTRO DE CONVERSAO - LARGURA FIXA.             *
010900*  POSICAO  TAMANHO  CAMPO                                     *
011000*  -------  -------  ------------------------------------      *
011100*  001-008     08    CEP ANTIGO (INICIO DA FAIXA ANTIGA)       *
011200*  009-016     08    FIM DA FAIXA ANTIGA (ESPACOS = SO O CEP   *
011300*                    DA POSICAO 001)                           *
011400*  017-024     08    CEP NOVO                                  *
011500*  025-044     20    CIDADE NOVA (ESPACOS = MANTEM A CIDADE)   *
011600*  045-046     02    UF NOVA     (ESPACOS = MANTEM A UF)       *
011700****************************************************************
011800 01  REGISTRO-DE-CONVERSAO.
011900     05 CNV-CEP-ANTIGO-INICIAL PIC X(08).
012000     05 CNV-CEP-ANTIGO-FINAL   PIC X(08).
012100     05 CNV-CEP-NOVO           PIC X(08).
012200     05 CNV-CIDADE-NOVA        PIC X(20).
012300     05 CNV-UF-NOVA            PIC X(02).
012400*
012500 FD  PARAMETROS-DA-RENUMERACAO
012600     LABEL RECORDS ARE STANDARD.
012700*
012800****************************************************************
012900*  LAYOUT DO REGISTRO DE PARAMETROS - UMA LINHA UNICA.         *
013000*  POSICAO  TAMANHO  CAMPO                                     *
013100*  -------  -------  ------------------------------------      *
013200*  001-001     01    MODO DA RODADA: "A" = ATUALIZA O CADASTRO,*
013300*                    "S" = SIMULACAO (SO O RELATORIO). SEM O   *
013400*                    ARQUIVO OU COM O MODO EM BRANCO A RODADA  *
013500*                    E DE SIMULACAO.                           *
013600****************************************************************
013700 01  REGISTRO-DE-PARAMETROS.
013800     05 PRM-MODO-DA-RODADA     PIC X(01).
013900*
014000 FD  ARQUIVO-DE-ENDERECOS
014100     LABEL RECORDS ARE STANDARD.
014200     COPY ENDREC.
014300*
014400 FD  LOG-DE-AUDITORIA
014500     LABEL RECORDS ARE STANDARD.
014600     COPY AUDREC.
014700*
014800 FD  RELATORIO-DA-RENUMERACAO
014900     LABEL RECORDS ARE STANDARD.
015000 01  LINHA-DO-RELATORIO        PIC X(132).
015100*
015200 FD  ARQUIVO-DE-CONTROLE-DE-EXECUCAO
015300     LABEL RECORDS ARE STANDARD.
015400     COPY RUNREC.
015500*
015600 FD  ARQUIVO-DE-CONTROLE-DE-AUDITORIA
015700     LABEL RECORDS ARE STANDARD.
015800     COPY AUCREC.
015900*
016000 FD  ARQUIVO-DE-JORNAL
016100     LABEL RECORDS ARE STANDARD.
016200     COPY JRNREC.
016300*
016400 FD  ARQUIVO-DE-REINICIO
016500     LABEL RECORDS ARE STANDARD.
016600 01  REGISTRO-DE-REINICIO.
016700     05 ID-DO-JOB-REINICIO      PIC X(08).
016800     05 QTD-PROCESSADA-REINICIO PIC 9(08).
016900*
017000 WORKING-STORAGE SECTION.
017100 01  ID-DO-CLIENTE             PIC 9(06).
017200 01  ID-DO-OPERADOR            PIC X(08)  VALUE "CLICEPR".
017300*
017400 01  STATUS-DO-ARQUIVO-CLIENTE PIC X(02).
017500     88 ARQUIVO-OK                VALUE "00".
017600     88 FIM-DO-ARQUIVO-CLIENTE    VALUE "10".
017700*
017800 01  STATUS-DA-CONVERSAO       PIC X(02).
017900     88 CONVERSAO-OK              VALUE "00".
018000     88 FIM-DA-CONVERSAO          VALUE "10".
018100*
018200 01  STATUS-DOS-PARAMETROS     PIC X(02).
018300     88 PARAMETROS-OK             VALUE "00".
018400     88 PARAMETROS-NAO-ENCONTRADOS VALUE "35".
018500*
018600 01  STATUS-DO-ARQUIVO-ENDERECO PIC X(02).
018700     88 ENDERECO-ARQ-OK            VALUE "00".
018800     88 FIM-DO-ARQUIVO-ENDERECO    VALUE "10".
018900     88 ENDERECO-ARQ-AUSENTE       VALUE "35".
019000*
019100 01  STATUS-DO-LOG-DE-AUDITORIA PIC X(02).
019200     88 LOG-DE-AUDITORIA-OK       VALUE "00".
019300*
019400 01  STATUS-DO-RELATORIO       PIC X(02).
019500     88 RELATORIO-OK              VALUE "00".
019600*
019700 01  STATUS-DO-CONTROLE-DE-EXECUCAO PIC X(02).
019800     88 EXECUCAO-OK               VALUE "00".
019900     88 EXECUCAO-NAO-ENCONTRADA   VALUE "35".
020000*
020100 01  STATUS-DO-CONTROLE-DE-AUDITORIA PIC X(02).
020200     88 CONTROLE-DE-AUD-OK          VALUE "00".
020300     88 CONTROLE-DE-AUD-AUSENTE     VALUE "35".
020400*
020500 01  STATUS-DO-JORNAL           PIC X(02).
020600     88 JORNAL-OK                  VALUE "00".
020700     88 JORNAL-AUSENTE             VALUE "35".
020800*
020900 01  STATUS-DO-ARQUIVO-REINICIO PIC X(02).
021000     88 REINICIO-OK                VALUE "00".
021100     88 REINICIO-NAO-ENCONTRADO    VALUE "35".
021200*
021300 01  NOME-DO-PROGRAMA          PIC X(08)  VALUE "CLICEPR".
021400 01  CODIGO-DE-RETORNO-DA-RODADA PIC 9(02) VALUE ZERO.
021500 01  DATA-DO-DIA               PIC 9(08)  VALUE ZERO.
021600*
021700 01  MODO-DA-RODADA            PIC X(01)  VALUE "S".
021800     88 RODADA-DE-ATUALIZACAO     VALUE "A".
021900     88 RODADA-DE-SIMULACAO       VALUE "S".
022000*
022100****************************************************************
022200*  PONTO DE REINICIO - ULTIMO ID DE CLIENTE JA CONVERTIDO NA   *
022300*  RODADA INTERROMPIDA (ZERO = RODADA DESDE O INICIO).         *
022400****************************************************************
022500 01  PONTO-DE-REINICIO         PIC 9(08)  VALUE ZERO.
022600*
022700 01  CONTADORES-DA-RENUMERACAO.
022800     05 TOTAL-DE-LINHAS-LIDAS  PIC 9(06)  VALUE ZERO.
022900     05 TOTAL-DE-LINHAS-REJEITADAS PIC 9(06) VALUE ZERO.
023000     05 TOTAL-DE-CONVERSOES-SEM-USO PIC 9(06) VALUE ZERO.
023100     05 TOTAL-DE-CLIENTES-LIDOS PIC 9(06) VALUE ZERO.
023200     05 TOTAL-DE-CLIENTES-CONVERTIDOS PIC 9(06) VALUE ZERO.
023300     05 TOTAL-DE-ENDERECOS-CONVERTIDOS PIC 9(06) VALUE ZERO.
023400     05 TOTAL-DE-AMBIGUOS      PIC 9(06)  VALUE ZERO.
023500     05 TOTAL-DE-NAO-RESOLVIDOS PIC 9(06) VALUE ZERO.
023600     05 TOTAL-DE-ERROS-DE-GRAVACAO PIC 9(06) VALUE ZERO.
023700*
023800 01  CHAVES-DA-RENUMERACAO.
023900     05 SW-ENDERECOS-DISPONIVEIS PIC X(01) VALUE "N".
024000        88 ENDERECOS-DISPONIVEIS   VALUE "S".
024100     05 SW-FIM-DOS-ENDERECOS   PIC X(01)  VALUE "N".
024200        88 FIM-DOS-ENDERECOS       VALUE "S".
024300     05 SW-CLIENTE-CONVERTIDO  PIC X(01)  VALUE "N".
024400        88 CLIENTE-CONVERTIDO      VALUE "S".
024500     05 SW-LINHA-VALIDA        PIC X(01)  VALUE "S".
024600        88 LINHA-VALIDA            VALUE "S".
024700     05 SW-DESTINOS-DIFERENTES PIC X(01)  VALUE "N".
024800        88 DESTINOS-DIFERENTES     VALUE "S".
024900     05 SW-ALTEROU-CIDADE      PIC X(01)  VALUE "N".
025000        88 ALTEROU-CIDADE          VALUE "S".
025100     05 SW-ALTEROU-UF          PIC X(01)  VALUE "N".
025200        88 ALTEROU-UF              VALUE "S".
025300     05 SW-ALTEROU-CEP         PIC X(01)  VALUE "N".
025400        88 ALTEROU-CEP             VALUE "S".
025500     05 SW-RESULTADO-DO-ENDERECO PIC X(01) VALUE "N".
025600        88 ENDERECO-NAO-AFETADO    VALUE "N".
025700        88 ENDERECO-A-CONVERTER    VALUE "C".
025800        88 ENDERECO-AMBIGUO        VALUE "A".
025900        88 ENDERECO-NAO-RESOLVIDO  VALUE "U".
026000*
026100****************************************************************
026200*  TABELA DAS CONVERSOES VALIDAS DO CEPCONV, NA ORDEM DO       *
026300*  ARQUIVO. CADA UMA GUARDA QUANTOS ENDERECOS ATINGIU NA       *
026400*  RODADA, PARA A LISTA DAS CONVERSOES SEM ENDERECO AFETADO.   *
026500****************************************************************
026600 01  TABELA-DE-CONVERSOES.
026700     05 QTD-DE-CONVERSOES      PIC 9(04)  VALUE ZERO.
026800     05 ELEMENTO-DE-CONVERSAO OCCURS 5000 TIMES.
026900        10 TCV-CEP-INICIAL     PIC 9(08).
027000        10 TCV-CEP-FINAL       PIC 9(08).
027100        10 TCV-CEP-NOVO        PIC X(08).
027200        10 TCV-CIDADE-NOVA     PIC X(20).
027300        10 TCV-UF-NOVA         PIC X(02).
027400        10 TCV-QTD-DE-USOS     PIC 9(06).
027500*
027600 01  INDICES-DA-RENUMERACAO.
027700     05 IND-CONVERSAO          PIC 9(04)  VALUE ZERO.
027800     05 IND-CONVERSAO-ACHADA   PIC 9(04)  VALUE ZERO.
027900     05 QTD-DE-CONVERSOES-ACHADAS PIC 9(04) VALUE ZERO.
028000*
028100 01  CEP-EM-EXAME              PIC 9(08)  VALUE ZERO.
028200 01  MOTIVO-DA-REJEICAO        PIC X(40)  VALUE SPACES.
028300*
028400****************************************************************
028500*  ENDERECO EM EXAME ("R" = RESIDENCIAL DO CADASTRO, "C" OU    *
028600*  "P" = DO ARQUIVO ENDERECO) E O ENDERECO CONVERTIDO.         *
028700****************************************************************
028800 01  ENDERECO-EM-EXAME.
028900     05 EXA-TIPO               PIC X(01).
029000     05 EXA-CIDADE             PIC X(20).
029100     05 EXA-UF                 PIC X(02).
029200     05 EXA-CEP                PIC X(08).
029300*
029400 01  ENDERECO-CONVERTIDO.
029500     05 CVT-CIDADE             PIC X(20).
029600     05 CVT-UF                 PIC X(02).
029700     05 CVT-CEP                PIC X(08).
029800*
029900 01  CAMPOS-DO-TIPO.
030000     05 CAMPO-CIDADE-DO-TIPO   PIC X(20).
030100     05 CAMPO-UF-DO-TIPO       PIC X(20).
030200     05 CAMPO-CEP-DO-TIPO      PIC X(20).
030300*
030400 01  IMAGEM-ANTES-DO-CLIENTE   PIC X(181).
030500*
030600 01  PARAMETROS-DE-AUDITORIA.
030700     05 TIPO-PARA-AUDITORIA    PIC X(10).
030800     05 CAMPO-PARA-AUDITORIA   PIC X(20).
030900     05 VALOR-ANTIGO-PARA-AUDITORIA PIC X(40).
031000     05 VALOR-NOVO-PARA-AUDITORIA   PIC X(40).
031100*
031200     COPY VALREC.
031300*
031400     COPY CEPREC.
031500*
031600 01  LINHA-DE-TITULO.
031700     05 TIT-TEXTO              PIC X(60).
031800     05 FILLER                 PIC X(10)  VALUE "EMISSAO: ".
031900     05 TIT-DATA               PIC 9(08).
032000*
032100 01  LINHA-DE-CABECALHO-REJEITADAS.
032200     05 FILLER                 PIC X(09)  VALUE "LINHA".
032300     05 FILLER                 PIC X(48)  VALUE "CONTEUDO".
032400     05 FILLER                 PIC X(40)  VALUE "MOTIVO".
032500*
032600 01  LINHA-DE-REJEITADA.
032700     05 REJ-NUMERO             PIC ZZZ.ZZ9.
032800     05 FILLER                 PIC X(02)  VALUE SPACES.
032900     05 REJ-CONTEUDO           PIC X(46).
033000     05 FILLER                 PIC X(02)  VALUE SPACES.
033100     05 REJ-MOTIVO             PIC X(40).
033200*
033300 01  LINHA-DE-CABECALHO-DETALHE.
033400     05 FILLER                 PIC X(08)  VALUE "ID".
033500     05 FILLER                 PIC X(22)  VALUE "NOME".
033600     05 FILLER                 PIC X(03)  VALUE "T".
033700     05 FILLER                 PIC X(10)  VALUE "CEP ANT.".
033800     05 FILLER                 PIC X(10)  VALUE "CEP NOVO".
033900     05 FILLER                 PIC X(21)  VALUE "CIDADE NOVA".
034000     05 FILLER                 PIC X(04)  VALUE "UF".
034100     05 FILLER                 PIC X(15)  VALUE "SITUACAO".
034200     05 FILLER                 PIC X(38)  VALUE "OBSERVACAO".
034300*
034400 01  LINHA-DE-DETALHE.
034500     05 DET-ID                 PIC 9(06).
034600     05 FILLER                 PIC X(02)  VALUE SPACES.
034700     05 DET-NOME               PIC X(20).
034800     05 FILLER                 PIC X(02)  VALUE SPACES.
034900     05 DET-TIPO               PIC X(01).
035000     05 FILLER                 PIC X(02)  VALUE SPACES.
035100     05 DET-CEP-ANTIGO         PIC X(08).
035200     05 FILLER                 PIC X(02)  VALUE SPACES.
035300     05 DET-CEP-NOVO           PIC X(08).
035400     05 FILLER                 PIC X(02)  VALUE SPACES.
035500     05 DET-CIDADE-NOVA        PIC X(20).
035600     05 FILLER                 PIC X(01)  VALUE SPACES.
035700     05 DET-UF-NOVA            PIC X(02).
035800     05 FILLER                 PIC X(02)  VALUE SPACES.
035900     05 DET-SITUACAO           PIC X(13).
036000     05 FILLER                 PIC X(02)  VALUE SPACES.
036100     05 DET-OBSERVACAO         PIC X(38).
036200*
036300 01  LINHA-DE-CONVERSAO-SEM-USO.
036400     05 FILLER                 PIC X(32)  VALUE
036500         "CONVERSAO SEM ENDERECO AFETADO: ".
036600     05 SEM-CEP-INICIAL        PIC 9(08).
036700     05 FILLER                 PIC X(03)  VALUE " A ".
036800     05 SEM-CEP-FINAL          PIC 9(08).
036900     05 FILLER                 PIC X(04)  VALUE " -> ".
037000     05 SEM-CEP-NOVO           PIC X(08).
037100*
037200 01  LINHA-DE-TOTAL.
037300     05 TOT-TEXTO              PIC X(40).
037400     05 TOT-QUANTIDADE         PIC ZZZ.ZZ9.
037500*
037600 01  QUANTIDADE-EDITADA        PIC Z9.
037700*
037800 PROCEDURE DIVISION.
037900*
038000****************************************************************
038100* 0000-MAINLINE                                                *
038200*     PARAGRAFO PRINCIPAL - CONTROLA A SEQUENCIA DO PROGRAMA.  *
038300****************************************************************
038400 0000-MAINLINE.
038500     PERFORM 7700-REGISTRAR-INICIO
038600         THRU 7700-REGISTRAR-INICIO-EXIT.
038700     PERFORM 7600-CONFERIR-DEPENDENCIAS
038800         THRU 7600-CONFERIR-DEPENDENCIAS-EXIT.
038900     PERFORM 1100-LER-PARAMETROS
039000         THRU 1100-LER-PARAMETROS-EXIT.
039100     PERFORM 1000-ABRIR-ARQUIVOS
039200         THRU 1000-ABRIR-ARQUIVOS-EXIT.
039300     PERFORM 1200-CARREGAR-CONVERSOES
039400         THRU 1200-CARREGAR-CONVERSOES-EXIT.
039500     IF RODADA-DE-ATUALIZACAO
039600         PERFORM 1300-OBTER-PONTO-DE-REINICIO
039700             THRU 1300-OBTER-PONTO-DE-REINICIO-EXIT
039800     END-IF.
039900     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-CABECALHO-DETALHE.
040000     MOVE ALL "-" TO LINHA-DO-RELATORIO.
040100     WRITE LINHA-DO-RELATORIO.
040200     IF NOT FIM-DO-ARQUIVO-CLIENTE
040300         PERFORM 2000-LER-CLIENTE
040400             THRU 2000-LER-CLIENTE-EXIT
040500     END-IF.
040600     PERFORM 3000-PROCESSAR-CLIENTE
040700         THRU 3000-PROCESSAR-CLIENTE-EXIT
040800         UNTIL FIM-DO-ARQUIVO-CLIENTE.
040900     PERFORM 4000-LISTAR-CONVERSOES-SEM-USO
041000         THRU 4000-LISTAR-CONVERSOES-SEM-USO-EXIT.
041100     PERFORM 5000-IMPRIMIR-TOTAIS
041200         THRU 5000-IMPRIMIR-TOTAIS-EXIT.
041300     DISPLAY "CLICEPR: CLIENTES LIDOS: " TOTAL-DE-CLIENTES-LIDOS
041400         " ENDERECOS CONVERTIDOS: " TOTAL-DE-ENDERECOS-CONVERTIDOS
041500         " AMBIGUOS: " TOTAL-DE-AMBIGUOS
041600         " NAO RESOLVIDOS: " TOTAL-DE-NAO-RESOLVIDOS.
041700     IF RODADA-DE-SIMULACAO
041800         DISPLAY "CLICEPR: SIMULACAO - NADA FOI GRAVADO."
041900     END-IF.
042000     IF TOTAL-DE-AMBIGUOS > ZERO OR TOTAL-DE-NAO-RESOLVIDOS > ZERO
042100         OR TOTAL-DE-LINHAS-REJEITADAS > ZERO
042200         MOVE 4 TO CODIGO-DE-RETORNO-DA-RODADA
042300     END-IF.
042400     IF TOTAL-DE-ERROS-DE-GRAVACAO > ZERO
042500         MOVE 8 TO CODIGO-DE-RETORNO-DA-RODADA
042600     END-IF.
042700     PERFORM 7800-REGISTRAR-FIM
042800         THRU 7800-REGISTRAR-FIM-EXIT.
042900     PERFORM 9999-ENCERRAR
043000         THRU 9999-ENCERRAR-EXIT.
043100     MOVE CODIGO-DE-RETORNO-DA-RODADA TO RETURN-CODE.
043200     STOP RUN.
043300*
043400****************************************************************
043500* 1000-ABRIR-ARQUIVOS                                          *
043600*     CONFERE QUE O DIRETORIO POSTAL ESTA CARREGADO (SEM ELE   *
043700*     NAO HA COMO CONFERIR O DESTINO DAS CONVERSOES E A RODADA *
043800*     TERMINA COM CODIGO 8), ABRE O ARQUIVO MESTRE, O ARQUIVO  *
043900*     DE CONVERSAO, O RELATORIO E O ARQUIVO ENDERECO (QUANDO   *
044000*     EXISTE) E, NA ATUALIZACAO, O LOG DE AUDITORIA, O AUDCTL  *
044100*     E O JORNAL. NA SIMULACAO NADA E ABERTO PARA GRAVACAO.    *
044200****************************************************************
044300 1000-ABRIR-ARQUIVOS.
044400     ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
044500     MOVE SPACES TO CEP-VALOR-DO-CEP.
044600     MOVE SPACES TO CEP-UF-INFORMADA.
044700     MOVE SPACES TO CEP-CIDADE-INFORMADA.
044800     CALL "CLICEPV" USING PARAMETROS-DE-CEP.
044900     IF CEP-SEM-DIRETORIO
045000         DISPLAY "DIRETORIO POSTAL AUSENTE - CARREGUE O "
045100             "CEPDIR PELO CLICEPL ANTES DA RENUMERACAO."
045200         MOVE 8 TO CODIGO-DE-RETORNO-DA-RODADA
045300         PERFORM 7800-REGISTRAR-FIM
045400             THRU 7800-REGISTRAR-FIM-EXIT
045500         CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO
045600         MOVE 8 TO RETURN-CODE
045700         STOP RUN
045800     END-IF.
045900     IF RODADA-DE-ATUALIZACAO
046000         OPEN I-O CLIENTE-FILE
046100     ELSE
046200         OPEN INPUT CLIENTE-FILE
046300     END-IF.
046400     IF NOT ARQUIVO-OK
046500         DISPLAY "ERRO AO ABRIR CLIENTE-FILE, STATUS = "
046600             STATUS-DO-ARQUIVO-CLIENTE
046700         STOP RUN
046800     END-IF.
046900     OPEN INPUT ARQUIVO-DE-CONVERSAO.
047000     IF NOT CONVERSAO-OK
047100         DISPLAY "ERRO AO ABRIR CEPCONV, STATUS = "
047200             STATUS-DA-CONVERSAO
047300         STOP RUN
047400     END-IF.
047500     OPEN OUTPUT RELATORIO-DA-RENUMERACAO.
047600     IF NOT RELATORIO-OK
047700         DISPLAY "ERRO AO ABRIR RELCEPR, STATUS = "
047800             STATUS-DO-RELATORIO
047900         STOP RUN
048000     END-IF.
048100     MOVE DATA-DO-DIA TO TIT-DATA.
048200     IF RODADA-DE-ATUALIZACAO
048300         MOVE "RENUMERACAO DE CEP - ATUALIZACAO DO CADASTRO"
048400             TO TIT-TEXTO
048500     ELSE
048600         MOVE "RENUMERACAO DE CEP - SIMULACAO (NADA FOI GRAVADO)"
048700             TO TIT-TEXTO
048800     END-IF.
048900     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TITULO.
049000     MOVE ALL "-" TO LINHA-DO-RELATORIO.
049100     WRITE LINHA-DO-RELATORIO.
049200     IF RODADA-DE-ATUALIZACAO
049300         OPEN I-O ARQUIVO-DE-ENDERECOS
049400     ELSE
049500         OPEN INPUT ARQUIVO-DE-ENDERECOS
049600     END-IF.
049700     IF ENDERECO-ARQ-AUSENTE
049800         DISPLAY "ENDERECO AUSENTE - SO O ENDERECO RESIDENCIAL "
049900             "SERA CONVERTIDO."
050000     ELSE
050100         IF NOT ENDERECO-ARQ-OK
050200             DISPLAY "ERRO AO ABRIR ENDERECO, STATUS = "
050300                 STATUS-DO-ARQUIVO-ENDERECO
050400             STOP RUN
050500         END-IF
050600         MOVE "S" TO SW-ENDERECOS-DISPONIVEIS
050700     END-IF.
050800     IF RODADA-DE-SIMULACAO
050900         GO TO 1000-ABRIR-ARQUIVOS-EXIT
051000     END-IF.
051100     OPEN EXTEND LOG-DE-AUDITORIA.
051200     IF NOT LOG-DE-AUDITORIA-OK
051300         DISPLAY "ERRO AO ABRIR LOG-DE-AUDITORIA, STATUS = "
051400             STATUS-DO-LOG-DE-AUDITORIA
051500         STOP RUN
051600     END-IF.
051700     OPEN I-O ARQUIVO-DE-CONTROLE-DE-AUDITORIA.
051800     IF CONTROLE-DE-AUD-AUSENTE
051900         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-AUDITORIA
052000         CLOSE ARQUIVO-DE-CONTROLE-DE-AUDITORIA
052100         OPEN I-O ARQUIVO-DE-CONTROLE-DE-AUDITORIA
052200     END-IF.
052300     IF NOT CONTROLE-DE-AUD-OK
052400         DISPLAY "ERRO AO ABRIR AUDCTL, STATUS = "
052500             STATUS-DO-CONTROLE-DE-AUDITORIA
052600         STOP RUN
052700     END-IF.
052800     OPEN EXTEND ARQUIVO-DE-JORNAL.
052900     IF JORNAL-AUSENTE
053000         OPEN OUTPUT ARQUIVO-DE-JORNAL
053100     END-IF.
053200     IF NOT JORNAL-OK
053300         DISPLAY "ERRO AO ABRIR JORNAL, STATUS = "
053400             STATUS-DO-JORNAL
053500         STOP RUN
053600     END-IF.
053700 1000-ABRIR-ARQUIVOS-EXIT.
053800     EXIT.
053900*
054000****************************************************************
054100* 1100-LER-PARAMETROS                                          *
054200*     LE O MODO DA RODADA NO PARMCEPR. SEM O ARQUIVO, OU COM O *
054300*     MODO EM BRANCO, A RODADA E DE SIMULACAO; MODO INVALIDO   *
054400*     CANCELA A RODADA.                                        *
054500****************************************************************
054600 1100-LER-PARAMETROS.
054700     OPEN INPUT PARAMETROS-DA-RENUMERACAO.
054800     IF PARAMETROS-NAO-ENCONTRADOS
054900         DISPLAY "PARMCEPR AUSENTE - RODADA EM SIMULACAO, NADA "
055000             "SERA GRAVADO."
055100         GO TO 1100-LER-PARAMETROS-EXIT
055200     END-IF.
055300     IF NOT PARAMETROS-OK
055400         DISPLAY "ERRO AO ABRIR PARMCEPR, STATUS = "
055500             STATUS-DOS-PARAMETROS
055600         STOP RUN
055700     END-IF.
055800     MOVE SPACES TO PRM-MODO-DA-RODADA.
055900     READ PARAMETROS-DA-RENUMERACAO
056000         AT END
056100             MOVE SPACES TO PRM-MODO-DA-RODADA
056200     END-READ.
056300     CLOSE PARAMETROS-DA-RENUMERACAO.
056400     IF PRM-MODO-DA-RODADA = SPACES
056500         DISPLAY "PARMCEPR SEM MODO - RODADA EM SIMULACAO, NADA "
056600             "SERA GRAVADO."
056700         GO TO 1100-LER-PARAMETROS-EXIT
056800     END-IF.
056900     IF PRM-MODO-DA-RODADA NOT = "A" AND
057000         PRM-MODO-DA-RODADA NOT = "S"
057100         DISPLAY "MODO INVALIDO EM PARMCEPR: " PRM-MODO-DA-RODADA
057200             " - USE A (ATUALIZA) OU S (SIMULA)."
057300         STOP RUN
057400     END-IF.
057500     MOVE PRM-MODO-DA-RODADA TO MODO-DA-RODADA.
057600 1100-LER-PARAMETROS-EXIT.
057700     EXIT.
057800*
057900****************************************************************
058000* 1200-CARREGAR-CONVERSOES                                     *
058100*     CARREGA NA TABELA AS LINHAS VALIDAS DO CEPCONV, LISTANDO *
058200*     NO RELATORIO AS REJEITADAS. SEM NENHUMA CONVERSAO VALIDA *
058300*     A RODADA TERMINA COM CODIGO 8 SEM LER O CADASTRO.        *
058400****************************************************************
058500 1200-CARREGAR-CONVERSOES.
058600     MOVE "LINHAS DO CEPCONV REJEITADAS" TO LINHA-DO-RELATORIO.
058700     WRITE LINHA-DO-RELATORIO.
058800     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-CABECALHO-REJEITADAS.
058900     PERFORM 1210-LER-CONVERSAO
059000         THRU 1210-LER-CONVERSAO-EXIT.
059100     PERFORM 1220-GUARDAR-CONVERSAO
059200         THRU 1220-GUARDAR-CONVERSAO-EXIT
059300         UNTIL FIM-DA-CONVERSAO.
059400     CLOSE ARQUIVO-DE-CONVERSAO.
059500     MOVE ALL "-" TO LINHA-DO-RELATORIO.
059600     WRITE LINHA-DO-RELATORIO.
059700     IF QTD-DE-CONVERSOES > ZERO
059800         GO TO 1200-CARREGAR-CONVERSOES-EXIT
059900     END-IF.
060000     MOVE "NENHUMA CONVERSAO VALIDA NO CEPCONV - RODADA CANCELADA"
060100         TO LINHA-DO-RELATORIO.
060200     WRITE LINHA-DO-RELATORIO.
060300     DISPLAY "NENHUMA CONVERSAO VALIDA NO CEPCONV - RODADA "
060400         "CANCELADA."
060500     MOVE 8 TO CODIGO-DE-RETORNO-DA-RODADA.
060600     PERFORM 7800-REGISTRAR-FIM
060700         THRU 7800-REGISTRAR-FIM-EXIT.
060800     PERFORM 9999-ENCERRAR
060900         THRU 9999-ENCERRAR-EXIT.
061000     MOVE 8 TO RETURN-CODE.
061100     STOP RUN.
061200 1200-CARREGAR-CONVERSOES-EXIT.
061300     EXIT.
061400*
061500****************************************************************
061600* 1210-LER-CONVERSAO                                           *
061700*     LE O PROXIMO REGISTRO DO ARQUIVO DE CONVERSAO.           *
061800****************************************************************
061900 1210-LER-CONVERSAO.
062000     READ ARQUIVO-DE-CONVERSAO
062100         AT END
062200             SET FIM-DA-CONVERSAO TO TRUE
062300     END-READ.
062400 1210-LER-CONVERSAO-EXIT.
062500     EXIT.
062600*
062700****************************************************************
062800* 1220-GUARDAR-CONVERSAO                                       *
062900*     CRITICA A LINHA LIDA (CEPS NUMERICOS, FAIXA ANTIGA NAO   *
063000*     INVERTIDA, UF NOVA PELA ROTINA COMUM CLIVALID), GUARDA A *
063100*     VALIDA NA TABELA OU LISTA A REJEITADA, E LE A PROXIMA.   *
063200****************************************************************
063300 1220-GUARDAR-CONVERSAO.
063400     ADD 1 TO TOTAL-DE-LINHAS-LIDAS.
063500     MOVE "S" TO SW-LINHA-VALIDA.
063600     MOVE SPACES TO MOTIVO-DA-REJEICAO.
063700     MOVE REGISTRO-DE-CONVERSAO TO REJ-CONTEUDO.
063800     IF CNV-CEP-ANTIGO-FINAL = SPACES
063900         MOVE CNV-CEP-ANTIGO-INICIAL TO CNV-CEP-ANTIGO-FINAL
064000     END-IF.
064100     EVALUATE TRUE
064200         WHEN CNV-CEP-ANTIGO-INICIAL IS NOT NUMERIC OR
064300              CNV-CEP-ANTIGO-FINAL IS NOT NUMERIC
064400             MOVE "N" TO SW-LINHA-VALIDA
064500             MOVE "CEP ANTIGO INVALIDO" TO MOTIVO-DA-REJEICAO
064600         WHEN CNV-CEP-ANTIGO-FINAL < CNV-CEP-ANTIGO-INICIAL
064700             MOVE "N" TO SW-LINHA-VALIDA
064800             MOVE "FAIXA ANTIGA INVERTIDA" TO MOTIVO-DA-REJEICAO
064900         WHEN CNV-CEP-NOVO IS NOT NUMERIC
065000             MOVE "N" TO SW-LINHA-VALIDA
065100             MOVE "CEP NOVO INVALIDO" TO MOTIVO-DA-REJEICAO
065200         WHEN QTD-DE-CONVERSOES NOT LESS THAN 5000
065300             MOVE "N" TO SW-LINHA-VALIDA
065400             MOVE "TABELA DE CONVERSOES CHEIA"
065500                 TO MOTIVO-DA-REJEICAO
065600     END-EVALUATE.
065700     IF LINHA-VALIDA AND CNV-UF-NOVA NOT = SPACES
065800         SET VAL-CAMPO-UF TO TRUE
065900         MOVE CNV-UF-NOVA TO VAL-VALOR
066000         CALL "CLIVALID" USING PARAMETROS-DE-VALIDACAO
066100         IF VAL-INVALIDO
066200             MOVE "N" TO SW-LINHA-VALIDA
066300             MOVE VAL-MENSAGEM TO MOTIVO-DA-REJEICAO
066400         END-IF
066500     END-IF.
066600     IF NOT LINHA-VALIDA
066700         ADD 1 TO TOTAL-DE-LINHAS-REJEITADAS
066800         MOVE TOTAL-DE-LINHAS-LIDAS TO REJ-NUMERO
066900         MOVE MOTIVO-DA-REJEICAO TO REJ-MOTIVO
067000         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-REJEITADA
067100         GO TO 1220-GUARDAR-CONVERSAO-LER
067200     END-IF.
067300     ADD 1 TO QTD-DE-CONVERSOES.
067400     MOVE CNV-CEP-ANTIGO-INICIAL
067500         TO TCV-CEP-INICIAL (QTD-DE-CONVERSOES).
067600     MOVE CNV-CEP-ANTIGO-FINAL
067700         TO TCV-CEP-FINAL (QTD-DE-CONVERSOES).
067800     MOVE CNV-CEP-NOVO    TO TCV-CEP-NOVO (QTD-DE-CONVERSOES).
067900     MOVE CNV-CIDADE-NOVA TO TCV-CIDADE-NOVA (QTD-DE-CONVERSOES).
068000     MOVE CNV-UF-NOVA     TO TCV-UF-NOVA (QTD-DE-CONVERSOES).
068100     MOVE ZERO            TO TCV-QTD-DE-USOS (QTD-DE-CONVERSOES).
068200 1220-GUARDAR-CONVERSAO-LER.
068300     PERFORM 1210-LER-CONVERSAO
068400         THRU 1210-LER-CONVERSAO-EXIT.
068500 1220-GUARDAR-CONVERSAO-EXIT.
068600     EXIT.
068700*
068800****************************************************************
068900* 1300-OBTER-PONTO-DE-REINICIO                                 *
069000*     ABRE O ARQUIVO DE REINICIO, CRIANDO-O NA PRIMEIRA        *
069100*     EXECUCAO, E RECUPERA O ULTIMO CLIENTE JA CONVERTIDO NA   *
069200*     RODADA INTERROMPIDA. HAVENDO PONTO DE CONTROLE, A LEITURA*
069300*     DO CADASTRO RECOMECA NO CLIENTE SEGUINTE.                *
069400****************************************************************
069500 1300-OBTER-PONTO-DE-REINICIO.
069600     OPEN I-O ARQUIVO-DE-REINICIO.
069700     IF REINICIO-NAO-ENCONTRADO
069800         OPEN OUTPUT ARQUIVO-DE-REINICIO
069900         MOVE "CLICEPR" TO ID-DO-JOB-REINICIO
070000         MOVE ZERO      TO QTD-PROCESSADA-REINICIO
070100         WRITE REGISTRO-DE-REINICIO
070200         CLOSE ARQUIVO-DE-REINICIO
070300         OPEN I-O ARQUIVO-DE-REINICIO
070400     END-IF.
070500     IF NOT REINICIO-OK
070600         DISPLAY "ERRO AO ABRIR ARQUIVO-DE-REINICIO, STATUS = "
070700             STATUS-DO-ARQUIVO-REINICIO
070800         STOP RUN
070900     END-IF.
071000     MOVE "CLICEPR" TO ID-DO-JOB-REINICIO.
071100     READ ARQUIVO-DE-REINICIO
071200         INVALID KEY
071300             MOVE ZERO TO QTD-PROCESSADA-REINICIO
071400             WRITE REGISTRO-DE-REINICIO
071500     END-READ.
071600     MOVE QTD-PROCESSADA-REINICIO TO PONTO-DE-REINICIO.
071700     IF PONTO-DE-REINICIO = ZERO
071800         GO TO 1300-OBTER-PONTO-DE-REINICIO-EXIT
071900     END-IF.
072000     DISPLAY "CLICEPR: REINICIO APOS O CLIENTE "
072100         PONTO-DE-REINICIO.
072200     MOVE SPACES TO LINHA-DO-RELATORIO.
072300     STRING "RODADA RETOMADA NO PONTO DE CONTROLE - APOS O "
072400         DELIMITED BY SIZE
072500         "CLIENTE " DELIMITED BY SIZE
072600         PONTO-DE-REINICIO DELIMITED BY SIZE
072700         INTO LINHA-DO-RELATORIO.
072800     WRITE LINHA-DO-RELATORIO.
072900     MOVE PONTO-DE-REINICIO TO ID-DO-CLIENTE-ARQ.
073000     START CLIENTE-FILE
073100         KEY IS GREATER THAN ID-DO-CLIENTE-ARQ
073200         INVALID KEY
073300             SET FIM-DO-ARQUIVO-CLIENTE TO TRUE
073400     END-START.
073500 1300-OBTER-PONTO-DE-REINICIO-EXIT.
073600     EXIT.
073700*
073800****************************************************************
073900* 2000-LER-CLIENTE                                             *
074000*     LE O PROXIMO REGISTRO DE CLIENTE-FILE NA ORDEM DO ID.    *
074100****************************************************************
074200 2000-LER-CLIENTE.
074300     READ CLIENTE-FILE NEXT RECORD
074400         AT END
074500             SET FIM-DO-ARQUIVO-CLIENTE TO TRUE
074600     END-READ.
074700 2000-LER-CLIENTE-EXIT.
074800     EXIT.
074900*
075000****************************************************************
075100* 3000-PROCESSAR-CLIENTE                                       *
075200*     CONVERTE O ENDERECO RESIDENCIAL DO CLIENTE LIDO E OS SEUS*
075300*     ENDERECOS DO ARQUIVO ENDERECO QUE ESTAO NUM CEP ANTIGO.  *
075400*     NA ATUALIZACAO, O CLIENTE COM ALGUM ENDERECO CONVERTIDO  *
075500*     VIRA O PONTO DE CONTROLE; UM CLIENTE SEM CONVERSAO NAO   *
075600*     PRECISA DELE: REPASSA-LO NO REINICIO NAO ALTERA NADA.    *
075700****************************************************************
075800 3000-PROCESSAR-CLIENTE.
075900     ADD 1 TO TOTAL-DE-CLIENTES-LIDOS.
076000     MOVE "N" TO SW-CLIENTE-CONVERTIDO.
076100     MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE.
076200     MOVE REGISTRO-DO-CLIENTE TO IMAGEM-ANTES-DO-CLIENTE.
076300     MOVE "R"                   TO EXA-TIPO.
076400     MOVE CIDADE-DO-CLIENTE-ARQ TO EXA-CIDADE.
076500     MOVE UF-DO-CLIENTE-ARQ     TO EXA-UF.
076600     MOVE CEP-DO-CLIENTE-ARQ    TO EXA-CEP.
076700     PERFORM 3100-CLASSIFICAR-ENDERECO
076800         THRU 3100-CLASSIFICAR-ENDERECO-EXIT.
076900     IF ENDERECO-A-CONVERTER
077000         PERFORM 3200-CONVERTER-RESIDENCIAL
077100             THRU 3200-CONVERTER-RESIDENCIAL-EXIT
077200     END-IF.
077300     IF ENDERECOS-DISPONIVEIS
077400         PERFORM 3300-CONVERTER-OUTROS-ENDERECOS
077500             THRU 3300-CONVERTER-OUTROS-ENDERECOS-EXIT
077600     END-IF.
077700     IF CLIENTE-CONVERTIDO
077800         ADD 1 TO TOTAL-DE-CLIENTES-CONVERTIDOS
077900         IF RODADA-DE-ATUALIZACAO
078000             PERFORM 7000-GRAVAR-PONTO-DE-CONTROLE
078100                 THRU 7000-GRAVAR-PONTO-DE-CONTROLE-EXIT
078200         END-IF
078300     END-IF.
078400     PERFORM 2000-LER-CLIENTE
078500         THRU 2000-LER-CLIENTE-EXIT.
078600 3000-PROCESSAR-CLIENTE-EXIT.
078700     EXIT.
078800*
078900****************************************************************
079000* 3100-CLASSIFICAR-ENDERECO                                    *
079100*     PROCURA O CEP DO ENDERECO EM EXAME NAS FAIXAS ANTIGAS DA *
079200*     TABELA. SEM CONVERSAO O ENDERECO NAO E AFETADO; COM      *
079300*     CONVERSOES DE DESTINOS DIFERENTES E AMBIGUO. COM UM SO   *
079400*     DESTINO MONTA O ENDERECO CONVERTIDO (CIDADE E UF EM      *
079500*     BRANCO NA CONVERSAO MANTEM AS DO ENDERECO) E O CONFERE   *
079600*     PELA ROTINA COMUM CLICEPV; SE NAO CONFERE, O ENDERECO    *
079700*     FICA NAO RESOLVIDO. AMBIGUO E NAO RESOLVIDO JA SAEM NO   *
079800*     RELATORIO AQUI.                                          *
079900****************************************************************
080000 3100-CLASSIFICAR-ENDERECO.
080100     SET ENDERECO-NAO-AFETADO TO TRUE.
080200     MOVE SPACES TO ENDERECO-CONVERTIDO.
080300     IF EXA-CEP IS NOT NUMERIC
080400         GO TO 3100-CLASSIFICAR-ENDERECO-EXIT
080500     END-IF.
080600     MOVE EXA-CEP TO CEP-EM-EXAME.
080700     MOVE ZERO TO IND-CONVERSAO.
080800     MOVE ZERO TO IND-CONVERSAO-ACHADA.
080900     MOVE ZERO TO QTD-DE-CONVERSOES-ACHADAS.
081000     MOVE "N" TO SW-DESTINOS-DIFERENTES.
081100     PERFORM 3110-CONFERIR-CONVERSAO
081200         THRU 3110-CONFERIR-CONVERSAO-EXIT
081300         UNTIL IND-CONVERSAO NOT LESS THAN QTD-DE-CONVERSOES.
081400     IF IND-CONVERSAO-ACHADA = ZERO
081500         GO TO 3100-CLASSIFICAR-ENDERECO-EXIT
081600     END-IF.
081700     IF DESTINOS-DIFERENTES
081800         SET ENDERECO-AMBIGUO TO TRUE
081900         ADD 1 TO TOTAL-DE-AMBIGUOS
082000         MOVE QTD-DE-CONVERSOES-ACHADAS TO QUANTIDADE-EDITADA
082100         MOVE "AMBIGUA" TO DET-SITUACAO
082200         MOVE SPACES TO DET-OBSERVACAO
082300         STRING QUANTIDADE-EDITADA DELIMITED BY SIZE
082400             " CONVERSOES COM DESTINOS DIFERENTES"
082500             DELIMITED BY SIZE
082600             INTO DET-OBSERVACAO
082700         PERFORM 3900-IMPRIMIR-DETALHE
082800             THRU 3900-IMPRIMIR-DETALHE-EXIT
082900         GO TO 3100-CLASSIFICAR-ENDERECO-EXIT
083000     END-IF.
083100     MOVE TCV-CEP-NOVO (IND-CONVERSAO-ACHADA) TO CVT-CEP.
083200     MOVE EXA-CIDADE TO CVT-CIDADE.
083300     IF TCV-CIDADE-NOVA (IND-CONVERSAO-ACHADA) NOT = SPACES
083400         MOVE TCV-CIDADE-NOVA (IND-CONVERSAO-ACHADA) TO CVT-CIDADE
083500     END-IF.
083600     MOVE EXA-UF TO CVT-UF.
083700     IF TCV-UF-NOVA (IND-CONVERSAO-ACHADA) NOT = SPACES
083800         MOVE TCV-UF-NOVA (IND-CONVERSAO-ACHADA) TO CVT-UF
083900     END-IF.
084000     IF CVT-CEP = EXA-CEP AND CVT-CIDADE = EXA-CIDADE AND
084100         CVT-UF = EXA-UF
084200         GO TO 3100-CLASSIFICAR-ENDERECO-EXIT
084300     END-IF.
084400     MOVE CVT-CEP    TO CEP-VALOR-DO-CEP.
084500     MOVE CVT-UF     TO CEP-UF-INFORMADA.
084600     MOVE CVT-CIDADE TO CEP-CIDADE-INFORMADA.
084700     CALL "CLICEPV" USING PARAMETROS-DE-CEP.
084800     IF CEP-NAO-CONFERE
084900         SET ENDERECO-NAO-RESOLVIDO TO TRUE
085000         ADD 1 TO TOTAL-DE-NAO-RESOLVIDOS
085100         MOVE "NAO RESOLVIDA" TO DET-SITUACAO
085200         MOVE CEP-MENSAGEM TO DET-OBSERVACAO
085300         PERFORM 3900-IMPRIMIR-DETALHE
085400             THRU 3900-IMPRIMIR-DETALHE-EXIT
085500         GO TO 3100-CLASSIFICAR-ENDERECO-EXIT
085600     END-IF.
085700     SET ENDERECO-A-CONVERTER TO TRUE.
085800     MOVE "N" TO SW-ALTEROU-CIDADE SW-ALTEROU-UF SW-ALTEROU-CEP.
085900     IF CVT-CIDADE NOT = EXA-CIDADE
086000         MOVE "S" TO SW-ALTEROU-CIDADE
086100     END-IF.
086200     IF CVT-UF NOT = EXA-UF
086300         MOVE "S" TO SW-ALTEROU-UF
086400     END-IF.
086500     IF CVT-CEP NOT = EXA-CEP
086600         MOVE "S" TO SW-ALTEROU-CEP
086700     END-IF.
086800 3100-CLASSIFICAR-ENDERECO-EXIT.
086900     EXIT.
087000*
087100****************************************************************
087200* 3110-CONFERIR-CONVERSAO                                      *
087300*     CONFERE SE O CEP EM EXAME CAI NA FAIXA ANTIGA DA PROXIMA *
087400*     CONVERSAO DA TABELA, GUARDANDO A PRIMEIRA QUE O COBRE E  *
087500*     MARCANDO QUANDO OUTRA O LEVA A UM DESTINO DIFERENTE.     *
087600****************************************************************
087700 3110-CONFERIR-CONVERSAO.
087800     ADD 1 TO IND-CONVERSAO.
087900     IF CEP-EM-EXAME < TCV-CEP-INICIAL (IND-CONVERSAO) OR
088000         CEP-EM-EXAME > TCV-CEP-FINAL (IND-CONVERSAO)
088100         GO TO 3110-CONFERIR-CONVERSAO-EXIT
088200     END-IF.
088300     ADD 1 TO QTD-DE-CONVERSOES-ACHADAS.
088400     IF IND-CONVERSAO-ACHADA = ZERO
088500         MOVE IND-CONVERSAO TO IND-CONVERSAO-ACHADA
088600         GO TO 3110-CONFERIR-CONVERSAO-EXIT
088700     END-IF.
088800     IF TCV-CEP-NOVO (IND-CONVERSAO) NOT =
088900            TCV-CEP-NOVO (IND-CONVERSAO-ACHADA) OR
089000        TCV-CIDADE-NOVA (IND-CONVERSAO) NOT =
089100            TCV-CIDADE-NOVA (IND-CONVERSAO-ACHADA) OR
089200        TCV-UF-NOVA (IND-CONVERSAO) NOT =
089300            TCV-UF-NOVA (IND-CONVERSAO-ACHADA)
089400         MOVE "S" TO SW-DESTINOS-DIFERENTES
089500     END-IF.
089600 3110-CONFERIR-CONVERSAO-EXIT.
089700     EXIT.
089800*
089900****************************************************************
090000* 3200-CONVERTER-RESIDENCIAL                                   *
090100*     APLICA NO CLIENTE LIDO O ENDERECO CONVERTIDO, REGRAVA-O, *
090200*     JORNALIZA A ALTERACAO E REGISTRA CADA CAMPO ALTERADO NO  *
090300*     LOG DE AUDITORIA. NA SIMULACAO SO IMPRIME A OCORRENCIA.  *
090400****************************************************************
090500 3200-CONVERTER-RESIDENCIAL.
090600     ADD 1 TO TCV-QTD-DE-USOS (IND-CONVERSAO-ACHADA).
090700     MOVE SPACES TO DET-OBSERVACAO.
090800     IF RODADA-DE-SIMULACAO
090900         ADD 1 TO TOTAL-DE-ENDERECOS-CONVERTIDOS
091000         MOVE "S" TO SW-CLIENTE-CONVERTIDO
091100         MOVE "SIMULADA" TO DET-SITUACAO
091200         PERFORM 3900-IMPRIMIR-DETALHE
091300             THRU 3900-IMPRIMIR-DETALHE-EXIT
091400         GO TO 3200-CONVERTER-RESIDENCIAL-EXIT
091500     END-IF.
091600     MOVE CVT-CIDADE TO CIDADE-DO-CLIENTE-ARQ.
091700     MOVE CVT-UF     TO UF-DO-CLIENTE-ARQ.
091800     MOVE CVT-CEP    TO CEP-DO-CLIENTE-ARQ.
091900     REWRITE REGISTRO-DO-CLIENTE.
092000     IF NOT ARQUIVO-OK
092100         DISPLAY "ERRO AO REGRAVAR CLIENTE, STATUS = "
092200             STATUS-DO-ARQUIVO-CLIENTE
092300         ADD 1 TO TOTAL-DE-ERROS-DE-GRAVACAO
092400         MOVE "ERRO" TO DET-SITUACAO
092500         STRING "ERRO AO REGRAVAR CLIENTE, STATUS = "
092600             DELIMITED BY SIZE
092700             STATUS-DO-ARQUIVO-CLIENTE DELIMITED BY SIZE
092800             INTO DET-OBSERVACAO
092900         PERFORM 3900-IMPRIMIR-DETALHE
093000             THRU 3900-IMPRIMIR-DETALHE-EXIT
093100         GO TO 3200-CONVERTER-RESIDENCIAL-EXIT
093200     END-IF.
093300     MOVE IMAGEM-ANTES-DO-CLIENTE TO JRN-IMAGEM-ANTES.
093400     MOVE REGISTRO-DO-CLIENTE     TO JRN-IMAGEM-DEPOIS.
093500     SET JRN-OPERACAO-ALTERACAO TO TRUE.
093600     PERFORM 8500-GRAVAR-JORNAL
093700         THRU 8500-GRAVAR-JORNAL-EXIT.
093800     MOVE "CIDADE-DO-CLIENTE" TO CAMPO-CIDADE-DO-TIPO.
093900     MOVE "UF-DO-CLIENTE"     TO CAMPO-UF-DO-TIPO.
094000     MOVE "CEP-DO-CLIENTE"    TO CAMPO-CEP-DO-TIPO.
094100     PERFORM 3500-AUDITAR-CONVERSAO
094200         THRU 3500-AUDITAR-CONVERSAO-EXIT.
094300     ADD 1 TO TOTAL-DE-ENDERECOS-CONVERTIDOS.
094400     MOVE "S" TO SW-CLIENTE-CONVERTIDO.
094500     MOVE "APLICADA" TO DET-SITUACAO.
094600     PERFORM 3900-IMPRIMIR-DETALHE
094700         THRU 3900-IMPRIMIR-DETALHE-EXIT.
094800 3200-CONVERTER-RESIDENCIAL-EXIT.
094900     EXIT.
095000*
095100****************************************************************
095200* 3300-CONVERTER-OUTROS-ENDERECOS                              *
095300*     PERCORRE NA ORDEM DA CHAVE OS ENDERECOS DE COBRANCA E DE *
095400*     CORRESPONDENCIA DO CLIENTE LIDO.                         *
095500****************************************************************
095600 3300-CONVERTER-OUTROS-ENDERECOS.
095700     MOVE "N" TO SW-FIM-DOS-ENDERECOS.
095800     MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE-END.
095900     SET ENDERECO-DE-COBRANCA-END TO TRUE.
096000     MOVE ZERO TO SEQUENCIA-DO-ENDERECO-END.
096100     START ARQUIVO-DE-ENDERECOS
096200         KEY IS NOT LESS THAN CHAVE-DO-ENDERECO-END
096300         INVALID KEY
096400             MOVE "S" TO SW-FIM-DOS-ENDERECOS
096500     END-START.
096600     PERFORM 3310-EXAMINAR-ENDERECO
096700         THRU 3310-EXAMINAR-ENDERECO-EXIT
096800         UNTIL FIM-DOS-ENDERECOS.
096900 3300-CONVERTER-OUTROS-ENDERECOS-EXIT.
097000     EXIT.
097100*
097200****************************************************************
097300* 3310-EXAMINAR-ENDERECO                                       *
097400*     LE O PROXIMO ENDERECO E, SE AINDA E DO CLIENTE E ESTA EM *
097500*     VIGOR OU COM VIGENCIA FUTURA, O CLASSIFICA E CONVERTE. O *
097600*     ENDERECO JA ENCERRADO E HISTORICO E FICA COMO ESTA.      *
097700****************************************************************
097800 3310-EXAMINAR-ENDERECO.
097900     READ ARQUIVO-DE-ENDERECOS NEXT RECORD
098000         AT END
098100             MOVE "S" TO SW-FIM-DOS-ENDERECOS
098200     END-READ.
098300     IF FIM-DOS-ENDERECOS
098400         GO TO 3310-EXAMINAR-ENDERECO-EXIT
098500     END-IF.
098600     IF ID-DO-CLIENTE-END NOT = ID-DO-CLIENTE-ARQ
098700         MOVE "S" TO SW-FIM-DOS-ENDERECOS
098800         GO TO 3310-EXAMINAR-ENDERECO-EXIT
098900     END-IF.
099000     IF NOT ENDERECO-EM-ABERTO-END AND
099100         FIM-DA-VIGENCIA-END NOT GREATER THAN DATA-DO-DIA
099200         GO TO 3310-EXAMINAR-ENDERECO-EXIT
099300     END-IF.
099400     MOVE TIPO-DO-ENDERECO-END TO EXA-TIPO.
099500     MOVE CIDADE-END           TO EXA-CIDADE.
099600     MOVE UF-END               TO EXA-UF.
099700     MOVE CEP-END              TO EXA-CEP.
099800     PERFORM 3100-CLASSIFICAR-ENDERECO
099900         THRU 3100-CLASSIFICAR-ENDERECO-EXIT.
100000     IF ENDERECO-A-CONVERTER
100100         PERFORM 3400-CONVERTER-ENDERECO
100200             THRU 3400-CONVERTER-ENDERECO-EXIT
100300     END-IF.
100400 3310-EXAMINAR-ENDERECO-EXIT.
100500     EXIT.
100600*
100700****************************************************************
100800* 3400-CONVERTER-ENDERECO                                      *
100900*     APLICA O ENDERECO CONVERTIDO NO REGISTRO DO ARQUIVO      *
101000*     ENDERECO, REGRAVA-O E REGISTRA CADA CAMPO ALTERADO NO LOG*
101100*     DE AUDITORIA. O ARQUIVO ENDERECO NAO E JORNALIZADO (O    *
101200*     JORNAL GUARDA SO IMAGENS DO CLIENTE). NA SIMULACAO SO    *
101300*     IMPRIME A OCORRENCIA.                                    *
101400****************************************************************
101500 3400-CONVERTER-ENDERECO.
101600     ADD 1 TO TCV-QTD-DE-USOS (IND-CONVERSAO-ACHADA).
101700     MOVE SPACES TO DET-OBSERVACAO.
101800     IF RODADA-DE-SIMULACAO
101900         ADD 1 TO TOTAL-DE-ENDERECOS-CONVERTIDOS
102000         MOVE "S" TO SW-CLIENTE-CONVERTIDO
102100         MOVE "SIMULADA" TO DET-SITUACAO
102200         PERFORM 3900-IMPRIMIR-DETALHE
102300             THRU 3900-IMPRIMIR-DETALHE-EXIT
102400         GO TO 3400-CONVERTER-ENDERECO-EXIT
102500     END-IF.
102600     MOVE CVT-CIDADE TO CIDADE-END.
102700     MOVE CVT-UF     TO UF-END.
102800     MOVE CVT-CEP    TO CEP-END.
102900     REWRITE REGISTRO-DE-ENDERECO.
103000     IF NOT ENDERECO-ARQ-OK
103100         DISPLAY "ERRO AO REGRAVAR ENDERECO, STATUS = "
103200             STATUS-DO-ARQUIVO-ENDERECO
103300         ADD 1 TO TOTAL-DE-ERROS-DE-GRAVACAO
103400         MOVE "ERRO" TO DET-SITUACAO
103500         STRING "ERRO AO REGRAVAR ENDERECO, STATUS = "
103600             DELIMITED BY SIZE
103700             STATUS-DO-ARQUIVO-ENDERECO DELIMITED BY SIZE
103800             INTO DET-OBSERVACAO
103900         PERFORM 3900-IMPRIMIR-DETALHE
104000             THRU 3900-IMPRIMIR-DETALHE-EXIT
104100         GO TO 3400-CONVERTER-ENDERECO-EXIT
104200     END-IF.
104300     IF ENDERECO-DE-COBRANCA-END
104400         MOVE "CIDADE-COBRANCA"   TO CAMPO-CIDADE-DO-TIPO
104500         MOVE "UF-COBRANCA"       TO CAMPO-UF-DO-TIPO
104600         MOVE "CEP-COBRANCA"      TO CAMPO-CEP-DO-TIPO
104700     ELSE
104800         MOVE "CIDADE-CORRESP"    TO CAMPO-CIDADE-DO-TIPO
104900         MOVE "UF-CORRESP"        TO CAMPO-UF-DO-TIPO
105000         MOVE "CEP-CORRESP"       TO CAMPO-CEP-DO-TIPO
105100     END-IF.
105200     PERFORM 3500-AUDITAR-CONVERSAO
105300         THRU 3500-AUDITAR-CONVERSAO-EXIT.
105400     ADD 1 TO TOTAL-DE-ENDERECOS-CONVERTIDOS.
105500     MOVE "S" TO SW-CLIENTE-CONVERTIDO.
105600     MOVE "APLICADA" TO DET-SITUACAO.
105700     PERFORM 3900-IMPRIMIR-DETALHE
105800         THRU 3900-IMPRIMIR-DETALHE-EXIT.
105900 3400-CONVERTER-ENDERECO-EXIT.
106000     EXIT.
106100*
106200****************************************************************
106300* 3500-AUDITAR-CONVERSAO                                       *
106400*     REGISTRA NO LOG DE AUDITORIA UM EVENTO DE ALTERACAO POR  *
106500*     CAMPO QUE A CONVERSAO MUDOU (CIDADE, UF E CEP), COM OS   *
106600*     NOMES DE CAMPO DO TIPO DE ENDERECO CONVERTIDO.           *
106700****************************************************************
106800 3500-AUDITAR-CONVERSAO.
106900     MOVE "ALTERACAO" TO TIPO-PARA-AUDITORIA.
107000     IF ALTEROU-CIDADE
107100         MOVE CAMPO-CIDADE-DO-TIPO TO CAMPO-PARA-AUDITORIA
107200         MOVE EXA-CIDADE TO VALOR-ANTIGO-PARA-AUDITORIA
107300         MOVE CVT-CIDADE TO VALOR-NOVO-PARA-AUDITORIA
107400         PERFORM 8000-GRAVAR-AUDITORIA
107500             THRU 8000-GRAVAR-AUDITORIA-EXIT
107600     END-IF.
107700     IF ALTEROU-UF
107800         MOVE CAMPO-UF-DO-TIPO TO CAMPO-PARA-AUDITORIA
107900         MOVE EXA-UF TO VALOR-ANTIGO-PARA-AUDITORIA
108000         MOVE CVT-UF TO VALOR-NOVO-PARA-AUDITORIA
108100         PERFORM 8000-GRAVAR-AUDITORIA
108200             THRU 8000-GRAVAR-AUDITORIA-EXIT
108300     END-IF.
108400     IF ALTEROU-CEP
108500         MOVE CAMPO-CEP-DO-TIPO TO CAMPO-PARA-AUDITORIA
108600         MOVE EXA-CEP TO VALOR-ANTIGO-PARA-AUDITORIA
108700         MOVE CVT-CEP TO VALOR-NOVO-PARA-AUDITORIA
108800         PERFORM 8000-GRAVAR-AUDITORIA
108900             THRU 8000-GRAVAR-AUDITORIA-EXIT
109000     END-IF.
109100 3500-AUDITAR-CONVERSAO-EXIT.
109200     EXIT.
109300*
109400****************************************************************
109500* 3900-IMPRIMIR-DETALHE                                        *
109600*     IMPRIME A LINHA DO ENDERECO EM EXAME COM A SITUACAO E A  *
109700*     OBSERVACAO JA MONTADAS PELO PARAGRAFO CHAMADOR.          *
109800****************************************************************
109900 3900-IMPRIMIR-DETALHE.
110000     MOVE ID-DO-CLIENTE-ARQ   TO DET-ID.
110100     MOVE NOME-DO-CLIENTE-ARQ TO DET-NOME.
110200     MOVE EXA-TIPO            TO DET-TIPO.
110300     MOVE EXA-CEP             TO DET-CEP-ANTIGO.
110400     MOVE CVT-CEP             TO DET-CEP-NOVO.
110500     MOVE CVT-CIDADE          TO DET-CIDADE-NOVA.
110600     MOVE CVT-UF              TO DET-UF-NOVA.
110700     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE.
110800 3900-IMPRIMIR-DETALHE-EXIT.
110900     EXIT.
111000*
111100****************************************************************
111200* 4000-LISTAR-CONVERSOES-SEM-USO                               *
111300*     LISTA AS CONVERSOES QUE NAO ATINGIRAM NENHUM ENDERECO NA *
111400*     RODADA (FAIXA SEM CLIENTES OU JA CONVERTIDA). NUMA RODADA*
111500*     RETOMADA SO CONTAM OS CLIENTES DEPOIS DO PONTO DE        *
111600*     CONTROLE.                                                *
111700****************************************************************
111800 4000-LISTAR-CONVERSOES-SEM-USO.
111900     MOVE ALL "-" TO LINHA-DO-RELATORIO.
112000     WRITE LINHA-DO-RELATORIO.
112100     MOVE ZERO TO IND-CONVERSAO.
112200     PERFORM 4100-CONFERIR-USO
112300         THRU 4100-CONFERIR-USO-EXIT
112400         UNTIL IND-CONVERSAO NOT LESS THAN QTD-DE-CONVERSOES.
112500 4000-LISTAR-CONVERSOES-SEM-USO-EXIT.
112600     EXIT.
112700*
112800****************************************************************
112900* 4100-CONFERIR-USO                                            *
113000*     IMPRIME A PROXIMA CONVERSAO DA TABELA SE ELA NAO FOI     *
113100*     USADA.                                                   *
113200****************************************************************
113300 4100-CONFERIR-USO.
113400     ADD 1 TO IND-CONVERSAO.
113500     IF TCV-QTD-DE-USOS (IND-CONVERSAO) > ZERO
113600         GO TO 4100-CONFERIR-USO-EXIT
113700     END-IF.
113800     ADD 1 TO TOTAL-DE-CONVERSOES-SEM-USO.
113900     MOVE TCV-CEP-INICIAL (IND-CONVERSAO) TO SEM-CEP-INICIAL.
114000     MOVE TCV-CEP-FINAL (IND-CONVERSAO)   TO SEM-CEP-FINAL.
114100     MOVE TCV-CEP-NOVO (IND-CONVERSAO)    TO SEM-CEP-NOVO.
114200     MOVE SPACES TO LINHA-DO-RELATORIO.
114300     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-CONVERSAO-SEM-USO.
114400 4100-CONFERIR-USO-EXIT.
114500     EXIT.
114600*
114700****************************************************************
114800* 5000-IMPRIMIR-TOTAIS                                         *
114900*     IMPRIME O RESUMO DA RENUMERACAO.                         *
115000****************************************************************
115100 5000-IMPRIMIR-TOTAIS.
115200     MOVE ALL "-" TO LINHA-DO-RELATORIO.
115300     WRITE LINHA-DO-RELATORIO.
115400     MOVE "LINHAS LIDAS DO CEPCONV...............: " TO TOT-TEXTO.
115500     MOVE TOTAL-DE-LINHAS-LIDAS TO TOT-QUANTIDADE.
115600     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
115700     MOVE "LINHAS DO CEPCONV REJEITADAS..........: " TO TOT-TEXTO.
115800     MOVE TOTAL-DE-LINHAS-REJEITADAS TO TOT-QUANTIDADE.
115900     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
116000     MOVE "CONVERSOES CARREGADAS.................: " TO TOT-TEXTO.
116100     MOVE QTD-DE-CONVERSOES TO TOT-QUANTIDADE.
116200     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
116300     MOVE "CONVERSOES SEM ENDERECO AFETADO.......: " TO TOT-TEXTO.
116400     MOVE TOTAL-DE-CONVERSOES-SEM-USO TO TOT-QUANTIDADE.
116500     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
116600     MOVE "CLIENTES LIDOS........................: " TO TOT-TEXTO.
116700     MOVE TOTAL-DE-CLIENTES-LIDOS TO TOT-QUANTIDADE.
116800     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
116900     IF RODADA-DE-ATUALIZACAO
117000         MOVE "CLIENTES CONVERTIDOS..................: "
117100             TO TOT-TEXTO
117200     ELSE
117300         MOVE "CLIENTES QUE SERIAM CONVERTIDOS.......: "
117400             TO TOT-TEXTO
117500     END-IF.
117600     MOVE TOTAL-DE-CLIENTES-CONVERTIDOS TO TOT-QUANTIDADE.
117700     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
117800     IF RODADA-DE-ATUALIZACAO
117900         MOVE "ENDERECOS CONVERTIDOS (APLICADAS).....: "
118000             TO TOT-TEXTO
118100     ELSE
118200         MOVE "ENDERECOS QUE SERIAM CONVERTIDOS......: "
118300             TO TOT-TEXTO
118400     END-IF.
118500     MOVE TOTAL-DE-ENDERECOS-CONVERTIDOS TO TOT-QUANTIDADE.
118600     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
118700     MOVE "ENDERECOS AMBIGUOS (NAO CONVERTIDOS)..: " TO TOT-TEXTO.
118800     MOVE TOTAL-DE-AMBIGUOS TO TOT-QUANTIDADE.
118900     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
119000     MOVE "ENDERECOS NAO RESOLVIDOS..............: " TO TOT-TEXTO.
119100     MOVE TOTAL-DE-NAO-RESOLVIDOS TO TOT-QUANTIDADE.
119200     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
119300     MOVE "ERROS DE GRAVACAO.....................: " TO TOT-TEXTO.
119400     MOVE TOTAL-DE-ERROS-DE-GRAVACAO TO TOT-QUANTIDADE.
119500     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
119600 5000-IMPRIMIR-TOTAIS-EXIT.
119700     EXIT.
119800*
119900****************************************************************
120000* 7000-GRAVAR-PONTO-DE-CONTROLE                                *
120100*     GUARDA NO ARQUIVO-DE-REINICIO O ID DO CLIENTE QUE ACABOU *
120200*     DE SER CONVERTIDO, PERMITINDO RETOMAR A RODADA DO CLIENTE*
120300*     SEGUINTE EM CASO DE QUEDA DO JOB.                        *
120400****************************************************************
120500 7000-GRAVAR-PONTO-DE-CONTROLE.
120600     MOVE ID-DO-CLIENTE-ARQ TO QTD-PROCESSADA-REINICIO.
120700     REWRITE REGISTRO-DE-REINICIO.
120800     IF NOT REINICIO-OK
120900         DISPLAY "ERRO AO GRAVAR PONTO DE CONTROLE, STATUS = "
121000             STATUS-DO-ARQUIVO-REINICIO
121100     END-IF.
121200 7000-GRAVAR-PONTO-DE-CONTROLE-EXIT.
121300     EXIT.
121400*
121500****************************************************************
121600* 7600-CONFERIR-DEPENDENCIAS                                   *
121700*     BLOQUEIA A RODADA QUANDO O ULTIMO CLIRECON TERMINOU FORA *
121800*     DE BALANCO (CODIGO DE RETORNO 8 EM RUNCTL) OU QUANDO HA  *
121900*     REINICIO DO CLIBATCH PENDENTE NO ARQUIVO-DE-REINICIO,    *
122000*     PARA NAO CONVERTER UM MESTRE SUSPEITO OU INCOMPLETO.     *
122100****************************************************************
122200 7600-CONFERIR-DEPENDENCIAS.
122300     MOVE "CLIRECON" TO ID-DO-PROGRAMA-RUN.
122400     READ ARQUIVO-DE-CONTROLE-DE-EXECUCAO
122500         INVALID KEY
122600             MOVE SPACES TO SITUACAO-DA-EXECUCAO-RUN
122700     END-READ.
122800     IF EXECUCAO-TERMINADA-RUN AND CODIGO-DE-RETORNO-RUN = 8
122900         DISPLAY "CLICEPR BLOQUEADO - ULTIMO CLIRECON TERMINOU "
123000             "FORA DE BALANCO."
123100         GO TO 7600-CONFERIR-DEPENDENCIAS-BLOQUEAR
123200     END-IF.
123300     OPEN INPUT ARQUIVO-DE-REINICIO.
123400     IF REINICIO-NAO-ENCONTRADO
123500         GO TO 7600-CONFERIR-DEPENDENCIAS-EXIT
123600     END-IF.
123700     IF NOT REINICIO-OK
123800         DISPLAY "ERRO AO ABRIR ARQUIVO-DE-REINICIO, STATUS = "
123900             STATUS-DO-ARQUIVO-REINICIO
124000         STOP RUN
124100     END-IF.
124200     MOVE "CLIBATCH" TO ID-DO-JOB-REINICIO.
124300     READ ARQUIVO-DE-REINICIO
124400         INVALID KEY
124500             MOVE ZERO TO QTD-PROCESSADA-REINICIO
124600     END-READ.
124700     CLOSE ARQUIVO-DE-REINICIO.
124800     IF QTD-PROCESSADA-REINICIO > ZERO
124900         DISPLAY "CLICEPR BLOQUEADO - REINICIO DO CLIBATCH "
125000             "PENDENTE NO PONTO DE CONTROLE."
125100         GO TO 7600-CONFERIR-DEPENDENCIAS-BLOQUEAR
125200     END-IF.
125300     GO TO 7600-CONFERIR-DEPENDENCIAS-EXIT.
125400 7600-CONFERIR-DEPENDENCIAS-BLOQUEAR.
125500     MOVE 8 TO CODIGO-DE-RETORNO-DA-RODADA.
125600     PERFORM 7800-REGISTRAR-FIM
125700         THRU 7800-REGISTRAR-FIM-EXIT.
125800     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
125900     MOVE 8 TO RETURN-CODE.
126000     STOP RUN.
126100 7600-CONFERIR-DEPENDENCIAS-EXIT.
126200     EXIT.
126300*
126400****************************************************************
126500* 7700-REGISTRAR-INICIO                                        *
126600*     ABRE O ARQUIVO DE CONTROLE DE EXECUCAO, CRIANDO-O NA     *
126700*     PRIMEIRA EXECUCAO, E GRAVA O REGISTRO DE INICIO DA       *
126800*     RODADA (SITUACAO "E").                                   *
126900****************************************************************
127000 7700-REGISTRAR-INICIO.
127100     OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
127200     IF EXECUCAO-NAO-ENCONTRADA
127300         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-EXECUCAO
127400         CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO
127500         OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO
127600     END-IF.
127700     IF NOT EXECUCAO-OK
127800         DISPLAY "ERRO AO ABRIR RUNCTL, STATUS = "
127900             STATUS-DO-CONTROLE-DE-EXECUCAO
128000         STOP RUN
128100     END-IF.
128200     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
128300     ACCEPT DATA-DE-INICIO-RUN FROM DATE YYYYMMDD.
128400     ACCEPT HORA-DE-INICIO-RUN FROM TIME.
128500     MOVE ZERO TO DATA-DE-FIM-RUN.
128600     MOVE ZERO TO HORA-DE-FIM-RUN.
128700     MOVE ZERO TO QTD-LIDOS-RUN.
128800     MOVE ZERO TO QTD-GRAVADOS-RUN.
128900     MOVE ZERO TO QTD-REJEITADOS-RUN.
129000     MOVE ZERO TO CODIGO-DE-RETORNO-RUN.
129100     SET EXECUCAO-EM-CURSO-RUN TO TRUE.
129200     WRITE REGISTRO-DE-EXECUCAO
129300         INVALID KEY
129400             REWRITE REGISTRO-DE-EXECUCAO
129500     END-WRITE.
129600     IF NOT EXECUCAO-OK
129700         DISPLAY "ERRO AO GRAVAR RUNCTL, STATUS = "
129800             STATUS-DO-CONTROLE-DE-EXECUCAO
129900         STOP RUN
130000     END-IF.
130100 7700-REGISTRAR-INICIO-EXIT.
130200     EXIT.
130300*
130400****************************************************************
130500* 7800-REGISTRAR-FIM                                           *
130600*     COMPLETA O REGISTRO DE EXECUCAO DA RODADA COM OS TOTAIS  *
130700*     (CLIENTES LIDOS, ENDERECOS CONVERTIDOS - ZERO NA         *
130800*     SIMULACAO - E ENDERECOS NAO CONVERTIDOS), O CODIGO DE    *
130900*     RETORNO E A SITUACAO "T".                                *
131000****************************************************************
131100 7800-REGISTRAR-FIM.
131200     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
131300     READ ARQUIVO-DE-CONTROLE-DE-EXECUCAO
131400         INVALID KEY
131500             DISPLAY "REGISTRO DE EXECUCAO AUSENTE EM RUNCTL."
131600             GO TO 7800-REGISTRAR-FIM-EXIT
131700     END-READ.
131800     ACCEPT DATA-DE-FIM-RUN FROM DATE YYYYMMDD.
131900     ACCEPT HORA-DE-FIM-RUN FROM TIME.
132000     MOVE TOTAL-DE-CLIENTES-LIDOS TO QTD-LIDOS-RUN.
132100     IF RODADA-DE-ATUALIZACAO
132200         MOVE TOTAL-DE-ENDERECOS-CONVERTIDOS TO QTD-GRAVADOS-RUN
132300     ELSE
132400         MOVE ZERO TO QTD-GRAVADOS-RUN
132500     END-IF.
132600     COMPUTE QTD-REJEITADOS-RUN = TOTAL-DE-AMBIGUOS
132700         + TOTAL-DE-NAO-RESOLVIDOS + TOTAL-DE-ERROS-DE-GRAVACAO.
132800     MOVE CODIGO-DE-RETORNO-DA-RODADA TO CODIGO-DE-RETORNO-RUN.
132900     SET EXECUCAO-TERMINADA-RUN TO TRUE.
133000     REWRITE REGISTRO-DE-EXECUCAO.
133100     IF NOT EXECUCAO-OK
133200         DISPLAY "ERRO AO REGRAVAR RUNCTL, STATUS = "
133300             STATUS-DO-CONTROLE-DE-EXECUCAO
133400     END-IF.
133500 7800-REGISTRAR-FIM-EXIT.
133600     EXIT.
133700*
133800****************************************************************
133900* 7900-RESERVAR-NUMERO-DE-EVENTO                               *
134000*     RELE O REGISTRO DE CONTROLE DO LOG DE AUDITORIA,         *
134100*     SEMEANDO-O NA PRIMEIRA EXECUCAO, CALCULA O PROXIMO       *
134200*     NUMERO DE EVENTO E JA O REGRAVA RESERVADO.               *
134300****************************************************************
134400 7900-RESERVAR-NUMERO-DE-EVENTO.
134500     MOVE "AUDITLOG" TO ID-DO-CONTROLE-DE-AUDITORIA.
134600     READ ARQUIVO-DE-CONTROLE-DE-AUDITORIA
134700         INVALID KEY
134800             MOVE ZERO TO ULTIMO-NUMERO-DE-EVENTO
134900             WRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA
135000     END-READ.
135100     ADD 1 TO ULTIMO-NUMERO-DE-EVENTO.
135200     REWRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA.
135300     IF NOT CONTROLE-DE-AUD-OK
135400         DISPLAY "ERRO AO RESERVAR NUMERO DE EVENTO, STATUS = "
135500             STATUS-DO-CONTROLE-DE-AUDITORIA
135600         STOP RUN
135700     END-IF.
135800 7900-RESERVAR-NUMERO-DE-EVENTO-EXIT.
135900     EXIT.
136000*
136100****************************************************************
136200* 8000-GRAVAR-AUDITORIA                                        *
136300*     MONTA E GRAVA UM REGISTRO NO LOG-DE-AUDITORIA A PARTIR   *
136400*     DOS PARAMETROS-DE-AUDITORIA JA PREENCHIDOS PELO          *
136500*     PARAGRAFO CHAMADOR.                                      *
136600****************************************************************
136700 8000-GRAVAR-AUDITORIA.
136800     ACCEPT DATA-DO-EVENTO FROM DATE YYYYMMDD.
136900     ACCEPT HORA-DO-EVENTO FROM TIME.
137000     MOVE ID-DO-OPERADOR       TO ID-DO-OPERADOR-LOG.
137100     MOVE TIPO-PARA-AUDITORIA  TO TIPO-DO-EVENTO.
137200     MOVE ID-DO-CLIENTE        TO ID-DO-CLIENTE-LOG.
137300     MOVE CAMPO-PARA-AUDITORIA TO CAMPO-ALTERADO.
137400     MOVE VALOR-ANTIGO-PARA-AUDITORIA TO VALOR-ANTIGO.
137500     MOVE VALOR-NOVO-PARA-AUDITORIA   TO VALOR-NOVO.
137600     PERFORM 7900-RESERVAR-NUMERO-DE-EVENTO
137700         THRU 7900-RESERVAR-NUMERO-DE-EVENTO-EXIT.
137800     MOVE ULTIMO-NUMERO-DE-EVENTO TO NUMERO-DO-EVENTO.
137900     WRITE REGISTRO-DE-AUDITORIA.
138000     IF NOT LOG-DE-AUDITORIA-OK
138100         DISPLAY "ERRO AO GRAVAR LOG-DE-AUDITORIA, STATUS = "
138200             STATUS-DO-LOG-DE-AUDITORIA
138300     END-IF.
138400 8000-GRAVAR-AUDITORIA-EXIT.
138500     EXIT.
138600*
138700****************************************************************
138800* 8500-GRAVAR-JORNAL                                           *
138900*     GRAVA NO JORNAL DO ARQUIVO MESTRE A OPERACAO JA MONTADA  *
139000*     PELO PARAGRAFO CHAMADOR (TIPO E IMAGENS ANTES/DEPOIS).   *
139100****************************************************************
139200 8500-GRAVAR-JORNAL.
139300     ACCEPT JRN-DATA-DA-OPERACAO FROM DATE YYYYMMDD.
139400     ACCEPT JRN-HORA-DA-OPERACAO FROM TIME.
139500     MOVE NOME-DO-PROGRAMA TO JRN-PROGRAMA.
139600     MOVE ID-DO-OPERADOR   TO JRN-OPERADOR.
139700     WRITE REGISTRO-DO-JORNAL.
139800     IF NOT JORNAL-OK
139900         DISPLAY "ERRO AO GRAVAR JORNAL, STATUS = "
140000             STATUS-DO-JORNAL
140100     END-IF.
140200 8500-GRAVAR-JORNAL-EXIT.
140300     EXIT.
140400*
140500****************************************************************
140600* 9999-ENCERRAR                                                *
140700*     FECHA OS ARQUIVOS ANTES DO TERMINO DO PROGRAMA. NA       *
140800*     ATUALIZACAO QUE CHEGOU AO FIM DO CADASTRO O PONTO DE     *
140900*     CONTROLE E ZERADO, PARA QUE A PROXIMA RODADA COMECE DO   *
141000*     PRIMEIRO CLIENTE.                                        *
141100****************************************************************
141200 9999-ENCERRAR.
141300     IF RODADA-DE-ATUALIZACAO AND FIM-DO-ARQUIVO-CLIENTE
141400         MOVE ZERO TO QTD-PROCESSADA-REINICIO
141500         REWRITE REGISTRO-DE-REINICIO
141600         IF NOT REINICIO-OK
141700             DISPLAY "ERRO AO ZERAR PONTO DE CONTROLE, STATUS = "
141800                 STATUS-DO-ARQUIVO-REINICIO
141900         END-IF
142000         CLOSE ARQUIVO-DE-REINICIO
142100     END-IF.
142200     IF RODADA-DE-ATUALIZACAO
142300         CLOSE LOG-DE-AUDITORIA
142400         CLOSE ARQUIVO-DE-CONTROLE-DE-AUDITORIA
142500         CLOSE ARQUIVO-DE-JORNAL
142600     END-IF.
142700     IF ENDERECOS-DISPONIVEIS
142800         CLOSE ARQUIVO-DE-ENDERECOS
142900     END-IF.
143000     CLOSE CLIENTE-FILE.
143100     CLOSE RELATORIO-DA-RENUMERACAO.
143200     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
143300 9999-ENCERRAR-EXIT.
143400     EXIT.
