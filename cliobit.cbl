000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CLIOBIT.
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
001400*  15/10/2026 EAC     PROGRAMA ORIGINAL - INTERFACE DO REGISTRO*
001500*                     DE OBITOS DO CARTORIO (REGOBITO): PROCURA*
001600*                     CADA FALECIDO NO ARQUIVO MESTRE PELA     *
001700*                     CHAVE ALTERNATIVA DE NOME E PELA DATA DE *
001800*                     NASCIMENTO. CONFERENCIA EXATA COM UM SO  *
001900*                     CLIENTE INATIVA O CLIENTE (AUDITORIA E   *
002000*                     JORNAL), REGISTRA O MOTIVO "FALECIDO" NO *
002100*                     LOG E GRAVA A MARCA PERMANENTE NO ARQUIVO*
002200*                     OBITO (COPYBOOK OBIREC). CONFERENCIA     *
002300*                     PARCIAL (NOME SEMELHANTE COM NASCIMENTO  *
002400*                     IGUAL, NOME IGUAL COM NASCIMENTO QUASE   *
002500*                     IGUAL OU SEM NASCIMENTO, MAIS DE UM      *
002600*                     CLIENTE IGUAL) VAI PARA A LISTA DE       *
002700*                     REVISAO (REVOBIT) E NAO E APLICADA.      *
002800*                     RESULTADO EM RELOBIT; RODADA EM RUNCTL.  *
002810*  15/10/2026 EAC     A MARCA NO ARQUIVO OBITO PASSOU A LEVAR A*
002820*                     HORA DO REGISTRO, USADA PELO ESTORNO DA  *
002830*                     RODADA (CLIESTO).                        *
002840*  15/10/2026 EAC     A FAIXA DO PRIMEIRO NOME E PERCORRIDA    *
002850*                     DUAS VEZES, EM MAIUSCULAS E SO COM A     *
002860*                     INICIAL MAIUSCULA, PORQUE O CADASTRO     *
002870*                     GUARDA O NOME COMO FOI DIGITADO. CLIENTE *
002880*                     JA VISTO NA 1A. FAIXA NAO E CONTADO.     *
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
004700     SELECT REGISTRO-DE-OBITOS ASSIGN TO "REGOBITO"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS STATUS-DO-REGISTRO-DE-OBITOS.
005000*
005100     SELECT ARQUIVO-DE-OBITOS ASSIGN TO "OBITO"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS ID-DO-CLIENTE-OBI
005500         FILE STATUS IS STATUS-DO-ARQUIVO-OBITO.
005600*
005700     SELECT LOG-DE-AUDITORIA ASSIGN TO "AUDITLOG"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS STATUS-DO-LOG-DE-AUDITORIA.
006000*
006100     SELECT ARQUIVO-DE-CONTROLE-DE-AUDITORIA ASSIGN TO "AUDCTL"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS ID-DO-CONTROLE-DE-AUDITORIA
006500         FILE STATUS IS STATUS-DO-CONTROLE-DE-AUDITORIA.
006600*
006700     SELECT ARQUIVO-DE-JORNAL ASSIGN TO "JORNAL"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS STATUS-DO-JORNAL.
007000*
007100     SELECT RELATORIO-DE-OBITOS ASSIGN TO "RELOBIT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS STATUS-DO-RELATORIO.
007400*
007500     SELECT LISTA-DE-REVISAO ASSIGN TO "REVOBIT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS STATUS-DA-REVISAO.
007800*
007900     SELECT ARQUIVO-DE-CONTROLE-DE-EXECUCAO ASSIGN TO "RUNCTL"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS ID-DO-PROGRAMA-RUN
008300         FILE STATUS IS STATUS-DO-CONTROLE-DE-EXECUCAO.
008400*
008500     SELECT ARQUIVO-DE-REINICIO ASSIGN TO "RESTART"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS ID-DO-JOB-REINICIO
008900         FILE STATUS IS STATUS-DO-ARQUIVO-REINICIO.
009000*
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  CLIENTE-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY CLIREC.
009600*
009700 FD  REGISTRO-DE-OBITOS
009800     LABEL RECORDS ARE STANDARD.
009900*
010000****************************************************************
010100*  LAYOUT DO REGISTRO DE OBITOS DO CARTORIO - UM POR FALECIDO. *
010200*  POSICAO  TAMANHO  CAMPO                                     *
010300*  -------  -------  ------------------------------------      *
010400*  001-060     60    NOME DO FALECIDO (SO AS 30 PRIMEIRAS      *
010500*                    POSICOES SAO COMPARADAS, COMO NO CADASTRO)*
010600*  061-068     08    DATA DE NASCIMENTO (AAAAMMDD)             *
010700*  069-076     08    DATA DO OBITO (AAAAMMDD)                  *
010800****************************************************************
010900 01  REGISTRO-DO-CARTORIO.
011000     05 CRT-NOME.
011100        10 CRT-NOME-DO-CADASTRO  PIC X(30).
011200        10 CRT-NOME-EXCEDENTE    PIC X(30).
011300     05 CRT-DATA-DE-NASCIMENTO   PIC 9(08).
011400     05 CRT-DATA-DO-OBITO        PIC 9(08).
011500*
011600 FD  ARQUIVO-DE-OBITOS
011700     LABEL RECORDS ARE STANDARD.
011800     COPY OBIREC.
011900*
012000 FD  LOG-DE-AUDITORIA
012100     LABEL RECORDS ARE STANDARD.
012200     COPY AUDREC.
012300*
012400 FD  ARQUIVO-DE-CONTROLE-DE-AUDITORIA
012500     LABEL RECORDS ARE STANDARD.
012600     COPY AUCREC.
012700*
012800 FD  ARQUIVO-DE-JORNAL
012900     LABEL RECORDS ARE STANDARD.
013000     COPY JRNREC.
013100*
013200 FD  RELATORIO-DE-OBITOS
013300     LABEL RECORDS ARE STANDARD.
013400 01  LINHA-DO-RELATORIO        PIC X(132).
013500*
013600 FD  LISTA-DE-REVISAO
013700     LABEL RECORDS ARE STANDARD.
013800 01  LINHA-DA-REVISAO          PIC X(132).
013900*
014000 FD  ARQUIVO-DE-CONTROLE-DE-EXECUCAO
014100     LABEL RECORDS ARE STANDARD.
014200     COPY RUNREC.
014300*
014400 FD  ARQUIVO-DE-REINICIO
014500     LABEL RECORDS ARE STANDARD.
014600 01  REGISTRO-DE-REINICIO.
014700     05 ID-DO-JOB-REINICIO      PIC X(08).
014800     05 QTD-PROCESSADA-REINICIO PIC 9(08).
014900*
015000 WORKING-STORAGE SECTION.
015100 01  STATUS-DO-ARQUIVO-CLIENTE PIC X(02).
015200     88 ARQUIVO-OK                VALUE "00".
015300     88 FIM-DO-ARQUIVO-CLIENTE    VALUE "10".
015400     88 REGISTRO-NAO-ENCONTRADO   VALUE "23".
015500*
015600 01  STATUS-DO-REGISTRO-DE-OBITOS PIC X(02).
015700     88 REGISTRO-DE-OBITOS-OK     VALUE "00".
015800     88 FIM-DO-REGISTRO-DE-OBITOS VALUE "10".
015900*
016000 01  STATUS-DO-ARQUIVO-OBITO   PIC X(02).
016100     88 OBITO-ARQ-OK              VALUE "00".
016200     88 OBITO-ARQ-AUSENTE         VALUE "35".
016300*
016400 01  STATUS-DO-LOG-DE-AUDITORIA PIC X(02).
016500     88 LOG-DE-AUDITORIA-OK       VALUE "00".
016600*
016700 01  STATUS-DO-CONTROLE-DE-AUDITORIA PIC X(02).
016800     88 CONTROLE-DE-AUD-OK        VALUE "00".
016900     88 CONTROLE-DE-AUD-AUSENTE   VALUE "35".
017000*
017100 01  STATUS-DO-JORNAL          PIC X(02).
017200     88 JORNAL-OK                 VALUE "00".
017300     88 JORNAL-AUSENTE            VALUE "35".
017400*
017500 01  STATUS-DO-RELATORIO       PIC X(02).
017600     88 RELATORIO-OK              VALUE "00".
017700*
017800 01  STATUS-DA-REVISAO         PIC X(02).
017900     88 REVISAO-OK                VALUE "00".
018000*
018100 01  STATUS-DO-CONTROLE-DE-EXECUCAO PIC X(02).
018200     88 EXECUCAO-OK               VALUE "00".
018300     88 EXECUCAO-NAO-ENCONTRADA   VALUE "35".
018400*
018500 01  STATUS-DO-ARQUIVO-REINICIO PIC X(02).
018600     88 REINICIO-OK                VALUE "00".
018700     88 REINICIO-NAO-ENCONTRADO    VALUE "35".
018800*
018900 01  NOME-DO-PROGRAMA          PIC X(08)  VALUE "CLIOBIT".
019000 01  ID-DO-OPERADOR            PIC X(08)  VALUE "CLIOBIT".
019100 01  ID-DO-CLIENTE             PIC 9(06)  VALUE ZERO.
019200 01  CODIGO-DE-RETORNO-DA-RODADA PIC 9(02) VALUE ZERO.
019300 01  DATA-DO-DIA               PIC 9(08)  VALUE ZERO.
019400 01  IMAGEM-ANTES-DO-CLIENTE   PIC X(181).
019500 01  SITUACAO-ANTES-DO-OBITO   PIC X(01).
019600*
019700 01  CONTADORES-DO-OBITO.
019800     05 TOTAL-DE-OBITOS-LIDOS  PIC 9(07)  VALUE ZERO.
019900     05 TOTAL-REJEITADOS       PIC 9(07)  VALUE ZERO.
020000     05 TOTAL-SEM-CORRESPONDENCIA PIC 9(07) VALUE ZERO.
020100     05 TOTAL-INATIVADOS       PIC 9(07)  VALUE ZERO.
020200     05 TOTAL-JA-INATIVOS      PIC 9(07)  VALUE ZERO.
020300     05 TOTAL-JA-REGISTRADOS   PIC 9(07)  VALUE ZERO.
020400     05 TOTAL-PARA-REVISAO     PIC 9(07)  VALUE ZERO.
020500     05 TOTAL-DE-ERROS-DE-GRAVACAO PIC 9(07) VALUE ZERO.
020600*
020700****************************************************************
020800*  NOME PROCURADO (30 PRIMEIRAS POSICOES DO CARTORIO, EM       *
020900*  MAIUSCULAS) E SEU PRIMEIRO NOME, QUE DELIMITA A FAIXA DA    *
021000*  CHAVE ALTERNATIVA LIDA; O MESMO PARA O CLIENTE EM EXAME.    *
021010*  INICIO-DA-FAIXA E A CHAVE DO START: O PRIMEIRO NOME EM      *
021020*  MAIUSCULAS OU SO COM A INICIAL MAIUSCULA.                   *
021100****************************************************************
021200 01  NOME-PROCURADO            PIC X(30).
021300 01  PRIMEIRO-NOME-PROCURADO   PIC X(30).
021400 01  NOME-EM-EXAME             PIC X(30).
021500 01  PRIMEIRO-NOME-EM-EXAME    PIC X(30).
021510 01  INICIO-DA-FAIXA           PIC X(30).
021520 01  INICIO-DA-FAIXA-R REDEFINES INICIO-DA-FAIXA.
021530     05 LETRA-INICIAL-DA-FAIXA PIC X(01).
021540     05 FILLER                 PIC X(29).
021600 01  LETRAS-MINUSCULAS         PIC X(26)  VALUE
021700     "abcdefghijklmnopqrstuvwxyz".
021800 01  LETRAS-MAIUSCULAS         PIC X(26)  VALUE
021900     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
022000*
022100 01  NASCIMENTO-PROCURADO      PIC 9(08)  VALUE ZERO.
022200 01  NASCIMENTO-PROCURADO-R REDEFINES NASCIMENTO-PROCURADO.
022300     05 PRC-ANO                PIC 9(04).
022400     05 PRC-MES                PIC 9(02).
022500     05 PRC-DIA                PIC 9(02).
022600 01  NASCIMENTO-EM-EXAME       PIC 9(08)  VALUE ZERO.
022700 01  NASCIMENTO-EM-EXAME-R REDEFINES NASCIMENTO-EM-EXAME.
022800     05 EXM-ANO                PIC 9(04).
022900     05 EXM-MES                PIC 9(02).
023000     05 EXM-DIA                PIC 9(02).
023100 01  PARTES-DIFERENTES         PIC 9(01)  VALUE ZERO.
023200*
023300 01  SW-FIM-DA-FAIXA           PIC X(01)  VALUE "N".
023400     88 FIM-DA-FAIXA               VALUE "S".
023500 01  SW-CANDIDATO-EXATO        PIC X(01)  VALUE "N".
023600     88 CANDIDATO-EXATO            VALUE "S".
023610 01  SW-CANDIDATO-REPETIDO     PIC X(01)  VALUE "N".
023620     88 CANDIDATO-REPETIDO         VALUE "S".
023700 01  SW-OBITO-VALIDO           PIC X(01)  VALUE "N".
023800     88 OBITO-VALIDO               VALUE "S".
023900*
024000****************************************************************
024100*  CANDIDATOS DO FALECIDO EM EXAME. OS DE NOME E NASCIMENTO    *
024200*  IGUAIS (EXATOS) ENTRAM NA TABELA E SAO CONTADOS A PARTE; SO *
024300*  UM EXATO E APLICADO. CANDIDATOS ALEM DO LIMITE DA TABELA SO *
024400*  SAO CONTADOS.                                               *
024500****************************************************************
024600 01  TABELA-DE-CANDIDATOS.
024700     05 CANDIDATO OCCURS 20 TIMES.
024800        10 CND-ID              PIC 9(06).
024900        10 CND-NOME            PIC X(30).
025000        10 CND-NASCIMENTO      PIC 9(08).
025100        10 CND-SITUACAO        PIC X(01).
025200        10 CND-MOTIVO          PIC X(40).
025300 01  LIMITE-DE-CANDIDATOS      PIC 9(03)  VALUE 20.
025400 01  QTD-DE-CANDIDATOS         PIC 9(03)  VALUE ZERO.
025500 01  QTD-DE-EXCEDENTES         PIC 9(05)  VALUE ZERO.
025600 01  QTD-DE-EXATOS             PIC 9(03)  VALUE ZERO.
025700 01  ID-DO-EXATO               PIC 9(06)  VALUE ZERO.
025800 01  IND-CANDIDATO             PIC 9(03)  VALUE ZERO.
025900 01  MOTIVO-DO-CANDIDATO       PIC X(40).
026000*
026100 01  DATA-EM-TRABALHO          PIC 9(08)  VALUE ZERO.
026200 01  DATA-EM-TRABALHO-R REDEFINES DATA-EM-TRABALHO.
026300     05 TRB-ANO                PIC 9(04).
026400     05 TRB-MES                PIC 9(02).
026500     05 TRB-DIA                PIC 9(02).
026600*
026700 01  DATA-EDITADA.
026800     05 EDT-DIA                PIC 9(02).
026900     05 FILLER                 PIC X(01)  VALUE "/".
027000     05 EDT-MES                PIC 9(02).
027100     05 FILLER                 PIC X(01)  VALUE "/".
027200     05 EDT-ANO                PIC 9(04).
027300*
027400 01  PARAMETROS-DE-AUDITORIA.
027500     05 TIPO-PARA-AUDITORIA    PIC X(10).
027600     05 CAMPO-PARA-AUDITORIA   PIC X(20).
027700     05 VALOR-ANTIGO-PARA-AUDITORIA PIC X(40).
027800     05 VALOR-NOVO-PARA-AUDITORIA   PIC X(40).
027900*
028000     COPY IDAREC.
028100*
028200 01  LINHA-DE-TITULO.
028300     05 TIT-TEXTO              PIC X(60).
028400     05 FILLER                 PIC X(10)  VALUE "EMISSAO: ".
028500     05 TIT-DATA               PIC X(10).
028600*
028700 01  LINHA-DE-CABECALHO.
028800     05 FILLER                 PIC X(08)  VALUE "CLIENTE".
028900     05 FILLER                 PIC X(32)  VALUE "NOME".
029000     05 FILLER                 PIC X(12)  VALUE "NASCIMENTO".
029100     05 FILLER                 PIC X(12)  VALUE "OBITO".
029200     05 FILLER                 PIC X(40)  VALUE "RESULTADO".
029300*
029400 01  LINHA-DE-DETALHE.
029500     05 DET-ID                 PIC X(06).
029600     05 FILLER                 PIC X(02)  VALUE SPACES.
029700     05 DET-NOME               PIC X(30).
029800     05 FILLER                 PIC X(02)  VALUE SPACES.
029900     05 DET-NASCIMENTO         PIC X(10).
030000     05 FILLER                 PIC X(02)  VALUE SPACES.
030100     05 DET-OBITO              PIC X(10).
030200     05 FILLER                 PIC X(02)  VALUE SPACES.
030300     05 DET-RESULTADO          PIC X(50).
030400*
030500 01  LINHA-DO-FALECIDO.
030600     05 FILLER                 PIC X(10)  VALUE "CARTORIO: ".
030700     05 FAL-NOME               PIC X(60).
030800     05 FILLER                 PIC X(07)  VALUE " NASC. ".
030900     05 FAL-NASCIMENTO         PIC X(10).
031000     05 FILLER                 PIC X(08)  VALUE " OBITO: ".
031100     05 FAL-OBITO              PIC X(10).
031200*
031300 01  LINHA-DO-CANDIDATO.
031400     05 FILLER                 PIC X(04)  VALUE SPACES.
031500     05 CAN-ID                 PIC 9(06).
031600     05 FILLER                 PIC X(02)  VALUE SPACES.
031700     05 CAN-NOME               PIC X(30).
031800     05 FILLER                 PIC X(02)  VALUE SPACES.
031900     05 CAN-NASCIMENTO         PIC X(10).
032000     05 FILLER                 PIC X(02)  VALUE SPACES.
032100     05 CAN-SITUACAO           PIC X(07).
032200     05 FILLER                 PIC X(02)  VALUE SPACES.
032300     05 CAN-MOTIVO             PIC X(40).
032400*
032500 01  LINHA-DE-TOTAL.
032600     05 TOT-TEXTO              PIC X(44).
032700     05 TOT-QUANTIDADE         PIC Z.ZZZ.ZZ9.
032800*
032900 PROCEDURE DIVISION.
033000*
033100****************************************************************
033200* 0000-MAINLINE                                                *
033300*     PARAGRAFO PRINCIPAL - CONTROLA A SEQUENCIA DO PROGRAMA.  *
033400****************************************************************
033500 0000-MAINLINE.
033600     PERFORM 7700-REGISTRAR-INICIO
033700         THRU 7700-REGISTRAR-INICIO-EXIT.
033800     PERFORM 7600-CONFERIR-DEPENDENCIAS
033900         THRU 7600-CONFERIR-DEPENDENCIAS-EXIT.
034000     PERFORM 1000-ABRIR-ARQUIVOS
034100         THRU 1000-ABRIR-ARQUIVOS-EXIT.
034200     PERFORM 2000-LER-OBITO
034300         THRU 2000-LER-OBITO-EXIT.
034400     PERFORM 3000-PROCESSAR-OBITO
034500         THRU 3000-PROCESSAR-OBITO-EXIT
034600         UNTIL FIM-DO-REGISTRO-DE-OBITOS.
034700     PERFORM 5000-IMPRIMIR-TOTAIS
034800         THRU 5000-IMPRIMIR-TOTAIS-EXIT.
034900     IF (TOTAL-PARA-REVISAO > ZERO OR TOTAL-REJEITADOS > ZERO)
035000         AND CODIGO-DE-RETORNO-DA-RODADA < 4
035100         MOVE 4 TO CODIGO-DE-RETORNO-DA-RODADA
035200     END-IF.
035300     IF TOTAL-DE-ERROS-DE-GRAVACAO > ZERO
035400         MOVE 8 TO CODIGO-DE-RETORNO-DA-RODADA
035500     END-IF.
035600     DISPLAY "CLIOBIT: OBITOS LIDOS: " TOTAL-DE-OBITOS-LIDOS
035700         " INATIVADOS: " TOTAL-INATIVADOS
035800         " PARA REVISAO: " TOTAL-PARA-REVISAO.
035900     PERFORM 7800-REGISTRAR-FIM
036000         THRU 7800-REGISTRAR-FIM-EXIT.
036100     PERFORM 9999-ENCERRAR
036200         THRU 9999-ENCERRAR-EXIT.
036300     MOVE CODIGO-DE-RETORNO-DA-RODADA TO RETURN-CODE.
036400     STOP RUN.
036500*
036600****************************************************************
036700* 1000-ABRIR-ARQUIVOS                                          *
036800*     ABRE O REGISTRO DO CARTORIO, O ARQUIVO MESTRE, O ARQUIVO *
036900*     DE OBITOS (CRIANDO-O SE AINDA NAO EXISTE), O LOG DE      *
037000*     AUDITORIA E SEU CONTROLE, O JORNAL E OS RELATORIOS.      *
037100****************************************************************
037200 1000-ABRIR-ARQUIVOS.
037300     ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
037400     OPEN INPUT REGISTRO-DE-OBITOS.
037500     IF NOT REGISTRO-DE-OBITOS-OK
037600         DISPLAY "ERRO AO ABRIR REGOBITO, STATUS = "
037700             STATUS-DO-REGISTRO-DE-OBITOS
037800         STOP RUN
037900     END-IF.
038000     OPEN I-O CLIENTE-FILE.
038100     IF NOT ARQUIVO-OK
038200         DISPLAY "ERRO AO ABRIR CLIENTE-FILE, STATUS = "
038300             STATUS-DO-ARQUIVO-CLIENTE
038400         STOP RUN
038500     END-IF.
038600     OPEN I-O ARQUIVO-DE-OBITOS.
038700     IF OBITO-ARQ-AUSENTE
038800         OPEN OUTPUT ARQUIVO-DE-OBITOS
038900         CLOSE ARQUIVO-DE-OBITOS
039000         OPEN I-O ARQUIVO-DE-OBITOS
039100     END-IF.
039200     IF NOT OBITO-ARQ-OK
039300         DISPLAY "ERRO AO ABRIR OBITO, STATUS = "
039400             STATUS-DO-ARQUIVO-OBITO
039500         STOP RUN
039600     END-IF.
039700     OPEN EXTEND LOG-DE-AUDITORIA.
039800     IF NOT LOG-DE-AUDITORIA-OK
039900         DISPLAY "ERRO AO ABRIR LOG-DE-AUDITORIA, STATUS = "
040000             STATUS-DO-LOG-DE-AUDITORIA
040100         STOP RUN
040200     END-IF.
040300     OPEN I-O ARQUIVO-DE-CONTROLE-DE-AUDITORIA.
040400     IF CONTROLE-DE-AUD-AUSENTE
040500         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-AUDITORIA
040600         CLOSE ARQUIVO-DE-CONTROLE-DE-AUDITORIA
040700         OPEN I-O ARQUIVO-DE-CONTROLE-DE-AUDITORIA
040800     END-IF.
040900     IF NOT CONTROLE-DE-AUD-OK
041000         DISPLAY "ERRO AO ABRIR AUDCTL, STATUS = "
041100             STATUS-DO-CONTROLE-DE-AUDITORIA
041200         STOP RUN
041300     END-IF.
041400     OPEN EXTEND ARQUIVO-DE-JORNAL.
041500     IF JORNAL-AUSENTE
041600         OPEN OUTPUT ARQUIVO-DE-JORNAL
041700     END-IF.
041800     IF NOT JORNAL-OK
041900         DISPLAY "ERRO AO ABRIR JORNAL, STATUS = "
042000             STATUS-DO-JORNAL
042100         STOP RUN
042200     END-IF.
042300     OPEN OUTPUT RELATORIO-DE-OBITOS.
042400     IF NOT RELATORIO-OK
042500         DISPLAY "ERRO AO ABRIR RELOBIT, STATUS = "
042600             STATUS-DO-RELATORIO
042700         STOP RUN
042800     END-IF.
042900     OPEN OUTPUT LISTA-DE-REVISAO.
043000     IF NOT REVISAO-OK
043100         DISPLAY "ERRO AO ABRIR REVOBIT, STATUS = "
043200             STATUS-DA-REVISAO
043300         STOP RUN
043400     END-IF.
043500     MOVE DATA-DO-DIA TO DATA-EM-TRABALHO.
043600     PERFORM 8900-EDITAR-DATA
043700         THRU 8900-EDITAR-DATA-EXIT.
043800     MOVE DATA-EDITADA TO TIT-DATA.
043900     MOVE "REGISTRO DE OBITOS - CLIENTES INATIVADOS" TO TIT-TEXTO.
044000     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TITULO.
044100     MOVE ALL "-" TO LINHA-DO-RELATORIO.
044200     WRITE LINHA-DO-RELATORIO.
044300     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-CABECALHO.
044400     MOVE "REGISTRO DE OBITOS - CONFERENCIAS PARA REVISAO"
044500         TO TIT-TEXTO.
044600     WRITE LINHA-DA-REVISAO FROM LINHA-DE-TITULO.
044700     MOVE "NADA FOI APLICADO - CONFIRME O CLIENTE E INATIVE PELO "
044800         TO LINHA-DA-REVISAO.
044900     WRITE LINHA-DA-REVISAO.
045000     MOVE "MENU DE ALTERACAO DO CADASTRO QUANDO FOR O FALECIDO."
045100         TO LINHA-DA-REVISAO.
045200     WRITE LINHA-DA-REVISAO.
045300     MOVE ALL "-" TO LINHA-DA-REVISAO.
045400     WRITE LINHA-DA-REVISAO.
045500 1000-ABRIR-ARQUIVOS-EXIT.
045600     EXIT.
045700*
045800****************************************************************
045900* 2000-LER-OBITO                                               *
046000*     LE O PROXIMO REGISTRO DO CARTORIO.                       *
046100****************************************************************
046200 2000-LER-OBITO.
046300     READ REGISTRO-DE-OBITOS
046400         AT END
046500             SET FIM-DO-REGISTRO-DE-OBITOS TO TRUE
046600     END-READ.
046700 2000-LER-OBITO-EXIT.
046800     EXIT.
046900*
047000****************************************************************
047100* 3000-PROCESSAR-OBITO                                         *
047200*     VALIDA O FALECIDO LIDO, PERCORRE NA CHAVE ALTERNATIVA OS *
047300*     CLIENTES DE MESMO PRIMEIRO NOME E DECIDE: UM SO CLIENTE  *
047400*     COM NOME E NASCIMENTO IGUAIS E INATIVADO; MAIS DE UM, OU *
047500*     SO CONFERENCIAS PARCIAIS, VAI PARA A REVISAO; NENHUM     *
047600*     CANDIDATO SO E CONTADO (O FALECIDO NAO ERA CLIENTE).     *
047700****************************************************************
047800 3000-PROCESSAR-OBITO.
047900     ADD 1 TO TOTAL-DE-OBITOS-LIDOS.
048000     PERFORM 3100-VALIDAR-OBITO
048100         THRU 3100-VALIDAR-OBITO-EXIT.
048200     IF NOT OBITO-VALIDO
048300         GO TO 3000-PROCESSAR-OBITO-LER
048400     END-IF.
048500     PERFORM 3200-PROCURAR-CANDIDATOS
048600         THRU 3200-PROCURAR-CANDIDATOS-EXIT.
048700     IF QTD-DE-EXATOS = 1
048800         PERFORM 4000-APLICAR-OBITO
048900             THRU 4000-APLICAR-OBITO-EXIT
049000         GO TO 3000-PROCESSAR-OBITO-LER
049100     END-IF.
049200     IF QTD-DE-CANDIDATOS = ZERO
049300         ADD 1 TO TOTAL-SEM-CORRESPONDENCIA
049400         GO TO 3000-PROCESSAR-OBITO-LER
049500     END-IF.
049600     PERFORM 3500-IMPRIMIR-REVISAO
049700         THRU 3500-IMPRIMIR-REVISAO-EXIT.
049800 3000-PROCESSAR-OBITO-LER.
049900     PERFORM 2000-LER-OBITO
050000         THRU 2000-LER-OBITO-EXIT.
050100 3000-PROCESSAR-OBITO-EXIT.
050200     EXIT.
050300*
050400****************************************************************
050500* 3100-VALIDAR-OBITO                                           *
050600*     EXIGE NOME, NASCIMENTO E OBITO PREENCHIDOS E VALIDOS     *
050700*     (ROTINA CLIDADE), NASCIMENTO ATE O OBITO E OBITO ATE A   *
050800*     DATA DA RODADA. O REGISTRO INVALIDO SAI NO RELATORIO COMO*
050900*     REJEITADO.                                               *
051000****************************************************************
051100 3100-VALIDAR-OBITO.
051200     MOVE "N" TO SW-OBITO-VALIDO.
051300     MOVE SPACES TO LINHA-DE-DETALHE.
051400     MOVE CRT-NOME-DO-CADASTRO TO DET-NOME.
051500     MOVE CRT-DATA-DE-NASCIMENTO TO DET-NASCIMENTO.
051600     MOVE CRT-DATA-DO-OBITO TO DET-OBITO.
051700     IF CRT-NOME = SPACES
051800         MOVE "REJEITADO - NOME EM BRANCO" TO DET-RESULTADO
051900         GO TO 3100-VALIDAR-OBITO-REJEITAR
052000     END-IF.
052100     IF CRT-DATA-DE-NASCIMENTO IS NOT NUMERIC OR
052200         CRT-DATA-DE-NASCIMENTO = ZERO
052300         MOVE "REJEITADO - DATA DE NASCIMENTO INVALIDA"
052400             TO DET-RESULTADO
052500         GO TO 3100-VALIDAR-OBITO-REJEITAR
052600     END-IF.
052700     IF CRT-DATA-DO-OBITO IS NOT NUMERIC OR
052800         CRT-DATA-DO-OBITO = ZERO
052900         MOVE "REJEITADO - DATA DO OBITO INVALIDA"
053000             TO DET-RESULTADO
053100         GO TO 3100-VALIDAR-OBITO-REJEITAR
053200     END-IF.
053300     MOVE CRT-DATA-DE-NASCIMENTO TO IDA-DATA-DE-NASCIMENTO.
053400     MOVE CRT-DATA-DO-OBITO TO IDA-DATA-DE-REFERENCIA.
053500     CALL "CLIDADE" USING PARAMETROS-DE-IDADE.
053600     IF IDA-ERRO
053700         MOVE "REJEITADO - NASCIMENTO INVALIDO OU APOS O OBITO"
053800             TO DET-RESULTADO
053900         GO TO 3100-VALIDAR-OBITO-REJEITAR
054000     END-IF.
054100     MOVE CRT-DATA-DO-OBITO TO IDA-DATA-DE-NASCIMENTO.
054200     MOVE DATA-DO-DIA TO IDA-DATA-DE-REFERENCIA.
054300     CALL "CLIDADE" USING PARAMETROS-DE-IDADE.
054400     IF IDA-ERRO
054500         MOVE "REJEITADO - DATA DO OBITO INVALIDA OU FUTURA"
054600             TO DET-RESULTADO
054700         GO TO 3100-VALIDAR-OBITO-REJEITAR
054800     END-IF.
054900     MOVE "S" TO SW-OBITO-VALIDO.
055000     MOVE CRT-DATA-DE-NASCIMENTO TO DATA-EM-TRABALHO.
055100     PERFORM 8900-EDITAR-DATA
055200         THRU 8900-EDITAR-DATA-EXIT.
055300     MOVE DATA-EDITADA TO DET-NASCIMENTO.
055400     MOVE CRT-DATA-DO-OBITO TO DATA-EM-TRABALHO.
055500     PERFORM 8900-EDITAR-DATA
055600         THRU 8900-EDITAR-DATA-EXIT.
055700     MOVE DATA-EDITADA TO DET-OBITO.
055800     GO TO 3100-VALIDAR-OBITO-EXIT.
055900 3100-VALIDAR-OBITO-REJEITAR.
056000     ADD 1 TO TOTAL-REJEITADOS.
056100     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE.
056200 3100-VALIDAR-OBITO-EXIT.
056300     EXIT.
056400*
056500****************************************************************
056600* 3200-PROCURAR-CANDIDATOS                                     *
056700*     POSICIONA A CHAVE ALTERNATIVA DE NOME NO PRIMEIRO NOME DO*
056800*     FALECIDO E EXAMINA OS CLIENTES ATE O PRIMEIRO NOME MUDAR.*
056810*     O CADASTRO GUARDA O NOME COMO FOI DIGITADO E A CHAVE     *
056820*     DISTINGUE MAIUSCULAS DE MINUSCULAS (NOME COM MINUSCULA   *
056830*     VEM APOS OS DE MESMA INICIAL EM MAIUSCULAS): A FAIXA E   *
056840*     PERCORRIDA DUAS VEZES, COM O PRIMEIRO NOME EM MAIUSCULAS *
056850*     E SO COM A INICIAL MAIUSCULA. DENTRO DA FAIXA OS NOMES   *
056860*     SAO COMPARADOS EM MAIUSCULAS.                            *
057000****************************************************************
057100 3200-PROCURAR-CANDIDATOS.
057200     MOVE ZERO TO QTD-DE-CANDIDATOS.
057300     MOVE ZERO TO QTD-DE-EXCEDENTES.
057400     MOVE ZERO TO QTD-DE-EXATOS.
057500     MOVE ZERO TO ID-DO-EXATO.
057600     MOVE "N" TO SW-FIM-DA-FAIXA.
057700     MOVE CRT-NOME-DO-CADASTRO TO NOME-PROCURADO.
057800     INSPECT NOME-PROCURADO CONVERTING LETRAS-MINUSCULAS
057900         TO LETRAS-MAIUSCULAS.
058000     MOVE SPACES TO PRIMEIRO-NOME-PROCURADO.
058100     UNSTRING NOME-PROCURADO DELIMITED BY ALL SPACE
058200         INTO PRIMEIRO-NOME-PROCURADO.
058300     IF PRIMEIRO-NOME-PROCURADO = SPACES
058400         GO TO 3200-PROCURAR-CANDIDATOS-EXIT
058500     END-IF.
058600     MOVE CRT-DATA-DE-NASCIMENTO TO NASCIMENTO-PROCURADO.
058610     MOVE PRIMEIRO-NOME-PROCURADO TO INICIO-DA-FAIXA.
058620     PERFORM 3250-PERCORRER-FAIXA
058630         THRU 3250-PERCORRER-FAIXA-EXIT.
058640     MOVE PRIMEIRO-NOME-PROCURADO TO INICIO-DA-FAIXA.
058650     INSPECT INICIO-DA-FAIXA CONVERTING LETRAS-MAIUSCULAS
058660         TO LETRAS-MINUSCULAS.
058670     INSPECT LETRA-INICIAL-DA-FAIXA CONVERTING LETRAS-MINUSCULAS
058680         TO LETRAS-MAIUSCULAS.
058690     IF INICIO-DA-FAIXA = PRIMEIRO-NOME-PROCURADO
058700         GO TO 3200-PROCURAR-CANDIDATOS-EXIT
058710     END-IF.
058720     PERFORM 3250-PERCORRER-FAIXA
058730         THRU 3250-PERCORRER-FAIXA-EXIT.
059600 3200-PROCURAR-CANDIDATOS-EXIT.
059700     EXIT.
059705*
059710****************************************************************
059715* 3250-PERCORRER-FAIXA                                         *
059720*     POSICIONA A CHAVE ALTERNATIVA DE NOME EM INICIO-DA-FAIXA *
059725*     E EXAMINA OS CLIENTES ATE O PRIMEIRO NOME MUDAR.         *
059730****************************************************************
059735 3250-PERCORRER-FAIXA.
059740     MOVE "N" TO SW-FIM-DA-FAIXA.
059745     MOVE INICIO-DA-FAIXA TO NOME-DO-CLIENTE-ARQ.
059750     START CLIENTE-FILE
059755         KEY IS NOT LESS THAN NOME-DO-CLIENTE-ARQ
059760         INVALID KEY
059765             GO TO 3250-PERCORRER-FAIXA-EXIT
059770     END-START.
059775     PERFORM 3300-EXAMINAR-CANDIDATO
059780         THRU 3300-EXAMINAR-CANDIDATO-EXIT
059785         UNTIL FIM-DA-FAIXA.
059790 3250-PERCORRER-FAIXA-EXIT.
059795     EXIT.
059800*
059900****************************************************************
060000* 3300-EXAMINAR-CANDIDATO                                      *
060100*     LE O PROXIMO CLIENTE NA ORDEM DE NOME E O CLASSIFICA:    *
060200*       NOME E NASCIMENTO IGUAIS ............. EXATO           *
060300*       NOME IGUAL, CADASTRO SEM NASCIMENTO .. PARCIAL         *
060400*       NOME IGUAL, UMA SO PARTE DA DATA                       *
060500*       (DIA, MES OU ANO) DIFERENTE .......... PARCIAL         *
060600*       NOME DIFERENTE, NASCIMENTO IGUAL ..... PARCIAL         *
060700*     CLIENTE JA REGISTRADO COMO FALECIDO NAO E CANDIDATO      *
060800*     PARCIAL. CLIENTE JA EXAMINADO NA OUTRA FAIXA E IGNORADO. *
060900****************************************************************
061000 3300-EXAMINAR-CANDIDATO.
061100     READ CLIENTE-FILE NEXT RECORD
061200         AT END
061300             SET FIM-DA-FAIXA TO TRUE
061400             GO TO 3300-EXAMINAR-CANDIDATO-EXIT
061500     END-READ.
061600     MOVE NOME-DO-CLIENTE-ARQ TO NOME-EM-EXAME.
061700     INSPECT NOME-EM-EXAME CONVERTING LETRAS-MINUSCULAS
061800         TO LETRAS-MAIUSCULAS.
061900     MOVE SPACES TO PRIMEIRO-NOME-EM-EXAME.
062000     UNSTRING NOME-EM-EXAME DELIMITED BY ALL SPACE
062100         INTO PRIMEIRO-NOME-EM-EXAME.
062200     IF PRIMEIRO-NOME-EM-EXAME NOT = PRIMEIRO-NOME-PROCURADO
062300         SET FIM-DA-FAIXA TO TRUE
062400         GO TO 3300-EXAMINAR-CANDIDATO-EXIT
062500     END-IF.
062510     MOVE "N" TO SW-CANDIDATO-REPETIDO.
062520     MOVE ZERO TO IND-CANDIDATO.
062530     PERFORM 3320-PROCURAR-REPETIDO
062540         THRU 3320-PROCURAR-REPETIDO-EXIT
062550         UNTIL CANDIDATO-REPETIDO
062560            OR IND-CANDIDATO NOT LESS THAN QTD-DE-CANDIDATOS.
062570     IF CANDIDATO-REPETIDO
062580         GO TO 3300-EXAMINAR-CANDIDATO-EXIT
062590     END-IF.
062600     IF DATA-DE-NASCIMENTO-ARQ IS NUMERIC
062700         MOVE DATA-DE-NASCIMENTO-ARQ TO NASCIMENTO-EM-EXAME
062800     ELSE
062900         MOVE ZERO TO NASCIMENTO-EM-EXAME
063000     END-IF.
063100     MOVE SPACES TO MOTIVO-DO-CANDIDATO.
063200     MOVE "N" TO SW-CANDIDATO-EXATO.
063300     IF NOME-EM-EXAME = NOME-PROCURADO
063400         PERFORM 3350-CLASSIFICAR-NOME-IGUAL
063500             THRU 3350-CLASSIFICAR-NOME-IGUAL-EXIT
063600     ELSE
063700         IF NASCIMENTO-EM-EXAME = NASCIMENTO-PROCURADO
063800             MOVE "NASCIMENTO IGUAL, NOME SEMELHANTE"
063900                 TO MOTIVO-DO-CANDIDATO
064000         END-IF
064100     END-IF.
064200     IF MOTIVO-DO-CANDIDATO = SPACES
064300         GO TO 3300-EXAMINAR-CANDIDATO-EXIT
064400     END-IF.
064500     IF NOT CANDIDATO-EXATO
064600         MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE-OBI
064700         READ ARQUIVO-DE-OBITOS
064800             INVALID KEY
064900                 MOVE ZERO TO ID-DO-CLIENTE-OBI
065000         END-READ
065100         IF ID-DO-CLIENTE-OBI NOT = ZERO
065200             GO TO 3300-EXAMINAR-CANDIDATO-EXIT
065300         END-IF
065400     END-IF.
065500     IF QTD-DE-CANDIDATOS NOT LESS THAN LIMITE-DE-CANDIDATOS
065600         ADD 1 TO QTD-DE-EXCEDENTES
065700         GO TO 3300-EXAMINAR-CANDIDATO-EXIT
065800     END-IF.
065900     ADD 1 TO QTD-DE-CANDIDATOS.
066000     MOVE ID-DO-CLIENTE-ARQ TO CND-ID (QTD-DE-CANDIDATOS).
066100     MOVE NOME-DO-CLIENTE-ARQ TO CND-NOME (QTD-DE-CANDIDATOS).
066200     MOVE NASCIMENTO-EM-EXAME
066300         TO CND-NASCIMENTO (QTD-DE-CANDIDATOS).
066400     MOVE SITUACAO-DO-CLIENTE-ARQ
066500         TO CND-SITUACAO (QTD-DE-CANDIDATOS).
066600     MOVE MOTIVO-DO-CANDIDATO TO CND-MOTIVO (QTD-DE-CANDIDATOS).
066700 3300-EXAMINAR-CANDIDATO-EXIT.
066800     EXIT.
066900*
066907****************************************************************
066914* 3320-PROCURAR-REPETIDO                                       *
066921*     CONFERE SE O CLIENTE LIDO JA ESTA NA TABELA DE CANDIDATOS*
066928*     (PERCORRIDO NA FAIXA ANTERIOR).                          *
066935****************************************************************
066942 3320-PROCURAR-REPETIDO.
066949     ADD 1 TO IND-CANDIDATO.
066956     IF CND-ID (IND-CANDIDATO) = ID-DO-CLIENTE-ARQ
066963         MOVE "S" TO SW-CANDIDATO-REPETIDO
066970     END-IF.
066977 3320-PROCURAR-REPETIDO-EXIT.
066984     EXIT.
066991*
067000****************************************************************
067100* 3350-CLASSIFICAR-NOME-IGUAL                                  *
067200*     CLIENTE DE NOME IGUAL: NASCIMENTO IGUAL E CONFERENCIA    *
067300*     EXATA (GUARDA O ID); CADASTRO SEM NASCIMENTO OU COM SO   *
067400*     UMA PARTE DA DATA DIFERENTE (ERRO DE DIGITACAO PROVAVEL) *
067500*     E CONFERENCIA PARCIAL; O RESTO E HOMONIMO E E IGNORADO.  *
067600****************************************************************
067700 3350-CLASSIFICAR-NOME-IGUAL.
067800     IF NASCIMENTO-EM-EXAME = NASCIMENTO-PROCURADO
067900         ADD 1 TO QTD-DE-EXATOS
068000         MOVE "S" TO SW-CANDIDATO-EXATO
068100         MOVE ID-DO-CLIENTE-ARQ TO ID-DO-EXATO
068200         MOVE "NOME E NASCIMENTO IGUAIS"
068300             TO MOTIVO-DO-CANDIDATO
068400         GO TO 3350-CLASSIFICAR-NOME-IGUAL-EXIT
068500     END-IF.
068600     IF NASCIMENTO-EM-EXAME = ZERO
068700         MOVE "NOME IGUAL, CADASTRO SEM NASCIMENTO"
068800             TO MOTIVO-DO-CANDIDATO
068900         GO TO 3350-CLASSIFICAR-NOME-IGUAL-EXIT
069000     END-IF.
069100     MOVE ZERO TO PARTES-DIFERENTES.
069200     IF EXM-ANO NOT = PRC-ANO
069300         ADD 1 TO PARTES-DIFERENTES
069400     END-IF.
069500     IF EXM-MES NOT = PRC-MES
069600         ADD 1 TO PARTES-DIFERENTES
069700     END-IF.
069800     IF EXM-DIA NOT = PRC-DIA
069900         ADD 1 TO PARTES-DIFERENTES
070000     END-IF.
070100     IF PARTES-DIFERENTES = 1
070200         MOVE "NOME IGUAL, NASCIMENTO QUASE IGUAL"
070300             TO MOTIVO-DO-CANDIDATO
070400     END-IF.
070500 3350-CLASSIFICAR-NOME-IGUAL-EXIT.
070600     EXIT.
070700*
070800****************************************************************
070900* 3500-IMPRIMIR-REVISAO                                        *
071000*     IMPRIME NA LISTA DE REVISAO O FALECIDO DO CARTORIO E OS  *
071100*     CLIENTES CANDIDATOS, SEM APLICAR NADA.                   *
071200****************************************************************
071300 3500-IMPRIMIR-REVISAO.
071400     ADD 1 TO TOTAL-PARA-REVISAO.
071500     MOVE SPACES TO LINHA-DA-REVISAO.
071600     WRITE LINHA-DA-REVISAO.
071700     MOVE CRT-NOME TO FAL-NOME.
071800     MOVE DET-NASCIMENTO TO FAL-NASCIMENTO.
071900     MOVE DET-OBITO TO FAL-OBITO.
072000     WRITE LINHA-DA-REVISAO FROM LINHA-DO-FALECIDO.
072100     IF QTD-DE-EXATOS > 1
072200         MOVE SPACES TO LINHA-DA-REVISAO
072300         STRING "    MAIS DE UM CLIENTE COM NOME E NASCIMENTO "
072400             DELIMITED BY SIZE
072500             "IGUAIS" DELIMITED BY SIZE
072600             INTO LINHA-DA-REVISAO
072700         WRITE LINHA-DA-REVISAO
072800     END-IF.
072900     MOVE ZERO TO IND-CANDIDATO.
073000     PERFORM 3550-IMPRIMIR-CANDIDATO
073100         THRU 3550-IMPRIMIR-CANDIDATO-EXIT
073200         UNTIL IND-CANDIDATO NOT LESS THAN QTD-DE-CANDIDATOS.
073300     IF QTD-DE-EXCEDENTES > ZERO
073400         MOVE SPACES TO LINHA-DA-REVISAO
073500         STRING "    E MAIS " DELIMITED BY SIZE
073600             QTD-DE-EXCEDENTES DELIMITED BY SIZE
073700             " CANDIDATO(S) NAO LISTADO(S)" DELIMITED BY SIZE
073800             INTO LINHA-DA-REVISAO
073900         WRITE LINHA-DA-REVISAO
074000     END-IF.
074100 3500-IMPRIMIR-REVISAO-EXIT.
074200     EXIT.
074300*
074400****************************************************************
074500* 3550-IMPRIMIR-CANDIDATO                                      *
074600*     IMPRIME O PROXIMO CANDIDATO DA TABELA.                   *
074700****************************************************************
074800 3550-IMPRIMIR-CANDIDATO.
074900     ADD 1 TO IND-CANDIDATO.
075000     MOVE CND-ID (IND-CANDIDATO) TO CAN-ID.
075100     MOVE CND-NOME (IND-CANDIDATO) TO CAN-NOME.
075200     IF CND-NASCIMENTO (IND-CANDIDATO) = ZERO
075300         MOVE "SEM DATA" TO CAN-NASCIMENTO
075400     ELSE
075500         MOVE CND-NASCIMENTO (IND-CANDIDATO) TO DATA-EM-TRABALHO
075600         PERFORM 8900-EDITAR-DATA
075700             THRU 8900-EDITAR-DATA-EXIT
075800         MOVE DATA-EDITADA TO CAN-NASCIMENTO
075900     END-IF.
076000     IF CND-SITUACAO (IND-CANDIDATO) = "A"
076100         MOVE "ATIVO" TO CAN-SITUACAO
076200     ELSE
076300         MOVE "INATIVO" TO CAN-SITUACAO
076400     END-IF.
076500     MOVE CND-MOTIVO (IND-CANDIDATO) TO CAN-MOTIVO.
076600     WRITE LINHA-DA-REVISAO FROM LINHA-DO-CANDIDATO.
076700 3550-IMPRIMIR-CANDIDATO-EXIT.
076800     EXIT.
076900*
077000****************************************************************
077100* 4000-APLICAR-OBITO                                           *
077200*     RELE O CLIENTE DA CONFERENCIA EXATA PELA CHAVE PRIMARIA. *
077300*     CLIENTE JA NO ARQUIVO DE OBITOS E SO LISTADO. SENAO GRAVA*
077400*     A MARCA DE OBITO, INATIVA O CLIENTE ATIVO (JORNAL E      *
077500*     AUDITORIA DA SITUACAO, COMO NAS DEMAIS INATIVACOES) E    *
077600*     REGISTRA O MOTIVO "FALECIDO" NO LOG DE AUDITORIA.        *
077700****************************************************************
077800 4000-APLICAR-OBITO.
077900     MOVE ID-DO-EXATO TO DET-ID.
078000     MOVE ID-DO-EXATO TO ID-DO-CLIENTE-ARQ.
078100     READ CLIENTE-FILE KEY IS ID-DO-CLIENTE-ARQ
078200         INVALID KEY
078300             SET REGISTRO-NAO-ENCONTRADO TO TRUE
078400     END-READ.
078500     IF REGISTRO-NAO-ENCONTRADO
078600         ADD 1 TO TOTAL-DE-ERROS-DE-GRAVACAO
078700         MOVE "ERRO - CLIENTE NAO RELIDO" TO DET-RESULTADO
078800         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE
078900         GO TO 4000-APLICAR-OBITO-EXIT
079000     END-IF.
079100     MOVE NOME-DO-CLIENTE-ARQ TO DET-NOME.
079200     MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE-OBI.
079300     READ ARQUIVO-DE-OBITOS
079400         INVALID KEY
079500             MOVE ZERO TO ID-DO-CLIENTE-OBI
079600     END-READ.
079700     IF ID-DO-CLIENTE-OBI NOT = ZERO
079800         ADD 1 TO TOTAL-JA-REGISTRADOS
079900         MOVE "OBITO JA REGISTRADO EM RODADA ANTERIOR"
080000             TO DET-RESULTADO
080100         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE
080200         GO TO 4000-APLICAR-OBITO-EXIT
080300     END-IF.
080400     MOVE SITUACAO-DO-CLIENTE-ARQ TO SITUACAO-ANTES-DO-OBITO.
080500     MOVE ID-DO-CLIENTE-ARQ        TO ID-DO-CLIENTE-OBI.
080600     MOVE CRT-DATA-DO-OBITO        TO DATA-DO-OBITO-OBI.
080700     MOVE DATA-DO-DIA              TO DATA-DO-REGISTRO-OBI.
080710     ACCEPT HORA-DO-REGISTRO-OBI FROM TIME.
080800     MOVE NOME-DO-PROGRAMA         TO PROGRAMA-DO-REGISTRO-OBI.
080900     MOVE ID-DO-OPERADOR           TO ID-DO-OPERADOR-OBI.
081000     MOVE SITUACAO-ANTES-DO-OBITO  TO SITUACAO-ANTERIOR-OBI.
081100     WRITE REGISTRO-DE-OBITO.
081200     IF NOT OBITO-ARQ-OK
081300         DISPLAY "ERRO AO GRAVAR OBITO, STATUS = "
081400             STATUS-DO-ARQUIVO-OBITO
081500         ADD 1 TO TOTAL-DE-ERROS-DE-GRAVACAO
081600         MOVE "ERRO AO GRAVAR O ARQUIVO DE OBITOS"
081700             TO DET-RESULTADO
081800         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE
081900         GO TO 4000-APLICAR-OBITO-EXIT
082000     END-IF.
082100     MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE.
082200     IF CLIENTE-ATIVO-ARQ
082300         PERFORM 4100-INATIVAR-CLIENTE
082400             THRU 4100-INATIVAR-CLIENTE-EXIT
082500     ELSE
082600         ADD 1 TO TOTAL-JA-INATIVOS
082700         MOVE "JA INATIVO - OBITO REGISTRADO" TO DET-RESULTADO
082800     END-IF.
082900     MOVE "OBITO" TO TIPO-PARA-AUDITORIA.
083000     MOVE "MOTIVO-INATIVACAO" TO CAMPO-PARA-AUDITORIA.
083100     MOVE SPACES TO VALOR-ANTIGO-PARA-AUDITORIA.
083200     MOVE SPACES TO VALOR-NOVO-PARA-AUDITORIA.
083300     STRING "FALECIDO - OBITO EM " DELIMITED BY SIZE
083400         DET-OBITO DELIMITED BY SIZE
083500         INTO VALOR-NOVO-PARA-AUDITORIA.
083600     PERFORM 8000-GRAVAR-AUDITORIA
083700         THRU 8000-GRAVAR-AUDITORIA-EXIT.
083800     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE.
083900 4000-APLICAR-OBITO-EXIT.
084000     EXIT.
084100*
084200****************************************************************
084300* 4100-INATIVAR-CLIENTE                                        *
084400*     PASSA O CLIENTE A INATIVO, REGRAVA O MESTRE E REGISTRA A *
084500*     ALTERACAO NO JORNAL E NO LOG DE AUDITORIA.               *
084600****************************************************************
084700 4100-INATIVAR-CLIENTE.
084800     MOVE REGISTRO-DO-CLIENTE TO IMAGEM-ANTES-DO-CLIENTE.
084900     SET CLIENTE-INATIVO-ARQ TO TRUE.
085000     REWRITE REGISTRO-DO-CLIENTE.
085100     IF NOT ARQUIVO-OK
085200         DISPLAY "ERRO AO REGRAVAR CLIENTE, STATUS = "
085300             STATUS-DO-ARQUIVO-CLIENTE
085400         ADD 1 TO TOTAL-DE-ERROS-DE-GRAVACAO
085500         MOVE "ERRO AO INATIVAR - OBITO REGISTRADO"
085600             TO DET-RESULTADO
085700         GO TO 4100-INATIVAR-CLIENTE-EXIT
085800     END-IF.
085900     MOVE IMAGEM-ANTES-DO-CLIENTE TO JRN-IMAGEM-ANTES.
086000     MOVE REGISTRO-DO-CLIENTE     TO JRN-IMAGEM-DEPOIS.
086100     SET JRN-OPERACAO-ALTERACAO TO TRUE.
086200     PERFORM 8500-GRAVAR-JORNAL
086300         THRU 8500-GRAVAR-JORNAL-EXIT.
086400     MOVE "ALTERACAO" TO TIPO-PARA-AUDITORIA.
086500     MOVE "SITUACAO-DO-CLIENTE" TO CAMPO-PARA-AUDITORIA.
086600     MOVE "ATIVO" TO VALOR-ANTIGO-PARA-AUDITORIA.
086700     MOVE "INATIVO" TO VALOR-NOVO-PARA-AUDITORIA.
086800     PERFORM 8000-GRAVAR-AUDITORIA
086900         THRU 8000-GRAVAR-AUDITORIA-EXIT.
087000     ADD 1 TO TOTAL-INATIVADOS.
087100     MOVE "INATIVADO - FALECIDO" TO DET-RESULTADO.
087200 4100-INATIVAR-CLIENTE-EXIT.
087300     EXIT.
087400*
087500****************************************************************
087600* 5000-IMPRIMIR-TOTAIS                                         *
087700*     IMPRIME O RESUMO DA RODADA NO RELATORIO E O TOTAL DA     *
087800*     LISTA DE REVISAO.                                        *
087900****************************************************************
088000 5000-IMPRIMIR-TOTAIS.
088100     MOVE ALL "-" TO LINHA-DO-RELATORIO.
088200     WRITE LINHA-DO-RELATORIO.
088300     MOVE "REGISTROS DO CARTORIO LIDOS.................: "
088400         TO TOT-TEXTO.
088500     MOVE TOTAL-DE-OBITOS-LIDOS TO TOT-QUANTIDADE.
088600     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
088700     MOVE "REJEITADOS (DADOS INVALIDOS)................: "
088800         TO TOT-TEXTO.
088900     MOVE TOTAL-REJEITADOS TO TOT-QUANTIDADE.
089000     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
089100     MOVE "SEM CORRESPONDENCIA NO CADASTRO.............: "
089200         TO TOT-TEXTO.
089300     MOVE TOTAL-SEM-CORRESPONDENCIA TO TOT-QUANTIDADE.
089400     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
089500     MOVE "CLIENTES INATIVADOS POR OBITO...............: "
089600         TO TOT-TEXTO.
089700     MOVE TOTAL-INATIVADOS TO TOT-QUANTIDADE.
089800     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
089900     MOVE "OBITOS REGISTRADOS DE CLIENTES JA INATIVOS..: "
090000         TO TOT-TEXTO.
090100     MOVE TOTAL-JA-INATIVOS TO TOT-QUANTIDADE.
090200     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
090300     MOVE "OBITOS JA REGISTRADOS ANTES.................: "
090400         TO TOT-TEXTO.
090500     MOVE TOTAL-JA-REGISTRADOS TO TOT-QUANTIDADE.
090600     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
090700     MOVE "ENVIADOS PARA REVISAO (REVOBIT).............: "
090800         TO TOT-TEXTO.
090900     MOVE TOTAL-PARA-REVISAO TO TOT-QUANTIDADE.
091000     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
091100     MOVE "ERROS DE GRAVACAO...........................: "
091200         TO TOT-TEXTO.
091300     MOVE TOTAL-DE-ERROS-DE-GRAVACAO TO TOT-QUANTIDADE.
091400     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
091500     MOVE SPACES TO LINHA-DA-REVISAO.
091600     WRITE LINHA-DA-REVISAO.
091700     MOVE ALL "-" TO LINHA-DA-REVISAO.
091800     WRITE LINHA-DA-REVISAO.
091900     MOVE "FALECIDOS PARA REVISAO......................: "
092000         TO TOT-TEXTO.
092100     MOVE TOTAL-PARA-REVISAO TO TOT-QUANTIDADE.
092200     WRITE LINHA-DA-REVISAO FROM LINHA-DE-TOTAL.
092300 5000-IMPRIMIR-TOTAIS-EXIT.
092400     EXIT.
092500*
092600****************************************************************
092700* 7600-CONFERIR-DEPENDENCIAS                                   *
092800*     BLOQUEIA A RODADA QUANDO O ULTIMO CLIRECON TERMINOU FORA *
092900*     DE BALANCO (CODIGO DE RETORNO 8 EM RUNCTL) OU QUANDO HA  *
093000*     REINICIO DO CLIBATCH PENDENTE NO ARQUIVO-DE-REINICIO,    *
093100*     PARA NAO INATIVAR SOBRE UM MESTRE SUSPEITO OU INCOMPLETO.*
093200****************************************************************
093300 7600-CONFERIR-DEPENDENCIAS.
093400     MOVE "CLIRECON" TO ID-DO-PROGRAMA-RUN.
093500     READ ARQUIVO-DE-CONTROLE-DE-EXECUCAO
093600         INVALID KEY
093700             MOVE SPACES TO SITUACAO-DA-EXECUCAO-RUN
093800     END-READ.
093900     IF EXECUCAO-TERMINADA-RUN AND CODIGO-DE-RETORNO-RUN = 8
094000         DISPLAY "CLIOBIT BLOQUEADO - ULTIMO CLIRECON TERMINOU "
094100             "FORA DE BALANCO."
094200         GO TO 7600-CONFERIR-DEPENDENCIAS-BLOQUEAR
094300     END-IF.
094400     OPEN INPUT ARQUIVO-DE-REINICIO.
094500     IF REINICIO-NAO-ENCONTRADO
094600         GO TO 7600-CONFERIR-DEPENDENCIAS-EXIT
094700     END-IF.
094800     IF NOT REINICIO-OK
094900         DISPLAY "ERRO AO ABRIR ARQUIVO-DE-REINICIO, STATUS = "
095000             STATUS-DO-ARQUIVO-REINICIO
095100         STOP RUN
095200     END-IF.
095300     MOVE "CLIBATCH" TO ID-DO-JOB-REINICIO.
095400     READ ARQUIVO-DE-REINICIO
095500         INVALID KEY
095600             MOVE ZERO TO QTD-PROCESSADA-REINICIO
095700     END-READ.
095800     CLOSE ARQUIVO-DE-REINICIO.
095900     IF QTD-PROCESSADA-REINICIO > ZERO
096000         DISPLAY "CLIOBIT BLOQUEADO - REINICIO DO CLIBATCH "
096100             "PENDENTE NO PONTO DE CONTROLE."
096200         GO TO 7600-CONFERIR-DEPENDENCIAS-BLOQUEAR
096300     END-IF.
096400     GO TO 7600-CONFERIR-DEPENDENCIAS-EXIT.
096500 7600-CONFERIR-DEPENDENCIAS-BLOQUEAR.
096600     MOVE 8 TO CODIGO-DE-RETORNO-DA-RODADA.
096700     PERFORM 7800-REGISTRAR-FIM
096800         THRU 7800-REGISTRAR-FIM-EXIT.
096900     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
097000     MOVE 8 TO RETURN-CODE.
097100     STOP RUN.
097200 7600-CONFERIR-DEPENDENCIAS-EXIT.
097300     EXIT.
097400*
097500****************************************************************
097600* 7700-REGISTRAR-INICIO                                        *
097700*     ABRE O ARQUIVO DE CONTROLE DE EXECUCAO, CRIANDO-O NA     *
097800*     PRIMEIRA EXECUCAO, E GRAVA O REGISTRO DE INICIO DA       *
097900*     RODADA (SITUACAO "E").                                   *
098000****************************************************************
098100 7700-REGISTRAR-INICIO.
098200     OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
098300     IF EXECUCAO-NAO-ENCONTRADA
098400         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-EXECUCAO
098500         CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO
098600         OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO
098700     END-IF.
098800     IF NOT EXECUCAO-OK
098900         DISPLAY "ERRO AO ABRIR RUNCTL, STATUS = "
099000             STATUS-DO-CONTROLE-DE-EXECUCAO
099100         STOP RUN
099200     END-IF.
099300     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
099400     ACCEPT DATA-DE-INICIO-RUN FROM DATE YYYYMMDD.
099500     ACCEPT HORA-DE-INICIO-RUN FROM TIME.
099600     MOVE ZERO TO DATA-DE-FIM-RUN.
099700     MOVE ZERO TO HORA-DE-FIM-RUN.
099800     MOVE ZERO TO QTD-LIDOS-RUN.
099900     MOVE ZERO TO QTD-GRAVADOS-RUN.
100000     MOVE ZERO TO QTD-REJEITADOS-RUN.
100100     MOVE ZERO TO CODIGO-DE-RETORNO-RUN.
100200     SET EXECUCAO-EM-CURSO-RUN TO TRUE.
100300     WRITE REGISTRO-DE-EXECUCAO
100400         INVALID KEY
100500             REWRITE REGISTRO-DE-EXECUCAO
100600     END-WRITE.
100700     IF NOT EXECUCAO-OK
100800         DISPLAY "ERRO AO GRAVAR RUNCTL, STATUS = "
100900             STATUS-DO-CONTROLE-DE-EXECUCAO
101000         STOP RUN
101100     END-IF.
101200 7700-REGISTRAR-INICIO-EXIT.
101300     EXIT.
101400*
101500****************************************************************
101600* 7800-REGISTRAR-FIM                                           *
101700*     COMPLETA O REGISTRO DE EXECUCAO DA RODADA COM OS TOTAIS  *
101800*     (REGISTROS DO CARTORIO LIDOS, OBITOS REGISTRADOS E       *
101900*     REJEITADOS MAIS ERROS), O CODIGO DE RETORNO E A          *
102000*     SITUACAO "T".                                            *
102100****************************************************************
102200 7800-REGISTRAR-FIM.
102300     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
102400     READ ARQUIVO-DE-CONTROLE-DE-EXECUCAO
102500         INVALID KEY
102600             DISPLAY "REGISTRO DE EXECUCAO AUSENTE EM RUNCTL."
102700             GO TO 7800-REGISTRAR-FIM-EXIT
102800     END-READ.
102900     ACCEPT DATA-DE-FIM-RUN FROM DATE YYYYMMDD.
103000     ACCEPT HORA-DE-FIM-RUN FROM TIME.
103100     MOVE TOTAL-DE-OBITOS-LIDOS TO QTD-LIDOS-RUN.
103200     COMPUTE QTD-GRAVADOS-RUN =
103300         TOTAL-INATIVADOS + TOTAL-JA-INATIVOS.
103400     COMPUTE QTD-REJEITADOS-RUN =
103500         TOTAL-REJEITADOS + TOTAL-DE-ERROS-DE-GRAVACAO.
103600     MOVE CODIGO-DE-RETORNO-DA-RODADA TO CODIGO-DE-RETORNO-RUN.
103700     SET EXECUCAO-TERMINADA-RUN TO TRUE.
103800     REWRITE REGISTRO-DE-EXECUCAO.
103900     IF NOT EXECUCAO-OK
104000         DISPLAY "ERRO AO REGRAVAR RUNCTL, STATUS = "
104100             STATUS-DO-CONTROLE-DE-EXECUCAO
104200     END-IF.
104300 7800-REGISTRAR-FIM-EXIT.
104400     EXIT.
104500*
104600****************************************************************
104700* 7900-RESERVAR-NUMERO-DE-EVENTO                               *
104800*     RELE O REGISTRO DE CONTROLE DO LOG DE AUDITORIA,         *
104900*     SEMEANDO-O NA PRIMEIRA EXECUCAO, CALCULA O PROXIMO       *
105000*     NUMERO DE EVENTO E JA O REGRAVA RESERVADO.               *
105100****************************************************************
105200 7900-RESERVAR-NUMERO-DE-EVENTO.
105300     MOVE "AUDITLOG" TO ID-DO-CONTROLE-DE-AUDITORIA.
105400     READ ARQUIVO-DE-CONTROLE-DE-AUDITORIA
105500         INVALID KEY
105600             MOVE ZERO TO ULTIMO-NUMERO-DE-EVENTO
105700             WRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA
105800     END-READ.
105900     ADD 1 TO ULTIMO-NUMERO-DE-EVENTO.
106000     REWRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA.
106100     IF NOT CONTROLE-DE-AUD-OK
106200         DISPLAY "ERRO AO RESERVAR NUMERO DE EVENTO, STATUS = "
106300             STATUS-DO-CONTROLE-DE-AUDITORIA
106400         STOP RUN
106500     END-IF.
106600 7900-RESERVAR-NUMERO-DE-EVENTO-EXIT.
106700     EXIT.
106800*
106900****************************************************************
107000* 8000-GRAVAR-AUDITORIA                                        *
107100*     MONTA E GRAVA UM REGISTRO NO LOG-DE-AUDITORIA A PARTIR   *
107200*     DOS PARAMETROS-DE-AUDITORIA JA PREENCHIDOS PELO          *
107300*     PARAGRAFO CHAMADOR.                                      *
107400****************************************************************
107500 8000-GRAVAR-AUDITORIA.
107600     ACCEPT DATA-DO-EVENTO FROM DATE YYYYMMDD.
107700     ACCEPT HORA-DO-EVENTO FROM TIME.
107800     MOVE ID-DO-OPERADOR       TO ID-DO-OPERADOR-LOG.
107900     MOVE TIPO-PARA-AUDITORIA  TO TIPO-DO-EVENTO.
108000     MOVE ID-DO-CLIENTE        TO ID-DO-CLIENTE-LOG.
108100     MOVE CAMPO-PARA-AUDITORIA TO CAMPO-ALTERADO.
108200     MOVE VALOR-ANTIGO-PARA-AUDITORIA TO VALOR-ANTIGO.
108300     MOVE VALOR-NOVO-PARA-AUDITORIA   TO VALOR-NOVO.
108400     PERFORM 7900-RESERVAR-NUMERO-DE-EVENTO
108500         THRU 7900-RESERVAR-NUMERO-DE-EVENTO-EXIT.
108600     MOVE ULTIMO-NUMERO-DE-EVENTO TO NUMERO-DO-EVENTO.
108700     WRITE REGISTRO-DE-AUDITORIA.
108800     IF NOT LOG-DE-AUDITORIA-OK
108900         DISPLAY "ERRO AO GRAVAR LOG-DE-AUDITORIA, STATUS = "
109000             STATUS-DO-LOG-DE-AUDITORIA
109100     END-IF.
109200 8000-GRAVAR-AUDITORIA-EXIT.
109300     EXIT.
109400*
109500****************************************************************
109600* 8500-GRAVAR-JORNAL                                           *
109700*     GRAVA NO JORNAL DO ARQUIVO MESTRE A OPERACAO JA MONTADA  *
109800*     PELO PARAGRAFO CHAMADOR (TIPO E IMAGENS ANTES/DEPOIS).   *
109900****************************************************************
110000 8500-GRAVAR-JORNAL.
110100     ACCEPT JRN-DATA-DA-OPERACAO FROM DATE YYYYMMDD.
110200     ACCEPT JRN-HORA-DA-OPERACAO FROM TIME.
110300     MOVE NOME-DO-PROGRAMA TO JRN-PROGRAMA.
110400     MOVE ID-DO-OPERADOR   TO JRN-OPERADOR.
110500     WRITE REGISTRO-DO-JORNAL.
110600     IF NOT JORNAL-OK
110700         DISPLAY "ERRO AO GRAVAR JORNAL, STATUS = "
110800             STATUS-DO-JORNAL
110900     END-IF.
111000 8500-GRAVAR-JORNAL-EXIT.
111100     EXIT.
111200*
111300****************************************************************
111400* 8900-EDITAR-DATA                                             *
111500*     EDITA A DATA EM TRABALHO (AAAAMMDD) COMO DD/MM/AAAA.     *
111600****************************************************************
111700 8900-EDITAR-DATA.
111800     MOVE TRB-DIA TO EDT-DIA.
111900     MOVE TRB-MES TO EDT-MES.
112000     MOVE TRB-ANO TO EDT-ANO.
112100 8900-EDITAR-DATA-EXIT.
112200     EXIT.
112300*
112400****************************************************************
112500* 9999-ENCERRAR                                                *
112600*     FECHA OS ARQUIVOS ANTES DO TERMINO DO PROGRAMA.          *
112700****************************************************************
112800 9999-ENCERRAR.
112900     CLOSE REGISTRO-DE-OBITOS.
113000     CLOSE CLIENTE-FILE.
113100     CLOSE ARQUIVO-DE-OBITOS.
113200     CLOSE LOG-DE-AUDITORIA.
113300     CLOSE ARQUIVO-DE-CONTROLE-DE-AUDITORIA.
113400     CLOSE ARQUIVO-DE-JORNAL.
113500     CLOSE RELATORIO-DE-OBITOS.
113600     CLOSE LISTA-DE-REVISAO.
113700     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
113800 9999-ENCERRAR-EXIT.
113900     EXIT.
