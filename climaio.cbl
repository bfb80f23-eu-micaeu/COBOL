000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  CLIMAIO.
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
001400*  15/10/2026 EAC     PROGRAMA ORIGINAL - PROCESSAMENTO NOTURNO*
001500*                     DA MAIORIDADE. PERCORRE OS VINCULOS EM   *
001600*                     VIGOR DO ARQUIVO DE RESPONSAVEIS LEGAIS  *
001700*                     (RESPLEG, COPYBOOK RSPREC): O MENOR      *
001800*                     QUE JA COMPLETOU 18 ANOS (IDADE DA ROTINA*
001900*                     CLIDADE) TEM O VINCULO LIBERADO, COM     *
002000*                     EVENTO NO LOG DE AUDITORIA, PARA SER     *
002100*                     RECONTATADO E ASSINAR EM NOME PROPRIO; O *
002200*                     QUE COMPLETA 18 ANOS NOS PROXIMOS 30 DIAS*
002300*                     E LISTADO NO RELATORIO RELMAIO. REGISTRA *
002400*                     A RODADA EM RUNCTL.                      *
002410*  15/10/2026 EAC     O CODIGO DE RETORNO DA RODADA PASSA      *
002420*                     TAMBEM PARA O PASSO DO JOB (RETURN-CODE).*
002500*                                                              *
002600****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 SPECIAL-NAMES.
003200     DECIMAL-POINT IS COMMA.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS ID-DO-CLIENTE-ARQ
003900         ALTERNATE RECORD KEY IS NOME-DO-CLIENTE-ARQ
004000             WITH DUPLICATES
004100         FILE STATUS IS STATUS-DO-ARQUIVO-CLIENTE.
004200*
004300     SELECT ARQUIVO-DE-RESPONSAVEIS ASSIGN TO "RESPLEG"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ID-DO-MENOR-RSP
004700         ALTERNATE RECORD KEY IS ID-DO-RESPONSAVEL-RSP
004800             WITH DUPLICATES
004900         FILE STATUS IS STATUS-DO-ARQUIVO-RESPONSAVEL.
005000*
005100     SELECT LOG-DE-AUDITORIA ASSIGN TO "AUDITLOG"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS STATUS-DO-LOG-DE-AUDITORIA.
005400*
005500     SELECT ARQUIVO-DE-CONTROLE-DE-AUDITORIA ASSIGN TO "AUDCTL"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS ID-DO-CONTROLE-DE-AUDITORIA
005900         FILE STATUS IS STATUS-DO-CONTROLE-DE-AUDITORIA.
006000*
006100     SELECT RELATORIO-DE-MAIORIDADE ASSIGN TO "RELMAIO"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS STATUS-DO-RELATORIO.
006400*
006500     SELECT ARQUIVO-DE-CONTROLE-DE-EXECUCAO ASSIGN TO "RUNCTL"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS ID-DO-PROGRAMA-RUN
006900         FILE STATUS IS STATUS-DO-CONTROLE-DE-EXECUCAO.
007000*
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  CLIENTE-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY CLIREC.
007600*
007700 FD  ARQUIVO-DE-RESPONSAVEIS
007800     LABEL RECORDS ARE STANDARD.
007900     COPY RSPREC.
008000*
008100 FD  LOG-DE-AUDITORIA
008200     LABEL RECORDS ARE STANDARD.
008300     COPY AUDREC.
008400*
008500 FD  ARQUIVO-DE-CONTROLE-DE-AUDITORIA
008600     LABEL RECORDS ARE STANDARD.
008700     COPY AUCREC.
008800*
008900 FD  RELATORIO-DE-MAIORIDADE
009000     LABEL RECORDS ARE STANDARD.
009100 01  LINHA-DO-RELATORIO        PIC X(132).
009200*
009300 FD  ARQUIVO-DE-CONTROLE-DE-EXECUCAO
009400     LABEL RECORDS ARE STANDARD.
009500     COPY RUNREC.
009600*
009700 WORKING-STORAGE SECTION.
009800 01  STATUS-DO-ARQUIVO-CLIENTE PIC X(02).
009900     88 ARQUIVO-OK                VALUE "00".
010000     88 REGISTRO-NAO-ENCONTRADO   VALUE "23".
010100*
010200 01  STATUS-DO-ARQUIVO-RESPONSAVEL PIC X(02).
010300     88 RESPONSAVEL-ARQ-OK        VALUE "00".
010400     88 FIM-DOS-RESPONSAVEIS      VALUE "10".
010500     88 RESPONSAVEL-ARQ-AUSENTE   VALUE "35".
010600*
010700 01  STATUS-DO-LOG-DE-AUDITORIA PIC X(02).
010800     88 LOG-DE-AUDITORIA-OK       VALUE "00".
010900*
011000 01  STATUS-DO-CONTROLE-DE-AUDITORIA PIC X(02).
011100     88 CONTROLE-DE-AUD-OK        VALUE "00".
011200     88 CONTROLE-DE-AUD-AUSENTE   VALUE "35".
011300*
011400 01  STATUS-DO-RELATORIO       PIC X(02).
011500     88 RELATORIO-OK              VALUE "00".
011600*
011700 01  STATUS-DO-CONTROLE-DE-EXECUCAO PIC X(02).
011800     88 EXECUCAO-OK               VALUE "00".
011900     88 EXECUCAO-NAO-ENCONTRADA   VALUE "35".
012000*
012100 01  NOME-DO-PROGRAMA          PIC X(08)  VALUE "CLIMAIO".
012200 01  ID-DO-OPERADOR            PIC X(08)  VALUE "CLIMAIO".
012300 01  ID-DO-CLIENTE             PIC 9(06)  VALUE ZERO.
012400 01  CODIGO-DE-RETORNO-DA-RODADA PIC 9(02) VALUE ZERO.
012500 01  IDADE-DA-MAIORIDADE       PIC 9(03)  VALUE 18.
012600 01  DIAS-DE-ANTECEDENCIA      PIC 9(03)  VALUE 30.
012700*
012800 01  DATA-DO-DIA               PIC 9(08)  VALUE ZERO.
012900 01  DATA-LIMITE-DO-AVISO      PIC 9(08)  VALUE ZERO.
013000*
013100****************************************************************
013200*  DATA EM TRABALHO, DECOMPOSTA PARA A SOMA DE DIAS, O CALCULO *
013300*  DO DIA DOS 18 ANOS E A EDICAO DD/MM/AAAA.                   *
013400****************************************************************
013500 01  DATA-EM-TRABALHO          PIC 9(08)  VALUE ZERO.
013600 01  DATA-EM-TRABALHO-R REDEFINES DATA-EM-TRABALHO.
013700     05 TRB-ANO                PIC 9(04).
013800     05 TRB-MES                PIC 9(02).
013900     05 TRB-DIA                PIC 9(02).
014000*
014100 01  DATA-EDITADA.
014200     05 EDT-DIA                PIC 9(02).
014300     05 FILLER                 PIC X(01)  VALUE "/".
014400     05 EDT-MES                PIC 9(02).
014500     05 FILLER                 PIC X(01)  VALUE "/".
014600     05 EDT-ANO                PIC 9(04).
014700*
014800 01  LISTA-DE-DIAS-POR-MES     PIC X(24)  VALUE
014900     "312831303130313130313031".
015000 01  TABELA-DE-DIAS-POR-MES REDEFINES LISTA-DE-DIAS-POR-MES.
015100     05 DIAS-DO-MES            PIC 9(02) OCCURS 12 TIMES.
015200 01  DIAS-NO-MES-EM-TRABALHO   PIC 9(02)  VALUE ZERO.
015300 01  CAMPOS-DO-ANO-BISSEXTO.
015400     05 QUOCIENTE-DO-ANO       PIC 9(04)  VALUE ZERO.
015500     05 RESTO-DE-4             PIC 9(04)  VALUE ZERO.
015600     05 RESTO-DE-100           PIC 9(04)  VALUE ZERO.
015700     05 RESTO-DE-400           PIC 9(04)  VALUE ZERO.
015800 01  SW-ANO-BISSEXTO           PIC X(01)  VALUE "N".
015900     88 ANO-BISSEXTO               VALUE "S".
016000 01  QTD-DE-DIAS-SOMADOS       PIC 9(03)  VALUE ZERO.
016100*
016200 01  CONTADORES-DA-MAIORIDADE.
016300     05 TOTAL-DE-VINCULOS-LIDOS PIC 9(07) VALUE ZERO.
016400     05 TOTAL-JA-LIBERADOS     PIC 9(07)  VALUE ZERO.
016500     05 TOTAL-LIBERADOS-HOJE   PIC 9(07)  VALUE ZERO.
016600     05 TOTAL-A-COMPLETAR      PIC 9(07)  VALUE ZERO.
016700     05 TOTAL-COM-PENDENCIA    PIC 9(07)  VALUE ZERO.
016800*
016900 01  DADOS-DO-MENOR.
017000     05 NOME-DO-MENOR          PIC X(30).
017100     05 NASCIMENTO-DO-MENOR    PIC 9(08).
017200     05 IDADE-DO-MENOR-HOJE    PIC 9(03).
017300*
017400 01  PARAMETROS-DE-AUDITORIA.
017500     05 TIPO-PARA-AUDITORIA    PIC X(10).
017600     05 CAMPO-PARA-AUDITORIA   PIC X(20).
017700     05 VALOR-ANTIGO-PARA-AUDITORIA PIC X(40).
017800     05 VALOR-NOVO-PARA-AUDITORIA   PIC X(40).
017900*
018000     COPY IDAREC.
018100*
018200 01  LINHA-DE-TITULO.
018300     05 TIT-TEXTO              PIC X(60).
018400     05 FILLER                 PIC X(10)  VALUE "EMISSAO: ".
018500     05 TIT-DATA               PIC X(10).
018600*
018700 01  LINHA-DE-CABECALHO.
018800     05 FILLER                 PIC X(08)  VALUE "MENOR".
018900     05 FILLER                 PIC X(32)  VALUE "NOME".
019000     05 FILLER                 PIC X(12)  VALUE "NASCIMENTO".
019100     05 FILLER                 PIC X(12)  VALUE "18 ANOS EM".
019200     05 FILLER                 PIC X(08)  VALUE "RESPONS.".
019300     05 FILLER                 PIC X(32)
019400         VALUE "NOME DO RESPONSAVEL".
019500     05 FILLER                 PIC X(26)  VALUE "OCORRENCIA".
019600*
019700 01  LINHA-DE-DETALHE.
019800     05 DET-ID-DO-MENOR        PIC 9(06).
019900     05 FILLER                 PIC X(02)  VALUE SPACES.
020000     05 DET-NOME-DO-MENOR      PIC X(30).
020100     05 FILLER                 PIC X(02)  VALUE SPACES.
020200     05 DET-NASCIMENTO         PIC X(10).
020300     05 FILLER                 PIC X(02)  VALUE SPACES.
020400     05 DET-MAIORIDADE         PIC X(10).
020500     05 FILLER                 PIC X(02)  VALUE SPACES.
020600     05 DET-ID-DO-RESPONSAVEL  PIC 9(06).
020700     05 FILLER                 PIC X(02)  VALUE SPACES.
020800     05 DET-NOME-DO-RESPONSAVEL PIC X(30).
020900     05 FILLER                 PIC X(02)  VALUE SPACES.
021000     05 DET-OCORRENCIA         PIC X(26).
021100*
021200 01  LINHA-DE-TOTAL.
021300     05 TOT-TEXTO              PIC X(40).
021400     05 TOT-QUANTIDADE         PIC Z.ZZZ.ZZ9.
021500*
021600 PROCEDURE DIVISION.
021700*
021800****************************************************************
021900* 0000-MAINLINE                                                *
022000*     PARAGRAFO PRINCIPAL - CONTROLA A SEQUENCIA DO PROGRAMA.  *
022100****************************************************************
022200 0000-MAINLINE.
022300     PERFORM 7700-REGISTRAR-INICIO
022400         THRU 7700-REGISTRAR-INICIO-EXIT.
022500     PERFORM 1000-ABRIR-ARQUIVOS
022600         THRU 1000-ABRIR-ARQUIVOS-EXIT.
022700     PERFORM 1200-CALCULAR-DATA-LIMITE
022800         THRU 1200-CALCULAR-DATA-LIMITE-EXIT.
022900     PERFORM 1500-IMPRIMIR-CABECALHO
023000         THRU 1500-IMPRIMIR-CABECALHO-EXIT.
023100     PERFORM 2000-POSICIONAR-VINCULOS
023200         THRU 2000-POSICIONAR-VINCULOS-EXIT.
023300     PERFORM 3000-PROCESSAR-VINCULO
023400         THRU 3000-PROCESSAR-VINCULO-EXIT
023500         UNTIL FIM-DOS-RESPONSAVEIS.
023600     PERFORM 5000-IMPRIMIR-TOTAIS
023700         THRU 5000-IMPRIMIR-TOTAIS-EXIT.
023800     IF TOTAL-COM-PENDENCIA > ZERO AND
023900         CODIGO-DE-RETORNO-DA-RODADA < 4
024000         MOVE 4 TO CODIGO-DE-RETORNO-DA-RODADA
024100     END-IF.
024200     DISPLAY "CLIMAIO: VINCULOS LIDOS: " TOTAL-DE-VINCULOS-LIDOS
024300         " LIBERADOS: " TOTAL-LIBERADOS-HOJE
024400         " A COMPLETAR 18 ANOS: " TOTAL-A-COMPLETAR
024500         " PENDENCIAS: " TOTAL-COM-PENDENCIA.
024600     PERFORM 7800-REGISTRAR-FIM
024700         THRU 7800-REGISTRAR-FIM-EXIT.
024800     PERFORM 9999-ENCERRAR
024900         THRU 9999-ENCERRAR-EXIT.
024910     MOVE CODIGO-DE-RETORNO-DA-RODADA TO RETURN-CODE.
025000     STOP RUN.
025100*
025200****************************************************************
025300* 1000-ABRIR-ARQUIVOS                                          *
025400*     ABRE O ARQUIVO DE RESPONSAVEIS (CRIANDO-O SE AINDA NAO   *
025500*     EXISTE), O ARQUIVO MESTRE, O LOG DE AUDITORIA E SEU      *
025600*     CONTROLE E O RELATORIO.                                  *
025700****************************************************************
025800 1000-ABRIR-ARQUIVOS.
025900     ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
026000     OPEN I-O ARQUIVO-DE-RESPONSAVEIS.
026100     IF RESPONSAVEL-ARQ-AUSENTE
026200         OPEN OUTPUT ARQUIVO-DE-RESPONSAVEIS
026300         CLOSE ARQUIVO-DE-RESPONSAVEIS
026400         OPEN I-O ARQUIVO-DE-RESPONSAVEIS
026500     END-IF.
026600     IF NOT RESPONSAVEL-ARQ-OK
026700         DISPLAY "ERRO AO ABRIR RESPLEG, STATUS = "
026800             STATUS-DO-ARQUIVO-RESPONSAVEL
026900         STOP RUN
027000     END-IF.
027100     OPEN INPUT CLIENTE-FILE.
027200     IF NOT ARQUIVO-OK
027300         DISPLAY "ERRO AO ABRIR CLIENTE-FILE, STATUS = "
027400             STATUS-DO-ARQUIVO-CLIENTE
027500         STOP RUN
027600     END-IF.
027700     OPEN EXTEND LOG-DE-AUDITORIA.
027800     IF NOT LOG-DE-AUDITORIA-OK
027900         DISPLAY "ERRO AO ABRIR LOG-DE-AUDITORIA, STATUS = "
028000             STATUS-DO-LOG-DE-AUDITORIA
028100         STOP RUN
028200     END-IF.
028300     OPEN I-O ARQUIVO-DE-CONTROLE-DE-AUDITORIA.
028400     IF CONTROLE-DE-AUD-AUSENTE
028500         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-AUDITORIA
028600         CLOSE ARQUIVO-DE-CONTROLE-DE-AUDITORIA
028700         OPEN I-O ARQUIVO-DE-CONTROLE-DE-AUDITORIA
028800     END-IF.
028900     IF NOT CONTROLE-DE-AUD-OK
029000         DISPLAY "ERRO AO ABRIR AUDCTL, STATUS = "
029100             STATUS-DO-CONTROLE-DE-AUDITORIA
029200         STOP RUN
029300     END-IF.
029400     OPEN OUTPUT RELATORIO-DE-MAIORIDADE.
029500     IF NOT RELATORIO-OK
029600         DISPLAY "ERRO AO ABRIR RELMAIO, STATUS = "
029700             STATUS-DO-RELATORIO
029800         STOP RUN
029900     END-IF.
030000 1000-ABRIR-ARQUIVOS-EXIT.
030100     EXIT.
030200*
030300****************************************************************
030400* 1200-CALCULAR-DATA-LIMITE                                    *
030500*     CALCULA A DATA LIMITE DO AVISO (HOJE MAIS 30 DIAS),      *
030600*     SOMANDO UM DIA DE CADA VEZ SOBRE O CALENDARIO.           *
030700****************************************************************
030800 1200-CALCULAR-DATA-LIMITE.
030900     MOVE DATA-DO-DIA TO DATA-EM-TRABALHO.
031000     MOVE ZERO TO QTD-DE-DIAS-SOMADOS.
031100     PERFORM 1210-SOMAR-UM-DIA
031200         THRU 1210-SOMAR-UM-DIA-EXIT
031300         UNTIL QTD-DE-DIAS-SOMADOS NOT LESS THAN
031400             DIAS-DE-ANTECEDENCIA.
031500     MOVE DATA-EM-TRABALHO TO DATA-LIMITE-DO-AVISO.
031600 1200-CALCULAR-DATA-LIMITE-EXIT.
031700     EXIT.
031800*
031900****************************************************************
032000* 1210-SOMAR-UM-DIA                                            *
032100*     AVANCA A DATA EM TRABALHO PARA O DIA SEGUINTE, VIRANDO O *
032200*     MES E O ANO QUANDO PRECISO.                              *
032300****************************************************************
032400 1210-SOMAR-UM-DIA.
032500     ADD 1 TO QTD-DE-DIAS-SOMADOS.
032600     PERFORM 1300-OBTER-DIAS-DO-MES
032700         THRU 1300-OBTER-DIAS-DO-MES-EXIT.
032800     IF TRB-DIA < DIAS-NO-MES-EM-TRABALHO
032900         ADD 1 TO TRB-DIA
033000         GO TO 1210-SOMAR-UM-DIA-EXIT
033100     END-IF.
033200     MOVE 1 TO TRB-DIA.
033300     IF TRB-MES < 12
033400         ADD 1 TO TRB-MES
033500     ELSE
033600         MOVE 1 TO TRB-MES
033700         ADD 1 TO TRB-ANO
033800     END-IF.
033900 1210-SOMAR-UM-DIA-EXIT.
034000     EXIT.
034100*
034200****************************************************************
034300* 1300-OBTER-DIAS-DO-MES                                       *
034400*     DEVOLVE A QUANTIDADE DE DIAS DO MES DA DATA EM TRABALHO, *
034500*     COM 29 PARA FEVEREIRO DE ANO BISSEXTO.                   *
034600****************************************************************
034700 1300-OBTER-DIAS-DO-MES.
034800     MOVE DIAS-DO-MES (TRB-MES) TO DIAS-NO-MES-EM-TRABALHO.
034900     IF TRB-MES NOT = 2
035000         GO TO 1300-OBTER-DIAS-DO-MES-EXIT
035100     END-IF.
035200     PERFORM 1350-VERIFICAR-ANO-BISSEXTO
035300         THRU 1350-VERIFICAR-ANO-BISSEXTO-EXIT.
035400     IF ANO-BISSEXTO
035500         MOVE 29 TO DIAS-NO-MES-EM-TRABALHO
035600     END-IF.
035700 1300-OBTER-DIAS-DO-MES-EXIT.
035800     EXIT.
035900*
036000****************************************************************
036100* 1350-VERIFICAR-ANO-BISSEXTO                                  *
036200*     LIGA SW-ANO-BISSEXTO SE O ANO DA DATA EM TRABALHO E      *
036300*     BISSEXTO (MESMA REGRA DA ROTINA CLIDADE).                *
036400****************************************************************
036500 1350-VERIFICAR-ANO-BISSEXTO.
036600     MOVE "N" TO SW-ANO-BISSEXTO.
036700     DIVIDE TRB-ANO BY 4
036800         GIVING QUOCIENTE-DO-ANO REMAINDER RESTO-DE-4.
036900     DIVIDE TRB-ANO BY 100
037000         GIVING QUOCIENTE-DO-ANO REMAINDER RESTO-DE-100.
037100     DIVIDE TRB-ANO BY 400
037200         GIVING QUOCIENTE-DO-ANO REMAINDER RESTO-DE-400.
037300     IF (RESTO-DE-4 = ZERO AND RESTO-DE-100 NOT = ZERO)
037400         OR RESTO-DE-400 = ZERO
037500         MOVE "S" TO SW-ANO-BISSEXTO
037600     END-IF.
037700 1350-VERIFICAR-ANO-BISSEXTO-EXIT.
037800     EXIT.
037900*
038000****************************************************************
038100* 1500-IMPRIMIR-CABECALHO                                      *
038200*     IMPRIME O TITULO, O PERIODO DO AVISO E O CABECALHO DAS   *
038300*     COLUNAS DO RELATORIO.                                    *
038400****************************************************************
038500 1500-IMPRIMIR-CABECALHO.
038600     MOVE "MAIORIDADE - VINCULOS DE RESPONSAVEL LEGAL"
038700         TO TIT-TEXTO.
038800     MOVE DATA-DO-DIA TO DATA-EM-TRABALHO.
038900     PERFORM 8900-EDITAR-DATA
039000         THRU 8900-EDITAR-DATA-EXIT.
039100     MOVE DATA-EDITADA TO TIT-DATA.
039200     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TITULO.
039300     MOVE DATA-LIMITE-DO-AVISO TO DATA-EM-TRABALHO.
039400     PERFORM 8900-EDITAR-DATA
039500         THRU 8900-EDITAR-DATA-EXIT.
039600     MOVE SPACES TO LINHA-DO-RELATORIO.
039700     STRING "MENORES QUE COMPLETAM 18 ANOS ATE " DELIMITED BY SIZE
039800         DATA-EDITADA DELIMITED BY SIZE
039900         " E VINCULOS LIBERADOS NA RODADA" DELIMITED BY SIZE
040000         INTO LINHA-DO-RELATORIO.
040100     WRITE LINHA-DO-RELATORIO.
040200     MOVE ALL "-" TO LINHA-DO-RELATORIO.
040300     WRITE LINHA-DO-RELATORIO.
040400     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-CABECALHO.
040500 1500-IMPRIMIR-CABECALHO-EXIT.
040600     EXIT.
040700*
040800****************************************************************
040900* 2000-POSICIONAR-VINCULOS                                     *
041000*     POSICIONA O ARQUIVO DE RESPONSAVEIS NO PRIMEIRO VINCULO  *
041100*     E LE O PRIMEIRO REGISTRO.                                *
041200****************************************************************
041300 2000-POSICIONAR-VINCULOS.
041400     MOVE ZERO TO ID-DO-MENOR-RSP.
041500     START ARQUIVO-DE-RESPONSAVEIS
041600         KEY IS NOT LESS THAN ID-DO-MENOR-RSP
041700         INVALID KEY
041800             SET FIM-DOS-RESPONSAVEIS TO TRUE
041900             GO TO 2000-POSICIONAR-VINCULOS-EXIT
042000     END-START.
042100     PERFORM 2100-LER-VINCULO
042200         THRU 2100-LER-VINCULO-EXIT.
042300 2000-POSICIONAR-VINCULOS-EXIT.
042400     EXIT.
042500*
042600****************************************************************
042700* 2100-LER-VINCULO                                             *
042800*     LE O PROXIMO VINCULO DO ARQUIVO DE RESPONSAVEIS.         *
042900****************************************************************
043000 2100-LER-VINCULO.
043100     READ ARQUIVO-DE-RESPONSAVEIS NEXT RECORD
043200         AT END
043300             SET FIM-DOS-RESPONSAVEIS TO TRUE
043400     END-READ.
043500 2100-LER-VINCULO-EXIT.
043600     EXIT.
043700*
043800****************************************************************
043900* 3000-PROCESSAR-VINCULO                                       *
044000*     PARA CADA VINCULO EM VIGOR, LE O MENOR NO CADASTRO E     *
044100*     CALCULA SUA IDADE HOJE: COM 18 ANOS OU MAIS O VINCULO E  *
044200*     LIBERADO; SE COMPLETA 18 ANOS ATE A DATA LIMITE, E       *
044300*     LISTADO. MENOR FORA DO CADASTRO OU SEM DATA DE NASCIMENTO*
044400*     VALIDA E LISTADO COMO PENDENCIA E O VINCULO FICA COMO    *
044500*     ESTA.                                                    *
044600****************************************************************
044700 3000-PROCESSAR-VINCULO.
044800     ADD 1 TO TOTAL-DE-VINCULOS-LIDOS.
044900     IF NOT VINCULO-ATIVO-RSP
045000         ADD 1 TO TOTAL-JA-LIBERADOS
045100         GO TO 3000-PROCESSAR-VINCULO-PROXIMO
045200     END-IF.
045300     MOVE SPACES TO LINHA-DE-DETALHE.
045400     MOVE ID-DO-MENOR-RSP       TO DET-ID-DO-MENOR.
045500     MOVE ID-DO-RESPONSAVEL-RSP TO DET-ID-DO-RESPONSAVEL.
045600     PERFORM 3100-LER-RESPONSAVEL
045700         THRU 3100-LER-RESPONSAVEL-EXIT.
045800     MOVE ID-DO-MENOR-RSP TO ID-DO-CLIENTE-ARQ.
045900     READ CLIENTE-FILE
046000         INVALID KEY
046100             SET REGISTRO-NAO-ENCONTRADO TO TRUE
046200     END-READ.
046300     IF REGISTRO-NAO-ENCONTRADO
046400         MOVE "MENOR NAO ENCONTRADO" TO DET-OCORRENCIA
046500         PERFORM 3900-REGISTRAR-PENDENCIA
046600             THRU 3900-REGISTRAR-PENDENCIA-EXIT
046700         GO TO 3000-PROCESSAR-VINCULO-PROXIMO
046800     END-IF.
046900     MOVE NOME-DO-CLIENTE-ARQ    TO NOME-DO-MENOR.
047000     MOVE NOME-DO-CLIENTE-ARQ    TO DET-NOME-DO-MENOR.
047100     MOVE DATA-DE-NASCIMENTO-ARQ TO NASCIMENTO-DO-MENOR.
047200     IF NASCIMENTO-DO-MENOR IS NOT NUMERIC OR
047300         NASCIMENTO-DO-MENOR = ZERO
047400         MOVE "SEM DATA DE NASCIMENTO" TO DET-OCORRENCIA
047500         PERFORM 3900-REGISTRAR-PENDENCIA
047600             THRU 3900-REGISTRAR-PENDENCIA-EXIT
047700         GO TO 3000-PROCESSAR-VINCULO-PROXIMO
047800     END-IF.
047900     MOVE NASCIMENTO-DO-MENOR TO DATA-EM-TRABALHO.
048000     PERFORM 8900-EDITAR-DATA
048100         THRU 8900-EDITAR-DATA-EXIT.
048200     MOVE DATA-EDITADA TO DET-NASCIMENTO.
048300     PERFORM 3200-CALCULAR-DIA-DA-MAIORIDADE
048400         THRU 3200-CALCULAR-DIA-DA-MAIORIDADE-EXIT.
048500     MOVE NASCIMENTO-DO-MENOR TO IDA-DATA-DE-NASCIMENTO.
048600     MOVE DATA-DO-DIA TO IDA-DATA-DE-REFERENCIA.
048700     CALL "CLIDADE" USING PARAMETROS-DE-IDADE.
048800     IF IDA-ERRO
048900         MOVE "DATA DE NASCIMENTO INVALIDA" TO DET-OCORRENCIA
049000         PERFORM 3900-REGISTRAR-PENDENCIA
049100             THRU 3900-REGISTRAR-PENDENCIA-EXIT
049200         GO TO 3000-PROCESSAR-VINCULO-PROXIMO
049300     END-IF.
049400     MOVE IDA-IDADE-CALCULADA TO IDADE-DO-MENOR-HOJE.
049500     IF IDADE-DO-MENOR-HOJE NOT LESS THAN IDADE-DA-MAIORIDADE
049600         PERFORM 4000-LIBERAR-VINCULO
049700             THRU 4000-LIBERAR-VINCULO-EXIT
049800         GO TO 3000-PROCESSAR-VINCULO-PROXIMO
049900     END-IF.
050000     MOVE DATA-LIMITE-DO-AVISO TO IDA-DATA-DE-REFERENCIA.
050100     CALL "CLIDADE" USING PARAMETROS-DE-IDADE.
050200     IF IDA-OK AND
050300         IDA-IDADE-CALCULADA NOT LESS THAN IDADE-DA-MAIORIDADE
050400         MOVE "COMPLETA 18 ANOS" TO DET-OCORRENCIA
050500         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE
050600         ADD 1 TO TOTAL-A-COMPLETAR
050700     END-IF.
050800 3000-PROCESSAR-VINCULO-PROXIMO.
050900     PERFORM 2100-LER-VINCULO
051000         THRU 2100-LER-VINCULO-EXIT.
051100 3000-PROCESSAR-VINCULO-EXIT.
051200     EXIT.
051300*
051400****************************************************************
051500* 3100-LER-RESPONSAVEL                                         *
051600*     LE O NOME DO RESPONSAVEL LEGAL NO ARQUIVO MESTRE PARA O  *
051700*     RELATORIO.                                               *
051800****************************************************************
051900 3100-LER-RESPONSAVEL.
052000     MOVE ID-DO-RESPONSAVEL-RSP TO ID-DO-CLIENTE-ARQ.
052100     READ CLIENTE-FILE
052200         INVALID KEY
052300             MOVE "(NAO ENCONTRADO)" TO DET-NOME-DO-RESPONSAVEL
052400             GO TO 3100-LER-RESPONSAVEL-EXIT
052500     END-READ.
052600     MOVE NOME-DO-CLIENTE-ARQ TO DET-NOME-DO-RESPONSAVEL.
052700 3100-LER-RESPONSAVEL-EXIT.
052800     EXIT.
052900*
053000****************************************************************
053100* 3200-CALCULAR-DIA-DA-MAIORIDADE                              *
053200*     MONTA NA LINHA DE DETALHE O DIA EM QUE O MENOR COMPLETA  *
053300*     18 ANOS. QUEM NASCEU EM 29 DE FEVEREIRO COMPLETA EM 1 DE *
053400*     MARCO NOS ANOS QUE NAO SAO BISSEXTOS (COMO NA CLIDADE).  *
053500****************************************************************
053600 3200-CALCULAR-DIA-DA-MAIORIDADE.
053700     MOVE NASCIMENTO-DO-MENOR TO DATA-EM-TRABALHO.
053800     ADD IDADE-DA-MAIORIDADE TO TRB-ANO.
053900     IF TRB-MES = 2 AND TRB-DIA = 29
054000         PERFORM 1350-VERIFICAR-ANO-BISSEXTO
054100             THRU 1350-VERIFICAR-ANO-BISSEXTO-EXIT
054200         IF NOT ANO-BISSEXTO
054300             MOVE 3 TO TRB-MES
054400             MOVE 1 TO TRB-DIA
054500         END-IF
054600     END-IF.
054700     PERFORM 8900-EDITAR-DATA
054800         THRU 8900-EDITAR-DATA-EXIT.
054900     MOVE DATA-EDITADA TO DET-MAIORIDADE.
055000 3200-CALCULAR-DIA-DA-MAIORIDADE-EXIT.
055100     EXIT.
055200*
055300****************************************************************
055400* 3900-REGISTRAR-PENDENCIA                                     *
055500*     LISTA O VINCULO QUE NAO PODE SER AVALIADO, COM A         *
055600*     OCORRENCIA JA MONTADA, E O CONTA COMO PENDENCIA.         *
055700****************************************************************
055800 3900-REGISTRAR-PENDENCIA.
055900     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE.
056000     ADD 1 TO TOTAL-COM-PENDENCIA.
056100 3900-REGISTRAR-PENDENCIA-EXIT.
056200     EXIT.
056300*
056400****************************************************************
056500* 4000-LIBERAR-VINCULO                                         *
056600*     MARCA O VINCULO COMO LIBERADO NA DATA DE HOJE, REGISTRA O*
056700*     EVENTO "MAIORIDADE" NO LOG DE AUDITORIA E LISTA O CLIENTE*
056800*     PARA SER RECONTATADO.                                    *
056900****************************************************************
057000 4000-LIBERAR-VINCULO.
057100     SET VINCULO-LIBERADO-RSP TO TRUE.
057200     MOVE DATA-DO-DIA TO DATA-DA-LIBERACAO-RSP.
057300     REWRITE REGISTRO-DE-RESPONSAVEL.
057400     IF NOT RESPONSAVEL-ARQ-OK
057500         DISPLAY "ERRO AO LIBERAR VINCULO DO CLIENTE "
057600             ID-DO-MENOR-RSP ", STATUS = "
057700             STATUS-DO-ARQUIVO-RESPONSAVEL
057800         MOVE 8 TO CODIGO-DE-RETORNO-DA-RODADA
057900         MOVE "ERRO AO LIBERAR VINCULO" TO DET-OCORRENCIA
058000         PERFORM 3900-REGISTRAR-PENDENCIA
058100             THRU 3900-REGISTRAR-PENDENCIA-EXIT
058200         GO TO 4000-LIBERAR-VINCULO-EXIT
058300     END-IF.
058400     MOVE ID-DO-MENOR-RSP      TO ID-DO-CLIENTE.
058500     MOVE "MAIORIDADE"         TO TIPO-PARA-AUDITORIA.
058600     MOVE "RESPONSAVEL-LEGAL"  TO CAMPO-PARA-AUDITORIA.
058700     MOVE ID-DO-RESPONSAVEL-RSP TO VALOR-ANTIGO-PARA-AUDITORIA.
058800     MOVE "VINCULO LIBERADO - 18 ANOS COMPLETOS"
058900         TO VALOR-NOVO-PARA-AUDITORIA.
059000     PERFORM 8000-GRAVAR-AUDITORIA
059100         THRU 8000-GRAVAR-AUDITORIA-EXIT.
059200     MOVE "LIBERADO - RECONTATAR" TO DET-OCORRENCIA.
059300     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE.
059400     ADD 1 TO TOTAL-LIBERADOS-HOJE.
059500 4000-LIBERAR-VINCULO-EXIT.
059600     EXIT.
059700*
059800****************************************************************
059900* 5000-IMPRIMIR-TOTAIS                                         *
060000*     IMPRIME O RESUMO DA RODADA.                              *
060100****************************************************************
060200 5000-IMPRIMIR-TOTAIS.
060300     MOVE ALL "-" TO LINHA-DO-RELATORIO.
060400     WRITE LINHA-DO-RELATORIO.
060500     MOVE "VINCULOS LIDOS........................: " TO TOT-TEXTO.
060600     MOVE TOTAL-DE-VINCULOS-LIDOS TO TOT-QUANTIDADE.
060700     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
060800     MOVE "VINCULOS JA LIBERADOS ANTES...........: " TO TOT-TEXTO.
060900     MOVE TOTAL-JA-LIBERADOS TO TOT-QUANTIDADE.
061000     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
061100     MOVE "VINCULOS LIBERADOS NESTA RODADA.......: " TO TOT-TEXTO.
061200     MOVE TOTAL-LIBERADOS-HOJE TO TOT-QUANTIDADE.
061300     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
061400     MOVE "MENORES QUE COMPLETAM 18 ANOS EM 30 D.: " TO TOT-TEXTO.
061500     MOVE TOTAL-A-COMPLETAR TO TOT-QUANTIDADE.
061600     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
061700     MOVE "VINCULOS COM PENDENCIA................: " TO TOT-TEXTO.
061800     MOVE TOTAL-COM-PENDENCIA TO TOT-QUANTIDADE.
061900     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-TOTAL.
062000 5000-IMPRIMIR-TOTAIS-EXIT.
062100     EXIT.
062200*
062300****************************************************************
062400* 7700-REGISTRAR-INICIO                                        *
062500*     ABRE O ARQUIVO DE CONTROLE DE EXECUCAO, CRIANDO-O NA     *
062600*     PRIMEIRA EXECUCAO, E GRAVA O REGISTRO DE INICIO DA       *
062700*     RODADA (SITUACAO "E").                                   *
062800****************************************************************
062900 7700-REGISTRAR-INICIO.
063000     OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
063100     IF EXECUCAO-NAO-ENCONTRADA
063200         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-EXECUCAO
063300         CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO
063400         OPEN I-O ARQUIVO-DE-CONTROLE-DE-EXECUCAO
063500     END-IF.
063600     IF NOT EXECUCAO-OK
063700         DISPLAY "ERRO AO ABRIR RUNCTL, STATUS = "
063800             STATUS-DO-CONTROLE-DE-EXECUCAO
063900         STOP RUN
064000     END-IF.
064100     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
064200     ACCEPT DATA-DE-INICIO-RUN FROM DATE YYYYMMDD.
064300     ACCEPT HORA-DE-INICIO-RUN FROM TIME.
064400     MOVE ZERO TO DATA-DE-FIM-RUN.
064500     MOVE ZERO TO HORA-DE-FIM-RUN.
064600     MOVE ZERO TO QTD-LIDOS-RUN.
064700     MOVE ZERO TO QTD-GRAVADOS-RUN.
064800     MOVE ZERO TO QTD-REJEITADOS-RUN.
064900     MOVE ZERO TO CODIGO-DE-RETORNO-RUN.
065000     SET EXECUCAO-EM-CURSO-RUN TO TRUE.
065100     WRITE REGISTRO-DE-EXECUCAO
065200         INVALID KEY
065300             REWRITE REGISTRO-DE-EXECUCAO
065400     END-WRITE.
065500     IF NOT EXECUCAO-OK
065600         DISPLAY "ERRO AO GRAVAR RUNCTL, STATUS = "
065700             STATUS-DO-CONTROLE-DE-EXECUCAO
065800         STOP RUN
065900     END-IF.
066000 7700-REGISTRAR-INICIO-EXIT.
066100     EXIT.
066200*
066300****************************************************************
066400* 7800-REGISTRAR-FIM                                           *
066500*     COMPLETA O REGISTRO DE EXECUCAO DA RODADA COM OS TOTAIS  *
066600*     (VINCULOS LIDOS, LIBERADOS E COM PENDENCIA), O CODIGO DE *
066700*     RETORNO E A SITUACAO "T".                                *
066800****************************************************************
066900 7800-REGISTRAR-FIM.
067000     MOVE NOME-DO-PROGRAMA TO ID-DO-PROGRAMA-RUN.
067100     READ ARQUIVO-DE-CONTROLE-DE-EXECUCAO
067200         INVALID KEY
067300             DISPLAY "REGISTRO DE EXECUCAO AUSENTE EM RUNCTL."
067400             GO TO 7800-REGISTRAR-FIM-EXIT
067500     END-READ.
067600     ACCEPT DATA-DE-FIM-RUN FROM DATE YYYYMMDD.
067700     ACCEPT HORA-DE-FIM-RUN FROM TIME.
067800     MOVE TOTAL-DE-VINCULOS-LIDOS TO QTD-LIDOS-RUN.
067900     MOVE TOTAL-LIBERADOS-HOJE TO QTD-GRAVADOS-RUN.
068000     MOVE TOTAL-COM-PENDENCIA TO QTD-REJEITADOS-RUN.
068100     MOVE CODIGO-DE-RETORNO-DA-RODADA TO CODIGO-DE-RETORNO-RUN.
068200     SET EXECUCAO-TERMINADA-RUN TO TRUE.
068300     REWRITE REGISTRO-DE-EXECUCAO.
068400     IF NOT EXECUCAO-OK
068500         DISPLAY "ERRO AO REGRAVAR RUNCTL, STATUS = "
068600             STATUS-DO-CONTROLE-DE-EXECUCAO
068700     END-IF.
068800 7800-REGISTRAR-FIM-EXIT.
068900     EXIT.
069000*
069100****************************************************************
069200* 7900-RESERVAR-NUMERO-DE-EVENTO                               *
069300*     RELE O REGISTRO DE CONTROLE DO LOG DE AUDITORIA,         *
069400*     SEMEANDO-O NA PRIMEIRA EXECUCAO, CALCULA O PROXIMO       *
069500*     NUMERO DE EVENTO E JA O REGRAVA RESERVADO.               *
069600****************************************************************
069700 7900-RESERVAR-NUMERO-DE-EVENTO.
069800     MOVE "AUDITLOG" TO ID-DO-CONTROLE-DE-AUDITORIA.
069900     READ ARQUIVO-DE-CONTROLE-DE-AUDITORIA
070000         INVALID KEY
070100             MOVE ZERO TO ULTIMO-NUMERO-DE-EVENTO
070200             WRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA
070300     END-READ.
070400     ADD 1 TO ULTIMO-NUMERO-DE-EVENTO.
070500     REWRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA.
070600     IF NOT CONTROLE-DE-AUD-OK
070700         DISPLAY "ERRO AO RESERVAR NUMERO DE EVENTO, STATUS = "
070800             STATUS-DO-CONTROLE-DE-AUDITORIA
070900         STOP RUN
071000     END-IF.
071100 7900-RESERVAR-NUMERO-DE-EVENTO-EXIT.
071200     EXIT.
071300*
071400****************************************************************
071500* 8000-GRAVAR-AUDITORIA                                        *
071600*     MONTA E GRAVA UM REGISTRO NO LOG-DE-AUDITORIA A PARTIR   *
071700*     DOS PARAMETROS-DE-AUDITORIA JA PREENCHIDOS PELO          *
071800*     PARAGRAFO CHAMADOR.                                      *
071900****************************************************************
072000 8000-GRAVAR-AUDITORIA.
072100     ACCEPT DATA-DO-EVENTO FROM DATE YYYYMMDD.
072200     ACCEPT HORA-DO-EVENTO FROM TIME.
072300     MOVE ID-DO-OPERADOR       TO ID-DO-OPERADOR-LOG.
072400     MOVE TIPO-PARA-AUDITORIA  TO TIPO-DO-EVENTO.
072500     MOVE ID-DO-CLIENTE        TO ID-DO-CLIENTE-LOG.
072600     MOVE CAMPO-PARA-AUDITORIA TO CAMPO-ALTERADO.
072700     MOVE VALOR-ANTIGO-PARA-AUDITORIA TO VALOR-ANTIGO.
072800     MOVE VALOR-NOVO-PARA-AUDITORIA   TO VALOR-NOVO.
072900     PERFORM 7900-RESERVAR-NUMERO-DE-EVENTO
073000         THRU 7900-RESERVAR-NUMERO-DE-EVENTO-EXIT.
073100     MOVE ULTIMO-NUMERO-DE-EVENTO TO NUMERO-DO-EVENTO.
073200     WRITE REGISTRO-DE-AUDITORIA.
073300     IF NOT LOG-DE-AUDITORIA-OK
073400         DISPLAY "ERRO AO GRAVAR LOG-DE-AUDITORIA, STATUS = "
073500             STATUS-DO-LOG-DE-AUDITORIA
073600     END-IF.
073700 8000-GRAVAR-AUDITORIA-EXIT.
073800     EXIT.
073900*
074000****************************************************************
074100* 8900-EDITAR-DATA                                             *
074200*     EDITA A DATA EM TRABALHO (AAAAMMDD) COMO DD/MM/AAAA.     *
074300****************************************************************
074400 8900-EDITAR-DATA.
074500     MOVE TRB-DIA TO EDT-DIA.
074600     MOVE TRB-MES TO EDT-MES.
074700     MOVE TRB-ANO TO EDT-ANO.
074800 8900-EDITAR-DATA-EXIT.
074900     EXIT.
075000*
075100****************************************************************
075200* 9999-ENCERRAR                                                *
075300*     FECHA OS ARQUIVOS ANTES DO TERMINO DO PROGRAMA.          *
075400****************************************************************
075500 9999-ENCERRAR.
075600     CLOSE ARQUIVO-DE-RESPONSAVEIS.
075700     CLOSE CLIENTE-FILE.
075800     CLOSE LOG-DE-AUDITORIA.
075900     CLOSE ARQUIVO-DE-CONTROLE-DE-AUDITORIA.
076000     CLOSE RELATORIO-DE-MAIORIDADE.
076100     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
076200 9999-ENCERRAR-EXIT.
076300     EXIT.
