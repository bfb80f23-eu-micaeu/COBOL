002784*                     EXTRATO PASSOU A TRAZER ESSE NUMERO EM   *
002786*                     LUGAR DA DATA/HORA; EVENTO AINDA SEM     *
002788*                     NUMERO E IGNORADO.                       *
002792*  15/10/2026 EAC     CLIENTE QUE RECUSOU O CONTATO POR        *
002796*                     CORREIO NO ARQUIVO DE CONSENTIMENTOS     *
002800*                     LGPD (CONSENT, COPYBOOK CONREC) SAI COMO *
002804*                     EXCLUSAO ("E") NA ALTERACAO E NAO SAI NA *
002808*                     INCLUSAO; A RECUSA DE TELEFONE OU DE     *
002812*                     E-MAIL SAI COM O CAMPO EM BRANCO. O      *
002816*                     EVENTO "ELIMINACAO" DO CLIANON GERA      *
002820*                     EXCLUSAO.                                *
002824*  15/10/2026 EAC     NOVO ARQUIVO DE PARAMETROS PARMDELT COM  *
002828*                     O TIPO DE ENDERECO A EXTRAIR ("R" OU     *
002832*                     ESPACO = RESIDENCIAL, "C" = COBRANCA,    *
002836*                     "P" = CORRESPONDENCIA), COMO NO          *
002840*                     PARMEXTR DO CLIEXTR: O ENDERECO DO TIPO  *
002844*                     EM VIGOR VEM DO ARQUIVO ENDERECO PELA    *
002848*                     ROTINA COMUM CLIENDV; SEM ELE SAI O      *
002852*                     RESIDENCIAL. O TIPO SAI NO CABECALHO.    *
002856*  15/10/2026 EAC     O EVENTO "OBITO" DO CLIOBIT GERA         *
002860*                     EXCLUSAO, E O CLIENTE COM OBITO          *
002864*                     REGISTRADO NO ARQUIVO DE OBITOS (OBITO,  *
002868*                     COPYBOOK OBIREC) NAO SAI NA INCLUSAO NEM *
002872*                     NA RESTAURACAO E SAI COMO EXCLUSAO ("E") *
002876*                     NA ALTERACAO, AINDA QUE REATIVADO. SEM O *
002880*                     ARQUIVO OBITO NAO HA RESTRICAO.          *
002884*  15/10/2026 EAC     O EVENTO "ESTORNO" DO CLIESTO GERA       *
002888*                     EXCLUSAO QUANDO DESFAZ UMA INCLUSAO E    *
002892*                     ALTERACAO NOS DEMAIS CASOS.              *
002893*  15/10/2026 EAC     O ESTORNO QUE NAO DESFAZ UMA INCLUSAO    *
002894*                     GERA ALTERACAO MESMO QUANDO O CLIENTE    *
002895*                     JA ESTAVA MARCADO PARA EXCLUSAO (POR     *
002896*                     EXEMPLO, OBITO ESTORNADO); A INCLUSAO    *
002897*                     DO PERIODO CONTINUA INCLUSAO.            *
002898*                                                              *
002900****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
005884         ACCESS MODE IS DYNAMIC
005886         RECORD KEY IS ID-DO-JOB-REINICIO
005888         FILE STATUS IS STATUS-DO-ARQUIVO-REINICIO.
005894*
005900     SELECT ARQUIVO-DE-CONSENTIMENTOS ASSIGN TO "CONSENT"
005906         ORGANIZATION IS INDEXED
005912         ACCESS MODE IS DYNAMIC
005918         RECORD KEY IS ID-DO-CLIENTE-CON
005924         FILE STATUS IS STATUS-DO-ARQUIVO-CONSENTIMENTO.
005930*
005936     SELECT ARQUIVO-DE-OBITOS ASSIGN TO "OBITO"
005942         ORGANIZATION IS INDEXED
005948         ACCESS MODE IS DYNAMIC
005954         RECORD KEY IS ID-DO-CLIENTE-OBI
005960         FILE STATUS IS STATUS-DO-ARQUIVO-OBITO.
005966*
005972     SELECT PARAMETROS-DO-DELTA ASSIGN TO "PARMDELT"
005978         ORGANIZATION IS LINE SEQUENTIAL
005984         FILE STATUS IS STATUS-DOS-PARAMETROS.
005990*
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CLIENTE-FILE
008600****************************************************************
008700*  O EXTRATO DELTA COMECA COM UM REGISTRO DE CABECALHO ("H" NA  *
008800*  POSICAO 001, DATA DE GERACAO E NUMERO DO ULTIMO EVENTO JA    *
008900*  EXTRAIDO NA RODADA ANTERIOR, COM O TIPO DE ENDERECO         *
008950*  EXTRAIDO NA POSICAO 019) E TERMINA COM UM REGISTRO DE       *
009000*  TRAILER ("T" E QUANTIDADE DE DETALHES). O DETALHE E          *
009100*  O LAYOUT DO EXTRATO COMPLETO (CLIEXTR) PRECEDIDO DO CODIGO  *
009200*  DE TRANSACAO.                                               *
013080 01  REGISTRO-DE-REINICIO.
013082     05 ID-DO-JOB-REINICIO      PIC X(08).
013084     05 QTD-PROCESSADA-REINICIO PIC 9(08).
013088*
013092 FD  ARQUIVO-DE-CONSENTIMENTOS
013096     LABEL RECORDS ARE STANDARD.
013100     COPY CONREC.
013104*
013108 FD  ARQUIVO-DE-OBITOS
013112     LABEL RECORDS ARE STANDARD.
013116     COPY OBIREC.
013120*
013124 FD  PARAMETROS-DO-DELTA
013128     LABEL RECORDS ARE STANDARD.
013132*
013136****************************************************************
013140*  LAYOUT DO REGISTRO DE PARAMETROS - UMA LINHA UNICA.          *
013144*  POSICAO  TAMANHO  CAMPO                                     *
013148*  -------  -------  ------------------------------------      *
013152*  001-001     01    TIPO DE ENDERECO A EXTRAIR ("R" OU        *
013156*                    ESPACO = RESIDENCIAL, "C" = COBRANCA,     *
013160*                    "P" = CORRESPONDENCIA; SEM ENDERECO DO    *
013164*                    TIPO EM VIGOR SAI O RESIDENCIAL)          *
013168****************************************************************
013172 01  REGISTRO-DE-PARAMETROS.
013176     05 PRM-TIPO-DE-ENDERECO   PIC X(01).
013180*
013200 WORKING-STORAGE SECTION.
013300 01  STATUS-DO-ARQUIVO-CLIENTE PIC X(02).
013400     88 ARQUIVO-OK                VALUE "00".
014660 01  STATUS-DO-ARQUIVO-REINICIO PIC X(02).
014670     88 REINICIO-OK                VALUE "00".
014680     88 REINICIO-NAO-ENCONTRADO    VALUE "35".
014681*
014682 01  STATUS-DO-ARQUIVO-CONSENTIMENTO PIC X(02).
014683     88 CONSENTIMENTO-OK           VALUE "00".
014684     88 CONSENTIMENTO-AUSENTE      VALUE "35".
014685*
014686 01  STATUS-DO-ARQUIVO-OBITO  PIC X(02).
014687     88 OBITO-ARQ-OK               VALUE "00".
014688     88 OBITO-ARQ-AUSENTE          VALUE "35".
014689*
014691 01  STATUS-DOS-PARAMETROS    PIC X(02).
014692     88 PARAMETROS-OK            VALUE "00".
014693     88 PARAMETROS-NAO-ENCONTRADOS VALUE "35".
014694*
014695 01  NOME-DO-PROGRAMA          PIC X(08)  VALUE "CLIDELT".
014696 01  CODIGO-DE-RETORNO-DA-RODADA PIC 9(02) VALUE ZERO.
014700*
014800****************************************************************
014900*  TABELA DE TRANSACOES, INDEXADA PELO ID DO CLIENTE. ESPACO =  *
017000     05 TOTAL-DE-ALTERACOES    PIC 9(05)  VALUE ZERO.
017100     05 TOTAL-DE-EXCLUSOES     PIC 9(05)  VALUE ZERO.
017200     05 TOTAL-NAO-ENCONTRADO   PIC 9(05)  VALUE ZERO.
017250     05 TOTAL-SEM-CONSENTIMENTO PIC 9(05) VALUE ZERO.
017260     05 TOTAL-SEM-ENDERECO-DO-TIPO PIC 9(05) VALUE ZERO.
017265     05 TOTAL-DE-FALECIDOS     PIC 9(05)  VALUE ZERO.
017270*
017280 01  FILTRO-TIPO-DE-ENDERECO  PIC X(01)  VALUE "R".
017290     88 EXTRAIR-RESIDENCIAL       VALUE "R".
017300*
017310 01  CHAVES-DE-CONSENTIMENTO.
017320     05 SW-CONSENTIMENTOS-DISPONIVEIS PIC X(01) VALUE "N".
017330        88 CONSENTIMENTOS-DISPONIVEIS VALUE "S".
017340     05 SW-CONSENTIMENTO-LIDO  PIC X(01)  VALUE "N".
017350        88 CONSENTIMENTO-LIDO      VALUE "S".
017352*
017354 01  SW-OBITOS-DISPONIVEIS    PIC X(01)  VALUE "N".
017356     88 OBITOS-DISPONIVEIS         VALUE "S".
017360*
017400 01  DATA-DO-DIA              PIC 9(08)  VALUE ZERO.
017500 01  IDADE-ATUAL-DO-CLIENTE   PIC 9(03)  VALUE ZERO.
017600*
017700     COPY IDAREC.
017750*
017760     COPY ENVREC.
017800*
017900 01  CABECALHO-DO-DELTA.
018000     05 CAB-TIPO-DE-REGISTRO   PIC X(01)  VALUE "H".
018100     05 CAB-DATA-DE-GERACAO    PIC 9(08).
018200     05 CAB-NUMERO-DESDE       PIC 9(09).
018300     05 CAB-TIPO-DE-ENDERECO   PIC X(01).
018400     05 FILLER                 PIC X(182) VALUE SPACES.
018500*
018600 01  TRAILER-DO-DELTA.
018700     05 TRL-TIPO-DE-REGISTRO   PIC X(01)  VALUE "T".
019900         THRU 1000-ABRIR-ARQUIVOS-EXIT.
020000     PERFORM 1100-OBTER-CONTROLE-DO-DELTA
020100         THRU 1100-OBTER-CONTROLE-DO-DELTA-EXIT.
020150     PERFORM 1150-LER-PARAMETROS
020160         THRU 1150-LER-PARAMETROS-EXIT.
020200     PERFORM 1200-GRAVAR-CABECALHO
020300         THRU 1200-GRAVAR-CABECALHO-EXIT.
020400     PERFORM 2000-PROCESSAR-LOG
021100         THRU 5000-ATUALIZAR-CONTROLE-EXIT.
021200     DISPLAY "CLIDELT: EVENTOS NOVOS: " TOTAL-DE-EVENTOS-NOVOS
021300         " CLIENTES EXTRAIDOS: " TOTAL-EXTRAIDO.
021301     DISPLAY "CLIDELT: RECUSAS DE CONTATO POR CORREIO: "
021302         TOTAL-SEM-CONSENTIMENTO.
021303     IF OBITOS-DISPONIVEIS
021304         DISPLAY "CLIDELT: CLIENTES COM OBITO REGISTRADO: "
021305             TOTAL-DE-FALECIDOS
021306     END-IF.
021307     IF NOT EXTRAIR-RESIDENCIAL
021308         DISPLAY "CLIDELT: SEM ENDERECO DO TIPO EM VIGOR (SAIU O "
021309             "RESIDENCIAL): " TOTAL-SEM-ENDERECO-DO-TIPO
021310     END-IF.
021311     PERFORM 7800-REGISTRAR-FIM
021320         THRU 7800-REGISTRAR-FIM-EXIT.
021400     PERFORM 9999-ENCERRAR
021500         THRU 9999-ENCERRAR-EXIT.
023900             STATUS-DO-EXTRATO
024000         STOP RUN
024100     END-IF.
024104     OPEN INPUT ARQUIVO-DE-CONSENTIMENTOS.
024108     IF CONSENTIMENTO-AUSENTE
024112         DISPLAY "CONSENT AUSENTE - DELTA SEM RESTRICAO DE "
024116             "CONSENTIMENTO."
024120     ELSE
024124         IF NOT CONSENTIMENTO-OK
024128             DISPLAY "ERRO AO ABRIR CONSENT, STATUS = "
024132                 STATUS-DO-ARQUIVO-CONSENTIMENTO
024136             STOP RUN
024140         END-IF
024144         MOVE "S" TO SW-CONSENTIMENTOS-DISPONIVEIS
024148     END-IF.
024152     OPEN INPUT ARQUIVO-DE-OBITOS.
024156     IF OBITO-ARQ-AUSENTE
024160         DISPLAY "OBITO AUSENTE - DELTA SEM RESTRICAO DE "
024164             "OBITO."
024168     ELSE
024172         IF NOT OBITO-ARQ-OK
024176             DISPLAY "ERRO AO ABRIR OBITO, STATUS = "
024180                 STATUS-DO-ARQUIVO-OBITO
024184             STOP RUN
024188         END-IF
024192         MOVE "S" TO SW-OBITOS-DISPONIVEIS
024196     END-IF.
024200     MOVE SPACES TO TABELA-DE-TRANSACOES.
024300 1000-ABRIR-ARQUIVOS-EXIT.
024400     EXIT.
027500 1100-OBTER-CONTROLE-DO-DELTA-EXIT.
027600     EXIT.
027700*
027702****************************************************************
027704* 1150-LER-PARAMETROS                                          *
027706*     LE O ARQUIVO DE PARAMETROS E GUARDA O TIPO DE ENDERECO A *
027708*     EXTRAIR. NA AUSENCIA DO ARQUIVO OU DE TIPO VALIDO SAI O  *
027710*     ENDERECO RESIDENCIAL, COMO NAS RODADAS ANTIGAS.          *
027712****************************************************************
027714 1150-LER-PARAMETROS.
027716     OPEN INPUT PARAMETROS-DO-DELTA.
027718     IF PARAMETROS-NAO-ENCONTRADOS
027720         DISPLAY "PARMDELT AUSENTE - EXTRAINDO O ENDERECO "
027722             "RESIDENCIAL."
027724         GO TO 1150-LER-PARAMETROS-EXIT
027726     END-IF.
027728     IF NOT PARAMETROS-OK
027730         DISPLAY "ERRO AO ABRIR PARMDELT, STATUS = "
027732             STATUS-DOS-PARAMETROS
027734         STOP RUN
027736     END-IF.
027738     READ PARAMETROS-DO-DELTA
027740         AT END
027742             DISPLAY "PARMDELT VAZIO - EXTRAINDO O ENDERECO "
027744                 "RESIDENCIAL."
027746     END-READ.
027748     IF PARAMETROS-OK
027750         IF PRM-TIPO-DE-ENDERECO = "C" OR
027752             PRM-TIPO-DE-ENDERECO = "P"
027754             MOVE PRM-TIPO-DE-ENDERECO TO FILTRO-TIPO-DE-ENDERECO
027756         END-IF
027758     END-IF.
027760     CLOSE PARAMETROS-DO-DELTA.
027762 1150-LER-PARAMETROS-EXIT.
027764     EXIT.
027766*
027800****************************************************************
027900* 1200-GRAVAR-CABECALHO                                        *
028000*     GRAVA O REGISTRO DE CABECALHO DO EXTRATO DELTA COM A      *
028500     ACCEPT CAB-DATA-DE-GERACAO FROM DATE YYYYMMDD.
028600     MOVE CAB-DATA-DE-GERACAO TO DATA-DO-DIA.
028700     MOVE ULTIMO-NUMERO-DA-RODADA TO CAB-NUMERO-DESDE.
028800     MOVE FILTRO-TIPO-DE-ENDERECO TO CAB-TIPO-DE-ENDERECO.
028900     WRITE REGISTRO-DO-EXTRATO-DELTA FROM CABECALHO-DO-DELTA.
029000     IF NOT EXTRATO-OK
029100         DISPLAY "ERRO AO GRAVAR CABECALHO, STATUS = "
035300             MOVE "E" TO MARCA-DE-TRANSACAO (ID-DO-CLIENTE-LOG)
035400         WHEN "ARQUIVADO"
035500             MOVE "E" TO MARCA-DE-TRANSACAO (ID-DO-CLIENTE-LOG)
035510         WHEN "ELIMINACAO"
035520             MOVE "E" TO MARCA-DE-TRANSACAO (ID-DO-CLIENTE-LOG)
035530         WHEN "OBITO"
035540             MOVE "E" TO MARCA-DE-TRANSACAO (ID-DO-CLIENTE-LOG)
035545         WHEN "ESTORNO"
035550             IF CAMPO-ALTERADO = "INCLUSAO"
035555                 MOVE "E"
035560                     TO MARCA-DE-TRANSACAO (ID-DO-CLIENTE-LOG)
035565             ELSE
035568                 IF MARCA-DE-TRANSACAO (ID-DO-CLIENTE-LOG)
035571                     NOT = "A"
035575                     MOVE "C"
035580                         TO MARCA-DE-TRANSACAO (ID-DO-CLIENTE-LOG)
035585                 END-IF
035590             END-IF
035600         WHEN "ALTERACAO"
035700             IF MARCA-DE-TRANSACAO (ID-DO-CLIENTE-LOG) = SPACE
035800                 MOVE "C"
038400* 3100-GERAR-UM-CLIENTE                                        *
038500*     GRAVA O DETALHE DO PROXIMO CLIENTE MARCADO NA TABELA DE   *
038600*     TRANSACOES: INCLUSAO E ALTERACAO LEVAM O CADASTRO        *
038700*     COMPLETO LIDO DO MESTRE; EXCLUSAO LEVA SO O ID. CLIENTE  *
038710*     QUE RECUSOU O CORREIO NAO SAI NA INCLUSAO E SAI COMO     *
038720*     EXCLUSAO NA ALTERACAO; O MESMO VALE PARA O CLIENTE COM   *
038730*     OBITO REGISTRADO NO ARQUIVO OBITO.                       *
038800****************************************************************
038900 3100-GERAR-UM-CLIENTE.
039000     ADD 1 TO IND-CLIENTE.
039200         GO TO 3100-GERAR-UM-CLIENTE-EXIT
039300     END-IF.
039400     IF MARCA-DE-TRANSACAO (IND-CLIENTE) = "E"
039460         GO TO 3100-GERAR-UM-CLIENTE-EXCLUIR
039520     END-IF.
039580     MOVE IND-CLIENTE TO ID-DO-CLIENTE-ARQ.
039640     READ CLIENTE-FILE KEY IS ID-DO-CLIENTE-ARQ
039700         INVALID KEY
039760             SET REGISTRO-NAO-ENCONTRADO TO TRUE
039820     END-READ.
039880     IF REGISTRO-NAO-ENCONTRADO
039940         ADD 1 TO TOTAL-NAO-ENCONTRADO
040000         DISPLAY "CLIENTE COM EVENTO NOVO AUSENTE DO MESTRE, "
040060             "ID = " IND-CLIENTE
040120         GO TO 3100-GERAR-UM-CLIENTE-EXIT
040180     END-IF.
040184     IF OBITOS-DISPONIVEIS
040188         MOVE IND-CLIENTE TO ID-DO-CLIENTE-OBI
040192         READ ARQUIVO-DE-OBITOS
040196             INVALID KEY
040200                 MOVE ZERO TO ID-DO-CLIENTE-OBI
040204         END-READ
040208         IF ID-DO-CLIENTE-OBI NOT = ZERO
040212             ADD 1 TO TOTAL-DE-FALECIDOS
040216             IF MARCA-DE-TRANSACAO (IND-CLIENTE) = "A"
040220                 GO TO 3100-GERAR-UM-CLIENTE-EXIT
040224             END-IF
040228             GO TO 3100-GERAR-UM-CLIENTE-EXCLUIR
040232         END-IF
040236     END-IF.
040240     PERFORM 3150-LER-CONSENTIMENTO
040300         THRU 3150-LER-CONSENTIMENTO-EXIT.
040360     IF CONSENTIMENTO-LIDO AND RECUSA-CORREIO-CON
040420         ADD 1 TO TOTAL-SEM-CONSENTIMENTO
040480         IF MARCA-DE-TRANSACAO (IND-CLIENTE) = "A"
040540             GO TO 3100-GERAR-UM-CLIENTE-EXIT
040600         END-IF
040660         GO TO 3100-GERAR-UM-CLIENTE-EXCLUIR
040720     END-IF.
040780     GO TO 3100-GERAR-UM-CLIENTE-DETALHE.
040840 3100-GERAR-UM-CLIENTE-EXCLUIR.
040900     MOVE SPACES TO REGISTRO-DO-EXTRATO-DELTA.
040960     MOVE "E"  TO DEL-CODIGO-TRANSACAO.
041020     MOVE IND-CLIENTE TO DEL-ID.
041080     MOVE ZERO TO DEL-IDADE.
041140     MOVE ZERO TO DEL-DATA-DE-CADASTRO.
041200     MOVE ZERO TO DEL-DATA-DE-NASCIMENTO.
041260     ADD 1 TO TOTAL-DE-EXCLUSOES.
041320     PERFORM 3300-GRAVAR-DETALHE
041380         THRU 3300-GRAVAR-DETALHE-EXIT.
041440     GO TO 3100-GERAR-UM-CLIENTE-EXIT.
041500 3100-GERAR-UM-CLIENTE-DETALHE.
041700     MOVE MARCA-DE-TRANSACAO (IND-CLIENTE)
041800         TO DEL-CODIGO-TRANSACAO.
041900     IF MARCA-DE-TRANSACAO (IND-CLIENTE) = "A"
043100     MOVE CIDADE-DO-CLIENTE-ARQ   TO DEL-CIDADE.
043200     MOVE UF-DO-CLIENTE-ARQ       TO DEL-UF.
043300     MOVE CEP-DO-CLIENTE-ARQ      TO DEL-CEP.
043310     IF NOT EXTRAIR-RESIDENCIAL
043320         PERFORM 3180-OBTER-ENDERECO-DO-TIPO
043330             THRU 3180-OBTER-ENDERECO-DO-TIPO-EXIT
043340     END-IF.
043400     MOVE TELEFONE-DO-CLIENTE-ARQ TO DEL-TELEFONE.
043500     MOVE EMAIL-DO-CLIENTE-ARQ    TO DEL-EMAIL.
043510     IF CONSENTIMENTO-LIDO AND RECUSA-TELEFONE-CON
043520         MOVE SPACES TO DEL-TELEFONE
043530     END-IF.
043540     IF CONSENTIMENTO-LIDO AND RECUSA-EMAIL-CON
043550         MOVE SPACES TO DEL-EMAIL
043560     END-IF.
043600     MOVE DATA-DE-CADASTRO-ARQ    TO DEL-DATA-DE-CADASTRO.
043700     IF CLIENTE-ATIVO-ARQ
043800         MOVE "A" TO DEL-SITUACAO
044300         THRU 3300-GRAVAR-DETALHE-EXIT.
044400 3100-GERAR-UM-CLIENTE-EXIT.
044500     EXIT.
044505*
044510****************************************************************
044515* 3150-LER-CONSENTIMENTO                                       *
044520*     LE O CONSENTIMENTO LGPD DO CLIENTE LIDO. SEM O ARQUIVO   *
044525*     CONSENT OU SEM REGISTRO DO CLIENTE NAO HA RESTRICAO.     *
044530****************************************************************
044535 3150-LER-CONSENTIMENTO.
044540     MOVE "N" TO SW-CONSENTIMENTO-LIDO.
044545     IF NOT CONSENTIMENTOS-DISPONIVEIS
044550         GO TO 3150-LER-CONSENTIMENTO-EXIT
044555     END-IF.
044560     MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE-CON.
044565     READ ARQUIVO-DE-CONSENTIMENTOS
044570         INVALID KEY
044575             GO TO 3150-LER-CONSENTIMENTO-EXIT
044580     END-READ.
044585     MOVE "S" TO SW-CONSENTIMENTO-LIDO.
044590 3150-LER-CONSENTIMENTO-EXIT.
044595     EXIT.
044600*
044604****************************************************************
044608* 3180-OBTER-ENDERECO-DO-TIPO                                  *
044612*     CONSULTA PELA ROTINA COMUM CLIENDV O ENDERECO DO TIPO    *
044616*     PEDIDO NO PARMDELT EM VIGOR NA DATA DA RODADA E O PASSA  *
044620*     PARA O DETALHE. SEM ENDERECO DO TIPO EM VIGOR (OU SEM O  *
044624*     ARQUIVO ENDERECO) FICA O RESIDENCIAL JA MOVIDO.          *
044628****************************************************************
044632 3180-OBTER-ENDERECO-DO-TIPO.
044636     MOVE ID-DO-CLIENTE-ARQ       TO ENV-ID-DO-CLIENTE.
044640     MOVE FILTRO-TIPO-DE-ENDERECO TO ENV-TIPO-DO-ENDERECO.
044644     MOVE DATA-DO-DIA             TO ENV-DATA-DE-REFERENCIA.
044648     CALL "CLIENDV" USING PARAMETROS-DE-ENDERECO.
044652     IF NOT ENV-ACHADO
044656         ADD 1 TO TOTAL-SEM-ENDERECO-DO-TIPO
044660         GO TO 3180-OBTER-ENDERECO-DO-TIPO-EXIT
044664     END-IF.
044668     MOVE ENV-ENDERECO TO DEL-ENDERECO.
044672     MOVE ENV-CIDADE   TO DEL-CIDADE.
044676     MOVE ENV-UF       TO DEL-UF.
044680     MOVE ENV-CEP      TO DEL-CEP.
044684 3180-OBTER-ENDERECO-DO-TIPO-EXIT.
044688     EXIT.
044692*
044700****************************************************************
044800* 3200-CALCULAR-IDADE-ATUAL                                    *
044900*     CALCULA A IDADE ATUAL DO CLIENTE LIDO PELA ROTINA COMUM *
052500     CLOSE ARQUIVO-DE-CONTROLE-DO-DELTA.
052600     CLOSE EXTRATO-DELTA.
052650     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
052660     IF CONSENTIMENTOS-DISPONIVEIS
052670         CLOSE ARQUIVO-DE-CONSENTIMENTOS
052680     END-IF.
052685     IF OBITOS-DISPONIVEIS
052690         CLOSE ARQUIVO-DE-OBITOS
052695     END-IF.
052700 9999-ENCERRAR-EXIT.
052800     EXIT.
