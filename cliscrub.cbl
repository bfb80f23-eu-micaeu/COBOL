002000*                     GRAVADOS CUJO ENDERECO DESCOMBINA, PARA  *
002100*                     A MESA CORRIGIR ANTES DA PROXIMA MALA    *
002200*                     DIRETA.                                  *
002210*  15/10/2026 EAC     PASSOU A CONFERIR TAMBEM O ENDERECO DE   *
002220*                     CORRESPONDENCIA EM VIGOR DE CADA CLIENTE *
002230*                     (ARQUIVO ENDERECO, ROTINA COMUM CLIENDV, *
002240*                     COPYBOOK ENVREC), QUE E O QUE OS         *
002250*                     CORREIOS DEVOLVEM. O RELATORIO GANHOU A  *
002260*                     COLUNA DO ENDERECO CONFERIDO E O RESUMO  *
002270*                     OS TOTAIS DA CORRESPONDENCIA.            *
002277*  15/10/2026 EAC     COLUNA DO ENDERECO CONFERIDO ALARGADA    *
002284*                     PARA 15 POSICOES ("CORRESPONDENCIA"),    *
002291*                     NO MESMO TAMANHO DE LINHA.               *
002300*                                                              *
002400****************************************************************
002500 ENVIRONMENT DIVISION.
006400     05 TOTAL-DE-CLIENTES-LIDOS PIC 9(06) VALUE ZERO.
006500     05 TOTAL-CONFERIDO        PIC 9(06)  VALUE ZERO.
006600     05 TOTAL-DESCOMBINADO     PIC 9(06)  VALUE ZERO.
006610     05 TOTAL-COM-CORRESPONDENCIA PIC 9(06) VALUE ZERO.
006620     05 TOTAL-CORRESP-CONFERIDO PIC 9(06) VALUE ZERO.
006630     05 TOTAL-CORRESP-DESCOMBINADO PIC 9(06) VALUE ZERO.
006700*
006800     COPY CEPREC.
006850*
006860     COPY ENVREC.
006900*
007000 01  LINHA-DE-CABECALHO-COLUNAS.
007100     05 FILLER                 PIC X(08)  VALUE "ID".
007300     05 FILLER                 PIC X(10)  VALUE "CEP".
007400     05 FILLER                 PIC X(04)  VALUE "UF".
007500     05 FILLER                 PIC X(22)  VALUE "CIDADE".
007600     05 FILLER                 PIC X(41)  VALUE "OCORRENCIA".
007700     05 FILLER                 PIC X(15)  VALUE "ENDERECO".
007800*
007900 01  LINHA-DE-DETALHE.
008000     05 DET-ID                 PIC 9(06).
008800     05 DET-CIDADE             PIC X(20).
008900     05 FILLER                 PIC X(02)  VALUE SPACES.
009000     05 DET-OCORRENCIA         PIC X(40).
009050     05 FILLER                 PIC X(01)  VALUE SPACES.
009060     05 DET-ENDERECO-CONFERIDO PIC X(15).
009200*
009300 PROCEDURE DIVISION.
009400*
015100*
015200****************************************************************
015300* 3000-CONFERIR-CLIENTE                                        *
015400*     CONFERE O ENDERECO RESIDENCIAL DO CLIENTE LIDO E O DE    *
015500*     CORRESPONDENCIA EM VIGOR PELA ROTINA COMUM CLICEPV,      *
015550*     RELACIONA O ENDERECO QUE DESCOMBINA E LE O PROXIMO       *
015600*     REGISTRO. SEM O DIRETORIO POSTAL CARREGADO A VARREDURA E *
015700*     ENCERRADA.                                               *
015800****************************************************************
015900 3000-CONFERIR-CLIENTE.
016000     ADD 1 TO TOTAL-DE-CLIENTES-LIDOS.
016100     IF CEP-DO-CLIENTE-ARQ = SPACES OR LOW-VALUES
016200         GO TO 3000-CONFERIR-CLIENTE-CORRESP
016300     END-IF.
016400     MOVE CEP-DO-CLIENTE-ARQ    TO CEP-VALOR-DO-CEP.
016500     MOVE UF-DO-CLIENTE-ARQ     TO CEP-UF-INFORMADA.
018300         MOVE UF-DO-CLIENTE-ARQ     TO DET-UF
018400         MOVE CIDADE-DO-CLIENTE-ARQ TO DET-CIDADE
018500         MOVE CEP-MENSAGEM          TO DET-OCORRENCIA
018550         MOVE "RESIDENCIAL"         TO DET-ENDERECO-CONFERIDO
018600         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE
018700     END-IF.
018710 3000-CONFERIR-CLIENTE-CORRESP.
018720     PERFORM 3100-CONFERIR-CORRESPONDENCIA
018730         THRU 3100-CONFERIR-CORRESPONDENCIA-EXIT.
018800 3000-CONFERIR-CLIENTE-LER.
018900     PERFORM 2000-LER-CLIENTE
019000         THRU 2000-LER-CLIENTE-EXIT.
019100 3000-CONFERIR-CLIENTE-EXIT.
019200     EXIT.
019300*
019310****************************************************************
019320* 3100-CONFERIR-CORRESPONDENCIA                                *
019330*     CONSULTA PELA ROTINA COMUM CLIENDV O ENDERECO DE         *
019340*     CORRESPONDENCIA EM VIGOR DO CLIENTE LIDO E, HAVENDO, O   *
019350*     CONFERE PELA ROTINA COMUM CLICEPV, RELACIONANDO O QUE    *
019360*     DESCOMBINA. CLIENTE SEM ENDERECO DE CORRESPONDENCIA      *
019370*     RECEBE NO RESIDENCIAL, JA CONFERIDO NO 3000.             *
019380****************************************************************
019390 3100-CONFERIR-CORRESPONDENCIA.
019392     MOVE ID-DO-CLIENTE-ARQ TO ENV-ID-DO-CLIENTE.
019394     SET ENV-CORRESPONDENCIA TO TRUE.
019396     MOVE ZERO TO ENV-DATA-DE-REFERENCIA.
019398     CALL "CLIENDV" USING PARAMETROS-DE-ENDERECO.
019400     IF NOT ENV-ACHADO
019402         GO TO 3100-CONFERIR-CORRESPONDENCIA-EXIT
019404     END-IF.
019406     ADD 1 TO TOTAL-COM-CORRESPONDENCIA.
019408     IF ENV-CEP = SPACES OR LOW-VALUES
019410         GO TO 3100-CONFERIR-CORRESPONDENCIA-EXIT
019412     END-IF.
019414     MOVE ENV-CEP    TO CEP-VALOR-DO-CEP.
019416     MOVE ENV-UF     TO CEP-UF-INFORMADA.
019418     MOVE ENV-CIDADE TO CEP-CIDADE-INFORMADA.
019420     CALL "CLICEPV" USING PARAMETROS-DE-CEP.
019422     IF CEP-SEM-DIRETORIO
019424         DISPLAY "DIRETORIO POSTAL AUSENTE - CARREGUE O "
019426             "CEPDIR PELO CLICEPL ANTES DA VARREDURA."
019428         MOVE "DIRETORIO POSTAL AUSENTE - VARREDURA "
019430             TO LINHA-DO-RELATORIO
019432         WRITE LINHA-DO-RELATORIO
019434         SET FIM-DO-ARQUIVO-CLIENTE TO TRUE
019436         GO TO 3100-CONFERIR-CORRESPONDENCIA-EXIT
019438     END-IF.
019440     ADD 1 TO TOTAL-CORRESP-CONFERIDO.
019442     IF CEP-NAO-CONFERE
019444         ADD 1 TO TOTAL-CORRESP-DESCOMBINADO
019446         MOVE ID-DO-CLIENTE-ARQ TO DET-ID
019448         MOVE NOME-DO-CLIENTE-ARQ TO DET-NOME
019450         MOVE ENV-CEP           TO DET-CEP
019452         MOVE ENV-UF            TO DET-UF
019454         MOVE ENV-CIDADE        TO DET-CIDADE
019456         MOVE CEP-MENSAGEM      TO DET-OCORRENCIA
019458         MOVE "CORRESPONDENCIA" TO DET-ENDERECO-CONFERIDO
019460         WRITE LINHA-DO-RELATORIO FROM LINHA-DE-DETALHE
019462     END-IF.
019464 3100-CONFERIR-CORRESPONDENCIA-EXIT.
019466     EXIT.
019468*
019470****************************************************************
019500* 5000-IMPRIMIR-RESUMO                                         *
019600*     IMPRIME OS TOTAIS DA VARREDURA.                          *
019700****************************************************************
020700         TOTAL-DESCOMBINADO DELIMITED BY SIZE
020800         INTO LINHA-DO-RELATORIO.
020900     WRITE LINHA-DO-RELATORIO.
020910     MOVE SPACES TO LINHA-DO-RELATORIO.
020920     STRING "COM END. CORRESP.: " DELIMITED BY SIZE
020930         TOTAL-COM-CORRESPONDENCIA DELIMITED BY SIZE
020940         "  CONFERIDOS: " DELIMITED BY SIZE
020950         TOTAL-CORRESP-CONFERIDO DELIMITED BY SIZE
020960         "  DESCOMBINADOS: " DELIMITED BY SIZE
020970         TOTAL-CORRESP-DESCOMBINADO DELIMITED BY SIZE
020980         INTO LINHA-DO-RELATORIO.
020990     WRITE LINHA-DO-RELATORIO.
021000     DISPLAY "CLISCRUB: CONFERIDOS: " TOTAL-CONFERIDO
021100         " DESCOMBINADOS: " TOTAL-DESCOMBINADO.
021150     DISPLAY "CLISCRUB: CORRESPONDENCIA CONFERIDA: "
021160         TOTAL-CORRESP-CONFERIDO " DESCOMBINADA: "
021170         TOTAL-CORRESP-DESCOMBINADO.
021200 5000-IMPRIMIR-RESUMO-EXIT.
021300     EXIT.
021400*
