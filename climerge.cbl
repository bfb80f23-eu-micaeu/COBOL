002099*                     (OPERADOR, COPYBOOK OPRREC): A FUSAO SO  *
002099*                     RODA COM OPERADOR ATIVO E COM PERFIL DE  *
002099*                     FUSAO.                                   *
002106*  15/10/2026 EAC     A FUSAO DEIXOU DE SER EXECUTADA AQUI: O  *
002113*                     PEDIDO CONFIRMADO E GRAVADO NA FILA DE   *
002120*                     APROVACAO PENDENTE (COPYBOOK PNDREC) E O *
002127*                     CLIAPRV, COM UM SEGUNDO OPERADOR, FUNDE  *
002134*                     OS CAMPOS, EXCLUI O DUPLICADO E GRAVA O  *
002141*                     LOG DE AUDITORIA E O JORNAL, QUE SAIRAM  *
002148*                     DESTE PROGRAMA.                          *
002155*  15/10/2026 EAC     O PEDIDO DE FUSAO PASSOU A SER RECUSADO  *
002162*                     TAMBEM QUANDO QUALQUER DOS DOIS IDS JA E *
002169*                     O SOBREVIVENTE DE OUTRA FUSAO AGUARDANDO *
002176*                     DECISAO, PARA NAO ENCADEAR FUSOES.       *
002183*                                                              *
002200****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003500         ALTERNATE RECORD KEY IS NOME-DO-CLIENTE-ARQ
003600             WITH DUPLICATES
003700         FILE STATUS IS STATUS-DO-ARQUIVO-CLIENTE.
004110*
004120     SELECT ARQUIVO-DE-CONTROLE-DE-AUDITORIA ASSIGN TO "AUDCTL"
004130         ORGANIZATION IS INDEXED
004140         ACCESS MODE IS DYNAMIC
004150         RECORD KEY IS ID-DO-CONTROLE-DE-AUDITORIA
004160         FILE STATUS IS STATUS-DO-CONTROLE-DE-AUDITORIA.
004178*
004180     SELECT ARQUIVO-DE-OPERADORES ASSIGN TO "OPERADOR"
004182         ORGANIZATION IS INDEXED
004184         ACCESS MODE IS DYNAMIC
004186         RECORD KEY IS ID-DO-OPERADOR-OPR
004188         FILE STATUS IS STATUS-DO-ARQUIVO-OPERADOR.
004190*
004192     SELECT ARQUIVO-DE-PENDENCIAS ASSIGN TO "PENDENTE"
004193         ORGANIZATION IS INDEXED
004194         ACCESS MODE IS DYNAMIC
004195         RECORD KEY IS NUMERO-DA-PENDENCIA-PND
004196         ALTERNATE RECORD KEY IS ID-DO-CLIENTE-PND
004197             WITH DUPLICATES
004198         FILE STATUS IS STATUS-DO-ARQUIVO-PENDENCIA.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CLIENTE-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY CLIREC.
005110*
005120 FD  ARQUIVO-DE-CONTROLE-DE-AUDITORIA
005130     LABEL RECORDS ARE STANDARD.
005140     COPY AUCREC.
005190*
005192 FD  ARQUIVO-DE-OPERADORES
005194     LABEL RECORDS ARE STANDARD.
005196     COPY OPRREC.
005206*
005216 FD  ARQUIVO-DE-PENDENCIAS
005226     LABEL RECORDS ARE STANDARD.
005236     COPY PNDREC.
005246*
005300 WORKING-STORAGE SECTION.
005500 01  ID-DO-OPERADOR            PIC X(08).
005600*
005700 01  STATUS-DO-ARQUIVO-CLIENTE PIC X(02).
005800     88 ARQUIVO-OK                VALUE "00".
005900     88 REGISTRO-NAO-ENCONTRADO   VALUE "23".
006210*
006220 01  STATUS-DO-CONTROLE-DE-AUDITORIA PIC X(02).
006230     88 CONTROLE-DE-AUD-OK          VALUE "00".
006240     88 CONTROLE-DE-AUD-AUSENTE     VALUE "35".
006258*
006260 01  NOME-DO-PROGRAMA           PIC X(08)  VALUE "CLIMERGE".
006266*
006268 01  STATUS-DO-ARQUIVO-OPERADOR PIC X(02).
006270     88 OPERADOR-ARQ-OK            VALUE "00".
006272     88 OPERADOR-NAO-CADASTRADO    VALUE "23".
006274     88 OPERADOR-ARQ-AUSENTE       VALUE "35".
006276*
006278 01  STATUS-DO-ARQUIVO-PENDENCIA PIC X(02).
006280     88 PENDENCIA-OK               VALUE "00".
006282     88 PENDENCIA-AUSENTE          VALUE "35".
006300*
006400 01  CHAVES-DE-VALIDACAO.
006500     05 SW-IDS-VALIDOS         PIC X(01)  VALUE "N".
006700     05 SW-FUSAO-CONFIRMADA    PIC X(01)  VALUE "N".
006800        88 FUSAO-CONFIRMADA        VALUE "S".
006900*
007000 01  CHAVES-DA-PENDENCIA.
007100     05 SW-PENDENCIA-EM-ABERTO PIC X(01)  VALUE "N".
007200        88 PENDENCIA-EM-ABERTO     VALUE "S".
007300     05 SW-FIM-DAS-PENDENCIAS  PIC X(01)  VALUE "N".
007400        88 FIM-DAS-PENDENCIAS      VALUE "S".
007500 01  ID-PESQUISADO-NA-FILA     PIC 9(06)  VALUE ZERO.
008300*
008400 01  CONFIRMACAO-DO-OPERADOR   PIC X(01).
008500 01  ID-SOBREVIVENTE-ENTRADA   PIC X(06).
008900*
009000 01  REGISTRO-DUPLICADO.
009100     05 DUP-NOME               PIC X(30).
010400*
010500 PROCEDURE DIVISION.
010600*
012000             THRU 3000-CONFIRMAR-FUSAO-EXIT
012100     END-IF.
012200     IF FUSAO-CONFIRMADA
012300         PERFORM 4000-REGISTRAR-PENDENCIA
012400             THRU 4000-REGISTRAR-PENDENCIA-EXIT
012700     END-IF.
012800     PERFORM 9999-ENCERRAR
012900         THRU 9999-ENCERRAR-EXIT.
013100*
013200****************************************************************
013300* 1000-ABRIR-ARQUIVOS                                          *
013400*     ABRE O ARQUIVO MESTRE DE CLIENTES E A FILA DE APROVACAO. *
013500****************************************************************
013600 1000-ABRIR-ARQUIVOS.
013700     OPEN INPUT CLIENTE-FILE.
013800     IF NOT ARQUIVO-OK
013900         DISPLAY "ERRO AO ABRIR CLIENTE-FILE, STATUS = "
014000             STATUS-DO-ARQUIVO-CLIENTE
014100         STOP RUN
014200     END-IF.
014810     OPEN I-O ARQUIVO-DE-CONTROLE-DE-AUDITORIA.
014820     IF CONTROLE-DE-AUD-AUSENTE
014830         OPEN OUTPUT ARQUIVO-DE-CONTROLE-DE-AUDITORIA
014890             STATUS-DO-CONTROLE-DE-AUDITORIA
014892         STOP RUN
014894     END-IF.
014899     OPEN INPUT ARQUIVO-DE-OPERADORES.
014899     IF OPERADOR-ARQ-AUSENTE
014899         DISPLAY "ARQUIVO DE OPERADORES AUSENTE - CADASTRE OS "
014899         STOP RUN
014899     END-IF.
014899     IF NOT OPERADOR-ARQ-OK
014904         DISPLAY "ERRO AO ABRIR OPERADOR, STATUS = "
014909             STATUS-DO-ARQUIVO-OPERADOR
014914         STOP RUN
014919     END-IF.
014924     OPEN I-O ARQUIVO-DE-PENDENCIAS.
014929     IF PENDENCIA-AUSENTE
014934         OPEN OUTPUT ARQUIVO-DE-PENDENCIAS
014939         CLOSE ARQUIVO-DE-PENDENCIAS
014944         OPEN I-O ARQUIVO-DE-PENDENCIAS
014949     END-IF.
014954     IF NOT PENDENCIA-OK
014959         DISPLAY "ERRO AO ABRIR PENDENTE, STATUS = "
014964             STATUS-DO-ARQUIVO-PENDENCIA
014969         STOP RUN
014974     END-IF.
014979 1000-ABRIR-ARQUIVOS-EXIT.
015000     EXIT.
015100*
015200****************************************************************
016300****************************************************************
016400* 2000-OBTER-IDS-DA-FUSAO                                      *
016500*     SOLICITA O ID DO CLIENTE SOBREVIVENTE E O ID DO CLIENTE  *
016600*     DUPLICADO, VALIDA AS ENTRADAS E GUARDA O NOME DO         *
016700*     DUPLICADO.                                               *
016800****************************************************************
016900 2000-OBTER-IDS-DA-FUSAO.
017000     DISPLAY "Digite o ID do cliente sobrevivente: ".
019500             ID-DUPLICADO
019600         GO TO 2000-OBTER-IDS-DA-FUSAO-EXIT
019700     END-IF.
019800     MOVE NOME-DO-CLIENTE-ARQ     TO DUP-NOME.
020500     MOVE ID-SOBREVIVENTE TO ID-DO-CLIENTE-ARQ.
020600     READ CLIENTE-FILE KEY IS ID-DO-CLIENTE-ARQ
020700         INVALID KEY
021200             ID-SOBREVIVENTE
021300         GO TO 2000-OBTER-IDS-DA-FUSAO-EXIT
021400     END-IF.
021500     MOVE "S" TO SW-IDS-VALIDOS.
021600 2000-OBTER-IDS-DA-FUSAO-EXIT.
021700     EXIT.
021900****************************************************************
022000* 3000-CONFIRMAR-FUSAO                                         *
022100*     EXIBE OS DOIS CADASTROS ENVOLVIDOS E PEDE A CONFIRMACAO  *
022200*     DO OPERADOR ANTES DE PEDIR A FUSAO.                      *
022300****************************************************************
022400 3000-CONFIRMAR-FUSAO.
022500     DISPLAY "----------------------------------------------".
022600     DISPLAY "SOBREVIVENTE " ID-SOBREVIVENTE ": "
022700         NOME-DO-CLIENTE-ARQ.
022800     DISPLAY "DUPLICADO    " ID-DUPLICADO ": " DUP-NOME.
022900     DISPLAY "O DUPLICADO SERA EXCLUIDO DO ARQUIVO MESTRE "
022950         "QUANDO A FUSAO FOR APROVADA.".
023000     DISPLAY "Confirma o pedido de fusao (S/N)? ".
023100     ACCEPT CONFIRMACAO-DO-OPERADOR.
023200     IF CONFIRMACAO-DO-OPERADOR = "S" OR
023300         CONFIRMACAO-DO-OPERADOR = "s"
023900     EXIT.
024000*
024100****************************************************************
024220* 4000-REGISTRAR-PENDENCIA                                     *
024340*     GRAVA O PEDIDO DE FUSAO NA FILA DE APROVACAO, COM O NOME *
024460*     DO DUPLICADO COMO VALOR ANTIGO (CONFERIDO PELO CLIAPRV   *
024580*     NA APROVACAO). RECUSA O PEDIDO SE QUALQUER DOS DOIS IDS  *
024590*     JA FOR O DUPLICADO OU O SOBREVIVENTE DE OUTRA FUSAO      *
024600*     AGUARDANDO DECISAO.                                      *
024820****************************************************************
024940 4000-REGISTRAR-PENDENCIA.
025060     MOVE ID-DUPLICADO TO ID-PESQUISADO-NA-FILA.
025180     PERFORM 4100-PROCURAR-PENDENCIA-ABERTA
025300         THRU 4100-PROCURAR-PENDENCIA-ABERTA-EXIT.
025420     IF NOT PENDENCIA-EM-ABERTO
025540         MOVE ID-SOBREVIVENTE TO ID-PESQUISADO-NA-FILA
025660         PERFORM 4100-PROCURAR-PENDENCIA-ABERTA
025780             THRU 4100-PROCURAR-PENDENCIA-ABERTA-EXIT
025900     END-IF.
025910     IF NOT PENDENCIA-EM-ABERTO
025920         PERFORM 4300-PROCURAR-SOBREVIVENTE-ABERTO
025930             THRU 4300-PROCURAR-SOBREVIVENTE-ABERTO-EXIT
025940     END-IF.
026020     IF PENDENCIA-EM-ABERTO
026140         DISPLAY "O PEDIDO " NUMERO-DA-PENDENCIA-PND
026150             " JA AGUARDA APROVACAO ENVOLVENDO O CLIENTE "
026380             ID-PESQUISADO-NA-FILA " - FUSAO RECUSADA."
026500         GO TO 4000-REGISTRAR-PENDENCIA-EXIT
026620     END-IF.
026740     PERFORM 7950-RESERVAR-NUMERO-DA-PENDENCIA
026860         THRU 7950-RESERVAR-NUMERO-DA-PENDENCIA-EXIT.
026980     MOVE ULTIMO-NUMERO-DE-EVENTO TO NUMERO-DA-PENDENCIA-PND.
027100     SET PENDENCIA-DE-FUSAO TO TRUE.
027220     MOVE ID-DUPLICADO            TO ID-DO-CLIENTE-PND.
027340     MOVE ID-SOBREVIVENTE         TO ID-SOBREVIVENTE-PND.
027350     MOVE ZERO                    TO ID-DO-RESPONSAVEL-PND.
027460     MOVE "REGISTRO-DO-CLIENTE"   TO CAMPO-DA-PENDENCIA-PND.
027580     MOVE DUP-NOME                TO VALOR-ANTIGO-PND.
027700     MOVE SPACES                  TO VALOR-NOVO-PND.
027820     STRING "FUNDIR NO ID " DELIMITED BY SIZE
027940         ID-SOBREVIVENTE DELIMITED BY SIZE
028060         INTO VALOR-NOVO-PND.
028180     MOVE NOME-DO-PROGRAMA        TO PROGRAMA-SOLICITANTE-PND.
028300     MOVE ID-DO-OPERADOR          TO OPERADOR-SOLICITANTE-PND.
028420     ACCEPT DATA-DA-SOLICITACAO-PND FROM DATE YYYYMMDD.
028540     ACCEPT HORA-DA-SOLICITACAO-PND FROM TIME.
028660     SET PENDENCIA-AGUARDANDO TO TRUE.
028780     MOVE SPACES                  TO OPERADOR-DECISOR-PND.
028900     MOVE ZERO                    TO DATA-DA-DECISAO-PND.
029020     MOVE ZERO                    TO HORA-DA-DECISAO-PND.
029140     MOVE SPACES                  TO MOTIVO-DA-DECISAO-PND.
029260     WRITE REGISTRO-DE-PENDENCIA.
029380     IF NOT PENDENCIA-OK
029500         DISPLAY "ERRO AO GRAVAR PENDENTE, STATUS = "
029620             STATUS-DO-ARQUIVO-PENDENCIA
029740         GO TO 4000-REGISTRAR-PENDENCIA-EXIT
029860     END-IF.
029980     DISPLAY "FUSAO DO CLIENTE " ID-DUPLICADO
030100         " NO CLIENTE " ID-SOBREVIVENTE
030220         " REGISTRADA PARA APROVACAO - PEDIDO "
030340         NUMERO-DA-PENDENCIA-PND ".".
030460 4000-REGISTRAR-PENDENCIA-EXIT.
030580     EXIT.
030700*
030820****************************************************************
030940* 4100-PROCURAR-PENDENCIA-ABERTA                               *
031060*     PERCORRE OS PEDIDOS DO ID-PESQUISADO-NA-FILA PELA CHAVE  *
031180*     ALTERNATIVA E LIGA SW-PENDENCIA-EM-ABERTO SE HOUVER UMA  *
031300*     FUSAO DELE AINDA AGUARDANDO DECISAO.                     *
031420****************************************************************
031540 4100-PROCURAR-PENDENCIA-ABERTA.
031660     MOVE "N" TO SW-PENDENCIA-EM-ABERTO.
031780     MOVE "N" TO SW-FIM-DAS-PENDENCIAS.
031900     MOVE ID-PESQUISADO-NA-FILA TO ID-DO-CLIENTE-PND.
032020     START ARQUIVO-DE-PENDENCIAS
032140         KEY IS EQUAL TO ID-DO-CLIENTE-PND
032260         INVALID KEY
032380             MOVE "S" TO SW-FIM-DAS-PENDENCIAS
032500     END-START.
032620     PERFORM 4200-LER-PENDENCIA-DO-CLIENTE
032740         THRU 4200-LER-PENDENCIA-DO-CLIENTE-EXIT
032860         UNTIL FIM-DAS-PENDENCIAS OR PENDENCIA-EM-ABERTO.
032980 4100-PROCURAR-PENDENCIA-ABERTA-EXIT.
033100     EXIT.
033220*
033340****************************************************************
033460* 4200-LER-PENDENCIA-DO-CLIENTE                                *
033580*     LE O PROXIMO PEDIDO NA ORDEM DA CHAVE ALTERNATIVA E      *
033700*     CONFERE SE AINDA E DO ID PESQUISADO.                     *
033820****************************************************************
033940 4200-LER-PENDENCIA-DO-CLIENTE.
034060     READ ARQUIVO-DE-PENDENCIAS NEXT RECORD
034180         AT END
034300             MOVE "S" TO SW-FIM-DAS-PENDENCIAS
034420     END-READ.
034540     IF FIM-DAS-PENDENCIAS
034660         GO TO 4200-LER-PENDENCIA-DO-CLIENTE-EXIT
034780     END-IF.
034900     IF ID-DO-CLIENTE-PND NOT = ID-PESQUISADO-NA-FILA
035020         MOVE "S" TO SW-FIM-DAS-PENDENCIAS
035140         GO TO 4200-LER-PENDENCIA-DO-CLIENTE-EXIT
035260     END-IF.
035380     IF PENDENCIA-AGUARDANDO AND PENDENCIA-DE-FUSAO
035500         MOVE "S" TO SW-PENDENCIA-EM-ABERTO
035620     END-IF.
035740 4200-LER-PENDENCIA-DO-CLIENTE-EXIT.
035860     EXIT.
035980*
035982****************************************************************
035984* 4300-PROCURAR-SOBREVIVENTE-ABERTO                            *
035986*     PERCORRE A FILA INTEIRA NA ORDEM DO NUMERO DO PEDIDO (O  *
035988*     SOBREVIVENTE NAO E CHAVE) E LIGA SW-PENDENCIA-EM-ABERTO  *
035990*     SE UM DOS DOIS IDS DO PEDIDO JA FOR O SOBREVIVENTE DE    *
035992*     OUTRA FUSAO AINDA AGUARDANDO DECISAO.                    *
035994****************************************************************
035996 4300-PROCURAR-SOBREVIVENTE-ABERTO.
035998     MOVE "N" TO SW-PENDENCIA-EM-ABERTO.
036000     MOVE "N" TO SW-FIM-DAS-PENDENCIAS.
036002     MOVE ZERO TO NUMERO-DA-PENDENCIA-PND.
036004     START ARQUIVO-DE-PENDENCIAS
036006         KEY IS NOT LESS THAN NUMERO-DA-PENDENCIA-PND
036008         INVALID KEY
036010             MOVE "S" TO SW-FIM-DAS-PENDENCIAS
036012     END-START.
036014     PERFORM 4400-LER-PENDENCIA-DA-FILA
036016         THRU 4400-LER-PENDENCIA-DA-FILA-EXIT
036018         UNTIL FIM-DAS-PENDENCIAS OR PENDENCIA-EM-ABERTO.
036020 4300-PROCURAR-SOBREVIVENTE-ABERTO-EXIT.
036022     EXIT.
036024*
036026****************************************************************
036028* 4400-LER-PENDENCIA-DA-FILA                                   *
036030*     LE O PROXIMO PEDIDO NA ORDEM DO NUMERO E CONFERE SE E    *
036032*     UMA FUSAO AGUARDANDO DECISAO CUJO SOBREVIVENTE E UM DOS  *
036034*     DOIS IDS DO NOVO PEDIDO.                                 *
036036****************************************************************
036038 4400-LER-PENDENCIA-DA-FILA.
036040     READ ARQUIVO-DE-PENDENCIAS NEXT RECORD
036042         AT END
036044             MOVE "S" TO SW-FIM-DAS-PENDENCIAS
036046     END-READ.
036048     IF FIM-DAS-PENDENCIAS
036050         GO TO 4400-LER-PENDENCIA-DA-FILA-EXIT
036052     END-IF.
036054     IF NOT PENDENCIA-AGUARDANDO OR NOT PENDENCIA-DE-FUSAO
036056         GO TO 4400-LER-PENDENCIA-DA-FILA-EXIT
036058     END-IF.
036060     IF ID-SOBREVIVENTE-PND = ID-DUPLICADO OR
036062         ID-SOBREVIVENTE-PND = ID-SOBREVIVENTE
036064         MOVE ID-SOBREVIVENTE-PND TO ID-PESQUISADO-NA-FILA
036066         MOVE "S" TO SW-PENDENCIA-EM-ABERTO
036068     END-IF.
036070 4400-LER-PENDENCIA-DA-FILA-EXIT.
036072     EXIT.
036074*
036100****************************************************************
036220* 7950-RESERVAR-NUMERO-DA-PENDENCIA                            *
036340*     RELE NO AUDCTL O REGISTRO DE CONTROLE DA FILA DE         *
036460*     APROVACAO (CHAVE "PENDENTE"), SEMEANDO-O NA PRIMEIRA     *
036580*     VEZ, CALCULA O PROXIMO NUMERO DE PEDIDO E JA O REGRAVA   *
036700*     RESERVADO.                                               *
036820****************************************************************
036940 7950-RESERVAR-NUMERO-DA-PENDENCIA.
037060     MOVE "PENDENTE" TO ID-DO-CONTROLE-DE-AUDITORIA.
037180     READ ARQUIVO-DE-CONTROLE-DE-AUDITORIA
037300         INVALID KEY
037420             MOVE ZERO TO ULTIMO-NUMERO-DE-EVENTO
037540             WRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA
037660     END-READ.
037780     ADD 1 TO ULTIMO-NUMERO-DE-EVENTO.
037900     REWRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA.
038020     IF NOT CONTROLE-DE-AUD-OK
038140         DISPLAY "ERRO AO RESERVAR NUMERO DE PEDIDO, STATUS = "
038260             STATUS-DO-CONTROLE-DE-AUDITORIA
038380         STOP RUN
038500     END-IF.
038620 7950-RESERVAR-NUMERO-DA-PENDENCIA-EXIT.
038740     EXIT.
038860*
039200****************************************************************
039300* 9999-ENCERRAR                                                *
039400*     FECHA OS ARQUIVOS ANTES DO TERMINO DO PROGRAMA.          *
039500****************************************************************
039600 9999-ENCERRAR.
039700     CLOSE CLIENTE-FILE.
039850     CLOSE ARQUIVO-DE-CONTROLE-DE-AUDITORIA.
039870     CLOSE ARQUIVO-DE-OPERADORES.
039880     CLOSE ARQUIVO-DE-PENDENCIAS.
039900 9999-ENCERRAR-EXIT.
040000     EXIT.
