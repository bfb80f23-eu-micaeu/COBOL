001702*                     CLIRECON TERMINOU FORA DE BALANCO OU HA   *
001703*                     REINICIO DO CLIBATCH PENDENTE NO          *
001704*                     ARQUIVO-DE-REINICIO.                      *
001707*  15/10/2026 EAC     CLIENTE QUE RECUSOU O CONTATO POR         *
001710*                     CORREIO NO ARQUIVO DE CONSENTIMENTOS LGPD *
001713*                     (CONSENT, COPYBOOK CONREC) DEIXOU DE SAIR *
001716*                     NO EXTRATO; A RECUSA DE TELEFONE OU DE    *
001719*                     E-MAIL SAI COM O CAMPO EM BRANCO. SEM O   *
001722*                     ARQUIVO CONSENT NAO HA RESTRICAO.         *
001725*  15/10/2026 EAC     NOVO PARAMETRO DE TIPO DE ENDERECO NA     *
001728*                     POSICAO 012 DO PARMEXTR ("R" OU ESPACO =  *
001731*                     RESIDENCIAL, "C" = COBRANCA, "P" =        *
001734*                     CORRESPONDENCIA): O ENDERECO DO TIPO EM   *
001737*                     VIGOR NA DATA DA RODADA VEM DO ARQUIVO    *
001740*                     ENDERECO PELA ROTINA COMUM CLIENDV        *
001743*                     (COPYBOOK ENVREC); SEM ELE SAI O          *
001746*                     RESIDENCIAL. O TIPO SAI NO CABECALHO.     *
001749*  15/10/2026 EAC     NOVO PARAMETRO NA POSICAO 013 DO PARMEXTR *
001752*                     ("S" = UM REGISTRO POR DOMICILIO, PELO    *
001755*                     ARQUIVO DOMICIL DO CLIDOMI, COPYBOOK      *
001758*                     DOMREC): SAI O CHEFE DO DOMICILIO QUANDO  *
001761*                     ELE PASSA NOS FILTROS, SENAO O PRIMEIRO   *
001764*                     MEMBRO SELECIONADO. COM O PARAMETRO O     *
001767*                     MESTRE E LIDO DUAS VEZES (A PRIMEIRA SO   *
001770*                     MARCA OS DOMICILIOS DE CHEFE SELECIONADO).*
001773*                     A OPCAO SAI NO CABECALHO, POSICAO 022.    *
001776*  15/10/2026 EAC     CLIENTE COM OBITO REGISTRADO NO ARQUIVO  *
001779*                     DE OBITOS (OBITO, COPYBOOK OBIREC,       *
001782*                     GRAVADO PELO CLIOBIT) NAO SAI MAIS NO    *
001785*                     EXTRATO, AINDA QUE TENHA SIDO            *
001788*                     RESTAURADO OU REATIVADO DEPOIS. SEM O    *
001791*                     ARQUIVO OBITO NAO HA RESTRICAO.          *
001794*                                                              *
001800****************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
003360         ACCESS MODE IS DYNAMIC
003362         RECORD KEY IS ID-DO-JOB-REINICIO
003364         FILE STATUS IS STATUS-DO-ARQUIVO-REINICIO.
003366*
003368     SELECT ARQUIVO-DE-CONSENTIMENTOS ASSIGN TO "CONSENT"
003370         ORGANIZATION IS INDEXED
003372         ACCESS MODE IS DYNAMIC
003374         RECORD KEY IS ID-DO-CLIENTE-CON
003376         FILE STATUS IS STATUS-DO-ARQUIVO-CONSENTIMENTO.
003378*
003380     SELECT ARQUIVO-DE-DOMICILIOS ASSIGN TO "DOMICIL"
003382         ORGANIZATION IS INDEXED
003384         ACCESS MODE IS DYNAMIC
003386         RECORD KEY IS ID-DO-CLIENTE-DOM
003388         ALTERNATE RECORD KEY IS ID-DO-DOMICILIO-DOM
003390             WITH DUPLICATES
003392         FILE STATUS IS STATUS-DO-ARQUIVO-DOMICILIO.
003393*
003394     SELECT ARQUIVO-DE-OBITOS ASSIGN TO "OBITO"
003395         ORGANIZATION IS INDEXED
003396         ACCESS MODE IS DYNAMIC
003397         RECORD KEY IS ID-DO-CLIENTE-OBI
003398         FILE STATUS IS STATUS-DO-ARQUIVO-OBITO.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
004500*
004600****************************************************************
004610*  O EXTRATO COMECA COM UM REGISTRO DE CABECALHO ("H" NA       *
004620*  POSICAO 001, DATA DE GERACAO E PARAMETROS DA RODADA, COM O  *
004625*  TIPO DE ENDERECO EXTRAIDO NA POSICAO 021 E A OPCAO DE UM    *
004627*  REGISTRO POR DOMICILIO NA POSICAO 022) E                    *
004630*  TERMINA COM UM REGISTRO DE TRAILER ("T" NA POSICAO 001 E    *
004640*  QUANTIDADE DE DETALHES EXTRAIDOS). OS REGISTROS DE DETALHE  *
004650*  COMECAM COM O ID NUMERICO DO CLIENTE E SEGUEM O LAYOUT      *
007710*  002-003     02    UF A EXTRAIR (ESPACOS = TODAS)            *
007720*  004-011     08    DATA MINIMA DE CADASTRO (AAAAMMDD,        *
007730*                    ZEROS = SEM FILTRO)                       *
007731*  012-012     01    TIPO DE ENDERECO A EXTRAIR ("R" OU        *
007732*                    ESPACO = RESIDENCIAL, "C" = COBRANCA,     *
007733*                    "P" = CORRESPONDENCIA; SEM ENDERECO DO    *
007734*                    TIPO EM VIGOR SAI O RESIDENCIAL)          *
007735*  013-013     01    UM REGISTRO POR DOMICILIO ("S" = SIM,     *
007736*                    ESPACO OU "N" = UM POR CLIENTE)           *
007740****************************************************************
007750 01  REGISTRO-DE-PARAMETROS.
007760     05 PRM-SITUACAO           PIC X(01).
007770     05 PRM-UF                 PIC X(02).
007772     05 PRM-DATA-MINIMA        PIC X(08).
007774     05 PRM-TIPO-DE-ENDERECO   PIC X(01).
007776     05 PRM-UM-POR-DOMICILIO   PIC X(01).
007778*
007783 FD  ARQUIVO-DE-CONTROLE-DE-EXECUCAO
007784     LABEL RECORDS ARE STANDARD.
007785     COPY RUNREC.
007788     LABEL RECORDS ARE STANDARD.
007789 01  REGISTRO-DE-REINICIO.
007791     05 ID-DO-JOB-REINICIO      PIC X(08).
007797     05 QTD-PROCESSADA-REINICIO PIC 9(08).
007803*
007809 FD  ARQUIVO-DE-CONSENTIMENTOS
007815     LABEL RECORDS ARE STANDARD.
007821     COPY CONREC.
007827*
007833 FD  ARQUIVO-DE-DOMICILIOS
007839     LABEL RECORDS ARE STANDARD.
007845     COPY DOMREC.
007851*
007857 FD  ARQUIVO-DE-OBITOS
007863     LABEL RECORDS ARE STANDARD.
007869     COPY OBIREC.
007875*
007881 WORKING-STORAGE SECTION.
007900 01  STATUS-DO-ARQUIVO-CLIENTE PIC X(02).
008000     88 ARQUIVO-OK                VALUE "00".
008100     88 FIM-DO-ARQUIVO-CLIENTE    VALUE "10".
008454     88 REINICIO-OK                VALUE "00".
008456     88 REINICIO-NAO-ENCONTRADO    VALUE "35".
008458*
008460 01  STATUS-DO-ARQUIVO-CONSENTIMENTO PIC X(02).
008462     88 CONSENTIMENTO-OK           VALUE "00".
008464     88 CONSENTIMENTO-AUSENTE      VALUE "35".
008466*
008468 01  STATUS-DO-ARQUIVO-DOMICILIO PIC X(02).
008470     88 DOMICILIO-OK               VALUE "00".
008472     88 DOMICILIO-AUSENTE          VALUE "35".
008474*
008476 01  STATUS-DO-ARQUIVO-OBITO  PIC X(02).
008478     88 OBITO-ARQ-OK               VALUE "00".
008480     88 OBITO-ARQ-AUSENTE          VALUE "35".
008482*
008484 01  NOME-DO-PROGRAMA         PIC X(08)  VALUE "CLIEXTR".
008486 01  CODIGO-DE-RETORNO-DA-RODADA PIC 9(02) VALUE ZERO.
008500*
008600 01  CONTADORES-DO-EXTRATO.
008700     05 TOTAL-EXTRAIDO         PIC 9(05)  VALUE ZERO.
008705     05 TOTAL-SEM-CONSENTIMENTO PIC 9(05) VALUE ZERO.
008707     05 TOTAL-SEM-ENDERECO-DO-TIPO PIC 9(05) VALUE ZERO.
008708     05 TOTAL-OMITIDO-POR-DOMICILIO PIC 9(05) VALUE ZERO.
008709     05 TOTAL-DE-FALECIDOS     PIC 9(05)  VALUE ZERO.
008710*
008720 01  FILTROS-DO-EXTRATO.
008730     05 FILTRO-SITUACAO        PIC X(01)  VALUE "T".
008750        88 EXTRAIR-SO-INATIVOS     VALUE "I".
008760     05 FILTRO-UF              PIC X(02)  VALUE SPACES.
008770     05 FILTRO-DATA-MINIMA     PIC 9(08)  VALUE ZERO.
008775     05 FILTRO-TIPO-DE-ENDERECO PIC X(01) VALUE "R".
008776        88 EXTRAIR-RESIDENCIAL     VALUE "R".
008777     05 FILTRO-UM-POR-DOMICILIO PIC X(01) VALUE "N".
008778        88 EXTRAIR-UM-POR-DOMICILIO VALUE "S".
008780*
008781 01  SW-CLIENTE-SELECIONADO   PIC X(01)  VALUE "N".
008782     88 CLIENTE-SELECIONADO       VALUE "S".
008783*
008784 01  CHAVES-DE-CONSENTIMENTO.
008785     05 SW-CONSENTIMENTOS-DISPONIVEIS PIC X(01) VALUE "N".
008786        88 CONSENTIMENTOS-DISPONIVEIS VALUE "S".
008787     05 SW-CONSENTIMENTO-LIDO  PIC X(01)  VALUE "N".
008788        88 CONSENTIMENTO-LIDO      VALUE "S".
008789*
008790****************************************************************
008791*  MARCA DE CADA DOMICILIO NA RODADA, PELO ID DO DOMICILIO:    *
008792*  "C" = O CHEFE PASSA NOS FILTROS E E ELE QUE SAI; "E" = SEM  *
008793*  CHEFE SELECIONADO, UM MEMBRO JA SAIU NO EXTRATO.            *
008794****************************************************************
008795 01  TABELA-DE-DOMICILIOS.
008796     05 MARCA-DO-DOMICILIO     PIC X(01) OCCURS 999999 TIMES.
008797*
008798 01  SW-DOMICILIOS-DISPONIVEIS PIC X(01)  VALUE "N".
008799     88 DOMICILIOS-DISPONIVEIS     VALUE "S".
008800*
008801 01  SW-OBITOS-DISPONIVEIS    PIC X(01)  VALUE "N".
008802     88 OBITOS-DISPONIVEIS         VALUE "S".
008803*
008804 01  DATA-DO-DIA              PIC 9(08)  VALUE ZERO.
008806 01  IDADE-ATUAL-DO-CLIENTE   PIC 9(03)  VALUE ZERO.
008808*
008809     COPY IDAREC.
008811*
008813     COPY ENVREC.
008815*
008820 01  CABECALHO-DO-EXTRATO.
008830     05 CAB-TIPO-DE-REGISTRO   PIC X(01)  VALUE "H".
008840     05 CAB-DATA-DE-GERACAO    PIC 9(08).
008850     05 CAB-SITUACAO           PIC X(01).
008860     05 CAB-UF                 PIC X(02).
008870     05 CAB-DATA-MINIMA        PIC 9(08).
008875     05 CAB-TIPO-DE-ENDERECO   PIC X(01).
008876     05 CAB-UM-POR-DOMICILIO   PIC X(01).
008880     05 FILLER                 PIC X(178) VALUE SPACES.
008890*
008900 01  TRAILER-DO-EXTRATO.
008910     05 TRL-TIPO-DE-REGISTRO   PIC X(01)  VALUE "T".
009700         THRU 1000-ABRIR-ARQUIVOS-EXIT.
009710     PERFORM 1100-LER-PARAMETROS
009720         THRU 1100-LER-PARAMETROS-EXIT.
009722     IF EXTRAIR-UM-POR-DOMICILIO
009724         PERFORM 1300-MARCAR-DOMICILIOS
009726             THRU 1300-MARCAR-DOMICILIOS-EXIT
009728     END-IF.
009730     PERFORM 1200-GRAVAR-CABECALHO
009740         THRU 1200-GRAVAR-CABECALHO-EXIT.
009800     PERFORM 2000-LER-CLIENTE
010210     PERFORM 4000-GRAVAR-TRAILER
010220         THRU 4000-GRAVAR-TRAILER-EXIT.
010300     DISPLAY "TOTAL DE CLIENTES EXTRAIDOS: " TOTAL-EXTRAIDO.
010301     DISPLAY "OMITIDOS POR RECUSA DE CONTATO POR CORREIO: "
010302         TOTAL-SEM-CONSENTIMENTO.
010303     IF NOT EXTRAIR-RESIDENCIAL
010304         DISPLAY "SEM ENDERECO DO TIPO EM VIGOR (SAIU O "
010305             "RESIDENCIAL): " TOTAL-SEM-ENDERECO-DO-TIPO
010306     END-IF.
010307     IF EXTRAIR-UM-POR-DOMICILIO
010308         DISPLAY "OMITIDOS POR JA HAVER UM DO DOMICILIO: "
010309             TOTAL-OMITIDO-POR-DOMICILIO
010310     END-IF.
010311     IF OBITOS-DISPONIVEIS
010312         DISPLAY "OMITIDOS POR OBITO REGISTRADO: "
010313             TOTAL-DE-FALECIDOS
010314     END-IF.
010315     PERFORM 7800-REGISTRAR-FIM
010320         THRU 7800-REGISTRAR-FIM-EXIT.
010400     PERFORM 9999-ENCERRAR
010500         THRU 9999-ENCERRAR-EXIT.
012200             STATUS-DO-EXTRATO
012300         STOP RUN
012400     END-IF.
012404     OPEN INPUT ARQUIVO-DE-OBITOS.
012408     IF OBITO-ARQ-AUSENTE
012412         DISPLAY "OBITO AUSENTE - EXTRAINDO SEM RESTRICAO DE "
012416             "OBITO."
012420     ELSE
012424         IF NOT OBITO-ARQ-OK
012428             DISPLAY "ERRO AO ABRIR OBITO, STATUS = "
012432                 STATUS-DO-ARQUIVO-OBITO
012436             STOP RUN
012440         END-IF
012444         MOVE "S" TO SW-OBITOS-DISPONIVEIS
012448     END-IF.
012452     OPEN INPUT ARQUIVO-DE-CONSENTIMENTOS.
012456     IF CONSENTIMENTO-AUSENTE
012460         DISPLAY "CONSENT AUSENTE - EXTRAINDO SEM RESTRICAO DE "
012464             "CONSENTIMENTO."
012468         GO TO 1000-ABRIR-ARQUIVOS-EXIT
012472     END-IF.
012476     IF NOT CONSENTIMENTO-OK
012480         DISPLAY "ERRO AO ABRIR CONSENT, STATUS = "
012484             STATUS-DO-ARQUIVO-CONSENTIMENTO
012488         STOP RUN
012492     END-IF.
012496     MOVE "S" TO SW-CONSENTIMENTOS-DISPONIVEIS.
012500 1000-ABRIR-ARQUIVOS-EXIT.
012600     EXIT.
012610*
012900         IF PRM-DATA-MINIMA IS NUMERIC
012910             MOVE PRM-DATA-MINIMA TO FILTRO-DATA-MINIMA
012920         END-IF
012921         IF PRM-TIPO-DE-ENDERECO = "C" OR
012922             PRM-TIPO-DE-ENDERECO = "P"
012923             MOVE PRM-TIPO-DE-ENDERECO TO FILTRO-TIPO-DE-ENDERECO
012924         END-IF
012925         IF PRM-UM-POR-DOMICILIO = "S"
012926             MOVE "S" TO FILTRO-UM-POR-DOMICILIO
012927         END-IF
012930     END-IF.
012940     CLOSE PARAMETROS-DO-EXTRATO.
012950 1100-LER-PARAMETROS-EXIT.
013050     MOVE FILTRO-SITUACAO    TO CAB-SITUACAO.
013060     MOVE FILTRO-UF          TO CAB-UF.
013070     MOVE FILTRO-DATA-MINIMA TO CAB-DATA-MINIMA.
013075     MOVE FILTRO-TIPO-DE-ENDERECO TO CAB-TIPO-DE-ENDERECO.
013076     MOVE FILTRO-UM-POR-DOMICILIO TO CAB-UM-POR-DOMICILIO.
013080     WRITE REGISTRO-DO-EXTRATO FROM CABECALHO-DO-EXTRATO.
013090     IF NOT EXTRATO-OK
013100         DISPLAY "ERRO AO GRAVAR CABECALHO, STATUS = "
013110             STATUS-DO-EXTRATO
013120         STOP RUN
013121     END-IF.
013122 1200-GRAVAR-CABECALHO-EXIT.
013123     EXIT.
013124*
013125****************************************************************
013126* 1300-MARCAR-DOMICILIOS                                       *
013127*     PRIMEIRA PASSADA DO MESTRE, SO COM O PARAMETRO DE UM     *
013128*     REGISTRO POR DOMICILIO: MARCA COM "C" OS DOMICILIOS CUJO *
013129*     CHEFE PASSA NOS FILTROS DA RODADA E REABRE O MESTRE PARA *
013130*     A EXTRACAO. A CONTAGEM DE RECUSAS DESTA PASSADA E        *
013131*     DESCARTADA. SEM O ARQUIVO DOMICIL A OPCAO E DESLIGADA E  *
013132*     O EXTRATO SAI UM POR CLIENTE.                            *
013133****************************************************************
013134 1300-MARCAR-DOMICILIOS.
013135     OPEN INPUT ARQUIVO-DE-DOMICILIOS.
013136     IF DOMICILIO-AUSENTE
013137         DISPLAY "DOMICIL AUSENTE - EXTRAINDO UM REGISTRO POR "
013138             "CLIENTE."
013139         MOVE "N" TO FILTRO-UM-POR-DOMICILIO
013140         GO TO 1300-MARCAR-DOMICILIOS-EXIT
013141     END-IF.
013142     IF NOT DOMICILIO-OK
013143         DISPLAY "ERRO AO ABRIR DOMICIL, STATUS = "
013144             STATUS-DO-ARQUIVO-DOMICILIO
013145         STOP RUN
013146     END-IF.
013147     MOVE "S" TO SW-DOMICILIOS-DISPONIVEIS.
013148     MOVE SPACES TO TABELA-DE-DOMICILIOS.
013149     PERFORM 2000-LER-CLIENTE
013150         THRU 2000-LER-CLIENTE-EXIT.
013151     PERFORM 1350-MARCAR-CHEFE
013152         THRU 1350-MARCAR-CHEFE-EXIT
013153         UNTIL FIM-DO-ARQUIVO-CLIENTE.
013154     MOVE ZERO TO TOTAL-SEM-CONSENTIMENTO.
013155     MOVE ZERO TO TOTAL-DE-FALECIDOS.
013156     CLOSE CLIENTE-FILE.
013157     OPEN INPUT CLIENTE-FILE.
013158     IF NOT ARQUIVO-OK
013159         DISPLAY "ERRO AO REABRIR CLIENTE-FILE, STATUS = "
013160             STATUS-DO-ARQUIVO-CLIENTE
013161         STOP RUN
013162     END-IF.
013163 1300-MARCAR-DOMICILIOS-EXIT.
013164     EXIT.
013165*
013166****************************************************************
013167* 1350-MARCAR-CHEFE                                            *
013168*     MARCA O DOMICILIO DO CLIENTE LIDO QUANDO ELE E O CHEFE E *
013169*     PASSA NOS FILTROS, E LE O PROXIMO REGISTRO.              *
013170****************************************************************
013171 1350-MARCAR-CHEFE.
013172     MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE-DOM.
013173     READ ARQUIVO-DE-DOMICILIOS
013174         INVALID KEY
013175             GO TO 1350-MARCAR-CHEFE-LER
013176     END-READ.
013177     IF NOT E-CHEFE-DO-DOMICILIO-DOM
013178         GO TO 1350-MARCAR-CHEFE-LER
013179     END-IF.
013180     PERFORM 3050-SELECIONAR-CLIENTE
013181         THRU 3050-SELECIONAR-CLIENTE-EXIT.
013182     IF CLIENTE-SELECIONADO
013183         MOVE "C" TO MARCA-DO-DOMICILIO (ID-DO-DOMICILIO-DOM)
013184     END-IF.
013185 1350-MARCAR-CHEFE-LER.
013186     PERFORM 2000-LER-CLIENTE
013187         THRU 2000-LER-CLIENTE-EXIT.
013188 1350-MARCAR-CHEFE-EXIT.
013189     EXIT.
013190*
013191****************************************************************
013192* 2000-LER-CLIENTE                                             *
013193*     LE O PROXIMO REGISTRO DE CLIENTE-FILE.                   *
013194****************************************************************
013200 2000-LER-CLIENTE.
013300     READ CLIENTE-FILE NEXT RECORD
013400         AT END
014530     IF NOT CLIENTE-SELECIONADO
014540         GO TO 3000-EXTRAIR-CLIENTE-LER
014550     END-IF.
014552     IF EXTRAIR-UM-POR-DOMICILIO
014554         PERFORM 3090-CONFERIR-DOMICILIO
014556             THRU 3090-CONFERIR-DOMICILIO-EXIT
014558         IF NOT CLIENTE-SELECIONADO
014560             GO TO 3000-EXTRAIR-CLIENTE-LER
014562         END-IF
014564     END-IF.
014600     MOVE ID-DO-CLIENTE-ARQ       TO EXT-ID.
014700     MOVE NOME-DO-CLIENTE-ARQ     TO EXT-NOME.
014750     PERFORM 3070-CALCULAR-IDADE-ATUAL
015000     MOVE CIDADE-DO-CLIENTE-ARQ   TO EXT-CIDADE.
015100     MOVE UF-DO-CLIENTE-ARQ       TO EXT-UF.
015200     MOVE CEP-DO-CLIENTE-ARQ      TO EXT-CEP.
015250     IF NOT EXTRAIR-RESIDENCIAL
015260         PERFORM 3080-OBTER-ENDERECO-DO-TIPO
015270             THRU 3080-OBTER-ENDERECO-DO-TIPO-EXIT
015280     END-IF.
015300     MOVE TELEFONE-DO-CLIENTE-ARQ TO EXT-TELEFONE.
015400     MOVE EMAIL-DO-CLIENTE-ARQ    TO EXT-EMAIL.
015410     IF CONSENTIMENTO-LIDO AND RECUSA-TELEFONE-CON
015420         MOVE SPACES TO EXT-TELEFONE
015430     END-IF.
015440     IF CONSENTIMENTO-LIDO AND RECUSA-EMAIL-CON
015450         MOVE SPACES TO EXT-EMAIL
015460     END-IF.
015500     MOVE DATA-DE-CADASTRO-ARQ    TO EXT-DATA-DE-CADASTRO.
015600     IF CLIENTE-ATIVO-ARQ
015700         MOVE "A" TO EXT-SITUACAO
017220****************************************************************
017230* 3050-SELECIONAR-CLIENTE                                      *
017240*     CONFERE O CLIENTE LIDO CONTRA OS FILTROS DE SITUACAO,    *
017250*     UF E DATA MINIMA DE CADASTRO E, POR ULTIMO, CONTRA O     *
017253*     CONSENTIMENTO LGPD DE CONTATO POR CORREIO. CLIENTE COM   *
017256*     OBITO REGISTRADO (ARQUIVO OBITO) NUNCA E SELECIONADO.    *
017260****************************************************************
017270 3050-SELECIONAR-CLIENTE.
017280     MOVE "S" TO SW-CLIENTE-SELECIONADO.
017390     IF FILTRO-DATA-MINIMA > ZERO AND
017400         DATA-DE-CADASTRO-ARQ < FILTRO-DATA-MINIMA
017410         MOVE "N" TO SW-CLIENTE-SELECIONADO
017411     END-IF.
017412     IF CLIENTE-SELECIONADO AND OBITOS-DISPONIVEIS
017413         MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE-OBI
017414         READ ARQUIVO-DE-OBITOS
017415             INVALID KEY
017416                 MOVE ZERO TO ID-DO-CLIENTE-OBI
017417         END-READ
017418         IF ID-DO-CLIENTE-OBI NOT = ZERO
017419             MOVE "N" TO SW-CLIENTE-SELECIONADO
017420             ADD 1 TO TOTAL-DE-FALECIDOS
017421         END-IF
017422     END-IF.
017423     MOVE "N" TO SW-CONSENTIMENTO-LIDO.
017424     IF NOT CLIENTE-SELECIONADO OR
017425         NOT CONSENTIMENTOS-DISPONIVEIS
017426         GO TO 3050-SELECIONAR-CLIENTE-EXIT
017427     END-IF.
017428     MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE-CON.
017429     READ ARQUIVO-DE-CONSENTIMENTOS
017430         INVALID KEY
017431             GO TO 3050-SELECIONAR-CLIENTE-EXIT
017432     END-READ.
017433     MOVE "S" TO SW-CONSENTIMENTO-LIDO.
017434     IF RECUSA-CORREIO-CON
017435         MOVE "N" TO SW-CLIENTE-SELECIONADO
017436         ADD 1 TO TOTAL-SEM-CONSENTIMENTO
017437     END-IF.
017438 3050-SELECIONAR-CLIENTE-EXIT.
017440     EXIT.
017442*
017444****************************************************************
017468     MOVE DATA-DE-NASCIMENTO-ARQ TO IDA-DATA-DE-NASCIMENTO.
017470     MOVE DATA-DO-DIA TO IDA-DATA-DE-REFERENCIA.
017472     CALL "CLIDADE" USING PARAMETROS-DE-IDADE.
017473     IF IDA-OK
017474         MOVE IDA-IDADE-CALCULADA TO IDADE-ATUAL-DO-CLIENTE
017475     ELSE
017476         MOVE IDADE-DO-CLIENTE-ARQ TO IDADE-ATUAL-DO-CLIENTE
017477     END-IF.
017478 3070-CALCULAR-IDADE-ATUAL-EXIT.
017479     EXIT.
017480*
017481****************************************************************
017482* 3080-OBTER-ENDERECO-DO-TIPO                                  *
017483*     CONSULTA PELA ROTINA COMUM CLIENDV O ENDERECO DO TIPO    *
017484*     PEDIDO NO PARMEXTR EM VIGOR NA DATA DA RODADA E O PASSA  *
017485*     PARA O EXTRATO. SEM ENDERECO DO TIPO EM VIGOR (OU SEM O  *
017486*     ARQUIVO ENDERECO) FICA O RESIDENCIAL JA MOVIDO.          *
017487****************************************************************
017488 3080-OBTER-ENDERECO-DO-TIPO.
017489     MOVE ID-DO-CLIENTE-ARQ       TO ENV-ID-DO-CLIENTE.
017490     MOVE FILTRO-TIPO-DE-ENDERECO TO ENV-TIPO-DO-ENDERECO.
017491     MOVE DATA-DO-DIA             TO ENV-DATA-DE-REFERENCIA.
017492     CALL "CLIENDV" USING PARAMETROS-DE-ENDERECO.
017493     IF NOT ENV-ACHADO
017494         ADD 1 TO TOTAL-SEM-ENDERECO-DO-TIPO
017495         GO TO 3080-OBTER-ENDERECO-DO-TIPO-EXIT
017496     END-IF.
017497     MOVE ENV-ENDERECO TO EXT-ENDERECO.
017498     MOVE ENV-CIDADE   TO EXT-CIDADE.
017499     MOVE ENV-UF       TO EXT-UF.
017500     MOVE ENV-CEP      TO EXT-CEP.
017501 3080-OBTER-ENDERECO-DO-TIPO-EXIT.
017502     EXIT.
017503*
017504****************************************************************
017505* 3090-CONFERIR-DOMICILIO                                      *
017506*     DEIXA SAIR UM SO CLIENTE SELECIONADO POR DOMICILIO: NO   *
017507*     DOMICILIO MARCADO "C" SO O CHEFE; NOS DEMAIS, O PRIMEIRO *
017508*     MEMBRO SELECIONADO, QUE MARCA O DOMICILIO COM "E".       *
017509*     CLIENTE FORA DO DOMICIL E UM DOMICILIO SO DELE.          *
017510****************************************************************
017511 3090-CONFERIR-DOMICILIO.
017512     MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE-DOM.
017513     READ ARQUIVO-DE-DOMICILIOS
017514         INVALID KEY
017515             GO TO 3090-CONFERIR-DOMICILIO-EXIT
017516     END-READ.
017517     IF MARCA-DO-DOMICILIO (ID-DO-DOMICILIO-DOM) = "C"
017518         IF NOT E-CHEFE-DO-DOMICILIO-DOM
017519             MOVE "N" TO SW-CLIENTE-SELECIONADO
017520             ADD 1 TO TOTAL-OMITIDO-POR-DOMICILIO
017521         END-IF
017522         GO TO 3090-CONFERIR-DOMICILIO-EXIT
017523     END-IF.
017524     IF MARCA-DO-DOMICILIO (ID-DO-DOMICILIO-DOM) = "E"
017525         MOVE "N" TO SW-CLIENTE-SELECIONADO
017526         ADD 1 TO TOTAL-OMITIDO-POR-DOMICILIO
017527         GO TO 3090-CONFERIR-DOMICILIO-EXIT
017528     END-IF.
017529     MOVE "E" TO MARCA-DO-DOMICILIO (ID-DO-DOMICILIO-DOM).
017530 3090-CONFERIR-DOMICILIO-EXIT.
017531     EXIT.
017532*
017533****************************************************************
017534* 4000-GRAVAR-TRAILER                                          *
017535*     GRAVA O REGISTRO DE TRAILER DO EXTRATO COM A QUANTIDADE  *
017536*     DE DETALHES EXTRAIDOS.                                   *
017537****************************************************************
017538 4000-GRAVAR-TRAILER.
017539     MOVE TOTAL-EXTRAIDO TO TRL-TOTAL-EXTRAIDO.
017540     WRITE REGISTRO-DO-EXTRATO FROM TRAILER-DO-EXTRATO.
017541     IF NOT EXTRATO-OK
017550         DISPLAY "ERRO AO GRAVAR TRAILER, STATUS = "
017560             STATUS-DO-EXTRATO
017570     END-IF.
017900     CLOSE CLIENTE-FILE.
018000     CLOSE EXTRATO-DE-CLIENTES.
018050     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
018055     IF CONSENTIMENTOS-DISPONIVEIS
018060         CLOSE ARQUIVO-DE-CONSENTIMENTOS
018065     END-IF.
018070     IF DOMICILIOS-DISPONIVEIS
018075         CLOSE ARQUIVO-DE-DOMICILIOS
018080     END-IF.
018085     IF OBITOS-DISPONIVEIS
018090         CLOSE ARQUIVO-DE-OBITOS
018095     END-IF.
018100 9999-ENCERRAR-EXIT.
018200     EXIT.
