002166*                     COMUM CLICEPV (COPYBOOK CEPREC,         *
002166*                     DIRETORIO POSTAL CEPDIR), COM O NOVO    *
002166*                     MOTIVO DE REJEICAO 10.                  *
002167*  15/10/2026 EAC     CLIENTE COM MENOS DE 18 ANOS PASSOU A    *
002168*                     EXIGIR O ID DO RESPONSAVEL LEGAL, NOVO   *
002169*                     CAMPO NAS POSICOES 166-171 DA ENTRADA    *
002170*                     (REGISTRO DE 165 PARA 171 POSICOES), QUE *
002171*                     TEM DE SER UM CLIENTE ADULTO E ATIVO DO  *
002172*                     CADASTRO. NOVOS MOTIVOS DE REJEICAO 11   *
002173*                     (MENOR SEM RESPONSAVEL) E 12             *
002174*                     (RESPONSAVEL INVALIDO). O VINCULO E      *
002175*                     GRAVADO NO ARQUIVO RESPLEG (COPYBOOK     *
002176*                     RSPREC) COM EVENTO NO LOG DE AUDITORIA.  *
002177*                                                              *
002183****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
004058     SELECT ARQUIVO-DE-JORNAL ASSIGN TO "JORNAL"
004058         ORGANIZATION IS SEQUENTIAL
004058         FILE STATUS IS STATUS-DO-JORNAL.
004060*
004062     SELECT ARQUIVO-DE-RESPONSAVEIS ASSIGN TO "RESPLEG"
004064         ORGANIZATION IS INDEXED
004066         ACCESS MODE IS DYNAMIC
004068         RECORD KEY IS ID-DO-MENOR-RSP
004070         ALTERNATE RECORD KEY IS ID-DO-RESPONSAVEL-RSP
004072             WITH DUPLICATES
004074         FILE STATUS IS STATUS-DO-ARQUIVO-RESPONSAVEL.
004076*
004079 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CLIENTE-FILE
005330     05 UF-DO-CLIENTE-ENT      PIC X(02).
005340     05 CEP-DO-CLIENTE-ENT     PIC X(08).
005345     05 TELEFONE-DO-CLIENTE-ENT PIC X(15).
005346     05 EMAIL-DO-CLIENTE-ENT   PIC X(40).
005347     05 DATA-DE-NASCIMENTO-ENT PIC X(08).
005348     05 ID-DO-RESPONSAVEL-ENT  PIC X(06).
005349*
005350 FD  ARQUIVO-DE-REJEITADOS
005351     LABEL RECORDS ARE STANDARD.
005352*
005353****************************************************************
005354*  LAYOUT DO REGISTRO DE REJEITADO: A IMAGEM DO REGISTRO DE    *
005355*  ENTRADA (POSICOES 001-171, REAPRESENTAVEL COMO ENTRADA),    *
005356*  SEGUIDA DO MOTIVO DA REJEICAO E DO NUMERO DA LINHA NO       *
005357*  ARQUIVO DE ENTRADA ORIGINAL.                                *
005358****************************************************************
005359 01  REGISTRO-DE-REJEITADO.
005360     05 REJ-DADOS-DA-ENTRADA   PIC X(171).
005361     05 REJ-MOTIVO             PIC 9(02).
005362     05 REJ-LINHA-DA-ENTRADA   PIC 9(06).
005363*
005499*
005499 FD  ARQUIVO-DE-JORNAL
005499     LABEL RECORDS ARE STANDARD.
005509     COPY JRNREC.
005519*
005529 FD  ARQUIVO-DE-RESPONSAVEIS
005539     LABEL RECORDS ARE STANDARD.
005549     COPY RSPREC.
005559*
005569 WORKING-STORAGE SECTION.
005600 01  ID-DO-CLIENTE             PIC 9(06).
005650 01  ID-DO-OPERADOR            PIC X(08)  VALUE "BATCH".
005700*
006549     88 CONTROLE-DE-AUD-OK          VALUE "00".
006549     88 CONTROLE-DE-AUD-AUSENTE     VALUE "35".
006549*
006550 01  STATUS-DO-JORNAL           PIC X(02).
006551     88 JORNAL-OK                  VALUE "00".
006552     88 JORNAL-AUSENTE             VALUE "35".
006553*
006554 01  STATUS-DO-ARQUIVO-RESPONSAVEL PIC X(02).
006555     88 RESPONSAVEL-ARQ-OK         VALUE "00".
006556     88 RESPONSAVEL-ARQ-AUSENTE    VALUE "35".
006557*
006558 01  NOME-DO-PROGRAMA          PIC X(08)  VALUE "CLIBATCH".
006559 01  CODIGO-DE-RETORNO-DA-RODADA PIC 9(02) VALUE ZERO.
006560*
006561 01  CONTROLE-DE-REINICIO.
006562     05 QTD-JA-PROCESSADA-ANTES PIC 9(08)  VALUE ZERO.
006570     05 INTERVALO-DO-CHECKPOINT PIC 9(04)  VALUE 1.
006580     05 RESTO-DO-CHECKPOINT     PIC 9(04)  VALUE ZERO.
006590     05 QUOCIENTE-DO-CHECKPOINT PIC 9(06)  VALUE ZERO.
007310*  03 NASCIMENTO INVALIDO       04 UF INVALIDA                 *
007312*  05 CEP INVALIDO              06 TELEFONE INVALIDO           *
007314*  07 E-MAIL INVALIDO           08 NOME JA CADASTRADO          *
007315*  09 ERRO DE GRAVACAO          10 CEP NAO CONFERE UF/CIDADE   *
007316*  11 MENOR SEM RESPONSAVEL     12 RESPONSAVEL INVALIDO        *
007317****************************************************************
007318 01  MOTIVO-DA-REJEICAO        PIC 9(02)  VALUE ZERO.
007319 01  MOTIVO-CANDIDATO          PIC 9(02)  VALUE ZERO.
007320*
007321 01  CONTADORES-POR-MOTIVO.
007322     05 CONTADOR-POR-MOTIVO    PIC 9(06) OCCURS 12 TIMES
007323                               VALUE ZERO.
007324*
007325 01  DESCRICOES-DOS-MOTIVOS.
007327     05 FILLER PIC X(24) VALUE "IDADE INVALIDA".
007328     05 FILLER PIC X(24) VALUE "NASCIMENTO INVALIDO".
007329     05 FILLER PIC X(24) VALUE "UF INVALIDA".
007330     05 FILLER PIC X(24) VALUE "CEP INVALIDO".
007331     05 FILLER PIC X(24) VALUE "TELEFONE INVALIDO".
007332     05 FILLER PIC X(24) VALUE "E-MAIL INVALIDO".
007333     05 FILLER PIC X(24) VALUE "NOME JA CADASTRADO".
007334     05 FILLER PIC X(24) VALUE "ERRO DE GRAVACAO".
007335     05 FILLER PIC X(24) VALUE "CEP NAO CONFERE UF/CID".
007336     05 FILLER PIC X(24) VALUE "MENOR SEM RESPONSAVEL".
007337     05 FILLER PIC X(24) VALUE "RESPONSAVEL INVALIDO".
007338 01  TABELA-DE-MOTIVOS REDEFINES DESCRICOES-DOS-MOTIVOS.
007339     05 DESCRICAO-DO-MOTIVO    PIC X(24) OCCURS 12 TIMES.
007340*
007341 01  IND-MOTIVO                PIC 9(02)  VALUE ZERO.
007342*
007343 01  SW-NOME-DUPLICADO-DO-LOTE PIC X(01)  VALUE "N".
007344     88 NOME-DUPLICADO-DO-LOTE     VALUE "S".
007345*
007346 01  SW-CAMPOS-DO-LOTE-VALIDOS PIC X(01)  VALUE "S".
007347     88 CAMPOS-DO-LOTE-VALIDOS     VALUE "S".
007348*
007349 01  SW-NASCIMENTO-PRESENTE    PIC X(01)  VALUE "N".
007350     88 NASCIMENTO-PRESENTE        VALUE "S".
007351*
007352 01  IDADE-CALCULADA-DO-LOTE   PIC 9(03)  VALUE ZERO.
007353 01  DATA-DO-DIA               PIC 9(08)  VALUE ZERO.
007354*
007355 01  IDADE-MINIMA-SEM-RESPONSAVEL PIC 9(03) VALUE 18.
007356 01  IDADE-DO-MENOR-DO-LOTE    PIC 9(03)  VALUE ZERO.
007357 01  ID-DO-RESPONSAVEL-DO-LOTE PIC 9(06)  VALUE ZERO.
007358*
007360 01  PARAMETROS-DE-AUDITORIA.
007370     05 TIPO-PARA-AUDITORIA    PIC X(10).
007380     05 CAMPO-PARA-AUDITORIA   PIC X(20).
011603             STATUS-DO-ARQUIVO-REJEITADOS
011604         STOP RUN
011605     END-IF.
011606     OPEN I-O ARQUIVO-DE-RESPONSAVEIS.
011607     IF RESPONSAVEL-ARQ-AUSENTE
011608         OPEN OUTPUT ARQUIVO-DE-RESPONSAVEIS
011609         CLOSE ARQUIVO-DE-RESPONSAVEIS
011610         OPEN I-O ARQUIVO-DE-RESPONSAVEIS
011611     END-IF.
011612     IF NOT RESPONSAVEL-ARQ-OK
011613         DISPLAY "ERRO AO ABRIR RESPLEG, STATUS = "
011614             STATUS-DO-ARQUIVO-RESPONSAVEL
011615         STOP RUN
011616     END-IF.
011629     PERFORM 1100-OBTER-PONTO-DE-REINICIO
011653         THRU 1100-OBTER-PONTO-DE-REINICIO-EXIT.
011676 1000-ABRIR-ARQUIVOS-EXIT.
020410         INVALID KEY
020420             SET REGISTRO-NAO-ENCONTRADO TO TRUE
020430     END-READ.
020431     IF NOT REGISTRO-NAO-ENCONTRADO
020432         MOVE "S" TO SW-NOME-DUPLICADO-DO-LOTE
020433     END-IF.
020434 3050-VERIFICAR-NOME-DUPLICADO-DO-LOTE-EXIT.
020435     EXIT.
020436*
020437****************************************************************
020438* 3080-VALIDAR-CAMPOS-DO-LOTE                                  *
020439*     CONFERE UF, CEP, TELEFONE E E-MAIL DO REGISTRO DE        *
020440*     ENTRADA PELA ROTINA COMUM CLIVALID E A DATA DE           *
020441*     NASCIMENTO PELA ROTINA COMUM CLIDADE. COMO O LOTE RODA   *
020442*     SEM OPERADOR, O PRIMEIRO CAMPO INVALIDO REJEITA O        *
020443*     REGISTRO, GUARDANDO A MENSAGEM DA REJEICAO.              *
020444****************************************************************
020445 3080-VALIDAR-CAMPOS-DO-LOTE.
020446     MOVE "S" TO SW-CAMPOS-DO-LOTE-VALIDOS.
020447     PERFORM 3085-VALIDAR-NASCIMENTO-DO-LOTE
020448         THRU 3085-VALIDAR-NASCIMENTO-DO-LOTE-EXIT.
020449     IF CAMPOS-DO-LOTE-VALIDOS
020450         SET VAL-CAMPO-UF TO TRUE
020451         MOVE UF-DO-CLIENTE-ENT TO VAL-VALOR
020452         MOVE 4 TO MOTIVO-CANDIDATO
020453         PERFORM 3090-VALIDAR-UM-CAMPO
020454             THRU 3090-VALIDAR-UM-CAMPO-EXIT
020455     END-IF.
020456     IF CAMPOS-DO-LOTE-VALIDOS
020457         SET VAL-CAMPO-CEP TO TRUE
020458         MOVE CEP-DO-CLIENTE-ENT TO VAL-VALOR
020459         MOVE 5 TO MOTIVO-CANDIDATO
020460         PERFORM 3090-VALIDAR-UM-CAMPO
020461             THRU 3090-VALIDAR-UM-CAMPO-EXIT
020462     END-IF.
020463     IF CAMPOS-DO-LOTE-VALIDOS
020464         SET VAL-CAMPO-TELEFONE TO TRUE
020465         MOVE TELEFONE-DO-CLIENTE-ENT TO VAL-VALOR
020466         MOVE 6 TO MOTIVO-CANDIDATO
020467         PERFORM 3090-VALIDAR-UM-CAMPO
020468             THRU 3090-VALIDAR-UM-CAMPO-EXIT
020469     END-IF.
020470     IF CAMPOS-DO-LOTE-VALIDOS
020471         SET VAL-CAMPO-EMAIL TO TRUE
020472         MOVE EMAIL-DO-CLIENTE-ENT TO VAL-VALOR
020473         MOVE 7 TO MOTIVO-CANDIDATO
020474         PERFORM 3090-VALIDAR-UM-CAMPO
020475             THRU 3090-VALIDAR-UM-CAMPO-EXIT
020476     END-IF.
020477     IF CAMPOS-DO-LOTE-VALIDOS
020478         PERFORM 3095-CONFERIR-ENDERECO-DO-LOTE
020479             THRU 3095-CONFERIR-ENDERECO-DO-LOTE-EXIT
020480     END-IF.
020481 3080-VALIDAR-CAMPOS-DO-LOTE-EXIT.
020482     EXIT.
020483*
020484****************************************************************
020485* 3085-VALIDAR-NASCIMENTO-DO-LOTE                              *
020486*     CRITICA A DATA DE NASCIMENTO DO REGISTRO DE ENTRADA     *
020487*     PELA ROTINA COMUM CLIDADE E GUARDA A IDADE CALCULADA.   *
020488*     DATA EM BRANCO OU ZERADA E ACEITA (ENTRADA ANTIGA SO    *
020489*     COM IDADE). CLIENTE COM MENOS DE 18 ANOS (PELA DATA OU, *
020490*     NA ENTRADA ANTIGA, PELA IDADE INFORMADA) SO E ACEITO    *
020491*     COM O ID DO RESPONSAVEL LEGAL NA ENTRADA.               *
020492****************************************************************
020493 3085-VALIDAR-NASCIMENTO-DO-LOTE.
020494     MOVE "N" TO SW-NASCIMENTO-PRESENTE.
020495     MOVE ZERO TO IDADE-CALCULADA-DO-LOTE.
020496     MOVE ZERO TO ID-DO-RESPONSAVEL-DO-LOTE.
020497     IF DATA-DE-NASCIMENTO-ENT = SPACES OR
020498         DATA-DE-NASCIMENTO-ENT = "00000000"
020499         IF IDADE-DO-CLIENTE-ENT IS NUMERIC
020500             MOVE IDADE-DO-CLIENTE-ENT TO IDADE-DO-MENOR-DO-LOTE
020501             PERFORM 3087-CONFERIR-RESPONSAVEL-DO-LOTE
020502                 THRU 3087-CONFERIR-RESPONSAVEL-DO-LOTE-EXIT
020503         END-IF
020504         GO TO 3085-VALIDAR-NASCIMENTO-DO-LOTE-EXIT
020505     END-IF.
020506     IF DATA-DE-NASCIMENTO-ENT IS NOT NUMERIC
020507         MOVE "N" TO SW-CAMPOS-DO-LOTE-VALIDOS
020508         MOVE "DATA DE NASCIMENTO INVALIDA" TO VAL-MENSAGEM
020509         MOVE 3 TO MOTIVO-DA-REJEICAO
020510         GO TO 3085-VALIDAR-NASCIMENTO-DO-LOTE-EXIT
020511     END-IF.
020512     MOVE DATA-DE-NASCIMENTO-ENT TO IDA-DATA-DE-NASCIMENTO.
020513     ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
020514     MOVE DATA-DO-DIA TO IDA-DATA-DE-REFERENCIA.
020515     CALL "CLIDADE" USING PARAMETROS-DE-IDADE.
020516     IF IDA-ERRO
020517         MOVE "N" TO SW-CAMPOS-DO-LOTE-VALIDOS
020518         MOVE "DATA DE NASCIMENTO INVALIDA" TO VAL-MENSAGEM
020519         MOVE 3 TO MOTIVO-DA-REJEICAO
020520         GO TO 3085-VALIDAR-NASCIMENTO-DO-LOTE-EXIT
020521     END-IF.
020522     MOVE "S" TO SW-NASCIMENTO-PRESENTE.
020523     MOVE IDA-IDADE-CALCULADA TO IDADE-CALCULADA-DO-LOTE.
020524     MOVE IDA-IDADE-CALCULADA TO IDADE-DO-MENOR-DO-LOTE.
020525     PERFORM 3087-CONFERIR-RESPONSAVEL-DO-LOTE
020526         THRU 3087-CONFERIR-RESPONSAVEL-DO-LOTE-EXIT.
020527 3085-VALIDAR-NASCIMENTO-DO-LOTE-EXIT.
020528     EXIT.
020529*
020530****************************************************************
020531* 3087-CONFERIR-RESPONSAVEL-DO-LOTE                            *
020532*     PARA O CLIENTE COM MENOS DE 18 ANOS, EXIGE O ID DO       *
020533*     RESPONSAVEL LEGAL NA ENTRADA (MOTIVO 11) E O CONFERE NO  *
020534*     ARQUIVO MESTRE: CLIENTE ATIVO E COM 18 ANOS OU MAIS      *
020535*     (MOTIVO 12). PARA O ADULTO O CAMPO E IGNORADO.           *
020536****************************************************************
020537 3087-CONFERIR-RESPONSAVEL-DO-LOTE.
020538     IF IDADE-DO-MENOR-DO-LOTE NOT LESS THAN
020539         IDADE-MINIMA-SEM-RESPONSAVEL
020540         GO TO 3087-CONFERIR-RESPONSAVEL-DO-LOTE-EXIT
020541     END-IF.
020542     IF ID-DO-RESPONSAVEL-ENT = SPACES OR
020543         ID-DO-RESPONSAVEL-ENT = "000000"
020544         MOVE "N" TO SW-CAMPOS-DO-LOTE-VALIDOS
020545         MOVE "MENOR SEM RESPONSAVEL LEGAL" TO VAL-MENSAGEM
020546         MOVE 11 TO MOTIVO-DA-REJEICAO
020547         GO TO 3087-CONFERIR-RESPONSAVEL-DO-LOTE-EXIT
020548     END-IF.
020549     MOVE "N" TO SW-CAMPOS-DO-LOTE-VALIDOS.
020550     MOVE "RESPONSAVEL LEGAL INVALIDO" TO VAL-MENSAGEM.
020551     MOVE 12 TO MOTIVO-DA-REJEICAO.
020552     IF ID-DO-RESPONSAVEL-ENT IS NOT NUMERIC
020553         GO TO 3087-CONFERIR-RESPONSAVEL-DO-LOTE-EXIT
020554     END-IF.
020555     MOVE ID-DO-RESPONSAVEL-ENT TO ID-DO-CLIENTE-ARQ.
020556     READ CLIENTE-FILE KEY IS ID-DO-CLIENTE-ARQ
020557         INVALID KEY
020558             GO TO 3087-CONFERIR-RESPONSAVEL-DO-LOTE-EXIT
020559     END-READ.
020560     IF NOT CLIENTE-ATIVO-ARQ
020561         GO TO 3087-CONFERIR-RESPONSAVEL-DO-LOTE-EXIT
020562     END-IF.
020563     IF DATA-DE-NASCIMENTO-ARQ IS NUMERIC AND
020564         DATA-DE-NASCIMENTO-ARQ > ZERO
020565         MOVE DATA-DE-NASCIMENTO-ARQ TO IDA-DATA-DE-NASCIMENTO
020566         ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD
020567         MOVE DATA-DO-DIA TO IDA-DATA-DE-REFERENCIA
020568         CALL "CLIDADE" USING PARAMETROS-DE-IDADE
020569         IF IDA-ERRO OR
020570             IDA-IDADE-CALCULADA < IDADE-MINIMA-SEM-RESPONSAVEL
020571             GO TO 3087-CONFERIR-RESPONSAVEL-DO-LOTE-EXIT
020572         END-IF
020573     ELSE
020574         IF IDADE-DO-CLIENTE-ARQ < IDADE-MINIMA-SEM-RESPONSAVEL
020575             GO TO 3087-CONFERIR-RESPONSAVEL-DO-LOTE-EXIT
020576         END-IF
020577     END-IF.
020578     MOVE "S" TO SW-CAMPOS-DO-LOTE-VALIDOS.
020579     MOVE ZERO TO MOTIVO-DA-REJEICAO.
020580     MOVE SPACES TO VAL-MENSAGEM.
020581     MOVE ID-DO-CLIENTE-ARQ TO ID-DO-RESPONSAVEL-DO-LOTE.
020582 3087-CONFERIR-RESPONSAVEL-DO-LOTE-EXIT.
020583     EXIT.
020584*
020585****************************************************************
020586* 3090-VALIDAR-UM-CAMPO                                        *
020587*     CHAMA A ROTINA COMUM CLIVALID PARA O CAMPO JA MOVIDO     *
020588*     PARA A AREA DE PARAMETROS.                               *
020589****************************************************************
020590 3090-VALIDAR-UM-CAMPO.
020591     CALL "CLIVALID" USING PARAMETROS-DE-VALIDACAO.
020592     IF VAL-INVALIDO
020593         MOVE "N" TO SW-CAMPOS-DO-LOTE-VALIDOS
020594         MOVE MOTIVO-CANDIDATO TO MOTIVO-DA-REJEICAO
020595     END-IF.
020596 3090-VALIDAR-UM-CAMPO-EXIT.
020597     EXIT.
020598*
020599****************************************************************
020600* 3095-CONFERIR-ENDERECO-DO-LOTE                               *
020601*     CONFERE CIDADE, UF E CEP DO REGISTRO DE ENTRADA ENTRE    *
020602*     SI PELA ROTINA COMUM CLICEPV. SEM O DIRETORIO POSTAL     *
020603*     CARREGADO A CONFERENCIA E DISPENSADA.                    *
020604****************************************************************
020605 3095-CONFERIR-ENDERECO-DO-LOTE.
020606     MOVE CEP-DO-CLIENTE-ENT    TO CEP-VALOR-DO-CEP.
020607     MOVE UF-DO-CLIENTE-ENT     TO CEP-UF-INFORMADA.
020608     MOVE CIDADE-DO-CLIENTE-ENT TO CEP-CIDADE-INFORMADA.
020609     CALL "CLICEPV" USING PARAMETROS-DE-CEP.
020610     IF CEP-NAO-CONFERE
020611         MOVE "N" TO SW-CAMPOS-DO-LOTE-VALIDOS
020612         MOVE CEP-MENSAGEM TO VAL-MENSAGEM
020613         MOVE 10 TO MOTIVO-DA-REJEICAO
020614     END-IF.
020615 3095-CONFERIR-ENDERECO-DO-LOTE-EXIT.
020616     EXIT.
020617*
020618****************************************************************
020619* 3100-GRAVAR-CLIENTE-DO-LOTE                                  *
020620*     ATRIBUI O PROXIMO ID E GRAVA O CLIENTE NO ARQUIVO        *
020700*     MESTRE.                                                  *
020800****************************************************************
020900 3100-GRAVAR-CLIENTE-DO-LOTE.
022201         SET JRN-OPERACAO-INCLUSAO TO TRUE
022201         PERFORM 8500-GRAVAR-JORNAL
022201             THRU 8500-GRAVAR-JORNAL-EXIT
022211         IF ID-DO-RESPONSAVEL-DO-LOTE > ZERO
022221             PERFORM 3150-GRAVAR-VINCULO-DO-LOTE
022231                 THRU 3150-GRAVAR-VINCULO-DO-LOTE-EXIT
022241         END-IF
022251     END-IF.
022300 3100-GRAVAR-CLIENTE-DO-LOTE-EXIT.
022303     EXIT.
022306*
022309****************************************************************
022312* 3150-GRAVAR-VINCULO-DO-LOTE                                  *
022315*     GRAVA NO RESPLEG O VINCULO DO CLIENTE MENOR RECEM-       *
022318*     GRAVADO COM O RESPONSAVEL LEGAL DA ENTRADA E REGISTRA O  *
022321*     EVENTO NO LOG DE AUDITORIA.                              *
022324****************************************************************
022327 3150-GRAVAR-VINCULO-DO-LOTE.
022330     MOVE ID-DO-CLIENTE             TO ID-DO-MENOR-RSP.
022333     MOVE ID-DO-RESPONSAVEL-DO-LOTE TO ID-DO-RESPONSAVEL-RSP.
022336     ACCEPT DATA-DO-VINCULO-RSP FROM DATE YYYYMMDD.
022339     MOVE ID-DO-OPERADOR            TO ID-DO-OPERADOR-RSP.
022342     MOVE NOME-DO-PROGRAMA          TO PROGRAMA-DO-VINCULO-RSP.
022345     SET VINCULO-ATIVO-RSP TO TRUE.
022348     MOVE ZERO                      TO DATA-DA-LIBERACAO-RSP.
022351     WRITE REGISTRO-DE-RESPONSAVEL
022354         INVALID KEY
022357             REWRITE REGISTRO-DE-RESPONSAVEL
022360     END-WRITE.
022363     IF NOT RESPONSAVEL-ARQ-OK
022366         DISPLAY "ERRO AO GRAVAR RESPLEG PARA O CLIENTE ID "
022369             ID-DO-CLIENTE ", STATUS = "
022372             STATUS-DO-ARQUIVO-RESPONSAVEL
022375         GO TO 3150-GRAVAR-VINCULO-DO-LOTE-EXIT
022378     END-IF.
022381     MOVE "VINCULO"             TO TIPO-PARA-AUDITORIA.
022384     MOVE "RESPONSAVEL-LEGAL"   TO CAMPO-PARA-AUDITORIA.
022387     MOVE SPACES                TO VALOR-ANTIGO-PARA-AUDITORIA.
022390     MOVE ID-DO-RESPONSAVEL-DO-LOTE TO VALOR-NOVO-PARA-AUDITORIA.
022393     PERFORM 8000-GRAVAR-AUDITORIA
022396         THRU 8000-GRAVAR-AUDITORIA-EXIT.
022399 3150-GRAVAR-VINCULO-DO-LOTE-EXIT.
022402     EXIT.
022405*
022420****************************************************************
022430* 3900-GRAVAR-REJEITADO                                        *
022440*     GRAVA O REGISTRO DE ENTRADA REJEITADO NO ARQUIVO DE     *
023310     MOVE ZERO TO IND-MOTIVO.
023320     PERFORM 4100-IMPRIMIR-MOTIVO-DO-LOTE
023330         THRU 4100-IMPRIMIR-MOTIVO-DO-LOTE-EXIT
023340         UNTIL IND-MOTIVO NOT LESS THAN 12.
023400 4000-IMPRIMIR-TOTAIS-DO-LOTE-EXIT.
023500     EXIT.
023510*
024360     CLOSE ARQUIVO-DE-REJEITADOS.
024365     CLOSE ARQUIVO-DE-CONTROLE-DE-AUDITORIA.
024367     CLOSE ARQUIVO-DE-JORNAL.
024368     CLOSE ARQUIVO-DE-RESPONSAVEIS.
024370     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
024400 9999-ENCERRAR-EXIT.
024500     EXIT.
