002499*                     POSTAL CEPDIR), COM RE-PERGUNTA NA       *
002499*                     CAPTURA E RECUSA DA ALTERACAO QUE        *
002499*                     DESCOMBINA O ENDERECO.                   *
002501*  15/10/2026 EAC     NOVA OPCAO "C" DO MENU DE ALTERACAO PARA *
002503*                     REGISTRAR O CONSENTIMENTO LGPD DO        *
002505*                     CLIENTE POR CANAL (CORREIO, TELEFONE E   *
002507*                     E-MAIL) NO ARQUIVO CONSENT (COPYBOOK     *
002509*                     CONREC), COM DATA, OPERADOR E EVENTO NO  *
002511*                     LOG DE AUDITORIA POR CANAL ALTERADO.     *
002513*  15/10/2026 EAC     A ALTERACAO DE NOME, DE DATA DE          *
002515*                     NASCIMENTO E DE SITUACAO DEIXOU DE       *
002517*                     REGRAVAR O CLIENTE: O PEDIDO E GRAVADO   *
002519*                     NA FILA DE APROVACAO PENDENTE (COPYBOOK  *
002521*                     PNDREC) COM OS VALORES ANTES/DEPOIS, O   *
002523*                     OPERADOR E A DATA, E SO E APLICADO AO    *
002525*                     ARQUIVO MESTRE, AO LOG DE AUDITORIA E AO *
002527*                     JORNAL QUANDO APROVADO PELO CLIAPRV.     *
002529*  15/10/2026 EAC     NOVA OPCAO "E" DO MENU DE ALTERACAO PARA *
002531*                     MANTER OS ENDERECOS DE COBRANCA E DE     *
002533*                     CORRESPONDENCIA DO CLIENTE NO ARQUIVO    *
002535*                     ENDERECO (COPYBOOK ENDREC), COM INICIO E *
002537*                     FIM DE VIGENCIA: LISTA, INCLUI (FECHANDO *
002539*                     O ENDERECO DO TIPO EM ABERTO) E ENCERRA, *
002541*                     COM EVENTO NO LOG DE AUDITORIA. O        *
002543*                     RESIDENCIAL CONTINUA NO CLIREC.          *
002545*  15/10/2026 EAC     CLIENTE COM MENOS DE 18 ANOS (IDADE DA   *
002547*                     ROTINA CLIDADE) PASSOU A EXIGIR UM       *
002549*                     RESPONSAVEL LEGAL, CLIENTE ADULTO E      *
002551*                     ATIVO DO CADASTRO, NA CAPTURA E NA       *
002553*                     ALTERACAO DA DATA DE NASCIMENTO. O       *
002555*                     VINCULO E GRAVADO NO ARQUIVO RESPLEG     *
002557*                     (COPYBOOK RSPREC) COM EVENTO NO LOG DE   *
002559*                     AUDITORIA E E LIBERADO PELO CLIMAIO NA   *
002561*                     MAIORIDADE.                              *
002563*  15/10/2026 EAC     NA ALTERACAO DA DATA DE NASCIMENTO O     *
002565*                     RESPONSAVEL LEGAL DO MENOR DEIXOU DE SER *
002567*                     GRAVADO NO RESPLEG JA NO PEDIDO: O ID    *
002569*                     VAI NO PEDIDO PENDENTE E O CLIAPRV GRAVA *
002571*                     O VINCULO E O EVENTO SO NA APROVACAO.    *
002573*                                                              *
002600****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004199         ACCESS MODE IS DYNAMIC
004199         RECORD KEY IS ID-DO-OPERADOR-OPR
004199         FILE STATUS IS STATUS-DO-ARQUIVO-OPERADOR.
004202*
004205     SELECT ARQUIVO-DE-CONSENTIMENTOS ASSIGN TO "CONSENT"
004208         ORGANIZATION IS INDEXED
004211         ACCESS MODE IS DYNAMIC
004214         RECORD KEY IS ID-DO-CLIENTE-CON
004217         FILE STATUS IS STATUS-DO-ARQUIVO-CONSENTIMENTO.
004220*
004223     SELECT ARQUIVO-DE-PENDENCIAS ASSIGN TO "PENDENTE"
004226         ORGANIZATION IS INDEXED
004229         ACCESS MODE IS DYNAMIC
004232         RECORD KEY IS NUMERO-DA-PENDENCIA-PND
004235         ALTERNATE RECORD KEY IS ID-DO-CLIENTE-PND
004238             WITH DUPLICATES
004241         FILE STATUS IS STATUS-DO-ARQUIVO-PENDENCIA.
004244*
004247     SELECT ARQUIVO-DE-ENDERECOS ASSIGN TO "ENDERECO"
004250         ORGANIZATION IS INDEXED
004253         ACCESS MODE IS DYNAMIC
004256         RECORD KEY IS CHAVE-DO-ENDERECO-END
004259         FILE STATUS IS STATUS-DO-ARQUIVO-ENDERECO.
004262*
004265     SELECT ARQUIVO-DE-RESPONSAVEIS ASSIGN TO "RESPLEG"
004268         ORGANIZATION IS INDEXED
004271         ACCESS MODE IS DYNAMIC
004274         RECORD KEY IS ID-DO-MENOR-RSP
004277         ALTERNATE RECORD KEY IS ID-DO-RESPONSAVEL-RSP
004280             WITH DUPLICATES
004283         FILE STATUS IS STATUS-DO-ARQUIVO-RESPONSAVEL.
004286*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CLIENTE-FILE
005099 FD  ARQUIVO-DE-OPERADORES
005099     LABEL RECORDS ARE STANDARD.
005099     COPY OPRREC.
005104*
005109 FD  ARQUIVO-DE-CONSENTIMENTOS
005114     LABEL RECORDS ARE STANDARD.
005119     COPY CONREC.
005124*
005129 FD  ARQUIVO-DE-PENDENCIAS
005134     LABEL RECORDS ARE STANDARD.
005139     COPY PNDREC.
005144*
005149 FD  ARQUIVO-DE-ENDERECOS
005154     LABEL RECORDS ARE STANDARD.
005159     COPY ENDREC.
005164*
005169 FD  ARQUIVO-DE-RESPONSAVEIS
005174     LABEL RECORDS ARE STANDARD.
005179     COPY RSPREC.
005184*
005200 WORKING-STORAGE SECTION.
005300 01  ID-DO-CLIENTE             PIC 9(06).
005400 01  NOME-DO-CLIENTE           PIC X(30).
006388*
006390 01  STATUS-DO-CONTROLE-DE-AUDITORIA PIC X(02).
006392     88 CONTROLE-DE-AUD-OK          VALUE "00".
006395     88 CONTROLE-DE-AUD-AUSENTE     VALUE "35".
006398*
006401 01  STATUS-DO-JORNAL           PIC X(02).
006404     88 JORNAL-OK                  VALUE "00".
006407     88 JORNAL-AUSENTE             VALUE "35".
006410*
006413 01  STATUS-DO-ARQUIVO-OPERADOR PIC X(02).
006416     88 OPERADOR-ARQ-OK            VALUE "00".
006419     88 OPERADOR-NAO-CADASTRADO    VALUE "23".
006422     88 OPERADOR-ARQ-AUSENTE       VALUE "35".
006425*
006428 01  STATUS-DO-ARQUIVO-CONSENTIMENTO PIC X(02).
006431     88 CONSENTIMENTO-OK           VALUE "00".
006434     88 CONSENTIMENTO-NAO-CADASTRADO VALUE "23".
006437     88 CONSENTIMENTO-AUSENTE      VALUE "35".
006440*
006443 01  STATUS-DO-ARQUIVO-PENDENCIA PIC X(02).
006446     88 PENDENCIA-OK               VALUE "00".
006449     88 PENDENCIA-AUSENTE          VALUE "35".
006452*
006455 01  SW-OPERADOR-IDENTIFICADO   PIC X(01)  VALUE "N".
006458     88 OPERADOR-IDENTIFICADO      VALUE "S".
006461*
006464 01  PERFIL-DO-OPERADOR         PIC X(01)  VALUE "1".
006467     88 OPERADOR-PODE-CAPTURAR     VALUE "2" "3" "4".
006470     88 OPERADOR-PODE-MANTER       VALUE "3" "4".
006473*
006476 01  NOME-DO-PROGRAMA           PIC X(08)  VALUE "CADASTRO".
006479 01  IMAGEM-ANTES-DO-CLIENTE    PIC X(181).
006482*
006500 01  CHAVES-DE-VALIDACAO.
006600     05 SW-NOME-VALIDO         PIC X(01)  VALUE "N".
006700        88 NOME-VALIDO             VALUE "S".
007670*
007680 01  SW-ENDERECO-CONFERIDO     PIC X(01)  VALUE "N".
007690     88 ENDERECO-CONFERIDO        VALUE "S".
007691*
007692 01  SW-CONSENTIMENTO-CADASTRADO PIC X(01) VALUE "N".
007693     88 CONSENTIMENTO-CADASTRADO  VALUE "S".
007694 01  CANAL-DE-CONSENTIMENTO    PIC X(08).
007695 01  RESPOSTA-DE-CONSENTIMENTO PIC X(01).
007696 01  CONSENTIMENTO-ANTERIOR.
007697     05 CORREIO-ANTERIOR       PIC X(01).
007698     05 TELEFONE-ANTERIOR      PIC X(01).
007699     05 EMAIL-ANTERIOR         PIC X(01).
007700*
007701 01  SW-PENDENCIA-EM-ABERTO    PIC X(01)  VALUE "N".
007702     88 PENDENCIA-EM-ABERTO       VALUE "S".
007703 01  SW-FIM-DAS-PENDENCIAS     PIC X(01)  VALUE "N".
007704     88 FIM-DAS-PENDENCIAS        VALUE "S".
007705 01  TIPO-DE-PENDENCIA-SOLICITADA PIC X(01).
007706*
007707 01  STATUS-DO-ARQUIVO-ENDERECO PIC X(02).
007708     88 ENDERECO-ARQ-OK            VALUE "00".
007709     88 ENDERECO-ARQ-AUSENTE       VALUE "35".
007710*
007711 01  CHAVES-DE-ENDERECO.
007712     05 SW-SAIR-DOS-ENDERECOS  PIC X(01)  VALUE "N".
007713        88 SAIR-DOS-ENDERECOS      VALUE "S".
007714     05 SW-FIM-DOS-ENDERECOS   PIC X(01)  VALUE "N".
007715        88 FIM-DOS-ENDERECOS       VALUE "S".
007716     05 SW-ENDERECO-EM-VIGOR   PIC X(01)  VALUE "N".
007717        88 ENDERECO-EM-VIGOR       VALUE "S".
007718     05 SW-DATA-VALIDA         PIC X(01)  VALUE "N".
007719        88 DATA-VALIDA             VALUE "S".
007720 01  OPCAO-DE-ENDERECO         PIC X(01).
007721 01  TIPO-DE-ENDERECO-ESCOLHIDO PIC X(01).
007722     88 TIPO-COBRANCA              VALUE "C".
007723     88 TIPO-CORRESPONDENCIA       VALUE "P".
007724 01  SW-ENDERECO-ABERTO        PIC X(01)  VALUE "N".
007725     88 ENDERECO-ABERTO-ACHADO     VALUE "S".
007726 01  ULTIMA-SEQUENCIA-DE-ENDERECO PIC 9(03) VALUE ZERO.
007727 01  TEXTO-DO-TIPO-DE-ENDERECO PIC X(15).
007728 01  ROTULO-DA-DATA-DE-VIGENCIA PIC X(20).
007729 01  DATA-DE-VIGENCIA-ENTRADA  PIC X(08).
007730 01  DATA-DE-VIGENCIA          PIC 9(08)  VALUE ZERO.
007731 01  ENDERECO-EM-VIGOR-ANTERIOR.
007732     05 SEQUENCIA-ANTERIOR     PIC 9(03).
007733     05 ENDERECO-ANTERIOR      PIC X(40).
007734     05 CIDADE-ANTERIOR        PIC X(20).
007735     05 UF-ANTERIOR            PIC X(02).
007736     05 CEP-ANTERIOR           PIC X(08).
007737     05 INICIO-ANTERIOR        PIC 9(08).
007738 01  CAMPOS-DO-TIPO-DE-ENDERECO.
007739     05 CAMPO-ENDERECO-DO-TIPO PIC X(20).
007740     05 CAMPO-CIDADE-DO-TIPO   PIC X(20).
007741     05 CAMPO-UF-DO-TIPO       PIC X(20).
007742     05 CAMPO-CEP-DO-TIPO      PIC X(20).
007743     05 CAMPO-VIGENCIA-DO-TIPO PIC X(20).
007744*
007745 01  STATUS-DO-ARQUIVO-RESPONSAVEL PIC X(02).
007746     88 RESPONSAVEL-ARQ-OK         VALUE "00".
007747     88 RESPONSAVEL-ARQ-AUSENTE    VALUE "35".
007748*
007749 01  CHAVES-DO-RESPONSAVEL.
007750     05 SW-RESPONSAVEL-RESOLVIDO PIC X(01) VALUE "N".
007751        88 RESPONSAVEL-RESOLVIDO   VALUE "S".
007752     05 SW-VINCULO-EXISTENTE   PIC X(01)  VALUE "N".
007753        88 VINCULO-EXISTENTE       VALUE "S".
007754 01  ID-DO-RESPONSAVEL-LEGAL   PIC 9(06)  VALUE ZERO.
007755 01  ID-DO-RESPONSAVEL-ENTRADA PIC X(06).
007756 01  IDADE-MINIMA-SEM-RESPONSAVEL PIC 9(03) VALUE 18.
007757 PROCEDURE DIVISION.
007800*
007900****************************************************************
008000* 0000-MAINLINE                                                *
010727             STATUS-DO-ARQUIVO-OPERADOR
010728         STOP RUN
010729     END-IF.
010730     OPEN I-O ARQUIVO-DE-CONSENTIMENTOS.
010731     IF CONSENTIMENTO-AUSENTE
010732         OPEN OUTPUT ARQUIVO-DE-CONSENTIMENTOS
010733         CLOSE ARQUIVO-DE-CONSENTIMENTOS
010734         OPEN I-O ARQUIVO-DE-CONSENTIMENTOS
010735     END-IF.
010736     IF NOT CONSENTIMENTO-OK
010737         DISPLAY "ERRO AO ABRIR CONSENT, STATUS = "
010738             STATUS-DO-ARQUIVO-CONSENTIMENTO
010739         STOP RUN
010740     END-IF.
010741     OPEN I-O ARQUIVO-DE-PENDENCIAS.
010742     IF PENDENCIA-AUSENTE
010743         OPEN OUTPUT ARQUIVO-DE-PENDENCIAS
010744         CLOSE ARQUIVO-DE-PENDENCIAS
010745         OPEN I-O ARQUIVO-DE-PENDENCIAS
010746     END-IF.
010747     IF NOT PENDENCIA-OK
010748         DISPLAY "ERRO AO ABRIR PENDENTE, STATUS = "
010749             STATUS-DO-ARQUIVO-PENDENCIA
010750         STOP RUN
010751     END-IF.
010752     OPEN I-O ARQUIVO-DE-ENDERECOS.
010753     IF ENDERECO-ARQ-AUSENTE
010754         OPEN OUTPUT ARQUIVO-DE-ENDERECOS
010755         CLOSE ARQUIVO-DE-ENDERECOS
010756         OPEN I-O ARQUIVO-DE-ENDERECOS
010757     END-IF.
010758     IF NOT ENDERECO-ARQ-OK
010759         DISPLAY "ERRO AO ABRIR ENDERECO, STATUS = "
010760             STATUS-DO-ARQUIVO-ENDERECO
010761         STOP RUN
010762     END-IF.
010763     OPEN I-O ARQUIVO-DE-RESPONSAVEIS.
010764     IF RESPONSAVEL-ARQ-AUSENTE
010765         OPEN OUTPUT ARQUIVO-DE-RESPONSAVEIS
010766         CLOSE ARQUIVO-DE-RESPONSAVEIS
010767         OPEN I-O ARQUIVO-DE-RESPONSAVEIS
010768     END-IF.
010769     IF NOT RESPONSAVEL-ARQ-OK
010770         DISPLAY "ERRO AO ABRIR RESPLEG, STATUS = "
010771             STATUS-DO-ARQUIVO-RESPONSAVEL
010772         STOP RUN
010773     END-IF.
010774 1000-ABRIR-ARQUIVOS-EXIT.
010800     EXIT.
010900*
010950****************************************************************
021700*     ACEITA A DATA DE NASCIMENTO DO CLIENTE (AAAAMMDD),       *
021750*     CRITICA-A PELA ROTINA COMUM CLIDADE E GUARDA A IDADE     *
021800*     CALCULADA NA DATA DE HOJE, REJEITANDO IDADE FORA DA      *
021850*     FAIXA DE 1 A 99. CLIENTE COM MENOS DE 18 ANOS SO E       *
021860*     ACEITO COM UM RESPONSAVEL LEGAL; SEM ELE A DATA E PEDIDA *
021870*     DE NOVO.                                                 *
021900****************************************************************
022000 2200-PEDIR-NASCIMENTO.
022100     DISPLAY "Digite sua data de nascimento (AAAAMMDD): ".
022950         MOVE IDA-IDADE-CALCULADA TO IDADE-DO-CLIENTE
023000         MOVE "S" TO SW-NASCIMENTO-VALIDO
023100     END-IF.
023110     MOVE ZERO TO ID-DO-RESPONSAVEL-LEGAL.
023120     MOVE "N" TO SW-VINCULO-EXISTENTE.
023130     IF NASCIMENTO-VALIDO AND
023140         IDA-IDADE-CALCULADA < IDADE-MINIMA-SEM-RESPONSAVEL
023150         PERFORM 2260-CONFERIR-VINCULO-EXISTENTE
023160             THRU 2260-CONFERIR-VINCULO-EXISTENTE-EXIT
023170         MOVE "N" TO SW-RESPONSAVEL-RESOLVIDO
023180         PERFORM 2250-PEDIR-RESPONSAVEL
023185             THRU 2250-PEDIR-RESPONSAVEL-EXIT
023190             UNTIL RESPONSAVEL-RESOLVIDO OR VINCULO-EXISTENTE
023192         IF ID-DO-RESPONSAVEL-LEGAL = ZERO
023194             MOVE "N" TO SW-NASCIMENTO-VALIDO
023196         END-IF
023198     END-IF.
023200 2200-PEDIR-NASCIMENTO-EXIT.
023201     EXIT.
023202*
023203****************************************************************
023204* 2250-PEDIR-RESPONSAVEL                                       *
023205*     ACEITA O ID DO RESPONSAVEL LEGAL DO CLIENTE MENOR E O    *
023206*     CONFERE NO ARQUIVO MESTRE: TEM DE SER OUTRO CLIENTE,     *
023207*     ATIVO E COM 18 ANOS OU MAIS. ID EM BRANCO DESISTE DO     *
023208*     RESPONSAVEL (A DATA DE NASCIMENTO E PEDIDA DE NOVO).     *
023209****************************************************************
023210 2250-PEDIR-RESPONSAVEL.
023211     DISPLAY "Cliente menor de 18 anos - digite o ID do "
023212         "responsavel legal (em branco para voltar): ".
023213     ACCEPT ID-DO-RESPONSAVEL-ENTRADA.
023214     IF ID-DO-RESPONSAVEL-ENTRADA = SPACES OR LOW-VALUES
023215         DISPLAY "MENOR DE 18 ANOS SO E ACEITO COM RESPONSAVEL "
023216             "LEGAL CADASTRADO."
023217         MOVE "S" TO SW-RESPONSAVEL-RESOLVIDO
023218         GO TO 2250-PEDIR-RESPONSAVEL-EXIT
023219     END-IF.
023220     IF ID-DO-RESPONSAVEL-ENTRADA IS NOT NUMERIC
023221         DISPLAY "ID invalido - digite somente numeros."
023222         GO TO 2250-PEDIR-RESPONSAVEL-EXIT
023223     END-IF.
023224     MOVE ID-DO-RESPONSAVEL-ENTRADA TO ID-DO-CLIENTE-ARQ.
023225     IF ID-DO-CLIENTE-ARQ = ZERO OR
023226         ID-DO-CLIENTE-ARQ = ID-DO-CLIENTE-EM-ALTERACAO
023227         DISPLAY "ID DE RESPONSAVEL INVALIDO."
023228         GO TO 2250-PEDIR-RESPONSAVEL-EXIT
023229     END-IF.
023230     READ CLIENTE-FILE KEY IS ID-DO-CLIENTE-ARQ
023231         INVALID KEY
023232             SET REGISTRO-NAO-ENCONTRADO TO TRUE
023233     END-READ.
023234     IF REGISTRO-NAO-ENCONTRADO
023235         DISPLAY "RESPONSAVEL NAO ENCONTRADO NO CADASTRO."
023236         GO TO 2250-PEDIR-RESPONSAVEL-EXIT
023237     END-IF.
023238     IF NOT CLIENTE-ATIVO-ARQ
023239         DISPLAY "RESPONSAVEL COM CADASTRO INATIVO."
023240         GO TO 2250-PEDIR-RESPONSAVEL-EXIT
023241     END-IF.
023242     PERFORM 7000-CALCULAR-IDADE-ATUAL
023243         THRU 7000-CALCULAR-IDADE-ATUAL-EXIT.
023244     IF IDADE-ATUAL-DO-CLIENTE < IDADE-MINIMA-SEM-RESPONSAVEL
023245         DISPLAY "RESPONSAVEL TAMBEM E MENOR DE 18 ANOS."
023246         GO TO 2250-PEDIR-RESPONSAVEL-EXIT
023247     END-IF.
023248     DISPLAY "Responsavel legal: " NOME-DO-CLIENTE-ARQ.
023249     MOVE ID-DO-CLIENTE-ARQ TO ID-DO-RESPONSAVEL-LEGAL.
023250     MOVE "S" TO SW-RESPONSAVEL-RESOLVIDO.
023251 2250-PEDIR-RESPONSAVEL-EXIT.
023252     EXIT.
023253*
023254****************************************************************
023255* 2260-CONFERIR-VINCULO-EXISTENTE                              *
023256*     NA ALTERACAO DA DATA DE NASCIMENTO, CONFERE SE O CLIENTE *
023257*     JA TEM UM RESPONSAVEL LEGAL EM VIGOR NO RESPLEG; SE TEM, *
023258*     O VINCULO E MANTIDO E NAO E PEDIDO OUTRO.                *
023259****************************************************************
023260 2260-CONFERIR-VINCULO-EXISTENTE.
023261     IF ID-DO-CLIENTE-EM-ALTERACAO = ZERO
023262         GO TO 2260-CONFERIR-VINCULO-EXISTENTE-EXIT
023263     END-IF.
023264     MOVE ID-DO-CLIENTE-EM-ALTERACAO TO ID-DO-MENOR-RSP.
023265     READ ARQUIVO-DE-RESPONSAVEIS
023266         INVALID KEY
023267             GO TO 2260-CONFERIR-VINCULO-EXISTENTE-EXIT
023268     END-READ.
023269     IF VINCULO-ATIVO-RSP
023270         DISPLAY "Responsavel legal ja cadastrado: ID "
023271             ID-DO-RESPONSAVEL-RSP "."
023272         MOVE ID-DO-RESPONSAVEL-RSP TO ID-DO-RESPONSAVEL-LEGAL
023273         MOVE "S" TO SW-VINCULO-EXISTENTE
023274     END-IF.
023275 2260-CONFERIR-VINCULO-EXISTENTE-EXIT.
023276     EXIT.
023277*
023320****************************************************************
023330* 2300-PEDIR-DADOS-COMPLEMENTARES                               *
023340*     SOLICITA OS DADOS COMPLEMENTARES DO CLIENTE (ENDERECO E   *
025152         MOVE REGISTRO-DO-CLIENTE TO JRN-IMAGEM-DEPOIS
025153         SET JRN-OPERACAO-INCLUSAO TO TRUE
025154         PERFORM 8500-GRAVAR-JORNAL
025159             THRU 8500-GRAVAR-JORNAL-EXIT
025164         IF ID-DO-RESPONSAVEL-LEGAL > ZERO
025169             PERFORM 3200-GRAVAR-VINCULO-DO-RESPONSAVEL
025174                 THRU 3200-GRAVAR-VINCULO-DO-RESPONSAVEL-EXIT
025179         END-IF
025184     END-IF
025189     END-IF.
025200 3000-GRAVAR-CLIENTE-EXIT.
025300     EXIT.
025400*
026400     END-READ.
026500 3100-LER-CLIENTE-SEQUENCIAL-EXIT.
026600     EXIT.
026601*
026602****************************************************************
026603* 3200-GRAVAR-VINCULO-DO-RESPONSAVEL                           *
026604*     GRAVA (OU REGRAVA, SE JA HOUVE UM VINCULO LIBERADO) NO   *
026605*     RESPLEG O VINCULO DO CLIENTE MENOR EM ID-DO-CLIENTE COM  *
026606*     O RESPONSAVEL LEGAL INFORMADO E REGISTRA O EVENTO NO LOG *
026607*     DE AUDITORIA.                                            *
026608****************************************************************
026609 3200-GRAVAR-VINCULO-DO-RESPONSAVEL.
026610     MOVE ID-DO-CLIENTE           TO ID-DO-MENOR-RSP.
026611     MOVE ID-DO-RESPONSAVEL-LEGAL TO ID-DO-RESPONSAVEL-RSP.
026612     ACCEPT DATA-DO-VINCULO-RSP FROM DATE YYYYMMDD.
026613     MOVE ID-DO-OPERADOR          TO ID-DO-OPERADOR-RSP.
026614     MOVE NOME-DO-PROGRAMA        TO PROGRAMA-DO-VINCULO-RSP.
026615     SET VINCULO-ATIVO-RSP TO TRUE.
026616     MOVE ZERO                    TO DATA-DA-LIBERACAO-RSP.
026617     WRITE REGISTRO-DE-RESPONSAVEL
026618         INVALID KEY
026619             REWRITE REGISTRO-DE-RESPONSAVEL
026620     END-WRITE.
026621     IF NOT RESPONSAVEL-ARQ-OK
026622         DISPLAY "ERRO AO GRAVAR RESPLEG, STATUS = "
026623             STATUS-DO-ARQUIVO-RESPONSAVEL
026624         GO TO 3200-GRAVAR-VINCULO-DO-RESPONSAVEL-EXIT
026625     END-IF.
026626     DISPLAY "Responsavel legal vinculado: ID "
026627         ID-DO-RESPONSAVEL-LEGAL ".".
026628     MOVE "VINCULO"             TO TIPO-PARA-AUDITORIA.
026629     MOVE "RESPONSAVEL-LEGAL"   TO CAMPO-PARA-AUDITORIA.
026630     MOVE SPACES                TO VALOR-ANTIGO-PARA-AUDITORIA.
026631     MOVE ID-DO-RESPONSAVEL-LEGAL TO VALOR-NOVO-PARA-AUDITORIA.
026632     PERFORM 8000-GRAVAR-AUDITORIA
026633         THRU 8000-GRAVAR-AUDITORIA-EXIT.
026634 3200-GRAVAR-VINCULO-DO-RESPONSAVEL-EXIT.
026635     EXIT.
026650*
026710****************************************************************
026720* 4000-CONSULTAR-CLIENTE                                       *
027530     DISPLAY "7 - Alterar telefone".
027540     DISPLAY "8 - Alterar e-mail".
027550     DISPLAY "9 - Alterar situacao (ativo/inativo)".
027555     DISPLAY "C - Consentimento LGPD (correio/telefone/e-mail)".
027556     DISPLAY "E - Enderecos de cobranca e correspondencia".
027560     DISPLAY "0 - Encerrar consulta".
027570     DISPLAY "Escolha uma opcao: ".
027580     ACCEPT OPCAO-DE-ALTERACAO.
027840         WHEN "9"
027850             PERFORM 4390-ALTERAR-SITUACAO
027860                 THRU 4390-ALTERAR-SITUACAO-EXIT
027861         WHEN "C"
027862         WHEN "c"
027863             PERFORM 4400-MANTER-CONSENTIMENTO
027864                 THRU 4400-MANTER-CONSENTIMENTO-EXIT
027865         WHEN "E"
027866         WHEN "e"
027867             PERFORM 4500-MANTER-ENDERECOS
027868                 THRU 4500-MANTER-ENDERECOS-EXIT
027870         WHEN "0"
027880             MOVE "S" TO SW-SAIR-DA-ALTERACAO
027890         WHEN OTHER
027940*
027950****************************************************************
027960* 4310-ALTERAR-NOME                                            *
027970*     PEDE O NOVO NOME DO CLIENTE E O REGISTRA NA FILA DE      *
027980*     APROVACAO; O CLIAPRV APLICA A ALTERACAO SE APROVADA.     *
027990****************************************************************
028000 4310-ALTERAR-NOME.
028010     MOVE NOME-DO-CLIENTE-ARQ TO VALOR-ANTIGO-PARA-AUDITORIA.
028066         DISPLAY "ERRO AO RELER CLIENTE PARA ALTERACAO."
028068         GO TO 4310-ALTERAR-NOME-EXIT
028070     END-IF.
028072*
028130     MOVE "N"                 TO TIPO-DE-PENDENCIA-SOLICITADA.
028150     MOVE "NOME-DO-CLIENTE"   TO CAMPO-PARA-AUDITORIA.
028160     MOVE NOME-DO-CLIENTE     TO VALOR-NOVO-PARA-AUDITORIA.
028170     PERFORM 4900-REGISTRAR-PENDENCIA
028180         THRU 4900-REGISTRAR-PENDENCIA-EXIT.
028190 4310-ALTERAR-NOME-EXIT.
028200     EXIT.
028210*
028220****************************************************************
028230* 4320-ALTERAR-NASCIMENTO                                      *
028240*     PEDE A NOVA DATA DE NASCIMENTO DO CLIENTE E A REGISTRA   *
028250*     NA FILA DE APROVACAO; O CLIAPRV APLICA A ALTERACAO E     *
028255*     ATUALIZA A FOTOGRAFIA DA IDADE SE APROVADA. SE A NOVA    *
028256*     DATA FAZ DO CLIENTE UM MENOR, O ID DO RESPONSAVEL (EM    *
028257*     VIGOR OU INFORMADO) VAI NO PEDIDO E O VINCULO SO E       *
028258*     GRAVADO PELO CLIAPRV NA APROVACAO.                       *
028260****************************************************************
028270 4320-ALTERAR-NASCIMENTO.
028280     MOVE DATA-DE-NASCIMENTO-ARQ
028285         TO VALOR-ANTIGO-PARA-AUDITORIA.
028290     MOVE "N" TO SW-NASCIMENTO-VALIDO.
028300     PERFORM 2200-PEDIR-NASCIMENTO
028310         THRU 2200-PEDIR-NASCIMENTO-EXIT
028320         UNTIL NASCIMENTO-VALIDO.
028326*
028332     MOVE ID-DO-CLIENTE-EM-ALTERACAO TO ID-DO-CLIENTE-ARQ.
028338     READ CLIENTE-FILE KEY IS ID-DO-CLIENTE-ARQ
028344         INVALID KEY
028350             SET REGISTRO-NAO-ENCONTRADO TO TRUE
028356     END-READ.
028362     IF REGISTRO-NAO-ENCONTRADO
028368         DISPLAY "ERRO AO RELER CLIENTE PARA ALTERACAO."
028374         GO TO 4320-ALTERAR-NASCIMENTO-EXIT
028380     END-IF.
028386*
028392     MOVE DATA-DE-NASCIMENTO-ARQ
028398         TO VALOR-ANTIGO-PARA-AUDITORIA.
028404     MOVE "D"                  TO TIPO-DE-PENDENCIA-SOLICITADA.
028420     MOVE "DATA-DE-NASCIMENTO" TO CAMPO-PARA-AUDITORIA.
028430     MOVE DATA-DE-NASCIMENTO-DO-CLIENTE
028435         TO VALOR-NOVO-PARA-AUDITORIA.
028440     PERFORM 4900-REGISTRAR-PENDENCIA
028450         THRU 4900-REGISTRAR-PENDENCIA-EXIT.
028460 4320-ALTERAR-NASCIMENTO-EXIT.
028470     EXIT.
028480*
029540 4370-ALTERAR-TELEFONE.
029545     MOVE REGISTRO-DO-CLIENTE TO IMAGEM-ANTES-DO-CLIENTE.
029550     MOVE TELEFONE-DO-CLIENTE-ARQ TO VALOR-ANTIGO-PARA-AUDITORIA.
029551     MOVE "N" TO SW-CAMPO-VALIDO.
029552     PERFORM 4375-PEDIR-NOVO-TELEFONE
029553         THRU 4375-PEDIR-NOVO-TELEFONE-EXIT
029554         UNTIL CAMPO-VALIDO.
029555     MOVE TELEFONE-DO-CLIENTE TO TELEFONE-DO-CLIENTE-ARQ.
029556     REWRITE REGISTRO-DO-CLIENTE.
029557     IF NOT ARQUIVO-OK
029558         DISPLAY "ERRO AO ALTERAR CLIENTE, STATUS = "
029559             STATUS-DO-ARQUIVO-CLIENTE
029560         GO TO 4370-ALTERAR-TELEFONE-EXIT
029561     END-IF.
029562     PERFORM 8600-JORNALIZAR-ALTERACAO
029563         THRU 8600-JORNALIZAR-ALTERACAO-EXIT.
029564     MOVE ID-DO-CLIENTE-ARQ        TO ID-DO-CLIENTE.
029565     MOVE "ALTERACAO"             TO TIPO-PARA-AUDITORIA.
029566     MOVE "TELEFONE-DO-CLIENTE"   TO CAMPO-PARA-AUDITORIA.
029567     MOVE TELEFONE-DO-CLIENTE-ARQ TO VALOR-NOVO-PARA-AUDITORIA.
029568     PERFORM 8000-GRAVAR-AUDITORIA
029569         THRU 8000-GRAVAR-AUDITORIA-EXIT.
029570 4370-ALTERAR-TELEFONE-EXIT.
029571     EXIT.
029572*
029573****************************************************************
029574* 4375-PEDIR-NOVO-TELEFONE                                     *
029575*     ACEITA O NOVO TELEFONE NA ALTERACAO E O CONFERE PELA     *
029576*     ROTINA COMUM CLIVALID.                                   *
029577****************************************************************
029578 4375-PEDIR-NOVO-TELEFONE.
029579     DISPLAY "Digite o novo telefone: ".
029580     ACCEPT TELEFONE-DO-CLIENTE.
029581     SET VAL-CAMPO-TELEFONE TO TRUE.
029582     MOVE TELEFONE-DO-CLIENTE TO VAL-VALOR.
029583     PERFORM 2350-VALIDAR-CAMPO
029584         THRU 2350-VALIDAR-CAMPO-EXIT.
029585 4375-PEDIR-NOVO-TELEFONE-EXIT.
029586     EXIT.
029587*
029588****************************************************************
029589* 4380-ALTERAR-EMAIL                                           *
029590*     ALTERA O E-MAIL DO CLIENTE E REGISTRA O EVENTO NO LOG DE *
029591*     AUDITORIA.                                               *
029592****************************************************************
029593 4380-ALTERAR-EMAIL.
029594     MOVE REGISTRO-DO-CLIENTE TO IMAGEM-ANTES-DO-CLIENTE.
029595     MOVE EMAIL-DO-CLIENTE-ARQ TO VALOR-ANTIGO-PARA-AUDITORIA.
029596     MOVE "N" TO SW-CAMPO-VALIDO.
029597     PERFORM 4385-PEDIR-NOVO-EMAIL
029598         THRU 4385-PEDIR-NOVO-EMAIL-EXIT
029599         UNTIL CAMPO-VALIDO.
029600     MOVE EMAIL-DO-CLIENTE TO EMAIL-DO-CLIENTE-ARQ.
029601     REWRITE REGISTRO-DO-CLIENTE.
029602     IF NOT ARQUIVO-OK
029603         DISPLAY "ERRO AO ALTERAR CLIENTE, STATUS = "
029604             STATUS-DO-ARQUIVO-CLIENTE
029605         GO TO 4380-ALTERAR-EMAIL-EXIT
029606     END-IF.
029607     PERFORM 8600-JORNALIZAR-ALTERACAO
029608         THRU 8600-JORNALIZAR-ALTERACAO-EXIT.
029609     MOVE ID-DO-CLIENTE-ARQ    TO ID-DO-CLIENTE.
029610     MOVE "ALTERACAO"         TO TIPO-PARA-AUDITORIA.
029611     MOVE "EMAIL-DO-CLIENTE"  TO CAMPO-PARA-AUDITORIA.
029612     MOVE EMAIL-DO-CLIENTE-ARQ TO VALOR-NOVO-PARA-AUDITORIA.
029613     PERFORM 8000-GRAVAR-AUDITORIA
029614         THRU 8000-GRAVAR-AUDITORIA-EXIT.
029615 4380-ALTERAR-EMAIL-EXIT.
029616     EXIT.
029617*
029618****************************************************************
029619* 4385-PEDIR-NOVO-EMAIL                                        *
029620*     ACEITA O NOVO E-MAIL NA ALTERACAO E O CONFERE PELA       *
029621*     ROTINA COMUM CLIVALID.                                   *
029622****************************************************************
029623 4385-PEDIR-NOVO-EMAIL.
029624     DISPLAY "Digite o novo e-mail: ".
029625     ACCEPT EMAIL-DO-CLIENTE.
029626     SET VAL-CAMPO-EMAIL TO TRUE.
029627     MOVE EMAIL-DO-CLIENTE TO VAL-VALOR.
029628     PERFORM 2350-VALIDAR-CAMPO
029629         THRU 2350-VALIDAR-CAMPO-EXIT.
029630 4385-PEDIR-NOVO-EMAIL-EXIT.
029631     EXIT.
029632*
029633****************************************************************
029634* 4390-ALTERAR-SITUACAO                                        *
029635*     REGISTRA NA FILA DE APROVACAO A TROCA DA SITUACAO DO     *
029636*     CLIENTE ENTRE ATIVO E INATIVO; O CLIAPRV A APLICA SE     *
029637*     APROVADA.                                                *
029638****************************************************************
029639 4390-ALTERAR-SITUACAO.
029640     IF CLIENTE-ATIVO-ARQ
029641         MOVE "ATIVO"   TO VALOR-ANTIGO-PARA-AUDITORIA
029642         MOVE "INATIVO" TO VALOR-NOVO-PARA-AUDITORIA
029643     ELSE
029644         MOVE "INATIVO" TO VALOR-ANTIGO-PARA-AUDITORIA
029645         MOVE "ATIVO"   TO VALOR-NOVO-PARA-AUDITORIA
029646     END-IF.
029647     MOVE "S"                     TO TIPO-DE-PENDENCIA-SOLICITADA.
029648     MOVE "SITUACAO-DO-CLIENTE"   TO CAMPO-PARA-AUDITORIA.
029649     PERFORM 4900-REGISTRAR-PENDENCIA
029650         THRU 4900-REGISTRAR-PENDENCIA-EXIT.
029651 4390-ALTERAR-SITUACAO-EXIT.
029652     EXIT.
029653*
029654****************************************************************
029655* 4400-MANTER-CONSENTIMENTO                                    *
029656*     EXIBE O CONSENTIMENTO LGPD DO CLIENTE (CLIENTE SEM       *
029657*     REGISTRO NO ARQUIVO CONSENT NAO TEM RESTRICAO), PEDE A   *
029658*     MANIFESTACAO POR CANAL, GRAVA O REGISTRO COM A DATA E O  *
029659*     OPERADOR E REGISTRA NO LOG DE AUDITORIA CADA CANAL       *
029660*     ALTERADO.                                                *
029661****************************************************************
029662 4400-MANTER-CONSENTIMENTO.
029663     MOVE ID-DO-CLIENTE-EM-ALTERACAO TO ID-DO-CLIENTE-CON.
029664     MOVE "S" TO SW-CONSENTIMENTO-CADASTRADO.
029665     READ ARQUIVO-DE-CONSENTIMENTOS
029666         INVALID KEY
029667             MOVE "N" TO SW-CONSENTIMENTO-CADASTRADO
029668     END-READ.
029669     IF NOT CONSENTIMENTO-CADASTRADO
029670         MOVE ID-DO-CLIENTE-EM-ALTERACAO TO ID-DO-CLIENTE-CON
029671         MOVE SPACE  TO CONSENTE-CORREIO-CON
029672         MOVE SPACE  TO CONSENTE-TELEFONE-CON
029673         MOVE SPACE  TO CONSENTE-EMAIL-CON
029674         MOVE ZERO   TO DATA-DO-CONSENTIMENTO-CON
029675         MOVE SPACES TO OPERADOR-DO-CONSENTIMENTO-CON
029676     END-IF.
029677     MOVE CONSENTE-CORREIO-CON  TO CORREIO-ANTERIOR.
029678     MOVE CONSENTE-TELEFONE-CON TO TELEFONE-ANTERIOR.
029679     MOVE CONSENTE-EMAIL-CON    TO EMAIL-ANTERIOR.
029680     DISPLAY "----------------------------------------------".
029681     DISPLAY "CONSENTIMENTO (S = ACEITA, N = RECUSA, BRANCO = "
029682         "NAO INFORMADO)".
029683     DISPLAY "CORREIO......: " CONSENTE-CORREIO-CON.
029684     DISPLAY "TELEFONE.....: " CONSENTE-TELEFONE-CON.
029685     DISPLAY "E-MAIL.......: " CONSENTE-EMAIL-CON.
029686     IF CONSENTIMENTO-CADASTRADO
029687         DISPLAY "REGISTRADO EM: " DATA-DO-CONSENTIMENTO-CON
029688             " POR " OPERADOR-DO-CONSENTIMENTO-CON
029689     END-IF.
029690     DISPLAY "----------------------------------------------".
029691*
029692     MOVE "CORREIO" TO CANAL-DE-CONSENTIMENTO.
029693     MOVE "N" TO SW-CAMPO-VALIDO.
029694     PERFORM 4410-PEDIR-CONSENTIMENTO
029695         THRU 4410-PEDIR-CONSENTIMENTO-EXIT
029696         UNTIL CAMPO-VALIDO.
029697     IF RESPOSTA-DE-CONSENTIMENTO NOT = SPACE
029698         MOVE RESPOSTA-DE-CONSENTIMENTO TO CONSENTE-CORREIO-CON
029699     END-IF.
029700     MOVE "TELEFONE" TO CANAL-DE-CONSENTIMENTO.
029701     MOVE "N" TO SW-CAMPO-VALIDO.
029702     PERFORM 4410-PEDIR-CONSENTIMENTO
029703         THRU 4410-PEDIR-CONSENTIMENTO-EXIT
029704         UNTIL CAMPO-VALIDO.
029705     IF RESPOSTA-DE-CONSENTIMENTO NOT = SPACE
029706         MOVE RESPOSTA-DE-CONSENTIMENTO TO CONSENTE-TELEFONE-CON
029707     END-IF.
029708     MOVE "E-MAIL" TO CANAL-DE-CONSENTIMENTO.
029709     MOVE "N" TO SW-CAMPO-VALIDO.
029710     PERFORM 4410-PEDIR-CONSENTIMENTO
029711         THRU 4410-PEDIR-CONSENTIMENTO-EXIT
029712         UNTIL CAMPO-VALIDO.
029713     IF RESPOSTA-DE-CONSENTIMENTO NOT = SPACE
029714         MOVE RESPOSTA-DE-CONSENTIMENTO TO CONSENTE-EMAIL-CON
029715     END-IF.
029716*
029717     IF CONSENTE-CORREIO-CON  = CORREIO-ANTERIOR  AND
029718         CONSENTE-TELEFONE-CON = TELEFONE-ANTERIOR AND
029719         CONSENTE-EMAIL-CON    = EMAIL-ANTERIOR
029720         DISPLAY "CONSENTIMENTO SEM ALTERACAO."
029721         GO TO 4400-MANTER-CONSENTIMENTO-EXIT
029722     END-IF.
029723     ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
029724     MOVE DATA-DO-DIA    TO DATA-DO-CONSENTIMENTO-CON.
029725     MOVE ID-DO-OPERADOR TO OPERADOR-DO-CONSENTIMENTO-CON.
029726     IF CONSENTIMENTO-CADASTRADO
029727         REWRITE REGISTRO-DE-CONSENTIMENTO
029728     ELSE
029729         WRITE REGISTRO-DE-CONSENTIMENTO
029730     END-IF.
029731     IF NOT CONSENTIMENTO-OK
029732         DISPLAY "ERRO AO GRAVAR CONSENTIMENTO, STATUS = "
029733             STATUS-DO-ARQUIVO-CONSENTIMENTO
029734         GO TO 4400-MANTER-CONSENTIMENTO-EXIT
029735     END-IF.
029736     MOVE ID-DO-CLIENTE-EM-ALTERACAO TO ID-DO-CLIENTE.
029737     MOVE "ALTERACAO" TO TIPO-PARA-AUDITORIA.
029738     IF CONSENTE-CORREIO-CON NOT = CORREIO-ANTERIOR
029739         MOVE "CONSENTE-CORREIO" TO CAMPO-PARA-AUDITORIA
029740         MOVE CORREIO-ANTERIOR   TO VALOR-ANTIGO-PARA-AUDITORIA
029741         MOVE CONSENTE-CORREIO-CON
029742             TO VALOR-NOVO-PARA-AUDITORIA
029743         PERFORM 8000-GRAVAR-AUDITORIA
029744             THRU 8000-GRAVAR-AUDITORIA-EXIT
029745     END-IF.
029746     IF CONSENTE-TELEFONE-CON NOT = TELEFONE-ANTERIOR
029747         MOVE "CONSENTE-TELEFONE" TO CAMPO-PARA-AUDITORIA
029748         MOVE TELEFONE-ANTERIOR   TO VALOR-ANTIGO-PARA-AUDITORIA
029749         MOVE CONSENTE-TELEFONE-CON
029750             TO VALOR-NOVO-PARA-AUDITORIA
029751         PERFORM 8000-GRAVAR-AUDITORIA
029752             THRU 8000-GRAVAR-AUDITORIA-EXIT
029753     END-IF.
029754     IF CONSENTE-EMAIL-CON NOT = EMAIL-ANTERIOR
029755         MOVE "CONSENTE-EMAIL"   TO CAMPO-PARA-AUDITORIA
029756         MOVE EMAIL-ANTERIOR     TO VALOR-ANTIGO-PARA-AUDITORIA
029757         MOVE CONSENTE-EMAIL-CON TO VALOR-NOVO-PARA-AUDITORIA
029758         PERFORM 8000-GRAVAR-AUDITORIA
029759             THRU 8000-GRAVAR-AUDITORIA-EXIT
029760     END-IF.
029761     DISPLAY "CONSENTIMENTO REGISTRADO.".
029762 4400-MANTER-CONSENTIMENTO-EXIT.
029763     EXIT.
029764*
029765****************************************************************
029766* 4410-PEDIR-CONSENTIMENTO                                     *
029767*     ACEITA A MANIFESTACAO DO CLIENTE PARA O CANAL INFORMADO  *
029768*     EM CANAL-DE-CONSENTIMENTO: S (ACEITA), N (RECUSA) OU     *
029769*     BRANCO (MANTEM O QUE ESTA REGISTRADO).                   *
029770****************************************************************
029771 4410-PEDIR-CONSENTIMENTO.
029772     DISPLAY "Aceita contato por " CANAL-DE-CONSENTIMENTO
029773         " (S/N, branco mantem)? ".
029774     ACCEPT RESPOSTA-DE-CONSENTIMENTO.
029775     IF RESPOSTA-DE-CONSENTIMENTO = "s"
029776         MOVE "S" TO RESPOSTA-DE-CONSENTIMENTO
029777     END-IF.
029778     IF RESPOSTA-DE-CONSENTIMENTO = "n"
029779         MOVE "N" TO RESPOSTA-DE-CONSENTIMENTO
029780     END-IF.
029781     IF RESPOSTA-DE-CONSENTIMENTO = "S" OR
029782         RESPOSTA-DE-CONSENTIMENTO = "N" OR
029783         RESPOSTA-DE-CONSENTIMENTO = SPACE
029784         MOVE "S" TO SW-CAMPO-VALIDO
029785     ELSE
029786         DISPLAY "Resposta invalida - digite S, N ou deixe em "
029787             "branco."
029788     END-IF.
029789 4410-PEDIR-CONSENTIMENTO-EXIT.
029790     EXIT.
029791*
029792****************************************************************
029793* 4500-MANTER-ENDERECOS                                        *
029794*     MANTEM OS ENDERECOS TIPIFICADOS DO CLIENTE (COBRANCA E   *
029795*     CORRESPONDENCIA) NO ARQUIVO ENDERECO: LISTA, INCLUI E    *
029796*     ENCERRA A VIGENCIA ATE O OPERADOR VOLTAR AO MENU DE      *
029797*     ALTERACAO. O ENDERECO RESIDENCIAL CONTINUA SENDO         *
029798*     ALTERADO PELAS OPCOES 3 A 6.                             *
029799****************************************************************
029800 4500-MANTER-ENDERECOS.
029801     MOVE "N" TO SW-SAIR-DOS-ENDERECOS.
029802     PERFORM 4510-MENU-DE-ENDERECOS
029803         THRU 4510-MENU-DE-ENDERECOS-EXIT
029804         UNTIL SAIR-DOS-ENDERECOS.
029805 4500-MANTER-ENDERECOS-EXIT.
029806     EXIT.
029807*
029808****************************************************************
029809* 4510-MENU-DE-ENDERECOS                                       *
029810*     EXIBE O MENU DE ENDERECOS E ENCAMINHA A OPCAO ESCOLHIDA. *
029811****************************************************************
029812 4510-MENU-DE-ENDERECOS.
029813     DISPLAY "1 - Listar enderecos do cliente".
029814     DISPLAY "2 - Incluir endereco de cobranca/correspondencia".
029815     DISPLAY "3 - Encerrar vigencia de endereco".
029816     DISPLAY "0 - Voltar ao menu de alteracao".
029817     DISPLAY "Escolha uma opcao: ".
029818     ACCEPT OPCAO-DE-ENDERECO.
029819     EVALUATE OPCAO-DE-ENDERECO
029820         WHEN "1"
029821             PERFORM 4520-LISTAR-ENDERECOS
029822                 THRU 4520-LISTAR-ENDERECOS-EXIT
029823         WHEN "2"
029824             PERFORM 4530-INCLUIR-ENDERECO
029825                 THRU 4530-INCLUIR-ENDERECO-EXIT
029826         WHEN "3"
029827             PERFORM 4540-ENCERRAR-ENDERECO
029828                 THRU 4540-ENCERRAR-ENDERECO-EXIT
029829         WHEN "0"
029830             MOVE "S" TO SW-SAIR-DOS-ENDERECOS
029831         WHEN OTHER
029832             DISPLAY "Opcao invalida."
029833     END-EVALUATE.
029834 4510-MENU-DE-ENDERECOS-EXIT.
029835     EXIT.
029836*
029837****************************************************************
029838* 4520-LISTAR-ENDERECOS                                        *
029839*     EXIBE O ENDERECO RESIDENCIAL DO CADASTRO E TODOS OS      *
029840*     ENDERECOS TIPIFICADOS DO CLIENTE, VIGENTES OU NAO, NA    *
029841*     ORDEM DA CHAVE (TIPO E SEQUENCIA).                       *
029842****************************************************************
029843 4520-LISTAR-ENDERECOS.
029844     ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
029845     DISPLAY "----------------------------------------------".
029846     DISPLAY "RESIDENCIAL (CADASTRO)".
029847     DISPLAY "  ENDERECO.: " ENDERECO-DO-CLIENTE-ARQ.
029848     DISPLAY "  CIDADE/UF: " CIDADE-DO-CLIENTE-ARQ " "
029849         UF-DO-CLIENTE-ARQ.
029850     DISPLAY "  CEP......: " CEP-DO-CLIENTE-ARQ.
029851     MOVE ID-DO-CLIENTE-EM-ALTERACAO TO ID-DO-CLIENTE-END.
029852     MOVE LOW-VALUES TO TIPO-DO-ENDERECO-END.
029853     MOVE ZERO       TO SEQUENCIA-DO-ENDERECO-END.
029854     MOVE "N" TO SW-FIM-DOS-ENDERECOS.
029855     START ARQUIVO-DE-ENDERECOS
029856         KEY IS NOT LESS THAN CHAVE-DO-ENDERECO-END
029857         INVALID KEY
029858             MOVE "S" TO SW-FIM-DOS-ENDERECOS
029859     END-START.
029860     PERFORM 4525-EXIBIR-ENDERECO
029861         THRU 4525-EXIBIR-ENDERECO-EXIT
029862         UNTIL FIM-DOS-ENDERECOS.
029863     DISPLAY "----------------------------------------------".
029864 4520-LISTAR-ENDERECOS-EXIT.
029865     EXIT.
029866*
029867****************************************************************
029868* 4525-EXIBIR-ENDERECO                                         *
029869*     LE O PROXIMO ENDERECO NA ORDEM DA CHAVE E O EXIBE SE     *
029870*     AINDA E DO CLIENTE, MARCANDO O QUE ESTA EM VIGOR HOJE.   *
029871****************************************************************
029872 4525-EXIBIR-ENDERECO.
029873     READ ARQUIVO-DE-ENDERECOS NEXT RECORD
029874         AT END
029875             MOVE "S" TO SW-FIM-DOS-ENDERECOS
029876     END-READ.
029877     IF FIM-DOS-ENDERECOS
029878         GO TO 4525-EXIBIR-ENDERECO-EXIT
029879     END-IF.
029880     IF ID-DO-CLIENTE-END NOT = ID-DO-CLIENTE-EM-ALTERACAO
029881         MOVE "S" TO SW-FIM-DOS-ENDERECOS
029882         GO TO 4525-EXIBIR-ENDERECO-EXIT
029883     END-IF.
029884     IF ENDERECO-DE-COBRANCA-END
029885         MOVE "COBRANCA" TO TEXTO-DO-TIPO-DE-ENDERECO
029886     ELSE
029887         MOVE "CORRESPONDENCIA" TO TEXTO-DO-TIPO-DE-ENDERECO
029888     END-IF.
029889     MOVE "N" TO SW-ENDERECO-EM-VIGOR.
029890     IF INICIO-DA-VIGENCIA-END NOT GREATER THAN DATA-DO-DIA
029891         AND (ENDERECO-EM-ABERTO-END OR
029892              FIM-DA-VIGENCIA-END GREATER THAN DATA-DO-DIA)
029893         MOVE "S" TO SW-ENDERECO-EM-VIGOR
029894     END-IF.
029895     IF ENDERECO-EM-VIGOR
029896         DISPLAY TEXTO-DO-TIPO-DE-ENDERECO " SEQ "
029897             SEQUENCIA-DO-ENDERECO-END " (EM VIGOR)"
029898     ELSE
029899         DISPLAY TEXTO-DO-TIPO-DE-ENDERECO " SEQ "
029900             SEQUENCIA-DO-ENDERECO-END
029901     END-IF.
029902     IF ENDERECO-EM-ABERTO-END
029903         DISPLAY "  VIGENCIA.: DESDE " INICIO-DA-VIGENCIA-END
029904     ELSE
029905         DISPLAY "  VIGENCIA.: " INICIO-DA-VIGENCIA-END " A "
029906             FIM-DA-VIGENCIA-END
029907     END-IF.
029908     DISPLAY "  ENDERECO.: " ENDERECO-END.
029909     DISPLAY "  CIDADE/UF: " CIDADE-END " " UF-END.
029910     DISPLAY "  CEP......: " CEP-END.
029911 4525-EXIBIR-ENDERECO-EXIT.
029912     EXIT.
029913*
029914****************************************************************
029915* 4530-INCLUIR-ENDERECO                                        *
029916*     PEDE O TIPO, O ENDERECO (UF E CEP CONFERIDOS PELA ROTINA *
029917*     CLIVALID E O CONJUNTO PELA ROTINA CLICEPV) E O INICIO DA *
029918*     VIGENCIA; ENCERRA NESSA DATA O ENDERECO DO MESMO TIPO    *
029919*     QUE ESTAVA EM ABERTO, GRAVA O NOVO NA SEQUENCIA SEGUINTE *
029920*     E REGISTRA NO LOG DE AUDITORIA CADA CAMPO ALTERADO.      *
029921****************************************************************
029922 4530-INCLUIR-ENDERECO.
029923     ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
029924     MOVE "N" TO SW-CAMPO-VALIDO.
029925     PERFORM 4550-PEDIR-TIPO-DE-ENDERECO
029926         THRU 4550-PEDIR-TIPO-DE-ENDERECO-EXIT
029927         UNTIL CAMPO-VALIDO.
029928     IF TIPO-DE-ENDERECO-ESCOLHIDO = SPACE
029929         GO TO 4530-INCLUIR-ENDERECO-EXIT
029930     END-IF.
029931     PERFORM 4555-NOMEAR-CAMPOS-DO-TIPO
029932         THRU 4555-NOMEAR-CAMPOS-DO-TIPO-EXIT.
029933     PERFORM 4560-LOCALIZAR-ENDERECO-ABERTO
029934         THRU 4560-LOCALIZAR-ENDERECO-ABERTO-EXIT.
029935     IF ULTIMA-SEQUENCIA-DE-ENDERECO = 999
029936         DISPLAY "LIMITE DE ENDERECOS DO TIPO ATINGIDO - "
029937             "INCLUSAO NAO APLICADA."
029938         GO TO 4530-INCLUIR-ENDERECO-EXIT
029939     END-IF.
029940     MOVE "N" TO SW-CAMPO-VALIDO.
029941     PERFORM 4535-PEDIR-ENDERECO-TIPIFICADO
029942         THRU 4535-PEDIR-ENDERECO-TIPIFICADO-EXIT
029943         UNTIL CAMPO-VALIDO.
029944     DISPLAY "Digite a cidade: ".
029945     ACCEPT CIDADE-DO-CLIENTE.
029946     MOVE "N" TO SW-CAMPO-VALIDO.
029947     PERFORM 2310-PEDIR-UF
029948         THRU 2310-PEDIR-UF-EXIT
029949         UNTIL CAMPO-VALIDO.
029950     MOVE "N" TO SW-CAMPO-VALIDO.
029951     PERFORM 2320-PEDIR-CEP
029952         THRU 2320-PEDIR-CEP-EXIT
029953         UNTIL CAMPO-VALIDO.
029954     MOVE "N" TO SW-ENDERECO-CONFERIDO.
029955     PERFORM 2360-CONFERIR-ENDERECO
029956         THRU 2360-CONFERIR-ENDERECO-EXIT
029957         UNTIL ENDERECO-CONFERIDO.
029958     MOVE "Inicio da vigencia" TO ROTULO-DA-DATA-DE-VIGENCIA.
029959     MOVE "N" TO SW-DATA-VALIDA.
029960     PERFORM 4570-PEDIR-DATA-DE-VIGENCIA
029961         THRU 4570-PEDIR-DATA-DE-VIGENCIA-EXIT
029962         UNTIL DATA-VALIDA.
029963     IF ENDERECO-ABERTO-ACHADO AND
029964         ENDERECO-DO-CLIENTE = ENDERECO-ANTERIOR AND
029965         CIDADE-DO-CLIENTE   = CIDADE-ANTERIOR   AND
029966         UF-DO-CLIENTE       = UF-ANTERIOR       AND
029967         CEP-DO-CLIENTE      = CEP-ANTERIOR
029968         DISPLAY "ENDERECO IGUAL AO QUE ESTA EM ABERTO - NADA "
029969             "A INCLUIR."
029970         GO TO 4530-INCLUIR-ENDERECO-EXIT
029971     END-IF.
029972     IF ENDERECO-ABERTO-ACHADO AND
029973         DATA-DE-VIGENCIA < INICIO-ANTERIOR
029974         DISPLAY "INICIO ANTERIOR AO DO ENDERECO EM ABERTO ("
029975             INICIO-ANTERIOR ") - INCLUSAO NAO APLICADA."
029976         GO TO 4530-INCLUIR-ENDERECO-EXIT
029977     END-IF.
029978     IF ENDERECO-ABERTO-ACHADO
029979         PERFORM 4580-ENCERRAR-ENDERECO-ABERTO
029980             THRU 4580-ENCERRAR-ENDERECO-ABERTO-EXIT
029981         IF NOT ENDERECO-ARQ-OK
029982             GO TO 4530-INCLUIR-ENDERECO-EXIT
029983         END-IF
029984     END-IF.
029985     MOVE ID-DO-CLIENTE-EM-ALTERACAO TO ID-DO-CLIENTE-END.
029986     MOVE TIPO-DE-ENDERECO-ESCOLHIDO TO TIPO-DO-ENDERECO-END.
029987     ADD 1 ULTIMA-SEQUENCIA-DE-ENDERECO
029988         GIVING SEQUENCIA-DO-ENDERECO-END.
029989     MOVE ENDERECO-DO-CLIENTE TO ENDERECO-END.
029990     MOVE CIDADE-DO-CLIENTE   TO CIDADE-END.
029991     MOVE UF-DO-CLIENTE       TO UF-END.
029992     MOVE CEP-DO-CLIENTE      TO CEP-END.
029993     MOVE DATA-DE-VIGENCIA    TO INICIO-DA-VIGENCIA-END.
029994     MOVE ZERO                TO FIM-DA-VIGENCIA-END.
029995     MOVE NOME-DO-PROGRAMA    TO PROGRAMA-DO-ENDERECO-END.
029996     MOVE ID-DO-OPERADOR      TO OPERADOR-DO-ENDERECO-END.
029997     MOVE DATA-DO-DIA         TO DATA-DA-INCLUSAO-END.
029998     WRITE REGISTRO-DE-ENDERECO.
029999     IF NOT ENDERECO-ARQ-OK
030000         DISPLAY "ERRO AO GRAVAR ENDERECO, STATUS = "
030001             STATUS-DO-ARQUIVO-ENDERECO
030002         GO TO 4530-INCLUIR-ENDERECO-EXIT
030003     END-IF.
030004     PERFORM 4590-AUDITAR-ENDERECO
030005         THRU 4590-AUDITAR-ENDERECO-EXIT.
030006     DISPLAY "ENDERECO INCLUIDO - SEQUENCIA "
030007         SEQUENCIA-DO-ENDERECO-END ".".
030008 4530-INCLUIR-ENDERECO-EXIT.
030009     EXIT.
030010*
030011****************************************************************
030012* 4535-PEDIR-ENDERECO-TIPIFICADO                               *
030013*     ACEITA O LOGRADOURO DO ENDERECO TIPIFICADO, QUE AQUI E   *
030014*     OBRIGATORIO.                                             *
030015****************************************************************
030016 4535-PEDIR-ENDERECO-TIPIFICADO.
030017     DISPLAY "Digite o endereco: ".
030018     ACCEPT ENDERECO-DO-CLIENTE.
030019     IF ENDERECO-DO-CLIENTE = SPACES
030020         DISPLAY "Endereco obrigatorio para este tipo."
030021     ELSE
030022         MOVE "S" TO SW-CAMPO-VALIDO
030023     END-IF.
030024 4535-PEDIR-ENDERECO-TIPIFICADO-EXIT.
030025     EXIT.
030026*
030027****************************************************************
030028* 4540-ENCERRAR-ENDERECO                                       *
030029*     PEDE O TIPO, EXIBE O ENDERECO DO TIPO QUE ESTA EM ABERTO *
030030*     E, CONFIRMADO PELO OPERADOR, GRAVA O FIM DA VIGENCIA E   *
030031*     REGISTRA O EVENTO NO LOG DE AUDITORIA. SEM ENDERECO DO   *
030032*     TIPO EM VIGOR OS EXTRATOS VOLTAM AO RESIDENCIAL.         *
030033****************************************************************
030034 4540-ENCERRAR-ENDERECO.
030035     MOVE "N" TO SW-CAMPO-VALIDO.
030036     PERFORM 4550-PEDIR-TIPO-DE-ENDERECO
030037         THRU 4550-PEDIR-TIPO-DE-ENDERECO-EXIT
030038         UNTIL CAMPO-VALIDO.
030039     IF TIPO-DE-ENDERECO-ESCOLHIDO = SPACE
030040         GO TO 4540-ENCERRAR-ENDERECO-EXIT
030041     END-IF.
030042     PERFORM 4555-NOMEAR-CAMPOS-DO-TIPO
030043         THRU 4555-NOMEAR-CAMPOS-DO-TIPO-EXIT.
030044     PERFORM 4560-LOCALIZAR-ENDERECO-ABERTO
030045         THRU 4560-LOCALIZAR-ENDERECO-ABERTO-EXIT.
030046     IF NOT ENDERECO-ABERTO-ACHADO
030047         DISPLAY "NAO HA ENDERECO DESTE TIPO EM ABERTO."
030048         GO TO 4540-ENCERRAR-ENDERECO-EXIT
030049     END-IF.
030050     DISPLAY "ENDERECO EM ABERTO DESDE " INICIO-ANTERIOR ":".
030051     DISPLAY "  " ENDERECO-ANTERIOR.
030052     DISPLAY "  " CIDADE-ANTERIOR " " UF-ANTERIOR " "
030053         CEP-ANTERIOR.
030054     MOVE "Fim da vigencia" TO ROTULO-DA-DATA-DE-VIGENCIA.
030055     MOVE "N" TO SW-DATA-VALIDA.
030056     PERFORM 4570-PEDIR-DATA-DE-VIGENCIA
030057         THRU 4570-PEDIR-DATA-DE-VIGENCIA-EXIT
030058         UNTIL DATA-VALIDA.
030059     IF DATA-DE-VIGENCIA < INICIO-ANTERIOR
030060         DISPLAY "FIM ANTERIOR AO INICIO DA VIGENCIA - "
030061             "ENCERRAMENTO NAO APLICADO."
030062         GO TO 4540-ENCERRAR-ENDERECO-EXIT
030063     END-IF.
030064     DISPLAY "Confirma o encerramento (S/N)? ".
030065     ACCEPT CONFIRMACAO-DO-OPERADOR.
030066     IF CONFIRMACAO-DO-OPERADOR NOT = "S" AND
030067         CONFIRMACAO-DO-OPERADOR NOT = "s"
030068         DISPLAY "ENCERRAMENTO CANCELADO."
030069         GO TO 4540-ENCERRAR-ENDERECO-EXIT
030070     END-IF.
030071     PERFORM 4580-ENCERRAR-ENDERECO-ABERTO
030072         THRU 4580-ENCERRAR-ENDERECO-ABERTO-EXIT.
030073     IF NOT ENDERECO-ARQ-OK
030074         GO TO 4540-ENCERRAR-ENDERECO-EXIT
030075     END-IF.
030076     MOVE ID-DO-CLIENTE-EM-ALTERACAO TO ID-DO-CLIENTE.
030077     MOVE "ALTERACAO"            TO TIPO-PARA-AUDITORIA.
030078     MOVE CAMPO-VIGENCIA-DO-TIPO TO CAMPO-PARA-AUDITORIA.
030079     MOVE "EM ABERTO"            TO VALOR-ANTIGO-PARA-AUDITORIA.
030080     MOVE DATA-DE-VIGENCIA       TO VALOR-NOVO-PARA-AUDITORIA.
030081     PERFORM 8000-GRAVAR-AUDITORIA
030082         THRU 8000-GRAVAR-AUDITORIA-EXIT.
030083     DISPLAY "VIGENCIA ENCERRADA.".
030084 4540-ENCERRAR-ENDERECO-EXIT.
030085     EXIT.
030086*
030087****************************************************************
030088* 4550-PEDIR-TIPO-DE-ENDERECO                                  *
030089*     ACEITA O TIPO DO ENDERECO: C (COBRANCA), P               *
030090*     (CORRESPONDENCIA) OU BRANCO (DESISTE DA OPERACAO).       *
030091****************************************************************
030092 4550-PEDIR-TIPO-DE-ENDERECO.
030093     DISPLAY "Tipo do endereco (C = cobranca, P = "
030094         "correspondencia, branco desiste): ".
030095     ACCEPT TIPO-DE-ENDERECO-ESCOLHIDO.
030096     IF TIPO-DE-ENDERECO-ESCOLHIDO = "c"
030097         MOVE "C" TO TIPO-DE-ENDERECO-ESCOLHIDO
030098     END-IF.
030099     IF TIPO-DE-ENDERECO-ESCOLHIDO = "p"
030100         MOVE "P" TO TIPO-DE-ENDERECO-ESCOLHIDO
030101     END-IF.
030102     IF TIPO-COBRANCA OR TIPO-CORRESPONDENCIA OR
030103         TIPO-DE-ENDERECO-ESCOLHIDO = SPACE
030104         MOVE "S" TO SW-CAMPO-VALIDO
030105     ELSE
030106         DISPLAY "Tipo invalido - digite C, P ou deixe em "
030107             "branco."
030108     END-IF.
030109 4550-PEDIR-TIPO-DE-ENDERECO-EXIT.
030110     EXIT.
030111*
030112****************************************************************
030113* 4555-NOMEAR-CAMPOS-DO-TIPO                                   *
030114*     MONTA OS NOMES DE CAMPO GRAVADOS NO LOG DE AUDITORIA     *
030115*     PARA O TIPO DE ENDERECO ESCOLHIDO.                       *
030116****************************************************************
030117 4555-NOMEAR-CAMPOS-DO-TIPO.
030118     IF TIPO-COBRANCA
030119         MOVE "ENDERECO-COBRANCA" TO CAMPO-ENDERECO-DO-TIPO
030120         MOVE "CIDADE-COBRANCA"   TO CAMPO-CIDADE-DO-TIPO
030121         MOVE "UF-COBRANCA"       TO CAMPO-UF-DO-TIPO
030122         MOVE "CEP-COBRANCA"      TO CAMPO-CEP-DO-TIPO
030123         MOVE "VIGENCIA-COBRANCA" TO CAMPO-VIGENCIA-DO-TIPO
030124     ELSE
030125         MOVE "ENDERECO-CORRESP"  TO CAMPO-ENDERECO-DO-TIPO
030126         MOVE "CIDADE-CORRESP"    TO CAMPO-CIDADE-DO-TIPO
030127         MOVE "UF-CORRESP"        TO CAMPO-UF-DO-TIPO
030128         MOVE "CEP-CORRESP"       TO CAMPO-CEP-DO-TIPO
030129         MOVE "VIGENCIA-CORRESP"  TO CAMPO-VIGENCIA-DO-TIPO
030130     END-IF.
030131 4555-NOMEAR-CAMPOS-DO-TIPO-EXIT.
030132     EXIT.
030133*
030134****************************************************************
030135* 4560-LOCALIZAR-ENDERECO-ABERTO                               *
030136*     PERCORRE OS ENDERECOS DO CLIENTE NO TIPO ESCOLHIDO,      *
030137*     GUARDANDO A MAIOR SEQUENCIA JA USADA E O ENDERECO QUE    *
030138*     ESTA EM ABERTO (FIM DE VIGENCIA ZERO), SE HOUVER.        *
030139****************************************************************
030140 4560-LOCALIZAR-ENDERECO-ABERTO.
030141     MOVE "N" TO SW-ENDERECO-ABERTO.
030142     MOVE "N" TO SW-FIM-DOS-ENDERECOS.
030143     MOVE ZERO   TO ULTIMA-SEQUENCIA-DE-ENDERECO.
030144     MOVE SPACES TO ENDERECO-EM-VIGOR-ANTERIOR.
030145     MOVE ZERO   TO SEQUENCIA-ANTERIOR.
030146     MOVE ZERO   TO INICIO-ANTERIOR.
030147     MOVE ID-DO-CLIENTE-EM-ALTERACAO TO ID-DO-CLIENTE-END.
030148     MOVE TIPO-DE-ENDERECO-ESCOLHIDO TO TIPO-DO-ENDERECO-END.
030149     MOVE ZERO TO SEQUENCIA-DO-ENDERECO-END.
030150     START ARQUIVO-DE-ENDERECOS
030151         KEY IS NOT LESS THAN CHAVE-DO-ENDERECO-END
030152         INVALID KEY
030153             MOVE "S" TO SW-FIM-DOS-ENDERECOS
030154     END-START.
030155     PERFORM 4565-LER-ENDERECO-DO-TIPO
030156         THRU 4565-LER-ENDERECO-DO-TIPO-EXIT
030157         UNTIL FIM-DOS-ENDERECOS.
030158 4560-LOCALIZAR-ENDERECO-ABERTO-EXIT.
030159     EXIT.
030160*
030161****************************************************************
030162* 4565-LER-ENDERECO-DO-TIPO                                    *
030163*     LE O PROXIMO ENDERECO NA ORDEM DA CHAVE E CONFERE SE     *
030164*     AINDA E DO CLIENTE E DO TIPO ESCOLHIDO.                  *
030165****************************************************************
030166 4565-LER-ENDERECO-DO-TIPO.
030167     READ ARQUIVO-DE-ENDERECOS NEXT RECORD
030168         AT END
030169             MOVE "S" TO SW-FIM-DOS-ENDERECOS
030170     END-READ.
030171     IF FIM-DOS-ENDERECOS
030172         GO TO 4565-LER-ENDERECO-DO-TIPO-EXIT
030173     END-IF.
030174     IF ID-DO-CLIENTE-END NOT = ID-DO-CLIENTE-EM-ALTERACAO OR
030175         TIPO-DO-ENDERECO-END NOT = TIPO-DE-ENDERECO-ESCOLHIDO
030176         MOVE "S" TO SW-FIM-DOS-ENDERECOS
030177         GO TO 4565-LER-ENDERECO-DO-TIPO-EXIT
030178     END-IF.
030179     MOVE SEQUENCIA-DO-ENDERECO-END
030180         TO ULTIMA-SEQUENCIA-DE-ENDERECO.
030181     IF ENDERECO-EM-ABERTO-END
030182         MOVE "S" TO SW-ENDERECO-ABERTO
030183         MOVE SEQUENCIA-DO-ENDERECO-END TO SEQUENCIA-ANTERIOR
030184         MOVE ENDERECO-END            TO ENDERECO-ANTERIOR
030185         MOVE CIDADE-END              TO CIDADE-ANTERIOR
030186         MOVE UF-END                  TO UF-ANTERIOR
030187         MOVE CEP-END                 TO CEP-ANTERIOR
030188         MOVE INICIO-DA-VIGENCIA-END  TO INICIO-ANTERIOR
030189     END-IF.
030190 4565-LER-ENDERECO-DO-TIPO-EXIT.
030191     EXIT.
030192*
030193****************************************************************
030194* 4570-PEDIR-DATA-DE-VIGENCIA                                  *
030195*     ACEITA A DATA DE INICIO OU DE FIM DA VIGENCIA (ROTULO EM *
030196*     ROTULO-DA-DATA-DE-VIGENCIA), BRANCO PARA HOJE, E A       *
030197*     CRITICA PELA ROTINA COMUM CLIDADE.                       *
030198****************************************************************
030199 4570-PEDIR-DATA-DE-VIGENCIA.
030200     DISPLAY ROTULO-DA-DATA-DE-VIGENCIA
030201         " (AAAAMMDD, branco = hoje): ".
030202     ACCEPT DATA-DE-VIGENCIA-ENTRADA.
030203     IF DATA-DE-VIGENCIA-ENTRADA = SPACES
030204         ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD
030205         MOVE DATA-DO-DIA TO DATA-DE-VIGENCIA
030206         MOVE "S" TO SW-DATA-VALIDA
030207         GO TO 4570-PEDIR-DATA-DE-VIGENCIA-EXIT
030208     END-IF.
030209     IF DATA-DE-VIGENCIA-ENTRADA IS NOT NUMERIC
030210         DISPLAY "Data invalida - digite somente numeros."
030211         GO TO 4570-PEDIR-DATA-DE-VIGENCIA-EXIT
030212     END-IF.
030213     MOVE DATA-DE-VIGENCIA-ENTRADA TO DATA-DE-VIGENCIA.
030214     MOVE DATA-DE-VIGENCIA TO IDA-DATA-DE-NASCIMENTO.
030215     MOVE DATA-DE-VIGENCIA TO IDA-DATA-DE-REFERENCIA.
030216     CALL "CLIDADE" USING PARAMETROS-DE-IDADE.
030217     IF IDA-ERRO
030218         DISPLAY "Data invalida."
030219     ELSE
030220         MOVE "S" TO SW-DATA-VALIDA
030221     END-IF.
030222 4570-PEDIR-DATA-DE-VIGENCIA-EXIT.
030223     EXIT.
030224*
030225****************************************************************
030226* 4580-ENCERRAR-ENDERECO-ABERTO                                *
030227*     RELE O ENDERECO EM ABERTO LOCALIZADO PELO 4560 E O       *
030228*     REGRAVA COM O FIM DA VIGENCIA EM DATA-DE-VIGENCIA.       *
030229****************************************************************
030230 4580-ENCERRAR-ENDERECO-ABERTO.
030231     MOVE ID-DO-CLIENTE-EM-ALTERACAO TO ID-DO-CLIENTE-END.
030232     MOVE TIPO-DE-ENDERECO-ESCOLHIDO TO TIPO-DO-ENDERECO-END.
030233     MOVE SEQUENCIA-ANTERIOR TO SEQUENCIA-DO-ENDERECO-END.
030234     READ ARQUIVO-DE-ENDERECOS
030235         KEY IS CHAVE-DO-ENDERECO-END
030236         INVALID KEY
030237             DISPLAY "ENDERECO EM ABERTO NAO ENCONTRADO, "
030238                 "STATUS = " STATUS-DO-ARQUIVO-ENDERECO
030239             GO TO 4580-ENCERRAR-ENDERECO-ABERTO-EXIT
030240     END-READ.
030241     MOVE DATA-DE-VIGENCIA TO FIM-DA-VIGENCIA-END.
030242     REWRITE REGISTRO-DE-ENDERECO.
030243     IF NOT ENDERECO-ARQ-OK
030244         DISPLAY "ERRO AO REGRAVAR ENDERECO, STATUS = "
030245             STATUS-DO-ARQUIVO-ENDERECO
030246     END-IF.
030247 4580-ENCERRAR-ENDERECO-ABERTO-EXIT.
030248     EXIT.
030249*
030250****************************************************************
030251* 4590-AUDITAR-ENDERECO                                        *
030252*     REGISTRA NO LOG DE AUDITORIA CADA CAMPO DO ENDERECO      *
030253*     INCLUIDO QUE DIFERE DO ENDERECO DO MESMO TIPO QUE ESTAVA *
030254*     EM ABERTO (EM BRANCO QUANDO NAO HAVIA).                  *
030255****************************************************************
030256 4590-AUDITAR-ENDERECO.
030257     MOVE ID-DO-CLIENTE-EM-ALTERACAO TO ID-DO-CLIENTE.
030258     MOVE "ALTERACAO" TO TIPO-PARA-AUDITORIA.
030259     IF ENDERECO-DO-CLIENTE NOT = ENDERECO-ANTERIOR
030260         MOVE CAMPO-ENDERECO-DO-TIPO TO CAMPO-PARA-AUDITORIA
030261         MOVE ENDERECO-ANTERIOR   TO VALOR-ANTIGO-PARA-AUDITORIA
030262         MOVE ENDERECO-DO-CLIENTE TO VALOR-NOVO-PARA-AUDITORIA
030263         PERFORM 8000-GRAVAR-AUDITORIA
030264             THRU 8000-GRAVAR-AUDITORIA-EXIT
030265     END-IF.
030266     IF CIDADE-DO-CLIENTE NOT = CIDADE-ANTERIOR
030267         MOVE CAMPO-CIDADE-DO-TIPO TO CAMPO-PARA-AUDITORIA
030268         MOVE CIDADE-ANTERIOR     TO VALOR-ANTIGO-PARA-AUDITORIA
030269         MOVE CIDADE-DO-CLIENTE   TO VALOR-NOVO-PARA-AUDITORIA
030270         PERFORM 8000-GRAVAR-AUDITORIA
030271             THRU 8000-GRAVAR-AUDITORIA-EXIT
030272     END-IF.
030273     IF UF-DO-CLIENTE NOT = UF-ANTERIOR
030274         MOVE CAMPO-UF-DO-TIPO    TO CAMPO-PARA-AUDITORIA
030275         MOVE UF-ANTERIOR         TO VALOR-ANTIGO-PARA-AUDITORIA
030276         MOVE UF-DO-CLIENTE       TO VALOR-NOVO-PARA-AUDITORIA
030277         PERFORM 8000-GRAVAR-AUDITORIA
030278             THRU 8000-GRAVAR-AUDITORIA-EXIT
030279     END-IF.
030280     IF CEP-DO-CLIENTE NOT = CEP-ANTERIOR
030281         MOVE CAMPO-CEP-DO-TIPO   TO CAMPO-PARA-AUDITORIA
030282         MOVE CEP-ANTERIOR        TO VALOR-ANTIGO-PARA-AUDITORIA
030283         MOVE CEP-DO-CLIENTE      TO VALOR-NOVO-PARA-AUDITORIA
030284         PERFORM 8000-GRAVAR-AUDITORIA
030285             THRU 8000-GRAVAR-AUDITORIA-EXIT
030286     END-IF.
030287 4590-AUDITAR-ENDERECO-EXIT.
030288     EXIT.
030289*
030290****************************************************************
030291* 4900-REGISTRAR-PENDENCIA                                     *
030292*     GRAVA NA FILA DE APROVACAO A ALTERACAO SENSIVEL JA       *
030293*     MONTADA PELO PARAGRAFO CHAMADOR (TIPO DO PEDIDO, CAMPO,  *
030294*     VALOR ANTIGO E VALOR NOVO). RECUSA O PEDIDO SE O MESMO   *
030295*     CAMPO DO CLIENTE JA TEM OUTRO AGUARDANDO DECISAO.        *
030296****************************************************************
030297 4900-REGISTRAR-PENDENCIA.
030298     IF VALOR-NOVO-PARA-AUDITORIA = VALOR-ANTIGO-PARA-AUDITORIA
030299         DISPLAY "VALOR INFORMADO IGUAL AO ATUAL - NADA A "
030300             "ALTERAR."
030301         GO TO 4900-REGISTRAR-PENDENCIA-EXIT
030302     END-IF.
030303     PERFORM 4910-PROCURAR-PENDENCIA-ABERTA
030304         THRU 4910-PROCURAR-PENDENCIA-ABERTA-EXIT.
030305     IF PENDENCIA-EM-ABERTO
030306         DISPLAY "O PEDIDO " NUMERO-DA-PENDENCIA-PND
030307             " JA AGUARDA APROVACAO PARA ESTE CAMPO - "
030308             "ALTERACAO RECUSADA."
030309         GO TO 4900-REGISTRAR-PENDENCIA-EXIT
030310     END-IF.
030311     PERFORM 7950-RESERVAR-NUMERO-DA-PENDENCIA
030312         THRU 7950-RESERVAR-NUMERO-DA-PENDENCIA-EXIT.
030313     MOVE ULTIMO-NUMERO-DE-EVENTO  TO NUMERO-DA-PENDENCIA-PND.
030314     MOVE TIPO-DE-PENDENCIA-SOLICITADA
030315         TO TIPO-DA-PENDENCIA-PND.
030316     MOVE ID-DO-CLIENTE-EM-ALTERACAO TO ID-DO-CLIENTE-PND.
030317     MOVE ZERO                     TO ID-SOBREVIVENTE-PND.
030318     IF TIPO-DE-PENDENCIA-SOLICITADA = "D"
030319         MOVE ID-DO-RESPONSAVEL-LEGAL TO ID-DO-RESPONSAVEL-PND
030320     ELSE
030321         MOVE ZERO TO ID-DO-RESPONSAVEL-PND
030322     END-IF.
030323     MOVE CAMPO-PARA-AUDITORIA     TO CAMPO-DA-PENDENCIA-PND.
030324     MOVE VALOR-ANTIGO-PARA-AUDITORIA TO VALOR-ANTIGO-PND.
030325     MOVE VALOR-NOVO-PARA-AUDITORIA   TO VALOR-NOVO-PND.
030326     MOVE NOME-DO-PROGRAMA         TO PROGRAMA-SOLICITANTE-PND.
030327     MOVE ID-DO-OPERADOR           TO OPERADOR-SOLICITANTE-PND.
030328     ACCEPT DATA-DA-SOLICITACAO-PND FROM DATE YYYYMMDD.
030329     ACCEPT HORA-DA-SOLICITACAO-PND FROM TIME.
030330     SET PENDENCIA-AGUARDANDO TO TRUE.
030331     MOVE SPACES                   TO OPERADOR-DECISOR-PND.
030332     MOVE ZERO                     TO DATA-DA-DECISAO-PND.
030333     MOVE ZERO                     TO HORA-DA-DECISAO-PND.
030334     MOVE SPACES                   TO MOTIVO-DA-DECISAO-PND.
030335     WRITE REGISTRO-DE-PENDENCIA.
030336     IF NOT PENDENCIA-OK
030337         DISPLAY "ERRO AO GRAVAR PENDENTE, STATUS = "
030338             STATUS-DO-ARQUIVO-PENDENCIA
030339         GO TO 4900-REGISTRAR-PENDENCIA-EXIT
030340     END-IF.
030341     DISPLAY "ALTERACAO REGISTRADA PARA APROVACAO - PEDIDO "
030342         NUMERO-DA-PENDENCIA-PND ".".
030343 4900-REGISTRAR-PENDENCIA-EXIT.
030344     EXIT.
030345*
030346****************************************************************
030347* 4910-PROCURAR-PENDENCIA-ABERTA                               *
030348*     PERCORRE OS PEDIDOS DO CLIENTE EM ALTERACAO PELA CHAVE   *
030349*     ALTERNATIVA E LIGA SW-PENDENCIA-EM-ABERTO SE HOUVER UM   *
030350*     DO MESMO TIPO AINDA AGUARDANDO DECISAO.                  *
030351****************************************************************
030352 4910-PROCURAR-PENDENCIA-ABERTA.
030353     MOVE "N" TO SW-PENDENCIA-EM-ABERTO.
030354     MOVE "N" TO SW-FIM-DAS-PENDENCIAS.
030355     MOVE ID-DO-CLIENTE-EM-ALTERACAO TO ID-DO-CLIENTE-PND.
030356     START ARQUIVO-DE-PENDENCIAS
030357         KEY IS EQUAL TO ID-DO-CLIENTE-PND
030358         INVALID KEY
030359             MOVE "S" TO SW-FIM-DAS-PENDENCIAS
030360     END-START.
030361     PERFORM 4920-LER-PENDENCIA-DO-CLIENTE
030362         THRU 4920-LER-PENDENCIA-DO-CLIENTE-EXIT
030363         UNTIL FIM-DAS-PENDENCIAS OR PENDENCIA-EM-ABERTO.
030364 4910-PROCURAR-PENDENCIA-ABERTA-EXIT.
030365     EXIT.
030366*
030367****************************************************************
030368* 4920-LER-PENDENCIA-DO-CLIENTE                                *
030369*     LE O PROXIMO PEDIDO NA ORDEM DA CHAVE ALTERNATIVA E      *
030370*     CONFERE SE AINDA E DO CLIENTE EM ALTERACAO.              *
030371****************************************************************
030372 4920-LER-PENDENCIA-DO-CLIENTE.
030373     READ ARQUIVO-DE-PENDENCIAS NEXT RECORD
030374         AT END
030375             MOVE "S" TO SW-FIM-DAS-PENDENCIAS
030376     END-READ.
030377     IF FIM-DAS-PENDENCIAS
030378         GO TO 4920-LER-PENDENCIA-DO-CLIENTE-EXIT
030379     END-IF.
030380     IF ID-DO-CLIENTE-PND NOT = ID-DO-CLIENTE-EM-ALTERACAO
030381         MOVE "S" TO SW-FIM-DAS-PENDENCIAS
030382         GO TO 4920-LER-PENDENCIA-DO-CLIENTE-EXIT
030383     END-IF.
030384     IF PENDENCIA-AGUARDANDO AND
030385         TIPO-DA-PENDENCIA-PND = TIPO-DE-PENDENCIA-SOLICITADA
030386         MOVE "S" TO SW-PENDENCIA-EM-ABERTO
030387     END-IF.
030388 4920-LER-PENDENCIA-DO-CLIENTE-EXIT.
030389     EXIT.
030390*
030391****************************************************************
030392* 7000-CALCULAR-IDADE-ATUAL                                    *
030393*     CALCULA A IDADE ATUAL DO CLIENTE LIDO PELA ROTINA COMUM *
030394*     CLIDADE. CADASTROS ANTIGOS SEM DATA DE NASCIMENTO       *
030395*     MANTEM A IDADE GRAVADA NO REGISTRO.                     *
030396****************************************************************
030397 7000-CALCULAR-IDADE-ATUAL.
030398     IF DATA-DE-NASCIMENTO-ARQ IS NOT NUMERIC OR
030399         DATA-DE-NASCIMENTO-ARQ = ZERO
030400         MOVE IDADE-DO-CLIENTE-ARQ TO IDADE-ATUAL-DO-CLIENTE
030401         GO TO 7000-CALCULAR-IDADE-ATUAL-EXIT
030402     END-IF.
030403     MOVE DATA-DE-NASCIMENTO-ARQ TO IDA-DATA-DE-NASCIMENTO.
030404     ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
030405     MOVE DATA-DO-DIA TO IDA-DATA-DE-REFERENCIA.
030406     CALL "CLIDADE" USING PARAMETROS-DE-IDADE.
030407     IF IDA-OK
030408         MOVE IDA-IDADE-CALCULADA TO IDADE-ATUAL-DO-CLIENTE
030409     ELSE
030410         MOVE IDADE-DO-CLIENTE-ARQ TO IDADE-ATUAL-DO-CLIENTE
030411     END-IF.
030412 7000-CALCULAR-IDADE-ATUAL-EXIT.
030413     EXIT.
030414*
030415****************************************************************
030416* 8000-GRAVAR-AUDITORIA                                        *
030417*     MONTA E GRAVA UM REGISTRO NO LOG-DE-AUDITORIA A PARTIR   *
030418*     DOS PARAMETROS-DE-AUDITORIA JA PREENCHIDOS PELO          *
030419*     PARAGRAFO CHAMADOR.                                      *
030420****************************************************************
030421 8000-GRAVAR-AUDITORIA.
030422     ACCEPT DATA-DO-EVENTO FROM DATE YYYYMMDD.
030423     ACCEPT HORA-DO-EVENTO FROM TIME.
030424     MOVE ID-DO-OPERADOR       TO ID-DO-OPERADOR-LOG.
030425     MOVE TIPO-PARA-AUDITORIA  TO TIPO-DO-EVENTO.
030426     MOVE ID-DO-CLIENTE        TO ID-DO-CLIENTE-LOG.
030427     MOVE CAMPO-PARA-AUDITORIA TO CAMPO-ALTERADO.
030428     MOVE VALOR-ANTIGO-PARA-AUDITORIA TO VALOR-ANTIGO.
030429     MOVE VALOR-NOVO-PARA-AUDITORIA   TO VALOR-NOVO.
030430     PERFORM 7900-RESERVAR-NUMERO-DE-EVENTO
030431         THRU 7900-RESERVAR-NUMERO-DE-EVENTO-EXIT.
030432     MOVE ULTIMO-NUMERO-DE-EVENTO TO NUMERO-DO-EVENTO.
030433     WRITE REGISTRO-DE-AUDITORIA.
030434     IF NOT LOG-DE-AUDITORIA-OK
030435         DISPLAY "ERRO AO GRAVAR LOG-DE-AUDITORIA, STATUS = "
030436             STATUS-DO-LOG-DE-AUDITORIA
030437     END-IF.
030438 8000-GRAVAR-AUDITORIA-EXIT.
030439     EXIT.
030440*
030441****************************************************************
030442* 7900-RESERVAR-NUMERO-DE-EVENTO                               *
030443*     RELE O REGISTRO DE CONTROLE DO LOG DE AUDITORIA,         *
030444*     SEMEANDO-O NA PRIMEIRA EXECUCAO, CALCULA O PROXIMO       *
030445*     NUMERO DE EVENTO E JA O REGRAVA RESERVADO.               *
030446****************************************************************
030447 7900-RESERVAR-NUMERO-DE-EVENTO.
030448     MOVE "AUDITLOG" TO ID-DO-CONTROLE-DE-AUDITORIA.
030449     READ ARQUIVO-DE-CONTROLE-DE-AUDITORIA
030450         INVALID KEY
030451             MOVE ZERO TO ULTIMO-NUMERO-DE-EVENTO
030452             WRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA
030453     END-READ.
030454     ADD 1 TO ULTIMO-NUMERO-DE-EVENTO.
030455     REWRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA.
030456     IF NOT CONTROLE-DE-AUD-OK
030457         DISPLAY "ERRO AO RESERVAR NUMERO DE EVENTO, STATUS = "
030458             STATUS-DO-CONTROLE-DE-AUDITORIA
030459         STOP RUN
030460     END-IF.
030461 7900-RESERVAR-NUMERO-DE-EVENTO-EXIT.
030462     EXIT.
030463*
030464****************************************************************
030465* 7950-RESERVAR-NUMERO-DA-PENDENCIA                            *
030466*     RELE NO AUDCTL O REGISTRO DE CONTROLE DA FILA DE         *
030467*     APROVACAO (CHAVE "PENDENTE"), SEMEANDO-O NA PRIMEIRA     *
030468*     VEZ, CALCULA O PROXIMO NUMERO DE PEDIDO E JA O REGRAVA   *
030469*     RESERVADO.                                               *
030470****************************************************************
030471 7950-RESERVAR-NUMERO-DA-PENDENCIA.
030472     MOVE "PENDENTE" TO ID-DO-CONTROLE-DE-AUDITORIA.
030473     READ ARQUIVO-DE-CONTROLE-DE-AUDITORIA
030474         INVALID KEY
030475             MOVE ZERO TO ULTIMO-NUMERO-DE-EVENTO
030476             WRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA
030477     END-READ.
030478     ADD 1 TO ULTIMO-NUMERO-DE-EVENTO.
030479     REWRITE REGISTRO-DE-CONTROLE-DE-AUDITORIA.
030480     IF NOT CONTROLE-DE-AUD-OK
030481         DISPLAY "ERRO AO RESERVAR NUMERO DE PEDIDO, STATUS = "
030482             STATUS-DO-CONTROLE-DE-AUDITORIA
030483         STOP RUN
030484     END-IF.
030485 7950-RESERVAR-NUMERO-DA-PENDENCIA-EXIT.
030486     EXIT.
030487*
030488****************************************************************
030489* 8500-GRAVAR-JORNAL                                           *
030490*     GRAVA NO JORNAL DO ARQUIVO MESTRE A OPERACAO JA MONTADA  *
030491*     PELO PARAGRAFO CHAMADOR (TIPO E IMAGENS ANTES/DEPOIS).   *
030492****************************************************************
030493 8500-GRAVAR-JORNAL.
030499     ACCEPT JRN-DATA-DA-OPERACAO FROM DATE YYYYMMDD.
030499     ACCEPT JRN-HORA-DA-OPERACAO FROM TIME.
030499     MOVE NOME-DO-PROGRAMA TO JRN-PROGRAMA.
030560     CLOSE CLIENTE-FILE.
030570     CLOSE LOG-DE-AUDITORIA.
030571     CLOSE ARQUIVO-DE-CONTROLE-DE-AUDITORIA.
030572     CLOSE ARQUIVO-DE-JORNAL.
030573     CLOSE ARQUIVO-DE-OPERADORES.
030574     CLOSE ARQUIVO-DE-CONSENTIMENTOS.
030575     CLOSE ARQUIVO-DE-PENDENCIAS.
030576     CLOSE ARQUIVO-DE-ENDERECOS.
030577     CLOSE ARQUIVO-DE-RESPONSAVEIS.
030578     IF MODO-INCLUSAO
030579         CLOSE ARQUIVO-DE-CONTROLE-DE-ID
030580     END-IF.
030581 9999-ENCERRAR-EXIT.
030590     EXIT.
