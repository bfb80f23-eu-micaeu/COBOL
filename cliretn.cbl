002399*                     POSTAL CEPDIR), COM REJEICAO DO         *
002399*                     REGISTRO DE RETORNO QUE DESCOMBINA O    *
002399*                     ENDERECO.                               *
002404*  15/10/2026 EAC     NOVO CODIGO "OP" PARA REGISTRAR O        *
002409*                     CONSENTIMENTO LGPD DO CLIENTE POR CANAL  *
002414*                     (CORREIO, TELEFONE E E-MAIL) NO ARQUIVO  *
002419*                     CONSENT (COPYBOOK CONREC), COM EVENTO NO *
002424*                     LOG DE AUDITORIA POR CANAL ALTERADO. OS  *
002429*                     INDICADORES OCUPAM AS 3 PRIMEIRAS        *
002434*                     POSICOES DO ENDERECO, SEM MUDAR O        *
002439*                     TAMANHO DO REGISTRO DE RETORNO.          *
002444*  15/10/2026 EAC     O CODIGO "EN" DEIXOU DE SOBREPOR O       *
002449*                     ENDERECO RESIDENCIAL DO CADASTRO: GRAVA  *
002454*                     UM NOVO ENDERECO DE COBRANCA NO ARQUIVO  *
002459*                     ENDERECO (COPYBOOK ENDREC), ENCERRANDO O *
002464*                     QUE ESTAVA EM ABERTO, COM OS CAMPOS EM   *
002469*                     BRANCO VINDOS DA COBRANCA ATUAL OU DO    *
002474*                     RESIDENCIAL E EVENTO NO LOG DE AUDITORIA *
002479*                     POR CAMPO ALTERADO.                      *
002484*                                                              *
002500****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
005284     SELECT ARQUIVO-DE-JORNAL ASSIGN TO "JORNAL"
005286         ORGANIZATION IS SEQUENTIAL
005288         FILE STATUS IS STATUS-DO-JORNAL.
005296*
005304     SELECT ARQUIVO-DE-CONSENTIMENTOS ASSIGN TO "CONSENT"
005312         ORGANIZATION IS INDEXED
005320         ACCESS MODE IS DYNAMIC
005328         RECORD KEY IS ID-DO-CLIENTE-CON
005336         FILE STATUS IS STATUS-DO-ARQUIVO-CONSENTIMENTO.
005344*
005352     SELECT ARQUIVO-DE-ENDERECOS ASSIGN TO "ENDERECO"
005360         ORGANIZATION IS INDEXED
005368         ACCESS MODE IS DYNAMIC
005376         RECORD KEY IS CHAVE-DO-ENDERECO-END
005384         FILE STATUS IS STATUS-DO-ARQUIVO-ENDERECO.
005392*
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CLIENTE-FILE
006600*  -------  -------  ------------------------------------      *
006700*  001-006     06    RET-ID (ID DO CLIENTE, = EXT-ID)          *
006800*  007-008     02    RET-CODIGO-TRANSACAO:                     *
006900*                      "EN" = CORRECAO DO ENDERECO DE COBRANCA *
007000*                      "DV" = CORRESPONDENCIA DEVOLVIDA        *
007100*                      "DS" = DESATIVAR CLIENTE                *
007200*                      "CT" = ATUALIZACAO DE CONTATO           *
007250*                      "OP" = CONSENTIMENTO LGPD               *
007300*  009-016     08    RET-SISTEMA-DE-ORIGEM (OPERADOR DO LOG)   *
007400*  017-056     40    RET-ENDERECO  (SO "EN")                   *
007410*  017-017     01    RET-CONSENTE-CORREIO  (SO "OP")           *
007420*  018-018     01    RET-CONSENTE-TELEFONE (SO "OP")           *
007430*  019-019     01    RET-CONSENTE-EMAIL    (SO "OP")           *
007440*                      "S" = ACEITA, "N" = RECUSA,             *
007450*                      BRANCO = MANTEM O REGISTRADO            *
007500*  057-076     20    RET-CIDADE    (SO "EN")                   *
007600*  077-078     02    RET-UF        (SO "EN")                   *
007700*  079-086     08    RET-CEP       (SO "EN")                   *
008500        88 RET-CORREIO-DEVOLVIDO     VALUE "DV".
008600        88 RET-DESATIVACAO           VALUE "DS".
008700        88 RET-ATUALIZACAO-CONTATO   VALUE "CT".
008750        88 RET-CONSENTIMENTO         VALUE "OP".
008800     05 RET-SISTEMA-DE-ORIGEM  PIC X(08).
008900     05 RET-ENDERECO           PIC X(40).
008910     05 RET-CONSENTIMENTOS REDEFINES RET-ENDERECO.
008920        10 RET-CONSENTE-CORREIO  PIC X(01).
008930        10 RET-CONSENTE-TELEFONE PIC X(01).
008940        10 RET-CONSENTE-EMAIL    PIC X(01).
008950        10 FILLER                PIC X(37).
009000     05 RET-CIDADE             PIC X(20).
009100     05 RET-UF                 PIC X(02).
009200     05 RET-CEP                PIC X(08).
010284 FD  ARQUIVO-DE-JORNAL
010286     LABEL RECORDS ARE STANDARD.
010288     COPY JRNREC.
010289*
010290 FD  ARQUIVO-DE-CONSENTIMENTOS
010291     LABEL RECORDS ARE STANDARD.
010292     COPY CONREC.
010293*
010294 FD  ARQUIVO-DE-ENDERECOS
010295     LABEL RECORDS ARE STANDARD.
010296     COPY ENDREC.
010300*
010400 WORKING-STORAGE SECTION.
010500 01  ID-DO-CLIENTE             PIC 9(06).
012046     88 CONTROLE-DE-AUD-OK          VALUE "00".
012048     88 CONTROLE-DE-AUD-AUSENTE     VALUE "35".
012049*
012050 01  STATUS-DO-JORNAL           PIC X(02).
012051     88 JORNAL-OK                  VALUE "00".
012052     88 JORNAL-AUSENTE             VALUE "35".
012053*
012054 01  STATUS-DO-ARQUIVO-CONSENTIMENTO PIC X(02).
012055     88 CONSENTIMENTO-OK           VALUE "00".
012056     88 CONSENTIMENTO-AUSENTE      VALUE "35".
012057*
012058 01  STATUS-DO-ARQUIVO-ENDERECO PIC X(02).
012059     88 ENDERECO-ARQ-OK            VALUE "00".
012060     88 ENDERECO-ARQ-AUSENTE       VALUE "35".
012061*
012062 01  DATA-DO-DIA                PIC 9(08)  VALUE ZERO.
012063 01  ULTIMA-SEQUENCIA-DE-COBRANCA PIC 9(03) VALUE ZERO.
012064 01  SEQUENCIA-DA-COBRANCA-ABERTA PIC 9(03) VALUE ZERO.
012065 01  SW-COBRANCA-EM-ABERTO      PIC X(01)  VALUE "N".
012066     88 COBRANCA-EM-ABERTO         VALUE "S".
012067 01  SW-FIM-DOS-ENDERECOS       PIC X(01)  VALUE "N".
012068     88 FIM-DOS-ENDERECOS          VALUE "S".
012069*
012070 01  BASE-DO-ENDERECO-DE-COBRANCA.
012071     05 BASE-ENDERECO           PIC X(40).
012072     05 BASE-CIDADE             PIC X(20).
012073     05 BASE-UF                 PIC X(02).
012074     05 BASE-CEP                PIC X(08).
012075*
012076 01  NOVO-ENDERECO-DE-COBRANCA.
012077     05 NOV-ENDERECO            PIC X(40).
012078     05 NOV-CIDADE              PIC X(20).
012079     05 NOV-UF                  PIC X(02).
012080     05 NOV-CEP                 PIC X(08).
012081*
012082 01  IMAGEM-ANTES-DO-CLIENTE    PIC X(181).
012083*
012084 01  NOME-DO-PROGRAMA          PIC X(08)  VALUE "CLIRETN".
012085 01  CODIGO-DE-RETORNO-DA-RODADA PIC 9(02) VALUE ZERO.
012100*
012200 01  CONTADORES-DO-RETORNO.
012300     05 TOTAL-LIDO-DO-RETORNO  PIC 9(06)  VALUE ZERO.
014500        88 REGISTRO-APLICAVEL      VALUE "S".
014520     05 SW-RETORNO-VALIDO      PIC X(01)  VALUE "S".
014540        88 RETORNO-VALIDO          VALUE "S".
014550     05 SW-CONSENTIMENTO-CADASTRADO PIC X(01) VALUE "N".
014560        88 CONSENTIMENTO-CADASTRADO VALUE "S".
014600*
014700 01  VALORES-ANTIGOS-DO-RETORNO.
014800     05 ANT-ENDERECO           PIC X(40).
015100     05 ANT-CEP                PIC X(08).
015200     05 ANT-TELEFONE           PIC X(15).
015300     05 ANT-EMAIL              PIC X(40).
015310     05 ANT-CONSENTE-CORREIO   PIC X(01).
015320     05 ANT-CONSENTE-TELEFONE  PIC X(01).
015330     05 ANT-CONSENTE-EMAIL     PIC X(01).
015400*
015500 01  PARAMETROS-DE-AUDITORIA.
015600     05 TIPO-PARA-AUDITORIA    PIC X(10).
021199             STATUS-DO-JORNAL
021199         STOP RUN
021199     END-IF.
021203     OPEN I-O ARQUIVO-DE-CONSENTIMENTOS.
021207     IF CONSENTIMENTO-AUSENTE
021211         OPEN OUTPUT ARQUIVO-DE-CONSENTIMENTOS
021215         CLOSE ARQUIVO-DE-CONSENTIMENTOS
021219         OPEN I-O ARQUIVO-DE-CONSENTIMENTOS
021223     END-IF.
021227     IF NOT CONSENTIMENTO-OK
021231         DISPLAY "ERRO AO ABRIR CONSENT, STATUS = "
021235             STATUS-DO-ARQUIVO-CONSENTIMENTO
021239         STOP RUN
021243     END-IF.
021247     OPEN I-O ARQUIVO-DE-ENDERECOS.
021251     IF ENDERECO-ARQ-AUSENTE
021255         OPEN OUTPUT ARQUIVO-DE-ENDERECOS
021259         CLOSE ARQUIVO-DE-ENDERECOS
021263         OPEN I-O ARQUIVO-DE-ENDERECOS
021267     END-IF.
021271     IF NOT ENDERECO-ARQ-OK
021275         DISPLAY "ERRO AO ABRIR ENDERECO, STATUS = "
021279             STATUS-DO-ARQUIVO-ENDERECO
021283         STOP RUN
021287     END-IF.
021291     OPEN OUTPUT RELATORIO-DO-RETORNO.
021300     IF NOT RELATORIO-OK
021400         DISPLAY "ERRO AO ABRIR RELRETN, STATUS = "
021500             STATUS-DO-RELATORIO
025500         GO TO 3000-PROCESSAR-RETORNO-LER
025600     END-IF.
025700     IF NOT (RET-CORRECAO-DE-ENDERECO OR RET-CORREIO-DEVOLVIDO
025800         OR RET-DESATIVACAO OR RET-ATUALIZACAO-CONTATO
025850         OR RET-CONSENTIMENTO)
025900         MOVE "REJEITADO - CODIGO DE TRANSACAO INVALIDO"
026000             TO OCO-RESULTADO
026100         PERFORM 4500-REJEITAR-RETORNO
027700     MOVE RET-SISTEMA-DE-ORIGEM TO ID-DO-OPERADOR.
027750     MOVE REGISTRO-DO-CLIENTE TO IMAGEM-ANTES-DO-CLIENTE.
027800     MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE.
027802     IF RET-CORRECAO-DE-ENDERECO
027804         PERFORM 3050-LOCALIZAR-COBRANCA
027806             THRU 3050-LOCALIZAR-COBRANCA-EXIT
027808     END-IF.
027810     PERFORM 3060-VALIDAR-CAMPOS-DO-RETORNO
027820         THRU 3060-VALIDAR-CAMPOS-DO-RETORNO-EXIT.
027830     IF NOT RETORNO-VALIDO
028900         WHEN RET-ATUALIZACAO-CONTATO
029000             PERFORM 3400-APLICAR-CONTATO
029100                 THRU 3400-APLICAR-CONTATO-EXIT
029110         WHEN RET-CONSENTIMENTO
029120             PERFORM 3500-APLICAR-CONSENTIMENTO
029130                 THRU 3500-APLICAR-CONSENTIMENTO-EXIT
029200     END-EVALUATE.
029210     IF REGISTRO-APLICAVEL AND RET-CONSENTIMENTO
029220         PERFORM 4100-GRAVAR-CONSENTIMENTO
029230             THRU 4100-GRAVAR-CONSENTIMENTO-EXIT
029240         GO TO 3000-PROCESSAR-RETORNO-LER
029250     END-IF.
029260     IF REGISTRO-APLICAVEL AND RET-CORRECAO-DE-ENDERECO
029270         PERFORM 4200-GRAVAR-ENDERECO-DE-COBRANCA
029280             THRU 4200-GRAVAR-ENDERECO-DE-COBRANCA-EXIT
029290         GO TO 3000-PROCESSAR-RETORNO-LER
029300     END-IF.
029310     IF REGISTRO-APLICAVEL
029400         PERFORM 4000-GRAVAR-APLICACAO
029500             THRU 4000-GRAVAR-APLICACAO-EXIT
029600     ELSE
030300     PERFORM 2000-LER-RETORNO
030400         THRU 2000-LER-RETORNO-EXIT.
030500 3000-PROCESSAR-RETORNO-EXIT.
030501     EXIT.
030502*
030503****************************************************************
030504* 3050-LOCALIZAR-COBRANCA                                      *
030505*     PERCORRE OS ENDERECOS DE COBRANCA DO CLIENTE NO ARQUIVO  *
030506*     ENDERECO, GUARDANDO A MAIOR SEQUENCIA JA USADA E O       *
030507*     ENDERECO EM ABERTO (VALORES ANTIGOS DO LOG). A BASE DA   *
030508*     CORRECAO E O ENDERECO DE COBRANCA EM ABERTO OU, NA FALTA *
030509*     DELE, O RESIDENCIAL DO CADASTRO.                         *
030510****************************************************************
030511 3050-LOCALIZAR-COBRANCA.
030512     MOVE "N"    TO SW-COBRANCA-EM-ABERTO.
030513     MOVE "N"    TO SW-FIM-DOS-ENDERECOS.
030514     MOVE ZERO   TO ULTIMA-SEQUENCIA-DE-COBRANCA.
030515     MOVE ZERO   TO SEQUENCIA-DA-COBRANCA-ABERTA.
030516     MOVE SPACES TO ANT-ENDERECO ANT-CIDADE ANT-UF ANT-CEP.
030517     MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE-END.
030518     SET ENDERECO-DE-COBRANCA-END TO TRUE.
030519     MOVE ZERO TO SEQUENCIA-DO-ENDERECO-END.
030520     START ARQUIVO-DE-ENDERECOS
030521         KEY IS NOT LESS THAN CHAVE-DO-ENDERECO-END
030522         INVALID KEY
030523             MOVE "S" TO SW-FIM-DOS-ENDERECOS
030524     END-START.
030525     PERFORM 3055-LER-COBRANCA
030526         THRU 3055-LER-COBRANCA-EXIT
030527         UNTIL FIM-DOS-ENDERECOS.
030528     IF COBRANCA-EM-ABERTO
030529         MOVE ANT-ENDERECO TO BASE-ENDERECO
030530         MOVE ANT-CIDADE   TO BASE-CIDADE
030531         MOVE ANT-UF       TO BASE-UF
030532         MOVE ANT-CEP      TO BASE-CEP
030533     ELSE
030534         MOVE ENDERECO-DO-CLIENTE-ARQ TO BASE-ENDERECO
030535         MOVE CIDADE-DO-CLIENTE-ARQ   TO BASE-CIDADE
030536         MOVE UF-DO-CLIENTE-ARQ       TO BASE-UF
030537         MOVE CEP-DO-CLIENTE-ARQ      TO BASE-CEP
030538     END-IF.
030539 3050-LOCALIZAR-COBRANCA-EXIT.
030540     EXIT.
030541*
030542****************************************************************
030543* 3055-LER-COBRANCA                                            *
030544*     LE O PROXIMO ENDERECO NA ORDEM DA CHAVE E CONFERE SE     *
030545*     AINDA E ENDERECO DE COBRANCA DO CLIENTE.                 *
030546****************************************************************
030547 3055-LER-COBRANCA.
030548     READ ARQUIVO-DE-ENDERECOS NEXT RECORD
030549         AT END
030550             MOVE "S" TO SW-FIM-DOS-ENDERECOS
030551     END-READ.
030552     IF FIM-DOS-ENDERECOS
030553         GO TO 3055-LER-COBRANCA-EXIT
030554     END-IF.
030555     IF ID-DO-CLIENTE-END NOT = ID-DO-CLIENTE-ARQ OR
030556         NOT ENDERECO-DE-COBRANCA-END
030557         MOVE "S" TO SW-FIM-DOS-ENDERECOS
030558         GO TO 3055-LER-COBRANCA-EXIT
030559     END-IF.
030560     MOVE SEQUENCIA-DO-ENDERECO-END
030561         TO ULTIMA-SEQUENCIA-DE-COBRANCA.
030562     IF ENDERECO-EM-ABERTO-END
030563         MOVE "S" TO SW-COBRANCA-EM-ABERTO
030564         MOVE SEQUENCIA-DO-ENDERECO-END
030565             TO SEQUENCIA-DA-COBRANCA-ABERTA
030566         MOVE ENDERECO-END TO ANT-ENDERECO
030567         MOVE CIDADE-END   TO ANT-CIDADE
030568         MOVE UF-END       TO ANT-UF
030569         MOVE CEP-END      TO ANT-CEP
030570     END-IF.
030571 3055-LER-COBRANCA-EXIT.
030572     EXIT.
030573*
030574****************************************************************
030575* 3060-VALIDAR-CAMPOS-DO-RETORNO                               *
030624*     CONFERE PELA ROTINA COMUM CLIVALID OS CAMPOS QUE A      *
030626*     TRANSACAO LIDA VAI APLICAR (UF E CEP NA CORRECAO DE     *
030628*     ENDERECO, TELEFONE E E-MAIL NA ATUALIZACAO DE CONTATO). *
030644         MOVE RET-UF TO VAL-VALOR
030646         PERFORM 3070-VALIDAR-UM-CAMPO-DO-RETORNO
030648             THRU 3070-VALIDAR-UM-CAMPO-DO-RETORNO-EXIT
030649     END-IF.
030650     IF RET-CORRECAO-DE-ENDERECO AND RETORNO-VALIDO
030651         SET VAL-CAMPO-CEP TO TRUE
030652         MOVE RET-CEP TO VAL-VALOR
030653         PERFORM 3070-VALIDAR-UM-CAMPO-DO-RETORNO
030654             THRU 3070-VALIDAR-UM-CAMPO-DO-RETORNO-EXIT
030655     END-IF.
030656     IF RET-ATUALIZACAO-CONTATO
030657         SET VAL-CAMPO-TELEFONE TO TRUE
030658         MOVE RET-TELEFONE TO VAL-VALOR
030659         PERFORM 3070-VALIDAR-UM-CAMPO-DO-RETORNO
030660             THRU 3070-VALIDAR-UM-CAMPO-DO-RETORNO-EXIT
030661     END-IF.
030662     IF RET-ATUALIZACAO-CONTATO AND RETORNO-VALIDO
030663         SET VAL-CAMPO-EMAIL TO TRUE
030664         MOVE RET-EMAIL TO VAL-VALOR
030665         PERFORM 3070-VALIDAR-UM-CAMPO-DO-RETORNO
030666             THRU 3070-VALIDAR-UM-CAMPO-DO-RETORNO-EXIT
030667     END-IF.
030668     IF RET-CORRECAO-DE-ENDERECO AND RETORNO-VALIDO
030669         PERFORM 3080-CONFERIR-ENDERECO-DO-RETORNO
030670             THRU 3080-CONFERIR-ENDERECO-DO-RETORNO-EXIT
030671     END-IF.
030672     IF RET-CONSENTIMENTO
030673         PERFORM 3090-VALIDAR-CONSENTIMENTO
030674             THRU 3090-VALIDAR-CONSENTIMENTO-EXIT
030675     END-IF.
030676 3060-VALIDAR-CAMPOS-DO-RETORNO-EXIT.
030677     EXIT.
030678*
030679****************************************************************
030680* 3070-VALIDAR-UM-CAMPO-DO-RETORNO                             *
030681*     CHAMA A ROTINA COMUM CLIVALID PARA O CAMPO JA MOVIDO    *
030682*     PARA A AREA DE PARAMETROS.                              *
030683****************************************************************
030684 3070-VALIDAR-UM-CAMPO-DO-RETORNO.
030685     CALL "CLIVALID" USING PARAMETROS-DE-VALIDACAO.
030686     IF VAL-INVALIDO
030687         MOVE "N" TO SW-RETORNO-VALIDO
030688     END-IF.
030689 3070-VALIDAR-UM-CAMPO-DO-RETORNO-EXIT.
030690     EXIT.
030691*
030692****************************************************************
030693* 3080-CONFERIR-ENDERECO-DO-RETORNO                            *
030694*     MONTA O ENDERECO RESULTANTE DA CORRECAO (CAMPO DO        *
030695*     RETORNO QUANDO PREENCHIDO, SENAO O DA BASE MONTADA PELO  *
030696*     3050) E O CONFERE PELA ROTINA COMUM CLICEPV. SEM O       *
030697*     DIRETORIO POSTAL CARREGADO A CONFERENCIA E DISPENSADA.   *
030698****************************************************************
030699 3080-CONFERIR-ENDERECO-DO-RETORNO.
030700     IF RET-CEP NOT = SPACES
030701         MOVE RET-CEP TO CEP-VALOR-DO-CEP
030702     ELSE
030703         MOVE BASE-CEP TO CEP-VALOR-DO-CEP
030704     END-IF.
030705     IF RET-UF NOT = SPACES
030706         MOVE RET-UF TO CEP-UF-INFORMADA
030707     ELSE
030708         MOVE BASE-UF TO CEP-UF-INFORMADA
030709     END-IF.
030710     IF RET-CIDADE NOT = SPACES
030711         MOVE RET-CIDADE TO CEP-CIDADE-INFORMADA
030712     ELSE
030713         MOVE BASE-CIDADE TO CEP-CIDADE-INFORMADA
030714     END-IF.
030715     CALL "CLICEPV" USING PARAMETROS-DE-CEP.
030716     IF CEP-NAO-CONFERE
030717         MOVE "N" TO SW-RETORNO-VALIDO
030718         MOVE CEP-MENSAGEM TO VAL-MENSAGEM
030719     END-IF.
030720 3080-CONFERIR-ENDERECO-DO-RETORNO-EXIT.
030721     EXIT.
030722*
030723****************************************************************
030724* 3090-VALIDAR-CONSENTIMENTO                                   *
030725*     CONFERE OS INDICADORES DE CONSENTIMENTO DO CODIGO "OP":  *
030726*     CADA CANAL ACEITA SO "S", "N" OU BRANCO.                 *
030727****************************************************************
030728 3090-VALIDAR-CONSENTIMENTO.
030729     IF (RET-CONSENTE-CORREIO NOT = "S" AND
030730         RET-CONSENTE-CORREIO NOT = "N" AND
030731         RET-CONSENTE-CORREIO NOT = SPACE) OR
030732        (RET-CONSENTE-TELEFONE NOT = "S" AND
030733         RET-CONSENTE-TELEFONE NOT = "N" AND
030734         RET-CONSENTE-TELEFONE NOT = SPACE) OR
030735        (RET-CONSENTE-EMAIL NOT = "S" AND
030736         RET-CONSENTE-EMAIL NOT = "N" AND
030737         RET-CONSENTE-EMAIL NOT = SPACE)
030738         MOVE "N" TO SW-RETORNO-VALIDO
030739         MOVE "CONSENTIMENTO INVALIDO - USE S, N OU BRANCO"
030740             TO VAL-MENSAGEM
030741     END-IF.
030742 3090-VALIDAR-CONSENTIMENTO-EXIT.
030743     EXIT.
030744*
030800****************************************************************
030900* 3100-APLICAR-ENDERECO                                        *
031000*     MONTA O NOVO ENDERECO DE COBRANCA COM OS CAMPOS DE       *
031100*     ENDERECO PREENCHIDOS NO REGISTRO DE RETORNO, COMPLETANDO *
031200*     OS EM BRANCO PELA BASE MONTADA PELO 3050, E MARCA OS     *
031250*     CAMPOS QUE MUDAM EM RELACAO A COBRANCA EM ABERTO. O      *
031260*     ENDERECO RESIDENCIAL DO CADASTRO NAO E ALTERADO.         *
031300****************************************************************
031400 3100-APLICAR-ENDERECO.
031500     MOVE BASE-DO-ENDERECO-DE-COBRANCA
031550         TO NOVO-ENDERECO-DE-COBRANCA.
031600     IF RET-ENDERECO NOT = SPACES
031700         MOVE RET-ENDERECO TO NOV-ENDERECO
031800     END-IF.
031900     IF RET-CIDADE NOT = SPACES
032000         MOVE RET-CIDADE TO NOV-CIDADE
032100     END-IF.
032200     IF RET-UF NOT = SPACES
032300         MOVE RET-UF TO NOV-UF
032400     END-IF.
032500     IF RET-CEP NOT = SPACES
032600         MOVE RET-CEP TO NOV-CEP
032700     END-IF.
032800     IF NOV-ENDERECO NOT = ANT-ENDERECO
032900         MOVE "S" TO SW-ALTEROU-ENDERECO
033000         MOVE "S" TO SW-REGISTRO-APLICAVEL
033100     END-IF.
033200     IF NOV-CIDADE NOT = ANT-CIDADE
033300         MOVE "S" TO SW-ALTEROU-CIDADE
033400         MOVE "S" TO SW-REGISTRO-APLICAVEL
033500     END-IF.
033600     IF NOV-UF NOT = ANT-UF
033700         MOVE "S" TO SW-ALTEROU-UF
033800         MOVE "S" TO SW-REGISTRO-APLICAVEL
033810     END-IF.
033820     IF NOV-CEP NOT = ANT-CEP
033830         MOVE "S" TO SW-ALTEROU-CEP
033840         MOVE "S" TO SW-REGISTRO-APLICAVEL
033850     END-IF.
033900 3100-APLICAR-ENDERECO-EXIT.
034000     EXIT.
034100*
038700     END-IF.
038800 3400-APLICAR-CONTATO-EXIT.
038900     EXIT.
038910*
038920****************************************************************
038930* 3500-APLICAR-CONSENTIMENTO                                   *
038940*     LE O CONSENTIMENTO DO CLIENTE (CLIENTE SEM REGISTRO NAO  *
038950*     TEM RESTRICAO) E APLICA OS CANAIS PREENCHIDOS NO         *
038960*     REGISTRO DE RETORNO QUE MUDAM O QUE ESTA REGISTRADO,     *
038970*     GUARDANDO OS VALORES ANTIGOS PARA O LOG DE AUDITORIA.    *
038980****************************************************************
038990 3500-APLICAR-CONSENTIMENTO.
039000     MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE-CON.
039002     MOVE "S" TO SW-CONSENTIMENTO-CADASTRADO.
039004     READ ARQUIVO-DE-CONSENTIMENTOS
039006         INVALID KEY
039008             MOVE "N" TO SW-CONSENTIMENTO-CADASTRADO
039010     END-READ.
039012     IF NOT CONSENTIMENTO-CADASTRADO
039014         MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE-CON
039016         MOVE SPACE  TO CONSENTE-CORREIO-CON
039018         MOVE SPACE  TO CONSENTE-TELEFONE-CON
039020         MOVE SPACE  TO CONSENTE-EMAIL-CON
039022         MOVE ZERO   TO DATA-DO-CONSENTIMENTO-CON
039024         MOVE SPACES TO OPERADOR-DO-CONSENTIMENTO-CON
039026     END-IF.
039028     MOVE CONSENTE-CORREIO-CON  TO ANT-CONSENTE-CORREIO.
039030     MOVE CONSENTE-TELEFONE-CON TO ANT-CONSENTE-TELEFONE.
039032     MOVE CONSENTE-EMAIL-CON    TO ANT-CONSENTE-EMAIL.
039034     IF RET-CONSENTE-CORREIO NOT = SPACE AND
039036         RET-CONSENTE-CORREIO NOT = CONSENTE-CORREIO-CON
039038         MOVE RET-CONSENTE-CORREIO TO CONSENTE-CORREIO-CON
039040         MOVE "S" TO SW-REGISTRO-APLICAVEL
039042     END-IF.
039044     IF RET-CONSENTE-TELEFONE NOT = SPACE AND
039046         RET-CONSENTE-TELEFONE NOT = CONSENTE-TELEFONE-CON
039048         MOVE RET-CONSENTE-TELEFONE TO CONSENTE-TELEFONE-CON
039050         MOVE "S" TO SW-REGISTRO-APLICAVEL
039052     END-IF.
039054     IF RET-CONSENTE-EMAIL NOT = SPACE AND
039056         RET-CONSENTE-EMAIL NOT = CONSENTE-EMAIL-CON
039058         MOVE RET-CONSENTE-EMAIL TO CONSENTE-EMAIL-CON
039060         MOVE "S" TO SW-REGISTRO-APLICAVEL
039062     END-IF.
039064 3500-APLICAR-CONSENTIMENTO-EXIT.
039066     EXIT.
039068*
039100****************************************************************
039200* 4000-GRAVAR-APLICACAO                                        *
039300*     REGRAVA O CLIENTE COM AS ALTERACOES APLICADAS, REGISTRA  *
046900     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-OCORRENCIA.
047000 4000-GRAVAR-APLICACAO-EXIT.
047100     EXIT.
047101*
047102****************************************************************
047103* 4100-GRAVAR-CONSENTIMENTO                                    *
047104*     GRAVA O CONSENTIMENTO APLICADO COM A DATA E O SISTEMA DE *
047105*     ORIGEM COMO OPERADOR, REGISTRA CADA CANAL ALTERADO NO    *
047106*     LOG DE AUDITORIA E IMPRIME A OCORRENCIA DE APLICACAO. O  *
047107*     CADASTRO DO CLIENTE NAO E REGRAVADO.                     *
047108****************************************************************
047109 4100-GRAVAR-CONSENTIMENTO.
047110     ACCEPT DATA-DO-CONSENTIMENTO-CON FROM DATE YYYYMMDD.
047111     MOVE ID-DO-OPERADOR TO OPERADOR-DO-CONSENTIMENTO-CON.
047112     IF CONSENTIMENTO-CADASTRADO
047113         REWRITE REGISTRO-DE-CONSENTIMENTO
047114     ELSE
047115         WRITE REGISTRO-DE-CONSENTIMENTO
047116     END-IF.
047117     IF NOT CONSENTIMENTO-OK
047118         MOVE "REJEITADO - ERRO AO GRAVAR CONSENTIMENTO"
047119             TO OCO-RESULTADO
047120         DISPLAY "ERRO AO GRAVAR CONSENTIMENTO, STATUS = "
047121             STATUS-DO-ARQUIVO-CONSENTIMENTO
047122         PERFORM 4500-REJEITAR-RETORNO
047123             THRU 4500-REJEITAR-RETORNO-EXIT
047124         GO TO 4100-GRAVAR-CONSENTIMENTO-EXIT
047125     END-IF.
047126     MOVE "ALTERACAO" TO TIPO-PARA-AUDITORIA.
047127     IF CONSENTE-CORREIO-CON NOT = ANT-CONSENTE-CORREIO
047128         MOVE "CONSENTE-CORREIO" TO CAMPO-PARA-AUDITORIA
047129         MOVE ANT-CONSENTE-CORREIO TO VALOR-ANTIGO-PARA-AUDITORIA
047130         MOVE CONSENTE-CORREIO-CON TO VALOR-NOVO-PARA-AUDITORIA
047131         PERFORM 8000-GRAVAR-AUDITORIA
047132             THRU 8000-GRAVAR-AUDITORIA-EXIT
047133     END-IF.
047134     IF CONSENTE-TELEFONE-CON NOT = ANT-CONSENTE-TELEFONE
047135         MOVE "CONSENTE-TELEFONE" TO CAMPO-PARA-AUDITORIA
047136         MOVE ANT-CONSENTE-TELEFONE
047137             TO VALOR-ANTIGO-PARA-AUDITORIA
047138         MOVE CONSENTE-TELEFONE-CON TO VALOR-NOVO-PARA-AUDITORIA
047139         PERFORM 8000-GRAVAR-AUDITORIA
047140             THRU 8000-GRAVAR-AUDITORIA-EXIT
047141     END-IF.
047142     IF CONSENTE-EMAIL-CON NOT = ANT-CONSENTE-EMAIL
047143         MOVE "CONSENTE-EMAIL" TO CAMPO-PARA-AUDITORIA
047144         MOVE ANT-CONSENTE-EMAIL TO VALOR-ANTIGO-PARA-AUDITORIA
047145         MOVE CONSENTE-EMAIL-CON TO VALOR-NOVO-PARA-AUDITORIA
047146         PERFORM 8000-GRAVAR-AUDITORIA
047147             THRU 8000-GRAVAR-AUDITORIA-EXIT
047148     END-IF.
047149     ADD 1 TO TOTAL-APLICADO.
047150     MOVE "APLICADO" TO OCO-RESULTADO.
047151     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-OCORRENCIA.
047152 4100-GRAVAR-CONSENTIMENTO-EXIT.
047153     EXIT.
047154*
047155****************************************************************
047156* 4200-GRAVAR-ENDERECO-DE-COBRANCA                             *
047157*     ENCERRA NA DATA DO DIA O ENDERECO DE COBRANCA EM ABERTO, *
047158*     GRAVA O NOVO NA SEQUENCIA SEGUINTE COM O SISTEMA DE      *
047159*     ORIGEM COMO OPERADOR, REGISTRA CADA CAMPO ALTERADO NO    *
047160*     LOG DE AUDITORIA E IMPRIME A OCORRENCIA DE APLICACAO. O  *
047161*     CADASTRO DO CLIENTE NAO E REGRAVADO.                     *
047162****************************************************************
047163 4200-GRAVAR-ENDERECO-DE-COBRANCA.
047164     ACCEPT DATA-DO-DIA FROM DATE YYYYMMDD.
047165     IF ULTIMA-SEQUENCIA-DE-COBRANCA = 999
047166         MOVE "REJEITADO - LIMITE DE ENDERECOS DE COBRANCA"
047167             TO OCO-RESULTADO
047168         PERFORM 4500-REJEITAR-RETORNO
047169             THRU 4500-REJEITAR-RETORNO-EXIT
047170         GO TO 4200-GRAVAR-ENDERECO-DE-COBRANCA-EXIT
047171     END-IF.
047172     IF COBRANCA-EM-ABERTO
047173         MOVE ID-DO-CLIENTE-ARQ TO ID-DO-CLIENTE-END
047174         SET ENDERECO-DE-COBRANCA-END TO TRUE
047175         MOVE SEQUENCIA-DA-COBRANCA-ABERTA
047176             TO SEQUENCIA-DO-ENDERECO-END
047177         READ ARQUIVO-DE-ENDERECOS
047178             KEY IS CHAVE-DO-ENDERECO-END
047179         END-READ
047180         IF ENDERECO-ARQ-OK
047181             MOVE DATA-DO-DIA TO FIM-DA-VIGENCIA-END
047182             REWRITE REGISTRO-DE-ENDERECO
047183         END-IF
047184         IF NOT ENDERECO-ARQ-OK
047185             MOVE "REJEITADO - ERRO AO ENCERRAR COBRANCA"
047186                 TO OCO-RESULTADO
047187             DISPLAY "ERRO AO REGRAVAR ENDERECO, STATUS = "
047188                 STATUS-DO-ARQUIVO-ENDERECO
047189             PERFORM 4500-REJEITAR-RETORNO
047190                 THRU 4500-REJEITAR-RETORNO-EXIT
047191             GO TO 4200-GRAVAR-ENDERECO-DE-COBRANCA-EXIT
047192         END-IF
047193     END-IF.
047194     MOVE ID-DO-CLIENTE-ARQ     TO ID-DO-CLIENTE-END.
047195     SET ENDERECO-DE-COBRANCA-END TO TRUE.
047196     ADD 1 ULTIMA-SEQUENCIA-DE-COBRANCA
047197         GIVING SEQUENCIA-DO-ENDERECO-END.
047198     MOVE NOV-ENDERECO          TO ENDERECO-END.
047199     MOVE NOV-CIDADE            TO CIDADE-END.
047200     MOVE NOV-UF                TO UF-END.
047201     MOVE NOV-CEP               TO CEP-END.
047202     MOVE DATA-DO-DIA           TO INICIO-DA-VIGENCIA-END.
047203     MOVE ZERO                  TO FIM-DA-VIGENCIA-END.
047204     MOVE NOME-DO-PROGRAMA      TO PROGRAMA-DO-ENDERECO-END.
047205     MOVE ID-DO-OPERADOR        TO OPERADOR-DO-ENDERECO-END.
047206     MOVE DATA-DO-DIA           TO DATA-DA-INCLUSAO-END.
047207     WRITE REGISTRO-DE-ENDERECO.
047208     IF NOT ENDERECO-ARQ-OK
047209         MOVE "REJEITADO - ERRO AO GRAVAR COBRANCA"
047210             TO OCO-RESULTADO
047211         DISPLAY "ERRO AO GRAVAR ENDERECO, STATUS = "
047212             STATUS-DO-ARQUIVO-ENDERECO
047213         PERFORM 4500-REJEITAR-RETORNO
047214             THRU 4500-REJEITAR-RETORNO-EXIT
047215         GO TO 4200-GRAVAR-ENDERECO-DE-COBRANCA-EXIT
047216     END-IF.
047217     MOVE "ALTERACAO" TO TIPO-PARA-AUDITORIA.
047218     IF ALTEROU-ENDERECO
047219         MOVE "ENDERECO-COBRANCA" TO CAMPO-PARA-AUDITORIA
047220         MOVE ANT-ENDERECO TO VALOR-ANTIGO-PARA-AUDITORIA
047221         MOVE NOV-ENDERECO TO VALOR-NOVO-PARA-AUDITORIA
047222         PERFORM 8000-GRAVAR-AUDITORIA
047223             THRU 8000-GRAVAR-AUDITORIA-EXIT
047224     END-IF.
047225     IF ALTEROU-CIDADE
047226         MOVE "CIDADE-COBRANCA" TO CAMPO-PARA-AUDITORIA
047227         MOVE ANT-CIDADE TO VALOR-ANTIGO-PARA-AUDITORIA
047228         MOVE NOV-CIDADE TO VALOR-NOVO-PARA-AUDITORIA
047229         PERFORM 8000-GRAVAR-AUDITORIA
047230             THRU 8000-GRAVAR-AUDITORIA-EXIT
047231     END-IF.
047232     IF ALTEROU-UF
047233         MOVE "UF-COBRANCA" TO CAMPO-PARA-AUDITORIA
047234         MOVE ANT-UF TO VALOR-ANTIGO-PARA-AUDITORIA
047235         MOVE NOV-UF TO VALOR-NOVO-PARA-AUDITORIA
047236         PERFORM 8000-GRAVAR-AUDITORIA
047237             THRU 8000-GRAVAR-AUDITORIA-EXIT
047238     END-IF.
047239     IF ALTEROU-CEP
047240         MOVE "CEP-COBRANCA" TO CAMPO-PARA-AUDITORIA
047241         MOVE ANT-CEP TO VALOR-ANTIGO-PARA-AUDITORIA
047242         MOVE NOV-CEP TO VALOR-NOVO-PARA-AUDITORIA
047243         PERFORM 8000-GRAVAR-AUDITORIA
047244             THRU 8000-GRAVAR-AUDITORIA-EXIT
047245     END-IF.
047246     ADD 1 TO TOTAL-APLICADO.
047247     MOVE "APLICADO - ENDERECO DE COBRANCA" TO OCO-RESULTADO.
047248     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-OCORRENCIA.
047249 4200-GRAVAR-ENDERECO-DE-COBRANCA-EXIT.
047250     EXIT.
047251*
047300****************************************************************
047400* 4500-REJEITAR-RETORNO                                        *
047500*     CONTABILIZA E IMPRIME NO RELATORIO A OCORRENCIA DE       *
054420     CLOSE ARQUIVO-DE-CONTROLE-DE-AUDITORIA.
054430     CLOSE ARQUIVO-DE-JORNAL.
054450     CLOSE ARQUIVO-DE-CONTROLE-DE-EXECUCAO.
054460     CLOSE ARQUIVO-DE-CONSENTIMENTOS.
054470     CLOSE ARQUIVO-DE-ENDERECOS.
054500 9999-ENCERRAR-EXIT.
054600     EXIT.
