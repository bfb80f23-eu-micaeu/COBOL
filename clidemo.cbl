001800*                     E POR UF, E A TAXA DE CORRESPONDENCIA    *
001900*                     DEVOLVIDA POR UF E POR CIDADE, A PARTIR  *
002000*                     DO INDICADOR GRAVADO PELO CLIRETN.       *
002010*  15/10/2026 EAC     A SECAO DE SITUACAO PASSOU A CONTAR OS   *
002020*                     CLIENTES COM ENDERECO DE CORRESPONDENCIA *
002030*                     EM VIGOR (ARQUIVO ENDERECO, ROTINA COMUM *
002040*                     CLIENDV, COPYBOOK ENVREC) E, DELES, OS   *
002050*                     COM CORRESPONDENCIA DEVOLVIDA.           *
002100*                                                              *
002200****************************************************************
002300 ENVIRONMENT DIVISION.
007900 01  IDADE-ATUAL-DO-CLIENTE    PIC 9(03)  VALUE ZERO.
008000*
008100     COPY IDAREC.
008150*
008160     COPY ENVREC.
008200*
008300 01  CONTADORES-GERAIS.
008400     05 TOTAL-DE-CLIENTES      PIC 9(06)  VALUE ZERO.
008500     05 TOTAL-ATIVOS           PIC 9(06)  VALUE ZERO.
008600     05 TOTAL-INATIVOS         PIC 9(06)  VALUE ZERO.
008700     05 TOTAL-DEVOLVIDOS       PIC 9(06)  VALUE ZERO.
008710     05 TOTAL-COM-CORRESPONDENCIA PIC 9(06) VALUE ZERO.
008720     05 TOTAL-DEVOLVIDOS-CORRESP PIC 9(06) VALUE ZERO.
008800*
008900****************************************************************
009000*  TABELA DE UFS: AS 27 UNIDADES DA FEDERACAO (MESMA LISTA DA  *
027300*
027400****************************************************************
027500* 3000-ACUMULAR-CLIENTE                                        *
027600*     ACUMULA O CLIENTE LIDO NAS CONTAGENS DE SITUACAO,        *
027650*     ENDERECO DE CORRESPONDENCIA, FAIXA ETARIA, UF E CIDADE,  *
027700*     E LE O PROXIMO REGISTRO.                                 *
027800****************************************************************
027900 3000-ACUMULAR-CLIENTE.
028000     ADD 1 TO TOTAL-DE-CLIENTES.
028600     IF CORRESPONDENCIA-DEVOLVIDA-ARQ
028700         ADD 1 TO TOTAL-DEVOLVIDOS
028800     END-IF.
028850     PERFORM 3050-CONTAR-CORRESPONDENCIA
028860         THRU 3050-CONTAR-CORRESPONDENCIA-EXIT.
028900     PERFORM 3100-CALCULAR-IDADE-ATUAL
029000         THRU 3100-CALCULAR-IDADE-ATUAL-EXIT.
029100     PERFORM 3200-ACUMULAR-FAIXA
029800         THRU 2000-LER-CLIENTE-EXIT.
029900 3000-ACUMULAR-CLIENTE-EXIT.
030000     EXIT.
030004*
030008****************************************************************
030012* 3050-CONTAR-CORRESPONDENCIA                                  *
030016*     CONSULTA PELA ROTINA COMUM CLIENDV SE O CLIENTE LIDO TEM *
030020*     ENDERECO DE CORRESPONDENCIA EM VIGOR E O CONTA, JUNTO    *
030024*     COM A DEVOLUCAO DE CORRESPONDENCIA, QUE NESSES CLIENTES  *
030028*     VEM DESSE ENDERECO.                                      *
030032****************************************************************
030036 3050-CONTAR-CORRESPONDENCIA.
030040     MOVE ID-DO-CLIENTE-ARQ TO ENV-ID-DO-CLIENTE.
030044     SET ENV-CORRESPONDENCIA TO TRUE.
030048     MOVE DATA-DO-DIA TO ENV-DATA-DE-REFERENCIA.
030052     CALL "CLIENDV" USING PARAMETROS-DE-ENDERECO.
030056     IF ENV-ACHADO
030060         ADD 1 TO TOTAL-COM-CORRESPONDENCIA
030064         IF CORRESPONDENCIA-DEVOLVIDA-ARQ
030068             ADD 1 TO TOTAL-DEVOLVIDOS-CORRESP
030072         END-IF
030076     END-IF.
030080 3050-CONTAR-CORRESPONDENCIA-EXIT.
030084     EXIT.
030100*
030200****************************************************************
030300* 3100-CALCULAR-IDADE-ATUAL                                    *
046000     MOVE "COM DEVOLUCAO....:" TO CTG-TEXTO.
046100     MOVE TOTAL-DEVOLVIDOS TO CTG-VALOR.
046200     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-CONTAGEM.
046210     MOVE "COM END. CORRESP..:" TO CTG-TEXTO.
046220     MOVE TOTAL-COM-CORRESPONDENCIA TO CTG-VALOR.
046230     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-CONTAGEM.
046240     MOVE "  DELES DEVOLVIDOS:" TO CTG-TEXTO.
046250     MOVE TOTAL-DEVOLVIDOS-CORRESP TO CTG-VALOR.
046260     WRITE LINHA-DO-RELATORIO FROM LINHA-DE-CONTAGEM.
046300     MOVE ALL "-" TO LINHA-DO-RELATORIO.
046400     WRITE LINHA-DO-RELATORIO.
046500*
