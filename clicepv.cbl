001900*                     DEVOLVE SE A UF E A CIDADE INFORMADAS    *
002000*                     CONFEREM COM A FAIXA DO CEP. A AREA DE   *
002100*                     PARAMETROS ESTA NO COPYBOOK CEPREC.      *
002110*  15/10/2026 EAC     PASSOU A DEVOLVER O CEP INICIAL E O FINAL *
002120*                     DA FAIXA ACHADA, PARA O AGRUPAMENTO DA    *
002130*                     MALA DIRETA POR FAIXA DE CEP (CLIMALA).   *
002200*                                                              *
002300****************************************************************
002400 ENVIRONMENT DIVISION.
010100     MOVE SPACES TO CEP-MENSAGEM.
010200     MOVE SPACES TO CEP-UF-DO-DIRETORIO.
010300     MOVE SPACES TO CEP-CIDADE-DO-DIRETORIO.
010310     MOVE ZERO TO CEP-INICIAL-DA-FAIXA.
010320     MOVE ZERO TO CEP-FINAL-DA-FAIXA.
010400     IF NOT DIRETORIO-CARREGADO
010500         PERFORM 1000-CARREGAR-DIRETORIO
010600             THRU 1000-CARREGAR-DIRETORIO-EXIT
013300         TO CEP-UF-DO-DIRETORIO.
013400     MOVE TAB-CIDADE (IND-FAIXA-ACHADA)
013500         TO CEP-CIDADE-DO-DIRETORIO.
013510     MOVE TAB-CEP-INICIAL (IND-FAIXA-ACHADA)
013520         TO CEP-INICIAL-DA-FAIXA.
013530     MOVE TAB-CEP-FINAL (IND-FAIXA-ACHADA)
013540         TO CEP-FINAL-DA-FAIXA.
013600     IF CEP-UF-INFORMADA NOT = SPACES AND
013700         CEP-UF-INFORMADA NOT = CEP-UF-DO-DIRETORIO
013800         SET CEP-NAO-CONFERE TO TRUE
