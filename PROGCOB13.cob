000347*                PERIODO AAAAMM DO CALCULO (FRH-PERIODO),
000347*                CHAVE ALTERNADA USADA PELOS LOTES DE ESCOPO
000347*                MENSAL PARA NAO VARRER ANOS DE HISTORICO.
000347* 15/10/2026 FT  O HISTORICO PASSA A SER GRAVADO COM O CLIENTE
000347*                DO PEDIDO (FRH-CLIENTE) E SEM FATURA AO
000347*                CLIENTE, PARA O FATURAMENTO MENSAL FOB.
000347* 15/10/2026 FT  PESO CUBADO: O VOLUME DO PEDIDO E APURADO PELO
000347*                CADASTRO DE PRODUTOS (PRODMAST - UNIDADES =
000347*                PESO DO PEDIDO / PESO UNITARIO, ARREDONDADO
000347*                PARA CIMA, X DIMENSOES) E CADA TRANSPORTADORA
000347*                E COTADA PELO MAIOR ENTRE O PESO REAL E O PESO
000347*                CUBADO PELO SEU FATOR DE CUBAGEM (CARRMAST;
000347*                ZERO = 300 KG/M3, TAMBEM USADO NA TAXA POR UF).
000347*                NO EMBARQUE CONSOLIDADO O VOLUME E SOMADO COMO
000347*                O PESO E, QUANDO O EMBARQUE E TAXADO PELO
000347*                CUBADO, O ADICIONAL E RATEADO PELO VOLUME. O
000347*                HISTORICO GRAVA O PESO TAXADO E O TIPO (R/C).
000347*                PRODUTO FORA DO CADASTRO OU CADASTRO AUSENTE =
000347*                VOLUME ZERO, TAXADO PELO PESO REAL COMO ANTES.
000347* 15/10/2026 FT  ZONA DE ENTREGA POR CEP: PEDIDO COM CEP DO
000347*                DESTINO E COTADO EM CADA TRANSPORTADORA PELA
000347*                TAXA DA ZONA (TABELA CEPZONA - FAIXA DE CEP
000347*                POR TRANSPORTADORA + UF, COM VIGENCIA) QUE
000347*                COBRE O CEP; SEM ZONA (OU SEM CEP, OU TABELA
000347*                AUSENTE) CONTINUA PELA TAXA DA UF. O EMBARQUE
000347*                CONSOLIDADO PASSA A SER POR EMPRESA + UF + CEP
000347*                + DATA, E O HISTORICO GRAVA A ZONA COTADA.
000347* 15/10/2026 FT  COTACAO DE FRETE HONRADA: PEDIDO COM NUMERO DE
000347*                COTACAO (ORDER-COTACAO) TEM O FRETE COTADO PELA
000347*                AREA DE VENDAS (ARQUIVO COTFRETE, PROGCOB92)
000347*                MANTIDO EM VEZ DO RECALCULADO, SE A COTACAO
000347*                ESTIVER EM ABERTO, DENTRO DA VALIDADE NA DATA
000347*                DO PEDIDO, COM A MESMA UF/CEP/MOEDA E O PEDIDO
000347*                NAO PASSAR DO VALOR E DO PESO COTADOS. A
000347*                COTACAO PASSA A CONVERTIDA, COM O NUMERO DO
000347*                PEDIDO, E O RELATORIO GANHA UMA LINHA COM O
000347*                FRETE COTADO X O FRETE PELA TAXA ATUAL E A
000347*                DIFERENCA (TOTALIZADA EM REAIS NO FIM). COTACAO
000347*                RECUSADA E AVISADA NO CONSOLE E O PEDIDO SEGUE
000347*                PELA TAXA ATUAL.
000347* 15/10/2026 FT  CAPACIDADE DIARIA DAS TRANSPORTADORAS (TABELA
000347*                CARRCAP - PESO E EMBARQUES MAXIMOS POR
000347*                TRANSPORTADORA + UF + DIA DA SEMANA DA DATA DO
000347*                PROCESSAMENTO): TRANSPORTADORA SEM CAPACIDADE
000347*                PARA O EMBARQUE NAO E ESCOLHIDA E A COTACAO
000347*                PASSA PARA A PROXIMA MAIS BARATA; O RELATORIO
000347*                GANHA A SECAO DE TRANSBORDO COM O CUSTO EXTRA.
000347*                EMBARQUE QUE NENHUMA TRANSPORTADORA ABSORVE NAO
000347*                E FATURADO: CADA PEDIDO VAI AO HELDTRX COMO
000347*                RETIDO POR CAPACIDADE (SITUACAO C) PARA O
000347*                PROXIMO DIA UTIL E FICA EM ABERTO PARA O LOTE
000347*                DO DIA SEGUINTE. TABELA AUSENTE = SEM LIMITE.
000347* 15/10/2026 FT  DOCUMENTOS DE CONFORMIDADE DAS TRANSPORTADORAS
000347*                (CARRDOC, ROTINA DOCCHK NA DATA DO
000347*                PROCESSAMENTO): TRANSPORTADORA COM DOCUMENTO
000347*                OBRIGATORIO VENCIDO NAO E CARREGADA PARA A
000347*                COTACAO (AVISO NO CONSOLE E CONTAGEM NO FIM);
000347*                DOCUMENTO A VENCER SO E AVISADO. COTACAO DE
000347*                VENDAS DE TRANSPORTADORA FORA DA COTACAO NAO E
000347*                HONRADA (TRANSPORTADORA NAO HABILITADA).
000347* 15/10/2026 FT  PEDIDO DE DEVOLUCAO (ORDER-TIPO D, GERADO NA
000347*                MANUTENCAO DE PEDIDOS): FICA FORA DOS
000347*                EMBARQUES CONSOLIDADOS E E COTADO SO NA
000347*                TRANSPORTADORA DA ENTREGA ORIGINAL, PELO
000347*                MULTIPLICADOR DE DEVOLUCAO DA CARRTAB NA UF DE
000347*                DESTINO DO RETORNO (ZEROS = O DA ENTREGA); SEM
000347*                TAXA DA TRANSPORTADORA, PELA TAXA DA UF, COM
000347*                AVISO. O RETORNO TEM ICMS PROPRIO PELO PAR
000347*                ORIGEM X DESTINO (ICMSMTX; ISENCAO PELA CLASSE
000347*                NA TAXCLS; SEM O PAR, ALIQUOTA DA UF NA
000347*                UFTAXTB), EM REAIS, E VAI AO HISTORICO COMO
000347*                TIPO D. O RELATORIO MARCA A LINHA (DEV) E
000347*                TOTALIZA AS DEVOLUCOES NO FIM.
000347* 15/10/2026 FT  ICMS PASSA A SER CALCULADO PARA TODO PEDIDO
000347*                FATURADO, NAO SO PARA A DEVOLUCAO (MESMA
000347*                ROTINA: PAR ORIGEM X DESTINO, ISENCAO DA
000347*                CLASSE, ALIQUOTA DA UF) - O FRH-ICMS DO
000347*                HISTORICO ALIMENTA A FATURA FOB, O ORCADO X
000347*                REALIZADO E A DRE GERENCIAL. O TOTAL DE ICMS
000347*                DO RELATORIO CONTINUA SO DAS DEVOLUCOES.
000173***********************************************************
000174 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000339         ALTERNATE RECORD KEY IS FRH-PERIODO
000339             WITH DUPLICATES
000339         FILE STATUS IS FRT-FRTHIST-STATUS.
000339     SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
000339         ORGANIZATION IS INDEXED
000339         ACCESS MODE IS RANDOM
000339         RECORD KEY IS PRD-CODIGO
000339         FILE STATUS IS FRT-PRODMAST-STATUS.
000339     SELECT CEP-ZONE-TABLE ASSIGN TO 'CEPZONA'
000339         ORGANIZATION IS INDEXED
000339         ACCESS MODE IS DYNAMIC
000339         RECORD KEY IS CZN-CHAVE
000339         FILE STATUS IS FRT-CEPZONA-STATUS.
000339     SELECT QUOTE-FILE ASSIGN TO 'COTFRETE'
000339         ORGANIZATION IS INDEXED
000339         ACCESS MODE IS RANDOM
000339         RECORD KEY IS CFR-NUMERO
000339         FILE STATUS IS FRT-COTFRETE-STATUS.

000339     SELECT CARRIER-CAPACITY ASSIGN TO 'CARRCAP'
000339         ORGANIZATION IS INDEXED
000339         ACCESS MODE IS RANDOM
000339         RECORD KEY IS CCP-CHAVE
000339         FILE STATUS IS FRT-CARRCAP-STATUS.
000339     SELECT EXCHANGE-PARAMETERS ASSIGN TO 'CAMPARM'
000339         ORGANIZATION IS LINE SEQUENTIAL
000339         FILE STATUS IS FRT-CAMPARM-STATUS.
000339     SELECT COMPANY-SELECTION ASSIGN TO 'COMPSEL'
000339         ORGANIZATION IS LINE SEQUENTIAL
000339         FILE STATUS IS FRT-COMPSEL-STATUS.
000339     SELECT ICMS-MATRIX ASSIGN TO 'ICMSMTX'
000339         ORGANIZATION IS INDEXED
000339         ACCESS MODE IS RANDOM
000339         RECORD KEY IS IMX-CHAVE
000339         FILE STATUS IS FRT-ICMSMTX-STATUS.
000339     SELECT TAX-CLASS-TABLE ASSIGN TO 'TAXCLS'
000339         ORGANIZATION IS INDEXED
000339         ACCESS MODE IS RANDOM
000339         RECORD KEY IS TCL-CLASSE
000339         FILE STATUS IS FRT-TAXCLS-STATUS.
000339     SELECT ICMS-RATE-TABLE ASSIGN TO 'UFTAXTB'
000339         ORGANIZATION IS INDEXED
000339         ACCESS MODE IS RANDOM
000339         RECORD KEY IS ICMS-RATE-UF
000339         FILE STATUS IS FRT-ICMSTAB-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  ORDERS-FILE.
000429     COPY CARRTAB.
000429 FD  FREIGHT-HISTORY.
000429     COPY FRTHIST.
000429 FD  PRODUCT-MASTER.
000429     COPY PRODMST.
000429 FD  CEP-ZONE-TABLE.
000429     COPY CEPZONA.
000429 FD  QUOTE-FILE.
000429     COPY COTFRT.

000429 FD  CARRIER-CAPACITY.
000429     COPY CARRCAP.
000429 FD  EXCHANGE-PARAMETERS.
000429     COPY CAMPARM.
000429 FD  HELD-TRANSACTIONS.
000429     COPY BUSIDATE.
000429 FD  COMPANY-SELECTION.
000429     COPY COMPSEL.
000429 FD  ICMS-MATRIX.
000429     COPY ICMSMTX.
000429 FD  TAX-CLASS-TABLE.
000429     COPY TAXCLS.
000429 FD  ICMS-RATE-TABLE.
000429     COPY UFTAXREG.
000430 WORKING-STORAGE SECTION.
000430 01  FRT-AREA-EMPRESA.
000430     05  FRT-COMPSEL-STATUS   PIC X(02) VALUE '00'.
000509         88  FRT-UFRATE-DISPONIVEL   VALUE 'S'.
000509     05  FRT-SW-CARRTAB       PIC X(01) VALUE 'N'.
000509         88  FRT-CARRTAB-DISPONIVEL  VALUE 'S'.
000509     05  FRT-PRODMAST-STATUS  PIC X(02) VALUE '00'.
000509     05  FRT-SW-PRODMAST      PIC X(01) VALUE 'N'.
000509         88  FRT-PRODMAST-DISPONIVEL VALUE 'S'.
000509     05  FRT-CEPZONA-STATUS   PIC X(02) VALUE '00'.
000509     05  FRT-SW-CEPZONA       PIC X(01) VALUE 'N'.
000509         88  FRT-CEPZONA-DISPONIVEL  VALUE 'S'.
000509     05  FRT-SW-ZONA          PIC X(01) VALUE 'N'.
000509         88  FRT-ZONA-ACHADA         VALUE 'S'.
000509         88  FRT-ZONA-NAO-ACHADA     VALUE 'N'.
000509     05  FRT-COTFRETE-STATUS  PIC X(02) VALUE '00'.
000509     05  FRT-SW-COTFRETE      PIC X(01) VALUE 'N'.
000509         88  FRT-COTFRETE-DISPONIVEL VALUE 'S'.
000509     05  FRT-SW-HONRADA       PIC X(01) VALUE 'N'.
000509         88  FRT-COTACAO-HONRADA     VALUE 'S'.
000509         88  FRT-COTACAO-NAO-HONRADA VALUE 'N'.
000509     05  FRT-CARRCAP-STATUS   PIC X(02) VALUE '00'.
000509     05  FRT-SW-CARRCAP       PIC X(01) VALUE 'N'.
000509         88  FRT-CARRCAP-DISPONIVEL  VALUE 'S'.
000509     05  FRT-SW-CAPACIDADE    PIC X(01) VALUE 'S'.
000509         88  FRT-CAPACIDADE-OK       VALUE 'S'.
000509         88  FRT-CAPACIDADE-ESGOTADA VALUE 'N'.
000509     05  FRT-SW-LOTACAO       PIC X(01) VALUE 'N'.
000509         88  FRT-HOUVE-LOTACAO       VALUE 'S'.
000509         88  FRT-SEM-LOTACAO         VALUE 'N'.
000509     05  FRT-SW-LIVRE         PIC X(01) VALUE 'N'.
000509         88  FRT-LIVRE-ACHADA        VALUE 'S'.
000509         88  FRT-LIVRE-NAO-ACHADA    VALUE 'N'.
000509     05  FRT-SW-RETIDO-CAP    PIC X(01) VALUE 'N'.
000509         88  FRT-RETIDO-CAPACIDADE   VALUE 'S'.
000509         88  FRT-NAO-RETIDO-CAP      VALUE 'N'.
000509     05  FRT-ICMSMTX-STATUS   PIC X(02) VALUE '00'.
000509     05  FRT-SW-ICMSMTX       PIC X(01) VALUE 'N'.
000509         88  FRT-ICMSMTX-DISPONIVEL  VALUE 'S'.
000509     05  FRT-TAXCLS-STATUS    PIC X(02) VALUE '00'.
000509     05  FRT-SW-TAXCLS        PIC X(01) VALUE 'N'.
000509         88  FRT-TAXCLS-DISPONIVEL   VALUE 'S'.
000509     05  FRT-ICMSTAB-STATUS   PIC X(02) VALUE '00'.
000509     05  FRT-SW-ICMSTAB       PIC X(01) VALUE 'N'.
000509         88  FRT-ICMSTAB-DISPONIVEL  VALUE 'S'.
000509     05  FRT-SW-ISENTO        PIC X(01) VALUE 'N'.
000509         88  FRT-PRODUTO-ISENTO      VALUE 'S'.
000509     05  FRT-SW-ALIQUOTA      PIC X(01) VALUE 'N'.
000509         88  FRT-ALIQUOTA-ACHADA     VALUE 'S'.

000510 01  FRT-ACUMULADORES.
000520     05  FRT-VALOR-TOTAL      PIC 9(08)V99 COMP-3 VALUE ZEROS.
000540     05  FRT-QTDE-PEDIDOS     PIC 9(05) COMP VALUE ZEROS.
000542     05  FRT-QTDE-CANCELADOS  PIC 9(05) COMP VALUE ZEROS.
000544     05  FRT-QTDE-JA-FATURADOS PIC 9(05) COMP VALUE ZEROS.
000544     05  FRT-QTDE-CUBADOS     PIC 9(05) COMP VALUE ZEROS.
000544     05  FRT-QTDE-HONRADAS    PIC 9(05) COMP VALUE ZEROS.
000544     05  FRT-QTDE-NAO-HONRADAS PIC 9(05) COMP VALUE ZEROS.
000544     05  FRT-QTDE-TRANSP-BLOQ PIC 9(02) COMP VALUE ZEROS.
000544     05  FRT-DIF-COT-TOTAL    PIC S9(09)V99 COMP-3 VALUE ZEROS.
000544     05  FRT-QTDE-TRANSBORDOS PIC 9(05) COMP VALUE ZEROS.
000544     05  FRT-EXTRA-TOTAL      PIC 9(09)V99 COMP-3 VALUE ZEROS.
000544     05  FRT-QTDE-RETIDOS-CAP PIC 9(05) COMP VALUE ZEROS.
000544     05  FRT-QTDE-DEVOLUCOES  PIC 9(05) COMP VALUE ZEROS.
000544     05  FRT-QTDE-DEV-SEM-TAXA PIC 9(05) COMP VALUE ZEROS.
000544     05  FRT-FRETE-DEV-TOTAL  PIC 9(09)V99 COMP-3 VALUE ZEROS.
000544     05  FRT-ICMS-DEV-TOTAL   PIC 9(09)V99 COMP-3 VALUE ZEROS.

000550 01  FRT-AREA-TRABALHO.
000560     05  FRT-FRETE-CALCULADO  PIC 9(06)V99 VALUE ZEROS.
000569     05  FRT-DATA-PEDIDO      PIC 9(08) VALUE ZEROS.
000569     05  FRT-UF-PROCURADA     PIC X(02) VALUE SPACES.
000569     05  FRT-TRANSP-PROCURADA PIC X(03) VALUE SPACES.
000569     05  FRT-ZONA-COT         PIC X(03) VALUE SPACES.
000569     05  FRT-MELHOR-ZONA      PIC X(03) VALUE SPACES.
000569     05  FRT-ZONA-USADA       PIC X(03) VALUE SPACES.
000569     05  FRT-IND              PIC 9(02) COMP VALUE ZEROS.
000569     05  FRT-FRETE-ATUAL      PIC 9(06)V99 VALUE ZEROS.
000569     05  FRT-DIF-COTACAO      PIC S9(06)V99 VALUE ZEROS.
000569     05  FRT-MOTIVO-COTACAO   PIC X(30) VALUE SPACES.
000569     05  FRT-MULT-DEVOLUCAO   PIC 9V9999 VALUE ZEROS.
000569     05  FRT-ALIQUOTA-ICMS    PIC 9V9999 VALUE ZEROS.
000569     05  FRT-ICMS             PIC 9(06)V99 VALUE ZEROS.

000569 01  FRT-DATASISTEMA          PIC 9(08) VALUE ZEROS.

000569         10  FRT-EMB-TRANSP   PIC X(03).
000569         10  FRT-EMB-TAXA     PIC 9V9999.
000569         10  FRT-EMB-SW-COTADO PIC X(01).
000569         10  FRT-EMB-VOLUME   PIC 9(05)V9(04) COMP-3.
000569         10  FRT-EMB-TIPO-PESO PIC X(01).
000569         10  FRT-EMB-FATOR    PIC 9(03).
000569         10  FRT-EMB-CEP      PIC 9(08).
000569         10  FRT-EMB-ZONA     PIC X(03).
000569
000569 01  FRT-AREA-EMBARQUE.
000569     05  FRT-IND-EMB          PIC 9(03) COMP VALUE ZEROS.
000569     05  FRT-SUB-EMB2         PIC 9(03) COMP VALUE ZEROS.
000569     05  FRT-PESO-COTACAO     PIC 9(07)V99 VALUE ZEROS.
000569     05  FRT-COT-VALOR        PIC 9(09)V99 VALUE ZEROS.
000569     05  FRT-QTDE-SEM-EMB     PIC 9(05) COMP VALUE ZEROS.

000569 01  FRT-AREA-CUBAGEM.
000569     05  FRT-FATOR-PADRAO     PIC 9(03) VALUE 300.
000569     05  FRT-FATOR-COT        PIC 9(03) VALUE ZEROS.
000569     05  FRT-FATOR-USADO      PIC 9(03) VALUE ZEROS.
000569     05  FRT-QTDE-VOLUMES     PIC 9(07) VALUE ZEROS.
000569     05  FRT-VOLUME-PEDIDO    PIC 9(05)V9(04) VALUE ZEROS.
000569     05  FRT-COT-PESO         PIC 9(07)V99 VALUE ZEROS.
000569     05  FRT-COT-VOLUME       PIC 9(05)V9(04) VALUE ZEROS.
000569     05  FRT-PESO-CUBADO      PIC 9(07)V99 VALUE ZEROS.
000569     05  FRT-PESO-TAXADO      PIC 9(07)V99 VALUE ZEROS.
000569     05  FRT-TIPO-PESO        PIC X(01) VALUE 'R'.
000569     05  FRT-MELHOR-ADICIONAL PIC 9(04)V99 VALUE ZEROS.
000569     05  FRT-MELHOR-PESO-TAX  PIC 9(07)V99 VALUE ZEROS.
000569     05  FRT-MELHOR-TIPO-PESO PIC X(01) VALUE 'R'.
000569     05  FRT-MELHOR-FATOR     PIC 9(03) VALUE ZEROS.
000569     05  FRT-PESO-TAXADO-PED  PIC 9(06)V99 VALUE ZEROS.
000569     05  FRT-TIPO-PESO-PED    PIC X(01) VALUE 'R'.

000569*    CAPACIDADE DO DIA POR TRANSPORTADORA + UF: LIMITES LIDOS
000569*    DO CARRCAP NA PRIMEIRA COTACAO DO PAR E O QUE JA FOI
000569*    ATRIBUIDO NESTA EXECUCAO (10 TRANSPORTADORAS X 27 UFS)
000569 01  FRT-TABELA-CAPACIDADE.
000569     05  FRT-QTDE-CAP         PIC 9(03) COMP VALUE ZEROS.
000569     05  FRT-CAP-ENTRADA OCCURS 270 TIMES.
000569         10  FRT-CAP-TRANSP   PIC X(03).
000569         10  FRT-CAP-UF       PIC X(02).
000569         10  FRT-CAP-PESO-MAX PIC 9(07)V99 COMP-3.
000569         10  FRT-CAP-QTDE-MAX PIC 9(04) COMP.
000569         10  FRT-CAP-PESO-USADO PIC 9(07)V99 COMP-3.
000569         10  FRT-CAP-QTDE-USADA PIC 9(04) COMP.
000569
000569 01  FRT-AREA-CAPACIDADE.
000569     05  FRT-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
000569     05  FRT-IND-CAP          PIC 9(03) COMP VALUE ZEROS.
000569     05  FRT-SUB-CAP          PIC 9(03) COMP VALUE ZEROS.
000569     05  FRT-MELHOR-IND-CAP   PIC 9(03) COMP VALUE ZEROS.
000569     05  FRT-LIVRE-FRETE      PIC 9(09)V99 VALUE ZEROS.
000569     05  FRT-LIVRE-TRANSP     PIC X(03) VALUE SPACES.
000569     05  FRT-UM-DIA           PIC S9(03) VALUE 1.
000569     05  FRT-PROXIMO-UTIL     PIC 9(08) VALUE ZEROS.
000569
000569 01  FRT-DATA-ZELLER.
000569     05  FRT-ZD-ANO           PIC 9(04).
000569     05  FRT-ZD-MES           PIC 9(02).
000569     05  FRT-ZD-DIA           PIC 9(02).
000569 01  FRT-DATA-ZELLER-NUM REDEFINES FRT-DATA-ZELLER PIC 9(08).
000569 01  FRT-ZELLER.
000569     05  FRT-Z-MES            PIC 9(02) VALUE ZEROS.
000569     05  FRT-Z-ANO            PIC 9(04) VALUE ZEROS.
000569     05  FRT-Z-SECULO         PIC 9(02) VALUE ZEROS COMP.
000569     05  FRT-Z-ANOSEC         PIC 9(02) VALUE ZEROS COMP.
000569     05  FRT-Z-TERMO1         PIC 9(04) VALUE ZEROS COMP.
000569     05  FRT-Z-SOMA           PIC 9(04) VALUE ZEROS COMP.
000569     05  FRT-Z-QUOCIENTE      PIC 9(04) VALUE ZEROS COMP.
000569     05  FRT-Z-DIASEM         PIC 9(01) VALUE ZEROS COMP.
000569         88  FRT-Z-SABADO         VALUE 0.
000569
000569*    EMBARQUES DESVIADOS DA MAIS BARATA POR FALTA DE CAPACIDADE,
000569*    LISTADOS NA SECAO DE TRANSBORDO DO RELATORIO
000569 01  FRT-TABELA-TRANSBORDO.
000569     05  FRT-QTDE-TRB         PIC 9(03) COMP VALUE ZEROS.
000569     05  FRT-TRB-ENTRADA OCCURS 100 TIMES.
000569         10  FRT-TRB-UF       PIC X(02).
000569         10  FRT-TRB-PESO     PIC 9(07)V99.
000569         10  FRT-TRB-TRANSP-PREF PIC X(03).
000569         10  FRT-TRB-FRETE-PREF  PIC 9(09)V99.
000569         10  FRT-TRB-TRANSP-USADA PIC X(03).
000569         10  FRT-TRB-FRETE-USADO PIC 9(09)V99.
000569         10  FRT-TRB-EXTRA    PIC 9(09)V99.
000569 77  FRT-SUB-TRB              PIC 9(03) COMP VALUE ZEROS.
000569
000569 01  FRT-TRANSPORTADORAS.
000569     05  FRT-QTDE-TRANSP      PIC 9(02) COMP VALUE ZEROS.
000569     05  FRT-TRANSP-ENTRADA OCCURS 10 TIMES.
000569         10  FRT-TRANSP-CODIGO   PIC X(03).
000569         10  FRT-TRANSP-NOME     PIC X(30).
000569         10  FRT-TRANSP-FATOR    PIC 9(03).
000569
000569*    SITUACAO DOS DOCUMENTOS DA TRANSPORTADORA (ROTINA DOCCHK)
000569 01  FRT-AREA-DOCUMENTOS.
000569     05  FRT-DOC-SITUACAO     PIC X(01) VALUE 'R'.
000569         88  FRT-DOC-REGULAR      VALUE 'R'.
000569         88  FRT-DOC-AVISO        VALUE 'A'.
000569         88  FRT-DOC-BLOQUEADA    VALUE 'B'.
000569     05  FRT-DOC-MOTIVO       PIC X(30) VALUE SPACES.
000569     05  FRT-DOC-VENCIMENTO   PIC 9(08) VALUE ZEROS.
000569     05  FRT-SUB-HAB          PIC 9(02) COMP VALUE ZEROS.
000569     05  FRT-SW-HABILITADA    PIC X(01) VALUE 'N'.
000569         88  FRT-TRANSP-HABILITADA VALUE 'S'.

000570 01  FRT-LINHA-DETALHE.
000580     05  FILLER               PIC X(01) VALUE SPACES.
000659     05  FILLER               PIC X(02) VALUE SPACES.
000659     05  FRT-D-TRANSP         PIC X(03).
000660     05  FILLER               PIC X(01) VALUE SPACES.
000660     05  FRT-D-TIPO           PIC X(03) VALUE SPACES.

000660 01  FRT-LINHA-COTACAO.
000660     05  FILLER               PIC X(04) VALUE SPACES.
000660     05  FILLER               PIC X(08) VALUE 'COTACAO '.
000660     05  FRT-C-NUMERO         PIC 9(06).
000660     05  FILLER               PIC X(08) VALUE ' COTADO '.
000660     05  FRT-C-COTADO         PIC ZZZ.ZZ9,99.
000660     05  FILLER               PIC X(07) VALUE ' ATUAL '.
000660     05  FRT-C-ATUAL          PIC ZZZ.ZZ9,99.
000660     05  FILLER               PIC X(06) VALUE ' DIF. '.
000660     05  FRT-C-DIFERENCA      PIC -ZZZ.ZZ9,99.
000660     05  FILLER               PIC X(01) VALUE SPACES.
000660     05  FRT-C-TRANSP         PIC X(03).
000660     05  FILLER               PIC X(06) VALUE SPACES.

000660 01  FRT-LINHA-TRANSBORDO.
000660     05  FILLER               PIC X(01) VALUE SPACES.
000660     05  FRT-X-UF             PIC X(02).
000660     05  FILLER               PIC X(06) VALUE ' PESO '.
000660     05  FRT-X-PESO           PIC ZZZZ.ZZ9,99.
000660     05  FILLER               PIC X(06) VALUE ' PREF '.
000660     05  FRT-X-TRANSP-PREF    PIC X(03).
000660     05  FILLER               PIC X(01) VALUE SPACES.
000660     05  FRT-X-FRETE-PREF     PIC ZZZ.ZZ9,99.
000660     05  FILLER               PIC X(07) VALUE ' USADA '.
000660     05  FRT-X-TRANSP-USADA   PIC X(03).
000660     05  FILLER               PIC X(01) VALUE SPACES.
000660     05  FRT-X-FRETE-USADO    PIC ZZZ.ZZ9,99.
000660     05  FILLER               PIC X(07) VALUE ' EXTRA '.
000660     05  FRT-X-EXTRA          PIC ZZZ.ZZ9,99.
000660     05  FILLER               PIC X(02) VALUE SPACES.
000660
000660 01  FRT-LINHA-TOTAL-TRANSBORDO.
000660     05  FILLER               PIC X(01) VALUE SPACES.
000660     05  FILLER               PIC X(26)
000660         VALUE 'TRANSBORDOS DE CAPACIDADE:'.
000660     05  FRT-TT-QTDE          PIC ZZZZ9.
000660     05  FILLER               PIC X(20)
000660         VALUE '  CUSTO EXTRA......:'.
000660     05  FRT-TT-EXTRA         PIC ZZZ.ZZZ.ZZ9,99.
000660     05  FILLER               PIC X(14) VALUE SPACES.
000660
000660 01  FRT-LINHA-RETIDOS-CAP.
000660     05  FILLER               PIC X(01) VALUE SPACES.
000660     05  FILLER               PIC X(26)
000660         VALUE 'PEDIDOS SEM CAPACIDADE...:'.
000660     05  FRT-TR-QTDE          PIC ZZZZ9.
000660     05  FILLER               PIC X(28)
000660         VALUE '  RETIDOS PARA O DIA UTIL  '.
000660     05  FRT-TR-DATA          PIC 9(08).
000660     05  FILLER               PIC X(12) VALUE SPACES.
000660
000660 01  FRT-LINHA-TOTAL-COTACAO.
000660     05  FILLER               PIC X(01) VALUE SPACES.
000660     05  FILLER               PIC X(26)
000660         VALUE 'COTACOES HONRADAS........:'.
000660     05  FRT-TC-QTDE          PIC ZZZZ9.
000660     05  FILLER               PIC X(20)
000660         VALUE '  DIFERENCA (BRL)..:'.
000660     05  FRT-TC-DIFERENCA     PIC -ZZZ.ZZZ.ZZ9,99.
000660     05  FILLER               PIC X(13) VALUE SPACES.

000660 01  FRT-LINHA-TOTAL-DEVOLUCAO.
000660     05  FILLER               PIC X(01) VALUE SPACES.
000660     05  FILLER               PIC X(26)
000660         VALUE 'DEVOLUCOES FATURADAS.....:'.
000660     05  FRT-TD-QTDE          PIC ZZZZ9.
000660     05  FILLER               PIC X(18)
000660         VALUE '  FRETE RETORNO..:'.
000660     05  FRT-TD-FRETE         PIC ZZZ.ZZZ.ZZ9,99.
000660     05  FILLER               PIC X(06) VALUE ' ICMS '.
000660     05  FRT-TD-ICMS          PIC ZZZ.ZZ9,99.

000670 01  FRT-LINHA-TOTAL.
000680     05  FILLER               PIC X(01)  VALUE SPACES.
000822         END-READ
000822         CLOSE BUSINESS-DATE-FILE
000822     END-IF.
000822     PERFORM 1050-APURAR-DIA-SEMANA
000822         THRU 1050-APURAR-DIA-SEMANA-EXIT.
000822     OPEN INPUT EXCHANGE-PARAMETERS.
000822     IF FRT-CAMPARM-STATUS = '00'
000822         READ EXCHANGE-PARAMETERS
000847     END-IF.
000848     PERFORM 1100-CARREGAR-TRANSPORTADORAS
000849         THRU 1100-CARREGAR-TRANSPORTADORAS-EXIT.
000849     OPEN INPUT CARRIER-CAPACITY.
000849     IF FRT-CARRCAP-STATUS = '00'
000849         SET FRT-CARRCAP-DISPONIVEL TO TRUE
000849     END-IF.
000849     OPEN INPUT ICMS-MATRIX.
000849     IF FRT-ICMSMTX-STATUS = '00'
000849         SET FRT-ICMSMTX-DISPONIVEL TO TRUE
000849     END-IF.
000849     OPEN INPUT TAX-CLASS-TABLE.
000849     IF FRT-TAXCLS-STATUS = '00'
000849         SET FRT-TAXCLS-DISPONIVEL TO TRUE
000849     END-IF.
000849     OPEN INPUT ICMS-RATE-TABLE.
000849     IF FRT-ICMSTAB-STATUS = '00'
000849         SET FRT-ICMSTAB-DISPONIVEL TO TRUE
000849     END-IF.
000849     OPEN INPUT PRODUCT-MASTER.
000849     IF FRT-PRODMAST-STATUS = '00'
000849         SET FRT-PRODMAST-DISPONIVEL TO TRUE
000849     END-IF.
000849     OPEN INPUT CEP-ZONE-TABLE.
000849     IF FRT-CEPZONA-STATUS = '00'
000849         SET FRT-CEPZONA-DISPONIVEL TO TRUE
000849     END-IF.
000849     OPEN I-O QUOTE-FILE.
000849     IF FRT-COTFRETE-STATUS = '00'
000849         SET FRT-COTFRETE-DISPONIVEL TO TRUE
000849     END-IF.
000849     OPEN I-O FREIGHT-HISTORY.
000849     IF FRT-FRTHIST-STATUS = '35'
000849         OPEN OUTPUT FREIGHT-HISTORY
000940 1000-INICIALIZAR-EXIT.
000950     EXIT.

000950*=========================================================
000950* DIA DA SEMANA DA DATA DO PROCESSAMENTO (1 = DOMINGO ...
000950* 7 = SABADO) PELO CALCULO DE ZELLER, O MESMO DO DIAUTIL -
000950* CHAVE DA CAPACIDADE DIARIA DAS TRANSPORTADORAS
000950*=========================================================
000950 1050-APURAR-DIA-SEMANA.
000950     MOVE FRT-DATASISTEMA TO FRT-DATA-ZELLER-NUM.
000950     IF FRT-ZD-MES < 3
000950         COMPUTE FRT-Z-MES = FRT-ZD-MES + 12
000950         COMPUTE FRT-Z-ANO = FRT-ZD-ANO - 1
000950     ELSE
000950         MOVE FRT-ZD-MES TO FRT-Z-MES
000950         MOVE FRT-ZD-ANO TO FRT-Z-ANO
000950     END-IF.
000950     COMPUTE FRT-Z-SECULO = FRT-Z-ANO / 100.
000950     COMPUTE FRT-Z-ANOSEC = FRT-Z-ANO - (FRT-Z-SECULO * 100).
000950     COMPUTE FRT-Z-TERMO1 = (13 * (FRT-Z-MES + 1)) / 5.
000950     COMPUTE FRT-Z-SOMA = FRT-ZD-DIA + FRT-Z-TERMO1
000950         + FRT-Z-ANOSEC + (FRT-Z-ANOSEC / 4)
000950         + (FRT-Z-SECULO / 4) + (5 * FRT-Z-SECULO).
000950     DIVIDE FRT-Z-SOMA BY 7 GIVING FRT-Z-QUOCIENTE
000950         REMAINDER FRT-Z-DIASEM.
000950     IF FRT-Z-SABADO
000950         MOVE 7 TO FRT-DIA-SEMANA
000950     ELSE
000950         MOVE FRT-Z-DIASEM TO FRT-DIA-SEMANA
000950     END-IF.
000950 1050-APURAR-DIA-SEMANA-EXIT.
000950     EXIT.

000952 1100-CARREGAR-TRANSPORTADORAS.
000953     IF FRT-CARRMAST-STATUS = '00'
000954         PERFORM 1110-LER-TRANSPORTADORA
000962         AT END
000963             SET FRT-CARRMAST-EOF TO TRUE
000964         NOT AT END
000964             MOVE 'R' TO FRT-DOC-SITUACAO
000964             IF CAR-ATIVA
000964                 PERFORM 1120-CONFERIR-DOCUMENTOS
000964                     THRU 1120-CONFERIR-DOCUMENTOS-EXIT
000964             END-IF
000965             IF CAR-ATIVA AND NOT FRT-DOC-BLOQUEADA
000966                 ADD 1 TO FRT-QTDE-TRANSP
000967                 MOVE CAR-CODIGO
000968                     TO FRT-TRANSP-CODIGO (FRT-QTDE-TRANSP)
000969                 MOVE CAR-NOME
000970                     TO FRT-TRANSP-NOME (FRT-QTDE-TRANSP)
000970                 IF CAR-FATOR-CUBAGEM = ZEROS
000970                     MOVE FRT-FATOR-PADRAO
000970                         TO FRT-TRANSP-FATOR (FRT-QTDE-TRANSP)
000970                 ELSE
000970                     MOVE CAR-FATOR-CUBAGEM
000970                         TO FRT-TRANSP-FATOR (FRT-QTDE-TRANSP)
000970                 END-IF
000971             END-IF
000972     END-READ.
000973 1110-LER-TRANSPORTADORA-EXIT.
000974     EXIT.

000974*=========================================================
000974* DOCUMENTOS DA TRANSPORTADORA NA DATA DO PROCESSAMENTO:
000974* OBRIGATORIO VENCIDO TIRA A TRANSPORTADORA DA COTACAO;
000974* DOCUMENTO A VENCER SO E AVISADO
000974*=========================================================
000974 1120-CONFERIR-DOCUMENTOS.
000974     CALL 'DOCCHK' USING CAR-CODIGO FRT-DATASISTEMA
000974         FRT-DOC-SITUACAO FRT-DOC-MOTIVO FRT-DOC-VENCIMENTO.
000974     IF FRT-DOC-BLOQUEADA
000974         ADD 1 TO FRT-QTDE-TRANSP-BLOQ
000974         DISPLAY 'TRANSPORTADORA ' CAR-CODIGO
000974             ' BLOQUEADA (FORA DA COTACAO): ' FRT-DOC-MOTIVO
000974             ' ' FRT-DOC-VENCIMENTO
000974     END-IF.
000974     IF FRT-DOC-AVISO
000974         DISPLAY 'AVISO - TRANSPORTADORA ' CAR-CODIGO ': '
000974             FRT-DOC-MOTIVO ' ' FRT-DOC-VENCIMENTO
000974     END-IF.
000974 1120-CONFERIR-DOCUMENTOS-EXIT.
000974     EXIT.

000974*=========================================================
000974* PRIMEIRA PASSADA: AGRUPA OS PEDIDOS EM ABERTO POR
000974* EMPRESA + UF + CEP + DATA DO PEDIDO (EMBARQUES), SOMANDO PESO
000974* E VALOR - A TRANSPORTADORA FATURA O EMBARQUE INTEIRO E A
000974* COTACAO PASSA A SER FEITA ASSIM TAMBEM
000974*=========================================================
000974 1500-CONSOLIDAR-PEDIDO.
000974     IF ORDER-CANCELADO OR ORDER-FATURADO
000974         GO TO 1500-CONSOLIDAR-PEDIDO-LER.
000974*    DEVOLUCAO VOLTA PELA TRANSPORTADORA DA ENTREGA ORIGINAL E
000974*    NAO ENTRA EM EMBARQUE CONSOLIDADO
000974     IF ORDER-DEVOLUCAO
000974         GO TO 1500-CONSOLIDAR-PEDIDO-LER.
000974     IF ORDER-EMPRESA = ZEROS
000974         MOVE 1 TO FRT-EMPRESA-REG
000974     ELSE
000974     PERFORM 1550-ACHAR-EMBARQUE
000974         THRU 1550-ACHAR-EMBARQUE-EXIT.
000974     IF FRT-IND-EMB > 0
000974         PERFORM 2090-CUBAR-PEDIDO THRU 2090-CUBAR-PEDIDO-EXIT
000974         ADD 1 TO FRT-EMB-QTDE (FRT-IND-EMB)
000974         ADD ORDER-PESO TO FRT-EMB-PESO (FRT-IND-EMB)
000974         ADD FRT-VOLUME-PEDIDO TO FRT-EMB-VOLUME (FRT-IND-EMB)
000974         ADD ORDER-VALOR TO FRT-EMB-VALOR (FRT-IND-EMB)
000974     END-IF.
000974 1500-CONSOLIDAR-PEDIDO-LER.
000974             MOVE FRT-EMPRESA-REG
000974                 TO FRT-EMB-EMPRESA (FRT-QTDE-EMB)
000974             MOVE ORDER-UF TO FRT-EMB-UF (FRT-QTDE-EMB)
000974             MOVE ORDER-CEP-DESTINO
000974                 TO FRT-EMB-CEP (FRT-QTDE-EMB)
000974             MOVE SPACES TO FRT-EMB-ZONA (FRT-QTDE-EMB)
000974             MOVE FRT-DATA-PEDIDO
000974                 TO FRT-EMB-DATA (FRT-QTDE-EMB)
000974             MOVE ZEROS TO FRT-EMB-PESO (FRT-QTDE-EMB)
000974                           FRT-EMB-QTDE (FRT-QTDE-EMB)
000974                           FRT-EMB-ADICIONAL (FRT-QTDE-EMB)
000974                           FRT-EMB-TAXA (FRT-QTDE-EMB)
000974                           FRT-EMB-VOLUME (FRT-QTDE-EMB)
000974             MOVE FRT-FATOR-PADRAO TO FRT-EMB-FATOR (FRT-QTDE-EMB)
000974             MOVE 'R' TO FRT-EMB-TIPO-PESO (FRT-QTDE-EMB)
000974             MOVE SPACES TO FRT-EMB-TRANSP (FRT-QTDE-EMB)
000974             MOVE 'N' TO FRT-EMB-SW-COTADO (FRT-QTDE-EMB)
000974             MOVE FRT-QTDE-EMB TO FRT-IND-EMB
000974 1560-COMPARAR-EMBARQUE.
000974     IF FRT-EMB-EMPRESA (FRT-SUB-EMB2) = FRT-EMPRESA-REG
000974             AND FRT-EMB-UF (FRT-SUB-EMB2) = ORDER-UF
000974             AND FRT-EMB-CEP (FRT-SUB-EMB2) = ORDER-CEP-DESTINO
000974             AND FRT-EMB-DATA (FRT-SUB-EMB2) = FRT-DATA-PEDIDO
000974         MOVE FRT-SUB-EMB2 TO FRT-IND-EMB
000974     ELSE
001180         FRT-PERIODO ' - RETIDO'.
001180 2045-RETER-PEDIDO-EXIT.
001180     EXIT.

001180*=========================================================
001180* PEDIDO CUJO EMBARQUE NENHUMA TRANSPORTADORA ABSORVE HOJE:
001180* NAO E FATURADO - VAI AO HELDTRX COMO RETIDO POR CAPACIDADE
001180* COM O PROXIMO DIA UTIL E FICA EM ABERTO NO ORDERS, PARA O
001180* LOTE DAQUELE DIA COTA-LO DE NOVO
001180*=========================================================
001180 2046-RETER-CAPACIDADE.
001180     ADD 1 TO FRT-QTDE-RETIDOS-CAP.
001180     IF FRT-PROXIMO-UTIL = ZEROS
001180         CALL 'DIAUTIL' USING BY CONTENT FRT-DATASISTEMA
001180                              BY CONTENT FRT-UM-DIA
001180                              BY REFERENCE FRT-PROXIMO-UTIL
001180                              BY CONTENT FRT-UF-NACIONAL
001180     END-IF.
001180     OPEN EXTEND HELD-TRANSACTIONS.
001180     IF FRT-HELDTRX-STATUS = '35'
001180         OPEN OUTPUT HELD-TRANSACTIONS
001180     END-IF.
001180     IF FRT-HELDTRX-STATUS = '00'
001180         MOVE FRT-PERIODO TO HLD-PERIODO
001180         MOVE 'PROGCOB13' TO HLD-PROGRAMA
001180         MOVE FRT-DATASISTEMA TO HLD-DATA-RETENCAO
001180         MOVE ORDER-RECORD TO HLD-IMAGEM
001180         SET HLD-RETIDA-CAPACIDADE TO TRUE
001180         MOVE FRT-PROXIMO-UTIL TO HLD-DATA-LIBERACAO
001180         MOVE 'SEM CAPACIDADE' TO HLD-RESULTADO
001180         WRITE HLD-HELD-RECORD
001180         CLOSE HELD-TRANSACTIONS
001180     END-IF.
001180     DISPLAY 'PEDIDO ' ORDER-NUMERO ' SEM CAPACIDADE DE '
001180         'TRANSPORTADORA - RETIDO PARA ' FRT-PROXIMO-UTIL.
001180 2046-RETER-CAPACIDADE-EXIT.
001180     EXIT.
000978 2050-FATURAR-PEDIDO.
000980     MOVE ZEROS TO FRT-FRETE-CALCULADO.
000980     MOVE ZEROS TO FRT-TAXA-USADA.
000980     SET FRT-NAO-RETIDO-CAP TO TRUE.
000981     MOVE SPACES TO FRT-MELHOR-TRANSP.
000981     MOVE SPACES TO FRT-ZONA-USADA.
000981     IF ORDER-DATA = ZEROS
000981         MOVE FRT-DATASISTEMA TO FRT-DATA-PEDIDO
000981     ELSE
000981         MOVE ORDER-DATA TO FRT-DATA-PEDIDO
000981     END-IF.
000981     MOVE ORDER-PESO TO FRT-PESO-TAXADO-PED.
000981     MOVE 'R' TO FRT-TIPO-PESO-PED.
000981     PERFORM 2090-CUBAR-PEDIDO THRU 2090-CUBAR-PEDIDO-EXIT.
000981     MOVE ZEROS TO FRT-ICMS.
000981     IF ORDER-DEVOLUCAO
000981         PERFORM 2500-FRETE-DEVOLUCAO
000981             THRU 2500-FRETE-DEVOLUCAO-EXIT
000981     ELSE
000982         PERFORM 2060-LOCALIZAR-EMBARQUE
000983             THRU 2060-LOCALIZAR-EMBARQUE-EXIT
000984         IF FRT-IND-EMB > 0
000985             PERFORM 2070-FRETE-CONSOLIDADO
000986                 THRU 2070-FRETE-CONSOLIDADO-EXIT
000987         ELSE
000988             PERFORM 2080-FRETE-INDIVIDUAL
000989                 THRU 2080-FRETE-INDIVIDUAL-EXIT
000990         END-IF
000990     END-IF.
000990     IF FRT-RETIDO-CAPACIDADE
000990         PERFORM 2046-RETER-CAPACIDADE
000990             THRU 2046-RETER-CAPACIDADE-EXIT
000990         GO TO 2050-FATURAR-PEDIDO-EXIT.
000990     PERFORM 2400-HONRAR-COTACAO THRU 2400-HONRAR-COTACAO-EXIT.

001052     PERFORM 2150-CONVERTER-MOEDA THRU 2150-CONVERTER-MOEDA-EXIT.
001052     MOVE SPACES TO FRT-D-TIPO.
001052     PERFORM 2550-CALCULAR-ICMS THRU 2550-CALCULAR-ICMS-EXIT.
001052     IF ORDER-DEVOLUCAO
001052         MOVE 'DEV' TO FRT-D-TIPO
001052         ADD 1 TO FRT-QTDE-DEVOLUCOES
001052         ADD FRT-FRETE-BRL TO FRT-FRETE-DEV-TOTAL
001052         ADD FRT-ICMS TO FRT-ICMS-DEV-TOTAL
001052     END-IF.

001060     MOVE ORDER-PRODUTO TO FRT-D-PRODUTO.
001070     MOVE ORDER-UF TO FRT-D-UF.
001094     MOVE FRT-FRETE-BRL TO FRT-D-FRETE-BRL.
001096     MOVE FRT-MELHOR-TRANSP TO FRT-D-TRANSP.
001100     WRITE FRT-REPORT-LINE FROM FRT-LINHA-DETALHE.
001100     IF FRT-COTACAO-HONRADA
001100         WRITE FRT-REPORT-LINE FROM FRT-LINHA-COTACAO
001100         COMPUTE FRT-DIF-COT-TOTAL = FRT-DIF-COT-TOTAL
001100             + (FRT-DIF-COTACAO * FRT-TAXA-CONVERSAO)
001100     END-IF.

001110     ADD 1 TO FRT-QTDE-PEDIDOS.
001110     IF FRT-TIPO-PESO-PED = 'C'
001110         ADD 1 TO FRT-QTDE-CUBADOS
001110     END-IF.
001120     ADD ORDER-VALOR TO FRT-VALOR-TOTAL.
001130     ADD FRT-FRETE-BRL TO FRT-FRETE-TOTAL.
001131     PERFORM 2075-ACUMULAR-EMPRESA
001140         MOVE ORDER-VALOR TO FRH-VALOR
001140         MOVE ORDER-PESO TO FRH-PESO
001140         MOVE FRT-ADICIONAL-PESO TO FRH-ADICIONAL-PESO
001140         MOVE FRT-ICMS TO FRH-ICMS
001140         MOVE ORDER-MOEDA TO FRH-MOEDA
001140         MOVE FRT-TAXA-USADA TO FRH-TAXA-UTILIZADA
001140         MOVE FRT-FRETE-CALCULADO TO FRH-FRETE
001140         MOVE FRT-MELHOR-TRANSP TO FRH-TRANSPORTADORA
001140         MOVE FRT-FRETE-BRL TO FRH-FRETE-BRL
001140         MOVE FRT-EMPRESA-REG TO FRH-EMPRESA
001140         MOVE FRT-PESO-TAXADO-PED TO FRH-PESO-TAXADO
001140         MOVE FRT-TIPO-PESO-PED TO FRH-TIPO-PESO
001140         IF ORDER-DEVOLUCAO
001140             SET FRH-TIPO-DEVOLUCAO TO TRUE
001140         ELSE
001140             SET FRH-TIPO-NORMAL TO TRUE
001140         END-IF
001140         MOVE ZEROS TO FRH-CREDITO-ABATIDO
001140         MOVE ZEROS TO FRH-DATA-PAGAMENTO
001140         MOVE ZEROS TO FRH-LOTE-PAGAMENTO
001140         MOVE FRH-DATA-CALCULO (1:6) TO FRH-PERIODO
001140         MOVE ORDER-CLIENTE TO FRH-CLIENTE
001140         MOVE ZEROS TO FRH-FATURA-CLIENTE
001140         MOVE FRT-ZONA-USADA TO FRH-ZONA
001140         WRITE FRH-RECORD
001140             INVALID KEY
001140                 CONTINUE
001185*=========================================================
001185* FRETE CONSOLIDADO: O EMBARQUE E COTADO UMA UNICA VEZ
001185* (ADICIONAL SOBRE O PESO COMBINADO, TAXA SOBRE O VALOR
001185* TOTAL) E O ADICIONAL E RATEADO AO PEDIDO PELO PESO - OU
001185* PELO VOLUME, QUANDO O EMBARQUE FOI TAXADO PELO CUBADO
001185*=========================================================
001185 2070-FRETE-CONSOLIDADO.
001185     IF FRT-EMB-SW-COTADO (FRT-IND-EMB) = 'N'
001185         PERFORM 2075-COTAR-EMBARQUE
001185             THRU 2075-COTAR-EMBARQUE-EXIT
001185     END-IF.
001185     MOVE FRT-EMB-ZONA (FRT-IND-EMB) TO FRT-ZONA-USADA.
001185     IF FRT-EMB-SW-COTADO (FRT-IND-EMB) = 'F'
001185         MOVE ZEROS TO FRT-FRETE-CALCULADO
001185         MOVE ZEROS TO FRT-ADICIONAL-PESO
001185         GO TO 2070-FRETE-CONSOLIDADO-EXIT.
001185     IF FRT-EMB-SW-COTADO (FRT-IND-EMB) = 'R'
001185         SET FRT-RETIDO-CAPACIDADE TO TRUE
001185         GO TO 2070-FRETE-CONSOLIDADO-EXIT.
001185     MOVE FRT-EMB-TRANSP (FRT-IND-EMB) TO FRT-MELHOR-TRANSP.
001185     MOVE FRT-EMB-TAXA (FRT-IND-EMB) TO FRT-TAXA-USADA.
001185     EVALUATE TRUE
001185         WHEN FRT-EMB-TIPO-PESO (FRT-IND-EMB) = 'C'
001185                 AND FRT-EMB-VOLUME (FRT-IND-EMB) > 0
001185             COMPUTE FRT-ADICIONAL-PESO ROUNDED =
001185                 FRT-EMB-ADICIONAL (FRT-IND-EMB)
001185                     * FRT-VOLUME-PEDIDO
001185                     / FRT-EMB-VOLUME (FRT-IND-EMB)
001185             COMPUTE FRT-PESO-TAXADO-PED ROUNDED =
001185                 FRT-VOLUME-PEDIDO * FRT-EMB-FATOR (FRT-IND-EMB)
001185             MOVE 'C' TO FRT-TIPO-PESO-PED
001185         WHEN FRT-EMB-PESO (FRT-IND-EMB) > 0
001185             COMPUTE FRT-ADICIONAL-PESO ROUNDED =
001185                 FRT-EMB-ADICIONAL (FRT-IND-EMB)
001185                     * ORDER-PESO / FRT-EMB-PESO (FRT-IND-EMB)
001185         WHEN OTHER
001185             MOVE FRT-EMB-ADICIONAL (FRT-IND-EMB)
001185                 TO FRT-ADICIONAL-PESO
001185     END-EVALUATE.
001185     COMPUTE FRT-FRETE-CALCULADO =
001185         (ORDER-VALOR * FRT-TAXA-USADA) + FRT-ADICIONAL-PESO.
001185 2070-FRETE-CONSOLIDADO-EXIT.
001185     EXIT.

001185 2075-COTAR-EMBARQUE.
001185     MOVE FRT-EMB-PESO (FRT-IND-EMB) TO FRT-COT-PESO.
001185     MOVE FRT-EMB-VOLUME (FRT-IND-EMB) TO FRT-COT-VOLUME.
001185     MOVE FRT-EMB-VALOR (FRT-IND-EMB) TO FRT-COT-VALOR.
001185     PERFORM 2200-COTAR-TRANSPORTADORAS
001185         THRU 2200-COTAR-TRANSPORTADORAS-EXIT.
001185     MOVE FRT-ADICIONAL-PESO
001185         TO FRT-EMB-ADICIONAL (FRT-IND-EMB).
001185     MOVE FRT-TIPO-PESO TO FRT-EMB-TIPO-PESO (FRT-IND-EMB).
001185     MOVE FRT-FATOR-USADO TO FRT-EMB-FATOR (FRT-IND-EMB).
001185     MOVE FRT-ZONA-USADA TO FRT-EMB-ZONA (FRT-IND-EMB).
001185     IF FRT-RETIDO-CAPACIDADE
001185         MOVE 'R' TO FRT-EMB-SW-COTADO (FRT-IND-EMB)
001185         GO TO 2075-COTAR-EMBARQUE-EXIT.
001185     IF FRT-COTACAO-ACHADA
001185         MOVE FRT-MELHOR-TRANSP
001185             TO FRT-EMB-TRANSP (FRT-IND-EMB)
001185* NO MESMO DESENHO ANTERIOR A CONSOLIDACAO
001185*=========================================================
001185 2080-FRETE-INDIVIDUAL.
001185     MOVE ORDER-PESO TO FRT-COT-PESO.
001185     MOVE FRT-VOLUME-PEDIDO TO FRT-COT-VOLUME.
001185     MOVE ORDER-VALOR TO FRT-COT-VALOR.
001185     PERFORM 2200-COTAR-TRANSPORTADORAS
001185         THRU 2200-COTAR-TRANSPORTADORAS-EXIT.
001185     MOVE FRT-PESO-TAXADO TO FRT-PESO-TAXADO-PED.
001185     MOVE FRT-TIPO-PESO TO FRT-TIPO-PESO-PED.
001185     IF FRT-RETIDO-CAPACIDADE
001185         GO TO 2080-FRETE-INDIVIDUAL-EXIT.
001185     IF FRT-COTACAO-NAO-ACHADA
001185         PERFORM 2300-LOCALIZAR-TAXA-UF
001185             THRU 2300-LOCALIZAR-TAXA-UF-EXIT
001185 2080-FRETE-INDIVIDUAL-EXIT.
001185     EXIT.

001185*=========================================================
001185* VOLUME DO PEDIDO EM M3 PELO CADASTRO DE PRODUTOS:
001185* UNIDADES = PESO DO PEDIDO / PESO UNITARIO (ARREDONDADO
001185* PARA CIMA) X ALTURA X LARGURA X COMPRIMENTO EM CM.
001185* PRODUTO FORA DO CADASTRO = VOLUME ZERO (PESO REAL)
001185*=========================================================
001185 2090-CUBAR-PEDIDO.
001185     MOVE ZEROS TO FRT-VOLUME-PEDIDO.
001185     IF NOT FRT-PRODMAST-DISPONIVEL OR ORDER-PESO = ZEROS
001185         GO TO 2090-CUBAR-PEDIDO-EXIT.
001185     MOVE ORDER-PRODUTO TO PRD-CODIGO.
001185     READ PRODUCT-MASTER
001185         INVALID KEY
001185             GO TO 2090-CUBAR-PEDIDO-EXIT
001185     END-READ.
001185     IF PRD-PESO-UNITARIO = ZEROS
001185         GO TO 2090-CUBAR-PEDIDO-EXIT.
001185     COMPUTE FRT-QTDE-VOLUMES = ORDER-PESO / PRD-PESO-UNITARIO.
001185     IF FRT-QTDE-VOLUMES * PRD-PESO-UNITARIO < ORDER-PESO
001185         ADD 1 TO FRT-QTDE-VOLUMES
001185     END-IF.
001185     COMPUTE FRT-VOLUME-PEDIDO ROUNDED =
001185         FRT-QTDE-VOLUMES * PRD-ALTURA * PRD-LARGURA
001185             * PRD-COMPRIMENTO / 1000000
001185         ON SIZE ERROR
001185             DISPLAY 'ATENCAO: VOLUME DO PEDIDO ' ORDER-NUMERO
001185                 ' ESTOUROU O CAMPO - TAXADO PELO PESO REAL'
001185             MOVE ZEROS TO FRT-VOLUME-PEDIDO
001185     END-COMPUTE.
001185 2090-CUBAR-PEDIDO-EXIT.
001185     EXIT.

001185 2100-CALCULAR-ADICIONAL-PESO.
001186     EVALUATE TRUE
001187         WHEN FRT-PESO-COTACAO <= 5
001196 2100-CALCULAR-ADICIONAL-PESO-EXIT.
001197     EXIT.

001197*=========================================================
001197* PESO TAXADO DA COTACAO: O MAIOR ENTRE O PESO REAL E O
001197* PESO CUBADO (VOLUME X FATOR DE CUBAGEM DA COTACAO), E O
001197* ADICIONAL POR FAIXA SOBRE ELE
001197*=========================================================
001197 2110-APURAR-PESO-TAXADO.
001197     COMPUTE FRT-PESO-CUBADO ROUNDED =
001197         FRT-COT-VOLUME * FRT-FATOR-COT
001197         ON SIZE ERROR
001197             MOVE ZEROS TO FRT-PESO-CUBADO
001197     END-COMPUTE.
001197     IF FRT-PESO-CUBADO > FRT-COT-PESO
001197         MOVE FRT-PESO-CUBADO TO FRT-PESO-TAXADO
001197         MOVE 'C' TO FRT-TIPO-PESO
001197     ELSE
001197         MOVE FRT-COT-PESO TO FRT-PESO-TAXADO
001197         MOVE 'R' TO FRT-TIPO-PESO
001197     END-IF.
001197     MOVE FRT-PESO-TAXADO TO FRT-PESO-COTACAO.
001197     PERFORM 2100-CALCULAR-ADICIONAL-PESO
001197         THRU 2100-CALCULAR-ADICIONAL-PESO-EXIT.
001197 2110-APURAR-PESO-TAXADO-EXIT.
001197     EXIT.

001197 2200-COTAR-TRANSPORTADORAS.
001197     SET FRT-COTACAO-NAO-ACHADA TO TRUE.
001197     MOVE ZEROS TO FRT-MELHOR-FRETE.
001197     MOVE SPACES TO FRT-MELHOR-ZONA.
001197     SET FRT-LIVRE-NAO-ACHADA TO TRUE.
001197     SET FRT-SEM-LOTACAO TO TRUE.
001197     SET FRT-NAO-RETIDO-CAP TO TRUE.
001197     MOVE ZEROS TO FRT-MELHOR-IND-CAP.
001197     IF FRT-CARRTAB-DISPONIVEL OR FRT-CEPZONA-DISPONIVEL
001197         PERFORM 2210-COTAR-UMA-TRANSP
001197             THRU 2210-COTAR-UMA-TRANSP-EXIT
001197             VARYING FRT-IND FROM 1 BY 1
001197             UNTIL FRT-IND > FRT-QTDE-TRANSP
001197     END-IF.
001197*    TRANSPORTADORA COM TAXA MAS TODAS SEM CAPACIDADE HOJE =
001197*    EMBARQUE RETIDO (NAO CAI NA TAXA POR UF, SEM TRANSPORTADORA)
001197     IF FRT-COTACAO-NAO-ACHADA AND FRT-HOUVE-LOTACAO
001197         SET FRT-RETIDO-CAPACIDADE TO TRUE
001197     END-IF.
001197     IF FRT-COTACAO-ACHADA
001197         PERFORM 2270-CONSUMIR-CAPACIDADE
001197             THRU 2270-CONSUMIR-CAPACIDADE-EXIT
001197     END-IF.
001197*    SEM COTACAO DE TRANSPORTADORA, O ADICIONAL PARA A TAXA
001197*    POR UF E APURADO PELO FATOR DE CUBAGEM PADRAO
001197     IF FRT-COTACAO-ACHADA
001197         MOVE FRT-MELHOR-FRETE TO FRT-FRETE-CALCULADO
001197         MOVE FRT-MELHOR-ADICIONAL TO FRT-ADICIONAL-PESO
001197         MOVE FRT-MELHOR-PESO-TAX TO FRT-PESO-TAXADO
001197         MOVE FRT-MELHOR-TIPO-PESO TO FRT-TIPO-PESO
001197         MOVE FRT-MELHOR-FATOR TO FRT-FATOR-USADO
001197         MOVE FRT-MELHOR-ZONA TO FRT-ZONA-USADA
001197     ELSE
001197         MOVE SPACES TO FRT-ZONA-USADA
001197         MOVE FRT-FATOR-PADRAO TO FRT-FATOR-COT
001197         PERFORM 2110-APURAR-PESO-TAXADO
001197             THRU 2110-APURAR-PESO-TAXADO-EXIT
001197         MOVE FRT-FATOR-PADRAO TO FRT-FATOR-USADO
001197     END-IF.
001197 2200-COTAR-TRANSPORTADORAS-EXIT.
001197     EXIT.

001197 2210-COTAR-UMA-TRANSP.
001197     MOVE FRT-TRANSP-CODIGO (FRT-IND) TO FRT-TRANSP-PROCURADA.
001197     SET FRT-TAXA-TRANSP-NAO-ACHADA TO TRUE.
001197     PERFORM 2220-LOCALIZAR-ZONA-TRANSP
001197         THRU 2220-LOCALIZAR-ZONA-TRANSP-EXIT.
001197     IF FRT-ZONA-ACHADA
001197         SET FRT-TAXA-TRANSP-ACHADA TO TRUE
001197     ELSE
001197         IF FRT-CARRTAB-DISPONIVEL
001197             PERFORM 2230-LOCALIZAR-TAXA-TRANSP
001197                 THRU 2230-LOCALIZAR-TAXA-TRANSP-EXIT
001197         END-IF
001197     END-IF.
001197     IF FRT-TAXA-TRANSP-ACHADA
001197         MOVE FRT-TRANSP-FATOR (FRT-IND) TO FRT-FATOR-COT
001197         PERFORM 2110-APURAR-PESO-TAXADO
001197             THRU 2110-APURAR-PESO-TAXADO-EXIT
001197         COMPUTE FRT-FRETE-COTADO =
001197             (FRT-COT-VALOR * FRT-MULT-TRANSP)
001197                 + FRT-ADICIONAL-PESO
001197         IF FRT-LIVRE-NAO-ACHADA
001197                 OR FRT-FRETE-COTADO < FRT-LIVRE-FRETE
001197             MOVE FRT-FRETE-COTADO TO FRT-LIVRE-FRETE
001197             MOVE FRT-TRANSP-CODIGO (FRT-IND) TO FRT-LIVRE-TRANSP
001197             SET FRT-LIVRE-ACHADA TO TRUE
001197         END-IF
001197         PERFORM 2260-CONFERIR-CAPACIDADE
001197             THRU 2260-CONFERIR-CAPACIDADE-EXIT
001197         IF FRT-CAPACIDADE-ESGOTADA
001197             SET FRT-HOUVE-LOTACAO TO TRUE
001197         END-IF
001197         IF FRT-CAPACIDADE-OK AND (FRT-COTACAO-NAO-ACHADA
001197                 OR FRT-FRETE-COTADO < FRT-MELHOR-FRETE)
001197             MOVE FRT-IND-CAP TO FRT-MELHOR-IND-CAP
001197             MOVE FRT-FRETE-COTADO TO FRT-MELHOR-FRETE
001197             MOVE FRT-ADICIONAL-PESO TO FRT-MELHOR-ADICIONAL
001197             MOVE FRT-PESO-TAXADO TO FRT-MELHOR-PESO-TAX
001197             MOVE FRT-TIPO-PESO TO FRT-MELHOR-TIPO-PESO
001197             MOVE FRT-FATOR-COT TO FRT-MELHOR-FATOR
001197             MOVE FRT-TRANSP-CODIGO (FRT-IND)
001197                 TO FRT-MELHOR-TRANSP
001197             MOVE FRT-MULT-TRANSP TO FRT-TAXA-USADA
001197             MOVE FRT-ZONA-COT TO FRT-MELHOR-ZONA
001197             SET FRT-COTACAO-ACHADA TO TRUE
001197         END-IF
001197     END-IF.
001197 2210-COTAR-UMA-TRANSP-EXIT.
001197     EXIT.

001197*=========================================================
001197* ZONA DE ENTREGA DA TRANSPORTADORA QUE COBRE O CEP DO
001197* DESTINO, VIGENTE NA DATA DO PEDIDO - AS FAIXAS VEM EM
001197* ORDEM DE CEP INICIAL E A VARREDURA PARA NA PRIMEIRA QUE
001197* COMECA DEPOIS DO CEP. SEM CEP OU SEM TABELA, NAO HA ZONA
001197*=========================================================
001197 2220-LOCALIZAR-ZONA-TRANSP.
001197     SET FRT-ZONA-NAO-ACHADA TO TRUE.
001197     MOVE SPACES TO FRT-ZONA-COT.
001197     IF NOT FRT-CEPZONA-DISPONIVEL OR ORDER-CEP-DESTINO = ZEROS
001197         GO TO 2220-LOCALIZAR-ZONA-TRANSP-EXIT.
001197     SET FRT-VARREDURA-ATIVA TO TRUE.
001197     MOVE FRT-TRANSP-PROCURADA TO CZN-TRANSPORTADORA.
001197     MOVE ORDER-UF TO CZN-UF.
001197     MOVE ZEROS TO CZN-CEP-INI.
001197     MOVE ZEROS TO CZN-VIGENCIA-INI.
001197     START CEP-ZONE-TABLE KEY >= CZN-CHAVE
001197         INVALID KEY
001197             SET FRT-FIM-VARREDURA TO TRUE
001197     END-START.
001197     IF FRT-CEPZONA-STATUS NOT = '00'
001197         SET FRT-FIM-VARREDURA TO TRUE
001197     END-IF.
001197     PERFORM 2225-LER-ZONA-TRANSP
001197         THRU 2225-LER-ZONA-TRANSP-EXIT
001197         UNTIL FRT-FIM-VARREDURA.
001197 2220-LOCALIZAR-ZONA-TRANSP-EXIT.
001197     EXIT.

001197 2225-LER-ZONA-TRANSP.
001197     READ CEP-ZONE-TABLE NEXT RECORD
001197         AT END
001197             SET FRT-FIM-VARREDURA TO TRUE
001197         NOT AT END
001197             IF CZN-TRANSPORTADORA NOT = FRT-TRANSP-PROCURADA
001197                     OR CZN-UF NOT = ORDER-UF
001197                     OR CZN-CEP-INI > ORDER-CEP-DESTINO
001197                 SET FRT-FIM-VARREDURA TO TRUE
001197             ELSE
001197                 IF CZN-CEP-FIM >= ORDER-CEP-DESTINO
001197                         AND CZN-VIGENCIA-INI <= FRT-DATA-PEDIDO
001197                         AND (CZN-VIGENCIA-FIM = ZEROS
001197                         OR CZN-VIGENCIA-FIM >= FRT-DATA-PEDIDO)
001197                     MOVE CZN-MULTIPLIER TO FRT-MULT-TRANSP
001197                     MOVE CZN-ZONA TO FRT-ZONA-COT
001197                     SET FRT-ZONA-ACHADA TO TRUE
001197                 END-IF
001197             END-IF
001197     END-READ.
001197     IF FRT-CEPZONA-STATUS NOT = '00'
001197         SET FRT-FIM-VARREDURA TO TRUE
001197     END-IF.
001197 2225-LER-ZONA-TRANSP-EXIT.
001197     EXIT.

001197 2230-LOCALIZAR-TAXA-TRANSP.
001197     SET FRT-TAXA-TRANSP-NAO-ACHADA TO TRUE.
001197     SET FRT-VARREDURA-ATIVA TO TRUE.
001197                 IF CTB-VIGENCIA-FIM = ZEROS
001197                         OR CTB-VIGENCIA-FIM >= FRT-DATA-PEDIDO
001197                     MOVE CTB-MULTIPLIER TO FRT-MULT-TRANSP
001197                     MOVE CTB-MULT-DEVOLUCAO
001197                         TO FRT-MULT-DEVOLUCAO
001197                     SET FRT-TAXA-TRANSP-ACHADA TO TRUE
001197                 END-IF
001197             END-IF
001197 2240-LER-TAXA-TRANSP-EXIT.
001197     EXIT.

001197*=========================================================
001197* CAPACIDADE DO DIA DA TRANSPORTADORA NA UF DO PEDIDO: O
001197* EMBARQUE COTADO (PESO REAL E MAIS UM EMBARQUE) PRECISA
001197* CABER NO QUE SOBROU DO LIMITE. SEM TABELA, SEM REGISTRO OU
001197* LIMITE ZERO = SEM LIMITE
001197*=========================================================
001197 2260-CONFERIR-CAPACIDADE.
001197     SET FRT-CAPACIDADE-OK TO TRUE.
001197     MOVE ZEROS TO FRT-IND-CAP.
001197     IF NOT FRT-CARRCAP-DISPONIVEL
001197         GO TO 2260-CONFERIR-CAPACIDADE-EXIT.
001197     MOVE 1 TO FRT-SUB-CAP.
001197     PERFORM 2265-COMPARAR-CAPACIDADE
001197         THRU 2265-COMPARAR-CAPACIDADE-EXIT
001197         UNTIL FRT-SUB-CAP > FRT-QTDE-CAP
001197             OR FRT-IND-CAP > 0.
001197     IF FRT-IND-CAP = ZEROS
001197         IF FRT-QTDE-CAP >= 270
001197             GO TO 2260-CONFERIR-CAPACIDADE-EXIT
001197         END-IF
001197         ADD 1 TO FRT-QTDE-CAP
001197         MOVE FRT-QTDE-CAP TO FRT-IND-CAP
001197         MOVE FRT-TRANSP-PROCURADA TO FRT-CAP-TRANSP (FRT-IND-CAP)
001197         MOVE ORDER-UF TO FRT-CAP-UF (FRT-IND-CAP)
001197         MOVE ZEROS TO FRT-CAP-PESO-USADO (FRT-IND-CAP)
001197                       FRT-CAP-QTDE-USADA (FRT-IND-CAP)
001197         MOVE FRT-TRANSP-PROCURADA TO CCP-TRANSPORTADORA
001197         MOVE ORDER-UF TO CCP-UF
001197         MOVE FRT-DIA-SEMANA TO CCP-DIA-SEMANA
001197         READ CARRIER-CAPACITY
001197             INVALID KEY
001197                 MOVE ZEROS TO FRT-CAP-PESO-MAX (FRT-IND-CAP)
001197                               FRT-CAP-QTDE-MAX (FRT-IND-CAP)
001197             NOT INVALID KEY
001197                 MOVE CCP-PESO-MAXIMO
001197                     TO FRT-CAP-PESO-MAX (FRT-IND-CAP)
001197                 MOVE CCP-QTDE-MAXIMA
001197                     TO FRT-CAP-QTDE-MAX (FRT-IND-CAP)
001197         END-READ
001197     END-IF.
001197     IF FRT-CAP-PESO-MAX (FRT-IND-CAP) > ZEROS
001197             AND FRT-CAP-PESO-USADO (FRT-IND-CAP) + FRT-COT-PESO
001197                 > FRT-CAP-PESO-MAX (FRT-IND-CAP)
001197         SET FRT-CAPACIDADE-ESGOTADA TO TRUE
001197     END-IF.
001197     IF FRT-CAP-QTDE-MAX (FRT-IND-CAP) > ZEROS
001197             AND FRT-CAP-QTDE-USADA (FRT-IND-CAP)
001197                 >= FRT-CAP-QTDE-MAX (FRT-IND-CAP)
001197         SET FRT-CAPACIDADE-ESGOTADA TO TRUE
001197     END-IF.
001197 2260-CONFERIR-CAPACIDADE-EXIT.
001197     EXIT.

001197 2265-COMPARAR-CAPACIDADE.
001197     IF FRT-CAP-TRANSP (FRT-SUB-CAP) = FRT-TRANSP-PROCURADA
001197             AND FRT-CAP-UF (FRT-SUB-CAP) = ORDER-UF
001197         MOVE FRT-SUB-CAP TO FRT-IND-CAP
001197     ELSE
001197         ADD 1 TO FRT-SUB-CAP
001197     END-IF.
001197 2265-COMPARAR-CAPACIDADE-EXIT.
001197     EXIT.

001197*=========================================================
001197* A TRANSPORTADORA ESCOLHIDA CONSOME A CAPACIDADE DO DIA COM
001197* O EMBARQUE; SE NAO E A MAIS BARATA (QUE ESTAVA LOTADA), O
001197* DESVIO E O CUSTO EXTRA VAO PARA A SECAO DE TRANSBORDO
001197*=========================================================
001197 2270-CONSUMIR-CAPACIDADE.
001197     IF FRT-MELHOR-IND-CAP > 0
001197         ADD FRT-COT-PESO
001197             TO FRT-CAP-PESO-USADO (FRT-MELHOR-IND-CAP)
001197         ADD 1 TO FRT-CAP-QTDE-USADA (FRT-MELHOR-IND-CAP)
001197     END-IF.
001197     IF FRT-LIVRE-TRANSP = FRT-MELHOR-TRANSP
001197         GO TO 2270-CONSUMIR-CAPACIDADE-EXIT.
001197     ADD 1 TO FRT-QTDE-TRANSBORDOS.
001197     ADD FRT-MELHOR-FRETE TO FRT-EXTRA-TOTAL.
001197     SUBTRACT FRT-LIVRE-FRETE FROM FRT-EXTRA-TOTAL.
001197     IF FRT-QTDE-TRB >= 100
001197         GO TO 2270-CONSUMIR-CAPACIDADE-EXIT.
001197     ADD 1 TO FRT-QTDE-TRB.
001197     MOVE ORDER-UF TO FRT-TRB-UF (FRT-QTDE-TRB).
001197     MOVE FRT-COT-PESO TO FRT-TRB-PESO (FRT-QTDE-TRB).
001197     MOVE FRT-LIVRE-TRANSP TO FRT-TRB-TRANSP-PREF (FRT-QTDE-TRB).
001197     MOVE FRT-LIVRE-FRETE TO FRT-TRB-FRETE-PREF (FRT-QTDE-TRB).
001197     MOVE FRT-MELHOR-TRANSP
001197         TO FRT-TRB-TRANSP-USADA (FRT-QTDE-TRB).
001197     MOVE FRT-MELHOR-FRETE TO FRT-TRB-FRETE-USADO (FRT-QTDE-TRB).
001197     COMPUTE FRT-TRB-EXTRA (FRT-QTDE-TRB) =
001197         FRT-MELHOR-FRETE - FRT-LIVRE-FRETE.
001197 2270-CONSUMIR-CAPACIDADE-EXIT.
001197     EXIT.

001197 2300-LOCALIZAR-TAXA-UF.
001197     SET FRT-TAXA-UF-NAO-ACHADA TO TRUE.
001197     SET FRT-VARREDURA-ATIVA TO TRUE.
001197 2310-LER-TAXA-UF-EXIT.
001197     EXIT.

001197*=========================================================
001197* COTACAO DE FRETE DA AREA DE VENDAS: SE O PEDIDO TRAZ O
001197* NUMERO DE UMA COTACAO EM ABERTO, VALIDA NA DATA DO
001197* PEDIDO, DA MESMA UF/CEP/MOEDA E O PEDIDO NAO PASSA DO
001197* VALOR E DO PESO COTADOS, O FRETE COTADO SUBSTITUI O
001197* RECALCULADO E A COTACAO PASSA A CONVERTIDA. DO
001197* CONTRARIO O PEDIDO SEGUE PELA TAXA ATUAL, COM AVISO
001197*=========================================================
001197 2400-HONRAR-COTACAO.
001197     SET FRT-COTACAO-NAO-HONRADA TO TRUE.
001197     IF ORDER-COTACAO = ZEROS
001197         GO TO 2400-HONRAR-COTACAO-EXIT.
001197     MOVE SPACES TO FRT-MOTIVO-COTACAO.
001197     IF NOT FRT-COTFRETE-DISPONIVEL
001197         MOVE 'ARQUIVO DE COTACOES AUSENTE' TO FRT-MOTIVO-COTACAO
001197         GO TO 2400-HONRAR-COTACAO-AVISO.
001197     MOVE ORDER-COTACAO TO CFR-NUMERO.
001197     READ QUOTE-FILE
001197         INVALID KEY
001197             MOVE 'NAO CADASTRADA' TO FRT-MOTIVO-COTACAO
001197     END-READ.
001197     IF FRT-MOTIVO-COTACAO NOT = SPACES
001197         GO TO 2400-HONRAR-COTACAO-AVISO.
001197*    SEM CADASTRO DE TRANSPORTADORAS NAO HA O QUE CONFERIR
001197     MOVE 'N' TO FRT-SW-HABILITADA.
001197     IF FRT-QTDE-TRANSP = ZERO
001197         SET FRT-TRANSP-HABILITADA TO TRUE
001197     END-IF.
001197     MOVE 1 TO FRT-SUB-HAB.
001197     PERFORM 2410-PROCURAR-TRANSP THRU 2410-PROCURAR-TRANSP-EXIT
001197         UNTIL FRT-SUB-HAB > FRT-QTDE-TRANSP
001197             OR FRT-TRANSP-HABILITADA.
001197     EVALUATE TRUE
001197         WHEN NOT CFR-ABERTA
001197             MOVE 'JA CONVERTIDA' TO FRT-MOTIVO-COTACAO
001197         WHEN FRT-DATA-PEDIDO > CFR-VALIDADE
001197             MOVE 'VENCIDA' TO FRT-MOTIVO-COTACAO
001197         WHEN CFR-UF NOT = ORDER-UF
001197             MOVE 'UF DIFERENTE DO PEDIDO' TO FRT-MOTIVO-COTACAO
001197         WHEN CFR-CEP NOT = ZEROS
001197                 AND CFR-CEP NOT = ORDER-CEP-DESTINO
001197             MOVE 'CEP DIFERENTE DO PEDIDO' TO FRT-MOTIVO-COTACAO
001197         WHEN CFR-MOEDA NOT = ORDER-MOEDA
001197             MOVE 'MOEDA DIFERENTE DO PEDIDO'
001197                 TO FRT-MOTIVO-COTACAO
001197         WHEN ORDER-VALOR > CFR-VALOR
001197             MOVE 'VALOR ACIMA DO COTADO' TO FRT-MOTIVO-COTACAO
001197         WHEN ORDER-PESO > CFR-PESO
001197             MOVE 'PESO ACIMA DO COTADO' TO FRT-MOTIVO-COTACAO
001197         WHEN NOT FRT-TRANSP-HABILITADA
001197             MOVE 'TRANSPORTADORA NAO HABILITADA'
001197                 TO FRT-MOTIVO-COTACAO
001197     END-EVALUATE.
001197     IF FRT-MOTIVO-COTACAO NOT = SPACES
001197         GO TO 2400-HONRAR-COTACAO-AVISO.
001197     MOVE FRT-FRETE-CALCULADO TO FRT-FRETE-ATUAL.
001197     COMPUTE FRT-DIF-COTACAO = CFR-FRETE - FRT-FRETE-ATUAL.
001197     MOVE CFR-FRETE TO FRT-FRETE-CALCULADO.
001197     MOVE CFR-ADICIONAL-PESO TO FRT-ADICIONAL-PESO.
001197     MOVE CFR-TAXA TO FRT-TAXA-USADA.
001197     MOVE CFR-TRANSPORTADORA TO FRT-MELHOR-TRANSP.
001197     MOVE CFR-ZONA TO FRT-ZONA-USADA.
001197     MOVE CFR-NUMERO TO FRT-C-NUMERO.
001197     MOVE CFR-FRETE TO FRT-C-COTADO.
001197     MOVE FRT-FRETE-ATUAL TO FRT-C-ATUAL.
001197     MOVE FRT-DIF-COTACAO TO FRT-C-DIFERENCA.
001197     MOVE CFR-TRANSPORTADORA TO FRT-C-TRANSP.
001197     SET CFR-CONVERTIDA TO TRUE.
001197     MOVE ORDER-NUMERO TO CFR-NUMERO-PEDIDO.
001197     MOVE FRT-DATASISTEMA TO CFR-DATA-CONVERSAO.
001197     REWRITE CFR-RECORD
001197         INVALID KEY
001197             DISPLAY 'ERRO AO CONVERTER A COTACAO ' CFR-NUMERO
001197     END-REWRITE.
001197     SET FRT-COTACAO-HONRADA TO TRUE.
001197     ADD 1 TO FRT-QTDE-HONRADAS.
001197     GO TO 2400-HONRAR-COTACAO-EXIT.
001197 2400-HONRAR-COTACAO-AVISO.
001197     ADD 1 TO FRT-QTDE-NAO-HONRADAS.
001197     DISPLAY 'PEDIDO ' ORDER-NUMERO ' COTACAO ' ORDER-COTACAO
001197         ' NAO HONRADA: ' FRT-MOTIVO-COTACAO.
001197 2400-HONRAR-COTACAO-EXIT.
001197     EXIT.

001197*    TRANSPORTADORA DA COTACAO ENTRE AS CARREGADAS (ATIVAS E
001197*    SEM DOCUMENTO OBRIGATORIO VENCIDO)
001197 2410-PROCURAR-TRANSP.
001197     IF FRT-TRANSP-CODIGO (FRT-SUB-HAB) = CFR-TRANSPORTADORA
001197         SET FRT-TRANSP-HABILITADA TO TRUE
001197     ELSE
001197         ADD 1 TO FRT-SUB-HAB
001197     END-IF.
001197 2410-PROCURAR-TRANSP-EXIT.
001197     EXIT.

001197*=========================================================
001197* FRETE DE DEVOLUCAO: SO A TRANSPORTADORA DA ENTREGA
001197* ORIGINAL, PELO MULTIPLICADOR DE DEVOLUCAO DA SUA TAXA NA
001197* UF DE DESTINO DO RETORNO (ZEROS = O MESMO DA ENTREGA) E
001197* PELO SEU FATOR DE CUBAGEM. SEM TAXA DA TRANSPORTADORA,
001197* COTADO PELA TAXA DA UF, COM AVISO - A TRANSPORTADORA DO
001197* RETORNO CONTINUA SENDO A DA ENTREGA
001197*=========================================================
001197 2500-FRETE-DEVOLUCAO.
001197     MOVE ORDER-TRANSP-ORIGEM TO FRT-TRANSP-PROCURADA.
001197     MOVE ORDER-TRANSP-ORIGEM TO FRT-MELHOR-TRANSP.
001197     MOVE ORDER-PESO TO FRT-COT-PESO.
001197     MOVE FRT-VOLUME-PEDIDO TO FRT-COT-VOLUME.
001197     MOVE FRT-FATOR-PADRAO TO FRT-FATOR-COT.
001197     MOVE 'N' TO FRT-SW-HABILITADA.
001197     MOVE 1 TO FRT-SUB-HAB.
001197     PERFORM 2510-FATOR-DEVOLUCAO THRU 2510-FATOR-DEVOLUCAO-EXIT
001197         UNTIL FRT-SUB-HAB > FRT-QTDE-TRANSP
001197             OR FRT-TRANSP-HABILITADA.
001197     SET FRT-TAXA-TRANSP-NAO-ACHADA TO TRUE.
001197     IF FRT-CARRTAB-DISPONIVEL
001197             AND ORDER-TRANSP-ORIGEM NOT = SPACES
001197         PERFORM 2230-LOCALIZAR-TAXA-TRANSP
001197             THRU 2230-LOCALIZAR-TAXA-TRANSP-EXIT
001197     END-IF.
001197     PERFORM 2110-APURAR-PESO-TAXADO
001197         THRU 2110-APURAR-PESO-TAXADO-EXIT.
001197     MOVE FRT-PESO-TAXADO TO FRT-PESO-TAXADO-PED.
001197     MOVE FRT-TIPO-PESO TO FRT-TIPO-PESO-PED.
001197     IF FRT-TAXA-TRANSP-ACHADA
001197         IF FRT-MULT-DEVOLUCAO = ZEROS
001197             MOVE FRT-MULT-TRANSP TO FRT-TAXA-USADA
001197         ELSE
001197             MOVE FRT-MULT-DEVOLUCAO TO FRT-TAXA-USADA
001197         END-IF
001197         COMPUTE FRT-FRETE-CALCULADO =
001197             (ORDER-VALOR * FRT-TAXA-USADA) + FRT-ADICIONAL-PESO
001197         GO TO 2500-FRETE-DEVOLUCAO-EXIT.
001197     ADD 1 TO FRT-QTDE-DEV-SEM-TAXA.
001197     DISPLAY 'DEVOLUCAO ' ORDER-NUMERO ' SEM TAXA DA '
001197         'TRANSPORTADORA ' ORDER-TRANSP-ORIGEM
001197         ' - COTADA PELA TAXA DA UF'.
001197     PERFORM 2300-LOCALIZAR-TAXA-UF
001197         THRU 2300-LOCALIZAR-TAXA-UF-EXIT.
001197     IF FRT-TAXA-UF-ACHADA
001197         MOVE FRT-MULT-VIGENTE TO FRT-TAXA-USADA
001197         COMPUTE FRT-FRETE-CALCULADO =
001197             (ORDER-VALOR * FRT-TAXA-USADA) + FRT-ADICIONAL-PESO
001197     END-IF.
001197 2500-FRETE-DEVOLUCAO-EXIT.
001197     EXIT.

001197*    FATOR DE CUBAGEM DA TRANSPORTADORA DA DEVOLUCAO ENTRE AS
001197*    CARREGADAS (FORA DELAS, O FATOR PADRAO)
001197 2510-FATOR-DEVOLUCAO.
001197     IF FRT-TRANSP-CODIGO (FRT-SUB-HAB) = FRT-TRANSP-PROCURADA
001197         MOVE FRT-TRANSP-FATOR (FRT-SUB-HAB) TO FRT-FATOR-COT
001197         SET FRT-TRANSP-HABILITADA TO TRUE
001197     ELSE
001197         ADD 1 TO FRT-SUB-HAB
001197     END-IF.
001197 2510-FATOR-DEVOLUCAO-EXIT.
001197     EXIT.

001197*=========================================================
001197* ICMS DO PEDIDO (NA DEVOLUCAO, DO RETORNO) PELO PAR ORIGEM
001197* X DESTINO (ICMSMTX), COM ISENCAO PELA CLASSE FISCAL
001197* (TAXCLS) E, SEM
001197* O PAR, PELA ALIQUOTA DA UF DE DESTINO (UFTAXTB) - NO MESMO
001197* CALCULO DA COTACAO DE CONSOLE, CONVERTIDO EM REAIS
001197*=========================================================
001197 2550-CALCULAR-ICMS.
001197     MOVE ZEROS TO FRT-ICMS.
001197     MOVE 'N' TO FRT-SW-ISENTO.
001197     IF FRT-TAXCLS-DISPONIVEL
001197             AND ORDER-CLASSE-FISCAL NOT = SPACES
001197         MOVE ORDER-CLASSE-FISCAL TO TCL-CLASSE
001197         READ TAX-CLASS-TABLE
001197             INVALID KEY
001197                 CONTINUE
001197             NOT INVALID KEY
001197                 IF TCL-ISENTA
001197                     SET FRT-PRODUTO-ISENTO TO TRUE
001197                 END-IF
001197         END-READ
001197     END-IF.
001197     IF FRT-PRODUTO-ISENTO
001197         GO TO 2550-CALCULAR-ICMS-EXIT.
001197     MOVE 'N' TO FRT-SW-ALIQUOTA.
001197     MOVE ZEROS TO FRT-ALIQUOTA-ICMS.
001197     IF FRT-ICMSMTX-DISPONIVEL
001197         MOVE ORDER-UF-ORIGEM TO IMX-UF-ORIGEM
001197         MOVE ORDER-UF TO IMX-UF-DESTINO
001197         READ ICMS-MATRIX
001197             INVALID KEY
001197                 CONTINUE
001197             NOT INVALID KEY
001197                 MOVE IMX-ALIQUOTA TO FRT-ALIQUOTA-ICMS
001197                 SET FRT-ALIQUOTA-ACHADA TO TRUE
001197         END-READ
001197     END-IF.
001197     IF NOT FRT-ALIQUOTA-ACHADA AND FRT-ICMSTAB-DISPONIVEL
001197         MOVE ORDER-UF TO ICMS-RATE-UF
001197         READ ICMS-RATE-TABLE
001197             INVALID KEY
001197                 CONTINUE
001197             NOT INVALID KEY
001197                 MOVE ICMS-RATE-ALIQUOTA TO FRT-ALIQUOTA-ICMS
001197                 SET FRT-ALIQUOTA-ACHADA TO TRUE
001197         END-READ
001197     END-IF.
001197     IF FRT-ALIQUOTA-ACHADA
001197         COMPUTE FRT-ICMS ROUNDED =
001197             ORDER-VALOR * FRT-ALIQUOTA-ICMS * FRT-TAXA-CONVERSAO
001197             ON SIZE ERROR
001197                 DISPLAY 'ATENCAO: ICMS DO PEDIDO '
001197                     ORDER-NUMERO ' ESTOUROU O CAMPO'
001197                 MOVE ZEROS TO FRT-ICMS
001197         END-COMPUTE
001197     END-IF.
001197 2550-CALCULAR-ICMS-EXIT.
001197     EXIT.

001198 2150-CONVERTER-MOEDA.
001199     MOVE 1,0000 TO FRT-TAXA-CONVERSAO.
001200     IF ORDER-MOEDA NOT = 'BRL' AND ORDER-MOEDA NOT = SPACES
001300 3000-FINALIZAR.
001310     MOVE SPACES TO FRT-REPORT-LINE.
001320     WRITE FRT-REPORT-LINE.
001320     IF FRT-QTDE-TRANSBORDOS > 0 OR FRT-QTDE-RETIDOS-CAP > 0
001320         PERFORM 3100-SECAO-TRANSBORDO
001320             THRU 3100-SECAO-TRANSBORDO-EXIT
001320     END-IF.
001322     MOVE 1 TO FRT-SUB-EMP.
001324     PERFORM 3050-TOTAL-EMPRESA THRU 3050-TOTAL-EMPRESA-EXIT
001326         UNTIL FRT-SUB-EMP > FRT-QTDE-EMPRESAS.
001330     MOVE FRT-VALOR-TOTAL TO FRT-T-VALOR.
001340     MOVE FRT-FRETE-TOTAL TO FRT-T-FRETE.
001350     WRITE FRT-REPORT-LINE FROM FRT-LINHA-TOTAL.
001350     IF FRT-QTDE-HONRADAS > 0
001350         MOVE FRT-QTDE-HONRADAS TO FRT-TC-QTDE
001350         MOVE FRT-DIF-COT-TOTAL TO FRT-TC-DIFERENCA
001350         WRITE FRT-REPORT-LINE FROM FRT-LINHA-TOTAL-COTACAO
001350     END-IF.
001350     IF FRT-QTDE-DEVOLUCOES > 0
001350         MOVE FRT-QTDE-DEVOLUCOES TO FRT-TD-QTDE
001350         MOVE FRT-FRETE-DEV-TOTAL TO FRT-TD-FRETE
001350         MOVE FRT-ICMS-DEV-TOTAL TO FRT-TD-ICMS
001350         WRITE FRT-REPORT-LINE FROM FRT-LINHA-TOTAL-DEVOLUCAO
001350     END-IF.
001351     DISPLAY 'PEDIDOS FORA DA EMPRESA SELECIONADA: '
001351         FRT-QTDE-FORA-SEL.
001352     DISPLAY 'PEDIDOS FATURADOS........: ' FRT-QTDE-PEDIDOS.
001356     DISPLAY 'PEDIDOS JA FATURADOS (PULADOS): '
001357         FRT-QTDE-JA-FATURADOS.
001358     DISPLAY 'EMBARQUES CONSOLIDADOS.......: ' FRT-QTDE-EMB.
001358     DISPLAY 'PEDIDOS TAXADOS PELO CUBADO..: ' FRT-QTDE-CUBADOS.
001359     IF FRT-QTDE-SEM-EMB > 0
001359         DISPLAY 'ATENCAO: TABELA DE EMBARQUES CHEIA - '
001359             FRT-QTDE-SEM-EMB ' PEDIDOS COTADOS INDIVIDUALMENTE'
001359     END-IF.
001359     DISPLAY 'TRANSBORDOS DE CAPACIDADE....: '
001359         FRT-QTDE-TRANSBORDOS.
001359     DISPLAY 'PEDIDOS RETIDOS (CAPACIDADE).: '
001359         FRT-QTDE-RETIDOS-CAP.
001359     DISPLAY 'TRANSPORTADORAS BLOQUEADAS...: '
001359         FRT-QTDE-TRANSP-BLOQ.
001359     DISPLAY 'COTACOES DE FRETE HONRADAS...: ' FRT-QTDE-HONRADAS.
001359     DISPLAY 'COTACOES NAO HONRADAS........: '
001359         FRT-QTDE-NAO-HONRADAS.
001359     DISPLAY 'DEVOLUCOES FATURADAS.........: '
001359         FRT-QTDE-DEVOLUCOES.
001359     DISPLAY 'DEVOLUCOES PELA TAXA DA UF...: '
001359         FRT-QTDE-DEV-SEM-TAXA.

001360     CLOSE ORDERS-FILE.
001370     CLOSE UF-RATE-TABLE.
001410     IF FRT-FRTHIST-DISPONIVEL
001411         CLOSE FREIGHT-HISTORY
001412     END-IF.
001412     IF FRT-PRODMAST-DISPONIVEL
001412         CLOSE PRODUCT-MASTER
001412     END-IF.
001412     IF FRT-CEPZONA-DISPONIVEL
001412         CLOSE CEP-ZONE-TABLE
001412     END-IF.
001412     IF FRT-COTFRETE-DISPONIVEL
001412         CLOSE QUOTE-FILE
001412     END-IF.
001412     IF FRT-CARRCAP-DISPONIVEL
001412         CLOSE CARRIER-CAPACITY
001412     END-IF.
001412     IF FRT-ICMSMTX-DISPONIVEL
001412         CLOSE ICMS-MATRIX
001412     END-IF.
001412     IF FRT-TAXCLS-DISPONIVEL
001412         CLOSE TAX-CLASS-TABLE
001412     END-IF.
001412     IF FRT-ICMSTAB-DISPONIVEL
001412         CLOSE ICMS-RATE-TABLE
001412     END-IF.
001410     CLOSE FRETE-REPORT.
001420 3000-FINALIZAR-EXIT.
001430     EXIT.
001430     ADD 1 TO FRT-SUB-EMP.
001430 3050-TOTAL-EMPRESA-EXIT.
001430     EXIT.

001430*=========================================================
001430* SECAO DE TRANSBORDO: EMBARQUES QUE SAIRAM DA TRANSPORTADORA
001430* MAIS BARATA POR FALTA DE CAPACIDADE NO DIA, COM O CUSTO
001430* EXTRA, E OS PEDIDOS RETIDOS SEM NENHUMA CAPACIDADE
001430*=========================================================
001430 3100-SECAO-TRANSBORDO.
001430     MOVE '--- TRANSBORDO DE CAPACIDADE DAS TRANSPORTADORAS ---'
001430         TO FRT-REPORT-LINE.
001430     WRITE FRT-REPORT-LINE.
001430     MOVE 1 TO FRT-SUB-TRB.
001430     PERFORM 3110-LINHA-TRANSBORDO
001430         THRU 3110-LINHA-TRANSBORDO-EXIT
001430         UNTIL FRT-SUB-TRB > FRT-QTDE-TRB.
001430     IF FRT-QTDE-TRANSBORDOS > FRT-QTDE-TRB
001430         DISPLAY 'ATENCAO: TABELA DE TRANSBORDOS CHEIA - '
001430             'SO OS 100 PRIMEIROS LISTADOS, TOTAL COMPLETO'
001430     END-IF.
001430     MOVE FRT-QTDE-TRANSBORDOS TO FRT-TT-QTDE.
001430     MOVE FRT-EXTRA-TOTAL TO FRT-TT-EXTRA.
001430     WRITE FRT-REPORT-LINE FROM FRT-LINHA-TOTAL-TRANSBORDO.
001430     IF FRT-QTDE-RETIDOS-CAP > 0
001430         MOVE FRT-QTDE-RETIDOS-CAP TO FRT-TR-QTDE
001430         MOVE FRT-PROXIMO-UTIL TO FRT-TR-DATA
001430         WRITE FRT-REPORT-LINE FROM FRT-LINHA-RETIDOS-CAP
001430     END-IF.
001430     MOVE SPACES TO FRT-REPORT-LINE.
001430     WRITE FRT-REPORT-LINE.
001430 3100-SECAO-TRANSBORDO-EXIT.
001430     EXIT.

001430 3110-LINHA-TRANSBORDO.
001430     MOVE FRT-TRB-UF (FRT-SUB-TRB) TO FRT-X-UF.
001430     MOVE FRT-TRB-PESO (FRT-SUB-TRB) TO FRT-X-PESO.
001430     MOVE FRT-TRB-TRANSP-PREF (FRT-SUB-TRB) TO FRT-X-TRANSP-PREF.
001430     MOVE FRT-TRB-FRETE-PREF (FRT-SUB-TRB) TO FRT-X-FRETE-PREF.
001430     MOVE FRT-TRB-TRANSP-USADA (FRT-SUB-TRB)
001430         TO FRT-X-TRANSP-USADA.
001430     MOVE FRT-TRB-FRETE-USADO (FRT-SUB-TRB) TO FRT-X-FRETE-USADO.
001430     MOVE FRT-TRB-EXTRA (FRT-SUB-TRB) TO FRT-X-EXTRA.
001430     WRITE FRT-REPORT-LINE FROM FRT-LINHA-TRANSBORDO.
001430     ADD 1 TO FRT-SUB-TRB.
001430 3110-LINHA-TRANSBORDO-EXIT.
001430     EXIT.
