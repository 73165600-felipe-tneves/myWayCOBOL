000269*                SCORECARD E PARA QUANDO O PERIODO PASSA -
000269*                ACABA A VARREDURA DO HISTORICO INTEIRO
000269*                TODO MES.
000269* 15/10/2026 FT  O PRAZO PROMETIDO PASSA A CONSIDERAR A ZONA DE
000269*                ENTREGA DO FRETE (FRH-ZONA): HAVENDO PRAZO DA
000269*                UF + ZONA NO PRAZOUF, ELE SOBREPOE O PRAZO
000269*                PADRAO DA UF, COMO NO RELATORIO DE ATRASOS.
000270***********************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000440     SELECT DELIVERY-TERMS ASSIGN TO 'PRAZOUF'
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS PRZ-CHAVE
000480         FILE STATUS IS CSC-PRAZO-STATUS.
000490     SELECT DELIVERY-CONFIRMATIONS ASSIGN TO 'DELIVCNF'
000500         ORGANIZATION IS LINE SEQUENTIAL
000950         88  CSC-ORDERS-DISPONIVEL    VALUE 'S'.
000960     05  CSC-SW-PRAZO         PIC X(01) VALUE 'N'.
000970         88  CSC-PRAZO-DISPONIVEL     VALUE 'S'.
000970     05  CSC-SW-PRAZO-ACHADO  PIC X(01) VALUE 'N'.
000970         88  CSC-PRAZO-ACHADO         VALUE 'S'.
000970         88  CSC-PRAZO-NAO-ACHADO     VALUE 'N'.
000980     05  CSC-SW-DISPUTE       PIC X(01) VALUE 'N'.
000990         88  CSC-DISPUTE-DISPONIVEL   VALUE 'S'.
001000     05  CSC-SW-CARRMAST      PIC X(01) VALUE 'N'.
003190     MOVE CSC-PRAZO-DEFAULT TO CSC-PRAZO-DIAS.
003200     IF CSC-PRAZO-DISPONIVEL
003210         MOVE FRH-UF TO PRZ-UF
003215         MOVE FRH-ZONA TO PRZ-ZONA
003220         PERFORM 2210-LER-PRAZO THRU 2210-LER-PRAZO-EXIT
003230         IF CSC-PRAZO-NAO-ACHADO AND FRH-ZONA NOT = SPACES
003240             MOVE SPACES TO PRZ-ZONA
003250             PERFORM 2210-LER-PRAZO THRU 2210-LER-PRAZO-EXIT
003270         END-IF
003280     END-IF.
003290     MOVE FRH-DATA-CALCULO TO CSC-DATA-BASE.
003300     IF CSC-ORDERS-DISPONIVEL
003440 2200-CALCULAR-PROMETIDA-EXIT.
003450     EXIT.
003460
003460 2210-LER-PRAZO.
003460     SET CSC-PRAZO-NAO-ACHADO TO TRUE.
003460     READ DELIVERY-TERMS
003460         INVALID KEY
003460             CONTINUE
003460         NOT INVALID KEY
003460             MOVE PRZ-DIAS-UTEIS TO CSC-PRAZO-DIAS
003460             SET CSC-PRAZO-ACHADO TO TRUE
003460     END-READ.
003460 2210-LER-PRAZO-EXIT.
003460     EXIT.
003460
003470 2300-PROCURAR-ENTREGA.
003480     SET CSC-ENTREGA-NAO-ACHADA TO TRUE.
003490     MOVE ZEROS TO CSC-IND-ACHADO.
