000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VIGCHK.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE LOGISTICA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: ROTINA COMUM (CALL, COMO FISCCHK) DE CONFERENCIA
000100*           DAS VIGENCIAS DE UMA TAXA DE FRETE - UMA UF NA
000110*           UFRATE OU UMA TRANSPORTADORA + UF NA CARRTAB.
000120*           LE TODAS AS FAIXAS DA CHAVE E DEVOLVE (AREA
000130*           VIGRES) AS SOBREPOSICOES - FAIXA QUE COMECA
000140*           ANTES DO FIM DE OUTRA, O LOTE PEGARIA QUALQUER
000150*           UMA DELAS - E AS LACUNAS - DIAS SEM TAXA NOS 90
000160*           DIAS CORRIDOS A PARTIR DA DATA DE REFERENCIA, O
000170*           PEDIDO CAIRIA NA TAXA DA UF OU NO REJEITO - ALEM
000180*           DO ULTIMO FIM DE VIGENCIA E SE TODAS AS FAIXAS
000190*           TERMINAM EM ATE 30 DIAS.
000200*           SE RECEBER UMA OPERACAO (I/A/E) COM A IMAGEM DO
000210*           REGISTRO, CONFERE A TABELA COMO FICARIA DEPOIS
000220*           DA ALTERACAO - E ASSIM QUE A APROVACAO
000230*           (PROGCOB72) CONFERE A ALTERACAO PENDENTE ANTES
000240*           DE APLICAR. OPERACAO EM BRANCO = TABELA COMO
000250*           ESTA (LOTE DE CONFERENCIA PROGCOB95).
000260*           ABRE E FECHA A TABELA A CADA CHAMADA.
000270* PARAMETROS (NESTA ORDEM):
000280*   LK-TABELA         - 'UFRATE' OU 'CARRTAB'.
000290*   LK-TRANSPORTADORA - TRANSPORTADORA (SO NA CARRTAB).
000300*   LK-UF             - UF.
000310*   LK-DATA           - DATA DE REFERENCIA (AAAAMMDD).
000320*   LK-OPERACAO       - I / A / E OU BRANCO.
000330*   LK-IMAGEM         - REGISTRO NOVO (I/A) OU ANTIGO (E).
000340*   VGR-RESULTADO     - AREA DE RESULTADO (COPY VIGRES).
000350* OBS: VIGENCIA FIM ZEROS OU 99999999 = SEM FIM PREVISTO.
000360*      TABELA AUSENTE = NENHUMA FAIXA (TUDO LACUNA).
000370* -----------------------------------------------------
000380* HISTORICO DE ALTERACOES
000390* 15/10/2026 FT  ROTINA CRIADA.
000400***********************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440     DECIMAL-POINT IS COMMA.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT UF-RATE-TABLE ASSIGN TO 'UFRATE'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS UF-RATE-CHAVE
000510         FILE STATUS IS VCK-ARQ-STATUS.
000520     SELECT CARRIER-RATE-TABLE ASSIGN TO 'CARRTAB'
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS CTB-CHAVE
000560         FILE STATUS IS VCK-ARQ-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  UF-RATE-TABLE.
000600     COPY UFTABREG.
000610 FD  CARRIER-RATE-TABLE.
000620     COPY CARRTAB.
000630 WORKING-STORAGE SECTION.
000640 77  VCK-ARQ-STATUS      PIC X(02) VALUE '00'.
000650 77  VCK-SW-FIM          PIC X(01) VALUE 'N'.
000660     88  VCK-FIM-FAIXAS      VALUE 'S'.
000670 77  VCK-SW-ACHOU        PIC X(01) VALUE 'N'.
000680     88  VCK-FAIXA-ACHADA    VALUE 'S'.
000690 77  VCK-SEM-FIM         PIC 9(08) VALUE 99999999.
000700 77  VCK-IND             PIC 9(03) COMP VALUE ZEROS.
000710 77  VCK-SUB             PIC 9(03) COMP VALUE ZEROS.
000720 77  VCK-CONTADOR        PIC 9(03) COMP VALUE ZEROS.
000730 77  VCK-QTDE-DIAS       PIC 9(03) COMP VALUE ZEROS.
000740 77  VCK-ULTIMO-DIA      PIC 9(02) VALUE ZEROS.
000750 77  VCK-LIMITE-90       PIC 9(08) VALUE ZEROS.
000760 77  VCK-LIMITE-30       PIC 9(08) VALUE ZEROS.
000770 77  VCK-COBERTO-ATE     PIC 9(08) VALUE ZEROS.
000780 77  VCK-MAIOR-FIM       PIC 9(08) VALUE ZEROS.
000790 77  VCK-INI-NOVA        PIC 9(08) VALUE ZEROS.
000800 77  VCK-FIM-NOVA        PIC 9(08) VALUE ZEROS.
000810
000820*    FAIXAS DE VIGENCIA DA CHAVE, EM ORDEM DE INICIO
000830 01  VCK-TABELA-FAIXAS.
000840     05  VCK-QTDE            PIC 9(03) COMP VALUE ZEROS.
000850     05  VCK-FAIXA OCCURS 60 TIMES.
000860         10  VCK-F-INI       PIC 9(08).
000870         10  VCK-F-FIM       PIC 9(08).
000880         10  VCK-F-SITUACAO  PIC X(01).
000890             88  VCK-F-EXCLUIDA  VALUE 'E'.
000900 01  VCK-FAIXA-TROCA.
000910     05  VCK-T-INI           PIC 9(08).
000920     05  VCK-T-FIM           PIC 9(08).
000930     05  VCK-T-SITUACAO      PIC X(01).
000940
000950*    IMAGEM DA ALTERACAO PENDENTE NOS DOIS LEIAUTES
000960 01  VCK-IMAGEM              PIC X(40).
000970 01  VCK-IMAGEM-UF REDEFINES VCK-IMAGEM.
000980     05  VCK-IU-UF           PIC X(02).
000990     05  VCK-IU-INI          PIC 9(08).
001000     05  VCK-IU-FIM          PIC 9(08).
001010     05  FILLER              PIC X(22).
001020 01  VCK-IMAGEM-TRANSP REDEFINES VCK-IMAGEM.
001030     05  VCK-IT-TRANSP       PIC X(03).
001040     05  VCK-IT-UF           PIC X(02).
001050     05  VCK-IT-INI          PIC 9(08).
001060     05  VCK-IT-FIM          PIC 9(08).
001070     05  FILLER              PIC X(19).
001080
001090 01  VCK-DATA-CORRENTE.
001100     05  VCK-ANO             PIC 9(04).
001110     05  VCK-MES             PIC 9(02).
001120     05  VCK-DIA             PIC 9(02).
001130 01  VCK-DATA-NUM REDEFINES VCK-DATA-CORRENTE PIC 9(08).
001140 01  VCK-TAB-DIAS-MES VALUE '312831303130313130313031'.
001150     05  VCK-DIAS-MES-R      PIC 9(02) OCCURS 12 TIMES.
001160 01  VCK-LEAP.
001170     05  VCK-LEAP-QUOC       PIC 9(04) VALUE ZEROS COMP.
001180     05  VCK-LEAP-REM4       PIC 9(04) VALUE ZEROS COMP.
001190     05  VCK-LEAP-REM100     PIC 9(04) VALUE ZEROS COMP.
001200     05  VCK-LEAP-REM400     PIC 9(04) VALUE ZEROS COMP.
001210     05  VCK-LEAP-SWITCH     PIC X(01) VALUE 'N'.
001220         88  VCK-ANO-BISSEXTO    VALUE 'S'.
001230 LINKAGE SECTION.
001240 01  LK-TABELA               PIC X(08).
001250 01  LK-TRANSPORTADORA       PIC X(03).
001260 01  LK-UF                   PIC X(02).
001270 01  LK-DATA                 PIC 9(08).
001280 01  LK-OPERACAO             PIC X(01).
001290 01  LK-IMAGEM               PIC X(40).
001300     COPY VIGRES.
001310
001320 PROCEDURE DIVISION USING LK-TABELA LK-TRANSPORTADORA LK-UF
001330         LK-DATA LK-OPERACAO LK-IMAGEM VGR-RESULTADO.
001340
001350 0000-CONFERIR.
001360     MOVE ZEROS TO VGR-QTDE-FAIXAS VGR-QTDE-SOBREPOSICOES
001370         VGR-QTDE-LACUNAS VGR-ULTIMO-FIM.
001380     MOVE 'N' TO VGR-SW-TERMINA.
001390     MOVE ZEROS TO VCK-QTDE.
001400*    LIMITES DA JANELA: 90 DIAS PARA LACUNA, 30 PARA O AVISO
001410*    DE TABELA TERMINANDO
001420     MOVE LK-DATA TO VCK-DATA-NUM.
001430     MOVE 30 TO VCK-QTDE-DIAS.
001440     PERFORM 8000-SOMAR-DIAS THRU 8000-SOMAR-DIAS-EXIT.
001450     MOVE VCK-DATA-NUM TO VCK-LIMITE-30.
001460     MOVE 60 TO VCK-QTDE-DIAS.
001470     PERFORM 8000-SOMAR-DIAS THRU 8000-SOMAR-DIAS-EXIT.
001480     MOVE VCK-DATA-NUM TO VCK-LIMITE-90.
001490     IF LK-TABELA = 'CARRTAB'
001500         PERFORM 1200-CARREGAR-CARRTAB
001510             THRU 1200-CARREGAR-CARRTAB-EXIT
001520     ELSE
001530         PERFORM 1100-CARREGAR-UFRATE
001540             THRU 1100-CARREGAR-UFRATE-EXIT
001550     END-IF.
001560     IF LK-OPERACAO = 'I' OR 'A' OR 'E'
001570         PERFORM 1500-SIMULAR-ALTERACAO
001580             THRU 1500-SIMULAR-ALTERACAO-EXIT
001590     END-IF.
001600     PERFORM 2000-ORDENAR-FAIXAS THRU 2000-ORDENAR-FAIXAS-EXIT
001610         VARYING VCK-IND FROM 1 BY 1
001620         UNTIL VCK-IND >= VCK-QTDE.
001630     MOVE ZEROS TO VCK-MAIOR-FIM.
001640     MOVE LK-DATA TO VCK-COBERTO-ATE.
001650     PERFORM 3000-CONFERIR-FAIXA THRU 3000-CONFERIR-FAIXA-EXIT
001660         VARYING VCK-IND FROM 1 BY 1
001670         UNTIL VCK-IND > VCK-QTDE.
001680*    O QUE SOBROU DA JANELA DEPOIS DA ULTIMA FAIXA E LACUNA
001690     IF VCK-COBERTO-ATE <= VCK-LIMITE-90
001700         MOVE VCK-COBERTO-ATE TO VCK-INI-NOVA
001710         MOVE VCK-LIMITE-90 TO VCK-FIM-NOVA
001720         PERFORM 3200-REGISTRAR-LACUNA
001730             THRU 3200-REGISTRAR-LACUNA-EXIT
001740     END-IF.
001750     MOVE VCK-MAIOR-FIM TO VGR-ULTIMO-FIM.
001760     IF VGR-QTDE-FAIXAS > ZERO
001770             AND VCK-MAIOR-FIM <= VCK-LIMITE-30
001780         SET VGR-TERMINA-EM-30-DIAS TO TRUE
001790     END-IF.
001800     GOBACK.
001810
001820 1100-CARREGAR-UFRATE.
001830     OPEN INPUT UF-RATE-TABLE.
001840     IF VCK-ARQ-STATUS NOT = '00'
001850         GO TO 1100-CARREGAR-UFRATE-EXIT.
001860     MOVE 'N' TO VCK-SW-FIM.
001870     MOVE LK-UF TO UF-RATE-UF.
001880     MOVE ZEROS TO UF-RATE-VIGENCIA-INI.
001890     START UF-RATE-TABLE KEY >= UF-RATE-CHAVE
001900         INVALID KEY
001910             SET VCK-FIM-FAIXAS TO TRUE
001920     END-START.
001930     PERFORM 1110-LER-UFRATE THRU 1110-LER-UFRATE-EXIT
001940         UNTIL VCK-FIM-FAIXAS.
001950     CLOSE UF-RATE-TABLE.
001960 1100-CARREGAR-UFRATE-EXIT.
001970     EXIT.
001980
001990 1110-LER-UFRATE.
002000     READ UF-RATE-TABLE NEXT RECORD
002010         AT END
002020             SET VCK-FIM-FAIXAS TO TRUE
002030             GO TO 1110-LER-UFRATE-EXIT
002040     END-READ.
002050     IF VCK-ARQ-STATUS NOT = '00' OR UF-RATE-UF NOT = LK-UF
002060         SET VCK-FIM-FAIXAS TO TRUE
002070         GO TO 1110-LER-UFRATE-EXIT.
002080     MOVE UF-RATE-VIGENCIA-INI TO VCK-INI-NOVA.
002090     MOVE UF-RATE-VIGENCIA-FIM TO VCK-FIM-NOVA.
002100     PERFORM 1300-INCLUIR-FAIXA THRU 1300-INCLUIR-FAIXA-EXIT.
002110 1110-LER-UFRATE-EXIT.
002120     EXIT.
002130
002140 1200-CARREGAR-CARRTAB.
002150     OPEN INPUT CARRIER-RATE-TABLE.
002160     IF VCK-ARQ-STATUS NOT = '00'
002170         GO TO 1200-CARREGAR-CARRTAB-EXIT.
002180     MOVE 'N' TO VCK-SW-FIM.
002190     MOVE LK-TRANSPORTADORA TO CTB-TRANSPORTADORA.
002200     MOVE LK-UF TO CTB-UF.
002210     MOVE ZEROS TO CTB-VIGENCIA-INI.
002220     START CARRIER-RATE-TABLE KEY >= CTB-CHAVE
002230         INVALID KEY
002240             SET VCK-FIM-FAIXAS TO TRUE
002250     END-START.
002260     PERFORM 1210-LER-CARRTAB THRU 1210-LER-CARRTAB-EXIT
002270         UNTIL VCK-FIM-FAIXAS.
002280     CLOSE CARRIER-RATE-TABLE.
002290 1200-CARREGAR-CARRTAB-EXIT.
002300     EXIT.
002310
002320 1210-LER-CARRTAB.
002330     READ CARRIER-RATE-TABLE NEXT RECORD
002340         AT END
002350             SET VCK-FIM-FAIXAS TO TRUE
002360             GO TO 1210-LER-CARRTAB-EXIT
002370     END-READ.
002380     IF VCK-ARQ-STATUS NOT = '00'
002390             OR CTB-TRANSPORTADORA NOT = LK-TRANSPORTADORA
002400             OR CTB-UF NOT = LK-UF
002410         SET VCK-FIM-FAIXAS TO TRUE
002420         GO TO 1210-LER-CARRTAB-EXIT.
002430     MOVE CTB-VIGENCIA-INI TO VCK-INI-NOVA.
002440     MOVE CTB-VIGENCIA-FIM TO VCK-FIM-NOVA.
002450     PERFORM 1300-INCLUIR-FAIXA THRU 1300-INCLUIR-FAIXA-EXIT.
002460 1210-LER-CARRTAB-EXIT.
002470     EXIT.
002480
002490*    FIM ZEROS = SEM FIM PREVISTO; TABELA CHEIA DESPREZA O
002500*    EXCEDENTE (MAIS DE 60 FAIXAS NUMA CHAVE NAO E REAL)
002510 1300-INCLUIR-FAIXA.
002520     IF VCK-QTDE >= 60
002530         GO TO 1300-INCLUIR-FAIXA-EXIT.
002540     ADD 1 TO VCK-QTDE.
002550     MOVE VCK-INI-NOVA TO VCK-F-INI (VCK-QTDE).
002560     IF VCK-FIM-NOVA = ZEROS
002570         MOVE VCK-SEM-FIM TO VCK-F-FIM (VCK-QTDE)
002580     ELSE
002590         MOVE VCK-FIM-NOVA TO VCK-F-FIM (VCK-QTDE)
002600     END-IF.
002610     MOVE SPACES TO VCK-F-SITUACAO (VCK-QTDE).
002620     ADD 1 TO VGR-QTDE-FAIXAS.
002630 1300-INCLUIR-FAIXA-EXIT.
002640     EXIT.
002650
002660*=========================================================
002670* APLICA A ALTERACAO PENDENTE NA COPIA EM MEMORIA: INCLUSAO
002680* ACRESCENTA, ALTERACAO TROCA A FAIXA DE MESMO INICIO,
002690* EXCLUSAO TIRA A FAIXA DE MESMO INICIO
002700*=========================================================
002710 1500-SIMULAR-ALTERACAO.
002720     MOVE LK-IMAGEM TO VCK-IMAGEM.
002730     IF LK-TABELA = 'CARRTAB'
002740         MOVE VCK-IT-INI TO VCK-INI-NOVA
002750         MOVE VCK-IT-FIM TO VCK-FIM-NOVA
002760     ELSE
002770         MOVE VCK-IU-INI TO VCK-INI-NOVA
002780         MOVE VCK-IU-FIM TO VCK-FIM-NOVA
002790     END-IF.
002800     MOVE 'N' TO VCK-SW-ACHOU.
002810     MOVE 1 TO VCK-SUB.
002820     PERFORM 1510-PROCURAR-FAIXA THRU 1510-PROCURAR-FAIXA-EXIT
002830         UNTIL VCK-SUB > VCK-QTDE OR VCK-FAIXA-ACHADA.
002840     IF LK-OPERACAO = 'E'
002850         IF VCK-FAIXA-ACHADA
002860             SET VCK-F-EXCLUIDA (VCK-SUB) TO TRUE
002870             SUBTRACT 1 FROM VGR-QTDE-FAIXAS
002880         END-IF
002890         GO TO 1500-SIMULAR-ALTERACAO-EXIT.
002900     IF LK-OPERACAO = 'A' AND VCK-FAIXA-ACHADA
002910         IF VCK-FIM-NOVA = ZEROS
002920             MOVE VCK-SEM-FIM TO VCK-F-FIM (VCK-SUB)
002930         ELSE
002940             MOVE VCK-FIM-NOVA TO VCK-F-FIM (VCK-SUB)
002950         END-IF
002960         GO TO 1500-SIMULAR-ALTERACAO-EXIT.
002970     PERFORM 1300-INCLUIR-FAIXA THRU 1300-INCLUIR-FAIXA-EXIT.
002980 1500-SIMULAR-ALTERACAO-EXIT.
002990     EXIT.
003000
003010 1510-PROCURAR-FAIXA.
003020     IF VCK-F-INI (VCK-SUB) = VCK-INI-NOVA
003030             AND NOT VCK-F-EXCLUIDA (VCK-SUB)
003040         SET VCK-FAIXA-ACHADA TO TRUE
003050     ELSE
003060         ADD 1 TO VCK-SUB
003070     END-IF.
003080 1510-PROCURAR-FAIXA-EXIT.
003090     EXIT.
003100
003110*    ORDENACAO SIMPLES POR INICIO (POUCAS FAIXAS POR CHAVE)
003120 2000-ORDENAR-FAIXAS.
003130     PERFORM 2010-COMPARAR-FAIXAS THRU 2010-COMPARAR-FAIXAS-EXIT
003140         VARYING VCK-SUB FROM VCK-IND BY 1
003150         UNTIL VCK-SUB > VCK-QTDE.
003160 2000-ORDENAR-FAIXAS-EXIT.
003170     EXIT.
003180
003190 2010-COMPARAR-FAIXAS.
003200     IF VCK-F-INI (VCK-SUB) < VCK-F-INI (VCK-IND)
003210         MOVE VCK-FAIXA (VCK-IND) TO VCK-FAIXA-TROCA
003220         MOVE VCK-FAIXA (VCK-SUB) TO VCK-FAIXA (VCK-IND)
003230         MOVE VCK-FAIXA-TROCA TO VCK-FAIXA (VCK-SUB)
003240     END-IF.
003250 2010-COMPARAR-FAIXAS-EXIT.
003260     EXIT.
003270
003280*=========================================================
003290* CADA FAIXA, EM ORDEM DE INICIO: COMECAR ATE O MAIOR FIM
003300* JA VISTO E SOBREPOSICAO; COMECAR DEPOIS DO QUE JA ESTA
003310* COBERTO, DENTRO DA JANELA, DEIXA LACUNA ATE A VESPERA
003320*=========================================================
003330 3000-CONFERIR-FAIXA.
003340     IF VCK-F-EXCLUIDA (VCK-IND)
003350         GO TO 3000-CONFERIR-FAIXA-EXIT.
003360     IF VCK-MAIOR-FIM NOT = ZEROS
003370             AND VCK-F-INI (VCK-IND) <= VCK-MAIOR-FIM
003380         ADD 1 TO VGR-QTDE-SOBREPOSICOES
003390         IF VGR-QTDE-SOBREPOSICOES <= 5
003400             MOVE VCK-F-INI (VCK-IND)
003410                 TO VGR-SOB-INICIO (VGR-QTDE-SOBREPOSICOES)
003420             MOVE VCK-MAIOR-FIM
003430                 TO VGR-SOB-FIM-ANTERIOR (VGR-QTDE-SOBREPOSICOES)
003440         END-IF
003450     END-IF.
003460     IF VCK-F-FIM (VCK-IND) > VCK-MAIOR-FIM
003470         MOVE VCK-F-FIM (VCK-IND) TO VCK-MAIOR-FIM
003480     END-IF.
003490     IF VCK-F-FIM (VCK-IND) < VCK-COBERTO-ATE
003500         GO TO 3000-CONFERIR-FAIXA-EXIT.
003510     IF VCK-F-INI (VCK-IND) > VCK-COBERTO-ATE
003520             AND VCK-COBERTO-ATE <= VCK-LIMITE-90
003530         MOVE VCK-COBERTO-ATE TO VCK-INI-NOVA
003540         IF VCK-F-INI (VCK-IND) > VCK-LIMITE-90
003550             MOVE VCK-LIMITE-90 TO VCK-FIM-NOVA
003560         ELSE
003570             MOVE VCK-F-INI (VCK-IND) TO VCK-DATA-NUM
003580             PERFORM 8100-VOLTAR-DIA THRU 8100-VOLTAR-DIA-EXIT
003590             MOVE VCK-DATA-NUM TO VCK-FIM-NOVA
003600         END-IF
003610         PERFORM 3200-REGISTRAR-LACUNA
003620             THRU 3200-REGISTRAR-LACUNA-EXIT
003630     END-IF.
003640     IF VCK-F-FIM (VCK-IND) = VCK-SEM-FIM
003650         MOVE VCK-SEM-FIM TO VCK-COBERTO-ATE
003660     ELSE
003670         MOVE VCK-F-FIM (VCK-IND) TO VCK-DATA-NUM
003680         MOVE 1 TO VCK-QTDE-DIAS
003690         PERFORM 8000-SOMAR-DIAS THRU 8000-SOMAR-DIAS-EXIT
003700         MOVE VCK-DATA-NUM TO VCK-COBERTO-ATE
003710     END-IF.
003720 3000-CONFERIR-FAIXA-EXIT.
003730     EXIT.
003740
003750 3200-REGISTRAR-LACUNA.
003760     ADD 1 TO VGR-QTDE-LACUNAS.
003770     IF VGR-QTDE-LACUNAS <= 5
003780         MOVE VCK-INI-NOVA TO VGR-LAC-DE (VGR-QTDE-LACUNAS)
003790         MOVE VCK-FIM-NOVA TO VGR-LAC-ATE (VGR-QTDE-LACUNAS)
003800     END-IF.
003810 3200-REGISTRAR-LACUNA-EXIT.
003820     EXIT.
003830
003840*=========================================================
003850* ARITMETICA DE DIAS CORRIDOS (SEM ROLAR PARA DIA UTIL),
003860* NO MESMO CALCULO DA ROTINA DIACORR
003870*=========================================================
003880 8000-SOMAR-DIAS.
003890     MOVE ZEROS TO VCK-CONTADOR.
003900     PERFORM 8010-AVANCAR-DIA THRU 8010-AVANCAR-DIA-EXIT
003910         UNTIL VCK-CONTADOR >= VCK-QTDE-DIAS.
003920 8000-SOMAR-DIAS-EXIT.
003930     EXIT.
003940
003950 8010-AVANCAR-DIA.
003960     PERFORM 8200-ULTIMO-DIA-DO-MES
003970         THRU 8200-ULTIMO-DIA-DO-MES-EXIT.
003980     IF VCK-DIA < VCK-ULTIMO-DIA
003990         ADD 1 TO VCK-DIA
004000     ELSE
004010         MOVE 1 TO VCK-DIA
004020         IF VCK-MES < 12
004030             ADD 1 TO VCK-MES
004040         ELSE
004050             MOVE 1 TO VCK-MES
004060             ADD 1 TO VCK-ANO
004070         END-IF
004080     END-IF.
004090     ADD 1 TO VCK-CONTADOR.
004100 8010-AVANCAR-DIA-EXIT.
004110     EXIT.
004120
004130 8100-VOLTAR-DIA.
004140     IF VCK-DIA > 1
004150         SUBTRACT 1 FROM VCK-DIA
004160         GO TO 8100-VOLTAR-DIA-EXIT.
004170     IF VCK-MES > 1
004180         SUBTRACT 1 FROM VCK-MES
004190     ELSE
004200         MOVE 12 TO VCK-MES
004210         SUBTRACT 1 FROM VCK-ANO
004220     END-IF.
004230     PERFORM 8200-ULTIMO-DIA-DO-MES
004240         THRU 8200-ULTIMO-DIA-DO-MES-EXIT.
004250     MOVE VCK-ULTIMO-DIA TO VCK-DIA.
004260 8100-VOLTAR-DIA-EXIT.
004270     EXIT.
004280
004290 8200-ULTIMO-DIA-DO-MES.
004300     MOVE VCK-DIAS-MES-R (VCK-MES) TO VCK-ULTIMO-DIA.
004310     IF VCK-MES = 2
004320         PERFORM 8300-VERIFICAR-BISSEXTO
004330             THRU 8300-VERIFICAR-BISSEXTO-EXIT
004340         IF VCK-ANO-BISSEXTO
004350             MOVE 29 TO VCK-ULTIMO-DIA
004360         END-IF
004370     END-IF.
004380 8200-ULTIMO-DIA-DO-MES-EXIT.
004390     EXIT.
004400
004410 8300-VERIFICAR-BISSEXTO.
004420     DIVIDE VCK-ANO BY 4 GIVING VCK-LEAP-QUOC
004430         REMAINDER VCK-LEAP-REM4.
004440     DIVIDE VCK-ANO BY 100 GIVING VCK-LEAP-QUOC
004450         REMAINDER VCK-LEAP-REM100.
004460     DIVIDE VCK-ANO BY 400 GIVING VCK-LEAP-QUOC
004470         REMAINDER VCK-LEAP-REM400.
004480     IF (VCK-LEAP-REM4 = 0 AND VCK-LEAP-REM100 NOT = 0)
004490             OR VCK-LEAP-REM400 = 0
004500         MOVE 'S' TO VCK-LEAP-SWITCH
004510     ELSE
004520         MOVE 'N' TO VCK-LEAP-SWITCH
004530     END-IF.
004540 8300-VERIFICAR-BISSEXTO-EXIT.
004550     EXIT.
