000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB89.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: PEDIDO MENSAL DE RECARGA DO VALE-TRANSPORTE -
000100*           PARA CADA ADESAO ATIVA DO VALETRAN (PROGCOB88),
000110*           RECARGA = DIAS UTEIS DO MES SEGUINTE (ROTINA
000120*           DIAUTIL, CALENDARIO NACIONAL DO HOLIDAYS) X
000130*           VIAGENS POR DIA X TARIFA. GRAVA O ARQUIVO DE
000140*           PEDIDO DA OPERADORA DO CARTAO (VTPEDIDO) E
000150*           ACRESCENTA O BENEFICIO DO MES DE USO AO VTDESC,
000160*           DE ONDE A FOLHA DAQUELE MES (PROGCOB32) TIRA O
000170*           DESCONTO DE ATE 6% DO SALARIO BASE. RODA NO
000180*           FECHAMENTO MENSAL (PROGCOB75).
000190* OBS: A SITUACAO DO FUNCIONARIO E A DO ULTIMO EVENTO DO
000200*      MOVHIST ATE A DATA DO PEDIDO (TRANSFERENCIA ENTRE
000210*      EMPRESAS NAO CONTA) OU A DO EMPLOYEE-MASTER.
000220*      AFASTADO FICA FORA DO PEDIDO DO MES E MANTEM A
000230*      ADESAO; DESLIGADO TEM A ADESAO ENCERRADA (MOTIVO
000240*      D). QUEM FICA FORA GANHA BENEFICIO ZERADO NO
000250*      VTDESC, PARA QUE UM PEDIDO REPETIDO DA MESMA
000260*      COMPETENCIA ANULE O ANTERIOR. A COMPETENCIA BASE
000270*      VEM DO BUSIDATE QUANDO PREENCHIDO, COMO NA FOLHA.
000280* -----------------------------------------------------
000290* HISTORICO DE ALTERACOES
000300* 15/10/2026 FT  PROGRAMA CRIADO.
000310***********************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT TRANSIT-ENROLLMENT ASSIGN TO 'VALETRAN'
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS VTR-MATRICULA
000420         FILE STATUS IS VTP-VALETRAN-STATUS.
000430     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS EMP-ID
000470         FILE STATUS IS VTP-EMPMAST-STATUS.
000480     SELECT MOVEMENT-HISTORY ASSIGN TO 'MOVHIST'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS VTP-MOVHIST-STATUS.
000510     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS VTP-BUSIDATE-STATUS.
000540     SELECT TRANSIT-ORDER ASSIGN TO 'VTPEDIDO'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS VTP-PEDIDO-STATUS.
000570     SELECT TRANSIT-BENEFIT ASSIGN TO 'VTDESC'
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS VTP-VTDESC-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  TRANSIT-ENROLLMENT.
000630     COPY VALETRAN.
000640 FD  EMPLOYEE-MASTER.
000650     COPY EMPREC.
000660 FD  MOVEMENT-HISTORY.
000670     COPY MOVHIST.
000680 FD  BUSINESS-DATE-FILE.
000690     COPY BUSIDATE.
000700 FD  TRANSIT-ORDER.
000710     COPY VTPED.
000720 FD  TRANSIT-BENEFIT.
000730     COPY VTDESC.
000740 WORKING-STORAGE SECTION.
000750 01  VTP-SWITCHES.
000760     05  VTP-VALETRAN-STATUS  PIC X(02) VALUE '00'.
000770         88  VTP-VALETRAN-EOF     VALUE '10'.
000780     05  VTP-EMPMAST-STATUS   PIC X(02) VALUE '00'.
000790     05  VTP-MOVHIST-STATUS   PIC X(02) VALUE '00'.
000800         88  VTP-MOVHIST-EOF      VALUE '10'.
000810     05  VTP-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
000820     05  VTP-PEDIDO-STATUS    PIC X(02) VALUE '00'.
000830     05  VTP-VTDESC-STATUS    PIC X(02) VALUE '00'.
000840     05  VTP-SW-CADASTRO      PIC X(01) VALUE 'N'.
000850         88  VTP-SEM-ADESOES      VALUE 'S'.
000860     05  VTP-SW-POSICAO       PIC X(01) VALUE 'N'.
000870         88  VTP-ADESAO-ACHADA    VALUE 'S'.
000880*    SITUACAO APURADA DO FUNCIONARIO PARA O PEDIDO
000890     05  VTP-SITUACAO-FUNC    PIC X(01) VALUE SPACES.
000900         88  VTP-FUNC-DESLIGADO   VALUE 'D'.
000910         88  VTP-FUNC-AFASTADO    VALUE 'F'.
000920
000930 01  VTP-CONTADORES.
000940     05  VTP-RETORNO          PIC 9(04) COMP VALUE ZEROS.
000950     05  VTP-QTDE-TABELA      PIC 9(03) COMP VALUE ZEROS.
000960     05  VTP-IX               PIC 9(03) COMP VALUE ZEROS.
000970     05  VTP-SUB              PIC 9(03) COMP VALUE ZEROS.
000980     05  VTP-QTDE-PEDIDOS     PIC 9(06) COMP VALUE ZEROS.
000990     05  VTP-QTDE-AFASTADOS   PIC 9(05) COMP VALUE ZEROS.
001000     05  VTP-QTDE-ENCERRADAS  PIC 9(05) COMP VALUE ZEROS.
001010     05  VTP-QTDE-SEM-FUNC    PIC 9(05) COMP VALUE ZEROS.
001020     05  VTP-QTDE-EVENTOS     PIC 9(06) COMP VALUE ZEROS.
001030     05  VTP-VALOR-TOTAL      PIC 9(09)V99 COMP-3
001040                              VALUE ZEROS.
001050
001060 01  VTP-DATASISTEMA          PIC 9(08) VALUE ZEROS.
001070 01  VTP-DATA-R REDEFINES VTP-DATASISTEMA.
001080     05  VTP-DATA-ANO         PIC 9(04).
001090     05  VTP-DATA-MES         PIC 9(02).
001100     05  VTP-DATA-DIA         PIC 9(02).
001110
001120*    COMPETENCIA DE USO DO VALE (MES SEGUINTE AO DA DATA BASE)
001130 01  VTP-COMPETENCIA.
001140     05  VTP-COMP-ANO         PIC 9(04).
001150     05  VTP-COMP-MES         PIC 9(02).
001160 01  VTP-COMP-NUM REDEFINES VTP-COMPETENCIA PIC 9(06).
001170
001180*    PARAMETROS DA ROTINA DIAUTIL
001190 01  VTP-DATA-BASE            PIC 9(08) VALUE ZEROS.
001200 01  VTP-QTDE-DIAS            PIC S9(03) VALUE ZEROS.
001210 01  VTP-DATA-RESULTADO       PIC 9(08) VALUE ZEROS.
001220 01  VTP-RESULTADO-R REDEFINES VTP-DATA-RESULTADO.
001230     05  VTP-RES-COMPETENCIA  PIC 9(06).
001240     05  VTP-RES-DIA          PIC 9(02).
001250 01  VTP-UF-CALENDARIO        PIC X(02) VALUE SPACES.
001260 01  VTP-DIAS-UTEIS           PIC 9(02) VALUE ZEROS.
001270
001280 01  VTP-VALOR-RECARGA        PIC 9(06)V99 VALUE ZEROS.
001290 01  VTP-VALOR-EDT            PIC ZZZ.ZZZ.ZZ9,99.
001300
001310*    ADESOES ATIVAS COM A SITUACAO DO ULTIMO EVENTO DO
001320*    MOVHIST (BRANCO = SEM EVENTO)
001330 01  VTP-TABELA-ADESOES.
001340     05  VTP-ADESAO OCCURS 500 TIMES.
001350         10  VTP-A-MATRICULA  PIC 9(05).
001360         10  VTP-A-SITUACAO   PIC X(01).
001370         10  VTP-A-DATA       PIC 9(08).
001380
001390 PROCEDURE DIVISION.
001400
001410 0000-MAINLINE.
001420     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001430     IF VTP-RETORNO < 16 AND NOT VTP-SEM-ADESOES
001440         PERFORM 2000-LER-MOVIMENTOS
001450             THRU 2000-LER-MOVIMENTOS-EXIT
001460         PERFORM 3000-GERAR-PEDIDO THRU 3000-GERAR-PEDIDO-EXIT
001470         PERFORM 4000-FINALIZAR THRU 4000-FINALIZAR-EXIT
001480     END-IF.
001490     MOVE VTP-RETORNO TO RETURN-CODE.
001500     GOBACK.
001510
001520*=========================================================
001530* COMPETENCIA DE USO, DIAS UTEIS, ARQUIVOS E CARGA DAS
001540* ADESOES ATIVAS
001550*=========================================================
001560 1000-INICIALIZAR.
001570     ACCEPT VTP-DATASISTEMA FROM DATE YYYYMMDD.
001580     OPEN INPUT BUSINESS-DATE-FILE.
001590     IF VTP-BUSIDATE-STATUS = '00'
001600         READ BUSINESS-DATE-FILE
001610             AT END
001620                 CONTINUE
001630             NOT AT END
001640                 IF BSD-DATA NOT = ZEROS
001650                     MOVE BSD-DATA TO VTP-DATASISTEMA
001660                 END-IF
001670         END-READ
001680         CLOSE BUSINESS-DATE-FILE
001690     END-IF.
001700     IF VTP-DATA-MES = 12
001710         COMPUTE VTP-COMP-ANO = VTP-DATA-ANO + 1
001720         MOVE 1 TO VTP-COMP-MES
001730     ELSE
001740         MOVE VTP-DATA-ANO TO VTP-COMP-ANO
001750         COMPUTE VTP-COMP-MES = VTP-DATA-MES + 1
001760     END-IF.
001770     OPEN I-O TRANSIT-ENROLLMENT.
001780     IF VTP-VALETRAN-STATUS = '35'
001790         DISPLAY 'VALETRAN AUSENTE - NENHUMA ADESAO AO '
001800             'VALE-TRANSPORTE, PEDIDO NAO GERADO'
001810         SET VTP-SEM-ADESOES TO TRUE
001820         GO TO 1000-INICIALIZAR-EXIT.
001830     IF VTP-VALETRAN-STATUS NOT = '00'
001840         DISPLAY 'VALETRAN INDISPONIVEL - STATUS '
001850             VTP-VALETRAN-STATUS
001860         MOVE 16 TO VTP-RETORNO
001870         GO TO 1000-INICIALIZAR-EXIT.
001880     OPEN INPUT EMPLOYEE-MASTER.
001890     IF VTP-EMPMAST-STATUS NOT = '00'
001900         DISPLAY 'EMPLOYEE-MASTER INDISPONIVEL - STATUS '
001910             VTP-EMPMAST-STATUS
001920         CLOSE TRANSIT-ENROLLMENT
001930         MOVE 16 TO VTP-RETORNO
001940         GO TO 1000-INICIALIZAR-EXIT.
001950     PERFORM 1100-CONTAR-DIAS-UTEIS
001960         THRU 1100-CONTAR-DIAS-UTEIS-EXIT.
001970     PERFORM 1200-CARREGAR-ADESOES
001980         THRU 1200-CARREGAR-ADESOES-EXIT.
001990     OPEN OUTPUT TRANSIT-ORDER.
002000     OPEN EXTEND TRANSIT-BENEFIT.
002010     IF VTP-VTDESC-STATUS = '35'
002020         OPEN OUTPUT TRANSIT-BENEFIT
002030     END-IF.
002040     MOVE SPACES TO VPD-PEDIDO-RECORD.
002050     SET VPD-TIPO-HEADER TO TRUE.
002060     MOVE VTP-DATASISTEMA TO VPD-H-DATA.
002070     MOVE VTP-COMP-NUM TO VPD-H-COMPETENCIA.
002080     MOVE VTP-DIAS-UTEIS TO VPD-H-DIAS-UTEIS.
002090     WRITE VPD-PEDIDO-RECORD.
002100 1000-INICIALIZAR-EXIT.
002110     EXIT.
002120
002130*=========================================================
002140* DIAS UTEIS DA COMPETENCIA DE USO: ROLA O DIA 1 PARA O
002150* PRIMEIRO DIA UTIL E AVANCA DE UM EM UM DIA UTIL ATE
002160* SAIR DO MES
002170*=========================================================
002180 1100-CONTAR-DIAS-UTEIS.
002190     MOVE ZEROS TO VTP-DIAS-UTEIS.
002200     COMPUTE VTP-DATA-BASE = VTP-COMP-NUM * 100 + 1.
002210     MOVE ZEROS TO VTP-QTDE-DIAS.
002220     CALL 'DIAUTIL' USING VTP-DATA-BASE VTP-QTDE-DIAS
002230         VTP-DATA-RESULTADO VTP-UF-CALENDARIO.
002240     MOVE 1 TO VTP-QTDE-DIAS.
002250     PERFORM 1110-PROXIMO-DIA-UTIL
002260         THRU 1110-PROXIMO-DIA-UTIL-EXIT
002270         UNTIL VTP-RES-COMPETENCIA NOT = VTP-COMP-NUM.
002280     DISPLAY 'VALE-TRANSPORTE - COMPETENCIA ' VTP-COMP-NUM
002290         ' DIAS UTEIS ' VTP-DIAS-UTEIS.
002300 1100-CONTAR-DIAS-UTEIS-EXIT.
002310     EXIT.
002320
002330 1110-PROXIMO-DIA-UTIL.
002340     ADD 1 TO VTP-DIAS-UTEIS.
002350     MOVE VTP-DATA-RESULTADO TO VTP-DATA-BASE.
002360     CALL 'DIAUTIL' USING VTP-DATA-BASE VTP-QTDE-DIAS
002370         VTP-DATA-RESULTADO VTP-UF-CALENDARIO.
002380 1110-PROXIMO-DIA-UTIL-EXIT.
002390     EXIT.
002400
002410 1200-CARREGAR-ADESOES.
002420     READ TRANSIT-ENROLLMENT NEXT RECORD
002430         AT END SET VTP-VALETRAN-EOF TO TRUE
002440     END-READ.
002450     PERFORM 1210-GUARDAR-ADESAO THRU 1210-GUARDAR-ADESAO-EXIT
002460         UNTIL VTP-VALETRAN-EOF.
002470 1200-CARREGAR-ADESOES-EXIT.
002480     EXIT.
002490
002500 1210-GUARDAR-ADESAO.
002510     IF NOT VTR-ATIVA
002520         GO TO 1210-GUARDAR-ADESAO-LER.
002530     IF VTP-QTDE-TABELA = 500
002540         DISPLAY 'TABELA DE ADESOES CHEIA - MATRICULA '
002550             VTR-MATRICULA ' SEM CONFERENCIA DO MOVHIST'
002560         IF VTP-RETORNO < 4
002570             MOVE 4 TO VTP-RETORNO
002580         END-IF
002590         GO TO 1210-GUARDAR-ADESAO-LER.
002600     ADD 1 TO VTP-QTDE-TABELA.
002610     MOVE VTR-MATRICULA TO VTP-A-MATRICULA (VTP-QTDE-TABELA).
002620     MOVE SPACES TO VTP-A-SITUACAO (VTP-QTDE-TABELA).
002630     MOVE ZEROS TO VTP-A-DATA (VTP-QTDE-TABELA).
002640 1210-GUARDAR-ADESAO-LER.
002650     READ TRANSIT-ENROLLMENT NEXT RECORD
002660         AT END SET VTP-VALETRAN-EOF TO TRUE
002670     END-READ.
002680 1210-GUARDAR-ADESAO-EXIT.
002690     EXIT.
002700
002710*=========================================================
002720* ULTIMO EVENTO DO MOVHIST DE CADA ADESAO ATE A DATA DO
002730* PEDIDO - MOVHIST AUSENTE = SO O EMPLOYEE-MASTER
002740*=========================================================
002750 2000-LER-MOVIMENTOS.
002760     OPEN INPUT MOVEMENT-HISTORY.
002770     IF VTP-MOVHIST-STATUS NOT = '00'
002780         DISPLAY 'MOVHIST AUSENTE - SITUACAO PELO '
002790             'EMPLOYEE-MASTER'
002800         GO TO 2000-LER-MOVIMENTOS-EXIT.
002810     READ MOVEMENT-HISTORY
002820         AT END SET VTP-MOVHIST-EOF TO TRUE
002830     END-READ.
002840     PERFORM 2100-TRATAR-EVENTO THRU 2100-TRATAR-EVENTO-EXIT
002850         UNTIL VTP-MOVHIST-EOF.
002860     CLOSE MOVEMENT-HISTORY.
002870 2000-LER-MOVIMENTOS-EXIT.
002880     EXIT.
002890
002900 2100-TRATAR-EVENTO.
002910     IF MOV-TRANSF-EMPRESA
002920             OR MOV-SITUACAO-DEPOIS = SPACES
002930             OR MOV-DATA > VTP-DATASISTEMA
002940         GO TO 2100-TRATAR-EVENTO-LER.
002950     MOVE MOV-MATRICULA TO VTR-MATRICULA.
002960     PERFORM 8000-LOCALIZAR-ADESAO
002970         THRU 8000-LOCALIZAR-ADESAO-EXIT.
002980     IF NOT VTP-ADESAO-ACHADA
002990         GO TO 2100-TRATAR-EVENTO-LER.
003000     IF MOV-DATA < VTP-A-DATA (VTP-IX)
003010         GO TO 2100-TRATAR-EVENTO-LER.
003020     MOVE MOV-SITUACAO-DEPOIS TO VTP-A-SITUACAO (VTP-IX).
003030     MOVE MOV-DATA TO VTP-A-DATA (VTP-IX).
003040     ADD 1 TO VTP-QTDE-EVENTOS.
003050 2100-TRATAR-EVENTO-LER.
003060     READ MOVEMENT-HISTORY
003070         AT END SET VTP-MOVHIST-EOF TO TRUE
003080     END-READ.
003090 2100-TRATAR-EVENTO-EXIT.
003100     EXIT.
003110
003120*=========================================================
003130* PEDIDO: UMA LINHA POR ADESAO ATIVA DE FUNCIONARIO EM
003140* ATIVIDADE; AFASTADO FICA FORA, DESLIGADO ENCERRA
003150*=========================================================
003160 3000-GERAR-PEDIDO.
003170     MOVE '00' TO VTP-VALETRAN-STATUS.
003180     MOVE ZEROS TO VTR-MATRICULA.
003190     START TRANSIT-ENROLLMENT KEY >= VTR-MATRICULA
003200         INVALID KEY
003210             SET VTP-VALETRAN-EOF TO TRUE
003220     END-START.
003230     IF VTP-VALETRAN-EOF
003240         GO TO 3000-GERAR-PEDIDO-EXIT.
003250     READ TRANSIT-ENROLLMENT NEXT RECORD
003260         AT END SET VTP-VALETRAN-EOF TO TRUE
003270     END-READ.
003280     PERFORM 3100-TRATAR-ADESAO THRU 3100-TRATAR-ADESAO-EXIT
003290         UNTIL VTP-VALETRAN-EOF.
003300 3000-GERAR-PEDIDO-EXIT.
003310     EXIT.
003320
003330 3100-TRATAR-ADESAO.
003340     IF NOT VTR-ATIVA
003350         GO TO 3100-TRATAR-ADESAO-LER.
003360     MOVE VTR-MATRICULA TO EMP-ID.
003370     READ EMPLOYEE-MASTER
003380         INVALID KEY
003390             DISPLAY 'ADESAO SEM FUNCIONARIO NO CADASTRO - '
003400                 'MATRICULA ' VTR-MATRICULA
003410             ADD 1 TO VTP-QTDE-SEM-FUNC
003420             IF VTP-RETORNO < 4
003430                 MOVE 4 TO VTP-RETORNO
003440             END-IF
003450             GO TO 3100-TRATAR-ADESAO-LER
003460     END-READ.
003470     PERFORM 3200-APURAR-SITUACAO THRU 3200-APURAR-SITUACAO-EXIT.
003480     MOVE ZEROS TO VTP-VALOR-RECARGA.
003490     EVALUATE TRUE
003500         WHEN VTP-FUNC-DESLIGADO
003510             PERFORM 3300-ENCERRAR-ADESAO
003520                 THRU 3300-ENCERRAR-ADESAO-EXIT
003530             MOVE ZEROS TO VTD-DIAS
003540         WHEN VTP-FUNC-AFASTADO
003550             ADD 1 TO VTP-QTDE-AFASTADOS
003560             MOVE ZEROS TO VTD-DIAS
003570         WHEN OTHER
003580             PERFORM 3400-GRAVAR-PEDIDO
003590                 THRU 3400-GRAVAR-PEDIDO-EXIT
003600             MOVE VTP-DIAS-UTEIS TO VTD-DIAS
003610     END-EVALUATE.
003620     MOVE VTR-MATRICULA TO VTD-MATRICULA.
003630     MOVE VTP-COMP-NUM TO VTD-COMPETENCIA.
003640     MOVE VTP-VALOR-RECARGA TO VTD-VALOR.
003650     MOVE VTP-DATASISTEMA TO VTD-DATA-GERACAO.
003660     WRITE VTD-BENEFIT-RECORD.
003670 3100-TRATAR-ADESAO-LER.
003680     READ TRANSIT-ENROLLMENT NEXT RECORD
003690         AT END SET VTP-VALETRAN-EOF TO TRUE
003700     END-READ.
003710 3100-TRATAR-ADESAO-EXIT.
003720     EXIT.
003730
003740*=========================================================
003750* DESLIGADO OU AFASTADO PELO ULTIMO EVENTO DO MOVHIST OU
003760* PELA SITUACAO DO CADASTRO
003770*=========================================================
003780 3200-APURAR-SITUACAO.
003790     MOVE SPACES TO VTP-SITUACAO-FUNC.
003800     PERFORM 8000-LOCALIZAR-ADESAO
003810         THRU 8000-LOCALIZAR-ADESAO-EXIT.
003820     IF VTP-ADESAO-ACHADA
003830         MOVE VTP-A-SITUACAO (VTP-IX) TO VTP-SITUACAO-FUNC
003840     END-IF.
003850     IF EMP-DESLIGADO
003860         SET VTP-FUNC-DESLIGADO TO TRUE
003870     END-IF.
003880     IF EMP-AFASTADO AND NOT VTP-FUNC-DESLIGADO
003890         SET VTP-FUNC-AFASTADO TO TRUE
003900     END-IF.
003910 3200-APURAR-SITUACAO-EXIT.
003920     EXIT.
003930
003940 3300-ENCERRAR-ADESAO.
003950     SET VTR-CANCELADA TO TRUE.
003960     SET VTR-CANCEL-DESLIG TO TRUE.
003970     MOVE VTP-DATASISTEMA TO VTR-DATA-CANCEL.
003980     MOVE 'BATCH' TO VTR-USUARIO.
003990     REWRITE VTR-RECORD
004000         INVALID KEY
004010             DISPLAY 'ERRO AO REGRAVAR O VALETRAN - MATRICULA '
004020                 VTR-MATRICULA
004030     END-REWRITE.
004040     ADD 1 TO VTP-QTDE-ENCERRADAS.
004050 3300-ENCERRAR-ADESAO-EXIT.
004060     EXIT.
004070
004080 3400-GRAVAR-PEDIDO.
004090     COMPUTE VTP-VALOR-RECARGA ROUNDED =
004100         VTP-DIAS-UTEIS * VTR-VIAGENS-DIA * VTR-TARIFA.
004110     MOVE SPACES TO VPD-PEDIDO-RECORD.
004120     SET VPD-TIPO-DETALHE TO TRUE.
004130     MOVE VTR-MATRICULA TO VPD-D-MATRICULA.
004140     MOVE EMP-CPF TO VPD-D-CPF.
004150     MOVE EMP-NOME TO VPD-D-NOME.
004160     MOVE VTR-CARTAO TO VPD-D-CARTAO.
004170     MOVE VTP-DIAS-UTEIS TO VPD-D-DIAS.
004180     MOVE VTR-VIAGENS-DIA TO VPD-D-VIAGENS.
004190     MOVE VTR-TARIFA TO VPD-D-TARIFA.
004200     MOVE VTP-VALOR-RECARGA TO VPD-D-VALOR.
004210     WRITE VPD-PEDIDO-RECORD.
004220     ADD 1 TO VTP-QTDE-PEDIDOS.
004230     ADD VTP-VALOR-RECARGA TO VTP-VALOR-TOTAL.
004240     MOVE VTP-COMP-NUM TO VTR-ULT-COMPETENCIA.
004250     REWRITE VTR-RECORD
004260         INVALID KEY
004270             DISPLAY 'ERRO AO REGRAVAR O VALETRAN - MATRICULA '
004280                 VTR-MATRICULA
004290     END-REWRITE.
004300 3400-GRAVAR-PEDIDO-EXIT.
004310     EXIT.
004320
004330 4000-FINALIZAR.
004340     MOVE SPACES TO VPD-PEDIDO-RECORD.
004350     SET VPD-TIPO-TRAILER TO TRUE.
004360     MOVE VTP-QTDE-PEDIDOS TO VPD-T-QUANTIDADE.
004370     MOVE VTP-VALOR-TOTAL TO VPD-T-VALOR.
004380     WRITE VPD-PEDIDO-RECORD.
004390     CLOSE TRANSIT-ENROLLMENT.
004400     CLOSE EMPLOYEE-MASTER.
004410     CLOSE TRANSIT-ORDER.
004420     CLOSE TRANSIT-BENEFIT.
004430     MOVE VTP-VALOR-TOTAL TO VTP-VALOR-EDT.
004440     DISPLAY 'CARTOES NO PEDIDO.......: ' VTP-QTDE-PEDIDOS.
004450     DISPLAY 'VALOR TOTAL DO PEDIDO...: ' VTP-VALOR-EDT.
004460     DISPLAY 'AFASTADOS FORA DO PEDIDO: ' VTP-QTDE-AFASTADOS.
004470     DISPLAY 'ADESOES ENCERRADAS......: ' VTP-QTDE-ENCERRADAS.
004480     IF VTP-QTDE-SEM-FUNC > ZEROS
004490         DISPLAY 'ADESOES SEM FUNCIONARIO.: ' VTP-QTDE-SEM-FUNC
004500     END-IF.
004510 4000-FINALIZAR-EXIT.
004520     EXIT.
004530
004540*=========================================================
004550* POSICAO DA MATRICULA (VTR-MATRICULA) NA TABELA DE
004560* ADESOES - VTP-IX
004570*=========================================================
004580 8000-LOCALIZAR-ADESAO.
004590     MOVE 'N' TO VTP-SW-POSICAO.
004600     MOVE ZEROS TO VTP-IX.
004610     MOVE 1 TO VTP-SUB.
004620     PERFORM 8010-COMPARAR-ADESAO
004630         THRU 8010-COMPARAR-ADESAO-EXIT
004640         UNTIL VTP-ADESAO-ACHADA
004650            OR VTP-SUB > VTP-QTDE-TABELA.
004660 8000-LOCALIZAR-ADESAO-EXIT.
004670     EXIT.
004680
004690 8010-COMPARAR-ADESAO.
004700     IF VTP-A-MATRICULA (VTP-SUB) = VTR-MATRICULA
004710         SET VTP-ADESAO-ACHADA TO TRUE
004720         MOVE VTP-SUB TO VTP-IX
004730     ELSE
004740         ADD 1 TO VTP-SUB
004750     END-IF.
004760 8010-COMPARAR-ADESAO-EXIT.
004770     EXIT.
