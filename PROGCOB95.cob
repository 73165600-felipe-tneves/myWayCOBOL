000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB95.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE LOGISTICA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CONFERENCIA DE COBERTURA DAS TABELAS DE TAXA DE
000100*           FRETE COM VIGENCIA - PASSO DO LOTE NOTURNO
000110*           (BATNOITE) ANTES DO LOTE DE FRETE. PARA CADA UF
000120*           (UFRATE) E PARA CADA TRANSPORTADORA ATIVA X UF
000130*           (CARRTAB), PELA ROTINA COMUM VIGCHK, LISTA NO
000140*           RELATORIO COBTAXA AS FAIXAS SOBREPOSTAS (O LOTE
000150*           PEGARIA QUALQUER UMA) E OS PERIODOS SEM TAXA NOS
000160*           PROXIMOS 90 DIAS (O PEDIDO CAI NA TAXA DA UF OU
000170*           NO REJEITO). LISTA TAMBEM OS PARES TRANSPORTADORA
000180*           X UF SEM NENHUMA TAXA E AS TRANSPORTADORAS CUJAS
000190*           TAXAS TERMINAM TODAS EM ATE 30 DIAS.
000200* OBS: AS UFS CONFERIDAS SAO AS QUE APARECEM NA UFRATE OU NA
000210*      CARRTAB. A DATA DO PROCESSAMENTO E A DO BUSIDATE
000220*      (DIFERENTE DE ZEROS), SENAO A DO SISTEMA. DEVOLVE
000230*      RETURN-CODE 4 QUANDO HA SOBREPOSICAO OU PERIODO SEM
000240*      TAXA - O FRETE RODA ASSIM MESMO.
000250* -----------------------------------------------------
000260* HISTORICO DE ALTERACOES
000270* 15/10/2026 FT  PROGRAMA CRIADO.
000280***********************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT UF-RATE-TABLE ASSIGN TO 'UFRATE'
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS UF-RATE-CHAVE
000390         FILE STATUS IS CBT-UFRATE-STATUS.
000400     SELECT CARRIER-RATE-TABLE ASSIGN TO 'CARRTAB'
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS CTB-CHAVE
000440         FILE STATUS IS CBT-CARRTAB-STATUS.
000450     SELECT CARRIER-MASTER ASSIGN TO 'CARRMAST'
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS CAR-CODIGO
000490         FILE STATUS IS CBT-CARRMAST-STATUS.
000500     SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSIDATE'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS CBT-BUSIDATE-STATUS.
000530     SELECT COVERAGE-REPORT ASSIGN TO 'COBTAXA'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CBT-REPORT-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  UF-RATE-TABLE.
000590     COPY UFTABREG.
000600 FD  CARRIER-RATE-TABLE.
000610     COPY CARRTAB.
000620 FD  CARRIER-MASTER.
000630     COPY CARRMST.
000640 FD  BUSINESS-DATE-FILE.
000650     COPY BUSIDATE.
000660 FD  COVERAGE-REPORT
000670     RECORD CONTAINS 80 CHARACTERS.
000680 01  CBT-REPORT-LINE          PIC X(80).
000690 WORKING-STORAGE SECTION.
000700 01  CBT-SWITCHES.
000710     05  CBT-UFRATE-STATUS    PIC X(02) VALUE '00'.
000720         88  CBT-UFRATE-EOF       VALUE '10'.
000730     05  CBT-CARRTAB-STATUS   PIC X(02) VALUE '00'.
000740         88  CBT-CARRTAB-EOF      VALUE '10'.
000750     05  CBT-CARRMAST-STATUS  PIC X(02) VALUE '00'.
000760         88  CBT-CARRMAST-EOF     VALUE '10'.
000770     05  CBT-BUSIDATE-STATUS  PIC X(02) VALUE '00'.
000780     05  CBT-REPORT-STATUS    PIC X(02) VALUE '00'.
000790     05  CBT-SW-ACHOU         PIC X(01) VALUE 'N'.
000800         88  CBT-UF-ACHADA        VALUE 'S'.
000810     05  CBT-SW-TEM-FAIXA     PIC X(01) VALUE 'N'.
000820         88  CBT-TRANSP-TEM-FAIXA     VALUE 'S'.
000830     05  CBT-SW-TODAS-30      PIC X(01) VALUE 'S'.
000840         88  CBT-TODAS-TERMINAM       VALUE 'S'.
000850
000860 01  CBT-CONTADORES.
000870     05  CBT-QTDE-UFS-CONF    PIC 9(06) COMP VALUE ZEROS.
000880     05  CBT-QTDE-PARES-CONF  PIC 9(06) COMP VALUE ZEROS.
000890     05  CBT-QTDE-SOBREP      PIC 9(06) COMP VALUE ZEROS.
000900     05  CBT-QTDE-LACUNAS     PIC 9(06) COMP VALUE ZEROS.
000910     05  CBT-QTDE-AUSENTES    PIC 9(06) COMP VALUE ZEROS.
000920     05  CBT-QTDE-TERMINANDO  PIC 9(06) COMP VALUE ZEROS.
000930
000940 01  CBT-DATASISTEMA          PIC 9(08) VALUE ZEROS.
000950 01  CBT-SUB                  PIC 9(03) COMP VALUE ZEROS.
000960 01  CBT-IND-UF               PIC 9(03) COMP VALUE ZEROS.
000970 01  CBT-IND-TR               PIC 9(03) COMP VALUE ZEROS.
000980 01  CBT-UF-LIDA              PIC X(02) VALUE SPACES.
000990 01  CBT-MAIOR-FIM            PIC 9(08) VALUE ZEROS.
001000
001010*    PARAMETROS DA ROTINA VIGCHK (SEM ALTERACAO PENDENTE)
001020 01  CBT-VIG-TABELA           PIC X(08) VALUE SPACES.
001030 01  CBT-VIG-TRANSP           PIC X(03) VALUE SPACES.
001040 01  CBT-VIG-UF               PIC X(02) VALUE SPACES.
001050 01  CBT-VIG-OPERACAO         PIC X(01) VALUE SPACES.
001060 01  CBT-VIG-IMAGEM           PIC X(40) VALUE SPACES.
001070     COPY VIGRES.
001080
001090 01  CBT-TABELA-UFS.
001100     05  CBT-QTDE-UFS         PIC 9(03) COMP VALUE ZEROS.
001110     05  CBT-UF OCCURS 40 TIMES PIC X(02).
001120
001130 01  CBT-TABELA-TRANSP.
001140     05  CBT-QTDE-TRANSP      PIC 9(03) COMP VALUE ZEROS.
001150     05  CBT-TRANSP OCCURS 50 TIMES PIC X(03).
001160
001170 01  CBT-LINHA-CABECALHO.
001180     05  FILLER               PIC X(08) VALUE 'TABELA  '.
001190     05  FILLER               PIC X(07) VALUE 'TRANSP '.
001200     05  FILLER               PIC X(04) VALUE 'UF  '.
001210     05  FILLER               PIC X(33) VALUE 'OCORRENCIA'.
001220     05  FILLER               PIC X(09) VALUE 'DE       '.
001230     05  FILLER               PIC X(08) VALUE 'ATE'.
001240
001250 01  CBT-LINHA-DETALHE.
001260     05  CBT-D-TABELA         PIC X(07).
001270     05  FILLER               PIC X(01) VALUE SPACES.
001280     05  CBT-D-TRANSP         PIC X(03).
001290     05  FILLER               PIC X(04) VALUE SPACES.
001300     05  CBT-D-UF             PIC X(02).
001310     05  FILLER               PIC X(02) VALUE SPACES.
001320     05  CBT-D-OCORRENCIA     PIC X(32).
001330     05  FILLER               PIC X(01) VALUE SPACES.
001340     05  CBT-D-DE             PIC 9(08).
001350     05  FILLER               PIC X(01) VALUE SPACES.
001360     05  CBT-D-ATE            PIC 9(08).
001370
001380 01  CBT-LINHA-QTDE.
001390     05  CBT-Q-ROTULO         PIC X(37).
001400     05  CBT-Q-VALOR          PIC ZZZ.ZZ9.
001410
001420 PROCEDURE DIVISION.
001430
001440 0000-MAINLINE.
001450     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001460     PERFORM 2000-CONFERIR-UF THRU 2000-CONFERIR-UF-EXIT
001470         VARYING CBT-IND-UF FROM 1 BY 1
001480         UNTIL CBT-IND-UF > CBT-QTDE-UFS.
001490     PERFORM 3000-CONFERIR-TRANSP THRU 3000-CONFERIR-TRANSP-EXIT
001500         VARYING CBT-IND-TR FROM 1 BY 1
001510         UNTIL CBT-IND-TR > CBT-QTDE-TRANSP.
001520     PERFORM 4000-FINALIZAR THRU 4000-FINALIZAR-EXIT.
001530     GOBACK.
001540
001550 1000-INICIALIZAR.
001560     ACCEPT CBT-DATASISTEMA FROM DATE YYYYMMDD.
001570     OPEN INPUT BUSINESS-DATE-FILE.
001580     IF CBT-BUSIDATE-STATUS = '00'
001590         READ BUSINESS-DATE-FILE
001600             AT END
001610                 CONTINUE
001620             NOT AT END
001630                 IF BSD-DATA NOT = ZEROS
001640                     MOVE BSD-DATA TO CBT-DATASISTEMA
001650                 END-IF
001660         END-READ
001670         CLOSE BUSINESS-DATE-FILE
001680     END-IF.
001690*    UFS E TRANSPORTADORAS SAO LEVANTADAS ANTES; A VIGCHK ABRE
001700*    AS TABELAS DE NOVO A CADA CONFERENCIA
001710     OPEN INPUT UF-RATE-TABLE.
001720     IF CBT-UFRATE-STATUS = '00'
001730         PERFORM 1100-LER-UFRATE THRU 1100-LER-UFRATE-EXIT
001740             UNTIL CBT-UFRATE-EOF
001750         CLOSE UF-RATE-TABLE
001760     END-IF.
001770     OPEN INPUT CARRIER-RATE-TABLE.
001780     IF CBT-CARRTAB-STATUS = '00'
001790         PERFORM 1200-LER-CARRTAB THRU 1200-LER-CARRTAB-EXIT
001800             UNTIL CBT-CARRTAB-EOF
001810         CLOSE CARRIER-RATE-TABLE
001820     END-IF.
001830     OPEN INPUT CARRIER-MASTER.
001840     IF CBT-CARRMAST-STATUS = '00'
001850         PERFORM 1300-LER-TRANSPORTADORA
001860             THRU 1300-LER-TRANSPORTADORA-EXIT
001870             UNTIL CBT-CARRMAST-EOF
001880         CLOSE CARRIER-MASTER
001890     END-IF.
001900     OPEN OUTPUT COVERAGE-REPORT.
001910     MOVE SPACES TO CBT-REPORT-LINE.
001920     STRING '=== COBERTURA DAS TABELAS DE TAXA DE FRETE - '
001930            CBT-DATASISTEMA ' ==='
001940         DELIMITED BY SIZE INTO CBT-REPORT-LINE.
001950     WRITE CBT-REPORT-LINE.
001960     MOVE SPACES TO CBT-REPORT-LINE.
001970     WRITE CBT-REPORT-LINE.
001980     WRITE CBT-REPORT-LINE FROM CBT-LINHA-CABECALHO.
001990 1000-INICIALIZAR-EXIT.
002000     EXIT.
002010
002020 1100-LER-UFRATE.
002030     READ UF-RATE-TABLE
002040         AT END
002050             GO TO 1100-LER-UFRATE-EXIT
002060     END-READ.
002070     MOVE UF-RATE-UF TO CBT-UF-LIDA.
002080     PERFORM 1400-GUARDAR-UF THRU 1400-GUARDAR-UF-EXIT.
002090 1100-LER-UFRATE-EXIT.
002100     EXIT.
002110
002120 1200-LER-CARRTAB.
002130     READ CARRIER-RATE-TABLE
002140         AT END
002150             GO TO 1200-LER-CARRTAB-EXIT
002160     END-READ.
002170     MOVE CTB-UF TO CBT-UF-LIDA.
002180     PERFORM 1400-GUARDAR-UF THRU 1400-GUARDAR-UF-EXIT.
002190 1200-LER-CARRTAB-EXIT.
002200     EXIT.
002210
002220 1300-LER-TRANSPORTADORA.
002230     READ CARRIER-MASTER
002240         AT END
002250             GO TO 1300-LER-TRANSPORTADORA-EXIT
002260     END-READ.
002270     IF CAR-ATIVA AND CBT-QTDE-TRANSP < 50
002280         ADD 1 TO CBT-QTDE-TRANSP
002290         MOVE CAR-CODIGO TO CBT-TRANSP (CBT-QTDE-TRANSP)
002300     END-IF.
002310 1300-LER-TRANSPORTADORA-EXIT.
002320     EXIT.
002330
002340 1400-GUARDAR-UF.
002350     MOVE 'N' TO CBT-SW-ACHOU.
002360     MOVE 1 TO CBT-SUB.
002370     PERFORM 1410-PROCURAR-UF THRU 1410-PROCURAR-UF-EXIT
002380         UNTIL CBT-SUB > CBT-QTDE-UFS OR CBT-UF-ACHADA.
002390     IF NOT CBT-UF-ACHADA AND CBT-QTDE-UFS < 40
002400         ADD 1 TO CBT-QTDE-UFS
002410         MOVE CBT-UF-LIDA TO CBT-UF (CBT-QTDE-UFS)
002420     END-IF.
002430 1400-GUARDAR-UF-EXIT.
002440     EXIT.
002450
002460 1410-PROCURAR-UF.
002470     IF CBT-UF (CBT-SUB) = CBT-UF-LIDA
002480         SET CBT-UF-ACHADA TO TRUE
002490     ELSE
002500         ADD 1 TO CBT-SUB
002510     END-IF.
002520 1410-PROCURAR-UF-EXIT.
002530     EXIT.
002540
002550*=========================================================
002560* TAXA DA UF (UFRATE) - A TAXA DE ULTIMO RECURSO DO LOTE
002570*=========================================================
002580 2000-CONFERIR-UF.
002590     MOVE 'UFRATE' TO CBT-VIG-TABELA.
002600     MOVE SPACES TO CBT-VIG-TRANSP.
002610     MOVE CBT-UF (CBT-IND-UF) TO CBT-VIG-UF.
002620     CALL 'VIGCHK' USING CBT-VIG-TABELA CBT-VIG-TRANSP
002630         CBT-VIG-UF CBT-DATASISTEMA CBT-VIG-OPERACAO
002640         CBT-VIG-IMAGEM VGR-RESULTADO.
002650     ADD 1 TO CBT-QTDE-UFS-CONF.
002660     MOVE 'UFRATE' TO CBT-D-TABELA.
002670     MOVE SPACES TO CBT-D-TRANSP.
002680     MOVE CBT-VIG-UF TO CBT-D-UF.
002690     PERFORM 5000-LISTAR-RESULTADO
002700         THRU 5000-LISTAR-RESULTADO-EXIT.
002710 2000-CONFERIR-UF-EXIT.
002720     EXIT.
002730
002740*=========================================================
002750* CADA TRANSPORTADORA ATIVA CONTRA TODAS AS UFS; NO FIM, SE
002760* TODAS AS SUAS TAXAS TERMINAM EM ATE 30 DIAS
002770*=========================================================
002780 3000-CONFERIR-TRANSP.
002790     MOVE 'N' TO CBT-SW-TEM-FAIXA.
002800     MOVE 'S' TO CBT-SW-TODAS-30.
002810     MOVE ZEROS TO CBT-MAIOR-FIM.
002820     PERFORM 3100-CONFERIR-PAR THRU 3100-CONFERIR-PAR-EXIT
002830         VARYING CBT-IND-UF FROM 1 BY 1
002840         UNTIL CBT-IND-UF > CBT-QTDE-UFS.
002850     IF CBT-TRANSP-TEM-FAIXA AND CBT-TODAS-TERMINAM
002860         ADD 1 TO CBT-QTDE-TERMINANDO
002870         MOVE 'CARRTAB' TO CBT-D-TABELA
002880         MOVE CBT-TRANSP (CBT-IND-TR) TO CBT-D-TRANSP
002890         MOVE SPACES TO CBT-D-UF
002900         MOVE 'TODAS AS TAXAS TERMINAM EM 30 D'
002910             TO CBT-D-OCORRENCIA
002920         MOVE CBT-DATASISTEMA TO CBT-D-DE
002930         MOVE CBT-MAIOR-FIM TO CBT-D-ATE
002940         WRITE CBT-REPORT-LINE FROM CBT-LINHA-DETALHE
002950     END-IF.
002960 3000-CONFERIR-TRANSP-EXIT.
002970     EXIT.
002980
002990 3100-CONFERIR-PAR.
003000     MOVE 'CARRTAB' TO CBT-VIG-TABELA.
003010     MOVE CBT-TRANSP (CBT-IND-TR) TO CBT-VIG-TRANSP.
003020     MOVE CBT-UF (CBT-IND-UF) TO CBT-VIG-UF.
003030     CALL 'VIGCHK' USING CBT-VIG-TABELA CBT-VIG-TRANSP
003040         CBT-VIG-UF CBT-DATASISTEMA CBT-VIG-OPERACAO
003050         CBT-VIG-IMAGEM VGR-RESULTADO.
003060     ADD 1 TO CBT-QTDE-PARES-CONF.
003070     MOVE 'CARRTAB' TO CBT-D-TABELA.
003080     MOVE CBT-VIG-TRANSP TO CBT-D-TRANSP.
003090     MOVE CBT-VIG-UF TO CBT-D-UF.
003100     IF VGR-QTDE-FAIXAS = ZERO
003110         ADD 1 TO CBT-QTDE-AUSENTES
003120         MOVE 'SEM TAXA (USA A TAXA DA UF)' TO CBT-D-OCORRENCIA
003130         MOVE ZEROS TO CBT-D-DE CBT-D-ATE
003140         WRITE CBT-REPORT-LINE FROM CBT-LINHA-DETALHE
003150         GO TO 3100-CONFERIR-PAR-EXIT.
003160     SET CBT-TRANSP-TEM-FAIXA TO TRUE.
003170     IF NOT VGR-TERMINA-EM-30-DIAS
003180         MOVE 'N' TO CBT-SW-TODAS-30
003190     END-IF.
003200     IF VGR-ULTIMO-FIM > CBT-MAIOR-FIM
003210         MOVE VGR-ULTIMO-FIM TO CBT-MAIOR-FIM
003220     END-IF.
003230     PERFORM 5000-LISTAR-RESULTADO
003240         THRU 5000-LISTAR-RESULTADO-EXIT.
003250 3100-CONFERIR-PAR-EXIT.
003260     EXIT.
003270
003280 4000-FINALIZAR.
003290     MOVE SPACES TO CBT-REPORT-LINE.
003300     WRITE CBT-REPORT-LINE.
003310     MOVE 'UFS CONFERIDAS (UFRATE).............:' TO CBT-Q-ROTULO.
003320     MOVE CBT-QTDE-UFS-CONF TO CBT-Q-VALOR.
003330     WRITE CBT-REPORT-LINE FROM CBT-LINHA-QTDE.
003340     MOVE 'PARES TRANSP X UF CONFERIDOS........:' TO CBT-Q-ROTULO.
003350     MOVE CBT-QTDE-PARES-CONF TO CBT-Q-VALOR.
003360     WRITE CBT-REPORT-LINE FROM CBT-LINHA-QTDE.
003370     MOVE 'FAIXAS SOBREPOSTAS..................:' TO CBT-Q-ROTULO.
003380     MOVE CBT-QTDE-SOBREP TO CBT-Q-VALOR.
003390     WRITE CBT-REPORT-LINE FROM CBT-LINHA-QTDE.
003400     MOVE 'PERIODOS SEM TAXA EM 90 DIAS........:' TO CBT-Q-ROTULO.
003410     MOVE CBT-QTDE-LACUNAS TO CBT-Q-VALOR.
003420     WRITE CBT-REPORT-LINE FROM CBT-LINHA-QTDE.
003430     MOVE 'PARES TRANSP X UF SEM TAXA..........:' TO CBT-Q-ROTULO.
003440     MOVE CBT-QTDE-AUSENTES TO CBT-Q-VALOR.
003450     WRITE CBT-REPORT-LINE FROM CBT-LINHA-QTDE.
003460     MOVE 'TRANSP COM TAXAS TERMINANDO EM 30 D.:' TO CBT-Q-ROTULO.
003470     MOVE CBT-QTDE-TERMINANDO TO CBT-Q-VALOR.
003480     WRITE CBT-REPORT-LINE FROM CBT-LINHA-QTDE.
003490     CLOSE COVERAGE-REPORT.
003500     DISPLAY 'COBERTURA DAS TAXAS DE FRETE - TOTAIS DE CONTROLE'.
003510     DISPLAY 'UFS CONFERIDAS.............: ' CBT-QTDE-UFS-CONF.
003520     DISPLAY 'PARES TRANSP X UF..........: ' CBT-QTDE-PARES-CONF.
003530     DISPLAY 'FAIXAS SOBREPOSTAS.........: ' CBT-QTDE-SOBREP.
003540     DISPLAY 'PERIODOS SEM TAXA (90 DIAS): ' CBT-QTDE-LACUNAS.
003550     DISPLAY 'PARES SEM TAXA.............: ' CBT-QTDE-AUSENTES.
003560     DISPLAY 'TRANSP TERMINANDO EM 30 D..: ' CBT-QTDE-TERMINANDO.
003570     IF CBT-QTDE-SOBREP > ZERO OR CBT-QTDE-LACUNAS > ZERO
003580         MOVE 4 TO RETURN-CODE
003590     END-IF.
003600 4000-FINALIZAR-EXIT.
003610     EXIT.
003620
003630*=========================================================
003640* SOBREPOSICOES E LACUNAS DEVOLVIDAS PELA VIGCHK (AS CINCO
003650* PRIMEIRAS DE CADA; O EXCEDENTE SAI NUMA LINHA DE TOTAL)
003660*=========================================================
003670 5000-LISTAR-RESULTADO.
003680     ADD VGR-QTDE-SOBREPOSICOES TO CBT-QTDE-SOBREP.
003690     ADD VGR-QTDE-LACUNAS TO CBT-QTDE-LACUNAS.
003700     PERFORM 5100-LISTAR-SOBREPOSICAO
003710         THRU 5100-LISTAR-SOBREPOSICAO-EXIT
003720         VARYING CBT-SUB FROM 1 BY 1
003730         UNTIL CBT-SUB > VGR-QTDE-SOBREPOSICOES OR CBT-SUB > 5.
003740     PERFORM 5200-LISTAR-LACUNA THRU 5200-LISTAR-LACUNA-EXIT
003750         VARYING CBT-SUB FROM 1 BY 1
003760         UNTIL CBT-SUB > VGR-QTDE-LACUNAS OR CBT-SUB > 5.
003770     IF VGR-QTDE-SOBREPOSICOES > 5 OR VGR-QTDE-LACUNAS > 5
003780         MOVE 'MAIS OCORRENCIAS - VER A TABELA'
003790             TO CBT-D-OCORRENCIA
003800         MOVE ZEROS TO CBT-D-DE CBT-D-ATE
003810         WRITE CBT-REPORT-LINE FROM CBT-LINHA-DETALHE
003820     END-IF.
003830 5000-LISTAR-RESULTADO-EXIT.
003840     EXIT.
003850
003860 5100-LISTAR-SOBREPOSICAO.
003870     MOVE 'FAIXA SOBREPOSTA (INI X FIM ANT)' TO CBT-D-OCORRENCIA.
003880     MOVE VGR-SOB-INICIO (CBT-SUB) TO CBT-D-DE.
003890     MOVE VGR-SOB-FIM-ANTERIOR (CBT-SUB) TO CBT-D-ATE.
003900     WRITE CBT-REPORT-LINE FROM CBT-LINHA-DETALHE.
003910 5100-LISTAR-SOBREPOSICAO-EXIT.
003920     EXIT.
003930
003940 5200-LISTAR-LACUNA.
003950     MOVE 'PERIODO SEM TAXA' TO CBT-D-OCORRENCIA.
003960     MOVE VGR-LAC-DE (CBT-SUB) TO CBT-D-DE.
003970     MOVE VGR-LAC-ATE (CBT-SUB) TO CBT-D-ATE.
003980     WRITE CBT-REPORT-LINE FROM CBT-LINHA-DETALHE.
003990 5200-LISTAR-LACUNA-EXIT.
004000     EXIT.
