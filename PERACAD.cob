000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PERACAD.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO ACADEMICO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: ROTINA COMUM (CALL, COMO DIAUTIL) QUE DEVOLVE O
000100*           PERIODO LETIVO (AAAAS) DE UMA DATA, COM A DATA
000110*           DE INICIO E DE FIM DO PERIODO, PELO CALENDARIO
000120*           ACADEMICO CALACAD. DATA QUE NAO CAI EM NENHUM
000130*           PERIODO CADASTRADO (OU CALENDARIO AUSENTE) USA A
000140*           REGRA DO SEMESTRE CIVIL: AAAA1 DE 01/01 A 30/06,
000150*           AAAA2 DE 01/07 A 31/12.
000160* PARAMETROS (NESTA ORDEM):
000170*   LK-DATA           - DATA A CLASSIFICAR (AAAAMMDD).
000180*   LK-PERIODO        - PERIODO LETIVO AAAAS (DEVOLVIDO).
000190*   LK-DATA-INICIO    - INICIO DO PERIODO (DEVOLVIDO).
000200*   LK-DATA-FIM       - FIM DO PERIODO (DEVOLVIDO).
000210* OBS: O CALENDARIO E CARREGADO NUMA TABELA NA PRIMEIRA
000220*      CHAMADA E FICA EM MEMORIA ATE O FIM DA RUN UNIT -
000230*      OS LOTES CHAMAM A ROTINA UMA VEZ POR REGISTRO. SO OS
000240*      100 PRIMEIROS PERIODOS DO ARQUIVO SAO CARREGADOS; OS
000250*      DEMAIS CAEM NA REGRA DO SEMESTRE CIVIL.
000260* -----------------------------------------------------
000270* HISTORICO DE ALTERACOES
000280* 15/10/2026 FT  PROGRAMA CRIADO.
000290***********************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ACADEMIC-CALENDAR ASSIGN TO 'CALACAD'
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS PAC-CALACAD-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  ACADEMIC-CALENDAR.
000390     COPY CALACAD.
000400 WORKING-STORAGE SECTION.
000410 77  PAC-CALACAD-STATUS  PIC X(02) VALUE '00'.
000420 77  PAC-SW-CARREGADO    PIC X(01) VALUE 'N'.
000430     88  PAC-JA-CARREGOU     VALUE 'S'.
000440 77  PAC-SW-FIM          PIC X(01) VALUE 'N'.
000450     88  PAC-FIM-CALENDARIO  VALUE 'S'.
000460 77  PAC-SW-ACHOU        PIC X(01) VALUE 'N'.
000470     88  PAC-ACHOU           VALUE 'S'.
000480 77  PAC-QTDE            PIC 9(03) COMP VALUE ZEROS.
000490 77  PAC-IX              PIC 9(03) COMP VALUE ZEROS.
000500 01  PAC-TABELA.
000510     05  PAC-ENTRADA OCCURS 100 TIMES.
000520         10  PAC-T-PERIODO   PIC 9(05).
000530         10  PAC-T-INICIO    PIC 9(08).
000540         10  PAC-T-FIM       PIC 9(08).
000550 01  PAC-DATA.
000560     05  PAC-ANO             PIC 9(04).
000570     05  PAC-MES             PIC 9(02).
000580     05  PAC-DIA             PIC 9(02).
000590 01  PAC-DATA-NUM REDEFINES PAC-DATA PIC 9(08).
000600 01  PAC-LIMITE.
000610     05  PAC-LIM-ANO         PIC 9(04).
000620     05  PAC-LIM-MMDD        PIC 9(04).
000630 01  PAC-LIMITE-NUM REDEFINES PAC-LIMITE PIC 9(08).
000640 LINKAGE SECTION.
000650 01  LK-DATA                 PIC 9(08).
000660 01  LK-PERIODO              PIC 9(05).
000670 01  LK-DATA-INICIO          PIC 9(08).
000680 01  LK-DATA-FIM             PIC 9(08).
000690
000700 PROCEDURE DIVISION USING LK-DATA LK-PERIODO
000710         LK-DATA-INICIO LK-DATA-FIM.
000720
000730 0000-CLASSIFICAR.
000740     IF NOT PAC-JA-CARREGOU
000750         SET PAC-JA-CARREGOU TO TRUE
000760         PERFORM 1000-CARREGAR THRU 1000-CARREGAR-EXIT
000770     END-IF.
000780     MOVE 'N' TO PAC-SW-ACHOU.
000790     MOVE ZEROS TO PAC-IX.
000800     PERFORM 2000-PROCURAR THRU 2000-PROCURAR-EXIT
000810         UNTIL PAC-ACHOU OR PAC-IX >= PAC-QTDE.
000820     IF NOT PAC-ACHOU
000830         PERFORM 3000-SEMESTRE-CIVIL
000840             THRU 3000-SEMESTRE-CIVIL-EXIT
000850     END-IF.
000860     GOBACK.
000870
000880*===========================================================
000890* CARGA DO CALENDARIO (UMA VEZ POR RUN UNIT)
000900*===========================================================
000910 1000-CARREGAR.
000920     MOVE ZEROS TO PAC-QTDE.
000930     OPEN INPUT ACADEMIC-CALENDAR.
000940     IF PAC-CALACAD-STATUS NOT = '00'
000950         GO TO 1000-CARREGAR-EXIT.
000960     MOVE 'N' TO PAC-SW-FIM.
000970     PERFORM 1100-LER-PERIODO THRU 1100-LER-PERIODO-EXIT
000980         UNTIL PAC-FIM-CALENDARIO.
000990     CLOSE ACADEMIC-CALENDAR.
001000 1000-CARREGAR-EXIT.
001010     EXIT.
001020
001030 1100-LER-PERIODO.
001040     READ ACADEMIC-CALENDAR
001050         AT END
001060             SET PAC-FIM-CALENDARIO TO TRUE
001070             GO TO 1100-LER-PERIODO-EXIT
001080     END-READ.
001090     IF CAC-PERIODO NOT NUMERIC
001100         OR CAC-DATA-INICIO NOT NUMERIC
001110         OR CAC-DATA-FIM NOT NUMERIC
001120         OR CAC-DATA-FIM < CAC-DATA-INICIO
001130         GO TO 1100-LER-PERIODO-EXIT.
001140     IF PAC-QTDE >= 100
001150         GO TO 1100-LER-PERIODO-EXIT.
001160     ADD 1 TO PAC-QTDE.
001170     MOVE CAC-PERIODO     TO PAC-T-PERIODO (PAC-QTDE).
001180     MOVE CAC-DATA-INICIO TO PAC-T-INICIO (PAC-QTDE).
001190     MOVE CAC-DATA-FIM    TO PAC-T-FIM (PAC-QTDE).
001200 1100-LER-PERIODO-EXIT.
001210     EXIT.
001220
001230*===========================================================
001240* PROCURA DA DATA NOS PERIODOS CADASTRADOS
001250*===========================================================
001260 2000-PROCURAR.
001270     ADD 1 TO PAC-IX.
001280     IF LK-DATA NOT < PAC-T-INICIO (PAC-IX)
001290         AND LK-DATA NOT > PAC-T-FIM (PAC-IX)
001300         SET PAC-ACHOU TO TRUE
001310         MOVE PAC-T-PERIODO (PAC-IX) TO LK-PERIODO
001320         MOVE PAC-T-INICIO (PAC-IX)  TO LK-DATA-INICIO
001330         MOVE PAC-T-FIM (PAC-IX)     TO LK-DATA-FIM
001340     END-IF.
001350 2000-PROCURAR-EXIT.
001360     EXIT.
001370
001380*===========================================================
001390* REGRA DO SEMESTRE CIVIL (DATA FORA DO CALENDARIO)
001400*===========================================================
001410 3000-SEMESTRE-CIVIL.
001420     MOVE LK-DATA TO PAC-DATA-NUM.
001430     MOVE PAC-ANO TO PAC-LIM-ANO.
001440     IF PAC-MES < 7
001450         COMPUTE LK-PERIODO = PAC-ANO * 10 + 1
001460         MOVE 0101 TO PAC-LIM-MMDD
001470         MOVE PAC-LIMITE-NUM TO LK-DATA-INICIO
001480         MOVE 0630 TO PAC-LIM-MMDD
001490         MOVE PAC-LIMITE-NUM TO LK-DATA-FIM
001500     ELSE
001510         COMPUTE LK-PERIODO = PAC-ANO * 10 + 2
001520         MOVE 0701 TO PAC-LIM-MMDD
001530         MOVE PAC-LIMITE-NUM TO LK-DATA-INICIO
001540         MOVE 1231 TO PAC-LIM-MMDD
001550         MOVE PAC-LIMITE-NUM TO LK-DATA-FIM
001560     END-IF.
001570 3000-SEMESTRE-CIVIL-EXIT.
001580     EXIT.
