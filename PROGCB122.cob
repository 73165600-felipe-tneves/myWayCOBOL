000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB122.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: ANONIMIZACAO POR RETENCAO (LGPD) DOS DADOS
000100*           PESSOAIS DE EX-FUNCIONARIOS E DE EX-ALUNOS.
000110*           O PRAZO LEGAL VEM DO RETPARM, COMO O DO
000120*           EXPURGO: REGISTRO 'EMPMAST' = MESES APOS O
000130*           DESLIGAMENTO, REGISTRO 'STUDENTS' = MESES APOS A
000140*           ULTIMA ATIVIDADE ACADEMICA. SEM O REGISTRO,
000150*           AQUELE PUBLICO NAO E ANONIMIZADO. PASSADO O
000160*           PRAZO, NOME E CPF SAO TROCADOS POR PSEUDONIMOS
000170*           ('ANONIMIZADO F00123', CPF 999999 + MATRICULA),
000180*           MANTENDO CHAVES E VALORES - OS TOTAIS DE FOLHA,
000190*           AUMENTOS E NOTAS NAO MUDAM:
000200*           FUNCIONARIO - EMPMAST (NOME E CPF), DEPNDNT
000210*           (NOME; NASCIMENTO REDUZIDO A 01/01 DO ANO) E
000220*           RAISEAUD (NOME);
000230*           ALUNO - STUDENTS E STUPROG (NOME).
000240*           CADA REGISTRO ANONIMIZADO E GRAVADO NO DIARIO
000250*           JRNLBEF (ROTINA JRNLGRV) COM A OPERACAO 'A' E A
000260*           IMAGEM JA ANONIMIZADA - PROVA DE QUANDO, POR QUEM
000270*           E EM QUE REGISTRO, SEM GUARDAR DE NOVO O DADO
000280*           PESSOAL. O BACKOUT (PROGCOB45) NAO DESFAZ
000290*           ANONIMIZACAO. RELATORIO ANONRPT COM CADA TITULAR
000300*           ANONIMIZADO E OS TOTAIS.
000310* OBS: DESLIGAMENTO = ULTIMO EVENTO DO MOVHIST QUE LEVOU A
000320*      SITUACAO A 'D'; SEM EVENTO, VALE A ULTIMA
000330*      COMPETENCIA DO FOLHIST. ULTIMA ATIVIDADE DO ALUNO =
000340*      ULTIMO CALCULO NO GRDHIST (OU O INGRESSO NO
000350*      STUPROG); ALUNO ATIVO NO STUPROG NUNCA E
000360*      ANONIMIZADO. TITULAR SEM NENHUMA DATA FICA COMO
000370*      ESTA E SAI NO ANONRPT (RC 4). RAISEAUD E STUDENTS
000380*      SAO SEQUENCIAIS: SAO COPIADOS INTEIROS PARA O
000390*      RAISEANM E O STUDANM, QUE A JCL TROCA PELO ONLINE
000400*      (PADRAO MESTRE-ANTIGO/MESTRE-NOVO DO EXPURGO); LIDOS
000410*      DIFERENTE DE GRAVADOS = RC 16. O BANKCRED E
000420*      REGERADO A CADA FOLHA E NAO E TOCADO. AS GERACOES
000430*      DE ARCHIVE (ARCCAT) FICAM COMO ESTAO - O RELATORIO
000440*      DO TITULAR (PROGCB121) AS APONTA.
000450* -----------------------------------------------------
000460* HISTORICO DE ALTERACOES
000470* 15/10/2026 FT  PROGRAMA CRIADO.
000480***********************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SPECIAL-NAMES.
000520     DECIMAL-POINT IS COMMA.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT RETENTION-PARAMETERS ASSIGN TO 'RETPARM'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS ANM-RETPARM-STATUS.
000580     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS EMP-ID
000620         FILE STATUS IS ANM-EMPMAST-STATUS.
000630     SELECT DEPENDENTS-MASTER ASSIGN TO 'DEPNDNT'
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS DPD-CHAVE
000670         FILE STATUS IS ANM-DEPNDNT-STATUS.
000680     SELECT MOVEMENT-HISTORY ASSIGN TO 'MOVHIST'
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS ANM-MOVHIST-STATUS.
000710     SELECT PAYROLL-HISTORY ASSIGN TO 'FOLHIST'
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS ANM-FOLHIST-STATUS.
000740     SELECT RAISE-AUDIT-TRAIL ASSIGN TO 'RAISEAUD'
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS ANM-AUDIT-STATUS.
000770     SELECT RAISE-AUDIT-NEW ASSIGN TO 'RAISEANM'
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS ANM-AUDNEW-STATUS.
000800     SELECT STUDENTS-FILE ASSIGN TO 'STUDENTS'
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS ANM-STUDENTS-STATUS.
000830     SELECT STUDENTS-NEW ASSIGN TO 'STUDANM'
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS ANM-STUDNEW-STATUS.
000860     SELECT STUDENT-PROGRAM ASSIGN TO 'STUPROG'
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS SPG-ID
000900         FILE STATUS IS ANM-STUPROG-STATUS.
000910     SELECT GRADE-HISTORY ASSIGN TO 'GRDHIST'
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS GRH-CHAVE
000950         FILE STATUS IS ANM-GRDHIST-STATUS.
000960     SELECT ANONYMIZATION-REPORT ASSIGN TO 'ANONRPT'
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS ANM-REPORT-STATUS.
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  RETENTION-PARAMETERS.
001020     COPY RETPARM.
001030 FD  EMPLOYEE-MASTER.
001040     COPY EMPREC.
001050 FD  DEPENDENTS-MASTER.
001060     COPY DEPNDNT.
001070 FD  MOVEMENT-HISTORY.
001080     COPY MOVHIST.
001090 FD  PAYROLL-HISTORY.
001100     COPY FOLHIST.
001110 FD  RAISE-AUDIT-TRAIL.
001120     COPY RAISEAUD.
001130 FD  RAISE-AUDIT-NEW.
001140 01  ANM-RAISEAUD-NEW         PIC X(80).
001150 FD  STUDENTS-FILE.
001160     COPY STUDREC.
001170 FD  STUDENTS-NEW.
001180 01  ANM-STUDENTS-NEW         PIC X(36).
001190 FD  STUDENT-PROGRAM.
001200     COPY STUPROG.
001210 FD  GRADE-HISTORY.
001220     COPY GRDHIST.
001230 FD  ANONYMIZATION-REPORT
001240     RECORD CONTAINS 132 CHARACTERS.
001250 01  ANM-REPORT-LINE          PIC X(132).
001260 WORKING-STORAGE SECTION.
001270 01  ANM-SWITCHES.
001280     05  ANM-RETPARM-STATUS   PIC X(02) VALUE '00'.
001290         88  ANM-RETPARM-EOF      VALUE '10'.
001300     05  ANM-EMPMAST-STATUS   PIC X(02) VALUE '00'.
001310     05  ANM-DEPNDNT-STATUS   PIC X(02) VALUE '00'.
001320     05  ANM-MOVHIST-STATUS   PIC X(02) VALUE '00'.
001330     05  ANM-FOLHIST-STATUS   PIC X(02) VALUE '00'.
001340     05  ANM-AUDIT-STATUS     PIC X(02) VALUE '00'.
001350     05  ANM-AUDNEW-STATUS    PIC X(02) VALUE '00'.
001360     05  ANM-STUDENTS-STATUS  PIC X(02) VALUE '00'.
001370     05  ANM-STUDNEW-STATUS   PIC X(02) VALUE '00'.
001380     05  ANM-STUPROG-STATUS   PIC X(02) VALUE '00'.
001390     05  ANM-GRDHIST-STATUS   PIC X(02) VALUE '00'.
001400     05  ANM-REPORT-STATUS    PIC X(02) VALUE '00'.
001410     05  ANM-SW-ARQUIVO       PIC X(01) VALUE 'N'.
001420         88  ANM-FIM-ARQUIVO      VALUE 'S'.
001430         88  ANM-ARQUIVO-ATIVO    VALUE 'N'.
001440     05  ANM-SW-RET-FUNC      PIC X(01) VALUE 'N'.
001450         88  ANM-TEM-RET-FUNC     VALUE 'S'.
001460     05  ANM-SW-RET-ALUNO     PIC X(01) VALUE 'N'.
001470         88  ANM-TEM-RET-ALUNO    VALUE 'S'.
001480     05  ANM-SW-STUPROG       PIC X(01) VALUE 'N'.
001490         88  ANM-STUPROG-ABERTO   VALUE 'S'.
001500     05  ANM-SW-GRDHIST       PIC X(01) VALUE 'N'.
001510         88  ANM-GRDHIST-ABERTO   VALUE 'S'.
001520     05  ANM-SW-ESTOURO       PIC X(01) VALUE 'N'.
001530         88  ANM-TABELA-ESTOUROU  VALUE 'S'.
001540
001550 01  ANM-CONSTANTES.
001560     05  ANM-MAX-TITULARES    PIC 9(04) COMP VALUE 5000.
001570     05  ANM-PREFIXO          PIC X(11) VALUE 'ANONIMIZADO'.
001580
001590*    PARAMETROS DO DIARIO (ROTINA COMUM JRNLGRV)
001600 01  ANM-JOURNAL.
001610     05  ANM-JRN-ARQUIVO      PIC X(08) VALUE SPACES.
001620     05  ANM-JRN-CHAVE        PIC X(10) VALUE SPACES.
001630     05  ANM-JRN-OPERACAO     PIC X(01) VALUE 'A'.
001640     05  ANM-JRN-PROGRAMA     PIC X(09) VALUE 'PROGCB122'.
001650     05  ANM-JRN-IMAGEM       PIC X(80) VALUE SPACES.
001660
001670*    PSEUDONIMOS - NAO COLIDEM COM NOME OU CPF REAL (CPF COM
001680*    999999 NA FRENTE NAO FECHA O DIGITO VERIFICADOR)
001690 01  ANM-PSEUDONIMO.
001700     05  FILLER               PIC X(12) VALUE 'ANONIMIZADO '.
001710     05  ANM-PS-TIPO          PIC X(01).
001720     05  ANM-PS-CODIGO        PIC 9(05).
001730     05  ANM-PS-COMPLEMENTO   PIC X(03).
001740 01  ANM-COMPL-DEPENDENTE.
001750     05  FILLER               PIC X(01) VALUE '-'.
001760     05  ANM-CD-SEQUENCIA     PIC 9(02).
001770 01  ANM-CPF-PSEUDO.
001780     05  FILLER               PIC 9(06) VALUE 999999.
001790     05  ANM-CP-MATRICULA     PIC 9(05).
001800 01  ANM-CPF-PSEUDO-NUM REDEFINES ANM-CPF-PSEUDO PIC 9(11).
001810
001820*    EX-FUNCIONARIOS AINDA NAO ANONIMIZADOS
001830 01  ANM-TABELA-FUNC.
001840     05  ANM-QTDE-FUNC        PIC 9(04) COMP VALUE ZEROS.
001850     05  ANM-FUNC OCCURS 5000 TIMES.
001860         10  ANM-F-MATRICULA  PIC 9(05).
001870         10  ANM-F-REFERENCIA PIC 9(06).
001880         10  ANM-F-SW         PIC X(01).
001890             88  ANM-F-ANONIMIZAR VALUE 'S'.
001900
001910*    ALUNOS AINDA NAO ANONIMIZADOS
001920 01  ANM-TABELA-ALUNO.
001930     05  ANM-QTDE-ALUNO       PIC 9(04) COMP VALUE ZEROS.
001940     05  ANM-ALUNO OCCURS 5000 TIMES.
001950         10  ANM-A-ID         PIC 9(05).
001960         10  ANM-A-REFERENCIA PIC 9(06).
001970         10  ANM-A-SW         PIC X(01).
001980             88  ANM-A-ANONIMIZAR VALUE 'S'.
001990             88  ANM-A-ATIVO      VALUE 'T'.
002000
002010 01  ANM-DATASISTEMA.
002020     05  ANM-DATA-ANO         PIC 9(04).
002030     05  ANM-DATA-MES         PIC 9(02).
002040     05  ANM-DATA-DIA         PIC 9(02).
002050 01  ANM-DATASISTEMA-NUM REDEFINES ANM-DATASISTEMA PIC 9(08).
002060
002070 01  ANM-CORTE.
002080     05  ANM-CORTE-ANO        PIC 9(04).
002090     05  ANM-CORTE-MES        PIC 9(02).
002100 01  ANM-CORTE-NUM REDEFINES ANM-CORTE PIC 9(06).
002110
002120 01  ANM-NASCIMENTO.
002130     05  ANM-NASC-ANO         PIC 9(04).
002140     05  ANM-NASC-MES         PIC 9(02).
002150     05  ANM-NASC-DIA         PIC 9(02).
002160 01  ANM-NASCIMENTO-NUM REDEFINES ANM-NASCIMENTO PIC 9(08).
002170
002180 01  ANM-AREA-TRABALHO.
002190     05  ANM-MESES-FUNC       PIC 9(03) VALUE ZEROS.
002200     05  ANM-MESES-ALUNO      PIC 9(03) VALUE ZEROS.
002210     05  ANM-CORTE-FUNC       PIC 9(06) VALUE ZEROS.
002220     05  ANM-CORTE-ALUNO      PIC 9(06) VALUE ZEROS.
002230     05  ANM-MESES-CALC       PIC 9(06) VALUE ZEROS.
002240     05  ANM-MESES-RETENCAO   PIC 9(03) VALUE ZEROS.
002250     05  ANM-CODIGO-BUSCA     PIC 9(05) VALUE ZEROS.
002260     05  ANM-PERIODO          PIC 9(06) VALUE ZEROS.
002270     05  ANM-IX               PIC 9(04) COMP VALUE ZEROS.
002280     05  ANM-IX-ACHADO        PIC 9(04) COMP VALUE ZEROS.
002290     05  ANM-IX-BUSCA         PIC 9(04) COMP VALUE ZEROS.
002300     05  ANM-QTDE-DEP-TITULAR PIC 9(02) VALUE ZEROS.
002310     05  ANM-RETORNO-RC       PIC 9(04) COMP VALUE ZEROS.
002320
002330 01  ANM-CONTADORES.
002340     05  ANM-QTDE-FUNC-ANON   PIC 9(06) VALUE ZEROS.
002350     05  ANM-QTDE-FUNC-RETIDO PIC 9(06) VALUE ZEROS.
002360     05  ANM-QTDE-FUNC-SEMDATA PIC 9(06) VALUE ZEROS.
002370     05  ANM-QTDE-DEP-ANON    PIC 9(06) VALUE ZEROS.
002380     05  ANM-QTDE-AUD-LIDOS   PIC 9(07) VALUE ZEROS.
002390     05  ANM-QTDE-AUD-GRAVADOS PIC 9(07) VALUE ZEROS.
002400     05  ANM-QTDE-AUD-ANON    PIC 9(07) VALUE ZEROS.
002410     05  ANM-QTDE-ALUNO-ANON  PIC 9(06) VALUE ZEROS.
002420     05  ANM-QTDE-ALUNO-ATIVO PIC 9(06) VALUE ZEROS.
002430     05  ANM-QTDE-ALUNO-RETIDO PIC 9(06) VALUE ZEROS.
002440     05  ANM-QTDE-ALUNO-SEMDATA PIC 9(06) VALUE ZEROS.
002450     05  ANM-QTDE-SPG-ANON    PIC 9(06) VALUE ZEROS.
002460     05  ANM-QTDE-STU-LIDOS   PIC 9(07) VALUE ZEROS.
002470     05  ANM-QTDE-STU-GRAVADOS PIC 9(07) VALUE ZEROS.
002480     05  ANM-QTDE-STU-ANON    PIC 9(07) VALUE ZEROS.
002490
002500*    LINHAS DO RELATORIO ANONRPT
002510 01  ANM-LINHA-CABEC.
002520     05  FILLER               PIC X(40)
002530         VALUE 'ANONIMIZACAO POR RETENCAO (LGPD) - DATA '.
002540     05  ANM-C-DATA           PIC 9(08).
002550     05  FILLER               PIC X(24)
002560         VALUE ' - CORTE FUNCIONARIOS: '.
002570     05  ANM-C-CORTE-FUNC     PIC X(06).
002580     05  FILLER               PIC X(10) VALUE ' ALUNOS: '.
002590     05  ANM-C-CORTE-ALUNO    PIC X(06).
002600     05  FILLER               PIC X(38) VALUE SPACES.
002610
002620 01  ANM-LINHA-TITULAR.
002630     05  ANM-T-TIPO           PIC X(11).
002640     05  FILLER               PIC X(01) VALUE SPACES.
002650     05  ANM-T-CODIGO         PIC 9(05).
002660     05  FILLER               PIC X(12) VALUE '  REFERENCIA'.
002670     05  FILLER               PIC X(01) VALUE SPACES.
002680     05  ANM-T-REFERENCIA     PIC 9(06).
002690     05  FILLER               PIC X(02) VALUE SPACES.
002700     05  ANM-T-SITUACAO       PIC X(94).
002710
002720 01  ANM-LINHA-TOTAL.
002730     05  ANM-TT-TEXTO         PIC X(50).
002740     05  ANM-TT-QTDE          PIC Z.ZZZ.ZZ9.
002750     05  FILLER               PIC X(73) VALUE SPACES.
002760
002770 PROCEDURE DIVISION.
002780
002790 0000-MAINLINE.
002800     ACCEPT ANM-DATASISTEMA-NUM FROM DATE YYYYMMDD.
002810     PERFORM 1000-LER-RETENCAO THRU 1000-LER-RETENCAO-EXIT.
002820     OPEN OUTPUT ANONYMIZATION-REPORT.
002830     MOVE ANM-DATASISTEMA-NUM TO ANM-C-DATA.
002840     MOVE 'SEM' TO ANM-C-CORTE-FUNC ANM-C-CORTE-ALUNO.
002850     IF ANM-TEM-RET-FUNC
002860         MOVE ANM-CORTE-FUNC TO ANM-C-CORTE-FUNC
002870     END-IF.
002880     IF ANM-TEM-RET-ALUNO
002890         MOVE ANM-CORTE-ALUNO TO ANM-C-CORTE-ALUNO
002900     END-IF.
002910     WRITE ANM-REPORT-LINE FROM ANM-LINHA-CABEC.
002920     MOVE SPACES TO ANM-REPORT-LINE.
002930     WRITE ANM-REPORT-LINE.
002940     IF ANM-TEM-RET-FUNC
002950         PERFORM 2000-ANONIMIZAR-FUNCIONARIOS
002960             THRU 2000-ANONIMIZAR-FUNCIONARIOS-EXIT
002970     ELSE
002980         DISPLAY 'SEM RETENCAO EMPMAST NO RETPARM - '
002990             'EX-FUNCIONARIOS NAO ANONIMIZADOS'
003000     END-IF.
003010     PERFORM 2600-COPIAR-RAISEAUD
003020         THRU 2600-COPIAR-RAISEAUD-EXIT.
003030     IF ANM-TEM-RET-ALUNO
003040         PERFORM 3000-ANONIMIZAR-ALUNOS
003050             THRU 3000-ANONIMIZAR-ALUNOS-EXIT
003060     ELSE
003070         DISPLAY 'SEM RETENCAO STUDENTS NO RETPARM - '
003080             'EX-ALUNOS NAO ANONIMIZADOS'
003090     END-IF.
003100     PERFORM 3600-COPIAR-STUDENTS
003110         THRU 3600-COPIAR-STUDENTS-EXIT.
003120     PERFORM 5000-FINALIZAR THRU 5000-FINALIZAR-EXIT.
003130     MOVE ANM-RETORNO-RC TO RETURN-CODE.
003140     GOBACK.
003150
003160*=========================================================
003170* PRAZOS DE RETENCAO DO RETPARM E CORTES AAAAMM
003180*=========================================================
003190 1000-LER-RETENCAO.
003200     OPEN INPUT RETENTION-PARAMETERS.
003210     IF ANM-RETPARM-STATUS NOT = '00'
003220         DISPLAY 'RETPARM INDISPONIVEL - STATUS '
003230             ANM-RETPARM-STATUS ' - NADA SERA ANONIMIZADO'
003240         MOVE 4 TO ANM-RETORNO-RC
003250         GO TO 1000-LER-RETENCAO-EXIT.
003260     READ RETENTION-PARAMETERS
003270         AT END SET ANM-RETPARM-EOF TO TRUE
003280     END-READ.
003290     PERFORM 1100-GUARDAR-RETENCAO
003300         THRU 1100-GUARDAR-RETENCAO-EXIT
003310         UNTIL ANM-RETPARM-EOF.
003320     CLOSE RETENTION-PARAMETERS.
003330     IF ANM-TEM-RET-FUNC
003340         MOVE ANM-MESES-FUNC TO ANM-MESES-RETENCAO
003350         PERFORM 1200-CALCULAR-CORTE
003360             THRU 1200-CALCULAR-CORTE-EXIT
003370         MOVE ANM-CORTE-NUM TO ANM-CORTE-FUNC
003380     END-IF.
003390     IF ANM-TEM-RET-ALUNO
003400         MOVE ANM-MESES-ALUNO TO ANM-MESES-RETENCAO
003410         PERFORM 1200-CALCULAR-CORTE
003420             THRU 1200-CALCULAR-CORTE-EXIT
003430         MOVE ANM-CORTE-NUM TO ANM-CORTE-ALUNO
003440     END-IF.
003450 1000-LER-RETENCAO-EXIT.
003460     EXIT.
003470
003480 1100-GUARDAR-RETENCAO.
003490     EVALUATE RET-ARQUIVO
003500         WHEN 'EMPMAST'
003510             SET ANM-TEM-RET-FUNC TO TRUE
003520             MOVE RET-MESES TO ANM-MESES-FUNC
003530         WHEN 'STUDENTS'
003540             SET ANM-TEM-RET-ALUNO TO TRUE
003550             MOVE RET-MESES TO ANM-MESES-ALUNO
003560     END-EVALUATE.
003570 1100-GUARDAR-RETENCAO-EXIT.
003580     READ RETENTION-PARAMETERS
003590         AT END SET ANM-RETPARM-EOF TO TRUE
003600     END-READ.
003610     EXIT.
003620
003630*    CORTE = AAAAMM DE HOJE MENOS OS MESES DE RETENCAO
003640 1200-CALCULAR-CORTE.
003650     MOVE ANM-DATA-ANO TO ANM-CORTE-ANO.
003660     MOVE ANM-DATA-MES TO ANM-CORTE-MES.
003670     COMPUTE ANM-MESES-CALC =
003680         (ANM-CORTE-ANO * 12) + ANM-CORTE-MES
003690         - ANM-MESES-RETENCAO.
003700     COMPUTE ANM-CORTE-ANO = (ANM-MESES-CALC - 1) / 12.
003710     COMPUTE ANM-CORTE-MES =
003720         ANM-MESES-CALC - (ANM-CORTE-ANO * 12).
003730 1200-CALCULAR-CORTE-EXIT.
003740     EXIT.
003750
003760*=========================================================
003770* EX-FUNCIONARIOS: DESLIGADOS AINDA COM NOME REAL NO
003780* CADASTRO, DATA DE REFERENCIA PELO MOVHIST/FOLHIST
003790*=========================================================
003800 2000-ANONIMIZAR-FUNCIONARIOS.
003810     OPEN I-O EMPLOYEE-MASTER.
003820     IF ANM-EMPMAST-STATUS NOT = '00'
003830         DISPLAY 'EMPMAST INDISPONIVEL - STATUS '
003840             ANM-EMPMAST-STATUS
003850         MOVE 16 TO ANM-RETORNO-RC
003860         GO TO 2000-ANONIMIZAR-FUNCIONARIOS-EXIT.
003870     SET ANM-ARQUIVO-ATIVO TO TRUE.
003880     PERFORM 2100-CARREGAR-DESLIGADO
003890         THRU 2100-CARREGAR-DESLIGADO-EXIT
003900         UNTIL ANM-FIM-ARQUIVO.
003910     PERFORM 2200-DATAS-MOVHIST THRU 2200-DATAS-MOVHIST-EXIT.
003920     PERFORM 2300-DATAS-FOLHIST THRU 2300-DATAS-FOLHIST-EXIT.
003930     OPEN I-O DEPENDENTS-MASTER.
003940     IF ANM-DEPNDNT-STATUS NOT = '00'
003950         DISPLAY 'DEPNDNT INDISPONIVEL - STATUS '
003960             ANM-DEPNDNT-STATUS ' - DEPENDENTES FORA'
003970     END-IF.
003980     PERFORM 2400-AVALIAR-FUNCIONARIO
003990         THRU 2400-AVALIAR-FUNCIONARIO-EXIT
004000         VARYING ANM-IX FROM 1 BY 1
004010         UNTIL ANM-IX > ANM-QTDE-FUNC.
004020     IF ANM-DEPNDNT-STATUS = '00'
004030         CLOSE DEPENDENTS-MASTER
004040     END-IF.
004050     CLOSE EMPLOYEE-MASTER.
004060 2000-ANONIMIZAR-FUNCIONARIOS-EXIT.
004070     EXIT.
004080
004090 2100-CARREGAR-DESLIGADO.
004100     READ EMPLOYEE-MASTER NEXT RECORD
004110         AT END
004120             SET ANM-FIM-ARQUIVO TO TRUE
004130             GO TO 2100-CARREGAR-DESLIGADO-EXIT
004140     END-READ.
004150     IF NOT EMP-DESLIGADO
004160             OR EMP-NOME (1:11) = ANM-PREFIXO
004170         GO TO 2100-CARREGAR-DESLIGADO-EXIT.
004180     IF ANM-QTDE-FUNC NOT < ANM-MAX-TITULARES
004190         PERFORM 8000-TABELA-CHEIA THRU 8000-TABELA-CHEIA-EXIT
004200         GO TO 2100-CARREGAR-DESLIGADO-EXIT.
004210     ADD 1 TO ANM-QTDE-FUNC.
004220     MOVE EMP-ID TO ANM-F-MATRICULA (ANM-QTDE-FUNC).
004230     MOVE ZEROS TO ANM-F-REFERENCIA (ANM-QTDE-FUNC).
004240     MOVE 'N' TO ANM-F-SW (ANM-QTDE-FUNC).
004250 2100-CARREGAR-DESLIGADO-EXIT.
004260     EXIT.
004270
004280 2200-DATAS-MOVHIST.
004290     OPEN INPUT MOVEMENT-HISTORY.
004300     IF ANM-MOVHIST-STATUS NOT = '00'
004310         DISPLAY 'MOVHIST INDISPONIVEL - STATUS '
004320             ANM-MOVHIST-STATUS ' - DESLIGAMENTO PELO FOLHIST'
004330         GO TO 2200-DATAS-MOVHIST-EXIT.
004340     SET ANM-ARQUIVO-ATIVO TO TRUE.
004350     PERFORM 2210-DATA-MOVIMENTO THRU 2210-DATA-MOVIMENTO-EXIT
004360         UNTIL ANM-FIM-ARQUIVO.
004370     CLOSE MOVEMENT-HISTORY.
004380 2200-DATAS-MOVHIST-EXIT.
004390     EXIT.
004400
004410 2210-DATA-MOVIMENTO.
004420     READ MOVEMENT-HISTORY
004430         AT END
004440             SET ANM-FIM-ARQUIVO TO TRUE
004450             GO TO 2210-DATA-MOVIMENTO-EXIT
004460     END-READ.
004470     IF MOV-SITUACAO-DEPOIS NOT = 'D'
004480         GO TO 2210-DATA-MOVIMENTO-EXIT.
004490     MOVE MOV-MATRICULA TO ANM-CODIGO-BUSCA.
004500     PERFORM 2900-BUSCAR-FUNCIONARIO
004510         THRU 2900-BUSCAR-FUNCIONARIO-EXIT.
004520     IF ANM-IX-ACHADO = ZEROS
004530         GO TO 2210-DATA-MOVIMENTO-EXIT.
004540     MOVE MOV-DATA (1:6) TO ANM-PERIODO.
004550     IF ANM-PERIODO > ANM-F-REFERENCIA (ANM-IX-ACHADO)
004560         MOVE ANM-PERIODO TO ANM-F-REFERENCIA (ANM-IX-ACHADO)
004570     END-IF.
004580 2210-DATA-MOVIMENTO-EXIT.
004590     EXIT.
004600
004610 2300-DATAS-FOLHIST.
004620     OPEN INPUT PAYROLL-HISTORY.
004630     IF ANM-FOLHIST-STATUS NOT = '00'
004640         DISPLAY 'FOLHIST INDISPONIVEL - STATUS '
004650             ANM-FOLHIST-STATUS
004660         GO TO 2300-DATAS-FOLHIST-EXIT.
004670     SET ANM-ARQUIVO-ATIVO TO TRUE.
004680     PERFORM 2310-DATA-FOLHA THRU 2310-DATA-FOLHA-EXIT
004690         UNTIL ANM-FIM-ARQUIVO.
004700     CLOSE PAYROLL-HISTORY.
004710 2300-DATAS-FOLHIST-EXIT.
004720     EXIT.
004730
004740*    A RESCISAO E AS FOLHAS POSTERIORES AO EVENTO DE
004750*    DESLIGAMENTO EMPURRAM A REFERENCIA PARA FRENTE
004760 2310-DATA-FOLHA.
004770     READ PAYROLL-HISTORY
004780         AT END
004790             SET ANM-FIM-ARQUIVO TO TRUE
004800             GO TO 2310-DATA-FOLHA-EXIT
004810     END-READ.
004820     MOVE FHI-MATRICULA TO ANM-CODIGO-BUSCA.
004830     PERFORM 2900-BUSCAR-FUNCIONARIO
004840         THRU 2900-BUSCAR-FUNCIONARIO-EXIT.
004850     IF ANM-IX-ACHADO = ZEROS
004860         GO TO 2310-DATA-FOLHA-EXIT.
004870     IF FHI-COMPETENCIA > ANM-F-REFERENCIA (ANM-IX-ACHADO)
004880         MOVE FHI-COMPETENCIA
004890             TO ANM-F-REFERENCIA (ANM-IX-ACHADO)
004900     END-IF.
004910 2310-DATA-FOLHA-EXIT.
004920     EXIT.
004930
004940 2400-AVALIAR-FUNCIONARIO.
004950     MOVE SPACES TO ANM-LINHA-TITULAR.
004960     MOVE 'FUNCIONARIO' TO ANM-T-TIPO.
004970     MOVE ANM-F-MATRICULA (ANM-IX) TO ANM-T-CODIGO.
004980     MOVE ANM-F-REFERENCIA (ANM-IX) TO ANM-T-REFERENCIA.
004990     IF ANM-F-REFERENCIA (ANM-IX) = ZEROS
005000         MOVE 'SEM DATA DE DESLIGAMENTO (MOVHIST/FOLHIST) - '
005010             TO ANM-T-SITUACAO
005020         MOVE 'NAO ANONIMIZADO' TO ANM-T-SITUACAO (46:15)
005030         WRITE ANM-REPORT-LINE FROM ANM-LINHA-TITULAR
005040         ADD 1 TO ANM-QTDE-FUNC-SEMDATA
005050         IF ANM-RETORNO-RC < 4
005060             MOVE 4 TO ANM-RETORNO-RC
005070         END-IF
005080         GO TO 2400-AVALIAR-FUNCIONARIO-EXIT.
005090     IF ANM-F-REFERENCIA (ANM-IX) NOT < ANM-CORTE-FUNC
005100         ADD 1 TO ANM-QTDE-FUNC-RETIDO
005110         GO TO 2400-AVALIAR-FUNCIONARIO-EXIT.
005120     MOVE ANM-F-MATRICULA (ANM-IX) TO EMP-ID.
005130     READ EMPLOYEE-MASTER
005140         INVALID KEY
005150             GO TO 2400-AVALIAR-FUNCIONARIO-EXIT
005160     END-READ.
005170     MOVE 'F' TO ANM-PS-TIPO.
005180     MOVE EMP-ID TO ANM-PS-CODIGO ANM-CP-MATRICULA.
005190     MOVE SPACES TO ANM-PS-COMPLEMENTO.
005200     MOVE ANM-PSEUDONIMO TO EMP-NOME.
005210     MOVE ANM-CPF-PSEUDO-NUM TO EMP-CPF.
005220     MOVE 'EMPMAST' TO ANM-JRN-ARQUIVO.
005230     MOVE EMP-ID TO ANM-JRN-CHAVE.
005240     MOVE EMP-RECORD TO ANM-JRN-IMAGEM.
005250     PERFORM 8100-GRAVAR-JOURNAL THRU 8100-GRAVAR-JOURNAL-EXIT.
005260     REWRITE EMP-RECORD
005270         INVALID KEY
005280             DISPLAY 'ERRO AO REGRAVAR O EMPMAST ' EMP-ID
005290             MOVE 16 TO ANM-RETORNO-RC
005300             GO TO 2400-AVALIAR-FUNCIONARIO-EXIT
005310     END-REWRITE.
005320     SET ANM-F-ANONIMIZAR (ANM-IX) TO TRUE.
005330     ADD 1 TO ANM-QTDE-FUNC-ANON.
005340     MOVE ZEROS TO ANM-QTDE-DEP-TITULAR.
005350     IF ANM-DEPNDNT-STATUS = '00'
005360         PERFORM 2500-ANONIMIZAR-DEPENDENTES
005370             THRU 2500-ANONIMIZAR-DEPENDENTES-EXIT
005380     END-IF.
005390     MOVE 'ANONIMIZADO - EMPMAST (NOME E CPF), DEPENDENTES: '
005400         TO ANM-T-SITUACAO.
005410     MOVE ANM-QTDE-DEP-TITULAR TO ANM-T-SITUACAO (50:2).
005420     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TITULAR.
005430 2400-AVALIAR-FUNCIONARIO-EXIT.
005440     EXIT.
005450
005460 2500-ANONIMIZAR-DEPENDENTES.
005470     MOVE EMP-ID TO DPD-MATRICULA.
005480     MOVE ZEROS TO DPD-SEQUENCIA.
005490     SET ANM-ARQUIVO-ATIVO TO TRUE.
005500     START DEPENDENTS-MASTER KEY IS NOT LESS THAN DPD-CHAVE
005510         INVALID KEY
005520             SET ANM-FIM-ARQUIVO TO TRUE
005530     END-START.
005540     PERFORM 2510-ANONIMIZAR-DEPENDENTE
005550         THRU 2510-ANONIMIZAR-DEPENDENTE-EXIT
005560         UNTIL ANM-FIM-ARQUIVO.
005570 2500-ANONIMIZAR-DEPENDENTES-EXIT.
005580     EXIT.
005590
005600 2510-ANONIMIZAR-DEPENDENTE.
005610     READ DEPENDENTS-MASTER NEXT RECORD
005620         AT END
005630             SET ANM-FIM-ARQUIVO TO TRUE
005640             GO TO 2510-ANONIMIZAR-DEPENDENTE-EXIT
005650     END-READ.
005660     IF DPD-MATRICULA NOT = EMP-ID
005670         SET ANM-FIM-ARQUIVO TO TRUE
005680         GO TO 2510-ANONIMIZAR-DEPENDENTE-EXIT.
005690     IF DPD-NOME (1:11) = ANM-PREFIXO
005700         GO TO 2510-ANONIMIZAR-DEPENDENTE-EXIT.
005710     MOVE 'D' TO ANM-PS-TIPO.
005720     MOVE DPD-MATRICULA TO ANM-PS-CODIGO.
005730     MOVE DPD-SEQUENCIA TO ANM-CD-SEQUENCIA.
005740     MOVE ANM-COMPL-DEPENDENTE TO ANM-PS-COMPLEMENTO.
005750     MOVE ANM-PSEUDONIMO TO DPD-NOME.
005760     IF DPD-DATA-NASCIMENTO NOT = ZEROS
005770         MOVE DPD-DATA-NASCIMENTO TO ANM-NASCIMENTO-NUM
005780         MOVE 1 TO ANM-NASC-MES ANM-NASC-DIA
005790         MOVE ANM-NASCIMENTO-NUM TO DPD-DATA-NASCIMENTO
005800     END-IF.
005810     MOVE 'DEPNDNT' TO ANM-JRN-ARQUIVO.
005820     MOVE DPD-CHAVE TO ANM-JRN-CHAVE.
005830     MOVE DPD-RECORD TO ANM-JRN-IMAGEM.
005840     PERFORM 8100-GRAVAR-JOURNAL THRU 8100-GRAVAR-JOURNAL-EXIT.
005850     REWRITE DPD-RECORD
005860         INVALID KEY
005870             DISPLAY 'ERRO AO REGRAVAR O DEPENDENTE ' DPD-CHAVE
005880             MOVE 16 TO ANM-RETORNO-RC
005890         NOT INVALID KEY
005900             ADD 1 TO ANM-QTDE-DEP-TITULAR
005910             ADD 1 TO ANM-QTDE-DEP-ANON
005920     END-REWRITE.
005930 2510-ANONIMIZAR-DEPENDENTE-EXIT.
005940     EXIT.
005950
005960*=========================================================
005970* RAISEAUD: COPIA INTEIRA PARA O RAISEANM, COM O NOME DOS
005980* EX-FUNCIONARIOS ANONIMIZADOS NESTA RODADA TROCADO
005990*=========================================================
006000 2600-COPIAR-RAISEAUD.
006010     OPEN INPUT RAISE-AUDIT-TRAIL.
006020     IF ANM-AUDIT-STATUS NOT = '00'
006030         DISPLAY 'RAISEAUD INDISPONIVEL - STATUS '
006040             ANM-AUDIT-STATUS ' - RAISEANM NAO GERADO'
006050         MOVE 16 TO ANM-RETORNO-RC
006060         GO TO 2600-COPIAR-RAISEAUD-EXIT.
006070     OPEN OUTPUT RAISE-AUDIT-NEW.
006080     SET ANM-ARQUIVO-ATIVO TO TRUE.
006090     PERFORM 2610-COPIAR-AUMENTO THRU 2610-COPIAR-AUMENTO-EXIT
006100         UNTIL ANM-FIM-ARQUIVO.
006110     CLOSE RAISE-AUDIT-TRAIL.
006120     CLOSE RAISE-AUDIT-NEW.
006130     IF ANM-QTDE-AUD-LIDOS NOT = ANM-QTDE-AUD-GRAVADOS
006140         DISPLAY 'RAISEAUD: LIDOS ' ANM-QTDE-AUD-LIDOS
006150             ' GRAVADOS ' ANM-QTDE-AUD-GRAVADOS
006160             ' - NAO TROCAR O ONLINE'
006170         MOVE 16 TO ANM-RETORNO-RC
006180     END-IF.
006190 2600-COPIAR-RAISEAUD-EXIT.
006200     EXIT.
006210
006220 2610-COPIAR-AUMENTO.
006230     READ RAISE-AUDIT-TRAIL
006240         AT END
006250             SET ANM-FIM-ARQUIVO TO TRUE
006260             GO TO 2610-COPIAR-AUMENTO-EXIT
006270     END-READ.
006280     ADD 1 TO ANM-QTDE-AUD-LIDOS.
006290     IF AUD-NOME (1:11) NOT = ANM-PREFIXO
006300         MOVE AUD-MATRICULA TO ANM-CODIGO-BUSCA
006310         PERFORM 2900-BUSCAR-FUNCIONARIO
006320             THRU 2900-BUSCAR-FUNCIONARIO-EXIT
006330         IF ANM-IX-ACHADO > ZEROS
006340             IF ANM-F-ANONIMIZAR (ANM-IX-ACHADO)
006350                 PERFORM 2620-ANONIMIZAR-AUMENTO
006360                     THRU 2620-ANONIMIZAR-AUMENTO-EXIT
006370             END-IF
006380         END-IF
006390     END-IF.
006400     WRITE ANM-RAISEAUD-NEW FROM AUD-RAISE-RECORD.
006410     IF ANM-AUDNEW-STATUS = '00'
006420         ADD 1 TO ANM-QTDE-AUD-GRAVADOS
006430     END-IF.
006440 2610-COPIAR-AUMENTO-EXIT.
006450     EXIT.
006460
006470 2620-ANONIMIZAR-AUMENTO.
006480     MOVE 'F' TO ANM-PS-TIPO.
006490     MOVE AUD-MATRICULA TO ANM-PS-CODIGO.
006500     MOVE SPACES TO ANM-PS-COMPLEMENTO.
006510     MOVE ANM-PSEUDONIMO TO AUD-NOME.
006520     MOVE 'RAISEAUD' TO ANM-JRN-ARQUIVO.
006530     MOVE SPACES TO ANM-JRN-CHAVE.
006540     MOVE AUD-MATRICULA TO ANM-JRN-CHAVE (1:5).
006550     MOVE AUD-DATA-EXECUCAO (3:6) TO ANM-JRN-CHAVE (6:5).
006560     MOVE AUD-RAISE-RECORD TO ANM-JRN-IMAGEM.
006570     PERFORM 8100-GRAVAR-JOURNAL THRU 8100-GRAVAR-JOURNAL-EXIT.
006580     ADD 1 TO ANM-QTDE-AUD-ANON.
006590 2620-ANONIMIZAR-AUMENTO-EXIT.
006600     EXIT.
006610
006620 2900-BUSCAR-FUNCIONARIO.
006630     MOVE ZEROS TO ANM-IX-ACHADO.
006640     PERFORM 2910-COMPARAR-FUNCIONARIO
006650         THRU 2910-COMPARAR-FUNCIONARIO-EXIT
006660         VARYING ANM-IX-BUSCA FROM 1 BY 1
006670         UNTIL ANM-IX-BUSCA > ANM-QTDE-FUNC
006680            OR ANM-IX-ACHADO > ZEROS.
006690 2900-BUSCAR-FUNCIONARIO-EXIT.
006700     EXIT.
006710
006720 2910-COMPARAR-FUNCIONARIO.
006730     IF ANM-F-MATRICULA (ANM-IX-BUSCA) = ANM-CODIGO-BUSCA
006740         MOVE ANM-IX-BUSCA TO ANM-IX-ACHADO
006750     END-IF.
006760 2910-COMPARAR-FUNCIONARIO-EXIT.
006770     EXIT.
006780
006790*=========================================================
006800* EX-ALUNOS: ULTIMA ATIVIDADE PELO GRDHIST / STUPROG
006810*=========================================================
006820 3000-ANONIMIZAR-ALUNOS.
006830     OPEN INPUT STUDENTS-FILE.
006840     IF ANM-STUDENTS-STATUS NOT = '00'
006850         DISPLAY 'STUDENTS INDISPONIVEL - STATUS '
006860             ANM-STUDENTS-STATUS
006870         GO TO 3000-ANONIMIZAR-ALUNOS-EXIT.
006880     SET ANM-ARQUIVO-ATIVO TO TRUE.
006890     PERFORM 3100-CARREGAR-ALUNO THRU 3100-CARREGAR-ALUNO-EXIT
006900         UNTIL ANM-FIM-ARQUIVO.
006910     CLOSE STUDENTS-FILE.
006920     OPEN I-O STUDENT-PROGRAM.
006930     IF ANM-STUPROG-STATUS = '00'
006940         SET ANM-STUPROG-ABERTO TO TRUE
006950     ELSE
006960         DISPLAY 'STUPROG INDISPONIVEL - STATUS '
006970             ANM-STUPROG-STATUS ' - VINCULOS FORA'
006980     END-IF.
006990     OPEN INPUT GRADE-HISTORY.
007000     IF ANM-GRDHIST-STATUS = '00'
007010         SET ANM-GRDHIST-ABERTO TO TRUE
007020     ELSE
007030         DISPLAY 'GRDHIST INDISPONIVEL - STATUS '
007040             ANM-GRDHIST-STATUS
007050     END-IF.
007060     PERFORM 3200-AVALIAR-ALUNO THRU 3200-AVALIAR-ALUNO-EXIT
007070         VARYING ANM-IX FROM 1 BY 1
007080         UNTIL ANM-IX > ANM-QTDE-ALUNO.
007090     IF ANM-STUPROG-ABERTO
007100         CLOSE STUDENT-PROGRAM
007110     END-IF.
007120     IF ANM-GRDHIST-ABERTO
007130         CLOSE GRADE-HISTORY
007140     END-IF.
007150 3000-ANONIMIZAR-ALUNOS-EXIT.
007160     EXIT.
007170
007180*    O STUDENTS TEM UM REGISTRO POR ALUNO E CURSO
007190 3100-CARREGAR-ALUNO.
007200     READ STUDENTS-FILE
007210         AT END
007220             SET ANM-FIM-ARQUIVO TO TRUE
007230             GO TO 3100-CARREGAR-ALUNO-EXIT
007240     END-READ.
007250     IF STU-NOME (1:11) = ANM-PREFIXO
007260         GO TO 3100-CARREGAR-ALUNO-EXIT.
007270     MOVE STU-ID TO ANM-CODIGO-BUSCA.
007280     PERFORM 3900-BUSCAR-ALUNO THRU 3900-BUSCAR-ALUNO-EXIT.
007290     IF ANM-IX-ACHADO > ZEROS
007300         GO TO 3100-CARREGAR-ALUNO-EXIT.
007310     IF ANM-QTDE-ALUNO NOT < ANM-MAX-TITULARES
007320         PERFORM 8000-TABELA-CHEIA THRU 8000-TABELA-CHEIA-EXIT
007330         GO TO 3100-CARREGAR-ALUNO-EXIT.
007340     ADD 1 TO ANM-QTDE-ALUNO.
007350     MOVE STU-ID TO ANM-A-ID (ANM-QTDE-ALUNO).
007360     MOVE ZEROS TO ANM-A-REFERENCIA (ANM-QTDE-ALUNO).
007370     MOVE 'N' TO ANM-A-SW (ANM-QTDE-ALUNO).
007380 3100-CARREGAR-ALUNO-EXIT.
007390     EXIT.
007400
007410 3200-AVALIAR-ALUNO.
007420     IF ANM-GRDHIST-ABERTO
007430         PERFORM 3300-ULTIMO-CALCULO
007440             THRU 3300-ULTIMO-CALCULO-EXIT
007450     END-IF.
007460     IF ANM-STUPROG-ABERTO
007470         MOVE ANM-A-ID (ANM-IX) TO SPG-ID
007480         READ STUDENT-PROGRAM
007490             INVALID KEY
007500                 MOVE '23' TO ANM-STUPROG-STATUS
007510         END-READ
007520     END-IF.
007530     IF ANM-STUPROG-ABERTO AND ANM-STUPROG-STATUS = '00'
007540         IF SPG-ATIVO
007550             SET ANM-A-ATIVO (ANM-IX) TO TRUE
007560             ADD 1 TO ANM-QTDE-ALUNO-ATIVO
007570             GO TO 3200-AVALIAR-ALUNO-EXIT
007580         END-IF
007590         MOVE SPG-DATA-INGRESSO (1:6) TO ANM-PERIODO
007600         IF ANM-PERIODO > ANM-A-REFERENCIA (ANM-IX)
007610             MOVE ANM-PERIODO TO ANM-A-REFERENCIA (ANM-IX)
007620         END-IF
007630     END-IF.
007640     MOVE SPACES TO ANM-LINHA-TITULAR.
007650     MOVE 'ALUNO' TO ANM-T-TIPO.
007660     MOVE ANM-A-ID (ANM-IX) TO ANM-T-CODIGO.
007670     MOVE ANM-A-REFERENCIA (ANM-IX) TO ANM-T-REFERENCIA.
007680     IF ANM-A-REFERENCIA (ANM-IX) = ZEROS
007690         MOVE 'SEM DATA DE ATIVIDADE (GRDHIST/STUPROG) - '
007700             TO ANM-T-SITUACAO
007710         MOVE 'NAO ANONIMIZADO' TO ANM-T-SITUACAO (43:15)
007720         WRITE ANM-REPORT-LINE FROM ANM-LINHA-TITULAR
007730         ADD 1 TO ANM-QTDE-ALUNO-SEMDATA
007740         IF ANM-RETORNO-RC < 4
007750             MOVE 4 TO ANM-RETORNO-RC
007760         END-IF
007770         GO TO 3200-AVALIAR-ALUNO-EXIT.
007780     IF ANM-A-REFERENCIA (ANM-IX) NOT < ANM-CORTE-ALUNO
007790         ADD 1 TO ANM-QTDE-ALUNO-RETIDO
007800         GO TO 3200-AVALIAR-ALUNO-EXIT.
007810     SET ANM-A-ANONIMIZAR (ANM-IX) TO TRUE.
007820     ADD 1 TO ANM-QTDE-ALUNO-ANON.
007830     MOVE 'ANONIMIZADO - STUDENTS' TO ANM-T-SITUACAO.
007840     IF ANM-STUPROG-ABERTO AND ANM-STUPROG-STATUS = '00'
007850         PERFORM 3400-ANONIMIZAR-VINCULO
007860             THRU 3400-ANONIMIZAR-VINCULO-EXIT
007870     END-IF.
007880     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TITULAR.
007890 3200-AVALIAR-ALUNO-EXIT.
007900     IF ANM-STUPROG-ABERTO
007910         MOVE '00' TO ANM-STUPROG-STATUS
007920     END-IF.
007930     EXIT.
007940
007950 3300-ULTIMO-CALCULO.
007960     MOVE LOW-VALUES TO GRH-CHAVE.
007970     MOVE ANM-A-ID (ANM-IX) TO GRH-ID.
007980     SET ANM-ARQUIVO-ATIVO TO TRUE.
007990     START GRADE-HISTORY KEY IS NOT LESS THAN GRH-CHAVE
008000         INVALID KEY
008010             SET ANM-FIM-ARQUIVO TO TRUE
008020     END-START.
008030     PERFORM 3310-COMPARAR-CALCULO
008040         THRU 3310-COMPARAR-CALCULO-EXIT
008050         UNTIL ANM-FIM-ARQUIVO.
008060 3300-ULTIMO-CALCULO-EXIT.
008070     EXIT.
008080
008090 3310-COMPARAR-CALCULO.
008100     READ GRADE-HISTORY NEXT RECORD
008110         AT END
008120             SET ANM-FIM-ARQUIVO TO TRUE
008130             GO TO 3310-COMPARAR-CALCULO-EXIT
008140     END-READ.
008150     IF GRH-ID NOT = ANM-A-ID (ANM-IX)
008160         SET ANM-FIM-ARQUIVO TO TRUE
008170         GO TO 3310-COMPARAR-CALCULO-EXIT.
008180     MOVE GRH-DATA-CALCULO (1:6) TO ANM-PERIODO.
008190     IF ANM-PERIODO > ANM-A-REFERENCIA (ANM-IX)
008200         MOVE ANM-PERIODO TO ANM-A-REFERENCIA (ANM-IX)
008210     END-IF.
008220 3310-COMPARAR-CALCULO-EXIT.
008230     EXIT.
008240
008250 3400-ANONIMIZAR-VINCULO.
008260     IF SPG-NOME (1:11) = ANM-PREFIXO
008270         GO TO 3400-ANONIMIZAR-VINCULO-EXIT.
008280     MOVE 'A' TO ANM-PS-TIPO.
008290     MOVE SPG-ID TO ANM-PS-CODIGO.
008300     MOVE SPACES TO ANM-PS-COMPLEMENTO.
008310     MOVE ANM-PSEUDONIMO TO SPG-NOME.
008320     MOVE 'STUPROG' TO ANM-JRN-ARQUIVO.
008330     MOVE SPG-ID TO ANM-JRN-CHAVE.
008340     MOVE SPG-RECORD TO ANM-JRN-IMAGEM.
008350     PERFORM 8100-GRAVAR-JOURNAL THRU 8100-GRAVAR-JOURNAL-EXIT.
008360     REWRITE SPG-RECORD
008370         INVALID KEY
008380             DISPLAY 'ERRO AO REGRAVAR O STUPROG ' SPG-ID
008390             MOVE 16 TO ANM-RETORNO-RC
008400         NOT INVALID KEY
008410             ADD 1 TO ANM-QTDE-SPG-ANON
008420             MOVE 'ANONIMIZADO - STUDENTS E STUPROG'
008430                 TO ANM-T-SITUACAO
008440     END-REWRITE.
008450 3400-ANONIMIZAR-VINCULO-EXIT.
008460     EXIT.
008470
008480*=========================================================
008490* STUDENTS: COPIA INTEIRA PARA O STUDANM, COM O NOME DOS
008500* EX-ALUNOS ANONIMIZADOS NESTA RODADA TROCADO
008510*=========================================================
008520 3600-COPIAR-STUDENTS.
008530     OPEN INPUT STUDENTS-FILE.
008540     IF ANM-STUDENTS-STATUS NOT = '00'
008550         DISPLAY 'STUDENTS INDISPONIVEL - STATUS '
008560             ANM-STUDENTS-STATUS ' - STUDANM NAO GERADO'
008570         MOVE 16 TO ANM-RETORNO-RC
008580         GO TO 3600-COPIAR-STUDENTS-EXIT.
008590     OPEN OUTPUT STUDENTS-NEW.
008600     SET ANM-ARQUIVO-ATIVO TO TRUE.
008610     PERFORM 3610-COPIAR-ALUNO THRU 3610-COPIAR-ALUNO-EXIT
008620         UNTIL ANM-FIM-ARQUIVO.
008630     CLOSE STUDENTS-FILE.
008640     CLOSE STUDENTS-NEW.
008650     IF ANM-QTDE-STU-LIDOS NOT = ANM-QTDE-STU-GRAVADOS
008660         DISPLAY 'STUDENTS: LIDOS ' ANM-QTDE-STU-LIDOS
008670             ' GRAVADOS ' ANM-QTDE-STU-GRAVADOS
008680             ' - NAO TROCAR O ONLINE'
008690         MOVE 16 TO ANM-RETORNO-RC
008700     END-IF.
008710 3600-COPIAR-STUDENTS-EXIT.
008720     EXIT.
008730
008740 3610-COPIAR-ALUNO.
008750     READ STUDENTS-FILE
008760         AT END
008770             SET ANM-FIM-ARQUIVO TO TRUE
008780             GO TO 3610-COPIAR-ALUNO-EXIT
008790     END-READ.
008800     ADD 1 TO ANM-QTDE-STU-LIDOS.
008810     IF STU-NOME (1:11) NOT = ANM-PREFIXO
008820         MOVE STU-ID TO ANM-CODIGO-BUSCA
008830         PERFORM 3900-BUSCAR-ALUNO THRU 3900-BUSCAR-ALUNO-EXIT
008840         IF ANM-IX-ACHADO > ZEROS
008850             IF ANM-A-ANONIMIZAR (ANM-IX-ACHADO)
008860                 PERFORM 3620-ANONIMIZAR-ESTUDANTE
008870                     THRU 3620-ANONIMIZAR-ESTUDANTE-EXIT
008880             END-IF
008890         END-IF
008900     END-IF.
008910     WRITE ANM-STUDENTS-NEW FROM STU-RECORD.
008920     IF ANM-STUDNEW-STATUS = '00'
008930         ADD 1 TO ANM-QTDE-STU-GRAVADOS
008940     END-IF.
008950 3610-COPIAR-ALUNO-EXIT.
008960     EXIT.
008970
008980 3620-ANONIMIZAR-ESTUDANTE.
008990     MOVE 'A' TO ANM-PS-TIPO.
009000     MOVE STU-ID TO ANM-PS-CODIGO.
009010     MOVE SPACES TO ANM-PS-COMPLEMENTO.
009020     MOVE ANM-PSEUDONIMO TO STU-NOME.
009030     MOVE 'STUDENTS' TO ANM-JRN-ARQUIVO.
009040     MOVE SPACES TO ANM-JRN-CHAVE.
009050     MOVE STU-ID TO ANM-JRN-CHAVE (1:5).
009060     MOVE STU-CURSO TO ANM-JRN-CHAVE (6:5).
009070     MOVE STU-RECORD TO ANM-JRN-IMAGEM.
009080     PERFORM 8100-GRAVAR-JOURNAL THRU 8100-GRAVAR-JOURNAL-EXIT.
009090     ADD 1 TO ANM-QTDE-STU-ANON.
009100 3620-ANONIMIZAR-ESTUDANTE-EXIT.
009110     EXIT.
009120
009130 3900-BUSCAR-ALUNO.
009140     MOVE ZEROS TO ANM-IX-ACHADO.
009150     PERFORM 3910-COMPARAR-ALUNO THRU 3910-COMPARAR-ALUNO-EXIT
009160         VARYING ANM-IX-BUSCA FROM 1 BY 1
009170         UNTIL ANM-IX-BUSCA > ANM-QTDE-ALUNO
009180            OR ANM-IX-ACHADO > ZEROS.
009190 3900-BUSCAR-ALUNO-EXIT.
009200     EXIT.
009210
009220 3910-COMPARAR-ALUNO.
009230     IF ANM-A-ID (ANM-IX-BUSCA) = ANM-CODIGO-BUSCA
009240         MOVE ANM-IX-BUSCA TO ANM-IX-ACHADO
009250     END-IF.
009260 3910-COMPARAR-ALUNO-EXIT.
009270     EXIT.
009280
009290 5000-FINALIZAR.
009300     MOVE SPACES TO ANM-REPORT-LINE.
009310     WRITE ANM-REPORT-LINE.
009320     MOVE 'EX-FUNCIONARIOS ANONIMIZADOS' TO ANM-TT-TEXTO.
009330     MOVE ANM-QTDE-FUNC-ANON TO ANM-TT-QTDE.
009340     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TOTAL.
009350     MOVE 'EX-FUNCIONARIOS AINDA DENTRO DA RETENCAO'
009360         TO ANM-TT-TEXTO.
009370     MOVE ANM-QTDE-FUNC-RETIDO TO ANM-TT-QTDE.
009380     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TOTAL.
009390     MOVE 'EX-FUNCIONARIOS SEM DATA DE DESLIGAMENTO'
009400         TO ANM-TT-TEXTO.
009410     MOVE ANM-QTDE-FUNC-SEMDATA TO ANM-TT-QTDE.
009420     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TOTAL.
009430     MOVE 'DEPENDENTES ANONIMIZADOS (DEPNDNT)' TO ANM-TT-TEXTO.
009440     MOVE ANM-QTDE-DEP-ANON TO ANM-TT-QTDE.
009450     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TOTAL.
009460     MOVE 'RAISEAUD - REGISTROS LIDOS' TO ANM-TT-TEXTO.
009470     MOVE ANM-QTDE-AUD-LIDOS TO ANM-TT-QTDE.
009480     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TOTAL.
009490     MOVE 'RAISEAUD - GRAVADOS NO RAISEANM' TO ANM-TT-TEXTO.
009500     MOVE ANM-QTDE-AUD-GRAVADOS TO ANM-TT-QTDE.
009510     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TOTAL.
009520     MOVE 'RAISEAUD - REGISTROS ANONIMIZADOS' TO ANM-TT-TEXTO.
009530     MOVE ANM-QTDE-AUD-ANON TO ANM-TT-QTDE.
009540     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TOTAL.
009550     MOVE 'EX-ALUNOS ANONIMIZADOS' TO ANM-TT-TEXTO.
009560     MOVE ANM-QTDE-ALUNO-ANON TO ANM-TT-QTDE.
009570     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TOTAL.
009580     MOVE 'ALUNOS ATIVOS NO STUPROG (NAO TOCADOS)'
009590         TO ANM-TT-TEXTO.
009600     MOVE ANM-QTDE-ALUNO-ATIVO TO ANM-TT-QTDE.
009610     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TOTAL.
009620     MOVE 'EX-ALUNOS AINDA DENTRO DA RETENCAO' TO ANM-TT-TEXTO.
009630     MOVE ANM-QTDE-ALUNO-RETIDO TO ANM-TT-QTDE.
009640     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TOTAL.
009650     MOVE 'ALUNOS SEM DATA DE ATIVIDADE' TO ANM-TT-TEXTO.
009660     MOVE ANM-QTDE-ALUNO-SEMDATA TO ANM-TT-QTDE.
009670     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TOTAL.
009680     MOVE 'STUPROG - VINCULOS ANONIMIZADOS' TO ANM-TT-TEXTO.
009690     MOVE ANM-QTDE-SPG-ANON TO ANM-TT-QTDE.
009700     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TOTAL.
009710     MOVE 'STUDENTS - REGISTROS LIDOS' TO ANM-TT-TEXTO.
009720     MOVE ANM-QTDE-STU-LIDOS TO ANM-TT-QTDE.
009730     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TOTAL.
009740     MOVE 'STUDENTS - GRAVADOS NO STUDANM' TO ANM-TT-TEXTO.
009750     MOVE ANM-QTDE-STU-GRAVADOS TO ANM-TT-QTDE.
009760     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TOTAL.
009770     MOVE 'STUDENTS - REGISTROS ANONIMIZADOS' TO ANM-TT-TEXTO.
009780     MOVE ANM-QTDE-STU-ANON TO ANM-TT-QTDE.
009790     WRITE ANM-REPORT-LINE FROM ANM-LINHA-TOTAL.
009800     CLOSE ANONYMIZATION-REPORT.
009810     DISPLAY 'EX-FUNCIONARIOS ANONIMIZADOS: ' ANM-QTDE-FUNC-ANON.
009820     DISPLAY 'EX-ALUNOS ANONIMIZADOS......: '
009830         ANM-QTDE-ALUNO-ANON.
009840 5000-FINALIZAR-EXIT.
009850     EXIT.
009860
009870 8000-TABELA-CHEIA.
009880     IF NOT ANM-TABELA-ESTOUROU
009890         DISPLAY 'TABELA DE TITULARES CHEIA - EXCEDENTES FICAM '
009900             'PARA A PROXIMA RODADA'
009910         SET ANM-TABELA-ESTOUROU TO TRUE
009920         IF ANM-RETORNO-RC < 4
009930             MOVE 4 TO ANM-RETORNO-RC
009940         END-IF
009950     END-IF.
009960 8000-TABELA-CHEIA-EXIT.
009970     EXIT.
009980
009990*    IMAGEM JA ANONIMIZADA, OPERACAO 'A' (NAO HA BACKOUT)
010000 8100-GRAVAR-JOURNAL.
010010     CALL 'JRNLGRV' USING ANM-JRN-ARQUIVO
010020                          ANM-JRN-CHAVE
010030                          ANM-JRN-OPERACAO
010040                          ANM-JRN-PROGRAMA
010050                          ANM-JRN-IMAGEM.
010060 8100-GRAVAR-JOURNAL-EXIT.
010070     EXIT.
