000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB110.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO ACADEMICO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: GRADE CURRICULAR DOS PROGRAMAS (CURRIC) E
000100*           VINCULO DO ALUNO AO PROGRAMA (STUPROG) NO
000110*           CONSOLE, NO MESMO DESENHO DO CADASTRO DE
000120*           PROFESSORES E TURMAS (PROGCB108). O PROGRAMA
000130*           TEM UMA DESCRICAO E A QUANTIDADE MINIMA DE
000140*           ELETIVAS; A GRADE LISTA AS DISCIPLINAS (CODIGO
000150*           DE CURSO) OBRIGATORIAS E ELETIVAS. A SECRETARIA
000160*           CONFERIA DIPLOMA NA MAO CONTRA A LISTA DE
000170*           CURSOS - A AUDITORIA DE FORMATURA (PROGCB111) LE
000180*           ESTES CADASTROS.
000190* OBS: INCLUIR E ALTERAR SAO A MESMA OPCAO. DISCIPLINA SO
000200*      ENTRA EM PROGRAMA JA CADASTRADO E ALUNO SO E
000210*      VINCULADO A PROGRAMA CADASTRADO. O CABECALHO DO
000220*      PROGRAMA NAO E EXCLUIDO PELO CONSOLE, SO AS
000230*      DISCIPLINAS. O VINCULO NAO E EXCLUIDO - FORMADO E
000240*      INATIVO SAO SITUACOES DO VINCULO. A DISCIPLINA
000240*      INFORMA O PROXIMO CURSO DA SEQUENCIA, USADO NA
000240*      REMATRICULA (PROGCB112).
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
000350     SELECT CURRICULUM-MASTER ASSIGN TO 'CURRIC'
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CUR-CHAVE
000390         FILE STATUS IS WRK-CURRIC-STATUS.
000400     SELECT STUDENT-PROGRAM ASSIGN TO 'STUPROG'
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS SPG-ID
000440         FILE STATUS IS WRK-STUPROG-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CURRICULUM-MASTER.
000480     COPY CURRIC.
000490 FD  STUDENT-PROGRAM.
000500     COPY STUPROG.
000510 WORKING-STORAGE SECTION.
000520 77  WRK-CURRIC-STATUS   PIC X(02) VALUE '00'.
000530 77  WRK-STUPROG-STATUS  PIC X(02) VALUE '00'.
000540 77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
000550     88  WRK-OPCAO-SAIR      VALUE 9.
000560 77  WRK-PROGRAMA        PIC X(05) VALUE SPACES.
000570 77  WRK-CURSO           PIC X(05) VALUE SPACES.
000580 77  WRK-DESCRICAO       PIC X(30) VALUE SPACES.
000580 77  WRK-PROXIMO         PIC X(05) VALUE SPACES.
000590 77  WRK-MIN-ELETIVAS    PIC 9(02) VALUE ZEROS.
000600 77  WRK-TIPO            PIC X(01) VALUE SPACES.
000610     88  WRK-TIPO-VALIDO     VALUE 'O' 'E'.
000620 77  WRK-ID              PIC 9(05) VALUE ZEROS.
000630 77  WRK-NOME            PIC X(20) VALUE SPACES.
000640 77  WRK-SITUACAO        PIC X(01) VALUE SPACES.
000650     88  WRK-SITUACAO-VALIDA VALUE 'A' 'F' 'I'.
000660 77  WRK-CONFIRMA        PIC X(01) VALUE 'N'.
000670     88  WRK-CONFIRMA-SIM    VALUE 'S'.
000680 77  WRK-SW-EXISTE       PIC X(01) VALUE 'N'.
000690     88  WRK-REGISTRO-EXISTE VALUE 'S'.
000700 77  WRK-QTDE-LISTADOS   PIC 9(04) VALUE ZEROS.
000710 77  WRK-QTDE-OBRIG      PIC 9(04) VALUE ZEROS.
000720 77  WRK-QTDE-ELETIVAS   PIC 9(04) VALUE ZEROS.
000730 77  WRK-SW-VARREDURA    PIC X(01) VALUE 'N'.
000740     88  WRK-FIM-VARREDURA       VALUE 'S'.
000750     88  WRK-VARREDURA-ATIVA     VALUE 'N'.
000760 01  WRK-DATA-INGRESSO.
000770     05  WRK-IN-ANO          PIC 9(04).
000780     05  WRK-IN-MES          PIC 9(02).
000790     05  WRK-IN-DIA          PIC 9(02).
000800 01  WRK-DATA-INGRESSO-NUM REDEFINES WRK-DATA-INGRESSO
000810                             PIC 9(08).
000820 PROCEDURE DIVISION.
000830
000840 0000-MAINLINE.
000850     OPEN I-O CURRICULUM-MASTER.
000860     IF WRK-CURRIC-STATUS = '35'
000870         OPEN OUTPUT CURRICULUM-MASTER
000880         CLOSE CURRICULUM-MASTER
000890         OPEN I-O CURRICULUM-MASTER
000900     END-IF.
000910     IF WRK-CURRIC-STATUS NOT = '00'
000920         DISPLAY 'GRADE CURRICULAR INDISPONIVEL - '
000930             'STATUS ' WRK-CURRIC-STATUS
000940         GO TO 0000-ENCERRAR.
000950     OPEN I-O STUDENT-PROGRAM.
000960     IF WRK-STUPROG-STATUS = '35'
000970         OPEN OUTPUT STUDENT-PROGRAM
000980         CLOSE STUDENT-PROGRAM
000990         OPEN I-O STUDENT-PROGRAM
001000     END-IF.
001010     IF WRK-STUPROG-STATUS NOT = '00'
001020         DISPLAY 'CADASTRO DE VINCULOS INDISPONIVEL - '
001030             'STATUS ' WRK-STUPROG-STATUS
001040         CLOSE CURRICULUM-MASTER
001050         GO TO 0000-ENCERRAR.
001060     PERFORM 1000-PROCESSAR-MENU THRU 1000-PROCESSAR-MENU-EXIT
001070         UNTIL WRK-OPCAO-SAIR.
001080     CLOSE CURRICULUM-MASTER.
001090     CLOSE STUDENT-PROGRAM.
001100 0000-ENCERRAR.
001110     GOBACK.
001120
001130 1000-PROCESSAR-MENU.
001140     DISPLAY '================================================'.
001150     DISPLAY '     GRADE CURRICULAR E VINCULO DO ALUNO        '.
001160     DISPLAY '================================================'.
001170     DISPLAY '1 - INCLUIR/ALTERAR PROGRAMA'.
001180     DISPLAY '2 - INCLUIR/ALTERAR DISCIPLINA DA GRADE'.
001190     DISPLAY '3 - EXCLUIR DISCIPLINA DA GRADE'.
001200     DISPLAY '4 - LISTAR GRADE DE UM PROGRAMA'.
001210     DISPLAY '5 - VINCULAR ALUNO A PROGRAMA'.
001220     DISPLAY '6 - CONSULTAR VINCULO DO ALUNO'.
001230     DISPLAY '9 - SAIR'.
001240     DISPLAY 'OPCAO: '.
001250     ACCEPT WRK-OPCAO.
001260     EVALUATE TRUE
001270         WHEN WRK-OPCAO = 1
001280             PERFORM 2000-MANTER-PROGRAMA
001290                 THRU 2000-MANTER-PROGRAMA-EXIT
001300         WHEN WRK-OPCAO = 2
001310             PERFORM 3000-MANTER-DISCIPLINA
001320                 THRU 3000-MANTER-DISCIPLINA-EXIT
001330         WHEN WRK-OPCAO = 3
001340             PERFORM 4000-EXCLUIR-DISCIPLINA
001350                 THRU 4000-EXCLUIR-DISCIPLINA-EXIT
001360         WHEN WRK-OPCAO = 4
001370             PERFORM 5000-LISTAR-GRADE
001380                 THRU 5000-LISTAR-GRADE-EXIT
001390         WHEN WRK-OPCAO = 5
001400             PERFORM 6000-VINCULAR-ALUNO
001410                 THRU 6000-VINCULAR-ALUNO-EXIT
001420         WHEN WRK-OPCAO = 6
001430             PERFORM 7000-CONSULTAR-VINCULO
001440                 THRU 7000-CONSULTAR-VINCULO-EXIT
001450         WHEN WRK-OPCAO-SAIR
001460             CONTINUE
001470         WHEN OTHER
001480             DISPLAY 'OPCAO INVALIDA - REDIGITE'
001490     END-EVALUATE.
001500 1000-PROCESSAR-MENU-EXIT.
001510     EXIT.
001520
001530*=========================================================
001540* PROGRAMA: REGISTRO DE CABECALHO DA GRADE (CURSO EM
001550* BRANCO) COM DESCRICAO E MINIMO DE ELETIVAS
001560*=========================================================
001570 2000-MANTER-PROGRAMA.
001580     DISPLAY 'CODIGO DO PROGRAMA: '.
001590     MOVE SPACES TO WRK-PROGRAMA.
001600     ACCEPT WRK-PROGRAMA.
001610     IF WRK-PROGRAMA = SPACES
001620         DISPLAY 'PROGRAMA EM BRANCO - NADA GRAVADO'
001630         GO TO 2000-MANTER-PROGRAMA-EXIT.
001640     MOVE 'N' TO WRK-SW-EXISTE.
001650     MOVE WRK-PROGRAMA TO CUR-PROGRAMA.
001660     MOVE SPACES TO CUR-CURSO.
001670     READ CURRICULUM-MASTER
001680         INVALID KEY
001690             DISPLAY 'PROGRAMA NOVO'
001700         NOT INVALID KEY
001710             SET WRK-REGISTRO-EXISTE TO TRUE
001720             DISPLAY 'ATUAL: ' CUR-DESCRICAO
001730                 ' MINIMO DE ELETIVAS ' CUR-MIN-ELETIVAS
001740     END-READ.
001750     DISPLAY 'DESCRICAO: '.
001760     MOVE SPACES TO WRK-DESCRICAO.
001770     ACCEPT WRK-DESCRICAO.
001780     IF WRK-DESCRICAO = SPACES
001790         DISPLAY 'DESCRICAO EM BRANCO - NADA GRAVADO'
001800         GO TO 2000-MANTER-PROGRAMA-EXIT.
001810     DISPLAY 'QUANTIDADE MINIMA DE ELETIVAS: '.
001820     MOVE ZEROS TO WRK-MIN-ELETIVAS.
001830     ACCEPT WRK-MIN-ELETIVAS.
001840     MOVE WRK-PROGRAMA TO CUR-PROGRAMA.
001850     MOVE SPACES TO CUR-CURSO.
001860     SET CUR-PROGRAMA-REG TO TRUE.
001870     MOVE WRK-DESCRICAO TO CUR-DESCRICAO.
001880     MOVE WRK-MIN-ELETIVAS TO CUR-MIN-ELETIVAS.
001880     MOVE SPACES TO CUR-PROXIMO.
001890     IF WRK-REGISTRO-EXISTE
001900         REWRITE CUR-RECORD
001910             INVALID KEY
001920                 DISPLAY 'ERRO AO ALTERAR O PROGRAMA'
001930             NOT INVALID KEY
001940                 DISPLAY 'PROGRAMA ALTERADO'
001950         END-REWRITE
001960     ELSE
001970         WRITE CUR-RECORD
001980             INVALID KEY
001990                 DISPLAY 'ERRO AO INCLUIR O PROGRAMA'
002000             NOT INVALID KEY
002010                 DISPLAY 'PROGRAMA INCLUIDO'
002020         END-WRITE
002030     END-IF.
002040 2000-MANTER-PROGRAMA-EXIT.
002050     EXIT.
002060
002070*=========================================================
002080* DISCIPLINA DA GRADE: O PROGRAMA TEM DE EXISTIR; TIPO O
002090* (OBRIGATORIA) OU E (ELETIVA)
002100*=========================================================
002110 3000-MANTER-DISCIPLINA.
002120     PERFORM 8000-LER-PROGRAMA THRU 8000-LER-PROGRAMA-EXIT.
002130     IF NOT WRK-REGISTRO-EXISTE
002140         GO TO 3000-MANTER-DISCIPLINA-EXIT.
002150     DISPLAY 'CURSO (CODIGO DA DISCIPLINA): '.
002160     MOVE SPACES TO WRK-CURSO.
002170     ACCEPT WRK-CURSO.
002180     IF WRK-CURSO = SPACES
002190         DISPLAY 'CURSO EM BRANCO - NADA GRAVADO'
002200         GO TO 3000-MANTER-DISCIPLINA-EXIT.
002210     MOVE 'N' TO WRK-SW-EXISTE.
002220     MOVE WRK-PROGRAMA TO CUR-PROGRAMA.
002230     MOVE WRK-CURSO TO CUR-CURSO.
002240     READ CURRICULUM-MASTER
002250         INVALID KEY
002260             DISPLAY 'DISCIPLINA NOVA NA GRADE'
002270         NOT INVALID KEY
002280             SET WRK-REGISTRO-EXISTE TO TRUE
002290             PERFORM 5200-EXIBIR-DISCIPLINA
002300                 THRU 5200-EXIBIR-DISCIPLINA-EXIT
002310     END-READ.
002320     DISPLAY 'TIPO (O=OBRIGATORIA E=ELETIVA): '.
002330     MOVE SPACES TO WRK-TIPO.
002340     ACCEPT WRK-TIPO.
002350     IF NOT WRK-TIPO-VALIDO
002360         DISPLAY 'TIPO INVALIDO - NADA GRAVADO'
002370         GO TO 3000-MANTER-DISCIPLINA-EXIT.
002380     DISPLAY 'DESCRICAO: '.
002390     MOVE SPACES TO WRK-DESCRICAO.
002400     ACCEPT WRK-DESCRICAO.
002400     DISPLAY 'PROXIMO CURSO DA SEQUENCIA (BRANCO = FIM): '.
002400     MOVE SPACES TO WRK-PROXIMO.
002400     ACCEPT WRK-PROXIMO.
002400     IF WRK-PROXIMO = WRK-CURSO
002400         DISPLAY 'PROXIMO CURSO IGUAL AO PROPRIO - NADA GRAVADO'
002400         GO TO 3000-MANTER-DISCIPLINA-EXIT.
002410     MOVE WRK-PROGRAMA TO CUR-PROGRAMA.
002420     MOVE WRK-CURSO TO CUR-CURSO.
002430     MOVE WRK-TIPO TO CUR-TIPO.
002440     MOVE WRK-DESCRICAO TO CUR-DESCRICAO.
002450     MOVE ZEROS TO CUR-MIN-ELETIVAS.
002450     MOVE WRK-PROXIMO TO CUR-PROXIMO.
002460     IF WRK-REGISTRO-EXISTE
002470         REWRITE CUR-RECORD
002480             INVALID KEY
002490                 DISPLAY 'ERRO AO ALTERAR A DISCIPLINA'
002500             NOT INVALID KEY
002510                 DISPLAY 'DISCIPLINA ALTERADA'
002520         END-REWRITE
002530     ELSE
002540         WRITE CUR-RECORD
002550             INVALID KEY
002560                 DISPLAY 'ERRO AO INCLUIR A DISCIPLINA'
002570             NOT INVALID KEY
002580                 DISPLAY 'DISCIPLINA INCLUIDA'
002590         END-WRITE
002600     END-IF.
002610 3000-MANTER-DISCIPLINA-EXIT.
002620     EXIT.
002630
002640 4000-EXCLUIR-DISCIPLINA.
002650     DISPLAY 'CODIGO DO PROGRAMA: '.
002660     MOVE SPACES TO WRK-PROGRAMA.
002670     ACCEPT WRK-PROGRAMA.
002680     DISPLAY 'CURSO (CODIGO DA DISCIPLINA): '.
002690     MOVE SPACES TO WRK-CURSO.
002700     ACCEPT WRK-CURSO.
002710     IF WRK-CURSO = SPACES
002720         DISPLAY 'CURSO EM BRANCO - O CABECALHO DO PROGRAMA '
002730             'NAO E EXCLUIDO'
002740         GO TO 4000-EXCLUIR-DISCIPLINA-EXIT.
002750     MOVE WRK-PROGRAMA TO CUR-PROGRAMA.
002760     MOVE WRK-CURSO TO CUR-CURSO.
002770     READ CURRICULUM-MASTER
002780         INVALID KEY
002790             DISPLAY 'DISCIPLINA NAO ENCONTRADA NA GRADE'
002800             GO TO 4000-EXCLUIR-DISCIPLINA-EXIT
002810     END-READ.
002820     PERFORM 5200-EXIBIR-DISCIPLINA
002830         THRU 5200-EXIBIR-DISCIPLINA-EXIT.
002840     DISPLAY 'CONFIRMA A EXCLUSAO (S/N): '.
002850     MOVE 'N' TO WRK-CONFIRMA.
002860     ACCEPT WRK-CONFIRMA.
002870     IF NOT WRK-CONFIRMA-SIM
002880         DISPLAY 'EXCLUSAO CANCELADA'
002890         GO TO 4000-EXCLUIR-DISCIPLINA-EXIT.
002900     DELETE CURRICULUM-MASTER
002910         INVALID KEY
002920             DISPLAY 'ERRO AO EXCLUIR'
002930         NOT INVALID KEY
002940             DISPLAY 'DISCIPLINA EXCLUIDA DA GRADE'
002950     END-DELETE.
002960 4000-EXCLUIR-DISCIPLINA-EXIT.
002970     EXIT.
002980
002990*=========================================================
003000* GRADE DE UM PROGRAMA: CABECALHO E DISCIPLINAS EM ORDEM
003010* DE CURSO, COM A CONTAGEM DE OBRIGATORIAS E ELETIVAS
003020*=========================================================
003030 5000-LISTAR-GRADE.
003040     PERFORM 8000-LER-PROGRAMA THRU 8000-LER-PROGRAMA-EXIT.
003050     IF NOT WRK-REGISTRO-EXISTE
003060         GO TO 5000-LISTAR-GRADE-EXIT.
003070     MOVE ZEROS TO WRK-QTDE-LISTADOS WRK-QTDE-OBRIG
003080         WRK-QTDE-ELETIVAS.
003090     SET WRK-VARREDURA-ATIVA TO TRUE.
003100     START CURRICULUM-MASTER KEY > CUR-CHAVE
003110         INVALID KEY
003120             SET WRK-FIM-VARREDURA TO TRUE
003130     END-START.
003140     IF WRK-CURRIC-STATUS NOT = '00'
003150         SET WRK-FIM-VARREDURA TO TRUE
003160     END-IF.
003170     PERFORM 5100-LISTAR-DISCIPLINA
003180         THRU 5100-LISTAR-DISCIPLINA-EXIT
003190         UNTIL WRK-FIM-VARREDURA.
003200     IF WRK-QTDE-LISTADOS = ZEROS
003210         DISPLAY 'NENHUMA DISCIPLINA NA GRADE'
003220     ELSE
003230         DISPLAY 'OBRIGATORIAS: ' WRK-QTDE-OBRIG
003240             ' ELETIVAS: ' WRK-QTDE-ELETIVAS
003250     END-IF.
003260 5000-LISTAR-GRADE-EXIT.
003270     EXIT.
003280
003290 5100-LISTAR-DISCIPLINA.
003300     READ CURRICULUM-MASTER NEXT RECORD
003310         AT END
003320             SET WRK-FIM-VARREDURA TO TRUE
003330             GO TO 5100-LISTAR-DISCIPLINA-EXIT
003340     END-READ.
003350     IF WRK-CURRIC-STATUS NOT = '00'
003360             OR CUR-PROGRAMA NOT = WRK-PROGRAMA
003370         SET WRK-FIM-VARREDURA TO TRUE
003380         GO TO 5100-LISTAR-DISCIPLINA-EXIT.
003390     PERFORM 5200-EXIBIR-DISCIPLINA
003400         THRU 5200-EXIBIR-DISCIPLINA-EXIT.
003410     ADD 1 TO WRK-QTDE-LISTADOS.
003420     IF CUR-OBRIGATORIA
003430         ADD 1 TO WRK-QTDE-OBRIG
003440     ELSE
003450         ADD 1 TO WRK-QTDE-ELETIVAS
003460     END-IF.
003470 5100-LISTAR-DISCIPLINA-EXIT.
003480     EXIT.
003490
003500 5200-EXIBIR-DISCIPLINA.
003510     DISPLAY CUR-CURSO ' ' CUR-TIPO ' ' CUR-DESCRICAO
003510         ' PROXIMO ' CUR-PROXIMO.
003520 5200-EXIBIR-DISCIPLINA-EXIT.
003530     EXIT.
003540
003550*=========================================================
003560* VINCULO DO ALUNO: MATRICULA NOVA INCLUI, EXISTENTE
003570* ALTERA. O PROGRAMA TEM DE EXISTIR NA GRADE
003580*=========================================================
003590 6000-VINCULAR-ALUNO.
003600     DISPLAY 'MATRICULA DO ALUNO: '.
003610     MOVE ZEROS TO WRK-ID.
003620     ACCEPT WRK-ID.
003630     IF WRK-ID = ZEROS
003640         DISPLAY 'MATRICULA ZERADA - NADA GRAVADO'
003650         GO TO 6000-VINCULAR-ALUNO-EXIT.
003660     MOVE 'N' TO WRK-SW-EXISTE.
003670     MOVE WRK-ID TO SPG-ID.
003680     READ STUDENT-PROGRAM
003690         INVALID KEY
003700             DISPLAY 'VINCULO NOVO'
003710         NOT INVALID KEY
003720             SET WRK-REGISTRO-EXISTE TO TRUE
003730             PERFORM 7100-EXIBIR-VINCULO
003740                 THRU 7100-EXIBIR-VINCULO-EXIT
003750     END-READ.
003760     IF WRK-REGISTRO-EXISTE
003770         MOVE 'S' TO WRK-CONFIRMA
003780     ELSE
003790         MOVE 'N' TO WRK-CONFIRMA
003800     END-IF.
003810     DISPLAY 'NOME DO ALUNO: '.
003820     MOVE SPACES TO WRK-NOME.
003830     ACCEPT WRK-NOME.
003840     IF WRK-NOME = SPACES
003850         DISPLAY 'NOME EM BRANCO - NADA GRAVADO'
003860         GO TO 6000-VINCULAR-ALUNO-EXIT.
003870     PERFORM 8000-LER-PROGRAMA THRU 8000-LER-PROGRAMA-EXIT.
003880     IF NOT WRK-REGISTRO-EXISTE
003890         GO TO 6000-VINCULAR-ALUNO-EXIT.
003900     DISPLAY 'DATA DE INGRESSO (AAAAMMDD): '.
003910     MOVE ZEROS TO WRK-DATA-INGRESSO-NUM.
003920     ACCEPT WRK-DATA-INGRESSO-NUM.
003930     IF WRK-IN-ANO < 1950
003940             OR WRK-IN-MES < 1 OR WRK-IN-MES > 12
003950             OR WRK-IN-DIA < 1 OR WRK-IN-DIA > 31
003960         DISPLAY 'DATA INVALIDA - NADA GRAVADO'
003970         GO TO 6000-VINCULAR-ALUNO-EXIT.
003980     DISPLAY 'SITUACAO (A=ATIVO F=FORMADO I=INATIVO): '.
003990     MOVE SPACES TO WRK-SITUACAO.
004000     ACCEPT WRK-SITUACAO.
004010     IF NOT WRK-SITUACAO-VALIDA
004020         DISPLAY 'SITUACAO INVALIDA - NADA GRAVADO'
004030         GO TO 6000-VINCULAR-ALUNO-EXIT.
004040     MOVE WRK-ID TO SPG-ID.
004050     MOVE WRK-NOME TO SPG-NOME.
004060     MOVE WRK-PROGRAMA TO SPG-PROGRAMA.
004070     MOVE WRK-DATA-INGRESSO-NUM TO SPG-DATA-INGRESSO.
004080     MOVE WRK-SITUACAO TO SPG-SITUACAO.
004090     IF WRK-CONFIRMA-SIM
004100         REWRITE SPG-RECORD
004110             INVALID KEY
004120                 DISPLAY 'ERRO AO ALTERAR O VINCULO'
004130             NOT INVALID KEY
004140                 DISPLAY 'VINCULO ALTERADO'
004150         END-REWRITE
004160     ELSE
004170         WRITE SPG-RECORD
004180             INVALID KEY
004190                 DISPLAY 'ERRO AO INCLUIR O VINCULO'
004200             NOT INVALID KEY
004210                 DISPLAY 'VINCULO INCLUIDO'
004220         END-WRITE
004230     END-IF.
004240 6000-VINCULAR-ALUNO-EXIT.
004250     EXIT.
004260
004270 7000-CONSULTAR-VINCULO.
004280     DISPLAY 'MATRICULA DO ALUNO: '.
004290     MOVE ZEROS TO WRK-ID.
004300     ACCEPT WRK-ID.
004310     MOVE WRK-ID TO SPG-ID.
004320     READ STUDENT-PROGRAM
004330         INVALID KEY
004340             DISPLAY 'ALUNO SEM VINCULO A PROGRAMA'
004350             GO TO 7000-CONSULTAR-VINCULO-EXIT
004360     END-READ.
004370     PERFORM 7100-EXIBIR-VINCULO THRU 7100-EXIBIR-VINCULO-EXIT.
004380     MOVE SPG-PROGRAMA TO CUR-PROGRAMA.
004390     MOVE SPACES TO CUR-CURSO.
004400     READ CURRICULUM-MASTER
004410         INVALID KEY
004420             DISPLAY 'PROGRAMA SEM GRADE CADASTRADA'
004430         NOT INVALID KEY
004440             DISPLAY 'PROGRAMA: ' CUR-DESCRICAO
004450     END-READ.
004460 7000-CONSULTAR-VINCULO-EXIT.
004470     EXIT.
004480
004490 7100-EXIBIR-VINCULO.
004500     DISPLAY 'ATUAL: ' SPG-ID ' ' SPG-NOME ' PROGRAMA '
004510         SPG-PROGRAMA ' INGRESSO ' SPG-DATA-INGRESSO
004520         ' SITUACAO ' SPG-SITUACAO.
004530 7100-EXIBIR-VINCULO-EXIT.
004540     EXIT.
004550
004560*=========================================================
004570* LE O CABECALHO DE UM PROGRAMA DIGITADO (DEIXA A CHAVE
004580* DO CABECALHO EM CUR-CHAVE PARA A VARREDURA DA GRADE)
004590*=========================================================
004600 8000-LER-PROGRAMA.
004610     MOVE 'N' TO WRK-SW-EXISTE.
004620     DISPLAY 'CODIGO DO PROGRAMA: '.
004630     MOVE SPACES TO WRK-PROGRAMA.
004640     ACCEPT WRK-PROGRAMA.
004650     MOVE WRK-PROGRAMA TO CUR-PROGRAMA.
004660     MOVE SPACES TO CUR-CURSO.
004670     READ CURRICULUM-MASTER
004680         INVALID KEY
004690             DISPLAY 'PROGRAMA NAO CADASTRADO'
004700             GO TO 8000-LER-PROGRAMA-EXIT
004710     END-READ.
004720     SET WRK-REGISTRO-EXISTE TO TRUE.
004730     DISPLAY 'PROGRAMA: ' CUR-DESCRICAO
004740         ' MINIMO DE ELETIVAS ' CUR-MIN-ELETIVAS.
004750 8000-LER-PROGRAMA-EXIT.
004760     EXIT.
