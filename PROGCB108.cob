000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB108.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO ACADEMICO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CADASTRO DE PROFESSORES (PROFMST) E DE TURMAS
000100*           (TURMAS) NO CONSOLE, NO MESMO DESENHO DAS
000110*           FALTAS JUSTIFICADAS (PROGCOB64). A TURMA LIGA O
000120*           CURSO (STU-CURSO/ENR-CURSO) AO PROFESSOR QUE
000130*           DEVE AS NOTAS E GUARDA O PRAZO DE LANCAMENTO DE
000140*           CADA AVALIACAO (NOTA1, NOTA2, NOTA3). NADA
000150*           DIZIA QUEM DEVIA AS NOTAS DE QUAL CURSO E O
000160*           LOTE DE HISTORICO (PROGCOB16) RODAVA COM O QUE
000170*           ESTIVESSE DIGITADO - NOTA FALTANDO VIRAVA ZERO E
000180*           REPROVACAO FALSA. O RELATORIO DE NOTAS
000190*           PENDENTES (PROGCB109) COBRA CADA PROFESSOR
000200*           PELOS PRAZOS DESTE CADASTRO.
000210* OBS: INCLUIR E ALTERAR SAO A MESMA OPCAO - CODIGO JA
000220*      CADASTRADO MOSTRA O REGISTRO E REGRAVA. TURMA SO
000230*      APONTA PARA PROFESSOR CADASTRADO E ATIVO. PRAZO E
000240*      AAAAMMDD (ZEROS = SEM PRAZO PARA A AVALIACAO).
000250*      PROFESSOR NAO E EXCLUIDO, SO INATIVADO (SITUACAO I);
000260*      AS TURMAS DELE CONTINUAM ATE SEREM REATRIBUIDAS.
000270* -----------------------------------------------------
000280* HISTORICO DE ALTERACOES
000290* 15/10/2026 FT  PROGRAMA CRIADO.
000300***********************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT TEACHER-MASTER ASSIGN TO 'PROFMST'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PRF-CODIGO
000410         FILE STATUS IS WRK-PROFMST-STATUS.
000420     SELECT CLASS-MASTER ASSIGN TO 'TURMAS'
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS TUR-CURSO
000460         FILE STATUS IS WRK-TURMAS-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  TEACHER-MASTER.
000500     COPY PROFMST.
000510 FD  CLASS-MASTER.
000520     COPY TURMA.
000530 WORKING-STORAGE SECTION.
000540 77  WRK-PROFMST-STATUS  PIC X(02) VALUE '00'.
000550 77  WRK-TURMAS-STATUS   PIC X(02) VALUE '00'.
000560 77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
000570     88  WRK-OPCAO-SAIR      VALUE 9.
000580 77  WRK-CODIGO          PIC 9(05) VALUE ZEROS.
000590 77  WRK-CURSO           PIC X(05) VALUE SPACES.
000600 77  WRK-NOME            PIC X(30) VALUE SPACES.
000610 77  WRK-EMAIL           PIC X(40) VALUE SPACES.
000620 77  WRK-SITUACAO        PIC X(01) VALUE SPACES.
000630     88  WRK-SITUACAO-VALIDA VALUE 'A' 'I'.
000640 77  WRK-DESCRICAO       PIC X(30) VALUE SPACES.
000650 77  WRK-CONFIRMA        PIC X(01) VALUE 'N'.
000660     88  WRK-CONFIRMA-SIM    VALUE 'S'.
000670 77  WRK-SW-EXISTE       PIC X(01) VALUE 'N'.
000680     88  WRK-REGISTRO-EXISTE VALUE 'S'.
000690 77  WRK-SW-PRAZO        PIC X(01) VALUE 'S'.
000700     88  WRK-PRAZO-OK        VALUE 'S'.
000710 77  WRK-IX-NOTA         PIC 9(01) COMP VALUE ZEROS.
000720 77  WRK-QTDE-LISTADOS   PIC 9(04) VALUE ZEROS.
000730 77  WRK-SW-VARREDURA    PIC X(01) VALUE 'N'.
000740     88  WRK-FIM-VARREDURA       VALUE 'S'.
000750     88  WRK-VARREDURA-ATIVA     VALUE 'N'.
000760 01  WRK-PRAZOS-DIGITADOS.
000770     05  WRK-PRAZO-NOTA  PIC 9(08) OCCURS 3 TIMES.
000780 01  WRK-DATA-PRAZO.
000790     05  WRK-PZ-ANO          PIC 9(04).
000800     05  WRK-PZ-MES          PIC 9(02).
000810     05  WRK-PZ-DIA          PIC 9(02).
000820 01  WRK-DATA-PRAZO-NUM REDEFINES WRK-DATA-PRAZO PIC 9(08).
000830 PROCEDURE DIVISION.
000840
000850 0000-MAINLINE.
000860     OPEN I-O TEACHER-MASTER.
000870     IF WRK-PROFMST-STATUS = '35'
000880         OPEN OUTPUT TEACHER-MASTER
000890         CLOSE TEACHER-MASTER
000900         OPEN I-O TEACHER-MASTER
000910     END-IF.
000920     IF WRK-PROFMST-STATUS NOT = '00'
000930         DISPLAY 'CADASTRO DE PROFESSORES INDISPONIVEL - '
000940             'STATUS ' WRK-PROFMST-STATUS
000950         GO TO 0000-ENCERRAR.
000960     OPEN I-O CLASS-MASTER.
000970     IF WRK-TURMAS-STATUS = '35'
000980         OPEN OUTPUT CLASS-MASTER
000990         CLOSE CLASS-MASTER
001000         OPEN I-O CLASS-MASTER
001010     END-IF.
001020     IF WRK-TURMAS-STATUS NOT = '00'
001030         DISPLAY 'CADASTRO DE TURMAS INDISPONIVEL - '
001040             'STATUS ' WRK-TURMAS-STATUS
001050         CLOSE TEACHER-MASTER
001060         GO TO 0000-ENCERRAR.
001070     PERFORM 1000-PROCESSAR-MENU THRU 1000-PROCESSAR-MENU-EXIT
001080         UNTIL WRK-OPCAO-SAIR.
001090     CLOSE TEACHER-MASTER.
001100     CLOSE CLASS-MASTER.
001110 0000-ENCERRAR.
001120     GOBACK.
001130
001140 1000-PROCESSAR-MENU.
001150     DISPLAY '================================================'.
001160     DISPLAY '     PROFESSORES E TURMAS - SECRETARIA          '.
001170     DISPLAY '================================================'.
001180     DISPLAY '1 - INCLUIR/ALTERAR PROFESSOR'.
001190     DISPLAY '2 - LISTAR PROFESSORES'.
001200     DISPLAY '3 - INCLUIR/ALTERAR TURMA E PRAZOS DE NOTA'.
001210     DISPLAY '4 - LISTAR TURMAS'.
001220     DISPLAY '5 - EXCLUIR TURMA'.
001230     DISPLAY '9 - SAIR'.
001240     DISPLAY 'OPCAO: '.
001250     ACCEPT WRK-OPCAO.
001260     EVALUATE TRUE
001270         WHEN WRK-OPCAO = 1
001280             PERFORM 2000-MANTER-PROFESSOR
001290                 THRU 2000-MANTER-PROFESSOR-EXIT
001300         WHEN WRK-OPCAO = 2
001310             PERFORM 3000-LISTAR-PROFESSORES
001320                 THRU 3000-LISTAR-PROFESSORES-EXIT
001330         WHEN WRK-OPCAO = 3
001340             PERFORM 4000-MANTER-TURMA
001350                 THRU 4000-MANTER-TURMA-EXIT
001360         WHEN WRK-OPCAO = 4
001370             PERFORM 5000-LISTAR-TURMAS
001380                 THRU 5000-LISTAR-TURMAS-EXIT
001390         WHEN WRK-OPCAO = 5
001400             PERFORM 6000-EXCLUIR-TURMA
001410                 THRU 6000-EXCLUIR-TURMA-EXIT
001420         WHEN WRK-OPCAO-SAIR
001430             CONTINUE
001440         WHEN OTHER
001450             DISPLAY 'OPCAO INVALIDA - REDIGITE'
001460     END-EVALUATE.
001470 1000-PROCESSAR-MENU-EXIT.
001480     EXIT.
001490
001500*=========================================================
001510* PROFESSOR: CODIGO NOVO INCLUI, CODIGO EXISTENTE ALTERA
001520*=========================================================
001530 2000-MANTER-PROFESSOR.
001540     DISPLAY 'CODIGO DO PROFESSOR: '.
001550     MOVE ZEROS TO WRK-CODIGO.
001560     ACCEPT WRK-CODIGO.
001570     IF WRK-CODIGO = ZEROS
001580         DISPLAY 'CODIGO ZERADO - NADA GRAVADO'
001590         GO TO 2000-MANTER-PROFESSOR-EXIT.
001600     MOVE 'N' TO WRK-SW-EXISTE.
001610     MOVE WRK-CODIGO TO PRF-CODIGO.
001620     READ TEACHER-MASTER
001630         INVALID KEY
001640             DISPLAY 'PROFESSOR NOVO'
001650         NOT INVALID KEY
001660             SET WRK-REGISTRO-EXISTE TO TRUE
001670             DISPLAY 'ATUAL: ' PRF-NOME ' ' PRF-EMAIL
001680                 ' SITUACAO ' PRF-SITUACAO
001690     END-READ.
001700     DISPLAY 'NOME: '.
001710     MOVE SPACES TO WRK-NOME.
001720     ACCEPT WRK-NOME.
001730     IF WRK-NOME = SPACES
001740         DISPLAY 'NOME EM BRANCO - NADA GRAVADO'
001750         GO TO 2000-MANTER-PROFESSOR-EXIT.
001760     DISPLAY 'E-MAIL: '.
001770     MOVE SPACES TO WRK-EMAIL.
001780     ACCEPT WRK-EMAIL.
001790     DISPLAY 'SITUACAO (A=ATIVO I=INATIVO): '.
001800     MOVE SPACES TO WRK-SITUACAO.
001810     ACCEPT WRK-SITUACAO.
001820     IF NOT WRK-SITUACAO-VALIDA
001830         DISPLAY 'SITUACAO INVALIDA - NADA GRAVADO'
001840         GO TO 2000-MANTER-PROFESSOR-EXIT.
001850     MOVE WRK-CODIGO TO PRF-CODIGO.
001860     MOVE WRK-NOME TO PRF-NOME.
001870     MOVE WRK-EMAIL TO PRF-EMAIL.
001880     MOVE WRK-SITUACAO TO PRF-SITUACAO.
001890     IF WRK-REGISTRO-EXISTE
001900         REWRITE PRF-RECORD
001910             INVALID KEY
001920                 DISPLAY 'ERRO AO ALTERAR O PROFESSOR'
001930             NOT INVALID KEY
001940                 DISPLAY 'PROFESSOR ALTERADO'
001950         END-REWRITE
001960     ELSE
001970         WRITE PRF-RECORD
001980             INVALID KEY
001990                 DISPLAY 'ERRO AO INCLUIR O PROFESSOR'
002000             NOT INVALID KEY
002010                 DISPLAY 'PROFESSOR INCLUIDO'
002020         END-WRITE
002030     END-IF.
002040 2000-MANTER-PROFESSOR-EXIT.
002050     EXIT.
002060
002070 3000-LISTAR-PROFESSORES.
002080     MOVE ZEROS TO WRK-QTDE-LISTADOS.
002090     SET WRK-VARREDURA-ATIVA TO TRUE.
002100     MOVE ZEROS TO PRF-CODIGO.
002110     START TEACHER-MASTER KEY >= PRF-CODIGO
002120         INVALID KEY
002130             SET WRK-FIM-VARREDURA TO TRUE
002140     END-START.
002150     IF WRK-PROFMST-STATUS NOT = '00'
002160         SET WRK-FIM-VARREDURA TO TRUE
002170     END-IF.
002180     PERFORM 3100-LISTAR-PROFESSOR
002190         THRU 3100-LISTAR-PROFESSOR-EXIT
002200         UNTIL WRK-FIM-VARREDURA.
002210     IF WRK-QTDE-LISTADOS = ZEROS
002220         DISPLAY 'NENHUM PROFESSOR CADASTRADO'
002230     END-IF.
002240 3000-LISTAR-PROFESSORES-EXIT.
002250     EXIT.
002260
002270 3100-LISTAR-PROFESSOR.
002280     READ TEACHER-MASTER NEXT RECORD
002290         AT END
002300             SET WRK-FIM-VARREDURA TO TRUE
002310             GO TO 3100-LISTAR-PROFESSOR-EXIT
002320     END-READ.
002330     IF WRK-PROFMST-STATUS NOT = '00'
002340         SET WRK-FIM-VARREDURA TO TRUE
002350         GO TO 3100-LISTAR-PROFESSOR-EXIT.
002360     DISPLAY PRF-CODIGO ' ' PRF-NOME ' ' PRF-SITUACAO ' '
002370         PRF-EMAIL.
002380     ADD 1 TO WRK-QTDE-LISTADOS.
002390 3100-LISTAR-PROFESSOR-EXIT.
002400     EXIT.
002410
002420*=========================================================
002430* TURMA: CURSO NOVO INCLUI, CURSO EXISTENTE ALTERA. O
002440* PROFESSOR TEM DE EXISTIR E ESTAR ATIVO; CADA PRAZO E
002450* ZEROS OU UMA DATA AAAAMMDD VALIDA
002460*=========================================================
002470 4000-MANTER-TURMA.
002480     DISPLAY 'CURSO (CODIGO DA TURMA): '.
002490     MOVE SPACES TO WRK-CURSO.
002500     ACCEPT WRK-CURSO.
002510     IF WRK-CURSO = SPACES
002520         DISPLAY 'CURSO EM BRANCO - NADA GRAVADO'
002530         GO TO 4000-MANTER-TURMA-EXIT.
002540     MOVE 'N' TO WRK-SW-EXISTE.
002550     MOVE WRK-CURSO TO TUR-CURSO.
002560     READ CLASS-MASTER
002570         INVALID KEY
002580             DISPLAY 'TURMA NOVA'
002590         NOT INVALID KEY
002600             SET WRK-REGISTRO-EXISTE TO TRUE
002610             PERFORM 5200-EXIBIR-TURMA
002620                 THRU 5200-EXIBIR-TURMA-EXIT
002630     END-READ.
002640     DISPLAY 'DESCRICAO: '.
002650     MOVE SPACES TO WRK-DESCRICAO.
002660     ACCEPT WRK-DESCRICAO.
002670     DISPLAY 'CODIGO DO PROFESSOR: '.
002680     MOVE ZEROS TO WRK-CODIGO.
002690     ACCEPT WRK-CODIGO.
002700     MOVE WRK-CODIGO TO PRF-CODIGO.
002710     READ TEACHER-MASTER
002720         INVALID KEY
002730             DISPLAY 'PROFESSOR NAO CADASTRADO - NADA GRAVADO'
002740             GO TO 4000-MANTER-TURMA-EXIT
002750     END-READ.
002760     IF NOT PRF-ATIVO
002770         DISPLAY 'PROFESSOR INATIVO - NADA GRAVADO'
002780         GO TO 4000-MANTER-TURMA-EXIT.
002790     DISPLAY 'PROFESSOR: ' PRF-NOME.
002800     MOVE 'S' TO WRK-SW-PRAZO.
002810     MOVE 1 TO WRK-IX-NOTA.
002820     PERFORM 4100-INFORMAR-PRAZO THRU 4100-INFORMAR-PRAZO-EXIT
002830         UNTIL WRK-IX-NOTA > 3 OR NOT WRK-PRAZO-OK.
002840     IF NOT WRK-PRAZO-OK
002850         GO TO 4000-MANTER-TURMA-EXIT.
002860     MOVE WRK-CURSO TO TUR-CURSO.
002870     MOVE WRK-DESCRICAO TO TUR-DESCRICAO.
002880     MOVE WRK-CODIGO TO TUR-PROFESSOR.
002890     MOVE WRK-PRAZO-NOTA (1) TO TUR-PRAZO-NOTA1.
002900     MOVE WRK-PRAZO-NOTA (2) TO TUR-PRAZO-NOTA2.
002910     MOVE WRK-PRAZO-NOTA (3) TO TUR-PRAZO-NOTA3.
002920     IF WRK-REGISTRO-EXISTE
002930         REWRITE TUR-RECORD
002940             INVALID KEY
002950                 DISPLAY 'ERRO AO ALTERAR A TURMA'
002960             NOT INVALID KEY
002970                 DISPLAY 'TURMA ALTERADA'
002980         END-REWRITE
002990     ELSE
003000         WRITE TUR-RECORD
003010             INVALID KEY
003020                 DISPLAY 'ERRO AO INCLUIR A TURMA'
003030             NOT INVALID KEY
003040                 DISPLAY 'TURMA INCLUIDA'
003050         END-WRITE
003060     END-IF.
003070 4000-MANTER-TURMA-EXIT.
003080     EXIT.
003090
003100 4100-INFORMAR-PRAZO.
003110     DISPLAY 'PRAZO DA NOTA ' WRK-IX-NOTA
003120         ' (AAAAMMDD, ZEROS = SEM PRAZO): '.
003130     MOVE ZEROS TO WRK-DATA-PRAZO-NUM.
003140     ACCEPT WRK-DATA-PRAZO-NUM.
003150     IF WRK-DATA-PRAZO-NUM NOT = ZEROS
003160         IF WRK-PZ-ANO < 2000
003170                 OR WRK-PZ-MES < 1 OR WRK-PZ-MES > 12
003180                 OR WRK-PZ-DIA < 1 OR WRK-PZ-DIA > 31
003190             DISPLAY 'PRAZO INVALIDO - NADA GRAVADO'
003200             MOVE 'N' TO WRK-SW-PRAZO
003210             GO TO 4100-INFORMAR-PRAZO-EXIT
003220         END-IF
003230     END-IF.
003240     MOVE WRK-DATA-PRAZO-NUM TO WRK-PRAZO-NOTA (WRK-IX-NOTA).
003250     ADD 1 TO WRK-IX-NOTA.
003260 4100-INFORMAR-PRAZO-EXIT.
003270     EXIT.
003280
003290 5000-LISTAR-TURMAS.
003300     MOVE ZEROS TO WRK-QTDE-LISTADOS.
003310     SET WRK-VARREDURA-ATIVA TO TRUE.
003320     MOVE SPACES TO TUR-CURSO.
003330     START CLASS-MASTER KEY >= TUR-CURSO
003340         INVALID KEY
003350             SET WRK-FIM-VARREDURA TO TRUE
003360     END-START.
003370     IF WRK-TURMAS-STATUS NOT = '00'
003380         SET WRK-FIM-VARREDURA TO TRUE
003390     END-IF.
003400     PERFORM 5100-LISTAR-TURMA THRU 5100-LISTAR-TURMA-EXIT
003410         UNTIL WRK-FIM-VARREDURA.
003420     IF WRK-QTDE-LISTADOS = ZEROS
003430         DISPLAY 'NENHUMA TURMA CADASTRADA'
003440     END-IF.
003450 5000-LISTAR-TURMAS-EXIT.
003460     EXIT.
003470
003480 5100-LISTAR-TURMA.
003490     READ CLASS-MASTER NEXT RECORD
003500         AT END
003510             SET WRK-FIM-VARREDURA TO TRUE
003520             GO TO 5100-LISTAR-TURMA-EXIT
003530     END-READ.
003540     IF WRK-TURMAS-STATUS NOT = '00'
003550         SET WRK-FIM-VARREDURA TO TRUE
003560         GO TO 5100-LISTAR-TURMA-EXIT.
003570     PERFORM 5200-EXIBIR-TURMA THRU 5200-EXIBIR-TURMA-EXIT.
003580     ADD 1 TO WRK-QTDE-LISTADOS.
003590 5100-LISTAR-TURMA-EXIT.
003600     EXIT.
003610
003620 5200-EXIBIR-TURMA.
003630     DISPLAY TUR-CURSO ' ' TUR-DESCRICAO ' PROF ' TUR-PROFESSOR
003640         ' PRAZOS ' TUR-PRAZO-NOTA1 ' ' TUR-PRAZO-NOTA2 ' '
003650         TUR-PRAZO-NOTA3.
003660 5200-EXIBIR-TURMA-EXIT.
003670     EXIT.
003680
003690 6000-EXCLUIR-TURMA.
003700     DISPLAY 'CURSO (CODIGO DA TURMA): '.
003710     MOVE SPACES TO WRK-CURSO.
003720     ACCEPT WRK-CURSO.
003730     MOVE WRK-CURSO TO TUR-CURSO.
003740     READ CLASS-MASTER
003750         INVALID KEY
003760             DISPLAY 'TURMA NAO ENCONTRADA'
003770             GO TO 6000-EXCLUIR-TURMA-EXIT
003780     END-READ.
003790     PERFORM 5200-EXIBIR-TURMA THRU 5200-EXIBIR-TURMA-EXIT.
003800     DISPLAY 'CONFIRMA A EXCLUSAO (S/N): '.
003810     MOVE 'N' TO WRK-CONFIRMA.
003820     ACCEPT WRK-CONFIRMA.
003830     IF NOT WRK-CONFIRMA-SIM
003840         DISPLAY 'EXCLUSAO CANCELADA'
003850         GO TO 6000-EXCLUIR-TURMA-EXIT.
003860     DELETE CLASS-MASTER
003870         INVALID KEY
003880             DISPLAY 'ERRO AO EXCLUIR'
003890         NOT INVALID KEY
003900             DISPLAY 'TURMA EXCLUIDA'
003910     END-DELETE.
003920 6000-EXCLUIR-TURMA-EXIT.
003930     EXIT.
