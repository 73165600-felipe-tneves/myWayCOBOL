000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB121.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: RELATORIO DO TITULAR DE DADOS PESSOAIS (LGPD)
000100*           NO CONSOLE - DADO O CPF OU A MATRICULA DE UM
000110*           FUNCIONARIO (ATIVO OU DESLIGADO), OU O CODIGO
000120*           DE UM ALUNO, LISTA NO LGPDRPT CADA ARQUIVO E
000130*           CADA REGISTRO QUE GUARDA DADOS DA PESSOA:
000140*           FUNCIONARIO - EMPMAST, DEPNDNT (DEPENDENTES),
000150*           MOVHIST, RAISEAUD, FOLHIST E BANKCRED; ALUNO -
000160*           STUDENTS, STUPROG (VINCULO) E GRDHIST. POR
000170*           ULTIMO, AS GERACOES DE ARCHIVE DO CATALOGO
000180*           (ARCCAT) DO RAISEAUD OU DO GRDHIST QUE PODEM
000190*           CONTER DADOS DO TITULAR (FUNCIONARIO: A PARTIR
000200*           DO ANO DE ENTRADA).
000210* OBS: SO LEITURA. CPF PODE ACHAR MAIS DE UMA MATRICULA
000220*      (READMISSAO) - TODAS SAO LISTADAS. MATRICULA SEM
000230*      CADASTRO NO EMPMAST AINDA E PROCURADA NOS
000240*      HISTORICOS. O LGPDRPT E REGRAVADO A CADA CONSULTA
000250*      E NAO VAI PARA O REPOSITORIO DE RELATORIOS. A
000260*      ANONIMIZACAO POR RETENCAO E O PROGCB122.
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
000370     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS EMP-ID
000410         FILE STATUS IS WRK-EMPMAST-STATUS.
000420     SELECT DEPENDENTS-MASTER ASSIGN TO 'DEPNDNT'
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS DPD-CHAVE
000460         FILE STATUS IS WRK-DEPNDNT-STATUS.
000470     SELECT MOVEMENT-HISTORY ASSIGN TO 'MOVHIST'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WRK-MOVHIST-STATUS.
000500     SELECT RAISE-AUDIT-TRAIL ASSIGN TO 'RAISEAUD'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WRK-AUDIT-STATUS.
000530     SELECT PAYROLL-HISTORY ASSIGN TO 'FOLHIST'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WRK-FOLHIST-STATUS.
000560     SELECT BANK-CREDIT-FILE ASSIGN TO 'BANKCRED'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WRK-BANKCRED-STATUS.
000590     SELECT STUDENTS-FILE ASSIGN TO 'STUDENTS'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WRK-STUDENTS-STATUS.
000620     SELECT STUDENT-PROGRAM ASSIGN TO 'STUPROG'
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS SPG-ID
000660         FILE STATUS IS WRK-STUPROG-STATUS.
000670     SELECT GRADE-HISTORY ASSIGN TO 'GRDHIST'
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS GRH-CHAVE
000710         FILE STATUS IS WRK-GRDHIST-STATUS.
000720     SELECT ARCHIVE-CATALOG ASSIGN TO 'ARCCAT'
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WRK-ARCCAT-STATUS.
000750     SELECT SUBJECT-REPORT ASSIGN TO 'LGPDRPT'
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WRK-REPORT-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  EMPLOYEE-MASTER.
000810     COPY EMPREC.
000820 FD  DEPENDENTS-MASTER.
000830     COPY DEPNDNT.
000840 FD  MOVEMENT-HISTORY.
000850     COPY MOVHIST.
000860 FD  RAISE-AUDIT-TRAIL.
000870     COPY RAISEAUD.
000880 FD  PAYROLL-HISTORY.
000890     COPY FOLHIST.
000900 FD  BANK-CREDIT-FILE.
000910     COPY BANKCRD.
000920 FD  STUDENTS-FILE.
000930     COPY STUDREC.
000940 FD  STUDENT-PROGRAM.
000950     COPY STUPROG.
000960 FD  GRADE-HISTORY.
000970     COPY GRDHIST.
000980 FD  ARCHIVE-CATALOG.
000990     COPY ARCCAT.
001000 FD  SUBJECT-REPORT
001010     RECORD CONTAINS 132 CHARACTERS.
001020 01  LGPD-LINHA              PIC X(132).
001030 WORKING-STORAGE SECTION.
001040 77  WRK-EMPMAST-STATUS  PIC X(02) VALUE '00'.
001050 77  WRK-DEPNDNT-STATUS  PIC X(02) VALUE '00'.
001060 77  WRK-MOVHIST-STATUS  PIC X(02) VALUE '00'.
001070 77  WRK-AUDIT-STATUS    PIC X(02) VALUE '00'.
001080 77  WRK-FOLHIST-STATUS  PIC X(02) VALUE '00'.
001090 77  WRK-BANKCRED-STATUS PIC X(02) VALUE '00'.
001100 77  WRK-STUDENTS-STATUS PIC X(02) VALUE '00'.
001110 77  WRK-STUPROG-STATUS  PIC X(02) VALUE '00'.
001120 77  WRK-GRDHIST-STATUS  PIC X(02) VALUE '00'.
001130 77  WRK-ARCCAT-STATUS   PIC X(02) VALUE '00'.
001140 77  WRK-REPORT-STATUS   PIC X(02) VALUE '00'.
001150 77  WRK-STATUS-ARQUIVO  PIC X(02) VALUE '00'.
001160 77  WRK-TIPO-PEDIDO     PIC X(01) VALUE SPACES.
001170     88  WRK-PEDIDO-CPF          VALUE 'C'.
001180     88  WRK-PEDIDO-MATRICULA    VALUE 'M'.
001190     88  WRK-PEDIDO-ALUNO        VALUE 'A'.
001200     88  WRK-PEDIDO-VALIDO       VALUE 'C' 'M' 'A'.
001210 77  WRK-DOCUMENTO       PIC X(14) VALUE SPACES.
001220 77  WRK-TIPO-DOC        PIC X(01) VALUE 'F'.
001230 77  WRK-DOC-VALIDO      PIC X(01) VALUE 'N'.
001240     88  WRK-DOC-OK          VALUE 'S'.
001250 77  WRK-CPF             PIC 9(11) VALUE ZEROS.
001260 77  WRK-CODIGO          PIC 9(05) VALUE ZEROS.
001270 77  WRK-ANO-ENTRADA     PIC 9(04) VALUE ZEROS.
001280 77  WRK-PERIODO-MINIMO  PIC 9(06) VALUE ZEROS.
001290 77  WRK-ARQUIVO-ARCHIVE PIC X(08) VALUE SPACES.
001300 77  WRK-FIM             PIC X(01) VALUE 'N'.
001310     88  WRK-FIM-ARQUIVO         VALUE 'S'.
001320     88  WRK-ARQUIVO-ATIVO       VALUE 'N'.
001330 77  WRK-QTDE-ARQUIVO    PIC 9(05) VALUE ZEROS.
001340 77  WRK-QTDE-TOTAL      PIC 9(06) VALUE ZEROS.
001350 77  WRK-QTDE-EDT        PIC ZZZZZ9.
001360 77  WRK-VALOR-EDT       PIC Z.ZZZ.ZZ9,99.
001370 77  WRK-IX              PIC 9(02) COMP VALUE ZEROS.
001380 77  WRK-ENTRADA         PIC X(10) VALUE SPACES.
001390 77  WRK-VALOR-VALIDO    PIC 9(10) VALUE ZEROS.
001400 77  WRK-VALNUM-MIN-COD  PIC 9(10) VALUE 1.
001410 77  WRK-VALNUM-MAX-COD  PIC 9(10) VALUE 99999.
001420 77  WRK-VALIDO          PIC X(01) VALUE 'N'.
001430     88  WRK-ENTRADA-OK        VALUE 'S'.
001440     88  WRK-ENTRADA-RUIM      VALUE 'N'.
001450
001460*    MATRICULAS ACHADAS PELO CPF (READMISSOES)
001470 01  WRK-TABELA-MATRICULAS.
001480     05  WRK-QTDE-MATRICULAS PIC 9(02) COMP VALUE ZEROS.
001490     05  WRK-MATRICULA-CPF OCCURS 20 TIMES PIC 9(05).
001500
001510 01  WRK-LINHA-DETALHE.
001520     05  WRK-D-ARQUIVO       PIC X(08).
001530     05  FILLER              PIC X(02) VALUE SPACES.
001540     05  WRK-D-CHAVE         PIC X(20).
001550     05  FILLER              PIC X(02) VALUE SPACES.
001560     05  WRK-D-DADOS         PIC X(100).
001570
001580 01  WRK-LINHA-TITULAR.
001590     05  FILLER              PIC X(11) VALUE '=== TITULAR'.
001600     05  FILLER              PIC X(01) VALUE SPACES.
001610     05  WRK-T-TIPO          PIC X(11).
001620     05  FILLER              PIC X(01) VALUE SPACES.
001630     05  WRK-T-CODIGO        PIC 9(05).
001640     05  FILLER              PIC X(05) VALUE ' ===='.
001650     05  FILLER              PIC X(98) VALUE SPACES.
001660
001670 01  WRK-LINHA-CABEC.
001680     05  FILLER              PIC X(44)
001690         VALUE 'RELATORIO DO TITULAR DE DADOS PESSOAIS (LGPD'.
001700     05  FILLER              PIC X(12) VALUE ') - PEDIDO: '.
001710     05  WRK-C-PEDIDO        PIC X(20).
001720     05  FILLER              PIC X(05) VALUE ' EM: '.
001730     05  WRK-C-DATA          PIC 9(08).
001740     05  FILLER              PIC X(43) VALUE SPACES.
001750
001760 01  WRK-DATASISTEMA         PIC 9(08) VALUE ZEROS.
001770 PROCEDURE DIVISION.
001780
001790 0000-MAINLINE.
001800     ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
001810     PERFORM 1000-LER-PEDIDO THRU 1000-LER-PEDIDO-EXIT.
001820     OPEN OUTPUT SUBJECT-REPORT.
001830     IF WRK-REPORT-STATUS NOT = '00'
001840         DISPLAY 'ERRO AO ABRIR O LGPDRPT - STATUS '
001850             WRK-REPORT-STATUS
001860         GOBACK.
001870     MOVE WRK-DATASISTEMA TO WRK-C-DATA.
001880     WRITE LGPD-LINHA FROM WRK-LINHA-CABEC.
001890     EVALUATE TRUE
001900         WHEN WRK-PEDIDO-CPF
001910             PERFORM 2000-LOCALIZAR-CPF
001920                 THRU 2000-LOCALIZAR-CPF-EXIT
001930             PERFORM 2100-LISTAR-MATRICULA-CPF
001940                 THRU 2100-LISTAR-MATRICULA-CPF-EXIT
001950                 VARYING WRK-IX FROM 1 BY 1
001960                 UNTIL WRK-IX > WRK-QTDE-MATRICULAS
001970         WHEN WRK-PEDIDO-MATRICULA
001980             PERFORM 3000-LISTAR-FUNCIONARIO
001990                 THRU 3000-LISTAR-FUNCIONARIO-EXIT
002000         WHEN WRK-PEDIDO-ALUNO
002010             PERFORM 4000-LISTAR-ALUNO
002020                 THRU 4000-LISTAR-ALUNO-EXIT
002030     END-EVALUATE.
002040     MOVE SPACES TO LGPD-LINHA.
002050     WRITE LGPD-LINHA.
002060     MOVE WRK-QTDE-TOTAL TO WRK-QTDE-EDT.
002070     STRING 'TOTAL DE REGISTROS COM DADOS DO TITULAR: '
002080             DELIMITED BY SIZE
002090         WRK-QTDE-EDT DELIMITED BY SIZE
002100         INTO LGPD-LINHA.
002110     WRITE LGPD-LINHA.
002120     CLOSE SUBJECT-REPORT.
002130     DISPLAY 'REGISTROS COM DADOS DO TITULAR: ' WRK-QTDE-EDT
002140         ' - DETALHE NO LGPDRPT'.
002150     GOBACK.
002160
002170*=========================================================
002180* TIPO DO PEDIDO E IDENTIFICACAO DO TITULAR
002190*=========================================================
002200 1000-LER-PEDIDO.
002210     DISPLAY '================================================'.
002220     DISPLAY '   RELATORIO DO TITULAR DE DADOS (LGPD)         '.
002230     DISPLAY '================================================'.
002240     PERFORM 1100-LER-TIPO THRU 1100-LER-TIPO-EXIT
002250         UNTIL WRK-PEDIDO-VALIDO.
002260     MOVE SPACES TO WRK-C-PEDIDO.
002270     IF WRK-PEDIDO-CPF
002280         MOVE 'N' TO WRK-DOC-VALIDO
002290         PERFORM 1200-LER-CPF THRU 1200-LER-CPF-EXIT
002300             UNTIL WRK-DOC-OK
002310         STRING 'CPF ' WRK-CPF DELIMITED BY SIZE
002320             INTO WRK-C-PEDIDO
002330     ELSE
002340         SET WRK-ENTRADA-RUIM TO TRUE
002350         PERFORM 1300-LER-CODIGO THRU 1300-LER-CODIGO-EXIT
002360             UNTIL WRK-ENTRADA-OK
002370         IF WRK-PEDIDO-MATRICULA
002380             STRING 'MATRICULA ' WRK-CODIGO DELIMITED BY SIZE
002390                 INTO WRK-C-PEDIDO
002400         ELSE
002410             STRING 'ALUNO ' WRK-CODIGO DELIMITED BY SIZE
002420                 INTO WRK-C-PEDIDO
002430         END-IF
002440     END-IF.
002450 1000-LER-PEDIDO-EXIT.
002460     EXIT.
002470
002480 1100-LER-TIPO.
002490     DISPLAY 'PROCURAR POR C=CPF M=MATRICULA A=ALUNO: '.
002500     MOVE SPACES TO WRK-TIPO-PEDIDO.
002510     ACCEPT WRK-TIPO-PEDIDO.
002520     IF NOT WRK-PEDIDO-VALIDO
002530         DISPLAY 'TIPO INVALIDO - REDIGITE'
002540     END-IF.
002550 1100-LER-TIPO-EXIT.
002560     EXIT.
002570
002580*    CPF VALIDADO PELO DIGITO VERIFICADOR (ROTINA VALDOC)
002590 1200-LER-CPF.
002600     DISPLAY 'CPF (11 DIGITOS)... '.
002610     MOVE SPACES TO WRK-DOCUMENTO.
002620     ACCEPT WRK-DOCUMENTO.
002630     CALL 'VALDOC' USING WRK-DOCUMENTO
002640                         WRK-TIPO-DOC
002650                         WRK-DOC-VALIDO.
002660     IF WRK-DOC-OK
002670         MOVE WRK-DOCUMENTO (1:11) TO WRK-CPF
002680     ELSE
002690         DISPLAY 'CPF INVALIDO (DIGITO NAO CONFERE) - '
002700             'REDIGITE'
002710     END-IF.
002720 1200-LER-CPF-EXIT.
002730     EXIT.
002740
002750 1300-LER-CODIGO.
002760     IF WRK-PEDIDO-MATRICULA
002770         DISPLAY 'MATRICULA DO FUNCIONARIO: '
002780     ELSE
002790         DISPLAY 'CODIGO DO ALUNO: '
002800     END-IF.
002810     ACCEPT WRK-ENTRADA FROM CONSOLE.
002820     CALL 'VALNUM' USING BY CONTENT WRK-ENTRADA
002830                          BY CONTENT WRK-VALNUM-MIN-COD
002840                          BY CONTENT WRK-VALNUM-MAX-COD
002850                          BY REFERENCE WRK-VALOR-VALIDO
002860                          BY REFERENCE WRK-VALIDO.
002870     IF WRK-ENTRADA-OK
002880         MOVE WRK-VALOR-VALIDO TO WRK-CODIGO
002890     ELSE
002900         DISPLAY 'CODIGO INVALIDO - REDIGITE'
002910     END-IF.
002920 1300-LER-CODIGO-EXIT.
002930     EXIT.
002940
002950*=========================================================
002960* CPF: TODAS AS MATRICULAS DO CADASTRO COM O CPF
002970*=========================================================
002980 2000-LOCALIZAR-CPF.
002990     OPEN INPUT EMPLOYEE-MASTER.
003000     IF WRK-EMPMAST-STATUS NOT = '00'
003010         MOVE WRK-EMPMAST-STATUS TO WRK-STATUS-ARQUIVO
003020         MOVE 'EMPMAST' TO WRK-D-ARQUIVO
003030         PERFORM 8000-ARQUIVO-INDISPONIVEL
003040             THRU 8000-ARQUIVO-INDISPONIVEL-EXIT
003050         GO TO 2000-LOCALIZAR-CPF-EXIT.
003060     SET WRK-ARQUIVO-ATIVO TO TRUE.
003070     PERFORM 2010-COMPARAR-CPF THRU 2010-COMPARAR-CPF-EXIT
003080         UNTIL WRK-FIM-ARQUIVO.
003090     CLOSE EMPLOYEE-MASTER.
003100     IF WRK-QTDE-MATRICULAS = ZEROS
003110         MOVE 'EMPMAST' TO WRK-D-ARQUIVO
003120         MOVE WRK-CPF TO WRK-D-CHAVE
003130         MOVE 'NENHUM FUNCIONARIO COM ESTE CPF NO CADASTRO'
003140             TO WRK-D-DADOS
003150         WRITE LGPD-LINHA FROM WRK-LINHA-DETALHE
003160     END-IF.
003170 2000-LOCALIZAR-CPF-EXIT.
003180     EXIT.
003190
003200 2010-COMPARAR-CPF.
003210     READ EMPLOYEE-MASTER NEXT RECORD
003220         AT END
003230             SET WRK-FIM-ARQUIVO TO TRUE
003240             GO TO 2010-COMPARAR-CPF-EXIT
003250     END-READ.
003260     IF EMP-CPF = WRK-CPF AND WRK-QTDE-MATRICULAS < 20
003270         ADD 1 TO WRK-QTDE-MATRICULAS
003280         MOVE EMP-ID TO WRK-MATRICULA-CPF (WRK-QTDE-MATRICULAS)
003290     END-IF.
003300 2010-COMPARAR-CPF-EXIT.
003310     EXIT.
003320
003330 2100-LISTAR-MATRICULA-CPF.
003340     MOVE WRK-MATRICULA-CPF (WRK-IX) TO WRK-CODIGO.
003350     PERFORM 3000-LISTAR-FUNCIONARIO
003360         THRU 3000-LISTAR-FUNCIONARIO-EXIT.
003370 2100-LISTAR-MATRICULA-CPF-EXIT.
003380     EXIT.
003390
003400*=========================================================
003410* FUNCIONARIO: CADASTRO, DEPENDENTES E HISTORICOS
003420*=========================================================
003430 3000-LISTAR-FUNCIONARIO.
003440     MOVE SPACES TO LGPD-LINHA.
003450     WRITE LGPD-LINHA.
003460     MOVE 'FUNCIONARIO' TO WRK-T-TIPO.
003470     MOVE WRK-CODIGO TO WRK-T-CODIGO.
003480     WRITE LGPD-LINHA FROM WRK-LINHA-TITULAR.
003490     MOVE ZEROS TO WRK-ANO-ENTRADA.
003500     PERFORM 3100-LISTAR-EMPMAST THRU 3100-LISTAR-EMPMAST-EXIT.
003510     PERFORM 3200-LISTAR-DEPNDNT THRU 3200-LISTAR-DEPNDNT-EXIT.
003520     PERFORM 3300-LISTAR-MOVHIST THRU 3300-LISTAR-MOVHIST-EXIT.
003530     PERFORM 3400-LISTAR-RAISEAUD
003540         THRU 3400-LISTAR-RAISEAUD-EXIT.
003550     PERFORM 3500-LISTAR-FOLHIST THRU 3500-LISTAR-FOLHIST-EXIT.
003560     PERFORM 3600-LISTAR-BANKCRED
003570         THRU 3600-LISTAR-BANKCRED-EXIT.
003580     MOVE 'RAISEAUD' TO WRK-ARQUIVO-ARCHIVE.
003590     COMPUTE WRK-PERIODO-MINIMO = WRK-ANO-ENTRADA * 100 + 1.
003600     PERFORM 5000-LISTAR-ARCHIVE THRU 5000-LISTAR-ARCHIVE-EXIT.
003610 3000-LISTAR-FUNCIONARIO-EXIT.
003620     EXIT.
003630
003640 3100-LISTAR-EMPMAST.
003650     MOVE 'EMPMAST' TO WRK-D-ARQUIVO.
003660     OPEN INPUT EMPLOYEE-MASTER.
003670     IF WRK-EMPMAST-STATUS NOT = '00'
003680         MOVE WRK-EMPMAST-STATUS TO WRK-STATUS-ARQUIVO
003690         PERFORM 8000-ARQUIVO-INDISPONIVEL
003700             THRU 8000-ARQUIVO-INDISPONIVEL-EXIT
003710         GO TO 3100-LISTAR-EMPMAST-EXIT.
003720     MOVE WRK-CODIGO TO EMP-ID.
003730     MOVE ZEROS TO WRK-QTDE-ARQUIVO.
003740     READ EMPLOYEE-MASTER
003750         INVALID KEY
003760             CONTINUE
003770         NOT INVALID KEY
003780             MOVE EMP-ANOENTRADA TO WRK-ANO-ENTRADA
003790             MOVE EMP-ID TO WRK-D-CHAVE
003800             MOVE EMP-SALARIO TO WRK-VALOR-EDT
003810             MOVE SPACES TO WRK-D-DADOS
003820             STRING EMP-NOME ' CPF ' EMP-CPF ' ENTRADA '
003830                 EMP-ANOENTRADA ' SALARIO ' WRK-VALOR-EDT
003840                 ' DEPTO ' EMP-DEPARTAMENTO ' SIT '
003850                 EMP-SITUACAO DELIMITED BY SIZE
003860                 INTO WRK-D-DADOS
003870             PERFORM 8100-GRAVAR-DETALHE
003880                 THRU 8100-GRAVAR-DETALHE-EXIT
003890     END-READ.
003900     CLOSE EMPLOYEE-MASTER.
003910     PERFORM 8200-FECHAR-ARQUIVO THRU 8200-FECHAR-ARQUIVO-EXIT.
003920 3100-LISTAR-EMPMAST-EXIT.
003930     EXIT.
003940
003950 3200-LISTAR-DEPNDNT.
003960     MOVE 'DEPNDNT' TO WRK-D-ARQUIVO.
003970     OPEN INPUT DEPENDENTS-MASTER.
003980     IF WRK-DEPNDNT-STATUS NOT = '00'
003990         MOVE WRK-DEPNDNT-STATUS TO WRK-STATUS-ARQUIVO
004000         PERFORM 8000-ARQUIVO-INDISPONIVEL
004010             THRU 8000-ARQUIVO-INDISPONIVEL-EXIT
004020         GO TO 3200-LISTAR-DEPNDNT-EXIT.
004030     MOVE ZEROS TO WRK-QTDE-ARQUIVO.
004040     SET WRK-ARQUIVO-ATIVO TO TRUE.
004050     MOVE WRK-CODIGO TO DPD-MATRICULA.
004060     MOVE ZEROS TO DPD-SEQUENCIA.
004070     START DEPENDENTS-MASTER KEY IS NOT LESS THAN DPD-CHAVE
004080         INVALID KEY
004090             SET WRK-FIM-ARQUIVO TO TRUE
004100     END-START.
004110     PERFORM 3210-LISTAR-DEPENDENTE
004120         THRU 3210-LISTAR-DEPENDENTE-EXIT
004130         UNTIL WRK-FIM-ARQUIVO.
004140     CLOSE DEPENDENTS-MASTER.
004150     PERFORM 8200-FECHAR-ARQUIVO THRU 8200-FECHAR-ARQUIVO-EXIT.
004160 3200-LISTAR-DEPNDNT-EXIT.
004170     EXIT.
004180
004190 3210-LISTAR-DEPENDENTE.
004200     READ DEPENDENTS-MASTER NEXT RECORD
004210         AT END
004220             SET WRK-FIM-ARQUIVO TO TRUE
004230             GO TO 3210-LISTAR-DEPENDENTE-EXIT
004240     END-READ.
004250     IF DPD-MATRICULA NOT = WRK-CODIGO
004260         SET WRK-FIM-ARQUIVO TO TRUE
004270         GO TO 3210-LISTAR-DEPENDENTE-EXIT.
004280     MOVE DPD-CHAVE TO WRK-D-CHAVE.
004290     MOVE SPACES TO WRK-D-DADOS.
004300     STRING DPD-NOME ' NASCIMENTO ' DPD-DATA-NASCIMENTO
004310         ' TIPO ' DPD-TIPO ' SITUACAO ' DPD-STATUS
004320         DELIMITED BY SIZE INTO WRK-D-DADOS.
004330     PERFORM 8100-GRAVAR-DETALHE THRU 8100-GRAVAR-DETALHE-EXIT.
004340 3210-LISTAR-DEPENDENTE-EXIT.
004350     EXIT.
004360
004370 3300-LISTAR-MOVHIST.
004380     MOVE 'MOVHIST' TO WRK-D-ARQUIVO.
004390     OPEN INPUT MOVEMENT-HISTORY.
004400     IF WRK-MOVHIST-STATUS NOT = '00'
004410         MOVE WRK-MOVHIST-STATUS TO WRK-STATUS-ARQUIVO
004420         PERFORM 8000-ARQUIVO-INDISPONIVEL
004430             THRU 8000-ARQUIVO-INDISPONIVEL-EXIT
004440         GO TO 3300-LISTAR-MOVHIST-EXIT.
004450     MOVE ZEROS TO WRK-QTDE-ARQUIVO.
004460     SET WRK-ARQUIVO-ATIVO TO TRUE.
004470     PERFORM 3310-LISTAR-MOVIMENTO
004480         THRU 3310-LISTAR-MOVIMENTO-EXIT
004490         UNTIL WRK-FIM-ARQUIVO.
004500     CLOSE MOVEMENT-HISTORY.
004510     PERFORM 8200-FECHAR-ARQUIVO THRU 8200-FECHAR-ARQUIVO-EXIT.
004520 3300-LISTAR-MOVHIST-EXIT.
004530     EXIT.
004540
004550 3310-LISTAR-MOVIMENTO.
004560     READ MOVEMENT-HISTORY
004570         AT END
004580             SET WRK-FIM-ARQUIVO TO TRUE
004590             GO TO 3310-LISTAR-MOVIMENTO-EXIT
004600     END-READ.
004610     IF MOV-MATRICULA NOT = WRK-CODIGO
004620         GO TO 3310-LISTAR-MOVIMENTO-EXIT.
004630     MOVE SPACES TO WRK-D-CHAVE WRK-D-DADOS.
004640     STRING MOV-MATRICULA ' ' MOV-DATA DELIMITED BY SIZE
004650         INTO WRK-D-CHAVE.
004660     MOVE MOV-SALARIO-DEPOIS TO WRK-VALOR-EDT.
004670     STRING MOV-EVENTO ' SITUACAO ' MOV-SITUACAO-ANTES '>'
004680         MOV-SITUACAO-DEPOIS ' SALARIO ' WRK-VALOR-EDT
004690         ' DEPTO ' MOV-DEPTO-DEPOIS ' POR ' MOV-USUARIO
004700         DELIMITED BY SIZE INTO WRK-D-DADOS.
004710     PERFORM 8100-GRAVAR-DETALHE THRU 8100-GRAVAR-DETALHE-EXIT.
004720 3310-LISTAR-MOVIMENTO-EXIT.
004730     EXIT.
004740
004750 3400-LISTAR-RAISEAUD.
004760     MOVE 'RAISEAUD' TO WRK-D-ARQUIVO.
004770     OPEN INPUT RAISE-AUDIT-TRAIL.
004780     IF WRK-AUDIT-STATUS NOT = '00'
004790         MOVE WRK-AUDIT-STATUS TO WRK-STATUS-ARQUIVO
004800         PERFORM 8000-ARQUIVO-INDISPONIVEL
004810             THRU 8000-ARQUIVO-INDISPONIVEL-EXIT
004820         GO TO 3400-LISTAR-RAISEAUD-EXIT.
004830     MOVE ZEROS TO WRK-QTDE-ARQUIVO.
004840     SET WRK-ARQUIVO-ATIVO TO TRUE.
004850     PERFORM 3410-LISTAR-AUMENTO THRU 3410-LISTAR-AUMENTO-EXIT
004860         UNTIL WRK-FIM-ARQUIVO.
004870     CLOSE RAISE-AUDIT-TRAIL.
004880     PERFORM 8200-FECHAR-ARQUIVO THRU 8200-FECHAR-ARQUIVO-EXIT.
004890 3400-LISTAR-RAISEAUD-EXIT.
004900     EXIT.
004910
004920 3410-LISTAR-AUMENTO.
004930     READ RAISE-AUDIT-TRAIL
004940         AT END
004950             SET WRK-FIM-ARQUIVO TO TRUE
004960             GO TO 3410-LISTAR-AUMENTO-EXIT
004970     END-READ.
004980     IF AUD-MATRICULA NOT = WRK-CODIGO
004990         GO TO 3410-LISTAR-AUMENTO-EXIT.
005000     MOVE SPACES TO WRK-D-CHAVE WRK-D-DADOS.
005010     STRING AUD-MATRICULA ' ' AUD-DATA-EXECUCAO
005020         DELIMITED BY SIZE INTO WRK-D-CHAVE.
005030     MOVE AUD-SALARIO-DEPOIS TO WRK-VALOR-EDT.
005040     STRING AUD-NOME ' SALARIO DEPOIS ' WRK-VALOR-EDT
005050         ' SITUACAO ' AUD-SITUACAO ' POR ' AUD-USUARIO
005060         DELIMITED BY SIZE INTO WRK-D-DADOS.
005070     PERFORM 8100-GRAVAR-DETALHE THRU 8100-GRAVAR-DETALHE-EXIT.
005080 3410-LISTAR-AUMENTO-EXIT.
005090     EXIT.
005100
005110 3500-LISTAR-FOLHIST.
005120     MOVE 'FOLHIST' TO WRK-D-ARQUIVO.
005130     OPEN INPUT PAYROLL-HISTORY.
005140     IF WRK-FOLHIST-STATUS NOT = '00'
005150         MOVE WRK-FOLHIST-STATUS TO WRK-STATUS-ARQUIVO
005160         PERFORM 8000-ARQUIVO-INDISPONIVEL
005170             THRU 8000-ARQUIVO-INDISPONIVEL-EXIT
005180         GO TO 3500-LISTAR-FOLHIST-EXIT.
005190     MOVE ZEROS TO WRK-QTDE-ARQUIVO.
005200     SET WRK-ARQUIVO-ATIVO TO TRUE.
005210     PERFORM 3510-LISTAR-FOLHA THRU 3510-LISTAR-FOLHA-EXIT
005220         UNTIL WRK-FIM-ARQUIVO.
005230     CLOSE PAYROLL-HISTORY.
005240     PERFORM 8200-FECHAR-ARQUIVO THRU 8200-FECHAR-ARQUIVO-EXIT.
005250 3500-LISTAR-FOLHIST-EXIT.
005260     EXIT.
005270
005280 3510-LISTAR-FOLHA.
005290     READ PAYROLL-HISTORY
005300         AT END
005310             SET WRK-FIM-ARQUIVO TO TRUE
005320             GO TO 3510-LISTAR-FOLHA-EXIT
005330     END-READ.
005340     IF FHI-MATRICULA NOT = WRK-CODIGO
005350         GO TO 3510-LISTAR-FOLHA-EXIT.
005360     MOVE SPACES TO WRK-D-CHAVE WRK-D-DADOS.
005370     STRING FHI-MATRICULA ' ' FHI-COMPETENCIA ' ' FHI-TIPO
005380         DELIMITED BY SIZE INTO WRK-D-CHAVE.
005390     MOVE FHI-LIQUIDO TO WRK-VALOR-EDT.
005400     STRING 'FOLHA DA COMPETENCIA - LIQUIDO ' WRK-VALOR-EDT
005410         DELIMITED BY SIZE INTO WRK-D-DADOS.
005420     PERFORM 8100-GRAVAR-DETALHE THRU 8100-GRAVAR-DETALHE-EXIT.
005430 3510-LISTAR-FOLHA-EXIT.
005440     EXIT.
005450
005460 3600-LISTAR-BANKCRED.
005470     MOVE 'BANKCRED' TO WRK-D-ARQUIVO.
005480     OPEN INPUT BANK-CREDIT-FILE.
005490     IF WRK-BANKCRED-STATUS NOT = '00'
005500         MOVE WRK-BANKCRED-STATUS TO WRK-STATUS-ARQUIVO
005510         PERFORM 8000-ARQUIVO-INDISPONIVEL
005520             THRU 8000-ARQUIVO-INDISPONIVEL-EXIT
005530         GO TO 3600-LISTAR-BANKCRED-EXIT.
005540     MOVE ZEROS TO WRK-QTDE-ARQUIVO.
005550     SET WRK-ARQUIVO-ATIVO TO TRUE.
005560     PERFORM 3610-LISTAR-CREDITO THRU 3610-LISTAR-CREDITO-EXIT
005570         UNTIL WRK-FIM-ARQUIVO.
005580     CLOSE BANK-CREDIT-FILE.
005590     PERFORM 8200-FECHAR-ARQUIVO THRU 8200-FECHAR-ARQUIVO-EXIT.
005600 3600-LISTAR-BANKCRED-EXIT.
005610     EXIT.
005620
005630 3610-LISTAR-CREDITO.
005640     READ BANK-CREDIT-FILE
005650         AT END
005660             SET WRK-FIM-ARQUIVO TO TRUE
005670             GO TO 3610-LISTAR-CREDITO-EXIT
005680     END-READ.
005690     IF BCR-MATRICULA NOT = WRK-CODIGO
005700         GO TO 3610-LISTAR-CREDITO-EXIT.
005710     MOVE SPACES TO WRK-D-CHAVE WRK-D-DADOS.
005720     STRING BCR-MATRICULA ' ' BCR-COMPETENCIA
005730         DELIMITED BY SIZE INTO WRK-D-CHAVE.
005740     MOVE BCR-VALOR-LIQUIDO TO WRK-VALOR-EDT.
005750     STRING BCR-NOME ' CREDITO ' WRK-VALOR-EDT
005760         ' SITUACAO ' BCR-SITUACAO
005770         DELIMITED BY SIZE INTO WRK-D-DADOS.
005780     PERFORM 8100-GRAVAR-DETALHE THRU 8100-GRAVAR-DETALHE-EXIT.
005790 3610-LISTAR-CREDITO-EXIT.
005800     EXIT.
005810
005820*=========================================================
005830* ALUNO: CADASTRO, VINCULO COM O CURSO E HISTORICO DE NOTAS
005840*=========================================================
005850 4000-LISTAR-ALUNO.
005860     MOVE SPACES TO LGPD-LINHA.
005870     WRITE LGPD-LINHA.
005880     MOVE 'ALUNO' TO WRK-T-TIPO.
005890     MOVE WRK-CODIGO TO WRK-T-CODIGO.
005900     WRITE LGPD-LINHA FROM WRK-LINHA-TITULAR.
005910     PERFORM 4100-LISTAR-STUDENTS
005920         THRU 4100-LISTAR-STUDENTS-EXIT.
005930     PERFORM 4200-LISTAR-STUPROG THRU 4200-LISTAR-STUPROG-EXIT.
005940     PERFORM 4300-LISTAR-GRDHIST THRU 4300-LISTAR-GRDHIST-EXIT.
005950     MOVE 'GRDHIST' TO WRK-ARQUIVO-ARCHIVE.
005960     MOVE ZEROS TO WRK-PERIODO-MINIMO.
005970     PERFORM 5000-LISTAR-ARCHIVE THRU 5000-LISTAR-ARCHIVE-EXIT.
005980 4000-LISTAR-ALUNO-EXIT.
005990     EXIT.
006000
006010 4100-LISTAR-STUDENTS.
006020     MOVE 'STUDENTS' TO WRK-D-ARQUIVO.
006030     OPEN INPUT STUDENTS-FILE.
006040     IF WRK-STUDENTS-STATUS NOT = '00'
006050         MOVE WRK-STUDENTS-STATUS TO WRK-STATUS-ARQUIVO
006060         PERFORM 8000-ARQUIVO-INDISPONIVEL
006070             THRU 8000-ARQUIVO-INDISPONIVEL-EXIT
006080         GO TO 4100-LISTAR-STUDENTS-EXIT.
006090     MOVE ZEROS TO WRK-QTDE-ARQUIVO.
006100     SET WRK-ARQUIVO-ATIVO TO TRUE.
006110     PERFORM 4110-LISTAR-ESTUDANTE
006120         THRU 4110-LISTAR-ESTUDANTE-EXIT
006130         UNTIL WRK-FIM-ARQUIVO.
006140     CLOSE STUDENTS-FILE.
006150     PERFORM 8200-FECHAR-ARQUIVO THRU 8200-FECHAR-ARQUIVO-EXIT.
006160 4100-LISTAR-STUDENTS-EXIT.
006170     EXIT.
006180
006190 4110-LISTAR-ESTUDANTE.
006200     READ STUDENTS-FILE
006210         AT END
006220             SET WRK-FIM-ARQUIVO TO TRUE
006230             GO TO 4110-LISTAR-ESTUDANTE-EXIT
006240     END-READ.
006250     IF STU-ID NOT = WRK-CODIGO
006260         GO TO 4110-LISTAR-ESTUDANTE-EXIT.
006270     MOVE SPACES TO WRK-D-CHAVE WRK-D-DADOS.
006280     STRING STU-ID ' ' STU-CURSO DELIMITED BY SIZE
006290         INTO WRK-D-CHAVE.
006300     STRING STU-NOME ' NOTAS ' STU-NOTA1 ' ' STU-NOTA2 ' '
006310         STU-NOTA3 DELIMITED BY SIZE INTO WRK-D-DADOS.
006320     PERFORM 8100-GRAVAR-DETALHE THRU 8100-GRAVAR-DETALHE-EXIT.
006330 4110-LISTAR-ESTUDANTE-EXIT.
006340     EXIT.
006350
006360 4200-LISTAR-STUPROG.
006370     MOVE 'STUPROG' TO WRK-D-ARQUIVO.
006380     OPEN INPUT STUDENT-PROGRAM.
006390     IF WRK-STUPROG-STATUS NOT = '00'
006400         MOVE WRK-STUPROG-STATUS TO WRK-STATUS-ARQUIVO
006410         PERFORM 8000-ARQUIVO-INDISPONIVEL
006420             THRU 8000-ARQUIVO-INDISPONIVEL-EXIT
006430         GO TO 4200-LISTAR-STUPROG-EXIT.
006440     MOVE ZEROS TO WRK-QTDE-ARQUIVO.
006450     MOVE WRK-CODIGO TO SPG-ID.
006460     READ STUDENT-PROGRAM
006470         INVALID KEY
006480             CONTINUE
006490         NOT INVALID KEY
006500             MOVE SPG-ID TO WRK-D-CHAVE
006510             MOVE SPACES TO WRK-D-DADOS
006520             STRING SPG-NOME ' PROGRAMA ' SPG-PROGRAMA
006530                 ' INGRESSO ' SPG-DATA-INGRESSO ' SITUACAO '
006540                 SPG-SITUACAO DELIMITED BY SIZE
006550                 INTO WRK-D-DADOS
006560             PERFORM 8100-GRAVAR-DETALHE
006570                 THRU 8100-GRAVAR-DETALHE-EXIT
006580     END-READ.
006590     CLOSE STUDENT-PROGRAM.
006600     PERFORM 8200-FECHAR-ARQUIVO THRU 8200-FECHAR-ARQUIVO-EXIT.
006610 4200-LISTAR-STUPROG-EXIT.
006620     EXIT.
006630
006640 4300-LISTAR-GRDHIST.
006650     MOVE 'GRDHIST' TO WRK-D-ARQUIVO.
006660     OPEN INPUT GRADE-HISTORY.
006670     IF WRK-GRDHIST-STATUS NOT = '00'
006680         MOVE WRK-GRDHIST-STATUS TO WRK-STATUS-ARQUIVO
006690         PERFORM 8000-ARQUIVO-INDISPONIVEL
006700             THRU 8000-ARQUIVO-INDISPONIVEL-EXIT
006710         GO TO 4300-LISTAR-GRDHIST-EXIT.
006720     MOVE ZEROS TO WRK-QTDE-ARQUIVO.
006730     SET WRK-ARQUIVO-ATIVO TO TRUE.
006740     MOVE LOW-VALUES TO GRH-CHAVE.
006750     MOVE WRK-CODIGO TO GRH-ID.
006760     START GRADE-HISTORY KEY IS NOT LESS THAN GRH-CHAVE
006770         INVALID KEY
006780             SET WRK-FIM-ARQUIVO TO TRUE
006790     END-START.
006800     PERFORM 4310-LISTAR-NOTA THRU 4310-LISTAR-NOTA-EXIT
006810         UNTIL WRK-FIM-ARQUIVO.
006820     CLOSE GRADE-HISTORY.
006830     PERFORM 8200-FECHAR-ARQUIVO THRU 8200-FECHAR-ARQUIVO-EXIT.
006840 4300-LISTAR-GRDHIST-EXIT.
006850     EXIT.
006860
006870 4310-LISTAR-NOTA.
006880     READ GRADE-HISTORY NEXT RECORD
006890         AT END
006900             SET WRK-FIM-ARQUIVO TO TRUE
006910             GO TO 4310-LISTAR-NOTA-EXIT
006920     END-READ.
006930     IF GRH-ID NOT = WRK-CODIGO
006940         SET WRK-FIM-ARQUIVO TO TRUE
006950         GO TO 4310-LISTAR-NOTA-EXIT.
006960     MOVE GRH-CHAVE TO WRK-D-CHAVE.
006970     MOVE SPACES TO WRK-D-DADOS.
006980     STRING 'MEDIA ' GRH-MEDIA ' ' GRH-SITUACAO
006990         ' FREQUENCIA ' GRH-FREQUENCIA ' CALCULO '
007000         GRH-DATA-CALCULO DELIMITED BY SIZE INTO WRK-D-DADOS.
007010     PERFORM 8100-GRAVAR-DETALHE THRU 8100-GRAVAR-DETALHE-EXIT.
007020 4310-LISTAR-NOTA-EXIT.
007030     EXIT.
007040
007050*=========================================================
007060* GERACOES DE ARCHIVE QUE PODEM CONTER DADOS DO TITULAR
007070*=========================================================
007080 5000-LISTAR-ARCHIVE.
007090     MOVE 'ARCCAT' TO WRK-D-ARQUIVO.
007100     OPEN INPUT ARCHIVE-CATALOG.
007110     IF WRK-ARCCAT-STATUS NOT = '00'
007120         MOVE WRK-ARCCAT-STATUS TO WRK-STATUS-ARQUIVO
007130         PERFORM 8000-ARQUIVO-INDISPONIVEL
007140             THRU 8000-ARQUIVO-INDISPONIVEL-EXIT
007150         GO TO 5000-LISTAR-ARCHIVE-EXIT.
007160     MOVE ZEROS TO WRK-QTDE-ARQUIVO.
007170     SET WRK-ARQUIVO-ATIVO TO TRUE.
007180     PERFORM 5100-LISTAR-GERACAO THRU 5100-LISTAR-GERACAO-EXIT
007190         UNTIL WRK-FIM-ARQUIVO.
007200     CLOSE ARCHIVE-CATALOG.
007210     PERFORM 8200-FECHAR-ARQUIVO THRU 8200-FECHAR-ARQUIVO-EXIT.
007220 5000-LISTAR-ARCHIVE-EXIT.
007230     EXIT.
007240
007250 5100-LISTAR-GERACAO.
007260     READ ARCHIVE-CATALOG
007270         AT END
007280             SET WRK-FIM-ARQUIVO TO TRUE
007290             GO TO 5100-LISTAR-GERACAO-EXIT
007300     END-READ.
007310     IF ARC-ARQUIVO NOT = WRK-ARQUIVO-ARCHIVE
007320             OR ARC-PERIODO-FIM < WRK-PERIODO-MINIMO
007330         GO TO 5100-LISTAR-GERACAO-EXIT.
007340     MOVE SPACES TO WRK-D-CHAVE WRK-D-DADOS.
007350     STRING ARC-ARQUIVO ' ' ARC-PERIODO-INI '-'
007360         ARC-PERIODO-FIM DELIMITED BY SIZE INTO WRK-D-CHAVE.
007370     STRING 'ARCHIVE PODE CONTER DADOS DO TITULAR - DATASET '
007380         ARC-DATASET DELIMITED BY SIZE INTO WRK-D-DADOS.
007390     WRITE LGPD-LINHA FROM WRK-LINHA-DETALHE.
007400     ADD 1 TO WRK-QTDE-ARQUIVO.
007410 5100-LISTAR-GERACAO-EXIT.
007420     EXIT.
007430
007440 8000-ARQUIVO-INDISPONIVEL.
007450     MOVE SPACES TO WRK-D-CHAVE WRK-D-DADOS.
007460     STRING 'ARQUIVO INDISPONIVEL - STATUS '
007470         WRK-STATUS-ARQUIVO DELIMITED BY SIZE
007480         INTO WRK-D-DADOS.
007490     WRITE LGPD-LINHA FROM WRK-LINHA-DETALHE.
007500 8000-ARQUIVO-INDISPONIVEL-EXIT.
007510     EXIT.
007520
007530 8100-GRAVAR-DETALHE.
007540     WRITE LGPD-LINHA FROM WRK-LINHA-DETALHE.
007550     ADD 1 TO WRK-QTDE-ARQUIVO.
007560     ADD 1 TO WRK-QTDE-TOTAL.
007570 8100-GRAVAR-DETALHE-EXIT.
007580     EXIT.
007590
007600*    ARQUIVO LIDO SEM NENHUM REGISTRO DO TITULAR
007610 8200-FECHAR-ARQUIVO.
007620     IF WRK-QTDE-ARQUIVO = ZEROS
007630         MOVE SPACES TO WRK-D-CHAVE
007640         MOVE 'NENHUM REGISTRO DO TITULAR' TO WRK-D-DADOS
007650         WRITE LGPD-LINHA FROM WRK-LINHA-DETALHE
007660     END-IF.
007670 8200-FECHAR-ARQUIVO-EXIT.
007680     EXIT.
