000254*                TRANSACAO (MTX-CPF) PELO DIGITO
000256*                VERIFICADOR (ROTINA COMUM VALDOC) - CPF
000258*                INVALIDO REJEITA A TRANSACAO.
000259* 15/10/2026 FT  DESLIGAMENTO COM TIPO (MTX-TIPO-DESLG)
000259*                REPASSADO A RESCISAO PARA A MULTA DE 40% DO
000259*                FGTS; TIPO FORA DE S/J/P REJEITA A TRANSACAO
000259*                (EM BRANCO = SEM JUSTA CAUSA).
000259* 15/10/2026 FT  EVENTOS P (PROMOCAO) E T (TRANSFERENCIA) COM
000259*                DATA EFETIVA: DEPARTAMENTO DESTINO CONFERIDO
000259*                NO DEPTMAST, SALARIO NOVO DENTRO DO PISO/TETO
000259*                DA FAIXA DESTINO (SALBAND), AUMENTO DEBITADO
000259*                DA VERBA DE REAJUSTE DO DEPARTAMENTO DESTINO.
000259*                TRANSFERENCIA ENTRE EMPRESAS GRAVA UM
000259*                DESLIGAMENTO E UMA ADMISSAO (ORIGEM 'T'),
000259*                MANTENDO MATRICULA E ANO DE ENTRADA. O MOVHIST
000259*                PASSA A LEVAR DEPARTAMENTO, FAIXA E EMPRESA
000259*                ANTES E DEPOIS EM TODOS OS EVENTOS.
000259* 15/10/2026 FT  O TIPO DO DESLIGAMENTO VAI PARA O MOVHIST.
000259* 15/10/2026 FT  FUNCIONARIO INCLUIDO SEM OPCAO PELO
000259*                ADIANTAMENTO QUINZENAL ('N'; A OPCAO E
000259*                FEITA NO PROGCOB33).
000260***********************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000490     SELECT MOVEMENT-EXCEPTIONS ASSIGN TO 'MOVEXC'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS MVB-EXCECAO-STATUS.
000512     SELECT DEPARTMENT-MASTER ASSIGN TO 'DEPTMAST'
000512         ORGANIZATION IS INDEXED
000512         ACCESS MODE IS RANDOM
000512         RECORD KEY IS DEP-CODIGO
000512         FILE STATUS IS MVB-DEPTMAST-STATUS.
000514     SELECT SALARY-BANDS ASSIGN TO 'SALBAND'
000514         ORGANIZATION IS INDEXED
000514         ACCESS MODE IS RANDOM
000514         RECORD KEY IS BND-CODIGO
000514         FILE STATUS IS MVB-SALBAND-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  MOVEMENT-TRX.
000620 FD  MOVEMENT-EXCEPTIONS
000630     RECORD CONTAINS 80 CHARACTERS.
000640 01  MVB-EXCECAO-LINE         PIC X(80).
000642 FD  DEPARTMENT-MASTER.
000642     COPY DEPTMST.
000644 FD  SALARY-BANDS.
000644     COPY SALBAND.
000650 WORKING-STORAGE SECTION.
000660 01  MVB-SWITCHES.
000670     05  MVB-MOVTRX-STATUS    PIC X(02) VALUE '00'.
000700     05  MVB-MOVHIST-STATUS   PIC X(02) VALUE '00'.
000710     05  MVB-COMPMAST-STATUS  PIC X(02) VALUE '00'.
000720     05  MVB-EXCECAO-STATUS   PIC X(02) VALUE '00'.
000722     05  MVB-DEPTMAST-STATUS  PIC X(02) VALUE '00'.
000724     05  MVB-SALBAND-STATUS   PIC X(02) VALUE '00'.
000726     05  MVB-SW-DEPTMAST      PIC X(01) VALUE 'N'.
000727         88  MVB-DEPTMAST-DISPONIVEL  VALUE 'S'.
000728     05  MVB-SW-SALBAND       PIC X(01) VALUE 'N'.
000729         88  MVB-SALBAND-DISPONIVEL   VALUE 'S'.
000730     05  MVB-SW-COMPMAST      PIC X(01) VALUE 'N'.
000740         88  MVB-COMPMAST-DISPONIVEL  VALUE 'S'.
000750     05  MVB-SW-ENCONTROU     PIC X(01) VALUE 'N'.
000880     05  MVB-SITUACAO-ANTES   PIC X(01) VALUE SPACES.
000890     05  MVB-SALARIO-ANTES    PIC 9(06)V99 VALUE ZEROS.
000900     05  MVB-MOTIVO           PIC X(40) VALUE SPACES.
000902     05  MVB-DEPTO-ANTES      PIC X(04) VALUE SPACES.
000903     05  MVB-FAIXA-ANTES      PIC X(03) VALUE SPACES.
000904     05  MVB-EMPRESA-ANTES    PIC 9(02) VALUE ZEROS.
000905     05  MVB-DEPTO-NOVO       PIC X(04) VALUE SPACES.
000906     05  MVB-FAIXA-NOVA       PIC X(03) VALUE SPACES.
000907     05  MVB-EMPRESA-NOVA     PIC 9(02) VALUE ZEROS.
000908     05  MVB-SALARIO-NOVO     PIC 9(06)V99 VALUE ZEROS.
000909     05  MVB-AUMENTO          PIC 9(06)V99 VALUE ZEROS.
000910     05  MVB-DATA-R.
000920         10  MVB-DATA-ANO     PIC 9(04).
000930         10  MVB-DATA-MES     PIC 9(02).
001330     IF MVB-COMPMAST-STATUS = '00'
001340         SET MVB-COMPMAST-DISPONIVEL TO TRUE
001350     END-IF.
001352     OPEN I-O DEPARTMENT-MASTER.
001354     IF MVB-DEPTMAST-STATUS = '00'
001356         SET MVB-DEPTMAST-DISPONIVEL TO TRUE
001358     END-IF.
001358     OPEN INPUT SALARY-BANDS.
001358     IF MVB-SALBAND-STATUS = '00'
001358         SET MVB-SALBAND-DISPONIVEL TO TRUE
001358     END-IF.
001360     OPEN OUTPUT MOVEMENT-EXCEPTIONS.
001370     MOVE '=== EXCECOES DA MOVIMENTACAO EM LOTE ==='
001380         TO MVB-EXCECAO-LINE.
001510     IF MVB-REGISTRO-RUIM
001520         PERFORM 2900-REJEITAR-TRX THRU 2900-REJEITAR-TRX-EXIT
001530         GO TO 2000-PROCESSAR-TRX-LER.
001540     EVALUATE TRUE
001550         WHEN MTX-EVENTO-ADMISSAO
001550             PERFORM 3100-ADMITIR THRU 3100-ADMITIR-EXIT
001560         WHEN MTX-EVENTO-PROMOCAO OR MTX-EVENTO-TRANSFERENCIA
001562             PERFORM 3300-MUDAR-CARGO THRU 3300-MUDAR-CARGO-EXIT
001564         WHEN OTHER
001570             PERFORM 3200-MOVIMENTAR THRU 3200-MOVIMENTAR-EXIT
001580     END-EVALUATE.
001590 2000-PROCESSAR-TRX-LER.
001600     READ MOVEMENT-TRX
001610         AT END SET MVB-MOVTRX-EOF TO TRUE
001847             GO TO 2100-CRITICAR-TRX-EXIT
001847         END-IF
001848     END-IF.
001849     IF MTX-EVENTO-DESLIGAMENTO AND NOT MTX-TIPO-DESLG-VALIDO
001849         MOVE 'TIPO DE DESLIGAMENTO INVALIDO' TO MVB-MOTIVO
001849         SET MVB-REGISTRO-RUIM TO TRUE
001849         GO TO 2100-CRITICAR-TRX-EXIT.
001850     IF MTX-EVENTO-ADMISSAO
001860             AND MVB-COMPMAST-DISPONIVEL
001870         MOVE MTX-EMPRESA TO CIA-CODIGO
002100     MOVE MTX-FAIXA TO EMP-FAIXA-SALARIAL.
002110     MOVE MTX-EMPRESA TO EMP-EMPRESA.
002115     MOVE MTX-CPF TO EMP-CPF.
002115     MOVE 'N' TO EMP-OPCAO-ADIANT.
002120     SET EMP-ATIVO TO TRUE.
002130     MOVE SPACES TO MVB-JRN-IMAGEM.
002140     MOVE EMP-ID TO MVB-JRN-CHAVE.
002230         NOT INVALID KEY
002240             MOVE SPACES TO MVB-SITUACAO-ANTES
002250             MOVE ZEROS TO MVB-SALARIO-ANTES
002252             MOVE SPACES TO MVB-DEPTO-ANTES MVB-FAIXA-ANTES
002254             MOVE ZEROS TO MVB-EMPRESA-ANTES
002260             PERFORM 4000-GRAVAR-MOVIMENTO
002270                 THRU 4000-GRAVAR-MOVIMENTO-EXIT
002280             ADD 1 TO MVB-QTDE-APLICADAS
002380         GO TO 3200-MOVIMENTAR-EXIT.
002390     MOVE EMP-SITUACAO TO MVB-SITUACAO-ANTES.
002400     MOVE EMP-SALARIO TO MVB-SALARIO-ANTES.
002402     MOVE EMP-DEPARTAMENTO TO MVB-DEPTO-ANTES.
002404     MOVE EMP-FAIXA-SALARIAL TO MVB-FAIXA-ANTES.
002406     MOVE EMP-EMPRESA TO MVB-EMPRESA-ANTES.
002410     MOVE EMP-RECORD TO MVB-JRN-IMAGEM.
002420     MOVE EMP-ID TO MVB-JRN-CHAVE.
002430     MOVE 'R' TO MVB-JRN-OPERACAO.
002920* CONSOLE (PROGCOB33)
002930*=========================================================
002940 3500-CALCULAR-RESCISAO.
002950     CALL 'PROGCOB58' USING MTX-MATRICULA MTX-DATA
002950                            MTX-TIPO-DESLG.
002960     CANCEL 'PROGCOB58'.
002970 3500-CALCULAR-RESCISAO-EXIT.
002980     EXIT.
002982
002982*=========================================================
002982* PROMOCAO / TRANSFERENCIA: DESTINO EM BRANCO OU ZEROS
002982* MANTEM O ATUAL. CONFERE DEPARTAMENTO, FAIXA E VERBA DO
002982* DESTINO ANTES DE TOCAR NO CADASTRO
002982*=========================================================
002984 3300-MUDAR-CARGO.
002984     PERFORM 5000-LOCALIZAR-FUNC THRU 5000-LOCALIZAR-FUNC-EXIT.
002984     IF NOT MVB-FUNC-ENCONTRADO
002984         MOVE 'MATRICULA NAO ENCONTRADA' TO MVB-MOTIVO
002984         PERFORM 2900-REJEITAR-TRX THRU 2900-REJEITAR-TRX-EXIT
002984         GO TO 3300-MUDAR-CARGO-EXIT.
002984     IF NOT EMP-ATIVO AND EMP-SITUACAO NOT = SPACES
002984         MOVE 'SO ATIVO PODE MUDAR DE CARGO' TO MVB-MOTIVO
002984         PERFORM 2900-REJEITAR-TRX THRU 2900-REJEITAR-TRX-EXIT
002984         GO TO 3300-MUDAR-CARGO-EXIT.
002986     MOVE EMP-SITUACAO TO MVB-SITUACAO-ANTES.
002986     MOVE EMP-SALARIO TO MVB-SALARIO-ANTES.
002986     MOVE EMP-DEPARTAMENTO TO MVB-DEPTO-ANTES.
002986     MOVE EMP-FAIXA-SALARIAL TO MVB-FAIXA-ANTES.
002986     MOVE EMP-EMPRESA TO MVB-EMPRESA-ANTES.
002986     IF MVB-EMPRESA-ANTES = ZEROS
002986         MOVE 1 TO MVB-EMPRESA-ANTES
002986     END-IF.
002988     MOVE MVB-DEPTO-ANTES TO MVB-DEPTO-NOVO.
002988     IF MTX-DEPARTAMENTO NOT = SPACES
002988         MOVE MTX-DEPARTAMENTO TO MVB-DEPTO-NOVO
002988     END-IF.
002988     MOVE MVB-FAIXA-ANTES TO MVB-FAIXA-NOVA.
002988     IF MTX-FAIXA NOT = SPACES
002988         MOVE MTX-FAIXA TO MVB-FAIXA-NOVA
002988     END-IF.
002988     MOVE MVB-SALARIO-ANTES TO MVB-SALARIO-NOVO.
002988     IF MTX-SALARIO > ZEROS
002988         MOVE MTX-SALARIO TO MVB-SALARIO-NOVO
002988     END-IF.
002988     MOVE MVB-EMPRESA-ANTES TO MVB-EMPRESA-NOVA.
002988     IF MTX-EVENTO-TRANSFERENCIA AND MTX-EMPRESA > ZEROS
002988         MOVE MTX-EMPRESA TO MVB-EMPRESA-NOVA
002988     END-IF.
002990     PERFORM 3310-CRITICAR-DESTINO
002990         THRU 3310-CRITICAR-DESTINO-EXIT.
002990     IF MVB-REGISTRO-RUIM
002990         PERFORM 2900-REJEITAR-TRX THRU 2900-REJEITAR-TRX-EXIT
002990         GO TO 3300-MUDAR-CARGO-EXIT.
002992     MOVE EMP-RECORD TO MVB-JRN-IMAGEM.
002992     MOVE EMP-ID TO MVB-JRN-CHAVE.
002992     MOVE 'R' TO MVB-JRN-OPERACAO.
002992     MOVE MVB-DEPTO-NOVO TO EMP-DEPARTAMENTO.
002992     MOVE MVB-FAIXA-NOVA TO EMP-FAIXA-SALARIAL.
002992     MOVE MVB-SALARIO-NOVO TO EMP-SALARIO.
002992     MOVE MVB-EMPRESA-NOVA TO EMP-EMPRESA.
002992     SET EMP-ATIVO TO TRUE.
002994     PERFORM 4500-GRAVAR-JOURNAL
002994         THRU 4500-GRAVAR-JOURNAL-EXIT.
002994     REWRITE EMP-RECORD
002994         INVALID KEY
002994             MOVE 'ERRO AO REGRAVAR O CADASTRO' TO MVB-MOTIVO
002994             PERFORM 2900-REJEITAR-TRX
002994                 THRU 2900-REJEITAR-TRX-EXIT
002994             GO TO 3300-MUDAR-CARGO-EXIT
002994     END-REWRITE.
002996     IF MVB-EMPRESA-NOVA = MVB-EMPRESA-ANTES
002996         PERFORM 4000-GRAVAR-MOVIMENTO
002996             THRU 4000-GRAVAR-MOVIMENTO-EXIT
002996     ELSE
002996         PERFORM 4100-GRAVAR-TRANSF-EMPRESA
002996             THRU 4100-GRAVAR-TRANSF-EMPRESA-EXIT
002996     END-IF.
002996     ADD 1 TO MVB-QTDE-APLICADAS.
002998     IF MVB-AUMENTO > ZEROS AND DEP-VERBA-REAJUSTE > ZEROS
002998         SUBTRACT MVB-AUMENTO FROM DEP-VERBA-REAJUSTE
002998         REWRITE DEP-RECORD
002998             INVALID KEY
002998                 DISPLAY 'VERBA NAO DEBITADA - DEPARTAMENTO '
002998                     DEP-CODIGO
002998         END-REWRITE
002998     END-IF.
002998 3300-MUDAR-CARGO-EXIT.
002998     EXIT.
002998
002998*=========================================================
002998* CRITICA DO DESTINO: SALARIO NAO REDUZ, DEPARTAMENTO NO
002998* DEPTMAST, SALARIO ENTRE PISO E TETO DA FAIXA (FAIXA EM
002998* BRANCO = SEM FAIXA), AUMENTO CABE NA VERBA DE REAJUSTE
002998* DO DEPARTAMENTO DESTINO (VERBA ZERO = SEM TETO; A VERBA
002998* NAO PODE ZERAR, POIS ZERO PASSARIA A SER SEM TETO)
002998*=========================================================
002999 3310-CRITICAR-DESTINO.
002999     IF NOT MVB-DEPTMAST-DISPONIVEL
002999         MOVE 'CADASTRO DE DEPARTAMENTOS INDISPONIVEL'
002999             TO MVB-MOTIVO
002999         SET MVB-REGISTRO-RUIM TO TRUE
002999         GO TO 3310-CRITICAR-DESTINO-EXIT.
002999     IF MVB-SALARIO-NOVO < MVB-SALARIO-ANTES
002999         MOVE 'SALARIO NOVO MENOR QUE O ATUAL' TO MVB-MOTIVO
002999         SET MVB-REGISTRO-RUIM TO TRUE
002999         GO TO 3310-CRITICAR-DESTINO-EXIT.
002999     IF MTX-EVENTO-PROMOCAO
002999             AND MVB-SALARIO-NOVO = MVB-SALARIO-ANTES
002999             AND MVB-FAIXA-NOVA = MVB-FAIXA-ANTES
002999         MOVE 'PROMOCAO SEM MUDANCA DE FAIXA OU SALARIO'
002999             TO MVB-MOTIVO
002999         SET MVB-REGISTRO-RUIM TO TRUE
002999         GO TO 3310-CRITICAR-DESTINO-EXIT.
002999     IF MTX-EVENTO-TRANSFERENCIA
002999             AND MVB-DEPTO-NOVO = MVB-DEPTO-ANTES
002999             AND MVB-EMPRESA-NOVA = MVB-EMPRESA-ANTES
002999         MOVE 'TRANSFERENCIA PARA O MESMO DEPARTAMENTO'
002999             TO MVB-MOTIVO
002999         SET MVB-REGISTRO-RUIM TO TRUE
002999         GO TO 3310-CRITICAR-DESTINO-EXIT.
002999     IF MVB-FAIXA-NOVA NOT = SPACES
002999         IF NOT MVB-SALBAND-DISPONIVEL
002999             MOVE 'TABELA DE FAIXAS INDISPONIVEL' TO MVB-MOTIVO
002999             SET MVB-REGISTRO-RUIM TO TRUE
002999             GO TO 3310-CRITICAR-DESTINO-EXIT
002999         END-IF
002999         MOVE MVB-FAIXA-NOVA TO BND-CODIGO
002999         READ SALARY-BANDS
002999             INVALID KEY
002999                 MOVE 'FAIXA DESTINO NAO CADASTRADA'
002999                     TO MVB-MOTIVO
002999                 SET MVB-REGISTRO-RUIM TO TRUE
002999                 GO TO 3310-CRITICAR-DESTINO-EXIT
002999         END-READ
002999         IF MVB-SALARIO-NOVO < BND-PISO
002999                 OR MVB-SALARIO-NOVO > BND-TETO
002999             MOVE 'SALARIO FORA DO PISO/TETO DA FAIXA'
002999                 TO MVB-MOTIVO
002999             SET MVB-REGISTRO-RUIM TO TRUE
002999             GO TO 3310-CRITICAR-DESTINO-EXIT
002999         END-IF
002999     END-IF.
002999     IF MVB-EMPRESA-NOVA NOT = MVB-EMPRESA-ANTES
002999             AND MVB-COMPMAST-DISPONIVEL
002999         MOVE MVB-EMPRESA-NOVA TO CIA-CODIGO
002999         READ COMPANY-MASTER
002999             INVALID KEY
002999                 MOVE 'EMPRESA DESTINO NAO CADASTRADA'
002999                     TO MVB-MOTIVO
002999                 SET MVB-REGISTRO-RUIM TO TRUE
002999                 GO TO 3310-CRITICAR-DESTINO-EXIT
002999         END-READ
002999     END-IF.
002999     MOVE MVB-DEPTO-NOVO TO DEP-CODIGO.
002999     READ DEPARTMENT-MASTER
002999         INVALID KEY
002999             MOVE 'DEPARTAMENTO DESTINO NAO CADASTRADO'
002999                 TO MVB-MOTIVO
002999             SET MVB-REGISTRO-RUIM TO TRUE
002999             GO TO 3310-CRITICAR-DESTINO-EXIT
002999     END-READ.
002999     COMPUTE MVB-AUMENTO = MVB-SALARIO-NOVO - MVB-SALARIO-ANTES.
002999     IF MVB-AUMENTO > ZEROS AND DEP-VERBA-REAJUSTE > ZEROS
002999             AND MVB-AUMENTO NOT < DEP-VERBA-REAJUSTE
002999         MOVE 'AUMENTO EXCEDE A VERBA DO DEPARTAMENTO'
002999             TO MVB-MOTIVO
002999         SET MVB-REGISTRO-RUIM TO TRUE
002999     END-IF.
002999 3310-CRITICAR-DESTINO-EXIT.
002999     EXIT.
002990
003000 4000-GRAVAR-MOVIMENTO.
003010     MOVE EMP-ID TO MOV-MATRICULA.
003080             MOVE 'AFASTAMENTO' TO MOV-EVENTO
003090         WHEN MTX-EVENTO-RETORNO
003100             MOVE 'RETORNO' TO MOV-EVENTO
003102         WHEN MTX-EVENTO-PROMOCAO
003104             MOVE 'PROMOCAO' TO MOV-EVENTO
003106         WHEN MTX-EVENTO-TRANSFERENCIA
003108             MOVE 'TRANSFERENC.' TO MOV-EVENTO
003110     END-EVALUATE.
003120     MOVE MTX-DATA TO MOV-DATA.
003130     MOVE MVB-SITUACAO-ANTES TO MOV-SITUACAO-ANTES.
003150     MOVE MVB-SALARIO-ANTES TO MOV-SALARIO-ANTES.
003160     MOVE EMP-SALARIO TO MOV-SALARIO-DEPOIS.
003170     MOVE 'BATCH' TO MOV-USUARIO.
003172     MOVE MVB-DEPTO-ANTES TO MOV-DEPTO-ANTES.
003172     MOVE EMP-DEPARTAMENTO TO MOV-DEPTO-DEPOIS.
003174     MOVE MVB-FAIXA-ANTES TO MOV-FAIXA-ANTES.
003174     MOVE EMP-FAIXA-SALARIAL TO MOV-FAIXA-DEPOIS.
003176     IF MTX-EVENTO-ADMISSAO
003176         MOVE SPACES TO MOV-EMPRESA-ANTES
003176     ELSE
003176         MOVE MVB-EMPRESA-ANTES TO MOV-EMPRESA-ANTES
003176     END-IF.
003178     MOVE EMP-EMPRESA TO MOV-EMPRESA-DEPOIS.
003178     MOVE SPACES TO MOV-ORIGEM.
003178     MOVE SPACES TO MOV-TIPO-DESLG.
003178     IF MTX-EVENTO-DESLIGAMENTO
003178         MOVE MTX-TIPO-DESLG TO MOV-TIPO-DESLG
003178         IF MOV-TIPO-DESLG = SPACE
003178             MOVE 'S' TO MOV-TIPO-DESLG
003178         END-IF
003178     END-IF.
003180     WRITE MOV-MOVEMENT-RECORD.
003190 4000-GRAVAR-MOVIMENTO-EXIT.
003200     EXIT.
003202
003202*=========================================================
003202* TRANSFERENCIA ENTRE EMPRESAS: DESLIGAMENTO NA ORIGEM E
003202* ADMISSAO NO DESTINO, AMBOS COM ORIGEM 'T' (SEM RESCISAO,
003202* SEM ZERAR 13 E FERIAS - MATRICULA E ANO DE ENTRADA
003202* CONTINUAM OS MESMOS)
003202*=========================================================
003204 4100-GRAVAR-TRANSF-EMPRESA.
003204     MOVE EMP-ID TO MOV-MATRICULA.
003204     MOVE MTX-DATA TO MOV-DATA.
003204     MOVE 'BATCH' TO MOV-USUARIO.
003204     SET MOV-TRANSF-EMPRESA TO TRUE.
003204     MOVE SPACES TO MOV-TIPO-DESLG.
003204     MOVE MVB-DEPTO-ANTES TO MOV-DEPTO-ANTES.
003204     MOVE MVB-FAIXA-ANTES TO MOV-FAIXA-ANTES.
003204     MOVE MVB-EMPRESA-ANTES TO MOV-EMPRESA-ANTES.
003206     MOVE 'DESLIGAMENTO' TO MOV-EVENTO.
003206     MOVE MVB-SITUACAO-ANTES TO MOV-SITUACAO-ANTES.
003206     MOVE 'D' TO MOV-SITUACAO-DEPOIS.
003206     MOVE MVB-SALARIO-ANTES TO MOV-SALARIO-ANTES.
003206     MOVE MVB-SALARIO-ANTES TO MOV-SALARIO-DEPOIS.
003206     MOVE MVB-DEPTO-ANTES TO MOV-DEPTO-DEPOIS.
003206     MOVE MVB-FAIXA-ANTES TO MOV-FAIXA-DEPOIS.
003206     MOVE MVB-EMPRESA-ANTES TO MOV-EMPRESA-DEPOIS.
003206     WRITE MOV-MOVEMENT-RECORD.
003208     MOVE 'ADMISSAO' TO MOV-EVENTO.
003208     MOVE 'D' TO MOV-SITUACAO-ANTES.
003208     MOVE EMP-SITUACAO TO MOV-SITUACAO-DEPOIS.
003208     MOVE EMP-SALARIO TO MOV-SALARIO-DEPOIS.
003208     MOVE EMP-DEPARTAMENTO TO MOV-DEPTO-DEPOIS.
003208     MOVE EMP-FAIXA-SALARIAL TO MOV-FAIXA-DEPOIS.
003208     MOVE EMP-EMPRESA TO MOV-EMPRESA-DEPOIS.
003208     WRITE MOV-MOVEMENT-RECORD.
003209 4100-GRAVAR-TRANSF-EMPRESA-EXIT.
003209     EXIT.
003210
003220 4500-GRAVAR-JOURNAL.
003230     CALL 'JRNLGRV' USING MVB-JRN-ARQUIVO
003650     IF MVB-COMPMAST-DISPONIVEL
003660         CLOSE COMPANY-MASTER
003670     END-IF.
003670     IF MVB-DEPTMAST-DISPONIVEL
003672         CLOSE DEPARTMENT-MASTER
003674     END-IF.
003676     IF MVB-SALBAND-DISPONIVEL
003678         CLOSE SALARY-BANDS
003679     END-IF.
003680     CLOSE MOVEMENT-EXCEPTIONS.
003690 3000-FINALIZAR-EXIT.
003700     EXIT.
