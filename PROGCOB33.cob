000219*                VALIDA-LO PELO DIGITO VERIFICADOR (ROTINA
000219*                COMUM VALDOC) - DOCUMENTO INVALIDO E
000219*                RECUSADO NA PORTA, COM REDIGITACAO.
000219* 15/10/2026 FT  O DESLIGAMENTO PASSA A PERGUNTAR O TIPO (S =
000219*                SEM JUSTA CAUSA, J = JUSTA CAUSA, P = PEDIDO
000219*                DE DEMISSAO), REPASSADO A RESCISAO PARA A
000219*                MULTA DE 40% DO FGTS.
000219* 15/10/2026 FT  OPCOES 5 (PROMOCAO) E 6 (TRANSFERENCIA) COM
000219*                DATA EFETIVA: DEPARTAMENTO DESTINO CONFERIDO
000219*                NO DEPTMAST, SALARIO NOVO DENTRO DO PISO/TETO
000219*                DA FAIXA DESTINO (SALBAND), AUMENTO DEBITADO
000219*                DA VERBA DE REAJUSTE DO DEPARTAMENTO DESTINO.
000219*                TRANSFERENCIA ENTRE EMPRESAS GRAVA UM
000219*                DESLIGAMENTO E UMA ADMISSAO (ORIGEM 'T'),
000219*                MANTENDO MATRICULA E ANO DE ENTRADA. O MOVHIST
000219*                PASSA A LEVAR DEPARTAMENTO, FAIXA E EMPRESA
000219*                ANTES E DEPOIS EM TODOS OS EVENTOS.
000219* 15/10/2026 FT  O TIPO DO DESLIGAMENTO VAI PARA O MOVHIST.
000219* 15/10/2026 FT  A ADMISSAO PASSA A PERGUNTAR A OPCAO PELO
000219*                ADIANTAMENTO QUINZENAL (S/N) E A OPCAO 7
000219*                ALTERA A OPCAO DE UM FUNCIONARIO JA
000219*                CADASTRADO (COM IMAGEM NO DIARIO, SEM EVENTO
000219*                NO MOVHIST).
000220***********************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000362         ACCESS MODE IS RANDOM
000362         RECORD KEY IS CIA-CODIGO
000362         FILE STATUS IS WRK-COMPMAST-STATUS.
000364     SELECT DEPARTMENT-MASTER ASSIGN TO 'DEPTMAST'
000364         ORGANIZATION IS INDEXED
000364         ACCESS MODE IS RANDOM
000364         RECORD KEY IS DEP-CODIGO
000364         FILE STATUS IS WRK-DEPTMAST-STATUS.
000366     SELECT SALARY-BANDS ASSIGN TO 'SALBAND'
000366         ORGANIZATION IS INDEXED
000366         ACCESS MODE IS RANDOM
000366         RECORD KEY IS BND-CODIGO
000366         FILE STATUS IS WRK-SALBAND-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  EMPLOYEE-MASTER.
000422     COPY OPERSESS.
000424 FD  COMPANY-MASTER.
000424     COPY COMPMST.
000426 FD  DEPARTMENT-MASTER.
000426     COPY DEPTMST.
000428 FD  SALARY-BANDS.
000428     COPY SALBAND.
000430 WORKING-STORAGE SECTION.
000432 77  WRK-COMPMAST-STATUS PIC X(02) VALUE '00'.
000434 77  WRK-SW-EMPRESA      PIC X(01) VALUE 'N'.
000450 77  WRK-MOVHIST-STATUS  PIC X(02) VALUE '00'.
000460 77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
000470     88  WRK-OPCAO-SAIR      VALUE 9.
000480     88  WRK-OPCAO-VALIDA    VALUE 1 THRU 7, 9.
000490 77  WRK-MATRICULA       PIC 9(05) VALUE ZEROS.
000500 77  WRK-ENCONTROU       PIC X(01) VALUE 'N'.
000510     88  WRK-FUNC-ENCONTRADO VALUE 'S'.
000544 77  WRK-TIPO-DOC        PIC X(01) VALUE 'F'.
000546 77  WRK-DOC-VALIDO      PIC X(01) VALUE 'N'.
000548     88  WRK-DOC-OK          VALUE 'S'.
000549 77  WRK-TIPO-DESLG      PIC X(01) VALUE SPACES.
000549     88  WRK-TIPO-DESLG-OK   VALUE 'S' 'J' 'P'.
000549 77  WRK-DEPTMAST-STATUS PIC X(02) VALUE '00'.
000549 77  WRK-SALBAND-STATUS  PIC X(02) VALUE '00'.
000549 77  WRK-SW-SALBAND      PIC X(01) VALUE 'N'.
000549     88  WRK-SALBAND-ABERTO  VALUE 'S'.
000549 77  WRK-SW-DATA         PIC X(01) VALUE 'N'.
000549     88  WRK-DATA-OK         VALUE 'S'.
000549 77  WRK-DEPTO-ANTES     PIC X(04) VALUE SPACES.
000549 77  WRK-FAIXA-ANTES     PIC X(03) VALUE SPACES.
000549 77  WRK-EMPRESA-ANTES   PIC 9(02) VALUE ZEROS.
000549 77  WRK-DEPTO-NOVO      PIC X(04) VALUE SPACES.
000549 77  WRK-FAIXA-NOVA      PIC X(03) VALUE SPACES.
000549 77  WRK-EMPRESA-NOVA    PIC 9(02) VALUE ZEROS.
000549 77  WRK-SALARIO-NOVO    PIC 9(06)V99 VALUE ZEROS.
000549 77  WRK-AUMENTO         PIC 9(06)V99 VALUE ZEROS.
000549 77  WRK-MOTIVO          PIC X(40) VALUE SPACES.
000549 77  WRK-OPCAO-ADIANT    PIC X(01) VALUE SPACES.
000549     88  WRK-OPCAO-ADIANT-OK VALUE 'S' 'N'.
000542 01  WRK-AREA-JOURNAL.
000544     05  WRK-JRN-ARQUIVO     PIC X(08) VALUE 'EMPMAST'.
000545     05  WRK-JRN-CHAVE       PIC X(10) VALUE SPACES.
000560     05  WRK-DATAANO     PIC 9(04).
000570     05  WRK-DATAMES     PIC 9(02).
000580     05  WRK-DATADIA     PIC 9(02).
000582 01  WRK-DATA-EFETIVA.
000584     05  WRK-EFETIVA-ANO PIC 9(04).
000586     05  WRK-EFETIVA-MES PIC 9(02).
000588     05  WRK-EFETIVA-DIA PIC 9(02).
000590 PROCEDURE DIVISION.
000600
000610 0000-MAINLINE.
000840     DISPLAY '2 - DESLIGAMENTO'.
000850     DISPLAY '3 - AFASTAMENTO'.
000860     DISPLAY '4 - RETORNO DE AFASTAMENTO'.
000862     DISPLAY '5 - PROMOCAO'.
000864     DISPLAY '6 - TRANSFERENCIA'.
000866     DISPLAY '7 - OPCAO PELO ADIANTAMENTO QUINZENAL'.
000870     DISPLAY '9 - SAIR'.
000880     DISPLAY 'OPCAO: '.
000890     ACCEPT WRK-OPCAO.
000960             PERFORM 3000-MOVIMENTAR THRU 3000-MOVIMENTAR-EXIT
000970         WHEN WRK-OPCAO = 4
000980             PERFORM 3000-MOVIMENTAR THRU 3000-MOVIMENTAR-EXIT
000982         WHEN WRK-OPCAO = 5 OR WRK-OPCAO = 6
000984             PERFORM 6000-MUDAR-CARGO THRU 6000-MUDAR-CARGO-EXIT
000986         WHEN WRK-OPCAO = 7
000988             PERFORM 7000-ALTERAR-ADIANT
000988                 THRU 7000-ALTERAR-ADIANT-EXIT
000990         WHEN WRK-OPCAO-SAIR
001000             CONTINUE
001010         WHEN OTHER
001272     MOVE 'N' TO WRK-SW-EMPRESA.
001273     PERFORM 2500-LER-EMPRESA THRU 2500-LER-EMPRESA-EXIT
001274         UNTIL WRK-EMPRESA-OK.
001275     MOVE SPACES TO WRK-OPCAO-ADIANT.
001276     PERFORM 2600-LER-OPCAO-ADIANT
001277         THRU 2600-LER-OPCAO-ADIANT-EXIT
001278         UNTIL WRK-OPCAO-ADIANT-OK.
001279     MOVE WRK-OPCAO-ADIANT TO EMP-OPCAO-ADIANT.
001280     SET EMP-ATIVO TO TRUE.
001282     MOVE SPACES TO WRK-JRN-IMAGEM.
001284     MOVE EMP-ID TO WRK-JRN-CHAVE.
001330             DISPLAY 'FUNCIONARIO ADMITIDO COM SUCESSO'
001340             MOVE SPACES TO WRK-SITUACAO-ANTES
001350             MOVE ZEROS TO WRK-SALARIO-ANTES
001352             MOVE SPACES TO WRK-DEPTO-ANTES WRK-FAIXA-ANTES
001354             MOVE ZEROS TO WRK-EMPRESA-ANTES
001360             PERFORM 4000-GRAVAR-MOVIMENTO
001370                 THRU 4000-GRAVAR-MOVIMENTO-EXIT
001380     END-WRITE.
002454     CLOSE COMPANY-MASTER.
002456 2500-LER-EMPRESA-EXIT.
002458     EXIT.
002458
002460*=========================================================
002460* OPCAO PELO ADIANTAMENTO QUINZENAL DE SALARIO (LOTE
002460* PROGCOB90, DIA 20) - S OU N
002460*=========================================================
002460 2600-LER-OPCAO-ADIANT.
002460     DISPLAY 'OPTA PELO ADIANTAMENTO QUINZENAL (S/N): '.
002460     ACCEPT WRK-OPCAO-ADIANT.
002460     IF NOT WRK-OPCAO-ADIANT-OK
002460         DISPLAY 'OPCAO INVALIDA - INFORME S OU N'
002460     END-IF.
002460 2600-LER-OPCAO-ADIANT-EXIT.
002460     EXIT.

001450*=========================================================
001460 3000-MOVIMENTAR.
001520         GO TO 3000-MOVIMENTAR-EXIT.
001530     MOVE EMP-SITUACAO TO WRK-SITUACAO-ANTES.
001540     MOVE EMP-SALARIO TO WRK-SALARIO-ANTES.
001541     MOVE EMP-DEPARTAMENTO TO WRK-DEPTO-ANTES.
001541     MOVE EMP-FAIXA-SALARIAL TO WRK-FAIXA-ANTES.
001541     MOVE EMP-EMPRESA TO WRK-EMPRESA-ANTES.
001542     MOVE EMP-RECORD TO WRK-JRN-IMAGEM.
001544     MOVE EMP-ID TO WRK-JRN-CHAVE.
001546     MOVE 'R' TO WRK-JRN-OPERACAO.
001580                 DISPLAY 'FUNCIONARIO JA DESLIGADO'
001590                 GO TO 3000-MOVIMENTAR-EXIT
001600             END-IF
001605             MOVE SPACES TO WRK-TIPO-DESLG
001606             PERFORM 3400-LER-TIPO-DESLG
001607                 THRU 3400-LER-TIPO-DESLG-EXIT
001608                 UNTIL WRK-TIPO-DESLG-OK
001610             SET EMP-DESLIGADO TO TRUE
001620         WHEN WRK-OPCAO = 3
001630             IF NOT EMP-ATIVO AND EMP-SITUACAO NOT = SPACES
001830 3000-MOVIMENTAR-EXIT.
001840     EXIT.
001842
001842*=========================================================
001842* TIPO DO DESLIGAMENTO - SO A DISPENSA SEM JUSTA CAUSA TEM
001842* A MULTA DE 40% DO FGTS NA RESCISAO
001842*=========================================================
001842 3400-LER-TIPO-DESLG.
001842     DISPLAY 'TIPO (S=SEM JUSTA CAUSA, J=JUSTA CAUSA, '
001842         'P=PEDIDO): '.
001842     ACCEPT WRK-TIPO-DESLG.
001842     IF NOT WRK-TIPO-DESLG-OK
001842         DISPLAY 'TIPO INVALIDO - INFORME S, J OU P'
001842     END-IF.
001842 3400-LER-TIPO-DESLG-EXIT.
001842     EXIT.
001842
001843*=========================================================
001844* DESLIGAMENTO DISPARA O CALCULO DE RESCISAO (PROGCOB58):
001845* NAO EXISTE DESLIGAMENTO SEM AS VERBAS CALCULADAS
001846*=========================================================
001847 3500-CALCULAR-RESCISAO.
001847     CALL 'PROGCOB58' USING WRK-MATRICULA WRK-DATASISTEMA
001847                            WRK-TIPO-DESLG.
001847     CANCEL 'PROGCOB58'.
001848 3500-CALCULAR-RESCISAO-EXIT.
001849     EXIT.
001940             MOVE 'AFASTAMENTO' TO MOV-EVENTO
001950         WHEN WRK-OPCAO = 4
001960             MOVE 'RETORNO' TO MOV-EVENTO
001962         WHEN WRK-OPCAO = 5
001964             MOVE 'PROMOCAO' TO MOV-EVENTO
001966         WHEN WRK-OPCAO = 6
001968             MOVE 'TRANSFERENC.' TO MOV-EVENTO
001970     END-EVALUATE.
001980     IF WRK-OPCAO = 5 OR WRK-OPCAO = 6
001982         MOVE WRK-DATA-EFETIVA TO MOV-DATA
001984     ELSE
001986         MOVE WRK-DATASISTEMA TO MOV-DATA
001988     END-IF.
001990     MOVE WRK-SITUACAO-ANTES TO MOV-SITUACAO-ANTES.
002000     MOVE EMP-SITUACAO TO MOV-SITUACAO-DEPOIS.
002010     MOVE WRK-SALARIO-ANTES TO MOV-SALARIO-ANTES.
002020     MOVE EMP-SALARIO TO MOV-SALARIO-DEPOIS.
002025     MOVE WRK-USUARIO TO MOV-USUARIO.
002026     MOVE WRK-DEPTO-ANTES TO MOV-DEPTO-ANTES.
002026     MOVE EMP-DEPARTAMENTO TO MOV-DEPTO-DEPOIS.
002027     MOVE WRK-FAIXA-ANTES TO MOV-FAIXA-ANTES.
002027     MOVE EMP-FAIXA-SALARIAL TO MOV-FAIXA-DEPOIS.
002028     IF WRK-OPCAO = 1
002028         MOVE SPACES TO MOV-EMPRESA-ANTES
002028     ELSE
002028         MOVE WRK-EMPRESA-ANTES TO MOV-EMPRESA-ANTES
002028     END-IF.
002029     MOVE EMP-EMPRESA TO MOV-EMPRESA-DEPOIS.
002029     MOVE SPACES TO MOV-ORIGEM.
002029     IF WRK-OPCAO = 2
002029         MOVE WRK-TIPO-DESLG TO MOV-TIPO-DESLG
002029     ELSE
002029         MOVE SPACES TO MOV-TIPO-DESLG
002029     END-IF.
002030     WRITE MOV-MOVEMENT-RECORD.
002040 4000-GRAVAR-MOVIMENTO-EXIT.
002050     EXIT.
002052
002052*=========================================================
002052* TRANSFERENCIA ENTRE EMPRESAS: DESLIGAMENTO NA ORIGEM E
002052* ADMISSAO NO DESTINO, AMBOS COM ORIGEM 'T' (SEM RESCISAO,
002052* SEM ZERAR 13 E FERIAS - MATRICULA E ANO DE ENTRADA
002052* CONTINUAM OS MESMOS)
002052*=========================================================
002054 4100-GRAVAR-TRANSF-EMPRESA.
002054     MOVE EMP-ID TO MOV-MATRICULA.
002054     MOVE WRK-DATA-EFETIVA TO MOV-DATA.
002054     MOVE WRK-USUARIO TO MOV-USUARIO.
002054     SET MOV-TRANSF-EMPRESA TO TRUE.
002054     MOVE SPACES TO MOV-TIPO-DESLG.
002054     MOVE WRK-DEPTO-ANTES TO MOV-DEPTO-ANTES.
002054     MOVE WRK-FAIXA-ANTES TO MOV-FAIXA-ANTES.
002054     MOVE WRK-EMPRESA-ANTES TO MOV-EMPRESA-ANTES.
002056     MOVE 'DESLIGAMENTO' TO MOV-EVENTO.
002056     MOVE WRK-SITUACAO-ANTES TO MOV-SITUACAO-ANTES.
002056     MOVE 'D' TO MOV-SITUACAO-DEPOIS.
002056     MOVE WRK-SALARIO-ANTES TO MOV-SALARIO-ANTES.
002056     MOVE WRK-SALARIO-ANTES TO MOV-SALARIO-DEPOIS.
002056     MOVE WRK-DEPTO-ANTES TO MOV-DEPTO-DEPOIS.
002056     MOVE WRK-FAIXA-ANTES TO MOV-FAIXA-DEPOIS.
002056     MOVE WRK-EMPRESA-ANTES TO MOV-EMPRESA-DEPOIS.
002056     WRITE MOV-MOVEMENT-RECORD.
002058     MOVE 'ADMISSAO' TO MOV-EVENTO.
002058     MOVE 'D' TO MOV-SITUACAO-ANTES.
002058     MOVE EMP-SITUACAO TO MOV-SITUACAO-DEPOIS.
002058     MOVE EMP-SALARIO TO MOV-SALARIO-DEPOIS.
002058     MOVE EMP-DEPARTAMENTO TO MOV-DEPTO-DEPOIS.
002058     MOVE EMP-FAIXA-SALARIAL TO MOV-FAIXA-DEPOIS.
002058     MOVE EMP-EMPRESA TO MOV-EMPRESA-DEPOIS.
002058     WRITE MOV-MOVEMENT-RECORD.
002059 4100-GRAVAR-TRANSF-EMPRESA-EXIT.
002059     EXIT.
002060
002062 4500-GRAVAR-JOURNAL.
002063     CALL 'JRNLGRV' USING WRK-JRN-ARQUIVO
002150     END-READ.
002160 5000-LOCALIZAR-FUNC-EXIT.
002170     EXIT.
002172
002172*=========================================================
002172* PROMOCAO / TRANSFERENCIA: DESTINO EM BRANCO OU ZEROS
002172* MANTEM O ATUAL. CONFERE DEPARTAMENTO, FAIXA E VERBA DO
002172* DESTINO ANTES DE TOCAR NO CADASTRO
002172*=========================================================
002174 6000-MUDAR-CARGO.
002174     DISPLAY 'MATRICULA DO FUNCIONARIO: '.
002174     ACCEPT WRK-MATRICULA.
002174     PERFORM 5000-LOCALIZAR-FUNC THRU 5000-LOCALIZAR-FUNC-EXIT.
002174     IF NOT WRK-FUNC-ENCONTRADO
002174         DISPLAY 'MATRICULA NAO ENCONTRADA: ' WRK-MATRICULA
002174         GO TO 6000-MUDAR-CARGO-EXIT.
002174     IF NOT EMP-ATIVO AND EMP-SITUACAO NOT = SPACES
002174         DISPLAY 'SO FUNCIONARIO ATIVO PODE MUDAR DE CARGO'
002174         GO TO 6000-MUDAR-CARGO-EXIT.
002176     MOVE EMP-SITUACAO TO WRK-SITUACAO-ANTES.
002176     MOVE EMP-SALARIO TO WRK-SALARIO-ANTES.
002176     MOVE EMP-DEPARTAMENTO TO WRK-DEPTO-ANTES.
002176     MOVE EMP-FAIXA-SALARIAL TO WRK-FAIXA-ANTES.
002176     MOVE EMP-EMPRESA TO WRK-EMPRESA-ANTES.
002176     IF WRK-EMPRESA-ANTES = ZEROS
002176         MOVE 1 TO WRK-EMPRESA-ANTES
002176     END-IF.
002178     MOVE EMP-SALARIO TO WRK-SALARIO-EDT.
002178     DISPLAY EMP-NOME ' - DEPTO ' EMP-DEPARTAMENTO
002178         ' FAIXA ' EMP-FAIXA-SALARIAL ' EMPRESA '
002178         WRK-EMPRESA-ANTES ' SALARIO ' WRK-SALARIO-EDT.
002180     MOVE 'N' TO WRK-SW-DATA.
002180     PERFORM 6100-LER-DATA-EFETIVA
002180         THRU 6100-LER-DATA-EFETIVA-EXIT
002180         UNTIL WRK-DATA-OK.
002182     MOVE SPACES TO WRK-DEPTO-NOVO.
002182     DISPLAY 'DEPARTAMENTO DESTINO (BRANCO = MANTEM): '.
002182     ACCEPT WRK-DEPTO-NOVO.
002182     IF WRK-DEPTO-NOVO = SPACES
002182         MOVE WRK-DEPTO-ANTES TO WRK-DEPTO-NOVO
002182     END-IF.
002184     MOVE SPACES TO WRK-FAIXA-NOVA.
002184     DISPLAY 'FAIXA DESTINO (BRANCO = MANTEM)....... '.
002184     ACCEPT WRK-FAIXA-NOVA.
002184     IF WRK-FAIXA-NOVA = SPACES
002184         MOVE WRK-FAIXA-ANTES TO WRK-FAIXA-NOVA
002184     END-IF.
002186     MOVE ZEROS TO WRK-SALARIO-NOVO.
002186     DISPLAY 'SALARIO NOVO (ZERO = MANTEM).......... '.
002186     ACCEPT WRK-SALARIO-NOVO.
002186     IF WRK-SALARIO-NOVO = ZEROS
002186         MOVE WRK-SALARIO-ANTES TO WRK-SALARIO-NOVO
002186     END-IF.
002188     MOVE ZEROS TO WRK-EMPRESA-NOVA.
002188     IF WRK-OPCAO = 6
002188         DISPLAY 'EMPRESA DESTINO (ZERO = MANTEM)....... '
002188         ACCEPT WRK-EMPRESA-NOVA
002188     END-IF.
002188     IF WRK-EMPRESA-NOVA = ZEROS
002188         MOVE WRK-EMPRESA-ANTES TO WRK-EMPRESA-NOVA
002188     END-IF.
002190     OPEN I-O DEPARTMENT-MASTER.
002190     IF WRK-DEPTMAST-STATUS NOT = '00'
002190         DISPLAY 'CADASTRO DE DEPARTAMENTOS INDISPONIVEL - '
002190             'OPERACAO RECUSADA'
002190         GO TO 6000-MUDAR-CARGO-EXIT.
002192     MOVE 'N' TO WRK-SW-SALBAND.
002192     OPEN INPUT SALARY-BANDS.
002192     IF WRK-SALBAND-STATUS = '00'
002192         SET WRK-SALBAND-ABERTO TO TRUE
002192     END-IF.
002194     MOVE SPACES TO WRK-MOTIVO.
002194     PERFORM 6200-CRITICAR-DESTINO
002194         THRU 6200-CRITICAR-DESTINO-EXIT.
002194     IF WRK-MOTIVO NOT = SPACES
002194         DISPLAY 'OPERACAO RECUSADA: ' WRK-MOTIVO
002194         GO TO 6000-MUDAR-CARGO-FECHAR.
002196     MOVE EMP-RECORD TO WRK-JRN-IMAGEM.
002196     MOVE EMP-ID TO WRK-JRN-CHAVE.
002196     MOVE 'R' TO WRK-JRN-OPERACAO.
002196     MOVE WRK-DEPTO-NOVO TO EMP-DEPARTAMENTO.
002196     MOVE WRK-FAIXA-NOVA TO EMP-FAIXA-SALARIAL.
002196     MOVE WRK-SALARIO-NOVO TO EMP-SALARIO.
002196     MOVE WRK-EMPRESA-NOVA TO EMP-EMPRESA.
002196     SET EMP-ATIVO TO TRUE.
002198     PERFORM 4500-GRAVAR-JOURNAL
002198         THRU 4500-GRAVAR-JOURNAL-EXIT.
002198     REWRITE EMP-RECORD
002198         INVALID KEY
002198             DISPLAY 'ERRO AO REGRAVAR O CADASTRO'
002198             GO TO 6000-MUDAR-CARGO-FECHAR
002198     END-REWRITE.
002200     IF WRK-EMPRESA-NOVA = WRK-EMPRESA-ANTES
002200         PERFORM 4000-GRAVAR-MOVIMENTO
002200             THRU 4000-GRAVAR-MOVIMENTO-EXIT
002200     ELSE
002200         PERFORM 4100-GRAVAR-TRANSF-EMPRESA
002200             THRU 4100-GRAVAR-TRANSF-EMPRESA-EXIT
002200     END-IF.
002202     IF WRK-AUMENTO > ZEROS AND DEP-VERBA-REAJUSTE > ZEROS
002202         SUBTRACT WRK-AUMENTO FROM DEP-VERBA-REAJUSTE
002202         REWRITE DEP-RECORD
002202             INVALID KEY
002202                 DISPLAY 'VERBA NAO DEBITADA - DEPARTAMENTO '
002202                     DEP-CODIGO
002202         END-REWRITE
002202     END-IF.
002204     DISPLAY 'MOVIMENTACAO REGISTRADA COM SUCESSO'.
002206 6000-MUDAR-CARGO-FECHAR.
002206     CLOSE DEPARTMENT-MASTER.
002206     IF WRK-SALBAND-ABERTO
002206         CLOSE SALARY-BANDS
002206     END-IF.
002208 6000-MUDAR-CARGO-EXIT.
002208     EXIT.
002210
002210*=========================================================
002210* DATA EFETIVA DA PROMOCAO / TRANSFERENCIA (AAAAMMDD)
002210*=========================================================
002212 6100-LER-DATA-EFETIVA.
002212     DISPLAY 'DATA EFETIVA (AAAAMMDD)............... '.
002212     MOVE ZEROS TO WRK-DATA-EFETIVA.
002212     ACCEPT WRK-DATA-EFETIVA.
002212     IF WRK-EFETIVA-ANO < 2000
002212             OR WRK-EFETIVA-MES < 1 OR WRK-EFETIVA-MES > 12
002212             OR WRK-EFETIVA-DIA < 1 OR WRK-EFETIVA-DIA > 31
002212         DISPLAY 'DATA INVALIDA - REDIGITE'
002212     ELSE
002212         SET WRK-DATA-OK TO TRUE
002212     END-IF.
002214 6100-LER-DATA-EFETIVA-EXIT.
002214     EXIT.
002216
002216*=========================================================
002216* CRITICA DO DESTINO: SALARIO NAO REDUZ, DEPARTAMENTO NO
002216* DEPTMAST, SALARIO ENTRE PISO E TETO DA FAIXA (FAIXA EM
002216* BRANCO = SEM FAIXA), AUMENTO CABE NA VERBA DE REAJUSTE
002216* DO DEPARTAMENTO DESTINO (VERBA ZERO = SEM TETO; A VERBA
002216* NAO PODE ZERAR, POIS ZERO PASSARIA A SER SEM TETO).
002216* EMPRESA DESTINO NO COMPMAST (AUSENTE = ACEITA COM AVISO)
002216*=========================================================
002218 6200-CRITICAR-DESTINO.
002218     IF WRK-SALARIO-NOVO < WRK-SALARIO-ANTES
002218         MOVE 'SALARIO NOVO MENOR QUE O ATUAL' TO WRK-MOTIVO
002218         GO TO 6200-CRITICAR-DESTINO-EXIT.
002218     IF WRK-OPCAO = 5
002218             AND WRK-SALARIO-NOVO = WRK-SALARIO-ANTES
002218             AND WRK-FAIXA-NOVA = WRK-FAIXA-ANTES
002218         MOVE 'PROMOCAO SEM MUDANCA DE FAIXA OU SALARIO'
002218             TO WRK-MOTIVO
002218         GO TO 6200-CRITICAR-DESTINO-EXIT.
002218     IF WRK-OPCAO = 6
002218             AND WRK-DEPTO-NOVO = WRK-DEPTO-ANTES
002218             AND WRK-EMPRESA-NOVA = WRK-EMPRESA-ANTES
002218         MOVE 'TRANSFERENCIA PARA O MESMO DEPARTAMENTO'
002218             TO WRK-MOTIVO
002218         GO TO 6200-CRITICAR-DESTINO-EXIT.
002220     IF WRK-FAIXA-NOVA NOT = SPACES
002220         IF NOT WRK-SALBAND-ABERTO
002220             MOVE 'TABELA DE FAIXAS INDISPONIVEL' TO WRK-MOTIVO
002220             GO TO 6200-CRITICAR-DESTINO-EXIT
002220         END-IF
002220         MOVE WRK-FAIXA-NOVA TO BND-CODIGO
002220         READ SALARY-BANDS
002220             INVALID KEY
002220                 MOVE 'FAIXA DESTINO NAO CADASTRADA'
002220                     TO WRK-MOTIVO
002220                 GO TO 6200-CRITICAR-DESTINO-EXIT
002220         END-READ
002220         IF WRK-SALARIO-NOVO < BND-PISO
002220                 OR WRK-SALARIO-NOVO > BND-TETO
002220             MOVE 'SALARIO FORA DO PISO/TETO DA FAIXA'
002220                 TO WRK-MOTIVO
002220             GO TO 6200-CRITICAR-DESTINO-EXIT
002220         END-IF
002220     END-IF.
002222     IF WRK-EMPRESA-NOVA NOT = WRK-EMPRESA-ANTES
002222         OPEN INPUT COMPANY-MASTER
002222         IF WRK-COMPMAST-STATUS NOT = '00'
002222             DISPLAY 'CADASTRO DE EMPRESAS AUSENTE - EMPRESA '
002222                 'ACEITA SEM VALIDACAO'
002222         ELSE
002222             MOVE WRK-EMPRESA-NOVA TO CIA-CODIGO
002222             READ COMPANY-MASTER
002222                 INVALID KEY
002222                     MOVE 'EMPRESA DESTINO NAO CADASTRADA'
002222                         TO WRK-MOTIVO
002222                 NOT INVALID KEY
002222                     DISPLAY 'EMPRESA: ' CIA-NOME
002222             END-READ
002222             CLOSE COMPANY-MASTER
002222         END-IF
002222     END-IF.
002222     IF WRK-MOTIVO NOT = SPACES
002222         GO TO 6200-CRITICAR-DESTINO-EXIT.
002224     MOVE WRK-DEPTO-NOVO TO DEP-CODIGO.
002224     READ DEPARTMENT-MASTER
002224         INVALID KEY
002224             MOVE 'DEPARTAMENTO DESTINO NAO CADASTRADO'
002224                 TO WRK-MOTIVO
002224             GO TO 6200-CRITICAR-DESTINO-EXIT
002224     END-READ.
002226     COMPUTE WRK-AUMENTO = WRK-SALARIO-NOVO - WRK-SALARIO-ANTES.
002226     IF WRK-AUMENTO > ZEROS AND DEP-VERBA-REAJUSTE > ZEROS
002226             AND WRK-AUMENTO NOT < DEP-VERBA-REAJUSTE
002226         MOVE 'AUMENTO EXCEDE A VERBA DO DEPARTAMENTO'
002226             TO WRK-MOTIVO
002226     END-IF.
002228 6200-CRITICAR-DESTINO-EXIT.
002228     EXIT.
002230
002230*=========================================================
002230* OPCAO PELO ADIANTAMENTO QUINZENAL DE UM FUNCIONARIO JA
002230* CADASTRADO - NAO E EVENTO DE VIDA FUNCIONAL (SEM MOVHIST),
002230* MAS A IMAGEM ANTERIOR VAI PARA O DIARIO COMO NAS DEMAIS
002230* REGRAVACOES DO CADASTRO
002230*=========================================================
002230 7000-ALTERAR-ADIANT.
002230     DISPLAY 'MATRICULA DO FUNCIONARIO: '.
002230     ACCEPT WRK-MATRICULA.
002230     PERFORM 5000-LOCALIZAR-FUNC THRU 5000-LOCALIZAR-FUNC-EXIT.
002230     IF NOT WRK-FUNC-ENCONTRADO
002230         DISPLAY 'MATRICULA NAO ENCONTRADA: ' WRK-MATRICULA
002230         GO TO 7000-ALTERAR-ADIANT-EXIT.
002230     IF EMP-DESLIGADO
002230         DISPLAY 'FUNCIONARIO DESLIGADO'
002230         GO TO 7000-ALTERAR-ADIANT-EXIT.
002230     IF EMP-OPTA-ADIANT
002230         DISPLAY 'OPCAO ATUAL: S (' EMP-NOME ')'
002230     ELSE
002230         DISPLAY 'OPCAO ATUAL: N (' EMP-NOME ')'
002230     END-IF.
002230     MOVE SPACES TO WRK-OPCAO-ADIANT.
002230     PERFORM 2600-LER-OPCAO-ADIANT
002230         THRU 2600-LER-OPCAO-ADIANT-EXIT
002230         UNTIL WRK-OPCAO-ADIANT-OK.
002230     MOVE EMP-RECORD TO WRK-JRN-IMAGEM.
002230     MOVE EMP-ID TO WRK-JRN-CHAVE.
002230     MOVE 'R' TO WRK-JRN-OPERACAO.
002230     MOVE WRK-OPCAO-ADIANT TO EMP-OPCAO-ADIANT.
002230     PERFORM 4500-GRAVAR-JOURNAL
002230         THRU 4500-GRAVAR-JOURNAL-EXIT.
002230     REWRITE EMP-RECORD
002230         INVALID KEY
002230             DISPLAY 'ERRO AO REGRAVAR O CADASTRO'
002230         NOT INVALID KEY
002230             DISPLAY 'OPCAO ATUALIZADA COM SUCESSO'
002230     END-REWRITE.
002230 7000-ALTERAR-ADIANT-EXIT.
002230     EXIT.
