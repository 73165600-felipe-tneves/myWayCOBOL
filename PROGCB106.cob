000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB106.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PATRIMONIO.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CADASTRO FISCAL DO LOCATARIO NO CONSOLE - CNPJ
000100*           E PERFIL DE RETENCAO DE IMPOSTOS NA FONTE DOS
000110*           CONTRATOS DOS LOTES (TENANT-MASTER). LOCATARIO
000120*           PESSOA JURIDICA RETEM IRRF E/OU PIS/COFINS/CSLL
000130*           NO PAGAMENTO DO ALUGUEL; SEM O PERFIL NO
000140*           CADASTRO O BOLETO SAIA PELO BRUTO E O
000150*           RECEBIMENTO LIQUIDO CAIA NAS EXCECOES DA BAIXA.
000160*           PERFIS: N = SEM RETENCAO, I = SO IRRF, C = SO
000170*           PIS/COFINS/CSLL, T = TODOS. O FATURAMENTO
000180*           (PROGCOB18) CALCULA A RETENCAO ESPERADA DE CADA
000190*           FATURA PELO PERFIL DO CONTRATO.
000200* OBS: O CNPJ E VALIDADO NA PORTA PELA ROTINA COMUM VALDOC
000210*      (MODULO 11) E E OBRIGATORIO PARA PERFIL COM
000220*      RETENCAO. O CNPJ E O PERFIL SAO DO LOCATARIO: A
000230*      ALTERACAO E GRAVADA EM TODOS OS CONTRATOS DO MESMO
000240*      CODIGO DE LOCATARIO (TEN-CODIGO), ATIVOS OU NAO.
000250*      VALE PARA AS FATURAS EMITIDAS DEPOIS DA ALTERACAO -
000260*      FATURA JA EMITIDA MANTEM O PERFIL GRAVADO NELA.
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
000370     SELECT TENANT-MASTER ASSIGN TO 'TENANTS'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS TEN-LOTE-ID
000410         FILE STATUS IS WRK-TENANT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  TENANT-MASTER.
000450     COPY TENANT.
000460 WORKING-STORAGE SECTION.
000470 77  WRK-TENANT-STATUS   PIC X(02) VALUE '00'.
000480     88  WRK-TENANT-EOF      VALUE '10'.
000490 77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
000500     88  WRK-OPCAO-SAIR      VALUE 9.
000510 77  WRK-LOTE            PIC 9(05) VALUE ZEROS.
000520 77  WRK-CODIGO          PIC 9(04) VALUE ZEROS.
000530 77  WRK-SW-LOTE         PIC X(01) VALUE 'N'.
000540     88  WRK-LOTE-ACHADO     VALUE 'S'.
000550 77  WRK-DOCUMENTO       PIC X(14) VALUE SPACES.
000560 77  WRK-TIPO-DOC        PIC X(01) VALUE 'J'.
000570 77  WRK-DOC-VALIDO      PIC X(01) VALUE 'N'.
000580     88  WRK-DOC-OK          VALUE 'S'.
000590 77  WRK-PERFIL          PIC X(01) VALUE SPACES.
000600     88  WRK-PERFIL-VALIDO   VALUE 'N' 'I' 'C' 'T'.
000610     88  WRK-PERFIL-SEM-RET  VALUE 'N'.
000620 77  WRK-CONFIRMA        PIC X(01) VALUE 'N'.
000630     88  WRK-CONFIRMA-SIM    VALUE 'S'.
000640 77  WRK-QTDE-GRAVADOS   PIC 9(05) VALUE ZEROS.
000650 77  WRK-QTDE-LISTADOS   PIC 9(05) VALUE ZEROS.
000660 01  WRK-LINHA-CONTRATO.
000670     05  WRK-LC-LOTE         PIC 9(05).
000680     05  FILLER              PIC X(01) VALUE SPACES.
000690     05  WRK-LC-CODIGO       PIC 9(04).
000700     05  FILLER              PIC X(01) VALUE SPACES.
000710     05  WRK-LC-NOME         PIC X(25).
000720     05  FILLER              PIC X(01) VALUE SPACES.
000730     05  WRK-LC-STATUS       PIC X(01).
000740     05  FILLER              PIC X(01) VALUE SPACES.
000750     05  WRK-LC-CNPJ         PIC X(14).
000760     05  FILLER              PIC X(01) VALUE SPACES.
000770     05  WRK-LC-PERFIL       PIC X(01).
000780 PROCEDURE DIVISION.
000790
000800 0000-MAINLINE.
000810     OPEN I-O TENANT-MASTER.
000820     IF WRK-TENANT-STATUS NOT = '00'
000830         DISPLAY 'CADASTRO DE CONTRATOS INDISPONIVEL - STATUS '
000840             WRK-TENANT-STATUS
000850         GO TO 0000-ENCERRAR.
000860     PERFORM 1000-PROCESSAR-MENU THRU 1000-PROCESSAR-MENU-EXIT
000870         UNTIL WRK-OPCAO-SAIR.
000880     CLOSE TENANT-MASTER.
000890 0000-ENCERRAR.
000900     GOBACK.
000910
000920 1000-PROCESSAR-MENU.
000930     DISPLAY '================================================'.
000940     DISPLAY '   CADASTRO FISCAL DO LOCATARIO (RETENCAO)      '.
000950     DISPLAY '================================================'.
000960     DISPLAY '1 - INFORMAR CNPJ E PERFIL DE RETENCAO'.
000970     DISPLAY '2 - CONSULTAR CADASTRO FISCAL DO LOTE'.
000980     DISPLAY '3 - LISTAR LOCATARIOS COM RETENCAO'.
000990     DISPLAY '9 - SAIR'.
001000     DISPLAY 'OPCAO: '.
001010     ACCEPT WRK-OPCAO.
001020     EVALUATE WRK-OPCAO
001030         WHEN 1
001040             PERFORM 2000-INFORMAR-PERFIL
001050                 THRU 2000-INFORMAR-PERFIL-EXIT
001060         WHEN 2
001070             PERFORM 3000-CONSULTAR THRU 3000-CONSULTAR-EXIT
001080         WHEN 3
001090             PERFORM 4000-LISTAR THRU 4000-LISTAR-EXIT
001100         WHEN 9
001110             CONTINUE
001120         WHEN OTHER
001130             DISPLAY 'OPCAO INVALIDA - REDIGITE'
001140     END-EVALUATE.
001150 1000-PROCESSAR-MENU-EXIT.
001160     EXIT.
001170
001180*=========================================================
001190* LE O CONTRATO DO LOTE DIGITADO E MOSTRA O CADASTRO FISCAL
001200*=========================================================
001210 1500-LER-LOTE.
001220     MOVE 'N' TO WRK-SW-LOTE.
001230     DISPLAY 'LOTE: '.
001240     MOVE ZEROS TO WRK-LOTE.
001250     ACCEPT WRK-LOTE.
001260     MOVE WRK-LOTE TO TEN-LOTE-ID.
001270     READ TENANT-MASTER
001280         INVALID KEY
001290             DISPLAY 'LOTE SEM CONTRATO NO CADASTRO'
001300             GO TO 1500-LER-LOTE-EXIT
001310     END-READ.
001320     SET WRK-LOTE-ACHADO TO TRUE.
001330     PERFORM 1600-MOSTRAR-CONTRATO
001340         THRU 1600-MOSTRAR-CONTRATO-EXIT.
001350 1500-LER-LOTE-EXIT.
001360     EXIT.
001370
001380 1600-MOSTRAR-CONTRATO.
001390     MOVE TEN-LOTE-ID TO WRK-LC-LOTE.
001400     MOVE TEN-CODIGO TO WRK-LC-CODIGO.
001410     MOVE TEN-NOME TO WRK-LC-NOME.
001420     MOVE TEN-STATUS TO WRK-LC-STATUS.
001430     MOVE TEN-CNPJ TO WRK-LC-CNPJ.
001440     MOVE TEN-PERFIL-RETENCAO TO WRK-LC-PERFIL.
001450     IF TEN-PERFIL-RETENCAO = SPACE
001460         MOVE 'N' TO WRK-LC-PERFIL
001470     END-IF.
001480     DISPLAY WRK-LINHA-CONTRATO.
001490 1600-MOSTRAR-CONTRATO-EXIT.
001500     EXIT.
001510
001520*=========================================================
001530* CNPJ E PERFIL DO LOCATARIO DO LOTE, GRAVADOS EM TODOS OS
001540* CONTRATOS DO MESMO CODIGO DE LOCATARIO
001550*=========================================================
001560 2000-INFORMAR-PERFIL.
001570     PERFORM 1500-LER-LOTE THRU 1500-LER-LOTE-EXIT.
001580     IF NOT WRK-LOTE-ACHADO
001590         GO TO 2000-INFORMAR-PERFIL-EXIT.
001600     MOVE TEN-CODIGO TO WRK-CODIGO.
001610     DISPLAY 'PERFIL (N=SEM RETENCAO I=IRRF C=PIS/COFINS/CSLL '
001620         'T=TODOS): '.
001630     MOVE SPACES TO WRK-PERFIL.
001640     ACCEPT WRK-PERFIL.
001650     IF NOT WRK-PERFIL-VALIDO
001660         DISPLAY 'PERFIL INVALIDO - NADA GRAVADO'
001670         GO TO 2000-INFORMAR-PERFIL-EXIT.
001680     DISPLAY 'CNPJ (14 DIGITOS, BRANCO = SEM CNPJ): '.
001690     MOVE SPACES TO WRK-DOCUMENTO.
001700     ACCEPT WRK-DOCUMENTO.
001710     IF WRK-DOCUMENTO = SPACES
001720         IF NOT WRK-PERFIL-SEM-RET
001730             DISPLAY 'PERFIL COM RETENCAO EXIGE CNPJ - NADA '
001740                 'GRAVADO'
001750             GO TO 2000-INFORMAR-PERFIL-EXIT
001760         END-IF
001770     ELSE
001780         MOVE 'N' TO WRK-DOC-VALIDO
001790         CALL 'VALDOC' USING WRK-DOCUMENTO
001800                             WRK-TIPO-DOC
001810                             WRK-DOC-VALIDO
001820         IF NOT WRK-DOC-OK
001830             DISPLAY 'CNPJ INVALIDO (DIGITO VERIFICADOR NAO '
001840                 'CONFERE) - NADA GRAVADO'
001850             GO TO 2000-INFORMAR-PERFIL-EXIT
001860         END-IF
001870     END-IF.
001880     DISPLAY 'GRAVAR PARA TODOS OS CONTRATOS DO LOCATARIO '
001890         WRK-CODIGO ' (S/N): '.
001900     MOVE 'N' TO WRK-CONFIRMA.
001910     ACCEPT WRK-CONFIRMA.
001920     IF NOT WRK-CONFIRMA-SIM
001930         DISPLAY 'ALTERACAO CANCELADA'
001940         GO TO 2000-INFORMAR-PERFIL-EXIT.
001950     MOVE ZEROS TO WRK-QTDE-GRAVADOS.
001960     MOVE ZEROS TO TEN-LOTE-ID.
001970     START TENANT-MASTER KEY NOT < TEN-LOTE-ID
001980         INVALID KEY
001990             MOVE '10' TO WRK-TENANT-STATUS
002000     END-START.
002010     PERFORM 2100-GRAVAR-CONTRATO THRU 2100-GRAVAR-CONTRATO-EXIT
002020         UNTIL WRK-TENANT-EOF
002030            OR WRK-TENANT-STATUS NOT = '00'.
002040     MOVE '00' TO WRK-TENANT-STATUS.
002050     DISPLAY 'CONTRATOS ATUALIZADOS: ' WRK-QTDE-GRAVADOS.
002060 2000-INFORMAR-PERFIL-EXIT.
002070     EXIT.
002080
002090 2100-GRAVAR-CONTRATO.
002100     READ TENANT-MASTER NEXT RECORD
002110         AT END
002120             SET WRK-TENANT-EOF TO TRUE
002130             GO TO 2100-GRAVAR-CONTRATO-EXIT
002140     END-READ.
002150     IF TEN-CODIGO NOT = WRK-CODIGO
002160         GO TO 2100-GRAVAR-CONTRATO-EXIT.
002170     MOVE WRK-DOCUMENTO TO TEN-CNPJ.
002180     MOVE WRK-PERFIL TO TEN-PERFIL-RETENCAO.
002190     REWRITE TEN-CONTRACT-RECORD
002200         INVALID KEY
002210             DISPLAY 'ERRO AO REGRAVAR O CONTRATO DO LOTE '
002220                 TEN-LOTE-ID
002230         NOT INVALID KEY
002240             ADD 1 TO WRK-QTDE-GRAVADOS
002250     END-REWRITE.
002260 2100-GRAVAR-CONTRATO-EXIT.
002270     EXIT.
002280
002290 3000-CONSULTAR.
002300     DISPLAY 'LOTE  LOC. NOME                      S CNPJ'
002310         '           P'.
002320     PERFORM 1500-LER-LOTE THRU 1500-LER-LOTE-EXIT.
002330 3000-CONSULTAR-EXIT.
002340     EXIT.
002350
002360*=========================================================
002370* CONTRATOS COM PERFIL DE RETENCAO (I, C OU T)
002380*=========================================================
002390 4000-LISTAR.
002400     DISPLAY 'LOTE  LOC. NOME                      S CNPJ'
002410         '           P'.
002420     MOVE ZEROS TO WRK-QTDE-LISTADOS.
002430     MOVE ZEROS TO TEN-LOTE-ID.
002440     START TENANT-MASTER KEY NOT < TEN-LOTE-ID
002450         INVALID KEY
002460             MOVE '10' TO WRK-TENANT-STATUS
002470     END-START.
002480     PERFORM 4100-LISTAR-CONTRATO THRU 4100-LISTAR-CONTRATO-EXIT
002490         UNTIL WRK-TENANT-EOF
002500            OR WRK-TENANT-STATUS NOT = '00'.
002510     MOVE '00' TO WRK-TENANT-STATUS.
002520     DISPLAY 'CONTRATOS COM RETENCAO: ' WRK-QTDE-LISTADOS.
002530 4000-LISTAR-EXIT.
002540     EXIT.
002550
002560 4100-LISTAR-CONTRATO.
002570     READ TENANT-MASTER NEXT RECORD
002580         AT END
002590             SET WRK-TENANT-EOF TO TRUE
002600             GO TO 4100-LISTAR-CONTRATO-EXIT
002610     END-READ.
002620     IF TEN-SEM-RETENCAO
002630         GO TO 4100-LISTAR-CONTRATO-EXIT.
002640     PERFORM 1600-MOSTRAR-CONTRATO
002650         THRU 1600-MOSTRAR-CONTRATO-EXIT.
002660     ADD 1 TO WRK-QTDE-LISTADOS.
002670 4100-LISTAR-CONTRATO-EXIT.
002680     EXIT.
