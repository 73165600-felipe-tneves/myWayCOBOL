000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCB117.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE OPERACOES.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CONSULTA E REIMPRESSAO DO REPOSITORIO DE
000100*           RELATORIOS NO CONSOLE. LISTA O INDICE (RPTIDX)
000110*           DE UM RELATORIO OU DE TODOS - DATA DA RODADA,
000120*           JOB, EMPRESA, PROGRAMA GERADOR, PAGINAS E
000130*           LINHAS - E REIMPRIME UMA RODADA ARQUIVADA
000140*           (RPTREPO) NO RPTREIMP, EXATAMENTE COMO SAIU
000150*           NA DATA, SEM RERODAR O PROGRAMA CONTRA DADOS
000160*           JA MUDADOS. O ARQUIVAMENTO E O PROGCB116.
000170* OBS: SO LEITURA - NADA E ALTERADO NO REPOSITORIO. A
000180*      REIMPRESSAO PEDE A CHAVE COMPLETA (RELATORIO, DATA
000190*      AAAAMMDD, JOB E EMPRESA) COMO MOSTRADA NA LISTA;
000200*      JOB EM BRANCO = AVULSO. O RPTREIMP E REGRAVADO A
000210*      CADA REIMPRESSAO.
000220* -----------------------------------------------------
000230* HISTORICO DE ALTERACOES
000240* 15/10/2026 FT  PROGRAMA CRIADO.
000250***********************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT REPORT-INDEX ASSIGN TO 'RPTIDX'
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS RPI-CHAVE
000360         FILE STATUS IS WRK-RPTIDX-STATUS.
000370     SELECT REPORT-REPOSITORY ASSIGN TO 'RPTREPO'
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS RPR-CHAVE
000410         FILE STATUS IS WRK-RPTREPO-STATUS.
000420     SELECT REPRINT-REPORT ASSIGN TO 'RPTREIMP'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WRK-RPTREIMP-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  REPORT-INDEX.
000480     COPY RPTIDX.
000490 FD  REPORT-REPOSITORY.
000500     COPY RPTREPO.
000510 FD  REPRINT-REPORT.
000520 01  REIMP-LINHA             PIC X(132).
000530 WORKING-STORAGE SECTION.
000540 77  WRK-RPTIDX-STATUS   PIC X(02) VALUE '00'.
000550 77  WRK-RPTREPO-STATUS  PIC X(02) VALUE '00'.
000560 77  WRK-RPTREIMP-STATUS PIC X(02) VALUE '00'.
000570 77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
000580     88  WRK-OPCAO-SAIR      VALUE 9.
000590 77  WRK-RELATORIO       PIC X(08) VALUE SPACES.
000600 77  WRK-QTDE-LISTADOS   PIC 9(04) VALUE ZEROS.
000610 77  WRK-QTDE-LINHAS     PIC 9(07) VALUE ZEROS.
000620 77  WRK-QTDE-EDT        PIC ZZZZZZ9.
000630 77  WRK-SW-VARREDURA    PIC X(01) VALUE 'N'.
000640     88  WRK-FIM-VARREDURA       VALUE 'S'.
000650     88  WRK-VARREDURA-ATIVA     VALUE 'N'.
000660 01  WRK-CHAVE-RELAT.
000670     05  WRK-C-RELATORIO     PIC X(08).
000680     05  WRK-C-DATA          PIC 9(08).
000690     05  WRK-C-JOB           PIC X(08).
000700     05  WRK-C-EMPRESA       PIC 9(02).
000710 PROCEDURE DIVISION.
000720
000730 0000-MAINLINE.
000740     OPEN INPUT REPORT-INDEX.
000750     IF WRK-RPTIDX-STATUS NOT = '00'
000760         DISPLAY 'INDICE DE RELATORIOS INDISPONIVEL - '
000770             'STATUS ' WRK-RPTIDX-STATUS
000780         GO TO 0000-ENCERRAR.
000790     OPEN INPUT REPORT-REPOSITORY.
000800     IF WRK-RPTREPO-STATUS NOT = '00'
000810         DISPLAY 'REPOSITORIO DE RELATORIOS INDISPONIVEL - '
000820             'STATUS ' WRK-RPTREPO-STATUS
000830         CLOSE REPORT-INDEX
000840         GO TO 0000-ENCERRAR.
000850     PERFORM 1000-PROCESSAR-MENU THRU 1000-PROCESSAR-MENU-EXIT
000860         UNTIL WRK-OPCAO-SAIR.
000870     CLOSE REPORT-INDEX.
000880     CLOSE REPORT-REPOSITORY.
000890 0000-ENCERRAR.
000900     GOBACK.
000910
000920 1000-PROCESSAR-MENU.
000930     DISPLAY '================================================'.
000940     DISPLAY '     REPOSITORIO DE RELATORIOS - OPERACOES      '.
000950     DISPLAY '================================================'.
000960     DISPLAY '1 - LISTAR RELATORIOS ARQUIVADOS'.
000970     DISPLAY '2 - REIMPRIMIR RELATORIO ARQUIVADO'.
000980     DISPLAY '9 - SAIR'.
000990     DISPLAY 'OPCAO: '.
001000     ACCEPT WRK-OPCAO.
001010     EVALUATE TRUE
001020         WHEN WRK-OPCAO = 1
001030             PERFORM 2000-LISTAR-RELATORIOS
001040                 THRU 2000-LISTAR-RELATORIOS-EXIT
001050         WHEN WRK-OPCAO = 2
001060             PERFORM 3000-REIMPRIMIR
001070                 THRU 3000-REIMPRIMIR-EXIT
001080         WHEN WRK-OPCAO-SAIR
001090             CONTINUE
001100         WHEN OTHER
001110             DISPLAY 'OPCAO INVALIDA - REDIGITE'
001120     END-EVALUATE.
001130 1000-PROCESSAR-MENU-EXIT.
001140     EXIT.
001150
001160*=========================================================
001170* LISTA DO INDICE: UM RELATORIO (TODAS AS RODADAS, DA MAIS
001180* ANTIGA PARA A MAIS RECENTE) OU, EM BRANCO, TODOS
001190*=========================================================
001200 2000-LISTAR-RELATORIOS.
001210     DISPLAY 'RELATORIO (EM BRANCO = TODOS): '.
001220     MOVE SPACES TO WRK-RELATORIO.
001230     ACCEPT WRK-RELATORIO.
001240     MOVE ZEROS TO WRK-QTDE-LISTADOS.
001250     SET WRK-VARREDURA-ATIVA TO TRUE.
001260     MOVE LOW-VALUES TO RPI-CHAVE.
001270     MOVE WRK-RELATORIO TO RPI-RELATORIO.
001280     START REPORT-INDEX KEY >= RPI-CHAVE
001290         INVALID KEY
001300             SET WRK-FIM-VARREDURA TO TRUE
001310     END-START.
001320     IF WRK-RPTIDX-STATUS NOT = '00'
001330         SET WRK-FIM-VARREDURA TO TRUE
001340     END-IF.
001350     DISPLAY 'RELATORIO DATA     JOB      EMP PROGRAMA  '
001360         'HORA     PAGINAS  LINHAS'.
001370     PERFORM 2100-LISTAR-RELATORIO
001380         THRU 2100-LISTAR-RELATORIO-EXIT
001390         UNTIL WRK-FIM-VARREDURA.
001400     IF WRK-QTDE-LISTADOS = ZEROS
001410         DISPLAY 'NENHUM RELATORIO ARQUIVADO'
001420     END-IF.
001430 2000-LISTAR-RELATORIOS-EXIT.
001440     EXIT.
001450
001460 2100-LISTAR-RELATORIO.
001470     READ REPORT-INDEX NEXT RECORD
001480         AT END
001490             SET WRK-FIM-VARREDURA TO TRUE
001500             GO TO 2100-LISTAR-RELATORIO-EXIT
001510     END-READ.
001520     IF WRK-RPTIDX-STATUS NOT = '00'
001530         SET WRK-FIM-VARREDURA TO TRUE
001540         GO TO 2100-LISTAR-RELATORIO-EXIT.
001550     IF WRK-RELATORIO NOT = SPACES
001560             AND RPI-RELATORIO NOT = WRK-RELATORIO
001570         SET WRK-FIM-VARREDURA TO TRUE
001580         GO TO 2100-LISTAR-RELATORIO-EXIT.
001590     DISPLAY RPI-RELATORIO '  ' RPI-DATA ' ' RPI-JOB ' '
001600         RPI-EMPRESA '  ' RPI-PROGRAMA ' ' RPI-HORA ' '
001610         RPI-PAGINAS ' ' RPI-LINHAS.
001620     ADD 1 TO WRK-QTDE-LISTADOS.
001630 2100-LISTAR-RELATORIO-EXIT.
001640     EXIT.
001650
001660*=========================================================
001670* REIMPRESSAO: CHAVE COMPLETA CONFERIDA NO INDICE, LINHAS
001680* COPIADAS NA ORDEM ORIGINAL PARA O RPTREIMP
001690*=========================================================
001700 3000-REIMPRIMIR.
001710     DISPLAY 'RELATORIO: '.
001720     MOVE SPACES TO WRK-C-RELATORIO.
001730     ACCEPT WRK-C-RELATORIO.
001740     DISPLAY 'DATA DA RODADA (AAAAMMDD): '.
001750     MOVE ZEROS TO WRK-C-DATA.
001760     ACCEPT WRK-C-DATA.
001770     DISPLAY 'JOB (EM BRANCO = AVULSO): '.
001780     MOVE SPACES TO WRK-C-JOB.
001790     ACCEPT WRK-C-JOB.
001800     IF WRK-C-JOB = SPACES
001810         MOVE 'AVULSO' TO WRK-C-JOB
001820     END-IF.
001830     DISPLAY 'EMPRESA (00 = TODAS): '.
001840     MOVE ZEROS TO WRK-C-EMPRESA.
001850     ACCEPT WRK-C-EMPRESA.
001860     MOVE WRK-CHAVE-RELAT TO RPI-CHAVE.
001870     READ REPORT-INDEX
001880         INVALID KEY
001890             DISPLAY 'RELATORIO NAO ARQUIVADO COM ESTA CHAVE'
001900             GO TO 3000-REIMPRIMIR-EXIT
001910     END-READ.
001920     OPEN OUTPUT REPRINT-REPORT.
001930     IF WRK-RPTREIMP-STATUS NOT = '00'
001940         DISPLAY 'RPTREIMP INDISPONIVEL - STATUS '
001950             WRK-RPTREIMP-STATUS
001960         GO TO 3000-REIMPRIMIR-EXIT.
001970     MOVE ZEROS TO WRK-QTDE-LINHAS.
001980     SET WRK-VARREDURA-ATIVA TO TRUE.
001990     MOVE WRK-CHAVE-RELAT TO RPR-CHAVE.
002000     MOVE ZEROS TO RPR-LINHA.
002010     START REPORT-REPOSITORY KEY > RPR-CHAVE
002020         INVALID KEY
002030             SET WRK-FIM-VARREDURA TO TRUE
002040     END-START.
002050     PERFORM 3100-COPIAR-LINHA THRU 3100-COPIAR-LINHA-EXIT
002060         UNTIL WRK-FIM-VARREDURA.
002070     CLOSE REPRINT-REPORT.
002080     MOVE WRK-QTDE-LINHAS TO WRK-QTDE-EDT.
002090     DISPLAY 'REIMPRESSO NO RPTREIMP: ' WRK-QTDE-EDT
002100         ' LINHAS (' RPI-PAGINAS ' PAGINAS) - GERADO POR '
002110         RPI-PROGRAMA.
002120     IF WRK-QTDE-LINHAS NOT = RPI-LINHAS
002130         DISPLAY 'ATENCAO: O INDICE REGISTRA ' RPI-LINHAS
002140             ' LINHAS'
002150     END-IF.
002160 3000-REIMPRIMIR-EXIT.
002170     EXIT.
002180
002190 3100-COPIAR-LINHA.
002200     READ REPORT-REPOSITORY NEXT RECORD
002210         AT END
002220             SET WRK-FIM-VARREDURA TO TRUE
002230             GO TO 3100-COPIAR-LINHA-EXIT
002240     END-READ.
002250     IF WRK-RPTREPO-STATUS NOT = '00'
002260             OR RPR-CHAVE (1:26) NOT = WRK-CHAVE-RELAT
002270         SET WRK-FIM-VARREDURA TO TRUE
002280         GO TO 3100-COPIAR-LINHA-EXIT.
002290     WRITE REIMP-LINHA FROM RPR-TEXTO.
002300     ADD 1 TO WRK-QTDE-LINHAS.
002310 3100-COPIAR-LINHA-EXIT.
002320     EXIT.
