000250* -----------------------------------------------------
000260* HISTORICO DE ALTERACOES
000270* 25/08/2026 FT  PROGRAMA CRIADO.
000271* 15/10/2026 FT  A TAXA PROPOSTA PASSA A PODER SER DE UMA ZONA
000272*                DE ENTREGA (TABELA CEPZONA), INFORMADA NO
000273*                CONSOLE: COM ZONA, SO OS FRETES DA UF COTADOS
000274*                NAQUELA ZONA SAO REPRECIFICADOS; SEM ZONA (TAXA
000275*                DA UF), OS FRETES COTADOS POR ZONA FICAM DE
000276*                FORA - A TAXA DA ZONA PREVALECE SOBRE A DA UF
000277*                E NAO MUDARIA COM ELA.
000280***********************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000570
000580 01  SMF-PARAMETROS.
000590     05  SMF-UF-PROPOSTA      PIC X(02) VALUE SPACES.
000595     05  SMF-ZONA-PROPOSTA    PIC X(03) VALUE SPACES.
000600     05  SMF-MULT-PROPOSTO    PIC 9V9999 VALUE ZEROS.
000610     05  SMF-VIGENCIA-INI     PIC 9(08) VALUE ZEROS.
000620     05  SMF-QTDE-MESES       PIC 9(02) VALUE ZEROS.
000930     05  SMF-TOTAL-PAGO       PIC 9(09)V99 COMP-3 VALUE ZEROS.
000940     05  SMF-TOTAL-PROPOSTO   PIC 9(09)V99 COMP-3 VALUE ZEROS.
000950     05  SMF-DELTA            PIC S9(09)V99 VALUE ZEROS.
000955     05  SMF-QTDE-OUTRA-ZONA  PIC 9(05) COMP VALUE ZEROS.
000960
000970 01  SMF-LINHA-GRUPO.
000980     05  FILLER               PIC X(01) VALUE SPACES.
001200     DISPLAY '====== SIMULADOR DE MUDANCA DE TAXA DE FRETE ====='.
001210     DISPLAY 'UF DA TAXA PROPOSTA: '.
001220     ACCEPT SMF-UF-PROPOSTA.
001222     DISPLAY 'ZONA DE ENTREGA (ENTER = TAXA DA UF): '.
001224     ACCEPT SMF-ZONA-PROPOSTA.
001230     DISPLAY 'MULTIPLICADOR PROPOSTO (0,0001 A 9,9999): '.
001240     ACCEPT SMF-MULT-PROPOSTO.
001250     DISPLAY 'VIGENCIA PRETENDIDA (AAAAMMDD): '.
001460     WRITE SMF-REPORT-LINE.
001470     MOVE SPACES TO SMF-REPORT-LINE.
001480     STRING ' UF ' SMF-UF-PROPOSTA
001485            ' ZONA ' SMF-ZONA-PROPOSTA
001490            ' MULT PROPOSTO ' SMF-MULT-PROPOSTO
001500            ' VIGENCIA ' SMF-VIGENCIA-INI
001510         DELIMITED BY SIZE INTO SMF-REPORT-LINE.
001790     MOVE FRH-DATA-CALCULO (1:6) TO SMF-MES-REGISTRO.
001800     IF SMF-MES-REGISTRO <= SMF-MES-CORTE
001810         GO TO 2000-SIMULAR-FRETE-LER.
001812     IF FRH-ZONA NOT = SMF-ZONA-PROPOSTA
001814         ADD 1 TO SMF-QTDE-OUTRA-ZONA
001816         GO TO 2000-SIMULAR-FRETE-LER.
001820     PERFORM 2100-REPRECIFICAR THRU 2100-REPRECIFICAR-EXIT.
001830     PERFORM 2200-ACUMULAR THRU 2200-ACUMULAR-EXIT.
001840 2000-SIMULAR-FRETE-LER.
003350
003360 4000-FINALIZAR.
003370     DISPLAY 'FRETES REPRECIFICADOS: ' SMF-QTDE-FRETES.
003375     DISPLAY 'FRETES DA UF EM OUTRA ZONA (FORA): '
003376         SMF-QTDE-OUTRA-ZONA.
003380     IF SMF-FRTHIST-STATUS = '10' OR SMF-FRTHIST-STATUS = '00'
003390         CLOSE FREIGHT-HISTORY
003400     END-IF.
