000209*                O PAGAMENTO DIRETO DEIXA DE DIVERGIR DA
000209*                CARTEIRA REGISTRADA DO BANCO (A REMESSA DE
000209*                INSTRUCOES PROGCOB71 AVISA O BANCO).
000209* 15/10/2026 FT  GRAVA NA FATURA O VALOR DO RECIBO E O CANAL
000209*                R (RECIBO), PARA O EXTRATO DO LOCATARIO.
000209* 15/10/2026 FT  RECEBIMENTO DE FATURA RENEGOCIADA EM ACORDO
000209*                DE PARCELAMENTO (SITUACAO N) NAO E BAIXADO -
000209*                SAI NAS EXCECOES PARA ACERTO NAS PARCELAS.
000209* 15/10/2026 FT  RECEBIMENTO DE FATURA BAIXADA COMO PERDA
000209*                (SITUACAO W, PROGCB105) E RECUPERACAO: A
000209*                FATURA FICA PAGA PELO VALOR RECEBIDO, SEM
000209*                ENCARGOS NEM EXCECAO, E MANTEM A DATA DA
000209*                PERDA PARA A EXPORTACAO CONTABIL (PROGCOB78)
000209*                LANCAR COMO RECUPERACAO.
000209* 15/10/2026 FT  FATURA DE LOCATARIO QUE RETEM IMPOSTOS NA
000209*                FONTE E CONFERIDA PELO LIQUIDO (VALOR-BRL
000209*                MENOS O RETIDO GRAVADO PELO FATURAMENTO),
000209*                COM MULTA E JUROS SOBRE O LIQUIDO COMO NO
000209*                BOLETO - O RECIBO LIQUIDO DEIXA DE CAIR NAS
000209*                EXCECOES.
000210***********************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000610     05  BXA-VALOR-BAIXADO     PIC 9(10)V99 COMP-3 VALUE ZEROS.
000612     05  BXA-QTDE-COM-ENCARGOS PIC 9(05) COMP VALUE ZEROS.
000614     05  BXA-QTDE-ENC-ABERTOS  PIC 9(05) COMP VALUE ZEROS.
000614     05  BXA-QTDE-RECUPERADAS  PIC 9(05) COMP VALUE ZEROS.
000614     05  BXA-VALOR-RECUPERADO  PIC 9(10)V99 COMP-3 VALUE ZEROS.

000616 01  BXA-AREA-ENCARGOS.
000616     05  BXA-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
000616     05  BXA-MULTA            PIC 9(06)V99 VALUE ZEROS.
000616     05  BXA-JUROS            PIC 9(06)V99 VALUE ZEROS.
000616     05  BXA-TOTAL-DEVIDO     PIC 9(08)V99 VALUE ZEROS.
000616     05  BXA-VALOR-LIQUIDO    PIC 9(08)V99 VALUE ZEROS.
000616     05  BXA-DATA-R.
000616         10  BXA-R-ANO        PIC 9(04).
000616         10  BXA-R-MES        PIC 9(02).
000914     DISPLAY 'ENCARGOS EM ABERTO..: ' BXA-QTDE-ENC-ABERTOS.
000920     MOVE BXA-VALOR-BAIXADO TO BXA-VALOR-EDT.
000930     DISPLAY 'VALOR BAIXADO (BRL).: ' BXA-VALOR-EDT.
000930     IF BXA-QTDE-RECUPERADAS > ZEROS
000930         MOVE BXA-VALOR-RECUPERADO TO BXA-VALOR-EDT
000930         DISPLAY 'RECUPERACOES DE PERDA: ' BXA-QTDE-RECUPERADAS
000930             ' - VALOR ' BXA-VALOR-EDT
000930     END-IF.
000940     CLOSE RENT-RECEIPTS.
000950     CLOSE RENT-INVOICES.
000955     IF BXA-BOLINSQ-DISPONIVEL
001140         WHEN INV-PAGA
001150             PERFORM 2000-GRAVAR-EXCECAO
001160                 THRU 2000-GRAVAR-EXCECAO-EXIT
001160         WHEN INV-RENEGOCIADA
001160             PERFORM 2000-GRAVAR-EXCECAO
001160                 THRU 2000-GRAVAR-EXCECAO-EXIT
001160         WHEN INV-BAIXADA-PERDA
001160             PERFORM 1600-RECUPERAR-PERDA
001160                 THRU 1600-RECUPERAR-PERDA-EXIT
001170         WHEN OTHER
001171             MOVE 'N' TO BXA-SW-ERA-COBRANCA
001171             IF INV-EM-COBRANCA
001212             MOVE BXA-MULTA TO INV-MULTA
001214             MOVE BXA-JUROS TO INV-JUROS
001215             MOVE SPACES TO INV-SW-ENCARGOS
001216             IF BXA-TOTAL-DEVIDO > BXA-VALOR-LIQUIDO
001216                     AND RCP-VALOR >= BXA-VALOR-LIQUIDO
001216                     AND RCP-VALOR < BXA-TOTAL-DEVIDO
001217                 SET INV-ENCARGOS-EM-ABERTO TO TRUE
001218                 ADD 1 TO BXA-QTDE-ENC-ABERTOS
001219             END-IF
001220             SET INV-PAGA TO TRUE
001230             MOVE RCP-DATA TO INV-DATA-PAGAMENTO
001230             MOVE RCP-VALOR TO INV-VALOR-PAGO
001230             SET INV-PAGO-RECIBO TO TRUE
001240             REWRITE INV-INVOICE-RECORD
001250                 INVALID KEY
001260                     DISPLAY 'ERRO AO REGRAVAR A FATURA '
001372*=========================================================
001373* ENCARGOS DE ATRASO: MULTA DE 2 PORCENTO E JUROS PRO RATA
001374* DIA (1 PORCENTO AO MES) SOBRE OS DIAS CORRIDOS ENTRE O
001375* VENCIMENTO E A DATA DO RECEBIMENTO. A BASE E O LIQUIDO
001375* DA FATURA (VALOR-BRL MENOS A RETENCAO NA FONTE)
001376*=========================================================
001377 1500-CALCULAR-ENCARGOS.
001377     MOVE ZEROS TO BXA-MULTA BXA-JUROS.
001377     MOVE INV-VALOR-BRL TO BXA-VALOR-LIQUIDO.
001377     IF INV-VALOR-RETIDO NUMERIC
001377         SUBTRACT INV-VALOR-RETIDO FROM BXA-VALOR-LIQUIDO
001377     END-IF.
001377     MOVE BXA-VALOR-LIQUIDO TO BXA-TOTAL-DEVIDO.
001377     IF RCP-DATA NOT > INV-DATA-VENCIMENTO
001377         GO TO 1500-CALCULAR-ENCARGOS-EXIT.
001377     MOVE RCP-DATA TO BXA-DATA-R.
001377     COMPUTE BXA-DIAS-ATRASO = BXA-DIAS-PAGTO - BXA-DIAS-VENCTO.
001377     IF BXA-DIAS-ATRASO < 1
001377         GO TO 1500-CALCULAR-ENCARGOS-EXIT.
001377     COMPUTE BXA-MULTA ROUNDED = BXA-VALOR-LIQUIDO * 2 / 100.
001377     COMPUTE BXA-JUROS ROUNDED =
001377         BXA-VALOR-LIQUIDO * BXA-DIAS-ATRASO / 3000.
001377     COMPUTE BXA-TOTAL-DEVIDO =
001377         BXA-VALOR-LIQUIDO + BXA-MULTA + BXA-JUROS.
001377     ADD 1 TO BXA-QTDE-COM-ENCARGOS.
001377 1500-CALCULAR-ENCARGOS-EXIT.
001377     EXIT.

001377*=========================================================
001377* RECEBIMENTO DE FATURA BAIXADA COMO PERDA: RECUPERACAO.
001377* A FATURA FICA PAGA PELO VALOR RECEBIDO, SEM ENCARGOS, E
001377* MANTEM A DATA DA PERDA. O BOLETO JA FOI BAIXADO NO
001377* BANCO NA APROVACAO DA PERDA
001377*=========================================================
001377 1600-RECUPERAR-PERDA.
001377     MOVE ZEROS TO INV-MULTA INV-JUROS.
001377     MOVE SPACES TO INV-SW-ENCARGOS.
001377     SET INV-PAGA TO TRUE.
001377     MOVE RCP-DATA TO INV-DATA-PAGAMENTO.
001377     MOVE RCP-VALOR TO INV-VALOR-PAGO.
001377     SET INV-PAGO-RECIBO TO TRUE.
001377     REWRITE INV-INVOICE-RECORD
001377         INVALID KEY
001377             DISPLAY 'ERRO AO REGRAVAR A FATURA ' INV-NUMERO
001377         NOT INVALID KEY
001377             ADD 1 TO BXA-QTDE-BAIXADAS BXA-QTDE-RECUPERADAS
001377             ADD RCP-VALOR TO BXA-VALOR-BAIXADO
001377                 BXA-VALOR-RECUPERADO
001377     END-REWRITE.
001377 1600-RECUPERAR-PERDA-EXIT.
001377     EXIT.

001378*=========================================================
001379* FATURA QUE ESTAVA REGISTRADA NO BANCO FOI PAGA DIRETO:
001380* ENFILEIRA A INSTRUCAO DE BAIXA (BX) PARA A REMESSA DE
001500                 RCP-NUMERO-FATURA DELIMITED BY SIZE
001510                 ' JA BAIXADA' DELIMITED BY SIZE
001520                 INTO BXA-EXCECAO-LINE
001520         WHEN INV-RENEGOCIADA
001520             STRING 'FATURA ' DELIMITED BY SIZE
001520                 RCP-NUMERO-FATURA DELIMITED BY SIZE
001520                 ' RENEGOCIADA NO ACORDO ' DELIMITED BY SIZE
001520                 INV-ACORDO DELIMITED BY SIZE
001520                 ' - NAO BAIXADA' DELIMITED BY SIZE
001520                 INTO BXA-EXCECAO-LINE
001530         WHEN OTHER
001540             STRING 'FATURA ' DELIMITED BY SIZE
001550                 RCP-NUMERO-FATURA DELIMITED BY SIZE
