000229*                ENVIADA DO BOLETO; IR REJEITA, COM LINHA
000229*                NAS EXCECOES. VC TAMBEM ATUALIZA O
000229*                VENCIMENTO DA FATURA.
000229* 15/10/2026 FT  GRAVA NA FATURA O VALOR PAGO NO BOLETO E O
000229*                CANAL B (BOLETO), PARA O EXTRATO DO
000229*                LOCATARIO.
000229* 15/10/2026 FT  LIQUIDACAO DE BOLETO DE FATURA RENEGOCIADA
000229*                EM ACORDO DE PARCELAMENTO (SITUACAO N - A
000229*                BAIXA FOI PEDIDA AO BANCO NO ACORDO) NAO E
000229*                BAIXADA - SAI NAS EXCECOES PARA DEVOLUCAO OU
000229*                ACERTO NAS PARCELAS.
000229* 15/10/2026 FT  LIQUIDACAO DE BOLETO DE FATURA BAIXADA COMO
000229*                PERDA (SITUACAO W, PROGCB105) E RECUPERACAO:
000229*                A FATURA FICA PAGA PELO VALOR PAGO, SEM
000229*                ENCARGOS, E MANTEM A DATA DA PERDA PARA A
000229*                EXPORTACAO CONTABIL (PROGCOB78) LANCAR COMO
000229*                RECUPERACAO. ENTRA NOS BAIXADOS DA
000229*                CONFERENCIA DO TRAILER.
000229* 15/10/2026 FT  BOLETO DE LOCATARIO QUE RETEM IMPOSTOS NA
000229*                FONTE SAI PELO LIQUIDO (PROGCOB42): O
000229*                PRINCIPAL, A MULTA E OS JUROS DA LIQUIDACAO
000229*                PASSAM A SER CONFERIDOS SOBRE O LIQUIDO
000229*                (VALOR-BRL MENOS O RETIDO).
000230***********************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000722     05  RET-MULTA            PIC 9(06)V99 VALUE ZEROS.
000722     05  RET-JUROS            PIC 9(06)V99 VALUE ZEROS.
000722     05  RET-TOTAL-DEVIDO     PIC 9(08)V99 VALUE ZEROS.
000722     05  RET-VALOR-LIQUIDO    PIC 9(08)V99 VALUE ZEROS.
000722     05  RET-QTDE-ENC-ABERTOS PIC 9(05) COMP VALUE ZEROS.
000722     05  RET-QTDE-RECUPERADAS PIC 9(05) COMP VALUE ZEROS.
000722     05  RET-VALOR-RECUPERADO PIC 9(10)V99 COMP-3 VALUE ZEROS.
000722     05  RET-DATA-R.
000722         10  RET-R-ANO        PIC 9(04).
000722         10  RET-R-MES        PIC 9(02).
001076     DISPLAY 'INSTRUCOES REJEIT...: ' RET-QTDE-INST-REJ.
001080     MOVE RET-VALOR-BAIXADO TO RET-VALOR-EDT.
001090     DISPLAY 'VALOR BAIXADO (BRL).: ' RET-VALOR-EDT.
001090     IF RET-QTDE-RECUPERADAS > ZEROS
001090         MOVE RET-VALOR-RECUPERADO TO RET-VALOR-EDT
001090         DISPLAY 'RECUPERACOES DE PERDA: ' RET-QTDE-RECUPERADAS
001090             ' - VALOR ' RET-VALOR-EDT
001090     END-IF.
001100     MOVE RET-RETORNO-RC TO RETURN-CODE.
001110 0000-ENCERRAR.
001120     GOBACK.
001690                 BRT-D-NOSSO-NUMERO DELIMITED BY SIZE
001700                 INTO RET-EXCECAO-LINE
001710             WRITE RET-EXCECAO-LINE
001710         WHEN INV-RENEGOCIADA
001710             ADD 1 TO RET-QTDE-EXCECOES
001710             MOVE SPACES TO RET-EXCECAO-LINE
001710             STRING 'LIQUIDACAO DE FATURA RENEGOCIADA NO ACORDO '
001710                 DELIMITED BY SIZE
001710                 INV-ACORDO DELIMITED BY SIZE
001710                 ': ' DELIMITED BY SIZE
001710                 BRT-D-NOSSO-NUMERO DELIMITED BY SIZE
001710                 INTO RET-EXCECAO-LINE
001710             WRITE RET-EXCECAO-LINE
001710         WHEN INV-BAIXADA-PERDA
001710             PERFORM 1600-RECUPERAR-PERDA
001710                 THRU 1600-RECUPERAR-PERDA-EXIT
001720         WHEN OTHER
001722             PERFORM 1500-CALCULAR-ENCARGOS
001724                 THRU 1500-CALCULAR-ENCARGOS-EXIT
001726             MOVE RET-MULTA TO INV-MULTA
001727             MOVE RET-JUROS TO INV-JUROS
001728             MOVE SPACES TO INV-SW-ENCARGOS
001728             IF RET-TOTAL-DEVIDO > RET-VALOR-LIQUIDO
001728                     AND BRT-D-VALOR-PAGO >= RET-VALOR-LIQUIDO
001728                     AND BRT-D-VALOR-PAGO < RET-TOTAL-DEVIDO
001728                 SET INV-ENCARGOS-EM-ABERTO TO TRUE
001728                 ADD 1 TO RET-QTDE-ENC-ABERTOS
001728             END-IF
001730             SET INV-PAGA TO TRUE
001740             MOVE BRT-D-DATA-PAGTO TO INV-DATA-PAGAMENTO
001740             MOVE BRT-D-VALOR-PAGO TO INV-VALOR-PAGO
001740             SET INV-PAGO-BOLETO TO TRUE
001750             REWRITE INV-INVOICE-RECORD
001760                 INVALID KEY
001770                     DISPLAY 'ERRO AO REGRAVAR A FATURA '
001837     EXIT.

001852*=========================================================
001853* ENCARGOS DE ATRASO - MESMA REGRA DA BAIXA (PROGCOB40),
001853* SOBRE O LIQUIDO DA FATURA (VALOR DO BOLETO)
001854*=========================================================
001855 1500-CALCULAR-ENCARGOS.
001855     MOVE ZEROS TO RET-MULTA RET-JUROS.
001855     MOVE INV-VALOR-BRL TO RET-VALOR-LIQUIDO.
001855     IF INV-VALOR-RETIDO NUMERIC
001855         SUBTRACT INV-VALOR-RETIDO FROM RET-VALOR-LIQUIDO
001855     END-IF.
001855     MOVE RET-VALOR-LIQUIDO TO RET-TOTAL-DEVIDO.
001855     IF BRT-D-DATA-PAGTO NOT > INV-DATA-VENCIMENTO
001855         GO TO 1500-CALCULAR-ENCARGOS-EXIT.
001855     MOVE BRT-D-DATA-PAGTO TO RET-DATA-R.
001855         RET-DIAS-PAGTO - RET-DIAS-VENCTO.
001855     IF RET-DIAS-ATRASO < 1
001855         GO TO 1500-CALCULAR-ENCARGOS-EXIT.
001855     COMPUTE RET-MULTA ROUNDED = RET-VALOR-LIQUIDO * 2 / 100.
001855     COMPUTE RET-JUROS ROUNDED =
001855         RET-VALOR-LIQUIDO * RET-DIAS-ATRASO / 3000.
001855     COMPUTE RET-TOTAL-DEVIDO =
001855         RET-VALOR-LIQUIDO + RET-MULTA + RET-JUROS.
001855 1500-CALCULAR-ENCARGOS-EXIT.
001855     EXIT.

001855*=========================================================
001855* LIQUIDACAO DE FATURA BAIXADA COMO PERDA: RECUPERACAO.
001855* A FATURA FICA PAGA PELO VALOR PAGO, SEM ENCARGOS, E
001855* MANTEM A DATA DA PERDA
001855*=========================================================
001855 1600-RECUPERAR-PERDA.
001855     MOVE ZEROS TO INV-MULTA INV-JUROS.
001855     MOVE SPACES TO INV-SW-ENCARGOS.
001855     SET INV-PAGA TO TRUE.
001855     MOVE BRT-D-DATA-PAGTO TO INV-DATA-PAGAMENTO.
001855     MOVE BRT-D-VALOR-PAGO TO INV-VALOR-PAGO.
001855     SET INV-PAGO-BOLETO TO TRUE.
001855     REWRITE INV-INVOICE-RECORD
001855         INVALID KEY
001855             DISPLAY 'ERRO AO REGRAVAR A FATURA ' INV-NUMERO
001855         NOT INVALID KEY
001855             ADD 1 TO RET-QTDE-BAIXADAS RET-QTDE-RECUPERADAS
001855             ADD BRT-D-VALOR-PAGO TO RET-VALOR-BAIXADO
001855                 RET-VALOR-RECUPERADO
001855     END-REWRITE.
001855 1600-RECUPERAR-PERDA-EXIT.
001855     EXIT.

001870*=========================================================
001880* CONFERENCIA DO TRAILER DO BANCO CONTRA O QUE FOI BAIXADO
001890*=========================================================
