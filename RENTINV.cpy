000129*                (INV-CAM), RATEADA POR AREA PELO
000129*                FATURAMENTO (PROGCOB18) A PARTIR DO ARQUIVO
000129*                CAMCOST E JA SOMADA NO VALOR-BRL DA FATURA.
000129* 15/10/2026 FT  INCLUIDOS O CONSUMO MEDIDO DE ENERGIA E DE
000129*                AGUA DO LOTE (LEITURA DO MES X TARIFA DO
000129*                TARIFUTL), COBRADOS PELO FATURAMENTO
000129*                (PROGCOB18) COMO LINHAS PROPRIAS E JA
000129*                SOMADOS NO VALOR-BRL DA FATURA.
000129* 15/10/2026 FT  INCLUIDOS O VALOR EFETIVAMENTE PAGO E O
000129*                CANAL DO PAGAMENTO (R = RECIBO NA BAIXA
000129*                PROGCOB40, B = BOLETO NO RETORNO PROGCOB43),
000129*                PARA O EXTRATO DO LOCATARIO (PROGCOB06).
000129*                FATURA PAGA ANTES DISSO FICA COM ZEROS.
000129* 15/10/2026 FT  INCLUIDA A COBRANCA DE MANUTENCAO DO LOTE
000129*                (INV-MANUTENCAO): ORDENS DE SERVICO DO
000129*                ORDMANUT FECHADAS COMO RESPONSABILIDADE DO
000129*                LOCATARIO, COBRADAS PELO FATURAMENTO
000129*                (PROGCOB18) COMO LINHA PROPRIA E JA SOMADAS
000129*                NO VALOR-BRL DA FATURA.
000129* 15/10/2026 FT  INCLUIDO O ACORDO DE PARCELAMENTO DO ALUGUEL
000129*                EM ATRASO (ARQUIVO ACORDO, PROGCB102): A
000129*                FATURA VENCIDA ENTRA NO ACORDO COM A SITUACAO
000129*                N = RENEGOCIADA (FORA DO AGING, DA REMESSA E
000129*                DOS ENCARGOS), A DATA DO ACORDO NA DATA DE
000129*                PAGAMENTO E O CANAL A = ACORDO. AS PARCELAS
000129*                SAO FATURAS NOVAS (ORIGEM P) E O SALDO
000129*                RESTAURADO NA QUEBRA DO ACORDO (PROGCB103)
000129*                TAMBEM (ORIGEM S), AMBAS COM O NUMERO DO
000129*                ACORDO; FATURA DO FATURAMENTO FICA COM A
000129*                ORIGEM EM BRANCO.
000129* 15/10/2026 FT  INCLUIDA A SITUACAO W = BAIXADA COMO PERDA
000129*                (BAIXA DE INCOBRAVEL APROVADA PELO SUPERVISOR
000129*                NO PROGCB105: FORA DO AGING, DA REMESSA E DAS
000129*                INSTRUCOES DE COBRANCA) E A DATA DA BAIXA
000129*                (INV-DATA-PERDA). RECEBIMENTO POSTERIOR VIRA
000129*                RECUPERACAO (PROGCOB40/PROGCOB43): A FATURA
000129*                FICA PAGA E MANTEM A DATA DA PERDA.
000129* 15/10/2026 FT  INCLUIDA A RETENCAO DE IMPOSTOS NA FONTE PELO
000129*                LOCATARIO PESSOA JURIDICA: O PERFIL DO
000129*                CONTRATO (TEN-PERFIL-RETENCAO) NA EMISSAO,
000129*                IRRF, PIS, COFINS E CSLL ESPERADOS SOBRE O
000129*                VALOR-BRL (ALIQUOTAS DO TRIBPARM) E O TOTAL
000129*                RETIDO. O VALOR-BRL CONTINUA BRUTO; O
000129*                LIQUIDO (VALOR-BRL MENOS O RETIDO) E O QUE
000129*                VAI NO BOLETO (PROGCOB42) E O QUE A BAIXA
000129*                (PROGCOB40/PROGCOB43) ESPERA RECEBER. FATURA
000129*                SEM RETENCAO FICA COM ZEROS.
000130***********************************************************
000140 01  INV-INVOICE-RECORD.
000150     05  INV-NUMERO          PIC 9(06).
000290         88  INV-PAGA            VALUE 'P'.
000300         88  INV-EM-COBRANCA     VALUE 'R'.
000310         88  INV-EM-ABERTO       VALUE 'A' 'R'.
000310         88  INV-RENEGOCIADA     VALUE 'N'.
000310         88  INV-BAIXADA-PERDA   VALUE 'W'.
000320     05  INV-MULTA           PIC 9(06)V99.
000330     05  INV-JUROS           PIC 9(06)V99.
000340     05  INV-SW-ENCARGOS     PIC X(01).
000350         88  INV-ENCARGOS-EM-ABERTO  VALUE 'S'.
000360     05  INV-CAM             PIC 9(07)V99.
000360     05  INV-ENERGIA         PIC 9(07)V99.
000360     05  INV-AGUA            PIC 9(07)V99.
000370     05  INV-VALOR-PAGO      PIC 9(08)V99.
000380     05  INV-CANAL-PAGAMENTO PIC X(01).
000390         88  INV-PAGO-RECIBO     VALUE 'R'.
000400         88  INV-PAGO-BOLETO     VALUE 'B'.
000400         88  INV-BAIXA-ACORDO    VALUE 'A'.
000410     05  INV-MANUTENCAO      PIC 9(07)V99.
000410     05  INV-ACORDO          PIC 9(05).
000410     05  INV-PARCELA         PIC 9(02).
000410     05  INV-ORIGEM          PIC X(01).
000410         88  INV-ORIGEM-FATURAMENTO  VALUE SPACE.
000410         88  INV-PARCELA-ACORDO      VALUE 'P'.
000410         88  INV-SALDO-ACORDO        VALUE 'S'.
000410         88  INV-GERADA-ACORDO       VALUE 'P' 'S'.
000410     05  INV-DATA-PERDA      PIC 9(08).
000410     05  INV-PERFIL-RETENCAO PIC X(01).
000410         88  INV-RETEM-IRRF      VALUE 'I' 'T'.
000410         88  INV-RETEM-CSRF      VALUE 'C' 'T'.
000410     05  INV-RET-IRRF        PIC 9(07)V99.
000410     05  INV-RET-PIS         PIC 9(07)V99.
000410     05  INV-RET-COFINS      PIC 9(07)V99.
000410     05  INV-RET-CSLL        PIC 9(07)V99.
000410     05  INV-VALOR-RETIDO    PIC 9(08)V99.
