000290* -----------------------------------------------------
000300* HISTORICO DE ALTERACOES
000310* 31/08/2026 FT  PROGRAMA CRIADO.
000310* 15/10/2026 FT  ZERA OS NOVOS CAMPOS DE CONSUMO MEDIDO
000310*                (ENERGIA/AGUA) DA FATURA GRAVADA.
000310* 15/10/2026 FT  ZERA O VALOR PAGO E O CANAL DE PAGAMENTO
000310*                DA FATURA GRAVADA.
000310* 15/10/2026 FT  ZERA A COBRANCA DE MANUTENCAO DA FATURA
000310*                GRAVADA.
000310* 15/10/2026 FT  ZERA O ACORDO DE PARCELAMENTO DA FATURA
000310*                GRAVADA.
000310* 15/10/2026 FT  ZERA A DATA DE BAIXA COMO PERDA DA FATURA
000310*                GRAVADA.
000310* 15/10/2026 FT  FATURA GRAVADA SEM RETENCAO NA FONTE (PERFIL
000310*                EM BRANCO E IMPOSTOS RETIDOS ZERADOS).
000320***********************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
003530     SET INV-ABERTA TO TRUE.
003532     MOVE ZEROS TO INV-MULTA INV-JUROS.
003533     MOVE ZEROS TO INV-CAM.
003533     MOVE ZEROS TO INV-ENERGIA INV-AGUA.
003533     MOVE ZEROS TO INV-VALOR-PAGO.
003533     MOVE SPACES TO INV-CANAL-PAGAMENTO.
003533     MOVE ZEROS TO INV-MANUTENCAO.
003533     MOVE ZEROS TO INV-ACORDO INV-PARCELA.
003533     MOVE SPACES TO INV-ORIGEM.
003533     MOVE ZEROS TO INV-DATA-PERDA.
003533     MOVE SPACES TO INV-PERFIL-RETENCAO.
003533     MOVE ZEROS TO INV-RET-IRRF INV-RET-PIS INV-RET-COFINS
003533         INV-RET-CSLL INV-VALOR-RETIDO.
003534     MOVE SPACES TO INV-SW-ENCARGOS.
003540     WRITE INV-INVOICE-RECORD
003550         INVALID KEY
