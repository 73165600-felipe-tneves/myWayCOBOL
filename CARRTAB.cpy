000096*                CHAVE, FIM NO CORPO), NO MESMO DESENHO DA
000097*                UF-RATE-TABLE - VIGENCIA FIM 99999999 (OU
000098*                ZEROS) = SEM FIM PREVISTO.
000098* 15/10/2026 FT  INCLUIDO O MULTIPLICADOR DO FRETE DE
000098*                DEVOLUCAO (CTB-MULT-DEVOLUCAO), NEGOCIADO COM A
000098*                TRANSPORTADORA PARA O RETORNO DE MERCADORIA A
000098*                UF DA CHAVE - ZEROS = RETORNO PELO MESMO
000098*                MULTIPLICADOR DA ENTREGA (CTB-MULTIPLIER).
000100***********************************************************
000110 01  CTB-RATE-RECORD.
000120     05  CTB-CHAVE.
000145         10  CTB-VIGENCIA-INI    PIC 9(08).
000148     05  CTB-VIGENCIA-FIM        PIC 9(08).
000150     05  CTB-MULTIPLIER          PIC 9V9999.
000150     05  CTB-MULT-DEVOLUCAO      PIC 9V9999.
