000094* 27/08/2026 FT  INCLUIDA A QUANTIDADE DE DEPENDENTES ATIVOS
000096*                CONSIDERADA NA BASE DO IRRF (CADASTRO
000097*                DEPNDNT), PARA SAIR NO CONTRACHEQUE.
000098* 05/10/2026 FT  INCLUIDOS OS DIAS DE FERIAS DA COMPETENCIA E
000098*                O VALOR DELES JA ADIANTADO NO PAGAMENTO DE
000098*                FERIAS (FERADT, PROGCOB81) E ABATIDO DO
000098*                SALARIO DO MES. ZEROS NO 13o.
000099* 15/10/2026 FT  INCLUIDOS OS EVENTOS DO CARTAO DE PONTO
000099*                (PONTO, PROGCOB82), CADA UM EM LINHA PROPRIA
000099*                NO CONTRACHEQUE: SALARIO BASE, HORAS EXTRAS
000099*                50% E 100% E ADICIONAL NOTURNO (HORAS E
000099*                VALOR), REFLEXO NO DSR E FALTAS
000099*                INJUSTIFICADAS (DIAS E DESCONTO). O BRUTO
000099*                (CHQ-SALARIO-BRUTO) JA VEM COM OS EVENTOS.
000099*                ZEROS NO 13o.
000099* 15/10/2026 FT  INCLUIDA A PARCELA DO MES DOS EMPRESTIMOS
000099*                CONSIGNADOS (CONSIG, PROGCOB83), DESCONTADA
000099*                EM LINHA PROPRIA. ZEROS NO 13o.
000099* 15/10/2026 FT  INCLUIDO O DESCONTO DO VALE-TRANSPORTE (ATE 6%
000099*                DO SALARIO BASE, VTDESC/PROGCOB89), EM LINHA
000099*                PROPRIA. ZEROS NO 13o.
000099* 15/10/2026 FT  INCLUIDO O ADIANTAMENTO QUINZENAL JA PAGO NA
000099*                COMPETENCIA (ADIANT, PROGCOB90), DESCONTADO
000099*                EM LINHA PROPRIA. ZEROS NO 13o.
000100***********************************************************
000110 01  CHQ-PAYSLIP-RECORD.
000120     05  CHQ-MATRICULA       PIC 9(05).
000180     05  CHQ-DESCONTOS-FIXOS PIC 9(06)V99.
000190     05  CHQ-LIQUIDO         PIC 9(06)V99.
000200     05  CHQ-QTDE-DEPENDENTES PIC 9(02).
000210     05  CHQ-FERIAS-DIAS     PIC 9(02).
000220     05  CHQ-FERIAS-ABATIDO  PIC 9(06)V99.
000230     05  CHQ-SALARIO-BASE    PIC 9(06)V99.
000240     05  CHQ-HE50-HORAS      PIC 9(03)V99.
000250     05  CHQ-HE50-VALOR      PIC 9(06)V99.
000260     05  CHQ-HE100-HORAS     PIC 9(03)V99.
000270     05  CHQ-HE100-VALOR     PIC 9(06)V99.
000280     05  CHQ-NOTURNO-HORAS   PIC 9(03)V99.
000290     05  CHQ-NOTURNO-VALOR   PIC 9(06)V99.
000300     05  CHQ-DSR-VALOR       PIC 9(06)V99.
000310     05  CHQ-FALTAS-DIAS     PIC 9(02).
000320     05  CHQ-FALTAS-VALOR    PIC 9(06)V99.
000330     05  CHQ-CONSIGNADO      PIC 9(06)V99.
000340     05  CHQ-VALE-TRANSP     PIC 9(06)V99.
000350     05  CHQ-ADIANTAMENTO    PIC 9(06)V99.
