000129*                (PROGCOB18) PASSA A COBRAR A TAXA DO
000129*                CONTRATO. ZEROS = USA A RENTRATE GLOBAL
000129*                (CONTRATO ANTIGO AINDA NAO REAJUSTADO).
000129* 15/10/2026 FT  INCLUIDOS O CNPJ DO LOCATARIO PESSOA JURIDICA
000129*                (CONFERIDO PELA ROTINA COMUM VALDOC) E O
000129*                PERFIL DE RETENCAO DE IMPOSTOS NA FONTE:
000129*                N OU BRANCO = SEM RETENCAO, I = SO IRRF,
000129*                C = SO PIS/COFINS/CSLL, T = TODOS. MANTIDOS
000129*                NO CONSOLE PROGCB106, PARA TODOS OS CONTRATOS
000129*                DO MESMO LOCATARIO; O FATURAMENTO (PROGCOB18)
000129*                CALCULA A RETENCAO ESPERADA DE CADA FATURA.
000130***********************************************************
000140 01  TEN-CONTRACT-RECORD.
000150     05  TEN-LOTE-ID         PIC 9(05).
000220         88  TEN-ENCERRADO       VALUE 'E'.
000230     05  TEN-VALOR-M2        PIC 9(04)V99.
000240     05  TEN-VALOR-VIGENCIA  PIC 9(08).
000240     05  TEN-CNPJ            PIC X(14).
000240     05  TEN-PERFIL-RETENCAO PIC X(01).
000240         88  TEN-SEM-RETENCAO    VALUE 'N' SPACE.
000240         88  TEN-RETEM-IRRF      VALUE 'I' 'T'.
000240         88  TEN-RETEM-CSRF      VALUE 'C' 'T'.
000240         88  TEN-PERFIL-VALIDO   VALUE 'N' 'I' 'C' 'T'.
