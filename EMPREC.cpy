000099*                ADMISSAO (PROGCOB33/63) E VALIDADO PELO
000099*                DIGITO VERIFICADOR (ROTINA COMUM VALDOC).
000099*                ZEROS = REGISTRO ANTIGO SEM CPF.
000099* 15/10/2026 FT  INCLUIDA A OPCAO PELO ADIANTAMENTO QUINZENAL
000099*                (EMP-OPCAO-ADIANT: S=OPTA, N OU BRANCO=NAO
000099*                OPTA), MANTIDA PELO PROGCOB33 E LIDA PELO
000099*                LOTE DO ADIANTAMENTO (PROGCOB90).
000100***********************************************************
000110 01  EMP-RECORD.
000120     05  EMP-ID               PIC 9(05).
000210         88  EMP-DESLIGADO        VALUE 'D'.
000220     05  EMP-EMPRESA          PIC 9(02).
000230     05  EMP-CPF              PIC 9(11).
000240     05  EMP-OPCAO-ADIANT     PIC X(01).
000250         88  EMP-OPTA-ADIANT      VALUE 'S'.
