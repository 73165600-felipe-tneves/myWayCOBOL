000154* 01/09/2026 FT  INCLUIDO O CPF DO ADMITIDO (MTX-CPF),
000156*                VALIDADO PELO DIGITO VERIFICADOR (VALDOC)
000157*                NA CARGA - CPF INVALIDO REJEITA A ADMISSAO.
000158* 15/10/2026 FT  INCLUIDO O TIPO DO DESLIGAMENTO (SO NO
000159*                EVENTO D; EM BRANCO = SEM JUSTA CAUSA).
000159* 15/10/2026 FT  EVENTOS P (PROMOCAO) E T (TRANSFERENCIA),
000159*                COM DATA EFETIVA EM MTX-DATA E O DESTINO EM
000159*                MTX-DEPARTAMENTO/FAIXA/SALARIO/EMPRESA (EM
000159*                BRANCO OU ZEROS = MANTEM O ATUAL; EMPRESA SO
000159*                NO EVENTO T).
000160***********************************************************
000170 01  MTX-RECORD.
000180     05  MTX-EVENTO          PIC X(01).
000200         88  MTX-EVENTO-DESLIGAMENTO VALUE 'D'.
000210         88  MTX-EVENTO-AFASTAMENTO  VALUE 'F'.
000220         88  MTX-EVENTO-RETORNO      VALUE 'R'.
000222         88  MTX-EVENTO-PROMOCAO     VALUE 'P'.
000224         88  MTX-EVENTO-TRANSFERENCIA VALUE 'T'.
000230         88  MTX-EVENTO-VALIDO       VALUE 'A' 'D' 'F' 'R'
000232                                           'P' 'T'.
000240     05  MTX-MATRICULA       PIC 9(05).
000250     05  MTX-DATA            PIC 9(08).
000260     05  MTX-NOME            PIC X(30).
000300     05  MTX-FAIXA           PIC X(03).
000310     05  MTX-EMPRESA         PIC 9(02).
000320     05  MTX-CPF             PIC 9(11).
000330     05  MTX-TIPO-DESLG      PIC X(01).
000340         88  MTX-TIPO-DESLG-VALIDO   VALUE 'S' 'J' 'P' ' '.
