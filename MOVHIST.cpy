000112* HISTORICO DE ALTERACOES
000114* 23/08/2026 FT  INCLUIDO O USUARIO RESPONSAVEL
000116*                (MOV-USUARIO; 'BATCH' NO LOTE).
000117* 15/10/2026 FT  INCLUIDOS DEPARTAMENTO, FAIXA E EMPRESA
000117*                ANTES E DEPOIS, PARA OS EVENTOS PROMOCAO E
000117*                TRANSFERENC. (MOV-EVENTO), E A ORIGEM DO
000117*                EVENTO: 'T' MARCA O DESLIGAMENTO/ADMISSAO
000117*                GERADOS POR TRANSFERENCIA ENTRE EMPRESAS,
000117*                QUE NAO ZERAM 13 NEM PERIODO AQUISITIVO.
000117*                REGISTRO ANTIGO = CAMPOS EM BRANCO.
000118* 15/10/2026 FT  INCLUIDO O TIPO DO DESLIGAMENTO (S/J/P, SO NO
000118*                EVENTO DESLIGAMENTO), PARA O EXTRATO DE
000118*                EVENTOS AO GOVERNO (PROGCOB85).
000120***********************************************************
000130 01  MOV-MOVEMENT-RECORD.
000140     05  MOV-MATRICULA       PIC 9(05).
000190     05  MOV-SALARIO-ANTES   PIC 9(06)V99.
000200     05  MOV-SALARIO-DEPOIS  PIC 9(06)V99.
000210     05  MOV-USUARIO         PIC X(08).
000220     05  MOV-DEPTO-ANTES     PIC X(04).
000230     05  MOV-DEPTO-DEPOIS    PIC X(04).
000240     05  MOV-FAIXA-ANTES     PIC X(03).
000250     05  MOV-FAIXA-DEPOIS    PIC X(03).
000260     05  MOV-EMPRESA-ANTES   PIC X(02).
000270     05  MOV-EMPRESA-DEPOIS  PIC X(02).
000280     05  MOV-ORIGEM          PIC X(01).
000290         88  MOV-TRANSF-EMPRESA  VALUE 'T'.
000300     05  MOV-TIPO-DESLG      PIC X(01).
