000010***********************************************************
000020* COPYBOOK: CALACAD
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO CALENDARIO ACADEMICO
000050*           (ARQUIVO CALACAD, LINE SEQUENTIAL, MANTIDO PELA
000060*           SECRETARIA COMO OS DEMAIS ARQUIVOS DE
000070*           PARAMETROS) - UM REGISTRO POR PERIODO LETIVO,
000080*           COM O CODIGO AAAAS (ANO + SEMESTRE), A DATA DE
000090*           INICIO E A DATA DE FIM DO PERIODO. LIDO PELA
000100*           ROTINA PERACAD, QUE DEVOLVE O PERIODO LETIVO DE
000110*           UMA DATA; DATA FORA DE TODOS OS PERIODOS
000120*           CADASTRADOS (OU ARQUIVO AUSENTE) CAI NA REGRA
000130*           DO SEMESTRE CIVIL (JAN-JUN = 1, JUL-DEZ = 2).
000140* DATA: 15/10/2026
000150* -----------------------------------------------------
000160* HISTORICO DE ALTERACOES
000170* 15/10/2026 FT  COPYBOOK CRIADA.
000180***********************************************************
000190 01  CAC-RECORD.
000200     05  CAC-PERIODO         PIC 9(05).
000210     05  CAC-PERIODO-R REDEFINES CAC-PERIODO.
000220         10  CAC-ANO         PIC 9(04).
000230         10  CAC-SEMESTRE    PIC 9(01).
000240     05  CAC-DATA-INICIO     PIC 9(08).
000250     05  CAC-DATA-FIM        PIC 9(08).
000260     05  CAC-DESCRICAO       PIC X(20).
