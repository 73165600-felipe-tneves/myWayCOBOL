000010***********************************************************
000020* COPYBOOK: PROFMST
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO CADASTRO DE PROFESSORES
000050*           (TEACHER-MASTER, ARQUIVO PROFMST), CHAVEADO PELO
000060*           CODIGO DO PROFESSOR - MANTIDO NO CONSOLE PELO
000070*           PROGCB108. CADA TURMA (TURMAS) APONTA PARA O
000080*           PROFESSOR QUE DEVE AS NOTAS DO CURSO; O
000090*           RELATORIO DE NOTAS PENDENTES (PROGCB109) SAI
000100*           QUEBRADO POR PROFESSOR. PROFESSOR INATIVO NAO
000110*           RECEBE TURMA NOVA.
000120* DATA: 15/10/2026
000130* -----------------------------------------------------
000140* HISTORICO DE ALTERACOES
000150* 15/10/2026 FT  COPYBOOK CRIADA.
000160***********************************************************
000170 01  PRF-RECORD.
000180     05  PRF-CODIGO          PIC 9(05).
000190     05  PRF-NOME            PIC X(30).
000200     05  PRF-EMAIL           PIC X(40).
000210     05  PRF-SITUACAO        PIC X(01).
000220         88  PRF-ATIVO           VALUE 'A'.
000230         88  PRF-INATIVO         VALUE 'I'.
