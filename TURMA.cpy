000010***********************************************************
000020* COPYBOOK: TURMA
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO CADASTRO DE TURMAS
000050*           (CLASS-MASTER, ARQUIVO TURMAS), CHAVEADO PELO
000060*           CODIGO DO CURSO (O MESMO DE STU-CURSO E
000070*           ENR-CURSO) - MANTIDO NO CONSOLE PELO PROGCB108.
000080*           LIGA O CURSO AO PROFESSOR RESPONSAVEL PELAS
000090*           NOTAS (TUR-PROFESSOR, CHAVE DO PROFMST) E GUARDA
000100*           O PRAZO DE LANCAMENTO DE CADA AVALIACAO (NOTA1,
000110*           NOTA2 E NOTA3, AAAAMMDD; ZEROS = SEM PRAZO). A
000120*           VISAO TUR-PRAZOS DA OS TRES PRAZOS COMO TABELA,
000130*           NA ORDEM DAS NOTAS DO STUDREC.
000140* DATA: 15/10/2026
000150* -----------------------------------------------------
000160* HISTORICO DE ALTERACOES
000170* 15/10/2026 FT  COPYBOOK CRIADA.
000180***********************************************************
000190 01  TUR-RECORD.
000200     05  TUR-CURSO           PIC X(05).
000210     05  TUR-DESCRICAO       PIC X(30).
000220     05  TUR-PROFESSOR       PIC 9(05).
000230     05  TUR-PRAZOS-NOTAS.
000240         10  TUR-PRAZO-NOTA1 PIC 9(08).
000250         10  TUR-PRAZO-NOTA2 PIC 9(08).
000260         10  TUR-PRAZO-NOTA3 PIC 9(08).
000270     05  TUR-PRAZOS REDEFINES TUR-PRAZOS-NOTAS.
000280         10  TUR-PRAZO       PIC 9(08) OCCURS 3 TIMES.
