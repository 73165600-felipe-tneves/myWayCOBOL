000010***********************************************************
000020* COPYBOOK: CURRIC
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DA GRADE CURRICULAR
000050*           (CURRICULUM-MASTER, ARQUIVO CURRIC), CHAVEADO POR
000060*           PROGRAMA + CURSO - MANTIDO NO CONSOLE PELO
000070*           PROGCB110. O REGISTRO COM CURSO EM BRANCO E O
000080*           CABECALHO DO PROGRAMA (DESCRICAO E QUANTIDADE
000090*           MINIMA DE ELETIVAS); OS DEMAIS SAO AS
000100*           DISCIPLINAS DA GRADE, OBRIGATORIAS (O) OU
000110*           ELETIVAS (E), COM O MESMO CODIGO DE CURSO DE
000120*           STU-CURSO/ENR-CURSO/GRH-CURSO. A AUDITORIA DE
000130*           FORMATURA (PROGCB111) CONFRONTA O GRDHIST DO
000140*           ALUNO COM A GRADE DO PROGRAMA DELE (STUPROG).
000140*           CUR-PROXIMO E O CURSO SEGUINTE DA SEQUENCIA DA
000140*           GRADE (BRANCO = FIM DA SEQUENCIA): APROVADO NO
000140*           CURSO, A REMATRICULA (PROGCB112) PROPOE O
000140*           PROXIMO NO SEMESTRE SEGUINTE.
000150* DATA: 15/10/2026
000160* -----------------------------------------------------
000170* HISTORICO DE ALTERACOES
000180* 15/10/2026 FT  COPYBOOK CRIADA.
000190***********************************************************
000200 01  CUR-RECORD.
000210     05  CUR-CHAVE.
000220         10  CUR-PROGRAMA    PIC X(05).
000230         10  CUR-CURSO       PIC X(05).
000240             88  CUR-CABECALHO       VALUE SPACES.
000250     05  CUR-TIPO            PIC X(01).
000260         88  CUR-PROGRAMA-REG    VALUE 'P'.
000270         88  CUR-OBRIGATORIA     VALUE 'O'.
000280         88  CUR-ELETIVA         VALUE 'E'.
000290     05  CUR-DESCRICAO       PIC X(30).
000300     05  CUR-MIN-ELETIVAS    PIC 9(02).
000300     05  CUR-PROXIMO         PIC X(05).
