000010***********************************************************
000020* COPYBOOK: RPTCTL
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DE CONTROLE DO ARQUIVAMENTO
000050*           DE RELATORIOS (ARQUIVO RPTCTL) - UM REGISTRO COM
000060*           O NOME DO JOB QUE PRODUZIU OS RELATORIOS, UM
000070*           DATASET POR JOB NA JCL. AUSENTE OU EM BRANCO,
000080*           O ARQUIVAMENTO GRAVA O JOB COMO AVULSO.
000090* DATA: 15/10/2026
000100***********************************************************
000110 01  RCT-RECORD.
000120     05  RCT-JOB             PIC X(08).
