000010***********************************************************
000020* COPYBOOK: RPTREPO
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DA LINHA DO REPOSITORIO DE RELATORIOS
000050*           (REPORT-REPOSITORY, ARQUIVO RPTREPO), INDEXADO
000060*           POR RELATORIO + DATA DA RODADA + JOB + EMPRESA +
000070*           NUMERO DA LINHA. O ARQUIVAMENTO (PROGCB116)
000080*           COPIA CADA RELATORIO FECHADO LINHA A LINHA; A
000090*           REIMPRESSAO (PROGCB117) LE NA ORDEM DA CHAVE. O
000100*           INDICE COM PAGINAS E LINHAS FICA NO RPTIDX.
000110* DATA: 15/10/2026
000120***********************************************************
000130 01  RPR-RECORD.
000140     05  RPR-CHAVE.
000150         10  RPR-RELATORIO   PIC X(08).
000160         10  RPR-DATA        PIC 9(08).
000170         10  RPR-JOB         PIC X(08).
000180         10  RPR-EMPRESA     PIC 9(02).
000190         10  RPR-LINHA       PIC 9(07).
000200     05  RPR-TEXTO           PIC X(132).
