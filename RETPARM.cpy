000100*           ARQUIVOS SEM DATA NO REGISTRO (REJORDER, REJDIM)
000110*           SAO ARQUIVADOS POR INTEIRO A CADA RODADA,
000120*           QUALQUER QUE SEJA O PRAZO INFORMADO.
000122*           NOME DE RELATORIO (RAISERPT, FOLHARPT ...) DA
000124*           A RETENCAO DAQUELE TIPO NO REPOSITORIO DE
000126*           RELATORIOS (RPTIDX/RPTREPO); TIPO SEM REGISTRO
000128*           FICA GUARDADO INDEFINIDAMENTE.
000129*           REGISTROS 'EMPMAST' E 'STUDENTS' DAO O PRAZO DE
000129*           DADOS PESSOAIS (MESES APOS O DESLIGAMENTO / APOS A
000129*           ULTIMA ATIVIDADE DO ALUNO) PARA A ANONIMIZACAO
000129*           LGPD (PROGCB122); O EXPURGO OS IGNORA.
000130* DATA: 23/08/2026
000132* -----------------------------------------------------
000134* HISTORICO DE ALTERACOES
000136* 15/10/2026 FT  INCLUIDA A RETENCAO POR TIPO DE RELATORIO
000138*                NO REPOSITORIO DE RELATORIOS.
000139* 15/10/2026 FT  INCLUIDOS OS PRAZOS DE DADOS PESSOAIS PARA A
000139*                ANONIMIZACAO LGPD.
000140***********************************************************
000150 01  RET-PARAM-RECORD.
000160     05  RET-ARQUIVO         PIC X(08).
