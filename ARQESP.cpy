000010***********************************************************
000020* COPYBOOK: ARQESP
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO CADASTRO DE ARQUIVOS DE ENTRADA
000050*           ESPERADOS (ARQUIVO ARQESPER) - UM REGISTRO POR
000060*           ARQUIVO QUE CHEGA DE FORA (VENDAS, TRANSPORTADORAS,
000070*           BANCOS), COM O REMETENTE, OS DIAS DA SEMANA EM QUE
000080*           O ARQUIVO E ESPERADO ('S' NA POSICAO DO DIA:
000090*           POSICAO 1 = DOMINGO ... 7 =
000100*           SABADO, COMO O CALCULO DE ZELLER DO DIAUTIL), A
000110*           HORA LIMITE DE CHEGADA (HHMM), SE O ARQUIVO PODE
000120*           VIR VAZIO ("SEM MOVIMENTO"), A ACAO QUANDO ELE
000130*           FALTA OU E RECUSADO (P = PARA A CADEIA, S = PULA
000140*           SO OS PASSOS DEPENDENTES) E ATE TRES PASSOS DA
000150*           CADEIA QUE DEPENDEM DELE. LIDO PELO CONTROLE DE
000160*           CHEGADA (PROGCB124) ANTES DAS CADEIAS NOTURNA E
000170*           MENSAL - UM DATASET POR JOB NA JCL, COMO O RPTCTL.
000180* OBS: PASSOS DEPENDENTES SAO OS PROGRAMAS DA PROPRIA
000190*      CADEIA. ARQUIVO CUJO PROGRAMA RODA FORA DA CADEIA
000200*      (BANKRATE/PROGCOB48, RAWCINVC/PROGCOB53, BOLRET/
000210*      PROGCOB43, SALRET/PROGCOB61) E CADASTRADO SEM PASSO:
000220*      A CHEGADA E CONFERIDA E REGISTRADA E O PROBLEMA SAI
000230*      NO RESUMO DA MANHA, SEM PULAR NADA DA CADEIA.
000240* DATA: 15/10/2026
000250***********************************************************
000260 01  AEP-ESPERADO-RECORD.
000270     05  AEP-ARQUIVO         PIC X(08).
000280     05  AEP-REMETENTE       PIC X(20).
000290     05  AEP-DIAS-SEMANA     PIC X(07).
000300     05  AEP-DIAS-R REDEFINES AEP-DIAS-SEMANA.
000310         10  AEP-DIA-ESPERADO    PIC X(01) OCCURS 7 TIMES.
000320             88  AEP-ESPERADO-NO-DIA VALUE 'S'.
000330     05  AEP-HORA-LIMITE     PIC 9(04).
000340     05  AEP-VAZIO           PIC X(01).
000350         88  AEP-VAZIO-PERMITIDO VALUE 'S'.
000360     05  AEP-ACAO            PIC X(01).
000370         88  AEP-PARA-CADEIA     VALUE 'P'.
000380         88  AEP-PULA-PASSOS     VALUE 'S' ' '.
000390     05  AEP-PASSOS.
000400         10  AEP-PASSO           PIC X(09) OCCURS 3 TIMES.
