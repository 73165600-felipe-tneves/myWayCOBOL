000120*           (PROGCOB45) REAPLICA O DIARIO DE TRAS PARA
000130*           FRENTE PARA DESFAZER UMA EXECUCAO ERRADA SEM
000140*           RESTAURAR O BACKUP INTEIRO.
000140*           NA ANONIMIZACAO LGPD (OPERACAO 'A') A IMAGEM
000140*           GRAVADA E A DE DEPOIS, JA COM O PSEUDONIMO - O
000140*           DIARIO PROVA A ANONIMIZACAO SEM GUARDAR DE NOVO
000140*           O DADO PESSOAL, E O BACKOUT NAO A DESFAZ.
000150* DATA: 23/08/2026
000152* -----------------------------------------------------
000154* HISTORICO DE ALTERACOES
000156* 15/10/2026 FT  INCLUIDA A OPERACAO 'A' (ANONIMIZACAO LGPD).
000160***********************************************************
000170 01  JRN-JOURNAL-RECORD.
000180     05  JRN-ARQUIVO         PIC X(08).
000210         88  JRN-OP-WRITE        VALUE 'W'.
000220         88  JRN-OP-REWRITE      VALUE 'R'.
000230         88  JRN-OP-DELETE       VALUE 'D'.
000235         88  JRN-OP-ANONIMIZACAO VALUE 'A'.
000240     05  JRN-PROGRAMA        PIC X(09).
000250     05  JRN-DATA            PIC 9(08).
000260     05  JRN-HORA            PIC 9(08).
