000010***********************************************************
000020* COPYBOOK: ARQCHEG
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DE CHEGADA DE ARQUIVO DE
000050*           ENTRADA (ARQUIVO ARQCHEG, ACUMULATIVO) - UMA LINHA
000060*           POR ARQUIVO CONFERIDO PELO CONTROLE DE CHEGADA
000070*           (PROGCB124) EM CADA RODADA: DATA E HORA DA
000080*           CONFERENCIA, DATA E SEQUENCIA DO HEADER DO
000090*           ARQUIVO, QUANTIDADE DE DETALHES, SITUACAO E OS
000100*           PASSOS DA CADEIA BLOQUEADOS POR ELE. O ULTIMO
000110*           ARQUIVO ACEITO EM DIA ANTERIOR E A REFERENCIA
000120*           CONTRA DUPLICADO E ARQUIVO ANTIGO. O MESMO LAYOUT
000130*           SERVE AO ARQBLOQ, QUE TRAZ SO AS LINHAS DA RODADA
000140*           QUE BLOQUEIAM PASSO, PARA OS ORQUESTRADORES
000150*           (PROGCOB21/PROGCOB75), E O RESUMO DA MANHA
000160*           (PROGCOB44) LISTA AS LINHAS DO DIA.
000170* DATA: 15/10/2026
000180***********************************************************
000190 01  ACH-CHEGADA-RECORD.
000200     05  ACH-ARQUIVO         PIC X(08).
000210     05  ACH-DATA-CONFERENCIA PIC 9(08).
000220     05  ACH-HORA-CONFERENCIA PIC 9(08).
000230     05  ACH-DATA-ARQUIVO    PIC 9(08).
000240     05  ACH-SEQUENCIA       PIC 9(06).
000250     05  ACH-QTDE-DETALHES   PIC 9(07).
000260     05  ACH-SITUACAO        PIC X(01).
000270         88  ACH-ACEITO          VALUE 'A'.
000280         88  ACH-ACEITO-ATRASADO VALUE 'T'.
000290         88  ACH-VAZIO-ACEITO    VALUE 'Z'.
000300         88  ACH-ARQUIVO-ACEITO  VALUE 'A' 'T' 'Z'.
000310         88  ACH-FALTANDO        VALUE 'F'.
000320         88  ACH-ATRASADO        VALUE 'L'.
000330         88  ACH-VAZIO-RECUSADO  VALUE 'V'.
000340         88  ACH-DUPLICADO       VALUE 'D'.
000350         88  ACH-ANTIGO          VALUE 'X'.
000360         88  ACH-SEM-HEADER      VALUE 'H'.
000370         88  ACH-NAO-ESPERADO    VALUE 'N'.
000380     05  ACH-ACAO            PIC X(01).
000390         88  ACH-PARA-CADEIA     VALUE 'P'.
000400     05  ACH-PASSOS.
000410         10  ACH-PASSO           PIC X(09) OCCURS 3 TIMES.
