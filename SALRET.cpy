000110*           ERRADO) E TRAILER (TIPO T, QUANTIDADE E VALOR
000120*           DOS CREDITADOS, CONFERIDOS CONTRA O APURADO).
000130* DATA: 28/08/2026
000132* -----------------------------------------------------
000134* HISTORICO DE ALTERACOES
000136* 15/10/2026 FT  INCLUIDA NO HEADER A SEQUENCIA DO RETORNO
000137*                (SRT-H-SEQUENCIA), TOMADA DO FILLER - ZEROS =
000138*                BANCO NAO NUMERA. CONFERIDA COM A DATA PELO
000139*                CONTROLE DE CHEGADA (PROGCB124).
000140***********************************************************
000150 01  SRT-RETORNO-RECORD.
000160     05  SRT-TIPO            PIC X(01).
000200     05  SRT-DADOS           PIC X(70).
000210     05  SRT-DADOS-HEADER REDEFINES SRT-DADOS.
000220         10  SRT-H-DATA      PIC 9(08).
000225         10  SRT-H-SEQUENCIA PIC 9(06).
000230         10  FILLER          PIC X(56).
000240     05  SRT-DADOS-DETALHE REDEFINES SRT-DADOS.
000250         10  SRT-D-MATRICULA PIC 9(05).
000260         10  SRT-D-COMPETENCIA PIC 9(06).
