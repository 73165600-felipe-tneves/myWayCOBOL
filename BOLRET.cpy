000090*           QUANTIDADE E VALOR DOS LIQUIDADOS, CONFERIDOS
000100*           CONTRA O QUE FOI EFETIVAMENTE BAIXADO).
000110* DATA: 23/08/2026
000112* -----------------------------------------------------
000114* HISTORICO DE ALTERACOES
000116* 15/10/2026 FT  INCLUIDA NO HEADER A SEQUENCIA DO RETORNO
000117*                (BRT-H-SEQUENCIA), TOMADA DO FILLER - ZEROS =
000118*                BANCO NAO NUMERA. CONFERIDA COM A DATA PELO
000119*                CONTROLE DE CHEGADA (PROGCB124).
000120***********************************************************
000130 01  BRT-RETORNO-RECORD.
000140     05  BRT-TIPO            PIC X(01).
000180     05  BRT-DADOS           PIC X(70).
000190     05  BRT-DADOS-HEADER REDEFINES BRT-DADOS.
000200         10  BRT-H-DATA      PIC 9(08).
000205         10  BRT-H-SEQUENCIA PIC 9(06).
000210         10  FILLER          PIC X(56).
000220     05  BRT-DADOS-DETALHE REDEFINES BRT-DADOS.
000230         10  BRT-D-NOSSO-NUMERO PIC 9(06).
000240         10  BRT-D-OCORRENCIA PIC X(02).
