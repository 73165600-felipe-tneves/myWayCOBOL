000120*           PROCESSOU ARQUIVO TRUNCADO E RETRANSMISSAO DUAS
000130*           VEZES SEM NINGUEM PERCEBER.
000140* DATA: 25/08/2026
000142* -----------------------------------------------------
000144* HISTORICO DE ALTERACOES
000146* 15/10/2026 FT  INCLUIDA NO HEADER A SEQUENCIA DA TRANSMISSAO
000147*                (RCV-H-SEQUENCIA), TOMADA DO FILLER - ZEROS =
000148*                REMETENTE NAO NUMERA. CONFERIDA COM A DATA
000149*                PELO CONTROLE DE CHEGADA (PROGCB124).
000150***********************************************************
000160 01  RCV-REGISTRO.
000170     05  RCV-TIPO                PIC X(01).
000210     05  RCV-CORPO               PIC X(65).
000220     05  RCV-CORPO-HEADER REDEFINES RCV-CORPO.
000230         10  RCV-H-DATA          PIC 9(08).
000235         10  RCV-H-SEQUENCIA     PIC 9(06).
000240         10  FILLER              PIC X(51).
000250     05  RCV-CORPO-DETALHE REDEFINES RCV-CORPO.
000260         10  RCV-D-TRANSP        PIC X(03).
000270         10  RCV-D-FATURA        PIC X(08).
