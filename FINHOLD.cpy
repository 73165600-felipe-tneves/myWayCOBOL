000010***********************************************************
000020* COPYBOOK: FINHOLD
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO CADASTRO DE BLOQUEIOS
000050*           FINANCEIROS DA REMATRICULA (ARQUIVO FINHOLD),
000060*           CHAVEADO PELA MATRICULA DO ALUNO. GRAVADO PELO
000070*           LOTE DE REMATRICULA (PROGCB112): ALUNO COM
000080*           MENSALIDADE (TUIINV) VENCIDA HA MAIS QUE A
000090*           CARENCIA DO REMPARM FICA B = BLOQUEADO, COM A
000100*           QUANTIDADE E O VALOR DAS FATURAS VENCIDAS E O
000110*           VENCIMENTO MAIS ANTIGO; QUITADAS AS FATURAS, A
000120*           RODADA SEGUINTE PASSA O REGISTRO A L = LIBERADO
000130*           COM A DATA DA LIBERACAO. UM NOVO ATRASO DEPOIS
000140*           DA LIBERACAO BLOQUEIA DE NOVO (NOVA DATA).
000150*           FHD-BOLSA-REVOGADA = 'S' QUANDO A BOLSA DO
000160*           ALUNO NO AWARDS ESTA REVOGADA (MENSALIDADE
000170*           INTEGRAL).
000180* DATA: 15/10/2026
000190* -----------------------------------------------------
000200* HISTORICO DE ALTERACOES
000210* 15/10/2026 FT  COPYBOOK CRIADA.
000220***********************************************************
000230 01  FHD-RECORD.
000240     05  FHD-ID              PIC 9(05).
000250     05  FHD-SITUACAO        PIC X(01).
000260         88  FHD-BLOQUEADO       VALUE 'B'.
000270         88  FHD-LIBERADO        VALUE 'L'.
000280     05  FHD-DATA-BLOQUEIO   PIC 9(08).
000290     05  FHD-DATA-LIBERACAO  PIC 9(08).
000300     05  FHD-QTDE-FATURAS    PIC 9(03).
000310     05  FHD-VALOR-VENCIDO   PIC 9(08)V99.
000320     05  FHD-VENCTO-ANTIGO   PIC 9(08).
000330     05  FHD-BOLSA-REVOGADA  PIC X(01).
000340         88  FHD-COM-BOLSA-REVOGADA  VALUE 'S'.
