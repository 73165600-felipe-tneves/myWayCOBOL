000010***********************************************************
000020* COPYBOOK: VALETRAN
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO CADASTRO DE ADESOES AO
000050*           VALE-TRANSPORTE (TRANSIT-ENROLLMENT, ARQUIVO
000060*           VALETRAN), CHAVEADO POR MATRICULA - MANTIDO NO
000070*           CONSOLE PELO PROGCOB88 COM A TARIFA POR VIAGEM,
000080*           AS VIAGENS POR DIA UTIL E O CARTAO DA OPERADORA.
000090*           O PEDIDO MENSAL (PROGCOB89) RECARREGA O CARTAO
000100*           PELOS DIAS UTEIS DO MES SEGUINTE, PULA QUEM ESTA
000110*           AFASTADO E ENCERRA A ADESAO DE QUEM FOI
000120*           DESLIGADO (MOVHIST); A FOLHA (PROGCOB32)
000130*           DESCONTA ATE 6% DO SALARIO BASE.
000140* DATA: 15/10/2026
000150***********************************************************
000160 01  VTR-RECORD.
000170     05  VTR-MATRICULA       PIC 9(05).
000180*    TARIFA DE UMA VIAGEM E VIAGENS POR DIA UTIL (IDA E
000190*    VOLTA COM UMA CONDUCAO = 2)
000200     05  VTR-TARIFA          PIC 9(03)V99.
000210     05  VTR-VIAGENS-DIA     PIC 9(02).
000220     05  VTR-CARTAO          PIC X(16).
000230     05  VTR-SITUACAO        PIC X(01).
000240         88  VTR-ATIVA           VALUE 'A'.
000250         88  VTR-CANCELADA       VALUE 'C'.
000260*    MOTIVO DO CANCELAMENTO: O = OPCAO DO FUNCIONARIO
000270*    (CONSOLE), D = DESLIGAMENTO (PEDIDO MENSAL)
000280     05  VTR-MOTIVO-CANCEL   PIC X(01).
000290         88  VTR-CANCEL-OPCAO    VALUE 'O'.
000300         88  VTR-CANCEL-DESLIG   VALUE 'D'.
000310     05  VTR-DATA-ADESAO     PIC 9(08).
000320     05  VTR-DATA-CANCEL     PIC 9(08).
000330*    ULTIMA COMPETENCIA PEDIDA A OPERADORA
000340     05  VTR-ULT-COMPETENCIA PIC 9(06).
000350     05  VTR-USUARIO         PIC X(08).
