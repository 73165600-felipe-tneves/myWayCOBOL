000010***********************************************************
000020* COPYBOOK: VIGRES
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: AREA DE RESULTADO DA ROTINA COMUM VIGCHK
000050*           (CONFERENCIA DAS VIGENCIAS DE UMA TAXA DA UFRATE
000060*           OU DA CARRTAB) - QUANTIDADE DE FAIXAS, AS
000070*           SOBREPOSICOES (FAIXA QUE COMECA ANTES DO FIM DE
000080*           OUTRA) E AS LACUNAS (DIAS SEM TAXA) NA JANELA DE
000090*           90 DIAS A PARTIR DA DATA DE REFERENCIA - AS CINCO
000100*           PRIMEIRAS DE CADA, COM AS QUANTIDADES TOTAIS - E SE
000110*           TODAS AS FAIXAS TERMINAM EM ATE 30 DIAS.
000120* DATA: 15/10/2026
000130***********************************************************
000140 01  VGR-RESULTADO.
000150     05  VGR-QTDE-FAIXAS         PIC 9(03).
000160     05  VGR-QTDE-SOBREPOSICOES  PIC 9(03).
000170     05  VGR-SOBREPOSICAO OCCURS 5 TIMES.
000180         10  VGR-SOB-INICIO      PIC 9(08).
000190         10  VGR-SOB-FIM-ANTERIOR PIC 9(08).
000200     05  VGR-QTDE-LACUNAS        PIC 9(03).
000210     05  VGR-LACUNA OCCURS 5 TIMES.
000220         10  VGR-LAC-DE          PIC 9(08).
000230         10  VGR-LAC-ATE         PIC 9(08).
000240     05  VGR-ULTIMO-FIM          PIC 9(08).
000250     05  VGR-SW-TERMINA          PIC X(01).
000260         88  VGR-TERMINA-EM-30-DIAS  VALUE 'S'.
