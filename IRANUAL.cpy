000010***********************************************************
000020* COPYBOOK: IRANUAL
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO ARQUIVO DA DECLARACAO ANUAL DE
000050*           IMPOSTO RETIDO NA FONTE (ANNUAL-WITHHOLDING,
000060*           ARQUIVO IRANUAL) ENTREGUE AO CONTADOR - UM
000070*           REGISTRO DE TAMANHO FIXO POR BENEFICIARIO NO
000080*           ANO-CALENDARIO, GRAVADO PELO INFORME DE
000090*           RENDIMENTOS (PROGCOB84) COM OS MESMOS VALORES
000100*           IMPRESSOS NO INFORME. VALORES COM 2 DECIMAIS
000110*           IMPLICITAS, ZEROS A ESQUERDA.
000120* DATA: 15/10/2026
000130***********************************************************
000140 01  IRA-DECLARACAO-RECORD.
000150     05  IRA-TIPO-REGISTRO   PIC X(01).
000160         88  IRA-BENEFICIARIO    VALUE 'B'.
000170     05  IRA-ANO-CALENDARIO  PIC 9(04).
000180     05  IRA-CNPJ-FONTE      PIC 9(14).
000190*    CODIGO DA RECEITA: 0561 = TRABALHO ASSALARIADO
000200     05  IRA-COD-RECEITA     PIC X(04).
000210     05  IRA-CPF             PIC 9(11).
000220     05  IRA-NOME            PIC X(30).
000230     05  IRA-MATRICULA       PIC 9(05).
000240     05  IRA-REND-TRIBUTAVEL PIC 9(09)V99.
000250     05  IRA-PREVIDENCIA     PIC 9(09)V99.
000260     05  IRA-IRRF            PIC 9(09)V99.
000270     05  IRA-13-SALARIO      PIC 9(09)V99.
000280     05  IRA-13-PREVIDENCIA  PIC 9(09)V99.
000290     05  IRA-13-IRRF         PIC 9(09)V99.
000300     05  IRA-REND-ISENTO     PIC 9(09)V99.
