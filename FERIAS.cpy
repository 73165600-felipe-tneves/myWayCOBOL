000010***********************************************************
000020* COPYBOOK: FERIAS
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO CADASTRO DE FERIAS
000050*           (VACATION-MASTER, ARQUIVO FERIAS), UM REGISTRO
000060*           POR PERIODO AQUISITIVO, CHAVEADO POR MATRICULA +
000070*           INICIO DO PERIODO. O PERIODO E APURADO PELO
000080*           PROGCOB80 A PARTIR DA ADMISSAO (MOVHIST) E TEM O
000090*           FIM ESTICADO PELOS DIAS DE AFASTAMENTO; O GOZO E
000100*           PROGRAMADO NO CONSOLE PELO PROGCOB79 EM ATE TRES
000110*           PARCELAS, COM OU SEM ABONO PECUNIARIO (VENDA DE
000120*           1/3), E PAGO PELO PROGCOB81 DOIS DIAS UTEIS ANTES
000130*           DO INICIO DE CADA PARCELA.
000140* DATA: 05/10/2026
000150***********************************************************
000160 01  FER-RECORD.
000170     05  FER-CHAVE.
000180         10  FER-MATRICULA   PIC 9(05).
000190         10  FER-AQUIS-INICIO PIC 9(08).
000200     05  FER-AQUIS-FIM       PIC 9(08).
000210     05  FER-CONCESSIVO-FIM  PIC 9(08).
000220     05  FER-DIAS-SUSPENSOS  PIC 9(03).
000230     05  FER-DIAS-DIREITO    PIC 9(02).
000240     05  FER-ABONO           PIC X(01).
000250         88  FER-COM-ABONO       VALUE 'S'.
000260         88  FER-SEM-ABONO       VALUE 'N' ' '.
000270     05  FER-SITUACAO        PIC X(01).
000280         88  FER-EM-AQUISICAO    VALUE 'A'.
000290         88  FER-A-GOZAR         VALUE 'C'.
000300         88  FER-QUITADO         VALUE 'Q'.
000310     05  FER-PARCELA OCCURS 3 TIMES.
000320         10  FER-P-INICIO    PIC 9(08).
000330         10  FER-P-DIAS      PIC 9(02).
000340         10  FER-P-SITUACAO  PIC X(01).
000350             88  FER-P-LIVRE         VALUE ' '.
000360             88  FER-P-PROGRAMADA    VALUE 'P'.
000370             88  FER-P-PAGA          VALUE 'G'.
000380         10  FER-P-DATA-PAGTO PIC 9(08).
000390         10  FER-P-LIQUIDO   PIC 9(06)V99.
000400     05  FER-USUARIO         PIC X(08).
