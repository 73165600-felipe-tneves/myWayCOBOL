000070*           CADA ESTADO, USADO PARA CALCULAR A DATA
000080*           PROMETIDA A PARTIR DA DATA DO PEDIDO.
000090* DATA: 22/08/2026
000092* -----------------------------------------------------
000093* HISTORICO DE ALTERACOES
000094* 15/10/2026 FT  CHAVE PASSA A SER UF + ZONA DE ENTREGA
000095*                (PRZ-ZONA, A MESMA DA TABELA CEPZONA): O
000096*                REGISTRO COM ZONA EM BRANCO E O PRAZO PADRAO
000097*                DA UF; UM REGISTRO COM ZONA SOBREPOE O PRAZO
000098*                PARA AS ENTREGAS COTADAS NAQUELA ZONA.
000100***********************************************************
000110 01  PRZ-RECORD.
000115     05  PRZ-CHAVE.
000120         10  PRZ-UF          PIC X(02).
000125         10  PRZ-ZONA        PIC X(03).
000130     05  PRZ-DIAS-UTEIS      PIC 9(03).
