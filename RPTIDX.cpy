000010***********************************************************
000020* COPYBOOK: RPTIDX
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DE INDICE DO REPOSITORIO DE
000050*           RELATORIOS (REPORT-INDEX, ARQUIVO RPTIDX) - UM
000060*           REGISTRO POR RELATORIO ARQUIVADO, COM A MESMA
000070*           CHAVE DAS LINHAS NO RPTREPO (SEM O NUMERO DA
000080*           LINHA), O PROGRAMA QUE O GEROU, A HORA DO
000090*           ARQUIVAMENTO E AS QUANTIDADES DE PAGINAS E DE
000100*           LINHAS. O EXPURGO MENSAL (PROGCOB50) APAGA
000110*           INDICE E LINHAS DO QUE PASSOU DA RETENCAO DO
000120*           RELATORIO NO RETPARM.
000130* DATA: 15/10/2026
000140***********************************************************
000150 01  RPI-RECORD.
000160     05  RPI-CHAVE.
000170         10  RPI-RELATORIO   PIC X(08).
000180         10  RPI-DATA        PIC 9(08).
000190         10  RPI-JOB         PIC X(08).
000200         10  RPI-EMPRESA     PIC 9(02).
000210     05  RPI-HORA            PIC 9(08).
000220     05  RPI-PROGRAMA        PIC X(09).
000230     05  RPI-PAGINAS         PIC 9(05).
000240     05  RPI-LINHAS          PIC 9(07).
