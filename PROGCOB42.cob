000207*                2 PORCENTO E MORA POR DIA DE ATRASO (PRO
000208*                RATA DE 1 PORCENTO AO MES SOBRE O VALOR DO
000209*                BOLETO), PARA O BANCO COBRAR O TOTAL CERTO.
000209* 15/10/2026 FT  BOLETO DE LOCATARIO QUE RETEM IMPOSTOS NA
000209*                FONTE SAI PELO VALOR LIQUIDO (VALOR-BRL
000209*                MENOS O RETIDO), QUE E O QUE O LOCATARIO
000209*                PAGA; MORA E TOTAL DA REMESSA SOBRE ELE.
000210***********************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000480 01  REM-CONTADORES.
000490     05  REM-QTDE-REMETIDAS   PIC 9(06) COMP VALUE ZEROS.
000500     05  REM-VALOR-TOTAL      PIC 9(10)V99 COMP-3 VALUE ZEROS.
000500     05  REM-VALOR-LIQUIDO    PIC 9(08)V99 VALUE ZEROS.
000510
000520 01  REM-DATASISTEMA          PIC 9(08) VALUE ZEROS.
000530 01  REM-VALOR-EDT            PIC ZZZ.ZZZ.ZZ9,99.
000920         MOVE INV-NUMERO TO BRM-D-NOSSO-NUMERO
000930         MOVE INV-LOCATARIO TO BRM-D-LOCATARIO
000940         MOVE INV-NOME TO BRM-D-NOME
000945         MOVE INV-VALOR-BRL TO REM-VALOR-LIQUIDO
000945         IF INV-VALOR-RETIDO NUMERIC
000945             SUBTRACT INV-VALOR-RETIDO FROM REM-VALOR-LIQUIDO
000945         END-IF
000950         MOVE REM-VALOR-LIQUIDO TO BRM-D-VALOR
000960         MOVE INV-DATA-VENCIMENTO TO BRM-D-VENCIMENTO
000962         MOVE 2,00 TO BRM-D-MULTA-PCT
000964         COMPUTE BRM-D-MORA-DIA ROUNDED =
000966             REM-VALOR-LIQUIDO / 100 / 30
000970         WRITE BRM-REMESSA-RECORD
000980         ADD 1 TO REM-QTDE-REMETIDAS
000990         ADD REM-VALOR-LIQUIDO TO REM-VALOR-TOTAL
001000         SET INV-EM-COBRANCA TO TRUE
001010         REWRITE INV-INVOICE-RECORD
001020             INVALID KEY
