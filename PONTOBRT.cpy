000010***********************************************************
000020* COPYBOOK: PONTOBRT
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO ARQUIVO BRUTO DO RELOGIO DE PONTO
000050*           (TIME-CLOCK-RAW, ARQUIVO PONTOBRT), UMA LINHA
000060*           POR FUNCIONARIO POR COMPETENCIA, PARA A CARGA
000070*           VALIDADA (PROGCOB82) CRITICAR ANTES DE GRAVAR NO
000080*           PONTO. OS CAMPOS CHEGAM COMO TEXTO E SAO
000090*           CONFERIDOS PELA VISAO NUMERICA (REDEFINES); HORAS
000100*           EM CENTESIMOS (00830 = 8,30 HORAS).
000110* DATA: 15/10/2026
000120***********************************************************
000130 01  PTB-REGISTRO.
000140     05  PTB-MATRICULA           PIC X(05).
000150     05  PTB-MATRICULA-N REDEFINES PTB-MATRICULA
000160                                 PIC 9(05).
000170     05  PTB-COMPETENCIA         PIC X(06).
000180     05  PTB-COMPETENCIA-R REDEFINES PTB-COMPETENCIA.
000190         10  PTB-COMP-ANO        PIC 9(04).
000200         10  PTB-COMP-MES        PIC 9(02).
000210     05  PTB-COMPETENCIA-N REDEFINES PTB-COMPETENCIA
000220                                 PIC 9(06).
000230     05  PTB-HORAS-EXTRA-50      PIC X(05).
000240     05  PTB-HORAS-EXTRA-50-N REDEFINES PTB-HORAS-EXTRA-50
000250                                 PIC 9(03)V99.
000260     05  PTB-HORAS-EXTRA-100     PIC X(05).
000270     05  PTB-HORAS-EXTRA-100-N REDEFINES PTB-HORAS-EXTRA-100
000280                                 PIC 9(03)V99.
000290     05  PTB-HORAS-NOTURNAS      PIC X(05).
000300     05  PTB-HORAS-NOTURNAS-N REDEFINES PTB-HORAS-NOTURNAS
000310                                 PIC 9(03)V99.
000320     05  PTB-FALTAS              PIC X(02).
000330     05  PTB-FALTAS-N REDEFINES PTB-FALTAS
000340                                 PIC 9(02).
000350     05  FILLER                  PIC X(10).
