000206*                GRAVADOS PELO CANCELAMENTO DE PEDIDO
000208*                FATURADO (PROGCOB22) - FRETE ESTORNADO NAO
000209*                E DESPESA DO MES.
000209* 15/10/2026 FT  FRETE DE DEVOLUCAO (TIPO D) GANHA LINHA
000209*                PROPRIA POR UF E POR FAIXA. O VALOR CONTINUA
000209*                SOMADO NO FRETE PAGO, QUE E DESPESA DO MES.
000210***********************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000730         10  RES-UF-ANT-VALOR PIC 9(09)V99 COMP-3.
000740         10  RES-UF-ANT-FRETE PIC 9(09)V99 COMP-3.
000750         10  RES-UF-ANT-ICMS  PIC 9(09)V99 COMP-3.
000750         10  RES-UF-ATU-DEVOL PIC 9(09)V99 COMP-3.
000750         10  RES-UF-ANT-DEVOL PIC 9(09)V99 COMP-3.
000760
000770 01  RES-TABELA-FAIXA.
000780     05  RES-FX-ENTRADA OCCURS 4 TIMES.
000840         10  RES-FX-ANT-VALOR PIC 9(09)V99 COMP-3.
000850         10  RES-FX-ANT-FRETE PIC 9(09)V99 COMP-3.
000860         10  RES-FX-ANT-ICMS  PIC 9(09)V99 COMP-3.
000860         10  RES-FX-ATU-DEVOL PIC 9(09)V99 COMP-3.
000860         10  RES-FX-ANT-DEVOL PIC 9(09)V99 COMP-3.
000870
000880 01  RES-AREA-TRABALHO.
000890     05  RES-IND              PIC 9(02) COMP VALUE ZEROS.
001590                   RES-UF-ANT-PEDIDOS (RES-IND)
001600                   RES-UF-ANT-VALOR (RES-IND)
001610                   RES-UF-ANT-FRETE (RES-IND)
001620                   RES-UF-ANT-ICMS (RES-IND)
001620                   RES-UF-ATU-DEVOL (RES-IND)
001620                   RES-UF-ANT-DEVOL (RES-IND).
001630     IF RES-IND <= 4
001640         MOVE ZEROS TO RES-FX-ATU-PEDIDOS (RES-IND)
001650                       RES-FX-ATU-VALOR (RES-IND)
001690                       RES-FX-ANT-VALOR (RES-IND)
001700                       RES-FX-ANT-FRETE (RES-IND)
001710                       RES-FX-ANT-ICMS (RES-IND)
001710                       RES-FX-ATU-DEVOL (RES-IND)
001710                       RES-FX-ANT-DEVOL (RES-IND)
001720     END-IF.
001730 1100-ZERAR-TABELAS-EXIT.
001740     EXIT.
001890             ADD FRH-FRETE-BRL
001900                 TO RES-FX-ATU-FRETE (RES-IND-FAIXA)
001910             ADD FRH-ICMS TO RES-FX-ATU-ICMS (RES-IND-FAIXA)
001910             IF FRH-TIPO-DEVOLUCAO
001910                 ADD FRH-FRETE-BRL
001910                     TO RES-UF-ATU-DEVOL (RES-IND-UF)
001910                 ADD FRH-FRETE-BRL
001910                     TO RES-FX-ATU-DEVOL (RES-IND-FAIXA)
001910             END-IF
001920         ELSE
001930             ADD 1 TO RES-UF-ANT-PEDIDOS (RES-IND-UF)
001940             ADD FRH-VALOR TO RES-UF-ANT-VALOR (RES-IND-UF)
001990             ADD FRH-FRETE-BRL
002000                 TO RES-FX-ANT-FRETE (RES-IND-FAIXA)
002010             ADD FRH-ICMS TO RES-FX-ANT-ICMS (RES-IND-FAIXA)
002010             IF FRH-TIPO-DEVOLUCAO
002010                 ADD FRH-FRETE-BRL
002010                     TO RES-UF-ANT-DEVOL (RES-IND-UF)
002010                 ADD FRH-FRETE-BRL
002010                     TO RES-FX-ANT-DEVOL (RES-IND-FAIXA)
002010             END-IF
002020         END-IF
002030     END-IF.
002035 2000-ACUMULAR-FRETE-LER.
002810     MOVE 'FRETE PAGO (BRL)' TO RES-M-ROTULO.
002820     PERFORM 3500-IMPRIMIR-METRICA
002830         THRU 3500-IMPRIMIR-METRICA-EXIT.
002830     MOVE RES-UF-ATU-DEVOL (RES-IND-UF) TO RES-ATUAL.
002830     MOVE RES-UF-ANT-DEVOL (RES-IND-UF) TO RES-ANTERIOR.
002830     MOVE ' DEVOLUCAO (BRL)' TO RES-M-ROTULO.
002830     PERFORM 3500-IMPRIMIR-METRICA
002830         THRU 3500-IMPRIMIR-METRICA-EXIT.
002840     MOVE RES-UF-ATU-ICMS (RES-IND-UF) TO RES-ATUAL.
002850     MOVE RES-UF-ANT-ICMS (RES-IND-UF) TO RES-ANTERIOR.
002860     MOVE 'ICMS            ' TO RES-M-ROTULO.
003240     MOVE 'FRETE PAGO (BRL)' TO RES-M-ROTULO.
003250     PERFORM 3500-IMPRIMIR-METRICA
003260         THRU 3500-IMPRIMIR-METRICA-EXIT.
003260     MOVE RES-FX-ATU-DEVOL (RES-IND-FAIXA) TO RES-ATUAL.
003260     MOVE RES-FX-ANT-DEVOL (RES-IND-FAIXA) TO RES-ANTERIOR.
003260     MOVE ' DEVOLUCAO (BRL)' TO RES-M-ROTULO.
003260     PERFORM 3500-IMPRIMIR-METRICA
003260         THRU 3500-IMPRIMIR-METRICA-EXIT.
003270     MOVE RES-FX-ATU-ICMS (RES-IND-FAIXA) TO RES-ATUAL.
003280     MOVE RES-FX-ANT-ICMS (RES-IND-FAIXA) TO RES-ANTERIOR.
003290     MOVE 'ICMS            ' TO RES-M-ROTULO.
