000159*                RECONCILIADO/CONTESTADO NESTA RODADA - E
000159*                PULADO COM CONTAGEM E LINHA NO RELATORIO,
000159*                PARA NAO ABRIR CONTESTACAO EM MES FECHADO.
000159* 15/10/2026 FT  FRETE RECALCULADO PASSA A COTAR CADA
000159*                TRANSPORTADORA PELO MAIOR ENTRE O PESO REAL E O
000159*                PESO CUBADO (VOLUME DO PEDIDO PELO CADASTRO DE
000159*                PRODUTOS PRODMAST X FATOR DE CUBAGEM DO
000159*                CARRMAST; ZERO = 300 KG/M3), NA MESMA REGRA DO
000159*                LOTE DE FRETE - A TRANSPORTADORA COBRA ITEM
000159*                LEVE E VOLUMOSO PELO CUBADO E A RECONCILIACAO
000159*                PELO PESO REAL ACUSAVA DIVERGENCIA FALSA.
000159* 15/10/2026 FT  FRETE RECALCULADO PASSA A COTAR CADA
000159*                TRANSPORTADORA PELA TAXA DA ZONA DE ENTREGA
000159*                QUE COBRE O CEP DO DESTINO (TABELA CEPZONA),
000159*                CAINDO NA TAXA DA UF QUANDO NAO HA ZONA, NA
000159*                MESMA REGRA DO LOTE DE FRETE.
000159* 15/10/2026 FT  FATURA DE FRETE DE RETORNO: QUANDO O PEDIDO
000159*                CASADO E UMA DEVOLUCAO (ORDER-TIPO D), O FRETE
000159*                E RECALCULADO SO NA TRANSPORTADORA DA ENTREGA
000159*                ORIGINAL, PELO MULTIPLICADOR DE DEVOLUCAO DA
000159*                CARRTAB (ZEROS = O DA ENTREGA; SEM TAXA, PELA
000159*                TAXA DA UF), NA MESMA REGRA DO LOTE DE FRETE,
000159*                EM VEZ DE PELA MAIS BARATA. FATURA DE RETORNO
000159*                EMITIDA POR OUTRA TRANSPORTADORA E AVISADA NO
000159*                CONSOLE E CONTADA NO FIM.
000160***********************************************************
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000369         RECORD KEY IS DSP-NUMERO-PEDIDO
000369         FILE STATUS IS REC-DISPUTE-STATUS.

000369     SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
000369         ORGANIZATION IS INDEXED
000369         ACCESS MODE IS RANDOM
000369         RECORD KEY IS PRD-CODIGO
000369         FILE STATUS IS REC-PRODMAST-STATUS.
000369     SELECT CEP-ZONE-TABLE ASSIGN TO 'CEPZONA'
000369         ORGANIZATION IS INDEXED
000369         ACCESS MODE IS DYNAMIC
000369         RECORD KEY IS CZN-CHAVE
000369         FILE STATUS IS REC-CEPZONA-STATUS.
000369     SELECT EXCHANGE-PARAMETERS ASSIGN TO 'CAMPARM'
000369         ORGANIZATION IS LINE SEQUENTIAL
000369         FILE STATUS IS REC-CAMPARM-STATUS.
000479     COPY RECPARM.
000479 FD  DISPUTE-FILE.
000479     COPY DISPREG.
000479 FD  PRODUCT-MASTER.
000479     COPY PRODMST.
000479 FD  CEP-ZONE-TABLE.
000479     COPY CEPZONA.

000479 FD  EXCHANGE-PARAMETERS.
000479     COPY CAMPARM.
000559     05  REC-DISPUTE-STATUS   PIC X(02) VALUE '00'.
000559     05  REC-SW-DISPUTE       PIC X(01) VALUE 'N'.
000559         88  REC-DISPUTE-DISPONIVEL  VALUE 'S'.
000559     05  REC-PRODMAST-STATUS  PIC X(02) VALUE '00'.
000559     05  REC-SW-PRODMAST      PIC X(01) VALUE 'N'.
000559         88  REC-PRODMAST-DISPONIVEL VALUE 'S'.
000559     05  REC-CEPZONA-STATUS   PIC X(02) VALUE '00'.
000559     05  REC-SW-CEPZONA       PIC X(01) VALUE 'N'.
000559         88  REC-CEPZONA-DISPONIVEL  VALUE 'S'.
000559     05  REC-SW-ZONA          PIC X(01) VALUE 'N'.
000559         88  REC-ZONA-ACHADA         VALUE 'S'.
000559         88  REC-ZONA-NAO-ACHADA     VALUE 'N'.

000560 01  REC-CONSTANTES.
000570     05  REC-TOLERANCIA       PIC 9(04)V99 VALUE 5,00.
000613     05  REC-DATA-PEDIDO      PIC 9(08) VALUE ZEROS.
000613     05  REC-UF-PROCURADA     PIC X(02) VALUE SPACES.
000613     05  REC-TRANSP-PROCURADA PIC X(03) VALUE SPACES.
000613     05  REC-MULT-DEVOLUCAO   PIC 9V9999 VALUE ZEROS.
000613     05  REC-TAXA-DEVOLUCAO   PIC 9V9999 VALUE ZEROS.
000613     05  REC-SUB-DEV          PIC 9(02) COMP VALUE ZEROS.
000613     05  REC-QTDE-DEVOLUCOES  PIC 9(05) COMP VALUE ZEROS.
000613     05  REC-QTDE-DEV-OUTRA   PIC 9(05) COMP VALUE ZEROS.
000614     05  REC-IND              PIC 9(02) COMP VALUE ZEROS.
000614     05  REC-IND-CASADO       PIC 9(04) COMP VALUE ZEROS.

000614 01  REC-AREA-CUBAGEM.
000614     05  REC-FATOR-PADRAO     PIC 9(03) VALUE 300.
000614     05  REC-FATOR-COT        PIC 9(03) VALUE ZEROS.
000614     05  REC-QTDE-VOLUMES     PIC 9(07) VALUE ZEROS.
000614     05  REC-VOLUME-PEDIDO    PIC 9(05)V9(04) VALUE ZEROS.
000614     05  REC-PESO-CUBADO      PIC 9(07)V99 VALUE ZEROS.
000614     05  REC-PESO-COTACAO     PIC 9(07)V99 VALUE ZEROS.
000614     05  REC-MELHOR-ADICIONAL PIC 9(04)V99 VALUE ZEROS.

000615 01  REC-TRANSPORTADORAS.
000616     05  REC-QTDE-TRANSP      PIC 9(02) COMP VALUE ZEROS.
000617     05  REC-TRANSP-ENTRADA OCCURS 10 TIMES.
000618         10  REC-TRANSP-CODIGO   PIC X(03).
000619         10  REC-TRANSP-NOME     PIC X(30).
000619         10  REC-TRANSP-FATOR    PIC 9(03).

000619 01  REC-PEDIDOS-CASADOS.
000619     05  REC-QTDE-CASADOS     PIC 9(04) COMP VALUE ZEROS.
000857     IF REC-CARRTAB-STATUS = '00'
000857         SET REC-CARRTAB-DISPONIVEL TO TRUE
000857     END-IF.
000857     OPEN INPUT PRODUCT-MASTER.
000857     IF REC-PRODMAST-STATUS = '00'
000857         SET REC-PRODMAST-DISPONIVEL TO TRUE
000857     END-IF.
000857     OPEN INPUT CEP-ZONE-TABLE.
000857     IF REC-CEPZONA-STATUS = '00'
000857         SET REC-CEPZONA-DISPONIVEL TO TRUE
000857     END-IF.
000858     PERFORM 1100-CARREGAR-TRANSPORTADORAS
000859         THRU 1100-CARREGAR-TRANSPORTADORAS-EXIT.
000860     OPEN OUTPUT RECON-REPORT.
000979                     TO REC-TRANSP-CODIGO (REC-QTDE-TRANSP)
000979                 MOVE CAR-NOME
000979                     TO REC-TRANSP-NOME (REC-QTDE-TRANSP)
000979                 IF CAR-FATOR-CUBAGEM = ZEROS
000979                     MOVE REC-FATOR-PADRAO
000979                         TO REC-TRANSP-FATOR (REC-QTDE-TRANSP)
000979                 ELSE
000979                     MOVE CAR-FATOR-CUBAGEM
000979                         TO REC-TRANSP-FATOR (REC-QTDE-TRANSP)
000979                 END-IF
000979             END-IF
000979     END-READ.
000979 1110-LER-TRANSPORTADORA-EXIT.
001274     ELSE
001274         MOVE ORDER-DATA TO REC-DATA-PEDIDO
001274     END-IF.
001275     PERFORM 2090-CUBAR-PEDIDO THRU 2090-CUBAR-PEDIDO-EXIT.
001275     IF ORDER-DEVOLUCAO
001275         PERFORM 2700-COTAR-DEVOLUCAO
001275             THRU 2700-COTAR-DEVOLUCAO-EXIT
001275     ELSE
001275         PERFORM 2200-COTAR-TRANSPORTADORAS
001275             THRU 2200-COTAR-TRANSPORTADORAS-EXIT
001275     END-IF.
001275     IF REC-COTACAO-NAO-ACHADA
001275         PERFORM 2250-LOCALIZAR-TAXA-UF
001275             THRU 2250-LOCALIZAR-TAXA-UF-EXIT
001392 2600-ABRIR-CONTESTACAO-EXIT.
001392     EXIT.

001392*=========================================================
001392* FRETE DE RETORNO DA DEVOLUCAO: SO A TRANSPORTADORA DA
001392* ENTREGA ORIGINAL, PELO MULTIPLICADOR DE DEVOLUCAO DA SUA
001392* TAXA NA UF DO RETORNO (ZEROS = O DA ENTREGA) - SEM TAXA,
001392* FICA SEM COTACAO E CAI NA TAXA DA UF, COMO NO LOTE
001392*=========================================================
001392 2700-COTAR-DEVOLUCAO.
001392     ADD 1 TO REC-QTDE-DEVOLUCOES.
001392     SET REC-COTACAO-NAO-ACHADA TO TRUE.
001392     MOVE ORDER-TRANSP-ORIGEM TO REC-TRANSP-PROCURADA.
001392     IF ORDER-TRANSP-ORIGEM NOT = SPACES
001392             AND CARR-TRANSPORTADORA NOT = ORDER-TRANSP-ORIGEM
001392         ADD 1 TO REC-QTDE-DEV-OUTRA
001392         DISPLAY 'AVISO: RETORNO DO PEDIDO ' ORDER-NUMERO
001392             ' FATURADO POR ' CARR-TRANSPORTADORA
001392             ' - ENTREGA ORIGINAL FOI DA ' ORDER-TRANSP-ORIGEM
001392     END-IF.
001392     MOVE REC-FATOR-PADRAO TO REC-FATOR-COT.
001392     MOVE 1 TO REC-SUB-DEV.
001392     PERFORM 2710-FATOR-DEVOLUCAO THRU 2710-FATOR-DEVOLUCAO-EXIT
001392         UNTIL REC-SUB-DEV > REC-QTDE-TRANSP.
001392     SET REC-TAXA-TRANSP-NAO-ACHADA TO TRUE.
001392     IF REC-CARRTAB-DISPONIVEL
001392             AND ORDER-TRANSP-ORIGEM NOT = SPACES
001392         PERFORM 2230-LOCALIZAR-TAXA-TRANSP
001392             THRU 2230-LOCALIZAR-TAXA-TRANSP-EXIT
001392     END-IF.
001392     PERFORM 2110-APURAR-PESO-TAXADO
001392         THRU 2110-APURAR-PESO-TAXADO-EXIT.
001392     IF REC-TAXA-TRANSP-ACHADA
001392         IF REC-MULT-DEVOLUCAO = ZEROS
001392             MOVE REC-MULT-TRANSP TO REC-TAXA-DEVOLUCAO
001392         ELSE
001392             MOVE REC-MULT-DEVOLUCAO TO REC-TAXA-DEVOLUCAO
001392         END-IF
001392         COMPUTE REC-FRETE-CALCULADO =
001392             (ORDER-VALOR * REC-TAXA-DEVOLUCAO)
001392                 + REC-ADICIONAL-PESO
001392         MOVE ORDER-TRANSP-ORIGEM TO REC-MELHOR-TRANSP
001392         SET REC-COTACAO-ACHADA TO TRUE
001392     END-IF.
001392 2700-COTAR-DEVOLUCAO-EXIT.
001392     EXIT.

001392 2710-FATOR-DEVOLUCAO.
001392     IF REC-TRANSP-CODIGO (REC-SUB-DEV) = ORDER-TRANSP-ORIGEM
001392         MOVE REC-TRANSP-FATOR (REC-SUB-DEV) TO REC-FATOR-COT
001392         MOVE REC-QTDE-TRANSP TO REC-SUB-DEV
001392     END-IF.
001392     ADD 1 TO REC-SUB-DEV.
001392 2710-FATOR-DEVOLUCAO-EXIT.
001392     EXIT.

001274*=========================================================
001274* VOLUME DO PEDIDO EM M3 PELO CADASTRO DE PRODUTOS, NA
001274* MESMA REGRA DO LOTE DE FRETE (UNIDADES = PESO / PESO
001274* UNITARIO ARREDONDADO PARA CIMA; FORA DO CADASTRO = ZERO)
001274*=========================================================
001274 2090-CUBAR-PEDIDO.
001274     MOVE ZEROS TO REC-VOLUME-PEDIDO.
001274     IF NOT REC-PRODMAST-DISPONIVEL OR ORDER-PESO = ZEROS
001274         GO TO 2090-CUBAR-PEDIDO-EXIT.
001274     MOVE ORDER-PRODUTO TO PRD-CODIGO.
001274     READ PRODUCT-MASTER
001274         INVALID KEY
001274             GO TO 2090-CUBAR-PEDIDO-EXIT
001274     END-READ.
001274     IF PRD-PESO-UNITARIO = ZEROS
001274         GO TO 2090-CUBAR-PEDIDO-EXIT.
001274     COMPUTE REC-QTDE-VOLUMES = ORDER-PESO / PRD-PESO-UNITARIO.
001274     IF REC-QTDE-VOLUMES * PRD-PESO-UNITARIO < ORDER-PESO
001274         ADD 1 TO REC-QTDE-VOLUMES
001274     END-IF.
001274     COMPUTE REC-VOLUME-PEDIDO ROUNDED =
001274         REC-QTDE-VOLUMES * PRD-ALTURA * PRD-LARGURA
001274             * PRD-COMPRIMENTO / 1000000
001274         ON SIZE ERROR
001274             MOVE ZEROS TO REC-VOLUME-PEDIDO
001274     END-COMPUTE.
001274 2090-CUBAR-PEDIDO-EXIT.
001274     EXIT.

001274*=========================================================
001274* PESO TAXADO: O MAIOR ENTRE O PESO REAL E O CUBADO PELO
001274* FATOR DA COTACAO, E O ADICIONAL POR FAIXA SOBRE ELE
001274*=========================================================
001274 2110-APURAR-PESO-TAXADO.
001274     COMPUTE REC-PESO-CUBADO ROUNDED =
001274         REC-VOLUME-PEDIDO * REC-FATOR-COT
001274         ON SIZE ERROR
001274             MOVE ZEROS TO REC-PESO-CUBADO
001274     END-COMPUTE.
001274     IF REC-PESO-CUBADO > ORDER-PESO
001274         MOVE REC-PESO-CUBADO TO REC-PESO-COTACAO
001274     ELSE
001274         MOVE ORDER-PESO TO REC-PESO-COTACAO
001274     END-IF.
001274     PERFORM 2100-CALCULAR-ADICIONAL-PESO
001274         THRU 2100-CALCULAR-ADICIONAL-PESO-EXIT.
001274 2110-APURAR-PESO-TAXADO-EXIT.
001274     EXIT.

001275 2100-CALCULAR-ADICIONAL-PESO.
001276     EVALUATE TRUE
001277         WHEN REC-PESO-COTACAO <= 5
001278             MOVE ZEROS TO REC-ADICIONAL-PESO
001279         WHEN REC-PESO-COTACAO <= 20
001280             MOVE 10,00 TO REC-ADICIONAL-PESO
001281         WHEN REC-PESO-COTACAO <= 50
001282             MOVE 25,00 TO REC-ADICIONAL-PESO
001283         WHEN OTHER
001284             MOVE 50,00 TO REC-ADICIONAL-PESO
001287     SET REC-COTACAO-NAO-ACHADA TO TRUE.
001287     MOVE ZEROS TO REC-MELHOR-FRETE.
001287     MOVE SPACES TO REC-MELHOR-TRANSP.
001287     IF REC-CARRTAB-DISPONIVEL OR REC-CEPZONA-DISPONIVEL
001287         PERFORM 2210-COTAR-UMA-TRANSP
001287             THRU 2210-COTAR-UMA-TRANSP-EXIT
001287             VARYING REC-IND FROM 1 BY 1
001287     END-IF.
001287     IF REC-COTACAO-ACHADA
001287         MOVE REC-MELHOR-FRETE TO REC-FRETE-CALCULADO
001287         MOVE REC-MELHOR-ADICIONAL TO REC-ADICIONAL-PESO
001287     ELSE
001287         MOVE REC-FATOR-PADRAO TO REC-FATOR-COT
001287         PERFORM 2110-APURAR-PESO-TAXADO
001287             THRU 2110-APURAR-PESO-TAXADO-EXIT
001287     END-IF.
001287 2200-COTAR-TRANSPORTADORAS-EXIT.
001287     EXIT.

001287 2210-COTAR-UMA-TRANSP.
001287     MOVE REC-TRANSP-CODIGO (REC-IND) TO REC-TRANSP-PROCURADA.
001287     SET REC-TAXA-TRANSP-NAO-ACHADA TO TRUE.
001287     PERFORM 2220-LOCALIZAR-ZONA-TRANSP
001287         THRU 2220-LOCALIZAR-ZONA-TRANSP-EXIT.
001287     IF REC-ZONA-ACHADA
001287         SET REC-TAXA-TRANSP-ACHADA TO TRUE
001287     ELSE
001287         IF REC-CARRTAB-DISPONIVEL
001287             PERFORM 2230-LOCALIZAR-TAXA-TRANSP
001287                 THRU 2230-LOCALIZAR-TAXA-TRANSP-EXIT
001287         END-IF
001287     END-IF.
001287     IF REC-TAXA-TRANSP-ACHADA
001287         MOVE REC-TRANSP-FATOR (REC-IND) TO REC-FATOR-COT
001287         PERFORM 2110-APURAR-PESO-TAXADO
001287             THRU 2110-APURAR-PESO-TAXADO-EXIT
001287         COMPUTE REC-FRETE-COTADO =
001287             (ORDER-VALOR * REC-MULT-TRANSP)
001287                 + REC-ADICIONAL-PESO
001287         IF REC-COTACAO-NAO-ACHADA
001287                 OR REC-FRETE-COTADO < REC-MELHOR-FRETE
001287             MOVE REC-FRETE-COTADO TO REC-MELHOR-FRETE
001287             MOVE REC-ADICIONAL-PESO TO REC-MELHOR-ADICIONAL
001287             MOVE REC-TRANSP-CODIGO (REC-IND)
001287                 TO REC-MELHOR-TRANSP
001287             SET REC-COTACAO-ACHADA TO TRUE
001287 2210-COTAR-UMA-TRANSP-EXIT.
001287     EXIT.

001287*=========================================================
001287* ZONA DE ENTREGA DA TRANSPORTADORA QUE COBRE O CEP DO
001287* DESTINO, VIGENTE NA DATA DO PEDIDO (MESMA REGRA DO LOTE
001287* DE FRETE PROGCOB13)
001287*=========================================================
001287 2220-LOCALIZAR-ZONA-TRANSP.
001287     SET REC-ZONA-NAO-ACHADA TO TRUE.
001287     IF NOT REC-CEPZONA-DISPONIVEL OR ORDER-CEP-DESTINO = ZEROS
001287         GO TO 2220-LOCALIZAR-ZONA-TRANSP-EXIT.
001287     SET REC-VARREDURA-ATIVA TO TRUE.
001287     MOVE REC-TRANSP-PROCURADA TO CZN-TRANSPORTADORA.
001287     MOVE ORDER-UF TO CZN-UF.
001287     MOVE ZEROS TO CZN-CEP-INI.
001287     MOVE ZEROS TO CZN-VIGENCIA-INI.
001287     START CEP-ZONE-TABLE KEY >= CZN-CHAVE
001287         INVALID KEY
001287             SET REC-FIM-VARREDURA TO TRUE
001287     END-START.
001287     IF REC-CEPZONA-STATUS NOT = '00'
001287         SET REC-FIM-VARREDURA TO TRUE
001287     END-IF.
001287     PERFORM 2225-LER-ZONA-TRANSP
001287         THRU 2225-LER-ZONA-TRANSP-EXIT
001287         UNTIL REC-FIM-VARREDURA.
001287 2220-LOCALIZAR-ZONA-TRANSP-EXIT.
001287     EXIT.

001287 2225-LER-ZONA-TRANSP.
001287     READ CEP-ZONE-TABLE NEXT RECORD
001287         AT END
001287             SET REC-FIM-VARREDURA TO TRUE
001287         NOT AT END
001287             IF CZN-TRANSPORTADORA NOT = REC-TRANSP-PROCURADA
001287                     OR CZN-UF NOT = ORDER-UF
001287                     OR CZN-CEP-INI > ORDER-CEP-DESTINO
001287                 SET REC-FIM-VARREDURA TO TRUE
001287             ELSE
001287                 IF CZN-CEP-FIM >= ORDER-CEP-DESTINO
001287                         AND CZN-VIGENCIA-INI <= REC-DATA-PEDIDO
001287                         AND (CZN-VIGENCIA-FIM = ZEROS
001287                         OR CZN-VIGENCIA-FIM >= REC-DATA-PEDIDO)
001287                     MOVE CZN-MULTIPLIER TO REC-MULT-TRANSP
001287                     SET REC-ZONA-ACHADA TO TRUE
001287                 END-IF
001287             END-IF
001287     END-READ.
001287     IF REC-CEPZONA-STATUS NOT = '00'
001287         SET REC-FIM-VARREDURA TO TRUE
001287     END-IF.
001287 2225-LER-ZONA-TRANSP-EXIT.
001287     EXIT.

001287 2230-LOCALIZAR-TAXA-TRANSP.
001287     SET REC-TAXA-TRANSP-NAO-ACHADA TO TRUE.
001287     SET REC-VARREDURA-ATIVA TO TRUE.
001287                 IF CTB-VIGENCIA-FIM = ZEROS
001287                         OR CTB-VIGENCIA-FIM >= REC-DATA-PEDIDO
001287                     MOVE CTB-MULTIPLIER TO REC-MULT-TRANSP
001287                     MOVE CTB-MULT-DEVOLUCAO
001287                         TO REC-MULT-DEVOLUCAO
001287                     SET REC-TAXA-TRANSP-ACHADA TO TRUE
001287                 END-IF
001287             END-IF
001310     DISPLAY 'PEDIDOS DIVERGENTES..: ' REC-QTDE-DIVERGENTE.
001310     DISPLAY 'PEDIDOS SEM FATURA...: ' REC-QTDE-SEM-FATURA.
001310     DISPLAY 'FATURAS SEM PEDIDO...: ' REC-QTDE-FANTASMA.
001310     DISPLAY 'FATURAS DE RETORNO...: ' REC-QTDE-DEVOLUCOES.
001310     DISPLAY 'RETORNO POR OUTRA TRANSPORTADORA: '
001310         REC-QTDE-DEV-OUTRA.
001310     DISPLAY 'FORA DA RODADA (PERIODO FECHADO): '
001310         REC-QTDE-PER-FECHADO.
001310     MOVE SPACES TO REC-REPORT-LINE.
001316     IF REC-DISPUTE-DISPONIVEL
001316         CLOSE DISPUTE-FILE
001316     END-IF.
001316     IF REC-PRODMAST-DISPONIVEL
001316         CLOSE PRODUCT-MASTER
001316     END-IF.
001316     IF REC-CEPZONA-DISPONIVEL
001316         CLOSE CEP-ZONE-TABLE
001316     END-IF.
001317     CLOSE RECON-REPORT.
001318 3000-FINALIZAR-EXIT.
001319     EXIT.
