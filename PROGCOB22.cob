000341*                COM O PERIODO AAAAMM DO DIA (FRH-PERIODO),
000341*                CHAVE ALTERNADA USADA PELOS LOTES DE ESCOPO
000341*                MENSAL NO HISTORICO DE FRETES.
000341* 15/10/2026 FT  INCLUSAO E ALTERACAO PASSAM A CAPTURAR O
000341*                CLIENTE DO PEDIDO (ORDER-CLIENTE), VALIDADO
000341*                CONTRA O CADASTRO CUSTMAST (CLIENTE INATIVO
000341*                E RECUSADO; ZERO = SEM CLIENTE; CADASTRO
000341*                AUSENTE = ACEITA COM AVISO). A LINHA DE
000341*                ESTORNO NASCE SEM FATURA AO CLIENTE - O
000341*                FATURAMENTO MENSAL FOB A LANCA COMO CREDITO.
000341* 15/10/2026 FT  TABELA DE ESTORNOS AJUSTADA AO REGISTRO DO
000341*                HISTORICO COM PESO TAXADO E TIPO DO PESO - O
000341*                ESTORNO CARREGA OS MESMOS VALORES DO ORIGINAL.
000341* 15/10/2026 FT  INCLUSAO E ALTERACAO PASSAM A CAPTURAR O CEP
000341*                DO DESTINO (ORDER-CEP-DESTINO; ZERO = SEM
000341*                CEP), USADO NA COTACAO POR ZONA DE ENTREGA;
000341*                TABELA DE ESTORNOS AJUSTADA AO REGISTRO DO
000341*                HISTORICO COM A ZONA DE ENTREGA.
000341* 15/10/2026 FT  INCLUSAO E ALTERACAO PASSAM A CAPTURAR O
000341*                NUMERO DA COTACAO DE FRETE (ORDER-COTACAO;
000341*                ZERO = SEM COTACAO), VALIDADO CONTRA O ARQUIVO
000341*                DE COTACOES (COTFRETE) - COTACAO NAO CADASTRADA
000341*                E RECUSADA; VENCIDA OU JA CONVERTIDA E ACEITA
000341*                COM AVISO (O LOTE DE FRETE NAO A HONRA);
000341*                ARQUIVO AUSENTE = ACEITA COM AVISO.
000341* 15/10/2026 FT  NOVA OPCAO 4 - REGISTRAR DEVOLUCAO: A PARTIR DE
000341*                UM PEDIDO FATURADO, INCLUI O PEDIDO DE
000341*                DEVOLUCAO (TIPO D) COM ORIGEM E DESTINO
000341*                INVERTIDOS, LIGADO AO PEDIDO ORIGINAL E A
000341*                TRANSPORTADORA QUE O ENTREGOU (ULTIMA LINHA
000341*                NORMAL DO HISTORICO DE FRETES), PARA O LOTE DE
000341*                FRETE COTAR O RETORNO. DEVOLUCAO NAO PODE SER
000341*                ALTERADA (CANCELA-SE E REGISTRA-SE DE NOVO) E O
000341*                ESTORNO DO CANCELAMENTO PASSA A ALCANCAR TAMBEM
000341*                O FRETE DE DEVOLUCAO (TIPO D).
000200***********************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000356         ACCESS MODE IS RANDOM
000356         RECORD KEY IS CIA-CODIGO
000356         FILE STATUS IS WRK-COMPMAST-STATUS.
000356     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
000356         ORGANIZATION IS INDEXED
000356         ACCESS MODE IS RANDOM
000356         RECORD KEY IS CLI-CODIGO
000356         FILE STATUS IS WRK-CUSTMAST-STATUS.
000357     SELECT FREIGHT-HISTORY ASSIGN TO 'FRTHIST'
000357         ORGANIZATION IS INDEXED
000357         ACCESS MODE IS DYNAMIC
000357     SELECT AP-EXTRACT ASSIGN TO 'APEXTRT'
000357         ORGANIZATION IS LINE SEQUENTIAL
000357         FILE STATUS IS WRK-APEXTRT-STATUS.
000357     SELECT QUOTE-FILE ASSIGN TO 'COTFRETE'
000357         ORGANIZATION IS INDEXED
000357         ACCESS MODE IS RANDOM
000357         RECORD KEY IS CFR-NUMERO
000357         FILE STATUS IS WRK-COTFRETE-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  ORDERS-FILE.
000350     COPY ORDERREG.
000358 FD  COMPANY-MASTER.
000358     COPY COMPMST.
000358 FD  CUSTOMER-MASTER.
000358     COPY CUSTMST.
000359 FD  FREIGHT-HISTORY.
000359     COPY FRTHIST.
000359 FD  AP-EXTRACT.
000359     COPY APEXTRT.
000359 FD  QUOTE-FILE.
000359     COPY COTFRT.
000360 WORKING-STORAGE SECTION.
000362 77  WRK-COMPMAST-STATUS PIC X(02) VALUE '00'.
000364 77  WRK-SW-EMPRESA      PIC X(01) VALUE 'N'.
000366     88  WRK-EMPRESA-OK      VALUE 'S'.
000366 77  WRK-CUSTMAST-STATUS PIC X(02) VALUE '00'.
000366 77  WRK-SW-CLIENTE      PIC X(01) VALUE 'N'.
000366     88  WRK-CLIENTE-OK      VALUE 'S'.
000366 77  WRK-COTFRETE-STATUS PIC X(02) VALUE '00'.
000366 77  WRK-SW-COTACAO      PIC X(01) VALUE 'N'.
000366     88  WRK-COTACAO-OK      VALUE 'S'.
000370 77  WRK-ORDERS-STATUS   PIC X(02) VALUE '00'.
000372 77  WRK-FRTHIST-STATUS  PIC X(02) VALUE '00'.
000373 77  WRK-APEXTRT-STATUS  PIC X(02) VALUE '00'.
000374     88  WRK-ERA-FATURADO        VALUE 'S'.
000374 77  WRK-QTDE-ESTORNOS   PIC 9(02) COMP VALUE ZEROS.
000374 77  WRK-SUB-EST         PIC 9(02) COMP VALUE ZEROS.
000374 77  WRK-NUMERO-ORIGINAL PIC 9(06) VALUE ZEROS.
000374 77  WRK-TRANSP-ORIGINAL PIC X(03) VALUE SPACES.
000374 77  WRK-PEDIDO-ORIGINAL PIC X(89) VALUE SPACES.
000374 77  WRK-UF-RETORNO      PIC X(02) VALUE SPACES.
000374 01  WRK-TABELA-ESTORNOS.
000374     05  WRK-EST-ENTRADA OCCURS 10 TIMES.
000374         10  WRK-EST-REGISTRO PIC X(145).
000375 77  WRK-DATASISTEMA     PIC 9(08) VALUE ZEROS.
000380 77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
000390     88  WRK-OPCAO-SAIR      VALUE 9.
000400     88  WRK-OPCAO-VALIDA    VALUE 1 THRU 4, 9.
000410 77  WRK-NUMERO          PIC 9(06) VALUE ZEROS.
000420 77  WRK-ENCONTROU       PIC X(01) VALUE 'N'.
000430     88  WRK-PEDIDO-ENCONTRADO   VALUE 'S'.
000820     DISPLAY '1 - INCLUIR PEDIDO'.
000830     DISPLAY '2 - ALTERAR PEDIDO'.
000840     DISPLAY '3 - CANCELAR PEDIDO'.
000840     DISPLAY '4 - REGISTRAR DEVOLUCAO'.
000850     DISPLAY '9 - SAIR'.
000860     DISPLAY 'OPCAO: '.
000870     ACCEPT WRK-OPCAO.
000970         WHEN WRK-OPCAO = 3
000980             PERFORM 4000-CANCELAR-PEDIDO
000990                 THRU 4000-CANCELAR-PEDIDO-EXIT
000990         WHEN WRK-OPCAO = 4
000990             PERFORM 7000-REGISTRAR-DEVOLUCAO
000990                 THRU 7000-REGISTRAR-DEVOLUCAO-EXIT
001000     END-EVALUATE.
001010 1000-PROCESSAR-MENU-EXIT.
001020     EXIT.
001130         PERFORM 5200-LER-DADOS-PEDIDO
001140             THRU 5200-LER-DADOS-PEDIDO-EXIT
001150         SET ORDER-ABERTO TO TRUE
001150         SET ORDER-NORMAL TO TRUE
001150         MOVE ZEROS TO ORDER-PEDIDO-ORIGEM
001150         MOVE SPACES TO ORDER-TRANSP-ORIGEM
001155         MOVE WRK-DATASISTEMA TO ORDER-DATA
001160         WRITE ORDER-RECORD
001170             INVALID KEY
001330     ELSE
001340         IF ORDER-CANCELADO
001350             DISPLAY 'PEDIDO CANCELADO NAO PODE SER ALTERADO'
001350             GO TO 3000-ALTERAR-PEDIDO-EXIT
001350         END-IF
001350         IF ORDER-DEVOLUCAO
001350             DISPLAY 'DEVOLUCAO NAO PODE SER ALTERADA - CANCELE '
001350                 'E REGISTRE DE NOVO'
001360         ELSE
001370             PERFORM 5300-EXIBIR-PEDIDO
001380                 THRU 5300-EXIBIR-PEDIDO-EXIT
002216     ACCEPT ORDER-UF-ORIGEM.
002220     DISPLAY 'ESTADO A ENTREGAR: '.
002230     ACCEPT ORDER-UF.
002230     DISPLAY 'CEP DO DESTINO (0 = SEM CEP): '.
002230     ACCEPT ORDER-CEP-DESTINO.
002232     DISPLAY 'CLASSE FISCAL (ENTER SE NAO SABE): '.
002234     ACCEPT ORDER-CLASSE-FISCAL.
002236     MOVE 'N' TO WRK-SW-EMPRESA.
002237     PERFORM 5260-LER-EMPRESA THRU 5260-LER-EMPRESA-EXIT
002238         UNTIL WRK-EMPRESA-OK.
002238     MOVE 'N' TO WRK-SW-CLIENTE.
002238     PERFORM 5270-LER-CLIENTE THRU 5270-LER-CLIENTE-EXIT
002238         UNTIL WRK-CLIENTE-OK.
002240     SET WRK-ENTRADA-RUIM TO TRUE.
002250     PERFORM 5220-LER-PESO THRU 5220-LER-PESO-EXIT
002260         UNTIL WRK-ENTRADA-OK.
002290     IF ORDER-MOEDA = SPACES
002300         MOVE 'BRL' TO ORDER-MOEDA
002310     END-IF.
002310     MOVE 'N' TO WRK-SW-COTACAO.
002310     PERFORM 5280-LER-COTACAO THRU 5280-LER-COTACAO-EXIT
002310         UNTIL WRK-COTACAO-OK.
002320 5200-LER-DADOS-PEDIDO-EXIT.
002330     EXIT.
002340
002673     CLOSE COMPANY-MASTER.
002674 5260-LER-EMPRESA-EXIT.
002675     EXIT.
002675
002675*=========================================================
002675* CLIENTE DO PEDIDO, VALIDADO CONTRA O CADASTRO CUSTMAST -
002675* ZERO = PEDIDO SEM CLIENTE; CLIENTE INATIVO E RECUSADO;
002675* CADASTRO AUSENTE = ACEITA COM AVISO
002675*=========================================================
002675 5270-LER-CLIENTE.
002675     DISPLAY 'CLIENTE (0 = SEM CLIENTE): '.
002675     ACCEPT ORDER-CLIENTE.
002675     IF ORDER-CLIENTE = ZEROS
002675         SET WRK-CLIENTE-OK TO TRUE
002675         GO TO 5270-LER-CLIENTE-EXIT.
002675     OPEN INPUT CUSTOMER-MASTER.
002675     IF WRK-CUSTMAST-STATUS NOT = '00'
002675         DISPLAY 'CADASTRO DE CLIENTES AUSENTE - CLIENTE '
002675             'ACEITO SEM VALIDACAO'
002675         SET WRK-CLIENTE-OK TO TRUE
002675         GO TO 5270-LER-CLIENTE-EXIT.
002675     MOVE ORDER-CLIENTE TO CLI-CODIGO.
002675     READ CUSTOMER-MASTER
002675         INVALID KEY
002675             DISPLAY 'CLIENTE NAO CADASTRADO - REDIGITE'
002675         NOT INVALID KEY
002675             IF CLI-ATIVO-NAO
002675                 DISPLAY 'CLIENTE INATIVO - REDIGITE'
002675             ELSE
002675                 DISPLAY 'CLIENTE: ' CLI-NOME
002675                     ' FRETE ' CLI-MODALIDADE
002675                 SET WRK-CLIENTE-OK TO TRUE
002675             END-IF
002675     END-READ.
002675     CLOSE CUSTOMER-MASTER.
002675 5270-LER-CLIENTE-EXIT.
002675     EXIT.
002675
002675*=========================================================
002675* COTACAO DE FRETE DO PEDIDO, VALIDADA CONTRA O ARQUIVO
002675* COTFRETE - ZERO = SEM COTACAO; COTACAO VENCIDA OU JA
002675* CONVERTIDA E ACEITA COM AVISO (O LOTE NAO A HONRA);
002675* ARQUIVO AUSENTE = ACEITA COM AVISO
002675*=========================================================
002675 5280-LER-COTACAO.
002675     DISPLAY 'COTACAO DE FRETE (0 = SEM COTACAO): '.
002675     ACCEPT ORDER-COTACAO.
002675     IF ORDER-COTACAO = ZEROS
002675         SET WRK-COTACAO-OK TO TRUE
002675         GO TO 5280-LER-COTACAO-EXIT.
002675     OPEN INPUT QUOTE-FILE.
002675     IF WRK-COTFRETE-STATUS NOT = '00'
002675         DISPLAY 'ARQUIVO DE COTACOES AUSENTE - COTACAO '
002675             'ACEITA SEM VALIDACAO'
002675         SET WRK-COTACAO-OK TO TRUE
002675         GO TO 5280-LER-COTACAO-EXIT.
002675     MOVE ORDER-COTACAO TO CFR-NUMERO.
002675     READ QUOTE-FILE
002675         INVALID KEY
002675             DISPLAY 'COTACAO NAO CADASTRADA - REDIGITE'
002675         NOT INVALID KEY
002675             IF CFR-CONVERTIDA
002675                 DISPLAY 'AVISO: COTACAO JA CONVERTIDA NO '
002675                     'PEDIDO ' CFR-NUMERO-PEDIDO
002675             ELSE
002675                 IF CFR-VALIDADE < WRK-DATASISTEMA
002675                     DISPLAY 'AVISO: COTACAO VENCIDA EM '
002675                         CFR-VALIDADE
002675                 END-IF
002675             END-IF
002675             MOVE CFR-FRETE TO WRK-VALOR-EDT
002675             DISPLAY 'COTACAO: TRANSP ' CFR-TRANSPORTADORA
002675                 ' UF ' CFR-UF ' FRETE ' WRK-VALOR-EDT
002675                 ' ' CFR-MOEDA
002675             SET WRK-COTACAO-OK TO TRUE
002675     END-READ.
002675     CLOSE QUOTE-FILE.
002675 5280-LER-COTACAO-EXIT.
002675     EXIT.
002660
002661*=========================================================
002661* ESTORNO DO FRETE DE PEDIDO FATURADO CANCELADO: MARCA AS
002661             OR FRH-NUMERO-PEDIDO NOT = WRK-NUMERO
002661         SET WRK-FIM-VARREDURA TO TRUE
002661         GO TO 6100-COLETAR-LINHA-EXIT.
002661     IF (FRH-TIPO-NORMAL OR FRH-TIPO-DEVOLUCAO)
002661             AND WRK-QTDE-ESTORNOS < 10
002661         ADD 1 TO WRK-QTDE-ESTORNOS
002661         MOVE FRH-RECORD
002661             TO WRK-EST-REGISTRO (WRK-QTDE-ESTORNOS)
002661     MOVE ZEROS TO FRH-CREDITO-ABATIDO.
002661     MOVE ZEROS TO FRH-DATA-PAGAMENTO.
002661     MOVE ZEROS TO FRH-LOTE-PAGAMENTO.
002661     MOVE ZEROS TO FRH-FATURA-CLIENTE.
002661     WRITE FRH-RECORD
002661         INVALID KEY
002661             DISPLAY 'ESTORNO JA GRAVADO NESTA DATA PARA O '
002720     DISPLAY 'VALOR......... ' WRK-VALOR-EDT.
002730     DISPLAY 'UF............ ' ORDER-UF.
002740     DISPLAY 'MOEDA......... ' ORDER-MOEDA.
002740     DISPLAY 'CLIENTE....... ' ORDER-CLIENTE.
002740     DISPLAY 'CEP DESTINO... ' ORDER-CEP-DESTINO.
002740     DISPLAY 'COTACAO FRETE. ' ORDER-COTACAO.
002750     DISPLAY 'SITUACAO...... ' ORDER-STATUS.
002750     IF ORDER-DEVOLUCAO
002750         DISPLAY 'DEVOLUCAO DO.. ' ORDER-PEDIDO-ORIGEM
002750             ' TRANSP ' ORDER-TRANSP-ORIGEM
002750     END-IF.
002760     DISPLAY '=========================================='.
002770 5300-EXIBIR-PEDIDO-EXIT.
002780     EXIT.
002780
002780*=========================================================
002780* DEVOLUCAO: O PEDIDO ORIGINAL (FATURADO, NAO DEVOLUCAO) E
002780* COPIADO PARA UM NOVO NUMERO COM ORIGEM E DESTINO
002780* INVERTIDOS, TIPO D, LIGADO AO ORIGINAL E A TRANSPORTADORA
002780* QUE O ENTREGOU - O LOTE DE FRETE COTA O RETORNO PELA TAXA
002780* DE DEVOLUCAO DESSA TRANSPORTADORA
002780*=========================================================
002780 7000-REGISTRAR-DEVOLUCAO.
002780     DISPLAY 'PEDIDO ORIGINAL DA DEVOLUCAO -'.
002780     PERFORM 5000-LER-NUMERO THRU 5000-LER-NUMERO-EXIT.
002780     PERFORM 5100-LOCALIZAR-PEDIDO
002780         THRU 5100-LOCALIZAR-PEDIDO-EXIT.
002780     IF NOT WRK-PEDIDO-ENCONTRADO
002780         DISPLAY 'PEDIDO NAO ENCONTRADO: ' WRK-NUMERO
002780         GO TO 7000-REGISTRAR-DEVOLUCAO-EXIT.
002780     IF ORDER-DEVOLUCAO
002780         DISPLAY 'PEDIDO JA E UMA DEVOLUCAO (DO PEDIDO '
002780             ORDER-PEDIDO-ORIGEM ')'
002780         GO TO 7000-REGISTRAR-DEVOLUCAO-EXIT.
002780     IF NOT ORDER-FATURADO
002780         DISPLAY 'SO PEDIDO FATURADO PODE SER DEVOLVIDO - '
002780             'SITUACAO ' ORDER-STATUS
002780         GO TO 7000-REGISTRAR-DEVOLUCAO-EXIT.
002780     PERFORM 5300-EXIBIR-PEDIDO
002780         THRU 5300-EXIBIR-PEDIDO-EXIT.
002780     MOVE ORDER-RECORD TO WRK-PEDIDO-ORIGINAL.
002780     MOVE WRK-NUMERO TO WRK-NUMERO-ORIGINAL.
002780     MOVE ORDER-UF-ORIGEM TO WRK-UF-RETORNO.
002780     IF WRK-UF-RETORNO = SPACES
002780         DISPLAY 'PEDIDO SEM UF DE ORIGEM - UF DE RETORNO: '
002780         ACCEPT WRK-UF-RETORNO
002780     END-IF.
002780     PERFORM 7100-TRANSP-ORIGINAL
002780         THRU 7100-TRANSP-ORIGINAL-EXIT.
002780     IF WRK-TRANSP-ORIGINAL = SPACES
002780         DISPLAY 'AVISO: PEDIDO SEM TRANSPORTADORA NO HISTORICO'
002780             ' - RETORNO SERA COTADO PELA TAXA DA UF'
002780     ELSE
002780         DISPLAY 'TRANSPORTADORA DO RETORNO: '
002780             WRK-TRANSP-ORIGINAL
002780     END-IF.
002780     DISPLAY 'NUMERO DO PEDIDO DE DEVOLUCAO -'.
002780     PERFORM 5000-LER-NUMERO THRU 5000-LER-NUMERO-EXIT.
002780     PERFORM 5100-LOCALIZAR-PEDIDO
002780         THRU 5100-LOCALIZAR-PEDIDO-EXIT.
002780     IF WRK-PEDIDO-ENCONTRADO
002780         DISPLAY 'PEDIDO JA EXISTE COM ESTE NUMERO: '
002780             WRK-NUMERO
002780         GO TO 7000-REGISTRAR-DEVOLUCAO-EXIT.
002780     DISPLAY 'CONFIRMA A DEVOLUCAO (S/N)? '.
002780     MOVE 'N' TO WRK-CONFIRMA.
002780     ACCEPT WRK-CONFIRMA.
002780     IF NOT WRK-CONFIRMA-SIM
002780         DISPLAY 'DEVOLUCAO ABANDONADA'
002780         GO TO 7000-REGISTRAR-DEVOLUCAO-EXIT.
002780     MOVE WRK-PEDIDO-ORIGINAL TO ORDER-RECORD.
002780     MOVE WRK-NUMERO TO ORDER-NUMERO.
002780     MOVE ORDER-UF TO ORDER-UF-ORIGEM.
002780     MOVE WRK-UF-RETORNO TO ORDER-UF.
002780*    O CEP DE ENTREGA ORIGINAL E O PONTO DE COLETA DO RETORNO -
002780*    O RETORNO NAO E COTADO POR ZONA NEM PELA COTACAO DE VENDAS
002780     MOVE ZEROS TO ORDER-CEP-DESTINO.
002780     MOVE ZEROS TO ORDER-COTACAO.
002780     MOVE WRK-DATASISTEMA TO ORDER-DATA.
002780     SET ORDER-ABERTO TO TRUE.
002780     SET ORDER-DEVOLUCAO TO TRUE.
002780     MOVE WRK-NUMERO-ORIGINAL TO ORDER-PEDIDO-ORIGEM.
002780     MOVE WRK-TRANSP-ORIGINAL TO ORDER-TRANSP-ORIGEM.
002780     WRITE ORDER-RECORD
002780         INVALID KEY
002780             DISPLAY 'ERRO AO GRAVAR A DEVOLUCAO - STATUS '
002780                 WRK-ORDERS-STATUS
002780         NOT INVALID KEY
002780             DISPLAY 'DEVOLUCAO INCLUIDA COM SITUACAO ABERTO'
002780     END-WRITE.
002780 7000-REGISTRAR-DEVOLUCAO-EXIT.
002780     EXIT.
002780
002780*=========================================================
002780* TRANSPORTADORA DA ENTREGA ORIGINAL: A DA ULTIMA LINHA
002780* NORMAL DO PEDIDO NO HISTORICO DE FRETES (BRANCO = SEM
002780* HISTORICO OU FRETE PELA TAXA DA UF)
002780*=========================================================
002780 7100-TRANSP-ORIGINAL.
002780     MOVE SPACES TO WRK-TRANSP-ORIGINAL.
002780     OPEN INPUT FREIGHT-HISTORY.
002780     IF WRK-FRTHIST-STATUS NOT = '00'
002780         GO TO 7100-TRANSP-ORIGINAL-EXIT.
002780     SET WRK-VARREDURA-ATIVA TO TRUE.
002780     MOVE WRK-NUMERO-ORIGINAL TO FRH-NUMERO-PEDIDO.
002780     MOVE ZEROS TO FRH-DATA-CALCULO.
002780     START FREIGHT-HISTORY KEY >= FRH-CHAVE
002780         INVALID KEY
002780             SET WRK-FIM-VARREDURA TO TRUE
002780     END-START.
002780     IF WRK-FRTHIST-STATUS NOT = '00'
002780         SET WRK-FIM-VARREDURA TO TRUE
002780     END-IF.
002780     PERFORM 7110-LER-LINHA-ORIGINAL
002780         THRU 7110-LER-LINHA-ORIGINAL-EXIT
002780         UNTIL WRK-FIM-VARREDURA.
002780     CLOSE FREIGHT-HISTORY.
002780 7100-TRANSP-ORIGINAL-EXIT.
002780     EXIT.
002780
002780 7110-LER-LINHA-ORIGINAL.
002780     READ FREIGHT-HISTORY NEXT RECORD
002780         AT END
002780             SET WRK-FIM-VARREDURA TO TRUE
002780             GO TO 7110-LER-LINHA-ORIGINAL-EXIT
002780     END-READ.
002780     IF WRK-FRTHIST-STATUS NOT = '00'
002780             OR FRH-NUMERO-PEDIDO NOT = WRK-NUMERO-ORIGINAL
002780         SET WRK-FIM-VARREDURA TO TRUE
002780         GO TO 7110-LER-LINHA-ORIGINAL-EXIT.
002780     IF FRH-TIPO-NORMAL
002780         MOVE FRH-TRANSPORTADORA TO WRK-TRANSP-ORIGINAL
002780     END-IF.
002780 7110-LER-LINHA-ORIGINAL-EXIT.
002780     EXIT.
