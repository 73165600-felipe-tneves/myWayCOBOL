000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROGCOB88.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE PESSOAL.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: CADASTRO DE ADESOES AO VALE-TRANSPORTE NO
000100*           CONSOLE (ARQUIVO VALETRAN), NO MESMO DESENHO DO
000110*           PROGCOB59 - INCLUI (OU REATIVA), ALTERA, LISTA E
000120*           CANCELA A ADESAO DE CADA MATRICULA COM A TARIFA
000130*           POR VIAGEM, AS VIAGENS POR DIA UTIL E O CARTAO
000140*           DA OPERADORA. DESLIGADO NAO ADERE. O PEDIDO
000150*           MENSAL (PROGCOB89) RECARREGA OS CARTOES DAQUI E
000160*           A FOLHA (PROGCOB32) DESCONTA ATE 6% DO SALARIO
000170*           BASE - O DESCONTO NAO E MAIS LANCADO NO DEDFIX.
000180* -----------------------------------------------------
000190* HISTORICO DE ALTERACOES
000200* 15/10/2026 FT  PROGRAMA CRIADO.
000210***********************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SPECIAL-NAMES.
000250     DECIMAL-POINT IS COMMA.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT TRANSIT-ENROLLMENT ASSIGN TO 'VALETRAN'
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS VTR-MATRICULA
000320         FILE STATUS IS WRK-VALETRAN-STATUS.
000330     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS EMP-ID
000370         FILE STATUS IS WRK-EMPMAST-STATUS.
000380     SELECT OPERATOR-SESSION ASSIGN TO 'OPERSESS'
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WRK-OPERSESS-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  TRANSIT-ENROLLMENT.
000440     COPY VALETRAN.
000450 FD  EMPLOYEE-MASTER.
000460     COPY EMPREC.
000470 FD  OPERATOR-SESSION.
000480     COPY OPERSESS.
000490 WORKING-STORAGE SECTION.
000500 77  WRK-VALETRAN-STATUS PIC X(02) VALUE '00'.
000510 77  WRK-EMPMAST-STATUS  PIC X(02) VALUE '00'.
000520 77  WRK-OPERSESS-STATUS PIC X(02) VALUE '00'.
000530 77  WRK-SW-EMPMAST      PIC X(01) VALUE 'N'.
000540     88  WRK-EMPMAST-DISPONIVEL  VALUE 'S'.
000550 77  WRK-OPCAO           PIC 9(01) VALUE ZEROS.
000560     88  WRK-OPCAO-SAIR      VALUE 9.
000570 77  WRK-USUARIO         PIC X(08) VALUE SPACES.
000580 77  WRK-DATASISTEMA     PIC 9(08) VALUE ZEROS.
000590 77  WRK-MATRICULA       PIC 9(05) VALUE ZEROS.
000600 77  WRK-QTDE-LISTADOS   PIC 9(05) VALUE ZEROS.
000610 77  WRK-SW-VARREDURA    PIC X(01) VALUE 'N'.
000620     88  WRK-FIM-VARREDURA       VALUE 'S'.
000630     88  WRK-VARREDURA-ATIVA     VALUE 'N'.
000640 77  WRK-SW-ENCONTROU    PIC X(01) VALUE 'N'.
000650     88  WRK-FUNC-ENCONTRADO     VALUE 'S'.
000660 77  WRK-SW-EXISTE       PIC X(01) VALUE 'N'.
000670     88  WRK-ADESAO-EXISTE       VALUE 'S'.
000680 77  WRK-TARIFA          PIC 9(03)V99 VALUE ZEROS.
000690 77  WRK-VIAGENS         PIC 9(02) VALUE ZEROS.
000700 77  WRK-CARTAO          PIC X(16) VALUE SPACES.
000710 77  WRK-TARIFA-EDT      PIC ZZ9,99.
000720 77  WRK-CONFIRMA        PIC X(01) VALUE SPACES.
000730 PROCEDURE DIVISION.
000740
000750 0000-MAINLINE.
000760     ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
000770     OPEN INPUT OPERATOR-SESSION.
000780     IF WRK-OPERSESS-STATUS = '00'
000790         READ OPERATOR-SESSION
000800             AT END
000810                 CONTINUE
000820             NOT AT END
000830                 MOVE OSS-USUARIO TO WRK-USUARIO
000840         END-READ
000850         CLOSE OPERATOR-SESSION
000860     END-IF.
000870     OPEN I-O TRANSIT-ENROLLMENT.
000880     IF WRK-VALETRAN-STATUS = '35'
000890         OPEN OUTPUT TRANSIT-ENROLLMENT
000900         CLOSE TRANSIT-ENROLLMENT
000910         OPEN I-O TRANSIT-ENROLLMENT
000920     END-IF.
000930     IF WRK-VALETRAN-STATUS NOT = '00'
000940         DISPLAY 'CADASTRO DE VALE-TRANSPORTE INDISPONIVEL - '
000950             'STATUS ' WRK-VALETRAN-STATUS
000960         GO TO 0000-ENCERRAR.
000970     OPEN INPUT EMPLOYEE-MASTER.
000980     IF WRK-EMPMAST-STATUS = '00'
000990         SET WRK-EMPMAST-DISPONIVEL TO TRUE
001000     END-IF.
001010     PERFORM 1000-PROCESSAR-MENU THRU 1000-PROCESSAR-MENU-EXIT
001020         UNTIL WRK-OPCAO-SAIR.
001030     CLOSE TRANSIT-ENROLLMENT.
001040     IF WRK-EMPMAST-DISPONIVEL
001050         CLOSE EMPLOYEE-MASTER
001060     END-IF.
001070 0000-ENCERRAR.
001080     GOBACK.
001090
001100 1000-PROCESSAR-MENU.
001110     DISPLAY '================================================'.
001120     DISPLAY '        ADESAO AO VALE-TRANSPORTE               '.
001130     DISPLAY '================================================'.
001140     DISPLAY '1 - INCLUIR OU REATIVAR ADESAO'.
001150     DISPLAY '2 - ALTERAR TARIFA, VIAGENS OU CARTAO'.
001160     DISPLAY '3 - LISTAR ADESOES'.
001170     DISPLAY '4 - CANCELAR ADESAO'.
001180     DISPLAY '9 - SAIR'.
001190     DISPLAY 'OPCAO: '.
001200     ACCEPT WRK-OPCAO.
001210     EVALUATE TRUE
001220         WHEN WRK-OPCAO = 1
001230             PERFORM 2000-INCLUIR THRU 2000-INCLUIR-EXIT
001240         WHEN WRK-OPCAO = 2
001250             PERFORM 2500-ALTERAR THRU 2500-ALTERAR-EXIT
001260         WHEN WRK-OPCAO = 3
001270             PERFORM 3000-LISTAR THRU 3000-LISTAR-EXIT
001280         WHEN WRK-OPCAO = 4
001290             PERFORM 4000-CANCELAR THRU 4000-CANCELAR-EXIT
001300         WHEN WRK-OPCAO-SAIR
001310             CONTINUE
001320         WHEN OTHER
001330             DISPLAY 'OPCAO INVALIDA - REDIGITE'
001340     END-EVALUATE.
001350 1000-PROCESSAR-MENU-EXIT.
001360     EXIT.
001370
001380*=========================================================
001390* INCLUSAO DA ADESAO - MATRICULA COM ADESAO CANCELADA E
001400* REATIVADA COM OS DADOS NOVOS
001410*=========================================================
001420 2000-INCLUIR.
001430     DISPLAY 'MATRICULA DO FUNCIONARIO: '.
001440     ACCEPT WRK-MATRICULA.
001450     PERFORM 5000-CONFERIR-FUNC THRU 5000-CONFERIR-FUNC-EXIT.
001460     IF WRK-EMPMAST-DISPONIVEL AND NOT WRK-FUNC-ENCONTRADO
001470         DISPLAY 'MATRICULA NAO ENCONTRADA NO CADASTRO'
001480         GO TO 2000-INCLUIR-EXIT.
001490     IF WRK-FUNC-ENCONTRADO AND EMP-DESLIGADO
001500         DISPLAY 'FUNCIONARIO DESLIGADO - ADESAO RECUSADA'
001510         GO TO 2000-INCLUIR-EXIT.
001520     PERFORM 5100-LER-ADESAO THRU 5100-LER-ADESAO-EXIT.
001530     IF WRK-ADESAO-EXISTE AND VTR-ATIVA
001540         DISPLAY 'MATRICULA JA TEM ADESAO ATIVA - USE A '
001550             'OPCAO 2 PARA ALTERAR'
001560         GO TO 2000-INCLUIR-EXIT.
001570     PERFORM 5200-PEDIR-DADOS THRU 5200-PEDIR-DADOS-EXIT.
001580     IF WRK-TARIFA = ZEROS OR WRK-VIAGENS = ZEROS
001590             OR WRK-CARTAO = SPACES
001600         DISPLAY 'TARIFA, VIAGENS E CARTAO SAO OBRIGATORIOS - '
001610             'ADESAO NAO INCLUIDA'
001620         GO TO 2000-INCLUIR-EXIT.
001630     MOVE WRK-MATRICULA TO VTR-MATRICULA.
001640     MOVE WRK-TARIFA TO VTR-TARIFA.
001650     MOVE WRK-VIAGENS TO VTR-VIAGENS-DIA.
001660     MOVE WRK-CARTAO TO VTR-CARTAO.
001670     SET VTR-ATIVA TO TRUE.
001680     MOVE SPACES TO VTR-MOTIVO-CANCEL.
001690     MOVE WRK-DATASISTEMA TO VTR-DATA-ADESAO.
001700     MOVE ZEROS TO VTR-DATA-CANCEL.
001710     MOVE WRK-USUARIO TO VTR-USUARIO.
001720     IF WRK-ADESAO-EXISTE
001730         REWRITE VTR-RECORD
001740             INVALID KEY
001750                 DISPLAY 'ERRO AO REATIVAR A ADESAO'
001760             NOT INVALID KEY
001770                 DISPLAY 'ADESAO REATIVADA - RECARGA A PARTIR '
001780                     'DO PROXIMO PEDIDO MENSAL'
001790         END-REWRITE
001800     ELSE
001810         MOVE ZEROS TO VTR-ULT-COMPETENCIA
001820         WRITE VTR-RECORD
001830             INVALID KEY
001840                 DISPLAY 'ERRO AO INCLUIR A ADESAO'
001850             NOT INVALID KEY
001860                 DISPLAY 'ADESAO INCLUIDA - RECARGA A PARTIR '
001870                     'DO PROXIMO PEDIDO MENSAL'
001880         END-WRITE
001890     END-IF.
001900 2000-INCLUIR-EXIT.
001910     EXIT.
001920
001930*=========================================================
001940* ALTERACAO DA ADESAO ATIVA - CAMPO EM BRANCO/ZERO MANTEM
001950* O VALOR ATUAL
001960*=========================================================
001970 2500-ALTERAR.
001980     DISPLAY 'MATRICULA DO FUNCIONARIO: '.
001990     ACCEPT WRK-MATRICULA.
002000     PERFORM 5100-LER-ADESAO THRU 5100-LER-ADESAO-EXIT.
002010     IF NOT WRK-ADESAO-EXISTE
002020         DISPLAY 'MATRICULA SEM ADESAO AO VALE-TRANSPORTE'
002030         GO TO 2500-ALTERAR-EXIT.
002040     IF NOT VTR-ATIVA
002050         DISPLAY 'ADESAO CANCELADA - USE A OPCAO 1 PARA '
002060             'REATIVAR'
002070         GO TO 2500-ALTERAR-EXIT.
002080     PERFORM 3200-EXIBIR-ADESAO THRU 3200-EXIBIR-ADESAO-EXIT.
002090     DISPLAY '(BRANCO OU ZERO MANTEM O VALOR ATUAL)'.
002100     PERFORM 5200-PEDIR-DADOS THRU 5200-PEDIR-DADOS-EXIT.
002110     IF WRK-TARIFA NOT = ZEROS
002120         MOVE WRK-TARIFA TO VTR-TARIFA
002130     END-IF.
002140     IF WRK-VIAGENS NOT = ZEROS
002150         MOVE WRK-VIAGENS TO VTR-VIAGENS-DIA
002160     END-IF.
002170     IF WRK-CARTAO NOT = SPACES
002180         MOVE WRK-CARTAO TO VTR-CARTAO
002190     END-IF.
002200     MOVE WRK-USUARIO TO VTR-USUARIO.
002210     REWRITE VTR-RECORD
002220         INVALID KEY
002230             DISPLAY 'ERRO AO REGRAVAR A ADESAO'
002240         NOT INVALID KEY
002250             DISPLAY 'ADESAO ALTERADA - VALE A PARTIR DO '
002260                 'PROXIMO PEDIDO MENSAL'
002270     END-REWRITE.
002280 2500-ALTERAR-EXIT.
002290     EXIT.
002300
002310 3000-LISTAR.
002320     MOVE ZEROS TO WRK-QTDE-LISTADOS.
002330     SET WRK-VARREDURA-ATIVA TO TRUE.
002340     MOVE ZEROS TO VTR-MATRICULA.
002350     START TRANSIT-ENROLLMENT KEY >= VTR-MATRICULA
002360         INVALID KEY
002370             SET WRK-FIM-VARREDURA TO TRUE
002380     END-START.
002390     IF WRK-VALETRAN-STATUS NOT = '00'
002400         SET WRK-FIM-VARREDURA TO TRUE
002410     END-IF.
002420     PERFORM 3100-LISTAR-UM THRU 3100-LISTAR-UM-EXIT
002430         UNTIL WRK-FIM-VARREDURA.
002440     IF WRK-QTDE-LISTADOS = ZEROS
002450         DISPLAY 'NENHUMA ADESAO CADASTRADA'
002460     ELSE
002470         DISPLAY 'ADESOES LISTADAS: ' WRK-QTDE-LISTADOS
002480     END-IF.
002490 3000-LISTAR-EXIT.
002500     EXIT.
002510
002520 3100-LISTAR-UM.
002530     READ TRANSIT-ENROLLMENT NEXT RECORD
002540         AT END
002550             SET WRK-FIM-VARREDURA TO TRUE
002560             GO TO 3100-LISTAR-UM-EXIT
002570     END-READ.
002580     IF WRK-VALETRAN-STATUS NOT = '00'
002590         SET WRK-FIM-VARREDURA TO TRUE
002600         GO TO 3100-LISTAR-UM-EXIT.
002610     PERFORM 3200-EXIBIR-ADESAO THRU 3200-EXIBIR-ADESAO-EXIT.
002620     ADD 1 TO WRK-QTDE-LISTADOS.
002630 3100-LISTAR-UM-EXIT.
002640     EXIT.
002650
002660 3200-EXIBIR-ADESAO.
002670     MOVE VTR-TARIFA TO WRK-TARIFA-EDT.
002680     DISPLAY VTR-MATRICULA ' TARIFA ' WRK-TARIFA-EDT
002690         ' VIAGENS/DIA ' VTR-VIAGENS-DIA ' CARTAO '
002700         VTR-CARTAO.
002710     DISPLAY '      SIT ' VTR-SITUACAO ' ADESAO '
002720         VTR-DATA-ADESAO ' ULT.PEDIDO ' VTR-ULT-COMPETENCIA.
002730     IF VTR-CANCELADA
002740         DISPLAY '      CANCELADA EM ' VTR-DATA-CANCEL
002750             ' MOTIVO ' VTR-MOTIVO-CANCEL
002760             ' (O=OPCAO D=DESLIGAMENTO)'
002770     END-IF.
002780 3200-EXIBIR-ADESAO-EXIT.
002790     EXIT.
002800
002810 4000-CANCELAR.
002820     DISPLAY 'MATRICULA DO FUNCIONARIO: '.
002830     ACCEPT WRK-MATRICULA.
002840     PERFORM 5100-LER-ADESAO THRU 5100-LER-ADESAO-EXIT.
002850     IF NOT WRK-ADESAO-EXISTE
002860         DISPLAY 'MATRICULA SEM ADESAO AO VALE-TRANSPORTE'
002870         GO TO 4000-CANCELAR-EXIT.
002880     IF VTR-CANCELADA
002890         DISPLAY 'ADESAO JA CANCELADA'
002900         GO TO 4000-CANCELAR-EXIT.
002910     PERFORM 3200-EXIBIR-ADESAO THRU 3200-EXIBIR-ADESAO-EXIT.
002920     DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? '.
002930     ACCEPT WRK-CONFIRMA.
002940     IF WRK-CONFIRMA NOT = 'S'
002950         DISPLAY 'CANCELAMENTO NAO EFETUADO'
002960         GO TO 4000-CANCELAR-EXIT.
002970     SET VTR-CANCELADA TO TRUE.
002980     SET VTR-CANCEL-OPCAO TO TRUE.
002990     MOVE WRK-DATASISTEMA TO VTR-DATA-CANCEL.
003000     MOVE WRK-USUARIO TO VTR-USUARIO.
003010     REWRITE VTR-RECORD
003020         INVALID KEY
003030             DISPLAY 'ERRO AO REGRAVAR A ADESAO'
003040         NOT INVALID KEY
003050             DISPLAY 'ADESAO CANCELADA - SAI DO PROXIMO '
003060                 'PEDIDO MENSAL'
003070     END-REWRITE.
003080 4000-CANCELAR-EXIT.
003090     EXIT.
003100
003110 5000-CONFERIR-FUNC.
003120     MOVE 'N' TO WRK-SW-ENCONTROU.
003130     IF NOT WRK-EMPMAST-DISPONIVEL
003140         GO TO 5000-CONFERIR-FUNC-EXIT.
003150     MOVE WRK-MATRICULA TO EMP-ID.
003160     READ EMPLOYEE-MASTER
003170         INVALID KEY
003180             CONTINUE
003190         NOT INVALID KEY
003200             SET WRK-FUNC-ENCONTRADO TO TRUE
003210             DISPLAY 'FUNCIONARIO: ' EMP-NOME
003220     END-READ.
003230 5000-CONFERIR-FUNC-EXIT.
003240     EXIT.
003250
003260 5100-LER-ADESAO.
003270     MOVE 'N' TO WRK-SW-EXISTE.
003280     MOVE WRK-MATRICULA TO VTR-MATRICULA.
003290     READ TRANSIT-ENROLLMENT
003300         INVALID KEY
003310             CONTINUE
003320         NOT INVALID KEY
003330             SET WRK-ADESAO-EXISTE TO TRUE
003340     END-READ.
003350 5100-LER-ADESAO-EXIT.
003360     EXIT.
003370
003380 5200-PEDIR-DADOS.
003390     DISPLAY 'TARIFA POR VIAGEM........ '.
003400     ACCEPT WRK-TARIFA.
003410     DISPLAY 'VIAGENS POR DIA UTIL..... '.
003420     ACCEPT WRK-VIAGENS.
003430     DISPLAY 'NUMERO DO CARTAO......... '.
003440     ACCEPT WRK-CARTAO.
003450 5200-PEDIR-DADOS-EXIT.
003460     EXIT.
