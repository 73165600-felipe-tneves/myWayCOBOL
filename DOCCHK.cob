000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DOCCHK.
000030 AUTHOR. FELIPE TADEU.
000040 INSTALLATION. DEPTO DE LOGISTICA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED. 15/10/2026.
000070***********************************************************
000080* AREA DE COMENTARIOS - REMARKS
000090* OBJETIVO: ROTINA COMUM (CALL, COMO FISCCHK) DE CONSULTA
000100*           DOS DOCUMENTOS DE CONFORMIDADE DE UMA
000110*           TRANSPORTADORA (CARRIER-DOCUMENTS, ARQUIVO
000120*           CARRDOC) NUMA DATA - DEVOLVE A SITUACAO:
000130*           B = BLOQUEADA (DOCUMENTO OBRIGATORIO VENCIDO -
000140*               NAO COTA NEM RECEBE PAGAMENTO);
000150*           A = AVISO (DOCUMENTO VENCE EM ATE 30 DIAS, OU
000160*               DOCUMENTO NAO OBRIGATORIO VENCIDO);
000170*           R = REGULAR (INCLUSIVE SEM DOCUMENTO CADASTRADO
000180*               OU ARQUIVO AUSENTE - O CONTROLE SO TRAVA O
000190*               QUE ESTA EXPLICITAMENTE VENCIDO).
000200*           ABRE E FECHA O ARQUIVO A CADA CHAMADA; OS LOTES
000210*           CHAMAM UMA VEZ POR TRANSPORTADORA.
000220* PARAMETROS (NESTA ORDEM):
000230*   LK-TRANSPORTADORA - CODIGO DA TRANSPORTADORA.
000240*   LK-DATA           - DATA DE REFERENCIA (AAAAMMDD).
000250*   LK-SITUACAO       - R / A / B (DEVOLVIDA).
000260*   LK-MOTIVO         - DOCUMENTO E MOTIVO DA SITUACAO.
000270*   LK-VENCIMENTO     - VALIDADE DO DOCUMENTO DO MOTIVO.
000280* -----------------------------------------------------
000290* HISTORICO DE ALTERACOES
000300* 15/10/2026 FT  ROTINA CRIADA.
000310***********************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CARRIER-DOCUMENTS ASSIGN TO 'CARRDOC'
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CDC-CHAVE
000420         FILE STATUS IS DCK-CARRDOC-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CARRIER-DOCUMENTS.
000460     COPY CARRDOC.
000470 WORKING-STORAGE SECTION.
000480 77  DCK-CARRDOC-STATUS  PIC X(02) VALUE '00'.
000490 77  DCK-SW-FIM          PIC X(01) VALUE 'N'.
000500     88  DCK-FIM-DOCUMENTOS  VALUE 'S'.
000510     88  DCK-HA-DOCUMENTOS   VALUE 'N'.
000520 77  DCK-DIAS-AVISO      PIC S9(03) VALUE +30.
000530 77  DCK-DATA-LIMITE     PIC 9(08) VALUE ZEROS.
000540 77  DCK-DESCRICAO       PIC X(16) VALUE SPACES.
000550 77  DCK-SW-OBRIGATORIO  PIC X(01) VALUE 'N'.
000560     88  DCK-OBRIGATORIO     VALUE 'S'.
000570 LINKAGE SECTION.
000580 01  LK-TRANSPORTADORA   PIC X(03).
000590 01  LK-DATA             PIC 9(08).
000600 01  LK-SITUACAO         PIC X(01).
000610 01  LK-MOTIVO           PIC X(30).
000620 01  LK-VENCIMENTO       PIC 9(08).
000630 PROCEDURE DIVISION USING LK-TRANSPORTADORA LK-DATA
000640         LK-SITUACAO LK-MOTIVO LK-VENCIMENTO.
000650
000660 0000-CONSULTAR.
000670     MOVE 'R' TO LK-SITUACAO.
000680     MOVE SPACES TO LK-MOTIVO.
000690     MOVE ZEROS TO LK-VENCIMENTO.
000700     OPEN INPUT CARRIER-DOCUMENTS.
000710     IF DCK-CARRDOC-STATUS NOT = '00'
000720         GOBACK.
000730*    AVISO A PARTIR DE 30 DIAS CORRIDOS ANTES DO VENCIMENTO
000740     CALL 'DIACORR' USING BY CONTENT LK-DATA
000750                          BY CONTENT DCK-DIAS-AVISO
000760                          BY REFERENCE DCK-DATA-LIMITE.
000770     SET DCK-HA-DOCUMENTOS TO TRUE.
000780     MOVE LK-TRANSPORTADORA TO CDC-TRANSPORTADORA.
000790     MOVE LOW-VALUES TO CDC-TIPO.
000800     START CARRIER-DOCUMENTS KEY >= CDC-CHAVE
000810         INVALID KEY
000820             SET DCK-FIM-DOCUMENTOS TO TRUE
000830     END-START.
000840     PERFORM 1000-AVALIAR-DOCUMENTO
000850         THRU 1000-AVALIAR-DOCUMENTO-EXIT
000860         UNTIL DCK-FIM-DOCUMENTOS.
000870     CLOSE CARRIER-DOCUMENTS.
000880     GOBACK.
000890
000900*=========================================================
000910* CADA DOCUMENTO DA TRANSPORTADORA: OBRIGATORIO VENCIDO
000920* BLOQUEIA (PREVALECE SOBRE QUALQUER AVISO); O PRIMEIRO
000930* AVISO ACHADO FICA COMO MOTIVO ENQUANTO NAO HA BLOQUEIO.
000940* VALIDADE ZEROS = DOCUMENTO SEM PRAZO DE VALIDADE
000950*=========================================================
000960 1000-AVALIAR-DOCUMENTO.
000970     READ CARRIER-DOCUMENTS NEXT RECORD
000980         AT END
000990             SET DCK-FIM-DOCUMENTOS TO TRUE
001000             GO TO 1000-AVALIAR-DOCUMENTO-EXIT
001010     END-READ.
001020     IF DCK-CARRDOC-STATUS NOT = '00'
001030             OR CDC-TRANSPORTADORA NOT = LK-TRANSPORTADORA
001040         SET DCK-FIM-DOCUMENTOS TO TRUE
001050         GO TO 1000-AVALIAR-DOCUMENTO-EXIT.
001060     IF CDC-DATA-VALIDADE = ZEROS OR LK-SITUACAO = 'B'
001070         GO TO 1000-AVALIAR-DOCUMENTO-EXIT.
001080     MOVE 'N' TO DCK-SW-OBRIGATORIO.
001090     IF CDC-TIPO-FIXO-OBRIG OR CDC-OBRIGATORIO-SIM
001100         SET DCK-OBRIGATORIO TO TRUE
001110     END-IF.
001120     EVALUATE TRUE
001130         WHEN CDC-TIPO-RNTRC
001140             MOVE 'RNTRC' TO DCK-DESCRICAO
001150         WHEN CDC-TIPO-SEGURO
001160             MOVE 'SEGURO DE CARGA' TO DCK-DESCRICAO
001170         WHEN OTHER
001180             MOVE SPACES TO DCK-DESCRICAO
001190             STRING 'DOCUMENTO ' CDC-TIPO
001200                 DELIMITED BY SIZE INTO DCK-DESCRICAO
001210     END-EVALUATE.
001220     IF CDC-DATA-VALIDADE < LK-DATA
001230         IF DCK-OBRIGATORIO
001240             MOVE 'B' TO LK-SITUACAO
001250             MOVE SPACES TO LK-MOTIVO
001260             STRING DCK-DESCRICAO DELIMITED BY '  '
001270                 ' VENCIDO' DELIMITED BY SIZE
001280                 INTO LK-MOTIVO
001290             MOVE CDC-DATA-VALIDADE TO LK-VENCIMENTO
001300             GO TO 1000-AVALIAR-DOCUMENTO-EXIT
001310         END-IF
001320         IF LK-SITUACAO = 'R'
001330             MOVE 'A' TO LK-SITUACAO
001340             MOVE SPACES TO LK-MOTIVO
001350             STRING DCK-DESCRICAO DELIMITED BY '  '
001360                 ' VENCIDO (NAO OBRIG.)' DELIMITED BY SIZE
001370                 INTO LK-MOTIVO
001380             MOVE CDC-DATA-VALIDADE TO LK-VENCIMENTO
001390         END-IF
001400         GO TO 1000-AVALIAR-DOCUMENTO-EXIT.
001410     IF CDC-DATA-VALIDADE <= DCK-DATA-LIMITE
001420             AND LK-SITUACAO = 'R'
001430         MOVE 'A' TO LK-SITUACAO
001440         MOVE SPACES TO LK-MOTIVO
001450         STRING DCK-DESCRICAO DELIMITED BY '  '
001460             ' VENCE EM 30 DIAS' DELIMITED BY SIZE
001470             INTO LK-MOTIVO
001480         MOVE CDC-DATA-VALIDADE TO LK-VENCIMENTO
001490     END-IF.
001500 1000-AVALIAR-DOCUMENTO-EXIT.
001510     EXIT.
