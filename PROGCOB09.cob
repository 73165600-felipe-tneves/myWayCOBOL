      *                AAAAMM DO CALCULO (FRH-PERIODO), CHAVE
      *                ALTERNADA USADA PELOS LOTES DE ESCOPO MENSAL
      *                PARA NAO VARRER ANOS DE HISTORICO.
      * 15/10/2026 FT  O HISTORICO DA COTACAO DE CONSOLE E GRAVADO
      *                SEM CLIENTE (FRH-CLIENTE ZEROS) - A COTACAO
      *                AVULSA NAO E COBRADA DE CLIENTE FOB.
      * 15/10/2026 FT  O HISTORICO DA COTACAO DE CONSOLE E GRAVADO
      *                COM O PESO TAXADO IGUAL AO PESO INFORMADO
      *                (TIPO R) - A COTACAO AVULSA NAO TEM PRODUTO
      *                CADASTRADO PARA CUBAR.
      * 15/10/2026 FT  O HISTORICO DA COTACAO DE CONSOLE E GRAVADO
      *                SEM ZONA DE ENTREGA (COTADA PELA TAXA DA UF).
      * 15/10/2026 FT  TRANSPORTADORA COM DOCUMENTO OBRIGATORIO
      *                VENCIDO (ROTINA DOCCHK) FICA FORA DA COTACAO.
      * 15/10/2026 FT  O REJEITADO DA COTACAO DE CONSOLE E GRAVADO COM
      *                A DATA DO DIA E SEM NUMERO DE PEDIDO.
      ***********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  WRK-FRTHIST-DISPONIVEL  VALUE 'S'.
       77  WRK-NUMERO-PEDIDO   PIC 9(06) VALUE ZEROS.
       77  WRK-DATASISTEMA     PIC 9(08) VALUE ZEROS.
       77  WRK-DOC-SITUACAO    PIC X(01) VALUE 'R'.
           88  WRK-DOC-BLOQUEADA       VALUE 'B'.
       77  WRK-DOC-MOTIVO      PIC X(30) VALUE SPACES.
       77  WRK-DOC-VENCIMENTO  PIC 9(08) VALUE ZEROS.
       77  WRK-TAXA-USADA      PIC 9V9999 VALUE ZEROS.
       77  WRK-MULT-VIGENTE    PIC 9V9999 VALUE ZEROS.
       77  WRK-UF-PROCURADA    PIC X(02) VALUE SPACES.
               MOVE WRK-PRODUTO TO REJ-PRODUTO
               MOVE WRK-VALOR TO REJ-VALOR
               MOVE WRK-UF TO REJ-UF
               MOVE SPACES TO REJ-NUMERO-PEDIDO
               MOVE WRK-DATASISTEMA TO REJ-DATA-REJEICAO
               WRITE REJ-ORDER-RECORD
               CLOSE REJECTED-ORDERS
               PERFORM 1320-REGISTRAR-NAO-ENTREGAVEL
               AT END
                   SET WRK-CARRMAST-EOF TO TRUE
               NOT AT END
                   MOVE 'R' TO WRK-DOC-SITUACAO
                   IF CAR-ATIVA
                       CALL 'DOCCHK' USING CAR-CODIGO WRK-DATASISTEMA
                           WRK-DOC-SITUACAO WRK-DOC-MOTIVO
                           WRK-DOC-VENCIMENTO
                       IF WRK-DOC-BLOQUEADA
                           DISPLAY 'TRANSPORTADORA ' CAR-CODIGO
                               ' BLOQUEADA: ' WRK-DOC-MOTIVO
                       END-IF
                   END-IF
                   IF CAR-ATIVA AND NOT WRK-DOC-BLOQUEADA
                       ADD 1 TO WRK-QTDE-TRANSP
                       MOVE CAR-CODIGO
                           TO WRK-TRANSP-CODIGO (WRK-QTDE-TRANSP)
               MOVE ZEROS TO FRH-DATA-PAGAMENTO
               MOVE ZEROS TO FRH-LOTE-PAGAMENTO
               MOVE FRH-DATA-CALCULO (1:6) TO FRH-PERIODO
               MOVE ZEROS TO FRH-CLIENTE
               MOVE ZEROS TO FRH-FATURA-CLIENTE
               MOVE WRK-PESO TO FRH-PESO-TAXADO
               SET FRH-PESO-REAL TO TRUE
               MOVE SPACES TO FRH-ZONA
               WRITE FRH-RECORD
                   INVALID KEY
                       DISPLAY 'PEDIDO JA COTADO NESTA DATA - '
