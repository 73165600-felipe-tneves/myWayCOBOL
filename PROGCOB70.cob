000190* -----------------------------------------------------
000200* HISTORICO DE ALTERACOES
000210* 01/09/2026 FT  PROGRAMA CRIADO.
000210* 15/10/2026 FT  PROTESTO (PR) E ALTERACAO DE VENCIMENTO (AV)
000210*                SAO RECUSADOS PARA FATURA BAIXADA COMO PERDA
000210*                (W) OU RENEGOCIADA EM ACORDO (N) - ELAS SAIRAM
000210*                DA COBRANCA; A BAIXA (BX) CONTINUA ACEITA.
000220***********************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
001330     IF NOT ISQ-OCORR-VALIDA
001340         DISPLAY 'OCORRENCIA INVALIDA - NADA GRAVADO'
001350         GO TO 2000-INCLUIR-EXIT.
001350     IF WRK-RENTINV-DISPONIVEL
001350             AND (ISQ-OCORR-PROTESTO OR ISQ-OCORR-VENCTO)
001350             AND (INV-BAIXADA-PERDA OR INV-RENEGOCIADA)
001350         DISPLAY 'FATURA BAIXADA COMO PERDA OU RENEGOCIADA '
001350             '(SITUACAO ' INV-STATUS ') - PROTESTO E '
001350             'ALTERACAO DE VENCIMENTO RECUSADOS'
001350         GO TO 2000-INCLUIR-EXIT.
001360     MOVE ZEROS TO ISQ-DATA-NOVA.
001370     IF ISQ-OCORR-VENCTO
001380         DISPLAY 'NOVA DATA DE VENCIMENTO (AAAAMMDD): '
