000120*           RUN-LEDGER DEPOIS DO CARIMBO E EDICAO FORA DE
000130*           BANDA: SYSERR FATAL E A CADEIA PARA.
000140* DATA: 01/09/2026
000142* -----------------------------------------------------
000144* HISTORICO DE ALTERACOES
000146* 15/10/2026 FT  REGISTRO DE CHAVE ORFAOS GRAVADO PELA
000147*                VARREDURA DE INTEGRIDADE REFERENCIAL
000148*                (PROGCB115): ITG-QTDE = REFERENCIAS ORFAS,
000149*                ITG-HASH = REFERENCIAS CONFERIDAS. NAO E
000149*                MESTRE - O PROGCOB73 NAO O RECONTA.
000150***********************************************************
000160 01  ITG-RECORD.
000170     05  ITG-ARQUIVO         PIC X(08).
