000010***********************************************************
000020* COPYBOOK: ESOCCTL
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DE CONTROLE DOS EVENTOS
000050*           TRABALHISTAS ENVIADOS AO GOVERNO (EVENT-CONTROL,
000060*           ARQUIVO ESOCCTL), CHAVEADO PELA CHAVE DO EVENTO
000070*           (MATRICULA, CODIGO, DATA OU COMPETENCIA E
000080*           INDICADOR - MESMA CHAVE DA REMESSA ESOCREM). O
000090*           EXTRATO DIARIO (PROGCOB85) SO ENVIA EVENTO SEM
000100*           CONTROLE OU REJEITADO, E GRAVA E (ENVIADO); O
000110*           RETORNO (PROGCOB86) MARCA A (ACEITO, COM O
000120*           RECIBO) OU R (REJEITADO, COM O CODIGO DO ERRO -
000130*           REENVIADO NO PROXIMO EXTRATO, DEPOIS DE CORRIGIDO
000140*           O CADASTRO). EVENTO NUNCA SAI DUAS VEZES ENQUANTO
000150*           ESTIVER ENVIADO OU ACEITO.
000160* DATA: 15/10/2026
000170***********************************************************
000180 01  ECT-CONTROL-RECORD.
000190     05  ECT-CHAVE.
000200         10  ECT-MATRICULA   PIC 9(05).
000210         10  ECT-EVENTO      PIC X(06).
000220         10  ECT-REFERENCIA  PIC 9(08).
000230         10  ECT-INDICADOR   PIC X(01).
000240     05  ECT-STATUS          PIC X(01).
000250         88  ECT-ENVIADO         VALUE 'E'.
000260         88  ECT-ACEITO          VALUE 'A'.
000270         88  ECT-REJEITADO       VALUE 'R'.
000280     05  ECT-DATA-ENVIO      PIC 9(08).
000290     05  ECT-QTDE-ENVIOS     PIC 9(02).
000300     05  ECT-DATA-RETORNO    PIC 9(08).
000310     05  ECT-RECIBO          PIC X(20).
000320     05  ECT-OCORRENCIA      PIC X(04).
