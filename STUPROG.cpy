000010***********************************************************
000020* COPYBOOK: STUPROG
000030* AUTHOR: FELIPE TADEU
000040* OBJETIVO: LAYOUT DO REGISTRO DO VINCULO ALUNO X PROGRAMA
000050*           (STUDENT-PROGRAM, ARQUIVO STUPROG), CHAVEADO
000060*           PELA MATRICULA DO ALUNO (STU-ID) - MANTIDO NO
000070*           CONSOLE PELO PROGCB110. DIZ EM QUAL PROGRAMA
000080*           (GRADE DO CURRIC) O ALUNO ESTA E A SITUACAO DO
000090*           VINCULO: A = ATIVO (AUDITADO PARA FORMATURA),
000100*           F = FORMADO (DIPLOMA EXPEDIDO), I = INATIVO
000110*           (TRANCADO/DESLIGADO). O NOME E GUARDADO NO
000120*           VINCULO PARA A LISTA DO SETOR DE DIPLOMAS.
000130* DATA: 15/10/2026
000140* -----------------------------------------------------
000150* HISTORICO DE ALTERACOES
000160* 15/10/2026 FT  COPYBOOK CRIADA.
000170***********************************************************
000180 01  SPG-RECORD.
000190     05  SPG-ID              PIC 9(05).
000200     05  SPG-NOME            PIC X(20).
000210     05  SPG-PROGRAMA        PIC X(05).
000220     05  SPG-DATA-INGRESSO   PIC 9(08).
000230     05  SPG-SITUACAO        PIC X(01).
000240         88  SPG-ATIVO           VALUE 'A'.
000250         88  SPG-FORMADO         VALUE 'F'.
000260         88  SPG-INATIVO         VALUE 'I'.
000270         88  SPG-SITUACAO-VALIDA VALUE 'A' 'F' 'I'.
