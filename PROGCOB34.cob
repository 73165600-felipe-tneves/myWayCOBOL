000264*                EVENTO E GRAVADO NO DIARIO DE IMAGENS-ANTES
000266*                (ROTINA COMUM JRNLGRV, IMAGEM = ESPACOS EM
000268*                INCLUSAO), PARA O BACKOUT (PROGCOB45).
000268* 15/10/2026 FT  O MOVHIST DA INCLUSAO LEVA DEPARTAMENTO,
000268*                FAIXA E EMPRESA DEPOIS (ANTES EM BRANCO).
000268* 15/10/2026 FT  FUNCIONARIO INCLUIDO SEM OPCAO PELO
000268*                ADIANTAMENTO QUINZENAL ('N'; A OPCAO E
000268*                FEITA NO PROGCOB33).
000270***********************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
002040     MOVE SPACES TO EMP-FAIXA-SALARIAL.
002048     MOVE 1 TO EMP-EMPRESA.
002049     MOVE ZEROS TO EMP-CPF.
002049     MOVE 'N' TO EMP-OPCAO-ADIANT.
002050     SET EMP-ATIVO TO TRUE.
002052     MOVE EMP-ID TO PST-JRN-CHAVE.
002054     CALL 'JRNLGRV' USING PST-JRN-ARQUIVO
002160             MOVE ZEROS TO MOV-SALARIO-ANTES
002170             MOVE EMP-SALARIO TO MOV-SALARIO-DEPOIS
002175             MOVE 'BATCH' TO MOV-USUARIO
002176             MOVE SPACES TO MOV-DEPTO-ANTES MOV-FAIXA-ANTES
002176                            MOV-EMPRESA-ANTES MOV-ORIGEM
002176                            MOV-TIPO-DESLG
002177             MOVE EMP-DEPARTAMENTO TO MOV-DEPTO-DEPOIS
002177             MOVE EMP-FAIXA-SALARIAL TO MOV-FAIXA-DEPOIS
002178             MOVE EMP-EMPRESA TO MOV-EMPRESA-DEPOIS
002180             WRITE MOV-MOVEMENT-RECORD
002190     END-WRITE.
002200 2200-INCLUIR-FUNC-EXIT.
