000089*                SITUACAO NO HISTORICO. BRANCO = CURSO
000089*                DEFAULT (REGISTRO ANTIGO OU CALCULO DE
000089*                CONSOLE SEM CURSO).
000089* 15/10/2026 FT  GRDHIST PASSA DE LINE SEQUENTIAL (LOG EM
000089*                ORDEM DE ENTRADA) A INDEXADO, CHAVE
000089*                GRH-CHAVE = ALUNO + CURSO + PERIODO LETIVO
000089*                (AAAAS, PELO CALENDARIO CALACAD - ROTINA
000089*                PERACAD) + SEQUENCIA DENTRO DO PERIODO. O
000089*                ULTIMO REGISTRO DE ALUNO + CURSO E O ULTIMO
000089*                NA ORDEM DA CHAVE; O GRAVADOR USA A
000089*                SEQUENCIA SEGUINTE A MAIOR DO PERIODO.
000089*                REGISTRO PASSA DE 37 PARA 45 BYTES; A
000089*                CONVERSAO DO HISTORICO ANTIGO E DO ARQUIVO
000089*                MORTO E FEITA PELO PROGCB114.
000090***********************************************************
000100 01  GRH-HISTORY-RECORD.
000105     05  GRH-CHAVE.
000110         10  GRH-ID            PIC 9(05).
000112         10  GRH-CURSO         PIC X(05).
000114         10  GRH-PERIODO       PIC 9(05).
000116         10  GRH-SEQUENCIA     PIC 9(03).
000120     05  GRH-DATA-CALCULO      PIC 9(08).
000130     05  GRH-MEDIA             PIC 9(02)V9.
000140     05  GRH-SITUACAO          PIC X(12).
000170         88  GRH-CALCULO-NORMAL    VALUE 'N'.
000180         88  GRH-FINAL-RECUPERACAO VALUE 'F'.
000190         88  GRH-CORRECAO          VALUE 'C'.
