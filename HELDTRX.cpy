000107*                DRENA AS RETIDAS DO PERIODO REABERTO E
000108*                RESSUBMETE PELO LOTE DE ORIGEM, EM VEZ DE
000109*                ALGUEM REDIGITAR DA IMAGEM.
000109* 15/10/2026 FT  INCLUIDA A SITUACAO C (RETIDA POR FALTA DE
000109*                CAPACIDADE DAS TRANSPORTADORAS NO DIA), GRAVADA
000109*                PELO LOTE DE FRETE COM A DATA PREVISTA DE
000109*                LIBERACAO (PROXIMO DIA UTIL) - O PEDIDO FICA EM
000109*                ABERTO E O PROPRIO LOTE DO DIA SEGUINTE O COTA
000109*                DE NOVO; A LIBERACAO (PROGCOB74) NAO A TRATA.
000110***********************************************************
000120 01  HLD-HELD-RECORD.
000130     05  HLD-PERIODO         PIC 9(06).
000170     05  HLD-STATUS          PIC X(01).
000180         88  HLD-RETIDA          VALUE 'P' ' '.
000190         88  HLD-LIBERADA        VALUE 'L'.
000190         88  HLD-RETIDA-CAPACIDADE VALUE 'C'.
000200     05  HLD-DATA-LIBERACAO  PIC 9(08).
000210     05  HLD-RESULTADO       PIC X(20).
