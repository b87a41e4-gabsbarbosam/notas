000240*                 ENTRA NO LIMPONOVO; CADA ERRO RESIDUAL SAI EM
000250*                 ERRRESID COM O NUMERO DE SEQUENCIA ORIGINAL,
000260*                 PARA NOVA RODADA DO POOL DE DIGITACAO.
000261* 2026-10-15 RLM  SEGUNDA CHAMADA: O REGISTRO DE CORRECAO GANHA O
000262*                 INDICADOR DE FALTA EM CADA OCORRENCIA DA TABELA
000263*                 DE NOTAS (COR-FALTOU), O LIMPO E O LIMPONOVO
000264*                 PASSAM A 60 POSICOES E A CRITICA DO INDICADOR
000265*                 (MOTIVO AU) E REAPLICADA COMO NA CRITICA.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. REDIGITA.
000570     05 LMP-ID                  PIC X(10).
000580     05 LMP-TURMA               PIC X(06).
000590     05 LMP-DISC                PIC X(06).
000600     05 FILLER                  PIC X(38).
000610
000620 FD  ARQ-COR.
000630 01  COR-REG.
000720         10 COR-NOTAS-TAB OCCURS 4 TIMES.
000730             15 COR-NOTA         PIC X(04).
000740             15 COR-PESO         PIC X(03).
000745             15 COR-FALTOU       PIC X(01).
000750
000760 FD  ARQ-NOVO.
000770 01  NOVO-REG                   PIC X(60).
000780
000790 FD  ARQ-ERR.
000800 01  ERR-LINHA.
004090* CONFERE A OCORRENCIA WS-IDX DA TABELA DE NOTAS DA CORRECAO:
004100* NOTA NUMERICA DE 0 A 10 E PESO NUMERICO (ACUMULADO EM
004110* WS-PESO-TOTAL PARA A CONFERENCIA DA SOMA).
004115* O INDICADOR DE FALTA DA OCORRENCIA E CONFERIDO EM 3047.
004120******************************************************************
004130 3040-CRITICAR-NOTA.
004140     IF COR-NOTA(WS-IDX) NOT NUMERIC
004430         PERFORM 3045-ACUMULAR-PESO
004440             THRU 3045-ACUMULAR-PESO-EXIT
004450     END-IF
004452
004454     PERFORM 3047-CRITICAR-FALTA
004456         THRU 3047-CRITICAR-FALTA-EXIT
004460
004470 3040-CRITICAR-NOTA-EXIT.
004480     EXIT.
005890 8000-FINALIZAR-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930* 3047-CRITICAR-FALTA
005940* CONFERE O INDICADOR DE FALTA DA OCORRENCIA WS-IDX DA CORRECAO
005950* (S FALTOU, N OU BRANCO COMPARECEU) E A NOTA EM ZERO NA
005960* AVALIACAO COM FALTA, COMO NA CRITICA.
005970******************************************************************
005980 3047-CRITICAR-FALTA.
005990     IF COR-FALTOU(WS-IDX) NOT = "S"
006000         AND COR-FALTOU(WS-IDX) NOT = "N"
006010         AND COR-FALTOU(WS-IDX) NOT = SPACE
006020         THEN
006030         MOVE "N" TO WS-REG-VALIDO
006040         MOVE "AU" TO WS-ERR-COD
006050         MOVE "INDICADOR DE FALTA DIFERENTE DE S/N"
006060             TO WS-ERR-TEXTO
006070         PERFORM 3900-GRAVAR-ERRO
006080             THRU 3900-GRAVAR-ERRO-EXIT
006090         GO TO 3047-CRITICAR-FALTA-EXIT
006100     END-IF
006110
006120     IF COR-FALTOU(WS-IDX) = "S"
006130         AND COR-NOTA(WS-IDX) NOT = "0000"
006140         THEN
006150         MOVE "N" TO WS-REG-VALIDO
006160         MOVE "AU" TO WS-ERR-COD
006170         MOVE "NOTA INFORMADA EM AVALIACAO COM FALTA"
006180             TO WS-ERR-TEXTO
006190         PERFORM 3900-GRAVAR-ERRO
006200             THRU 3900-GRAVAR-ERRO-EXIT
006210     END-IF
006220
006230 3047-CRITICAR-FALTA-EXIT.
006240     EXIT.
006250
006260 END PROGRAM REDIGITA.
