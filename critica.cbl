000230*                 NOTA E RECUPERACAO PASSAM A 4 DIGITOS NO
000240*                 ARQUIVO BRUTO (FAIXA VALIDA 0000 A 1000) E O
000250*                 REGISTRO LIMPO ACOMPANHA O NOVO LEIAUTE.
000251* 2026-10-15 RLM  SEGUNDA CHAMADA: CADA OCORRENCIA DA TABELA DE
000252*                 NOTAS DO BRUTO GANHA O INDICADOR DE FALTA NA
000253*                 AVALIACAO (BRU-FALTOU: S FALTOU, N OU BRANCO
000254*                 COMPARECEU) E O REGISTRO LIMPO PASSA A 60
000255*                 POSICOES. NOVA CRITICA COM O MOTIVO AU:
000256*                 INDICADOR DIFERENTE DE S/N/BRANCO, OU NOTA
000257*                 DIFERENTE DE ZERO NA AVALIACAO COM FALTA.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. CRITICA.
000580     05 BRU-NOTAS-TAB OCCURS 4 TIMES.
000590         10 BRU-NOTA             PIC X(04).
000600         10 BRU-PESO             PIC X(03).
000605         10 BRU-FALTOU           PIC X(01).
000610
000620 FD  ARQ-LIMPO.
000630 01  LMP-REG                    PIC X(60).
000640
000650 FD  ARQ-ERR.
000660 01  ERR-LINHA.
003240* CONFERE A OCORRENCIA WS-IDX DA TABELA DE NOTAS: NOTA NUMERICA
003250* DE 0 A 10 E PESO NUMERICO (ACUMULADO EM WS-PESO-TOTAL PARA A
003260* CONFERENCIA DA SOMA EM 2030-CRITICAR-QUANTIDADE).
003265* O INDICADOR DE FALTA DA OCORRENCIA E CONFERIDO EM 2047.
003270******************************************************************
003280 2040-CRITICAR-NOTA.
003290     IF BRU-NOTA(WS-IDX) NOT NUMERIC
003580         PERFORM 2045-ACUMULAR-PESO
003590             THRU 2045-ACUMULAR-PESO-EXIT
003600     END-IF
003602
003604     PERFORM 2047-CRITICAR-FALTA
003606         THRU 2047-CRITICAR-FALTA-EXIT
003610
003620 2040-CRITICAR-NOTA-EXIT.
003630     EXIT.
004940 8000-FINALIZAR-EXIT.
004950     EXIT.
004960
004970******************************************************************
004980* 2047-CRITICAR-FALTA
004990* CONFERE O INDICADOR DE FALTA DA OCORRENCIA WS-IDX (S FALTOU NA
005000* AVALIACAO E VAI PARA A SEGUNDA CHAMADA; N OU BRANCO
005010* COMPARECEU). AVALIACAO COM FALTA TEM QUE VIR COM A NOTA EM
005020* ZERO: A NOTA SO ENTRA PELA TRANSACAO DE SEGUNDA CHAMADA DO
005030* NOTAS.
005040******************************************************************
005050 2047-CRITICAR-FALTA.
005060     IF BRU-FALTOU(WS-IDX) NOT = "S"
005070         AND BRU-FALTOU(WS-IDX) NOT = "N"
005080         AND BRU-FALTOU(WS-IDX) NOT = SPACE
005090         THEN
005100         MOVE "N" TO WS-REG-VALIDO
005110         MOVE "AU" TO WS-ERR-COD
005120         MOVE "INDICADOR DE FALTA DIFERENTE DE S/N"
005130             TO WS-ERR-TEXTO
005140         PERFORM 2900-GRAVAR-ERRO
005150             THRU 2900-GRAVAR-ERRO-EXIT
005160         GO TO 2047-CRITICAR-FALTA-EXIT
005170     END-IF
005180
005190     IF BRU-FALTOU(WS-IDX) = "S"
005200         AND BRU-NOTA(WS-IDX) NOT = "0000"
005210         THEN
005220         MOVE "N" TO WS-REG-VALIDO
005230         MOVE "AU" TO WS-ERR-COD
005240         MOVE "NOTA INFORMADA EM AVALIACAO COM FALTA"
005250             TO WS-ERR-TEXTO
005260         PERFORM 2900-GRAVAR-ERRO
005270             THRU 2900-GRAVAR-ERRO-EXIT
005280     END-IF
005290
005300 2047-CRITICAR-FALTA-EXIT.
005310     EXIT.
005320
005330 END PROGRAM CRITICA.
