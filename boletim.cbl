000440*                 (MANTIDO PELO ARQHIST) E VARRIDOS POR PEDIDO.
000450*                 PEDIDO SEM O INDICADOR SEGUE SO COM OS TERMOS
000460*                 VIVOS, COMO ANTES.
000461* 2026-10-15 RLM  TERMO PENDENTE DE 2A CHAMADA (SEM RESULTADO) SAI
000462*                 NO BOLETIM COMO PENDENTE, MAS FICA FORA DA MEDIA
000463*                 GERAL DOS TERMOS.
000464* 2026-10-15 RLM  SO O STATUS "PENDENTE 2A CHAMADA" CONTA COMO
000465*                 PENDENCIA. O REPROVADO POR FALTA COM AVALIACAO
000466*                 EM FALTA TAMBEM NAO TEM RESULTADO E FICA FORA DA
000467*                 MEDIA, MAS NAO E DADO COMO PENDENTE.
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. BOLETIM.
001620     88 CADASTRO-ENCONTRADO       VALUE "S".
001630     88 CADASTRO-NAO-ENCONTRADO   VALUE "N".
001640 77  WS-QTD-TERMOS     PIC 9(04) VALUE ZEROS.
001643 77  WS-QTD-PENDENTES  PIC 9(04) VALUE ZEROS.
001646 77  WS-QTD-SEM-RESUL  PIC 9(04) VALUE ZEROS.
001650 77  WS-CONT-RECUP     PIC 9(04) VALUE ZEROS.
001660 77  WS-SOMA-MEDIAS    PIC 9(06)V9(02) VALUE ZEROS.
001670 77  WS-MEDIA-GERAL    PIC 9(02)V9(02) VALUE ZEROS.
003440     MOVE ZEROS TO WS-QTD-TERMOS
003450     MOVE ZEROS TO WS-CONT-RECUP
003460     MOVE ZEROS TO WS-SOMA-MEDIAS
003463     MOVE ZEROS TO WS-QTD-PENDENTES
003466     MOVE ZEROS TO WS-QTD-SEM-RESUL
003470
003480     PERFORM 2050-LOCALIZAR-CADASTRO
003490         THRU 2050-LOCALIZAR-CADASTRO-EXIT
004310* IMPRIME NO BOLETIM A LINHA DE UM TERMO DO ALUNO E ACUMULA OS
004320* TOTAIS DO BOLETIM (SOMA DAS MEDIAS E APROVACOES APOS
004330* RECUPERACAO). A MEDIA VEM DO CAMPO EDITADO DO HISTORICO,
004340* CONVERTIDA COM FUNCTION NUMVAL. O TERMO PENDENTE DE 2A
004342* CHAMADA SAI COM A SITUACAO DE PENDENTE. SEM RESULTADO (PENDENTE
004344* OU REPROVADO POR FALTA COM AVALIACAO EM FALTA) O TERMO FICA FORA
004346* DA SOMA DAS MEDIAS.
004350******************************************************************
004360 2020-IMPRIMIR-TERMO.
004370     MOVE SPACES         TO WS-LINHA-TERMO
004430     MOVE HIST-STATUS    TO WS-BT-STATUS
004440     MOVE WS-LINHA-TERMO TO BOL-TX
004450     WRITE BOL-LINHA
004451
004452     IF HIST-STATUS = "PENDENTE 2A CHAMADA"
004453         THEN
004454         ADD 1 TO WS-QTD-PENDENTES
004455     END-IF
004456
004457     IF HIST-RESUL-TX = SPACES
004458         THEN
004459         ADD 1 TO WS-QTD-SEM-RESUL
004460         GO TO 2020-IMPRIMIR-TERMO-EXIT
004461     END-IF
004462
004470     ADD 1 TO WS-QTD-TERMOS
004480     COMPUTE WS-SOMA-MEDIAS = WS-SOMA-MEDIAS +
004490         FUNCTION NUMVAL(HIST-RESUL-TX)
004830* FECHA O BOLETIM DO ALUNO: MEDIA GERAL DOS TERMOS IMPRESSOS E
004840* TOTAL DE APROVACOES APOS RECUPERACAO. ALUNO SEM REGISTRO NO
004850* HISTORICO RECEBE A OBSERVACAO CORRESPONDENTE EM VEZ DOS
004860* TOTAIS. SE NENHUM TERMO TEM RESULTADO (PENDENTES DE 2A CHAMADA
004863* OU REPROVADOS POR FALTA SEM RESULTADO), NAO HA MEDIA GERAL A
004866* IMPRIMIR.
004870******************************************************************
004880 2060-IMPRIMIR-TOTAIS.
004881     IF WS-QTD-TERMOS = ZERO AND WS-QTD-PENDENTES > ZERO
004882         THEN
004883         MOVE "SEM MEDIA GERAL: TERMOS PENDENTES DE 2A CHAMADA"
004884             TO BOL-TX
004885         WRITE BOL-LINHA
004886         GO TO 2060-IMPRIMIR-TOTAIS-EXIT
004887     END-IF
004888
004889     IF WS-QTD-TERMOS = ZERO AND WS-QTD-SEM-RESUL > ZERO
004890         THEN
004891         MOVE "SEM MEDIA GERAL: TERMOS SEM RESULTADO" TO BOL-TX
004892         WRITE BOL-LINHA
004893         GO TO 2060-IMPRIMIR-TOTAIS-EXIT
004894     END-IF
004895
004896     IF WS-QTD-TERMOS = ZERO
004900         THEN
004910         MOVE "NENHUM REGISTRO NO HISTORICO PARA ESTE ALUNO"
004920             TO BOL-TX
005590* 2310-CONFERIR-ARQUIVADO
005600* LE UM REGISTRO DO ARQUIVO MORTO CORRENTE E, SENDO DO ALUNO DO
005610* PEDIDO E NAO SUPERADO POR RETIFICACAO, IMPRIME A LINHA DO
005620* TERMO E ACUMULA OS TOTAIS DO BOLETIM, COMO NOS TERMOS VIVOS
005625* (O TERMO SEM RESULTADO FICA FORA DA SOMA DAS MEDIAS).
005630******************************************************************
005640 2310-CONFERIR-ARQUIVADO.
005650     READ ARQ-ARC
005820     MOVE ARC-STATUS     TO WS-BT-STATUS
005830     MOVE WS-LINHA-TERMO TO BOL-TX
005840     WRITE BOL-LINHA
005841
005842     IF ARC-STATUS = "PENDENTE 2A CHAMADA"
005843         THEN
005844         ADD 1 TO WS-QTD-PENDENTES
005845     END-IF
005846
005847     IF ARC-RESUL-TX = SPACES
005848         THEN
005849         ADD 1 TO WS-QTD-SEM-RESUL
005850         GO TO 2310-CONFERIR-ARQUIVADO-EXIT
005851     END-IF
005852
005860     ADD 1 TO WS-QTD-TERMOS
005870     COMPUTE WS-SOMA-MEDIAS = WS-SOMA-MEDIAS +
005880         FUNCTION NUMVAL(ARC-RESUL-TX)
