000300*                 ANTERIOR AO EXPURGO NAO RESSUSCITE OS
000310*                 REGISTROS JA ARQUIVADOS. A LISTAGEM RELARQ
000320*                 SAI COM A CONTAGEM POR TERMO ARQUIVADO.
000321* 2026-10-15 RLM  REGISTRO DE TERMO FECHADO NO CONTROLE TERMOS
000322*                 NAO E ARQUIVADO: FICA NO HISTORICO VIVO, SAI NA
000323*                 LISTAGEM COMO RECUSADO POR TERMO E CADA UM E
000324*                 REGISTRADO NO LOGEXEC COM O MOTIVO TF. O
000325*                 ARQUIVAMENTO DO TERMO SO PROSSEGUE APOS A
000326*                 REABERTURA DATADA NO CADTERM.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. ARQHIST.
000660     SELECT ARQ-JRN ASSIGN TO "HISTJRN"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-JRN-STATUS.
000681
000682     SELECT ARQ-TER ASSIGN TO "TERMOS"
000683         ORGANIZATION IS INDEXED
000684         ACCESS MODE IS DYNAMIC
000685         RECORD KEY IS TER-TERMO
000686         FILE STATUS IS WS-TER-STATUS.
000687
000688     SELECT ARQ-LOG ASSIGN TO "LOGEXEC"
000689         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-LOG-STATUS.
000691 DATA DIVISION.
000700 FILE SECTION.
000710 FD  ARQ-PARAM.
000720 01  ARQP-REG.
000790         10 HIST-ID              PIC X(10).
000800         10 HIST-TERMO           PIC X(06).
000810         10 HIST-DISC            PIC X(06).
000820     05 FILLER                  PIC X(03).
000823     05 HIST-TURMA              PIC X(06).
000826     05 FILLER                  PIC X(77).
000830
000840 FD  ARQ-ARC.
000850 01  ARC-LINHA.
000920 FD  ARQ-LST.
000930 01  LST-LINHA.
000940     05 LST-TX                  PIC X(62).
000941
000942 FD  ARQ-TER.
000943 01  TER-REG.
000944     05 TER-TERMO               PIC X(06).
000945     05 TER-SITUACAO            PIC X(01).
000946         88 TER-ABERTO                VALUE "A".
000947         88 TER-FECHADO               VALUE "F".
000948         88 TER-REABERTO              VALUE "R".
000949     05 TER-DATA-FECH           PIC X(08).
000950     05 TER-RESP-FECH           PIC X(10).
000951     05 TER-DATA-REAB           PIC X(08).
000952     05 TER-RESP-REAB           PIC X(10).
000953     05 TER-MOTIVO-REAB         PIC X(30).
000954     05 TER-QTD-FECH            PIC 9(02).
000955
000956 FD  ARQ-LOG.
000957 01  LOG-LINHA.
000958     05 LOG-TX                  PIC X(90).
000959
000960 FD  ARQ-JRN.
000970 01  JRN-REG.
000980     05 JRN-DATA                PIC X(08).
001280 77  WS-JRN-STATUS     PIC X(02) VALUE SPACES.
001290 77  WS-DATA-HOJE      PIC X(08) VALUE SPACES.
001300 77  WS-HORA-AGORA     PIC X(08) VALUE SPACES.
001301 77  WS-QTD-RECUS      PIC 9(06) VALUE ZEROS.
001302 77  WS-TER-STATUS     PIC X(02) VALUE SPACES.
001303 77  WS-TER-ARQUIVO    PIC X(01) VALUE "N".
001304     88 TERMOS-DISPONIVEL          VALUE "S".
001305 77  WS-LOG-STATUS     PIC X(02) VALUE SPACES.
001306 77  WS-LOG-ABERTO     PIC X(01) VALUE "N".
001307 77  WS-LOG-LINHA      PIC X(90) VALUE SPACES.
001310
001320 01  WS-TRM-TABELA.
001330     05 WS-TRM-ENTRADA OCCURS 50 TIMES.
001340         10 WS-TRM-TERMO     PIC X(06).
001350         10 WS-TRM-CONT      PIC 9(06).
001353         10 WS-TRM-RECUS     PIC 9(06).
001356         10 WS-TRM-SIT       PIC X(01).
001360
001370 PROCEDURE DIVISION.
001380 0000-MAINLINE.
001560* E O JORNAL DO HISTORICO EM EXTEND (CRIADOS SE AUSENTES) E A
001570* LISTAGEM, REGISTRA O ARQUIVO MORTO NO CONTROLE ARQANOS E LE O
001580* PRIMEIRO REGISTRO DO HISTORICO.
001585* O CONTROLE DE TERMOS E ABERTO PARA CONSULTA (1050).
001590******************************************************************
001600 1000-INICIALIZAR.
001610     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002230             WS-JRN-STATUS
002240         STOP RUN
002250     END-IF
002252
002254     PERFORM 1050-ABRIR-TERMOS
002256         THRU 1050-ABRIR-TERMOS-EXIT
002260
002270     PERFORM 1010-REGISTRAR-ANO
002280         THRU 1010-REGISTRAR-ANO-EXIT
003420* HISTORICO (OPERACAO "D", PARA QUE O REBHIST REPITA A REMOCAO
003430* NA RECONSTRUCAO); OS DEMAIS PERMANECEM. LE O PROXIMO
003440* REGISTRO.
003442* REGISTRO DE TERMO FECHADO NO CONTROLE DE TERMOS NAO E
003444* ARQUIVADO: PERMANECE NO VIVO, E CONTADO COMO RECUSADO E VAI
003446* PARA O LOG COM O MOTIVO TF (2020).
003450******************************************************************
003460 2000-PROCESSAR-REGISTRO.
003470     ADD 1 TO WS-QTD-LIDOS
003490     IF HIST-TERMO NOT < WS-TERMO-CORTE
003500         THEN
003510         ADD 1 TO WS-QTD-MANTIDOS
003511         GO TO 2000-PROCESSAR-LER
003512     END-IF
003513
003514     PERFORM 2010-LOCALIZAR-TERMO
003515         THRU 2010-LOCALIZAR-TERMO-EXIT
003516
003517     IF WS-TRM-SIT(WS-TRM-POS) = "F"
003518         THEN
003519         PERFORM 2020-RECUSAR-TERMO
003520             THRU 2020-RECUSAR-TERMO-EXIT
003521         GO TO 2000-PROCESSAR-LER
003530     END-IF
003540
003550     MOVE HIST-LINHA TO ARC-TX
003760
003770     ADD 1 TO WS-QTD-ARQUIV
003780
003790     ADD 1 TO WS-TRM-CONT(WS-TRM-POS)
003810
003820 2000-PROCESSAR-LER.
003830     PERFORM 2100-LER-HISTORICO
003870     EXIT.
003880
003890******************************************************************
003900* 2010-LOCALIZAR-TERMO
003910* LOCALIZA (WS-TRM-POS) A ENTRADA DO TERMO DO REGISTRO CORRENTE
003920* NA TABELA DE CONTAGEM, CRIANDO A ENTRADA NA PRIMEIRA OCORRENCIA
003930* COM A SITUACAO DO TERMO NO CONTROLE DE TERMOS (2030). TABELA
003935* CHEIA ABORTA A EXECUCAO.
003940******************************************************************
003950 2010-LOCALIZAR-TERMO.
003960     MOVE ZERO TO WS-TRM-POS
003970
003980     PERFORM 2015-CONFERIR-TERMO
004120         MOVE WS-TRM-QTD TO WS-TRM-POS
004130         MOVE HIST-TERMO TO WS-TRM-TERMO(WS-TRM-POS)
004140         MOVE ZEROS TO WS-TRM-CONT(WS-TRM-POS)
004142         MOVE ZEROS TO WS-TRM-RECUS(WS-TRM-POS)
004144         PERFORM 2030-LER-SITUACAO
004146             THRU 2030-LER-SITUACAO-EXIT
004150     END-IF
004160
004170 2010-LOCALIZAR-TERMO-EXIT.
004200     EXIT.
004210
004220******************************************************************
004810* 8000-FINALIZAR
004820* GRAVA NA LISTAGEM A CONTAGEM POR TERMO ARQUIVADO E O RESUMO
004830* DO EXPURGO E FECHA OS ARQUIVOS.
004835* FECHA TAMBEM O CONTROLE DE TERMOS E, SE ABERTO, O LOG.
004840******************************************************************
004850 8000-FINALIZAR.
004860     MOVE SPACES TO LST-TX
005210     MOVE WS-LINHA-RESUMO TO LST-TX
005220     WRITE LST-LINHA
005230
005231     MOVE WS-QTD-RECUS TO WS-CONT-ED
005232     MOVE SPACES TO WS-LINHA-RESUMO
005233     STRING "REGISTROS RECUSADOS.: " DELIMITED BY SIZE
005234         WS-CONT-ED DELIMITED BY SIZE
005235         INTO WS-LINHA-RESUMO
005236     MOVE WS-LINHA-RESUMO TO LST-TX
005237     WRITE LST-LINHA
005238
005240     CLOSE ARQ-HIST
005250     CLOSE ARQ-ARC
005260     CLOSE ARQ-JRN
005270     CLOSE ARQ-LST
005271
005272     IF TERMOS-DISPONIVEL
005273         THEN
005274         CLOSE ARQ-TER
005275     END-IF
005276
005277     IF WS-LOG-ABERTO = "S"
005278         THEN
005279         PERFORM 8050-LOG-FIM
005280             THRU 8050-LOG-FIM-EXIT
005281     END-IF
005282
005290 8000-FINALIZAR-EXIT.
005300     EXIT.
005310
005330* 8010-IMPRIMIR-TERMO
005340* IMPRIME A ENTRADA (SUBSCRITO WS-TRM-IDX) DA TABELA DE TERMOS
005350* ARQUIVADOS.
005353* TERMO COM REGISTROS RECUSADOS (TERMO FECHADO) GANHA UMA SEGUNDA
005356* LINHA COM A QUANTIDADE RECUSADA.
005360******************************************************************
005370 8010-IMPRIMIR-TERMO.
005380     MOVE WS-TRM-CONT(WS-TRM-IDX) TO WS-CONT-ED
005440         INTO WS-LINHA-RESUMO
005450     MOVE WS-LINHA-RESUMO TO LST-TX
005460     WRITE LST-LINHA
005461     IF WS-TRM-RECUS(WS-TRM-IDX) > ZERO
005462         THEN
005463         MOVE WS-TRM-RECUS(WS-TRM-IDX) TO WS-CONT-ED
005464         MOVE SPACES TO WS-LINHA-RESUMO
005465         STRING "    RECUSADOS - TERMO FECHADO: "
005466                        DELIMITED BY SIZE
005467             WS-CONT-ED DELIMITED BY SIZE
005468             INTO WS-LINHA-RESUMO
005469         MOVE WS-LINHA-RESUMO TO LST-TX
005470         WRITE LST-LINHA
005471     END-IF
005472
005480 8010-IMPRIMIR-TERMO-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520* 1050-ABRIR-TERMOS
005530* ABRE O CONTROLE DE TERMOS PARA CONSULTA. CONTROLE AUSENTE
005540* (STATUS 35) NAO E ERRO: NENHUM TERMO FOI FECHADO AINDA.
005550******************************************************************
005560 1050-ABRIR-TERMOS.
005570     MOVE "N" TO WS-TER-ARQUIVO
005580     OPEN INPUT ARQ-TER
005590
005600     IF WS-TER-STATUS = "35"
005610         THEN
005620         GO TO 1050-ABRIR-TERMOS-EXIT
005630     END-IF
005640
005650     IF WS-TER-STATUS NOT = "00"
005660         THEN
005670         DISPLAY "ERRO AO ABRIR CONTROLE DE TERMOS - STATUS "
005680             WS-TER-STATUS
005690         STOP RUN
005700     END-IF
005710
005720     MOVE "S" TO WS-TER-ARQUIVO
005730
005740 1050-ABRIR-TERMOS-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780* 2020-RECUSAR-TERMO
005790* RECUSA O ARQUIVAMENTO DO REGISTRO CORRENTE, CUJO TERMO ESTA
005800* FECHADO: O REGISTRO PERMANECE NO HISTORICO VIVO, E CONTADO
005810* COMO RECUSADO (NO TOTAL E NO SEU TERMO) E A RECUSA VAI PARA O
005820* LOG DE EXECUCAO COM O MOTIVO TF, ABERTO NA PRIMEIRA RECUSA.
005830******************************************************************
005840 2020-RECUSAR-TERMO.
005850     ADD 1 TO WS-QTD-RECUS
005860     ADD 1 TO WS-TRM-RECUS(WS-TRM-POS)
005870
005880     IF WS-LOG-ABERTO = "N"
005890         THEN
005900         PERFORM 2060-ABRIR-LOG
005910             THRU 2060-ABRIR-LOG-EXIT
005920     END-IF
005930
005940     MOVE SPACES TO WS-LOG-LINHA
005950     STRING "REJEITADO " DELIMITED BY SIZE
005960         HIST-ID         DELIMITED BY SIZE
005970         " TURMA "       DELIMITED BY SIZE
005980         HIST-TURMA      DELIMITED BY SIZE
005990         " MOTIVO "      DELIMITED BY SIZE
006000         "TF"            DELIMITED BY SIZE
006010         " - "           DELIMITED BY SIZE
006020         "TERMO FECHADO - ARQUIVAMENTO"
006030                         DELIMITED BY SIZE
006040         INTO WS-LOG-LINHA
006050     PERFORM 9000-GRAVAR-LOG
006060         THRU 9000-GRAVAR-LOG-EXIT
006070
006080 2020-RECUSAR-TERMO-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120* 2030-LER-SITUACAO
006130* GUARDA NA ENTRADA DA TABELA (SUBSCRITO WS-TRM-POS) A SITUACAO
006140* DO TERMO DO REGISTRO CORRENTE NO CONTROLE DE TERMOS. TERMO SEM
006150* REGISTRO NO CONTROLE, OU CONTROLE AUSENTE, ESTA ABERTO.
006160******************************************************************
006170 2030-LER-SITUACAO.
006180     MOVE "A" TO WS-TRM-SIT(WS-TRM-POS)
006190
006200     IF NOT TERMOS-DISPONIVEL
006210         THEN
006220         GO TO 2030-LER-SITUACAO-EXIT
006230     END-IF
006240
006250     MOVE HIST-TERMO TO TER-TERMO
006260
006270     READ ARQ-TER
006280         INVALID KEY
006290             GO TO 2030-LER-SITUACAO-EXIT
006300     END-READ
006310
006320     MOVE TER-SITUACAO TO WS-TRM-SIT(WS-TRM-POS)
006330
006340 2030-LER-SITUACAO-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380* 2060-ABRIR-LOG
006390* ABRE O LOG DE EXECUCAO EM MODO EXTEND (CRIADO SE AUSENTE), COMO
006400* O NOTAS, E GRAVA O BLOCO DE INICIO DA EXECUCAO DO ARQHIST.
006410******************************************************************
006420 2060-ABRIR-LOG.
006430     OPEN EXTEND ARQ-LOG
006440
006450     IF WS-LOG-STATUS = "35"
006460         THEN
006470         OPEN OUTPUT ARQ-LOG
006480         CLOSE ARQ-LOG
006490         OPEN EXTEND ARQ-LOG
006500     END-IF
006510
006520     IF WS-LOG-STATUS NOT = "00"
006530         THEN
006540         DISPLAY "ERRO AO ABRIR LOG DE EXECUCAO - STATUS "
006550             WS-LOG-STATUS
006560         STOP RUN
006570     END-IF
006580
006590     MOVE "S" TO WS-LOG-ABERTO
006600     ACCEPT WS-HORA-AGORA FROM TIME
006610
006620     MOVE SPACES TO WS-LOG-LINHA
006630     STRING "INICIO EXECUCAO " DELIMITED BY SIZE
006640         WS-DATA-HOJE          DELIMITED BY SIZE
006650         " "                   DELIMITED BY SIZE
006660         WS-HORA-AGORA         DELIMITED BY SIZE
006670         INTO WS-LOG-LINHA
006680     PERFORM 9000-GRAVAR-LOG
006690         THRU 9000-GRAVAR-LOG-EXIT
006700
006710     MOVE "EXECUCAO DO ARQHIST" TO WS-LOG-LINHA
006720     PERFORM 9000-GRAVAR-LOG
006730         THRU 9000-GRAVAR-LOG-EXIT
006740
006750 2060-ABRIR-LOG-EXIT.
006760     EXIT.
006770
006780******************************************************************
006790* 8050-LOG-FIM
006800* GRAVA NO LOG O BLOCO DE FIM DA EXECUCAO E FECHA O LOG.
006810******************************************************************
006820 8050-LOG-FIM.
006830     ACCEPT WS-HORA-AGORA FROM TIME
006840
006850     MOVE SPACES TO WS-LOG-LINHA
006860     STRING "FIM EXECUCAO " DELIMITED BY SIZE
006870         WS-DATA-HOJE       DELIMITED BY SIZE
006880         " "                DELIMITED BY SIZE
006890         WS-HORA-AGORA      DELIMITED BY SIZE
006900         INTO WS-LOG-LINHA
006910     PERFORM 9000-GRAVAR-LOG
006920         THRU 9000-GRAVAR-LOG-EXIT
006930
006940     CLOSE ARQ-LOG
006950
006960 8050-LOG-FIM-EXIT.
006970     EXIT.
006980
006990******************************************************************
007000* 9000-GRAVAR-LOG
007010* GRAVA NO LOG DE EXECUCAO A LINHA JA MONTADA EM WS-LOG-LINHA.
007020******************************************************************
007030 9000-GRAVAR-LOG.
007040     MOVE WS-LOG-LINHA TO LOG-TX
007050     WRITE LOG-LINHA
007060
007070 9000-GRAVAR-LOG-EXIT.
007080     EXIT.
007090 END PROGRAM ARQHIST.
