000250*                 INDEXADO POR CAD-ID (CARGA PELO CONVCAD): A
000260*                 CONFERENCIA DE MATRICULA ATIVA PASSA A LER
000270*                 PELA CHAVE E SAI A TABELA DE 500 ALUNOS.
000271* 2026-10-15 RLM  CONTROLE DE SITUACAO DO TERMO (ARQUIVO TERMOS):
000272*                 MOVIMENTO DE TERMO JA FECHADO PELO FECHATER E
000273*                 RECUSADO ("TERMO FECHADO" NA LISTAGEM) E A
000274*                 RECUSA SAI NO LOG DE EXECUCAO (LOGEXEC) COM O
000275*                 MOTIVO TF, NO FORMATO DO NOTAS, PARA O RELLOG.
000276*                 O TERMO VOLTA A ACEITAR MOVIMENTOS DEPOIS DA
000277*                 REABERTURA DATADA NO CADTERM.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CADMAT.
000530     SELECT ARQ-LST ASSIGN TO "RELMAT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-LST-STATUS.
000551
000552     SELECT ARQ-TER ASSIGN TO "TERMOS"
000553         ORGANIZATION IS INDEXED
000554         ACCESS MODE IS DYNAMIC
000555         RECORD KEY IS TER-TERMO
000556         FILE STATUS IS WS-TER-STATUS.
000557
000558     SELECT ARQ-LOG ASSIGN TO "LOGEXEC"
000559         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-LOG-STATUS.
000561 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ARQ-MOV.
000590 01  MOV-REG.
001000 01  LST-LINHA-TX REDEFINES LST-LINHA.
001010     05 LST-TX                  PIC X(71).
001020
001021 FD  ARQ-TER.
001022 01  TER-REG.
001023     05 TER-TERMO               PIC X(06).
001024     05 TER-SITUACAO            PIC X(01).
001025         88 TER-ABERTO                VALUE "A".
001026         88 TER-FECHADO               VALUE "F".
001027         88 TER-REABERTO              VALUE "R".
001028     05 TER-DATA-FECH           PIC X(08).
001029     05 TER-RESP-FECH           PIC X(10).
001030     05 TER-DATA-REAB           PIC X(08).
001031     05 TER-RESP-REAB           PIC X(10).
001032     05 TER-MOTIVO-REAB         PIC X(30).
001033     05 TER-QTD-FECH            PIC 9(02).
001034
001035 FD  ARQ-LOG.
001036 01  LOG-LINHA.
001037     05 LOG-TX                  PIC X(90).
001038
001039 WORKING-STORAGE SECTION.
001040
001050 77  WS-MOV-STATUS     PIC X(02) VALUE SPACES.
001060 77  WS-MAT-STATUS     PIC X(02) VALUE SPACES.
001190 77  WS-CONT-ERRO      PIC 9(04) VALUE ZEROS.
001200 77  WS-CONT-ED        PIC ZZZ9.
001210 77  WS-LINHA-RESUMO   PIC X(62) VALUE SPACES.
001211 77  WS-TER-STATUS     PIC X(02) VALUE SPACES.
001212 77  WS-TER-ARQUIVO    PIC X(01) VALUE "N".
001213     88 TERMOS-DISPONIVEL         VALUE "S".
001214 77  WS-TER-SIT        PIC X(01) VALUE "A".
001215     88 TERMO-FECHADO             VALUE "F".
001216 77  WS-CONT-FECHADO   PIC 9(04) VALUE ZEROS.
001217 77  WS-LOG-STATUS     PIC X(02) VALUE SPACES.
001218 77  WS-LOG-ABERTO     PIC X(01) VALUE "N".
001219 77  WS-LOG-LINHA      PIC X(90) VALUE SPACES.
001220 77  WS-DATA-HOJE      PIC X(08) VALUE SPACES.
001221 77  WS-HORA-AGORA     PIC X(08) VALUE SPACES.
001222
001230 01  WS-MAT-TABELA.
001240     05 WS-MAT-ENTRADA OCCURS 5000 TIMES.
001250         10 WS-MAT-ID        PIC X(10).
001810
001820     PERFORM 1010-ABRIR-CADASTRO
001830         THRU 1010-ABRIR-CADASTRO-EXIT
001832
001834     PERFORM 1050-ABRIR-TERMOS
001836         THRU 1050-ABRIR-TERMOS-EXIT
001840
001850     PERFORM 1030-CARREGAR-MATRICULA
001860         THRU 1030-CARREGAR-MATRICULA-EXIT
002770* 2000-PROCESSAR-MOV
002780* APLICA O MOVIMENTO CORRENTE SOBRE A TABELA DE MATRICULAS, GRAVA
002790* O RESULTADO NA LISTAGEM E LE O PROXIMO MOVIMENTO.
002793* MOVIMENTO DE TERMO FECHADO E RECUSADO SEM TOCAR NA TABELA
002796* (2050).
002800******************************************************************
002810 2000-PROCESSAR-MOV.
002820     PERFORM 2010-LOCALIZAR-MATRICULA
002880     MOVE MOV-TURMA TO LST-TURMA
002890     MOVE MOV-DISC  TO LST-DISC
002900     MOVE MOV-TERMO TO LST-TERMO
002901
002902     PERFORM 2040-CONFERIR-TERMO
002903         THRU 2040-CONFERIR-TERMO-EXIT
002904
002905     IF TERMO-FECHADO
002906         THEN
002907         PERFORM 2050-RECUSAR-TERMO
002908             THRU 2050-RECUSAR-TERMO-EXIT
002909         GO TO 2000-PROCESSAR-GRAVAR
002910     END-IF
002911
002920     IF MOV-INSCRICAO
002930         THEN
002940         PERFORM 2020-INSCREVER-ALUNO
003040         END-IF
003050     END-IF
003060
003065 2000-PROCESSAR-GRAVAR.
003070     WRITE LST-LINHA
003080
003090     PERFORM 2100-LER-MOV
004670     CLOSE ARQ-MOV
004680     CLOSE ARQ-CAD
004690
004691     IF TERMOS-DISPONIVEL
004692         THEN
004693         CLOSE ARQ-TER
004694     END-IF
004695
004700     OPEN OUTPUT ARQ-MAT
004710
004720     IF WS-MAT-STATUS NOT = "00"
004860     PERFORM 8100-IMPRIMIR-RESUMO
004870         THRU 8100-IMPRIMIR-RESUMO-EXIT
004880
004881
004882     IF WS-LOG-ABERTO = "S"
004883         THEN
004884         PERFORM 8050-LOG-FIM
004885             THRU 8050-LOG-FIM-EXIT
004886     END-IF
004890     CLOSE ARQ-LST
004900
004910 8000-FINALIZAR-EXIT.
005400     MOVE WS-LINHA-RESUMO TO LST-LINHA-TX
005410     WRITE LST-LINHA
005420
005421     MOVE WS-CONT-FECHADO TO WS-CONT-ED
005422     MOVE SPACES TO WS-LINHA-RESUMO
005423     STRING "  TERMO FECHADO.....: " DELIMITED BY SIZE
005424         WS-CONT-ED DELIMITED BY SIZE
005425         INTO WS-LINHA-RESUMO
005426     MOVE WS-LINHA-RESUMO TO LST-LINHA-TX
005427     WRITE LST-LINHA
005428
005430 8100-IMPRIMIR-RESUMO-EXIT.
005440     EXIT.
005450
005460
005470******************************************************************
005480* 1050-ABRIR-TERMOS
005490* ABRE PARA CONSULTA O CONTROLE DE SITUACAO DOS TERMOS (TERMOS,
005500* INDEXADO PELO TERMO). CONTROLE AUSENTE (STATUS 35) NAO E ERRO:
005510* NENHUM TERMO FOI FECHADO E TODOS ACEITAM MOVIMENTOS.
005520******************************************************************
005530 1050-ABRIR-TERMOS.
005540     MOVE "N" TO WS-TER-ARQUIVO
005550     OPEN INPUT ARQ-TER
005560
005570     IF WS-TER-STATUS = "35"
005580         THEN
005590         GO TO 1050-ABRIR-TERMOS-EXIT
005600     END-IF
005610
005620     IF WS-TER-STATUS NOT = "00"
005630         THEN
005640         DISPLAY "ERRO AO ABRIR CONTROLE DE TERMOS - STATUS "
005650             WS-TER-STATUS
005660         STOP RUN
005670     END-IF
005680
005690     MOVE "S" TO WS-TER-ARQUIVO
005700
005710 1050-ABRIR-TERMOS-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750* 2040-CONFERIR-TERMO
005760* CONFERE NO CONTROLE DE TERMOS A SITUACAO DO TERMO DO MOVIMENTO
005770* CORRENTE (WS-TER-SIT). TERMO SEM REGISTRO NO CONTROLE, OU
005780* CONTROLE AUSENTE, ESTA ABERTO.
005790******************************************************************
005800 2040-CONFERIR-TERMO.
005810     MOVE "A" TO WS-TER-SIT
005820
005830     IF NOT TERMOS-DISPONIVEL
005840         THEN
005850         GO TO 2040-CONFERIR-TERMO-EXIT
005860     END-IF
005870
005880     MOVE MOV-TERMO TO TER-TERMO
005890
005900     READ ARQ-TER
005910         INVALID KEY
005920             GO TO 2040-CONFERIR-TERMO-EXIT
005930     END-READ
005940
005950     MOVE TER-SITUACAO TO WS-TER-SIT
005960
005970 2040-CONFERIR-TERMO-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010* 2050-RECUSAR-TERMO
006020* RECUSA O MOVIMENTO CORRENTE POR SER DE TERMO FECHADO PELO
006030* FECHATER (SO ACEITO DEPOIS DA REABERTURA NO CADTERM): MARCA A
006040* LISTAGEM E REGISTRA A RECUSA NO LOG DE EXECUCAO COM O MOTIVO
006050* TF, NO MESMO FORMATO DAS REJEICOES DO NOTAS, PARA O RELLOG. O
006060* LOG SO E ABERTO, COM O BLOCO DE INICIO, NA PRIMEIRA RECUSA.
006070******************************************************************
006080 2050-RECUSAR-TERMO.
006090     MOVE "TERMO FECHADO" TO LST-MSG
006100     ADD 1 TO WS-CONT-ERRO
006110     ADD 1 TO WS-CONT-FECHADO
006120
006130     IF WS-LOG-ABERTO = "N"
006140         THEN
006150         PERFORM 2060-ABRIR-LOG
006160             THRU 2060-ABRIR-LOG-EXIT
006170     END-IF
006180
006190     MOVE SPACES TO WS-LOG-LINHA
006200     STRING "REJEITADO " DELIMITED BY SIZE
006210         MOV-ID          DELIMITED BY SIZE
006220         " TURMA "       DELIMITED BY SIZE
006230         MOV-TURMA       DELIMITED BY SIZE
006240         " MOTIVO "      DELIMITED BY SIZE
006250         "TF"            DELIMITED BY SIZE
006260         " - "           DELIMITED BY SIZE
006270         "TERMO FECHADO - MOVIMENTO DE MATRICULA"
006280                         DELIMITED BY SIZE
006290         INTO WS-LOG-LINHA
006300     PERFORM 9000-GRAVAR-LOG
006310         THRU 9000-GRAVAR-LOG-EXIT
006320
006330 2050-RECUSAR-TERMO-EXIT.
006340     EXIT.
006350
006360******************************************************************
006370* 2060-ABRIR-LOG
006380* ABRE O LOG DE EXECUCAO EM MODO EXTEND (CRIADO SE AUSENTE), COMO
006390* O NOTAS, E GRAVA O BLOCO DE INICIO DA EXECUCAO DO CADMAT.
006400******************************************************************
006410 2060-ABRIR-LOG.
006420     OPEN EXTEND ARQ-LOG
006430
006440     IF WS-LOG-STATUS = "35"
006450         THEN
006460         OPEN OUTPUT ARQ-LOG
006470         CLOSE ARQ-LOG
006480         OPEN EXTEND ARQ-LOG
006490     END-IF
006500
006510     IF WS-LOG-STATUS NOT = "00"
006520         THEN
006530         DISPLAY "ERRO AO ABRIR LOG DE EXECUCAO - STATUS "
006540             WS-LOG-STATUS
006550         STOP RUN
006560     END-IF
006570
006580     MOVE "S" TO WS-LOG-ABERTO
006590     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
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
006710     MOVE "EXECUCAO DO CADMAT" TO WS-LOG-LINHA
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
007090
007100 END PROGRAM CADMAT.
