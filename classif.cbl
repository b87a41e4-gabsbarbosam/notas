000230*                 POR TURMA + DISCIPLINA. O DESEMPATE DA MEDIA E
000240*                 PELA MAIOR NOTA DE CADA COLUNA DE AVALIACAO,
000250*                 NA ORDEM, E POR FIM PELO ID.
000251* 2026-10-15 RLM  QUEBRA DE TURMA + DISCIPLINA COM O NOME DO
000252*                 DOCENTE ATRIBUIDO NO CRONOGRAMA DE ENTREGA
000253*                 (CRONOGRAMA E DOCENTES, MANTIDOS PELO CADDOC).
000254*                 ARQUIVOS AUSENTES NAO SAO ERRO.
000255* 2026-10-15 RLM  REGISTRO PENDENTE DE 2A CHAMADA, SEM RESULTADO,
000256*                 FICA FORA DA CLASSIFICACAO.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. CLASSIF.
000530     SELECT ARQ-REL ASSIGN TO "RELCLASS"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-REL-STATUS.
000551
000552     SELECT ARQ-CRO ASSIGN TO "CRONOGRAMA"
000553         ORGANIZATION IS INDEXED
000554         ACCESS MODE IS DYNAMIC
000555         RECORD KEY IS CRO-CHAVE
000556         FILE STATUS IS WS-CRO-STATUS.
000557
000558     SELECT ARQ-DOC ASSIGN TO "DOCENTES"
000559         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000561         RECORD KEY IS DOC-ID
000562         FILE STATUS IS WS-DOC-STATUS.
000563 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ARQ-PARAM.
000590 01  PARAM-REG.
000920 01  REL-LINHA.
000930     05 REL-TX                  PIC X(70).
000940
000941 FD  ARQ-CRO.
000942 01  CRO-REG.
000943     05 CRO-CHAVE.
000944         10 CRO-TERMO            PIC X(06).
000945         10 CRO-TURMA            PIC X(06).
000946         10 CRO-DISC             PIC X(06).
000947     05 CRO-DOCENTE             PIC X(10).
000948     05 CRO-DATA-LIMITE         PIC 9(08).
000949
000950 FD  ARQ-DOC.
000951 01  DOC-REG.
000952     05 DOC-ID                  PIC X(10).
000953     05 DOC-NOME                PIC X(30).
000954     05 DOC-SITUACAO            PIC X(01).
000955
000956 WORKING-STORAGE SECTION.
000960
000970 77  WS-PARAM-STATUS   PIC X(02) VALUE SPACES.
000980 77  WS-HIST-STATUS    PIC X(02) VALUE SPACES.
000990 77  WS-CAD-STATUS     PIC X(02) VALUE SPACES.
001000 77  WS-REL-STATUS     PIC X(02) VALUE SPACES.
001002 77  WS-CRO-STATUS     PIC X(02) VALUE SPACES.
001004 77  WS-DOC-STATUS     PIC X(02) VALUE SPACES.
001006 77  WS-DOC-ARQUIVO    PIC X(01) VALUE "N".
001008     88 DOCENTES-DISPONIVEL       VALUE "S".
001010 77  WS-TERMO          PIC X(06) VALUE SPACES.
001020 77  WS-FIM-HIST       PIC X(01) VALUE "N".
001030 77  WS-CLS-QTD        PIC 9(04) COMP VALUE ZERO.
001180 77  WS-TURMA-ANT      PIC X(06) VALUE SPACES.
001190 77  WS-DISC-ANT       PIC X(06) VALUE SPACES.
001200 77  WS-ALUNO-NOME     PIC X(30) VALUE SPACES.
001203 77  WS-DOCENTE-ID     PIC X(10) VALUE SPACES.
001206 77  WS-DOCENTE-NOME   PIC X(30) VALUE SPACES.
001210 77  WS-LINHA-MONTA    PIC X(70) VALUE SPACES.
001220
001230 01  WS-NOTAS-TX       PIC X(32) VALUE SPACES.
001700******************************************************************
001710* 1000-INICIALIZAR
001720* LE O TERMO A CLASSIFICAR NO ARQUIVO DE PARAMETROS (TERMO EM
001730* BRANCO ABORTA), ABRE O HISTORICO E O CADASTRO INDEXADOS, O
001740* RELATORIO DE CLASSIFICACAO E O CRONOGRAMA COM OS DOCENTES
001750* (1020) E LE O PRIMEIRO REGISTRO DO HISTORICO.
001760******************************************************************
001770 1000-INICIALIZAR.
001780     PERFORM 1010-LER-PARAMETROS
002090             WS-REL-STATUS
002100         STOP RUN
002110     END-IF
002112
002114     PERFORM 1020-ABRIR-DOCENTES
002116         THRU 1020-ABRIR-DOCENTES-EXIT
002120
002130     MOVE SPACES TO WS-LINHA-MONTA
002140     STRING "CLASSIFICACAO POR MEDIA FINAL - TERMO "
002480     EXIT.
002490
002500******************************************************************
002501* 1020-ABRIR-DOCENTES
002502* ABRE PARA CONSULTA O CRONOGRAMA DE ENTREGA DE NOTAS E O
002503* CADASTRO DE DOCENTES (MANTIDOS PELO CADDOC), USADOS SO PARA O
002504* NOME DO DOCENTE NA QUEBRA DA TURMA. QUALQUER DOS DOIS AUSENTE
002505* (STATUS 35) NAO E ERRO: A QUEBRA SAI SEM O DOCENTE.
002506******************************************************************
002507 1020-ABRIR-DOCENTES.
002508     MOVE "N" TO WS-DOC-ARQUIVO
002509     OPEN INPUT ARQ-CRO
002510
002511     IF WS-CRO-STATUS = "35"
002512         THEN
002513         GO TO 1020-ABRIR-DOCENTES-EXIT
002514     END-IF
002515
002516     IF WS-CRO-STATUS NOT = "00"
002517         THEN
002518         DISPLAY "ERRO AO ABRIR CRONOGRAMA - STATUS "
002519             WS-CRO-STATUS
002520         STOP RUN
002521     END-IF
002522
002523     OPEN INPUT ARQ-DOC
002524
002525     IF WS-DOC-STATUS = "35"
002526         THEN
002527         CLOSE ARQ-CRO
002528         GO TO 1020-ABRIR-DOCENTES-EXIT
002529     END-IF
002530
002531     IF WS-DOC-STATUS NOT = "00"
002532         THEN
002533         DISPLAY "ERRO AO ABRIR DOCENTES - STATUS " WS-DOC-STATUS
002534         STOP RUN
002535     END-IF
002536
002537     MOVE "S" TO WS-DOC-ARQUIVO
002538
002539 1020-ABRIR-DOCENTES-EXIT.
002540     EXIT.
002541
002542******************************************************************
002543* 2000-CARREGAR-HISTORICO
002544* CARREGA NA TABELA DE CLASSIFICACAO O REGISTRO CORRENTE DO
002545* HISTORICO, SE FOR DO TERMO PEDIDO E NAO ESTIVER SUPERADO POR
002546* RETIFICACAO. A CHAVE DE ORDENACAO GUARDA A MEDIA E AS NOTAS
002550* INVERTIDAS (9999 MENOS O VALOR ESCALONADO), PARA QUE A
002560* ORDENACAO ASCENDENTE DA CHAVE PRODUZA A CLASSIFICACAO
002570* DECRESCENTE. LE O PROXIMO REGISTRO.
002575* O REGISTRO SEM RESULTADO (PENDENTE DE 2A CHAMADA) FICA FORA.
002580******************************************************************
002590 2000-CARREGAR-HISTORICO.
002600     IF HIST-TERMO NOT = WS-TERMO OR HIST-SUPERADO
002605         OR HIST-RESUL-TX = SPACES
002610         THEN
002620         GO TO 2000-CARREGAR-LER
002630     END-IF
004290
004300******************************************************************
004310* 4010-IMPRIMIR-QUEBRA
004320* IMPRIME A QUEBRA DA NOVA TURMA + DISCIPLINA, COM O DOCENTE DO
004330* CRONOGRAMA DE ENTREGA (4015), E ZERA A POSICAO DA
004335* CLASSIFICACAO.
004340******************************************************************
004350 4010-IMPRIMIR-QUEBRA.
004360     MOVE WS-CLS-TURMA(WS-CLS-IDX) TO WS-TURMA-ANT
004500     MOVE WS-LINHA-MONTA TO REL-TX
004510     WRITE REL-LINHA
004520
004521     PERFORM 4015-LOCALIZAR-DOCENTE
004522         THRU 4015-LOCALIZAR-DOCENTE-EXIT
004523
004524     MOVE SPACES TO WS-LINHA-MONTA
004525     STRING "DOCENTE: "      DELIMITED BY SIZE
004526         WS-DOCENTE-ID       DELIMITED BY SIZE
004527         "  "                DELIMITED BY SIZE
004528         WS-DOCENTE-NOME     DELIMITED BY SIZE
004529         INTO WS-LINHA-MONTA
004530     MOVE WS-LINHA-MONTA TO REL-TX
004531     WRITE REL-LINHA
004532
004533     MOVE WS-CABEC-CLS TO REL-TX
004540     WRITE REL-LINHA
004550
004560 4010-IMPRIMIR-QUEBRA-EXIT.
004561     EXIT.
004562
004563******************************************************************
004564* 4015-LOCALIZAR-DOCENTE
004565* LOCALIZA NO CRONOGRAMA O DOCENTE DA TURMA + DISCIPLINA DA
004566* QUEBRA NO TERMO CLASSIFICADO E LE O NOME NO CADASTRO DE
004567* DOCENTES. TURMA SEM ATRIBUICAO (OU SEM CRONOGRAMA) E DOCENTE
004568* AUSENTE DO CADASTRO SAEM ASSINALADOS NO LUGAR DO NOME.
004569******************************************************************
004570 4015-LOCALIZAR-DOCENTE.
004571     MOVE SPACES TO WS-DOCENTE-ID
004572     MOVE "NAO ATRIBUIDO NO CRONOGRAMA" TO WS-DOCENTE-NOME
004573
004574     IF NOT DOCENTES-DISPONIVEL
004575         THEN
004576         GO TO 4015-LOCALIZAR-DOCENTE-EXIT
004577     END-IF
004578
004579     MOVE WS-TERMO     TO CRO-TERMO
004580     MOVE WS-TURMA-ANT TO CRO-TURMA
004581     MOVE WS-DISC-ANT  TO CRO-DISC
004582
004583     READ ARQ-CRO
004584         INVALID KEY
004585             GO TO 4015-LOCALIZAR-DOCENTE-EXIT
004586     END-READ
004587
004588     MOVE CRO-DOCENTE TO WS-DOCENTE-ID
004589     MOVE CRO-DOCENTE TO DOC-ID
004590
004591     READ ARQ-DOC
004592         INVALID KEY
004593             MOVE "*** DOCENTE NAO CADASTRADO ***"
004594                 TO WS-DOCENTE-NOME
004595         NOT INVALID KEY
004596             MOVE DOC-NOME TO WS-DOCENTE-NOME
004597     END-READ
004598
004599 4015-LOCALIZAR-DOCENTE-EXIT.
004600     EXIT.
004601
004602******************************************************************
004603* 4020-LOCALIZAR-CADASTRO
004610* LE O NOME DO ALUNO DA ENTRADA CORRENTE DIRETO PELA CHAVE DO
004620* CADASTRO INDEXADO, QUALQUER QUE SEJA A SITUACAO DA MATRICULA.
004630* SE NAO ACHAR, O NOME SAI EM BRANCO.
005030
005040     CLOSE ARQ-HIST
005050     CLOSE ARQ-CAD
005051     IF DOCENTES-DISPONIVEL
005052         THEN
005053         CLOSE ARQ-CRO
005054         CLOSE ARQ-DOC
005055     END-IF
005060     CLOSE ARQ-REL
005070
005080 8000-FINALIZAR-EXIT.
