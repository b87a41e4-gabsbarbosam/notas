000290*                 INDEXADO POR CAD-ID (CARGA PELO CONVCAD): O
000300*                 NOME DO ALUNO PASSA A SER LIDO PELA CHAVE E
000310*                 SAI A TABELA DE 500 ALUNOS.
000311* 2026-10-15 RLM  CONTROLE DE SITUACAO DO TERMO (ARQUIVO TERMOS):
000312*                 O FECHAMENTO EXIGE O RESPONSAVEL (PARAM-RESP)
000313*                 E GRAVA O TERMO COMO FECHADO, COM A DATA E O
000314*                 RESPONSAVEL; A PARTIR DAI NOTAS, CADMAT E
000315*                 ARQHIST RECUSAM LANCAR NO TERMO. TERMO JA
000316*                 FECHADO SO E FECHADO DE NOVO DEPOIS DA
000317*                 REABERTURA NO CADTERM. CADA DECISAO SAI TAMBEM
000318*                 NO ACUMULADO FCHHIST, E NO REFECHAMENTO DE UM
000319*                 TERMO REABERTO O RELATORIO LISTA OS ALUNOS CUJA
000320*                 DECISAO MUDOU DESDE O FECHAMENTO ANTERIOR.
000321* 2026-10-15 RLM  SEGUNDA CHAMADA: DISCIPLINA COM STATUS "PENDENTE
000322*                 2A CHAMADA" NO HISTORICO NAO CONTA COMO
000323*                 APROVACAO NEM REPROVACAO, E O ALUNO COM ALGUMA
000324*                 DELAS NAO E FECHADO (SAI NO RELATORIO, SEM
000325*                 DECISAO NO FECHAMENTO/FCHHIST). ENQUANTO HOUVER
000326*                 ALUNO PENDENTE O TERMO NAO E GRAVADO COMO
000327*                 FECHADO, PARA QUE A SEGUNDA CHAMADA AINDA POSSA
000328*                 SER LANCADA; O FECHATER E EXECUTADO DE NOVO
000329*                 DEPOIS DELA.
000330* 2026-10-15 RLM  AS DECISOES SO VAO PARA O FCHHIST QUANDO O
000331*                 TERMO E DE FATO FECHADO (8030): EXECUCAO BARRADA
000332*                 POR PENDENCIA DE SEGUNDA CHAMADA NAO GRAVA NADA
000333*                 NELE, E O REFECHAMENTO SEGUINTE COMPARA COM O
000334*                 ULTIMO FECHAMENTO EFETIVO.
000335******************************************************************
000336 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. FECHATER.
000350 AUTHOR. GABIRELA BARBOSA.
000360 INSTALLATION. SETOR DE NOTAS.
000630     SELECT ARQ-FCH ASSIGN TO "FECHAMENTO"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FCH-STATUS.
000651
000652     SELECT ARQ-TER ASSIGN TO "TERMOS"
000653         ORGANIZATION IS INDEXED
000654         ACCESS MODE IS DYNAMIC
000655         RECORD KEY IS TER-TERMO
000656         FILE STATUS IS WS-TER-STATUS.
000657
000658     SELECT ARQ-FHS ASSIGN TO "FCHHIST"
000659         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-FHS-STATUS.
000661 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ARQ-PARAM.
000690 01  PARAM-REG.
000710     05 PARAM-LIMITE              PIC 9(02)V9(02).
000720     05 PARAM-MODO               PIC X(01).
000730     05 PARAM-FREQ-MIN           PIC 9(03).
000735     05 PARAM-RESP               PIC X(10).
000740
000750 FD  ARQ-HIST.
000760 01  HIST-LINHA.
001020 01  REL-LINHA.
001030     05 REL-TX                  PIC X(90).
001040
001041 FD  ARQ-FHS.
001042 01  FHS-REG.
001043     05 FHS-ID                  PIC X(10).
001044     05 FHS-TERMO               PIC X(06).
001045     05 FHS-DECISAO             PIC X(01).
001046     05 FHS-QTD-PEND            PIC 9(02).
001047     05 FHS-DATA                PIC X(08).
001048
001050 FD  ARQ-FCH.
001060 01  FCH-REG.
001070     05 FCH-ID                  PIC X(10).
001110         88 FCH-COM-PENDENCIA         VALUE "D".
001120         88 FCH-RETIDO                VALUE "R".
001130     05 FCH-QTD-PEND             PIC 9(02).
001131
001132 FD  ARQ-TER.
001133 01  TER-REG.
001134     05 TER-TERMO               PIC X(06).
001135     05 TER-SITUACAO            PIC X(01).
001136         88 TER-ABERTO                VALUE "A".
001137         88 TER-FECHADO               VALUE "F".
001138         88 TER-REABERTO              VALUE "R".
001139     05 TER-DATA-FECH           PIC X(08).
001140     05 TER-RESP-FECH           PIC X(10).
001141     05 TER-DATA-REAB           PIC X(08).
001142     05 TER-RESP-REAB           PIC X(10).
001143     05 TER-MOTIVO-REAB         PIC X(30).
001144     05 TER-QTD-FECH            PIC 9(02).
001145
001150 WORKING-STORAGE SECTION.
001160
001170 77  WS-PARAM-STATUS   PIC X(02) VALUE SPACES.
001330 77  WS-CONT-PROM      PIC 9(04) VALUE ZEROS.
001340 77  WS-CONT-PEND      PIC 9(04) VALUE ZEROS.
001350 77  WS-CONT-RETIDOS   PIC 9(04) VALUE ZEROS.
001351 77  WS-CONT-ALTER     PIC 9(04) VALUE ZEROS.
001352 77  WS-ANT-QTD        PIC 9(04) COMP VALUE ZERO.
001353 77  WS-ANT-IDX        PIC 9(04) COMP VALUE ZERO.
001354 77  WS-ANT-POS        PIC 9(04) COMP VALUE ZERO.
001355 77  WS-ANT-BUSCA      PIC X(10) VALUE SPACES.
001356 77  WS-QTD-ANTERIOR   PIC 9(04) VALUE ZEROS.
001357 77  WS-QTD-2ACH       PIC 9(02) VALUE ZEROS.
001358 77  WS-CONT-2ACH      PIC 9(04) VALUE ZEROS.
001360 77  WS-CONT-ED        PIC ZZZ9.
001370 77  WS-DECISAO        PIC X(01) VALUE SPACE.
001380 77  WS-DECISAO-TX     PIC X(24) VALUE SPACES.
001383 77  WS-DEC-COD        PIC X(01) VALUE SPACE.
001386 77  WS-DEC-TX         PIC X(16) VALUE SPACES.
001390 77  WS-ALUNO-NOME     PIC X(30) VALUE SPACES.
001400 77  WS-CAD-ACHOU      PIC X(01) VALUE "N".
001410     88 CADASTRO-ENCONTRADO       VALUE "S".
001420     88 CADASTRO-NAO-ENCONTRADO   VALUE "N".
001430 77  WS-LINHA-MONTA    PIC X(90) VALUE SPACES.
001431 77  WS-TER-STATUS     PIC X(02) VALUE SPACES.
001432 77  WS-FHS-STATUS     PIC X(02) VALUE SPACES.
001433 77  WS-RESP           PIC X(10) VALUE SPACES.
001434 77  WS-DATA-HOJE      PIC X(08) VALUE SPACES.
001435 77  WS-TER-EXISTE     PIC X(01) VALUE "N".
001436 77  WS-FIM-FHS        PIC X(01) VALUE "N".
001437 77  WS-REFECHAMENTO   PIC X(01) VALUE "N".
001438     88 TERMO-REFECHADO           VALUE "S".
001440
001450 01  WS-PEND-TABELA.
001460     05 WS-PEND-DISC OCCURS 20 TIMES
001470                                PIC X(06).
001471
001472 01  WS-ANT-TABELA.
001473     05 WS-ANT-ENTRADA OCCURS 3000 TIMES.
001474         10 WS-ANT-ID        PIC X(10).
001475         10 WS-ANT-DEC       PIC X(01).
001476         10 WS-ANT-NOVA      PIC X(01).
001477         10 WS-ANT-QTD-PEND  PIC 9(02).
001480
001490 01  WS-CABEC-DISC.
001500     05 FILLER PIC X(11) VALUE "  DISC".
001720* ABORTA: NAO HA O QUE FECHAR), ABRE O CADASTRO E O HISTORICO
001730* INDEXADOS, O RELATORIO E O ARQUIVO DE FECHAMENTO E LE O
001740* PRIMEIRO REGISTRO DO HISTORICO.
001743* RESPONSAVEL EM BRANCO TAMBEM ABORTA, E O TERMO E CONFERIDO NO
001746* CONTROLE DE TERMOS (1030) ANTES DE QUALQUER GRAVACAO.
001750******************************************************************
001760 1000-INICIALIZAR.
001770     PERFORM 1010-LER-PARAMETROS
001820         DISPLAY "TERMO NAO INFORMADO NOS PARAMETROS"
001830         STOP RUN
001840     END-IF
001841
001842     IF WS-RESP = SPACES
001843         THEN
001844         DISPLAY "RESPONSAVEL PELO FECHAMENTO NAO INFORMADO"
001845         STOP RUN
001846     END-IF
001847
001848     PERFORM 1030-CONFERIR-TERMO
001849         THRU 1030-CONFERIR-TERMO-EXIT
001850
001860     PERFORM 1020-ABRIR-CADASTRO
001870         THRU 1020-ABRIR-CADASTRO-EXIT
002050         STOP RUN
002060     END-IF
002070
002072     PERFORM 1050-ABRIR-FCHHIST
002074         THRU 1050-ABRIR-FCHHIST-EXIT
002076
002080     MOVE SPACES TO WS-LINHA-MONTA
002090     STRING "FECHAMENTO DO TERMO " DELIMITED BY SIZE
002100         WS-TERMO                  DELIMITED BY SIZE
002260******************************************************************
002270 1010-LER-PARAMETROS.
002280     MOVE SPACES TO WS-TERMO
002285     MOVE SPACES TO WS-RESP
002290     OPEN INPUT ARQ-PARAM
002300
002310     IF WS-PARAM-STATUS = "00"
002350                 MOVE SPACES TO PARAM-REG
002360         END-READ
002370         MOVE PARAM-TERMO TO WS-TERMO
002375         MOVE PARAM-RESP  TO WS-RESP
002380         CLOSE ARQ-PARAM
002390     END-IF
002400
002580     END-IF
002590
002600 1020-ABRIR-CADASTRO-EXIT.
002601     EXIT.
002602
002603******************************************************************
002604* 1030-CONFERIR-TERMO
002605* ABRE O CONTROLE DE SITUACAO DOS TERMOS (TERMOS, INDEXADO PELO
002606* TERMO; CRIADO VAZIO SE AUSENTE) E CONFERE O TERMO A FECHAR.
002607* TERMO JA FECHADO ABORTA: SO PODE SER FECHADO DE NOVO DEPOIS DA
002608* REABERTURA DATADA NO CADTERM. TERMO REABERTO E UM
002609* REFECHAMENTO: AS DECISOES DO FECHAMENTO ANTERIOR SAO CARREGADAS
002610* DO FCHHIST PARA A LISTA DE DECISOES ALTERADAS. TERMO SEM
002611* REGISTRO NO CONTROLE ESTA ABERTO E E FECHADO PELA PRIMEIRA VEZ.
002612******************************************************************
002613 1030-CONFERIR-TERMO.
002614     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002615     MOVE "N" TO WS-TER-EXISTE
002616     MOVE "N" TO WS-REFECHAMENTO
002617
002618     OPEN I-O ARQ-TER
002619
002620     IF WS-TER-STATUS = "35"
002621         THEN
002622         OPEN OUTPUT ARQ-TER
002623         CLOSE ARQ-TER
002624         OPEN I-O ARQ-TER
002625     END-IF
002626
002627     IF WS-TER-STATUS NOT = "00"
002628         THEN
002629         DISPLAY "ERRO AO ABRIR CONTROLE DE TERMOS - STATUS "
002630             WS-TER-STATUS
002631         STOP RUN
002632     END-IF
002633
002634     MOVE WS-TERMO TO TER-TERMO
002635
002636     READ ARQ-TER
002637         INVALID KEY
002638             GO TO 1030-CONFERIR-TERMO-EXIT
002639     END-READ
002640
002641     MOVE "S" TO WS-TER-EXISTE
002642
002643     IF TER-FECHADO
002644         THEN
002645         DISPLAY "TERMO " WS-TERMO " JA FECHADO EM " TER-DATA-FECH
002646             " POR " TER-RESP-FECH
002647         DISPLAY "REABRIR NO CADTERM ANTES DE NOVO FECHAMENTO"
002648         STOP RUN
002649     END-IF
002650
002651     IF TER-REABERTO
002652         THEN
002653         MOVE "S" TO WS-REFECHAMENTO
002654         PERFORM 1040-CARREGAR-DECISOES
002655             THRU 1040-CARREGAR-DECISOES-EXIT
002656     END-IF
002657
002658 1030-CONFERIR-TERMO-EXIT.
002659     EXIT.
002660
002661******************************************************************
002662* 1040-CARREGAR-DECISOES
002663* CARREGA NA TABELA DE DECISOES ANTERIORES A ULTIMA DECISAO DE
002664* CADA ALUNO NO TERMO A REFECHAR, LIDA DO ACUMULADO FCHHIST (UMA
002665* LINHA POR ALUNO EM CADA FECHAMENTO; A LINHA MAIS RECENTE
002666* PREVALECE). FCHHIST AUSENTE (STATUS 35) DEIXA A TABELA VAZIA.
002667******************************************************************
002668 1040-CARREGAR-DECISOES.
002669     MOVE ZERO TO WS-ANT-QTD
002670     MOVE "N" TO WS-FIM-FHS
002671
002672     OPEN INPUT ARQ-FHS
002673
002674     IF WS-FHS-STATUS = "35"
002675         THEN
002676         GO TO 1040-CARREGAR-DECISOES-EXIT
002677     END-IF
002678
002679     IF WS-FHS-STATUS NOT = "00"
002680         THEN
002681         DISPLAY "ERRO AO ABRIR FCHHIST - STATUS " WS-FHS-STATUS
002682         STOP RUN
002683     END-IF
002684
002685     PERFORM 1041-LER-DECISAO
002686         THRU 1041-LER-DECISAO-EXIT
002687         UNTIL WS-FIM-FHS = "S"
002688
002689     CLOSE ARQ-FHS
002690     MOVE WS-ANT-QTD TO WS-QTD-ANTERIOR
002691
002692 1040-CARREGAR-DECISOES-EXIT.
002693     EXIT.
002694
002695******************************************************************
002696* 1041-LER-DECISAO
002697* LE UMA LINHA DO FCHHIST E, SE FOR DO TERMO A REFECHAR, GUARDA A
002698* DECISAO NA ENTRADA DO ALUNO NA TABELA (CRIADA NA PRIMEIRA
002699* OCORRENCIA). TABELA CHEIA ABORTA A EXECUCAO.
002700******************************************************************
002701 1041-LER-DECISAO.
002702     READ ARQ-FHS
002703         AT END
002704             MOVE "S" TO WS-FIM-FHS
002705             GO TO 1041-LER-DECISAO-EXIT
002706     END-READ
002707
002708     IF FHS-TERMO NOT = WS-TERMO
002709         THEN
002710         GO TO 1041-LER-DECISAO-EXIT
002711     END-IF
002712
002713     MOVE FHS-ID TO WS-ANT-BUSCA
002714     PERFORM 1046-LOCALIZAR-ANTERIOR
002715         THRU 1046-LOCALIZAR-ANTERIOR-EXIT
002716
002717     MOVE FHS-DECISAO TO WS-ANT-DEC(WS-ANT-POS)
002718
002719 1041-LER-DECISAO-EXIT.
002720     EXIT.
002721
002722******************************************************************
002723* 1045-CONFERIR-ANTERIOR
002724* CONFERE UMA ENTRADA (SUBSCRITO WS-ANT-IDX) DA TABELA DE
002725* DECISOES ANTERIORES CONTRA O ALUNO PROCURADO (WS-ANT-BUSCA).
002726******************************************************************
002727 1045-CONFERIR-ANTERIOR.
002728     IF WS-ANT-ID(WS-ANT-IDX) = WS-ANT-BUSCA
002729         THEN
002730         MOVE WS-ANT-IDX TO WS-ANT-POS
002731     END-IF
002732
002733 1045-CONFERIR-ANTERIOR-EXIT.
002734     EXIT.
002735
002736******************************************************************
002737* 1046-LOCALIZAR-ANTERIOR
002738* LOCALIZA NA TABELA DE DECISOES ANTERIORES A ENTRADA DO ALUNO
002739* PROCURADO (WS-ANT-BUSCA), CRIANDO-A SEM DECISAO NA PRIMEIRA
002740* OCORRENCIA. A POSICAO FICA EM WS-ANT-POS. TABELA CHEIA ABORTA.
002741******************************************************************
002742 1046-LOCALIZAR-ANTERIOR.
002743     MOVE ZERO TO WS-ANT-POS
002744
002745     PERFORM 1045-CONFERIR-ANTERIOR
002746         THRU 1045-CONFERIR-ANTERIOR-EXIT
002747         VARYING WS-ANT-IDX FROM 1 BY 1
002748         UNTIL WS-ANT-IDX > WS-ANT-QTD
002749             OR WS-ANT-POS > ZERO
002750
002751     IF WS-ANT-POS = ZERO
002752         THEN
002753         IF WS-ANT-QTD = 3000
002754             THEN
002755             DISPLAY "DECISOES EXCEDEM A TABELA DE 3000 ALUNOS"
002756             STOP RUN
002757         END-IF
002758         ADD 1 TO WS-ANT-QTD
002759         MOVE WS-ANT-QTD   TO WS-ANT-POS
002760         MOVE WS-ANT-BUSCA TO WS-ANT-ID(WS-ANT-POS)
002761         MOVE SPACE        TO WS-ANT-DEC(WS-ANT-POS)
002762         MOVE SPACE        TO WS-ANT-NOVA(WS-ANT-POS)
002763         MOVE ZEROS        TO WS-ANT-QTD-PEND(WS-ANT-POS)
002764     END-IF
002765
002766 1046-LOCALIZAR-ANTERIOR-EXIT.
002767     EXIT.
002768
002769******************************************************************
002770* 1050-ABRIR-FCHHIST
002771* ABRE O ACUMULADO DE DECISOES FCHHIST EM MODO EXTEND (CRIADO SE
002772* AUSENTE). QUALQUER OUTRO ERRO DE ABERTURA ABORTA: SEM ELE O
002773* PROXIMO REFECHAMENTO NAO TERIA COM O QUE COMPARAR.
002774******************************************************************
002775 1050-ABRIR-FCHHIST.
002776     OPEN EXTEND ARQ-FHS
002777
002778     IF WS-FHS-STATUS = "35"
002779         THEN
002780         OPEN OUTPUT ARQ-FHS
002781         CLOSE ARQ-FHS
002782         OPEN EXTEND ARQ-FHS
002783     END-IF
002784
002785     IF WS-FHS-STATUS NOT = "00"
002786         THEN
002787         DISPLAY "ERRO AO ABRIR FCHHIST - STATUS " WS-FHS-STATUS
002788         STOP RUN
002789     END-IF
002790
002791 1050-ABRIR-FCHHIST-EXIT.
002792     EXIT.
002793
002794******************************************************************
002795* 2000-PROCESSAR-HISTORICO
002796* PROCESSA O REGISTRO CORRENTE DO HISTORICO: REGISTRO DE OUTRO
002797* TERMO OU SUPERADO POR RETIFICACAO E IGNORADO; TROCA DE ALUNO
002798* FECHA O ALUNO ANTERIOR E ABRE O NOVO; O REGISTRO E ACUMULADO
002799* NA CONTAGEM DE APROVACOES E REPROVACOES DO ALUNO E IMPRESSO
002800* COMO LINHA DE DISCIPLINA. LE O PROXIMO REGISTRO.
002801******************************************************************
002802 2000-PROCESSAR-HISTORICO.
002803     IF HIST-TERMO NOT = WS-TERMO OR HIST-SUPERADO
002804         THEN
002805         GO TO 2000-PROCESSAR-LER
002806     END-IF
002807
002808     IF WS-ALUNO-ABERTO = "N" OR HIST-ID NOT = WS-ALUNO-ATUAL
002809         THEN
002810         PERFORM 3000-FECHAR-ALUNO
002811             THRU 3000-FECHAR-ALUNO-EXIT
002812         PERFORM 2010-ABRIR-ALUNO
002820             THRU 2010-ABRIR-ALUNO-EXIT
002830     END-IF
002840
003050     MOVE ZEROS   TO WS-QTD-APROV
003060     MOVE ZEROS   TO WS-QTD-REPROV
003070     MOVE ZERO    TO WS-PEND-QTD
003075     MOVE ZEROS   TO WS-QTD-2ACH
003080
003090     PERFORM 2050-LOCALIZAR-CADASTRO
003100         THRU 2050-LOCALIZAR-CADASTRO-EXIT
003340* TABELA DE PENDENCIAS) E IMPRIME A LINHA DA DISCIPLINA. A
003350* CLASSIFICACAO E PELO TEXTO DA SITUACAO GRAVADO PELO NOTAS:
003360* TUDO QUE NAO E APROVACAO CONTA COMO REPROVACAO.
003363* DISCIPLINA PENDENTE DE SEGUNDA CHAMADA NAO CONTA NENHUMA DAS
003366* DUAS: E CONTADA A PARTE E SEGURA O FECHAMENTO DO ALUNO.
003370******************************************************************
003380 2020-ACUMULAR-DISCIPLINA.
003390     ADD 1 TO WS-QTD-DISC
003391
003392     IF HIST-STATUS = "PENDENTE 2A CHAMADA"
003393         THEN
003394         ADD 1 TO WS-QTD-2ACH
003395         GO TO 2020-ACUMULAR-IMPRIMIR
003396     END-IF
003400
003410     IF HIST-STATUS = "APROVADO"
003420         OR HIST-STATUS = "APROVADO APOS RECUP."
003510         END-IF
003520     END-IF
003530
003535 2020-ACUMULAR-IMPRIMIR.
003540     MOVE SPACES TO WS-LINHA-MONTA
003550     STRING "  "          DELIMITED BY SIZE
003560         HIST-DISC        DELIMITED BY SIZE
004100* O LIMITE DE PENDENCIAS PROMOVE COM PENDENCIA, ACIMA RETEM),
004110* IMPRIME A DECISAO E AS PENDENCIAS NO RELATORIO E GRAVA O
004120* REGISTRO DO ALUNO NO ARQUIVO DE FECHAMENTO.
004123* ALUNO COM DISCIPLINA PENDENTE DE SEGUNDA CHAMADA NAO E FECHADO
004126* (3030).
004130******************************************************************
004140 3000-FECHAR-ALUNO.
004150     IF WS-ALUNO-ABERTO = "N"
004160         THEN
004161         GO TO 3000-FECHAR-ALUNO-EXIT
004162     END-IF
004163
004164     IF WS-QTD-2ACH > ZERO
004165         THEN
004166         PERFORM 3030-SUSPENDER-ALUNO
004167             THRU 3030-SUSPENDER-ALUNO-EXIT
004170         GO TO 3000-FECHAR-ALUNO-EXIT
004180     END-IF
004190
004560     MOVE WS-QTD-REPROV  TO FCH-QTD-PEND
004570     WRITE FCH-REG
004580
004582     PERFORM 3020-REGISTRAR-DECISAO
004584         THRU 3020-REGISTRAR-DECISAO-EXIT
004586
004590     MOVE "N" TO WS-ALUNO-ABERTO
004600
004610 3000-FECHAR-ALUNO-EXIT.
004780     EXIT.
004790
004800******************************************************************
004801* 3020-REGISTRAR-DECISAO
004802* GUARDA A DECISAO DO ALUNO QUE ACABOU DE SER FECHADO NA TABELA
004803* DE DECISOES (NO REFECHAMENTO, AO LADO DA DECISAO ANTERIOR, PARA
004804* A COMPARACAO NO FINAL). A TABELA SO E GRAVADA NO FCHHIST SE O
004805* TERMO FOR DE FATO FECHADO (8030).
004806******************************************************************
004807 3020-REGISTRAR-DECISAO.
004808     MOVE WS-ALUNO-ATUAL TO WS-ANT-BUSCA
004809     PERFORM 1046-LOCALIZAR-ANTERIOR
004810         THRU 1046-LOCALIZAR-ANTERIOR-EXIT
004811
004812     MOVE WS-DECISAO    TO WS-ANT-NOVA(WS-ANT-POS)
004813     MOVE WS-QTD-REPROV TO WS-ANT-QTD-PEND(WS-ANT-POS)
004814
004815 3020-REGISTRAR-DECISAO-EXIT.
004816     EXIT.
004817
004818******************************************************************
004819* 3030-SUSPENDER-ALUNO
004820* ALUNO COM DISCIPLINA AINDA PENDENTE DE SEGUNDA CHAMADA NAO E
004821* FECHADO: A DECISAO DEPENDE DA NOTA QUE FALTA. SAI NO RELATORIO
004822* COMO NAO FECHADO, SEM REGISTRO NO FECHAMENTO NEM NO FCHHIST, E
004823* IMPEDE O FECHAMENTO DO TERMO (8000) ATE A SEGUNDA CHAMADA SER
004824* LANCADA NO NOTAS E O FECHATER SER EXECUTADO DE NOVO.
004825******************************************************************
004826 3030-SUSPENDER-ALUNO.
004827     ADD 1 TO WS-CONT-2ACH
004828
004829     MOVE SPACES TO WS-LINHA-MONTA
004830     STRING "DECISAO: NAO FECHADO - PENDENTE 2A CHAMADA ("
004831                              DELIMITED BY SIZE
004832         WS-QTD-2ACH          DELIMITED BY SIZE
004833         ")"                  DELIMITED BY SIZE
004834         INTO WS-LINHA-MONTA
004835     MOVE WS-LINHA-MONTA TO REL-TX
004836     WRITE REL-LINHA
004837
004838     MOVE "N" TO WS-ALUNO-ABERTO
004839
004840 3030-SUSPENDER-ALUNO-EXIT.
004841     EXIT.
004842
004843******************************************************************
004844* 8000-FINALIZAR
004845* FECHA O ULTIMO ALUNO EM ABERTO, GRAVA O RESUMO DO FECHAMENTO
004846* NO RELATORIO E FECHA OS ARQUIVOS.
004847* ALUNO PENDENTE DE SEGUNDA CHAMADA NAO E FECHADO, E ENQUANTO
004848* HOUVER ALGUM O TERMO NAO E GRAVADO COMO FECHADO.
004849******************************************************************
004850 8000-FINALIZAR.
004860     PERFORM 3000-FECHAR-ALUNO
004870         THRU 3000-FECHAR-ALUNO-EXIT
005210     MOVE WS-LINHA-MONTA TO REL-TX
005220     WRITE REL-LINHA
005230
005231     MOVE WS-CONT-2ACH TO WS-CONT-ED
005232     MOVE SPACES TO WS-LINHA-MONTA
005233     STRING "PENDENTES DE 2A CHAMADA.: " DELIMITED BY SIZE
005234         WS-CONT-ED DELIMITED BY SIZE
005235         INTO WS-LINHA-MONTA
005236     MOVE WS-LINHA-MONTA TO REL-TX
005237     WRITE REL-LINHA
005238
005239     IF TERMO-REFECHADO
005240         THEN
005241         PERFORM 8010-IMPRIMIR-ALTERACOES
005242             THRU 8010-IMPRIMIR-ALTERACOES-EXIT
005243     END-IF
005244
005245     IF WS-CONT-2ACH > ZERO
005246         THEN
005247         MOVE SPACES TO REL-TX
005248         WRITE REL-LINHA
005249         MOVE "TERMO NAO FECHADO - ALUNOS PENDENTES DE 2A CHAMADA"
005250             TO REL-TX
005251         WRITE REL-LINHA
005252         DISPLAY "TERMO " WS-TERMO " NAO FECHADO - ALUNOS "
005253             "PENDENTES DE 2A CHAMADA"
005254     ELSE
005255         PERFORM 8030-FECHAR-TERMO
005256             THRU 8030-FECHAR-TERMO-EXIT
005257     END-IF
005258
005259     CLOSE ARQ-HIST
005260     CLOSE ARQ-CAD
005261     CLOSE ARQ-REL
005270     CLOSE ARQ-FCH
005273     CLOSE ARQ-TER
005276     CLOSE ARQ-FHS
005280
005290 8000-FINALIZAR-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330* 8010-IMPRIMIR-ALTERACOES
005340* NO REFECHAMENTO DE UM TERMO REABERTO, LISTA NO RELATORIO OS
005350* ALUNOS CUJA DECISAO MUDOU DESDE O FECHAMENTO ANTERIOR,
005360* INCLUSIVE OS QUE SO APARECEM EM UM DOS DOIS FECHAMENTOS. SEM
005370* DECISOES ANTERIORES NO FCHHIST NAO HA COM O QUE COMPARAR, E O
005380* RELATORIO AVISA EM VEZ DE LISTAR A TURMA INTEIRA.
005390******************************************************************
005400 8010-IMPRIMIR-ALTERACOES.
005410     MOVE SPACES TO REL-TX
005420     WRITE REL-LINHA
005430
005440     MOVE "DECISOES ALTERADAS DESDE O FECHAMENTO ANTERIOR"
005450         TO REL-TX
005460     WRITE REL-LINHA
005470
005480     IF WS-QTD-ANTERIOR = ZERO
005490         THEN
005500         MOVE "  FECHAMENTO ANTERIOR SEM DECISOES NO FCHHIST"
005510             TO REL-TX
005520         WRITE REL-LINHA
005530         GO TO 8010-IMPRIMIR-ALTERACOES-EXIT
005540     END-IF
005550
005560     PERFORM 8015-IMPRIMIR-ALTERACAO
005570         THRU 8015-IMPRIMIR-ALTERACAO-EXIT
005580         VARYING WS-ANT-IDX FROM 1 BY 1
005590         UNTIL WS-ANT-IDX > WS-ANT-QTD
005600
005610     MOVE WS-CONT-ALTER TO WS-CONT-ED
005620     MOVE SPACES TO WS-LINHA-MONTA
005630     STRING "DECISOES ALTERADAS......: " DELIMITED BY SIZE
005640         WS-CONT-ED DELIMITED BY SIZE
005650         INTO WS-LINHA-MONTA
005660     MOVE WS-LINHA-MONTA TO REL-TX
005670     WRITE REL-LINHA
005680
005690 8010-IMPRIMIR-ALTERACOES-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730* 8015-IMPRIMIR-ALTERACAO
005740* IMPRIME A ENTRADA (SUBSCRITO WS-ANT-IDX) DA TABELA DE DECISOES
005750* SE A DECISAO ANTERIOR DIFERE DA NOVA, COM O NOME DO CADASTRO.
005760******************************************************************
005770 8015-IMPRIMIR-ALTERACAO.
005780     IF WS-ANT-DEC(WS-ANT-IDX) = WS-ANT-NOVA(WS-ANT-IDX)
005790         THEN
005800         GO TO 8015-IMPRIMIR-ALTERACAO-EXIT
005810     END-IF
005820
005830     ADD 1 TO WS-CONT-ALTER
005840     MOVE WS-ANT-ID(WS-ANT-IDX) TO WS-ALUNO-ATUAL
005850     PERFORM 2050-LOCALIZAR-CADASTRO
005860         THRU 2050-LOCALIZAR-CADASTRO-EXIT
005870
005880     MOVE SPACES TO WS-LINHA-MONTA
005890     MOVE WS-ANT-DEC(WS-ANT-IDX) TO WS-DEC-COD
005900     PERFORM 8020-TEXTO-DECISAO
005910         THRU 8020-TEXTO-DECISAO-EXIT
005920     STRING "  "              DELIMITED BY SIZE
005930         WS-ALUNO-ATUAL       DELIMITED BY SIZE
005940         "  "                 DELIMITED BY SIZE
005950         WS-ALUNO-NOME        DELIMITED BY SIZE
005960         " DE "               DELIMITED BY SIZE
005970         WS-DEC-TX            DELIMITED BY SIZE
005980         INTO WS-LINHA-MONTA
005990
006000     MOVE WS-ANT-NOVA(WS-ANT-IDX) TO WS-DEC-COD
006010     PERFORM 8020-TEXTO-DECISAO
006020         THRU 8020-TEXTO-DECISAO-EXIT
006030     MOVE " PARA "  TO WS-LINHA-MONTA(65:6)
006040     MOVE WS-DEC-TX TO WS-LINHA-MONTA(71:16)
006050     MOVE WS-LINHA-MONTA TO REL-TX
006060     WRITE REL-LINHA
006070
006080 8015-IMPRIMIR-ALTERACAO-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120* 8020-TEXTO-DECISAO
006130* TRADUZ O CODIGO DE DECISAO (WS-DEC-COD) PARA O TEXTO DA LISTA
006140* DE DECISOES ALTERADAS (WS-DEC-TX). CODIGO EM BRANCO E ALUNO QUE
006150* NAO CONSTA DE UM DOS DOIS FECHAMENTOS.
006160******************************************************************
006170 8020-TEXTO-DECISAO.
006180     IF WS-DEC-COD = "P"
006190         THEN
006200         MOVE "PROMOVIDO" TO WS-DEC-TX
006210     ELSE
006220         IF WS-DEC-COD = "D"
006230             THEN
006240             MOVE "PROM. C/ PEND." TO WS-DEC-TX
006250         ELSE
006260             IF WS-DEC-COD = "R"
006270                 THEN
006280                 MOVE "RETIDO" TO WS-DEC-TX
006290             ELSE
006300                 MOVE "SEM FECHAMENTO" TO WS-DEC-TX
006310             END-IF
006320         END-IF
006330     END-IF
006340
006350 8020-TEXTO-DECISAO-EXIT.
006360     EXIT.
006370
006380******************************************************************
006390* 8030-FECHAR-TERMO
006400* GRAVA O TERMO COMO FECHADO NO CONTROLE DE TERMOS, COM A DATA, O
006410* RESPONSAVEL INFORMADO NOS PARAMETROS E A CONTAGEM DE
006420* FECHAMENTOS. OS DADOS DA ULTIMA REABERTURA SAO PRESERVADOS.
006430* AS DECISOES DESTE FECHAMENTO VAO PARA O ACUMULADO FCHHIST
006433* (8035). A PARTIR DAQUI NOTAS, CADMAT E ARQHIST RECUSAM LANCAR NO
006436* TERMO.
006440******************************************************************
006460 8030-FECHAR-TERMO.
006470     MOVE WS-TERMO TO TER-TERMO
006480
006490     READ ARQ-TER
006500         INVALID KEY
006510             MOVE "N" TO WS-TER-EXISTE
006520         NOT INVALID KEY
006530             MOVE "S" TO WS-TER-EXISTE
006540     END-READ
006550
006560     IF WS-TER-EXISTE = "N"
006570         THEN
006580         MOVE SPACES   TO TER-REG
006590         MOVE WS-TERMO TO TER-TERMO
006600         MOVE ZEROS    TO TER-QTD-FECH
006610     END-IF
006620
006630     MOVE "F"          TO TER-SITUACAO
006640     MOVE WS-DATA-HOJE TO TER-DATA-FECH
006650     MOVE WS-RESP      TO TER-RESP-FECH
006660     ADD 1 TO TER-QTD-FECH
006670
006680     IF WS-TER-EXISTE = "S"
006690         THEN
006700         REWRITE TER-REG
006710     ELSE
006720         WRITE TER-REG
006730     END-IF
006740
006750     IF WS-TER-STATUS NOT = "00"
006760         THEN
006770         DISPLAY "ERRO AO GRAVAR CONTROLE DE TERMOS - STATUS "
006780             WS-TER-STATUS
006790         STOP RUN
006800     END-IF
006810
006820     MOVE SPACES TO WS-LINHA-MONTA
006830     STRING "TERMO FECHADO EM "  DELIMITED BY SIZE
006840         WS-DATA-HOJE            DELIMITED BY SIZE
006850         " POR "                 DELIMITED BY SIZE
006860         WS-RESP                 DELIMITED BY SIZE
006870         INTO WS-LINHA-MONTA
006880     MOVE WS-LINHA-MONTA TO REL-TX
006890     WRITE REL-LINHA
006900
006910     PERFORM 8035-GRAVAR-DECISAO
006920         THRU 8035-GRAVAR-DECISAO-EXIT
006930         VARYING WS-ANT-IDX FROM 1 BY 1
006940         UNTIL WS-ANT-IDX > WS-ANT-QTD
006950
006960 8030-FECHAR-TERMO-EXIT.
006970     EXIT.
006980
006990******************************************************************
007000* 8035-GRAVAR-DECISAO
007010* GRAVA NO ACUMULADO FCHHIST A DECISAO DESTE FECHAMENTO GUARDADA
007020* NA ENTRADA (SUBSCRITO WS-ANT-IDX) DA TABELA DE DECISOES. ALUNO
007030* QUE SO CONSTA DO FECHAMENTO ANTERIOR NAO TEM DECISAO NOVA.
007040******************************************************************
007050 8035-GRAVAR-DECISAO.
007060     IF WS-ANT-NOVA(WS-ANT-IDX) = SPACE
007070         THEN
007080         GO TO 8035-GRAVAR-DECISAO-EXIT
007090     END-IF
007100
007110     MOVE SPACES                     TO FHS-REG
007120     MOVE WS-ANT-ID(WS-ANT-IDX)       TO FHS-ID
007130     MOVE WS-TERMO                   TO FHS-TERMO
007140     MOVE WS-ANT-NOVA(WS-ANT-IDX)     TO FHS-DECISAO
007150     MOVE WS-ANT-QTD-PEND(WS-ANT-IDX) TO FHS-QTD-PEND
007160     MOVE WS-DATA-HOJE               TO FHS-DATA
007170     WRITE FHS-REG
007180
007190     IF WS-FHS-STATUS NOT = "00"
007200         THEN
007210         DISPLAY "ERRO AO GRAVAR FCHHIST - STATUS " WS-FHS-STATUS
007220         STOP RUN
007230     END-IF
007240
007250 8035-GRAVAR-DECISAO-EXIT.
007260     EXIT.
007270
007280 END PROGRAM FECHATER.
