000010******************************************************************
000020* PROGRAM:      GERAMAT
000030* AUTHOR:       GABIRELA BARBOSA
000040* INSTALLATION: SETOR DE NOTAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:      GERACAO DOS MOVIMENTOS DE MATRICULA DO TERMO
000070*               SEGUINTE A PARTIR DO FECHAMENTO DO TERMO E DO
000080*               CURRICULO DE CADA CURSO, PARA APLICACAO PELO
000090*               CADMAT
000100* TECTONICS:    cobc
000110******************************************************************
000120* MODIFICATION HISTORY
000130* DATE       INIT DESCRIPTION
000140* 2026-10-15 RLM  VERSAO INICIAL: LE O TERMO NOVO NO PARAMGER, O
000150*                 CURRICULO (DISCIPLINAS DE CADA CURSO POR SERIE,
000160*                 COM A TURMA EM QUE ABREM) E O ARQUIVO FECHAMENTO
000170*                 GRAVADO PELO FECHATER. PARA CADA ALUNO FECHADO,
000180*                 IDENTIFICA A SERIE CURSADA PELAS DISCIPLINAS DO
000190*                 TERMO NO HISTORICO E GRAVA NO MOVMAT AS
000200*                 INSCRICOES DA SERIE SEGUINTE (PROMOVIDO E
000210*                 PROMOVIDO COM PENDENCIA) OU DA MESMA SERIE
000220*                 (RETIDO), MAIS UMA INSCRICAO DE DEPENDENCIA PARA
000230*                 CADA DISCIPLINA REPROVADA FORA DA SERIE DE
000240*                 DESTINO. ALUNO SEM CADASTRO, INATIVO NO CADASTRO
000250*                 OU SEM CURRICULO SAI NA LISTAGEM DE EXCECOES
000260*                 EXCMAT EM VEZ DE SER DESCARTADO.
000270* 2026-10-15 RLM  SO GERA A PARTIR DE UM FECHAMENTO CONCLUIDO: O
000280*                 TERMO DO FECHAMENTO PRECISA ESTAR FECHADO ("F")
000290*                 NO CONTROLE DE TERMOS (TERMOS). A EXECUCAO DO
000300*                 FECHATER BARRADA POR ALUNO PENDENTE DE 2A
000310*                 CHAMADA GRAVA O FECHAMENTO SO DOS DEMAIS ALUNOS
000320*                 E NAO FECHA O TERMO; GERAR A PARTIR DELE
000330*                 DEIXARIA OS PENDENTES SEM MATRICULA E SEM
000340*                 EXCECAO. GRAVACAO DO MOVMAT OU DO EXCMAT COM
000350*                 ERRO ABORTA A EXECUCAO.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. GERAMAT.
000390 AUTHOR. GABIRELA BARBOSA.
000400 INSTALLATION. SETOR DE NOTAS.
000410 DATE-WRITTEN. 15/10/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ARQ-PARAM ASSIGN TO "PARAMGER"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PARAM-STATUS.
000500
000510     SELECT ARQ-CUR ASSIGN TO "CURRICULO"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CUR-STATUS.
000540
000550     SELECT ARQ-FCH ASSIGN TO "FECHAMENTO"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FCH-STATUS.
000580
000590     SELECT ARQ-CAD ASSIGN TO "CADASTRO"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CAD-ID
000630         FILE STATUS IS WS-CAD-STATUS.
000640
000650     SELECT ARQ-HIST ASSIGN TO "HISTORICO"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS HIST-CHAVE
000690         FILE STATUS IS WS-HIST-STATUS.
000700
000710     SELECT ARQ-MOV ASSIGN TO "MOVMAT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-MOV-STATUS.
000740
000750     SELECT ARQ-EXC ASSIGN TO "EXCMAT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-EXC-STATUS.
000780
000790     SELECT ARQ-TER ASSIGN TO "TERMOS"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS TER-TERMO
000830         FILE STATUS IS WS-TER-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  ARQ-PARAM.
000870 01  PGER-REG.
000880     05 PGER-TERMO-NOVO          PIC X(06).
000890
000900 FD  ARQ-CUR.
000910 01  CUR-REG.
000920     05 CUR-CURSO               PIC X(20).
000930     05 CUR-SERIE               PIC 9(02).
000940     05 CUR-DISC                PIC X(06).
000950     05 CUR-TURMA               PIC X(06).
000960
000970 FD  ARQ-FCH.
000980 01  FCH-REG.
000990     05 FCH-ID                  PIC X(10).
001000     05 FCH-TERMO               PIC X(06).
001010     05 FCH-DECISAO              PIC X(01).
001020         88 FCH-PROMOVIDO             VALUE "P".
001030         88 FCH-COM-PENDENCIA         VALUE "D".
001040         88 FCH-RETIDO                VALUE "R".
001050     05 FCH-QTD-PEND             PIC 9(02).
001060
001070 FD  ARQ-CAD.
001080 01  CAD-REG.
001090     05 CAD-ID                  PIC X(10).
001100     05 CAD-NOME                PIC X(30).
001110     05 CAD-CURSO               PIC X(20).
001120     05 CAD-SITUACAO             PIC X(01).
001130         88 CAD-ATIVO                 VALUE "A".
001140         88 CAD-INATIVO               VALUE "I".
001150
001160 FD  ARQ-HIST.
001170 01  HIST-LINHA.
001180     05 HIST-CHAVE.
001190         10 HIST-ID              PIC X(10).
001200         10 HIST-TERMO           PIC X(06).
001210         10 HIST-DISC            PIC X(06).
001220     05 FILLER                  PIC X(03).
001230     05 HIST-TURMA              PIC X(06).
001240     05 FILLER                  PIC X(03).
001250     05 HIST-QTD-NOTAS           PIC X(01).
001260     05 FILLER                  PIC X(03).
001270     05 HIST-NOTAS-TX           PIC X(32).
001280     05 HIST-RESUL-TX           PIC X(05).
001290     05 FILLER                  PIC X(03).
001300     05 HIST-STATUS             PIC X(26).
001310     05 FILLER                  PIC X(03).
001320     05 HIST-SIT                PIC X(01).
001330         88 HIST-SUPERADO             VALUE "S".
001340
001350 FD  ARQ-MOV.
001360 01  MOV-REG.
001370     05 MOV-OPER                PIC X(01).
001380         88 MOV-INSCRICAO             VALUE "I".
001390         88 MOV-CANCELAMENTO          VALUE "C".
001400     05 MOV-ID                  PIC X(10).
001410     05 MOV-TURMA               PIC X(06).
001420     05 MOV-DISC                PIC X(06).
001430     05 MOV-TERMO               PIC X(06).
001440
001450 FD  ARQ-EXC.
001460 01  EXC-LINHA.
001470     05 EXC-ID                  PIC X(10).
001480     05 FILLER                  PIC X(03) VALUE SPACES.
001490     05 EXC-TERMO               PIC X(06).
001500     05 FILLER                  PIC X(03) VALUE SPACES.
001510     05 EXC-DECISAO              PIC X(01).
001520     05 FILLER                  PIC X(03) VALUE SPACES.
001530     05 EXC-CURSO               PIC X(20).
001540     05 FILLER                  PIC X(03) VALUE SPACES.
001550     05 EXC-DISC                PIC X(06).
001560     05 FILLER                  PIC X(03) VALUE SPACES.
001570     05 EXC-MSG                 PIC X(30).
001580 01  EXC-LINHA-TX REDEFINES EXC-LINHA.
001590     05 EXC-TX                  PIC X(88).
001600
001610 FD  ARQ-TER.
001620 01  TER-REG.
001630     05 TER-TERMO               PIC X(06).
001640     05 TER-SITUACAO            PIC X(01).
001650         88 TER-ABERTO                VALUE "A".
001660         88 TER-FECHADO               VALUE "F".
001670         88 TER-REABERTO              VALUE "R".
001680     05 TER-DATA-FECH           PIC X(08).
001690     05 TER-RESP-FECH           PIC X(10).
001700     05 TER-DATA-REAB           PIC X(08).
001710     05 TER-RESP-REAB           PIC X(10).
001720     05 TER-MOTIVO-REAB         PIC X(30).
001730     05 TER-QTD-FECH            PIC 9(02).
001740
001750 WORKING-STORAGE SECTION.
001760
001770 77  WS-PARAM-STATUS   PIC X(02) VALUE SPACES.
001780 77  WS-CUR-STATUS     PIC X(02) VALUE SPACES.
001790 77  WS-FCH-STATUS     PIC X(02) VALUE SPACES.
001800 77  WS-CAD-STATUS     PIC X(02) VALUE SPACES.
001810 77  WS-HIST-STATUS    PIC X(02) VALUE SPACES.
001820 77  WS-MOV-STATUS     PIC X(02) VALUE SPACES.
001830 77  WS-EXC-STATUS     PIC X(02) VALUE SPACES.
001840 77  WS-TER-STATUS     PIC X(02) VALUE SPACES.
001850 77  WS-TERMO-NOVO     PIC X(06) VALUE SPACES.
001860 77  WS-FIM-FCH        PIC X(01) VALUE "N".
001870 77  WS-FIM-CUR        PIC X(01) VALUE "N".
001880 77  WS-FIM-HIST       PIC X(01) VALUE "N".
001890 77  WS-CAD-ACHOU      PIC X(01) VALUE "N".
001900     88 CADASTRO-ENCONTRADO       VALUE "S".
001910     88 CADASTRO-NAO-ENCONTRADO   VALUE "N".
001920 77  WS-TER-SITUACAO   PIC X(01) VALUE SPACE.
001930     88 TERMO-FECHADO             VALUE "F".
001940 77  WS-SERIE-ATUAL    PIC 9(02) VALUE ZEROS.
001950 77  WS-SERIE-NOVA     PIC 9(02) VALUE ZEROS.
001960 77  WS-SERIE-ED       PIC Z9.
001970 77  WS-QTD-SERIE-NOVA PIC 9(04) VALUE ZEROS.
001980 77  WS-CUR-QTD        PIC 9(04) COMP VALUE ZERO.
001990 77  WS-CUR-IDX        PIC 9(04) COMP VALUE ZERO.
002000 77  WS-CUR-POS        PIC 9(04) COMP VALUE ZERO.
002010 77  WS-DSC-QTD        PIC 9(02) COMP VALUE ZERO.
002020 77  WS-DSC-IDX        PIC 9(02) COMP VALUE ZERO.
002030 77  WS-CONT-LIDOS     PIC 9(04) VALUE ZEROS.
002040 77  WS-CONT-ATENDIDOS PIC 9(04) VALUE ZEROS.
002050 77  WS-CONT-INSCR     PIC 9(04) VALUE ZEROS.
002060 77  WS-CONT-DEPEND    PIC 9(04) VALUE ZEROS.
002070 77  WS-CONT-EXCECAO   PIC 9(04) VALUE ZEROS.
002080 77  WS-CONT-ED        PIC ZZZ9.
002090 77  WS-EXC-DISC       PIC X(06) VALUE SPACES.
002100 77  WS-EXC-MSG        PIC X(30) VALUE SPACES.
002110 77  WS-LINHA-MONTA    PIC X(88) VALUE SPACES.
002120
002130 01  WS-CUR-TABELA.
002140     05 WS-CUR-ENTRADA OCCURS 1000 TIMES.
002150         10 WS-CUR-CURSO     PIC X(20).
002160         10 WS-CUR-SERIE     PIC 9(02).
002170         10 WS-CUR-DISC      PIC X(06).
002180         10 WS-CUR-TURMA     PIC X(06).
002190
002200 01  WS-DSC-TABELA.
002210     05 WS-DSC-ENTRADA OCCURS 20 TIMES.
002220         10 WS-DSC-DISC      PIC X(06).
002230         10 WS-DSC-REPROV    PIC X(01).
002240
002250 01  WS-CABEC-EXC.
002260     05 FILLER PIC X(13) VALUE "ALUNO".
002270     05 FILLER PIC X(09) VALUE "TERMO".
002280     05 FILLER PIC X(04) VALUE "DEC".
002290     05 FILLER PIC X(23) VALUE "CURSO".
002300     05 FILLER PIC X(09) VALUE "DISC".
002310     05 FILLER PIC X(30) VALUE "MOTIVO".
002320
002330 PROCEDURE DIVISION.
002340 0000-MAINLINE.
002350     PERFORM 1000-INICIALIZAR
002360         THRU 1000-INICIALIZAR-EXIT
002370
002380     PERFORM 2000-PROCESSAR-FECHAMENTO
002390         THRU 2000-PROCESSAR-FECHAMENTO-EXIT
002400         UNTIL WS-FIM-FCH = "S"
002410
002420     PERFORM 8000-FINALIZAR
002430         THRU 8000-FINALIZAR-EXIT
002440
002450     STOP RUN.
002460
002470******************************************************************
002480* 1000-INICIALIZAR
002490* LE O TERMO NOVO NO PARAMGER (TERMO EM BRANCO ABORTA: NAO HA
002500* PARA ONDE MATRICULAR), CARREGA O CURRICULO, ABRE O CADASTRO E
002510* O HISTORICO INDEXADOS E O FECHAMENTO, LE O PRIMEIRO REGISTRO
002520* DO FECHAMENTO E CONFERE SE O TERMO DELE ESTA FECHADO (1040).
002530* SO ENTAO ABRE O MOVMAT E A LISTAGEM DE EXCECOES.
002540******************************************************************
002550 1000-INICIALIZAR.
002560     PERFORM 1010-LER-PARAMETROS
002570         THRU 1010-LER-PARAMETROS-EXIT
002580
002590     IF WS-TERMO-NOVO = SPACES
002600         THEN
002610         DISPLAY "TERMO NOVO NAO INFORMADO NO PARAMGER"
002620         STOP RUN
002630     END-IF
002640
002650     PERFORM 1020-CARREGAR-CURRICULO
002660         THRU 1020-CARREGAR-CURRICULO-EXIT
002670
002680     OPEN INPUT ARQ-CAD
002690
002700     IF WS-CAD-STATUS NOT = "00"
002710         THEN
002720         DISPLAY "ERRO AO ABRIR CADASTRO - STATUS " WS-CAD-STATUS
002730         STOP RUN
002740     END-IF
002750
002760     OPEN INPUT ARQ-HIST
002770
002780     IF WS-HIST-STATUS NOT = "00"
002790         THEN
002800         DISPLAY "ERRO AO ABRIR HISTORICO - STATUS "
002810             WS-HIST-STATUS
002820         STOP RUN
002830     END-IF
002840
002850     OPEN INPUT ARQ-FCH
002860
002870     IF WS-FCH-STATUS NOT = "00"
002880         THEN
002890         DISPLAY "ERRO AO ABRIR FECHAMENTO - STATUS "
002900             WS-FCH-STATUS
002910         STOP RUN
002920     END-IF
002930
002940     PERFORM 2100-LER-FECHAMENTO
002950         THRU 2100-LER-FECHAMENTO-EXIT
002960
002970     PERFORM 1040-CONFERIR-TERMO
002980         THRU 1040-CONFERIR-TERMO-EXIT
002990
003000     OPEN OUTPUT ARQ-MOV
003010     OPEN OUTPUT ARQ-EXC
003020
003030     IF WS-MOV-STATUS NOT = "00" OR WS-EXC-STATUS NOT = "00"
003040         THEN
003050         DISPLAY "ERRO AO ABRIR MOVMAT/EXCMAT - STATUS "
003060             WS-MOV-STATUS " / " WS-EXC-STATUS
003070         STOP RUN
003080     END-IF
003090
003100     MOVE SPACES TO WS-LINHA-MONTA
003110     STRING "EXCECOES DA MATRICULA DO TERMO " DELIMITED BY SIZE
003120         WS-TERMO-NOVO                        DELIMITED BY SIZE
003130         INTO WS-LINHA-MONTA
003140     MOVE WS-LINHA-MONTA TO EXC-TX
003150     WRITE EXC-LINHA
003160
003170     MOVE WS-CABEC-EXC TO EXC-TX
003180     WRITE EXC-LINHA
003190
003200 1000-INICIALIZAR-EXIT.
003210     EXIT.
003220
003230******************************************************************
003240* 1010-LER-PARAMETROS
003250* LE O TERMO EM QUE OS ALUNOS SERAO MATRICULADOS NO PARAMGER.
003260* ARQUIVO AUSENTE OU VAZIO DEIXA O TERMO EM BRANCO, O QUE ABORTA
003270* NA INICIALIZACAO.
003280******************************************************************
003290 1010-LER-PARAMETROS.
003300     MOVE SPACES TO WS-TERMO-NOVO
003310     OPEN INPUT ARQ-PARAM
003320
003330     IF WS-PARAM-STATUS = "00"
003340         THEN
003350         READ ARQ-PARAM
003360             AT END
003370                 MOVE SPACES TO PGER-REG
003380         END-READ
003390         MOVE PGER-TERMO-NOVO TO WS-TERMO-NOVO
003400         CLOSE ARQ-PARAM
003410     END-IF
003420
003430 1010-LER-PARAMETROS-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470* 1020-CARREGAR-CURRICULO
003480* CARREGA O CURRICULO NA TABELA DE TRABALHO. SEM O CURRICULO NAO
003490* HA O QUE GERAR, ENTAO A AUSENCIA DO ARQUIVO OU QUALQUER ERRO DE
003500* ABERTURA ABORTA A EXECUCAO.
003510******************************************************************
003520 1020-CARREGAR-CURRICULO.
003530     MOVE ZERO TO WS-CUR-QTD
003540     MOVE "N" TO WS-FIM-CUR
003550     OPEN INPUT ARQ-CUR
003560
003570     IF WS-CUR-STATUS NOT = "00"
003580         THEN
003590         DISPLAY "ERRO AO ABRIR CURRICULO - STATUS " WS-CUR-STATUS
003600         STOP RUN
003610     END-IF
003620
003630     PERFORM 1030-LER-CURRICULO
003640         THRU 1030-LER-CURRICULO-EXIT
003650         UNTIL WS-FIM-CUR = "S"
003660
003670     CLOSE ARQ-CUR
003680
003690 1020-CARREGAR-CURRICULO-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730* 1030-LER-CURRICULO
003740* LE UM REGISTRO DO CURRICULO E O GUARDA NA TABELA DE TRABALHO.
003750* SERIE NAO NUMERICA OU ARQUIVO MAIOR QUE A TABELA ABORTAM A
003760* EXECUCAO: UM CURRICULO INCOMPLETO GERARIA MATRICULAS ERRADAS.
003770******************************************************************
003780 1030-LER-CURRICULO.
003790     READ ARQ-CUR
003800         AT END
003810             MOVE "S" TO WS-FIM-CUR
003820             GO TO 1030-LER-CURRICULO-EXIT
003830     END-READ
003840
003850     IF CUR-SERIE NOT NUMERIC
003860         THEN
003870         DISPLAY "CURRICULO COM SERIE NAO NUMERICA - CURSO "
003880             CUR-CURSO " DISCIPLINA " CUR-DISC
003890         STOP RUN
003900     END-IF
003910
003920     IF WS-CUR-QTD = 1000
003930         THEN
003940         DISPLAY "CURRICULO EXCEDE A TABELA DE 1000 ENTRADAS"
003950         STOP RUN
003960     END-IF
003970
003980     ADD 1 TO WS-CUR-QTD
003990     MOVE CUR-CURSO TO WS-CUR-CURSO(WS-CUR-QTD)
004000     MOVE CUR-SERIE TO WS-CUR-SERIE(WS-CUR-QTD)
004010     MOVE CUR-DISC  TO WS-CUR-DISC(WS-CUR-QTD)
004020     MOVE CUR-TURMA TO WS-CUR-TURMA(WS-CUR-QTD)
004030
004040 1030-LER-CURRICULO-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080* 1040-CONFERIR-TERMO
004090* CONFERE NO CONTROLE DE TERMOS (TERMOS, GRAVADO PELO FECHATER E
004100* PELO CADTERM) O TERMO DO PRIMEIRO REGISTRO DO FECHAMENTO. SO O
004110* TERMO FECHADO ("F") TEM FECHAMENTO COMPLETO: O FECHATER BARRADO
004120* POR ALUNO PENDENTE DE 2A CHAMADA GRAVA O FECHAMENTO SO DOS
004130* DEMAIS E NAO FECHA O TERMO. TERMO ABERTO, REABERTO, SEM REGISTRO
004140* OU CONTROLE AUSENTE (STATUS 35) ABORTA SEM GERAR NADA.
004150* FECHAMENTO VAZIO NAO TEM TERMO A CONFERIR E NADA GERA.
004160******************************************************************
004170 1040-CONFERIR-TERMO.
004180     IF WS-FIM-FCH = "S"
004190         THEN
004200         GO TO 1040-CONFERIR-TERMO-EXIT
004210     END-IF
004220
004230     MOVE SPACE TO WS-TER-SITUACAO
004240     OPEN INPUT ARQ-TER
004250
004260     IF WS-TER-STATUS NOT = "00" AND WS-TER-STATUS NOT = "35"
004270         THEN
004280         DISPLAY "ERRO AO ABRIR CONTROLE DE TERMOS - STATUS "
004290             WS-TER-STATUS
004300         STOP RUN
004310     END-IF
004320
004330     IF WS-TER-STATUS = "00"
004340         THEN
004350         MOVE FCH-TERMO TO TER-TERMO
004360         READ ARQ-TER
004370             INVALID KEY
004380                 MOVE SPACE TO TER-SITUACAO
004390         END-READ
004400         MOVE TER-SITUACAO TO WS-TER-SITUACAO
004410         CLOSE ARQ-TER
004420     END-IF
004430
004440     IF NOT TERMO-FECHADO
004450         THEN
004460         DISPLAY "TERMO " FCH-TERMO
004470             " NAO ESTA FECHADO NO CONTROLE DE TERMOS"
004480         DISPLAY "FECHAMENTO INCOMPLETO - CONCLUIR O FECHATER"
004490             " ANTES DO GERAMAT"
004500         STOP RUN
004510     END-IF
004520
004530 1040-CONFERIR-TERMO-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570* 2000-PROCESSAR-FECHAMENTO
004580* GERA AS INSCRICOES DO ALUNO DO FECHAMENTO CORRENTE: CONFERE O
004590* CADASTRO, LE AS DISCIPLINAS DO TERMO FECHADO NO HISTORICO,
004600* IDENTIFICA A SERIE CURSADA E A SERIE DE DESTINO PELA DECISAO
004610* DO FECHAMENTO E GRAVA AS INSCRICOES DA SERIE E AS DEPENDENCIAS.
004620* QUALQUER IMPEDIMENTO VAI PARA A LISTAGEM DE EXCECOES. EM
004630* SEGUIDA LE O PROXIMO REGISTRO DO FECHAMENTO.
004640******************************************************************
004650 2000-PROCESSAR-FECHAMENTO.
004660     ADD 1 TO WS-CONT-LIDOS
004670     MOVE SPACES TO WS-EXC-DISC
004680
004690     PERFORM 2010-LOCALIZAR-CADASTRO
004700         THRU 2010-LOCALIZAR-CADASTRO-EXIT
004710
004720     IF CADASTRO-NAO-ENCONTRADO
004730         THEN
004740         MOVE "ALUNO SEM CADASTRO" TO WS-EXC-MSG
004750         PERFORM 2900-GRAVAR-EXCECAO
004760             THRU 2900-GRAVAR-EXCECAO-EXIT
004770         GO TO 2000-PROCESSAR-LER
004780     END-IF
004790
004800     IF NOT CAD-ATIVO
004810         THEN
004820         MOVE "ALUNO INATIVO NO CADASTRO" TO WS-EXC-MSG
004830         PERFORM 2900-GRAVAR-EXCECAO
004840             THRU 2900-GRAVAR-EXCECAO-EXIT
004850         GO TO 2000-PROCESSAR-LER
004860     END-IF
004870
004880     IF NOT FCH-PROMOVIDO AND NOT FCH-COM-PENDENCIA
004890         AND NOT FCH-RETIDO
004900         THEN
004910         MOVE "DECISAO DO FECHAMENTO INVALIDA" TO WS-EXC-MSG
004920         PERFORM 2900-GRAVAR-EXCECAO
004930             THRU 2900-GRAVAR-EXCECAO-EXIT
004940         GO TO 2000-PROCESSAR-LER
004950     END-IF
004960
004970     PERFORM 2020-CARREGAR-DISCIPLINAS
004980         THRU 2020-CARREGAR-DISCIPLINAS-EXIT
004990
005000     MOVE ZEROS TO WS-SERIE-ATUAL
005010
005020     PERFORM 2030-IDENTIFICAR-SERIE
005030         THRU 2030-IDENTIFICAR-SERIE-EXIT
005040         VARYING WS-DSC-IDX FROM 1 BY 1
005050         UNTIL WS-DSC-IDX > WS-DSC-QTD
005060
005070     IF WS-SERIE-ATUAL = ZERO
005080         THEN
005090         MOVE "SERIE CURSADA FORA DO CURRICULO" TO WS-EXC-MSG
005100         PERFORM 2900-GRAVAR-EXCECAO
005110             THRU 2900-GRAVAR-EXCECAO-EXIT
005120         GO TO 2000-PROCESSAR-LER
005130     END-IF
005140
005150     IF FCH-RETIDO
005160         THEN
005170         MOVE WS-SERIE-ATUAL TO WS-SERIE-NOVA
005180     ELSE
005190         COMPUTE WS-SERIE-NOVA = WS-SERIE-ATUAL + 1
005200     END-IF
005210
005220     MOVE ZEROS TO WS-QTD-SERIE-NOVA
005230
005240     PERFORM 2040-CONTAR-SERIE-NOVA
005250         THRU 2040-CONTAR-SERIE-NOVA-EXIT
005260         VARYING WS-CUR-IDX FROM 1 BY 1
005270         UNTIL WS-CUR-IDX > WS-CUR-QTD
005280
005290     IF WS-QTD-SERIE-NOVA = ZERO
005300         THEN
005310         MOVE WS-SERIE-NOVA TO WS-SERIE-ED
005320         MOVE SPACES TO WS-EXC-MSG
005330         STRING "SEM CURRICULO PARA A SERIE " DELIMITED BY SIZE
005340             WS-SERIE-ED                      DELIMITED BY SIZE
005350             INTO WS-EXC-MSG
005360         PERFORM 2900-GRAVAR-EXCECAO
005370             THRU 2900-GRAVAR-EXCECAO-EXIT
005380         GO TO 2000-PROCESSAR-LER
005390     END-IF
005400
005410     PERFORM 2050-GERAR-SERIE
005420         THRU 2050-GERAR-SERIE-EXIT
005430         VARYING WS-CUR-IDX FROM 1 BY 1
005440         UNTIL WS-CUR-IDX > WS-CUR-QTD
005450
005460     PERFORM 2060-GERAR-DEPENDENCIA
005470         THRU 2060-GERAR-DEPENDENCIA-EXIT
005480         VARYING WS-DSC-IDX FROM 1 BY 1
005490         UNTIL WS-DSC-IDX > WS-DSC-QTD
005500
005510     ADD 1 TO WS-CONT-ATENDIDOS
005520
005530 2000-PROCESSAR-LER.
005540     PERFORM 2100-LER-FECHAMENTO
005550         THRU 2100-LER-FECHAMENTO-EXIT
005560
005570 2000-PROCESSAR-FECHAMENTO-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610* 2010-LOCALIZAR-CADASTRO
005620* LE O ALUNO DO FECHAMENTO CORRENTE DIRETO PELA CHAVE DO
005630* CADASTRO INDEXADO. A SITUACAO E CONFERIDA PELO CHAMADOR, QUE
005640* PRECISA DISTINGUIR ALUNO INEXISTENTE DE ALUNO INATIVO.
005650******************************************************************
005660 2010-LOCALIZAR-CADASTRO.
005670     MOVE "N" TO WS-CAD-ACHOU
005680     MOVE FCH-ID TO CAD-ID
005690
005700     READ ARQ-CAD
005710         INVALID KEY
005720             MOVE SPACES TO CAD-CURSO
005730             GO TO 2010-LOCALIZAR-CADASTRO-EXIT
005740     END-READ
005750
005760     MOVE "S" TO WS-CAD-ACHOU
005770
005780 2010-LOCALIZAR-CADASTRO-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820* 2020-CARREGAR-DISCIPLINAS
005830* POSICIONA O HISTORICO NA CHAVE DO ALUNO + TERMO FECHADO (START)
005840* E GUARDA NA TABELA DE DISCIPLINAS DO ALUNO AS DISCIPLINAS DO
005850* TERMO, MARCANDO AS REPROVADAS. OS SUPERADOS POR RETIFICACAO SAO
005860* IGNORADOS, COMO NO FECHATER.
005870******************************************************************
005880 2020-CARREGAR-DISCIPLINAS.
005890     MOVE ZERO TO WS-DSC-QTD
005900     MOVE "N" TO WS-FIM-HIST
005910     MOVE FCH-ID     TO HIST-ID
005920     MOVE FCH-TERMO  TO HIST-TERMO
005930     MOVE LOW-VALUES TO HIST-DISC
005940
005950     START ARQ-HIST KEY NOT < HIST-CHAVE
005960         INVALID KEY
005970             MOVE "S" TO WS-FIM-HIST
005980     END-START
005990
006000     IF WS-FIM-HIST = "N"
006010         THEN
006020         PERFORM 2110-LER-HISTORICO
006030             THRU 2110-LER-HISTORICO-EXIT
006040     END-IF
006050
006060     PERFORM 2025-GUARDAR-DISCIPLINA
006070         THRU 2025-GUARDAR-DISCIPLINA-EXIT
006080         UNTIL WS-FIM-HIST = "S"
006090
006100 2020-CARREGAR-DISCIPLINAS-EXIT.
006110     EXIT.
006120
006130******************************************************************
006140* 2025-GUARDAR-DISCIPLINA
006150* CONFERE O REGISTRO CORRENTE DO HISTORICO: CHAVE DE OUTRO ALUNO
006160* OU OUTRO TERMO ENCERRA A LEITURA; REGISTRO VALIDO ENTRA NA
006170* TABELA DE DISCIPLINAS. A CLASSIFICACAO E A MESMA DO FECHATER:
006180* TUDO QUE NAO E APROVACAO CONTA COMO REPROVACAO. ALUNO COM MAIS
006190* DISCIPLINAS QUE A TABELA ABORTA A EXECUCAO.
006200******************************************************************
006210 2025-GUARDAR-DISCIPLINA.
006220     IF HIST-ID NOT = FCH-ID OR HIST-TERMO NOT = FCH-TERMO
006230         THEN
006240         MOVE "S" TO WS-FIM-HIST
006250         GO TO 2025-GUARDAR-DISCIPLINA-EXIT
006260     END-IF
006270
006280     IF HIST-SUPERADO
006290         THEN
006300         GO TO 2025-GUARDAR-LER
006310     END-IF
006320
006330     IF WS-DSC-QTD = 20
006340         THEN
006350         DISPLAY "ALUNO " FCH-ID
006360             " EXCEDE A TABELA DE 20 DISCIPLINAS"
006370         STOP RUN
006380     END-IF
006390
006400     ADD 1 TO WS-DSC-QTD
006410     MOVE HIST-DISC TO WS-DSC-DISC(WS-DSC-QTD)
006420
006430     IF HIST-STATUS = "APROVADO"
006440         OR HIST-STATUS = "APROVADO APOS RECUP."
006450         THEN
006460         MOVE "N" TO WS-DSC-REPROV(WS-DSC-QTD)
006470     ELSE
006480         MOVE "S" TO WS-DSC-REPROV(WS-DSC-QTD)
006490     END-IF
006500
006510 2025-GUARDAR-LER.
006520     PERFORM 2110-LER-HISTORICO
006530         THRU 2110-LER-HISTORICO-EXIT
006540
006550 2025-GUARDAR-DISCIPLINA-EXIT.
006560     EXIT.
006570
006580******************************************************************
006590* 2030-IDENTIFICAR-SERIE
006600* PROCURA NO CURRICULO DO CURSO DO ALUNO A DISCIPLINA (SUBSCRITO
006610* WS-DSC-IDX) CURSADA NO TERMO FECHADO E GUARDA EM WS-SERIE-ATUAL
006620* A MAIOR SERIE ENCONTRADA: DEPENDENCIAS DE SERIES ANTERIORES
006630* CURSADAS NO MESMO TERMO NAO REBAIXAM A SERIE DO ALUNO.
006640******************************************************************
006650 2030-IDENTIFICAR-SERIE.
006660     PERFORM 2070-LOCALIZAR-DISCIPLINA
006670         THRU 2070-LOCALIZAR-DISCIPLINA-EXIT
006680
006690     IF WS-CUR-POS = ZERO
006700         THEN
006710         GO TO 2030-IDENTIFICAR-SERIE-EXIT
006720     END-IF
006730
006740     IF WS-CUR-SERIE(WS-CUR-POS) > WS-SERIE-ATUAL
006750         THEN
006760         MOVE WS-CUR-SERIE(WS-CUR-POS) TO WS-SERIE-ATUAL
006770     END-IF
006780
006790 2030-IDENTIFICAR-SERIE-EXIT.
006800     EXIT.
006810
006820******************************************************************
006830* 2040-CONTAR-SERIE-NOVA
006840* CONTA EM WS-QTD-SERIE-NOVA AS DISCIPLINAS DO CURRICULO DO CURSO
006850* DO ALUNO NA SERIE DE DESTINO (ENTRADA WS-CUR-IDX).
006860******************************************************************
006870 2040-CONTAR-SERIE-NOVA.
006880     IF WS-CUR-CURSO(WS-CUR-IDX) = CAD-CURSO
006890         AND WS-CUR-SERIE(WS-CUR-IDX) = WS-SERIE-NOVA
006900         THEN
006910         ADD 1 TO WS-QTD-SERIE-NOVA
006920     END-IF
006930
006940 2040-CONTAR-SERIE-NOVA-EXIT.
006950     EXIT.
006960
006970******************************************************************
006980* 2050-GERAR-SERIE
006990* GRAVA NO MOVMAT A INSCRICAO DO ALUNO NA DISCIPLINA DO CURRICULO
007000* (ENTRADA WS-CUR-IDX) QUANDO ELA E DO CURSO DO ALUNO E DA SERIE
007010* DE DESTINO, NA TURMA EM QUE A DISCIPLINA ABRE.
007020******************************************************************
007030 2050-GERAR-SERIE.
007040     IF WS-CUR-CURSO(WS-CUR-IDX) NOT = CAD-CURSO
007050         OR WS-CUR-SERIE(WS-CUR-IDX) NOT = WS-SERIE-NOVA
007060         THEN
007070         GO TO 2050-GERAR-SERIE-EXIT
007080     END-IF
007090
007100     MOVE SPACES                   TO MOV-REG
007110     MOVE "I"                      TO MOV-OPER
007120     MOVE FCH-ID                   TO MOV-ID
007130     MOVE WS-CUR-TURMA(WS-CUR-IDX) TO MOV-TURMA
007140     MOVE WS-CUR-DISC(WS-CUR-IDX)  TO MOV-DISC
007150     MOVE WS-TERMO-NOVO            TO MOV-TERMO
007160     WRITE MOV-REG
007170
007180     IF WS-MOV-STATUS NOT = "00"
007190         THEN
007200         DISPLAY "ERRO AO GRAVAR MOVMAT - STATUS " WS-MOV-STATUS
007210         STOP RUN
007220     END-IF
007230
007240     ADD 1 TO WS-CONT-INSCR
007250
007260 2050-GERAR-SERIE-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300* 2060-GERAR-DEPENDENCIA
007310* GRAVA NO MOVMAT A INSCRICAO DE DEPENDENCIA DA DISCIPLINA
007320* REPROVADA (SUBSCRITO WS-DSC-IDX), NA TURMA EM QUE ELA ABRE PELO
007330* CURRICULO. DISCIPLINA DA PROPRIA SERIE DE DESTINO (RETIDO) JA
007340* FOI INSCRITA EM 2050; DISCIPLINA FORA DO CURRICULO DO CURSO VAI
007350* PARA A LISTAGEM DE EXCECOES.
007360******************************************************************
007370 2060-GERAR-DEPENDENCIA.
007380     IF WS-DSC-REPROV(WS-DSC-IDX) NOT = "S"
007390         THEN
007400         GO TO 2060-GERAR-DEPENDENCIA-EXIT
007410     END-IF
007420
007430     PERFORM 2070-LOCALIZAR-DISCIPLINA
007440         THRU 2070-LOCALIZAR-DISCIPLINA-EXIT
007450
007460     IF WS-CUR-POS = ZERO
007470         THEN
007480         MOVE WS-DSC-DISC(WS-DSC-IDX) TO WS-EXC-DISC
007490         MOVE "DEPENDENCIA FORA DO CURRICULO" TO WS-EXC-MSG
007500         PERFORM 2900-GRAVAR-EXCECAO
007510             THRU 2900-GRAVAR-EXCECAO-EXIT
007520         MOVE SPACES TO WS-EXC-DISC
007530         GO TO 2060-GERAR-DEPENDENCIA-EXIT
007540     END-IF
007550
007560     IF WS-CUR-SERIE(WS-CUR-POS) = WS-SERIE-NOVA
007570         THEN
007580         GO TO 2060-GERAR-DEPENDENCIA-EXIT
007590     END-IF
007600
007610     MOVE SPACES                   TO MOV-REG
007620     MOVE "I"                      TO MOV-OPER
007630     MOVE FCH-ID                   TO MOV-ID
007640     MOVE WS-CUR-TURMA(WS-CUR-POS) TO MOV-TURMA
007650     MOVE WS-CUR-DISC(WS-CUR-POS)  TO MOV-DISC
007660     MOVE WS-TERMO-NOVO            TO MOV-TERMO
007670     WRITE MOV-REG
007680
007690     IF WS-MOV-STATUS NOT = "00"
007700         THEN
007710         DISPLAY "ERRO AO GRAVAR MOVMAT - STATUS " WS-MOV-STATUS
007720         STOP RUN
007730     END-IF
007740
007750     ADD 1 TO WS-CONT-DEPEND
007760
007770 2060-GERAR-DEPENDENCIA-EXIT.
007780     EXIT.
007790
007800******************************************************************
007810* 2070-LOCALIZAR-DISCIPLINA
007820* PROCURA NO CURRICULO DO CURSO DO ALUNO A DISCIPLINA DA TABELA
007830* DE DISCIPLINAS (SUBSCRITO WS-DSC-IDX). A POSICAO ENCONTRADA
007840* FICA EM WS-CUR-POS (ZERO = NAO ENCONTRADA).
007850******************************************************************
007860 2070-LOCALIZAR-DISCIPLINA.
007870     MOVE ZERO TO WS-CUR-POS
007880
007890     PERFORM 2075-CONFERIR-DISCIPLINA
007900         THRU 2075-CONFERIR-DISCIPLINA-EXIT
007910         VARYING WS-CUR-IDX FROM 1 BY 1
007920         UNTIL WS-CUR-IDX > WS-CUR-QTD
007930             OR WS-CUR-POS > ZERO
007940
007950 2070-LOCALIZAR-DISCIPLINA-EXIT.
007960     EXIT.
007970
007980******************************************************************
007990* 2075-CONFERIR-DISCIPLINA
008000* CONFERE UMA ENTRADA (SUBSCRITO WS-CUR-IDX) DO CURRICULO CONTRA
008010* O CURSO DO ALUNO E A DISCIPLINA PROCURADA.
008020******************************************************************
008030 2075-CONFERIR-DISCIPLINA.
008040     IF WS-CUR-CURSO(WS-CUR-IDX) = CAD-CURSO
008050         AND WS-CUR-DISC(WS-CUR-IDX) = WS-DSC-DISC(WS-DSC-IDX)
008060         THEN
008070         MOVE WS-CUR-IDX TO WS-CUR-POS
008080     END-IF
008090
008100 2075-CONFERIR-DISCIPLINA-EXIT.
008110     EXIT.
008120
008130******************************************************************
008140* 2100-LER-FECHAMENTO
008150* LE UM REGISTRO DO ARQUIVO DE FECHAMENTO. NO FIM DO ARQUIVO,
008160* LIGA O INDICADOR WS-FIM-FCH.
008170******************************************************************
008180 2100-LER-FECHAMENTO.
008190     READ ARQ-FCH
008200         AT END
008210             MOVE "S" TO WS-FIM-FCH
008220     END-READ
008230
008240 2100-LER-FECHAMENTO-EXIT.
008250     EXIT.
008260
008270******************************************************************
008280* 2110-LER-HISTORICO
008290* LE O PROXIMO REGISTRO DO HISTORICO EM ORDEM DE CHAVE. NO FIM
008300* DO ARQUIVO, LIGA O INDICADOR WS-FIM-HIST.
008310******************************************************************
008320 2110-LER-HISTORICO.
008330     READ ARQ-HIST NEXT
008340         AT END
008350             MOVE "S" TO WS-FIM-HIST
008360     END-READ
008370
008380 2110-LER-HISTORICO-EXIT.
008390     EXIT.
008400
008410******************************************************************
008420* 2900-GRAVAR-EXCECAO
008430* GRAVA NA LISTAGEM DE EXCECOES UMA LINHA COM O ALUNO DO
008440* FECHAMENTO CORRENTE, A DECISAO, O CURSO DO CADASTRO (EM BRANCO
008450* SE NAO HOUVER), A DISCIPLINA (SO NAS DEPENDENCIAS) E O MOTIVO
008460* JA PREPARADO EM WS-EXC-MSG.
008470******************************************************************
008480 2900-GRAVAR-EXCECAO.
008490     MOVE SPACES      TO EXC-LINHA
008500     MOVE FCH-ID      TO EXC-ID
008510     MOVE FCH-TERMO   TO EXC-TERMO
008520     MOVE FCH-DECISAO TO EXC-DECISAO
008530     MOVE WS-EXC-DISC TO EXC-DISC
008540     MOVE WS-EXC-MSG  TO EXC-MSG
008550
008560     IF CADASTRO-ENCONTRADO
008570         THEN
008580         MOVE CAD-CURSO TO EXC-CURSO
008590     END-IF
008600
008610     WRITE EXC-LINHA
008620
008630     IF WS-EXC-STATUS NOT = "00"
008640         THEN
008650         DISPLAY "ERRO AO GRAVAR EXCMAT - STATUS " WS-EXC-STATUS
008660         STOP RUN
008670     END-IF
008680
008690     ADD 1 TO WS-CONT-EXCECAO
008700
008710 2900-GRAVAR-EXCECAO-EXIT.
008720     EXIT.
008730
008740******************************************************************
008750* 8000-FINALIZAR
008760* GRAVA O RESUMO DA GERACAO NA LISTAGEM DE EXCECOES E FECHA OS
008770* ARQUIVOS.
008780******************************************************************
008790 8000-FINALIZAR.
008800     MOVE SPACES TO EXC-LINHA
008810     WRITE EXC-LINHA
008820
008830     MOVE WS-CONT-LIDOS TO WS-CONT-ED
008840     MOVE SPACES TO WS-LINHA-MONTA
008850     STRING "FECHAMENTOS LIDOS.......: " DELIMITED BY SIZE
008860         WS-CONT-ED DELIMITED BY SIZE
008870         INTO WS-LINHA-MONTA
008880     MOVE WS-LINHA-MONTA TO EXC-TX
008890     WRITE EXC-LINHA
008900
008910     MOVE WS-CONT-ATENDIDOS TO WS-CONT-ED
008920     MOVE SPACES TO WS-LINHA-MONTA
008930     STRING "ALUNOS MATRICULADOS.....: " DELIMITED BY SIZE
008940         WS-CONT-ED DELIMITED BY SIZE
008950         INTO WS-LINHA-MONTA
008960     MOVE WS-LINHA-MONTA TO EXC-TX
008970     WRITE EXC-LINHA
008980
008990     MOVE WS-CONT-INSCR TO WS-CONT-ED
009000     MOVE SPACES TO WS-LINHA-MONTA
009010     STRING "INSCRICOES DA SERIE.....: " DELIMITED BY SIZE
009020         WS-CONT-ED DELIMITED BY SIZE
009030         INTO WS-LINHA-MONTA
009040     MOVE WS-LINHA-MONTA TO EXC-TX
009050     WRITE EXC-LINHA
009060
009070     MOVE WS-CONT-DEPEND TO WS-CONT-ED
009080     MOVE SPACES TO WS-LINHA-MONTA
009090     STRING "INSCRICOES DEPENDENCIA..: " DELIMITED BY SIZE
009100         WS-CONT-ED DELIMITED BY SIZE
009110         INTO WS-LINHA-MONTA
009120     MOVE WS-LINHA-MONTA TO EXC-TX
009130     WRITE EXC-LINHA
009140
009150     MOVE WS-CONT-EXCECAO TO WS-CONT-ED
009160     MOVE SPACES TO WS-LINHA-MONTA
009170     STRING "EXCECOES................: " DELIMITED BY SIZE
009180         WS-CONT-ED DELIMITED BY SIZE
009190         INTO WS-LINHA-MONTA
009200     MOVE WS-LINHA-MONTA TO EXC-TX
009210     WRITE EXC-LINHA
009220
009230     CLOSE ARQ-CAD
009240     CLOSE ARQ-HIST
009250     CLOSE ARQ-FCH
009260     CLOSE ARQ-MOV
009270     CLOSE ARQ-EXC
009280
009290 8000-FINALIZAR-EXIT.
009300     EXIT.
009310
009320 END PROGRAM GERAMAT.
