000010******************************************************************
000020* PROGRAM:      AUDHIST
000030* AUTHOR:       GABIRELA BARBOSA
000040* INSTALLATION: SETOR DE NOTAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:      AUDITORIA DE INTEGRIDADE DO HISTORICO INDEXADO
000070*               CONTRA O CADASTRO, AS MATRICULAS, O LIMITE DE
000080*               APROVACAO E O JORNAL DE GRAVACOES (HISTJRN)
000090* TECTONICS:    cobc
000100******************************************************************
000110* MODIFICATION HISTORY
000120* DATE       INIT DESCRIPTION
000130* 2026-10-15 RLM  VERSAO INICIAL: CARREGA O JORNAL HISTJRN NO
000140*                 ARQUIVO DE TRABALHO AUDJRN (ULTIMA IMAGEM DE
000150*                 CADA CHAVE, COMO NA REAPLICACAO DO REBHIST) E
000160*                 VARRE O HISTORICO EM ORDEM DE CHAVE, RELATANDO
000170*                 NA LISTAGEM RELAUD: ALUNO AUSENTE OU INATIVO NO
000180*                 CADASTRO, REGISTRO SEM MATRICULA NA TURMA +
000190*                 DISCIPLINA + TERMO, SUPERADO ("S") SEM O
000200*                 RETIFICADO CORRESPONDENTE, STATUS QUE NAO
000210*                 CONFERE COM O RESULTADO E O LIMITE DO TERMO, E
000220*                 IMAGEM DIFERENTE DA ULTIMA "DEPOIS" DO JORNAL
000230*                 (INCLUSIVE CHAVE EXPURGADA NO JORNAL E AINDA
000240*                 PRESENTE, OU CHAVE DO JORNAL AUSENTE DO
000250*                 HISTORICO). O RESUMO FINAL DIZ SE O HISTORICO
000260*                 ESTA LIMPO OU COM DIVERGENCIAS. RODA ANTES DE
000270*                 CADA FECHATER E DEPOIS DE CADA REBHIST.
000273* 2026-10-15 RLM  ACOMPANHA O NOVO CAMPO CTL-AULAS-PREV DO
000276*                 CONTROLE.
000277* 2026-10-15 RLM  O LIMITE DE APROVACAO SO E CONFERIDO NOS
000278*                 REGISTROS DO TERMO DOS PARAMETROS, UNICO CUJO
000279*                 LIMITE E CONHECIDO.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. AUDHIST.
000310 AUTHOR. GABIRELA BARBOSA.
000320 INSTALLATION. SETOR DE NOTAS.
000330 DATE-WRITTEN. 15/10/2026.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ARQ-PARAM ASSIGN TO "PARAMETROS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARAM-STATUS.
000420
000430     SELECT ARQ-CTRL ASSIGN TO "CONTROLE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CTRL-STATUS.
000460
000470     SELECT ARQ-HIST ASSIGN TO "HISTORICO"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS HIST-CHAVE
000510         FILE STATUS IS WS-HIST-STATUS.
000520
000530     SELECT ARQ-CAD ASSIGN TO "CADASTRO"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CAD-ID
000570         FILE STATUS IS WS-CAD-STATUS.
000580
000590     SELECT ARQ-MAT ASSIGN TO "MATRICULA"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-MAT-STATUS.
000620
000630     SELECT ARQ-JRN ASSIGN TO "HISTJRN"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-JRN-STATUS.
000660
000670     SELECT ARQ-AJR ASSIGN TO "AUDJRN"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS AJR-CHAVE
000710         FILE STATUS IS WS-AJR-STATUS.
000720
000730     SELECT ARQ-LST ASSIGN TO "RELAUD"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-LST-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  ARQ-PARAM.
000790 01  PARAM-REG.
000800     05 PARAM-TERMO              PIC X(06).
000810     05 PARAM-LIMITE             PIC 9(02)V9(02).
000820     05 PARAM-MODO               PIC X(01).
000830     05 PARAM-FREQ-MIN           PIC 9(03).
000840
000850 FD  ARQ-CTRL.
000860 01  CTL-REG.
000870     05 CTL-TURMA               PIC X(06).
000880     05 CTL-DISC                PIC X(06).
000890     05 CTL-ARQUIVO             PIC X(30).
000900     05 CTL-LIMITE              PIC 9(02)V9(02).
000910     05 CTL-ARQ-FREQ            PIC X(30).
000915     05 CTL-AULAS-PREV          PIC 9(03).
000920
000930 FD  ARQ-HIST.
000940 01  HIST-LINHA.
000950     05 HIST-CHAVE.
000960         10 HIST-ID              PIC X(10).
000970         10 HIST-TERMO           PIC X(06).
000980         10 HIST-DISC            PIC X(06).
000990     05 FILLER                  PIC X(03).
001000     05 HIST-TURMA              PIC X(06).
001010     05 FILLER                  PIC X(03).
001020     05 HIST-QTD-NOTAS          PIC X(01).
001030     05 FILLER                  PIC X(03).
001040     05 HIST-NOTAS-TX           PIC X(32).
001050     05 HIST-RESUL-TX           PIC X(05).
001060     05 FILLER                  PIC X(03).
001070     05 HIST-STATUS             PIC X(26).
001080         88 HIST-ST-APROVADO          VALUE "APROVADO"
001090                                      "APROVADO APOS RECUP.".
001100         88 HIST-ST-REPROVADO         VALUE "REPROVADO"
001110                                      "REPROVADO APOS RECUP.".
001120         88 HIST-ST-FALTA             VALUE "REPROVADO POR FALTA".
001130         88 HIST-ST-PENDENTE          VALUE "PENDENTE 2A CHAMADA".
001140     05 FILLER                  PIC X(03).
001150     05 HIST-SIT                PIC X(01).
001160         88 HIST-SUPERADO             VALUE "S".
001170         88 HIST-RETIFICADO           VALUE "R".
001180
001190 FD  ARQ-CAD.
001200 01  CAD-REG.
001210     05 CAD-ID                  PIC X(10).
001220     05 CAD-NOME                PIC X(30).
001230     05 CAD-CURSO               PIC X(20).
001240     05 CAD-SITUACAO            PIC X(01).
001250         88 CAD-ATIVO                 VALUE "A".
001260         88 CAD-INATIVO               VALUE "I".
001270
001280 FD  ARQ-MAT.
001290 01  MAT-REG.
001300     05 MAT-ID                  PIC X(10).
001310     05 MAT-TURMA               PIC X(06).
001320     05 MAT-DISC                PIC X(06).
001330     05 MAT-TERMO               PIC X(06).
001340     05 MAT-SITUACAO            PIC X(01).
001350
001360 FD  ARQ-JRN.
001370 01  JRN-REG.
001380     05 JRN-DATA                PIC X(08).
001390     05 JRN-HORA                PIC X(08).
001400     05 JRN-PROG                PIC X(08).
001410     05 JRN-OPER                PIC X(01).
001420         88 JRN-INCLUSAO              VALUE "I".
001430         88 JRN-REGRAVACAO            VALUE "R".
001440         88 JRN-EXPURGO               VALUE "D".
001450     05 JRN-ANTES               PIC X(108).
001460     05 JRN-DEPOIS              PIC X(108).
001470
001480 FD  ARQ-AJR.
001490 01  AJR-REG.
001500     05 AJR-IMAGEM.
001510         10 AJR-CHAVE.
001520             15 AJR-ID           PIC X(10).
001530             15 AJR-TERMO        PIC X(06).
001540             15 AJR-DISC         PIC X(06).
001550         10 FILLER               PIC X(03).
001560         10 AJR-TURMA            PIC X(06).
001570         10 FILLER               PIC X(77).
001580     05 AJR-OPER                PIC X(01).
001590         88 AJR-EXPURGADO             VALUE "D".
001600     05 AJR-VISTO               PIC X(01).
001610         88 AJR-CONFERIDO             VALUE "S".
001620
001630 FD  ARQ-LST.
001640 01  LST-LINHA.
001650     05 LST-ID                  PIC X(10).
001660     05 FILLER                  PIC X(03).
001670     05 LST-TERMO               PIC X(06).
001680     05 FILLER                  PIC X(03).
001690     05 LST-DISC                PIC X(06).
001700     05 FILLER                  PIC X(03).
001710     05 LST-TURMA               PIC X(06).
001720     05 FILLER                  PIC X(03).
001730     05 LST-MSG                 PIC X(40).
001740 01  LST-LINHA-TX REDEFINES LST-LINHA.
001750     05 LST-TX                  PIC X(80).
001760
001770 WORKING-STORAGE SECTION.
001780
001790 77  WS-PARAM-STATUS   PIC X(02) VALUE SPACES.
001800 77  WS-CTRL-STATUS    PIC X(02) VALUE SPACES.
001810 77  WS-HIST-STATUS    PIC X(02) VALUE SPACES.
001820 77  WS-CAD-STATUS     PIC X(02) VALUE SPACES.
001830 77  WS-MAT-STATUS     PIC X(02) VALUE SPACES.
001840 77  WS-JRN-STATUS     PIC X(02) VALUE SPACES.
001850 77  WS-AJR-STATUS     PIC X(02) VALUE SPACES.
001860 77  WS-LST-STATUS     PIC X(02) VALUE SPACES.
001870 77  WS-FIM-CONTROLE   PIC X(01) VALUE "N".
001880 77  WS-FIM-MATRICULA  PIC X(01) VALUE "N".
001890 77  WS-FIM-JRN        PIC X(01) VALUE "N".
001900 77  WS-FIM-HIST       PIC X(01) VALUE "N".
001910 77  WS-FIM-AJR        PIC X(01) VALUE "N".
001920 77  WS-TERMO          PIC X(06) VALUE SPACES.
001930 77  WS-LIMITE-PADRAO  PIC 9(02)V9(02) VALUE 7.
001940 77  WS-LIMITE         PIC 9(02)V9(02) VALUE ZEROS.
001950 77  WS-RESUL          PIC 9(02)V9(02) VALUE ZEROS.
001960 77  WS-CTL-QTDE       PIC 9(04) COMP VALUE ZERO.
001970 77  WS-CTL-IDX        PIC 9(04) COMP VALUE ZERO.
001980 77  WS-CTL-POS        PIC 9(04) COMP VALUE ZERO.
001990 77  WS-MAT-QTD        PIC 9(04) COMP VALUE ZERO.
002000 77  WS-MAT-IDX        PIC 9(04) COMP VALUE ZERO.
002010 77  WS-MAT-POS        PIC 9(04) COMP VALUE ZERO.
002020 77  WS-CAD-ULT-ID     PIC X(10) VALUE SPACES.
002030 77  WS-CAD-ULT-SIT    PIC X(01) VALUE SPACES.
002040     88 CAD-ULT-AUSENTE           VALUE "X".
002050     88 CAD-ULT-ATIVO             VALUE "A".
002060 77  WS-REG-DIVERGE    PIC X(01) VALUE "N".
002070     88 REGISTRO-DIVERGENTE       VALUE "S".
002080 77  WS-MSG            PIC X(40) VALUE SPACES.
002090 77  WS-QTD-HIST       PIC 9(06) VALUE ZEROS.
002100 77  WS-QTD-JRN        PIC 9(06) VALUE ZEROS.
002110 77  WS-QTD-SEM-CAD    PIC 9(06) VALUE ZEROS.
002120 77  WS-QTD-INATIVO    PIC 9(06) VALUE ZEROS.
002130 77  WS-QTD-SEM-MAT    PIC 9(06) VALUE ZEROS.
002140 77  WS-QTD-SUPERADO   PIC 9(06) VALUE ZEROS.
002150 77  WS-QTD-STATUS     PIC 9(06) VALUE ZEROS.
002160 77  WS-QTD-JRN-DIF    PIC 9(06) VALUE ZEROS.
002170 77  WS-QTD-JRN-AUS    PIC 9(06) VALUE ZEROS.
002180 77  WS-QTD-SEM-JRN    PIC 9(06) VALUE ZEROS.
002190 77  WS-QTD-DIVERG     PIC 9(06) VALUE ZEROS.
002200 77  WS-CONT-ED        PIC ZZZZZ9.
002210 77  WS-LIMITE-ED      PIC Z9.99.
002220 77  WS-LINHA-RESUMO   PIC X(62) VALUE SPACES.
002230
002240 01  WS-CTL-TABELA.
002250     05 WS-CTL-ENTRADA OCCURS 100 TIMES.
002260         10 WS-CTL-TURMA     PIC X(06).
002270         10 WS-CTL-DISC      PIC X(06).
002280         10 WS-CTL-LIMITE    PIC 9(02)V9(02).
002290
002300 01  WS-MAT-TABELA.
002310     05 WS-MAT-ENTRADA OCCURS 5000 TIMES.
002320         10 WS-MAT-ID        PIC X(10).
002330         10 WS-MAT-TURMA     PIC X(06).
002340         10 WS-MAT-DISC      PIC X(06).
002350         10 WS-MAT-TERMO     PIC X(06).
002360
002370 01  WS-CABEC-LST.
002380     05 FILLER PIC X(13) VALUE "ALUNO".
002390     05 FILLER PIC X(09) VALUE "TERMO".
002400     05 FILLER PIC X(09) VALUE "DISC".
002410     05 FILLER PIC X(09) VALUE "TURMA".
002420     05 FILLER PIC X(40) VALUE "DIVERGENCIA".
002430
002440 PROCEDURE DIVISION.
002450 0000-MAINLINE.
002460     PERFORM 1000-INICIALIZAR
002470         THRU 1000-INICIALIZAR-EXIT
002480
002490     PERFORM 1500-CARREGAR-JORNAL
002500         THRU 1500-CARREGAR-JORNAL-EXIT
002510         UNTIL WS-FIM-JRN = "S"
002520
002530     PERFORM 2000-AUDITAR-REGISTRO
002540         THRU 2000-AUDITAR-REGISTRO-EXIT
002550         UNTIL WS-FIM-HIST = "S"
002560
002570     PERFORM 3000-CONFERIR-AUSENTES
002580         THRU 3000-CONFERIR-AUSENTES-EXIT
002590
002600     PERFORM 8000-FINALIZAR
002610         THRU 8000-FINALIZAR-EXIT
002620
002630     STOP RUN.
002640
002650******************************************************************
002660* 1000-INICIALIZAR
002670* LE OS PARAMETROS E O CONTROLE (LIMITE DE APROVACAO DO TERMO),
002680* CARREGA AS MATRICULAS, ABRE O HISTORICO, O CADASTRO, O JORNAL
002690* E A LISTAGEM, CRIA O ARQUIVO DE TRABALHO AUDJRN DO ZERO E O
002700* REABRE EM MODO I-O (COMO NO REBHIST). SEM HISTORICO, CADASTRO
002710* OU JORNAL NAO HA O QUE AUDITAR: A AUSENCIA ABORTA.
002720******************************************************************
002730 1000-INICIALIZAR.
002740     PERFORM 1010-LER-PARAMETROS
002750         THRU 1010-LER-PARAMETROS-EXIT
002760
002770     PERFORM 1040-CARREGAR-CONTROLE
002780         THRU 1040-CARREGAR-CONTROLE-EXIT
002790
002800     PERFORM 1030-CARREGAR-MATRICULA
002810         THRU 1030-CARREGAR-MATRICULA-EXIT
002820
002830     OPEN INPUT ARQ-HIST
002840
002850     IF WS-HIST-STATUS NOT = "00"
002860         THEN
002870         DISPLAY "ERRO AO ABRIR HISTORICO - STATUS "
002880             WS-HIST-STATUS
002890         STOP RUN
002900     END-IF
002910
002920     OPEN INPUT ARQ-CAD
002930
002940     IF WS-CAD-STATUS NOT = "00"
002950         THEN
002960         DISPLAY "ERRO AO ABRIR CADASTRO - STATUS " WS-CAD-STATUS
002970         STOP RUN
002980     END-IF
002990
003000     OPEN INPUT ARQ-JRN
003010
003020     IF WS-JRN-STATUS NOT = "00"
003030         THEN
003040         DISPLAY "ERRO AO ABRIR HISTJRN - STATUS " WS-JRN-STATUS
003050         STOP RUN
003060     END-IF
003070
003080     OPEN OUTPUT ARQ-AJR
003090
003100     IF WS-AJR-STATUS NOT = "00"
003110         THEN
003120         DISPLAY "ERRO AO CRIAR AUDJRN - STATUS " WS-AJR-STATUS
003130         STOP RUN
003140     END-IF
003150
003160     CLOSE ARQ-AJR
003170     OPEN I-O ARQ-AJR
003180
003190     IF WS-AJR-STATUS NOT = "00"
003200         THEN
003210         DISPLAY "ERRO AO REABRIR AUDJRN - STATUS " WS-AJR-STATUS
003220         STOP RUN
003230     END-IF
003240
003250     OPEN OUTPUT ARQ-LST
003260
003270     IF WS-LST-STATUS NOT = "00"
003280         THEN
003290         DISPLAY "ERRO AO ABRIR LISTAGEM - STATUS "
003300             WS-LST-STATUS
003310         STOP RUN
003320     END-IF
003330
003340     MOVE "AUDITORIA DO HISTORICO - CADASTRO, MATRICULA E JORNAL"
003350         TO LST-TX
003360     WRITE LST-LINHA
003370
003380     MOVE WS-LIMITE-PADRAO TO WS-LIMITE-ED
003390     MOVE SPACES TO WS-LINHA-RESUMO
003400     STRING "TERMO DOS PARAMETROS...: " DELIMITED BY SIZE
003410         WS-TERMO DELIMITED BY SIZE
003420         "  LIMITE PADRAO " DELIMITED BY SIZE
003430         WS-LIMITE-ED DELIMITED BY SIZE
003440         INTO WS-LINHA-RESUMO
003450     MOVE WS-LINHA-RESUMO TO LST-TX
003460     WRITE LST-LINHA
003470
003480     MOVE SPACES TO LST-LINHA
003490     WRITE LST-LINHA
003500
003510     MOVE WS-CABEC-LST TO LST-LINHA-TX
003520     WRITE LST-LINHA
003530
003540 1000-INICIALIZAR-EXIT.
003550     EXIT.
003560
003570******************************************************************
003580* 1010-LER-PARAMETROS
003590* LE O TERMO E O LIMITE DE APROVACAO PADRAO NO ARQUIVO DE
003600* PARAMETROS DO NOTAS. SE O ARQUIVO NAO EXISTIR OU ESTIVER
003610* VAZIO, O TERMO FICA EM BRANCO E O LIMITE PERMANECE NO PADRAO
003620* (7), COMO NO NOTAS.
003630******************************************************************
003640 1010-LER-PARAMETROS.
003650     MOVE SPACES TO WS-TERMO
003660     OPEN INPUT ARQ-PARAM
003670
003680     IF WS-PARAM-STATUS = "00"
003690         THEN
003700         READ ARQ-PARAM
003710             AT END
003720                 MOVE SPACES TO PARAM-REG
003730         END-READ
003740         MOVE PARAM-TERMO TO WS-TERMO
003750         IF PARAM-LIMITE IS NUMERIC AND PARAM-LIMITE > ZERO
003760             THEN
003770             MOVE PARAM-LIMITE TO WS-LIMITE-PADRAO
003780         END-IF
003790         CLOSE ARQ-PARAM
003800     END-IF
003810
003820 1010-LER-PARAMETROS-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860* 1030-CARREGAR-MATRICULA
003870* CARREGA AS MATRICULAS (MANTIDAS PELO CADMAT) NA TABELA DE
003880* TRABALHO. ARQUIVO AUSENTE (STATUS 35) DEIXA A TABELA VAZIA:
003890* TODO REGISTRO DO HISTORICO SAI ENTAO COMO SEM MATRICULA.
003900******************************************************************
003910 1030-CARREGAR-MATRICULA.
003920     MOVE ZERO TO WS-MAT-QTD
003930     MOVE "N" TO WS-FIM-MATRICULA
003940     OPEN INPUT ARQ-MAT
003950
003960     IF WS-MAT-STATUS = "35"
003970         THEN
003980         MOVE "S" TO WS-FIM-MATRICULA
003990         GO TO 1030-CARREGAR-MATRICULA-EXIT
004000     END-IF
004010
004020     IF WS-MAT-STATUS NOT = "00"
004030         THEN
004040         DISPLAY "ERRO AO ABRIR MATRICULAS - STATUS "
004050             WS-MAT-STATUS
004060         STOP RUN
004070     END-IF
004080
004090     PERFORM 1031-LER-MATRICULA
004100         THRU 1031-LER-MATRICULA-EXIT
004110         UNTIL WS-FIM-MATRICULA = "S"
004120
004130     CLOSE ARQ-MAT
004140
004150 1030-CARREGAR-MATRICULA-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190* 1031-LER-MATRICULA
004200* LE UM REGISTRO DE MATRICULA E O GUARDA NA TABELA DE TRABALHO,
004210* QUALQUER QUE SEJA A SITUACAO: MATRICULA CANCELADA DEPOIS DO
004220* LANCAMENTO DAS NOTAS AINDA JUSTIFICA O REGISTRO DO HISTORICO.
004230* ARQUIVO MAIOR QUE A TABELA ABORTA A EXECUCAO.
004240******************************************************************
004250 1031-LER-MATRICULA.
004260     READ ARQ-MAT
004270         AT END
004280             MOVE "S" TO WS-FIM-MATRICULA
004290             GO TO 1031-LER-MATRICULA-EXIT
004300     END-READ
004310
004320     IF WS-MAT-QTD = 5000
004330         THEN
004340         DISPLAY "MATRICULAS EXCEDEM A TABELA DE 5000 ENTRADAS"
004350         STOP RUN
004360     END-IF
004370
004380     ADD 1 TO WS-MAT-QTD
004390     MOVE MAT-ID       TO WS-MAT-ID(WS-MAT-QTD)
004400     MOVE MAT-TURMA    TO WS-MAT-TURMA(WS-MAT-QTD)
004410     MOVE MAT-DISC     TO WS-MAT-DISC(WS-MAT-QTD)
004420     MOVE MAT-TERMO    TO WS-MAT-TERMO(WS-MAT-QTD)
004430
004440 1031-LER-MATRICULA-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480* 1040-CARREGAR-CONTROLE
004490* CARREGA O LIMITE DE APROVACAO DE CADA TURMA/DISCIPLINA DO
004500* ARQUIVO DE CONTROLE DO TERMO DOS PARAMETROS. CONTROLE AUSENTE
004510* (STATUS 35) NAO E ERRO: TODAS AS TURMAS USAM O LIMITE PADRAO.
004520******************************************************************
004530 1040-CARREGAR-CONTROLE.
004540     MOVE ZERO TO WS-CTL-QTDE
004550     MOVE "N" TO WS-FIM-CONTROLE
004560     OPEN INPUT ARQ-CTRL
004570
004580     IF WS-CTRL-STATUS = "35"
004590         THEN
004600         MOVE "S" TO WS-FIM-CONTROLE
004610         GO TO 1040-CARREGAR-CONTROLE-EXIT
004620     END-IF
004630
004640     IF WS-CTRL-STATUS NOT = "00"
004650         THEN
004660         DISPLAY "ERRO AO ABRIR ARQUIVO DE CONTROLE - STATUS "
004670             WS-CTRL-STATUS
004680         STOP RUN
004690     END-IF
004700
004710     PERFORM 1041-LER-CONTROLE-TAB
004720         THRU 1041-LER-CONTROLE-TAB-EXIT
004730         UNTIL WS-FIM-CONTROLE = "S"
004740
004750     CLOSE ARQ-CTRL
004760
004770 1040-CARREGAR-CONTROLE-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810* 1041-LER-CONTROLE-TAB
004820* LE UM REGISTRO DO ARQUIVO DE CONTROLE E GUARDA TURMA,
004830* DISCIPLINA E LIMITE NA TABELA DE TRABALHO. CONTROLE MAIOR QUE A
004840* TABELA ABORTA A EXECUCAO.
004850******************************************************************
004860 1041-LER-CONTROLE-TAB.
004870     READ ARQ-CTRL
004880         AT END
004890             MOVE "S" TO WS-FIM-CONTROLE
004900             GO TO 1041-LER-CONTROLE-TAB-EXIT
004910     END-READ
004920
004930     IF WS-CTL-QTDE = 100
004940         THEN
004950         DISPLAY "CONTROLE EXCEDE A TABELA DE 100 TURMAS"
004960         STOP RUN
004970     END-IF
004980
004990     ADD 1 TO WS-CTL-QTDE
005000     MOVE CTL-TURMA  TO WS-CTL-TURMA(WS-CTL-QTDE)
005010     MOVE CTL-DISC   TO WS-CTL-DISC(WS-CTL-QTDE)
005020     MOVE CTL-LIMITE TO WS-CTL-LIMITE(WS-CTL-QTDE)
005030
005040 1041-LER-CONTROLE-TAB-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080* 1500-CARREGAR-JORNAL
005090* LE UMA LINHA DO JORNAL E GUARDA NO AUDJRN A IMAGEM QUE O
005100* HISTORICO DEVERIA TER PARA A CHAVE: A IMAGEM "DEPOIS" NAS
005110* GRAVACOES E REGRAVACOES, A IMAGEM "ANTES" MARCADA COMO
005120* EXPURGADA NA LINHA DO ARQHIST ("D"). CHAVE JA GUARDADA E
005130* REGRAVADA, ENTAO NO FIM DO JORNAL VALE A LINHA MAIS RECENTE.
005140* NO FIM DO JORNAL, LE O PRIMEIRO REGISTRO DO HISTORICO.
005150******************************************************************
005160 1500-CARREGAR-JORNAL.
005170     READ ARQ-JRN
005180         AT END
005190             MOVE "S" TO WS-FIM-JRN
005200             PERFORM 2900-LER-HISTORICO
005210                 THRU 2900-LER-HISTORICO-EXIT
005220             GO TO 1500-CARREGAR-JORNAL-EXIT
005230     END-READ
005240
005250     ADD 1 TO WS-QTD-JRN
005260
005270     IF JRN-EXPURGO
005280         THEN
005290         MOVE JRN-ANTES TO AJR-IMAGEM
005300     ELSE
005310         MOVE JRN-DEPOIS TO AJR-IMAGEM
005320     END-IF
005330
005340     MOVE JRN-OPER TO AJR-OPER
005350     MOVE "N" TO AJR-VISTO
005360
005370     WRITE AJR-REG
005380         INVALID KEY
005390             REWRITE AJR-REG
005400     END-WRITE
005410
005420     IF WS-AJR-STATUS NOT = "00"
005430         THEN
005440         DISPLAY "ERRO AO GRAVAR AUDJRN - STATUS " WS-AJR-STATUS
005450         STOP RUN
005460     END-IF
005470
005480 1500-CARREGAR-JORNAL-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520* 2000-AUDITAR-REGISTRO
005530* PASSA O REGISTRO CORRENTE DO HISTORICO PELAS CINCO
005540* CONFERENCIAS, CONTA O REGISTRO COMO DIVERGENTE SE ALGUMA
005550* FALHOU (CADA FALHA SAI EM UMA LINHA DA LISTAGEM) E LE O
005560* PROXIMO REGISTRO.
005570******************************************************************
005580 2000-AUDITAR-REGISTRO.
005590     ADD 1 TO WS-QTD-HIST
005600     MOVE "N" TO WS-REG-DIVERGE
005610
005620     PERFORM 2010-CONFERIR-CADASTRO
005630         THRU 2010-CONFERIR-CADASTRO-EXIT
005640
005650     PERFORM 2020-CONFERIR-MATRICULA
005660         THRU 2020-CONFERIR-MATRICULA-EXIT
005670
005680     PERFORM 2030-CONFERIR-SUPERADO
005690         THRU 2030-CONFERIR-SUPERADO-EXIT
005700
005710     PERFORM 2040-CONFERIR-STATUS
005720         THRU 2040-CONFERIR-STATUS-EXIT
005730
005740     PERFORM 2050-CONFERIR-JORNAL
005750         THRU 2050-CONFERIR-JORNAL-EXIT
005760
005770     IF REGISTRO-DIVERGENTE
005780         THEN
005790         ADD 1 TO WS-QTD-DIVERG
005800     END-IF
005810
005820     PERFORM 2900-LER-HISTORICO
005830         THRU 2900-LER-HISTORICO-EXIT
005840
005850 2000-AUDITAR-REGISTRO-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890* 2010-CONFERIR-CADASTRO
005900* CONFERE O ALUNO DO REGISTRO NO CADASTRO INDEXADO. COMO O
005910* HISTORICO VEM EM ORDEM DE ALUNO, O CADASTRO SO E LIDO NA TROCA
005920* DE ALUNO; A SITUACAO FICA GUARDADA EM WS-CAD-ULT-SIT ("X" =
005930* AUSENTE DO CADASTRO).
005940******************************************************************
005950 2010-CONFERIR-CADASTRO.
005960     IF HIST-ID NOT = WS-CAD-ULT-ID
005970         THEN
005980         MOVE HIST-ID TO WS-CAD-ULT-ID
005990         MOVE HIST-ID TO CAD-ID
006000         READ ARQ-CAD
006010             INVALID KEY
006020                 MOVE "X" TO WS-CAD-ULT-SIT
006030             NOT INVALID KEY
006040                 MOVE CAD-SITUACAO TO WS-CAD-ULT-SIT
006050         END-READ
006060     END-IF
006070
006080     IF CAD-ULT-AUSENTE
006090         THEN
006100         MOVE "ALUNO AUSENTE DO CADASTRO" TO WS-MSG
006110         ADD 1 TO WS-QTD-SEM-CAD
006120         PERFORM 2800-LISTAR-DIVERGENCIA
006130             THRU 2800-LISTAR-DIVERGENCIA-EXIT
006140         GO TO 2010-CONFERIR-CADASTRO-EXIT
006150     END-IF
006160
006170     IF NOT CAD-ULT-ATIVO
006180         THEN
006190         MOVE "ALUNO INATIVO NO CADASTRO" TO WS-MSG
006200         ADD 1 TO WS-QTD-INATIVO
006210         PERFORM 2800-LISTAR-DIVERGENCIA
006220             THRU 2800-LISTAR-DIVERGENCIA-EXIT
006230     END-IF
006240
006250 2010-CONFERIR-CADASTRO-EXIT.
006260     EXIT.
006270
006280******************************************************************
006290* 2020-CONFERIR-MATRICULA
006300* PROCURA NA TABELA DE MATRICULAS A INSCRICAO DO REGISTRO
006310* (ALUNO + TURMA + DISCIPLINA + TERMO). SEM INSCRICAO, O
006320* REGISTRO SAI NA LISTAGEM.
006330******************************************************************
006340 2020-CONFERIR-MATRICULA.
006350     MOVE ZERO TO WS-MAT-POS
006360
006370     PERFORM 2025-COMPARAR-MATRICULA
006380         THRU 2025-COMPARAR-MATRICULA-EXIT
006390         VARYING WS-MAT-IDX FROM 1 BY 1
006400         UNTIL WS-MAT-IDX > WS-MAT-QTD
006410             OR WS-MAT-POS > ZERO
006420
006430     IF WS-MAT-POS = ZERO
006440         THEN
006450         MOVE "SEM MATRICULA NA TURMA/DISC/TERMO" TO WS-MSG
006460         ADD 1 TO WS-QTD-SEM-MAT
006470         PERFORM 2800-LISTAR-DIVERGENCIA
006480             THRU 2800-LISTAR-DIVERGENCIA-EXIT
006490     END-IF
006500
006510 2020-CONFERIR-MATRICULA-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550* 2025-COMPARAR-MATRICULA
006560* CONFERE UMA ENTRADA (SUBSCRITO WS-MAT-IDX) DA TABELA DE
006570* MATRICULAS CONTRA O REGISTRO CORRENTE DO HISTORICO.
006580******************************************************************
006590 2025-COMPARAR-MATRICULA.
006600     IF WS-MAT-ID(WS-MAT-IDX) = HIST-ID
006610         AND WS-MAT-TURMA(WS-MAT-IDX) = HIST-TURMA
006620         AND WS-MAT-DISC(WS-MAT-IDX) = HIST-DISC
006630         AND WS-MAT-TERMO(WS-MAT-IDX) = HIST-TERMO
006640         THEN
006650         MOVE WS-MAT-IDX TO WS-MAT-POS
006660     END-IF
006670
006680 2025-COMPARAR-MATRICULA-EXIT.
006690     EXIT.
006700
006710******************************************************************
006720* 2030-CONFERIR-SUPERADO
006730* O REGISTRO SUPERADO ("S") E O RETIFICADO ("R") QUE O SUBSTITUI
006740* TEM A MESMA CHAVE (ALUNO + TERMO + DISCIPLINA). NO HISTORICO
006750* INDEXADO A RETIFICACAO REGRAVA O PROPRIO REGISTRO COM "R", E A
006760* CARGA DO CONVHIST FICA COM A OCORRENCIA MAIS RECENTE DA CHAVE.
006770* UM "S" NO ARQUIVO VIVO E PORTANTO UM SUPERADO CUJO RETIFICADO
006780* NAO CHEGOU AO HISTORICO.
006790******************************************************************
006800 2030-CONFERIR-SUPERADO.
006810     IF HIST-SUPERADO
006820         THEN
006830         MOVE "SUPERADO SEM REGISTRO RETIFICADO" TO WS-MSG
006840         ADD 1 TO WS-QTD-SUPERADO
006850         PERFORM 2800-LISTAR-DIVERGENCIA
006860             THRU 2800-LISTAR-DIVERGENCIA-EXIT
006870     END-IF
006880
006890 2030-CONFERIR-SUPERADO-EXIT.
006900     EXIT.
006910
006920******************************************************************
006930* 2040-CONFERIR-STATUS
006940* CONFERE O STATUS DO REGISTRO CONTRA O RESULTADO E O LIMITE DE
006950* APROVACAO (2045), PELAS REGRAS DO NOTAS (2060): APROVADO (COM
006960* OU SEM RECUPERACAO) EXIGE RESULTADO NO LIMITE OU ACIMA,
006970* REPROVADO (COM OU SEM RECUPERACAO) RESULTADO ABAIXO DO LIMITE,
006980* PENDENTE DE 2A CHAMADA RESULTADO EM BRANCO. REPROVADO POR
006984* FALTA VALE COM QUALQUER RESULTADO. OUTRO STATUS E INVALIDO.
006988* O LIMITE SO E CONFERIDO NOS REGISTROS DO TERMO DOS PARAMETROS;
006992* NOS DE OUTROS TERMOS O LIMITE VIGENTE NA EPOCA NAO E CONHECIDO
006996* E SO O STATUS E O RESULTADO SAO CONFERIDOS.
007000******************************************************************
007010 2040-CONFERIR-STATUS.
007020     MOVE SPACES TO WS-MSG
007030
007040     IF HIST-ST-FALTA
007050         THEN
007060         GO TO 2040-CONFERIR-STATUS-EXIT
007070     END-IF
007080
007090     IF HIST-ST-PENDENTE
007100         THEN
007110         IF HIST-RESUL-TX NOT = SPACES
007120             THEN
007130             MOVE "PENDENTE DE 2A CHAMADA COM RESULTADO"
007140                 TO WS-MSG
007150         END-IF
007160         GO TO 2040-CONFERIR-STATUS-GRAVAR
007170     END-IF
007180
007190     IF NOT HIST-ST-APROVADO AND NOT HIST-ST-REPROVADO
007200         THEN
007210         MOVE "STATUS INVALIDO" TO WS-MSG
007220         GO TO 2040-CONFERIR-STATUS-GRAVAR
007230     END-IF
007240
007250     IF HIST-RESUL-TX = SPACES
007260         THEN
007270         MOVE "STATUS SEM RESULTADO" TO WS-MSG
007280         GO TO 2040-CONFERIR-STATUS-GRAVAR
007290     END-IF
007300
007301     IF HIST-TERMO NOT = WS-TERMO
007302         THEN
007303         GO TO 2040-CONFERIR-STATUS-EXIT
007304     END-IF
007305
007310     PERFORM 2045-LOCALIZAR-LIMITE
007320         THRU 2045-LOCALIZAR-LIMITE-EXIT
007330
007340     COMPUTE WS-RESUL = FUNCTION NUMVAL(HIST-RESUL-TX)
007350
007360     IF HIST-ST-APROVADO AND WS-RESUL < WS-LIMITE
007370         THEN
007380         MOVE "APROVADO COM RESULTADO ABAIXO DO LIMITE"
007390             TO WS-MSG
007400     END-IF
007410
007420     IF HIST-ST-REPROVADO AND NOT WS-RESUL < WS-LIMITE
007430         THEN
007440         MOVE "REPROVADO COM RESULTADO NO LIMITE" TO WS-MSG
007450     END-IF
007460
007470 2040-CONFERIR-STATUS-GRAVAR.
007480     IF WS-MSG NOT = SPACES
007490         THEN
007500         ADD 1 TO WS-QTD-STATUS
007510         PERFORM 2800-LISTAR-DIVERGENCIA
007520             THRU 2800-LISTAR-DIVERGENCIA-EXIT
007530     END-IF
007540
007550 2040-CONFERIR-STATUS-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590* 2045-LOCALIZAR-LIMITE
007600* DEFINE O LIMITE DE APROVACAO DO REGISTRO: PARA O TERMO DOS
007610* PARAMETROS, O LIMITE DA TURMA/DISCIPLINA NO CONTROLE (COMO NO
007620* NOTAS); TURMA AUSENTE DO CONTROLE, OU FORA DO TERMO, O LIMITE
007630* PADRAO DOS PARAMETROS.
007640******************************************************************
007650 2045-LOCALIZAR-LIMITE.
007660     MOVE WS-LIMITE-PADRAO TO WS-LIMITE
007670     MOVE ZERO TO WS-CTL-POS
007680
007690     IF HIST-TERMO NOT = WS-TERMO
007700         THEN
007710         GO TO 2045-LOCALIZAR-LIMITE-EXIT
007720     END-IF
007730
007740     PERFORM 2046-COMPARAR-CONTROLE
007750         THRU 2046-COMPARAR-CONTROLE-EXIT
007760         VARYING WS-CTL-IDX FROM 1 BY 1
007770         UNTIL WS-CTL-IDX > WS-CTL-QTDE
007780             OR WS-CTL-POS > ZERO
007790
007800     IF WS-CTL-POS > ZERO
007810         AND WS-CTL-LIMITE(WS-CTL-POS) > ZERO
007820         THEN
007830         MOVE WS-CTL-LIMITE(WS-CTL-POS) TO WS-LIMITE
007840     END-IF
007850
007860 2045-LOCALIZAR-LIMITE-EXIT.
007870     EXIT.
007880
007890******************************************************************
007900* 2046-COMPARAR-CONTROLE
007910* CONFERE UMA ENTRADA (SUBSCRITO WS-CTL-IDX) DA TABELA DO
007920* CONTROLE CONTRA A TURMA E A DISCIPLINA DO REGISTRO.
007930******************************************************************
007940 2046-COMPARAR-CONTROLE.
007950     IF WS-CTL-TURMA(WS-CTL-IDX) = HIST-TURMA
007960         AND WS-CTL-DISC(WS-CTL-IDX) = HIST-DISC
007970         THEN
007980         MOVE WS-CTL-IDX TO WS-CTL-POS
007990     END-IF
008000
008010 2046-COMPARAR-CONTROLE-EXIT.
008020     EXIT.
008030
008040******************************************************************
008050* 2050-CONFERIR-JORNAL
008060* LE NO AUDJRN A ULTIMA IMAGEM DO JORNAL PARA A CHAVE DO
008070* REGISTRO E A MARCA COMO CONFERIDA (3000 RELATA AS NAO
008080* CONFERIDAS). CHAVE EXPURGADA NO JORNAL E AINDA PRESENTE, OU
008090* IMAGEM DIFERENTE DA DO JORNAL, INDICA ALTERACAO FEITA FORA DOS
008100* PROGRAMAS. CHAVE SEM LINHA NO JORNAL (REGISTRO ANTERIOR AO
008110* JORNAL, VINDO DA COPIA DE SEGURANCA) SO E CONTADA.
008120******************************************************************
008130 2050-CONFERIR-JORNAL.
008140     MOVE HIST-CHAVE TO AJR-CHAVE
008150
008160     READ ARQ-AJR
008170         INVALID KEY
008180             ADD 1 TO WS-QTD-SEM-JRN
008190             GO TO 2050-CONFERIR-JORNAL-EXIT
008200     END-READ
008210
008220     MOVE "S" TO AJR-VISTO
008230     REWRITE AJR-REG
008240
008250     IF WS-AJR-STATUS NOT = "00"
008260         THEN
008270         DISPLAY "ERRO AO REGRAVAR AUDJRN - STATUS " WS-AJR-STATUS
008280         STOP RUN
008290     END-IF
008300
008310     MOVE SPACES TO WS-MSG
008320
008330     IF AJR-EXPURGADO
008340         THEN
008350         MOVE "EXPURGADO NO JORNAL E PRESENTE" TO WS-MSG
008360     ELSE
008370         IF AJR-IMAGEM NOT = HIST-LINHA
008380             THEN
008390             MOVE "DIFERE DA ULTIMA IMAGEM DO JORNAL" TO WS-MSG
008400         END-IF
008410     END-IF
008420
008430     IF WS-MSG NOT = SPACES
008440         THEN
008450         ADD 1 TO WS-QTD-JRN-DIF
008460         PERFORM 2800-LISTAR-DIVERGENCIA
008470             THRU 2800-LISTAR-DIVERGENCIA-EXIT
008480     END-IF
008490
008500 2050-CONFERIR-JORNAL-EXIT.
008510     EXIT.
008520
008530******************************************************************
008540* 2800-LISTAR-DIVERGENCIA
008550* GRAVA NA LISTAGEM A CHAVE E A TURMA DO REGISTRO CORRENTE DO
008560* HISTORICO COM A MENSAGEM DE WS-MSG E MARCA O REGISTRO COMO
008570* DIVERGENTE.
008580******************************************************************
008590 2800-LISTAR-DIVERGENCIA.
008600     MOVE SPACES     TO LST-LINHA
008610     MOVE HIST-ID    TO LST-ID
008620     MOVE HIST-TERMO TO LST-TERMO
008630     MOVE HIST-DISC  TO LST-DISC
008640     MOVE HIST-TURMA TO LST-TURMA
008650     MOVE WS-MSG     TO LST-MSG
008660     WRITE LST-LINHA
008670
008680     MOVE "S" TO WS-REG-DIVERGE
008690
008700 2800-LISTAR-DIVERGENCIA-EXIT.
008710     EXIT.
008720
008730******************************************************************
008740* 2900-LER-HISTORICO
008750* LE O PROXIMO REGISTRO DO HISTORICO EM ORDEM DE CHAVE. NO FIM
008760* DO ARQUIVO, LIGA O INDICADOR WS-FIM-HIST.
008770******************************************************************
008780 2900-LER-HISTORICO.
008790     READ ARQ-HIST NEXT
008800         AT END
008810             MOVE "S" TO WS-FIM-HIST
008820     END-READ
008830
008840 2900-LER-HISTORICO-EXIT.
008850     EXIT.
008860
008870******************************************************************
008880* 3000-CONFERIR-AUSENTES
008890* REABRE O AUDJRN PARA LEITURA EM ORDEM DE CHAVE E RELATA AS
008900* CHAVES QUE O JORNAL DA COMO GRAVADAS (ULTIMA LINHA NAO E
008910* EXPURGO) E QUE A VARREDURA NAO ENCONTROU NO HISTORICO:
008920* REGISTRO REMOVIDO FORA DOS PROGRAMAS.
008930******************************************************************
008940 3000-CONFERIR-AUSENTES.
008950     CLOSE ARQ-AJR
008960     OPEN INPUT ARQ-AJR
008970
008980     IF WS-AJR-STATUS NOT = "00"
008990         THEN
009000         DISPLAY "ERRO AO REABRIR AUDJRN - STATUS " WS-AJR-STATUS
009010         STOP RUN
009020     END-IF
009030
009040     MOVE "N" TO WS-FIM-AJR
009050
009060     PERFORM 3100-CONFERIR-CHAVE-JORNAL
009070         THRU 3100-CONFERIR-CHAVE-JORNAL-EXIT
009080         UNTIL WS-FIM-AJR = "S"
009090
009100 3000-CONFERIR-AUSENTES-EXIT.
009110     EXIT.
009120
009130******************************************************************
009140* 3100-CONFERIR-CHAVE-JORNAL
009150* LE A PROXIMA CHAVE DO AUDJRN E, SE NAO FOI CONFERIDA NA
009160* VARREDURA NEM EXPURGADA, GRAVA A LINHA NA LISTAGEM COM A
009170* TURMA DA IMAGEM DO JORNAL.
009180******************************************************************
009190 3100-CONFERIR-CHAVE-JORNAL.
009200     READ ARQ-AJR NEXT
009210         AT END
009220             MOVE "S" TO WS-FIM-AJR
009230             GO TO 3100-CONFERIR-CHAVE-JORNAL-EXIT
009240     END-READ
009250
009260     IF AJR-CONFERIDO OR AJR-EXPURGADO
009270         THEN
009280         GO TO 3100-CONFERIR-CHAVE-JORNAL-EXIT
009290     END-IF
009300
009310     ADD 1 TO WS-QTD-JRN-AUS
009320     ADD 1 TO WS-QTD-DIVERG
009330
009340     MOVE SPACES    TO LST-LINHA
009350     MOVE AJR-ID    TO LST-ID
009360     MOVE AJR-TERMO TO LST-TERMO
009370     MOVE AJR-DISC  TO LST-DISC
009380     MOVE AJR-TURMA TO LST-TURMA
009390     MOVE "NO JORNAL E AUSENTE DO HISTORICO" TO LST-MSG
009400     WRITE LST-LINHA
009410
009420 3100-CONFERIR-CHAVE-JORNAL-EXIT.
009430     EXIT.
009440
009450******************************************************************
009460* 8000-FINALIZAR
009470* GRAVA O RESUMO DA AUDITORIA NA LISTAGEM (TOTAIS DE CADA
009480* CONFERENCIA E A CONCLUSAO: HISTORICO LIMPO OU COM
009490* DIVERGENCIAS), EXIBE A CONCLUSAO NO CONSOLE PARA A OPERACAO E
009500* FECHA OS ARQUIVOS. OS REGISTROS SEM LINHA NO JORNAL SAO SO
009510* INFORMATIVOS E NAO SUJAM O HISTORICO.
009520******************************************************************
009530 8000-FINALIZAR.
009540     MOVE SPACES TO LST-LINHA
009550     WRITE LST-LINHA
009560
009570     MOVE WS-QTD-HIST TO WS-CONT-ED
009580     MOVE SPACES TO WS-LINHA-RESUMO
009590     STRING "REGISTROS DO HISTORICO.: " DELIMITED BY SIZE
009600         WS-CONT-ED DELIMITED BY SIZE
009610         INTO WS-LINHA-RESUMO
009620     MOVE WS-LINHA-RESUMO TO LST-TX
009630     WRITE LST-LINHA
009640
009650     MOVE WS-QTD-JRN TO WS-CONT-ED
009660     MOVE SPACES TO WS-LINHA-RESUMO
009670     STRING "LINHAS DO JORNAL.......: " DELIMITED BY SIZE
009680         WS-CONT-ED DELIMITED BY SIZE
009690         INTO WS-LINHA-RESUMO
009700     MOVE WS-LINHA-RESUMO TO LST-TX
009710     WRITE LST-LINHA
009720
009730     MOVE WS-QTD-SEM-CAD TO WS-CONT-ED
009740     MOVE SPACES TO WS-LINHA-RESUMO
009750     STRING "AUSENTES DO CADASTRO...: " DELIMITED BY SIZE
009760         WS-CONT-ED DELIMITED BY SIZE
009770         INTO WS-LINHA-RESUMO
009780     MOVE WS-LINHA-RESUMO TO LST-TX
009790     WRITE LST-LINHA
009800
009810     MOVE WS-QTD-INATIVO TO WS-CONT-ED
009820     MOVE SPACES TO WS-LINHA-RESUMO
009830     STRING "INATIVOS NO CADASTRO...: " DELIMITED BY SIZE
009840         WS-CONT-ED DELIMITED BY SIZE
009850         INTO WS-LINHA-RESUMO
009860     MOVE WS-LINHA-RESUMO TO LST-TX
009870     WRITE LST-LINHA
009880
009890     MOVE WS-QTD-SEM-MAT TO WS-CONT-ED
009900     MOVE SPACES TO WS-LINHA-RESUMO
009910     STRING "SEM MATRICULA..........: " DELIMITED BY SIZE
009920         WS-CONT-ED DELIMITED BY SIZE
009930         INTO WS-LINHA-RESUMO
009940     MOVE WS-LINHA-RESUMO TO LST-TX
009950     WRITE LST-LINHA
009960
009970     MOVE WS-QTD-SUPERADO TO WS-CONT-ED
009980     MOVE SPACES TO WS-LINHA-RESUMO
009990     STRING "SUPERADOS SEM RETIFIC..: " DELIMITED BY SIZE
010000         WS-CONT-ED DELIMITED BY SIZE
010010         INTO WS-LINHA-RESUMO
010020     MOVE WS-LINHA-RESUMO TO LST-TX
010030     WRITE LST-LINHA
010040
010050     MOVE WS-QTD-STATUS TO WS-CONT-ED
010060     MOVE SPACES TO WS-LINHA-RESUMO
010070     STRING "STATUS INCOERENTE......: " DELIMITED BY SIZE
010080         WS-CONT-ED DELIMITED BY SIZE
010090         INTO WS-LINHA-RESUMO
010100     MOVE WS-LINHA-RESUMO TO LST-TX
010110     WRITE LST-LINHA
010120
010130     MOVE WS-QTD-JRN-DIF TO WS-CONT-ED
010140     MOVE SPACES TO WS-LINHA-RESUMO
010150     STRING "DIFERENTES DO JORNAL...: " DELIMITED BY SIZE
010160         WS-CONT-ED DELIMITED BY SIZE
010170         INTO WS-LINHA-RESUMO
010180     MOVE WS-LINHA-RESUMO TO LST-TX
010190     WRITE LST-LINHA
010200
010210     MOVE WS-QTD-JRN-AUS TO WS-CONT-ED
010220     MOVE SPACES TO WS-LINHA-RESUMO
010230     STRING "AUSENTES DO HISTORICO..: " DELIMITED BY SIZE
010240         WS-CONT-ED DELIMITED BY SIZE
010250         INTO WS-LINHA-RESUMO
010260     MOVE WS-LINHA-RESUMO TO LST-TX
010270     WRITE LST-LINHA
010280
010290     MOVE WS-QTD-SEM-JRN TO WS-CONT-ED
010300     MOVE SPACES TO WS-LINHA-RESUMO
010310     STRING "SEM LINHA NO JORNAL....: " DELIMITED BY SIZE
010320         WS-CONT-ED DELIMITED BY SIZE
010330         " (INFORMATIVO)" DELIMITED BY SIZE
010340         INTO WS-LINHA-RESUMO
010350     MOVE WS-LINHA-RESUMO TO LST-TX
010360     WRITE LST-LINHA
010370
010380     MOVE WS-QTD-DIVERG TO WS-CONT-ED
010390     MOVE SPACES TO WS-LINHA-RESUMO
010400     STRING "REGISTROS DIVERGENTES..: " DELIMITED BY SIZE
010410         WS-CONT-ED DELIMITED BY SIZE
010420         INTO WS-LINHA-RESUMO
010430     MOVE WS-LINHA-RESUMO TO LST-TX
010440     WRITE LST-LINHA
010450
010460     MOVE SPACES TO LST-LINHA
010470     WRITE LST-LINHA
010480
010490     IF WS-QTD-DIVERG = ZERO
010500         THEN
010510         MOVE "CONCLUSAO: HISTORICO LIMPO" TO LST-TX
010520         DISPLAY "AUDHIST - HISTORICO LIMPO"
010530     ELSE
010540         MOVE "CONCLUSAO: HISTORICO COM DIVERGENCIAS - VER RELAUD"
010550             TO LST-TX
010560         DISPLAY "AUDHIST - HISTORICO COM DIVERGENCIAS ("
010570             WS-CONT-ED ")"
010580     END-IF
010590     WRITE LST-LINHA
010600
010610     CLOSE ARQ-HIST
010620     CLOSE ARQ-CAD
010630     CLOSE ARQ-JRN
010640     CLOSE ARQ-AJR
010650     CLOSE ARQ-LST
010660
010670 8000-FINALIZAR-EXIT.
010680     EXIT.
010690
010700 END PROGRAM AUDHIST.
