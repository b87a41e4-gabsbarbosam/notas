000010******************************************************************
000020* PROGRAM:      SINCCAD
000030* AUTHOR:       GABIRELA BARBOSA
000040* INSTALLATION: SETOR DE NOTAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:      CONFRONTAR O EXTRATO DE ALUNOS DE REGISTROS
000070*               ACADEMICOS COM O CADASTRO, COM LISTAGEM DAS
000080*               DIVERGENCIAS E GERACAO DOS MOVIMENTOS DE INCLUSAO
000090*               E DESATIVACAO PARA O CADALU
000100* TECTONICS:    cobc
000110******************************************************************
000120* MODIFICATION HISTORY
000130* DATE       INIT DESCRIPTION
000140* 2026-10-15 RLM  VERSAO INICIAL: CARREGA O EXTRATO PERIODICO DE
000150*                 REGISTROS ACADEMICOS (EXTRATO, DELIMITADO POR
000160*                 VIRGULA COMO A INTERFACE: CABECALHO "H" COM A
000170*                 DATA DO EXTRATO, UM DETALHE POR ALUNO COM ID,
000180*                 NOME, CURSO E SITUACAO, E TRAILER "T" COM A
000190*                 QUANTIDADE DE DETALHES E DE ATIVOS). EXTRATO SEM
000200*                 CABECALHO OU COM TRAILER AUSENTE OU QUE NAO
000210*                 CONFERE NAO GERA NENHUM MOVIMENTO. CONFRONTA
000220*                 PELO CAD-ID, NOS DOIS SENTIDOS, COM O CADASTRO:
000230*                 ALUNO SO NO EXTRATO (ATIVO) GERA INCLUSAO "I";
000240*                 ALUNO INATIVO NO EXTRATO E ATIVO NO CADASTRO, OU
000250*                 ATIVO NO CADASTRO E AUSENTE DO EXTRATO, GERA
000260*                 DESATIVACAO "D", COM AVISO QUANDO O ALUNO AINDA
000270*                 TEM MATRICULA ATIVA NO TERMO DOS PARAMETROS.
000280*                 NOME E CURSO DIFERENTES E ALUNO A REATIVAR SAEM
000290*                 SO NA LISTAGEM RELSINC, PARA ACERTO PELA
000300*                 SECRETARIA. OS MOVIMENTOS SAO ACRESCENTADOS NO
000310*                 FIM DO MOVCAD. O CADASTRO NAO E ALTERADO.
000320* 2026-10-15 RLM  DETALHE COM SITUACAO INVALIDA FICA NA TABELA DO
000330*                 EXTRATO, FORA DO CONFRONTO, PARA QUE O ALUNO NAO
000340*                 SEJA DESATIVADO COMO AUSENTE. GRAVACAO DO MOVCAD
000350*                 COM ERRO ABORTA A EXECUCAO.
000360* 2026-10-15 RLM  A VARREDURA DO CADASTRO E POSICIONADA NO INICIO
000370*                 (START) DEPOIS DAS CONSULTAS POR CHAVE DO
000380*                 CONFRONTO DO EXTRATO.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. SINCCAD.
000420 AUTHOR. GABIRELA BARBOSA.
000430 INSTALLATION. SETOR DE NOTAS.
000440 DATE-WRITTEN. 15/10/2026.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ARQ-EXT ASSIGN TO "EXTRATO"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-EXT-STATUS.
000530
000540     SELECT ARQ-CAD ASSIGN TO "CADASTRO"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CAD-ID
000580         FILE STATUS IS WS-CAD-STATUS.
000590
000600     SELECT ARQ-PARAM ASSIGN TO "PARAMETROS"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PARAM-STATUS.
000630
000640     SELECT ARQ-MAT ASSIGN TO "MATRICULA"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-MAT-STATUS.
000670
000680     SELECT ARQ-MOV ASSIGN TO "MOVCAD"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-MOV-STATUS.
000710
000720     SELECT ARQ-LST ASSIGN TO "RELSINC"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-LST-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  ARQ-EXT.
000780 01  EXT-LINHA.
000790     05 EXT-TX                  PIC X(80).
000800 01  EXT-LINHA-R REDEFINES EXT-LINHA.
000810     05 EXT-TIPO                PIC X(02).
000820     05 FILLER                  PIC X(78).
000830
000840 FD  ARQ-CAD.
000850 01  CAD-REG.
000860     05 CAD-ID                  PIC X(10).
000870     05 CAD-NOME                PIC X(30).
000880     05 CAD-CURSO               PIC X(20).
000890     05 CAD-SITUACAO             PIC X(01).
000900         88 CAD-ATIVO                 VALUE "A".
000910         88 CAD-INATIVO               VALUE "I".
000920
000930 FD  ARQ-PARAM.
000940 01  PARAM-REG.
000950     05 PARAM-TERMO              PIC X(06).
000960     05 PARAM-LIMITE             PIC 9(02)V9(02).
000970     05 PARAM-MODO               PIC X(01).
000980     05 PARAM-FREQ-MIN           PIC 9(03).
000990
001000 FD  ARQ-MAT.
001010 01  MAT-REG.
001020     05 MAT-ID                  PIC X(10).
001030     05 MAT-TURMA               PIC X(06).
001040     05 MAT-DISC                PIC X(06).
001050     05 MAT-TERMO               PIC X(06).
001060     05 MAT-SITUACAO             PIC X(01).
001070         88 MAT-ATIVA                 VALUE "A".
001080         88 MAT-CANCELADA             VALUE "C".
001090
001100 FD  ARQ-MOV.
001110 01  MOV-REG.
001120     05 MOV-OPER                PIC X(01).
001130     05 MOV-ID                  PIC X(10).
001140     05 MOV-NOME                PIC X(30).
001150     05 MOV-CURSO               PIC X(20).
001160
001170 FD  ARQ-LST.
001180 01  LST-LINHA.
001190     05 LST-ID                  PIC X(10).
001200     05 FILLER                  PIC X(02).
001210     05 LST-DIVERG              PIC X(28).
001220     05 FILLER                  PIC X(02).
001230     05 LST-CADASTRO            PIC X(30).
001240     05 FILLER                  PIC X(02).
001250     05 LST-EXTRATO             PIC X(30).
001260     05 FILLER                  PIC X(02).
001270     05 LST-MOV                 PIC X(03).
001280 01  LST-LINHA-TX REDEFINES LST-LINHA.
001290     05 LST-TX                  PIC X(109).
001300
001310 WORKING-STORAGE SECTION.
001320
001330 77  WS-EXT-STATUS     PIC X(02) VALUE SPACES.
001340 77  WS-CAD-STATUS     PIC X(02) VALUE SPACES.
001350 77  WS-PARAM-STATUS   PIC X(02) VALUE SPACES.
001360 77  WS-MAT-STATUS     PIC X(02) VALUE SPACES.
001370 77  WS-MOV-STATUS     PIC X(02) VALUE SPACES.
001380 77  WS-LST-STATUS     PIC X(02) VALUE SPACES.
001390 77  WS-FIM-EXT        PIC X(01) VALUE "N".
001400 77  WS-FIM-CAD        PIC X(01) VALUE "N".
001410 77  WS-FIM-MATRICULA  PIC X(01) VALUE "N".
001420 77  WS-TERMO          PIC X(06) VALUE SPACES.
001430 77  WS-DATA-EXTRATO   PIC X(08) VALUE SPACES.
001440 77  WS-CABEC-LIDO     PIC X(01) VALUE "N".
001450     88 CABECALHO-LIDO            VALUE "S".
001460 77  WS-TRAILER-LIDO   PIC X(01) VALUE "N".
001470     88 TRAILER-LIDO              VALUE "S".
001480 77  WS-EXTRATO-OK     PIC X(01) VALUE "N".
001490     88 EXTRATO-VALIDO            VALUE "S".
001500 77  WS-ERRO-EXTRATO   PIC X(40) VALUE SPACES.
001510 77  WS-CAD-ACHOU      PIC X(01) VALUE "N".
001520     88 CADASTRO-ENCONTRADO       VALUE "S".
001530 77  WS-EXT-QTDE       PIC 9(04) COMP VALUE ZERO.
001540 77  WS-EXT-IDX        PIC 9(04) COMP VALUE ZERO.
001550 77  WS-EXT-POS        PIC 9(04) COMP VALUE ZERO.
001560 77  WS-MAT-QTD        PIC 9(04) COMP VALUE ZERO.
001570 77  WS-MAT-IDX        PIC 9(04) COMP VALUE ZERO.
001580 77  WS-MAT-ATIVAS     PIC 9(03) VALUE ZEROS.
001590 77  WS-MAT-ATIVAS-ED  PIC ZZ9.
001600 77  WS-ALUNO-ID       PIC X(10) VALUE SPACES.
001610 77  WS-QTD-DET        PIC 9(06) VALUE ZEROS.
001620 77  WS-QTD-ATIVOS     PIC 9(06) VALUE ZEROS.
001630 77  WS-TRAILER-QTD    PIC 9(06) VALUE ZEROS.
001640 77  WS-TRAILER-ATIVOS PIC 9(06) VALUE ZEROS.
001650 77  WS-QTD-INVALIDOS  PIC 9(06) VALUE ZEROS.
001660 77  WS-QTD-DUPLIC     PIC 9(06) VALUE ZEROS.
001670 77  WS-QTD-CADASTRO   PIC 9(06) VALUE ZEROS.
001680 77  WS-QTD-SO-EXT     PIC 9(06) VALUE ZEROS.
001690 77  WS-QTD-SO-CAD     PIC 9(06) VALUE ZEROS.
001700 77  WS-QTD-NOME       PIC 9(06) VALUE ZEROS.
001710 77  WS-QTD-CURSO      PIC 9(06) VALUE ZEROS.
001720 77  WS-QTD-SITUACAO   PIC 9(06) VALUE ZEROS.
001730 77  WS-QTD-INCL       PIC 9(06) VALUE ZEROS.
001740 77  WS-QTD-DESAT      PIC 9(06) VALUE ZEROS.
001750 77  WS-QTD-AVISOS     PIC 9(06) VALUE ZEROS.
001760 77  WS-CONT-ED        PIC ZZZZZ9.
001770 77  WS-LINHA-RESUMO   PIC X(62) VALUE SPACES.
001780
001790 01  WS-DETALHE.
001800     05 WS-DET-ID               PIC X(10).
001810     05 WS-DET-NOME             PIC X(30).
001820     05 WS-DET-CURSO            PIC X(20).
001830     05 WS-DET-SITUACAO         PIC X(01).
001840         88 DET-ATIVO                 VALUE "A".
001850         88 DET-INATIVO               VALUE "I".
001860
001870 01  WS-CABEC-DADOS.
001880     05 WS-CAB-TIPO             PIC X(01).
001890     05 WS-CAB-DATA             PIC X(08).
001900
001910 01  WS-TRAILER-DADOS.
001920     05 WS-TRL-TIPO             PIC X(01).
001930     05 WS-TRL-QTD              PIC X(06).
001940     05 WS-TRL-ATIVOS           PIC X(06).
001950
001960 01  WS-EXT-TABELA.
001970     05 WS-EXT-ENTRADA OCCURS 5000 TIMES.
001980         10 WS-EXT-ID        PIC X(10).
001990         10 WS-EXT-NOME      PIC X(30).
002000         10 WS-EXT-CURSO     PIC X(20).
002010         10 WS-EXT-SITUACAO  PIC X(01).
002020             88 EXT-SITUACAO-VALIDA  VALUE "A" "I".
002030
002040 01  WS-MAT-TABELA.
002050     05 WS-MAT-ENTRADA OCCURS 5000 TIMES.
002060         10 WS-MAT-ID        PIC X(10).
002070
002080 01  WS-CABEC-LST.
002090     05 FILLER PIC X(12) VALUE "ALUNO".
002100     05 FILLER PIC X(30) VALUE "DIVERGENCIA".
002110     05 FILLER PIC X(32) VALUE "CADASTRO".
002120     05 FILLER PIC X(32) VALUE "REGISTROS ACADEMICOS".
002130     05 FILLER PIC X(03) VALUE "MOV".
002140
002150 PROCEDURE DIVISION.
002160 0000-MAINLINE.
002170     PERFORM 1000-INICIALIZAR
002180         THRU 1000-INICIALIZAR-EXIT
002190
002200     IF EXTRATO-VALIDO
002210         THEN
002220         PERFORM 2000-CONFRONTAR-EXTRATO
002230             THRU 2000-CONFRONTAR-EXTRATO-EXIT
002240             VARYING WS-EXT-IDX FROM 1 BY 1
002250             UNTIL WS-EXT-IDX > WS-EXT-QTDE
002260         MOVE LOW-VALUES TO CAD-ID
002270         START ARQ-CAD KEY IS NOT LESS THAN CAD-ID
002280             INVALID KEY
002290                 MOVE "S" TO WS-FIM-CAD
002300         END-START
002310         PERFORM 3000-CONFRONTAR-CADASTRO
002320             THRU 3000-CONFRONTAR-CADASTRO-EXIT
002330             UNTIL WS-FIM-CAD = "S"
002340     END-IF
002350
002360     PERFORM 8000-FINALIZAR
002370         THRU 8000-FINALIZAR-EXIT
002380
002390     STOP RUN.
002400
002410******************************************************************
002420* 1000-INICIALIZAR
002430* ABRE A LISTAGEM COM O CABECALHO, CARREGA E CONFERE O EXTRATO
002440* (1100) - DETALHES INVALIDOS OU REPETIDOS JA SAEM NELA. EXTRATO
002450* VALIDO: LE O TERMO DOS PARAMETROS, CARREGA AS MATRICULAS
002460* ATIVAS DO TERMO, ABRE O CADASTRO PARA CONSULTA E O MOVCAD PARA
002470* ACRESCENTAR OS MOVIMENTOS. EXTRATO INVALIDO: O MOTIVO SAI NA
002480* LISTAGEM E NADA E CONFRONTADO NEM GERADO.
002490******************************************************************
002500 1000-INICIALIZAR.
002510     OPEN OUTPUT ARQ-LST
002520
002530     IF WS-LST-STATUS NOT = "00"
002540         THEN
002550         DISPLAY "ERRO AO ABRIR LISTAGEM - STATUS "
002560             WS-LST-STATUS
002570         STOP RUN
002580     END-IF
002590
002600     MOVE "SINCRONIZACAO DO CADASTRO COM REGISTROS ACADEMICOS"
002610         TO LST-TX
002620     WRITE LST-LINHA
002630
002640     MOVE SPACES TO LST-LINHA
002650     WRITE LST-LINHA
002660
002670     MOVE WS-CABEC-LST TO LST-LINHA-TX
002680     WRITE LST-LINHA
002690
002700     PERFORM 1100-CARREGAR-EXTRATO
002710         THRU 1100-CARREGAR-EXTRATO-EXIT
002720
002730     IF NOT EXTRATO-VALIDO
002740         THEN
002750         MOVE SPACES TO LST-LINHA
002760         STRING "EXTRATO REJEITADO: " DELIMITED BY SIZE
002770             WS-ERRO-EXTRATO         DELIMITED BY SIZE
002780             INTO LST-TX
002790         WRITE LST-LINHA
002800         MOVE "NENHUM MOVIMENTO GERADO" TO LST-TX
002810         WRITE LST-LINHA
002820         GO TO 1000-INICIALIZAR-EXIT
002830     END-IF
002840
002850     PERFORM 1010-LER-PARAMETROS
002860         THRU 1010-LER-PARAMETROS-EXIT
002870
002880     PERFORM 1020-CARREGAR-MATRICULA
002890         THRU 1020-CARREGAR-MATRICULA-EXIT
002900
002910     OPEN INPUT ARQ-CAD
002920
002930     IF WS-CAD-STATUS NOT = "00"
002940         THEN
002950         DISPLAY "ERRO AO ABRIR CADASTRO - STATUS " WS-CAD-STATUS
002960         STOP RUN
002970     END-IF
002980
002990     OPEN EXTEND ARQ-MOV
003000
003010     IF WS-MOV-STATUS = "35"
003020         THEN
003030         OPEN OUTPUT ARQ-MOV
003040     END-IF
003050
003060     IF WS-MOV-STATUS NOT = "00"
003070         THEN
003080         DISPLAY "ERRO AO ABRIR MOVIMENTOS - STATUS "
003090             WS-MOV-STATUS
003100         STOP RUN
003110     END-IF
003120
003130 1000-INICIALIZAR-EXIT.
003140     EXIT.
003150
003160******************************************************************
003170* 1010-LER-PARAMETROS
003180* LE O TERMO CORRENTE NO ARQUIVO DE PARAMETROS DO NOTAS, PARA O
003190* AVISO DE MATRICULA ATIVA. ARQUIVO AUSENTE OU VAZIO DEIXA O
003200* TERMO EM BRANCO E NENHUMA MATRICULA E CONSIDERADA.
003210******************************************************************
003220 1010-LER-PARAMETROS.
003230     MOVE SPACES TO WS-TERMO
003240     OPEN INPUT ARQ-PARAM
003250
003260     IF WS-PARAM-STATUS = "00"
003270         THEN
003280         READ ARQ-PARAM
003290             AT END
003300                 MOVE SPACES TO PARAM-REG
003310         END-READ
003320         MOVE PARAM-TERMO TO WS-TERMO
003330         CLOSE ARQ-PARAM
003340     END-IF
003350
003360 1010-LER-PARAMETROS-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400* 1020-CARREGAR-MATRICULA
003410* CARREGA NA TABELA DE TRABALHO O ID DE CADA MATRICULA ATIVA DO
003420* TERMO CORRENTE (UMA ENTRADA POR TURMA + DISCIPLINA). ARQUIVO
003430* AUSENTE (STATUS 35) DEIXA A TABELA VAZIA.
003440******************************************************************
003450 1020-CARREGAR-MATRICULA.
003460     MOVE ZERO TO WS-MAT-QTD
003470     MOVE "N" TO WS-FIM-MATRICULA
003480
003490     IF WS-TERMO = SPACES
003500         THEN
003510         GO TO 1020-CARREGAR-MATRICULA-EXIT
003520     END-IF
003530
003540     OPEN INPUT ARQ-MAT
003550
003560     IF WS-MAT-STATUS = "35"
003570         THEN
003580         GO TO 1020-CARREGAR-MATRICULA-EXIT
003590     END-IF
003600
003610     IF WS-MAT-STATUS NOT = "00"
003620         THEN
003630         DISPLAY "ERRO AO ABRIR MATRICULAS - STATUS "
003640             WS-MAT-STATUS
003650         STOP RUN
003660     END-IF
003670
003680     PERFORM 1021-LER-MATRICULA
003690         THRU 1021-LER-MATRICULA-EXIT
003700         UNTIL WS-FIM-MATRICULA = "S"
003710
003720     CLOSE ARQ-MAT
003730
003740 1020-CARREGAR-MATRICULA-EXIT.
003750     EXIT.
003760
003770******************************************************************
003780* 1021-LER-MATRICULA
003790* LE UMA MATRICULA E, SE ATIVA E DO TERMO CORRENTE, GUARDA O ID
003800* DO ALUNO NA TABELA. MATRICULAS ALEM DA TABELA ABORTAM.
003810******************************************************************
003820 1021-LER-MATRICULA.
003830     READ ARQ-MAT
003840         AT END
003850             MOVE "S" TO WS-FIM-MATRICULA
003860             GO TO 1021-LER-MATRICULA-EXIT
003870     END-READ
003880
003890     IF MAT-TERMO NOT = WS-TERMO OR NOT MAT-ATIVA
003900         THEN
003910         GO TO 1021-LER-MATRICULA-EXIT
003920     END-IF
003930
003940     IF WS-MAT-QTD = 5000
003950         THEN
003960         DISPLAY "MATRICULAS EXCEDEM A TABELA DE 5000 ENTRADAS"
003970         STOP RUN
003980     END-IF
003990
004000     ADD 1 TO WS-MAT-QTD
004010     MOVE MAT-ID TO WS-MAT-ID(WS-MAT-QTD)
004020
004030 1021-LER-MATRICULA-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070* 1100-CARREGAR-EXTRATO
004080* LE O EXTRATO INTEIRO PARA A TABELA DE TRABALHO E O CONFERE: A
004090* PRIMEIRA LINHA TEM DE SER O CABECALHO ("H,"), O TRAILER ("T,")
004100* TEM DE EXISTIR E A QUANTIDADE DE DETALHES E DE ATIVOS DELE TEM
004110* DE BATER COM OS DETALHES LIDOS. SO ENTAO O EXTRATO E VALIDO
004120* (WS-EXTRATO-OK) - UM EXTRATO TRUNCADO GERARIA DESATIVACOES
004130* INDEVIDAS.
004140******************************************************************
004150 1100-CARREGAR-EXTRATO.
004160     MOVE "N" TO WS-EXTRATO-OK
004170     OPEN INPUT ARQ-EXT
004180
004190     IF WS-EXT-STATUS = "35"
004200         THEN
004210         MOVE "EXTRATO NAO RECEBIDO" TO WS-ERRO-EXTRATO
004220         GO TO 1100-CARREGAR-EXTRATO-EXIT
004230     END-IF
004240
004250     IF WS-EXT-STATUS NOT = "00"
004260         THEN
004270         DISPLAY "ERRO AO ABRIR EXTRATO - STATUS " WS-EXT-STATUS
004280         STOP RUN
004290     END-IF
004300
004310     PERFORM 1110-LER-EXTRATO
004320         THRU 1110-LER-EXTRATO-EXIT
004330         UNTIL WS-FIM-EXT = "S"
004340
004350     CLOSE ARQ-EXT
004360
004370     IF WS-ERRO-EXTRATO NOT = SPACES
004380         THEN
004390         GO TO 1100-CARREGAR-EXTRATO-EXIT
004400     END-IF
004410
004420     IF NOT TRAILER-LIDO
004430         THEN
004440         MOVE "SEM TRAILER (ARQUIVO TRUNCADO)" TO WS-ERRO-EXTRATO
004450         GO TO 1100-CARREGAR-EXTRATO-EXIT
004460     END-IF
004470
004480     IF WS-TRAILER-QTD NOT = WS-QTD-DET
004490         THEN
004500         MOVE "TRAILER NAO CONFERE COM LIDOS" TO WS-ERRO-EXTRATO
004510         GO TO 1100-CARREGAR-EXTRATO-EXIT
004520     END-IF
004530
004540     IF WS-TRAILER-ATIVOS NOT = WS-QTD-ATIVOS
004550         THEN
004560         MOVE "TRAILER NAO CONFERE COM ATIVOS" TO WS-ERRO-EXTRATO
004570         GO TO 1100-CARREGAR-EXTRATO-EXIT
004580     END-IF
004590
004600     MOVE "S" TO WS-EXTRATO-OK
004610
004620 1100-CARREGAR-EXTRATO-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660* 1110-LER-EXTRATO
004670* LE UMA LINHA DO EXTRATO E A CLASSIFICA: CABECALHO (SO COMO
004680* PRIMEIRA LINHA), TRAILER (SO COMO ULTIMA) OU DETALHE (1120).
004690* QUALQUER QUEBRA DESSA ORDEM ENCERRA A LEITURA COM O MOTIVO EM
004700* WS-ERRO-EXTRATO.
004710******************************************************************
004720 1110-LER-EXTRATO.
004730     MOVE SPACES TO EXT-LINHA
004740
004750     READ ARQ-EXT
004760         AT END
004770             MOVE "S" TO WS-FIM-EXT
004780             GO TO 1110-LER-EXTRATO-EXIT
004790     END-READ
004800
004810     IF TRAILER-LIDO
004820         THEN
004830         MOVE "LINHA APOS O TRAILER" TO WS-ERRO-EXTRATO
004840         MOVE "S" TO WS-FIM-EXT
004850         GO TO 1110-LER-EXTRATO-EXIT
004860     END-IF
004870
004880     IF NOT CABECALHO-LIDO
004890         THEN
004900         IF EXT-TIPO NOT = "H,"
004910             THEN
004920             MOVE "SEM CABECALHO" TO WS-ERRO-EXTRATO
004930             MOVE "S" TO WS-FIM-EXT
004940             GO TO 1110-LER-EXTRATO-EXIT
004950         END-IF
004960         MOVE SPACES TO WS-CABEC-DADOS
004970         UNSTRING EXT-TX DELIMITED BY ","
004980             INTO WS-CAB-TIPO
004990                  WS-CAB-DATA
005000         END-UNSTRING
005010         MOVE WS-CAB-DATA TO WS-DATA-EXTRATO
005020         MOVE "S" TO WS-CABEC-LIDO
005030         GO TO 1110-LER-EXTRATO-EXIT
005040     END-IF
005050
005060     IF EXT-TIPO = "T,"
005070         THEN
005080         MOVE SPACES TO WS-TRAILER-DADOS
005090         UNSTRING EXT-TX DELIMITED BY ","
005100             INTO WS-TRL-TIPO
005110                  WS-TRL-QTD
005120                  WS-TRL-ATIVOS
005130         END-UNSTRING
005140         MOVE FUNCTION NUMVAL(WS-TRL-QTD)    TO WS-TRAILER-QTD
005150         MOVE FUNCTION NUMVAL(WS-TRL-ATIVOS) TO WS-TRAILER-ATIVOS
005160         MOVE "S" TO WS-TRAILER-LIDO
005170         GO TO 1110-LER-EXTRATO-EXIT
005180     END-IF
005190
005200     PERFORM 1120-GUARDAR-DETALHE
005210         THRU 1120-GUARDAR-DETALHE-EXIT
005220
005230 1110-LER-EXTRATO-EXIT.
005240     EXIT.
005250
005260******************************************************************
005270* 1120-GUARDAR-DETALHE
005280* SEPARA OS CAMPOS DO DETALHE CORRENTE DO EXTRATO E O GUARDA NA
005290* TABELA. TODO DETALHE CONTA PARA O TRAILER; SITUACAO DIFERENTE
005300* DE "A" E "I" OU ID REPETIDO SAI NA LISTAGEM. O DETALHE DE
005310* SITUACAO INVALIDA FICA NA TABELA, MAS FORA DO CONFRONTO (2000),
005320* E ASSIM O ALUNO NAO E TIDO COMO AUSENTE DO EXTRATO (3000); O
005330* ID REPETIDO FICA FORA DA TABELA. EXTRATO MAIOR QUE A TABELA
005340* ABORTA A EXECUCAO.
005350******************************************************************
005360 1120-GUARDAR-DETALHE.
005370     ADD 1 TO WS-QTD-DET
005380
005390     MOVE SPACES TO WS-DETALHE
005400     UNSTRING EXT-TX DELIMITED BY ","
005410         INTO WS-DET-ID
005420              WS-DET-NOME
005430              WS-DET-CURSO
005440              WS-DET-SITUACAO
005450     END-UNSTRING
005460
005470     IF DET-ATIVO
005480         THEN
005490         ADD 1 TO WS-QTD-ATIVOS
005500     END-IF
005510
005520     IF NOT DET-ATIVO AND NOT DET-INATIVO
005530         THEN
005540         ADD 1 TO WS-QTD-INVALIDOS
005550         MOVE SPACES TO LST-LINHA
005560         MOVE WS-DET-ID TO LST-ID
005570         MOVE "SITUACAO INVALIDA NO EXTRATO" TO LST-DIVERG
005580         MOVE WS-DET-NOME TO LST-EXTRATO
005590         WRITE LST-LINHA
005600     END-IF
005610
005620     MOVE WS-DET-ID TO WS-ALUNO-ID
005630
005640     PERFORM 1130-LOCALIZAR-EXTRATO
005650         THRU 1130-LOCALIZAR-EXTRATO-EXIT
005660
005670     IF WS-EXT-POS > ZERO
005680         THEN
005690         ADD 1 TO WS-QTD-DUPLIC
005700         MOVE SPACES TO LST-LINHA
005710         MOVE WS-DET-ID TO LST-ID
005720         MOVE "ID REPETIDO NO EXTRATO" TO LST-DIVERG
005730         MOVE WS-DET-NOME TO LST-EXTRATO
005740         WRITE LST-LINHA
005750         GO TO 1120-GUARDAR-DETALHE-EXIT
005760     END-IF
005770
005780     IF WS-EXT-QTDE = 5000
005790         THEN
005800         DISPLAY "EXTRATO EXCEDE A TABELA DE 5000 ALUNOS"
005810         STOP RUN
005820     END-IF
005830
005840     ADD 1 TO WS-EXT-QTDE
005850     MOVE WS-DET-ID       TO WS-EXT-ID(WS-EXT-QTDE)
005860     MOVE WS-DET-NOME     TO WS-EXT-NOME(WS-EXT-QTDE)
005870     MOVE WS-DET-CURSO    TO WS-EXT-CURSO(WS-EXT-QTDE)
005880     MOVE WS-DET-SITUACAO TO WS-EXT-SITUACAO(WS-EXT-QTDE)
005890
005900 1120-GUARDAR-DETALHE-EXIT.
005910     EXIT.
005920
005930******************************************************************
005940* 1130-LOCALIZAR-EXTRATO
005950* PROCURA O ALUNO WS-ALUNO-ID NA TABELA DO EXTRATO. A POSICAO
005960* FICA EM WS-EXT-POS (ZERO SE AUSENTE).
005970******************************************************************
005980 1130-LOCALIZAR-EXTRATO.
005990     MOVE ZERO TO WS-EXT-POS
006000
006010     PERFORM 1131-COMPARAR-EXTRATO
006020         THRU 1131-COMPARAR-EXTRATO-EXIT
006030         VARYING WS-EXT-IDX FROM 1 BY 1
006040         UNTIL WS-EXT-IDX > WS-EXT-QTDE
006050             OR WS-EXT-POS > ZERO
006060
006070 1130-LOCALIZAR-EXTRATO-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110* 1131-COMPARAR-EXTRATO
006120* CONFERE UMA ENTRADA (SUBSCRITO WS-EXT-IDX) DA TABELA DO
006130* EXTRATO CONTRA O ALUNO PROCURADO.
006140******************************************************************
006150 1131-COMPARAR-EXTRATO.
006160     IF WS-EXT-ID(WS-EXT-IDX) = WS-ALUNO-ID
006170         THEN
006180         MOVE WS-EXT-IDX TO WS-EXT-POS
006190     END-IF
006200
006210 1131-COMPARAR-EXTRATO-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250* 2000-CONFRONTAR-EXTRATO
006260* CONFRONTA O ALUNO DA ENTRADA WS-EXT-IDX DO EXTRATO COM O
006270* CADASTRO, PELA CHAVE. AUSENTE NO CADASTRO: SE ATIVO NO
006280* EXTRATO, GERA A INCLUSAO. PRESENTE: CADA CAMPO DIFERENTE SAI
006290* EM LINHA PROPRIA; INATIVO NO EXTRATO E ATIVO NO CADASTRO GERA
006300* A DESATIVACAO (2100); O CONTRARIO (REATIVACAO) NAO TEM
006310* MOVIMENTO NO CADALU E FICA PARA ACERTO DA SECRETARIA. ENTRADA
006320* COM SITUACAO INVALIDA NAO E CONFRONTADA.
006330******************************************************************
006340 2000-CONFRONTAR-EXTRATO.
006350     IF NOT EXT-SITUACAO-VALIDA(WS-EXT-IDX)
006360         THEN
006370         GO TO 2000-CONFRONTAR-EXTRATO-EXIT
006380     END-IF
006390
006400     MOVE "N" TO WS-CAD-ACHOU
006410     MOVE WS-EXT-ID(WS-EXT-IDX) TO CAD-ID
006420
006430     READ ARQ-CAD
006440         INVALID KEY
006450             CONTINUE
006460         NOT INVALID KEY
006470             MOVE "S" TO WS-CAD-ACHOU
006480     END-READ
006490
006500     IF NOT CADASTRO-ENCONTRADO
006510         THEN
006520         ADD 1 TO WS-QTD-SO-EXT
006530         MOVE SPACES TO LST-LINHA
006540         MOVE WS-EXT-ID(WS-EXT-IDX) TO LST-ID
006550         MOVE "AUSENTE NO CADASTRO" TO LST-DIVERG
006560         MOVE WS-EXT-NOME(WS-EXT-IDX) TO LST-EXTRATO
006570         IF WS-EXT-SITUACAO(WS-EXT-IDX) = "A"
006580             THEN
006590             MOVE "I" TO LST-MOV
006600             MOVE "I" TO MOV-OPER
006610             MOVE WS-EXT-ID(WS-EXT-IDX)    TO MOV-ID
006620             MOVE WS-EXT-NOME(WS-EXT-IDX)  TO MOV-NOME
006630             MOVE WS-EXT-CURSO(WS-EXT-IDX) TO MOV-CURSO
006640             WRITE MOV-REG
006650             IF WS-MOV-STATUS NOT = "00"
006660                 THEN
006670                 DISPLAY "ERRO AO GRAVAR MOVIMENTOS - STATUS "
006680                     WS-MOV-STATUS
006690                 STOP RUN
006700             END-IF
006710             ADD 1 TO WS-QTD-INCL
006720         ELSE
006730             MOVE "INATIVO AUSENTE NO CADASTRO" TO LST-DIVERG
006740         END-IF
006750         WRITE LST-LINHA
006760         GO TO 2000-CONFRONTAR-EXTRATO-EXIT
006770     END-IF
006780
006790     IF CAD-NOME NOT = WS-EXT-NOME(WS-EXT-IDX)
006800         THEN
006810         ADD 1 TO WS-QTD-NOME
006820         MOVE SPACES TO LST-LINHA
006830         MOVE CAD-ID TO LST-ID
006840         MOVE "NOME DIFERENTE" TO LST-DIVERG
006850         MOVE CAD-NOME TO LST-CADASTRO
006860         MOVE WS-EXT-NOME(WS-EXT-IDX) TO LST-EXTRATO
006870         WRITE LST-LINHA
006880     END-IF
006890
006900     IF CAD-CURSO NOT = WS-EXT-CURSO(WS-EXT-IDX)
006910         THEN
006920         ADD 1 TO WS-QTD-CURSO
006930         MOVE SPACES TO LST-LINHA
006940         MOVE CAD-ID TO LST-ID
006950         MOVE "CURSO DIFERENTE" TO LST-DIVERG
006960         MOVE CAD-CURSO TO LST-CADASTRO
006970         MOVE WS-EXT-CURSO(WS-EXT-IDX) TO LST-EXTRATO
006980         WRITE LST-LINHA
006990     END-IF
007000
007010     IF CAD-SITUACAO = WS-EXT-SITUACAO(WS-EXT-IDX)
007020         THEN
007030         GO TO 2000-CONFRONTAR-EXTRATO-EXIT
007040     END-IF
007050
007060     ADD 1 TO WS-QTD-SITUACAO
007070     MOVE SPACES TO LST-LINHA
007080     MOVE CAD-ID TO LST-ID
007090     MOVE CAD-SITUACAO TO LST-CADASTRO
007100     MOVE WS-EXT-SITUACAO(WS-EXT-IDX) TO LST-EXTRATO
007110
007120     IF CAD-ATIVO
007130         THEN
007140         MOVE "INATIVO EM REG. ACADEMICOS" TO LST-DIVERG
007150         PERFORM 2100-GERAR-DESATIVACAO
007160             THRU 2100-GERAR-DESATIVACAO-EXIT
007170     ELSE
007180         MOVE "REATIVAR - ACERTO MANUAL" TO LST-DIVERG
007190         WRITE LST-LINHA
007200     END-IF
007210
007220 2000-CONFRONTAR-EXTRATO-EXIT.
007230     EXIT.
007240
007250******************************************************************
007260* 2100-GERAR-DESATIVACAO
007270* GRAVA NO MOVCAD A DESATIVACAO DO ALUNO DO CADASTRO CORRENTE E
007280* A LINHA JA MONTADA DA LISTAGEM. SE O ALUNO AINDA TEM MATRICULA
007290* ATIVA NO TERMO CORRENTE, GRAVA A LINHA DE AVISO: A MATRICULA
007300* DEVE SER CANCELADA NO CADMAT, OU O NOTAS REJEITARA AS NOTAS
007310* DELE.
007320******************************************************************
007330 2100-GERAR-DESATIVACAO.
007340     MOVE "D" TO LST-MOV
007350     WRITE LST-LINHA
007360
007370     MOVE "D"       TO MOV-OPER
007380     MOVE CAD-ID    TO MOV-ID
007390     MOVE CAD-NOME  TO MOV-NOME
007400     MOVE CAD-CURSO TO MOV-CURSO
007410     WRITE MOV-REG
007420     IF WS-MOV-STATUS NOT = "00"
007430         THEN
007440         DISPLAY "ERRO AO GRAVAR MOVIMENTOS - STATUS "
007450             WS-MOV-STATUS
007460         STOP RUN
007470     END-IF
007480     ADD 1 TO WS-QTD-DESAT
007490
007500     MOVE ZEROS TO WS-MAT-ATIVAS
007510
007520     PERFORM 2110-CONTAR-MATRICULA
007530         THRU 2110-CONTAR-MATRICULA-EXIT
007540         VARYING WS-MAT-IDX FROM 1 BY 1
007550         UNTIL WS-MAT-IDX > WS-MAT-QTD
007560
007570     IF WS-MAT-ATIVAS = ZERO
007580         THEN
007590         GO TO 2100-GERAR-DESATIVACAO-EXIT
007600     END-IF
007610
007620     ADD 1 TO WS-QTD-AVISOS
007630     MOVE WS-MAT-ATIVAS TO WS-MAT-ATIVAS-ED
007640     MOVE SPACES TO LST-LINHA
007650     MOVE CAD-ID TO LST-ID
007660     MOVE "*** AVISO: MATRICULA ATIVA" TO LST-DIVERG
007670     STRING WS-MAT-ATIVAS-ED    DELIMITED BY SIZE
007680         " MATRICULA(S) ATIVA(S)" DELIMITED BY SIZE
007690         INTO LST-CADASTRO
007700     STRING "NO TERMO " DELIMITED BY SIZE
007710         WS-TERMO       DELIMITED BY SIZE
007720         INTO LST-EXTRATO
007730     WRITE LST-LINHA
007740
007750 2100-GERAR-DESATIVACAO-EXIT.
007760     EXIT.
007770
007780******************************************************************
007790* 2110-CONTAR-MATRICULA
007800* CONTA A ENTRADA WS-MAT-IDX DA TABELA DE MATRICULAS ATIVAS SE
007810* FOR DO ALUNO DO CADASTRO CORRENTE.
007820******************************************************************
007830 2110-CONTAR-MATRICULA.
007840     IF WS-MAT-ID(WS-MAT-IDX) = CAD-ID
007850         THEN
007860         ADD 1 TO WS-MAT-ATIVAS
007870     END-IF
007880
007890 2110-CONTAR-MATRICULA-EXIT.
007900     EXIT.
007910
007920******************************************************************
007930* 3000-CONFRONTAR-CADASTRO
007940* POSICIONADO O CADASTRO NO INICIO (0000), LE O PROXIMO ALUNO EM
007950* ORDEM DE CHAVE E O PROCURA NO EXTRATO. ALUNO ATIVO AUSENTE DO
007960* EXTRATO GERA A DESATIVACAO (2100); O JA INATIVO SO E CONTADO. O
007970* ALUNO CUJA SITUACAO VEIO INVALIDA NO EXTRATO ESTA NA TABELA E
007980* NAO E DESATIVADO.
007990******************************************************************
008000 3000-CONFRONTAR-CADASTRO.
008010     READ ARQ-CAD NEXT
008020         AT END
008030             MOVE "S" TO WS-FIM-CAD
008040             GO TO 3000-CONFRONTAR-CADASTRO-EXIT
008050     END-READ
008060
008070     ADD 1 TO WS-QTD-CADASTRO
008080     MOVE CAD-ID TO WS-ALUNO-ID
008090
008100     PERFORM 1130-LOCALIZAR-EXTRATO
008110         THRU 1130-LOCALIZAR-EXTRATO-EXIT
008120
008130     IF WS-EXT-POS > ZERO
008140         THEN
008150         GO TO 3000-CONFRONTAR-CADASTRO-EXIT
008160     END-IF
008170
008180     ADD 1 TO WS-QTD-SO-CAD
008190
008200     IF CAD-INATIVO
008210         THEN
008220         GO TO 3000-CONFRONTAR-CADASTRO-EXIT
008230     END-IF
008240
008250     MOVE SPACES TO LST-LINHA
008260     MOVE CAD-ID TO LST-ID
008270     MOVE "AUSENTE EM REG. ACADEMICOS" TO LST-DIVERG
008280     MOVE CAD-NOME TO LST-CADASTRO
008290
008300     PERFORM 2100-GERAR-DESATIVACAO
008310         THRU 2100-GERAR-DESATIVACAO-EXIT
008320
008330 3000-CONFRONTAR-CADASTRO-EXIT.
008340     EXIT.
008350
008360******************************************************************
008370* 8000-FINALIZAR
008380* GRAVA O RESUMO NA LISTAGEM E FECHA OS ARQUIVOS. COM EXTRATO
008390* INVALIDO O CADASTRO E O MOVCAD NEM CHEGARAM A SER ABERTOS.
008400******************************************************************
008410 8000-FINALIZAR.
008420     IF EXTRATO-VALIDO
008430         THEN
008440         CLOSE ARQ-CAD
008450         CLOSE ARQ-MOV
008460     END-IF
008470
008480     PERFORM 8100-IMPRIMIR-RESUMO
008490         THRU 8100-IMPRIMIR-RESUMO-EXIT
008500
008510     CLOSE ARQ-LST
008520
008530     IF NOT EXTRATO-VALIDO
008540         THEN
008550         DISPLAY "SINCCAD - EXTRATO REJEITADO: " WS-ERRO-EXTRATO
008560     END-IF
008570
008580 8000-FINALIZAR-EXIT.
008590     EXIT.
008600
008610******************************************************************
008620* 8100-IMPRIMIR-RESUMO
008630* GRAVA NA LISTAGEM O RODAPE COM A DATA E AS CONTAGENS DO
008640* EXTRATO, DAS DIVERGENCIAS E DOS MOVIMENTOS GERADOS.
008650******************************************************************
008660 8100-IMPRIMIR-RESUMO.
008670     MOVE SPACES TO LST-LINHA
008680     WRITE LST-LINHA
008690
008700     MOVE SPACES TO WS-LINHA-RESUMO
008710     STRING "DATA DO EXTRATO..........: " DELIMITED BY SIZE
008720         WS-DATA-EXTRATO DELIMITED BY SIZE
008730         INTO WS-LINHA-RESUMO
008740     MOVE WS-LINHA-RESUMO TO LST-TX
008750     WRITE LST-LINHA
008760
008770     MOVE WS-QTD-DET TO WS-CONT-ED
008780     MOVE SPACES TO WS-LINHA-RESUMO
008790     STRING "DETALHES DO EXTRATO......: " DELIMITED BY SIZE
008800         WS-CONT-ED DELIMITED BY SIZE
008810         INTO WS-LINHA-RESUMO
008820     MOVE WS-LINHA-RESUMO TO LST-TX
008830     WRITE LST-LINHA
008840
008850     IF NOT EXTRATO-VALIDO
008860         THEN
008870         GO TO 8100-IMPRIMIR-RESUMO-EXIT
008880     END-IF
008890
008900     MOVE WS-QTD-INVALIDOS TO WS-CONT-ED
008910     MOVE SPACES TO WS-LINHA-RESUMO
008920     STRING "SITUACAO INVALIDA........: " DELIMITED BY SIZE
008930         WS-CONT-ED DELIMITED BY SIZE
008940         INTO WS-LINHA-RESUMO
008950     MOVE WS-LINHA-RESUMO TO LST-TX
008960     WRITE LST-LINHA
008970
008980     MOVE WS-QTD-DUPLIC TO WS-CONT-ED
008990     MOVE SPACES TO WS-LINHA-RESUMO
009000     STRING "ID REPETIDO NO EXTRATO...: " DELIMITED BY SIZE
009010         WS-CONT-ED DELIMITED BY SIZE
009020         INTO WS-LINHA-RESUMO
009030     MOVE WS-LINHA-RESUMO TO LST-TX
009040     WRITE LST-LINHA
009050
009060     MOVE WS-QTD-CADASTRO TO WS-CONT-ED
009070     MOVE SPACES TO WS-LINHA-RESUMO
009080     STRING "ALUNOS NO CADASTRO.......: " DELIMITED BY SIZE
009090         WS-CONT-ED DELIMITED BY SIZE
009100         INTO WS-LINHA-RESUMO
009110     MOVE WS-LINHA-RESUMO TO LST-TX
009120     WRITE LST-LINHA
009130
009140     MOVE WS-QTD-SO-EXT TO WS-CONT-ED
009150     MOVE SPACES TO WS-LINHA-RESUMO
009160     STRING "AUSENTES NO CADASTRO.....: " DELIMITED BY SIZE
009170         WS-CONT-ED DELIMITED BY SIZE
009180         INTO WS-LINHA-RESUMO
009190     MOVE WS-LINHA-RESUMO TO LST-TX
009200     WRITE LST-LINHA
009210
009220     MOVE WS-QTD-SO-CAD TO WS-CONT-ED
009230     MOVE SPACES TO WS-LINHA-RESUMO
009240     STRING "AUSENTES NO EXTRATO......: " DELIMITED BY SIZE
009250         WS-CONT-ED DELIMITED BY SIZE
009260         INTO WS-LINHA-RESUMO
009270     MOVE WS-LINHA-RESUMO TO LST-TX
009280     WRITE LST-LINHA
009290
009300     MOVE WS-QTD-NOME TO WS-CONT-ED
009310     MOVE SPACES TO WS-LINHA-RESUMO
009320     STRING "NOMES DIFERENTES.........: " DELIMITED BY SIZE
009330         WS-CONT-ED DELIMITED BY SIZE
009340         INTO WS-LINHA-RESUMO
009350     MOVE WS-LINHA-RESUMO TO LST-TX
009360     WRITE LST-LINHA
009370
009380     MOVE WS-QTD-CURSO TO WS-CONT-ED
009390     MOVE SPACES TO WS-LINHA-RESUMO
009400     STRING "CURSOS DIFERENTES........: " DELIMITED BY SIZE
009410         WS-CONT-ED DELIMITED BY SIZE
009420         INTO WS-LINHA-RESUMO
009430     MOVE WS-LINHA-RESUMO TO LST-TX
009440     WRITE LST-LINHA
009450
009460     MOVE WS-QTD-SITUACAO TO WS-CONT-ED
009470     MOVE SPACES TO WS-LINHA-RESUMO
009480     STRING "SITUACOES DIFERENTES.....: " DELIMITED BY SIZE
009490         WS-CONT-ED DELIMITED BY SIZE
009500         INTO WS-LINHA-RESUMO
009510     MOVE WS-LINHA-RESUMO TO LST-TX
009520     WRITE LST-LINHA
009530
009540     MOVE WS-QTD-INCL TO WS-CONT-ED
009550     MOVE SPACES TO WS-LINHA-RESUMO
009560     STRING "INCLUSOES GERADAS........: " DELIMITED BY SIZE
009570         WS-CONT-ED DELIMITED BY SIZE
009580         INTO WS-LINHA-RESUMO
009590     MOVE WS-LINHA-RESUMO TO LST-TX
009600     WRITE LST-LINHA
009610
009620     MOVE WS-QTD-DESAT TO WS-CONT-ED
009630     MOVE SPACES TO WS-LINHA-RESUMO
009640     STRING "DESATIVACOES GERADAS.....: " DELIMITED BY SIZE
009650         WS-CONT-ED DELIMITED BY SIZE
009660         INTO WS-LINHA-RESUMO
009670     MOVE WS-LINHA-RESUMO TO LST-TX
009680     WRITE LST-LINHA
009690
009700     MOVE WS-QTD-AVISOS TO WS-CONT-ED
009710     MOVE SPACES TO WS-LINHA-RESUMO
009720     STRING "AVISOS DE MATRICULA ATIVA: " DELIMITED BY SIZE
009730         WS-CONT-ED DELIMITED BY SIZE
009740         INTO WS-LINHA-RESUMO
009750     MOVE WS-LINHA-RESUMO TO LST-TX
009760     WRITE LST-LINHA
009770
009780 8100-IMPRIMIR-RESUMO-EXIT.
009790     EXIT.
009800
009810 END PROGRAM SINCCAD.
