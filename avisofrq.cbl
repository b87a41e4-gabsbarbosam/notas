000010******************************************************************
000020* PROGRAM:      AVISOFRQ
000030* AUTHOR:       GABIRELA BARBOSA
000040* INSTALLATION: SETOR DE NOTAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:      AVISO ANTECIPADO DE FREQUENCIA NO MEIO DO TERMO:
000070*               LISTA OS ALUNOS JA ABAIXO DA FREQUENCIA MINIMA E
000080*               OS QUE ESTAO NA MARGEM, COM AS FALTAS QUE AINDA
000090*               PODEM TER, E GERA O ARQUIVO DE NOTIFICACOES
000100* TECTONICS:    cobc
000110******************************************************************
000120* MODIFICATION HISTORY
000130* DATE       INIT DESCRIPTION
000140* 2026-10-15 RLM  VERSAO INICIAL: LE O TERMO E A FREQUENCIA
000150*                 MINIMA NOS PARAMETROS DO NOTAS (PARAM-FREQ-MIN,
000160*                 PADRAO 75) E A MARGEM DE AVISO NO PARAMAVI
000170*                 (PONTOS PERCENTUAIS ACIMA DO MINIMO, PADRAO 10).
000180*                 PARA CADA TURMA DO CONTROLE, LE O ARQUIVO DE
000190*                 FREQUENCIA (CTL-ARQ-FREQ) E CALCULA A FREQUENCIA
000200*                 ATUAL PELA MESMA CONTA DO NOTAS (2062). A
000210*                 LISTAGEM RELAVISO SAI EM DOIS GRUPOS (ABAIXO DO
000220*                 MINIMO E NA MARGEM), COM NOME E CURSO DO
000230*                 CADASTRO E AS FALTAS AINDA DISPONIVEIS PELAS
000240*                 AULAS PREVISTAS DA TURMA (NOVO CAMPO
000250*                 CTL-AULAS-PREV DO CONTROLE). CADA ALUNO EM RISCO
000260*                 GERA UMA LINHA NO ARQUIVO NOTIFRQ PARA A
000270*                 SECRETARIA AVISAR ALUNOS E RESPONSAVEIS. PODE
000280*                 RODAR EM QUALQUER SEMANA: NAO GRAVA NADA NOS
000290*                 ARQUIVOS DO NOTAS.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. AVISOFRQ.
000330 AUTHOR. GABIRELA BARBOSA.
000340 INSTALLATION. SETOR DE NOTAS.
000350 DATE-WRITTEN. 15/10/2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ARQ-PARAM ASSIGN TO "PARAMETROS"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARAM-STATUS.
000440
000450     SELECT ARQ-PAV ASSIGN TO "PARAMAVI"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PAV-STATUS.
000480
000490     SELECT ARQ-CTRL ASSIGN TO "CONTROLE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CTRL-STATUS.
000520
000530     SELECT ARQ-FREQ ASSIGN TO DYNAMIC WS-FREQ-ARQUIVO
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FREQ-STATUS.
000560
000570     SELECT ARQ-CAD ASSIGN TO "CADASTRO"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CAD-ID
000610         FILE STATUS IS WS-CAD-STATUS.
000620
000630     SELECT ARQ-LST ASSIGN TO "RELAVISO"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-LST-STATUS.
000660
000670     SELECT ARQ-NOT ASSIGN TO "NOTIFRQ"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-NOT-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  ARQ-PARAM.
000730 01  PARAM-REG.
000740     05 PARAM-TERMO              PIC X(06).
000750     05 PARAM-LIMITE             PIC 9(02)V9(02).
000760     05 PARAM-MODO               PIC X(01).
000770     05 PARAM-FREQ-MIN           PIC 9(03).
000780
000790 FD  ARQ-PAV.
000800 01  PAV-REG.
000810     05 PAV-MARGEM               PIC 9(02).
000820
000830 FD  ARQ-CTRL.
000840 01  CTL-REG.
000850     05 CTL-TURMA               PIC X(06).
000860     05 CTL-DISC                PIC X(06).
000870     05 CTL-ARQUIVO             PIC X(30).
000880     05 CTL-LIMITE              PIC 9(02)V9(02).
000890     05 CTL-ARQ-FREQ            PIC X(30).
000900     05 CTL-AULAS-PREV          PIC 9(03).
000910
000920 FD  ARQ-FREQ.
000930 01  FRQ-REG.
000940     05 FRQ-ID                  PIC X(10).
000950     05 FRQ-AULAS               PIC 9(03).
000960     05 FRQ-FALTAS              PIC 9(03).
000970
000980 FD  ARQ-CAD.
000990 01  CAD-REG.
001000     05 CAD-ID                  PIC X(10).
001010     05 CAD-NOME                PIC X(30).
001020     05 CAD-CURSO               PIC X(20).
001030     05 CAD-SITUACAO            PIC X(01).
001040         88 CAD-ATIVO                 VALUE "A".
001050         88 CAD-INATIVO               VALUE "I".
001060
001070 FD  ARQ-LST.
001080 01  LST-LINHA.
001090     05 LST-ID                  PIC X(10).
001100     05 FILLER                  PIC X(02).
001110     05 LST-NOME                PIC X(30).
001120     05 FILLER                  PIC X(02).
001130     05 LST-CURSO               PIC X(20).
001140     05 FILLER                  PIC X(02).
001150     05 LST-TURMA               PIC X(06).
001160     05 FILLER                  PIC X(02).
001170     05 LST-DISC                PIC X(06).
001180     05 FILLER                  PIC X(02).
001190     05 LST-AULAS               PIC ZZ9.
001200     05 FILLER                  PIC X(02).
001210     05 LST-PREV                PIC ZZ9.
001220     05 FILLER                  PIC X(02).
001230     05 LST-FALTAS              PIC ZZ9.
001240     05 FILLER                  PIC X(02).
001250     05 LST-FREQ                PIC ZZ9.
001260     05 FILLER                  PIC X(02).
001270     05 LST-DISP                PIC ZZ9.
001280 01  LST-LINHA-TX REDEFINES LST-LINHA.
001290     05 LST-TX                  PIC X(105).
001300
001310 FD  ARQ-NOT.
001320 01  NOT-REG.
001330     05 NOT-TIPO                PIC X(01).
001340         88 NOT-ABAIXO                VALUE "A".
001350         88 NOT-MARGEM                VALUE "M".
001360     05 NOT-ID                  PIC X(10).
001370     05 NOT-NOME                PIC X(30).
001380     05 NOT-CURSO               PIC X(20).
001390     05 NOT-TERMO               PIC X(06).
001400     05 NOT-TURMA               PIC X(06).
001410     05 NOT-DISC                PIC X(06).
001420     05 NOT-AULAS               PIC 9(03).
001430     05 NOT-PREV                PIC 9(03).
001440     05 NOT-FALTAS              PIC 9(03).
001450     05 NOT-FREQ                PIC 9(03).
001460     05 NOT-DISP                PIC 9(03).
001470     05 NOT-DATA                PIC X(08).
001480
001490 WORKING-STORAGE SECTION.
001500
001510 77  WS-PARAM-STATUS   PIC X(02) VALUE SPACES.
001520 77  WS-PAV-STATUS     PIC X(02) VALUE SPACES.
001530 77  WS-CTRL-STATUS    PIC X(02) VALUE SPACES.
001540 77  WS-FREQ-STATUS    PIC X(02) VALUE SPACES.
001550 77  WS-CAD-STATUS     PIC X(02) VALUE SPACES.
001560 77  WS-LST-STATUS     PIC X(02) VALUE SPACES.
001570 77  WS-NOT-STATUS     PIC X(02) VALUE SPACES.
001580 77  WS-FREQ-ARQUIVO   PIC X(30) VALUE SPACES.
001590 77  WS-FIM-CONTROLE   PIC X(01) VALUE "N".
001600 77  WS-FIM-FREQ       PIC X(01) VALUE "N".
001610 77  WS-GRUPO          PIC X(01) VALUE "A".
001620     88 GRUPO-ABAIXO              VALUE "A".
001630     88 GRUPO-MARGEM              VALUE "M".
001640 77  WS-TERMO          PIC X(06) VALUE SPACES.
001650 77  WS-FREQ-MIN       PIC 9(03) VALUE 75.
001660 77  WS-MARGEM         PIC 9(02) VALUE 10.
001670 77  WS-FREQ-TETO      PIC 9(03) VALUE ZEROS.
001680 77  WS-FREQ-PCT       PIC 9(03) VALUE ZEROS.
001690 77  WS-AULAS-PREV     PIC 9(03) VALUE ZEROS.
001700 77  WS-PRES-MIN       PIC 9(03) VALUE ZEROS.
001710 77  WS-PRES-PROD      PIC 9(07) VALUE ZEROS.
001720 77  WS-MAX-FALTAS     PIC 9(03) VALUE ZEROS.
001730 77  WS-FALTAS-DISP    PIC 9(03) VALUE ZEROS.
001740 77  WS-QTD-TURMAS     PIC 9(06) VALUE ZEROS.
001750 77  WS-QTD-SEM-FREQ   PIC 9(06) VALUE ZEROS.
001760 77  WS-QTD-ALUNOS     PIC 9(06) VALUE ZEROS.
001770 77  WS-QTD-ABAIXO     PIC 9(06) VALUE ZEROS.
001780 77  WS-QTD-MARGEM     PIC 9(06) VALUE ZEROS.
001790 77  WS-QTD-SEM-CAD    PIC 9(06) VALUE ZEROS.
001800 77  WS-QTD-NOTIF      PIC 9(06) VALUE ZEROS.
001810 77  WS-CONT-ED        PIC ZZZZZ9.
001820 77  WS-PCT-ED         PIC ZZ9.
001830 77  WS-LINHA-RESUMO   PIC X(62) VALUE SPACES.
001840 77  WS-DATA-HOJE      PIC X(08) VALUE SPACES.
001850
001860 01  WS-CABEC-LST.
001870     05 FILLER PIC X(12) VALUE "ALUNO".
001880     05 FILLER PIC X(32) VALUE "NOME".
001890     05 FILLER PIC X(22) VALUE "CURSO".
001900     05 FILLER PIC X(08) VALUE "TURMA".
001910     05 FILLER PIC X(08) VALUE "DISC".
001920     05 FILLER PIC X(05) VALUE "AUL".
001930     05 FILLER PIC X(05) VALUE "PRV".
001940     05 FILLER PIC X(05) VALUE "FAL".
001950     05 FILLER PIC X(05) VALUE "FRQ".
001960     05 FILLER PIC X(03) VALUE "DSP".
001970
001980 PROCEDURE DIVISION.
001990 0000-MAINLINE.
002000     PERFORM 1000-INICIALIZAR
002010         THRU 1000-INICIALIZAR-EXIT
002020
002030     MOVE "A" TO WS-GRUPO
002040     PERFORM 1500-INICIAR-GRUPO
002050         THRU 1500-INICIAR-GRUPO-EXIT
002060
002070     PERFORM 2000-PROCESSAR-TURMA
002080         THRU 2000-PROCESSAR-TURMA-EXIT
002090         UNTIL WS-FIM-CONTROLE = "S"
002100
002110     MOVE "M" TO WS-GRUPO
002120     PERFORM 1500-INICIAR-GRUPO
002130         THRU 1500-INICIAR-GRUPO-EXIT
002140
002150     PERFORM 2000-PROCESSAR-TURMA
002160         THRU 2000-PROCESSAR-TURMA-EXIT
002170         UNTIL WS-FIM-CONTROLE = "S"
002180
002190     PERFORM 8000-FINALIZAR
002200         THRU 8000-FINALIZAR-EXIT
002210
002220     STOP RUN.
002230
002240******************************************************************
002250* 1000-INICIALIZAR
002260* LE OS PARAMETROS, ABRE O CADASTRO, A LISTAGEM E O ARQUIVO DE
002270* NOTIFICACOES E GRAVA O CABECALHO DA LISTAGEM. SEM CADASTRO NAO
002280* HA NOME NEM CURSO PARA O AVISO: A AUSENCIA ABORTA.
002290******************************************************************
002300 1000-INICIALIZAR.
002310     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002320
002330     PERFORM 1010-LER-PARAMETROS
002340         THRU 1010-LER-PARAMETROS-EXIT
002350
002360     PERFORM 1020-LER-MARGEM
002370         THRU 1020-LER-MARGEM-EXIT
002380
002390     COMPUTE WS-FREQ-TETO = WS-FREQ-MIN + WS-MARGEM
002400
002410     OPEN INPUT ARQ-CAD
002420
002430     IF WS-CAD-STATUS NOT = "00"
002440         THEN
002450         DISPLAY "ERRO AO ABRIR CADASTRO - STATUS " WS-CAD-STATUS
002460         STOP RUN
002470     END-IF
002480
002490     OPEN OUTPUT ARQ-LST
002500
002510     IF WS-LST-STATUS NOT = "00"
002520         THEN
002530         DISPLAY "ERRO AO ABRIR LISTAGEM - STATUS "
002540             WS-LST-STATUS
002550         STOP RUN
002560     END-IF
002570
002580     OPEN OUTPUT ARQ-NOT
002590
002600     IF WS-NOT-STATUS NOT = "00"
002610         THEN
002620         DISPLAY "ERRO AO ABRIR NOTIFRQ - STATUS " WS-NOT-STATUS
002630         STOP RUN
002640     END-IF
002650
002660     MOVE SPACES TO WS-LINHA-RESUMO
002670     STRING "AVISO DE FREQUENCIA - TERMO " DELIMITED BY SIZE
002680         WS-TERMO DELIMITED BY SIZE
002690         " - DATA " DELIMITED BY SIZE
002700         WS-DATA-HOJE DELIMITED BY SIZE
002710         INTO WS-LINHA-RESUMO
002720     MOVE WS-LINHA-RESUMO TO LST-TX
002730     WRITE LST-LINHA
002740
002750 1000-INICIALIZAR-EXIT.
002760     EXIT.
002770
002780******************************************************************
002790* 1010-LER-PARAMETROS
002800* LE O TERMO E A FREQUENCIA MINIMA NO ARQUIVO DE PARAMETROS DO
002810* NOTAS, PARA QUE O AVISO USE O MESMO MINIMO DO FECHAMENTO DAS
002820* NOTAS. ARQUIVO AUSENTE OU VAZIO DEIXA O TERMO EM BRANCO E O
002830* MINIMO NO PADRAO (75 POR CENTO).
002840******************************************************************
002850 1010-LER-PARAMETROS.
002860     MOVE SPACES TO WS-TERMO
002870     OPEN INPUT ARQ-PARAM
002880
002890     IF WS-PARAM-STATUS = "00"
002900         THEN
002910         READ ARQ-PARAM
002920             AT END
002930                 MOVE SPACES TO PARAM-REG
002940         END-READ
002950         MOVE PARAM-TERMO TO WS-TERMO
002960         IF PARAM-FREQ-MIN IS NUMERIC AND PARAM-FREQ-MIN > ZERO
002970             THEN
002980             MOVE PARAM-FREQ-MIN TO WS-FREQ-MIN
002990         END-IF
003000         CLOSE ARQ-PARAM
003010     END-IF
003020
003030 1010-LER-PARAMETROS-EXIT.
003040     EXIT.
003050
003060******************************************************************
003070* 1020-LER-MARGEM
003080* LE NO PARAMAVI A MARGEM DE AVISO, EM PONTOS PERCENTUAIS ACIMA
003090* DA FREQUENCIA MINIMA. ARQUIVO AUSENTE, VAZIO OU COM MARGEM NAO
003100* NUMERICA MANTEM A MARGEM PADRAO (10 PONTOS).
003110******************************************************************
003120 1020-LER-MARGEM.
003130     OPEN INPUT ARQ-PAV
003140
003150     IF WS-PAV-STATUS = "00"
003160         THEN
003170         READ ARQ-PAV
003180             AT END
003190                 MOVE SPACES TO PAV-REG
003200         END-READ
003210         IF PAV-MARGEM IS NUMERIC
003220             THEN
003230             MOVE PAV-MARGEM TO WS-MARGEM
003240         END-IF
003250         CLOSE ARQ-PAV
003260     END-IF
003270
003280 1020-LER-MARGEM-EXIT.
003290     EXIT.
003300
003310******************************************************************
003320* 1500-INICIAR-GRUPO
003330* GRAVA O TITULO E O CABECALHO DO GRUPO CORRENTE NA LISTAGEM E
003340* (RE)ABRE O CONTROLE PARA UMA NOVA PASSADA PELAS TURMAS. A
003350* PRIMEIRA PASSADA LISTA OS ALUNOS ABAIXO DO MINIMO E A SEGUNDA
003360* OS QUE ESTAO NA MARGEM.
003370******************************************************************
003380 1500-INICIAR-GRUPO.
003390     MOVE SPACES TO LST-LINHA
003400     WRITE LST-LINHA
003410
003420     MOVE SPACES TO WS-LINHA-RESUMO
003430
003440     IF GRUPO-ABAIXO
003450         THEN
003460         MOVE WS-FREQ-MIN TO WS-PCT-ED
003470         STRING "ALUNOS ABAIXO DA FREQUENCIA MINIMA DE "
003480             DELIMITED BY SIZE
003490             WS-PCT-ED DELIMITED BY SIZE
003500             "%" DELIMITED BY SIZE
003510             INTO WS-LINHA-RESUMO
003520     ELSE
003530         MOVE WS-FREQ-TETO TO WS-PCT-ED
003540         STRING "ALUNOS NA MARGEM (MINIMO ATE ABAIXO DE "
003550             DELIMITED BY SIZE
003560             WS-PCT-ED DELIMITED BY SIZE
003570             "%)" DELIMITED BY SIZE
003580             INTO WS-LINHA-RESUMO
003590     END-IF
003600
003610     MOVE WS-LINHA-RESUMO TO LST-TX
003620     WRITE LST-LINHA
003630
003640     MOVE WS-CABEC-LST TO LST-LINHA-TX
003650     WRITE LST-LINHA
003660
003670     MOVE "N" TO WS-FIM-CONTROLE
003680     OPEN INPUT ARQ-CTRL
003690
003700     IF WS-CTRL-STATUS NOT = "00"
003710         THEN
003720         DISPLAY "ERRO AO ABRIR ARQUIVO DE CONTROLE - STATUS "
003730             WS-CTRL-STATUS
003740         STOP RUN
003750     END-IF
003760
003770 1500-INICIAR-GRUPO-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810* 2000-PROCESSAR-TURMA
003820* LE O PROXIMO REGISTRO DO CONTROLE E AVALIA OS ALUNOS DO
003830* ARQUIVO DE FREQUENCIA DA TURMA PARA O GRUPO CORRENTE. TURMA
003840* SEM ARQUIVO DE FREQUENCIA NO CONTROLE, OU COM O ARQUIVO AINDA
003850* NAO CRIADO (STATUS 35), E SO CONTADA; OUTRO ERRO DE ABERTURA
003860* ABORTA, COMO NO NOTAS. AS TURMAS SAO CONTADAS NA PRIMEIRA
003870* PASSADA. NO FIM DO CONTROLE, FECHA O ARQUIVO.
003880******************************************************************
003890 2000-PROCESSAR-TURMA.
003900     READ ARQ-CTRL
003910         AT END
003920             MOVE "S" TO WS-FIM-CONTROLE
003930             CLOSE ARQ-CTRL
003940             GO TO 2000-PROCESSAR-TURMA-EXIT
003950     END-READ
003960
003970     IF GRUPO-ABAIXO
003980         THEN
003990         ADD 1 TO WS-QTD-TURMAS
004000     END-IF
004010
004020     MOVE CTL-ARQ-FREQ TO WS-FREQ-ARQUIVO
004030
004040     IF WS-FREQ-ARQUIVO = SPACES
004050         THEN
004060         GO TO 2000-PROCESSAR-SEM-FREQ
004070     END-IF
004080
004090     OPEN INPUT ARQ-FREQ
004100
004110     IF WS-FREQ-STATUS = "35"
004120         THEN
004130         GO TO 2000-PROCESSAR-SEM-FREQ
004140     END-IF
004150
004160     IF WS-FREQ-STATUS NOT = "00"
004170         THEN
004180         DISPLAY "ERRO AO ABRIR FREQUENCIA "
004190             WS-FREQ-ARQUIVO " - STATUS " WS-FREQ-STATUS
004200         STOP RUN
004210     END-IF
004220
004230     PERFORM 2010-DEFINIR-PREVISTAS
004240         THRU 2010-DEFINIR-PREVISTAS-EXIT
004250
004260     MOVE "N" TO WS-FIM-FREQ
004270
004280     PERFORM 2100-AVALIAR-ALUNO
004290         THRU 2100-AVALIAR-ALUNO-EXIT
004300         UNTIL WS-FIM-FREQ = "S"
004310
004320     CLOSE ARQ-FREQ
004330     GO TO 2000-PROCESSAR-TURMA-EXIT
004340
004350 2000-PROCESSAR-SEM-FREQ.
004360     IF GRUPO-ABAIXO
004370         THEN
004380         ADD 1 TO WS-QTD-SEM-FREQ
004390     END-IF
004400
004410 2000-PROCESSAR-TURMA-EXIT.
004420     EXIT.
004430
004440******************************************************************
004450* 2010-DEFINIR-PREVISTAS
004460* GUARDA AS AULAS PREVISTAS DA TURMA (CTL-AULAS-PREV). CONTROLE
004470* SEM O CAMPO (BRANCO OU ZERO) DEIXA O VALOR EM ZERO, E O
004480* CALCULO DE CADA ALUNO USA ENTAO AS AULAS JA DADAS (2110).
004490******************************************************************
004500 2010-DEFINIR-PREVISTAS.
004510     MOVE ZERO TO WS-AULAS-PREV
004520
004530     IF CTL-AULAS-PREV IS NUMERIC
004540         THEN
004550         MOVE CTL-AULAS-PREV TO WS-AULAS-PREV
004560     END-IF
004570
004580 2010-DEFINIR-PREVISTAS-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620* 2100-AVALIAR-ALUNO
004630* LE UMA LINHA DO ARQUIVO DE FREQUENCIA E CALCULA A FREQUENCIA
004640* ATUAL DO ALUNO PELA CONTA DO NOTAS (2062). ALUNO DO GRUPO
004650* CORRENTE SAI NA LISTAGEM E NAS NOTIFICACOES (2200). AULAS OU
004660* FALTAS NAO NUMERICAS E FALTAS MAIORES QUE AS AULAS ABORTAM,
004670* COMO NA CARGA DO NOTAS (3265); ALUNO SEM AULAS DADAS E
004680* IGNORADO.
004690******************************************************************
004700 2100-AVALIAR-ALUNO.
004710     READ ARQ-FREQ
004720         AT END
004730             MOVE "S" TO WS-FIM-FREQ
004740             GO TO 2100-AVALIAR-ALUNO-EXIT
004750     END-READ
004760
004770     IF FRQ-AULAS NOT NUMERIC
004780         OR FRQ-FALTAS NOT NUMERIC
004790         THEN
004800         DISPLAY "FREQUENCIA " WS-FREQ-ARQUIVO
004810             " COM AULAS/FALTAS NAO NUMERICAS - ALUNO " FRQ-ID
004820         STOP RUN
004830     END-IF
004840
004850     IF FRQ-FALTAS > FRQ-AULAS
004860         THEN
004870         DISPLAY "FREQUENCIA " WS-FREQ-ARQUIVO
004880             " COM FALTAS MAIORES QUE AS AULAS - ALUNO " FRQ-ID
004890         STOP RUN
004900     END-IF
004910
004920     IF FRQ-AULAS = ZERO
004930         THEN
004940         GO TO 2100-AVALIAR-ALUNO-EXIT
004950     END-IF
004960
004970     IF GRUPO-ABAIXO
004980         THEN
004990         ADD 1 TO WS-QTD-ALUNOS
005000     END-IF
005010
005020     COMPUTE WS-FREQ-PCT ROUNDED =
005030         ((FRQ-AULAS - FRQ-FALTAS) * 100) / FRQ-AULAS
005040
005050     IF GRUPO-ABAIXO
005060         AND WS-FREQ-PCT < WS-FREQ-MIN
005070         THEN
005080         PERFORM 2200-AVISAR-ALUNO
005090             THRU 2200-AVISAR-ALUNO-EXIT
005100         ADD 1 TO WS-QTD-ABAIXO
005110     END-IF
005120
005130     IF GRUPO-MARGEM
005140         AND WS-FREQ-PCT NOT < WS-FREQ-MIN
005150         AND WS-FREQ-PCT < WS-FREQ-TETO
005160         THEN
005170         PERFORM 2200-AVISAR-ALUNO
005180             THRU 2200-AVISAR-ALUNO-EXIT
005190         ADD 1 TO WS-QTD-MARGEM
005200     END-IF
005210
005220 2100-AVALIAR-ALUNO-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260* 2110-CALCULAR-DISPONIVEIS
005270* CALCULA QUANTAS FALTAS O ALUNO AINDA PODE TER ATE O FIM DO
005280* TERMO. A BASE SAO AS AULAS PREVISTAS DA TURMA (OU AS JA DADAS,
005290* SE O CONTROLE NAO TROUXER PREVISAO OU ELA FOR MENOR). A
005300* PRESENCA MINIMA E A MENOR QUANTIDADE DE AULAS ASSISTIDAS CUJA
005310* FREQUENCIA ARREDONDADA (COMO NO NOTAS) ALCANCA O MINIMO:
005320* PRESENCAS * 100 / AULAS >= MINIMO - 0,5. AS FALTAS
005330* DISPONIVEIS SAO AS AULAS MENOS A PRESENCA MINIMA MENOS AS
005340* FALTAS JA TIDAS, E FICAM EM ZERO QUANDO ESGOTADAS.
005350******************************************************************
005360 2110-CALCULAR-DISPONIVEIS.
005370     IF WS-AULAS-PREV < FRQ-AULAS
005380         THEN
005390         MOVE FRQ-AULAS TO NOT-PREV
005400     ELSE
005410         MOVE WS-AULAS-PREV TO NOT-PREV
005420     END-IF
005430
005440     COMPUTE WS-PRES-PROD = ((WS-FREQ-MIN * 2) - 1) * NOT-PREV
005450     COMPUTE WS-PRES-MIN = WS-PRES-PROD / 200
005460
005470     IF (WS-PRES-MIN * 200) < WS-PRES-PROD
005480         THEN
005490         ADD 1 TO WS-PRES-MIN
005500     END-IF
005510
005520     MOVE ZERO TO WS-FALTAS-DISP
005530
005540     IF WS-PRES-MIN > NOT-PREV
005550         THEN
005560         GO TO 2110-CALCULAR-DISPONIVEIS-EXIT
005570     END-IF
005580
005590     COMPUTE WS-MAX-FALTAS = NOT-PREV - WS-PRES-MIN
005600
005610     IF WS-MAX-FALTAS > FRQ-FALTAS
005620         THEN
005630         COMPUTE WS-FALTAS-DISP = WS-MAX-FALTAS - FRQ-FALTAS
005640     END-IF
005650
005660 2110-CALCULAR-DISPONIVEIS-EXIT.
005670     EXIT.
005680
005690******************************************************************
005700* 2200-AVISAR-ALUNO
005710* MONTA O AVISO DO ALUNO CORRENTE: NOME E CURSO DO CADASTRO
005720* (ALUNO AUSENTE DO CADASTRO SAI ASSIM MESMO, COM A MARCA NO
005730* NOME, PARA A SECRETARIA CONFERIR), FALTAS DISPONIVEIS (2110).
005740* GRAVA A LINHA DA LISTAGEM E A NOTIFICACAO.
005750******************************************************************
005760 2200-AVISAR-ALUNO.
005770     MOVE SPACES TO NOT-REG
005780     MOVE WS-GRUPO     TO NOT-TIPO
005790     MOVE FRQ-ID       TO NOT-ID
005800     MOVE WS-TERMO     TO NOT-TERMO
005810     MOVE CTL-TURMA    TO NOT-TURMA
005820     MOVE CTL-DISC     TO NOT-DISC
005830     MOVE FRQ-AULAS    TO NOT-AULAS
005840     MOVE FRQ-FALTAS   TO NOT-FALTAS
005850     MOVE WS-FREQ-PCT  TO NOT-FREQ
005860     MOVE WS-DATA-HOJE TO NOT-DATA
005870
005880     MOVE FRQ-ID TO CAD-ID
005890     READ ARQ-CAD
005900         INVALID KEY
005910             MOVE "*** AUSENTE DO CADASTRO ***" TO NOT-NOME
005920             ADD 1 TO WS-QTD-SEM-CAD
005930         NOT INVALID KEY
005940             MOVE CAD-NOME  TO NOT-NOME
005950             MOVE CAD-CURSO TO NOT-CURSO
005960     END-READ
005970
005980     PERFORM 2110-CALCULAR-DISPONIVEIS
005990         THRU 2110-CALCULAR-DISPONIVEIS-EXIT
006000
006010     MOVE WS-FALTAS-DISP TO NOT-DISP
006020
006030     MOVE SPACES     TO LST-LINHA
006040     MOVE NOT-ID     TO LST-ID
006050     MOVE NOT-NOME   TO LST-NOME
006060     MOVE NOT-CURSO  TO LST-CURSO
006070     MOVE NOT-TURMA  TO LST-TURMA
006080     MOVE NOT-DISC   TO LST-DISC
006090     MOVE NOT-AULAS  TO LST-AULAS
006100     MOVE NOT-PREV   TO LST-PREV
006110     MOVE NOT-FALTAS TO LST-FALTAS
006120     MOVE NOT-FREQ   TO LST-FREQ
006130     MOVE NOT-DISP   TO LST-DISP
006140     WRITE LST-LINHA
006150
006160     WRITE NOT-REG
006170
006180     IF WS-NOT-STATUS NOT = "00"
006190         THEN
006200         DISPLAY "ERRO AO GRAVAR NOTIFRQ - STATUS " WS-NOT-STATUS
006210         STOP RUN
006220     END-IF
006230
006240     ADD 1 TO WS-QTD-NOTIF
006250
006260 2200-AVISAR-ALUNO-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300* 8000-FINALIZAR
006310* GRAVA O RESUMO NA LISTAGEM E FECHA OS ARQUIVOS.
006320******************************************************************
006330 8000-FINALIZAR.
006340     MOVE SPACES TO LST-LINHA
006350     WRITE LST-LINHA
006360
006370     MOVE WS-QTD-TURMAS TO WS-CONT-ED
006380     MOVE SPACES TO WS-LINHA-RESUMO
006390     STRING "TURMAS DO CONTROLE.....: " DELIMITED BY SIZE
006400         WS-CONT-ED DELIMITED BY SIZE
006410         INTO WS-LINHA-RESUMO
006420     MOVE WS-LINHA-RESUMO TO LST-TX
006430     WRITE LST-LINHA
006440
006450     MOVE WS-QTD-SEM-FREQ TO WS-CONT-ED
006460     MOVE SPACES TO WS-LINHA-RESUMO
006470     STRING "TURMAS SEM FREQUENCIA..: " DELIMITED BY SIZE
006480         WS-CONT-ED DELIMITED BY SIZE
006490         INTO WS-LINHA-RESUMO
006500     MOVE WS-LINHA-RESUMO TO LST-TX
006510     WRITE LST-LINHA
006520
006530     MOVE WS-QTD-ALUNOS TO WS-CONT-ED
006540     MOVE SPACES TO WS-LINHA-RESUMO
006550     STRING "ALUNOS AVALIADOS.......: " DELIMITED BY SIZE
006560         WS-CONT-ED DELIMITED BY SIZE
006570         INTO WS-LINHA-RESUMO
006580     MOVE WS-LINHA-RESUMO TO LST-TX
006590     WRITE LST-LINHA
006600
006610     MOVE WS-QTD-ABAIXO TO WS-CONT-ED
006620     MOVE SPACES TO WS-LINHA-RESUMO
006630     STRING "ABAIXO DO MINIMO.......: " DELIMITED BY SIZE
006640         WS-CONT-ED DELIMITED BY SIZE
006650         INTO WS-LINHA-RESUMO
006660     MOVE WS-LINHA-RESUMO TO LST-TX
006670     WRITE LST-LINHA
006680
006690     MOVE WS-QTD-MARGEM TO WS-CONT-ED
006700     MOVE SPACES TO WS-LINHA-RESUMO
006710     STRING "NA MARGEM..............: " DELIMITED BY SIZE
006720         WS-CONT-ED DELIMITED BY SIZE
006730         INTO WS-LINHA-RESUMO
006740     MOVE WS-LINHA-RESUMO TO LST-TX
006750     WRITE LST-LINHA
006760
006770     MOVE WS-QTD-SEM-CAD TO WS-CONT-ED
006780     MOVE SPACES TO WS-LINHA-RESUMO
006790     STRING "AUSENTES DO CADASTRO...: " DELIMITED BY SIZE
006800         WS-CONT-ED DELIMITED BY SIZE
006810         INTO WS-LINHA-RESUMO
006820     MOVE WS-LINHA-RESUMO TO LST-TX
006830     WRITE LST-LINHA
006840
006850     MOVE WS-QTD-NOTIF TO WS-CONT-ED
006860     MOVE SPACES TO WS-LINHA-RESUMO
006870     STRING "NOTIFICACOES GRAVADAS..: " DELIMITED BY SIZE
006880         WS-CONT-ED DELIMITED BY SIZE
006890         INTO WS-LINHA-RESUMO
006900     MOVE WS-LINHA-RESUMO TO LST-TX
006910     WRITE LST-LINHA
006920
006930     CLOSE ARQ-CAD
006940     CLOSE ARQ-LST
006950     CLOSE ARQ-NOT
006960
006970 8000-FINALIZAR-EXIT.
006980     EXIT.
006990
007000 END PROGRAM AVISOFRQ.
