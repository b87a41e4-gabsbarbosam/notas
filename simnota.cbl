000010******************************************************************
000020* PROGRAM:      SIMNOTA
000030* AUTHOR:       GABIRELA BARBOSA
000040* INSTALLATION: SETOR DE NOTAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:      SIMULAR, SEM ALTERAR NENHUM ARQUIVO DO NOTAS, O
000070*               RESULTADO DOS ALUNOS DE UM TERMO COM OUTRO LIMITE
000080*               DE APROVACAO, OUTRA FREQUENCIA MINIMA OU OUTROS
000090*               PESOS DAS AVALIACOES
000100* TECTONICS:    cobc
000110******************************************************************
000120* MODIFICATION HISTORY
000130* DATE       INIT DESCRIPTION
000140* 2026-10-15 RLM  VERSAO INICIAL: LE OS PARAMETROS DA SIMULACAO
000150*                 (PARAMSIM: REGISTRO "T" COM TERMO, LIMITE
000160*                 PADRAO, FREQUENCIA MINIMA E NOME DO ARQUIVO DE
000170*                 CONTROLE DO TERMO; REGISTROS "L" COM LIMITE POR
000180*                 TURMA + DISCIPLINA; REGISTROS "P" COM PESOS POR
000190*                 TURMA + DISCIPLINA OU POR DISCIPLINA) E REFAZ O
000200*                 CALCULO DE CADA REGISTRO NAO SUPERADO DO
000210*                 HISTORICO DO TERMO COM AS MESMAS REGRAS DE
000220*                 MEDIA, RECUPERACAO, SEGUNDA CHAMADA E FREQUENCIA
000230*                 DO NOTAS (2050/2060/2062), A PARTIR DAS NOTAS DO
000240*                 HISTORICO E DOS PESOS, RECUPERACAO E FREQUENCIA
000250*                 DOS ARQUIVOS DE CADA TURMA DO CONTROLE. LISTA EM
000260*                 RELSIM OS ALUNOS CUJO STATUS MUDARIA (ATUAL X
000270*                 SIMULADO), COM TOTAIS POR TURMA E DO TERMO. O
000280*                 HISTORICO E SO LIDO; JORNAL E INTERFACE NAO SAO
000290*                 ABERTOS.
000300* 2026-10-15 RLM  REGISTRO RETIFICADO ("R") E SIMULADO COM A
000310*                 RECUPERACAO E OS PESOS DA ULTIMA TRANSACAO DO
000320*                 ALUNO NO ARQUIVO RETIFICACOES (DO CADREV OU DA
000330*                 SECRETARIA), COMO NA RETIFICACAO DO NOTAS. SEM A
000340*                 TRANSACAO, O REGISTRO FICA FORA DA SIMULACAO E
000350*                 SAI NA LISTAGEM, EM VEZ DE SER REFEITO COM A
000360*                 RECUPERACAO DO ARQUIVO DE NOTAS.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. SIMNOTA.
000400 AUTHOR. GABIRELA BARBOSA.
000410 INSTALLATION. SETOR DE NOTAS.
000420 DATE-WRITTEN. 15/10/2026.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT ARQ-SIM ASSIGN TO "PARAMSIM"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-SIM-STATUS.
000510
000520     SELECT ARQ-PARAM ASSIGN TO "PARAMETROS"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PARAM-STATUS.
000550
000560     SELECT ARQ-HIST ASSIGN TO "HISTORICO"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS HIST-CHAVE
000600         FILE STATUS IS WS-HIST-STATUS.
000610
000620     SELECT ARQ-CTRL ASSIGN TO DYNAMIC WS-CTRL-ARQUIVO
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CTRL-STATUS.
000650
000660     SELECT ARQ-ALUNOS ASSIGN TO DYNAMIC WS-ALUNOS-ARQUIVO
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-ALUNOS-STATUS.
000690
000700     SELECT ARQ-FREQ ASSIGN TO DYNAMIC WS-FREQ-ARQUIVO
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-FREQ-STATUS.
000730
000740     SELECT ARQ-RETIF ASSIGN TO "RETIFICACOES"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RETIF-STATUS.
000770
000780     SELECT ARQ-LST ASSIGN TO "RELSIM"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-LST-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  ARQ-SIM.
000840 01  SIM-REG.
000850     05 SIM-TIPO                PIC X(01).
000860         88 SIM-REG-TERMO             VALUE "T".
000870         88 SIM-REG-LIMITE            VALUE "L".
000880         88 SIM-REG-PESOS             VALUE "P".
000890     05 SIM-TERMO               PIC X(06).
000900     05 SIM-LIMITE-PADRAO       PIC 9(02)V9(02).
000910     05 SIM-FREQ-MIN            PIC 9(03).
000920     05 SIM-ARQ-CONTROLE        PIC X(30).
000930 01  SIM-REG-TURMA.
000940     05 FILLER                  PIC X(01).
000950     05 SIM-TURMA               PIC X(06).
000960     05 SIM-DISC                PIC X(06).
000970     05 SIM-LIMITE              PIC 9(02)V9(02).
000980     05 SIM-PESOS.
000990         10 SIM-PESO             PIC 9(03) OCCURS 4 TIMES.
001000
001010 FD  ARQ-PARAM.
001020 01  PARAM-REG.
001030     05 PARAM-TERMO              PIC X(06).
001040     05 PARAM-LIMITE             PIC 9(02)V9(02).
001050     05 PARAM-MODO               PIC X(01).
001060     05 PARAM-FREQ-MIN           PIC 9(03).
001070
001080 FD  ARQ-HIST.
001090 01  HIST-LINHA.
001100     05 HIST-CHAVE.
001110         10 HIST-ID              PIC X(10).
001120         10 HIST-TERMO           PIC X(06).
001130         10 HIST-DISC            PIC X(06).
001140     05 FILLER                  PIC X(03).
001150     05 HIST-TURMA              PIC X(06).
001160     05 FILLER                  PIC X(03).
001170     05 HIST-QTD-NOTAS          PIC 9(01).
001180     05 FILLER                  PIC X(03).
001190     05 HIST-NOTAS-TAB OCCURS 4 TIMES.
001200         10 HIST-NOTA-TX         PIC X(05).
001210         10 FILLER               PIC X(03).
001220     05 HIST-RESUL-TX           PIC X(05).
001230     05 FILLER                  PIC X(03).
001240     05 HIST-STATUS             PIC X(26).
001250     05 FILLER                  PIC X(03).
001260     05 HIST-SIT                PIC X(01).
001270         88 HIST-SUPERADO             VALUE "S".
001280         88 HIST-RETIFICADO           VALUE "R".
001290
001300 FD  ARQ-CTRL.
001310 01  CTL-REG.
001320     05 CTL-TURMA               PIC X(06).
001330     05 CTL-DISC                PIC X(06).
001340     05 CTL-ARQUIVO             PIC X(30).
001350     05 CTL-LIMITE              PIC 9(02)V9(02).
001360     05 CTL-ARQ-FREQ            PIC X(30).
001370     05 CTL-AULAS-PREV          PIC 9(03).
001380
001390 FD  ARQ-ALUNOS.
001400 01  ALUNO-REG.
001410     05 ALU-ID                  PIC X(10).
001420     05 ALU-TURMA               PIC X(06).
001430     05 ALU-DISC                PIC X(06).
001440     05 ALU-QTD-NOTAS           PIC 9(01).
001450     05 ALU-REC-NOTA            PIC 9(02)V9(02).
001460     05 ALU-FEZ-RECUP           PIC X(01).
001470     05 ALU-NOTAS-TAB OCCURS 1 TO 4 TIMES
001480         DEPENDING ON ALU-QTD-NOTAS.
001490         10 ALU-NOTA             PIC 9(02)V9(02).
001500         10 ALU-PESO             PIC 9(03).
001510         10 ALU-FALTOU           PIC X(01).
001520
001530 FD  ARQ-FREQ.
001540 01  FRQ-REG.
001550     05 FRQ-ID                  PIC X(10).
001560     05 FRQ-AULAS               PIC 9(03).
001570     05 FRQ-FALTAS              PIC 9(03).
001580
001590 FD  ARQ-RETIF.
001600 01  RET-REG.
001610     05 RET-ID                  PIC X(10).
001620     05 RET-TURMA               PIC X(06).
001630     05 RET-DISC                PIC X(06).
001640     05 RET-TERMO               PIC X(06).
001650     05 RET-QTD-NOTAS           PIC 9(01).
001660     05 RET-REC-NOTA            PIC 9(02)V9(02).
001670     05 RET-FEZ-RECUP           PIC X(01).
001680     05 RET-NOTAS-TAB OCCURS 4 TIMES.
001690         10 RET-NOTA            PIC 9(02)V9(02).
001700         10 RET-PESO            PIC 9(03).
001710
001720 FD  ARQ-LST.
001730 01  LST-LINHA.
001740     05 LST-ID                  PIC X(10).
001750     05 FILLER                  PIC X(02).
001760     05 LST-RESUL-ANT           PIC X(05).
001770     05 FILLER                  PIC X(02).
001780     05 LST-STATUS-ANT          PIC X(22).
001790     05 FILLER                  PIC X(02).
001800     05 LST-RESUL-NOVO          PIC X(05).
001810     05 FILLER                  PIC X(02).
001820     05 LST-STATUS-NOVO         PIC X(22).
001830     05 FILLER                  PIC X(08).
001840 01  LST-LINHA-TX REDEFINES LST-LINHA.
001850     05 LST-TX                  PIC X(80).
001860
001870 WORKING-STORAGE SECTION.
001880
001890 77  WS-SIM-STATUS     PIC X(02) VALUE SPACES.
001900 77  WS-PARAM-STATUS   PIC X(02) VALUE SPACES.
001910 77  WS-HIST-STATUS    PIC X(02) VALUE SPACES.
001920 77  WS-CTRL-STATUS    PIC X(02) VALUE SPACES.
001930 77  WS-ALUNOS-STATUS  PIC X(02) VALUE SPACES.
001940 77  WS-FREQ-STATUS    PIC X(02) VALUE SPACES.
001950 77  WS-RETIF-STATUS   PIC X(02) VALUE SPACES.
001960 77  WS-LST-STATUS     PIC X(02) VALUE SPACES.
001970 77  WS-CTRL-ARQUIVO   PIC X(30) VALUE "CONTROLE".
001980 77  WS-ALUNOS-ARQUIVO PIC X(30) VALUE SPACES.
001990 77  WS-FREQ-ARQUIVO   PIC X(30) VALUE SPACES.
002000 77  WS-FIM-SIM        PIC X(01) VALUE "N".
002010 77  WS-FIM-CONTROLE   PIC X(01) VALUE "N".
002020 77  WS-FIM-ALUNOS     PIC X(01) VALUE "N".
002030 77  WS-FIM-FREQ       PIC X(01) VALUE "N".
002040 77  WS-FIM-RETIF      PIC X(01) VALUE "N".
002050 77  WS-FIM-HIST       PIC X(01) VALUE "N".
002060 77  WS-TERMO          PIC X(06) VALUE SPACES.
002070 77  WS-TURMA          PIC X(06) VALUE SPACES.
002080 77  WS-DISC           PIC X(06) VALUE SPACES.
002090 77  WS-LIMITE-PADRAO  PIC 9(02)V9(02) VALUE 7.
002100 77  WS-LIMITE-SIM-PAD PIC 9(02)V9(02) VALUE ZEROS.
002110 77  WS-LIMITE-ATUAL   PIC 9(02)V9(02) VALUE ZEROS.
002120 77  WS-LIMITE         PIC 9(02)V9(02) VALUE ZEROS.
002130 77  WS-LIMITE-ED      PIC Z9.99.
002140 77  WS-LIMITE-ATU-ED  PIC Z9.99.
002150 77  WS-FREQ-MIN-ATUAL PIC 9(03) VALUE 75.
002160 77  WS-FREQ-MIN       PIC 9(03) VALUE ZEROS.
002170 77  WS-FREQ-PCT       PIC 9(03) VALUE ZEROS.
002180 77  WS-ALT-QTDE       PIC 9(04) COMP VALUE ZERO.
002190 77  WS-ALT-IDX        PIC 9(04) COMP VALUE ZERO.
002200 77  WS-ALT-LIM-POS    PIC 9(04) COMP VALUE ZERO.
002210 77  WS-ALT-PESO-POS   PIC 9(04) COMP VALUE ZERO.
002220 77  WS-ALT-DISC-POS   PIC 9(04) COMP VALUE ZERO.
002230 77  WS-FRQ-QTD        PIC 9(04) COMP VALUE ZERO.
002240 77  WS-FRQ-IDX        PIC 9(04) COMP VALUE ZERO.
002250 77  WS-FRQ-POS        PIC 9(04) COMP VALUE ZERO.
002260 77  WS-RET-QTDE       PIC 9(04) COMP VALUE ZERO.
002270 77  WS-RET-IDX        PIC 9(04) COMP VALUE ZERO.
002280 77  WS-RET-POS        PIC 9(04) COMP VALUE ZERO.
002290 77  WS-IDX            PIC 9(01) COMP VALUE ZERO.
002300 77  WS-QTD-NOTAS      PIC 9(01) VALUE ZERO.
002310 77  WS-QTD-FALTAS     PIC 9(01) VALUE ZERO.
002320 77  WS-PESO-TOTAL     PIC 9(03) VALUE ZEROS.
002330 77  WS-SOMA-NOTAS     PIC 9(04)V9(02) VALUE ZEROS.
002340 77  WS-SOMA-PONDERADA PIC 9(06)V9(02) VALUE ZEROS.
002350 77  WS-RESUL          PIC 9(02)V9(02) VALUE ZEROS.
002360 77  WS-RESUL-FINAL    PIC 9(02)V9(02) VALUE ZEROS.
002370 77  WS-RESUL-ED       PIC Z9.99.
002380 77  WS-REC-NOTA       PIC 9(02)V9(02) VALUE ZEROS.
002390 77  WS-FEZ-RECUP      PIC X(01) VALUE "N".
002400     88 FEZ-RECUPERACAO           VALUE "S".
002410 77  WS-STATUS         PIC X(26) VALUE SPACES.
002420 77  WS-STATUS-CLASSE  PIC X(26) VALUE SPACES.
002430 77  WS-CLASSE         PIC X(01) VALUE SPACES.
002440     88 CLASSE-APROVADO           VALUE "A".
002450     88 CLASSE-REPROVADO          VALUE "R".
002460     88 CLASSE-REP-FALTA          VALUE "F".
002470     88 CLASSE-PENDENTE           VALUE "P".
002480 77  WS-QTD-HIST-TERMO PIC 9(05) VALUE ZEROS.
002490 77  WS-QTD-SUPERADOS  PIC 9(05) VALUE ZEROS.
002500 77  WS-QTD-TURMAS     PIC 9(05) VALUE ZEROS.
002510 77  WS-QTD-NAO-SIM    PIC 9(05) VALUE ZEROS.
002520 77  WS-QTD-SEM-RETIF  PIC 9(05) VALUE ZEROS.
002530 77  WS-CONT-ED        PIC ZZZZ9.
002540 77  WS-CONT-ED2       PIC ZZZZ9.
002550 77  WS-ROTULO         PIC X(24) VALUE SPACES.
002560 77  WS-QTD-ANT        PIC 9(05) VALUE ZEROS.
002570 77  WS-QTD-NOVO       PIC 9(05) VALUE ZEROS.
002580 77  WS-LINHA-RESUMO   PIC X(80) VALUE SPACES.
002590
002600 01  WS-NOTAS-TAB.
002610     05 WS-NOTA-ENTRADA OCCURS 4 TIMES.
002620         10 WS-NOTA          PIC 9(02)V9(02).
002630         10 WS-PESO          PIC 9(03).
002640
002650 01  WS-ALT-TABELA.
002660     05 WS-ALT-ENTRADA OCCURS 200 TIMES.
002670         10 WS-ALT-TIPO      PIC X(01).
002680         10 WS-ALT-TURMA     PIC X(06).
002690         10 WS-ALT-DISC      PIC X(06).
002700         10 WS-ALT-LIMITE    PIC 9(02)V9(02).
002710         10 WS-ALT-PESOS.
002720             15 WS-ALT-PESO  PIC 9(03) OCCURS 4 TIMES.
002730
002740 01  WS-FRQ-TABELA.
002750     05 WS-FRQ-ENTRADA OCCURS 500 TIMES.
002760         10 WS-FRQ-ID        PIC X(10).
002770         10 WS-FRQ-AULAS     PIC 9(03).
002780         10 WS-FRQ-FALTAS    PIC 9(03).
002790
002800 01  WS-RET-BUSCA.
002810     05 WS-RBU-ID               PIC X(10).
002820     05 WS-RBU-TURMA            PIC X(06).
002830     05 WS-RBU-DISC             PIC X(06).
002840
002850 01  WS-RET-TABELA.
002860     05 WS-RET-ENTRADA OCCURS 2000 TIMES.
002870         10 WS-RET-CHAVE.
002880             15 WS-RET-ID    PIC X(10).
002890             15 WS-RET-TURMA PIC X(06).
002900             15 WS-RET-DISC  PIC X(06).
002910         10 WS-RET-REC       PIC 9(02)V9(02).
002920         10 WS-RET-FEZ       PIC X(01).
002930         10 WS-RET-PESO      PIC 9(03) OCCURS 4 TIMES.
002940
002950 01  WS-TOT-TURMA.
002960     05 WS-TUR-SIMULADOS     PIC 9(05).
002970     05 WS-TUR-MUDANCAS      PIC 9(05).
002980     05 WS-TUR-APROV-ANT     PIC 9(05).
002990     05 WS-TUR-APROV-NOVO    PIC 9(05).
003000     05 WS-TUR-REPROV-ANT    PIC 9(05).
003010     05 WS-TUR-REPROV-NOVO   PIC 9(05).
003020     05 WS-TUR-FALTA-ANT     PIC 9(05).
003030     05 WS-TUR-FALTA-NOVO    PIC 9(05).
003040     05 WS-TUR-PEND-ANT      PIC 9(05).
003050     05 WS-TUR-PEND-NOVO     PIC 9(05).
003060
003070 01  WS-TOT-TERMO.
003080     05 WS-TER-SIMULADOS     PIC 9(05).
003090     05 WS-TER-MUDANCAS      PIC 9(05).
003100     05 WS-TER-APROV-ANT     PIC 9(05).
003110     05 WS-TER-APROV-NOVO    PIC 9(05).
003120     05 WS-TER-REPROV-ANT    PIC 9(05).
003130     05 WS-TER-REPROV-NOVO   PIC 9(05).
003140     05 WS-TER-FALTA-ANT     PIC 9(05).
003150     05 WS-TER-FALTA-NOVO    PIC 9(05).
003160     05 WS-TER-PEND-ANT      PIC 9(05).
003170     05 WS-TER-PEND-NOVO     PIC 9(05).
003180
003190 01  WS-CABEC-LST.
003200     05 FILLER PIC X(12) VALUE "ALUNO".
003210     05 FILLER PIC X(07) VALUE "MEDIA".
003220     05 FILLER PIC X(24) VALUE "STATUS ATUAL".
003230     05 FILLER PIC X(07) VALUE "MEDIA".
003240     05 FILLER PIC X(30) VALUE "STATUS SIMULADO".
003250
003260 PROCEDURE DIVISION.
003270 0000-MAINLINE.
003280     PERFORM 1000-INICIALIZAR
003290         THRU 1000-INICIALIZAR-EXIT
003300
003310     PERFORM 2000-SIMULAR-TURMA
003320         THRU 2000-SIMULAR-TURMA-EXIT
003330         UNTIL WS-FIM-CONTROLE = "S"
003340
003350     PERFORM 3000-CONTAR-HISTORICO
003360         THRU 3000-CONTAR-HISTORICO-EXIT
003370
003380     PERFORM 8000-FINALIZAR
003390         THRU 8000-FINALIZAR-EXIT
003400
003410     STOP RUN.
003420
003430******************************************************************
003440* 1000-INICIALIZAR
003450* LE OS PARAMETROS ATUAIS DO NOTAS (1010) E OS DA SIMULACAO
003460* (1020), AS RETIFICACOES DO TERMO (1030), ABRE A LISTAGEM COM O
003470* CABECALHO DA SIMULACAO, ABRE O HISTORICO SO PARA LEITURA E O
003480* CONTROLE DAS TURMAS DO TERMO E LE O PRIMEIRO REGISTRO DO
003490* CONTROLE.
003500******************************************************************
003510 1000-INICIALIZAR.
003520     INITIALIZE WS-TOT-TURMA
003530     INITIALIZE WS-TOT-TERMO
003540
003550     PERFORM 1010-LER-PARAMETROS
003560         THRU 1010-LER-PARAMETROS-EXIT
003570
003580     PERFORM 1020-CARREGAR-SIMULACAO
003590         THRU 1020-CARREGAR-SIMULACAO-EXIT
003600
003610     PERFORM 1030-CARREGAR-RETIFICACOES
003620         THRU 1030-CARREGAR-RETIFICACOES-EXIT
003630
003640     OPEN OUTPUT ARQ-LST
003650
003660     IF WS-LST-STATUS NOT = "00"
003670         THEN
003680         DISPLAY "ERRO AO ABRIR LISTAGEM - STATUS "
003690             WS-LST-STATUS
003700         STOP RUN
003710     END-IF
003720
003730     MOVE SPACES TO WS-LINHA-RESUMO
003740     STRING "SIMULACAO DE RESULTADOS DO TERMO " DELIMITED BY SIZE
003750         WS-TERMO                     DELIMITED BY SIZE
003760         " - HISTORICO NAO ALTERADO"  DELIMITED BY SIZE
003770         INTO WS-LINHA-RESUMO
003780     MOVE WS-LINHA-RESUMO TO LST-TX
003790     WRITE LST-LINHA
003800
003810     IF WS-LIMITE-SIM-PAD > ZERO
003820         THEN
003830         MOVE WS-LIMITE-SIM-PAD TO WS-LIMITE-ED
003840     ELSE
003850         MOVE WS-LIMITE-PADRAO TO WS-LIMITE-ED
003860     END-IF
003870     MOVE WS-LIMITE-PADRAO TO WS-LIMITE-ATU-ED
003880     MOVE SPACES TO WS-LINHA-RESUMO
003890     STRING "LIMITE PADRAO.......: ATUAL " DELIMITED BY SIZE
003900         WS-LIMITE-ATU-ED   DELIMITED BY SIZE
003910         "  SIMULADO "      DELIMITED BY SIZE
003920         WS-LIMITE-ED       DELIMITED BY SIZE
003930         INTO WS-LINHA-RESUMO
003940     MOVE WS-LINHA-RESUMO TO LST-TX
003950     WRITE LST-LINHA
003960
003970     MOVE SPACES TO WS-LINHA-RESUMO
003980     STRING "FREQUENCIA MINIMA...: ATUAL   " DELIMITED BY SIZE
003990         WS-FREQ-MIN-ATUAL  DELIMITED BY SIZE
004000         "  SIMULADO   "    DELIMITED BY SIZE
004010         WS-FREQ-MIN        DELIMITED BY SIZE
004020         INTO WS-LINHA-RESUMO
004030     MOVE WS-LINHA-RESUMO TO LST-TX
004040     WRITE LST-LINHA
004050
004060     OPEN INPUT ARQ-HIST
004070
004080     IF WS-HIST-STATUS NOT = "00"
004090         THEN
004100         DISPLAY "ERRO AO ABRIR HISTORICO - STATUS "
004110             WS-HIST-STATUS
004120         STOP RUN
004130     END-IF
004140
004150     OPEN INPUT ARQ-CTRL
004160
004170     IF WS-CTRL-STATUS NOT = "00"
004180         THEN
004190         DISPLAY "ERRO AO ABRIR CONTROLE " WS-CTRL-ARQUIVO
004200             " - STATUS " WS-CTRL-STATUS
004210         STOP RUN
004220     END-IF
004230
004240     PERFORM 3100-LER-CONTROLE
004250         THRU 3100-LER-CONTROLE-EXIT
004260
004270 1000-INICIALIZAR-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310* 1010-LER-PARAMETROS
004320* LE NO ARQUIVO DE PARAMETROS DO NOTAS O LIMITE PADRAO E A
004330* FREQUENCIA MINIMA EM VIGOR, COM OS MESMOS VALORES ASSUMIDOS
004340* PELO NOTAS QUANDO O ARQUIVO OU O CAMPO NAO EXISTE (7,00 E 75%).
004350******************************************************************
004360 1010-LER-PARAMETROS.
004370     OPEN INPUT ARQ-PARAM
004380
004390     IF WS-PARAM-STATUS = "00"
004400         THEN
004410         READ ARQ-PARAM
004420             AT END
004430                 MOVE SPACES TO PARAM-REG
004440         END-READ
004450         IF PARAM-LIMITE IS NUMERIC AND PARAM-LIMITE > ZERO
004460             THEN
004470             MOVE PARAM-LIMITE TO WS-LIMITE-PADRAO
004480         END-IF
004490         IF PARAM-FREQ-MIN IS NUMERIC AND PARAM-FREQ-MIN > ZERO
004500             THEN
004510             MOVE PARAM-FREQ-MIN TO WS-FREQ-MIN-ATUAL
004520         END-IF
004530         CLOSE ARQ-PARAM
004540     END-IF
004550
004560 1010-LER-PARAMETROS-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600* 1020-CARREGAR-SIMULACAO
004610* LE OS PARAMETROS DA SIMULACAO. O PRIMEIRO REGISTRO TEM DE SER O
004620* "T": TERMO (OBRIGATORIO), LIMITE PADRAO E FREQUENCIA MINIMA
004630* SIMULADOS (ZERO = OS EM VIGOR) E O NOME DO ARQUIVO DE CONTROLE
004640* DO TERMO (EM BRANCO = "CONTROLE"). OS DEMAIS ("L" E "P") VAO
004650* PARA A TABELA DE ALTERNATIVAS (1021). SEM PARAMETROS NAO HA O
004660* QUE SIMULAR: A AUSENCIA ABORTA.
004670******************************************************************
004680 1020-CARREGAR-SIMULACAO.
004690     OPEN INPUT ARQ-SIM
004700
004710     IF WS-SIM-STATUS NOT = "00"
004720         THEN
004730         DISPLAY "ERRO AO ABRIR PARAMETROS DA SIMULACAO - STATUS "
004740             WS-SIM-STATUS
004750         STOP RUN
004760     END-IF
004770
004780     READ ARQ-SIM
004790         AT END
004800             MOVE SPACES TO SIM-REG
004810     END-READ
004820
004830     IF NOT SIM-REG-TERMO OR SIM-TERMO = SPACES
004840         THEN
004850         DISPLAY "PARAMETROS DA SIMULACAO SEM REGISTRO T DO TERMO"
004860         STOP RUN
004870     END-IF
004880
004890     IF SIM-LIMITE-PADRAO NOT NUMERIC
004900         OR SIM-FREQ-MIN NOT NUMERIC
004910         OR SIM-LIMITE-PADRAO > 10
004920         OR SIM-FREQ-MIN > 100
004930         THEN
004940         DISPLAY "REGISTRO T DA SIMULACAO COM LIMITE OU "
004950             "FREQUENCIA INVALIDOS"
004960         STOP RUN
004970     END-IF
004980
004990     MOVE SIM-TERMO         TO WS-TERMO
005000     MOVE SIM-LIMITE-PADRAO TO WS-LIMITE-SIM-PAD
005010
005020     IF SIM-FREQ-MIN > ZERO
005030         THEN
005040         MOVE SIM-FREQ-MIN TO WS-FREQ-MIN
005050     ELSE
005060         MOVE WS-FREQ-MIN-ATUAL TO WS-FREQ-MIN
005070     END-IF
005080
005090     IF SIM-ARQ-CONTROLE NOT = SPACES
005100         THEN
005110         MOVE SIM-ARQ-CONTROLE TO WS-CTRL-ARQUIVO
005120     END-IF
005130
005140     PERFORM 1021-LER-SIMULACAO
005150         THRU 1021-LER-SIMULACAO-EXIT
005160         UNTIL WS-FIM-SIM = "S"
005170
005180     CLOSE ARQ-SIM
005190
005200 1020-CARREGAR-SIMULACAO-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240* 1021-LER-SIMULACAO
005250* LE UM REGISTRO "L" (LIMITE DA TURMA + DISCIPLINA, NO LUGAR DO
005260* CTL-LIMITE) OU "P" (PESOS DAS AVALIACOES DA TURMA + DISCIPLINA,
005270* OU DE TODAS AS TURMAS DA DISCIPLINA COM A TURMA EM BRANCO) E O
005280* GUARDA NA TABELA. TIPO DESCONHECIDO, LIMITE FORA DE 0 A 10 OU
005290* PESOS QUE NAO SOMAM 100 (OU ZERO, MEDIA SIMPLES, COMO NA
005300* CRITICA DO NOTAS) ABORTAM: UMA SIMULACAO COM PARAMETRO
005310* IGNORADO DARIA NUMEROS ENGANOSOS AO COLEGIADO.
005320******************************************************************
005330 1021-LER-SIMULACAO.
005340     READ ARQ-SIM
005350         AT END
005360             MOVE "S" TO WS-FIM-SIM
005370             GO TO 1021-LER-SIMULACAO-EXIT
005380     END-READ
005390
005400     IF NOT SIM-REG-LIMITE AND NOT SIM-REG-PESOS
005410         THEN
005420         DISPLAY "REGISTRO DA SIMULACAO COM TIPO INVALIDO: "
005430             SIM-TIPO
005440         STOP RUN
005450     END-IF
005460
005470     IF SIM-REG-LIMITE
005480         THEN
005490         IF SIM-TURMA = SPACES OR SIM-LIMITE NOT NUMERIC
005500             OR SIM-LIMITE > 10
005510             THEN
005520             DISPLAY "REGISTRO L DA SIMULACAO INVALIDO - TURMA "
005530                 SIM-TURMA " DISC " SIM-DISC
005540             STOP RUN
005550         END-IF
005560     END-IF
005570
005580     IF SIM-REG-PESOS
005590         THEN
005600         IF SIM-PESOS NOT NUMERIC
005610             THEN
005620             DISPLAY "REGISTRO P DA SIMULACAO INVALIDO - TURMA "
005630                 SIM-TURMA " DISC " SIM-DISC
005640             STOP RUN
005650         END-IF
005660         COMPUTE WS-PESO-TOTAL = SIM-PESO(1) + SIM-PESO(2)
005670             + SIM-PESO(3) + SIM-PESO(4)
005680         IF WS-PESO-TOTAL NOT = ZERO AND WS-PESO-TOTAL NOT = 100
005690             THEN
005700             DISPLAY "PESOS DA SIMULACAO NAO SOMAM 100 - TURMA "
005710                 SIM-TURMA " DISC " SIM-DISC
005720             STOP RUN
005730         END-IF
005740     END-IF
005750
005760     IF WS-ALT-QTDE = 200
005770         THEN
005780         DISPLAY "SIMULACAO EXCEDE A TABELA DE 200 ALTERNATIVAS"
005790         STOP RUN
005800     END-IF
005810
005820     ADD 1 TO WS-ALT-QTDE
005830     MOVE SIM-TIPO  TO WS-ALT-TIPO(WS-ALT-QTDE)
005840     MOVE SIM-TURMA TO WS-ALT-TURMA(WS-ALT-QTDE)
005850     MOVE SIM-DISC  TO WS-ALT-DISC(WS-ALT-QTDE)
005860     MOVE ZEROS     TO WS-ALT-LIMITE(WS-ALT-QTDE)
005870     MOVE ZEROS     TO WS-ALT-PESOS(WS-ALT-QTDE)
005880
005890     IF SIM-REG-LIMITE
005900         THEN
005910         MOVE SIM-LIMITE TO WS-ALT-LIMITE(WS-ALT-QTDE)
005920     ELSE
005930         MOVE SIM-PESOS TO WS-ALT-PESOS(WS-ALT-QTDE)
005940     END-IF
005950
005960 1021-LER-SIMULACAO-EXIT.
005970     EXIT.
005980
005990******************************************************************
006000* 1030-CARREGAR-RETIFICACOES
006010* CARREGA NA TABELA DE TRABALHO AS TRANSACOES DO TERMO DO ARQUIVO
006020* RETIFICACOES (O MESMO LIDO PELO NOTAS NA RETIFICACAO), SO PARA
006030* RECONSTITUIR A RECUPERACAO E OS PESOS DOS REGISTROS RETIFICADOS
006040* DO HISTORICO. HAVENDO MAIS DE UMA TRANSACAO PARA O MESMO
006050* ALUNO + TURMA + DISCIPLINA, VALE A ULTIMA, QUE FOI A APLICADA
006060* POR ULTIMO.
006070* ARQUIVO AUSENTE DEIXA A TABELA VAZIA.
006080******************************************************************
006090 1030-CARREGAR-RETIFICACOES.
006100     MOVE ZERO TO WS-RET-QTDE
006110     MOVE "N" TO WS-FIM-RETIF
006120     OPEN INPUT ARQ-RETIF
006130
006140     IF WS-RETIF-STATUS = "35"
006150         THEN
006160         GO TO 1030-CARREGAR-RETIFICACOES-EXIT
006170     END-IF
006180
006190     IF WS-RETIF-STATUS NOT = "00"
006200         THEN
006210         DISPLAY "ERRO AO ABRIR RETIFICACOES - STATUS "
006220             WS-RETIF-STATUS
006230         STOP RUN
006240     END-IF
006250
006260     PERFORM 1031-LER-RETIFICACAO
006270         THRU 1031-LER-RETIFICACAO-EXIT
006280         UNTIL WS-FIM-RETIF = "S"
006290
006300     CLOSE ARQ-RETIF
006310
006320 1030-CARREGAR-RETIFICACOES-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360* 1031-LER-RETIFICACAO
006370* LE UMA TRANSACAO DO ARQUIVO RETIFICACOES E, SENDO DO TERMO
006380* SIMULADO, GUARDA NA TABELA A RECUPERACAO E OS PESOS, NA ENTRADA
006390* JA EXISTENTE DA CHAVE OU EM UMA NOVA.
006400******************************************************************
006410 1031-LER-RETIFICACAO.
006420     READ ARQ-RETIF
006430         AT END
006440             MOVE "S" TO WS-FIM-RETIF
006450             GO TO 1031-LER-RETIFICACAO-EXIT
006460     END-READ
006470
006480     IF RET-TERMO NOT = WS-TERMO
006490         THEN
006500         GO TO 1031-LER-RETIFICACAO-EXIT
006510     END-IF
006520
006530     MOVE RET-ID    TO WS-RBU-ID
006540     MOVE RET-TURMA TO WS-RBU-TURMA
006550     MOVE RET-DISC  TO WS-RBU-DISC
006560
006570     PERFORM 1032-LOCALIZAR-RETIFICACAO
006580         THRU 1032-LOCALIZAR-RETIFICACAO-EXIT
006590
006600     IF WS-RET-POS = ZERO
006610         THEN
006620         IF WS-RET-QTDE = 2000
006630             THEN
006640             DISPLAY "RETIFICACOES DO TERMO EXCEDEM A TABELA"
006650                 " DE 2000"
006660             STOP RUN
006670         END-IF
006680         ADD 1 TO WS-RET-QTDE
006690         MOVE WS-RET-QTDE  TO WS-RET-POS
006700         MOVE WS-RET-BUSCA TO WS-RET-CHAVE(WS-RET-POS)
006710     END-IF
006720
006730     MOVE RET-REC-NOTA  TO WS-RET-REC(WS-RET-POS)
006740     MOVE RET-FEZ-RECUP TO WS-RET-FEZ(WS-RET-POS)
006750
006760     PERFORM 1034-GUARDAR-PESO
006770         THRU 1034-GUARDAR-PESO-EXIT
006780         VARYING WS-IDX FROM 1 BY 1
006790         UNTIL WS-IDX > 4
006800
006810 1031-LER-RETIFICACAO-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850* 1032-LOCALIZAR-RETIFICACAO
006860* PROCURA NA TABELA DE RETIFICACOES A CHAVE WS-RET-BUSCA. A
006870* POSICAO FICA EM WS-RET-POS (ZERO SE AUSENTE).
006880******************************************************************
006890 1032-LOCALIZAR-RETIFICACAO.
006900     MOVE ZERO TO WS-RET-POS
006910
006920     PERFORM 1033-COMPARAR-RETIFICACAO
006930         THRU 1033-COMPARAR-RETIFICACAO-EXIT
006940         VARYING WS-RET-IDX FROM 1 BY 1
006950         UNTIL WS-RET-IDX > WS-RET-QTDE
006960             OR WS-RET-POS > ZERO
006970
006980 1032-LOCALIZAR-RETIFICACAO-EXIT.
006990     EXIT.
007000
007010******************************************************************
007020* 1033-COMPARAR-RETIFICACAO
007030* CONFERE UMA ENTRADA (SUBSCRITO WS-RET-IDX) DA TABELA DE
007040* RETIFICACOES CONTRA A CHAVE PROCURADA.
007050******************************************************************
007060 1033-COMPARAR-RETIFICACAO.
007070     IF WS-RET-CHAVE(WS-RET-IDX) = WS-RET-BUSCA
007080         THEN
007090         MOVE WS-RET-IDX TO WS-RET-POS
007100     END-IF
007110
007120 1033-COMPARAR-RETIFICACAO-EXIT.
007130     EXIT.
007140
007150******************************************************************
007160* 1034-GUARDAR-PESO
007170* GUARDA NA ENTRADA WS-RET-POS DA TABELA O PESO DA AVALIACAO
007180* WS-IDX DA TRANSACAO CORRENTE.
007190******************************************************************
007200 1034-GUARDAR-PESO.
007210     MOVE RET-PESO(WS-IDX) TO WS-RET-PESO(WS-RET-POS WS-IDX)
007220
007230 1034-GUARDAR-PESO-EXIT.
007240     EXIT.
007250
007260******************************************************************
007270* 2000-SIMULAR-TURMA
007280* SIMULA A TURMA + DISCIPLINA DO REGISTRO CORRENTE DO CONTROLE:
007290* DEFINE O LIMITE EM VIGOR E O SIMULADO E OS PESOS ALTERNATIVOS
007300* (2010), IMPRIME O CABECALHO DA TURMA, SIMULA OS ALUNOS DO
007310* ARQUIVO DE NOTAS (2030) E LE O PROXIMO REGISTRO DO CONTROLE.
007320******************************************************************
007330 2000-SIMULAR-TURMA.
007340     MOVE CTL-TURMA    TO WS-TURMA
007350     MOVE CTL-DISC     TO WS-DISC
007360     MOVE CTL-ARQUIVO  TO WS-ALUNOS-ARQUIVO
007370     MOVE CTL-ARQ-FREQ TO WS-FREQ-ARQUIVO
007380     ADD 1 TO WS-QTD-TURMAS
007390     INITIALIZE WS-TOT-TURMA
007400
007410     PERFORM 2010-LOCALIZAR-ALTERNATIVAS
007420         THRU 2010-LOCALIZAR-ALTERNATIVAS-EXIT
007430
007440     MOVE SPACES TO LST-LINHA
007450     WRITE LST-LINHA
007460
007470     MOVE WS-LIMITE-ATUAL TO WS-LIMITE-ATU-ED
007480     MOVE WS-LIMITE       TO WS-LIMITE-ED
007490     MOVE SPACES TO WS-LINHA-RESUMO
007500     STRING "TURMA " DELIMITED BY SIZE
007510         WS-TURMA    DELIMITED BY SIZE
007520         "  DISCIPLINA " DELIMITED BY SIZE
007530         WS-DISC     DELIMITED BY SIZE
007540         "  LIMITE ATUAL " DELIMITED BY SIZE
007550         WS-LIMITE-ATU-ED DELIMITED BY SIZE
007560         "  SIMULADO " DELIMITED BY SIZE
007570         WS-LIMITE-ED DELIMITED BY SIZE
007580         INTO WS-LINHA-RESUMO
007590     MOVE WS-LINHA-RESUMO TO LST-TX
007600     WRITE LST-LINHA
007610
007620     IF WS-ALT-PESO-POS > ZERO
007630         THEN
007640         MOVE SPACES TO WS-LINHA-RESUMO
007650         STRING "PESOS SIMULADOS: " DELIMITED BY SIZE
007660             WS-ALT-PESO(WS-ALT-PESO-POS 1) DELIMITED BY SIZE
007670             " "                            DELIMITED BY SIZE
007680             WS-ALT-PESO(WS-ALT-PESO-POS 2) DELIMITED BY SIZE
007690             " "                            DELIMITED BY SIZE
007700             WS-ALT-PESO(WS-ALT-PESO-POS 3) DELIMITED BY SIZE
007710             " "                            DELIMITED BY SIZE
007720             WS-ALT-PESO(WS-ALT-PESO-POS 4) DELIMITED BY SIZE
007730             INTO WS-LINHA-RESUMO
007740         MOVE WS-LINHA-RESUMO TO LST-TX
007750         WRITE LST-LINHA
007760     END-IF
007770
007780     PERFORM 2030-PROCESSAR-NOTAS
007790         THRU 2030-PROCESSAR-NOTAS-EXIT
007800
007810     PERFORM 3100-LER-CONTROLE
007820         THRU 3100-LER-CONTROLE-EXIT
007830
007840 2000-SIMULAR-TURMA-EXIT.
007850     EXIT.
007860
007870******************************************************************
007880* 2030-PROCESSAR-NOTAS
007890* ABRE O ARQUIVO DE NOTAS DA TURMA, CARREGA A FREQUENCIA (2020) E
007900* REFAZ O CALCULO DE CADA ALUNO (2100), COM OS TOTAIS DA TURMA NO
007910* FIM. ARQUIVO DE NOTAS AUSENTE (STATUS 35) DEIXA A TURMA SEM
007920* SIMULACAO: SEUS REGISTROS SAEM COMO NAO SIMULADOS NO RESUMO.
007930******************************************************************
007940 2030-PROCESSAR-NOTAS.
007950     OPEN INPUT ARQ-ALUNOS
007960
007970     IF WS-ALUNOS-STATUS = "35"
007980         THEN
007990         MOVE "ARQUIVO DE NOTAS DA TURMA AUSENTE - NAO SIMULADA"
008000             TO LST-TX
008010         WRITE LST-LINHA
008020         GO TO 2030-PROCESSAR-NOTAS-EXIT
008030     END-IF
008040
008050     IF WS-ALUNOS-STATUS NOT = "00"
008060         THEN
008070         DISPLAY "ERRO AO ABRIR ARQUIVO DA TURMA "
008080             WS-ALUNOS-ARQUIVO " - STATUS " WS-ALUNOS-STATUS
008090         STOP RUN
008100     END-IF
008110
008120     PERFORM 2020-CARREGAR-FREQUENCIA
008130         THRU 2020-CARREGAR-FREQUENCIA-EXIT
008140
008150     MOVE WS-CABEC-LST TO LST-LINHA-TX
008160     WRITE LST-LINHA
008170
008180     MOVE "N" TO WS-FIM-ALUNOS
008190
008200     PERFORM 2100-SIMULAR-ALUNO
008210         THRU 2100-SIMULAR-ALUNO-EXIT
008220         UNTIL WS-FIM-ALUNOS = "S"
008230
008240     CLOSE ARQ-ALUNOS
008250
008260     PERFORM 2190-IMPRIMIR-TOTAL-TURMA
008270         THRU 2190-IMPRIMIR-TOTAL-TURMA-EXIT
008280
008290 2030-PROCESSAR-NOTAS-EXIT.
008300     EXIT.
008310
008320******************************************************************
008330* 2010-LOCALIZAR-ALTERNATIVAS
008340* DEFINE O LIMITE EM VIGOR NA TURMA (CTL-LIMITE OU, SE ZERO, O
008350* PADRAO DOS PARAMETROS, COMO EM 3000 NO NOTAS) E O SIMULADO:
008360* REGISTRO "L" DA TURMA + DISCIPLINA; SEM ELE, O CTL-LIMITE; SEM
008370* ESTE, O PADRAO SIMULADO (OU O EM VIGOR). PROCURA TAMBEM OS
008380* PESOS ALTERNATIVOS: OS DA TURMA + DISCIPLINA TEM PRIORIDADE
008390* SOBRE OS DA DISCIPLINA (TURMA EM BRANCO). WS-ALT-PESO-POS ZERO
008400* = PESOS DO ARQUIVO DE NOTAS.
008410******************************************************************
008420 2010-LOCALIZAR-ALTERNATIVAS.
008430     MOVE ZERO TO WS-ALT-LIM-POS
008440     MOVE ZERO TO WS-ALT-PESO-POS
008450     MOVE ZERO TO WS-ALT-DISC-POS
008460
008470     PERFORM 2011-COMPARAR-ALTERNATIVA
008480         THRU 2011-COMPARAR-ALTERNATIVA-EXIT
008490         VARYING WS-ALT-IDX FROM 1 BY 1
008500         UNTIL WS-ALT-IDX > WS-ALT-QTDE
008510
008520     IF WS-ALT-PESO-POS = ZERO
008530         THEN
008540         MOVE WS-ALT-DISC-POS TO WS-ALT-PESO-POS
008550     END-IF
008560
008570     IF CTL-LIMITE IS NUMERIC AND CTL-LIMITE > ZERO
008580         THEN
008590         MOVE CTL-LIMITE TO WS-LIMITE-ATUAL
008600         MOVE CTL-LIMITE TO WS-LIMITE
008610     ELSE
008620         MOVE WS-LIMITE-PADRAO TO WS-LIMITE-ATUAL
008630         IF WS-LIMITE-SIM-PAD > ZERO
008640             THEN
008650             MOVE WS-LIMITE-SIM-PAD TO WS-LIMITE
008660         ELSE
008670             MOVE WS-LIMITE-PADRAO TO WS-LIMITE
008680         END-IF
008690     END-IF
008700
008710     IF WS-ALT-LIM-POS > ZERO
008720         THEN
008730         MOVE WS-ALT-LIMITE(WS-ALT-LIM-POS) TO WS-LIMITE
008740     END-IF
008750
008760 2010-LOCALIZAR-ALTERNATIVAS-EXIT.
008770     EXIT.
008780
008790******************************************************************
008800* 2011-COMPARAR-ALTERNATIVA
008810* CONFERE UMA ENTRADA (SUBSCRITO WS-ALT-IDX) DA TABELA DE
008820* ALTERNATIVAS CONTRA A TURMA + DISCIPLINA CORRENTE. HAVENDO MAIS
008830* DE UMA ENTRADA PARA A MESMA CHAVE, VALE A ULTIMA.
008840******************************************************************
008850 2011-COMPARAR-ALTERNATIVA.
008860     IF WS-ALT-DISC(WS-ALT-IDX) NOT = WS-DISC
008870         THEN
008880         GO TO 2011-COMPARAR-ALTERNATIVA-EXIT
008890     END-IF
008900
008910     IF WS-ALT-TIPO(WS-ALT-IDX) = "L"
008920         AND WS-ALT-TURMA(WS-ALT-IDX) = WS-TURMA
008930         THEN
008940         MOVE WS-ALT-IDX TO WS-ALT-LIM-POS
008950     END-IF
008960
008970     IF WS-ALT-TIPO(WS-ALT-IDX) = "P"
008980         AND WS-ALT-TURMA(WS-ALT-IDX) = WS-TURMA
008990         THEN
009000         MOVE WS-ALT-IDX TO WS-ALT-PESO-POS
009010     END-IF
009020
009030     IF WS-ALT-TIPO(WS-ALT-IDX) = "P"
009040         AND WS-ALT-TURMA(WS-ALT-IDX) = SPACES
009050         THEN
009060         MOVE WS-ALT-IDX TO WS-ALT-DISC-POS
009070     END-IF
009080
009090 2011-COMPARAR-ALTERNATIVA-EXIT.
009100     EXIT.
009110
009120******************************************************************
009130* 2020-CARREGAR-FREQUENCIA
009140* CARREGA NA TABELA DE TRABALHO O ARQUIVO DE FREQUENCIA DA TURMA
009150* INDICADO NO CONTROLE, COM AS MESMAS CRITICAS DO NOTAS (3260).
009160* TURMA SEM ARQUIVO DE FREQUENCIA DEIXA A TABELA VAZIA.
009170******************************************************************
009180 2020-CARREGAR-FREQUENCIA.
009190     MOVE ZERO TO WS-FRQ-QTD
009200     MOVE "N" TO WS-FIM-FREQ
009210
009220     IF WS-FREQ-ARQUIVO = SPACES
009230         THEN
009240         GO TO 2020-CARREGAR-FREQUENCIA-EXIT
009250     END-IF
009260
009270     OPEN INPUT ARQ-FREQ
009280
009290     IF WS-FREQ-STATUS NOT = "00"
009300         THEN
009310         DISPLAY "ERRO AO ABRIR FREQUENCIA "
009320             WS-FREQ-ARQUIVO " - STATUS " WS-FREQ-STATUS
009330         STOP RUN
009340     END-IF
009350
009360     PERFORM 2021-LER-FREQUENCIA
009370         THRU 2021-LER-FREQUENCIA-EXIT
009380         UNTIL WS-FIM-FREQ = "S"
009390
009400     CLOSE ARQ-FREQ
009410
009420 2020-CARREGAR-FREQUENCIA-EXIT.
009430     EXIT.
009440
009450******************************************************************
009460* 2021-LER-FREQUENCIA
009470* LE UM REGISTRO DO ARQUIVO DE FREQUENCIA E O GUARDA NA TABELA.
009480* AULAS OU FALTAS NAO NUMERICAS, FALTAS MAIORES QUE AS AULAS E
009490* ARQUIVO MAIOR QUE A TABELA ABORTAM, COMO NO NOTAS.
009500******************************************************************
009510 2021-LER-FREQUENCIA.
009520     READ ARQ-FREQ
009530         AT END
009540             MOVE "S" TO WS-FIM-FREQ
009550             GO TO 2021-LER-FREQUENCIA-EXIT
009560     END-READ
009570
009580     IF FRQ-AULAS NOT NUMERIC
009590         OR FRQ-FALTAS NOT NUMERIC
009600         THEN
009610         DISPLAY "FREQUENCIA " WS-FREQ-ARQUIVO
009620             " COM AULAS/FALTAS NAO NUMERICAS - ALUNO " FRQ-ID
009630         STOP RUN
009640     END-IF
009650
009660     IF FRQ-FALTAS > FRQ-AULAS
009670         THEN
009680         DISPLAY "FREQUENCIA " WS-FREQ-ARQUIVO
009690             " COM FALTAS MAIORES QUE AS AULAS - ALUNO " FRQ-ID
009700         STOP RUN
009710     END-IF
009720
009730     IF WS-FRQ-QTD = 500
009740         THEN
009750         DISPLAY "FREQUENCIA EXCEDE A TABELA DE 500 ALUNOS"
009760         STOP RUN
009770     END-IF
009780
009790     ADD 1 TO WS-FRQ-QTD
009800     MOVE FRQ-ID     TO WS-FRQ-ID(WS-FRQ-QTD)
009810     MOVE FRQ-AULAS  TO WS-FRQ-AULAS(WS-FRQ-QTD)
009820     MOVE FRQ-FALTAS TO WS-FRQ-FALTAS(WS-FRQ-QTD)
009830
009840 2021-LER-FREQUENCIA-EXIT.
009850     EXIT.
009860
009870******************************************************************
009880* 2100-SIMULAR-ALUNO
009890* LE UMA LINHA DO ARQUIVO DE NOTAS DA TURMA E BUSCA PELA CHAVE O
009900* REGISTRO DO ALUNO NO HISTORICO DO TERMO. SO ENTRA NA SIMULACAO
009910* O REGISTRO NAO SUPERADO DA MESMA TURMA (ALUNO REJEITADO PELO
009920* NOTAS NAO TEM HISTORICO). AS NOTAS SAO AS DO HISTORICO, QUE JA
009930* INCLUEM RETIFICACOES E SEGUNDAS CHAMADAS (COLUNA EM BRANCO =
009940* AVALIACAO AINDA EM FALTA); OS PESOS E A RECUPERACAO VEM DO
009950* ARQUIVO DE NOTAS, SALVO PESOS ALTERNATIVOS; NO REGISTRO
009960* RETIFICADO ("R") VEM DA TRANSACAO DE RETIFICACAO (2105), E SEM
009970* ELA O REGISTRO NAO E SIMULADO. O STATUS SIMULADO DIFERENTE DO
009980* GRAVADO SAI NA LISTAGEM.
009990******************************************************************
010000 2100-SIMULAR-ALUNO.
010010     READ ARQ-ALUNOS
010020         AT END
010030             MOVE "S" TO WS-FIM-ALUNOS
010040             GO TO 2100-SIMULAR-ALUNO-EXIT
010050     END-READ
010060
010070     MOVE ALU-ID   TO HIST-ID
010080     MOVE WS-TERMO TO HIST-TERMO
010090     MOVE WS-DISC  TO HIST-DISC
010100
010110     READ ARQ-HIST
010120         INVALID KEY
010130             GO TO 2100-SIMULAR-ALUNO-EXIT
010140     END-READ
010150
010160     IF HIST-SUPERADO OR HIST-TURMA NOT = WS-TURMA
010170         THEN
010180         GO TO 2100-SIMULAR-ALUNO-EXIT
010190     END-IF
010200
010210     IF HIST-QTD-NOTAS < 1 OR HIST-QTD-NOTAS > 4
010220         THEN
010230         GO TO 2100-SIMULAR-ALUNO-EXIT
010240     END-IF
010250
010260     MOVE HIST-QTD-NOTAS TO WS-QTD-NOTAS
010270     MOVE ZERO           TO WS-QTD-FALTAS
010280     MOVE ZEROS          TO WS-NOTAS-TAB
010290     MOVE ALU-REC-NOTA   TO WS-REC-NOTA
010300     MOVE ALU-FEZ-RECUP  TO WS-FEZ-RECUP
010310     MOVE ZERO           TO WS-RET-POS
010320
010330     IF HIST-RETIFICADO
010340         THEN
010350         PERFORM 2105-APLICAR-RETIFICACAO
010360             THRU 2105-APLICAR-RETIFICACAO-EXIT
010370         IF WS-RET-POS = ZERO
010380             THEN
010390             GO TO 2100-SIMULAR-ALUNO-EXIT
010400         END-IF
010410     END-IF
010420
010430     PERFORM 2110-MONTAR-NOTA
010440         THRU 2110-MONTAR-NOTA-EXIT
010450         VARYING WS-IDX FROM 1 BY 1
010460         UNTIL WS-IDX > WS-QTD-NOTAS
010470
010480     PERFORM 2120-CALCULAR-MEDIA
010490         THRU 2120-CALCULAR-MEDIA-EXIT
010500
010510     PERFORM 2130-AVALIAR-RESULTADO
010520         THRU 2130-AVALIAR-RESULTADO-EXIT
010530
010540     PERFORM 2140-AVALIAR-FREQUENCIA
010550         THRU 2140-AVALIAR-FREQUENCIA-EXIT
010560
010570     ADD 1 TO WS-TUR-SIMULADOS
010580
010590     MOVE HIST-STATUS TO WS-STATUS-CLASSE
010600     PERFORM 2150-CLASSIFICAR-STATUS
010610         THRU 2150-CLASSIFICAR-STATUS-EXIT
010620
010630     IF CLASSE-APROVADO
010640         THEN
010650         ADD 1 TO WS-TUR-APROV-ANT
010660     ELSE
010670         IF CLASSE-REPROVADO
010680             THEN
010690             ADD 1 TO WS-TUR-REPROV-ANT
010700         ELSE
010710             IF CLASSE-REP-FALTA
010720                 THEN
010730                 ADD 1 TO WS-TUR-REPROV-ANT
010740                 ADD 1 TO WS-TUR-FALTA-ANT
010750             ELSE
010760                 IF CLASSE-PENDENTE
010770                     THEN
010780                     ADD 1 TO WS-TUR-PEND-ANT
010790                 END-IF
010800             END-IF
010810         END-IF
010820     END-IF
010830
010840     MOVE WS-STATUS TO WS-STATUS-CLASSE
010850     PERFORM 2150-CLASSIFICAR-STATUS
010860         THRU 2150-CLASSIFICAR-STATUS-EXIT
010870
010880     IF CLASSE-APROVADO
010890         THEN
010900         ADD 1 TO WS-TUR-APROV-NOVO
010910     ELSE
010920         IF CLASSE-REPROVADO
010930             THEN
010940             ADD 1 TO WS-TUR-REPROV-NOVO
010950         ELSE
010960             IF CLASSE-REP-FALTA
010970                 THEN
010980                 ADD 1 TO WS-TUR-REPROV-NOVO
010990                 ADD 1 TO WS-TUR-FALTA-NOVO
011000             ELSE
011010                 IF CLASSE-PENDENTE
011020                     THEN
011030                     ADD 1 TO WS-TUR-PEND-NOVO
011040                 END-IF
011050             END-IF
011060         END-IF
011070     END-IF
011080
011090     IF WS-STATUS = HIST-STATUS
011100         THEN
011110         GO TO 2100-SIMULAR-ALUNO-EXIT
011120     END-IF
011130
011140     ADD 1 TO WS-TUR-MUDANCAS
011150
011160     MOVE SPACES        TO LST-LINHA
011170     MOVE HIST-ID       TO LST-ID
011180     MOVE HIST-RESUL-TX TO LST-RESUL-ANT
011190     MOVE HIST-STATUS   TO LST-STATUS-ANT
011200     MOVE WS-STATUS     TO LST-STATUS-NOVO
011210
011220     IF WS-QTD-FALTAS = ZERO
011230         THEN
011240         MOVE WS-RESUL-FINAL TO WS-RESUL-ED
011250         MOVE WS-RESUL-ED    TO LST-RESUL-NOVO
011260     END-IF
011270
011280     WRITE LST-LINHA
011290
011300 2100-SIMULAR-ALUNO-EXIT.
011310     EXIT.
011320
011330******************************************************************
011340* 2105-APLICAR-RETIFICACAO
011350* PROCURA A TRANSACAO DE RETIFICACAO DO REGISTRO RETIFICADO
011360* CORRENTE E TOMA DELA A RECUPERACAO (OS PESOS SAO TOMADOS EM
011370* 2110). SEM A TRANSACAO (WS-RET-POS ZERO) NAO HA COMO SABER A
011380* RECUPERACAO EM VIGOR: O REGISTRO SAI NA LISTAGEM COMO NAO
011390* SIMULADO E E CONTADO A PARTE.
011400******************************************************************
011410 2105-APLICAR-RETIFICACAO.
011420     MOVE HIST-ID  TO WS-RBU-ID
011430     MOVE WS-TURMA TO WS-RBU-TURMA
011440     MOVE WS-DISC  TO WS-RBU-DISC
011450
011460     PERFORM 1032-LOCALIZAR-RETIFICACAO
011470         THRU 1032-LOCALIZAR-RETIFICACAO-EXIT
011480
011490     IF WS-RET-POS = ZERO
011500         THEN
011510         ADD 1 TO WS-QTD-SEM-RETIF
011520         MOVE SPACES          TO LST-LINHA
011530         MOVE HIST-ID         TO LST-ID
011540         MOVE HIST-RESUL-TX   TO LST-RESUL-ANT
011550         MOVE HIST-STATUS     TO LST-STATUS-ANT
011560         MOVE "RETIF. NAO SIMULADA" TO LST-STATUS-NOVO
011570         WRITE LST-LINHA
011580         GO TO 2105-APLICAR-RETIFICACAO-EXIT
011590     END-IF
011600
011610     MOVE WS-RET-REC(WS-RET-POS) TO WS-REC-NOTA
011620     MOVE WS-RET-FEZ(WS-RET-POS) TO WS-FEZ-RECUP
011630
011640 2105-APLICAR-RETIFICACAO-EXIT.
011650     EXIT.
011660
011670******************************************************************
011680* 2110-MONTAR-NOTA
011690* MONTA A OCORRENCIA WS-IDX DA TABELA DE TRABALHO: NOTA DO
011700* HISTORICO (EM BRANCO = AVALIACAO EM FALTA) E PESO ALTERNATIVO
011710* OU, SEM ELE, O DA TRANSACAO DE RETIFICACAO (REGISTRO
011720* RETIFICADO) OU O DO ARQUIVO DE NOTAS.
011730******************************************************************
011740 2110-MONTAR-NOTA.
011750     IF HIST-NOTA-TX(WS-IDX) = SPACES
011760         THEN
011770         ADD 1 TO WS-QTD-FALTAS
011780     ELSE
011790         COMPUTE WS-NOTA(WS-IDX) =
011800             FUNCTION NUMVAL(HIST-NOTA-TX(WS-IDX))
011810     END-IF
011820
011830     IF WS-ALT-PESO-POS > ZERO
011840         THEN
011850         MOVE WS-ALT-PESO(WS-ALT-PESO-POS WS-IDX)
011860             TO WS-PESO(WS-IDX)
011870         GO TO 2110-MONTAR-NOTA-EXIT
011880     END-IF
011890
011900     IF WS-RET-POS > ZERO
011910         THEN
011920         MOVE WS-RET-PESO(WS-RET-POS WS-IDX) TO WS-PESO(WS-IDX)
011930         GO TO 2110-MONTAR-NOTA-EXIT
011940     END-IF
011950
011960     IF WS-IDX NOT > ALU-QTD-NOTAS
011970         THEN
011980         MOVE ALU-PESO(WS-IDX) TO WS-PESO(WS-IDX)
011990     END-IF
012000
012010 2110-MONTAR-NOTA-EXIT.
012020     EXIT.
012030
012040******************************************************************
012050* 2120-CALCULAR-MEDIA
012060* MESMA REGRA DO NOTAS (2050): MEDIA PONDERADA PELOS PESOS OU,
012070* SEM PESOS, MEDIA SIMPLES. ALUNO COM AVALIACAO EM FALTA FICA SEM
012080* MEDIA.
012090******************************************************************
012100 2120-CALCULAR-MEDIA.
012110     IF WS-QTD-FALTAS > ZERO
012120         THEN
012130         MOVE ZEROS TO WS-RESUL
012140         GO TO 2120-CALCULAR-MEDIA-EXIT
012150     END-IF
012160
012170     MOVE ZEROS TO WS-PESO-TOTAL
012180     MOVE ZEROS TO WS-SOMA-NOTAS
012190     MOVE ZEROS TO WS-SOMA-PONDERADA
012200
012210     PERFORM 2121-ACUMULAR-NOTA
012220         THRU 2121-ACUMULAR-NOTA-EXIT
012230         VARYING WS-IDX FROM 1 BY 1
012240         UNTIL WS-IDX > WS-QTD-NOTAS
012250
012260     IF WS-PESO-TOTAL > ZERO
012270         THEN
012280         COMPUTE WS-RESUL ROUNDED =
012290             WS-SOMA-PONDERADA / WS-PESO-TOTAL
012300     ELSE
012310         COMPUTE WS-RESUL ROUNDED =
012320             WS-SOMA-NOTAS / WS-QTD-NOTAS
012330     END-IF
012340
012350 2120-CALCULAR-MEDIA-EXIT.
012360     EXIT.
012370
012380******************************************************************
012390* 2121-ACUMULAR-NOTA
012400* ACUMULA NA SOMA SIMPLES, NA SOMA PONDERADA E NO PESO TOTAL A
012410* OCORRENCIA WS-IDX DA TABELA DE TRABALHO.
012420******************************************************************
012430 2121-ACUMULAR-NOTA.
012440     ADD WS-NOTA(WS-IDX) TO WS-SOMA-NOTAS
012450     ADD WS-PESO(WS-IDX) TO WS-PESO-TOTAL
012460     COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA +
012470         (WS-NOTA(WS-IDX) * WS-PESO(WS-IDX))
012480
012490 2121-ACUMULAR-NOTA-EXIT.
012500     EXIT.
012510
012520******************************************************************
012530* 2130-AVALIAR-RESULTADO
012540* MESMA REGRA DO NOTAS (2060) CONTRA O LIMITE SIMULADO: PENDENTE
012550* DE SEGUNDA CHAMADA SE HA AVALIACAO EM FALTA; SENAO APROVADO
012560* PELA MEDIA OU, ABAIXO DO LIMITE E COM RECUPERACAO, PELA MEDIA
012570* ENTRE A MEDIA E A NOTA DA RECUPERACAO.
012580******************************************************************
012590 2130-AVALIAR-RESULTADO.
012600     IF WS-QTD-FALTAS > ZERO
012610         THEN
012620         MOVE ZEROS TO WS-RESUL-FINAL
012630         MOVE "PENDENTE 2A CHAMADA" TO WS-STATUS
012640         GO TO 2130-AVALIAR-RESULTADO-EXIT
012650     END-IF
012660
012670     MOVE WS-RESUL TO WS-RESUL-FINAL
012680
012690     IF WS-RESUL > WS-LIMITE OR = WS-LIMITE
012700         THEN
012710         MOVE "APROVADO" TO WS-STATUS
012720         GO TO 2130-AVALIAR-RESULTADO-EXIT
012730     END-IF
012740
012750     IF NOT FEZ-RECUPERACAO
012760         THEN
012770         MOVE "REPROVADO" TO WS-STATUS
012780         GO TO 2130-AVALIAR-RESULTADO-EXIT
012790     END-IF
012800
012810     COMPUTE WS-RESUL-FINAL ROUNDED =
012820         (WS-RESUL + WS-REC-NOTA) / 2
012830
012840     IF WS-RESUL-FINAL > WS-LIMITE OR = WS-LIMITE
012850         THEN
012860         MOVE "APROVADO APOS RECUP." TO WS-STATUS
012870     ELSE
012880         MOVE "REPROVADO APOS RECUP." TO WS-STATUS
012890     END-IF
012900
012910 2130-AVALIAR-RESULTADO-EXIT.
012920     EXIT.
012930
012940******************************************************************
012950* 2140-AVALIAR-FREQUENCIA
012960* MESMA REGRA DO NOTAS (2062) CONTRA A FREQUENCIA MINIMA
012970* SIMULADA: ABAIXO DELA O STATUS VIRA "REPROVADO POR FALTA",
012980* SOBREPONDO NOTAS E PENDENCIA. ALUNO SEM LINHA DE FREQUENCIA (OU
012990* TURMA SEM ARQUIVO) QUE ESTA GRAVADO COMO REPROVADO POR FALTA
013000* CONTINUA ASSIM, COMO NA RETIFICACAO DO NOTAS (4110): SEM A
013010* FREQUENCIA NAO HA COMO REAVALIA-LO.
013020******************************************************************
013030 2140-AVALIAR-FREQUENCIA.
013040     MOVE ZERO TO WS-FRQ-POS
013050
013060     PERFORM 2141-CONFERIR-FREQUENCIA
013070         THRU 2141-CONFERIR-FREQUENCIA-EXIT
013080         VARYING WS-FRQ-IDX FROM 1 BY 1
013090         UNTIL WS-FRQ-IDX > WS-FRQ-QTD
013100             OR WS-FRQ-POS > ZERO
013110
013120     IF WS-FRQ-POS = ZERO
013130         THEN
013140         IF HIST-STATUS = "REPROVADO POR FALTA"
013150             THEN
013160             MOVE "REPROVADO POR FALTA" TO WS-STATUS
013170         END-IF
013180         GO TO 2140-AVALIAR-FREQUENCIA-EXIT
013190     END-IF
013200
013210     IF WS-FRQ-AULAS(WS-FRQ-POS) = ZERO
013220         THEN
013230         GO TO 2140-AVALIAR-FREQUENCIA-EXIT
013240     END-IF
013250
013260     COMPUTE WS-FREQ-PCT ROUNDED =
013270         ((WS-FRQ-AULAS(WS-FRQ-POS) - WS-FRQ-FALTAS(WS-FRQ-POS))
013280         * 100) / WS-FRQ-AULAS(WS-FRQ-POS)
013290
013300     IF WS-FREQ-PCT < WS-FREQ-MIN
013310         THEN
013320         MOVE "REPROVADO POR FALTA" TO WS-STATUS
013330     END-IF
013340
013350 2140-AVALIAR-FREQUENCIA-EXIT.
013360     EXIT.
013370
013380******************************************************************
013390* 2141-CONFERIR-FREQUENCIA
013400* CONFERE UMA ENTRADA (SUBSCRITO WS-FRQ-IDX) DA TABELA DE
013410* FREQUENCIA CONTRA O ALUNO CORRENTE.
013420******************************************************************
013430 2141-CONFERIR-FREQUENCIA.
013440     IF WS-FRQ-ID(WS-FRQ-IDX) = HIST-ID
013450         THEN
013460         MOVE WS-FRQ-IDX TO WS-FRQ-POS
013470     END-IF
013480
013490 2141-CONFERIR-FREQUENCIA-EXIT.
013500     EXIT.
013510
013520******************************************************************
013530* 2150-CLASSIFICAR-STATUS
013540* CLASSIFICA O STATUS EM WS-STATUS-CLASSE PARA OS TOTAIS:
013550* APROVADO (COM OU SEM RECUPERACAO), REPROVADO (PELA NOTA, COM OU
013560* SEM RECUPERACAO), REPROVADO POR FALTA OU PENDENTE DE SEGUNDA
013570* CHAMADA. QUALQUER OUTRO TEXTO FICA SEM CLASSE.
013580******************************************************************
013590 2150-CLASSIFICAR-STATUS.
013600     MOVE SPACES TO WS-CLASSE
013610
013620     IF WS-STATUS-CLASSE = "APROVADO"
013630         OR WS-STATUS-CLASSE = "APROVADO APOS RECUP."
013640         THEN
013650         MOVE "A" TO WS-CLASSE
013660     ELSE
013670         IF WS-STATUS-CLASSE = "REPROVADO"
013680             OR WS-STATUS-CLASSE = "REPROVADO APOS RECUP."
013690             THEN
013700             MOVE "R" TO WS-CLASSE
013710         ELSE
013720             IF WS-STATUS-CLASSE = "REPROVADO POR FALTA"
013730                 THEN
013740                 MOVE "F" TO WS-CLASSE
013750             ELSE
013760                 IF WS-STATUS-CLASSE = "PENDENTE 2A CHAMADA"
013770                     THEN
013780                     MOVE "P" TO WS-CLASSE
013790                 END-IF
013800             END-IF
013810         END-IF
013820     END-IF
013830
013840 2150-CLASSIFICAR-STATUS-EXIT.
013850     EXIT.
013860
013870******************************************************************
013880* 2190-IMPRIMIR-TOTAL-TURMA
013890* GRAVA OS TOTAIS DA TURMA (ATUAL X SIMULADO) E OS SOMA NOS
013900* TOTAIS DO TERMO.
013910******************************************************************
013920 2190-IMPRIMIR-TOTAL-TURMA.
013930     MOVE WS-TUR-SIMULADOS TO WS-CONT-ED
013940     MOVE WS-TUR-MUDANCAS  TO WS-CONT-ED2
013950     MOVE SPACES TO WS-LINHA-RESUMO
013960     STRING "TOTAL DA TURMA - SIMULADOS: " DELIMITED BY SIZE
013970         WS-CONT-ED   DELIMITED BY SIZE
013980         "  COM MUDANCA: " DELIMITED BY SIZE
013990         WS-CONT-ED2  DELIMITED BY SIZE
014000         INTO WS-LINHA-RESUMO
014010     MOVE WS-LINHA-RESUMO TO LST-TX
014020     WRITE LST-LINHA
014030
014040     MOVE "  APROVADOS............." TO WS-ROTULO
014050     MOVE WS-TUR-APROV-ANT  TO WS-QTD-ANT
014060     MOVE WS-TUR-APROV-NOVO TO WS-QTD-NOVO
014070     PERFORM 8200-IMPRIMIR-CONTAGEM
014080         THRU 8200-IMPRIMIR-CONTAGEM-EXIT
014090
014100     MOVE "  REPROVADOS............" TO WS-ROTULO
014110     MOVE WS-TUR-REPROV-ANT  TO WS-QTD-ANT
014120     MOVE WS-TUR-REPROV-NOVO TO WS-QTD-NOVO
014130     PERFORM 8200-IMPRIMIR-CONTAGEM
014140         THRU 8200-IMPRIMIR-CONTAGEM-EXIT
014150
014160     MOVE "    POR FALTA..........." TO WS-ROTULO
014170     MOVE WS-TUR-FALTA-ANT  TO WS-QTD-ANT
014180     MOVE WS-TUR-FALTA-NOVO TO WS-QTD-NOVO
014190     PERFORM 8200-IMPRIMIR-CONTAGEM
014200         THRU 8200-IMPRIMIR-CONTAGEM-EXIT
014210
014220     MOVE "  PENDENTES 2A CHAMADA.." TO WS-ROTULO
014230     MOVE WS-TUR-PEND-ANT  TO WS-QTD-ANT
014240     MOVE WS-TUR-PEND-NOVO TO WS-QTD-NOVO
014250     PERFORM 8200-IMPRIMIR-CONTAGEM
014260         THRU 8200-IMPRIMIR-CONTAGEM-EXIT
014270
014280     ADD WS-TUR-SIMULADOS   TO WS-TER-SIMULADOS
014290     ADD WS-TUR-MUDANCAS    TO WS-TER-MUDANCAS
014300     ADD WS-TUR-APROV-ANT   TO WS-TER-APROV-ANT
014310     ADD WS-TUR-APROV-NOVO  TO WS-TER-APROV-NOVO
014320     ADD WS-TUR-REPROV-ANT  TO WS-TER-REPROV-ANT
014330     ADD WS-TUR-REPROV-NOVO TO WS-TER-REPROV-NOVO
014340     ADD WS-TUR-FALTA-ANT   TO WS-TER-FALTA-ANT
014350     ADD WS-TUR-FALTA-NOVO  TO WS-TER-FALTA-NOVO
014360     ADD WS-TUR-PEND-ANT    TO WS-TER-PEND-ANT
014370     ADD WS-TUR-PEND-NOVO   TO WS-TER-PEND-NOVO
014380
014390 2190-IMPRIMIR-TOTAL-TURMA-EXIT.
014400     EXIT.
014410
014420******************************************************************
014430* 3000-CONTAR-HISTORICO
014440* PERCORRE O HISTORICO INTEIRO CONTANDO OS REGISTROS DO TERMO
014450* (SUPERADOS A PARTE). OS NAO SUPERADOS QUE NAO PASSARAM PELA
014460* SIMULACAO (TURMA FORA DO CONTROLE, SEM ARQUIVO DE NOTAS OU
014470* ALUNO AUSENTE DELE, RETIFICADO SEM TRANSACAO) SAEM NO RESUMO
014480* COMO NAO SIMULADOS.
014490******************************************************************
014500 3000-CONTAR-HISTORICO.
014510     MOVE "N" TO WS-FIM-HIST
014520     MOVE LOW-VALUES TO HIST-CHAVE
014530
014540     START ARQ-HIST KEY IS NOT LESS THAN HIST-CHAVE
014550         INVALID KEY
014560             MOVE "S" TO WS-FIM-HIST
014570     END-START
014580
014590     PERFORM 3010-LER-HISTORICO
014600         THRU 3010-LER-HISTORICO-EXIT
014610         UNTIL WS-FIM-HIST = "S"
014620
014630     IF WS-QTD-HIST-TERMO > WS-TER-SIMULADOS
014640         THEN
014650         COMPUTE WS-QTD-NAO-SIM =
014660             WS-QTD-HIST-TERMO - WS-TER-SIMULADOS
014670     END-IF
014680
014690 3000-CONTAR-HISTORICO-EXIT.
014700     EXIT.
014710
014720******************************************************************
014730* 3010-LER-HISTORICO
014740* LE O PROXIMO REGISTRO DO HISTORICO E O CONTA SE FOR DO TERMO
014750* SIMULADO.
014760******************************************************************
014770 3010-LER-HISTORICO.
014780     READ ARQ-HIST NEXT
014790         AT END
014800             MOVE "S" TO WS-FIM-HIST
014810             GO TO 3010-LER-HISTORICO-EXIT
014820     END-READ
014830
014840     IF HIST-TERMO NOT = WS-TERMO
014850         THEN
014860         GO TO 3010-LER-HISTORICO-EXIT
014870     END-IF
014880
014890     IF HIST-SUPERADO
014900         THEN
014910         ADD 1 TO WS-QTD-SUPERADOS
014920     ELSE
014930         ADD 1 TO WS-QTD-HIST-TERMO
014940     END-IF
014950
014960 3010-LER-HISTORICO-EXIT.
014970     EXIT.
014980
014990******************************************************************
015000* 3100-LER-CONTROLE
015010* LE UM REGISTRO DO ARQUIVO DE CONTROLE DO TERMO. NO FIM DO
015020* ARQUIVO, LIGA O INDICADOR WS-FIM-CONTROLE.
015030******************************************************************
015040 3100-LER-CONTROLE.
015050     READ ARQ-CTRL
015060         AT END
015070             MOVE "S" TO WS-FIM-CONTROLE
015080     END-READ
015090
015100 3100-LER-CONTROLE-EXIT.
015110     EXIT.
015120
015130******************************************************************
015140* 8000-FINALIZAR
015150* GRAVA O RESUMO DO TERMO NA LISTAGEM E FECHA OS ARQUIVOS.
015160******************************************************************
015170 8000-FINALIZAR.
015180     PERFORM 8100-IMPRIMIR-RESUMO
015190         THRU 8100-IMPRIMIR-RESUMO-EXIT
015200
015210     CLOSE ARQ-CTRL
015220     CLOSE ARQ-HIST
015230     CLOSE ARQ-LST
015240
015250 8000-FINALIZAR-EXIT.
015260     EXIT.
015270
015280******************************************************************
015290* 8100-IMPRIMIR-RESUMO
015300* GRAVA NA LISTAGEM O RESUMO DO TERMO: REGISTROS DO HISTORICO,
015310* SIMULADOS, NAO SIMULADOS (DESTES, OS RETIFICADOS SEM
015320* TRANSACAO), MUDANCAS DE STATUS E A CONTAGEM POR SITUACAO,
015330* ATUAL X SIMULADA.
015340******************************************************************
015350 8100-IMPRIMIR-RESUMO.
015360     MOVE SPACES TO LST-LINHA
015370     WRITE LST-LINHA
015380
015390     MOVE SPACES TO WS-LINHA-RESUMO
015400     STRING "RESUMO DO TERMO " DELIMITED BY SIZE
015410         WS-TERMO DELIMITED BY SIZE
015420         INTO WS-LINHA-RESUMO
015430     MOVE WS-LINHA-RESUMO TO LST-TX
015440     WRITE LST-LINHA
015450
015460     MOVE WS-QTD-TURMAS TO WS-CONT-ED
015470     MOVE SPACES TO WS-LINHA-RESUMO
015480     STRING "TURMAS NO CONTROLE.......: " DELIMITED BY SIZE
015490         WS-CONT-ED DELIMITED BY SIZE
015500         INTO WS-LINHA-RESUMO
015510     MOVE WS-LINHA-RESUMO TO LST-TX
015520     WRITE LST-LINHA
015530
015540     MOVE WS-QTD-HIST-TERMO TO WS-CONT-ED
015550     MOVE SPACES TO WS-LINHA-RESUMO
015560     STRING "REGISTROS NO HISTORICO...: " DELIMITED BY SIZE
015570         WS-CONT-ED DELIMITED BY SIZE
015580         INTO WS-LINHA-RESUMO
015590     MOVE WS-LINHA-RESUMO TO LST-TX
015600     WRITE LST-LINHA
015610
015620     MOVE WS-QTD-SUPERADOS TO WS-CONT-ED
015630     MOVE SPACES TO WS-LINHA-RESUMO
015640     STRING "SUPERADOS (IGNORADOS)....: " DELIMITED BY SIZE
015650         WS-CONT-ED DELIMITED BY SIZE
015660         INTO WS-LINHA-RESUMO
015670     MOVE WS-LINHA-RESUMO TO LST-TX
015680     WRITE LST-LINHA
015690
015700     MOVE WS-TER-SIMULADOS TO WS-CONT-ED
015710     MOVE SPACES TO WS-LINHA-RESUMO
015720     STRING "SIMULADOS................: " DELIMITED BY SIZE
015730         WS-CONT-ED DELIMITED BY SIZE
015740         INTO WS-LINHA-RESUMO
015750     MOVE WS-LINHA-RESUMO TO LST-TX
015760     WRITE LST-LINHA
015770
015780     MOVE WS-QTD-NAO-SIM TO WS-CONT-ED
015790     MOVE SPACES TO WS-LINHA-RESUMO
015800     STRING "NAO SIMULADOS............: " DELIMITED BY SIZE
015810         WS-CONT-ED DELIMITED BY SIZE
015820         INTO WS-LINHA-RESUMO
015830     MOVE WS-LINHA-RESUMO TO LST-TX
015840     WRITE LST-LINHA
015850
015860     MOVE WS-QTD-SEM-RETIF TO WS-CONT-ED
015870     MOVE SPACES TO WS-LINHA-RESUMO
015880     STRING "  DOS QUAIS RETIFICADOS..: " DELIMITED BY SIZE
015890         WS-CONT-ED DELIMITED BY SIZE
015900         INTO WS-LINHA-RESUMO
015910     MOVE WS-LINHA-RESUMO TO LST-TX
015920     WRITE LST-LINHA
015930
015940     MOVE WS-TER-MUDANCAS TO WS-CONT-ED
015950     MOVE SPACES TO WS-LINHA-RESUMO
015960     STRING "COM MUDANCA DE STATUS....: " DELIMITED BY SIZE
015970         WS-CONT-ED DELIMITED BY SIZE
015980         INTO WS-LINHA-RESUMO
015990     MOVE WS-LINHA-RESUMO TO LST-TX
016000     WRITE LST-LINHA
016010
016020     MOVE "APROVADOS..............." TO WS-ROTULO
016030     MOVE WS-TER-APROV-ANT  TO WS-QTD-ANT
016040     MOVE WS-TER-APROV-NOVO TO WS-QTD-NOVO
016050     PERFORM 8200-IMPRIMIR-CONTAGEM
016060         THRU 8200-IMPRIMIR-CONTAGEM-EXIT
016070
016080     MOVE "REPROVADOS.............." TO WS-ROTULO
016090     MOVE WS-TER-REPROV-ANT  TO WS-QTD-ANT
016100     MOVE WS-TER-REPROV-NOVO TO WS-QTD-NOVO
016110     PERFORM 8200-IMPRIMIR-CONTAGEM
016120         THRU 8200-IMPRIMIR-CONTAGEM-EXIT
016130
016140     MOVE "  POR FALTA............." TO WS-ROTULO
016150     MOVE WS-TER-FALTA-ANT  TO WS-QTD-ANT
016160     MOVE WS-TER-FALTA-NOVO TO WS-QTD-NOVO
016170     PERFORM 8200-IMPRIMIR-CONTAGEM
016180         THRU 8200-IMPRIMIR-CONTAGEM-EXIT
016190
016200     MOVE "PENDENTES 2A CHAMADA...." TO WS-ROTULO
016210     MOVE WS-TER-PEND-ANT  TO WS-QTD-ANT
016220     MOVE WS-TER-PEND-NOVO TO WS-QTD-NOVO
016230     PERFORM 8200-IMPRIMIR-CONTAGEM
016240         THRU 8200-IMPRIMIR-CONTAGEM-EXIT
016250
016260 8100-IMPRIMIR-RESUMO-EXIT.
016270     EXIT.
016280
016290******************************************************************
016300* 8200-IMPRIMIR-CONTAGEM
016310* GRAVA UMA LINHA DE CONTAGEM ATUAL X SIMULADA, COM O ROTULO EM
016320* WS-ROTULO E AS QUANTIDADES EM WS-QTD-ANT E WS-QTD-NOVO.
016330******************************************************************
016340 8200-IMPRIMIR-CONTAGEM.
016350     MOVE WS-QTD-ANT  TO WS-CONT-ED
016360     MOVE WS-QTD-NOVO TO WS-CONT-ED2
016370     MOVE SPACES TO WS-LINHA-RESUMO
016380     STRING WS-ROTULO   DELIMITED BY SIZE
016390         ": ATUAL "     DELIMITED BY SIZE
016400         WS-CONT-ED     DELIMITED BY SIZE
016410         "  SIMULADO "  DELIMITED BY SIZE
016420         WS-CONT-ED2    DELIMITED BY SIZE
016430         INTO WS-LINHA-RESUMO
016440     MOVE WS-LINHA-RESUMO TO LST-TX
016450     WRITE LST-LINHA
016460
016470 8200-IMPRIMIR-CONTAGEM-EXIT.
016480     EXIT.
016490
016500 END PROGRAM SIMNOTA.
