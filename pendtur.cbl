000010******************************************************************
000020* PROGRAM:      PENDTUR
000030* AUTHOR:       GABIRELA BARBOSA
000040* INSTALLATION: SETOR DE NOTAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:      RELATORIO DE PENDENCIAS DE ENTREGA DE NOTAS:
000070*               TURMAS DO CRONOGRAMA DO TERMO SEM RESULTADO
000080*               LANCADO NO HISTORICO, COM O DOCENTE E OS DIAS
000090*               DE ATRASO
000100* TECTONICS:    cobc
000110******************************************************************
000120* MODIFICATION HISTORY
000130* DATE       INIT DESCRIPTION
000140* 2026-10-15 RLM  VERSAO INICIAL: CARREGA AS TURMAS DO TERMO DOS
000150*                 PARAMETROS NO CRONOGRAMA DE ENTREGA, MARCA AS
000160*                 QUE TEM RESULTADO NAO SUPERADO NO HISTORICO E
000170*                 LISTA EM RELPEND AS DEMAIS, COM O NOME DO
000180*                 DOCENTE, O PRAZO, OS DIAS DE ATRASO E A
000190*                 SITUACAO DO ARQUIVO DE NOTAS DA TURMA (FORA DO
000200*                 CONTROLE, ARQUIVO NAO RECEBIDO OU RECEBIDO E
000210*                 AINDA NAO PROCESSADO PELO NOTAS).
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. PENDTUR.
000250 AUTHOR. GABIRELA BARBOSA.
000260 INSTALLATION. SETOR DE NOTAS.
000270 DATE-WRITTEN. 15/10/2026.
000280 DATE-COMPILED.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ARQ-PARAM ASSIGN TO "PARAMETROS"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PARAM-STATUS.
000360
000370     SELECT ARQ-CRO ASSIGN TO "CRONOGRAMA"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CRO-CHAVE
000410         FILE STATUS IS WS-CRO-STATUS.
000420
000430     SELECT ARQ-DOC ASSIGN TO "DOCENTES"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS DOC-ID
000470         FILE STATUS IS WS-DOC-STATUS.
000480
000490     SELECT ARQ-HIST ASSIGN TO "HISTORICO"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS HIST-CHAVE
000530         FILE STATUS IS WS-HIST-STATUS.
000540
000550     SELECT ARQ-CTRL ASSIGN TO "CONTROLE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CTRL-STATUS.
000580
000590     SELECT ARQ-NOTAS ASSIGN TO DYNAMIC WS-NOTAS-ARQUIVO
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-NOTAS-STATUS.
000620
000630     SELECT ARQ-LST ASSIGN TO "RELPEND"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-LST-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ARQ-PARAM.
000690 01  PARAM-REG.
000700     05 PARAM-TERMO              PIC X(06).
000710     05 PARAM-LIMITE             PIC 9(02)V9(02).
000720     05 PARAM-MODO               PIC X(01).
000730     05 PARAM-FREQ-MIN           PIC 9(03).
000740
000750 FD  ARQ-CRO.
000760 01  CRO-REG.
000770     05 CRO-CHAVE.
000780         10 CRO-TERMO            PIC X(06).
000790         10 CRO-TURMA            PIC X(06).
000800         10 CRO-DISC             PIC X(06).
000810     05 CRO-DOCENTE             PIC X(10).
000820     05 CRO-DATA-LIMITE         PIC 9(08).
000830
000840 FD  ARQ-DOC.
000850 01  DOC-REG.
000860     05 DOC-ID                  PIC X(10).
000870     05 DOC-NOME                PIC X(30).
000880     05 DOC-SITUACAO            PIC X(01).
000890         88 DOC-ATIVO                 VALUE "A".
000900         88 DOC-INATIVO               VALUE "I".
000910
000920 FD  ARQ-HIST.
000930 01  HIST-LINHA.
000940     05 HIST-CHAVE.
000950         10 HIST-ID              PIC X(10).
000960         10 HIST-TERMO           PIC X(06).
000970         10 HIST-DISC            PIC X(06).
000980     05 FILLER                  PIC X(03).
000990     05 HIST-TURMA              PIC X(06).
001000     05 FILLER                  PIC X(76).
001010     05 HIST-SIT                PIC X(01).
001020         88 HIST-SUPERADO             VALUE "S".
001030         88 HIST-RETIFICADO           VALUE "R".
001040
001050 FD  ARQ-CTRL.
001060 01  CTL-REG.
001070     05 CTL-TURMA               PIC X(06).
001080     05 CTL-DISC                PIC X(06).
001090     05 CTL-ARQUIVO             PIC X(30).
001100     05 CTL-LIMITE              PIC 9(02)V9(02).
001110     05 CTL-ARQ-FREQ            PIC X(30).
001120     05 CTL-AULAS-PREV          PIC 9(03).
001130
001140 FD  ARQ-NOTAS.
001150 01  NTS-REG                    PIC X(60).
001160
001170 FD  ARQ-LST.
001180 01  LST-LINHA.
001190     05 LST-TURMA               PIC X(06).
001200     05 FILLER                  PIC X(02).
001210     05 LST-DISC                PIC X(06).
001220     05 FILLER                  PIC X(02).
001230     05 LST-DOCENTE             PIC X(10).
001240     05 FILLER                  PIC X(02).
001250     05 LST-NOME                PIC X(30).
001260     05 FILLER                  PIC X(02).
001270     05 LST-PRAZO               PIC X(10).
001280     05 FILLER                  PIC X(02).
001290     05 LST-ATRASO              PIC X(08).
001300     05 FILLER                  PIC X(02).
001310     05 LST-MSG                 PIC X(30).
001320 01  LST-LINHA-TX REDEFINES LST-LINHA.
001330     05 LST-TX                  PIC X(112).
001340
001350 WORKING-STORAGE SECTION.
001360
001370 77  WS-PARAM-STATUS   PIC X(02) VALUE SPACES.
001380 77  WS-CRO-STATUS     PIC X(02) VALUE SPACES.
001390 77  WS-DOC-STATUS     PIC X(02) VALUE SPACES.
001400 77  WS-HIST-STATUS    PIC X(02) VALUE SPACES.
001410 77  WS-CTRL-STATUS    PIC X(02) VALUE SPACES.
001420 77  WS-NOTAS-STATUS   PIC X(02) VALUE SPACES.
001430 77  WS-LST-STATUS     PIC X(02) VALUE SPACES.
001440 77  WS-NOTAS-ARQUIVO  PIC X(30) VALUE SPACES.
001450 77  WS-FIM-CRO        PIC X(01) VALUE "N".
001460 77  WS-FIM-HIST       PIC X(01) VALUE "N".
001470 77  WS-FIM-CONTROLE   PIC X(01) VALUE "N".
001480 77  WS-HIST-ARQUIVO   PIC X(01) VALUE "N".
001490     88 HISTORICO-DISPONIVEL      VALUE "S".
001500 77  WS-TERMO          PIC X(06) VALUE SPACES.
001510 77  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
001520 77  WS-DIAS-ATRASO    PIC S9(05) VALUE ZEROS.
001530 77  WS-DIAS-ED        PIC ZZZZ9.
001540 77  WS-CRO-QTDE       PIC 9(04) COMP VALUE ZERO.
001550 77  WS-CRO-IDX        PIC 9(04) COMP VALUE ZERO.
001560 77  WS-CRO-POS        PIC 9(04) COMP VALUE ZERO.
001570 77  WS-CTL-QTDE       PIC 9(04) COMP VALUE ZERO.
001580 77  WS-CTL-IDX        PIC 9(04) COMP VALUE ZERO.
001590 77  WS-CTL-POS        PIC 9(04) COMP VALUE ZERO.
001600 77  WS-QTD-HIST       PIC 9(06) VALUE ZEROS.
001610 77  WS-QTD-LANCADAS   PIC 9(06) VALUE ZEROS.
001620 77  WS-QTD-NO-PRAZO   PIC 9(06) VALUE ZEROS.
001630 77  WS-QTD-ATRASADAS  PIC 9(06) VALUE ZEROS.
001640 77  WS-QTD-SEM-DOC    PIC 9(06) VALUE ZEROS.
001650 77  WS-CONT-ED        PIC ZZZZZ9.
001660 77  WS-LINHA-RESUMO   PIC X(62) VALUE SPACES.
001670
001680 01  WS-DATA-LIMITE    PIC 9(08) VALUE ZEROS.
001690 01  WS-DATA-LIMITE-R REDEFINES WS-DATA-LIMITE.
001700     05 WS-DATA-LIM-ANO        PIC X(04).
001710     05 WS-DATA-LIM-MES        PIC X(02).
001720     05 WS-DATA-LIM-DIA        PIC X(02).
001730
001740 01  WS-CRO-TABELA.
001750     05 WS-CRO-ENTRADA OCCURS 200 TIMES.
001760         10 WS-CRO-TURMA     PIC X(06).
001770         10 WS-CRO-DISC      PIC X(06).
001780         10 WS-CRO-DOCENTE   PIC X(10).
001790         10 WS-CRO-DATA      PIC 9(08).
001800         10 WS-CRO-LANC      PIC X(01).
001810             88 CRO-LANCADA           VALUE "S".
001820
001830 01  WS-CTL-TABELA.
001840     05 WS-CTL-ENTRADA OCCURS 100 TIMES.
001850         10 WS-CTL-TURMA     PIC X(06).
001860         10 WS-CTL-DISC      PIC X(06).
001870         10 WS-CTL-ARQUIVO   PIC X(30).
001880
001890 01  WS-CABEC-LST.
001900     05 FILLER PIC X(08) VALUE "TURMA".
001910     05 FILLER PIC X(08) VALUE "DISC".
001920     05 FILLER PIC X(12) VALUE "DOCENTE".
001930     05 FILLER PIC X(32) VALUE "NOME".
001940     05 FILLER PIC X(12) VALUE "PRAZO".
001950     05 FILLER PIC X(10) VALUE "ATRASO".
001960     05 FILLER PIC X(30) VALUE "SITUACAO".
001970
001980 PROCEDURE DIVISION.
001990 0000-MAINLINE.
002000     PERFORM 1000-INICIALIZAR
002010         THRU 1000-INICIALIZAR-EXIT
002020
002030     PERFORM 1100-CARREGAR-CRONOGRAMA
002040         THRU 1100-CARREGAR-CRONOGRAMA-EXIT
002050         UNTIL WS-FIM-CRO = "S"
002060
002070     PERFORM 1200-CARREGAR-CONTROLE
002080         THRU 1200-CARREGAR-CONTROLE-EXIT
002090
002100     PERFORM 2000-MARCAR-LANCADAS
002110         THRU 2000-MARCAR-LANCADAS-EXIT
002120         UNTIL WS-FIM-HIST = "S"
002130
002140     PERFORM 3000-LISTAR-TURMA
002150         THRU 3000-LISTAR-TURMA-EXIT
002160         VARYING WS-CRO-IDX FROM 1 BY 1
002170         UNTIL WS-CRO-IDX > WS-CRO-QTDE
002180
002190     PERFORM 8000-FINALIZAR
002200         THRU 8000-FINALIZAR-EXIT
002210
002220     STOP RUN.
002230
002240******************************************************************
002250* 1000-INICIALIZAR
002260* LE O TERMO NOS PARAMETROS, ABRE O CRONOGRAMA E O CADASTRO DE
002270* DOCENTES (SEM ELES NAO HA O QUE COBRAR: A AUSENCIA ABORTA), O
002280* HISTORICO E A LISTAGEM, GRAVA O CABECALHO E POSICIONA O
002290* CRONOGRAMA NA PRIMEIRA TURMA DO TERMO. HISTORICO AINDA NAO
002300* CRIADO (STATUS 35) DEIXA TODAS AS TURMAS SEM LANCAMENTO.
002310******************************************************************
002320 1000-INICIALIZAR.
002330     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002340
002350     PERFORM 1010-LER-PARAMETROS
002360         THRU 1010-LER-PARAMETROS-EXIT
002370
002380     IF WS-TERMO = SPACES
002390         THEN
002400         DISPLAY "TERMO NAO INFORMADO NOS PARAMETROS"
002410         STOP RUN
002420     END-IF
002430
002440     OPEN INPUT ARQ-CRO
002450
002460     IF WS-CRO-STATUS NOT = "00"
002470         THEN
002480         DISPLAY "ERRO AO ABRIR CRONOGRAMA - STATUS "
002490             WS-CRO-STATUS
002500         STOP RUN
002510     END-IF
002520
002530     OPEN INPUT ARQ-DOC
002540
002550     IF WS-DOC-STATUS NOT = "00"
002560         THEN
002570         DISPLAY "ERRO AO ABRIR DOCENTES - STATUS " WS-DOC-STATUS
002580         STOP RUN
002590     END-IF
002600
002610     OPEN INPUT ARQ-HIST
002620
002630     IF WS-HIST-STATUS = "35"
002640         THEN
002650         MOVE "S" TO WS-FIM-HIST
002660     ELSE
002670         IF WS-HIST-STATUS NOT = "00"
002680             THEN
002690             DISPLAY "ERRO AO ABRIR HISTORICO - STATUS "
002700                 WS-HIST-STATUS
002710             STOP RUN
002720         END-IF
002730         MOVE "S" TO WS-HIST-ARQUIVO
002740     END-IF
002750
002760     OPEN OUTPUT ARQ-LST
002770
002780     IF WS-LST-STATUS NOT = "00"
002790         THEN
002800         DISPLAY "ERRO AO ABRIR LISTAGEM - STATUS "
002810             WS-LST-STATUS
002820         STOP RUN
002830     END-IF
002840
002850     MOVE SPACES TO WS-LINHA-RESUMO
002860     STRING "PENDENCIAS DE ENTREGA DE NOTAS - TERMO "
002870                         DELIMITED BY SIZE
002880         WS-TERMO        DELIMITED BY SIZE
002890         " - DATA "      DELIMITED BY SIZE
002900         WS-DATA-HOJE    DELIMITED BY SIZE
002910         INTO WS-LINHA-RESUMO
002920     MOVE WS-LINHA-RESUMO TO LST-TX
002930     WRITE LST-LINHA
002940
002950     MOVE SPACES TO LST-LINHA
002960     WRITE LST-LINHA
002970
002980     MOVE WS-CABEC-LST TO LST-LINHA-TX
002990     WRITE LST-LINHA
003000
003010     MOVE WS-TERMO   TO CRO-TERMO
003020     MOVE LOW-VALUES TO CRO-TURMA
003030     MOVE LOW-VALUES TO CRO-DISC
003040
003050     START ARQ-CRO KEY IS NOT LESS THAN CRO-CHAVE
003060         INVALID KEY
003070             MOVE "S" TO WS-FIM-CRO
003080     END-START
003090
003100 1000-INICIALIZAR-EXIT.
003110     EXIT.
003120
003130******************************************************************
003140* 1010-LER-PARAMETROS
003150* LE O TERMO NO ARQUIVO DE PARAMETROS DO NOTAS. ARQUIVO AUSENTE
003160* OU VAZIO DEIXA O TERMO EM BRANCO.
003170******************************************************************
003180 1010-LER-PARAMETROS.
003190     MOVE SPACES TO WS-TERMO
003200     OPEN INPUT ARQ-PARAM
003210
003220     IF WS-PARAM-STATUS = "00"
003230         THEN
003240         READ ARQ-PARAM
003250             AT END
003260                 MOVE SPACES TO PARAM-REG
003270         END-READ
003280         MOVE PARAM-TERMO TO WS-TERMO
003290         CLOSE ARQ-PARAM
003300     END-IF
003310
003320 1010-LER-PARAMETROS-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360* 1100-CARREGAR-CRONOGRAMA
003370* LE A PROXIMA ATRIBUICAO DO CRONOGRAMA E, ENQUANTO FOR DO TERMO
003380* DOS PARAMETROS, GUARDA TURMA, DISCIPLINA, DOCENTE E PRAZO NA
003390* TABELA DE TRABALHO (EM ORDEM DE TURMA + DISCIPLINA). CRONOGRAMA
003400* DO TERMO MAIOR QUE A TABELA ABORTA A EXECUCAO.
003410******************************************************************
003420 1100-CARREGAR-CRONOGRAMA.
003430     READ ARQ-CRO NEXT
003440         AT END
003450             MOVE "S" TO WS-FIM-CRO
003460             GO TO 1100-CARREGAR-CRONOGRAMA-EXIT
003470     END-READ
003480
003490     IF CRO-TERMO NOT = WS-TERMO
003500         THEN
003510         MOVE "S" TO WS-FIM-CRO
003520         GO TO 1100-CARREGAR-CRONOGRAMA-EXIT
003530     END-IF
003540
003550     IF WS-CRO-QTDE = 200
003560         THEN
003570         DISPLAY "CRONOGRAMA EXCEDE A TABELA DE 200 TURMAS"
003580         STOP RUN
003590     END-IF
003600
003610     ADD 1 TO WS-CRO-QTDE
003620     MOVE CRO-TURMA       TO WS-CRO-TURMA(WS-CRO-QTDE)
003630     MOVE CRO-DISC        TO WS-CRO-DISC(WS-CRO-QTDE)
003640     MOVE CRO-DOCENTE     TO WS-CRO-DOCENTE(WS-CRO-QTDE)
003650     MOVE CRO-DATA-LIMITE TO WS-CRO-DATA(WS-CRO-QTDE)
003660     MOVE "N"             TO WS-CRO-LANC(WS-CRO-QTDE)
003670
003680 1100-CARREGAR-CRONOGRAMA-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720* 1200-CARREGAR-CONTROLE
003730* CARREGA NA TABELA DE TRABALHO TURMA, DISCIPLINA E NOME DO
003740* ARQUIVO DE NOTAS (LIMPO) DE CADA REGISTRO DO CONTROLE. SEM
003750* ARQUIVO DE CONTROLE (STATUS 35) A TABELA FICA VAZIA E TODAS AS
003760* TURMAS PENDENTES SAEM COMO FORA DO CONTROLE.
003770******************************************************************
003780 1200-CARREGAR-CONTROLE.
003790     MOVE ZERO TO WS-CTL-QTDE
003800     MOVE "N" TO WS-FIM-CONTROLE
003810     OPEN INPUT ARQ-CTRL
003820
003830     IF WS-CTRL-STATUS = "35"
003840         THEN
003850         MOVE "S" TO WS-FIM-CONTROLE
003860         GO TO 1200-CARREGAR-CONTROLE-EXIT
003870     END-IF
003880
003890     IF WS-CTRL-STATUS NOT = "00"
003900         THEN
003910         DISPLAY "ERRO AO ABRIR ARQUIVO DE CONTROLE - STATUS "
003920             WS-CTRL-STATUS
003930         STOP RUN
003940     END-IF
003950
003960     PERFORM 1210-LER-CONTROLE-TAB
003970         THRU 1210-LER-CONTROLE-TAB-EXIT
003980         UNTIL WS-FIM-CONTROLE = "S"
003990
004000     CLOSE ARQ-CTRL
004010
004020 1200-CARREGAR-CONTROLE-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060* 1210-LER-CONTROLE-TAB
004070* LE UM REGISTRO DO ARQUIVO DE CONTROLE E GUARDA TURMA,
004080* DISCIPLINA E ARQUIVO DE NOTAS NA TABELA DE TRABALHO. CONTROLE
004090* MAIOR QUE A TABELA ABORTA A EXECUCAO.
004100******************************************************************
004110 1210-LER-CONTROLE-TAB.
004120     READ ARQ-CTRL
004130         AT END
004140             MOVE "S" TO WS-FIM-CONTROLE
004150             GO TO 1210-LER-CONTROLE-TAB-EXIT
004160     END-READ
004170
004180     IF WS-CTL-QTDE = 100
004190         THEN
004200         DISPLAY "CONTROLE EXCEDE A TABELA DE 100 TURMAS"
004210         STOP RUN
004220     END-IF
004230
004240     ADD 1 TO WS-CTL-QTDE
004250     MOVE CTL-TURMA   TO WS-CTL-TURMA(WS-CTL-QTDE)
004260     MOVE CTL-DISC    TO WS-CTL-DISC(WS-CTL-QTDE)
004270     MOVE CTL-ARQUIVO TO WS-CTL-ARQUIVO(WS-CTL-QTDE)
004280
004290 1210-LER-CONTROLE-TAB-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330* 2000-MARCAR-LANCADAS
004340* LE O PROXIMO REGISTRO DO HISTORICO E, SE FOR DO TERMO E NAO
004350* ESTIVER SUPERADO, MARCA A TURMA + DISCIPLINA DO REGISTRO COMO
004360* LANCADA NA TABELA DO CRONOGRAMA. NO FIM DO ARQUIVO, LIGA O
004370* INDICADOR WS-FIM-HIST.
004380******************************************************************
004390 2000-MARCAR-LANCADAS.
004400     READ ARQ-HIST NEXT
004410         AT END
004420             MOVE "S" TO WS-FIM-HIST
004430             GO TO 2000-MARCAR-LANCADAS-EXIT
004440     END-READ
004450
004460     IF HIST-TERMO NOT = WS-TERMO OR HIST-SUPERADO
004470         THEN
004480         GO TO 2000-MARCAR-LANCADAS-EXIT
004490     END-IF
004500
004510     ADD 1 TO WS-QTD-HIST
004520     MOVE ZERO TO WS-CRO-POS
004530
004540     PERFORM 2010-COMPARAR-CRONOGRAMA
004550         THRU 2010-COMPARAR-CRONOGRAMA-EXIT
004560         VARYING WS-CRO-IDX FROM 1 BY 1
004570         UNTIL WS-CRO-IDX > WS-CRO-QTDE
004580             OR WS-CRO-POS > ZERO
004590
004600     IF WS-CRO-POS > ZERO
004610         THEN
004620         MOVE "S" TO WS-CRO-LANC(WS-CRO-POS)
004630     END-IF
004640
004650 2000-MARCAR-LANCADAS-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690* 2010-COMPARAR-CRONOGRAMA
004700* CONFERE UMA ENTRADA (SUBSCRITO WS-CRO-IDX) DA TABELA DO
004710* CRONOGRAMA CONTRA A TURMA E A DISCIPLINA DO REGISTRO.
004720******************************************************************
004730 2010-COMPARAR-CRONOGRAMA.
004740     IF WS-CRO-TURMA(WS-CRO-IDX) = HIST-TURMA
004750         AND WS-CRO-DISC(WS-CRO-IDX) = HIST-DISC
004760         THEN
004770         MOVE WS-CRO-IDX TO WS-CRO-POS
004780     END-IF
004790
004800 2010-COMPARAR-CRONOGRAMA-EXIT.
004810     EXIT.
004820
004830******************************************************************
004840* 3000-LISTAR-TURMA
004850* PARA A TURMA DO CRONOGRAMA DE SUBSCRITO WS-CRO-IDX: SE JA TEM
004860* RESULTADO NO HISTORICO, SO CONTA; SENAO GRAVA A LINHA DE
004870* PENDENCIA COM O DOCENTE (3020), O PRAZO, OS DIAS DE ATRASO
004880* (3030) E A SITUACAO DO ARQUIVO DE NOTAS (3010).
004890******************************************************************
004900 3000-LISTAR-TURMA.
004910     IF CRO-LANCADA(WS-CRO-IDX)
004920         THEN
004930         ADD 1 TO WS-QTD-LANCADAS
004940         GO TO 3000-LISTAR-TURMA-EXIT
004950     END-IF
004960
004970     MOVE SPACES TO LST-LINHA
004980     MOVE WS-CRO-TURMA(WS-CRO-IDX)   TO LST-TURMA
004990     MOVE WS-CRO-DISC(WS-CRO-IDX)    TO LST-DISC
005000     MOVE WS-CRO-DOCENTE(WS-CRO-IDX) TO LST-DOCENTE
005010
005020     PERFORM 3010-VERIFICAR-ARQUIVO
005030         THRU 3010-VERIFICAR-ARQUIVO-EXIT
005040
005050     PERFORM 3020-LOCALIZAR-DOCENTE
005060         THRU 3020-LOCALIZAR-DOCENTE-EXIT
005070
005080     PERFORM 3030-CALCULAR-ATRASO
005090         THRU 3030-CALCULAR-ATRASO-EXIT
005100
005110     WRITE LST-LINHA
005120
005130 3000-LISTAR-TURMA-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170* 3010-VERIFICAR-ARQUIVO
005180* DIZ POR QUE A TURMA AINDA NAO TEM RESULTADO: FORA DO CONTROLE
005190* DO TERMO, ARQUIVO DE NOTAS (LIMPO) AINDA NAO RECEBIDO (STATUS
005200* 35 NA ABERTURA) OU ARQUIVO RECEBIDO E AINDA NAO PROCESSADO
005210* PELO NOTAS. O ARQUIVO E SO ABERTO E FECHADO.
005220******************************************************************
005230 3010-VERIFICAR-ARQUIVO.
005240     MOVE ZERO TO WS-CTL-POS
005250
005260     PERFORM 3015-COMPARAR-CONTROLE
005270         THRU 3015-COMPARAR-CONTROLE-EXIT
005280         VARYING WS-CTL-IDX FROM 1 BY 1
005290         UNTIL WS-CTL-IDX > WS-CTL-QTDE
005300             OR WS-CTL-POS > ZERO
005310
005320     IF WS-CTL-POS = ZERO
005330         THEN
005340         MOVE "TURMA FORA DO CONTROLE" TO LST-MSG
005350         GO TO 3010-VERIFICAR-ARQUIVO-EXIT
005360     END-IF
005370
005380     MOVE WS-CTL-ARQUIVO(WS-CTL-POS) TO WS-NOTAS-ARQUIVO
005390
005400     IF WS-NOTAS-ARQUIVO = SPACES
005410         THEN
005420         MOVE "SEM ARQUIVO NO CONTROLE" TO LST-MSG
005430         GO TO 3010-VERIFICAR-ARQUIVO-EXIT
005440     END-IF
005450
005460     OPEN INPUT ARQ-NOTAS
005470
005480     IF WS-NOTAS-STATUS = "35"
005490         THEN
005500         MOVE "ARQUIVO DE NOTAS NAO RECEBIDO" TO LST-MSG
005510         GO TO 3010-VERIFICAR-ARQUIVO-EXIT
005520     END-IF
005530
005540     IF WS-NOTAS-STATUS NOT = "00"
005550         THEN
005560         DISPLAY "ERRO AO ABRIR ARQUIVO DE NOTAS "
005570             WS-NOTAS-ARQUIVO " - STATUS " WS-NOTAS-STATUS
005580         STOP RUN
005590     END-IF
005600
005610     CLOSE ARQ-NOTAS
005620     MOVE "RECEBIDO, SEM LANCAMENTO" TO LST-MSG
005630
005640 3010-VERIFICAR-ARQUIVO-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680* 3015-COMPARAR-CONTROLE
005690* CONFERE UMA ENTRADA (SUBSCRITO WS-CTL-IDX) DA TABELA DO
005700* CONTROLE CONTRA A TURMA E A DISCIPLINA DO CRONOGRAMA.
005710******************************************************************
005720 3015-COMPARAR-CONTROLE.
005730     IF WS-CTL-TURMA(WS-CTL-IDX) = WS-CRO-TURMA(WS-CRO-IDX)
005740         AND WS-CTL-DISC(WS-CTL-IDX) = WS-CRO-DISC(WS-CRO-IDX)
005750         THEN
005760         MOVE WS-CTL-IDX TO WS-CTL-POS
005770     END-IF
005780
005790 3015-COMPARAR-CONTROLE-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830* 3020-LOCALIZAR-DOCENTE
005840* LE O NOME DO DOCENTE DA TURMA NO CADASTRO DE DOCENTES.
005850* DOCENTE AUSENTE DO CADASTRO SAI ASSINALADO E E CONTADO.
005860******************************************************************
005870 3020-LOCALIZAR-DOCENTE.
005880     MOVE WS-CRO-DOCENTE(WS-CRO-IDX) TO DOC-ID
005890
005900     READ ARQ-DOC
005910         INVALID KEY
005920             MOVE "*** DOCENTE NAO CADASTRADO ***" TO LST-NOME
005930             ADD 1 TO WS-QTD-SEM-DOC
005940         NOT INVALID KEY
005950             MOVE DOC-NOME TO LST-NOME
005960     END-READ
005970
005980 3020-LOCALIZAR-DOCENTE-EXIT.
005990     EXIT.
006000
006010******************************************************************
006020* 3030-CALCULAR-ATRASO
006030* FORMATA O PRAZO (DD/MM/AAAA) E CALCULA OS DIAS CORRIDOS ENTRE
006040* O PRAZO E A DATA DA EXECUCAO. PRAZO AINDA NAO VENCIDO (OU O
006050* PROPRIO DIA) SAI COMO "NO PRAZO"; PRAZO INVALIDO NO CRONOGRAMA
006060* SAI EM BRANCO E A TURMA CONTA COMO NO PRAZO.
006070******************************************************************
006080 3030-CALCULAR-ATRASO.
006090     MOVE WS-CRO-DATA(WS-CRO-IDX) TO WS-DATA-LIMITE
006100
006110     IF WS-DATA-LIMITE NOT NUMERIC OR WS-DATA-LIMITE = ZERO
006120         THEN
006130         ADD 1 TO WS-QTD-NO-PRAZO
006140         GO TO 3030-CALCULAR-ATRASO-EXIT
006150     END-IF
006160
006170     STRING WS-DATA-LIM-DIA DELIMITED BY SIZE
006180         "/"             DELIMITED BY SIZE
006190         WS-DATA-LIM-MES DELIMITED BY SIZE
006200         "/"             DELIMITED BY SIZE
006210         WS-DATA-LIM-ANO DELIMITED BY SIZE
006220         INTO LST-PRAZO
006230
006240     IF NOT WS-DATA-LIMITE < WS-DATA-HOJE
006250         THEN
006260         MOVE "NO PRAZO" TO LST-ATRASO
006270         ADD 1 TO WS-QTD-NO-PRAZO
006280         GO TO 3030-CALCULAR-ATRASO-EXIT
006290     END-IF
006300
006310     COMPUTE WS-DIAS-ATRASO =
006320         FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
006330         - FUNCTION INTEGER-OF-DATE(WS-DATA-LIMITE)
006340
006350     MOVE WS-DIAS-ATRASO TO WS-DIAS-ED
006360     MOVE WS-DIAS-ED TO LST-ATRASO
006370     ADD 1 TO WS-QTD-ATRASADAS
006380
006390 3030-CALCULAR-ATRASO-EXIT.
006400     EXIT.
006410
006420******************************************************************
006430* 8000-FINALIZAR
006440* GRAVA O RESUMO NA LISTAGEM (TURMAS DO CRONOGRAMA, LANCADAS,
006450* PENDENTES NO PRAZO E EM ATRASO), EXIBE AS PENDENCIAS NO
006460* CONSOLE PARA A SECRETARIA E FECHA OS ARQUIVOS.
006470******************************************************************
006480 8000-FINALIZAR.
006490     MOVE SPACES TO LST-LINHA
006500     WRITE LST-LINHA
006510
006520     MOVE WS-CRO-QTDE TO WS-CONT-ED
006530     MOVE SPACES TO WS-LINHA-RESUMO
006540     STRING "TURMAS NO CRONOGRAMA...: " DELIMITED BY SIZE
006550         WS-CONT-ED DELIMITED BY SIZE
006560         INTO WS-LINHA-RESUMO
006570     MOVE WS-LINHA-RESUMO TO LST-TX
006580     WRITE LST-LINHA
006590
006600     MOVE WS-QTD-LANCADAS TO WS-CONT-ED
006610     MOVE SPACES TO WS-LINHA-RESUMO
006620     STRING "COM RESULTADO LANCADO..: " DELIMITED BY SIZE
006630         WS-CONT-ED DELIMITED BY SIZE
006640         INTO WS-LINHA-RESUMO
006650     MOVE WS-LINHA-RESUMO TO LST-TX
006660     WRITE LST-LINHA
006670
006680     MOVE WS-QTD-NO-PRAZO TO WS-CONT-ED
006690     MOVE SPACES TO WS-LINHA-RESUMO
006700     STRING "PENDENTES NO PRAZO.....: " DELIMITED BY SIZE
006710         WS-CONT-ED DELIMITED BY SIZE
006720         INTO WS-LINHA-RESUMO
006730     MOVE WS-LINHA-RESUMO TO LST-TX
006740     WRITE LST-LINHA
006750
006760     MOVE WS-QTD-ATRASADAS TO WS-CONT-ED
006770     MOVE SPACES TO WS-LINHA-RESUMO
006780     STRING "PENDENTES EM ATRASO....: " DELIMITED BY SIZE
006790         WS-CONT-ED DELIMITED BY SIZE
006800         INTO WS-LINHA-RESUMO
006810     MOVE WS-LINHA-RESUMO TO LST-TX
006820     WRITE LST-LINHA
006830
006840     MOVE WS-QTD-SEM-DOC TO WS-CONT-ED
006850     MOVE SPACES TO WS-LINHA-RESUMO
006860     STRING "DOCENTE NAO CADASTRADO.: " DELIMITED BY SIZE
006870         WS-CONT-ED DELIMITED BY SIZE
006880         INTO WS-LINHA-RESUMO
006890     MOVE WS-LINHA-RESUMO TO LST-TX
006900     WRITE LST-LINHA
006910
006920     MOVE WS-QTD-ATRASADAS TO WS-CONT-ED
006930     DISPLAY "PENDTUR - TURMAS EM ATRASO: " WS-CONT-ED
006940
006950     CLOSE ARQ-CRO
006960     CLOSE ARQ-DOC
006970
006980     IF HISTORICO-DISPONIVEL
006990         THEN
007000         CLOSE ARQ-HIST
007010     END-IF
007020
007030     CLOSE ARQ-LST
007040
007050 8000-FINALIZAR-EXIT.
007060     EXIT.
007070
007080 END PROGRAM PENDTUR.
