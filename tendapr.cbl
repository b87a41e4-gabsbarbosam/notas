000010******************************************************************
000020* PROGRAM:      TENDAPR
000030* AUTHOR:       GABIRELA BARBOSA
000040* INSTALLATION: SETOR DE NOTAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:      TENDENCIA DE APROVACAO POR DISCIPLINA E TURMA AO
000070*               LONGO DOS TERMOS, A PARTIR DO HISTORICO VIVO E DOS
000080*               ARQUIVOS MORTOS ANUAIS
000090* TECTONICS:    cobc
000100******************************************************************
000110* MODIFICATION HISTORY
000120* DATE       INIT DESCRIPTION
000130* 2026-10-15 RLM  VERSAO INICIAL: LE NO PARAMTND O TERMO INICIAL E
000140*                 O FINAL DO PERIODO (EM BRANCO, SEM LIMITE) E A
000150*                 MARGEM DE ALERTA EM PONTOS PERCENTUAIS (PADRAO
000160*                 10). VARRE O HISTORICO VIVO E OS ARQUIVOS MORTOS
000170*                 DO CONTROLE ARQANOS (COMO O BOLETIM COMPLETO),
000180*                 SEM OS REGISTROS SUPERADOS POR RETIFICACAO, E
000190*                 ACUMULA POR DISCIPLINA + TERMO + TURMA OS
000200*                 MATRICULADOS, APROVADOS, REPROVADOS, REPROVADOS
000210*                 POR FALTA E PENDENTES, O APROVEITAMENTO DA
000220*                 RECUPERACAO E A MEDIA FINAL. A LISTAGEM RELTEND
000230*                 SAI POR DISCIPLINA, COM A TAXA HISTORICA DE
000240*                 REPROVACAO (TODOS OS TERMOS ATE O FINAL DO
000250*                 PERIODO), UMA LINHA DE TOTAL POR TERMO E UMA
000260*                 POR TURMA. O TERMO CUJA TAXA DE REPROVACAO
000270*                 PASSA A HISTORICA DA DISCIPLINA EM MAIS QUE A
000280*                 MARGEM E SINALIZADO. NAO GRAVA NADA NO
000290*                 HISTORICO.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. TENDAPR.
000330 AUTHOR. GABIRELA BARBOSA.
000340 INSTALLATION. SETOR DE NOTAS.
000350 DATE-WRITTEN. 15/10/2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ARQ-TND ASSIGN TO "PARAMTND"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-TND-STATUS.
000440
000450     SELECT ARQ-HIST ASSIGN TO "HISTORICO"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS HIST-CHAVE
000490         FILE STATUS IS WS-HIST-STATUS.
000500
000510     SELECT ARQ-ANOS ASSIGN TO "ARQANOS"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-ANOS-STATUS.
000540
000550     SELECT ARQ-ARC ASSIGN TO DYNAMIC WS-ARC-ARQUIVO
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ARC-STATUS.
000580
000590     SELECT ARQ-LST ASSIGN TO "RELTEND"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-LST-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  ARQ-TND.
000650 01  TND-REG.
000660     05 TND-TERMO-INI           PIC X(06).
000670     05 TND-TERMO-FIM           PIC X(06).
000680     05 TND-MARGEM              PIC 9(02).
000690
000700 FD  ARQ-HIST.
000710 01  HIST-LINHA.
000720     05 HIST-CHAVE.
000730         10 HIST-ID              PIC X(10).
000740         10 HIST-TERMO           PIC X(06).
000750         10 HIST-DISC            PIC X(06).
000760     05 FILLER                  PIC X(03).
000770     05 HIST-TURMA              PIC X(06).
000780     05 FILLER                  PIC X(03).
000790     05 HIST-QTD-NOTAS           PIC X(01).
000800     05 FILLER                  PIC X(03).
000810     05 HIST-NOTAS-TX           PIC X(32).
000820     05 HIST-RESUL-TX           PIC X(05).
000830     05 FILLER                  PIC X(03).
000840     05 HIST-STATUS             PIC X(26).
000850     05 FILLER                  PIC X(03).
000860     05 HIST-SIT                PIC X(01).
000870         88 HIST-SUPERADO             VALUE "S".
000880
000890 FD  ARQ-ANOS.
000900 01  ANOS-REG.
000910     05 ANOS-ARQUIVO             PIC X(30).
000920
000930 FD  ARQ-ARC.
000940 01  ARC-LINHA.
000950     05 ARC-ID                  PIC X(10).
000960     05 ARC-TERMO               PIC X(06).
000970     05 ARC-DISC                PIC X(06).
000980     05 FILLER                  PIC X(03).
000990     05 ARC-TURMA               PIC X(06).
001000     05 FILLER                  PIC X(03).
001010     05 ARC-QTD-NOTAS            PIC X(01).
001020     05 FILLER                  PIC X(03).
001030     05 ARC-NOTAS-TX            PIC X(32).
001040     05 ARC-RESUL-TX            PIC X(05).
001050     05 FILLER                  PIC X(03).
001060     05 ARC-STATUS              PIC X(26).
001070     05 FILLER                  PIC X(03).
001080     05 ARC-SIT                 PIC X(01).
001090         88 ARC-SUPERADO              VALUE "S".
001100
001110 FD  ARQ-LST.
001120 01  LST-LINHA.
001130     05 LST-TERMO               PIC X(06).
001140     05 FILLER                  PIC X(02).
001150     05 LST-TURMA               PIC X(06).
001160     05 FILLER                  PIC X(02).
001170     05 LST-MATR                PIC ZZZZ9.
001180     05 FILLER                  PIC X(02).
001190     05 LST-APROV               PIC ZZZZ9.
001200     05 FILLER                  PIC X(02).
001210     05 LST-REPROV              PIC ZZZZ9.
001220     05 FILLER                  PIC X(02).
001230     05 LST-REPFAL              PIC ZZZZ9.
001240     05 FILLER                  PIC X(02).
001250     05 LST-PEND                PIC ZZZZ9.
001260     05 FILLER                  PIC X(02).
001270     05 LST-RECUP               PIC X(05).
001280     05 FILLER                  PIC X(02).
001290     05 LST-MEDIA               PIC X(05).
001300     05 FILLER                  PIC X(02).
001310     05 LST-TXREP               PIC X(05).
001320     05 FILLER                  PIC X(02).
001330     05 LST-ALERTA              PIC X(30).
001340 01  LST-LINHA-TX REDEFINES LST-LINHA.
001350     05 LST-TX                  PIC X(107).
001360
001370 WORKING-STORAGE SECTION.
001380
001390 77  WS-TND-STATUS     PIC X(02) VALUE SPACES.
001400 77  WS-HIST-STATUS    PIC X(02) VALUE SPACES.
001410 77  WS-ANOS-STATUS    PIC X(02) VALUE SPACES.
001420 77  WS-ARC-STATUS     PIC X(02) VALUE SPACES.
001430 77  WS-LST-STATUS     PIC X(02) VALUE SPACES.
001440 77  WS-ARC-ARQUIVO    PIC X(30) VALUE SPACES.
001450 77  WS-FIM-HIST       PIC X(01) VALUE "N".
001460 77  WS-FIM-ANOS       PIC X(01) VALUE "N".
001470 77  WS-FIM-ARC        PIC X(01) VALUE "N".
001480 77  WS-FIM-GRUPO      PIC X(01) VALUE "N".
001490 77  WS-TERMO-INI      PIC X(06) VALUE SPACES.
001500 77  WS-TERMO-FIM      PIC X(06) VALUE SPACES.
001510 77  WS-TITULO-INI     PIC X(06) VALUE SPACES.
001520 77  WS-TITULO-FIM     PIC X(06) VALUE SPACES.
001530 77  WS-MARGEM         PIC 9(02) VALUE 10.
001540 77  WS-MARGEM-ED      PIC Z9.
001550 77  WS-ANOS-QTD       PIC 9(02) COMP VALUE ZERO.
001560 77  WS-ANOS-IDX       PIC 9(02) COMP VALUE ZERO.
001570 77  WS-AGR-QTDE       PIC 9(04) COMP VALUE ZERO.
001580 77  WS-AGR-IDX        PIC 9(04) COMP VALUE ZERO.
001590 77  WS-AGR-POS        PIC 9(04) COMP VALUE ZERO.
001600 77  WS-AGR-INI        PIC 9(04) COMP VALUE ZERO.
001610 77  WS-AGR-FIM        PIC 9(04) COMP VALUE ZERO.
001620 77  WS-TRM-INI        PIC 9(04) COMP VALUE ZERO.
001630 77  WS-TRM-FIM        PIC 9(04) COMP VALUE ZERO.
001640 77  WS-DSC-QTDE       PIC 9(04) COMP VALUE ZERO.
001650 77  WS-DSC-IDX        PIC 9(04) COMP VALUE ZERO.
001660 77  WS-DSC-POS        PIC 9(04) COMP VALUE ZERO.
001670 77  WS-QTD-VIVOS      PIC 9(07) VALUE ZEROS.
001680 77  WS-QTD-MORTOS     PIC 9(07) VALUE ZEROS.
001690 77  WS-QTD-SUPERADOS  PIC 9(07) VALUE ZEROS.
001700 77  WS-QTD-FORA       PIC 9(07) VALUE ZEROS.
001710 77  WS-QTD-ALERTAS    PIC 9(05) VALUE ZEROS.
001720 77  WS-DECIDIDOS      PIC 9(05) VALUE ZEROS.
001730 77  WS-TAXA-HIST      PIC 9(03)V9 VALUE ZEROS.
001740 77  WS-TAXA-TERMO     PIC 9(03)V9 VALUE ZEROS.
001750 77  WS-DIFERENCA      PIC S9(03)V9 VALUE ZEROS.
001760 77  WS-PERC           PIC 9(03)V9 VALUE ZEROS.
001770 77  WS-PERC-ED        PIC ZZ9.9.
001780 77  WS-MEDIA          PIC 9(02)V99 VALUE ZEROS.
001790 77  WS-MEDIA-ED       PIC Z9.99.
001800 77  WS-DIF-ED         PIC ZZ9.9.
001810 77  WS-CONT-ED        PIC ZZZZZZ9.
001820 77  WS-LINHA-RESUMO   PIC X(70) VALUE SPACES.
001830
001840******************************************************************
001850* REGISTRO CORRENTE (VIVO OU MORTO) EM FORMATO COMUM
001860******************************************************************
001870 01  WS-REG.
001880     05 WS-REG-CHAVE.
001890         10 WS-REG-DISC      PIC X(06).
001900         10 WS-REG-TERMO     PIC X(06).
001910         10 WS-REG-TURMA     PIC X(06).
001920     05 WS-REG-RESUL-TX     PIC X(05).
001930     05 WS-REG-STATUS       PIC X(26).
001940         88 REG-APROVADO          VALUE "APROVADO".
001950         88 REG-APROV-RECUP       VALUE "APROVADO APOS RECUP.".
001960         88 REG-REPROVADO         VALUE "REPROVADO".
001970         88 REG-REPROV-RECUP      VALUE "REPROVADO APOS RECUP.".
001980         88 REG-REPROV-FALTA      VALUE "REPROVADO POR FALTA".
001990
002000******************************************************************
002010* ACUMULADOS POR DISCIPLINA + TERMO + TURMA, MANTIDOS EM ORDEM
002020* DE CHAVE (DISCIPLINA, TERMO, TURMA) PARA A QUEBRA DA LISTAGEM
002030******************************************************************
002040 01  WS-AGR-TABELA.
002050     05 WS-AGR-ENTRADA OCCURS 5000 TIMES.
002060         10 WS-AGR-CHAVE.
002070             15 WS-AGR-DISC      PIC X(06).
002080             15 WS-AGR-TERMO     PIC X(06).
002090             15 WS-AGR-TURMA     PIC X(06).
002100         10 WS-AGR-CONTADORES.
002110             15 WS-AGR-MATR      PIC 9(05).
002120             15 WS-AGR-APROV     PIC 9(05).
002130             15 WS-AGR-REPROV    PIC 9(05).
002140             15 WS-AGR-REPFAL    PIC 9(05).
002150             15 WS-AGR-PEND      PIC 9(05).
002160             15 WS-AGR-REC-OK    PIC 9(05).
002170             15 WS-AGR-REC-TOT   PIC 9(05).
002180             15 WS-AGR-QTD-MED   PIC 9(05).
002190             15 WS-AGR-SOMA-MED  PIC 9(07)V99.
002200
002210******************************************************************
002220* TOTAIS DE UM GRUPO (DISCIPLINA OU TERMO) PARA A LISTAGEM
002230******************************************************************
002240 01  WS-GRP-CONTADORES.
002250     05 WS-GRP-MATR          PIC 9(05).
002260     05 WS-GRP-APROV         PIC 9(05).
002270     05 WS-GRP-REPROV        PIC 9(05).
002280     05 WS-GRP-REPFAL        PIC 9(05).
002290     05 WS-GRP-PEND          PIC 9(05).
002300     05 WS-GRP-REC-OK        PIC 9(05).
002310     05 WS-GRP-REC-TOT       PIC 9(05).
002320     05 WS-GRP-QTD-MED       PIC 9(05).
002330     05 WS-GRP-SOMA-MED      PIC 9(07)V99.
002340
002350******************************************************************
002360* REPROVACAO HISTORICA POR DISCIPLINA (TODOS OS TERMOS ATE O
002370* FINAL DO PERIODO, INCLUSIVE OS ANTERIORES AO INICIAL)
002380******************************************************************
002390 01  WS-DSC-TABELA.
002400     05 WS-DSC-ENTRADA OCCURS 500 TIMES.
002410         10 WS-DSC-DISC      PIC X(06).
002420         10 WS-DSC-DECID     PIC 9(07).
002430         10 WS-DSC-REPROV    PIC 9(07).
002440
002450 01  WS-ANOS-TABELA.
002460     05 WS-ANOS-ARQ OCCURS 20 TIMES
002470                                PIC X(30).
002480
002490 01  WS-CABEC-LST.
002500     05 FILLER PIC X(08) VALUE "TERMO".
002510     05 FILLER PIC X(08) VALUE "TURMA".
002520     05 FILLER PIC X(07) VALUE "MATRIC".
002530     05 FILLER PIC X(07) VALUE "APROV".
002540     05 FILLER PIC X(07) VALUE "REPROV".
002550     05 FILLER PIC X(07) VALUE "REPFAL".
002560     05 FILLER PIC X(07) VALUE "PEND".
002570     05 FILLER PIC X(07) VALUE "%RECUP".
002580     05 FILLER PIC X(07) VALUE "MEDIA".
002590     05 FILLER PIC X(07) VALUE "%REPR".
002600     05 FILLER PIC X(30) VALUE "ALERTA".
002610
002620 PROCEDURE DIVISION.
002630 0000-MAINLINE.
002640     PERFORM 1000-INICIALIZAR
002650         THRU 1000-INICIALIZAR-EXIT
002660
002670     PERFORM 2300-LER-ARQUIVO-MORTO
002680         THRU 2300-LER-ARQUIVO-MORTO-EXIT
002690         VARYING WS-ANOS-IDX FROM 1 BY 1
002700         UNTIL WS-ANOS-IDX > WS-ANOS-QTD
002710
002720     PERFORM 2000-LER-HISTORICO
002730         THRU 2000-LER-HISTORICO-EXIT
002740         UNTIL WS-FIM-HIST = "S"
002750
002760     MOVE 1 TO WS-AGR-INI
002770
002780     PERFORM 3000-LISTAR-DISCIPLINA
002790         THRU 3000-LISTAR-DISCIPLINA-EXIT
002800         UNTIL WS-AGR-INI > WS-AGR-QTDE
002810
002820     PERFORM 8000-FINALIZAR
002830         THRU 8000-FINALIZAR-EXIT
002840
002850     STOP RUN.
002860
002870******************************************************************
002880* 1000-INICIALIZAR
002890* LE OS PARAMETROS, CARREGA O CONTROLE ARQANOS, ABRE O HISTORICO
002900* VIVO E A LISTAGEM E GRAVA O TITULO. HISTORICO AUSENTE OU COM
002910* ERRO DE ABERTURA ABORTA A EXECUCAO.
002920******************************************************************
002930 1000-INICIALIZAR.
002940     PERFORM 1010-LER-PARAMETROS
002950         THRU 1010-LER-PARAMETROS-EXIT
002960
002970     PERFORM 1030-CARREGAR-ARQUIVOS
002980         THRU 1030-CARREGAR-ARQUIVOS-EXIT
002990
003000     OPEN INPUT ARQ-HIST
003010
003020     IF WS-HIST-STATUS NOT = "00"
003030         THEN
003040         DISPLAY "ERRO AO ABRIR HISTORICO - STATUS "
003050             WS-HIST-STATUS
003060         STOP RUN
003070     END-IF
003080
003090     OPEN OUTPUT ARQ-LST
003100
003110     IF WS-LST-STATUS NOT = "00"
003120         THEN
003130         DISPLAY "ERRO AO ABRIR LISTAGEM - STATUS "
003140             WS-LST-STATUS
003150         STOP RUN
003160     END-IF
003170
003180     MOVE WS-TERMO-INI TO WS-TITULO-INI
003190     MOVE WS-TERMO-FIM TO WS-TITULO-FIM
003200
003210     IF WS-TITULO-INI = SPACES
003220         THEN
003230         MOVE "INICIO" TO WS-TITULO-INI
003240     END-IF
003250
003260     IF WS-TITULO-FIM = SPACES
003270         THEN
003280         MOVE "ULTIMO" TO WS-TITULO-FIM
003290     END-IF
003300
003310     MOVE WS-MARGEM TO WS-MARGEM-ED
003320     MOVE SPACES TO WS-LINHA-RESUMO
003330     STRING "TENDENCIA DE APROVACAO - TERMOS " DELIMITED BY SIZE
003340         WS-TITULO-INI   DELIMITED BY SIZE
003350         " A "           DELIMITED BY SIZE
003360         WS-TITULO-FIM   DELIMITED BY SIZE
003370         " - MARGEM "    DELIMITED BY SIZE
003380         WS-MARGEM-ED    DELIMITED BY SIZE
003390         " PONTOS"       DELIMITED BY SIZE
003400         INTO WS-LINHA-RESUMO
003410     MOVE WS-LINHA-RESUMO TO LST-TX
003420     WRITE LST-LINHA
003430
003440 1000-INICIALIZAR-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480* 1010-LER-PARAMETROS
003490* LE NO PARAMTND O TERMO INICIAL E O FINAL DO PERIODO E A MARGEM
003500* DE ALERTA. ARQUIVO AUSENTE OU VAZIO LISTA TODOS OS TERMOS COM
003510* A MARGEM PADRAO (10 PONTOS); TERMO FINAL EM BRANCO NAO LIMITA.
003520******************************************************************
003530 1010-LER-PARAMETROS.
003540     OPEN INPUT ARQ-TND
003550
003560     IF WS-TND-STATUS = "00"
003570         THEN
003580         READ ARQ-TND
003590             AT END
003600                 MOVE SPACES TO TND-REG
003610         END-READ
003620         MOVE TND-TERMO-INI TO WS-TERMO-INI
003630         MOVE TND-TERMO-FIM TO WS-TERMO-FIM
003640         IF TND-MARGEM IS NUMERIC
003650             THEN
003660             MOVE TND-MARGEM TO WS-MARGEM
003670         END-IF
003680         CLOSE ARQ-TND
003690     END-IF
003700
003710 1010-LER-PARAMETROS-EXIT.
003720     EXIT.
003730
003740******************************************************************
003750* 1030-CARREGAR-ARQUIVOS
003760* CARREGA NA TABELA DE TRABALHO OS NOMES DOS ARQUIVOS MORTOS
003770* ANUAIS REGISTRADOS PELO ARQHIST NO CONTROLE ARQANOS. CONTROLE
003780* AUSENTE (STATUS 35) NAO E ERRO: AINDA NAO HOUVE EXPURGO E A
003790* TABELA FICA VAZIA.
003800******************************************************************
003810 1030-CARREGAR-ARQUIVOS.
003820     MOVE ZERO TO WS-ANOS-QTD
003830     MOVE "N" TO WS-FIM-ANOS
003840     OPEN INPUT ARQ-ANOS
003850
003860     IF WS-ANOS-STATUS = "35"
003870         THEN
003880         GO TO 1030-CARREGAR-ARQUIVOS-EXIT
003890     END-IF
003900
003910     IF WS-ANOS-STATUS NOT = "00"
003920         THEN
003930         DISPLAY "ERRO AO ABRIR ARQANOS - STATUS "
003940             WS-ANOS-STATUS
003950         STOP RUN
003960     END-IF
003970
003980     PERFORM 1040-LER-ARQANOS
003990         THRU 1040-LER-ARQANOS-EXIT
004000         UNTIL WS-FIM-ANOS = "S"
004010
004020     CLOSE ARQ-ANOS
004030
004040 1030-CARREGAR-ARQUIVOS-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080* 1040-LER-ARQANOS
004090* LE UMA LINHA DO CONTROLE ARQANOS E GUARDA O NOME DO ARQUIVO
004100* MORTO NA TABELA DE TRABALHO. CONTROLE MAIOR QUE A TABELA
004110* ABORTA A EXECUCAO.
004120******************************************************************
004130 1040-LER-ARQANOS.
004140     READ ARQ-ANOS
004150         AT END
004160             MOVE "S" TO WS-FIM-ANOS
004170             GO TO 1040-LER-ARQANOS-EXIT
004180     END-READ
004190
004200     IF WS-ANOS-QTD = 20
004210         THEN
004220         DISPLAY "ARQANOS EXCEDE A TABELA DE 20 ARQUIVOS"
004230         STOP RUN
004240     END-IF
004250
004260     ADD 1 TO WS-ANOS-QTD
004270     MOVE ANOS-ARQUIVO TO WS-ANOS-ARQ(WS-ANOS-QTD)
004280
004290 1040-LER-ARQANOS-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330* 2000-LER-HISTORICO
004340* LE UM REGISTRO DO HISTORICO VIVO EM ORDEM DE CHAVE E, SE NAO
004350* SUPERADO POR RETIFICACAO, ACUMULA-O. NO FIM DO ARQUIVO, LIGA O
004360* INDICADOR WS-FIM-HIST.
004370******************************************************************
004380 2000-LER-HISTORICO.
004390     READ ARQ-HIST NEXT
004400         AT END
004410             MOVE "S" TO WS-FIM-HIST
004420             GO TO 2000-LER-HISTORICO-EXIT
004430     END-READ
004440
004450     ADD 1 TO WS-QTD-VIVOS
004460
004470     IF HIST-SUPERADO
004480         THEN
004490         ADD 1 TO WS-QTD-SUPERADOS
004500         GO TO 2000-LER-HISTORICO-EXIT
004510     END-IF
004520
004530     MOVE HIST-DISC     TO WS-REG-DISC
004540     MOVE HIST-TERMO    TO WS-REG-TERMO
004550     MOVE HIST-TURMA    TO WS-REG-TURMA
004560     MOVE HIST-RESUL-TX TO WS-REG-RESUL-TX
004570     MOVE HIST-STATUS   TO WS-REG-STATUS
004580
004590     PERFORM 2100-ACUMULAR-REGISTRO
004600         THRU 2100-ACUMULAR-REGISTRO-EXIT
004610
004620 2000-LER-HISTORICO-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660* 2100-ACUMULAR-REGISTRO
004670* ACUMULA O REGISTRO CORRENTE (WS-REG): TERMO POSTERIOR AO FINAL
004680* DO PERIODO E IGNORADO; ATE O FINAL ENTRA NA REPROVACAO
004690* HISTORICA DA DISCIPLINA (2150); SO O TERMO DENTRO DO PERIODO
004700* ENTRA NA TABELA DA LISTAGEM (2110), PELA SITUACAO FINAL.
004710* APROVADO E REPROVADO INCLUEM OS APOS RECUPERACAO; O PENDENTE
004720* DE 2A CHAMADA (SEM RESULTADO) CONTA SO COMO MATRICULADO.
004730******************************************************************
004740 2100-ACUMULAR-REGISTRO.
004750     IF WS-TERMO-FIM NOT = SPACES
004760         AND WS-REG-TERMO > WS-TERMO-FIM
004770         THEN
004780         ADD 1 TO WS-QTD-FORA
004790         GO TO 2100-ACUMULAR-REGISTRO-EXIT
004800     END-IF
004810
004820     PERFORM 2150-ACUMULAR-DISCIPLINA
004830         THRU 2150-ACUMULAR-DISCIPLINA-EXIT
004840
004850     IF WS-REG-TERMO < WS-TERMO-INI
004860         THEN
004870         ADD 1 TO WS-QTD-FORA
004880         GO TO 2100-ACUMULAR-REGISTRO-EXIT
004890     END-IF
004900
004910     PERFORM 2110-LOCALIZAR-ENTRADA
004920         THRU 2110-LOCALIZAR-ENTRADA-EXIT
004930
004940     ADD 1 TO WS-AGR-MATR(WS-AGR-POS)
004950
004960     IF REG-APROVADO OR REG-APROV-RECUP
004970         THEN
004980         ADD 1 TO WS-AGR-APROV(WS-AGR-POS)
004990     ELSE
005000         IF REG-REPROVADO OR REG-REPROV-RECUP
005010             THEN
005020             ADD 1 TO WS-AGR-REPROV(WS-AGR-POS)
005030         ELSE
005040             IF REG-REPROV-FALTA
005050                 THEN
005060                 ADD 1 TO WS-AGR-REPFAL(WS-AGR-POS)
005070             ELSE
005080                 ADD 1 TO WS-AGR-PEND(WS-AGR-POS)
005090             END-IF
005100         END-IF
005110     END-IF
005120
005130     IF REG-APROV-RECUP OR REG-REPROV-RECUP
005140         THEN
005150         ADD 1 TO WS-AGR-REC-TOT(WS-AGR-POS)
005160     END-IF
005170
005180     IF REG-APROV-RECUP
005190         THEN
005200         ADD 1 TO WS-AGR-REC-OK(WS-AGR-POS)
005210     END-IF
005220
005230     IF WS-REG-RESUL-TX NOT = SPACES
005240         THEN
005250         ADD 1 TO WS-AGR-QTD-MED(WS-AGR-POS)
005260         COMPUTE WS-AGR-SOMA-MED(WS-AGR-POS) =
005270             WS-AGR-SOMA-MED(WS-AGR-POS)
005280             + FUNCTION NUMVAL(WS-REG-RESUL-TX)
005290     END-IF
005300
005310 2100-ACUMULAR-REGISTRO-EXIT.
005320     EXIT.
005330
005340******************************************************************
005350* 2110-LOCALIZAR-ENTRADA
005360* LOCALIZA NA TABELA ORDENADA A ENTRADA DA DISCIPLINA + TERMO +
005370* TURMA DO REGISTRO CORRENTE (WS-AGR-POS): A PRIMEIRA ENTRADA DE
005380* CHAVE IGUAL OU MAIOR. NAO SENDO IGUAL, AS ENTRADAS SEGUINTES
005390* DESCEM UMA POSICAO E A NOVA ENTRADA E CRIADA ZERADA NO LUGAR.
005400* TABELA CHEIA ABORTA A EXECUCAO.
005410******************************************************************
005420 2110-LOCALIZAR-ENTRADA.
005430     MOVE ZERO TO WS-AGR-POS
005440
005450     PERFORM 2111-COMPARAR-ENTRADA
005460         THRU 2111-COMPARAR-ENTRADA-EXIT
005470         VARYING WS-AGR-IDX FROM 1 BY 1
005480         UNTIL WS-AGR-IDX > WS-AGR-QTDE
005490             OR WS-AGR-POS > ZERO
005500
005510     IF WS-AGR-POS > ZERO
005520         THEN
005530         IF WS-AGR-CHAVE(WS-AGR-POS) = WS-REG-CHAVE
005540             THEN
005550             GO TO 2110-LOCALIZAR-ENTRADA-EXIT
005560         END-IF
005570     END-IF
005580
005590     IF WS-AGR-QTDE = 5000
005600         THEN
005610         DISPLAY "TURMAS EXCEDEM A TABELA DE 5000 ENTRADAS"
005620         STOP RUN
005630     END-IF
005640
005650     IF WS-AGR-POS = ZERO
005660         THEN
005670         COMPUTE WS-AGR-POS = WS-AGR-QTDE + 1
005680     ELSE
005690         PERFORM 2112-DESLOCAR-ENTRADA
005700             THRU 2112-DESLOCAR-ENTRADA-EXIT
005710             VARYING WS-AGR-IDX FROM WS-AGR-QTDE BY -1
005720             UNTIL WS-AGR-IDX < WS-AGR-POS
005730     END-IF
005740
005750     ADD 1 TO WS-AGR-QTDE
005760     MOVE WS-REG-CHAVE TO WS-AGR-CHAVE(WS-AGR-POS)
005770     MOVE ZEROS TO WS-AGR-CONTADORES(WS-AGR-POS)
005780
005790 2110-LOCALIZAR-ENTRADA-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830* 2111-COMPARAR-ENTRADA
005840* CONFERE UMA ENTRADA (SUBSCRITO WS-AGR-IDX) DA TABELA CONTRA A
005850* CHAVE DO REGISTRO CORRENTE: A PRIMEIRA IGUAL OU MAIOR PARA A
005860* PROCURA.
005870******************************************************************
005880 2111-COMPARAR-ENTRADA.
005890     IF WS-AGR-CHAVE(WS-AGR-IDX) NOT < WS-REG-CHAVE
005900         THEN
005910         MOVE WS-AGR-IDX TO WS-AGR-POS
005920     END-IF
005930
005940 2111-COMPARAR-ENTRADA-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980* 2112-DESLOCAR-ENTRADA
005990* DESCE UMA POSICAO A ENTRADA WS-AGR-IDX DA TABELA, ABRINDO
006000* ESPACO PARA A NOVA ENTRADA.
006010******************************************************************
006020 2112-DESLOCAR-ENTRADA.
006030     MOVE WS-AGR-ENTRADA(WS-AGR-IDX)
006040         TO WS-AGR-ENTRADA(WS-AGR-IDX + 1)
006050
006060 2112-DESLOCAR-ENTRADA-EXIT.
006070     EXIT.
006080
006090******************************************************************
006100* 2150-ACUMULAR-DISCIPLINA
006110* SOMA O REGISTRO CORRENTE NA REPROVACAO HISTORICA DA SUA
006120* DISCIPLINA: SO OS ALUNOS COM SITUACAO FINAL (APROVADOS,
006130* REPROVADOS E REPROVADOS POR FALTA) ENTRAM NA CONTA.
006140******************************************************************
006150 2150-ACUMULAR-DISCIPLINA.
006160     IF NOT (REG-APROVADO OR REG-APROV-RECUP OR REG-REPROVADO
006170         OR REG-REPROV-RECUP OR REG-REPROV-FALTA)
006180         THEN
006190         GO TO 2150-ACUMULAR-DISCIPLINA-EXIT
006200     END-IF
006210
006220     PERFORM 2160-LOCALIZAR-DISCIPLINA
006230         THRU 2160-LOCALIZAR-DISCIPLINA-EXIT
006240
006250     ADD 1 TO WS-DSC-DECID(WS-DSC-POS)
006260
006270     IF NOT (REG-APROVADO OR REG-APROV-RECUP)
006280         THEN
006290         ADD 1 TO WS-DSC-REPROV(WS-DSC-POS)
006300     END-IF
006310
006320 2150-ACUMULAR-DISCIPLINA-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360* 2160-LOCALIZAR-DISCIPLINA
006370* LOCALIZA A DISCIPLINA DO REGISTRO CORRENTE NA TABELA DE
006380* REPROVACAO HISTORICA (WS-DSC-POS), CRIANDO-A ZERADA NA PRIMEIRA
006390* OCORRENCIA. TABELA CHEIA ABORTA A EXECUCAO.
006400******************************************************************
006410 2160-LOCALIZAR-DISCIPLINA.
006420     MOVE ZERO TO WS-DSC-POS
006430
006440     PERFORM 2161-COMPARAR-DISCIPLINA
006450         THRU 2161-COMPARAR-DISCIPLINA-EXIT
006460         VARYING WS-DSC-IDX FROM 1 BY 1
006470         UNTIL WS-DSC-IDX > WS-DSC-QTDE
006480             OR WS-DSC-POS > ZERO
006490
006500     IF WS-DSC-POS > ZERO
006510         THEN
006520         GO TO 2160-LOCALIZAR-DISCIPLINA-EXIT
006530     END-IF
006540
006550     IF WS-DSC-QTDE = 500
006560         THEN
006570         DISPLAY "DISCIPLINAS EXCEDEM A TABELA DE 500"
006580         STOP RUN
006590     END-IF
006600
006610     ADD 1 TO WS-DSC-QTDE
006620     MOVE WS-DSC-QTDE TO WS-DSC-POS
006630     MOVE WS-REG-DISC TO WS-DSC-DISC(WS-DSC-POS)
006640     MOVE ZEROS TO WS-DSC-DECID(WS-DSC-POS)
006650     MOVE ZEROS TO WS-DSC-REPROV(WS-DSC-POS)
006660
006670 2160-LOCALIZAR-DISCIPLINA-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710* 2161-COMPARAR-DISCIPLINA
006720* CONFERE UMA ENTRADA (SUBSCRITO WS-DSC-IDX) DA TABELA DE
006730* REPROVACAO HISTORICA CONTRA A DISCIPLINA DO REGISTRO CORRENTE.
006740******************************************************************
006750 2161-COMPARAR-DISCIPLINA.
006760     IF WS-DSC-DISC(WS-DSC-IDX) = WS-REG-DISC
006770         THEN
006780         MOVE WS-DSC-IDX TO WS-DSC-POS
006790     END-IF
006800
006810 2161-COMPARAR-DISCIPLINA-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850* 2300-LER-ARQUIVO-MORTO
006860* VARRE O ARQUIVO MORTO (SUBSCRITO WS-ANOS-IDX DO CONTROLE
006870* ARQANOS) ACUMULANDO OS REGISTROS ARQUIVADOS. ARQUIVO REGISTRADO
006880* NO CONTROLE MAS AUSENTE OU COM ERRO DE ABERTURA ABORTA: A
006890* TENDENCIA NAO PODE SAIR COM TERMOS FALTANDO.
006900******************************************************************
006910 2300-LER-ARQUIVO-MORTO.
006920     MOVE WS-ANOS-ARQ(WS-ANOS-IDX) TO WS-ARC-ARQUIVO
006930     MOVE "N" TO WS-FIM-ARC
006940     OPEN INPUT ARQ-ARC
006950
006960     IF WS-ARC-STATUS NOT = "00"
006970         THEN
006980         DISPLAY "ERRO AO ABRIR ARQUIVO MORTO "
006990             WS-ARC-ARQUIVO " - STATUS " WS-ARC-STATUS
007000         STOP RUN
007010     END-IF
007020
007030     PERFORM 2310-CONFERIR-ARQUIVADO
007040         THRU 2310-CONFERIR-ARQUIVADO-EXIT
007050         UNTIL WS-FIM-ARC = "S"
007060
007070     CLOSE ARQ-ARC
007080
007090 2300-LER-ARQUIVO-MORTO-EXIT.
007100     EXIT.
007110
007120******************************************************************
007130* 2310-CONFERIR-ARQUIVADO
007140* LE UM REGISTRO DO ARQUIVO MORTO CORRENTE E, SE NAO SUPERADO
007150* POR RETIFICACAO, ACUMULA-O. NO FIM DO ARQUIVO, LIGA O
007160* INDICADOR WS-FIM-ARC.
007170******************************************************************
007180 2310-CONFERIR-ARQUIVADO.
007190     READ ARQ-ARC
007200         AT END
007210             MOVE "S" TO WS-FIM-ARC
007220             GO TO 2310-CONFERIR-ARQUIVADO-EXIT
007230     END-READ
007240
007250     ADD 1 TO WS-QTD-MORTOS
007260
007270     IF ARC-SUPERADO
007280         THEN
007290         ADD 1 TO WS-QTD-SUPERADOS
007300         GO TO 2310-CONFERIR-ARQUIVADO-EXIT
007310     END-IF
007320
007330     MOVE ARC-DISC     TO WS-REG-DISC
007340     MOVE ARC-TERMO    TO WS-REG-TERMO
007350     MOVE ARC-TURMA    TO WS-REG-TURMA
007360     MOVE ARC-RESUL-TX TO WS-REG-RESUL-TX
007370     MOVE ARC-STATUS   TO WS-REG-STATUS
007380
007390     PERFORM 2100-ACUMULAR-REGISTRO
007400         THRU 2100-ACUMULAR-REGISTRO-EXIT
007410
007420 2310-CONFERIR-ARQUIVADO-EXIT.
007430     EXIT.
007440
007450******************************************************************
007460* 3000-LISTAR-DISCIPLINA
007470* LISTA A DISCIPLINA DA ENTRADA WS-AGR-INI: DELIMITA AS ENTRADAS
007480* DELA NA TABELA ORDENADA (ATE WS-AGR-FIM), GRAVA O CABECALHO
007490* COM A TAXA HISTORICA DE REPROVACAO E O TOTAL DO PERIODO E
007500* LISTA TERMO A TERMO (3100). AVANCA WS-AGR-INI PARA A PROXIMA
007510* DISCIPLINA.
007520******************************************************************
007530 3000-LISTAR-DISCIPLINA.
007540     MOVE WS-AGR-INI TO WS-AGR-FIM
007550     MOVE "N" TO WS-FIM-GRUPO
007560
007570     PERFORM 3010-DELIMITAR-DISCIPLINA
007580         THRU 3010-DELIMITAR-DISCIPLINA-EXIT
007590         VARYING WS-AGR-IDX FROM WS-AGR-INI BY 1
007600         UNTIL WS-AGR-IDX > WS-AGR-QTDE
007610             OR WS-FIM-GRUPO = "S"
007620
007630     MOVE WS-AGR-DISC(WS-AGR-INI) TO WS-REG-DISC
007640
007650     PERFORM 2160-LOCALIZAR-DISCIPLINA
007660         THRU 2160-LOCALIZAR-DISCIPLINA-EXIT
007670
007680     MOVE ZEROS TO WS-TAXA-HIST
007690
007700     IF WS-DSC-DECID(WS-DSC-POS) > ZERO
007710         THEN
007720         COMPUTE WS-TAXA-HIST ROUNDED =
007730             WS-DSC-REPROV(WS-DSC-POS) * 100
007740             / WS-DSC-DECID(WS-DSC-POS)
007750     END-IF
007760
007770     MOVE SPACES TO LST-LINHA
007780     WRITE LST-LINHA
007790
007800     MOVE WS-TAXA-HIST TO WS-PERC-ED
007810     MOVE SPACES TO WS-LINHA-RESUMO
007820     STRING "DISCIPLINA: "       DELIMITED BY SIZE
007830         WS-REG-DISC             DELIMITED BY SIZE
007840         "   REPROVACAO HISTORICA: " DELIMITED BY SIZE
007850         WS-PERC-ED              DELIMITED BY SIZE
007860         "%"                     DELIMITED BY SIZE
007870         INTO WS-LINHA-RESUMO
007880     MOVE WS-LINHA-RESUMO TO LST-TX
007890     WRITE LST-LINHA
007900
007910     MOVE WS-CABEC-LST TO LST-LINHA-TX
007920     WRITE LST-LINHA
007930
007940     MOVE WS-AGR-INI TO WS-TRM-INI
007950
007960     PERFORM 3100-LISTAR-TERMO
007970         THRU 3100-LISTAR-TERMO-EXIT
007980         UNTIL WS-TRM-INI > WS-AGR-FIM
007990
008000     MOVE ZEROS TO WS-GRP-CONTADORES
008010
008020     PERFORM 3020-SOMAR-ENTRADA
008030         THRU 3020-SOMAR-ENTRADA-EXIT
008040         VARYING WS-AGR-IDX FROM WS-AGR-INI BY 1
008050         UNTIL WS-AGR-IDX > WS-AGR-FIM
008060
008070     MOVE SPACES TO LST-LINHA
008080     MOVE "TODOS" TO LST-TERMO
008090     MOVE "TOTAL"  TO LST-TURMA
008100
008110     PERFORM 3200-MONTAR-LINHA
008120         THRU 3200-MONTAR-LINHA-EXIT
008130
008140     WRITE LST-LINHA
008150
008160     COMPUTE WS-AGR-INI = WS-AGR-FIM + 1
008170
008180 3000-LISTAR-DISCIPLINA-EXIT.
008190     EXIT.
008200
008210******************************************************************
008220* 3010-DELIMITAR-DISCIPLINA
008230* AVANCA WS-AGR-FIM ATE A ULTIMA ENTRADA DA DISCIPLINA. A
008240* PRIMEIRA ENTRADA DE OUTRA DISCIPLINA ENCERRA A PROCURA.
008250******************************************************************
008260 3010-DELIMITAR-DISCIPLINA.
008270     IF WS-AGR-DISC(WS-AGR-IDX) NOT = WS-AGR-DISC(WS-AGR-INI)
008280         THEN
008290         MOVE "S" TO WS-FIM-GRUPO
008300     ELSE
008310         MOVE WS-AGR-IDX TO WS-AGR-FIM
008320     END-IF
008330
008340 3010-DELIMITAR-DISCIPLINA-EXIT.
008350     EXIT.
008360
008370******************************************************************
008380* 3020-SOMAR-ENTRADA
008390* SOMA OS CONTADORES DA ENTRADA WS-AGR-IDX NOS TOTAIS DO GRUPO.
008400******************************************************************
008410 3020-SOMAR-ENTRADA.
008420     ADD WS-AGR-MATR(WS-AGR-IDX)     TO WS-GRP-MATR
008430     ADD WS-AGR-APROV(WS-AGR-IDX)    TO WS-GRP-APROV
008440     ADD WS-AGR-REPROV(WS-AGR-IDX)   TO WS-GRP-REPROV
008450     ADD WS-AGR-REPFAL(WS-AGR-IDX)   TO WS-GRP-REPFAL
008460     ADD WS-AGR-PEND(WS-AGR-IDX)     TO WS-GRP-PEND
008470     ADD WS-AGR-REC-OK(WS-AGR-IDX)   TO WS-GRP-REC-OK
008480     ADD WS-AGR-REC-TOT(WS-AGR-IDX)  TO WS-GRP-REC-TOT
008490     ADD WS-AGR-QTD-MED(WS-AGR-IDX)  TO WS-GRP-QTD-MED
008500     ADD WS-AGR-SOMA-MED(WS-AGR-IDX) TO WS-GRP-SOMA-MED
008510
008520 3020-SOMAR-ENTRADA-EXIT.
008530     EXIT.
008540
008550******************************************************************
008560* 3100-LISTAR-TERMO
008570* LISTA O TERMO DA ENTRADA WS-TRM-INI DA DISCIPLINA CORRENTE:
008580* DELIMITA AS ENTRADAS DO TERMO (ATE WS-TRM-FIM), GRAVA A LINHA
008590* DE TOTAL DO TERMO, COM O ALERTA QUANDO A REPROVACAO PASSA A
008600* HISTORICA EM MAIS QUE A MARGEM, E UMA LINHA POR TURMA.
008610******************************************************************
008620 3100-LISTAR-TERMO.
008630     MOVE WS-TRM-INI TO WS-TRM-FIM
008640     MOVE "N" TO WS-FIM-GRUPO
008650
008660     PERFORM 3110-DELIMITAR-TERMO
008670         THRU 3110-DELIMITAR-TERMO-EXIT
008680         VARYING WS-AGR-IDX FROM WS-TRM-INI BY 1
008690         UNTIL WS-AGR-IDX > WS-AGR-FIM
008700             OR WS-FIM-GRUPO = "S"
008710
008720     MOVE ZEROS TO WS-GRP-CONTADORES
008730
008740     PERFORM 3020-SOMAR-ENTRADA
008750         THRU 3020-SOMAR-ENTRADA-EXIT
008760         VARYING WS-AGR-IDX FROM WS-TRM-INI BY 1
008770         UNTIL WS-AGR-IDX > WS-TRM-FIM
008780
008790     MOVE SPACES TO LST-LINHA
008800     MOVE WS-AGR-TERMO(WS-TRM-INI) TO LST-TERMO
008810     MOVE "TOTAL" TO LST-TURMA
008820
008830     PERFORM 3200-MONTAR-LINHA
008840         THRU 3200-MONTAR-LINHA-EXIT
008850
008860     PERFORM 3120-CONFERIR-ALERTA
008870         THRU 3120-CONFERIR-ALERTA-EXIT
008880
008890     WRITE LST-LINHA
008900
008910     PERFORM 3130-LISTAR-TURMA
008920         THRU 3130-LISTAR-TURMA-EXIT
008930         VARYING WS-AGR-IDX FROM WS-TRM-INI BY 1
008940         UNTIL WS-AGR-IDX > WS-TRM-FIM
008950
008960     COMPUTE WS-TRM-INI = WS-TRM-FIM + 1
008970
008980 3100-LISTAR-TERMO-EXIT.
008990     EXIT.
009000
009010******************************************************************
009020* 3110-DELIMITAR-TERMO
009030* AVANCA WS-TRM-FIM ATE A ULTIMA ENTRADA DO TERMO. A PRIMEIRA
009040* ENTRADA DE OUTRO TERMO ENCERRA A PROCURA.
009050******************************************************************
009060 3110-DELIMITAR-TERMO.
009070     IF WS-AGR-TERMO(WS-AGR-IDX) NOT = WS-AGR-TERMO(WS-TRM-INI)
009080         THEN
009090         MOVE "S" TO WS-FIM-GRUPO
009100     ELSE
009110         MOVE WS-AGR-IDX TO WS-TRM-FIM
009120     END-IF
009130
009140 3110-DELIMITAR-TERMO-EXIT.
009150     EXIT.
009160
009170******************************************************************
009180* 3120-CONFERIR-ALERTA
009190* COMPARA A TAXA DE REPROVACAO DO TERMO (WS-TAXA-TERMO, MONTADA
009200* EM 3200) COM A HISTORICA DA DISCIPLINA. DIFERENCA MAIOR QUE A
009210* MARGEM SINALIZA A LINHA DO TERMO. TERMO SEM ALUNO COM SITUACAO
009220* FINAL NAO E SINALIZADO.
009230******************************************************************
009240 3120-CONFERIR-ALERTA.
009250     IF WS-DECIDIDOS = ZERO
009260         THEN
009270         GO TO 3120-CONFERIR-ALERTA-EXIT
009280     END-IF
009290
009300     COMPUTE WS-DIFERENCA = WS-TAXA-TERMO - WS-TAXA-HIST
009310
009320     IF WS-DIFERENCA NOT > WS-MARGEM
009330         THEN
009340         GO TO 3120-CONFERIR-ALERTA-EXIT
009350     END-IF
009360
009370     ADD 1 TO WS-QTD-ALERTAS
009380     MOVE WS-DIFERENCA TO WS-DIF-ED
009390     STRING "*** ACIMA DA MEDIA +" DELIMITED BY SIZE
009400         WS-DIF-ED                  DELIMITED BY SIZE
009410         INTO LST-ALERTA
009420
009430 3120-CONFERIR-ALERTA-EXIT.
009440     EXIT.
009450
009460******************************************************************
009470* 3130-LISTAR-TURMA
009480* GRAVA A LINHA DA TURMA DA ENTRADA WS-AGR-IDX.
009490******************************************************************
009500 3130-LISTAR-TURMA.
009510     MOVE ZEROS TO WS-GRP-CONTADORES
009520
009530     PERFORM 3020-SOMAR-ENTRADA
009540         THRU 3020-SOMAR-ENTRADA-EXIT
009550
009560     MOVE SPACES TO LST-LINHA
009570     MOVE WS-AGR-TURMA(WS-AGR-IDX) TO LST-TURMA
009580
009590     PERFORM 3200-MONTAR-LINHA
009600         THRU 3200-MONTAR-LINHA-EXIT
009610
009620     WRITE LST-LINHA
009630
009640 3130-LISTAR-TURMA-EXIT.
009650     EXIT.
009660
009670******************************************************************
009680* 3200-MONTAR-LINHA
009690* MONTA NA LINHA DA LISTAGEM OS TOTAIS DO GRUPO: CONTAGENS,
009700* APROVEITAMENTO DA RECUPERACAO (APROVADOS APOS RECUPERACAO
009710* SOBRE OS QUE FIZERAM RECUPERACAO), MEDIA FINAL E TAXA DE
009720* REPROVACAO (REPROVADOS E REPROVADOS POR FALTA SOBRE OS ALUNOS
009730* COM SITUACAO FINAL), QUE FICA EM WS-TAXA-TERMO. SEM BASE PARA
009740* O CALCULO, A COLUNA SAI COM TRACO.
009750******************************************************************
009760 3200-MONTAR-LINHA.
009770     MOVE WS-GRP-MATR   TO LST-MATR
009780     MOVE WS-GRP-APROV  TO LST-APROV
009790     MOVE WS-GRP-REPROV TO LST-REPROV
009800     MOVE WS-GRP-REPFAL TO LST-REPFAL
009810     MOVE WS-GRP-PEND   TO LST-PEND
009820
009830     MOVE "  -" TO LST-RECUP
009840     MOVE "  -" TO LST-MEDIA
009850     MOVE "  -" TO LST-TXREP
009860     MOVE ZEROS TO WS-TAXA-TERMO
009870
009880     IF WS-GRP-REC-TOT > ZERO
009890         THEN
009900         COMPUTE WS-PERC ROUNDED =
009910             WS-GRP-REC-OK * 100 / WS-GRP-REC-TOT
009920         MOVE WS-PERC TO WS-PERC-ED
009930         MOVE WS-PERC-ED TO LST-RECUP
009940     END-IF
009950
009960     IF WS-GRP-QTD-MED > ZERO
009970         THEN
009980         COMPUTE WS-MEDIA ROUNDED =
009990             WS-GRP-SOMA-MED / WS-GRP-QTD-MED
010000         MOVE WS-MEDIA TO WS-MEDIA-ED
010010         MOVE WS-MEDIA-ED TO LST-MEDIA
010020     END-IF
010030
010040     COMPUTE WS-DECIDIDOS =
010050         WS-GRP-APROV + WS-GRP-REPROV + WS-GRP-REPFAL
010060
010070     IF WS-DECIDIDOS > ZERO
010080         THEN
010090         COMPUTE WS-TAXA-TERMO ROUNDED =
010100             (WS-GRP-REPROV + WS-GRP-REPFAL) * 100 / WS-DECIDIDOS
010110         MOVE WS-TAXA-TERMO TO WS-PERC-ED
010120         MOVE WS-PERC-ED TO LST-TXREP
010130     END-IF
010140
010150 3200-MONTAR-LINHA-EXIT.
010160     EXIT.
010170
010180******************************************************************
010190* 8000-FINALIZAR
010200* GRAVA O RESUMO NA LISTAGEM E FECHA OS ARQUIVOS.
010210******************************************************************
010220 8000-FINALIZAR.
010230     CLOSE ARQ-HIST
010240
010250     PERFORM 8100-IMPRIMIR-RESUMO
010260         THRU 8100-IMPRIMIR-RESUMO-EXIT
010270
010280     CLOSE ARQ-LST
010290
010300     DISPLAY "TENDAPR - TERMOS SINALIZADOS: " WS-QTD-ALERTAS
010310
010320 8000-FINALIZAR-EXIT.
010330     EXIT.
010340
010350******************************************************************
010360* 8100-IMPRIMIR-RESUMO
010370* GRAVA NA LISTAGEM O RODAPE COM OS REGISTROS LIDOS, OS
010380* IGNORADOS E OS TERMOS SINALIZADOS.
010390******************************************************************
010400 8100-IMPRIMIR-RESUMO.
010410     MOVE SPACES TO LST-LINHA
010420     WRITE LST-LINHA
010430
010440     MOVE WS-QTD-VIVOS TO WS-CONT-ED
010450     MOVE SPACES TO WS-LINHA-RESUMO
010460     STRING "REGISTROS DO HISTORICO VIVO..: " DELIMITED BY SIZE
010470         WS-CONT-ED DELIMITED BY SIZE
010480         INTO WS-LINHA-RESUMO
010490     MOVE WS-LINHA-RESUMO TO LST-TX
010500     WRITE LST-LINHA
010510
010520     MOVE WS-QTD-MORTOS TO WS-CONT-ED
010530     MOVE SPACES TO WS-LINHA-RESUMO
010540     STRING "REGISTROS DOS ARQUIVOS MORTOS: " DELIMITED BY SIZE
010550         WS-CONT-ED DELIMITED BY SIZE
010560         INTO WS-LINHA-RESUMO
010570     MOVE WS-LINHA-RESUMO TO LST-TX
010580     WRITE LST-LINHA
010590
010600     MOVE WS-QTD-SUPERADOS TO WS-CONT-ED
010610     MOVE SPACES TO WS-LINHA-RESUMO
010620     STRING "SUPERADOS (IGNORADOS)........: " DELIMITED BY SIZE
010630         WS-CONT-ED DELIMITED BY SIZE
010640         INTO WS-LINHA-RESUMO
010650     MOVE WS-LINHA-RESUMO TO LST-TX
010660     WRITE LST-LINHA
010670
010680     MOVE WS-QTD-FORA TO WS-CONT-ED
010690     MOVE SPACES TO WS-LINHA-RESUMO
010700     STRING "FORA DO PERIODO..............: " DELIMITED BY SIZE
010710         WS-CONT-ED DELIMITED BY SIZE
010720         INTO WS-LINHA-RESUMO
010730     MOVE WS-LINHA-RESUMO TO LST-TX
010740     WRITE LST-LINHA
010750
010760     MOVE WS-QTD-ALERTAS TO WS-CONT-ED
010770     MOVE SPACES TO WS-LINHA-RESUMO
010780     STRING "TERMOS SINALIZADOS...........: " DELIMITED BY SIZE
010790         WS-CONT-ED DELIMITED BY SIZE
010800         INTO WS-LINHA-RESUMO
010810     MOVE WS-LINHA-RESUMO TO LST-TX
010820     WRITE LST-LINHA
010830
010840 8100-IMPRIMIR-RESUMO-EXIT.
010850     EXIT.
010860
010870 END PROGRAM TENDAPR.
