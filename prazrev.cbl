000010******************************************************************
000020* PROGRAM:      PRAZREV
000030* AUTHOR:       GABIRELA BARBOSA
000040* INSTALLATION: SETOR DE NOTAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:      ACOMPANHAMENTO DOS PEDIDOS DE REVISAO DE NOTA:
000070*               PEDIDOS ABERTOS ALEM DO PRAZO REGIMENTAL E
000080*               QUANTIDADE DE PEDIDOS E DE DEFERIMENTOS POR
000090*               DISCIPLINA
000100* TECTONICS:    cobc
000110******************************************************************
000120* MODIFICATION HISTORY
000130* DATE       INIT DESCRIPTION
000140* 2026-10-15 RLM  VERSAO INICIAL: LE NO PARAMPRZ O PRAZO
000150*                 REGIMENTAL DE DECISAO, EM DIAS CORRIDOS A
000160*                 PARTIR DO PROTOCOLO (PADRAO 10), E O TERMO A
000170*                 LISTAR (EM BRANCO, TODOS). PERCORRE O ARQUIVO DE
000180*                 PEDIDOS DE REVISAO (REVISAO, MANTIDO PELO
000190*                 CADREV) E LISTA EM RELPRAZ OS PEDIDOS AINDA
000200*                 ABERTOS HA MAIS DIAS QUE O PRAZO, COM OS DIAS EM
000210*                 ATRASO, E DEPOIS A TABELA POR DISCIPLINA DOS
000220*                 PEDIDOS PROTOCOLADOS, DEFERIDOS (INCLUSIVE OS JA
000230*                 APLICADOS PELO NOTAS), INDEFERIDOS E ABERTOS.
000240*                 NAO GRAVA NADA NO ARQUIVO DE PEDIDOS.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. PRAZREV.
000280 AUTHOR. GABIRELA BARBOSA.
000290 INSTALLATION. SETOR DE NOTAS.
000300 DATE-WRITTEN. 15/10/2026.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ARQ-PRZ ASSIGN TO "PARAMPRZ"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-PRZ-STATUS.
000390
000400     SELECT ARQ-REV ASSIGN TO "REVISAO"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS REV-CHAVE
000440         FILE STATUS IS WS-REV-STATUS.
000450
000460     SELECT ARQ-LST ASSIGN TO "RELPRAZ"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-LST-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ARQ-PRZ.
000520 01  PRZ-REG.
000530     05 PRZ-DIAS                PIC 9(03).
000540     05 PRZ-TERMO               PIC X(06).
000550
000560 FD  ARQ-REV.
000570 01  REV-REG.
000580     05 REV-CHAVE.
000590         10 REV-ID               PIC X(10).
000600         10 REV-TERMO            PIC X(06).
000610         10 REV-DISC             PIC X(06).
000620         10 REV-AVAL             PIC X(01).
000630     05 REV-TURMA               PIC X(06).
000640     05 REV-DATA-PEDIDO         PIC 9(08).
000650     05 REV-DATA-PED-R REDEFINES REV-DATA-PEDIDO.
000660         10 REV-DATA-PED-ANO     PIC X(04).
000670         10 REV-DATA-PED-MES     PIC X(02).
000680         10 REV-DATA-PED-DIA     PIC X(02).
000690     05 REV-MOTIVO              PIC X(30).
000700     05 REV-NOTA-ANT            PIC 9(02)V9(02).
000710     05 REV-SITUACAO            PIC X(01).
000720         88 REV-ABERTO                VALUE "A".
000730         88 REV-DEFERIDO              VALUE "D".
000740         88 REV-INDEFERIDO            VALUE "I".
000750         88 REV-APLICADO              VALUE "P".
000760     05 REV-DATA-DECISAO        PIC 9(08).
000770     05 REV-RESP                PIC X(10).
000780     05 REV-NOTA-NOVA           PIC 9(02)V9(02).
000790     05 REV-PARECER             PIC X(30).
000800     05 REV-DATA-APLIC          PIC 9(08).
000810
000820 FD  ARQ-LST.
000830 01  LST-LINHA.
000840     05 LST-ID                  PIC X(10).
000850     05 FILLER                  PIC X(02).
000860     05 LST-TERMO               PIC X(06).
000870     05 FILLER                  PIC X(02).
000880     05 LST-TURMA               PIC X(06).
000890     05 FILLER                  PIC X(02).
000900     05 LST-DISC                PIC X(06).
000910     05 FILLER                  PIC X(02).
000920     05 LST-AVAL                PIC X(01).
000930     05 FILLER                  PIC X(02).
000940     05 LST-DATA                PIC X(10).
000950     05 FILLER                  PIC X(02).
000960     05 LST-DIAS                PIC ZZZZ9.
000970     05 FILLER                  PIC X(02).
000980     05 LST-MOTIVO              PIC X(30).
000990 01  LST-LINHA-DSC REDEFINES LST-LINHA.
001000     05 LST-DSC-DISC            PIC X(06).
001010     05 FILLER                  PIC X(04).
001020     05 LST-DSC-PEDIDOS         PIC ZZZZ9.
001030     05 FILLER                  PIC X(04).
001040     05 LST-DSC-DEFER           PIC ZZZZ9.
001050     05 FILLER                  PIC X(04).
001060     05 LST-DSC-INDEF           PIC ZZZZ9.
001070     05 FILLER                  PIC X(04).
001080     05 LST-DSC-ABERT           PIC ZZZZ9.
001090     05 FILLER                  PIC X(04).
001100     05 LST-DSC-PERC            PIC ZZ9.9.
001110     05 FILLER                  PIC X(37).
001120 01  LST-LINHA-TX REDEFINES LST-LINHA.
001130     05 LST-TX                  PIC X(88).
001140
001150 WORKING-STORAGE SECTION.
001160
001170 77  WS-PRZ-STATUS     PIC X(02) VALUE SPACES.
001180 77  WS-REV-STATUS     PIC X(02) VALUE SPACES.
001190 77  WS-LST-STATUS     PIC X(02) VALUE SPACES.
001200 77  WS-FIM-REV        PIC X(01) VALUE "N".
001210 77  WS-TERMO          PIC X(06) VALUE SPACES.
001220 77  WS-PRAZO          PIC 9(03) VALUE 10.
001230 77  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
001240 77  WS-DIAS-ABERTO    PIC S9(05) VALUE ZEROS.
001250 77  WS-DSC-QTDE       PIC 9(04) COMP VALUE ZERO.
001260 77  WS-DSC-IDX        PIC 9(04) COMP VALUE ZERO.
001270 77  WS-DSC-POS        PIC 9(04) COMP VALUE ZERO.
001280 77  WS-QTD-LIDOS      PIC 9(06) VALUE ZEROS.
001290 77  WS-QTD-PEDIDOS    PIC 9(06) VALUE ZEROS.
001300 77  WS-QTD-DEFER      PIC 9(06) VALUE ZEROS.
001310 77  WS-QTD-INDEF      PIC 9(06) VALUE ZEROS.
001320 77  WS-QTD-ABERT      PIC 9(06) VALUE ZEROS.
001330 77  WS-QTD-ATRASADOS  PIC 9(06) VALUE ZEROS.
001340 77  WS-CONT-ED        PIC ZZZZZ9.
001350 77  WS-PRAZO-ED       PIC ZZ9.
001360 77  WS-LINHA-RESUMO   PIC X(62) VALUE SPACES.
001370
001380 01  WS-DSC-TABELA.
001390     05 WS-DSC-ENTRADA OCCURS 200 TIMES.
001400         10 WS-DSC-DISC      PIC X(06).
001410         10 WS-DSC-PEDIDOS   PIC 9(05).
001420         10 WS-DSC-DEFER     PIC 9(05).
001430         10 WS-DSC-INDEF     PIC 9(05).
001440         10 WS-DSC-ABERT     PIC 9(05).
001450
001460 01  WS-CABEC-LST.
001470     05 FILLER PIC X(12) VALUE "ALUNO".
001480     05 FILLER PIC X(08) VALUE "TERMO".
001490     05 FILLER PIC X(08) VALUE "TURMA".
001500     05 FILLER PIC X(08) VALUE "DISC".
001510     05 FILLER PIC X(03) VALUE "AV".
001520     05 FILLER PIC X(12) VALUE "PROTOCOLO".
001530     05 FILLER PIC X(07) VALUE "DIAS".
001540     05 FILLER PIC X(30) VALUE "MOTIVO".
001550
001560 01  WS-CABEC-DSC.
001570     05 FILLER PIC X(10) VALUE "DISC".
001580     05 FILLER PIC X(09) VALUE "PEDIDOS".
001590     05 FILLER PIC X(09) VALUE "DEFERID".
001600     05 FILLER PIC X(09) VALUE "INDEFER".
001610     05 FILLER PIC X(09) VALUE "ABERTOS".
001620     05 FILLER PIC X(10) VALUE "% DEFER".
001630
001640 PROCEDURE DIVISION.
001650 0000-MAINLINE.
001660     PERFORM 1000-INICIALIZAR
001670         THRU 1000-INICIALIZAR-EXIT
001680
001690     PERFORM 2000-PROCESSAR-PEDIDO
001700         THRU 2000-PROCESSAR-PEDIDO-EXIT
001710         UNTIL WS-FIM-REV = "S"
001720
001730     PERFORM 3000-LISTAR-DISCIPLINAS
001740         THRU 3000-LISTAR-DISCIPLINAS-EXIT
001750
001760     PERFORM 8000-FINALIZAR
001770         THRU 8000-FINALIZAR-EXIT
001780
001790     STOP RUN.
001800
001810******************************************************************
001820* 1000-INICIALIZAR
001830* LE OS PARAMETROS, ABRE O ARQUIVO DE PEDIDOS E A LISTAGEM E
001840* GRAVA O TITULO E O CABECALHO DOS PEDIDOS EM ATRASO. SEM ARQUIVO
001850* DE PEDIDOS (STATUS 35) A LISTAGEM SAI SO COM OS TOTAIS ZERADOS.
001860******************************************************************
001870 1000-INICIALIZAR.
001880     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001890
001900     PERFORM 1010-LER-PARAMETROS
001910         THRU 1010-LER-PARAMETROS-EXIT
001920
001930     OPEN INPUT ARQ-REV
001940
001950     IF WS-REV-STATUS = "35"
001960         THEN
001970         MOVE "S" TO WS-FIM-REV
001980     ELSE
001990         IF WS-REV-STATUS NOT = "00"
002000             THEN
002010             DISPLAY "ERRO AO ABRIR REVISAO - STATUS "
002020                 WS-REV-STATUS
002030             STOP RUN
002040         END-IF
002050     END-IF
002060
002070     OPEN OUTPUT ARQ-LST
002080
002090     IF WS-LST-STATUS NOT = "00"
002100         THEN
002110         DISPLAY "ERRO AO ABRIR LISTAGEM - STATUS "
002120             WS-LST-STATUS
002130         STOP RUN
002140     END-IF
002150
002160     MOVE WS-PRAZO TO WS-PRAZO-ED
002170     MOVE SPACES TO WS-LINHA-RESUMO
002180     STRING "PEDIDOS DE REVISAO ABERTOS HA MAIS DE "
002190                         DELIMITED BY SIZE
002200         WS-PRAZO-ED     DELIMITED BY SIZE
002210         " DIAS - DATA " DELIMITED BY SIZE
002220         WS-DATA-HOJE    DELIMITED BY SIZE
002230         INTO WS-LINHA-RESUMO
002240     MOVE WS-LINHA-RESUMO TO LST-TX
002250     WRITE LST-LINHA
002260
002270     IF WS-TERMO NOT = SPACES
002280         THEN
002290         MOVE SPACES TO WS-LINHA-RESUMO
002300         STRING "TERMO " DELIMITED BY SIZE
002310             WS-TERMO    DELIMITED BY SIZE
002320             INTO WS-LINHA-RESUMO
002330         MOVE WS-LINHA-RESUMO TO LST-TX
002340         WRITE LST-LINHA
002350     END-IF
002360
002370     MOVE SPACES TO LST-LINHA
002380     WRITE LST-LINHA
002390
002400     MOVE WS-CABEC-LST TO LST-LINHA-TX
002410     WRITE LST-LINHA
002420
002430 1000-INICIALIZAR-EXIT.
002440     EXIT.
002450
002460******************************************************************
002470* 1010-LER-PARAMETROS
002480* LE NO PARAMPRZ O PRAZO REGIMENTAL, EM DIAS, E O TERMO A LISTAR.
002490* ARQUIVO AUSENTE, VAZIO OU COM PRAZO NAO NUMERICO OU ZERO MANTEM
002500* O PRAZO PADRAO (10 DIAS); TERMO EM BRANCO LISTA TODOS OS TERMOS.
002510******************************************************************
002520 1010-LER-PARAMETROS.
002530     OPEN INPUT ARQ-PRZ
002540
002550     IF WS-PRZ-STATUS = "00"
002560         THEN
002570         READ ARQ-PRZ
002580             AT END
002590                 MOVE SPACES TO PRZ-REG
002600         END-READ
002610         IF PRZ-DIAS IS NUMERIC AND PRZ-DIAS > ZERO
002620             THEN
002630             MOVE PRZ-DIAS TO WS-PRAZO
002640         END-IF
002650         MOVE PRZ-TERMO TO WS-TERMO
002660         CLOSE ARQ-PRZ
002670     END-IF
002680
002690 1010-LER-PARAMETROS-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730* 2000-PROCESSAR-PEDIDO
002740* LE O PROXIMO PEDIDO DE REVISAO (SEQUENCIA DA CHAVE). PEDIDO DE
002750* OUTRO TERMO QUE NAO O DOS PARAMETROS E IGNORADO. CONTA O PEDIDO
002760* NA TABELA DA DISCIPLINA E, SE AINDA ABERTO HA MAIS DIAS QUE O
002770* PRAZO, LISTA-O COM OS DIAS DESDE O PROTOCOLO.
002780******************************************************************
002790 2000-PROCESSAR-PEDIDO.
002800     READ ARQ-REV NEXT
002810         AT END
002820             MOVE "S" TO WS-FIM-REV
002830             GO TO 2000-PROCESSAR-PEDIDO-EXIT
002840     END-READ
002850
002860     ADD 1 TO WS-QTD-LIDOS
002870
002880     IF WS-TERMO NOT = SPACES AND REV-TERMO NOT = WS-TERMO
002890         THEN
002900         GO TO 2000-PROCESSAR-PEDIDO-EXIT
002910     END-IF
002920
002930     PERFORM 2010-CONTAR-DISCIPLINA
002940         THRU 2010-CONTAR-DISCIPLINA-EXIT
002950
002960     IF NOT REV-ABERTO
002970         THEN
002980         GO TO 2000-PROCESSAR-PEDIDO-EXIT
002990     END-IF
003000
003010     IF REV-DATA-PEDIDO NOT NUMERIC OR REV-DATA-PEDIDO = ZERO
003020         THEN
003030         GO TO 2000-PROCESSAR-PEDIDO-EXIT
003040     END-IF
003050
003060     COMPUTE WS-DIAS-ABERTO =
003070         FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
003080         - FUNCTION INTEGER-OF-DATE(REV-DATA-PEDIDO)
003090
003100     IF WS-DIAS-ABERTO NOT > WS-PRAZO
003110         THEN
003120         GO TO 2000-PROCESSAR-PEDIDO-EXIT
003130     END-IF
003140
003150     ADD 1 TO WS-QTD-ATRASADOS
003160
003170     MOVE SPACES           TO LST-LINHA
003180     MOVE REV-ID           TO LST-ID
003190     MOVE REV-TERMO        TO LST-TERMO
003200     MOVE REV-TURMA        TO LST-TURMA
003210     MOVE REV-DISC         TO LST-DISC
003220     MOVE REV-AVAL         TO LST-AVAL
003230     STRING REV-DATA-PED-DIA DELIMITED BY SIZE
003240         "/"               DELIMITED BY SIZE
003250         REV-DATA-PED-MES  DELIMITED BY SIZE
003260         "/"               DELIMITED BY SIZE
003270         REV-DATA-PED-ANO  DELIMITED BY SIZE
003280         INTO LST-DATA
003290     MOVE WS-DIAS-ABERTO   TO LST-DIAS
003300     MOVE REV-MOTIVO       TO LST-MOTIVO
003310     WRITE LST-LINHA
003320
003330 2000-PROCESSAR-PEDIDO-EXIT.
003340     EXIT.
003350
003360******************************************************************
003370* 2010-CONTAR-DISCIPLINA
003380* SOMA O PEDIDO CORRENTE NA ENTRADA DA SUA DISCIPLINA NA TABELA
003390* (CRIANDO-A NA PRIMEIRA OCORRENCIA), PELA SITUACAO: DEFERIDO E
003400* APLICADO CONTAM COMO DEFERIDOS.
003410******************************************************************
003420 2010-CONTAR-DISCIPLINA.
003430     MOVE ZERO TO WS-DSC-POS
003440
003450     PERFORM 2011-COMPARAR-DISCIPLINA
003460         THRU 2011-COMPARAR-DISCIPLINA-EXIT
003470         VARYING WS-DSC-IDX FROM 1 BY 1
003480         UNTIL WS-DSC-IDX > WS-DSC-QTDE
003490             OR WS-DSC-POS > ZERO
003500
003510     IF WS-DSC-POS = ZERO
003520         THEN
003530         IF WS-DSC-QTDE = 200
003540             THEN
003550             DISPLAY "DISCIPLINAS EXCEDEM A TABELA DE 200"
003560             STOP RUN
003570         END-IF
003580         ADD 1 TO WS-DSC-QTDE
003590         MOVE WS-DSC-QTDE TO WS-DSC-POS
003600         MOVE REV-DISC TO WS-DSC-DISC(WS-DSC-POS)
003610         MOVE ZEROS TO WS-DSC-PEDIDOS(WS-DSC-POS)
003620         MOVE ZEROS TO WS-DSC-DEFER(WS-DSC-POS)
003630         MOVE ZEROS TO WS-DSC-INDEF(WS-DSC-POS)
003640         MOVE ZEROS TO WS-DSC-ABERT(WS-DSC-POS)
003650     END-IF
003660
003670     ADD 1 TO WS-DSC-PEDIDOS(WS-DSC-POS)
003680     ADD 1 TO WS-QTD-PEDIDOS
003690
003700     IF REV-DEFERIDO OR REV-APLICADO
003710         THEN
003720         ADD 1 TO WS-DSC-DEFER(WS-DSC-POS)
003730         ADD 1 TO WS-QTD-DEFER
003740     END-IF
003750
003760     IF REV-INDEFERIDO
003770         THEN
003780         ADD 1 TO WS-DSC-INDEF(WS-DSC-POS)
003790         ADD 1 TO WS-QTD-INDEF
003800     END-IF
003810
003820     IF REV-ABERTO
003830         THEN
003840         ADD 1 TO WS-DSC-ABERT(WS-DSC-POS)
003850         ADD 1 TO WS-QTD-ABERT
003860     END-IF
003870
003880 2010-CONTAR-DISCIPLINA-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920* 2011-COMPARAR-DISCIPLINA
003930* CONFERE UMA ENTRADA (SUBSCRITO WS-DSC-IDX) DA TABELA CONTRA A
003940* DISCIPLINA DO PEDIDO CORRENTE.
003950******************************************************************
003960 2011-COMPARAR-DISCIPLINA.
003970     IF WS-DSC-DISC(WS-DSC-IDX) = REV-DISC
003980         THEN
003990         MOVE WS-DSC-IDX TO WS-DSC-POS
004000     END-IF
004010
004020 2011-COMPARAR-DISCIPLINA-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060* 3000-LISTAR-DISCIPLINAS
004070* GRAVA O TITULO E O CABECALHO DA TABELA POR DISCIPLINA E UMA
004080* LINHA POR DISCIPLINA, NA ORDEM EM QUE APARECERAM NO ARQUIVO.
004090******************************************************************
004100 3000-LISTAR-DISCIPLINAS.
004110     MOVE SPACES TO LST-LINHA
004120     WRITE LST-LINHA
004130
004140     MOVE "PEDIDOS DE REVISAO POR DISCIPLINA" TO LST-TX
004150     WRITE LST-LINHA
004160
004170     MOVE SPACES TO LST-LINHA
004180     WRITE LST-LINHA
004190
004200     MOVE WS-CABEC-DSC TO LST-LINHA-TX
004210     WRITE LST-LINHA
004220
004230     PERFORM 3010-LISTAR-DISCIPLINA
004240         THRU 3010-LISTAR-DISCIPLINA-EXIT
004250         VARYING WS-DSC-IDX FROM 1 BY 1
004260         UNTIL WS-DSC-IDX > WS-DSC-QTDE
004270
004280 3000-LISTAR-DISCIPLINAS-EXIT.
004290     EXIT.
004300
004310******************************************************************
004320* 3010-LISTAR-DISCIPLINA
004330* GRAVA A LINHA DA DISCIPLINA WS-DSC-IDX COM OS PEDIDOS
004340* PROTOCOLADOS, DEFERIDOS, INDEFERIDOS E ABERTOS E O PERCENTUAL
004350* DE DEFERIMENTO SOBRE OS PROTOCOLADOS.
004360******************************************************************
004370 3010-LISTAR-DISCIPLINA.
004380     MOVE SPACES TO LST-LINHA
004390     MOVE WS-DSC-DISC(WS-DSC-IDX)    TO LST-DSC-DISC
004400     MOVE WS-DSC-PEDIDOS(WS-DSC-IDX) TO LST-DSC-PEDIDOS
004410     MOVE WS-DSC-DEFER(WS-DSC-IDX)   TO LST-DSC-DEFER
004420     MOVE WS-DSC-INDEF(WS-DSC-IDX)   TO LST-DSC-INDEF
004430     MOVE WS-DSC-ABERT(WS-DSC-IDX)   TO LST-DSC-ABERT
004440
004450     COMPUTE LST-DSC-PERC ROUNDED =
004460         WS-DSC-DEFER(WS-DSC-IDX) * 100
004470         / WS-DSC-PEDIDOS(WS-DSC-IDX)
004480
004490     WRITE LST-LINHA
004500
004510 3010-LISTAR-DISCIPLINA-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550* 8000-FINALIZAR
004560* GRAVA O RESUMO NA LISTAGEM, FECHA OS ARQUIVOS E MOSTRA NO
004570* CONSOLE A QUANTIDADE DE PEDIDOS EM ATRASO.
004580******************************************************************
004590 8000-FINALIZAR.
004600     IF WS-REV-STATUS NOT = "35"
004610         THEN
004620         CLOSE ARQ-REV
004630     END-IF
004640
004650     PERFORM 8100-IMPRIMIR-RESUMO
004660         THRU 8100-IMPRIMIR-RESUMO-EXIT
004670
004680     CLOSE ARQ-LST
004690
004700     DISPLAY "PRAZREV - PEDIDOS ABERTOS FORA DO PRAZO: "
004710         WS-QTD-ATRASADOS
004720
004730 8000-FINALIZAR-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770* 8100-IMPRIMIR-RESUMO
004780* GRAVA NA LISTAGEM O RODAPE COM OS TOTAIS DE PEDIDOS POR
004790* SITUACAO E DE PEDIDOS EM ATRASO.
004800******************************************************************
004810 8100-IMPRIMIR-RESUMO.
004820     MOVE SPACES TO LST-LINHA
004830     WRITE LST-LINHA
004840
004850     MOVE WS-QTD-LIDOS TO WS-CONT-ED
004860     MOVE SPACES TO WS-LINHA-RESUMO
004870     STRING "PEDIDOS LIDOS........: " DELIMITED BY SIZE
004880         WS-CONT-ED DELIMITED BY SIZE
004890         INTO WS-LINHA-RESUMO
004900     MOVE WS-LINHA-RESUMO TO LST-TX
004910     WRITE LST-LINHA
004920
004930     MOVE WS-QTD-PEDIDOS TO WS-CONT-ED
004940     MOVE SPACES TO WS-LINHA-RESUMO
004950     STRING "PEDIDOS DO TERMO.....: " DELIMITED BY SIZE
004960         WS-CONT-ED DELIMITED BY SIZE
004970         INTO WS-LINHA-RESUMO
004980     MOVE WS-LINHA-RESUMO TO LST-TX
004990     WRITE LST-LINHA
005000
005010     MOVE WS-QTD-DEFER TO WS-CONT-ED
005020     MOVE SPACES TO WS-LINHA-RESUMO
005030     STRING "DEFERIDOS............: " DELIMITED BY SIZE
005040         WS-CONT-ED DELIMITED BY SIZE
005050         INTO WS-LINHA-RESUMO
005060     MOVE WS-LINHA-RESUMO TO LST-TX
005070     WRITE LST-LINHA
005080
005090     MOVE WS-QTD-INDEF TO WS-CONT-ED
005100     MOVE SPACES TO WS-LINHA-RESUMO
005110     STRING "INDEFERIDOS..........: " DELIMITED BY SIZE
005120         WS-CONT-ED DELIMITED BY SIZE
005130         INTO WS-LINHA-RESUMO
005140     MOVE WS-LINHA-RESUMO TO LST-TX
005150     WRITE LST-LINHA
005160
005170     MOVE WS-QTD-ABERT TO WS-CONT-ED
005180     MOVE SPACES TO WS-LINHA-RESUMO
005190     STRING "ABERTOS..............: " DELIMITED BY SIZE
005200         WS-CONT-ED DELIMITED BY SIZE
005210         INTO WS-LINHA-RESUMO
005220     MOVE WS-LINHA-RESUMO TO LST-TX
005230     WRITE LST-LINHA
005240
005250     MOVE WS-QTD-ATRASADOS TO WS-CONT-ED
005260     MOVE SPACES TO WS-LINHA-RESUMO
005270     STRING "ABERTOS FORA DO PRAZO: " DELIMITED BY SIZE
005280         WS-CONT-ED DELIMITED BY SIZE
005290         INTO WS-LINHA-RESUMO
005300     MOVE WS-LINHA-RESUMO TO LST-TX
005310     WRITE LST-LINHA
005320
005330 8100-IMPRIMIR-RESUMO-EXIT.
005340     EXIT.
005350
005360 END PROGRAM PRAZREV.
