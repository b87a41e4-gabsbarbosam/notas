000010******************************************************************
000020* PROGRAM:      CADDOC
000030* AUTHOR:       GABIRELA BARBOSA
000040* INSTALLATION: SETOR DE NOTAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:      MANUTENCAO DO CADASTRO DE DOCENTES E DO
000070*               CRONOGRAMA DE ENTREGA DE NOTAS (DOCENTE E PRAZO
000080*               DE CADA TURMA + DISCIPLINA DO TERMO)
000090* TECTONICS:    cobc
000100******************************************************************
000110* MODIFICATION HISTORY
000120* DATE       INIT DESCRIPTION
000130* 2026-10-15 RLM  VERSAO INICIAL: LE O ARQUIVO DE MOVIMENTOS
000140*                 (MOVDOC) E APLICA PELA CHAVE, NO CADASTRO DE
000150*                 DOCENTES (DOCENTES) E NO CRONOGRAMA DE ENTREGA
000160*                 (CRONOGRAMA), AS INCLUSOES E DESATIVACOES DE
000170*                 DOCENTES E AS ATRIBUICOES E EXCLUSOES DE TURMA,
000180*                 COM LISTAGEM DO RESULTADO DE CADA MOVIMENTO EM
000190*                 RELDOC. O CRONOGRAMA E LIDO PELO PENDTUR, PELO
000200*                 NOTAS E PELO CLASSIF.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CADDOC.
000240 AUTHOR. GABIRELA BARBOSA.
000250 INSTALLATION. SETOR DE NOTAS.
000260 DATE-WRITTEN. 15/10/2026.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ARQ-MOV ASSIGN TO "MOVDOC"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-MOV-STATUS.
000350
000360     SELECT ARQ-DOC ASSIGN TO "DOCENTES"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS DOC-ID
000400         FILE STATUS IS WS-DOC-STATUS.
000410
000420     SELECT ARQ-CRO ASSIGN TO "CRONOGRAMA"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CRO-CHAVE
000460         FILE STATUS IS WS-CRO-STATUS.
000470
000480     SELECT ARQ-LST ASSIGN TO "RELDOC"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-LST-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ARQ-MOV.
000540 01  MOV-REG.
000550     05 MOV-OPER                PIC X(01).
000560         88 MOV-INCLUSAO              VALUE "I".
000570         88 MOV-DESATIVACAO           VALUE "D".
000580         88 MOV-ATRIBUICAO            VALUE "A".
000590         88 MOV-EXCLUSAO              VALUE "E".
000600     05 MOV-DADOS               PIC X(40).
000610     05 MOV-DOCENTE REDEFINES MOV-DADOS.
000620         10 MOV-DOC-ID           PIC X(10).
000630         10 MOV-DOC-NOME         PIC X(30).
000640     05 MOV-CRONOGRAMA REDEFINES MOV-DADOS.
000650         10 MOV-TERMO            PIC X(06).
000660         10 MOV-TURMA            PIC X(06).
000670         10 MOV-DISC             PIC X(06).
000680         10 MOV-CRO-DOCENTE      PIC X(10).
000690         10 MOV-DATA-LIMITE      PIC X(08).
000700         10 MOV-DATA-N REDEFINES MOV-DATA-LIMITE.
000710             15 MOV-DATA-ANO     PIC 9(04).
000720             15 MOV-DATA-MES     PIC 9(02).
000730             15 MOV-DATA-DIA     PIC 9(02).
000740         10 FILLER               PIC X(04).
000750
000760 FD  ARQ-DOC.
000770 01  DOC-REG.
000780     05 DOC-ID                  PIC X(10).
000790     05 DOC-NOME                PIC X(30).
000800     05 DOC-SITUACAO            PIC X(01).
000810         88 DOC-ATIVO                 VALUE "A".
000820         88 DOC-INATIVO               VALUE "I".
000830
000840 FD  ARQ-CRO.
000850 01  CRO-REG.
000860     05 CRO-CHAVE.
000870         10 CRO-TERMO            PIC X(06).
000880         10 CRO-TURMA            PIC X(06).
000890         10 CRO-DISC             PIC X(06).
000900     05 CRO-DOCENTE             PIC X(10).
000910     05 CRO-DATA-LIMITE         PIC 9(08).
000920
000930 FD  ARQ-LST.
000940 01  LST-LINHA.
000950     05 LST-OPER                PIC X(01).
000960     05 FILLER                  PIC X(03) VALUE SPACES.
000970     05 LST-CHAVE               PIC X(20).
000980     05 FILLER                  PIC X(03) VALUE SPACES.
000990     05 LST-NOME                PIC X(30).
001000     05 FILLER                  PIC X(03) VALUE SPACES.
001010     05 LST-MSG                 PIC X(28).
001020 01  LST-LINHA-TX REDEFINES LST-LINHA.
001030     05 LST-TX                  PIC X(88).
001040
001050 WORKING-STORAGE SECTION.
001060
001070 77  WS-MOV-STATUS     PIC X(02) VALUE SPACES.
001080 77  WS-DOC-STATUS     PIC X(02) VALUE SPACES.
001090 77  WS-CRO-STATUS     PIC X(02) VALUE SPACES.
001100 77  WS-LST-STATUS     PIC X(02) VALUE SPACES.
001110 77  WS-FIM-MOV        PIC X(01) VALUE "N".
001120 77  WS-DOC-ACHOU      PIC X(01) VALUE "N".
001130     88 DOCENTE-ENCONTRADO        VALUE "S".
001140     88 DOCENTE-NAO-ENCONTRADO    VALUE "N".
001150 77  WS-CRO-ACHOU      PIC X(01) VALUE "N".
001160     88 CRONOGRAMA-ENCONTRADO     VALUE "S".
001170     88 CRONOGRAMA-NAO-ENCONTRADO VALUE "N".
001180 77  WS-CONT-INCL      PIC 9(04) VALUE ZEROS.
001190 77  WS-CONT-DESAT     PIC 9(04) VALUE ZEROS.
001200 77  WS-CONT-ATRIB     PIC 9(04) VALUE ZEROS.
001210 77  WS-CONT-EXCL      PIC 9(04) VALUE ZEROS.
001220 77  WS-CONT-ERRO      PIC 9(04) VALUE ZEROS.
001230 77  WS-CONT-ED        PIC ZZZ9.
001240 77  WS-LINHA-RESUMO   PIC X(62) VALUE SPACES.
001250
001260 01  WS-CABEC-LST.
001270     05 FILLER PIC X(04) VALUE "OP".
001280     05 FILLER PIC X(23) VALUE "DOCENTE/TERMO-TURMA".
001290     05 FILLER PIC X(33) VALUE "NOME DO DOCENTE".
001300     05 FILLER PIC X(28) VALUE "RESULTADO".
001310
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340     PERFORM 1000-INICIALIZAR
001350         THRU 1000-INICIALIZAR-EXIT
001360
001370     PERFORM 2000-PROCESSAR-MOV
001380         THRU 2000-PROCESSAR-MOV-EXIT
001390         UNTIL WS-FIM-MOV = "S"
001400
001410     PERFORM 8000-FINALIZAR
001420         THRU 8000-FINALIZAR-EXIT
001430
001440     STOP RUN.
001450
001460******************************************************************
001470* 1000-INICIALIZAR
001480* ABRE O ARQUIVO DE MOVIMENTOS, A LISTAGEM, O CADASTRO DE
001490* DOCENTES E O CRONOGRAMA (OS DOIS INDEXADOS, EM MODO I-O) E LE
001500* O PRIMEIRO MOVIMENTO.
001510******************************************************************
001520 1000-INICIALIZAR.
001530     OPEN INPUT ARQ-MOV
001540
001550     IF WS-MOV-STATUS NOT = "00"
001560         THEN
001570         DISPLAY "ERRO AO ABRIR MOVIMENTOS - STATUS "
001580             WS-MOV-STATUS
001590         STOP RUN
001600     END-IF
001610
001620     OPEN OUTPUT ARQ-LST
001630
001640     IF WS-LST-STATUS NOT = "00"
001650         THEN
001660         DISPLAY "ERRO AO ABRIR LISTAGEM - STATUS "
001670             WS-LST-STATUS
001680         STOP RUN
001690     END-IF
001700
001710     MOVE WS-CABEC-LST TO LST-LINHA-TX
001720     WRITE LST-LINHA
001730
001740     PERFORM 1010-ABRIR-DOCENTES
001750         THRU 1010-ABRIR-DOCENTES-EXIT
001760
001770     PERFORM 1020-ABRIR-CRONOGRAMA
001780         THRU 1020-ABRIR-CRONOGRAMA-EXIT
001790
001800     PERFORM 2100-LER-MOV
001810         THRU 2100-LER-MOV-EXIT
001820
001830 1000-INICIALIZAR-EXIT.
001840     EXIT.
001850
001860******************************************************************
001870* 1010-ABRIR-DOCENTES
001880* ABRE O CADASTRO DE DOCENTES (INDEXADO POR DOC-ID) EM MODO I-O.
001890* SE O ARQUIVO AINDA NAO EXISTIR (STATUS 35), CRIA-O VAZIO E EM
001900* SEGUIDA O REABRE, COMO O CADALU FAZ COM O CADASTRO DE ALUNOS.
001910* QUALQUER OUTRO STATUS DE ERRO NA ABERTURA ABORTA A EXECUCAO.
001920******************************************************************
001930 1010-ABRIR-DOCENTES.
001940     OPEN I-O ARQ-DOC
001950
001960     IF WS-DOC-STATUS = "35"
001970         THEN
001980         OPEN OUTPUT ARQ-DOC
001990         CLOSE ARQ-DOC
002000         OPEN I-O ARQ-DOC
002010     END-IF
002020
002030     IF WS-DOC-STATUS NOT = "00"
002040         THEN
002050         DISPLAY "ERRO AO ABRIR DOCENTES - STATUS " WS-DOC-STATUS
002060         STOP RUN
002070     END-IF
002080
002090 1010-ABRIR-DOCENTES-EXIT.
002100     EXIT.
002110
002120******************************************************************
002130* 1020-ABRIR-CRONOGRAMA
002140* ABRE O CRONOGRAMA DE ENTREGA (INDEXADO POR TERMO + TURMA +
002150* DISCIPLINA) EM MODO I-O, CRIANDO-O VAZIO NA PRIMEIRA CARGA
002160* (STATUS 35). QUALQUER OUTRO STATUS DE ERRO ABORTA.
002170******************************************************************
002180 1020-ABRIR-CRONOGRAMA.
002190     OPEN I-O ARQ-CRO
002200
002210     IF WS-CRO-STATUS = "35"
002220         THEN
002230         OPEN OUTPUT ARQ-CRO
002240         CLOSE ARQ-CRO
002250         OPEN I-O ARQ-CRO
002260     END-IF
002270
002280     IF WS-CRO-STATUS NOT = "00"
002290         THEN
002300         DISPLAY "ERRO AO ABRIR CRONOGRAMA - STATUS "
002310             WS-CRO-STATUS
002320         STOP RUN
002330     END-IF
002340
002350 1020-ABRIR-CRONOGRAMA-EXIT.
002360     EXIT.
002370
002380******************************************************************
002390* 2000-PROCESSAR-MOV
002400* APLICA O MOVIMENTO CORRENTE: "I" E "D" SOBRE O CADASTRO DE
002410* DOCENTES, "A" E "E" SOBRE O CRONOGRAMA. GRAVA O RESULTADO NA
002420* LISTAGEM E LE O PROXIMO MOVIMENTO.
002430******************************************************************
002440 2000-PROCESSAR-MOV.
002450     MOVE SPACES   TO LST-LINHA
002460     MOVE MOV-OPER TO LST-OPER
002470
002480     IF MOV-INCLUSAO OR MOV-DESATIVACAO
002490         THEN
002500         MOVE MOV-DOC-ID   TO LST-CHAVE
002510         MOVE MOV-DOC-NOME TO LST-NOME
002520         MOVE MOV-DOC-ID   TO DOC-ID
002530         PERFORM 2010-LOCALIZAR-DOCENTE
002540             THRU 2010-LOCALIZAR-DOCENTE-EXIT
002550     ELSE
002560         STRING MOV-TERMO DELIMITED BY SIZE
002570             "-" DELIMITED BY SIZE
002580             MOV-TURMA DELIMITED BY SIZE
002590             "-" DELIMITED BY SIZE
002600             MOV-DISC DELIMITED BY SIZE
002610             INTO LST-CHAVE
002620     END-IF
002630
002640     IF MOV-INCLUSAO
002650         THEN
002660         PERFORM 2020-INCLUIR-DOCENTE
002670             THRU 2020-INCLUIR-DOCENTE-EXIT
002680     ELSE
002690         IF MOV-DESATIVACAO
002700             THEN
002710             PERFORM 2030-DESATIVAR-DOCENTE
002720                 THRU 2030-DESATIVAR-DOCENTE-EXIT
002730         ELSE
002740             IF MOV-ATRIBUICAO
002750                 THEN
002760                 PERFORM 2040-ATRIBUIR-TURMA
002770                     THRU 2040-ATRIBUIR-TURMA-EXIT
002780             ELSE
002790                 IF MOV-EXCLUSAO
002800                     THEN
002810                     PERFORM 2050-EXCLUIR-ATRIBUICAO
002820                         THRU 2050-EXCLUIR-ATRIBUICAO-EXIT
002830                 ELSE
002840                     MOVE "OPERACAO INVALIDA" TO LST-MSG
002850                     ADD 1 TO WS-CONT-ERRO
002860                 END-IF
002870             END-IF
002880         END-IF
002890     END-IF
002900
002910     WRITE LST-LINHA
002920
002930     PERFORM 2100-LER-MOV
002940         THRU 2100-LER-MOV-EXIT
002950
002960 2000-PROCESSAR-MOV-EXIT.
002970     EXIT.
002980
002990******************************************************************
003000* 2010-LOCALIZAR-DOCENTE
003010* LE O DOCENTE DE DOC-ID DIRETO PELA CHAVE DO CADASTRO DE
003020* DOCENTES, QUALQUER QUE SEJA A SITUACAO. O RESULTADO FICA NO
003030* INDICADOR WS-DOC-ACHOU.
003040******************************************************************
003050 2010-LOCALIZAR-DOCENTE.
003060     MOVE "N" TO WS-DOC-ACHOU
003070
003080     READ ARQ-DOC
003090         INVALID KEY
003100             CONTINUE
003110         NOT INVALID KEY
003120             MOVE "S" TO WS-DOC-ACHOU
003130     END-READ
003140
003150 2010-LOCALIZAR-DOCENTE-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190* 2020-INCLUIR-DOCENTE
003200* GRAVA O DOCENTE DO MOVIMENTO CORRENTE NO CADASTRO, COM
003210* SITUACAO ATIVA. ID JA CADASTRADO (ATIVO OU NAO) OU NOME EM
003220* BRANCO E ERRO.
003230******************************************************************
003240 2020-INCLUIR-DOCENTE.
003250     IF DOCENTE-ENCONTRADO
003260         THEN
003270         MOVE "JA CADASTRADO" TO LST-MSG
003280         ADD 1 TO WS-CONT-ERRO
003290         GO TO 2020-INCLUIR-DOCENTE-EXIT
003300     END-IF
003310
003320     IF MOV-DOC-ID = SPACES OR MOV-DOC-NOME = SPACES
003330         THEN
003340         MOVE "ID OU NOME EM BRANCO" TO LST-MSG
003350         ADD 1 TO WS-CONT-ERRO
003360         GO TO 2020-INCLUIR-DOCENTE-EXIT
003370     END-IF
003380
003390     MOVE MOV-DOC-ID   TO DOC-ID
003400     MOVE MOV-DOC-NOME TO DOC-NOME
003410     MOVE "A"          TO DOC-SITUACAO
003420     WRITE DOC-REG
003430
003440     IF WS-DOC-STATUS NOT = "00"
003450         THEN
003460         DISPLAY "ERRO AO GRAVAR DOCENTES - STATUS "
003470             WS-DOC-STATUS
003480         STOP RUN
003490     END-IF
003500
003510     MOVE "INCLUIDO" TO LST-MSG
003520     ADD 1 TO WS-CONT-INCL
003530
003540 2020-INCLUIR-DOCENTE-EXIT.
003550     EXIT.
003560
003570******************************************************************
003580* 2030-DESATIVAR-DOCENTE
003590* DESATIVA O DOCENTE DO MOVIMENTO CORRENTE, REGRAVANDO O
003600* REGISTRO COM SITUACAO "I". AS ATRIBUICOES JA FEITAS NO
003610* CRONOGRAMA CONTINUAM COM O NOME DO DOCENTE; DOCENTE INATIVO
003620* NAO RECEBE NOVAS ATRIBUICOES.
003630******************************************************************
003640 2030-DESATIVAR-DOCENTE.
003650     IF DOCENTE-NAO-ENCONTRADO
003660         THEN
003670         MOVE "NAO CADASTRADO" TO LST-MSG
003680         ADD 1 TO WS-CONT-ERRO
003690         GO TO 2030-DESATIVAR-DOCENTE-EXIT
003700     END-IF
003710
003720     MOVE DOC-NOME TO LST-NOME
003730
003740     IF DOC-INATIVO
003750         THEN
003760         MOVE "JA DESATIVADO" TO LST-MSG
003770         ADD 1 TO WS-CONT-ERRO
003780         GO TO 2030-DESATIVAR-DOCENTE-EXIT
003790     END-IF
003800
003810     MOVE "I" TO DOC-SITUACAO
003820     REWRITE DOC-REG
003830
003840     IF WS-DOC-STATUS NOT = "00"
003850         THEN
003860         DISPLAY "ERRO AO REGRAVAR DOCENTES - STATUS "
003870             WS-DOC-STATUS
003880         STOP RUN
003890     END-IF
003900
003910     MOVE "DESATIVADO" TO LST-MSG
003920     ADD 1 TO WS-CONT-DESAT
003930
003940 2030-DESATIVAR-DOCENTE-EXIT.
003950     EXIT.
003960
003970******************************************************************
003980* 2040-ATRIBUIR-TURMA
003990* ATRIBUI AO DOCENTE DO MOVIMENTO A TURMA + DISCIPLINA DO TERMO,
004000* COM A DATA LIMITE (AAAAMMDD) PARA A ENTREGA DAS NOTAS. TURMA
004010* JA ATRIBUIDA NO TERMO TEM DOCENTE E PRAZO SUBSTITUIDOS
004020* (REATRIBUICAO). EXIGE CHAVE COMPLETA, DOCENTE CADASTRADO E
004030* ATIVO E DATA VALIDA.
004040******************************************************************
004050 2040-ATRIBUIR-TURMA.
004060     IF MOV-TERMO = SPACES OR MOV-TURMA = SPACES
004070         OR MOV-DISC = SPACES
004080         THEN
004090         MOVE "TERMO/TURMA/DISC EM BRANCO" TO LST-MSG
004100         ADD 1 TO WS-CONT-ERRO
004110         GO TO 2040-ATRIBUIR-TURMA-EXIT
004120     END-IF
004130
004140     MOVE MOV-CRO-DOCENTE TO DOC-ID
004150     PERFORM 2010-LOCALIZAR-DOCENTE
004160         THRU 2010-LOCALIZAR-DOCENTE-EXIT
004170
004180     IF DOCENTE-NAO-ENCONTRADO
004190         THEN
004200         MOVE "DOCENTE NAO CADASTRADO" TO LST-MSG
004210         ADD 1 TO WS-CONT-ERRO
004220         GO TO 2040-ATRIBUIR-TURMA-EXIT
004230     END-IF
004240
004250     MOVE DOC-NOME TO LST-NOME
004260
004270     IF DOC-INATIVO
004280         THEN
004290         MOVE "DOCENTE DESATIVADO" TO LST-MSG
004300         ADD 1 TO WS-CONT-ERRO
004310         GO TO 2040-ATRIBUIR-TURMA-EXIT
004320     END-IF
004330
004340     IF MOV-DATA-LIMITE NOT NUMERIC
004350         THEN
004360         MOVE "DATA LIMITE INVALIDA" TO LST-MSG
004370         ADD 1 TO WS-CONT-ERRO
004380         GO TO 2040-ATRIBUIR-TURMA-EXIT
004390     END-IF
004400
004410     IF MOV-DATA-ANO < 2000
004420         OR MOV-DATA-MES < 1 OR MOV-DATA-MES > 12
004430         OR MOV-DATA-DIA < 1 OR MOV-DATA-DIA > 31
004440         THEN
004450         MOVE "DATA LIMITE INVALIDA" TO LST-MSG
004460         ADD 1 TO WS-CONT-ERRO
004470         GO TO 2040-ATRIBUIR-TURMA-EXIT
004480     END-IF
004490
004500     MOVE MOV-TERMO TO CRO-TERMO
004510     MOVE MOV-TURMA TO CRO-TURMA
004520     MOVE MOV-DISC  TO CRO-DISC
004530     MOVE "N" TO WS-CRO-ACHOU
004540
004550     READ ARQ-CRO
004560         INVALID KEY
004570             CONTINUE
004580         NOT INVALID KEY
004590             MOVE "S" TO WS-CRO-ACHOU
004600     END-READ
004610
004620     MOVE MOV-CRO-DOCENTE TO CRO-DOCENTE
004630     MOVE MOV-DATA-N      TO CRO-DATA-LIMITE
004640
004650     IF CRONOGRAMA-ENCONTRADO
004660         THEN
004670         REWRITE CRO-REG
004680         MOVE "REATRIBUIDO" TO LST-MSG
004690     ELSE
004700         WRITE CRO-REG
004710         MOVE "ATRIBUIDO" TO LST-MSG
004720     END-IF
004730
004740     IF WS-CRO-STATUS NOT = "00"
004750         THEN
004760         DISPLAY "ERRO AO GRAVAR CRONOGRAMA - STATUS "
004770             WS-CRO-STATUS
004780         STOP RUN
004790     END-IF
004800
004810     ADD 1 TO WS-CONT-ATRIB
004820
004830 2040-ATRIBUIR-TURMA-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870* 2050-EXCLUIR-ATRIBUICAO
004880* RETIRA DO CRONOGRAMA A TURMA + DISCIPLINA DO TERMO DO
004890* MOVIMENTO (TURMA CANCELADA OU LANCADA POR ENGANO).
004900******************************************************************
004910 2050-EXCLUIR-ATRIBUICAO.
004920     MOVE MOV-TERMO TO CRO-TERMO
004930     MOVE MOV-TURMA TO CRO-TURMA
004940     MOVE MOV-DISC  TO CRO-DISC
004950
004960     READ ARQ-CRO
004970         INVALID KEY
004980             MOVE "NAO ATRIBUIDA" TO LST-MSG
004990             ADD 1 TO WS-CONT-ERRO
005000             GO TO 2050-EXCLUIR-ATRIBUICAO-EXIT
005010     END-READ
005020
005030     DELETE ARQ-CRO
005040
005050     IF WS-CRO-STATUS NOT = "00"
005060         THEN
005070         DISPLAY "ERRO AO EXCLUIR CRONOGRAMA - STATUS "
005080             WS-CRO-STATUS
005090         STOP RUN
005100     END-IF
005110
005120     MOVE "EXCLUIDA" TO LST-MSG
005130     ADD 1 TO WS-CONT-EXCL
005140
005150 2050-EXCLUIR-ATRIBUICAO-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190* 2100-LER-MOV
005200* LE UM REGISTRO DO ARQUIVO DE MOVIMENTOS. NO FIM DO ARQUIVO,
005210* LIGA O INDICADOR WS-FIM-MOV.
005220******************************************************************
005230 2100-LER-MOV.
005240     READ ARQ-MOV
005250         AT END
005260             MOVE "S" TO WS-FIM-MOV
005270     END-READ
005280
005290 2100-LER-MOV-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330* 8000-FINALIZAR
005340* GRAVA O RESUMO DOS MOVIMENTOS NA LISTAGEM E FECHA OS
005350* ARQUIVOS.
005360******************************************************************
005370 8000-FINALIZAR.
005380     CLOSE ARQ-MOV
005390     CLOSE ARQ-DOC
005400     CLOSE ARQ-CRO
005410
005420     PERFORM 8100-IMPRIMIR-RESUMO
005430         THRU 8100-IMPRIMIR-RESUMO-EXIT
005440
005450     CLOSE ARQ-LST
005460
005470 8000-FINALIZAR-EXIT.
005480     EXIT.
005490
005500******************************************************************
005510* 8100-IMPRIMIR-RESUMO
005520* GRAVA NA LISTAGEM O RODAPE COM OS TOTAIS DE MOVIMENTOS
005530* APLICADOS E REJEITADOS.
005540******************************************************************
005550 8100-IMPRIMIR-RESUMO.
005560     MOVE SPACES TO LST-LINHA
005570     WRITE LST-LINHA
005580
005590     MOVE WS-CONT-INCL TO WS-CONT-ED
005600     MOVE SPACES TO WS-LINHA-RESUMO
005610     STRING "DOCENTES INCLUIDOS...: " DELIMITED BY SIZE
005620         WS-CONT-ED DELIMITED BY SIZE
005630         INTO WS-LINHA-RESUMO
005640     MOVE WS-LINHA-RESUMO TO LST-LINHA-TX
005650     WRITE LST-LINHA
005660
005670     MOVE WS-CONT-DESAT TO WS-CONT-ED
005680     MOVE SPACES TO WS-LINHA-RESUMO
005690     STRING "DOCENTES DESATIVADOS.: " DELIMITED BY SIZE
005700         WS-CONT-ED DELIMITED BY SIZE
005710         INTO WS-LINHA-RESUMO
005720     MOVE WS-LINHA-RESUMO TO LST-LINHA-TX
005730     WRITE LST-LINHA
005740
005750     MOVE WS-CONT-ATRIB TO WS-CONT-ED
005760     MOVE SPACES TO WS-LINHA-RESUMO
005770     STRING "TURMAS ATRIBUIDAS....: " DELIMITED BY SIZE
005780         WS-CONT-ED DELIMITED BY SIZE
005790         INTO WS-LINHA-RESUMO
005800     MOVE WS-LINHA-RESUMO TO LST-LINHA-TX
005810     WRITE LST-LINHA
005820
005830     MOVE WS-CONT-EXCL TO WS-CONT-ED
005840     MOVE SPACES TO WS-LINHA-RESUMO
005850     STRING "ATRIBUICOES EXCLUIDAS: " DELIMITED BY SIZE
005860         WS-CONT-ED DELIMITED BY SIZE
005870         INTO WS-LINHA-RESUMO
005880     MOVE WS-LINHA-RESUMO TO LST-LINHA-TX
005890     WRITE LST-LINHA
005900
005910     MOVE WS-CONT-ERRO TO WS-CONT-ED
005920     MOVE SPACES TO WS-LINHA-RESUMO
005930     STRING "TOTAL DE REJEITADOS..: " DELIMITED BY SIZE
005940         WS-CONT-ED DELIMITED BY SIZE
005950         INTO WS-LINHA-RESUMO
005960     MOVE WS-LINHA-RESUMO TO LST-LINHA-TX
005970     WRITE LST-LINHA
005980
005990 8100-IMPRIMIR-RESUMO-EXIT.
006000     EXIT.
006010
006020 END PROGRAM CADDOC.
