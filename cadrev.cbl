000010******************************************************************
000020* PROGRAM:      CADREV
000030* AUTHOR:       GABIRELA BARBOSA
000040* INSTALLATION: SETOR DE NOTAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:      MANUTENCAO DOS PEDIDOS DE REVISAO DE NOTA
000070*               (ABERTURA, DEFERIMENTO E INDEFERIMENTO), COM
000080*               GERACAO DAS TRANSACOES DE RETIFICACAO DOS PEDIDOS
000090*               DEFERIDOS PARA O NOTAS EM MODO "R"
000100* TECTONICS:    cobc
000110******************************************************************
000120* MODIFICATION HISTORY
000130* DATE       INIT DESCRIPTION
000140* 2026-10-15 RLM  VERSAO INICIAL: LE O ARQUIVO DE MOVIMENTOS
000150*                 (MOVREV) E APLICA PELA CHAVE (ALUNO + TERMO +
000160*                 DISCIPLINA + AVALIACAO CONTESTADA) NO ARQUIVO
000170*                 DE PEDIDOS DE REVISAO (REVISAO) AS ABERTURAS,
000180*                 OS DEFERIMENTOS E OS INDEFERIMENTOS, COM
000190*                 LISTAGEM DO RESULTADO EM RELREV. O DEFERIMENTO
000200*                 GRAVA NO FIM DO ARQUIVO RETIFICACOES A
000210*                 TRANSACAO COMPLETA DO ALUNO (NOTAS ATUAIS DO
000220*                 HISTORICO, PESOS E RECUPERACAO DO ARQUIVO DE
000230*                 NOTAS DA TURMA, COM A NOTA NOVA DE TODOS OS
000240*                 PEDIDOS DEFERIDOS DA CHAVE). O NOTAS MARCA O
000250*                 PEDIDO COMO APLICADO AO PROCESSAR A RETIFICACAO.
000260* 2026-10-15 RLM  ALUNO PENDENTE DE SEGUNDA CHAMADA NA DISCIPLINA
000270*                 (STATUS "PENDENTE 2A CHAMADA" OU AVALIACAO EM
000280*                 BRANCO NO HISTORICO) NAO ABRE NEM TEM DEFERIDO
000290*                 PEDIDO DE REVISAO: A TRANSACAO GERADA LEVARIA A
000300*                 NOTA EM FALTA COMO ZERO E ENCERRARIA A PENDENCIA
000310*                 NO NOTAS. A NOTA QUE FALTA ENTRA PELO MODO "S".
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CADREV.
000350 AUTHOR. GABIRELA BARBOSA.
000360 INSTALLATION. SETOR DE NOTAS.
000370 DATE-WRITTEN. 15/10/2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ARQ-MOV ASSIGN TO "MOVREV"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-MOV-STATUS.
000460
000470     SELECT ARQ-REV ASSIGN TO "REVISAO"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS REV-CHAVE
000510         FILE STATUS IS WS-REV-STATUS.
000520
000530     SELECT ARQ-PARAM ASSIGN TO "PARAMETROS"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PARAM-STATUS.
000560
000570     SELECT ARQ-HIST ASSIGN TO "HISTORICO"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS HIST-CHAVE
000610         FILE STATUS IS WS-HIST-STATUS.
000620
000630     SELECT ARQ-CTRL ASSIGN TO "CONTROLE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CTRL-STATUS.
000660
000670     SELECT ARQ-ALUNOS ASSIGN TO DYNAMIC WS-ALUNOS-ARQUIVO
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-ALUNOS-STATUS.
000700
000710     SELECT ARQ-TER ASSIGN TO "TERMOS"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS TER-TERMO
000750         FILE STATUS IS WS-TER-STATUS.
000760
000770     SELECT ARQ-RETIF ASSIGN TO "RETIFICACOES"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RETIF-STATUS.
000800
000810     SELECT ARQ-LST ASSIGN TO "RELREV"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-LST-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  ARQ-MOV.
000870 01  MOV-REG.
000880     05 MOV-OPER                PIC X(01).
000890         88 MOV-ABERTURA              VALUE "A".
000900         88 MOV-DEFERIMENTO           VALUE "D".
000910         88 MOV-INDEFERIMENTO         VALUE "I".
000920     05 MOV-CHAVE.
000930         10 MOV-ID               PIC X(10).
000940         10 MOV-TERMO            PIC X(06).
000950         10 MOV-DISC             PIC X(06).
000960         10 MOV-AVAL             PIC X(01).
000970     05 MOV-TURMA               PIC X(06).
000980     05 MOV-DATA                PIC X(08).
000990     05 MOV-DATA-N REDEFINES MOV-DATA.
001000         10 MOV-DATA-ANO         PIC 9(04).
001010         10 MOV-DATA-MES         PIC 9(02).
001020         10 MOV-DATA-DIA         PIC 9(02).
001030     05 MOV-NOTA-NOVA           PIC 9(02)V9(02).
001040     05 MOV-RESP                PIC X(10).
001050     05 MOV-MOTIVO              PIC X(30).
001060
001070 FD  ARQ-REV.
001080 01  REV-REG.
001090     05 REV-CHAVE.
001100         10 REV-ID               PIC X(10).
001110         10 REV-TERMO            PIC X(06).
001120         10 REV-DISC             PIC X(06).
001130         10 REV-AVAL             PIC X(01).
001140             88 REV-AVAL-RECUP        VALUE "R".
001150     05 REV-TURMA               PIC X(06).
001160     05 REV-DATA-PEDIDO         PIC 9(08).
001170     05 REV-MOTIVO              PIC X(30).
001180     05 REV-NOTA-ANT            PIC 9(02)V9(02).
001190     05 REV-SITUACAO            PIC X(01).
001200         88 REV-ABERTO                VALUE "A".
001210         88 REV-DEFERIDO              VALUE "D".
001220         88 REV-INDEFERIDO            VALUE "I".
001230         88 REV-APLICADO              VALUE "P".
001240     05 REV-DATA-DECISAO        PIC 9(08).
001250     05 REV-RESP                PIC X(10).
001260     05 REV-NOTA-NOVA           PIC 9(02)V9(02).
001270     05 REV-PARECER             PIC X(30).
001280     05 REV-DATA-APLIC          PIC 9(08).
001290
001300 FD  ARQ-PARAM.
001310 01  PARAM-REG.
001320     05 PARAM-TERMO              PIC X(06).
001330     05 PARAM-LIMITE             PIC 9(02)V9(02).
001340     05 PARAM-MODO               PIC X(01).
001350     05 PARAM-FREQ-MIN           PIC 9(03).
001360
001370 FD  ARQ-HIST.
001380 01  HIST-LINHA.
001390     05 HIST-CHAVE.
001400         10 HIST-ID              PIC X(10).
001410         10 HIST-TERMO           PIC X(06).
001420         10 HIST-DISC            PIC X(06).
001430     05 FILLER                  PIC X(03).
001440     05 HIST-TURMA              PIC X(06).
001450     05 FILLER                  PIC X(03).
001460     05 HIST-QTD-NOTAS          PIC 9(01).
001470     05 FILLER                  PIC X(03).
001480     05 HIST-NOTAS-TAB OCCURS 4 TIMES.
001490         10 HIST-NOTA-TX         PIC X(05).
001500         10 FILLER               PIC X(03).
001510     05 HIST-RESUL-TX           PIC X(05).
001520     05 FILLER                  PIC X(03).
001530     05 HIST-STATUS             PIC X(26).
001540     05 FILLER                  PIC X(03).
001550     05 HIST-SIT                PIC X(01).
001560         88 HIST-SUPERADO             VALUE "S".
001570
001580 FD  ARQ-CTRL.
001590 01  CTL-REG.
001600     05 CTL-TURMA               PIC X(06).
001610     05 CTL-DISC                PIC X(06).
001620     05 CTL-ARQUIVO             PIC X(30).
001630     05 CTL-LIMITE              PIC 9(02)V9(02).
001640     05 CTL-ARQ-FREQ            PIC X(30).
001650     05 CTL-AULAS-PREV          PIC 9(03).
001660
001670 FD  ARQ-ALUNOS.
001680 01  ALUNO-REG.
001690     05 ALU-ID                  PIC X(10).
001700     05 ALU-TURMA               PIC X(06).
001710     05 ALU-DISC                PIC X(06).
001720     05 ALU-QTD-NOTAS           PIC 9(01).
001730     05 ALU-REC-NOTA            PIC 9(02)V9(02).
001740     05 ALU-FEZ-RECUP           PIC X(01).
001750     05 ALU-NOTAS-TAB OCCURS 1 TO 4 TIMES
001760         DEPENDING ON ALU-QTD-NOTAS.
001770         10 ALU-NOTA             PIC 9(02)V9(02).
001780         10 ALU-PESO             PIC 9(03).
001790         10 ALU-FALTOU           PIC X(01).
001800
001810 FD  ARQ-TER.
001820 01  TER-REG.
001830     05 TER-TERMO               PIC X(06).
001840     05 TER-SITUACAO            PIC X(01).
001850         88 TER-ABERTO                VALUE "A".
001860         88 TER-FECHADO               VALUE "F".
001870         88 TER-REABERTO              VALUE "R".
001880     05 TER-DATA-FECH           PIC X(08).
001890     05 TER-RESP-FECH           PIC X(10).
001900     05 TER-DATA-REAB           PIC X(08).
001910     05 TER-RESP-REAB           PIC X(10).
001920     05 TER-MOTIVO-REAB         PIC X(30).
001930     05 TER-QTD-FECH            PIC 9(02).
001940
001950 FD  ARQ-RETIF.
001960 01  RET-REG.
001970     05 RET-ID                  PIC X(10).
001980     05 RET-TURMA               PIC X(06).
001990     05 RET-DISC                PIC X(06).
002000     05 RET-TERMO               PIC X(06).
002010     05 RET-QTD-NOTAS           PIC 9(01).
002020     05 RET-REC-NOTA            PIC 9(02)V9(02).
002030     05 RET-FEZ-RECUP           PIC X(01).
002040     05 RET-NOTAS-TAB OCCURS 4 TIMES.
002050         10 RET-NOTA             PIC 9(02)V9(02).
002060         10 RET-PESO             PIC 9(03).
002070
002080 FD  ARQ-LST.
002090 01  LST-LINHA.
002100     05 LST-OPER                PIC X(01).
002110     05 FILLER                  PIC X(02).
002120     05 LST-ID                  PIC X(10).
002130     05 FILLER                  PIC X(02).
002140     05 LST-TERMO               PIC X(06).
002150     05 FILLER                  PIC X(02).
002160     05 LST-DISC                PIC X(06).
002170     05 FILLER                  PIC X(02).
002180     05 LST-AVAL                PIC X(01).
002190     05 FILLER                  PIC X(02).
002200     05 LST-NOTA-ANT            PIC Z9.99.
002210     05 FILLER                  PIC X(02).
002220     05 LST-NOTA-NOVA           PIC Z9.99.
002230     05 FILLER                  PIC X(02).
002240     05 LST-MSG                 PIC X(32).
002250 01  LST-LINHA-TX REDEFINES LST-LINHA.
002260     05 LST-TX                  PIC X(80).
002270
002280 WORKING-STORAGE SECTION.
002290
002300 77  WS-MOV-STATUS     PIC X(02) VALUE SPACES.
002310 77  WS-REV-STATUS     PIC X(02) VALUE SPACES.
002320 77  WS-PARAM-STATUS   PIC X(02) VALUE SPACES.
002330 77  WS-HIST-STATUS    PIC X(02) VALUE SPACES.
002340 77  WS-CTRL-STATUS    PIC X(02) VALUE SPACES.
002350 77  WS-ALUNOS-STATUS  PIC X(02) VALUE SPACES.
002360 77  WS-TER-STATUS     PIC X(02) VALUE SPACES.
002370 77  WS-RETIF-STATUS   PIC X(02) VALUE SPACES.
002380 77  WS-LST-STATUS     PIC X(02) VALUE SPACES.
002390 77  WS-ALUNOS-ARQUIVO PIC X(30) VALUE SPACES.
002400 77  WS-FIM-MOV        PIC X(01) VALUE "N".
002410 77  WS-FIM-CONTROLE   PIC X(01) VALUE "N".
002420 77  WS-FIM-ALUNOS     PIC X(01) VALUE "N".
002430 77  WS-FIM-REV        PIC X(01) VALUE "N".
002440 77  WS-TERMO          PIC X(06) VALUE SPACES.
002450 77  WS-DATA-HOJE      PIC X(08) VALUE SPACES.
002460 77  WS-REV-ACHOU      PIC X(01) VALUE "N".
002470     88 PEDIDO-ENCONTRADO         VALUE "S".
002480     88 PEDIDO-NAO-ENCONTRADO     VALUE "N".
002490 77  WS-LIMPO-ACHOU    PIC X(01) VALUE "N".
002500     88 LIMPO-ENCONTRADO          VALUE "S".
002510 77  WS-TER-ARQUIVO    PIC X(01) VALUE "N".
002520     88 TERMOS-DISPONIVEL         VALUE "S".
002530 77  WS-DATA-OK        PIC X(01) VALUE "N".
002540     88 DATA-VALIDA               VALUE "S".
002550 77  WS-AVAL           PIC 9(01) VALUE ZERO.
002560 77  WS-IDX            PIC 9(01) COMP VALUE ZERO.
002570 77  WS-CTL-QTDE       PIC 9(04) COMP VALUE ZERO.
002580 77  WS-CTL-IDX        PIC 9(04) COMP VALUE ZERO.
002590 77  WS-CTL-POS        PIC 9(04) COMP VALUE ZERO.
002600 77  WS-CHAVE-ALUNO    PIC X(22) VALUE SPACES.
002610 77  WS-CONT-ABERT     PIC 9(04) VALUE ZEROS.
002620 77  WS-CONT-DEFER     PIC 9(04) VALUE ZEROS.
002630 77  WS-CONT-INDEF     PIC 9(04) VALUE ZEROS.
002640 77  WS-CONT-ERRO      PIC 9(04) VALUE ZEROS.
002650 77  WS-CONT-ED        PIC ZZZ9.
002660 77  WS-LINHA-RESUMO   PIC X(62) VALUE SPACES.
002670
002680 01  WS-CTL-TABELA.
002690     05 WS-CTL-ENTRADA OCCURS 100 TIMES.
002700         10 WS-CTL-TURMA     PIC X(06).
002710         10 WS-CTL-DISC      PIC X(06).
002720         10 WS-CTL-ARQUIVO   PIC X(30).
002730
002740 01  WS-CABEC-LST.
002750     05 FILLER PIC X(03) VALUE "OP".
002760     05 FILLER PIC X(12) VALUE "ALUNO".
002770     05 FILLER PIC X(08) VALUE "TERMO".
002780     05 FILLER PIC X(08) VALUE "DISC".
002790     05 FILLER PIC X(03) VALUE "AV".
002800     05 FILLER PIC X(07) VALUE "ANTES".
002810     05 FILLER PIC X(07) VALUE "NOVA".
002820     05 FILLER PIC X(32) VALUE "RESULTADO".
002830
002840 PROCEDURE DIVISION.
002850 0000-MAINLINE.
002860     PERFORM 1000-INICIALIZAR
002870         THRU 1000-INICIALIZAR-EXIT
002880
002890     PERFORM 2000-PROCESSAR-MOV
002900         THRU 2000-PROCESSAR-MOV-EXIT
002910         UNTIL WS-FIM-MOV = "S"
002920
002930     PERFORM 8000-FINALIZAR
002940         THRU 8000-FINALIZAR-EXIT
002950
002960     STOP RUN.
002970
002980******************************************************************
002990* 1000-INICIALIZAR
003000* ABRE O ARQUIVO DE MOVIMENTOS, A LISTAGEM, O ARQUIVO DE PEDIDOS
003010* (I-O), O HISTORICO, O CONTROLE DE TERMOS E O ARQUIVO DE
003020* RETIFICACOES (EXTENSAO), CARREGA O CONTROLE DO TERMO DOS
003030* PARAMETROS E LE O PRIMEIRO MOVIMENTO. SEM HISTORICO NAO HA
003040* NOTA A CONTESTAR: A AUSENCIA ABORTA.
003050******************************************************************
003060 1000-INICIALIZAR.
003070     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003080
003090     OPEN INPUT ARQ-MOV
003100
003110     IF WS-MOV-STATUS NOT = "00"
003120         THEN
003130         DISPLAY "ERRO AO ABRIR MOVIMENTOS - STATUS "
003140             WS-MOV-STATUS
003150         STOP RUN
003160     END-IF
003170
003180     OPEN OUTPUT ARQ-LST
003190
003200     IF WS-LST-STATUS NOT = "00"
003210         THEN
003220         DISPLAY "ERRO AO ABRIR LISTAGEM - STATUS "
003230             WS-LST-STATUS
003240         STOP RUN
003250     END-IF
003260
003270     MOVE WS-CABEC-LST TO LST-LINHA-TX
003280     WRITE LST-LINHA
003290
003300     PERFORM 1010-ABRIR-REVISAO
003310         THRU 1010-ABRIR-REVISAO-EXIT
003320
003330     OPEN INPUT ARQ-HIST
003340
003350     IF WS-HIST-STATUS NOT = "00"
003360         THEN
003370         DISPLAY "ERRO AO ABRIR HISTORICO - STATUS "
003380             WS-HIST-STATUS
003390         STOP RUN
003400     END-IF
003410
003420     PERFORM 1020-ABRIR-TERMOS
003430         THRU 1020-ABRIR-TERMOS-EXIT
003440
003450     PERFORM 1030-LER-PARAMETROS
003460         THRU 1030-LER-PARAMETROS-EXIT
003470
003480     PERFORM 1040-CARREGAR-CONTROLE
003490         THRU 1040-CARREGAR-CONTROLE-EXIT
003500
003510     PERFORM 1050-ABRIR-RETIFICACOES
003520         THRU 1050-ABRIR-RETIFICACOES-EXIT
003530
003540     PERFORM 2100-LER-MOV
003550         THRU 2100-LER-MOV-EXIT
003560
003570 1000-INICIALIZAR-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610* 1010-ABRIR-REVISAO
003620* ABRE O ARQUIVO DE PEDIDOS DE REVISAO (INDEXADO POR ALUNO +
003630* TERMO + DISCIPLINA + AVALIACAO) EM MODO I-O. SE O ARQUIVO AINDA
003640* NAO EXISTIR (STATUS 35), CRIA-O VAZIO E EM SEGUIDA O REABRE,
003650* COMO O CADALU FAZ COM O CADASTRO. QUALQUER OUTRO STATUS DE ERRO
003660* NA ABERTURA ABORTA A EXECUCAO.
003670******************************************************************
003680 1010-ABRIR-REVISAO.
003690     OPEN I-O ARQ-REV
003700
003710     IF WS-REV-STATUS = "35"
003720         THEN
003730         OPEN OUTPUT ARQ-REV
003740         CLOSE ARQ-REV
003750         OPEN I-O ARQ-REV
003760     END-IF
003770
003780     IF WS-REV-STATUS NOT = "00"
003790         THEN
003800         DISPLAY "ERRO AO ABRIR REVISAO - STATUS " WS-REV-STATUS
003810         STOP RUN
003820     END-IF
003830
003840 1010-ABRIR-REVISAO-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880* 1020-ABRIR-TERMOS
003890* ABRE PARA CONSULTA O CONTROLE DE SITUACAO DOS TERMOS (TERMOS,
003900* INDEXADO PELO TERMO). CONTROLE AUSENTE (STATUS 35) NAO E ERRO:
003910* NENHUM TERMO FOI FECHADO E TODOS ACEITAM DEFERIMENTO.
003920******************************************************************
003930 1020-ABRIR-TERMOS.
003940     MOVE "N" TO WS-TER-ARQUIVO
003950     OPEN INPUT ARQ-TER
003960
003970     IF WS-TER-STATUS = "35"
003980         THEN
003990         GO TO 1020-ABRIR-TERMOS-EXIT
004000     END-IF
004010
004020     IF WS-TER-STATUS NOT = "00"
004030         THEN
004040         DISPLAY "ERRO AO ABRIR CONTROLE DE TERMOS - STATUS "
004050             WS-TER-STATUS
004060         STOP RUN
004070     END-IF
004080
004090     MOVE "S" TO WS-TER-ARQUIVO
004100
004110 1020-ABRIR-TERMOS-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150* 1030-LER-PARAMETROS
004160* LE O TERMO NO ARQUIVO DE PARAMETROS DO NOTAS: O CONTROLE E OS
004170* ARQUIVOS DE NOTAS DAS TURMAS SAO DESSE TERMO. ARQUIVO AUSENTE
004180* OU VAZIO DEIXA O TERMO EM BRANCO.
004190******************************************************************
004200 1030-LER-PARAMETROS.
004210     MOVE SPACES TO WS-TERMO
004220     OPEN INPUT ARQ-PARAM
004230
004240     IF WS-PARAM-STATUS = "00"
004250         THEN
004260         READ ARQ-PARAM
004270             AT END
004280                 MOVE SPACES TO PARAM-REG
004290         END-READ
004300         MOVE PARAM-TERMO TO WS-TERMO
004310         CLOSE ARQ-PARAM
004320     END-IF
004330
004340 1030-LER-PARAMETROS-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380* 1040-CARREGAR-CONTROLE
004390* CARREGA NA TABELA DE TRABALHO TURMA, DISCIPLINA E NOME DO
004400* ARQUIVO DE NOTAS (LIMPO) DE CADA REGISTRO DO CONTROLE. SEM
004410* ARQUIVO DE CONTROLE (STATUS 35) A TABELA FICA VAZIA.
004420******************************************************************
004430 1040-CARREGAR-CONTROLE.
004440     MOVE ZERO TO WS-CTL-QTDE
004450     MOVE "N" TO WS-FIM-CONTROLE
004460     OPEN INPUT ARQ-CTRL
004470
004480     IF WS-CTRL-STATUS = "35"
004490         THEN
004500         GO TO 1040-CARREGAR-CONTROLE-EXIT
004510     END-IF
004520
004530     IF WS-CTRL-STATUS NOT = "00"
004540         THEN
004550         DISPLAY "ERRO AO ABRIR ARQUIVO DE CONTROLE - STATUS "
004560             WS-CTRL-STATUS
004570         STOP RUN
004580     END-IF
004590
004600     PERFORM 1041-LER-CONTROLE-TAB
004610         THRU 1041-LER-CONTROLE-TAB-EXIT
004620         UNTIL WS-FIM-CONTROLE = "S"
004630
004640     CLOSE ARQ-CTRL
004650
004660 1040-CARREGAR-CONTROLE-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700* 1041-LER-CONTROLE-TAB
004710* LE UM REGISTRO DO ARQUIVO DE CONTROLE E GUARDA TURMA,
004720* DISCIPLINA E ARQUIVO DE NOTAS NA TABELA DE TRABALHO. CONTROLE
004730* MAIOR QUE A TABELA ABORTA A EXECUCAO.
004740******************************************************************
004750 1041-LER-CONTROLE-TAB.
004760     READ ARQ-CTRL
004770         AT END
004780             MOVE "S" TO WS-FIM-CONTROLE
004790             GO TO 1041-LER-CONTROLE-TAB-EXIT
004800     END-READ
004810
004820     IF WS-CTL-QTDE = 100
004830         THEN
004840         DISPLAY "CONTROLE EXCEDE A TABELA DE 100 TURMAS"
004850         STOP RUN
004860     END-IF
004870
004880     ADD 1 TO WS-CTL-QTDE
004890     MOVE CTL-TURMA   TO WS-CTL-TURMA(WS-CTL-QTDE)
004900     MOVE CTL-DISC    TO WS-CTL-DISC(WS-CTL-QTDE)
004910     MOVE CTL-ARQUIVO TO WS-CTL-ARQUIVO(WS-CTL-QTDE)
004920
004930 1041-LER-CONTROLE-TAB-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970* 1050-ABRIR-RETIFICACOES
004980* ABRE O ARQUIVO DE TRANSACOES DE RETIFICACAO DO NOTAS PARA
004990* ACRESCENTAR NO FIM AS TRANSACOES DOS PEDIDOS DEFERIDOS (AS
005000* DIGITADAS PELA SECRETARIA SAO PRESERVADAS). ARQUIVO AUSENTE
005010* (STATUS 35) E CRIADO.
005020******************************************************************
005030 1050-ABRIR-RETIFICACOES.
005040     OPEN EXTEND ARQ-RETIF
005050
005060     IF WS-RETIF-STATUS = "35"
005070         THEN
005080         OPEN OUTPUT ARQ-RETIF
005090     END-IF
005100
005110     IF WS-RETIF-STATUS NOT = "00"
005120         THEN
005130         DISPLAY "ERRO AO ABRIR RETIFICACOES - STATUS "
005140             WS-RETIF-STATUS
005150         STOP RUN
005160     END-IF
005170
005180 1050-ABRIR-RETIFICACOES-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220* 2000-PROCESSAR-MOV
005230* LOCALIZA O PEDIDO DO MOVIMENTO CORRENTE, APLICA A ABERTURA, O
005240* DEFERIMENTO OU O INDEFERIMENTO, GRAVA O RESULTADO NA LISTAGEM
005250* E LE O PROXIMO MOVIMENTO.
005260******************************************************************
005270 2000-PROCESSAR-MOV.
005280     MOVE SPACES    TO LST-LINHA
005290     MOVE MOV-OPER  TO LST-OPER
005300     MOVE MOV-ID    TO LST-ID
005310     MOVE MOV-TERMO TO LST-TERMO
005320     MOVE MOV-DISC  TO LST-DISC
005330     MOVE MOV-AVAL  TO LST-AVAL
005340
005350     PERFORM 2010-LOCALIZAR-PEDIDO
005360         THRU 2010-LOCALIZAR-PEDIDO-EXIT
005370
005380     PERFORM 2015-VALIDAR-DATA
005390         THRU 2015-VALIDAR-DATA-EXIT
005400
005410     IF MOV-ABERTURA
005420         THEN
005430         PERFORM 2020-ABRIR-PEDIDO
005440             THRU 2020-ABRIR-PEDIDO-EXIT
005450     ELSE
005460         IF MOV-DEFERIMENTO
005470             THEN
005480             PERFORM 2030-DEFERIR-PEDIDO
005490                 THRU 2030-DEFERIR-PEDIDO-EXIT
005500         ELSE
005510             IF MOV-INDEFERIMENTO
005520                 THEN
005530                 PERFORM 2040-INDEFERIR-PEDIDO
005540                     THRU 2040-INDEFERIR-PEDIDO-EXIT
005550             ELSE
005560                 MOVE "OPERACAO INVALIDA" TO LST-MSG
005570                 ADD 1 TO WS-CONT-ERRO
005580             END-IF
005590         END-IF
005600     END-IF
005610
005620     WRITE LST-LINHA
005630
005640     PERFORM 2100-LER-MOV
005650         THRU 2100-LER-MOV-EXIT
005660
005670 2000-PROCESSAR-MOV-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710* 2010-LOCALIZAR-PEDIDO
005720* LE O PEDIDO DA CHAVE DO MOVIMENTO CORRENTE DIRETO NO ARQUIVO
005730* DE PEDIDOS, QUALQUER QUE SEJA A SITUACAO. O RESULTADO FICA NO
005740* INDICADOR WS-REV-ACHOU.
005750******************************************************************
005760 2010-LOCALIZAR-PEDIDO.
005770     MOVE "N" TO WS-REV-ACHOU
005780     MOVE MOV-CHAVE TO REV-CHAVE
005790
005800     READ ARQ-REV
005810         INVALID KEY
005820             CONTINUE
005830         NOT INVALID KEY
005840             MOVE "S" TO WS-REV-ACHOU
005850     END-READ
005860
005870 2010-LOCALIZAR-PEDIDO-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910* 2015-VALIDAR-DATA
005920* CONFERE A DATA DO MOVIMENTO (AAAAMMDD): DATA DO PROTOCOLO NA
005930* ABERTURA, DATA DA DECISAO NO DEFERIMENTO E NO INDEFERIMENTO.
005940* O RESULTADO FICA NO INDICADOR WS-DATA-OK.
005950******************************************************************
005960 2015-VALIDAR-DATA.
005970     MOVE "N" TO WS-DATA-OK
005980
005990     IF MOV-DATA NOT NUMERIC
006000         THEN
006010         GO TO 2015-VALIDAR-DATA-EXIT
006020     END-IF
006030
006040     IF MOV-DATA-ANO < 2000
006050         OR MOV-DATA-MES < 1 OR MOV-DATA-MES > 12
006060         OR MOV-DATA-DIA < 1 OR MOV-DATA-DIA > 31
006070         THEN
006080         GO TO 2015-VALIDAR-DATA-EXIT
006090     END-IF
006100
006110     MOVE "S" TO WS-DATA-OK
006120
006130 2015-VALIDAR-DATA-EXIT.
006140     EXIT.
006150
006160******************************************************************
006170* 2020-ABRIR-PEDIDO
006180* REGISTRA O PEDIDO DE REVISAO DO MOVIMENTO CORRENTE COM
006190* SITUACAO ABERTA, A DATA DO PROTOCOLO, O MOTIVO E A NOTA
006200* CONTESTADA. A AVALIACAO E A COLUNA DE NOTA (1 A 4) OU "R"
006210* (RECUPERACAO). EXIGE REGISTRO DO ALUNO NO HISTORICO NA MESMA
006220* TURMA, COM A AVALIACAO CONTESTADA. CHAVE JA REGISTRADA (EM
006230* QUALQUER SITUACAO) E ERRO. ALUNO PENDENTE DE SEGUNDA CHAMADA
006240* NA DISCIPLINA (2056) NAO ABRE PEDIDO.
006250******************************************************************
006260 2020-ABRIR-PEDIDO.
006270     IF PEDIDO-ENCONTRADO
006280         THEN
006290         MOVE "PEDIDO JA REGISTRADO" TO LST-MSG
006300         ADD 1 TO WS-CONT-ERRO
006310         GO TO 2020-ABRIR-PEDIDO-EXIT
006320     END-IF
006330
006340     IF NOT DATA-VALIDA
006350         THEN
006360         MOVE "DATA DO PEDIDO INVALIDA" TO LST-MSG
006370         ADD 1 TO WS-CONT-ERRO
006380         GO TO 2020-ABRIR-PEDIDO-EXIT
006390     END-IF
006400
006410     IF MOV-MOTIVO = SPACES
006420         THEN
006430         MOVE "MOTIVO EM BRANCO" TO LST-MSG
006440         ADD 1 TO WS-CONT-ERRO
006450         GO TO 2020-ABRIR-PEDIDO-EXIT
006460     END-IF
006470
006480     PERFORM 2050-LOCALIZAR-HISTORICO
006490         THRU 2050-LOCALIZAR-HISTORICO-EXIT
006500
006510     IF LST-MSG NOT = SPACES
006520         THEN
006530         ADD 1 TO WS-CONT-ERRO
006540         GO TO 2020-ABRIR-PEDIDO-EXIT
006550     END-IF
006560
006570     PERFORM 2056-CONFERIR-PENDENCIA
006580         THRU 2056-CONFERIR-PENDENCIA-EXIT
006590
006600     IF LST-MSG NOT = SPACES
006610         THEN
006620         ADD 1 TO WS-CONT-ERRO
006630         GO TO 2020-ABRIR-PEDIDO-EXIT
006640     END-IF
006650
006660     MOVE MOV-CHAVE TO REV-CHAVE
006670     MOVE MOV-TURMA TO REV-TURMA
006680     MOVE MOV-DATA  TO REV-DATA-PEDIDO
006690     MOVE MOV-MOTIVO TO REV-MOTIVO
006700     MOVE ZERO TO REV-NOTA-ANT
006710
006720     IF REV-AVAL-RECUP
006730         THEN
006740         PERFORM 2060-LOCALIZAR-LIMPO
006750             THRU 2060-LOCALIZAR-LIMPO-EXIT
006760         IF LIMPO-ENCONTRADO
006770             THEN
006780             MOVE ALU-REC-NOTA TO REV-NOTA-ANT
006790         END-IF
006800     ELSE
006810         IF HIST-NOTA-TX(WS-AVAL) NOT = SPACES
006820             THEN
006830             COMPUTE REV-NOTA-ANT =
006840                 FUNCTION NUMVAL(HIST-NOTA-TX(WS-AVAL))
006850         END-IF
006860     END-IF
006870
006880     MOVE "A"    TO REV-SITUACAO
006890     MOVE ZEROS  TO REV-DATA-DECISAO
006900     MOVE SPACES TO REV-RESP
006910     MOVE ZEROS  TO REV-NOTA-NOVA
006920     MOVE SPACES TO REV-PARECER
006930     MOVE ZEROS  TO REV-DATA-APLIC
006940     WRITE REV-REG
006950
006960     IF WS-REV-STATUS NOT = "00"
006970         THEN
006980         DISPLAY "ERRO AO GRAVAR REVISAO - STATUS " WS-REV-STATUS
006990         STOP RUN
007000     END-IF
007010
007020     MOVE REV-NOTA-ANT TO LST-NOTA-ANT
007030     MOVE "PEDIDO ABERTO" TO LST-MSG
007040     ADD 1 TO WS-CONT-ABERT
007050
007060 2020-ABRIR-PEDIDO-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100* 2030-DEFERIR-PEDIDO
007110* DEFERE O PEDIDO ABERTO DA CHAVE DO MOVIMENTO COM A NOTA NOVA,
007120* A DATA DA DECISAO, O RESPONSAVEL E O PARECER, E GRAVA NO
007130* ARQUIVO RETIFICACOES A TRANSACAO DO ALUNO (2070). TERMO
007140* FECHADO PELO FECHATER NAO ACEITA DEFERIMENTO (O NOTAS
007150* REJEITARIA A RETIFICACAO): O TERMO DEVE SER REABERTO ANTES NO
007160* CADTERM. SEM O ARQUIVO DE NOTAS DA TURMA NO CONTROLE DO TERMO
007170* NAO HA PESOS PARA MONTAR A TRANSACAO E O PEDIDO FICA ABERTO.
007180* ALUNO PENDENTE DE SEGUNDA CHAMADA NA DISCIPLINA (2056) TAMBEM
007190* FICA ABERTO ATE A NOTA QUE FALTA ENTRAR PELO MODO "S" DO NOTAS.
007200******************************************************************
007210 2030-DEFERIR-PEDIDO.
007220     IF PEDIDO-NAO-ENCONTRADO
007230         THEN
007240         MOVE "PEDIDO NAO REGISTRADO" TO LST-MSG
007250         ADD 1 TO WS-CONT-ERRO
007260         GO TO 2030-DEFERIR-PEDIDO-EXIT
007270     END-IF
007280
007290     MOVE REV-NOTA-ANT TO LST-NOTA-ANT
007300
007310     IF NOT REV-ABERTO
007320         THEN
007330         MOVE "PEDIDO JA DECIDIDO" TO LST-MSG
007340         ADD 1 TO WS-CONT-ERRO
007350         GO TO 2030-DEFERIR-PEDIDO-EXIT
007360     END-IF
007370
007380     PERFORM 2045-VALIDAR-DECISAO
007390         THRU 2045-VALIDAR-DECISAO-EXIT
007400
007410     IF LST-MSG NOT = SPACES
007420         THEN
007430         ADD 1 TO WS-CONT-ERRO
007440         GO TO 2030-DEFERIR-PEDIDO-EXIT
007450     END-IF
007460
007470     IF MOV-NOTA-NOVA NOT NUMERIC OR MOV-NOTA-NOVA > 10
007480         THEN
007490         MOVE "NOTA NOVA INVALIDA" TO LST-MSG
007500         ADD 1 TO WS-CONT-ERRO
007510         GO TO 2030-DEFERIR-PEDIDO-EXIT
007520     END-IF
007530
007540     MOVE MOV-NOTA-NOVA TO LST-NOTA-NOVA
007550
007560     IF MOV-NOTA-NOVA = REV-NOTA-ANT
007570         THEN
007580         MOVE "NOTA NOVA IGUAL A CONTESTADA" TO LST-MSG
007590         ADD 1 TO WS-CONT-ERRO
007600         GO TO 2030-DEFERIR-PEDIDO-EXIT
007610     END-IF
007620
007630     PERFORM 2055-CONFERIR-TERMO
007640         THRU 2055-CONFERIR-TERMO-EXIT
007650
007660     IF LST-MSG NOT = SPACES
007670         THEN
007680         ADD 1 TO WS-CONT-ERRO
007690         GO TO 2030-DEFERIR-PEDIDO-EXIT
007700     END-IF
007710
007720     MOVE REV-ID    TO HIST-ID
007730     MOVE REV-TERMO TO HIST-TERMO
007740     MOVE REV-DISC  TO HIST-DISC
007750
007760     READ ARQ-HIST
007770         INVALID KEY
007780             MOVE "SEM REGISTRO NO HISTORICO" TO LST-MSG
007790             ADD 1 TO WS-CONT-ERRO
007800             GO TO 2030-DEFERIR-PEDIDO-EXIT
007810     END-READ
007820
007830     IF HIST-SUPERADO
007840         THEN
007850         MOVE "REGISTRO SUPERADO NO HISTORICO" TO LST-MSG
007860         ADD 1 TO WS-CONT-ERRO
007870         GO TO 2030-DEFERIR-PEDIDO-EXIT
007880     END-IF
007890
007900     PERFORM 2056-CONFERIR-PENDENCIA
007910         THRU 2056-CONFERIR-PENDENCIA-EXIT
007920
007930     IF LST-MSG NOT = SPACES
007940         THEN
007950         ADD 1 TO WS-CONT-ERRO
007960         GO TO 2030-DEFERIR-PEDIDO-EXIT
007970     END-IF
007980
007990     PERFORM 2060-LOCALIZAR-LIMPO
008000         THRU 2060-LOCALIZAR-LIMPO-EXIT
008010
008020     IF NOT LIMPO-ENCONTRADO
008030         THEN
008040         MOVE "NOTAS DA TURMA INDISPONIVEIS" TO LST-MSG
008050         ADD 1 TO WS-CONT-ERRO
008060         GO TO 2030-DEFERIR-PEDIDO-EXIT
008070     END-IF
008080
008090     MOVE "D"           TO REV-SITUACAO
008100     MOVE MOV-DATA      TO REV-DATA-DECISAO
008110     MOVE MOV-RESP      TO REV-RESP
008120     MOVE MOV-NOTA-NOVA TO REV-NOTA-NOVA
008130     MOVE MOV-MOTIVO    TO REV-PARECER
008140     REWRITE REV-REG
008150
008160     IF WS-REV-STATUS NOT = "00"
008170         THEN
008180         DISPLAY "ERRO AO REGRAVAR REVISAO - STATUS "
008190             WS-REV-STATUS
008200         STOP RUN
008210     END-IF
008220
008230     PERFORM 2070-GERAR-RETIFICACAO
008240         THRU 2070-GERAR-RETIFICACAO-EXIT
008250
008260     MOVE "DEFERIDO - RETIFICACAO GERADA" TO LST-MSG
008270     ADD 1 TO WS-CONT-DEFER
008280
008290 2030-DEFERIR-PEDIDO-EXIT.
008300     EXIT.
008310
008320******************************************************************
008330* 2040-INDEFERIR-PEDIDO
008340* INDEFERE O PEDIDO ABERTO DA CHAVE DO MOVIMENTO, COM A DATA DA
008350* DECISAO, O RESPONSAVEL E O PARECER. O PEDIDO INDEFERIDO FICA
008360* REGISTRADO PARA CONSULTA E PARA A ESTATISTICA DO PRAZREV.
008370******************************************************************
008380 2040-INDEFERIR-PEDIDO.
008390     IF PEDIDO-NAO-ENCONTRADO
008400         THEN
008410         MOVE "PEDIDO NAO REGISTRADO" TO LST-MSG
008420         ADD 1 TO WS-CONT-ERRO
008430         GO TO 2040-INDEFERIR-PEDIDO-EXIT
008440     END-IF
008450
008460     MOVE REV-NOTA-ANT TO LST-NOTA-ANT
008470
008480     IF NOT REV-ABERTO
008490         THEN
008500         MOVE "PEDIDO JA DECIDIDO" TO LST-MSG
008510         ADD 1 TO WS-CONT-ERRO
008520         GO TO 2040-INDEFERIR-PEDIDO-EXIT
008530     END-IF
008540
008550     PERFORM 2045-VALIDAR-DECISAO
008560         THRU 2045-VALIDAR-DECISAO-EXIT
008570
008580     IF LST-MSG NOT = SPACES
008590         THEN
008600         ADD 1 TO WS-CONT-ERRO
008610         GO TO 2040-INDEFERIR-PEDIDO-EXIT
008620     END-IF
008630
008640     MOVE "I"        TO REV-SITUACAO
008650     MOVE MOV-DATA   TO REV-DATA-DECISAO
008660     MOVE MOV-RESP   TO REV-RESP
008670     MOVE MOV-MOTIVO TO REV-PARECER
008680     REWRITE REV-REG
008690
008700     IF WS-REV-STATUS NOT = "00"
008710         THEN
008720         DISPLAY "ERRO AO REGRAVAR REVISAO - STATUS "
008730             WS-REV-STATUS
008740         STOP RUN
008750     END-IF
008760
008770     MOVE "INDEFERIDO" TO LST-MSG
008780     ADD 1 TO WS-CONT-INDEF
008790
008800 2040-INDEFERIR-PEDIDO-EXIT.
008810     EXIT.
008820
008830******************************************************************
008840* 2045-VALIDAR-DECISAO
008850* CONFERE OS DADOS COMUNS DA DECISAO (DEFERIMENTO OU
008860* INDEFERIMENTO): DATA VALIDA E NAO ANTERIOR AO PROTOCOLO E
008870* RESPONSAVEL INFORMADO. O ERRO FICA EM LST-MSG.
008880******************************************************************
008890 2045-VALIDAR-DECISAO.
008900     IF NOT DATA-VALIDA
008910         THEN
008920         MOVE "DATA DA DECISAO INVALIDA" TO LST-MSG
008930         GO TO 2045-VALIDAR-DECISAO-EXIT
008940     END-IF
008950
008960     IF MOV-DATA < REV-DATA-PEDIDO
008970         THEN
008980         MOVE "DECISAO ANTERIOR AO PEDIDO" TO LST-MSG
008990         GO TO 2045-VALIDAR-DECISAO-EXIT
009000     END-IF
009010
009020     IF MOV-RESP = SPACES
009030         THEN
009040         MOVE "RESPONSAVEL EM BRANCO" TO LST-MSG
009050     END-IF
009060
009070 2045-VALIDAR-DECISAO-EXIT.
009080     EXIT.
009090
009100******************************************************************
009110* 2050-LOCALIZAR-HISTORICO
009120* CONFERE, NA ABERTURA, O REGISTRO DO ALUNO NO HISTORICO PELA
009130* CHAVE ALUNO + TERMO + DISCIPLINA: TEM DE EXISTIR, NA TURMA DO
009140* MOVIMENTO, NAO SUPERADO E COM A AVALIACAO CONTESTADA (WS-AVAL).
009150* O ERRO FICA EM LST-MSG.
009160******************************************************************
009170 2050-LOCALIZAR-HISTORICO.
009180     MOVE ZERO TO WS-AVAL
009190
009200     IF MOV-AVAL NOT = "R"
009210         THEN
009220         IF MOV-AVAL NOT NUMERIC
009230             THEN
009240             MOVE "AVALIACAO INVALIDA" TO LST-MSG
009250             GO TO 2050-LOCALIZAR-HISTORICO-EXIT
009260         END-IF
009270         MOVE MOV-AVAL TO WS-AVAL
009280     END-IF
009290
009300     MOVE MOV-ID    TO HIST-ID
009310     MOVE MOV-TERMO TO HIST-TERMO
009320     MOVE MOV-DISC  TO HIST-DISC
009330
009340     READ ARQ-HIST
009350         INVALID KEY
009360             MOVE "SEM REGISTRO NO HISTORICO" TO LST-MSG
009370             GO TO 2050-LOCALIZAR-HISTORICO-EXIT
009380     END-READ
009390
009400     IF HIST-SUPERADO
009410         THEN
009420         MOVE "REGISTRO SUPERADO NO HISTORICO" TO LST-MSG
009430         GO TO 2050-LOCALIZAR-HISTORICO-EXIT
009440     END-IF
009450
009460     IF HIST-TURMA NOT = MOV-TURMA
009470         THEN
009480         MOVE "TURMA DIFERENTE DO HISTORICO" TO LST-MSG
009490         GO TO 2050-LOCALIZAR-HISTORICO-EXIT
009500     END-IF
009510
009520     IF MOV-AVAL NOT = "R"
009530         THEN
009540         IF WS-AVAL < 1 OR WS-AVAL > HIST-QTD-NOTAS
009550             THEN
009560             MOVE "AVALIACAO INEXISTENTE" TO LST-MSG
009570         END-IF
009580     END-IF
009590
009600 2050-LOCALIZAR-HISTORICO-EXIT.
009610     EXIT.
009620
009630******************************************************************
009640* 2055-CONFERIR-TERMO
009650* CONFERE NO CONTROLE DE TERMOS A SITUACAO DO TERMO DO PEDIDO.
009660* TERMO FECHADO E AINDA NAO REABERTO RECUSA O DEFERIMENTO (ERRO
009670* EM LST-MSG). TERMO SEM REGISTRO, OU CONTROLE AUSENTE, ESTA
009680* ABERTO.
009690******************************************************************
009700 2055-CONFERIR-TERMO.
009710     IF NOT TERMOS-DISPONIVEL
009720         THEN
009730         GO TO 2055-CONFERIR-TERMO-EXIT
009740     END-IF
009750
009760     MOVE REV-TERMO TO TER-TERMO
009770
009780     READ ARQ-TER
009790         INVALID KEY
009800             GO TO 2055-CONFERIR-TERMO-EXIT
009810     END-READ
009820
009830     IF TER-FECHADO
009840         THEN
009850         MOVE "TERMO FECHADO" TO LST-MSG
009860     END-IF
009870
009880 2055-CONFERIR-TERMO-EXIT.
009890     EXIT.
009900
009910******************************************************************
009920* 2056-CONFERIR-PENDENCIA
009930* CONFERE SE O REGISTRO LIDO DO HISTORICO ESTA PENDENTE DE SEGUNDA
009940* CHAMADA: STATUS "PENDENTE 2A CHAMADA" OU ALGUMA AVALIACAO EM
009950* BRANCO (2057). A TRANSACAO DE RETIFICACAO NAO TEM MARCA DE
009960* FALTA, E O NOTAS TOMARIA A NOTA EM FALTA COMO ZERO. O ERRO FICA
009970* EM LST-MSG.
009980******************************************************************
009990 2056-CONFERIR-PENDENCIA.
010000     IF HIST-STATUS = "PENDENTE 2A CHAMADA"
010010         THEN
010020         MOVE "ALUNO PENDENTE DE 2A CHAMADA" TO LST-MSG
010030         GO TO 2056-CONFERIR-PENDENCIA-EXIT
010040     END-IF
010050
010060     PERFORM 2057-CONFERIR-NOTA-PENDENTE
010070         THRU 2057-CONFERIR-NOTA-PENDENTE-EXIT
010080         VARYING WS-IDX FROM 1 BY 1
010090         UNTIL WS-IDX > HIST-QTD-NOTAS
010100             OR LST-MSG NOT = SPACES
010110
010120 2056-CONFERIR-PENDENCIA-EXIT.
010130     EXIT.
010140
010150******************************************************************
010160* 2057-CONFERIR-NOTA-PENDENTE
010170* CONFERE A AVALIACAO (SUBSCRITO WS-IDX) DO REGISTRO DO HISTORICO:
010180* NOTA EM BRANCO E AVALIACAO EM FALTA, AINDA SEM SEGUNDA CHAMADA.
010190******************************************************************
010200 2057-CONFERIR-NOTA-PENDENTE.
010210     IF HIST-NOTA-TX(WS-IDX) = SPACES
010220         THEN
010230         MOVE "ALUNO PENDENTE DE 2A CHAMADA" TO LST-MSG
010240     END-IF
010250
010260 2057-CONFERIR-NOTA-PENDENTE-EXIT.
010270     EXIT.
010280
010290******************************************************************
010300* 2060-LOCALIZAR-LIMPO
010310* PROCURA A LINHA DO ALUNO DO PEDIDO NO ARQUIVO DE NOTAS (LIMPO)
010320* DA TURMA + DISCIPLINA, PELO NOME GUARDADO NO CONTROLE. SO HA
010330* ARQUIVO PARA O TERMO DOS PARAMETROS; TURMA FORA DO CONTROLE OU
010340* ARQUIVO AUSENTE (STATUS 35) DEIXA WS-LIMPO-ACHOU DESLIGADO.
010350******************************************************************
010360 2060-LOCALIZAR-LIMPO.
010370     MOVE "N" TO WS-LIMPO-ACHOU
010380     MOVE ZERO TO WS-CTL-POS
010390
010400     IF REV-TERMO NOT = WS-TERMO
010410         THEN
010420         GO TO 2060-LOCALIZAR-LIMPO-EXIT
010430     END-IF
010440
010450     PERFORM 2061-COMPARAR-CONTROLE
010460         THRU 2061-COMPARAR-CONTROLE-EXIT
010470         VARYING WS-CTL-IDX FROM 1 BY 1
010480         UNTIL WS-CTL-IDX > WS-CTL-QTDE
010490             OR WS-CTL-POS > ZERO
010500
010510     IF WS-CTL-POS = ZERO
010520         THEN
010530         GO TO 2060-LOCALIZAR-LIMPO-EXIT
010540     END-IF
010550
010560     MOVE WS-CTL-ARQUIVO(WS-CTL-POS) TO WS-ALUNOS-ARQUIVO
010570
010580     IF WS-ALUNOS-ARQUIVO = SPACES
010590         THEN
010600         GO TO 2060-LOCALIZAR-LIMPO-EXIT
010610     END-IF
010620
010630     OPEN INPUT ARQ-ALUNOS
010640
010650     IF WS-ALUNOS-STATUS = "35"
010660         THEN
010670         GO TO 2060-LOCALIZAR-LIMPO-EXIT
010680     END-IF
010690
010700     IF WS-ALUNOS-STATUS NOT = "00"
010710         THEN
010720         DISPLAY "ERRO AO ABRIR ARQUIVO DE NOTAS "
010730             WS-ALUNOS-ARQUIVO " - STATUS " WS-ALUNOS-STATUS
010740         STOP RUN
010750     END-IF
010760
010770     MOVE "N" TO WS-FIM-ALUNOS
010780
010790     PERFORM 2065-LER-LIMPO
010800         THRU 2065-LER-LIMPO-EXIT
010810         UNTIL WS-FIM-ALUNOS = "S"
010820
010830     CLOSE ARQ-ALUNOS
010840
010850 2060-LOCALIZAR-LIMPO-EXIT.
010860     EXIT.
010870
010880******************************************************************
010890* 2061-COMPARAR-CONTROLE
010900* CONFERE UMA ENTRADA (SUBSCRITO WS-CTL-IDX) DA TABELA DO
010910* CONTROLE CONTRA A TURMA E A DISCIPLINA DO PEDIDO.
010920******************************************************************
010930 2061-COMPARAR-CONTROLE.
010940     IF WS-CTL-TURMA(WS-CTL-IDX) = REV-TURMA
010950         AND WS-CTL-DISC(WS-CTL-IDX) = REV-DISC
010960         THEN
010970         MOVE WS-CTL-IDX TO WS-CTL-POS
010980     END-IF
010990
011000 2061-COMPARAR-CONTROLE-EXIT.
011010     EXIT.
011020
011030******************************************************************
011040* 2065-LER-LIMPO
011050* LE UMA LINHA DO ARQUIVO DE NOTAS DA TURMA. A LINHA DO ALUNO DO
011060* PEDIDO ENCERRA A PROCURA COM O REGISTRO NA AREA DO ARQUIVO.
011070******************************************************************
011080 2065-LER-LIMPO.
011090     READ ARQ-ALUNOS
011100         AT END
011110             MOVE "S" TO WS-FIM-ALUNOS
011120             GO TO 2065-LER-LIMPO-EXIT
011130     END-READ
011140
011150     IF ALU-ID = REV-ID
011160         THEN
011170         MOVE "S" TO WS-LIMPO-ACHOU
011180         MOVE "S" TO WS-FIM-ALUNOS
011190     END-IF
011200
011210 2065-LER-LIMPO-EXIT.
011220     EXIT.
011230
011240******************************************************************
011250* 2070-GERAR-RETIFICACAO
011260* MONTA E GRAVA A TRANSACAO DE RETIFICACAO DO ALUNO DO PEDIDO
011270* DEFERIDO, NO LEIAUTE LIDO PELO NOTAS (RET-REG): AS NOTAS
011280* ATUAIS DO HISTORICO, OS PESOS E A RECUPERACAO DO ARQUIVO DE
011290* NOTAS DA TURMA E, POR CIMA, A NOTA NOVA DE TODOS OS PEDIDOS
011300* DEFERIDOS E AINDA NAO APLICADOS DA MESMA CHAVE (2075), PARA QUE
011310* UMA TRANSACAO NAO DESFACA A OUTRA.
011320******************************************************************
011330 2070-GERAR-RETIFICACAO.
011340     MOVE ZEROS          TO RET-REG
011350     MOVE REV-ID         TO RET-ID
011360     MOVE REV-TURMA      TO RET-TURMA
011370     MOVE REV-DISC       TO RET-DISC
011380     MOVE REV-TERMO      TO RET-TERMO
011390     MOVE HIST-QTD-NOTAS TO RET-QTD-NOTAS
011400     MOVE ALU-REC-NOTA   TO RET-REC-NOTA
011410     MOVE ALU-FEZ-RECUP  TO RET-FEZ-RECUP
011420
011430     PERFORM 2071-MONTAR-NOTA
011440         THRU 2071-MONTAR-NOTA-EXIT
011450         VARYING WS-IDX FROM 1 BY 1
011460         UNTIL WS-IDX > HIST-QTD-NOTAS
011470
011480     MOVE REV-CHAVE TO WS-CHAVE-ALUNO
011490     MOVE "N" TO WS-FIM-REV
011500     MOVE LOW-VALUES TO REV-AVAL
011510
011520     START ARQ-REV KEY IS NOT LESS THAN REV-CHAVE
011530         INVALID KEY
011540             MOVE "S" TO WS-FIM-REV
011550     END-START
011560
011570     PERFORM 2075-APLICAR-DEFERIDO
011580         THRU 2075-APLICAR-DEFERIDO-EXIT
011590         UNTIL WS-FIM-REV = "S"
011600
011610     WRITE RET-REG
011620
011630     IF WS-RETIF-STATUS NOT = "00"
011640         THEN
011650         DISPLAY "ERRO AO GRAVAR RETIFICACOES - STATUS "
011660             WS-RETIF-STATUS
011670         STOP RUN
011680     END-IF
011690
011700 2070-GERAR-RETIFICACAO-EXIT.
011710     EXIT.
011720
011730******************************************************************
011740* 2071-MONTAR-NOTA
011750* MONTA A OCORRENCIA WS-IDX DA TRANSACAO: NOTA DO HISTORICO E
011760* PESO DO ARQUIVO DE NOTAS.
011770******************************************************************
011780 2071-MONTAR-NOTA.
011790     IF WS-IDX > ALU-QTD-NOTAS
011800         THEN
011810         GO TO 2071-MONTAR-NOTA-EXIT
011820     END-IF
011830
011840     MOVE ALU-PESO(WS-IDX) TO RET-PESO(WS-IDX)
011850
011860     COMPUTE RET-NOTA(WS-IDX) =
011870         FUNCTION NUMVAL(HIST-NOTA-TX(WS-IDX))
011880
011890 2071-MONTAR-NOTA-EXIT.
011900     EXIT.
011910
011920******************************************************************
011930* 2075-APLICAR-DEFERIDO
011940* LE O PROXIMO PEDIDO DA CHAVE ALUNO + TERMO + DISCIPLINA E, SE
011950* ESTIVER DEFERIDO (AINDA NAO APLICADO PELO NOTAS), POE A NOTA
011960* NOVA NA COLUNA CONTESTADA DA TRANSACAO (OU NA RECUPERACAO,
011970* LIGANDO A MARCA DE RECUPERACAO). OUTRA CHAVE ENCERRA A LEITURA.
011980******************************************************************
011990 2075-APLICAR-DEFERIDO.
012000     READ ARQ-REV NEXT
012010         AT END
012020             MOVE "S" TO WS-FIM-REV
012030             GO TO 2075-APLICAR-DEFERIDO-EXIT
012040     END-READ
012050
012060     IF REV-CHAVE(1:22) NOT = WS-CHAVE-ALUNO
012070         THEN
012080         MOVE "S" TO WS-FIM-REV
012090         GO TO 2075-APLICAR-DEFERIDO-EXIT
012100     END-IF
012110
012120     IF NOT REV-DEFERIDO
012130         THEN
012140         GO TO 2075-APLICAR-DEFERIDO-EXIT
012150     END-IF
012160
012170     IF REV-AVAL-RECUP
012180         THEN
012190         MOVE REV-NOTA-NOVA TO RET-REC-NOTA
012200         MOVE "S" TO RET-FEZ-RECUP
012210         GO TO 2075-APLICAR-DEFERIDO-EXIT
012220     END-IF
012230
012240     IF REV-AVAL IS NUMERIC
012250         THEN
012260         MOVE REV-AVAL TO WS-AVAL
012270         IF WS-AVAL >= 1 AND WS-AVAL <= RET-QTD-NOTAS
012280             THEN
012290             MOVE REV-NOTA-NOVA TO RET-NOTA(WS-AVAL)
012300         END-IF
012310     END-IF
012320
012330 2075-APLICAR-DEFERIDO-EXIT.
012340     EXIT.
012350
012360******************************************************************
012370* 2100-LER-MOV
012380* LE UM REGISTRO DO ARQUIVO DE MOVIMENTOS. NO FIM DO ARQUIVO,
012390* LIGA O INDICADOR WS-FIM-MOV.
012400******************************************************************
012410 2100-LER-MOV.
012420     READ ARQ-MOV
012430         AT END
012440             MOVE "S" TO WS-FIM-MOV
012450     END-READ
012460
012470 2100-LER-MOV-EXIT.
012480     EXIT.
012490
012500******************************************************************
012510* 8000-FINALIZAR
012520* GRAVA O RESUMO DOS MOVIMENTOS NA LISTAGEM E FECHA OS
012530* ARQUIVOS.
012540******************************************************************
012550 8000-FINALIZAR.
012560     CLOSE ARQ-MOV
012570     CLOSE ARQ-REV
012580     CLOSE ARQ-HIST
012590     CLOSE ARQ-RETIF
012600
012610     IF TERMOS-DISPONIVEL
012620         THEN
012630         CLOSE ARQ-TER
012640     END-IF
012650
012660     PERFORM 8100-IMPRIMIR-RESUMO
012670         THRU 8100-IMPRIMIR-RESUMO-EXIT
012680
012690     CLOSE ARQ-LST
012700
012710 8000-FINALIZAR-EXIT.
012720     EXIT.
012730
012740******************************************************************
012750* 8100-IMPRIMIR-RESUMO
012760* GRAVA NA LISTAGEM O RODAPE COM OS TOTAIS DE MOVIMENTOS
012770* APLICADOS E REJEITADOS.
012780******************************************************************
012790 8100-IMPRIMIR-RESUMO.
012800     MOVE SPACES TO LST-LINHA
012810     WRITE LST-LINHA
012820
012830     MOVE WS-CONT-ABERT TO WS-CONT-ED
012840     MOVE SPACES TO WS-LINHA-RESUMO
012850     STRING "PEDIDOS ABERTOS......: " DELIMITED BY SIZE
012860         WS-CONT-ED DELIMITED BY SIZE
012870         INTO WS-LINHA-RESUMO
012880     MOVE WS-LINHA-RESUMO TO LST-LINHA-TX
012890     WRITE LST-LINHA
012900
012910     MOVE WS-CONT-DEFER TO WS-CONT-ED
012920     MOVE SPACES TO WS-LINHA-RESUMO
012930     STRING "PEDIDOS DEFERIDOS....: " DELIMITED BY SIZE
012940         WS-CONT-ED DELIMITED BY SIZE
012950         " (RETIFICACOES GERADAS)" DELIMITED BY SIZE
012960         INTO WS-LINHA-RESUMO
012970     MOVE WS-LINHA-RESUMO TO LST-LINHA-TX
012980     WRITE LST-LINHA
012990
013000     MOVE WS-CONT-INDEF TO WS-CONT-ED
013010     MOVE SPACES TO WS-LINHA-RESUMO
013020     STRING "PEDIDOS INDEFERIDOS..: " DELIMITED BY SIZE
013030         WS-CONT-ED DELIMITED BY SIZE
013040         INTO WS-LINHA-RESUMO
013050     MOVE WS-LINHA-RESUMO TO LST-LINHA-TX
013060     WRITE LST-LINHA
013070
013080     MOVE WS-CONT-ERRO TO WS-CONT-ED
013090     MOVE SPACES TO WS-LINHA-RESUMO
013100     STRING "TOTAL DE REJEITADOS..: " DELIMITED BY SIZE
013110         WS-CONT-ED DELIMITED BY SIZE
013120         INTO WS-LINHA-RESUMO
013130     MOVE WS-LINHA-RESUMO TO LST-LINHA-TX
013140     WRITE LST-LINHA
013150
013160 8100-IMPRIMIR-RESUMO-EXIT.
013170     EXIT.
013180
013190 END PROGRAM CADREV.
