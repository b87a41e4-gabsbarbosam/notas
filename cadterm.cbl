000010******************************************************************
000020* PROGRAM:      CADTERM
000030* AUTHOR:       GABIRELA BARBOSA
000040* INSTALLATION: SETOR DE NOTAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:      MANUTENCAO DO CONTROLE DE SITUACAO DOS TERMOS
000070*               (TERMOS): REABERTURA AUTORIZADA E DATADA DE UM
000080*               TERMO JA FECHADO PELO FECHATER
000090* TECTONICS:    cobc
000100******************************************************************
000110* MODIFICATION HISTORY
000120* DATE       INIT DESCRIPTION
000130* 2026-10-15 RLM  VERSAO INICIAL: LE O ARQUIVO DE MOVIMENTOS
000140*                 (MOVTERM) E APLICA AS REABERTURAS SOBRE O
000150*                 CONTROLE DE TERMOS INDEXADO PELO TERMO. SO
000160*                 TERMO FECHADO PODE SER REABERTO, E A
000170*                 REABERTURA EXIGE DATA (NAO ANTERIOR AO
000180*                 FECHAMENTO), RESPONSAVEL E MOTIVO, QUE FICAM
000190*                 GRAVADOS NO REGISTRO DO TERMO. O TERMO
000200*                 REABERTO VOLTA A ACEITAR LANCAMENTOS NO NOTAS,
000210*                 CADMAT E ARQHIST ATE O PROXIMO FECHAMENTO, QUE
000220*                 LISTA AS DECISOES ALTERADAS. O RESULTADO DE
000230*                 CADA MOVIMENTO SAI NA LISTAGEM RELTERM.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CADTERM.
000270 AUTHOR. GABIRELA BARBOSA.
000280 INSTALLATION. SETOR DE NOTAS.
000290 DATE-WRITTEN. 15/10/2026.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ARQ-MOV ASSIGN TO "MOVTERM"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-MOV-STATUS.
000380
000390     SELECT ARQ-TER ASSIGN TO "TERMOS"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS TER-TERMO
000430         FILE STATUS IS WS-TER-STATUS.
000440
000450     SELECT ARQ-LST ASSIGN TO "RELTERM"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-LST-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ARQ-MOV.
000510 01  MOV-REG.
000520     05 MOV-OPER                PIC X(01).
000530         88 MOV-REABERTURA            VALUE "R".
000540     05 MOV-TERMO               PIC X(06).
000550     05 MOV-DATA                PIC X(08).
000560     05 MOV-DATA-N REDEFINES MOV-DATA
000570                                PIC 9(08).
000580     05 MOV-RESP                PIC X(10).
000590     05 MOV-MOTIVO              PIC X(30).
000600
000610 FD  ARQ-TER.
000620 01  TER-REG.
000630     05 TER-TERMO               PIC X(06).
000640     05 TER-SITUACAO            PIC X(01).
000650         88 TER-ABERTO                VALUE "A".
000660         88 TER-FECHADO               VALUE "F".
000670         88 TER-REABERTO              VALUE "R".
000680     05 TER-DATA-FECH           PIC X(08).
000690     05 TER-RESP-FECH           PIC X(10).
000700     05 TER-DATA-REAB           PIC X(08).
000710     05 TER-RESP-REAB           PIC X(10).
000720     05 TER-MOTIVO-REAB         PIC X(30).
000730     05 TER-QTD-FECH            PIC 9(02).
000740
000750 FD  ARQ-LST.
000760 01  LST-LINHA.
000770     05 LST-OPER                PIC X(01).
000780     05 FILLER                  PIC X(03) VALUE SPACES.
000790     05 LST-TERMO               PIC X(06).
000800     05 FILLER                  PIC X(03) VALUE SPACES.
000810     05 LST-DATA                PIC X(08).
000820     05 FILLER                  PIC X(03) VALUE SPACES.
000830     05 LST-RESP                PIC X(10).
000840     05 FILLER                  PIC X(03) VALUE SPACES.
000850     05 LST-MSG                 PIC X(28).
000860 01  LST-LINHA-TX REDEFINES LST-LINHA.
000870     05 LST-TX                  PIC X(65).
000880
000890 WORKING-STORAGE SECTION.
000900
000910 77  WS-MOV-STATUS     PIC X(02) VALUE SPACES.
000920 77  WS-TER-STATUS     PIC X(02) VALUE SPACES.
000930 77  WS-LST-STATUS     PIC X(02) VALUE SPACES.
000940 77  WS-FIM-MOV        PIC X(01) VALUE "N".
000950 77  WS-TER-ACHOU      PIC X(01) VALUE "N".
000960     88 TERMO-ENCONTRADO          VALUE "S".
000970     88 TERMO-NAO-ENCONTRADO      VALUE "N".
000980 77  WS-CONT-REAB      PIC 9(04) VALUE ZEROS.
000990 77  WS-CONT-ERRO      PIC 9(04) VALUE ZEROS.
001000 77  WS-CONT-ED        PIC ZZZ9.
001010 77  WS-LINHA-RESUMO   PIC X(62) VALUE SPACES.
001020
001030 01  WS-CABEC-LST.
001040     05 FILLER PIC X(04) VALUE "OP".
001050     05 FILLER PIC X(09) VALUE "TERMO".
001060     05 FILLER PIC X(11) VALUE "DATA".
001070     05 FILLER PIC X(13) VALUE "RESPONSAVEL".
001080     05 FILLER PIC X(28) VALUE "RESULTADO".
001090
001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001120     PERFORM 1000-INICIALIZAR
001130         THRU 1000-INICIALIZAR-EXIT
001140
001150     PERFORM 2000-PROCESSAR-MOV
001160         THRU 2000-PROCESSAR-MOV-EXIT
001170         UNTIL WS-FIM-MOV = "S"
001180
001190     PERFORM 8000-FINALIZAR
001200         THRU 8000-FINALIZAR-EXIT
001210
001220     STOP RUN.
001230
001240******************************************************************
001250* 1000-INICIALIZAR
001260* ABRE O ARQUIVO DE MOVIMENTOS, A LISTAGEM E O CONTROLE DE
001270* TERMOS EM MODO I-O E LE O PRIMEIRO MOVIMENTO.
001280******************************************************************
001290 1000-INICIALIZAR.
001300     OPEN INPUT ARQ-MOV
001310
001320     IF WS-MOV-STATUS NOT = "00"
001330         THEN
001340         DISPLAY "ERRO AO ABRIR MOVIMENTOS - STATUS "
001350             WS-MOV-STATUS
001360         STOP RUN
001370     END-IF
001380
001390     OPEN OUTPUT ARQ-LST
001400
001410     IF WS-LST-STATUS NOT = "00"
001420         THEN
001430         DISPLAY "ERRO AO ABRIR LISTAGEM - STATUS "
001440             WS-LST-STATUS
001450         STOP RUN
001460     END-IF
001470
001480     MOVE WS-CABEC-LST TO LST-LINHA-TX
001490     WRITE LST-LINHA
001500
001510     PERFORM 1010-ABRIR-TERMOS
001520         THRU 1010-ABRIR-TERMOS-EXIT
001530
001540     PERFORM 2100-LER-MOV
001550         THRU 2100-LER-MOV-EXIT
001560
001570 1000-INICIALIZAR-EXIT.
001580     EXIT.
001590
001600******************************************************************
001610* 1010-ABRIR-TERMOS
001620* ABRE O CONTROLE DE TERMOS (ARQUIVO INDEXADO PELO TERMO) EM MODO
001630* I-O. SE O ARQUIVO AINDA NAO EXISTIR (STATUS 35), CRIA-O VAZIO E
001640* O REABRE, COMO O CADALU FAZ COM O CADASTRO: NENHUM TERMO FOI
001650* FECHADO E TODA REABERTURA SERA RECUSADA. QUALQUER OUTRO STATUS
001660* DE ERRO NA ABERTURA ABORTA A EXECUCAO.
001670******************************************************************
001680 1010-ABRIR-TERMOS.
001690     OPEN I-O ARQ-TER
001700
001710     IF WS-TER-STATUS = "35"
001720         THEN
001730         OPEN OUTPUT ARQ-TER
001740         CLOSE ARQ-TER
001750         OPEN I-O ARQ-TER
001760     END-IF
001770
001780     IF WS-TER-STATUS NOT = "00"
001790         THEN
001800         DISPLAY "ERRO AO ABRIR CONTROLE DE TERMOS - STATUS "
001810             WS-TER-STATUS
001820         STOP RUN
001830     END-IF
001840
001850 1010-ABRIR-TERMOS-EXIT.
001860     EXIT.
001870
001880******************************************************************
001890* 2000-PROCESSAR-MOV
001900* APLICA O MOVIMENTO CORRENTE SOBRE O CONTROLE DE TERMOS, GRAVA O
001910* RESULTADO NA LISTAGEM E LE O PROXIMO MOVIMENTO.
001920******************************************************************
001930 2000-PROCESSAR-MOV.
001940     PERFORM 2010-LOCALIZAR-TERMO
001950         THRU 2010-LOCALIZAR-TERMO-EXIT
001960
001970     MOVE SPACES    TO LST-LINHA
001980     MOVE MOV-OPER  TO LST-OPER
001990     MOVE MOV-TERMO TO LST-TERMO
002000     MOVE MOV-DATA  TO LST-DATA
002010     MOVE MOV-RESP  TO LST-RESP
002020
002030     IF MOV-REABERTURA
002040         THEN
002050         PERFORM 2020-REABRIR-TERMO
002060             THRU 2020-REABRIR-TERMO-EXIT
002070     ELSE
002080         MOVE "OPERACAO INVALIDA" TO LST-MSG
002090         ADD 1 TO WS-CONT-ERRO
002100     END-IF
002110
002120     WRITE LST-LINHA
002130
002140     PERFORM 2100-LER-MOV
002150         THRU 2100-LER-MOV-EXIT
002160
002170 2000-PROCESSAR-MOV-EXIT.
002180     EXIT.
002190
002200******************************************************************
002210* 2010-LOCALIZAR-TERMO
002220* LE O REGISTRO DO TERMO DO MOVIMENTO CORRENTE DIRETO PELA CHAVE
002230* DO CONTROLE. O RESULTADO FICA NO INDICADOR WS-TER-ACHOU.
002240******************************************************************
002250 2010-LOCALIZAR-TERMO.
002260     MOVE "N" TO WS-TER-ACHOU
002270     MOVE MOV-TERMO TO TER-TERMO
002280
002290     READ ARQ-TER
002300         INVALID KEY
002310             CONTINUE
002320         NOT INVALID KEY
002330             MOVE "S" TO WS-TER-ACHOU
002340     END-READ
002350
002360 2010-LOCALIZAR-TERMO-EXIT.
002370     EXIT.
002380
002390******************************************************************
002400* 2020-REABRIR-TERMO
002410* REABRE O TERMO DO MOVIMENTO CORRENTE: SO TERMO FECHADO PELO
002420* FECHATER PODE SER REABERTO, E A REABERTURA PRECISA DE DATA
002430* VALIDA (NUMERICA E NAO ANTERIOR AO FECHAMENTO), RESPONSAVEL E
002440* MOTIVO. O REGISTRO E REGRAVADO COM SITUACAO "R" E OS DADOS DA
002450* REABERTURA; OS DADOS DO FECHAMENTO SAO PRESERVADOS PARA A
002460* COMPARACAO NO PROXIMO FECHAMENTO.
002470******************************************************************
002480 2020-REABRIR-TERMO.
002490     IF TERMO-NAO-ENCONTRADO
002500         THEN
002510         MOVE "TERMO NUNCA FECHADO" TO LST-MSG
002520         ADD 1 TO WS-CONT-ERRO
002530         GO TO 2020-REABRIR-TERMO-EXIT
002540     END-IF
002550
002560     IF NOT TER-FECHADO
002570         THEN
002580         MOVE "TERMO NAO ESTA FECHADO" TO LST-MSG
002590         ADD 1 TO WS-CONT-ERRO
002600         GO TO 2020-REABRIR-TERMO-EXIT
002610     END-IF
002620
002630     IF MOV-DATA NOT NUMERIC OR MOV-DATA-N = ZERO
002640         THEN
002650         MOVE "DATA INVALIDA" TO LST-MSG
002660         ADD 1 TO WS-CONT-ERRO
002670         GO TO 2020-REABRIR-TERMO-EXIT
002680     END-IF
002690
002700     IF MOV-DATA < TER-DATA-FECH
002710         THEN
002720         MOVE "DATA ANTERIOR AO FECHAMENTO" TO LST-MSG
002730         ADD 1 TO WS-CONT-ERRO
002740         GO TO 2020-REABRIR-TERMO-EXIT
002750     END-IF
002760
002770     IF MOV-RESP = SPACES OR MOV-MOTIVO = SPACES
002780         THEN
002790         MOVE "RESPONSAVEL/MOTIVO EM BRANCO" TO LST-MSG
002800         ADD 1 TO WS-CONT-ERRO
002810         GO TO 2020-REABRIR-TERMO-EXIT
002820     END-IF
002830
002840     MOVE "R"        TO TER-SITUACAO
002850     MOVE MOV-DATA   TO TER-DATA-REAB
002860     MOVE MOV-RESP   TO TER-RESP-REAB
002870     MOVE MOV-MOTIVO TO TER-MOTIVO-REAB
002880     REWRITE TER-REG
002890
002900     IF WS-TER-STATUS NOT = "00"
002910         THEN
002920         DISPLAY "ERRO AO REGRAVAR CONTROLE DE TERMOS - STATUS "
002930             WS-TER-STATUS
002940         STOP RUN
002950     END-IF
002960
002970     MOVE "REABERTO" TO LST-MSG
002980     ADD 1 TO WS-CONT-REAB
002990
003000 2020-REABRIR-TERMO-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040* 2100-LER-MOV
003050* LE UM REGISTRO DO ARQUIVO DE MOVIMENTOS. NO FIM DO ARQUIVO,
003060* LIGA O INDICADOR WS-FIM-MOV.
003070******************************************************************
003080 2100-LER-MOV.
003090     READ ARQ-MOV
003100         AT END
003110             MOVE "S" TO WS-FIM-MOV
003120     END-READ
003130
003140 2100-LER-MOV-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180* 8000-FINALIZAR
003190* GRAVA O RESUMO DOS MOVIMENTOS NA LISTAGEM E FECHA OS ARQUIVOS.
003200******************************************************************
003210 8000-FINALIZAR.
003220     CLOSE ARQ-MOV
003230     CLOSE ARQ-TER
003240
003250     PERFORM 8100-IMPRIMIR-RESUMO
003260         THRU 8100-IMPRIMIR-RESUMO-EXIT
003270
003280     CLOSE ARQ-LST
003290
003300 8000-FINALIZAR-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340* 8100-IMPRIMIR-RESUMO
003350* GRAVA NA LISTAGEM O RODAPE COM OS TOTAIS DE MOVIMENTOS
003360* APLICADOS E REJEITADOS.
003370******************************************************************
003380 8100-IMPRIMIR-RESUMO.
003390     MOVE SPACES TO LST-LINHA
003400     WRITE LST-LINHA
003410
003420     MOVE WS-CONT-REAB TO WS-CONT-ED
003430     MOVE SPACES TO WS-LINHA-RESUMO
003440     STRING "TOTAL DE REABERTOS..: " DELIMITED BY SIZE
003450         WS-CONT-ED DELIMITED BY SIZE
003460         INTO WS-LINHA-RESUMO
003470     MOVE WS-LINHA-RESUMO TO LST-LINHA-TX
003480     WRITE LST-LINHA
003490
003500     MOVE WS-CONT-ERRO TO WS-CONT-ED
003510     MOVE SPACES TO WS-LINHA-RESUMO
003520     STRING "TOTAL DE REJEITADOS.: " DELIMITED BY SIZE
003530         WS-CONT-ED DELIMITED BY SIZE
003540         INTO WS-LINHA-RESUMO
003550     MOVE WS-LINHA-RESUMO TO LST-LINHA-TX
003560     WRITE LST-LINHA
003570
003580 8100-IMPRIMIR-RESUMO-EXIT.
003590     EXIT.
003600
003610 END PROGRAM CADTERM.
