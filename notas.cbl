001577*                 QUE AS AULAS DADAS ABORTAM A CARGA (3265). A
001578*                 LINHA DE REPROVADOS MANTIDOS DA ESTATISTICA
001579*                 PASSA A EXCLUIR OS REPROVADOS POR FALTA.
001580* 2026-10-15 RLM  CONTROLE DE SITUACAO DO TERMO (ARQUIVO TERMOS,
001581*                 MANTIDO PELO FECHATER E PELO NOVO CADTERM): O
001582*                 TERMO FECHADO NAO RECEBE LANCAMENTO NORMAL NEM
001583*                 RETIFICACAO. O REGISTRO E REJEITADO ANTES DO
001584*                 CALCULO COM O NOVO MOTIVO TF (2040), NO
001585*                 RELATORIO E NO LOG, E SO VOLTA A SER ACEITO
001586*                 DEPOIS DA REABERTURA DATADA DO TERMO NO CADTERM.
001587*                 TERMO SEM REGISTRO NO CONTROLE, OU CONTROLE
001588*                 AUSENTE, CONTINUA ABERTO.
001589* 2026-10-15 RLM  SEGUNDA CHAMADA: CADA AVALIACAO DO REGISTRO DA
001590*                 TURMA TRAZ A MARCA DE FALTA (ALU-FALTOU), COM O
001591*                 NOVO MOTIVO DE REJEICAO AU. ALUNO COM AVALIACAO
001592*                 EM FALTA FICA "PENDENTE 2A CHAMADA", SEM
001593*                 RESULTADO, CONTADO A PARTE NO RESUMO, NA
001594*                 ESTATISTICA E NA CONCILIACAO, COM A PENDENCIA
001595*                 GRAVADA NO NOVO PENDCHAM. NOVO MODO "S" LE AS
001596*                 NOTAS DE SEGUNDA CHAMADA (SEGCHAMADA), COMPLETA
001597*                 A PENDENCIA E REGRAVA O RESULTADO (5000);
001598*                 TRANSACAO SEM PENDENCIA E REJEITADA COM O MOTIVO
001599*                 NP.
001600* 2026-10-15 RLM  NOVO CAMPO CTL-AULAS-PREV NO CONTROLE (AULAS
001601*                 PREVISTAS DA TURMA NO TERMO), USADO PELO AVISO
001602*                 DE FREQUENCIA (AVISOFRQ). O NOTAS NAO O USA.
001603* 2026-10-15 RLM  DOCENTE NO CABECALHO DA TURMA (3200): O NOME
001604*                 DO DOCENTE ATRIBUIDO A TURMA + DISCIPLINA NO
001605*                 NOVO CRONOGRAMA DE ENTREGA (MANTIDO PELO CADDOC,
001606*                 COM O CADASTRO DE DOCENTES) SAI EM LINHA
001607*                 PROPRIA. CRONOGRAMA OU DOCENTES AUSENTES NAO
001608*                 SAO ERRO.
001609* 2026-10-15 RLM  PEDIDOS DE REVISAO DE NOTA (ARQUIVO REVISAO,
001610*                 MANTIDO PELO NOVO CADREV): A RETIFICACAO
001611*                 APLICADA (4100) MARCA COMO APLICADOS, COM A DATA
001612*                 DO DIA, OS PEDIDOS DEFERIDOS DO ALUNO + TERMO +
001613*                 DISCIPLINA (4120). ARQUIVO AUSENTE NAO E ERRO.
001614* 2026-10-15 RLM  RETIFICACAO DE REGISTRO DO HISTORICO AINDA
001615*                 "PENDENTE 2A CHAMADA" E REJEITADA COM O MOTIVO
001616*                 PC (4035): A TRANSACAO NAO TEM MARCA DE FALTA E
001617*                 ENCERRARIA A PENDENCIA COM A NOTA EM FALTA COMO
001618*                 ZERO. A NOTA QUE FALTA ENTRA PELO MODO "S".
001619******************************************************************
001620 IDENTIFICATION DIVISION.
001621 PROGRAM-ID. NOTAS.
001622 AUTHOR. GABIRELA BARBOSA.
001623 INSTALLATION. SETOR DE NOTAS.
001630 DATE-WRITTEN. 01/09/2023.
001640 DATE-COMPILED.
001650      
002210     SELECT ARQ-JRN ASSIGN TO "HISTJRN"
002220         ORGANIZATION IS LINE SEQUENTIAL
002230         FILE STATUS IS WS-JRN-STATUS.
002231
002232     SELECT ARQ-TER ASSIGN TO "TERMOS"
002233         ORGANIZATION IS INDEXED
002234         ACCESS MODE IS DYNAMIC
002235         RECORD KEY IS TER-TERMO
002236         FILE STATUS IS WS-TER-STATUS.
002237
002238     SELECT ARQ-SEG ASSIGN TO "SEGCHAMADA"
002239         ORGANIZATION IS LINE SEQUENTIAL
002240         FILE STATUS IS WS-SEG-STATUS.
002241
002242     SELECT ARQ-PEN ASSIGN TO "PENDCHAM"
002243         ORGANIZATION IS INDEXED
002244         ACCESS MODE IS DYNAMIC
002245         RECORD KEY IS PEN-CHAVE
002246         FILE STATUS IS WS-PEN-STATUS.
002247
002248     SELECT ARQ-CRO ASSIGN TO "CRONOGRAMA"
002249         ORGANIZATION IS INDEXED
002250         ACCESS MODE IS DYNAMIC
002251         RECORD KEY IS CRO-CHAVE
002252         FILE STATUS IS WS-CRO-STATUS.
002253
002254     SELECT ARQ-DOC ASSIGN TO "DOCENTES"
002255         ORGANIZATION IS INDEXED
002256         ACCESS MODE IS DYNAMIC
002257         RECORD KEY IS DOC-ID
002258         FILE STATUS IS WS-DOC-STATUS.
002259
002260     SELECT ARQ-REV ASSIGN TO "REVISAO"
002261         ORGANIZATION IS INDEXED
002262         ACCESS MODE IS DYNAMIC
002263         RECORD KEY IS REV-CHAVE
002264         FILE STATUS IS WS-REV-STATUS.
002265 DATA DIVISION.
002266 FILE SECTION.
002267 FD  ARQ-ALUNOS.
002270 01  ALUNO-REG.
002280     05 ALU-ID                  PIC X(10).
002290     05 ALU-TURMA               PIC X(06).
002350         DEPENDING ON ALU-QTD-NOTAS.
002360         10 ALU-NOTA             PIC 9(02)V9(02).
002370         10 ALU-PESO             PIC 9(03).
002375         10 ALU-FALTOU           PIC X(01).
002380
002390 FD  ARQ-RELAT.
002400 01  REL-LINHA.
002990     05 CTL-ARQUIVO             PIC X(30).
003000     05 CTL-LIMITE               PIC 9(02)V9(02).
003010     05 CTL-ARQ-FREQ             PIC X(30).
003015     05 CTL-AULAS-PREV           PIC 9(03).
003020
003030 FD  ARQ-CKPT.
003040 01  CKPT-LINHA.
003160     05 CKPT-CSV-DET             PIC 9(06).
003170     05 CKPT-HASH-RESUL          PIC 9(08)V9(02).
003180     05 CKPT-ESTATISTICA         PIC X(96).
003183     05 CKPT-CONT-PEND           PIC 9(04).
003186     05 CKPT-GER-PEND            PIC 9(04).
003190
003200 FD  ARQ-CAD.
003210 01  CAD-REG.
003680     05 JRN-ANTES               PIC X(108).
003690     05 JRN-DEPOIS              PIC X(108).
003700
003701 FD  ARQ-TER.
003702 01  TER-REG.
003703     05 TER-TERMO               PIC X(06).
003704     05 TER-SITUACAO            PIC X(01).
003705         88 TER-ABERTO                VALUE "A".
003706         88 TER-FECHADO               VALUE "F".
003707         88 TER-REABERTO              VALUE "R".
003708     05 TER-DATA-FECH           PIC X(08).
003709     05 TER-RESP-FECH           PIC X(10).
003710     05 TER-DATA-REAB           PIC X(08).
003711     05 TER-RESP-REAB           PIC X(10).
003712     05 TER-MOTIVO-REAB         PIC X(30).
003713     05 TER-QTD-FECH            PIC 9(02).
003714
003715 FD  ARQ-SEG.
003716 01  SEG-REG.
003717     05 SEG-ID                  PIC X(10).
003718     05 SEG-TURMA               PIC X(06).
003719     05 SEG-DISC                PIC X(06).
003720     05 SEG-TERMO               PIC X(06).
003721     05 SEG-AVAL                PIC 9(01).
003722     05 SEG-NOTA                PIC 9(02)V9(02).
003723
003724 FD  ARQ-PEN.
003725 01  PEN-REG.
003726     05 PEN-CHAVE.
003727         10 PEN-ID               PIC X(10).
003728         10 PEN-TERMO            PIC X(06).
003729         10 PEN-DISC             PIC X(06).
003730     05 PEN-TURMA               PIC X(06).
003731     05 PEN-QTD-NOTAS           PIC 9(01).
003732     05 PEN-REC-NOTA            PIC 9(02)V9(02).
003733     05 PEN-FEZ-RECUP           PIC X(01).
003734     05 PEN-NOTAS-TAB OCCURS 4 TIMES.
003735         10 PEN-NOTA             PIC 9(02)V9(02).
003736         10 PEN-PESO             PIC 9(03).
003737         10 PEN-FALTOU           PIC X(01).
003738     05 PEN-SIT                 PIC X(01).
003739         88 PEN-ABERTA                VALUE "P".
003740         88 PEN-CONCLUIDA             VALUE "C".
003741     05 PEN-DATA                PIC X(08).
003742
003743 FD  ARQ-CRO.
003744 01  CRO-REG.
003745     05 CRO-CHAVE.
003746         10 CRO-TERMO            PIC X(06).
003747         10 CRO-TURMA            PIC X(06).
003748         10 CRO-DISC             PIC X(06).
003749     05 CRO-DOCENTE             PIC X(10).
003750     05 CRO-DATA-LIMITE         PIC 9(08).
003751
003752 FD  ARQ-DOC.
003753 01  DOC-REG.
003754     05 DOC-ID                  PIC X(10).
003755     05 DOC-NOME                PIC X(30).
003756     05 DOC-SITUACAO            PIC X(01).
003757         88 DOC-ATIVO                 VALUE "A".
003758         88 DOC-INATIVO               VALUE "I".
003759
003760 FD  ARQ-REV.
003761 01  REV-REG.
003762     05 REV-CHAVE.
003763         10 REV-ID               PIC X(10).
003764         10 REV-TERMO            PIC X(06).
003765         10 REV-DISC             PIC X(06).
003766         10 REV-AVAL             PIC X(01).
003767     05 REV-TURMA               PIC X(06).
003768     05 REV-DATA-PEDIDO         PIC 9(08).
003769     05 REV-MOTIVO              PIC X(30).
003770     05 REV-NOTA-ANT            PIC 9(02)V9(02).
003771     05 REV-SITUACAO            PIC X(01).
003772         88 REV-ABERTO                VALUE "A".
003773         88 REV-DEFERIDO              VALUE "D".
003774         88 REV-INDEFERIDO            VALUE "I".
003775         88 REV-APLICADO              VALUE "P".
003776     05 REV-DATA-DECISAO        PIC 9(08).
003777     05 REV-RESP                PIC X(10).
003778     05 REV-NOTA-NOVA           PIC 9(02)V9(02).
003779     05 REV-PARECER             PIC X(30).
003780     05 REV-DATA-APLIC          PIC 9(08).
003781
003782 WORKING-STORAGE SECTION.
003783
003784 77  WS-TERMO          PIC X(06) VALUE SPACES.
003785 77  WS-TURMA          PIC X(06) VALUE SPACES.
003786 77  WS-DISC           PIC X(06) VALUE SPACES.
003787 77  WS-LIMITE         PIC 9(02)V9(02) VALUE 7.
003788 77  WS-LIMITE-PADRAO  PIC 9(02)V9(02) VALUE 7.
003789 77  WS-LIMITE-ED      PIC Z9.99.
003790 77  WS-ALUNOS-ARQUIVO PIC X(30) VALUE SPACES.
003800 77  WS-ALUNOS-STATUS  PIC X(02) VALUE SPACES.
003810 77  WS-RELAT-STATUS   PIC X(02) VALUE SPACES.
003930         DEPENDING ON WS-QTD-NOTAS.
003940         10 WS-NOTA          PIC 9(02)V9(02).
003950         10 WS-PESO          PIC 9(03).
003955         10 WS-FALTOU        PIC X(01).
003960
003970 77  WS-IDX            PIC 9(01) COMP VALUE ZERO.
003980 77  WS-PESO-TOTAL     PIC 9(03) VALUE ZEROS.
004110 77  WS-GER-APROV      PIC 9(04) VALUE ZEROS.
004120 77  WS-GER-REPROV     PIC 9(04) VALUE ZEROS.
004130 77  WS-GER-REJEIT     PIC 9(04) VALUE ZEROS.
004133 77  WS-CONT-PEND      PIC 9(04) VALUE ZEROS.
004136 77  WS-GER-PEND       PIC 9(04) VALUE ZEROS.
004140 77  WS-TURMA-SEQ      PIC 9(04) VALUE 1.
004150 77  WS-TURMA-CKPT     PIC 9(04) VALUE ZEROS.
004160 77  WS-QTD-TURMAS     PIC 9(04) VALUE ZEROS.
004305 77  WS-STATUS-ANTES   PIC X(26) VALUE SPACES.
004310 77  WS-MODO           PIC X(01) VALUE "N".
004320     88 MODO-RETIFICACAO          VALUE "R".
004325     88 MODO-SEG-CHAMADA          VALUE "S".
004330     88 MODO-NORMAL               VALUES "N" " ".
004340 77  WS-FIM-RETIF      PIC X(01) VALUE "N".
004350 77  WS-RET-QTDE       PIC 9(04) COMP VALUE ZERO.
005030 77  WS-FRQ-POS        PIC 9(04) COMP VALUE ZERO.
005040 77  WS-REJ-TEXTO      PIC X(26) VALUE SPACES.
005050 77  WS-REJ-COD        PIC X(02) VALUE SPACES.
005051 77  WS-TER-STATUS     PIC X(02) VALUE SPACES.
005052 77  WS-TER-ARQUIVO    PIC X(01) VALUE "N".
005053     88 TERMOS-DISPONIVEL         VALUE "S".
005054 77  WS-CRO-STATUS     PIC X(02) VALUE SPACES.
005055 77  WS-DOC-STATUS     PIC X(02) VALUE SPACES.
005056 77  WS-DOC-ARQUIVO    PIC X(01) VALUE "N".
005057     88 DOCENTES-DISPONIVEL       VALUE "S".
005058 77  WS-DOCENTE-ID     PIC X(10) VALUE SPACES.
005059 77  WS-DOCENTE-NOME   PIC X(30) VALUE SPACES.
005060 77  WS-REV-STATUS     PIC X(02) VALUE SPACES.
005061 77  WS-REV-ARQUIVO    PIC X(01) VALUE "N".
005062     88 REVISAO-DISPONIVEL        VALUE "S".
005063 77  WS-FIM-REV        PIC X(01) VALUE "N".
005064 77  WS-REV-CHAVE-ALU  PIC X(22) VALUE SPACES.
005065 77  WS-SEG-STATUS     PIC X(02) VALUE SPACES.
005066 77  WS-PEN-STATUS     PIC X(02) VALUE SPACES.
005067 77  WS-FIM-SEG        PIC X(01) VALUE "N".
005068 77  WS-PEN-EXISTE     PIC X(01) VALUE "N".
005069 77  WS-QTD-FALTAS     PIC 9(01) VALUE ZERO.
005070
005071 01  WS-RET-TABELA.
005080     05 WS-RET-ENTRADA OCCURS 200 TIMES.
005090         10 WS-RET-ID        PIC X(10).
005100         10 WS-RET-TURMA     PIC X(06).
005690         PERFORM 4900-FINALIZAR-RETIF
005700             THRU 4900-FINALIZAR-RETIF-EXIT
005710     ELSE
005720         IF MODO-SEG-CHAMADA
005730             THEN
005740             PERFORM 5000-PROCESSAR-SEG-CHAMADA
005743                 THRU 5000-PROCESSAR-SEG-CHAMADA-EXIT
005746                 UNTIL WS-FIM-SEG = "S"
005750
005760             PERFORM 5900-FINALIZAR-SEG-CHAMADA
005770                 THRU 5900-FINALIZAR-SEG-CHAMADA-EXIT
005771         ELSE
005772             PERFORM 3000-PROCESSAR-TURMA
005773                 THRU 3000-PROCESSAR-TURMA-EXIT
005774                 UNTIL WS-FIM-CONTROLE = "S"
005775
005776             PERFORM 8000-FINALIZAR
005777                 THRU 8000-FINALIZAR-EXIT
005778         END-IF
005780     END-IF
005790
005800     STOP RUN.
006000         GO TO 1000-INICIALIZAR-EXIT
006010     END-IF
006020
006021     IF MODO-SEG-CHAMADA
006022         THEN
006023         PERFORM 1035-INICIAR-SEG-CHAMADA
006024             THRU 1035-INICIAR-SEG-CHAMADA-EXIT
006025         GO TO 1000-INICIALIZAR-EXIT
006026     END-IF
006027
006030     OPEN INPUT ARQ-CTRL
006040
006050     IF WS-CTRL-STATUS NOT = "00"
006140
006150     PERFORM 1015-ABRIR-CADASTRO
006160         THRU 1015-ABRIR-CADASTRO-EXIT
006161
006162     PERFORM 1045-ABRIR-TERMOS
006163         THRU 1045-ABRIR-TERMOS-EXIT
006164
006165     PERFORM 1050-ABRIR-PENDENCIAS
006166         THRU 1050-ABRIR-PENDENCIAS-EXIT
006167
006168     PERFORM 1055-ABRIR-DOCENTES
006169         THRU 1055-ABRIR-DOCENTES-EXIT
006170
006180     PERFORM 1017-CARREGAR-MATRICULA
006190         THRU 1017-CARREGAR-MATRICULA-EXIT
008560* RELATORIO E A INTERFACE DELTA (SEMPRE DO ZERO) E REGISTRA O
008570* INICIO NO LOG. AS RETIFICACOES REGRAVAM O PROPRIO
008580* HISTORICO PELA CHAVE, SEM ARQUIVO INTERMEDIARIO.
008583* O CONTROLE DE PENDENCIAS DE SEGUNDA CHAMADA TAMBEM E ABERTO,
008586* PARA BAIXAR A PENDENCIA DO ALUNO RETIFICADO (2097).
008590******************************************************************
008600 1030-INICIAR-RETIFICACAO.
008610     OPEN INPUT ARQ-RETIF

008700     PERFORM 1015-ABRIR-CADASTRO
008710         THRU 1015-ABRIR-CADASTRO-EXIT
008711
008712     PERFORM 1045-ABRIR-TERMOS
008713         THRU 1045-ABRIR-TERMOS-EXIT
008714
008715     PERFORM 1050-ABRIR-PENDENCIAS
008716         THRU 1050-ABRIR-PENDENCIAS-EXIT
008717
008718     PERFORM 1060-ABRIR-REVISAO
008719         THRU 1060-ABRIR-REVISAO-EXIT

008720     PERFORM 1040-CARREGAR-CONTROLE
008730         THRU 1040-CARREGAR-CONTROLE-EXIT
009960     MOVE ZEROS TO WS-CONT-APROV
009970     MOVE ZEROS TO WS-CONT-REPROV
009980     MOVE ZEROS TO WS-CONT-REJEIT
009985     MOVE ZEROS TO WS-CONT-PEND
009990     MOVE ZEROS TO WS-ESTATISTICA
010000     OPEN INPUT ARQ-CKPT
010010
010050             AT END
010060                 MOVE ZEROS TO CKPT-LINHA
010070         END-READ
010071         IF CKPT-CONT-PEND NOT NUMERIC
010072             THEN
010073             MOVE ZEROS TO CKPT-CONT-PEND
010074             MOVE ZEROS TO CKPT-GER-PEND
010075         END-IF
010080         MOVE CKPT-QTD-LIDOS   TO WS-QTD-LIDOS
010090         MOVE CKPT-CONT-APROV  TO WS-CONT-APROV
010100         MOVE CKPT-CONT-REPROV TO WS-CONT-REPROV
010110         MOVE CKPT-CONT-REJEIT TO WS-CONT-REJEIT
010115         MOVE CKPT-CONT-PEND   TO WS-CONT-PEND
010120         MOVE CKPT-TURMA-SEQ   TO WS-TURMA-CKPT
010130         MOVE CKPT-GER-APROV   TO WS-GER-APROV
010140         MOVE CKPT-GER-REPROV  TO WS-GER-REPROV
010150         MOVE CKPT-GER-REJEIT  TO WS-GER-REJEIT
010160         MOVE CKPT-GER-LIDOS   TO WS-GER-LIDOS
010165         MOVE CKPT-GER-PEND    TO WS-GER-PEND
010170         MOVE CKPT-REL-GRAV    TO WS-REL-GRAV
010180         MOVE CKPT-HIST-GRAV   TO WS-HIST-GRAV
010190         MOVE CKPT-CSV-DET     TO WS-CSV-DET
010730     MOVE WS-CONT-APROV   TO CKPT-CONT-APROV
010740     MOVE WS-CONT-REPROV  TO CKPT-CONT-REPROV
010750     MOVE WS-CONT-REJEIT  TO CKPT-CONT-REJEIT
010755     MOVE WS-CONT-PEND    TO CKPT-CONT-PEND
010760     MOVE WS-GER-APROV    TO CKPT-GER-APROV
010770     MOVE WS-GER-REPROV   TO CKPT-GER-REPROV
010780     MOVE WS-GER-REJEIT   TO CKPT-GER-REJEIT
010785     MOVE WS-GER-PEND     TO CKPT-GER-PEND
010790     MOVE WS-GER-LIDOS    TO CKPT-GER-LIDOS
010800     MOVE WS-REL-GRAV     TO CKPT-REL-GRAV
010810     MOVE WS-HIST-GRAV    TO CKPT-HIST-GRAV
011080* CALCULA A MEDIA DO ALUNO CORRENTE, EXIBE O RESULTADO E LE O
011090* PROXIMO REGISTRO DA TURMA. A QUANTIDADE DE NOTAS (1 A 4) VEM
011100* DO PROPRIO REGISTRO DA TURMA, EM ALU-QTD-NOTAS.
011102* REGISTRO DE TERMO FECHADO E REJEITADO COM O MOTIVO TF (2040).
011104* AVALIACAO COM FALTA DEIXA O ALUNO PENDENTE DE SEGUNDA CHAMADA
011106* (2060), COM A PENDENCIA GRAVADA NO PENDCHAM (2097).
011110******************************************************************
011120 2000-PROCESSAR-ALUNO.
011130     MOVE "N" TO WS-NOTA-INVALIDA
011160     MOVE ALU-REC-NOTA TO WS-REC-NOTA
011170     MOVE ALU-FEZ-RECUP TO WS-FEZ-RECUP
011180     MOVE ALU-QTD-NOTAS TO WS-QTD-NOTAS
011185     MOVE ZERO TO WS-QTD-FALTAS
011190
011200     PERFORM 2007-MARCAR-MATRICULA
011210         THRU 2007-MARCAR-MATRICULA-EXIT
011440     END-IF
011450     END-IF
011460
011462     PERFORM 2040-CONFERIR-TERMO
011464         THRU 2040-CONFERIR-TERMO-EXIT
011466
011470     IF NOTA-INVALIDA
011480         THEN
011490         PERFORM 2080-REGISTRAR-REJEITADO
011710
011720         PERFORM 2085-EXPORTAR-CSV
011730             THRU 2085-EXPORTAR-CSV-EXIT
011732
011734         PERFORM 2097-ATUALIZAR-PENDENCIA
011736             THRU 2097-ATUALIZAR-PENDENCIA-EXIT
011740     END-IF
011750
011760     ADD 1 TO WS-QTD-LIDOS
012500* 2020-COPIAR-NOTA
012510* COPIA UMA OCORRENCIA (SUBSCRITO WS-IDX) DA TABELA DE NOTAS DO
012520* REGISTRO DA TURMA PARA A TABELA DE TRABALHO.
012525* A MARCA DE FALTA VEM JUNTO E E CONTADA EM WS-QTD-FALTAS.
012530******************************************************************
012540 2020-COPIAR-NOTA.
012550     MOVE ALU-NOTA(WS-IDX) TO WS-NOTA(WS-IDX)
012560     MOVE ALU-PESO(WS-IDX) TO WS-PESO(WS-IDX)
012561     MOVE ALU-FALTOU(WS-IDX) TO WS-FALTOU(WS-IDX)
012562
012563     IF ALU-FALTOU(WS-IDX) = "S"
012564         THEN
012565         ADD 1 TO WS-QTD-FALTAS
012566     END-IF
012570
012580 2020-COPIAR-NOTA-EXIT.
012590     EXIT.
012980* CONFERE A NOTA NA OCORRENCIA WS-IDX DA TABELA DE TRABALHO E
012990* ACUMULA SEU PESO EM WS-PESO-TOTAL PARA A CONFERENCIA FINAL EM
013000* 2010-VALIDAR-NOTAS.
013003* MARCA DE FALTA DIFERENTE DE S/N/BRANCO, OU FALTA COM NOTA
013006* INFORMADA, REJEITA O REGISTRO COM O MOTIVO AU.
013010******************************************************************
013020 2015-VALIDAR-UMA-NOTA.
013030     IF WS-NOTA(WS-IDX) > 10
013040         THEN
013050         MOVE "S" TO WS-NOTA-INVALIDA
013060         MOVE "NT" TO WS-REJ-COD
013061     END-IF
013062
013063     IF WS-FALTOU(WS-IDX) NOT = "S" AND NOT = "N"
013064         AND NOT = SPACE
013065         THEN
013066         MOVE "S" TO WS-NOTA-INVALIDA
013067         MOVE "AU" TO WS-REJ-COD
013068     END-IF
013069
013070     IF WS-FALTOU(WS-IDX) = "S" AND WS-NOTA(WS-IDX) NOT = ZERO
013071         THEN
013072         MOVE "S" TO WS-NOTA-INVALIDA
013073         MOVE "AU" TO WS-REJ-COD
013074     END-IF
013080
013090     ADD WS-PESO(WS-IDX) TO WS-PESO-TOTAL
013100
013170* TABELA DE TRABALHO. SE A SOMA DOS PESOS FOR MAIOR QUE ZERO, USA
013180* MEDIA PONDERADA (PESOS DEVEM SOMAR 100); SENAO, USA A MEDIA
013190* SIMPLES DAS NOTAS INFORMADAS.
013193* COM AVALIACAO EM FALTA NAO HA MEDIA: FICA ZERADA ATE A SEGUNDA
013196* CHAMADA.
013200******************************************************************
013210 2050-CALCULAR-MEDIA.
013211     IF WS-QTD-FALTAS > ZERO
013212         THEN
013213         MOVE ZEROS TO WS-RESUL
013214         GO TO 2050-CALCULAR-MEDIA-EXIT
013215     END-IF
013216
013220     MOVE ZEROS TO WS-PESO-TOTAL
013230     MOVE ZEROS TO WS-SOMA-NOTAS
013240     MOVE ZEROS TO WS-SOMA-PONDERADA
013600* DE APROVACAO CONFIGURADO EM WS-LIMITE. SE REPROVADO E HOUVER
013610* NOTA DE RECUPERACAO, RECALCULA A MEDIA FINAL COMO A MEDIA ENTRE
013620* WS-RESUL E A RECUPERACAO E AVALIA NOVAMENTE.
013623* ALUNO COM AVALIACAO EM FALTA FICA "PENDENTE 2A CHAMADA", SEM
013626* RESULTADO FINAL, ATE O LANCAMENTO DA SEGUNDA CHAMADA (5000).
013630******************************************************************
013640 2060-AVALIAR-RESULTADO.
013641     IF WS-QTD-FALTAS > ZERO
013642         THEN
013643         MOVE ZEROS TO WS-RESUL-FINAL
013644         DISPLAY ALU-ID " PENDENTE DE SEGUNDA CHAMADA"
013645         MOVE "PENDENTE 2A CHAMADA" TO WS-STATUS
013646         ADD 1 TO WS-CONT-PEND
013647         GO TO 2060-AVALIAR-RESULTADO-EXIT
013648     END-IF
013649
013650     MOVE WS-RESUL TO WS-RESUL-FINAL
013660
013670     IF WS-RESUL > WS-LIMITE OR = WS-LIMITE
014060* TURMA SEM ARQUIVO DE FREQUENCIA NO CONTROLE E ALUNO SEM LINHA
014070* NO ARQUIVO (OU COM AULAS DADAS EM ZERO) SEGUEM SO PELAS
014080* NOTAS.
014083* A REPROVACAO POR FALTA SOBREPOE TAMBEM A PENDENCIA DE SEGUNDA
014086* CHAMADA: NAO HA NOTA QUE MUDE O RESULTADO.
014090******************************************************************
014100 2062-AVALIAR-FREQUENCIA.
014110     IF WS-FRQ-QTD = ZERO
014450         ADD 1 TO WS-CONT-REPROV
014460     END-IF
014470
014471     IF WS-STATUS = "PENDENTE 2A CHAMADA"
014472         THEN
014473         SUBTRACT 1 FROM WS-CONT-PEND
014474         ADD 1 TO WS-CONT-REPROV
014475     END-IF
014476
014480     MOVE "REPROVADO POR FALTA" TO WS-STATUS
014490     ADD 1 TO WS-EST-REP-FALTA
014500
014720* TURMA: FAIXA DA MEDIA FINAL, MENOR/MAIOR MEDIA, SOMA PARA A
014730* MEDIA DA TURMA, SOMAS POR COLUNA DE AVALIACAO E REPROVADOS
014740* RECUPERADOS. REGISTROS REJEITADOS NAO PASSAM POR AQUI.
014745* ALUNO COM AVALIACAO EM FALTA (SEM MEDIA) TAMBEM FICA DE FORA.
014750******************************************************************
014760 2065-ACUMULAR-ESTATISTICA.
014761     IF WS-QTD-FALTAS > ZERO
014762         THEN
014763         GO TO 2065-ACUMULAR-ESTATISTICA-EXIT
014764     END-IF
014765
014770     ADD 1 TO WS-EST-QTD
014780     ADD WS-RESUL-FINAL TO WS-EST-SOMA
014790
015310* GRAVA NO RELATORIO A LINHA DETALHE DO ALUNO CORRENTE, COM UMA
015320* COLUNA DE NOTA PARA CADA OCORRENCIA INFORMADA (AS COLUNAS NAO
015330* USADAS FICAM EM BRANCO).
015333* AVALIACAO EM FALTA E RESULTADO DO ALUNO SEM MEDIA (PENDENTE DE
015336* SEGUNDA CHAMADA) FICAM EM BRANCO.
015340******************************************************************
015350 2070-IMPRIMIR-LINHA.
015360     MOVE SPACES         TO REL-LINHA
015420         VARYING WS-IDX FROM 1 BY 1
015430         UNTIL WS-IDX > WS-QTD-NOTAS
015440
015450     IF WS-QTD-FALTAS = ZERO
015452         THEN
015454         MOVE WS-RESUL-FINAL TO REL-RESUL
015456     END-IF
015460     MOVE WS-STATUS      TO REL-STATUS
015470
015480     WRITE REL-LINHA
015570* DA LINHA DO RELATORIO.
015580******************************************************************
015590 2075-IMPRIMIR-NOTA.
015600     IF WS-FALTOU(WS-IDX) NOT = "S"
015602         THEN
015604         MOVE WS-NOTA(WS-IDX) TO REL-NOTA(WS-IDX)
015606     END-IF
015610
015620 2075-IMPRIMIR-NOTA-EXIT.
015630     EXIT.
015740* REGRAVACAO SAI NO JORNAL DO HISTORICO COM AS IMAGENS
015750* ANTES/DEPOIS (2092-GRAVAR-JORNAL). NA RETIFICACAO A IMAGEM
015760* ANTERIOR JA FOI GUARDADA NA LEITURA EM 4020-APLICAR-RETIF.
015762* REGISTRO DE TERMO FECHADO NAO CHEGA A ESTE PARAGRAFO: E
015764* REJEITADO ANTES DO CALCULO (2040-CONFERIR-TERMO) NOS DOIS MODOS.
015766* NA SEGUNDA CHAMADA O REGISTRO PENDENTE JA FOI LIDO EM
015768* 5010-LOCALIZAR-PENDENCIA E E REGRAVADO PELA CHAVE.
015770******************************************************************
015780 2090-REGISTRAR-HISTORICO.
015790     IF MODO-NORMAL
016040         VARYING WS-IDX FROM 1 BY 1
016050         UNTIL WS-IDX > WS-QTD-NOTAS
016060
016070     IF WS-QTD-FALTAS = ZERO
016072         THEN
016074         MOVE WS-RESUL-FINAL TO HIST-RESUL
016076     END-IF
016080     MOVE WS-STATUS       TO HIST-STATUS
016090
016100     IF MODO-RETIFICACAO
016770* DO REGISTRO DE HISTORICO.
016780******************************************************************
016790 2095-REGISTRAR-NOTA-HIST.
016800     IF WS-FALTOU(WS-IDX) NOT = "S"
016802         THEN
016804         MOVE WS-NOTA(WS-IDX) TO HIST-NOTA(WS-IDX)
016806     END-IF
016810
016820 2095-REGISTRAR-NOTA-HIST-EXIT.
016830     EXIT.
016950* UM STRING DIRETO PARA CSV-TEXTO SOBRESCREVERIA, NO MEIO DA
016960* MONTAGEM, OS PROPRIOS CAMPOS DA FD QUE AINDA FALTAM SER LIDOS
016970* COMO ORIGEM (CSV-TEXTO REDEFINE O MESMO REGISTRO).
016973* AVALIACAO EM FALTA E RESULTADO DO ALUNO SEM MEDIA (PENDENTE DE
016976* SEGUNDA CHAMADA) SAO EXPORTADOS EM BRANCO.
016980******************************************************************
016990 2085-EXPORTAR-CSV.
017000     MOVE SPACES          TO CSV-LINHA
017050         VARYING WS-IDX FROM 1 BY 1
017060         UNTIL WS-IDX > WS-QTD-NOTAS
017070
017080     IF WS-QTD-FALTAS = ZERO
017082         THEN
017084         MOVE WS-RESUL-FINAL TO CSV-RESUL
017086     END-IF
017090     MOVE WS-STATUS       TO CSV-STATUS
017100
017110     STRING FUNCTION TRIM(ALU-ID) DELIMITED BY SIZE
017490* DO REGISTRO DE INTERFACE.
017500******************************************************************
017510 2087-EXPORTAR-NOTA-CSV.
017520     IF WS-FALTOU(WS-IDX) NOT = "S"
017522         THEN
017524         MOVE WS-NOTA(WS-IDX) TO CSV-NOTA(WS-IDX)
017526     END-IF
017530
017540 2087-EXPORTAR-NOTA-CSV-EXIT.
017550     EXIT.
018360         MOVE ZEROS TO WS-CONT-APROV
018370         MOVE ZEROS TO WS-CONT-REPROV
018380         MOVE ZEROS TO WS-CONT-REJEIT
018385         MOVE ZEROS TO WS-CONT-PEND
018390         MOVE ZEROS TO WS-ESTATISTICA
018400     END-IF
018410
018830     ADD WS-CONT-APROV  TO WS-GER-APROV
018840     ADD WS-CONT-REPROV TO WS-GER-REPROV
018850     ADD WS-CONT-REJEIT TO WS-GER-REJEIT
018855     ADD WS-CONT-PEND   TO WS-GER-PEND

018860     ADD 1 TO WS-TURMA-SEQ
018870     MOVE ZEROS TO WS-QTD-LIDOS
018880     MOVE ZEROS TO WS-CONT-APROV
018890     MOVE ZEROS TO WS-CONT-REPROV
018900     MOVE ZEROS TO WS-CONT-REJEIT
018905     MOVE ZEROS TO WS-CONT-PEND
018910     MOVE ZEROS TO WS-ESTATISTICA
018920     PERFORM 1009-GRAVAR-CHECKPOINT
018930         THRU 1009-GRAVAR-CHECKPOINT-EXIT
019100******************************************************************
019110* 3200-IMPRIMIR-CABEC-TURMA
019120* GRAVA NO RELATORIO A QUEBRA DA TURMA CORRENTE: LINHA COM TURMA,
019130* DISCIPLINA E LIMITE DE APROVACAO APLICADO, LINHA COM O DOCENTE
019140* DA TURMA NO CRONOGRAMA DE ENTREGA (3205) E O CABECALHO DAS
019145* COLUNAS DO DETALHE.
019150******************************************************************
019160 3200-IMPRIMIR-CABEC-TURMA.
019170     MOVE SPACES TO REL-LINHA
019240         WS-DISC             DELIMITED BY SIZE
019250         "  LIMITE: "        DELIMITED BY SIZE
019260         WS-LIMITE-ED        DELIMITED BY SIZE
019261         INTO WS-LINHA-RESUMO
019262     MOVE WS-LINHA-RESUMO TO REL-LINHA-TX
019263     WRITE REL-LINHA
019264
019265     PERFORM 3205-LOCALIZAR-DOCENTE
019266         THRU 3205-LOCALIZAR-DOCENTE-EXIT
019267
019268     MOVE SPACES TO WS-LINHA-RESUMO
019269     STRING "DOCENTE: "      DELIMITED BY SIZE
019270         WS-DOCENTE-ID       DELIMITED BY SIZE
019271         "  "                DELIMITED BY SIZE
019272         WS-DOCENTE-NOME     DELIMITED BY SIZE
019273         INTO WS-LINHA-RESUMO
019280     MOVE WS-LINHA-RESUMO TO REL-LINHA-TX
019290     WRITE REL-LINHA

021330* NOTAS DE 1 A 4 E AS VALIDACOES DE NOTAS, PESOS E RECUPERACAO DE
021340* 2010-VALIDAR-NOTAS. TRANSACAO REJEITADA SAI NO RELATORIO E NO
021350* LOG COMO NO MODO NORMAL E FICA FORA DA VARREDURA DO HISTORICO.
021355* TRANSACAO DE TERMO FECHADO E REJEITADA COM O MOTIVO TF (2040).
021360******************************************************************
021370 4015-CRITICAR-RETIF.
021380     MOVE WS-RET-IDX TO WS-RET-POS
021590     END-IF
021600     END-IF

021602     PERFORM 2040-CONFERIR-TERMO
021604         THRU 2040-CONFERIR-TERMO-EXIT
021606
021610     IF NOTA-INVALIDA
021620         THEN
021630         PERFORM 2080-REGISTRAR-REJEITADO
021740* CRITICA: LE O REGISTRO DO HISTORICO PELA CHAVE ALUNO + TERMO +
021750* DISCIPLINA E, EXISTINDO, RECALCULA E REGRAVA O RESULTADO
021760* RETIFICADO. CHAVE INEXISTENTE REJEITA A TRANSACAO COM O MOTIVO
021770* SH (SEM REGISTRO NO HISTORICO). REGISTRO AINDA PENDENTE DE
021775* SEGUNDA CHAMADA REJEITA A TRANSACAO COM O MOTIVO PC (4035).
021780******************************************************************
021790 4020-APLICAR-RETIF.
021800     IF WS-RET-SIT(WS-RET-IDX) NOT = "V"
021900             PERFORM 4030-REJEITAR-SEM-HIST
021910                 THRU 4030-REJEITAR-SEM-HIST-EXIT
021920         NOT INVALID KEY
021921             IF HIST-STATUS = "PENDENTE 2A CHAMADA"
021922                 THEN
021923                 PERFORM 4035-REJEITAR-PENDENTE
021924                     THRU 4035-REJEITAR-PENDENTE-EXIT
021925                 GO TO 4020-APLICAR-RETIF-EXIT
021926             END-IF
021930             MOVE HIST-LINHA TO WS-HIST-ANTES
021935             MOVE HIST-STATUS TO WS-STATUS-ANTES
021940             MOVE "R" TO WS-JRN-OPER
022150     MOVE "X" TO WS-RET-SIT(WS-RET-IDX)

022160 4030-REJEITAR-SEM-HIST-EXIT.
022161     EXIT.
022162
022163******************************************************************
022164* 4035-REJEITAR-PENDENTE
022165* REJEITA A TRANSACAO (SUBSCRITO WS-RET-POS) CUJO REGISTRO DO
022166* HISTORICO AINDA ESTA "PENDENTE 2A CHAMADA", COM A LINHA NO
022167* RELATORIO E O MOTIVO PC NO LOG. A RETIFICACAO NAO TEM MARCA DE
022168* FALTA: APLICADA, LEVARIA A NOTA EM FALTA COMO ZERO E ENCERRARIA
022169* A PENDENCIA (2097). A NOTA QUE FALTA ENTRA PELO MODO "S".
022170******************************************************************
022171 4035-REJEITAR-PENDENTE.
022172     PERFORM 4060-MOVER-TRANSACAO
022173         THRU 4060-MOVER-TRANSACAO-EXIT
022174
022175     PERFORM 2005-LOCALIZAR-CADASTRO
022176         THRU 2005-LOCALIZAR-CADASTRO-EXIT
022177
022178     MOVE "PENDENTE 2A CH - REJEITADO" TO WS-REJ-TEXTO
022179     MOVE "PC" TO WS-REJ-COD
022180
022181     PERFORM 2080-REGISTRAR-REJEITADO
022182         THRU 2080-REGISTRAR-REJEITADO-EXIT
022183
022184     MOVE "X" TO WS-RET-SIT(WS-RET-IDX)
022185
022186 4035-REJEITAR-PENDENTE-EXIT.
022187     EXIT.

022188******************************************************************
022190* 4050-LOCALIZAR-LIMITE
022200* DEFINE O LIMITE DE APROVACAO DA RETIFICACAO: O LIMITE DA TURMA/
022210* DISCIPLINA NO ARQUIVO DE CONTROLE, QUANDO INFORMADO E MAIOR QUE
022640     MOVE WS-RET-QTD(WS-RET-POS)   TO WS-QTD-NOTAS
022650     MOVE WS-RET-REC(WS-RET-POS)   TO WS-REC-NOTA
022660     MOVE WS-RET-FEZ(WS-RET-POS)   TO WS-FEZ-RECUP
022665     MOVE ZERO TO WS-QTD-FALTAS

022670     IF WS-QTD-NOTAS >= 1 AND WS-QTD-NOTAS <= 4
022680         THEN
022810 4061-MOVER-NOTA-TRANS.
022820     MOVE WS-RET-NOTA(WS-RET-POS, WS-IDX) TO WS-NOTA(WS-IDX)
022830     MOVE WS-RET-PESO(WS-RET-POS, WS-IDX) TO WS-PESO(WS-IDX)
022835     MOVE "N" TO WS-FALTOU(WS-IDX)

022840 4061-MOVER-NOTA-TRANS-EXIT.
022850     EXIT.
022905* REGISTRO ANTERIOR (4110), GRAVA A LINHA NO RELATORIO, O
022910* REGISTRO RETIFICADO DE VOLTA NO HISTORICO (HIST-SIT "R")
022920* DELTA, E MARCA A TRANSACAO COMO APLICADA.
022922* TRANSACAO DE TERMO FECHADO NAO CHEGA AQUI: JA FOI REJEITADA
022924* NA CRITICA (4015) COM O MOTIVO TF.
022926* RETIFICACAO DE ALUNO PENDENTE DE SEGUNDA CHAMADA NAO CHEGA AQUI:
022928* E REJEITADA EM 4035 COM O MOTIVO PC.
022930******************************************************************
022940 4100-APLICAR-RETIFICACAO.
022950     PERFORM 4060-MOVER-TRANSACAO

023100     PERFORM 2085-EXPORTAR-CSV
023110         THRU 2085-EXPORTAR-CSV-EXIT
023111
023112     PERFORM 2097-ATUALIZAR-PENDENCIA
023113         THRU 2097-ATUALIZAR-PENDENCIA-EXIT
023114
023115     PERFORM 4120-BAIXAR-REVISAO
023116         THRU 4120-BAIXAR-REVISAO-EXIT

023120     MOVE "A" TO WS-RET-SIT(WS-RET-POS)

023280     CLOSE ARQ-HIST
023290     CLOSE ARQ-JRN
023300     CLOSE ARQ-CAD
023301     IF TERMOS-DISPONIVEL
023302         THEN
023303         CLOSE ARQ-TER
023304     END-IF
023305     CLOSE ARQ-PEN
023306     IF REVISAO-DISPONIVEL
023307         THEN
023308         CLOSE ARQ-REV
023309     END-IF

023310     PERFORM 8100-IMPRIMIR-RESUMO
023320         THRU 8100-IMPRIMIR-RESUMO-EXIT
023330     ADD WS-CONT-APROV  TO WS-GER-APROV
023340     ADD WS-CONT-REPROV TO WS-GER-REPROV
023350     ADD WS-CONT-REJEIT TO WS-GER-REJEIT
023355     ADD WS-CONT-PEND   TO WS-GER-PEND

023360     PERFORM 8300-CONCILIAR
023370         THRU 8300-CONCILIAR-EXIT
023610     CLOSE ARQ-HIST
023620     CLOSE ARQ-JRN
023630     CLOSE ARQ-CAD
023631     IF TERMOS-DISPONIVEL
023632         THEN
023633         CLOSE ARQ-TER
023634     END-IF
023635     IF DOCENTES-DISPONIVEL
023636         THEN
023637         CLOSE ARQ-CRO
023638         CLOSE ARQ-DOC
023639     END-IF
023640     CLOSE ARQ-PEN

023641     PERFORM 8300-CONCILIAR
023650         THRU 8300-CONCILIAR-EXIT

023660     PERFORM 8400-GRAVAR-TRAILER
023770     MOVE ZEROS TO WS-CONT-APROV
023780     MOVE ZEROS TO WS-CONT-REPROV
023790     MOVE ZEROS TO WS-CONT-REJEIT
023795     MOVE ZEROS TO WS-CONT-PEND
023800     MOVE ZEROS TO WS-GER-APROV
023810     MOVE ZEROS TO WS-GER-REPROV
023820     MOVE ZEROS TO WS-GER-REJEIT
023825     MOVE ZEROS TO WS-GER-PEND
023830     MOVE ZEROS TO WS-GER-LIDOS
023840     MOVE ZEROS TO WS-REL-GRAV
023850     MOVE ZEROS TO WS-HIST-GRAV
023940* 8100-IMPRIMIR-RESUMO
023950* GRAVA NO RELATORIO O RODAPE COM OS TOTAIS DE APROVADOS E
023960* REPROVADOS DA TURMA CUJO PROCESSAMENTO ACABOU DE TERMINAR.
023965* OS PENDENTES DE SEGUNDA CHAMADA SAO TOTALIZADOS A PARTE.
023970******************************************************************
023980 8100-IMPRIMIR-RESUMO.
023990     MOVE SPACES TO REL-LINHA
024100     MOVE WS-CONT-REPROV TO WS-CONT-ED
024110     MOVE SPACES TO WS-LINHA-RESUMO
024120     STRING "TOTAL DE REPROVADOS.: " DELIMITED BY SIZE
024121         WS-CONT-ED DELIMITED BY SIZE
024122         INTO WS-LINHA-RESUMO
024123     MOVE WS-LINHA-RESUMO TO REL-LINHA-TX
024124     WRITE REL-LINHA
024125
024126     MOVE WS-CONT-PEND TO WS-CONT-ED
024127     MOVE SPACES TO WS-LINHA-RESUMO
024128     STRING "TOTAL DE PENDENTES..: " DELIMITED BY SIZE
024130         WS-CONT-ED DELIMITED BY SIZE
024140         INTO WS-LINHA-RESUMO
024150     MOVE WS-LINHA-RESUMO TO REL-LINHA-TX
024352* TRES LINHAS DE REPROVADO NAO SE SOBREPONHAM. TURMA
024360* SEM ALUNO VALIDO SO IMPRIME A DISTRIBUICAO (ZERADA) E OS
024370* CONTADORES DE RECUPERACAO E DE FALTA.
024373* OS PENDENTES DE SEGUNDA CHAMADA SAEM NUMA LINHA PROPRIA E NAO
024376* ENTRAM NA DISTRIBUICAO NEM NAS MEDIAS (NAO TEM MEDIA FINAL).
024380******************************************************************
024390 8150-IMPRIMIR-ESTATISTICA.
024400     MOVE SPACES TO REL-LINHA
025040     MOVE WS-EST-REP-FALTA TO WS-CONT-ED
025050     MOVE SPACES TO WS-LINHA-RESUMO
025060     STRING "REPROVADOS POR FALTA....: " DELIMITED BY SIZE
025061         WS-CONT-ED DELIMITED BY SIZE
025062         INTO WS-LINHA-RESUMO
025063     MOVE WS-LINHA-RESUMO TO REL-LINHA-TX
025064     WRITE REL-LINHA
025065
025066     MOVE WS-CONT-PEND TO WS-CONT-ED
025067     MOVE SPACES TO WS-LINHA-RESUMO
025068     STRING "PENDENTES 2A CHAMADA....: " DELIMITED BY SIZE
025070         WS-CONT-ED DELIMITED BY SIZE
025080         INTO WS-LINHA-RESUMO
025090     MOVE WS-LINHA-RESUMO TO REL-LINHA-TX
026380* GRAVA NO RELATORIO O RESUMO GERAL DO LOTE: QUANTIDADE DE
026390* TURMAS PROCESSADAS E TOTAIS ACUMULADOS DE APROVADOS,
026400* REPROVADOS E REJEITADOS DE TODAS AS TURMAS DO CONTROLE.
026405* PENDENTES DE SEGUNDA CHAMADA SAO TOTALIZADOS A PARTE.
026410******************************************************************
026420 8200-IMPRIMIR-GERAL.
026430     MOVE SPACES TO REL-LINHA
026710     MOVE WS-LINHA-RESUMO TO REL-LINHA-TX
026720     WRITE REL-LINHA
026730
026731     MOVE WS-GER-PEND TO WS-CONT-ED
026732     MOVE SPACES TO WS-LINHA-RESUMO
026733     STRING "GERAL DE PENDENTES..: " DELIMITED BY SIZE
026734         WS-CONT-ED DELIMITED BY SIZE
026735         INTO WS-LINHA-RESUMO
026736     MOVE WS-LINHA-RESUMO TO REL-LINHA-TX
026737     WRITE REL-LINHA
026738
026740     MOVE WS-GER-REJEIT TO WS-CONT-ED
026750     MOVE SPACES TO WS-LINHA-RESUMO
026760     STRING "GERAL DE REJEITADOS.: " DELIMITED BY SIZE
026910* EXECUCAO COM OS NUMEROS NO CONSOLE, SEM GRAVAR O TRAILER E
026920* SEM ZERAR O CHECKPOINT, PARA QUE O ARQUIVO NAO SIGA PARA
026930* REGISTROS ACADEMICOS COM TOTAIS FURADOS.
026932* OS PENDENTES DE SEGUNDA CHAMADA SAO GRAVADOS NO RELATORIO, NO
026934* HISTORICO E NA INTERFACE E ENTRAM NAS SOMAS COMO MAIS UM
026936* RESULTADO.
026940******************************************************************
026950 8300-CONCILIAR.
026960     COMPUTE WS-SOMA-CONF =
026970         WS-GER-APROV + WS-GER-REPROV + WS-GER-REJEIT
026975         + WS-GER-PEND
026980
026990     IF WS-GER-LIDOS NOT = WS-SOMA-CONF
027000         THEN
027010         DISPLAY "ERRO DE CONCILIACAO: LIDOS " WS-GER-LIDOS
027020             " <> APROV+REPROV+REJEIT+PEND " WS-SOMA-CONF
027030         STOP RUN
027040     END-IF
027050
027110     END-IF
027120
027130     COMPUTE WS-SOMA-CONF = WS-GER-APROV + WS-GER-REPROV
027135         + WS-GER-PEND
027140
027150     IF WS-HIST-GRAV NOT = WS-SOMA-CONF
027160         THEN
027170         DISPLAY "ERRO DE CONCILIACAO: HISTORICO " WS-HIST-GRAV
027180             " <> APROV+REPROV+PEND " WS-SOMA-CONF
027190         STOP RUN
027200     END-IF
027210
027220     IF WS-CSV-DET NOT = WS-SOMA-CONF
027230         THEN
027240         DISPLAY "ERRO DE CONCILIACAO: INTERFACE " WS-CSV-DET
027250             " <> APROV+REPROV+PEND " WS-SOMA-CONF
027260         STOP RUN
027270     END-IF
027280
027610* E OS FILE STATUS FINAIS DOS ARQUIVOS DO PROCESSAMENTO. ESTE
027620* BLOCO SO SAI EM EXECUCAO CONCLUIDA: EXECUCAO ABORTADA FICA NO
027630* LOG SO COM O BLOCO DE INICIO.
027635* O TOTAL DE PENDENTES DE SEGUNDA CHAMADA SAI NA MESMA LINHA.
027640******************************************************************
027650 8500-LOG-FIM.
027660     MOVE SPACES TO WS-LOG-LINHA
027720         WS-GER-REPROV  DELIMITED BY SIZE
027730         " REJEITADOS " DELIMITED BY SIZE
027740         WS-GER-REJEIT  DELIMITED BY SIZE
027743         " PENDENTES "  DELIMITED BY SIZE
027746         WS-GER-PEND    DELIMITED BY SIZE
027750         INTO WS-LOG-LINHA
027760     PERFORM 9000-GRAVAR-LOG
027770         THRU 9000-GRAVAR-LOG-EXIT
028130 9000-GRAVAR-LOG-EXIT.
028140     EXIT.
028150
028160******************************************************************
028170* 1045-ABRIR-TERMOS
028180* ABRE PARA CONSULTA O CONTROLE DE SITUACAO DOS TERMOS (TERMOS,
028190* INDEXADO PELO TERMO, GRAVADO PELO FECHATER E PELO CADTERM).
028200* CONTROLE AUSENTE (STATUS 35) NAO E ERRO: NENHUM TERMO FOI
028210* FECHADO AINDA E TODOS SEGUEM ABERTOS PARA LANCAMENTO.
028220******************************************************************
028230 1045-ABRIR-TERMOS.
028240     MOVE "N" TO WS-TER-ARQUIVO
028250     OPEN INPUT ARQ-TER
028260
028270     IF WS-TER-STATUS = "35"
028280         THEN
028290         GO TO 1045-ABRIR-TERMOS-EXIT
028300     END-IF
028310
028320     IF WS-TER-STATUS NOT = "00"
028330         THEN
028340         DISPLAY "ERRO AO ABRIR CONTROLE DE TERMOS - STATUS "
028350             WS-TER-STATUS
028360         STOP RUN
028370     END-IF
028380
028390     MOVE "S" TO WS-TER-ARQUIVO
028400
028410 1045-ABRIR-TERMOS-EXIT.
028420     EXIT.
028430
028440******************************************************************
028450* 2040-CONFERIR-TERMO
028460* CONFERE NO CONTROLE DE TERMOS A SITUACAO DO TERMO EM
028470* PROCESSAMENTO (WS-TERMO; NA RETIFICACAO, O TERMO DA TRANSACAO).
028480* TERMO FECHADO PELO FECHATER E AINDA NAO REABERTO REJEITA O
028490* REGISTRO COM O MOTIVO TF, QUALQUER QUE SEJA A CRITICA ANTERIOR:
028500* O RESULTADO JA FOI ENVIADO AOS REGISTROS ACADEMICOS E NAO PODE
028510* MUDAR SEM A REABERTURA. TERMO SEM REGISTRO NO CONTROLE ESTA
028520* ABERTO; TERMO REABERTO ACEITA O LANCAMENTO.
028530******************************************************************
028540 2040-CONFERIR-TERMO.
028550     IF NOT TERMOS-DISPONIVEL
028560         THEN
028570         GO TO 2040-CONFERIR-TERMO-EXIT
028580     END-IF
028590
028600     MOVE WS-TERMO TO TER-TERMO
028610
028620     READ ARQ-TER
028630         INVALID KEY
028640             GO TO 2040-CONFERIR-TERMO-EXIT
028650     END-READ
028660
028670     IF TER-FECHADO
028680         THEN
028690         MOVE "S" TO WS-NOTA-INVALIDA
028700         MOVE "TERMO FECHADO - REJEITADO" TO WS-REJ-TEXTO
028710         MOVE "TF" TO WS-REJ-COD
028720     END-IF
028730
028740 2040-CONFERIR-TERMO-EXIT.
028750     EXIT.
028760
028770******************************************************************
028780* 1050-ABRIR-PENDENCIAS
028790* ABRE PARA ATUALIZACAO O CONTROLE DE PENDENCIAS DE SEGUNDA
028800* CHAMADA (PENDCHAM, INDEXADO POR ALUNO + TERMO + DISCIPLINA).
028810* CONTROLE AUSENTE (STATUS 35) E CRIADO VAZIO, COMO O HISTORICO.
028820******************************************************************
028830 1050-ABRIR-PENDENCIAS.
028840     OPEN I-O ARQ-PEN
028850
028860     IF WS-PEN-STATUS = "35"
028870         THEN
028880         OPEN OUTPUT ARQ-PEN
028890         CLOSE ARQ-PEN
028900         OPEN I-O ARQ-PEN
028910     END-IF
028920
028930     IF WS-PEN-STATUS NOT = "00"
028940         THEN
028950         DISPLAY "ERRO AO ABRIR PENDCHAM - STATUS "
028960             WS-PEN-STATUS
028970         STOP RUN
028980     END-IF
028990
029000 1050-ABRIR-PENDENCIAS-EXIT.
029010     EXIT.
029020
029030******************************************************************
029040* 1035-INICIAR-SEG-CHAMADA
029050* PREPARA A EXECUCAO EM MODO DE SEGUNDA CHAMADA (PARAM-MODO "S"):
029060* ABRE O ARQUIVO DE TRANSACOES DE SEGUNDA CHAMADA (SEGCHAMADA), O
029070* HISTORICO INDEXADO, O CADASTRO, OS CONTROLES DE TERMOS E DE
029080* PENDENCIAS, CARREGA OS LIMITES DO ARQUIVO DE CONTROLE, ABRE O
029090* RELATORIO E A INTERFACE DELTA (SEMPRE DO ZERO), REGISTRA O
029100* INICIO NO LOG E LE A PRIMEIRA TRANSACAO. COMO NA RETIFICACAO, O
029110* CHECKPOINT NAO E USADO: O LOTE E SIMPLESMENTE REEXECUTADO, E A
029120* TRANSACAO JA APLICADA E REJEITADA (NP) POR NAO HAVER MAIS
029130* PENDENCIA EM ABERTO.
029140******************************************************************
029150 1035-INICIAR-SEG-CHAMADA.
029160     OPEN INPUT ARQ-SEG
029170
029180     IF WS-SEG-STATUS NOT = "00"
029190         THEN
029200         DISPLAY "ERRO AO ABRIR SEGUNDA CHAMADA - STATUS "
029210             WS-SEG-STATUS
029220         STOP RUN
029230     END-IF
029240
029250     PERFORM 1005-ABRIR-HISTORICO
029260         THRU 1005-ABRIR-HISTORICO-EXIT
029270
029280     PERFORM 1015-ABRIR-CADASTRO
029290         THRU 1015-ABRIR-CADASTRO-EXIT
029300
029310     PERFORM 1045-ABRIR-TERMOS
029320         THRU 1045-ABRIR-TERMOS-EXIT
029330
029340     PERFORM 1050-ABRIR-PENDENCIAS
029350         THRU 1050-ABRIR-PENDENCIAS-EXIT
029360
029370     PERFORM 1040-CARREGAR-CONTROLE
029380         THRU 1040-CARREGAR-CONTROLE-EXIT
029390
029400     OPEN OUTPUT ARQ-RELAT
029410     OPEN OUTPUT ARQ-CSV
029420
029430     IF WS-RELAT-STATUS NOT = "00" OR WS-CSV-STATUS NOT = "00"
029440         THEN
029450         DISPLAY "ERRO AO ABRIR RELAT/INTERFACE - STATUS "
029460             WS-RELAT-STATUS " / " WS-CSV-STATUS
029470         STOP RUN
029480     END-IF
029490
029500     MOVE "SEGUNDA CHAMADA" TO REL-LINHA-TX
029510     WRITE REL-LINHA
029520
029530     MOVE WS-CABEC-RELAT TO REL-LINHA-TX
029540     WRITE REL-LINHA
029550
029560     MOVE WS-CABEC-CSV TO CSV-LINHA-TX
029570     WRITE CSV-LINHA
029580
029590     MOVE "SEGCH " TO WS-TURMA
029600     MOVE "SEGCH " TO WS-DISC
029610     PERFORM 3300-GRAVAR-CABEC-CSV
029620         THRU 3300-GRAVAR-CABEC-CSV-EXIT
029630
029640     PERFORM 1020-ABRIR-LOG
029650         THRU 1020-ABRIR-LOG-EXIT
029660
029670     PERFORM 1025-LOG-INICIO
029680         THRU 1025-LOG-INICIO-EXIT
029690
029700     MOVE "EXECUCAO DE SEGUNDA CHAMADA" TO WS-LOG-LINHA
029710     PERFORM 9000-GRAVAR-LOG
029720         THRU 9000-GRAVAR-LOG-EXIT
029730
029740     MOVE "N" TO WS-FIM-SEG
029750     PERFORM 5100-LER-SEG-CHAMADA
029760         THRU 5100-LER-SEG-CHAMADA-EXIT
029770
029780 1035-INICIAR-SEG-CHAMADA-EXIT.
029790     EXIT.
029800
029810******************************************************************
029820* 2097-ATUALIZAR-PENDENCIA
029830* MANTEM O CONTROLE DE PENDENCIAS DE SEGUNDA CHAMADA DO ALUNO
029840* CORRENTE. ALUNO PENDENTE TEM A PENDENCIA GRAVADA (OU REGRAVADA,
029850* NA TURMA REPROCESSADA) EM ABERTO, COM AS NOTAS, OS PESOS E AS
029860* MARCAS DE FALTA DO LANCAMENTO, QUE A SEGUNDA CHAMADA COMPLETA
029870* (5020). ALUNO COM RESULTADO FINAL QUE AINDA TINHA PENDENCIA EM
029880* ABERTO (TURMA REPROCESSADA OU RETIFICADA COM TODAS AS NOTAS)
029890* TEM A PENDENCIA BAIXADA COMO CONCLUIDA. FALHA NA GRAVACAO
029900* ABORTA A EXECUCAO.
029910******************************************************************
029920 2097-ATUALIZAR-PENDENCIA.
029930     MOVE ALU-ID   TO PEN-ID
029940     MOVE WS-TERMO TO PEN-TERMO
029950     MOVE WS-DISC  TO PEN-DISC
029960     MOVE "S" TO WS-PEN-EXISTE
029970
029980     READ ARQ-PEN
029990         INVALID KEY
030000             MOVE "N" TO WS-PEN-EXISTE
030010     END-READ
030020
030030     IF WS-STATUS = "PENDENTE 2A CHAMADA"
030040         THEN
030050         MOVE SPACES        TO PEN-REG
030060         MOVE ALU-ID        TO PEN-ID
030070         MOVE WS-TERMO      TO PEN-TERMO
030080         MOVE WS-DISC       TO PEN-DISC
030090         MOVE WS-TURMA      TO PEN-TURMA
030100         MOVE WS-QTD-NOTAS  TO PEN-QTD-NOTAS
030110         MOVE WS-REC-NOTA   TO PEN-REC-NOTA
030120         MOVE WS-FEZ-RECUP  TO PEN-FEZ-RECUP
030130         PERFORM 2098-REGISTRAR-NOTA-PEN
030140             THRU 2098-REGISTRAR-NOTA-PEN-EXIT
030150             VARYING WS-IDX FROM 1 BY 1
030160             UNTIL WS-IDX > WS-QTD-NOTAS
030170         MOVE "P"           TO PEN-SIT
030180         MOVE WS-DATA-HOJE  TO PEN-DATA
030190     ELSE
030200         IF WS-PEN-EXISTE = "S" AND PEN-ABERTA
030210             THEN
030220             MOVE "C"           TO PEN-SIT
030230             MOVE WS-DATA-HOJE  TO PEN-DATA
030240         ELSE
030250             GO TO 2097-ATUALIZAR-PENDENCIA-EXIT
030260         END-IF
030270     END-IF
030280
030290     IF WS-PEN-EXISTE = "S"
030300         THEN
030310         REWRITE PEN-REG
030320     ELSE
030330         WRITE PEN-REG
030340     END-IF
030350
030360     IF WS-PEN-STATUS NOT = "00"
030370         THEN
030380         DISPLAY "ERRO AO GRAVAR PENDCHAM - STATUS "
030390             WS-PEN-STATUS
030400         STOP RUN
030410     END-IF
030420
030430 2097-ATUALIZAR-PENDENCIA-EXIT.
030440     EXIT.
030450
030460******************************************************************
030470* 2098-REGISTRAR-NOTA-PEN
030480* COPIA A NOTA, O PESO E A MARCA DE FALTA DA OCORRENCIA WS-IDX DA
030490* TABELA DE TRABALHO PARA O REGISTRO DE PENDENCIA.
030500******************************************************************
030510 2098-REGISTRAR-NOTA-PEN.
030520     MOVE WS-NOTA(WS-IDX)   TO PEN-NOTA(WS-IDX)
030530     MOVE WS-PESO(WS-IDX)   TO PEN-PESO(WS-IDX)
030540     MOVE WS-FALTOU(WS-IDX) TO PEN-FALTOU(WS-IDX)
030550
030560 2098-REGISTRAR-NOTA-PEN-EXIT.
030570     EXIT.
030580
030590******************************************************************
030600* 5000-PROCESSAR-SEG-CHAMADA
030610* PROCESSA UMA TRANSACAO DE SEGUNDA CHAMADA: ALUNO + TURMA +
030620* DISCIPLINA + TERMO, A AVALIACAO (1 A 4) EM QUE O ALUNO FALTOU
030630* E A NOTA DA SEGUNDA CHAMADA. A TRANSACAO E CRITICADA - MATRICULA
030640* ATIVA NO CADASTRO (2005, MOTIVO MT), AVALIACAO, NOTA E TERMO
030650* FECHADO - E CONFERIDA CONTRA A PENDENCIA EM ABERTO E O REGISTRO
030660* PENDENTE NO HISTORICO (5010).
030670* REJEITADA, SAI NO RELATORIO E NO LOG COMO NO MODO NORMAL;
030680* ACEITA, E APLICADA EM 5020.
030690******************************************************************
030700 5000-PROCESSAR-SEG-CHAMADA.
030710     ADD 1 TO WS-GER-LIDOS
030720     MOVE "N" TO WS-NOTA-INVALIDA
030730     MOVE "NOTA INVALIDA - REJEITADO" TO WS-REJ-TEXTO
030740     MOVE "NT" TO WS-REJ-COD
030750     MOVE SEG-ID    TO ALU-ID
030760     MOVE SEG-TURMA TO WS-TURMA
030770     MOVE SEG-DISC  TO WS-DISC
030780     MOVE SEG-TERMO TO WS-TERMO
030790
030800     PERFORM 2005-LOCALIZAR-CADASTRO
030810         THRU 2005-LOCALIZAR-CADASTRO-EXIT
030820
030830     IF CADASTRO-NAO-ENCONTRADO
030840         THEN
030850         MOVE "S" TO WS-NOTA-INVALIDA
030860         MOVE "NAO CADASTRADO - REJEITADO" TO WS-REJ-TEXTO
030870         MOVE "MT" TO WS-REJ-COD
030880     ELSE
030890     IF SEG-AVAL NOT NUMERIC OR SEG-AVAL < 1 OR SEG-AVAL > 4
030900         THEN
030910         MOVE "S" TO WS-NOTA-INVALIDA
030920         MOVE "QT" TO WS-REJ-COD
030930     ELSE
030940     IF SEG-NOTA NOT NUMERIC OR SEG-NOTA > 10
030950         THEN
030960         MOVE "S" TO WS-NOTA-INVALIDA
030970     END-IF
030980     END-IF
030990     END-IF
031000
031010     PERFORM 2040-CONFERIR-TERMO
031020         THRU 2040-CONFERIR-TERMO-EXIT
031030
031040     IF NOT NOTA-INVALIDA
031050         THEN
031060         PERFORM 5010-LOCALIZAR-PENDENCIA
031070             THRU 5010-LOCALIZAR-PENDENCIA-EXIT
031080     END-IF
031090
031100     IF NOTA-INVALIDA
031110         THEN
031120         PERFORM 2080-REGISTRAR-REJEITADO
031130             THRU 2080-REGISTRAR-REJEITADO-EXIT
031140     ELSE
031150         PERFORM 5020-APLICAR-SEG-CHAMADA
031160             THRU 5020-APLICAR-SEG-CHAMADA-EXIT
031170     END-IF
031180
031190     PERFORM 5100-LER-SEG-CHAMADA
031200         THRU 5100-LER-SEG-CHAMADA-EXIT
031210
031220 5000-PROCESSAR-SEG-CHAMADA-EXIT.
031230     EXIT.
031240
031250******************************************************************
031260* 5010-LOCALIZAR-PENDENCIA
031270* CONFERE A TRANSACAO CONTRA O CONTROLE DE PENDENCIAS E O
031280* HISTORICO: PRECISA HAVER PENDENCIA EM ABERTO PARA ALUNO + TERMO
031290* + DISCIPLINA NA MESMA TURMA, A AVALIACAO INFORMADA PRECISA
031300* EXISTIR E ESTAR MARCADA COM FALTA, E O REGISTRO DO HISTORICO
031310* PRECISA ESTAR COM O STATUS "PENDENTE 2A CHAMADA". QUALQUER
031320* DIVERGENCIA REJEITA A TRANSACAO COM O MOTIVO NP. ACEITA, A
031330* IMAGEM ANTERIOR DO HISTORICO FICA GUARDADA PARA O JORNAL, COMO
031340* NA RETIFICACAO.
031350******************************************************************
031360 5010-LOCALIZAR-PENDENCIA.
031370     MOVE "S" TO WS-NOTA-INVALIDA
031380     MOVE "SEM PENDENCIA - REJEITADO" TO WS-REJ-TEXTO
031390     MOVE "NP" TO WS-REJ-COD
031400
031410     MOVE SEG-ID    TO PEN-ID
031420     MOVE SEG-TERMO TO PEN-TERMO
031430     MOVE SEG-DISC  TO PEN-DISC
031440
031450     READ ARQ-PEN
031460         INVALID KEY
031470             GO TO 5010-LOCALIZAR-PENDENCIA-EXIT
031480     END-READ
031490
031500     IF NOT PEN-ABERTA
031510         OR PEN-TURMA NOT = SEG-TURMA
031520         OR SEG-AVAL > PEN-QTD-NOTAS
031530         THEN
031540         GO TO 5010-LOCALIZAR-PENDENCIA-EXIT
031550     END-IF
031560
031570     IF PEN-FALTOU(SEG-AVAL) NOT = "S"
031580         THEN
031590         GO TO 5010-LOCALIZAR-PENDENCIA-EXIT
031600     END-IF
031610
031620     MOVE SEG-ID    TO HIST-ID
031630     MOVE SEG-TERMO TO HIST-TERMO
031640     MOVE SEG-DISC  TO HIST-DISC
031650
031660     READ ARQ-HIST
031670         INVALID KEY
031680             GO TO 5010-LOCALIZAR-PENDENCIA-EXIT
031690     END-READ
031700
031710     IF HIST-STATUS NOT = "PENDENTE 2A CHAMADA"
031720         THEN
031730         GO TO 5010-LOCALIZAR-PENDENCIA-EXIT
031740     END-IF
031750
031760     MOVE HIST-LINHA  TO WS-HIST-ANTES
031770     MOVE HIST-STATUS TO WS-STATUS-ANTES
031780     MOVE "R" TO WS-JRN-OPER
031790     MOVE "N" TO WS-NOTA-INVALIDA
031800
031810 5010-LOCALIZAR-PENDENCIA-EXIT.
031820     EXIT.
031830
031840******************************************************************
031850* 5020-APLICAR-SEG-CHAMADA
031860* APLICA A NOTA DA SEGUNDA CHAMADA SOBRE A PENDENCIA LIDA EM
031870* 5010: A NOTA ENTRA NA AVALIACAO EM FALTA E A MARCA E RETIRADA.
031880* AS NOTAS DA PENDENCIA VAO PARA AS AREAS DE TRABALHO (5021) E O
031890* ALUNO E RECALCULADO PELO MESMO 2050/2060 DO MODO NORMAL, COM O
031900* LIMITE DA TURMA; SE AINDA RESTAR OUTRA AVALIACAO EM FALTA ELE
031910* CONTINUA PENDENTE. O RESULTADO SAI NO RELATORIO, NO HISTORICO
031920* (REGRAVADO PELA CHAVE, COM JORNAL) E NA INTERFACE DELTA, E A
031930* PENDENCIA E REGRAVADA - CONCLUIDA QUANDO NAO RESTA NENHUMA
031940* FALTA. A FREQUENCIA NAO E REAVALIADA: O REPROVADO POR FALTA JA
031950* SOBREPOE A PENDENCIA NO LANCAMENTO NORMAL (2062).
031960******************************************************************
031970 5020-APLICAR-SEG-CHAMADA.
031980     MOVE SEG-NOTA TO PEN-NOTA(SEG-AVAL)
031990     MOVE "N"      TO PEN-FALTOU(SEG-AVAL)
032000
032010     MOVE PEN-QTD-NOTAS TO WS-QTD-NOTAS
032020     MOVE PEN-REC-NOTA  TO WS-REC-NOTA
032030     MOVE PEN-FEZ-RECUP TO WS-FEZ-RECUP
032040     MOVE ZERO TO WS-QTD-FALTAS
032050
032060     PERFORM 5021-MOVER-NOTA-PEN
032070         THRU 5021-MOVER-NOTA-PEN-EXIT
032080         VARYING WS-IDX FROM 1 BY 1
032090         UNTIL WS-IDX > WS-QTD-NOTAS
032100
032110     PERFORM 4050-LOCALIZAR-LIMITE
032120         THRU 4050-LOCALIZAR-LIMITE-EXIT
032130
032140     PERFORM 2050-CALCULAR-MEDIA
032150         THRU 2050-CALCULAR-MEDIA-EXIT
032160
032170     DISPLAY ALU-ID " SEGUNDA CHAMADA - MEDIA " WS-RESUL
032180
032190     PERFORM 2060-AVALIAR-RESULTADO
032200         THRU 2060-AVALIAR-RESULTADO-EXIT
032210
032220     PERFORM 2070-IMPRIMIR-LINHA
032230         THRU 2070-IMPRIMIR-LINHA-EXIT
032240
032250     PERFORM 2090-REGISTRAR-HISTORICO
032260         THRU 2090-REGISTRAR-HISTORICO-EXIT
032270
032280     PERFORM 2085-EXPORTAR-CSV
032290         THRU 2085-EXPORTAR-CSV-EXIT
032300
032310     IF WS-QTD-FALTAS = ZERO
032320         THEN
032330         MOVE "C" TO PEN-SIT
032340     END-IF
032350     MOVE WS-DATA-HOJE TO PEN-DATA
032360
032370     REWRITE PEN-REG
032380
032390     IF WS-PEN-STATUS NOT = "00"
032400         THEN
032410         DISPLAY "ERRO AO GRAVAR PENDCHAM - STATUS "
032420             WS-PEN-STATUS
032430         STOP RUN
032440     END-IF
032450
032460 5020-APLICAR-SEG-CHAMADA-EXIT.
032470     EXIT.
032480
032490******************************************************************
032500* 5021-MOVER-NOTA-PEN
032510* MOVE A NOTA, O PESO E A MARCA DE FALTA DA OCORRENCIA WS-IDX DA
032520* PENDENCIA PARA A TABELA DE TRABALHO DO CALCULO, CONTANDO AS
032530* AVALIACOES AINDA EM FALTA.
032540******************************************************************
032550 5021-MOVER-NOTA-PEN.
032560     MOVE PEN-NOTA(WS-IDX)   TO WS-NOTA(WS-IDX)
032570     MOVE PEN-PESO(WS-IDX)   TO WS-PESO(WS-IDX)
032580     MOVE PEN-FALTOU(WS-IDX) TO WS-FALTOU(WS-IDX)
032590
032600     IF PEN-FALTOU(WS-IDX) = "S"
032610         THEN
032620         ADD 1 TO WS-QTD-FALTAS
032630     END-IF
032640
032650 5021-MOVER-NOTA-PEN-EXIT.
032660     EXIT.
032670
032680******************************************************************
032690* 5100-LER-SEG-CHAMADA
032700* LE UMA TRANSACAO DE SEGUNDA CHAMADA. NO FIM DO ARQUIVO, LIGA O
032710* INDICADOR WS-FIM-SEG.
032720******************************************************************
032730 5100-LER-SEG-CHAMADA.
032740     READ ARQ-SEG
032750         AT END
032760             MOVE "S" TO WS-FIM-SEG
032770     END-READ
032780
032790 5100-LER-SEG-CHAMADA-EXIT.
032800     EXIT.
032810
032820******************************************************************
032830* 5900-FINALIZAR-SEG-CHAMADA
032840* ENCERRA A EXECUCAO DE SEGUNDA CHAMADA COMO
032850* 4900-FINALIZAR-RETIF: TOTALIZA O LOTE (INCLUINDO OS QUE
032860* CONTINUAM PENDENTES), IMPRIME O RESUMO, CONCILIA OS TOTAIS,
032870* GRAVA O TRAILER DA INTERFACE DELTA E REGISTRA O FIM NO LOG.
032880******************************************************************
032890 5900-FINALIZAR-SEG-CHAMADA.
032900     CLOSE ARQ-SEG
032910     CLOSE ARQ-HIST
032920     CLOSE ARQ-JRN
032930     CLOSE ARQ-CAD
032940     CLOSE ARQ-PEN
032950     IF TERMOS-DISPONIVEL
032960         THEN
032970         CLOSE ARQ-TER
032980     END-IF
032990
033000     PERFORM 8100-IMPRIMIR-RESUMO
033010         THRU 8100-IMPRIMIR-RESUMO-EXIT
033020
033030     ADD WS-CONT-APROV  TO WS-GER-APROV
033040     ADD WS-CONT-REPROV TO WS-GER-REPROV
033050     ADD WS-CONT-REJEIT TO WS-GER-REJEIT
033060     ADD WS-CONT-PEND   TO WS-GER-PEND
033070
033080     PERFORM 8300-CONCILIAR
033090         THRU 8300-CONCILIAR-EXIT
033100
033110     PERFORM 8400-GRAVAR-TRAILER
033120         THRU 8400-GRAVAR-TRAILER-EXIT
033130
033140     CLOSE ARQ-RELAT
033150     CLOSE ARQ-CSV
033160
033170     DISPLAY "SEGUNDA CHAMADA CONCLUIDA"
033180
033190     MOVE "SEGUNDA CHAMADA CONCLUIDA" TO WS-LOG-LINHA
033200     PERFORM 9000-GRAVAR-LOG
033210         THRU 9000-GRAVAR-LOG-EXIT
033220
033230     PERFORM 8500-LOG-FIM
033240         THRU 8500-LOG-FIM-EXIT
033250
033260     CLOSE ARQ-LOG
033270
033280 5900-FINALIZAR-SEG-CHAMADA-EXIT.
033290     EXIT.
033300
033310******************************************************************
033320* 1055-ABRIR-DOCENTES
033330* ABRE PARA CONSULTA O CRONOGRAMA DE ENTREGA DE NOTAS
033340* (CRONOGRAMA, INDEXADO POR TERMO + TURMA + DISCIPLINA) E O
033350* CADASTRO DE DOCENTES (DOCENTES), MANTIDOS PELO CADDOC, USADOS
033360* SO PARA O NOME DO DOCENTE NO CABECALHO DA TURMA. QUALQUER DOS
033370* DOIS AUSENTE (STATUS 35) NAO E ERRO: O CABECALHO SAI SEM O
033380* DOCENTE.
033390******************************************************************
033400 1055-ABRIR-DOCENTES.
033410     MOVE "N" TO WS-DOC-ARQUIVO
033420     OPEN INPUT ARQ-CRO
033430
033440     IF WS-CRO-STATUS = "35"
033450         THEN
033460         GO TO 1055-ABRIR-DOCENTES-EXIT
033470     END-IF
033480
033490     IF WS-CRO-STATUS NOT = "00"
033500         THEN
033510         DISPLAY "ERRO AO ABRIR CRONOGRAMA - STATUS "
033520             WS-CRO-STATUS
033530         STOP RUN
033540     END-IF
033550
033560     OPEN INPUT ARQ-DOC
033570
033580     IF WS-DOC-STATUS = "35"
033590         THEN
033600         CLOSE ARQ-CRO
033610         GO TO 1055-ABRIR-DOCENTES-EXIT
033620     END-IF
033630
033640     IF WS-DOC-STATUS NOT = "00"
033650         THEN
033660         DISPLAY "ERRO AO ABRIR DOCENTES - STATUS " WS-DOC-STATUS
033670         STOP RUN
033680     END-IF
033690
033700     MOVE "S" TO WS-DOC-ARQUIVO
033710
033720 1055-ABRIR-DOCENTES-EXIT.
033730     EXIT.
033740
033750******************************************************************
033760* 3205-LOCALIZAR-DOCENTE
033770* LOCALIZA NO CRONOGRAMA O DOCENTE DA TURMA + DISCIPLINA CORRENTE
033780* NO TERMO EM PROCESSAMENTO E LE O NOME NO CADASTRO DE DOCENTES.
033790* TURMA SEM ATRIBUICAO (OU SEM CRONOGRAMA) E DOCENTE AUSENTE DO
033800* CADASTRO SAEM ASSINALADOS NO LUGAR DO NOME.
033810******************************************************************
033820 3205-LOCALIZAR-DOCENTE.
033830     MOVE SPACES TO WS-DOCENTE-ID
033840     MOVE "NAO ATRIBUIDO NO CRONOGRAMA" TO WS-DOCENTE-NOME
033850
033860     IF NOT DOCENTES-DISPONIVEL
033870         THEN
033880         GO TO 3205-LOCALIZAR-DOCENTE-EXIT
033890     END-IF
033900
033910     MOVE WS-TERMO TO CRO-TERMO
033920     MOVE WS-TURMA TO CRO-TURMA
033930     MOVE WS-DISC  TO CRO-DISC
033940
033950     READ ARQ-CRO
033960         INVALID KEY
033970             GO TO 3205-LOCALIZAR-DOCENTE-EXIT
033980     END-READ
033990
034000     MOVE CRO-DOCENTE TO WS-DOCENTE-ID
034010     MOVE CRO-DOCENTE TO DOC-ID
034020
034030     READ ARQ-DOC
034040         INVALID KEY
034050             MOVE "*** DOCENTE NAO CADASTRADO ***"
034060                 TO WS-DOCENTE-NOME
034070         NOT INVALID KEY
034080             MOVE DOC-NOME TO WS-DOCENTE-NOME
034090     END-READ
034100
034110 3205-LOCALIZAR-DOCENTE-EXIT.
034120     EXIT.
034130
034140******************************************************************
034150* 1060-ABRIR-REVISAO
034160* ABRE PARA ATUALIZACAO O ARQUIVO DE PEDIDOS DE REVISAO DE NOTA
034170* (REVISAO, INDEXADO POR ALUNO + TERMO + DISCIPLINA +
034180* AVALIACAO), MANTIDO PELO CADREV. ARQUIVO AUSENTE (STATUS 35)
034190* NAO E ERRO: NAO HA PEDIDO A BAIXAR.
034200******************************************************************
034210 1060-ABRIR-REVISAO.
034220     MOVE "N" TO WS-REV-ARQUIVO
034230     OPEN I-O ARQ-REV
034240
034250     IF WS-REV-STATUS = "35"
034260         THEN
034270         GO TO 1060-ABRIR-REVISAO-EXIT
034280     END-IF
034290
034300     IF WS-REV-STATUS NOT = "00"
034310         THEN
034320         DISPLAY "ERRO AO ABRIR REVISAO - STATUS " WS-REV-STATUS
034330         STOP RUN
034340     END-IF
034350
034360     MOVE "S" TO WS-REV-ARQUIVO
034370
034380 1060-ABRIR-REVISAO-EXIT.
034390     EXIT.
034400
034410******************************************************************
034420* 4120-BAIXAR-REVISAO
034430* MARCA COMO APLICADOS (SITUACAO "P", COM A DATA DO DIA) OS
034440* PEDIDOS DE REVISAO DEFERIDOS DO ALUNO + TERMO + DISCIPLINA DA
034450* TRANSACAO APLICADA. A TRANSACAO GERADA PELO CADREV TRAZ A NOTA
034460* NOVA DE TODOS ELES; PEDIDO ABERTO OU INDEFERIDO NAO E TOCADO.
034470******************************************************************
034480 4120-BAIXAR-REVISAO.
034490     IF NOT REVISAO-DISPONIVEL
034500         THEN
034510         GO TO 4120-BAIXAR-REVISAO-EXIT
034520     END-IF
034530
034540     MOVE WS-RET-ID(WS-RET-POS)    TO REV-ID
034550     MOVE WS-RET-TERMO(WS-RET-POS) TO REV-TERMO
034560     MOVE WS-RET-DISC(WS-RET-POS)  TO REV-DISC
034570     MOVE LOW-VALUES               TO REV-AVAL
034580     MOVE REV-CHAVE(1:22) TO WS-REV-CHAVE-ALU
034590     MOVE "N" TO WS-FIM-REV
034600
034610     START ARQ-REV KEY IS NOT LESS THAN REV-CHAVE
034620         INVALID KEY
034630             GO TO 4120-BAIXAR-REVISAO-EXIT
034640     END-START
034650
034660     PERFORM 4121-BAIXAR-PEDIDO
034670         THRU 4121-BAIXAR-PEDIDO-EXIT
034680         UNTIL WS-FIM-REV = "S"
034690
034700 4120-BAIXAR-REVISAO-EXIT.
034710     EXIT.
034720
034730******************************************************************
034740* 4121-BAIXAR-PEDIDO
034750* LE O PROXIMO PEDIDO DA CHAVE E, SE DEFERIDO, REGRAVA-O COMO
034760* APLICADO. OUTRA CHAVE OU FIM DO ARQUIVO ENCERRA A LEITURA.
034770******************************************************************
034780 4121-BAIXAR-PEDIDO.
034790     READ ARQ-REV NEXT
034800         AT END
034810             MOVE "S" TO WS-FIM-REV
034820             GO TO 4121-BAIXAR-PEDIDO-EXIT
034830     END-READ
034840
034850     IF REV-CHAVE(1:22) NOT = WS-REV-CHAVE-ALU
034860         THEN
034870         MOVE "S" TO WS-FIM-REV
034880         GO TO 4121-BAIXAR-PEDIDO-EXIT
034890     END-IF
034900
034910     IF NOT REV-DEFERIDO
034920         THEN
034930         GO TO 4121-BAIXAR-PEDIDO-EXIT
034940     END-IF
034950
034960     MOVE "P" TO REV-SITUACAO
034970     MOVE WS-DATA-HOJE TO REV-DATA-APLIC
034980     REWRITE REV-REG
034990
035000     IF WS-REV-STATUS NOT = "00"
035010         THEN
035020         DISPLAY "ERRO AO REGRAVAR REVISAO - STATUS "
035030             WS-REV-STATUS
035040         STOP RUN
035050     END-IF
035060
035070     DISPLAY ALU-ID " REVISAO DA AVALIACAO " REV-AVAL " APLICADA"
035080
035090 4121-BAIXAR-PEDIDO-EXIT.
035100     EXIT.
035110
035120 END PROGRAM NOTAS.
