000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOOK-ORDEXEC.
000030 AUTHOR.        R P SILVEIRA.
000040 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  BOOK-ORDEXEC                                                 *
000090*  DAILY STANDING ORDERS REPORT. READS THE ORDEXEC ROWS BOOK-   *
000100*  BATCH WRITES FOR EVERY ORDER IT CONSIDERED DUE (SEE BKORDEX) *
000110*  AND LISTS, FOR THE MOVEMENT DATE, EACH ORDER WITH ITS        *
000120*  OUTCOME: E = EXECUTED (THE GENERATED POSTING WENT TO THE     *
000130*  BOOKS), I = SKIPPED (SUSPENDED, ALREADY EXECUTED, OR ITS     *
000140*  REFERENCE ALREADY ON REFPOST OR IN THE DAY'S FEED), F =      *
000150*  FAILED (NO ACCOUNT, DEBIT HELD FOR INSUFFICIENT FUNDS, NOT   *
000160*  POSTED IN THE RUN). THE SUMMARY GIVES THE COUNT PER OUTCOME  *
000170*  AND THE VALUES CREDITED AND DEBITED BY THE EXECUTED ORDERS.  *
000180*                                                               *
000190*  WITH MORE THAN ONE STREAM, ORDEXEC IS THE BOOK-JUNTA MERGE   *
000200*  OF THE PER-STREAM FILES. THE MOVEMENT DATE COMES FROM THE    *
000210*  DATAMOV PARAMETER FILE, DEFAULTING TO THE RUN DATE, THE      *
000220*  SAME CONVENTION AS THE NIGHTLY BATCH.                        *
000230*-----------------------------------------------------------------
000240*  MOD LOG
000250*  DATE       WHO   DESCRIPTION
000260*  ---------- ----  ---------------------------------------------
000270*  2026-10-15 RPS   ORIGINAL VERSION.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-Z15.
000320 OBJECT-COMPUTER.   IBM-Z15.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT EXECUCAO-ORDENS    ASSIGN TO "ORDEXEC"
000360                                ORGANIZATION IS LINE SEQUENTIAL
000370                                FILE STATUS IS FS-ORDEXEC.
000380
000390     SELECT PARAMETRO-DATA     ASSIGN TO "DATAMOV"
000400                                ORGANIZATION IS LINE SEQUENTIAL
000410                                FILE STATUS IS FS-PARAM-DATA.
000420
000430     SELECT RELATORIO-ORDENS   ASSIGN TO "RELORDEM"
000440                                ORGANIZATION IS LINE SEQUENTIAL
000450                                FILE STATUS IS FS-RELORDEM.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  EXECUCAO-ORDENS.
000500 COPY BKORDEX.
000510
000520 FD  PARAMETRO-DATA.
000530 01  REG-PARAM-DATA            PIC X(008).
000540
000550 FD  RELATORIO-ORDENS.
000560 01  REG-RELORDEM              PIC X(132).
000570
000580 WORKING-STORAGE SECTION.
000590 77  FS-ORDEXEC                PIC X(002) VALUE SPACES.
000600     88  FS-ORDEXEC-OK                       VALUE '00'.
000610     88  FS-ORDEXEC-NAO-EXISTE               VALUE '35'.
000620 77  FS-PARAM-DATA             PIC X(002) VALUE SPACES.
000630     88  FS-PARAM-DATA-OK                    VALUE '00'.
000640 77  FS-RELORDEM               PIC X(002) VALUE SPACES.
000650 77  BK-FIM-ORDEXEC            PIC X(001) VALUE 'N'.
000660     88  BK-FIM-ORDEXEC-SIM                  VALUE 'S'.
000670 77  BK-DATA-REFERENCIA        PIC 9(008) VALUE ZERO.
000680
000690*---------------------------------------------------------------*
000700*  RUN COUNTERS AND TOTALS PER OUTCOME.                         *
000710*---------------------------------------------------------------*
000720 77  BK-REGISTROS-LIDOS        PIC 9(009) COMP-3 VALUE ZERO.
000730 77  BK-ORDENS-LISTADAS        PIC 9(009) COMP-3 VALUE ZERO.
000740 77  BK-ORDENS-EXECUTADAS      PIC 9(009) COMP-3 VALUE ZERO.
000750 77  BK-ORDENS-IGNORADAS       PIC 9(009) COMP-3 VALUE ZERO.
000760 77  BK-ORDENS-FALHAS          PIC 9(009) COMP-3 VALUE ZERO.
000770 77  BK-TOTAL-CREDITADO        PIC 9(015)V99 COMP-3 VALUE ZERO.
000780 77  BK-TOTAL-DEBITADO         PIC 9(015)V99 COMP-3 VALUE ZERO.
000790
000800*---------------------------------------------------------------*
000810*  PRINT LINES.                                                 *
000820*---------------------------------------------------------------*
000830 01  BK-LINHA-CABECALHO.
000840     03  FILLER                PIC X(046) VALUE
000850         'BOOK-ORDEXEC - ORDENS PERMANENTES EM..........'.
000860     03  ORX-CAB-DATA          PIC 9(008).
000870 01  BK-LINHA-TITULOS.
000880     03  FILLER                PIC X(045) VALUE
000890         'R  CONTA       NUM.  DATA      REFERENCIA    '.
000900     03  FILLER                PIC X(037) VALUE
000910         '        T               VALOR  MOTIVO'.
000920 01  BK-LINHA-ORDEM.
000930     03  ORX-LIN-RESULTADO     PIC X(001).
000940     03  FILLER                PIC X(002) VALUE SPACES.
000950     03  ORX-LIN-CONTA         PIC 9(010).
000960     03  FILLER                PIC X(002) VALUE SPACES.
000970     03  ORX-LIN-NUMERO        PIC 9(004).
000980     03  FILLER                PIC X(002) VALUE SPACES.
000990     03  ORX-LIN-OCORRENCIA    PIC 9(008).
001000     03  FILLER                PIC X(002) VALUE SPACES.
001010     03  ORX-LIN-REFERENCIA    PIC X(020).
001020     03  FILLER                PIC X(002) VALUE SPACES.
001030     03  ORX-LIN-TIPO          PIC X(001).
001040     03  FILLER                PIC X(002) VALUE SPACES.
001050     03  ORX-LIN-VALOR         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001060     03  FILLER                PIC X(002) VALUE SPACES.
001070     03  ORX-LIN-MOTIVO        PIC X(056).
001080 01  BK-LINHA-CONTADOR.
001090     03  ORX-CON-ROTULO        PIC X(030).
001100     03  ORX-CON-VALOR         PIC ZZZ,ZZZ,ZZ9.
001110 01  BK-LINHA-VALOR.
001120     03  ORX-VAL-ROTULO        PIC X(030).
001130     03  ORX-VAL-VALOR         PIC -(013)9.99.
001140
001150 PROCEDURE DIVISION.
001160
001170*****************************************************************
001180*  0000-MAINLINE                                                *
001190*****************************************************************
001200 0000-MAINLINE.
001210     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001220     IF FS-ORDEXEC-NAO-EXISTE
001230         DISPLAY 'BOOK-ORDEXEC - NENHUM ARQUIVO ORDEXEC - NADA A '
001240             'RELATAR'
001250         GOBACK
001260     END-IF
001270
001280     PERFORM 2000-LER-EXECUCAO THRU 2000-EXIT
001290         UNTIL BK-FIM-ORDEXEC-SIM
001300
001310     PERFORM 9000-ENCERRAR THRU 9000-EXIT
001320     GOBACK.
001330
001340*****************************************************************
001350*  1000-INICIALIZAR - REFERENCE DATE, FILES AND THE REPORT      *
001360*  HEADING.                                                     *
001370*****************************************************************
001380 1000-INICIALIZAR.
001390     MOVE FUNCTION CURRENT-DATE (1:8) TO BK-DATA-REFERENCIA
001400
001410     OPEN INPUT PARAMETRO-DATA
001420     IF FS-PARAM-DATA-OK
001430         READ PARAMETRO-DATA
001440             AT END
001450                 CONTINUE
001460             NOT AT END
001470                 MOVE REG-PARAM-DATA TO BK-DATA-REFERENCIA
001480         END-READ
001490         CLOSE PARAMETRO-DATA
001500     END-IF
001510
001520     OPEN INPUT EXECUCAO-ORDENS
001530     IF FS-ORDEXEC-NAO-EXISTE
001540         GO TO 1000-EXIT
001550     END-IF
001560
001570     OPEN OUTPUT RELATORIO-ORDENS
001580     MOVE BK-DATA-REFERENCIA  TO ORX-CAB-DATA
001590     MOVE BK-LINHA-CABECALHO  TO REG-RELORDEM
001600     WRITE REG-RELORDEM
001610     MOVE SPACES              TO REG-RELORDEM
001620     WRITE REG-RELORDEM
001630     MOVE BK-LINHA-TITULOS    TO REG-RELORDEM
001640     WRITE REG-RELORDEM.
001650 1000-EXIT.
001660     EXIT.
001670
001680*****************************************************************
001690*  2000-LER-EXECUCAO - ONE ORDEXEC ROW PER ITERATION. ROWS OF   *
001700*  OTHER MOVEMENT DATES ARE SKIPPED - THE FILE IS APPENDED      *
001710*  EVERY NIGHT. A READ ERROR (NOT JUST END-OF-FILE) ALSO ENDS   *
001720*  THE PASS.                                                    *
001730*****************************************************************
001740 2000-LER-EXECUCAO.
001750     READ EXECUCAO-ORDENS
001760         AT END
001770             MOVE 'S' TO BK-FIM-ORDEXEC
001780     END-READ
001790     IF NOT FS-ORDEXEC-OK
001800         MOVE 'S' TO BK-FIM-ORDEXEC
001810     END-IF
001820     IF BK-FIM-ORDEXEC-SIM
001830         GO TO 2000-EXIT
001840     END-IF
001850
001860     ADD 1 TO BK-REGISTROS-LIDOS
001870
001880     IF ORX-DATA-MOVIMENTO NOT = BK-DATA-REFERENCIA
001890         GO TO 2000-EXIT
001900     END-IF
001910
001920     PERFORM 3000-IMPRIMIR-ORDEM THRU 3000-EXIT.
001930 2000-EXIT.
001940     EXIT.
001950
001960*****************************************************************
001970*  3000-IMPRIMIR-ORDEM - THE ORDER'S LINE, AND ITS SHARE OF THE *
001980*  SUMMARY. ONLY EXECUTED ORDERS COUNT TOWARDS THE VALUES.      *
001990*****************************************************************
002000 3000-IMPRIMIR-ORDEM.
002010     ADD 1 TO BK-ORDENS-LISTADAS
002020
002030     EVALUATE TRUE
002040         WHEN ORX-EXECUTADA
002050             ADD 1 TO BK-ORDENS-EXECUTADAS
002060             IF ORX-TIPO-TRANSACAO = 'C'
002070                 ADD ORX-VALOR TO BK-TOTAL-CREDITADO
002080             ELSE
002090                 ADD ORX-VALOR TO BK-TOTAL-DEBITADO
002100             END-IF
002110         WHEN ORX-IGNORADA
002120             ADD 1 TO BK-ORDENS-IGNORADAS
002130         WHEN ORX-FALHOU
002140             ADD 1 TO BK-ORDENS-FALHAS
002150     END-EVALUATE
002160
002170     MOVE ORX-RESULTADO         TO ORX-LIN-RESULTADO
002180     MOVE ORX-CONTA             TO ORX-LIN-CONTA
002190     MOVE ORX-NUMERO            TO ORX-LIN-NUMERO
002200     MOVE ORX-DATA-OCORRENCIA   TO ORX-LIN-OCORRENCIA
002210     MOVE ORX-REFERENCIA        TO ORX-LIN-REFERENCIA
002220     MOVE ORX-TIPO-TRANSACAO    TO ORX-LIN-TIPO
002230     MOVE ORX-VALOR             TO ORX-LIN-VALOR
002240     MOVE ORX-MOTIVO            TO ORX-LIN-MOTIVO
002250     MOVE BK-LINHA-ORDEM        TO REG-RELORDEM
002260     WRITE REG-RELORDEM.
002270 3000-EXIT.
002280     EXIT.
002290
002300*****************************************************************
002310*  9000-ENCERRAR - SUMMARY BLOCK AND TOTALS, THEN THE CONSOLE   *
002320*  ECHO OPERATIONS WATCHES.                                     *
002330*****************************************************************
002340 9000-ENCERRAR.
002350     MOVE SPACES TO REG-RELORDEM
002360     WRITE REG-RELORDEM
002370
002380     MOVE 'ORDENS LISTADAS.............:' TO ORX-CON-ROTULO
002390     MOVE BK-ORDENS-LISTADAS              TO ORX-CON-VALOR
002400     MOVE BK-LINHA-CONTADOR TO REG-RELORDEM
002410     WRITE REG-RELORDEM
002420
002430     MOVE 'EXECUTADAS (E)..............:' TO ORX-CON-ROTULO
002440     MOVE BK-ORDENS-EXECUTADAS            TO ORX-CON-VALOR
002450     MOVE BK-LINHA-CONTADOR TO REG-RELORDEM
002460     WRITE REG-RELORDEM
002470
002480     MOVE 'IGNORADAS (I)...............:' TO ORX-CON-ROTULO
002490     MOVE BK-ORDENS-IGNORADAS             TO ORX-CON-VALOR
002500     MOVE BK-LINHA-CONTADOR TO REG-RELORDEM
002510     WRITE REG-RELORDEM
002520
002530     MOVE 'COM FALHA (F)...............:' TO ORX-CON-ROTULO
002540     MOVE BK-ORDENS-FALHAS                TO ORX-CON-VALOR
002550     MOVE BK-LINHA-CONTADOR TO REG-RELORDEM
002560     WRITE REG-RELORDEM
002570
002580     MOVE 'TOTAL CREDITADO.............:' TO ORX-VAL-ROTULO
002590     MOVE BK-TOTAL-CREDITADO              TO ORX-VAL-VALOR
002600     MOVE BK-LINHA-VALOR TO REG-RELORDEM
002610     WRITE REG-RELORDEM
002620
002630     MOVE 'TOTAL DEBITADO..............:' TO ORX-VAL-ROTULO
002640     MOVE BK-TOTAL-DEBITADO               TO ORX-VAL-VALOR
002650     MOVE BK-LINHA-VALOR TO REG-RELORDEM
002660     WRITE REG-RELORDEM
002670
002680     CLOSE RELATORIO-ORDENS
002690     CLOSE EXECUCAO-ORDENS
002700
002710     DISPLAY 'BOOK-ORDEXEC - REGISTROS LIDOS......: '
002720         BK-REGISTROS-LIDOS
002730     DISPLAY 'BOOK-ORDEXEC - ORDENS LISTADAS.....: '
002740         BK-ORDENS-LISTADAS
002750     DISPLAY 'BOOK-ORDEXEC - EXECUTADAS..........: '
002760         BK-ORDENS-EXECUTADAS
002770     DISPLAY 'BOOK-ORDEXEC - IGNORADAS...........: '
002780         BK-ORDENS-IGNORADAS
002790     DISPLAY 'BOOK-ORDEXEC - COM FALHA...........: '
002800         BK-ORDENS-FALHAS.
002810 9000-EXIT.
002820     EXIT.
