000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOOK-CHEQUE.
000030 AUTHOR.        R P SILVEIRA.
000040 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  BOOK-CHEQUE                                                  *
000090*  DAILY OVERDRAFT REPORT. READS THE USOCHEQ ROWS BOOK-BATCH    *
000100*  WRITES AT CLIENT CLOSE (SEE BKUSOCH) AND LISTS, FOR THE      *
000110*  MOVEMENT DATE, EVERY CLIENT THAT CLOSED THE DAY IN           *
000120*  OVERDRAFT OR HAD DEBITS HELD FOR INSUFFICIENT FUNDS: ITS     *
000130*  LIMIT, CLOSING BALANCE, HOW MUCH OF THE LIMIT IS DRAWN, WHAT *
000140*  WAS HELD AND HOW MANY DAYS THE ACCOUNT HAS BEEN OVERDRAWN    *
000150*  WITHOUT A BREAK. SITUATION CODES: U = WITHIN THE LIMIT,      *
000160*  E = BEYOND IT (THE LIMIT WAS CUT OR EXPIRED UNDER AN         *
000170*  ALREADY-OVERDRAWN ACCOUNT), R = DEBITS HELD TO SUSPENSO.     *
000180*                                                               *
000190*  WITH MORE THAN ONE STREAM, USOCHEQ IS THE BOOK-JUNTA MERGE   *
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
000350     SELECT USO-CHEQUE-ESPECIAL ASSIGN TO "USOCHEQ"
000360                                ORGANIZATION IS LINE SEQUENTIAL
000370                                FILE STATUS IS FS-USOCHEQ.
000380
000390     SELECT PARAMETRO-DATA     ASSIGN TO "DATAMOV"
000400                                ORGANIZATION IS LINE SEQUENTIAL
000410                                FILE STATUS IS FS-PARAM-DATA.
000420
000430     SELECT RELATORIO-CHEQUE   ASSIGN TO "RELCHEQ"
000440                                ORGANIZATION IS LINE SEQUENTIAL
000450                                FILE STATUS IS FS-RELCHEQ.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  USO-CHEQUE-ESPECIAL.
000500 COPY BKUSOCH.
000510
000520 FD  PARAMETRO-DATA.
000530 01  REG-PARAM-DATA            PIC X(008).
000540
000550 FD  RELATORIO-CHEQUE.
000560 01  REG-RELCHEQ               PIC X(132).
000570
000580 WORKING-STORAGE SECTION.
000590 77  FS-USOCHEQ                PIC X(002) VALUE SPACES.
000600     88  FS-USOCHEQ-OK                       VALUE '00'.
000610     88  FS-USOCHEQ-NAO-EXISTE               VALUE '35'.
000620 77  FS-PARAM-DATA             PIC X(002) VALUE SPACES.
000630     88  FS-PARAM-DATA-OK                    VALUE '00'.
000640 77  FS-RELCHEQ                PIC X(002) VALUE SPACES.
000650 77  BK-FIM-USOCHEQ            PIC X(001) VALUE 'N'.
000660     88  BK-FIM-USOCHEQ-SIM                  VALUE 'S'.
000670 77  BK-DATA-REFERENCIA        PIC 9(008) VALUE ZERO.
000680
000690*---------------------------------------------------------------*
000700*  RUN COUNTERS AND TOTALS PER SITUATION.                       *
000710*---------------------------------------------------------------*
000720 77  BK-REGISTROS-LIDOS        PIC 9(009) COMP-3 VALUE ZERO.
000730 77  BK-CLIENTES-LISTADOS      PIC 9(009) COMP-3 VALUE ZERO.
000740 77  BK-DENTRO-LIMITE          PIC 9(009) COMP-3 VALUE ZERO.
000750 77  BK-ACIMA-LIMITE           PIC 9(009) COMP-3 VALUE ZERO.
000760 77  BK-COM-RETENCAO           PIC 9(009) COMP-3 VALUE ZERO.
000770 77  BK-TOTAL-UTILIZADO        PIC 9(015)V99 COMP-3 VALUE ZERO.
000780 77  BK-TOTAL-EXCEDIDO         PIC 9(015)V99 COMP-3 VALUE ZERO.
000790 77  BK-TOTAL-RETIDO           PIC 9(015)V99 COMP-3 VALUE ZERO.
000800
000810*---------------------------------------------------------------*
000820*  PRINT LINES.                                                 *
000830*---------------------------------------------------------------*
000840 01  BK-LINHA-CABECALHO.
000850     03  FILLER                PIC X(042) VALUE
000860         'BOOK-CHEQUE - USO DE CHEQUE ESPECIAL EM...'.
000870     03  CHQ-CAB-DATA          PIC 9(008).
000880 01  BK-LINHA-TITULOS.
000890     03  FILLER                PIC X(045) VALUE
000900         'S  CONTA       NOME                          '.
000910     03  FILLER                PIC X(040) VALUE
000920         '            LIMITE               SALDO  '.
000930     03  FILLER                PIC X(047) VALUE
000940         '          UTILIZADO              RETIDO   DIAS'.
000950 01  BK-LINHA-CLIENTE.
000960     03  CHQ-SITUACAO          PIC X(001).
000970     03  FILLER                PIC X(002) VALUE SPACES.
000980     03  CHQ-CONTA             PIC 9(010).
000990     03  FILLER                PIC X(002) VALUE SPACES.
001000     03  CHQ-NOME              PIC X(030).
001010     03  FILLER                PIC X(002) VALUE SPACES.
001020     03  CHQ-LIMITE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001030     03  FILLER                PIC X(002) VALUE SPACES.
001040     03  CHQ-SALDO             PIC -(013)9.99.
001050     03  FILLER                PIC X(002) VALUE SPACES.
001060     03  CHQ-UTILIZADO         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001070     03  FILLER                PIC X(002) VALUE SPACES.
001080     03  CHQ-RETIDO            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001090     03  FILLER                PIC X(002) VALUE SPACES.
001100     03  CHQ-DIAS              PIC ZZZZ9.
001110 01  BK-LINHA-CONTADOR.
001120     03  CHQ-CON-ROTULO        PIC X(030).
001130     03  CHQ-CON-VALOR         PIC ZZZ,ZZZ,ZZ9.
001140 01  BK-LINHA-VALOR.
001150     03  CHQ-VAL-ROTULO        PIC X(030).
001160     03  CHQ-VAL-VALOR         PIC -(013)9.99.
001170
001180 PROCEDURE DIVISION.
001190
001200*****************************************************************
001210*  0000-MAINLINE                                                *
001220*****************************************************************
001230 0000-MAINLINE.
001240     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001250     IF FS-USOCHEQ-NAO-EXISTE
001260         DISPLAY 'BOOK-CHEQUE - NENHUM ARQUIVO USOCHEQ - NADA A '
001270             'RELATAR'
001280         GOBACK
001290     END-IF
001300
001310     PERFORM 2000-LER-USO THRU 2000-EXIT
001320         UNTIL BK-FIM-USOCHEQ-SIM
001330
001340     PERFORM 9000-ENCERRAR THRU 9000-EXIT
001350     GOBACK.
001360
001370*****************************************************************
001380*  1000-INICIALIZAR - REFERENCE DATE, FILES AND THE REPORT      *
001390*  HEADING.                                                     *
001400*****************************************************************
001410 1000-INICIALIZAR.
001420     MOVE FUNCTION CURRENT-DATE (1:8) TO BK-DATA-REFERENCIA
001430
001440     OPEN INPUT PARAMETRO-DATA
001450     IF FS-PARAM-DATA-OK
001460         READ PARAMETRO-DATA
001470             AT END
001480                 CONTINUE
001490             NOT AT END
001500                 MOVE REG-PARAM-DATA TO BK-DATA-REFERENCIA
001510         END-READ
001520         CLOSE PARAMETRO-DATA
001530     END-IF
001540
001550     OPEN INPUT USO-CHEQUE-ESPECIAL
001560     IF FS-USOCHEQ-NAO-EXISTE
001570         GO TO 1000-EXIT
001580     END-IF
001590
001600     OPEN OUTPUT RELATORIO-CHEQUE
001610     MOVE BK-DATA-REFERENCIA  TO CHQ-CAB-DATA
001620     MOVE BK-LINHA-CABECALHO  TO REG-RELCHEQ
001630     WRITE REG-RELCHEQ
001640     MOVE SPACES              TO REG-RELCHEQ
001650     WRITE REG-RELCHEQ
001660     MOVE BK-LINHA-TITULOS    TO REG-RELCHEQ
001670     WRITE REG-RELCHEQ.
001680 1000-EXIT.
001690     EXIT.
001700
001710*****************************************************************
001720*  2000-LER-USO - ONE USOCHEQ ROW PER ITERATION. ROWS OF OTHER  *
001730*  MOVEMENT DATES ARE SKIPPED - THE FILE IS APPENDED EVERY      *
001740*  NIGHT. A READ ERROR (NOT JUST END-OF-FILE) ALSO ENDS THE     *
001750*  PASS.                                                        *
001760*****************************************************************
001770 2000-LER-USO.
001780     READ USO-CHEQUE-ESPECIAL
001790         AT END
001800             MOVE 'S' TO BK-FIM-USOCHEQ
001810     END-READ
001820     IF NOT FS-USOCHEQ-OK
001830         MOVE 'S' TO BK-FIM-USOCHEQ
001840     END-IF
001850     IF BK-FIM-USOCHEQ-SIM
001860         GO TO 2000-EXIT
001870     END-IF
001880
001890     ADD 1 TO BK-REGISTROS-LIDOS
001900
001910     IF USO-DATA-MOVIMENTO NOT = BK-DATA-REFERENCIA
001920         GO TO 2000-EXIT
001930     END-IF
001940
001950     PERFORM 3000-IMPRIMIR-CLIENTE THRU 3000-EXIT.
001960 2000-EXIT.
001970     EXIT.
001980
001990*****************************************************************
002000*  3000-IMPRIMIR-CLIENTE - THE CLIENT'S LINE, AND ITS SHARE OF  *
002010*  THE SUMMARY: THE AMOUNT DRAWN, THE PART OF IT BEYOND THE     *
002020*  LIMIT, AND WHAT WAS HELD.                                    *
002030*****************************************************************
002040 3000-IMPRIMIR-CLIENTE.
002050     ADD 1 TO BK-CLIENTES-LISTADOS
002060     ADD USO-UTILIZADO     TO BK-TOTAL-UTILIZADO
002070     ADD USO-VALOR-RETIDO  TO BK-TOTAL-RETIDO
002080     IF USO-UTILIZADO > USO-LIMITE
002090         COMPUTE BK-TOTAL-EXCEDIDO =
002100             BK-TOTAL-EXCEDIDO + USO-UTILIZADO - USO-LIMITE
002110     END-IF
002120
002130     EVALUATE TRUE
002140         WHEN USO-DENTRO-DO-LIMITE
002150             ADD 1 TO BK-DENTRO-LIMITE
002160         WHEN USO-ACIMA-DO-LIMITE
002170             ADD 1 TO BK-ACIMA-LIMITE
002180         WHEN USO-DEBITOS-RETIDOS
002190             ADD 1 TO BK-COM-RETENCAO
002200     END-EVALUATE
002210
002220     MOVE USO-SITUACAO          TO CHQ-SITUACAO
002230     MOVE USO-CONTA             TO CHQ-CONTA
002240     MOVE USO-NOME              TO CHQ-NOME
002250     MOVE USO-LIMITE            TO CHQ-LIMITE
002260     MOVE USO-SALDO-FECHAMENTO  TO CHQ-SALDO
002270     MOVE USO-UTILIZADO         TO CHQ-UTILIZADO
002280     MOVE USO-VALOR-RETIDO      TO CHQ-RETIDO
002290     MOVE USO-DIAS-EM-USO       TO CHQ-DIAS
002300     MOVE BK-LINHA-CLIENTE      TO REG-RELCHEQ
002310     WRITE REG-RELCHEQ.
002320 3000-EXIT.
002330     EXIT.
002340
002350*****************************************************************
002360*  9000-ENCERRAR - SUMMARY BLOCK AND TOTALS, THEN THE CONSOLE   *
002370*  ECHO OPERATIONS WATCHES.                                     *
002380*****************************************************************
002390 9000-ENCERRAR.
002400     MOVE SPACES TO REG-RELCHEQ
002410     WRITE REG-RELCHEQ
002420
002430     MOVE 'CLIENTES LISTADOS...........:' TO CHQ-CON-ROTULO
002440     MOVE BK-CLIENTES-LISTADOS            TO CHQ-CON-VALOR
002450     MOVE BK-LINHA-CONTADOR TO REG-RELCHEQ
002460     WRITE REG-RELCHEQ
002470
002480     MOVE 'DENTRO DO LIMITE (U)........:' TO CHQ-CON-ROTULO
002490     MOVE BK-DENTRO-LIMITE                TO CHQ-CON-VALOR
002500     MOVE BK-LINHA-CONTADOR TO REG-RELCHEQ
002510     WRITE REG-RELCHEQ
002520
002530     MOVE 'ALEM DO LIMITE (E)..........:' TO CHQ-CON-ROTULO
002540     MOVE BK-ACIMA-LIMITE                 TO CHQ-CON-VALOR
002550     MOVE BK-LINHA-CONTADOR TO REG-RELCHEQ
002560     WRITE REG-RELCHEQ
002570
002580     MOVE 'COM DEBITOS RETIDOS (R).....:' TO CHQ-CON-ROTULO
002590     MOVE BK-COM-RETENCAO                 TO CHQ-CON-VALOR
002600     MOVE BK-LINHA-CONTADOR TO REG-RELCHEQ
002610     WRITE REG-RELCHEQ
002620
002630     MOVE 'TOTAL UTILIZADO.............:' TO CHQ-VAL-ROTULO
002640     MOVE BK-TOTAL-UTILIZADO              TO CHQ-VAL-VALOR
002650     MOVE BK-LINHA-VALOR TO REG-RELCHEQ
002660     WRITE REG-RELCHEQ
002670
002680     MOVE 'TOTAL ALEM DOS LIMITES......:' TO CHQ-VAL-ROTULO
002690     MOVE BK-TOTAL-EXCEDIDO               TO CHQ-VAL-VALOR
002700     MOVE BK-LINHA-VALOR TO REG-RELCHEQ
002710     WRITE REG-RELCHEQ
002720
002730     MOVE 'TOTAL DE DEBITOS RETIDOS....:' TO CHQ-VAL-ROTULO
002740     MOVE BK-TOTAL-RETIDO                 TO CHQ-VAL-VALOR
002750     MOVE BK-LINHA-VALOR TO REG-RELCHEQ
002760     WRITE REG-RELCHEQ
002770
002780     CLOSE RELATORIO-CHEQUE
002790     CLOSE USO-CHEQUE-ESPECIAL
002800
002810     DISPLAY 'BOOK-CHEQUE - REGISTROS LIDOS......: '
002820         BK-REGISTROS-LIDOS
002830     DISPLAY 'BOOK-CHEQUE - CLIENTES LISTADOS....: '
002840         BK-CLIENTES-LISTADOS
002850     DISPLAY 'BOOK-CHEQUE - ALEM DO LIMITE.......: '
002860         BK-ACIMA-LIMITE
002870     DISPLAY 'BOOK-CHEQUE - COM DEBITOS RETIDOS..: '
002880         BK-COM-RETENCAO.
002890 9000-EXIT.
002900     EXIT.
