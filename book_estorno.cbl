000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOOK-ESTORNO.
000030 AUTHOR.        R P SILVEIRA.
000040 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  BOOK-ESTORNO                                                 *
000090*  DAILY REVERSALS REPORT. READS THE ESTORNOS REGISTER          *
000100*  BOOK-REFREG WRITES WHEN A REVERSAL POSTS (SEE BKESTOR) AND   *
000110*  LISTS, FOR THE MOVEMENT DATE, EVERY REVERSAL WITH BOTH ITS   *
000120*  LEGS: THE ORIGINAL POSTING - REFERENCIA, THE DAY IT POSTED,  *
000130*  DIRECTION AND VALOR - AND THE REVERSAL THAT CANCELLED IT, SO *
000140*  AN AUDITOR'S "WHO REVERSED WHAT, AND WHEN" IS ANSWERED FROM  *
000150*  ONE PAGE. THE REGISTER ITSELF IS KEPT AS THE PERMANENT       *
000160*  RECORD; THIS REPORT ONLY SELECTS THE DAY.                    *
000170*                                                               *
000180*  WITH MORE THAN ONE STREAM, ESTORNOS IS THE BOOK-JUNTA MERGE  *
000190*  OF THE PER-STREAM FILES. THE MOVEMENT DATE COMES FROM THE    *
000200*  DATAMOV PARAMETER FILE, DEFAULTING TO THE RUN DATE, THE      *
000210*  SAME CONVENTION AS THE NIGHTLY BATCH.                        *
000220*-----------------------------------------------------------------
000230*  MOD LOG
000240*  DATE       WHO   DESCRIPTION
000250*  ---------- ----  ---------------------------------------------
000260*  2026-10-15 RPS   ORIGINAL VERSION.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-Z15.
000310 OBJECT-COMPUTER.   IBM-Z15.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT REGISTRO-ESTORNOS  ASSIGN TO "ESTORNOS"
000350                                ORGANIZATION IS LINE SEQUENTIAL
000360                                FILE STATUS IS FS-ESTORNOS.
000370
000380     SELECT PARAMETRO-DATA     ASSIGN TO "DATAMOV"
000390                                ORGANIZATION IS LINE SEQUENTIAL
000400                                FILE STATUS IS FS-PARAM-DATA.
000410
000420     SELECT RELATORIO-ESTORNO  ASSIGN TO "RELESTOR"
000430                                ORGANIZATION IS LINE SEQUENTIAL
000440                                FILE STATUS IS FS-RELESTOR.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  REGISTRO-ESTORNOS.
000490 COPY BKESTOR.
000500
000510 FD  PARAMETRO-DATA.
000520 01  REG-PARAM-DATA            PIC X(008).
000530
000540 FD  RELATORIO-ESTORNO.
000550 01  REG-RELESTOR              PIC X(132).
000560
000570 WORKING-STORAGE SECTION.
000580 77  FS-ESTORNOS               PIC X(002) VALUE SPACES.
000590     88  FS-ESTORNOS-OK                      VALUE '00'.
000600     88  FS-ESTORNOS-NAO-EXISTE              VALUE '35'.
000610 77  FS-PARAM-DATA             PIC X(002) VALUE SPACES.
000620     88  FS-PARAM-DATA-OK                    VALUE '00'.
000630 77  FS-RELESTOR               PIC X(002) VALUE SPACES.
000640 77  BK-FIM-ESTORNOS           PIC X(001) VALUE 'N'.
000650     88  BK-FIM-ESTORNOS-SIM                 VALUE 'S'.
000660 77  BK-DATA-REFERENCIA        PIC 9(008) VALUE ZERO.
000670
000680*---------------------------------------------------------------*
000690*  RUN COUNTERS AND TOTALS. AN ORIGINAL CREDIT IS CANCELLED BY  *
000700*  A DEBIT AND VICE VERSA - THE TOTALS ARE BY ORIGINAL LEG.     *
000710*---------------------------------------------------------------*
000720 77  BK-REGISTROS-LIDOS        PIC 9(009) COMP-3 VALUE ZERO.
000730 77  BK-ESTORNOS-LISTADOS      PIC 9(009) COMP-3 VALUE ZERO.
000740 77  BK-CREDITOS-ESTORNADOS    PIC 9(009) COMP-3 VALUE ZERO.
000750 77  BK-DEBITOS-ESTORNADOS     PIC 9(009) COMP-3 VALUE ZERO.
000760 77  BK-VALOR-CRED-ESTORNADO   PIC 9(015)V99 COMP-3 VALUE ZERO.
000770 77  BK-VALOR-DEB-ESTORNADO    PIC 9(015)V99 COMP-3 VALUE ZERO.
000780
000790*---------------------------------------------------------------*
000800*  PRINT LINES - ONE LINE PER LEG, THE ORIGINAL FIRST.          *
000810*---------------------------------------------------------------*
000820 01  BK-LINHA-CABECALHO.
000830     03  FILLER                PIC X(040) VALUE
000840         'BOOK-ESTORNO - ESTORNOS POSTADOS EM.....'.
000850     03  EST-CAB-DATA          PIC 9(008).
000860 01  BK-LINHA-TITULOS.
000870     03  FILLER                PIC X(054) VALUE
000880         'PERNA     CONTA       NOME                            '.
000890     03  FILLER                PIC X(055) VALUE
000900         'REFERENCIA            DATA        T              VALOR'.
000910 01  BK-LINHA-PERNA.
000920     03  EST-LIN-PERNA         PIC X(008).
000930     03  FILLER                PIC X(002) VALUE SPACES.
000940     03  EST-LIN-CONTA         PIC 9(010).
000950     03  FILLER                PIC X(002) VALUE SPACES.
000960     03  EST-LIN-NOME          PIC X(030).
000970     03  FILLER                PIC X(002) VALUE SPACES.
000980     03  EST-LIN-REFERENCIA    PIC X(020).
000990     03  FILLER                PIC X(002) VALUE SPACES.
001000     03  EST-LIN-DATA          PIC X(010).
001010     03  FILLER                PIC X(002) VALUE SPACES.
001020     03  EST-LIN-TIPO          PIC X(001).
001030     03  FILLER                PIC X(002) VALUE SPACES.
001040     03  EST-LIN-VALOR         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001050 01  BK-LINHA-CONTADOR.
001060     03  EST-CON-ROTULO        PIC X(030).
001070     03  EST-CON-VALOR         PIC ZZZ,ZZZ,ZZ9.
001080 01  BK-LINHA-VALOR.
001090     03  EST-VAL-ROTULO        PIC X(030).
001100     03  EST-VAL-VALOR         PIC -(013)9.99.
001110
001120*---------------------------------------------------------------*
001130*  THE ORIGINAL LEG'S MOVEMENT DATE, SHOWN AAAA-MM-DD LIKE THE  *
001140*  REVERSAL'S DATA-EFETIVACAO BENEATH IT.                       *
001150*---------------------------------------------------------------*
001160 01  BK-DATA-EXTENSA.
001170     05  BK-DE-ANO             PIC 9(004).
001180     05  FILLER                PIC X(001) VALUE '-'.
001190     05  BK-DE-MES             PIC 9(002).
001200     05  FILLER                PIC X(001) VALUE '-'.
001210     05  BK-DE-DIA             PIC 9(002).
001220 01  BK-DATA-COMPOSTA.
001230     05  BK-DC-ANO             PIC 9(004).
001240     05  BK-DC-MES             PIC 9(002).
001250     05  BK-DC-DIA             PIC 9(002).
001260 01  BK-DATA-COMPOSTA-NUM REDEFINES BK-DATA-COMPOSTA
001270                               PIC 9(008).
001280
001290 PROCEDURE DIVISION.
001300
001310*****************************************************************
001320*  0000-MAINLINE                                                *
001330*****************************************************************
001340 0000-MAINLINE.
001350     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001360     IF FS-ESTORNOS-NAO-EXISTE
001370         DISPLAY 'BOOK-ESTORNO - NENHUM ARQUIVO ESTORNOS - NADA '
001380             'A RELATAR'
001390         GOBACK
001400     END-IF
001410
001420     PERFORM 2000-LER-ESTORNO THRU 2000-EXIT
001430         UNTIL BK-FIM-ESTORNOS-SIM
001440
001450     PERFORM 9000-ENCERRAR THRU 9000-EXIT
001460     GOBACK.
001470
001480*****************************************************************
001490*  1000-INICIALIZAR - REFERENCE DATE, FILES AND THE REPORT      *
001500*  HEADING.                                                     *
001510*****************************************************************
001520 1000-INICIALIZAR.
001530     MOVE FUNCTION CURRENT-DATE (1:8) TO BK-DATA-REFERENCIA
001540
001550     OPEN INPUT PARAMETRO-DATA
001560     IF FS-PARAM-DATA-OK
001570         READ PARAMETRO-DATA
001580             AT END
001590                 CONTINUE
001600             NOT AT END
001610                 MOVE REG-PARAM-DATA TO BK-DATA-REFERENCIA
001620         END-READ
001630         CLOSE PARAMETRO-DATA
001640     END-IF
001650
001660     OPEN INPUT REGISTRO-ESTORNOS
001670     IF FS-ESTORNOS-NAO-EXISTE
001680         GO TO 1000-EXIT
001690     END-IF
001700
001710     OPEN OUTPUT RELATORIO-ESTORNO
001720     MOVE BK-DATA-REFERENCIA  TO EST-CAB-DATA
001730     MOVE BK-LINHA-CABECALHO  TO REG-RELESTOR
001740     WRITE REG-RELESTOR
001750     MOVE SPACES              TO REG-RELESTOR
001760     WRITE REG-RELESTOR
001770     MOVE BK-LINHA-TITULOS    TO REG-RELESTOR
001780     WRITE REG-RELESTOR.
001790 1000-EXIT.
001800     EXIT.
001810
001820*****************************************************************
001830*  2000-LER-ESTORNO - ONE REGISTER ROW PER ITERATION. ROWS OF   *
001840*  OTHER MOVEMENT DATES ARE SKIPPED - THE REGISTER IS APPENDED  *
001850*  EVERY NIGHT. A READ ERROR (NOT JUST END-OF-FILE) ALSO ENDS   *
001860*  THE PASS.                                                    *
001870*****************************************************************
001880 2000-LER-ESTORNO.
001890     READ REGISTRO-ESTORNOS
001900         AT END
001910             MOVE 'S' TO BK-FIM-ESTORNOS
001920     END-READ
001930     IF NOT FS-ESTORNOS-OK
001940         MOVE 'S' TO BK-FIM-ESTORNOS
001950     END-IF
001960     IF BK-FIM-ESTORNOS-SIM
001970         GO TO 2000-EXIT
001980     END-IF
001990
002000     ADD 1 TO BK-REGISTROS-LIDOS
002010
002020     IF EST-DATA-MOVIMENTO NOT = BK-DATA-REFERENCIA
002030         GO TO 2000-EXIT
002040     END-IF
002050
002060     PERFORM 3000-IMPRIMIR-ESTORNO THRU 3000-EXIT.
002070 2000-EXIT.
002080     EXIT.
002090
002100*****************************************************************
002110*  3000-IMPRIMIR-ESTORNO - THE ORIGINAL LEG, THE REVERSAL LEG   *
002120*  UNDER IT AND A BLANK LINE, AND THE PAIR'S SHARE OF THE       *
002130*  SUMMARY.                                                     *
002140*****************************************************************
002150 3000-IMPRIMIR-ESTORNO.
002160     ADD 1 TO BK-ESTORNOS-LISTADOS
002170     IF EST-ORI-TIPO-TRANSACAO = 'C'
002180         ADD 1             TO BK-CREDITOS-ESTORNADOS
002190         ADD EST-ORI-VALOR TO BK-VALOR-CRED-ESTORNADO
002200     ELSE
002210         ADD 1             TO BK-DEBITOS-ESTORNADOS
002220         ADD EST-ORI-VALOR TO BK-VALOR-DEB-ESTORNADO
002230     END-IF
002240
002250     MOVE EST-ORI-DATA-MOVIMENTO TO BK-DATA-COMPOSTA-NUM
002260     MOVE BK-DC-ANO              TO BK-DE-ANO
002270     MOVE BK-DC-MES              TO BK-DE-MES
002280     MOVE BK-DC-DIA              TO BK-DE-DIA
002290
002300     MOVE 'ORIGINAL'             TO EST-LIN-PERNA
002310     MOVE EST-CONTA              TO EST-LIN-CONTA
002320     MOVE EST-NOME               TO EST-LIN-NOME
002330     MOVE EST-ORI-REFERENCIA     TO EST-LIN-REFERENCIA
002340     MOVE BK-DATA-EXTENSA        TO EST-LIN-DATA
002350     MOVE EST-ORI-TIPO-TRANSACAO TO EST-LIN-TIPO
002360     MOVE EST-ORI-VALOR          TO EST-LIN-VALOR
002370     MOVE BK-LINHA-PERNA         TO REG-RELESTOR
002380     WRITE REG-RELESTOR
002390
002400     MOVE 'ESTORNO'              TO EST-LIN-PERNA
002410     MOVE SPACES                 TO EST-LIN-NOME
002420     MOVE EST-REV-REFERENCIA     TO EST-LIN-REFERENCIA
002430     MOVE EST-REV-DATA-EFETIVACAO TO EST-LIN-DATA
002440     MOVE EST-REV-TIPO-TRANSACAO TO EST-LIN-TIPO
002450     MOVE EST-REV-VALOR          TO EST-LIN-VALOR
002460     MOVE BK-LINHA-PERNA         TO REG-RELESTOR
002470     WRITE REG-RELESTOR
002480
002490     MOVE SPACES TO REG-RELESTOR
002500     WRITE REG-RELESTOR.
002510 3000-EXIT.
002520     EXIT.
002530
002540*****************************************************************
002550*  9000-ENCERRAR - SUMMARY BLOCK AND TOTALS, THEN THE CONSOLE   *
002560*  ECHO OPERATIONS WATCHES.                                     *
002570*****************************************************************
002580 9000-ENCERRAR.
002590     MOVE 'ESTORNOS LISTADOS...........:' TO EST-CON-ROTULO
002600     MOVE BK-ESTORNOS-LISTADOS            TO EST-CON-VALOR
002610     MOVE BK-LINHA-CONTADOR TO REG-RELESTOR
002620     WRITE REG-RELESTOR
002630
002640     MOVE 'CREDITOS ESTORNADOS.........:' TO EST-CON-ROTULO
002650     MOVE BK-CREDITOS-ESTORNADOS          TO EST-CON-VALOR
002660     MOVE BK-LINHA-CONTADOR TO REG-RELESTOR
002670     WRITE REG-RELESTOR
002680
002690     MOVE 'VALOR DE CREDITOS ESTORNADOS:' TO EST-VAL-ROTULO
002700     MOVE BK-VALOR-CRED-ESTORNADO         TO EST-VAL-VALOR
002710     MOVE BK-LINHA-VALOR TO REG-RELESTOR
002720     WRITE REG-RELESTOR
002730
002740     MOVE 'DEBITOS ESTORNADOS..........:' TO EST-CON-ROTULO
002750     MOVE BK-DEBITOS-ESTORNADOS           TO EST-CON-VALOR
002760     MOVE BK-LINHA-CONTADOR TO REG-RELESTOR
002770     WRITE REG-RELESTOR
002780
002790     MOVE 'VALOR DE DEBITOS ESTORNADOS.:' TO EST-VAL-ROTULO
002800     MOVE BK-VALOR-DEB-ESTORNADO          TO EST-VAL-VALOR
002810     MOVE BK-LINHA-VALOR TO REG-RELESTOR
002820     WRITE REG-RELESTOR
002830
002840     CLOSE RELATORIO-ESTORNO
002850     CLOSE REGISTRO-ESTORNOS
002860
002870     DISPLAY 'BOOK-ESTORNO - REGISTROS LIDOS......: '
002880         BK-REGISTROS-LIDOS
002890     DISPLAY 'BOOK-ESTORNO - ESTORNOS LISTADOS....: '
002900         BK-ESTORNOS-LISTADOS.
002910 9000-EXIT.
002920     EXIT.
