000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOOK-RETIFICA.
000030 AUTHOR.        R P SILVEIRA.
000040 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  BOOK-RETIFICA                                                *
000090*  PRIOR-PERIOD RESTATEMENT. BOOK-BATCH WRITES A PENDING        *
000100*  AJPERIODO ROW (SEE BKAJPER) FOR EVERY POSTING THAT REACHED   *
000110*  THE BOOKS AFTER THE MONTH OF ITS DATA-EFETIVACAO WAS CLOSED  *
000120*  INTO FECHMES. THE POSTING ITSELF POSTED ON ITS MOVEMENT      *
000130*  DATE; THIS JOB PUTS THE CLOSED MONTHS RIGHT AND ACCOUNTS FOR *
000140*  THE INTEREST, ONE PENDING ROW AT A TIME:                     *
000150*    - THE MONTH THE POSTING BELONGS TO GETS IT IN ITS CREDITS  *
000160*      OR DEBITS, ITS COUNT AND ITS CLOSING BALANCE;            *
000170*    - EVERY LATER CLOSED MONTH BEFORE THE MONTH IT POSTED IN   *
000180*      HAS ITS OPENING AND CLOSING BALANCE MOVED BY THE SAME    *
000190*      SIGNED VALUE. THE MONTH IT POSTED IN, AND ANY AFTER IT,  *
000200*      ARE LEFT ALONE - BOOK-MENSAL DERIVES THEIR OPENING FROM  *
000210*      THE MASTER, WHICH ALREADY HOLDS THE POSTING, AND THEIR   *
000220*      ACTIVITY NEVER INCLUDED IT (EXTRATO BUCKETS A POSTING BY *
000230*      ITS OWN MONTH);                                          *
000240*    - THE INTEREST DIFFERENCE IS THE SIGNED VALUE TIMES THE    *
000250*      DAILY RATE IN FORCE ON EACH DAY FROM THE EFFECTIVE DATE  *
000260*      UP TO THE DAY BEFORE THE MOVEMENT DATE IT POSTED ON -    *
000270*      THE DAYS THE BALANCE BOOK-JUROS ACCRUED ON WAS WRONG.    *
000280*      THE RATE PER DAY COMES FROM THE JUROS SCHEDULE BY THE    *
000290*      SAME LATEST-NOT-AFTER RULE BOOK-JUROS USES;              *
000300*    - THE DIFFERENCE GOES TO FINANCE AS A BALANCED PAIR IN THE *
000310*      LANCAJUS FILE - ITS OWN BATCH, WITH ITS OWN HDR/TRL,     *
000320*      DATED WITH THE PROCESSING DATE AND NEVER MIXED INTO THE  *
000330*      DAY'S LANCAMENTOS. A CREDIT TO THE CLIENT IS INTEREST    *
000340*      EXPENSE AGAINST CLIENT DEPOSITS; A DEBIT REVERSES IT;    *
000350*    - THE ROW IS MARKED PROCESSED WITH THE DATE, THE MONTHS    *
000360*      RESTATED, THE DAYS AND THE DIFFERENCE, AND LISTED ON     *
000370*      RELRETIF.                                                *
000380*                                                               *
000390*  A ROW WHOSE MONTH IS NO LONGER ON FECHMES IS LEFT PENDING,   *
000400*  LISTED WITH ITS MOTIVE, AND THE JOB ENDS WITH RETURN-CODE 8. *
000410*  AJPERIODO AND FECHMES ARE KEPT PER STREAM, SO THE JOB RUNS   *
000420*  ONCE PER STREAM, EACH STEP WRITING ITS OWN LANCAJUS BATCH.   *
000430*  THE PROCESSING DATE COMES FROM THE DATAMOV PARAMETER FILE,   *
000440*  DEFAULTING TO THE RUN DATE, THE SAME CONVENTION AS THE       *
000450*  NIGHTLY BATCH.                                               *
000460*-----------------------------------------------------------------
000470*  MOD LOG
000480*  DATE       WHO   DESCRIPTION
000490*  ---------- ----  ---------------------------------------------
000500*  2026-10-15 RPS   ORIGINAL VERSION.
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM-Z15.
000550 OBJECT-COMPUTER.   IBM-Z15.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT AJUSTES-PERIODO    ASSIGN TO "AJPERIODO"
000590                                ORGANIZATION IS INDEXED
000600                                ACCESS MODE IS DYNAMIC
000610                                RECORD KEY IS APA-CHAVE
000620                                FILE STATUS IS FS-AJPERIODO.
000630
000640     SELECT FECHAMENTO-MENSAL  ASSIGN TO "FECHMES"
000650                                ORGANIZATION IS INDEXED
000660                                ACCESS MODE IS DYNAMIC
000670                                RECORD KEY IS FME-CHAVE
000680                                FILE STATUS IS FS-FECHMES.
000690
000700     SELECT TABELA-JUROS       ASSIGN TO "JUROS"
000710                                ORGANIZATION IS LINE SEQUENTIAL
000720                                FILE STATUS IS FS-JUROS.
000730
000740     SELECT LANCAMENTOS-AJUSTE ASSIGN TO "LANCAJUS"
000750                                ORGANIZATION IS LINE SEQUENTIAL
000760                                FILE STATUS IS FS-LANCAJUS.
000770
000780     SELECT PARAMETRO-DATA     ASSIGN TO "DATAMOV"
000790                                ORGANIZATION IS LINE SEQUENTIAL
000800                                FILE STATUS IS FS-PARAM-DATA.
000810
000820     SELECT RELATORIO-RETIFICA ASSIGN TO "RELRETIF"
000830                                ORGANIZATION IS LINE SEQUENTIAL
000840                                FILE STATUS IS FS-RELRETIF.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  AJUSTES-PERIODO.
000890 COPY BKAJPER.
000900
000910 FD  FECHAMENTO-MENSAL.
000920 COPY BKFECHM.
000930
000940 FD  TABELA-JUROS.
000950 COPY BKJUROS.
000960
000970 FD  LANCAMENTOS-AJUSTE.
000980 01  REG-LANCAMENTO-SAIDA      PIC X(080).
000990
001000 FD  PARAMETRO-DATA.
001010 01  REG-PARAM-DATA            PIC X(008).
001020
001030 FD  RELATORIO-RETIFICA.
001040 01  REG-RELRETIF              PIC X(132).
001050
001060 WORKING-STORAGE SECTION.
001070 77  FS-AJPERIODO              PIC X(002) VALUE SPACES.
001080     88  FS-AJPERIODO-OK                     VALUE '00'.
001090     88  FS-AJPERIODO-NAO-EXISTE             VALUE '35'.
001100 77  FS-FECHMES                PIC X(002) VALUE SPACES.
001110     88  FS-FECHMES-OK                       VALUE '00'.
001120 77  FS-JUROS                  PIC X(002) VALUE SPACES.
001130     88  FS-JUROS-OK                         VALUE '00'.
001140 77  FS-LANCAJUS               PIC X(002) VALUE SPACES.
001150 77  FS-PARAM-DATA             PIC X(002) VALUE SPACES.
001160     88  FS-PARAM-DATA-OK                    VALUE '00'.
001170 77  FS-RELRETIF               PIC X(002) VALUE SPACES.
001180 77  BK-FIM-AJUSTES            PIC X(001) VALUE 'N'.
001190     88  BK-FIM-AJUSTES-SIM                  VALUE 'S'.
001200 77  BK-FIM-FECHMES            PIC X(001) VALUE 'N'.
001210     88  BK-FIM-FECHMES-SIM                  VALUE 'S'.
001220 77  BK-FIM-JUROS              PIC X(001) VALUE 'N'.
001230     88  BK-FIM-JUROS-SIM                    VALUE 'S'.
001240 77  BK-AJUSTE-OK              PIC X(001) VALUE 'S'.
001250     88  BK-AJUSTE-OK-SIM                    VALUE 'S'.
001260 77  BK-DATA-PROCESSO          PIC 9(008) VALUE ZERO.
001270 77  BK-MOTIVO                 PIC X(040) VALUE SPACES.
001280
001290*---------------------------------------------------------------*
001300*  LEDGER ACCOUNT CODES - THE SAME CHART BOOK-RAZAO POSTS TO.   *
001310*---------------------------------------------------------------*
001320 77  BK-CTA-DEPOSITOS          PIC X(008) VALUE '20100000'.
001330 77  BK-CTA-DESP-JUROS         PIC X(008) VALUE '50100000'.
001340
001350*---------------------------------------------------------------*
001360*  THE ROW BEING RESTATED: ITS SIGNED VALUE, THE MONTH IT       *
001370*  POSTED IN (AAAA-MM), AND THE INTEREST WORK FIELDS.           *
001380*---------------------------------------------------------------*
001390 77  BK-VALOR-SINAL            PIC S9(015)V99 COMP-3 VALUE ZERO.
001400 77  BK-MESES                  PIC 9(003) COMP-3 VALUE ZERO.
001410 77  BK-DIAS                   PIC S9(009) COMP-3 VALUE ZERO.
001420 77  BK-INT-INICIO             PIC S9(009) COMP-3 VALUE ZERO.
001430 77  BK-INT-FIM                PIC S9(009) COMP-3 VALUE ZERO.
001440 77  BK-INT-DIA                PIC S9(009) COMP-3 VALUE ZERO.
001450 77  BK-DATA-DIA               PIC 9(008) VALUE ZERO.
001460 77  BK-FATOR-JUROS            PIC 9(005)V9(007) COMP-3
001470                                         VALUE ZERO.
001480 77  BK-TAXA-DIA               PIC 9(001)V9(007) COMP-3
001490                                         VALUE ZERO.
001500 77  BK-TAXA-DIA-VIGENCIA      PIC 9(008) VALUE ZERO.
001510 01  BK-MES-POSTAGEM.
001520     05  BK-MP-ANO             PIC 9(004).
001530     05  FILLER                PIC X(001) VALUE '-'.
001540     05  BK-MP-MES             PIC 9(002).
001550 01  BK-DATA-AUX-COMP.
001560     05  BK-DA-ANO             PIC 9(004).
001570     05  BK-DA-MES             PIC 9(002).
001580     05  BK-DA-DIA             PIC 9(002).
001590 01  BK-DATA-AUX-NUM REDEFINES BK-DATA-AUX-COMP PIC 9(008).
001600
001610*---------------------------------------------------------------*
001620*  THE JUROS SCHEDULE, LOADED ONCE. A SCHEDULE LONGER THAN THE  *
001630*  TABLE HAS ITS EXCESS ROWS COUNTED AND IGNORED.               *
001640*---------------------------------------------------------------*
001650 77  BK-INDICE-TAXA            PIC 9(003) COMP-3 VALUE ZERO.
001660 77  BK-TAXAS-IGNORADAS        PIC 9(009) COMP-3 VALUE ZERO.
001670 01  BK-TABELA-TAXAS.
001680     05  BK-TAX-USADAS         PIC 9(003) COMP-3 VALUE ZERO.
001690     05  BK-TAX-ENTRADA        OCCURS 100 TIMES.
001700         10  BK-TAX-VIGENCIA   PIC 9(008).
001710         10  BK-TAX-DIARIA     PIC 9(001)V9(007) COMP-3.
001720
001730*---------------------------------------------------------------*
001740*  RUN COUNTERS, TOTALS AND THE LEDGER BATCH'S PROOF TOTALS.    *
001750*---------------------------------------------------------------*
001760 77  BK-AJUSTES-LIDOS          PIC 9(009) COMP-3 VALUE ZERO.
001770 77  BK-AJUSTES-PROCESSADOS    PIC 9(009) COMP-3 VALUE ZERO.
001780 77  BK-AJUSTES-COM-ERRO       PIC 9(009) COMP-3 VALUE ZERO.
001790 77  BK-MESES-REAPRESENTADOS   PIC 9(009) COMP-3 VALUE ZERO.
001800 77  BK-TOT-CREDITOS           PIC 9(015)V99 COMP-3 VALUE ZERO.
001810 77  BK-TOT-DEBITOS            PIC 9(015)V99 COMP-3 VALUE ZERO.
001820 77  BK-TOT-JUROS-A-CREDITAR   PIC 9(015)V99 COMP-3 VALUE ZERO.
001830 77  BK-TOT-JUROS-A-ESTORNAR   PIC 9(015)V99 COMP-3 VALUE ZERO.
001840 77  BK-QTDE-LINHAS            PIC 9(009) COMP-3 VALUE ZERO.
001850 77  BK-PROVA-DEBITOS          PIC 9(015)V99 COMP-3 VALUE ZERO.
001860 77  BK-PROVA-CREDITOS         PIC 9(015)V99 COMP-3 VALUE ZERO.
001870 77  BK-PAR-CONTA-DEBITO       PIC X(008) VALUE SPACES.
001880 77  BK-PAR-CONTA-CREDITO      PIC X(008) VALUE SPACES.
001890 77  BK-PAR-VALOR              PIC 9(015)V99 COMP-3 VALUE ZERO.
001900 01  BK-PAR-HISTORICO.
001910     05  FILLER                PIC X(017) VALUE
001920         'AJ JUROS PER ANT '.
001930     05  BK-HIS-ANO-MES        PIC X(007).
001940     05  FILLER                PIC X(005) VALUE ' CTA '.
001950     05  BK-HIS-CONTA          PIC 9(010).
001960     05  FILLER                PIC X(001) VALUE SPACE.
001970
001980 COPY BKLANC.
001990 COPY BKCTRL.
002000
002010*---------------------------------------------------------------*
002020*  PRINT LINES.                                                 *
002030*---------------------------------------------------------------*
002040 01  BK-LINHA-CABECALHO.
002050     03  FILLER                PIC X(046) VALUE
002060         'BOOK-RETIFICA - AJUSTES DE PERIODO ANTERIOR EM'.
002070     03  FILLER                PIC X(001) VALUE SPACE.
002080     03  APA-CAB-DATA          PIC 9(008).
002090 01  BK-LINHA-TITULOS.
002100     03  FILLER                PIC X(046) VALUE
002110         'CONTA       MES      EFETIVACAO  MOVTO     T  '.
002120     03  FILLER                PIC X(030) VALUE
002130         '             VALOR  MES   DIAS'.
002140     03  FILLER                PIC X(024) VALUE
002150         '    DIF. JUROS  SITUACAO'.
002160 01  BK-LINHA-AJUSTE.
002170     03  APA-LIN-CONTA         PIC 9(010).
002180     03  FILLER                PIC X(002) VALUE SPACES.
002190     03  APA-LIN-ANO-MES       PIC X(007).
002200     03  FILLER                PIC X(002) VALUE SPACES.
002210     03  APA-LIN-EFETIVACAO    PIC X(010).
002220     03  FILLER                PIC X(002) VALUE SPACES.
002230     03  APA-LIN-MOVIMENTO     PIC 9(008).
002240     03  FILLER                PIC X(002) VALUE SPACES.
002250     03  APA-LIN-TIPO          PIC X(001).
002260     03  FILLER                PIC X(002) VALUE SPACES.
002270     03  APA-LIN-VALOR         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002280     03  FILLER                PIC X(002) VALUE SPACES.
002290     03  APA-LIN-MESES         PIC ZZ9.
002300     03  FILLER                PIC X(002) VALUE SPACES.
002310     03  APA-LIN-DIAS          PIC ZZZZ9.
002320     03  FILLER                PIC X(001) VALUE SPACES.
002330     03  APA-LIN-JUROS         PIC -(009)9.99.
002340     03  FILLER                PIC X(002) VALUE SPACES.
002350     03  APA-LIN-SITUACAO      PIC X(040).
002360 01  BK-LINHA-CONTADOR.
002370     03  APA-CON-ROTULO        PIC X(030).
002380     03  APA-CON-VALOR         PIC ZZZ,ZZZ,ZZ9.
002390 01  BK-LINHA-VALOR.
002400     03  APA-VAL-ROTULO        PIC X(030).
002410     03  APA-VAL-VALOR         PIC -(013)9.99.
002420
002430 PROCEDURE DIVISION.
002440
002450*****************************************************************
002460*  0000-MAINLINE                                                *
002470*****************************************************************
002480 0000-MAINLINE.
002490     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002500     IF FS-AJPERIODO-NAO-EXISTE
002510         DISPLAY 'BOOK-RETIFICA - NENHUM ARQUIVO AJPERIODO - '
002520             'NADA A REAPRESENTAR'
002530         GOBACK
002540     END-IF
002550     IF NOT FS-FECHMES-OK
002560         DISPLAY 'BOOK-RETIFICA - FECHMES INDISPONIVEL - AJUSTES '
002570             'MANTIDOS PENDENTES'
002580         CLOSE AJUSTES-PERIODO
002590         MOVE 8 TO RETURN-CODE
002600         GOBACK
002610     END-IF
002620
002630     PERFORM 2000-PROCESSAR-AJUSTES THRU 2000-EXIT
002640     PERFORM 9000-ENCERRAR THRU 9000-EXIT
002650     GOBACK.
002660
002670*****************************************************************
002680*  1000-INICIALIZAR - PROCESSING DATE, THE KEYED FILES, THE     *
002690*  RATE SCHEDULE, THE LEDGER BATCH HEADER AND THE REPORT        *
002700*  HEADING.                                                     *
002710*****************************************************************
002720 1000-INICIALIZAR.
002730     MOVE FUNCTION CURRENT-DATE (1:8) TO BK-DATA-PROCESSO
002740
002750     OPEN INPUT PARAMETRO-DATA
002760     IF FS-PARAM-DATA-OK
002770         READ PARAMETRO-DATA
002780             AT END
002790                 CONTINUE
002800             NOT AT END
002810                 MOVE REG-PARAM-DATA TO BK-DATA-PROCESSO
002820         END-READ
002830         CLOSE PARAMETRO-DATA
002840     END-IF
002850
002860     OPEN I-O AJUSTES-PERIODO
002870     IF FS-AJPERIODO-NAO-EXISTE
002880         GO TO 1000-EXIT
002890     END-IF
002900
002910     OPEN I-O FECHAMENTO-MENSAL
002920     IF NOT FS-FECHMES-OK
002930         GO TO 1000-EXIT
002940     END-IF
002950
002960     PERFORM 1100-CARREGAR-TAXAS THRU 1100-EXIT
002970
002980     OPEN OUTPUT LANCAMENTOS-AJUSTE
002990     MOVE SPACES             TO REGISTRO-CONTROLE-FEED
003000     MOVE 'HDR'              TO CTL-TIPO
003010     MOVE BK-DATA-PROCESSO   TO CTL-DATA-MOVIMENTO
003020     MOVE 1                  TO CTL-SEQUENCIA-ARQUIVO
003030     MOVE SPACES             TO REG-LANCAMENTO-SAIDA
003040     MOVE REGISTRO-CONTROLE-FEED
003050         TO REG-LANCAMENTO-SAIDA (1:53)
003060     WRITE REG-LANCAMENTO-SAIDA
003070
003080     OPEN OUTPUT RELATORIO-RETIFICA
003090     MOVE BK-DATA-PROCESSO    TO APA-CAB-DATA
003100     MOVE BK-LINHA-CABECALHO  TO REG-RELRETIF
003110     WRITE REG-RELRETIF
003120     MOVE SPACES              TO REG-RELRETIF
003130     WRITE REG-RELRETIF
003140     MOVE BK-LINHA-TITULOS    TO REG-RELRETIF
003150     WRITE REG-RELRETIF.
003160 1000-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200*  1100-CARREGAR-TAXAS - THE WHOLE JUROS SCHEDULE INTO THE      *
003210*  TABLE, IN FILE ORDER. AN ABSENT SCHEDULE LEAVES THE TABLE    *
003220*  EMPTY AND EVERY DIFFERENCE ZERO, AS BOOK-JUROS WOULD HAVE    *
003230*  ACCRUED NOTHING.                                             *
003240*****************************************************************
003250 1100-CARREGAR-TAXAS.
003260     OPEN INPUT TABELA-JUROS
003270     IF FS-JUROS-OK
003280         PERFORM 1110-LER-TAXA THRU 1110-EXIT
003290             UNTIL BK-FIM-JUROS-SIM
003300         CLOSE TABELA-JUROS
003310     END-IF.
003320 1100-EXIT.
003330     EXIT.
003340
003350 1110-LER-TAXA.
003360     READ TABELA-JUROS
003370         AT END
003380             MOVE 'S' TO BK-FIM-JUROS
003390             GO TO 1110-EXIT
003400     END-READ
003410
003420     IF BK-TAX-USADAS NOT < 100
003430         ADD 1 TO BK-TAXAS-IGNORADAS
003440         GO TO 1110-EXIT
003450     END-IF
003460
003470     ADD 1 TO BK-TAX-USADAS
003480     MOVE JRS-DATA-VIGENCIA TO BK-TAX-VIGENCIA (BK-TAX-USADAS)
003490     MOVE JRS-TAXA-DIARIA   TO BK-TAX-DIARIA (BK-TAX-USADAS).
003500 1110-EXIT.
003510     EXIT.
003520
003530*****************************************************************
003540*  2000-PROCESSAR-AJUSTES - WALK AJPERIODO IN KEY ORDER AND     *
003550*  RESTATE EVERY PENDING ROW.                                   *
003560*****************************************************************
003570 2000-PROCESSAR-AJUSTES.
003580     MOVE 'N' TO BK-FIM-AJUSTES
003590
003600     MOVE LOW-VALUES TO APA-CHAVE
003610     START AJUSTES-PERIODO KEY NOT LESS APA-CHAVE
003620         INVALID KEY
003630             MOVE 'S' TO BK-FIM-AJUSTES
003640     END-START
003650     IF NOT FS-AJPERIODO-OK
003660         MOVE 'S' TO BK-FIM-AJUSTES
003670     END-IF
003680
003690     PERFORM 2100-LER-AJUSTE THRU 2100-EXIT
003700         UNTIL BK-FIM-AJUSTES-SIM.
003710 2000-EXIT.
003720     EXIT.
003730
003740*    A READ ERROR (NOT JUST END-OF-FILE) MUST ALSO END THE WALK -
003750*    NEITHER AT END NOR NOT AT END RUNS ON ONE, AND THE LOOP
003760*    WOULD OTHERWISE NEVER TERMINATE.
003770 2100-LER-AJUSTE.
003780     READ AJUSTES-PERIODO NEXT RECORD
003790         AT END
003800             MOVE 'S' TO BK-FIM-AJUSTES
003810     END-READ
003820     IF NOT FS-AJPERIODO-OK
003830         MOVE 'S' TO BK-FIM-AJUSTES
003840     END-IF
003850     IF BK-FIM-AJUSTES-SIM
003860         GO TO 2100-EXIT
003870     END-IF
003880
003890     ADD 1 TO BK-AJUSTES-LIDOS
003900     IF NOT APA-PENDENTE
003910         GO TO 2100-EXIT
003920     END-IF
003930
003940     IF APA-TIPO-CREDITO
003950         MOVE APA-VALOR TO BK-VALOR-SINAL
003960     ELSE
003970         COMPUTE BK-VALOR-SINAL = ZERO - APA-VALOR
003980     END-IF
003990
004000     PERFORM 3000-REAPRESENTAR-MESES THRU 3000-EXIT
004010     IF NOT BK-AJUSTE-OK-SIM
004020         ADD 1 TO BK-AJUSTES-COM-ERRO
004030         MOVE ZERO TO BK-MESES
004040         MOVE ZERO TO BK-DIAS
004050         MOVE ZERO TO APA-JUROS-DIFERENCA
004060         PERFORM 6000-IMPRIMIR-AJUSTE THRU 6000-EXIT
004070         GO TO 2100-EXIT
004080     END-IF
004090
004100     PERFORM 4000-CALCULAR-JUROS THRU 4000-EXIT
004110     PERFORM 5000-GRAVAR-LANCAMENTOS THRU 5000-EXIT
004120
004130     MOVE 'R'              TO APA-SITUACAO
004140     MOVE BK-DATA-PROCESSO TO APA-DATA-PROCESSO
004150     MOVE BK-MESES         TO APA-MESES-REAPRESENTADOS
004160     MOVE BK-DIAS          TO APA-DIAS
004170     REWRITE REGISTRO-AJUSTE-PERIODO
004180         INVALID KEY
004190             CONTINUE
004200     END-REWRITE
004210
004220     ADD 1        TO BK-AJUSTES-PROCESSADOS
004230     ADD BK-MESES TO BK-MESES-REAPRESENTADOS
004240     IF APA-TIPO-CREDITO
004250         ADD APA-VALOR TO BK-TOT-CREDITOS
004260     ELSE
004270         ADD APA-VALOR TO BK-TOT-DEBITOS
004280     END-IF
004290     MOVE 'REAPRESENTADO' TO BK-MOTIVO
004300     PERFORM 6000-IMPRIMIR-AJUSTE THRU 6000-EXIT.
004310 2100-EXIT.
004320     EXIT.
004330
004340*****************************************************************
004350*  3000-REAPRESENTAR-MESES - THE MONTH THE POSTING BELONGS TO   *
004360*  TAKES IT AS ACTIVITY; EVERY LATER MONTH ON FILE FOR THE      *
004370*  CLIENT, UP TO BUT NOT INCLUDING THE MONTH IT POSTED IN,      *
004380*  CARRIES IT IN BOTH ITS OPENING AND CLOSING BALANCE.          *
004390*****************************************************************
004400 3000-REAPRESENTAR-MESES.
004410     MOVE 'S'  TO BK-AJUSTE-OK
004420     MOVE ZERO TO BK-MESES
004430
004440     MOVE APA-DATA-MOVIMENTO TO BK-DATA-AUX-NUM
004450     MOVE BK-DA-ANO          TO BK-MP-ANO
004460     MOVE BK-DA-MES          TO BK-MP-MES
004470
004480     MOVE APA-CONTA   TO FME-CONTA
004490     MOVE APA-ANO-MES TO FME-ANO-MES
004500     READ FECHAMENTO-MENSAL
004510         INVALID KEY
004520             MOVE 'N' TO BK-AJUSTE-OK
004530             MOVE 'MES DE ORIGEM AUSENTE NO FECHMES'
004540                 TO BK-MOTIVO
004550             GO TO 3000-EXIT
004560     END-READ
004570
004580     IF APA-TIPO-CREDITO
004590         ADD APA-VALOR TO FME-CREDITOS
004600     ELSE
004610         ADD APA-VALOR TO FME-DEBITOS
004620     END-IF
004630     ADD 1              TO FME-TRANSACOES-QUANT
004640     ADD BK-VALOR-SINAL TO FME-SALDO-FECHAMENTO
004650     REWRITE REGISTRO-FECHAMENTO-MES
004660         INVALID KEY
004670             MOVE 'N' TO BK-AJUSTE-OK
004680             MOVE 'ERRO AO REGRAVAR O FECHMES'
004690                 TO BK-MOTIVO
004700             GO TO 3000-EXIT
004710     END-REWRITE
004720     ADD 1 TO BK-MESES
004730
004740     MOVE 'N' TO BK-FIM-FECHMES
004750     START FECHAMENTO-MENSAL KEY GREATER FME-CHAVE
004760         INVALID KEY
004770             MOVE 'S' TO BK-FIM-FECHMES
004780     END-START
004790     IF NOT FS-FECHMES-OK
004800         MOVE 'S' TO BK-FIM-FECHMES
004810     END-IF
004820
004830     PERFORM 3100-LER-MES-SEGUINTE THRU 3100-EXIT
004840         UNTIL BK-FIM-FECHMES-SIM.
004850 3000-EXIT.
004860     EXIT.
004870
004880 3100-LER-MES-SEGUINTE.
004890     READ FECHAMENTO-MENSAL NEXT RECORD
004900         AT END
004910             MOVE 'S' TO BK-FIM-FECHMES
004920     END-READ
004930     IF NOT FS-FECHMES-OK
004940         MOVE 'S' TO BK-FIM-FECHMES
004950     END-IF
004960     IF BK-FIM-FECHMES-SIM
004970         GO TO 3100-EXIT
004980     END-IF
004990
005000     IF FME-CONTA NOT = APA-CONTA
005010        OR FME-ANO-MES NOT < BK-MES-POSTAGEM
005020         MOVE 'S' TO BK-FIM-FECHMES
005030         GO TO 3100-EXIT
005040     END-IF
005050
005060     ADD BK-VALOR-SINAL TO FME-SALDO-ABERTURA
005070     ADD BK-VALOR-SINAL TO FME-SALDO-FECHAMENTO
005080     REWRITE REGISTRO-FECHAMENTO-MES
005090         INVALID KEY
005100             CONTINUE
005110     END-REWRITE
005120     ADD 1 TO BK-MESES.
005130 3100-EXIT.
005140     EXIT.
005150
005160*****************************************************************
005170*  4000-CALCULAR-JUROS - THE DAYS FROM THE EFFECTIVE DATE TO    *
005180*  THE MOVEMENT DATE IT POSTED ON, EACH AT ITS OWN DAY'S RATE,  *
005190*  TIMES THE SIGNED VALUE, ROUNDED TO THE CENT.                 *
005200*****************************************************************
005210 4000-CALCULAR-JUROS.
005220     MOVE ZERO TO BK-FATOR-JUROS
005230     MOVE ZERO TO BK-DIAS
005240
005250     MOVE APA-DATA-EFETIVACAO (1:4) TO BK-DA-ANO
005260     MOVE APA-DATA-EFETIVACAO (6:2) TO BK-DA-MES
005270     MOVE APA-DATA-EFETIVACAO (9:2) TO BK-DA-DIA
005280     COMPUTE BK-INT-INICIO =
005290         FUNCTION INTEGER-OF-DATE(BK-DATA-AUX-NUM)
005300     COMPUTE BK-INT-FIM =
005310         FUNCTION INTEGER-OF-DATE(APA-DATA-MOVIMENTO)
005320     COMPUTE BK-DIAS = BK-INT-FIM - BK-INT-INICIO
005330     IF BK-DIAS NOT > ZERO
005340         MOVE ZERO TO BK-DIAS
005350         MOVE ZERO TO APA-JUROS-DIFERENCA
005360         GO TO 4000-EXIT
005370     END-IF
005380
005390     PERFORM 4100-SOMAR-TAXA-DIA THRU 4100-EXIT
005400         VARYING BK-INT-DIA FROM BK-INT-INICIO BY 1
005410         UNTIL BK-INT-DIA NOT < BK-INT-FIM
005420
005430     COMPUTE APA-JUROS-DIFERENCA ROUNDED =
005440         BK-VALOR-SINAL * BK-FATOR-JUROS.
005450 4000-EXIT.
005460     EXIT.
005470
005480 4100-SOMAR-TAXA-DIA.
005490     COMPUTE BK-DATA-DIA = FUNCTION DATE-OF-INTEGER(BK-INT-DIA)
005500     MOVE ZERO TO BK-TAXA-DIA
005510     MOVE ZERO TO BK-TAXA-DIA-VIGENCIA
005520     PERFORM 4200-ESCOLHER-TAXA THRU 4200-EXIT
005530         VARYING BK-INDICE-TAXA FROM 1 BY 1
005540         UNTIL BK-INDICE-TAXA > BK-TAX-USADAS
005550     ADD BK-TAXA-DIA TO BK-FATOR-JUROS.
005560 4100-EXIT.
005570     EXIT.
005580
005590*    THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER THE DAY.
005600 4200-ESCOLHER-TAXA.
005610     IF BK-TAX-VIGENCIA (BK-INDICE-TAXA) > BK-DATA-DIA
005620         GO TO 4200-EXIT
005630     END-IF
005640
005650     IF BK-TAX-VIGENCIA (BK-INDICE-TAXA)
005660            NOT < BK-TAXA-DIA-VIGENCIA
005670         MOVE BK-TAX-DIARIA (BK-INDICE-TAXA)
005680             TO BK-TAXA-DIA
005690         MOVE BK-TAX-VIGENCIA (BK-INDICE-TAXA)
005700             TO BK-TAXA-DIA-VIGENCIA
005710     END-IF.
005720 4200-EXIT.
005730     EXIT.
005740
005750*****************************************************************
005760*  5000-GRAVAR-LANCAMENTOS - ONE BALANCED PAIR FOR A NON-ZERO   *
005770*  DIFFERENCE: INTEREST OWED TO THE CLIENT IS EXPENSE AGAINST   *
005780*  DEPOSITS, INTEREST OVERPAID COMES BACK THE OTHER WAY.        *
005790*****************************************************************
005800 5000-GRAVAR-LANCAMENTOS.
005810     IF APA-JUROS-DIFERENCA = ZERO
005820         GO TO 5000-EXIT
005830     END-IF
005840
005850     MOVE APA-ANO-MES TO BK-HIS-ANO-MES
005860     MOVE APA-CONTA   TO BK-HIS-CONTA
005870
005880     IF APA-JUROS-DIFERENCA > ZERO
005890         MOVE BK-CTA-DESP-JUROS  TO BK-PAR-CONTA-DEBITO
005900         MOVE BK-CTA-DEPOSITOS   TO BK-PAR-CONTA-CREDITO
005910         MOVE APA-JUROS-DIFERENCA TO BK-PAR-VALOR
005920         ADD BK-PAR-VALOR        TO BK-TOT-JUROS-A-CREDITAR
005930     ELSE
005940         MOVE BK-CTA-DEPOSITOS   TO BK-PAR-CONTA-DEBITO
005950         MOVE BK-CTA-DESP-JUROS  TO BK-PAR-CONTA-CREDITO
005960         COMPUTE BK-PAR-VALOR = ZERO - APA-JUROS-DIFERENCA
005970         ADD BK-PAR-VALOR        TO BK-TOT-JUROS-A-ESTORNAR
005980     END-IF
005990
006000     PERFORM 5100-GRAVAR-PAR THRU 5100-EXIT.
006010 5000-EXIT.
006020     EXIT.
006030
006040 5100-GRAVAR-PAR.
006050     MOVE BK-DATA-PROCESSO    TO LAN-DATA-MOVIMENTO
006060     MOVE BK-PAR-HISTORICO    TO LAN-HISTORICO
006070     MOVE BK-PAR-VALOR        TO LAN-VALOR
006080
006090     MOVE BK-PAR-CONTA-DEBITO TO LAN-CONTA-RAZAO
006100     MOVE 'D'                 TO LAN-NATUREZA
006110     PERFORM 5200-GRAVAR-LINHA THRU 5200-EXIT
006120     ADD BK-PAR-VALOR         TO BK-PROVA-DEBITOS
006130
006140     MOVE BK-PAR-CONTA-CREDITO TO LAN-CONTA-RAZAO
006150     MOVE 'C'                 TO LAN-NATUREZA
006160     PERFORM 5200-GRAVAR-LINHA THRU 5200-EXIT
006170     ADD BK-PAR-VALOR         TO BK-PROVA-CREDITOS.
006180 5100-EXIT.
006190     EXIT.
006200
006210 5200-GRAVAR-LINHA.
006220     MOVE SPACES TO REG-LANCAMENTO-SAIDA
006230     MOVE REGISTRO-LANCAMENTO TO REG-LANCAMENTO-SAIDA (1:74)
006240     WRITE REG-LANCAMENTO-SAIDA
006250     ADD 1 TO BK-QTDE-LINHAS.
006260 5200-EXIT.
006270     EXIT.
006280
006290*****************************************************************
006300*  6000-IMPRIMIR-AJUSTE - ONE REPORT LINE PER PENDING ROW SEEN, *
006310*  RESTATED OR NOT.                                             *
006320*****************************************************************
006330 6000-IMPRIMIR-AJUSTE.
006340     MOVE APA-CONTA           TO APA-LIN-CONTA
006350     MOVE APA-ANO-MES         TO APA-LIN-ANO-MES
006360     MOVE APA-DATA-EFETIVACAO TO APA-LIN-EFETIVACAO
006370     MOVE APA-DATA-MOVIMENTO  TO APA-LIN-MOVIMENTO
006380     MOVE APA-TIPO-TRANSACAO  TO APA-LIN-TIPO
006390     MOVE APA-VALOR           TO APA-LIN-VALOR
006400     MOVE BK-MESES            TO APA-LIN-MESES
006410     MOVE BK-DIAS             TO APA-LIN-DIAS
006420     MOVE APA-JUROS-DIFERENCA TO APA-LIN-JUROS
006430     MOVE BK-MOTIVO           TO APA-LIN-SITUACAO
006440     MOVE BK-LINHA-AJUSTE     TO REG-RELRETIF
006450     WRITE REG-RELRETIF.
006460 6000-EXIT.
006470     EXIT.
006480
006490*****************************************************************
006500*  9000-ENCERRAR - THE LEDGER BATCH TRAILER, THE SUMMARY BLOCK, *
006510*  THE CONSOLE ECHO AND THE RETURN CODE: 8 WHEN A ROW COULD NOT *
006520*  BE RESTATED OR THE BATCH IS OUT OF PROOF.                    *
006530*****************************************************************
006540 9000-ENCERRAR.
006550     MOVE SPACES             TO REGISTRO-CONTROLE-FEED
006560     MOVE 'TRL'              TO CTL-TIPO
006570     MOVE BK-QTDE-LINHAS     TO CTL-QTDE-DOCUMENTOS
006580     MOVE BK-PROVA-CREDITOS  TO CTL-TOTAL-CREDITOS
006590     MOVE BK-PROVA-DEBITOS   TO CTL-TOTAL-DEBITOS
006600     MOVE SPACES             TO REG-LANCAMENTO-SAIDA
006610     MOVE REGISTRO-CONTROLE-FEED
006620         TO REG-LANCAMENTO-SAIDA (1:53)
006630     WRITE REG-LANCAMENTO-SAIDA
006640
006650     MOVE SPACES TO REG-RELRETIF
006660     WRITE REG-RELRETIF
006670
006680     MOVE 'AJUSTES REAPRESENTADOS......:' TO APA-CON-ROTULO
006690     MOVE BK-AJUSTES-PROCESSADOS          TO APA-CON-VALOR
006700     MOVE BK-LINHA-CONTADOR TO REG-RELRETIF
006710     WRITE REG-RELRETIF
006720
006730     MOVE 'AJUSTES COM ERRO............:' TO APA-CON-ROTULO
006740     MOVE BK-AJUSTES-COM-ERRO             TO APA-CON-VALOR
006750     MOVE BK-LINHA-CONTADOR TO REG-RELRETIF
006760     WRITE REG-RELRETIF
006770
006780     MOVE 'MESES REAPRESENTADOS........:' TO APA-CON-ROTULO
006790     MOVE BK-MESES-REAPRESENTADOS         TO APA-CON-VALOR
006800     MOVE BK-LINHA-CONTADOR TO REG-RELRETIF
006810     WRITE REG-RELRETIF
006820
006830     MOVE 'CREDITOS REAPRESENTADOS.....:' TO APA-VAL-ROTULO
006840     MOVE BK-TOT-CREDITOS                 TO APA-VAL-VALOR
006850     MOVE BK-LINHA-VALOR TO REG-RELRETIF
006860     WRITE REG-RELRETIF
006870
006880     MOVE 'DEBITOS REAPRESENTADOS......:' TO APA-VAL-ROTULO
006890     MOVE BK-TOT-DEBITOS                  TO APA-VAL-VALOR
006900     MOVE BK-LINHA-VALOR TO REG-RELRETIF
006910     WRITE REG-RELRETIF
006920
006930     MOVE 'JUROS A CREDITAR............:' TO APA-VAL-ROTULO
006940     MOVE BK-TOT-JUROS-A-CREDITAR         TO APA-VAL-VALOR
006950     MOVE BK-LINHA-VALOR TO REG-RELRETIF
006960     WRITE REG-RELRETIF
006970
006980     MOVE 'JUROS A ESTORNAR............:' TO APA-VAL-ROTULO
006990     MOVE BK-TOT-JUROS-A-ESTORNAR         TO APA-VAL-VALOR
007000     MOVE BK-LINHA-VALOR TO REG-RELRETIF
007010     WRITE REG-RELRETIF
007020
007030     MOVE 'LINHAS DE LANCAMENTO........:' TO APA-CON-ROTULO
007040     MOVE BK-QTDE-LINHAS                  TO APA-CON-VALOR
007050     MOVE BK-LINHA-CONTADOR TO REG-RELRETIF
007060     WRITE REG-RELRETIF
007070
007080     CLOSE RELATORIO-RETIFICA
007090     CLOSE LANCAMENTOS-AJUSTE
007100     CLOSE FECHAMENTO-MENSAL
007110     CLOSE AJUSTES-PERIODO
007120
007130     DISPLAY 'BOOK-RETIFICA - DATA DE PROCESSO....: '
007140         BK-DATA-PROCESSO
007150     DISPLAY 'BOOK-RETIFICA - AJUSTES LIDOS.......: '
007160         BK-AJUSTES-LIDOS
007170     DISPLAY 'BOOK-RETIFICA - AJUSTES PROCESSADOS.: '
007180         BK-AJUSTES-PROCESSADOS
007190     DISPLAY 'BOOK-RETIFICA - AJUSTES COM ERRO....: '
007200         BK-AJUSTES-COM-ERRO
007210     DISPLAY 'BOOK-RETIFICA - LINHAS GERADAS......: '
007220         BK-QTDE-LINHAS
007230     DISPLAY 'BOOK-RETIFICA - TAXAS IGNORADAS.....: '
007240         BK-TAXAS-IGNORADAS
007250
007260     IF BK-AJUSTES-COM-ERRO > ZERO
007270         DISPLAY 'BOOK-RETIFICA - HA AJUSTES NAO REAPRESENTADOS '
007280             '- VER RELRETIF'
007290         MOVE 8 TO RETURN-CODE
007300     END-IF
007310
007320     IF BK-PROVA-DEBITOS NOT = BK-PROVA-CREDITOS
007330         DISPLAY 'BOOK-RETIFICA - PROVA FALHOU - LOTE FORA DE '
007340             'BALANCO - NAO ENVIAR AO RAZAO'
007350         MOVE 8 TO RETURN-CODE
007360     END-IF.
007370 9000-EXIT.
007380     EXIT.
