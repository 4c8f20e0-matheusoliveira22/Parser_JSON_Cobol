000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOOK-CONCILIA.
000030 AUTHOR.        R P SILVEIRA.
000040 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  BOOK-CONCILIA                                                *
000090*  SUBLEDGER-TO-GENERAL-LEDGER RECONCILIATION. BOOK-RAZAO SHIPS *
000100*  LANCAMENTOS TO THE LEDGER (AND BOOK-RETIFICA ITS LANCAJUS),  *
000110*  BUT NOTHING CONFIRMED THE LEDGER AGREES WITH US - A REJECTED *
000120*  LEDGER BATCH OR A MANUAL GL ENTRY COULD LEAVE THE BOOKS      *
000130*  APART FOR WEEKS. THIS DAILY JOB COMPARES THE BALANCES        *
000140*  FINANCE RETURNS IN SALDORAZAO (SEE BKSLDRZ) WITH OUR OWN:    *
000150*    DEPOSITOS  20100000 - THE SUM OF MST-SALDO-FECHAMENTO OVER *
000160*               EVERY STREAM'S MASTER. THE MASTER IS KEPT ON A  *
000170*               PRE-FEE, PRE-INTEREST BASIS WHILE BOOK-RAZAO    *
000180*               POSTS FEES AND INTEREST TO THIS ACCOUNT, SO THE *
000190*               INTEREST (WITH BOOK-RETIFICA'S DIFFERENCES) AND *
000200*               FEES EVER CHARGED ARE ADDED BACK AND TAKEN OFF; *
000210*    TARIFAS    40100000 - CUMULATIVE COBRANCAS, YEAR TO DATE;  *
000220*    JUROS      50100000 - CUMULATIVE RENDIMENTOS, YEAR TO      *
000230*               DATE, PLUS THE PRIOR-PERIOD INTEREST            *
000240*               DIFFERENCES BOOK-RETIFICA POSTED THIS YEAR;     *
000250*    SUSPENSO   10900000 - THE VALUE STILL PENDING IN SUSPENSO, *
000260*               CREDITS LESS DEBITS OF THE HELD DOCUMENTS, THE  *
000270*               SAME LEGS BOOK-RAZAO POSTS.                     *
000280*  "CUMULATIVE" IS THE CLOSED MONTHS' FME-TARIFAS AND FME-JUROS *
000290*  FROM FECHMES PLUS THE COBRANCAS AND RENDIMENTOS ROWS OF ANY  *
000300*  MONTH THE CLIENT'S STREAM HAS NOT CLOSED YET - THOSE FILES   *
000310*  ARE ROTATED AFTER EACH MONTH-END CLOSE.                      *
000320*                                                               *
000330*  MESTRE, FECHMES AND AJPERIODO ARE PER-STREAM KEYED FILES, SO *
000340*  THE JOB RUNS AS STEPS OF THIS PROGRAM, LIKE BOOK-REPARTE,    *
000350*  THE PHASE AND STREAM GIVEN IN THE CONCILIA PARAMETER FILE    *
000360*  (PHASE, STREAM, TOLERANCE):                                  *
000370*    L - ONE STREAM'S FIGURES, WITH THE STREAM'S FILES MAPPED   *
000380*        UNDER THEIR USUAL DD NAMES, RECORDED ON THE CONCCTL    *
000390*        CONTROL FILE (STREAM 1 RECREATES IT, SO IT RUNS FIRST);*
000400*    C - THE RECONCILIATION ITSELF, ONCE EVERY STREAM HAS BEEN  *
000410*        RECORDED FOR THE DAY, AGAINST THE MERGED COBRANCAS,    *
000420*        RENDIMENTOS AND SUSPENSO (BOOK-JUNTA).                 *
000430*  THE DAY IS THE DATAMOV DATE (DEFAULT THE RUN DATE); THE      *
000440*  STREAM COUNT COMES FROM QTDFLUXOS (ABSENT MEANS FOUR, AS IN  *
000450*  BOOK-DIVISOR).                                               *
000460*                                                               *
000470*  RELCONC SHOWS, PER ACCOUNT, BOTH BALANCES, THE DIFFERENCE,   *
000480*  EACH SIDE'S MOVEMENT SINCE THE PREVIOUS RECONCILIATION, AND  *
000490*  FOR A BREAK THE DATE IT OPENED AND ITS AGE IN DAYS. THE      *
000500*  CONCHIST FILE CARRIES THAT HISTORY FROM DAY TO DAY (A RERUN  *
000510*  OF THE SAME DAY STARTS AGAIN FROM THE DAY BEFORE). ANY       *
000520*  DIFFERENCE IS A BREAK; ONE OVER THE TOLERANCE, OR AN ACCOUNT *
000530*  FINANCE DID NOT SEND, ENDS THE JOB WITH RETURN-CODE 8, AS    *
000540*  DOES ANY REFUSAL.                                            *
000550*-----------------------------------------------------------------
000560*  MOD LOG
000570*  DATE       WHO   DESCRIPTION
000580*  ---------- ----  ---------------------------------------------
000590*  2026-10-15 RPS   ORIGINAL VERSION.
000600*****************************************************************
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.   IBM-Z15.
000640 OBJECT-COMPUTER.   IBM-Z15.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT PARAMETRO-CONCILIA ASSIGN TO "CONCILIA"
000680                                ORGANIZATION IS LINE SEQUENTIAL
000690                                FILE STATUS IS FS-PARAM-CONC.
000700
000710     SELECT PARAMETRO-FLUXOS   ASSIGN TO "QTDFLUXOS"
000720                                ORGANIZATION IS LINE SEQUENTIAL
000730                                FILE STATUS IS FS-PARAM-FLUXOS.
000740
000750     SELECT PARAMETRO-DATA     ASSIGN TO "DATAMOV"
000760                                ORGANIZATION IS LINE SEQUENTIAL
000770                                FILE STATUS IS FS-PARAM-DATA.
000780
000790     SELECT CONTROLE-CONCILIA  ASSIGN TO "CONCCTL"
000800                                ORGANIZATION IS LINE SEQUENTIAL
000810                                FILE STATUS IS FS-CONCCTL.
000820
000830     SELECT HISTORICO-CONCILIA ASSIGN TO "CONCHIST"
000840                                ORGANIZATION IS LINE SEQUENTIAL
000850                                FILE STATUS IS FS-CONCHIST.
000860
000870     SELECT SALDOS-RAZAO       ASSIGN TO "SALDORAZAO"
000880                                ORGANIZATION IS LINE SEQUENTIAL
000890                                FILE STATUS IS FS-SALDORAZAO.
000900
000910     SELECT RELATORIO-CONCILIA ASSIGN TO "RELCONC"
000920                                ORGANIZATION IS LINE SEQUENTIAL
000930                                FILE STATUS IS FS-RELCONC.
000940
000950*---------------------------------------------------------------*
000960*  THE STREAM'S KEYED FILES (PHASE L).                          *
000970*---------------------------------------------------------------*
000980     SELECT MESTRE-CLIENTES    ASSIGN TO "MESTRE"
000990                                ORGANIZATION IS INDEXED
001000                                ACCESS MODE IS SEQUENTIAL
001010                                RECORD KEY IS MST-CONTA
001020                                FILE STATUS IS FS-MESTRE.
001030
001040     SELECT FECHAMENTO-MENSAL  ASSIGN TO "FECHMES"
001050                                ORGANIZATION IS INDEXED
001060                                ACCESS MODE IS SEQUENTIAL
001070                                RECORD KEY IS FME-CHAVE
001080                                FILE STATUS IS FS-FECHMES.
001090
001100     SELECT AJUSTES-PERIODO    ASSIGN TO "AJPERIODO"
001110                                ORGANIZATION IS INDEXED
001120                                ACCESS MODE IS SEQUENTIAL
001130                                RECORD KEY IS APA-CHAVE
001140                                FILE STATUS IS FS-AJPERIODO.
001150
001160*---------------------------------------------------------------*
001170*  THE MERGED DAILY FILES (PHASE C).                            *
001180*---------------------------------------------------------------*
001190     SELECT COBRANCAS-EMITIDAS ASSIGN TO "COBRANCAS"
001200                                ORGANIZATION IS LINE SEQUENTIAL
001210                                FILE STATUS IS FS-COBRANCAS.
001220
001230     SELECT RENDIMENTOS-CREDITADOS ASSIGN TO "RENDIMENTOS"
001240                                ORGANIZATION IS LINE SEQUENTIAL
001250                                FILE STATUS IS FS-RENDIMENTOS.
001260
001270     SELECT SUSPENSO-REJEITADOS ASSIGN TO "SUSPENSO"
001280                                ORGANIZATION IS LINE SEQUENTIAL
001290                                FILE STATUS IS FS-SUSPENSO.
001300
001310 DATA DIVISION.
001320 FILE SECTION.
001330 FD  PARAMETRO-CONCILIA.
001340 01  REG-PARAM-CONCILIA.
001350     03  CNC-FASE              PIC X(001).
001360         88  CNC-FASE-LEVANTAMENTO           VALUE 'L'.
001370         88  CNC-FASE-CONCILIACAO            VALUE 'C'.
001380     03  CNC-FLUXO             PIC 9(001).
001390     03  CNC-TOLERANCIA        PIC 9(011)V99.
001400
001410 FD  PARAMETRO-FLUXOS.
001420 01  REG-PARAM-FLUXOS          PIC 9(001).
001430
001440 FD  PARAMETRO-DATA.
001450 01  REG-PARAM-DATA            PIC X(008).
001460
001470 FD  CONTROLE-CONCILIA.
001480 01  REG-CONTROLE-CONCILIA.
001490     03  CCT-DATA-HORA         PIC X(026).
001500     03  CCT-DATA-BASE         PIC 9(008).
001510     03  CCT-FLUXO             PIC 9(001).
001520     03  CCT-QTDE-FLUXOS       PIC 9(001).
001530     03  CCT-QTDE-MESTRES      PIC 9(009).
001540     03  CCT-SALDO-MESTRES     PIC -(017)9.99.
001550     03  CCT-JUROS-FECHADOS    PIC -(017)9.99.
001560     03  CCT-TARIFAS-FECHADAS  PIC -(017)9.99.
001570     03  CCT-JUROS-ANO         PIC -(017)9.99.
001580     03  CCT-TARIFAS-ANO       PIC -(017)9.99.
001590     03  CCT-AJUSTE-JUROS      PIC -(017)9.99.
001600     03  CCT-AJUSTE-JUROS-ANO  PIC -(017)9.99.
001610     03  CCT-ULTIMO-MES        PIC X(007).
001620
001630 FD  HISTORICO-CONCILIA.
001640 01  REG-HISTORICO-CONCILIA.
001650     03  CNH-CONTA-RAZAO       PIC X(008).
001660     03  CNH-DATA-BASE         PIC 9(008).
001670     03  CNH-SALDO-RAZAO       PIC -(015)9.99.
001680     03  CNH-SALDO-LIVROS      PIC -(015)9.99.
001690     03  CNH-QUEBRA-DESDE      PIC 9(008).
001700     03  CNH-ANT-DATA-BASE     PIC 9(008).
001710     03  CNH-ANT-SALDO-RAZAO   PIC -(015)9.99.
001720     03  CNH-ANT-SALDO-LIVROS  PIC -(015)9.99.
001730     03  CNH-ANT-QUEBRA-DESDE  PIC 9(008).
001740
001750 FD  SALDOS-RAZAO.
001760 COPY BKSLDRZ.
001770
001780 FD  RELATORIO-CONCILIA.
001790 01  REG-RELATORIO             PIC X(132).
001800
001810 FD  MESTRE-CLIENTES.
001820 COPY BKMESTRE.
001830
001840 FD  FECHAMENTO-MENSAL.
001850 COPY BKFECHM.
001860
001870 FD  AJUSTES-PERIODO.
001880 COPY BKAJPER.
001890
001900 FD  COBRANCAS-EMITIDAS.
001910 COPY BKCOBR.
001920
001930 FD  RENDIMENTOS-CREDITADOS.
001940 COPY BKREND.
001950
001960 FD  SUSPENSO-REJEITADOS.
001970 COPY BKSUSP.
001980
001990 WORKING-STORAGE SECTION.
002000 77  FS-PARAM-CONC             PIC X(002) VALUE SPACES.
002010     88  FS-PARAM-CONC-OK                    VALUE '00'.
002020 77  FS-PARAM-FLUXOS           PIC X(002) VALUE SPACES.
002030     88  FS-PARAM-FLUXOS-OK                  VALUE '00'.
002040 77  FS-PARAM-DATA             PIC X(002) VALUE SPACES.
002050     88  FS-PARAM-DATA-OK                    VALUE '00'.
002060 77  FS-CONCCTL                PIC X(002) VALUE SPACES.
002070     88  FS-CONCCTL-OK                       VALUE '00'.
002080     88  FS-CONCCTL-NAO-EXISTE               VALUE '35'.
002090 77  FS-CONCHIST               PIC X(002) VALUE SPACES.
002100     88  FS-CONCHIST-OK                      VALUE '00'.
002110 77  FS-SALDORAZAO             PIC X(002) VALUE SPACES.
002120     88  FS-SALDORAZAO-OK                    VALUE '00'.
002130 77  FS-RELCONC                PIC X(002) VALUE SPACES.
002140 77  FS-MESTRE                 PIC X(002) VALUE SPACES.
002150     88  FS-MESTRE-OK                        VALUE '00'.
002160 77  FS-FECHMES                PIC X(002) VALUE SPACES.
002170     88  FS-FECHMES-OK                       VALUE '00'.
002180 77  FS-AJPERIODO              PIC X(002) VALUE SPACES.
002190     88  FS-AJPERIODO-OK                     VALUE '00'.
002200 77  FS-COBRANCAS              PIC X(002) VALUE SPACES.
002210     88  FS-COBRANCAS-OK                     VALUE '00'.
002220 77  FS-RENDIMENTOS            PIC X(002) VALUE SPACES.
002230     88  FS-RENDIMENTOS-OK                   VALUE '00'.
002240 77  FS-SUSPENSO               PIC X(002) VALUE SPACES.
002250     88  FS-SUSPENSO-OK                      VALUE '00'.
002260 77  BK-FIM-DE-ARQUIVO         PIC X(001) VALUE 'N'.
002270     88  BK-FIM-DE-ARQUIVO-SIM               VALUE 'S'.
002280 77  BK-RECUSADA               PIC X(001) VALUE 'N'.
002290     88  BK-RECUSADA-SIM                     VALUE 'S'.
002300 77  BK-MOTIVO-RECUSA          PIC X(060) VALUE SPACES.
002310 77  BK-ACIMA-TOLERANCIA       PIC X(001) VALUE 'N'.
002320     88  BK-ACIMA-TOLERANCIA-SIM             VALUE 'S'.
002330 77  BK-PARSE-OK               PIC X(001) VALUE 'S'.
002340     88  BK-PARSE-OK-SIM                     VALUE 'S'.
002350
002360*---------------------------------------------------------------*
002370*  THE LEDGER ACCOUNT CODES BOOK-RAZAO POSTS TO - THE SAME      *
002380*  CHART AS THERE; A RECODE MUST CHANGE BOTH PROGRAMS.          *
002390*---------------------------------------------------------------*
002400 77  BK-CTA-SUSPENSO           PIC X(008) VALUE '10900000'.
002410 77  BK-CTA-DEPOSITOS          PIC X(008) VALUE '20100000'.
002420 77  BK-CTA-REC-TARIFAS        PIC X(008) VALUE '40100000'.
002430 77  BK-CTA-DESP-JUROS         PIC X(008) VALUE '50100000'.
002440
002450*---------------------------------------------------------------*
002460*  THE DAY, THE STREAM COUNT AND THE TOLERANCE.                 *
002470*---------------------------------------------------------------*
002480 77  BK-DATA-REFERENCIA        PIC 9(008) VALUE ZERO.
002490 77  BK-DATA-REFERENCIA-X      PIC X(008) VALUE SPACES.
002500 77  BK-QTDE-FLUXOS            PIC 9(001) VALUE ZERO.
002510 77  BK-FLUXO-CONTA            PIC 9(001) VALUE ZERO.
002520 77  BK-TOLERANCIA             PIC 9(011)V99 COMP-3 VALUE ZERO.
002530 77  BK-DATA-ULTIMA            PIC 9(008) VALUE ZERO.
002540
002550*---------------------------------------------------------------*
002560*  PHASE L - THE STREAM'S OWN FIGURES.                          *
002570*---------------------------------------------------------------*
002580 77  BK-QTDE-MESTRES           PIC 9(009) COMP-3 VALUE ZERO.
002590 77  BK-SALDO-MESTRES          PIC S9(017)V99 COMP-3 VALUE ZERO.
002600 77  BK-JUROS-FECHADOS         PIC S9(017)V99 COMP-3 VALUE ZERO.
002610 77  BK-TARIFAS-FECHADAS       PIC S9(017)V99 COMP-3 VALUE ZERO.
002620 77  BK-JUROS-ANO              PIC S9(017)V99 COMP-3 VALUE ZERO.
002630 77  BK-TARIFAS-ANO            PIC S9(017)V99 COMP-3 VALUE ZERO.
002640 77  BK-AJUSTE-JUROS           PIC S9(017)V99 COMP-3 VALUE ZERO.
002650 77  BK-AJUSTE-JUROS-ANO       PIC S9(017)V99 COMP-3 VALUE ZERO.
002660 77  BK-ULTIMO-MES             PIC X(007) VALUE SPACES.
002670
002680*---------------------------------------------------------------*
002690*  PHASE C - EVERY STREAM'S FIGURES FROM CONCCTL, AND THE       *
002700*  MERGED FILES' OPEN-MONTH AND PENDING FIGURES.                *
002710*---------------------------------------------------------------*
002720 01  BK-TABELA-FLUXOS.
002730     03  BK-FLX                OCCURS 8 TIMES.
002740         05  BK-FLX-PRESENTE   PIC X(001).
002750             88  BK-FLX-PRESENTE-SIM         VALUE 'S'.
002760         05  BK-FLX-ULTIMO-MES PIC X(007).
002770         05  BK-FLX-ULTIMO-NUM PIC X(006).
002780         05  BK-FLX-QTDE-MESTRES PIC 9(009) COMP-3.
002790         05  BK-FLX-SALDO      PIC S9(017)V99 COMP-3.
002800 77  BK-INDICE-FLUXO           PIC 9(003) COMP-3 VALUE ZERO.
002810 77  BK-VALOR-LIDO             PIC S9(017)V99 COMP-3 VALUE ZERO.
002820 77  BK-TOT-QTDE-MESTRES       PIC 9(009) COMP-3 VALUE ZERO.
002830 77  BK-TOT-SALDO-MESTRES      PIC S9(017)V99 COMP-3 VALUE ZERO.
002840 77  BK-TOT-JUROS-FECHADOS     PIC S9(017)V99 COMP-3 VALUE ZERO.
002850 77  BK-TOT-TARIFAS-FECHADAS   PIC S9(017)V99 COMP-3 VALUE ZERO.
002860 77  BK-TOT-JUROS-ANO          PIC S9(017)V99 COMP-3 VALUE ZERO.
002870 77  BK-TOT-TARIFAS-ANO        PIC S9(017)V99 COMP-3 VALUE ZERO.
002880 77  BK-TOT-AJUSTE-JUROS       PIC S9(017)V99 COMP-3 VALUE ZERO.
002890 77  BK-TOT-AJUSTE-JUROS-ANO   PIC S9(017)V99 COMP-3 VALUE ZERO.
002900 77  BK-JUROS-ABERTOS          PIC S9(017)V99 COMP-3 VALUE ZERO.
002910 77  BK-TARIFAS-ABERTAS        PIC S9(017)V99 COMP-3 VALUE ZERO.
002920 77  BK-JUROS-ABERTOS-ANO      PIC S9(017)V99 COMP-3 VALUE ZERO.
002930 77  BK-TARIFAS-ABERTAS-ANO    PIC S9(017)V99 COMP-3 VALUE ZERO.
002940 77  BK-SUS-CREDITOS           PIC S9(017)V99 COMP-3 VALUE ZERO.
002950 77  BK-SUS-DEBITOS            PIC S9(017)V99 COMP-3 VALUE ZERO.
002960 77  BK-SUS-PENDENTES          PIC 9(009) COMP-3 VALUE ZERO.
002970 77  BK-SUS-ILEGIVEIS          PIC 9(009) COMP-3 VALUE ZERO.
002980 77  BK-INDICE-TRANSACAO       PIC 9(003) COMP-3 VALUE ZERO.
002990 77  BK-RAZAO-OUTRAS           PIC 9(009) COMP-3 VALUE ZERO.
003000
003010*---------------------------------------------------------------*
003020*  ONE ENTRY PER LEDGER ACCOUNT RECONCILED: BOTH BALANCES, THE  *
003030*  PREVIOUS RECONCILIATION'S (FOR THE DAY'S MOVEMENT) AND THE   *
003040*  BREAK HISTORY.                                               *
003050*---------------------------------------------------------------*
003060 01  BK-TABELA-CONTAS.
003070     03  BK-CTA                OCCURS 4 TIMES.
003080         05  BK-CTA-CODIGO     PIC X(008).
003090         05  BK-CTA-DESCRICAO  PIC X(020).
003100         05  BK-CTA-NO-RAZAO   PIC X(001).
003110             88  BK-CTA-NO-RAZAO-SIM         VALUE 'S'.
003120         05  BK-CTA-SALDO-RAZAO PIC S9(015)V99 COMP-3.
003130         05  BK-CTA-SALDO-LIVROS PIC S9(015)V99 COMP-3.
003140         05  BK-CTA-DIFERENCA  PIC S9(015)V99 COMP-3.
003150         05  BK-CTA-MOV-RAZAO  PIC S9(015)V99 COMP-3.
003160         05  BK-CTA-MOV-LIVROS PIC S9(015)V99 COMP-3.
003170         05  BK-CTA-ANT-DATA   PIC 9(008).
003180         05  BK-CTA-ANT-RAZAO  PIC S9(015)V99 COMP-3.
003190         05  BK-CTA-ANT-LIVROS PIC S9(015)V99 COMP-3.
003200         05  BK-CTA-ANT-QUEBRA PIC 9(008).
003210         05  BK-CTA-QUEBRA-DESDE PIC 9(008).
003220         05  BK-CTA-DIAS       PIC 9(005) COMP-3.
003230         05  BK-CTA-SITUACAO   PIC X(010).
003240 77  BK-INDICE-CONTA           PIC 9(003) COMP-3 VALUE ZERO.
003250 77  BK-CONTA-ACHADA           PIC 9(003) COMP-3 VALUE ZERO.
003260 77  BK-CONTA-PROCURADA        PIC X(008) VALUE SPACES.
003270 77  BK-DIFERENCA-ABSOLUTA     PIC S9(015)V99 COMP-3 VALUE ZERO.
003280 77  BK-QUEBRAS-ABERTAS        PIC 9(003) COMP-3 VALUE ZERO.
003290 77  BK-QUEBRAS-ACIMA          PIC 9(003) COMP-3 VALUE ZERO.
003300
003310 COPY CLIDATA.
003320
003330*---------------------------------------------------------------*
003340*  PRINT LINES.                                                 *
003350*---------------------------------------------------------------*
003360 01  BK-LINHA-CABECALHO.
003370     03  FILLER                PIC X(046) VALUE
003380         'BOOK-CONCILIA - CONCILIACAO COM O RAZAO EM....'.
003390     03  RPT-CAB-DATA          PIC 9(008).
003400     03  FILLER                PIC X(015) VALUE
003410         '   TOLERANCIA: '.
003420     03  RPT-CAB-TOLERANCIA    PIC Z(010)9.99.
003430 01  BK-LINHA-TITULOS.
003440     03  FILLER                PIC X(048) VALUE
003450         'CONTA     DESCRICAO                  SALDO RAZAO'.
003460     03  FILLER                PIC X(036) VALUE
003470         '      SALDO LIVROS         DIFERENCA'.
003480     03  FILLER                PIC X(027) VALUE
003490         '  SITUACAO    DESDE    DIAS'.
003500 01  BK-LINHA-CONTA.
003510     03  RPT-CTA-CODIGO        PIC X(008).
003520     03  FILLER                PIC X(002) VALUE SPACES.
003530     03  RPT-CTA-DESCRICAO     PIC X(020).
003540     03  FILLER                PIC X(001) VALUE SPACES.
003550     03  RPT-CTA-RAZAO         PIC -(013)9.99.
003560     03  FILLER                PIC X(001) VALUE SPACES.
003570     03  RPT-CTA-LIVROS        PIC -(013)9.99.
003580     03  FILLER                PIC X(001) VALUE SPACES.
003590     03  RPT-CTA-DIFERENCA     PIC -(013)9.99.
003600     03  FILLER                PIC X(002) VALUE SPACES.
003610     03  RPT-CTA-SITUACAO      PIC X(010).
003620     03  FILLER                PIC X(002) VALUE SPACES.
003630     03  RPT-CTA-DESDE         PIC X(008).
003640     03  FILLER                PIC X(001) VALUE SPACES.
003650     03  RPT-CTA-DIAS          PIC X(005).
003660     03  RPT-CTA-DIAS-NUM      REDEFINES RPT-CTA-DIAS
003670                               PIC ZZZZ9.
003680 01  BK-LINHA-MOVIMENTO.
003690     03  FILLER                PIC X(010) VALUE SPACES.
003700     03  FILLER                PIC X(020) VALUE
003710         'MOVIMENTO DESDE     '.
003720     03  FILLER                PIC X(001) VALUE SPACES.
003730     03  RPT-MOV-RAZAO         PIC -(013)9.99.
003740     03  FILLER                PIC X(001) VALUE SPACES.
003750     03  RPT-MOV-LIVROS        PIC -(013)9.99.
003760     03  FILLER                PIC X(001) VALUE SPACES.
003770     03  RPT-MOV-DIFERENCA     PIC -(013)9.99.
003780     03  FILLER                PIC X(002) VALUE SPACES.
003790     03  RPT-MOV-DATA          PIC X(008).
003800 01  BK-LINHA-FLUXO.
003810     03  FILLER                PIC X(006) VALUE 'FLUXO '.
003820     03  RPT-FLX-FLUXO         PIC 9(001).
003830     03  FILLER                PIC X(011) VALUE '  MESTRES: '.
003840     03  RPT-FLX-QTDE          PIC ZZZ,ZZZ,ZZ9.
003850     03  FILLER                PIC X(009) VALUE '  SALDO: '.
003860     03  RPT-FLX-SALDO         PIC -(015)9.99.
003870     03  FILLER                PIC X(023) VALUE
003880         '  ULTIMO MES FECHADO: '.
003890     03  RPT-FLX-ULTIMO-MES    PIC X(007).
003900 01  BK-LINHA-CONTADOR.
003910     03  RPT-CON-ROTULO        PIC X(030).
003920     03  RPT-CON-VALOR         PIC ZZZ,ZZZ,ZZ9.
003930 01  BK-LINHA-VALOR.
003940     03  RPT-VAL-ROTULO        PIC X(030).
003950     03  RPT-VAL-VALOR         PIC -(017)9.99.
003960 01  BK-LINHA-RECUSA.
003970     03  FILLER                PIC X(008) VALUE 'RECUSA: '.
003980     03  RPT-REC-MOTIVO        PIC X(060).
003990
004000 PROCEDURE DIVISION.
004010
004020*****************************************************************
004030*  0000-MAINLINE                                                *
004040*****************************************************************
004050 0000-MAINLINE.
004060     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
004070     IF NOT BK-RECUSADA-SIM
004080         EVALUATE TRUE
004090             WHEN CNC-FASE-LEVANTAMENTO
004100                 PERFORM 2000-LEVANTAR-FLUXO THRU 2000-EXIT
004110             WHEN CNC-FASE-CONCILIACAO
004120                 PERFORM 3000-CONCILIAR THRU 3000-EXIT
004130         END-EVALUATE
004140     END-IF
004150     PERFORM 9000-ENCERRAR THRU 9000-EXIT
004160     GOBACK.
004170
004180*****************************************************************
004190*  1000-INICIALIZAR - THE STEP PARAMETERS. CONCILIA IS          *
004200*  MANDATORY; THE DAY COMES FROM DATAMOV AND THE STREAM COUNT   *
004210*  FROM QTDFLUXOS.                                              *
004220*****************************************************************
004230 1000-INICIALIZAR.
004240     MOVE FUNCTION CURRENT-DATE (1:8) TO BK-DATA-REFERENCIA
004250     OPEN INPUT PARAMETRO-DATA
004260     IF FS-PARAM-DATA-OK
004270         READ PARAMETRO-DATA
004280             AT END
004290                 CONTINUE
004300             NOT AT END
004310                 MOVE REG-PARAM-DATA TO BK-DATA-REFERENCIA
004320         END-READ
004330         CLOSE PARAMETRO-DATA
004340     END-IF
004350     MOVE BK-DATA-REFERENCIA TO BK-DATA-REFERENCIA-X
004360
004370     MOVE SPACES TO REG-PARAM-CONCILIA
004380     OPEN INPUT PARAMETRO-CONCILIA
004390     IF NOT FS-PARAM-CONC-OK
004400         MOVE 'S' TO BK-RECUSADA
004410         MOVE 'PARAMETRO CONCILIA AUSENTE' TO BK-MOTIVO-RECUSA
004420         GO TO 1000-EXIT
004430     END-IF
004440     READ PARAMETRO-CONCILIA
004450         AT END
004460             MOVE SPACES TO REG-PARAM-CONCILIA
004470     END-READ
004480     CLOSE PARAMETRO-CONCILIA
004490
004500     IF NOT CNC-FASE-LEVANTAMENTO AND NOT CNC-FASE-CONCILIACAO
004510         MOVE 'S' TO BK-RECUSADA
004520         MOVE 'FASE INVALIDA NO PARAMETRO CONCILIA (L OU C)'
004530             TO BK-MOTIVO-RECUSA
004540         GO TO 1000-EXIT
004550     END-IF
004560     IF CNC-TOLERANCIA IS NUMERIC
004570         MOVE CNC-TOLERANCIA TO BK-TOLERANCIA
004580     END-IF
004590
004600     PERFORM 1100-OBTER-QTDE-FLUXOS THRU 1100-EXIT
004610     IF BK-RECUSADA-SIM
004620         GO TO 1000-EXIT
004630     END-IF
004640
004650     IF CNC-FASE-LEVANTAMENTO
004660        AND (CNC-FLUXO NOT NUMERIC OR CNC-FLUXO < 1
004670             OR CNC-FLUXO > BK-QTDE-FLUXOS)
004680         MOVE 'S' TO BK-RECUSADA
004690         MOVE 'FLUXO INVALIDO NO PARAMETRO CONCILIA'
004700             TO BK-MOTIVO-RECUSA
004710     END-IF.
004720 1000-EXIT.
004730     EXIT.
004740
004750*****************************************************************
004760*  1100-OBTER-QTDE-FLUXOS - THE STREAM COUNT; NO QTDFLUXOS      *
004770*  MEANS BOOK-DIVISOR'S DEFAULT OF FOUR.                        *
004780*****************************************************************
004790 1100-OBTER-QTDE-FLUXOS.
004800     MOVE 4 TO BK-QTDE-FLUXOS
004810     OPEN INPUT PARAMETRO-FLUXOS
004820     IF FS-PARAM-FLUXOS-OK
004830         READ PARAMETRO-FLUXOS
004840             AT END
004850                 CONTINUE
004860             NOT AT END
004870                 IF REG-PARAM-FLUXOS NUMERIC
004880                     MOVE REG-PARAM-FLUXOS TO BK-QTDE-FLUXOS
004890                 ELSE
004900                     MOVE ZERO TO BK-QTDE-FLUXOS
004910                 END-IF
004920         END-READ
004930         CLOSE PARAMETRO-FLUXOS
004940     END-IF
004950
004960     IF BK-QTDE-FLUXOS < 1 OR BK-QTDE-FLUXOS > 8
004970         MOVE 'S' TO BK-RECUSADA
004980         MOVE 'QTDFLUXOS INVALIDA (1 A 8)' TO BK-MOTIVO-RECUSA
004990     END-IF.
005000 1100-EXIT.
005010     EXIT.
005020
005030*****************************************************************
005040*  2000-LEVANTAR-FLUXO - PHASE L. THE STREAM'S MASTER BALANCES, *
005050*  ITS CLOSED MONTHS' FEES AND INTEREST, AND ITS PROCESSED      *
005060*  PRIOR-PERIOD INTEREST DIFFERENCES, RECORDED ON CONCCTL.      *
005070*  STREAM 1 STARTS THE DAY'S CONTROL FILE; ANY OTHER STREAM IS  *
005080*  REFUSED IF STREAM 1 HAS NEVER RUN.                           *
005090*****************************************************************
005100 2000-LEVANTAR-FLUXO.
005110     OPEN INPUT MESTRE-CLIENTES
005120     IF NOT FS-MESTRE-OK
005130         MOVE 'S' TO BK-RECUSADA
005140         MOVE 'ARQUIVO MESTRE DO FLUXO INDISPONIVEL'
005150             TO BK-MOTIVO-RECUSA
005160         GO TO 2000-EXIT
005170     END-IF
005180     MOVE 'N' TO BK-FIM-DE-ARQUIVO
005190     PERFORM 2100-LER-MESTRE THRU 2100-EXIT
005200         UNTIL BK-FIM-DE-ARQUIVO-SIM
005210     CLOSE MESTRE-CLIENTES
005220
005230*    A STREAM THAT HAS NEVER CLOSED A MONTH, OR NEVER HAD A
005240*    PRIOR-PERIOD ADJUSTMENT, SIMPLY HAS NO SUCH FILE.
005250     OPEN INPUT FECHAMENTO-MENSAL
005260     IF FS-FECHMES-OK
005270         MOVE 'N' TO BK-FIM-DE-ARQUIVO
005280         PERFORM 2200-LER-FECHAMENTO THRU 2200-EXIT
005290             UNTIL BK-FIM-DE-ARQUIVO-SIM
005300         CLOSE FECHAMENTO-MENSAL
005310     END-IF
005320
005330     OPEN INPUT AJUSTES-PERIODO
005340     IF FS-AJPERIODO-OK
005350         MOVE 'N' TO BK-FIM-DE-ARQUIVO
005360         PERFORM 2300-LER-AJUSTE THRU 2300-EXIT
005370             UNTIL BK-FIM-DE-ARQUIVO-SIM
005380         CLOSE AJUSTES-PERIODO
005390     END-IF
005400
005410     IF CNC-FLUXO = 1
005420         OPEN OUTPUT CONTROLE-CONCILIA
005430     ELSE
005440         OPEN EXTEND CONTROLE-CONCILIA
005450         IF FS-CONCCTL-NAO-EXISTE
005460             MOVE 'S' TO BK-RECUSADA
005470             MOVE 'LEVANTAMENTO DO FLUXO 1 AINDA NAO EXECUTADO'
005480                 TO BK-MOTIVO-RECUSA
005490             GO TO 2000-EXIT
005500         END-IF
005510     END-IF
005520
005530     MOVE SPACES                    TO REG-CONTROLE-CONCILIA
005540     MOVE FUNCTION CURRENT-DATE     TO CCT-DATA-HORA
005550     MOVE BK-DATA-REFERENCIA        TO CCT-DATA-BASE
005560     MOVE CNC-FLUXO                 TO CCT-FLUXO
005570     MOVE BK-QTDE-FLUXOS            TO CCT-QTDE-FLUXOS
005580     MOVE BK-QTDE-MESTRES           TO CCT-QTDE-MESTRES
005590     MOVE BK-SALDO-MESTRES          TO CCT-SALDO-MESTRES
005600     MOVE BK-JUROS-FECHADOS         TO CCT-JUROS-FECHADOS
005610     MOVE BK-TARIFAS-FECHADAS       TO CCT-TARIFAS-FECHADAS
005620     MOVE BK-JUROS-ANO              TO CCT-JUROS-ANO
005630     MOVE BK-TARIFAS-ANO            TO CCT-TARIFAS-ANO
005640     MOVE BK-AJUSTE-JUROS           TO CCT-AJUSTE-JUROS
005650     MOVE BK-AJUSTE-JUROS-ANO       TO CCT-AJUSTE-JUROS-ANO
005660     MOVE BK-ULTIMO-MES             TO CCT-ULTIMO-MES
005670     WRITE REG-CONTROLE-CONCILIA
005680     CLOSE CONTROLE-CONCILIA.
005690 2000-EXIT.
005700     EXIT.
005710
005720*    EVERY MASTER ROW COUNTS, A LOGICALLY DELETED ONE INCLUDED -
005730*    THE LEDGER KNOWS NOTHING OF BOOK-MANUT'S DELETION FLAG.
005740*    A READ ERROR (NOT JUST END-OF-FILE) MUST ALSO END THE WALK -
005750*    NEITHER AT END NOR NOT AT END RUNS ON ONE, AND THE LOOP
005760*    WOULD OTHERWISE NEVER TERMINATE.
005770 2100-LER-MESTRE.
005780     READ MESTRE-CLIENTES NEXT RECORD
005790         AT END
005800             MOVE 'S' TO BK-FIM-DE-ARQUIVO
005810     END-READ
005820     IF NOT FS-MESTRE-OK
005830         MOVE 'S' TO BK-FIM-DE-ARQUIVO
005840     END-IF
005850     IF BK-FIM-DE-ARQUIVO-SIM
005860         GO TO 2100-EXIT
005870     END-IF
005880
005890     ADD 1                    TO BK-QTDE-MESTRES
005900     ADD MST-SALDO-FECHAMENTO TO BK-SALDO-MESTRES.
005910 2100-EXIT.
005920     EXIT.
005930
005940*    A READ ERROR ENDS THE WALK, AS IN 2100.
005950 2200-LER-FECHAMENTO.
005960     READ FECHAMENTO-MENSAL NEXT RECORD
005970         AT END
005980             MOVE 'S' TO BK-FIM-DE-ARQUIVO
005990     END-READ
006000     IF NOT FS-FECHMES-OK
006010         MOVE 'S' TO BK-FIM-DE-ARQUIVO
006020     END-IF
006030     IF BK-FIM-DE-ARQUIVO-SIM
006040         GO TO 2200-EXIT
006050     END-IF
006060
006070     ADD FME-JUROS   TO BK-JUROS-FECHADOS
006080     ADD FME-TARIFAS TO BK-TARIFAS-FECHADAS
006090     IF FME-ANO-MES (1:4) = BK-DATA-REFERENCIA-X (1:4)
006100         ADD FME-JUROS   TO BK-JUROS-ANO
006110         ADD FME-TARIFAS TO BK-TARIFAS-ANO
006120     END-IF
006130     IF FME-ANO-MES > BK-ULTIMO-MES
006140         MOVE FME-ANO-MES TO BK-ULTIMO-MES
006150     END-IF.
006160 2200-EXIT.
006170     EXIT.
006180
006190*    A READ ERROR ENDS THE WALK, AS IN 2100.
006200 2300-LER-AJUSTE.
006210     READ AJUSTES-PERIODO NEXT RECORD
006220         AT END
006230             MOVE 'S' TO BK-FIM-DE-ARQUIVO
006240     END-READ
006250     IF NOT FS-AJPERIODO-OK
006260         MOVE 'S' TO BK-FIM-DE-ARQUIVO
006270     END-IF
006280     IF BK-FIM-DE-ARQUIVO-SIM
006290         GO TO 2300-EXIT
006300     END-IF
006310
006320     IF NOT APA-PROCESSADO
006330        OR APA-DATA-PROCESSO > BK-DATA-REFERENCIA
006340         GO TO 2300-EXIT
006350     END-IF
006360     ADD APA-JUROS-DIFERENCA TO BK-AJUSTE-JUROS
006370     IF APA-DATA-PROCESSO (1:4) = BK-DATA-REFERENCIA-X (1:4)
006380         ADD APA-JUROS-DIFERENCA TO BK-AJUSTE-JUROS-ANO
006390     END-IF.
006400 2300-EXIT.
006410     EXIT.
006420
006430*****************************************************************
006440*  3000-CONCILIAR - PHASE C. EVERY STREAM MUST HAVE RECORDED    *
006450*  ITS FIGURES FOR THE DAY, EXACTLY ONCE, UNDER THE CURRENT     *
006460*  STREAM COUNT; THEN OUR SIDE IS BUILT, FINANCE'S SIDE READ,   *
006470*  AND EACH ACCOUNT COMPARED, PRINTED AND CARRIED INTO THE      *
006480*  HISTORY FOR TOMORROW.                                        *
006490*****************************************************************
006500 3000-CONCILIAR.
006510     PERFORM 3050-PREPARAR-CONTAS THRU 3050-EXIT
006520
006530     PERFORM 3100-CARREGAR-FLUXOS THRU 3100-EXIT
006540     IF BK-RECUSADA-SIM
006550         GO TO 3000-EXIT
006560     END-IF
006570
006580     PERFORM 3300-CARREGAR-HISTORICO THRU 3300-EXIT
006590     IF BK-RECUSADA-SIM
006600         GO TO 3000-EXIT
006610     END-IF
006620
006630     PERFORM 4000-TOTALIZAR-COBRANCAS THRU 4000-EXIT
006640     PERFORM 4200-TOTALIZAR-RENDIMENTOS THRU 4200-EXIT
006650     PERFORM 4400-TOTALIZAR-SUSPENSO THRU 4400-EXIT
006660     PERFORM 4700-MONTAR-LIVROS THRU 4700-EXIT
006670
006680     PERFORM 5000-LER-SALDOS-RAZAO THRU 5000-EXIT
006690
006700     PERFORM 6000-COMPARAR-CONTA THRU 6000-EXIT
006710         VARYING BK-INDICE-CONTA FROM 1 BY 1
006720         UNTIL BK-INDICE-CONTA > 4
006730
006740     PERFORM 7000-IMPRIMIR-RELATORIO THRU 7000-EXIT
006750     PERFORM 8000-GRAVAR-HISTORICO THRU 8000-EXIT.
006760 3000-EXIT.
006770     EXIT.
006780
006790 3050-PREPARAR-CONTAS.
006800     INITIALIZE BK-TABELA-CONTAS
006810     INITIALIZE BK-TABELA-FLUXOS
006820     MOVE BK-CTA-DEPOSITOS     TO BK-CTA-CODIGO (1)
006830     MOVE 'DEPOSITOS CLIENTES' TO BK-CTA-DESCRICAO (1)
006840     MOVE BK-CTA-REC-TARIFAS   TO BK-CTA-CODIGO (2)
006850     MOVE 'RECEITA DE TARIFAS' TO BK-CTA-DESCRICAO (2)
006860     MOVE BK-CTA-DESP-JUROS    TO BK-CTA-CODIGO (3)
006870     MOVE 'DESPESA DE JUROS'   TO BK-CTA-DESCRICAO (3)
006880     MOVE BK-CTA-SUSPENSO      TO BK-CTA-CODIGO (4)
006890     MOVE 'SUSPENSO'           TO BK-CTA-DESCRICAO (4).
006900 3050-EXIT.
006910     EXIT.
006920
006930*****************************************************************
006940*  3100-CARREGAR-FLUXOS - THE DAY'S CONCCTL ROWS. A ROW FOR     *
006950*  ANOTHER DAY IS A LEFTOVER AND IS IGNORED; A REPEATED STREAM, *
006960*  A ROW UNDER ANOTHER STREAM COUNT OR A STREAM WITH NO ROW     *
006970*  REFUSES THE RECONCILIATION.                                  *
006980*****************************************************************
006990 3100-CARREGAR-FLUXOS.
007000     OPEN INPUT CONTROLE-CONCILIA
007010     IF NOT FS-CONCCTL-OK
007020         MOVE 'S' TO BK-RECUSADA
007030         MOVE 'NENHUM LEVANTAMENTO REGISTRADO NO CONCCTL'
007040             TO BK-MOTIVO-RECUSA
007050         GO TO 3100-EXIT
007060     END-IF
007070     MOVE 'N' TO BK-FIM-DE-ARQUIVO
007080     PERFORM 3200-LER-CONTROLE THRU 3200-EXIT
007090         UNTIL BK-FIM-DE-ARQUIVO-SIM
007100     CLOSE CONTROLE-CONCILIA
007110     IF BK-RECUSADA-SIM
007120         GO TO 3100-EXIT
007130     END-IF
007140
007150     PERFORM 3250-CONFERIR-FLUXO THRU 3250-EXIT
007160         VARYING BK-INDICE-FLUXO FROM 1 BY 1
007170         UNTIL BK-INDICE-FLUXO > BK-QTDE-FLUXOS.
007180 3100-EXIT.
007190     EXIT.
007200
007210 3200-LER-CONTROLE.
007220     READ CONTROLE-CONCILIA
007230         AT END
007240             MOVE 'S' TO BK-FIM-DE-ARQUIVO
007250             GO TO 3200-EXIT
007260     END-READ
007270
007280     IF CCT-DATA-BASE NOT = BK-DATA-REFERENCIA
007290         GO TO 3200-EXIT
007300     END-IF
007310     IF CCT-QTDE-FLUXOS NOT = BK-QTDE-FLUXOS
007320        OR CCT-FLUXO < 1 OR CCT-FLUXO > BK-QTDE-FLUXOS
007330         MOVE 'S' TO BK-RECUSADA
007340         MOVE 'LEVANTAMENTO SOB OUTRA QTDE DE FLUXOS NO CONCCTL'
007350             TO BK-MOTIVO-RECUSA
007360         MOVE 'S' TO BK-FIM-DE-ARQUIVO
007370         GO TO 3200-EXIT
007380     END-IF
007390     IF BK-FLX-PRESENTE-SIM (CCT-FLUXO)
007400         MOVE 'S' TO BK-RECUSADA
007410         MOVE 'FLUXO LEVANTADO MAIS DE UMA VEZ NO CONCCTL'
007420             TO BK-MOTIVO-RECUSA
007430         MOVE 'S' TO BK-FIM-DE-ARQUIVO
007440         GO TO 3200-EXIT
007450     END-IF
007460
007470     MOVE 'S'              TO BK-FLX-PRESENTE (CCT-FLUXO)
007480     MOVE CCT-ULTIMO-MES   TO BK-FLX-ULTIMO-MES (CCT-FLUXO)
007490     MOVE CCT-ULTIMO-MES (1:4)
007500                           TO BK-FLX-ULTIMO-NUM (CCT-FLUXO) (1:4)
007510     MOVE CCT-ULTIMO-MES (6:2)
007520                           TO BK-FLX-ULTIMO-NUM (CCT-FLUXO) (5:2)
007530     MOVE CCT-QTDE-MESTRES TO BK-FLX-QTDE-MESTRES (CCT-FLUXO)
007540     ADD CCT-QTDE-MESTRES  TO BK-TOT-QTDE-MESTRES
007550
007560     MOVE CCT-SALDO-MESTRES    TO BK-VALOR-LIDO
007570     MOVE BK-VALOR-LIDO        TO BK-FLX-SALDO (CCT-FLUXO)
007580     ADD BK-VALOR-LIDO         TO BK-TOT-SALDO-MESTRES
007590     MOVE CCT-JUROS-FECHADOS   TO BK-VALOR-LIDO
007600     ADD BK-VALOR-LIDO         TO BK-TOT-JUROS-FECHADOS
007610     MOVE CCT-TARIFAS-FECHADAS TO BK-VALOR-LIDO
007620     ADD BK-VALOR-LIDO         TO BK-TOT-TARIFAS-FECHADAS
007630     MOVE CCT-JUROS-ANO        TO BK-VALOR-LIDO
007640     ADD BK-VALOR-LIDO         TO BK-TOT-JUROS-ANO
007650     MOVE CCT-TARIFAS-ANO      TO BK-VALOR-LIDO
007660     ADD BK-VALOR-LIDO         TO BK-TOT-TARIFAS-ANO
007670     MOVE CCT-AJUSTE-JUROS     TO BK-VALOR-LIDO
007680     ADD BK-VALOR-LIDO         TO BK-TOT-AJUSTE-JUROS
007690     MOVE CCT-AJUSTE-JUROS-ANO TO BK-VALOR-LIDO
007700     ADD BK-VALOR-LIDO         TO BK-TOT-AJUSTE-JUROS-ANO.
007710 3200-EXIT.
007720     EXIT.
007730
007740 3250-CONFERIR-FLUXO.
007750     IF NOT BK-FLX-PRESENTE-SIM (BK-INDICE-FLUXO)
007760         MOVE 'S' TO BK-RECUSADA
007770         MOVE 'FLUXO SEM LEVANTAMENTO DO DIA NO CONCCTL'
007780             TO BK-MOTIVO-RECUSA
007790         DISPLAY 'BOOK-CONCILIA - FLUXO SEM LEVANTAMENTO: '
007800             BK-INDICE-FLUXO
007810     END-IF.
007820 3250-EXIT.
007830     EXIT.
007840
007850*****************************************************************
007860*  3300-CARREGAR-HISTORICO - THE PREVIOUS RECONCILIATION PER    *
007870*  ACCOUNT. ON A RERUN OF THE SAME DAY THE ROW'S OWN "BEFORE"   *
007880*  FIGURES ARE TAKEN, SO THE DAY'S MOVEMENT AND THE BREAK'S     *
007890*  OPENING DATE ARE THE SAME AS ON THE FIRST RUN. A DAY EARLIER *
007900*  THAN THE LAST ONE RECONCILED IS REFUSED.                     *
007910*****************************************************************
007920 3300-CARREGAR-HISTORICO.
007930     OPEN INPUT HISTORICO-CONCILIA
007940     IF NOT FS-CONCHIST-OK
007950         GO TO 3300-EXIT
007960     END-IF
007970     MOVE 'N' TO BK-FIM-DE-ARQUIVO
007980     PERFORM 3400-LER-HISTORICO THRU 3400-EXIT
007990         UNTIL BK-FIM-DE-ARQUIVO-SIM
008000     CLOSE HISTORICO-CONCILIA
008010
008020     IF BK-DATA-REFERENCIA < BK-DATA-ULTIMA
008030         MOVE 'S' TO BK-RECUSADA
008040         MOVE 'DATA ANTERIOR A ULTIMA CONCILIACAO NO CONCHIST'
008050             TO BK-MOTIVO-RECUSA
008060     END-IF.
008070 3300-EXIT.
008080     EXIT.
008090
008100 3400-LER-HISTORICO.
008110     READ HISTORICO-CONCILIA
008120         AT END
008130             MOVE 'S' TO BK-FIM-DE-ARQUIVO
008140             GO TO 3400-EXIT
008150     END-READ
008160
008170     IF CNH-DATA-BASE > BK-DATA-ULTIMA
008180         MOVE CNH-DATA-BASE TO BK-DATA-ULTIMA
008190     END-IF
008200     MOVE CNH-CONTA-RAZAO TO BK-CONTA-PROCURADA
008210     PERFORM 8500-LOCALIZAR-CONTA THRU 8500-EXIT
008220     IF BK-CONTA-ACHADA = ZERO
008230         GO TO 3400-EXIT
008240     END-IF
008250
008260     IF CNH-DATA-BASE = BK-DATA-REFERENCIA
008270         MOVE CNH-ANT-DATA-BASE
008280                           TO BK-CTA-ANT-DATA (BK-CONTA-ACHADA)
008290         MOVE CNH-ANT-SALDO-RAZAO  TO BK-VALOR-LIDO
008300         MOVE BK-VALOR-LIDO TO BK-CTA-ANT-RAZAO (BK-CONTA-ACHADA)
008310         MOVE CNH-ANT-SALDO-LIVROS TO BK-VALOR-LIDO
008320         MOVE BK-VALOR-LIDO TO BK-CTA-ANT-LIVROS (BK-CONTA-ACHADA)
008330         MOVE CNH-ANT-QUEBRA-DESDE
008340                           TO BK-CTA-ANT-QUEBRA (BK-CONTA-ACHADA)
008350     ELSE
008360         MOVE CNH-DATA-BASE
008370                           TO BK-CTA-ANT-DATA (BK-CONTA-ACHADA)
008380         MOVE CNH-SALDO-RAZAO      TO BK-VALOR-LIDO
008390         MOVE BK-VALOR-LIDO TO BK-CTA-ANT-RAZAO (BK-CONTA-ACHADA)
008400         MOVE CNH-SALDO-LIVROS     TO BK-VALOR-LIDO
008410         MOVE BK-VALOR-LIDO TO BK-CTA-ANT-LIVROS (BK-CONTA-ACHADA)
008420         MOVE CNH-QUEBRA-DESDE
008430                           TO BK-CTA-ANT-QUEBRA (BK-CONTA-ACHADA)
008440     END-IF.
008450 3400-EXIT.
008460     EXIT.
008470
008480*****************************************************************
008490*  4000-TOTALIZAR-COBRANCAS - THE FEES OF MONTHS NOT YET CLOSED *
008500*  INTO FECHMES BY THE CLIENT'S OWN STREAM (THE CONTA-MODULO    *
008510*  RULE OF BOOK-DIVISOR NAMES THE STREAM). A CLOSED MONTH'S     *
008520*  ROWS ARE ALREADY IN THE STREAM'S FECHMES FIGURES.            *
008530*****************************************************************
008540 4000-TOTALIZAR-COBRANCAS.
008550     MOVE 'N' TO BK-FIM-DE-ARQUIVO
008560     OPEN INPUT COBRANCAS-EMITIDAS
008570     IF FS-COBRANCAS-OK
008580         PERFORM 4100-LER-COBRANCA THRU 4100-EXIT
008590             UNTIL BK-FIM-DE-ARQUIVO-SIM
008600         CLOSE COBRANCAS-EMITIDAS
008610     END-IF.
008620 4000-EXIT.
008630     EXIT.
008640
008650 4100-LER-COBRANCA.
008660     READ COBRANCAS-EMITIDAS
008670         AT END
008680             MOVE 'S' TO BK-FIM-DE-ARQUIVO
008690             GO TO 4100-EXIT
008700     END-READ
008710
008720     IF CBR-DATA-MOVIMENTO > BK-DATA-REFERENCIA
008730         GO TO 4100-EXIT
008740     END-IF
008750     COMPUTE BK-FLUXO-CONTA =
008760         FUNCTION MOD (CBR-CONTA, BK-QTDE-FLUXOS) + 1
008770     IF CBR-DATA-MOVIMENTO (1:6)
008780            NOT > BK-FLX-ULTIMO-NUM (BK-FLUXO-CONTA)
008790         GO TO 4100-EXIT
008800     END-IF
008810
008820     ADD CBR-VALOR TO BK-TARIFAS-ABERTAS
008830     IF CBR-DATA-MOVIMENTO (1:4) = BK-DATA-REFERENCIA-X (1:4)
008840         ADD CBR-VALOR TO BK-TARIFAS-ABERTAS-ANO
008850     END-IF.
008860 4100-EXIT.
008870     EXIT.
008880
008890*****************************************************************
008900*  4200-TOTALIZAR-RENDIMENTOS - THE INTEREST OF MONTHS NOT YET  *
008910*  CLOSED, THE SAME WAY.                                        *
008920*****************************************************************
008930 4200-TOTALIZAR-RENDIMENTOS.
008940     MOVE 'N' TO BK-FIM-DE-ARQUIVO
008950     OPEN INPUT RENDIMENTOS-CREDITADOS
008960     IF FS-RENDIMENTOS-OK
008970         PERFORM 4300-LER-RENDIMENTO THRU 4300-EXIT
008980             UNTIL BK-FIM-DE-ARQUIVO-SIM
008990         CLOSE RENDIMENTOS-CREDITADOS
009000     END-IF.
009010 4200-EXIT.
009020     EXIT.
009030
009040 4300-LER-RENDIMENTO.
009050     READ RENDIMENTOS-CREDITADOS
009060         AT END
009070             MOVE 'S' TO BK-FIM-DE-ARQUIVO
009080             GO TO 4300-EXIT
009090     END-READ
009100
009110     IF RND-DATA-MOVIMENTO > BK-DATA-REFERENCIA
009120         GO TO 4300-EXIT
009130     END-IF
009140     COMPUTE BK-FLUXO-CONTA =
009150         FUNCTION MOD (RND-CONTA, BK-QTDE-FLUXOS) + 1
009160     IF RND-DATA-MOVIMENTO (1:6)
009170            NOT > BK-FLX-ULTIMO-NUM (BK-FLUXO-CONTA)
009180         GO TO 4300-EXIT
009190     END-IF
009200
009210     ADD RND-VALOR TO BK-JUROS-ABERTOS
009220     IF RND-DATA-MOVIMENTO (1:4) = BK-DATA-REFERENCIA-X (1:4)
009230         ADD RND-VALOR TO BK-JUROS-ABERTOS-ANO
009240     END-IF.
009250 4300-EXIT.
009260     EXIT.
009270
009280*****************************************************************
009290*  4400-TOTALIZAR-SUSPENSO - THE VALUE STILL HELD IN SUSPENSE:  *
009300*  EVERY PENDING ROW'S DOCUMENT IS PARSED FOR ITS POSTINGS, THE *
009310*  SAME WAY BOOK-RAZAO VALUES ITS SUSPENSE LEGS. ONE TOO        *
009320*  GARBLED TO PARSE CONTRIBUTES NOTHING HERE OR THERE, AND IS   *
009330*  COUNTED.                                                     *
009340*****************************************************************
009350 4400-TOTALIZAR-SUSPENSO.
009360     MOVE 'N' TO BK-FIM-DE-ARQUIVO
009370     OPEN INPUT SUSPENSO-REJEITADOS
009380     IF FS-SUSPENSO-OK
009390         PERFORM 4500-LER-SUSPENSO THRU 4500-EXIT
009400             UNTIL BK-FIM-DE-ARQUIVO-SIM
009410         CLOSE SUSPENSO-REJEITADOS
009420     END-IF.
009430 4400-EXIT.
009440     EXIT.
009450
009460 4500-LER-SUSPENSO.
009470     READ SUSPENSO-REJEITADOS
009480         AT END
009490             MOVE 'S' TO BK-FIM-DE-ARQUIVO
009500             GO TO 4500-EXIT
009510     END-READ
009520
009530     IF NOT SUS-PENDENTE
009540        OR SUS-DATA-MOVIMENTO > BK-DATA-REFERENCIA
009550         GO TO 4500-EXIT
009560     END-IF
009570     ADD 1 TO BK-SUS-PENDENTES
009580
009590     MOVE 'S' TO BK-PARSE-OK
009600     INITIALIZE CLIENT-DATA
009610     JSON PARSE SUS-DOCUMENTO INTO CLIENT-DATA
009620         ON EXCEPTION
009630             MOVE 'N' TO BK-PARSE-OK
009640     END-JSON
009650
009660     IF NOT BK-PARSE-OK-SIM
009670         ADD 1 TO BK-SUS-ILEGIVEIS
009680         GO TO 4500-EXIT
009690     END-IF
009700
009710     PERFORM 4600-SOMAR-POSTAGEM THRU 4600-EXIT
009720         VARYING BK-INDICE-TRANSACAO FROM 1 BY 1
009730         UNTIL BK-INDICE-TRANSACAO
009740             > TRANSACOES-QUANT OF CLIENT-DATA.
009750 4500-EXIT.
009760     EXIT.
009770
009780 4600-SOMAR-POSTAGEM.
009790     IF TIPO-DEBITO (BK-INDICE-TRANSACAO)
009800         ADD VALOR (BK-INDICE-TRANSACAO) TO BK-SUS-DEBITOS
009810     ELSE
009820         ADD VALOR (BK-INDICE-TRANSACAO) TO BK-SUS-CREDITOS
009830     END-IF.
009840 4600-EXIT.
009850     EXIT.
009860
009870*****************************************************************
009880*  4700-MONTAR-LIVROS - OUR SIDE OF EACH ACCOUNT, IN THE        *
009890*  ACCOUNT'S NORMAL NATURE LIKE FINANCE'S FIGURES.              *
009900*****************************************************************
009910 4700-MONTAR-LIVROS.
009920     COMPUTE BK-CTA-SALDO-LIVROS (1) =
009930         BK-TOT-SALDO-MESTRES
009940         + BK-TOT-JUROS-FECHADOS + BK-TOT-AJUSTE-JUROS
009950         + BK-JUROS-ABERTOS
009960         - BK-TOT-TARIFAS-FECHADAS - BK-TARIFAS-ABERTAS
009970     COMPUTE BK-CTA-SALDO-LIVROS (2) =
009980         BK-TOT-TARIFAS-ANO + BK-TARIFAS-ABERTAS-ANO
009990     COMPUTE BK-CTA-SALDO-LIVROS (3) =
010000         BK-TOT-JUROS-ANO + BK-TOT-AJUSTE-JUROS-ANO
010010         + BK-JUROS-ABERTOS-ANO
010020     COMPUTE BK-CTA-SALDO-LIVROS (4) =
010030         BK-SUS-CREDITOS - BK-SUS-DEBITOS.
010040 4700-EXIT.
010050     EXIT.
010060
010070*****************************************************************
010080*  5000-LER-SALDOS-RAZAO - FINANCE'S BALANCES FOR THE DAY. A    *
010090*  ROW FOR ANOTHER DAY OR ANOTHER ACCOUNT IS COUNTED AND        *
010100*  IGNORED; AN ACCOUNT WITH NO ROW IS REPORTED AS SUCH.         *
010110*****************************************************************
010120 5000-LER-SALDOS-RAZAO.
010130     MOVE 'N' TO BK-FIM-DE-ARQUIVO
010140     OPEN INPUT SALDOS-RAZAO
010150     IF FS-SALDORAZAO-OK
010160         PERFORM 5100-LER-SALDO-RAZAO THRU 5100-EXIT
010170             UNTIL BK-FIM-DE-ARQUIVO-SIM
010180         CLOSE SALDOS-RAZAO
010190     ELSE
010200         DISPLAY 'BOOK-CONCILIA - NENHUM ARQUIVO SALDORAZAO'
010210     END-IF.
010220 5000-EXIT.
010230     EXIT.
010240
010250 5100-LER-SALDO-RAZAO.
010260     READ SALDOS-RAZAO
010270         AT END
010280             MOVE 'S' TO BK-FIM-DE-ARQUIVO
010290             GO TO 5100-EXIT
010300     END-READ
010310
010320     MOVE SRZ-CONTA-RAZAO TO BK-CONTA-PROCURADA
010330     PERFORM 8500-LOCALIZAR-CONTA THRU 8500-EXIT
010340     IF BK-CONTA-ACHADA = ZERO
010350        OR SRZ-DATA-BASE NOT = BK-DATA-REFERENCIA
010360         ADD 1 TO BK-RAZAO-OUTRAS
010370         GO TO 5100-EXIT
010380     END-IF
010390
010400     MOVE 'S'       TO BK-CTA-NO-RAZAO (BK-CONTA-ACHADA)
010410     MOVE SRZ-SALDO TO BK-VALOR-LIDO
010420     MOVE BK-VALOR-LIDO TO BK-CTA-SALDO-RAZAO (BK-CONTA-ACHADA).
010430 5100-EXIT.
010440     EXIT.
010450
010460*****************************************************************
010470*  6000-COMPARAR-CONTA - THE DIFFERENCE, EACH SIDE'S MOVEMENT   *
010480*  SINCE THE PREVIOUS RECONCILIATION, AND THE BREAK'S HISTORY:  *
010490*  A BREAK KEEPS THE DATE IT FIRST OPENED FOR AS LONG AS ANY    *
010500*  DIFFERENCE REMAINS, AND CLOSES THE DAY THE SIDES AGREE.      *
010510*****************************************************************
010520 6000-COMPARAR-CONTA.
010530     COMPUTE BK-CTA-DIFERENCA (BK-INDICE-CONTA) =
010540         BK-CTA-SALDO-RAZAO (BK-INDICE-CONTA)
010550         - BK-CTA-SALDO-LIVROS (BK-INDICE-CONTA)
010560     COMPUTE BK-CTA-MOV-RAZAO (BK-INDICE-CONTA) =
010570         BK-CTA-SALDO-RAZAO (BK-INDICE-CONTA)
010580         - BK-CTA-ANT-RAZAO (BK-INDICE-CONTA)
010590     COMPUTE BK-CTA-MOV-LIVROS (BK-INDICE-CONTA) =
010600         BK-CTA-SALDO-LIVROS (BK-INDICE-CONTA)
010610         - BK-CTA-ANT-LIVROS (BK-INDICE-CONTA)
010620
010630     IF BK-CTA-DIFERENCA (BK-INDICE-CONTA) < ZERO
010640         COMPUTE BK-DIFERENCA-ABSOLUTA =
010650             ZERO - BK-CTA-DIFERENCA (BK-INDICE-CONTA)
010660     ELSE
010670         MOVE BK-CTA-DIFERENCA (BK-INDICE-CONTA)
010680                               TO BK-DIFERENCA-ABSOLUTA
010690     END-IF
010700
010710     IF BK-CTA-DIFERENCA (BK-INDICE-CONTA) = ZERO
010720        AND BK-CTA-NO-RAZAO-SIM (BK-INDICE-CONTA)
010730         MOVE ZERO TO BK-CTA-QUEBRA-DESDE (BK-INDICE-CONTA)
010740         MOVE ZERO TO BK-CTA-DIAS (BK-INDICE-CONTA)
010750         IF BK-CTA-ANT-QUEBRA (BK-INDICE-CONTA) NOT = ZERO
010760             MOVE 'ENCERRADA' TO BK-CTA-SITUACAO (BK-INDICE-CONTA)
010770         ELSE
010780             MOVE 'CONFERE'   TO BK-CTA-SITUACAO (BK-INDICE-CONTA)
010790         END-IF
010800         GO TO 6000-EXIT
010810     END-IF
010820
010830     ADD 1 TO BK-QUEBRAS-ABERTAS
010840     IF BK-CTA-ANT-QUEBRA (BK-INDICE-CONTA) NOT = ZERO
010850         MOVE BK-CTA-ANT-QUEBRA (BK-INDICE-CONTA)
010860                       TO BK-CTA-QUEBRA-DESDE (BK-INDICE-CONTA)
010870     ELSE
010880         MOVE BK-DATA-REFERENCIA
010890                       TO BK-CTA-QUEBRA-DESDE (BK-INDICE-CONTA)
010900     END-IF
010910     COMPUTE BK-CTA-DIAS (BK-INDICE-CONTA) =
010920         FUNCTION INTEGER-OF-DATE (BK-DATA-REFERENCIA)
010930         - FUNCTION INTEGER-OF-DATE
010940               (BK-CTA-QUEBRA-DESDE (BK-INDICE-CONTA))
010950
010960     EVALUATE TRUE
010970         WHEN NOT BK-CTA-NO-RAZAO-SIM (BK-INDICE-CONTA)
010980             MOVE 'SEM RAZAO'
010990                       TO BK-CTA-SITUACAO (BK-INDICE-CONTA)
011000             ADD 1 TO BK-QUEBRAS-ACIMA
011010         WHEN BK-DIFERENCA-ABSOLUTA > BK-TOLERANCIA
011020             MOVE 'ACIMA TOL.'
011030                       TO BK-CTA-SITUACAO (BK-INDICE-CONTA)
011040             ADD 1 TO BK-QUEBRAS-ACIMA
011050         WHEN OTHER
011060             MOVE 'QUEBRA'
011070                       TO BK-CTA-SITUACAO (BK-INDICE-CONTA)
011080     END-EVALUATE.
011090 6000-EXIT.
011100     EXIT.
011110
011120*****************************************************************
011130*  7000-IMPRIMIR-RELATORIO - THE BREAK REPORT: ONE BLOCK PER    *
011140*  ACCOUNT, THEN THE PER-STREAM FIGURES AND THE MAKE-UP OF OUR  *
011150*  SIDE, SO A BREAK CAN BE CHASED WITHOUT RERUNNING ANYTHING.   *
011160*****************************************************************
011170 7000-IMPRIMIR-RELATORIO.
011180     OPEN OUTPUT RELATORIO-CONCILIA
011190
011200     MOVE BK-DATA-REFERENCIA TO RPT-CAB-DATA
011210     MOVE BK-TOLERANCIA      TO RPT-CAB-TOLERANCIA
011220     MOVE BK-LINHA-CABECALHO TO REG-RELATORIO
011230     WRITE REG-RELATORIO
011240     MOVE SPACES             TO REG-RELATORIO
011250     WRITE REG-RELATORIO
011260     MOVE BK-LINHA-TITULOS   TO REG-RELATORIO
011270     WRITE REG-RELATORIO
011280
011290     PERFORM 7100-IMPRIMIR-CONTA THRU 7100-EXIT
011300         VARYING BK-INDICE-CONTA FROM 1 BY 1
011310         UNTIL BK-INDICE-CONTA > 4
011320
011330     MOVE SPACES TO REG-RELATORIO
011340     WRITE REG-RELATORIO
011350     PERFORM 7200-IMPRIMIR-FLUXO THRU 7200-EXIT
011360         VARYING BK-INDICE-FLUXO FROM 1 BY 1
011370         UNTIL BK-INDICE-FLUXO > BK-QTDE-FLUXOS
011380
011390     MOVE SPACES TO REG-RELATORIO
011400     WRITE REG-RELATORIO
011410     MOVE 'SALDOS DOS MESTRES..........:' TO RPT-VAL-ROTULO
011420     MOVE BK-TOT-SALDO-MESTRES            TO RPT-VAL-VALOR
011430     PERFORM 7300-IMPRIMIR-VALOR THRU 7300-EXIT
011440     MOVE 'JUROS DE MESES FECHADOS.....:' TO RPT-VAL-ROTULO
011450     MOVE BK-TOT-JUROS-FECHADOS           TO RPT-VAL-VALOR
011460     PERFORM 7300-IMPRIMIR-VALOR THRU 7300-EXIT
011470     MOVE 'AJUSTES DE JUROS (RETIFICA).:' TO RPT-VAL-ROTULO
011480     MOVE BK-TOT-AJUSTE-JUROS             TO RPT-VAL-VALOR
011490     PERFORM 7300-IMPRIMIR-VALOR THRU 7300-EXIT
011500     MOVE 'JUROS DE MESES ABERTOS......:' TO RPT-VAL-ROTULO
011510     MOVE BK-JUROS-ABERTOS                TO RPT-VAL-VALOR
011520     PERFORM 7300-IMPRIMIR-VALOR THRU 7300-EXIT
011530     MOVE 'TARIFAS DE MESES FECHADOS...:' TO RPT-VAL-ROTULO
011540     MOVE BK-TOT-TARIFAS-FECHADAS         TO RPT-VAL-VALOR
011550     PERFORM 7300-IMPRIMIR-VALOR THRU 7300-EXIT
011560     MOVE 'TARIFAS DE MESES ABERTOS....:' TO RPT-VAL-ROTULO
011570     MOVE BK-TARIFAS-ABERTAS              TO RPT-VAL-VALOR
011580     PERFORM 7300-IMPRIMIR-VALOR THRU 7300-EXIT
011590     MOVE 'SUSPENSO PENDENTE - CREDITOS:' TO RPT-VAL-ROTULO
011600     MOVE BK-SUS-CREDITOS                 TO RPT-VAL-VALOR
011610     PERFORM 7300-IMPRIMIR-VALOR THRU 7300-EXIT
011620     MOVE 'SUSPENSO PENDENTE - DEBITOS.:' TO RPT-VAL-ROTULO
011630     MOVE BK-SUS-DEBITOS                  TO RPT-VAL-VALOR
011640     PERFORM 7300-IMPRIMIR-VALOR THRU 7300-EXIT
011650
011660     MOVE 'SUSPENSOS PENDENTES.........:' TO RPT-CON-ROTULO
011670     MOVE BK-SUS-PENDENTES                TO RPT-CON-VALOR
011680     PERFORM 7400-IMPRIMIR-CONTADOR THRU 7400-EXIT
011690     MOVE 'SUSPENSOS ILEGIVEIS.........:' TO RPT-CON-ROTULO
011700     MOVE BK-SUS-ILEGIVEIS                TO RPT-CON-VALOR
011710     PERFORM 7400-IMPRIMIR-CONTADOR THRU 7400-EXIT
011720     MOVE 'LINHAS DO RAZAO IGNORADAS...:' TO RPT-CON-ROTULO
011730     MOVE BK-RAZAO-OUTRAS                 TO RPT-CON-VALOR
011740     PERFORM 7400-IMPRIMIR-CONTADOR THRU 7400-EXIT
011750     MOVE 'QUEBRAS EM ABERTO...........:' TO RPT-CON-ROTULO
011760     MOVE BK-QUEBRAS-ABERTAS              TO RPT-CON-VALOR
011770     PERFORM 7400-IMPRIMIR-CONTADOR THRU 7400-EXIT
011780     MOVE 'QUEBRAS ACIMA DA TOLERANCIA.:' TO RPT-CON-ROTULO
011790     MOVE BK-QUEBRAS-ACIMA                TO RPT-CON-VALOR
011800     PERFORM 7400-IMPRIMIR-CONTADOR THRU 7400-EXIT
011810
011820     CLOSE RELATORIO-CONCILIA.
011830 7000-EXIT.
011840     EXIT.
011850
011860 7100-IMPRIMIR-CONTA.
011870     MOVE BK-CTA-CODIGO (BK-INDICE-CONTA)    TO RPT-CTA-CODIGO
011880     MOVE BK-CTA-DESCRICAO (BK-INDICE-CONTA) TO RPT-CTA-DESCRICAO
011890     MOVE BK-CTA-SALDO-RAZAO (BK-INDICE-CONTA)  TO RPT-CTA-RAZAO
011900     MOVE BK-CTA-SALDO-LIVROS (BK-INDICE-CONTA) TO RPT-CTA-LIVROS
011910     MOVE BK-CTA-DIFERENCA (BK-INDICE-CONTA) TO RPT-CTA-DIFERENCA
011920     MOVE BK-CTA-SITUACAO (BK-INDICE-CONTA)  TO RPT-CTA-SITUACAO
011930     MOVE SPACES TO RPT-CTA-DESDE
011940     MOVE SPACES TO RPT-CTA-DIAS
011950     IF BK-CTA-QUEBRA-DESDE (BK-INDICE-CONTA) NOT = ZERO
011960         MOVE BK-CTA-QUEBRA-DESDE (BK-INDICE-CONTA)
011970                                  TO RPT-CTA-DESDE
011980         MOVE BK-CTA-DIAS (BK-INDICE-CONTA)
011990                                  TO RPT-CTA-DIAS-NUM
012000     END-IF
012010     MOVE BK-LINHA-CONTA TO REG-RELATORIO
012020     WRITE REG-RELATORIO
012030
012040     MOVE BK-CTA-MOV-RAZAO (BK-INDICE-CONTA)  TO RPT-MOV-RAZAO
012050     MOVE BK-CTA-MOV-LIVROS (BK-INDICE-CONTA) TO RPT-MOV-LIVROS
012060     COMPUTE RPT-MOV-DIFERENCA =
012070         BK-CTA-MOV-RAZAO (BK-INDICE-CONTA)
012080         - BK-CTA-MOV-LIVROS (BK-INDICE-CONTA)
012090     IF BK-CTA-ANT-DATA (BK-INDICE-CONTA) = ZERO
012100         MOVE 'INICIO'  TO RPT-MOV-DATA
012110     ELSE
012120         MOVE BK-CTA-ANT-DATA (BK-INDICE-CONTA) TO RPT-MOV-DATA
012130     END-IF
012140     MOVE BK-LINHA-MOVIMENTO TO REG-RELATORIO
012150     WRITE REG-RELATORIO.
012160 7100-EXIT.
012170     EXIT.
012180
012190 7200-IMPRIMIR-FLUXO.
012200     MOVE BK-INDICE-FLUXO TO RPT-FLX-FLUXO
012210     MOVE BK-FLX-QTDE-MESTRES (BK-INDICE-FLUXO) TO RPT-FLX-QTDE
012220     MOVE BK-FLX-SALDO (BK-INDICE-FLUXO)        TO RPT-FLX-SALDO
012230     MOVE BK-FLX-ULTIMO-MES (BK-INDICE-FLUXO)
012240                                     TO RPT-FLX-ULTIMO-MES
012250     MOVE BK-LINHA-FLUXO TO REG-RELATORIO
012260     WRITE REG-RELATORIO.
012270 7200-EXIT.
012280     EXIT.
012290
012300 7300-IMPRIMIR-VALOR.
012310     MOVE BK-LINHA-VALOR TO REG-RELATORIO
012320     WRITE REG-RELATORIO.
012330 7300-EXIT.
012340     EXIT.
012350
012360 7400-IMPRIMIR-CONTADOR.
012370     MOVE BK-LINHA-CONTADOR TO REG-RELATORIO
012380     WRITE REG-RELATORIO.
012390 7400-EXIT.
012400     EXIT.
012410
012420*****************************************************************
012430*  8000-GRAVAR-HISTORICO - THE DAY'S FIGURES AND BREAK DATES    *
012440*  FOR TOMORROW, WITH THE FIGURES THEY WERE COMPARED AGAINST    *
012450*  KEPT ALONGSIDE FOR A RERUN OF THE SAME DAY.                  *
012460*****************************************************************
012470 8000-GRAVAR-HISTORICO.
012480     OPEN OUTPUT HISTORICO-CONCILIA
012490     PERFORM 8100-GRAVAR-CONTA-HISTORICO THRU 8100-EXIT
012500         VARYING BK-INDICE-CONTA FROM 1 BY 1
012510         UNTIL BK-INDICE-CONTA > 4
012520     CLOSE HISTORICO-CONCILIA.
012530 8000-EXIT.
012540     EXIT.
012550
012560 8100-GRAVAR-CONTA-HISTORICO.
012570     MOVE SPACES TO REG-HISTORICO-CONCILIA
012580     MOVE BK-CTA-CODIGO (BK-INDICE-CONTA)    TO CNH-CONTA-RAZAO
012590     MOVE BK-DATA-REFERENCIA                 TO CNH-DATA-BASE
012600     MOVE BK-CTA-SALDO-RAZAO (BK-INDICE-CONTA)  TO CNH-SALDO-RAZAO
012610     MOVE BK-CTA-SALDO-LIVROS (BK-INDICE-CONTA)
012620                                        TO CNH-SALDO-LIVROS
012630     MOVE BK-CTA-QUEBRA-DESDE (BK-INDICE-CONTA)
012640                                        TO CNH-QUEBRA-DESDE
012650     MOVE BK-CTA-ANT-DATA (BK-INDICE-CONTA)  TO CNH-ANT-DATA-BASE
012660     MOVE BK-CTA-ANT-RAZAO (BK-INDICE-CONTA)
012670                                        TO CNH-ANT-SALDO-RAZAO
012680     MOVE BK-CTA-ANT-LIVROS (BK-INDICE-CONTA)
012690                                        TO CNH-ANT-SALDO-LIVROS
012700     MOVE BK-CTA-ANT-QUEBRA (BK-INDICE-CONTA)
012710                                        TO CNH-ANT-QUEBRA-DESDE
012720     WRITE REG-HISTORICO-CONCILIA.
012730 8100-EXIT.
012740     EXIT.
012750
012760*****************************************************************
012770*  8500-LOCALIZAR-CONTA - THE TABLE ENTRY FOR THE LEDGER        *
012780*  ACCOUNT IN BK-CONTA-PROCURADA, ZERO IF IT IS NOT ONE OF OURS.*
012790*****************************************************************
012800 8500-LOCALIZAR-CONTA.
012810     MOVE ZERO TO BK-CONTA-ACHADA
012820     PERFORM 8600-COMPARAR-CODIGO THRU 8600-EXIT
012830         VARYING BK-INDICE-CONTA FROM 1 BY 1
012840         UNTIL BK-INDICE-CONTA > 4
012850            OR BK-CONTA-ACHADA NOT = ZERO.
012860 8500-EXIT.
012870     EXIT.
012880
012890 8600-COMPARAR-CODIGO.
012900     IF BK-CTA-CODIGO (BK-INDICE-CONTA) = BK-CONTA-PROCURADA
012910         MOVE BK-INDICE-CONTA TO BK-CONTA-ACHADA
012920     END-IF.
012930 8600-EXIT.
012940     EXIT.
012950
012960*****************************************************************
012970*  9000-ENCERRAR - THE CONSOLE ECHO AND THE RETURN CODE THE     *
012980*  SCHEDULER ACTS ON.                                           *
012990*****************************************************************
013000 9000-ENCERRAR.
013010     DISPLAY 'BOOK-CONCILIA - FASE..............: ' CNC-FASE
013020     DISPLAY 'BOOK-CONCILIA - DATA..............: '
013030         BK-DATA-REFERENCIA
013040     IF CNC-FASE-LEVANTAMENTO AND NOT BK-RECUSADA-SIM
013050         DISPLAY 'BOOK-CONCILIA - FLUXO.............: ' CNC-FLUXO
013060         DISPLAY 'BOOK-CONCILIA - MESTRES...........: '
013070             BK-QTDE-MESTRES
013080         DISPLAY 'BOOK-CONCILIA - SALDO DOS MESTRES.: '
013090             BK-SALDO-MESTRES
013100     END-IF
013110     IF CNC-FASE-CONCILIACAO AND NOT BK-RECUSADA-SIM
013120         DISPLAY 'BOOK-CONCILIA - QUEBRAS EM ABERTO.: '
013130             BK-QUEBRAS-ABERTAS
013140         DISPLAY 'BOOK-CONCILIA - ACIMA DA TOLERANCIA: '
013150             BK-QUEBRAS-ACIMA
013160     END-IF
013170
013180     IF BK-RECUSADA-SIM
013190         DISPLAY 'BOOK-CONCILIA - ETAPA RECUSADA: '
013200             BK-MOTIVO-RECUSA
013210         MOVE 8 TO RETURN-CODE
013220         GO TO 9000-EXIT
013230     END-IF
013240     IF BK-QUEBRAS-ACIMA > ZERO
013250         DISPLAY 'BOOK-CONCILIA - LIVROS E RAZAO NAO CONFEREM - '
013260             'VER RELCONC'
013270         MOVE 8 TO RETURN-CODE
013280     END-IF.
013290 9000-EXIT.
013300     EXIT.
