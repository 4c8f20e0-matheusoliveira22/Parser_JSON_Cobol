000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOOK-INFORME.
000030 AUTHOR.        R P SILVEIRA.
000040 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  BOOK-INFORME                                                 *
000090*  YEAR-END ANNUAL STATEMENT (INFORME ANUAL). RUN ONCE A YEAR,  *
000100*  AFTER DECEMBER HAS BEEN CLOSED BY BOOK-MENSAL, IT BUILDS     *
000110*  EACH CLIENT'S STATEMENT FOR THE BASE YEAR OUT OF THE TWELVE  *
000120*  FECHMES ROWS THE CLIENT HAS FOR IT, INSTEAD OF CLIENT        *
000130*  SERVICES ASSEMBLING IT BY HAND EVERY FEBRUARY:               *
000140*    - BALANCE AT 31 DECEMBER OF THE PRIOR YEAR - THE OPENING   *
000150*      BALANCE OF THE CLIENT'S FIRST MONTH IN THE BASE YEAR     *
000160*      (ZERO FOR AN ACCOUNT OPENED DURING IT);                  *
000170*    - BALANCE AT 31 DECEMBER OF THE BASE YEAR - THE CLOSING    *
000180*      BALANCE OF ITS DECEMBER ROW (ZERO, WITH A NOTE ON THE    *
000190*      DOCUMENT, FOR AN ACCOUNT WITH NO DECEMBER ROW);          *
000200*    - INTEREST CREDITED AND FEES CHARGED IN THE YEAR - THE     *
000210*      SUM OF THE MONTHS' FME-JUROS AND FME-TARIFAS, WHICH      *
000220*      BOOK-MENSAL TOOK FROM RENDIMENTOS AND COBRANCAS, PLUS    *
000230*      ANY PRIOR-PERIOD INTEREST DIFFERENCE BOOK-RETIFICA       *
000240*      PROCESSED DURING THE YEAR (AJPERIODO), SO THE INTEREST   *
000250*      REPORTED AGREES WITH WHAT WAS ACTUALLY POSTED.           *
000260*  BALANCES ARE ON THE MASTER'S PRE-FEE BASIS, AS IN FECHMES,   *
000270*  AND THE DOCUMENT SAYS SO.                                    *
000280*                                                               *
000290*  THE BASE YEAR COMES FROM THE ANOBASE PARAMETER FILE (AAAA),  *
000300*  DEFAULTING TO THE YEAR BEFORE THE RUN DATE'S.                *
000310*                                                               *
000320*  FECHMES AND AJPERIODO ARE PER-STREAM KEYED FILES, SO THE JOB *
000330*  RUNS AS STEPS OF THIS PROGRAM, LIKE BOOK-CONCILIA, THE PHASE *
000340*  AND STREAM GIVEN IN THE INFORME PARAMETER FILE (PHASE,       *
000350*  STREAM):                                                     *
000360*    L - ONE STREAM'S STATEMENTS, WITH THE STREAM'S FILES       *
000370*        MAPPED UNDER THEIR USUAL DD NAMES. THE DOCUMENT LINES  *
000380*        AND THE RETURN DETAIL LINES ARE WRITTEN TO THE INFTRAB *
000390*        WORK FILE, CLOSED BY ONE ROW WITH THE STREAM'S CLIENT  *
000400*        COUNT (STREAM 1 RECREATES IT, SO IT RUNS FIRST). THE   *
000410*        STEP IS REFUSED (RETURN CODE 8, NOTHING WRITTEN)       *
000420*        UNLESS THE STREAM'S FECHMES HOLDS ALL TWELVE MONTHS OF *
000430*        THE BASE YEAR, SO THE DOCUMENT CAN NEVER BE ISSUED     *
000440*        FROM A PARTIAL YEAR;                                   *
000450*    C - CONSOLIDATION, ONCE EVERY STREAM HAS BEEN RECORDED     *
000460*        FOR THE BASE YEAR EXACTLY ONCE, UNDER THE CURRENT      *
000470*        STREAM COUNT AND WITH ALL OF ITS DETAIL LINES. IT      *
000480*        WRITES THE OUTPUTS:                                    *
000490*    - INFORMECLI: ONE DOCUMENT PER CLIENT, FORMATTED AND       *
000500*      PAGED THE SAME WAY AS BOOK-EMISSOR'S EXTRATOCLI -        *
000510*      FOLHA/DOCUMENTO NUMBERING, HEADER REPEATED ON EVERY      *
000520*      NEW PAGE, MONTH-BY-MONTH TABLE AND THE YEAR'S FIGURES.   *
000530*      DOCUMENTS ARE RENUMBERED IN ONE SEQUENCE ACROSS THE      *
000540*      STREAMS;                                                 *
000550*    - INFORMEREG: THE FIXED-LAYOUT REGULATORY RETURN, ONE      *
000560*      DETAIL LINE PER CLIENT (SEE BKINFAN) BETWEEN ONE HEADER  *
000570*      AND ONE TRAILER WITH THE TOTALS OF EVERY STREAM (SEE     *
000580*      BKINFCT).                                                *
000590*  A REFUSED CONSOLIDATION OPENS NEITHER OUTPUT, SO THE         *
000600*  PREVIOUS ONES ARE LEFT UNTOUCHED. THE STREAM COUNT COMES     *
000610*  FROM QTDFLUXOS (ABSENT MEANS FOUR, AS IN BOOK-DIVISOR).      *
000620*-----------------------------------------------------------------
000630*  MOD LOG
000640*  DATE       WHO   DESCRIPTION
000650*  ---------- ----  ---------------------------------------------
000660*  2026-10-15 RPS   ORIGINAL VERSION.
000670*****************************************************************
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.   IBM-Z15.
000710 OBJECT-COMPUTER.   IBM-Z15.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT FECHAMENTO-MENSAL  ASSIGN TO "FECHMES"
000750                                ORGANIZATION IS INDEXED
000760                                ACCESS MODE IS DYNAMIC
000770                                RECORD KEY IS FME-CHAVE
000780                                FILE STATUS IS FS-FECHMES.
000790
000800     SELECT AJUSTES-PERIODO    ASSIGN TO "AJPERIODO"
000810                                ORGANIZATION IS INDEXED
000820                                ACCESS MODE IS DYNAMIC
000830                                RECORD KEY IS APA-CHAVE
000840                                FILE STATUS IS FS-AJPERIODO.
000850
000860     SELECT PARAMETRO-INFORME  ASSIGN TO "INFORME"
000870                                ORGANIZATION IS LINE SEQUENTIAL
000880                                FILE STATUS IS FS-PARAM-INF.
000890
000900     SELECT PARAMETRO-FLUXOS   ASSIGN TO "QTDFLUXOS"
000910                                ORGANIZATION IS LINE SEQUENTIAL
000920                                FILE STATUS IS FS-PARAM-FLUXOS.
000930
000940     SELECT PARAMETRO-ANO      ASSIGN TO "ANOBASE"
000950                                ORGANIZATION IS LINE SEQUENTIAL
000960                                FILE STATUS IS FS-PARAM-ANO.
000970
000980     SELECT TRABALHO-INFORME   ASSIGN TO "INFTRAB"
000990                                ORGANIZATION IS LINE SEQUENTIAL
001000                                FILE STATUS IS FS-INFTRAB.
001010
001020     SELECT INFORME-DOCUMENTOS ASSIGN TO "INFORMECLI"
001030                                ORGANIZATION IS LINE SEQUENTIAL
001040                                FILE STATUS IS FS-INFORME-DOC.
001050
001060     SELECT INFORME-REGULATORIO ASSIGN TO "INFORMEREG"
001070                                ORGANIZATION IS LINE SEQUENTIAL
001080                                FILE STATUS IS FS-INFORME-REG.
001090
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  FECHAMENTO-MENSAL.
001130 COPY BKFECHM.
001140
001150 FD  AJUSTES-PERIODO.
001160 COPY BKAJPER.
001170
001180 FD  PARAMETRO-INFORME.
001190 01  REG-PARAM-INFORME.
001200     03  INP-FASE              PIC X(001).
001210         88  INP-FASE-LEVANTAMENTO           VALUE 'L'.
001220         88  INP-FASE-CONSOLIDACAO           VALUE 'C'.
001230     03  INP-FLUXO             PIC 9(001).
001240
001250 FD  PARAMETRO-FLUXOS.
001260 01  REG-PARAM-FLUXOS          PIC 9(001).
001270
001280 FD  PARAMETRO-ANO.
001290 01  REG-PARAM-ANO             PIC X(004).
001300
001310*---------------------------------------------------------------*
001320*  WORK FILE - EVERY LINE A STREAM'S STEP PRODUCED, IN ORDER,   *
001330*  TAGGED WITH THE BASE YEAR, THE STREAM, THE STREAM COUNT AND  *
001340*  THE STREAM'S OWN DOCUMENT NUMBER. ITR-TIPO SAYS WHAT THE     *
001350*  CONTENT IS: A DOCUMENT TITLE LINE (ITS DOCUMENT NUMBER IS    *
001360*  REPLACED ON CONSOLIDATION), ANY OTHER DOCUMENT LINE, A       *
001370*  RETURN DETAIL LINE (BKINFAN IMAGE) OR THE STREAM'S CLOSING   *
001380*  ROW WITH ITS COUNTS. ALL FIELDS USAGE DISPLAY.               *
001390*---------------------------------------------------------------*
001400 FD  TRABALHO-INFORME.
001410 01  REG-TRABALHO-INFORME.
001420     03  ITR-ANO-BASE          PIC 9(004).
001430     03  ITR-FLUXO             PIC 9(001).
001440     03  ITR-QTDE-FLUXOS       PIC 9(001).
001450     03  ITR-TIPO              PIC X(001).
001460         88  ITR-TITULO                      VALUE 'T'.
001470         88  ITR-LINHA                       VALUE 'L'.
001480         88  ITR-DETALHE                     VALUE 'R'.
001490         88  ITR-FIM-FLUXO                   VALUE 'F'.
001500     03  ITR-DOCUMENTO         PIC 9(006).
001510     03  ITR-CONTEUDO          PIC X(193).
001520     03  ITR-DADOS-FLUXO REDEFINES ITR-CONTEUDO.
001530         05  ITR-QTDE-CLIENTES PIC 9(009).
001540         05  ITR-SEM-DEZEMBRO  PIC 9(009).
001550         05  FILLER            PIC X(175).
001560
001570 FD  INFORME-DOCUMENTOS.
001580 01  REG-INFORME-DOC           PIC X(132).
001590
001600 FD  INFORME-REGULATORIO.
001610 COPY BKINFAN.
001620
001630 WORKING-STORAGE SECTION.
001640 77  FS-FECHMES                PIC X(002) VALUE SPACES.
001650     88  FS-FECHMES-OK                       VALUE '00'.
001660 77  FS-AJPERIODO              PIC X(002) VALUE SPACES.
001670     88  FS-AJPERIODO-OK                     VALUE '00'.
001680 77  FS-PARAM-INF              PIC X(002) VALUE SPACES.
001690     88  FS-PARAM-INF-OK                     VALUE '00'.
001700 77  FS-PARAM-FLUXOS           PIC X(002) VALUE SPACES.
001710     88  FS-PARAM-FLUXOS-OK                  VALUE '00'.
001720 77  FS-PARAM-ANO              PIC X(002) VALUE SPACES.
001730     88  FS-PARAM-ANO-OK                     VALUE '00'.
001740 77  FS-INFTRAB                PIC X(002) VALUE SPACES.
001750     88  FS-INFTRAB-OK                       VALUE '00'.
001760     88  FS-INFTRAB-NAO-EXISTE               VALUE '35'.
001770 77  FS-INFORME-DOC            PIC X(002) VALUE SPACES.
001780 77  FS-INFORME-REG            PIC X(002) VALUE SPACES.
001790 77  BK-FIM-DE-ARQUIVO         PIC X(001) VALUE 'N'.
001800     88  BK-FIM-DE-ARQUIVO-SIM               VALUE 'S'.
001810 77  BK-FIM-AJUSTES            PIC X(001) VALUE 'N'.
001820     88  BK-FIM-AJUSTES-SIM                  VALUE 'S'.
001830 77  BK-RECUSADO               PIC X(001) VALUE 'N'.
001840     88  BK-RECUSADO-SIM                     VALUE 'S'.
001850 77  BK-FECHMES-ABERTO         PIC X(001) VALUE 'N'.
001860     88  BK-FECHMES-ABERTO-SIM               VALUE 'S'.
001870 77  BK-AJPERIODO-ABERTO       PIC X(001) VALUE 'N'.
001880     88  BK-AJPERIODO-ABERTO-SIM             VALUE 'S'.
001890 77  BK-QTDE-FLUXOS            PIC 9(001) VALUE ZERO.
001900
001910*---------------------------------------------------------------*
001920*  THE BASE YEAR, THE ONE BEFORE IT, AND THE GENERATION DATE.   *
001930*---------------------------------------------------------------*
001940 77  BK-ANO-BASE               PIC 9(004) VALUE ZERO.
001950 77  BK-ANO-ANTERIOR           PIC 9(004) VALUE ZERO.
001960 77  BK-DATA-GERACAO           PIC 9(008) VALUE ZERO.
001970
001980*---------------------------------------------------------------*
001990*  WHICH MONTHS OF THE BASE YEAR FECHMES HOLDS, BY MONTH NUMBER.*
002000*---------------------------------------------------------------*
002010 01  BK-TABELA-MESES-FECHADOS.
002020     03  BK-MES-FECHADO        PIC X(001) OCCURS 12 TIMES.
002030         88  BK-MES-FECHADO-SIM              VALUE 'S'.
002040 77  BK-INDICE-MES             PIC 9(003) COMP-3 VALUE ZERO.
002050 77  BK-MES-NUM                PIC 9(002) VALUE ZERO.
002060 77  BK-MESES-AUSENTES         PIC 9(003) COMP-3 VALUE ZERO.
002070 01  BK-ANO-MES-AUSENTE.
002080     03  BK-AUS-ANO            PIC 9(004).
002090     03  FILLER                PIC X(001) VALUE '-'.
002100     03  BK-AUS-MES            PIC 9(002).
002110
002120*---------------------------------------------------------------*
002130*  THE CLIENT BEING ASSEMBLED - FECHMES IS KEYED CONTA, THEN    *
002140*  AAAA-MM, SO ITS ROWS FOR THE YEAR ARRIVE TOGETHER AND IN     *
002150*  MONTH ORDER.                                                 *
002160*---------------------------------------------------------------*
002170 77  BK-CLIENTE-PENDENTE       PIC X(001) VALUE 'N'.
002180     88  BK-CLIENTE-PENDENTE-SIM             VALUE 'S'.
002190 77  BK-CLI-DEZEMBRO           PIC X(001) VALUE 'N'.
002200     88  BK-CLI-DEZEMBRO-SIM                 VALUE 'S'.
002210 77  BK-CONTA-CORRENTE         PIC 9(010) VALUE ZERO.
002220 77  BK-NOME-CORRENTE          PIC X(100) VALUE SPACES.
002230 77  BK-CLI-ULTIMO-MES         PIC X(007) VALUE SPACES.
002240 77  BK-CLI-SALDO-ANTERIOR     PIC S9(015)V99 COMP-3 VALUE ZERO.
002250 77  BK-CLI-SALDO-ATUAL        PIC S9(015)V99 COMP-3 VALUE ZERO.
002260 77  BK-CLI-JUROS              PIC 9(015)V99  COMP-3 VALUE ZERO.
002270 77  BK-CLI-JUROS-AJUSTE       PIC S9(015)V99 COMP-3 VALUE ZERO.
002280 77  BK-CLI-JUROS-TOTAL        PIC S9(015)V99 COMP-3 VALUE ZERO.
002290 77  BK-CLI-TARIFAS            PIC 9(015)V99  COMP-3 VALUE ZERO.
002300 01  BK-TABELA-MESES-CLIENTE.
002310     03  BK-CLI-MESES-USADOS   PIC 9(003) COMP-3 VALUE ZERO.
002320     03  BK-CLI-MES            OCCURS 12 TIMES.
002330         05  BK-CLM-ANO-MES    PIC X(007).
002340         05  BK-CLM-CREDITOS   PIC 9(015)V99  COMP-3.
002350         05  BK-CLM-DEBITOS    PIC 9(015)V99  COMP-3.
002360         05  BK-CLM-TARIFAS    PIC 9(013)V99  COMP-3.
002370         05  BK-CLM-JUROS      PIC 9(013)V99  COMP-3.
002380         05  BK-CLM-SALDO      PIC S9(015)V99 COMP-3.
002390
002400*---------------------------------------------------------------*
002410*  RUN COUNTERS AND THE TRAILER TOTALS - THE STREAM'S IN PHASE  *
002420*  L, EVERY STREAM'S IN PHASE C.                                *
002430*---------------------------------------------------------------*
002440 77  BK-QTDE-CLIENTES          PIC 9(009) COMP-3 VALUE ZERO.
002450 77  BK-SEM-DEZEMBRO           PIC 9(009) COMP-3 VALUE ZERO.
002460 77  BK-SOMA-CONTAS            PIC 9(018) COMP-3 VALUE ZERO.
002470 77  BK-TOT-SALDO-ANTERIOR     PIC S9(015)V99 COMP-3 VALUE ZERO.
002480 77  BK-TOT-SALDO-ATUAL        PIC S9(015)V99 COMP-3 VALUE ZERO.
002490 77  BK-TOT-JUROS              PIC S9(015)V99 COMP-3 VALUE ZERO.
002500 77  BK-TOT-TARIFAS            PIC 9(015)V99  COMP-3 VALUE ZERO.
002510 77  BK-VALOR-LIDO             PIC S9(015)V99 COMP-3 VALUE ZERO.
002520
002530*---------------------------------------------------------------*
002540*  PHASE C - WHAT EACH STREAM RECORDED ON INFTRAB.              *
002550*---------------------------------------------------------------*
002560 01  BK-TABELA-FLUXOS.
002570     03  BK-FLX                OCCURS 8 TIMES.
002580         05  BK-FLX-PRESENTE   PIC X(001).
002590             88  BK-FLX-PRESENTE-SIM         VALUE 'S'.
002600         05  BK-FLX-CLIENTES   PIC 9(009) COMP-3.
002610         05  BK-FLX-DETALHES   PIC 9(009) COMP-3.
002620 77  BK-INDICE-FLUXO           PIC 9(004) COMP VALUE ZERO.
002630 77  BK-FLUXO-DOC              PIC 9(001) VALUE ZERO.
002640 77  BK-DOCUMENTO-FLUXO        PIC 9(006) VALUE ZERO.
002650
002660*---------------------------------------------------------------*
002670*  DOCUMENT PAGING, AS IN BOOK-EMISSOR. IN PHASE L THE DOCUMENT *
002680*  NUMBER RUNS WITHIN THE STREAM; PHASE C NUMBERS THEM AGAIN    *
002690*  IN ONE SEQUENCE.                                             *
002700*---------------------------------------------------------------*
002710 77  BK-SEQUENCIA-DOC          PIC 9(006) COMP-3 VALUE ZERO.
002720 77  BK-FOLHA                  PIC 9(004) COMP-3 VALUE ZERO.
002730 77  BK-LINHAS-NA-FOLHA        PIC 9(003) COMP-3 VALUE ZERO.
002740 77  BK-TAMANHO-FOLHA          PIC 9(003) COMP-3 VALUE 50.
002750
002760*---------------------------------------------------------------*
002770*  RETURN FILE CONTROL RECORD (HDR/TRL).                        *
002780*---------------------------------------------------------------*
002790 COPY BKINFCT.
002800
002810*---------------------------------------------------------------*
002820*  RETURN DETAIL LINE AS BUILT IN PHASE L, BEFORE IT GOES TO    *
002830*  THE WORK FILE.                                               *
002840*---------------------------------------------------------------*
002850 COPY BKINFAN REPLACING ==REGISTRO-INFORME-ANUAL==
002860                     BY ==BK-DETALHE-INFORME==
002870                LEADING ==INF== BY ==DTI==.
002880
002890*---------------------------------------------------------------*
002900*  DOCUMENT LINES.                                              *
002910*---------------------------------------------------------------*
002920 01  BK-LINHA-IMPRESSA         PIC X(132) VALUE SPACES.
002930 01  BK-LINHA-TRACO            PIC X(132) VALUE ALL '='.
002940
002950 01  BK-LINHA-TITULO.
002960     03  FILLER                PIC X(040) VALUE
002970         'INFORME ANUAL DE RENDIMENTOS     FOLHA: '.
002980     03  TIT-FOLHA             PIC 9(004).
002990     03  FILLER                PIC X(013) VALUE '  DOCUMENTO: '.
003000     03  TIT-DOCUMENTO         PIC 9(006).
003010
003020 01  BK-LINHA-CLIENTE.
003030     03  FILLER                PIC X(009) VALUE 'CLIENTE: '.
003040     03  CLI-NOME              PIC X(100).
003050
003060 01  BK-LINHA-CONTA.
003070     03  FILLER                PIC X(007) VALUE 'CONTA: '.
003080     03  CTA-CONTA             PIC 9(010).
003090     03  FILLER                PIC X(013) VALUE '   ANO-BASE: '.
003100     03  CTA-ANO-BASE          PIC 9(004).
003110
003120 01  BK-LINHA-ROTULO-VALOR.
003130     03  ROT-TEXTO             PIC X(026).
003140     03  ROT-VALOR             PIC -(013)9.99.
003150
003160 01  BK-LINHA-SALDO-DEZEMBRO.
003170     03  FILLER                PIC X(015) VALUE 'SALDO EM 31/12/'.
003180     03  SDZ-ANO               PIC 9(004).
003190     03  FILLER                PIC X(007) VALUE '.....: '.
003200     03  SDZ-VALOR             PIC -(013)9.99.
003210
003220 01  BK-LINHA-TITULOS-MES.
003230     03  FILLER                PIC X(011) VALUE '  MES      '.
003240     03  FILLER                PIC X(017) VALUE
003250         '         CREDITOS'.
003260     03  FILLER                PIC X(002) VALUE SPACES.
003270     03  FILLER                PIC X(017) VALUE
003280         '          DEBITOS'.
003290     03  FILLER                PIC X(002) VALUE SPACES.
003300     03  FILLER                PIC X(017) VALUE
003310         '          TARIFAS'.
003320     03  FILLER                PIC X(002) VALUE SPACES.
003330     03  FILLER                PIC X(017) VALUE
003340         '            JUROS'.
003350     03  FILLER                PIC X(002) VALUE SPACES.
003360     03  FILLER                PIC X(017) VALUE
003370         ' SALDO FECHAMENTO'.
003380
003390 01  BK-LINHA-MES.
003400     03  FILLER                PIC X(002) VALUE SPACES.
003410     03  MEN-ANO-MES           PIC X(007).
003420     03  FILLER                PIC X(002) VALUE SPACES.
003430     03  MEN-CREDITOS          PIC -(013)9.99.
003440     03  FILLER                PIC X(002) VALUE SPACES.
003450     03  MEN-DEBITOS           PIC -(013)9.99.
003460     03  FILLER                PIC X(002) VALUE SPACES.
003470     03  MEN-TARIFAS           PIC -(013)9.99.
003480     03  FILLER                PIC X(002) VALUE SPACES.
003490     03  MEN-JUROS             PIC -(013)9.99.
003500     03  FILLER                PIC X(002) VALUE SPACES.
003510     03  MEN-SALDO             PIC -(013)9.99.
003520
003530 01  BK-LINHA-SEM-DEZEMBRO.
003540     03  FILLER                PIC X(043) VALUE
003550         'SEM POSICAO EM 31/12 - ULTIMO MES FECHADO: '.
003560     03  SDZ-ULTIMO-MES        PIC X(007).
003570
003580 01  BK-LINHA-NOTA.
003590     03  FILLER                PIC X(060) VALUE
003600         'SALDOS ANTES DE TARIFAS E JUROS, INFORMADOS A PARTE.'.
003610
003620 PROCEDURE DIVISION.
003630
003640*****************************************************************
003650*  0000-MAINLINE                                                *
003660*****************************************************************
003670 0000-MAINLINE.
003680     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003690     IF NOT BK-RECUSADO-SIM
003700         EVALUATE TRUE
003710             WHEN INP-FASE-LEVANTAMENTO
003720                 PERFORM 1200-ABRIR-ENTRADAS THRU 1200-EXIT
003730                 IF NOT BK-RECUSADO-SIM
003740                     PERFORM 2000-CONFERIR-MESES THRU 2000-EXIT
003750                 END-IF
003760                 IF NOT BK-RECUSADO-SIM
003770                     PERFORM 3000-EMITIR-INFORMES THRU 3000-EXIT
003780                 END-IF
003790             WHEN INP-FASE-CONSOLIDACAO
003800                 PERFORM 6500-CONSOLIDAR-INFORMES THRU 6500-EXIT
003810         END-EVALUATE
003820     END-IF
003830     IF BK-RECUSADO-SIM
003840         PERFORM 8900-FECHAR-ENTRADAS THRU 8900-EXIT
003850         DISPLAY 'BOOK-INFORME - INFORME NAO EMITIDO'
003860         MOVE 8 TO RETURN-CODE
003870         GOBACK
003880     END-IF
003890
003900     PERFORM 9000-ENCERRAR THRU 9000-EXIT
003910     GOBACK.
003920
003930*****************************************************************
003940*  1000-INICIALIZAR - THE STEP PARAMETERS. INFORME IS           *
003950*  MANDATORY; THE BASE YEAR COMES FROM ANOBASE AND THE STREAM   *
003960*  COUNT FROM QTDFLUXOS.                                        *
003970*****************************************************************
003980 1000-INICIALIZAR.
003990     MOVE FUNCTION CURRENT-DATE (1:8) TO BK-DATA-GERACAO
004000     MOVE FUNCTION CURRENT-DATE (1:4) TO BK-ANO-BASE
004010     SUBTRACT 1 FROM BK-ANO-BASE
004020
004030     MOVE SPACES TO REG-PARAM-INFORME
004040     OPEN INPUT PARAMETRO-INFORME
004050     IF NOT FS-PARAM-INF-OK
004060         DISPLAY 'BOOK-INFORME - PARAMETRO INFORME AUSENTE'
004070         MOVE 'S' TO BK-RECUSADO
004080         GO TO 1000-EXIT
004090     END-IF
004100     READ PARAMETRO-INFORME
004110         AT END
004120             MOVE SPACES TO REG-PARAM-INFORME
004130     END-READ
004140     CLOSE PARAMETRO-INFORME
004150
004160     IF NOT INP-FASE-LEVANTAMENTO AND NOT INP-FASE-CONSOLIDACAO
004170         DISPLAY 'BOOK-INFORME - FASE INVALIDA NO PARAMETRO '
004180             'INFORME (L OU C): ' INP-FASE
004190         MOVE 'S' TO BK-RECUSADO
004200         GO TO 1000-EXIT
004210     END-IF
004220
004230     PERFORM 1100-OBTER-QTDE-FLUXOS THRU 1100-EXIT
004240     IF BK-RECUSADO-SIM
004250         GO TO 1000-EXIT
004260     END-IF
004270
004280     IF INP-FASE-LEVANTAMENTO
004290        AND (INP-FLUXO NOT NUMERIC OR INP-FLUXO < 1
004300             OR INP-FLUXO > BK-QTDE-FLUXOS)
004310         DISPLAY 'BOOK-INFORME - FLUXO INVALIDO NO PARAMETRO '
004320             'INFORME: ' INP-FLUXO
004330         MOVE 'S' TO BK-RECUSADO
004340         GO TO 1000-EXIT
004350     END-IF
004360
004370     OPEN INPUT PARAMETRO-ANO
004380     IF FS-PARAM-ANO-OK
004390         READ PARAMETRO-ANO
004400             AT END
004410                 CONTINUE
004420             NOT AT END
004430                 IF REG-PARAM-ANO IS NUMERIC
004440                     MOVE REG-PARAM-ANO TO BK-ANO-BASE
004450                 ELSE
004460                     DISPLAY 'BOOK-INFORME - ANO-BASE INVALIDO '
004470                         'NO PARAMETRO: ' REG-PARAM-ANO
004480                     MOVE 'S' TO BK-RECUSADO
004490                 END-IF
004500         END-READ
004510         CLOSE PARAMETRO-ANO
004520     END-IF
004530     COMPUTE BK-ANO-ANTERIOR = BK-ANO-BASE - 1.
004540 1000-EXIT.
004550     EXIT.
004560
004570*****************************************************************
004580*  1100-OBTER-QTDE-FLUXOS - THE STREAM COUNT; NO QTDFLUXOS      *
004590*  MEANS BOOK-DIVISOR'S DEFAULT OF FOUR.                        *
004600*****************************************************************
004610 1100-OBTER-QTDE-FLUXOS.
004620     MOVE 4 TO BK-QTDE-FLUXOS
004630     OPEN INPUT PARAMETRO-FLUXOS
004640     IF FS-PARAM-FLUXOS-OK
004650         READ PARAMETRO-FLUXOS
004660             AT END
004670                 CONTINUE
004680             NOT AT END
004690                 IF REG-PARAM-FLUXOS NUMERIC
004700                     MOVE REG-PARAM-FLUXOS TO BK-QTDE-FLUXOS
004710                 ELSE
004720                     MOVE ZERO TO BK-QTDE-FLUXOS
004730                 END-IF
004740         END-READ
004750         CLOSE PARAMETRO-FLUXOS
004760     END-IF
004770
004780     IF BK-QTDE-FLUXOS < 1 OR BK-QTDE-FLUXOS > 8
004790         DISPLAY 'BOOK-INFORME - QTDFLUXOS INVALIDA (1 A 8)'
004800         MOVE 'S' TO BK-RECUSADO
004810     END-IF.
004820 1100-EXIT.
004830     EXIT.
004840
004850*****************************************************************
004860*  1200-ABRIR-ENTRADAS - PHASE L. THE STREAM'S FECHMES AND      *
004870*  AJPERIODO. THE WORK FILE IS NOT OPENED UNTIL THE YEAR HAS    *
004880*  BEEN FOUND WHOLE, SO A REFUSED STEP LEAVES IT UNTOUCHED.     *
004890*****************************************************************
004900 1200-ABRIR-ENTRADAS.
004910     OPEN INPUT FECHAMENTO-MENSAL
004920     IF FS-FECHMES-OK
004930         MOVE 'S' TO BK-FECHMES-ABERTO
004940     ELSE
004950         DISPLAY 'BOOK-INFORME - FECHMES INDISPONIVEL - FS '
004960             FS-FECHMES
004970         MOVE 'S' TO BK-RECUSADO
004980         GO TO 1200-EXIT
004990     END-IF
005000
005010*    NO AJPERIODO SIMPLY MEANS NO PRIOR-PERIOD ADJUSTMENT HAS
005020*    EVER BEEN MADE IN THIS STREAM.
005030     OPEN INPUT AJUSTES-PERIODO
005040     IF FS-AJPERIODO-OK
005050         MOVE 'S' TO BK-AJPERIODO-ABERTO
005060     END-IF.
005070 1200-EXIT.
005080     EXIT.
005090
005100*****************************************************************
005110*  2000-CONFERIR-MESES - ONE WALK OF FECHMES NOTING WHICH       *
005120*  MONTHS OF THE BASE YEAR HAVE BEEN CLOSED. ANY MONTH WITH NO  *
005130*  ROW AT ALL IS LISTED AND THE RUN IS REFUSED.                 *
005140*****************************************************************
005150 2000-CONFERIR-MESES.
005160     MOVE ALL 'N' TO BK-TABELA-MESES-FECHADOS
005170     MOVE 'N' TO BK-FIM-DE-ARQUIVO
005180
005190     MOVE ZERO   TO FME-CONTA
005200     MOVE SPACES TO FME-ANO-MES
005210     START FECHAMENTO-MENSAL KEY NOT LESS FME-CHAVE
005220         INVALID KEY
005230             MOVE 'S' TO BK-FIM-DE-ARQUIVO
005240     END-START
005250     IF NOT FS-FECHMES-OK
005260         MOVE 'S' TO BK-FIM-DE-ARQUIVO
005270     END-IF
005280
005290     PERFORM 2100-LER-CONFERENCIA THRU 2100-EXIT
005300         UNTIL BK-FIM-DE-ARQUIVO-SIM
005310
005320     MOVE ZERO TO BK-MESES-AUSENTES
005330     PERFORM 2200-CONFERIR-MES THRU 2200-EXIT
005340         VARYING BK-INDICE-MES FROM 1 BY 1
005350         UNTIL BK-INDICE-MES > 12
005360
005370     IF BK-MESES-AUSENTES > ZERO
005380         DISPLAY 'BOOK-INFORME - ANO-BASE ' BK-ANO-BASE
005390             ' INCOMPLETO NO FECHMES - ' BK-MESES-AUSENTES
005400             ' MES(ES) SEM FECHAMENTO'
005410         MOVE 'S' TO BK-RECUSADO
005420     END-IF.
005430 2000-EXIT.
005440     EXIT.
005450
005460*    A READ ERROR (NOT JUST END-OF-FILE) MUST ALSO END THE WALK -
005470*    NEITHER AT END NOR NOT AT END RUNS ON ONE, AND THE LOOP
005480*    WOULD OTHERWISE NEVER TERMINATE.
005490 2100-LER-CONFERENCIA.
005500     READ FECHAMENTO-MENSAL NEXT RECORD
005510         AT END
005520             MOVE 'S' TO BK-FIM-DE-ARQUIVO
005530     END-READ
005540     IF NOT FS-FECHMES-OK
005550         MOVE 'S' TO BK-FIM-DE-ARQUIVO
005560     END-IF
005570     IF BK-FIM-DE-ARQUIVO-SIM
005580         GO TO 2100-EXIT
005590     END-IF
005600
005610     IF FME-ANO-MES (1:4) NOT = BK-ANO-BASE
005620        OR FME-ANO-MES (6:2) IS NOT NUMERIC
005630         GO TO 2100-EXIT
005640     END-IF
005650     MOVE FME-ANO-MES (6:2) TO BK-MES-NUM
005660     IF BK-MES-NUM > ZERO AND BK-MES-NUM NOT > 12
005670         MOVE 'S' TO BK-MES-FECHADO (BK-MES-NUM)
005680     END-IF.
005690 2100-EXIT.
005700     EXIT.
005710
005720 2200-CONFERIR-MES.
005730     IF NOT BK-MES-FECHADO-SIM (BK-INDICE-MES)
005740         ADD 1 TO BK-MESES-AUSENTES
005750         MOVE BK-ANO-BASE   TO BK-AUS-ANO
005760         MOVE BK-INDICE-MES TO BK-AUS-MES
005770         DISPLAY 'BOOK-INFORME - MES AUSENTE DO FECHMES.: '
005780             BK-ANO-MES-AUSENTE
005790     END-IF.
005800 2200-EXIT.
005810     EXIT.
005820
005830*****************************************************************
005840*  3000-EMITIR-INFORMES - PHASE L. THE SECOND WALK OF FECHMES:  *
005850*  EACH CLIENT'S ROWS FOR THE BASE YEAR ARE GATHERED, AND AT    *
005860*  THE CHANGE OF CONTA THE CLIENT'S DOCUMENT AND RETURN LINE    *
005870*  ARE WRITTEN TO INFTRAB. THE STREAM'S CLOSING ROW CARRIES ITS *
005880*  CLIENT COUNT, SO PHASE C CAN PROVE IT GOT EVERY LINE. STREAM *
005890*  1 STARTS THE WORK FILE; ANY OTHER STREAM IS REFUSED IF       *
005900*  STREAM 1 HAS NEVER RUN.                                      *
005910*****************************************************************
005920 3000-EMITIR-INFORMES.
005930     IF INP-FLUXO = 1
005940         OPEN OUTPUT TRABALHO-INFORME
005950     ELSE
005960         OPEN EXTEND TRABALHO-INFORME
005970         IF FS-INFTRAB-NAO-EXISTE
005980             DISPLAY 'BOOK-INFORME - INFORME DO FLUXO 1 '
005990                 'AINDA NAO EXECUTADO'
006000             MOVE 'S' TO BK-RECUSADO
006010             GO TO 3000-EXIT
006020         END-IF
006030     END-IF
006040
006050     MOVE 'N'  TO BK-CLIENTE-PENDENTE
006060     MOVE ZERO TO BK-CONTA-CORRENTE
006070     MOVE 'N'  TO BK-FIM-DE-ARQUIVO
006080
006090     MOVE ZERO   TO FME-CONTA
006100     MOVE SPACES TO FME-ANO-MES
006110     START FECHAMENTO-MENSAL KEY NOT LESS FME-CHAVE
006120         INVALID KEY
006130             MOVE 'S' TO BK-FIM-DE-ARQUIVO
006140     END-START
006150     IF NOT FS-FECHMES-OK
006160         MOVE 'S' TO BK-FIM-DE-ARQUIVO
006170     END-IF
006180
006190     PERFORM 3100-LER-FECHAMENTO THRU 3100-EXIT
006200         UNTIL BK-FIM-DE-ARQUIVO-SIM
006210
006220     IF BK-CLIENTE-PENDENTE-SIM
006230         PERFORM 4000-FECHAR-CLIENTE THRU 4000-EXIT
006240     END-IF
006250
006260     MOVE SPACES           TO REG-TRABALHO-INFORME
006270     MOVE 'F'              TO ITR-TIPO
006280     MOVE BK-QTDE-CLIENTES TO ITR-QTDE-CLIENTES
006290     MOVE BK-SEM-DEZEMBRO  TO ITR-SEM-DEZEMBRO
006300     PERFORM 8200-GRAVAR-TRABALHO THRU 8200-EXIT
006310
006320     CLOSE TRABALHO-INFORME.
006330 3000-EXIT.
006340     EXIT.
006350
006360*    A READ ERROR ENDS THE WALK, AS IN 2100.
006370 3100-LER-FECHAMENTO.
006380     READ FECHAMENTO-MENSAL NEXT RECORD
006390         AT END
006400             MOVE 'S' TO BK-FIM-DE-ARQUIVO
006410     END-READ
006420     IF NOT FS-FECHMES-OK
006430         MOVE 'S' TO BK-FIM-DE-ARQUIVO
006440     END-IF
006450     IF BK-FIM-DE-ARQUIVO-SIM
006460         GO TO 3100-EXIT
006470     END-IF
006480
006490     IF FME-ANO-MES (1:4) NOT = BK-ANO-BASE
006500         GO TO 3100-EXIT
006510     END-IF
006520
006530     IF NOT BK-CLIENTE-PENDENTE-SIM
006540        OR FME-CONTA NOT = BK-CONTA-CORRENTE
006550         IF BK-CLIENTE-PENDENTE-SIM
006560             PERFORM 4000-FECHAR-CLIENTE THRU 4000-EXIT
006570         END-IF
006580         PERFORM 3200-ABRIR-CLIENTE THRU 3200-EXIT
006590     END-IF
006600
006610     PERFORM 3300-ACUMULAR-MES THRU 3300-EXIT.
006620 3100-EXIT.
006630     EXIT.
006640
006650*****************************************************************
006660*  3200-ABRIR-CLIENTE - THE CLIENT'S FIRST ROW OF THE YEAR. ITS *
006670*  OPENING BALANCE IS THE BALANCE AT 31 DECEMBER OF THE PRIOR   *
006680*  YEAR (BOOK-MENSAL CARRIES EACH CLOSE INTO THE NEXT MONTH'S   *
006690*  OPENING), OR ZERO FOR AN ACCOUNT OPENED DURING THE YEAR.     *
006700*****************************************************************
006710 3200-ABRIR-CLIENTE.
006720     MOVE 'S'                TO BK-CLIENTE-PENDENTE
006730     MOVE 'N'                TO BK-CLI-DEZEMBRO
006740     MOVE FME-CONTA          TO BK-CONTA-CORRENTE
006750     MOVE FME-SALDO-ABERTURA TO BK-CLI-SALDO-ANTERIOR
006760     MOVE ZERO               TO BK-CLI-SALDO-ATUAL
006770     MOVE ZERO               TO BK-CLI-JUROS
006780     MOVE ZERO               TO BK-CLI-JUROS-AJUSTE
006790     MOVE ZERO               TO BK-CLI-TARIFAS
006800     MOVE ZERO               TO BK-CLI-MESES-USADOS.
006810 3200-EXIT.
006820     EXIT.
006830
006840 3300-ACUMULAR-MES.
006850     MOVE FME-NOME    TO BK-NOME-CORRENTE
006860     MOVE FME-ANO-MES TO BK-CLI-ULTIMO-MES
006870     ADD FME-JUROS    TO BK-CLI-JUROS
006880     ADD FME-TARIFAS  TO BK-CLI-TARIFAS
006890
006900     IF FME-ANO-MES (6:2) = '12'
006910         MOVE 'S'                  TO BK-CLI-DEZEMBRO
006920         MOVE FME-SALDO-FECHAMENTO TO BK-CLI-SALDO-ATUAL
006930     END-IF
006940
006950     IF BK-CLI-MESES-USADOS < 12
006960         ADD 1 TO BK-CLI-MESES-USADOS
006970         MOVE BK-CLI-MESES-USADOS TO BK-INDICE-MES
006980         MOVE FME-ANO-MES  TO BK-CLM-ANO-MES (BK-INDICE-MES)
006990         MOVE FME-CREDITOS TO BK-CLM-CREDITOS (BK-INDICE-MES)
007000         MOVE FME-DEBITOS  TO BK-CLM-DEBITOS (BK-INDICE-MES)
007010         MOVE FME-TARIFAS  TO BK-CLM-TARIFAS (BK-INDICE-MES)
007020         MOVE FME-JUROS    TO BK-CLM-JUROS (BK-INDICE-MES)
007030         MOVE FME-SALDO-FECHAMENTO
007040                           TO BK-CLM-SALDO (BK-INDICE-MES)
007050     END-IF.
007060 3300-EXIT.
007070     EXIT.
007080
007090*****************************************************************
007100*  4000-FECHAR-CLIENTE - THE CLIENT'S YEAR IS COMPLETE: ADD ANY *
007110*  PRIOR-PERIOD INTEREST DIFFERENCE PROCESSED IN THE YEAR,      *
007120*  WRITE THE DOCUMENT AND THE RETURN LINE, AND ROLL THE         *
007130*  CLIENT INTO THE STREAM'S TOTALS.                             *
007140*****************************************************************
007150 4000-FECHAR-CLIENTE.
007160     MOVE 'N' TO BK-CLIENTE-PENDENTE
007170     IF NOT BK-CLI-DEZEMBRO-SIM
007180         MOVE ZERO TO BK-CLI-SALDO-ATUAL
007190         ADD 1 TO BK-SEM-DEZEMBRO
007200     END-IF
007210
007220     IF BK-AJPERIODO-ABERTO-SIM
007230         PERFORM 4100-SOMAR-AJUSTES THRU 4100-EXIT
007240     END-IF
007250     COMPUTE BK-CLI-JUROS-TOTAL =
007260         BK-CLI-JUROS + BK-CLI-JUROS-AJUSTE
007270
007280     PERFORM 5000-IMPRIMIR-INFORME THRU 5000-EXIT
007290     PERFORM 6000-GRAVAR-DETALHE THRU 6000-EXIT
007300
007310     ADD 1                     TO BK-QTDE-CLIENTES
007320     ADD BK-CONTA-CORRENTE     TO BK-SOMA-CONTAS
007330     ADD BK-CLI-SALDO-ANTERIOR TO BK-TOT-SALDO-ANTERIOR
007340     ADD BK-CLI-SALDO-ATUAL    TO BK-TOT-SALDO-ATUAL
007350     ADD BK-CLI-JUROS-TOTAL    TO BK-TOT-JUROS
007360     ADD BK-CLI-TARIFAS        TO BK-TOT-TARIFAS.
007370 4000-EXIT.
007380     EXIT.
007390
007400*****************************************************************
007410*  4100-SOMAR-AJUSTES - THE CLIENT'S AJPERIODO ROWS (THE KEY IS *
007420*  CONTA-MAJOR) THAT BOOK-RETIFICA PROCESSED DURING THE BASE    *
007430*  YEAR - THE INTEREST DIFFERENCE WAS POSTED THAT YEAR,         *
007440*  WHATEVER MONTH THE POSTING ITSELF BELONGED TO.               *
007450*****************************************************************
007460 4100-SOMAR-AJUSTES.
007470     MOVE 'N' TO BK-FIM-AJUSTES
007480
007490     MOVE BK-CONTA-CORRENTE TO APA-CONTA
007500     MOVE SPACES            TO APA-ANO-MES
007510     MOVE ZERO              TO APA-DATA-MOVIMENTO
007520     MOVE ZERO              TO APA-SEQUENCIA
007530     START AJUSTES-PERIODO KEY NOT LESS APA-CHAVE
007540         INVALID KEY
007550             MOVE 'S' TO BK-FIM-AJUSTES
007560     END-START
007570     IF NOT FS-AJPERIODO-OK
007580         MOVE 'S' TO BK-FIM-AJUSTES
007590     END-IF
007600
007610     PERFORM 4200-LER-AJUSTE THRU 4200-EXIT
007620         UNTIL BK-FIM-AJUSTES-SIM.
007630 4100-EXIT.
007640     EXIT.
007650
007660*    A READ ERROR ENDS THE WALK, AS IN 2100.
007670 4200-LER-AJUSTE.
007680     READ AJUSTES-PERIODO NEXT RECORD
007690         AT END
007700             MOVE 'S' TO BK-FIM-AJUSTES
007710     END-READ
007720     IF NOT FS-AJPERIODO-OK
007730         MOVE 'S' TO BK-FIM-AJUSTES
007740     END-IF
007750     IF BK-FIM-AJUSTES-SIM
007760         GO TO 4200-EXIT
007770     END-IF
007780
007790     IF APA-CONTA NOT = BK-CONTA-CORRENTE
007800         MOVE 'S' TO BK-FIM-AJUSTES
007810         GO TO 4200-EXIT
007820     END-IF
007830
007840     IF APA-PROCESSADO
007850        AND APA-DATA-PROCESSO (1:4) = BK-ANO-BASE
007860         ADD APA-JUROS-DIFERENCA TO BK-CLI-JUROS-AJUSTE
007870     END-IF.
007880 4200-EXIT.
007890     EXIT.
007900
007910*****************************************************************
007920*  5000-IMPRIMIR-INFORME - ONE DOCUMENT: THE PRIOR YEAR-END     *
007930*  BALANCE, THE MONTH-BY-MONTH TABLE, THE YEAR'S INTEREST AND   *
007940*  FEES, AND THE BASE YEAR-END BALANCE, CLOSED BY A TRACO LINE. *
007950*****************************************************************
007960 5000-IMPRIMIR-INFORME.
007970     ADD 1 TO BK-SEQUENCIA-DOC
007980     MOVE ZERO TO BK-FOLHA
007990     PERFORM 7000-NOVA-FOLHA THRU 7000-EXIT
008000
008010     MOVE BK-ANO-ANTERIOR         TO SDZ-ANO
008020     MOVE BK-CLI-SALDO-ANTERIOR   TO SDZ-VALOR
008030     MOVE BK-LINHA-SALDO-DEZEMBRO TO BK-LINHA-IMPRESSA
008040     PERFORM 8100-GRAVAR-LINHA THRU 8100-EXIT
008050
008060     MOVE SPACES TO BK-LINHA-IMPRESSA
008070     PERFORM 8100-GRAVAR-LINHA THRU 8100-EXIT
008080     MOVE BK-LINHA-TITULOS-MES TO BK-LINHA-IMPRESSA
008090     PERFORM 8100-GRAVAR-LINHA THRU 8100-EXIT
008100     PERFORM 5100-IMPRIMIR-MES THRU 5100-EXIT
008110         VARYING BK-INDICE-MES FROM 1 BY 1
008120         UNTIL BK-INDICE-MES > BK-CLI-MESES-USADOS
008130     MOVE SPACES TO BK-LINHA-IMPRESSA
008140     PERFORM 8100-GRAVAR-LINHA THRU 8100-EXIT
008150
008160     MOVE 'JUROS CREDITADOS NO ANO.: ' TO ROT-TEXTO
008170     MOVE BK-CLI-JUROS                 TO ROT-VALOR
008180     MOVE BK-LINHA-ROTULO-VALOR TO BK-LINHA-IMPRESSA
008190     PERFORM 8100-GRAVAR-LINHA THRU 8100-EXIT
008200
008210     IF BK-CLI-JUROS-AJUSTE NOT = ZERO
008220         MOVE 'AJUSTES DE JUROS........: ' TO ROT-TEXTO
008230         MOVE BK-CLI-JUROS-AJUSTE          TO ROT-VALOR
008240         MOVE BK-LINHA-ROTULO-VALOR TO BK-LINHA-IMPRESSA
008250         PERFORM 8100-GRAVAR-LINHA THRU 8100-EXIT
008260         MOVE 'TOTAL DE JUROS NO ANO...: ' TO ROT-TEXTO
008270         MOVE BK-CLI-JUROS-TOTAL           TO ROT-VALOR
008280         MOVE BK-LINHA-ROTULO-VALOR TO BK-LINHA-IMPRESSA
008290         PERFORM 8100-GRAVAR-LINHA THRU 8100-EXIT
008300     END-IF
008310
008320     MOVE 'TARIFAS COBRADAS NO ANO.: ' TO ROT-TEXTO
008330     MOVE BK-CLI-TARIFAS               TO ROT-VALOR
008340     MOVE BK-LINHA-ROTULO-VALOR TO BK-LINHA-IMPRESSA
008350     PERFORM 8100-GRAVAR-LINHA THRU 8100-EXIT
008360
008370     MOVE BK-ANO-BASE             TO SDZ-ANO
008380     MOVE BK-CLI-SALDO-ATUAL      TO SDZ-VALOR
008390     MOVE BK-LINHA-SALDO-DEZEMBRO TO BK-LINHA-IMPRESSA
008400     PERFORM 8100-GRAVAR-LINHA THRU 8100-EXIT
008410
008420     IF NOT BK-CLI-DEZEMBRO-SIM
008430         MOVE BK-CLI-ULTIMO-MES     TO SDZ-ULTIMO-MES
008440         MOVE BK-LINHA-SEM-DEZEMBRO TO BK-LINHA-IMPRESSA
008450         PERFORM 8100-GRAVAR-LINHA THRU 8100-EXIT
008460     END-IF
008470
008480     MOVE SPACES TO BK-LINHA-IMPRESSA
008490     PERFORM 8100-GRAVAR-LINHA THRU 8100-EXIT
008500     MOVE BK-LINHA-NOTA TO BK-LINHA-IMPRESSA
008510     PERFORM 8100-GRAVAR-LINHA THRU 8100-EXIT
008520
008530     MOVE BK-LINHA-TRACO TO BK-LINHA-IMPRESSA
008540     PERFORM 8100-GRAVAR-LINHA THRU 8100-EXIT.
008550 5000-EXIT.
008560     EXIT.
008570
008580 5100-IMPRIMIR-MES.
008590     MOVE BK-CLM-ANO-MES (BK-INDICE-MES)  TO MEN-ANO-MES
008600     MOVE BK-CLM-CREDITOS (BK-INDICE-MES) TO MEN-CREDITOS
008610     MOVE BK-CLM-DEBITOS (BK-INDICE-MES)  TO MEN-DEBITOS
008620     MOVE BK-CLM-TARIFAS (BK-INDICE-MES)  TO MEN-TARIFAS
008630     MOVE BK-CLM-JUROS (BK-INDICE-MES)    TO MEN-JUROS
008640     MOVE BK-CLM-SALDO (BK-INDICE-MES)    TO MEN-SALDO
008650     MOVE BK-LINHA-MES TO BK-LINHA-IMPRESSA
008660     PERFORM 8100-GRAVAR-LINHA THRU 8100-EXIT.
008670 5100-EXIT.
008680     EXIT.
008690
008700*****************************************************************
008710*  6000-GRAVAR-DETALHE - THE CLIENT'S LINE OF THE RETURN FILE,  *
008720*  TO INFTRAB.                                                  *
008730*****************************************************************
008740 6000-GRAVAR-DETALHE.
008750     MOVE SPACES                TO BK-DETALHE-INFORME
008760     MOVE 'DET'                 TO DTI-TIPO-REGISTRO
008770     MOVE BK-ANO-BASE           TO DTI-ANO-BASE
008780     MOVE BK-CONTA-CORRENTE     TO DTI-CONTA
008790     MOVE BK-NOME-CORRENTE      TO DTI-NOME
008800     MOVE BK-CLI-SALDO-ANTERIOR TO DTI-SALDO-ANTERIOR
008810     MOVE BK-CLI-SALDO-ATUAL    TO DTI-SALDO-ATUAL
008820     MOVE BK-CLI-JUROS-TOTAL    TO DTI-JUROS
008830     MOVE BK-CLI-TARIFAS        TO DTI-TARIFAS
008840
008850     MOVE SPACES                TO REG-TRABALHO-INFORME
008860     MOVE 'R'                   TO ITR-TIPO
008870     MOVE BK-DETALHE-INFORME    TO ITR-CONTEUDO
008880     PERFORM 8200-GRAVAR-TRABALHO THRU 8200-EXIT.
008890 6000-EXIT.
008900     EXIT.
008910
008920*****************************************************************
008930*  6500-CONSOLIDAR-INFORMES - PHASE C. EVERY STREAM MUST HAVE   *
008940*  RECORDED THE BASE YEAR ON INFTRAB EXACTLY ONCE, UNDER THE    *
008950*  CURRENT STREAM COUNT, WITH AS MANY DETAIL LINES AS ITS       *
008960*  CLOSING ROW SAYS; ONLY THEN ARE THE OUTPUTS OPENED. THE      *
008970*  RETURN FILE GETS ONE HDR, EVERY STREAM'S DETAIL LINES AND    *
008980*  ONE TRL WITH THE GRAND TOTALS; THE DOCUMENTS ARE COPIED WITH *
008990*  ONE DOCUMENT SEQUENCE ACROSS THE STREAMS.                    *
009000*****************************************************************
009010 6500-CONSOLIDAR-INFORMES.
009020     PERFORM 6600-CONFERIR-TRABALHO THRU 6600-EXIT
009030     IF BK-RECUSADO-SIM
009040         GO TO 6500-EXIT
009050     END-IF
009060
009070     OPEN INPUT TRABALHO-INFORME
009080     IF NOT FS-INFTRAB-OK
009090         DISPLAY 'BOOK-INFORME - INFTRAB INDISPONIVEL - FS '
009100             FS-INFTRAB
009110         MOVE 'S' TO BK-RECUSADO
009120         GO TO 6500-EXIT
009130     END-IF
009140
009150     OPEN OUTPUT INFORME-DOCUMENTOS
009160     OPEN OUTPUT INFORME-REGULATORIO
009170
009180     MOVE SPACES              TO REGISTRO-CONTROLE-INFORME
009190     MOVE 'HDR'               TO INC-TIPO
009200     MOVE BK-ANO-BASE         TO INC-ANO-BASE
009210     MOVE BK-DATA-GERACAO     TO INC-DATA-GERACAO
009220     MOVE SPACES              TO REGISTRO-INFORME-ANUAL
009230     MOVE REGISTRO-CONTROLE-INFORME
009240                              TO REGISTRO-INFORME-ANUAL (1:113)
009250     WRITE REGISTRO-INFORME-ANUAL
009260
009270     MOVE ZERO TO BK-SEQUENCIA-DOC
009280     MOVE ZERO TO BK-FLUXO-DOC
009290     MOVE ZERO TO BK-DOCUMENTO-FLUXO
009300     MOVE 'N'  TO BK-FIM-DE-ARQUIVO
009310     PERFORM 6700-COPIAR-TRABALHO THRU 6700-EXIT
009320         UNTIL BK-FIM-DE-ARQUIVO-SIM
009330     CLOSE TRABALHO-INFORME
009340
009350     MOVE SPACES              TO REGISTRO-CONTROLE-INFORME
009360     MOVE 'TRL'               TO INC-TIPO
009370     MOVE BK-QTDE-CLIENTES    TO INC-QTDE-CLIENTES
009380     MOVE BK-SOMA-CONTAS      TO INC-SOMA-CONTAS
009390     MOVE BK-TOT-SALDO-ANTERIOR TO INC-TOT-SALDO-ANTERIOR
009400     MOVE BK-TOT-SALDO-ATUAL  TO INC-TOT-SALDO-ATUAL
009410     MOVE BK-TOT-JUROS        TO INC-TOT-JUROS
009420     MOVE BK-TOT-TARIFAS      TO INC-TOT-TARIFAS
009430     MOVE SPACES              TO REGISTRO-INFORME-ANUAL
009440     MOVE REGISTRO-CONTROLE-INFORME
009450                              TO REGISTRO-INFORME-ANUAL (1:113)
009460     WRITE REGISTRO-INFORME-ANUAL
009470
009480     CLOSE INFORME-DOCUMENTOS
009490     CLOSE INFORME-REGULATORIO.
009500 6500-EXIT.
009510     EXIT.
009520
009530*****************************************************************
009540*  6600-CONFERIR-TRABALHO - THE FIRST PASS OVER INFTRAB. ROWS   *
009550*  FOR ANOTHER BASE YEAR ARE A LEFTOVER AND ARE IGNORED; A      *
009560*  REPEATED STREAM, A ROW UNDER ANOTHER STREAM COUNT, A STREAM  *
009570*  WITH NO CLOSING ROW OR ONE MISSING DETAIL LINES REFUSES THE  *
009580*  CONSOLIDATION.                                               *
009590*****************************************************************
009600 6600-CONFERIR-TRABALHO.
009610     INITIALIZE BK-TABELA-FLUXOS
009620     OPEN INPUT TRABALHO-INFORME
009630     IF NOT FS-INFTRAB-OK
009640         DISPLAY 'BOOK-INFORME - NENHUM FLUXO REGISTRADO '
009650             'NO INFTRAB'
009660         MOVE 'S' TO BK-RECUSADO
009670         GO TO 6600-EXIT
009680     END-IF
009690     MOVE 'N' TO BK-FIM-DE-ARQUIVO
009700     PERFORM 6610-LER-CONFERENCIA THRU 6610-EXIT
009710         UNTIL BK-FIM-DE-ARQUIVO-SIM
009720     CLOSE TRABALHO-INFORME
009730     IF BK-RECUSADO-SIM
009740         GO TO 6600-EXIT
009750     END-IF
009760
009770     PERFORM 6650-CONFERIR-FLUXO THRU 6650-EXIT
009780         VARYING BK-INDICE-FLUXO FROM 1 BY 1
009790         UNTIL BK-INDICE-FLUXO > BK-QTDE-FLUXOS.
009800 6600-EXIT.
009810     EXIT.
009820
009830 6610-LER-CONFERENCIA.
009840     READ TRABALHO-INFORME
009850         AT END
009860             MOVE 'S' TO BK-FIM-DE-ARQUIVO
009870             GO TO 6610-EXIT
009880     END-READ
009890     IF NOT FS-INFTRAB-OK
009900         DISPLAY 'BOOK-INFORME - ERRO DE LEITURA NO INFTRAB - FS '
009910             FS-INFTRAB
009920         MOVE 'S' TO BK-RECUSADO
009930         MOVE 'S' TO BK-FIM-DE-ARQUIVO
009940         GO TO 6610-EXIT
009950     END-IF
009960
009970     IF ITR-ANO-BASE NOT = BK-ANO-BASE
009980         GO TO 6610-EXIT
009990     END-IF
010000     IF ITR-QTDE-FLUXOS NOT = BK-QTDE-FLUXOS
010010        OR ITR-FLUXO < 1 OR ITR-FLUXO > BK-QTDE-FLUXOS
010020         DISPLAY 'BOOK-INFORME - INFORME SOB OUTRA QTDE DE '
010030             'FLUXOS NO INFTRAB'
010040         MOVE 'S' TO BK-RECUSADO
010050         MOVE 'S' TO BK-FIM-DE-ARQUIVO
010060         GO TO 6610-EXIT
010070     END-IF
010080
010090     IF ITR-DETALHE
010100         ADD 1 TO BK-FLX-DETALHES (ITR-FLUXO)
010110     END-IF
010120     IF NOT ITR-FIM-FLUXO
010130         GO TO 6610-EXIT
010140     END-IF
010150     IF BK-FLX-PRESENTE-SIM (ITR-FLUXO)
010160         DISPLAY 'BOOK-INFORME - FLUXO REGISTRADO MAIS DE UMA '
010170             'VEZ NO INFTRAB: ' ITR-FLUXO
010180         MOVE 'S' TO BK-RECUSADO
010190         MOVE 'S' TO BK-FIM-DE-ARQUIVO
010200         GO TO 6610-EXIT
010210     END-IF
010220     MOVE 'S'               TO BK-FLX-PRESENTE (ITR-FLUXO)
010230     MOVE ITR-QTDE-CLIENTES TO BK-FLX-CLIENTES (ITR-FLUXO).
010240 6610-EXIT.
010250     EXIT.
010260
010270 6650-CONFERIR-FLUXO.
010280     IF NOT BK-FLX-PRESENTE-SIM (BK-INDICE-FLUXO)
010290         DISPLAY 'BOOK-INFORME - FLUXO SEM INFORME NO INFTRAB: '
010300             BK-INDICE-FLUXO
010310         MOVE 'S' TO BK-RECUSADO
010320         GO TO 6650-EXIT
010330     END-IF
010340     IF BK-FLX-DETALHES (BK-INDICE-FLUXO)
010350        NOT = BK-FLX-CLIENTES (BK-INDICE-FLUXO)
010360         DISPLAY 'BOOK-INFORME - FLUXO INCOMPLETO NO INFTRAB: '
010370             BK-INDICE-FLUXO
010380         MOVE 'S' TO BK-RECUSADO
010390     END-IF.
010400 6650-EXIT.
010410     EXIT.
010420
010430*****************************************************************
010440*  6700-COPIAR-TRABALHO - THE SECOND PASS: ONE INFTRAB ROW TO   *
010450*  ITS OUTPUT. A TITLE LINE OF A DOCUMENT NOT SEEN BEFORE (A    *
010460*  NEW STREAM OR A NEW STREAM DOCUMENT NUMBER) TAKES THE NEXT   *
010470*  DOCUMENT NUMBER; LATER FOLHAS OF IT REPEAT THAT NUMBER. EACH *
010480*  DETAIL LINE IS ADDED INTO THE TRAILER TOTALS AS WRITTEN.     *
010490*****************************************************************
010500 6700-COPIAR-TRABALHO.
010510     READ TRABALHO-INFORME
010520         AT END
010530             MOVE 'S' TO BK-FIM-DE-ARQUIVO
010540             GO TO 6700-EXIT
010550     END-READ
010560     IF NOT FS-INFTRAB-OK
010570         MOVE 'S' TO BK-FIM-DE-ARQUIVO
010580         GO TO 6700-EXIT
010590     END-IF
010600     IF ITR-ANO-BASE NOT = BK-ANO-BASE
010610         GO TO 6700-EXIT
010620     END-IF
010630
010640     EVALUATE TRUE
010650         WHEN ITR-TITULO
010660             IF ITR-FLUXO NOT = BK-FLUXO-DOC
010670                OR ITR-DOCUMENTO NOT = BK-DOCUMENTO-FLUXO
010680                 ADD 1 TO BK-SEQUENCIA-DOC
010690                 MOVE ITR-FLUXO     TO BK-FLUXO-DOC
010700                 MOVE ITR-DOCUMENTO TO BK-DOCUMENTO-FLUXO
010710             END-IF
010720             MOVE ITR-CONTEUDO     TO BK-LINHA-TITULO
010730             MOVE BK-SEQUENCIA-DOC TO TIT-DOCUMENTO
010740             MOVE BK-LINHA-TITULO  TO REG-INFORME-DOC
010750             WRITE REG-INFORME-DOC
010760         WHEN ITR-LINHA
010770             MOVE ITR-CONTEUDO TO REG-INFORME-DOC
010780             WRITE REG-INFORME-DOC
010790         WHEN ITR-DETALHE
010800             MOVE ITR-CONTEUDO TO REGISTRO-INFORME-ANUAL
010810             WRITE REGISTRO-INFORME-ANUAL
010820             ADD 1         TO BK-QTDE-CLIENTES
010830             ADD INF-CONTA TO BK-SOMA-CONTAS
010840             MOVE INF-SALDO-ANTERIOR TO BK-VALOR-LIDO
010850             ADD BK-VALOR-LIDO       TO BK-TOT-SALDO-ANTERIOR
010860             MOVE INF-SALDO-ATUAL    TO BK-VALOR-LIDO
010870             ADD BK-VALOR-LIDO       TO BK-TOT-SALDO-ATUAL
010880             MOVE INF-JUROS          TO BK-VALOR-LIDO
010890             ADD BK-VALOR-LIDO       TO BK-TOT-JUROS
010900             MOVE INF-TARIFAS        TO BK-VALOR-LIDO
010910             ADD BK-VALOR-LIDO       TO BK-TOT-TARIFAS
010920         WHEN ITR-FIM-FLUXO
010930             ADD ITR-SEM-DEZEMBRO TO BK-SEM-DEZEMBRO
010940     END-EVALUATE.
010950 6700-EXIT.
010960     EXIT.
010970
010980*****************************************************************
010990*  7000-NOVA-FOLHA - IDENTIFICATION HEADER AT THE TOP OF EVERY  *
011000*  FOLHA OF THE DOCUMENT.                                       *
011010*****************************************************************
011020 7000-NOVA-FOLHA.
011030     ADD 1 TO BK-FOLHA
011040     MOVE ZERO TO BK-LINHAS-NA-FOLHA
011050
011060     MOVE SPACES            TO REG-TRABALHO-INFORME
011070     MOVE 'L'               TO ITR-TIPO
011080     MOVE BK-LINHA-TRACO    TO ITR-CONTEUDO
011090     PERFORM 8200-GRAVAR-TRABALHO THRU 8200-EXIT
011100
011110     MOVE BK-FOLHA          TO TIT-FOLHA
011120     MOVE BK-SEQUENCIA-DOC  TO TIT-DOCUMENTO
011130     MOVE SPACES            TO REG-TRABALHO-INFORME
011140     MOVE 'T'               TO ITR-TIPO
011150     MOVE BK-LINHA-TITULO   TO ITR-CONTEUDO
011160     PERFORM 8200-GRAVAR-TRABALHO THRU 8200-EXIT
011170
011180     MOVE BK-NOME-CORRENTE  TO CLI-NOME
011190     MOVE SPACES            TO REG-TRABALHO-INFORME
011200     MOVE 'L'               TO ITR-TIPO
011210     MOVE BK-LINHA-CLIENTE  TO ITR-CONTEUDO
011220     PERFORM 8200-GRAVAR-TRABALHO THRU 8200-EXIT
011230
011240     MOVE BK-CONTA-CORRENTE TO CTA-CONTA
011250     MOVE BK-ANO-BASE       TO CTA-ANO-BASE
011260     MOVE SPACES            TO REG-TRABALHO-INFORME
011270     MOVE 'L'               TO ITR-TIPO
011280     MOVE BK-LINHA-CONTA    TO ITR-CONTEUDO
011290     PERFORM 8200-GRAVAR-TRABALHO THRU 8200-EXIT
011300
011310     MOVE 4 TO BK-LINHAS-NA-FOLHA.
011320 7000-EXIT.
011330     EXIT.
011340
011350*****************************************************************
011360*  8100-GRAVAR-LINHA - ONE DOCUMENT LINE, BREAKING TO A NEW     *
011370*  FOLHA WITH A REPEATED HEADER WHEN THE CURRENT ONE FILLS.     *
011380*****************************************************************
011390 8100-GRAVAR-LINHA.
011400     IF BK-LINHAS-NA-FOLHA NOT < BK-TAMANHO-FOLHA
011410         PERFORM 7000-NOVA-FOLHA THRU 7000-EXIT
011420     END-IF
011430
011440     MOVE SPACES            TO REG-TRABALHO-INFORME
011450     MOVE 'L'               TO ITR-TIPO
011460     MOVE BK-LINHA-IMPRESSA TO ITR-CONTEUDO
011470     PERFORM 8200-GRAVAR-TRABALHO THRU 8200-EXIT
011480     ADD 1 TO BK-LINHAS-NA-FOLHA
011490     MOVE SPACES TO BK-LINHA-IMPRESSA.
011500 8100-EXIT.
011510     EXIT.
011520
011530*****************************************************************
011540*  8200-GRAVAR-TRABALHO - ONE INFTRAB ROW. THE CALLER HAS FILLED*
011550*  THE TYPE AND THE CONTENT; THE STREAM'S TAGS GO ON HERE.      *
011560*****************************************************************
011570 8200-GRAVAR-TRABALHO.
011580     MOVE BK-ANO-BASE      TO ITR-ANO-BASE
011590     MOVE INP-FLUXO        TO ITR-FLUXO
011600     MOVE BK-QTDE-FLUXOS   TO ITR-QTDE-FLUXOS
011610     MOVE BK-SEQUENCIA-DOC TO ITR-DOCUMENTO
011620     WRITE REG-TRABALHO-INFORME.
011630 8200-EXIT.
011640     EXIT.
011650
011660*****************************************************************
011670*  8900-FECHAR-ENTRADAS                                         *
011680*****************************************************************
011690 8900-FECHAR-ENTRADAS.
011700     IF BK-FECHMES-ABERTO-SIM
011710         CLOSE FECHAMENTO-MENSAL
011720     END-IF
011730     IF BK-AJPERIODO-ABERTO-SIM
011740         CLOSE AJUSTES-PERIODO
011750     END-IF.
011760 8900-EXIT.
011770     EXIT.
011780
011790*****************************************************************
011800*  9000-ENCERRAR                                                *
011810*****************************************************************
011820 9000-ENCERRAR.
011830     PERFORM 8900-FECHAR-ENTRADAS THRU 8900-EXIT
011840
011850     DISPLAY 'BOOK-INFORME - FASE...............: '
011860         INP-FASE
011870     IF INP-FASE-LEVANTAMENTO
011880         DISPLAY 'BOOK-INFORME - FLUXO..............: '
011890             INP-FLUXO
011900     END-IF
011910     DISPLAY 'BOOK-INFORME - ANO-BASE...........: '
011920         BK-ANO-BASE
011930     DISPLAY 'BOOK-INFORME - INFORMES EMITIDOS...: '
011940         BK-QTDE-CLIENTES
011950     DISPLAY 'BOOK-INFORME - SEM POSICAO EM 31/12: '
011960         BK-SEM-DEZEMBRO
011970     DISPLAY 'BOOK-INFORME - TOTAL DE JUROS......: '
011980         BK-TOT-JUROS
011990     DISPLAY 'BOOK-INFORME - TOTAL DE TARIFAS....: '
012000         BK-TOT-TARIFAS.
012010 9000-EXIT.
012020     EXIT.
