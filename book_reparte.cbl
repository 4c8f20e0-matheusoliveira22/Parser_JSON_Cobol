000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOOK-REPARTE.
000030 AUTHOR.        R P SILVEIRA.
000040 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  BOOK-REPARTE                                                 *
000090*  STREAM RE-PARTITIONING CONVERSION. BOOK-DIVISOR ROUTES A     *
000100*  CLIENT TO STREAM (CONTA MODULO QTDFLUXOS) + 1, AND EACH      *
000110*  STREAM PERMANENTLY OWNS ITS CLIENTS' KEYED FILES, SO A NEW   *
000120*  STREAM COUNT MOVES CLIENTS BETWEEN STREAMS. THIS JOB         *
000130*  REDISTRIBUTES EVERY RECORD OF THE PER-STREAM KEYED FILES -   *
000140*  MESTRE, POSICAO, XREFNOME, REFPOST, FUTUROS, ORDPERM,        *
000150*  LIMCHEQ, FECHMES AND AJPERIODO - INTO A NEW SET OF           *
000160*  PER-STREAM FILES UNDER THE NEW COUNT, AND PROVES NOTHING     *
000170*  WAS LOST OR DUPLICATED ON THE WAY.                           *
000180*                                                               *
000190*  THE FILES ARE FIXED DD NAMES, SO THE CONVERSION RUNS AS A    *
000200*  SEQUENCE OF STEPS OF THIS PROGRAM, EACH WITH ITS STREAM'S    *
000210*  FILES MAPPED BY THE SCHEDULER, THE PHASE AND STREAM GIVEN    *
000220*  IN THE REPARTE PARAMETER FILE (PHASE, STREAM, OLD COUNT):    *
000230*    D - UNLOAD ONE OLD STREAM: ITS KEYED FILES (THE USUAL DD   *
000240*        NAMES) ARE READ WHOLE INTO THE REPTRAB WORK FILE,      *
000250*        KEYED BY FILE AND RECORD KEY, SO A RECORD PRESENT IN   *
000260*        TWO OLD STREAMS SHOWS UP AS A DUPLICATE. STREAM 1      *
000270*        STARTS A NEW CONVERSION (WORK AND CONTROL FILES ARE    *
000280*        RECREATED), SO IT MUST BE UNLOADED FIRST;              *
000290*    C - LOAD ONE NEW STREAM: EVERY WORK RECORD WHOSE CONTA     *
000300*        MODULO THE NEW QTDFLUXOS NAMES THIS STREAM IS WRITTEN  *
000310*        TO THE NEW FILES (MESTNOVO, POSNOVO, XREFNOVO,         *
000320*        REFNOVO, FUTNOVO, ORDNOVO, LIMNOVO, FECHNOVO,          *
000330*        AJPNOVO). A FILE IS CREATED ONLY IF SOME OLD STREAM    *
000340*        HAD IT - ORDPERM AND LIMCHEQ SWITCH FEATURES ON BY     *
000350*        THEIR EXISTENCE. REFUSED OUTRIGHT IF THE UNLOAD HAD    *
000360*        DUPLICATES OR ERRORS;                                  *
000370*    F - RECONCILE: PRINTS RELREPAR, THE BEFORE AND AFTER       *
000380*        CONTROL TOTALS PER FILE AND STREAM (RECORD COUNTS AND  *
000390*        THE SUM OF MST-SALDO-FECHAMENTO), AND ACCEPTS THE      *
000400*        CONVERSION ONLY IF EVERY OLD STREAM WAS UNLOADED AND   *
000410*        EVERY NEW STREAM LOADED EXACTLY ONCE, NO RECORD WAS    *
000420*        DUPLICATED OR FAILED, EACH FILE'S COUNT AFTER EQUALS   *
000430*        ITS COUNT BEFORE AND THE BALANCES STILL ADD UP.        *
000440*  EVERY STEP RECORDS ITS OWN TOTALS ON THE REPCTL CONTROL      *
000450*  FILE, WHICH IS WHAT THE LOAD AND RECONCILE STEPS READ.       *
000460*                                                               *
000470*  ANY REFUSAL ENDS THE STEP WITH RETURN-CODE 8. THE OLD FILES  *
000480*  ARE ONLY EVER READ - OPERATIONS SWAPS THE NEW FILES IN, AND  *
000490*  CHANGES QTDFLUXOS, ONLY AFTER PHASE F ACCEPTS, THE SAME      *
000500*  OLD-IN / NEW-OUT CONVENTION AS BOOK-ARQUIVA. THE NEW COUNT   *
000510*  COMES FROM QTDFLUXOS (1-8, MANDATORY FOR PHASES C AND F).    *
000520*-----------------------------------------------------------------
000530*  MOD LOG
000540*  DATE       WHO   DESCRIPTION
000550*  ---------- ----  ---------------------------------------------
000560*  2026-10-15 RPS   ORIGINAL VERSION.
000570*****************************************************************
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.   IBM-Z15.
000610 OBJECT-COMPUTER.   IBM-Z15.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT PARAMETRO-REPARTE  ASSIGN TO "REPARTE"
000650                                ORGANIZATION IS LINE SEQUENTIAL
000660                                FILE STATUS IS FS-PARAM-REP.
000670
000680     SELECT PARAMETRO-FLUXOS   ASSIGN TO "QTDFLUXOS"
000690                                ORGANIZATION IS LINE SEQUENTIAL
000700                                FILE STATUS IS FS-PARAM-FLUXOS.
000710
000720     SELECT TRABALHO-REPARTE   ASSIGN TO "REPTRAB"
000730                                ORGANIZATION IS INDEXED
000740                                ACCESS MODE IS DYNAMIC
000750                                RECORD KEY IS RTR-CHAVE
000760                                FILE STATUS IS FS-REPTRAB.
000770
000780     SELECT CONTROLE-REPARTE   ASSIGN TO "REPCTL"
000790                                ORGANIZATION IS LINE SEQUENTIAL
000800                                FILE STATUS IS FS-REPCTL.
000810
000820     SELECT RELATORIO-REPARTE  ASSIGN TO "RELREPAR"
000830                                ORGANIZATION IS LINE SEQUENTIAL
000840                                FILE STATUS IS FS-RELREPAR.
000850
000860*---------------------------------------------------------------*
000870*  THE OLD STREAM'S KEYED FILES, UNDER THEIR USUAL DD NAMES.    *
000880*---------------------------------------------------------------*
000890     SELECT MESTRE-CLIENTES    ASSIGN TO "MESTRE"
000900                                ORGANIZATION IS INDEXED
000910                                ACCESS MODE IS SEQUENTIAL
000920                                RECORD KEY IS MST-CONTA
000930                                FILE STATUS IS FS-MESTRE.
000940
000950     SELECT POSICAO-CLIENTES   ASSIGN TO "POSICAO"
000960                                ORGANIZATION IS INDEXED
000970                                ACCESS MODE IS SEQUENTIAL
000980                                RECORD KEY IS POS-CHAVE
000990                                FILE STATUS IS FS-POSICAO.
001000
001010     SELECT XREF-NOMES         ASSIGN TO "XREFNOME"
001020                                ORGANIZATION IS INDEXED
001030                                ACCESS MODE IS SEQUENTIAL
001040                                RECORD KEY IS XRF-NOME
001050                                FILE STATUS IS FS-XREF.
001060
001070     SELECT REFERENCIAS-POSTADAS ASSIGN TO "REFPOST"
001080                                ORGANIZATION IS INDEXED
001090                                ACCESS MODE IS SEQUENTIAL
001100                                RECORD KEY IS REF-CHAVE
001110                                FILE STATUS IS FS-REFPOST.
001120
001130     SELECT POSTAGENS-FUTURAS  ASSIGN TO "FUTUROS"
001140                                ORGANIZATION IS INDEXED
001150                                ACCESS MODE IS SEQUENTIAL
001160                                RECORD KEY IS FUT-CHAVE
001170                                FILE STATUS IS FS-FUTUROS.
001180
001190     SELECT ORDENS-PERMANENTES ASSIGN TO "ORDPERM"
001200                                ORGANIZATION IS INDEXED
001210                                ACCESS MODE IS SEQUENTIAL
001220                                RECORD KEY IS ORD-CHAVE
001230                                FILE STATUS IS FS-ORDPERM.
001240
001250     SELECT LIMITES-CHEQUE     ASSIGN TO "LIMCHEQ"
001260                                ORGANIZATION IS INDEXED
001270                                ACCESS MODE IS SEQUENTIAL
001280                                RECORD KEY IS LCH-CONTA
001290                                FILE STATUS IS FS-LIMCHEQ.
001300
001310     SELECT FECHAMENTO-MENSAL  ASSIGN TO "FECHMES"
001320                                ORGANIZATION IS INDEXED
001330                                ACCESS MODE IS SEQUENTIAL
001340                                RECORD KEY IS FME-CHAVE
001350                                FILE STATUS IS FS-FECHMES.
001360
001370     SELECT AJUSTES-PERIODO    ASSIGN TO "AJPERIODO"
001380                                ORGANIZATION IS INDEXED
001390                                ACCESS MODE IS SEQUENTIAL
001400                                RECORD KEY IS APA-CHAVE
001410                                FILE STATUS IS FS-AJPERIODO.
001420
001430*---------------------------------------------------------------*
001440*  THE NEW STREAM'S KEYED FILES.                                *
001450*---------------------------------------------------------------*
001460     SELECT MESTRE-NOVO        ASSIGN TO "MESTNOVO"
001470                                ORGANIZATION IS INDEXED
001480                                ACCESS MODE IS RANDOM
001490                                RECORD KEY IS MSN-CONTA
001500                                FILE STATUS IS FS-MESTRE-NOVO.
001510
001520     SELECT POSICAO-NOVA       ASSIGN TO "POSNOVO"
001530                                ORGANIZATION IS INDEXED
001540                                ACCESS MODE IS RANDOM
001550                                RECORD KEY IS PSN-CHAVE
001560                                FILE STATUS IS FS-POSICAO-NOVA.
001570
001580     SELECT XREF-NOVA          ASSIGN TO "XREFNOVO"
001590                                ORGANIZATION IS INDEXED
001600                                ACCESS MODE IS RANDOM
001610                                RECORD KEY IS XRN-NOME
001620                                FILE STATUS IS FS-XREF-NOVA.
001630
001640     SELECT REFERENCIAS-NOVAS  ASSIGN TO "REFNOVO"
001650                                ORGANIZATION IS INDEXED
001660                                ACCESS MODE IS RANDOM
001670                                RECORD KEY IS RFN-CHAVE
001680                                FILE STATUS IS FS-REFPOST-NOVO.
001690
001700     SELECT FUTUROS-NOVOS      ASSIGN TO "FUTNOVO"
001710                                ORGANIZATION IS INDEXED
001720                                ACCESS MODE IS RANDOM
001730                                RECORD KEY IS FTN-CHAVE
001740                                FILE STATUS IS FS-FUTUROS-NOVO.
001750
001760     SELECT ORDENS-NOVAS       ASSIGN TO "ORDNOVO"
001770                                ORGANIZATION IS INDEXED
001780                                ACCESS MODE IS RANDOM
001790                                RECORD KEY IS ODN-CHAVE
001800                                FILE STATUS IS FS-ORDPERM-NOVO.
001810
001820     SELECT LIMITES-NOVOS      ASSIGN TO "LIMNOVO"
001830                                ORGANIZATION IS INDEXED
001840                                ACCESS MODE IS RANDOM
001850                                RECORD KEY IS LCN-CONTA
001860                                FILE STATUS IS FS-LIMCHEQ-NOVO.
001870
001880     SELECT FECHAMENTO-NOVO    ASSIGN TO "FECHNOVO"
001890                                ORGANIZATION IS INDEXED
001900                                ACCESS MODE IS RANDOM
001910                                RECORD KEY IS FMN-CHAVE
001920                                FILE STATUS IS FS-FECHMES-NOVO.
001930
001940     SELECT AJUSTES-NOVOS      ASSIGN TO "AJPNOVO"
001950                                ORGANIZATION IS INDEXED
001960                                ACCESS MODE IS RANDOM
001970                                RECORD KEY IS APN-CHAVE
001980                                FILE STATUS IS FS-AJPERIODO-NOVO.
001990
002000 DATA DIVISION.
002010 FILE SECTION.
002020 FD  PARAMETRO-REPARTE.
002030 01  REG-PARAM-REPARTE.
002040     03  REP-FASE              PIC X(001).
002050         88  REP-FASE-DESCARGA               VALUE 'D'.
002060         88  REP-FASE-CARGA                  VALUE 'C'.
002070         88  REP-FASE-CONFERENCIA            VALUE 'F'.
002080     03  REP-FLUXO             PIC 9(001).
002090     03  REP-QTDE-ANTERIOR     PIC 9(001).
002100
002110 FD  PARAMETRO-FLUXOS.
002120 01  REG-PARAM-FLUXOS          PIC 9(001).
002130
002140*---------------------------------------------------------------*
002150*  WORK FILE - ONE ROW PER UNLOADED RECORD, KEYED BY ITS FILE   *
002160*  (DD NAME) AND ITS OWN RECORD KEY, CARRYING THE CONTA THAT    *
002170*  DECIDES ITS NEW STREAM AND THE RECORD IMAGE UNCHANGED.       *
002180*---------------------------------------------------------------*
002190 FD  TRABALHO-REPARTE.
002200 01  REG-TRABALHO.
002210     03  RTR-CHAVE.
002220         05  RTR-ARQUIVO       PIC X(008).
002230         05  RTR-CHAVE-REGISTRO PIC X(100).
002240     03  RTR-CONTA             PIC 9(010).
002250     03  RTR-FLUXO-ORIGEM      PIC 9(001).
002260     03  RTR-IMAGEM            PIC X(400).
002270
002280*---------------------------------------------------------------*
002290*  CONTROL FILE - ONE ROW PER FILE PER STEP. ALL FIELDS USAGE   *
002300*  DISPLAY (THE SIGNED BALANCE EDITED), LINE SEQUENTIAL.        *
002310*---------------------------------------------------------------*
002320 FD  CONTROLE-REPARTE.
002330 01  REG-CONTROLE-REPARTE.
002340     03  RCT-DATA-HORA         PIC X(026).
002350     03  RCT-FASE              PIC X(001).
002360         88  RCT-DESCARGA                    VALUE 'D'.
002370         88  RCT-CARGA                       VALUE 'C'.
002380     03  RCT-FLUXO             PIC 9(001).
002390     03  RCT-QTDE-FLUXOS       PIC 9(001).
002400     03  RCT-ARQUIVO           PIC X(008).
002410     03  RCT-PRESENTE          PIC X(001).
002420         88  RCT-PRESENTE-SIM                VALUE 'S'.
002430     03  RCT-LIDOS             PIC 9(009).
002440     03  RCT-GRAVADOS          PIC 9(009).
002450     03  RCT-DUPLICADOS        PIC 9(009).
002460     03  RCT-ERROS             PIC 9(009).
002470     03  RCT-SALDO             PIC -(017)9.99.
002480
002490 FD  RELATORIO-REPARTE.
002500 01  REG-RELREPAR              PIC X(132).
002510
002520 FD  MESTRE-CLIENTES.
002530 COPY BKMESTRE.
002540
002550 FD  POSICAO-CLIENTES.
002560 COPY BKPOSIC.
002570
002580 FD  XREF-NOMES.
002590 COPY BKXREF.
002600
002610 FD  REFERENCIAS-POSTADAS.
002620 COPY BKREF.
002630
002640 FD  POSTAGENS-FUTURAS.
002650 COPY BKFUT.
002660
002670 FD  ORDENS-PERMANENTES.
002680 COPY BKORDEM.
002690
002700 FD  LIMITES-CHEQUE.
002710 COPY BKLIMCH.
002720
002730 FD  FECHAMENTO-MENSAL.
002740 COPY BKFECHM.
002750
002760 FD  AJUSTES-PERIODO.
002770 COPY BKAJPER.
002780
002790 FD  MESTRE-NOVO.
002800 COPY BKMESTRE REPLACING ==REGISTRO-MESTRE==
002810                      BY ==REGISTRO-MESTRE-NOVO==
002820                 LEADING ==MST== BY ==MSN==.
002830
002840 FD  POSICAO-NOVA.
002850 COPY BKPOSIC REPLACING ==REGISTRO-POSICAO==
002860                     BY ==REGISTRO-POSICAO-NOVA==
002870                LEADING ==POS== BY ==PSN==.
002880
002890 FD  XREF-NOVA.
002900 COPY BKXREF REPLACING ==REGISTRO-XREF-NOME==
002910                    BY ==REGISTRO-XREF-NOVA==
002920               LEADING ==XRF== BY ==XRN==.
002930
002940 FD  REFERENCIAS-NOVAS.
002950 COPY BKREF REPLACING ==REGISTRO-REFERENCIA==
002960                   BY ==REGISTRO-REFERENCIA-NOVA==
002970              LEADING ==REF== BY ==RFN==.
002980
002990 FD  FUTUROS-NOVOS.
003000 COPY BKFUT REPLACING ==REGISTRO-FUTURO==
003010                   BY ==REGISTRO-FUTURO-NOVO==
003020              LEADING ==FUT== BY ==FTN==.
003030
003040 FD  ORDENS-NOVAS.
003050 COPY BKORDEM REPLACING ==REGISTRO-ORDEM==
003060                     BY ==REGISTRO-ORDEM-NOVA==
003070                LEADING ==ORD== BY ==ODN==.
003080
003090 FD  LIMITES-NOVOS.
003100 COPY BKLIMCH REPLACING ==REGISTRO-LIMITE-CHEQUE==
003110                     BY ==REGISTRO-LIMITE-NOVO==
003120                LEADING ==LCH== BY ==LCN==.
003130
003140 FD  FECHAMENTO-NOVO.
003150 COPY BKFECHM REPLACING ==REGISTRO-FECHAMENTO-MES==
003160                     BY ==REGISTRO-FECHAMENTO-NOVO==
003170                LEADING ==FME== BY ==FMN==.
003180
003190 FD  AJUSTES-NOVOS.
003200 COPY BKAJPER REPLACING ==REGISTRO-AJUSTE-PERIODO==
003210                     BY ==REGISTRO-AJUSTE-NOVO==
003220                LEADING ==APA== BY ==APN==.
003230
003240 WORKING-STORAGE SECTION.
003250 77  FS-PARAM-REP              PIC X(002) VALUE SPACES.
003260     88  FS-PARAM-REP-OK                     VALUE '00'.
003270 77  FS-PARAM-FLUXOS           PIC X(002) VALUE SPACES.
003280     88  FS-PARAM-FLUXOS-OK                  VALUE '00'.
003290 77  FS-REPTRAB                PIC X(002) VALUE SPACES.
003300     88  FS-REPTRAB-OK                       VALUE '00'.
003310     88  FS-REPTRAB-DUPLICADO                VALUE '22'.
003320     88  FS-REPTRAB-NAO-EXISTE               VALUE '35'.
003330 77  FS-REPCTL                 PIC X(002) VALUE SPACES.
003340     88  FS-REPCTL-OK                        VALUE '00'.
003350     88  FS-REPCTL-NAO-EXISTE                VALUE '35'.
003360 77  FS-RELREPAR               PIC X(002) VALUE SPACES.
003370 77  FS-MESTRE                 PIC X(002) VALUE SPACES.
003380     88  FS-MESTRE-OK                        VALUE '00'.
003390     88  FS-MESTRE-NAO-EXISTE                VALUE '35'.
003400 77  FS-POSICAO                PIC X(002) VALUE SPACES.
003410     88  FS-POSICAO-OK                       VALUE '00'.
003420     88  FS-POSICAO-NAO-EXISTE               VALUE '35'.
003430 77  FS-XREF                   PIC X(002) VALUE SPACES.
003440     88  FS-XREF-OK                          VALUE '00'.
003450     88  FS-XREF-NAO-EXISTE                  VALUE '35'.
003460 77  FS-REFPOST                PIC X(002) VALUE SPACES.
003470     88  FS-REFPOST-OK                       VALUE '00'.
003480     88  FS-REFPOST-NAO-EXISTE               VALUE '35'.
003490 77  FS-FUTUROS                PIC X(002) VALUE SPACES.
003500     88  FS-FUTUROS-OK                       VALUE '00'.
003510     88  FS-FUTUROS-NAO-EXISTE               VALUE '35'.
003520 77  FS-ORDPERM                PIC X(002) VALUE SPACES.
003530     88  FS-ORDPERM-OK                       VALUE '00'.
003540     88  FS-ORDPERM-NAO-EXISTE               VALUE '35'.
003550 77  FS-LIMCHEQ                PIC X(002) VALUE SPACES.
003560     88  FS-LIMCHEQ-OK                       VALUE '00'.
003570     88  FS-LIMCHEQ-NAO-EXISTE               VALUE '35'.
003580 77  FS-FECHMES                PIC X(002) VALUE SPACES.
003590     88  FS-FECHMES-OK                       VALUE '00'.
003600     88  FS-FECHMES-NAO-EXISTE               VALUE '35'.
003610 77  FS-AJPERIODO              PIC X(002) VALUE SPACES.
003620     88  FS-AJPERIODO-OK                     VALUE '00'.
003630     88  FS-AJPERIODO-NAO-EXISTE             VALUE '35'.
003640 77  FS-MESTRE-NOVO            PIC X(002) VALUE SPACES.
003650 77  FS-POSICAO-NOVA           PIC X(002) VALUE SPACES.
003660 77  FS-XREF-NOVA              PIC X(002) VALUE SPACES.
003670 77  FS-REFPOST-NOVO           PIC X(002) VALUE SPACES.
003680 77  FS-FUTUROS-NOVO           PIC X(002) VALUE SPACES.
003690 77  FS-ORDPERM-NOVO           PIC X(002) VALUE SPACES.
003700 77  FS-LIMCHEQ-NOVO           PIC X(002) VALUE SPACES.
003710 77  FS-FECHMES-NOVO           PIC X(002) VALUE SPACES.
003720 77  FS-AJPERIODO-NOVO         PIC X(002) VALUE SPACES.
003730 77  BK-FS-GRAVACAO            PIC X(002) VALUE SPACES.
003740     88  BK-FS-GRAVACAO-OK                   VALUE '00'.
003750     88  BK-FS-GRAVACAO-DUPLICADA            VALUE '22'.
003760
003770 77  BK-FIM-DE-ARQUIVO         PIC X(001) VALUE 'N'.
003780     88  BK-FIM-DE-ARQUIVO-SIM               VALUE 'S'.
003790 77  BK-RECUSADA               PIC X(001) VALUE 'N'.
003800     88  BK-RECUSADA-SIM                     VALUE 'S'.
003810 77  BK-MOTIVO-RECUSA          PIC X(060) VALUE SPACES.
003820 77  BK-ARQUIVO-PROCURADO      PIC X(008) VALUE SPACES.
003830 77  BK-RELATORIO-ABERTO       PIC X(001) VALUE 'N'.
003840     88  BK-RELATORIO-ABERTO-SIM             VALUE 'S'.
003850 77  BK-GRAVOU                 PIC X(001) VALUE 'N'.
003860     88  BK-GRAVOU-SIM                       VALUE 'S'.
003870 77  BK-QTDE-FLUXOS            PIC 9(001) VALUE ZERO.
003880 77  BK-FLUXO-DESTINO          PIC 9(001) VALUE ZERO.
003890 77  BK-INDICE-ARQUIVO         PIC 9(004) COMP VALUE ZERO.
003900 77  BK-INDICE-FLUXO           PIC 9(004) COMP VALUE ZERO.
003910 77  BK-REGS-CONTROLE          PIC 9(009) COMP-3 VALUE ZERO.
003920 77  BK-RECUSAS                PIC 9(009) COMP-3 VALUE ZERO.
003930 77  BK-DIFERENCA              PIC S9(009) COMP-3 VALUE ZERO.
003940 77  BK-SALDO-CONTROLE         PIC S9(017)V99 COMP-3 VALUE ZERO.
003950
003960*---------------------------------------------------------------*
003970*  THE FILES CONVERTED, IN PROCESSING ORDER, BY DD NAME (CUT    *
003980*  TO EIGHT POSITIONS - AJPERIODO IS CARRIED AS AJPERIOD).      *
003990*---------------------------------------------------------------*
004000 01  BK-NOMES-ARQUIVOS-VALORES.
004010     03  FILLER                PIC X(008) VALUE 'MESTRE  '.
004020     03  FILLER                PIC X(008) VALUE 'POSICAO '.
004030     03  FILLER                PIC X(008) VALUE 'XREFNOME'.
004040     03  FILLER                PIC X(008) VALUE 'REFPOST '.
004050     03  FILLER                PIC X(008) VALUE 'FUTUROS '.
004060     03  FILLER                PIC X(008) VALUE 'ORDPERM '.
004070     03  FILLER                PIC X(008) VALUE 'LIMCHEQ '.
004080     03  FILLER                PIC X(008) VALUE 'FECHMES '.
004090     03  FILLER                PIC X(008) VALUE 'AJPERIOD'.
004100 01  BK-NOMES-ARQUIVOS REDEFINES BK-NOMES-ARQUIVOS-VALORES.
004110     03  BK-NOME-ARQUIVO       PIC X(008) OCCURS 9 TIMES.
004120
004130*---------------------------------------------------------------*
004140*  PER-FILE TOTALS. THE UNLOAD AND LOAD STEPS COUNT THEIR OWN   *
004150*  STEP IN THE -ETAPA FIELDS; THE RECONCILE STEP ADDS EVERY     *
004160*  CONTROL ROW INTO -ANTES (PHASE D) AND -DEPOIS (PHASE C).     *
004170*  -ESPERADOS IS WHAT THE WHOLE UNLOAD PUT ON THE WORK FILE.    *
004180*---------------------------------------------------------------*
004190 01  BK-TABELA-ARQUIVOS.
004200     03  BK-ARQUIVO            OCCURS 9 TIMES.
004210         05  BK-ARQ-PRESENTE   PIC X(001).
004220             88  BK-ARQ-PRESENTE-SIM         VALUE 'S'.
004230         05  BK-ARQ-LIDOS      PIC 9(009) COMP-3.
004240         05  BK-ARQ-GRAVADOS   PIC 9(009) COMP-3.
004250         05  BK-ARQ-DUPLICADOS PIC 9(009) COMP-3.
004260         05  BK-ARQ-ERROS      PIC 9(009) COMP-3.
004270         05  BK-ARQ-SALDO      PIC S9(017)V99 COMP-3.
004280         05  BK-ARQ-ESPERADOS  PIC 9(009) COMP-3.
004290         05  BK-ARQ-ANTES      PIC 9(009) COMP-3.
004300         05  BK-ARQ-DEPOIS     PIC 9(009) COMP-3.
004310         05  BK-ARQ-DUPLIC-TOTAL PIC 9(009) COMP-3.
004320         05  BK-ARQ-ERROS-TOTAL PIC 9(009) COMP-3.
004330         05  BK-ARQ-SALDO-ANTES PIC S9(017)V99 COMP-3.
004340         05  BK-ARQ-SALDO-DEPOIS PIC S9(017)V99 COMP-3.
004350
004360*---------------------------------------------------------------*
004370*  HOW MANY TIMES EACH OLD STREAM WAS UNLOADED AND EACH NEW     *
004380*  STREAM LOADED, FROM THE CONTROL ROWS OF THE MESTRE FILE.     *
004390*---------------------------------------------------------------*
004400 01  BK-TABELA-FLUXOS.
004410     03  BK-FLUXO              OCCURS 9 TIMES.
004420         05  BK-FLX-DESCARGAS  PIC 9(004) COMP-3.
004430         05  BK-FLX-CARGAS     PIC 9(004) COMP-3.
004440
004450*---------------------------------------------------------------*
004460*  PRINT LINES.                                                 *
004470*---------------------------------------------------------------*
004480 01  BK-LINHA-CABECALHO.
004490     03  FILLER                PIC X(044) VALUE
004500         'BOOK-REPARTE - CONVERSAO DE FLUXOS - DE.....'.
004510     03  RPT-CAB-ANTERIOR      PIC 9(001).
004520     03  FILLER                PIC X(015) VALUE
004530         ' PARA.........'.
004540     03  RPT-CAB-NOVA          PIC 9(001).
004550 01  BK-LINHA-TITULOS.
004560     03  FILLER                PIC X(043) VALUE
004570         'F FL ARQUIVO  P        LIDOS     GRAVADOS  '.
004580     03  FILLER                PIC X(047) VALUE
004590         ' DUPLICADOS        ERROS       SALDO FECHAMENTO'.
004600 01  BK-LINHA-CONTROLE.
004610     03  RPT-FASE              PIC X(001).
004620     03  FILLER                PIC X(001) VALUE SPACES.
004630     03  RPT-FLUXO             PIC 9(001).
004640     03  FILLER                PIC X(002) VALUE SPACES.
004650     03  RPT-ARQUIVO           PIC X(008).
004660     03  FILLER                PIC X(001) VALUE SPACES.
004670     03  RPT-PRESENTE          PIC X(001).
004680     03  FILLER                PIC X(002) VALUE SPACES.
004690     03  RPT-LIDOS             PIC ZZZ,ZZZ,ZZ9.
004700     03  FILLER                PIC X(002) VALUE SPACES.
004710     03  RPT-GRAVADOS          PIC ZZZ,ZZZ,ZZ9.
004720     03  FILLER                PIC X(002) VALUE SPACES.
004730     03  RPT-DUPLICADOS        PIC ZZZ,ZZZ,ZZ9.
004740     03  FILLER                PIC X(002) VALUE SPACES.
004750     03  RPT-ERROS             PIC ZZZ,ZZZ,ZZ9.
004760     03  FILLER                PIC X(002) VALUE SPACES.
004770     03  RPT-SALDO             PIC -(017)9.99.
004780 01  BK-LINHA-TITULOS-TOTAL.
004790     03  FILLER                PIC X(046) VALUE
004800         'ARQUIVO         ANTES       DEPOIS   DIFERENCA'.
004810     03  FILLER                PIC X(026) VALUE
004820         '   DUPLICADOS        ERROS'.
004830 01  BK-LINHA-TOTAL.
004840     03  RPT-TOT-ARQUIVO       PIC X(008).
004850     03  FILLER                PIC X(002) VALUE SPACES.
004860     03  RPT-TOT-ANTES         PIC ZZZ,ZZZ,ZZ9.
004870     03  FILLER                PIC X(002) VALUE SPACES.
004880     03  RPT-TOT-DEPOIS        PIC ZZZ,ZZZ,ZZ9.
004890     03  FILLER                PIC X(002) VALUE SPACES.
004900     03  RPT-TOT-DIFERENCA     PIC -(009)9.
004910     03  FILLER                PIC X(002) VALUE SPACES.
004920     03  RPT-TOT-DUPLICADOS    PIC ZZZ,ZZZ,ZZ9.
004930     03  FILLER                PIC X(002) VALUE SPACES.
004940     03  RPT-TOT-ERROS         PIC ZZZ,ZZZ,ZZ9.
004950 01  BK-LINHA-RECUSA.
004960     03  FILLER                PIC X(008) VALUE 'RECUSA: '.
004970     03  RPT-REC-MOTIVO        PIC X(050).
004980     03  FILLER                PIC X(002) VALUE SPACES.
004990     03  RPT-REC-ARQUIVO       PIC X(008).
005000     03  FILLER                PIC X(002) VALUE SPACES.
005010     03  RPT-REC-ROTULO-FLUXO  PIC X(006).
005020     03  RPT-REC-FLUXO         PIC X(001).
005030 01  BK-LINHA-CONTADOR.
005040     03  RPT-CON-ROTULO        PIC X(030).
005050     03  RPT-CON-VALOR         PIC ZZZ,ZZZ,ZZ9.
005060 01  BK-LINHA-VALOR.
005070     03  RPT-VAL-ROTULO        PIC X(030).
005080     03  RPT-VAL-VALOR         PIC -(017)9.99.
005090
005100 PROCEDURE DIVISION.
005110
005120*****************************************************************
005130*  0000-MAINLINE                                                *
005140*****************************************************************
005150 0000-MAINLINE.
005160     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
005170     IF NOT BK-RECUSADA-SIM
005180         EVALUATE TRUE
005190             WHEN REP-FASE-DESCARGA
005200                 PERFORM 2000-DESCARREGAR-FLUXO THRU 2000-EXIT
005210             WHEN REP-FASE-CARGA
005220                 PERFORM 3000-CARREGAR-FLUXO THRU 3000-EXIT
005230             WHEN REP-FASE-CONFERENCIA
005240                 PERFORM 4000-CONFERIR-CONVERSAO THRU 4000-EXIT
005250         END-EVALUATE
005260     END-IF
005270     PERFORM 9000-ENCERRAR THRU 9000-EXIT
005280     GOBACK.
005290
005300*****************************************************************
005310*  1000-INICIALIZAR - THE STEP PARAMETERS. REPARTE IS           *
005320*  MANDATORY; THE NEW STREAM COUNT IS MANDATORY FOR THE LOAD    *
005330*  AND RECONCILE PHASES - A CONVERSION MUST NEVER FALL BACK TO  *
005340*  A DEFAULT COUNT.                                             *
005350*****************************************************************
005360 1000-INICIALIZAR.
005370     INITIALIZE BK-TABELA-ARQUIVOS
005380     INITIALIZE BK-TABELA-FLUXOS
005390     PERFORM 1050-LIMPAR-ARQUIVO THRU 1050-EXIT
005400         VARYING BK-INDICE-ARQUIVO FROM 1 BY 1
005410         UNTIL BK-INDICE-ARQUIVO > 9
005420
005430     MOVE SPACES TO REG-PARAM-REPARTE
005440     OPEN INPUT PARAMETRO-REPARTE
005450     IF NOT FS-PARAM-REP-OK
005460         MOVE 'S' TO BK-RECUSADA
005470         MOVE 'PARAMETRO REPARTE AUSENTE' TO BK-MOTIVO-RECUSA
005480         GO TO 1000-EXIT
005490     END-IF
005500     READ PARAMETRO-REPARTE
005510         AT END
005520             MOVE SPACES TO REG-PARAM-REPARTE
005530     END-READ
005540     CLOSE PARAMETRO-REPARTE
005550
005560     IF NOT REP-FASE-DESCARGA AND NOT REP-FASE-CARGA
005570        AND NOT REP-FASE-CONFERENCIA
005580         MOVE 'S' TO BK-RECUSADA
005590         MOVE 'FASE INVALIDA NO PARAMETRO REPARTE (D, C OU F)'
005600             TO BK-MOTIVO-RECUSA
005610         GO TO 1000-EXIT
005620     END-IF
005630
005640     IF REP-QTDE-ANTERIOR NOT NUMERIC
005650        OR REP-QTDE-ANTERIOR < 1 OR REP-QTDE-ANTERIOR > 8
005660         MOVE 'S' TO BK-RECUSADA
005670         MOVE 'QTDE ANTERIOR DE FLUXOS INVALIDA (1 A 8)'
005680             TO BK-MOTIVO-RECUSA
005690         GO TO 1000-EXIT
005700     END-IF
005710
005720     IF NOT REP-FASE-DESCARGA
005730         PERFORM 1100-OBTER-QTDE-FLUXOS THRU 1100-EXIT
005740         IF BK-RECUSADA-SIM
005750             GO TO 1000-EXIT
005760         END-IF
005770     END-IF
005780
005790     IF REP-FASE-CONFERENCIA
005800         GO TO 1000-EXIT
005810     END-IF
005820
005830     IF REP-FLUXO NOT NUMERIC OR REP-FLUXO < 1
005840         MOVE 'S' TO BK-RECUSADA
005850         MOVE 'FLUXO INVALIDO NO PARAMETRO REPARTE'
005860             TO BK-MOTIVO-RECUSA
005870         GO TO 1000-EXIT
005880     END-IF
005890     IF REP-FASE-DESCARGA AND REP-FLUXO > REP-QTDE-ANTERIOR
005900         MOVE 'S' TO BK-RECUSADA
005910         MOVE 'FLUXO ALEM DA QTDE ANTERIOR DE FLUXOS'
005920             TO BK-MOTIVO-RECUSA
005930         GO TO 1000-EXIT
005940     END-IF
005950     IF REP-FASE-CARGA AND REP-FLUXO > BK-QTDE-FLUXOS
005960         MOVE 'S' TO BK-RECUSADA
005970         MOVE 'FLUXO ALEM DA NOVA QTDE DE FLUXOS (QTDFLUXOS)'
005980             TO BK-MOTIVO-RECUSA
005990     END-IF.
006000 1000-EXIT.
006010     EXIT.
006020
006030 1050-LIMPAR-ARQUIVO.
006040     MOVE 'N' TO BK-ARQ-PRESENTE (BK-INDICE-ARQUIVO).
006050 1050-EXIT.
006060     EXIT.
006070
006080*****************************************************************
006090*  1100-OBTER-QTDE-FLUXOS - THE NEW STREAM COUNT, FROM          *
006100*  QTDFLUXOS, WITHIN THE 1-8 BOOK-DIVISOR CAN SERVE.            *
006110*****************************************************************
006120 1100-OBTER-QTDE-FLUXOS.
006130     MOVE ZERO TO BK-QTDE-FLUXOS
006140     OPEN INPUT PARAMETRO-FLUXOS
006150     IF FS-PARAM-FLUXOS-OK
006160         READ PARAMETRO-FLUXOS
006170             AT END
006180                 CONTINUE
006190             NOT AT END
006200                 IF REG-PARAM-FLUXOS NUMERIC
006210                     MOVE REG-PARAM-FLUXOS TO BK-QTDE-FLUXOS
006220                 END-IF
006230         END-READ
006240         CLOSE PARAMETRO-FLUXOS
006250     END-IF
006260
006270     IF BK-QTDE-FLUXOS < 1 OR BK-QTDE-FLUXOS > 8
006280         MOVE 'S' TO BK-RECUSADA
006290         MOVE 'QTDFLUXOS AUSENTE OU INVALIDA (1 A 8)'
006300             TO BK-MOTIVO-RECUSA
006310     END-IF.
006320 1100-EXIT.
006330     EXIT.
006340
006350*****************************************************************
006360*  2000-DESCARREGAR-FLUXO - PHASE D. STREAM 1 STARTS THE        *
006370*  CONVERSION FROM CLEAN WORK AND CONTROL FILES; EVERY OTHER    *
006380*  STREAM ADDS TO THEM, AND IS REFUSED IF STREAM 1 HAS NOT      *
006390*  BEEN UNLOADED YET. EACH FILE THE STREAM DOES NOT HAVE IS     *
006400*  SIMPLY RECORDED AS ABSENT.                                   *
006410*****************************************************************
006420 2000-DESCARREGAR-FLUXO.
006430     IF REP-FLUXO = 1
006440         OPEN OUTPUT TRABALHO-REPARTE
006450         CLOSE TRABALHO-REPARTE
006460         OPEN OUTPUT CONTROLE-REPARTE
006470     ELSE
006480         OPEN EXTEND CONTROLE-REPARTE
006490         IF FS-REPCTL-NAO-EXISTE
006500             MOVE 'S' TO BK-RECUSADA
006510             MOVE 'DESCARGA DO FLUXO 1 AINDA NAO EXECUTADA'
006520                 TO BK-MOTIVO-RECUSA
006530             GO TO 2000-EXIT
006540         END-IF
006550     END-IF
006560
006570     OPEN I-O TRABALHO-REPARTE
006580     IF NOT FS-REPTRAB-OK
006590         CLOSE CONTROLE-REPARTE
006600         MOVE 'S' TO BK-RECUSADA
006610         MOVE 'ARQUIVO DE TRABALHO REPTRAB INDISPONIVEL'
006620             TO BK-MOTIVO-RECUSA
006630         GO TO 2000-EXIT
006640     END-IF
006650
006660     PERFORM 2100-DESCARREGAR-MESTRE   THRU 2100-EXIT
006670     PERFORM 2200-DESCARREGAR-POSICAO  THRU 2200-EXIT
006680     PERFORM 2300-DESCARREGAR-XREF     THRU 2300-EXIT
006690     PERFORM 2400-DESCARREGAR-REFPOST  THRU 2400-EXIT
006700     PERFORM 2500-DESCARREGAR-FUTUROS  THRU 2500-EXIT
006710     PERFORM 2600-DESCARREGAR-ORDPERM  THRU 2600-EXIT
006720     PERFORM 2700-DESCARREGAR-LIMCHEQ  THRU 2700-EXIT
006730     PERFORM 2800-DESCARREGAR-FECHMES  THRU 2800-EXIT
006740     PERFORM 2850-DESCARREGAR-AJPERIODO THRU 2850-EXIT
006750
006760     PERFORM 7000-GRAVAR-CONTROLE THRU 7000-EXIT
006770         VARYING BK-INDICE-ARQUIVO FROM 1 BY 1
006780         UNTIL BK-INDICE-ARQUIVO > 9
006790
006800     CLOSE TRABALHO-REPARTE
006810     CLOSE CONTROLE-REPARTE
006820
006830     PERFORM 2900-AVALIAR-DESCARGA THRU 2900-EXIT
006840         VARYING BK-INDICE-ARQUIVO FROM 1 BY 1
006850         UNTIL BK-INDICE-ARQUIVO > 9.
006860 2000-EXIT.
006870     EXIT.
006880
006890*****************************************************************
006900*  2100..2850-DESCARREGAR-XXX - ONE PAIR OF PARAGRAPHS PER      *
006910*  FILE, SAME SHAPE: SKIP A FILE THE STREAM DOES NOT HAVE,      *
006920*  OTHERWISE READ IT WHOLE IN KEY ORDER AND PUT EVERY RECORD    *
006930*  ON THE WORK FILE UNDER ITS OWN KEY. THE FILES ARE FIXED DD   *
006940*  NAMES, SO EACH NEEDS ITS OWN READ LOOP. A READ ERROR (NOT    *
006950*  JUST END-OF-FILE) ENDS THE FILE AND IS COUNTED AS AN ERROR.  *
006960*****************************************************************
006970 2100-DESCARREGAR-MESTRE.
006980     MOVE 1 TO BK-INDICE-ARQUIVO
006990     OPEN INPUT MESTRE-CLIENTES
007000     IF FS-MESTRE-NAO-EXISTE
007010         GO TO 2100-EXIT
007020     END-IF
007030     MOVE 'S' TO BK-ARQ-PRESENTE (BK-INDICE-ARQUIVO)
007040     IF NOT FS-MESTRE-OK
007050         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
007060         GO TO 2100-EXIT
007070     END-IF
007080     MOVE 'N' TO BK-FIM-DE-ARQUIVO
007090     PERFORM 2110-LER-MESTRE THRU 2110-EXIT
007100         UNTIL BK-FIM-DE-ARQUIVO-SIM
007110     CLOSE MESTRE-CLIENTES.
007120 2100-EXIT.
007130     EXIT.
007140
007150 2110-LER-MESTRE.
007160     READ MESTRE-CLIENTES NEXT RECORD
007170         AT END
007180             MOVE 'S' TO BK-FIM-DE-ARQUIVO
007190             GO TO 2110-EXIT
007200     END-READ
007210     IF NOT FS-MESTRE-OK
007220         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
007230         MOVE 'S' TO BK-FIM-DE-ARQUIVO
007240         GO TO 2110-EXIT
007250     END-IF
007260
007270     MOVE SPACES           TO RTR-CHAVE-REGISTRO
007280     MOVE MST-CONTA        TO RTR-CHAVE-REGISTRO (1:10)
007290     MOVE MST-CONTA        TO RTR-CONTA
007300     MOVE REGISTRO-MESTRE  TO RTR-IMAGEM
007310     PERFORM 8000-GRAVAR-TRABALHO THRU 8000-EXIT
007320     IF BK-GRAVOU-SIM
007330         ADD MST-SALDO-FECHAMENTO
007340             TO BK-ARQ-SALDO (BK-INDICE-ARQUIVO)
007350     END-IF.
007360 2110-EXIT.
007370     EXIT.
007380
007390 2200-DESCARREGAR-POSICAO.
007400     MOVE 2 TO BK-INDICE-ARQUIVO
007410     OPEN INPUT POSICAO-CLIENTES
007420     IF FS-POSICAO-NAO-EXISTE
007430         GO TO 2200-EXIT
007440     END-IF
007450     MOVE 'S' TO BK-ARQ-PRESENTE (BK-INDICE-ARQUIVO)
007460     IF NOT FS-POSICAO-OK
007470         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
007480         GO TO 2200-EXIT
007490     END-IF
007500     MOVE 'N' TO BK-FIM-DE-ARQUIVO
007510     PERFORM 2210-LER-POSICAO THRU 2210-EXIT
007520         UNTIL BK-FIM-DE-ARQUIVO-SIM
007530     CLOSE POSICAO-CLIENTES.
007540 2200-EXIT.
007550     EXIT.
007560
007570 2210-LER-POSICAO.
007580     READ POSICAO-CLIENTES NEXT RECORD
007590         AT END
007600             MOVE 'S' TO BK-FIM-DE-ARQUIVO
007610             GO TO 2210-EXIT
007620     END-READ
007630     IF NOT FS-POSICAO-OK
007640         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
007650         MOVE 'S' TO BK-FIM-DE-ARQUIVO
007660         GO TO 2210-EXIT
007670     END-IF
007680
007690     MOVE SPACES           TO RTR-CHAVE-REGISTRO
007700     MOVE POS-CHAVE        TO RTR-CHAVE-REGISTRO (1:18)
007710     MOVE POS-CONTA        TO RTR-CONTA
007720     MOVE REGISTRO-POSICAO TO RTR-IMAGEM
007730     PERFORM 8000-GRAVAR-TRABALHO THRU 8000-EXIT.
007740 2210-EXIT.
007750     EXIT.
007760
007770 2300-DESCARREGAR-XREF.
007780     MOVE 3 TO BK-INDICE-ARQUIVO
007790     OPEN INPUT XREF-NOMES
007800     IF FS-XREF-NAO-EXISTE
007810         GO TO 2300-EXIT
007820     END-IF
007830     MOVE 'S' TO BK-ARQ-PRESENTE (BK-INDICE-ARQUIVO)
007840     IF NOT FS-XREF-OK
007850         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
007860         GO TO 2300-EXIT
007870     END-IF
007880     MOVE 'N' TO BK-FIM-DE-ARQUIVO
007890     PERFORM 2310-LER-XREF THRU 2310-EXIT
007900         UNTIL BK-FIM-DE-ARQUIVO-SIM
007910     CLOSE XREF-NOMES.
007920 2300-EXIT.
007930     EXIT.
007940
007950 2310-LER-XREF.
007960     READ XREF-NOMES NEXT RECORD
007970         AT END
007980             MOVE 'S' TO BK-FIM-DE-ARQUIVO
007990             GO TO 2310-EXIT
008000     END-READ
008010     IF NOT FS-XREF-OK
008020         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
008030         MOVE 'S' TO BK-FIM-DE-ARQUIVO
008040         GO TO 2310-EXIT
008050     END-IF
008060
008070     MOVE XRF-NOME           TO RTR-CHAVE-REGISTRO
008080     MOVE XRF-CONTA          TO RTR-CONTA
008090     MOVE REGISTRO-XREF-NOME TO RTR-IMAGEM
008100     PERFORM 8000-GRAVAR-TRABALHO THRU 8000-EXIT.
008110 2310-EXIT.
008120     EXIT.
008130
008140 2400-DESCARREGAR-REFPOST.
008150     MOVE 4 TO BK-INDICE-ARQUIVO
008160     OPEN INPUT REFERENCIAS-POSTADAS
008170     IF FS-REFPOST-NAO-EXISTE
008180         GO TO 2400-EXIT
008190     END-IF
008200     MOVE 'S' TO BK-ARQ-PRESENTE (BK-INDICE-ARQUIVO)
008210     IF NOT FS-REFPOST-OK
008220         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
008230         GO TO 2400-EXIT
008240     END-IF
008250     MOVE 'N' TO BK-FIM-DE-ARQUIVO
008260     PERFORM 2410-LER-REFPOST THRU 2410-EXIT
008270         UNTIL BK-FIM-DE-ARQUIVO-SIM
008280     CLOSE REFERENCIAS-POSTADAS.
008290 2400-EXIT.
008300     EXIT.
008310
008320 2410-LER-REFPOST.
008330     READ REFERENCIAS-POSTADAS NEXT RECORD
008340         AT END
008350             MOVE 'S' TO BK-FIM-DE-ARQUIVO
008360             GO TO 2410-EXIT
008370     END-READ
008380     IF NOT FS-REFPOST-OK
008390         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
008400         MOVE 'S' TO BK-FIM-DE-ARQUIVO
008410         GO TO 2410-EXIT
008420     END-IF
008430
008440     MOVE SPACES              TO RTR-CHAVE-REGISTRO
008450     MOVE REF-CHAVE           TO RTR-CHAVE-REGISTRO (1:30)
008460     MOVE REF-CONTA           TO RTR-CONTA
008470     MOVE REGISTRO-REFERENCIA TO RTR-IMAGEM
008480     PERFORM 8000-GRAVAR-TRABALHO THRU 8000-EXIT.
008490 2410-EXIT.
008500     EXIT.
008510
008520 2500-DESCARREGAR-FUTUROS.
008530     MOVE 5 TO BK-INDICE-ARQUIVO
008540     OPEN INPUT POSTAGENS-FUTURAS
008550     IF FS-FUTUROS-NAO-EXISTE
008560         GO TO 2500-EXIT
008570     END-IF
008580     MOVE 'S' TO BK-ARQ-PRESENTE (BK-INDICE-ARQUIVO)
008590     IF NOT FS-FUTUROS-OK
008600         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
008610         GO TO 2500-EXIT
008620     END-IF
008630     MOVE 'N' TO BK-FIM-DE-ARQUIVO
008640     PERFORM 2510-LER-FUTUROS THRU 2510-EXIT
008650         UNTIL BK-FIM-DE-ARQUIVO-SIM
008660     CLOSE POSTAGENS-FUTURAS.
008670 2500-EXIT.
008680     EXIT.
008690
008700 2510-LER-FUTUROS.
008710     READ POSTAGENS-FUTURAS NEXT RECORD
008720         AT END
008730             MOVE 'S' TO BK-FIM-DE-ARQUIVO
008740             GO TO 2510-EXIT
008750     END-READ
008760     IF NOT FS-FUTUROS-OK
008770         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
008780         MOVE 'S' TO BK-FIM-DE-ARQUIVO
008790         GO TO 2510-EXIT
008800     END-IF
008810
008820     MOVE SPACES           TO RTR-CHAVE-REGISTRO
008830     MOVE FUT-CHAVE        TO RTR-CHAVE-REGISTRO (1:22)
008840     MOVE FUT-CONTA        TO RTR-CONTA
008850     MOVE REGISTRO-FUTURO  TO RTR-IMAGEM
008860     PERFORM 8000-GRAVAR-TRABALHO THRU 8000-EXIT.
008870 2510-EXIT.
008880     EXIT.
008890
008900 2600-DESCARREGAR-ORDPERM.
008910     MOVE 6 TO BK-INDICE-ARQUIVO
008920     OPEN INPUT ORDENS-PERMANENTES
008930     IF FS-ORDPERM-NAO-EXISTE
008940         GO TO 2600-EXIT
008950     END-IF
008960     MOVE 'S' TO BK-ARQ-PRESENTE (BK-INDICE-ARQUIVO)
008970     IF NOT FS-ORDPERM-OK
008980         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
008990         GO TO 2600-EXIT
009000     END-IF
009010     MOVE 'N' TO BK-FIM-DE-ARQUIVO
009020     PERFORM 2610-LER-ORDPERM THRU 2610-EXIT
009030         UNTIL BK-FIM-DE-ARQUIVO-SIM
009040     CLOSE ORDENS-PERMANENTES.
009050 2600-EXIT.
009060     EXIT.
009070
009080 2610-LER-ORDPERM.
009090     READ ORDENS-PERMANENTES NEXT RECORD
009100         AT END
009110             MOVE 'S' TO BK-FIM-DE-ARQUIVO
009120             GO TO 2610-EXIT
009130     END-READ
009140     IF NOT FS-ORDPERM-OK
009150         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
009160         MOVE 'S' TO BK-FIM-DE-ARQUIVO
009170         GO TO 2610-EXIT
009180     END-IF
009190
009200     MOVE SPACES           TO RTR-CHAVE-REGISTRO
009210     MOVE ORD-CHAVE        TO RTR-CHAVE-REGISTRO (1:14)
009220     MOVE ORD-CONTA        TO RTR-CONTA
009230     MOVE REGISTRO-ORDEM   TO RTR-IMAGEM
009240     PERFORM 8000-GRAVAR-TRABALHO THRU 8000-EXIT.
009250 2610-EXIT.
009260     EXIT.
009270
009280 2700-DESCARREGAR-LIMCHEQ.
009290     MOVE 7 TO BK-INDICE-ARQUIVO
009300     OPEN INPUT LIMITES-CHEQUE
009310     IF FS-LIMCHEQ-NAO-EXISTE
009320         GO TO 2700-EXIT
009330     END-IF
009340     MOVE 'S' TO BK-ARQ-PRESENTE (BK-INDICE-ARQUIVO)
009350     IF NOT FS-LIMCHEQ-OK
009360         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
009370         GO TO 2700-EXIT
009380     END-IF
009390     MOVE 'N' TO BK-FIM-DE-ARQUIVO
009400     PERFORM 2710-LER-LIMCHEQ THRU 2710-EXIT
009410         UNTIL BK-FIM-DE-ARQUIVO-SIM
009420     CLOSE LIMITES-CHEQUE.
009430 2700-EXIT.
009440     EXIT.
009450
009460 2710-LER-LIMCHEQ.
009470     READ LIMITES-CHEQUE NEXT RECORD
009480         AT END
009490             MOVE 'S' TO BK-FIM-DE-ARQUIVO
009500             GO TO 2710-EXIT
009510     END-READ
009520     IF NOT FS-LIMCHEQ-OK
009530         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
009540         MOVE 'S' TO BK-FIM-DE-ARQUIVO
009550         GO TO 2710-EXIT
009560     END-IF
009570
009580     MOVE SPACES                 TO RTR-CHAVE-REGISTRO
009590     MOVE LCH-CONTA              TO RTR-CHAVE-REGISTRO (1:10)
009600     MOVE LCH-CONTA              TO RTR-CONTA
009610     MOVE REGISTRO-LIMITE-CHEQUE TO RTR-IMAGEM
009620     PERFORM 8000-GRAVAR-TRABALHO THRU 8000-EXIT.
009630 2710-EXIT.
009640     EXIT.
009650
009660 2800-DESCARREGAR-FECHMES.
009670     MOVE 8 TO BK-INDICE-ARQUIVO
009680     OPEN INPUT FECHAMENTO-MENSAL
009690     IF FS-FECHMES-NAO-EXISTE
009700         GO TO 2800-EXIT
009710     END-IF
009720     MOVE 'S' TO BK-ARQ-PRESENTE (BK-INDICE-ARQUIVO)
009730     IF NOT FS-FECHMES-OK
009740         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
009750         GO TO 2800-EXIT
009760     END-IF
009770     MOVE 'N' TO BK-FIM-DE-ARQUIVO
009780     PERFORM 2810-LER-FECHMES THRU 2810-EXIT
009790         UNTIL BK-FIM-DE-ARQUIVO-SIM
009800     CLOSE FECHAMENTO-MENSAL.
009810 2800-EXIT.
009820     EXIT.
009830
009840 2810-LER-FECHMES.
009850     READ FECHAMENTO-MENSAL NEXT RECORD
009860         AT END
009870             MOVE 'S' TO BK-FIM-DE-ARQUIVO
009880             GO TO 2810-EXIT
009890     END-READ
009900     IF NOT FS-FECHMES-OK
009910         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
009920         MOVE 'S' TO BK-FIM-DE-ARQUIVO
009930         GO TO 2810-EXIT
009940     END-IF
009950
009960     MOVE SPACES                  TO RTR-CHAVE-REGISTRO
009970     MOVE FME-CHAVE               TO RTR-CHAVE-REGISTRO (1:17)
009980     MOVE FME-CONTA               TO RTR-CONTA
009990     MOVE REGISTRO-FECHAMENTO-MES TO RTR-IMAGEM
010000     PERFORM 8000-GRAVAR-TRABALHO THRU 8000-EXIT.
010010 2810-EXIT.
010020     EXIT.
010030
010040 2850-DESCARREGAR-AJPERIODO.
010050     MOVE 9 TO BK-INDICE-ARQUIVO
010060     OPEN INPUT AJUSTES-PERIODO
010070     IF FS-AJPERIODO-NAO-EXISTE
010080         GO TO 2850-EXIT
010090     END-IF
010100     MOVE 'S' TO BK-ARQ-PRESENTE (BK-INDICE-ARQUIVO)
010110     IF NOT FS-AJPERIODO-OK
010120         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
010130         GO TO 2850-EXIT
010140     END-IF
010150     MOVE 'N' TO BK-FIM-DE-ARQUIVO
010160     PERFORM 2860-LER-AJPERIODO THRU 2860-EXIT
010170         UNTIL BK-FIM-DE-ARQUIVO-SIM
010180     CLOSE AJUSTES-PERIODO.
010190 2850-EXIT.
010200     EXIT.
010210
010220 2860-LER-AJPERIODO.
010230     READ AJUSTES-PERIODO NEXT RECORD
010240         AT END
010250             MOVE 'S' TO BK-FIM-DE-ARQUIVO
010260             GO TO 2860-EXIT
010270     END-READ
010280     IF NOT FS-AJPERIODO-OK
010290         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
010300         MOVE 'S' TO BK-FIM-DE-ARQUIVO
010310         GO TO 2860-EXIT
010320     END-IF
010330
010340     MOVE SPACES                  TO RTR-CHAVE-REGISTRO
010350     MOVE APA-CHAVE               TO RTR-CHAVE-REGISTRO (1:30)
010360     MOVE APA-CONTA               TO RTR-CONTA
010370     MOVE REGISTRO-AJUSTE-PERIODO TO RTR-IMAGEM
010380     PERFORM 8000-GRAVAR-TRABALHO THRU 8000-EXIT.
010390 2860-EXIT.
010400     EXIT.
010410
010420*****************************************************************
010430*  2900-AVALIAR-DESCARGA - A DUPLICATE OR AN ERROR IN ANY FILE  *
010440*  FAILS THE STEP. THE CONTROL ROWS ARE ALREADY WRITTEN, SO THE *
010450*  LOAD AND RECONCILE STEPS REFUSE AS WELL.                     *
010460*****************************************************************
010470 2900-AVALIAR-DESCARGA.
010480     IF BK-ARQ-DUPLICADOS (BK-INDICE-ARQUIVO) > ZERO
010490        AND NOT BK-RECUSADA-SIM
010500         MOVE 'S' TO BK-RECUSADA
010510         MOVE 'REGISTRO JA DESCARREGADO POR OUTRO FLUXO'
010520             TO BK-MOTIVO-RECUSA
010530     END-IF
010540     IF BK-ARQ-ERROS (BK-INDICE-ARQUIVO) > ZERO
010550        AND NOT BK-RECUSADA-SIM
010560         MOVE 'ERRO DE LEITURA OU GRAVACAO NA DESCARGA'
010570             TO BK-MOTIVO-RECUSA
010580         MOVE 'S' TO BK-RECUSADA
010590     END-IF.
010600 2900-EXIT.
010610     EXIT.
010620
010630*****************************************************************
010640*  3000-CARREGAR-FLUXO - PHASE C. THE UNLOAD'S CONTROL ROWS     *
010650*  SAY WHICH FILES EXIST AND HOW MANY RECORDS THE WORK FILE     *
010660*  MUST HOLD; A DIRTY UNLOAD IS REFUSED BEFORE ANYTHING IS      *
010670*  WRITTEN. THE WHOLE WORK FILE IS THEN READ, AND THIS STREAM'S *
010680*  SHARE WRITTEN TO THE NEW FILES.                              *
010690*****************************************************************
010700 3000-CARREGAR-FLUXO.
010710     PERFORM 3100-LER-CONTROLE-DESCARGA THRU 3100-EXIT
010720     IF BK-RECUSADA-SIM
010730         GO TO 3000-EXIT
010740     END-IF
010750
010760     OPEN INPUT TRABALHO-REPARTE
010770     IF NOT FS-REPTRAB-OK
010780         MOVE 'S' TO BK-RECUSADA
010790         MOVE 'ARQUIVO DE TRABALHO REPTRAB INDISPONIVEL'
010800             TO BK-MOTIVO-RECUSA
010810         GO TO 3000-EXIT
010820     END-IF
010830
010840     PERFORM 3200-ABRIR-NOVOS THRU 3200-EXIT
010850
010860     MOVE 'N' TO BK-FIM-DE-ARQUIVO
010870     PERFORM 3300-LER-TRABALHO THRU 3300-EXIT
010880         UNTIL BK-FIM-DE-ARQUIVO-SIM
010890
010900     CLOSE TRABALHO-REPARTE
010910     PERFORM 3500-FECHAR-NOVOS THRU 3500-EXIT
010920
010930     PERFORM 3600-CONFERIR-CARGA THRU 3600-EXIT
010940         VARYING BK-INDICE-ARQUIVO FROM 1 BY 1
010950         UNTIL BK-INDICE-ARQUIVO > 9
010960
010970     OPEN EXTEND CONTROLE-REPARTE
010980     PERFORM 7000-GRAVAR-CONTROLE THRU 7000-EXIT
010990         VARYING BK-INDICE-ARQUIVO FROM 1 BY 1
011000         UNTIL BK-INDICE-ARQUIVO > 9
011010     CLOSE CONTROLE-REPARTE.
011020 3000-EXIT.
011030     EXIT.
011040
011050*****************************************************************
011060*  3100-LER-CONTROLE-DESCARGA - ADD UP THE PHASE D ROWS.        *
011070*****************************************************************
011080 3100-LER-CONTROLE-DESCARGA.
011090     OPEN INPUT CONTROLE-REPARTE
011100     IF NOT FS-REPCTL-OK
011110         MOVE 'S' TO BK-RECUSADA
011120         MOVE 'NENHUMA DESCARGA REGISTRADA NO REPCTL'
011130             TO BK-MOTIVO-RECUSA
011140         GO TO 3100-EXIT
011150     END-IF
011160
011170     MOVE 'N' TO BK-FIM-DE-ARQUIVO
011180     PERFORM 3110-LER-CONTROLE THRU 3110-EXIT
011190         UNTIL BK-FIM-DE-ARQUIVO-SIM
011200     CLOSE CONTROLE-REPARTE
011210
011220     IF BK-REGS-CONTROLE = ZERO AND NOT BK-RECUSADA-SIM
011230         MOVE 'S' TO BK-RECUSADA
011240         MOVE 'NENHUMA DESCARGA REGISTRADA NO REPCTL'
011250             TO BK-MOTIVO-RECUSA
011260     END-IF.
011270 3100-EXIT.
011280     EXIT.
011290
011300 3110-LER-CONTROLE.
011310     READ CONTROLE-REPARTE
011320         AT END
011330             MOVE 'S' TO BK-FIM-DE-ARQUIVO
011340             GO TO 3110-EXIT
011350     END-READ
011360     IF NOT FS-REPCTL-OK
011370         MOVE 'S' TO BK-FIM-DE-ARQUIVO
011380         GO TO 3110-EXIT
011390     END-IF
011400
011410     IF NOT RCT-DESCARGA
011420         GO TO 3110-EXIT
011430     END-IF
011440     MOVE RCT-ARQUIVO TO BK-ARQUIVO-PROCURADO
011450     PERFORM 7100-LOCALIZAR-ARQUIVO THRU 7100-EXIT
011460     IF BK-INDICE-ARQUIVO > 9
011470         GO TO 3110-EXIT
011480     END-IF
011490
011500     ADD 1 TO BK-REGS-CONTROLE
011510     IF RCT-PRESENTE-SIM
011520         MOVE 'S' TO BK-ARQ-PRESENTE (BK-INDICE-ARQUIVO)
011530     END-IF
011540     ADD RCT-GRAVADOS TO BK-ARQ-ESPERADOS (BK-INDICE-ARQUIVO)
011550     IF (RCT-DUPLICADOS > ZERO OR RCT-ERROS > ZERO)
011560        AND NOT BK-RECUSADA-SIM
011570         MOVE 'S' TO BK-RECUSADA
011580         MOVE 'DESCARGA COM DUPLICIDADES OU ERROS - REFAZER'
011590             TO BK-MOTIVO-RECUSA
011600     END-IF.
011610 3110-EXIT.
011620     EXIT.
011630
011640*****************************************************************
011650*  3200-ABRIR-NOVOS - A NEW FILE FOR EVERY FILE SOME OLD        *
011660*  STREAM HAD, EVEN IF THIS STREAM GETS NO RECORDS FOR IT.      *
011670*****************************************************************
011680 3200-ABRIR-NOVOS.
011690     IF BK-ARQ-PRESENTE-SIM (1)
011700         OPEN OUTPUT MESTRE-NOVO
011710     END-IF
011720     IF BK-ARQ-PRESENTE-SIM (2)
011730         OPEN OUTPUT POSICAO-NOVA
011740     END-IF
011750     IF BK-ARQ-PRESENTE-SIM (3)
011760         OPEN OUTPUT XREF-NOVA
011770     END-IF
011780     IF BK-ARQ-PRESENTE-SIM (4)
011790         OPEN OUTPUT REFERENCIAS-NOVAS
011800     END-IF
011810     IF BK-ARQ-PRESENTE-SIM (5)
011820         OPEN OUTPUT FUTUROS-NOVOS
011830     END-IF
011840     IF BK-ARQ-PRESENTE-SIM (6)
011850         OPEN OUTPUT ORDENS-NOVAS
011860     END-IF
011870     IF BK-ARQ-PRESENTE-SIM (7)
011880         OPEN OUTPUT LIMITES-NOVOS
011890     END-IF
011900     IF BK-ARQ-PRESENTE-SIM (8)
011910         OPEN OUTPUT FECHAMENTO-NOVO
011920     END-IF
011930     IF BK-ARQ-PRESENTE-SIM (9)
011940         OPEN OUTPUT AJUSTES-NOVOS
011950     END-IF.
011960 3200-EXIT.
011970     EXIT.
011980
011990*****************************************************************
012000*  3300-LER-TRABALHO - ONE WORK RECORD PER ITERATION. EVERY     *
012010*  RECORD IS COUNTED AS READ, SO THE STEP CAN PROVE IT SAW THE  *
012020*  WHOLE UNLOAD; ONLY THIS STREAM'S ARE WRITTEN.                *
012030*****************************************************************
012040 3300-LER-TRABALHO.
012050     READ TRABALHO-REPARTE NEXT RECORD
012060         AT END
012070             MOVE 'S' TO BK-FIM-DE-ARQUIVO
012080             GO TO 3300-EXIT
012090     END-READ
012100     IF NOT FS-REPTRAB-OK
012110         MOVE 'S' TO BK-FIM-DE-ARQUIVO
012120         MOVE 'S' TO BK-RECUSADA
012130         MOVE 'ERRO DE LEITURA NO ARQUIVO DE TRABALHO REPTRAB'
012140             TO BK-MOTIVO-RECUSA
012150         GO TO 3300-EXIT
012160     END-IF
012170
012180     MOVE RTR-ARQUIVO TO BK-ARQUIVO-PROCURADO
012190     PERFORM 7100-LOCALIZAR-ARQUIVO THRU 7100-EXIT
012200     IF BK-INDICE-ARQUIVO > 9
012210         GO TO 3300-EXIT
012220     END-IF
012230     ADD 1 TO BK-ARQ-LIDOS (BK-INDICE-ARQUIVO)
012240
012250     COMPUTE BK-FLUXO-DESTINO =
012260         FUNCTION MOD(RTR-CONTA, BK-QTDE-FLUXOS) + 1
012270     IF BK-FLUXO-DESTINO NOT = REP-FLUXO
012280         GO TO 3300-EXIT
012290     END-IF
012300
012310     PERFORM 3400-GRAVAR-NOVO THRU 3400-EXIT.
012320 3300-EXIT.
012330     EXIT.
012340
012350*****************************************************************
012360*  3400-GRAVAR-NOVO - THE RECORD IMAGE, UNCHANGED, TO ITS NEW   *
012370*  FILE. THE FILES ARE FIXED DD NAMES, SO THE TARGET IS PICKED  *
012380*  BY NUMBER; THE OUTCOME IS COUNTED IN ONE PLACE AFTERWARDS.   *
012390*****************************************************************
012400 3400-GRAVAR-NOVO.
012410     EVALUATE BK-INDICE-ARQUIVO
012420         WHEN 1
012430             MOVE RTR-IMAGEM TO REGISTRO-MESTRE-NOVO
012440             WRITE REGISTRO-MESTRE-NOVO
012450                 INVALID KEY
012460                     CONTINUE
012470             END-WRITE
012480             MOVE FS-MESTRE-NOVO TO BK-FS-GRAVACAO
012490         WHEN 2
012500             MOVE RTR-IMAGEM TO REGISTRO-POSICAO-NOVA
012510             WRITE REGISTRO-POSICAO-NOVA
012520                 INVALID KEY
012530                     CONTINUE
012540             END-WRITE
012550             MOVE FS-POSICAO-NOVA TO BK-FS-GRAVACAO
012560         WHEN 3
012570             MOVE RTR-IMAGEM TO REGISTRO-XREF-NOVA
012580             WRITE REGISTRO-XREF-NOVA
012590                 INVALID KEY
012600                     CONTINUE
012610             END-WRITE
012620             MOVE FS-XREF-NOVA TO BK-FS-GRAVACAO
012630         WHEN 4
012640             MOVE RTR-IMAGEM TO REGISTRO-REFERENCIA-NOVA
012650             WRITE REGISTRO-REFERENCIA-NOVA
012660                 INVALID KEY
012670                     CONTINUE
012680             END-WRITE
012690             MOVE FS-REFPOST-NOVO TO BK-FS-GRAVACAO
012700         WHEN 5
012710             MOVE RTR-IMAGEM TO REGISTRO-FUTURO-NOVO
012720             WRITE REGISTRO-FUTURO-NOVO
012730                 INVALID KEY
012740                     CONTINUE
012750             END-WRITE
012760             MOVE FS-FUTUROS-NOVO TO BK-FS-GRAVACAO
012770         WHEN 6
012780             MOVE RTR-IMAGEM TO REGISTRO-ORDEM-NOVA
012790             WRITE REGISTRO-ORDEM-NOVA
012800                 INVALID KEY
012810                     CONTINUE
012820             END-WRITE
012830             MOVE FS-ORDPERM-NOVO TO BK-FS-GRAVACAO
012840         WHEN 7
012850             MOVE RTR-IMAGEM TO REGISTRO-LIMITE-NOVO
012860             WRITE REGISTRO-LIMITE-NOVO
012870                 INVALID KEY
012880                     CONTINUE
012890             END-WRITE
012900             MOVE FS-LIMCHEQ-NOVO TO BK-FS-GRAVACAO
012910         WHEN 8
012920             MOVE RTR-IMAGEM TO REGISTRO-FECHAMENTO-NOVO
012930             WRITE REGISTRO-FECHAMENTO-NOVO
012940                 INVALID KEY
012950                     CONTINUE
012960             END-WRITE
012970             MOVE FS-FECHMES-NOVO TO BK-FS-GRAVACAO
012980         WHEN 9
012990             MOVE RTR-IMAGEM TO REGISTRO-AJUSTE-NOVO
013000             WRITE REGISTRO-AJUSTE-NOVO
013010                 INVALID KEY
013020                     CONTINUE
013030             END-WRITE
013040             MOVE FS-AJPERIODO-NOVO TO BK-FS-GRAVACAO
013050     END-EVALUATE
013060
013070     EVALUATE TRUE
013080         WHEN BK-FS-GRAVACAO-OK
013090             ADD 1 TO BK-ARQ-GRAVADOS (BK-INDICE-ARQUIVO)
013100             IF BK-INDICE-ARQUIVO = 1
013110                 ADD MSN-SALDO-FECHAMENTO
013120                     TO BK-ARQ-SALDO (BK-INDICE-ARQUIVO)
013130             END-IF
013140         WHEN BK-FS-GRAVACAO-DUPLICADA
013150             ADD 1 TO BK-ARQ-DUPLICADOS (BK-INDICE-ARQUIVO)
013160         WHEN OTHER
013170             ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
013180     END-EVALUATE.
013190 3400-EXIT.
013200     EXIT.
013210
013220 3500-FECHAR-NOVOS.
013230     IF BK-ARQ-PRESENTE-SIM (1)
013240         CLOSE MESTRE-NOVO
013250     END-IF
013260     IF BK-ARQ-PRESENTE-SIM (2)
013270         CLOSE POSICAO-NOVA
013280     END-IF
013290     IF BK-ARQ-PRESENTE-SIM (3)
013300         CLOSE XREF-NOVA
013310     END-IF
013320     IF BK-ARQ-PRESENTE-SIM (4)
013330         CLOSE REFERENCIAS-NOVAS
013340     END-IF
013350     IF BK-ARQ-PRESENTE-SIM (5)
013360         CLOSE FUTUROS-NOVOS
013370     END-IF
013380     IF BK-ARQ-PRESENTE-SIM (6)
013390         CLOSE ORDENS-NOVAS
013400     END-IF
013410     IF BK-ARQ-PRESENTE-SIM (7)
013420         CLOSE LIMITES-NOVOS
013430     END-IF
013440     IF BK-ARQ-PRESENTE-SIM (8)
013450         CLOSE FECHAMENTO-NOVO
013460     END-IF
013470     IF BK-ARQ-PRESENTE-SIM (9)
013480         CLOSE AJUSTES-NOVOS
013490     END-IF.
013500 3500-EXIT.
013510     EXIT.
013520
013530*****************************************************************
013540*  3600-CONFERIR-CARGA - THE STEP MUST HAVE SEEN EXACTLY WHAT   *
013550*  THE UNLOAD PUT ON THE WORK FILE, AND WRITTEN ITS SHARE       *
013560*  WITHOUT A DUPLICATE OR AN ERROR. A SHORTFALL IS RECORDED AS  *
013570*  AN ERROR ON THE CONTROL ROW SO PHASE F REFUSES TOO.          *
013580*****************************************************************
013590 3600-CONFERIR-CARGA.
013600     IF BK-ARQ-LIDOS (BK-INDICE-ARQUIVO)
013610        NOT = BK-ARQ-ESPERADOS (BK-INDICE-ARQUIVO)
013620         ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
013630         IF NOT BK-RECUSADA-SIM
013640             MOVE 'S' TO BK-RECUSADA
013650             MOVE 'TRABALHO NAO CONFERE COM O TOTAL DA DESCARGA'
013660                 TO BK-MOTIVO-RECUSA
013670         END-IF
013680     END-IF
013690     IF (BK-ARQ-DUPLICADOS (BK-INDICE-ARQUIVO) > ZERO
013700         OR BK-ARQ-ERROS (BK-INDICE-ARQUIVO) > ZERO)
013710        AND NOT BK-RECUSADA-SIM
013720         MOVE 'S' TO BK-RECUSADA
013730         MOVE 'DUPLICIDADE OU ERRO NA GRAVACAO DOS NOVOS ARQUIVOS'
013740             TO BK-MOTIVO-RECUSA
013750     END-IF.
013760 3600-EXIT.
013770     EXIT.
013780
013790*****************************************************************
013800*  4000-CONFERIR-CONVERSAO - PHASE F. EVERY CONTROL ROW IS      *
013810*  PRINTED AND ADDED UP, THEN EVERY CHECK IS RUN AND EACH       *
013820*  FAILURE LISTED, AND THE PER-FILE BEFORE/AFTER TOTALS CLOSE   *
013830*  THE REPORT WITH THE VERDICT.                                 *
013840*****************************************************************
013850 4000-CONFERIR-CONVERSAO.
013860     OPEN INPUT CONTROLE-REPARTE
013870     IF NOT FS-REPCTL-OK
013880         MOVE 'S' TO BK-RECUSADA
013890         MOVE 'NENHUMA ETAPA REGISTRADA NO REPCTL'
013900             TO BK-MOTIVO-RECUSA
013910         GO TO 4000-EXIT
013920     END-IF
013930
013940     OPEN OUTPUT RELATORIO-REPARTE
013950     MOVE 'S' TO BK-RELATORIO-ABERTO
013960     MOVE REP-QTDE-ANTERIOR   TO RPT-CAB-ANTERIOR
013970     MOVE BK-QTDE-FLUXOS      TO RPT-CAB-NOVA
013980     MOVE BK-LINHA-CABECALHO  TO REG-RELREPAR
013990     WRITE REG-RELREPAR
014000     MOVE SPACES              TO REG-RELREPAR
014010     WRITE REG-RELREPAR
014020     MOVE BK-LINHA-TITULOS    TO REG-RELREPAR
014030     WRITE REG-RELREPAR
014040
014050     MOVE 'N' TO BK-FIM-DE-ARQUIVO
014060     PERFORM 4100-LER-CONTROLE THRU 4100-EXIT
014070         UNTIL BK-FIM-DE-ARQUIVO-SIM
014080     CLOSE CONTROLE-REPARTE
014090
014100     MOVE SPACES TO REG-RELREPAR
014110     WRITE REG-RELREPAR
014120
014130     PERFORM 4200-CONFERIR-FLUXO THRU 4200-EXIT
014140         VARYING BK-INDICE-FLUXO FROM 1 BY 1
014150         UNTIL BK-INDICE-FLUXO > 9
014160     PERFORM 4300-CONFERIR-ARQUIVO THRU 4300-EXIT
014170         VARYING BK-INDICE-ARQUIVO FROM 1 BY 1
014180         UNTIL BK-INDICE-ARQUIVO > 9
014190     IF BK-ARQ-SALDO-ANTES (1) NOT = BK-ARQ-SALDO-DEPOIS (1)
014200         MOVE 'SOMA DE MST-SALDO-FECHAMENTO NAO CONFERE'
014210             TO RPT-REC-MOTIVO
014220         MOVE BK-NOME-ARQUIVO (1) TO RPT-REC-ARQUIVO
014230         MOVE SPACES TO RPT-REC-ROTULO-FLUXO
014240         MOVE SPACES TO RPT-REC-FLUXO
014250         PERFORM 4900-REGISTRAR-RECUSA THRU 4900-EXIT
014260     END-IF
014270
014280     PERFORM 4500-IMPRIMIR-TOTAIS THRU 4500-EXIT.
014290 4000-EXIT.
014300     EXIT.
014310
014320*****************************************************************
014330*  4100-LER-CONTROLE - ONE CONTROL ROW: PRINTED, ADDED INTO ITS *
014340*  FILE'S BEFORE (D) OR AFTER (C) TOTALS, AND - FOR THE MESTRE  *
014350*  ROW, WHICH EVERY STEP WRITES ONCE - COUNTED AGAINST ITS      *
014360*  STREAM. A ROW WRITTEN UNDER ANOTHER STREAM COUNT THAN THE    *
014370*  ONE BEING RECONCILED IS A MIXED-UP CONVERSION.               *
014380*****************************************************************
014390 4100-LER-CONTROLE.
014400     READ CONTROLE-REPARTE
014410         AT END
014420             MOVE 'S' TO BK-FIM-DE-ARQUIVO
014430             GO TO 4100-EXIT
014440     END-READ
014450     IF NOT FS-REPCTL-OK
014460         MOVE 'S' TO BK-FIM-DE-ARQUIVO
014470         GO TO 4100-EXIT
014480     END-IF
014490
014500     MOVE RCT-FASE        TO RPT-FASE
014510     MOVE RCT-FLUXO       TO RPT-FLUXO
014520     MOVE RCT-ARQUIVO     TO RPT-ARQUIVO
014530     MOVE RCT-PRESENTE    TO RPT-PRESENTE
014540     MOVE RCT-LIDOS       TO RPT-LIDOS
014550     MOVE RCT-GRAVADOS    TO RPT-GRAVADOS
014560     MOVE RCT-DUPLICADOS  TO RPT-DUPLICADOS
014570     MOVE RCT-ERROS       TO RPT-ERROS
014580     MOVE RCT-SALDO       TO RPT-SALDO
014590     MOVE BK-LINHA-CONTROLE TO REG-RELREPAR
014600     WRITE REG-RELREPAR
014610
014620     MOVE RCT-ARQUIVO TO BK-ARQUIVO-PROCURADO
014630     PERFORM 7100-LOCALIZAR-ARQUIVO THRU 7100-EXIT
014640     IF BK-INDICE-ARQUIVO > 9
014650         GO TO 4100-EXIT
014660     END-IF
014670     ADD 1 TO BK-REGS-CONTROLE
014680
014690     IF (RCT-DESCARGA AND RCT-QTDE-FLUXOS NOT = REP-QTDE-ANTERIOR)
014700        OR (RCT-CARGA AND RCT-QTDE-FLUXOS NOT = BK-QTDE-FLUXOS)
014710         MOVE 'ETAPA EXECUTADA COM OUTRA QTDE DE FLUXOS'
014720             TO RPT-REC-MOTIVO
014730         MOVE RCT-ARQUIVO TO RPT-REC-ARQUIVO
014740         MOVE 'FLUXO ' TO RPT-REC-ROTULO-FLUXO
014750         MOVE RCT-FLUXO TO RPT-REC-FLUXO
014760         PERFORM 4900-REGISTRAR-RECUSA THRU 4900-EXIT
014770     END-IF
014780
014790     MOVE RCT-SALDO     TO BK-SALDO-CONTROLE
014800     ADD RCT-DUPLICADOS TO BK-ARQ-DUPLIC-TOTAL (BK-INDICE-ARQUIVO)
014810     ADD RCT-ERROS      TO BK-ARQ-ERROS-TOTAL (BK-INDICE-ARQUIVO)
014820     IF RCT-DESCARGA
014830         ADD RCT-GRAVADOS TO BK-ARQ-ANTES (BK-INDICE-ARQUIVO)
014840         ADD BK-SALDO-CONTROLE
014850             TO BK-ARQ-SALDO-ANTES (BK-INDICE-ARQUIVO)
014860         IF BK-INDICE-ARQUIVO = 1 AND RCT-FLUXO > ZERO
014870             ADD 1 TO BK-FLX-DESCARGAS (RCT-FLUXO)
014880         END-IF
014890     END-IF
014900     IF RCT-CARGA
014910         ADD RCT-GRAVADOS TO BK-ARQ-DEPOIS (BK-INDICE-ARQUIVO)
014920         ADD BK-SALDO-CONTROLE
014930             TO BK-ARQ-SALDO-DEPOIS (BK-INDICE-ARQUIVO)
014940         IF BK-INDICE-ARQUIVO = 1 AND RCT-FLUXO > ZERO
014950             ADD 1 TO BK-FLX-CARGAS (RCT-FLUXO)
014960         END-IF
014970     END-IF.
014980 4100-EXIT.
014990     EXIT.
015000
015010*****************************************************************
015020*  4200-CONFERIR-FLUXO - EVERY OLD STREAM UNLOADED, AND EVERY   *
015030*  NEW STREAM LOADED, EXACTLY ONCE - AND NONE BEYOND ITS COUNT. *
015040*****************************************************************
015050 4200-CONFERIR-FLUXO.
015060     MOVE SPACES                TO RPT-REC-ARQUIVO
015070     MOVE 'FLUXO '              TO RPT-REC-ROTULO-FLUXO
015080     MOVE BK-INDICE-FLUXO       TO BK-FLUXO-DESTINO
015090     MOVE BK-FLUXO-DESTINO      TO RPT-REC-FLUXO
015100
015110     IF BK-INDICE-FLUXO NOT > REP-QTDE-ANTERIOR
015120         IF BK-FLX-DESCARGAS (BK-INDICE-FLUXO) = ZERO
015130             MOVE 'FLUXO ANTIGO NAO DESCARREGADO'
015140                 TO RPT-REC-MOTIVO
015150             PERFORM 4900-REGISTRAR-RECUSA THRU 4900-EXIT
015160         END-IF
015170         IF BK-FLX-DESCARGAS (BK-INDICE-FLUXO) > 1
015180             MOVE 'FLUXO ANTIGO DESCARREGADO MAIS DE UMA VEZ'
015190                 TO RPT-REC-MOTIVO
015200             PERFORM 4900-REGISTRAR-RECUSA THRU 4900-EXIT
015210         END-IF
015220     ELSE
015230         IF BK-FLX-DESCARGAS (BK-INDICE-FLUXO) > ZERO
015240             MOVE 'DESCARGA ALEM DA QTDE ANTERIOR DE FLUXOS'
015250                 TO RPT-REC-MOTIVO
015260             PERFORM 4900-REGISTRAR-RECUSA THRU 4900-EXIT
015270         END-IF
015280     END-IF
015290
015300     IF BK-INDICE-FLUXO NOT > BK-QTDE-FLUXOS
015310         IF BK-FLX-CARGAS (BK-INDICE-FLUXO) = ZERO
015320             MOVE 'FLUXO NOVO NAO CARREGADO'
015330                 TO RPT-REC-MOTIVO
015340             PERFORM 4900-REGISTRAR-RECUSA THRU 4900-EXIT
015350         END-IF
015360         IF BK-FLX-CARGAS (BK-INDICE-FLUXO) > 1
015370             MOVE 'FLUXO NOVO CARREGADO MAIS DE UMA VEZ'
015380                 TO RPT-REC-MOTIVO
015390             PERFORM 4900-REGISTRAR-RECUSA THRU 4900-EXIT
015400         END-IF
015410     ELSE
015420         IF BK-FLX-CARGAS (BK-INDICE-FLUXO) > ZERO
015430             MOVE 'CARGA ALEM DA NOVA QTDE DE FLUXOS'
015440                 TO RPT-REC-MOTIVO
015450             PERFORM 4900-REGISTRAR-RECUSA THRU 4900-EXIT
015460         END-IF
015470     END-IF.
015480 4200-EXIT.
015490     EXIT.
015500
015510*****************************************************************
015520*  4300-CONFERIR-ARQUIVO - NOTHING LOST (AFTER = BEFORE), AND   *
015530*  NOTHING DUPLICATED OR FAILED IN ANY STEP, PER FILE.          *
015540*****************************************************************
015550 4300-CONFERIR-ARQUIVO.
015560     MOVE BK-NOME-ARQUIVO (BK-INDICE-ARQUIVO) TO RPT-REC-ARQUIVO
015570     MOVE SPACES TO RPT-REC-ROTULO-FLUXO
015580     MOVE SPACES TO RPT-REC-FLUXO
015590
015600     IF BK-ARQ-DEPOIS (BK-INDICE-ARQUIVO)
015610        NOT = BK-ARQ-ANTES (BK-INDICE-ARQUIVO)
015620         MOVE 'QTDE DE REGISTROS DEPOIS DIFERE DA DE ANTES'
015630             TO RPT-REC-MOTIVO
015640         PERFORM 4900-REGISTRAR-RECUSA THRU 4900-EXIT
015650     END-IF
015660     IF BK-ARQ-DUPLIC-TOTAL (BK-INDICE-ARQUIVO) > ZERO
015670         MOVE 'REGISTROS DUPLICADOS NA CONVERSAO'
015680             TO RPT-REC-MOTIVO
015690         PERFORM 4900-REGISTRAR-RECUSA THRU 4900-EXIT
015700     END-IF
015710     IF BK-ARQ-ERROS-TOTAL (BK-INDICE-ARQUIVO) > ZERO
015720         MOVE 'ERROS DE LEITURA OU GRAVACAO NA CONVERSAO'
015730             TO RPT-REC-MOTIVO
015740         PERFORM 4900-REGISTRAR-RECUSA THRU 4900-EXIT
015750     END-IF.
015760 4300-EXIT.
015770     EXIT.
015780
015790*****************************************************************
015800*  4500-IMPRIMIR-TOTAIS - THE BEFORE/AFTER CONTROL TOTALS PER   *
015810*  FILE, THE MASTER BALANCE TOTALS AND THE VERDICT.             *
015820*****************************************************************
015830 4500-IMPRIMIR-TOTAIS.
015840     MOVE SPACES TO REG-RELREPAR
015850     WRITE REG-RELREPAR
015860     MOVE BK-LINHA-TITULOS-TOTAL TO REG-RELREPAR
015870     WRITE REG-RELREPAR
015880     PERFORM 4510-IMPRIMIR-ARQUIVO THRU 4510-EXIT
015890         VARYING BK-INDICE-ARQUIVO FROM 1 BY 1
015900         UNTIL BK-INDICE-ARQUIVO > 9
015910
015920     MOVE SPACES TO REG-RELREPAR
015930     WRITE REG-RELREPAR
015940
015950     MOVE 'SALDO MESTRE ANTES..........:' TO RPT-VAL-ROTULO
015960     MOVE BK-ARQ-SALDO-ANTES (1)          TO RPT-VAL-VALOR
015970     MOVE BK-LINHA-VALOR TO REG-RELREPAR
015980     WRITE REG-RELREPAR
015990
016000     MOVE 'SALDO MESTRE DEPOIS.........:' TO RPT-VAL-ROTULO
016010     MOVE BK-ARQ-SALDO-DEPOIS (1)         TO RPT-VAL-VALOR
016020     MOVE BK-LINHA-VALOR TO REG-RELREPAR
016030     WRITE REG-RELREPAR
016040
016050     MOVE 'ETAPAS REGISTRADAS (LINHAS).:' TO RPT-CON-ROTULO
016060     MOVE BK-REGS-CONTROLE                TO RPT-CON-VALOR
016070     MOVE BK-LINHA-CONTADOR TO REG-RELREPAR
016080     WRITE REG-RELREPAR
016090
016100     MOVE 'RECUSAS.....................:' TO RPT-CON-ROTULO
016110     MOVE BK-RECUSAS                      TO RPT-CON-VALOR
016120     MOVE BK-LINHA-CONTADOR TO REG-RELREPAR
016130     WRITE REG-RELREPAR
016140
016150     MOVE SPACES TO REG-RELREPAR
016160     WRITE REG-RELREPAR
016170     IF BK-RECUSAS = ZERO
016180         MOVE 'CONVERSAO CONFERIDA - OS NOVOS ARQUIVOS PODEM SER '
016190             TO REG-RELREPAR
016200         MOVE 'ADOTADOS' TO REG-RELREPAR (51:8)
016210     ELSE
016220         MOVE 'S' TO BK-RECUSADA
016230         MOVE 'CONVERSAO NAO CONFERE - VER RECUSAS NO RELREPAR'
016240             TO BK-MOTIVO-RECUSA
016250         MOVE 'CONVERSAO RECUSADA - NAO ADOTAR OS NOVOS ARQUIVOS'
016260             TO REG-RELREPAR
016270     END-IF
016280     WRITE REG-RELREPAR.
016290 4500-EXIT.
016300     EXIT.
016310
016320 4510-IMPRIMIR-ARQUIVO.
016330     COMPUTE BK-DIFERENCA = BK-ARQ-DEPOIS (BK-INDICE-ARQUIVO)
016340                          - BK-ARQ-ANTES (BK-INDICE-ARQUIVO)
016350     MOVE BK-NOME-ARQUIVO (BK-INDICE-ARQUIVO) TO RPT-TOT-ARQUIVO
016360     MOVE BK-ARQ-ANTES (BK-INDICE-ARQUIVO)    TO RPT-TOT-ANTES
016370     MOVE BK-ARQ-DEPOIS (BK-INDICE-ARQUIVO)   TO RPT-TOT-DEPOIS
016380     MOVE BK-DIFERENCA                        TO RPT-TOT-DIFERENCA
016390     MOVE BK-ARQ-DUPLIC-TOTAL (BK-INDICE-ARQUIVO)
016400         TO RPT-TOT-DUPLICADOS
016410     MOVE BK-ARQ-ERROS-TOTAL (BK-INDICE-ARQUIVO)
016420         TO RPT-TOT-ERROS
016430     MOVE BK-LINHA-TOTAL TO REG-RELREPAR
016440     WRITE REG-RELREPAR.
016450 4510-EXIT.
016460     EXIT.
016470
016480*****************************************************************
016490*  4900-REGISTRAR-RECUSA - ONE FAILED CHECK, AS A REPORT LINE.  *
016500*  THE CALLER HAS FILLED THE MOTIVE, FILE AND STREAM FIELDS.    *
016510*****************************************************************
016520 4900-REGISTRAR-RECUSA.
016530     ADD 1 TO BK-RECUSAS
016540     MOVE BK-LINHA-RECUSA TO REG-RELREPAR
016550     WRITE REG-RELREPAR.
016560 4900-EXIT.
016570     EXIT.
016580
016590*****************************************************************
016600*  7000-GRAVAR-CONTROLE - THIS STEP'S TOTALS FOR ONE FILE, AS   *
016610*  ONE REPCTL ROW. EVERY FILE GETS A ROW, PRESENT OR NOT.       *
016620*****************************************************************
016630 7000-GRAVAR-CONTROLE.
016640     MOVE FUNCTION CURRENT-DATE TO RCT-DATA-HORA
016650     MOVE REP-FASE              TO RCT-FASE
016660     MOVE REP-FLUXO             TO RCT-FLUXO
016670     IF REP-FASE-DESCARGA
016680         MOVE REP-QTDE-ANTERIOR TO RCT-QTDE-FLUXOS
016690     ELSE
016700         MOVE BK-QTDE-FLUXOS    TO RCT-QTDE-FLUXOS
016710     END-IF
016720     MOVE BK-NOME-ARQUIVO (BK-INDICE-ARQUIVO) TO RCT-ARQUIVO
016730     MOVE BK-ARQ-PRESENTE (BK-INDICE-ARQUIVO) TO RCT-PRESENTE
016740     MOVE BK-ARQ-LIDOS (BK-INDICE-ARQUIVO)    TO RCT-LIDOS
016750     MOVE BK-ARQ-GRAVADOS (BK-INDICE-ARQUIVO) TO RCT-GRAVADOS
016760     MOVE BK-ARQ-DUPLICADOS (BK-INDICE-ARQUIVO)
016770         TO RCT-DUPLICADOS
016780     MOVE BK-ARQ-ERROS (BK-INDICE-ARQUIVO)    TO RCT-ERROS
016790     MOVE BK-ARQ-SALDO (BK-INDICE-ARQUIVO)    TO RCT-SALDO
016800     WRITE REG-CONTROLE-REPARTE.
016810 7000-EXIT.
016820     EXIT.
016830
016840*****************************************************************
016850*  7100-LOCALIZAR-ARQUIVO - THE TABLE POSITION OF THE FILE IN   *
016860*  BK-ARQUIVO-PROCURADO;                                        *
016870*  10 WHEN IT IS NOT ONE OF THE CONVERTED FILES.                *
016880*****************************************************************
016890 7100-LOCALIZAR-ARQUIVO.
016900     PERFORM 7110-COMPARAR-ARQUIVO THRU 7110-EXIT
016910         VARYING BK-INDICE-ARQUIVO FROM 1 BY 1
016920         UNTIL BK-INDICE-ARQUIVO > 9
016930            OR BK-NOME-ARQUIVO (BK-INDICE-ARQUIVO)
016940               = BK-ARQUIVO-PROCURADO.
016950 7100-EXIT.
016960     EXIT.
016970
016980 7110-COMPARAR-ARQUIVO.
016990     CONTINUE.
017000 7110-EXIT.
017010     EXIT.
017020
017030*****************************************************************
017040*  8000-GRAVAR-TRABALHO - ONE UNLOADED RECORD TO THE WORK FILE. *
017050*  THE CALLER HAS FILLED THE RECORD KEY, CONTA AND IMAGE. A KEY *
017060*  ALREADY ON FILE WAS UNLOADED FROM ANOTHER OLD STREAM.        *
017070*****************************************************************
017080 8000-GRAVAR-TRABALHO.
017090     MOVE 'N' TO BK-GRAVOU
017100     ADD 1 TO BK-ARQ-LIDOS (BK-INDICE-ARQUIVO)
017110     MOVE BK-NOME-ARQUIVO (BK-INDICE-ARQUIVO) TO RTR-ARQUIVO
017120     MOVE REP-FLUXO TO RTR-FLUXO-ORIGEM
017130
017140     WRITE REG-TRABALHO
017150         INVALID KEY
017160             CONTINUE
017170     END-WRITE
017180
017190     EVALUATE TRUE
017200         WHEN FS-REPTRAB-OK
017210             MOVE 'S' TO BK-GRAVOU
017220             ADD 1 TO BK-ARQ-GRAVADOS (BK-INDICE-ARQUIVO)
017230         WHEN FS-REPTRAB-DUPLICADO
017240             ADD 1 TO BK-ARQ-DUPLICADOS (BK-INDICE-ARQUIVO)
017250         WHEN OTHER
017260             ADD 1 TO BK-ARQ-ERROS (BK-INDICE-ARQUIVO)
017270     END-EVALUATE.
017280 8000-EXIT.
017290     EXIT.
017300
017310*****************************************************************
017320*  9000-ENCERRAR - CLOSE THE REPORT, THEN THE CONSOLE ECHO AND  *
017330*  THE RETURN CODE THE SCHEDULER ACTS ON.                       *
017340*****************************************************************
017350 9000-ENCERRAR.
017360     IF BK-RELATORIO-ABERTO-SIM
017370         CLOSE RELATORIO-REPARTE
017380     END-IF
017390
017400     DISPLAY 'BOOK-REPARTE - FASE...............: ' REP-FASE
017410     DISPLAY 'BOOK-REPARTE - FLUXO..............: ' REP-FLUXO
017420     IF REP-FASE-DESCARGA OR REP-FASE-CARGA
017430         PERFORM 9100-EXIBIR-ARQUIVO THRU 9100-EXIT
017440             VARYING BK-INDICE-ARQUIVO FROM 1 BY 1
017450             UNTIL BK-INDICE-ARQUIVO > 9
017460     END-IF
017470     IF REP-FASE-CONFERENCIA
017480         DISPLAY 'BOOK-REPARTE - RECUSAS............: '
017490             BK-RECUSAS
017500     END-IF
017510
017520     IF BK-RECUSADA-SIM
017530         DISPLAY 'BOOK-REPARTE - CONVERSAO RECUSADA: '
017540             BK-MOTIVO-RECUSA
017550         MOVE 8 TO RETURN-CODE
017560     ELSE
017570         DISPLAY 'BOOK-REPARTE - ETAPA CONCLUIDA E CONFERIDA'
017580     END-IF.
017590 9000-EXIT.
017600     EXIT.
017610
017620 9100-EXIBIR-ARQUIVO.
017630     DISPLAY 'BOOK-REPARTE - '
017640         BK-NOME-ARQUIVO (BK-INDICE-ARQUIVO)
017650         ' LIDOS/GRAVADOS....: '
017660         BK-ARQ-LIDOS (BK-INDICE-ARQUIVO) ' / '
017670         BK-ARQ-GRAVADOS (BK-INDICE-ARQUIVO).
017680 9100-EXIT.
017690     EXIT.
