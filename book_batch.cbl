002104*                   ONCE. SYNTHETIC RELEASE NOW RUNS AFTER THE
002105*                   FEED-CONTROL VERDICT, SO A TRUNCATED
002106*                   TRANSMISSION POSTS NO SYNTHETIC CLIENTS.
002107*  2026-10-15 RPS   OVERDRAFT LIMITS. ONCE THE LIMCHEQ FILE
002108*                   EXISTS (SEE BOOK-LIMITE), EACH CHUNK IS
002109*                   PROJECTED AGAINST THE CLIENT'S LIMIT IN
002110*                   FORCE BEFORE IT IS SUMMARIZED (3031): A
002111*                   CHUNK THAT WOULD TAKE THE BALANCE BELOW
002112*                   MINUS THE LIMIT HAS ITS DEBITS HELD - THEY
002113*                   GO TO SUSPENSO AS ONE DOCUMENT WITH AN
002114*                   INSUFFICIENT-FUNDS MOTIVE, THE CREDITS POST,
002115*                   AND THE CLIENT'S ACK ROWS COME BACK 'W', OR
002116*                   'R' WHEN NOTHING AT ALL POSTED. EVERY CLIENT
002117*                   CLOSING BELOW ZERO OR HELD GETS A USOCHEQ
002118*                   ROW FOR THE BOOK-CHEQUE DAILY REPORT, AND
002119*                   THE MASTER NOW TRACKS THE DATE THE CURRENT
002120*                   OVERDRAFT BEGAN. WITHOUT LIMCHEQ THE RUN
002121*                   POSTS EXACTLY AS BEFORE.
002122*  2026-10-15 RPS   REVERSALS (ESTORNOS). BOOK-ENTRADA MATCHES A
002123*                   POSTING CARRYING REFERENCIA-ESTORNADA
002124*                   AGAINST REFPOST AND BOOK-REFREG MARKS THE
002125*                   ORIGINAL AND WRITES THE ESTORNOS REGISTER AT
002126*                   CLIENT COMPLETION. HERE A REVERSAL REPEATED
002127*                   BETWEEN CHUNKS OF ONE CLIENT IS REJECTED
002128*                   (3040), AND THE NEW FIELD IS CARRIED
002129*                   THROUGH THE DEBIT HOLD (3035/3037) AND
002130*                   CLEARED ON A RELEASED POSTING (3048).
002131*  2026-10-15 RPS   STANDING ORDERS. ONCE THE ORDPERM FILE EXISTS
002132*                   (SEE BOOK-ORDEM) EVERY ACTIVE ORDER DUE SINCE
002133*                   THE LAST COMPLETED MOVEMENT IS LOADED INTO
002134*                   THE RELEASE TABLE AT START-UP (1850) AND
002135*                   INJECTED INTO ITS CLIENT LIKE A RELEASED
002136*                   WAREHOUSE POSTING - A CLIENT ABSENT FROM THE
002137*                   FEED IS SYNTHESIZED FROM ITS MASTER. THE
002138*                   REFERENCE IS GENERATED FROM THE ORDER AND
002139*                   THE DUE DATE AND CHECKED AGAINST REFPOST, SO
002140*                   NO OCCURRENCE POSTS TWICE; THE ORDER IS
002141*                   STAMPED AT THE COMMIT POINT (3230) AND EVERY
002142*                   OUTCOME GOES TO THE ORDEXEC LOG FOR THE
002143*                   BOOK-ORDEXEC DAILY LISTING. THE RELEASE
002144*                   TABLE GREW TO 500 ENTRIES.
002145*  2026-10-15 RPS   CLIENT NOTIFICATIONS. ONCE THE PREFAVISO FILE
002146*                   EXISTS (SEE BOOK-PREFAV) EVERY CLIENT WITH A
002147*                   PREFERENCE ROW GETS ONE AVISOS ROW PER EVENT
002148*                   IT ASKED FOR - CLOSING BALANCE BELOW ITS
002149*                   THRESHOLD, A DEBIT ABOVE ITS THRESHOLD, FEE
002150*                   CHARGED, INTEREST CREDITED, HELD POSTING
002151*                   RELEASED, DORMANT ACCOUNT REACTIVATED -
002152*                   WRITTEN AT CLIENT CLOSE ONCE THE MASTER IS
002153*                   UPDATED (3078), SO AN ABANDONED ACCUMULATION
002154*                   NOTIFIES NOTHING. BOOK-AVISO BUILDS THE
002155*                   VENDOR FEED FROM THE ROWS. A WAREHOUSE
002156*                   POSTING HELD OR ALREADY IN THE DOCUMENT NOW
002157*                   RECORDS THAT OUTCOME IN THE RELEASE TABLE
002158*                   TOO (3038/3048).
002159*  2026-10-15 RPS   PRIOR-PERIOD ADJUSTMENTS. WHILE THE FECHMES
002160*                   FILE EXISTS (SEE BOOK-MENSAL), A POSTING
002161*                   DATED IN AN EARLIER MONTH THAT IS ALREADY
002162*                   CLOSED FOR THE CLIENT IS NOTED AS IT IS
002163*                   EXAMINED (3054) AND WRITTEN PENDING TO THE
002164*                   AJPERIODO FILE AT CLIENT CLOSE (3083). THE
002165*                   POSTING STILL POSTS TODAY; BOOK-RETIFICA
002166*                   RESTATES THE CLOSED MONTHS AND THE INTEREST
002167*                   FROM THE PENDING ROWS.
002168*  2026-10-15 RPS   ACCOUNT ONBOARDING. ACCOUNTS ARE NOW OPENED
002169*                   AHEAD OF THEIR FIRST POSTING BY BOOK-CADASTRO
002170*                   FROM THE REGISTRATION FEED. A CHUNK 1 FOR A
002171*                   CONTA THE MASTER DOES NOT HOLD IS REJECTED TO
002172*                   SUSPENSO AND EXCECOES-VALIDACAO (3041) INSTEAD
002173*                   OF OPENING A LIVE ACCOUNT UNDER WHATEVER NAME
002174*                   THE DOCUMENT CARRIED. FOR THE CUT-OVER, A
002175*                   CONTANOVA FILE HOLDING 'A' KEEPS THE OLD
002176*                   AUTOMATIC OPENING (3045). IDADE IS NOW DERIVED
002177*                   FROM THE REGISTERED BIRTH DATE WHEN THE MASTER
002178*                   HOLDS ONE (3039), OVERRIDING THE DOCUMENT'S.
002179*  2026-10-15 RPS   FEED CONTROL TOTALS. STANDING ORDER VALUES
002180*                   INJECTED INTO FEED CLIENTS (3048) ARE TAKEN
002181*                   OUT OF THE LIDOS TOTALS BEFORE THEY ARE
002182*                   COMPARED WITH THE TRAILER (2700) - UPSTREAM
002183*                   NEVER SENT THEM, SO ANY NIGHT AN ORDER POSTED
002184*                   FAILED THE CONTROL. THE RUN TOTALS STILL
002185*                   CARRY THEM.
002186*  2026-10-15 RPS   HELD DEBITS (3034) LEAVE THE LIDOS TOTALS -
002187*                   RUNCTL AND THE ACK TRAILER CARRY POSTED
002188*                   DEBITS ONLY; 2700 ADDS THEM BACK FOR THE
002189*                   TRAILER. A HELD DOCUMENT TOO LONG FOR
002190*                   SUSPENSO STOPS THE RUN WITH RETURN-CODE 16.
002191*  2026-10-15 RPS   IDADE RANGE CHECK MOVED HERE FROM
002192*                   BOOK-ENTRADA (3029), SKIPPED WHEN THE MASTER
002193*                   SUPPLIES THE BIRTH DATE.
002194*****************************************************************
002195 ENVIRONMENT DIVISION.
002196 CONFIGURATION SECTION.
002197 SOURCE-COMPUTER.   IBM-Z15.
002198 OBJECT-COMPUTER.   IBM-Z15.
002199 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002201     SELECT ENTRADA-LOTE       ASSIGN TO "ENTRADA"
002202                                ORGANIZATION IS LINE SEQUENTIAL
002203                                FILE STATUS IS FS-ENTRADA-LOTE.
002204
002205     SELECT SAIDA-LOTE         ASSIGN TO "SAIDA"
002206                                ORGANIZATION IS LINE SEQUENTIAL
002207                                FILE STATUS IS FS-SAIDA-LOTE.
002208
002209     SELECT AUDITORIA-LOTE     ASSIGN TO "AUDITORIA"
002210                                ORGANIZATION IS LINE SEQUENTIAL
002211                                FILE STATUS IS FS-AUDITORIA.
002212
002213     SELECT CHECKPOINT-LOTE    ASSIGN TO "CHECKPOINT"
002214                                ORGANIZATION IS LINE SEQUENTIAL
002215                                FILE STATUS IS FS-CHECKPOINT.
002216
002217     SELECT EXCECOES-VALIDACAO ASSIGN TO "EXCECOES"
002220                                ORGANIZATION IS LINE SEQUENTIAL
002230                                FILE STATUS IS FS-EXCECOES-VALID.
002240
002630                                ORGANIZATION IS LINE SEQUENTIAL
002640                                FILE STATUS IS FS-PARAM-LIMITES.
002650
002651     SELECT PARAMETRO-CONTA-NOVA
002652                                ASSIGN TO "CONTANOVA"
002653                                ORGANIZATION IS LINE SEQUENTIAL
002654                                FILE STATUS IS FS-PARAM-ABERTURA.
002655
002660     SELECT ALERTAS-COMPLIANCE ASSIGN TO "ALERTAS"
002670                                ORGANIZATION IS LINE SEQUENTIAL
002680                                FILE STATUS IS FS-ALERTAS.
002692     SELECT ARQUIVO-POSICAO    ASSIGN TO "ARCPOSIC"
002694                                ORGANIZATION IS LINE SEQUENTIAL
002696                                FILE STATUS IS FS-ARQ-POSICAO.
002697
002698     SELECT LIMITES-CHEQUE     ASSIGN TO "LIMCHEQ"
002699                                ORGANIZATION IS INDEXED
002700                                ACCESS MODE IS RANDOM
002701                                RECORD KEY IS LCH-CONTA
002702                                FILE STATUS IS FS-LIMCHEQ.
002703
002704     SELECT USO-CHEQUE-ESPECIAL ASSIGN TO "USOCHEQ"
002705                                ORGANIZATION IS LINE SEQUENTIAL
002706                                FILE STATUS IS FS-USOCHEQ.
002707
002708     SELECT ORDENS-PERMANENTES ASSIGN TO "ORDPERM"
002709                                ORGANIZATION IS INDEXED
002710                                ACCESS MODE IS DYNAMIC
002711                                RECORD KEY IS ORD-CHAVE
002712                                FILE STATUS IS FS-ORDPERM.
002713
002714     SELECT REFERENCIAS-POSTADAS ASSIGN TO "REFPOST"
002715                                ORGANIZATION IS INDEXED
002716                                ACCESS MODE IS RANDOM
002717                                RECORD KEY IS REF-CHAVE
002718                                FILE STATUS IS FS-REFPOST.
002719
002720     SELECT EXECUCAO-ORDENS    ASSIGN TO "ORDEXEC"
002721                                ORGANIZATION IS LINE SEQUENTIAL
002722                                FILE STATUS IS FS-ORDEXEC.
002723
002724     SELECT PREFERENCIAS-AVISO ASSIGN TO "PREFAVISO"
002725                                ORGANIZATION IS INDEXED
002726                                ACCESS MODE IS RANDOM
002727                                RECORD KEY IS PRF-CONTA
002728                                FILE STATUS IS FS-PREFAVISO.
002729
002730     SELECT AVISOS-CLIENTE     ASSIGN TO "AVISOS"
002731                                ORGANIZATION IS LINE SEQUENTIAL
002732                                FILE STATUS IS FS-AVISOS.
002733
002734     SELECT FECHAMENTO-MENSAL  ASSIGN TO "FECHMES"
002735                                ORGANIZATION IS INDEXED
002736                                ACCESS MODE IS RANDOM
002737                                RECORD KEY IS FME-CHAVE
002738                                FILE STATUS IS FS-FECHMES.
002739
002740     SELECT AJUSTES-PERIODO    ASSIGN TO "AJPERIODO"
002741                                ORGANIZATION IS INDEXED
002742                                ACCESS MODE IS RANDOM
002743                                RECORD KEY IS APA-CHAVE
002744                                FILE STATUS IS FS-AJPERIODO.
002745 DATA DIVISION.
002746 FILE SECTION.
002747 FD  ENTRADA-LOTE.
002748 01  REG-ENTRADA-LOTE          PIC X(10000).
002749
002750 FD  SAIDA-LOTE.
002760 01  REG-SAIDA-LOTE            PIC X(10000).
002770
003170     03  PRM-LIMITE-AGREG-CRED PIC 9(015)V99.
003180     03  PRM-LIMITE-AGREG-DEB  PIC 9(015)V99.
003190
003192 FD  PARAMETRO-CONTA-NOVA.
003194 01  REG-PARAM-CONTA-NOVA.
003196     03  PRM-ABERTURA          PIC X(001).
003198
003200 FD  ALERTAS-COMPLIANCE.
003210 COPY BKALERT.
003212
003220 FD  ARQUIVO-POSICAO.
003222 COPY BKARCPO.
003224
003225 FD  LIMITES-CHEQUE.
003226 COPY BKLIMCH.
003227
003228 FD  USO-CHEQUE-ESPECIAL.
003229 COPY BKUSOCH.
003230
003231 FD  ORDENS-PERMANENTES.
003232 COPY BKORDEM.
003233
003234 FD  REFERENCIAS-POSTADAS.
003235 COPY BKREF.
003236
003237 FD  EXECUCAO-ORDENS.
003238 COPY BKORDEX.
003239
003240 FD  PREFERENCIAS-AVISO.
003241 COPY BKPREFAV.
003242
003243 FD  AVISOS-CLIENTE.
003244 COPY BKAVISO.
003245
003246 FD  FECHAMENTO-MENSAL.
003247 COPY BKFECHM.
003248
003249 FD  AJUSTES-PERIODO.
003250 COPY BKAJPER.
003251 WORKING-STORAGE SECTION.
003252 77  FS-ENTRADA-LOTE           PIC X(002) VALUE SPACES.
003253     88  FS-ENTRADA-LOTE-OK                  VALUE '00'.
003260     88  FS-ENTRADA-LOTE-FIM                 VALUE '10'.
003270 77  FS-SAIDA-LOTE             PIC X(002) VALUE SPACES.
003280 77  FS-AUDITORIA              PIC X(002) VALUE SPACES.
003490 77  FS-PARAM-LIMITES          PIC X(002) VALUE SPACES.
003500     88  FS-PARAM-LIMITES-OK                 VALUE '00'.
003510     88  FS-PARAM-LIMITES-NAO-EXISTE         VALUE '35'.
003513 77  FS-PARAM-ABERTURA         PIC X(002) VALUE SPACES.
003516     88  FS-PARAM-ABERTURA-OK                VALUE '00'.
003520 77  FS-ALERTAS                PIC X(002) VALUE SPACES.
003530     88  FS-ALERTAS-OK                       VALUE '00'.
003540     88  FS-ALERTAS-NAO-EXISTE               VALUE '35'.
003840     88  BK-MST-CLIENTE-NOVO-SIM             VALUE 'S'.
003850     88  BK-MST-CLIENTE-NOVO-NAO             VALUE 'N'.
003860
003861*---------------------------------------------------------------*
003862*  ACCOUNT ONBOARDING. A CONTA IS OPENED BY BOOK-CADASTRO FROM  *
003863*  THE REGISTRATION FEED; A POSTING FOR ONE THE MASTER DOES     *
003864*  NOT HOLD IS REJECTED, UNLESS THE CONTANOVA FILE HOLDS 'A'    *
003865*  (THE CUT-OVER SETTING, WHICH STILL OPENS IT AUTOMATICALLY).  *
003866*  BK-CAD-IDADE IS THE AGE DERIVED FROM THE REGISTERED BIRTH    *
003867*  DATE; BK-ACC-IDADE-CADASTRO CARRIES THE FACT THAT CHUNK 1    *
003868*  HAD ONE ACROSS THE CLIENT'S CONTINUATION CHUNKS. THE IDADE   *
003869*  LIMITS APPLY TO THE DOCUMENT'S OWN IDADE ONLY (3029).        *
003870*---------------------------------------------------------------*
003871 77  BK-ABERTURA-AUTOMATICA    PIC X(001) VALUE 'N'.
003872     88  BK-ABERTURA-AUTOMATICA-SIM          VALUE 'S'.
003873 77  BK-CAD-IDADE              PIC 9(003) VALUE ZERO.
003874 77  BK-CAD-NASCIMENTO-INFORMADO PIC X(001) VALUE 'N'.
003875     88  BK-CAD-NASCIMENTO-INFORMADO-SIM     VALUE 'S'.
003876 77  BK-ACC-IDADE-CADASTRO     PIC X(001) VALUE 'N'.
003877     88  BK-ACC-IDADE-CADASTRO-SIM           VALUE 'S'.
003878 77  BK-CONTAS-NAO-CADASTRADAS PIC 9(009) COMP-3 VALUE ZERO.
003879 77  BK-IDADE-MINIMA           PIC 9(003) VALUE 1.
003880 77  BK-IDADE-MAXIMA           PIC 9(003) VALUE 120.
003881
003882*---------------------------------------------------------------*
003883*  COMPLIANCE THRESHOLDS, LOADED FROM THE LIMITES PARAMETER     *
003890*  FILE AT START-UP. A ZERO LIMIT (OR AN ABSENT FILE) DISABLES  *
003900*  THAT RULE, SO A SHOP THAT HAS NOT SET THEM UP RUNS EXACTLY   *
003910*  AS BEFORE.                                                   *
003980*---------------------------------------------------------------*
003982 77  BK-FUTUROS-RETIDOS        PIC 9(009) COMP-3 VALUE ZERO.
003984 77  BK-FUTUROS-INJETADOS      PIC 9(009) COMP-3 VALUE ZERO.
003985 77  BK-LIB-MAXIMO             PIC 9(003) COMP-3 VALUE 500.
003988 77  BK-LIB-USADAS             PIC 9(003) COMP-3 VALUE ZERO.
003990 77  BK-INDICE-LIB             PIC 9(003) COMP-3 VALUE ZERO.
003992 77  BK-INDICE-FUT             PIC 9(003) COMP-3 VALUE ZERO.
004021 01  BK-DATA-POSTAGEM-NUM REDEFINES
004022         BK-DATA-POSTAGEM-COMP               PIC 9(008).
004024 01  BK-TABELA-LIBERADAS.
004025     05  BK-LIB-ENTRADA        OCCURS 500 TIMES.
004028         10  BK-LIB-CHAVE.
004030             15  BK-LIB-CH-DATA  PIC 9(008).
004032             15  BK-LIB-CH-CONTA PIC 9(010).
004042         10  BK-LIB-VALOR      PIC 9(015)V99 COMP-3.
004044         10  BK-LIB-INJETADA   PIC X(001).
004045         10  BK-LIB-EXPURGADA  PIC X(001).
004046         10  BK-LIB-ORIGEM     PIC X(001).
004047             88  BK-LIB-DO-ARMAZEM                 VALUE 'F'.
004048             88  BK-LIB-DE-ORDEM                   VALUE 'O'.
004049         10  BK-LIB-DESFECHO   PIC X(001).
004050             88  BK-LIB-POSTADA                    VALUE ' '.
004051             88  BK-LIB-RETIDA                     VALUE 'R'.
004052             88  BK-LIB-JA-NO-DOCUMENTO            VALUE 'D'.
004053
004054*---------------------------------------------------------------*
004055*  STANDING ORDER STATE. THE ORDPERM FILE SWITCHES IT ON. AN    *
004056*  ORDER IS DUE WHEN ITS LATEST OCCURRENCE FALLS AFTER THE LAST *
004057*  COMPLETED MOVEMENT DATE ON RUNCTL (THE DAY BEFORE, WHEN NONE *
004058*  IS ON RECORD) AND NOT AFTER TODAY'S - A MISSED DAY IS CAUGHT *
004059*  UP ONCE, NOT ONCE PER MISSED OCCURRENCE. ITS ROW JOINS THE   *
004060*  RELEASE TABLE WITH ORIGEM 'O' AND THE ORDER NUMBER IN THE    *
004061*  SEQUENCE SLOT OF THE KEY.                                    *
004062*---------------------------------------------------------------*
004063 77  FS-ORDPERM                PIC X(002) VALUE SPACES.
004064     88  FS-ORDPERM-OK                       VALUE '00'.
004065     88  FS-ORDPERM-NAO-EXISTE               VALUE '35'.
004066 77  FS-REFPOST                PIC X(002) VALUE SPACES.
004067     88  FS-REFPOST-OK                       VALUE '00'.
004068 77  FS-ORDEXEC                PIC X(002) VALUE SPACES.
004069     88  FS-ORDEXEC-OK                       VALUE '00'.
004070     88  FS-ORDEXEC-NAO-EXISTE               VALUE '35'.
004071 77  BK-ORD-ATIVO              PIC X(001) VALUE 'N'.
004072     88  BK-ORD-ATIVO-SIM                    VALUE 'S'.
004073 77  BK-FIM-ORDENS             PIC X(001) VALUE 'N'.
004074     88  BK-FIM-ORDENS-SIM                   VALUE 'S'.
004075 77  BK-REFPOST-ABERTO         PIC X(001) VALUE 'N'.
004076     88  BK-REFPOST-ABERTO-SIM               VALUE 'S'.
004077 77  BK-ORD-DATA-ANTERIOR      PIC 9(008) VALUE ZERO.
004078 77  BK-ORD-OCORRENCIA         PIC 9(008) VALUE ZERO.
004079 77  BK-ORD-INT-INICIO         PIC 9(007) COMP-3 VALUE ZERO.
004080 77  BK-ORD-INT-DE             PIC 9(007) COMP-3 VALUE ZERO.
004081 77  BK-ORD-INT-ATE            PIC 9(007) COMP-3 VALUE ZERO.
004082 77  BK-ORD-INT-OCORRENCIA     PIC 9(007) COMP-3 VALUE ZERO.
004083 77  BK-ORD-SEMANAS            PIC 9(007) COMP-3 VALUE ZERO.
004084 77  BK-ORD-DIA-ALVO           PIC 9(002) VALUE ZERO.
004085 77  BK-ORD-DIAS-NO-MES        PIC 9(002) VALUE ZERO.
004086 77  BK-ORD-RESULTADO          PIC X(001) VALUE SPACE.
004087 77  BK-ORD-MOTIVO             PIC X(060) VALUE SPACES.
004088 77  BK-ORD-CARREGADAS         PIC 9(009) COMP-3 VALUE ZERO.
004089 77  BK-ORD-INJETADAS          PIC 9(009) COMP-3 VALUE ZERO.
004090 77  BK-ORD-EXECUTADAS         PIC 9(009) COMP-3 VALUE ZERO.
004091 77  BK-ORD-IGNORADAS          PIC 9(009) COMP-3 VALUE ZERO.
004092 77  BK-ORD-FALHAS             PIC 9(009) COMP-3 VALUE ZERO.
004093 77  BK-INDICE-ORD             PIC 9(003) COMP-3 VALUE ZERO.
004094 01  BK-ORD-DATA-COMP.
004095     05  BK-ORD-ANO            PIC 9(004).
004096     05  BK-ORD-MES            PIC 9(002).
004097     05  BK-ORD-DIA            PIC 9(002).
004098 01  BK-ORD-DATA-NUM REDEFINES
004099         BK-ORD-DATA-COMP                    PIC 9(008).
004100 01  BK-ORD-DATA-EFET.
004101     05  BK-ORD-EF-ANO         PIC 9(004).
004102     05  FILLER                PIC X(001) VALUE '-'.
004103     05  BK-ORD-EF-MES         PIC 9(002).
004104     05  FILLER                PIC X(001) VALUE '-'.
004105     05  BK-ORD-EF-DIA         PIC 9(002).
004106 01  BK-ORD-REFERENCIA.
004107     05  BK-ORD-REF-PREFIXO    PIC X(008).
004108     05  BK-ORD-REF-NUMERO     PIC 9(004).
004109     05  BK-ORD-REF-DATA       PIC 9(008).
004110 01  BK-ORD-TABELA-DIAS-MES.
004111     05  FILLER                PIC 9(002) VALUE 31.
004112     05  FILLER                PIC 9(002) VALUE 28.
004113     05  FILLER                PIC 9(002) VALUE 31.
004114     05  FILLER                PIC 9(002) VALUE 30.
004115     05  FILLER                PIC 9(002) VALUE 31.
004116     05  FILLER                PIC 9(002) VALUE 30.
004117     05  FILLER                PIC 9(002) VALUE 31.
004118     05  FILLER                PIC 9(002) VALUE 31.
004119     05  FILLER                PIC 9(002) VALUE 30.
004120     05  FILLER                PIC 9(002) VALUE 31.
004121     05  FILLER                PIC 9(002) VALUE 30.
004122     05  FILLER                PIC 9(002) VALUE 31.
004123 01  BK-ORD-DIAS-MES REDEFINES BK-ORD-TABELA-DIAS-MES.
004124     05  BK-ORD-DIAS-MES-VALOR PIC 9(002) OCCURS 12 TIMES.
004125
004126*---------------------------------------------------------------*
004127*  CLIENT NOTIFICATIONS. THE PREFAVISO FILE SWITCHES THEM ON.   *
004128*  THE CLIENT'S PREFERENCES ARE READ ON ITS CHUNK 1 INTO THE    *
004129*  BK-PRF- FIELDS; LARGE DEBITS ARE ONLY NOTED IN BK-TABELA-    *
004130*  DEBITOS-ALTOS AS THE CHUNKS ACCUMULATE, AND EVERY EVENT IS   *
004131*  WRITTEN TO AVISOS AT CLIENT CLOSE (3078).                    *
004132*---------------------------------------------------------------*
004133 77  FS-PREFAVISO              PIC X(002) VALUE SPACES.
004134     88  FS-PREFAVISO-OK                     VALUE '00'.
004135     88  FS-PREFAVISO-NAO-EXISTE             VALUE '35'.
004136 77  FS-AVISOS                 PIC X(002) VALUE SPACES.
004137     88  FS-AVISOS-OK                        VALUE '00'.
004138     88  FS-AVISOS-NAO-EXISTE                VALUE '35'.
004139 77  BK-PRF-ATIVO              PIC X(001) VALUE 'N'.
004140     88  BK-PRF-ATIVO-SIM                    VALUE 'S'.
004141 77  BK-PRF-CLIENTE            PIC X(001) VALUE 'N'.
004142     88  BK-PRF-CLIENTE-SIM                  VALUE 'S'.
004143 77  BK-PRF-REATIVADA          PIC X(001) VALUE 'N'.
004144     88  BK-PRF-REATIVADA-SIM                VALUE 'S'.
004145 77  BK-PRF-CANAL              PIC X(001) VALUE SPACE.
004146 77  BK-PRF-CONTATO            PIC X(080) VALUE SPACES.
004147 77  BK-PRF-LIMITE-SALDO       PIC S9(013)V99 COMP-3 VALUE ZERO.
004148 77  BK-PRF-LIMITE-DEBITO      PIC 9(013)V99 COMP-3 VALUE ZERO.
004149 77  BK-PRF-SALDO-FINAL        PIC S9(015)V99 COMP-3 VALUE ZERO.
004150 77  BK-AVI-GRAVADOS           PIC 9(009) COMP-3 VALUE ZERO.
004151 77  BK-AVI-DESCARTADOS        PIC 9(009) COMP-3 VALUE ZERO.
004152 77  BK-INDICE-AVI             PIC 9(003) COMP-3 VALUE ZERO.
004153 01  BK-PRF-EVENTOS.
004154     05  BK-PRF-QUER-SALDO-BAIXO PIC X(001).
004155         88  BK-PRF-SALDO-BAIXO-SIM          VALUE 'S'.
004156     05  BK-PRF-QUER-DEBITO-ALTO PIC X(001).
004157         88  BK-PRF-DEBITO-ALTO-SIM          VALUE 'S'.
004158     05  BK-PRF-QUER-TARIFA    PIC X(001).
004159         88  BK-PRF-TARIFA-SIM               VALUE 'S'.
004160     05  BK-PRF-QUER-JUROS     PIC X(001).
004161         88  BK-PRF-JUROS-SIM                VALUE 'S'.
004162     05  BK-PRF-QUER-LIBERACAO PIC X(001).
004163         88  BK-PRF-LIBERACAO-SIM            VALUE 'S'.
004164     05  BK-PRF-QUER-REATIVACAO PIC X(001).
004165         88  BK-PRF-REATIVACAO-SIM           VALUE 'S'.
004166     05  FILLER                PIC X(002).
004167 01  BK-TABELA-DEBITOS-ALTOS.
004168     05  BK-DAL-USADOS         PIC 9(003) COMP-3 VALUE ZERO.
004169     05  BK-DAL-DEBITO         OCCURS 100 TIMES.
004170         10  BK-DAL-REFERENCIA PIC X(020).
004171         10  BK-DAL-VALOR      PIC 9(015)V99 COMP-3.
004172
004173*---------------------------------------------------------------*
004174*  PRIOR-PERIOD ADJUSTMENTS. THE FECHMES FILE SWITCHES THEM ON. *
004175*  A POSTING DATED BEFORE THE FIRST DAY OF THE MOVEMENT MONTH,  *
004176*  IN A MONTH ON FECHMES FOR ITS CLIENT, IS NOTED IN BK-TABELA- *
004177*  PERIODO-ANTERIOR AS THE CHUNKS ACCUMULATE AND WRITTEN TO     *
004178*  AJPERIODO AT CLIENT CLOSE (3083).                            *
004179*---------------------------------------------------------------*
004180 77  FS-FECHMES                PIC X(002) VALUE SPACES.
004181     88  FS-FECHMES-OK                       VALUE '00'.
004182     88  FS-FECHMES-NAO-EXISTE               VALUE '35'.
004183 77  FS-AJPERIODO              PIC X(002) VALUE SPACES.
004184     88  FS-AJPERIODO-OK                     VALUE '00'.
004185     88  FS-AJPERIODO-NAO-EXISTE             VALUE '35'.
004186 77  BK-APA-ATIVO              PIC X(001) VALUE 'N'.
004187     88  BK-APA-ATIVO-SIM                    VALUE 'S'.
004188 77  BK-APA-GRAVADOS           PIC 9(009) COMP-3 VALUE ZERO.
004189 77  BK-APA-REPETIDOS          PIC 9(009) COMP-3 VALUE ZERO.
004190 77  BK-APA-EXCEDENTES         PIC 9(009) COMP-3 VALUE ZERO.
004191 77  BK-INDICE-APA             PIC 9(003) COMP-3 VALUE ZERO.
004192 01  BK-APA-INICIO-MES-COMP.
004193     05  BK-APA-IM-ANO         PIC 9(004).
004194     05  BK-APA-IM-MES         PIC 9(002).
004195     05  BK-APA-IM-DIA         PIC 9(002).
004196 01  BK-APA-INICIO-MES REDEFINES
004197         BK-APA-INICIO-MES-COMP              PIC 9(008).
004198 01  BK-TABELA-PERIODO-ANTERIOR.
004199     05  BK-APA-USADOS         PIC 9(003) COMP-3 VALUE ZERO.
004200     05  BK-APA-POSTAGEM       OCCURS 200 TIMES.
004201         10  BK-APA-ANO-MES    PIC X(007).
004202         10  BK-APA-DATA-EFET  PIC X(010).
004203         10  BK-APA-REFERENCIA PIC X(020).
004204         10  BK-APA-TIPO       PIC X(001).
004205         10  BK-APA-VALOR      PIC 9(015)V99 COMP-3.
004206*---------------------------------------------------------------*
004207*  FEED-LEVEL CONTROL: THE HDR/TRL PAIR READ FROM ENTRADA, THE  *
004208*  BUSINESS DATE OPERATIONS EXPECTS, AND THE RUNNING COUNT AND  *
004209*  CREDIT/DEBIT TOTALS THIS RUN ACTUALLY READ, VERIFIED AGAINST *
004210*  THE TRAILER BEFORE SAIDA IS DECLARED GOOD.                   *
004211*---------------------------------------------------------------*
004212 COPY BKCTRL.
004213 77  BK-DATA-ESPERADA          PIC 9(008) VALUE ZERO.
004214 77  BK-HEADER-DATA            PIC 9(008) VALUE ZERO.
004215 77  BK-HEADER-SEQUENCIA       PIC 9(006) VALUE ZERO.
004216 77  BK-TRAILER-LIDO           PIC X(001) VALUE 'N'.
004217     88  BK-TRAILER-LIDO-SIM                 VALUE 'S'.
004218 77  BK-CONTROLE-FALHOU        PIC X(001) VALUE 'N'.
004219     88  BK-CONTROLE-FALHOU-SIM              VALUE 'S'.
004220     88  BK-CONTROLE-FALHOU-NAO              VALUE 'N'.
004221 77  BK-CONTROLE-MOTIVO        PIC X(060) VALUE SPACES.
004222 77  BK-SAIDAS-ABERTAS         PIC X(001) VALUE 'N'.
004223     88  BK-SAIDAS-ABERTAS-SIM               VALUE 'S'.
004224 77  BK-CTL-CREDITOS-LIDOS     PIC 9(015)V99 COMP-3 VALUE ZERO.
004225 77  BK-CTL-DEBITOS-LIDOS      PIC 9(015)V99 COMP-3 VALUE ZERO.
004226*    STANDING ORDER VALUES INJECTED INTO FEED CLIENTS. THEY ARE
004227*    IN THE LIDOS TOTALS (THEY POST, AND RUNCTL MUST SHOW THEM)
004228*    BUT NOT IN THE TRAILER'S, SO 2700 COMPARES THE DIFFERENCE.
004229 77  BK-CTL-CREDITOS-ORDENS    PIC 9(015)V99 COMP-3 VALUE ZERO.
004230 77  BK-CTL-DEBITOS-ORDENS     PIC 9(015)V99 COMP-3 VALUE ZERO.
004231*    DEBITS HELD TO SUSPENSO BY THE OVERDRAFT LIMIT (3034). THEY
004232*    ARE IN THE TRAILER'S TOTALS BUT NEVER POSTED, SO THEY STAY
004233*    OUT OF LIDOS (RUNCTL, THE ACK TRAILER) AND ARE ADDED BACK
004234*    ONLY FOR THE COMPARISON IN 2700.
004235 77  BK-CTL-DEBITOS-RETIDOS    PIC 9(015)V99 COMP-3 VALUE ZERO.
004236 77  BK-CTL-CREDITOS-FEED      PIC 9(015)V99 COMP-3 VALUE ZERO.
004237 77  BK-CTL-DEBITOS-FEED       PIC 9(015)V99 COMP-3 VALUE ZERO.
004238 77  BK-TRAILER-QTDE           PIC 9(009) COMP-3 VALUE ZERO.
004239 77  BK-TRAILER-CREDITOS       PIC 9(015)V99 COMP-3 VALUE ZERO.
004240 77  BK-TRAILER-DEBITOS        PIC 9(015)V99 COMP-3 VALUE ZERO.
004241
004242 01  BK-CTL-LINHA-ROTULO.
004243     03  CTL-LIN-ROTULO        PIC X(028).
004244     03  CTL-LIN-ESPERADO      PIC -(013)9.99.
004250     03  FILLER                PIC X(002) VALUE SPACES.
004260     03  CTL-LIN-LIDO          PIC -(013)9.99.
004270 01  BK-CTL-LINHA-CAB.
004590     88  BK-JA-PROCESSADO-SIM                VALUE 'S'.
004600 77  BK-FORCAR-EXECUCAO        PIC X(001) VALUE 'N'.
004610     88  BK-FORCAR-EXECUCAO-SIM              VALUE 'S'.
004611 77  BK-RUN-REGISTRADA         PIC X(001) VALUE 'N'.
004612     88  BK-RUN-REGISTRADA-SIM               VALUE 'S'.
004613
004614*---------------------------------------------------------------*
004615*  OVERDRAFT LIMIT CONTROL. THE LIMCHEQ FILE SWITCHES IT ON:    *
004616*  WHEN IT EXISTS EVERY CHUNK IS PROJECTED AGAINST THE CLIENT'S *
004617*  LIMIT IN FORCE (ZERO WITHOUT A ROW) AND A CHUNK THAT WOULD   *
004618*  BREACH IT HAS ITS DEBITS HELD TO SUSPENSO. THE POSTINGS OF   *
004619*  THE CHUNK BEING SPLIT ARE PARKED IN BK-LCH-TABELA-SALVA      *
004620*  WHILE THE HELD DOCUMENT IS BUILT IN CLIENT-DATA.             *
004621*---------------------------------------------------------------*
004622 77  FS-LIMCHEQ                PIC X(002) VALUE SPACES.
004623     88  FS-LIMCHEQ-OK                       VALUE '00'.
004624     88  FS-LIMCHEQ-NAO-EXISTE               VALUE '35'.
004625 77  FS-USOCHEQ                PIC X(002) VALUE SPACES.
004626     88  FS-USOCHEQ-OK                       VALUE '00'.
004627     88  FS-USOCHEQ-NAO-EXISTE               VALUE '35'.
004628 77  BK-LCH-ATIVO              PIC X(001) VALUE 'N'.
004629     88  BK-LCH-ATIVO-SIM                    VALUE 'S'.
004630 77  BK-LCH-SALDO-BASE         PIC S9(015)V99 COMP-3 VALUE ZERO.
004631 77  BK-LCH-SALDO-PROJETADO    PIC S9(015)V99 COMP-3 VALUE ZERO.
004632 77  BK-LCH-VALOR-CHUNK        PIC 9(015)V99 COMP-3 VALUE ZERO.
004633 77  BK-LCH-DEBITOS-CHUNK      PIC 9(003) COMP-3 VALUE ZERO.
004634 77  BK-LCH-INDICE             PIC 9(003) COMP-3 VALUE ZERO.
004635 77  BK-LCH-QTDE-MANTIDAS      PIC 9(003) COMP-3 VALUE ZERO.
004636 77  BK-LCH-MANTER-TIPO        PIC X(001) VALUE SPACE.
004637     88  BK-LCH-MANTER-DEBITOS               VALUE 'D'.
004638     88  BK-LCH-MANTER-OUTROS                VALUE 'O'.
004639 77  BK-LCH-CLIENTES-RETIDOS   PIC 9(009) COMP-3 VALUE ZERO.
004640 77  BK-LCH-DEBITOS-RETIDOS    PIC 9(009) COMP-3 VALUE ZERO.
004641 77  BK-LCH-USOS-GRAVADOS      PIC 9(009) COMP-3 VALUE ZERO.
004642 01  BK-LCH-CABECALHO-SALVO.
004643     05  BK-LCH-SV-IDADE       PIC 9(003).
004644     05  BK-LCH-SV-SALDO       PIC S9(015)V99 COMP-3.
004645     05  BK-LCH-SV-SALDO-FINAL PIC S9(015)V99 COMP-3.
004646     05  BK-LCH-SV-SEQUENCIAL  PIC 9(003) COMP-3.
004647     05  BK-LCH-SV-ULTIMA      PIC X(001).
004648     05  BK-LCH-SV-QUANT       PIC 9(003) COMP-3.
004649 01  BK-LCH-TABELA-SALVA.
004650     05  BK-LCH-SV-POSTAGEM    OCCURS 100 TIMES.
004651         10  BK-LCH-SV-VALOR   PIC 9(015)V99 COMP-3.
004652         10  BK-LCH-SV-DATA    PIC X(010).
004653         10  BK-LCH-SV-REF     PIC X(020).
004654         10  BK-LCH-SV-TIPO    PIC X(001).
004655         10  BK-LCH-SV-ESTORNADA PIC X(020).
004656 01  BK-LCH-DOCUMENTO          PIC X(10000).
004657
004658*---------------------------------------------------------------*
004660*  ACCUMULATOR FOR A CLIENT SPLIT ACROSS CONTINUATION            *
004670*  DOCUMENTS. RESET WHEN SEQUENCIAL-DOCUMENTO OF CLIENT-DATA IS  *
004680*  1 AND ROLLED UP INTO SAIDA/AUDITORIA/EXTRATO WHEN ULTIMA-     *
004890     88  BK-ACC-EM-ANDAMENTO-NAO              VALUE 'N'.
004892 01  BK-ACC-ULT-SEQ            PIC 9(003)     COMP-3 VALUE ZERO.
004894 01  BK-ACC-RECON-ALERTA       PIC X(001)     VALUE 'N'.
004895     88  BK-ACC-RECON-ALERTA-SIM              VALUE 'S'.
004896 01  BK-ACC-LIMITE             PIC 9(013)V99  COMP-3.
004897 01  BK-ACC-LIM-RETIDO         PIC X(001)     VALUE 'N'.
004898     88  BK-ACC-LIM-RETIDO-SIM                VALUE 'S'.
004899 01  BK-ACC-VALOR-RETIDO       PIC 9(015)V99  COMP-3.
004900 COPY BKBALDE.
004910 77  BK-ACC-BALDES-USADOS      PIC 9(003)     COMP-3 VALUE ZERO.
004920 77  BK-FLAG-EMITIR-EXTRATO    PIC X(001)     VALUE 'N'.
005095 77  BK-DATA-MOVTO-REPLAY      PIC 9(008) VALUE ZERO.
005096 77  BK-RESULTADO-REFREG       PIC X(001) VALUE SPACE.
005097     88  BK-REFREG-DUPLICADO                 VALUE 'D'.
005098     88  BK-REFREG-ESTORNO-REPETIDO          VALUE 'E'.
005099 77  BK-INDICE-ACK             PIC 9(003) COMP-3 VALUE ZERO.
005100
005101 01  ENTRADA-TRANSACAO         PIC X(10000).
005102 01  SAIDA-TRANSACAO           PIC X(10000).
005110 COPY CLIDATA.
005120 COPY DADORET.
005390
005400     PERFORM 1400-OBTER-DATA-ESPERADA THRU 1400-EXIT
005410     PERFORM 1450-OBTER-LIMITES THRU 1450-EXIT
005415     PERFORM 1460-OBTER-ABERTURA THRU 1460-EXIT
005420
005430     PERFORM 1100-LOCALIZAR-CHECKPOINT THRU 1100-EXIT
005440
005760
005770     PERFORM 1300-ABRIR-MESTRE THRU 1300-EXIT
005772     PERFORM 1800-CARREGAR-FUTURAS THRU 1800-EXIT
005773     PERFORM 1850-CARREGAR-ORDENS THRU 1850-EXIT
005780     MOVE 'S' TO BK-SAIDAS-ABERTAS
005790
005800     IF BK-MODO-REINICIO-SIM
006890         CLOSE POSTAGENS-FUTURAS
006892         OPEN I-O POSTAGENS-FUTURAS
006894     END-IF.
006895
006896*    THE OVERDRAFT LIMIT FILE IS OPERATIONS' TO CREATE (THROUGH
006897*    BOOK-LIMITE) - NEVER CREATED HERE. UNTIL IT EXISTS THE RUN
006898*    POSTS WITHOUT LIMIT CONTROL, EXACTLY AS IT ALWAYS HAS.
006899     OPEN INPUT LIMITES-CHEQUE
006900     IF FS-LIMCHEQ-OK
006901         MOVE 'S' TO BK-LCH-ATIVO
006902     END-IF.
006903
006904*    LIKEWISE THE STANDING ORDER FILE BELONGS TO BOOK-ORDEM.
006905     OPEN I-O ORDENS-PERMANENTES
006906     IF FS-ORDPERM-OK
006907         MOVE 'S' TO BK-ORD-ATIVO
006908     END-IF.
006909
006910*    AND THE NOTIFICATION PREFERENCES TO BOOK-PREFAV.
006911     OPEN INPUT PREFERENCIAS-AVISO
006912     IF FS-PREFAVISO-OK
006913         MOVE 'S' TO BK-PRF-ATIVO
006914     END-IF.
006915
006916*    THE MONTH-END FILE IS BOOK-MENSAL'S, READ HERE ONLY TO TELL
006917*    A CLOSED MONTH. WHILE IT EXISTS THE ADJUSTMENT FILE IS KEPT
006918*    BESIDE IT, CREATED EMPTY ON ITS FIRST USE.
006919     OPEN INPUT FECHAMENTO-MENSAL
006920     IF FS-FECHMES-OK
006921         OPEN I-O AJUSTES-PERIODO
006922         IF FS-AJPERIODO-NAO-EXISTE
006923             OPEN OUTPUT AJUSTES-PERIODO
006924             CLOSE AJUSTES-PERIODO
006925             OPEN I-O AJUSTES-PERIODO
006926         END-IF
006927         MOVE 'S' TO BK-APA-ATIVO
006928     END-IF.
006929 1300-EXIT.
006930     EXIT.
006931
006932*****************************************************************
006933*  1400-OBTER-DATA-ESPERADA - THE BUSINESS DATE OPERATIONS      *
006940*  EXPECTS THIS RUN TO POST, FROM THE DATAMOV PARAMETER FILE.   *
006950*  WHEN OPERATIONS HAS NOT SUPPLIED ONE THE RUN DATE IS USED,   *
006960*  WHICH IS THE NORMAL SAME-DAY CASE.                           *
007340                     TO BK-LIM-AGREG-DEBITOS
007350         END-READ
007360         CLOSE PARAMETRO-LIMITES
007361     END-IF.
007362 1450-EXIT.
007363     EXIT.
007364
007365*****************************************************************
007366*  1460-OBTER-ABERTURA - WHETHER A POSTING FOR A CONTA THE      *
007367*  MASTER DOES NOT HOLD STILL OPENS THE ACCOUNT. ONLY A         *
007368*  CONTANOVA FILE HOLDING 'A' DOES SO - THE SETTING FOR THE     *
007369*  CUT-OVER, WHILE BOOK-CADASTRO IS NOT YET LOADING EVERY NEW   *
007370*  ACCOUNT. AN ABSENT FILE, OR ANY OTHER VALUE, REJECTS THE     *
007371*  POSTING (3041).                                              *
007372*****************************************************************
007373 1460-OBTER-ABERTURA.
007374     OPEN INPUT PARAMETRO-CONTA-NOVA
007375     IF FS-PARAM-ABERTURA-OK
007376         READ PARAMETRO-CONTA-NOVA
007377             AT END
007378                 CONTINUE
007379             NOT AT END
007380                 IF PRM-ABERTURA = 'A'
007381                     MOVE 'S' TO BK-ABERTURA-AUTOMATICA
007382                 END-IF
007383         END-READ
007384         CLOSE PARAMETRO-CONTA-NOVA
007385     END-IF.
007386 1460-EXIT.
007390     EXIT.
007400
007410*****************************************************************
007930     MOVE 'N' TO BK-JA-PROCESSADO
007940     MOVE 'N' TO BK-FIM-RUNCTL
007950
007951     MOVE ZERO TO BK-ORD-DATA-ANTERIOR
007960     OPEN INPUT RUN-CONTROL
007970     IF FS-RUNCTL-OK
007980         PERFORM 1610-LER-RUN-CONTROL THRU 1610-EXIT
008290             IF RUN-STATUS-COMPLETED
008300                AND RUN-DATA-MOVIMENTO = BK-HEADER-DATA
008310                 MOVE 'S' TO BK-JA-PROCESSADO
008311             END-IF
008312             IF RUN-STATUS-COMPLETED
008313                AND RUN-DATA-MOVIMENTO < BK-HEADER-DATA
008314                AND RUN-DATA-MOVIMENTO > BK-ORD-DATA-ANTERIOR
008315                 MOVE RUN-DATA-MOVIMENTO TO BK-ORD-DATA-ANTERIOR
008320             END-IF
008330     END-READ.
008340 1610-EXIT.
008872     MOVE FUT-TIPO-TRANSACAO  TO BK-LIB-TIPO (BK-LIB-USADAS)
008874     MOVE FUT-VALOR           TO BK-LIB-VALOR (BK-LIB-USADAS)
008876     MOVE 'N'                 TO BK-LIB-INJETADA (BK-LIB-USADAS)
008877     MOVE 'N'                 TO BK-LIB-EXPURGADA (BK-LIB-USADAS)
008878     MOVE 'F'                 TO BK-LIB-ORIGEM (BK-LIB-USADAS)
008879     MOVE SPACE               TO BK-LIB-DESFECHO (BK-LIB-USADAS).
008880 1810-EXIT.
008881     EXIT.
008882
008883*****************************************************************
008884*  1850-CARREGAR-ORDENS - THE STANDING ORDER RELEASE: WALK      *
008885*  ORDPERM AND LOAD EVERY ACTIVE ORDER DUE IN THIS RUN'S WINDOW *
008886*  INTO THE RELEASE TABLE, BEHIND THE WAREHOUSE ROWS, SO 3047   *
008887*  INJECTS IT INTO ITS CLIENT AND 2760 SYNTHESIZES A CLIENT     *
008888*  ABSENT FROM THE FEED. A DUE ORDER THAT CANNOT RUN IS LOGGED  *
008889*  TO ORDEXEC HERE; ONE THAT RUNS IS LOGGED WHEN IT COMMITS. A  *
008890*  RESTART LOGS NOTHING HERE - THE RUN IT RESUMES ALREADY DID.  *
008891*****************************************************************
008892 1850-CARREGAR-ORDENS.
008893     IF NOT BK-ORD-ATIVO-SIM
008894         GO TO 1850-EXIT
008895     END-IF
008896
008897     IF BK-ORD-DATA-ANTERIOR = ZERO
008898         COMPUTE BK-ORD-INT-DE =
008899             FUNCTION INTEGER-OF-DATE(BK-DATA-MOVIMENTO)
008900         COMPUTE BK-ORD-DATA-ANTERIOR =
008901             FUNCTION DATE-OF-INTEGER(BK-ORD-INT-DE - 1)
008902     END-IF
008903
008904     MOVE 'N' TO BK-REFPOST-ABERTO
008905     OPEN INPUT REFERENCIAS-POSTADAS
008906     IF FS-REFPOST-OK
008907         MOVE 'S' TO BK-REFPOST-ABERTO
008908     END-IF
008909
008910     MOVE 'N'  TO BK-FIM-ORDENS
008911     MOVE ZERO TO ORD-CONTA
008912     MOVE ZERO TO ORD-NUMERO
008913     START ORDENS-PERMANENTES KEY NOT LESS ORD-CHAVE
008914         INVALID KEY
008915             MOVE 'S' TO BK-FIM-ORDENS
008916     END-START
008917     IF NOT FS-ORDPERM-OK
008918         MOVE 'S' TO BK-FIM-ORDENS
008919     END-IF
008920
008921     PERFORM 1860-LER-ORDEM THRU 1860-EXIT
008922         UNTIL BK-FIM-ORDENS-SIM
008923
008924     IF BK-REFPOST-ABERTO-SIM
008925         CLOSE REFERENCIAS-POSTADAS
008926     END-IF.
008927 1850-EXIT.
008928     EXIT.
008929
008930*    SAME RULE AS 1810 - A READ ERROR ENDS THE WALK TOO.
008931 1860-LER-ORDEM.
008932     READ ORDENS-PERMANENTES NEXT RECORD
008933         AT END
008934             MOVE 'S' TO BK-FIM-ORDENS
008935     END-READ
008936     IF NOT FS-ORDPERM-OK
008937         MOVE 'S' TO BK-FIM-ORDENS
008938     END-IF
008939     IF BK-FIM-ORDENS-SIM
008940         GO TO 1860-EXIT
008941     END-IF
008942
008943     IF ORD-CANCELADA
008944         GO TO 1860-EXIT
008945     END-IF
008946
008947     PERFORM 1870-CALCULAR-OCORRENCIA THRU 1870-EXIT
008948     IF BK-ORD-OCORRENCIA = ZERO
008949         GO TO 1860-EXIT
008950     END-IF
008951
008952     MOVE ORD-PREFIXO-REFERENCIA TO BK-ORD-REF-PREFIXO
008953     MOVE ORD-NUMERO             TO BK-ORD-REF-NUMERO
008954     MOVE BK-ORD-OCORRENCIA      TO BK-ORD-REF-DATA
008955     MOVE BK-ORD-OCORRENCIA      TO BK-ORD-DATA-NUM
008956     MOVE BK-ORD-ANO             TO BK-ORD-EF-ANO
008957     MOVE BK-ORD-MES             TO BK-ORD-EF-MES
008958     MOVE BK-ORD-DIA             TO BK-ORD-EF-DIA
008959
008960     IF ORD-SUSPENSA
008961         MOVE 'I' TO BK-ORD-RESULTADO
008962         MOVE 'ORDEM SUSPENSA' TO BK-ORD-MOTIVO
008963         GO TO 1860-REGISTRAR
008964     END-IF
008965
008966     IF ORD-DATA-ULTIMA-EXECUCAO NOT < BK-ORD-OCORRENCIA
008967         MOVE 'I' TO BK-ORD-RESULTADO
008968         MOVE 'OCORRENCIA JA EXECUTADA' TO BK-ORD-MOTIVO
008969         GO TO 1860-REGISTRAR
008970     END-IF
008971
008972*    THE GENERATED REFERENCE ALREADY ON REFPOST MEANS THE
008973*    OCCURRENCE POSTED - UNLESS THIS IS A RESTART AND IT WAS
008974*    REGISTERED BY THE VERY RUN BEING RESUMED, FOR A CLIENT THE
008975*    REPLAY WILL POST AGAIN FROM THE LAST CHECKPOINT.
008976     IF BK-REFPOST-ABERTO-SIM
008977         MOVE ORD-CONTA         TO REF-CONTA
008978         MOVE BK-ORD-REFERENCIA TO REF-REFERENCIA
008979         READ REFERENCIAS-POSTADAS
008980             INVALID KEY
008981                 MOVE ZERO TO REF-DATA-MOVIMENTO
008982             NOT INVALID KEY
008983                 IF NOT BK-MODO-REINICIO-SIM
008984                    OR REF-DATA-MOVIMENTO NOT = BK-DATA-MOVIMENTO
008985                     MOVE 'I' TO BK-ORD-RESULTADO
008986                     MOVE 'REFERENCIA JA REGISTRADA NO REFPOST'
008987                         TO BK-ORD-MOTIVO
008988                     GO TO 1860-REGISTRAR
008989                 END-IF
008990         END-READ
008991     END-IF
008992
008993     MOVE ORD-CONTA TO MST-CONTA
008994     READ MESTRE-CLIENTES
008995         INVALID KEY
008996             MOVE 'F' TO BK-ORD-RESULTADO
008997             MOVE 'CONTA SEM REGISTRO NO MESTRE' TO BK-ORD-MOTIVO
008998             GO TO 1860-REGISTRAR
008999     END-READ
009000     IF MST-ST-EXCLUIDO
009001         MOVE 'F' TO BK-ORD-RESULTADO
009002         MOVE 'CONTA EXCLUIDA' TO BK-ORD-MOTIVO
009003         GO TO 1860-REGISTRAR
009004     END-IF
009005
009006     IF BK-LIB-USADAS NOT < BK-LIB-MAXIMO
009007         MOVE 'F' TO BK-ORD-RESULTADO
009008         MOVE 'TABELA DE LIBERACAO CHEIA' TO BK-ORD-MOTIVO
009009         GO TO 1860-REGISTRAR
009010     END-IF
009011
009012     ADD 1 TO BK-LIB-USADAS
009013     MOVE BK-ORD-OCORRENCIA   TO BK-LIB-CH-DATA (BK-LIB-USADAS)
009014     MOVE ORD-CONTA           TO BK-LIB-CH-CONTA (BK-LIB-USADAS)
009015     MOVE ORD-NUMERO          TO BK-LIB-CH-SEQ (BK-LIB-USADAS)
009016     MOVE BK-ORD-DATA-EFET    TO BK-LIB-DATA-EFET (BK-LIB-USADAS)
009017     MOVE BK-ORD-REFERENCIA   TO BK-LIB-REFERENCIA (BK-LIB-USADAS)
009018     MOVE ORD-TIPO-TRANSACAO  TO BK-LIB-TIPO (BK-LIB-USADAS)
009019     MOVE ORD-VALOR           TO BK-LIB-VALOR (BK-LIB-USADAS)
009020     MOVE 'N'                 TO BK-LIB-INJETADA (BK-LIB-USADAS)
009021     MOVE 'N'                 TO BK-LIB-EXPURGADA (BK-LIB-USADAS)
009022     MOVE 'O'                 TO BK-LIB-ORIGEM (BK-LIB-USADAS)
009023     MOVE SPACE               TO BK-LIB-DESFECHO (BK-LIB-USADAS)
009024     ADD 1 TO BK-ORD-CARREGADAS
009025     GO TO 1860-EXIT.
009026
009027 1860-REGISTRAR.
009028     IF BK-MODO-REINICIO-SIM
009029         GO TO 1860-EXIT
009030     END-IF
009031     MOVE ORD-CONTA          TO ORX-CONTA
009032     MOVE ORD-NUMERO         TO ORX-NUMERO
009033     MOVE BK-ORD-OCORRENCIA  TO ORX-DATA-OCORRENCIA
009034     MOVE BK-ORD-REFERENCIA  TO ORX-REFERENCIA
009035     MOVE ORD-TIPO-TRANSACAO TO ORX-TIPO-TRANSACAO
009036     MOVE ORD-VALOR          TO ORX-VALOR
009037     PERFORM 8097-GRAVAR-EXECUCAO-ORDEM THRU 8097-EXIT.
009038 1860-EXIT.
009039     EXIT.
009040
009041*****************************************************************
009042*  1870-CALCULAR-OCORRENCIA - THE LATEST OCCURRENCE OF THE      *
009043*  ORDER INSIDE THIS RUN'S WINDOW: AFTER THE LAST COMPLETED     *
009044*  MOVEMENT DATE AND NOT AFTER TODAY'S, CLIPPED TO THE ORDER'S  *
009045*  OWN START AND END DATES. ZERO WHEN NOTHING FALLS DUE. WEEKLY *
009046*  ORDERS RUN EVERY SEVENTH DAY FROM THE START DATE; MONTHLY    *
009047*  ONES ON THE START DATE'S DAY, DAY-OF-MONTH ONES ON ORD-DIA-  *
009048*  MES - A DAY THE MONTH DOES NOT HAVE FALLS ON ITS LAST DAY.   *
009049*****************************************************************
009050 1870-CALCULAR-OCORRENCIA.
009051     MOVE ZERO TO BK-ORD-OCORRENCIA
009052
009053     COMPUTE BK-ORD-INT-INICIO =
009054         FUNCTION INTEGER-OF-DATE(ORD-DATA-INICIO)
009055     COMPUTE BK-ORD-INT-DE =
009056         FUNCTION INTEGER-OF-DATE(BK-ORD-DATA-ANTERIOR) + 1
009057     IF BK-ORD-INT-INICIO > BK-ORD-INT-DE
009058         MOVE BK-ORD-INT-INICIO TO BK-ORD-INT-DE
009059     END-IF
009060
009061     MOVE BK-DATA-MOVIMENTO TO BK-ORD-DATA-NUM
009062     IF ORD-DATA-FIM NOT = ZERO
009063        AND ORD-DATA-FIM < BK-DATA-MOVIMENTO
009064         MOVE ORD-DATA-FIM TO BK-ORD-DATA-NUM
009065     END-IF
009066     COMPUTE BK-ORD-INT-ATE =
009067         FUNCTION INTEGER-OF-DATE(BK-ORD-DATA-NUM)
009068
009069     IF BK-ORD-INT-DE > BK-ORD-INT-ATE
009070         GO TO 1870-EXIT
009071     END-IF
009072
009073     EVALUATE TRUE
009074         WHEN ORD-FREQ-SEMANAL
009075             COMPUTE BK-ORD-SEMANAS =
009076                 (BK-ORD-INT-ATE - BK-ORD-INT-INICIO) / 7
009077             COMPUTE BK-ORD-INT-OCORRENCIA =
009078                 BK-ORD-INT-INICIO + BK-ORD-SEMANAS * 7
009079         WHEN ORD-FREQ-MENSAL
009080             MOVE ORD-DATA-INICIO (7:2) TO BK-ORD-DIA-ALVO
009081             PERFORM 1880-OCORRENCIA-NO-MES THRU 1880-EXIT
009082             IF BK-ORD-INT-OCORRENCIA > BK-ORD-INT-ATE
009083                 PERFORM 1890-MES-ANTERIOR THRU 1890-EXIT
009084             END-IF
009085         WHEN ORD-FREQ-DIA-DO-MES
009086             MOVE ORD-DIA-MES TO BK-ORD-DIA-ALVO
009087             PERFORM 1880-OCORRENCIA-NO-MES THRU 1880-EXIT
009088             IF BK-ORD-INT-OCORRENCIA > BK-ORD-INT-ATE
009089                 PERFORM 1890-MES-ANTERIOR THRU 1890-EXIT
009090             END-IF
009091         WHEN OTHER
009092             GO TO 1870-EXIT
009093     END-EVALUATE
009094
009095     IF BK-ORD-INT-OCORRENCIA < BK-ORD-INT-DE
009096        OR BK-ORD-INT-OCORRENCIA > BK-ORD-INT-ATE
009097         GO TO 1870-EXIT
009098     END-IF
009099
009100     COMPUTE BK-ORD-OCORRENCIA =
009101         FUNCTION DATE-OF-INTEGER(BK-ORD-INT-OCORRENCIA).
009102 1870-EXIT.
009103     EXIT.
009104
009105*    THE TARGET DAY IN THE MONTH HELD IN BK-ORD-DATA-COMP,
009106*    CLAMPED TO THAT MONTH'S LAST DAY.
009107 1880-OCORRENCIA-NO-MES.
009108     MOVE BK-ORD-DIAS-MES-VALOR (BK-ORD-MES) TO BK-ORD-DIAS-NO-MES
009109     IF BK-ORD-MES = 2
009110        AND FUNCTION MOD (BK-ORD-ANO, 4) = 0
009111        AND (FUNCTION MOD (BK-ORD-ANO, 100) NOT = 0
009112             OR FUNCTION MOD (BK-ORD-ANO, 400) = 0)
009113         MOVE 29 TO BK-ORD-DIAS-NO-MES
009114     END-IF
009115
009116     IF BK-ORD-DIA-ALVO = ZERO
009117        OR BK-ORD-DIA-ALVO > BK-ORD-DIAS-NO-MES
009118         MOVE BK-ORD-DIAS-NO-MES TO BK-ORD-DIA
009119     ELSE
009120         MOVE BK-ORD-DIA-ALVO TO BK-ORD-DIA
009121     END-IF
009122     COMPUTE BK-ORD-INT-OCORRENCIA =
009123         FUNCTION INTEGER-OF-DATE(BK-ORD-DATA-NUM).
009124 1880-EXIT.
009125     EXIT.
009126
009127 1890-MES-ANTERIOR.
009128     IF BK-ORD-MES = 1
009129         MOVE 12 TO BK-ORD-MES
009130         SUBTRACT 1 FROM BK-ORD-ANO
009131     ELSE
009132         SUBTRACT 1 FROM BK-ORD-MES
009133     END-IF
009134     PERFORM 1880-OCORRENCIA-NO-MES THRU 1880-EXIT.
009135 1890-EXIT.
009136     EXIT.
009137
009138*****************************************************************
009139*  2000-PROCESSAR-LOTE - ONE ITERATION PER ENTRADA LINE. A LINE  *
009140*  WHOSE FIRST BYTES SAY TRL IS THE FEED TRAILER AND IS STASHED  *
009141*  FOR THE END-OF-FILE CONTROL CHECK; EVERYTHING ELSE IS A       *
009142*  CLIENT DOCUMENT. A DOCUMENT ARRIVING AFTER THE TRAILER MEANS  *
009143*  THE TRANSMISSION IS OUT OF ORDER AND FAILS THE CONTROL.       *
009144*****************************************************************
009145 2000-PROCESSAR-LOTE.
009146     READ ENTRADA-LOTE INTO ENTRADA-TRANSACAO
009147         AT END
009148             MOVE 'S' TO BK-FIM-DE-ARQUIVO
009149         NOT AT END
009150             PERFORM 2010-TRATAR-REGISTRO THRU 2010-EXIT
009151     END-READ.
009152 2000-EXIT.
009153     EXIT.
009154
009155 2010-TRATAR-REGISTRO.
009156     IF ENTRADA-TRANSACAO (1:3) = 'TRL'
009157         PERFORM 2600-GUARDAR-TRAILER THRU 2600-EXIT
009158         GO TO 2010-EXIT
009159     END-IF
009160
009161     IF BK-TRAILER-LIDO-SIM AND BK-CONTROLE-FALHOU-NAO
009162         MOVE 'S' TO BK-CONTROLE-FALHOU
009163         MOVE 'DOCUMENTO ENCONTRADO DEPOIS DO TRAILER'
009164             TO BK-CONTROLE-MOTIVO
009165     END-IF
009166
009167     ADD 1 TO BK-REGISTROS-LIDOS
009168     PERFORM 3000-PROCESSAR-DOCUMENTO THRU 3000-EXIT.
009169 2010-EXIT.
009170     EXIT.
009171
009172*****************************************************************
009173*  2600-GUARDAR-TRAILER - STASH THE TRAILER'S CLAIMED COUNT AND *
009174*  TOTALS FOR THE END-OF-FILE CONTROL CHECK. A SECOND TRAILER   *
009175*  IS A GARBLED TRANSMISSION AND FAILS THE CONTROL OUTRIGHT.    *
009176*****************************************************************
009177 2600-GUARDAR-TRAILER.
009180     IF BK-TRAILER-LIDO-SIM
009190         IF BK-CONTROLE-FALHOU-NAO
009200             MOVE 'S' TO BK-CONTROLE-FALHOU
009570             TO BK-CONTROLE-MOTIVO
009580     END-IF
009590
009591     COMPUTE BK-CTL-CREDITOS-FEED =
009592         BK-CTL-CREDITOS-LIDOS - BK-CTL-CREDITOS-ORDENS
009593     COMPUTE BK-CTL-DEBITOS-FEED =
009594         BK-CTL-DEBITOS-LIDOS + BK-CTL-DEBITOS-RETIDOS
009595         - BK-CTL-DEBITOS-ORDENS
009596
009600     IF BK-MODO-REINICIO-SIM OR BK-REGISTROS-REJEITADOS > ZERO
009602        OR BK-FUTUROS-RETIDOS > ZERO
009604        OR BK-FUTUROS-INJETADOS > ZERO
009650
009660     IF BK-CONTROLE-FALHOU-NAO
009670        AND BK-TOTAIS-COMPARADOS = 'S'
009680        AND (BK-CTL-CREDITOS-FEED NOT = BK-TRAILER-CREDITOS
009690             OR BK-CTL-DEBITOS-FEED NOT = BK-TRAILER-DEBITOS)
009700         MOVE 'S' TO BK-CONTROLE-FALHOU
009710         MOVE 'TOTAIS DE CREDITO/DEBITO NAO CONFEREM COM TRAILER'
009720             TO BK-CONTROLE-MOTIVO
010040     MOVE 'CREDITOS TRAILER/LIDOS.....:'
010050         TO CTL-LIN-ROTULO
010060     MOVE BK-TRAILER-CREDITOS   TO CTL-LIN-ESPERADO
010070     MOVE BK-CTL-CREDITOS-FEED  TO CTL-LIN-LIDO
010080     MOVE BK-CTL-LINHA-ROTULO   TO REG-CONTROLE
010090     WRITE REG-CONTROLE
010100
010110     MOVE 'DEBITOS TRAILER/LIDOS......:'
010120         TO CTL-LIN-ROTULO
010130     MOVE BK-TRAILER-DEBITOS    TO CTL-LIN-ESPERADO
010140     MOVE BK-CTL-DEBITOS-FEED   TO CTL-LIN-LIDO
010150     MOVE BK-CTL-LINHA-ROTULO   TO REG-CONTROLE
010160     WRITE REG-CONTROLE
010161
010162     IF BK-CTL-CREDITOS-ORDENS > ZERO
010163        OR BK-CTL-DEBITOS-ORDENS > ZERO
010164         MOVE 'LIDOS SEM AS ORDENS PERMANENTES INJETADAS'
010165             TO REG-CONTROLE
010166         WRITE REG-CONTROLE
010167     END-IF
010170
010180     IF BK-TOTAIS-COMPARADOS = 'N'
010190         MOVE 'TOTAIS NAO COMPARADOS - REINICIO/REJEICOES/FUTURAS'
010382     MOVE MST-CONTA            TO CONTA OF CLIENT-DATA
010383     MOVE MST-NOME             TO NOME OF CLIENT-DATA
010384     MOVE MST-SALDO-FECHAMENTO TO SALDO OF CLIENT-DATA
010385     PERFORM 3039-DERIVAR-IDADE THRU 3039-EXIT
010386     MOVE -999999999999999.99
010387         TO SALDO-FINAL-INFORMADO OF CLIENT-DATA
010388     MOVE 1    TO SEQUENCIAL-DOCUMENTO OF CLIENT-DATA
010389     MOVE 'S'  TO ULTIMA-PARTE OF CLIENT-DATA
010390     MOVE ZERO TO TRANSACOES-QUANT OF CLIENT-DATA
010391
010392     PERFORM 3047-INJETAR-LIBERADAS THRU 3047-EXIT
010393     IF TRANSACOES-QUANT OF CLIENT-DATA = ZERO
010394         MOVE 'N' TO BK-CLIENTE-SINTETICO
010395         GO TO 2760-EXIT
010396     END-IF
010397     PERFORM 3031-CONFERIR-LIMITE-CHEQUE THRU 3031-EXIT
010398
010399     CALL 'BOOK-SAIDA' USING CLIENT-DATA
010400                              SAIDA-TRANSACAO
010401                              DADOS-RETORNO
010402
010403     PERFORM 3050-ACUMULAR-CLIENTE THRU 3050-EXIT
010404     PERFORM 3030-CONCLUIR-CLIENTE THRU 3030-EXIT
010405
010406*    THE SYNTHETIC CLIENT IS NEVER REPLAYED BY A RESTART - ITS
010407*    MASTER REWRITE IS ITS COMMIT - SO ITS CONSUMED WAREHOUSE
010408*    ROWS ARE EXPURGED AT ONCE, BEFORE A CRASH COULD LET A
010409*    LATER RUN RE-SYNTHESIZE AND POST THEM AGAIN.
010410     MOVE BK-LIB-CH-CONTA (BK-INDICE-SINT) TO BK-EXP-CONTA
010411     PERFORM 3220-EXPURGAR-INJETADAS THRU 3220-EXIT
010412     MOVE ZERO TO BK-EXP-CONTA
010413
010414     ADD 1 TO BK-SINTETICOS-GERADOS
010415     MOVE 'N' TO BK-CLIENTE-SINTETICO.
010416 2760-EXIT.
010417     EXIT.
010418
010419*****************************************************************
010420*  3000-PROCESSAR-DOCUMENTO - PARSE/VALIDATE, THEN ACCUMULATE   *
010421*  THIS CHUNK AND, ONCE THE CLIENT'S LAST CHUNK HAS BEEN SEEN,  *
010422*  RECONCILE AND EMIT THE COMBINED SAIDA/AUDITORIA RECORDS.     *
010423*****************************************************************
010424 3000-PROCESSAR-DOCUMENTO.
010425     CALL 'BOOK-ENTRADA' USING ENTRADA-TRANSACAO
010430                               CLIENT-DATA
010440                               STATUS-VALIDACAO
010450                               MOTIVO-REJEICAO
010562         PERFORM 8075-GRAVAR-ACK-REJEITADO THRU 8075-EXIT
010570         PERFORM 8060-GRAVAR-SUSPENSO THRU 8060-EXIT
010580         GO TO 3000-EXIT
010581     END-IF
010582     PERFORM 3041-CONFERIR-CADASTRO THRU 3041-EXIT
010583     IF DOCUMENTO-INVALIDO
010584         PERFORM 8042-GRAVAR-EXCECAO-NAO-CADASTRADA THRU 8042-EXIT
010585         ADD 1 TO BK-REGISTROS-REJEITADOS
010586         PERFORM 8075-GRAVAR-ACK-REJEITADO THRU 8075-EXIT
010587         PERFORM 8060-GRAVAR-SUSPENSO THRU 8060-EXIT
010588         GO TO 3000-EXIT
010589     END-IF
010590     PERFORM 3029-CONFERIR-IDADE THRU 3029-EXIT
010591     IF DOCUMENTO-INVALIDO
010592         PERFORM 8043-GRAVAR-EXCECAO-IDADE THRU 8043-EXIT
010594         ADD 1 TO BK-REGISTROS-REJEITADOS
010595         PERFORM 8075-GRAVAR-ACK-REJEITADO THRU 8075-EXIT
010596         PERFORM 8060-GRAVAR-SUSPENSO THRU 8060-EXIT
010597         GO TO 3000-EXIT
010598     END-IF
010600
010610     ADD 1 TO BK-REGISTROS-VALIDOS
010612
010626     END-IF
010628     PERFORM 3042-RETER-FUTURAS THRU 3042-EXIT
010630     IF SEQUENCIAL-DOCUMENTO OF CLIENT-DATA = 1
010631        AND BK-LIB-USADAS > ZERO
010632         PERFORM 3047-INJETAR-LIBERADAS THRU 3047-EXIT
010633     END-IF
010634
010635*    THE OVERDRAFT LIMIT IS APPLIED TO WHAT WILL REALLY POST
010636*    TODAY - AFTER THE WAREHOUSE HAS HAD ITS SAY.
010637     PERFORM 3031-CONFERIR-LIMITE-CHEQUE THRU 3031-EXIT
010638
010640     CALL 'BOOK-SAIDA' USING CLIENT-DATA
010642                              SAIDA-TRANSACAO
010841         PERFORM 3075-GRAVAR-ACK-CLIENTE THRU 3075-EXIT
010842     END-IF
010843     PERFORM 3080-ATUALIZAR-MESTRE THRU 3080-EXIT
010844     PERFORM 3078-EMITIR-AVISOS THRU 3078-EXIT
010845     PERFORM 3083-GRAVAR-AJUSTES-PERIODO THRU 3083-EXIT
010846     PERFORM 3082-REGISTRAR-REFERENCIAS THRU 3082-EXIT
010847     PERFORM 3090-GRAVAR-POSICAO THRU 3090-EXIT
010848     PERFORM 3100-GRAVAR-AUDITORIA THRU 3100-EXIT
010849     IF NOT BK-CLIENTE-SINTETICO-SIM
010850         PERFORM 3200-VERIFICAR-CHECKPOINT THRU 3200-EXIT
010851     END-IF.
010852 3030-EXIT.
010853     EXIT.
010854
010855*****************************************************************
010856*  3040-VALIDAR-CONTINUACAO - A CONTINUATION CHUNK (SEQUENCIAL-  *
010860*  DOCUMENTO > 1) ONLY MAKES SENSE WHILE A CHUNK 1 FOR THE SAME *
010870*  CONTA IS STILL OPEN IN THE ACCUMULATOR. WITHOUT THIS CHECK A *
010880*  CHUNK 1 THAT WAS REJECTED OR NEVER ARRIVED, FOLLOWED BY AN   *
010910*****************************************************************
010920 3040-VALIDAR-CONTINUACAO.
010930     IF SEQUENCIAL-DOCUMENTO OF CLIENT-DATA > 1
010931         IF BK-ACC-EM-ANDAMENTO-NAO
010932            OR CONTA OF CLIENT-DATA NOT = BK-ACC-CONTA
010933             MOVE 'N' TO STATUS-VALIDACAO
010934             MOVE 'CONTINUACAO SEM CHUNK 1 ABERTO PARA O CLIENTE'
010935                 TO MOTIVO-REJEICAO
010936             GO TO 3040-EXIT
010937         END-IF
010938
010939*        A REFERENCE REPEATED BETWEEN TWO CHUNKS OF THE SAME
010940*        CLIENT IS VISIBLE NEITHER TO THE IN-DOCUMENT SCAN NOR
010941*        TO REFPOST (REGISTRATION WAITS FOR COMPLETION) - ONLY
010942*        THE STAGING FILE HAS SEEN THE EARLIER CHUNKS, SO THE
010943*        REGISTRAR CHECKS IT BEFORE THIS CHUNK IS ACCEPTED.
010944         MOVE 'V' TO BK-FASE-REFREG
010945         CALL 'BOOK-REFREG' USING CLIENT-DATA
010946                                  BK-FASE-REFREG
010947                                  BK-DATA-MOVIMENTO
010948                                  BK-RESULTADO-REFREG
010949         IF BK-REFREG-DUPLICADO
010950             MOVE 'N' TO STATUS-VALIDACAO
010951             MOVE 'REFERENCIA REPETIDA ENTRE PARTES DO CLIENTE'
010952                 TO MOTIVO-REJEICAO
010953         END-IF
010954         IF BK-REFREG-ESTORNO-REPETIDO
010955             MOVE 'N' TO STATUS-VALIDACAO
010956             MOVE 'ESTORNO REPETIDO ENTRE PARTES DO CLIENTE'
010957                 TO MOTIVO-REJEICAO
010958         END-IF
010959     END-IF.
010960 3040-EXIT.
010961     EXIT.
010962
010963*****************************************************************
010964*  3041-CONFERIR-CADASTRO - ON A CLIENT'S CHUNK 1 THE CONTA     *
010965*  MUST ALREADY BE ON THE MASTER - OPENED BY BOOK-CADASTRO, OR  *
010966*  BY AN EARLIER RUN. A CONTA IT DOES NOT HOLD IS A MISTYPED    *
010967*  OR UNKNOWN ACCOUNT NUMBER AND THE DOCUMENT IS REJECTED,      *
010968*  UNLESS AUTOMATIC OPENING IS STILL ON (1460). A REGISTERED    *
010969*  BIRTH DATE REPLACES THE DOCUMENT'S IDADE FOR EVERY CHUNK OF  *
010970*  THE CLIENT.                                                  *
010971*****************************************************************
010972 3041-CONFERIR-CADASTRO.
010973     IF SEQUENCIAL-DOCUMENTO OF CLIENT-DATA > 1
010974         IF BK-ACC-IDADE-CADASTRO-SIM
010975             MOVE BK-ACC-IDADE TO IDADE OF CLIENT-DATA
010976         END-IF
010977         GO TO 3041-EXIT
010978     END-IF
010979
010980     MOVE 'N' TO BK-CAD-NASCIMENTO-INFORMADO
010981     MOVE CONTA OF CLIENT-DATA TO MST-CONTA
010982     READ MESTRE-CLIENTES
010983         INVALID KEY
010984             IF NOT BK-ABERTURA-AUTOMATICA-SIM
010985                 MOVE 'N' TO STATUS-VALIDACAO
010986                 MOVE 'CONTA NAO CADASTRADA NO MESTRE'
010987                     TO MOTIVO-REJEICAO
010988                 ADD 1 TO BK-CONTAS-NAO-CADASTRADAS
010989             END-IF
010990             GO TO 3041-EXIT
010991     END-READ
010992
010993     PERFORM 3039-DERIVAR-IDADE THRU 3039-EXIT.
010994 3041-EXIT.
010995     EXIT.
010996
010997*****************************************************************
010998*  3039-DERIVAR-IDADE - THE CLIENT'S AGE ON THE MOVEMENT DATE,  *
010999*  FROM THE BIRTH DATE ON THE MASTER RECORD JUST READ. A        *
011000*  MASTER WITH NO REGISTRATION (OR A BIRTH DATE AFTER THE       *
011001*  MOVEMENT DATE) LEAVES THE DOCUMENT'S OWN IDADE IN PLACE.     *
011002*****************************************************************
011003 3039-DERIVAR-IDADE.
011004     MOVE 'N' TO BK-CAD-NASCIMENTO-INFORMADO
011005     IF MST-DATA-NASCIMENTO NOT NUMERIC
011006        OR MST-DATA-NASCIMENTO = ZERO
011007        OR MST-DATA-NASCIMENTO > BK-DATA-MOVIMENTO
011008         GO TO 3039-EXIT
011009     END-IF
011010
011011     COMPUTE BK-CAD-IDADE =
011012         (BK-DATA-MOVIMENTO - MST-DATA-NASCIMENTO) / 10000
011013     MOVE BK-CAD-IDADE TO IDADE OF CLIENT-DATA
011014     MOVE 'S' TO BK-CAD-NASCIMENTO-INFORMADO.
011015 3039-EXIT.
011020     EXIT.
011022
011024*****************************************************************
011234                OR BK-LIB-JA-NO-DOC = 'S'
011235         IF BK-LIB-JA-NO-DOC = 'S'
011236             MOVE 'S' TO BK-LIB-INJETADA (BK-INDICE-LIB)
011237             MOVE 'D' TO BK-LIB-DESFECHO (BK-INDICE-LIB)
011238             IF BK-LIB-DE-ORDEM (BK-INDICE-LIB)
011239                 GO TO 3048-EXIT
011240             END-IF
011241             ADD 1 TO BK-FUTUROS-DUPLICADAS
011242             GO TO 3048-EXIT
011243         END-IF
011244     END-IF
011245
011246     ADD 1 TO TRANSACOES-QUANT OF CLIENT-DATA
011247     MOVE BK-LIB-VALOR (BK-INDICE-LIB)
011248         TO VALOR (TRANSACOES-QUANT OF CLIENT-DATA)
011249     MOVE BK-LIB-DATA-EFET (BK-INDICE-LIB)
011250         TO DATA-EFETIVACAO (TRANSACOES-QUANT OF CLIENT-DATA)
011251     MOVE BK-LIB-REFERENCIA (BK-INDICE-LIB)
011252         TO REFERENCIA (TRANSACOES-QUANT OF CLIENT-DATA)
011253     MOVE BK-LIB-TIPO (BK-INDICE-LIB)
011254         TO TIPO-TRANSACAO (TRANSACOES-QUANT OF CLIENT-DATA)
011255     MOVE SPACES
011256         TO REFERENCIA-ESTORNADA (TRANSACOES-QUANT OF CLIENT-DATA)
011257
011258     MOVE 'S' TO BK-LIB-INJETADA (BK-INDICE-LIB)
011259     IF BK-LIB-DE-ORDEM (BK-INDICE-LIB)
011260         ADD 1 TO BK-ORD-INJETADAS
011261         IF NOT BK-CLIENTE-SINTETICO-SIM
011262             IF BK-LIB-TIPO (BK-INDICE-LIB) = 'D'
011263                 ADD BK-LIB-VALOR (BK-INDICE-LIB)
011264                     TO BK-CTL-DEBITOS-ORDENS
011265             ELSE
011266                 ADD BK-LIB-VALOR (BK-INDICE-LIB)
011267                     TO BK-CTL-CREDITOS-ORDENS
011268             END-IF
011269         END-IF
011270     ELSE
011271         ADD 1 TO BK-FUTUROS-INJETADOS
011272     END-IF
011273     MOVE 'S' TO BK-ACC-FUT-MOVIDA.
011274 3048-EXIT.
011275     EXIT.
011276
011277 3049-PROCURAR-REF-NO-DOC.
011278     IF REFERENCIA (BK-INDICE-FUT)
011279         = BK-LIB-REFERENCIA (BK-INDICE-LIB)
011280         MOVE 'S' TO BK-LIB-JA-NO-DOC
011281     END-IF.
011282 3049-EXIT.
011283     EXIT.
011284
011285*****************************************************************
011286*  3045-CONFERIR-MESTRE - ON A CLIENT'S CHUNK 1, LOOK THE       *
011287*  CLIENT UP IN OUR OWN MASTER AND CHECK THE FEED'S OPENING     *
011288*  SALDO AGAINST THE CLOSING BALANCE WE CARRIED FORWARD FROM    *
011289*  THE LAST RUN. A DISAGREEMENT IS UPSTREAM SENDING US A WRONG  *
011290*  OPENING BALANCE AND IS LOGGED TO RECONCIL; A CLIENT THE      *
011291*  MASTER HAS NEVER SEEN IS FLAGGED THERE AS A NEW ACCOUNT AND  *
011292*  ITS LIFETIME TOTALS START FROM ZERO. SUCH A CLIENT ONLY GETS *
011293*  THIS FAR WHILE AUTOMATIC OPENING IS ON (1460, 3041).         *
011294*****************************************************************
011295 3045-CONFERIR-MESTRE.
011296     MOVE 'N' TO BK-MST-CLIENTE-NOVO
011297     MOVE BK-ACC-CONTA TO MST-CONTA
011298     READ MESTRE-CLIENTES
011299         INVALID KEY
011300             MOVE 'S' TO BK-MST-CLIENTE-NOVO
011301     END-READ
011302
011303     IF BK-MST-CLIENTE-NOVO-SIM
011304         INITIALIZE REGISTRO-MESTRE
011306         MOVE BK-ACC-CONTA TO MST-CONTA
011308         MOVE BK-ACC-NOME  TO MST-NOME
011338*    RECONCIL (INFORMATIONAL); THE CLOSE PUTS IT BACK TO ACTIVE.
011340     IF MST-ST-DORMENTE OR MST-ST-PRESCRICAO
011342         PERFORM 8047-GRAVAR-EXCECAO-DORMENTE THRU 8047-EXIT
011343         MOVE 'S' TO BK-PRF-REATIVADA
011344     END-IF
011346
011348     IF BK-ACC-SALDO-ABERTURA NOT = MST-SALDO-FECHAMENTO
011354     END-IF.
011356 3045-EXIT.
011358     EXIT.
011359
011360*****************************************************************
011361*  3031-CONFERIR-LIMITE-CHEQUE - PROJECT THE CHUNK ABOUT TO BE  *
011362*  POSTED AGAINST THE CLIENT'S OVERDRAFT LIMIT. THE PROJECTION  *
011363*  STARTS FROM THE OPENING SALDO ON CHUNK 1 AND FROM THE        *
011364*  RUNNING BALANCE ON A CONTINUATION. A CHUNK THAT WOULD CLOSE  *
011365*  BELOW MINUS THE LIMIT - OR ANY CHUNK AFTER ONE THAT ALREADY  *
011366*  DID, SO THE CLIENT'S DEBITS ARE NEVER POSTED OUT OF ORDER -  *
011367*  HAS ITS DEBITS HELD (3034); ITS CREDITS STILL POST. NOTHING  *
011368*  HAPPENS WHILE THE LIMCHEQ FILE DOES NOT EXIST.               *
011369*****************************************************************
011370 3031-CONFERIR-LIMITE-CHEQUE.
011371     IF NOT BK-LCH-ATIVO-SIM
011372         GO TO 3031-EXIT
011373     END-IF
011374
011375     IF SEQUENCIAL-DOCUMENTO OF CLIENT-DATA = 1
011376         MOVE 'N'  TO BK-ACC-LIM-RETIDO
011377         MOVE ZERO TO BK-ACC-VALOR-RETIDO
011378         PERFORM 3032-OBTER-LIMITE-VIGENTE THRU 3032-EXIT
011379         MOVE SALDO OF CLIENT-DATA TO BK-LCH-SALDO-BASE
011380     ELSE
011381         MOVE BK-ACC-SALDO-CORRENTE TO BK-LCH-SALDO-BASE
011382     END-IF
011383
011384     MOVE BK-LCH-SALDO-BASE TO BK-LCH-SALDO-PROJETADO
011385     MOVE ZERO TO BK-LCH-VALOR-CHUNK
011386     MOVE ZERO TO BK-LCH-DEBITOS-CHUNK
011387     PERFORM 3033-PROJETAR-POSTAGEM THRU 3033-EXIT
011388         VARYING BK-LCH-INDICE FROM 1 BY 1
011389         UNTIL BK-LCH-INDICE > TRANSACOES-QUANT OF CLIENT-DATA
011390
011391     IF BK-LCH-DEBITOS-CHUNK = ZERO
011392         GO TO 3031-EXIT
011393     END-IF
011394
011395     IF NOT BK-ACC-LIM-RETIDO-SIM
011396        AND BK-LCH-SALDO-PROJETADO + BK-ACC-LIMITE NOT < ZERO
011397         GO TO 3031-EXIT
011398     END-IF
011399
011400     PERFORM 3034-RETER-DEBITOS THRU 3034-EXIT.
011401 3031-EXIT.
011402     EXIT.
011403
011404*****************************************************************
011405*  3032-OBTER-LIMITE-VIGENTE - THE LIMIT IN FORCE ON THE        *
011406*  MOVEMENT DATE: THE CLIENT'S LIMCHEQ ROW WHEN THE DATE FALLS  *
011407*  INSIDE ITS WINDOW (A ZERO END DATE NEVER EXPIRES), ELSE      *
011408*  ZERO. READ ONCE PER CLIENT, ON CHUNK 1.                      *
011409*****************************************************************
011410 3032-OBTER-LIMITE-VIGENTE.
011411     MOVE ZERO TO BK-ACC-LIMITE
011412     MOVE CONTA OF CLIENT-DATA TO LCH-CONTA
011413     READ LIMITES-CHEQUE
011414         INVALID KEY
011415             GO TO 3032-EXIT
011416     END-READ
011417
011418     IF LCH-DATA-INICIO NOT > BK-DATA-MOVIMENTO
011419        AND (LCH-DATA-FIM = ZERO
011420             OR LCH-DATA-FIM NOT < BK-DATA-MOVIMENTO)
011421         MOVE LCH-LIMITE TO BK-ACC-LIMITE
011422     END-IF.
011423 3032-EXIT.
011424     EXIT.
011425
011426 3033-PROJETAR-POSTAGEM.
011427     IF TIPO-DEBITO (BK-LCH-INDICE)
011428         SUBTRACT VALOR (BK-LCH-INDICE)
011429             FROM BK-LCH-SALDO-PROJETADO
011430         ADD VALOR (BK-LCH-INDICE) TO BK-LCH-VALOR-CHUNK
011431         ADD 1 TO BK-LCH-DEBITOS-CHUNK
011432     ELSE
011433         ADD VALOR (BK-LCH-INDICE) TO BK-LCH-SALDO-PROJETADO
011434     END-IF.
011435 3033-EXIT.
011436     EXIT.
011437
011438*****************************************************************
011439*  3034-RETER-DEBITOS - SPLIT THE CHUNK: ITS DEBITS BECOME ONE  *
011440*  SELF-CONTAINED SINGLE-CHUNK DOCUMENT (OPENING SALDO = THE    *
011441*  BALANCE BEFORE THIS CHUNK, NO FINAL BALANCE CLAIMED) WRITTEN *
011442*  TO SUSPENSO, WHERE BOOK-REPROC CAN RE-FEED IT ONCE FUNDS OR  *
011443*  A LIMIT ARE IN PLACE; THE REST OF THE CHUNK IS PUT BACK AND  *
011444*  POSTS. HELD DEBITS ARE KEPT IN BK-CTL-DEBITOS-RETIDOS, FOR   *
011445*  THE TRAILER COMPARISON ONLY - THEIR VALUE REACHES THE LEDGER *
011446*  THROUGH SUSPENSO. THEIR REFERENCES NEVER REACH REFPOST, SO   *
011447*  THE RE-FEED IS NOT REFUSED AS A DUPLICATE.                   *
011448*****************************************************************
011449 3034-RETER-DEBITOS.
011450     MOVE IDADE OF CLIENT-DATA    TO BK-LCH-SV-IDADE
011451     MOVE SALDO OF CLIENT-DATA    TO BK-LCH-SV-SALDO
011452     MOVE SALDO-FINAL-INFORMADO OF CLIENT-DATA
011453         TO BK-LCH-SV-SALDO-FINAL
011454     MOVE SEQUENCIAL-DOCUMENTO OF CLIENT-DATA
011455         TO BK-LCH-SV-SEQUENCIAL
011456     MOVE ULTIMA-PARTE OF CLIENT-DATA TO BK-LCH-SV-ULTIMA
011457     MOVE TRANSACOES-QUANT OF CLIENT-DATA TO BK-LCH-SV-QUANT
011458     PERFORM 3035-SALVAR-POSTAGEM THRU 3035-EXIT
011459         VARYING BK-LCH-INDICE FROM 1 BY 1
011460         UNTIL BK-LCH-INDICE > BK-LCH-SV-QUANT
011461
011462     MOVE 'D' TO BK-LCH-MANTER-TIPO
011463     PERFORM 3036-SEPARAR-POSTAGENS THRU 3036-EXIT
011464
011465     IF BK-LCH-SV-SEQUENCIAL > 1
011466         MOVE BK-ACC-IDADE TO IDADE OF CLIENT-DATA
011467     END-IF
011468     MOVE BK-LCH-SALDO-BASE TO SALDO OF CLIENT-DATA
011469     MOVE -999999999999999.99
011470         TO SALDO-FINAL-INFORMADO OF CLIENT-DATA
011471     MOVE 1   TO SEQUENCIAL-DOCUMENTO OF CLIENT-DATA
011472     MOVE 'S' TO ULTIMA-PARTE OF CLIENT-DATA
011473     MOVE SPACES TO BK-LCH-DOCUMENTO
011474     JSON GENERATE BK-LCH-DOCUMENTO FROM CLIENT-DATA
011475         ON EXCEPTION
011476             DISPLAY 'BOOK-BATCH - DOCUMENTO RETIDO NAO CABE NO '
011477                 'SUSPENSO - CONTA ' CONTA OF CLIENT-DATA
011478             DISPLAY 'BOOK-BATCH - EXECUCAO INTERROMPIDA - '
011479                 'NENHUM DOCUMENTO TRUNCADO FOI GRAVADO'
011480             MOVE 16 TO RETURN-CODE
011481             GOBACK
011482     END-JSON
011483     PERFORM 8065-GRAVAR-SUSPENSO-RETIDO THRU 8065-EXIT
011484
011485     MOVE 'O' TO BK-LCH-MANTER-TIPO
011486     PERFORM 3036-SEPARAR-POSTAGENS THRU 3036-EXIT
011487
011488     MOVE BK-LCH-SV-IDADE       TO IDADE OF CLIENT-DATA
011489     MOVE BK-LCH-SV-SALDO       TO SALDO OF CLIENT-DATA
011490     MOVE BK-LCH-SV-SALDO-FINAL
011491         TO SALDO-FINAL-INFORMADO OF CLIENT-DATA
011492     MOVE BK-LCH-SV-SEQUENCIAL
011493         TO SEQUENCIAL-DOCUMENTO OF CLIENT-DATA
011494     MOVE BK-LCH-SV-ULTIMA      TO ULTIMA-PARTE OF CLIENT-DATA
011495
011496     IF NOT BK-ACC-LIM-RETIDO-SIM
011497         ADD 1 TO BK-LCH-CLIENTES-RETIDOS
011498     END-IF
011499*    A STANDING ORDER DEBIT INJECTED INTO THIS CHUNK 1 WENT TO
011500*    SUSPENSO WITH THE REST - IT IS LOGGED AS FAILED AT COMMIT.
011501*    A RELEASED WAREHOUSE DEBIT IS MARKED THE SAME WAY, SO NO
011502*    RELEASE NOTIFICATION GOES OUT FOR IT.
011503     IF BK-LCH-SV-SEQUENCIAL = 1
011504         PERFORM 3038-MARCAR-ORDEM-RETIDA THRU 3038-EXIT
011505             VARYING BK-INDICE-ORD FROM 1 BY 1
011506             UNTIL BK-INDICE-ORD > BK-LIB-USADAS
011507     END-IF
011508     MOVE 'S' TO BK-ACC-LIM-RETIDO
011509     ADD BK-LCH-VALOR-CHUNK   TO BK-ACC-VALOR-RETIDO
011510     ADD BK-LCH-DEBITOS-CHUNK TO BK-LCH-DEBITOS-RETIDOS
011511     IF NOT BK-CLIENTE-SINTETICO-SIM
011512         ADD BK-LCH-VALOR-CHUNK TO BK-CTL-DEBITOS-RETIDOS
011513     END-IF.
011514 3034-EXIT.
011515     EXIT.
011516
011517 3035-SALVAR-POSTAGEM.
011518     MOVE VALOR (BK-LCH-INDICE)
011519         TO BK-LCH-SV-VALOR (BK-LCH-INDICE)
011520     MOVE DATA-EFETIVACAO (BK-LCH-INDICE)
011521         TO BK-LCH-SV-DATA (BK-LCH-INDICE)
011522     MOVE REFERENCIA (BK-LCH-INDICE)
011523         TO BK-LCH-SV-REF (BK-LCH-INDICE)
011524     MOVE TIPO-TRANSACAO (BK-LCH-INDICE)
011525         TO BK-LCH-SV-TIPO (BK-LCH-INDICE)
011526     MOVE REFERENCIA-ESTORNADA (BK-LCH-INDICE)
011527         TO BK-LCH-SV-ESTORNADA (BK-LCH-INDICE).
011528 3035-EXIT.
011529     EXIT.
011530
011531*****************************************************************
011532*  3036-SEPARAR-POSTAGENS - REBUILD CLIENT-DATA'S POSTINGS FROM *
011533*  THE PARKED COPY, KEEPING EITHER ONLY THE DEBITS OR ONLY THE  *
011534*  REST, IN THEIR ORIGINAL ORDER.                               *
011535*****************************************************************
011536 3036-SEPARAR-POSTAGENS.
011537     MOVE BK-LCH-SV-QUANT TO TRANSACOES-QUANT OF CLIENT-DATA
011538     MOVE ZERO TO BK-LCH-QTDE-MANTIDAS
011539     PERFORM 3037-COPIAR-POSTAGEM THRU 3037-EXIT
011540         VARYING BK-LCH-INDICE FROM 1 BY 1
011541         UNTIL BK-LCH-INDICE > BK-LCH-SV-QUANT
011542     MOVE BK-LCH-QTDE-MANTIDAS TO TRANSACOES-QUANT OF CLIENT-DATA.
011543 3036-EXIT.
011544     EXIT.
011545
011546 3037-COPIAR-POSTAGEM.
011547     IF BK-LCH-MANTER-DEBITOS
011548         IF BK-LCH-SV-TIPO (BK-LCH-INDICE) NOT = 'D'
011549             GO TO 3037-EXIT
011550         END-IF
011551     ELSE
011552         IF BK-LCH-SV-TIPO (BK-LCH-INDICE) = 'D'
011553             GO TO 3037-EXIT
011554         END-IF
011555     END-IF
011556
011557     ADD 1 TO BK-LCH-QTDE-MANTIDAS
011558     MOVE BK-LCH-SV-VALOR (BK-LCH-INDICE)
011559         TO VALOR (BK-LCH-QTDE-MANTIDAS)
011560     MOVE BK-LCH-SV-DATA (BK-LCH-INDICE)
011561         TO DATA-EFETIVACAO (BK-LCH-QTDE-MANTIDAS)
011562     MOVE BK-LCH-SV-REF (BK-LCH-INDICE)
011563         TO REFERENCIA (BK-LCH-QTDE-MANTIDAS)
011564     MOVE BK-LCH-SV-TIPO (BK-LCH-INDICE)
011565         TO TIPO-TRANSACAO (BK-LCH-QTDE-MANTIDAS)
011566     MOVE BK-LCH-SV-ESTORNADA (BK-LCH-INDICE)
011567         TO REFERENCIA-ESTORNADA (BK-LCH-QTDE-MANTIDAS).
011568 3037-EXIT.
011569     EXIT.
011570
011571 3038-MARCAR-ORDEM-RETIDA.
011572     IF BK-LIB-CH-CONTA (BK-INDICE-ORD) = CONTA OF CLIENT-DATA
011573        AND BK-LIB-INJETADA (BK-INDICE-ORD) = 'S'
011574        AND BK-LIB-EXPURGADA (BK-INDICE-ORD) = 'N'
011575        AND BK-LIB-TIPO (BK-INDICE-ORD) = 'D'
011576        AND BK-LIB-POSTADA (BK-INDICE-ORD)
011577         MOVE 'R' TO BK-LIB-DESFECHO (BK-INDICE-ORD)
011578     END-IF.
011579 3038-EXIT.
011580     EXIT.
011581
011582*****************************************************************
011583*  3029-CONFERIR-IDADE - THE DOCUMENT'S OWN IDADE MUST FALL IN  *
011584*  THE VALID RANGE, BUT ONLY WHEN IT IS THE FIGURE THAT WILL BE *
011585*  USED: A CHUNK 1 WHOSE MASTER HAS NO REGISTERED BIRTH DATE    *
011586*  (3039). CONTINUATION CHUNKS CARRY NO IDADE OF THEIR OWN.     *
011587*****************************************************************
011588 3029-CONFERIR-IDADE.
011589     IF SEQUENCIAL-DOCUMENTO OF CLIENT-DATA NOT = 1
011590        OR BK-CAD-NASCIMENTO-INFORMADO-SIM
011591         GO TO 3029-EXIT
011592     END-IF
011593
011594     IF IDADE OF CLIENT-DATA < BK-IDADE-MINIMA
011595        OR IDADE OF CLIENT-DATA > BK-IDADE-MAXIMA
011596         MOVE 'N' TO STATUS-VALIDACAO
011597         MOVE 'IDADE FORA DA FAIXA VALIDA DE 1 A 120 ANOS'
011598             TO MOTIVO-REJEICAO
011599     END-IF.
011600 3029-EXIT.
011601     EXIT.
011602
011603*****************************************************************
011604*  3050-ACUMULAR-CLIENTE - ROLL THIS CHUNK'S TRANSACTIONS INTO  *
011605*  THE RUNNING TOTALS FOR THE CLIENT, DETAILING EACH POSTING    *
011606*  AS IT GOES SO THE RUNNING BALANCE CARRIES ACROSS CHUNKS. A   *
011607*  CHUNK 1 THAT FINDS THE PRIOR ACCUMULATION STILL OPEN MEANS   *
011608*  THAT CLIENT'S CONTINUATION NEVER ARRIVED - LOG IT BEFORE     *
011609*  RESETTING FOR THE NEW CLIENT.                                *
011610*****************************************************************
011611 3050-ACUMULAR-CLIENTE.
011612     IF SEQUENCIAL-DOCUMENTO OF CLIENT-DATA = 1
011613         IF BK-ACC-EM-ANDAMENTO-SIM
011614             PERFORM 8020-GRAVAR-EXCECAO-ABANDONO THRU 8020-EXIT
011615             PERFORM 8025-GRAVAR-ACK-ABANDONO THRU 8025-EXIT
011616             PERFORM 3240-DESFAZER-INJECAO THRU 3240-EXIT
011617         END-IF
011618
011619         MOVE CONTA OF CLIENT-DATA TO BK-ACC-CONTA
011620         MOVE NOME OF CLIENT-DATA  TO BK-ACC-NOME
011621         MOVE IDADE OF CLIENT-DATA TO BK-ACC-IDADE
011622         MOVE BK-CAD-NASCIMENTO-INFORMADO
011623             TO BK-ACC-IDADE-CADASTRO
011624         MOVE SALDO OF CLIENT-DATA TO BK-ACC-SALDO-ABERTURA
011625         MOVE SALDO OF CLIENT-DATA TO BK-ACC-SALDO-CORRENTE
011626         MOVE ZERO TO BK-ACC-CREDITOS
011627         MOVE ZERO TO BK-ACC-DEBITOS
011628         MOVE ZERO TO BK-ACC-TRANSACOES-QUANT
011629         MOVE ZERO TO BK-ACC-DEBITOS-QUANT
011630         MOVE ZERO TO BK-ACC-TARIFAS
011631         MOVE ZERO TO BK-ACC-JUROS
011632         MOVE ZERO TO BK-ACC-BALDES-USADOS
011633         INITIALIZE BK-TABELA-BALDES
011634         MOVE 'S'  TO BK-ACC-EM-ANDAMENTO
011635         MOVE 'N'  TO BK-ACC-RECON-ALERTA
011636         PERFORM 3051-LER-PREFERENCIAS THRU 3051-EXIT
011637         MOVE ZERO TO BK-APA-USADOS
011638         PERFORM 3045-CONFERIR-MESTRE THRU 3045-EXIT
011639     END-IF
011640
011641     CALL 'BOOK-DETALHE' USING CLIENT-DATA
011642                               BK-ACC-SALDO-CORRENTE
011650
011660     IF DOCUMENTO-FINAL OF CLIENT-DATA
011670         MOVE 'S' TO BK-FLAG-EMITIR-EXTRATO
011960         UNTIL BK-INDICE-ALERTA
011970             > TRANSACOES-QUANT OF CLIENT-DATA.
011980 3050-EXIT.
011981     EXIT.
011982
011983*****************************************************************
011984*  3051-LER-PREFERENCIAS - ON A CLIENT'S CHUNK 1, THE EVENTS IT *
011985*  WANTS TO BE NOTIFIED OF, ITS CHANNEL AND ITS THRESHOLDS. A   *
011986*  CLIENT WITHOUT A PREFAVISO ROW (OR ANY CLIENT WHILE THE FILE *
011987*  DOES NOT EXIST) WANTS NOTHING.                               *
011988*****************************************************************
011989 3051-LER-PREFERENCIAS.
011990     MOVE 'N'    TO BK-PRF-CLIENTE
011991     MOVE 'N'    TO BK-PRF-REATIVADA
011992     MOVE ZERO   TO BK-DAL-USADOS
011993     MOVE SPACES TO BK-PRF-EVENTOS
011994
011995     IF NOT BK-PRF-ATIVO-SIM
011996         GO TO 3051-EXIT
011997     END-IF
011998
011999     MOVE BK-ACC-CONTA TO PRF-CONTA
012000     READ PREFERENCIAS-AVISO
012001         INVALID KEY
012002             GO TO 3051-EXIT
012003     END-READ
012004
012005     MOVE 'S'               TO BK-PRF-CLIENTE
012006     MOVE PRF-CANAL         TO BK-PRF-CANAL
012007     MOVE PRF-CONTATO       TO BK-PRF-CONTATO
012008     MOVE PRF-EVENTOS       TO BK-PRF-EVENTOS
012009     MOVE PRF-LIMITE-SALDO  TO BK-PRF-LIMITE-SALDO
012010     MOVE PRF-LIMITE-DEBITO TO BK-PRF-LIMITE-DEBITO.
012011 3051-EXIT.
012012     EXIT.
012013
012014*****************************************************************
012020*  3052-EXAMINAR-POSTAGENS - ONE PASS PER POSTING IN THIS       *
012030*  CHUNK: COUNT THE DEBITS (THE FEE ENGINE CHARGES PER DEBIT    *
012040*  POSTING AT CLIENT COMPLETION), AND RAISE ONE COMPLIANCE      *
012110         ADD 1 TO BK-ACC-DEBITOS-QUANT
012120     END-IF
012130
012131     IF BK-LIM-VALOR-UNITARIO > ZERO
012132        AND VALOR (BK-INDICE-ALERTA) > BK-LIM-VALOR-UNITARIO
012133         MOVE 'U'                       TO ALR-REGRA
012134         MOVE VALOR (BK-INDICE-ALERTA)  TO ALR-VALOR
012135         MOVE BK-LIM-VALOR-UNITARIO     TO ALR-LIMITE
012136         PERFORM 8070-GRAVAR-ALERTA THRU 8070-EXIT
012137     END-IF
012138
012139     IF BK-PRF-DEBITO-ALTO-SIM
012140        AND TIPO-DEBITO (BK-INDICE-ALERTA)
012141        AND VALOR (BK-INDICE-ALERTA) > BK-PRF-LIMITE-DEBITO
012142         PERFORM 3053-NOTAR-DEBITO-ALTO THRU 3053-EXIT
012143     END-IF
012144
012145     IF BK-APA-ATIVO-SIM
012146         PERFORM 3054-NOTAR-PERIODO-FECHADO THRU 3054-EXIT
012147     END-IF.
012148 3052-EXIT.
012149     EXIT.
012150
012151*****************************************************************
012152*  3053-NOTAR-DEBITO-ALTO - A DEBIT ABOVE THE CLIENT'S OWN      *
012153*  THRESHOLD IS ONLY NOTED HERE; ITS NOTIFICATION IS WRITTEN AT *
012154*  CLIENT CLOSE, SO A CLIENT ABANDONED MID-ACCUMULATION IS NOT  *
012155*  TOLD OF A DEBIT THAT NEVER POSTED. PAST 100 IN ONE CLIENT    *
012156*  THE REST ARE COUNTED AS DISCARDED.                           *
012157*****************************************************************
012158 3053-NOTAR-DEBITO-ALTO.
012159     IF BK-DAL-USADOS NOT < 100
012160         ADD 1 TO BK-AVI-DESCARTADOS
012161         GO TO 3053-EXIT
012162     END-IF
012163
012164     ADD 1 TO BK-DAL-USADOS
012165     MOVE REFERENCIA (BK-INDICE-ALERTA)
012166         TO BK-DAL-REFERENCIA (BK-DAL-USADOS)
012167     MOVE VALOR (BK-INDICE-ALERTA)
012168         TO BK-DAL-VALOR (BK-DAL-USADOS).
012169 3053-EXIT.
012170     EXIT.
012171
012172*****************************************************************
012173*  3054-NOTAR-PERIODO-FECHADO - A POSTING DATED BEFORE THE      *
012174*  MOVEMENT MONTH WHOSE MONTH IS ALREADY CLOSED ON FECHMES FOR  *
012175*  THE CLIENT IS A PRIOR-PERIOD ADJUSTMENT. IT STILL POSTS      *
012176*  TODAY; IT IS ONLY NOTED HERE AND WRITTEN TO AJPERIODO AT     *
012177*  CLIENT CLOSE, SO AN ABANDONED ACCUMULATION RECORDS NOTHING.  *
012178*  PAST 200 IN ONE CLIENT THE REST ARE COUNTED AS EXCESS FOR    *
012179*  OPERATIONS TO RECORD BY HAND.                                *
012180*****************************************************************
012181 3054-NOTAR-PERIODO-FECHADO.
012182     MOVE BK-DATA-MOVIMENTO TO BK-APA-INICIO-MES
012183     MOVE 1                 TO BK-APA-IM-DIA
012184     MOVE DATA-EFETIVACAO (BK-INDICE-ALERTA) (1:4) TO BK-DP-ANO
012185     MOVE DATA-EFETIVACAO (BK-INDICE-ALERTA) (6:2) TO BK-DP-MES
012186     MOVE DATA-EFETIVACAO (BK-INDICE-ALERTA) (9:2) TO BK-DP-DIA
012187     IF BK-DATA-POSTAGEM-NUM NOT < BK-APA-INICIO-MES
012188         GO TO 3054-EXIT
012189     END-IF
012190
012191     MOVE BK-ACC-CONTA TO FME-CONTA
012192     MOVE DATA-EFETIVACAO (BK-INDICE-ALERTA) (1:7) TO FME-ANO-MES
012193     READ FECHAMENTO-MENSAL
012194         INVALID KEY
012195             GO TO 3054-EXIT
012196     END-READ
012197
012198     IF BK-APA-USADOS NOT < 200
012199         ADD 1 TO BK-APA-EXCEDENTES
012200         GO TO 3054-EXIT
012201     END-IF
012202
012203     ADD 1 TO BK-APA-USADOS
012204     MOVE FME-ANO-MES TO BK-APA-ANO-MES (BK-APA-USADOS)
012205     MOVE DATA-EFETIVACAO (BK-INDICE-ALERTA)
012206         TO BK-APA-DATA-EFET (BK-APA-USADOS)
012207     MOVE REFERENCIA (BK-INDICE-ALERTA)
012208         TO BK-APA-REFERENCIA (BK-APA-USADOS)
012209     MOVE TIPO-TRANSACAO (BK-INDICE-ALERTA)
012210         TO BK-APA-TIPO (BK-APA-USADOS)
012211     MOVE VALOR (BK-INDICE-ALERTA)
012212         TO BK-APA-VALOR (BK-APA-USADOS).
012213 3054-EXIT.
012220     EXIT.
012230
012240*****************************************************************
013539         GO TO 3070-EXIT
013540     END-IF
013541
013542*    THE SAME GOES FOR A CLIENT WHOSE DEBITS WERE HELD FOR
013543*    INSUFFICIENT FUNDS - WHAT POSTED IS NOT WHAT WAS SENT.
013544     IF BK-ACC-LIM-RETIDO-SIM
013545         GO TO 3070-EXIT
013546     END-IF
013547
013550     COMPUTE BK-SALDO-RECALCULADO =
013560         BK-ACC-SALDO-ABERTURA + BK-ACC-CREDITOS - BK-ACC-DEBITOS
013570
013630*  OF THE COMPLETED CLIENT: ACCEPTED, OR ACCEPTED WITH A        *
013632*  RECONCILIATION WARNING WHEN THE CARRY-FORWARD OR THE FINAL-  *
013634*  BALANCE CHECK LOGGED A MISMATCH FOR IT. WRITTEN ONLY AT      *
013635*  CLIENT CLOSE, WHEN THE DISPOSITION IS ACTUALLY KNOWN. A      *
013636*  CLIENT WHOSE DEBITS WERE HELD FOR THE OVERDRAFT LIMIT IS     *
013637*  ACCEPTED WITH A WARNING, OR REJECTED WHEN NOTHING POSTED.    *
013638*****************************************************************
013640 3075-GRAVAR-ACK-CLIENTE.
013642     PERFORM 3076-GRAVAR-ACK-CHUNK THRU 3076-EXIT
013656 3076-GRAVAR-ACK-CHUNK.
013658     MOVE BK-ACC-CONTA  TO ACK-CONTA
013660     MOVE BK-ACC-NOME   TO ACK-NOME
013661     MOVE BK-INDICE-ACK TO ACK-SEQUENCIAL-DOCUMENTO
013662     EVALUATE TRUE
013663         WHEN BK-ACC-LIM-RETIDO-SIM
013664          AND BK-ACC-TRANSACOES-QUANT = ZERO
013665             MOVE 'R' TO ACK-DISPOSICAO
013666             MOVE 'DEBITOS RETIDOS - SALDO INSUFICIENTE NO LIMITE'
013667                 TO ACK-MOTIVO
013668         WHEN BK-ACC-LIM-RETIDO-SIM
013669             MOVE 'W' TO ACK-DISPOSICAO
013670             MOVE 'ACEITO - DEBITOS RETIDOS, SALDO INSUFICIENTE'
013671                 TO ACK-MOTIVO
013672         WHEN BK-ACC-RECON-ALERTA-SIM
013673             MOVE 'W' TO ACK-DISPOSICAO
013674             MOVE 'ACEITO COM DIVERGENCIA DE RECONCILIACAO'
013675                 TO ACK-MOTIVO
013676         WHEN OTHER
013677             MOVE 'A'    TO ACK-DISPOSICAO
013678             MOVE SPACES TO ACK-MOTIVO
013679     END-EVALUATE
013680     PERFORM 8080-GRAVAR-ACK THRU 8080-EXIT.
013681 3076-EXIT.
013682     EXIT.
013683
013684*****************************************************************
013685*  3078-EMITIR-AVISOS - THE CLIENT'S NOTIFICATIONS, ONCE ITS    *
013686*  MASTER HOLDS THE DAY: ONE AVISOS ROW PER EVENT THE CLIENT    *
013687*  ASKED FOR IN PREFAVISO. THE CLOSING BALANCE TESTED AND SENT  *
013688*  IS THE ONE ON THE CLIENT'S STATEMENT - AFTER THE DAY'S FEES  *
013689*  AND INTEREST. A RESTART MAY WRITE A COMMITTED CLIENT'S ROWS  *
013690*  AGAIN; BOOK-AVISO DROPS THE REPEATS WHEN IT BUILDS THE FEED. *
013691*****************************************************************
013692 3078-EMITIR-AVISOS.
013693     IF NOT BK-PRF-CLIENTE-SIM
013694         GO TO 3078-EXIT
013695     END-IF
013696
013697     COMPUTE BK-PRF-SALDO-FINAL =
013698         BK-MST-SALDO-FECHO - BK-ACC-TARIFAS + BK-ACC-JUROS
013699
013700     IF BK-PRF-SALDO-BAIXO-SIM
013701        AND BK-PRF-SALDO-FINAL < BK-PRF-LIMITE-SALDO
013702         MOVE 'SB'                TO AVI-EVENTO
013703         MOVE SPACES              TO AVI-REFERENCIA
013704         MOVE BK-PRF-SALDO-FINAL  TO AVI-VALOR
013705         MOVE BK-PRF-LIMITE-SALDO TO AVI-LIMITE
013706         PERFORM 8098-GRAVAR-AVISO THRU 8098-EXIT
013707     END-IF
013708
013709     PERFORM 3077-AVISAR-DEBITO-ALTO THRU 3077-EXIT
013710         VARYING BK-INDICE-AVI FROM 1 BY 1
013711         UNTIL BK-INDICE-AVI > BK-DAL-USADOS
013712
013713     IF BK-PRF-TARIFA-SIM
013714        AND BK-ACC-TARIFAS > ZERO
013715         MOVE 'TA'                TO AVI-EVENTO
013716         MOVE SPACES              TO AVI-REFERENCIA
013717         MOVE BK-ACC-TARIFAS      TO AVI-VALOR
013718         MOVE ZERO                TO AVI-LIMITE
013719         PERFORM 8098-GRAVAR-AVISO THRU 8098-EXIT
013720     END-IF
013721
013722     IF BK-PRF-JUROS-SIM
013723        AND BK-ACC-JUROS > ZERO
013724         MOVE 'JU'                TO AVI-EVENTO
013725         MOVE SPACES              TO AVI-REFERENCIA
013726         MOVE BK-ACC-JUROS        TO AVI-VALOR
013727         MOVE ZERO                TO AVI-LIMITE
013728         PERFORM 8098-GRAVAR-AVISO THRU 8098-EXIT
013729     END-IF
013730
013731     IF BK-PRF-LIBERACAO-SIM
013732         PERFORM 3079-AVISAR-LIBERACAO THRU 3079-EXIT
013733             VARYING BK-INDICE-LIB FROM 1 BY 1
013734             UNTIL BK-INDICE-LIB > BK-LIB-USADAS
013735     END-IF
013736
013737     IF BK-PRF-REATIVACAO-SIM
013738        AND BK-PRF-REATIVADA-SIM
013739         MOVE 'RA'                TO AVI-EVENTO
013740         MOVE SPACES              TO AVI-REFERENCIA
013741         MOVE ZERO                TO AVI-VALOR
013742         MOVE ZERO                TO AVI-LIMITE
013743         PERFORM 8098-GRAVAR-AVISO THRU 8098-EXIT
013744     END-IF.
013745 3078-EXIT.
013746     EXIT.
013747
013748 3077-AVISAR-DEBITO-ALTO.
013749     MOVE 'DA'                    TO AVI-EVENTO
013750     MOVE BK-DAL-REFERENCIA (BK-INDICE-AVI) TO AVI-REFERENCIA
013751     MOVE BK-DAL-VALOR (BK-INDICE-AVI)      TO AVI-VALOR
013752     MOVE BK-PRF-LIMITE-DEBITO    TO AVI-LIMITE
013753     PERFORM 8098-GRAVAR-AVISO THRU 8098-EXIT.
013754 3077-EXIT.
013755     EXIT.
013756
013757*    ONLY A WAREHOUSE POSTING THAT ACTUALLY POSTED IS NEWS TO THE
013758*    CLIENT - NOT ONE HELD TO SUSPENSO NOR ONE THE FEED ITSELF
013759*    CARRIED. STANDING ORDERS HAVE THEIR OWN LISTING.
013760 3079-AVISAR-LIBERACAO.
013761     IF BK-LIB-DO-ARMAZEM (BK-INDICE-LIB)
013762        AND BK-LIB-CH-CONTA (BK-INDICE-LIB) = BK-ACC-CONTA
013763        AND BK-LIB-INJETADA (BK-INDICE-LIB) = 'S'
013764        AND BK-LIB-EXPURGADA (BK-INDICE-LIB) = 'N'
013765        AND BK-LIB-POSTADA (BK-INDICE-LIB)
013766         MOVE 'FL'                TO AVI-EVENTO
013767         MOVE BK-LIB-REFERENCIA (BK-INDICE-LIB) TO AVI-REFERENCIA
013768         MOVE BK-LIB-VALOR (BK-INDICE-LIB)      TO AVI-VALOR
013769         MOVE ZERO                TO AVI-LIMITE
013770         PERFORM 8098-GRAVAR-AVISO THRU 8098-EXIT
013771     END-IF.
013772 3079-EXIT.
013773     EXIT.
013774
013775*****************************************************************
013776*  3080-ATUALIZAR-MESTRE - CARRY THE CLIENT FORWARD IN OUR OWN *
013777*  BOOKS NOW THAT ITS FINAL CHUNK HAS CLOSED: CLOSING BALANCE   *
013778*  RECOMPUTED FROM THE ACCUMULATED TOTALS, LAST-PROCESSED DATE, *
013779*  AND LIFETIME ACTIVITY. THE NEXT RUN'S 3045-CONFERIR-MESTRE   *
013780*  CHECKS THE FEED'S OPENING SALDO AGAINST WHAT IS WRITTEN      *
013781*  HERE, SO THE NIGHTLY RUN IS A BOOK OF RECORD RATHER THAN A   *
013782*  STATELESS RECALCULATION.                                     *
013783*****************************************************************
013784 3080-ATUALIZAR-MESTRE.
013785     COMPUTE BK-MST-SALDO-FECHO =
013786         BK-ACC-SALDO-ABERTURA + BK-ACC-CREDITOS - BK-ACC-DEBITOS
013787
013788     MOVE BK-ACC-CONTA           TO MST-CONTA
013789     MOVE BK-ACC-NOME            TO MST-NOME
013790     MOVE BK-MST-SALDO-FECHO     TO MST-SALDO-FECHAMENTO
013800     MOVE BK-DATA-MOVIMENTO      TO MST-DATA-ULT-PROCESSO
013810     ADD  BK-ACC-CREDITOS        TO MST-TOTAL-CREDITOS
013830     ADD  BK-ACC-TRANSACOES-QUANT TO MST-TOTAL-TRANSACOES
013840     ADD  1                      TO MST-EXECUCOES
013842     MOVE 'A'                    TO MST-STATUS
013843
013844*    THE DATE THE CURRENT OVERDRAFT BEGAN IS KEPT UNTIL THE
013845*    ACCOUNT CLOSES A DAY BACK IN CREDIT.
013846     IF BK-MST-SALDO-FECHO < ZERO
013847         IF MST-DATA-INICIO-DESCOBERTO = ZERO
013848             MOVE BK-DATA-MOVIMENTO TO MST-DATA-INICIO-DESCOBERTO
013849         END-IF
013850     ELSE
013851         MOVE ZERO TO MST-DATA-INICIO-DESCOBERTO
013852     END-IF
013853
013854     IF BK-MST-CLIENTE-NOVO-SIM
013855         WRITE REGISTRO-MESTRE
013856     ELSE
013857         REWRITE REGISTRO-MESTRE
013858     END-IF
013859
013860     PERFORM 3085-ATUALIZAR-XREF THRU 3085-EXIT
013861
013862     IF BK-LCH-ATIVO-SIM
013863        AND (BK-MST-SALDO-FECHO < ZERO OR BK-ACC-LIM-RETIDO-SIM)
013864         PERFORM 8095-GRAVAR-USO-CHEQUE THRU 8095-EXIT
013865     END-IF.
013866 3080-EXIT.
013867     EXIT.
013868
013869*****************************************************************
013870*  3082-REGISTRAR-REFERENCIAS - THE STAGED REFERENCES OF THE    *
013871*  COMPLETED CLIENT GO ON THE POSTED REGISTER ONLY NOW, SO AN   *
013872*  ACCUMULATION THAT NEVER COMPLETED - ABANDONED, LEFT OPEN AT  *
013873*  END OF FEED, OR CUT OFF BY A FAILED RUN - NEVER REGISTERS    *
013874*  AND ITS RESUBMISSION PASSES VALIDATION.                      *
013875*****************************************************************
013876 3082-REGISTRAR-REFERENCIAS.
013877     MOVE 'E' TO BK-FASE-REFREG
013878     CALL 'BOOK-REFREG' USING CLIENT-DATA
013879                              BK-FASE-REFREG
013880                              BK-DATA-MOVIMENTO
013881                              BK-RESULTADO-REFREG.
013882 3082-EXIT.
013883     EXIT.
013884
013885*****************************************************************
013886*  3083-GRAVAR-AJUSTES-PERIODO - THE CLIENT'S NOTED POSTINGS    *
013887*  INTO CLOSED MONTHS, ONE PENDING AJPERIODO ROW EACH, KEYED    *
013888*  BY CONTA, THE MONTH THEY BELONG TO, TODAY'S MOVEMENT DATE    *
013889*  AND THEIR ORDER WITHIN THE CLIENT. A RESTART THAT REPLAYS A  *
013890*  COMMITTED CLIENT FINDS ITS ROWS ALREADY ON FILE AND LEAVES   *
013891*  THEM AS THEY ARE - BOOK-RETIFICA MAY HAVE PROCESSED THEM.    *
013892*****************************************************************
013893 3083-GRAVAR-AJUSTES-PERIODO.
013894     PERFORM 3084-GRAVAR-AJUSTE THRU 3084-EXIT
013895         VARYING BK-INDICE-APA FROM 1 BY 1
013896         UNTIL BK-INDICE-APA > BK-APA-USADOS.
013897 3083-EXIT.
013898     EXIT.
013899
013900 3084-GRAVAR-AJUSTE.
013901     INITIALIZE REGISTRO-AJUSTE-PERIODO
013902     MOVE BK-ACC-CONTA                   TO APA-CONTA
013903     MOVE BK-APA-ANO-MES (BK-INDICE-APA) TO APA-ANO-MES
013904     MOVE BK-DATA-MOVIMENTO              TO APA-DATA-MOVIMENTO
013905     MOVE BK-INDICE-APA                  TO APA-SEQUENCIA
013906     MOVE BK-ACC-NOME                    TO APA-NOME
013907     MOVE BK-APA-DATA-EFET (BK-INDICE-APA)
013908         TO APA-DATA-EFETIVACAO
013909     MOVE BK-APA-REFERENCIA (BK-INDICE-APA) TO APA-REFERENCIA
013910     MOVE BK-APA-TIPO (BK-INDICE-APA)    TO APA-TIPO-TRANSACAO
013911     MOVE BK-APA-VALOR (BK-INDICE-APA)   TO APA-VALOR
013912     MOVE FUNCTION CURRENT-DATE          TO APA-DATA-HORA
013913     MOVE 'P'                            TO APA-SITUACAO
013914
013915     WRITE REGISTRO-AJUSTE-PERIODO
013916         INVALID KEY
013917             ADD 1 TO BK-APA-REPETIDOS
013918         NOT INVALID KEY
013919             ADD 1 TO BK-APA-GRAVADOS
013920     END-WRITE.
013921 3084-EXIT.
013923     EXIT.
013930
013931*****************************************************************
015485         GO TO 3230-EXIT
015486     END-IF
015487
015488     IF BK-LIB-DE-ORDEM (BK-INDICE-EXP)
015489         PERFORM 3235-CONCLUIR-ORDEM THRU 3235-EXIT
015490         MOVE 'S' TO BK-LIB-EXPURGADA (BK-INDICE-EXP)
015491         GO TO 3230-EXIT
015492     END-IF
015493
015494     MOVE BK-LIB-CHAVE (BK-INDICE-EXP) TO FUT-CHAVE
015495     DELETE POSTAGENS-FUTURAS RECORD
015496         INVALID KEY
015497             CONTINUE
015498     END-DELETE
015499     MOVE 'S' TO BK-LIB-EXPURGADA (BK-INDICE-EXP).
015500 3230-EXIT.
015501     EXIT.
015502
015503*****************************************************************
015504*  3235-CONCLUIR-ORDEM - A STANDING ORDER'S COMMIT: THE ORDER   *
015505*  IS STAMPED WITH THE OCCURRENCE JUST HANDLED, SO A RESTART OR *
015506*  A FORCED REPROCESS OF THE DAY DOES NOT GENERATE IT AGAIN,    *
015507*  AND THE OUTCOME GOES TO ORDEXEC - EXECUTED, FAILED WHEN ITS  *
015508*  DEBIT WAS HELD FOR INSUFFICIENT FUNDS, SKIPPED WHEN THE FEED *
015509*  ITSELF CARRIED THE GENERATED REFERENCE.                      *
015510*****************************************************************
015511 3235-CONCLUIR-ORDEM.
015512     MOVE BK-LIB-CH-CONTA (BK-INDICE-EXP) TO ORD-CONTA
015513     MOVE BK-LIB-CH-SEQ (BK-INDICE-EXP)   TO ORD-NUMERO
015514     READ ORDENS-PERMANENTES
015515         INVALID KEY
015516             CONTINUE
015517         NOT INVALID KEY
015518             IF ORD-DATA-ULTIMA-EXECUCAO
015519                 < BK-LIB-CH-DATA (BK-INDICE-EXP)
015520                 MOVE BK-LIB-CH-DATA (BK-INDICE-EXP)
015521                     TO ORD-DATA-ULTIMA-EXECUCAO
015522                 REWRITE REGISTRO-ORDEM
015523                     INVALID KEY
015524                         CONTINUE
015525                 END-REWRITE
015526             END-IF
015527     END-READ
015528
015529     EVALUATE TRUE
015530         WHEN BK-LIB-RETIDA (BK-INDICE-EXP)
015531             MOVE 'F' TO BK-ORD-RESULTADO
015532             MOVE 'DEBITO RETIDO - SALDO INSUFICIENTE'
015533                 TO BK-ORD-MOTIVO
015534         WHEN BK-LIB-JA-NO-DOCUMENTO (BK-INDICE-EXP)
015535             MOVE 'I' TO BK-ORD-RESULTADO
015536             MOVE 'REFERENCIA JA ENVIADA NO MOVIMENTO'
015537                 TO BK-ORD-MOTIVO
015538         WHEN OTHER
015539             MOVE 'E' TO BK-ORD-RESULTADO
015540             MOVE SPACES TO BK-ORD-MOTIVO
015541     END-EVALUATE
015542     PERFORM 3236-REGISTRAR-ORDEM THRU 3236-EXIT.
015543 3235-EXIT.
015544     EXIT.
015545
015546 3236-REGISTRAR-ORDEM.
015547     MOVE BK-LIB-CH-CONTA (BK-INDICE-EXP)   TO ORX-CONTA
015548     MOVE BK-LIB-CH-SEQ (BK-INDICE-EXP)     TO ORX-NUMERO
015549     MOVE BK-LIB-CH-DATA (BK-INDICE-EXP)    TO ORX-DATA-OCORRENCIA
015550     MOVE BK-LIB-REFERENCIA (BK-INDICE-EXP) TO ORX-REFERENCIA
015551     MOVE BK-LIB-TIPO (BK-INDICE-EXP)       TO ORX-TIPO-TRANSACAO
015552     MOVE BK-LIB-VALOR (BK-INDICE-EXP)      TO ORX-VALOR
015553     PERFORM 8097-GRAVAR-EXECUCAO-ORDEM THRU 8097-EXIT.
015554 3236-EXIT.
015555     EXIT.
015556
015557*****************************************************************
015558*  3240-DESFAZER-INJECAO - AN ABANDONED ACCUMULATION NEVER      *
015559*  COMMITTED, SO THE WAREHOUSE ROWS ITS CHUNK 1 CONSUMED GO     *
015560*  BACK TO HELD: THE MARKS ARE UNDONE BEFORE ANY COMMIT POINT   *
015561*  COULD EXPURGE THEM, AND THE POSTINGS RELEASE AGAIN WHEN THE  *
015562*  CLIENT RETURNS (NO CHECKPOINT CAN FALL MID-ACCUMULATION, SO  *
015563*  NONE OF THESE ROWS CAN ALREADY BE GONE).                     *
015564*****************************************************************
015565 3240-DESFAZER-INJECAO.
015566     PERFORM 3250-DESFAZER-UMA THRU 3250-EXIT
015567         VARYING BK-INDICE-EXP FROM 1 BY 1
015568         UNTIL BK-INDICE-EXP > BK-LIB-USADAS.
015569 3240-EXIT.
015570     EXIT.
015571
015572 3250-DESFAZER-UMA.
015573     IF BK-LIB-CH-CONTA (BK-INDICE-EXP) = BK-ACC-CONTA
015574        AND BK-LIB-INJETADA (BK-INDICE-EXP) = 'S'
015575        AND BK-LIB-EXPURGADA (BK-INDICE-EXP) = 'N'
015576         MOVE 'N' TO BK-LIB-INJETADA (BK-INDICE-EXP)
015577         MOVE SPACE TO BK-LIB-DESFECHO (BK-INDICE-EXP)
015578     END-IF.
015579 3250-EXIT.
015580     EXIT.
015581
015582*****************************************************************
015583*  8000-GRAVAR-EXCECAO - APPENDS THE MISMATCH TO EXCECOES-      *
015584*  RECONCILIACAO, CREATING THE FILE ON ITS FIRST USE.           *
015585*****************************************************************
015586 8000-GRAVAR-EXCECAO.
015587     OPEN EXTEND EXCECOES-RECONCILIACAO
015588     IF FS-EXCECOES-RECON-NAO-EXISTE
015589         OPEN OUTPUT EXCECOES-RECONCILIACAO
015590     END-IF
015591
015592     MOVE FUNCTION CURRENT-DATE TO EXC-DATA-HORA
015593                                OF REGISTRO-EXCECAO
015594     MOVE 'R'                   TO EXC-TIPO OF REGISTRO-EXCECAO
015600     MOVE BK-ACC-NOME           TO EXC-NOME OF REGISTRO-EXCECAO
015610     MOVE 'SALDO'               TO EXC-CAMPO OF REGISTRO-EXCECAO
015620     MOVE 'SALDO RECALCULADO NAO CONFERE COM O SALDO FINAL'
016720     MOVE BK-ACC-NOME           TO EXC-NOME OF REGISTRO-EXCECAO
016730     MOVE 'SALDO'               TO EXC-CAMPO OF REGISTRO-EXCECAO
016740     MOVE 'CLIENTE NOVO - SEM FECHAMENTO ANTERIOR NO MESTRE'
016741         TO EXC-MOTIVO OF REGISTRO-EXCECAO
016742
016743     WRITE REGISTRO-EXCECAO
016744
016745     CLOSE EXCECOES-RECONCILIACAO.
016746 8040-EXIT.
016747     EXIT.
016748
016749*****************************************************************
016750*  8042-GRAVAR-EXCECAO-NAO-CADASTRADA - APPENDS TO EXCECOES-    *
016751*  VALIDACAO WHEN A CHUNK 1 ARRIVES FOR A CONTA THE MASTER DOES *
016752*  NOT HOLD (3041). THE DOCUMENT GOES TO SUSPENSO; ONCE         *
016753*  BOOK-CADASTRO HAS OPENED THE ACCOUNT IT CAN BE RESUBMITTED.  *
016754*****************************************************************
016755 8042-GRAVAR-EXCECAO-NAO-CADASTRADA.
016756     OPEN EXTEND EXCECOES-VALIDACAO
016757     IF FS-EXCECOES-VALID-NAO-EXISTE
016758         OPEN OUTPUT EXCECOES-VALIDACAO
016759     END-IF
016760
016761     MOVE FUNCTION CURRENT-DATE  TO EXC-DATA-HORA
016762                                    OF REGISTRO-EXCECAO-VALIDACAO
016763     MOVE 'V'                    TO EXC-TIPO
016764                                    OF REGISTRO-EXCECAO-VALIDACAO
016765     MOVE NOME OF CLIENT-DATA    TO EXC-NOME
016766                                    OF REGISTRO-EXCECAO-VALIDACAO
016767     MOVE 'CONTA'                TO EXC-CAMPO
016768                                    OF REGISTRO-EXCECAO-VALIDACAO
016769     MOVE MOTIVO-REJEICAO        TO EXC-MOTIVO
016770                                    OF REGISTRO-EXCECAO-VALIDACAO
016771
016772     WRITE REGISTRO-EXCECAO-VALIDACAO
016773
016774     CLOSE EXCECOES-VALIDACAO.
016775 8042-EXIT.
016776     EXIT.
016777
016778*****************************************************************
016779*  8043-GRAVAR-EXCECAO-IDADE - APPENDS TO EXCECOES-VALIDACAO    *
016780*  WHEN A CHUNK 1 WITHOUT A REGISTERED BIRTH DATE CARRIES AN    *
016781*  IDADE OUTSIDE THE VALID RANGE (3029).                        *
016782*****************************************************************
016783 8043-GRAVAR-EXCECAO-IDADE.
016784     OPEN EXTEND EXCECOES-VALIDACAO
016785     IF FS-EXCECOES-VALID-NAO-EXISTE
016786         OPEN OUTPUT EXCECOES-VALIDACAO
016787     END-IF
016788
016789     MOVE FUNCTION CURRENT-DATE  TO EXC-DATA-HORA
016790                                    OF REGISTRO-EXCECAO-VALIDACAO
016791     MOVE 'V'                    TO EXC-TIPO
016792                                    OF REGISTRO-EXCECAO-VALIDACAO
016793     MOVE NOME OF CLIENT-DATA    TO EXC-NOME
016794                                    OF REGISTRO-EXCECAO-VALIDACAO
016795     MOVE 'IDADE'                TO EXC-CAMPO
016796                                    OF REGISTRO-EXCECAO-VALIDACAO
016797     MOVE MOTIVO-REJEICAO        TO EXC-MOTIVO
016798                                    OF REGISTRO-EXCECAO-VALIDACAO
016799
016800     WRITE REGISTRO-EXCECAO-VALIDACAO
016801
016802     CLOSE EXCECOES-VALIDACAO.
016803 8043-EXIT.
016804     EXIT.
016805
016806*****************************************************************
016808*  8045-GRAVAR-EXCECAO-EXCLUIDO - APPENDS TO EXCECOES-           *
016810*  RECONCILIACAO WHEN A CHUNK 1 ARRIVES FOR A CLIENT OPERATIONS  *
016966     EXIT.
016970
016972*****************************************************************
016973*  8095-GRAVAR-USO-CHEQUE - ONE OVERDRAFT USAGE ROW FOR A       *
016974*  CLIENT THAT CLOSED BELOW ZERO OR HAD DEBITS HELD: THE LIMIT  *
016975*  IN FORCE, HOW MUCH OF IT IS DRAWN, WHAT WAS HELD, AND THE    *
016976*  DAYS SINCE THE CURRENT OVERDRAFT BEGAN (THE DAY IT BEGAN     *
016977*  COUNTS AS ONE). APPENDED TO USOCHEQ, CREATED ON ITS FIRST    *
016978*  USE, FOR THE BOOK-CHEQUE DAILY REPORT.                       *
016979*****************************************************************
016980 8095-GRAVAR-USO-CHEQUE.
016981     OPEN EXTEND USO-CHEQUE-ESPECIAL
016982     IF FS-USOCHEQ-NAO-EXISTE
016983         OPEN OUTPUT USO-CHEQUE-ESPECIAL
016984     END-IF
016985
016986     INITIALIZE REGISTRO-USO-CHEQUE
016987     MOVE FUNCTION CURRENT-DATE TO USO-DATA-HORA
016988     MOVE BK-DATA-MOVIMENTO     TO USO-DATA-MOVIMENTO
016989     MOVE BK-ACC-CONTA          TO USO-CONTA
016990     MOVE BK-ACC-NOME           TO USO-NOME
016991     MOVE BK-ACC-LIMITE         TO USO-LIMITE
016992     MOVE BK-MST-SALDO-FECHO    TO USO-SALDO-FECHAMENTO
016993     MOVE BK-ACC-VALOR-RETIDO   TO USO-VALOR-RETIDO
016994     MOVE MST-DATA-INICIO-DESCOBERTO TO USO-DATA-INICIO-USO
016995
016996     IF BK-MST-SALDO-FECHO < ZERO
016997         COMPUTE USO-UTILIZADO = ZERO - BK-MST-SALDO-FECHO
016998         COMPUTE USO-DIAS-EM-USO =
016999             FUNCTION INTEGER-OF-DATE(BK-DATA-MOVIMENTO)
017000             - FUNCTION INTEGER-OF-DATE
017001                   (MST-DATA-INICIO-DESCOBERTO)
017002             + 1
017003     END-IF
017004
017005     EVALUATE TRUE
017006         WHEN BK-ACC-LIM-RETIDO-SIM
017007             MOVE 'R' TO USO-SITUACAO
017008         WHEN USO-UTILIZADO > BK-ACC-LIMITE
017009             MOVE 'E' TO USO-SITUACAO
017010         WHEN OTHER
017011             MOVE 'U' TO USO-SITUACAO
017012     END-EVALUATE
017013
017014     WRITE REGISTRO-USO-CHEQUE
017015     ADD 1 TO BK-LCH-USOS-GRAVADOS
017016
017017     CLOSE USO-CHEQUE-ESPECIAL.
017018 8095-EXIT.
017019     EXIT.
017020
017021*****************************************************************
017022*  8097-GRAVAR-EXECUCAO-ORDEM - ONE ORDEXEC ROW FOR A DUE       *
017023*  STANDING ORDER (ORX- KEY FIELDS ALREADY FILLED BY THE        *
017024*  CALLER, OUTCOME IN BK-ORD-RESULTADO/BK-ORD-MOTIVO), APPENDED *
017025*  AND CREATED ON ITS FIRST USE, FOR THE BOOK-ORDEXEC LISTING.  *
017026*****************************************************************
017027 8097-GRAVAR-EXECUCAO-ORDEM.
017028     OPEN EXTEND EXECUCAO-ORDENS
017029     IF FS-ORDEXEC-NAO-EXISTE
017030         OPEN OUTPUT EXECUCAO-ORDENS
017031     END-IF
017032
017033     MOVE FUNCTION CURRENT-DATE TO ORX-DATA-HORA
017034     MOVE BK-DATA-MOVIMENTO     TO ORX-DATA-MOVIMENTO
017035     MOVE BK-ORD-RESULTADO      TO ORX-RESULTADO
017036     MOVE BK-ORD-MOTIVO         TO ORX-MOTIVO
017037     WRITE REGISTRO-EXECUCAO-ORDEM
017038
017039     EVALUATE TRUE
017040         WHEN ORX-EXECUTADA
017041             ADD 1 TO BK-ORD-EXECUTADAS
017042         WHEN ORX-IGNORADA
017043             ADD 1 TO BK-ORD-IGNORADAS
017044         WHEN OTHER
017045             ADD 1 TO BK-ORD-FALHAS
017046     END-EVALUATE
017047
017048     CLOSE EXECUCAO-ORDENS.
017049 8097-EXIT.
017050     EXIT.
017051
017052*****************************************************************
017053*  8098-GRAVAR-AVISO - ONE AVISOS ROW FOR THE CLIENT BEING      *
017054*  CLOSED (EVENT, REFERENCE, AMOUNT AND THRESHOLD ALREADY       *
017055*  FILLED BY THE CALLER), APPENDED AND CREATED ON ITS FIRST     *
017056*  USE, FOR BOOK-AVISO TO GATHER INTO THE VENDOR FEED.          *
017057*****************************************************************
017058 8098-GRAVAR-AVISO.
017059     OPEN EXTEND AVISOS-CLIENTE
017060     IF FS-AVISOS-NAO-EXISTE
017061         OPEN OUTPUT AVISOS-CLIENTE
017062     END-IF
017063
017064     MOVE 'DET'                 TO AVI-TIPO-REGISTRO
017065     MOVE BK-DATA-MOVIMENTO     TO AVI-DATA-MOVIMENTO
017066     MOVE BK-ACC-CONTA          TO AVI-CONTA
017067     MOVE BK-PRF-CANAL          TO AVI-CANAL
017068     MOVE BK-PRF-CONTATO        TO AVI-CONTATO
017069     MOVE BK-ACC-NOME           TO AVI-NOME
017070     MOVE BK-PRF-SALDO-FINAL    TO AVI-SALDO
017071     MOVE FUNCTION CURRENT-DATE TO AVI-DATA-HORA
017072     WRITE REGISTRO-AVISO
017073     ADD 1 TO BK-AVI-GRAVADOS
017074
017075     CLOSE AVISOS-CLIENTE.
017076 8098-EXIT.
017077     EXIT.
017078
017079*****************************************************************
017080*  8050-GRAVAR-RUN-CONTROL - APPENDS ONE ROW TO THE RUN-CONTROL *
017081*  REGISTER, CREATING THE FILE ON ITS FIRST EVER USE. THE       *
017082*  CALLER FILLS RUN-STATUS AND THE COUNTERS; THE TIMESTAMP AND  *
017083*  THE FEED IDENTITY (MOVEMENT DATE PLUS HEADER SEQUENCE) ARE   *
017084*  STAMPED HERE SO EVERY ROW CARRIES THEM THE SAME WAY.         *
017085*****************************************************************
017086 8050-GRAVAR-RUN-CONTROL.
017087     OPEN EXTEND RUN-CONTROL
017088     IF FS-RUNCTL-NAO-EXISTE
017089         OPEN OUTPUT RUN-CONTROL
017090     END-IF
017091
017092     MOVE FUNCTION CURRENT-DATE TO RUN-DATA-HORA
017093     MOVE BK-HEADER-DATA        TO RUN-DATA-MOVIMENTO
017094     MOVE BK-HEADER-SEQUENCIA   TO RUN-SEQUENCIA-ARQUIVO
017095
017096     WRITE REGISTRO-RUN-CONTROL
017097
017098     CLOSE RUN-CONTROL.
017099 8050-EXIT.
017100     EXIT.
017101
017102*****************************************************************
017103*  8060-GRAVAR-SUSPENSO - CAPTURES THE REJECTED DOCUMENT'S RAW  *
017104*  ENTRADA-TRANSACAO IN THE SUSPENSE FILE, PENDING, TOGETHER    *
017105*  WITH THE REJECTION REASON AND THE MOVEMENT DATE, SO THE      *
017106*  RECORD CAN BE CORRECTED AND FED BACK THROUGH BOOK-REPROC     *
017110*  THE SAME DAY. CREATES THE FILE ON ITS FIRST USE.             *
017120*****************************************************************
017130 8060-GRAVAR-SUSPENSO.
017240
017250     WRITE REGISTRO-SUSPENSO
017260
017261     CLOSE SUSPENSO-REJEITADOS.
017262 8060-EXIT.
017263     EXIT.
017264
017265*****************************************************************
017266*  8065-GRAVAR-SUSPENSO-RETIDO - THE DEBITS HELD BY THE         *
017267*  OVERDRAFT LIMIT CHECK, AS THE DOCUMENT 3034 BUILT FOR THEM,  *
017268*  GO TO SUSPENSO PENDING LIKE ANY REJECTED DOCUMENT, SO        *
017269*  BOOK-REPROC CAN RE-FEED THEM ONCE THE CLIENT HAS THE FUNDS.  *
017270*****************************************************************
017271 8065-GRAVAR-SUSPENSO-RETIDO.
017272     OPEN EXTEND SUSPENSO-REJEITADOS
017273     IF FS-SUSPENSO-NAO-EXISTE
017274         OPEN OUTPUT SUSPENSO-REJEITADOS
017275     END-IF
017276
017277     MOVE FUNCTION CURRENT-DATE TO SUS-DATA-HORA
017278     MOVE BK-HEADER-DATA        TO SUS-DATA-MOVIMENTO
017279     MOVE 'P'                   TO SUS-STATUS
017280     MOVE 'SALDO INSUFICIENTE - DEBITOS RETIDOS PELO LIMITE'
017281         TO SUS-MOTIVO
017282     MOVE BK-LCH-DOCUMENTO      TO SUS-DOCUMENTO
017283
017284     WRITE REGISTRO-SUSPENSO
017285
017286     CLOSE SUSPENSO-REJEITADOS.
017287 8065-EXIT.
017290     EXIT.
017300
017310*****************************************************************
017673         IF BK-CONTROLE-FALHOU-NAO
017674             MOVE ZERO TO BK-EXP-CONTA
017675             PERFORM 3220-EXPURGAR-INJETADAS THRU 3220-EXIT
017676             PERFORM 9010-ORDEM-NAO-POSTADA THRU 9010-EXIT
017677                 VARYING BK-INDICE-EXP FROM 1 BY 1
017678                 UNTIL BK-INDICE-EXP > BK-LIB-USADAS
017679         END-IF
017680         CLOSE POSTAGENS-FUTURAS
017681         IF BK-ORD-ATIVO-SIM
017682             CLOSE ORDENS-PERMANENTES
017683         END-IF
017684         IF BK-LCH-ATIVO-SIM
017685             CLOSE LIMITES-CHEQUE
017686         END-IF
017687         IF BK-PRF-ATIVO-SIM
017688             CLOSE PREFERENCIAS-AVISO
017689         END-IF
017690         IF BK-APA-ATIVO-SIM
017691             CLOSE FECHAMENTO-MENSAL
017692             CLOSE AJUSTES-PERIODO
017693         END-IF
017694     END-IF
017695
017696*    A COMPLETED RUN HAS NO USE FOR THE LAST CHECKPOINT - CLEAR
017697*    IT SO THE NEXT RUN'S 1100-LOCALIZAR-CHECKPOINT DOES NOT
017698*    MISTAKE A NEW DAY'S ENTRADA-LOTE FOR A RESTART OF THIS ONE.
017700*    A RUN THAT FAILED ITS FEED CONTROL KEEPS ITS CHECKPOINT,
017710*    SO THE CORRECTED RETRANSMISSION RESUMES INSTEAD OF
017720*    REPOSTING WHAT WAS ALREADY COMMITTED.
017878     DISPLAY 'BOOK-BATCH - FUTURAS DUPLICADAS...: '
017879         BK-FUTUROS-DUPLICADAS
017880     DISPLAY 'BOOK-BATCH - CLIENTES SINTETIZADOS: '
017881         BK-SINTETICOS-GERADOS
017882     DISPLAY 'BOOK-BATCH - CLIENTES C/ RETENCAO.: '
017883         BK-LCH-CLIENTES-RETIDOS
017884     DISPLAY 'BOOK-BATCH - DEBITOS RETIDOS......: '
017885         BK-LCH-DEBITOS-RETIDOS
017886     DISPLAY 'BOOK-BATCH - USOS DE CHEQUE ESPEC.: '
017887         BK-LCH-USOS-GRAVADOS
017888     DISPLAY 'BOOK-BATCH - ORDENS CARREGADAS....: '
017889         BK-ORD-CARREGADAS
017890     DISPLAY 'BOOK-BATCH - ORDENS INJETADAS.....: '
017891         BK-ORD-INJETADAS
017892     DISPLAY 'BOOK-BATCH - ORDENS EXECUTADAS....: '
017893         BK-ORD-EXECUTADAS
017894     DISPLAY 'BOOK-BATCH - ORDENS IGNORADAS.....: '
017895         BK-ORD-IGNORADAS
017896     DISPLAY 'BOOK-BATCH - ORDENS COM FALHA.....: '
017897         BK-ORD-FALHAS
017898     DISPLAY 'BOOK-BATCH - AVISOS GRAVADOS......: '
017899         BK-AVI-GRAVADOS
017900     DISPLAY 'BOOK-BATCH - AVISOS DESCARTADOS...: '
017901         BK-AVI-DESCARTADOS
017902     DISPLAY 'BOOK-BATCH - AJUSTES PER. ANTERIOR: '
017903         BK-APA-GRAVADOS
017904     DISPLAY 'BOOK-BATCH - AJUSTES JA GRAVADOS..: '
017905         BK-APA-REPETIDOS
017906     DISPLAY 'BOOK-BATCH - AJUSTES EXCEDENTES...: '
017907         BK-APA-EXCEDENTES
017908     DISPLAY 'BOOK-BATCH - CONTAS NAO CADASTRADAS: '
017909         BK-CONTAS-NAO-CADASTRADAS.
017910 9000-EXIT.
017911     EXIT.
017912
017913*****************************************************************
017914*  9010-ORDEM-NAO-POSTADA - A DUE STANDING ORDER STILL NOT      *
017915*  INJECTED AT THE CLEAN END OF RUN (ITS CLIENT'S DOCUMENT WAS  *
017916*  FULL, OR ITS CLIENT WAS REJECTED) DID NOT POST TODAY. IT IS  *
017917*  LOGGED AS FAILED AND LEFT UNSTAMPED - THE NEXT RUN'S WINDOW  *
017918*  NO LONGER COVERS THE DATE, SO OPERATIONS POSTS IT BY HAND.   *
017919*****************************************************************
017920 9010-ORDEM-NAO-POSTADA.
017921     IF NOT BK-LIB-DE-ORDEM (BK-INDICE-EXP)
017922        OR BK-LIB-INJETADA (BK-INDICE-EXP) = 'S'
017923         GO TO 9010-EXIT
017924     END-IF
017925
017926     MOVE 'F' TO BK-ORD-RESULTADO
017927     MOVE 'ORDEM NAO POSTADA NESTA EXECUCAO' TO BK-ORD-MOTIVO
017928     PERFORM 3236-REGISTRAR-ORDEM THRU 3236-EXIT.
017929 9010-EXIT.
017930     EXIT.
017931
017932*****************************************************************
017933*  9100-REGISTRAR-FIM - THE RUN'S TERMINAL ROW: COMPLETED ON A  *
017934*  CLEAN PASS, FAILED WHEN THE FEED CONTROL DID NOT HOLD, WITH  *
017940*  THE COUNTERS AND TOTALS THE MORNING REVIEW WANTS TO SEE.     *
017950*****************************************************************
017960 9100-REGISTRAR-FIM.
