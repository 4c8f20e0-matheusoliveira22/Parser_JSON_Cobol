000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOOK-PREFAV.
000030 AUTHOR.        R P SILVEIRA.
000040 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  BOOK-PREFAV                                                  *
000090*  MAINTENANCE TRANSACTION FOR THE CLIENT NOTIFICATION          *
000100*  PREFERENCE FILE (PREFAVISO, SEE BKPREFAV). OPERATIONS SHOWS, *
000110*  SETS OR CHANGES AND REMOVES A CLIENT'S PREFERENCES HERE -    *
000120*  THE CHANNEL (SMS OR E-MAIL) AND ITS ADDRESS, WHICH EVENTS    *
000130*  THE CLIENT WANTS TO HEAR ABOUT, AND ITS OWN THRESHOLDS FOR   *
000140*  THE LOW-BALANCE AND LARGE-DEBIT EVENTS - EACH CHANGE UNDER   *
000150*  THE SAME MANDATORY OPERATOR AND REASON CODE DISCIPLINE AS    *
000160*  BOOK-MANUT, JOURNALED AS A BEFORE/AFTER ROW ON AJUSTES WITH  *
000170*  THE LOW-BALANCE THRESHOLD IN THE SALDO FIELDS.               *
000180*                                                               *
000190*  THE FILE IS CREATED ON ITS FIRST USE HERE. ITS EXISTENCE IS  *
000200*  WHAT SWITCHES ON THE NOTIFICATIONS OF BOOK-BATCH AND         *
000210*  BOOK-MANUT; A CLIENT WITHOUT A ROW IS NEVER NOTIFIED.        *
000220*                                                               *
000230*  THE EVENTS ARE ANSWERED AS ONE S/N STRING IN THE ORDER OF    *
000240*  THE FEED'S EVENT CODES: SALDO BAIXO, DEBITO ALTO, TARIFA,    *
000250*  JUROS, LIBERACAO DE FUTURA, REATIVACAO, AJUSTE, EXCLUSAO.    *
000260*                                                               *
000270*  THE CLIENT MUST ALREADY BE ON THE MASTER. PLAIN              *
000280*  ACCEPT/DISPLAY CONVERSATION, THE SAME CONVENTION AS          *
000290*  BOOK-MANUT AND BOOK-LIMITE.                                  *
000300*-----------------------------------------------------------------
000310*  MOD LOG
000320*  DATE       WHO   DESCRIPTION
000330*  ---------- ----  ---------------------------------------------
000340*  2026-10-15 RPS   ORIGINAL VERSION.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-Z15.
000390 OBJECT-COMPUTER.   IBM-Z15.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PREFERENCIAS-AVISO ASSIGN TO "PREFAVISO"
000430                                ORGANIZATION IS INDEXED
000440                                ACCESS MODE IS RANDOM
000450                                RECORD KEY IS PRF-CONTA
000460                                FILE STATUS IS FS-PREFAVISO.
000470
000480     SELECT MESTRE-CLIENTES    ASSIGN TO "MESTRE"
000490                                ORGANIZATION IS INDEXED
000500                                ACCESS MODE IS RANDOM
000510                                RECORD KEY IS MST-CONTA
000520                                FILE STATUS IS FS-MESTRE.
000530
000540     SELECT AJUSTES-MESTRE     ASSIGN TO "AJUSTES"
000550                                ORGANIZATION IS LINE SEQUENTIAL
000560                                FILE STATUS IS FS-AJUSTES.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PREFERENCIAS-AVISO.
000610 COPY BKPREFAV.
000620
000630 FD  MESTRE-CLIENTES.
000640 COPY BKMESTRE.
000650
000660 FD  AJUSTES-MESTRE.
000670 COPY BKAJUST.
000680
000690 WORKING-STORAGE SECTION.
000700 77  FS-PREFAVISO              PIC X(002) VALUE SPACES.
000710     88  FS-PREFAVISO-OK                     VALUE '00'.
000720     88  FS-PREFAVISO-NAO-EXISTE             VALUE '35'.
000730 77  FS-MESTRE                 PIC X(002) VALUE SPACES.
000740     88  FS-MESTRE-OK                        VALUE '00'.
000750     88  FS-MESTRE-NAO-EXISTE                VALUE '35'.
000760 77  FS-AJUSTES                PIC X(002) VALUE SPACES.
000770     88  FS-AJUSTES-OK                       VALUE '00'.
000780     88  FS-AJUSTES-NAO-EXISTE               VALUE '35'.
000790 77  BK-OPCAO                  PIC X(001) VALUE SPACES.
000800     88  BK-OPCAO-CONSULTA                   VALUE 'C'.
000810     88  BK-OPCAO-DEFINIR                    VALUE 'P'.
000820     88  BK-OPCAO-CANCELAR                   VALUE 'X'.
000830     88  BK-OPCAO-FIM                        VALUE 'F'.
000840 77  BK-CONTA-INFORMADA        PIC X(010) VALUE SPACES.
000850 77  BK-CONTA-PROCURADA        PIC 9(010) VALUE ZERO.
000860 77  BK-OPERADOR               PIC X(008) VALUE SPACES.
000870 77  BK-MOTIVO-CODIGO          PIC X(004) VALUE SPACES.
000880 77  BK-CANAL-INFORMADO        PIC X(001) VALUE SPACE.
000890     88  BK-CANAL-VALIDO                     VALUE 'S' 'E'.
000900 77  BK-CONTATO-INFORMADO      PIC X(080) VALUE SPACES.
000910 77  BK-VALOR-INFORMADO        PIC X(018) VALUE SPACES.
000920 77  BK-LIMITE-SALDO-NOVO      PIC S9(013)V99 COMP-3 VALUE ZERO.
000930 77  BK-LIMITE-DEBITO-NOVO     PIC S9(013)V99 COMP-3 VALUE ZERO.
000940 77  BK-LIMITE-ANTES           PIC S9(015)V99 COMP-3 VALUE ZERO.
000950 77  BK-LIMITE-NOVO            PIC S9(015)V99 COMP-3 VALUE ZERO.
000960 77  BK-INDICE-EVENTO          PIC 9(002) COMP VALUE ZERO.
000970 77  BK-REGISTRO-LIDO          PIC X(001) VALUE 'N'.
000980     88  BK-REGISTRO-LIDO-SIM                VALUE 'S'.
000990 77  BK-PREFERENCIA-EXISTE     PIC X(001) VALUE 'N'.
001000     88  BK-PREFERENCIA-EXISTE-SIM           VALUE 'S'.
001010 77  BK-DADOS-VALIDOS          PIC X(001) VALUE 'N'.
001020     88  BK-DADOS-VALIDOS-SIM                VALUE 'S'.
001030 77  BK-EVENTOS-CORRETOS       PIC X(001) VALUE 'N'.
001040     88  BK-EVENTOS-CORRETOS-SIM             VALUE 'S'.
001050 77  BK-VALOR-EXIBIDO          PIC -(013)9.99.
001060 01  BK-EVENTOS-INFORMADOS.
001070     05  BK-EVENTO-INFORMADO   PIC X(001) OCCURS 8 TIMES.
001080         88  BK-EVENTO-VALIDO                VALUE 'S' 'N'.
001090 01  BK-NOMES-EVENTOS-VALORES.
001100     05  FILLER                PIC X(025)
001110                               VALUE 'SALDO ABAIXO DO LIMITE...'.
001120     05  FILLER                PIC X(025)
001130                               VALUE 'DEBITO ACIMA DO LIMITE...'.
001140     05  FILLER                PIC X(025)
001150                               VALUE 'TARIFA COBRADA...........'.
001160     05  FILLER                PIC X(025)
001170                               VALUE 'JUROS CREDITADOS.........'.
001180     05  FILLER                PIC X(025)
001190                               VALUE 'LANCAMENTO FUTURO LIBER..'.
001200     05  FILLER                PIC X(025)
001210                               VALUE 'CONTA DORMENTE REATIVADA.'.
001220     05  FILLER                PIC X(025)
001230                               VALUE 'AJUSTE DE SALDO..........'.
001240     05  FILLER                PIC X(025)
001250                               VALUE 'EXCLUSAO DA CONTA........'.
001260 01  BK-NOMES-EVENTOS REDEFINES BK-NOMES-EVENTOS-VALORES.
001270     05  BK-NOME-EVENTO        PIC X(025) OCCURS 8 TIMES.
001280
001290 PROCEDURE DIVISION.
001300
001310*****************************************************************
001320*  0000-MAINLINE                                                *
001330*****************************************************************
001340 0000-MAINLINE.
001350     OPEN INPUT MESTRE-CLIENTES
001360     IF FS-MESTRE-NAO-EXISTE
001370         DISPLAY 'BOOK-PREFAV - NENHUM ARQUIVO MESTRE - NADA A '
001380             'MANTER'
001390         GOBACK
001400     END-IF
001410
001420     OPEN I-O PREFERENCIAS-AVISO
001430     IF FS-PREFAVISO-NAO-EXISTE
001440         OPEN OUTPUT PREFERENCIAS-AVISO
001450         CLOSE PREFERENCIAS-AVISO
001460         OPEN I-O PREFERENCIAS-AVISO
001470     END-IF
001480
001490     PERFORM 2000-CONVERSAR THRU 2000-EXIT
001500         UNTIL BK-OPCAO-FIM
001510
001520     CLOSE PREFERENCIAS-AVISO
001530     CLOSE MESTRE-CLIENTES
001540     GOBACK.
001550
001560*****************************************************************
001570*  2000-CONVERSAR - ONE MENU ROUND PER ITERATION.               *
001580*****************************************************************
001590 2000-CONVERSAR.
001600     DISPLAY ' '
001610     DISPLAY 'BOOK-PREFAV - PREFERENCIAS DE AVISO AO CLIENTE'
001620     DISPLAY 'C=CONSULTA P=DEFINIR/ALTERAR PREFERENCIAS '
001630         'X=CANCELAR AVISOS F=FIM'
001640     DISPLAY 'OPCAO: ' WITH NO ADVANCING
001650     ACCEPT BK-OPCAO
001660
001670     EVALUATE TRUE
001680         WHEN BK-OPCAO-CONSULTA
001690             PERFORM 3000-CONSULTAR THRU 3000-EXIT
001700         WHEN BK-OPCAO-DEFINIR
001710             PERFORM 4000-DEFINIR-PREFERENCIAS THRU 4000-EXIT
001720         WHEN BK-OPCAO-CANCELAR
001730             PERFORM 5000-CANCELAR-PREFERENCIAS THRU 5000-EXIT
001740         WHEN BK-OPCAO-FIM
001750             CONTINUE
001760         WHEN OTHER
001770             DISPLAY 'BOOK-PREFAV - OPCAO INVALIDA'
001780     END-EVALUATE.
001790 2000-EXIT.
001800     EXIT.
001810
001820*****************************************************************
001830*  3000-CONSULTAR - SHOW THE CLIENT AND ITS PREFERENCES AS THEY *
001840*  STAND, ONE LINE PER EVENT.                                   *
001850*****************************************************************
001860 3000-CONSULTAR.
001870     PERFORM 7000-LER-CLIENTE THRU 7000-EXIT
001880     IF NOT BK-REGISTRO-LIDO-SIM
001890         GO TO 3000-EXIT
001900     END-IF
001910
001920     DISPLAY 'CONTA....................: ' MST-CONTA
001930     DISPLAY 'NOME.....................: ' MST-NOME
001940
001950     IF NOT BK-PREFERENCIA-EXISTE-SIM
001960         DISPLAY 'BOOK-PREFAV - CLIENTE SEM PREFERENCIAS - NAO '
001970             'RECEBE AVISOS'
001980         GO TO 3000-EXIT
001990     END-IF
002000
002010     DISPLAY 'CANAL (S=SMS E=E-MAIL)...: ' PRF-CANAL
002020     DISPLAY 'CONTATO..................: ' PRF-CONTATO
002030     PERFORM 3100-EXIBIR-EVENTO THRU 3100-EXIT
002040         VARYING BK-INDICE-EVENTO FROM 1 BY 1
002050         UNTIL BK-INDICE-EVENTO > 8
002060     MOVE PRF-LIMITE-SALDO TO BK-VALOR-EXIBIDO
002070     DISPLAY 'LIMITE DE SALDO BAIXO....: ' BK-VALOR-EXIBIDO
002080     MOVE PRF-LIMITE-DEBITO TO BK-VALOR-EXIBIDO
002090     DISPLAY 'LIMITE DE DEBITO ALTO....: ' BK-VALOR-EXIBIDO
002100     DISPLAY 'ULTIMA ALTERACAO POR.....: ' PRF-OPERADOR
002110     DISPLAY 'ULTIMA ALTERACAO EM......: '
002120         PRF-DATA-HORA-ALTERACAO.
002130 3000-EXIT.
002140     EXIT.
002150
002160 3100-EXIBIR-EVENTO.
002170     DISPLAY 'AVISO ' BK-NOME-EVENTO (BK-INDICE-EVENTO) ': '
002180         PRF-EVENTO (BK-INDICE-EVENTO).
002190 3100-EXIT.
002200     EXIT.
002210
002220*****************************************************************
002230*  4000-DEFINIR-PREFERENCIAS - NEW PREFERENCES, OR A CHANGE TO  *
002240*  EXISTING ONES - EVERY FIELD IS ANSWERED AGAIN. THE LOW-      *
002250*  BALANCE THRESHOLD BEFORE (ZERO FOR A NEW ROW) AND AFTER GO   *
002260*  TO THE AJUSTES JOURNAL.                                      *
002270*****************************************************************
002280 4000-DEFINIR-PREFERENCIAS.
002290     PERFORM 7000-LER-CLIENTE THRU 7000-EXIT
002300     IF NOT BK-REGISTRO-LIDO-SIM
002310         GO TO 4000-EXIT
002320     END-IF
002330
002340     PERFORM 7100-OBTER-AUTORIZACAO THRU 7100-EXIT
002350     IF NOT BK-DADOS-VALIDOS-SIM
002360         GO TO 4000-EXIT
002370     END-IF
002380
002390     PERFORM 7200-OBTER-DADOS-AVISO THRU 7200-EXIT
002400     IF NOT BK-DADOS-VALIDOS-SIM
002410         GO TO 4000-EXIT
002420     END-IF
002430
002440     IF BK-PREFERENCIA-EXISTE-SIM
002450         MOVE PRF-LIMITE-SALDO TO BK-LIMITE-ANTES
002460     ELSE
002470         MOVE ZERO TO BK-LIMITE-ANTES
002480         INITIALIZE REGISTRO-PREFERENCIA-AVISO
002490         MOVE MST-CONTA TO PRF-CONTA
002500     END-IF
002510
002520     MOVE BK-CANAL-INFORMADO    TO PRF-CANAL
002530     MOVE BK-CONTATO-INFORMADO  TO PRF-CONTATO
002540     MOVE BK-EVENTOS-INFORMADOS TO PRF-EVENTOS
002550     MOVE BK-LIMITE-SALDO-NOVO  TO PRF-LIMITE-SALDO
002560     MOVE BK-LIMITE-DEBITO-NOVO TO PRF-LIMITE-DEBITO
002570     MOVE BK-OPERADOR           TO PRF-OPERADOR
002580     MOVE FUNCTION CURRENT-DATE TO PRF-DATA-HORA-ALTERACAO
002590
002600     IF BK-PREFERENCIA-EXISTE-SIM
002610         REWRITE REGISTRO-PREFERENCIA-AVISO
002620     ELSE
002630         WRITE REGISTRO-PREFERENCIA-AVISO
002640     END-IF
002650
002660     MOVE BK-LIMITE-SALDO-NOVO TO BK-LIMITE-NOVO
002670     MOVE 'P' TO AJU-ACAO
002680     PERFORM 8000-GRAVAR-AJUSTE THRU 8000-EXIT
002690     DISPLAY 'BOOK-PREFAV - PREFERENCIAS GRAVADAS E REGISTRADAS '
002700         'NO JORNAL DE AJUSTES'.
002710 4000-EXIT.
002720     EXIT.
002730
002740*****************************************************************
002750*  5000-CANCELAR-PREFERENCIAS - THE ROW IS REMOVED, SO FROM THE *
002760*  NEXT RUN THE CLIENT IS NO LONGER NOTIFIED. THE REMOVED       *
002770*  THRESHOLD SURVIVES ON THE AJUSTES JOURNAL.                   *
002780*****************************************************************
002790 5000-CANCELAR-PREFERENCIAS.
002800     PERFORM 7000-LER-CLIENTE THRU 7000-EXIT
002810     IF NOT BK-REGISTRO-LIDO-SIM
002820         GO TO 5000-EXIT
002830     END-IF
002840
002850     IF NOT BK-PREFERENCIA-EXISTE-SIM
002860         DISPLAY 'BOOK-PREFAV - CLIENTE SEM PREFERENCIAS - NADA '
002870             'FEITO'
002880         GO TO 5000-EXIT
002890     END-IF
002900
002910     PERFORM 7100-OBTER-AUTORIZACAO THRU 7100-EXIT
002920     IF NOT BK-DADOS-VALIDOS-SIM
002930         GO TO 5000-EXIT
002940     END-IF
002950
002960     MOVE PRF-LIMITE-SALDO TO BK-LIMITE-ANTES
002970     MOVE ZERO             TO BK-LIMITE-NOVO
002980     DELETE PREFERENCIAS-AVISO RECORD
002990
003000     MOVE 'Q' TO AJU-ACAO
003010     PERFORM 8000-GRAVAR-AJUSTE THRU 8000-EXIT
003020     DISPLAY 'BOOK-PREFAV - AVISOS CANCELADOS'.
003030 5000-EXIT.
003040     EXIT.
003050
003060*****************************************************************
003070*  7000-LER-CLIENTE - PROMPT FOR THE CONTA, FETCH ITS MASTER    *
003080*  RECORD, AND ITS PREFERENCE ROW IF IT HAS ONE.                *
003090*****************************************************************
003100 7000-LER-CLIENTE.
003110     MOVE 'N' TO BK-REGISTRO-LIDO
003120     MOVE 'N' TO BK-PREFERENCIA-EXISTE
003130
003140     DISPLAY 'INFORME A CONTA DO CLIENTE: ' WITH NO ADVANCING
003150     ACCEPT BK-CONTA-INFORMADA
003160     IF BK-CONTA-INFORMADA = SPACES
003170         DISPLAY 'BOOK-PREFAV - CONTA NAO INFORMADA'
003180         GO TO 7000-EXIT
003190     END-IF
003200     COMPUTE BK-CONTA-PROCURADA =
003210         FUNCTION NUMVAL(BK-CONTA-INFORMADA)
003220
003230     MOVE BK-CONTA-PROCURADA TO MST-CONTA
003240     READ MESTRE-CLIENTES
003250         INVALID KEY
003260             DISPLAY 'BOOK-PREFAV - CONTA NAO ENCONTRADA NO '
003270                 'MESTRE'
003280             GO TO 7000-EXIT
003290     END-READ
003300     MOVE 'S' TO BK-REGISTRO-LIDO
003310
003320     MOVE BK-CONTA-PROCURADA TO PRF-CONTA
003330     READ PREFERENCIAS-AVISO
003340         INVALID KEY
003350             CONTINUE
003360         NOT INVALID KEY
003370             MOVE 'S' TO BK-PREFERENCIA-EXISTE
003380     END-READ.
003390 7000-EXIT.
003400     EXIT.
003410
003420*****************************************************************
003430*  7100-OBTER-AUTORIZACAO - OPERATOR AND REASON CODE ARE        *
003440*  MANDATORY ON EVERY CHANGE - A BLANK EITHER WAY ABORTS THE    *
003450*  ACTION, SO NO JOURNAL ROW EVER LACKS ITS WHO AND WHY.        *
003460*****************************************************************
003470 7100-OBTER-AUTORIZACAO.
003480     MOVE 'N' TO BK-DADOS-VALIDOS
003490
003500     DISPLAY 'OPERADOR..: ' WITH NO ADVANCING
003510     ACCEPT BK-OPERADOR
003520     IF BK-OPERADOR = SPACES
003530         DISPLAY 'BOOK-PREFAV - OPERADOR OBRIGATORIO - NADA '
003540             'FEITO'
003550         GO TO 7100-EXIT
003560     END-IF
003570
003580     DISPLAY 'MOTIVO....: ' WITH NO ADVANCING
003590     ACCEPT BK-MOTIVO-CODIGO
003600     IF BK-MOTIVO-CODIGO = SPACES
003610         DISPLAY 'BOOK-PREFAV - MOTIVO OBRIGATORIO - NADA FEITO'
003620         GO TO 7100-EXIT
003630     END-IF
003640
003650     MOVE 'S' TO BK-DADOS-VALIDOS.
003660 7100-EXIT.
003670     EXIT.
003680
003690*****************************************************************
003700*  7200-OBTER-DADOS-AVISO - CHANNEL AND CONTACT ARE MANDATORY;  *
003710*  THE EIGHT EVENT ANSWERS MUST EACH BE S OR N. A BLANK         *
003720*  THRESHOLD IS ZERO; THE LOW-BALANCE ONE MAY BE NEGATIVE (A    *
003730*  CLIENT TOLD ONLY ONCE THIS FAR INTO OVERDRAFT), THE DEBIT    *
003740*  ONE MAY NOT.                                                 *
003750*****************************************************************
003760 7200-OBTER-DADOS-AVISO.
003770     MOVE 'N' TO BK-DADOS-VALIDOS
003780
003790     DISPLAY 'CANAL S=SMS E=E-MAIL....: ' WITH NO ADVANCING
003800     MOVE SPACE TO BK-CANAL-INFORMADO
003810     ACCEPT BK-CANAL-INFORMADO
003820     IF NOT BK-CANAL-VALIDO
003830         DISPLAY 'BOOK-PREFAV - CANAL INVALIDO - NADA FEITO'
003840         GO TO 7200-EXIT
003850     END-IF
003860
003870     DISPLAY 'CONTATO (FONE/E-MAIL)...: ' WITH NO ADVANCING
003880     MOVE SPACES TO BK-CONTATO-INFORMADO
003890     ACCEPT BK-CONTATO-INFORMADO
003900     IF BK-CONTATO-INFORMADO = SPACES
003910         DISPLAY 'BOOK-PREFAV - CONTATO NAO INFORMADO - NADA '
003920             'FEITO'
003930         GO TO 7200-EXIT
003940     END-IF
003950
003960     DISPLAY 'EVENTOS S/N (SB DA TA JU FL RA AJ EX): '
003970         WITH NO ADVANCING
003980     MOVE SPACES TO BK-EVENTOS-INFORMADOS
003990     ACCEPT BK-EVENTOS-INFORMADOS
004000     MOVE 'S' TO BK-EVENTOS-CORRETOS
004010     PERFORM 7210-CONFERIR-EVENTO THRU 7210-EXIT
004020         VARYING BK-INDICE-EVENTO FROM 1 BY 1
004030         UNTIL BK-INDICE-EVENTO > 8
004040     IF NOT BK-EVENTOS-CORRETOS-SIM
004050         DISPLAY 'BOOK-PREFAV - EVENTOS INVALIDOS - INFORME OITO '
004060             'S OU N - NADA FEITO'
004070         GO TO 7200-EXIT
004080     END-IF
004090
004100     DISPLAY 'LIMITE DE SALDO BAIXO...: ' WITH NO ADVANCING
004110     MOVE SPACES TO BK-VALOR-INFORMADO
004120     ACCEPT BK-VALOR-INFORMADO
004130     IF BK-VALOR-INFORMADO = SPACES
004140         MOVE ZERO TO BK-LIMITE-SALDO-NOVO
004150     ELSE
004160         COMPUTE BK-LIMITE-SALDO-NOVO =
004170             FUNCTION NUMVAL(BK-VALOR-INFORMADO)
004180     END-IF
004190
004200     DISPLAY 'LIMITE DE DEBITO ALTO...: ' WITH NO ADVANCING
004210     MOVE SPACES TO BK-VALOR-INFORMADO
004220     ACCEPT BK-VALOR-INFORMADO
004230     IF BK-VALOR-INFORMADO = SPACES
004240         MOVE ZERO TO BK-LIMITE-DEBITO-NOVO
004250     ELSE
004260         COMPUTE BK-LIMITE-DEBITO-NOVO =
004270             FUNCTION NUMVAL(BK-VALOR-INFORMADO)
004280     END-IF
004290     IF BK-LIMITE-DEBITO-NOVO < ZERO
004300         DISPLAY 'BOOK-PREFAV - LIMITE DE DEBITO NAO PODE SER '
004310             'NEGATIVO - NADA FEITO'
004320         GO TO 7200-EXIT
004330     END-IF
004340
004350     MOVE 'S' TO BK-DADOS-VALIDOS.
004360 7200-EXIT.
004370     EXIT.
004380
004390 7210-CONFERIR-EVENTO.
004400     IF NOT BK-EVENTO-VALIDO (BK-INDICE-EVENTO)
004410         MOVE 'N' TO BK-EVENTOS-CORRETOS
004420     END-IF.
004430 7210-EXIT.
004440     EXIT.
004450
004460*****************************************************************
004470*  8000-GRAVAR-AJUSTE - THE BEFORE/AFTER JOURNAL ROW, APPENDED  *
004480*  TO AJUSTES AND CREATED ON ITS FIRST USE. THE CALLER FILLS    *
004490*  AJU-ACAO AND THE BEFORE/AFTER THRESHOLDS IN BK-LIMITE-ANTES  *
004500*  / BK-LIMITE-NOVO; EVERYTHING ELSE IS STAMPED HERE.           *
004510*****************************************************************
004520 8000-GRAVAR-AJUSTE.
004530     OPEN EXTEND AJUSTES-MESTRE
004540     IF FS-AJUSTES-NAO-EXISTE
004550         OPEN OUTPUT AJUSTES-MESTRE
004560     END-IF
004570
004580     MOVE FUNCTION CURRENT-DATE TO AJU-DATA-HORA
004590     MOVE BK-OPERADOR           TO AJU-OPERADOR
004600     MOVE BK-MOTIVO-CODIGO      TO AJU-MOTIVO-CODIGO
004610     MOVE MST-CONTA             TO AJU-CONTA
004620     MOVE MST-NOME              TO AJU-NOME
004630     MOVE BK-LIMITE-ANTES       TO AJU-SALDO-ANTES
004640     MOVE BK-LIMITE-NOVO        TO AJU-SALDO-DEPOIS
004650
004660     WRITE REGISTRO-AJUSTE
004670
004680     CLOSE AJUSTES-MESTRE.
004690 8000-EXIT.
004700     EXIT.
