000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOOK-ORDEM.
000030 AUTHOR.        R P SILVEIRA.
000040 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  BOOK-ORDEM                                                   *
000090*  MAINTENANCE TRANSACTION FOR THE STANDING ORDER FILE          *
000100*  (ORDPERM, SEE BKORDEM). OPERATIONS LISTS A CLIENT'S ORDERS,  *
000110*  CREATES A NEW ONE - AMOUNT, CREDIT OR DEBIT, FREQUENCY,      *
000120*  START AND END DATES AND THE REFERENCE PREFIX - AND SUSPENDS, *
000130*  REACTIVATES OR CANCELS AN EXISTING ONE, EACH CHANGE UNDER    *
000140*  THE SAME MANDATORY OPERATOR AND REASON CODE DISCIPLINE AS    *
000150*  BOOK-MANUT, JOURNALED AS A BEFORE/AFTER ROW ON AJUSTES.      *
000160*                                                               *
000170*  THE FILE IS CREATED ON ITS FIRST USE HERE; FROM THEN ON THE  *
000180*  NIGHTLY RUN GENERATES EVERY ACTIVE ORDER ON ITS DUE DATES.   *
000190*  AN ORDER IS NEVER CHANGED IN PLACE - A NEW AMOUNT OR         *
000200*  SCHEDULE IS A NEW ORDER AND THE OLD ONE IS CANCELLED, SO     *
000210*  EVERY REFERENCE EVER GENERATED TRACES BACK TO ONE SET OF     *
000220*  TERMS. A CANCELLED ORDER STAYS ON FILE AS HISTORY.           *
000230*                                                               *
000240*  THE CLIENT MUST ALREADY BE ON THE MASTER AND NOT DELETED.    *
000250*  PLAIN ACCEPT/DISPLAY CONVERSATION, THE SAME CONVENTION AS    *
000260*  BOOK-MANUT, BOOK-LIMITE AND BOOK-CONSULTA.                   *
000270*-----------------------------------------------------------------
000280*  MOD LOG
000290*  DATE       WHO   DESCRIPTION
000300*  ---------- ----  ---------------------------------------------
000310*  2026-10-15 RPS   ORIGINAL VERSION.
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-Z15.
000360 OBJECT-COMPUTER.   IBM-Z15.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ORDENS-PERMANENTES ASSIGN TO "ORDPERM"
000400                                ORGANIZATION IS INDEXED
000410                                ACCESS MODE IS DYNAMIC
000420                                RECORD KEY IS ORD-CHAVE
000430                                FILE STATUS IS FS-ORDPERM.
000440
000450     SELECT MESTRE-CLIENTES    ASSIGN TO "MESTRE"
000460                                ORGANIZATION IS INDEXED
000470                                ACCESS MODE IS RANDOM
000480                                RECORD KEY IS MST-CONTA
000490                                FILE STATUS IS FS-MESTRE.
000500
000510     SELECT AJUSTES-MESTRE     ASSIGN TO "AJUSTES"
000520                                ORGANIZATION IS LINE SEQUENTIAL
000530                                FILE STATUS IS FS-AJUSTES.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  ORDENS-PERMANENTES.
000580 COPY BKORDEM.
000590
000600 FD  MESTRE-CLIENTES.
000610 COPY BKMESTRE.
000620
000630 FD  AJUSTES-MESTRE.
000640 COPY BKAJUST.
000650
000660 WORKING-STORAGE SECTION.
000670 77  FS-ORDPERM                PIC X(002) VALUE SPACES.
000680     88  FS-ORDPERM-OK                       VALUE '00'.
000690     88  FS-ORDPERM-NAO-EXISTE               VALUE '35'.
000700 77  FS-MESTRE                 PIC X(002) VALUE SPACES.
000710     88  FS-MESTRE-OK                        VALUE '00'.
000720     88  FS-MESTRE-NAO-EXISTE                VALUE '35'.
000730 77  FS-AJUSTES                PIC X(002) VALUE SPACES.
000740     88  FS-AJUSTES-OK                       VALUE '00'.
000750     88  FS-AJUSTES-NAO-EXISTE               VALUE '35'.
000760 77  BK-OPCAO                  PIC X(001) VALUE SPACES.
000770     88  BK-OPCAO-CONSULTA                   VALUE 'C'.
000780     88  BK-OPCAO-INCLUIR                    VALUE 'I'.
000790     88  BK-OPCAO-SUSPENDER                  VALUE 'S'.
000800     88  BK-OPCAO-REATIVAR                   VALUE 'R'.
000810     88  BK-OPCAO-CANCELAR                   VALUE 'X'.
000820     88  BK-OPCAO-FIM                        VALUE 'F'.
000830 77  BK-CONTA-INFORMADA        PIC X(010) VALUE SPACES.
000840 77  BK-CONTA-PROCURADA        PIC 9(010) VALUE ZERO.
000850 77  BK-NUMERO-INFORMADO       PIC X(004) VALUE SPACES.
000860 77  BK-NUMERO-PROCURADO       PIC 9(004) VALUE ZERO.
000870 77  BK-ULTIMO-NUMERO          PIC 9(004) VALUE ZERO.
000880 77  BK-OPERADOR               PIC X(008) VALUE SPACES.
000890 77  BK-MOTIVO-CODIGO          PIC X(004) VALUE SPACES.
000900 77  BK-VALOR-INFORMADO        PIC X(018) VALUE SPACES.
000910 77  BK-DATA-INFORMADA         PIC X(008) VALUE SPACES.
000920 77  BK-DIA-INFORMADO          PIC X(002) VALUE SPACES.
000930 77  BK-DATA-HOJE              PIC 9(008) VALUE ZERO.
000940 77  BK-VALOR-NOVO             PIC S9(015)V99 COMP-3 VALUE ZERO.
000950 77  BK-VALOR-ANTES            PIC S9(015)V99 COMP-3 VALUE ZERO.
000960 77  BK-TIPO-NOVO              PIC X(001) VALUE SPACES.
000970 77  BK-FREQUENCIA-NOVA        PIC X(001) VALUE SPACES.
000980 77  BK-DIA-NOVO               PIC 9(002) VALUE ZERO.
000990 77  BK-INICIO-NOVO            PIC 9(008) VALUE ZERO.
001000 77  BK-FIM-NOVO               PIC 9(008) VALUE ZERO.
001010 77  BK-PREFIXO-NOVO           PIC X(008) VALUE SPACES.
001020 77  BK-REGISTRO-LIDO          PIC X(001) VALUE 'N'.
001030     88  BK-REGISTRO-LIDO-SIM                VALUE 'S'.
001040 77  BK-ORDEM-LIDA             PIC X(001) VALUE 'N'.
001050     88  BK-ORDEM-LIDA-SIM                   VALUE 'S'.
001060 77  BK-DADOS-VALIDOS          PIC X(001) VALUE 'N'.
001070     88  BK-DADOS-VALIDOS-SIM                VALUE 'S'.
001080 77  BK-FIM-ORDENS             PIC X(001) VALUE 'N'.
001090     88  BK-FIM-ORDENS-SIM                   VALUE 'S'.
001100 77  BK-ORDENS-LISTADAS        PIC 9(005) COMP-3 VALUE ZERO.
001110
001120*---------------------------------------------------------------*
001130*  ONE LISTING LINE PER ORDER ON THE CONSULTA OPTION.           *
001140*---------------------------------------------------------------*
001150 01  BK-LINHA-TITULO.
001160     03  FILLER                PIC X(040) VALUE
001170         'NUM. T             VALOR F DIA   INICIO'.
001180     03  FILLER                PIC X(040) VALUE
001190         '     FIM PREFIXO  S   ULTIMA'.
001200 01  BK-LINHA-ORDEM.
001210     03  LIN-NUMERO            PIC 9(004).
001220     03  FILLER                PIC X(001) VALUE SPACE.
001230     03  LIN-TIPO              PIC X(001).
001240     03  FILLER                PIC X(001) VALUE SPACE.
001250     03  LIN-VALOR             PIC Z(013)9.99.
001260     03  FILLER                PIC X(001) VALUE SPACE.
001270     03  LIN-FREQUENCIA        PIC X(001).
001280     03  FILLER                PIC X(002) VALUE SPACES.
001290     03  LIN-DIA               PIC Z9.
001300     03  FILLER                PIC X(001) VALUE SPACE.
001310     03  LIN-INICIO            PIC 9(008).
001320     03  FILLER                PIC X(001) VALUE SPACE.
001330     03  LIN-FIM               PIC 9(008).
001340     03  FILLER                PIC X(001) VALUE SPACE.
001350     03  LIN-PREFIXO           PIC X(008).
001360     03  FILLER                PIC X(001) VALUE SPACE.
001370     03  LIN-SITUACAO          PIC X(001).
001380     03  FILLER                PIC X(001) VALUE SPACE.
001390     03  LIN-ULTIMA            PIC 9(008).
001400
001410 PROCEDURE DIVISION.
001420
001430*****************************************************************
001440*  0000-MAINLINE                                                *
001450*****************************************************************
001460 0000-MAINLINE.
001470     MOVE FUNCTION CURRENT-DATE (1:8) TO BK-DATA-HOJE
001480
001490     OPEN INPUT MESTRE-CLIENTES
001500     IF FS-MESTRE-NAO-EXISTE
001510         DISPLAY 'BOOK-ORDEM - NENHUM ARQUIVO MESTRE - NADA A '
001520             'MANTER'
001530         GOBACK
001540     END-IF
001550
001560     OPEN I-O ORDENS-PERMANENTES
001570     IF FS-ORDPERM-NAO-EXISTE
001580         OPEN OUTPUT ORDENS-PERMANENTES
001590         CLOSE ORDENS-PERMANENTES
001600         OPEN I-O ORDENS-PERMANENTES
001610     END-IF
001620
001630     PERFORM 2000-CONVERSAR THRU 2000-EXIT
001640         UNTIL BK-OPCAO-FIM
001650
001660     CLOSE ORDENS-PERMANENTES
001670     CLOSE MESTRE-CLIENTES
001680     GOBACK.
001690
001700*****************************************************************
001710*  2000-CONVERSAR - ONE MENU ROUND PER ITERATION.               *
001720*****************************************************************
001730 2000-CONVERSAR.
001740     DISPLAY ' '
001750     DISPLAY 'BOOK-ORDEM - ORDENS PERMANENTES'
001760     DISPLAY 'C=CONSULTA I=INCLUIR S=SUSPENDER R=REATIVAR '
001770         'X=CANCELAR F=FIM'
001780     DISPLAY 'OPCAO: ' WITH NO ADVANCING
001790     ACCEPT BK-OPCAO
001800
001810     EVALUATE TRUE
001820         WHEN BK-OPCAO-CONSULTA
001830             PERFORM 3000-CONSULTAR THRU 3000-EXIT
001840         WHEN BK-OPCAO-INCLUIR
001850             PERFORM 4000-INCLUIR-ORDEM THRU 4000-EXIT
001860         WHEN BK-OPCAO-SUSPENDER
001870             PERFORM 5000-SUSPENDER-ORDEM THRU 5000-EXIT
001880         WHEN BK-OPCAO-REATIVAR
001890             PERFORM 5500-REATIVAR-ORDEM THRU 5500-EXIT
001900         WHEN BK-OPCAO-CANCELAR
001910             PERFORM 6000-CANCELAR-ORDEM THRU 6000-EXIT
001920         WHEN BK-OPCAO-FIM
001930             CONTINUE
001940         WHEN OTHER
001950             DISPLAY 'BOOK-ORDEM - OPCAO INVALIDA'
001960     END-EVALUATE.
001970 2000-EXIT.
001980     EXIT.
001990
002000*****************************************************************
002010*  3000-CONSULTAR - THE CLIENT AND EVERY ORDER IT HAS, IN ORDER *
002020*  NUMBER SEQUENCE, CANCELLED ONES INCLUDED.                    *
002030*****************************************************************
002040 3000-CONSULTAR.
002050     PERFORM 7000-LER-CLIENTE THRU 7000-EXIT
002060     IF NOT BK-REGISTRO-LIDO-SIM
002070         GO TO 3000-EXIT
002080     END-IF
002090
002100     DISPLAY 'CONTA....................: ' MST-CONTA
002110     DISPLAY 'NOME.....................: ' MST-NOME
002120
002130     MOVE ZERO TO BK-ORDENS-LISTADAS
002140     PERFORM 7400-POSICIONAR-ORDENS THRU 7400-EXIT
002150     PERFORM 3100-LISTAR-ORDEM THRU 3100-EXIT
002160         UNTIL BK-FIM-ORDENS-SIM
002170
002180     IF BK-ORDENS-LISTADAS = ZERO
002190         DISPLAY 'BOOK-ORDEM - CLIENTE SEM ORDENS CADASTRADAS'
002200     END-IF.
002210 3000-EXIT.
002220     EXIT.
002230
002240 3100-LISTAR-ORDEM.
002250     PERFORM 7410-LER-ORDEM-SEGUINTE THRU 7410-EXIT
002260     IF BK-FIM-ORDENS-SIM
002270         GO TO 3100-EXIT
002280     END-IF
002290
002300     IF BK-ORDENS-LISTADAS = ZERO
002310         DISPLAY BK-LINHA-TITULO
002320     END-IF
002330     ADD 1 TO BK-ORDENS-LISTADAS
002340
002350     MOVE ORD-NUMERO               TO LIN-NUMERO
002360     MOVE ORD-TIPO-TRANSACAO       TO LIN-TIPO
002370     MOVE ORD-VALOR                TO LIN-VALOR
002380     MOVE ORD-FREQUENCIA           TO LIN-FREQUENCIA
002390     MOVE ORD-DIA-MES              TO LIN-DIA
002400     MOVE ORD-DATA-INICIO          TO LIN-INICIO
002410     MOVE ORD-DATA-FIM             TO LIN-FIM
002420     MOVE ORD-PREFIXO-REFERENCIA   TO LIN-PREFIXO
002430     MOVE ORD-SITUACAO             TO LIN-SITUACAO
002440     MOVE ORD-DATA-ULTIMA-EXECUCAO TO LIN-ULTIMA
002450     DISPLAY BK-LINHA-ORDEM.
002460 3100-EXIT.
002470     EXIT.
002480
002490*****************************************************************
002500*  4000-INCLUIR-ORDEM - A NEW ORDER, NUMBERED ONE PAST THE      *
002510*  CLIENT'S HIGHEST ORDER NUMBER (CANCELLED ONES INCLUDED, SO A *
002520*  NUMBER - AND THE REFERENCES GENERATED UNDER IT - IS NEVER    *
002530*  REUSED). THE JOURNAL ROW CARRIES ZERO BEFORE AND THE ORDER'S *
002540*  AMOUNT AFTER.                                                *
002550*****************************************************************
002560 4000-INCLUIR-ORDEM.
002570     PERFORM 7000-LER-CLIENTE THRU 7000-EXIT
002580     IF NOT BK-REGISTRO-LIDO-SIM
002590         GO TO 4000-EXIT
002600     END-IF
002610
002620     IF MST-ST-EXCLUIDO
002630         DISPLAY 'BOOK-ORDEM - CONTA EXCLUIDA - NADA FEITO'
002640         GO TO 4000-EXIT
002650     END-IF
002660
002670     MOVE ZERO TO BK-ULTIMO-NUMERO
002680     PERFORM 7400-POSICIONAR-ORDENS THRU 7400-EXIT
002690     PERFORM 4100-ACHAR-ULTIMO-NUMERO THRU 4100-EXIT
002700         UNTIL BK-FIM-ORDENS-SIM
002710     IF BK-ULTIMO-NUMERO = 9999
002720         DISPLAY 'BOOK-ORDEM - NUMERACAO DE ORDENS ESGOTADA '
002730             'PARA A CONTA - NADA FEITO'
002740         GO TO 4000-EXIT
002750     END-IF
002760
002770     PERFORM 7100-OBTER-AUTORIZACAO THRU 7100-EXIT
002780     IF NOT BK-DADOS-VALIDOS-SIM
002790         GO TO 4000-EXIT
002800     END-IF
002810
002820     PERFORM 7200-OBTER-DADOS-ORDEM THRU 7200-EXIT
002830     IF NOT BK-DADOS-VALIDOS-SIM
002840         GO TO 4000-EXIT
002850     END-IF
002860
002870     INITIALIZE REGISTRO-ORDEM
002880     MOVE MST-CONTA             TO ORD-CONTA
002890     COMPUTE ORD-NUMERO = BK-ULTIMO-NUMERO + 1
002900     MOVE BK-VALOR-NOVO         TO ORD-VALOR
002910     MOVE BK-TIPO-NOVO          TO ORD-TIPO-TRANSACAO
002920     MOVE BK-FREQUENCIA-NOVA    TO ORD-FREQUENCIA
002930     MOVE BK-DIA-NOVO           TO ORD-DIA-MES
002940     MOVE BK-INICIO-NOVO        TO ORD-DATA-INICIO
002950     MOVE BK-FIM-NOVO           TO ORD-DATA-FIM
002960     MOVE BK-PREFIXO-NOVO       TO ORD-PREFIXO-REFERENCIA
002970     MOVE 'A'                   TO ORD-SITUACAO
002980     MOVE ZERO                  TO ORD-DATA-ULTIMA-EXECUCAO
002990     MOVE BK-OPERADOR           TO ORD-OPERADOR
003000     MOVE FUNCTION CURRENT-DATE TO ORD-DATA-HORA-ALTERACAO
003010     WRITE REGISTRO-ORDEM
003020         INVALID KEY
003030             DISPLAY 'BOOK-ORDEM - ORDEM JA EXISTE - NADA FEITO'
003040             GO TO 4000-EXIT
003050     END-WRITE
003060
003070     MOVE ZERO TO BK-VALOR-ANTES
003080     MOVE 'O' TO AJU-ACAO
003090     PERFORM 8000-GRAVAR-AJUSTE THRU 8000-EXIT
003100     DISPLAY 'BOOK-ORDEM - ORDEM ' ORD-NUMERO ' INCLUIDA E '
003110         'REGISTRADA NO JORNAL DE AJUSTES'.
003120 4000-EXIT.
003130     EXIT.
003140
003150 4100-ACHAR-ULTIMO-NUMERO.
003160     PERFORM 7410-LER-ORDEM-SEGUINTE THRU 7410-EXIT
003170     IF NOT BK-FIM-ORDENS-SIM
003180         MOVE ORD-NUMERO TO BK-ULTIMO-NUMERO
003190     END-IF.
003200 4100-EXIT.
003210     EXIT.
003220
003230*****************************************************************
003240*  5000-SUSPENDER-ORDEM - AN ACTIVE ORDER STOPS GENERATING      *
003250*  UNTIL IT IS REACTIVATED. OCCURRENCES THAT FALL DUE WHILE IT  *
003260*  IS SUSPENDED ARE LOGGED AS SKIPPED AND NEVER CAUGHT UP.      *
003270*****************************************************************
003280 5000-SUSPENDER-ORDEM.
003290     PERFORM 7300-LER-ORDEM THRU 7300-EXIT
003300     IF NOT BK-ORDEM-LIDA-SIM
003310         GO TO 5000-EXIT
003320     END-IF
003330
003340     IF NOT ORD-ATIVA
003350         DISPLAY 'BOOK-ORDEM - ORDEM NAO ESTA ATIVA - NADA FEITO'
003360         GO TO 5000-EXIT
003370     END-IF
003380
003390     PERFORM 7100-OBTER-AUTORIZACAO THRU 7100-EXIT
003400     IF NOT BK-DADOS-VALIDOS-SIM
003410         GO TO 5000-EXIT
003420     END-IF
003430
003440     MOVE 'S' TO ORD-SITUACAO
003450     PERFORM 7500-REGRAVAR-ORDEM THRU 7500-EXIT
003460     MOVE 'S' TO AJU-ACAO
003470     PERFORM 8000-GRAVAR-AJUSTE THRU 8000-EXIT
003480     DISPLAY 'BOOK-ORDEM - ORDEM SUSPENSA'.
003490 5000-EXIT.
003500     EXIT.
003510
003520*****************************************************************
003530*  5500-REATIVAR-ORDEM - A SUSPENDED ORDER RESUMES WITH ITS     *
003540*  NEXT OCCURRENCE; THE ONES MISSED WHILE SUSPENDED STAY MISSED.*
003550*****************************************************************
003560 5500-REATIVAR-ORDEM.
003570     PERFORM 7300-LER-ORDEM THRU 7300-EXIT
003580     IF NOT BK-ORDEM-LIDA-SIM
003590         GO TO 5500-EXIT
003600     END-IF
003610
003620     IF NOT ORD-SUSPENSA
003630         DISPLAY 'BOOK-ORDEM - ORDEM NAO ESTA SUSPENSA - NADA '
003640             'FEITO'
003650         GO TO 5500-EXIT
003660     END-IF
003670
003680     IF MST-ST-EXCLUIDO
003690         DISPLAY 'BOOK-ORDEM - CONTA EXCLUIDA - NADA FEITO'
003700         GO TO 5500-EXIT
003710     END-IF
003720
003730     PERFORM 7100-OBTER-AUTORIZACAO THRU 7100-EXIT
003740     IF NOT BK-DADOS-VALIDOS-SIM
003750         GO TO 5500-EXIT
003760     END-IF
003770
003780     MOVE 'A' TO ORD-SITUACAO
003790     PERFORM 7500-REGRAVAR-ORDEM THRU 7500-EXIT
003800     MOVE 'T' TO AJU-ACAO
003810     PERFORM 8000-GRAVAR-AJUSTE THRU 8000-EXIT
003820     DISPLAY 'BOOK-ORDEM - ORDEM REATIVADA'.
003830 5500-EXIT.
003840     EXIT.
003850
003860*****************************************************************
003870*  6000-CANCELAR-ORDEM - FINAL: A CANCELLED ORDER NEVER RUNS    *
003880*  AGAIN AND CANNOT BE REACTIVATED. THE ROW IS KEPT AS HISTORY; *
003890*  THE JOURNAL ROW CARRIES THE AMOUNT BEFORE AND ZERO AFTER.    *
003900*****************************************************************
003910 6000-CANCELAR-ORDEM.
003920     PERFORM 7300-LER-ORDEM THRU 7300-EXIT
003930     IF NOT BK-ORDEM-LIDA-SIM
003940         GO TO 6000-EXIT
003950     END-IF
003960
003970     IF ORD-CANCELADA
003980         DISPLAY 'BOOK-ORDEM - ORDEM JA CANCELADA - NADA FEITO'
003990         GO TO 6000-EXIT
004000     END-IF
004010
004020     PERFORM 7100-OBTER-AUTORIZACAO THRU 7100-EXIT
004030     IF NOT BK-DADOS-VALIDOS-SIM
004040         GO TO 6000-EXIT
004050     END-IF
004060
004070     MOVE 'C'  TO ORD-SITUACAO
004080     PERFORM 7500-REGRAVAR-ORDEM THRU 7500-EXIT
004090     MOVE ZERO TO BK-VALOR-NOVO
004100     MOVE 'C'  TO AJU-ACAO
004110     PERFORM 8000-GRAVAR-AJUSTE THRU 8000-EXIT
004120     DISPLAY 'BOOK-ORDEM - ORDEM CANCELADA'.
004130 6000-EXIT.
004140     EXIT.
004150
004160*****************************************************************
004170*  7000-LER-CLIENTE - PROMPT FOR THE CONTA AND FETCH ITS MASTER *
004180*  RECORD.                                                      *
004190*****************************************************************
004200 7000-LER-CLIENTE.
004210     MOVE 'N' TO BK-REGISTRO-LIDO
004220
004230     DISPLAY 'INFORME A CONTA DO CLIENTE: ' WITH NO ADVANCING
004240     ACCEPT BK-CONTA-INFORMADA
004250     IF BK-CONTA-INFORMADA = SPACES
004260         DISPLAY 'BOOK-ORDEM - CONTA NAO INFORMADA'
004270         GO TO 7000-EXIT
004280     END-IF
004290     COMPUTE BK-CONTA-PROCURADA =
004300         FUNCTION NUMVAL(BK-CONTA-INFORMADA)
004310
004320     MOVE BK-CONTA-PROCURADA TO MST-CONTA
004330     READ MESTRE-CLIENTES
004340         INVALID KEY
004350             DISPLAY 'BOOK-ORDEM - CONTA NAO ENCONTRADA NO '
004360                 'MESTRE'
004370             GO TO 7000-EXIT
004380     END-READ
004390     MOVE 'S' TO BK-REGISTRO-LIDO.
004400 7000-EXIT.
004410     EXIT.
004420
004430*****************************************************************
004440*  7100-OBTER-AUTORIZACAO - OPERATOR AND REASON CODE ARE        *
004450*  MANDATORY ON EVERY CHANGE - A BLANK EITHER WAY ABORTS THE    *
004460*  ACTION, SO NO JOURNAL ROW EVER LACKS ITS WHO AND WHY.        *
004470*****************************************************************
004480 7100-OBTER-AUTORIZACAO.
004490     MOVE 'N' TO BK-DADOS-VALIDOS
004500
004510     DISPLAY 'OPERADOR..: ' WITH NO ADVANCING
004520     ACCEPT BK-OPERADOR
004530     IF BK-OPERADOR = SPACES
004540         DISPLAY 'BOOK-ORDEM - OPERADOR OBRIGATORIO - NADA '
004550             'FEITO'
004560         GO TO 7100-EXIT
004570     END-IF
004580
004590     DISPLAY 'MOTIVO....: ' WITH NO ADVANCING
004600     ACCEPT BK-MOTIVO-CODIGO
004610     IF BK-MOTIVO-CODIGO = SPACES
004620         DISPLAY 'BOOK-ORDEM - MOTIVO OBRIGATORIO - NADA FEITO'
004630         GO TO 7100-EXIT
004640     END-IF
004650
004660     MOVE 'S' TO BK-DADOS-VALIDOS.
004670 7100-EXIT.
004680     EXIT.
004690
004700*****************************************************************
004710*  7200-OBTER-DADOS-ORDEM - THE AMOUNT IS MANDATORY AND MUST BE *
004720*  POSITIVE; THE TYPE IS C OR D; THE FREQUENCY IS M (MONTHLY ON *
004730*  THE START DATE'S DAY), S (WEEKLY FROM THE START DATE) OR D   *
004740*  (ON A GIVEN DAY OF EVERY MONTH, 1 TO 31). DATES ARE AAAAMMDD *
004750*  AND MUST BE REAL CALENDAR DATES; THE END DATE, WHEN GIVEN,   *
004760*  CANNOT BE BEFORE THE START DATE. THE REFERENCE PREFIX IS     *
004770*  MANDATORY - IT IS WHAT MAKES THE GENERATED REFERENCES THE    *
004780*  CLIENT'S OWN.                                                *
004790*****************************************************************
004800 7200-OBTER-DADOS-ORDEM.
004810     MOVE 'N'  TO BK-DADOS-VALIDOS
004820     MOVE ZERO TO BK-DIA-NOVO
004830
004840     DISPLAY 'VALOR DA ORDEM..........: ' WITH NO ADVANCING
004850     ACCEPT BK-VALOR-INFORMADO
004860     IF BK-VALOR-INFORMADO = SPACES
004870         DISPLAY 'BOOK-ORDEM - VALOR NAO INFORMADO - NADA FEITO'
004880         GO TO 7200-EXIT
004890     END-IF
004900     COMPUTE BK-VALOR-NOVO =
004910         FUNCTION NUMVAL(BK-VALOR-INFORMADO)
004920     IF BK-VALOR-NOVO NOT > ZERO
004930         DISPLAY 'BOOK-ORDEM - VALOR DEVE SER POSITIVO - '
004940             'NADA FEITO'
004950         GO TO 7200-EXIT
004960     END-IF
004970
004980     DISPLAY 'TIPO C=CREDITO D=DEBITO.: ' WITH NO ADVANCING
004990     ACCEPT BK-TIPO-NOVO
005000     IF BK-TIPO-NOVO NOT = 'C' AND BK-TIPO-NOVO NOT = 'D'
005010         DISPLAY 'BOOK-ORDEM - TIPO INVALIDO - NADA FEITO'
005020         GO TO 7200-EXIT
005030     END-IF
005040
005050     DISPLAY 'FREQUENCIA M=MENSAL S=SEMANAL D=DIA DO MES: '
005060         WITH NO ADVANCING
005070     ACCEPT BK-FREQUENCIA-NOVA
005080     EVALUATE BK-FREQUENCIA-NOVA
005090         WHEN 'M'
005100         WHEN 'S'
005110             CONTINUE
005120         WHEN 'D'
005130             DISPLAY 'DIA DO MES (1 A 31).....: '
005140                 WITH NO ADVANCING
005150             MOVE SPACES TO BK-DIA-INFORMADO
005160             ACCEPT BK-DIA-INFORMADO
005170             IF BK-DIA-INFORMADO = SPACES
005180                 DISPLAY 'BOOK-ORDEM - DIA NAO INFORMADO - '
005190                     'NADA FEITO'
005200                 GO TO 7200-EXIT
005210             END-IF
005220             COMPUTE BK-DIA-NOVO =
005230                 FUNCTION NUMVAL(BK-DIA-INFORMADO)
005240             IF BK-DIA-NOVO < 1 OR BK-DIA-NOVO > 31
005250                 DISPLAY 'BOOK-ORDEM - DIA INVALIDO - NADA FEITO'
005260                 GO TO 7200-EXIT
005270             END-IF
005280         WHEN OTHER
005290             DISPLAY 'BOOK-ORDEM - FREQUENCIA INVALIDA - NADA '
005300                 'FEITO'
005310             GO TO 7200-EXIT
005320     END-EVALUATE
005330
005340     DISPLAY 'INICIO AAAAMMDD (BRANCO=HOJE): ' WITH NO ADVANCING
005350     MOVE SPACES TO BK-DATA-INFORMADA
005360     ACCEPT BK-DATA-INFORMADA
005370     IF BK-DATA-INFORMADA = SPACES
005380         MOVE BK-DATA-HOJE TO BK-INICIO-NOVO
005390     ELSE
005400         IF BK-DATA-INFORMADA IS NOT NUMERIC
005410             DISPLAY 'BOOK-ORDEM - DATA DE INICIO INVALIDA - '
005420                 'NADA FEITO'
005430             GO TO 7200-EXIT
005440         END-IF
005450         MOVE BK-DATA-INFORMADA TO BK-INICIO-NOVO
005460         IF FUNCTION TEST-DATE-YYYYMMDD(BK-INICIO-NOVO) NOT = 0
005470             DISPLAY 'BOOK-ORDEM - DATA DE INICIO INVALIDA - '
005480                 'NADA FEITO'
005490             GO TO 7200-EXIT
005500         END-IF
005510     END-IF
005520
005530     DISPLAY 'FIM AAAAMMDD (BRANCO=SEM FIM): ' WITH NO ADVANCING
005540     MOVE SPACES TO BK-DATA-INFORMADA
005550     ACCEPT BK-DATA-INFORMADA
005560     IF BK-DATA-INFORMADA = SPACES
005570         MOVE ZERO TO BK-FIM-NOVO
005580     ELSE
005590         IF BK-DATA-INFORMADA IS NOT NUMERIC
005600             DISPLAY 'BOOK-ORDEM - DATA DE FIM INVALIDA - '
005610                 'NADA FEITO'
005620             GO TO 7200-EXIT
005630         END-IF
005640         MOVE BK-DATA-INFORMADA TO BK-FIM-NOVO
005650         IF FUNCTION TEST-DATE-YYYYMMDD(BK-FIM-NOVO) NOT = 0
005660             DISPLAY 'BOOK-ORDEM - DATA DE FIM INVALIDA - '
005670                 'NADA FEITO'
005680             GO TO 7200-EXIT
005690         END-IF
005700         IF BK-FIM-NOVO < BK-INICIO-NOVO
005710             DISPLAY 'BOOK-ORDEM - FIM ANTERIOR AO INICIO - '
005720                 'NADA FEITO'
005730             GO TO 7200-EXIT
005740         END-IF
005750     END-IF
005760
005770     DISPLAY 'PREFIXO DA REFERENCIA...: ' WITH NO ADVANCING
005780     MOVE SPACES TO BK-PREFIXO-NOVO
005790     ACCEPT BK-PREFIXO-NOVO
005800     IF BK-PREFIXO-NOVO = SPACES
005810         DISPLAY 'BOOK-ORDEM - PREFIXO OBRIGATORIO - NADA FEITO'
005820         GO TO 7200-EXIT
005830     END-IF
005840
005850     MOVE 'S' TO BK-DADOS-VALIDOS.
005860 7200-EXIT.
005870     EXIT.
005880
005890*****************************************************************
005900*  7300-LER-ORDEM - PROMPT FOR THE CONTA AND THE ORDER NUMBER   *
005910*  AND FETCH BOTH THE MASTER RECORD AND THE ORDER. THE ORDER'S  *
005920*  AMOUNT IS THE JOURNAL'S BEFORE AND (UNLESS CANCELLED) AFTER. *
005930*****************************************************************
005940 7300-LER-ORDEM.
005950     MOVE 'N' TO BK-ORDEM-LIDA
005960
005970     PERFORM 7000-LER-CLIENTE THRU 7000-EXIT
005980     IF NOT BK-REGISTRO-LIDO-SIM
005990         GO TO 7300-EXIT
006000     END-IF
006010
006020     DISPLAY 'NUMERO DA ORDEM.........: ' WITH NO ADVANCING
006030     MOVE SPACES TO BK-NUMERO-INFORMADO
006040     ACCEPT BK-NUMERO-INFORMADO
006050     IF BK-NUMERO-INFORMADO = SPACES
006060         DISPLAY 'BOOK-ORDEM - NUMERO NAO INFORMADO'
006070         GO TO 7300-EXIT
006080     END-IF
006090     COMPUTE BK-NUMERO-PROCURADO =
006100         FUNCTION NUMVAL(BK-NUMERO-INFORMADO)
006110
006120     MOVE BK-CONTA-PROCURADA  TO ORD-CONTA
006130     MOVE BK-NUMERO-PROCURADO TO ORD-NUMERO
006140     READ ORDENS-PERMANENTES
006150         INVALID KEY
006160             DISPLAY 'BOOK-ORDEM - ORDEM NAO ENCONTRADA'
006170             GO TO 7300-EXIT
006180     END-READ
006190
006200     MOVE ORD-VALOR TO BK-VALOR-ANTES
006210     MOVE ORD-VALOR TO BK-VALOR-NOVO
006220     MOVE 'S' TO BK-ORDEM-LIDA.
006230 7300-EXIT.
006240     EXIT.
006250
006260*****************************************************************
006270*  7400-POSICIONAR-ORDENS - POSITION ON THE CLIENT'S FIRST      *
006280*  ORDER; 7410 THEN READS THEM IN TURN AND RAISES BK-FIM-ORDENS *
006290*  AT THE FIRST ROW OF ANOTHER CONTA (OR THE END OF THE FILE).  *
006300*****************************************************************
006310 7400-POSICIONAR-ORDENS.
006320     MOVE 'N'       TO BK-FIM-ORDENS
006330     MOVE MST-CONTA TO ORD-CONTA
006340     MOVE ZERO      TO ORD-NUMERO
006350     START ORDENS-PERMANENTES KEY NOT LESS ORD-CHAVE
006360         INVALID KEY
006370             MOVE 'S' TO BK-FIM-ORDENS
006380     END-START.
006390 7400-EXIT.
006400     EXIT.
006410
006420 7410-LER-ORDEM-SEGUINTE.
006430     READ ORDENS-PERMANENTES NEXT RECORD
006440         AT END
006450             MOVE 'S' TO BK-FIM-ORDENS
006460             GO TO 7410-EXIT
006470     END-READ
006480     IF NOT FS-ORDPERM-OK
006490        OR ORD-CONTA NOT = MST-CONTA
006500         MOVE 'S' TO BK-FIM-ORDENS
006510     END-IF.
006520 7410-EXIT.
006530     EXIT.
006540
006550*****************************************************************
006560*  7500-REGRAVAR-ORDEM - STAMP WHO CHANGED THE ORDER AND WHEN,  *
006570*  AND REWRITE IT.                                              *
006580*****************************************************************
006590 7500-REGRAVAR-ORDEM.
006600     MOVE BK-OPERADOR           TO ORD-OPERADOR
006610     MOVE FUNCTION CURRENT-DATE TO ORD-DATA-HORA-ALTERACAO
006620     REWRITE REGISTRO-ORDEM
006630         INVALID KEY
006640             DISPLAY 'BOOK-ORDEM - FALHA AO REGRAVAR A ORDEM'
006650     END-REWRITE.
006660 7500-EXIT.
006670     EXIT.
006680
006690*****************************************************************
006700*  8000-GRAVAR-AJUSTE - THE BEFORE/AFTER JOURNAL ROW, APPENDED  *
006710*  TO AJUSTES AND CREATED ON ITS FIRST USE. THE CALLER FILLS    *
006720*  AJU-ACAO AND THE BEFORE/AFTER AMOUNTS IN BK-VALOR-ANTES /    *
006730*  BK-VALOR-NOVO; EVERYTHING ELSE IS STAMPED HERE.              *
006740*****************************************************************
006750 8000-GRAVAR-AJUSTE.
006760     OPEN EXTEND AJUSTES-MESTRE
006770     IF FS-AJUSTES-NAO-EXISTE
006780         OPEN OUTPUT AJUSTES-MESTRE
006790     END-IF
006800
006810     MOVE FUNCTION CURRENT-DATE TO AJU-DATA-HORA
006820     MOVE BK-OPERADOR           TO AJU-OPERADOR
006830     MOVE BK-MOTIVO-CODIGO      TO AJU-MOTIVO-CODIGO
006840     MOVE MST-CONTA             TO AJU-CONTA
006850     MOVE MST-NOME              TO AJU-NOME
006860     MOVE BK-VALOR-ANTES        TO AJU-SALDO-ANTES
006870     MOVE BK-VALOR-NOVO         TO AJU-SALDO-DEPOIS
006880
006890     WRITE REGISTRO-AJUSTE
006900
006910     CLOSE AJUSTES-MESTRE.
006920 8000-EXIT.
006930     EXIT.
