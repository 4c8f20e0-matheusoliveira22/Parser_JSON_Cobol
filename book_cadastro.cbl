000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOOK-CADASTRO.
000030 AUTHOR.        R P SILVEIRA.
000040 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  BOOK-CADASTRO                                                *
000090*  DAILY ACCOUNT REGISTRATION LOAD. UNTIL NOW AN ACCOUNT CAME   *
000100*  INTO BEING THE FIRST TIME A POSTING FOR ITS CONTA REACHED    *
000110*  THE NIGHTLY RUN, UNDER WHATEVER NAME THE DOCUMENT CARRIED,   *
000120*  SO A MISTYPED OR SPOOFED ACCOUNT NUMBER OPENED A LIVE        *
000130*  ACCOUNT. ACCOUNTS ARE NOW OPENED AHEAD OF THEIR FIRST        *
000140*  POSTING FROM THE CADASTRO FEED (SEE BKCADAS), AND BOOK-BATCH *
000150*  REJECTS A POSTING FOR A CONTA THE MASTER DOES NOT HOLD.      *
000160*                                                               *
000170*  THE FEED IS CONTROLLED FIRST: A HEADER DATED THE MOVEMENT    *
000180*  DATE (DATAMOV, DEFAULT THE RUN DATE), A TRAILER WHOSE COUNT  *
000190*  AGREES WITH THE DETAIL LINES, NOTHING AFTER THE TRAILER. A   *
000200*  FEED FAILING ITS CONTROL IS REFUSED WHOLE, RETURN-CODE 8,    *
000210*  BEFORE ANY ACCOUNT IS TOUCHED. EACH DETAIL LINE IS THEN      *
000220*  VALIDATED - NAME PRESENT, CPF NUMERIC WITH BOTH CHECK DIGITS *
000230*  RIGHT, A REAL BIRTH DATE NOT AFTER THE MOVEMENT DATE, STREET,*
000240*  CITY, STATE AND CEP PRESENT, A KNOWN PRODUCT - AND LOADED:   *
000250*    A CONTA NOT ON THE MASTER IS OPENED WITH A ZERO BALANCE,   *
000260*      THE REGISTRATION AND ITS NAME ON XREFNOME;               *
000270*    A CONTA THE BATCH OPENED BEFORE THE FEED EXISTED HAS ITS   *
000280*      REGISTRATION COMPLETED - NOTHING ELSE ON IT CHANGES;     *
000290*    A CONTA ALREADY REGISTERED, OR LOGICALLY DELETED, IS AN    *
000300*      EXCEPTION - A CHANGE OF DETAILS IS MAINTENANCE, NOT      *
000310*      ONBOARDING. THE SAME LINE LOADED EARLIER THE SAME DAY (A *
000320*      RERUN) IS ONLY COUNTED.                                  *
000330*  EVERY LINE NOT LOADED IS LISTED ON CADEXCEC WITH THE FIELD   *
000340*  AND THE REASON; THE RUN TOTALS CLOSE THE LISTING.            *
000350*                                                               *
000360*  MESTRE AND XREFNOME ARE THE STREAM'S OWN FILES, SO THE JOB   *
000370*  RUNS ONCE PER STREAM AGAINST THE SAME FEED, EACH RUN LOADING *
000380*  THE CONTAS THE CONTA-MODULO RULE OF BOOK-DIVISOR GIVES ITS   *
000390*  STREAM. THE STREAM NUMBER COMES FROM THE CADFLUXO PARAMETER  *
000400*  AND THE STREAM COUNT FROM QTDFLUXOS (ABSENT MEANS FOUR);     *
000410*  WITHOUT CADFLUXO THE INSTALLATION RUNS A SINGLE STREAM AND   *
000420*  EVERY CONTA IS LOADED, AS IN BOOK-VERIFICA. A LINE WHOSE     *
000430*  CONTA CANNOT BE READ BELONGS TO NO STREAM AND IS LISTED BY   *
000440*  THE STREAM 1 RUN ONLY.                                       *
000450*-----------------------------------------------------------------
000460*  MOD LOG
000470*  DATE       WHO   DESCRIPTION
000480*  ---------- ----  ---------------------------------------------
000490*  2026-10-15 RPS   ORIGINAL VERSION.
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.   IBM-Z15.
000540 OBJECT-COMPUTER.   IBM-Z15.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT CADASTRO-CONTAS    ASSIGN TO "CADASTRO"
000580                                ORGANIZATION IS LINE SEQUENTIAL
000590                                FILE STATUS IS FS-CADASTRO.
000600
000610     SELECT PARAMETRO-CADFLUXO ASSIGN TO "CADFLUXO"
000620                                ORGANIZATION IS LINE SEQUENTIAL
000630                                FILE STATUS IS FS-PARAM-CADFLUXO.
000640
000650     SELECT PARAMETRO-FLUXOS   ASSIGN TO "QTDFLUXOS"
000660                                ORGANIZATION IS LINE SEQUENTIAL
000670                                FILE STATUS IS FS-PARAM-FLUXOS.
000680
000690     SELECT PARAMETRO-DATA     ASSIGN TO "DATAMOV"
000700                                ORGANIZATION IS LINE SEQUENTIAL
000710                                FILE STATUS IS FS-PARAM-DATA.
000720
000730     SELECT MESTRE-CLIENTES    ASSIGN TO "MESTRE"
000740                                ORGANIZATION IS INDEXED
000750                                ACCESS MODE IS RANDOM
000760                                RECORD KEY IS MST-CONTA
000770                                FILE STATUS IS FS-MESTRE.
000780
000790     SELECT XREF-NOMES         ASSIGN TO "XREFNOME"
000800                                ORGANIZATION IS INDEXED
000810                                ACCESS MODE IS RANDOM
000820                                RECORD KEY IS XRF-NOME
000830                                FILE STATUS IS FS-XREF.
000840
000850     SELECT RELATORIO-CADASTRO ASSIGN TO "CADEXCEC"
000860                                ORGANIZATION IS LINE SEQUENTIAL
000870                                FILE STATUS IS FS-CADEXCEC.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  CADASTRO-CONTAS.
000920 COPY BKCADAS.
000930
000940 FD  PARAMETRO-CADFLUXO.
000950 01  REG-PARAM-CADFLUXO        PIC X(001).
000960
000970 FD  PARAMETRO-FLUXOS.
000980 01  REG-PARAM-FLUXOS          PIC X(001).
000990
001000 FD  PARAMETRO-DATA.
001010 01  REG-PARAM-DATA            PIC X(008).
001020
001030 FD  MESTRE-CLIENTES.
001040 COPY BKMESTRE.
001050
001060 FD  XREF-NOMES.
001070 COPY BKXREF.
001080
001090 FD  RELATORIO-CADASTRO.
001100 01  REG-CADEXCEC              PIC X(132).
001110
001120 WORKING-STORAGE SECTION.
001130 77  FS-CADASTRO               PIC X(002) VALUE SPACES.
001140     88  FS-CADASTRO-OK                      VALUE '00'.
001150 77  FS-PARAM-CADFLUXO         PIC X(002) VALUE SPACES.
001160     88  FS-PARAM-CADFLUXO-OK                VALUE '00'.
001170 77  FS-PARAM-FLUXOS           PIC X(002) VALUE SPACES.
001180     88  FS-PARAM-FLUXOS-OK                  VALUE '00'.
001190 77  FS-PARAM-DATA             PIC X(002) VALUE SPACES.
001200     88  FS-PARAM-DATA-OK                    VALUE '00'.
001210 77  FS-MESTRE                 PIC X(002) VALUE SPACES.
001220     88  FS-MESTRE-OK                        VALUE '00'.
001230     88  FS-MESTRE-NAO-EXISTE                VALUE '35'.
001240 77  FS-XREF                   PIC X(002) VALUE SPACES.
001250     88  FS-XREF-OK                          VALUE '00'.
001260     88  FS-XREF-NAO-EXISTE                  VALUE '35'.
001270 77  FS-CADEXCEC               PIC X(002) VALUE SPACES.
001280 77  BK-FIM-DE-ARQUIVO         PIC X(001) VALUE 'N'.
001290     88  BK-FIM-DE-ARQUIVO-SIM               VALUE 'S'.
001300 77  BK-RECUSADA               PIC X(001) VALUE 'N'.
001310     88  BK-RECUSADA-SIM                     VALUE 'S'.
001320 77  BK-MOTIVO-RECUSA          PIC X(060) VALUE SPACES.
001330
001340*---------------------------------------------------------------*
001350*  THE DAY, THE STREAM BEING LOADED AND THE STREAM COUNT.       *
001360*---------------------------------------------------------------*
001370 77  BK-DATA-REFERENCIA        PIC 9(008) VALUE ZERO.
001380 77  BK-QTDE-FLUXOS            PIC 9(001) VALUE 4.
001390 77  BK-FLUXO-CARREGADO        PIC 9(001) VALUE ZERO.
001400 77  BK-FLUXO-CONTA            PIC 9(001) VALUE ZERO.
001410 77  BK-FILTRAR-FLUXO          PIC X(001) VALUE 'N'.
001420     88  BK-FILTRAR-FLUXO-SIM                VALUE 'S'.
001430
001440*---------------------------------------------------------------*
001450*  FEED CONTROL (FIRST PASS).                                   *
001460*---------------------------------------------------------------*
001470 77  BK-HEADER-LIDO            PIC X(001) VALUE 'N'.
001480     88  BK-HEADER-LIDO-SIM                  VALUE 'S'.
001490 77  BK-TRAILER-LIDO           PIC X(001) VALUE 'N'.
001500     88  BK-TRAILER-LIDO-SIM                 VALUE 'S'.
001510 77  BK-SEQUENCIA-ARQUIVO      PIC 9(006) VALUE ZERO.
001520 77  BK-QTDE-INFORMADA         PIC 9(009) VALUE ZERO.
001530 77  BK-QTDE-DETALHES          PIC 9(009) COMP-3 VALUE ZERO.
001540
001550*---------------------------------------------------------------*
001560*  RUN COUNTERS.                                                *
001570*---------------------------------------------------------------*
001580 77  BK-NUMERO-LINHA           PIC 9(009) COMP-3 VALUE ZERO.
001590 77  BK-REG-LIDOS              PIC 9(009) COMP-3 VALUE ZERO.
001600 77  BK-REG-OUTROS-FLUXOS      PIC 9(009) COMP-3 VALUE ZERO.
001610 77  BK-CONTAS-ABERTAS         PIC 9(009) COMP-3 VALUE ZERO.
001620 77  BK-CADASTROS-COMPLETADOS  PIC 9(009) COMP-3 VALUE ZERO.
001630 77  BK-REG-JA-CARREGADOS      PIC 9(009) COMP-3 VALUE ZERO.
001640 77  BK-REG-REJEITADOS         PIC 9(009) COMP-3 VALUE ZERO.
001650
001660*---------------------------------------------------------------*
001670*  ONE DETAIL LINE'S VALIDATION: THE FIRST FIELD FOUND WRONG    *
001680*  AND WHY.                                                     *
001690*---------------------------------------------------------------*
001700 77  BK-REGISTRO-VALIDO        PIC X(001) VALUE 'S'.
001710     88  BK-REGISTRO-VALIDO-SIM              VALUE 'S'.
001720 77  BK-CAMPO-REJEITADO        PIC X(020) VALUE SPACES.
001730 77  BK-MOTIVO-REJEICAO        PIC X(046) VALUE SPACES.
001740 77  BK-INDICE-DIGITO          PIC 9(002) COMP VALUE ZERO.
001750 77  BK-SOMA-CPF               PIC 9(005) COMP VALUE ZERO.
001760 77  BK-QUOCIENTE-CPF          PIC 9(005) COMP VALUE ZERO.
001770 77  BK-RESTO-CPF              PIC 9(002) COMP VALUE ZERO.
001780 77  BK-PESO-INICIAL           PIC 9(002) COMP VALUE ZERO.
001790 77  BK-QTDE-SOMADA            PIC 9(002) COMP VALUE ZERO.
001800 77  BK-DIGITO-CALCULADO       PIC 9(001) VALUE ZERO.
001810 77  BK-DIGITOS-IGUAIS         PIC X(001) VALUE 'S'.
001820     88  BK-DIGITOS-IGUAIS-SIM               VALUE 'S'.
001830 77  BK-ANO-BISSEXTO           PIC X(001) VALUE 'N'.
001840     88  BK-ANO-BISSEXTO-SIM                 VALUE 'S'.
001850 77  BK-DIAS-NO-MES            PIC 9(002) VALUE ZERO.
001860 77  BK-IDADE-CALCULADA        PIC 9(005) COMP-3 VALUE ZERO.
001862*    THE SAME IDADE RANGE BOOK-BATCH HOLDS A DOCUMENT'S IDADE TO.
001864 77  BK-IDADE-MINIMA           PIC 9(003) VALUE 1.
001866 77  BK-IDADE-MAXIMA           PIC 9(003) VALUE 120.
001870
001880*---------------------------------------------------------------*
001890*  DAYS-IN-MONTH LOOKUP, AS IN BOOK-ENTRADA. FEBRUARY'S ENTRY   *
001900*  (28) IS BUMPED TO 29 FOR A LEAP YEAR BY 3250 BELOW.          *
001910*---------------------------------------------------------------*
001920 01  BK-TABELA-DIAS-MES.
001930     05  FILLER                PIC 9(002)    VALUE 31.
001940     05  FILLER                PIC 9(002)    VALUE 28.
001950     05  FILLER                PIC 9(002)    VALUE 31.
001960     05  FILLER                PIC 9(002)    VALUE 30.
001970     05  FILLER                PIC 9(002)    VALUE 31.
001980     05  FILLER                PIC 9(002)    VALUE 30.
001990     05  FILLER                PIC 9(002)    VALUE 31.
002000     05  FILLER                PIC 9(002)    VALUE 31.
002010     05  FILLER                PIC 9(002)    VALUE 30.
002020     05  FILLER                PIC 9(002)    VALUE 31.
002030     05  FILLER                PIC 9(002)    VALUE 30.
002040     05  FILLER                PIC 9(002)    VALUE 31.
002050 01  BK-DIAS-MES REDEFINES BK-TABELA-DIAS-MES.
002060     05  BK-DIAS-MES-VALOR     PIC 9(002)    OCCURS 12 TIMES.
002070
002080 01  BK-DATA-NASCIMENTO-COMPOSTA.
002090     05  BK-DNA-ANO            PIC 9(004).
002100     05  BK-DNA-MES            PIC 9(002).
002110     05  BK-DNA-DIA            PIC 9(002).
002120 01  BK-DATA-NASCIMENTO-NUM REDEFINES
002130         BK-DATA-NASCIMENTO-COMPOSTA         PIC 9(008).
002140
002150*---------------------------------------------------------------*
002160*  LISTING LINES.                                               *
002170*---------------------------------------------------------------*
002180 01  BK-LINHA-CABECALHO.
002190     03  FILLER                PIC X(050) VALUE
002200         'BOOK-CADASTRO - EXCECOES DO CADASTRO DE CONTAS EM '.
002210     03  RPT-CAB-DATA          PIC 9(008).
002220     03  FILLER                PIC X(012) VALUE
002230         '   ARQUIVO: '.
002240     03  RPT-CAB-SEQUENCIA     PIC 9(006).
002250     03  FILLER                PIC X(010) VALUE
002260         '   FLUXO: '.
002270     03  RPT-CAB-FLUXO         PIC X(001).
002280 01  BK-LINHA-TITULOS.
002290     03  FILLER                PIC X(050) VALUE
002300         '    LINHA  CONTA       NOME                       '.
002310     03  FILLER                PIC X(042) VALUE
002320         '               CAMPO                MOTIVO'.
002330 01  BK-LINHA-EXCECAO.
002340     03  RPT-EXC-LINHA         PIC Z(008)9.
002350     03  FILLER                PIC X(002) VALUE SPACES.
002360     03  RPT-EXC-CONTA         PIC X(010).
002370     03  FILLER                PIC X(002) VALUE SPACES.
002380     03  RPT-EXC-NOME          PIC X(040).
002390     03  FILLER                PIC X(002) VALUE SPACES.
002400     03  RPT-EXC-CAMPO         PIC X(020).
002410     03  FILLER                PIC X(001) VALUE SPACES.
002420     03  RPT-EXC-MOTIVO        PIC X(046).
002430 01  BK-LINHA-CONTADOR.
002440     03  RPT-CON-ROTULO        PIC X(030).
002450     03  RPT-CON-VALOR         PIC ZZZ,ZZZ,ZZ9.
002460
002470 PROCEDURE DIVISION.
002480
002490*****************************************************************
002500*  0000-MAINLINE                                                *
002510*****************************************************************
002520 0000-MAINLINE.
002530     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002540     IF NOT BK-RECUSADA-SIM
002550         PERFORM 2000-CONFERIR-CONTROLE THRU 2000-EXIT
002560     END-IF
002570     IF NOT BK-RECUSADA-SIM
002580         PERFORM 3000-CARREGAR-CADASTRO THRU 3000-EXIT
002590     END-IF
002600     PERFORM 9000-ENCERRAR THRU 9000-EXIT
002610     GOBACK.
002620
002630*****************************************************************
002640*  1000-INICIALIZAR - THE MOVEMENT DATE, THE STREAM COUNT AND   *
002650*  THE STREAM THIS RUN LOADS.                                   *
002660*****************************************************************
002670 1000-INICIALIZAR.
002680     MOVE FUNCTION CURRENT-DATE (1:8) TO BK-DATA-REFERENCIA
002690     OPEN INPUT PARAMETRO-DATA
002700     IF FS-PARAM-DATA-OK
002710         READ PARAMETRO-DATA
002720             AT END
002730                 CONTINUE
002740             NOT AT END
002750                 MOVE REG-PARAM-DATA TO BK-DATA-REFERENCIA
002760         END-READ
002770         CLOSE PARAMETRO-DATA
002780     END-IF
002790
002800*    THE COUNT FOLLOWS BOOK-DIVISOR: ABSENT OR EMPTY MEANS FOUR.
002810     OPEN INPUT PARAMETRO-FLUXOS
002820     IF FS-PARAM-FLUXOS-OK
002830         READ PARAMETRO-FLUXOS
002840             AT END
002850                 CONTINUE
002860             NOT AT END
002870                 IF REG-PARAM-FLUXOS NUMERIC
002880                     MOVE REG-PARAM-FLUXOS TO BK-QTDE-FLUXOS
002890                 ELSE
002900                     MOVE ZERO TO BK-QTDE-FLUXOS
002910                 END-IF
002920         END-READ
002930         CLOSE PARAMETRO-FLUXOS
002940     END-IF
002950     IF BK-QTDE-FLUXOS < 1 OR BK-QTDE-FLUXOS > 8
002960         MOVE 'S' TO BK-RECUSADA
002970         MOVE 'QTDFLUXOS INVALIDA (1 A 8)' TO BK-MOTIVO-RECUSA
002980         GO TO 1000-EXIT
002990     END-IF
003000
003010*    A CADFLUXO THAT IS THERE BUT WRONG IS REFUSED RATHER THAN
003020*    TAKEN AS A SINGLE STREAM - LOADING ANOTHER STREAM'S CONTAS
003030*    INTO THIS MASTER WOULD SPLIT THOSE CLIENTS' HISTORY.
003040     OPEN INPUT PARAMETRO-CADFLUXO
003050     IF NOT FS-PARAM-CADFLUXO-OK
003060         GO TO 1000-EXIT
003070     END-IF
003080     MOVE SPACE TO REG-PARAM-CADFLUXO
003090     READ PARAMETRO-CADFLUXO
003100         AT END
003110             CONTINUE
003120     END-READ
003130     CLOSE PARAMETRO-CADFLUXO
003140     IF REG-PARAM-CADFLUXO NOT NUMERIC
003150         MOVE 'S' TO BK-RECUSADA
003160         MOVE 'FLUXO INVALIDO NO PARAMETRO CADFLUXO'
003170             TO BK-MOTIVO-RECUSA
003180         GO TO 1000-EXIT
003190     END-IF
003200     MOVE REG-PARAM-CADFLUXO TO BK-FLUXO-CARREGADO
003210     IF BK-FLUXO-CARREGADO < 1
003220        OR BK-FLUXO-CARREGADO > BK-QTDE-FLUXOS
003230         MOVE 'S' TO BK-RECUSADA
003240         MOVE 'FLUXO INVALIDO NO PARAMETRO CADFLUXO'
003250             TO BK-MOTIVO-RECUSA
003260         GO TO 1000-EXIT
003270     END-IF
003280     MOVE 'S' TO BK-FILTRAR-FLUXO.
003290 1000-EXIT.
003300     EXIT.
003310
003320*****************************************************************
003330*  2000-CONFERIR-CONTROLE - FIRST PASS OVER THE FEED: THE       *
003340*  HEADER, THE TRAILER AND THE DETAIL COUNT. NOTHING IS LOADED  *
003350*  FROM A FEED THAT IS TRUNCATED, RE-SENT FROM ANOTHER DAY OR   *
003360*  CARRIES LINES PAST ITS TRAILER.                              *
003370*****************************************************************
003380 2000-CONFERIR-CONTROLE.
003390     OPEN INPUT CADASTRO-CONTAS
003400     IF NOT FS-CADASTRO-OK
003410         MOVE 'S' TO BK-RECUSADA
003420         MOVE 'ARQUIVO CADASTRO AUSENTE' TO BK-MOTIVO-RECUSA
003430         GO TO 2000-EXIT
003440     END-IF
003450     MOVE 'N' TO BK-FIM-DE-ARQUIVO
003460     PERFORM 2100-LER-CONTROLE THRU 2100-EXIT
003470         UNTIL BK-FIM-DE-ARQUIVO-SIM
003480     CLOSE CADASTRO-CONTAS
003490     IF BK-RECUSADA-SIM
003500         GO TO 2000-EXIT
003510     END-IF
003520
003530     EVALUATE TRUE
003540         WHEN NOT BK-HEADER-LIDO-SIM
003550             MOVE 'S' TO BK-RECUSADA
003560             MOVE 'CADASTRO VAZIO - SEM HEADER'
003570                 TO BK-MOTIVO-RECUSA
003580         WHEN NOT BK-TRAILER-LIDO-SIM
003590             MOVE 'S' TO BK-RECUSADA
003600             MOVE 'CADASTRO SEM TRAILER - TRANSMISSAO INCOMPLETA'
003610                 TO BK-MOTIVO-RECUSA
003620         WHEN BK-QTDE-INFORMADA NOT = BK-QTDE-DETALHES
003630             MOVE 'S' TO BK-RECUSADA
003640             MOVE 'QTDE DE REGISTROS NAO CONFERE COM O TRAILER'
003650                 TO BK-MOTIVO-RECUSA
003660     END-EVALUATE.
003670 2000-EXIT.
003680     EXIT.
003690
003700 2100-LER-CONTROLE.
003710     READ CADASTRO-CONTAS
003720         AT END
003730             MOVE 'S' TO BK-FIM-DE-ARQUIVO
003740             GO TO 2100-EXIT
003750     END-READ
003760
003770     IF NOT BK-HEADER-LIDO-SIM
003780         IF NOT CAD-TIPO-HEADER
003790             MOVE 'S' TO BK-RECUSADA
003800             MOVE 'CADASTRO SEM HEADER NA PRIMEIRA LINHA'
003810                 TO BK-MOTIVO-RECUSA
003820             MOVE 'S' TO BK-FIM-DE-ARQUIVO
003830             GO TO 2100-EXIT
003840         END-IF
003850         IF CAD-DATA-MOVIMENTO NOT NUMERIC
003860            OR CAD-DATA-MOVIMENTO NOT = BK-DATA-REFERENCIA
003870             MOVE 'S' TO BK-RECUSADA
003880             MOVE 'HEADER DO CADASTRO NAO E DA DATA DE MOVIMENTO'
003890                 TO BK-MOTIVO-RECUSA
003900             MOVE 'S' TO BK-FIM-DE-ARQUIVO
003910             GO TO 2100-EXIT
003920         END-IF
003930         MOVE 'S' TO BK-HEADER-LIDO
003940         IF CAD-SEQUENCIA-ARQUIVO NUMERIC
003950             MOVE CAD-SEQUENCIA-ARQUIVO TO BK-SEQUENCIA-ARQUIVO
003960         END-IF
003970         GO TO 2100-EXIT
003980     END-IF
003990
004000     IF BK-TRAILER-LIDO-SIM
004010         MOVE 'S' TO BK-RECUSADA
004020         MOVE 'REGISTRO ENCONTRADO DEPOIS DO TRAILER'
004030             TO BK-MOTIVO-RECUSA
004040         MOVE 'S' TO BK-FIM-DE-ARQUIVO
004050         GO TO 2100-EXIT
004060     END-IF
004070
004080     EVALUATE TRUE
004090         WHEN CAD-TIPO-HEADER
004100             MOVE 'S' TO BK-RECUSADA
004110             MOVE 'SEGUNDO HEADER NO CADASTRO'
004120                 TO BK-MOTIVO-RECUSA
004130             MOVE 'S' TO BK-FIM-DE-ARQUIVO
004140         WHEN CAD-TIPO-TRAILER
004150             MOVE 'S' TO BK-TRAILER-LIDO
004160             IF CAD-QTDE-REGISTROS NUMERIC
004170                 MOVE CAD-QTDE-REGISTROS TO BK-QTDE-INFORMADA
004180             ELSE
004190                 MOVE 999999999 TO BK-QTDE-INFORMADA
004200             END-IF
004210         WHEN OTHER
004220             ADD 1 TO BK-QTDE-DETALHES
004230     END-EVALUATE.
004240 2100-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280*  3000-CARREGAR-CADASTRO - SECOND PASS: EVERY DETAIL LINE OF   *
004290*  THIS STREAM VALIDATED AND LOADED. THE MASTER AND THE CROSS-  *
004300*  REFERENCE ARE CREATED EMPTY ON THEIR FIRST EVER USE, AS THE  *
004310*  NIGHTLY RUN DOES.                                            *
004320*****************************************************************
004330 3000-CARREGAR-CADASTRO.
004340     OPEN I-O MESTRE-CLIENTES
004350     IF FS-MESTRE-NAO-EXISTE
004360         OPEN OUTPUT MESTRE-CLIENTES
004370         CLOSE MESTRE-CLIENTES
004380         OPEN I-O MESTRE-CLIENTES
004390     END-IF
004400     IF NOT FS-MESTRE-OK
004410         MOVE 'S' TO BK-RECUSADA
004420         MOVE 'ARQUIVO MESTRE DO FLUXO INDISPONIVEL'
004430             TO BK-MOTIVO-RECUSA
004440         GO TO 3000-EXIT
004450     END-IF
004460
004470     OPEN I-O XREF-NOMES
004480     IF FS-XREF-NAO-EXISTE
004490         OPEN OUTPUT XREF-NOMES
004500         CLOSE XREF-NOMES
004510         OPEN I-O XREF-NOMES
004520     END-IF
004530     IF NOT FS-XREF-OK
004540         CLOSE MESTRE-CLIENTES
004550         MOVE 'S' TO BK-RECUSADA
004560         MOVE 'ARQUIVO XREFNOME DO FLUXO INDISPONIVEL'
004570             TO BK-MOTIVO-RECUSA
004580         GO TO 3000-EXIT
004590     END-IF
004600
004610     OPEN OUTPUT RELATORIO-CADASTRO
004620     MOVE BK-DATA-REFERENCIA   TO RPT-CAB-DATA
004630     MOVE BK-SEQUENCIA-ARQUIVO TO RPT-CAB-SEQUENCIA
004640     IF BK-FILTRAR-FLUXO-SIM
004650         MOVE BK-FLUXO-CARREGADO TO RPT-CAB-FLUXO
004660     ELSE
004670         MOVE '-'                TO RPT-CAB-FLUXO
004680     END-IF
004690     MOVE BK-LINHA-CABECALHO   TO REG-CADEXCEC
004700     WRITE REG-CADEXCEC
004710     MOVE SPACES               TO REG-CADEXCEC
004720     WRITE REG-CADEXCEC
004730     MOVE BK-LINHA-TITULOS     TO REG-CADEXCEC
004740     WRITE REG-CADEXCEC
004750
004760     OPEN INPUT CADASTRO-CONTAS
004770     MOVE 'N' TO BK-FIM-DE-ARQUIVO
004780     PERFORM 3100-TRATAR-REGISTRO THRU 3100-EXIT
004790         UNTIL BK-FIM-DE-ARQUIVO-SIM
004800     CLOSE CADASTRO-CONTAS
004810
004820     PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT
004830     CLOSE RELATORIO-CADASTRO
004840     CLOSE XREF-NOMES
004850     CLOSE MESTRE-CLIENTES.
004860 3000-EXIT.
004870     EXIT.
004880
004890 3100-TRATAR-REGISTRO.
004900     READ CADASTRO-CONTAS
004910         AT END
004920             MOVE 'S' TO BK-FIM-DE-ARQUIVO
004930             GO TO 3100-EXIT
004940     END-READ
004950     ADD 1 TO BK-NUMERO-LINHA
004960
004970     IF CAD-TIPO-HEADER OR CAD-TIPO-TRAILER
004980         GO TO 3100-EXIT
004990     END-IF
005000
005010*    A LINE THAT NAMES NO READABLE CONTA BELONGS TO NO STREAM -
005020*    THE STREAM 1 RUN (OR THE ONLY RUN) LISTS IT.
005030     IF NOT CAD-TIPO-DETALHE
005040        OR CAD-CONTA NOT NUMERIC OR CAD-CONTA = ZERO
005050         IF NOT BK-FILTRAR-FLUXO-SIM OR BK-FLUXO-CARREGADO = 1
005060             ADD 1 TO BK-REG-LIDOS
005070             IF NOT CAD-TIPO-DETALHE
005080                 MOVE 'TIPO-REGISTRO'     TO BK-CAMPO-REJEITADO
005090                 MOVE 'TIPO DE REGISTRO INVALIDO (HDR/DET/TRL)'
005100                     TO BK-MOTIVO-REJEICAO
005110             ELSE
005120                 MOVE 'CONTA'             TO BK-CAMPO-REJEITADO
005130                 MOVE 'CONTA AUSENTE OU NAO NUMERICA'
005140                     TO BK-MOTIVO-REJEICAO
005150             END-IF
005160             PERFORM 7000-LISTAR-EXCECAO THRU 7000-EXIT
005170         END-IF
005180         GO TO 3100-EXIT
005190     END-IF
005200
005210     IF BK-FILTRAR-FLUXO-SIM
005220         COMPUTE BK-FLUXO-CONTA =
005230             FUNCTION MOD (CAD-CONTA, BK-QTDE-FLUXOS) + 1
005240         IF BK-FLUXO-CONTA NOT = BK-FLUXO-CARREGADO
005250             ADD 1 TO BK-REG-OUTROS-FLUXOS
005260             GO TO 3100-EXIT
005270         END-IF
005280     END-IF
005290     ADD 1 TO BK-REG-LIDOS
005300
005310     PERFORM 3200-VALIDAR-REGISTRO THRU 3200-EXIT
005320     IF NOT BK-REGISTRO-VALIDO-SIM
005330         PERFORM 7000-LISTAR-EXCECAO THRU 7000-EXIT
005340         GO TO 3100-EXIT
005350     END-IF
005360
005370     PERFORM 4000-CARREGAR-CONTA THRU 4000-EXIT
005380     IF NOT BK-REGISTRO-VALIDO-SIM
005390         PERFORM 7000-LISTAR-EXCECAO THRU 7000-EXIT
005400     END-IF.
005410 3100-EXIT.
005420     EXIT.
005430
005440*****************************************************************
005450*  3200-VALIDAR-REGISTRO - THE DETAIL LINE'S OWN FIELDS. THE    *
005460*  FIRST FIELD FOUND WRONG IS THE ONE LISTED.                   *
005470*****************************************************************
005480 3200-VALIDAR-REGISTRO.
005490     MOVE 'S'    TO BK-REGISTRO-VALIDO
005500     MOVE SPACES TO BK-CAMPO-REJEITADO
005510     MOVE SPACES TO BK-MOTIVO-REJEICAO
005520
005530     IF CAD-NOME = SPACES
005540         MOVE 'NOME' TO BK-CAMPO-REJEITADO
005550         MOVE 'NOME DO TITULAR AUSENTE' TO BK-MOTIVO-REJEICAO
005560         GO TO 3200-INVALIDO
005570     END-IF
005580
005590     PERFORM 3300-VALIDAR-CPF THRU 3300-EXIT
005600     IF NOT BK-REGISTRO-VALIDO-SIM
005610         GO TO 3200-EXIT
005620     END-IF
005630
005640     PERFORM 3250-VALIDAR-NASCIMENTO THRU 3250-EXIT
005650     IF NOT BK-REGISTRO-VALIDO-SIM
005660         GO TO 3200-EXIT
005670     END-IF
005680
005690     IF CAD-LOGRADOURO = SPACES
005700         MOVE 'LOGRADOURO' TO BK-CAMPO-REJEITADO
005710         MOVE 'ENDERECO AUSENTE' TO BK-MOTIVO-REJEICAO
005720         GO TO 3200-INVALIDO
005730     END-IF
005740     IF CAD-CIDADE = SPACES
005750         MOVE 'CIDADE' TO BK-CAMPO-REJEITADO
005760         MOVE 'CIDADE AUSENTE' TO BK-MOTIVO-REJEICAO
005770         GO TO 3200-INVALIDO
005780     END-IF
005790     IF CAD-UF NOT ALPHABETIC OR CAD-UF (1:1) = SPACE
005800        OR CAD-UF (2:1) = SPACE
005810         MOVE 'UF' TO BK-CAMPO-REJEITADO
005820         MOVE 'UF AUSENTE OU INVALIDA' TO BK-MOTIVO-REJEICAO
005830         GO TO 3200-INVALIDO
005840     END-IF
005850     IF CAD-CEP NOT NUMERIC OR CAD-CEP = ZERO
005860         MOVE 'CEP' TO BK-CAMPO-REJEITADO
005870         MOVE 'CEP AUSENTE OU NAO NUMERICO' TO BK-MOTIVO-REJEICAO
005880         GO TO 3200-INVALIDO
005890     END-IF
005900     IF NOT CAD-PRODUTO-VALIDO
005910         MOVE 'PRODUTO' TO BK-CAMPO-REJEITADO
005920         MOVE 'TIPO DE PRODUTO DESCONHECIDO (CCO/POU/SAL/INV)'
005930             TO BK-MOTIVO-REJEICAO
005940         GO TO 3200-INVALIDO
005950     END-IF
005960     GO TO 3200-EXIT.
005970 3200-INVALIDO.
005980     MOVE 'N' TO BK-REGISTRO-VALIDO.
005990 3200-EXIT.
006000     EXIT.
006010
006020*****************************************************************
006030*  3250-VALIDAR-NASCIMENTO - A REAL AAAAMMDD DATE WHOSE         *
006040*  DERIVED IDADE ON THE MOVEMENT DATE FALLS IN THE RANGE THE    *
006050*  NIGHTLY RUN ACCEPTS (1 TO 120).                              *
006060*****************************************************************
006070 3250-VALIDAR-NASCIMENTO.
006080     MOVE 'DATA-NASCIMENTO' TO BK-CAMPO-REJEITADO
006090     IF CAD-DATA-NASCIMENTO NOT NUMERIC
006100         MOVE 'DATA DE NASCIMENTO INVALIDA (AAAAMMDD)'
006110             TO BK-MOTIVO-REJEICAO
006120         GO TO 3250-INVALIDO
006130     END-IF
006140
006150     MOVE CAD-DATA-NASCIMENTO TO BK-DATA-NASCIMENTO-NUM
006160     IF BK-DNA-MES < 1 OR BK-DNA-MES > 12
006170        OR BK-DNA-DIA < 1
006180         MOVE 'DATA DE NASCIMENTO INVALIDA (AAAAMMDD)'
006190             TO BK-MOTIVO-REJEICAO
006200         GO TO 3250-INVALIDO
006210     END-IF
006220
006230     MOVE 'N' TO BK-ANO-BISSEXTO
006240     IF FUNCTION MOD (BK-DNA-ANO, 4) = 0
006250        AND (FUNCTION MOD (BK-DNA-ANO, 100) NOT = 0
006260             OR FUNCTION MOD (BK-DNA-ANO, 400) = 0)
006270         MOVE 'S' TO BK-ANO-BISSEXTO
006280     END-IF
006290     MOVE BK-DIAS-MES-VALOR (BK-DNA-MES) TO BK-DIAS-NO-MES
006300     IF BK-DNA-MES = 2 AND BK-ANO-BISSEXTO-SIM
006310         MOVE 29 TO BK-DIAS-NO-MES
006320     END-IF
006330     IF BK-DNA-DIA > BK-DIAS-NO-MES
006340         MOVE 'DATA DE NASCIMENTO INVALIDA (AAAAMMDD)'
006350             TO BK-MOTIVO-REJEICAO
006360         GO TO 3250-INVALIDO
006370     END-IF
006380
006390     IF BK-DATA-NASCIMENTO-NUM > BK-DATA-REFERENCIA
006400         MOVE 'DATA DE NASCIMENTO POSTERIOR AO MOVIMENTO'
006410             TO BK-MOTIVO-REJEICAO
006420         GO TO 3250-INVALIDO
006430     END-IF
006440
006450*    THE SAME DERIVATION AS BOOK-BATCH: WHOLE YEARS BETWEEN THE
006460*    TWO AAAAMMDD DATES.
006470     COMPUTE BK-IDADE-CALCULADA =
006480         (BK-DATA-REFERENCIA - BK-DATA-NASCIMENTO-NUM) / 10000
006490     IF BK-IDADE-CALCULADA < BK-IDADE-MINIMA
006492         MOVE 'IDADE DERIVADA ABAIXO DE 1 ANO'
006494             TO BK-MOTIVO-REJEICAO
006496         GO TO 3250-INVALIDO
006498     END-IF
006500     IF BK-IDADE-CALCULADA > BK-IDADE-MAXIMA
006510         MOVE 'DATA DE NASCIMENTO DE MAIS DE 120 ANOS'
006520             TO BK-MOTIVO-REJEICAO
006525         GO TO 3250-INVALIDO
006530     END-IF
006540     MOVE SPACES TO BK-CAMPO-REJEITADO
006550     GO TO 3250-EXIT.
006560 3250-INVALIDO.
006570     MOVE 'N' TO BK-REGISTRO-VALIDO.
006580 3250-EXIT.
006590     EXIT.
006600
006610*****************************************************************
006620*  3300-VALIDAR-CPF - ELEVEN DIGITS, NOT ALL THE SAME, AND BOTH *
006630*  MODULO-11 CHECK DIGITS RIGHT: THE FIRST OVER THE NINE BASE   *
006640*  DIGITS WEIGHTED 10 DOWN TO 2, THE SECOND OVER THE TEN        *
006650*  WEIGHTED 11 DOWN TO 2.                                       *
006660*****************************************************************
006670 3300-VALIDAR-CPF.
006680     MOVE 'CPF' TO BK-CAMPO-REJEITADO
006690     IF CAD-CPF NOT NUMERIC
006700         MOVE 'CPF AUSENTE OU NAO NUMERICO (11 DIGITOS)'
006710             TO BK-MOTIVO-REJEICAO
006720         GO TO 3300-INVALIDO
006730     END-IF
006740
006750     MOVE 'S' TO BK-DIGITOS-IGUAIS
006760     PERFORM 3310-COMPARAR-DIGITO THRU 3310-EXIT
006770         VARYING BK-INDICE-DIGITO FROM 2 BY 1
006780         UNTIL BK-INDICE-DIGITO > 11
006790     IF BK-DIGITOS-IGUAIS-SIM
006800         MOVE 'CPF COM TODOS OS DIGITOS IGUAIS'
006810             TO BK-MOTIVO-REJEICAO
006820         GO TO 3300-INVALIDO
006830     END-IF
006840
006850     MOVE 9  TO BK-QTDE-SOMADA
006860     MOVE 10 TO BK-PESO-INICIAL
006870     PERFORM 3320-CALCULAR-DIGITO THRU 3320-EXIT
006880     IF BK-DIGITO-CALCULADO NOT = CAD-CPF-DIGITO (10)
006890         MOVE 'DIGITO VERIFICADOR DO CPF NAO CONFERE'
006900             TO BK-MOTIVO-REJEICAO
006910         GO TO 3300-INVALIDO
006920     END-IF
006930
006940     MOVE 10 TO BK-QTDE-SOMADA
006950     MOVE 11 TO BK-PESO-INICIAL
006960     PERFORM 3320-CALCULAR-DIGITO THRU 3320-EXIT
006970     IF BK-DIGITO-CALCULADO NOT = CAD-CPF-DIGITO (11)
006980         MOVE 'DIGITO VERIFICADOR DO CPF NAO CONFERE'
006990             TO BK-MOTIVO-REJEICAO
007000         GO TO 3300-INVALIDO
007010     END-IF
007020     MOVE SPACES TO BK-CAMPO-REJEITADO
007030     GO TO 3300-EXIT.
007040 3300-INVALIDO.
007050     MOVE 'N' TO BK-REGISTRO-VALIDO.
007060 3300-EXIT.
007070     EXIT.
007080
007090 3310-COMPARAR-DIGITO.
007100     IF CAD-CPF-DIGITO (BK-INDICE-DIGITO) NOT = CAD-CPF-DIGITO (1)
007110         MOVE 'N' TO BK-DIGITOS-IGUAIS
007120     END-IF.
007130 3310-EXIT.
007140     EXIT.
007150
007160*    THE CHECK DIGIT OVER THE FIRST BK-QTDE-SOMADA DIGITS: TEN
007170*    TIMES THE WEIGHTED SUM, MODULO 11, WITH 10 COUNTING AS 0.
007180 3320-CALCULAR-DIGITO.
007190     MOVE ZERO TO BK-SOMA-CPF
007200     PERFORM 3330-SOMAR-DIGITO THRU 3330-EXIT
007210         VARYING BK-INDICE-DIGITO FROM 1 BY 1
007220         UNTIL BK-INDICE-DIGITO > BK-QTDE-SOMADA
007230     COMPUTE BK-SOMA-CPF = BK-SOMA-CPF * 10
007240     DIVIDE BK-SOMA-CPF BY 11 GIVING BK-QUOCIENTE-CPF
007250         REMAINDER BK-RESTO-CPF
007260     IF BK-RESTO-CPF = 10
007270         MOVE ZERO TO BK-DIGITO-CALCULADO
007280     ELSE
007290         MOVE BK-RESTO-CPF TO BK-DIGITO-CALCULADO
007300     END-IF.
007310 3320-EXIT.
007320     EXIT.
007330
007340 3330-SOMAR-DIGITO.
007350     COMPUTE BK-SOMA-CPF = BK-SOMA-CPF
007360         + CAD-CPF-DIGITO (BK-INDICE-DIGITO)
007370         * (BK-PESO-INICIAL + 1 - BK-INDICE-DIGITO).
007380 3330-EXIT.
007390     EXIT.
007400
007410*****************************************************************
007420*  4000-CARREGAR-CONTA - OPEN THE ACCOUNT, OR COMPLETE THE      *
007430*  REGISTRATION OF ONE THE BATCH OPENED BEFORE THE FEED         *
007440*  EXISTED. ANYTHING ELSE ALREADY ON THE MASTER IS LISTED.      *
007450*****************************************************************
007460 4000-CARREGAR-CONTA.
007470     MOVE CAD-CONTA TO MST-CONTA
007480     READ MESTRE-CLIENTES
007490         INVALID KEY
007500             PERFORM 4100-ABRIR-CONTA THRU 4100-EXIT
007510             GO TO 4000-EXIT
007520     END-READ
007530
007540     IF MST-ST-EXCLUIDO
007550         MOVE 'CONTA' TO BK-CAMPO-REJEITADO
007560         MOVE 'CONTA EXCLUIDA NO MESTRE' TO BK-MOTIVO-REJEICAO
007570         MOVE 'N' TO BK-REGISTRO-VALIDO
007580         GO TO 4000-EXIT
007590     END-IF
007600
007610     IF MST-SEM-CADASTRO
007620         PERFORM 4200-COMPLETAR-CADASTRO THRU 4200-EXIT
007630         GO TO 4000-EXIT
007640     END-IF
007650
007660*    THE SAME LINE LOADED BY AN EARLIER RUN TODAY IS A RERUN,
007670*    NOT A SECOND REGISTRATION.
007680     IF MST-DATA-CADASTRO = BK-DATA-REFERENCIA
007690        AND MST-CPF = CAD-CPF
007700         ADD 1 TO BK-REG-JA-CARREGADOS
007710         GO TO 4000-EXIT
007720     END-IF
007730
007740     MOVE 'CONTA' TO BK-CAMPO-REJEITADO
007750     MOVE 'CONTA JA CADASTRADA NO MESTRE' TO BK-MOTIVO-REJEICAO
007760     MOVE 'N' TO BK-REGISTRO-VALIDO.
007770 4000-EXIT.
007780     EXIT.
007790
007800*    THE NEW ACCOUNT STARTS AT ZERO WITH NO RUN BEHIND IT - ITS
007810*    LAST-PROCESSED DATE STAYS BLANK UNTIL ITS FIRST POSTING, SO
007820*    BOOK-DORMAN LEAVES IT ALONE UNTIL THEN.
007830 4100-ABRIR-CONTA.
007840     INITIALIZE REGISTRO-MESTRE
007850     MOVE CAD-CONTA TO MST-CONTA
007860     MOVE CAD-NOME  TO MST-NOME
007870     MOVE ZERO      TO MST-SALDO-FECHAMENTO
007880     MOVE 'A'       TO MST-STATUS
007890     PERFORM 4300-MOVER-CADASTRO THRU 4300-EXIT
007900
007910     WRITE REGISTRO-MESTRE
007920         INVALID KEY
007930             MOVE 'CONTA' TO BK-CAMPO-REJEITADO
007940             MOVE 'ERRO NA GRAVACAO DO MESTRE'
007950                 TO BK-MOTIVO-REJEICAO
007960             MOVE 'N' TO BK-REGISTRO-VALIDO
007970             GO TO 4100-EXIT
007980     END-WRITE
007990
008000     PERFORM 4400-GRAVAR-XREF THRU 4400-EXIT
008010     ADD 1 TO BK-CONTAS-ABERTAS.
008020 4100-EXIT.
008030     EXIT.
008040
008050*    THE BALANCE, NAME AND HISTORY OF AN ACCOUNT ALREADY POSTING
008060*    ARE THE BATCH'S - ONLY THE REGISTRATION IS ADDED.
008070 4200-COMPLETAR-CADASTRO.
008080     PERFORM 4300-MOVER-CADASTRO THRU 4300-EXIT
008090     REWRITE REGISTRO-MESTRE
008100         INVALID KEY
008110             MOVE 'CONTA' TO BK-CAMPO-REJEITADO
008120             MOVE 'ERRO NA REGRAVACAO DO MESTRE'
008130                 TO BK-MOTIVO-REJEICAO
008140             MOVE 'N' TO BK-REGISTRO-VALIDO
008150             GO TO 4200-EXIT
008160     END-REWRITE
008170
008180     PERFORM 4400-GRAVAR-XREF THRU 4400-EXIT
008190     ADD 1 TO BK-CADASTROS-COMPLETADOS.
008200 4200-EXIT.
008210     EXIT.
008220
008230 4300-MOVER-CADASTRO.
008240     MOVE CAD-CPF             TO MST-CPF
008250     MOVE CAD-DATA-NASCIMENTO TO MST-DATA-NASCIMENTO
008260     MOVE CAD-LOGRADOURO      TO MST-LOGRADOURO
008270     MOVE CAD-CIDADE          TO MST-CIDADE
008280     MOVE CAD-UF              TO MST-UF
008290     MOVE CAD-CEP             TO MST-CEP
008300     MOVE CAD-PRODUTO         TO MST-PRODUTO
008310     MOVE BK-DATA-REFERENCIA  TO MST-DATA-CADASTRO.
008320 4300-EXIT.
008330     EXIT.
008340
008350*    AS BOOK-BATCH 3085: A NAME ALREADY ON FILE IS REWRITTEN, SO
008360*    IT FOLLOWS THE LATEST WORD ON WHOSE NAME IT IS.
008370 4400-GRAVAR-XREF.
008380     MOVE CAD-NOME  TO XRF-NOME
008390     MOVE CAD-CONTA TO XRF-CONTA
008400     WRITE REGISTRO-XREF-NOME
008410         INVALID KEY
008420             REWRITE REGISTRO-XREF-NOME
008430     END-WRITE.
008440 4400-EXIT.
008450     EXIT.
008460
008470*****************************************************************
008480*  7000-LISTAR-EXCECAO - ONE LISTING LINE PER LINE NOT LOADED.  *
008490*****************************************************************
008500 7000-LISTAR-EXCECAO.
008510     ADD 1 TO BK-REG-REJEITADOS
008520     MOVE BK-NUMERO-LINHA    TO RPT-EXC-LINHA
008530     MOVE CAD-DADOS (1:10)   TO RPT-EXC-CONTA
008540     MOVE CAD-DADOS (11:40)  TO RPT-EXC-NOME
008550     MOVE BK-CAMPO-REJEITADO TO RPT-EXC-CAMPO
008560     MOVE BK-MOTIVO-REJEICAO TO RPT-EXC-MOTIVO
008570     MOVE BK-LINHA-EXCECAO   TO REG-CADEXCEC
008580     WRITE REG-CADEXCEC.
008590 7000-EXIT.
008600     EXIT.
008610
008620 8000-IMPRIMIR-TOTAIS.
008630     MOVE SPACES TO REG-CADEXCEC
008640     WRITE REG-CADEXCEC
008650     MOVE 'REGISTROS DO FLUXO LIDOS....:' TO RPT-CON-ROTULO
008660     MOVE BK-REG-LIDOS                    TO RPT-CON-VALOR
008670     PERFORM 8100-IMPRIMIR-CONTADOR THRU 8100-EXIT
008680     MOVE 'REGISTROS DE OUTROS FLUXOS..:' TO RPT-CON-ROTULO
008690     MOVE BK-REG-OUTROS-FLUXOS            TO RPT-CON-VALOR
008700     PERFORM 8100-IMPRIMIR-CONTADOR THRU 8100-EXIT
008710     MOVE 'CONTAS ABERTAS..............:' TO RPT-CON-ROTULO
008720     MOVE BK-CONTAS-ABERTAS               TO RPT-CON-VALOR
008730     PERFORM 8100-IMPRIMIR-CONTADOR THRU 8100-EXIT
008740     MOVE 'CADASTROS COMPLETADOS.......:' TO RPT-CON-ROTULO
008750     MOVE BK-CADASTROS-COMPLETADOS        TO RPT-CON-VALOR
008760     PERFORM 8100-IMPRIMIR-CONTADOR THRU 8100-EXIT
008770     MOVE 'JA CARREGADOS HOJE..........:' TO RPT-CON-ROTULO
008780     MOVE BK-REG-JA-CARREGADOS            TO RPT-CON-VALOR
008790     PERFORM 8100-IMPRIMIR-CONTADOR THRU 8100-EXIT
008800     MOVE 'REGISTROS REJEITADOS........:' TO RPT-CON-ROTULO
008810     MOVE BK-REG-REJEITADOS               TO RPT-CON-VALOR
008820     PERFORM 8100-IMPRIMIR-CONTADOR THRU 8100-EXIT.
008830 8000-EXIT.
008840     EXIT.
008850
008860 8100-IMPRIMIR-CONTADOR.
008870     MOVE BK-LINHA-CONTADOR TO REG-CADEXCEC
008880     WRITE REG-CADEXCEC.
008890 8100-EXIT.
008900     EXIT.
008910
008920*****************************************************************
008930*  9000-ENCERRAR - CONSOLE ECHO AND THE RETURN CODE. A REFUSED  *
008940*  FEED ENDS WITH 8; LINES NOT LOADED ARE FOR THE LISTING, NOT  *
008950*  THE SCHEDULER.                                               *
008960*****************************************************************
008970 9000-ENCERRAR.
008980     DISPLAY 'BOOK-CADASTRO - DATA..............: '
008990         BK-DATA-REFERENCIA
009000     IF BK-FILTRAR-FLUXO-SIM
009010         DISPLAY 'BOOK-CADASTRO - FLUXO.............: '
009020             BK-FLUXO-CARREGADO
009030     END-IF
009040     IF BK-RECUSADA-SIM
009050         DISPLAY 'BOOK-CADASTRO - CADASTRO RECUSADO: '
009060             BK-MOTIVO-RECUSA
009070         MOVE 8 TO RETURN-CODE
009080         GO TO 9000-EXIT
009090     END-IF
009100     DISPLAY 'BOOK-CADASTRO - REGISTROS LIDOS...: ' BK-REG-LIDOS
009110     DISPLAY 'BOOK-CADASTRO - OUTROS FLUXOS.....: '
009120         BK-REG-OUTROS-FLUXOS
009130     DISPLAY 'BOOK-CADASTRO - CONTAS ABERTAS....: '
009140         BK-CONTAS-ABERTAS
009150     DISPLAY 'BOOK-CADASTRO - CADASTROS COMPLET.: '
009160         BK-CADASTROS-COMPLETADOS
009170     DISPLAY 'BOOK-CADASTRO - JA CARREGADOS.....: '
009180         BK-REG-JA-CARREGADOS
009190     DISPLAY 'BOOK-CADASTRO - REJEITADOS........: '
009200         BK-REG-REJEITADOS.
009210 9000-EXIT.
009220     EXIT.
