000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOOK-LIMITE.
000030 AUTHOR.        R P SILVEIRA.
000040 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  BOOK-LIMITE                                                  *
000090*  MAINTENANCE TRANSACTION FOR THE OVERDRAFT LIMIT FILE         *
000100*  (LIMCHEQ, SEE BKLIMCH). OPERATIONS SHOWS, SETS OR CHANGES    *
000110*  AND CANCELS A CLIENT'S LIMIT HERE - THE APPROVED AMOUNT AND  *
000120*  THE DATES IT IS GOOD FROM AND UNTIL - EACH CHANGE UNDER THE  *
000130*  SAME MANDATORY OPERATOR AND REASON CODE DISCIPLINE AS        *
000140*  BOOK-MANUT, JOURNALED AS A BEFORE/AFTER ROW ON AJUSTES.      *
000150*                                                               *
000160*  THE FILE IS CREATED ON ITS FIRST USE HERE. ITS EXISTENCE IS  *
000170*  WHAT SWITCHES THE NIGHTLY RUN OVER TO LIMIT-CONTROLLED       *
000180*  POSTING: FROM THEN ON A CLIENT WITHOUT A ROW (OR OUTSIDE ITS *
000190*  DATES) HAS A ZERO LIMIT, AND DEBITS THAT WOULD TAKE IT       *
000200*  BELOW ZERO ARE HELD IN SUSPENSO.                             *
000210*                                                               *
000220*  THE CLIENT MUST ALREADY BE ON THE MASTER - A LIMIT FOR AN    *
000230*  ACCOUNT THE SYSTEM HAS NEVER SEEN IS A TYPING ERROR. PLAIN   *
000240*  ACCEPT/DISPLAY CONVERSATION, THE SAME CONVENTION AS          *
000250*  BOOK-MANUT AND BOOK-CONSULTA.                                *
000260*-----------------------------------------------------------------
000270*  MOD LOG
000280*  DATE       WHO   DESCRIPTION
000290*  ---------- ----  ---------------------------------------------
000300*  2026-10-15 RPS   ORIGINAL VERSION.
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-Z15.
000350 OBJECT-COMPUTER.   IBM-Z15.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT LIMITES-CHEQUE     ASSIGN TO "LIMCHEQ"
000390                                ORGANIZATION IS INDEXED
000400                                ACCESS MODE IS RANDOM
000410                                RECORD KEY IS LCH-CONTA
000420                                FILE STATUS IS FS-LIMCHEQ.
000430
000440     SELECT MESTRE-CLIENTES    ASSIGN TO "MESTRE"
000450                                ORGANIZATION IS INDEXED
000460                                ACCESS MODE IS RANDOM
000470                                RECORD KEY IS MST-CONTA
000480                                FILE STATUS IS FS-MESTRE.
000490
000500     SELECT AJUSTES-MESTRE     ASSIGN TO "AJUSTES"
000510                                ORGANIZATION IS LINE SEQUENTIAL
000520                                FILE STATUS IS FS-AJUSTES.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  LIMITES-CHEQUE.
000570 COPY BKLIMCH.
000580
000590 FD  MESTRE-CLIENTES.
000600 COPY BKMESTRE.
000610
000620 FD  AJUSTES-MESTRE.
000630 COPY BKAJUST.
000640
000650 WORKING-STORAGE SECTION.
000660 77  FS-LIMCHEQ                PIC X(002) VALUE SPACES.
000670     88  FS-LIMCHEQ-OK                       VALUE '00'.
000680     88  FS-LIMCHEQ-NAO-EXISTE               VALUE '35'.
000690 77  FS-MESTRE                 PIC X(002) VALUE SPACES.
000700     88  FS-MESTRE-OK                        VALUE '00'.
000710     88  FS-MESTRE-NAO-EXISTE                VALUE '35'.
000720 77  FS-AJUSTES                PIC X(002) VALUE SPACES.
000730     88  FS-AJUSTES-OK                       VALUE '00'.
000740     88  FS-AJUSTES-NAO-EXISTE               VALUE '35'.
000750 77  BK-OPCAO                  PIC X(001) VALUE SPACES.
000760     88  BK-OPCAO-CONSULTA                   VALUE 'C'.
000770     88  BK-OPCAO-DEFINIR                    VALUE 'L'.
000780     88  BK-OPCAO-CANCELAR                   VALUE 'X'.
000790     88  BK-OPCAO-FIM                        VALUE 'F'.
000800 77  BK-CONTA-INFORMADA        PIC X(010) VALUE SPACES.
000810 77  BK-CONTA-PROCURADA        PIC 9(010) VALUE ZERO.
000820 77  BK-OPERADOR               PIC X(008) VALUE SPACES.
000830 77  BK-MOTIVO-CODIGO          PIC X(004) VALUE SPACES.
000840 77  BK-VALOR-INFORMADO        PIC X(018) VALUE SPACES.
000850 77  BK-DATA-INFORMADA         PIC X(008) VALUE SPACES.
000860 77  BK-DATA-HOJE              PIC 9(008) VALUE ZERO.
000870 77  BK-LIMITE-NOVO            PIC S9(015)V99 COMP-3 VALUE ZERO.
000880 77  BK-LIMITE-ANTES           PIC S9(015)V99 COMP-3 VALUE ZERO.
000890 77  BK-INICIO-NOVO            PIC 9(008) VALUE ZERO.
000900 77  BK-FIM-NOVO               PIC 9(008) VALUE ZERO.
000910 77  BK-REGISTRO-LIDO          PIC X(001) VALUE 'N'.
000920     88  BK-REGISTRO-LIDO-SIM                VALUE 'S'.
000930 77  BK-LIMITE-EXISTE          PIC X(001) VALUE 'N'.
000940     88  BK-LIMITE-EXISTE-SIM                VALUE 'S'.
000950 77  BK-DADOS-VALIDOS          PIC X(001) VALUE 'N'.
000960     88  BK-DADOS-VALIDOS-SIM                VALUE 'S'.
000970 77  BK-VALOR-EXIBIDO          PIC -(013)9.99.
000980
000990 PROCEDURE DIVISION.
001000
001010*****************************************************************
001020*  0000-MAINLINE                                                *
001030*****************************************************************
001040 0000-MAINLINE.
001050     MOVE FUNCTION CURRENT-DATE (1:8) TO BK-DATA-HOJE
001060
001070     OPEN INPUT MESTRE-CLIENTES
001080     IF FS-MESTRE-NAO-EXISTE
001090         DISPLAY 'BOOK-LIMITE - NENHUM ARQUIVO MESTRE - NADA A '
001100             'MANTER'
001110         GOBACK
001120     END-IF
001130
001140     OPEN I-O LIMITES-CHEQUE
001150     IF FS-LIMCHEQ-NAO-EXISTE
001160         OPEN OUTPUT LIMITES-CHEQUE
001170         CLOSE LIMITES-CHEQUE
001180         OPEN I-O LIMITES-CHEQUE
001190     END-IF
001200
001210     PERFORM 2000-CONVERSAR THRU 2000-EXIT
001220         UNTIL BK-OPCAO-FIM
001230
001240     CLOSE LIMITES-CHEQUE
001250     CLOSE MESTRE-CLIENTES
001260     GOBACK.
001270
001280*****************************************************************
001290*  2000-CONVERSAR - ONE MENU ROUND PER ITERATION.               *
001300*****************************************************************
001310 2000-CONVERSAR.
001320     DISPLAY ' '
001330     DISPLAY 'BOOK-LIMITE - LIMITES DE CHEQUE ESPECIAL'
001340     DISPLAY 'C=CONSULTA L=DEFINIR/ALTERAR LIMITE '
001350         'X=CANCELAR LIMITE F=FIM'
001360     DISPLAY 'OPCAO: ' WITH NO ADVANCING
001370     ACCEPT BK-OPCAO
001380
001390     EVALUATE TRUE
001400         WHEN BK-OPCAO-CONSULTA
001410             PERFORM 3000-CONSULTAR THRU 3000-EXIT
001420         WHEN BK-OPCAO-DEFINIR
001430             PERFORM 4000-DEFINIR-LIMITE THRU 4000-EXIT
001440         WHEN BK-OPCAO-CANCELAR
001450             PERFORM 5000-CANCELAR-LIMITE THRU 5000-EXIT
001460         WHEN BK-OPCAO-FIM
001470             CONTINUE
001480         WHEN OTHER
001490             DISPLAY 'BOOK-LIMITE - OPCAO INVALIDA'
001500     END-EVALUATE.
001510 2000-EXIT.
001520     EXIT.
001530
001540*****************************************************************
001550*  3000-CONSULTAR - SHOW THE CLIENT AND ITS LIMIT AS THEY       *
001560*  STAND, INCLUDING HOW LONG THE ACCOUNT HAS BEEN OVERDRAWN.    *
001570*****************************************************************
001580 3000-CONSULTAR.
001590     PERFORM 7000-LER-CLIENTE THRU 7000-EXIT
001600     IF NOT BK-REGISTRO-LIDO-SIM
001610         GO TO 3000-EXIT
001620     END-IF
001630
001640     DISPLAY 'CONTA....................: ' MST-CONTA
001650     DISPLAY 'NOME.....................: ' MST-NOME
001660     MOVE MST-SALDO-FECHAMENTO TO BK-VALOR-EXIBIDO
001670     DISPLAY 'SALDO DE FECHAMENTO......: ' BK-VALOR-EXIBIDO
001680     DISPLAY 'EM DESCOBERTO DESDE......: '
001690         MST-DATA-INICIO-DESCOBERTO
001700
001710     IF NOT BK-LIMITE-EXISTE-SIM
001720         DISPLAY 'BOOK-LIMITE - CLIENTE SEM LIMITE CADASTRADO'
001730         GO TO 3000-EXIT
001740     END-IF
001750
001760     MOVE LCH-LIMITE TO BK-VALOR-EXIBIDO
001770     DISPLAY 'LIMITE...................: ' BK-VALOR-EXIBIDO
001780     DISPLAY 'VIGENTE A PARTIR DE......: ' LCH-DATA-INICIO
001790     DISPLAY 'VIGENTE ATE (0=SEM FIM)..: ' LCH-DATA-FIM
001800     DISPLAY 'ULTIMA ALTERACAO POR.....: ' LCH-OPERADOR
001810     DISPLAY 'ULTIMA ALTERACAO EM......: '
001820         LCH-DATA-HORA-ALTERACAO.
001830 3000-EXIT.
001840     EXIT.
001850
001860*****************************************************************
001870*  4000-DEFINIR-LIMITE - A NEW LIMIT, OR A CHANGE TO AN         *
001880*  EXISTING ONE. A BLANK START DATE MEANS TODAY; A BLANK END    *
001890*  DATE MEANS NO EXPIRY. THE LIMIT BEFORE (ZERO FOR A NEW ROW)  *
001900*  AND AFTER GO TO THE AJUSTES JOURNAL.                         *
001910*****************************************************************
001920 4000-DEFINIR-LIMITE.
001930     PERFORM 7000-LER-CLIENTE THRU 7000-EXIT
001940     IF NOT BK-REGISTRO-LIDO-SIM
001950         GO TO 4000-EXIT
001960     END-IF
001970
001980     PERFORM 7100-OBTER-AUTORIZACAO THRU 7100-EXIT
001990     IF NOT BK-DADOS-VALIDOS-SIM
002000         GO TO 4000-EXIT
002010     END-IF
002020
002030     PERFORM 7200-OBTER-DADOS-LIMITE THRU 7200-EXIT
002040     IF NOT BK-DADOS-VALIDOS-SIM
002050         GO TO 4000-EXIT
002060     END-IF
002070
002080     IF BK-LIMITE-EXISTE-SIM
002090         MOVE LCH-LIMITE TO BK-LIMITE-ANTES
002100     ELSE
002110         MOVE ZERO TO BK-LIMITE-ANTES
002120         INITIALIZE REGISTRO-LIMITE-CHEQUE
002130         MOVE MST-CONTA TO LCH-CONTA
002140     END-IF
002150
002160     MOVE BK-LIMITE-NOVO        TO LCH-LIMITE
002170     MOVE BK-INICIO-NOVO        TO LCH-DATA-INICIO
002180     MOVE BK-FIM-NOVO           TO LCH-DATA-FIM
002190     MOVE BK-OPERADOR           TO LCH-OPERADOR
002200     MOVE FUNCTION CURRENT-DATE TO LCH-DATA-HORA-ALTERACAO
002210
002220     IF BK-LIMITE-EXISTE-SIM
002230         REWRITE REGISTRO-LIMITE-CHEQUE
002240     ELSE
002250         WRITE REGISTRO-LIMITE-CHEQUE
002260     END-IF
002270
002280     MOVE 'L' TO AJU-ACAO
002290     PERFORM 8000-GRAVAR-AJUSTE THRU 8000-EXIT
002300     DISPLAY 'BOOK-LIMITE - LIMITE GRAVADO E REGISTRADO NO '
002310         'JORNAL DE AJUSTES'.
002320 4000-EXIT.
002330     EXIT.
002340
002350*****************************************************************
002360*  5000-CANCELAR-LIMITE - THE ROW IS REMOVED, SO FROM THE NEXT  *
002370*  RUN THE CLIENT'S LIMIT IS ZERO. THE CANCELLED LIMIT SURVIVES *
002380*  ON THE AJUSTES JOURNAL.                                      *
002390*****************************************************************
002400 5000-CANCELAR-LIMITE.
002410     PERFORM 7000-LER-CLIENTE THRU 7000-EXIT
002420     IF NOT BK-REGISTRO-LIDO-SIM
002430         GO TO 5000-EXIT
002440     END-IF
002450
002460     IF NOT BK-LIMITE-EXISTE-SIM
002470         DISPLAY 'BOOK-LIMITE - CLIENTE SEM LIMITE CADASTRADO - '
002480             'NADA FEITO'
002490         GO TO 5000-EXIT
002500     END-IF
002510
002520     PERFORM 7100-OBTER-AUTORIZACAO THRU 7100-EXIT
002530     IF NOT BK-DADOS-VALIDOS-SIM
002540         GO TO 5000-EXIT
002550     END-IF
002560
002570     MOVE LCH-LIMITE TO BK-LIMITE-ANTES
002580     MOVE ZERO       TO BK-LIMITE-NOVO
002590     DELETE LIMITES-CHEQUE RECORD
002600
002610     MOVE 'X' TO AJU-ACAO
002620     PERFORM 8000-GRAVAR-AJUSTE THRU 8000-EXIT
002630     DISPLAY 'BOOK-LIMITE - LIMITE CANCELADO'.
002640 5000-EXIT.
002650     EXIT.
002660
002670*****************************************************************
002680*  7000-LER-CLIENTE - PROMPT FOR THE CONTA, FETCH ITS MASTER    *
002690*  RECORD, AND ITS LIMIT ROW IF IT HAS ONE.                     *
002700*****************************************************************
002710 7000-LER-CLIENTE.
002720     MOVE 'N' TO BK-REGISTRO-LIDO
002730     MOVE 'N' TO BK-LIMITE-EXISTE
002740
002750     DISPLAY 'INFORME A CONTA DO CLIENTE: ' WITH NO ADVANCING
002760     ACCEPT BK-CONTA-INFORMADA
002770     IF BK-CONTA-INFORMADA = SPACES
002780         DISPLAY 'BOOK-LIMITE - CONTA NAO INFORMADA'
002790         GO TO 7000-EXIT
002800     END-IF
002810     COMPUTE BK-CONTA-PROCURADA =
002820         FUNCTION NUMVAL(BK-CONTA-INFORMADA)
002830
002840     MOVE BK-CONTA-PROCURADA TO MST-CONTA
002850     READ MESTRE-CLIENTES
002860         INVALID KEY
002870             DISPLAY 'BOOK-LIMITE - CONTA NAO ENCONTRADA NO '
002880                 'MESTRE'
002890             GO TO 7000-EXIT
002900     END-READ
002910     MOVE 'S' TO BK-REGISTRO-LIDO
002920
002930     MOVE BK-CONTA-PROCURADA TO LCH-CONTA
002940     READ LIMITES-CHEQUE
002950         INVALID KEY
002960             CONTINUE
002970         NOT INVALID KEY
002980             MOVE 'S' TO BK-LIMITE-EXISTE
002990     END-READ.
003000 7000-EXIT.
003010     EXIT.
003020
003030*****************************************************************
003040*  7100-OBTER-AUTORIZACAO - OPERATOR AND REASON CODE ARE        *
003050*  MANDATORY ON EVERY CHANGE - A BLANK EITHER WAY ABORTS THE    *
003060*  ACTION, SO NO JOURNAL ROW EVER LACKS ITS WHO AND WHY.        *
003070*****************************************************************
003080 7100-OBTER-AUTORIZACAO.
003090     MOVE 'N' TO BK-DADOS-VALIDOS
003100
003110     DISPLAY 'OPERADOR..: ' WITH NO ADVANCING
003120     ACCEPT BK-OPERADOR
003130     IF BK-OPERADOR = SPACES
003140         DISPLAY 'BOOK-LIMITE - OPERADOR OBRIGATORIO - NADA '
003150             'FEITO'
003160         GO TO 7100-EXIT
003170     END-IF
003180
003190     DISPLAY 'MOTIVO....: ' WITH NO ADVANCING
003200     ACCEPT BK-MOTIVO-CODIGO
003210     IF BK-MOTIVO-CODIGO = SPACES
003220         DISPLAY 'BOOK-LIMITE - MOTIVO OBRIGATORIO - NADA FEITO'
003230         GO TO 7100-EXIT
003240     END-IF
003250
003260     MOVE 'S' TO BK-DADOS-VALIDOS.
003270 7100-EXIT.
003280     EXIT.
003290
003300*****************************************************************
003310*  7200-OBTER-DADOS-LIMITE - THE AMOUNT IS MANDATORY AND CANNOT *
003320*  BE NEGATIVE. DATES ARE AAAAMMDD; THE END DATE, WHEN GIVEN,   *
003330*  CANNOT BE BEFORE THE START DATE.                             *
003340*****************************************************************
003350 7200-OBTER-DADOS-LIMITE.
003360     MOVE 'N' TO BK-DADOS-VALIDOS
003370
003380     DISPLAY 'VALOR DO LIMITE.........: ' WITH NO ADVANCING
003390     ACCEPT BK-VALOR-INFORMADO
003400     IF BK-VALOR-INFORMADO = SPACES
003410         DISPLAY 'BOOK-LIMITE - VALOR NAO INFORMADO - NADA FEITO'
003420         GO TO 7200-EXIT
003430     END-IF
003440     COMPUTE BK-LIMITE-NOVO =
003450         FUNCTION NUMVAL(BK-VALOR-INFORMADO)
003460     IF BK-LIMITE-NOVO < ZERO
003470         DISPLAY 'BOOK-LIMITE - LIMITE NAO PODE SER NEGATIVO - '
003480             'NADA FEITO'
003490         GO TO 7200-EXIT
003500     END-IF
003510
003520     DISPLAY 'INICIO AAAAMMDD (BRANCO=HOJE): ' WITH NO ADVANCING
003530     MOVE SPACES TO BK-DATA-INFORMADA
003540     ACCEPT BK-DATA-INFORMADA
003550     IF BK-DATA-INFORMADA = SPACES
003560         MOVE BK-DATA-HOJE TO BK-INICIO-NOVO
003570     ELSE
003580         IF BK-DATA-INFORMADA IS NOT NUMERIC
003590             DISPLAY 'BOOK-LIMITE - DATA DE INICIO INVALIDA - '
003600                 'NADA FEITO'
003610             GO TO 7200-EXIT
003620         END-IF
003630         MOVE BK-DATA-INFORMADA TO BK-INICIO-NOVO
003640     END-IF
003650
003660     DISPLAY 'FIM AAAAMMDD (BRANCO=SEM FIM): ' WITH NO ADVANCING
003670     MOVE SPACES TO BK-DATA-INFORMADA
003680     ACCEPT BK-DATA-INFORMADA
003690     IF BK-DATA-INFORMADA = SPACES
003700         MOVE ZERO TO BK-FIM-NOVO
003710     ELSE
003720         IF BK-DATA-INFORMADA IS NOT NUMERIC
003730             DISPLAY 'BOOK-LIMITE - DATA DE FIM INVALIDA - '
003740                 'NADA FEITO'
003750             GO TO 7200-EXIT
003760         END-IF
003770         MOVE BK-DATA-INFORMADA TO BK-FIM-NOVO
003780         IF BK-FIM-NOVO < BK-INICIO-NOVO
003790             DISPLAY 'BOOK-LIMITE - FIM ANTERIOR AO INICIO - '
003800                 'NADA FEITO'
003810             GO TO 7200-EXIT
003820         END-IF
003830     END-IF
003840
003850     MOVE 'S' TO BK-DADOS-VALIDOS.
003860 7200-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900*  8000-GRAVAR-AJUSTE - THE BEFORE/AFTER JOURNAL ROW, APPENDED  *
003910*  TO AJUSTES AND CREATED ON ITS FIRST USE. THE CALLER FILLS    *
003920*  AJU-ACAO AND THE BEFORE/AFTER LIMITS IN BK-LIMITE-ANTES /    *
003930*  BK-LIMITE-NOVO; EVERYTHING ELSE IS STAMPED HERE.             *
003940*****************************************************************
003950 8000-GRAVAR-AJUSTE.
003960     OPEN EXTEND AJUSTES-MESTRE
003970     IF FS-AJUSTES-NAO-EXISTE
003980         OPEN OUTPUT AJUSTES-MESTRE
003990     END-IF
004000
004010     MOVE FUNCTION CURRENT-DATE TO AJU-DATA-HORA
004020     MOVE BK-OPERADOR           TO AJU-OPERADOR
004030     MOVE BK-MOTIVO-CODIGO      TO AJU-MOTIVO-CODIGO
004040     MOVE MST-CONTA             TO AJU-CONTA
004050     MOVE MST-NOME              TO AJU-NOME
004060     MOVE BK-LIMITE-ANTES       TO AJU-SALDO-ANTES
004070     MOVE BK-LIMITE-NOVO        TO AJU-SALDO-DEPOIS
004080
004090     WRITE REGISTRO-AJUSTE
004100
004110     CLOSE AJUSTES-MESTRE.
004120 8000-EXIT.
004130     EXIT.
