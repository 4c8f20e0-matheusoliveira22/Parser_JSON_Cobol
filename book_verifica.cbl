000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOOK-VERIFICA.
000030 AUTHOR.        R P SILVEIRA.
000040 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  BOOK-VERIFICA                                                *
000090*  CROSS-FILE INTEGRITY VERIFIER. THE SAME CLIENT FACTS LIVE IN *
000100*  SEVERAL KEYED FILES MAINTAINED BY DIFFERENT PROGRAMS, AND    *
000110*  THEY CAN DRIFT APART WITHOUT ANY ONE OF THEM FAILING. THIS   *
000120*  PERIODIC JOB READS THEM ALL FOR ONE STREAM, LISTS EVERY      *
000130*  INCONSISTENCY ON RELVERIF AND ENDS WITH RETURN-CODE 8 IF IT  *
000140*  FOUND ANY, SO THE SCHEDULER CAN HOLD WHAT FOLLOWS. CHECKS:   *
000150*    SALDO   - MST-SALDO-FECHAMENTO AGAINST THE CLIENT'S LATEST *
000160*              POSICAO ROW. THE MASTER CARRIES THE PRE-FEE,     *
000170*              PRE-INTEREST BALANCE (SEE BOOK-BATCH 3080), SO   *
000180*              THE ROW'S OPENING PLUS POS-LIQUIDO IS TAKEN BACK *
000190*              TO THAT BASIS BY ADDING THE CHARGES AND          *
000200*              REMOVING THE INTEREST BEFORE COMPARING. A        *
000210*              BOOK-MANUT ADJUSTMENT SHOWS HERE UNTIL THE       *
000220*              CLIENT'S NEXT RUN;                               *
000230*    XREF    - AN XREFNOME ROW POINTING AT A CONTA WITH NO      *
000240*              MESTRE RECORD;                                   *
000250*    ALCANCE - A MESTRE RECORD NOT REACHABLE THROUGH XREFNOME:  *
000260*              ITS CURRENT NAME IS NOT ON THE CROSS-REFERENCE,  *
000270*              OR RESOLVES TO ANOTHER ACCOUNT;                  *
000280*    FUTURO  - A FUTUROS ROW FOR A CONTA THAT IS LOGICALLY      *
000290*              DELETED OR HAS NO MESTRE RECORD;                 *
000300*    FLUXO   - A CONTA IN A STREAM FILE THE CONTA-MODULO RULE   *
000310*              OF BOOK-DIVISOR GIVES TO ANOTHER STREAM (EVERY   *
000320*              PER-STREAM KEYED FILE, ONCE PER CONTA PER FILE   *
000330*              - PER ROW FOR FUTUROS, WHICH IS DATE-MAJOR);     *
000340*    CADEIA  - A FECHMES CLOSING BALANCE THAT IS NOT THE NEXT   *
000350*              MONTH-END ROW'S OPENING BALANCE.                 *
000360*                                                               *
000370*  THE FILES ARE THE STREAM'S OWN DD NAMES, SO THE JOB RUNS     *
000380*  ONCE PER STREAM. THE STREAM NUMBER COMES FROM THE VERFLUXO   *
000390*  PARAMETER AND THE STREAM COUNT FROM QTDFLUXOS (ABSENT MEANS  *
000400*  FOUR, AS IN BOOK-DIVISOR); WITHOUT VERFLUXO THE FLUXO CHECK  *
000410*  IS SKIPPED - THE INSTALLATION RUNS A SINGLE STREAM. MESTRE   *
000420*  IS MANDATORY; ANY OTHER FILE THE STREAM DOES NOT HAVE IS     *
000430*  NOTED AND ITS CHECKS SKIPPED. NOTHING IS EVER UPDATED.       *
000440*-----------------------------------------------------------------
000450*  MOD LOG
000460*  DATE       WHO   DESCRIPTION
000470*  ---------- ----  ---------------------------------------------
000480*  2026-10-15 RPS   ORIGINAL VERSION.
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-Z15.
000530 OBJECT-COMPUTER.   IBM-Z15.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT PARAMETRO-VERFLUXO ASSIGN TO "VERFLUXO"
000570                                ORGANIZATION IS LINE SEQUENTIAL
000580                                FILE STATUS IS FS-PARAM-VERFLUXO.
000590
000600     SELECT PARAMETRO-FLUXOS   ASSIGN TO "QTDFLUXOS"
000610                                ORGANIZATION IS LINE SEQUENTIAL
000620                                FILE STATUS IS FS-PARAM-FLUXOS.
000630
000640     SELECT MESTRE-CLIENTES    ASSIGN TO "MESTRE"
000650                                ORGANIZATION IS INDEXED
000660                                ACCESS MODE IS DYNAMIC
000670                                RECORD KEY IS MST-CONTA
000680                                FILE STATUS IS FS-MESTRE.
000690
000700     SELECT XREF-NOMES         ASSIGN TO "XREFNOME"
000710                                ORGANIZATION IS INDEXED
000720                                ACCESS MODE IS DYNAMIC
000730                                RECORD KEY IS XRF-NOME
000740                                FILE STATUS IS FS-XREF.
000750
000760     SELECT POSICAO-CLIENTES   ASSIGN TO "POSICAO"
000770                                ORGANIZATION IS INDEXED
000780                                ACCESS MODE IS SEQUENTIAL
000790                                RECORD KEY IS POS-CHAVE
000800                                FILE STATUS IS FS-POSICAO.
000810
000820     SELECT POSTAGENS-FUTURAS  ASSIGN TO "FUTUROS"
000830                                ORGANIZATION IS INDEXED
000840                                ACCESS MODE IS SEQUENTIAL
000850                                RECORD KEY IS FUT-CHAVE
000860                                FILE STATUS IS FS-FUTUROS.
000870
000880     SELECT FECHAMENTO-MENSAL  ASSIGN TO "FECHMES"
000890                                ORGANIZATION IS INDEXED
000900                                ACCESS MODE IS SEQUENTIAL
000910                                RECORD KEY IS FME-CHAVE
000920                                FILE STATUS IS FS-FECHMES.
000930
000940     SELECT REFERENCIAS-POSTADAS ASSIGN TO "REFPOST"
000950                                ORGANIZATION IS INDEXED
000960                                ACCESS MODE IS SEQUENTIAL
000970                                RECORD KEY IS REF-CHAVE
000980                                FILE STATUS IS FS-REFPOST.
000990
001000     SELECT ORDENS-PERMANENTES ASSIGN TO "ORDPERM"
001010                                ORGANIZATION IS INDEXED
001020                                ACCESS MODE IS SEQUENTIAL
001030                                RECORD KEY IS ORD-CHAVE
001040                                FILE STATUS IS FS-ORDPERM.
001050
001060     SELECT LIMITES-CHEQUE     ASSIGN TO "LIMCHEQ"
001070                                ORGANIZATION IS INDEXED
001080                                ACCESS MODE IS SEQUENTIAL
001090                                RECORD KEY IS LCH-CONTA
001100                                FILE STATUS IS FS-LIMCHEQ.
001110
001120     SELECT RELATORIO-VERIFICA ASSIGN TO "RELVERIF"
001130                                ORGANIZATION IS LINE SEQUENTIAL
001140                                FILE STATUS IS FS-RELVERIF.
001150
001160 DATA DIVISION.
001170 FILE SECTION.
001180 FD  PARAMETRO-VERFLUXO.
001190 01  REG-PARAM-VERFLUXO        PIC X(001).
001200
001210 FD  PARAMETRO-FLUXOS.
001220 01  REG-PARAM-FLUXOS          PIC 9(001).
001230
001240 FD  MESTRE-CLIENTES.
001250 COPY BKMESTRE.
001260
001270 FD  XREF-NOMES.
001280 COPY BKXREF.
001290
001300 FD  POSICAO-CLIENTES.
001310 COPY BKPOSIC.
001320
001330 FD  POSTAGENS-FUTURAS.
001340 COPY BKFUT.
001350
001360 FD  FECHAMENTO-MENSAL.
001370 COPY BKFECHM.
001380
001390 FD  REFERENCIAS-POSTADAS.
001400 COPY BKREF.
001410
001420 FD  ORDENS-PERMANENTES.
001430 COPY BKORDEM.
001440
001450 FD  LIMITES-CHEQUE.
001460 COPY BKLIMCH.
001470
001480 FD  RELATORIO-VERIFICA.
001490 01  REG-RELVERIF              PIC X(132).
001500
001510 WORKING-STORAGE SECTION.
001520 77  FS-PARAM-VERFLUXO         PIC X(002) VALUE SPACES.
001530     88  FS-PARAM-VERFLUXO-OK                VALUE '00'.
001540 77  FS-PARAM-FLUXOS           PIC X(002) VALUE SPACES.
001550     88  FS-PARAM-FLUXOS-OK                  VALUE '00'.
001560 77  FS-MESTRE                 PIC X(002) VALUE SPACES.
001570     88  FS-MESTRE-OK                        VALUE '00'.
001580     88  FS-MESTRE-NAO-EXISTE                VALUE '35'.
001590 77  FS-XREF                   PIC X(002) VALUE SPACES.
001600     88  FS-XREF-OK                          VALUE '00'.
001610     88  FS-XREF-NAO-EXISTE                  VALUE '35'.
001620 77  FS-POSICAO                PIC X(002) VALUE SPACES.
001630     88  FS-POSICAO-OK                       VALUE '00'.
001640     88  FS-POSICAO-NAO-EXISTE               VALUE '35'.
001650 77  FS-FUTUROS                PIC X(002) VALUE SPACES.
001660     88  FS-FUTUROS-OK                       VALUE '00'.
001670     88  FS-FUTUROS-NAO-EXISTE               VALUE '35'.
001680 77  FS-FECHMES                PIC X(002) VALUE SPACES.
001690     88  FS-FECHMES-OK                       VALUE '00'.
001700     88  FS-FECHMES-NAO-EXISTE               VALUE '35'.
001710 77  FS-REFPOST                PIC X(002) VALUE SPACES.
001720     88  FS-REFPOST-OK                       VALUE '00'.
001730     88  FS-REFPOST-NAO-EXISTE               VALUE '35'.
001740 77  FS-ORDPERM                PIC X(002) VALUE SPACES.
001750     88  FS-ORDPERM-OK                       VALUE '00'.
001760     88  FS-ORDPERM-NAO-EXISTE               VALUE '35'.
001770 77  FS-LIMCHEQ                PIC X(002) VALUE SPACES.
001780     88  FS-LIMCHEQ-OK                       VALUE '00'.
001790     88  FS-LIMCHEQ-NAO-EXISTE               VALUE '35'.
001800 77  FS-RELVERIF               PIC X(002) VALUE SPACES.
001810
001820 77  BK-FIM-DE-ARQUIVO         PIC X(001) VALUE 'N'.
001830     88  BK-FIM-DE-ARQUIVO-SIM               VALUE 'S'.
001840 77  BK-MESTRE-ABERTO          PIC X(001) VALUE 'N'.
001850     88  BK-MESTRE-ABERTO-SIM                VALUE 'S'.
001860 77  BK-XREF-ABERTO            PIC X(001) VALUE 'N'.
001870     88  BK-XREF-ABERTO-SIM                  VALUE 'S'.
001880 77  BK-MESTRE-ACHADO          PIC X(001) VALUE 'N'.
001890     88  BK-MESTRE-ACHADO-SIM                VALUE 'S'.
001900
001910*---------------------------------------------------------------*
001920*  THE STREAM BEING VERIFIED AND THE STREAM COUNT THE CONTA-    *
001930*  MODULO RULE IS APPLIED UNDER.                                *
001940*---------------------------------------------------------------*
001950 77  BK-VERIFICAR-FLUXO        PIC X(001) VALUE 'N'.
001960     88  BK-VERIFICAR-FLUXO-SIM              VALUE 'S'.
001970 77  BK-FLUXO-VERIFICADO       PIC 9(001) VALUE ZERO.
001980 77  BK-QTDE-FLUXOS            PIC 9(001) VALUE 4.
001990 77  BK-FLUXO-DONO             PIC 9(001) VALUE ZERO.
002000
002010*---------------------------------------------------------------*
002020*  THE CONTA AND FILE UNDER CHECK, AND THE PREVIOUS ROW'S       *
002030*  CONTA FOR THE FILES WALKED CONTA-MAJOR.                      *
002040*---------------------------------------------------------------*
002050 77  BK-CONTA-VERIFICADA       PIC 9(010) VALUE ZERO.
002060 77  BK-ARQUIVO-VERIFICADO     PIC X(008) VALUE SPACES.
002070 77  BK-CONTA-ANTERIOR         PIC 9(010) VALUE ZERO.
002080 77  BK-HA-ANTERIOR            PIC X(001) VALUE 'N'.
002090     88  BK-HA-ANTERIOR-SIM                  VALUE 'S'.
002100
002110*---------------------------------------------------------------*
002120*  THE LATEST POSICAO ROW OF THE CLIENT BEING WALKED, AND THE   *
002130*  PREVIOUS FECHMES ROW OF THE CLIENT BEING WALKED.             *
002140*---------------------------------------------------------------*
002150 77  BK-POS-DATA               PIC 9(008) VALUE ZERO.
002160 77  BK-POS-SALDO-ESPERADO     PIC S9(015)V99 COMP-3 VALUE ZERO.
002170 77  BK-FME-ANO-MES-ANTERIOR   PIC X(007) VALUE SPACES.
002180 77  BK-FME-FECHAMENTO-ANTERIOR PIC S9(015)V99 COMP-3 VALUE ZERO.
002190
002200*---------------------------------------------------------------*
002210*  RUN COUNTERS.                                                *
002220*---------------------------------------------------------------*
002230 77  BK-MESTRES-LIDOS          PIC 9(009) COMP-3 VALUE ZERO.
002240 77  BK-XREF-LIDOS             PIC 9(009) COMP-3 VALUE ZERO.
002250 77  BK-POSICOES-LIDAS         PIC 9(009) COMP-3 VALUE ZERO.
002260 77  BK-FUTUROS-LIDOS          PIC 9(009) COMP-3 VALUE ZERO.
002270 77  BK-FECHAMENTOS-LIDOS      PIC 9(009) COMP-3 VALUE ZERO.
002280 77  BK-REFERENCIAS-LIDAS      PIC 9(009) COMP-3 VALUE ZERO.
002290 77  BK-ORDENS-LIDAS           PIC 9(009) COMP-3 VALUE ZERO.
002300 77  BK-LIMITES-LIDOS          PIC 9(009) COMP-3 VALUE ZERO.
002310 77  BK-SEM-POSICAO            PIC 9(009) COMP-3 VALUE ZERO.
002320 77  BK-TOT-INCONSISTENCIAS    PIC 9(009) COMP-3 VALUE ZERO.
002330 77  BK-INDICE-VERIF           PIC 9(004) COMP VALUE ZERO.
002340
002350*---------------------------------------------------------------*
002360*  ONE COUNTER PER CHECK, WITH ITS REPORT CODE AND SUMMARY      *
002370*  LABEL, IN THE ORDER THE CHECKS ARE LISTED IN THE BANNER.     *
002380*---------------------------------------------------------------*
002390 01  BK-VERIFICACOES-VALORES.
002400     03  FILLER                PIC X(008) VALUE 'SALDO   '.
002410     03  FILLER                PIC X(030) VALUE
002420         'SALDO MESTRE X POSICAO......:'.
002430     03  FILLER                PIC X(008) VALUE 'XREF    '.
002440     03  FILLER                PIC X(030) VALUE
002450         'XREF SEM MESTRE.............:'.
002460     03  FILLER                PIC X(008) VALUE 'ALCANCE '.
002470     03  FILLER                PIC X(030) VALUE
002480         'MESTRE FORA DO XREF.........:'.
002490     03  FILLER                PIC X(008) VALUE 'FUTURO  '.
002500     03  FILLER                PIC X(030) VALUE
002510         'FUTUROS SEM CONTA ATIVA.....:'.
002520     03  FILLER                PIC X(008) VALUE 'FLUXO   '.
002530     03  FILLER                PIC X(030) VALUE
002540         'CONTAS NO FLUXO ERRADO......:'.
002550     03  FILLER                PIC X(008) VALUE 'CADEIA  '.
002560     03  FILLER                PIC X(030) VALUE
002570         'FECHMES SEM ENCADEAMENTO....:'.
002580 01  BK-VERIFICACOES REDEFINES BK-VERIFICACOES-VALORES.
002590     03  BK-VERIFICACAO        OCCURS 6 TIMES.
002600         05  BK-VRF-CODIGO     PIC X(008).
002610         05  BK-VRF-ROTULO     PIC X(030).
002620 01  BK-CONTADORES-VERIFICACAO.
002630     03  BK-VRF-ACHADOS        PIC 9(009) COMP-3
002640                               OCCURS 6 TIMES.
002650
002660*---------------------------------------------------------------*
002670*  PRINT LINES.                                                 *
002680*---------------------------------------------------------------*
002690 01  BK-LINHA-CABECALHO.
002700     03  FILLER                PIC X(044) VALUE
002710         'BOOK-VERIFICA - INTEGRIDADE DOS ARQUIVOS....'.
002720     03  FILLER                PIC X(008) VALUE ' FLUXO: '.
002730     03  VRF-CAB-FLUXO         PIC X(001).
002740     03  FILLER                PIC X(004) VALUE ' DE '.
002750     03  VRF-CAB-QTDE          PIC X(001).
002760 01  BK-LINHA-TITULOS.
002770     03  FILLER                PIC X(032) VALUE
002780         'VERIF.    ARQUIVO   CONTA       '.
002790     03  FILLER                PIC X(007) VALUE 'DETALHE'.
002800     03  FILLER                PIC X(025) VALUE SPACES.
002810     03  FILLER                PIC X(008) VALUE 'ESPERADO'.
002820     03  FILLER                PIC X(011) VALUE SPACES.
002830     03  FILLER                PIC X(010) VALUE 'ENCONTRADO'.
002840     03  FILLER                PIC X(002) VALUE SPACES.
002850     03  FILLER                PIC X(006) VALUE 'MOTIVO'.
002860 01  BK-LINHA-INCONSISTENCIA.
002870     03  VRF-LIN-CODIGO        PIC X(008).
002880     03  FILLER                PIC X(002) VALUE SPACES.
002890     03  VRF-LIN-ARQUIVO       PIC X(008).
002900     03  FILLER                PIC X(002) VALUE SPACES.
002910     03  VRF-LIN-CONTA         PIC 9(010).
002920     03  FILLER                PIC X(002) VALUE SPACES.
002930     03  VRF-LIN-DETALHE       PIC X(020).
002940     03  FILLER                PIC X(001) VALUE SPACES.
002950     03  VRF-LIN-ESPERADO      PIC -(016)9.99.
002960     03  FILLER                PIC X(001) VALUE SPACES.
002970     03  VRF-LIN-ENCONTRADO    PIC -(016)9.99.
002980     03  FILLER                PIC X(002) VALUE SPACES.
002990     03  VRF-LIN-MOTIVO        PIC X(036).
003000 01  BK-LINHA-AUSENTE.
003010     03  FILLER                PIC X(018) VALUE
003020         'ARQUIVO AUSENTE - '.
003030     03  VRF-AUS-ARQUIVO       PIC X(008).
003040     03  FILLER                PIC X(030) VALUE
003050         ' - VERIFICACOES NAO EXECUTADAS'.
003060 01  BK-LINHA-CONTADOR.
003070     03  VRF-CON-ROTULO        PIC X(030).
003080     03  VRF-CON-VALOR         PIC ZZZ,ZZZ,ZZ9.
003090
003100 PROCEDURE DIVISION.
003110
003120*****************************************************************
003130*  0000-MAINLINE                                                *
003140*****************************************************************
003150 0000-MAINLINE.
003160     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003170     IF NOT BK-MESTRE-ABERTO-SIM
003180         DISPLAY 'BOOK-VERIFICA - NENHUM ARQUIVO MESTRE - A '
003190             'VERIFICACAO EXIGE O MESTRE'
003200         MOVE 8 TO RETURN-CODE
003210         GOBACK
003220     END-IF
003230     PERFORM 2000-VERIFICAR-MESTRE THRU 2000-EXIT
003240     PERFORM 3000-VERIFICAR-XREF THRU 3000-EXIT
003250     PERFORM 4000-VERIFICAR-POSICAO THRU 4000-EXIT
003260     PERFORM 5000-VERIFICAR-FUTUROS THRU 5000-EXIT
003270     PERFORM 6000-VERIFICAR-FECHMES THRU 6000-EXIT
003280     PERFORM 6500-VERIFICAR-REFPOST THRU 6500-EXIT
003290     PERFORM 6700-VERIFICAR-ORDPERM THRU 6700-EXIT
003300     PERFORM 6900-VERIFICAR-LIMCHEQ THRU 6900-EXIT
003310     PERFORM 9000-ENCERRAR THRU 9000-EXIT
003320     GOBACK.
003330
003340*****************************************************************
003350*  1000-INICIALIZAR - THE STREAM PARAMETERS, THE MASTER, THE    *
003360*  CROSS-REFERENCE AND THE REPORT HEADING.                      *
003370*****************************************************************
003380 1000-INICIALIZAR.
003390     INITIALIZE BK-CONTADORES-VERIFICACAO
003400
003410     OPEN INPUT PARAMETRO-VERFLUXO
003420     IF FS-PARAM-VERFLUXO-OK
003430         READ PARAMETRO-VERFLUXO
003440             AT END
003450                 CONTINUE
003460             NOT AT END
003470                 IF REG-PARAM-VERFLUXO NUMERIC
003480                     MOVE REG-PARAM-VERFLUXO
003490                         TO BK-FLUXO-VERIFICADO
003500                 END-IF
003510         END-READ
003520         CLOSE PARAMETRO-VERFLUXO
003530     END-IF
003540
003550*    THE COUNT FOLLOWS BOOK-DIVISOR: ABSENT OR EMPTY MEANS FOUR,
003560*    AND IT IS HELD TO THE 1-8 STREAMS THE SUITE CAN RUN.
003570     OPEN INPUT PARAMETRO-FLUXOS
003580     IF FS-PARAM-FLUXOS-OK
003590         READ PARAMETRO-FLUXOS
003600             AT END
003610                 CONTINUE
003620             NOT AT END
003630                 IF REG-PARAM-FLUXOS NUMERIC
003640                     MOVE REG-PARAM-FLUXOS TO BK-QTDE-FLUXOS
003650                 END-IF
003660         END-READ
003670         CLOSE PARAMETRO-FLUXOS
003680     END-IF
003690     IF BK-QTDE-FLUXOS < 1
003700         MOVE 1 TO BK-QTDE-FLUXOS
003710     END-IF
003720     IF BK-QTDE-FLUXOS > 8
003730         MOVE 8 TO BK-QTDE-FLUXOS
003740     END-IF
003750
003760     IF BK-FLUXO-VERIFICADO > ZERO
003770        AND BK-FLUXO-VERIFICADO NOT > BK-QTDE-FLUXOS
003780         MOVE 'S' TO BK-VERIFICAR-FLUXO
003790     END-IF
003800
003810     OPEN INPUT MESTRE-CLIENTES
003820     IF FS-MESTRE-OK
003830         MOVE 'S' TO BK-MESTRE-ABERTO
003840     ELSE
003850         GO TO 1000-EXIT
003860     END-IF
003870
003880     OPEN OUTPUT RELATORIO-VERIFICA
003890     IF BK-VERIFICAR-FLUXO-SIM
003900         MOVE BK-FLUXO-VERIFICADO TO VRF-CAB-FLUXO
003910         MOVE BK-QTDE-FLUXOS      TO VRF-CAB-QTDE
003920     ELSE
003930         MOVE '-' TO VRF-CAB-FLUXO
003940         MOVE '-' TO VRF-CAB-QTDE
003950     END-IF
003960     MOVE BK-LINHA-CABECALHO TO REG-RELVERIF
003970     WRITE REG-RELVERIF
003980     MOVE SPACES             TO REG-RELVERIF
003990     WRITE REG-RELVERIF
004000     IF NOT BK-VERIFICAR-FLUXO-SIM
004010         MOVE 'SEM PARAMETRO VERFLUXO VALIDO - VERIFICACAO DE '
004020             TO REG-RELVERIF
004030         MOVE 'FLUXO NAO EXECUTADA' TO REG-RELVERIF (48:19)
004040         WRITE REG-RELVERIF
004050     END-IF
004060
004070     OPEN INPUT XREF-NOMES
004080     IF FS-XREF-OK
004090         MOVE 'S' TO BK-XREF-ABERTO
004100     ELSE
004110         MOVE 'XREFNOME' TO VRF-AUS-ARQUIVO
004120         PERFORM 8100-REGISTRAR-AUSENTE THRU 8100-EXIT
004130     END-IF
004140
004150     MOVE BK-LINHA-TITULOS TO REG-RELVERIF
004160     WRITE REG-RELVERIF.
004170 1000-EXIT.
004180     EXIT.
004190
004200*****************************************************************
004210*  2000-VERIFICAR-MESTRE - EVERY MASTER: IN THE RIGHT STREAM,   *
004220*  AND REACHABLE THROUGH THE CROSS-REFERENCE UNDER ITS CURRENT  *
004230*  NAME - THE NAME BOOK-BATCH KEEPS THE XREFNOME ROW FOR.       *
004240*****************************************************************
004250 2000-VERIFICAR-MESTRE.
004260     MOVE 'N' TO BK-FIM-DE-ARQUIVO
004270     MOVE ZERO TO MST-CONTA
004280     START MESTRE-CLIENTES KEY NOT LESS MST-CONTA
004290         INVALID KEY
004300             MOVE 'S' TO BK-FIM-DE-ARQUIVO
004310     END-START
004320     IF NOT FS-MESTRE-OK
004330         MOVE 'S' TO BK-FIM-DE-ARQUIVO
004340     END-IF
004350
004360     PERFORM 2100-LER-MESTRE THRU 2100-EXIT
004370         UNTIL BK-FIM-DE-ARQUIVO-SIM.
004380 2000-EXIT.
004390     EXIT.
004400
004410*    A READ ERROR (NOT JUST END-OF-FILE) MUST ALSO END THE WALK -
004420*    NEITHER AT END NOR NOT AT END RUNS ON ONE, AND THE LOOP
004430*    WOULD OTHERWISE NEVER TERMINATE.
004440 2100-LER-MESTRE.
004450     READ MESTRE-CLIENTES NEXT RECORD
004460         AT END
004470             MOVE 'S' TO BK-FIM-DE-ARQUIVO
004480     END-READ
004490     IF NOT FS-MESTRE-OK
004500         MOVE 'S' TO BK-FIM-DE-ARQUIVO
004510     END-IF
004520     IF BK-FIM-DE-ARQUIVO-SIM
004530         GO TO 2100-EXIT
004540     END-IF
004550
004560     ADD 1 TO BK-MESTRES-LIDOS
004570     MOVE MST-CONTA  TO BK-CONTA-VERIFICADA
004580     MOVE 'MESTRE  ' TO BK-ARQUIVO-VERIFICADO
004590     PERFORM 7000-CONFERIR-FLUXO THRU 7000-EXIT
004600
004610     IF NOT BK-XREF-ABERTO-SIM
004620         GO TO 2100-EXIT
004630     END-IF
004640
004650     MOVE MST-NOME TO XRF-NOME
004660     READ XREF-NOMES
004670         INVALID KEY
004680             MOVE 3              TO BK-INDICE-VERIF
004690             MOVE 'XREFNOME'     TO VRF-LIN-ARQUIVO
004700             MOVE MST-CONTA      TO VRF-LIN-CONTA
004710             MOVE MST-NOME       TO VRF-LIN-DETALHE
004720             MOVE ZERO           TO VRF-LIN-ESPERADO
004730             MOVE ZERO           TO VRF-LIN-ENCONTRADO
004740             MOVE 'NOME DO MESTRE AUSENTE NO XREFNOME'
004750                 TO VRF-LIN-MOTIVO
004760             PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT
004770             GO TO 2100-EXIT
004780     END-READ
004790
004800     IF XRF-CONTA NOT = MST-CONTA
004810         MOVE 3              TO BK-INDICE-VERIF
004820         MOVE 'XREFNOME'     TO VRF-LIN-ARQUIVO
004830         MOVE MST-CONTA      TO VRF-LIN-CONTA
004840         MOVE MST-NOME       TO VRF-LIN-DETALHE
004850         MOVE MST-CONTA      TO VRF-LIN-ESPERADO
004860         MOVE XRF-CONTA      TO VRF-LIN-ENCONTRADO
004870         MOVE 'NOME DO MESTRE APONTA PARA OUTRA CONTA'
004880             TO VRF-LIN-MOTIVO
004890         PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT
004900     END-IF.
004910 2100-EXIT.
004920     EXIT.
004930
004940*****************************************************************
004950*  3000-VERIFICAR-XREF - EVERY CROSS-REFERENCE ROW: ITS CONTA   *
004960*  IN THE RIGHT STREAM AND ON THE MASTER. A LOGICALLY DELETED   *
004970*  MASTER STILL EXISTS, SO IT IS NOT AN INCONSISTENCY HERE.     *
004980*****************************************************************
004990 3000-VERIFICAR-XREF.
005000     IF NOT BK-XREF-ABERTO-SIM
005010         GO TO 3000-EXIT
005020     END-IF
005030
005040     MOVE 'N' TO BK-FIM-DE-ARQUIVO
005050     MOVE 'N' TO BK-HA-ANTERIOR
005060     MOVE LOW-VALUES TO XRF-NOME
005070     START XREF-NOMES KEY NOT LESS XRF-NOME
005080         INVALID KEY
005090             MOVE 'S' TO BK-FIM-DE-ARQUIVO
005100     END-START
005110     IF NOT FS-XREF-OK
005120         MOVE 'S' TO BK-FIM-DE-ARQUIVO
005130     END-IF
005140
005150     PERFORM 3100-LER-XREF THRU 3100-EXIT
005160         UNTIL BK-FIM-DE-ARQUIVO-SIM
005170     CLOSE XREF-NOMES.
005180 3000-EXIT.
005190     EXIT.
005200
005210 3100-LER-XREF.
005220     READ XREF-NOMES NEXT RECORD
005230         AT END
005240             MOVE 'S' TO BK-FIM-DE-ARQUIVO
005250     END-READ
005260     IF NOT FS-XREF-OK
005270         MOVE 'S' TO BK-FIM-DE-ARQUIVO
005280     END-IF
005290     IF BK-FIM-DE-ARQUIVO-SIM
005300         GO TO 3100-EXIT
005310     END-IF
005320
005330     ADD 1 TO BK-XREF-LIDOS
005340     MOVE XRF-CONTA  TO BK-CONTA-VERIFICADA
005350     MOVE 'XREFNOME' TO BK-ARQUIVO-VERIFICADO
005360     PERFORM 7000-CONFERIR-FLUXO THRU 7000-EXIT
005370
005380     PERFORM 7500-LER-MESTRE-CONTA THRU 7500-EXIT
005390     IF NOT BK-MESTRE-ACHADO-SIM
005400         MOVE 2              TO BK-INDICE-VERIF
005410         MOVE 'XREFNOME'     TO VRF-LIN-ARQUIVO
005420         MOVE XRF-CONTA      TO VRF-LIN-CONTA
005430         MOVE XRF-NOME       TO VRF-LIN-DETALHE
005440         MOVE ZERO           TO VRF-LIN-ESPERADO
005450         MOVE ZERO           TO VRF-LIN-ENCONTRADO
005460         MOVE 'XREFNOME APONTA PARA CONTA SEM MESTRE'
005470             TO VRF-LIN-MOTIVO
005480         PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT
005490     END-IF.
005500 3100-EXIT.
005510     EXIT.
005520
005530*****************************************************************
005540*  4000-VERIFICAR-POSICAO - THE FILE IS CONTA-MAJOR WITH THE    *
005550*  MOVEMENT DATE ASCENDING, SO A CLIENT'S LATEST ROW IS THE     *
005560*  LAST OF ITS GROUP: EACH ROW IS REMEMBERED, AND THE PREVIOUS  *
005570*  CLIENT IS CHECKED WHEN THE CONTA CHANGES AND AT END OF FILE. *
005580*  A MASTER WITH NO POSICAO ROW (NEVER POSTED) IS ONLY COUNTED. *
005590*****************************************************************
005600 4000-VERIFICAR-POSICAO.
005610     OPEN INPUT POSICAO-CLIENTES
005620     IF FS-POSICAO-NAO-EXISTE OR NOT FS-POSICAO-OK
005630         MOVE 'POSICAO ' TO VRF-AUS-ARQUIVO
005640         PERFORM 8100-REGISTRAR-AUSENTE THRU 8100-EXIT
005650         GO TO 4000-EXIT
005660     END-IF
005670
005680     MOVE 'N' TO BK-FIM-DE-ARQUIVO
005690     MOVE 'N' TO BK-HA-ANTERIOR
005700     PERFORM 4100-LER-POSICAO THRU 4100-EXIT
005710         UNTIL BK-FIM-DE-ARQUIVO-SIM
005720     IF BK-HA-ANTERIOR-SIM
005730         PERFORM 4200-CONFERIR-SALDO THRU 4200-EXIT
005740     END-IF
005750     CLOSE POSICAO-CLIENTES
005760
005770     COMPUTE BK-SEM-POSICAO = BK-MESTRES-LIDOS - BK-SEM-POSICAO.
005780 4000-EXIT.
005790     EXIT.
005800
005810 4100-LER-POSICAO.
005820     READ POSICAO-CLIENTES NEXT RECORD
005830         AT END
005840             MOVE 'S' TO BK-FIM-DE-ARQUIVO
005850     END-READ
005860     IF NOT FS-POSICAO-OK
005870         MOVE 'S' TO BK-FIM-DE-ARQUIVO
005880     END-IF
005890     IF BK-FIM-DE-ARQUIVO-SIM
005900         GO TO 4100-EXIT
005910     END-IF
005920
005930     ADD 1 TO BK-POSICOES-LIDAS
005940     IF BK-HA-ANTERIOR-SIM AND POS-CONTA NOT = BK-CONTA-ANTERIOR
005950         PERFORM 4200-CONFERIR-SALDO THRU 4200-EXIT
005960     END-IF
005970     IF NOT BK-HA-ANTERIOR-SIM
005980        OR POS-CONTA NOT = BK-CONTA-ANTERIOR
005990         MOVE POS-CONTA  TO BK-CONTA-VERIFICADA
006000         MOVE 'POSICAO ' TO BK-ARQUIVO-VERIFICADO
006010         PERFORM 7000-CONFERIR-FLUXO THRU 7000-EXIT
006020     END-IF
006030
006040     MOVE 'S'                TO BK-HA-ANTERIOR
006050     MOVE POS-CONTA          TO BK-CONTA-ANTERIOR
006060     MOVE POS-DATA-MOVIMENTO TO BK-POS-DATA
006070     COMPUTE BK-POS-SALDO-ESPERADO =
006080         POS-SALDO-ABERTURA + POS-LIQUIDO
006090         + POS-TARIFAS - POS-JUROS.
006100 4100-EXIT.
006110     EXIT.
006120
006130*****************************************************************
006140*  4200-CONFERIR-SALDO - THE PREVIOUS CLIENT'S LATEST ROW       *
006150*  AGAINST ITS MASTER. BK-SEM-POSICAO COUNTS THE MASTERS FOUND  *
006160*  HERE; 4000 TURNS IT INTO THE MASTERS NOT FOUND. A POSICAO    *
006170*  ROW WITH NO MASTER IS LEFT TO THE OTHER CHECKS.              *
006180*****************************************************************
006190 4200-CONFERIR-SALDO.
006200     MOVE BK-CONTA-ANTERIOR TO BK-CONTA-VERIFICADA
006210     PERFORM 7500-LER-MESTRE-CONTA THRU 7500-EXIT
006220     IF NOT BK-MESTRE-ACHADO-SIM
006230         GO TO 4200-EXIT
006240     END-IF
006250     ADD 1 TO BK-SEM-POSICAO
006260
006270     IF MST-SALDO-FECHAMENTO NOT = BK-POS-SALDO-ESPERADO
006280         MOVE 1              TO BK-INDICE-VERIF
006290         MOVE 'POSICAO '     TO VRF-LIN-ARQUIVO
006300         MOVE MST-CONTA      TO VRF-LIN-CONTA
006310         MOVE SPACES         TO VRF-LIN-DETALHE
006320         MOVE 'MOVIMENTO '   TO VRF-LIN-DETALHE (1:10)
006330         MOVE BK-POS-DATA    TO VRF-LIN-DETALHE (11:8)
006340         MOVE BK-POS-SALDO-ESPERADO TO VRF-LIN-ESPERADO
006350         MOVE MST-SALDO-FECHAMENTO  TO VRF-LIN-ENCONTRADO
006360         MOVE 'SALDO DO MESTRE DIFERE DA ULTIMA POSICAO'
006370             TO VRF-LIN-MOTIVO
006380         PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT
006390     END-IF.
006400 4200-EXIT.
006410     EXIT.
006420
006430*****************************************************************
006440*  5000-VERIFICAR-FUTUROS - EVERY WAREHOUSED POSTING MUST       *
006450*  BELONG TO A LIVE ACCOUNT: ONE WITH A MASTER THAT IS NOT      *
006460*  LOGICALLY DELETED. A DORMANT ACCOUNT IS STILL LIVE.          *
006470*****************************************************************
006480 5000-VERIFICAR-FUTUROS.
006490     OPEN INPUT POSTAGENS-FUTURAS
006500     IF FS-FUTUROS-NAO-EXISTE OR NOT FS-FUTUROS-OK
006510         MOVE 'FUTUROS ' TO VRF-AUS-ARQUIVO
006520         PERFORM 8100-REGISTRAR-AUSENTE THRU 8100-EXIT
006530         GO TO 5000-EXIT
006540     END-IF
006550
006560     MOVE 'N' TO BK-FIM-DE-ARQUIVO
006570     PERFORM 5100-LER-FUTURO THRU 5100-EXIT
006580         UNTIL BK-FIM-DE-ARQUIVO-SIM
006590     CLOSE POSTAGENS-FUTURAS.
006600 5000-EXIT.
006610     EXIT.
006620
006630 5100-LER-FUTURO.
006640     READ POSTAGENS-FUTURAS NEXT RECORD
006650         AT END
006660             MOVE 'S' TO BK-FIM-DE-ARQUIVO
006670     END-READ
006680     IF NOT FS-FUTUROS-OK
006690         MOVE 'S' TO BK-FIM-DE-ARQUIVO
006700     END-IF
006710     IF BK-FIM-DE-ARQUIVO-SIM
006720         GO TO 5100-EXIT
006730     END-IF
006740
006750     ADD 1 TO BK-FUTUROS-LIDOS
006760     MOVE FUT-CONTA  TO BK-CONTA-VERIFICADA
006770     MOVE 'FUTUROS ' TO BK-ARQUIVO-VERIFICADO
006780     PERFORM 7000-CONFERIR-FLUXO THRU 7000-EXIT
006790
006800     MOVE 4              TO BK-INDICE-VERIF
006810     MOVE 'FUTUROS '     TO VRF-LIN-ARQUIVO
006820     MOVE FUT-CONTA      TO VRF-LIN-CONTA
006830     MOVE FUT-REFERENCIA TO VRF-LIN-DETALHE
006840     MOVE ZERO           TO VRF-LIN-ESPERADO
006850     MOVE FUT-VALOR      TO VRF-LIN-ENCONTRADO
006860
006870     PERFORM 7500-LER-MESTRE-CONTA THRU 7500-EXIT
006880     IF NOT BK-MESTRE-ACHADO-SIM
006890         MOVE 'POSTAGEM RETIDA PARA CONTA DESCONHECIDA'
006900             TO VRF-LIN-MOTIVO
006910         PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT
006920         GO TO 5100-EXIT
006930     END-IF
006940     IF MST-ST-EXCLUIDO
006950         MOVE 'POSTAGEM RETIDA PARA CONTA EXCLUIDA'
006960             TO VRF-LIN-MOTIVO
006970         PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT
006980     END-IF.
006990 5100-EXIT.
007000     EXIT.
007010
007020*****************************************************************
007030*  6000-VERIFICAR-FECHMES - CONTA-MAJOR, MONTHS ASCENDING: EACH *
007040*  ROW'S OPENING BALANCE MUST BE THE CLOSING BALANCE OF THE     *
007050*  CLIENT'S PREVIOUS MONTH-END ROW.                             *
007060*****************************************************************
007070 6000-VERIFICAR-FECHMES.
007080     OPEN INPUT FECHAMENTO-MENSAL
007090     IF FS-FECHMES-NAO-EXISTE OR NOT FS-FECHMES-OK
007100         MOVE 'FECHMES ' TO VRF-AUS-ARQUIVO
007110         PERFORM 8100-REGISTRAR-AUSENTE THRU 8100-EXIT
007120         GO TO 6000-EXIT
007130     END-IF
007140
007150     MOVE 'N' TO BK-FIM-DE-ARQUIVO
007160     MOVE 'N' TO BK-HA-ANTERIOR
007170     PERFORM 6100-LER-FECHMES THRU 6100-EXIT
007180         UNTIL BK-FIM-DE-ARQUIVO-SIM
007190     CLOSE FECHAMENTO-MENSAL.
007200 6000-EXIT.
007210     EXIT.
007220
007230 6100-LER-FECHMES.
007240     READ FECHAMENTO-MENSAL NEXT RECORD
007250         AT END
007260             MOVE 'S' TO BK-FIM-DE-ARQUIVO
007270     END-READ
007280     IF NOT FS-FECHMES-OK
007290         MOVE 'S' TO BK-FIM-DE-ARQUIVO
007300     END-IF
007310     IF BK-FIM-DE-ARQUIVO-SIM
007320         GO TO 6100-EXIT
007330     END-IF
007340
007350     ADD 1 TO BK-FECHAMENTOS-LIDOS
007360     IF BK-HA-ANTERIOR-SIM AND FME-CONTA = BK-CONTA-ANTERIOR
007370         IF FME-SALDO-ABERTURA NOT = BK-FME-FECHAMENTO-ANTERIOR
007380             MOVE 6              TO BK-INDICE-VERIF
007390             MOVE 'FECHMES '     TO VRF-LIN-ARQUIVO
007400             MOVE FME-CONTA      TO VRF-LIN-CONTA
007410             MOVE SPACES         TO VRF-LIN-DETALHE
007420             MOVE BK-FME-ANO-MES-ANTERIOR
007430                 TO VRF-LIN-DETALHE (1:7)
007440             MOVE ' > '          TO VRF-LIN-DETALHE (8:3)
007450             MOVE FME-ANO-MES    TO VRF-LIN-DETALHE (11:7)
007460             MOVE BK-FME-FECHAMENTO-ANTERIOR TO VRF-LIN-ESPERADO
007470             MOVE FME-SALDO-ABERTURA         TO VRF-LIN-ENCONTRADO
007480             MOVE 'ABERTURA DIFERE DO FECHAMENTO ANTERIOR'
007490                 TO VRF-LIN-MOTIVO
007500             PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT
007510         END-IF
007520     ELSE
007530         MOVE FME-CONTA  TO BK-CONTA-VERIFICADA
007540         MOVE 'FECHMES ' TO BK-ARQUIVO-VERIFICADO
007550         PERFORM 7000-CONFERIR-FLUXO THRU 7000-EXIT
007560     END-IF
007570
007580     MOVE 'S'                  TO BK-HA-ANTERIOR
007590     MOVE FME-CONTA            TO BK-CONTA-ANTERIOR
007600     MOVE FME-ANO-MES          TO BK-FME-ANO-MES-ANTERIOR
007610     MOVE FME-SALDO-FECHAMENTO TO BK-FME-FECHAMENTO-ANTERIOR.
007620 6100-EXIT.
007630     EXIT.
007640
007650*****************************************************************
007660*  6500..6900 - THE REMAINING PER-STREAM KEYED FILES CARRY NO   *
007670*  BALANCE TO CROSS-CHECK; THEY ARE WALKED FOR THE STREAM RULE  *
007680*  ALONE, ONCE PER CONTA.                                       *
007690*****************************************************************
007700 6500-VERIFICAR-REFPOST.
007710     OPEN INPUT REFERENCIAS-POSTADAS
007720     IF FS-REFPOST-NAO-EXISTE OR NOT FS-REFPOST-OK
007730         MOVE 'REFPOST ' TO VRF-AUS-ARQUIVO
007740         PERFORM 8100-REGISTRAR-AUSENTE THRU 8100-EXIT
007750         GO TO 6500-EXIT
007760     END-IF
007770
007780     MOVE 'N' TO BK-FIM-DE-ARQUIVO
007790     MOVE 'N' TO BK-HA-ANTERIOR
007800     PERFORM 6600-LER-REFPOST THRU 6600-EXIT
007810         UNTIL BK-FIM-DE-ARQUIVO-SIM
007820     CLOSE REFERENCIAS-POSTADAS.
007830 6500-EXIT.
007840     EXIT.
007850
007860 6600-LER-REFPOST.
007870     READ REFERENCIAS-POSTADAS NEXT RECORD
007880         AT END
007890             MOVE 'S' TO BK-FIM-DE-ARQUIVO
007900     END-READ
007910     IF NOT FS-REFPOST-OK
007920         MOVE 'S' TO BK-FIM-DE-ARQUIVO
007930     END-IF
007940     IF BK-FIM-DE-ARQUIVO-SIM
007950         GO TO 6600-EXIT
007960     END-IF
007970
007980     ADD 1 TO BK-REFERENCIAS-LIDAS
007990     IF NOT BK-HA-ANTERIOR-SIM
008000        OR REF-CONTA NOT = BK-CONTA-ANTERIOR
008010         MOVE REF-CONTA  TO BK-CONTA-VERIFICADA
008020         MOVE 'REFPOST ' TO BK-ARQUIVO-VERIFICADO
008030         PERFORM 7000-CONFERIR-FLUXO THRU 7000-EXIT
008040     END-IF
008050     MOVE 'S'       TO BK-HA-ANTERIOR
008060     MOVE REF-CONTA TO BK-CONTA-ANTERIOR.
008070 6600-EXIT.
008080     EXIT.
008090
008100 6700-VERIFICAR-ORDPERM.
008110     OPEN INPUT ORDENS-PERMANENTES
008120     IF FS-ORDPERM-NAO-EXISTE OR NOT FS-ORDPERM-OK
008130         MOVE 'ORDPERM ' TO VRF-AUS-ARQUIVO
008140         PERFORM 8100-REGISTRAR-AUSENTE THRU 8100-EXIT
008150         GO TO 6700-EXIT
008160     END-IF
008170
008180     MOVE 'N' TO BK-FIM-DE-ARQUIVO
008190     MOVE 'N' TO BK-HA-ANTERIOR
008200     PERFORM 6800-LER-ORDPERM THRU 6800-EXIT
008210         UNTIL BK-FIM-DE-ARQUIVO-SIM
008220     CLOSE ORDENS-PERMANENTES.
008230 6700-EXIT.
008240     EXIT.
008250
008260 6800-LER-ORDPERM.
008270     READ ORDENS-PERMANENTES NEXT RECORD
008280         AT END
008290             MOVE 'S' TO BK-FIM-DE-ARQUIVO
008300     END-READ
008310     IF NOT FS-ORDPERM-OK
008320         MOVE 'S' TO BK-FIM-DE-ARQUIVO
008330     END-IF
008340     IF BK-FIM-DE-ARQUIVO-SIM
008350         GO TO 6800-EXIT
008360     END-IF
008370
008380     ADD 1 TO BK-ORDENS-LIDAS
008390     IF NOT BK-HA-ANTERIOR-SIM
008400        OR ORD-CONTA NOT = BK-CONTA-ANTERIOR
008410         MOVE ORD-CONTA  TO BK-CONTA-VERIFICADA
008420         MOVE 'ORDPERM ' TO BK-ARQUIVO-VERIFICADO
008430         PERFORM 7000-CONFERIR-FLUXO THRU 7000-EXIT
008440     END-IF
008450     MOVE 'S'       TO BK-HA-ANTERIOR
008460     MOVE ORD-CONTA TO BK-CONTA-ANTERIOR.
008470 6800-EXIT.
008480     EXIT.
008490
008500 6900-VERIFICAR-LIMCHEQ.
008510     OPEN INPUT LIMITES-CHEQUE
008520     IF FS-LIMCHEQ-NAO-EXISTE OR NOT FS-LIMCHEQ-OK
008530         MOVE 'LIMCHEQ ' TO VRF-AUS-ARQUIVO
008540         PERFORM 8100-REGISTRAR-AUSENTE THRU 8100-EXIT
008550         GO TO 6900-EXIT
008560     END-IF
008570
008580     MOVE 'N' TO BK-FIM-DE-ARQUIVO
008590     PERFORM 6950-LER-LIMCHEQ THRU 6950-EXIT
008600         UNTIL BK-FIM-DE-ARQUIVO-SIM
008610     CLOSE LIMITES-CHEQUE.
008620 6900-EXIT.
008630     EXIT.
008640
008650 6950-LER-LIMCHEQ.
008660     READ LIMITES-CHEQUE NEXT RECORD
008670         AT END
008680             MOVE 'S' TO BK-FIM-DE-ARQUIVO
008690     END-READ
008700     IF NOT FS-LIMCHEQ-OK
008710         MOVE 'S' TO BK-FIM-DE-ARQUIVO
008720     END-IF
008730     IF BK-FIM-DE-ARQUIVO-SIM
008740         GO TO 6950-EXIT
008750     END-IF
008760
008770     ADD 1 TO BK-LIMITES-LIDOS
008780     MOVE LCH-CONTA  TO BK-CONTA-VERIFICADA
008790     MOVE 'LIMCHEQ ' TO BK-ARQUIVO-VERIFICADO
008800     PERFORM 7000-CONFERIR-FLUXO THRU 7000-EXIT.
008810 6950-EXIT.
008820     EXIT.
008830
008840*****************************************************************
008850*  7000-CONFERIR-FLUXO - BK-CONTA-VERIFICADA, FOUND IN FILE     *
008860*  BK-ARQUIVO-VERIFICADO OF THIS STREAM, MUST BE OWNED BY THIS  *
008870*  STREAM UNDER THE BOOK-DIVISOR RULE (CONTA MODULO THE STREAM  *
008880*  COUNT, PLUS ONE).                                            *
008890*****************************************************************
008900 7000-CONFERIR-FLUXO.
008910     IF NOT BK-VERIFICAR-FLUXO-SIM
008920         GO TO 7000-EXIT
008930     END-IF
008940
008950     COMPUTE BK-FLUXO-DONO =
008960         FUNCTION MOD(BK-CONTA-VERIFICADA, BK-QTDE-FLUXOS) + 1
008970     IF BK-FLUXO-DONO = BK-FLUXO-VERIFICADO
008980         GO TO 7000-EXIT
008990     END-IF
009000
009010     MOVE 5                     TO BK-INDICE-VERIF
009020     MOVE BK-ARQUIVO-VERIFICADO TO VRF-LIN-ARQUIVO
009030     MOVE BK-CONTA-VERIFICADA   TO VRF-LIN-CONTA
009040     MOVE SPACES                TO VRF-LIN-DETALHE
009050     MOVE 'PERTENCE AO FLUXO '  TO VRF-LIN-DETALHE (1:18)
009060     MOVE BK-FLUXO-DONO         TO VRF-LIN-DETALHE (19:1)
009070     MOVE BK-FLUXO-VERIFICADO   TO VRF-LIN-ESPERADO
009080     MOVE BK-FLUXO-DONO         TO VRF-LIN-ENCONTRADO
009090     MOVE 'CONTA EM ARQUIVO DE OUTRO FLUXO'
009100         TO VRF-LIN-MOTIVO
009110     PERFORM 8000-REGISTRAR-INCONSISTENCIA THRU 8000-EXIT.
009120 7000-EXIT.
009130     EXIT.
009140
009150*****************************************************************
009160*  7500-LER-MESTRE-CONTA - KEYED READ OF THE MASTER FOR         *
009170*  BK-CONTA-VERIFICADA OR, FROM THE XREF AND FUTUROS WALKS,     *
009180*  THE ROW'S OWN CONTA.                                         *
009190*****************************************************************
009200 7500-LER-MESTRE-CONTA.
009210     MOVE 'S' TO BK-MESTRE-ACHADO
009220     MOVE BK-CONTA-VERIFICADA TO MST-CONTA
009230     READ MESTRE-CLIENTES
009240         INVALID KEY
009250             MOVE 'N' TO BK-MESTRE-ACHADO
009260     END-READ
009270     IF NOT FS-MESTRE-OK
009280         MOVE 'N' TO BK-MESTRE-ACHADO
009290     END-IF.
009300 7500-EXIT.
009310     EXIT.
009320
009330*****************************************************************
009340*  8000-REGISTRAR-INCONSISTENCIA - ONE FINDING: COUNTED AGAINST *
009350*  ITS CHECK AND LISTED. THE CALLER HAS FILLED THE CHECK INDEX  *
009360*  AND THE LINE'S FILE, CONTA, DETAIL, FIGURES AND MOTIVE.      *
009370*****************************************************************
009380 8000-REGISTRAR-INCONSISTENCIA.
009390     ADD 1 TO BK-VRF-ACHADOS (BK-INDICE-VERIF)
009400     ADD 1 TO BK-TOT-INCONSISTENCIAS
009410     MOVE BK-VRF-CODIGO (BK-INDICE-VERIF) TO VRF-LIN-CODIGO
009420     MOVE BK-LINHA-INCONSISTENCIA TO REG-RELVERIF
009430     WRITE REG-RELVERIF.
009440 8000-EXIT.
009450     EXIT.
009460
009470 8100-REGISTRAR-AUSENTE.
009480     MOVE BK-LINHA-AUSENTE TO REG-RELVERIF
009490     WRITE REG-RELVERIF.
009500 8100-EXIT.
009510     EXIT.
009520
009530*****************************************************************
009540*  9000-ENCERRAR - THE SUMMARY BLOCK, THE VERDICT AND THE       *
009550*  RETURN CODE THE SCHEDULER ACTS ON.                           *
009560*****************************************************************
009570 9000-ENCERRAR.
009580     CLOSE MESTRE-CLIENTES
009590
009600     MOVE SPACES TO REG-RELVERIF
009610     WRITE REG-RELVERIF
009620
009630     MOVE 'MESTRES LIDOS...............:' TO VRF-CON-ROTULO
009640     MOVE BK-MESTRES-LIDOS                TO VRF-CON-VALOR
009650     PERFORM 9100-IMPRIMIR-CONTADOR THRU 9100-EXIT
009660     MOVE 'XREFNOME LIDOS..............:' TO VRF-CON-ROTULO
009670     MOVE BK-XREF-LIDOS                   TO VRF-CON-VALOR
009680     PERFORM 9100-IMPRIMIR-CONTADOR THRU 9100-EXIT
009690     MOVE 'POSICOES LIDAS..............:' TO VRF-CON-ROTULO
009700     MOVE BK-POSICOES-LIDAS               TO VRF-CON-VALOR
009710     PERFORM 9100-IMPRIMIR-CONTADOR THRU 9100-EXIT
009720     MOVE 'MESTRES SEM POSICAO.........:' TO VRF-CON-ROTULO
009730     MOVE BK-SEM-POSICAO                  TO VRF-CON-VALOR
009740     PERFORM 9100-IMPRIMIR-CONTADOR THRU 9100-EXIT
009750     MOVE 'FUTUROS LIDOS...............:' TO VRF-CON-ROTULO
009760     MOVE BK-FUTUROS-LIDOS                TO VRF-CON-VALOR
009770     PERFORM 9100-IMPRIMIR-CONTADOR THRU 9100-EXIT
009780     MOVE 'FECHAMENTOS LIDOS...........:' TO VRF-CON-ROTULO
009790     MOVE BK-FECHAMENTOS-LIDOS            TO VRF-CON-VALOR
009800     PERFORM 9100-IMPRIMIR-CONTADOR THRU 9100-EXIT
009810     MOVE 'REFERENCIAS LIDAS...........:' TO VRF-CON-ROTULO
009820     MOVE BK-REFERENCIAS-LIDAS            TO VRF-CON-VALOR
009830     PERFORM 9100-IMPRIMIR-CONTADOR THRU 9100-EXIT
009840     MOVE 'ORDENS LIDAS................:' TO VRF-CON-ROTULO
009850     MOVE BK-ORDENS-LIDAS                 TO VRF-CON-VALOR
009860     PERFORM 9100-IMPRIMIR-CONTADOR THRU 9100-EXIT
009870     MOVE 'LIMITES LIDOS...............:' TO VRF-CON-ROTULO
009880     MOVE BK-LIMITES-LIDOS                TO VRF-CON-VALOR
009890     PERFORM 9100-IMPRIMIR-CONTADOR THRU 9100-EXIT
009900
009910     MOVE SPACES TO REG-RELVERIF
009920     WRITE REG-RELVERIF
009930     PERFORM 9200-IMPRIMIR-VERIFICACAO THRU 9200-EXIT
009940         VARYING BK-INDICE-VERIF FROM 1 BY 1
009950         UNTIL BK-INDICE-VERIF > 6
009960     MOVE 'INCONSISTENCIAS.............:' TO VRF-CON-ROTULO
009970     MOVE BK-TOT-INCONSISTENCIAS          TO VRF-CON-VALOR
009980     PERFORM 9100-IMPRIMIR-CONTADOR THRU 9100-EXIT
009990
010000     MOVE SPACES TO REG-RELVERIF
010010     WRITE REG-RELVERIF
010020     IF BK-TOT-INCONSISTENCIAS = ZERO
010030         MOVE 'ARQUIVOS CONSISTENTES' TO REG-RELVERIF
010040     ELSE
010050         MOVE 'INCONSISTENCIAS ENCONTRADAS - VER DETALHE ACIMA'
010060             TO REG-RELVERIF
010070     END-IF
010080     WRITE REG-RELVERIF
010090     CLOSE RELATORIO-VERIFICA
010100
010110     DISPLAY 'BOOK-VERIFICA - MESTRES LIDOS......: '
010120         BK-MESTRES-LIDOS
010130     DISPLAY 'BOOK-VERIFICA - INCONSISTENCIAS....: '
010140         BK-TOT-INCONSISTENCIAS
010150     IF BK-TOT-INCONSISTENCIAS > ZERO
010160         DISPLAY 'BOOK-VERIFICA - ARQUIVOS INCONSISTENTES - '
010170             'VER RELVERIF'
010180         MOVE 8 TO RETURN-CODE
010190     END-IF.
010200 9000-EXIT.
010210     EXIT.
010220
010230 9100-IMPRIMIR-CONTADOR.
010240     MOVE BK-LINHA-CONTADOR TO REG-RELVERIF
010250     WRITE REG-RELVERIF.
010260 9100-EXIT.
010270     EXIT.
010280
010290 9200-IMPRIMIR-VERIFICACAO.
010300     MOVE BK-VRF-ROTULO (BK-INDICE-VERIF)  TO VRF-CON-ROTULO
010310     MOVE BK-VRF-ACHADOS (BK-INDICE-VERIF) TO VRF-CON-VALOR
010320     PERFORM 9100-IMPRIMIR-CONTADOR THRU 9100-EXIT.
010330 9200-EXIT.
010340     EXIT.
