000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOOK-AVISO.
000030 AUTHOR.        R P SILVEIRA.
000040 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  BOOK-AVISO                                                   *
000090*  DAILY CLIENT NOTIFICATION FEED FOR THE MESSAGING VENDOR.     *
000100*  GATHERS THE MOVEMENT DATE'S EVENTS WRITTEN BY BOOK-BATCH     *
000110*  (AVISOS - WITH MORE THAN ONE STREAM, THE BOOK-JUNTA MERGE OF *
000120*  THE PER-STREAM FILES) AND THE ADJUSTMENTS AND DELETES MADE   *
000130*  THROUGH BOOK-MANUT SINCE THE PREVIOUS FEED (AVISOMAN), SORTS *
000140*  THEM BY CONTA AND WRITES AVISOFEED: A HDR WITH THE DATE AND  *
000150*  THE FEED'S OWN SEQUENCE NUMBER, ONE DET LINE PER EVENT (SEE  *
000160*  BKAVISO) AND A TRL WITH THE COUNTS AND THE CONTA HASH TOTAL  *
000170*  (SEE BKAVCTL).                                               *
000180*                                                               *
000190*  A RESTARTED NIGHTLY RUN MAY HAVE WRITTEN A CLIENT'S EVENTS   *
000200*  TWICE; A LINE IDENTICAL TO THE ONE BEFORE IT IN EVERYTHING   *
000210*  BUT ITS TIMESTAMP IS DROPPED, SO NO CLIENT HEARS TWICE.      *
000220*                                                               *
000230*  THE AVISOSEQ FILE KEEPS THE LAST DATE SENT, ITS SEQUENCE AND *
000240*  THE DATE BEFORE IT. A LATER DATE TAKES THE NEXT SEQUENCE; A  *
000250*  RERUN OF THE LAST DATE REBUILDS THE SAME FEED UNDER THE SAME *
000260*  SEQUENCE; AN EARLIER DATE IS REFUSED WITH RETURN-CODE 8. THE *
000270*  MOVEMENT DATE COMES FROM THE DATAMOV PARAMETER FILE,         *
000280*  DEFAULTING TO THE RUN DATE, THE SAME CONVENTION AS THE       *
000290*  NIGHTLY BATCH.                                               *
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
000420     SELECT AVISOS-CLIENTE     ASSIGN TO "AVISOS"
000430                                ORGANIZATION IS LINE SEQUENTIAL
000440                                FILE STATUS IS FS-AVISOS.
000450
000460     SELECT AVISOS-MANUTENCAO  ASSIGN TO "AVISOMAN"
000470                                ORGANIZATION IS LINE SEQUENTIAL
000480                                FILE STATUS IS FS-AVISOMAN.
000490
000500     SELECT TRABALHO-AVISOS    ASSIGN TO "AVITRAB"
000510                                ORGANIZATION IS LINE SEQUENTIAL
000520                                FILE STATUS IS FS-TRABALHO.
000530
000540     SELECT ORDENADO-AVISOS    ASSIGN TO "AVIORD"
000550                                ORGANIZATION IS LINE SEQUENTIAL
000560                                FILE STATUS IS FS-ORDENADO.
000570
000580     SELECT CLASSIFICACAO      ASSIGN TO "AVISORT".
000590
000600     SELECT FEED-AVISOS        ASSIGN TO "AVISOFEED"
000610                                ORGANIZATION IS LINE SEQUENTIAL
000620                                FILE STATUS IS FS-FEED.
000630
000640     SELECT CONTROLE-SEQUENCIA ASSIGN TO "AVISOSEQ"
000650                                ORGANIZATION IS LINE SEQUENTIAL
000660                                FILE STATUS IS FS-AVISOSEQ.
000670
000680     SELECT PARAMETRO-DATA     ASSIGN TO "DATAMOV"
000690                                ORGANIZATION IS LINE SEQUENTIAL
000700                                FILE STATUS IS FS-PARAM-DATA.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  AVISOS-CLIENTE.
000750 COPY BKAVISO REPLACING ==REGISTRO-AVISO==
000760                     BY ==REGISTRO-AVISO-BATCH==
000770                LEADING ==AVI== BY ==AVB==.
000780
000790 FD  AVISOS-MANUTENCAO.
000800 COPY BKAVISO REPLACING ==REGISTRO-AVISO==
000810                     BY ==REGISTRO-AVISO-MANUT==
000820                LEADING ==AVI== BY ==AVM==.
000830
000840 FD  TRABALHO-AVISOS.
000850 01  REG-TRABALHO-AVISO        PIC X(307).
000860
000870 FD  ORDENADO-AVISOS.
000880 COPY BKAVISO.
000890
000900*    THE SORT RECORD IS THE BKAVISO LINE: CONTA FIRST, THEN THE
000910*    DATE AND THE REST OF THE EVENT, SO IDENTICAL EVENTS ARRIVE
000920*    SIDE BY SIDE AND ONLY THE TIMESTAMP CAN TELL THEM APART.
000930 SD  CLASSIFICACAO.
000940 01  REG-CLASSIFICACAO.
000950     03  SRT-TIPO              PIC X(003).
000960     03  SRT-DATA              PIC X(008).
000970     03  SRT-CONTA             PIC X(010).
000980     03  SRT-CORPO             PIC X(260).
000990     03  SRT-DATA-HORA         PIC X(026).
001000
001010 FD  FEED-AVISOS.
001020 01  REG-FEED-AVISO            PIC X(307).
001030
001040 FD  CONTROLE-SEQUENCIA.
001050 01  REG-CONTROLE-SEQUENCIA.
001060     03  ASQ-DATA-ULTIMA       PIC 9(008).
001070     03  ASQ-SEQUENCIA         PIC 9(006).
001080     03  ASQ-DATA-ANTERIOR     PIC 9(008).
001090
001100 FD  PARAMETRO-DATA.
001110 01  REG-PARAM-DATA            PIC X(008).
001120
001130 WORKING-STORAGE SECTION.
001140 77  FS-AVISOS                 PIC X(002) VALUE SPACES.
001150     88  FS-AVISOS-OK                        VALUE '00'.
001160 77  FS-AVISOMAN               PIC X(002) VALUE SPACES.
001170     88  FS-AVISOMAN-OK                      VALUE '00'.
001180 77  FS-TRABALHO               PIC X(002) VALUE SPACES.
001190     88  FS-TRABALHO-OK                      VALUE '00'.
001200 77  FS-ORDENADO               PIC X(002) VALUE SPACES.
001210     88  FS-ORDENADO-OK                      VALUE '00'.
001220 77  FS-FEED                   PIC X(002) VALUE SPACES.
001230     88  FS-FEED-OK                          VALUE '00'.
001240 77  FS-AVISOSEQ               PIC X(002) VALUE SPACES.
001250     88  FS-AVISOSEQ-OK                      VALUE '00'.
001260 77  FS-PARAM-DATA             PIC X(002) VALUE SPACES.
001270     88  FS-PARAM-DATA-OK                    VALUE '00'.
001280 77  BK-FIM-ARQUIVO            PIC X(001) VALUE 'N'.
001290     88  BK-FIM-ARQUIVO-SIM                  VALUE 'S'.
001300 77  BK-RECUSADO               PIC X(001) VALUE 'N'.
001310     88  BK-RECUSADO-SIM                     VALUE 'S'.
001320 77  BK-DATA-REFERENCIA        PIC 9(008) VALUE ZERO.
001330 77  BK-DATA-LIMITE-INFERIOR   PIC 9(008) VALUE ZERO.
001340 77  BK-DATA-ULTIMA            PIC 9(008) VALUE ZERO.
001350 77  BK-DATA-ANTERIOR          PIC 9(008) VALUE ZERO.
001360 77  BK-SEQUENCIA              PIC 9(006) VALUE ZERO.
001370 77  BK-AVISO-ANTERIOR         PIC X(281) VALUE SPACES.
001380
001390*---------------------------------------------------------------*
001400*  RUN COUNTERS AND THE TRAILER TOTALS.                         *
001410*---------------------------------------------------------------*
001420 77  BK-LIDOS-BATCH            PIC 9(009) COMP-3 VALUE ZERO.
001430 77  BK-LIDOS-MANUT            PIC 9(009) COMP-3 VALUE ZERO.
001440 77  BK-SELECIONADOS           PIC 9(009) COMP-3 VALUE ZERO.
001450 77  BK-REPETIDOS              PIC 9(009) COMP-3 VALUE ZERO.
001460 77  BK-QTDE-AVISOS            PIC 9(009) COMP-3 VALUE ZERO.
001470 77  BK-QTDE-SMS               PIC 9(009) COMP-3 VALUE ZERO.
001480 77  BK-QTDE-EMAIL             PIC 9(009) COMP-3 VALUE ZERO.
001490 77  BK-SOMA-CONTAS            PIC 9(018) COMP-3 VALUE ZERO.
001500
001510*---------------------------------------------------------------*
001520*  FEED CONTROL RECORD (HDR/TRL).                               *
001530*---------------------------------------------------------------*
001540 COPY BKAVCTL.
001550
001560 PROCEDURE DIVISION.
001570
001580*****************************************************************
001590*  0000-MAINLINE                                                *
001600*****************************************************************
001610 0000-MAINLINE.
001620     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001630     IF BK-RECUSADO-SIM
001640         GOBACK
001650     END-IF
001660
001670     OPEN OUTPUT TRABALHO-AVISOS
001680     PERFORM 2000-COLETAR-BATCH THRU 2000-EXIT
001690     PERFORM 2500-COLETAR-MANUT THRU 2500-EXIT
001700     CLOSE TRABALHO-AVISOS
001710
001720     SORT CLASSIFICACAO
001730         ON ASCENDING KEY SRT-CONTA
001740                          SRT-DATA
001750                          SRT-CORPO
001760                          SRT-DATA-HORA
001770         USING TRABALHO-AVISOS
001780         GIVING ORDENADO-AVISOS
001790
001800     PERFORM 3000-GERAR-FEED THRU 3000-EXIT
001810     PERFORM 4000-ATUALIZAR-SEQUENCIA THRU 4000-EXIT
001820     PERFORM 9000-ENCERRAR THRU 9000-EXIT
001830     GOBACK.
001840
001850*****************************************************************
001860*  1000-INICIALIZAR - THE MOVEMENT DATE AND, AGAINST THE LAST   *
001870*  FEED SENT, THIS FEED'S SEQUENCE AND THE DATE AFTER WHICH     *
001880*  BOOK-MANUT'S EVENTS ARE STILL UNSENT.                        *
001890*****************************************************************
001900 1000-INICIALIZAR.
001910     MOVE FUNCTION CURRENT-DATE (1:8) TO BK-DATA-REFERENCIA
001920
001930     OPEN INPUT PARAMETRO-DATA
001940     IF FS-PARAM-DATA-OK
001950         READ PARAMETRO-DATA
001960             AT END
001970                 CONTINUE
001980             NOT AT END
001990                 MOVE REG-PARAM-DATA TO BK-DATA-REFERENCIA
002000         END-READ
002010         CLOSE PARAMETRO-DATA
002020     END-IF
002030
002040     OPEN INPUT CONTROLE-SEQUENCIA
002050     IF FS-AVISOSEQ-OK
002060         READ CONTROLE-SEQUENCIA
002070             AT END
002080                 CONTINUE
002090             NOT AT END
002100                 MOVE ASQ-DATA-ULTIMA   TO BK-DATA-ULTIMA
002110                 MOVE ASQ-SEQUENCIA     TO BK-SEQUENCIA
002120                 MOVE ASQ-DATA-ANTERIOR TO BK-DATA-ANTERIOR
002130         END-READ
002140         CLOSE CONTROLE-SEQUENCIA
002150     END-IF
002160
002170     IF BK-DATA-REFERENCIA < BK-DATA-ULTIMA
002180         DISPLAY 'BOOK-AVISO - DATA ' BK-DATA-REFERENCIA
002190             ' ANTERIOR AO ULTIMO FEED ENVIADO ' BK-DATA-ULTIMA
002200             ' - NADA GERADO'
002210         MOVE 'S' TO BK-RECUSADO
002220         MOVE 8 TO RETURN-CODE
002230         GO TO 1000-EXIT
002240     END-IF
002250
002260     IF BK-DATA-REFERENCIA = BK-DATA-ULTIMA
002270         MOVE BK-DATA-ANTERIOR TO BK-DATA-LIMITE-INFERIOR
002280         DISPLAY 'BOOK-AVISO - REEXECUCAO DO FEED DE '
002290             BK-DATA-REFERENCIA ' - SEQUENCIA ' BK-SEQUENCIA
002300     ELSE
002310         MOVE BK-DATA-ULTIMA TO BK-DATA-LIMITE-INFERIOR
002320         ADD 1 TO BK-SEQUENCIA
002330     END-IF.
002340 1000-EXIT.
002350     EXIT.
002360
002370*****************************************************************
002380*  2000-COLETAR-BATCH - THE NIGHTLY RUN'S EVENTS OF THE         *
002390*  MOVEMENT DATE. THE FILE IS APPENDED EVERY NIGHT, SO OTHER    *
002400*  DATES ARE SKIPPED; NO FILE MEANS NO EVENTS.                  *
002410*****************************************************************
002420 2000-COLETAR-BATCH.
002430     OPEN INPUT AVISOS-CLIENTE
002440     IF NOT FS-AVISOS-OK
002450         GO TO 2000-EXIT
002460     END-IF
002470
002480     MOVE 'N' TO BK-FIM-ARQUIVO
002490     PERFORM 2100-LER-BATCH THRU 2100-EXIT
002500         UNTIL BK-FIM-ARQUIVO-SIM
002510     CLOSE AVISOS-CLIENTE.
002520 2000-EXIT.
002530     EXIT.
002540
002550 2100-LER-BATCH.
002560     READ AVISOS-CLIENTE
002570         AT END
002580             MOVE 'S' TO BK-FIM-ARQUIVO
002590             GO TO 2100-EXIT
002600     END-READ
002610
002620     ADD 1 TO BK-LIDOS-BATCH
002630     IF AVB-TIPO-DETALHE
002640        AND AVB-DATA-MOVIMENTO = BK-DATA-REFERENCIA
002650         MOVE REGISTRO-AVISO-BATCH TO REG-TRABALHO-AVISO
002660         WRITE REG-TRABALHO-AVISO
002670         ADD 1 TO BK-SELECIONADOS
002680     END-IF.
002690 2100-EXIT.
002700     EXIT.
002710
002720*****************************************************************
002730*  2500-COLETAR-MANUT - BOOK-MANUT'S EVENTS ARE DATED BY THE    *
002740*  CALENDAR, NOT BY A MOVEMENT: EVERY ONE AFTER THE PREVIOUS    *
002750*  FEED'S DATE, UP TO THIS ONE, GOES IN.                        *
002760*****************************************************************
002770 2500-COLETAR-MANUT.
002780     OPEN INPUT AVISOS-MANUTENCAO
002790     IF NOT FS-AVISOMAN-OK
002800         GO TO 2500-EXIT
002810     END-IF
002820
002830     MOVE 'N' TO BK-FIM-ARQUIVO
002840     PERFORM 2600-LER-MANUT THRU 2600-EXIT
002850         UNTIL BK-FIM-ARQUIVO-SIM
002860     CLOSE AVISOS-MANUTENCAO.
002870 2500-EXIT.
002880     EXIT.
002890
002900 2600-LER-MANUT.
002910     READ AVISOS-MANUTENCAO
002920         AT END
002930             MOVE 'S' TO BK-FIM-ARQUIVO
002940             GO TO 2600-EXIT
002950     END-READ
002960
002970     ADD 1 TO BK-LIDOS-MANUT
002980     IF AVM-TIPO-DETALHE
002990        AND AVM-DATA-MOVIMENTO > BK-DATA-LIMITE-INFERIOR
003000        AND AVM-DATA-MOVIMENTO NOT > BK-DATA-REFERENCIA
003010         MOVE REGISTRO-AVISO-MANUT TO REG-TRABALHO-AVISO
003020         WRITE REG-TRABALHO-AVISO
003030         ADD 1 TO BK-SELECIONADOS
003040     END-IF.
003050 2600-EXIT.
003060     EXIT.
003070
003080*****************************************************************
003090*  3000-GERAR-FEED - HDR, THE SORTED EVENTS WITHOUT REPEATS,    *
003100*  AND THE TRL WITH THE TOTALS.                                 *
003110*****************************************************************
003120 3000-GERAR-FEED.
003130     OPEN OUTPUT FEED-AVISOS
003140
003150     MOVE SPACES              TO REGISTRO-CONTROLE-AVISO
003160     MOVE 'HDR'               TO AVC-TIPO
003170     MOVE BK-DATA-REFERENCIA  TO AVC-DATA-MOVIMENTO
003180     MOVE BK-SEQUENCIA        TO AVC-SEQUENCIA-ARQUIVO
003190     MOVE SPACES              TO REG-FEED-AVISO
003200     MOVE REGISTRO-CONTROLE-AVISO TO REG-FEED-AVISO (1:53)
003210     WRITE REG-FEED-AVISO
003220
003230     MOVE SPACES TO BK-AVISO-ANTERIOR
003240     MOVE 'N'    TO BK-FIM-ARQUIVO
003250     OPEN INPUT ORDENADO-AVISOS
003260     PERFORM 3100-LER-ORDENADO THRU 3100-EXIT
003270         UNTIL BK-FIM-ARQUIVO-SIM
003280     CLOSE ORDENADO-AVISOS
003290
003300     MOVE SPACES              TO REGISTRO-CONTROLE-AVISO
003310     MOVE 'TRL'               TO AVC-TIPO
003320     MOVE BK-QTDE-AVISOS      TO AVC-QTDE-AVISOS
003330     MOVE BK-QTDE-SMS         TO AVC-QTDE-SMS
003340     MOVE BK-QTDE-EMAIL       TO AVC-QTDE-EMAIL
003350     MOVE BK-SOMA-CONTAS      TO AVC-SOMA-CONTAS
003360     MOVE SPACES              TO REG-FEED-AVISO
003370     MOVE REGISTRO-CONTROLE-AVISO TO REG-FEED-AVISO (1:53)
003380     WRITE REG-FEED-AVISO
003390
003400     CLOSE FEED-AVISOS.
003410 3000-EXIT.
003420     EXIT.
003430
003440 3100-LER-ORDENADO.
003450     READ ORDENADO-AVISOS
003460         AT END
003470             MOVE 'S' TO BK-FIM-ARQUIVO
003480             GO TO 3100-EXIT
003490     END-READ
003500
003510     IF REGISTRO-AVISO (1:281) = BK-AVISO-ANTERIOR
003520         ADD 1 TO BK-REPETIDOS
003530         GO TO 3100-EXIT
003540     END-IF
003550     MOVE REGISTRO-AVISO (1:281) TO BK-AVISO-ANTERIOR
003560
003570     ADD 1         TO BK-QTDE-AVISOS
003580     ADD AVI-CONTA TO BK-SOMA-CONTAS
003590     IF AVI-CANAL-SMS
003600         ADD 1 TO BK-QTDE-SMS
003610     ELSE
003620         ADD 1 TO BK-QTDE-EMAIL
003630     END-IF
003640     MOVE REGISTRO-AVISO TO REG-FEED-AVISO
003650     WRITE REG-FEED-AVISO.
003660 3100-EXIT.
003670     EXIT.
003680
003690*****************************************************************
003700*  4000-ATUALIZAR-SEQUENCIA - ONLY ONCE THE FEED IS WHOLE: THE  *
003710*  DATE JUST SENT, ITS SEQUENCE, AND THE DATE BEFORE IT (FOR A  *
003720*  RERUN OF THIS SAME DATE).                                    *
003730*****************************************************************
003740 4000-ATUALIZAR-SEQUENCIA.
003750     OPEN OUTPUT CONTROLE-SEQUENCIA
003760     MOVE BK-DATA-REFERENCIA      TO ASQ-DATA-ULTIMA
003770     MOVE BK-SEQUENCIA            TO ASQ-SEQUENCIA
003780     MOVE BK-DATA-LIMITE-INFERIOR TO ASQ-DATA-ANTERIOR
003790     WRITE REG-CONTROLE-SEQUENCIA
003800     CLOSE CONTROLE-SEQUENCIA.
003810 4000-EXIT.
003820     EXIT.
003830
003840*****************************************************************
003850*  9000-ENCERRAR - THE CONSOLE ECHO OPERATIONS WATCHES.         *
003860*****************************************************************
003870 9000-ENCERRAR.
003880     DISPLAY 'BOOK-AVISO - DATA DO FEED..........: '
003890         BK-DATA-REFERENCIA
003900     DISPLAY 'BOOK-AVISO - SEQUENCIA DO FEED.....: '
003910         BK-SEQUENCIA
003920     DISPLAY 'BOOK-AVISO - LIDOS DO BATCH........: '
003930         BK-LIDOS-BATCH
003940     DISPLAY 'BOOK-AVISO - LIDOS DA MANUTENCAO...: '
003950         BK-LIDOS-MANUT
003960     DISPLAY 'BOOK-AVISO - SELECIONADOS..........: '
003970         BK-SELECIONADOS
003980     DISPLAY 'BOOK-AVISO - REPETIDOS DESCARTADOS.: '
003990         BK-REPETIDOS
004000     DISPLAY 'BOOK-AVISO - AVISOS NO FEED........: '
004010         BK-QTDE-AVISOS
004020     DISPLAY 'BOOK-AVISO - POR SMS...............: '
004030         BK-QTDE-SMS
004040     DISPLAY 'BOOK-AVISO - POR E-MAIL............: '
004050         BK-QTDE-EMAIL.
004060 9000-EXIT.
004070     EXIT.
