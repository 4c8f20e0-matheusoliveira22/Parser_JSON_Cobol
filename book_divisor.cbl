000070*****************************************************************
000080*  BOOK-DIVISOR                                                 *
000090*  FEED SPLITTER FOR THE MULTI-STREAM OVERNIGHT SCHEDULE.       *
000091*  PARTITIONS THE DAY'S ENTRADA INTO UP TO EIGHT STREAM FILES   *
000092*  (FLUXO1..FLUXO8) SO THAT MANY BOOK-BATCH INSTANCES CAN RUN   *
000120*  IN PARALLEL, EACH AGAINST ITS OWN STREAM WITH ITS OWN        *
000130*  CHECKPOINT, SAIDA, AUDITORIA AND EXCEPTION FILES. THE        *
000140*  STREAM COUNT COMES FROM THE QTDFLUXOS PARAMETER FILE         *
000360*  INQUIRY (BOOK-CONSULTA) IS POINTED AT THE OWNING STREAM'S   *
000370*  POSICAO - THE SAME CONTA MODULO NAMES THE STREAM.           *
000380*  CHANGING THE STREAM COUNT REASSIGNS CLIENTS AND MUST BE     *
000381*  TREATED AS A CONVERSION: BOOK-REPARTE REDISTRIBUTES THE     *
000382*  PER-STREAM KEYED FILES UNDER THE NEW COUNT BEFORE THE       *
000383*  FIRST NIGHT THAT RUNS WITH IT.                              *
000410*                                                               *
000420*  THE INPUT HDR IS VALIDATED AND COPIED TO EVERY STREAM, AND   *
000430*  EACH STREAM GETS ITS OWN TRL BUILT FROM WHAT WAS ACTUALLY    *
000766*                   THE ACCOUNT NUMBER IS THE CLIENT'S IDENTITY
000768*                   NOW, SO A LEGAL NAME CHANGE NO LONGER MOVES
000769*                   A CLIENT TO ANOTHER STREAM'S KEYED FILES.
000770*  2026-10-15 RPS   UP TO EIGHT STREAMS (FLUXO5..FLUXO8 ADDED).
000771*                   A CHANGE OF QTDFLUXOS IS CONVERTED BY
000772*                   BOOK-REPARTE, WHICH REDISTRIBUTES EVERY
000773*                   STREAM'S KEYED FILES UNDER THE NEW COUNT.
000774*****************************************************************
000780 ENVIRONMENT DIVISION.
000790 CONFIGURATION SECTION.
000800 SOURCE-COMPUTER.   IBM-Z15.
001010                                ORGANIZATION IS LINE SEQUENTIAL
001020                                FILE STATUS IS FS-FLUXO4.
001030
001031     SELECT SAIDA-FLUXO5       ASSIGN TO "FLUXO5"
001032                                ORGANIZATION IS LINE SEQUENTIAL
001033                                FILE STATUS IS FS-FLUXO5.
001034
001035     SELECT SAIDA-FLUXO6       ASSIGN TO "FLUXO6"
001036                                ORGANIZATION IS LINE SEQUENTIAL
001037                                FILE STATUS IS FS-FLUXO6.
001038
001039     SELECT SAIDA-FLUXO7       ASSIGN TO "FLUXO7"
001040                                ORGANIZATION IS LINE SEQUENTIAL
001041                                FILE STATUS IS FS-FLUXO7.
001042
001043     SELECT SAIDA-FLUXO8       ASSIGN TO "FLUXO8"
001044                                ORGANIZATION IS LINE SEQUENTIAL
001045                                FILE STATUS IS FS-FLUXO8.
001046
001047     SELECT PARAMETRO-FLUXOS   ASSIGN TO "QTDFLUXOS"
001050                                ORGANIZATION IS LINE SEQUENTIAL
001060                                FILE STATUS IS FS-PARAM-FLUXOS.
001070
001220 FD  SAIDA-FLUXO4.
001230 01  REG-FLUXO4                PIC X(10000).
001240
001241 FD  SAIDA-FLUXO5.
001242 01  REG-FLUXO5                PIC X(10000).
001243
001244 FD  SAIDA-FLUXO6.
001245 01  REG-FLUXO6                PIC X(10000).
001246
001247 FD  SAIDA-FLUXO7.
001248 01  REG-FLUXO7                PIC X(10000).
001249
001250 FD  SAIDA-FLUXO8.
001251 01  REG-FLUXO8                PIC X(10000).
001252
001253 FD  PARAMETRO-FLUXOS.
001260 01  REG-PARAM-FLUXOS          PIC 9(001).
001270
001280 WORKING-STORAGE SECTION.
001320 77  FS-FLUXO2                 PIC X(002) VALUE SPACES.
001330 77  FS-FLUXO3                 PIC X(002) VALUE SPACES.
001340 77  FS-FLUXO4                 PIC X(002) VALUE SPACES.
001341 77  FS-FLUXO5                 PIC X(002) VALUE SPACES.
001342 77  FS-FLUXO6                 PIC X(002) VALUE SPACES.
001343 77  FS-FLUXO7                 PIC X(002) VALUE SPACES.
001344 77  FS-FLUXO8                 PIC X(002) VALUE SPACES.
001350 77  FS-PARAM-FLUXOS           PIC X(002) VALUE SPACES.
001360     88  FS-PARAM-FLUXOS-OK                  VALUE '00'.
001370 77  BK-FIM-DE-ARQUIVO         PIC X(001) VALUE 'N'.
001660*  TO EACH STREAM, FROM WHICH ITS OWN TRL IS BUILT AT THE END.  *
001670*---------------------------------------------------------------*
001680 01  BK-TABELA-FLUXOS.
001681     05  BK-FLUXO              OCCURS 8 TIMES.
001700         10  BK-FLX-QTDE       PIC 9(009) COMP-3.
001710         10  BK-FLX-CREDITOS   PIC 9(015)V99 COMP-3.
001720         10  BK-FLX-DEBITOS    PIC 9(015)V99 COMP-3.
002300     IF BK-QTDE-FLUXOS > 3
002310         OPEN OUTPUT SAIDA-FLUXO4
002320     END-IF
002321     IF BK-QTDE-FLUXOS > 4
002322         OPEN OUTPUT SAIDA-FLUXO5
002323     END-IF
002324     IF BK-QTDE-FLUXOS > 5
002325         OPEN OUTPUT SAIDA-FLUXO6
002326     END-IF
002327     IF BK-QTDE-FLUXOS > 6
002328         OPEN OUTPUT SAIDA-FLUXO7
002329     END-IF
002330     IF BK-QTDE-FLUXOS > 7
002331         OPEN OUTPUT SAIDA-FLUXO8
002332     END-IF
002333     MOVE 'S' TO BK-FLUXOS-ABERTOS
002340
002350     MOVE ENTRADA-TRANSACAO TO REGISTRO-SAIDA-FLUXO
002360     PERFORM 8100-GRAVAR-EM-TODOS THRU 8100-EXIT.
002390
002400*****************************************************************
002410*  1100-OBTER-QTDE-FLUXOS - HOW MANY STREAMS THE SCHEDULE       *
002411*  WANTS, FROM THE QTDFLUXOS PARAMETER FILE, HELD TO THE 1-8    *
002412*  THIS PROGRAM CAN SERVE. ABSENT OR EMPTY MEANS FOUR.          *
002440*****************************************************************
002450 1100-OBTER-QTDE-FLUXOS.
002460     OPEN INPUT PARAMETRO-FLUXOS
002570     IF BK-QTDE-FLUXOS < 1
002580         MOVE 1 TO BK-QTDE-FLUXOS
002590     END-IF
002591     IF BK-QTDE-FLUXOS > 8
002592         MOVE 8 TO BK-QTDE-FLUXOS
002620     END-IF.
002630 1100-EXIT.
002640     EXIT.
004520             WRITE REG-FLUXO3 FROM REGISTRO-SAIDA-FLUXO
004530         WHEN 4
004540             WRITE REG-FLUXO4 FROM REGISTRO-SAIDA-FLUXO
004541         WHEN 5
004542             WRITE REG-FLUXO5 FROM REGISTRO-SAIDA-FLUXO
004543         WHEN 6
004544             WRITE REG-FLUXO6 FROM REGISTRO-SAIDA-FLUXO
004545         WHEN 7
004546             WRITE REG-FLUXO7 FROM REGISTRO-SAIDA-FLUXO
004547         WHEN 8
004548             WRITE REG-FLUXO8 FROM REGISTRO-SAIDA-FLUXO
004550     END-EVALUATE.
004560 8000-EXIT.
004570     EXIT.
004770             WRITE REG-FLUXO3 FROM REGISTRO-SAIDA-FLUXO
004780         WHEN 4
004790             WRITE REG-FLUXO4 FROM REGISTRO-SAIDA-FLUXO
004791         WHEN 5
004792             WRITE REG-FLUXO5 FROM REGISTRO-SAIDA-FLUXO
004793         WHEN 6
004794             WRITE REG-FLUXO6 FROM REGISTRO-SAIDA-FLUXO
004795         WHEN 7
004796             WRITE REG-FLUXO7 FROM REGISTRO-SAIDA-FLUXO
004797         WHEN 8
004798             WRITE REG-FLUXO8 FROM REGISTRO-SAIDA-FLUXO
004800     END-EVALUATE.
004810 8110-EXIT.
004820     EXIT.
005250         IF BK-QTDE-FLUXOS > 3
005260             CLOSE SAIDA-FLUXO4
005270         END-IF
005271         IF BK-QTDE-FLUXOS > 4
005272             CLOSE SAIDA-FLUXO5
005273         END-IF
005274         IF BK-QTDE-FLUXOS > 5
005275             CLOSE SAIDA-FLUXO6
005276         END-IF
005277         IF BK-QTDE-FLUXOS > 6
005278             CLOSE SAIDA-FLUXO7
005279         END-IF
005280         IF BK-QTDE-FLUXOS > 7
005281             CLOSE SAIDA-FLUXO8
005282         END-IF
005283     END-IF
005290
005300     IF BK-CONTROLE-FALHOU-SIM
005310         DISPLAY 'BOOK-DIVISOR - CONTROLE DO MOVIMENTO FALHOU: '
