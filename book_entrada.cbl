000130*  AND VALIDATION RULES ONLY LIVE IN ONE PLACE.                 *
000140*                                                               *
000150*  A DOCUMENT THAT FAILS JSON PARSE ITSELF, OR THAT PARSES      *
000160*  CLEANLY BUT CARRIES A NEGATIVE SALDO, OR A TRANSACOES-QUANT  *
000170*  ABOVE THE 100-OCCURRENCE TABLE LIMIT, IS                     *
000180*  REJECTED: STATUS-VALIDACAO COMES BACK 'N', A REASON IS       *
000190*  RETURNED IN MOTIVO-REJEICAO, AND A LINE IS APPENDED TO THE   *
000200*  EXCECOES-ENTRADA FILE SO THE REST OF THE BATCH CAN KEEP      *
000528*                   BOOK-REFREG), SO AN ABANDONED
000529*                   ACCUMULATION'S RESUBMISSION IS NEVER SEEN
000530*                   AS A DUPLICATE.
000531*  2026-10-15 RPS   A NEGATIVE OPENING SALDO IS NOW ACCEPTED
000532*                   WHEN IT IS WITHIN THE CLIENT'S OVERDRAFT
000533*                   LIMIT IN FORCE ON THE MOVEMENT DATE (LIMCHEQ,
000534*                   SEE BKLIMCH; DATE FROM DATAMOV, READ ONCE).
000535*                   WITHOUT A LIMIT IT STILL REJECTS AS BEFORE;
000536*                   BEYOND ONE IT REJECTS WITH ITS OWN MOTIVE.
000537*  2026-10-15 RPS   A POSTING CARRYING REFERENCIA-ESTORNADA IS A
000538*                   REVERSAL (ESTORNO) AND IS MATCHED AGAINST
000539*                   THE ORIGINAL'S REFPOST ROW (3400): SAME
000540*                   CONTA, NOT ALREADY REVERSED, NOT ITSELF A
000541*                   REVERSAL, SAME VALOR AND THE OPPOSITE
000542*                   TIPO-TRANSACAO. IT MUST CARRY ITS OWN
000543*                   REFERENCIA, NOT REPEAT ANOTHER REVERSAL OF
000544*                   THE DOCUMENT, AND NOT BE FUTURE-DATED. ANY
000545*                   FAILURE REJECTS WITH ITS OWN MOTIVE.
000546*  2026-10-15 RPS   THE IDADE RANGE CHECK MOVED TO BOOK-BATCH
000547*                   (3029). IDADE IS NOW DERIVED FROM THE BIRTH
000548*                   DATE ON THE MASTER, SO THE DOCUMENT'S OWN
000549*                   FIGURE CAN ONLY BE JUDGED ONCE THE MASTER HAS
000550*                   BEEN READ - A REGISTERED CLIENT IS NO LONGER
000551*                   REJECTED FOR AN IDADE THAT IS NOT USED.
000552*****************************************************************
000553 ENVIRONMENT DIVISION.
000554 CONFIGURATION SECTION.
000555 SOURCE-COMPUTER.   IBM-Z15.
000556 OBJECT-COMPUTER.   IBM-Z15.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT EXCECOES-ENTRADA   ASSIGN TO "EXCECOES"
000607                                RECORD KEY IS REF-CHAVE
000608                                FILE STATUS IS FS-REFPOST.
000610
000611     SELECT LIMITES-CHEQUE     ASSIGN TO "LIMCHEQ"
000612                                ORGANIZATION IS INDEXED
000613                                ACCESS MODE IS RANDOM
000614                                RECORD KEY IS LCH-CONTA
000615                                FILE STATUS IS FS-LIMCHEQ.
000616
000617     SELECT PARAMETRO-DATA     ASSIGN TO "DATAMOV"
000618                                ORGANIZATION IS LINE SEQUENTIAL
000619                                FILE STATUS IS FS-PARAM-DATA.
000620
000621 DATA DIVISION.
000630 FILE SECTION.
000640 FD  EXCECOES-ENTRADA.
000650 COPY BKEXCP.
000652
000654 FD  REFERENCIAS-POSTADAS.
000656 COPY BKREF.
000657
000658 FD  LIMITES-CHEQUE.
000659 COPY BKLIMCH.
000660
000661 FD  PARAMETRO-DATA.
000662 01  REG-PARAM-DATA            PIC X(008).
000663
000670 WORKING-STORAGE SECTION.
000680*---------------------------------------------------------------*
000690*  LIMITS USED BY THE VALIDATION RULES.                         *
000700*---------------------------------------------------------------*
000730 77  BK-TRANSACOES-MAXIMO     PIC 9(003)    VALUE 100.
000740 77  FS-EXCECOES               PIC X(002)    VALUE SPACES.
000750     88  FS-EXCECOES-OK                     VALUE '00'.
000766     88  FS-REFPOST-NAO-EXISTE              VALUE '35'.
000768 77  BK-REFPOST-ABERTO         PIC X(001)    VALUE 'N'.
000769     88  BK-REFPOST-ABERTO-SIM              VALUE 'S'.
000770 77  FS-LIMCHEQ                PIC X(002)    VALUE SPACES.
000771     88  FS-LIMCHEQ-OK                      VALUE '00'.
000772 77  FS-PARAM-DATA             PIC X(002)    VALUE SPACES.
000773     88  FS-PARAM-DATA-OK                   VALUE '00'.
000774 77  BK-DATA-REFERENCIA        PIC 9(008)    VALUE ZERO.
000775 77  BK-SALDO-DESCOBERTO       PIC S9(015)V99 COMP-3 VALUE ZERO.
000776 77  BK-SITUACAO-LIMITE        PIC X(001)    VALUE SPACE.
000777     88  BK-SEM-LIMITE                      VALUE 'S'.
000778     88  BK-DENTRO-DO-LIMITE                VALUE 'D'.
000779     88  BK-ALEM-DO-LIMITE                  VALUE 'A'.
000780 77  BK-INDICE-TRANSACAO       PIC 9(003)    COMP-3 VALUE ZERO.
000781 77  BK-INDICE-REF             PIC 9(003)    COMP-3 VALUE ZERO.
000782 77  BK-REF-DUPLICADA          PIC X(001)    VALUE 'N'.
000783     88  BK-REF-DUPLICADA-SIM               VALUE 'S'.
000784 77  BK-ESTORNO-REPETIDO       PIC X(001)    VALUE 'N'.
000785     88  BK-ESTORNO-REPETIDO-SIM            VALUE 'S'.
000786 77  BK-DATA-VALIDA            PIC X(001)    VALUE 'S'.
000790     88  BK-DATA-VALIDA-SIM                 VALUE 'S'.
000800     88  BK-DATA-VALIDA-NAO                 VALUE 'N'.
000820 77  BK-DIAS-NO-MES            PIC 9(002)    VALUE ZERO.
001780*****************************************************************
001790*  3000-VALIDAR-CAMPOS - SANITY CHECKS THAT RUN AFTER A         *
001800*  SUCCESSFUL PARSE AND BEFORE THE CALLER USES CLIENT-DATA.     *
001810*  SALDO IS ONLY CARRIED ON A CHUNK 1 DOCUMENT - A              *
001820*  CONTINUATION CHUNK (SEQUENCIAL-DOCUMENTO > 1) DOES NOT       *
001830*  RESEND THE CLIENT HEADER, SO ITS CHECK IS SKIPPED FOR IT.    *
001840*  IDADE IS CHECKED BY BOOK-BATCH AFTER THE MASTER IS READ.     *
001850*****************************************************************
001860 3000-VALIDAR-CAMPOS.
001862     IF CONTA OF CLIENT-DATA = ZERO
001872     END-IF
001874
001876     IF SEQUENCIAL-DOCUMENTO OF CLIENT-DATA = 1
001951         MOVE SPACE TO BK-SITUACAO-LIMITE
001960         IF SALDO OF CLIENT-DATA < ZERO
001961             PERFORM 3300-CONFERIR-LIMITE-CHEQUE THRU 3300-EXIT
001962         END-IF
001963         IF BK-SEM-LIMITE
001970             MOVE 'N' TO STATUS-VALIDACAO
001980             MOVE 'SALDO INFORMADO E NEGATIVO'
001981                 TO MOTIVO-REJEICAO
001982             GO TO 3000-EXIT
001983         END-IF
001984         IF BK-ALEM-DO-LIMITE
001985             MOVE 'N' TO STATUS-VALIDACAO
001986             MOVE 'SALDO INFORMADO ALEM DO LIMITE DO CLIENTE'
001990                 TO MOTIVO-REJEICAO
002000             GO TO 3000-EXIT
002010         END-IF
002220*  AAAA-MM-DD DATE - INCLUDING A DAY THAT ACTUALLY EXISTS IN    *
002230*  ITS MONTH. A FUTURE DATE IS NOT REJECTED HERE - BOOK-BATCH   *
002232*  WAREHOUSES IT AGAINST THE MOVEMENT DATE IT POSTS. A POSTING  *
002233*  THAT CARRIES A REFERENCIA IS ALSO DUPLICATE-CHECKED (3200),  *
002234*  AND A REVERSAL IS MATCHED AGAINST ITS ORIGINAL (3400).       *
002240*****************************************************************
002250 3100-VALIDAR-DATA-TRANSACAO.
002260     IF NOT TIPO-CREDITO (BK-INDICE-TRANSACAO)
002840
002894     IF REFERENCIA (BK-INDICE-TRANSACAO) NOT = SPACES
002896         PERFORM 3200-CONFERIR-REFERENCIA THRU 3200-EXIT
002897     END-IF
002898
002899     IF DOCUMENTO-VALIDO
002900        AND REFERENCIA-ESTORNADA (BK-INDICE-TRANSACAO)
002901                NOT = SPACES
002902         PERFORM 3400-CONFERIR-ESTORNO THRU 3400-EXIT
002903     END-IF.
002904 3100-EXIT.
002910     EXIT.
002920
002921*****************************************************************
003076     EXIT.
003077
003080*****************************************************************
003081*  3300-CONFERIR-LIMITE-CHEQUE - A NEGATIVE OPENING SALDO IS    *
003082*  AN OVERDRAWN ACCOUNT, ACCEPTABLE ONLY WITHIN THE CLIENT'S    *
003083*  OVERDRAFT LIMIT IN FORCE ON THE MOVEMENT DATE. NO LIMCHEQ    *
003084*  FILE, NO ROW, OR A ROW OUTSIDE ITS DATES ALL MEAN NO LIMIT.  *
003085*  THE FILE IS ONLY OPENED FOR THE RARE NEGATIVE SALDO, AND     *
003086*  THE MOVEMENT DATE ONLY READ ON THE FIRST ONE OF THE RUN.     *
003087*****************************************************************
003088 3300-CONFERIR-LIMITE-CHEQUE.
003089     MOVE 'S' TO BK-SITUACAO-LIMITE
003090
003091     OPEN INPUT LIMITES-CHEQUE
003092     IF NOT FS-LIMCHEQ-OK
003093         GO TO 3300-EXIT
003094     END-IF
003095
003096     IF BK-DATA-REFERENCIA = ZERO
003097         PERFORM 3310-OBTER-DATA-MOVIMENTO THRU 3310-EXIT
003098     END-IF
003099
003100     MOVE CONTA OF CLIENT-DATA TO LCH-CONTA
003101     READ LIMITES-CHEQUE
003102         INVALID KEY
003103             CONTINUE
003104         NOT INVALID KEY
003105             IF LCH-DATA-INICIO NOT > BK-DATA-REFERENCIA
003106                AND (LCH-DATA-FIM = ZERO
003107                     OR LCH-DATA-FIM NOT < BK-DATA-REFERENCIA)
003108                 COMPUTE BK-SALDO-DESCOBERTO =
003109                     ZERO - SALDO OF CLIENT-DATA
003110                 IF BK-SALDO-DESCOBERTO > LCH-LIMITE
003111                     MOVE 'A' TO BK-SITUACAO-LIMITE
003112                 ELSE
003113                     MOVE 'D' TO BK-SITUACAO-LIMITE
003114                 END-IF
003115             END-IF
003116     END-READ
003117
003118     CLOSE LIMITES-CHEQUE.
003119 3300-EXIT.
003120     EXIT.
003121
003122*****************************************************************
003123*  3310-OBTER-DATA-MOVIMENTO - THE DATAMOV PARAMETER, THE SAME  *
003124*  ONE THE BATCH DRIVER POSTS AGAINST; THE RUN DATE WHEN        *
003125*  OPERATIONS HAS NOT SUPPLIED ONE. KEPT FOR THE REST OF THE    *
003126*  RUN UNIT.                                                    *
003127*****************************************************************
003128 3310-OBTER-DATA-MOVIMENTO.
003129     MOVE FUNCTION CURRENT-DATE (1:8) TO BK-DATA-REFERENCIA
003130
003131     OPEN INPUT PARAMETRO-DATA
003132     IF FS-PARAM-DATA-OK
003133         READ PARAMETRO-DATA
003134             AT END
003135                 CONTINUE
003136             NOT AT END
003137                 MOVE REG-PARAM-DATA TO BK-DATA-REFERENCIA
003138         END-READ
003139         CLOSE PARAMETRO-DATA
003140     END-IF.
003141 3310-EXIT.
003142     EXIT.
003143
003144*****************************************************************
003145*  3400-CONFERIR-ESTORNO - A REVERSAL IS ONLY ACCEPTED AGAINST  *
003146*  AN ORIGINAL THE REFPOST REGISTER HOLDS FOR THIS SAME CONTA,  *
003147*  STILL UNREVERSED, NOT ITSELF A REVERSAL, WITH THE SAME       *
003148*  VALOR AND THE OPPOSITE DIRECTION. THE REVERSAL MUST CARRY    *
003149*  ITS OWN REFERENCIA - THAT IS WHAT REGISTERS IT AND KEEPS A   *
003150*  RE-SENT COPY FROM POSTING TWICE - AND CANNOT BE DATED AFTER  *
003151*  THE MOVEMENT DATE: A REVERSAL IS NEVER WAREHOUSED. ON A      *
003152*  CHECKPOINT RESTART AN ORIGINAL MARKED BY THIS SAME REVERSAL  *
003153*  ON THE REPLAY DATE IS THE RUN'S OWN WORK AND IS WAVED        *
003154*  THROUGH, AS 3220 DOES FOR THE REFERENCE ITSELF.              *
003155*****************************************************************
003156 3400-CONFERIR-ESTORNO.
003157     MOVE 'N' TO STATUS-VALIDACAO
003158
003159     IF REFERENCIA (BK-INDICE-TRANSACAO) = SPACES
003160         MOVE 'ESTORNO SEM REFERENCIA PROPRIA'
003161             TO MOTIVO-REJEICAO
003162         GO TO 3400-EXIT
003163     END-IF
003164
003165     IF REFERENCIA-ESTORNADA (BK-INDICE-TRANSACAO)
003166         = REFERENCIA (BK-INDICE-TRANSACAO)
003167         MOVE 'ESTORNO NAO PODE ESTORNAR A SI MESMO'
003168             TO MOTIVO-REJEICAO
003169         GO TO 3400-EXIT
003170     END-IF
003171
003172     IF BK-DATA-REFERENCIA = ZERO
003173         PERFORM 3310-OBTER-DATA-MOVIMENTO THRU 3310-EXIT
003174     END-IF
003175     IF BK-DATA-EFETIVACAO-NUM > BK-DATA-REFERENCIA
003176         MOVE 'ESTORNO COM DATA-EFETIVACAO FUTURA'
003177             TO MOTIVO-REJEICAO
003178         GO TO 3400-EXIT
003179     END-IF
003180
003181     MOVE 'N' TO BK-ESTORNO-REPETIDO
003182     PERFORM 3410-COMPARAR-ESTORNO THRU 3410-EXIT
003183         VARYING BK-INDICE-REF FROM 1 BY 1
003184         UNTIL BK-INDICE-REF NOT < BK-INDICE-TRANSACAO
003185            OR BK-ESTORNO-REPETIDO-SIM
003186     IF BK-ESTORNO-REPETIDO-SIM
003187         MOVE 'ESTORNO DA MESMA TRANSACAO REPETIDO NO DOCUMENTO'
003188             TO MOTIVO-REJEICAO
003189         GO TO 3400-EXIT
003190     END-IF
003191
003192     MOVE 'ESTORNO - TRANSACAO ORIGINAL NAO ENCONTRADA NA CONTA'
003193         TO MOTIVO-REJEICAO
003194     IF NOT BK-REFPOST-ABERTO-SIM
003195         GO TO 3400-EXIT
003196     END-IF
003197
003198     MOVE CONTA OF CLIENT-DATA TO REF-CONTA
003199     MOVE REFERENCIA-ESTORNADA (BK-INDICE-TRANSACAO)
003200         TO REF-REFERENCIA
003201     READ REFERENCIAS-POSTADAS
003202         INVALID KEY
003203             GO TO 3400-EXIT
003204     END-READ
003205
003206     EVALUATE TRUE
003207         WHEN REF-ESTORNO-DE NOT = SPACES
003208             MOVE 'ESTORNO - A TRANSACAO ORIGINAL JA E UM ESTORNO'
003209                 TO MOTIVO-REJEICAO
003210         WHEN REF-ESTORNADA
003211          AND (DATA-MOVIMENTO-REPLAY = ZERO
003212            OR REF-DATA-ESTORNO NOT = DATA-MOVIMENTO-REPLAY
003213            OR REF-ESTORNADA-POR
003214                   NOT = REFERENCIA (BK-INDICE-TRANSACAO))
003215             MOVE 'ESTORNO - TRANSACAO ORIGINAL JA ESTORNADA'
003216                 TO MOTIVO-REJEICAO
003217         WHEN REF-VALOR NOT = VALOR (BK-INDICE-TRANSACAO)
003218             MOVE 'ESTORNO - VALOR DIFERENTE DO ORIGINAL'
003219                 TO MOTIVO-REJEICAO
003220         WHEN NOT REF-TIPO-CREDITO AND NOT REF-TIPO-DEBITO
003221         WHEN REF-TIPO-TRANSACAO
003222              = TIPO-TRANSACAO (BK-INDICE-TRANSACAO)
003223             MOVE 'ESTORNO - DIRECAO NAO E A OPOSTA DA ORIGINAL'
003224                 TO MOTIVO-REJEICAO
003225         WHEN OTHER
003226             MOVE 'S'    TO STATUS-VALIDACAO
003227             MOVE SPACES TO MOTIVO-REJEICAO
003228     END-EVALUATE.
003229 3400-EXIT.
003230     EXIT.
003231
003232 3410-COMPARAR-ESTORNO.
003233     IF REFERENCIA-ESTORNADA (BK-INDICE-REF)
003234         = REFERENCIA-ESTORNADA (BK-INDICE-TRANSACAO)
003235         MOVE 'S' TO BK-ESTORNO-REPETIDO
003236     END-IF.
003237 3410-EXIT.
003238     EXIT.
003239
003240*****************************************************************
003241*  8000-GRAVAR-EXCECAO - APPENDS THE REJECTION TO EXCECOES-     *
003242*  ENTRADA, CREATING THE FILE ON ITS FIRST USE.                 *
003243*****************************************************************
003244 8000-GRAVAR-EXCECAO.
003245     OPEN EXTEND EXCECOES-ENTRADA
003246     IF FS-EXCECOES-NAO-EXISTE
003247         OPEN OUTPUT EXCECOES-ENTRADA
003248     END-IF
003249
003250     MOVE FUNCTION CURRENT-DATE TO EXC-DATA-HORA
003251     MOVE 'V'                   TO EXC-TIPO
003252     MOVE NOME OF CLIENT-DATA   TO EXC-NOME
003253     MOVE SPACES                TO EXC-CAMPO
003254     MOVE MOTIVO-REJEICAO       TO EXC-MOTIVO
003255
003256     WRITE REGISTRO-EXCECAO
003257
003258     CLOSE EXCECOES-ENTRADA.
003259 8000-EXIT.
003260     EXIT.
003261
003262*****************************************************************
003263*  9000-FECHAR-REGISTRO-REF                                      *
003264*****************************************************************
003265 9000-FECHAR-REGISTRO-REF.
003266     IF BK-REFPOST-ABERTO-SIM
003267         CLOSE REFERENCIAS-POSTADAS
003268     END-IF.
003269 9000-EXIT.
003270     EXIT.
