000070*****************************************************************
000080*  BOOK-JUNTA                                                   *
000090*  MERGE STEP FOR THE MULTI-STREAM OVERNIGHT SCHEDULE: READS    *
000091*  THE STREAM FILES (FLUXO1..FLUXO8) IN ORDER AND COPIES        *
000110*  EVERY RECORD, UNCHANGED, INTO THE SINGLE JUNTADO OUTPUT.     *
000120*                                                               *
000130*  IT IS RUN ONCE PER OUTPUT FILE TYPE - SAIDA, AUDITORIA,      *
000140*  EXCECOES, RECONCIL OR ANY OTHER PER-STREAM FILE - WITH THE   *
000141*  SCHEDULER MAPPING EACH INSTANCE'S OUTPUT TO FLUXO1..FLUXO8   *
000160*  AND JUNTADO TO THE SINGLE FILE DOWNSTREAM EXPECTS, THE SAME  *
000170*  PER-STEP FILE-MAPPING EVERY OTHER JOB IN THIS SHOP USES. A   *
000180*  STREAM FILE THAT DOES NOT EXIST (A QUIET STREAM NEVER WROTE  *
000240*  DATE       WHO   DESCRIPTION
000250*  ---------- ----  ---------------------------------------------
000260*  2026-08-23 RPS   ORIGINAL VERSION.
000261*  2026-10-15 RPS   UP TO EIGHT STREAMS (FLUXO5..FLUXO8 ADDED),
000262*                   MATCHING BOOK-DIVISOR.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000470                                ORGANIZATION IS LINE SEQUENTIAL
000480                                FILE STATUS IS FS-FLUXO4.
000490
000491     SELECT ENTRADA-FLUXO5     ASSIGN TO "FLUXO5"
000492                                ORGANIZATION IS LINE SEQUENTIAL
000493                                FILE STATUS IS FS-FLUXO5.
000494
000495     SELECT ENTRADA-FLUXO6     ASSIGN TO "FLUXO6"
000496                                ORGANIZATION IS LINE SEQUENTIAL
000497                                FILE STATUS IS FS-FLUXO6.
000498
000499     SELECT ENTRADA-FLUXO7     ASSIGN TO "FLUXO7"
000500                                ORGANIZATION IS LINE SEQUENTIAL
000501                                FILE STATUS IS FS-FLUXO7.
000502
000503     SELECT ENTRADA-FLUXO8     ASSIGN TO "FLUXO8"
000504                                ORGANIZATION IS LINE SEQUENTIAL
000505                                FILE STATUS IS FS-FLUXO8.
000506
000507     SELECT SAIDA-JUNTADA      ASSIGN TO "JUNTADO"
000510                                ORGANIZATION IS LINE SEQUENTIAL
000520                                FILE STATUS IS FS-JUNTADO.
000530
000650 FD  ENTRADA-FLUXO4.
000660 01  REG-FLUXO4                PIC X(10000).
000670
000671 FD  ENTRADA-FLUXO5.
000672 01  REG-FLUXO5                PIC X(10000).
000673
000674 FD  ENTRADA-FLUXO6.
000675 01  REG-FLUXO6                PIC X(10000).
000676
000677 FD  ENTRADA-FLUXO7.
000678 01  REG-FLUXO7                PIC X(10000).
000679
000680 FD  ENTRADA-FLUXO8.
000681 01  REG-FLUXO8                PIC X(10000).
000682
000683 FD  SAIDA-JUNTADA.
000690 01  REG-JUNTADO               PIC X(10000).
000700
000710 WORKING-STORAGE SECTION.
000770     88  FS-FLUXO3-OK                        VALUE '00'.
000780 77  FS-FLUXO4                 PIC X(002) VALUE SPACES.
000790     88  FS-FLUXO4-OK                        VALUE '00'.
000791 77  FS-FLUXO5                 PIC X(002) VALUE SPACES.
000792     88  FS-FLUXO5-OK                        VALUE '00'.
000793 77  FS-FLUXO6                 PIC X(002) VALUE SPACES.
000794     88  FS-FLUXO6-OK                        VALUE '00'.
000795 77  FS-FLUXO7                 PIC X(002) VALUE SPACES.
000796     88  FS-FLUXO7-OK                        VALUE '00'.
000797 77  FS-FLUXO8                 PIC X(002) VALUE SPACES.
000798     88  FS-FLUXO8-OK                        VALUE '00'.
000800 77  FS-JUNTADO                PIC X(002) VALUE SPACES.
000810 77  BK-FIM-DE-ARQUIVO         PIC X(001) VALUE 'N'.
000820     88  BK-FIM-DE-ARQUIVO-SIM               VALUE 'S'.
000950     PERFORM 2200-COPIAR-FLUXO2 THRU 2200-EXIT
000960     PERFORM 2300-COPIAR-FLUXO3 THRU 2300-EXIT
000970     PERFORM 2400-COPIAR-FLUXO4 THRU 2400-EXIT
000971     PERFORM 2500-COPIAR-FLUXO5 THRU 2500-EXIT
000972     PERFORM 2600-COPIAR-FLUXO6 THRU 2600-EXIT
000973     PERFORM 2700-COPIAR-FLUXO7 THRU 2700-EXIT
000974     PERFORM 2800-COPIAR-FLUXO8 THRU 2800-EXIT
000980     CLOSE SAIDA-JUNTADA
000990
001000     DISPLAY 'BOOK-JUNTA - FLUXOS LIDOS........: '
001040     GOBACK.
001050
001060*****************************************************************
001061*  2100..2800-COPIAR-FLUXON - ONE PARAGRAPH PER STREAM, SAME    *
001080*  SHAPE: SKIP A STREAM THAT DOES NOT EXIST, OTHERWISE COPY IT  *
001090*  WHOLE. THE STREAM FILES ARE FIXED DD NAMES, SO EACH NEEDS    *
001100*  ITS OWN READ LOOP.                                           *
002010 2410-EXIT.
002020     EXIT.
002030
002031 2500-COPIAR-FLUXO5.
002032     OPEN INPUT ENTRADA-FLUXO5
002033     IF NOT FS-FLUXO5-OK
002034         GO TO 2500-EXIT
002035     END-IF
002036     ADD 1 TO BK-FLUXOS-LIDOS
002037     MOVE 'N' TO BK-FIM-DE-ARQUIVO
002038     PERFORM 2510-LER-FLUXO5 THRU 2510-EXIT
002039         UNTIL BK-FIM-DE-ARQUIVO-SIM
002040     CLOSE ENTRADA-FLUXO5.
002041 2500-EXIT.
002042     EXIT.
002043
002044 2510-LER-FLUXO5.
002045     READ ENTRADA-FLUXO5 INTO REGISTRO-CORRENTE
002046         AT END
002047             MOVE 'S' TO BK-FIM-DE-ARQUIVO
002048         NOT AT END
002049             PERFORM 8000-GRAVAR-JUNTADO THRU 8000-EXIT
002050     END-READ.
002051 2510-EXIT.
002052     EXIT.
002053
002054 2600-COPIAR-FLUXO6.
002055     OPEN INPUT ENTRADA-FLUXO6
002056     IF NOT FS-FLUXO6-OK
002057         GO TO 2600-EXIT
002058     END-IF
002059     ADD 1 TO BK-FLUXOS-LIDOS
002060     MOVE 'N' TO BK-FIM-DE-ARQUIVO
002061     PERFORM 2610-LER-FLUXO6 THRU 2610-EXIT
002062         UNTIL BK-FIM-DE-ARQUIVO-SIM
002063     CLOSE ENTRADA-FLUXO6.
002064 2600-EXIT.
002065     EXIT.
002066
002067 2610-LER-FLUXO6.
002068     READ ENTRADA-FLUXO6 INTO REGISTRO-CORRENTE
002069         AT END
002070             MOVE 'S' TO BK-FIM-DE-ARQUIVO
002071         NOT AT END
002072             PERFORM 8000-GRAVAR-JUNTADO THRU 8000-EXIT
002073     END-READ.
002074 2610-EXIT.
002075     EXIT.
002076
002077 2700-COPIAR-FLUXO7.
002078     OPEN INPUT ENTRADA-FLUXO7
002079     IF NOT FS-FLUXO7-OK
002080         GO TO 2700-EXIT
002081     END-IF
002082     ADD 1 TO BK-FLUXOS-LIDOS
002083     MOVE 'N' TO BK-FIM-DE-ARQUIVO
002084     PERFORM 2710-LER-FLUXO7 THRU 2710-EXIT
002085         UNTIL BK-FIM-DE-ARQUIVO-SIM
002086     CLOSE ENTRADA-FLUXO7.
002087 2700-EXIT.
002088     EXIT.
002089
002090 2710-LER-FLUXO7.
002091     READ ENTRADA-FLUXO7 INTO REGISTRO-CORRENTE
002092         AT END
002093             MOVE 'S' TO BK-FIM-DE-ARQUIVO
002094         NOT AT END
002095             PERFORM 8000-GRAVAR-JUNTADO THRU 8000-EXIT
002096     END-READ.
002097 2710-EXIT.
002098     EXIT.
002099
002100 2800-COPIAR-FLUXO8.
002101     OPEN INPUT ENTRADA-FLUXO8
002102     IF NOT FS-FLUXO8-OK
002103         GO TO 2800-EXIT
002104     END-IF
002105     ADD 1 TO BK-FLUXOS-LIDOS
002106     MOVE 'N' TO BK-FIM-DE-ARQUIVO
002107     PERFORM 2810-LER-FLUXO8 THRU 2810-EXIT
002108         UNTIL BK-FIM-DE-ARQUIVO-SIM
002109     CLOSE ENTRADA-FLUXO8.
002110 2800-EXIT.
002111     EXIT.
002112
002113 2810-LER-FLUXO8.
002114     READ ENTRADA-FLUXO8 INTO REGISTRO-CORRENTE
002115         AT END
002116             MOVE 'S' TO BK-FIM-DE-ARQUIVO
002117         NOT AT END
002118             PERFORM 8000-GRAVAR-JUNTADO THRU 8000-EXIT
002119     END-READ.
002120 2810-EXIT.
002121     EXIT.
002122
002123*****************************************************************
002124*  8000-GRAVAR-JUNTADO - ONE RECORD, UNCHANGED, TO THE MERGED   *
002125*  OUTPUT.                                                      *
002126*****************************************************************
002127 8000-GRAVAR-JUNTADO.
002128     MOVE REGISTRO-CORRENTE TO REG-JUNTADO
002129     WRITE REG-JUNTADO
002130     ADD 1 TO BK-REGISTROS-COPIADOS.
002131 8000-EXIT.
002132     EXIT.
