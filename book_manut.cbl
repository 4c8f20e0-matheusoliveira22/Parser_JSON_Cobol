000300*  DATE       WHO   DESCRIPTION
000310*  ---------- ----  ---------------------------------------------
000320*  2026-09-02 RPS   ORIGINAL VERSION.
000321*  2026-10-15 RPS   A BALANCE ADJUSTMENT OR A LOGICAL DELETE OF A
000322*                   CLIENT THAT ASKED FOR IT IN PREFAVISO (SEE
000323*                   BOOK-PREFAV) IS NOW ALSO WRITTEN TO AVISOMAN
000324*                   FOR BOOK-AVISO'S CLIENT NOTIFICATION FEED.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000470                                ORGANIZATION IS LINE SEQUENTIAL
000480                                FILE STATUS IS FS-AJUSTES.
000490
000491     SELECT PREFERENCIAS-AVISO ASSIGN TO "PREFAVISO"
000492                                ORGANIZATION IS INDEXED
000493                                ACCESS MODE IS RANDOM
000494                                RECORD KEY IS PRF-CONTA
000495                                FILE STATUS IS FS-PREFAVISO.
000496
000497     SELECT AVISOS-MANUTENCAO  ASSIGN TO "AVISOMAN"
000498                                ORGANIZATION IS LINE SEQUENTIAL
000499                                FILE STATUS IS FS-AVISOMAN.
000500
000501 DATA DIVISION.
000510 FILE SECTION.
000520 FD  MESTRE-CLIENTES.
000530 COPY BKMESTRE.
000550 FD  AJUSTES-MESTRE.
000560 COPY BKAJUST.
000570
000571 FD  PREFERENCIAS-AVISO.
000572 COPY BKPREFAV.
000573
000574 FD  AVISOS-MANUTENCAO.
000575 COPY BKAVISO.
000576
000580 WORKING-STORAGE SECTION.
000590 77  FS-MESTRE                 PIC X(002) VALUE SPACES.
000600     88  FS-MESTRE-OK                        VALUE '00'.
000620 77  FS-AJUSTES                PIC X(002) VALUE SPACES.
000630     88  FS-AJUSTES-OK                       VALUE '00'.
000640     88  FS-AJUSTES-NAO-EXISTE               VALUE '35'.
000641 77  FS-PREFAVISO              PIC X(002) VALUE SPACES.
000642     88  FS-PREFAVISO-OK                     VALUE '00'.
000643 77  FS-AVISOMAN               PIC X(002) VALUE SPACES.
000644     88  FS-AVISOMAN-NAO-EXISTE              VALUE '35'.
000645 77  BK-AVISO-QUERIDO          PIC X(001) VALUE 'N'.
000646     88  BK-AVISO-QUERIDO-SIM                VALUE 'S'.
000647 77  BK-DATA-HORA              PIC X(021) VALUE SPACES.
000650 77  BK-OPCAO                  PIC X(001) VALUE SPACES.
000660     88  BK-OPCAO-CONSULTA                   VALUE 'C'.
000670     88  BK-OPCAO-AJUSTE                     VALUE 'A'.
001810
001820     MOVE 'A' TO AJU-ACAO
001830     PERFORM 8000-GRAVAR-AJUSTE THRU 8000-EXIT
001831     MOVE 'AJ' TO AVI-EVENTO
001832     PERFORM 8100-GRAVAR-AVISO THRU 8100-EXIT
001840     DISPLAY 'BOOK-MANUT - SALDO AJUSTADO E REGISTRADO NO '
001850         'JORNAL DE AJUSTES'.
001860 4000-EXIT.
002090     MOVE MST-SALDO-FECHAMENTO TO BK-SALDO-NOVO
002100     MOVE 'E' TO AJU-ACAO
002110     PERFORM 8000-GRAVAR-AJUSTE THRU 8000-EXIT
002111     MOVE 'EX' TO AVI-EVENTO
002112     PERFORM 8100-GRAVAR-AVISO THRU 8100-EXIT
002120     DISPLAY 'BOOK-MANUT - CLIENTE EXCLUIDO LOGICAMENTE'.
002130 5000-EXIT.
002140     EXIT.
003170     CLOSE AJUSTES-MESTRE.
003180 8000-EXIT.
003190     EXIT.
003191
003192*****************************************************************
003193*  8100-GRAVAR-AVISO - THE CLIENT'S NOTIFICATION OF THE CHANGE  *
003194*  JUST JOURNALED (AVI-EVENTO FILLED BY THE CALLER), APPENDED   *
003195*  TO AVISOMAN WHEN THE CLIENT'S PREFAVISO ROW ASKS FOR IT. THE *
003196*  TIMESTAMP DIGITS ARE THE REFERENCE, SO TWO CHANGES TO ONE    *
003197*  CLIENT ON ONE DAY ARE TWO NOTIFICATIONS. NO PREFAVISO FILE,  *
003198*  NO NOTIFICATION.                                             *
003199*****************************************************************
003200 8100-GRAVAR-AVISO.
003201     MOVE 'N' TO BK-AVISO-QUERIDO
003202     OPEN INPUT PREFERENCIAS-AVISO
003203     IF NOT FS-PREFAVISO-OK
003204         GO TO 8100-EXIT
003205     END-IF
003206
003207     MOVE MST-CONTA TO PRF-CONTA
003208     READ PREFERENCIAS-AVISO
003209         INVALID KEY
003210             CONTINUE
003211         NOT INVALID KEY
003212             IF (AVI-EV-AJUSTE AND PRF-QUER-AJUSTE = 'S')
003213                OR (AVI-EV-EXCLUSAO AND PRF-QUER-EXCLUSAO = 'S')
003214                 MOVE 'S' TO BK-AVISO-QUERIDO
003215             END-IF
003216     END-READ
003217     CLOSE PREFERENCIAS-AVISO
003218
003219     IF NOT BK-AVISO-QUERIDO-SIM
003220         GO TO 8100-EXIT
003221     END-IF
003222
003223     OPEN EXTEND AVISOS-MANUTENCAO
003224     IF FS-AVISOMAN-NAO-EXISTE
003225         OPEN OUTPUT AVISOS-MANUTENCAO
003226     END-IF
003227
003228     MOVE FUNCTION CURRENT-DATE TO BK-DATA-HORA
003229     MOVE 'DET'                 TO AVI-TIPO-REGISTRO
003230     MOVE BK-DATA-HORA (1:8)    TO AVI-DATA-MOVIMENTO
003231     MOVE MST-CONTA             TO AVI-CONTA
003232     MOVE PRF-CANAL             TO AVI-CANAL
003233     MOVE PRF-CONTATO           TO AVI-CONTATO
003234     MOVE MST-NOME              TO AVI-NOME
003235     MOVE BK-DATA-HORA (1:16)   TO AVI-REFERENCIA
003236     IF AVI-EV-AJUSTE
003237         MOVE BK-SALDO-ANTES    TO AVI-VALOR
003238     ELSE
003239         MOVE ZERO              TO AVI-VALOR
003240     END-IF
003241     MOVE BK-SALDO-NOVO         TO AVI-SALDO
003242     MOVE ZERO                  TO AVI-LIMITE
003243     MOVE BK-DATA-HORA          TO AVI-DATA-HORA
003244     WRITE REGISTRO-AVISO
003245
003246     CLOSE AVISOS-MANUTENCAO.
003247 8100-EXIT.
003248     EXIT.
