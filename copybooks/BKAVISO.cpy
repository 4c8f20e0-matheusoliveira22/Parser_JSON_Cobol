000010*****************************************************************
000020*  BKAVISO.CPY                                                  *
000030*  CLIENT NOTIFICATION EVENT RECORD - ONE ROW PER EVENT A       *
000040*  CLIENT ASKED TO BE TOLD ABOUT (SEE BKPREFAV), ALREADY        *
000050*  CARRYING THE CHANNEL AND ADDRESS TO DELIVER TO. WRITTEN BY   *
000060*  BOOK-BATCH AT CLIENT CLOSE (AVISOS, PER STREAM) AND BY       *
000070*  BOOK-MANUT AS IT CHANGES A MASTER (AVISOMAN); BOOK-AVISO     *
000080*  GATHERS BOTH INTO THE VENDOR'S FEED, WHERE THE SAME LAYOUT   *
000090*  IS THE DETAIL LINE BETWEEN THE HDR AND TRL (SEE BKAVCTL) -   *
000100*  AVI-TIPO-REGISTRO 'DET' TELLS IT APART FROM THEM. THE        *
000110*  EVENT FIELDS ARE:                                            *
000120*    AVI-VALOR      THE EVENT'S AMOUNT - THE DEBIT, THE FEE,    *
000130*                   THE INTEREST, THE RELEASED POSTING, THE     *
000140*                   ADJUSTMENT'S BALANCE BEFORE;                *
000150*    AVI-SALDO      THE ACCOUNT'S BALANCE AFTER THE EVENT;      *
000160*    AVI-LIMITE     THE CLIENT'S THRESHOLD THAT FIRED IT, ZERO  *
000170*                   FOR EVENTS WITHOUT ONE.                     *
000180*  ALL FIELDS USAGE DISPLAY (SIGNED ONES EDITED, LIKE THE       *
000190*  AJUSTES RECORD) - WRITTEN AS A LINE SEQUENTIAL RECORD. THE   *
000200*  TIMESTAMP IS LAST SO EVERYTHING BEFORE IT IDENTIFIES THE     *
000210*  EVENT.                                                       *
000220*-----------------------------------------------------------------
000230*  MOD LOG
000240*  DATE       WHO   DESCRIPTION
000250*  ---------- ----  ---------------------------------------------
000260*  2026-10-15 RPS   ORIGINAL VERSION.
000270*****************************************************************
000280 01  REGISTRO-AVISO.
000290     03  AVI-TIPO-REGISTRO         PIC X(003).
000300         88  AVI-TIPO-DETALHE               VALUE 'DET'.
000310     03  AVI-DATA-MOVIMENTO        PIC 9(008).
000320     03  AVI-CONTA                 PIC 9(010).
000330     03  AVI-EVENTO                PIC X(002).
000340         88  AVI-EV-SALDO-BAIXO             VALUE 'SB'.
000350         88  AVI-EV-DEBITO-ALTO             VALUE 'DA'.
000360         88  AVI-EV-TARIFA                  VALUE 'TA'.
000370         88  AVI-EV-JUROS                   VALUE 'JU'.
000380         88  AVI-EV-LIBERACAO               VALUE 'FL'.
000390         88  AVI-EV-REATIVACAO              VALUE 'RA'.
000400         88  AVI-EV-AJUSTE                  VALUE 'AJ'.
000410         88  AVI-EV-EXCLUSAO                VALUE 'EX'.
000420     03  AVI-CANAL                 PIC X(001).
000430         88  AVI-CANAL-SMS                  VALUE 'S'.
000440         88  AVI-CANAL-EMAIL                VALUE 'E'.
000450     03  AVI-CONTATO               PIC X(080).
000460     03  AVI-NOME                  PIC X(100).
000470     03  AVI-REFERENCIA            PIC X(020).
000480     03  AVI-VALOR                 PIC -(015)9.99.
000490     03  AVI-SALDO                 PIC -(015)9.99.
000500     03  AVI-LIMITE                PIC -(015)9.99.
000510     03  AVI-DATA-HORA             PIC X(026).
