000010*****************************************************************
000020*  BKAJPER.CPY                                                  *
000030*  PRIOR-PERIOD ADJUSTMENT RECORD - ONE ROW PER POSTING THAT    *
000040*  REACHED THE NIGHTLY RUN AFTER THE MONTH OF ITS DATA-         *
000050*  EFETIVACAO HAD ALREADY BEEN CLOSED INTO FECHMES. KEPT IN THE *
000060*  AJPERIODO INDEXED FILE, PER STREAM LIKE FECHMES, KEYED BY    *
000070*  CONTA AND THE AAAA-MM THE POSTING BELONGS TO, THEN BY THE    *
000080*  MOVEMENT DATE IT ACTUALLY POSTED ON AND ITS ORDER WITHIN THE *
000090*  CLIENT THAT DAY. BOOK-BATCH WRITES THE ROW PENDING AT CLIENT *
000100*  CLOSE; BOOK-RETIFICA RESTATES THE CLOSED MONTHS, WORKS OUT   *
000110*  THE INTEREST THE POSTING'S ABSENCE COST OR GAVE THE CLIENT,  *
000120*  AND MARKS THE ROW PROCESSED WITH THAT DIFFERENCE.            *
000130*-----------------------------------------------------------------
000140*  MOD LOG
000150*  DATE       WHO   DESCRIPTION
000160*  ---------- ----  ---------------------------------------------
000170*  2026-10-15 RPS   ORIGINAL VERSION.
000180*****************************************************************
000190 01  REGISTRO-AJUSTE-PERIODO.
000200     03  APA-CHAVE.
000210         05  APA-CONTA             PIC 9(010).
000220         05  APA-ANO-MES           PIC X(007).
000230         05  APA-DATA-MOVIMENTO    PIC 9(008).
000240         05  APA-SEQUENCIA         PIC 9(005).
000250     03  APA-NOME                  PIC X(100).
000260     03  APA-DATA-EFETIVACAO       PIC X(010).
000270     03  APA-REFERENCIA            PIC X(020).
000280     03  APA-TIPO-TRANSACAO        PIC X(001).
000290         88  APA-TIPO-CREDITO               VALUE 'C'.
000300         88  APA-TIPO-DEBITO                VALUE 'D'.
000310     03  APA-VALOR                 PIC 9(015)V99  COMP-3.
000320     03  APA-DATA-HORA             PIC X(026).
000330     03  APA-SITUACAO              PIC X(001).
000340         88  APA-PENDENTE                   VALUE 'P'.
000350         88  APA-PROCESSADO                 VALUE 'R'.
000360     03  APA-DATA-PROCESSO         PIC 9(008).
000370     03  APA-MESES-REAPRESENTADOS  PIC 9(003)     COMP-3.
000380     03  APA-DIAS                  PIC 9(005)     COMP-3.
000390     03  APA-JUROS-DIFERENCA       PIC S9(013)V99 COMP-3.
