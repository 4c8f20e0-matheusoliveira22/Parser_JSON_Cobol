000010*****************************************************************
000020*  BKESTOR.CPY                                                  *
000030*  REVERSALS REGISTER RECORD - ONE ROW PER REVERSAL (ESTORNO)   *
000040*  THAT ACTUALLY POSTED, CARRYING BOTH LEGS SIDE BY SIDE: THE   *
000050*  ORIGINAL POSTING AS REFPOST REGISTERED IT (REFERENCIA, DAY   *
000060*  IT POSTED, DIRECTION AND VALOR) AND THE REVERSAL THAT        *
000070*  CANCELLED IT. WRITTEN BY BOOK-REFREG AT CLIENT COMPLETION,   *
000080*  IN THE SAME STEP THAT MARKS THE ORIGINAL REVERSED, SO A ROW  *
000090*  EXISTS EXACTLY WHEN THE REVERSAL IS ON THE BOOKS. BOOK-      *
000100*  ESTORNO PRINTS THE DAILY REPORT FROM IT. ALL FIELDS USAGE    *
000110*  DISPLAY - WRITTEN AS A LINE SEQUENTIAL RECORD.               *
000120*-----------------------------------------------------------------
000130*  MOD LOG
000140*  DATE       WHO   DESCRIPTION
000150*  ---------- ----  ---------------------------------------------
000160*  2026-10-15 RPS   ORIGINAL VERSION.
000170*****************************************************************
000180 01  REGISTRO-ESTORNO.
000190     03  EST-DATA-HORA             PIC X(026).
000200     03  EST-DATA-MOVIMENTO        PIC 9(008).
000210     03  EST-CONTA                 PIC 9(010).
000220     03  EST-NOME                  PIC X(100).
000230     03  EST-ORIGINAL.
000240         05  EST-ORI-REFERENCIA    PIC X(020).
000250         05  EST-ORI-DATA-MOVIMENTO PIC 9(008).
000260         05  EST-ORI-TIPO-TRANSACAO PIC X(001).
000270         05  EST-ORI-VALOR         PIC 9(015)V99.
000280     03  EST-REVERSAO.
000290         05  EST-REV-REFERENCIA    PIC X(020).
000300         05  EST-REV-DATA-EFETIVACAO PIC X(010).
000310         05  EST-REV-TIPO-TRANSACAO PIC X(001).
000320         05  EST-REV-VALOR         PIC 9(015)V99.
