000010*****************************************************************
000020*  BKLIMCH.CPY                                                  *
000030*  OVERDRAFT LIMIT RECORD - ONE ROW PER CLIENT ACCOUNT ALLOWED  *
000040*  TO RUN A NEGATIVE BALANCE, KEYED BY CONTA. CARRIES THE       *
000050*  APPROVED LIMIT AND THE WINDOW IT IS GOOD FOR: A ZERO         *
000060*  LCH-DATA-FIM MEANS NO EXPIRY. OUTSIDE THE WINDOW, OR WITH    *
000070*  NO ROW AT ALL, THE CLIENT'S LIMIT IS ZERO. MAINTAINED BY     *
000080*  OPERATIONS THROUGH BOOK-LIMITE, WHICH STAMPS THE OPERATOR    *
000090*  AND TIMESTAMP OF THE LAST CHANGE; READ BY BOOK-BATCH AND     *
000100*  BOOK-ENTRADA. ONE FILE SERVES EVERY STREAM - NO PROGRAM IN   *
000110*  THE NIGHTLY RUN WRITES IT.                                   *
000120*-----------------------------------------------------------------
000130*  MOD LOG
000140*  DATE       WHO   DESCRIPTION
000150*  ---------- ----  ---------------------------------------------
000160*  2026-10-15 RPS   ORIGINAL VERSION.
000170*****************************************************************
000180 01  REGISTRO-LIMITE-CHEQUE.
000190     03  LCH-CONTA                 PIC 9(010).
000200     03  LCH-LIMITE                PIC 9(013)V99 COMP-3.
000210     03  LCH-DATA-INICIO           PIC 9(008).
000220     03  LCH-DATA-FIM              PIC 9(008).
000230     03  LCH-OPERADOR              PIC X(008).
000240     03  LCH-DATA-HORA-ALTERACAO   PIC X(026).
