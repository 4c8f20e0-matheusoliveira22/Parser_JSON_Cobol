000010*****************************************************************
000020*  BKSLDRZ.CPY                                                  *
000030*  GENERAL LEDGER BALANCE RECORD - THE DAILY FILE FINANCE       *
000040*  RETURNS WITH THE CLOSING BALANCES OF THE LEDGER ACCOUNTS     *
000050*  BOOK-RAZAO POSTS TO, ONE ROW PER ACCOUNT (SEE THE CHART IN   *
000060*  BOOK-RAZAO): CLIENT DEPOSITS, FEE REVENUE, INTEREST EXPENSE  *
000070*  AND SUSPENSE. SRZ-SALDO IS STATED POSITIVE IN THE ACCOUNT'S  *
000080*  NORMAL NATURE - CREDIT FOR DEPOSITS AND FEE REVENUE, DEBIT   *
000090*  FOR INTEREST EXPENSE AND SUSPENSE - SO A NEGATIVE FIGURE IS  *
000100*  AN ACCOUNT RUNNING AGAINST ITS NATURE. THE PROFIT AND LOSS   *
000110*  ACCOUNTS ARE CLOSED AT YEAR END, SO THEIR BALANCES ARE       *
000120*  YEAR-TO-DATE. READ BY BOOK-CONCILIA. ALL FIELDS USAGE        *
000130*  DISPLAY (SIGNED ONES EDITED) - A LINE SEQUENTIAL RECORD.     *
000140*-----------------------------------------------------------------
000150*  MOD LOG
000160*  DATE       WHO   DESCRIPTION
000170*  ---------- ----  ---------------------------------------------
000180*  2026-10-15 RPS   ORIGINAL VERSION.
000190*****************************************************************
000200 01  REGISTRO-SALDO-RAZAO.
000210     03  SRZ-DATA-BASE             PIC 9(008).
000220     03  SRZ-CONTA-RAZAO           PIC X(008).
000230     03  SRZ-SALDO                 PIC -(015)9.99.
