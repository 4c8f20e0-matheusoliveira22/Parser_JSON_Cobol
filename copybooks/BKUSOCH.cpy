000010*****************************************************************
000020*  BKUSOCH.CPY                                                  *
000030*  OVERDRAFT USAGE RECORD - ONE ROW PER CLIENT THAT CLOSED THE  *
000040*  DAY BELOW ZERO OR HAD DEBITS HELD FOR INSUFFICIENT FUNDS,    *
000050*  WRITTEN BY BOOK-BATCH AT CLIENT CLOSE. CARRIES THE LIMIT IN  *
000060*  FORCE, THE CLOSING BALANCE, HOW MUCH OF THE LIMIT IS DRAWN,  *
000070*  WHAT WAS HELD AND HOW MANY DAYS THE ACCOUNT HAS BEEN         *
000080*  OVERDRAWN WITHOUT A BREAK. BOOK-CHEQUE PRINTS THE DAILY      *
000090*  REPORT FROM IT. ALL FIELDS USAGE DISPLAY (SIGNED ONES        *
000100*  EDITED, LIKE THE AUDITORIA RECORD) - WRITTEN AS A LINE       *
000110*  SEQUENTIAL RECORD.                                           *
000120*-----------------------------------------------------------------
000130*  MOD LOG
000140*  DATE       WHO   DESCRIPTION
000150*  ---------- ----  ---------------------------------------------
000160*  2026-10-15 RPS   ORIGINAL VERSION.
000170*****************************************************************
000180 01  REGISTRO-USO-CHEQUE.
000190     03  USO-DATA-HORA             PIC X(026).
000200     03  USO-DATA-MOVIMENTO        PIC 9(008).
000210     03  USO-CONTA                 PIC 9(010).
000220     03  USO-NOME                  PIC X(100).
000230     03  USO-SITUACAO              PIC X(001).
000240         88  USO-DENTRO-DO-LIMITE           VALUE 'U'.
000250         88  USO-ACIMA-DO-LIMITE            VALUE 'E'.
000260         88  USO-DEBITOS-RETIDOS            VALUE 'R'.
000270     03  USO-LIMITE                PIC 9(013)V99.
000280     03  USO-SALDO-FECHAMENTO      PIC -(013)9.99.
000290     03  USO-UTILIZADO             PIC 9(015)V99.
000300     03  USO-VALOR-RETIDO          PIC 9(015)V99.
000310     03  USO-DATA-INICIO-USO       PIC 9(008).
000320     03  USO-DIAS-EM-USO           PIC 9(005).
