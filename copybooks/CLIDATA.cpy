000284*                   A RE-SENT POSTING IS CAUGHT AS A DUPLICATE.
000285*                   A FEED THAT DOES NOT SEND IT LEAVES IT
000286*                   SPACES AND IS NOT DUPLICATE-CHECKED.
000287*  2026-10-15 RPS   ADDED REFERENCIA-ESTORNADA TO EACH TRANSACOES
000288*                   ENTRY - FILLED ONLY ON A REVERSAL (ESTORNO),
000289*                   NAMING THE REFERENCIA OF THE POSTING IT
000290*                   CANCELS. THE REVERSAL CARRIES THE OPPOSITE
000291*                   TIPO-TRANSACAO AND THE SAME VALOR AS THE
000292*                   ORIGINAL, AND ITS OWN REFERENCIA. SPACES ON
000293*                   AN ORDINARY POSTING.
000294*****************************************************************
000295 01  CLIENT-DATA.
000296     03  CONTA                     PIC 9(010).
000300     03  NOME                      PIC X(100).
000310     03  IDADE                     PIC 9(003).
000320     03  SALDO                     PIC S9(015)V99 COMP-3.
000450         05  TIPO-TRANSACAO        PIC X(001).
000460             88  TIPO-CREDITO               VALUE 'C'.
000470             88  TIPO-DEBITO                VALUE 'D'.
000471         05  REFERENCIA-ESTORNADA  PIC X(020).
