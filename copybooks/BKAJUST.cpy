000120*  DATE       WHO   DESCRIPTION
000130*  ---------- ----  ---------------------------------------------
000140*  2026-09-02 RPS   ORIGINAL VERSION.
000142*  2026-10-15 RPS   ALSO JOURNALS OVERDRAFT LIMIT CHANGES MADE
000144*                   THROUGH BOOK-LIMITE: ACTION L (LIMIT SET OR
000146*                   CHANGED) OR X (LIMIT CANCELLED), WITH THE
000147*                   LIMIT BEFORE/AFTER IN THE SALDO FIELDS.
000148*  2026-10-15 RPS   ALSO JOURNALS STANDING ORDER CHANGES MADE
000149*                   THROUGH BOOK-ORDEM: ACTION O (ORDER CREATED),
000150*                   S (SUSPENDED), T (REACTIVATED) OR C
000151*                   (CANCELLED), WITH THE ORDER'S AMOUNT
000152*                   BEFORE/AFTER IN THE SALDO FIELDS.
000153*  2026-10-15 RPS   ALSO JOURNALS NOTIFICATION PREFERENCE CHANGES
000154*                   MADE THROUGH BOOK-PREFAV: ACTION P (SET OR
000155*                   CHANGED) OR Q (REMOVED), WITH THE LOW-BALANCE
000156*                   THRESHOLD BEFORE/AFTER IN THE SALDO FIELDS.
000157*****************************************************************
000160 01  REGISTRO-AJUSTE.
000170     03  AJU-DATA-HORA             PIC X(026).
000180     03  AJU-OPERADOR              PIC X(008).
000210         88  AJU-ACAO-AJUSTE                VALUE 'A'.
000220         88  AJU-ACAO-EXCLUSAO              VALUE 'E'.
000230         88  AJU-ACAO-REATIVACAO            VALUE 'R'.
000232         88  AJU-ACAO-LIMITE                VALUE 'L'.
000234         88  AJU-ACAO-LIMITE-CANCELADO      VALUE 'X'.
000235         88  AJU-ACAO-ORDEM-INCLUIDA        VALUE 'O'.
000236         88  AJU-ACAO-ORDEM-SUSPENSA        VALUE 'S'.
000237         88  AJU-ACAO-ORDEM-REATIVADA       VALUE 'T'.
000238         88  AJU-ACAO-ORDEM-CANCELADA       VALUE 'C'.
000239         88  AJU-ACAO-AVISO-DEFINIDO        VALUE 'P'.
000240         88  AJU-ACAO-AVISO-CANCELADO       VALUE 'Q'.
000241     03  AJU-CONTA                 PIC 9(010).
000250     03  AJU-NOME                  PIC X(100).
000260     03  AJU-SALDO-ANTES           PIC -(013)9.99.
000270     03  AJU-SALDO-DEPOIS          PIC -(013)9.99.
