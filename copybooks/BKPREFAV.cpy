000010*****************************************************************
000020*  BKPREFAV.CPY                                                 *
000030*  CLIENT NOTIFICATION PREFERENCE RECORD - ONE ROW PER CLIENT   *
000040*  ACCOUNT THAT WANTS TO BE TOLD ABOUT ITS ACCOUNT, KEYED BY    *
000050*  CONTA. CARRIES THE CHANNEL AND ADDRESS THE MESSAGING VENDOR  *
000060*  DELIVERS TO, ONE S/N SWITCH PER EVENT (IN THE ORDER OF THE   *
000070*  AVI-EVENTO CODES IN BKAVISO, SO PRF-EVENTO (N) CAN BE USED   *
000080*  BY POSITION) AND THE CLIENT'S OWN THRESHOLDS FOR THE LOW-    *
000090*  BALANCE AND LARGE-DEBIT EVENTS. A CLIENT WITHOUT A ROW GETS  *
000100*  NO NOTIFICATIONS. MAINTAINED BY OPERATIONS THROUGH           *
000110*  BOOK-PREFAV, WHICH STAMPS THE OPERATOR AND TIMESTAMP OF THE  *
000120*  LAST CHANGE; READ BY BOOK-BATCH AND BOOK-MANUT. ONE FILE     *
000130*  SERVES EVERY STREAM - NO PROGRAM IN THE NIGHTLY RUN WRITES   *
000140*  IT.                                                          *
000150*-----------------------------------------------------------------
000160*  MOD LOG
000170*  DATE       WHO   DESCRIPTION
000180*  ---------- ----  ---------------------------------------------
000190*  2026-10-15 RPS   ORIGINAL VERSION.
000200*****************************************************************
000210 01  REGISTRO-PREFERENCIA-AVISO.
000220     03  PRF-CONTA                 PIC 9(010).
000230     03  PRF-CANAL                 PIC X(001).
000240         88  PRF-CANAL-SMS                  VALUE 'S'.
000250         88  PRF-CANAL-EMAIL                VALUE 'E'.
000260         88  PRF-CANAL-VALIDO               VALUE 'S' 'E'.
000270     03  PRF-CONTATO               PIC X(080).
000280     03  PRF-EVENTOS.
000290         05  PRF-QUER-SALDO-BAIXO  PIC X(001).
000300         05  PRF-QUER-DEBITO-ALTO  PIC X(001).
000310         05  PRF-QUER-TARIFA       PIC X(001).
000320         05  PRF-QUER-JUROS        PIC X(001).
000330         05  PRF-QUER-LIBERACAO    PIC X(001).
000340         05  PRF-QUER-REATIVACAO   PIC X(001).
000350         05  PRF-QUER-AJUSTE       PIC X(001).
000360         05  PRF-QUER-EXCLUSAO     PIC X(001).
000370     03  PRF-EVENTOS-TABELA REDEFINES PRF-EVENTOS.
000380         05  PRF-EVENTO            PIC X(001) OCCURS 8 TIMES.
000390             88  PRF-EVENTO-SIM             VALUE 'S'.
000400     03  PRF-LIMITE-SALDO          PIC S9(013)V99 COMP-3.
000410     03  PRF-LIMITE-DEBITO         PIC 9(013)V99 COMP-3.
000420     03  PRF-OPERADOR              PIC X(008).
000430     03  PRF-DATA-HORA-ALTERACAO   PIC X(026).
