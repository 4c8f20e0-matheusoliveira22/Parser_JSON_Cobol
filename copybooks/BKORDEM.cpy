000010*****************************************************************
000020*  BKORDEM.CPY                                                  *
000030*  STANDING ORDER RECORD - KEYED BY THE CLIENT ACCOUNT PLUS AN  *
000040*  ORDER NUMBER WITHIN IT. EACH ROW IS A RECURRING POSTING THE  *
000050*  NIGHTLY RUN GENERATES ITSELF ON EVERY DUE DATE: MONTHLY ON   *
000060*  THE START DATE'S DAY, WEEKLY FROM THE START DATE, OR ON A    *
000070*  FIXED DAY OF THE MONTH (A DAY THE MONTH DOES NOT HAVE FALLS  *
000080*  ON ITS LAST DAY). THE GENERATED REFERENCIA IS THE PREFIX,    *
000090*  THE ORDER NUMBER AND THE DUE DATE, SO EACH OCCURRENCE IS     *
000100*  REGISTERED ON REFPOST ONCE AND NEVER EXECUTES TWICE.         *
000110*  MAINTAINED ONLY THROUGH BOOK-ORDEM; BOOK-BATCH STAMPS THE    *
000120*  LAST DATE IT EXECUTED. A CANCELLED ORDER IS KEPT, NOT        *
000130*  DELETED, FOR THE HISTORY.                                    *
000140*-----------------------------------------------------------------
000150*  MOD LOG
000160*  DATE       WHO   DESCRIPTION
000170*  ---------- ----  ---------------------------------------------
000180*  2026-10-15 RPS   ORIGINAL VERSION.
000190*****************************************************************
000200 01  REGISTRO-ORDEM.
000210     03  ORD-CHAVE.
000220         05  ORD-CONTA             PIC 9(010).
000230         05  ORD-NUMERO            PIC 9(004).
000240     03  ORD-VALOR                 PIC 9(013)V99 COMP-3.
000250     03  ORD-TIPO-TRANSACAO        PIC X(001).
000260         88  ORD-TIPO-CREDITO               VALUE 'C'.
000270         88  ORD-TIPO-DEBITO                VALUE 'D'.
000280     03  ORD-FREQUENCIA            PIC X(001).
000290         88  ORD-FREQ-MENSAL                VALUE 'M'.
000300         88  ORD-FREQ-SEMANAL               VALUE 'S'.
000310         88  ORD-FREQ-DIA-DO-MES            VALUE 'D'.
000320     03  ORD-DIA-MES               PIC 9(002).
000330     03  ORD-DATA-INICIO           PIC 9(008).
000340     03  ORD-DATA-FIM              PIC 9(008).
000350     03  ORD-PREFIXO-REFERENCIA    PIC X(008).
000360     03  ORD-SITUACAO              PIC X(001).
000370         88  ORD-ATIVA                      VALUE 'A'.
000380         88  ORD-SUSPENSA                   VALUE 'S'.
000390         88  ORD-CANCELADA                  VALUE 'C'.
000400     03  ORD-DATA-ULTIMA-EXECUCAO  PIC 9(008).
000410     03  ORD-OPERADOR              PIC X(008).
000420     03  ORD-DATA-HORA-ALTERACAO   PIC X(026).
