000010*****************************************************************
000020*  BKORDEX.CPY                                                  *
000030*  STANDING ORDER EXECUTION RECORD - ONE ROW PER ORDER DUE IN   *
000040*  THE NIGHTLY RUN, WRITTEN BY BOOK-BATCH WITH ITS OUTCOME:     *
000050*  EXECUTED (POSTED AND COMMITTED), SKIPPED (SUSPENDED, OR THE  *
000060*  OCCURRENCE ALREADY ON REFPOST) OR FAILED (NO MASTER, A       *
000070*  DELETED ACCOUNT, A DEBIT HELD FOR INSUFFICIENT FUNDS, OR NOT *
000080*  POSTED BY THE END OF THE RUN), WITH THE REASON. BOOK-ORDEXEC *
000090*  PRINTS THE DAILY LISTING FROM IT. ALL FIELDS USAGE DISPLAY - *
000100*  WRITTEN AS A LINE SEQUENTIAL RECORD.                         *
000110*-----------------------------------------------------------------
000120*  MOD LOG
000130*  DATE       WHO   DESCRIPTION
000140*  ---------- ----  ---------------------------------------------
000150*  2026-10-15 RPS   ORIGINAL VERSION.
000160*****************************************************************
000170 01  REGISTRO-EXECUCAO-ORDEM.
000180     03  ORX-DATA-HORA             PIC X(026).
000190     03  ORX-DATA-MOVIMENTO        PIC 9(008).
000200     03  ORX-CONTA                 PIC 9(010).
000210     03  ORX-NUMERO                PIC 9(004).
000220     03  ORX-DATA-OCORRENCIA       PIC 9(008).
000230     03  ORX-REFERENCIA            PIC X(020).
000240     03  ORX-TIPO-TRANSACAO        PIC X(001).
000250     03  ORX-VALOR                 PIC 9(013)V99.
000260     03  ORX-RESULTADO             PIC X(001).
000270         88  ORX-EXECUTADA                  VALUE 'E'.
000280         88  ORX-IGNORADA                   VALUE 'I'.
000290         88  ORX-FALHOU                     VALUE 'F'.
000300     03  ORX-MOTIVO                PIC X(060).
