000140*  DATE       WHO   DESCRIPTION
000150*  ---------- ----  ---------------------------------------------
000160*  2026-09-02 RPS   ORIGINAL VERSION.
000161*  2026-10-15 RPS   ADDED REF-VALOR AND REF-TIPO-TRANSACAO - THE
000162*                   POSTING AS IT WAS REGISTERED - SO A REVERSAL
000163*                   (ESTORNO) CAN BE MATCHED ON AMOUNT AND
000164*                   DIRECTION, AND THE REVERSAL LINKS: REF-
000165*                   ESTORNO-DE ON THE REVERSAL'S OWN ROW, AND
000166*                   REF-SITUACAO / REF-ESTORNADA-POR / REF-DATA-
000167*                   ESTORNO ON THE ORIGINAL ONCE IT IS REVERSED.
000170*****************************************************************
000180 01  REGISTRO-REFERENCIA.
000190     03  REF-CHAVE.
000200         05  REF-CONTA             PIC 9(010).
000210         05  REF-REFERENCIA        PIC X(020).
000220     03  REF-DATA-MOVIMENTO        PIC 9(008).
000221     03  REF-VALOR                 PIC 9(015)V99 COMP-3.
000222     03  REF-TIPO-TRANSACAO        PIC X(001).
000223         88  REF-TIPO-CREDITO               VALUE 'C'.
000224         88  REF-TIPO-DEBITO                VALUE 'D'.
000225     03  REF-ESTORNO-DE            PIC X(020).
000226     03  REF-SITUACAO              PIC X(001).
000227         88  REF-ATIVA                      VALUE SPACE.
000228         88  REF-ESTORNADA                  VALUE 'E'.
000229     03  REF-ESTORNADA-POR         PIC X(020).
000230     03  REF-DATA-ESTORNO          PIC 9(008).
