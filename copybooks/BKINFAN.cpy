000010*****************************************************************
000020*  BKINFAN.CPY                                                  *
000030*  ANNUAL STATEMENT REGULATORY RETURN - DETAIL RECORD. ONE ROW  *
000040*  PER CLIENT FOR THE BASE YEAR, WRITTEN BY BOOK-INFORME TO THE *
000050*  INFORMEREG FILE BETWEEN ITS HDR AND TRL (SEE BKINFCT) AND    *
000060*  TOLD APART FROM THEM BY INF-TIPO-REGISTRO 'DET'. THE FIELDS  *
000070*  ARE THE FIGURES PRINTED ON THE CLIENT'S OWN STATEMENT:       *
000080*    INF-SALDO-ANTERIOR  BALANCE AT 31 DECEMBER OF THE YEAR     *
000090*                        BEFORE THE BASE YEAR;                  *
000100*    INF-SALDO-ATUAL     BALANCE AT 31 DECEMBER OF THE BASE     *
000110*                        YEAR, ZERO FOR AN ACCOUNT NO LONGER    *
000120*                        OPEN THEN;                             *
000130*    INF-JUROS           INTEREST CREDITED IN THE YEAR, PRIOR-  *
000140*                        PERIOD INTEREST ADJUSTMENTS INCLUDED;  *
000150*    INF-TARIFAS         FEES CHARGED IN THE YEAR.              *
000160*  BALANCES ARE ON THE MASTER'S PRE-FEE BASIS, AS IN FECHMES.   *
000170*  ALL FIELDS USAGE DISPLAY (SIGNED ONES EDITED, LIKE THE       *
000180*  AJUSTES RECORD) - WRITTEN AS A LINE SEQUENTIAL RECORD.       *
000190*-----------------------------------------------------------------
000200*  MOD LOG
000210*  DATE       WHO   DESCRIPTION
000220*  ---------- ----  ---------------------------------------------
000230*  2026-10-15 RPS   ORIGINAL VERSION.
000240*****************************************************************
000250 01  REGISTRO-INFORME-ANUAL.
000260     03  INF-TIPO-REGISTRO         PIC X(003).
000270         88  INF-TIPO-DETALHE               VALUE 'DET'.
000280     03  INF-ANO-BASE              PIC 9(004).
000290     03  INF-CONTA                 PIC 9(010).
000300     03  INF-NOME                  PIC X(100).
000310     03  INF-SALDO-ANTERIOR        PIC -(015)9.99.
000320     03  INF-SALDO-ATUAL           PIC -(015)9.99.
000330     03  INF-JUROS                 PIC -(015)9.99.
000340     03  INF-TARIFAS               PIC -(015)9.99.
