000010*****************************************************************
000020*  BKINFCT.CPY                                                  *
000030*  ANNUAL STATEMENT REGULATORY RETURN - CONTROL RECORD. THE     *
000040*  FIRST AND LAST LINES OF THE INFORMEREG FILE BOOK-INFORME     *
000050*  WRITES, IN THE SAME SHAPE AS THE OTHER OUTBOUND FEEDS' (SEE  *
000060*  BKAVCTL). THE HEADER CARRIES THE BASE YEAR AND THE DATE THE  *
000070*  FILE WAS GENERATED; THE TRAILER CARRIES THE CLIENT COUNT,    *
000080*  THE SUM OF THE CONTAS AS A HASH TOTAL AND THE TOTAL OF EACH  *
000090*  AMOUNT COLUMN OF THE DETAIL LINES, SO THE RECEIVER CAN PROVE *
000100*  THE FILE ARRIVED WHOLE. CONTROL LINES ARE TOLD APART FROM    *
000110*  THE DETAIL LINES ('DET') BY THEIR FIRST THREE BYTES. ALL     *
000120*  FIELDS ARE USAGE DISPLAY, SIGNED ONES EDITED.                *
000130*-----------------------------------------------------------------
000140*  MOD LOG
000150*  DATE       WHO   DESCRIPTION
000160*  ---------- ----  ---------------------------------------------
000170*  2026-10-15 RPS   ORIGINAL VERSION.
000180*****************************************************************
000190 01  REGISTRO-CONTROLE-INFORME.
000200     03  INC-TIPO                  PIC X(003).
000210         88  INC-TIPO-HEADER                VALUE 'HDR'.
000220         88  INC-TIPO-TRAILER               VALUE 'TRL'.
000230     03  INC-DADOS                 PIC X(110).
000240     03  INC-DADOS-HEADER REDEFINES INC-DADOS.
000250         05  INC-ANO-BASE          PIC 9(004).
000260         05  INC-DATA-GERACAO      PIC 9(008).
000270         05  FILLER                PIC X(098).
000280     03  INC-DADOS-TRAILER REDEFINES INC-DADOS.
000290         05  INC-QTDE-CLIENTES     PIC 9(009).
000300         05  INC-SOMA-CONTAS       PIC 9(018).
000310         05  INC-TOT-SALDO-ANTERIOR PIC -(015)9.99.
000320         05  INC-TOT-SALDO-ATUAL   PIC -(015)9.99.
000330         05  INC-TOT-JUROS         PIC -(015)9.99.
000340         05  INC-TOT-TARIFAS       PIC -(015)9.99.
000350         05  FILLER                PIC X(007).
