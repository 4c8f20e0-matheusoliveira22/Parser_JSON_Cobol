000010*****************************************************************
000020*  BKAVCTL.CPY                                                  *
000030*  NOTIFICATION FEED CONTROL RECORD - THE FIRST AND LAST LINES  *
000040*  OF THE FEED BOOK-AVISO SENDS THE MESSAGING VENDOR, IN THE    *
000050*  SAME SHAPE AS THE INBOUND FEED'S (SEE BKCTRL). THE HEADER    *
000060*  CARRIES THE BUSINESS DATE AND THE FEED'S OWN SEQUENCE        *
000070*  NUMBER, ONE MORE THAN THE PREVIOUS DAY'S, SO A MISSED OR     *
000080*  DOUBLED FILE IS SEEN AT ONCE; THE TRAILER CARRIES THE        *
000090*  MESSAGE COUNT, THE COUNT PER CHANNEL AND THE SUM OF THE      *
000100*  CONTAS AS A HASH TOTAL, SO THE VENDOR CAN PROVE EVERY        *
000110*  MESSAGE ARRIVED. CONTROL LINES ARE TOLD APART FROM THE       *
000120*  DETAIL LINES ('DET') BY THEIR FIRST THREE BYTES. ALL FIELDS  *
000130*  ARE USAGE DISPLAY.                                           *
000140*-----------------------------------------------------------------
000150*  MOD LOG
000160*  DATE       WHO   DESCRIPTION
000170*  ---------- ----  ---------------------------------------------
000180*  2026-10-15 RPS   ORIGINAL VERSION.
000190*****************************************************************
000200 01  REGISTRO-CONTROLE-AVISO.
000210     03  AVC-TIPO                  PIC X(003).
000220         88  AVC-TIPO-HEADER                VALUE 'HDR'.
000230         88  AVC-TIPO-TRAILER               VALUE 'TRL'.
000240     03  AVC-DADOS                 PIC X(050).
000250     03  AVC-DADOS-HEADER REDEFINES AVC-DADOS.
000260         05  AVC-DATA-MOVIMENTO    PIC 9(008).
000270         05  AVC-SEQUENCIA-ARQUIVO PIC 9(006).
000280         05  FILLER                PIC X(036).
000290     03  AVC-DADOS-TRAILER REDEFINES AVC-DADOS.
000300         05  AVC-QTDE-AVISOS       PIC 9(009).
000310         05  AVC-QTDE-SMS          PIC 9(009).
000320         05  AVC-QTDE-EMAIL        PIC 9(009).
000330         05  AVC-SOMA-CONTAS       PIC 9(018).
000340         05  FILLER                PIC X(005).
