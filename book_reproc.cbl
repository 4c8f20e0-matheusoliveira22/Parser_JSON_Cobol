000381*                   OF POSTING EARLY - THE BACKLOG IS LARGELY
000382*                   THE OLD FUTURE-DATE REJECTS, WHICH NOW
000383*                   RESOLVE ON OR AFTER THEIR EFFECTIVE DATE.
000384*  2026-10-15 RPS   BOOK-ENTRADA NO LONGER CHECKS IDADE - THE
000385*                   NIGHTLY RUN DOES, AFTER READING THE MASTER.
000386*                   THE MASTER IS NOT READ HERE, SO THE
000387*                   DOCUMENT'S IDADE IS STILL HELD TO THE SAME
000388*                   1 TO 120 RANGE BEFORE IT CAN RESOLVE.
000389*****************************************************************
000390 ENVIRONMENT DIVISION.
000391 CONFIGURATION SECTION.
000392 SOURCE-COMPUTER.   IBM-Z15.
000400 OBJECT-COMPUTER.   IBM-Z15.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
001025 77  BK-INDICE-TRANSACAO       PIC 9(003) COMP-3 VALUE ZERO.
001026 77  BK-TEM-FUTURA             PIC X(001) VALUE 'N'.
001027     88  BK-TEM-FUTURA-SIM                   VALUE 'S'.
001028 77  BK-IDADE-MINIMA           PIC 9(003) VALUE 1.
001029 77  BK-IDADE-MAXIMA           PIC 9(003) VALUE 120.
001030 01  BK-DATA-POSTAGEM-COMP.
001031     05  BK-DP-ANO             PIC 9(004).
001032     05  BK-DP-MES             PIC 9(002).
001033     05  BK-DP-DIA             PIC 9(002).
001034 01  BK-DATA-POSTAGEM-NUM REDEFINES
001035         BK-DATA-POSTAGEM-COMP               PIC 9(008).
001036
001040*---------------------------------------------------------------*
001050*  BOOK-EXTRATO'S MONTHLY BUCKETS, OWNED HERE THE SAME WAY      *
001060*  BOOK-BATCH OWNS THEM - RESET PER DOCUMENT, SINCE ONLY        *
002170     IF SEQUENCIAL-DOCUMENTO OF CLIENT-DATA NOT = 1
002180        OR NOT DOCUMENTO-FINAL OF CLIENT-DATA
002190         MOVE 'DOCUMENTO DE CLIENTE FRACIONADO - REENVIAR NO LOTE'
002191             TO SNV-MOTIVO
002192         ADD 1 TO BK-SUSPENSOS-PENDENTES
002193         GO TO 3000-EXIT
002194     END-IF
002195
002196     IF IDADE OF CLIENT-DATA < BK-IDADE-MINIMA
002197        OR IDADE OF CLIENT-DATA > BK-IDADE-MAXIMA
002198         MOVE 'IDADE FORA DA FAIXA VALIDA DE 1 A 120 ANOS'
002200             TO SNV-MOTIVO
002210         ADD 1 TO BK-SUSPENSOS-PENDENTES
002220         GO TO 3000-EXIT
