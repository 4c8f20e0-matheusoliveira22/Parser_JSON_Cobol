000148*                   DAYS SINCE MST-DATA-ULT-PROCESSO: DORMANT,
000149*                   OR ESCHEAT-REVIEW CANDIDATE. ANY CLOSE BY
000151*                   THE BATCH PUTS THE CLIENT BACK TO ACTIVE.
000152*  2026-10-15 RPS   ADDED MST-DATA-INICIO-DESCOBERTO - THE FIRST
000153*                   MOVEMENT DATE OF THE CLIENT'S CURRENT RUN OF
000154*                   NEGATIVE CLOSING BALANCES, ZERO WHILE THE
000155*                   ACCOUNT IS IN CREDIT. SET AND CLEARED BY
000156*                   BOOK-BATCH AT CLIENT CLOSE; THE DAYS-IN-
000157*                   OVERDRAFT FIGURE IS MEASURED FROM IT.
000158*                   EXISTING FILES MUST BE REBUILT - THE RECORD
000159*                   GREW.
000160*  2026-10-15 RPS   ADDED MST-CADASTRO - THE HOLDER'S REGISTRATION
000161*                   (CPF, BIRTH DATE, ADDRESS AND PRODUCT) AND THE
000162*                   DATE BOOK-CADASTRO LOADED IT FROM THE DAILY
000163*                   REGISTRATION FEED. A ZERO MST-DATA-CADASTRO
000164*                   IS AN ACCOUNT THE BATCH OPENED ON ITS FIRST
000165*                   POSTING, BEFORE THE FEED EXISTED. THE BATCH
000166*                   DERIVES THE CLIENT'S IDADE FROM THE BIRTH
000167*                   DATE WHEN THERE IS ONE. EXISTING FILES MUST
000168*                   BE REBUILT - THE RECORD GREW.
000169*****************************************************************
000170 01  REGISTRO-MESTRE.
000171     03  MST-CONTA                 PIC 9(010).
000172     03  MST-NOME                  PIC X(100).
000173     03  MST-SALDO-FECHAMENTO      PIC S9(015)V99 COMP-3.
000180     03  MST-DATA-ULT-PROCESSO     PIC X(008).
000190     03  MST-TOTAL-CREDITOS        PIC 9(015)V99  COMP-3.
000200     03  MST-TOTAL-DEBITOS         PIC 9(015)V99  COMP-3.
000250         88  MST-ST-EXCLUIDO                VALUE 'E'.
000260         88  MST-ST-DORMENTE                VALUE 'D'.
000270         88  MST-ST-PRESCRICAO              VALUE 'P'.
000280     03  MST-DATA-INICIO-DESCOBERTO PIC 9(008).
000290     03  MST-CADASTRO.
000300         05  MST-CPF               PIC X(011).
000310         05  MST-DATA-NASCIMENTO   PIC 9(008).
000320         05  MST-ENDERECO.
000330             07  MST-LOGRADOURO    PIC X(060).
000340             07  MST-CIDADE        PIC X(040).
000350             07  MST-UF            PIC X(002).
000360             07  MST-CEP           PIC 9(008).
000370         05  MST-PRODUTO           PIC X(003).
000380         05  MST-DATA-CADASTRO     PIC 9(008).
000390             88  MST-SEM-CADASTRO               VALUE ZERO.
