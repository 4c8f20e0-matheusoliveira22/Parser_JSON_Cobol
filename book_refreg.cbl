000416*                   BY NEITHER THE IN-DOCUMENT SCAN NOR
000417*                   REFPOST; THE STAGING FILE HAS SEEN EVERY
000418*                   EARLIER CHUNK, SO IT ANSWERS.
000419*  2026-10-15 RPS   REVERSALS (ESTORNOS). THE REGISTER ROW NOW
000420*                   KEEPS THE POSTING'S VALOR AND TIPO-TRANSACAO
000421*                   (BOOK-ENTRADA MATCHES A REVERSAL AGAINST
000422*                   THEM), STAGED THROUGH REFTRAB WITH THE
000423*                   REFERENCE. AT PHASE 'E' A REVERSAL ALSO
000424*                   MARKS ITS ORIGINAL REVERSED AND WRITES BOTH
000425*                   LEGS TO THE ESTORNOS REGISTER (SEE BKESTOR).
000426*                   AN ORIGINAL ALREADY MARKED IS LEFT ALONE, SO
000427*                   A RESTART REPLAY WRITES NO SECOND ROW. PHASE
000428*                   'V' ANSWERS 'E' FOR A REVERSAL OF AN
000429*                   ORIGINAL AN EARLIER CHUNK ALREADY REVERSED.
000430*****************************************************************
000431 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-Z15.
000460 OBJECT-COMPUTER.   IBM-Z15.
000560                                ORGANIZATION IS LINE SEQUENTIAL
000570                                FILE STATUS IS FS-TRABALHO.
000580
000581     SELECT REGISTRO-ESTORNOS  ASSIGN TO "ESTORNOS"
000582                                ORGANIZATION IS LINE SEQUENTIAL
000583                                FILE STATUS IS FS-ESTORNOS.
000584
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  REFERENCIAS-POSTADAS.
000650 01  REG-REF-TRABALHO.
000660     03  RFT-CONTA             PIC 9(010).
000670     03  RFT-REFERENCIA        PIC X(020).
000671     03  RFT-VALOR             PIC 9(015)V99.
000672     03  RFT-TIPO-TRANSACAO    PIC X(001).
000673     03  RFT-DATA-EFETIVACAO   PIC X(010).
000674     03  RFT-REFERENCIA-ESTORNADA PIC X(020).
000675
000676 FD  REGISTRO-ESTORNOS.
000677 COPY BKESTOR.
000680
000690 WORKING-STORAGE SECTION.
000700 77  FS-REFPOST                PIC X(002) VALUE SPACES.
000720     88  FS-REFPOST-NAO-EXISTE               VALUE '35'.
000730 77  FS-TRABALHO               PIC X(002) VALUE SPACES.
000740     88  FS-TRABALHO-OK                      VALUE '00'.
000741 77  FS-ESTORNOS               PIC X(002) VALUE SPACES.
000742     88  FS-ESTORNOS-NAO-EXISTE              VALUE '35'.
000750 77  BK-INDICE-REF             PIC 9(003) COMP-3 VALUE ZERO.
000760 77  BK-FIM-TRABALHO           PIC X(001) VALUE 'N'.
000770     88  BK-FIM-TRABALHO-SIM                 VALUE 'S'.
000840 01  DATA-MOVIMENTO-REF        PIC 9(008).
000842 01  RESULTADO-REGISTRO        PIC X(001).
000844     88  REGISTRO-DUPLICADO                  VALUE 'D'.
000845     88  REGISTRO-ESTORNO-REPETIDO           VALUE 'E'.
000850
000860 PROCEDURE DIVISION USING CLIENT-DATA
000870                           FASE-REGISTRO
001270
001280     MOVE CONTA OF CLIENT-DATA       TO RFT-CONTA
001290     MOVE REFERENCIA (BK-INDICE-REF) TO RFT-REFERENCIA
001291     MOVE VALOR (BK-INDICE-REF)      TO RFT-VALOR
001292     MOVE TIPO-TRANSACAO (BK-INDICE-REF)
001293         TO RFT-TIPO-TRANSACAO
001294     MOVE DATA-EFETIVACAO (BK-INDICE-REF)
001295         TO RFT-DATA-EFETIVACAO
001296     MOVE REFERENCIA-ESTORNADA (BK-INDICE-REF)
001297         TO RFT-REFERENCIA-ESTORNADA
001300     WRITE REG-REF-TRABALHO.
001310 2100-EXIT.
001320     EXIT.
001350*  3000-EFETIVAR-REGISTRO - PHASE 'E': THE STAGED REFERENCES    *
001360*  GO ON THE POSTED REGISTER, NOW THAT THE CLIENT HAS REALLY    *
001370*  COMPLETED. A ROW ALREADY ON FILE IS LEFT AS IT IS - THE      *
001371*  FIRST POSTING OWNS THE REFERENCE. A STAGED REVERSAL THEN     *
001372*  MARKS ITS ORIGINAL (3200).                                   *
001390*****************************************************************
001400 3000-EFETIVAR-REGISTRO.
001410     MOVE 'N' TO BK-FIM-TRABALHO
001700     MOVE RFT-CONTA          TO REF-CONTA
001710     MOVE RFT-REFERENCIA     TO REF-REFERENCIA
001720     MOVE DATA-MOVIMENTO-REF TO REF-DATA-MOVIMENTO
001721     MOVE RFT-VALOR          TO REF-VALOR
001722     MOVE RFT-TIPO-TRANSACAO TO REF-TIPO-TRANSACAO
001723     MOVE RFT-REFERENCIA-ESTORNADA TO REF-ESTORNO-DE
001724     MOVE SPACE              TO REF-SITUACAO
001725     MOVE SPACES             TO REF-ESTORNADA-POR
001726     MOVE ZERO               TO REF-DATA-ESTORNO
001730     WRITE REGISTRO-REFERENCIA
001740         INVALID KEY
001750             CONTINUE
001751     END-WRITE
001752
001753     IF RFT-REFERENCIA-ESTORNADA NOT = SPACES
001754         PERFORM 3200-MARCAR-ESTORNO THRU 3200-EXIT
001755     END-IF.
001770 3100-EXIT.
001771     EXIT.
001772
001773*****************************************************************
001774*  3200-MARCAR-ESTORNO - THE ORIGINAL THE STAGED REVERSAL       *
001775*  CANCELS IS MARKED REVERSED - BY WHICH REFERENCE, ON WHICH    *
001776*  MOVEMENT DATE - AND BOTH LEGS GO TO THE ESTORNOS REGISTER.   *
001777*  BOOK-ENTRADA ALREADY PROVED THE MATCH; AN ORIGINAL THAT IS   *
001778*  GONE OR ALREADY MARKED (A RESTART REPLAYING ITS OWN CLIENT)  *
001779*  IS LEFT AS IT IS AND NOTHING IS WRITTEN.                     *
001780*****************************************************************
001781 3200-MARCAR-ESTORNO.
001782     MOVE RFT-CONTA                TO REF-CONTA
001783     MOVE RFT-REFERENCIA-ESTORNADA TO REF-REFERENCIA
001784     READ REFERENCIAS-POSTADAS
001785         INVALID KEY
001786             GO TO 3200-EXIT
001787     END-READ
001788
001789     IF REF-ESTORNADA
001790         GO TO 3200-EXIT
001791     END-IF
001792
001793     MOVE 'E'                TO REF-SITUACAO
001794     MOVE RFT-REFERENCIA     TO REF-ESTORNADA-POR
001795     MOVE DATA-MOVIMENTO-REF TO REF-DATA-ESTORNO
001796     REWRITE REGISTRO-REFERENCIA
001797         INVALID KEY
001798             GO TO 3200-EXIT
001799     END-REWRITE
001800
001801     PERFORM 8000-GRAVAR-ESTORNO THRU 8000-EXIT.
001802 3200-EXIT.
001803     EXIT.
001804
001805*****************************************************************
001810*  4000-VERIFICAR-DUPLICIDADE - PHASE 'V': DOES THE INCOMING    *
001820*  CONTINUATION CHUNK CARRY A REFERENCE AN EARLIER CHUNK OF     *
001830*  THIS SAME CLIENT ALREADY STAGED? THE ANSWER GOES BACK IN     *
002270     IF REFERENCIA (BK-INDICE-REF) NOT = SPACES
002280        AND REFERENCIA (BK-INDICE-REF) = RFT-REFERENCIA
002290         MOVE 'D' TO RESULTADO-REGISTRO
002291         GO TO 4200-EXIT
002292     END-IF
002293
002294     IF REFERENCIA-ESTORNADA (BK-INDICE-REF) NOT = SPACES
002295        AND REFERENCIA-ESTORNADA (BK-INDICE-REF)
002296            = RFT-REFERENCIA-ESTORNADA
002297         MOVE 'E' TO RESULTADO-REGISTRO
002300     END-IF.
002310 4200-EXIT.
002320     EXIT.
002321
002322*****************************************************************
002323*  8000-GRAVAR-ESTORNO - APPENDS BOTH LEGS OF THE REVERSAL TO   *
002324*  THE ESTORNOS REGISTER, CREATING THE FILE ON ITS FIRST USE.   *
002325*  THE ORIGINAL LEG COMES FROM ITS REFPOST ROW, THE REVERSAL    *
002326*  LEG FROM THE STAGED ROW.                                     *
002327*****************************************************************
002328 8000-GRAVAR-ESTORNO.
002329     OPEN EXTEND REGISTRO-ESTORNOS
002330     IF FS-ESTORNOS-NAO-EXISTE
002331         OPEN OUTPUT REGISTRO-ESTORNOS
002332     END-IF
002333
002334     MOVE FUNCTION CURRENT-DATE   TO EST-DATA-HORA
002335     MOVE DATA-MOVIMENTO-REF      TO EST-DATA-MOVIMENTO
002336     MOVE RFT-CONTA               TO EST-CONTA
002337     MOVE NOME OF CLIENT-DATA     TO EST-NOME
002338     MOVE REF-REFERENCIA          TO EST-ORI-REFERENCIA
002339     MOVE REF-DATA-MOVIMENTO      TO EST-ORI-DATA-MOVIMENTO
002340     MOVE REF-TIPO-TRANSACAO      TO EST-ORI-TIPO-TRANSACAO
002341     MOVE REF-VALOR               TO EST-ORI-VALOR
002342     MOVE RFT-REFERENCIA          TO EST-REV-REFERENCIA
002343     MOVE RFT-DATA-EFETIVACAO     TO EST-REV-DATA-EFETIVACAO
002344     MOVE RFT-TIPO-TRANSACAO      TO EST-REV-TIPO-TRANSACAO
002345     MOVE RFT-VALOR               TO EST-REV-VALOR
002346
002347     WRITE REGISTRO-ESTORNO
002348
002349     CLOSE REGISTRO-ESTORNOS.
002350 8000-EXIT.
002351     EXIT.
