000302*                   FACTVRFY INTEGRITY SCAN ARE BYPASSED IN
000303*                   THE AUDIT PASS - A REPAIR IS NOT
000304*                   DEMAND.
000304******************************************************
000304*  10/15/2026 RH    TYPE "P" MASTER PURGE RECORDS FROM
000304*                   FACTMNT ARE BYPASSED IN THE AUDIT PASS
000304*                   THE SAME WAY - A PURGE IS NOT DEMAND.
000304******************************************************
000304*  10/15/2026 RH    AUDIT RECORD LAYOUT EXTENDED TO THE FULL
000304*                   80 BYTES NOW WRITTEN - THE OPERATOR ID,
000304*                   SEQUENCE NUMBER AND CHAIN HASH - SO EVERY
000304*                   RECORD IS READ WHOLE.
000304******************************************************
000304*  10/15/2026 RH    ENDS WITH GOBACK INSTEAD OF STOP RUN SO
000304*                   THE FACTDRVR JOB-STREAM DRIVER CAN CALL
000304*                   THIS PROGRAM AS A STEP OF THE NIGHTLY
000304*                   STREAM BUILT FROM THE BUSINESS CALENDAR.
000304******************************************************
000304*  10/15/2026 RH    TYPE "B" BINOMIAL TABLE ROWS FROM
000304*                   FACTORIALS ARE BYPASSED IN THE AUDIT PASS
000304*                   WITH THE COMBIN RECORDS - THEIR NCR COMES
000304*                   FROM "99", NOT A MASTER LOOKUP.
000305******************************************************
000310*
000320 ENVIRONMENT DIVISION.
000740     05  AUDIT-R-VALUE       PIC 9(05).
000750     05  FILLER              PIC X(01).
000760     05  AUDIT-RESULT-2      PIC 9(09).
000761     05  FILLER              PIC X(01).
000762     05  AUDIT-OPERATOR-ID   PIC X(08).
000763     05  FILLER              PIC X(01).
000764     05  AUDIT-SEQ-NO        PIC 9(09).
000765     05  FILLER              PIC X(01).
000766     05  AUDIT-CHAIN-HASH    PIC 9(09).
000770*
000780 FD  RPT-FILE
000790     LABEL RECORDS ARE STANDARD.
002640     PERFORM 5000-PRE-SEED-PARA THRU 5000-EXIT.
002650     PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT.
002660 0000-EXIT.
002670     GOBACK.
002680*
002690******************************************************
002700*  1000-INITIALIZE-PARA
004800*  READS ONE AUDIT RECORD, BREAKS THE RUN GROUP ON A RUN
004810*  STAMP CHANGE, AND ACCUMULATES THE CALL, HIT AND TALLY
004820*  FIGURES FOR FAST-PATH FACTORIAL (TYPE F OR BLANK)
004830*  RECORDS. COMBIN (C), BINOMIAL (B), EXTENDED (X),
004832*  FACTVRFY REPAIR (V) AND FACTMNT PURGE (P) RECORDS ARE
004833*  NOT MASTER LOOKUPS AND ARE BYPASSED -
004834*  FACTORIALS ROUTES EXTENDED NUMBERS TO THE WIDE ENGINE
004836*  BEFORE THE MASTER LOOKUP EVER RUNS, AND THE NINE-DIGIT
004838*  MASTER COULD NOT HOLD THEM ANYWAY.
004910     IF AUDIT-REC-TYPE = "C"
004912         OR AUDIT-REC-TYPE = "X"
004915         OR AUDIT-REC-TYPE = "V"
004916         OR AUDIT-REC-TYPE = "P"
004917         OR AUDIT-REC-TYPE = "B"
004920         GO TO 4100-EXIT
004930     END-IF.
004931*  TYPE "Q" INQUIRIES ARE REAL MASTER LOOKUPS AND REAL
