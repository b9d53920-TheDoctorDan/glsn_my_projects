000263*                   SUMMARY NO LONGER ABENDS WHEN THE
000264*                   HISTORY GETS INTERESTING.
000265******************************************************
000265*  10/15/2026 RH    FACTMNT NOW LOGS EVERY MASTER PURGE TO
000265*                   FACTAUDT AS A TYPE "P" RECORD. THEY ARE
000265*                   BYPASSED AT LOAD TIME LIKE TYPE "V" - A
000265*                   PURGE IS NOT A COMPUTATION RUN. AUDIT
000265*                   RECORDS NOW CARRY THE SIGNED-ON OPERATOR
000265*                   ID, AND THE INQUIRY SECTION PRINTS IT.
000265******************************************************
000265*  10/15/2026 RH    AUDIT RECORD LAYOUT EXTENDED TO THE FULL
000265*                   80 BYTES NOW WRITTEN - THE TRAILING
000265*                   SEQUENCE NUMBER AND CHAIN HASH - SO EVERY
000265*                   RECORD IS READ WHOLE.
000265******************************************************
000265*  10/15/2026 RH    TYPE "B" BINOMIAL TABLE ROWS FROM
000265*                   FACTORIALS ARE BYPASSED AT LOAD TIME LIKE
000265*                   TYPE "C" - THEY ARE NOT FACTORIALS.
000265******************************************************
000266*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000570     05  AUDIT-R-VALUE       PIC 9(05).
000580     05  FILLER              PIC X(01).
000590     05  AUDIT-RESULT-2      PIC 9(09).
000591     05  FILLER              PIC X(01).
000592     05  AUDIT-OPERATOR-ID   PIC X(08).
000593     05  FILLER              PIC X(01).
000594     05  AUDIT-SEQ-NO        PIC 9(09).
000595     05  FILLER              PIC X(01).
000596     05  AUDIT-CHAIN-HASH    PIC 9(09).
000600*
000610 FD  RPT-FILE
000620     LABEL RECORDS ARE STANDARD.
000700     05  SORT-RESULT         PIC 9(09).
000710     05  SORT-R              PIC 9(05).
000720     05  SORT-RESULT-2       PIC 9(09).
000721     05  SORT-OPERATOR-ID    PIC X(08).
000730*
000740 WORKING-STORAGE SECTION.
000750 01  AUDR-SWITCHES.
001810     05  FILLER              PIC X(06)      VALUE SPACE.
001820     05  FILLER              PIC X(50)      VALUE
001830         "NUMBER       R   RESULT/NPR          NCR  SESSION".
001831     05  FILLER              PIC X(10)      VALUE SPACE.
001832     05  FILLER              PIC X(08)      VALUE "OPERATOR".
001840*
001850 01  AUDR-INQ-LINE.
001860     05  AUDR-INQ-LINE-CC    PIC X(01)      VALUE SPACE.
001960     05  AUDR-INQ-DISP-DATE  PIC 9(08).
001970     05  FILLER              PIC X(01)      VALUE "/".
001980     05  AUDR-INQ-DISP-TIME  PIC 9(08).
001981     05  FILLER              PIC X(02)      VALUE SPACE.
001982     05  AUDR-INQ-DISP-OPERATOR PIC X(08).
001990*
002000 01  AUDR-NO-INQ-LINE.
002010     05  AUDR-NO-INQ-LINE-CC PIC X(01)      VALUE SPACE.
002710*  SORT INPUT PROCEDURE - READS THE WHOLE AUDIT FILE AND
002720*  RELEASES THE FACTORIAL RECORDS (TYPE "F", OR BLANK ON
002730*  RECORDS FROM OLDER RUNS). TYPE "C" COMBINATIONS, "X"
002731*  EXTENDED RESULTS, "Q" INQUIRIES, "V" REPAIRS, "P"
002732*  PURGES AND "B" BINOMIAL TABLE ROWS ARE NOT
002750*  COMPUTATION-RUN RECORDS AND ARE BYPASSED.
002760******************************************************
002770 2000-RELEASE-FACTORIAL-PARA.
003100         OR AUDIT-REC-TYPE = "X"
003110         OR AUDIT-REC-TYPE = "Q"
003120         OR AUDIT-REC-TYPE = "V"
003121         OR AUDIT-REC-TYPE = "P"
003122         OR AUDIT-REC-TYPE = "B"
003130         GO TO 2100-EXIT
003140     END-IF.
003150     MOVE AUDIT-RUN-DATE TO SORT-DATE.
003180     MOVE AUDIT-RESULT TO SORT-RESULT.
003190     MOVE AUDIT-R-VALUE TO SORT-R.
003200     MOVE AUDIT-RESULT-2 TO SORT-RESULT-2.
003201     MOVE AUDIT-OPERATOR-ID TO SORT-OPERATOR-ID.
003210     RELEASE SORT-RECORD.
003220     ADD 1 TO AUDR-F-RELEASED.
003230 2100-EXIT.
004040     MOVE AUDIT-RESULT TO SORT-RESULT.
004050     MOVE AUDIT-R-VALUE TO SORT-R.
004060     MOVE AUDIT-RESULT-2 TO SORT-RESULT-2.
004061     MOVE AUDIT-OPERATOR-ID TO SORT-OPERATOR-ID.
004070     RELEASE SORT-RECORD.
004080     ADD 1 TO AUDR-Q-RELEASED.
004090 2600-EXIT.
006230     MOVE SORT-RESULT-2 TO AUDR-INQ-DISP-NCR.
006240     MOVE SORT-DATE TO AUDR-INQ-DISP-DATE.
006250     MOVE SORT-TIME TO AUDR-INQ-DISP-TIME.
006251     MOVE SORT-OPERATOR-ID TO AUDR-INQ-DISP-OPERATOR.
006260     MOVE AUDR-INQ-LINE TO RPT-LINE.
006270     PERFORM 2300-WRITE-RPT-LINE-PARA THRU 2300-EXIT.
006280 5100-EXIT.
