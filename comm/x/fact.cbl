005805*                   AND BRANCH ON ITS CONDITION CODE. RUN
005806*                   STANDALONE, NOTHING CHANGES.
005807******************************************************
005807*  10/15/2026 RH    THE AUDIT RECORD GROWS TO 80 BYTES
005807*                   (OPERATOR, SEQUENCE NUMBER AND CHAIN
005807*                   HASH). EVERY F, X AND C RECORD IS NOW
005807*                   NUMBERED AND CHAINED THROUGH THE FACTCHN
005807*                   AUDIT CHAIN SUBROUTINE - SEE
005807*                   3210-CHAIN-AUDIT-PARA. THE OPERATOR IS
005807*                   LEFT BLANK ON A BATCH RUN.
005807******************************************************
005807*  10/15/2026 RH    BINOMIAL PROBABILITY TABLE MODE FOR THE
005807*                   QUALITY DEPARTMENT'S ACCEPTANCE SAMPLING.
005807*                   EACH SAMPLE SIZE N / DEFECT RATE P ON THE
005807*                   OPTIONAL BINOMIAL FILE PRINTS A TABLE OF
005807*                   P(X=K) AND P(X<=K) FOR K = 0 THROUGH N ON
005807*                   ITS OWN PAGE OF THE BINORPT REPORT, EACH ROW
005807*                   BUILT FROM THE SAME NCR THE COMBINATIONS
005807*                   MODE PRINTS (NOW 4210-COMPUTE-NCR-PARA).
005807*                   EVERY ROW LEAVES A TYPE "B" AUDIT RECORD AND
005807*                   A LINE ON THE FACTBCSV EXTRACT, WHICH CARRIES
005807*                   THE SAME HEADER/TRAILER AS FACTCSV, AND EVERY
005807*                   TABLE A TYPE "B" CHECKPOINT - SEE
005807*                   5000-PROCESS-BINOMIAL-PARA.
005807******************************************************
005807*  10/15/2026 RH    FACTWIDE IS NOW OPENED ON EVERY RUN, SO A
005807*                   RUN WITHOUT THE EXTENDED FLAG LEAVES IT
005807*                   EMPTY INSTEAD OF HOLDING AN EARLIER
005807*                   NIGHT'S WIDE RESULTS. THE FACTCMPR RUN-TO-
005807*                   RUN COMPARISON FILES IT AS TONIGHT'S.
005807******************************************************
005807*  10/15/2026 RH    THE AUDIT CHAIN IS CLOSED AT END OF JOB
005807*                   ONLY WHEN THIS RUN OPENED IT. A RUN THAT
005807*                   ENDED BEFORE THE CHAIN WAS PICKED UP - A
005807*                   REPORT OR WORKLIST OPEN FAILURE - NO
005807*                   LONGER REWRITES FACTAUDC WITH ZEROS AND
005807*                   LOSES THE FACTARCH BASE.
005807******************************************************
005808*
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
008703     SELECT OPTIONAL XMIT-FILE ASSIGN TO "FACTXMIT"
008704         ORGANIZATION IS LINE SEQUENTIAL
008705         FILE STATUS IS FACT-XMIT-STATUS.
008705     SELECT OPTIONAL BINOMIAL-FILE ASSIGN TO "BINOMIAL"
008705         ORGANIZATION IS LINE SEQUENTIAL
008705         FILE STATUS IS FACT-BINOM-STATUS.
008705     SELECT BRPT-FILE ASSIGN TO "BINORPT"
008705         ORGANIZATION IS LINE SEQUENTIAL
008705         FILE STATUS IS FACT-BRPT-STATUS.
008705     SELECT BCSV-FILE ASSIGN TO "FACTBCSV"
008705         ORGANIZATION IS LINE SEQUENTIAL
008705         FILE STATUS IS FACT-BCSV-STATUS.
008706*
008800 DATA DIVISION.
008900 FILE SECTION.
012440     05  AUDIT-R-VALUE       PIC 9(05).
012450     05  FILLER              PIC X(01).
012460     05  AUDIT-RESULT-2      PIC 9(09).
012461     05  FILLER              PIC X(01).
012462     05  AUDIT-OPERATOR-ID   PIC X(08).
012463     05  FILLER              PIC X(01).
012464     05  AUDIT-SEQ-NO        PIC 9(09).
012465     05  FILLER              PIC X(01).
012466     05  AUDIT-CHAIN-HASH    PIC 9(09).
012500*
012600 FD  CHECKPOINT-FILE
012700     LABEL RECORDS ARE STANDARD.
013639     05  FILLER              PIC X(01).
013640     05  XMIT-HASH           PIC 9(15).
013641*
013641*  ONE BINOMIAL TABLE REQUEST - SAMPLE SIZE N AND DEFECT
013641*  RATE P AS A FRACTION WITH FOUR DECIMALS (00500 = 0.0500).
013641 FD  BINOMIAL-FILE
013641     LABEL RECORDS ARE STANDARD.
013641 01  BINOMIAL-RECORD.
013641     05  BN-N-VALUE          PIC 9(04).
013641     05  FILLER              PIC X(01).
013641     05  BN-P-RATE           PIC 9V9(04).
013641*
013641 FD  BRPT-FILE
013641     LABEL RECORDS ARE STANDARD.
013641 01  BRPT-LINE               PIC X(80).
013641*
013641 FD  BCSV-FILE
013641     LABEL RECORDS ARE STANDARD.
013641 01  BCSV-LINE               PIC X(60).
013641*
013642 WORKING-STORAGE SECTION.
013700 01  FACT-SCREEN-LINE.
013800     05  FACT-SCREEN-LINE-CC PIC X(01)      VALUE SPACE.
019418         88  FACT-PAIR-ACCEPTED     VALUE "Y".
019421     05  FACT-AUDIT-FAILED-SWITCH PIC X(01)    VALUE "N".
019424         88  FACT-AUDIT-OPEN-FAILED VALUE "Y".
019425     05  FACT-CHAIN-OPENED-SWITCH PIC X(01)    VALUE "N".
019426         88  FACT-CHAIN-OPENED      VALUE "Y".
019427     05  FACT-CKPT-FAILED-SWITCH PIC X(01)     VALUE "N".
019430         88  FACT-CKPT-OPEN-FAILED  VALUE "Y".
019433     05  FACT-CSV-FAILED-SWITCH PIC X(01)      VALUE "N".
019501     05  FACT-XMIT-STATUS    PIC X(02)      VALUE SPACE.
019502         88  FACT-XMIT-OK            VALUE "00".
019503         88  FACT-XMIT-NOT-FOUND     VALUE "05".
019503     05  FACT-BINOM-STATUS   PIC X(02)      VALUE SPACE.
019503         88  FACT-BINOM-OK           VALUE "00".
019503         88  FACT-BINOM-NOT-FOUND    VALUE "05".
019503     05  FACT-BINOM-EOF-SWITCH PIC X(01)    VALUE "N".
019503         88  FACT-NO-MORE-BINOM-WORK VALUE "Y".
019503     05  FACT-BINOM-PRESENT-SWITCH PIC X(01)   VALUE "N".
019503         88  FACT-BINOM-PRESENT     VALUE "Y".
019503     05  FACT-BINOM-FAILED-SWITCH PIC X(01)    VALUE "N".
019503         88  FACT-BINOM-OPEN-FAILED VALUE "Y".
019503     05  FACT-BN-CARD-SWITCH PIC X(01)      VALUE "N".
019503         88  FACT-BN-CARD-BAD       VALUE "Y".
019503     05  FACT-REQ-COMPLETED-SWITCH PIC X(01)   VALUE "N".
019503         88  FACT-REQ-COMPLETED     VALUE "Y".
019503     05  FACT-REQ-ACCEPTED-SWITCH PIC X(01)    VALUE "N".
019503         88  FACT-REQ-ACCEPTED      VALUE "Y".
019503     05  FACT-BRPT-STATUS    PIC X(02)      VALUE SPACE.
019503         88  FACT-BRPT-OK            VALUE "00".
019503     05  FACT-BRPT-FAILED-SWITCH PIC X(01)     VALUE "N".
019503         88  FACT-BRPT-OPEN-FAILED  VALUE "Y".
019503     05  FACT-BCSV-STATUS    PIC X(02)      VALUE SPACE.
019503         88  FACT-BCSV-OK            VALUE "00".
019503     05  FACT-BCSV-FAILED-SWITCH PIC X(01)     VALUE "N".
019503         88  FACT-BCSV-OPEN-FAILED  VALUE "Y".
019504*
019600 01  FACT-RUN-STAMP.
019700     05  FACT-RUN-DATE       PIC 9(08)      VALUE ZERO.
022960             INDEXED BY FACT-CB-CKPT-IDX.
022965         10  FACT-CB-CKPT-N  PIC 9(04)      COMP.
022970         10  FACT-CB-CKPT-R  PIC 9(04)      COMP.
022971*
022972*  FACT-BN-CKPT-TABLE HOLDS EVERY BINOMIAL REQUEST (N AND THE
022973*  DEFECT RATE IN TEN-THOUSANDTHS) THE CHECKPOINT LOG SAYS WAS
022974*  ALREADY TABLED, SO A RESTARTED RUN SKIPS THEM THE SAME WAY
022975*  THE COMBIN RUN SKIPS COMPLETED PAIRS.
022976 77  FACT-BN-CKPT-ENTRY-COUNT PIC 9(04) COMP VALUE ZERO.
022977 01  FACT-BN-CKPT-TABLE.
022978     05  FACT-BN-CKPT-ENTRY
022979             OCCURS 1 TO 1000 TIMES
022980             DEPENDING ON FACT-BN-CKPT-ENTRY-COUNT
022981             INDEXED BY FACT-BN-CKPT-IDX.
022982         10  FACT-BN-CKPT-N  PIC 9(04)      COMP.
022983         10  FACT-BN-CKPT-RATE PIC 9(05)    COMP.
023000*
023050*  THE CSV EXTRACT IS WRAPPED AS AN INTERFACE FILE - ONE "H"
023060*  HEADER WITH THE RUN STAMP, "D" DETAILS, AND ONE "T"
028867         10  FACT-WIDE-EDIT-CHAR OCCURS 70 TIMES
028893                             PIC X(01).
028919*
028920*  BINOMIAL TABLE WORK AREAS. P(X=K) IS NCR TIMES P TO THE
028920*  K TIMES (1-P) TO THE N-K. THE POWERS OF P AND 1-P ARE
028920*  BUILT ONCE PER TABLE - ENTRY 1 HOLDS THE ZERO POWER - AND
028920*  EVERYTHING IS CARRIED TO 17 DECIMALS SO THE PRINTED 8-
028921*  DECIMAL FIGURES ARE RIGHT AFTER ROUNDING. THE RATE KEY IS
028921*  THE DEFECT RATE IN TEN-THOUSANDTHS, FOR THE AUDIT AND
028921*  CHECKPOINT RECORDS.
028921 01  FACT-BINOM-DATA.
028922     05  FACT-BN-N-VALUE     PIC 9(04)      COMP.
028922     05  FACT-BN-K-VALUE     PIC 9(04)      COMP.
028922     05  FACT-BN-P-RATE      PIC 9V9(04).
028922     05  FACT-BN-Q-RATE      PIC 9V9(04).
028923     05  FACT-BN-RATE-KEY    PIC 9(05)      COMP.
028923     05  FACT-BN-PROB        PIC 9V9(17).
028923     05  FACT-BN-CUM         PIC 9V9(17).
028924     05  FACT-BN-PROB-8      PIC 9V9(08).
028924     05  FACT-BN-CUM-8       PIC 9V9(08).
028924     05  FACT-BN-PROB-UNITS  PIC 9(09)      COMP.
028924 01  FACT-BN-POWER-TABLE.
028925     05  FACT-BN-POWER-ENTRY OCCURS 13 TIMES.
028925         10  FACT-BN-P-POWER PIC 9V9(17).
028925         10  FACT-BN-Q-POWER PIC 9V9(17).
028925 77  FACT-BN-I               PIC 9(04)      COMP VALUE ZERO.
028926 77  FACT-BN-J               PIC 9(04)      COMP VALUE ZERO.
028926 77  FACT-BN-REQS-READ       PIC 9(04)      COMP VALUE ZERO.
028926 77  FACT-BN-REQS-DONE       PIC 9(04)      COMP VALUE ZERO.
028927 77  FACT-BN-REQS-SKIPPED    PIC 9(04)      COMP VALUE ZERO.
028927 77  FACT-BN-REQS-RESUMED    PIC 9(04)      COMP VALUE ZERO.
028927 77  FACT-BN-ROWS-DONE       PIC 9(06)      COMP VALUE ZERO.
028927 77  FACT-BRPT-PAGE-NO       PIC 9(04)      COMP VALUE ZERO.
028928 77  FACT-BRPT-TOTAL-LINES   PIC 9(06)      COMP VALUE ZERO.
028928 77  FACT-BN-CSV-COUNT       PIC 9(06)      COMP VALUE ZERO.
028928 77  FACT-BN-CSV-HASH        PIC 9(15)      COMP VALUE ZERO.
028928*
028929*  BINOMIAL REPORT LINES - ONE TABLE HEADING PER REQUEST,
028929*  THEN ONE ROW PER K.
028929 01  FACT-BN-TABLE-HEAD.
028930     05  FACT-BN-TABLE-HEAD-CC PIC X(01)    VALUE SPACE.
028930     05  FILLER              PIC X(06)      VALUE SPACE.
028930     05  FILLER              PIC X(14)      VALUE
028930         "SAMPLE SIZE N ".
028931     05  FACT-BN-DISP-HEAD-N PIC ZZZ9.
028931     05  FILLER              PIC X(17)      VALUE
028931         "   DEFECT RATE P ".
028931     05  FACT-BN-DISP-HEAD-P PIC 9.9999.
028932 01  FACT-BN-COL-HEADING.
028932     05  FACT-BN-COL-HEADING-CC PIC X(01)   VALUE SPACE.
028932     05  FILLER              PIC X(06)      VALUE SPACE.
028933     05  FILLER              PIC X(44)      VALUE
028933         "     K          NCR    P(X=K)        P(X<=K)".
028933 01  FACT-BN-LINE.
028933     05  FACT-BN-LINE-CC     PIC X(01)      VALUE SPACE.
028934     05  FILLER              PIC X(06)      VALUE SPACE.
028934     05  FACT-BN-DISP-K      PIC ZZZZZ9.
028934     05  FILLER              PIC X(02)      VALUE SPACE.
028934     05  FACT-BN-DISP-NCR    PIC ZZZ,ZZZ,ZZ9.
028935     05  FILLER              PIC X(04)      VALUE SPACE.
028935     05  FACT-BN-DISP-PROB   PIC 9.9(08).
028935     05  FILLER              PIC X(04)      VALUE SPACE.
028936     05  FACT-BN-DISP-CUM    PIC 9.9(08).
028936*
028936*  FACTBCSV DETAIL - THE HEADER AND TRAILER ARE THE SAME
028936*  RECORDS FACTCSV CARRIES (FACT-CSV-HDR-LINE/-TRL-LINE), THE
028937*  TRAILER HASH BEING THE SUM OF P(X=K) IN HUNDRED-
028937*  MILLIONTHS.
028937 01  FACT-BN-CSV-LINE.
028937     05  FILLER              PIC X(01)      VALUE "D".
028938     05  FILLER              PIC X(01)      VALUE ",".
028938     05  FACT-BN-CSV-N       PIC 9(05).
028938     05  FILLER              PIC X(01)      VALUE ",".
028939     05  FACT-BN-CSV-RATE    PIC 9.9(04).
028939     05  FILLER              PIC X(01)      VALUE ",".
028939     05  FACT-BN-CSV-K       PIC 9(05).
028939     05  FILLER              PIC X(01)      VALUE ",".
028940     05  FACT-BN-CSV-NCR     PIC 9(09).
028940     05  FILLER              PIC X(01)      VALUE ",".
028940     05  FACT-BN-CSV-PROB    PIC 9.9(08).
028940     05  FILLER              PIC X(01)      VALUE ",".
028941     05  FACT-BN-CSV-CUM     PIC 9.9(08).
028941*
028941*  PARAMETER AREA FOR THE FACTCHN AUDIT CHAIN SUBROUTINE.
028942 01  FACT-CHAIN-AREA.
028942     05  FACT-CHAIN-REQUEST  PIC X(01)      VALUE "O".
028942     05  FACT-CHAIN-PROGRAM  PIC X(08)      VALUE "FACTORIA".
028942     05  FACT-CHAIN-LAST-SEQ PIC 9(09)      VALUE ZERO.
028943     05  FACT-CHAIN-LAST-HASH PIC 9(09)     VALUE ZERO.
028943     05  FACT-CHAIN-BASE-SEQ PIC 9(09)      VALUE ZERO.
028943     05  FACT-CHAIN-BASE-HASH PIC 9(09)     VALUE ZERO.
028943     05  FACT-CHAIN-CHECK-HASH PIC 9(09)    VALUE ZERO.
028944     05  FACT-CHAIN-RESULT   PIC X(01)      VALUE SPACE.
028944     05  FACT-CHAIN-IMAGE    PIC X(80)      VALUE SPACE.
028944*
028945*  ASA-STYLE CARRIAGE CONTROL BYTE FOR A NEW-PAGE HEADING - THIS
028971*  RUNTIME'S LINE SEQUENTIAL WRITER DOES NOT TREAT "AFTER
028997*  ADVANCING PAGE" AS A RECORD TERMINATOR (THE HEADING AND THE
030600     END-IF.
030700     PERFORM 2000-PROCESS-PARA THRU 2000-EXIT.
030800     PERFORM 4000-PROCESS-COMBIN-PARA THRU 4000-EXIT.
030801     PERFORM 5000-PROCESS-BINOMIAL-PARA THRU 5000-EXIT.
030900     PERFORM 8000-PRINT-TOTAL-PARA THRU 8000-EXIT.
030910     PERFORM 8100-PRINT-COMBIN-TOTAL-PARA THRU 8100-EXIT.
030911     PERFORM 8300-PRINT-BINOM-TOTAL-PARA THRU 8300-EXIT.
031000     PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT.
031100 0000-EXIT.
031200     GOBACK.
037300             PERFORM 4050-RESUME-COMBIN-PARA THRU 4050-EXIT
037400         END-IF
037500     END-IF.
037501     PERFORM 1400-OPEN-BINOMIAL-PARA THRU 1400-EXIT.
037502     MOVE "O" TO FACT-CHAIN-REQUEST.
037503     CALL "FACTCHN" USING FACT-CHAIN-AREA.
037504     SET FACT-CHAIN-OPENED TO TRUE.
037600     OPEN EXTEND AUDIT-FILE.
037700     IF FACT-AUDIT-NOT-FOUND
037800         MOVE "00" TO FACT-AUDIT-STATUS
039640             ", EVERY FACTORIAL WILL BE COMPUTED" UPON CRT
039645         SET FACT-MAST-OPEN-FAILED TO TRUE
039650     END-IF.
039655     OPEN OUTPUT WIDE-FILE.
039660     IF NOT FACT-WIDE-OK
039665         DISPLAY "FACT0033-E WIDE EXTRACT OPEN FAILED, "
039670             "STATUS = " FACT-WIDE-STATUS UPON CRT
039675         IF FACT-EXTENDED-MODE
039680             SET FACT-WIDE-OPEN-FAILED TO TRUE
039681         END-IF
039682     ELSE
039683         IF NOT FACT-EXTENDED-MODE
039684             CLOSE WIDE-FILE
039685         END-IF
039690     END-IF.
039700 1000-EXIT.
052000*  RATHER THAN BY A SINGLE HIGH-WATER MARK. COMBIN PAIR
052010*  CHECKPOINTS (CKPT-REC-TYPE "C") ARE ROUTED TO
052020*  FACT-CB-CKPT-TABLE INSTEAD - SEE 1220-LOAD-CB-CHECKPOINT
052030*  -PARA - AND BINOMIAL REQUEST CHECKPOINTS (TYPE "B") TO
052031*  FACT-BN-CKPT-TABLE - SEE 1230-LOAD-BN-CHECKPOINT-PARA.
052100******************************************************
052200 1210-READ-ONE-CHECKPOINT-PARA.
052300     READ CHECKPOINT-FILE
052709     END-IF.
052710     IF CKPT-REC-TYPE = "C"
052720         PERFORM 1220-LOAD-CB-CHECKPOINT-PARA THRU 1220-EXIT
052721         GO TO 1210-EXIT
052722     END-IF.
052723     IF CKPT-REC-TYPE = "B"
052724         PERFORM 1230-LOAD-BN-CHECKPOINT-PARA THRU 1230-EXIT
052730         GO TO 1210-EXIT
052740     END-IF.
052800     MOVE CKPT-NUMBER TO FACT-CHECKPOINT-NUMBER.
054498     EXIT.
054499*
054500******************************************************
054501*  1230-LOAD-BN-CHECKPOINT-PARA
054501*  ADDS ONE COMPLETED BINOMIAL REQUEST FROM THE CHECKPOINT
054501*  LOG TO FACT-BN-CKPT-TABLE SO THE BINOMIAL RUN CAN RESUME
054501*  PAST IT INSTEAD OF PRINTING ITS TABLE AGAIN.
054501******************************************************
054501 1230-LOAD-BN-CHECKPOINT-PARA.
054501     IF FACT-BN-CKPT-ENTRY-COUNT <
054501             FACT-CHECKPOINT-MAX-ENTRIES
054501         ADD 1 TO FACT-BN-CKPT-ENTRY-COUNT
054501         MOVE CKPT-NUMBER TO
054501             FACT-BN-CKPT-N(FACT-BN-CKPT-ENTRY-COUNT)
054501         MOVE CKPT-R-VALUE TO
054501             FACT-BN-CKPT-RATE(FACT-BN-CKPT-ENTRY-COUNT)
054501     ELSE
054501         DISPLAY "FACT0174-E BINOMIAL CHECKPOINT TABLE FULL AT "
054501             FACT-CHECKPOINT-MAX-ENTRIES
054501             " ENTRIES, RUN ABORTED TO AVOID AN INCOMPLETE "
054501             "RESUME" UPON CRT
054501         SET FACT-ABORT-RUN TO TRUE
054501         SET FACT-CKPT-AT-EOF TO TRUE
054501     END-IF.
054501 1230-EXIT.
054501     EXIT.
054501*
054501******************************************************
054502*  1300-WRITE-CSV-HEADER-PARA
054504*  WRITES THE CSV EXTRACT HEADER RECORD WITH THIS RUN'S
054506*  STAMP, SO THE FILE IDENTIFIES ITS OWN NIGHT WHEREVER IT
054518     MOVE FACT-RUN-ID TO FACT-CSV-HDR-RUN-ID.
054520     WRITE CSV-LINE FROM FACT-CSV-HDR-LINE.
054522 1300-EXIT.
054523     EXIT.
054523*
054523******************************************************
054523*  1310-WRITE-BN-CSV-HEADER-PARA
054523*  WRITES THE FACTBCSV EXTRACT HEADER RECORD - THE SAME
054523*  "H" RECORD AND RUN STAMP THE FACTCSV EXTRACT CARRIES.
054523******************************************************
054523 1310-WRITE-BN-CSV-HEADER-PARA.
054523     MOVE FACT-RUN-DATE TO FACT-CSV-HDR-DATE.
054523     MOVE FACT-RUN-TIME TO FACT-CSV-HDR-TIME.
054523     MOVE FACT-RUN-ID TO FACT-CSV-HDR-RUN-ID.
054523     WRITE BCSV-LINE FROM FACT-CSV-HDR-LINE.
054523 1310-EXIT.
054523     EXIT.
054523*
054523******************************************************
054523*  1400-OPEN-BINOMIAL-PARA
054523*  OPENS THE OPTIONAL BINOMIAL REQUEST FILE AND, WHEN ONE
054523*  WAS SUPPLIED FOR THIS RUN, THE BINOMIAL REPORT AND THE
054523*  FACTBCSV EXTRACT, THEN PRIMES THE FIRST REQUEST. WITH
054523*  NO BINOMIAL FILE THE MODE IS SIMPLY NOT USED.
054523******************************************************
054523 1400-OPEN-BINOMIAL-PARA.
054523     OPEN INPUT BINOMIAL-FILE.
054523     IF FACT-BINOM-NOT-FOUND
054523         SET FACT-NO-MORE-BINOM-WORK TO TRUE
054523         GO TO 1400-EXIT
054523     END-IF.
054523     IF NOT FACT-BINOM-OK
054523         DISPLAY "FACT0175-E BINOMIAL FILE OPEN FAILED, "
054523             "STATUS = " FACT-BINOM-STATUS UPON CRT
054523         SET FACT-BINOM-OPEN-FAILED TO TRUE
054523         SET FACT-NO-MORE-BINOM-WORK TO TRUE
054523         GO TO 1400-EXIT
054523     END-IF.
054523     SET FACT-BINOM-PRESENT TO TRUE.
054523     OPEN OUTPUT BRPT-FILE.
054523     IF NOT FACT-BRPT-OK
054523         DISPLAY "FACT0176-E BINOMIAL REPORT FILE OPEN FAILED, "
054523             "STATUS = " FACT-BRPT-STATUS UPON CRT
054523         SET FACT-BRPT-OPEN-FAILED TO TRUE
054523     END-IF.
054523     OPEN OUTPUT BCSV-FILE.
054523     IF NOT FACT-BCSV-OK
054523         DISPLAY "FACT0177-E BINOMIAL CSV FILE OPEN FAILED, "
054523             "STATUS = " FACT-BCSV-STATUS UPON CRT
054523         SET FACT-BCSV-OPEN-FAILED TO TRUE
054523     ELSE
054523         PERFORM 1310-WRITE-BN-CSV-HEADER-PARA THRU 1310-EXIT
054523     END-IF.
054523     PERFORM 5050-RESUME-BINOMIAL-PARA THRU 5050-EXIT.
054523 1400-EXIT.
054524     EXIT.
054526*
054600******************************************************
075110     MOVE "F" TO AUDIT-REC-TYPE.
075120     MOVE ZERO TO AUDIT-R-VALUE.
075130     MOVE ZERO TO AUDIT-RESULT-2.
075200     PERFORM 3210-CHAIN-AUDIT-PARA THRU 3210-EXIT.
075300 3200-EXIT.
075301     EXIT.
075302*
075303******************************************************
075304*  3210-CHAIN-AUDIT-PARA
075305*  APPENDS THE AUDIT RECORD JUST BUILT UNDER THE NEXT
075306*  SEQUENCE NUMBER AND CHAIN HASH FROM FACTCHN.
075307******************************************************
075308 3210-CHAIN-AUDIT-PARA.
075309     MOVE "N" TO FACT-CHAIN-REQUEST.
075310     MOVE AUDIT-RECORD TO FACT-CHAIN-IMAGE.
075311     CALL "FACTCHN" USING FACT-CHAIN-AREA.
075312     WRITE AUDIT-RECORD FROM FACT-CHAIN-IMAGE.
075313 3210-EXIT.
075400     EXIT.
075500*
075600******************************************************
078854     MOVE "X" TO AUDIT-REC-TYPE.
078855     MOVE ZERO TO AUDIT-R-VALUE.
078856     MOVE ZERO TO AUDIT-RESULT-2.
078857     PERFORM 3210-CHAIN-AUDIT-PARA THRU 3210-EXIT.
078858 3590-EXIT.
078859     EXIT.
078860*
083530         PERFORM 4050-RESUME-COMBIN-PARA THRU 4050-EXIT
083600         GO TO 4200-EXIT
083700     END-IF.
083800     PERFORM 4210-COMPUTE-NCR-PARA THRU 4210-EXIT.
084700     MOVE FACT-N-VALUE TO FACT-CB-DISP-N.
084800     MOVE FACT-R-VALUE TO FACT-CB-DISP-R.
084900     MOVE FACT-PERMUTATIONS TO FACT-CB-DISP-NPR.
085900     EXIT.
086000*
086002******************************************************
086003*  4210-COMPUTE-NCR-PARA
086003*  COMPUTES NPR AND NCR FOR FACT-N-VALUE, FACT-R-VALUE BY
086003*  CALLING "99" FOR N!, R! AND (N-R)!. THE CALLER HAS
086003*  ALREADY EDITED R NOT ABOVE N AND N NOT ABOVE
086003*  FACT-MAX-NUMBER. SHARED BY THE COMBINATIONS MODE AND
086003*  THE BINOMIAL TABLE ROWS, SO BOTH PRINT THE SAME NCR.
086003******************************************************
086003 4210-COMPUTE-NCR-PARA.
086003     SUBTRACT FACT-R-VALUE FROM FACT-N-VALUE
086003         GIVING FACT-NR-VALUE.
086003     CALL "99" USING FACT-N-VALUE FACT-N-FACTORIAL.
086003     CALL "99" USING FACT-R-VALUE FACT-R-FACTORIAL.
086003     CALL "99" USING FACT-NR-VALUE FACT-NR-FACTORIAL.
086003     DIVIDE FACT-N-FACTORIAL BY FACT-NR-FACTORIAL
086003         GIVING FACT-PERMUTATIONS.
086003     DIVIDE FACT-PERMUTATIONS BY FACT-R-FACTORIAL
086003         GIVING FACT-COMBINATIONS.
086003 4210-EXIT.
086003     EXIT.
086003*
086003******************************************************
086004*  4240-WRITE-COMBIN-AUDIT-PARA
086006*  APPENDS ONE AUDIT RECORD FOR THE N,R PAIR JUST COMPUTED
086008*  - N IN AUDIT-NUMBER, R IN AUDIT-R-VALUE, NPR IN
086036     MOVE "C" TO AUDIT-REC-TYPE.
086038     MOVE FACT-R-VALUE TO AUDIT-R-VALUE.
086040     MOVE FACT-COMBINATIONS TO AUDIT-RESULT-2.
086042     PERFORM 3210-CHAIN-AUDIT-PARA THRU 3210-EXIT.
086044 4240-EXIT.
086046     EXIT.
086048*
087600     MOVE ZERO TO FACT-CRPT-LINE-COUNT.
087610     ADD 3 TO FACT-CRPT-TOTAL-LINES.
087700 4300-EXIT.
087701     EXIT.
087701*
087701******************************************************
087701*  5000-PROCESS-BINOMIAL-PARA
087702*  DRIVES THE BINOMIAL PROBABILITY TABLE MODE FROM THE
087702*  BINOMIAL FILE, IF ONE WAS SUPPLIED FOR THIS RUN - ONE
087702*  TABLE PER SAMPLE SIZE / DEFECT RATE REQUEST.
087703******************************************************
087703 5000-PROCESS-BINOMIAL-PARA.
087703     IF FACT-NO-MORE-BINOM-WORK
087704         GO TO 5000-EXIT
087704     END-IF.
087704     PERFORM 5200-CALCULATE-BINOMIAL-PARA THRU 5200-EXIT
087705         UNTIL FACT-NO-MORE-BINOM-WORK.
087705 5000-EXIT.
087705     EXIT.
087705*
087706******************************************************
087706*  5050-RESUME-BINOMIAL-PARA
087706*  PRIMES/ADVANCES TO THE NEXT BINOMIAL REQUEST THIS RUN
087707*  WILL ACTUALLY TABLE, SKIPPING EVERY REQUEST ALREADY IN
087707*  FACT-BN-CKPT-TABLE THE SAME WAY 4050-RESUME-COMBIN-PARA
087707*  SKIPS COMPLETED PAIRS. CALLED BOTH TO PRIME THE FIRST
087708*  REQUEST (FROM 1400-OPEN-BINOMIAL-PARA) AND FOR EVERY
087708*  SUBSEQUENT ONE (FROM 5200-CALCULATE-BINOMIAL-PARA).
087708******************************************************
087709 5050-RESUME-BINOMIAL-PARA.
087709     PERFORM 5100-READ-BINOMIAL-PARA THRU 5100-EXIT.
087709     IF FACT-NO-MORE-BINOM-WORK
087709         OR FACT-BN-CKPT-ENTRY-COUNT = ZERO
087710         GO TO 5050-EXIT
087710     END-IF.
087710     MOVE "N" TO FACT-REQ-ACCEPTED-SWITCH.
087711     PERFORM 5060-SKIP-COMPLETED-REQ-PARA THRU 5060-EXIT
087711         UNTIL FACT-NO-MORE-BINOM-WORK OR FACT-REQ-ACCEPTED.
087711 5050-EXIT.
087712     EXIT.
087712*
087712******************************************************
087713*  5060-SKIP-COMPLETED-REQ-PARA
087713*  IF THE CURRENT BINOMIAL REQUEST IS ALREADY IN THE
087713*  CHECKPOINT TABLE, COUNTS IT AS SKIPPED BY RESTART AND
087713*  READS THE NEXT ONE; OTHERWISE SETS FACT-REQ-ACCEPTED
087714*  TO STOP THE CALLING LOOP.
087714******************************************************
087714 5060-SKIP-COMPLETED-REQ-PARA.
087715     PERFORM 5080-SEARCH-BN-CKPT-TABLE-PARA THRU 5080-EXIT.
087715     IF NOT FACT-REQ-COMPLETED
087715         SET FACT-REQ-ACCEPTED TO TRUE
087716         GO TO 5060-EXIT
087716     END-IF.
087716     ADD 1 TO FACT-BN-REQS-RESUMED.
087717     PERFORM 5100-READ-BINOMIAL-PARA THRU 5100-EXIT.
087717 5060-EXIT.
087717     EXIT.
087717*
087718******************************************************
087718*  5080-SEARCH-BN-CKPT-TABLE-PARA
087718*  SETS FACT-REQ-COMPLETED ON OR OFF DEPENDING ON WHETHER
087719*  THE CURRENT SAMPLE SIZE AND RATE ARE PRESENT IN
087719*  FACT-BN-CKPT-TABLE. A REQUEST THAT FAILED THE NUMERIC
087719*  EDIT WAS NEVER CHECKPOINTED AND IS NEVER MATCHED.
087720******************************************************
087720 5080-SEARCH-BN-CKPT-TABLE-PARA.
087720     MOVE "N" TO FACT-REQ-COMPLETED-SWITCH.
087721     IF FACT-BN-CKPT-ENTRY-COUNT = ZERO
087721         OR FACT-BN-CARD-BAD
087721         GO TO 5080-EXIT
087721     END-IF.
087722     SET FACT-BN-CKPT-IDX TO 1.
087722     SEARCH FACT-BN-CKPT-ENTRY
087722         AT END
087723             GO TO 5080-EXIT
087723         WHEN FACT-BN-CKPT-N(FACT-BN-CKPT-IDX) = FACT-BN-N-VALUE
087723             AND FACT-BN-CKPT-RATE(FACT-BN-CKPT-IDX) =
087724                 FACT-BN-RATE-KEY
087724             SET FACT-REQ-COMPLETED TO TRUE
087724     END-SEARCH.
087725 5080-EXIT.
087725     EXIT.
087725*
087725******************************************************
087726*  5100-READ-BINOMIAL-PARA
087726*  READS ONE SAMPLE SIZE / DEFECT RATE REQUEST FROM THE
087726*  BINOMIAL FILE. A REQUEST WITH A NON-NUMERIC N OR RATE
087727*  IS FLAGGED FOR 5200-CALCULATE-BINOMIAL-PARA TO REJECT.
087727******************************************************
087727 5100-READ-BINOMIAL-PARA.
087728     READ BINOMIAL-FILE
087728         AT END
087728             SET FACT-NO-MORE-BINOM-WORK TO TRUE
087729             GO TO 5100-EXIT
087729     END-READ.
087729     ADD 1 TO FACT-BN-REQS-READ.
087729     MOVE "N" TO FACT-BN-CARD-SWITCH.
087730     IF BN-N-VALUE NOT NUMERIC
087730         OR BN-P-RATE NOT NUMERIC
087730         SET FACT-BN-CARD-BAD TO TRUE
087731         MOVE ZERO TO FACT-BN-N-VALUE
087731         MOVE ZERO TO FACT-BN-P-RATE
087731         MOVE ZERO TO FACT-BN-RATE-KEY
087732         GO TO 5100-EXIT
087732     END-IF.
087732     MOVE BN-N-VALUE TO FACT-BN-N-VALUE.
087733     MOVE BN-P-RATE TO FACT-BN-P-RATE.
087733     COMPUTE FACT-BN-RATE-KEY = FACT-BN-P-RATE * 10000.
087733 5100-EXIT.
087734     EXIT.
087734*
087734******************************************************
087734*  5200-CALCULATE-BINOMIAL-PARA
087735*  PRINTS THE BINOMIAL DISTRIBUTION TABLE FOR ONE REQUEST -
087735*  P(X=K) AND THE CUMULATIVE P(X<=K) FOR EVERY K FROM 0
087735*  THROUGH N - ON A NEW PAGE OF THE BINOMIAL REPORT, LEAVES
087736*  A CHECKPOINT FOR THE REQUEST, THEN PRIMES THE NEXT ONE.
087736*  N IS HELD TO FACT-MAX-NUMBER BECAUSE EVERY ROW TAKES ITS
087736*  NCR FROM THE "99" SUBROUTINE, THE SAME AS THE
087737*  COMBINATIONS MODE. REQUESTS SKIPPED BY THE EDITS ARE
087737*  COUNTED, AND CHECKPOINTED WHEN THEY ARE NUMERIC.
087737******************************************************
087738 5200-CALCULATE-BINOMIAL-PARA.
087738     IF FACT-BN-CARD-BAD
087738         DISPLAY "FACT0178-E BINOMIAL N OR RATE NOT NUMERIC, "
087738             "SKIPPED" UPON CRT
087739         ADD 1 TO FACT-BN-REQS-SKIPPED
087739         PERFORM 5050-RESUME-BINOMIAL-PARA THRU 5050-EXIT
087739         GO TO 5200-EXIT
087740     END-IF.
087740     IF FACT-BN-N-VALUE > FACT-MAX-NUMBER
087740         DISPLAY "FACT0179-E SAMPLE SIZE N TOO LARGE FOR "
087741             "BINOMIAL TABLE, SKIPPED" UPON CRT
087741         ADD 1 TO FACT-BN-REQS-SKIPPED
087741         PERFORM 5250-WRITE-BINOMIAL-CKPT-PARA THRU 5250-EXIT
087742         PERFORM 5050-RESUME-BINOMIAL-PARA THRU 5050-EXIT
087742         GO TO 5200-EXIT
087742     END-IF.
087742     IF FACT-BN-P-RATE > 1
087743         DISPLAY "FACT0180-E DEFECT RATE P ABOVE 1, SKIPPED"
087743             UPON CRT
087743         ADD 1 TO FACT-BN-REQS-SKIPPED
087744         PERFORM 5250-WRITE-BINOMIAL-CKPT-PARA THRU 5250-EXIT
087744         PERFORM 5050-RESUME-BINOMIAL-PARA THRU 5050-EXIT
087744         GO TO 5200-EXIT
087745     END-IF.
087745     SUBTRACT FACT-BN-P-RATE FROM 1 GIVING FACT-BN-Q-RATE.
087745     PERFORM 5210-BUILD-POWERS-PARA THRU 5210-EXIT.
087746     MOVE FACT-BN-N-VALUE TO FACT-BN-DISP-HEAD-N.
087746     MOVE FACT-BN-P-RATE TO FACT-BN-DISP-HEAD-P.
087746     DISPLAY FACT-BN-TABLE-HEAD UPON CRT.
087746     PERFORM 5300-WRITE-BINOMIAL-HEADING-PARA THRU 5300-EXIT.
087747     MOVE ZERO TO FACT-BN-CUM.
087747     PERFORM 5220-CALCULATE-ROW-PARA THRU 5220-EXIT
087747         VARYING FACT-BN-K-VALUE FROM 0 BY 1
087748         UNTIL FACT-BN-K-VALUE > FACT-BN-N-VALUE.
087748     ADD 1 TO FACT-BN-REQS-DONE.
087748     PERFORM 5250-WRITE-BINOMIAL-CKPT-PARA THRU 5250-EXIT.
087749     PERFORM 5050-RESUME-BINOMIAL-PARA THRU 5050-EXIT.
087749 5200-EXIT.
087749     EXIT.
087750*
087750******************************************************
087750*  5210-BUILD-POWERS-PARA
087750*  BUILDS THE POWERS OF P AND OF 1-P FROM THE ZERO POWER
087751*  (ENTRY 1, VALUE 1) UP TO THE NTH POWER (ENTRY N+1).
087751******************************************************
087751 5210-BUILD-POWERS-PARA.
087752     MOVE 1 TO FACT-BN-P-POWER(1).
087752     MOVE 1 TO FACT-BN-Q-POWER(1).
087752     PERFORM 5215-NEXT-POWER-PARA THRU 5215-EXIT
087753         VARYING FACT-BN-I FROM 2 BY 1
087753         UNTIL FACT-BN-I > FACT-BN-N-VALUE + 1.
087753 5210-EXIT.
087754     EXIT.
087754*
087754******************************************************
087754*  5215-NEXT-POWER-PARA
087755*  BUILDS ONE ENTRY OF THE POWER TABLE FROM THE ONE BELOW.
087755******************************************************
087755 5215-NEXT-POWER-PARA.
087756     SUBTRACT 1 FROM FACT-BN-I GIVING FACT-BN-J.
087756     COMPUTE FACT-BN-P-POWER(FACT-BN-I) ROUNDED =
087756         FACT-BN-P-POWER(FACT-BN-J) * FACT-BN-P-RATE.
087757     COMPUTE FACT-BN-Q-POWER(FACT-BN-I) ROUNDED =
087757         FACT-BN-Q-POWER(FACT-BN-J) * FACT-BN-Q-RATE.
087757 5215-EXIT.
087758     EXIT.
087758*
087758******************************************************
087758*  5220-CALCULATE-ROW-PARA
087759*  COMPUTES ONE ROW OF THE TABLE - NCR FROM
087759*  4210-COMPUTE-NCR-PARA WITH N AND R = K, TIMES P TO THE
087759*  K, TIMES (1-P) TO THE N-K - ADDS IT TO THE CUMULATIVE
087760*  PROBABILITY, AND DISPLAYS, PRINTS, AUDITS AND EXTRACTS
087760*  THE ROW. THE PRINTED FIGURES ARE ROUNDED TO 8 DECIMALS;
087760*  THE CUMULATIVE IS KEPT AT FULL PRECISION.
087761******************************************************
087761 5220-CALCULATE-ROW-PARA.
087761     MOVE FACT-BN-N-VALUE TO FACT-N-VALUE.
087762     MOVE FACT-BN-K-VALUE TO FACT-R-VALUE.
087762     PERFORM 4210-COMPUTE-NCR-PARA THRU 4210-EXIT.
087762     COMPUTE FACT-BN-I = FACT-BN-K-VALUE + 1.
087762     COMPUTE FACT-BN-J = FACT-BN-N-VALUE - FACT-BN-K-VALUE + 1.
087763     COMPUTE FACT-BN-PROB ROUNDED =
087763         FACT-COMBINATIONS * FACT-BN-P-POWER(FACT-BN-I)
087763         * FACT-BN-Q-POWER(FACT-BN-J).
087764     ADD FACT-BN-PROB TO FACT-BN-CUM.
087764     COMPUTE FACT-BN-PROB-8 ROUNDED = FACT-BN-PROB.
087764     COMPUTE FACT-BN-CUM-8 ROUNDED = FACT-BN-CUM.
087765     COMPUTE FACT-BN-PROB-UNITS = FACT-BN-PROB-8 * 100000000.
087765     MOVE FACT-BN-K-VALUE TO FACT-BN-DISP-K.
087765     MOVE FACT-COMBINATIONS TO FACT-BN-DISP-NCR.
087766     MOVE FACT-BN-PROB-8 TO FACT-BN-DISP-PROB.
087766     MOVE FACT-BN-CUM-8 TO FACT-BN-DISP-CUM.
087766     DISPLAY FACT-BN-LINE UPON CRT.
087767     IF NOT FACT-BRPT-OPEN-FAILED
087767         WRITE BRPT-LINE FROM FACT-BN-LINE
087767         ADD 1 TO FACT-BRPT-TOTAL-LINES
087767     END-IF.
087768     ADD 1 TO FACT-BN-ROWS-DONE.
087768     PERFORM 5240-WRITE-BINOMIAL-AUDIT-PARA THRU 5240-EXIT.
087768     PERFORM 5260-WRITE-BINOMIAL-CSV-PARA THRU 5260-EXIT.
087769 5220-EXIT.
087769     EXIT.
087769*
087770******************************************************
087770*  5240-WRITE-BINOMIAL-AUDIT-PARA
087770*  APPENDS ONE AUDIT RECORD FOR THE ROW JUST COMPUTED -
087771*  N IN AUDIT-NUMBER, K IN AUDIT-R-VALUE, P(X=K) IN
087771*  HUNDRED-MILLIONTHS IN AUDIT-RESULT, THE DEFECT RATE IN
087771*  TEN-THOUSANDTHS IN AUDIT-RESULT-2, TYPE "B" - CHAINED
087771*  LIKE EVERY OTHER RECORD THIS PROGRAM WRITES.
087772******************************************************
087772 5240-WRITE-BINOMIAL-AUDIT-PARA.
087772     IF NOT FACT-AUDIT-OK
087773         GO TO 5240-EXIT
087773     END-IF.
087773     MOVE SPACES TO AUDIT-RECORD.
087774     MOVE FACT-BN-N-VALUE TO AUDIT-NUMBER.
087774     MOVE FACT-BN-PROB-UNITS TO AUDIT-RESULT.
087774     MOVE FACT-RUN-DATE TO AUDIT-RUN-DATE.
087775     MOVE FACT-RUN-TIME TO AUDIT-RUN-TIME.
087775     MOVE "B" TO AUDIT-REC-TYPE.
087775     MOVE FACT-BN-K-VALUE TO AUDIT-R-VALUE.
087775     MOVE FACT-BN-RATE-KEY TO AUDIT-RESULT-2.
087776     PERFORM 3210-CHAIN-AUDIT-PARA THRU 3210-EXIT.
087776 5240-EXIT.
087776     EXIT.
087777*
087777******************************************************
087777*  5250-WRITE-BINOMIAL-CKPT-PARA
087778*  APPENDS A TYPE "B" CHECKPOINT RECORD FOR THE REQUEST
087778*  JUST HANDLED (TABLED OR SKIPPED BY THE RANGE EDITS) -
087778*  N IN CKPT-NUMBER, THE RATE KEY IN CKPT-R-VALUE - SO A
087779*  RESTARTED RUN PICKS UP AFTER IT.
087779******************************************************
087779 5250-WRITE-BINOMIAL-CKPT-PARA.
087779     IF NOT FACT-CKPT-OK
087780         GO TO 5250-EXIT
087780     END-IF.
087780     MOVE SPACES TO CHECKPOINT-RECORD.
087781     MOVE FACT-BN-N-VALUE TO CKPT-NUMBER.
087781     MOVE "B" TO CKPT-REC-TYPE.
087781     MOVE FACT-BN-RATE-KEY TO CKPT-R-VALUE.
087782     MOVE FACT-RUN-DATE TO CKPT-RUN-DATE.
087782     MOVE FACT-RUN-ID TO CKPT-RUN-ID.
087782     WRITE CHECKPOINT-RECORD.
087783 5250-EXIT.
087783     EXIT.
087783*
087783******************************************************
087784*  5260-WRITE-BINOMIAL-CSV-PARA
087784*  WRITES THE ROW AS A "D" DETAIL ON THE FACTBCSV EXTRACT,
087784*  THE PROBABILITIES WITH THEIR DECIMAL POINT SO QA CAN
087785*  LOAD THEM STRAIGHT INTO A SPREADSHEET, AND ADDS IT TO
087785*  THE TRAILER COUNT AND HASH.
087785******************************************************
087786 5260-WRITE-BINOMIAL-CSV-PARA.
087786     IF NOT FACT-BINOM-PRESENT OR FACT-BCSV-OPEN-FAILED
087786         GO TO 5260-EXIT
087787     END-IF.
087787     MOVE FACT-BN-N-VALUE TO FACT-BN-CSV-N.
087787     MOVE FACT-BN-P-RATE TO FACT-BN-CSV-RATE.
087787     MOVE FACT-BN-K-VALUE TO FACT-BN-CSV-K.
087788     MOVE FACT-COMBINATIONS TO FACT-BN-CSV-NCR.
087788     MOVE FACT-BN-PROB-8 TO FACT-BN-CSV-PROB.
087788     MOVE FACT-BN-CUM-8 TO FACT-BN-CSV-CUM.
087789     WRITE BCSV-LINE FROM FACT-BN-CSV-LINE.
087789     ADD 1 TO FACT-BN-CSV-COUNT.
087789     ADD FACT-BN-PROB-UNITS TO FACT-BN-CSV-HASH.
087790 5260-EXIT.
087790     EXIT.
087790*
087791******************************************************
087791*  5300-WRITE-BINOMIAL-HEADING-PARA
087791*  STARTS A NEW PAGE OF THE BINOMIAL REPORT FOR ONE TABLE -
087791*  TITLE, MODE/RANGE SUBHEAD, THE SAMPLE SIZE AND DEFECT
087792*  RATE, AND THE COLUMN HEADING - WITH ITS OWN PAGE
087792*  COUNTER AND THE SAME ASA "1" CARRIAGE CONTROL AND
087792*  PLAIN-WRITE TECHNIQUE AS 2200-WRITE-HEADING-PARA. A
087793*  TABLE IS AT MOST FACT-MAX-NUMBER + 1 ROWS, SO IT ALWAYS
087793*  FITS ITS PAGE.
087793******************************************************
087794 5300-WRITE-BINOMIAL-HEADING-PARA.
087794     IF FACT-BRPT-OPEN-FAILED
087794         GO TO 5300-EXIT
087795     END-IF.
087795     ADD 1 TO FACT-BRPT-PAGE-NO.
087795     IF FACT-BRPT-PAGE-NO = 1
087795         MOVE SPACE TO FACT-TITLE-CC
087796     ELSE
087796         MOVE FACT-NEW-PAGE-CC TO FACT-TITLE-CC
087796     END-IF.
087797     MOVE "BINOMIAL TABLE REPORT" TO FACT-TITLE-NAME.
087797     MOVE FACT-BRPT-PAGE-NO TO FACT-TITLE-PAGE.
087797     PERFORM 2250-BUILD-TITLE-PARA THRU 2250-EXIT.
087798     WRITE BRPT-LINE FROM FACT-RPT-TITLE.
087798     WRITE BRPT-LINE FROM FACT-RPT-SUBHEAD.
087798     WRITE BRPT-LINE FROM FACT-BN-TABLE-HEAD.
087799     WRITE BRPT-LINE FROM FACT-BN-COL-HEADING.
087799     ADD 4 TO FACT-BRPT-TOTAL-LINES.
087799 5300-EXIT.
087800     EXIT.
087900*
088000******************************************************
089599     EXIT.
089600*
089610******************************************************
089611*  8300-PRINT-BINOM-TOTAL-PARA
089611*  DISPLAYS AND PRINTS THE BINOMIAL CONTROL TOTALS -
089611*  REQUESTS READ, TABLED, SKIPPED BY THE EDITS AND SKIPPED
089611*  BY RESTART, AND THE ROWS PRINTED - AFTER THE LAST TABLE.
089611*  NOTHING IS PRINTED WHEN NO BINOMIAL FILE WAS SUPPLIED.
089612******************************************************
089612 8300-PRINT-BINOM-TOTAL-PARA.
089612     IF NOT FACT-BINOM-PRESENT
089612         GO TO 8300-EXIT
089612     END-IF.
089613     MOVE "BINOMIAL REQUESTS READ:" TO FACT-CB-TOTAL-TEXT.
089613     MOVE FACT-BN-REQS-READ TO FACT-CB-DISP-TOTAL.
089613     PERFORM 8350-WRITE-BN-TOTAL-PARA THRU 8350-EXIT.
089613     MOVE "BINOMIAL TABLES PRINTED:" TO FACT-CB-TOTAL-TEXT.
089613     MOVE FACT-BN-REQS-DONE TO FACT-CB-DISP-TOTAL.
089614     PERFORM 8350-WRITE-BN-TOTAL-PARA THRU 8350-EXIT.
089614     MOVE "BINOMIAL SKIPPED BY EDITS:" TO
089614         FACT-CB-TOTAL-TEXT.
089614     MOVE FACT-BN-REQS-SKIPPED TO FACT-CB-DISP-TOTAL.
089614     PERFORM 8350-WRITE-BN-TOTAL-PARA THRU 8350-EXIT.
089615     MOVE "BINOMIAL SKIPPED BY RESTART:" TO
089615         FACT-CB-TOTAL-TEXT.
089615     MOVE FACT-BN-REQS-RESUMED TO FACT-CB-DISP-TOTAL.
089615     PERFORM 8350-WRITE-BN-TOTAL-PARA THRU 8350-EXIT.
089615     MOVE "BINOMIAL ROWS PRINTED:" TO FACT-CB-TOTAL-TEXT.
089616     MOVE FACT-BN-ROWS-DONE TO FACT-CB-DISP-TOTAL.
089616     PERFORM 8350-WRITE-BN-TOTAL-PARA THRU 8350-EXIT.
089616 8300-EXIT.
089616     EXIT.
089616*
089617******************************************************
089617*  8350-WRITE-BN-TOTAL-PARA
089617*  DISPLAYS AND PRINTS ONE BINOMIAL CONTROL TOTAL LINE
089617*  (TEXT AND VALUE ALREADY MOVED BY THE CALLER).
089617******************************************************
089618 8350-WRITE-BN-TOTAL-PARA.
089618     DISPLAY FACT-CB-TOTAL-LINE UPON CRT.
089618     IF NOT FACT-BRPT-OPEN-FAILED
089618         WRITE BRPT-LINE FROM FACT-CB-TOTAL-LINE
089618         ADD 1 TO FACT-BRPT-TOTAL-LINES
089619     END-IF.
089619 8350-EXIT.
089619     EXIT.
089619*
089619******************************************************
089620*  8200-PRINT-RUN-SUMMARY-PARA
089630*  PRINTS THE END-OF-JOB RUN SUMMARY ON ITS OWN REPORT
089640*  PAGE - COUNTS OF NUMBERS READ, COMPUTED, SKIPPED AS
089990     MOVE "COMBIN PAIRS SKIPPED BY RESTART:" TO
090000         FACT-SUM-TEXT.
090010     MOVE FACT-CB-PAIRS-RESUMED TO FACT-SUM-COUNT.
090011     PERFORM 8250-WRITE-SUM-LINE-PARA THRU 8250-EXIT.
090011     MOVE "BINOMIAL REQUESTS READ:" TO FACT-SUM-TEXT.
090012     MOVE FACT-BN-REQS-READ TO FACT-SUM-COUNT.
090012     PERFORM 8250-WRITE-SUM-LINE-PARA THRU 8250-EXIT.
090013     MOVE "BINOMIAL TABLES PRINTED:" TO FACT-SUM-TEXT.
090014     MOVE FACT-BN-REQS-DONE TO FACT-SUM-COUNT.
090014     PERFORM 8250-WRITE-SUM-LINE-PARA THRU 8250-EXIT.
090015     MOVE "BINOMIAL SKIPPED BY EDITS:" TO
090016         FACT-SUM-TEXT.
090016     MOVE FACT-BN-REQS-SKIPPED TO FACT-SUM-COUNT.
090017     PERFORM 8250-WRITE-SUM-LINE-PARA THRU 8250-EXIT.
090018     MOVE "BINOMIAL SKIPPED BY RESTART:" TO
090018         FACT-SUM-TEXT.
090019     MOVE FACT-BN-REQS-RESUMED TO FACT-SUM-COUNT.
090020     PERFORM 8250-WRITE-SUM-LINE-PARA THRU 8250-EXIT.
090030     MOVE "MASTER LOOKUP HITS:" TO FACT-SUM-TEXT.
090040     MOVE FACT-MAST-HITS TO FACT-SUM-COUNT.
090382            MOVE "WRITTEN" TO FACT-FILE-VERDICT
090383     END-EVALUATE.
090384     PERFORM 8260-WRITE-FILE-LINE-PARA THRU 8260-EXIT.
090384     MOVE "BINOMIAL REPORT (BINORPT):" TO FACT-FILE-TEXT.
090384     EVALUATE TRUE
090384         WHEN NOT FACT-BINOM-PRESENT
090384             MOVE "NOT USED THIS RUN" TO FACT-FILE-VERDICT
090384         WHEN FACT-BRPT-OPEN-FAILED
090384             MOVE "OPEN FAILED - NOT WRITTEN" TO
090384                 FACT-FILE-VERDICT
090384         WHEN OTHER
090384             MOVE "WRITTEN" TO FACT-FILE-VERDICT
090384     END-EVALUATE.
090384     PERFORM 8260-WRITE-FILE-LINE-PARA THRU 8260-EXIT.
090384     MOVE "BINOMIAL EXTRACT (FACTBCSV):" TO FACT-FILE-TEXT.
090384     EVALUATE TRUE
090384         WHEN NOT FACT-BINOM-PRESENT
090384             MOVE "NOT USED THIS RUN" TO FACT-FILE-VERDICT
090384         WHEN FACT-BCSV-OPEN-FAILED
090384             MOVE "OPEN FAILED - NOT WRITTEN" TO
090384                 FACT-FILE-VERDICT
090384         WHEN OTHER
090384             MOVE "WRITTEN" TO FACT-FILE-VERDICT
090384     END-EVALUATE.
090384     PERFORM 8260-WRITE-FILE-LINE-PARA THRU 8260-EXIT.
090385 8200-EXIT.
090386     EXIT.
090390*
090630*  9000-TERMINATE-PARA
090640*  PRINTS THE RUN SUMMARY, CLOSES FILES, SETS THE
090650*  CONDITION CODE THE SCHEDULER BRANCHES ON - 0 FOR A
090660*  CLEAN RUN, 4 WHEN NUMBERS, PAIRS OR BINOMIAL REQUESTS
090661*  WERE SKIPPED OR THE MASTER WAS BYPASSED OR A MASTER
090665*  WRITE FAILED, 8 WHEN ANY FILE THE RUN NEEDED - OUTPUT
090670*  OR INPUT (PARM CARD, COMBIN, BINOMIAL) - FAILED TO
090675*  OPEN OR THE RUN WAS ABORTED - AND
090680*  ENDS THE RUN. THE MASTER PROBLEMS ARE ONLY WARNINGS
090685*  BECAUSE EVERY RESULT IS STILL COMPUTED AND WRITTEN
090688*  WITHOUT THE MASTER.
090756         CLOSE CRPT-FILE
090757     END-IF.
090760     CLOSE COMBIN-FILE.
090761     CLOSE BINOMIAL-FILE.
090762     IF FACT-BINOM-PRESENT AND NOT FACT-BRPT-OPEN-FAILED
090763         CLOSE BRPT-FILE
090764     END-IF.
090770     CLOSE AUDIT-FILE.
090771     IF FACT-CHAIN-OPENED AND NOT FACT-AUDIT-OPEN-FAILED
090772         MOVE "C" TO FACT-CHAIN-REQUEST
090773         CALL "FACTCHN" USING FACT-CHAIN-AREA
090774     END-IF.
090780     CLOSE CHECKPOINT-FILE.
090785     PERFORM 9500-WRITE-CSV-TRAILER-PARA THRU 9500-EXIT.
090790     CLOSE CSV-FILE.
090791     PERFORM 9600-WRITE-BN-CSV-TRAILER-PARA THRU 9600-EXIT.
090792     IF FACT-BINOM-PRESENT AND NOT FACT-BCSV-OPEN-FAILED
090793         CLOSE BCSV-FILE
090794     END-IF.
090800     CLOSE FACTMAST-FILE.
090805     IF FACT-EXTENDED-MODE
090806         CLOSE WIDE-FILE
090810     MOVE ZERO TO FACT-RETURN-CODE.
090820     IF FACT-OVERFLOW-COUNT > ZERO
090830         OR FACT-CB-PAIRS-SKIPPED > ZERO
090831         OR FACT-BN-REQS-SKIPPED > ZERO
090840         OR FACT-MAST-OPEN-FAILED
090845         OR FACT-MAST-WRITE-FAILED
090850         MOVE 4 TO FACT-RETURN-CODE
090890         OR FACT-CRPT-OPEN-FAILED
090894         OR FACT-COMBIN-OPEN-FAILED
090898         OR FACT-PARM-OPEN-FAILED
090899         OR FACT-BINOM-OPEN-FAILED
090900         OR FACT-BRPT-OPEN-FAILED
090901         OR FACT-BCSV-OPEN-FAILED
090902         OR FACT-ABORT-RUN
090910         MOVE 8 TO FACT-RETURN-CODE
090920     END-IF.
091048         MOVE FACT-CRPT-TOTAL-LINES TO FACT-EOR-COUNT
091049         WRITE CRPT-LINE FROM FACT-EOR-LINE
091050     END-IF.
091050     IF FACT-BINOM-PRESENT AND NOT FACT-BRPT-OPEN-FAILED
091050         MOVE FACT-BRPT-TOTAL-LINES TO FACT-EOR-COUNT
091050         WRITE BRPT-LINE FROM FACT-EOR-LINE
091050     END-IF.
091051 9300-EXIT.
091052     EXIT.
091053*
091090     IF FACT-CHECKPOINT-FOUND
091091         OR FACT-NUMBERS-RESUMED > ZERO
091092         OR FACT-CB-PAIRS-RESUMED > ZERO
091092         OR FACT-BN-REQS-RESUMED > ZERO
091093         MOVE "Y" TO RUNH-RESTART-FLAG
091094     ELSE
091095         MOVE "N" TO RUNH-RESTART-FLAG
091137     CLOSE XMIT-FILE.
091138 9500-EXIT.
091139     EXIT.
091145*
091146******************************************************
091147*  9600-WRITE-BN-CSV-TRAILER-PARA
091148*  WRITES THE FACTBCSV EXTRACT TRAILER - THE SAME "T"
091149*  RECORD FACTCSV CARRIES, WITH THE DETAIL COUNT AND THE
091150*  HASH TOTAL OF P(X=K) IN HUNDRED-MILLIONTHS. NOTHING IS
091151*  WRITTEN WHEN THE EXTRACT NEVER OPENED OR THE RUN WAS
091152*  ABORTED, THE SAME RULE AS 9500-WRITE-CSV-TRAILER-PARA.
091153******************************************************
091154 9600-WRITE-BN-CSV-TRAILER-PARA.
091155     IF NOT FACT-BINOM-PRESENT
091156         OR FACT-BCSV-OPEN-FAILED
091157         OR FACT-ABORT-RUN
091158         GO TO 9600-EXIT
091159     END-IF.
091160     MOVE FACT-BN-CSV-COUNT TO FACT-CSV-TRL-COUNT.
091161     MOVE FACT-BN-CSV-HASH TO FACT-CSV-TRL-HASH.
091162     WRITE BCSV-LINE FROM FACT-CSV-TRL-LINE.
091163 9600-EXIT.
091164     EXIT.
