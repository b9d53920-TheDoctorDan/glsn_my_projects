000230*                   NOTHING TOUCHES FACTRPT, FACTCSV OR THE
000240*                   CHECKPOINT LOG.
000250******************************************************
000251*  10/15/2026 RH    THE OPERATOR NOW SIGNS ON THROUGH THE
000251*                   FACTSIGN SECURITY SUBROUTINE BEFORE THE
000251*                   FIRST INQUIRY, AND A PROFILE WITHOUT
000251*                   THE INQUIRY FUNCTION IS REFUSED. THE
000251*                   OPERATOR ID IS STAMPED ON EVERY TYPE
000251*                   "Q" AUDIT RECORD (NEW FIELD AUDIT-
000252*                   OPERATOR-ID) SO THE TRAIL SAYS WHO
000252*                   ASKED.
000252******************************************************
000252*  10/15/2026 RH    EVERY TYPE "Q" AUDIT RECORD NOW CARRIES
000252*                   A SEQUENCE NUMBER AND A CHAIN HASH FROM
000253*                   THE FACTCHN AUDIT CHAIN SUBROUTINE, SO
000253*                   FACTCERT CAN PROVE THE TRAIL UNTOUCHED.
000253*                   THE CHAIN IS PICKED UP WHEN THE AUDIT
000253*                   FILE IS OPENED AND CLOSED WITH IT.
000253******************************************************
000254*  10/15/2026 RH    HONORS THE BATCH WINDOW FACTDRVR HOLDS
000254*                   WHILE THE NIGHTLY STREAM RUNS. WHILE IT
000254*                   IS OPEN - AT SIGN-ON, OR FOUND OPEN
000254*                   BEFORE ANY LATER INQUIRY - THE SESSION
000254*                   ANSWERS READ-ONLY: THE MASTER IS OPENED
000254*                   FOR INPUT, A HIT NO LONGER BUMPS THE USE
000255*                   COUNT, A MISS IS COMPUTED BUT NOT ADDED,
000255*                   AND THE TYPE "Q" AUDIT RECORD IS HELD,
000255*                   UNNUMBERED, ON THE FACTAUDP PENDING FILE
000255*                   FOR FACTPOST TO APPLY AND POST TO
000255*                   FACTAUDT AFTER THE STREAM ENDS. THE
000256*                   SESSION STAYS READ-ONLY UNTIL IT ENDS.
000256******************************************************
000256*  10/15/2026 RH    THE AUDIT FILE AND THE AUDIT CHAIN ARE
000256*                   NO LONGER HELD FOR THE WHOLE SESSION.
000256*                   EACH TYPE "Q" RECORD OPENS FACTAUDT,
000257*                   PICKS UP THE CHAIN FROM THE CURRENT END
000257*                   OF THE TRAIL, WRITES, AND CLOSES BOTH
000257*                   AGAIN, SO A SESSION LEFT SIGNED ON
000257*                   ACROSS THE NIGHTLY STREAM, OR RUNNING
000257*                   BESIDE ANOTHER SESSION, NEVER REUSES A
000257*                   SEQUENCE NUMBER OR SETS FACTAUDC BACK.
000258******************************************************
000258*  10/15/2026 RH    A READ-ONLY SESSION NO LONGER STAYS
000258*                   READ-ONLY UNTIL IT ENDS. BEFORE EACH
000258*                   INQUIRY IT ASKS FACTWIN AGAIN, AND ONCE
000258*                   THE STREAM HAS CLEARED THE BATCH WINDOW
000259*                   IT REOPENS THE MASTER FOR UPDATE AND
000259*                   AUDITS STRAIGHT TO FACTAUDT AGAIN, SO NO
000259*                   INQUIRY IS HELD ON FACTAUDP AFTER
000259*                   FACTPOST HAS BEEN LET RUN.
000259******************************************************
000260*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000390     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "FACTAUDT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS INQ-AUDIT-STATUS.
000411     SELECT OPTIONAL PEND-FILE ASSIGN TO "FACTAUDP"
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS INQ-PEND-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000660     05  AUDIT-R-VALUE       PIC 9(05).
000670     05  FILLER              PIC X(01).
000680     05  AUDIT-RESULT-2      PIC 9(09).
000681     05  FILLER              PIC X(01).
000681     05  AUDIT-OPERATOR-ID   PIC X(08).
000682     05  FILLER              PIC X(01).
000683     05  AUDIT-SEQ-NO        PIC 9(09).
000684     05  FILLER              PIC X(01).
000684     05  AUDIT-CHAIN-HASH    PIC 9(09).
000685*
000686*  INQUIRIES HELD WHILE THE BATCH WINDOW IS OPEN - THE
000687*  AUDIT RECORD AS BUILT, WITHOUT SEQUENCE NUMBER OR HASH.
000687 FD  PEND-FILE
000688     LABEL RECORDS ARE STANDARD.
000689 01  PEND-RECORD             PIC X(80).
000690*
000700 WORKING-STORAGE SECTION.
000710 01  INQ-SWITCHES.
000830         88  INQ-AUDIT-OPEN-FAILED   VALUE "Y".
000840     05  INQ-MAST-HIT-SWITCH PIC X(01)      VALUE "N".
000850         88  INQ-MAST-HIT            VALUE "Y".
000851     05  INQ-PEND-STATUS     PIC X(02)      VALUE SPACE.
000851         88  INQ-PEND-OK             VALUE "00".
000851         88  INQ-PEND-NOT-FOUND      VALUE "05".
000851     05  INQ-READ-ONLY-SWITCH PIC X(01)     VALUE "N".
000851         88  INQ-READ-ONLY           VALUE "Y".
000851*
000852*  PARAMETER AREA FOR THE FACTSIGN SIGN-ON SUBROUTINE - THE
000852*  SIGNED-ON OPERATOR, DEPARTMENT AND FUNCTION FLAGS COME
000852*  BACK IN IT.
000852 01  INQ-SIGN-AREA.
000852     05  INQ-SIGN-REQUEST    PIC X(01)      VALUE "S".
000853     05  INQ-SIGN-PROGRAM    PIC X(08)      VALUE "FACTINQ".
000853     05  INQ-SIGN-FUNCTION   PIC X(01)      VALUE SPACE.
000853     05  INQ-SIGN-OPERATOR-ID PIC X(08)     VALUE SPACE.
000853     05  INQ-SIGN-DEPT       PIC X(08)      VALUE SPACE.
000853     05  INQ-SIGN-FUNCTIONS.
000854         10  INQ-SIGN-INQ-FLAG PIC X(01)    VALUE "N".
000854             88  INQ-MAY-INQUIRE         VALUE "Y".
000854         10  INQ-SIGN-DECK-FLAG PIC X(01)   VALUE "N".
000854         10  INQ-SIGN-PURGE-FLAG PIC X(01)  VALUE "N".
000854         10  INQ-SIGN-CLEAR-FLAG PIC X(01)  VALUE "N".
000855     05  INQ-SIGN-RESULT     PIC X(01)      VALUE "N".
000855         88  INQ-SIGN-ACCEPTED       VALUE "Y".
000855*
000855*  PARAMETER AREA FOR THE FACTCHN AUDIT CHAIN SUBROUTINE.
000855 01  INQ-CHAIN-AREA.
000855     05  INQ-CHAIN-REQUEST   PIC X(01)      VALUE "O".
000856     05  INQ-CHAIN-PROGRAM   PIC X(08)      VALUE "FACTINQ".
000856     05  INQ-CHAIN-LAST-SEQ  PIC 9(09)      VALUE ZERO.
000856     05  INQ-CHAIN-LAST-HASH PIC 9(09)      VALUE ZERO.
000856     05  INQ-CHAIN-BASE-SEQ  PIC 9(09)      VALUE ZERO.
000856     05  INQ-CHAIN-BASE-HASH PIC 9(09)      VALUE ZERO.
000857     05  INQ-CHAIN-CHECK-HASH PIC 9(09)     VALUE ZERO.
000857     05  INQ-CHAIN-RESULT    PIC X(01)      VALUE SPACE.
000857     05  INQ-CHAIN-IMAGE     PIC X(80)      VALUE SPACE.
000857*
000857*  PARAMETER AREA FOR THE FACTWIN BATCH WINDOW SUBROUTINE.
000858 01  INQ-WIN-AREA.
000858     05  INQ-WIN-REQUEST     PIC X(01)      VALUE "Q".
000858     05  INQ-WIN-PROGRAM     PIC X(08)      VALUE "FACTINQ".
000858     05  INQ-WIN-STATE       PIC X(01)      VALUE SPACE.
000858         88  INQ-WINDOW-OPEN         VALUE "O".
000859     05  INQ-WIN-PROC-DATE   PIC 9(08)      VALUE ZERO.
000859     05  INQ-WIN-OPENED-DATE PIC 9(08)      VALUE ZERO.
000859     05  INQ-WIN-OPENED-TIME PIC 9(08)      VALUE ZERO.
000859     05  INQ-WIN-STEP-NAME   PIC X(10)      VALUE SPACE.
000859     05  INQ-WIN-RESULT      PIC X(01)      VALUE SPACE.
000860*
000870 01  INQ-RUN-STAMP.
000880     05  INQ-RUN-DATE        PIC 9(08)      VALUE ZERO.
001140 77  INQ-MAST-HITS           PIC 9(04)      COMP VALUE ZERO.
001150 77  INQ-MAST-ADDS           PIC 9(04)      COMP VALUE ZERO.
001160 77  INQ-BAD-CHOICE-COUNT    PIC 9(04)      COMP VALUE ZERO.
001161 77  INQ-HELD-COUNT          PIC 9(04)      COMP VALUE ZERO.
001170*
001180 01  INQ-ANSWER-LINE.
001190     05  FILLER              PIC X(07)      VALUE SPACE.
001410******************************************************
001420 0000-MAINLINE-PARA.
001430     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
001431     IF NOT INQ-SIGN-ACCEPTED
001432         DISPLAY "FACTINQ FINISHED" UPON CRT
001433         GO TO 0000-EXIT
001434     END-IF.
001440     PERFORM 2000-MENU-PARA THRU 2000-EXIT
001450         UNTIL INQ-EXIT-REQUESTED.
001460     PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT.
001490*
001500******************************************************
001510*  1000-INITIALIZE-PARA
001511*  SIGNS THE OPERATOR ON - NOTHING IS OPENED FOR AN
001512*  OPERATOR WHO IS REFUSED - THEN
001520*  STAMPS THE SESSION, OPENS THE MASTER FOR LOOKUPS AND
001521*  PROVES THE AUDIT FILE CAN BE OPENED FOR THE TYPE "Q"
001522*  TRAIL. A MASTER THAT
001540*  WILL NOT OPEN ONLY MEANS EVERY INQUIRY IS COMPUTED; AN
001550*  AUDIT FILE THAT WILL NOT OPEN IS FLAGGED SO THE
001560*  OPERATOR KNOWS THE TRAIL IS INCOMPLETE. WHILE THE
001561*  BATCH WINDOW IS OPEN THE SESSION STARTS READ-ONLY AND
001562*  NEITHER THE AUDIT FILE NOR THE CHAIN IS TOUCHED.
001570******************************************************
001580 1000-INITIALIZE-PARA.
001590     ACCEPT INQ-RUN-DATE FROM DATE YYYYMMDD.
001600     ACCEPT INQ-RUN-TIME FROM TIME.
001610     DISPLAY "FACTORIAL INQUIRY" UPON CRT.
001620     PERFORM 1100-SIGN-ON-PARA THRU 1100-EXIT.
001630     IF NOT INQ-SIGN-ACCEPTED
001640         GO TO 1000-EXIT
001650     END-IF.
001651     PERFORM 1200-CHECK-WINDOW-PARA THRU 1200-EXIT.
001652     PERFORM 1300-OPEN-MASTER-PARA THRU 1300-EXIT.
001653     IF INQ-READ-ONLY
001654         GO TO 1000-EXIT
001710     END-IF.
001720     OPEN EXTEND AUDIT-FILE.
001730     IF INQ-AUDIT-NOT-FOUND
001780             "STATUS = " INQ-AUDIT-STATUS
001790             ", INQUIRIES WILL NOT BE AUDITED" UPON CRT
001800         SET INQ-AUDIT-OPEN-FAILED TO TRUE
001801         GO TO 1000-EXIT
001810     END-IF.
001811     CLOSE AUDIT-FILE.
001820 1000-EXIT.
001821     EXIT.
001821*
001821******************************************************
001821*  1100-SIGN-ON-PARA
001821*  SIGNS THE OPERATOR ON THROUGH FACTSIGN. AN OPERATOR
001821*  WHOSE PROFILE DOES NOT CARRY THE INQUIRY FUNCTION IS
001821*  REFUSED, AND THE REFUSAL IS LOGGED AS A VIOLATION.
001821******************************************************
001822 1100-SIGN-ON-PARA.
001822     MOVE "S" TO INQ-SIGN-REQUEST.
001822     CALL "FACTSIGN" USING INQ-SIGN-AREA.
001822     IF NOT INQ-SIGN-ACCEPTED
001822         GO TO 1100-EXIT
001822     END-IF.
001822     IF INQ-MAY-INQUIRE
001822         GO TO 1100-EXIT
001823     END-IF.
001823     DISPLAY "FACT0125-E OPERATOR " INQ-SIGN-OPERATOR-ID
001823         " IS NOT AUTHORIZED FOR INQUIRY" UPON CRT.
001823     MOVE "R" TO INQ-SIGN-REQUEST.
001823     MOVE "I" TO INQ-SIGN-FUNCTION.
001823     CALL "FACTSIGN" USING INQ-SIGN-AREA.
001823     MOVE "N" TO INQ-SIGN-RESULT.
001823 1100-EXIT.
001824     EXIT.
001824*
001824******************************************************
001824*  1200-CHECK-WINDOW-PARA
001824*  ASKS FACTWIN WHETHER THE BATCH WINDOW IS OPEN. AN OPEN
001824*  WINDOW PUTS THE SESSION INTO READ-ONLY MODE AND TELLS
001824*  THE OPERATOR WHY.
001824******************************************************
001825 1200-CHECK-WINDOW-PARA.
001825     MOVE "Q" TO INQ-WIN-REQUEST.
001825     CALL "FACTWIN" USING INQ-WIN-AREA.
001825     IF NOT INQ-WINDOW-OPEN
001825         GO TO 1200-EXIT
001825     END-IF.
001825     SET INQ-READ-ONLY TO TRUE.
001826     DISPLAY "FACT0166-W BATCH WINDOW IS OPEN FOR THE STREAM "
001826         "OF " INQ-WIN-PROC-DATE ", STEP " INQ-WIN-STEP-NAME
001826         UPON CRT.
001826     DISPLAY "FACT0166-W INQUIRIES ARE ANSWERED READ-ONLY "
001826         "AND HELD FOR POSTING AFTER THE STREAM" UPON CRT.
001826 1200-EXIT.
001826     EXIT.
001826*
001827******************************************************
001827*  1300-OPEN-MASTER-PARA
001827*  OPENS THE MASTER - FOR UPDATE NORMALLY, FOR INPUT ONLY
001827*  IN READ-ONLY MODE. A MASTER THAT WILL NOT OPEN ONLY
001827*  MEANS EVERY INQUIRY IS COMPUTED.
001827******************************************************
001827 1300-OPEN-MASTER-PARA.
001827     MOVE "N" TO INQ-MAST-FAILED-SWITCH.
001828     IF INQ-READ-ONLY
001828         OPEN INPUT FACTMAST-FILE
001828     ELSE
001828         OPEN I-O FACTMAST-FILE
001828     END-IF.
001828     IF INQ-MAST-NOT-FOUND
001828         MOVE "00" TO INQ-MAST-STATUS
001828     END-IF.
001829     IF NOT INQ-MAST-OK
001829         DISPLAY "FACT0088-E MASTER FILE OPEN FAILED, "
001829             "STATUS = " INQ-MAST-STATUS
001829             ", EVERY INQUIRY WILL BE COMPUTED" UPON CRT
001829         SET INQ-MAST-OPEN-FAILED TO TRUE
001829     END-IF.
001829 1300-EXIT.
001830     EXIT.
001840*
001850******************************************************
001990     EVALUATE INQ-CHOICE
002000         WHEN "1"
002010             MOVE ZERO TO INQ-BAD-CHOICE-COUNT
002011             PERFORM 2100-RECHECK-WINDOW-PARA THRU 2100-EXIT
002020             PERFORM 3000-FACTORIAL-INQUIRY-PARA THRU 3000-EXIT
002030         WHEN "2"
002040             MOVE ZERO TO INQ-BAD-CHOICE-COUNT
002041             PERFORM 2100-RECHECK-WINDOW-PARA THRU 2100-EXIT
002050             PERFORM 4000-PAIR-INQUIRY-PARA THRU 4000-EXIT
002060         WHEN "9"
002070             SET INQ-EXIT-REQUESTED TO TRUE
002140             END-IF
002150     END-EVALUATE.
002160 2000-EXIT.
002161     EXIT.
002161*
002161******************************************************
002161*  2100-RECHECK-WINDOW-PARA
002162*  BEFORE EACH INQUIRY, CHECKS WHETHER THE BATCH WINDOW
002162*  HAS CHANGED SINCE THE LAST ONE. AN UPDATING SESSION
002162*  THAT FINDS IT OPEN REOPENS THE MASTER FOR INPUT AND
002162*  GOES READ-ONLY; A READ-ONLY SESSION THAT FINDS IT
002163*  CLEARED REOPENS THE MASTER FOR UPDATE AND GOES BACK TO
002163*  AUDITING STRAIGHT TO FACTAUDT.
002163******************************************************
002163 2100-RECHECK-WINDOW-PARA.
002164     IF NOT INQ-READ-ONLY
002164         GO TO 2100-CHECK-OPENED
002164     END-IF.
002164     MOVE "Q" TO INQ-WIN-REQUEST.
002165     CALL "FACTWIN" USING INQ-WIN-AREA.
002165     IF INQ-WINDOW-OPEN
002165         GO TO 2100-EXIT
002166     END-IF.
002166     CLOSE FACTMAST-FILE.
002166     MOVE "N" TO INQ-READ-ONLY-SWITCH.
002166     DISPLAY "FACT0205-W BATCH WINDOW HAS CLEARED - INQUIRIES "
002167         "UPDATE THE MASTER AND ARE AUDITED AGAIN" UPON CRT.
002167     PERFORM 1300-OPEN-MASTER-PARA THRU 1300-EXIT.
002167     GO TO 2100-EXIT.
002167 2100-CHECK-OPENED.
002168     PERFORM 1200-CHECK-WINDOW-PARA THRU 1200-EXIT.
002168     IF NOT INQ-READ-ONLY
002168         GO TO 2100-EXIT
002168     END-IF.
002169     CLOSE FACTMAST-FILE.
002169     PERFORM 1300-OPEN-MASTER-PARA THRU 1300-EXIT.
002169 2100-EXIT.
002170     EXIT.
002180*
002190******************************************************
003070*  HIT BUMPS THE USE COUNT THE SAME WAY THE BATCH LOOKUP
003080*  DOES - AND CALLS THE "99" SUBROUTINE ON A MISS, ADDING
003090*  THE NEW RESULT TO THE MASTER SO THE NEXT ASKER GETS THE
003100*  CACHED ANSWER. IN READ-ONLY MODE THE MASTER IS ONLY
003101*  READ - FACTPOST APPLIES THE USE COUNT OR THE ADD WHEN
003102*  IT POSTS THE HELD AUDIT RECORD.
003110******************************************************
003120 6000-GET-FACTORIAL-PARA.
003130     MOVE "N" TO INQ-MAST-HIT-SWITCH.
003210     END-READ.
003220     SET INQ-MAST-HIT TO TRUE.
003230     ADD 1 TO INQ-MAST-HITS.
003231     MOVE MAST-RESULT TO INQ-WORK-RESULT.
003232     IF INQ-READ-ONLY
003233         GO TO 6000-EXIT
003234     END-IF.
003240     ADD 1 TO MAST-USE-COUNT.
003250     REWRITE MAST-RECORD.
003270     GO TO 6000-EXIT.
003280 6000-COMPUTE.
003290     CALL "99" USING INQ-WORK-NUMBER INQ-WORK-RESULT.
003300     IF INQ-MAST-OPEN-FAILED OR INQ-READ-ONLY
003310         GO TO 6000-EXIT
003320     END-IF.
003330     MOVE INQ-WORK-NUMBER TO MAST-NUMBER.
003490*  7000-WRITE-INQUIRY-AUDIT-PARA
003500*  APPENDS THE TYPE "Q" AUDIT RECORD FOR A FACTORIAL
003510*  INQUIRY - THE NUMBER AND ITS ANSWER UNDER THE SESSION
003520*  STAMP AND THE SIGNED-ON OPERATOR ID.
003530******************************************************
003540 7000-WRITE-INQUIRY-AUDIT-PARA.
003550     IF INQ-AUDIT-OPEN-FAILED AND NOT INQ-READ-ONLY
003560         GO TO 7000-EXIT
003570     END-IF.
003580     MOVE SPACES TO AUDIT-RECORD.
003630     MOVE "Q" TO AUDIT-REC-TYPE.
003640     MOVE ZERO TO AUDIT-R-VALUE.
003650     MOVE ZERO TO AUDIT-RESULT-2.
003651     MOVE INQ-SIGN-OPERATOR-ID TO AUDIT-OPERATOR-ID.
003660     PERFORM 7200-CHAIN-AUDIT-PARA THRU 7200-EXIT.
003670 7000-EXIT.
003680     EXIT.
003690*
003710*  7100-WRITE-PAIR-AUDIT-PARA
003720*  APPENDS THE TYPE "Q" AUDIT RECORD FOR AN NPR/NCR
003730*  INQUIRY - N, R, NPR AND NCR UNDER THE SESSION STAMP,
003740*  THE SAME FIELD USAGE AS THE BATCH TYPE "C" RECORDS -
003741*  AND THE SIGNED-ON OPERATOR ID.
003750******************************************************
003760 7100-WRITE-PAIR-AUDIT-PARA.
003770     IF INQ-AUDIT-OPEN-FAILED AND NOT INQ-READ-ONLY
003780         GO TO 7100-EXIT
003790     END-IF.
003800     MOVE SPACES TO AUDIT-RECORD.
003850     MOVE "Q" TO AUDIT-REC-TYPE.
003860     MOVE INQ-HOLD-R TO AUDIT-R-VALUE.
003870     MOVE INQ-COMBINATIONS TO AUDIT-RESULT-2.
003871     MOVE INQ-SIGN-OPERATOR-ID TO AUDIT-OPERATOR-ID.
003880     PERFORM 7200-CHAIN-AUDIT-PARA THRU 7200-EXIT.
003890 7100-EXIT.
003900     EXIT.
003910*
003920******************************************************
003921*  7200-CHAIN-AUDIT-PARA
003921*  APPENDS THE AUDIT RECORD JUST BUILT UNDER THE NEXT
003921*  SEQUENCE NUMBER AND CHAIN HASH FROM FACTCHN - OR, IN
003921*  READ-ONLY MODE, HOLDS IT FOR POSTING INSTEAD. THE
003921*  AUDIT FILE AND THE CHAIN ARE OPENED AND CLOSED AROUND
003921*  EACH RECORD, SO THE CHAIN IS ALWAYS PICKED UP FROM THE
003921*  CURRENT END OF FACTAUDT AND NOTHING IS HELD BETWEEN
003922*  INQUIRIES.
003922******************************************************
003922 7200-CHAIN-AUDIT-PARA.
003922     IF INQ-READ-ONLY
003922         PERFORM 7300-HOLD-AUDIT-PARA THRU 7300-EXIT
003922         GO TO 7200-EXIT
003922     END-IF.
003923     OPEN EXTEND AUDIT-FILE.
003923     IF INQ-AUDIT-NOT-FOUND
003923         MOVE "00" TO INQ-AUDIT-STATUS
003923     END-IF.
003923     IF NOT INQ-AUDIT-OK
003923         DISPLAY "FACT0089-E AUDIT FILE OPEN FAILED, "
003923             "STATUS = " INQ-AUDIT-STATUS
003924             ", INQUIRIES WILL NOT BE AUDITED" UPON CRT
003924         SET INQ-AUDIT-OPEN-FAILED TO TRUE
003924         GO TO 7200-EXIT
003924     END-IF.
003924     MOVE "O" TO INQ-CHAIN-REQUEST.
003924     CALL "FACTCHN" USING INQ-CHAIN-AREA.
003924     MOVE "N" TO INQ-CHAIN-REQUEST.
003925     MOVE AUDIT-RECORD TO INQ-CHAIN-IMAGE.
003925     CALL "FACTCHN" USING INQ-CHAIN-AREA.
003925     WRITE AUDIT-RECORD FROM INQ-CHAIN-IMAGE.
003925     CLOSE AUDIT-FILE.
003925     MOVE "C" TO INQ-CHAIN-REQUEST.
003925     CALL "FACTCHN" USING INQ-CHAIN-AREA.
003925 7200-EXIT.
003926     EXIT.
003926*
003926******************************************************
003926*  7300-HOLD-AUDIT-PARA
003926*  APPENDS THE AUDIT RECORD JUST BUILT, UNNUMBERED, TO
003926*  THE FACTAUDP PENDING FILE. THE FILE IS OPENED AND
003926*  CLOSED AROUND EACH RECORD SO FACTPOST FINDS EVERY
003927*  RECORD HELD BEFORE IT RUNS.
003927******************************************************
003927 7300-HOLD-AUDIT-PARA.
003927     OPEN EXTEND PEND-FILE.
003927     IF INQ-PEND-NOT-FOUND
003927         MOVE "00" TO INQ-PEND-STATUS
003927     END-IF.
003928     IF NOT INQ-PEND-OK
003928         DISPLAY "FACT0167-E PENDING FILE FACTAUDP OPEN "
003928             "FAILED, STATUS = " INQ-PEND-STATUS
003928             ", INQUIRY NOT AUDITED" UPON CRT
003928         GO TO 7300-EXIT
003928     END-IF.
003928     WRITE PEND-RECORD FROM AUDIT-RECORD.
003929     CLOSE PEND-FILE.
003929     ADD 1 TO INQ-HELD-COUNT.
003929 7300-EXIT.
003929     EXIT.
003929*
003929******************************************************
003930*  9000-TERMINATE-PARA
003931*  CLOSES THE MASTER, REPORTS THE SESSION COUNTS AND ENDS
003932*  THE SESSION. THE AUDIT FILE AND THE CHAIN ARE NEVER
003933*  HELD BETWEEN INQUIRIES, SO THERE IS NOTHING MORE TO
003934*  CLOSE.
003960******************************************************
003970 9000-TERMINATE-PARA.
003980     CLOSE FACTMAST-FILE.
004000     DISPLAY "INQUIRIES ANSWERED: " INQ-ANSWERED-COUNT
004010         UPON CRT.
004011     IF INQ-HELD-COUNT > ZERO
004012         DISPLAY "INQUIRIES HELD FOR POSTING: " INQ-HELD-COUNT
004013             UPON CRT
004014     END-IF.
004020     DISPLAY "MASTER LOOKUP HITS: " INQ-MAST-HITS UPON CRT.
004030     DISPLAY "MASTER RECORDS ADDED: " INQ-MAST-ADDS
004040         UPON CRT.
