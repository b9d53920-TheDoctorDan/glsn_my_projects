000200*                                NEXT RUN RECOMPUTES IT
000210*                   ANY NUMBER OF CARDS MAY BE STACKED.
000220******************************************************
000221*  10/15/2026 RH    THE OPERATOR NOW SIGNS ON THROUGH THE
000221*                   FACTSIGN SECURITY SUBROUTINE BEFORE THE
000221*                   MASTER IS OPENED - A REFUSED SIGN-ON ENDS
000221*                   THE RUN WITH CONDITION CODE 8. A D CARD
000222*                   NEEDS THE PURGE FUNCTION IN THE OPERATOR'S
000222*                   PROFILE; A REFUSED CARD IS LOGGED AS A
000222*                   SECURITY VIOLATION AND COUNTED IN ERROR.
000222*                   EVERY PURGE NOW LEAVES A TYPE "P" FACTAUDT
000223*                   RECORD CARRYING THE PURGED RESULT, ITS USE
000223*                   COUNT AND THE OPERATOR ID.
000223******************************************************
000223*  10/15/2026 RH    THE TYPE "P" PURGE RECORDS NOW CARRY A
000224*                   SEQUENCE NUMBER AND A CHAIN HASH FROM THE
000224*                   FACTCHN AUDIT CHAIN SUBROUTINE, PICKED UP
000224*                   WHEN THE AUDIT FILE IS OPENED AND CLOSED
000224*                   WITH IT.
000225******************************************************
000225*  10/15/2026 RH    HONORS THE BATCH WINDOW FACTDRVR HOLDS
000225*                   WHILE THE NIGHTLY STREAM RUNS. WHILE IT
000225*                   IS OPEN THE MASTER IS OPENED FOR INPUT
000226*                   ONLY - BROWSING AND THE MASTER LISTING
000226*                   STILL WORK - AND EVERY PURGE CARD IS
000226*                   REFUSED AND COUNTED AS A CARD IN ERROR.
000226*                   THE WINDOW IS CHECKED AGAIN BEFORE EACH
000227*                   PURGE IN CASE THE STREAM STARTED MEANTIME.
000227******************************************************
000227*  10/15/2026 RH    THE AUDIT FILE AND THE AUDIT CHAIN ARE
000227*                   NO LONGER HELD FOR THE WHOLE CARD DECK.
000228*                   EACH PURGE OPENS FACTAUDT, PICKS UP THE
000228*                   CHAIN FROM THE CURRENT END OF THE TRAIL,
000228*                   WRITES ITS TYPE "P" RECORD AND CLOSES
000228*                   BOTH AGAIN, SO A RUN ALONGSIDE AN
000229*                   INQUIRY SESSION NEVER REUSES A SEQUENCE
000229*                   NUMBER OR SETS FACTAUDC BACK.
000229******************************************************
000230*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000390     SELECT RPT-FILE ASSIGN TO "MASTRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS MNT-RPT-STATUS.
000411     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "FACTAUDT"
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS MNT-AUDIT-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000650     LABEL RECORDS ARE STANDARD.
000660 01  RPT-LINE                PIC X(80).
000670*
000671 FD  AUDIT-FILE
000671     LABEL RECORDS ARE STANDARD.
000671 01  AUDIT-RECORD.
000672     05  AUDIT-NUMBER        PIC 9(05).
000672     05  FILLER              PIC X(01).
000672     05  AUDIT-RESULT        PIC 9(09).
000673     05  FILLER              PIC X(01).
000673     05  AUDIT-RUN-DATE      PIC 9(08).
000674     05  FILLER              PIC X(01).
000674     05  AUDIT-RUN-TIME      PIC 9(08).
000674     05  FILLER              PIC X(01).
000675     05  AUDIT-REC-TYPE      PIC X(01).
000675     05  FILLER              PIC X(01).
000676     05  AUDIT-R-VALUE       PIC 9(05).
000676     05  FILLER              PIC X(01).
000676     05  AUDIT-RESULT-2      PIC 9(09).
000677     05  FILLER              PIC X(01).
000677     05  AUDIT-OPERATOR-ID   PIC X(08).
000678     05  FILLER              PIC X(01).
000678     05  AUDIT-SEQ-NO        PIC 9(09).
000678     05  FILLER              PIC X(01).
000679     05  AUDIT-CHAIN-HASH    PIC 9(09).
000679*
000680 WORKING-STORAGE SECTION.
000690 01  MNT-SWITCHES.
000700     05  MNT-MAST-STATUS     PIC X(02)      VALUE SPACE.
000840         88  MNT-ABORT-RUN           VALUE "Y".
000850     05  MNT-RPT-OPENED-SWITCH PIC X(01)    VALUE "N".
000860         88  MNT-RPT-OPENED          VALUE "Y".
000861     05  MNT-AUDIT-STATUS    PIC X(02)      VALUE SPACE.
000862         88  MNT-AUDIT-OK            VALUE "00".
000863         88  MNT-AUDIT-NOT-FOUND     VALUE "05".
000864     05  MNT-AUDIT-OPENED-SWITCH PIC X(01)  VALUE "N".
000865         88  MNT-AUDIT-OPENED        VALUE "Y".
000866     05  MNT-READ-ONLY-SWITCH PIC X(01)     VALUE "N".
000867         88  MNT-READ-ONLY           VALUE "Y".
000870*
000880 77  MNT-CARDS-READ          PIC 9(04)      COMP VALUE ZERO.
000890 77  MNT-CARDS-IN-ERROR      PIC 9(04)      COMP VALUE ZERO.
001300*
001310 01  MNT-HOLD-KEY            PIC 9(05)      VALUE ZERO.
001320*
001321*  PARAMETER AREA FOR THE FACTSIGN SIGN-ON SUBROUTINE.
001321 01  MNT-SIGN-AREA.
001321     05  MNT-SIGN-REQUEST    PIC X(01)      VALUE "S".
001321     05  MNT-SIGN-PROGRAM    PIC X(08)      VALUE "FACTMNT".
001321     05  MNT-SIGN-FUNCTION   PIC X(01)      VALUE SPACE.
001322     05  MNT-SIGN-OPERATOR-ID PIC X(08)     VALUE SPACE.
001322     05  MNT-SIGN-DEPT       PIC X(08)      VALUE SPACE.
001322     05  MNT-SIGN-FUNCTIONS.
001322         10  MNT-SIGN-INQ-FLAG PIC X(01)    VALUE "N".
001322         10  MNT-SIGN-DECK-FLAG PIC X(01)   VALUE "N".
001323         10  MNT-SIGN-PURGE-FLAG PIC X(01)  VALUE "N".
001323             88  MNT-MAY-PURGE           VALUE "Y".
001323         10  MNT-SIGN-CLEAR-FLAG PIC X(01)  VALUE "N".
001323     05  MNT-SIGN-RESULT     PIC X(01)      VALUE "N".
001323         88  MNT-SIGN-ACCEPTED       VALUE "Y".
001324*
001324*  PARAMETER AREA FOR THE FACTCHN AUDIT CHAIN SUBROUTINE.
001324 01  MNT-CHAIN-AREA.
001324     05  MNT-CHAIN-REQUEST   PIC X(01)      VALUE "O".
001324     05  MNT-CHAIN-PROGRAM   PIC X(08)      VALUE "FACTMNT".
001325     05  MNT-CHAIN-LAST-SEQ  PIC 9(09)      VALUE ZERO.
001325     05  MNT-CHAIN-LAST-HASH PIC 9(09)      VALUE ZERO.
001325     05  MNT-CHAIN-BASE-SEQ  PIC 9(09)      VALUE ZERO.
001325     05  MNT-CHAIN-BASE-HASH PIC 9(09)      VALUE ZERO.
001325     05  MNT-CHAIN-CHECK-HASH PIC 9(09)     VALUE ZERO.
001326     05  MNT-CHAIN-RESULT    PIC X(01)      VALUE SPACE.
001326     05  MNT-CHAIN-IMAGE     PIC X(80)      VALUE SPACE.
001326*
001326*  PARAMETER AREA FOR THE FACTWIN BATCH WINDOW SUBROUTINE.
001326 01  MNT-WIN-AREA.
001327     05  MNT-WIN-REQUEST     PIC X(01)      VALUE "Q".
001327     05  MNT-WIN-PROGRAM     PIC X(08)      VALUE "FACTMNT".
001327     05  MNT-WIN-STATE       PIC X(01)      VALUE SPACE.
001327         88  MNT-WINDOW-OPEN         VALUE "O".
001327     05  MNT-WIN-PROC-DATE   PIC 9(08)      VALUE ZERO.
001328     05  MNT-WIN-OPENED-DATE PIC 9(08)      VALUE ZERO.
001328     05  MNT-WIN-OPENED-TIME PIC 9(08)      VALUE ZERO.
001328     05  MNT-WIN-STEP-NAME   PIC X(10)      VALUE SPACE.
001328     05  MNT-WIN-RESULT      PIC X(01)      VALUE SPACE.
001328*
001329*  SESSION STAMP CARRIED ON EVERY PURGE AUDIT RECORD.
001329 01  MNT-RUN-STAMP.
001329     05  MNT-RUN-DATE        PIC 9(08)      VALUE ZERO.
001329     05  MNT-RUN-TIME        PIC 9(08)      VALUE ZERO.
001329*
001330 PROCEDURE DIVISION.
001340*
001350******************************************************
001500*
001510******************************************************
001520*  1000-INITIALIZE-PARA
001530*  SIGNS THE OPERATOR ON, THEN OPENS THE MASTER AND THE
001540*  FUNCTION CARD FILE. A REFUSED SIGN-ON OR A MISSING
001550*  MASTER - THERE IS NOTHING TO MAINTAIN - IS AN OPERATOR
001551*  ERROR AND ENDS THE RUN WITH CONDITION CODE 8. WHILE
001552*  THE BATCH WINDOW IS OPEN THE MASTER IS OPENED FOR
001553*  INPUT ONLY.
001560******************************************************
001570 1000-INITIALIZE-PARA.
001571     ACCEPT MNT-RUN-DATE FROM DATE YYYYMMDD.
001572     ACCEPT MNT-RUN-TIME FROM TIME.
001573     MOVE "S" TO MNT-SIGN-REQUEST.
001574     CALL "FACTSIGN" USING MNT-SIGN-AREA.
001575     IF NOT MNT-SIGN-ACCEPTED
001576         SET MNT-ABORT-RUN TO TRUE
001577         GO TO 1000-EXIT
001578     END-IF.
001579     PERFORM 1100-CHECK-WINDOW-PARA THRU 1100-EXIT.
001580     IF MNT-READ-ONLY
001581         DISPLAY "BATCH WINDOW IS OPEN FOR THE STREAM OF "
001582             MNT-WIN-PROC-DATE " - MASTER OPENED READ-ONLY, "
001583             "NO PURGES" UPON CRT
001584         OPEN INPUT FACTMAST-FILE
001585     ELSE
001586         OPEN I-O FACTMAST-FILE
001587     END-IF.
001590     IF NOT MNT-MAST-OK
001600         DISPLAY "FACT0026-E MASTER FILE OPEN FAILED, "
001610             "STATUS = " MNT-MAST-STATUS UPON CRT
001750         SET MNT-ABORT-RUN TO TRUE
001760     END-IF.
001770 1000-EXIT.
001771     EXIT.
001771*
001772******************************************************
001772*  1100-CHECK-WINDOW-PARA
001773*  ASKS FACTWIN WHETHER THE BATCH WINDOW IS OPEN. ONCE
001774*  IT HAS BEEN FOUND OPEN THE RUN STAYS READ-ONLY.
001774******************************************************
001775 1100-CHECK-WINDOW-PARA.
001776     MOVE "Q" TO MNT-WIN-REQUEST.
001776     CALL "FACTWIN" USING MNT-WIN-AREA.
001777     IF MNT-WINDOW-OPEN
001778         SET MNT-READ-ONLY TO TRUE
001778     END-IF.
001779 1100-EXIT.
001780     EXIT.
001790*
001800******************************************************
003060******************************************************
003070*  5000-PURGE-KEY-PARA
003080*  DELETES ONE KEY FROM THE MASTER SO THE NEXT RUN IS
003090*  FORCED TO RECOMPUTE IT. THE CARD IS REFUSED UNLESS THE
003100*  OPERATOR'S PROFILE CARRIES THE PURGE FUNCTION. A
003101*  NON-NUMERIC OR ABSENT KEY IS FLAGGED AND COUNTED AS A
003102*  CARD IN ERROR. THE RECORD IS READ BEFORE IT IS DELETED
003103*  SO THE TYPE "P" AUDIT RECORD CAN CARRY WHAT WAS PURGED;
003104*  NO PURGE IS DONE IF THE AUDIT TRAIL CANNOT BE OPENED,
003105*  NOR WHILE THE BATCH WINDOW IS OPEN.
003110******************************************************
003120 5000-PURGE-KEY-PARA.
003121     IF NOT MNT-MAY-PURGE
003121         DISPLAY "FACT0127-E OPERATOR " MNT-SIGN-OPERATOR-ID
003121             " IS NOT AUTHORIZED TO PURGE" UPON CRT
003122         MOVE "R" TO MNT-SIGN-REQUEST
003122         MOVE "P" TO MNT-SIGN-FUNCTION
003123         CALL "FACTSIGN" USING MNT-SIGN-AREA
003123         ADD 1 TO MNT-CARDS-IN-ERROR
003124         GO TO 5000-EXIT
003124     END-IF.
003125     IF NOT MNT-READ-ONLY
003125         PERFORM 1100-CHECK-WINDOW-PARA THRU 1100-EXIT
003126     END-IF.
003126     IF MNT-READ-ONLY
003127         DISPLAY "FACT0164-E PURGE REFUSED - THE NIGHTLY "
003127             "STREAM HOLDS THE BATCH WINDOW, KEY NOT PURGED: "
003128             MNT-CARD-KEY UPON CRT
003128         ADD 1 TO MNT-CARDS-IN-ERROR
003129         GO TO 5000-EXIT
003129     END-IF.
003130     IF MNT-CARD-KEY NOT NUMERIC
003140         DISPLAY "FACT0031-E PURGE KEY NOT NUMERIC: "
003150             MNT-CARD-KEY UPON CRT
003180     END-IF.
003190     MOVE MNT-CARD-KEY TO MNT-HOLD-KEY.
003200     MOVE MNT-HOLD-KEY TO MAST-NUMBER.
003201     READ FACTMAST-FILE
003201         INVALID KEY
003202             DISPLAY "FACT0032-E PURGE KEY NOT ON MASTER: "
003203                 MNT-HOLD-KEY UPON CRT
003204             ADD 1 TO MNT-CARDS-IN-ERROR
003204             GO TO 5000-EXIT
003205     END-READ.
003206     PERFORM 5100-OPEN-AUDIT-PARA THRU 5100-EXIT.
003207     IF NOT MNT-AUDIT-OPENED
003207         ADD 1 TO MNT-CARDS-IN-ERROR
003208         GO TO 5000-EXIT
003209     END-IF.
003210     DELETE FACTMAST-FILE
003220         INVALID KEY
003230             DISPLAY "FACT0032-E PURGE KEY NOT ON MASTER: "
003240                 MNT-HOLD-KEY UPON CRT
003250             ADD 1 TO MNT-CARDS-IN-ERROR
003251             CLOSE AUDIT-FILE
003252             MOVE "N" TO MNT-AUDIT-OPENED-SWITCH
003260             GO TO 5000-EXIT
003270     END-DELETE.
003271     PERFORM 5200-WRITE-PURGE-AUDIT-PARA THRU 5200-EXIT.
003280     ADD 1 TO MNT-KEYS-PURGED.
003290     DISPLAY "KEY PURGED FROM MASTER: " MNT-HOLD-KEY
003300         UPON CRT.
003310 5000-EXIT.
003311     EXIT.
003311*
003311******************************************************
003311*  5100-OPEN-AUDIT-PARA
003311*  OPENS THE FACTAUDT AUDIT TRAIL FOR EXTEND FOR ONE
003311*  PURGE, BEFORE THE KEY IS DELETED, SO NO KEY IS PURGED
003311*  WITHOUT ITS AUDIT RECORD. THE TRAIL IS CLOSED AGAIN AS
003311*  SOON AS THE RECORD IS WRITTEN. A RUN THAT PURGES
003312*  NOTHING NEVER TOUCHES THE TRAIL.
003312******************************************************
003312 5100-OPEN-AUDIT-PARA.
003312     OPEN EXTEND AUDIT-FILE.
003312     IF MNT-AUDIT-NOT-FOUND
003312         MOVE "00" TO MNT-AUDIT-STATUS
003312     END-IF.
003313     IF NOT MNT-AUDIT-OK
003313         DISPLAY "FACT0128-E AUDIT FILE OPEN FAILED, "
003313             "STATUS = " MNT-AUDIT-STATUS
003313             ", KEY NOT PURGED: " MNT-HOLD-KEY UPON CRT
003313         GO TO 5100-EXIT
003313     END-IF.
003313     SET MNT-AUDIT-OPENED TO TRUE.
003314 5100-EXIT.
003314     EXIT.
003314*
003314******************************************************
003314*  5200-WRITE-PURGE-AUDIT-PARA
003314*  WRITES THE TYPE "P" AUDIT RECORD FOR THE KEY JUST
003314*  PURGED - THE RESULT THAT WAS ON THE MASTER, ITS USE
003315*  COUNT IN THE SECOND RESULT FIELD, AND THE OPERATOR.
003315******************************************************
003315 5200-WRITE-PURGE-AUDIT-PARA.
003315     MOVE SPACES TO AUDIT-RECORD.
003315     MOVE MNT-HOLD-KEY TO AUDIT-NUMBER.
003315     MOVE MAST-RESULT TO AUDIT-RESULT.
003315     MOVE MNT-RUN-DATE TO AUDIT-RUN-DATE.
003316     MOVE MNT-RUN-TIME TO AUDIT-RUN-TIME.
003316     MOVE "P" TO AUDIT-REC-TYPE.
003316     MOVE ZERO TO AUDIT-R-VALUE.
003316     MOVE MAST-USE-COUNT TO AUDIT-RESULT-2.
003316     MOVE MNT-SIGN-OPERATOR-ID TO AUDIT-OPERATOR-ID.
003316     PERFORM 5300-CHAIN-AUDIT-PARA THRU 5300-EXIT.
003316 5200-EXIT.
003317     EXIT.
003317*
003317******************************************************
003317*  5300-CHAIN-AUDIT-PARA
003317*  APPENDS THE AUDIT RECORD JUST BUILT UNDER THE NEXT
003317*  SEQUENCE NUMBER AND CHAIN HASH FROM FACTCHN. THE CHAIN
003317*  IS PICKED UP FROM THE CURRENT END OF FACTAUDT FOR EACH
003318*  RECORD AND CLOSED, WITH THE AUDIT FILE, RIGHT AFTER IT.
003318******************************************************
003318 5300-CHAIN-AUDIT-PARA.
003318     MOVE "O" TO MNT-CHAIN-REQUEST.
003318     CALL "FACTCHN" USING MNT-CHAIN-AREA.
003318     MOVE "N" TO MNT-CHAIN-REQUEST.
003318     MOVE AUDIT-RECORD TO MNT-CHAIN-IMAGE.
003319     CALL "FACTCHN" USING MNT-CHAIN-AREA.
003319     WRITE AUDIT-RECORD FROM MNT-CHAIN-IMAGE.
003319     CLOSE AUDIT-FILE.
003319     MOVE "N" TO MNT-AUDIT-OPENED-SWITCH.
003319     MOVE "C" TO MNT-CHAIN-REQUEST.
003319     CALL "FACTCHN" USING MNT-CHAIN-AREA.
003319 5300-EXIT.
003320     EXIT.
003330*
003340******************************************************
003940*  9000-TERMINATE-PARA
003950*  CLOSES FILES, SETS THE CONDITION CODE - 0 WHEN EVERY
003960*  CARD WAS HONORED, 4 WHEN ANY CARD WAS IN ERROR, 8 WHEN
003970*  THE OPERATOR WAS REFUSED OR THE MASTER COULD NOT BE
003971*  OPENED - AND ENDS THE RUN.
003980******************************************************
003990 9000-TERMINATE-PARA.
004000     CLOSE FACTMAST-FILE.
