000280*                   STREAM, THE SAME WAY FACTORIALS RETIRES
000290*                   ITS CHECKPOINT LOG.
000300******************************************************
000301*  10/15/2026 RH    THE NIGHT'S STREAM IS NOW BUILT FROM
000301*                   THE FACTCAL BUSINESS CALENDAR AND THE
000301*                   FACTSDEF STREAM DEFINITION INSTEAD OF
000301*                   THE FIXED FOUR STEPS. THE CALENDAR SAYS
000301*                   WHETHER THE PROCESSING DATE IS A
000302*                   PROCESSING DAY, A HOLIDAY OR A NON-
000302*                   PROCESSING DAY AND WHETHER IT IS A
000302*                   WEEK-END, MONTH-END OR YEAR-END; EACH
000302*                   DEFINITION ENTRY NAMES A STEP PROGRAM,
000302*                   THE KIND OF DAY IT RUNS ON AND THE
000303*                   SYSIN CARD IT IS GIVEN. A HOLIDAY OR
000303*                   NON-PROCESSING DAY SKIPS THE STREAM,
000303*                   AND EVERY NIGHT'S OUTCOME AND REASON IS
000303*                   APPENDED TO THE FACTSLOG STREAM LOG.
000303*                   THE STEP LOG NOW CARRIES THE PROCESSING
000304*                   DATE, SO A RERUN AFTER MIDNIGHT REBUILDS
000304*                   THE SAME STREAM. WITH NO FACTSDEF THE
000304*                   BUILT-IN CLASSIC STREAM RUNS AS BEFORE.
000304******************************************************
000304*  10/15/2026 RH    THE DRIVER NOW HOLDS THE BATCH WINDOW
000305*                   THROUGH THE FACTWIN SUBROUTINE WHILE
000305*                   THE STREAM RUNS - OPENED BEFORE THE
000305*                   FIRST STEP, NAMING EACH STEP AS IT
000305*                   STARTS, AND CLEARED WHEN THE STREAM
000305*                   ENDS, STOPPED OR NOT. WHILE IT IS OPEN
000306*                   FACTINQ ANSWERS READ-ONLY, FACTMENU
000306*                   REFUSES DECK MAINTENANCE, FACTMNT
000306*                   REFUSES PURGES AND FACTRQST RUNS ONLY
000306*                   AS A STEP. A WINDOW THAT CANNOT BE SET
000306*                   REJECTS THE STREAM. ONCE THE WINDOW IS
000307*                   CLEARED THE DRIVER CALLS FACTPOST TO
000307*                   POST THE INQUIRIES FACTINQ HELD MEANWHILE.
000307******************************************************
000307*  10/15/2026 RH    NEW FACTCMPR RUN-TO-RUN COMPARISON STEP
000307*                   ADDED TO THE PROGRAMS A STREAM DEFINITION
000308*                   MAY NAME, AND TO THE CLASSIC STREAM RIGHT
000308*                   AFTER FACTRECON, SO A RESULT THAT CHANGED
000308*                   SINCE THE LAST IN-BALANCE NIGHT STOPS THE
000308*                   STREAM AND HOLDS THE EXTRACT.
000308******************************************************
000309*  10/15/2026 RH    NEW FACTDIST DELIVERY PACKET STEP ADDED
000309*                   TO THE PROGRAMS A STREAM DEFINITION MAY
000309*                   NAME, TO RUN AFTER FACTRQST R.
000309******************************************************
000309*  10/15/2026 RH    A SKIPPED NIGHT NOW CLEARS A BATCH WINDOW
000309*                   LEFT OPEN BY A DRIVER THAT NEVER REACHED
000309*                   ITS END, SO THE ONLINE PROGRAMS DO NOT
000309*                   STAY READ-ONLY OVER A HOLIDAY. EACH
000309*                   CONSOLE MESSAGE NOW HAS A NUMBER OF ITS OWN.
000309******************************************************
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000390     SELECT OPTIONAL STEP-FILE ASSIGN TO "FACTSTEP"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS DRVR-STEP-STATUS.
000411     SELECT OPTIONAL CAL-FILE ASSIGN TO "FACTCAL"
000411         ORGANIZATION IS LINE SEQUENTIAL
000412         FILE STATUS IS DRVR-CAL-STATUS.
000413     SELECT OPTIONAL SDEF-FILE ASSIGN TO "FACTSDEF"
000414         ORGANIZATION IS LINE SEQUENTIAL
000414         FILE STATUS IS DRVR-SDEF-STATUS.
000415     SELECT OPTIONAL SLOG-FILE ASSIGN TO "FACTSLOG"
000416         ORGANIZATION IS LINE SEQUENTIAL
000417         FILE STATUS IS DRVR-SLOG-STATUS.
000417     SELECT OPTIONAL CARD-FILE ASSIGN TO "SYSIN"
000418         ORGANIZATION IS LINE SEQUENTIAL
000419         FILE STATUS IS DRVR-CARD-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000600     05  STEP-COND-CODE      PIC 9(02).
000610     05  FILLER              PIC X(01).
000620     05  STEP-OUTCOME        PIC X(08).
000621     05  FILLER              PIC X(01).
000621     05  STEP-PROC-DATE      PIC 9(08).
000621*
000621*  THE BUSINESS CALENDAR - ONE RECORD PER DATE.
000621 FD  CAL-FILE
000621     LABEL RECORDS ARE STANDARD.
000621 01  CAL-RECORD.
000621     05  CAL-DATE            PIC 9(08).
000622     05  FILLER              PIC X(01).
000622     05  CAL-DAY-TYPE        PIC X(01).
000622         88  CAL-PROCESSING-DAY      VALUE "P".
000622         88  CAL-HOLIDAY             VALUE "H".
000622         88  CAL-NON-PROCESSING-DAY  VALUE "N".
000622     05  FILLER              PIC X(01).
000622     05  CAL-WEEK-END-FLAG   PIC X(01).
000622     05  FILLER              PIC X(01).
000623     05  CAL-MONTH-END-FLAG  PIC X(01).
000623     05  FILLER              PIC X(01).
000623     05  CAL-YEAR-END-FLAG   PIC X(01).
000623     05  FILLER              PIC X(01).
000623     05  CAL-DESCRIPTION     PIC X(30).
000623*
000623*  THE STREAM DEFINITION - ONE RECORD PER STEP, IN RUN
000623*  ORDER. A RECORD WITH AN ASTERISK IN COLUMN 1 IS A
000624*  COMMENT.
000624 FD  SDEF-FILE
000624     LABEL RECORDS ARE STANDARD.
000624 01  SDEF-RECORD.
000624     05  SDEF-STEP-NAME      PIC X(10).
000624     05  SDEF-NAME-VIEW REDEFINES SDEF-STEP-NAME.
000624         10  SDEF-COMMENT-MARK PIC X(01).
000624             88  SDEF-COMMENT        VALUE "*".
000625         10  FILLER          PIC X(09).
000625     05  FILLER              PIC X(01).
000625     05  SDEF-DAY-CODE       PIC X(01).
000625         88  SDEF-EVERY-DAY          VALUE "D".
000625         88  SDEF-WEEK-END           VALUE "W".
000625         88  SDEF-MONTH-END          VALUE "M".
000625         88  SDEF-YEAR-END           VALUE "Y".
000626     05  FILLER              PIC X(01).
000626     05  SDEF-PARM-CARD      PIC X(60).
000626*
000626*  THE STREAM LOG - ONE RECORD PER NIGHT, NEVER RETIRED.
000626 FD  SLOG-FILE
000626     LABEL RECORDS ARE STANDARD.
000626 01  SLOG-RECORD.
000626     05  SLOG-RUN-DATE       PIC 9(08).
000627     05  FILLER              PIC X(01).
000627     05  SLOG-RUN-TIME       PIC 9(08).
000627     05  FILLER              PIC X(01).
000627     05  SLOG-PROC-DATE      PIC 9(08).
000627     05  FILLER              PIC X(01).
000627     05  SLOG-DAY-TYPE       PIC X(01).
000627     05  FILLER              PIC X(01).
000627     05  SLOG-DAY-FLAGS      PIC X(03).
000628     05  FILLER              PIC X(01).
000628     05  SLOG-STEP-COUNT     PIC 9(02).
000628     05  FILLER              PIC X(01).
000628     05  SLOG-COND-CODE      PIC 9(02).
000628     05  FILLER              PIC X(01).
000628     05  SLOG-OUTCOME        PIC X(08).
000628     05  FILLER              PIC X(01).
000628     05  SLOG-REASON         PIC X(30).
000629     05  FILLER              PIC X(01).
000629     05  SLOG-REASON-DETAIL  PIC X(30).
000629*
000629*  THE SYSIN CARD HANDED TO A STEP OF A DEFINED STREAM.
000629 FD  CARD-FILE
000629     LABEL RECORDS ARE STANDARD.
000629 01  CARD-RECORD             PIC X(80).
000630*
000640 WORKING-STORAGE SECTION.
000650 01  DRVR-SWITCHES.
000660     05  DRVR-STEP-STATUS    PIC X(02)      VALUE SPACE.
000670         88  DRVR-STEP-OK            VALUE "00".
000680         88  DRVR-STEP-NOT-FOUND     VALUE "05".
000681     05  DRVR-CAL-STATUS     PIC X(02)      VALUE SPACE.
000681         88  DRVR-CAL-OK             VALUE "00".
000682         88  DRVR-CAL-NOT-FOUND      VALUE "05".
000683     05  DRVR-SDEF-STATUS    PIC X(02)      VALUE SPACE.
000684         88  DRVR-SDEF-OK            VALUE "00".
000684         88  DRVR-SDEF-NOT-FOUND     VALUE "05".
000685     05  DRVR-SLOG-STATUS    PIC X(02)      VALUE SPACE.
000686         88  DRVR-SLOG-OK            VALUE "00".
000687         88  DRVR-SLOG-NOT-FOUND     VALUE "05".
000687     05  DRVR-CARD-STATUS    PIC X(02)      VALUE SPACE.
000688         88  DRVR-CARD-OK            VALUE "00".
000689         88  DRVR-CARD-NOT-FOUND     VALUE "05".
000690     05  DRVR-STEP-EOF-SWITCH PIC X(01)     VALUE "N".
000700         88  DRVR-NO-MORE-STEPS      VALUE "Y".
000701     05  DRVR-CAL-EOF-SWITCH PIC X(01)      VALUE "N".
000702         88  DRVR-NO-MORE-CAL        VALUE "Y".
000703     05  DRVR-SDEF-EOF-SWITCH PIC X(01)     VALUE "N".
000704         88  DRVR-NO-MORE-SDEF       VALUE "Y".
000710     05  DRVR-STREAM-SWITCH  PIC X(01)      VALUE "N".
000720         88  DRVR-STREAM-STOPPED     VALUE "Y".
000730     05  DRVR-CALL-SWITCH    PIC X(01)      VALUE "N".
000740         88  DRVR-CALL-FAILED        VALUE "Y".
000741     05  DRVR-DAY-SWITCH     PIC X(01)      VALUE "N".
000741         88  DRVR-DAY-FOUND          VALUE "Y".
000742     05  DRVR-KNOWN-SWITCH   PIC X(01)      VALUE "N".
000742         88  DRVR-STEP-KNOWN         VALUE "Y".
000743     05  DRVR-SOURCE-SWITCH  PIC X(01)      VALUE "C".
000744         88  DRVR-CLASSIC-STREAM     VALUE "C".
000744         88  DRVR-DEFINED-STREAM     VALUE "D".
000745     05  DRVR-WINDOW-SWITCH  PIC X(01)      VALUE "N".
000745         88  DRVR-WINDOW-SET         VALUE "Y".
000746*  A SKIPPED STREAM IS A NORMAL NIGHT OFF; A REJECTED ONE
000747*  COULD NOT BE BUILT AND NEEDS ATTENTION.
000747     05  DRVR-RUN-SWITCH     PIC X(01)      VALUE "R".
000748         88  DRVR-STREAM-RUNS        VALUE "R".
000748         88  DRVR-STREAM-SKIPPED     VALUE "S".
000749         88  DRVR-STREAM-REJECTED    VALUE "X".
000750*
000751*  THE CLASSIC NIGHTLY STREAM, RUN WHEN THERE IS
000752*  NO STREAM DEFINITION.
000753 01  DRVR-CLASSIC-TABLE.
000754     05  FILLER              PIC X(10)      VALUE "FACTEDIT".
000755     05  FILLER              PIC X(10)      VALUE "FACTORIALS".
000756     05  FILLER              PIC X(10)      VALUE "FACTRECON".
000757     05  FILLER              PIC X(10)      VALUE "FACTCMPR".
000758     05  FILLER              PIC X(10)      VALUE "FACTAUDR".
000759 01  DRVR-CLASSIC-NAMES REDEFINES DRVR-CLASSIC-TABLE.
000760     05  DRVR-CLASSIC-NAME   OCCURS 5 TIMES PIC X(10).
000761 77  DRVR-CLASSIC-LIMIT      PIC 9(02)      COMP VALUE 5.
000762*
000763*  THE BATCH PROGRAMS THAT MAY BE RUN AS STREAM STEPS.
000764 01  DRVR-KNOWN-TABLE.
000790     05  FILLER              PIC X(10)      VALUE "FACTEDIT".
000800     05  FILLER              PIC X(10)      VALUE "FACTORIALS".
000810     05  FILLER              PIC X(10)      VALUE "FACTRECON".
000820     05  FILLER              PIC X(10)      VALUE "FACTAUDR".
000821     05  FILLER              PIC X(10)      VALUE "FACTRQST".
000822     05  FILLER              PIC X(10)      VALUE "FACTACK".
000823     05  FILLER              PIC X(10)      VALUE "FACTARCH".
000824     05  FILLER              PIC X(10)      VALUE "FACTVRFY".
000825     05  FILLER              PIC X(10)      VALUE "FACTDMND".
000826     05  FILLER              PIC X(10)      VALUE "FACTOPRPT".
000827     05  FILLER              PIC X(10)      VALUE "FACTBILL".
000828     05  FILLER              PIC X(10)      VALUE "FACTCERT".
000829     05  FILLER              PIC X(10)      VALUE "FACTBKUP".
000830     05  FILLER              PIC X(10)      VALUE "FACTCMPR".
000831     05  FILLER              PIC X(10)      VALUE "FACTDIST".
000832 01  DRVR-KNOWN-NAMES REDEFINES DRVR-KNOWN-TABLE.
000833     05  DRVR-KNOWN-NAME     OCCURS 15 TIMES PIC X(10).
000834 77  DRVR-KNOWN-LIMIT        PIC 9(02)      COMP VALUE 15.
000835*
000836*  TONIGHT'S STREAM, IN RUN ORDER, WITH EACH STEP'S CARD.
000837 77  DRVR-STEP-LIMIT         PIC 9(02)      COMP VALUE ZERO.
000838 77  DRVR-MAX-STEPS          PIC 9(02)      COMP VALUE 20.
000839 01  DRVR-STEP-TABLE.
000840     05  DRVR-STEP-ENTRY     OCCURS 20 TIMES.
000841         10  DRVR-STEP-NAME  PIC X(10).
000842         10  DRVR-STEP-CARD  PIC X(60).
000850*
000860 77  DRVR-RESUME-STEP        PIC 9(02)      COMP VALUE 1.
000870 77  DRVR-CURRENT-STEP       PIC 9(02)      COMP VALUE ZERO.
000880 77  DRVR-STEP-CC            PIC 9(04)      COMP VALUE ZERO.
000890 77  DRVR-RETURN-CODE        PIC 9(04)      COMP VALUE ZERO.
000891 77  DRVR-I                  PIC 9(02)      COMP VALUE ZERO.
000892 01  DRVR-CALL-PROGRAM       PIC X(10)      VALUE SPACE.
000900*
000910 01  DRVR-STAMP-DATA.
000920     05  DRVR-START-DATE     PIC 9(08)      VALUE ZERO.
000950     05  DRVR-END-TIME       PIC 9(08)      VALUE ZERO.
000960     05  DRVR-OUTCOME        PIC X(08)      VALUE SPACE.
000970*
000971*  THE DATE THE STREAM RUNS FOR AND WHAT THE CALENDAR
000971*  SAYS ABOUT IT.
000971 01  DRVR-DAY-DATA.
000971     05  DRVR-RUN-DATE       PIC 9(08)      VALUE ZERO.
000971     05  DRVR-RUN-TIME       PIC 9(08)      VALUE ZERO.
000972     05  DRVR-PROC-DATE      PIC 9(08)      VALUE ZERO.
000972     05  DRVR-DAY-TYPE       PIC X(01)      VALUE "P".
000972         88  DRVR-PROCESSING-DAY     VALUE "P".
000972         88  DRVR-HOLIDAY            VALUE "H".
000973         88  DRVR-NON-PROCESSING-DAY VALUE "N".
000973     05  DRVR-DAY-FLAGS.
000973         10  DRVR-WEEK-END-FLAG PIC X(01)   VALUE "-".
000973             88  DRVR-WEEK-END       VALUE "W".
000974         10  DRVR-MONTH-END-FLAG PIC X(01)  VALUE "-".
000974             88  DRVR-MONTH-END      VALUE "M".
000974         10  DRVR-YEAR-END-FLAG PIC X(01)   VALUE "-".
000974             88  DRVR-YEAR-END       VALUE "Y".
000974     05  DRVR-DAY-DESCRIPTION PIC X(30)     VALUE SPACE.
000975*
000975*  WHY THE STREAM ENDED AS IT DID, FOR THE STREAM LOG.
000975 01  DRVR-REASON-DATA.
000975     05  DRVR-REASON         PIC X(30)      VALUE SPACE.
000976     05  DRVR-REASON-DETAIL  PIC X(30)      VALUE SPACE.
000976*
000976*  PARAMETER AREA FOR THE FACTWIN BATCH WINDOW SUBROUTINE.
000976*  THE AREA THE OPEN RETURNS IS PASSED BACK ON EVERY LATER
000977*  REQUEST FOR THE SAME WINDOW.
000977 01  DRVR-WIN-AREA.
000977     05  DRVR-WIN-REQUEST    PIC X(01)      VALUE "O".
000977     05  DRVR-WIN-PROGRAM    PIC X(08)      VALUE "FACTDRVR".
000977     05  DRVR-WIN-STATE      PIC X(01)      VALUE SPACE.
000977         88  DRVR-WIN-OPEN           VALUE "O".
000978     05  DRVR-WIN-PROC-DATE  PIC 9(08)      VALUE ZERO.
000978     05  DRVR-WIN-OPENED-DATE PIC 9(08)     VALUE ZERO.
000978     05  DRVR-WIN-OPENED-TIME PIC 9(08)     VALUE ZERO.
000978     05  DRVR-WIN-STEP-NAME  PIC X(10)      VALUE SPACE.
000979     05  DRVR-WIN-RESULT     PIC X(01)      VALUE SPACE.
000979         88  DRVR-WIN-DONE           VALUE "Y".
000979 77  DRVR-POST-CC            PIC 9(04)      COMP VALUE ZERO.
000979*
000980 PROCEDURE DIVISION.
000990*
001000******************************************************
001010*  0000-MAINLINE-PARA
001014*  CONTROLS THE STREAM - FIND THE PROCESSING DATE, BUILD
001015*  THE NIGHT'S STREAM FROM THE CALENDAR AND THE STREAM
001016*  DEFINITION, CONSULT THE STEP LOG FOR A RESUME POINT,
001017*  RUN THE STEPS IN ORDER UNTIL ONE STOPS THE STREAM,
001018*  THEN TERMINATE. A SKIPPED OR REJECTED STREAM RUNS NO
001019*  STEPS. THE BATCH WINDOW IS HELD FROM THE FIRST STEP TO
001020*  THE END OF THE STREAM.
001050******************************************************
001060 0000-MAINLINE-PARA.
001070     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
001071     IF DRVR-STREAM-RUNS
001072         PERFORM 1500-OPEN-WINDOW-PARA THRU 1500-EXIT
001073     END-IF.
001074     IF DRVR-STREAM-RUNS
001075         PERFORM 2000-RUN-ONE-STEP-PARA THRU 2000-EXIT
001076             VARYING DRVR-CURRENT-STEP FROM DRVR-RESUME-STEP
001077             BY 1
001078             UNTIL DRVR-CURRENT-STEP > DRVR-STEP-LIMIT
001079                 OR DRVR-STREAM-STOPPED
001080     END-IF.
001120     PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT.
001130 0000-EXIT.
001140     STOP RUN.
001150*
001160******************************************************
001170*  1000-INITIALIZE-PARA
001171*  SETS THE PROCESSING DATE - TODAY, OR THE DATE OF THE
001172*  STREAM A STEP LOG LEFT UNFINISHED - LOOKS IT UP ON THE
001173*  BUSINESS CALENDAR AND BUILDS THE NIGHT'S STREAM, THEN
001180*  READS THE STEP LOG LEFT BY A PRIOR STREAM. A LOG RECORD
001190*  WITH OUTCOME OK OR WARNING FOR THE NEXT EXPECTED STEP
001200*  MOVES THE RESUME POINT PAST IT - SO A STREAM THAT DIED
001220*  AN EMPTY OR ABSENT LOG MEANS A FRESH STREAM.
001230******************************************************
001240 1000-INITIALIZE-PARA.
001241     ACCEPT DRVR-RUN-DATE FROM DATE YYYYMMDD.
001241     ACCEPT DRVR-RUN-TIME FROM TIME.
001242     PERFORM 1200-FIND-PROC-DATE-PARA THRU 1200-EXIT.
001243     PERFORM 1300-READ-CALENDAR-PARA THRU 1300-EXIT.
001244     IF NOT DRVR-STREAM-RUNS
001245         GO TO 1000-EXIT
001245     END-IF.
001246     PERFORM 1400-BUILD-STREAM-PARA THRU 1400-EXIT.
001247     IF NOT DRVR-STREAM-RUNS
001248         GO TO 1000-EXIT
001249     END-IF.
001250     MOVE 1 TO DRVR-RESUME-STEP.
001260     OPEN INPUT STEP-FILE.
001270     IF DRVR-STEP-NOT-FOUND
001480******************************************************
001490*  1100-READ-ONE-STEP-PARA
001500*  READS ONE STEP LOG RECORD AND ADVANCES THE RESUME POINT
001501*  WHEN IT SHOWS THE NEXT EXPECTED STEP COMPLETED. A LOG
001502*  RECORD FOR A DIFFERENT PROGRAM AT THAT POSITION MEANS
001503*  THE STREAM DEFINITION CHANGED UNDER A STOPPED STREAM -
001504*  THE STEP IS RUN AGAIN RATHER THAN PASSED OVER.
001520******************************************************
001530 1100-READ-ONE-STEP-PARA.
001540     READ STEP-FILE
001560             SET DRVR-NO-MORE-STEPS TO TRUE
001570             GO TO 1100-EXIT
001580     END-READ.
001581     IF DRVR-RESUME-STEP > DRVR-STEP-LIMIT
001582         GO TO 1100-EXIT
001583     END-IF.
001590     IF STEP-NUMBER = DRVR-RESUME-STEP
001600         AND (STEP-OUTCOME = "OK"
001610             OR STEP-OUTCOME = "WARNING")
001611         IF STEP-NAME = DRVR-STEP-NAME(DRVR-RESUME-STEP)
001612             ADD 1 TO DRVR-RESUME-STEP
001613         ELSE
001614             DISPLAY "FACT0155-W STEP LOG SHOWS " STEP-NAME
001615                 " AT STEP " STEP-NUMBER ", TONIGHT'S STREAM "
001616                 "HAS " DRVR-STEP-NAME(DRVR-RESUME-STEP)
001617                 UPON CRT
001618         END-IF
001630     END-IF.
001640 1100-EXIT.
001641     EXIT.
001641*
001641******************************************************
001641*  1200-FIND-PROC-DATE-PARA
001641*  THE STREAM RUNS FOR TODAY UNLESS THE STEP LOG HOLDS AN
001641*  UNFINISHED STREAM, IN WHICH CASE IT RUNS FOR THAT
001641*  STREAM'S PROCESSING DATE SO THE RERUN REBUILDS THE SAME
001641*  STEPS EVEN AFTER MIDNIGHT. A LOG WRITTEN BEFORE THE
001641*  PROCESSING DATE WAS CARRIED COUNTS AS TODAY'S.
001641******************************************************
001641 1200-FIND-PROC-DATE-PARA.
001641     MOVE DRVR-RUN-DATE TO DRVR-PROC-DATE.
001641     OPEN INPUT STEP-FILE.
001641     IF DRVR-STEP-NOT-FOUND
001641         CLOSE STEP-FILE
001641         GO TO 1200-EXIT
001641     END-IF.
001641     IF NOT DRVR-STEP-OK
001641         GO TO 1200-EXIT
001641     END-IF.
001641     READ STEP-FILE
001641         AT END
001641             CLOSE STEP-FILE
001641             GO TO 1200-EXIT
001641     END-READ.
001641     CLOSE STEP-FILE.
001641     IF STEP-PROC-DATE NUMERIC
001641         AND STEP-PROC-DATE > ZERO
001641         MOVE STEP-PROC-DATE TO DRVR-PROC-DATE
001641     END-IF.
001641     IF DRVR-PROC-DATE NOT = DRVR-RUN-DATE
001641         DISPLAY "FACTDRVR RERUNNING THE STREAM FOR "
001642             "PROCESSING DATE " DRVR-PROC-DATE UPON CRT
001642     END-IF.
001642 1200-EXIT.
001642     EXIT.
001642*
001642******************************************************
001642*  1300-READ-CALENDAR-PARA
001642*  LOOKS THE PROCESSING DATE UP ON THE FACTCAL BUSINESS
001642*  CALENDAR. A HOLIDAY OR NON-PROCESSING DAY SKIPS THE
001642*  STREAM; A DATE THE CALENDAR DOES NOT HOLD REJECTS IT -
001642*  THE CALENDAR HAS NOT BEEN EXTENDED AND THE DATE MAY BE
001642*  A HOLIDAY. WITH NO CALENDAR AT ALL THE DATE IS RUN AS
001642*  AN ORDINARY PROCESSING DAY, WITH A WARNING.
001642******************************************************
001642 1300-READ-CALENDAR-PARA.
001642     OPEN INPUT CAL-FILE.
001642     IF DRVR-CAL-NOT-FOUND
001642         CLOSE CAL-FILE
001642         DISPLAY "FACT0149-W NO FACTCAL BUSINESS CALENDAR - "
001642             DRVR-PROC-DATE " RUN AS A PROCESSING DAY"
001642             UPON CRT
001642         MOVE "NO BUSINESS CALENDAR" TO DRVR-DAY-DESCRIPTION
001642         MOVE 4 TO DRVR-RETURN-CODE
001642         GO TO 1300-EXIT
001642     END-IF.
001642     IF NOT DRVR-CAL-OK
001642         DISPLAY "FACT0148-E BUSINESS CALENDAR OPEN FAILED, "
001642             "STATUS = " DRVR-CAL-STATUS UPON CRT
001642         SET DRVR-STREAM-REJECTED TO TRUE
001642         MOVE "CALENDAR COULD NOT BE READ" TO DRVR-REASON
001642         GO TO 1300-EXIT
001643     END-IF.
001643     PERFORM 1310-READ-ONE-DAY-PARA THRU 1310-EXIT
001643         UNTIL DRVR-NO-MORE-CAL OR DRVR-DAY-FOUND.
001643     CLOSE CAL-FILE.
001643     IF NOT DRVR-DAY-FOUND
001643         DISPLAY "FACT0150-E PROCESSING DATE " DRVR-PROC-DATE
001643             " IS NOT ON THE BUSINESS CALENDAR - STREAM NOT "
001643             "RUN" UPON CRT
001643         SET DRVR-STREAM-REJECTED TO TRUE
001643         MOVE "DATE NOT ON BUSINESS CALENDAR" TO DRVR-REASON
001643         GO TO 1300-EXIT
001643     END-IF.
001643     EVALUATE TRUE
001643         WHEN DRVR-PROCESSING-DAY
001643             CONTINUE
001643         WHEN DRVR-HOLIDAY
001643             SET DRVR-STREAM-SKIPPED TO TRUE
001643             MOVE "HOLIDAY - STREAM SKIPPED" TO DRVR-REASON
001643         WHEN DRVR-NON-PROCESSING-DAY
001643             SET DRVR-STREAM-SKIPPED TO TRUE
001643             MOVE "NOT A PROCESSING DAY - SKIPPED" TO
001643                 DRVR-REASON
001643         WHEN OTHER
001643             DISPLAY "FACT0217-E CALENDAR DAY TYPE FOR "
001643                 DRVR-PROC-DATE " IS NOT P, H OR N - STREAM "
001643                 "NOT RUN" UPON CRT
001643             SET DRVR-STREAM-REJECTED TO TRUE
001643             MOVE "CALENDAR DAY TYPE NOT P, H OR N" TO
001643                 DRVR-REASON
001643     END-EVALUATE.
001643     IF DRVR-STREAM-SKIPPED
001644         MOVE DRVR-DAY-DESCRIPTION TO DRVR-REASON-DETAIL
001644         DISPLAY "FACTDRVR " DRVR-PROC-DATE " - " DRVR-REASON
001644             ": " DRVR-DAY-DESCRIPTION UPON CRT
001644     END-IF.
001644 1300-EXIT.
001644     EXIT.
001644*
001644******************************************************
001644*  1310-READ-ONE-DAY-PARA
001644*  READS ONE CALENDAR RECORD AND TAKES ITS DAY TYPE AND
001644*  FLAGS WHEN IT IS THE PROCESSING DATE.
001644******************************************************
001644 1310-READ-ONE-DAY-PARA.
001644     READ CAL-FILE
001644         AT END
001644             SET DRVR-NO-MORE-CAL TO TRUE
001644             GO TO 1310-EXIT
001644     END-READ.
001644     IF CAL-DATE NOT NUMERIC
001644         OR CAL-DATE NOT = DRVR-PROC-DATE
001644         GO TO 1310-EXIT
001644     END-IF.
001644     SET DRVR-DAY-FOUND TO TRUE.
001644     MOVE CAL-DAY-TYPE TO DRVR-DAY-TYPE.
001644     MOVE CAL-DESCRIPTION TO DRVR-DAY-DESCRIPTION.
001644     IF CAL-WEEK-END-FLAG = "Y"
001644         SET DRVR-WEEK-END TO TRUE
001644     END-IF.
001644     IF CAL-MONTH-END-FLAG = "Y"
001644         SET DRVR-MONTH-END TO TRUE
001644     END-IF.
001644     IF CAL-YEAR-END-FLAG = "Y"
001645         SET DRVR-YEAR-END TO TRUE
001645     END-IF.
001645 1310-EXIT.
001645     EXIT.
001645*
001645******************************************************
001645*  1400-BUILD-STREAM-PARA
001645*  BUILDS TONIGHT'S STREAM FROM THE FACTSDEF STREAM
001645*  DEFINITION - EVERY STEP FOR DAY CODE D, PLUS THE W, M
001645*  AND Y STEPS WHEN THE CALENDAR FLAGS THE DAY AS A
001645*  WEEK-END, MONTH-END OR YEAR-END - IN DEFINITION ORDER.
001645*  EVERY ENTRY IS EDITED WHETHER OR NOT IT RUNS TONIGHT,
001645*  AND ONE BAD ENTRY REJECTS THE WHOLE STREAM RATHER THAN
001645*  RUN HALF A SCHEDULE. WITH NO DEFINITION THE CLASSIC
001645*  STEPS RUN AND SYSIN IS LEFT AS THE OPERATOR SET
001645*  IT.
001645******************************************************
001645 1400-BUILD-STREAM-PARA.
001645     MOVE ZERO TO DRVR-STEP-LIMIT.
001645     OPEN INPUT SDEF-FILE.
001645     IF DRVR-SDEF-NOT-FOUND
001645         CLOSE SDEF-FILE
001645         PERFORM 1430-LOAD-CLASSIC-PARA THRU 1430-EXIT
001645             VARYING DRVR-I FROM 1 BY 1
001645             UNTIL DRVR-I > DRVR-CLASSIC-LIMIT
001645         MOVE DRVR-CLASSIC-LIMIT TO DRVR-STEP-LIMIT
001645         GO TO 1400-EXIT
001645     END-IF.
001645     IF NOT DRVR-SDEF-OK
001645         DISPLAY "FACT0151-E STREAM DEFINITION OPEN FAILED, "
001645             "STATUS = " DRVR-SDEF-STATUS UPON CRT
001646         SET DRVR-STREAM-REJECTED TO TRUE
001646         MOVE "STREAM DEFINITION UNREADABLE" TO DRVR-REASON
001646         GO TO 1400-EXIT
001646     END-IF.
001646     SET DRVR-DEFINED-STREAM TO TRUE.
001646     PERFORM 1410-READ-ONE-DEF-PARA THRU 1410-EXIT
001646         UNTIL DRVR-NO-MORE-SDEF OR DRVR-STREAM-REJECTED.
001646     CLOSE SDEF-FILE.
001646     IF DRVR-STREAM-REJECTED
001646         GO TO 1400-EXIT
001646     END-IF.
001646     IF DRVR-STEP-LIMIT = ZERO
001646         SET DRVR-STREAM-SKIPPED TO TRUE
001646         MOVE "NO STEPS DEFINED FOR THIS DAY" TO DRVR-REASON
001646         DISPLAY "FACTDRVR " DRVR-PROC-DATE " - "
001646             DRVR-REASON UPON CRT
001646     END-IF.
001646 1400-EXIT.
001646     EXIT.
001646*
001646******************************************************
001646*  1410-READ-ONE-DEF-PARA
001646*  READS AND EDITS ONE STREAM DEFINITION ENTRY AND ADDS
001646*  IT TO TONIGHT'S STREAM WHEN ITS DAY CODE MATCHES.
001646******************************************************
001646 1410-READ-ONE-DEF-PARA.
001646     READ SDEF-FILE
001646         AT END
001646             SET DRVR-NO-MORE-SDEF TO TRUE
001646             GO TO 1410-EXIT
001646     END-READ.
001647     IF SDEF-COMMENT OR SDEF-STEP-NAME = SPACE
001647         GO TO 1410-EXIT
001647     END-IF.
001647     MOVE "N" TO DRVR-KNOWN-SWITCH.
001647     PERFORM 1420-CHECK-KNOWN-PARA THRU 1420-EXIT
001647         VARYING DRVR-I FROM 1 BY 1
001647         UNTIL DRVR-I > DRVR-KNOWN-LIMIT OR DRVR-STEP-KNOWN.
001647     IF NOT DRVR-STEP-KNOWN
001647         DISPLAY "FACT0218-E STREAM DEFINITION NAMES "
001647             SDEF-STEP-NAME ", NOT A STREAM STEP PROGRAM"
001647             UPON CRT
001647         SET DRVR-STREAM-REJECTED TO TRUE
001647         MOVE "UNKNOWN STEP PROGRAM" TO DRVR-REASON
001647         MOVE SDEF-STEP-NAME TO DRVR-REASON-DETAIL
001647         GO TO 1410-EXIT
001647     END-IF.
001647     IF NOT SDEF-EVERY-DAY AND NOT SDEF-WEEK-END
001647         AND NOT SDEF-MONTH-END AND NOT SDEF-YEAR-END
001647         DISPLAY "FACT0219-E STREAM DEFINITION DAY CODE "
001647             SDEF-DAY-CODE " FOR " SDEF-STEP-NAME
001647             " IS NOT D, W, M OR Y" UPON CRT
001647         SET DRVR-STREAM-REJECTED TO TRUE
001647         MOVE "DAY CODE NOT D, W, M OR Y" TO DRVR-REASON
001647         MOVE SDEF-STEP-NAME TO DRVR-REASON-DETAIL
001647         GO TO 1410-EXIT
001647     END-IF.
001647     IF SDEF-WEEK-END AND NOT DRVR-WEEK-END
001647         GO TO 1410-EXIT
001647     END-IF.
001647     IF SDEF-MONTH-END AND NOT DRVR-MONTH-END
001647         GO TO 1410-EXIT
001647     END-IF.
001648     IF SDEF-YEAR-END AND NOT DRVR-YEAR-END
001648         GO TO 1410-EXIT
001648     END-IF.
001648     IF DRVR-STEP-LIMIT NOT LESS THAN DRVR-MAX-STEPS
001648         DISPLAY "FACT0220-E STREAM OVER " DRVR-MAX-STEPS
001648             " STEPS AT " SDEF-STEP-NAME UPON CRT
001648         SET DRVR-STREAM-REJECTED TO TRUE
001648         MOVE "STREAM OVER 20 STEPS" TO DRVR-REASON
001648         MOVE SDEF-STEP-NAME TO DRVR-REASON-DETAIL
001648         GO TO 1410-EXIT
001648     END-IF.
001648     ADD 1 TO DRVR-STEP-LIMIT.
001648     MOVE SDEF-STEP-NAME TO DRVR-STEP-NAME(DRVR-STEP-LIMIT).
001648     MOVE SDEF-PARM-CARD TO DRVR-STEP-CARD(DRVR-STEP-LIMIT).
001648 1410-EXIT.
001648     EXIT.
001648*
001648******************************************************
001648*  1420-CHECK-KNOWN-PARA
001648*  TESTS THE DEFINITION ENTRY'S PROGRAM AGAINST ONE ENTRY
001648*  OF THE STREAM STEP PROGRAM TABLE.
001648******************************************************
001648 1420-CHECK-KNOWN-PARA.
001648     IF SDEF-STEP-NAME = DRVR-KNOWN-NAME(DRVR-I)
001648         SET DRVR-STEP-KNOWN TO TRUE
001648     END-IF.
001648 1420-EXIT.
001648     EXIT.
001648*
001648******************************************************
001648*  1430-LOAD-CLASSIC-PARA
001649*  COPIES ONE STEP OF THE CLASSIC STREAM INTO TONIGHT'S
001649*  STREAM TABLE.
001649******************************************************
001649 1430-LOAD-CLASSIC-PARA.
001649     MOVE DRVR-CLASSIC-NAME(DRVR-I) TO DRVR-STEP-NAME(DRVR-I).
001649     MOVE SPACE TO DRVR-STEP-CARD(DRVR-I).
001649 1430-EXIT.
001649     EXIT.
001649*
001649******************************************************
001649*  1500-OPEN-WINDOW-PARA
001649*  OPENS THE BATCH WINDOW FOR THE PROCESSING DATE BEFORE
001649*  THE FIRST STEP RUNS. A STREAM THAT CANNOT SET THE
001649*  WINDOW IS REJECTED - RUNNING IT WOULD LET THE ONLINE
001649*  PROGRAMS UPDATE THE FILES UNDER THE STEPS.
001649******************************************************
001649 1500-OPEN-WINDOW-PARA.
001649     MOVE "O" TO DRVR-WIN-REQUEST.
001649     MOVE DRVR-PROC-DATE TO DRVR-WIN-PROC-DATE.
001649     CALL "FACTWIN" USING DRVR-WIN-AREA.
001649     IF DRVR-WIN-DONE
001649         SET DRVR-WINDOW-SET TO TRUE
001649         DISPLAY "FACTDRVR BATCH WINDOW OPEN FOR "
001649             DRVR-PROC-DATE UPON CRT
001649         GO TO 1500-EXIT
001649     END-IF.
001649     DISPLAY "FACT0160-E BATCH WINDOW COULD NOT BE SET - "
001649         "STREAM NOT RUN" UPON CRT.
001649     SET DRVR-STREAM-REJECTED TO TRUE.
001649     MOVE "BATCH WINDOW COULD NOT BE SET" TO DRVR-REASON.
001649 1500-EXIT.
001650     EXIT.
001660*
001670******************************************************
002040             DRVR-CURRENT-STEP " ("
002050             DRVR-STEP-NAME(DRVR-CURRENT-STEP)
002060             "), CONDITION CODE " DRVR-STEP-CC UPON CRT
002061         MOVE "STREAM STOPPED AT STEP" TO DRVR-REASON
002062         MOVE DRVR-STEP-NAME(DRVR-CURRENT-STEP) TO
002063             DRVR-REASON-DETAIL
002070     END-IF.
002080     PERFORM 3000-LOG-STEP-PARA THRU 3000-EXIT.
002090 2000-EXIT.
002150*  STEP PROGRAM NOW ENDS WITH GOBACK AND LEAVES ITS
002160*  CONDITION CODE IN RETURN-CODE. A STEP PROGRAM THAT
002170*  CANNOT BE LOADED STOPS THE STREAM THE SAME WAY AN 8
002171*  WOULD. IN A DEFINED STREAM THE STEP'S CARD IS WRITTEN
002172*  TO SYSIN FIRST (AN EMPTY SYSIN WHEN IT HAS NONE), AND
002173*  THE PROGRAM IS CANCELLED AFTERWARDS SO A SECOND RUN OF
002174*  IT THE SAME NIGHT STARTS FROM A FRESH COPY. THE STEP IS
002175*  NAMED ON THE BATCH WINDOW JUST BEFORE IT IS CALLED.
002190******************************************************
002200 2100-CALL-STEP-PARA.
002210     MOVE "N" TO DRVR-CALL-SWITCH.
002211     MOVE DRVR-STEP-NAME(DRVR-CURRENT-STEP) TO
002212         DRVR-CALL-PROGRAM.
002213     IF DRVR-DEFINED-STREAM
002214         PERFORM 2200-WRITE-STEP-CARD-PARA THRU 2200-EXIT
002215         IF DRVR-CALL-FAILED
002216             GO TO 2100-EXIT
002217         END-IF
002218     END-IF.
002219     PERFORM 2300-NAME-STEP-PARA THRU 2300-EXIT.
002220     CALL DRVR-CALL-PROGRAM
002221         ON EXCEPTION
002222             SET DRVR-CALL-FAILED TO TRUE
002223     END-CALL.
002440     IF DRVR-CALL-FAILED
002450         DISPLAY "FACT0097-E STEP PROGRAM "
002460             DRVR-STEP-NAME(DRVR-CURRENT-STEP)
002470             " COULD NOT BE CALLED" UPON CRT
002471         GO TO 2100-EXIT
002480     END-IF.
002481     CANCEL DRVR-CALL-PROGRAM.
002490 2100-EXIT.
002491     EXIT.
002491*
002491******************************************************
002491*  2200-WRITE-STEP-CARD-PARA
002491*  REWRITES SYSIN WITH THE CURRENT STEP'S CARD FROM THE
002491*  STREAM DEFINITION, THE WAY EACH STEP OF A JOB GETS ITS
002492*  OWN SYSIN. A STEP WITH NO CARD GETS AN EMPTY SYSIN SO
002492*  IT TAKES ITS DEFAULTS RATHER THAN THE LAST STEP'S CARD.
002492******************************************************
002492 2200-WRITE-STEP-CARD-PARA.
002492     OPEN OUTPUT CARD-FILE.
002492     IF DRVR-CARD-NOT-FOUND
002493         MOVE "00" TO DRVR-CARD-STATUS
002493     END-IF.
002493     IF NOT DRVR-CARD-OK
002493         DISPLAY "FACT0153-E SYSIN CARD FOR "
002493             DRVR-STEP-NAME(DRVR-CURRENT-STEP)
002493             " COULD NOT BE WRITTEN, STATUS = "
002494             DRVR-CARD-STATUS UPON CRT
002494         SET DRVR-CALL-FAILED TO TRUE
002494         GO TO 2200-EXIT
002494     END-IF.
002494     IF DRVR-STEP-CARD(DRVR-CURRENT-STEP) NOT = SPACE
002494         MOVE DRVR-STEP-CARD(DRVR-CURRENT-STEP) TO
002495             CARD-RECORD
002495         WRITE CARD-RECORD
002495     END-IF.
002495     CLOSE CARD-FILE.
002495 2200-EXIT.
002495     EXIT.
002496*
002496******************************************************
002496*  2300-NAME-STEP-PARA
002496*  NAMES THE CURRENT STEP ON THE BATCH WINDOW SO THE
002496*  ONLINE PROGRAMS CAN SAY WHAT IS RUNNING, AND SO
002496*  FACTRQST CAN TELL IT WAS STARTED AS A STEP. A FAILURE
002497*  IS ONLY WARNED OF - THE WINDOW STAYS OPEN.
002497******************************************************
002497 2300-NAME-STEP-PARA.
002497     IF NOT DRVR-WINDOW-SET
002497         GO TO 2300-EXIT
002497     END-IF.
002498     MOVE "S" TO DRVR-WIN-REQUEST.
002498     MOVE DRVR-STEP-NAME(DRVR-CURRENT-STEP) TO
002498         DRVR-WIN-STEP-NAME.
002498     CALL "FACTWIN" USING DRVR-WIN-AREA.
002498     IF NOT DRVR-WIN-DONE
002498         DISPLAY "FACT0161-W STEP "
002499             DRVR-STEP-NAME(DRVR-CURRENT-STEP)
002499             " COULD NOT BE NAMED ON THE BATCH WINDOW"
002499             UPON CRT
002499     END-IF.
002499 2300-EXIT.
002500     EXIT.
002510*
002520******************************************************
002740     MOVE DRVR-END-TIME TO STEP-END-TIME.
002750     MOVE DRVR-STEP-CC TO STEP-COND-CODE.
002760     MOVE DRVR-OUTCOME TO STEP-OUTCOME.
002761     MOVE DRVR-PROC-DATE TO STEP-PROC-DATE.
002770     WRITE STEP-RECORD.
002780     CLOSE STEP-FILE.
002790 3000-EXIT.
002840*  AT A CLEAN END OF STREAM (EVERY STEP RAN, NONE FAILED)
002850*  RETIRES THE STEP LOG SO THE NEXT NIGHT STARTS FRESH -
002860*  THE SAME WAY FACTORIALS RETIRES ITS CHECKPOINT LOG. A
002861*  STOPPED STREAM KEEPS THE LOG FOR THE RERUN, AND A
002862*  SKIPPED OR REJECTED ONE LEAVES IT AS IT WAS. LOGS THE
002863*  NIGHT ON FACTSLOG, SETS THE DRIVER CONDITION CODE - 0
002864*  CLEAN OR SKIPPED, 4 WHEN A STEP WARNED OR THERE WAS NO
002865*  CALENDAR, 8 WHEN THE STREAM STOPPED OR WAS REJECTED -
002866*  AND ENDS THE RUN. THE BATCH WINDOW IS CLEARED WHETHER
002867*  OR NOT THE STREAM STOPPED - ON A SKIPPED NIGHT, WHEN AN
002867*  EARLIER DRIVER LEFT IT OPEN - AND THE INQUIRIES HELD
002868*  WHILE IT WAS OPEN ARE POSTED; EITHER ONE FAILING
002869*  RAISES THE CONDITION CODE.
002900******************************************************
002910 9000-TERMINATE-PARA.
002920     IF DRVR-STREAM-RUNS AND NOT DRVR-STREAM-STOPPED
002930         OPEN OUTPUT STEP-FILE
002940         CLOSE STEP-FILE
002950         DISPLAY "STEP LOG RETIRED AT CLEAN END OF STREAM"
002960             UPON CRT
002961     END-IF.
002962     IF DRVR-STREAM-SKIPPED
002963         PERFORM 9150-CHECK-LEFT-WINDOW-PARA THRU 9150-EXIT
002970     END-IF.
002971     IF DRVR-WINDOW-SET
002971         PERFORM 9200-CLEAR-WINDOW-PARA THRU 9200-EXIT
002972     END-IF.
002973     IF NOT DRVR-WINDOW-SET
002974         PERFORM 9300-POST-HELD-PARA THRU 9300-EXIT
002975     END-IF.
002976     IF DRVR-STREAM-REJECTED
002977         MOVE 8 TO DRVR-RETURN-CODE
002978     END-IF.
002979     PERFORM 9100-LOG-STREAM-PARA THRU 9100-EXIT.
002980     MOVE DRVR-RETURN-CODE TO RETURN-CODE.
002990     DISPLAY "FACTDRVR FINISHED, CONDITION CODE "
003000         DRVR-RETURN-CODE UPON CRT.
003010 9000-EXIT.
003020     EXIT.
003021*
003022******************************************************
003023*  9100-LOG-STREAM-PARA
003024*  APPENDS THE NIGHT'S RECORD TO THE FACTSLOG STREAM LOG -
003025*  THE PROCESSING DATE, WHAT THE CALENDAR CALLED IT, HOW
003026*  MANY STEPS THE STREAM HAD, THE OUTCOME AND THE REASON.
003027******************************************************
003028 9100-LOG-STREAM-PARA.
003029     OPEN EXTEND SLOG-FILE.
003030     IF DRVR-SLOG-NOT-FOUND
003031         MOVE "00" TO DRVR-SLOG-STATUS
003032     END-IF.
003033     IF NOT DRVR-SLOG-OK
003034         DISPLAY "FACT0154-E STREAM LOG OPEN FAILED, STATUS = "
003035             DRVR-SLOG-STATUS UPON CRT
003036         GO TO 9100-EXIT
003037     END-IF.
003038     MOVE SPACES TO SLOG-RECORD.
003039     EVALUATE TRUE
003040         WHEN DRVR-STREAM-SKIPPED
003041             MOVE "SKIPPED" TO SLOG-OUTCOME
003042         WHEN DRVR-STREAM-REJECTED
003043             MOVE "REJECTED" TO SLOG-OUTCOME
003044         WHEN DRVR-STREAM-STOPPED
003045             MOVE "STOPPED" TO SLOG-OUTCOME
003046         WHEN DRVR-RETURN-CODE > ZERO
003047             MOVE "WARNING" TO SLOG-OUTCOME
003048             IF DRVR-REASON = SPACE
003049                 MOVE "COMPLETED WITH WARNINGS" TO DRVR-REASON
003050             END-IF
003051         WHEN OTHER
003052             MOVE "COMPLETE" TO SLOG-OUTCOME
003053             MOVE "ALL STEPS RAN" TO DRVR-REASON
003054     END-EVALUATE.
003055     MOVE DRVR-RUN-DATE TO SLOG-RUN-DATE.
003056     MOVE DRVR-RUN-TIME TO SLOG-RUN-TIME.
003057     MOVE DRVR-PROC-DATE TO SLOG-PROC-DATE.
003058     MOVE DRVR-DAY-TYPE TO SLOG-DAY-TYPE.
003059     MOVE DRVR-DAY-FLAGS TO SLOG-DAY-FLAGS.
003060     MOVE DRVR-STEP-LIMIT TO SLOG-STEP-COUNT.
003061     MOVE DRVR-RETURN-CODE TO SLOG-COND-CODE.
003062     MOVE DRVR-REASON TO SLOG-REASON.
003063     MOVE DRVR-REASON-DETAIL TO SLOG-REASON-DETAIL.
003064     WRITE SLOG-RECORD.
003065     CLOSE SLOG-FILE.
003066 9100-EXIT.
003067     EXIT.
003068*
003069******************************************************
003069*  9150-CHECK-LEFT-WINDOW-PARA
003069*  ON A SKIPPED NIGHT NO STREAM OPENS THE WINDOW, BUT ONE
003069*  MAY STILL BE OPEN FROM A DRIVER THAT NEVER REACHED ITS
003069*  END. NO STREAM IS WAITING ON IT - AN UNFINISHED STREAM
003069*  IS RERUN, NOT SKIPPED - SO IT IS TAKEN OVER HERE AND
003069*  CLEARED WITH THE STREAM'S OWN. A WINDOW THAT CANNOT BE
003069*  READ IS LEFT AS IT IS.
003069******************************************************
003069 9150-CHECK-LEFT-WINDOW-PARA.
003069     MOVE "Q" TO DRVR-WIN-REQUEST.
003069     CALL "FACTWIN" USING DRVR-WIN-AREA.
003069     IF NOT DRVR-WIN-DONE OR NOT DRVR-WIN-OPEN
003069         GO TO 9150-EXIT
003069     END-IF.
003069     DISPLAY "FACT0222-W BATCH WINDOW LEFT OPEN BY THE STREAM "
003069         "FOR " DRVR-WIN-PROC-DATE " - CLEARED ON A SKIPPED "
003069         "NIGHT" UPON CRT.
003069     SET DRVR-WINDOW-SET TO TRUE.
003069     IF DRVR-RETURN-CODE < 4
003069         MOVE 4 TO DRVR-RETURN-CODE
003069     END-IF.
003069 9150-EXIT.
003069     EXIT.
003069*
003069******************************************************
003070*  9200-CLEAR-WINDOW-PARA
003071*  CLEARS THE BATCH WINDOW AT THE END OF THE STREAM. A
003072*  WINDOW LEFT OPEN KEEPS THE ONLINE PROGRAMS READ-ONLY
003073*  UNTIL THE DRIVER RUNS AGAIN, SO IT IS A WARNING.
003074******************************************************
003075 9200-CLEAR-WINDOW-PARA.
003076     MOVE "C" TO DRVR-WIN-REQUEST.
003077     CALL "FACTWIN" USING DRVR-WIN-AREA.
003078     IF DRVR-WIN-DONE
003079         MOVE "N" TO DRVR-WINDOW-SWITCH
003080         DISPLAY "FACTDRVR BATCH WINDOW CLEARED" UPON CRT
003081         GO TO 9200-EXIT
003082     END-IF.
003083     DISPLAY "FACT0221-W BATCH WINDOW COULD NOT BE CLEARED - "
003084         "ONLINE STAYS READ-ONLY" UPON CRT.
003085     IF DRVR-RETURN-CODE < 4
003086         MOVE 4 TO DRVR-RETURN-CODE
003087     END-IF.
003088     IF DRVR-REASON = SPACE
003089         MOVE "BATCH WINDOW NOT CLEARED" TO DRVR-REASON
003090     END-IF.
003091 9200-EXIT.
003092     EXIT.
003093*
003094******************************************************
003095*  9300-POST-HELD-PARA
003096*  CALLS FACTPOST TO POST THE INQUIRIES FACTINQ HELD ON
003097*  FACTAUDP WHILE THE WINDOW WAS OPEN. ITS CONDITION
003098*  CODE RAISES THE DRIVER'S WHEN IT IS HIGHER.
003099******************************************************
003100 9300-POST-HELD-PARA.
003101     MOVE ZERO TO RETURN-CODE.
003102     CALL "FACTPOST"
003103         ON EXCEPTION
003104             DISPLAY "FACT0162-W HELD INQUIRY POSTING PROGRAM "
003105                 "FACTPOST COULD NOT BE CALLED" UPON CRT
003106             MOVE 4 TO RETURN-CODE
003107     END-CALL.
003108     MOVE RETURN-CODE TO DRVR-POST-CC.
003109     IF DRVR-POST-CC > DRVR-RETURN-CODE
003110         MOVE DRVR-POST-CC TO DRVR-RETURN-CODE
003111     END-IF.
003112     IF DRVR-POST-CC > ZERO
003113         AND DRVR-REASON = SPACE
003114         MOVE "HELD INQUIRIES NOT ALL POSTED" TO DRVR-REASON
003115     END-IF.
003116 9300-EXIT.
003117     EXIT.
