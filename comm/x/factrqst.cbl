000330*                         COMPLETION FILE AND PRINT A
000340*                         PER-REQUESTER SECTION ON RQSTRPT
000350******************************************************
000351*  10/15/2026 RH    AUDIT RECORD LAYOUT EXTENDED TO THE FULL
000351*                   80 BYTES NOW WRITTEN - THE OPERATOR ID,
000351*                   SEQUENCE NUMBER AND CHAIN HASH - SO EVERY
000351*                   RECORD IS READ WHOLE.
000351******************************************************
000351*  10/15/2026 RH    ENDS WITH GOBACK INSTEAD OF STOP RUN SO
000352*                   THE FACTDRVR JOB-STREAM DRIVER CAN CALL
000352*                   THIS PROGRAM AS A STEP OF THE NIGHTLY
000352*                   STREAM BUILT FROM THE BUSINESS CALENDAR.
000352******************************************************
000352*  10/15/2026 RH    HONORS THE BATCH WINDOW FACTDRVR HOLDS
000352*                   WHILE THE NIGHTLY STREAM RUNS. WHILE IT
000353*                   IS OPEN THE PROGRAM RUNS ONLY AS THE
000353*                   STEP THE DRIVER HAS NAMED ON THE WINDOW;
000353*                   A RUN STARTED BY HAND MEANWHILE WOULD
000353*                   REWRITE THE WORK FILES UNDER THE STREAM,
000353*                   SO IT IS REFUSED WITH CONDITION CODE 8.
000353******************************************************
000354*  10/15/2026 RH    TYPE "B" BINOMIAL TABLE ROWS FROM
000354*                   FACTORIALS ARE LEFT OUT OF THE AUDIT MATCH
000354*                   TABLE - THEY ANSWER NO REQUEST AND WOULD
000354*                   ONLY EAT INTO ITS CEILING.
000354******************************************************
000354*  10/15/2026 RH    UNFILLED REQUESTS NO LONGER VANISH AFTER
000355*                   THE NIGHT THEY MISS. THE RESULTS PASS
000355*                   CARRIES EVERY REQUEST NOT FILLED - ALL OF
000355*                   THEM WHEN THERE ARE NO RESULTS TO MATCH -
000355*                   TO THE FACTRBLG BACKLOG WITH ITS ORIGINAL
000355*                   SUBMISSION DATE AND A RETRY COUNT, AND THE
000355*                   BUILD PASS RELEASES THE BACKLOG AHEAD OF
000356*                   THE NEW WORK. AN ENTRY LEAVES THE BACKLOG
000356*                   ONLY WHEN FILLED OR WHEN A QUEUE RECORD
000356*                   WITH ACTION "X" CANCELS IT. REQUESTS PAST
000356*                   THEIR NEEDED-BY DATE OR RETRIED MORE THAN
000356*                   THE LIMIT (3, OR COLUMNS 3-4 OF THE
000356*                   FUNCTION CARD) ARE LISTED FOR THE SHIFT
000357*                   SUPERVISOR ON THE NEW RQSTESC ESCALATION
000357*                   REPORT.
000357******************************************************
000357*  10/15/2026 RH    FACTRQCP COMPLETION RECORDS NOW CARRY THE
000357*                   NEEDED-BY DATE AND, FOR A REQUEST NOT RUN,
000357*                   THE REASON THE REQUESTER IS TOLD - CARRIED
000358*                   FORWARD, OR ESCALATED FOR THE SAME CAUSES
000358*                   THE RQSTESC REPORT GIVES - FOR THE FACTDIST
000358*                   DELIVERY PACKETS.
000358******************************************************
000358*  10/15/2026 RH    FACT0183-W NOW MEANS ONLY WHAT IT SAYS -
000358*                   NO CONTROL RECORD, SO NO RESULTS TO
000359*                   MATCH. A RESULTS PASS ENDED BY ANY OTHER
000359*                   ERROR (AUDIT FILE, FULL MATCH TABLE,
000359*                   COMPLETION FILE) NOW SAYS SO WITH
000359*                   FACT0204-W. EITHER WAY EVERY REQUEST IS
000359*                   STILL CARRIED TO THE BACKLOG.
000359******************************************************
000359*  10/15/2026 RH    FACTRQCP NOW OPENS WITH A RUN STAMP
000359*                   RECORD (REQUESTER "*RUNSTMP") CARRYING THE
000359*                   FACTCTL RUN DATE, TIME AND ID THE RESULTS
000359*                   WERE MATCHED AGAINST, SO FACTBILL AND
000359*                   FACTDIST CAN REFUSE A COMPLETION FILE LEFT
000359*                   FROM AN EARLIER NIGHT. A RESULTS RUN THAT
000359*                   ABORTS AFTER THE FUNCTION CARD IS READ
000359*                   NOW EMPTIES FACTRQCP INSTEAD OF LEAVING
000359*                   THE LAST GOOD NIGHT'S COMPLETIONS ON IT -
000359*                   EXCEPT A RUN REFUSED BECAUSE THE STREAM
000359*                   HOLDS THE BATCH WINDOW, WHICH MUST NOT
000359*                   TOUCH THE STREAM'S FILES.
000359******************************************************
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000650     SELECT RPT-FILE ASSIGN TO "RQSTRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS RQST-RPT-STATUS.
000671     SELECT OPTIONAL BLOG-FILE ASSIGN TO "FACTRBLG"
000672         ORGANIZATION IS LINE SEQUENTIAL
000673         FILE STATUS IS RQST-BLOG-STATUS.
000674     SELECT ESC-FILE ASSIGN TO "RQSTESC"
000675         ORGANIZATION IS LINE SEQUENTIAL
000676         FILE STATUS IS RQST-ESC-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000840     05  RQ-NUMBER           PIC X(04).
000850     05  FILLER              PIC X(01).
000860     05  RQ-R-VALUE          PIC X(04).
000861     05  FILLER              PIC X(01).
000862     05  RQ-ACTION           PIC X(01).
000863         88  RQ-ACTION-CANCEL        VALUE "X".
000870*
000880 FD  WORKLIST-FILE
000890     LABEL RECORDS ARE STANDARD.
001250     05  AUDIT-R-VALUE       PIC 9(05).
001260     05  FILLER              PIC X(01).
001270     05  AUDIT-RESULT-2      PIC 9(09).
001271     05  FILLER              PIC X(01).
001272     05  AUDIT-OPERATOR-ID   PIC X(08).
001273     05  FILLER              PIC X(01).
001274     05  AUDIT-SEQ-NO        PIC 9(09).
001275     05  FILLER              PIC X(01).
001276     05  AUDIT-CHAIN-HASH    PIC 9(09).
001280*
001290 FD  COMP-FILE
001300     LABEL RECORDS ARE STANDARD.
001420     05  COMP-RESULT-2       PIC 9(09).
001430     05  FILLER              PIC X(01).
001440     05  COMP-STATUS         PIC X(08).
001441     05  FILLER              PIC X(01).
001442     05  COMP-NEEDED-BY      PIC 9(08).
001443     05  FILLER              PIC X(01).
001444     05  COMP-REASON         PIC X(30).
001445*
001445*  THE FIRST RECORD OF THE FILE - THE RUN THE COMPLETIONS
001445*  BELONG TO, FROM FACTCTL.
001446 01  COMP-STAMP-RECORD.
001446     05  COMP-STAMP-KEY      PIC X(08).
001446         88  COMP-IS-RUN-STAMP       VALUE "*RUNSTMP".
001447     05  FILLER              PIC X(01).
001447     05  COMP-STAMP-DATE     PIC 9(08).
001448     05  FILLER              PIC X(01).
001448     05  COMP-STAMP-TIME     PIC 9(08).
001448     05  FILLER              PIC X(01).
001449     05  COMP-STAMP-RUN-ID   PIC X(08).
001449     05  FILLER              PIC X(54).
001450*
001460 FD  PARM-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 01  PARM-CARD-RECORD.
001490     05  PC-MODE             PIC X(01).
001491     05  FILLER              PIC X(01).
001492     05  PC-RETRY-LIMIT      PIC X(02).
001493     05  PC-RETRY-LIMIT-N REDEFINES PC-RETRY-LIMIT
001494                             PIC 9(02).
001495     05  FILLER              PIC X(76).
001510*
001520 FD  RPT-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  RPT-LINE                PIC X(80).
001541*
001541*  THE REQUEST BACKLOG - ONE RECORD PER REQUEST STILL OWED,
001541*  THE QUEUE FIELDS PLUS WHEN IT WAS FIRST SUBMITTED, HOW
001541*  MANY NIGHTS IT HAS MISSED AND THE PROCESSING DATE IT LAST
001542*  MISSED (SO A RERUN OF THE SAME NIGHT DOES NOT COUNT TWICE).
001542 FD  BLOG-FILE
001542     LABEL RECORDS ARE STANDARD.
001543 01  BLOG-RECORD.
001543     05  BL-REQUESTER        PIC X(08).
001543     05  FILLER              PIC X(01).
001544     05  BL-PRIORITY         PIC 9(01).
001544     05  FILLER              PIC X(01).
001544     05  BL-NEEDED-BY        PIC 9(08).
001544     05  FILLER              PIC X(01).
001545     05  BL-REC-TYPE         PIC X(01).
001545         88  BL-TYPE-VALID           VALUE "F" "C".
001545     05  FILLER              PIC X(01).
001546     05  BL-NUMBER           PIC 9(04).
001546     05  FILLER              PIC X(01).
001546     05  BL-R-VALUE          PIC 9(04).
001547     05  FILLER              PIC X(01).
001547     05  BL-SUBMIT-DATE      PIC 9(08).
001547     05  FILLER              PIC X(01).
001547     05  BL-RETRY-COUNT      PIC 9(03).
001548     05  FILLER              PIC X(01).
001548     05  BL-LAST-TRIED       PIC 9(08).
001548*
001549 FD  ESC-FILE
001549     LABEL RECORDS ARE STANDARD.
001549 01  ESC-LINE                PIC X(80).
001550*
001560 WORKING-STORAGE SECTION.
001570 01  RQST-SWITCHES.
001770         88  RQST-PARM-NOT-FOUND     VALUE "05".
001780     05  RQST-RPT-STATUS     PIC X(02)      VALUE SPACE.
001790         88  RQST-RPT-OK             VALUE "00".
001791     05  RQST-BLOG-STATUS    PIC X(02)      VALUE SPACE.
001792         88  RQST-BLOG-OK            VALUE "00".
001793         88  RQST-BLOG-NOT-FOUND     VALUE "05".
001794     05  RQST-ESC-STATUS     PIC X(02)      VALUE SPACE.
001795         88  RQST-ESC-OK             VALUE "00".
001800     05  RQST-RQUE-EOF-SWITCH PIC X(01)     VALUE "N".
001810         88  RQST-NO-MORE-RQUE       VALUE "Y".
001820     05  RQST-WL-EOF-SWITCH  PIC X(01)      VALUE "N".
001850         88  RQST-NO-MORE-CB         VALUE "Y".
001860     05  RQST-AUDIT-EOF-SWITCH PIC X(01)    VALUE "N".
001870         88  RQST-NO-MORE-AUDIT      VALUE "Y".
001871     05  RQST-BLOG-EOF-SWITCH PIC X(01)     VALUE "N".
001872         88  RQST-NO-MORE-BLOG       VALUE "Y".
001873     05  RQST-ESC-OPEN-SWITCH PIC X(01)     VALUE "N".
001874         88  RQST-ESC-OPEN           VALUE "Y".
001880     05  RQST-ABORT-SWITCH   PIC X(01)      VALUE "N".
001890         88  RQST-ABORT-RUN          VALUE "Y".
001891     05  RQST-STAMP-SWITCH   PIC X(01)      VALUE "N".
001892         88  RQST-NO-RUN-STAMP       VALUE "Y".
001900     05  RQST-DUP-SWITCH     PIC X(01)      VALUE "N".
001910         88  RQST-DUP-FOUND          VALUE "Y".
001920     05  RQST-MATCH-SWITCH   PIC X(01)      VALUE "N".
001970         88  RQST-MODE-BUILD         VALUE "B".
001980         88  RQST-MODE-RESULTS       VALUE "R".
001990*
001991*  PARAMETER AREA FOR THE FACTWIN BATCH WINDOW SUBROUTINE.
001991 01  RQST-WIN-AREA.
001992     05  RQST-WIN-REQUEST    PIC X(01)      VALUE "Q".
001993     05  RQST-WIN-PROGRAM    PIC X(08)      VALUE "FACTRQST".
001994     05  RQST-WIN-STATE      PIC X(01)      VALUE SPACE.
001994         88  RQST-WINDOW-OPEN        VALUE "O".
001995     05  RQST-WIN-PROC-DATE  PIC 9(08)      VALUE ZERO.
001996     05  RQST-WIN-OPENED-DATE PIC 9(08)     VALUE ZERO.
001997     05  RQST-WIN-OPENED-TIME PIC 9(08)     VALUE ZERO.
001997     05  RQST-WIN-STEP-NAME  PIC X(10)      VALUE SPACE.
001998     05  RQST-WIN-RESULT     PIC X(01)      VALUE SPACE.
001999*
002000*  RQST-QUEUE-TABLE HOLDS THE WHOLE REQUEST QUEUE SO IT CAN
002010*  BE SORTED IN PRIORITY ORDER FOR THE BUILD PASS AND IN
002020*  REQUESTER ORDER FOR THE RESULTS PASS. A QUEUE LARGER THAN
002030*  THE TABLE ABORTS THE RUN RATHER THAN SILENTLY DROPPING
002040*  SOMEBODY'S REQUEST.
002041*  THE BACKLOG IS LOADED AHEAD OF THE QUEUE (SOURCE "B",
002042*  NEW QUEUE WORK IS SOURCE "Q"). THE OUTCOME IS "N" UNTIL
002043*  THE RESULTS PASS FINDS THE REQUEST FILLED ("F"); "X"
002044*  MARKS AN ENTRY CANCELLED WHILE THE QUEUE IS LOADED.
002050 77  RQST-QUEUE-COUNT        PIC 9(04)      COMP VALUE ZERO.
002060 77  RQST-MAX-QUEUE          PIC 9(04)      COMP VALUE 1000.
002070 01  RQST-QUEUE-TABLE.
002140         10  RQST-Q-REC-TYPE PIC X(01).
002150         10  RQST-Q-NUMBER   PIC 9(04)      COMP.
002160         10  RQST-Q-R-VALUE  PIC 9(04)      COMP.
002161         10  RQST-Q-SOURCE   PIC X(01).
002162         10  RQST-Q-SUBMIT-DATE PIC 9(08).
002163         10  RQST-Q-RETRY    PIC 9(03)      COMP.
002164         10  RQST-Q-LAST-TRIED PIC 9(08).
002165         10  RQST-Q-OUTCOME  PIC X(01).
002170 01  RQST-HOLD-ENTRY.
002180     05  RQST-H-REQUESTER    PIC X(08).
002190     05  RQST-H-PRIORITY     PIC 9(01).
002210     05  RQST-H-REC-TYPE     PIC X(01).
002220     05  RQST-H-NUMBER       PIC 9(04)      COMP.
002230     05  RQST-H-R-VALUE      PIC 9(04)      COMP.
002231     05  RQST-H-SOURCE       PIC X(01).
002232     05  RQST-H-SUBMIT-DATE  PIC 9(08).
002233     05  RQST-H-RETRY        PIC 9(03)      COMP.
002234     05  RQST-H-LAST-TRIED   PIC 9(08).
002235     05  RQST-H-OUTCOME      PIC X(01).
002240*
002250*  RQST-WL-TABLE AND RQST-CB-TABLE HOLD EVERY NUMBER AND PAIR
002260*  ALREADY RELEASED TO THE OUTPUT FILES, BOTH THE PRE-EXISTING
002590 01  RQST-CTL-DATA.
002600     05  RQST-RUN-DATE       PIC 9(08)      VALUE ZERO.
002610     05  RQST-RUN-TIME       PIC 9(08)      VALUE ZERO.
002611     05  RQST-RUN-ID         PIC X(08)      VALUE SPACE.
002620*
002621*  THE PROCESSING DATE IS THE ONE THE BATCH WINDOW WAS OPENED
002622*  FOR WHEN THE DRIVER STARTED THIS STEP, SO A STREAM THAT
002623*  RUNS PAST MIDNIGHT STILL DATES ITS BACKLOG BY THE NIGHT IT
002624*  BELONGS TO; A HAND RUN USES TODAY'S DATE.
002625 77  RQST-PROC-DATE          PIC 9(08)      VALUE ZERO.
002626 77  RQST-RETRY-LIMIT        PIC 9(02)      COMP VALUE 3.
002627*
002630 01  RQST-BREAK-REQUESTER    PIC X(08)      VALUE SPACE.
002640*
002642*  THE PRIOR COUNTS REMEMBER WHERE THE PRE-EXISTING BLOCK OF
002654 77  RQST-CB-SCAN-START      PIC 9(04)      COMP VALUE ZERO.
002656 77  RQST-I                  PIC 9(05)      COMP VALUE ZERO.
002660 77  RQST-J                  PIC 9(05)      COMP VALUE ZERO.
002661 77  RQST-K                  PIC 9(05)      COMP VALUE ZERO.
002662 77  RQST-KEEP-COUNT         PIC 9(05)      COMP VALUE ZERO.
002663 77  RQST-BLOG-COUNT         PIC 9(05)      COMP VALUE ZERO.
002670 77  RQST-SORT-LIMIT         PIC 9(05)      COMP VALUE ZERO.
002680 77  RQST-QUEUE-READ         PIC 9(06)      COMP VALUE ZERO.
002690 77  RQST-QUEUE-REJECTED     PIC 9(06)      COMP VALUE ZERO.
002750 77  RQST-UNFILLED-COUNT     PIC 9(06)      COMP VALUE ZERO.
002760 77  RQST-SECT-FILLED        PIC 9(06)      COMP VALUE ZERO.
002770 77  RQST-SECT-UNFILLED      PIC 9(06)      COMP VALUE ZERO.
002771 77  RQST-BLOG-READ          PIC 9(06)      COMP VALUE ZERO.
002772 77  RQST-BLOG-RESUBMITTED   PIC 9(06)      COMP VALUE ZERO.
002773 77  RQST-CANCELLED          PIC 9(06)      COMP VALUE ZERO.
002774 77  RQST-BLOG-CLEARED       PIC 9(06)      COMP VALUE ZERO.
002775 77  RQST-BLOG-CARRIED       PIC 9(06)      COMP VALUE ZERO.
002776 77  RQST-ESCALATED          PIC 9(06)      COMP VALUE ZERO.
002777 77  RQST-NEXT-RETRY         PIC 9(03)      COMP VALUE ZERO.
002778 77  RQST-ESC-LINE-COUNT     PIC 9(04)      COMP VALUE ZERO.
002779 77  RQST-ESC-PAGE-NO        PIC 9(04)      COMP VALUE ZERO.
002780 77  RQST-RETURN-CODE        PIC 9(04)      COMP VALUE ZERO.
002790 77  RQST-RPT-LINE-COUNT     PIC 9(04)      COMP VALUE ZERO.
002800 77  RQST-RPT-PAGE-NO        PIC 9(04)      COMP VALUE ZERO.
002970     05  FILLER              PIC X(02)      VALUE SPACE.
002980     05  RQST-EXC-REASON     PIC X(28)      VALUE SPACE.
002990     05  FILLER              PIC X(02)      VALUE SPACE.
003000     05  RQST-EXC-DATA       PIC X(33)      VALUE SPACE.
003010*
003020 01  RQST-SECT-LINE.
003030     05  RQST-SECT-LINE-CC   PIC X(01)      VALUE SPACE.
003350     05  RQST-SUM-TEXT       PIC X(36)      VALUE SPACE.
003360     05  RQST-SUM-COUNT      PIC ZZZZZ9.
003370*
003371 01  RQST-ESC-HEADING.
003371     05  RQST-ESC-HEADING-CC PIC X(01)      VALUE SPACE.
003371     05  FILLER              PIC X(06)      VALUE SPACE.
003371     05  FILLER              PIC X(36)      VALUE
003371         "UNFILLED REQUEST ESCALATION REPORT".
003372     05  FILLER              PIC X(11)      VALUE "PROCESSING ".
003372     05  RQST-ESC-HEAD-DATE  PIC 9(08)      VALUE ZERO.
003372     05  FILLER              PIC X(07)      VALUE "  PAGE ".
003372     05  RQST-ESC-HEAD-PAGE  PIC ZZZ9.
003373*
003373 01  RQST-ESC-COL-HEADING.
003373     05  RQST-ESC-COL-CC     PIC X(01)      VALUE SPACE.
003373     05  FILLER              PIC X(06)      VALUE SPACE.
003374     05  FILLER              PIC X(30)      VALUE
003374         "REQUESTR T NUMB    R  NEED BY ".
003374     05  FILLER              PIC X(23)      VALUE
003374         "  SUBMIT    TRY  REASON".
003374*
003375 01  RQST-ESC-HOLD-LINE      PIC X(80)      VALUE SPACE.
003375*
003375 01  RQST-ESC-DET-LINE.
003375     05  RQST-ESC-DET-CC     PIC X(01)      VALUE SPACE.
003376     05  FILLER              PIC X(06)      VALUE SPACE.
003376     05  RQST-ESC-REQUESTER  PIC X(08).
003376     05  FILLER              PIC X(01)      VALUE SPACE.
003376     05  RQST-ESC-TYPE       PIC X(01).
003377     05  FILLER              PIC X(01)      VALUE SPACE.
003377     05  RQST-ESC-NUMBER     PIC ZZZ9.
003377     05  FILLER              PIC X(01)      VALUE SPACE.
003377     05  RQST-ESC-R          PIC ZZZ9.
003377     05  FILLER              PIC X(02)      VALUE SPACE.
003378     05  RQST-ESC-NEEDED     PIC 9(08).
003378     05  FILLER              PIC X(02)      VALUE SPACE.
003378     05  RQST-ESC-SUBMITTED  PIC 9(08).
003378     05  FILLER              PIC X(02)      VALUE SPACE.
003379     05  RQST-ESC-RETRIES    PIC ZZ9.
003379     05  FILLER              PIC X(02)      VALUE SPACE.
003379     05  RQST-ESC-REASON     PIC X(16)      VALUE SPACE.
003379*
003380 01  RQST-BLANK-LINE.
003390     05  RQST-BLANK-LINE-CC  PIC X(01)      VALUE SPACE.
003400     05  FILLER              PIC X(79)      VALUE SPACE.
003450*  0000-MAINLINE-PARA
003460*  CONTROLS THE OVERALL RUN - READ THE FUNCTION CARD, LOAD
003470*  THE QUEUE, THEN BUILD THE WORK FILES OR MATCH RESULTS
003471*  BACK, AS THE CARD DIRECTS. A RESULTS RUN THAT CANNOT
003472*  LOAD THE QUEUE EMPTIES THE COMPLETION FILE SO NOTHING
003473*  DOWNSTREAM TAKES AN EARLIER NIGHT'S COMPLETIONS FOR
003474*  TONIGHT'S.
003490******************************************************
003500 0000-MAINLINE-PARA.
003510     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
003550     END-IF.
003560     PERFORM 2000-LOAD-QUEUE-PARA THRU 2000-EXIT.
003570     IF RQST-ABORT-RUN
003571         IF RQST-MODE-RESULTS
003572             PERFORM 5960-CLEAR-COMPLETIONS-PARA THRU 5960-EXIT
003573         END-IF
003580         PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT
003590         GO TO 0000-EXIT
003600     END-IF.
003650     END-IF.
003660     PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT.
003670 0000-EXIT.
003680     GOBACK.
003690*
003700******************************************************
003710*  1000-INITIALIZE-PARA
003720*  OPENS THE REPORT, READS THE SYSIN FUNCTION CARD AND
003730*  SETS THE MODE AND THE BACKLOG RETRY LIMIT (COLUMNS 3-4,
003731*  DEFAULT 3). NO CARD OR AN UNKNOWN MODE DOES NOTHING -
003740*  THE WORK FILES ARE NEVER REWRITTEN ON A GUESS. WHILE
003741*  THE BATCH WINDOW IS OPEN A RUN THAT IS NOT THE STREAM
003742*  STEP IS REFUSED.
003750******************************************************
003760 1000-INITIALIZE-PARA.
003770     OPEN OUTPUT RPT-FILE.
004050             GO TO 1000-EXIT
004060     END-READ.
004070     MOVE PC-MODE TO RQST-MODE.
004071     IF PC-RETRY-LIMIT NUMERIC
004072         AND PC-RETRY-LIMIT-N > ZERO
004073         MOVE PC-RETRY-LIMIT-N TO RQST-RETRY-LIMIT
004074     END-IF.
004080     CLOSE PARM-FILE.
004090     IF NOT RQST-MODE-BUILD AND NOT RQST-MODE-RESULTS
004100         DISPLAY "FACT0065-E UNKNOWN FUNCTION CARD MODE: "
004110             PC-MODE UPON CRT
004111         SET RQST-ABORT-RUN TO TRUE
004111         GO TO 1000-EXIT
004112     END-IF.
004112     MOVE "Q" TO RQST-WIN-REQUEST.
004113     CALL "FACTWIN" USING RQST-WIN-AREA.
004113     ACCEPT RQST-PROC-DATE FROM DATE YYYYMMDD.
004114     IF RQST-WINDOW-OPEN
004114         AND RQST-WIN-PROC-DATE NOT = ZERO
004115         MOVE RQST-WIN-PROC-DATE TO RQST-PROC-DATE
004116     END-IF.
004116     IF RQST-WINDOW-OPEN
004117         AND RQST-WIN-STEP-NAME NOT = "FACTRQST"
004117         DISPLAY "FACT0165-E BATCH WINDOW IS OPEN FOR THE "
004118             "STREAM OF " RQST-WIN-PROC-DATE
004118             " - FACTRQST RUNS ONLY AS A STREAM STEP"
004119             UPON CRT
004120         SET RQST-ABORT-RUN TO TRUE
004130     END-IF.
004140 1000-EXIT.
004160*
004170******************************************************
004180*  2000-LOAD-QUEUE-PARA
004181*  LOADS THE CARRIED-FORWARD BACKLOG AND THEN THE REQUEST
004182*  QUEUE INTO THE TABLE, REJECTING BAD QUEUE RECORDS TO THE
004183*  REPORT - A BLANK REQUESTER, A NON-NUMERIC PRIORITY, DATE
004184*  OR VALUE, OR AN UNKNOWN REQUEST TYPE OR ACTION - AND
004185*  FINALLY DROPS WHATEVER THE QUEUE CANCELLED.
004220******************************************************
004230 2000-LOAD-QUEUE-PARA.
004231     PERFORM 2200-LOAD-BACKLOG-PARA THRU 2200-EXIT.
004232     IF RQST-ABORT-RUN
004233         GO TO 2000-EXIT
004234     END-IF.
004240     OPEN INPUT RQUE-FILE.
004250     IF RQST-RQUE-NOT-FOUND
004260         CLOSE RQUE-FILE
004360     PERFORM 2100-LOAD-ONE-RQUE-PARA THRU 2100-EXIT
004370         UNTIL RQST-NO-MORE-RQUE.
004380     CLOSE RQUE-FILE.
004381     PERFORM 2400-DROP-CANCELLED-PARA THRU 2400-EXIT.
004390 2000-EXIT.
004400     EXIT.
004410*
004430*  2100-LOAD-ONE-RQUE-PARA
004440*  READS AND EDITS ONE QUEUE RECORD AND TABLES IT WHEN IT
004450*  PASSES. A QUEUE LARGER THAN THE TABLE ABORTS THE RUN.
004451*  A CANCEL (ACTION "X") NEEDS ONLY THE REQUEST KEY. A
004452*  REQUEST ALREADY OWED ON THE BACKLOG IS NOT TABLED TWICE -
004453*  THE BACKLOG ENTRY KEEPS ITS SUBMISSION DATE AND RETRY
004454*  COUNT AND TAKES THE RESUBMITTED PRIORITY AND DATE.
004460******************************************************
004470 2100-LOAD-ONE-RQUE-PARA.
004480     READ RQUE-FILE
004590         ADD 1 TO RQST-QUEUE-REJECTED
004600         GO TO 2100-EXIT
004610     END-IF.
004611     IF RQ-ACTION NOT = SPACE AND NOT RQ-ACTION-CANCEL
004612         MOVE "UNKNOWN ACTION CODE" TO RQST-EXC-REASON
004613         PERFORM 7100-WRITE-EXCEPTION-PARA THRU 7100-EXIT
004614         ADD 1 TO RQST-QUEUE-REJECTED
004615         GO TO 2100-EXIT
004616     END-IF.
004620     IF RQ-PRIORITY NOT NUMERIC AND NOT RQ-ACTION-CANCEL
004630         MOVE "PRIORITY NOT NUMERIC" TO RQST-EXC-REASON
004640         PERFORM 7100-WRITE-EXCEPTION-PARA THRU 7100-EXIT
004650         ADD 1 TO RQST-QUEUE-REJECTED
004660         GO TO 2100-EXIT
004670     END-IF.
004680     IF RQ-NEEDED-BY NOT NUMERIC AND NOT RQ-ACTION-CANCEL
004690         MOVE "NEEDED-BY DATE NOT NUMERIC" TO RQST-EXC-REASON
004700         PERFORM 7100-WRITE-EXCEPTION-PARA THRU 7100-EXIT
004710         ADD 1 TO RQST-QUEUE-REJECTED
004890         ADD 1 TO RQST-QUEUE-REJECTED
004900         GO TO 2100-EXIT
004910     END-IF.
004911     PERFORM 2350-SET-HOLD-KEY-PARA THRU 2350-EXIT.
004911     IF RQ-ACTION-CANCEL
004912         PERFORM 2300-CANCEL-REQUEST-PARA THRU 2300-EXIT
004913         GO TO 2100-EXIT
004914     END-IF.
004914     PERFORM 2150-FIND-RESUBMIT-PARA THRU 2150-EXIT.
004915     IF RQST-MATCH-FOUND
004916         MOVE RQ-PRIORITY TO RQST-Q-PRIORITY(RQST-K)
004917         MOVE RQ-NEEDED-BY TO RQST-Q-NEEDED-BY(RQST-K)
004917         ADD 1 TO RQST-BLOG-RESUBMITTED
004918         GO TO 2100-EXIT
004919     END-IF.
004920     IF RQST-QUEUE-COUNT NOT LESS THAN RQST-MAX-QUEUE
004930         DISPLAY "FACT0067-E REQUEST QUEUE TABLE FULL AT "
004940             RQST-MAX-QUEUE " ENTRIES, RUN ABORTED" UPON CRT
005070     ELSE
005080         MOVE ZERO TO RQST-Q-R-VALUE(RQST-QUEUE-COUNT)
005090     END-IF.
005091     MOVE "Q" TO RQST-Q-SOURCE(RQST-QUEUE-COUNT).
005092     MOVE RQST-PROC-DATE TO RQST-Q-SUBMIT-DATE(RQST-QUEUE-COUNT).
005093     MOVE ZERO TO RQST-Q-RETRY(RQST-QUEUE-COUNT).
005094     MOVE ZERO TO RQST-Q-LAST-TRIED(RQST-QUEUE-COUNT).
005095     MOVE "N" TO RQST-Q-OUTCOME(RQST-QUEUE-COUNT).
005100 2100-EXIT.
005101     EXIT.
005101*
005101******************************************************
005101*  2150-FIND-RESUBMIT-PARA
005101*  LOOKS FOR THE QUEUE REQUEST IN RQST-HOLD-ENTRY AMONG THE
005101*  BACKLOG ENTRIES, WHICH TAKE THE FRONT OF THE TABLE.
005101*  RQST-K IS LEFT POINTING AT THE HIT.
005101******************************************************
005101 2150-FIND-RESUBMIT-PARA.
005101     MOVE "N" TO RQST-MATCH-SWITCH.
005101     IF RQST-BLOG-COUNT > ZERO
005101         PERFORM 2160-TRY-ONE-BACKLOG-PARA THRU 2160-EXIT
005101             VARYING RQST-K FROM 1 BY 1
005101             UNTIL RQST-K > RQST-BLOG-COUNT
005101                 OR RQST-MATCH-FOUND
005101     END-IF.
005101 2150-EXIT.
005101     EXIT.
005101*
005101******************************************************
005101*  2160-TRY-ONE-BACKLOG-PARA
005101*  TESTS ONE BACKLOG ENTRY THAT HAS NOT BEEN CANCELLED
005101*  AGAINST THE REQUEST KEY IN RQST-HOLD-ENTRY.
005102******************************************************
005102 2160-TRY-ONE-BACKLOG-PARA.
005102     IF RQST-Q-OUTCOME(RQST-K) NOT = "X"
005102         AND RQST-Q-REQUESTER(RQST-K) = RQST-H-REQUESTER
005102         AND RQST-Q-REC-TYPE(RQST-K) = RQST-H-REC-TYPE
005102         AND RQST-Q-NUMBER(RQST-K) = RQST-H-NUMBER
005102         AND RQST-Q-R-VALUE(RQST-K) = RQST-H-R-VALUE
005102         SET RQST-MATCH-FOUND TO TRUE
005102         SUBTRACT 1 FROM RQST-K
005102     END-IF.
005102 2160-EXIT.
005102     EXIT.
005102*
005102******************************************************
005102*  2200-LOAD-BACKLOG-PARA
005102*  LOADS THE REQUESTS CARRIED FORWARD FROM EARLIER NIGHTS
005102*  INTO THE FRONT OF THE QUEUE TABLE. NO BACKLOG FILE MEANS
005102*  NOTHING IS OWED.
005102******************************************************
005102 2200-LOAD-BACKLOG-PARA.
005102     OPEN INPUT BLOG-FILE.
005102     IF RQST-BLOG-NOT-FOUND
005102         CLOSE BLOG-FILE
005103         SET RQST-NO-MORE-BLOG TO TRUE
005103         GO TO 2200-EXIT
005103     END-IF.
005103     IF NOT RQST-BLOG-OK
005103         DISPLAY "FACT0181-E REQUEST BACKLOG OPEN FAILED, "
005103             "STATUS = " RQST-BLOG-STATUS UPON CRT
005103         SET RQST-ABORT-RUN TO TRUE
005103         GO TO 2200-EXIT
005103     END-IF.
005103     PERFORM 2210-LOAD-ONE-BACKLOG-PARA THRU 2210-EXIT
005103         UNTIL RQST-NO-MORE-BLOG.
005103     CLOSE BLOG-FILE.
005103     MOVE RQST-QUEUE-COUNT TO RQST-BLOG-COUNT.
005103 2200-EXIT.
005103     EXIT.
005103*
005103******************************************************
005103*  2210-LOAD-ONE-BACKLOG-PARA
005103*  READS AND TABLES ONE BACKLOG RECORD. THE BACKLOG IS
005103*  WRITTEN ONLY BY THIS PROGRAM, SO A RECORD THAT WILL NOT
005103*  EDIT MEANS THE FILE WAS DAMAGED - THE RUN IS ABORTED
005103*  RATHER THAN REWRITING THE BACKLOG WITHOUT SOMEBODY'S
005104*  REQUEST.
005104******************************************************
005104 2210-LOAD-ONE-BACKLOG-PARA.
005104     READ BLOG-FILE
005104         AT END
005104             SET RQST-NO-MORE-BLOG TO TRUE
005104             GO TO 2210-EXIT
005104     END-READ.
005104     ADD 1 TO RQST-BLOG-READ.
005104     IF BL-REQUESTER = SPACE
005104         OR BL-PRIORITY NOT NUMERIC
005104         OR BL-NEEDED-BY NOT NUMERIC
005104         OR NOT BL-TYPE-VALID
005104         OR BL-NUMBER NOT NUMERIC
005104         OR BL-R-VALUE NOT NUMERIC
005104         OR BL-SUBMIT-DATE NOT NUMERIC
005104         OR BL-RETRY-COUNT NOT NUMERIC
005104         OR BL-LAST-TRIED NOT NUMERIC
005104         MOVE RQST-BLOG-READ TO RQST-EXC-RECNO
005104         MOVE "BACKLOG RECORD UNREADABLE" TO RQST-EXC-REASON
005104         MOVE BLOG-RECORD TO RQST-EXC-DATA
005104         PERFORM 7100-WRITE-EXCEPTION-PARA THRU 7100-EXIT
005104         DISPLAY "FACT0182-E BACKLOG RECORD " RQST-BLOG-READ
005105             " UNREADABLE, RUN ABORTED" UPON CRT
005105         SET RQST-ABORT-RUN TO TRUE
005105         SET RQST-NO-MORE-BLOG TO TRUE
005105         GO TO 2210-EXIT
005105     END-IF.
005105     IF RQST-QUEUE-COUNT NOT LESS THAN RQST-MAX-QUEUE
005105         DISPLAY "FACT0067-E REQUEST BACKLOG TABLE FULL AT "
005105             RQST-MAX-QUEUE " ENTRIES, RUN ABORTED" UPON CRT
005105         SET RQST-ABORT-RUN TO TRUE
005105         SET RQST-NO-MORE-BLOG TO TRUE
005105         GO TO 2210-EXIT
005105     END-IF.
005105     ADD 1 TO RQST-QUEUE-COUNT.
005105     MOVE BL-REQUESTER TO RQST-Q-REQUESTER(RQST-QUEUE-COUNT).
005105     MOVE BL-PRIORITY TO RQST-Q-PRIORITY(RQST-QUEUE-COUNT).
005105     MOVE BL-NEEDED-BY TO RQST-Q-NEEDED-BY(RQST-QUEUE-COUNT).
005105     MOVE BL-REC-TYPE TO RQST-Q-REC-TYPE(RQST-QUEUE-COUNT).
005105     MOVE BL-NUMBER TO RQST-Q-NUMBER(RQST-QUEUE-COUNT).
005105     MOVE BL-R-VALUE TO RQST-Q-R-VALUE(RQST-QUEUE-COUNT).
005105     MOVE "B" TO RQST-Q-SOURCE(RQST-QUEUE-COUNT).
005105     MOVE BL-SUBMIT-DATE TO RQST-Q-SUBMIT-DATE(RQST-QUEUE-COUNT).
005105     MOVE BL-RETRY-COUNT TO RQST-Q-RETRY(RQST-QUEUE-COUNT).
005106     MOVE BL-LAST-TRIED TO RQST-Q-LAST-TRIED(RQST-QUEUE-COUNT).
005106     MOVE "N" TO RQST-Q-OUTCOME(RQST-QUEUE-COUNT).
005106 2210-EXIT.
005106     EXIT.
005106*
005106******************************************************
005106*  2300-CANCEL-REQUEST-PARA
005106*  CANCELS EVERY OUTSTANDING REQUEST - BACKLOG OR QUEUE
005106*  ENTRY TABLED SO FAR - WITH THE KEY IN RQST-HOLD-ENTRY.
005106*  A CANCEL THAT MATCHES NOTHING IS REJECTED TO THE REPORT.
005106******************************************************
005106 2300-CANCEL-REQUEST-PARA.
005106     MOVE "N" TO RQST-MATCH-SWITCH.
005106     PERFORM 2310-CANCEL-ONE-ENTRY-PARA THRU 2310-EXIT
005106         VARYING RQST-K FROM 1 BY 1
005106         UNTIL RQST-K > RQST-QUEUE-COUNT.
005106     IF NOT RQST-MATCH-FOUND
005106         MOVE "CANCEL MATCHES NO REQUEST" TO RQST-EXC-REASON
005106         PERFORM 7100-WRITE-EXCEPTION-PARA THRU 7100-EXIT
005106         ADD 1 TO RQST-QUEUE-REJECTED
005106     END-IF.
005106 2300-EXIT.
005106     EXIT.
005107*
005107******************************************************
005107*  2310-CANCEL-ONE-ENTRY-PARA
005107*  MARKS ONE TABLE ENTRY CANCELLED WHEN ITS KEY MATCHES.
005107******************************************************
005107 2310-CANCEL-ONE-ENTRY-PARA.
005107     IF RQST-Q-OUTCOME(RQST-K) NOT = "X"
005107         AND RQST-Q-REQUESTER(RQST-K) = RQST-H-REQUESTER
005107         AND RQST-Q-REC-TYPE(RQST-K) = RQST-H-REC-TYPE
005107         AND RQST-Q-NUMBER(RQST-K) = RQST-H-NUMBER
005107         AND RQST-Q-R-VALUE(RQST-K) = RQST-H-R-VALUE
005107         MOVE "X" TO RQST-Q-OUTCOME(RQST-K)
005107         ADD 1 TO RQST-CANCELLED
005107         SET RQST-MATCH-FOUND TO TRUE
005107     END-IF.
005107 2310-EXIT.
005107     EXIT.
005107*
005107******************************************************
005107*  2350-SET-HOLD-KEY-PARA
005107*  MOVES THE REQUEST KEY OF THE CURRENT QUEUE RECORD -
005107*  REQUESTER, TYPE, NUMBER AND R VALUE - TO THE HOLD AREA.
005108******************************************************
005108 2350-SET-HOLD-KEY-PARA.
005108     MOVE RQ-REQUESTER TO RQST-H-REQUESTER.
005108     MOVE RQ-REC-TYPE TO RQST-H-REC-TYPE.
005108     MOVE RQ-NUMBER TO RQST-H-NUMBER.
005108     IF RQ-TYPE-COMBIN
005108         MOVE RQ-R-VALUE TO RQST-H-R-VALUE
005108     ELSE
005108         MOVE ZERO TO RQST-H-R-VALUE
005108     END-IF.
005108 2350-EXIT.
005108     EXIT.
005108*
005108******************************************************
005108*  2400-DROP-CANCELLED-PARA
005108*  CLOSES UP THE QUEUE TABLE OVER THE CANCELLED ENTRIES SO
005108*  NEITHER PASS EVER SEES THEM AGAIN.
005108******************************************************
005108 2400-DROP-CANCELLED-PARA.
005108     IF RQST-CANCELLED = ZERO
005108         GO TO 2400-EXIT
005108     END-IF.
005108     MOVE ZERO TO RQST-KEEP-COUNT.
005109     PERFORM 2410-KEEP-ONE-ENTRY-PARA THRU 2410-EXIT
005109         VARYING RQST-K FROM 1 BY 1
005109         UNTIL RQST-K > RQST-QUEUE-COUNT.
005109     MOVE RQST-KEEP-COUNT TO RQST-QUEUE-COUNT.
005109 2400-EXIT.
005109     EXIT.
005109*
005109******************************************************
005109*  2410-KEEP-ONE-ENTRY-PARA
005109*  MOVES ONE ENTRY THAT WAS NOT CANCELLED DOWN TO THE NEXT
005109*  KEPT POSITION.
005109******************************************************
005109 2410-KEEP-ONE-ENTRY-PARA.
005109     IF RQST-Q-OUTCOME(RQST-K) = "X"
005109         GO TO 2410-EXIT
005109     END-IF.
005109     ADD 1 TO RQST-KEEP-COUNT.
005109     IF RQST-KEEP-COUNT NOT = RQST-K
005109         MOVE RQST-Q-ENTRY(RQST-K) TO
005109             RQST-Q-ENTRY(RQST-KEEP-COUNT)
005109     END-IF.
005109 2410-EXIT.
005110     EXIT.
005120*
005130******************************************************
005160*  LOADS WHATEVER IS ALREADY ON THE WORKLIST AND COMBIN
005170*  FILES, THEN REWRITES BOTH FILES WITH THE QUEUE ENTRIES
005180*  FIRST (DE-DUPLICATED) AND THE PRE-EXISTING ENTRIES AFTER
005181*  THEM, AND PRINTS THE MERGE CONTROL TOTALS. THE BACKLOG
005182*  IS ONLY READ HERE - THE RESULTS PASS REWRITES IT.
005200******************************************************
005210 3000-BUILD-PARA.
005220     PERFORM 3100-SORT-BY-PRIORITY-PARA THRU 3100-EXIT.
005320*
005330******************************************************
005340*  3100-SORT-BY-PRIORITY-PARA
005350*  SORTS THE QUEUE TABLE WITH THE BACKLOG AHEAD OF THE NEW
005351*  WORK, THEN ON PRIORITY (1 HIGHEST) AND NEEDED-BY DATE
005352*  WITHIN EACH, BY REPEATED EXCHANGE PASSES - THE QUEUE
005370*  IS CAPPED AT THE TABLE SIZE SO THE PASSES STAY CHEAP.
005380******************************************************
005390 3100-SORT-BY-PRIORITY-PARA.
005620******************************************************
005630*  3120-COMPARE-PAIR-PARA
005640*  EXCHANGES ONE ADJACENT PAIR OF QUEUE ENTRIES WHEN THE
005650*  SECOND SHOULD RUN FIRST - BACKLOG ("B") BEFORE NEW WORK
005651*  ("Q"), THEN LOWER PRIORITY VALUE FIRST, EARLIER
005652*  NEEDED-BY DATE FIRST WITHIN A PRIORITY.
005670******************************************************
005680 3120-COMPARE-PAIR-PARA.
005690     COMPUTE RQST-J = RQST-I + 1.
005691     IF RQST-Q-SOURCE(RQST-J) NOT = RQST-Q-SOURCE(RQST-I)
005692         IF RQST-Q-SOURCE(RQST-J) < RQST-Q-SOURCE(RQST-I)
005693             MOVE RQST-Q-ENTRY(RQST-I) TO RQST-HOLD-ENTRY
005694             MOVE RQST-Q-ENTRY(RQST-J) TO RQST-Q-ENTRY(RQST-I)
005695             MOVE RQST-HOLD-ENTRY TO RQST-Q-ENTRY(RQST-J)
005696             SET RQST-SWAPPED TO TRUE
005697         END-IF
005698         GO TO 3120-EXIT
005699     END-IF.
005700     IF RQST-Q-PRIORITY(RQST-J) < RQST-Q-PRIORITY(RQST-I)
005710         OR (RQST-Q-PRIORITY(RQST-J) = RQST-Q-PRIORITY(RQST-I)
005720             AND RQST-Q-NEEDED-BY(RQST-J) <
009310*
009320******************************************************
009330*  5000-RESULTS-PARA
009331*  THE POST-RUN PASS - MATCHES THE REQUESTS AGAINST THE RUN
009332*  AND THEN CARRIES EVERYTHING NOT FILLED TO THE BACKLOG.
009333*  WHEN THERE ARE NO RESULTS TO MATCH, OR THE MATCH CANNOT
009334*  BE COMPLETED, THE RUN STILL ENDS WITH CONDITION CODE 8,
009335*  BUT NO REQUEST IS LOST - THEY ALL GO TO THE BACKLOG FOR
009336*  THE NEXT NIGHT - AND THE COMPLETION FILE IS LEFT EMPTY.
009380******************************************************
009390 5000-RESULTS-PARA.
009391     PERFORM 5050-MATCH-RESULTS-PARA THRU 5050-EXIT.
009391     IF RQST-NO-RUN-STAMP
009391         DISPLAY "FACT0183-W NO RESULTS MATCHED - EVERY REQUEST "
009392             "IS CARRIED TO THE BACKLOG" UPON CRT
009392     ELSE
009392         IF RQST-ABORT-RUN
009393             DISPLAY "FACT0204-W RESULTS PASS ENDED IN ERROR - "
009393                 "EVERY REQUEST IS CARRIED TO THE BACKLOG"
009394                 UPON CRT
009394         END-IF
009394     END-IF.
009394     IF RQST-ABORT-RUN
009394         PERFORM 5960-CLEAR-COMPLETIONS-PARA THRU 5960-EXIT
009394     END-IF.
009395     PERFORM 6000-CARRY-BACKLOG-PARA THRU 6000-EXIT.
009395 5000-EXIT.
009396     EXIT.
009396*
009396******************************************************
009397*  5050-MATCH-RESULTS-PARA
009397*  PICKS UP THE RUN STAMP FROM FACTCTL, LOADS THIS RUN'S
009398*  AUDIT RECORDS, SORTS THE QUEUE INTO REQUESTER ORDER, AND
009398*  WRITES THE COMPLETION FILE - LED BY THE RUN STAMP - AND
009398*  THE PER-REQUESTER REPORT SECTIONS.
009399******************************************************
009399 5050-MATCH-RESULTS-PARA.
009400     PERFORM 5100-READ-CONTROL-PARA THRU 5100-EXIT.
009410     IF RQST-ABORT-RUN
009420         GO TO 5050-EXIT
009430     END-IF.
009440     PERFORM 5200-LOAD-AUDIT-PARA THRU 5200-EXIT.
009450     IF RQST-ABORT-RUN
009460         GO TO 5050-EXIT
009470     END-IF.
009480     PERFORM 5300-SORT-BY-REQUESTER-PARA THRU 5300-EXIT.
009490     OPEN OUTPUT COMP-FILE.
009510         DISPLAY "FACT0069-E COMPLETION FILE OPEN FAILED, "
009520             "STATUS = " RQST-COMP-STATUS UPON CRT
009530         SET RQST-ABORT-RUN TO TRUE
009540         GO TO 5050-EXIT
009550     END-IF.
009551     MOVE SPACES TO COMP-STAMP-RECORD.
009552     SET COMP-IS-RUN-STAMP TO TRUE.
009553     MOVE RQST-RUN-DATE TO COMP-STAMP-DATE.
009554     MOVE RQST-RUN-TIME TO COMP-STAMP-TIME.
009555     MOVE RQST-RUN-ID TO COMP-STAMP-RUN-ID.
009556     WRITE COMP-STAMP-RECORD.
009560     MOVE SPACE TO RQST-BREAK-REQUESTER.
009570     PERFORM 5400-REPORT-ONE-REQUEST-PARA THRU 5400-EXIT
009580         VARYING RQST-I FROM 1 BY 1
009620     END-IF.
009630     CLOSE COMP-FILE.
009640     PERFORM 8100-PRINT-RESULTS-TOTALS-PARA THRU 8100-EXIT.
009650 5050-EXIT.
009660     EXIT.
009670*
009680******************************************************
009780         DISPLAY "FACT0070-E NO CONTROL RECORD FROM "
009790             "FACTORIALS - NO RESULTS TO MATCH" UPON CRT
009800         SET RQST-ABORT-RUN TO TRUE
009801         SET RQST-NO-RUN-STAMP TO TRUE
009810         GO TO 5100-EXIT
009820     END-IF.
009830     READ CTL-FILE
009860                 "FACTORIALS - NO RESULTS TO MATCH" UPON CRT
009870             CLOSE CTL-FILE
009880             SET RQST-ABORT-RUN TO TRUE
009881             SET RQST-NO-RUN-STAMP TO TRUE
009890             GO TO 5100-EXIT
009900     END-READ.
009910     MOVE CTL-RUN-DATE TO RQST-RUN-DATE.
009920     MOVE CTL-RUN-TIME TO RQST-RUN-TIME.
009921     MOVE CTL-RUN-ID TO RQST-RUN-ID.
009930     CLOSE CTL-FILE.
009940 5100-EXIT.
009950     EXIT.
010210******************************************************
010220*  5210-LOAD-ONE-AUDIT-PARA
010230*  READS ONE AUDIT RECORD AND TABLES IT IF IT BELONGS TO
010240*  THIS RUN. BINOMIAL TABLE ROWS (TYPE "B") ARE NOT
010241*  TABLED.
010250******************************************************
010260 5210-LOAD-ONE-AUDIT-PARA.
010270     READ AUDIT-FILE
010310     END-READ.
010320     IF AUDIT-RUN-DATE NOT = RQST-RUN-DATE
010330         OR AUDIT-RUN-TIME NOT = RQST-RUN-TIME
010331         GO TO 5210-EXIT
010332     END-IF.
010333     IF AUDIT-REC-TYPE = "B"
010340         GO TO 5210-EXIT
010350     END-IF.
010360     IF RQST-AUDIT-COUNT NOT LESS THAN RQST-MAX-AUDIT
011140         PERFORM 5500-OPEN-SECTION-PARA THRU 5500-EXIT
011150     END-IF.
011160     PERFORM 5700-MATCH-ONE-PARA THRU 5700-EXIT.
011161     IF RQST-MATCH-FOUND
011162         MOVE "F" TO RQST-Q-OUTCOME(RQST-I)
011163     END-IF.
011170     PERFORM 5800-WRITE-DETAIL-PARA THRU 5800-EXIT.
011180     PERFORM 5900-WRITE-COMPLETION-PARA THRU 5900-EXIT.
011190 5400-EXIT.
012360******************************************************
012370*  5900-WRITE-COMPLETION-PARA
012380*  WRITES ONE PER-REQUESTER COMPLETION RECORD FOR THE
012390*  REQUEST JUST REPORTED, WITH THE REASON WHEN IT WAS NOT
012391*  RUN.
012400******************************************************
012410 5900-WRITE-COMPLETION-PARA.
012420     MOVE SPACES TO COMP-RECORD.
012440     MOVE RQST-Q-REC-TYPE(RQST-I) TO COMP-REC-TYPE.
012450     MOVE RQST-Q-NUMBER(RQST-I) TO COMP-NUMBER.
012460     MOVE RQST-Q-R-VALUE(RQST-I) TO COMP-R-VALUE.
012461     MOVE RQST-Q-NEEDED-BY(RQST-I) TO COMP-NEEDED-BY.
012470     IF RQST-MATCH-FOUND
012490         MOVE RQST-AUD-RESULT(RQST-J) TO COMP-RESULT
012500         MOVE RQST-AUD-RESULT-2(RQST-J) TO COMP-RESULT-2
012580         MOVE ZERO TO COMP-RESULT
012590         MOVE ZERO TO COMP-RESULT-2
012600         MOVE "NOT RUN" TO COMP-STATUS
012601         PERFORM 5950-SET-NOT-RUN-REASON-PARA THRU 5950-EXIT
012610     END-IF.
012620     WRITE COMP-RECORD.
012630 5900-EXIT.
012631     EXIT.
012631*
012631******************************************************
012631*  5950-SET-NOT-RUN-REASON-PARA
012631*  GIVES THE REQUESTER THE SAME VERDICT THE BACKLOG PASS
012631*  WILL REACH IN 6100/6200 - THE RETRY COUNT IS TAKEN AS
012631*  IT WILL STAND ONCE TONIGHT'S MISS IS COUNTED, SO A
012631*  REQUEST THE ESCALATION REPORT LISTS IS NEVER TOLD IT
012631*  WAS SIMPLY CARRIED FORWARD.
012631******************************************************
012631 5950-SET-NOT-RUN-REASON-PARA.
012631     MOVE RQST-Q-RETRY(RQST-I) TO RQST-NEXT-RETRY.
012631     IF RQST-Q-LAST-TRIED(RQST-I) NOT = RQST-PROC-DATE
012631         AND RQST-NEXT-RETRY < 999
012631         ADD 1 TO RQST-NEXT-RETRY
012631     END-IF.
012631     IF RQST-Q-NEEDED-BY(RQST-I) < RQST-PROC-DATE
012631         IF RQST-NEXT-RETRY > RQST-RETRY-LIMIT
012632             MOVE "OVERDUE, RETRIES - ESCALATED" TO COMP-REASON
012632         ELSE
012632             MOVE "PAST NEEDED-BY - ESCALATED" TO COMP-REASON
012632         END-IF
012632     ELSE
012632         IF RQST-NEXT-RETRY > RQST-RETRY-LIMIT
012632             MOVE "RETRY LIMIT - ESCALATED" TO COMP-REASON
012632         ELSE
012632             MOVE "NOT REACHED - CARRIED FORWARD" TO COMP-REASON
012632         END-IF
012632     END-IF.
012632 5950-EXIT.
012632     EXIT.
012632*
012632******************************************************
012632*  5960-CLEAR-COMPLETIONS-PARA
012632*  EMPTIES THE COMPLETION FILE AFTER A RESULTS RUN THAT
012632*  COULD NOT WRITE IT, SO THE LAST GOOD NIGHT'S COMPLETIONS
012632*  ARE NOT LEFT FOR FACTBILL AND FACTDIST TO PICK UP.
012632******************************************************
012632 5960-CLEAR-COMPLETIONS-PARA.
012632     OPEN OUTPUT COMP-FILE.
012632     IF NOT RQST-COMP-OK
012632         DISPLAY "FACT0206-E COMPLETION FILE FACTRQCP COULD NOT "
012632             "BE EMPTIED, STATUS = " RQST-COMP-STATUS UPON CRT
012632         DISPLAY "FACT0206-E ITS RUN STAMP IS AN EARLIER "
012632             "NIGHT'S - FACTBILL AND FACTDIST WILL REFUSE IT"
012632             UPON CRT
012632         GO TO 5960-EXIT
012632     END-IF.
012632     CLOSE COMP-FILE.
012632 5960-EXIT.
012632     EXIT.
012632*
012632******************************************************
012632*  6000-CARRY-BACKLOG-PARA
012632*  REWRITES THE BACKLOG WITH EVERY REQUEST NOT FILLED AND
012633*  LISTS THE ONES THAT NEED THE SHIFT SUPERVISOR ON THE
012633*  ESCALATION REPORT. A REQUEST FILLED TONIGHT LEAVES THE
012633*  BACKLOG HERE; A CANCELLED ONE WAS DROPPED AT LOAD.
012633******************************************************
012633 6000-CARRY-BACKLOG-PARA.
012633     OPEN OUTPUT BLOG-FILE.
012633     IF RQST-BLOG-NOT-FOUND
012633         MOVE "00" TO RQST-BLOG-STATUS
012633     END-IF.
012633     IF NOT RQST-BLOG-OK
012633         DISPLAY "FACT0184-E REQUEST BACKLOG REWRITE FAILED, "
012633             "STATUS = " RQST-BLOG-STATUS UPON CRT
012633         SET RQST-ABORT-RUN TO TRUE
012633         GO TO 6000-EXIT
012633     END-IF.
012633     OPEN OUTPUT ESC-FILE.
012633     IF RQST-ESC-OK
012633         SET RQST-ESC-OPEN TO TRUE
012634         MOVE RQST-PROC-DATE TO RQST-ESC-HEAD-DATE
012634         PERFORM 7400-WRITE-ESC-HEADING-PARA THRU 7400-EXIT
012634     ELSE
012634         DISPLAY "FACT0185-E ESCALATION REPORT OPEN FAILED, "
012634             "STATUS = " RQST-ESC-STATUS UPON CRT
012634         SET RQST-ABORT-RUN TO TRUE
012634     END-IF.
012634     PERFORM 6100-CARRY-ONE-PARA THRU 6100-EXIT
012634         VARYING RQST-I FROM 1 BY 1
012634         UNTIL RQST-I > RQST-QUEUE-COUNT.
012634     CLOSE BLOG-FILE.
012634     IF RQST-ESC-OPEN
012634         MOVE RQST-BLANK-LINE TO ESC-LINE
012634         PERFORM 7500-WRITE-ESC-LINE-PARA THRU 7500-EXIT
012634         MOVE "REQUESTS ESCALATED:" TO RQST-SUM-TEXT
012634         MOVE RQST-ESCALATED TO RQST-SUM-COUNT
012634         MOVE RQST-SUM-LINE TO ESC-LINE
012635         PERFORM 7500-WRITE-ESC-LINE-PARA THRU 7500-EXIT
012635         MOVE "RETRY LIMIT IN FORCE:" TO RQST-SUM-TEXT
012635         MOVE RQST-RETRY-LIMIT TO RQST-SUM-COUNT
012635         MOVE RQST-SUM-LINE TO ESC-LINE
012635         PERFORM 7500-WRITE-ESC-LINE-PARA THRU 7500-EXIT
012635         CLOSE ESC-FILE
012635     END-IF.
012635     IF RQST-ESCALATED > ZERO
012635         DISPLAY "FACT0186-W " RQST-ESCALATED
012635             " REQUEST(S) ESCALATED - SEE RQSTESC" UPON CRT
012635     END-IF.
012635     PERFORM 8200-PRINT-BACKLOG-TOTALS-PARA THRU 8200-EXIT.
012635 6000-EXIT.
012635     EXIT.
012635*
012635******************************************************
012635*  6100-CARRY-ONE-PARA
012635*  WRITES ONE UNFILLED REQUEST TO THE BACKLOG. THE RETRY
012636*  COUNT GOES UP ONCE PER PROCESSING DATE, SO RERUNNING THE
012636*  SAME NIGHT'S RESULTS PASS DOES NOT COUNT A MISS TWICE.
012636******************************************************
012636 6100-CARRY-ONE-PARA.
012636     IF RQST-Q-OUTCOME(RQST-I) = "F"
012636         IF RQST-Q-SOURCE(RQST-I) = "B"
012636             ADD 1 TO RQST-BLOG-CLEARED
012636         END-IF
012636         GO TO 6100-EXIT
012636     END-IF.
012636     IF RQST-Q-LAST-TRIED(RQST-I) NOT = RQST-PROC-DATE
012636         IF RQST-Q-RETRY(RQST-I) < 999
012636             ADD 1 TO RQST-Q-RETRY(RQST-I)
012636         END-IF
012636         MOVE RQST-PROC-DATE TO RQST-Q-LAST-TRIED(RQST-I)
012636     END-IF.
012636     MOVE SPACES TO BLOG-RECORD.
012637     MOVE RQST-Q-REQUESTER(RQST-I) TO BL-REQUESTER.
012637     MOVE RQST-Q-PRIORITY(RQST-I) TO BL-PRIORITY.
012637     MOVE RQST-Q-NEEDED-BY(RQST-I) TO BL-NEEDED-BY.
012637     MOVE RQST-Q-REC-TYPE(RQST-I) TO BL-REC-TYPE.
012637     MOVE RQST-Q-NUMBER(RQST-I) TO BL-NUMBER.
012637     MOVE RQST-Q-R-VALUE(RQST-I) TO BL-R-VALUE.
012637     MOVE RQST-Q-SUBMIT-DATE(RQST-I) TO BL-SUBMIT-DATE.
012637     MOVE RQST-Q-RETRY(RQST-I) TO BL-RETRY-COUNT.
012637     MOVE RQST-Q-LAST-TRIED(RQST-I) TO BL-LAST-TRIED.
012637     WRITE BLOG-RECORD.
012637     ADD 1 TO RQST-BLOG-CARRIED.
012637     PERFORM 6200-CHECK-ESCALATION-PARA THRU 6200-EXIT.
012637 6100-EXIT.
012637     EXIT.
012637*
012637******************************************************
012637*  6200-CHECK-ESCALATION-PARA
012637*  ESCALATES THE REQUEST JUST CARRIED WHEN ITS NEEDED-BY
012638*  DATE HAS PASSED OR IT HAS MISSED MORE NIGHTS THAN THE
012638*  RETRY LIMIT ALLOWS, AND PRINTS IT ON THE ESCALATION
012638*  REPORT WITH THE REASON.
012638******************************************************
012638 6200-CHECK-ESCALATION-PARA.
012638     MOVE SPACE TO RQST-ESC-REASON.
012638     IF RQST-Q-NEEDED-BY(RQST-I) < RQST-PROC-DATE
012638         IF RQST-Q-RETRY(RQST-I) > RQST-RETRY-LIMIT
012638             MOVE "OVERDUE, RETRIES" TO RQST-ESC-REASON
012638         ELSE
012638             MOVE "PAST NEEDED-BY" TO RQST-ESC-REASON
012638         END-IF
012638     ELSE
012638         IF RQST-Q-RETRY(RQST-I) > RQST-RETRY-LIMIT
012638             MOVE "RETRY LIMIT" TO RQST-ESC-REASON
012638         END-IF
012638     END-IF.
012639     IF RQST-ESC-REASON = SPACE
012639         GO TO 6200-EXIT
012639     END-IF.
012639     ADD 1 TO RQST-ESCALATED.
012639     IF NOT RQST-ESC-OPEN
012639         GO TO 6200-EXIT
012639     END-IF.
012639     MOVE RQST-Q-REQUESTER(RQST-I) TO RQST-ESC-REQUESTER.
012639     MOVE RQST-Q-REC-TYPE(RQST-I) TO RQST-ESC-TYPE.
012639     MOVE RQST-Q-NUMBER(RQST-I) TO RQST-ESC-NUMBER.
012639     MOVE RQST-Q-R-VALUE(RQST-I) TO RQST-ESC-R.
012639     MOVE RQST-Q-NEEDED-BY(RQST-I) TO RQST-ESC-NEEDED.
012639     MOVE RQST-Q-SUBMIT-DATE(RQST-I) TO RQST-ESC-SUBMITTED.
012639     MOVE RQST-Q-RETRY(RQST-I) TO RQST-ESC-RETRIES.
012639     MOVE RQST-ESC-DET-LINE TO ESC-LINE.
012639     PERFORM 7500-WRITE-ESC-LINE-PARA THRU 7500-EXIT.
012639 6200-EXIT.
012640     EXIT.
012650*
012660******************************************************
013190     EXIT.
013200*
013210******************************************************
013211*  7400-WRITE-ESC-HEADING-PARA
013211*  WRITES THE ESCALATION REPORT PAGE AND COLUMN HEADINGS
013211*  AND RESETS ITS LINE COUNT.
013211******************************************************
013211 7400-WRITE-ESC-HEADING-PARA.
013212     ADD 1 TO RQST-ESC-PAGE-NO.
013212     IF RQST-ESC-PAGE-NO = 1
013212         MOVE SPACE TO RQST-ESC-HEADING-CC
013212     ELSE
013213         MOVE RQST-NEW-PAGE-CC TO RQST-ESC-HEADING-CC
013213     END-IF.
013213     MOVE RQST-ESC-PAGE-NO TO RQST-ESC-HEAD-PAGE.
013213     WRITE ESC-LINE FROM RQST-ESC-HEADING.
013214     WRITE ESC-LINE FROM RQST-BLANK-LINE.
013214     WRITE ESC-LINE FROM RQST-ESC-COL-HEADING.
013214     MOVE ZERO TO RQST-ESC-LINE-COUNT.
013214 7400-EXIT.
013215     EXIT.
013215*
013215******************************************************
013215*  7500-WRITE-ESC-LINE-PARA
013216*  WRITES ONE LINE FROM ESC-LINE (ALREADY MOVED BY THE
013216*  CALLER) AND BREAKS THE PAGE WHEN IT IS FULL.
013216******************************************************
013216 7500-WRITE-ESC-LINE-PARA.
013217     IF RQST-ESC-LINE-COUNT NOT LESS THAN
013217             RQST-RPT-LINES-PER-PAGE
013217         MOVE ESC-LINE TO RQST-ESC-HOLD-LINE
013217         PERFORM 7400-WRITE-ESC-HEADING-PARA THRU 7400-EXIT
013218         MOVE RQST-ESC-HOLD-LINE TO ESC-LINE
013218     END-IF.
013218     WRITE ESC-LINE.
013218     ADD 1 TO RQST-ESC-LINE-COUNT.
013219 7500-EXIT.
013219     EXIT.
013219*
013219******************************************************
013220*  8000-PRINT-BUILD-TOTALS-PARA
013230*  PRINTS THE MERGE CONTROL TOTALS FOR THE BUILD PASS.
013240******************************************************
013420     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
013430     MOVE "COMBIN PAIRS RELEASED:" TO RQST-SUM-TEXT.
013440     MOVE RQST-CB-RELEASED TO RQST-SUM-COUNT.
013441     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
013442     MOVE "BACKLOG RECORDS READ:" TO RQST-SUM-TEXT.
013443     MOVE RQST-BLOG-READ TO RQST-SUM-COUNT.
013444     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
013445     MOVE "RESUBMITTED, ALREADY ON BACKLOG:" TO RQST-SUM-TEXT.
013446     MOVE RQST-BLOG-RESUBMITTED TO RQST-SUM-COUNT.
013447     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
013448     MOVE "REQUESTS CANCELLED:" TO RQST-SUM-TEXT.
013449     MOVE RQST-CANCELLED TO RQST-SUM-COUNT.
013450     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
013460 8000-EXIT.
013470     EXIT.
013700     EXIT.
013710*
013720******************************************************
013721*  8200-PRINT-BACKLOG-TOTALS-PARA
013721*  PRINTS THE BACKLOG CONTROL TOTALS FOR THE RESULTS PASS.
013721******************************************************
013721 8200-PRINT-BACKLOG-TOTALS-PARA.
013722     MOVE RQST-BLANK-LINE TO RPT-LINE.
013722     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
013722     MOVE "BACKLOG RECORDS READ:" TO RQST-SUM-TEXT.
013723     MOVE RQST-BLOG-READ TO RQST-SUM-COUNT.
013723     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
013723     MOVE "RESUBMITTED, ALREADY ON BACKLOG:" TO RQST-SUM-TEXT.
013724     MOVE RQST-BLOG-RESUBMITTED TO RQST-SUM-COUNT.
013724     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
013724     MOVE "REQUESTS CANCELLED:" TO RQST-SUM-TEXT.
013725     MOVE RQST-CANCELLED TO RQST-SUM-COUNT.
013725     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
013725     MOVE "BACKLOG REQUESTS FILLED:" TO RQST-SUM-TEXT.
013726     MOVE RQST-BLOG-CLEARED TO RQST-SUM-COUNT.
013726     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
013726     MOVE "CARRIED FORWARD TO BACKLOG:" TO RQST-SUM-TEXT.
013727     MOVE RQST-BLOG-CARRIED TO RQST-SUM-COUNT.
013727     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
013727     MOVE "REQUESTS ESCALATED:" TO RQST-SUM-TEXT.
013728     MOVE RQST-ESCALATED TO RQST-SUM-COUNT.
013728     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
013728 8200-EXIT.
013729     EXIT.
013729*
013729******************************************************
013730*  9000-TERMINATE-PARA
013740*  CLOSES THE REPORT, SETS THE CONDITION CODE - 0 FOR A
013750*  CLEAN PASS, 4 WHEN QUEUE RECORDS WERE REJECTED OR
013751*  REQUESTS WENT UNFILLED OR WERE ESCALATED, 8 WHEN THE
013752*  RUN WAS ABORTED -
013770*  AND ENDS THE RUN.
013780******************************************************
013790 9000-TERMINATE-PARA.
013810     MOVE ZERO TO RQST-RETURN-CODE.
013820     IF RQST-QUEUE-REJECTED > ZERO
013830         OR RQST-UNFILLED-COUNT > ZERO
013831         OR RQST-ESCALATED > ZERO
013840         MOVE 4 TO RQST-RETURN-CODE
013850     END-IF.
013860     IF RQST-ABORT-RUN
