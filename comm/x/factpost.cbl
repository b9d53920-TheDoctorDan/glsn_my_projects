000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FACTPOST.
000030 AUTHOR. R-HOLLOWAY.
000040 INSTALLATION. OPERATIONS-SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080******************************************************
000090*  MODIFICATION HISTORY
000100*
000110*  DATE       INIT  DESCRIPTION
000120*  ---------  ----  ------------------------------------
000130*  10/15/2026 RH    ORIGINAL PROGRAM - POSTS THE INQUIRIES
000140*                   FACTINQ HELD WHILE THE BATCH WINDOW WAS
000150*                   OPEN. DURING THE NIGHTLY STREAM FACTINQ
000160*                   ANSWERS READ-ONLY AND PARKS EACH TYPE
000170*                   "Q" AUDIT RECORD, UNNUMBERED, ON THE
000180*                   FACTAUDP PENDING FILE INSTEAD OF
000190*                   FACTAUDT. FACTDRVR CALLS THIS PROGRAM
000200*                   ONCE IT HAS CLEARED THE WINDOW; IT CAN
000210*                   ALSO BE RUN ON ITS OWN. EACH HELD
000220*                   RECORD IS GIVEN THE MASTER EFFECT THE
000230*                   INQUIRY WOULD HAVE HAD - A USE COUNT
000240*                   BUMPED OR A RESULT ADDED, THE SAME
000250*                   RULES FACTBKUP REPLAYS - AND IS THEN
000260*                   APPENDED TO FACTAUDT UNDER THE NEXT
000270*                   AUDIT CHAIN SEQUENCE NUMBER. FACTAUDP
000280*                   IS EMPTIED ONLY WHEN EVERY RECORD IS
000290*                   POSTED. NOTHING IS POSTED WHILE THE
000300*                   WINDOW IS STILL OPEN. CONDITION CODE 0
000310*                   IS A CLEAN RUN, 4 MEANS A HELD RECORD
000320*                   COULD NOT BE APPLIED TO THE MASTER (IT
000330*                   IS STILL POSTED), 8 MEANS NOTHING WAS
000340*                   POSTED OR FACTAUDP COULD NOT BE
000350*                   EMPTIED.
000360******************************************************
000370*  10/15/2026 RH    EVERY APPEND TO FACTAUDT IS NOW CHECKED.
000380*                   A FAILED WRITE STOPS THE POSTING, LEAVES
000390*                   FACTAUDP AS IT IS AND ENDS THE RUN WITH
000400*                   CONDITION CODE 8, SO NO HELD INQUIRY IS
000410*                   LOST. THE CHAIN CONTROL RECORD IS NOT
000420*                   REWRITTEN, SO THE NEXT WRITER PICKS THE
000430*                   CHAIN UP FROM THE LAST RECORD ACTUALLY ON
000440*                   FACTAUDT.
000450******************************************************
000460*  10/15/2026 RH    FACTAUDP IS NO LONGER EMPTIED WHOLE. AT
000470*                   THE END OF THE RUN ONLY THE RECORDS
000480*                   ACTUALLY POSTED ARE TAKEN OFF; ANY HELD
000490*                   AFTER THE POSTING READ ENDED, OR LEFT BY
000500*                   A FAILED AUDIT WRITE, ARE COPIED THROUGH
000510*                   THE FACTAUDQ WORK FILE AND PUT BACK FOR
000520*                   THE NEXT RUN WITH FACT0173-W AND
000530*                   CONDITION CODE 4. FACTAUDT AND THE AUDIT
000540*                   CHAIN ARE NOW OPENED AND CLOSED AROUND
000550*                   EACH POSTED RECORD, AS IN FACTINQ, SINCE
000560*                   INQUIRY SESSIONS GO BACK TO AUDITING
000570*                   STRAIGHT TO FACTAUDT AS SOON AS THE
000580*                   WINDOW CLEARS.
000581******************************************************
000582*  10/15/2026 RH    EACH HELD RECORD IS NOW POSTED TO FACTAUDT
000583*                   BEFORE IT IS APPLIED TO THE MASTER, AND
000584*                   APPLIED ONLY WHEN THE AUDIT WRITE WORKED.
000585*                   A RECORD LEFT ON FACTAUDP BY A FAILED
000586*                   WRITE HAS THEN NOT TOUCHED THE MASTER, SO
000587*                   THE NEXT RUN DOES NOT APPLY IT TWICE.
000590******************************************************
000600*
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SPECIAL-NAMES.
000640     CONSOLE IS CRT.
000650*
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT OPTIONAL FACTMAST-FILE ASSIGN TO "FACTMAST"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS MAST-NUMBER
000720         FILE STATUS IS POST-MAST-STATUS.
000730     SELECT OPTIONAL PEND-FILE ASSIGN TO "FACTAUDP"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS POST-PEND-STATUS.
000760     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "FACTAUDT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS POST-AUDIT-STATUS.
000790     SELECT KEEP-FILE ASSIGN TO "FACTAUDQ"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS POST-KEEP-STATUS.
000820*
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  FACTMAST-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  MAST-RECORD.
000880     05  MAST-NUMBER         PIC 9(05).
000890     05  MAST-RESULT         PIC 9(09).
000900     05  MAST-FIRST-DATE     PIC 9(08).
000910     05  MAST-USE-COUNT      PIC 9(05).
000920*
000930*  THE HELD INQUIRIES - FACTAUDT RECORDS WITHOUT A
000940*  SEQUENCE NUMBER OR CHAIN HASH.
000950 FD  PEND-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  PEND-RECORD.
000980     05  PEND-NUMBER         PIC 9(05).
000990     05  FILLER              PIC X(01).
001000     05  PEND-RESULT         PIC 9(09).
001010     05  FILLER              PIC X(01).
001020     05  PEND-RUN-DATE       PIC 9(08).
001030     05  FILLER              PIC X(01).
001040     05  PEND-RUN-TIME       PIC 9(08).
001050     05  FILLER              PIC X(01).
001060     05  PEND-REC-TYPE       PIC X(01).
001070         88  PEND-INQUIRY            VALUE "Q".
001080     05  FILLER              PIC X(01).
001090     05  PEND-R-VALUE        PIC 9(05).
001100     05  FILLER              PIC X(01).
001110     05  PEND-RESULT-2       PIC 9(09).
001120     05  FILLER              PIC X(01).
001130     05  PEND-OPERATOR-ID    PIC X(08).
001140     05  FILLER              PIC X(01).
001150     05  PEND-SEQ-NO         PIC 9(09).
001160     05  FILLER              PIC X(01).
001170     05  PEND-CHAIN-HASH     PIC 9(09).
001180*
001190 FD  AUDIT-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  AUDIT-RECORD            PIC X(80).
001220*
001230*  THE HELD RECORDS NOT POSTED THIS RUN, SAVED WHILE
001240*  FACTAUDP IS TRIMMED.
001250 FD  KEEP-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  KEEP-RECORD             PIC X(80).
001280*
001290 WORKING-STORAGE SECTION.
001300 01  POST-SWITCHES.
001310     05  POST-MAST-STATUS    PIC X(02)      VALUE SPACE.
001320         88  POST-MAST-OK            VALUE "00".
001330         88  POST-MAST-NOT-FOUND     VALUE "05" "35".
001340     05  POST-PEND-STATUS    PIC X(02)      VALUE SPACE.
001350         88  POST-PEND-OK            VALUE "00".
001360         88  POST-PEND-NOT-FOUND     VALUE "05".
001370     05  POST-AUDIT-STATUS   PIC X(02)      VALUE SPACE.
001380         88  POST-AUDIT-OK           VALUE "00".
001390         88  POST-AUDIT-NOT-FOUND    VALUE "05".
001400     05  POST-ABORT-SWITCH   PIC X(01)      VALUE "N".
001410         88  POST-ABORT-RUN          VALUE "Y".
001420     05  POST-EOF-SWITCH     PIC X(01)      VALUE "N".
001430         88  POST-AT-EOF             VALUE "Y".
001440     05  POST-OPEN-SWITCH    PIC X(01)      VALUE "N".
001450         88  POST-FILES-OPEN         VALUE "Y".
001460     05  POST-EMPTY-SWITCH   PIC X(01)      VALUE "N".
001470         88  POST-EMPTY-FAILED       VALUE "Y".
001480     05  POST-WRITE-SWITCH   PIC X(01)      VALUE "N".
001490         88  POST-WRITE-FAILED       VALUE "Y".
001500     05  POST-KEEP-STATUS    PIC X(02)      VALUE SPACE.
001510         88  POST-KEEP-OK            VALUE "00".
001520     05  POST-REREAD-EOF-SWITCH PIC X(01)   VALUE "N".
001530         88  POST-NO-MORE-PEND       VALUE "Y".
001540     05  POST-KEEP-EOF-SWITCH PIC X(01)     VALUE "N".
001550         88  POST-NO-MORE-KEEP       VALUE "Y".
001560*
001570*  PARAMETER AREA FOR THE FACTWIN BATCH WINDOW SUBROUTINE.
001580 01  POST-WIN-AREA.
001590     05  POST-WIN-REQUEST    PIC X(01)      VALUE "Q".
001600     05  POST-WIN-PROGRAM    PIC X(08)      VALUE "FACTPOST".
001610     05  POST-WIN-STATE      PIC X(01)      VALUE SPACE.
001620         88  POST-WINDOW-OPEN        VALUE "O".
001630     05  POST-WIN-PROC-DATE  PIC 9(08)      VALUE ZERO.
001640     05  POST-WIN-OPENED-DATE PIC 9(08)     VALUE ZERO.
001650     05  POST-WIN-OPENED-TIME PIC 9(08)     VALUE ZERO.
001660     05  POST-WIN-STEP-NAME  PIC X(10)      VALUE SPACE.
001670     05  POST-WIN-RESULT     PIC X(01)      VALUE SPACE.
001680*
001690*  PARAMETER AREA FOR THE FACTCHN AUDIT CHAIN SUBROUTINE.
001700 01  POST-CHAIN-AREA.
001710     05  POST-CHAIN-REQUEST  PIC X(01)      VALUE "O".
001720     05  POST-CHAIN-PROGRAM  PIC X(08)      VALUE "FACTPOST".
001730     05  POST-CHAIN-LAST-SEQ PIC 9(09)      VALUE ZERO.
001740     05  POST-CHAIN-LAST-HASH PIC 9(09)     VALUE ZERO.
001750     05  POST-CHAIN-BASE-SEQ PIC 9(09)      VALUE ZERO.
001760     05  POST-CHAIN-BASE-HASH PIC 9(09)     VALUE ZERO.
001770     05  POST-CHAIN-CHECK-HASH PIC 9(09)    VALUE ZERO.
001780     05  POST-CHAIN-RESULT   PIC X(01)      VALUE SPACE.
001790     05  POST-CHAIN-IMAGE    PIC X(80)      VALUE SPACE.
001800*
001810*  PARAMETERS FOR THE "99" FACTORIAL SUBROUTINE, USED WHEN
001820*  A HELD PAIR INQUIRY NEEDS A FACTOR ADDED TO THE MASTER.
001830 01  POST-CALC-AREA.
001840     05  POST-WORK-NUMBER    PIC 9(04)      COMP VALUE ZERO.
001850     05  POST-WORK-RESULT    PIC 9(09)      COMP VALUE ZERO.
001860 77  POST-PAIR-N             PIC 9(05)      VALUE ZERO.
001870 77  POST-PAIR-R             PIC 9(05)      VALUE ZERO.
001880 77  POST-PAIR-NR            PIC 9(05)      VALUE ZERO.
001890*
001900 77  POST-HELD-READ          PIC 9(07)      COMP VALUE ZERO.
001910 77  POST-POSTED-COUNT       PIC 9(07)      COMP VALUE ZERO.
001920 77  POST-USE-BUMP-COUNT     PIC 9(07)      COMP VALUE ZERO.
001930 77  POST-ADD-COUNT          PIC 9(07)      COMP VALUE ZERO.
001940 77  POST-NOT-APPLIED-COUNT  PIC 9(07)      COMP VALUE ZERO.
001950 77  POST-REREAD-COUNT       PIC 9(07)      COMP VALUE ZERO.
001960 77  POST-KEPT-COUNT         PIC 9(07)      COMP VALUE ZERO.
001970 77  POST-RETURN-CODE        PIC 9(04)      COMP VALUE ZERO.
001980*
001990 PROCEDURE DIVISION.
002000*
002010******************************************************
002020*  0000-MAINLINE-PARA
002030*  CONTROLS THE RUN - CHECK THE WINDOW AND OPEN THE
002040*  FILES, POST EVERY HELD RECORD, TAKE THE POSTED ONES
002050*  OFF THE PENDING FILE, TERMINATE.
002060******************************************************
002070 0000-MAINLINE-PARA.
002080     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
002090     IF POST-FILES-OPEN
002100         PERFORM 2000-POST-ONE-PARA THRU 2000-EXIT
002110             UNTIL POST-AT-EOF
002120         PERFORM 3000-FINISH-POSTING-PARA THRU 3000-EXIT
002130     END-IF.
002140     PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT.
002150 0000-EXIT.
002160     GOBACK.
002170*
002180******************************************************
002190*  1000-INITIALIZE-PARA
002200*  REFUSES TO POST WHILE THE BATCH WINDOW IS OPEN, SINCE
002210*  THE STREAM STILL OWNS THE MASTER AND THE AUDIT FILE.
002220*  OTHERWISE OPENS THE PENDING FILE AND READS THE FIRST
002230*  HELD RECORD - NO PENDING FILE, OR AN EMPTY ONE, IS
002240*  NOTHING TO POST AND LEAVES EVERY OTHER FILE ALONE.
002250******************************************************
002260 1000-INITIALIZE-PARA.
002270     DISPLAY "FACTPOST - POST HELD INQUIRIES" UPON CRT.
002280     MOVE "Q" TO POST-WIN-REQUEST.
002290     CALL "FACTWIN" USING POST-WIN-AREA.
002300     IF POST-WINDOW-OPEN
002310         DISPLAY "FACT0168-E BATCH WINDOW IS OPEN FOR THE "
002320             "STREAM OF " POST-WIN-PROC-DATE
002330             " - HELD INQUIRIES NOT POSTED" UPON CRT
002340         SET POST-ABORT-RUN TO TRUE
002350         GO TO 1000-EXIT
002360     END-IF.
002370     OPEN INPUT PEND-FILE.
002380     IF POST-PEND-NOT-FOUND
002390         CLOSE PEND-FILE
002400         DISPLAY "NO HELD INQUIRIES TO POST" UPON CRT
002410         GO TO 1000-EXIT
002420     END-IF.
002430     IF NOT POST-PEND-OK
002440         DISPLAY "FACT0169-E PENDING FILE FACTAUDP OPEN "
002450             "FAILED, STATUS = " POST-PEND-STATUS UPON CRT
002460         SET POST-ABORT-RUN TO TRUE
002470         GO TO 1000-EXIT
002480     END-IF.
002490     PERFORM 2900-READ-PENDING-PARA THRU 2900-EXIT.
002500     IF POST-AT-EOF
002510         CLOSE PEND-FILE
002520         DISPLAY "NO HELD INQUIRIES TO POST" UPON CRT
002530         GO TO 1000-EXIT
002540     END-IF.
002550     PERFORM 1100-OPEN-FILES-PARA THRU 1100-EXIT.
002560 1000-EXIT.
002570     EXIT.
002580*
002590******************************************************
002600*  1100-OPEN-FILES-PARA
002610*  OPENS THE MASTER FOR UPDATE AND PROVES THE AUDIT FILE
002620*  CAN BE OPENED FOR THE POSTED RECORDS. IF EITHER WILL
002630*  NOT OPEN NOTHING IS POSTED AND THE PENDING FILE IS
002640*  LEFT AS IT IS.
002650******************************************************
002660 1100-OPEN-FILES-PARA.
002670     OPEN I-O FACTMAST-FILE.
002680     IF POST-MAST-NOT-FOUND
002690         MOVE "00" TO POST-MAST-STATUS
002700     END-IF.
002710     IF NOT POST-MAST-OK
002720         DISPLAY "FACT0170-E MASTER FILE OPEN FAILED, "
002730             "STATUS = " POST-MAST-STATUS
002740             " - HELD INQUIRIES NOT POSTED" UPON CRT
002750         CLOSE PEND-FILE
002760         SET POST-ABORT-RUN TO TRUE
002770         GO TO 1100-EXIT
002780     END-IF.
002790     OPEN EXTEND AUDIT-FILE.
002800     IF POST-AUDIT-NOT-FOUND
002810         MOVE "00" TO POST-AUDIT-STATUS
002820     END-IF.
002830     IF NOT POST-AUDIT-OK
002840         DISPLAY "FACT0171-E AUDIT FILE OPEN FAILED, "
002850             "STATUS = " POST-AUDIT-STATUS
002860             " - HELD INQUIRIES NOT POSTED" UPON CRT
002870         CLOSE FACTMAST-FILE
002880         CLOSE PEND-FILE
002890         SET POST-ABORT-RUN TO TRUE
002900         GO TO 1100-EXIT
002910     END-IF.
002920     CLOSE AUDIT-FILE.
002930     SET POST-FILES-OPEN TO TRUE.
002940 1100-EXIT.
002950     EXIT.
002960*
002970******************************************************
002980*  2000-POST-ONE-PARA
002981*  POSTS THE HELD RECORD IN HAND TO FACTAUDT, APPLIES IT
002982*  TO THE MASTER AND READS THE NEXT ONE. THE MASTER IS
002983*  TOUCHED ONLY ONCE THE AUDIT WRITE HAS WORKED - A RECORD
002984*  THAT COULD NOT BE POSTED STAYS ON THE PENDING FILE AND
002985*  MUST NOT HAVE BEEN APPLIED, OR THE NEXT RUN WOULD APPLY
002986*  IT AGAIN. A RECORD THAT IS NOT A READABLE TYPE "Q"
002987*  INQUIRY CANNOT BE APPLIED BUT IS STILL POSTED, SO
002988*  NOTHING HELD IS EVER LOST.
003030******************************************************
003040 2000-POST-ONE-PARA.
003041     PERFORM 2400-CHAIN-AUDIT-PARA THRU 2400-EXIT.
003042     IF POST-WRITE-FAILED
003043         GO TO 2000-EXIT
003044     END-IF.
003050     IF NOT PEND-INQUIRY
003060         OR PEND-NUMBER NOT NUMERIC
003070         OR PEND-RESULT NOT NUMERIC
003080         OR PEND-RUN-DATE NOT NUMERIC
003090         PERFORM 2500-NOT-APPLIED-PARA THRU 2500-EXIT
003091         GO TO 2000-NEXT
003110     END-IF.
003120     IF PEND-RESULT-2 NUMERIC
003130         AND PEND-RESULT-2 > ZERO
003140         PERFORM 2200-APPLY-PAIR-PARA THRU 2200-EXIT
003150     ELSE
003160         PERFORM 2100-APPLY-LOOKUP-PARA THRU 2100-EXIT
003170     END-IF.
003171 2000-NEXT.
003230     PERFORM 2900-READ-PENDING-PARA THRU 2900-EXIT.
003240 2000-EXIT.
003250     EXIT.
003260*
003270******************************************************
003280*  2100-APPLY-LOOKUP-PARA
003290*  APPLIES ONE HELD FACTORIAL INQUIRY. ON A HIT THE USE
003300*  COUNT IS BUMPED; ON A MISS THE ANSWER FACTINQ GAVE IS
003310*  ADDED AS FIRST COMPUTED ON THE INQUIRY'S RUN DATE.
003320******************************************************
003330 2100-APPLY-LOOKUP-PARA.
003340     MOVE PEND-NUMBER TO MAST-NUMBER.
003350     READ FACTMAST-FILE
003360         INVALID KEY
003370             GO TO 2100-ADD
003380     END-READ.
003390     ADD 1 TO MAST-USE-COUNT.
003400     REWRITE MAST-RECORD
003410         INVALID KEY
003420             PERFORM 2600-MASTER-ERROR-PARA THRU 2600-EXIT
003430             GO TO 2100-EXIT
003440     END-REWRITE.
003450     ADD 1 TO POST-USE-BUMP-COUNT.
003460     GO TO 2100-EXIT.
003470 2100-ADD.
003480     MOVE PEND-NUMBER TO MAST-NUMBER.
003490     MOVE PEND-RESULT TO MAST-RESULT.
003500     MOVE PEND-RUN-DATE TO MAST-FIRST-DATE.
003510     MOVE 1 TO MAST-USE-COUNT.
003520     WRITE MAST-RECORD
003530         INVALID KEY
003540             PERFORM 2600-MASTER-ERROR-PARA THRU 2600-EXIT
003550             GO TO 2100-EXIT
003560     END-WRITE.
003570     ADD 1 TO POST-ADD-COUNT.
003580 2100-EXIT.
003590     EXIT.
003600*
003610******************************************************
003620*  2200-APPLY-PAIR-PARA
003630*  APPLIES ONE HELD NPR/NCR INQUIRY - FACTINQ LOOKED UP
003640*  N!, R! AND (N-R)! IN THAT ORDER.
003650******************************************************
003660 2200-APPLY-PAIR-PARA.
003670     IF PEND-R-VALUE NOT NUMERIC
003680         OR PEND-R-VALUE > PEND-NUMBER
003690         PERFORM 2500-NOT-APPLIED-PARA THRU 2500-EXIT
003700         GO TO 2200-EXIT
003710     END-IF.
003720     MOVE PEND-NUMBER TO POST-PAIR-N.
003730     MOVE PEND-R-VALUE TO POST-PAIR-R.
003740     SUBTRACT POST-PAIR-R FROM POST-PAIR-N
003750         GIVING POST-PAIR-NR.
003760     MOVE POST-PAIR-N TO POST-WORK-NUMBER.
003770     PERFORM 2210-APPLY-FACTOR-PARA THRU 2210-EXIT.
003780     MOVE POST-PAIR-R TO POST-WORK-NUMBER.
003790     PERFORM 2210-APPLY-FACTOR-PARA THRU 2210-EXIT.
003800     MOVE POST-PAIR-NR TO POST-WORK-NUMBER.
003810     PERFORM 2210-APPLY-FACTOR-PARA THRU 2210-EXIT.
003820 2200-EXIT.
003830     EXIT.
003840*
003850******************************************************
003860*  2210-APPLY-FACTOR-PARA
003870*  APPLIES THE LOOKUP OF ONE FACTOR OF A PAIR INQUIRY.
003880*  THE RECORD CARRIES THE PERMUTATIONS AND COMBINATIONS,
003890*  NOT THE FACTORIALS, SO A MISSING FACTOR IS COMPUTED BY
003900*  THE "99" SUBROUTINE.
003910******************************************************
003920 2210-APPLY-FACTOR-PARA.
003930     MOVE POST-WORK-NUMBER TO MAST-NUMBER.
003940     READ FACTMAST-FILE
003950         INVALID KEY
003960             GO TO 2210-ADD
003970     END-READ.
003980     ADD 1 TO MAST-USE-COUNT.
003990     REWRITE MAST-RECORD
004000         INVALID KEY
004010             PERFORM 2600-MASTER-ERROR-PARA THRU 2600-EXIT
004020             GO TO 2210-EXIT
004030     END-REWRITE.
004040     ADD 1 TO POST-USE-BUMP-COUNT.
004050     GO TO 2210-EXIT.
004060 2210-ADD.
004070     CALL "99" USING POST-WORK-NUMBER POST-WORK-RESULT.
004080     MOVE POST-WORK-NUMBER TO MAST-NUMBER.
004090     MOVE POST-WORK-RESULT TO MAST-RESULT.
004100     MOVE PEND-RUN-DATE TO MAST-FIRST-DATE.
004110     MOVE 1 TO MAST-USE-COUNT.
004120     WRITE MAST-RECORD
004130         INVALID KEY
004140             PERFORM 2600-MASTER-ERROR-PARA THRU 2600-EXIT
004150             GO TO 2210-EXIT
004160     END-WRITE.
004170     ADD 1 TO POST-ADD-COUNT.
004180 2210-EXIT.
004190     EXIT.
004200*
004210******************************************************
004220*  2400-CHAIN-AUDIT-PARA
004230*  APPENDS THE HELD RECORD TO FACTAUDT UNDER THE NEXT
004240*  SEQUENCE NUMBER AND CHAIN HASH FROM FACTCHN. THE AUDIT
004250*  FILE AND THE CHAIN ARE OPENED AND CLOSED AROUND EACH
004260*  RECORD, SO THE CHAIN IS ALWAYS PICKED UP FROM THE
004270*  CURRENT END OF FACTAUDT. AN OPEN OR WRITE THAT FAILS
004271*  ENDS THE POSTING BEFORE THE RECORD IS APPLIED - THE
004272*  RECORDS NOT YET POSTED STAY ON THE PENDING FILE FOR THE
004273*  NEXT RUN.
004300******************************************************
004310 2400-CHAIN-AUDIT-PARA.
004320     OPEN EXTEND AUDIT-FILE.
004330     IF POST-AUDIT-NOT-FOUND
004340         MOVE "00" TO POST-AUDIT-STATUS
004350     END-IF.
004360     IF NOT POST-AUDIT-OK
004370         DISPLAY "FACT0203-E AUDIT FILE OPEN FAILED, STATUS = "
004380             POST-AUDIT-STATUS ", HELD RECORD " POST-HELD-READ
004390             " NOT POSTED" UPON CRT
004400         GO TO 2400-FAILED
004410     END-IF.
004420     MOVE "O" TO POST-CHAIN-REQUEST.
004430     CALL "FACTCHN" USING POST-CHAIN-AREA.
004440     MOVE "N" TO POST-CHAIN-REQUEST.
004450     MOVE PEND-RECORD TO POST-CHAIN-IMAGE.
004460     CALL "FACTCHN" USING POST-CHAIN-AREA.
004470     WRITE AUDIT-RECORD FROM POST-CHAIN-IMAGE.
004480     IF NOT POST-AUDIT-OK
004490         DISPLAY "FACT0203-E AUDIT FILE WRITE FAILED, STATUS = "
004500             POST-AUDIT-STATUS ", HELD RECORD " POST-HELD-READ
004510             " NOT POSTED" UPON CRT
004520         CLOSE AUDIT-FILE
004530         GO TO 2400-FAILED
004540     END-IF.
004550     CLOSE AUDIT-FILE.
004560     MOVE "C" TO POST-CHAIN-REQUEST.
004570     CALL "FACTCHN" USING POST-CHAIN-AREA.
004580     ADD 1 TO POST-POSTED-COUNT.
004590     GO TO 2400-EXIT.
004600 2400-FAILED.
004610     DISPLAY "FACT0203-E HELD RECORDS NOT YET POSTED STAY ON "
004620         "FACTAUDP FOR THE NEXT RUN" UPON CRT.
004630     SET POST-WRITE-FAILED TO TRUE.
004640     SET POST-AT-EOF TO TRUE.
004650 2400-EXIT.
004660     EXIT.
004670*
004680******************************************************
004690*  2500-NOT-APPLIED-PARA
004700*  WARNS OF A HELD RECORD THAT COULD NOT BE APPLIED TO
004710*  THE MASTER.
004720******************************************************
004730 2500-NOT-APPLIED-PARA.
004740     ADD 1 TO POST-NOT-APPLIED-COUNT.
004750     DISPLAY "FACT0172-W HELD RECORD " POST-HELD-READ
004760         " IS NOT A READABLE INQUIRY - POSTED BUT NOT "
004770         "APPLIED TO THE MASTER" UPON CRT.
004780 2500-EXIT.
004790     EXIT.
004800*
004810******************************************************
004820*  2600-MASTER-ERROR-PARA
004830*  WARNS OF A MASTER UPDATE THAT FAILED FOR A HELD
004840*  RECORD. THE RECORD IS STILL POSTED.
004850******************************************************
004860 2600-MASTER-ERROR-PARA.
004870     ADD 1 TO POST-NOT-APPLIED-COUNT.
004880     DISPLAY "FACT0172-W MASTER UPDATE FAILED FOR "
004890         MAST-NUMBER ", STATUS = " POST-MAST-STATUS
004900         " - HELD RECORD " POST-HELD-READ
004910         " POSTED BUT NOT APPLIED" UPON CRT.
004920 2600-EXIT.
004930     EXIT.
004940*
004950******************************************************
004960*  2900-READ-PENDING-PARA
004970*  READS THE NEXT HELD RECORD.
004980******************************************************
004990 2900-READ-PENDING-PARA.
005000     READ PEND-FILE
005010         AT END
005020             SET POST-AT-EOF TO TRUE
005030             GO TO 2900-EXIT
005040     END-READ.
005050     ADD 1 TO POST-HELD-READ.
005060 2900-EXIT.
005070     EXIT.
005080*
005090******************************************************
005100*  3000-FINISH-POSTING-PARA
005110*  CLOSES THE FILES, THEN TAKES THE RECORDS POSTED THIS
005120*  RUN OFF THE PENDING FILE SO NONE IS POSTED TWICE.
005130*  RECORDS NOT POSTED - HELD AFTER THE LAST READ, OR LEFT
005140*  BY A FAILED AUDIT WRITE - ARE SAVED ON FACTAUDQ AND PUT
005150*  BACK FOR THE NEXT RUN.
005160******************************************************
005170 3000-FINISH-POSTING-PARA.
005180     CLOSE FACTMAST-FILE.
005190     CLOSE PEND-FILE.
005200     IF POST-POSTED-COUNT = ZERO
005210         GO TO 3000-EXIT
005220     END-IF.
005230     PERFORM 3100-SAVE-UNPOSTED-PARA THRU 3100-EXIT.
005240     IF POST-EMPTY-FAILED
005250         GO TO 3000-EXIT
005260     END-IF.
005270     OPEN OUTPUT PEND-FILE.
005280     IF POST-PEND-NOT-FOUND
005290         MOVE "00" TO POST-PEND-STATUS
005300     END-IF.
005310     IF NOT POST-PEND-OK
005320         DISPLAY "FACT0173-E PENDING FILE FACTAUDP COULD "
005330             "NOT BE EMPTIED, STATUS = " POST-PEND-STATUS
005340             UPON CRT
005350         PERFORM 3900-POSTED-LEFT-PARA THRU 3900-EXIT
005360         GO TO 3000-EXIT
005370     END-IF.
005380     IF POST-KEPT-COUNT > ZERO
005390         PERFORM 3200-RESTORE-UNPOSTED-PARA THRU 3200-EXIT
005400     END-IF.
005410     CLOSE PEND-FILE.
005420 3000-EXIT.
005430     EXIT.
005440*
005450******************************************************
005460*  3100-SAVE-UNPOSTED-PARA
005470*  READS THE PENDING FILE AGAIN, PASSES OVER THE RECORDS
005480*  POSTED THIS RUN AND COPIES EVERY ONE AFTER THEM TO THE
005490*  FACTAUDQ WORK FILE. IF EITHER FILE WILL NOT OPEN THE
005500*  PENDING FILE IS LEFT AS IT IS.
005510******************************************************
005520 3100-SAVE-UNPOSTED-PARA.
005530     OPEN INPUT PEND-FILE.
005540     IF NOT POST-PEND-OK
005550         DISPLAY "FACT0173-E PENDING FILE FACTAUDP COULD "
005560             "NOT BE REREAD, STATUS = " POST-PEND-STATUS
005570             UPON CRT
005580         PERFORM 3900-POSTED-LEFT-PARA THRU 3900-EXIT
005590         GO TO 3100-EXIT
005600     END-IF.
005610     OPEN OUTPUT KEEP-FILE.
005620     IF NOT POST-KEEP-OK
005630         DISPLAY "FACT0173-E WORK FILE FACTAUDQ OPEN FAILED, "
005640             "STATUS = " POST-KEEP-STATUS UPON CRT
005650         CLOSE PEND-FILE
005660         PERFORM 3900-POSTED-LEFT-PARA THRU 3900-EXIT
005670         GO TO 3100-EXIT
005680     END-IF.
005690     PERFORM 3110-SAVE-ONE-PARA THRU 3110-EXIT
005700         UNTIL POST-NO-MORE-PEND.
005710     CLOSE PEND-FILE.
005720     CLOSE KEEP-FILE.
005730 3100-EXIT.
005740     EXIT.
005750*
005760******************************************************
005770*  3110-SAVE-ONE-PARA
005780*  READS ONE PENDING RECORD AND SAVES IT IF IT CAME AFTER
005790*  THE LAST ONE POSTED.
005800******************************************************
005810 3110-SAVE-ONE-PARA.
005820     READ PEND-FILE
005830         AT END
005840             SET POST-NO-MORE-PEND TO TRUE
005850             GO TO 3110-EXIT
005860     END-READ.
005870     ADD 1 TO POST-REREAD-COUNT.
005880     IF POST-REREAD-COUNT > POST-POSTED-COUNT
005890         WRITE KEEP-RECORD FROM PEND-RECORD
005900         ADD 1 TO POST-KEPT-COUNT
005910     END-IF.
005920 3110-EXIT.
005930     EXIT.
005940*
005950******************************************************
005960*  3200-RESTORE-UNPOSTED-PARA
005970*  PUTS THE SAVED RECORDS BACK ON THE PENDING FILE JUST
005980*  EMPTIED. IF THE WORK FILE WILL NOT REOPEN THE OPERATOR
005990*  IS TOLD TO COPY IT BACK BY HAND.
006000******************************************************
006010 3200-RESTORE-UNPOSTED-PARA.
006020     OPEN INPUT KEEP-FILE.
006030     IF NOT POST-KEEP-OK
006040         DISPLAY "FACT0173-E WORK FILE FACTAUDQ REOPEN FAILED, "
006050             "STATUS = " POST-KEEP-STATUS UPON CRT
006060         DISPLAY "FACT0173-E ITS " POST-KEPT-COUNT
006070             " HELD RECORD(S) ARE NOT YET POSTED - COPY IT TO "
006080             "FACTAUDP BEFORE FACTPOST RUNS AGAIN" UPON CRT
006090         SET POST-EMPTY-FAILED TO TRUE
006100         GO TO 3200-EXIT
006110     END-IF.
006120     PERFORM 3210-RESTORE-ONE-PARA THRU 3210-EXIT
006130         UNTIL POST-NO-MORE-KEEP.
006140     CLOSE KEEP-FILE.
006150     DISPLAY "FACT0173-W " POST-KEPT-COUNT " HELD RECORD(S) "
006160         "NOT POSTED THIS RUN STAY ON FACTAUDP FOR THE NEXT RUN"
006170         UPON CRT.
006180 3200-EXIT.
006190     EXIT.
006200*
006210******************************************************
006220*  3210-RESTORE-ONE-PARA
006230*  COPIES ONE SAVED RECORD BACK TO THE PENDING FILE.
006240******************************************************
006250 3210-RESTORE-ONE-PARA.
006260     READ KEEP-FILE
006270         AT END
006280             SET POST-NO-MORE-KEEP TO TRUE
006290             GO TO 3210-EXIT
006300     END-READ.
006310     WRITE PEND-RECORD FROM KEEP-RECORD.
006320 3210-EXIT.
006330     EXIT.
006340*
006350******************************************************
006360*  3900-POSTED-LEFT-PARA
006370*  TELLS THE OPERATOR THE PENDING FILE STILL HOLDS RECORDS
006380*  ALREADY POSTED, AND HOW MANY.
006390******************************************************
006400 3900-POSTED-LEFT-PARA.
006410     DISPLAY "FACT0173-E ITS FIRST " POST-POSTED-COUNT
006420         " RECORD(S) ARE ALREADY POSTED - REMOVE THEM BEFORE "
006430         "FACTPOST RUNS AGAIN" UPON CRT.
006440     SET POST-EMPTY-FAILED TO TRUE.
006450 3900-EXIT.
006460     EXIT.
006470*
006480******************************************************
006490*  9000-TERMINATE-PARA
006500*  REPORTS THE RUN COUNTS AND SETS THE CONDITION CODE -
006510*  4 WHEN A HELD RECORD WAS NOT APPLIED OR IS KEPT FOR THE
006520*  NEXT RUN, 8 WHEN THE POSTING OR THE TRIM FAILED.
006530******************************************************
006540 9000-TERMINATE-PARA.
006550     DISPLAY "HELD RECORDS READ: " POST-HELD-READ UPON CRT.
006560     DISPLAY "HELD RECORDS POSTED: " POST-POSTED-COUNT
006570         UPON CRT.
006580     DISPLAY "MASTER USE COUNTS BUMPED: "
006590         POST-USE-BUMP-COUNT UPON CRT.
006600     DISPLAY "MASTER RECORDS ADDED: " POST-ADD-COUNT
006610         UPON CRT.
006620     DISPLAY "NOT APPLIED TO THE MASTER: "
006630         POST-NOT-APPLIED-COUNT UPON CRT.
006640     DISPLAY "HELD RECORDS KEPT FOR THE NEXT RUN: "
006650         POST-KEPT-COUNT UPON CRT.
006660     MOVE ZERO TO POST-RETURN-CODE.
006670     IF POST-NOT-APPLIED-COUNT > ZERO
006680         OR POST-KEPT-COUNT > ZERO
006690         MOVE 4 TO POST-RETURN-CODE
006700     END-IF.
006710     IF POST-ABORT-RUN OR POST-EMPTY-FAILED
006720         OR POST-WRITE-FAILED
006730         MOVE 8 TO POST-RETURN-CODE
006740     END-IF.
006750     MOVE POST-RETURN-CODE TO RETURN-CODE.
006760     DISPLAY "FACTPOST FINISHED, CONDITION CODE "
006770         POST-RETURN-CODE UPON CRT.
006780 9000-EXIT.
006790     EXIT.
