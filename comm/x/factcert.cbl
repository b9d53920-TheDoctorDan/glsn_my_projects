000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FACTCERT.
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
000130*  10/15/2026 RH    ORIGINAL PROGRAM - CERTIFIES THE
000140*                   FACTAUDT AUDIT TRAIL. WALKS THE TRAIL
000150*                   IN FILE ORDER AND PROVES EVERY NUMBERED
000160*                   RECORD AGAINST THE ONE BEFORE IT - THE
000170*                   SEQUENCE NUMBER MUST BE THE NEXT ONE
000180*                   AND THE CHAIN HASH MUST BE THE ONE THE
000190*                   FACTCHN SUBROUTINE COMPUTES FROM THE
000200*                   PREVIOUS HASH - AND PROVES THE ENDS OF
000210*                   THE CHAIN AGAINST THE FACTAUDC CONTROL
000220*                   RECORD. DRIVEN BY AN OPTIONAL SYSIN
000230*                   CARD:
000240*                     T - FACTAUDT ONLY (THE DEFAULT),
000250*                         STARTING FROM THE CHAIN BASE
000260*                         FACTARCH LEFT IN FACTAUDC
000270*                     A - THE FACTARCV ARCHIVE FIRST, THEN
000280*                         FACTAUDT, AS ONE CHAIN FROM
000290*                         SEQUENCE NUMBER 1
000300*                   EVERY GAP, OUT-OF-ORDER OR REPEATED
000310*                   NUMBER, UNNUMBERED RECORD INSIDE THE
000320*                   CHAIN AND ALTERED RECORD IS LISTED ON
000330*                   THE CERTRPT CERTIFICATE. CONDITION CODE
000340*                   0 CERTIFIES THE TRAIL, 4 CERTIFIES IT
000350*                   WITH WARNINGS, 8 MEANS IT CANNOT BE
000360*                   CERTIFIED.
000370******************************************************
000371*  10/15/2026 RH    ENDS WITH GOBACK INSTEAD OF STOP RUN SO
000372*                   THE FACTDRVR JOB-STREAM DRIVER CAN CALL
000373*                   THIS PROGRAM AS A STEP OF THE NIGHTLY
000374*                   STREAM BUILT FROM THE BUSINESS CALENDAR.
000375******************************************************
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SPECIAL-NAMES.
000420     CONSOLE IS CRT.
000430*
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "FACTAUDT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS CERT-AUDIT-STATUS.
000490     SELECT OPTIONAL ARCV-FILE ASSIGN TO "FACTARCV"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CERT-ARCV-STATUS.
000520     SELECT OPTIONAL PARM-FILE ASSIGN TO "SYSIN"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CERT-PARM-STATUS.
000550     SELECT RPT-FILE ASSIGN TO "CERTRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CERT-RPT-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  AUDIT-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 01  AUDIT-RECORD            PIC X(80).
000640*
000650 FD  ARCV-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  ARCV-RECORD.
000680     05  ARCV-ARCHIVED-DATE  PIC 9(08).
000690     05  FILLER              PIC X(01).
000700     05  ARCV-AUDIT-IMAGE    PIC X(80).
000710*
000720 FD  PARM-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  PARM-CARD-RECORD.
000750     05  PC-MODE             PIC X(01).
000760     05  FILLER              PIC X(79).
000770*
000780 FD  RPT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  RPT-LINE                PIC X(80).
000810*
000820 WORKING-STORAGE SECTION.
000830 01  CERT-SWITCHES.
000840     05  CERT-AUDIT-STATUS   PIC X(02)      VALUE SPACE.
000850         88  CERT-AUDIT-OK           VALUE "00".
000860         88  CERT-AUDIT-NOT-FOUND    VALUE "05".
000870     05  CERT-ARCV-STATUS    PIC X(02)      VALUE SPACE.
000880         88  CERT-ARCV-OK            VALUE "00".
000890         88  CERT-ARCV-NOT-FOUND     VALUE "05".
000900     05  CERT-PARM-STATUS    PIC X(02)      VALUE SPACE.
000910         88  CERT-PARM-OK            VALUE "00".
000920         88  CERT-PARM-NOT-FOUND     VALUE "05".
000930     05  CERT-RPT-STATUS     PIC X(02)      VALUE SPACE.
000940         88  CERT-RPT-OK             VALUE "00".
000950     05  CERT-AUDIT-EOF-SWITCH PIC X(01)    VALUE "N".
000960         88  CERT-NO-MORE-AUDIT      VALUE "Y".
000970     05  CERT-ARCV-EOF-SWITCH PIC X(01)     VALUE "N".
000980         88  CERT-NO-MORE-ARCV       VALUE "Y".
000990     05  CERT-ABORT-SWITCH   PIC X(01)      VALUE "N".
001000         88  CERT-ABORT-RUN          VALUE "Y".
001010     05  CERT-READ-FAILED-SWITCH PIC X(01)  VALUE "N".
001020         88  CERT-READ-FAILED        VALUE "Y".
001030     05  CERT-MODE           PIC X(01)      VALUE "T".
001040         88  CERT-MODE-TRAIL         VALUE "T".
001050         88  CERT-MODE-ARCHIVE       VALUE "A".
001060     05  CERT-CONTROL-SWITCH PIC X(01)      VALUE "N".
001070         88  CERT-CONTROL-PRESENT    VALUE "Y".
001080     05  CERT-STARTED-SWITCH PIC X(01)      VALUE "N".
001090         88  CERT-CHAIN-STARTED      VALUE "Y".
001100*
001110*  THE FACTAUDC CONTROL RECORD AS FACTCHN RETURNED IT.
001120 01  CERT-CONTROL-DATA.
001130     05  CERT-CTL-LAST-SEQ   PIC 9(09)      VALUE ZERO.
001140     05  CERT-CTL-LAST-HASH  PIC 9(09)      VALUE ZERO.
001150     05  CERT-CTL-BASE-SEQ   PIC 9(09)      VALUE ZERO.
001160     05  CERT-CTL-BASE-HASH  PIC 9(09)      VALUE ZERO.
001170*
001180*  WHERE THE WALK STANDS IN THE CHAIN - THE SEQUENCE
001190*  NUMBER THE NEXT NUMBERED RECORD MUST CARRY, THE HASH
001200*  IT MUST BE CHAINED FROM, AND THE LAST SEQUENCE NUMBER
001210*  ACCEPTED.
001220 01  CERT-CHAIN-POSITION.
001230     05  CERT-EXPECT-SEQ     PIC 9(09)      VALUE ZERO.
001240     05  CERT-PREV-HASH      PIC 9(09)      VALUE ZERO.
001250     05  CERT-LAST-SEQ-SEEN  PIC 9(09)      VALUE ZERO.
001260*
001270*  WORKING COPY OF THE AUDIT RECORD BEING PROVED, FROM
001280*  EITHER FILE.
001290 01  CERT-AUD-WORK.
001300     05  CERT-AUD-NUMBER     PIC 9(05).
001310     05  FILLER              PIC X(01).
001320     05  CERT-AUD-RESULT     PIC 9(09).
001330     05  FILLER              PIC X(01).
001340     05  CERT-AUD-RUN-DATE   PIC 9(08).
001350     05  FILLER              PIC X(01).
001360     05  CERT-AUD-RUN-TIME   PIC 9(08).
001370     05  FILLER              PIC X(01).
001380     05  CERT-AUD-REC-TYPE   PIC X(01).
001390     05  FILLER              PIC X(01).
001400     05  CERT-AUD-R-VALUE    PIC 9(05).
001410     05  FILLER              PIC X(01).
001420     05  CERT-AUD-RESULT-2   PIC 9(09).
001430     05  FILLER              PIC X(01).
001440     05  CERT-AUD-OPERATOR-ID PIC X(08).
001450     05  FILLER              PIC X(01).
001460     05  CERT-AUD-SEQ-NO     PIC 9(09).
001470     05  FILLER              PIC X(01).
001480     05  CERT-AUD-CHAIN-HASH PIC 9(09).
001490*
001500*  PARAMETER AREA FOR THE FACTCHN AUDIT CHAIN SUBROUTINE.
001510 01  CERT-CHAIN-AREA.
001520     05  CERT-CHAIN-REQUEST  PIC X(01)      VALUE "R".
001530     05  CERT-CHAIN-PROGRAM  PIC X(08)      VALUE "FACTCERT".
001540     05  CERT-CHAIN-LAST-SEQ PIC 9(09)      VALUE ZERO.
001550     05  CERT-CHAIN-LAST-HASH PIC 9(09)     VALUE ZERO.
001560     05  CERT-CHAIN-BASE-SEQ PIC 9(09)      VALUE ZERO.
001570     05  CERT-CHAIN-BASE-HASH PIC 9(09)     VALUE ZERO.
001580     05  CERT-CHAIN-CHECK-HASH PIC 9(09)    VALUE ZERO.
001590     05  CERT-CHAIN-RESULT   PIC X(01)      VALUE SPACE.
001600     05  CERT-CHAIN-IMAGE    PIC X(80)      VALUE SPACE.
001610*
001620 01  CERT-FILE-NAME          PIC X(07)      VALUE SPACE.
001630 77  CERT-FILE-RECNO         PIC 9(07)      COMP VALUE ZERO.
001640 77  CERT-AUDIT-READ         PIC 9(07)      COMP VALUE ZERO.
001650 77  CERT-ARCV-READ          PIC 9(07)      COMP VALUE ZERO.
001660 77  CERT-LEGACY-COUNT       PIC 9(07)      COMP VALUE ZERO.
001670 77  CERT-VERIFIED-COUNT     PIC 9(07)      COMP VALUE ZERO.
001680 77  CERT-GAP-COUNT          PIC 9(07)      COMP VALUE ZERO.
001690 77  CERT-ORDER-COUNT        PIC 9(07)      COMP VALUE ZERO.
001700 77  CERT-ALTERED-COUNT      PIC 9(07)      COMP VALUE ZERO.
001710 77  CERT-INSERT-COUNT       PIC 9(07)      COMP VALUE ZERO.
001720 77  CERT-BOUNDARY-COUNT     PIC 9(07)      COMP VALUE ZERO.
001730 77  CERT-WARNING-COUNT      PIC 9(07)      COMP VALUE ZERO.
001740 77  CERT-ERROR-COUNT        PIC 9(07)      COMP VALUE ZERO.
001750 77  CERT-RETURN-CODE        PIC 9(04)      COMP VALUE ZERO.
001760 77  CERT-RPT-LINE-COUNT     PIC 9(04)      COMP VALUE ZERO.
001770 77  CERT-RPT-PAGE-NO        PIC 9(04)      COMP VALUE ZERO.
001780 77  CERT-RPT-LINES-PER-PAGE PIC 9(04)      COMP VALUE 50.
001790*
001800*  ASA-STYLE CARRIAGE CONTROL BYTE FOR A NEW-PAGE HEADING,
001810*  THE SAME PRINT-SPOOL TECHNIQUE THE FACTORIALS REPORT USES.
001820 77  CERT-NEW-PAGE-CC        PIC X(01)      VALUE "1".
001830*
001840 01  CERT-RPT-HEADING.
001850     05  CERT-RPT-HEADING-CC PIC X(01)      VALUE SPACE.
001860     05  FILLER              PIC X(06)      VALUE SPACE.
001870     05  FILLER              PIC X(32)      VALUE
001880         "FACTAUDT AUDIT TRAIL CERTIFICATE".
001890*
001900 01  CERT-MODE-LINE.
001910     05  CERT-MODE-LINE-CC   PIC X(01)      VALUE SPACE.
001920     05  FILLER              PIC X(06)      VALUE SPACE.
001930     05  FILLER              PIC X(05)      VALUE "MODE ".
001940     05  CERT-MODE-TEXT      PIC X(30)      VALUE SPACE.
001950*
001960 01  CERT-EXC-HEADING.
001970     05  CERT-EXC-HEADING-CC PIC X(01)      VALUE SPACE.
001980     05  FILLER              PIC X(06)      VALUE SPACE.
001990     05  FILLER              PIC X(37)      VALUE
002000         "FILE     RECORD   SEQUENCE  EXCEPTION".
002010     05  FILLER              PIC X(35)      VALUE
002020         "                           EXPECTED".
002030*
002040 01  CERT-EXC-LINE.
002050     05  CERT-EXC-LINE-CC    PIC X(01)      VALUE SPACE.
002060     05  FILLER              PIC X(06)      VALUE SPACE.
002070     05  CERT-EXC-FILE       PIC X(07)      VALUE SPACE.
002080     05  FILLER              PIC X(01)      VALUE SPACE.
002090     05  CERT-EXC-RECNO      PIC ZZZZZZ9.
002100     05  FILLER              PIC X(02)      VALUE SPACE.
002110     05  CERT-EXC-SEQ        PIC ZZZZZZZZ9.
002120     05  FILLER              PIC X(02)      VALUE SPACE.
002130     05  CERT-EXC-TEXT       PIC X(34)      VALUE SPACE.
002140     05  FILLER              PIC X(01)      VALUE SPACE.
002150     05  CERT-EXC-EXPECT     PIC ZZZZZZZZ9.
002160*
002170 01  CERT-SUM-LINE.
002180     05  CERT-SUM-LINE-CC    PIC X(01)      VALUE SPACE.
002190     05  FILLER              PIC X(06)      VALUE SPACE.
002200     05  CERT-SUM-TEXT       PIC X(36)      VALUE SPACE.
002210     05  CERT-SUM-COUNT      PIC ZZZZZZZZ9.
002220*
002230 01  CERT-VERDICT-LINE.
002240     05  CERT-VERDICT-LINE-CC PIC X(01)     VALUE SPACE.
002250     05  FILLER              PIC X(06)      VALUE SPACE.
002260     05  CERT-VERDICT-TEXT   PIC X(60)      VALUE SPACE.
002270*
002280 01  CERT-BLANK-LINE.
002290     05  CERT-BLANK-LINE-CC  PIC X(01)      VALUE SPACE.
002300     05  FILLER              PIC X(79)      VALUE SPACE.
002310*
002320 PROCEDURE DIVISION.
002330*
002340******************************************************
002350*  0000-MAINLINE-PARA
002360*  CONTROLS THE OVERALL RUN - READ THE MODE CARD AND THE
002370*  CHAIN CONTROL RECORD, WALK THE ARCHIVE (IF ASKED) AND
002380*  THE TRAIL, PROVE THE END OF THE CHAIN, CERTIFY, THEN
002390*  TERMINATE.
002400******************************************************
002410 0000-MAINLINE-PARA.
002420     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
002430     IF CERT-ABORT-RUN
002440         PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT
002450         GO TO 0000-EXIT
002460     END-IF.
002470     IF CERT-MODE-ARCHIVE
002480         PERFORM 2000-WALK-ARCHIVE-PARA THRU 2000-EXIT
002490     END-IF.
002500     IF NOT CERT-READ-FAILED
002510         PERFORM 3000-WALK-TRAIL-PARA THRU 3000-EXIT
002520     END-IF.
002530     IF NOT CERT-READ-FAILED
002540         PERFORM 4000-CHECK-TAIL-PARA THRU 4000-EXIT
002550     END-IF.
002560     PERFORM 8000-CERTIFY-PARA THRU 8000-EXIT.
002570     PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT.
002580 0000-EXIT.
002590     GOBACK.
002600*
002610******************************************************
002620*  1000-INITIALIZE-PARA
002630*  OPENS THE CERTIFICATE, READS THE MODE CARD AND THE
002640*  CHAIN CONTROL RECORD, AND SETS WHERE THE CHAIN MUST
002650*  START - SEQUENCE 1 FROM A ZERO HASH WHEN THE ARCHIVE
002660*  IS WALKED OR NO BASE WAS EVER SET, OTHERWISE THE
002670*  RECORD AFTER THE BASE, CHAINED FROM THE BASE HASH.
002680******************************************************
002690 1000-INITIALIZE-PARA.
002700     OPEN OUTPUT RPT-FILE.
002710     IF NOT CERT-RPT-OK
002720         DISPLAY "FACT0136-E CERTIFICATE REPORT OPEN FAILED, "
002730             "STATUS = " CERT-RPT-STATUS UPON CRT
002740         SET CERT-ABORT-RUN TO TRUE
002750         GO TO 1000-EXIT
002760     END-IF.
002770     PERFORM 7000-WRITE-HEADING-PARA THRU 7000-EXIT.
002780     PERFORM 1100-READ-MODE-CARD-PARA THRU 1100-EXIT.
002790     IF CERT-ABORT-RUN
002800         GO TO 1000-EXIT
002810     END-IF.
002820     IF CERT-MODE-ARCHIVE
002830         MOVE "FACTARCV AND FACTAUDT" TO CERT-MODE-TEXT
002840     ELSE
002850         MOVE "FACTAUDT ONLY" TO CERT-MODE-TEXT
002860     END-IF.
002870     MOVE CERT-MODE-LINE TO RPT-LINE.
002880     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
002890     PERFORM 1200-READ-CONTROL-PARA THRU 1200-EXIT.
002900     MOVE 1 TO CERT-EXPECT-SEQ.
002910     MOVE ZERO TO CERT-PREV-HASH.
002920     MOVE ZERO TO CERT-LAST-SEQ-SEEN.
002930     IF CERT-MODE-TRAIL AND CERT-CONTROL-PRESENT
002940         COMPUTE CERT-EXPECT-SEQ = CERT-CTL-BASE-SEQ + 1
002950         MOVE CERT-CTL-BASE-HASH TO CERT-PREV-HASH
002960         MOVE CERT-CTL-BASE-SEQ TO CERT-LAST-SEQ-SEEN
002970     END-IF.
002980     MOVE CERT-BLANK-LINE TO RPT-LINE.
002990     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
003000     MOVE CERT-EXC-HEADING TO RPT-LINE.
003010     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
003020 1000-EXIT.
003030     EXIT.
003040*
003050******************************************************
003060*  1100-READ-MODE-CARD-PARA
003070*  READS THE OPTIONAL SYSIN MODE CARD. NO CARD, OR A
003080*  BLANK MODE, MEANS FACTAUDT ONLY. ANY MODE OTHER THAN
003090*  T OR A ENDS THE RUN - A CERTIFICATE OF THE WRONG
003100*  SCOPE IS WORSE THAN NONE.
003110******************************************************
003120 1100-READ-MODE-CARD-PARA.
003130     OPEN INPUT PARM-FILE.
003140     IF CERT-PARM-NOT-FOUND
003150         CLOSE PARM-FILE
003160         GO TO 1100-EXIT
003170     END-IF.
003180     IF NOT CERT-PARM-OK
003190         DISPLAY "FACT0137-E SYSIN OPEN FAILED, STATUS = "
003200             CERT-PARM-STATUS UPON CRT
003210         SET CERT-ABORT-RUN TO TRUE
003220         GO TO 1100-EXIT
003230     END-IF.
003240     READ PARM-FILE
003250         AT END
003260             CLOSE PARM-FILE
003270             GO TO 1100-EXIT
003280     END-READ.
003290     IF PC-MODE NOT = SPACE
003300         MOVE PC-MODE TO CERT-MODE
003310     END-IF.
003320     IF NOT CERT-MODE-TRAIL AND NOT CERT-MODE-ARCHIVE
003330         DISPLAY "FACT0137-E UNKNOWN MODE CARD: " PC-MODE
003340             UPON CRT
003350         SET CERT-ABORT-RUN TO TRUE
003360     END-IF.
003370     CLOSE PARM-FILE.
003380 1100-EXIT.
003390     EXIT.
003400*
003410******************************************************
003420*  1200-READ-CONTROL-PARA
003430*  READS THE FACTAUDC CHAIN CONTROL RECORD THROUGH
003440*  FACTCHN AND PRINTS ITS BASE AND LAST SEQUENCE NUMBERS.
003450******************************************************
003460 1200-READ-CONTROL-PARA.
003470     MOVE "R" TO CERT-CHAIN-REQUEST.
003480     CALL "FACTCHN" USING CERT-CHAIN-AREA.
003490     IF CERT-CHAIN-RESULT NOT = "Y"
003500         MOVE "NO CHAIN CONTROL RECORD ON FACTAUDC" TO
003510             CERT-VERDICT-TEXT
003520         MOVE CERT-VERDICT-LINE TO RPT-LINE
003530         PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT
003540         GO TO 1200-EXIT
003550     END-IF.
003560     SET CERT-CONTROL-PRESENT TO TRUE.
003570     MOVE CERT-CHAIN-LAST-SEQ TO CERT-CTL-LAST-SEQ.
003580     MOVE CERT-CHAIN-LAST-HASH TO CERT-CTL-LAST-HASH.
003590     MOVE CERT-CHAIN-BASE-SEQ TO CERT-CTL-BASE-SEQ.
003600     MOVE CERT-CHAIN-BASE-HASH TO CERT-CTL-BASE-HASH.
003610     MOVE "CHAIN BASE SEQUENCE (ARCHIVED):" TO CERT-SUM-TEXT.
003620     MOVE CERT-CTL-BASE-SEQ TO CERT-SUM-COUNT.
003630     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
003640     MOVE "CHAIN LAST SEQUENCE WRITTEN:" TO CERT-SUM-TEXT.
003650     MOVE CERT-CTL-LAST-SEQ TO CERT-SUM-COUNT.
003660     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
003670 1200-EXIT.
003680     EXIT.
003690*
003700******************************************************
003710*  2000-WALK-ARCHIVE-PARA
003720*  PROVES EVERY RECORD IN THE FACTARCV ARCHIVE, THEN
003730*  CHECKS THAT THE ARCHIVE ENDS AT THE CHAIN BASE - THE
003740*  LAST RECORD FACTARCH MOVED - SO THE TRAIL CONTINUES
003750*  FROM IT. A MISSING ARCHIVE IS AN EMPTY ONE.
003760******************************************************
003770 2000-WALK-ARCHIVE-PARA.
003780     MOVE "ARCHIVE" TO CERT-FILE-NAME.
003790     MOVE ZERO TO CERT-FILE-RECNO.
003800     OPEN INPUT ARCV-FILE.
003810     IF CERT-ARCV-NOT-FOUND
003820         CLOSE ARCV-FILE
003830     ELSE
003840         IF NOT CERT-ARCV-OK
003850             DISPLAY "FACT0139-E ARCHIVE FILE OPEN FAILED, "
003860                 "STATUS = " CERT-ARCV-STATUS UPON CRT
003870             SET CERT-READ-FAILED TO TRUE
003880             GO TO 2000-EXIT
003890         END-IF
003900         PERFORM 2100-READ-ONE-ARCV-PARA THRU 2100-EXIT
003910             UNTIL CERT-NO-MORE-ARCV
003920         CLOSE ARCV-FILE
003930     END-IF.
003940     IF NOT CERT-CONTROL-PRESENT
003950         GO TO 2000-EXIT
003960     END-IF.
003970     IF CERT-CTL-BASE-SEQ = ZERO
003980         GO TO 2000-EXIT
003990     END-IF.
004000     IF CERT-LAST-SEQ-SEEN NOT = CERT-CTL-BASE-SEQ
004010         ADD 1 TO CERT-BOUNDARY-COUNT
004020         MOVE CERT-FILE-NAME TO CERT-EXC-FILE
004030         MOVE CERT-FILE-RECNO TO CERT-EXC-RECNO
004040         MOVE CERT-LAST-SEQ-SEEN TO CERT-EXC-SEQ
004050         MOVE "ARCHIVE DOES NOT END AT CHAIN BASE" TO
004060             CERT-EXC-TEXT
004070         MOVE CERT-CTL-BASE-SEQ TO CERT-EXC-EXPECT
004080         PERFORM 7200-WRITE-EXCEPTION-PARA THRU 7200-EXIT
004090         COMPUTE CERT-EXPECT-SEQ = CERT-CTL-BASE-SEQ + 1
004100         MOVE CERT-CTL-BASE-HASH TO CERT-PREV-HASH
004110         MOVE CERT-CTL-BASE-SEQ TO CERT-LAST-SEQ-SEEN
004120         SET CERT-CHAIN-STARTED TO TRUE
004130     END-IF.
004140 2000-EXIT.
004150     EXIT.
004160*
004170******************************************************
004180*  2100-READ-ONE-ARCV-PARA
004190*  READS ONE ARCHIVED RECORD AND PROVES ITS AUDIT IMAGE.
004200******************************************************
004210 2100-READ-ONE-ARCV-PARA.
004220     READ ARCV-FILE
004230         AT END
004240             SET CERT-NO-MORE-ARCV TO TRUE
004250             GO TO 2100-EXIT
004260     END-READ.
004270     ADD 1 TO CERT-ARCV-READ.
004280     ADD 1 TO CERT-FILE-RECNO.
004290     MOVE ARCV-AUDIT-IMAGE TO CERT-AUD-WORK.
004300     PERFORM 5000-PROVE-RECORD-PARA THRU 5000-EXIT.
004310 2100-EXIT.
004320     EXIT.
004330*
004340******************************************************
004350*  3000-WALK-TRAIL-PARA
004360*  PROVES EVERY RECORD IN FACTAUDT. A MISSING TRAIL IS AN
004370*  EMPTY ONE - THE TAIL CHECK STILL FINDS ANY NUMBERED
004380*  RECORDS THAT SHOULD BE THERE.
004390******************************************************
004400 3000-WALK-TRAIL-PARA.
004410     MOVE "TRAIL" TO CERT-FILE-NAME.
004420     MOVE ZERO TO CERT-FILE-RECNO.
004430     OPEN INPUT AUDIT-FILE.
004440     IF CERT-AUDIT-NOT-FOUND
004450         CLOSE AUDIT-FILE
004460         GO TO 3000-EXIT
004470     END-IF.
004480     IF NOT CERT-AUDIT-OK
004490         DISPLAY "FACT0138-E AUDIT FILE OPEN FAILED, "
004500             "STATUS = " CERT-AUDIT-STATUS UPON CRT
004510         SET CERT-READ-FAILED TO TRUE
004520         GO TO 3000-EXIT
004530     END-IF.
004540     PERFORM 3100-READ-ONE-AUDIT-PARA THRU 3100-EXIT
004550         UNTIL CERT-NO-MORE-AUDIT.
004560     CLOSE AUDIT-FILE.
004570 3000-EXIT.
004580     EXIT.
004590*
004600******************************************************
004610*  3100-READ-ONE-AUDIT-PARA
004620*  READS ONE AUDIT RECORD AND PROVES IT.
004630******************************************************
004640 3100-READ-ONE-AUDIT-PARA.
004650     READ AUDIT-FILE
004660         AT END
004670             SET CERT-NO-MORE-AUDIT TO TRUE
004680             GO TO 3100-EXIT
004690     END-READ.
004700     ADD 1 TO CERT-AUDIT-READ.
004710     ADD 1 TO CERT-FILE-RECNO.
004720     MOVE AUDIT-RECORD TO CERT-AUD-WORK.
004730     PERFORM 5000-PROVE-RECORD-PARA THRU 5000-EXIT.
004740 3100-EXIT.
004750     EXIT.
004760*
004770******************************************************
004780*  4000-CHECK-TAIL-PARA
004790*  PROVES THE END OF THE CHAIN AGAINST THE CONTROL
004800*  RECORD. A TRAIL THAT STOPS SHORT OF THE LAST SEQUENCE
004810*  NUMBER WRITTEN HAS LOST RECORDS FROM ITS END, AND ONE
004820*  WHOSE LAST HASH DISAGREES HAS HAD ITS TAIL REPLACED -
004830*  BOTH FAIL. A TRAIL AHEAD OF THE CONTROL RECORD ONLY
004840*  MEANS A WRITER ENDED WITHOUT CLOSING THE CHAIN, WHICH
004850*  IS A WARNING. WITHOUT A CONTROL RECORD THE END OF A
004860*  CHAINED TRAIL CANNOT BE PROVED AT ALL.
004870******************************************************
004880 4000-CHECK-TAIL-PARA.
004890     MOVE "TRAIL" TO CERT-EXC-FILE.
004900     MOVE CERT-FILE-RECNO TO CERT-EXC-RECNO.
004910     MOVE CERT-LAST-SEQ-SEEN TO CERT-EXC-SEQ.
004920     IF NOT CERT-CONTROL-PRESENT
004930         IF CERT-CHAIN-STARTED
004940             ADD 1 TO CERT-BOUNDARY-COUNT
004950             MOVE "END OF CHAIN NOT PROVED - NO FACTAUDC"
004960                 TO CERT-EXC-TEXT
004970             MOVE ZERO TO CERT-EXC-EXPECT
004980             PERFORM 7200-WRITE-EXCEPTION-PARA THRU 7200-EXIT
004990         ELSE
005000             ADD 1 TO CERT-WARNING-COUNT
005010         END-IF
005020         GO TO 4000-EXIT
005030     END-IF.
005040     MOVE CERT-CTL-LAST-SEQ TO CERT-EXC-EXPECT.
005050     IF CERT-LAST-SEQ-SEEN < CERT-CTL-LAST-SEQ
005060         ADD 1 TO CERT-BOUNDARY-COUNT
005070         MOVE "RECORDS MISSING FROM END OF TRAIL" TO
005080             CERT-EXC-TEXT
005090         PERFORM 7200-WRITE-EXCEPTION-PARA THRU 7200-EXIT
005100         GO TO 4000-EXIT
005110     END-IF.
005120     IF CERT-LAST-SEQ-SEEN > CERT-CTL-LAST-SEQ
005130         ADD 1 TO CERT-WARNING-COUNT
005140         MOVE "WARNING - CONTROL RECORD BEHIND" TO
005150             CERT-EXC-TEXT
005160         PERFORM 7200-WRITE-EXCEPTION-PARA THRU 7200-EXIT
005170         GO TO 4000-EXIT
005180     END-IF.
005190     IF CERT-CHAIN-STARTED
005200         AND CERT-PREV-HASH NOT = CERT-CTL-LAST-HASH
005210         ADD 1 TO CERT-BOUNDARY-COUNT
005220         MOVE "LAST HASH DISAGREES WITH FACTAUDC" TO
005230             CERT-EXC-TEXT
005240         PERFORM 7200-WRITE-EXCEPTION-PARA THRU 7200-EXIT
005250     END-IF.
005260 4000-EXIT.
005270     EXIT.
005280*
005290******************************************************
005300*  5000-PROVE-RECORD-PARA
005310*  PROVES ONE AUDIT RECORD AGAINST THE CHAIN POSITION.
005320*  UNNUMBERED RECORDS AHEAD OF THE FIRST NUMBERED ONE
005330*  PREDATE THE CHAIN AND ARE ONLY COUNTED; ONE INSIDE THE
005340*  CHAIN WAS INSERTED. A NUMBER PAST THE ONE EXPECTED IS A
005350*  GAP AND THE WALK PICKS UP FROM THE RECORD FOUND; A
005360*  NUMBER BEHIND IT IS OUT OF ORDER OR REPEATED AND THE
005370*  WALK STAYS WHERE IT WAS. A RECORD WITH THE RIGHT NUMBER
005380*  HAS ITS HASH PROVED.
005390******************************************************
005400 5000-PROVE-RECORD-PARA.
005410     IF CERT-AUD-SEQ-NO NOT NUMERIC
005420         PERFORM 5200-UNNUMBERED-RECORD-PARA THRU 5200-EXIT
005430         GO TO 5000-EXIT
005440     END-IF.
005450     IF CERT-AUD-SEQ-NO = ZERO
005460         PERFORM 5200-UNNUMBERED-RECORD-PARA THRU 5200-EXIT
005470         GO TO 5000-EXIT
005480     END-IF.
005490     IF NOT CERT-CHAIN-STARTED
005500         SET CERT-CHAIN-STARTED TO TRUE
005510         IF CERT-AUD-SEQ-NO NOT = CERT-EXPECT-SEQ
005520             ADD 1 TO CERT-BOUNDARY-COUNT
005530             MOVE "CHAIN START NOT ANCHORED" TO CERT-EXC-TEXT
005540             PERFORM 5900-RECORD-EXCEPTION-PARA
005550                 THRU 5900-EXIT
005560             PERFORM 5800-RESYNC-PARA THRU 5800-EXIT
005570             GO TO 5000-EXIT
005580         END-IF
005590     END-IF.
005600     IF CERT-AUD-SEQ-NO > CERT-EXPECT-SEQ
005610         ADD 1 TO CERT-GAP-COUNT
005620         MOVE "SEQUENCE GAP - RECORDS MISSING" TO
005630             CERT-EXC-TEXT
005640         PERFORM 5900-RECORD-EXCEPTION-PARA THRU 5900-EXIT
005650         PERFORM 5800-RESYNC-PARA THRU 5800-EXIT
005660         GO TO 5000-EXIT
005670     END-IF.
005680     IF CERT-AUD-SEQ-NO < CERT-EXPECT-SEQ
005690         ADD 1 TO CERT-ORDER-COUNT
005700         MOVE "SEQUENCE OUT OF ORDER OR REPEATED" TO
005710             CERT-EXC-TEXT
005720         PERFORM 5900-RECORD-EXCEPTION-PARA THRU 5900-EXIT
005730         GO TO 5000-EXIT
005740     END-IF.
005750     PERFORM 5100-PROVE-HASH-PARA THRU 5100-EXIT.
005760 5000-EXIT.
005770     EXIT.
005780*
005790******************************************************
005800*  5100-PROVE-HASH-PARA
005810*  HAS FACTCHN RECOMPUTE THE HASH THE RECORD SHOULD CARRY
005820*  FROM THE PREVIOUS RECORD'S HASH. A RECORD WHOSE STORED
005830*  HASH DISAGREES WAS CHANGED AFTER IT WAS WRITTEN. THE
005840*  WALK GOES ON FROM THE STORED HASH EITHER WAY, SO ONE
005850*  ALTERED RECORD IS REPORTED ONCE.
005860******************************************************
005870 5100-PROVE-HASH-PARA.
005880     MOVE "K" TO CERT-CHAIN-REQUEST.
005890     MOVE CERT-PREV-HASH TO CERT-CHAIN-LAST-HASH.
005900     MOVE CERT-AUD-WORK TO CERT-CHAIN-IMAGE.
005910     CALL "FACTCHN" USING CERT-CHAIN-AREA.
005920     IF CERT-AUD-CHAIN-HASH NUMERIC
005930         IF CERT-AUD-CHAIN-HASH = CERT-CHAIN-CHECK-HASH
005940             ADD 1 TO CERT-VERIFIED-COUNT
005950             PERFORM 5800-RESYNC-PARA THRU 5800-EXIT
005960             GO TO 5100-EXIT
005970         END-IF
005980     END-IF.
005990     ADD 1 TO CERT-ALTERED-COUNT.
006000     MOVE "CHAIN HASH MISMATCH - ALTERED" TO CERT-EXC-TEXT.
006010     PERFORM 5900-RECORD-EXCEPTION-PARA THRU 5900-EXIT.
006020     PERFORM 5800-RESYNC-PARA THRU 5800-EXIT.
006030 5100-EXIT.
006040     EXIT.
006050*
006060******************************************************
006070*  5200-UNNUMBERED-RECORD-PARA
006080*  COUNTS A RECORD WRITTEN BEFORE THE CHAIN BEGAN, OR
006090*  REPORTS ONE FOUND INSIDE THE CHAIN AS INSERTED.
006100******************************************************
006110 5200-UNNUMBERED-RECORD-PARA.
006120     IF NOT CERT-CHAIN-STARTED
006130         ADD 1 TO CERT-LEGACY-COUNT
006140         GO TO 5200-EXIT
006150     END-IF.
006160     ADD 1 TO CERT-INSERT-COUNT.
006170     MOVE "UNNUMBERED RECORD INSIDE CHAIN" TO CERT-EXC-TEXT.
006180     PERFORM 5900-RECORD-EXCEPTION-PARA THRU 5900-EXIT.
006190 5200-EXIT.
006200     EXIT.
006210*
006220******************************************************
006230*  5800-RESYNC-PARA
006240*  MOVES THE CHAIN POSITION TO THE RECORD JUST PROVED OR
006250*  REPORTED - THE NEXT RECORD MUST FOLLOW IT.
006260******************************************************
006270 5800-RESYNC-PARA.
006280     MOVE CERT-AUD-SEQ-NO TO CERT-LAST-SEQ-SEEN.
006290     COMPUTE CERT-EXPECT-SEQ = CERT-AUD-SEQ-NO + 1.
006300     IF CERT-AUD-CHAIN-HASH NUMERIC
006310         MOVE CERT-AUD-CHAIN-HASH TO CERT-PREV-HASH
006320     ELSE
006330         MOVE ZERO TO CERT-PREV-HASH
006340     END-IF.
006350 5800-EXIT.
006360     EXIT.
006370*
006380******************************************************
006390*  5900-RECORD-EXCEPTION-PARA
006400*  LISTS AN EXCEPTION AGAINST THE RECORD BEING PROVED -
006410*  THE TEXT IS ALREADY MOVED BY THE CALLER.
006420******************************************************
006430 5900-RECORD-EXCEPTION-PARA.
006440     MOVE CERT-FILE-NAME TO CERT-EXC-FILE.
006450     MOVE CERT-FILE-RECNO TO CERT-EXC-RECNO.
006460     IF CERT-AUD-SEQ-NO NUMERIC
006470         MOVE CERT-AUD-SEQ-NO TO CERT-EXC-SEQ
006480     ELSE
006490         MOVE ZERO TO CERT-EXC-SEQ
006500     END-IF.
006510     MOVE CERT-EXPECT-SEQ TO CERT-EXC-EXPECT.
006520     PERFORM 7200-WRITE-EXCEPTION-PARA THRU 7200-EXIT.
006530 5900-EXIT.
006540     EXIT.
006550*
006560******************************************************
006570*  7000-WRITE-HEADING-PARA
006580*  WRITES THE CERTIFICATE PAGE HEADING AND RESETS THE
006590*  PER-PAGE LINE COUNT, THE SAME ASA "1" CARRIAGE CONTROL
006600*  TECHNIQUE THE FACTORIALS REPORT USES.
006610******************************************************
006620 7000-WRITE-HEADING-PARA.
006630     ADD 1 TO CERT-RPT-PAGE-NO.
006640     IF CERT-RPT-PAGE-NO = 1
006650         MOVE SPACE TO CERT-RPT-HEADING-CC
006660     ELSE
006670         MOVE CERT-NEW-PAGE-CC TO CERT-RPT-HEADING-CC
006680     END-IF.
006690     WRITE RPT-LINE FROM CERT-RPT-HEADING.
006700     MOVE ZERO TO CERT-RPT-LINE-COUNT.
006710 7000-EXIT.
006720     EXIT.
006730*
006740******************************************************
006750*  7100-WRITE-RPT-LINE-PARA
006760*  WRITES ONE LINE FROM RPT-LINE (ALREADY MOVED BY THE
006770*  CALLER) AND BREAKS THE PAGE WHEN IT IS FULL.
006780******************************************************
006790 7100-WRITE-RPT-LINE-PARA.
006800     IF CERT-RPT-LINE-COUNT NOT LESS THAN
006810             CERT-RPT-LINES-PER-PAGE
006820         PERFORM 7000-WRITE-HEADING-PARA THRU 7000-EXIT
006830     END-IF.
006840     WRITE RPT-LINE.
006850     ADD 1 TO CERT-RPT-LINE-COUNT.
006860 7100-EXIT.
006870     EXIT.
006880*
006890******************************************************
006900*  7200-WRITE-EXCEPTION-PARA
006910*  WRITES ONE EXCEPTION LINE (ALREADY BUILT BY THE CALLER
006920*  IN CERT-EXC-LINE) TO THE CERTIFICATE.
006930******************************************************
006940 7200-WRITE-EXCEPTION-PARA.
006950     MOVE CERT-EXC-LINE TO RPT-LINE.
006960     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
006970 7200-EXIT.
006980     EXIT.
006990*
007000******************************************************
007010*  8000-CERTIFY-PARA
007020*  PRINTS THE WALK TOTALS AND THE CERTIFICATE VERDICT.
007030******************************************************
007040 8000-CERTIFY-PARA.
007050     COMPUTE CERT-ERROR-COUNT = CERT-GAP-COUNT
007060         + CERT-ORDER-COUNT + CERT-ALTERED-COUNT
007070         + CERT-INSERT-COUNT + CERT-BOUNDARY-COUNT.
007080     MOVE CERT-BLANK-LINE TO RPT-LINE.
007090     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
007100     IF CERT-MODE-ARCHIVE
007110         MOVE "ARCHIVE RECORDS READ:" TO CERT-SUM-TEXT
007120         MOVE CERT-ARCV-READ TO CERT-SUM-COUNT
007130         PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT
007140     END-IF.
007150     MOVE "TRAIL RECORDS READ:" TO CERT-SUM-TEXT.
007160     MOVE CERT-AUDIT-READ TO CERT-SUM-COUNT.
007170     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
007180     MOVE "RECORDS WRITTEN BEFORE THE CHAIN:" TO
007190         CERT-SUM-TEXT.
007200     MOVE CERT-LEGACY-COUNT TO CERT-SUM-COUNT.
007210     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
007220     MOVE "CHAINED RECORDS PROVED:" TO CERT-SUM-TEXT.
007230     MOVE CERT-VERIFIED-COUNT TO CERT-SUM-COUNT.
007240     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
007250     MOVE "SEQUENCE GAPS:" TO CERT-SUM-TEXT.
007260     MOVE CERT-GAP-COUNT TO CERT-SUM-COUNT.
007270     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
007280     MOVE "OUT OF ORDER OR REPEATED:" TO CERT-SUM-TEXT.
007290     MOVE CERT-ORDER-COUNT TO CERT-SUM-COUNT.
007300     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
007310     MOVE "ALTERED RECORDS:" TO CERT-SUM-TEXT.
007320     MOVE CERT-ALTERED-COUNT TO CERT-SUM-COUNT.
007330     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
007340     MOVE "UNNUMBERED RECORDS INSIDE CHAIN:" TO
007350         CERT-SUM-TEXT.
007360     MOVE CERT-INSERT-COUNT TO CERT-SUM-COUNT.
007370     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
007380     MOVE "CHAIN START AND END ERRORS:" TO CERT-SUM-TEXT.
007390     MOVE CERT-BOUNDARY-COUNT TO CERT-SUM-COUNT.
007400     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
007410     EVALUATE TRUE
007420         WHEN CERT-READ-FAILED
007430             MOVE
007440                 "TRAIL NOT CERTIFIED - FILE COULD NOT BE READ"
007450                 TO CERT-VERDICT-TEXT
007460         WHEN CERT-ERROR-COUNT > ZERO
007470             MOVE "AUDIT TRAIL NOT CERTIFIED - SEE EXCEPTIONS"
007480                 TO CERT-VERDICT-TEXT
007490         WHEN CERT-WARNING-COUNT > ZERO
007500             AND NOT CERT-CHAIN-STARTED
007510             MOVE
007520                 "NO CHAINED RECORDS ON FILE - NOTHING CERTIFIED"
007530                 TO CERT-VERDICT-TEXT
007540         WHEN CERT-WARNING-COUNT > ZERO
007550             MOVE "AUDIT TRAIL CERTIFIED WITH WARNINGS" TO
007560                 CERT-VERDICT-TEXT
007570         WHEN OTHER
007580             MOVE "AUDIT TRAIL CERTIFIED" TO
007590                 CERT-VERDICT-TEXT
007600     END-EVALUATE.
007610     MOVE CERT-BLANK-LINE TO RPT-LINE.
007620     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
007630     MOVE CERT-VERDICT-LINE TO RPT-LINE.
007640     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
007650     DISPLAY CERT-VERDICT-TEXT UPON CRT.
007660 8000-EXIT.
007670     EXIT.
007680*
007690******************************************************
007700*  8100-WRITE-SUM-LINE-PARA
007710*  WRITES ONE TOTAL LINE (TEXT AND COUNT ALREADY MOVED BY
007720*  THE CALLER).
007730******************************************************
007740 8100-WRITE-SUM-LINE-PARA.
007750     MOVE CERT-SUM-LINE TO RPT-LINE.
007760     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
007770 8100-EXIT.
007780     EXIT.
007790*
007800******************************************************
007810*  9000-TERMINATE-PARA
007820*  CLOSES THE CERTIFICATE, SETS THE CONDITION CODE - 0 FOR
007830*  A CERTIFIED TRAIL, 4 WHEN IT CERTIFIED WITH WARNINGS OR
007840*  HELD NOTHING TO CERTIFY, 8 WHEN ANY EXCEPTION WAS FOUND,
007850*  A FILE COULD NOT BE READ OR THE RUN WAS ABORTED - AND
007860*  ENDS THE RUN.
007870******************************************************
007880 9000-TERMINATE-PARA.
007890     CLOSE RPT-FILE.
007900     MOVE ZERO TO CERT-RETURN-CODE.
007910     IF CERT-WARNING-COUNT > ZERO
007920         MOVE 4 TO CERT-RETURN-CODE
007930     END-IF.
007940     IF CERT-ERROR-COUNT > ZERO
007950         OR CERT-READ-FAILED
007960         OR CERT-ABORT-RUN
007970         MOVE 8 TO CERT-RETURN-CODE
007980     END-IF.
007990     MOVE CERT-RETURN-CODE TO RETURN-CODE.
008000     DISPLAY "FACTCERT FINISHED, CONDITION CODE "
008010         CERT-RETURN-CODE UPON CRT.
008020 9000-EXIT.
008030     EXIT.
