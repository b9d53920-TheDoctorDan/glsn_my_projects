000330*                                  CAN REPORT ON IT
000340*                   EITHER WAY AN ARCHRPT MANIFEST LISTS
000350*                   EVERY RUN MOVED OR PULLED.
000351******************************************************
000351*  10/15/2026 RH    AUDIT RECORDS NOW CARRY THE SIGNED-ON
000351*                   OPERATOR ID IN NINE MORE BYTES. THE
000351*                   ARCHIVE, RETAINED AND WORK IMAGES ARE
000352*                   WIDENED TO MATCH SO THE OPERATOR GOES TO
000352*                   THE ARCHIVE AND COMES BACK ON A RETRIEVE.
000352******************************************************
000353*  10/15/2026 RH    AUDIT RECORDS NOW END WITH A SEQUENCE
000353*                   NUMBER AND CHAIN HASH, SO THE IMAGES GROW
000353*                   TO 80 BYTES. AN ARCHIVE THAT MOVES CHAINED
000354*                   RECORDS OFF FACTAUDT RECORDS THE LAST ONE
000354*                   MOVED AS THE NEW CHAIN BASE IN FACTAUDC
000354*                   (SEE 2600-SET-CHAIN-BASE-PARA), SO THE
000354*                   TRIMMED FILE STILL CERTIFIES.
000355******************************************************
000355*  10/15/2026 RH    ENDS WITH GOBACK INSTEAD OF STOP RUN SO
000355*                   THE FACTDRVR JOB-STREAM DRIVER CAN CALL
000356*                   THIS PROGRAM AS A STEP OF THE NIGHTLY
000356*                   STREAM BUILT FROM THE BUSINESS CALENDAR.
000356******************************************************
000357*  10/15/2026 RH    AN ARCHIVE NOW ALWAYS MOVES A LEADING
000357*                   PIECE OF THE AUDIT CHAIN. FACTPOST
000357*                   APPENDS HELD INQUIRIES UNDER THEIR OWN
000357*                   EARLIER RUN DATE AFTER NEWER RECORDS, SO
000358*                   ONCE THE FIRST CHAINED RECORD IS RETAINED
000358*                   EVERY LATER RUN IS RETAINED TOO, HOWEVER
000358*                   OLD - THE MANIFEST SHOWS IT AS HELD
000359*                   (CHAIN). THE CHAIN BASE RECORDED IN
000359*                   FACTAUDC THEN ALWAYS SITS JUST BELOW THE
000359*                   FIRST SEQUENCE NUMBER LEFT ON FACTAUDT.
000360******************************************************
000370*
000380 ENVIRONMENT DIVISION.
000790     05  AUDIT-R-VALUE       PIC 9(05).
000800     05  FILLER              PIC X(01).
000810     05  AUDIT-RESULT-2      PIC 9(09).
000811     05  FILLER              PIC X(01).
000812     05  AUDIT-OPERATOR-ID   PIC X(08).
000813     05  FILLER              PIC X(01).
000814     05  AUDIT-SEQ-NO        PIC 9(09).
000815     05  FILLER              PIC X(01).
000816     05  AUDIT-CHAIN-HASH    PIC 9(09).
000820*
000830 FD  ARCV-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  ARCV-RECORD.
000860     05  ARCV-ARCHIVED-DATE  PIC 9(08).
000870     05  FILLER              PIC X(01).
000880     05  ARCV-AUDIT-IMAGE    PIC X(80).
000890*
000900 FD  KEEP-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  KEEP-RECORD             PIC X(80).
000930*
000940 FD  WORK-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  WORK-RECORD             PIC X(80).
000970*
000980 FD  PARM-FILE
000990     LABEL RECORDS ARE STANDARD.
001450         88  ARCH-GROUP-OPEN         VALUE "Y".
001460     05  ARCH-SELECTED-SWITCH PIC X(01)     VALUE "N".
001470         88  ARCH-RUN-SELECTED       VALUE "Y".
001471     05  ARCH-CHAIN-MOVED-SWITCH PIC X(01)  VALUE "N".
001472         88  ARCH-CHAIN-MOVED        VALUE "Y".
001473     05  ARCH-CHAIN-KEPT-SWITCH PIC X(01)   VALUE "N".
001474         88  ARCH-CHAIN-KEPT         VALUE "Y".
001475     05  ARCH-GROUP-HELD-SWITCH PIC X(01)   VALUE "N".
001476         88  ARCH-GROUP-IS-HELD      VALUE "Y".
001480*
001490 01  ARCH-PARM-DATA.
001500     05  ARCH-PARM-MODE      PIC X(01)      VALUE SPACE.
001970     05  ARCH-AUD-R-VALUE    PIC 9(05).
001980     05  FILLER              PIC X(01).
001990     05  ARCH-AUD-RESULT-2   PIC 9(09).
001991     05  FILLER              PIC X(01).
001992     05  ARCH-AUD-OPERATOR-ID PIC X(08).
001993     05  FILLER              PIC X(01).
001994     05  ARCH-AUD-SEQ-NO     PIC 9(09).
001995     05  FILLER              PIC X(01).
001996     05  ARCH-AUD-CHAIN-HASH PIC 9(09).
002000*
002010 77  ARCH-RUNS-ARCHIVED      PIC 9(06)      COMP VALUE ZERO.
002020 77  ARCH-RECS-ARCHIVED      PIC 9(06)      COMP VALUE ZERO.
002030 77  ARCH-RUNS-RETAINED      PIC 9(06)      COMP VALUE ZERO.
002031 77  ARCH-RUNS-HELD          PIC 9(06)      COMP VALUE ZERO.
002040 77  ARCH-RECS-RETAINED      PIC 9(06)      COMP VALUE ZERO.
002050 77  ARCH-RUNS-PULLED        PIC 9(06)      COMP VALUE ZERO.
002060 77  ARCH-RECS-PULLED        PIC 9(06)      COMP VALUE ZERO.
002080 77  ARCH-RPT-LINE-COUNT     PIC 9(04)      COMP VALUE ZERO.
002090 77  ARCH-RPT-PAGE-NO        PIC 9(04)      COMP VALUE ZERO.
002100 77  ARCH-RPT-LINES-PER-PAGE PIC 9(04)      COMP VALUE 50.
002101*
002101*  PARAMETER AREA FOR THE FACTCHN AUDIT CHAIN SUBROUTINE.
002102 01  ARCH-CHAIN-AREA.
002103     05  ARCH-CHAIN-REQUEST  PIC X(01)      VALUE "O".
002104     05  ARCH-CHAIN-PROGRAM  PIC X(08)      VALUE "FACTARCH".
002104     05  ARCH-CHAIN-LAST-SEQ PIC 9(09)      VALUE ZERO.
002105     05  ARCH-CHAIN-LAST-HASH PIC 9(09)     VALUE ZERO.
002106     05  ARCH-CHAIN-BASE-SEQ PIC 9(09)      VALUE ZERO.
002107     05  ARCH-CHAIN-BASE-HASH PIC 9(09)     VALUE ZERO.
002107     05  ARCH-CHAIN-CHECK-HASH PIC 9(09)    VALUE ZERO.
002108     05  ARCH-CHAIN-RESULT   PIC X(01)      VALUE SPACE.
002109     05  ARCH-CHAIN-IMAGE    PIC X(80)      VALUE SPACE.
002110*
002120*  ASA-STYLE CARRIAGE CONTROL BYTE FOR A NEW-PAGE HEADING,
002130*  THE SAME PRINT-SPOOL TECHNIQUE THE FACTORIALS REPORT USES.
002730     END-IF.
002740     PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT.
002750 0000-EXIT.
002760     GOBACK.
002770*
002780******************************************************
002790*  1000-INITIALIZE-PARA
004680     CLOSE ARCV-FILE.
004690     CLOSE KEEP-FILE.
004700     PERFORM 2500-REWRITE-AUDIT-PARA THRU 2500-EXIT.
004701     IF ARCH-CHAIN-MOVED AND NOT ARCH-ABORT-RUN
004702         PERFORM 2600-SET-CHAIN-BASE-PARA THRU 2600-EXIT
004703     END-IF.
004710     PERFORM 8000-PRINT-ARCHIVE-TOTALS-PARA THRU 8000-EXIT.
004720 2000-EXIT.
004730     EXIT.
004760*  2100-SPLIT-ONE-AUDIT-PARA
004770*  READS ONE AUDIT RECORD, CLOSES THE MANIFEST GROUP WHEN
004780*  THE RUN STAMP CHANGES, AND ROUTES THE RECORD TO THE
004781*  ARCHIVE OR THE RETAINED-RUN WORK FILE, REMEMBERING THE
004782*  LAST CHAINED RECORD ARCHIVED AND WHETHER A CHAINED
004783*  RECORD HAS BEEN RETAINED YET.
004800******************************************************
004810 2100-SPLIT-ONE-AUDIT-PARA.
004820     READ AUDIT-FILE
004990         MOVE AUDIT-RECORD TO ARCV-AUDIT-IMAGE
005000         WRITE ARCV-RECORD
005010         ADD 1 TO ARCH-RECS-ARCHIVED
005011         IF AUDIT-SEQ-NO NUMERIC
005012             AND AUDIT-SEQ-NO > ZERO
005013             MOVE AUDIT-SEQ-NO TO ARCH-CHAIN-BASE-SEQ
005014             MOVE AUDIT-CHAIN-HASH TO ARCH-CHAIN-BASE-HASH
005015             SET ARCH-CHAIN-MOVED TO TRUE
005016         END-IF
005020     ELSE
005030         WRITE KEEP-RECORD FROM AUDIT-RECORD
005040         ADD 1 TO ARCH-RECS-RETAINED
005041         IF AUDIT-SEQ-NO NUMERIC
005042             AND AUDIT-SEQ-NO > ZERO
005043             SET ARCH-CHAIN-KEPT TO TRUE
005044         END-IF
005050     END-IF.
005060 2100-EXIT.
005070     EXIT.
005100*  2200-OPEN-GROUP-PARA
005110*  STARTS A NEW MANIFEST GROUP FOR THE RUN STAMP JUST READ
005120*  AND DECIDES ITS DISPOSITION AGAINST THE CUTOFF ONCE, AT
005121*  THE GROUP BREAK, RATHER THAN ON EVERY RECORD. ONLY A
005122*  LEADING PIECE OF THE AUDIT CHAIN MAY BE ARCHIVED, SO
005123*  ONCE A CHAINED RECORD HAS BEEN RETAINED AN OLD RUN IS
005124*  HELD ON FACTAUDT WITH THE REST.
005140******************************************************
005150 2200-OPEN-GROUP-PARA.
005160     MOVE AUDIT-RUN-DATE TO ARCH-GROUP-DATE.
005180     MOVE ZERO TO ARCH-GROUP-COUNT.
005190     SET ARCH-GROUP-OPEN TO TRUE.
005200     MOVE "N" TO ARCH-GROUP-OLD-SWITCH.
005201     MOVE "N" TO ARCH-GROUP-HELD-SWITCH.
005210     MOVE AUDIT-RUN-DATE TO ARCH-CNV-DATE.
005220     PERFORM 6000-DATE-TO-SERIAL-PARA THRU 6000-EXIT.
005221     IF ARCH-SERIAL-DAY NOT < ARCH-CUTOFF-SERIAL
005222         GO TO 2200-EXIT
005223     END-IF.
005224     IF ARCH-CHAIN-KEPT
005225         SET ARCH-GROUP-IS-HELD TO TRUE
005226     ELSE
005240         SET ARCH-GROUP-IS-OLD TO TRUE
005250     END-IF.
005260 2200-EXIT.
005290******************************************************
005300*  2300-CLOSE-GROUP-PARA
005310*  PRINTS THE MANIFEST LINE FOR THE RUN GROUP JUST ENDED
005311*  AND COUNTS IT UNDER ITS DISPOSITION. AN OLD RUN HELD
005312*  FOR THE CHAIN COUNTS AS RETAINED AND AS HELD.
005330******************************************************
005340 2300-CLOSE-GROUP-PARA.
005350     MOVE ARCH-GROUP-DATE TO ARCH-DISP-DATE.
005410     ELSE
005420         MOVE "RETAINED" TO ARCH-DISP-VERDICT
005430         ADD 1 TO ARCH-RUNS-RETAINED
005431     END-IF.
005432     IF ARCH-GROUP-IS-HELD
005433         MOVE "HELD (CHAIN)" TO ARCH-DISP-VERDICT
005434         ADD 1 TO ARCH-RUNS-HELD
005440     END-IF.
005450     MOVE ARCH-RUN-LINE TO RPT-LINE.
005460     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
005900     MOVE KEEP-RECORD TO AUDIT-RECORD.
005910     WRITE AUDIT-RECORD.
005920 2510-EXIT.
005921     EXIT.
005921*
005921******************************************************
005922*  2600-SET-CHAIN-BASE-PARA
005922*  RECORDS THE SEQUENCE NUMBER AND CHAIN HASH OF THE LAST
005923*  CHAINED RECORD MOVED TO THE ARCHIVE AS THE NEW BASE OF
005923*  THE FACTAUDT CHAIN, SO CERTIFICATION OF THE TRIMMED
005924*  FILE STARTS FROM IT. IF FACTAUDC CANNOT BE UPDATED THE
005924*  ARCHIVE STANDS BUT THE RUN ENDS WITH A WARNING - THE
005924*  TRIMMED FILE WILL NOT CERTIFY UNTIL THE BASE IS SET.
005925******************************************************
005925 2600-SET-CHAIN-BASE-PARA.
005926     MOVE "B" TO ARCH-CHAIN-REQUEST.
005926     CALL "FACTCHN" USING ARCH-CHAIN-AREA.
005927     IF ARCH-CHAIN-RESULT NOT = "Y"
005927         DISPLAY "FACT0135-W AUDIT CHAIN BASE NOT RECORDED, "
005927             "LAST SEQUENCE ARCHIVED = " ARCH-CHAIN-BASE-SEQ
005928             UPON CRT
005928         MOVE 4 TO ARCH-RETURN-CODE
005929     END-IF.
005929 2600-EXIT.
005930     EXIT.
005940*
005950******************************************************
008010******************************************************
008020*  8000-PRINT-ARCHIVE-TOTALS-PARA
008030*  PRINTS THE ARCHIVE CONTROL TOTALS - RUNS AND RECORDS
008031*  MOVED, RUNS AND RECORDS RETAINED, AND THE OLD RUNS HELD
008032*  FOR THE CHAIN.
008050******************************************************
008060 8000-PRINT-ARCHIVE-TOTALS-PARA.
008070     MOVE ARCH-BLANK-LINE TO RPT-LINE.
008180     MOVE "RECORDS RETAINED:" TO ARCH-TOT-TEXT.
008190     MOVE ARCH-RECS-RETAINED TO ARCH-TOT-COUNT.
008200     PERFORM 7200-WRITE-TOTAL-PARA THRU 7200-EXIT.
008201     MOVE "OLD RUNS HELD FOR THE CHAIN:" TO ARCH-TOT-TEXT.
008202     MOVE ARCH-RUNS-HELD TO ARCH-TOT-COUNT.
008203     PERFORM 7200-WRITE-TOTAL-PARA THRU 7200-EXIT.
008210 8000-EXIT.
008220     EXIT.
008230*
008250*  9000-TERMINATE-PARA
008260*  CLOSES THE MANIFEST, SETS THE CONDITION CODE - 0 FOR A
008270*  CLEAN ARCHIVE OR RETRIEVAL, 4 WHEN A RETRIEVAL FOUND
008280*  NOTHING TO PULL OR THE CHAIN BASE COULD NOT BE RECORDED,
008290*  8 WHEN THE RUN WAS ABORTED (A BAD PARM CARD OR AN OPEN
008300*  FAILURE - THE AUDIT FILE IS LEFT AS IT WAS) - AND ENDS
008301*  THE RUN.
008310******************************************************
008320 9000-TERMINATE-PARA.
008330     CLOSE RPT-FILE.
