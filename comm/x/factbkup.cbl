000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FACTBKUP.
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
000130*  10/15/2026 RH    ORIGINAL PROGRAM - FACTMAST BACKUP,
000140*                   RELOAD AND FORWARD RECOVERY. DRIVEN BY
000150*                   A REQUIRED SYSIN CARD:
000160*                     U - UNLOAD FACTMAST TO THE FACTMBKP
000170*                         SEQUENTIAL BACKUP - A HEADER
000180*                         RECORD WITH THE BACKUP DATE, TIME
000190*                         AND THE AUDIT CHAIN SEQUENCE
000200*                         NUMBER AT THE BACKUP, ONE RECORD
000210*                         PER MASTER ENTRY, AND A TRAILER
000220*                         WITH THE RECORD COUNT AND HASH
000230*                         TOTALS OF THE KEYS, RESULTS AND
000240*                         USE COUNTS
000250*                     L - RELOAD FACTMAST FROM THE BACKUP.
000260*                         THE WHOLE BACKUP IS BALANCED
000270*                         AGAINST ITS TRAILER BEFORE THE
000280*                         MASTER IS TOUCHED, AND THE
000290*                         RELOADED MASTER IS BALANCED
000300*                         AGAIN AFTERWARDS
000310*                     R - FORWARD RECOVERY - RELOAD AS FOR
000320*                         L, THEN REPLAY EVERY FACTARCV AND
000330*                         FACTAUDT RECORD WRITTEN AFTER THE
000340*                         BACKUP SO USE COUNTS AND FIRST-
000350*                         COMPUTED DATES ARE BROUGHT BACK TO
000360*                         WHERE THEY STOOD AT THE FAILURE
000370*                   A CHAINED AUDIT RECORD IS AFTER THE
000380*                   BACKUP WHEN ITS SEQUENCE NUMBER IS
000390*                   HIGHER THAN THE ONE ON THE HEADER; AN
000400*                   UNNUMBERED ONE WHEN ITS RUN DATE AND
000410*                   TIME ARE LATER THAN THE BACKUP'S. THE
000420*                   BKUPRPT REPORT SHOWS THE CONTROL TOTALS
000430*                   RESTORED, EVERY MASTER CHANGE REPLAYED
000440*                   AND EVERY AUDIT RECORD THAT CONFLICTS
000450*                   WITH THE BACKUP. CONDITION CODE 0 IS A
000460*                   CLEAN RUN, 4 MEANS CONFLICTS WERE
000470*                   FOUND, 8 MEANS THE BACKUP OR THE RELOAD
000480*                   WAS OUT OF BALANCE OR A FILE FAILED.
000490******************************************************
000500*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SPECIAL-NAMES.
000540     CONSOLE IS CRT.
000550*
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT FACTMAST-FILE ASSIGN TO "FACTMAST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS MAST-NUMBER
000620         FILE STATUS IS BKUP-MAST-STATUS.
000630     SELECT OPTIONAL BKUP-FILE ASSIGN TO "FACTMBKP"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS BKUP-BKUP-STATUS.
000660     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "FACTAUDT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS BKUP-AUDIT-STATUS.
000690     SELECT OPTIONAL ARCV-FILE ASSIGN TO "FACTARCV"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS BKUP-ARCV-STATUS.
000720     SELECT OPTIONAL PARM-FILE ASSIGN TO "SYSIN"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS BKUP-PARM-STATUS.
000750     SELECT RPT-FILE ASSIGN TO "BKUPRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS BKUP-RPT-STATUS.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  FACTMAST-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  MAST-RECORD.
000840     05  MAST-NUMBER         PIC 9(05).
000850     05  MAST-RESULT         PIC 9(09).
000860     05  MAST-FIRST-DATE     PIC 9(08).
000870     05  MAST-USE-COUNT      PIC 9(05).
000880*
000890*  THE BACKUP - ONE HEADER, ONE DETAIL PER MASTER RECORD
000900*  IN KEY ORDER, ONE TRAILER.
000910 FD  BKUP-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  BKUP-RECORD.
000940     05  BKUP-REC-TYPE       PIC X(01).
000950         88  BKUP-REC-HEADER         VALUE "H".
000960         88  BKUP-REC-DETAIL         VALUE "D".
000970         88  BKUP-REC-TRAILER        VALUE "T".
000980     05  FILLER              PIC X(01).
000990     05  BKUP-BODY           PIC X(58).
001000     05  BKUP-HDR-BODY REDEFINES BKUP-BODY.
001010         10  BKUP-HDR-DATE   PIC 9(08).
001020         10  FILLER          PIC X(01).
001030         10  BKUP-HDR-TIME   PIC 9(08).
001040         10  FILLER          PIC X(01).
001050         10  BKUP-HDR-CHAIN-SEQ PIC 9(09).
001060         10  FILLER          PIC X(01).
001070         10  BKUP-HDR-FILE-ID PIC X(08).
001080         10  FILLER          PIC X(22).
001090     05  BKUP-DTL-BODY REDEFINES BKUP-BODY.
001100         10  BKUP-DTL-NUMBER PIC 9(05).
001110         10  FILLER          PIC X(01).
001120         10  BKUP-DTL-RESULT PIC 9(09).
001130         10  FILLER          PIC X(01).
001140         10  BKUP-DTL-FIRST-DATE PIC 9(08).
001150         10  FILLER          PIC X(01).
001160         10  BKUP-DTL-USE-COUNT PIC 9(05).
001170         10  FILLER          PIC X(28).
001180     05  BKUP-TRL-BODY REDEFINES BKUP-BODY.
001190         10  BKUP-TRL-COUNT  PIC 9(07).
001200         10  FILLER          PIC X(01).
001210         10  BKUP-TRL-KEY-HASH PIC 9(11).
001220         10  FILLER          PIC X(01).
001230         10  BKUP-TRL-RESULT-HASH PIC 9(15).
001240         10  FILLER          PIC X(01).
001250         10  BKUP-TRL-USE-HASH PIC 9(11).
001260         10  FILLER          PIC X(11).
001270*
001280 FD  AUDIT-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 01  AUDIT-RECORD            PIC X(80).
001310*
001320 FD  ARCV-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 01  ARCV-RECORD.
001350     05  ARCV-ARCHIVED-DATE  PIC 9(08).
001360     05  FILLER              PIC X(01).
001370     05  ARCV-AUDIT-IMAGE    PIC X(80).
001380*
001390 FD  PARM-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 01  PARM-CARD-RECORD.
001420     05  PC-MODE             PIC X(01).
001430     05  FILLER              PIC X(79).
001440*
001450 FD  RPT-FILE
001460     LABEL RECORDS ARE STANDARD.
001470 01  RPT-LINE                PIC X(80).
001480*
001490 WORKING-STORAGE SECTION.
001500 01  BKUP-SWITCHES.
001510     05  BKUP-MAST-STATUS    PIC X(02)      VALUE SPACE.
001520         88  BKUP-MAST-OK            VALUE "00".
001530         88  BKUP-MAST-NOT-FOUND     VALUE "05" "35".
001540     05  BKUP-BKUP-STATUS    PIC X(02)      VALUE SPACE.
001550         88  BKUP-BKUP-OK            VALUE "00".
001560         88  BKUP-BKUP-NOT-FOUND     VALUE "05".
001570     05  BKUP-AUDIT-STATUS   PIC X(02)      VALUE SPACE.
001580         88  BKUP-AUDIT-OK           VALUE "00".
001590         88  BKUP-AUDIT-NOT-FOUND    VALUE "05".
001600     05  BKUP-ARCV-STATUS    PIC X(02)      VALUE SPACE.
001610         88  BKUP-ARCV-OK            VALUE "00".
001620         88  BKUP-ARCV-NOT-FOUND     VALUE "05".
001630     05  BKUP-PARM-STATUS    PIC X(02)      VALUE SPACE.
001640         88  BKUP-PARM-OK            VALUE "00".
001650         88  BKUP-PARM-NOT-FOUND     VALUE "05".
001660     05  BKUP-RPT-STATUS     PIC X(02)      VALUE SPACE.
001670         88  BKUP-RPT-OK             VALUE "00".
001680     05  BKUP-MODE           PIC X(01)      VALUE SPACE.
001690         88  BKUP-MODE-UNLOAD        VALUE "U".
001700         88  BKUP-MODE-RELOAD        VALUE "L".
001710         88  BKUP-MODE-RECOVER       VALUE "R".
001720     05  BKUP-ABORT-SWITCH   PIC X(01)      VALUE "N".
001730         88  BKUP-ABORT-RUN          VALUE "Y".
001740     05  BKUP-BALANCE-SWITCH PIC X(01)      VALUE "Y".
001750         88  BKUP-IN-BALANCE         VALUE "Y".
001760         88  BKUP-OUT-OF-BALANCE     VALUE "N".
001770     05  BKUP-EOF-SWITCH     PIC X(01)      VALUE "N".
001780         88  BKUP-AT-EOF             VALUE "Y".
001790     05  BKUP-TRAILER-SWITCH PIC X(01)      VALUE "N".
001800         88  BKUP-TRAILER-SEEN       VALUE "Y".
001810     05  BKUP-REPLAY-SWITCH  PIC X(01)      VALUE "N".
001820         88  BKUP-REPLAY-FAILED      VALUE "Y".
001830     05  BKUP-CONFLICT-SWITCH PIC X(01)     VALUE "N".
001840         88  BKUP-LINE-IS-CONFLICT   VALUE "Y".
001850*
001860*  THE BACKUP STAMP - FROM THE CLOCK AND FACTCHN ON AN
001870*  UNLOAD, FROM THE HEADER RECORD ON A RELOAD.
001880 01  BKUP-BACKUP-STAMP.
001890     05  BKUP-STAMP-DATE     PIC 9(08)      VALUE ZERO.
001900     05  BKUP-STAMP-TIME     PIC 9(08)      VALUE ZERO.
001910 77  BKUP-STAMP-CHAIN-SEQ    PIC 9(09)      VALUE ZERO.
001920*
001930*  CONTROL TOTALS. ALL THREE GROUPS SHARE ONE LAYOUT SO
001940*  EACH CAN BE BALANCED AGAINST THE TRAILER AS A WHOLE.
001950 01  BKUP-FILE-TOTALS.
001960     05  BKUP-FILE-COUNT     PIC 9(07)      VALUE ZERO.
001970     05  BKUP-FILE-KEY-HASH  PIC 9(11)      VALUE ZERO.
001980     05  BKUP-FILE-RESULT-HASH PIC 9(15)    VALUE ZERO.
001990     05  BKUP-FILE-USE-HASH  PIC 9(11)      VALUE ZERO.
002000 01  BKUP-TRAILER-TOTALS.
002010     05  BKUP-TRAILER-COUNT  PIC 9(07)      VALUE ZERO.
002020     05  BKUP-TRAILER-KEY-HASH PIC 9(11)    VALUE ZERO.
002030     05  BKUP-TRAILER-RESULT-HASH PIC 9(15) VALUE ZERO.
002040     05  BKUP-TRAILER-USE-HASH PIC 9(11)    VALUE ZERO.
002050 01  BKUP-LOAD-TOTALS.
002060     05  BKUP-LOAD-COUNT     PIC 9(07)      VALUE ZERO.
002070     05  BKUP-LOAD-KEY-HASH  PIC 9(11)      VALUE ZERO.
002080     05  BKUP-LOAD-RESULT-HASH PIC 9(15)    VALUE ZERO.
002090     05  BKUP-LOAD-USE-HASH  PIC 9(11)      VALUE ZERO.
002100*
002110 01  BKUP-REJECT-TEXT        PIC X(60)      VALUE SPACE.
002120 77  BKUP-PREV-NUMBER        PIC 9(05)      VALUE ZERO.
002130*
002140*  WORKING COPY OF THE AUDIT RECORD BEING REPLAYED, FROM
002150*  EITHER FILE.
002160 01  BKUP-AUD-WORK.
002170     05  BKUP-AUD-NUMBER     PIC 9(05).
002180     05  FILLER              PIC X(01).
002190     05  BKUP-AUD-RESULT     PIC 9(09).
002200     05  FILLER              PIC X(01).
002210     05  BKUP-AUD-RUN-DATE   PIC 9(08).
002220     05  FILLER              PIC X(01).
002230     05  BKUP-AUD-RUN-TIME   PIC 9(08).
002240     05  FILLER              PIC X(01).
002250     05  BKUP-AUD-REC-TYPE   PIC X(01).
002260         88  BKUP-AUD-FACTORIAL      VALUE "F".
002270         88  BKUP-AUD-INQUIRY        VALUE "Q".
002280         88  BKUP-AUD-REPAIR         VALUE "V".
002290         88  BKUP-AUD-PURGE          VALUE "P".
002300     05  FILLER              PIC X(01).
002310     05  BKUP-AUD-R-VALUE    PIC 9(05).
002320     05  FILLER              PIC X(01).
002330     05  BKUP-AUD-RESULT-2   PIC 9(09).
002340     05  FILLER              PIC X(01).
002350     05  BKUP-AUD-OPERATOR-ID PIC X(08).
002360     05  FILLER              PIC X(01).
002370     05  BKUP-AUD-SEQ-NO     PIC 9(09).
002380     05  FILLER              PIC X(01).
002390     05  BKUP-AUD-CHAIN-HASH PIC 9(09).
002400*
002410*  THE AUDIT RECORD'S RUN DATE AND TIME IN THE SAME
002420*  LAYOUT AS BKUP-BACKUP-STAMP, FOR THE AFTER-BACKUP TEST
002430*  ON UNNUMBERED RECORDS.
002440 01  BKUP-AUD-COMPARE-STAMP.
002450     05  BKUP-AUD-CMP-DATE   PIC 9(08)      VALUE ZERO.
002460     05  BKUP-AUD-CMP-TIME   PIC 9(08)      VALUE ZERO.
002470*
002480*  PARAMETER AREA FOR THE FACTCHN AUDIT CHAIN SUBROUTINE.
002490 01  BKUP-CHAIN-AREA.
002500     05  BKUP-CHAIN-REQUEST  PIC X(01)      VALUE "O".
002510     05  BKUP-CHAIN-PROGRAM  PIC X(08)      VALUE "FACTBKUP".
002520     05  BKUP-CHAIN-LAST-SEQ PIC 9(09)      VALUE ZERO.
002530     05  BKUP-CHAIN-LAST-HASH PIC 9(09)     VALUE ZERO.
002540     05  BKUP-CHAIN-BASE-SEQ PIC 9(09)      VALUE ZERO.
002550     05  BKUP-CHAIN-BASE-HASH PIC 9(09)     VALUE ZERO.
002560     05  BKUP-CHAIN-CHECK-HASH PIC 9(09)    VALUE ZERO.
002570     05  BKUP-CHAIN-RESULT   PIC X(01)      VALUE SPACE.
002580     05  BKUP-CHAIN-IMAGE    PIC X(80)      VALUE SPACE.
002590*
002600*  PARAMETERS FOR THE "99" FACTORIAL SUBROUTINE, USED WHEN
002610*  A REPLAYED PAIR INQUIRY ADDED A FACTOR TO THE MASTER.
002620 01  BKUP-CALC-AREA.
002630     05  BKUP-WORK-NUMBER    PIC 9(04)      COMP VALUE ZERO.
002640     05  BKUP-WORK-RESULT    PIC 9(09)      COMP VALUE ZERO.
002650 77  BKUP-PAIR-N             PIC 9(05)      VALUE ZERO.
002660 77  BKUP-PAIR-R             PIC 9(05)      VALUE ZERO.
002670 77  BKUP-PAIR-NR            PIC 9(05)      VALUE ZERO.
002680*
002690 01  BKUP-FILE-NAME          PIC X(07)      VALUE SPACE.
002700 77  BKUP-ARCV-READ          PIC 9(07)      COMP VALUE ZERO.
002710 77  BKUP-AUDIT-READ         PIC 9(07)      COMP VALUE ZERO.
002720 77  BKUP-BEFORE-COUNT       PIC 9(07)      COMP VALUE ZERO.
002730 77  BKUP-REPLAYED-COUNT     PIC 9(07)      COMP VALUE ZERO.
002740 77  BKUP-NO-EFFECT-COUNT    PIC 9(07)      COMP VALUE ZERO.
002750 77  BKUP-USE-BUMP-COUNT     PIC 9(07)      COMP VALUE ZERO.
002760 77  BKUP-ADD-COUNT          PIC 9(07)      COMP VALUE ZERO.
002770 77  BKUP-CORRECT-COUNT      PIC 9(07)      COMP VALUE ZERO.
002780 77  BKUP-PURGE-COUNT        PIC 9(07)      COMP VALUE ZERO.
002790 77  BKUP-CONFLICT-COUNT     PIC 9(07)      COMP VALUE ZERO.
002800 77  BKUP-MAST-ERROR-COUNT   PIC 9(07)      COMP VALUE ZERO.
002810 77  BKUP-RETURN-CODE        PIC 9(04)      COMP VALUE ZERO.
002820 77  BKUP-RPT-LINE-COUNT     PIC 9(04)      COMP VALUE ZERO.
002830 77  BKUP-RPT-PAGE-NO        PIC 9(04)      COMP VALUE ZERO.
002840 77  BKUP-RPT-LINES-PER-PAGE PIC 9(04)      COMP VALUE 50.
002850*
002860*  ASA-STYLE CARRIAGE CONTROL BYTE FOR A NEW-PAGE HEADING,
002870*  THE SAME PRINT-SPOOL TECHNIQUE THE FACTORIALS REPORT USES.
002880 77  BKUP-NEW-PAGE-CC        PIC X(01)      VALUE "1".
002890*
002900 01  BKUP-RPT-HEADING.
002910     05  BKUP-RPT-HEADING-CC PIC X(01)      VALUE SPACE.
002920     05  FILLER              PIC X(06)      VALUE SPACE.
002930     05  FILLER              PIC X(35)      VALUE
002940         "FACTMAST BACKUP AND RECOVERY REPORT".
002950*
002960 01  BKUP-MODE-LINE.
002970     05  BKUP-MODE-LINE-CC   PIC X(01)      VALUE SPACE.
002980     05  FILLER              PIC X(06)      VALUE SPACE.
002990     05  FILLER              PIC X(05)      VALUE "MODE ".
003000     05  BKUP-MODE-TEXT      PIC X(40)      VALUE SPACE.
003010*
003020 01  BKUP-STAMP-LINE.
003030     05  BKUP-STAMP-LINE-CC  PIC X(01)      VALUE SPACE.
003040     05  FILLER              PIC X(06)      VALUE SPACE.
003050     05  FILLER              PIC X(13)      VALUE
003060         "BACKUP TAKEN ".
003070     05  BKUP-STAMP-DISP-DATE PIC 9(08).
003080     05  FILLER              PIC X(04)      VALUE " AT ".
003090     05  BKUP-STAMP-DISP-TIME PIC 9(08).
003100     05  FILLER              PIC X(22)      VALUE
003110         ", AUDIT CHAIN AT SEQ ".
003120     05  BKUP-STAMP-DISP-SEQ PIC ZZZZZZZZ9.
003130*
003140 01  BKUP-SECTION-LINE.
003150     05  BKUP-SECTION-LINE-CC PIC X(01)     VALUE SPACE.
003160     05  FILLER              PIC X(06)      VALUE SPACE.
003170     05  BKUP-SECTION-TEXT   PIC X(60)      VALUE SPACE.
003180*
003190 01  BKUP-REPLAY-HEADING.
003200     05  BKUP-REPLAY-HEADING-CC PIC X(01)   VALUE SPACE.
003210     05  FILLER              PIC X(02)      VALUE SPACE.
003220     05  FILLER              PIC X(39)      VALUE
003230         "FILE      SEQUENCE  T  NUMBER  ACTION".
003240     05  FILLER              PIC X(38)      VALUE
003250         "                        USES  FIRST".
003260*
003270 01  BKUP-REPLAY-LINE.
003280     05  BKUP-REPLAY-LINE-CC PIC X(01)      VALUE SPACE.
003290     05  BKUP-RPL-FLAG       PIC X(01)      VALUE SPACE.
003300     05  FILLER              PIC X(01)      VALUE SPACE.
003310     05  BKUP-RPL-FILE       PIC X(07)      VALUE SPACE.
003320     05  FILLER              PIC X(01)      VALUE SPACE.
003330     05  BKUP-RPL-SEQ        PIC ZZZZZZZZ9.
003340     05  FILLER              PIC X(02)      VALUE SPACE.
003350     05  BKUP-RPL-TYPE       PIC X(01)      VALUE SPACE.
003360     05  FILLER              PIC X(03)      VALUE SPACE.
003370     05  BKUP-RPL-NUMBER     PIC ZZZZ9.
003380     05  FILLER              PIC X(02)      VALUE SPACE.
003390     05  BKUP-RPL-ACTION     PIC X(30)      VALUE SPACE.
003400     05  FILLER              PIC X(01)      VALUE SPACE.
003410     05  BKUP-RPL-USES       PIC ZZZZ9.
003420     05  FILLER              PIC X(02)      VALUE SPACE.
003430     05  BKUP-RPL-FIRST-DATE PIC 9(08).
003440*
003450 01  BKUP-SUM-LINE.
003460     05  BKUP-SUM-LINE-CC    PIC X(01)      VALUE SPACE.
003470     05  FILLER              PIC X(06)      VALUE SPACE.
003480     05  BKUP-SUM-TEXT       PIC X(36)      VALUE SPACE.
003490     05  BKUP-SUM-COUNT      PIC ZZZZZZZZZZZZZZ9.
003500*
003510 01  BKUP-VERDICT-LINE.
003520     05  BKUP-VERDICT-LINE-CC PIC X(01)     VALUE SPACE.
003530     05  FILLER              PIC X(06)      VALUE SPACE.
003540     05  BKUP-VERDICT-TEXT   PIC X(60)      VALUE SPACE.
003550*
003560 01  BKUP-BLANK-LINE.
003570     05  BKUP-BLANK-LINE-CC  PIC X(01)      VALUE SPACE.
003580     05  FILLER              PIC X(79)      VALUE SPACE.
003590*
003600 PROCEDURE DIVISION.
003610*
003620******************************************************
003630*  0000-MAINLINE-PARA
003640*  CONTROLS THE OVERALL RUN - READ THE MODE CARD, THEN
003650*  UNLOAD, OR BALANCE THE BACKUP AND RELOAD FROM IT AND
003660*  (IN RECOVERY MODE) REPLAY THE AUDIT RECORDS WRITTEN
003670*  SINCE, THEN PRINT THE TOTALS AND TERMINATE.
003680******************************************************
003690 0000-MAINLINE-PARA.
003700     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
003710     IF BKUP-ABORT-RUN
003720         PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT
003730         GO TO 0000-EXIT
003740     END-IF.
003750     IF BKUP-MODE-UNLOAD
003760         PERFORM 2000-UNLOAD-MASTER-PARA THRU 2000-EXIT
003770         PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT
003780         GO TO 0000-EXIT
003790     END-IF.
003800     PERFORM 3000-BALANCE-BACKUP-PARA THRU 3000-EXIT.
003810     IF BKUP-IN-BALANCE AND NOT BKUP-ABORT-RUN
003820         PERFORM 4000-RELOAD-MASTER-PARA THRU 4000-EXIT
003830     END-IF.
003840     IF BKUP-MODE-RECOVER
003850         AND BKUP-IN-BALANCE AND NOT BKUP-ABORT-RUN
003860         PERFORM 5000-FORWARD-RECOVERY-PARA THRU 5000-EXIT
003870     END-IF.
003880     PERFORM 8000-RECOVERY-TOTALS-PARA THRU 8000-EXIT.
003890     PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT.
003900 0000-EXIT.
003910     GOBACK.
003920*
003930******************************************************
003940*  1000-INITIALIZE-PARA
003950*  OPENS THE REPORT AND READS THE MODE CARD.
003960******************************************************
003970 1000-INITIALIZE-PARA.
003980     OPEN OUTPUT RPT-FILE.
003990     IF NOT BKUP-RPT-OK
004000         DISPLAY "FACT0140-E BACKUP REPORT OPEN FAILED, "
004010             "STATUS = " BKUP-RPT-STATUS UPON CRT
004020         SET BKUP-ABORT-RUN TO TRUE
004030         GO TO 1000-EXIT
004040     END-IF.
004050     PERFORM 7000-WRITE-HEADING-PARA THRU 7000-EXIT.
004060     PERFORM 1100-READ-MODE-CARD-PARA THRU 1100-EXIT.
004070     IF BKUP-ABORT-RUN
004080         GO TO 1000-EXIT
004090     END-IF.
004100     EVALUATE TRUE
004110         WHEN BKUP-MODE-UNLOAD
004120             MOVE "UNLOAD FACTMAST TO FACTMBKP" TO
004130                 BKUP-MODE-TEXT
004140         WHEN BKUP-MODE-RELOAD
004150             MOVE "RELOAD FACTMAST FROM FACTMBKP" TO
004160                 BKUP-MODE-TEXT
004170         WHEN OTHER
004180             MOVE "RELOAD AND FORWARD RECOVERY" TO
004190                 BKUP-MODE-TEXT
004200     END-EVALUATE.
004210     MOVE BKUP-MODE-LINE TO RPT-LINE.
004220     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
004230 1000-EXIT.
004240     EXIT.
004250*
004260******************************************************
004270*  1100-READ-MODE-CARD-PARA
004280*  READS THE SYSIN MODE CARD. THE CARD IS REQUIRED - A
004290*  RELOAD REPLACES THE WHOLE MASTER, SO NOTHING IS DONE
004300*  BY DEFAULT - AND ANY MODE OTHER THAN U, L OR R ENDS
004310*  THE RUN.
004320******************************************************
004330 1100-READ-MODE-CARD-PARA.
004340     OPEN INPUT PARM-FILE.
004350     IF BKUP-PARM-NOT-FOUND
004360         CLOSE PARM-FILE
004370         DISPLAY "FACT0141-E NO SYSIN MODE CARD - U, L OR R "
004380             "REQUIRED" UPON CRT
004390         SET BKUP-ABORT-RUN TO TRUE
004400         GO TO 1100-EXIT
004410     END-IF.
004420     IF NOT BKUP-PARM-OK
004430         DISPLAY "FACT0141-E SYSIN OPEN FAILED, STATUS = "
004440             BKUP-PARM-STATUS UPON CRT
004450         SET BKUP-ABORT-RUN TO TRUE
004460         GO TO 1100-EXIT
004470     END-IF.
004480     READ PARM-FILE
004490         AT END
004500             MOVE SPACE TO PC-MODE
004510     END-READ.
004520     MOVE PC-MODE TO BKUP-MODE.
004530     IF NOT BKUP-MODE-UNLOAD AND NOT BKUP-MODE-RELOAD
004540         AND NOT BKUP-MODE-RECOVER
004550         DISPLAY "FACT0141-E UNKNOWN MODE CARD: " PC-MODE
004560             UPON CRT
004570         SET BKUP-ABORT-RUN TO TRUE
004580     END-IF.
004590     CLOSE PARM-FILE.
004600 1100-EXIT.
004610     EXIT.
004620*
004630******************************************************
004640*  2000-UNLOAD-MASTER-PARA
004650*  WRITES THE BACKUP - THE HEADER CARRIES TODAY'S DATE
004660*  AND TIME AND THE LAST AUDIT CHAIN SEQUENCE NUMBER, SO
004670*  A LATER RECOVERY KNOWS EXACTLY WHICH AUDIT RECORDS
004680*  CAME AFTER IT - THEN EVERY MASTER RECORD IN KEY ORDER,
004690*  THEN THE TRAILER WITH THE CONTROL TOTALS.
004700******************************************************
004710 2000-UNLOAD-MASTER-PARA.
004720     OPEN INPUT FACTMAST-FILE.
004730     IF NOT BKUP-MAST-OK
004740         DISPLAY "FACT0142-E MASTER FILE OPEN FAILED, "
004750             "STATUS = " BKUP-MAST-STATUS UPON CRT
004760         SET BKUP-ABORT-RUN TO TRUE
004770         GO TO 2000-EXIT
004780     END-IF.
004790     OPEN OUTPUT BKUP-FILE.
004800     IF BKUP-BKUP-NOT-FOUND
004810         MOVE "00" TO BKUP-BKUP-STATUS
004820     END-IF.
004830     IF NOT BKUP-BKUP-OK
004840         DISPLAY "FACT0143-E BACKUP FILE OPEN FAILED, "
004850             "STATUS = " BKUP-BKUP-STATUS UPON CRT
004860         CLOSE FACTMAST-FILE
004870         SET BKUP-ABORT-RUN TO TRUE
004880         GO TO 2000-EXIT
004890     END-IF.
004900     MOVE "O" TO BKUP-CHAIN-REQUEST.
004910     CALL "FACTCHN" USING BKUP-CHAIN-AREA.
004920     MOVE BKUP-CHAIN-LAST-SEQ TO BKUP-STAMP-CHAIN-SEQ.
004930     ACCEPT BKUP-STAMP-DATE FROM DATE YYYYMMDD.
004940     ACCEPT BKUP-STAMP-TIME FROM TIME.
004950     MOVE SPACE TO BKUP-RECORD.
004960     SET BKUP-REC-HEADER TO TRUE.
004970     MOVE BKUP-STAMP-DATE TO BKUP-HDR-DATE.
004980     MOVE BKUP-STAMP-TIME TO BKUP-HDR-TIME.
004990     MOVE BKUP-STAMP-CHAIN-SEQ TO BKUP-HDR-CHAIN-SEQ.
005000     MOVE "FACTMAST" TO BKUP-HDR-FILE-ID.
005010     WRITE BKUP-RECORD.
005020     PERFORM 7300-WRITE-STAMP-LINE-PARA THRU 7300-EXIT.
005030     MOVE "N" TO BKUP-EOF-SWITCH.
005040     MOVE ZERO TO MAST-NUMBER.
005050     START FACTMAST-FILE
005060         KEY IS NOT LESS THAN MAST-NUMBER
005070         INVALID KEY
005080             SET BKUP-AT-EOF TO TRUE
005090     END-START.
005100     PERFORM 2100-UNLOAD-ONE-PARA THRU 2100-EXIT
005110         UNTIL BKUP-AT-EOF.
005120     MOVE SPACE TO BKUP-RECORD.
005130     SET BKUP-REC-TRAILER TO TRUE.
005140     MOVE BKUP-FILE-COUNT TO BKUP-TRL-COUNT.
005150     MOVE BKUP-FILE-KEY-HASH TO BKUP-TRL-KEY-HASH.
005160     MOVE BKUP-FILE-RESULT-HASH TO BKUP-TRL-RESULT-HASH.
005170     MOVE BKUP-FILE-USE-HASH TO BKUP-TRL-USE-HASH.
005180     WRITE BKUP-RECORD.
005190     CLOSE BKUP-FILE.
005200     CLOSE FACTMAST-FILE.
005210     MOVE BKUP-BLANK-LINE TO RPT-LINE.
005220     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
005230     MOVE "MASTER RECORDS UNLOADED:" TO BKUP-SUM-TEXT.
005240     MOVE BKUP-FILE-COUNT TO BKUP-SUM-COUNT.
005250     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
005260     MOVE BKUP-FILE-TOTALS TO BKUP-LOAD-TOTALS.
005270     PERFORM 8200-WRITE-HASH-LINES-PARA THRU 8200-EXIT.
005280     MOVE "BACKUP WRITTEN TO FACTMBKP" TO BKUP-VERDICT-TEXT.
005290     MOVE BKUP-VERDICT-LINE TO RPT-LINE.
005300     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
005310 2000-EXIT.
005320     EXIT.
005330*
005340******************************************************
005350*  2100-UNLOAD-ONE-PARA
005360*  COPIES THE NEXT MASTER RECORD TO THE BACKUP AND ADDS
005370*  IT TO THE CONTROL TOTALS.
005380******************************************************
005390 2100-UNLOAD-ONE-PARA.
005400     READ FACTMAST-FILE NEXT RECORD
005410         AT END
005420             SET BKUP-AT-EOF TO TRUE
005430             GO TO 2100-EXIT
005440     END-READ.
005450     IF NOT BKUP-MAST-OK
005460         DISPLAY "FACT0142-E MASTER FILE READ FAILED, "
005470             "STATUS = " BKUP-MAST-STATUS UPON CRT
005480         SET BKUP-ABORT-RUN TO TRUE
005490         SET BKUP-AT-EOF TO TRUE
005500         GO TO 2100-EXIT
005510     END-IF.
005520     MOVE SPACE TO BKUP-RECORD.
005530     SET BKUP-REC-DETAIL TO TRUE.
005540     MOVE MAST-NUMBER TO BKUP-DTL-NUMBER.
005550     MOVE MAST-RESULT TO BKUP-DTL-RESULT.
005560     MOVE MAST-FIRST-DATE TO BKUP-DTL-FIRST-DATE.
005570     MOVE MAST-USE-COUNT TO BKUP-DTL-USE-COUNT.
005580     WRITE BKUP-RECORD.
005590     ADD 1 TO BKUP-FILE-COUNT.
005600     ADD MAST-NUMBER TO BKUP-FILE-KEY-HASH.
005610     ADD MAST-RESULT TO BKUP-FILE-RESULT-HASH.
005620     ADD MAST-USE-COUNT TO BKUP-FILE-USE-HASH.
005630 2100-EXIT.
005640     EXIT.
005650*
005660******************************************************
005670*  3000-BALANCE-BACKUP-PARA
005680*  READS THE WHOLE BACKUP BEFORE THE MASTER IS TOUCHED -
005690*  HEADER FIRST, DETAILS IN RISING KEY ORDER, TRAILER
005700*  LAST AND NOTHING AFTER IT - AND BALANCES THE DETAILS
005710*  AGAINST THE TRAILER. A BACKUP THAT FAILS ANY CHECK IS
005720*  NOT RELOADED AND THE MASTER IS LEFT AS IT IS.
005730******************************************************
005740 3000-BALANCE-BACKUP-PARA.
005750     OPEN INPUT BKUP-FILE.
005760     IF BKUP-BKUP-NOT-FOUND
005770         CLOSE BKUP-FILE
005780         DISPLAY "FACT0143-E BACKUP FILE FACTMBKP NOT FOUND"
005790             UPON CRT
005800         SET BKUP-ABORT-RUN TO TRUE
005810         GO TO 3000-EXIT
005820     END-IF.
005830     IF NOT BKUP-BKUP-OK
005840         DISPLAY "FACT0143-E BACKUP FILE OPEN FAILED, "
005850             "STATUS = " BKUP-BKUP-STATUS UPON CRT
005860         SET BKUP-ABORT-RUN TO TRUE
005870         GO TO 3000-EXIT
005880     END-IF.
005890     MOVE "N" TO BKUP-EOF-SWITCH.
005900     READ BKUP-FILE
005910         AT END
005920             SET BKUP-AT-EOF TO TRUE
005930     END-READ.
005940     IF BKUP-AT-EOF OR NOT BKUP-REC-HEADER
005950         OR BKUP-HDR-DATE NOT NUMERIC
005960         OR BKUP-HDR-TIME NOT NUMERIC
005970         OR BKUP-HDR-CHAIN-SEQ NOT NUMERIC
005980         MOVE "FIRST RECORD IS NOT A FACTMAST BACKUP HEADER"
005990             TO BKUP-REJECT-TEXT
006000         SET BKUP-OUT-OF-BALANCE TO TRUE
006010         GO TO 3000-CLOSE
006020     END-IF.
006030     MOVE BKUP-HDR-DATE TO BKUP-STAMP-DATE.
006040     MOVE BKUP-HDR-TIME TO BKUP-STAMP-TIME.
006050     MOVE BKUP-HDR-CHAIN-SEQ TO BKUP-STAMP-CHAIN-SEQ.
006060     PERFORM 7300-WRITE-STAMP-LINE-PARA THRU 7300-EXIT.
006070     MOVE ZERO TO BKUP-PREV-NUMBER.
006080     PERFORM 3100-CHECK-ONE-PARA THRU 3100-EXIT
006090         UNTIL BKUP-AT-EOF OR BKUP-TRAILER-SEEN
006100         OR BKUP-OUT-OF-BALANCE.
006110     IF BKUP-OUT-OF-BALANCE
006120         GO TO 3000-CLOSE
006130     END-IF.
006140     IF NOT BKUP-TRAILER-SEEN
006150         MOVE "NO TRAILER RECORD - BACKUP IS INCOMPLETE" TO
006160             BKUP-REJECT-TEXT
006170         SET BKUP-OUT-OF-BALANCE TO TRUE
006180         GO TO 3000-CLOSE
006190     END-IF.
006200     READ BKUP-FILE
006210         AT END
006220             SET BKUP-AT-EOF TO TRUE
006230     END-READ.
006240     IF NOT BKUP-AT-EOF
006250         MOVE "RECORDS FOLLOW THE TRAILER RECORD" TO
006260             BKUP-REJECT-TEXT
006270         SET BKUP-OUT-OF-BALANCE TO TRUE
006280         GO TO 3000-CLOSE
006290     END-IF.
006300     IF BKUP-FILE-TOTALS NOT = BKUP-TRAILER-TOTALS
006310         MOVE "BACKUP OUT OF BALANCE WITH ITS TRAILER" TO
006320             BKUP-REJECT-TEXT
006330         SET BKUP-OUT-OF-BALANCE TO TRUE
006340     END-IF.
006350 3000-CLOSE.
006360     CLOSE BKUP-FILE.
006370     MOVE BKUP-BLANK-LINE TO RPT-LINE.
006380     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
006390     MOVE "BACKUP DETAIL RECORDS READ:" TO BKUP-SUM-TEXT.
006400     MOVE BKUP-FILE-COUNT TO BKUP-SUM-COUNT.
006410     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
006420     MOVE "TRAILER RECORD COUNT:" TO BKUP-SUM-TEXT.
006430     MOVE BKUP-TRAILER-COUNT TO BKUP-SUM-COUNT.
006440     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
006450     IF BKUP-IN-BALANCE
006460         GO TO 3000-EXIT
006470     END-IF.
006480     DISPLAY "FACT0144-E " BKUP-REJECT-TEXT UPON CRT.
006490     DISPLAY "FACT0144-E FACTMAST NOT RELOADED" UPON CRT.
006500     MOVE BKUP-REJECT-TEXT TO BKUP-VERDICT-TEXT.
006510     MOVE BKUP-VERDICT-LINE TO RPT-LINE.
006520     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
006530     MOVE "FACTMAST NOT RELOADED - MASTER LEFT AS IT WAS" TO
006540         BKUP-VERDICT-TEXT.
006550     MOVE BKUP-VERDICT-LINE TO RPT-LINE.
006560     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
006570 3000-EXIT.
006580     EXIT.
006590*
006600******************************************************
006610*  3100-CHECK-ONE-PARA
006620*  CHECKS ONE BACKUP RECORD AFTER THE HEADER. A DETAIL
006630*  MUST BE NUMERIC AND ABOVE THE KEY BEFORE IT AND IS
006640*  ADDED TO THE TOTALS; THE TRAILER'S TOTALS ARE KEPT.
006650******************************************************
006660 3100-CHECK-ONE-PARA.
006670     READ BKUP-FILE
006680         AT END
006690             SET BKUP-AT-EOF TO TRUE
006700             GO TO 3100-EXIT
006710     END-READ.
006720     IF BKUP-REC-TRAILER
006730         IF BKUP-TRL-COUNT NOT NUMERIC
006740             OR BKUP-TRL-KEY-HASH NOT NUMERIC
006750             OR BKUP-TRL-RESULT-HASH NOT NUMERIC
006760             OR BKUP-TRL-USE-HASH NOT NUMERIC
006770             MOVE "TRAILER RECORD IS NOT NUMERIC" TO
006780                 BKUP-REJECT-TEXT
006790             SET BKUP-OUT-OF-BALANCE TO TRUE
006800             GO TO 3100-EXIT
006810         END-IF
006820         SET BKUP-TRAILER-SEEN TO TRUE
006830         MOVE BKUP-TRL-COUNT TO BKUP-TRAILER-COUNT
006840         MOVE BKUP-TRL-KEY-HASH TO BKUP-TRAILER-KEY-HASH
006850         MOVE BKUP-TRL-RESULT-HASH TO
006860             BKUP-TRAILER-RESULT-HASH
006870         MOVE BKUP-TRL-USE-HASH TO BKUP-TRAILER-USE-HASH
006880         GO TO 3100-EXIT
006890     END-IF.
006900     IF NOT BKUP-REC-DETAIL
006910         MOVE "UNEXPECTED RECORD TYPE ON BACKUP" TO
006920             BKUP-REJECT-TEXT
006930         SET BKUP-OUT-OF-BALANCE TO TRUE
006940         GO TO 3100-EXIT
006950     END-IF.
006960     IF BKUP-DTL-NUMBER NOT NUMERIC
006970         OR BKUP-DTL-RESULT NOT NUMERIC
006980         OR BKUP-DTL-FIRST-DATE NOT NUMERIC
006990         OR BKUP-DTL-USE-COUNT NOT NUMERIC
007000         MOVE "DETAIL RECORD IS NOT NUMERIC" TO
007010             BKUP-REJECT-TEXT
007020         SET BKUP-OUT-OF-BALANCE TO TRUE
007030         GO TO 3100-EXIT
007040     END-IF.
007050     IF BKUP-FILE-COUNT > ZERO
007060         AND BKUP-DTL-NUMBER NOT > BKUP-PREV-NUMBER
007070         MOVE "DETAIL RECORDS OUT OF KEY SEQUENCE" TO
007080             BKUP-REJECT-TEXT
007090         SET BKUP-OUT-OF-BALANCE TO TRUE
007100         GO TO 3100-EXIT
007110     END-IF.
007120     MOVE BKUP-DTL-NUMBER TO BKUP-PREV-NUMBER.
007130     ADD 1 TO BKUP-FILE-COUNT.
007140     ADD BKUP-DTL-NUMBER TO BKUP-FILE-KEY-HASH.
007150     ADD BKUP-DTL-RESULT TO BKUP-FILE-RESULT-HASH.
007160     ADD BKUP-DTL-USE-COUNT TO BKUP-FILE-USE-HASH.
007170 3100-EXIT.
007180     EXIT.
007190*
007200******************************************************
007210*  4000-RELOAD-MASTER-PARA
007220*  REBUILDS FACTMAST FROM THE BALANCED BACKUP AND THEN
007230*  BALANCES WHAT WAS WRITTEN AGAINST THE TRAILER.
007240******************************************************
007250 4000-RELOAD-MASTER-PARA.
007260     OPEN INPUT BKUP-FILE.
007270     IF NOT BKUP-BKUP-OK
007280         DISPLAY "FACT0143-E BACKUP FILE OPEN FAILED, "
007290             "STATUS = " BKUP-BKUP-STATUS UPON CRT
007300         SET BKUP-ABORT-RUN TO TRUE
007310         GO TO 4000-EXIT
007320     END-IF.
007330     OPEN OUTPUT FACTMAST-FILE.
007340     IF NOT BKUP-MAST-OK
007350         DISPLAY "FACT0142-E MASTER FILE OPEN FAILED, "
007360             "STATUS = " BKUP-MAST-STATUS UPON CRT
007370         CLOSE BKUP-FILE
007380         SET BKUP-ABORT-RUN TO TRUE
007390         GO TO 4000-EXIT
007400     END-IF.
007410     MOVE "N" TO BKUP-EOF-SWITCH.
007420     PERFORM 4100-RELOAD-ONE-PARA THRU 4100-EXIT
007430         UNTIL BKUP-AT-EOF.
007440     CLOSE FACTMAST-FILE.
007450     CLOSE BKUP-FILE.
007460     MOVE "MASTER RECORDS RESTORED:" TO BKUP-SUM-TEXT.
007470     MOVE BKUP-LOAD-COUNT TO BKUP-SUM-COUNT.
007480     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
007490     PERFORM 8200-WRITE-HASH-LINES-PARA THRU 8200-EXIT.
007500     IF BKUP-LOAD-TOTALS = BKUP-TRAILER-TOTALS
007510         MOVE "FACTMAST RELOADED IN BALANCE WITH THE BACKUP"
007520             TO BKUP-VERDICT-TEXT
007530     ELSE
007540         SET BKUP-OUT-OF-BALANCE TO TRUE
007550         DISPLAY "FACT0144-E RELOADED FACTMAST OUT OF "
007560             "BALANCE WITH THE BACKUP TRAILER" UPON CRT
007570         MOVE "RELOADED FACTMAST OUT OF BALANCE WITH TRAILER"
007580             TO BKUP-VERDICT-TEXT
007590     END-IF.
007600     MOVE BKUP-VERDICT-LINE TO RPT-LINE.
007610     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
007620 4000-EXIT.
007630     EXIT.
007640*
007650******************************************************
007660*  4100-RELOAD-ONE-PARA
007670*  WRITES ONE BACKUP DETAIL BACK TO THE MASTER. THE
007680*  HEADER AND TRAILER WERE PROVED BY THE BALANCING PASS
007690*  AND ARE PASSED OVER.
007700******************************************************
007710 4100-RELOAD-ONE-PARA.
007720     READ BKUP-FILE
007730         AT END
007740             SET BKUP-AT-EOF TO TRUE
007750             GO TO 4100-EXIT
007760     END-READ.
007770     IF NOT BKUP-REC-DETAIL
007780         GO TO 4100-EXIT
007790     END-IF.
007800     MOVE BKUP-DTL-NUMBER TO MAST-NUMBER.
007810     MOVE BKUP-DTL-RESULT TO MAST-RESULT.
007820     MOVE BKUP-DTL-FIRST-DATE TO MAST-FIRST-DATE.
007830     MOVE BKUP-DTL-USE-COUNT TO MAST-USE-COUNT.
007840     WRITE MAST-RECORD
007850         INVALID KEY
007860             DISPLAY "FACT0145-E MASTER WRITE FAILED FOR "
007870                 MAST-NUMBER ", STATUS = " BKUP-MAST-STATUS
007880                 UPON CRT
007890             ADD 1 TO BKUP-MAST-ERROR-COUNT
007900             GO TO 4100-EXIT
007910     END-WRITE.
007920     ADD 1 TO BKUP-LOAD-COUNT.
007930     ADD MAST-NUMBER TO BKUP-LOAD-KEY-HASH.
007940     ADD MAST-RESULT TO BKUP-LOAD-RESULT-HASH.
007950     ADD MAST-USE-COUNT TO BKUP-LOAD-USE-HASH.
007960 4100-EXIT.
007970     EXIT.
007980*
007990******************************************************
008000*  5000-FORWARD-RECOVERY-PARA
008010*  REPLAYS THE AUDIT RECORDS WRITTEN SINCE THE BACKUP
008020*  AGAINST THE RELOADED MASTER - THE FACTARCV ARCHIVE
008030*  FIRST, SINCE FACTARCH MAY HAVE MOVED SOME OF THEM
008040*  THERE SINCE THE BACKUP, THEN FACTAUDT. A MISSING FILE
008050*  IS AN EMPTY ONE.
008060******************************************************
008070 5000-FORWARD-RECOVERY-PARA.
008080     OPEN I-O FACTMAST-FILE.
008090     IF NOT BKUP-MAST-OK
008100         DISPLAY "FACT0142-E MASTER FILE OPEN FAILED, "
008110             "STATUS = " BKUP-MAST-STATUS UPON CRT
008120         SET BKUP-REPLAY-FAILED TO TRUE
008130         GO TO 5000-EXIT
008140     END-IF.
008150     MOVE BKUP-BLANK-LINE TO RPT-LINE.
008160     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
008170     MOVE "AUDIT RECORDS REPLAYED SINCE THE BACKUP" TO
008180         BKUP-SECTION-TEXT.
008190     MOVE BKUP-SECTION-LINE TO RPT-LINE.
008200     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
008210     MOVE BKUP-REPLAY-HEADING TO RPT-LINE.
008220     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
008230     MOVE "ARCHIVE" TO BKUP-FILE-NAME.
008240     MOVE "N" TO BKUP-EOF-SWITCH.
008250     OPEN INPUT ARCV-FILE.
008260     IF BKUP-ARCV-NOT-FOUND
008270         CLOSE ARCV-FILE
008280     ELSE
008290         IF NOT BKUP-ARCV-OK
008300             DISPLAY "FACT0146-E ARCHIVE FILE OPEN FAILED, "
008310                 "STATUS = " BKUP-ARCV-STATUS UPON CRT
008320             SET BKUP-REPLAY-FAILED TO TRUE
008330             CLOSE FACTMAST-FILE
008340             GO TO 5000-EXIT
008350         END-IF
008360         PERFORM 5100-REPLAY-ARCV-PARA THRU 5100-EXIT
008370             UNTIL BKUP-AT-EOF
008380         CLOSE ARCV-FILE
008390     END-IF.
008400     MOVE "TRAIL" TO BKUP-FILE-NAME.
008410     MOVE "N" TO BKUP-EOF-SWITCH.
008420     OPEN INPUT AUDIT-FILE.
008430     IF BKUP-AUDIT-NOT-FOUND
008440         CLOSE AUDIT-FILE
008450     ELSE
008460         IF NOT BKUP-AUDIT-OK
008470             DISPLAY "FACT0146-E AUDIT FILE OPEN FAILED, "
008480                 "STATUS = " BKUP-AUDIT-STATUS UPON CRT
008490             SET BKUP-REPLAY-FAILED TO TRUE
008500             CLOSE FACTMAST-FILE
008510             GO TO 5000-EXIT
008520         END-IF
008530         PERFORM 5200-REPLAY-AUDIT-PARA THRU 5200-EXIT
008540             UNTIL BKUP-AT-EOF
008550         CLOSE AUDIT-FILE
008560     END-IF.
008570     CLOSE FACTMAST-FILE.
008580 5000-EXIT.
008590     EXIT.
008600*
008610******************************************************
008620*  5100-REPLAY-ARCV-PARA
008630*  READS ONE ARCHIVED RECORD AND REPLAYS ITS AUDIT IMAGE.
008640******************************************************
008650 5100-REPLAY-ARCV-PARA.
008660     READ ARCV-FILE
008670         AT END
008680             SET BKUP-AT-EOF TO TRUE
008690             GO TO 5100-EXIT
008700     END-READ.
008710     ADD 1 TO BKUP-ARCV-READ.
008720     MOVE ARCV-AUDIT-IMAGE TO BKUP-AUD-WORK.
008730     PERFORM 5300-REPLAY-ONE-PARA THRU 5300-EXIT.
008740 5100-EXIT.
008750     EXIT.
008760*
008770******************************************************
008780*  5200-REPLAY-AUDIT-PARA
008790*  READS ONE FACTAUDT RECORD AND REPLAYS IT.
008800******************************************************
008810 5200-REPLAY-AUDIT-PARA.
008820     READ AUDIT-FILE
008830         AT END
008840             SET BKUP-AT-EOF TO TRUE
008850             GO TO 5200-EXIT
008860     END-READ.
008870     ADD 1 TO BKUP-AUDIT-READ.
008880     MOVE AUDIT-RECORD TO BKUP-AUD-WORK.
008890     PERFORM 5300-REPLAY-ONE-PARA THRU 5300-EXIT.
008900 5200-EXIT.
008910     EXIT.
008920*
008930******************************************************
008940*  5300-REPLAY-ONE-PARA
008950*  DECIDES WHETHER ONE AUDIT RECORD CAME AFTER THE
008960*  BACKUP AND, IF IT DID, APPLIES IT TO THE MASTER THE
008970*  WAY THE PROGRAM THAT WROTE IT CHANGED THE MASTER:
008980*    F (FACTORIALS) AND FACTORIAL Q (FACTINQ) - THE
008990*      NUMBER WAS LOOKED UP, SO BUMP ITS USE COUNT, OR
009000*      ADD IT AS FIRST COMPUTED ON THE RECORD'S RUN DATE
009010*    PAIR Q (FACTINQ NPR/NCR) - THE SAME FOR N, R AND N-R
009020*    V (FACTVRFY REPAIR) - THE RESULT WAS CORRECTED
009030*    P (FACTMNT PURGE) - THE RECORD WAS DELETED
009040*  ANY OTHER TYPE LEFT THE MASTER ALONE.
009050******************************************************
009060 5300-REPLAY-ONE-PARA.
009070     IF BKUP-AUD-SEQ-NO NUMERIC
009080         AND BKUP-AUD-SEQ-NO > ZERO
009090         IF BKUP-AUD-SEQ-NO NOT > BKUP-STAMP-CHAIN-SEQ
009100             ADD 1 TO BKUP-BEFORE-COUNT
009110             GO TO 5300-EXIT
009120         END-IF
009130     ELSE
009140         IF BKUP-AUD-RUN-DATE NOT NUMERIC
009150             OR BKUP-AUD-RUN-TIME NOT NUMERIC
009160             MOVE ZERO TO BKUP-AUD-NUMBER
009170             MOVE "UNREADABLE - NOT REPLAYED" TO
009180                 BKUP-RPL-ACTION
009190             PERFORM 5910-NOT-APPLIED-PARA THRU 5910-EXIT
009200             GO TO 5300-EXIT
009210         END-IF
009220         MOVE BKUP-AUD-RUN-DATE TO BKUP-AUD-CMP-DATE
009230         MOVE BKUP-AUD-RUN-TIME TO BKUP-AUD-CMP-TIME
009240         IF BKUP-AUD-COMPARE-STAMP NOT > BKUP-BACKUP-STAMP
009250             ADD 1 TO BKUP-BEFORE-COUNT
009260             GO TO 5300-EXIT
009270         END-IF
009280     END-IF.
009290     IF NOT BKUP-AUD-FACTORIAL AND NOT BKUP-AUD-INQUIRY
009300         AND NOT BKUP-AUD-REPAIR AND NOT BKUP-AUD-PURGE
009310         ADD 1 TO BKUP-NO-EFFECT-COUNT
009320         GO TO 5300-EXIT
009330     END-IF.
009340     IF BKUP-AUD-NUMBER NOT NUMERIC
009350         OR BKUP-AUD-RESULT NOT NUMERIC
009360         OR BKUP-AUD-RUN-DATE NOT NUMERIC
009370         MOVE ZERO TO BKUP-AUD-NUMBER
009380         MOVE "UNREADABLE - NOT REPLAYED" TO BKUP-RPL-ACTION
009390         PERFORM 5910-NOT-APPLIED-PARA THRU 5910-EXIT
009400         GO TO 5300-EXIT
009410     END-IF.
009420     ADD 1 TO BKUP-REPLAYED-COUNT.
009430     EVALUATE TRUE
009440         WHEN BKUP-AUD-REPAIR
009450             PERFORM 5600-REPLAY-REPAIR-PARA THRU 5600-EXIT
009460         WHEN BKUP-AUD-PURGE
009470             PERFORM 5700-REPLAY-PURGE-PARA THRU 5700-EXIT
009480         WHEN BKUP-AUD-INQUIRY
009490             AND BKUP-AUD-RESULT-2 NUMERIC
009500             AND BKUP-AUD-RESULT-2 > ZERO
009510             PERFORM 5500-REPLAY-PAIR-PARA THRU 5500-EXIT
009520         WHEN OTHER
009530             PERFORM 5400-REPLAY-LOOKUP-PARA THRU 5400-EXIT
009540     END-EVALUATE.
009550 5300-EXIT.
009560     EXIT.
009570*
009580******************************************************
009590*  5400-REPLAY-LOOKUP-PARA
009600*  REPLAYS ONE FACTORIAL LOOKUP. ON A HIT THE USE COUNT
009610*  IS BUMPED; A STORED RESULT THAT DIFFERS FROM THE ONE
009620*  THE AUDIT RECORD SAYS WAS ANSWERED IS A CONFLICT AND
009630*  IS LEFT FOR FACTVRFY. ON A MISS THE RESULT IS ADDED
009640*  AS FIRST COMPUTED ON THE RECORD'S RUN DATE.
009650******************************************************
009660 5400-REPLAY-LOOKUP-PARA.
009670     MOVE BKUP-AUD-NUMBER TO MAST-NUMBER.
009680     READ FACTMAST-FILE
009690         INVALID KEY
009700             GO TO 5400-ADD
009710     END-READ.
009720     ADD 1 TO MAST-USE-COUNT.
009730     REWRITE MAST-RECORD
009740         INVALID KEY
009750             PERFORM 5950-MASTER-ERROR-PARA THRU 5950-EXIT
009760             GO TO 5400-EXIT
009770     END-REWRITE.
009780     ADD 1 TO BKUP-USE-BUMP-COUNT.
009790     IF MAST-RESULT NOT = BKUP-AUD-RESULT
009800         MOVE "USE COUNT +1, RESULT DIFFERS" TO
009810             BKUP-RPL-ACTION
009820         PERFORM 5900-WRITE-CONFLICT-PARA THRU 5900-EXIT
009830         GO TO 5400-EXIT
009840     END-IF.
009850     MOVE "USE COUNT +1" TO BKUP-RPL-ACTION.
009860     PERFORM 5800-WRITE-REPLAY-LINE-PARA THRU 5800-EXIT.
009870     GO TO 5400-EXIT.
009880 5400-ADD.
009890     MOVE BKUP-AUD-NUMBER TO MAST-NUMBER.
009900     MOVE BKUP-AUD-RESULT TO MAST-RESULT.
009910     MOVE BKUP-AUD-RUN-DATE TO MAST-FIRST-DATE.
009920     MOVE 1 TO MAST-USE-COUNT.
009930     WRITE MAST-RECORD
009940         INVALID KEY
009950             PERFORM 5950-MASTER-ERROR-PARA THRU 5950-EXIT
009960             GO TO 5400-EXIT
009970     END-WRITE.
009980     ADD 1 TO BKUP-ADD-COUNT.
009990     MOVE "ADDED, FIRST COMPUTED" TO BKUP-RPL-ACTION.
010000     PERFORM 5800-WRITE-REPLAY-LINE-PARA THRU 5800-EXIT.
010010 5400-EXIT.
010020     EXIT.
010030*
010040******************************************************
010050*  5500-REPLAY-PAIR-PARA
010060*  REPLAYS ONE NPR/NCR INQUIRY - FACTINQ LOOKED UP N!,
010070*  R! AND (N-R)! IN THAT ORDER. THE RECORD CARRIES THE
010080*  PERMUTATIONS AND COMBINATIONS, NOT THE FACTORIALS, SO
010090*  A FACTOR MISSING FROM THE MASTER IS RECOMPUTED BY THE
010100*  "99" SUBROUTINE AS IT WAS AT THE TIME.
010110******************************************************
010120 5500-REPLAY-PAIR-PARA.
010130     IF BKUP-AUD-R-VALUE NOT NUMERIC
010140         OR BKUP-AUD-R-VALUE > BKUP-AUD-NUMBER
010150         MOVE "UNREADABLE - NOT REPLAYED" TO BKUP-RPL-ACTION
010160         PERFORM 5910-NOT-APPLIED-PARA THRU 5910-EXIT
010170         GO TO 5500-EXIT
010180     END-IF.
010190     MOVE BKUP-AUD-NUMBER TO BKUP-PAIR-N.
010200     MOVE BKUP-AUD-R-VALUE TO BKUP-PAIR-R.
010210     SUBTRACT BKUP-PAIR-R FROM BKUP-PAIR-N
010220         GIVING BKUP-PAIR-NR.
010230     MOVE BKUP-PAIR-N TO BKUP-WORK-NUMBER.
010240     PERFORM 5510-REPLAY-FACTOR-PARA THRU 5510-EXIT.
010250     MOVE BKUP-PAIR-R TO BKUP-WORK-NUMBER.
010260     PERFORM 5510-REPLAY-FACTOR-PARA THRU 5510-EXIT.
010270     MOVE BKUP-PAIR-NR TO BKUP-WORK-NUMBER.
010280     PERFORM 5510-REPLAY-FACTOR-PARA THRU 5510-EXIT.
010290 5500-EXIT.
010300     EXIT.
010310*
010320******************************************************
010330*  5510-REPLAY-FACTOR-PARA
010340*  REPLAYS THE LOOKUP OF ONE FACTOR OF A PAIR INQUIRY.
010350******************************************************
010360 5510-REPLAY-FACTOR-PARA.
010370     MOVE BKUP-WORK-NUMBER TO MAST-NUMBER.
010380     READ FACTMAST-FILE
010390         INVALID KEY
010400             GO TO 5510-ADD
010410     END-READ.
010420     ADD 1 TO MAST-USE-COUNT.
010430     REWRITE MAST-RECORD
010440         INVALID KEY
010450             PERFORM 5950-MASTER-ERROR-PARA THRU 5950-EXIT
010460             GO TO 5510-EXIT
010470     END-REWRITE.
010480     ADD 1 TO BKUP-USE-BUMP-COUNT.
010490     MOVE "PAIR FACTOR, USE COUNT +1" TO BKUP-RPL-ACTION.
010500     PERFORM 5800-WRITE-REPLAY-LINE-PARA THRU 5800-EXIT.
010510     GO TO 5510-EXIT.
010520 5510-ADD.
010530     CALL "99" USING BKUP-WORK-NUMBER BKUP-WORK-RESULT.
010540     MOVE BKUP-WORK-NUMBER TO MAST-NUMBER.
010550     MOVE BKUP-WORK-RESULT TO MAST-RESULT.
010560     MOVE BKUP-AUD-RUN-DATE TO MAST-FIRST-DATE.
010570     MOVE 1 TO MAST-USE-COUNT.
010580     WRITE MAST-RECORD
010590         INVALID KEY
010600             PERFORM 5950-MASTER-ERROR-PARA THRU 5950-EXIT
010610             GO TO 5510-EXIT
010620     END-WRITE.
010630     ADD 1 TO BKUP-ADD-COUNT.
010640     MOVE "PAIR FACTOR, ADDED" TO BKUP-RPL-ACTION.
010650     PERFORM 5800-WRITE-REPLAY-LINE-PARA THRU 5800-EXIT.
010660 5510-EXIT.
010670     EXIT.
010680*
010690******************************************************
010700*  5600-REPLAY-REPAIR-PARA
010710*  REPLAYS ONE FACTVRFY REPAIR - THE RECORD CARRIES THE
010720*  CORRECTED RESULT. A REPAIR OF A NUMBER THE RECOVERED
010730*  MASTER DOES NOT HOLD IS A CONFLICT.
010740******************************************************
010750 5600-REPLAY-REPAIR-PARA.
010760     MOVE BKUP-AUD-NUMBER TO MAST-NUMBER.
010770     READ FACTMAST-FILE
010780         INVALID KEY
010790             MOVE "REPAIRED NUMBER NOT ON MASTER" TO
010800                 BKUP-RPL-ACTION
010810             PERFORM 5910-NOT-APPLIED-PARA THRU 5910-EXIT
010820             GO TO 5600-EXIT
010830     END-READ.
010840     MOVE BKUP-AUD-RESULT TO MAST-RESULT.
010850     REWRITE MAST-RECORD
010860         INVALID KEY
010870             PERFORM 5950-MASTER-ERROR-PARA THRU 5950-EXIT
010880             GO TO 5600-EXIT
010890     END-REWRITE.
010900     ADD 1 TO BKUP-CORRECT-COUNT.
010910     MOVE "RESULT CORRECTED" TO BKUP-RPL-ACTION.
010920     PERFORM 5800-WRITE-REPLAY-LINE-PARA THRU 5800-EXIT.
010930 5600-EXIT.
010940     EXIT.
010950*
010960******************************************************
010970*  5700-REPLAY-PURGE-PARA
010980*  REPLAYS ONE FACTMNT PURGE - THE RECORD CARRIES THE
010990*  RESULT THAT WAS PURGED. A PURGE OF A NUMBER THE
011000*  RECOVERED MASTER DOES NOT HOLD, OR OF A DIFFERENT
011010*  RESULT, IS A CONFLICT; THE LATTER IS STILL PURGED.
011020******************************************************
011030 5700-REPLAY-PURGE-PARA.
011040     MOVE BKUP-AUD-NUMBER TO MAST-NUMBER.
011050     READ FACTMAST-FILE
011060         INVALID KEY
011070             MOVE "PURGED NUMBER NOT ON MASTER" TO
011080                 BKUP-RPL-ACTION
011090             PERFORM 5910-NOT-APPLIED-PARA THRU 5910-EXIT
011100             GO TO 5700-EXIT
011110     END-READ.
011120     DELETE FACTMAST-FILE
011130         INVALID KEY
011140             PERFORM 5950-MASTER-ERROR-PARA THRU 5950-EXIT
011150             GO TO 5700-EXIT
011160     END-DELETE.
011170     ADD 1 TO BKUP-PURGE-COUNT.
011180     MOVE ZERO TO MAST-USE-COUNT.
011190     MOVE ZERO TO MAST-FIRST-DATE.
011200     IF MAST-RESULT NOT = BKUP-AUD-RESULT
011210         MOVE "PURGED, RESULT DIFFERED" TO BKUP-RPL-ACTION
011220         PERFORM 5900-WRITE-CONFLICT-PARA THRU 5900-EXIT
011230         GO TO 5700-EXIT
011240     END-IF.
011250     MOVE "PURGED" TO BKUP-RPL-ACTION.
011260     PERFORM 5800-WRITE-REPLAY-LINE-PARA THRU 5800-EXIT.
011270 5700-EXIT.
011280     EXIT.
011290*
011300******************************************************
011310*  5800-WRITE-REPLAY-LINE-PARA
011320*  WRITES ONE REPLAY LINE - THE AUDIT RECORD'S FILE,
011330*  SEQUENCE NUMBER AND TYPE, THE MASTER NUMBER CHANGED,
011340*  THE ACTION (ALREADY MOVED BY THE CALLER) AND THE USE
011350*  COUNT AND FIRST-COMPUTED DATE THE MASTER NOW HOLDS.
011360******************************************************
011370 5800-WRITE-REPLAY-LINE-PARA.
011380     MOVE BKUP-FILE-NAME TO BKUP-RPL-FILE.
011390     MOVE ZERO TO BKUP-RPL-SEQ.
011400     IF BKUP-AUD-SEQ-NO NUMERIC
011410         MOVE BKUP-AUD-SEQ-NO TO BKUP-RPL-SEQ
011420     END-IF.
011430     MOVE BKUP-AUD-REC-TYPE TO BKUP-RPL-TYPE.
011440     MOVE MAST-NUMBER TO BKUP-RPL-NUMBER.
011450     MOVE MAST-USE-COUNT TO BKUP-RPL-USES.
011460     MOVE MAST-FIRST-DATE TO BKUP-RPL-FIRST-DATE.
011470     MOVE SPACE TO BKUP-RPL-FLAG.
011480     IF BKUP-LINE-IS-CONFLICT
011490         MOVE "*" TO BKUP-RPL-FLAG
011500     END-IF.
011510     MOVE BKUP-REPLAY-LINE TO RPT-LINE.
011520     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
011530     MOVE "N" TO BKUP-CONFLICT-SWITCH.
011540 5800-EXIT.
011550     EXIT.
011560*
011570******************************************************
011580*  5900-WRITE-CONFLICT-PARA
011590*  COUNTS A CONFLICT AND WRITES ITS LINE, FLAGGED WITH AN
011600*  ASTERISK.
011610******************************************************
011620 5900-WRITE-CONFLICT-PARA.
011630     ADD 1 TO BKUP-CONFLICT-COUNT.
011640     SET BKUP-LINE-IS-CONFLICT TO TRUE.
011650     PERFORM 5800-WRITE-REPLAY-LINE-PARA THRU 5800-EXIT.
011660 5900-EXIT.
011670     EXIT.
011680*
011690******************************************************
011700*  5910-NOT-APPLIED-PARA
011710*  WRITES THE CONFLICT LINE FOR A RECORD THAT WAS NOT
011720*  APPLIED - IT SHOWS THE RECORD'S OWN NUMBER AND NO
011730*  MASTER USE COUNT OR DATE.
011740******************************************************
011750 5910-NOT-APPLIED-PARA.
011760     MOVE BKUP-AUD-NUMBER TO MAST-NUMBER.
011770     MOVE ZERO TO MAST-USE-COUNT.
011780     MOVE ZERO TO MAST-FIRST-DATE.
011790     PERFORM 5900-WRITE-CONFLICT-PARA THRU 5900-EXIT.
011800 5910-EXIT.
011810     EXIT.
011820*
011830******************************************************
011840*  5950-MASTER-ERROR-PARA
011850*  REPORTS A MASTER WRITE, REWRITE OR DELETE THAT FAILED
011860*  DURING THE REPLAY.
011870******************************************************
011880 5950-MASTER-ERROR-PARA.
011890     DISPLAY "FACT0145-E MASTER UPDATE FAILED FOR "
011900         MAST-NUMBER ", STATUS = " BKUP-MAST-STATUS UPON CRT.
011910     ADD 1 TO BKUP-MAST-ERROR-COUNT.
011920 5950-EXIT.
011930     EXIT.
011940*
011950******************************************************
011960*  7000-WRITE-HEADING-PARA
011970*  WRITES THE REPORT PAGE HEADING AND RESETS THE
011980*  PER-PAGE LINE COUNT, THE SAME ASA "1" CARRIAGE CONTROL
011990*  TECHNIQUE THE FACTORIALS REPORT USES.
012000******************************************************
012010 7000-WRITE-HEADING-PARA.
012020     ADD 1 TO BKUP-RPT-PAGE-NO.
012030     IF BKUP-RPT-PAGE-NO = 1
012040         MOVE SPACE TO BKUP-RPT-HEADING-CC
012050     ELSE
012060         MOVE BKUP-NEW-PAGE-CC TO BKUP-RPT-HEADING-CC
012070     END-IF.
012080     WRITE RPT-LINE FROM BKUP-RPT-HEADING.
012090     MOVE ZERO TO BKUP-RPT-LINE-COUNT.
012100 7000-EXIT.
012110     EXIT.
012120*
012130******************************************************
012140*  7100-WRITE-RPT-LINE-PARA
012150*  WRITES ONE LINE FROM RPT-LINE (ALREADY MOVED BY THE
012160*  CALLER) AND BREAKS THE PAGE WHEN IT IS FULL.
012170******************************************************
012180 7100-WRITE-RPT-LINE-PARA.
012190     IF BKUP-RPT-LINE-COUNT NOT LESS THAN
012200             BKUP-RPT-LINES-PER-PAGE
012210         PERFORM 7000-WRITE-HEADING-PARA THRU 7000-EXIT
012220     END-IF.
012230     WRITE RPT-LINE.
012240     ADD 1 TO BKUP-RPT-LINE-COUNT.
012250 7100-EXIT.
012260     EXIT.
012270*
012280******************************************************
012290*  7300-WRITE-STAMP-LINE-PARA
012300*  PRINTS THE BACKUP DATE, TIME AND AUDIT CHAIN POSITION.
012310******************************************************
012320 7300-WRITE-STAMP-LINE-PARA.
012330     MOVE BKUP-STAMP-DATE TO BKUP-STAMP-DISP-DATE.
012340     MOVE BKUP-STAMP-TIME TO BKUP-STAMP-DISP-TIME.
012350     MOVE BKUP-STAMP-CHAIN-SEQ TO BKUP-STAMP-DISP-SEQ.
012360     MOVE BKUP-STAMP-LINE TO RPT-LINE.
012370     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
012380 7300-EXIT.
012390     EXIT.
012400*
012410******************************************************
012420*  8000-RECOVERY-TOTALS-PARA
012430*  PRINTS THE REPLAY TOTALS (RECOVERY MODE ONLY) AND
012440*  THE VERDICT FOR A RELOAD OR A RECOVERY.
012450******************************************************
012460 8000-RECOVERY-TOTALS-PARA.
012470     IF NOT BKUP-MODE-RECOVER
012480         OR BKUP-OUT-OF-BALANCE OR BKUP-ABORT-RUN
012490         GO TO 8000-EXIT
012500     END-IF.
012510     MOVE BKUP-BLANK-LINE TO RPT-LINE.
012520     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
012530     MOVE "ARCHIVE RECORDS READ:" TO BKUP-SUM-TEXT.
012540     MOVE BKUP-ARCV-READ TO BKUP-SUM-COUNT.
012550     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
012560     MOVE "TRAIL RECORDS READ:" TO BKUP-SUM-TEXT.
012570     MOVE BKUP-AUDIT-READ TO BKUP-SUM-COUNT.
012580     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
012590     MOVE "AT OR BEFORE THE BACKUP, SKIPPED:" TO
012600         BKUP-SUM-TEXT.
012610     MOVE BKUP-BEFORE-COUNT TO BKUP-SUM-COUNT.
012620     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
012630     MOVE "AFTER THE BACKUP, NO MASTER EFFECT:" TO
012640         BKUP-SUM-TEXT.
012650     MOVE BKUP-NO-EFFECT-COUNT TO BKUP-SUM-COUNT.
012660     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
012670     MOVE "AFTER THE BACKUP, REPLAYED:" TO BKUP-SUM-TEXT.
012680     MOVE BKUP-REPLAYED-COUNT TO BKUP-SUM-COUNT.
012690     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
012700     MOVE "USE COUNTS RESTORED:" TO BKUP-SUM-TEXT.
012710     MOVE BKUP-USE-BUMP-COUNT TO BKUP-SUM-COUNT.
012720     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
012730     MOVE "MASTER RECORDS ADDED:" TO BKUP-SUM-TEXT.
012740     MOVE BKUP-ADD-COUNT TO BKUP-SUM-COUNT.
012750     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
012760     MOVE "RESULTS CORRECTED:" TO BKUP-SUM-TEXT.
012770     MOVE BKUP-CORRECT-COUNT TO BKUP-SUM-COUNT.
012780     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
012790     MOVE "MASTER RECORDS PURGED:" TO BKUP-SUM-TEXT.
012800     MOVE BKUP-PURGE-COUNT TO BKUP-SUM-COUNT.
012810     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
012820     MOVE "CONFLICTS WITH THE BACKUP:" TO BKUP-SUM-TEXT.
012830     MOVE BKUP-CONFLICT-COUNT TO BKUP-SUM-COUNT.
012840     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
012850     MOVE "MASTER UPDATE FAILURES:" TO BKUP-SUM-TEXT.
012860     MOVE BKUP-MAST-ERROR-COUNT TO BKUP-SUM-COUNT.
012870     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
012880     EVALUATE TRUE
012890         WHEN BKUP-REPLAY-FAILED
012900             MOVE "RECOVERY INCOMPLETE - AUDIT FILE NOT READ"
012910                 TO BKUP-VERDICT-TEXT
012920         WHEN BKUP-MAST-ERROR-COUNT > ZERO
012930             MOVE "RECOVERY INCOMPLETE - MASTER UPDATES FAILED"
012940                 TO BKUP-VERDICT-TEXT
012950         WHEN BKUP-CONFLICT-COUNT > ZERO
012960             MOVE "FACTMAST RECOVERED - CONFLICTS FLAGGED *"
012970                 TO BKUP-VERDICT-TEXT
012980             DISPLAY "FACT0147-W RECOVERY FOUND "
012990                 BKUP-CONFLICT-COUNT " CONFLICTS - SEE "
013000                 "BKUPRPT" UPON CRT
013010         WHEN OTHER
013020             MOVE "FACTMAST RECOVERED TO THE END OF THE TRAIL"
013030                 TO BKUP-VERDICT-TEXT
013040     END-EVALUATE.
013050     MOVE BKUP-BLANK-LINE TO RPT-LINE.
013060     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
013070     MOVE BKUP-VERDICT-LINE TO RPT-LINE.
013080     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
013090     DISPLAY BKUP-VERDICT-TEXT UPON CRT.
013100 8000-EXIT.
013110     EXIT.
013120*
013130******************************************************
013140*  8100-WRITE-SUM-LINE-PARA
013150*  WRITES ONE TOTAL LINE (TEXT AND COUNT ALREADY MOVED BY
013160*  THE CALLER).
013170******************************************************
013180 8100-WRITE-SUM-LINE-PARA.
013190     MOVE BKUP-SUM-LINE TO RPT-LINE.
013200     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
013210 8100-EXIT.
013220     EXIT.
013230*
013240******************************************************
013250*  8200-WRITE-HASH-LINES-PARA
013260*  PRINTS THE KEY, RESULT AND USE COUNT HASH TOTALS OF
013270*  THE MASTER RECORDS UNLOADED OR RESTORED.
013280******************************************************
013290 8200-WRITE-HASH-LINES-PARA.
013300     MOVE "KEY HASH TOTAL:" TO BKUP-SUM-TEXT.
013310     MOVE BKUP-LOAD-KEY-HASH TO BKUP-SUM-COUNT.
013320     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
013330     MOVE "RESULT HASH TOTAL:" TO BKUP-SUM-TEXT.
013340     MOVE BKUP-LOAD-RESULT-HASH TO BKUP-SUM-COUNT.
013350     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
013360     MOVE "USE COUNT HASH TOTAL:" TO BKUP-SUM-TEXT.
013370     MOVE BKUP-LOAD-USE-HASH TO BKUP-SUM-COUNT.
013380     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
013390 8200-EXIT.
013400     EXIT.
013410*
013420******************************************************
013430*  9000-TERMINATE-PARA
013440*  CLOSES THE REPORT, SETS THE CONDITION CODE - 0 FOR A
013450*  CLEAN RUN, 4 WHEN THE RECOVERY FOUND CONFLICTS, 8 WHEN
013460*  THE BACKUP OR THE RELOAD WAS OUT OF BALANCE, A FILE OR
013470*  A MASTER UPDATE FAILED, OR THE RUN WAS ABORTED - AND
013480*  ENDS THE RUN.
013490******************************************************
013500 9000-TERMINATE-PARA.
013510     CLOSE RPT-FILE.
013520     MOVE ZERO TO BKUP-RETURN-CODE.
013530     IF BKUP-CONFLICT-COUNT > ZERO
013540         MOVE 4 TO BKUP-RETURN-CODE
013550     END-IF.
013560     IF BKUP-OUT-OF-BALANCE
013570         OR BKUP-ABORT-RUN
013580         OR BKUP-REPLAY-FAILED
013590         OR BKUP-MAST-ERROR-COUNT > ZERO
013600         MOVE 8 TO BKUP-RETURN-CODE
013610     END-IF.
013620     MOVE BKUP-RETURN-CODE TO RETURN-CODE.
013630     DISPLAY "FACTBKUP FINISHED, CONDITION CODE "
013640         BKUP-RETURN-CODE UPON CRT.
013650 9000-EXIT.
013660     EXIT.
