000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FACTWIN.
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
000130*  10/15/2026 RH    ORIGINAL PROGRAM - BATCH WINDOW
000140*                   SUBROUTINE. FACTDRVR OPENS THE BATCH
000150*                   WINDOW ON THE FACTBWIN CONTROL RECORD
000160*                   WHEN THE NIGHTLY STREAM STARTS, NAMES
000170*                   EACH STEP ON IT AS THE STEP STARTS, AND
000180*                   CLEARS IT WHEN THE STREAM ENDS. THE
000190*                   ONLINE PROGRAMS (FACTINQ, FACTMENU,
000200*                   FACTMNT) AND FACTRQST ASK IT WHETHER
000210*                   THE WINDOW IS OPEN BEFORE TOUCHING ANY
000220*                   FILE THE STREAM IS USING, SO THEY
000230*                   CANNOT COLLIDE WITH FACTORIALS MID-RUN.
000240*                   CALLED WITH ONE PARAMETER AREA:
000250*                     REQUEST "Q" - QUERY; RETURNS THE STATE
000260*                                   ("O" OPEN, "C" CLOSED),
000270*                                   THE PROCESSING DATE,
000280*                                   WHEN THE WINDOW OPENED
000290*                                   AND THE STEP RUNNING
000300*                     REQUEST "O" - OPEN THE WINDOW FOR THE
000310*                                   PROCESSING DATE PASSED
000320*                     REQUEST "S" - NAME THE STEP PASSED AS
000330*                                   THE STEP NOW RUNNING
000340*                     REQUEST "C" - CLEAR THE WINDOW
000350*                   A CONTROL RECORD THAT CANNOT BE READ
000360*                   IS TAKEN AS AN OPEN WINDOW - THE SAFE
000370*                   SIDE, SINCE NOTHING CAN SHOW THE STREAM
000380*                   IS NOT RUNNING.
000390******************************************************
000400*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440     CONSOLE IS CRT.
000450*
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT OPTIONAL CTL-FILE ASSIGN TO "FACTBWIN"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WIN-CTL-STATUS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540*
000550*  ONE RECORD - THE STATE OF THE BATCH WINDOW AS OF THE
000560*  LAST CHANGE FACTDRVR MADE TO IT.
000570 FD  CTL-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 01  CTL-RECORD.
000600     05  CTL-STATE           PIC X(01).
000610     05  FILLER              PIC X(01).
000620     05  CTL-PROC-DATE       PIC 9(08).
000630     05  FILLER              PIC X(01).
000640     05  CTL-OPENED-DATE     PIC 9(08).
000650     05  FILLER              PIC X(01).
000660     05  CTL-OPENED-TIME     PIC 9(08).
000670     05  FILLER              PIC X(01).
000680     05  CTL-STEP-NAME       PIC X(10).
000690     05  FILLER              PIC X(01).
000700     05  CTL-UPDATED-DATE    PIC 9(08).
000710     05  FILLER              PIC X(01).
000720     05  CTL-UPDATED-TIME    PIC 9(08).
000730     05  FILLER              PIC X(01).
000740     05  CTL-UPDATED-BY      PIC X(08).
000750*
000760 WORKING-STORAGE SECTION.
000770 01  WIN-SWITCHES.
000780     05  WIN-CTL-STATUS      PIC X(02)      VALUE SPACE.
000790         88  WIN-CTL-OK              VALUE "00".
000800         88  WIN-CTL-NOT-FOUND       VALUE "05".
000810*
000820 01  WIN-RUN-STAMP.
000830     05  WIN-RUN-DATE        PIC 9(08)      VALUE ZERO.
000840     05  WIN-RUN-TIME        PIC 9(08)      VALUE ZERO.
000850*
000860 LINKAGE SECTION.
000870 01  WIN-PARMS.
000880     05  WIN-REQUEST         PIC X(01).
000890         88  WIN-REQ-QUERY           VALUE "Q".
000900         88  WIN-REQ-OPEN            VALUE "O".
000910         88  WIN-REQ-STEP            VALUE "S".
000920         88  WIN-REQ-CLEAR           VALUE "C".
000930     05  WIN-PROGRAM         PIC X(08).
000940     05  WIN-STATE           PIC X(01).
000950         88  WIN-OPEN                VALUE "O".
000960         88  WIN-CLOSED              VALUE "C".
000970     05  WIN-PROC-DATE       PIC 9(08).
000980     05  WIN-OPENED-DATE     PIC 9(08).
000990     05  WIN-OPENED-TIME     PIC 9(08).
001000     05  WIN-STEP-NAME       PIC X(10).
001010     05  WIN-RESULT          PIC X(01).
001020         88  WIN-DONE                VALUE "Y".
001030         88  WIN-NOT-DONE            VALUE "N".
001040*
001050 PROCEDURE DIVISION USING WIN-PARMS.
001060*
001070******************************************************
001080*  0000-MAINLINE-PARA
001090*  ROUTES THE CALLER'S REQUEST AND RETURNS TO THE CALLER.
001100******************************************************
001110 0000-MAINLINE-PARA.
001120     SET WIN-DONE TO TRUE.
001130     EVALUATE TRUE
001140         WHEN WIN-REQ-QUERY
001150             PERFORM 1000-QUERY-WINDOW-PARA THRU 1000-EXIT
001160         WHEN WIN-REQ-OPEN
001170             PERFORM 2000-OPEN-WINDOW-PARA THRU 2000-EXIT
001180         WHEN WIN-REQ-STEP
001190             PERFORM 3000-NAME-STEP-PARA THRU 3000-EXIT
001200         WHEN WIN-REQ-CLEAR
001210             PERFORM 4000-CLEAR-WINDOW-PARA THRU 4000-EXIT
001220         WHEN OTHER
001230             SET WIN-NOT-DONE TO TRUE
001240     END-EVALUATE.
001250 0000-EXIT.
001260     GOBACK.
001270*
001280******************************************************
001290*  1000-QUERY-WINDOW-PARA
001300*  READS THE FACTBWIN CONTROL RECORD INTO THE CALLER'S
001310*  AREA. NO CONTROL RECORD MEANS NO STREAM HAS EVER SET
001320*  THE WINDOW, SO IT IS CLOSED. A RECORD THAT CANNOT BE
001330*  READ OR MAKES NO SENSE IS TAKEN AS AN OPEN WINDOW AND
001340*  RETURNED AS RESULT "N".
001350******************************************************
001360 1000-QUERY-WINDOW-PARA.
001370     SET WIN-CLOSED TO TRUE.
001380     MOVE ZERO TO WIN-PROC-DATE.
001390     MOVE ZERO TO WIN-OPENED-DATE.
001400     MOVE ZERO TO WIN-OPENED-TIME.
001410     MOVE SPACE TO WIN-STEP-NAME.
001420     OPEN INPUT CTL-FILE.
001430     IF WIN-CTL-NOT-FOUND
001440         CLOSE CTL-FILE
001450         GO TO 1000-EXIT
001460     END-IF.
001470     IF NOT WIN-CTL-OK
001480         DISPLAY "FACT0158-W BATCH WINDOW CONTROL FILE OPEN "
001490             "FAILED, STATUS = " WIN-CTL-STATUS
001500             ", WINDOW TAKEN AS OPEN" UPON CRT
001510         SET WIN-OPEN TO TRUE
001520         SET WIN-NOT-DONE TO TRUE
001530         GO TO 1000-EXIT
001540     END-IF.
001550     READ CTL-FILE
001560         AT END
001570             CLOSE CTL-FILE
001580             GO TO 1000-EXIT
001590     END-READ.
001600     CLOSE CTL-FILE.
001610     IF CTL-STATE NOT = "O" AND CTL-STATE NOT = "C"
001620         DISPLAY "FACT0158-W BATCH WINDOW CONTROL RECORD "
001630             "STATE IS NOT O OR C, WINDOW TAKEN AS OPEN"
001640             UPON CRT
001650         SET WIN-OPEN TO TRUE
001660         SET WIN-NOT-DONE TO TRUE
001670         GO TO 1000-EXIT
001680     END-IF.
001690     MOVE CTL-STATE TO WIN-STATE.
001700     MOVE CTL-STEP-NAME TO WIN-STEP-NAME.
001710     IF CTL-PROC-DATE NUMERIC
001720         MOVE CTL-PROC-DATE TO WIN-PROC-DATE
001730     END-IF.
001740     IF CTL-OPENED-DATE NUMERIC
001750         MOVE CTL-OPENED-DATE TO WIN-OPENED-DATE
001760     END-IF.
001770     IF CTL-OPENED-TIME NUMERIC
001780         MOVE CTL-OPENED-TIME TO WIN-OPENED-TIME
001790     END-IF.
001800 1000-EXIT.
001810     EXIT.
001820*
001830******************************************************
001840*  2000-OPEN-WINDOW-PARA
001850*  OPENS THE WINDOW FOR THE CALLER'S PROCESSING DATE,
001860*  STAMPED WITH THE TIME IT OPENED. NO STEP IS RUNNING
001870*  YET.
001880******************************************************
001890 2000-OPEN-WINDOW-PARA.
001900     ACCEPT WIN-RUN-DATE FROM DATE YYYYMMDD.
001910     ACCEPT WIN-RUN-TIME FROM TIME.
001920     SET WIN-OPEN TO TRUE.
001930     MOVE WIN-RUN-DATE TO WIN-OPENED-DATE.
001940     MOVE WIN-RUN-TIME TO WIN-OPENED-TIME.
001950     MOVE SPACE TO WIN-STEP-NAME.
001960     PERFORM 7000-WRITE-CONTROL-PARA THRU 7000-EXIT.
001970 2000-EXIT.
001980     EXIT.
001990*
002000******************************************************
002010*  3000-NAME-STEP-PARA
002020*  RECORDS THE CALLER'S STEP AS THE STEP NOW RUNNING. THE
002030*  CALLER PASSES BACK THE AREA THE OPEN RETURNED, SO THE
002040*  REST OF THE OPEN WINDOW IS KEPT AS IT WAS.
002050******************************************************
002060 3000-NAME-STEP-PARA.
002070     ACCEPT WIN-RUN-DATE FROM DATE YYYYMMDD.
002080     ACCEPT WIN-RUN-TIME FROM TIME.
002090     SET WIN-OPEN TO TRUE.
002100     PERFORM 7000-WRITE-CONTROL-PARA THRU 7000-EXIT.
002110 3000-EXIT.
002120     EXIT.
002130*
002140******************************************************
002150*  4000-CLEAR-WINDOW-PARA
002160*  CLOSES THE WINDOW. THE PROCESSING DATE AND OPENING
002170*  STAMP ARE KEPT ON THE RECORD TO SHOW WHICH STREAM LAST
002180*  HELD IT.
002190******************************************************
002200 4000-CLEAR-WINDOW-PARA.
002210     ACCEPT WIN-RUN-DATE FROM DATE YYYYMMDD.
002220     ACCEPT WIN-RUN-TIME FROM TIME.
002230     SET WIN-CLOSED TO TRUE.
002240     MOVE SPACE TO WIN-STEP-NAME.
002250     PERFORM 7000-WRITE-CONTROL-PARA THRU 7000-EXIT.
002260 4000-EXIT.
002270     EXIT.
002280*
002290******************************************************
002300*  7000-WRITE-CONTROL-PARA
002310*  REWRITES THE FACTBWIN CONTROL RECORD FROM THE CALLER'S
002320*  AREA. A FAILURE IS WARNED OF AND RETURNED AS RESULT
002330*  "N" SO THE CALLER CAN DECIDE WHAT IT MEANS.
002340******************************************************
002350 7000-WRITE-CONTROL-PARA.
002360     OPEN OUTPUT CTL-FILE.
002370     IF WIN-CTL-NOT-FOUND
002380         MOVE "00" TO WIN-CTL-STATUS
002390     END-IF.
002400     IF NOT WIN-CTL-OK
002410         DISPLAY "FACT0159-W BATCH WINDOW CONTROL FILE WRITE "
002420             "FAILED, STATUS = " WIN-CTL-STATUS UPON CRT
002430         SET WIN-NOT-DONE TO TRUE
002440         GO TO 7000-EXIT
002450     END-IF.
002460     MOVE SPACES TO CTL-RECORD.
002470     MOVE WIN-STATE TO CTL-STATE.
002480     MOVE WIN-PROC-DATE TO CTL-PROC-DATE.
002490     MOVE WIN-OPENED-DATE TO CTL-OPENED-DATE.
002500     MOVE WIN-OPENED-TIME TO CTL-OPENED-TIME.
002510     MOVE WIN-STEP-NAME TO CTL-STEP-NAME.
002520     MOVE WIN-RUN-DATE TO CTL-UPDATED-DATE.
002530     MOVE WIN-RUN-TIME TO CTL-UPDATED-TIME.
002540     MOVE WIN-PROGRAM TO CTL-UPDATED-BY.
002550     WRITE CTL-RECORD.
002560     CLOSE CTL-FILE.
002570 7000-EXIT.
002580     EXIT.
