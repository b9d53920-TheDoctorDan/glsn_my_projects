000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FACTSIGN.
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
000130*  10/15/2026 RH    ORIGINAL PROGRAM - OPERATOR SIGN-ON
000140*                   SUBROUTINE CALLED BY THE CRT PROGRAMS
000150*                   (FACTMENU, FACTINQ, FACTMNT, FACTCKPU)
000160*                   SO EVERY ONE OF THEM KNOWS WHO IS AT
000170*                   THE TERMINAL. THE OPERATOR ID AND
000180*                   PASSWORD ARE CHECKED AGAINST THE
000190*                   FACTSECU SECURITY FILE, WHICH ALSO
000200*                   CARRIES THE FUNCTIONS EACH OPERATOR MAY
000210*                   USE - INQUIRY, DECK MAINTENANCE, MASTER
000220*                   PURGE, CHECKPOINT CLEAR - AND THE
000230*                   OPERATOR'S DEPARTMENT. THREE FAILED
000240*                   ATTEMPTS END THE SIGN-ON. EVERY FAILED
000250*                   ATTEMPT, AND EVERY FUNCTION A CALLER
000260*                   REFUSES FOR WANT OF AUTHORITY, IS
000270*                   LOGGED TO THE SECVIOL SECURITY
000280*                   VIOLATIONS REPORT. CALLED WITH ONE
000290*                   PARAMETER AREA:
000300*                     REQUEST "S" - SIGN ON; RETURNS THE
000310*                                   OPERATOR ID, DEPARTMENT
000320*                                   AND FUNCTION FLAGS, AND
000330*                                   RESULT "Y" (ACCEPTED)
000340*                                   OR "N" (REFUSED)
000350*                     REQUEST "R" - LOG A REFUSED FUNCTION
000360*                                   (FUNCTION CODE I, D, P
000370*                                   OR C) FOR THE OPERATOR
000380*                                   ALREADY SIGNED ON
000390*                   A MISSING SECURITY FILE REFUSES EVERY
000400*                   SIGN-ON - THE TERMINALS FAIL CLOSED.
000410******************************************************
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SPECIAL-NAMES.
000460     CONSOLE IS CRT.
000470*
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT OPTIONAL SECU-FILE ASSIGN TO "FACTSECU"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS SIGN-SECU-STATUS.
000530     SELECT OPTIONAL VIOL-FILE ASSIGN TO "SECVIOL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS SIGN-VIOL-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590*
000600*  ONE FACTSECU RECORD PER OPERATOR. SECU-STATUS "A" IS AN
000610*  ACTIVE PROFILE; ANY OTHER VALUE (NORMALLY "R", REVOKED)
000620*  REFUSES THE SIGN-ON. EACH FUNCTION FLAG IS "Y" WHEN THE
000630*  OPERATOR MAY USE THAT FUNCTION.
000640 FD  SECU-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 01  SECU-RECORD.
000670     05  SECU-OPERATOR-ID    PIC X(08).
000680     05  FILLER              PIC X(01).
000690     05  SECU-PASSWORD       PIC X(08).
000700     05  FILLER              PIC X(01).
000710     05  SECU-STATUS         PIC X(01).
000720     05  FILLER              PIC X(01).
000730     05  SECU-FUNCTIONS.
000740         10  SECU-INQUIRY-FLAG PIC X(01).
000750         10  SECU-DECK-FLAG  PIC X(01).
000760         10  SECU-PURGE-FLAG PIC X(01).
000770         10  SECU-CLEAR-FLAG PIC X(01).
000780     05  FILLER              PIC X(01).
000790     05  SECU-DEPT           PIC X(08).
000800     05  FILLER              PIC X(01).
000810     05  SECU-OPERATOR-NAME  PIC X(30).
000820*
000830 FD  VIOL-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  VIOL-LINE               PIC X(80).
000860*
000870 WORKING-STORAGE SECTION.
000880 01  SIGN-SWITCHES.
000890     05  SIGN-SECU-STATUS    PIC X(02)      VALUE SPACE.
000900         88  SIGN-SECU-OK            VALUE "00".
000910         88  SIGN-SECU-NOT-FOUND     VALUE "05".
000920     05  SIGN-VIOL-STATUS    PIC X(02)      VALUE SPACE.
000930         88  SIGN-VIOL-OK            VALUE "00".
000940         88  SIGN-VIOL-NOT-FOUND     VALUE "05".
000950     05  SIGN-SECU-EOF-SWITCH PIC X(01)     VALUE "N".
000960         88  SIGN-NO-MORE-SECU       VALUE "Y".
000970     05  SIGN-FOUND-SWITCH   PIC X(01)      VALUE "N".
000980         88  SIGN-OPERATOR-FOUND     VALUE "Y".
000990     05  SIGN-DONE-SWITCH    PIC X(01)      VALUE "N".
001000         88  SIGN-ON-DONE            VALUE "Y".
001010*
001020 01  SIGN-RUN-STAMP.
001030     05  SIGN-RUN-DATE       PIC 9(08)      VALUE ZERO.
001040     05  SIGN-RUN-TIME       PIC 9(08)      VALUE ZERO.
001050*
001060 01  SIGN-INPUT-DATA.
001070     05  SIGN-REPLY-ID       PIC X(08)      VALUE SPACE.
001080     05  SIGN-REPLY-PASSWORD PIC X(08)      VALUE SPACE.
001090*
001100 01  SIGN-HOLD-PROFILE.
001110     05  SIGN-HOLD-PASSWORD  PIC X(08)      VALUE SPACE.
001120     05  SIGN-HOLD-STATUS    PIC X(01)      VALUE SPACE.
001130         88  SIGN-HOLD-ACTIVE        VALUE "A".
001140     05  SIGN-HOLD-FUNCTIONS PIC X(04)      VALUE SPACE.
001150     05  SIGN-HOLD-DEPT      PIC X(08)      VALUE SPACE.
001160*
001170 77  SIGN-ATTEMPTS           PIC 9(04)      COMP VALUE ZERO.
001180 77  SIGN-MAX-ATTEMPTS       PIC 9(04)      COMP VALUE 3.
001190 77  SIGN-REASON             PIC X(32)      VALUE SPACE.
001200*
001210 01  SIGN-VIOL-HEADING.
001220     05  SIGN-VIOL-HEADING-CC PIC X(01)     VALUE SPACE.
001230     05  FILLER              PIC X(06)      VALUE SPACE.
001240     05  FILLER              PIC X(27)      VALUE
001250         "SECURITY VIOLATIONS REPORT".
001260*
001270 01  SIGN-VIOL-COL-HEADING.
001280     05  SIGN-VIOL-COL-CC    PIC X(01)      VALUE SPACE.
001290     05  FILLER              PIC X(06)      VALUE SPACE.
001300     05  FILLER              PIC X(46)      VALUE
001310         "DATE     TIME     PROGRAM  OPERATOR REASON".
001320*
001330 01  SIGN-VIOL-DETAIL.
001340     05  SIGN-VIOL-DETAIL-CC PIC X(01)      VALUE SPACE.
001350     05  FILLER              PIC X(06)      VALUE SPACE.
001360     05  SIGN-VIOL-DATE      PIC 9(08).
001370     05  FILLER              PIC X(01)      VALUE SPACE.
001380     05  SIGN-VIOL-TIME      PIC 9(08).
001390     05  FILLER              PIC X(01)      VALUE SPACE.
001400     05  SIGN-VIOL-PROGRAM   PIC X(08).
001410     05  FILLER              PIC X(01)      VALUE SPACE.
001420     05  SIGN-VIOL-OPERATOR  PIC X(08).
001430     05  FILLER              PIC X(01)      VALUE SPACE.
001440     05  SIGN-VIOL-REASON    PIC X(32).
001450*
001460 LINKAGE SECTION.
001470 01  SIGN-PARMS.
001480     05  SIGN-REQUEST        PIC X(01).
001490         88  SIGN-REQ-SIGN-ON        VALUE "S".
001500         88  SIGN-REQ-REFUSAL        VALUE "R".
001510     05  SIGN-PROGRAM        PIC X(08).
001520     05  SIGN-FUNCTION       PIC X(01).
001530     05  SIGN-OPERATOR-ID    PIC X(08).
001540     05  SIGN-DEPT           PIC X(08).
001550     05  SIGN-FUNCTIONS      PIC X(04).
001560     05  SIGN-RESULT         PIC X(01).
001570         88  SIGN-ACCEPTED           VALUE "Y".
001580         88  SIGN-REFUSED            VALUE "N".
001590*
001600 PROCEDURE DIVISION USING SIGN-PARMS.
001610*
001620******************************************************
001630*  0000-MAINLINE-PARA
001640*  ROUTES THE CALLER'S REQUEST - A SIGN-ON OR THE LOGGING
001650*  OF A REFUSED FUNCTION - AND RETURNS TO THE CALLER.
001660******************************************************
001670 0000-MAINLINE-PARA.
001680     EVALUATE TRUE
001690         WHEN SIGN-REQ-SIGN-ON
001700             PERFORM 1000-SIGN-ON-PARA THRU 1000-EXIT
001710         WHEN SIGN-REQ-REFUSAL
001720             PERFORM 2000-LOG-REFUSAL-PARA THRU 2000-EXIT
001730         WHEN OTHER
001740             SET SIGN-REFUSED TO TRUE
001750     END-EVALUATE.
001760 0000-EXIT.
001770     GOBACK.
001780*
001790******************************************************
001800*  1000-SIGN-ON-PARA
001810*  PROMPTS FOR THE OPERATOR ID AND PASSWORD UNTIL THEY ARE
001820*  ACCEPTED OR THE ATTEMPTS RUN OUT. NOTHING ABOUT THE
001830*  PROFILE IS RETURNED TO THE CALLER UNLESS THE SIGN-ON IS
001840*  ACCEPTED.
001850******************************************************
001860 1000-SIGN-ON-PARA.
001870     SET SIGN-REFUSED TO TRUE.
001880     MOVE SPACES TO SIGN-OPERATOR-ID.
001890     MOVE SPACES TO SIGN-DEPT.
001900     MOVE "NNNN" TO SIGN-FUNCTIONS.
001910     MOVE ZERO TO SIGN-ATTEMPTS.
001920     MOVE "N" TO SIGN-DONE-SWITCH.
001930     DISPLAY " " UPON CRT.
001940     DISPLAY SIGN-PROGRAM " OPERATOR SIGN-ON" UPON CRT.
001950     PERFORM 1100-ONE-ATTEMPT-PARA THRU 1100-EXIT
001960         UNTIL SIGN-ON-DONE.
001970     IF SIGN-REFUSED
001980         DISPLAY "FACT0124-E SIGN-ON FAILED "
001990             SIGN-MAX-ATTEMPTS " TIMES, SESSION ENDED"
002000             UPON CRT
002010     END-IF.
002020 1000-EXIT.
002030     EXIT.
002040*
002050******************************************************
002060*  1100-ONE-ATTEMPT-PARA
002070*  TAKES ONE OPERATOR ID AND PASSWORD FROM THE CRT AND
002080*  CHECKS THEM AGAINST THE SECURITY FILE. A FAILED ATTEMPT
002090*  IS LOGGED WITH ITS REASON; THE SIGN-ON ENDS ON SUCCESS
002100*  OR AFTER THE LAST ALLOWED ATTEMPT.
002110******************************************************
002120 1100-ONE-ATTEMPT-PARA.
002130     ADD 1 TO SIGN-ATTEMPTS.
002140     DISPLAY "OPERATOR ID: " UPON CRT.
002150     MOVE SPACES TO SIGN-REPLY-ID.
002160     ACCEPT SIGN-REPLY-ID FROM CRT.
002170     DISPLAY "PASSWORD: " UPON CRT.
002180     MOVE SPACES TO SIGN-REPLY-PASSWORD.
002190     ACCEPT SIGN-REPLY-PASSWORD FROM CRT.
002200     PERFORM 1200-FIND-OPERATOR-PARA THRU 1200-EXIT.
002210     EVALUATE TRUE
002220         WHEN SIGN-REASON NOT = SPACES
002230             CONTINUE
002240         WHEN NOT SIGN-OPERATOR-FOUND
002250             MOVE "UNKNOWN OPERATOR ID" TO SIGN-REASON
002260         WHEN SIGN-HOLD-PASSWORD NOT = SIGN-REPLY-PASSWORD
002270             MOVE "INVALID PASSWORD" TO SIGN-REASON
002280         WHEN NOT SIGN-HOLD-ACTIVE
002290             MOVE "OPERATOR PROFILE NOT ACTIVE" TO
002300                 SIGN-REASON
002310         WHEN OTHER
002320             CONTINUE
002330     END-EVALUATE.
002340     IF SIGN-REASON = SPACES
002350         SET SIGN-ACCEPTED TO TRUE
002360         SET SIGN-ON-DONE TO TRUE
002370         MOVE SIGN-REPLY-ID TO SIGN-OPERATOR-ID
002380         MOVE SIGN-HOLD-DEPT TO SIGN-DEPT
002390         MOVE SIGN-HOLD-FUNCTIONS TO SIGN-FUNCTIONS
002400         DISPLAY "OPERATOR " SIGN-OPERATOR-ID " SIGNED ON"
002410             UPON CRT
002420         GO TO 1100-EXIT
002430     END-IF.
002440     DISPLAY "SIGN-ON REFUSED - " SIGN-REASON UPON CRT.
002450     MOVE SIGN-REPLY-ID TO SIGN-VIOL-OPERATOR.
002460     PERFORM 3000-WRITE-VIOLATION-PARA THRU 3000-EXIT.
002470     IF SIGN-ATTEMPTS NOT LESS THAN SIGN-MAX-ATTEMPTS
002480         SET SIGN-ON-DONE TO TRUE
002490     END-IF.
002500 1100-EXIT.
002510     EXIT.
002520*
002530******************************************************
002540*  1200-FIND-OPERATOR-PARA
002550*  READS THE SECURITY FILE FOR THE OPERATOR ID JUST KEYED
002560*  AND HOLDS THE PROFILE IF IT IS THERE. THE FILE IS READ
002570*  AFRESH ON EVERY ATTEMPT, SO A PROFILE REVOKED DURING
002580*  THE SHIFT TAKES EFFECT AT THE NEXT SIGN-ON. A SECURITY
002590*  FILE THAT IS MISSING OR WILL NOT OPEN REFUSES THE
002600*  ATTEMPT.
002610******************************************************
002620 1200-FIND-OPERATOR-PARA.
002630     MOVE SPACES TO SIGN-REASON.
002640     MOVE "N" TO SIGN-FOUND-SWITCH.
002650     MOVE "N" TO SIGN-SECU-EOF-SWITCH.
002660     IF SIGN-REPLY-ID = SPACES
002670         GO TO 1200-EXIT
002680     END-IF.
002690     OPEN INPUT SECU-FILE.
002700     IF SIGN-SECU-NOT-FOUND
002710         CLOSE SECU-FILE
002720         DISPLAY "FACT0122-E NO FACTSECU SECURITY FILE, "
002730             "SIGN-ON REFUSED" UPON CRT
002740         MOVE "SECURITY FILE NOT AVAILABLE" TO SIGN-REASON
002750         GO TO 1200-EXIT
002760     END-IF.
002770     IF NOT SIGN-SECU-OK
002780         DISPLAY "FACT0122-E SECURITY FILE OPEN FAILED, "
002790             "STATUS = " SIGN-SECU-STATUS UPON CRT
002800         MOVE "SECURITY FILE NOT AVAILABLE" TO SIGN-REASON
002810         GO TO 1200-EXIT
002820     END-IF.
002830     PERFORM 1210-READ-ONE-SECU-PARA THRU 1210-EXIT
002840         UNTIL SIGN-NO-MORE-SECU
002850             OR SIGN-OPERATOR-FOUND.
002860     CLOSE SECU-FILE.
002870 1200-EXIT.
002880     EXIT.
002890*
002900******************************************************
002910*  1210-READ-ONE-SECU-PARA
002920*  READS ONE SECURITY RECORD AND HOLDS ITS PROFILE WHEN
002930*  THE OPERATOR ID MATCHES.
002940******************************************************
002950 1210-READ-ONE-SECU-PARA.
002960     READ SECU-FILE
002970         AT END
002980             SET SIGN-NO-MORE-SECU TO TRUE
002990             GO TO 1210-EXIT
003000     END-READ.
003010     IF SECU-OPERATOR-ID NOT = SIGN-REPLY-ID
003020         GO TO 1210-EXIT
003030     END-IF.
003040     SET SIGN-OPERATOR-FOUND TO TRUE.
003050     MOVE SECU-PASSWORD TO SIGN-HOLD-PASSWORD.
003060     MOVE SECU-STATUS TO SIGN-HOLD-STATUS.
003070     MOVE SECU-FUNCTIONS TO SIGN-HOLD-FUNCTIONS.
003080     MOVE SECU-DEPT TO SIGN-HOLD-DEPT.
003090 1210-EXIT.
003100     EXIT.
003110*
003120******************************************************
003130*  2000-LOG-REFUSAL-PARA
003140*  LOGS A FUNCTION THE CALLER REFUSED BECAUSE THE SIGNED-ON
003150*  OPERATOR'S PROFILE DOES NOT ALLOW IT.
003160******************************************************
003170 2000-LOG-REFUSAL-PARA.
003180     EVALUATE SIGN-FUNCTION
003190         WHEN "I"
003200             MOVE "INQUIRY NOT AUTHORIZED" TO SIGN-REASON
003210         WHEN "D"
003220             MOVE "DECK MAINTENANCE NOT AUTHORIZED" TO
003230                 SIGN-REASON
003240         WHEN "P"
003250             MOVE "MASTER PURGE NOT AUTHORIZED" TO
003260                 SIGN-REASON
003270         WHEN "C"
003280             MOVE "CHECKPOINT CLEAR NOT AUTHORIZED" TO
003290                 SIGN-REASON
003300         WHEN OTHER
003310             MOVE "FUNCTION NOT AUTHORIZED" TO SIGN-REASON
003320     END-EVALUATE.
003330     MOVE SIGN-OPERATOR-ID TO SIGN-VIOL-OPERATOR.
003340     PERFORM 3000-WRITE-VIOLATION-PARA THRU 3000-EXIT.
003350 2000-EXIT.
003360     EXIT.
003370*
003380******************************************************
003390*  3000-WRITE-VIOLATION-PARA
003400*  APPENDS ONE LINE TO THE SECURITY VIOLATIONS REPORT -
003410*  DATE, TIME, PROGRAM, OPERATOR ID AS KEYED, AND REASON.
003420*  THE REPORT IS OPENED AND CLOSED FOR EACH LINE SO NOTHING
003430*  IS LOST IF THE SESSION IS ABANDONED, AND A NEW REPORT
003440*  IS GIVEN ITS HEADINGS WHEN THE FIRST LINE IS WRITTEN.
003450*  THE PASSWORD KEYED IS NEVER LOGGED.
003460******************************************************
003470 3000-WRITE-VIOLATION-PARA.
003480     OPEN EXTEND VIOL-FILE.
003490     IF SIGN-VIOL-NOT-FOUND
003500         MOVE "00" TO SIGN-VIOL-STATUS
003510         WRITE VIOL-LINE FROM SIGN-VIOL-HEADING
003520         WRITE VIOL-LINE FROM SIGN-VIOL-COL-HEADING
003530     END-IF.
003540     IF NOT SIGN-VIOL-OK
003550         DISPLAY "FACT0123-E SECURITY VIOLATIONS REPORT OPEN "
003560             "FAILED, STATUS = " SIGN-VIOL-STATUS UPON CRT
003570         GO TO 3000-EXIT
003580     END-IF.
003590     ACCEPT SIGN-RUN-DATE FROM DATE YYYYMMDD.
003600     ACCEPT SIGN-RUN-TIME FROM TIME.
003610     MOVE SIGN-RUN-DATE TO SIGN-VIOL-DATE.
003620     MOVE SIGN-RUN-TIME TO SIGN-VIOL-TIME.
003630     MOVE SIGN-PROGRAM TO SIGN-VIOL-PROGRAM.
003640     MOVE SIGN-REASON TO SIGN-VIOL-REASON.
003650     WRITE VIOL-LINE FROM SIGN-VIOL-DETAIL.
003660     CLOSE VIOL-FILE.
003670 3000-EXIT.
003680     EXIT.
