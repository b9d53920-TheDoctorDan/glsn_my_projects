000260*                   RELEASE RETIRES THE WORKED RECYCLE
000261*                   FILES - A SESSION THAT EXITS WITHOUT
000262*                   RELEASING LEAVES THE REJECTS ON FILE.
000262******************************************************
000262*  10/15/2026 RH    THE OPERATOR NOW SIGNS ON THROUGH THE
000262*                   FACTSIGN SECURITY SUBROUTINE BEFORE THE
000262*                   DECKS ARE LOADED. ANY SIGNED-ON OPERATOR
000262*                   MAY BROWSE, BUT ADDS, DELETES, WORKING
000262*                   THE REJECTS AND THE RELEASE NEED THE DECK
000262*                   MAINTENANCE FUNCTION IN THE OPERATOR'S
000262*                   PROFILE - A REFUSED CHOICE IS LOGGED AS
000262*                   A SECURITY VIOLATION. THE RELEASED DECK
000262*                   HEADERS NOW CARRY THE OPERATOR ID AS
000262*                   THEIR SOURCE IN PLACE OF "OPERATOR", SO
000262*                   EVERY RELEASE SAYS WHO MADE IT.
000262******************************************************
000262*  10/15/2026 RH    HONORS THE BATCH WINDOW FACTDRVR HOLDS
000262*                   WHILE THE NIGHTLY STREAM RUNS. THE
000262*                   OPERATOR IS TOLD AT SIGN-ON IF IT IS
000262*                   OPEN, AND EVERY CHOICE THAT CHANGES THE
000262*                   QUEUE (ADDS, DELETES, WORKING THE
000262*                   REJECTS, THE RELEASE) CHECKS IT AGAIN
000262*                   AND IS REFUSED WHILE IT IS OPEN, SO THE
000262*                   DECKS CANNOT CHANGE UNDER THE STREAM.
000262*                   BROWSING IS STILL ALLOWED.
000263******************************************************
000264*
000270 ENVIRONMENT DIVISION.
001320     05  MENU-HOLD-N         PIC 9(04)      COMP VALUE ZERO.
001330     05  MENU-HOLD-R         PIC 9(04)      COMP VALUE ZERO.
001340*
001341*  PARAMETER AREA FOR THE FACTSIGN SIGN-ON SUBROUTINE - THE
001341*  SIGNED-ON OPERATOR, DEPARTMENT AND FUNCTION FLAGS COME
001341*  BACK IN IT.
001341 01  MENU-SIGN-AREA.
001342     05  MENU-SIGN-REQUEST   PIC X(01)      VALUE "S".
001342     05  MENU-SIGN-PROGRAM   PIC X(08)      VALUE "FACTMENU".
001342     05  MENU-SIGN-FUNCTION  PIC X(01)      VALUE SPACE.
001343     05  MENU-SIGN-OPERATOR-ID PIC X(08)    VALUE SPACE.
001343     05  MENU-SIGN-DEPT      PIC X(08)      VALUE SPACE.
001343     05  MENU-SIGN-FUNCTIONS.
001344         10  MENU-SIGN-INQ-FLAG PIC X(01)   VALUE "N".
001344         10  MENU-SIGN-DECK-FLAG PIC X(01)  VALUE "N".
001344             88  MENU-MAY-MAINTAIN-DECKS VALUE "Y".
001344         10  MENU-SIGN-PURGE-FLAG PIC X(01) VALUE "N".
001345         10  MENU-SIGN-CLEAR-FLAG PIC X(01) VALUE "N".
001345     05  MENU-SIGN-RESULT    PIC X(01)      VALUE "N".
001345         88  MENU-SIGN-ACCEPTED      VALUE "Y".
001346*
001346*  PARAMETER AREA FOR THE FACTWIN BATCH WINDOW SUBROUTINE.
001346 01  MENU-WIN-AREA.
001347     05  MENU-WIN-REQUEST    PIC X(01)      VALUE "Q".
001347     05  MENU-WIN-PROGRAM    PIC X(08)      VALUE "FACTMENU".
001347     05  MENU-WIN-STATE      PIC X(01)      VALUE SPACE.
001347         88  MENU-WINDOW-OPEN        VALUE "O".
001348     05  MENU-WIN-PROC-DATE  PIC 9(08)      VALUE ZERO.
001348     05  MENU-WIN-OPENED-DATE PIC 9(08)     VALUE ZERO.
001348     05  MENU-WIN-OPENED-TIME PIC 9(08)     VALUE ZERO.
001349     05  MENU-WIN-STEP-NAME  PIC X(10)      VALUE SPACE.
001349     05  MENU-WIN-RESULT     PIC X(01)      VALUE SPACE.
001349*
001350 01  MENU-RUN-DATE           PIC 9(08)      VALUE ZERO.
001355*
001360 77  MENU-EDIT-N             PIC 9(04)      VALUE ZERO.
001490******************************************************
001500 0000-MAINLINE-PARA.
001510     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
001511     IF NOT MENU-SIGN-ACCEPTED
001512         DISPLAY "FACTMENU FINISHED" UPON CRT
001513         GO TO 0000-EXIT
001514     END-IF.
001520     PERFORM 2000-MENU-PARA THRU 2000-EXIT
001530         UNTIL MENU-EXIT-REQUESTED.
001540     PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT.
001570*
001580******************************************************
001590*  1000-INITIALIZE-PARA
001591*  SIGNS THE OPERATOR ON - NOTHING IS LOADED FOR AN
001592*  OPERATOR WHO IS REFUSED - THEN
001600*  PICKS UP TODAY'S DATE FOR THE RELEASE HEADERS AND
001610*  LOADS THE CURRENT WORKLIST AND COMBIN DECKS, IF ANY,
001620*  INTO THE MAINTENANCE TABLES. THE OPERATOR IS WARNED
001621*  WHEN THE BATCH WINDOW IS OPEN.
001630******************************************************
001640 1000-INITIALIZE-PARA.
001650     ACCEPT MENU-RUN-DATE FROM DATE YYYYMMDD.
001651     PERFORM 1300-SIGN-ON-PARA THRU 1300-EXIT.
001652     IF NOT MENU-SIGN-ACCEPTED
001653         GO TO 1000-EXIT
001654     END-IF.
001660     PERFORM 1100-LOAD-WORKLIST-PARA THRU 1100-EXIT.
001670     PERFORM 1200-LOAD-COMBIN-PARA THRU 1200-EXIT.
001680     DISPLAY "FACTORIALS WORK QUEUE MAINTENANCE" UPON CRT.
001700         UPON CRT.
001710     DISPLAY "COMBIN PAIRS LOADED:     " MENU-CB-COUNT
001720         UPON CRT.
001721     PERFORM 1400-CHECK-WINDOW-PARA THRU 1400-EXIT.
001722     IF MENU-WINDOW-OPEN
001723         DISPLAY "BATCH WINDOW IS OPEN FOR THE STREAM OF "
001724             MENU-WIN-PROC-DATE " - THE QUEUE MAY BE BROWSED "
001725             "BUT NOT CHANGED" UPON CRT
001726     END-IF.
001730 1000-EXIT.
001740     EXIT.
001750*
002870     EXIT.
002880*
002890******************************************************
002891*  1300-SIGN-ON-PARA
002891*  SIGNS THE OPERATOR ON THROUGH FACTSIGN. THE PROFILE'S
002891*  DECK MAINTENANCE FUNCTION IS CHECKED CHOICE BY CHOICE
002892*  IN 2000-MENU-PARA, SO AN INQUIRY-ONLY OPERATOR CAN
002892*  STILL BROWSE THE QUEUE.
002892******************************************************
002893 1300-SIGN-ON-PARA.
002893     MOVE "S" TO MENU-SIGN-REQUEST.
002894     CALL "FACTSIGN" USING MENU-SIGN-AREA.
002894 1300-EXIT.
002894     EXIT.
002895*
002895******************************************************
002896*  1400-CHECK-WINDOW-PARA
002896*  ASKS FACTWIN WHETHER THE BATCH WINDOW IS OPEN.
002896******************************************************
002897 1400-CHECK-WINDOW-PARA.
002897     MOVE "Q" TO MENU-WIN-REQUEST.
002898     CALL "FACTWIN" USING MENU-WIN-AREA.
002898 1400-EXIT.
002898     EXIT.
002899*
002899******************************************************
002900*  2000-MENU-PARA
002910*  SHOWS THE MENU, ACCEPTS ONE CHOICE, AND ROUTES IT.
002920*  THREE UNRECOGNIZED CHOICES IN A ROW END THE SESSION
002930*  WITHOUT RELEASING, SO A DEAD TERMINAL CANNOT LEAVE THE
002940*  PROGRAM LOOPING ALL NIGHT.
002941*  A CHOICE THAT CHANGES THE QUEUE IS REFUSED UNLESS THE
002942*  OPERATOR'S PROFILE CARRIES DECK MAINTENANCE, AND IS
002943*  REFUSED WHILE THE BATCH WINDOW IS OPEN.
002950******************************************************
002960 2000-MENU-PARA.
002970     DISPLAY " " UPON CRT.
003060     DISPLAY "ENTER CHOICE: " UPON CRT.
003070     MOVE SPACE TO MENU-CHOICE.
003080     ACCEPT MENU-CHOICE FROM CRT.
003081     IF NOT MENU-MAY-MAINTAIN-DECKS
003081         AND (MENU-CHOICE = "2" OR "3" OR "5" OR "6"
003082              OR "7" OR "8")
003083         PERFORM 2100-REFUSE-MAINTENANCE-PARA THRU 2100-EXIT
003083         GO TO 2000-EXIT
003084     END-IF.
003085     IF MENU-CHOICE = "2" OR "3" OR "5" OR "6" OR "7" OR "8"
003085         PERFORM 1400-CHECK-WINDOW-PARA THRU 1400-EXIT
003086         IF MENU-WINDOW-OPEN
003087             PERFORM 2200-REFUSE-WINDOW-PARA THRU 2200-EXIT
003087             GO TO 2000-EXIT
003088         END-IF
003089     END-IF.
003090     EVALUATE MENU-CHOICE
003100         WHEN "1"
003110             MOVE ZERO TO MENU-BAD-CHOICE-COUNT
003410             END-IF
003420     END-EVALUATE.
003430 2000-EXIT.
003431     EXIT.
003431*
003431******************************************************
003431*  2100-REFUSE-MAINTENANCE-PARA
003432*  REFUSES A QUEUE-CHANGING CHOICE FOR AN OPERATOR WITHOUT
003432*  DECK MAINTENANCE AND LOGS THE REFUSAL AS A VIOLATION.
003432******************************************************
003433 2100-REFUSE-MAINTENANCE-PARA.
003433     DISPLAY "FACT0126-E OPERATOR " MENU-SIGN-OPERATOR-ID
003433         " IS NOT AUTHORIZED FOR DECK MAINTENANCE" UPON CRT.
003434     MOVE "R" TO MENU-SIGN-REQUEST.
003434     MOVE "D" TO MENU-SIGN-FUNCTION.
003434     CALL "FACTSIGN" USING MENU-SIGN-AREA.
003435 2100-EXIT.
003435     EXIT.
003435*
003436******************************************************
003436*  2200-REFUSE-WINDOW-PARA
003436*  REFUSES A QUEUE-CHANGING CHOICE WHILE THE NIGHTLY
003437*  STREAM HOLDS THE BATCH WINDOW.
003437******************************************************
003437 2200-REFUSE-WINDOW-PARA.
003438     DISPLAY "FACT0163-E DECK MAINTENANCE REFUSED - THE "
003438         "NIGHTLY STREAM IS RUNNING (STEP "
003438         MENU-WIN-STEP-NAME ")" UPON CRT.
003439     DISPLAY "FACT0163-E THE QUEUE MAY BE CHANGED AGAIN "
003439         "WHEN THE STREAM ENDS" UPON CRT.
003439 2200-EXIT.
003440     EXIT.
003450*
003460******************************************************
006080*  5000-RELEASE-PARA
006090*  WRITES BOTH DECKS BACK OUT IN THE HEADER/TRAILER LAYOUT
006100*  THE FACTEDIT FRONT-END EDIT BALANCES - HEADER WITH
006110*  TODAY'S DATE AND THE SIGNED-ON OPERATOR ID AS THE
006111*  SOURCE, ONE DETAIL PER QUEUED VALUE, TRAILER WITH THE
006120*  DETAIL COUNT.
006130******************************************************
006140 5000-RELEASE-PARA.
006150     OPEN OUTPUT WRAW-FILE.
006210     MOVE SPACES TO WRAW-RECORD.
006220     MOVE "H" TO WRAW-TYPE.
006230     MOVE MENU-RUN-DATE TO WRAW-HDR-DATE.
006240     MOVE MENU-SIGN-OPERATOR-ID TO WRAW-HDR-SOURCE.
006250     WRITE WRAW-RECORD.
006260     PERFORM 5100-WRITE-ONE-WL-PARA THRU 5100-EXIT
006270         VARYING MENU-I FROM 1 BY 1
006400     MOVE SPACES TO CRAW-RECORD.
006410     MOVE "H" TO CRAW-TYPE.
006420     MOVE MENU-RUN-DATE TO CRAW-HDR-DATE.
006430     MOVE MENU-SIGN-OPERATOR-ID TO CRAW-HDR-SOURCE.
006440     WRITE CRAW-RECORD.
006450     PERFORM 5200-WRITE-ONE-CB-PARA THRU 5200-EXIT
006460         VARYING MENU-I FROM 1 BY 1
