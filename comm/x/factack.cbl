000250*                   CONDITION CODE 8 SO THE STREAM CANNOT
000260*                   QUIETLY IGNORE A LOST EXTRACT.
000270******************************************************
000271*  10/15/2026 RH    AGING IS NOW IN BUSINESS DAYS FROM THE
000271*                   FACTCAL BUSINESS CALENDAR - AN EXTRACT
000272*                   IS NOT ACKNOWLEDGED ONLY WHEN A WHOLE
000273*                   PROCESSING DAY HAS PASSED SINCE IT WAS
000274*                   SENT, SO A FRIDAY EXTRACT IS STILL
000275*                   PENDING ON MONDAY AND A HOLIDAY DOES NOT
000275*                   AGE ONE. WITH NO CALENDAR THE OLD REAL-
000276*                   DAY RULE STILL APPLIES, WITH A WARNING.
000277*                   ENDS WITH GOBACK SO FACTDRVR CAN RUN IT
000278*                   AS A STEP OF THE NIGHTLY STREAM.
000279******************************************************
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000420     SELECT RPT-FILE ASSIGN TO "ACKRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS ACK-RPT-STATUS.
000441     SELECT OPTIONAL CAL-FILE ASSIGN TO "FACTCAL"
000442         ORGANIZATION IS LINE SEQUENTIAL
000443         FILE STATUS IS ACK-CAL-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000730     LABEL RECORDS ARE STANDARD.
000740 01  RPT-LINE                PIC X(80).
000750*
000751*  THE BUSINESS CALENDAR - ONE RECORD PER DATE.
000751 FD  CAL-FILE
000752     LABEL RECORDS ARE STANDARD.
000753 01  CAL-RECORD.
000754     05  CAL-DATE            PIC 9(08).
000755     05  FILLER              PIC X(01).
000756     05  CAL-DAY-TYPE        PIC X(01).
000757         88  CAL-PROCESSING-DAY      VALUE "P".
000758     05  FILLER              PIC X(40).
000759*
000760 WORKING-STORAGE SECTION.
000770 01  ACK-SWITCHES.
000780     05  ACK-XMIT-STATUS     PIC X(02)      VALUE SPACE.
000910         88  ACK-ABORT-RUN           VALUE "Y".
000920     05  ACK-MATCH-SWITCH    PIC X(01)      VALUE "N".
000930         88  ACK-MATCH-FOUND         VALUE "Y".
000931     05  ACK-CAL-STATUS      PIC X(02)      VALUE SPACE.
000932         88  ACK-CAL-OK              VALUE "00".
000933         88  ACK-CAL-NOT-FOUND       VALUE "05".
000934     05  ACK-CAL-EOF-SWITCH  PIC X(01)      VALUE "N".
000935         88  ACK-NO-MORE-CAL         VALUE "Y".
000936     05  ACK-AGING-SWITCH    PIC X(01)      VALUE "B".
000937         88  ACK-BUSINESS-DAYS       VALUE "B".
000938         88  ACK-REAL-DAYS           VALUE "R".
000940*
000950*  ACK-XMIT-TABLE HOLDS EVERY LOGGED TRANSMISSION SO THE
000960*  RETURNED ACKNOWLEDGMENTS CAN BE MATCHED ONTO THEM BY RUN
001100*
001110 01  ACK-TODAY-DATE          PIC 9(08)      VALUE ZERO.
001120*
001121*  THE LAST PROCESSING DAY BEFORE TODAY ON THE BUSINESS
001122*  CALENDAR - AN UNACKNOWLEDGED EXTRACT SENT BEFORE IT HAS
001123*  HAD A WHOLE BUSINESS DAY TO COME BACK.
001124 01  ACK-LAST-PROC-DATE      PIC 9(08)      VALUE ZERO.
001125*
001126*  CALENDAR WORK AREAS - WITH NO BUSINESS CALENDAR, "OLDER
001127*  THAN A DAY" IS MEASURED IN REAL DAYS, BY THE SAME SERIAL-
001128*  DAY TECHNIQUE THE FACTARCH RETENTION CUTOFF USES.
001160 01  ACK-CNV-DATE.
001170     05  ACK-CNV-YYYY        PIC 9(04).
001180     05  ACK-CNV-MM          PIC 9(02).
002120     PERFORM 8000-PRINT-TOTALS-PARA THRU 8000-EXIT.
002130     PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT.
002140 0000-EXIT.
002150     GOBACK.
002160*
002170******************************************************
002180*  1000-INITIALIZE-PARA
002190*  OPENS THE REPORT, WRITES THE HEADING AND PICKS UP
002200*  TODAY'S DATE AND THE LAST PROCESSING DAY BEFORE IT FOR
002201*  THE AGING PASS.
002210******************************************************
002220 1000-INITIALIZE-PARA.
002230     ACCEPT ACK-TODAY-DATE FROM DATE YYYYMMDD.
002320     MOVE ACK-TODAY-DATE TO ACK-CNV-DATE.
002330     PERFORM 6000-DATE-TO-SERIAL-PARA THRU 6000-EXIT.
002340     MOVE ACK-SERIAL-DAY TO ACK-TODAY-SERIAL.
002341     PERFORM 1100-READ-CALENDAR-PARA THRU 1100-EXIT.
002350 1000-EXIT.
002351     EXIT.
002351*
002351******************************************************
002351*  1100-READ-CALENDAR-PARA
002351*  FINDS THE LAST PROCESSING DAY BEFORE TODAY ON THE
002351*  FACTCAL BUSINESS CALENDAR. WITH NO CALENDAR, OR NONE
002351*  THAT REACHES BACK BEFORE TODAY, AGING FALLS BACK TO
002351*  REAL DAYS AND THE REPORT SAYS SO.
002352******************************************************
002352 1100-READ-CALENDAR-PARA.
002352     OPEN INPUT CAL-FILE.
002352     IF ACK-CAL-NOT-FOUND
002352         CLOSE CAL-FILE
002352         DISPLAY "FACT0157-W NO FACTCAL BUSINESS CALENDAR - "
002352             "AGING IN REAL DAYS" UPON CRT
002352         PERFORM 1120-REAL-DAYS-PARA THRU 1120-EXIT
002353         GO TO 1100-EXIT
002353     END-IF.
002353     IF NOT ACK-CAL-OK
002353         DISPLAY "FACT0156-E BUSINESS CALENDAR OPEN FAILED, "
002353             "STATUS = " ACK-CAL-STATUS UPON CRT
002353         PERFORM 1120-REAL-DAYS-PARA THRU 1120-EXIT
002353         GO TO 1100-EXIT
002353     END-IF.
002354     PERFORM 1110-READ-ONE-DAY-PARA THRU 1110-EXIT
002354         UNTIL ACK-NO-MORE-CAL.
002354     CLOSE CAL-FILE.
002354     IF ACK-LAST-PROC-DATE > ZERO
002354         GO TO 1100-EXIT
002354     END-IF.
002354     DISPLAY "FACT0157-W NO PROCESSING DAY BEFORE "
002354         ACK-TODAY-DATE " ON THE BUSINESS CALENDAR - AGING "
002355         "IN REAL DAYS" UPON CRT.
002355     PERFORM 1120-REAL-DAYS-PARA THRU 1120-EXIT.
002355 1100-EXIT.
002355     EXIT.
002355*
002355******************************************************
002355*  1110-READ-ONE-DAY-PARA
002356*  READS ONE CALENDAR RECORD AND KEEPS THE LATEST
002356*  PROCESSING DAY THAT FALLS BEFORE TODAY.
002356******************************************************
002356 1110-READ-ONE-DAY-PARA.
002356     READ CAL-FILE
002356         AT END
002356             SET ACK-NO-MORE-CAL TO TRUE
002356             GO TO 1110-EXIT
002357     END-READ.
002357     IF CAL-DATE NUMERIC
002357         AND CAL-PROCESSING-DAY
002357         AND CAL-DATE < ACK-TODAY-DATE
002357         AND CAL-DATE > ACK-LAST-PROC-DATE
002357         MOVE CAL-DATE TO ACK-LAST-PROC-DATE
002357     END-IF.
002357 1110-EXIT.
002358     EXIT.
002358*
002358******************************************************
002358*  1120-REAL-DAYS-PARA
002358*  SWITCHES AGING TO REAL DAYS AND NOTES IT AT THE HEAD OF
002358*  THE REPORT.
002358******************************************************
002358 1120-REAL-DAYS-PARA.
002359     SET ACK-REAL-DAYS TO TRUE.
002359     MOVE "NO BUSINESS CALENDAR - AGED IN REAL DAYS" TO
002359         ACK-EXC-TEXT.
002359     MOVE SPACE TO ACK-EXC-DATA.
002359     MOVE ACK-EXC-LINE TO RPT-LINE.
002359     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
002359 1120-EXIT.
002360     EXIT.
002370*
002380******************************************************
003710*  4000-AGE-AND-REPORT-PARA
003720*  PRINTS ONE LINE PER LOGGED TRANSMISSION WITH ITS
003730*  ACKNOWLEDGMENT STATUS - ACKNOWLEDGED, LOADED SHORT OR
003740*  LONG, NOT ACKNOWLEDGED (A WHOLE BUSINESS DAY HAS PASSED
003750*  SINCE IT WAS SENT), OR PENDING (ACK STILL IN TRANSIT).
003760******************************************************
003770 4000-AGE-AND-REPORT-PARA.
003780     IF ACK-XMIT-COUNT = ZERO
004150                 ADD 1 TO ACK-SHORT-COUNT
004160         END-EVALUATE
004170     ELSE
004171         PERFORM 4200-AGE-ONE-XMIT-PARA THRU 4200-EXIT
004171     END-IF.
004171     MOVE ACK-DET-LINE TO RPT-LINE.
004172     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
004172 4100-EXIT.
004173     EXIT.
004173*
004174******************************************************
004174*  4200-AGE-ONE-XMIT-PARA
004174*  AGES ONE UNACKNOWLEDGED TRANSMISSION. BY THE BUSINESS
004175*  CALENDAR IT IS OVERDUE WHEN IT WAS SENT BEFORE THE LAST
004175*  PROCESSING DAY, SO A WHOLE BUSINESS DAY HAS GONE BY;
004176*  WITHOUT ONE, WHEN IT WAS SENT BEFORE TODAY.
004176******************************************************
004177 4200-AGE-ONE-XMIT-PARA.
004177     MOVE "PENDING" TO ACK-DET-STATUS.
004177     IF ACK-BUSINESS-DAYS
004178         IF ACK-ENT-DATE(ACK-I) < ACK-LAST-PROC-DATE
004178             MOVE "NOT ACKNOWLEDGED" TO ACK-DET-STATUS
004179         END-IF
004179     ELSE
004180         MOVE ACK-ENT-DATE(ACK-I) TO ACK-CNV-DATE
004190         PERFORM 6000-DATE-TO-SERIAL-PARA THRU 6000-EXIT
004200         IF ACK-SERIAL-DAY < ACK-TODAY-SERIAL
004210             MOVE "NOT ACKNOWLEDGED" TO ACK-DET-STATUS
004260         END-IF
004270     END-IF.
004271     IF ACK-DET-STATUS = "PENDING"
004272         ADD 1 TO ACK-PENDING-COUNT
004273     ELSE
004274         ADD 1 TO ACK-UNACKED-COUNT
004275     END-IF.
004276 4200-EXIT.
004310     EXIT.
004320*
004330******************************************************
005070     MOVE "LOADED SHORT OR LONG:" TO ACK-SUM-TEXT.
005080     MOVE ACK-SHORT-COUNT TO ACK-SUM-COUNT.
005090     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
005100     MOVE "NOT ACKNOWLEDGED, OVERDUE:" TO ACK-SUM-TEXT.
005120     MOVE ACK-UNACKED-COUNT TO ACK-SUM-COUNT.
005130     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
005140     MOVE "PENDING, WITHIN A BUSINESS DAY:" TO
005141         ACK-SUM-TEXT.
005150     MOVE ACK-PENDING-COUNT TO ACK-SUM-COUNT.
005160     PERFORM 8100-WRITE-SUM-LINE-PARA THRU 8100-EXIT.
005170     MOVE "ACKS FOR EXTRACTS NEVER SENT:" TO ACK-SUM-TEXT.
005380*  9000-TERMINATE-PARA
005390*  CLOSES THE REPORT, SETS THE CONDITION CODE - 0 WHEN
005400*  EVERY AGED EXTRACT WAS ACKNOWLEDGED IN FULL, 8 WHEN ANY
005410*  EXTRACT WENT UNACKNOWLEDGED PAST ITS DAY, WAS LOADED
005420*  SHORT OR LONG, DREW AN ORPHAN ACK, OR THE RUN WAS
005430*  ABORTED - AND ENDS THE RUN.
005440******************************************************
