000220*                   OUT-OF-BALANCE NIGHTS - SO MANAGEMENT
000230*                   QUESTIONS STOP BEING ANSWERED FROM
000240*                   SAVED PRINTER OUTPUT.
000241******************************************************
000242*  10/15/2026 RH    ENDS WITH GOBACK INSTEAD OF STOP RUN SO
000243*                   THE FACTDRVR JOB-STREAM DRIVER CAN CALL
000244*                   THIS PROGRAM AS A STEP OF THE NIGHTLY
000245*                   STREAM BUILT FROM THE BUSINESS CALENDAR.
000250******************************************************
000260*
000270 ENVIRONMENT DIVISION.
002220     PERFORM 8000-PRINT-TOTALS-PARA THRU 8000-EXIT.
002230     PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT.
002240 0000-EXIT.
002250     GOBACK.
002260*
002270******************************************************
002280*  1000-INITIALIZE-PARA
