000300*                         FACTAUDT AS A TYPE "V" RECORD
000310*                   SO THE CACHE CAN BE CERTIFIED THE SAME
000320*                   WAY FACTRECON CERTIFIES THE EXTRACT.
000321******************************************************
000321*  10/15/2026 RH    THE AUDIT RECORD GROWS TO 80 BYTES
000322*                   (OPERATOR, SEQUENCE NUMBER AND CHAIN
000323*                   HASH). THE TYPE "V" REPAIR RECORDS ARE
000324*                   NOW NUMBERED AND CHAINED THROUGH THE
000325*                   FACTCHN AUDIT CHAIN SUBROUTINE.
000325******************************************************
000326*  10/15/2026 RH    ENDS WITH GOBACK INSTEAD OF STOP RUN SO
000327*                   THE FACTDRVR JOB-STREAM DRIVER CAN CALL
000328*                   THIS PROGRAM AS A STEP OF THE NIGHTLY
000329*                   STREAM BUILT FROM THE BUSINESS CALENDAR.
000330******************************************************
000340*
000350 ENVIRONMENT DIVISION.
000800     05  AUDIT-R-VALUE       PIC 9(05).
000810     05  FILLER              PIC X(01).
000820     05  AUDIT-RESULT-2      PIC 9(09).
000821     05  FILLER              PIC X(01).
000822     05  AUDIT-OPERATOR-ID   PIC X(08).
000823     05  FILLER              PIC X(01).
000824     05  AUDIT-SEQ-NO        PIC 9(09).
000825     05  FILLER              PIC X(01).
000826     05  AUDIT-CHAIN-HASH    PIC 9(09).
000830*
000840 FD  PARM-FILE
000850     LABEL RECORDS ARE STANDARD.
001860     05  VRFY-BLANK-LINE-CC  PIC X(01)      VALUE SPACE.
001870     05  FILLER              PIC X(79)      VALUE SPACE.
001880*
001881*  PARAMETER AREA FOR THE FACTCHN AUDIT CHAIN SUBROUTINE.
001881 01  VRFY-CHAIN-AREA.
001882     05  VRFY-CHAIN-REQUEST  PIC X(01)      VALUE "O".
001883     05  VRFY-CHAIN-PROGRAM  PIC X(08)      VALUE "FACTVRFY".
001884     05  VRFY-CHAIN-LAST-SEQ PIC 9(09)      VALUE ZERO.
001884     05  VRFY-CHAIN-LAST-HASH PIC 9(09)     VALUE ZERO.
001885     05  VRFY-CHAIN-BASE-SEQ PIC 9(09)      VALUE ZERO.
001886     05  VRFY-CHAIN-BASE-HASH PIC 9(09)     VALUE ZERO.
001887     05  VRFY-CHAIN-CHECK-HASH PIC 9(09)    VALUE ZERO.
001887     05  VRFY-CHAIN-RESULT   PIC X(01)      VALUE SPACE.
001888     05  VRFY-CHAIN-IMAGE    PIC X(80)      VALUE SPACE.
001889*
001890 PROCEDURE DIVISION.
001900*
001910******************************************************
002030     PERFORM 8000-CERTIFY-PARA THRU 8000-EXIT.
002040     PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT.
002050 0000-EXIT.
002060     GOBACK.
002070*
002080******************************************************
002090*  1000-INITIALIZE-PARA
002780*
002790******************************************************
002800*  1200-OPEN-AUDIT-PARA
002810*  PICKS UP THE AUDIT CHAIN AND OPENS THE AUDIT FILE FOR
002820*  THE TYPE "V" REPAIR TRAIL. AN AUDIT FILE THAT WILL NOT
002830*  OPEN DROPS THE RUN BACK TO REPORT ONLY - A REPAIR
002840*  WITHOUT ITS AUDIT RECORD IS NOT A REPAIR THIS SHOP
002841*  MAKES.
002850******************************************************
002860 1200-OPEN-AUDIT-PARA.
002861     MOVE "O" TO VRFY-CHAIN-REQUEST.
002862     CALL "FACTCHN" USING VRFY-CHAIN-AREA.
002870     OPEN EXTEND AUDIT-FILE.
002880     IF VRFY-AUDIT-NOT-FOUND
002890         MOVE "00" TO VRFY-AUDIT-STATUS
004570     MOVE "V" TO AUDIT-REC-TYPE.
004580     MOVE ZERO TO AUDIT-R-VALUE.
004590     MOVE ZERO TO AUDIT-RESULT-2.
004600     PERFORM 5100-CHAIN-AUDIT-PARA THRU 5100-EXIT.
004610 5000-EXIT.
004611     EXIT.
004611*
004612******************************************************
004613*  5100-CHAIN-AUDIT-PARA
004613*  APPENDS THE AUDIT RECORD JUST BUILT UNDER THE NEXT
004614*  SEQUENCE NUMBER AND CHAIN HASH FROM FACTCHN.
004615******************************************************
004615 5100-CHAIN-AUDIT-PARA.
004616     MOVE "N" TO VRFY-CHAIN-REQUEST.
004617     MOVE AUDIT-RECORD TO VRFY-CHAIN-IMAGE.
004617     CALL "FACTCHN" USING VRFY-CHAIN-AREA.
004618     WRITE AUDIT-RECORD FROM VRFY-CHAIN-IMAGE.
004619 5100-EXIT.
004620     EXIT.
004630*
004640******************************************************
005920     CLOSE RPT-FILE.
005930     IF VRFY-MODE-FIX
005940         CLOSE AUDIT-FILE
005941         MOVE "C" TO VRFY-CHAIN-REQUEST
005942         CALL "FACTCHN" USING VRFY-CHAIN-AREA
005950     END-IF.
005960     MOVE ZERO TO VRFY-RETURN-CODE.
005970     IF VRFY-STRUCT-COUNT > ZERO
