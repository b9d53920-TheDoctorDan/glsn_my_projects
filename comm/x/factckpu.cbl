000190*                     C - FORCE-CLEAR THE LOG FOR A FULL
000200*                         RERUN
000210*                   ANY NUMBER OF CARDS MAY BE STACKED.
000211******************************************************
000212*  10/15/2026 RH    THE OPERATOR NOW SIGNS ON THROUGH THE
000213*                   FACTSIGN SECURITY SUBROUTINE BEFORE ANY
000214*                   CARD IS READ - A REFUSED SIGN-ON ENDS THE
000215*                   RUN WITH CONDITION CODE 8. A C CARD NEEDS
000216*                   THE CLEAR FUNCTION IN THE OPERATOR'S
000217*                   PROFILE; A REFUSED CARD IS LOGGED AS A
000218*                   SECURITY VIOLATION AND COUNTED IN ERROR.
000220******************************************************
000230*
000240 ENVIRONMENT DIVISION.
000710         88  CKPU-NO-MORE-CARDS      VALUE "Y".
000720     05  CKPU-LIST-EOF-SWITCH PIC X(01)     VALUE "N".
000730         88  CKPU-LIST-DONE          VALUE "Y".
000731     05  CKPU-ABORT-SWITCH   PIC X(01)      VALUE "N".
000732         88  CKPU-ABORT-RUN          VALUE "Y".
000740*
000750 77  CKPU-CARDS-READ         PIC 9(04)      COMP VALUE ZERO.
000760 77  CKPU-CARDS-IN-ERROR     PIC 9(04)      COMP VALUE ZERO.
000770 77  CKPU-RECORDS-LISTED     PIC 9(04)      COMP VALUE ZERO.
000780 77  CKPU-RETURN-CODE        PIC 9(04)      COMP VALUE ZERO.
000781*
000781*  PARAMETER AREA FOR THE FACTSIGN SIGN-ON SUBROUTINE.
000782 01  CKPU-SIGN-AREA.
000782     05  CKPU-SIGN-REQUEST   PIC X(01)      VALUE "S".
000783     05  CKPU-SIGN-PROGRAM   PIC X(08)      VALUE "FACTCKPU".
000783     05  CKPU-SIGN-FUNCTION  PIC X(01)      VALUE SPACE.
000784     05  CKPU-SIGN-OPERATOR-ID PIC X(08)    VALUE SPACE.
000784     05  CKPU-SIGN-DEPT      PIC X(08)      VALUE SPACE.
000785     05  CKPU-SIGN-FUNCTIONS.
000786         10  CKPU-SIGN-INQ-FLAG PIC X(01)   VALUE "N".
000786         10  CKPU-SIGN-DECK-FLAG PIC X(01)  VALUE "N".
000787         10  CKPU-SIGN-PURGE-FLAG PIC X(01) VALUE "N".
000787         10  CKPU-SIGN-CLEAR-FLAG PIC X(01) VALUE "N".
000788             88  CKPU-MAY-CLEAR          VALUE "Y".
000788     05  CKPU-SIGN-RESULT    PIC X(01)      VALUE "N".
000789         88  CKPU-SIGN-ACCEPTED      VALUE "Y".
000790*
000800 01  CKPU-DETAIL-LINE.
000810     05  CKPU-DETAIL-LINE-CC PIC X(01)      VALUE SPACE.
001070*
001080******************************************************
001090*  1000-INITIALIZE-PARA
001100*  SIGNS THE OPERATOR ON, THEN OPENS THE FUNCTION CARD
001101*  FILE AND PRIMES THE FIRST CARD. A REFUSED OPERATOR
001102*  GETS NO CARDS PROCESSED AND CONDITION CODE 8.
001110******************************************************
001120 1000-INITIALIZE-PARA.
001121     MOVE "S" TO CKPU-SIGN-REQUEST.
001122     CALL "FACTSIGN" USING CKPU-SIGN-AREA.
001123     IF NOT CKPU-SIGN-ACCEPTED
001124         SET CKPU-ABORT-RUN TO TRUE
001125         SET CKPU-NO-MORE-CARDS TO TRUE
001126         GO TO 1000-EXIT
001127     END-IF.
001130     OPEN INPUT PARM-FILE.
001140     IF CKPU-PARM-NOT-FOUND
001150         DISPLAY "FACT0034-E NO SYSIN FUNCTION CARDS "
002190******************************************************
002200*  4000-CLEAR-CHECKPOINTS-PARA
002210*  FORCE-CLEARS THE CHECKPOINT LOG SO THE NEXT RUN IS A
002220*  FULL RERUN WITH NOTHING SKIPPED. THE CARD IS REFUSED
002221*  UNLESS THE OPERATOR'S PROFILE CARRIES THE CLEAR
002222*  FUNCTION.
002230******************************************************
002240 4000-CLEAR-CHECKPOINTS-PARA.
002241     IF NOT CKPU-MAY-CLEAR
002242         DISPLAY "FACT0129-E OPERATOR " CKPU-SIGN-OPERATOR-ID
002243             " IS NOT AUTHORIZED TO CLEAR CHECKPOINTS" UPON CRT
002244         MOVE "R" TO CKPU-SIGN-REQUEST
002245         MOVE "C" TO CKPU-SIGN-FUNCTION
002246         CALL "FACTSIGN" USING CKPU-SIGN-AREA
002247         ADD 1 TO CKPU-CARDS-IN-ERROR
002248         GO TO 4000-EXIT
002249     END-IF.
002250     OPEN OUTPUT CHECKPOINT-FILE.
002260     IF NOT CKPU-CKPT-OK
002270         DISPLAY "FACT0038-E CHECKPOINT CLEAR FAILED, "
002370******************************************************
002380*  9000-TERMINATE-PARA
002390*  CLOSES THE CARD FILE, SETS THE CONDITION CODE - 0 WHEN
002400*  EVERY CARD WAS HONORED, 4 WHEN ANY CARD WAS IN ERROR,
002410*  8 WHEN THE OPERATOR WAS REFUSED - AND ENDS THE RUN.
002420******************************************************
002430 9000-TERMINATE-PARA.
002440     CLOSE PARM-FILE.
002460     IF CKPU-CARDS-IN-ERROR > ZERO
002470         MOVE 4 TO CKPU-RETURN-CODE
002480     END-IF.
002481     IF CKPU-ABORT-RUN
002482         MOVE 8 TO CKPU-RETURN-CODE
002483     END-IF.
002490     MOVE CKPU-RETURN-CODE TO RETURN-CODE.
002500     DISPLAY "FACTCKPU FINISHED, CONDITION CODE "
002510         CKPU-RETURN-CODE UPON CRT.
