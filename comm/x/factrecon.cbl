000293*                   SO THE BALANCING STEP SCALES WITH THE
000294*                   WORKLIST INSTEAD OF ABENDING AT A
000295*                   RECORD COUNT.
000295******************************************************
000295*  10/15/2026 RH    AUDIT RECORD LAYOUT EXTENDED TO THE FULL
000295*                   80 BYTES NOW WRITTEN - THE OPERATOR ID,
000295*                   SEQUENCE NUMBER AND CHAIN HASH - SO EVERY
000295*                   RECORD IS READ WHOLE.
000296******************************************************
000297*
000300 ENVIRONMENT DIVISION.
001160     05  AUDIT-R-VALUE       PIC 9(05).
001170     05  FILLER              PIC X(01).
001180     05  AUDIT-RESULT-2      PIC 9(09).
001181     05  FILLER              PIC X(01).
001182     05  AUDIT-OPERATOR-ID   PIC X(08).
001183     05  FILLER              PIC X(01).
001184     05  AUDIT-SEQ-NO        PIC 9(09).
001185     05  FILLER              PIC X(01).
001186     05  AUDIT-CHAIN-HASH    PIC 9(09).
001190*
001200 FD  RPT-FILE
001210     LABEL RECORDS ARE STANDARD.
