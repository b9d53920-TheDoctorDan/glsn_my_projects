000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FACTCHN.
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
000130*  10/15/2026 RH    ORIGINAL PROGRAM - AUDIT CHAIN
000140*                   SUBROUTINE. EVERY FACTAUDT RECORD NOW
000150*                   CARRIES A SEQUENCE NUMBER AND A RUNNING
000160*                   HASH THAT CHAINS IT TO THE RECORD
000170*                   BEFORE IT, SO A RECORD DELETED,
000180*                   INSERTED OR EDITED AFTER THE FACT
000190*                   BREAKS THE CHAIN. EVERY PROGRAM THAT
000200*                   WRITES FACTAUDT (FACTORIALS, FACTINQ,
000210*                   FACTVRFY, FACTMNT) NUMBERS AND HASHES
000220*                   ITS RECORDS THROUGH THIS ONE ROUTINE,
000230*                   AND FACTCERT CHECKS THEM WITH IT, SO
000240*                   THERE IS ONLY ONE HASH. THE FACTAUDC
000250*                   CHAIN CONTROL RECORD KEEPS THE LAST
000260*                   SEQUENCE NUMBER AND HASH WRITTEN AND THE
000270*                   BASE OF THE TRAIL - THE LAST RECORD
000280*                   FACTARCH MOVED TO THE FACTARCV ARCHIVE.
000290*                   CALLED WITH ONE PARAMETER AREA:
000300*                     REQUEST "O" - OPEN THE CHAIN; RETURNS
000310*                                   THE LAST SEQUENCE
000320*                                   NUMBER AND HASH - THE
000330*                                   HIGHER OF THE CONTROL
000340*                                   RECORD AND THE TAIL OF
000350*                                   FACTAUDT - AND THE BASE
000360*                     REQUEST "N" - NUMBER AND HASH THE
000370*                                   AUDIT IMAGE PASSED AND
000380*                                   ADVANCE THE CHAIN
000390*                     REQUEST "K" - COMPUTE THE HASH OF THE
000400*                                   IMAGE PASSED FROM THE
000410*                                   LAST HASH PASSED, INTO
000420*                                   THE CHECK HASH; NOTHING
000430*                                   ELSE IS CHANGED
000440*                     REQUEST "C" - CLOSE THE CHAIN;
000450*                                   REWRITES THE CONTROL
000460*                                   RECORD WITH THE LAST
000470*                                   SEQUENCE NUMBER AND HASH
000480*                     REQUEST "R" - READ THE CONTROL RECORD
000490*                                   ONLY, RESULT "N" WHEN
000500*                                   THERE IS NONE
000510*                     REQUEST "B" - SET A NEW BASE AFTER AN
000520*                                   ARCHIVE PASS
000530******************************************************
000540*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SPECIAL-NAMES.
000580     CONSOLE IS CRT.
000590*
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "FACTAUDT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS CHN-AUDIT-STATUS.
000650     SELECT OPTIONAL CTL-FILE ASSIGN TO "FACTAUDC"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS CHN-CTL-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  AUDIT-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  AUDIT-RECORD.
000740     05  FILLER              PIC X(61).
000750     05  AUDIT-SEQ-NO        PIC 9(09).
000760     05  FILLER              PIC X(01).
000770     05  AUDIT-CHAIN-HASH    PIC 9(09).
000780*
000790*  ONE RECORD - THE STATE OF THE CHAIN AS OF THE LAST
000800*  PROGRAM TO CLOSE IT.
000810 FD  CTL-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  CTL-RECORD.
000840     05  CTL-LAST-SEQ        PIC 9(09).
000850     05  FILLER              PIC X(01).
000860     05  CTL-LAST-HASH       PIC 9(09).
000870     05  FILLER              PIC X(01).
000880     05  CTL-BASE-SEQ        PIC 9(09).
000890     05  FILLER              PIC X(01).
000900     05  CTL-BASE-HASH       PIC 9(09).
000910     05  FILLER              PIC X(01).
000920     05  CTL-UPDATED-DATE    PIC 9(08).
000930     05  FILLER              PIC X(01).
000940     05  CTL-UPDATED-TIME    PIC 9(08).
000950     05  FILLER              PIC X(01).
000960     05  CTL-UPDATED-BY      PIC X(08).
000970*
000980 WORKING-STORAGE SECTION.
000990 01  CHN-SWITCHES.
001000     05  CHN-AUDIT-STATUS    PIC X(02)      VALUE SPACE.
001010         88  CHN-AUDIT-OK            VALUE "00".
001020         88  CHN-AUDIT-NOT-FOUND     VALUE "05".
001030     05  CHN-CTL-STATUS      PIC X(02)      VALUE SPACE.
001040         88  CHN-CTL-OK              VALUE "00".
001050         88  CHN-CTL-NOT-FOUND       VALUE "05".
001060     05  CHN-AUDIT-EOF-SWITCH PIC X(01)     VALUE "N".
001070         88  CHN-NO-MORE-AUDIT       VALUE "Y".
001080*
001090*  THE HASH IS TAKEN OVER THE FIRST 70 BYTES OF THE AUDIT
001100*  RECORD - EVERY FIELD, THE SEQUENCE NUMBER INCLUDED, UP
001110*  TO THE HASH ITSELF. EACH BYTE'S VALUE IS PICKED UP
001120*  THROUGH A HALFWORD WHOSE HIGH-ORDER BYTE IS ALWAYS
001130*  LOW-VALUE. THE MODULUS IS THE LARGEST PRIME THAT FITS
001140*  NINE DIGITS.
001150 77  CHN-HASHED-LENGTH       PIC 9(04)      COMP VALUE 70.
001160 77  CHN-MULTIPLIER          PIC 9(04)      COMP VALUE 31.
001170 77  CHN-MODULUS             PIC 9(09)      COMP
001180                             VALUE 999999937.
001190 77  CHN-I                   PIC 9(04)      COMP VALUE ZERO.
001200 77  CHN-HASH                PIC 9(09)      COMP VALUE ZERO.
001210 77  CHN-WORK                PIC 9(12)      COMP VALUE ZERO.
001220 77  CHN-QUOTIENT            PIC 9(12)      COMP VALUE ZERO.
001230*
001240 01  CHN-BYTE-PAIR.
001250     05  CHN-BYTE-HIGH       PIC X(01)      VALUE LOW-VALUE.
001260     05  CHN-BYTE-LOW        PIC X(01)      VALUE LOW-VALUE.
001270 01  CHN-BYTE-VALUE REDEFINES CHN-BYTE-PAIR
001280                             PIC 9(04)      COMP.
001290*
001300 01  CHN-TAIL-DATA.
001310     05  CHN-TAIL-SEQ        PIC 9(09)      VALUE ZERO.
001320     05  CHN-TAIL-HASH       PIC 9(09)      VALUE ZERO.
001330*
001340 01  CHN-RUN-STAMP.
001350     05  CHN-RUN-DATE        PIC 9(08)      VALUE ZERO.
001360     05  CHN-RUN-TIME        PIC 9(08)      VALUE ZERO.
001370*
001380 LINKAGE SECTION.
001390 01  CHN-PARMS.
001400     05  CHN-REQUEST         PIC X(01).
001410         88  CHN-REQ-OPEN            VALUE "O".
001420         88  CHN-REQ-NEXT            VALUE "N".
001430         88  CHN-REQ-CHECK           VALUE "K".
001440         88  CHN-REQ-CLOSE           VALUE "C".
001450         88  CHN-REQ-READ            VALUE "R".
001460         88  CHN-REQ-BASE            VALUE "B".
001470     05  CHN-PROGRAM         PIC X(08).
001480     05  CHN-LAST-SEQ        PIC 9(09).
001490     05  CHN-LAST-HASH       PIC 9(09).
001500     05  CHN-BASE-SEQ        PIC 9(09).
001510     05  CHN-BASE-HASH       PIC 9(09).
001520     05  CHN-CHECK-HASH      PIC 9(09).
001530     05  CHN-RESULT          PIC X(01).
001540         88  CHN-DONE                VALUE "Y".
001550         88  CHN-NOT-DONE            VALUE "N".
001560     05  CHN-IMAGE.
001570         10  FILLER          PIC X(61).
001580         10  CHN-IMG-SEQ-NO  PIC 9(09).
001590         10  FILLER          PIC X(01).
001600         10  CHN-IMG-HASH    PIC 9(09).
001610     05  CHN-IMAGE-BYTES REDEFINES CHN-IMAGE.
001620         10  CHN-IMG-BYTE    PIC X(01)      OCCURS 80 TIMES.
001630*
001640 PROCEDURE DIVISION USING CHN-PARMS.
001650*
001660******************************************************
001670*  0000-MAINLINE-PARA
001680*  ROUTES THE CALLER'S REQUEST AND RETURNS TO THE CALLER.
001690******************************************************
001700 0000-MAINLINE-PARA.
001710     SET CHN-DONE TO TRUE.
001720     EVALUATE TRUE
001730         WHEN CHN-REQ-OPEN
001740             PERFORM 1000-OPEN-CHAIN-PARA THRU 1000-EXIT
001750         WHEN CHN-REQ-NEXT
001760             PERFORM 2000-NEXT-LINK-PARA THRU 2000-EXIT
001770         WHEN CHN-REQ-CHECK
001780             PERFORM 3000-CHECK-LINK-PARA THRU 3000-EXIT
001790         WHEN CHN-REQ-CLOSE
001800             PERFORM 4000-CLOSE-CHAIN-PARA THRU 4000-EXIT
001810         WHEN CHN-REQ-READ
001820             PERFORM 1100-READ-CONTROL-PARA THRU 1100-EXIT
001830         WHEN CHN-REQ-BASE
001840             PERFORM 5000-SET-BASE-PARA THRU 5000-EXIT
001850         WHEN OTHER
001860             SET CHN-NOT-DONE TO TRUE
001870     END-EVALUATE.
001880 0000-EXIT.
001890     GOBACK.
001900*
001910******************************************************
001920*  1000-OPEN-CHAIN-PARA
001930*  FINDS WHERE THE CHAIN LEFT OFF. THE CONTROL RECORD IS
001940*  READ FIRST, THEN FACTAUDT IS READ TO ITS END FOR THE
001950*  LAST NUMBERED RECORD. A WRITER THAT ENDED WITHOUT
001960*  CLOSING THE CHAIN LEAVES THE FILE AHEAD OF THE CONTROL
001970*  RECORD, AND THE FILE WINS. RECORDS MISSING FROM THE END
001980*  OF THE FILE LEAVE THE CONTROL RECORD AHEAD, AND THE
001990*  CONTROL RECORD WINS - THE GAP STAYS IN THE NUMBERING
002000*  FOR FACTCERT TO FIND RATHER THAN BEING NUMBERED OVER.
002010******************************************************
002020 1000-OPEN-CHAIN-PARA.
002030     PERFORM 1100-READ-CONTROL-PARA THRU 1100-EXIT.
002040     MOVE ZERO TO CHN-TAIL-SEQ.
002050     MOVE ZERO TO CHN-TAIL-HASH.
002060     MOVE "N" TO CHN-AUDIT-EOF-SWITCH.
002070     OPEN INPUT AUDIT-FILE.
002080     IF CHN-AUDIT-NOT-FOUND
002090         CLOSE AUDIT-FILE
002100         GO TO 1000-EXIT
002110     END-IF.
002120     IF NOT CHN-AUDIT-OK
002130         DISPLAY "FACT0132-W AUDIT FILE OPEN FAILED, STATUS = "
002140             CHN-AUDIT-STATUS ", CHAIN CONTINUES FROM "
002150             "FACTAUDC" UPON CRT
002160         GO TO 1000-EXIT
002170     END-IF.
002180     PERFORM 1200-READ-ONE-AUDIT-PARA THRU 1200-EXIT
002190         UNTIL CHN-NO-MORE-AUDIT.
002200     CLOSE AUDIT-FILE.
002210     IF CHN-TAIL-SEQ > CHN-LAST-SEQ
002220         MOVE CHN-TAIL-SEQ TO CHN-LAST-SEQ
002230         MOVE CHN-TAIL-HASH TO CHN-LAST-HASH
002240     END-IF.
002250 1000-EXIT.
002260     EXIT.
002270*
002280******************************************************
002290*  1100-READ-CONTROL-PARA
002300*  READS THE FACTAUDC CHAIN CONTROL RECORD INTO THE LAST
002310*  AND BASE FIELDS. WITH NO CONTROL RECORD THE CHAIN
002320*  STARTS FROM ZERO AND THE RESULT IS "N".
002330******************************************************
002340 1100-READ-CONTROL-PARA.
002350     MOVE ZERO TO CHN-LAST-SEQ.
002360     MOVE ZERO TO CHN-LAST-HASH.
002370     MOVE ZERO TO CHN-BASE-SEQ.
002380     MOVE ZERO TO CHN-BASE-HASH.
002390     OPEN INPUT CTL-FILE.
002400     IF CHN-CTL-NOT-FOUND
002410         CLOSE CTL-FILE
002420         SET CHN-NOT-DONE TO TRUE
002430         GO TO 1100-EXIT
002440     END-IF.
002450     IF NOT CHN-CTL-OK
002460         DISPLAY "FACT0133-W CHAIN CONTROL FILE OPEN FAILED, "
002470             "STATUS = " CHN-CTL-STATUS UPON CRT
002480         SET CHN-NOT-DONE TO TRUE
002490         GO TO 1100-EXIT
002500     END-IF.
002510     READ CTL-FILE
002520         AT END
002530             SET CHN-NOT-DONE TO TRUE
002540     END-READ.
002550     CLOSE CTL-FILE.
002560     IF CHN-NOT-DONE
002570         GO TO 1100-EXIT
002580     END-IF.
002590     IF CTL-LAST-SEQ NOT NUMERIC
002600         OR CTL-LAST-HASH NOT NUMERIC
002610         OR CTL-BASE-SEQ NOT NUMERIC
002620         OR CTL-BASE-HASH NOT NUMERIC
002630         DISPLAY "FACT0133-W CHAIN CONTROL RECORD NOT NUMERIC, "
002640             "IGNORED" UPON CRT
002650         SET CHN-NOT-DONE TO TRUE
002660         GO TO 1100-EXIT
002670     END-IF.
002680     MOVE CTL-LAST-SEQ TO CHN-LAST-SEQ.
002690     MOVE CTL-LAST-HASH TO CHN-LAST-HASH.
002700     MOVE CTL-BASE-SEQ TO CHN-BASE-SEQ.
002710     MOVE CTL-BASE-HASH TO CHN-BASE-HASH.
002720 1100-EXIT.
002730     EXIT.
002740*
002750******************************************************
002760*  1200-READ-ONE-AUDIT-PARA
002770*  READS ONE AUDIT RECORD AND KEEPS IT AS THE TAIL WHEN IT
002780*  IS NUMBERED. RECORDS WRITTEN BEFORE THE CHAIN CARRY NO
002790*  SEQUENCE NUMBER AND ARE PASSED OVER.
002800******************************************************
002810 1200-READ-ONE-AUDIT-PARA.
002820     READ AUDIT-FILE
002830         AT END
002840             SET CHN-NO-MORE-AUDIT TO TRUE
002850             GO TO 1200-EXIT
002860     END-READ.
002870     IF AUDIT-SEQ-NO NOT NUMERIC
002880         OR AUDIT-CHAIN-HASH NOT NUMERIC
002890         GO TO 1200-EXIT
002900     END-IF.
002910     IF AUDIT-SEQ-NO = ZERO
002920         GO TO 1200-EXIT
002930     END-IF.
002940     MOVE AUDIT-SEQ-NO TO CHN-TAIL-SEQ.
002950     MOVE AUDIT-CHAIN-HASH TO CHN-TAIL-HASH.
002960 1200-EXIT.
002970     EXIT.
002980*
002990******************************************************
003000*  2000-NEXT-LINK-PARA
003010*  GIVES THE CALLER'S AUDIT IMAGE THE NEXT SEQUENCE NUMBER
003020*  AND ITS HASH, AND ADVANCES THE CHAIN TO IT.
003030******************************************************
003040 2000-NEXT-LINK-PARA.
003050     ADD 1 TO CHN-LAST-SEQ.
003060     MOVE CHN-LAST-SEQ TO CHN-IMG-SEQ-NO.
003070     PERFORM 6000-HASH-IMAGE-PARA THRU 6000-EXIT.
003080     MOVE CHN-HASH TO CHN-IMG-HASH.
003090     MOVE CHN-HASH TO CHN-LAST-HASH.
003100 2000-EXIT.
003110     EXIT.
003120*
003130******************************************************
003140*  3000-CHECK-LINK-PARA
003150*  RECOMPUTES THE HASH THE CALLER'S AUDIT IMAGE SHOULD
003160*  CARRY, CHAINED FROM THE LAST HASH THE CALLER PASSED.
003170******************************************************
003180 3000-CHECK-LINK-PARA.
003190     PERFORM 6000-HASH-IMAGE-PARA THRU 6000-EXIT.
003200     MOVE CHN-HASH TO CHN-CHECK-HASH.
003210 3000-EXIT.
003220     EXIT.
003230*
003240******************************************************
003250*  4000-CLOSE-CHAIN-PARA
003260*  REWRITES THE CONTROL RECORD WITH THE CALLER'S LAST
003270*  SEQUENCE NUMBER AND HASH. THE BASE IS CARRIED FORWARD
003280*  AS THE CALLER RECEIVED IT AT OPEN.
003290******************************************************
003300 4000-CLOSE-CHAIN-PARA.
003310     PERFORM 7000-WRITE-CONTROL-PARA THRU 7000-EXIT.
003320 4000-EXIT.
003330     EXIT.
003340*
003350******************************************************
003360*  5000-SET-BASE-PARA
003370*  RECORDS A NEW BASE - THE LAST RECORD AN ARCHIVE PASS
003380*  MOVED TO FACTARCV - AND KEEPS THE LAST SEQUENCE NUMBER
003390*  AND HASH ALREADY ON THE CONTROL RECORD, UNLESS THE BASE
003400*  IS BEYOND THEM.
003410******************************************************
003420 5000-SET-BASE-PARA.
003430     MOVE CHN-BASE-SEQ TO CHN-TAIL-SEQ.
003440     MOVE CHN-BASE-HASH TO CHN-TAIL-HASH.
003450     PERFORM 1100-READ-CONTROL-PARA THRU 1100-EXIT.
003460     MOVE CHN-TAIL-SEQ TO CHN-BASE-SEQ.
003470     MOVE CHN-TAIL-HASH TO CHN-BASE-HASH.
003480     IF CHN-BASE-SEQ > CHN-LAST-SEQ
003490         MOVE CHN-BASE-SEQ TO CHN-LAST-SEQ
003500         MOVE CHN-BASE-HASH TO CHN-LAST-HASH
003510     END-IF.
003520     SET CHN-DONE TO TRUE.
003530     PERFORM 7000-WRITE-CONTROL-PARA THRU 7000-EXIT.
003540 5000-EXIT.
003550     EXIT.
003560*
003570******************************************************
003580*  6000-HASH-IMAGE-PARA
003590*  HASHES THE FIRST CHN-HASHED-LENGTH BYTES OF THE IMAGE,
003600*  STARTING FROM CHN-LAST-HASH, INTO CHN-HASH.
003610******************************************************
003620 6000-HASH-IMAGE-PARA.
003630     MOVE CHN-LAST-HASH TO CHN-HASH.
003640     PERFORM 6100-HASH-ONE-BYTE-PARA THRU 6100-EXIT
003650         VARYING CHN-I FROM 1 BY 1
003660         UNTIL CHN-I > CHN-HASHED-LENGTH.
003670 6000-EXIT.
003680     EXIT.
003690*
003700******************************************************
003710*  6100-HASH-ONE-BYTE-PARA
003720*  FOLDS ONE BYTE OF THE IMAGE INTO THE RUNNING HASH.
003730******************************************************
003740 6100-HASH-ONE-BYTE-PARA.
003750     MOVE CHN-IMG-BYTE(CHN-I) TO CHN-BYTE-LOW.
003760     COMPUTE CHN-WORK = CHN-HASH * CHN-MULTIPLIER
003770         + CHN-BYTE-VALUE + 1.
003780     DIVIDE CHN-WORK BY CHN-MODULUS
003790         GIVING CHN-QUOTIENT REMAINDER CHN-HASH.
003800 6100-EXIT.
003810     EXIT.
003820*
003830******************************************************
003840*  7000-WRITE-CONTROL-PARA
003850*  REWRITES THE FACTAUDC CONTROL RECORD FROM THE LAST AND
003860*  BASE FIELDS. A FAILURE IS WARNED OF AND RETURNED AS
003870*  RESULT "N" - THE AUDIT RECORDS THEMSELVES ARE ALREADY
003880*  WRITTEN, AND THE NEXT OPEN PICKS UP THE TAIL OF
003890*  FACTAUDT.
003900******************************************************
003910 7000-WRITE-CONTROL-PARA.
003920     ACCEPT CHN-RUN-DATE FROM DATE YYYYMMDD.
003930     ACCEPT CHN-RUN-TIME FROM TIME.
003940     OPEN OUTPUT CTL-FILE.
003950     IF CHN-CTL-NOT-FOUND
003960         MOVE "00" TO CHN-CTL-STATUS
003970     END-IF.
003980     IF NOT CHN-CTL-OK
003990         DISPLAY "FACT0134-W CHAIN CONTROL FILE WRITE FAILED, "
004000             "STATUS = " CHN-CTL-STATUS UPON CRT
004010         SET CHN-NOT-DONE TO TRUE
004020         GO TO 7000-EXIT
004030     END-IF.
004040     MOVE SPACES TO CTL-RECORD.
004050     MOVE CHN-LAST-SEQ TO CTL-LAST-SEQ.
004060     MOVE CHN-LAST-HASH TO CTL-LAST-HASH.
004070     MOVE CHN-BASE-SEQ TO CTL-BASE-SEQ.
004080     MOVE CHN-BASE-HASH TO CTL-BASE-HASH.
004090     MOVE CHN-RUN-DATE TO CTL-UPDATED-DATE.
004100     MOVE CHN-RUN-TIME TO CTL-UPDATED-TIME.
004110     MOVE CHN-PROGRAM TO CTL-UPDATED-BY.
004120     WRITE CTL-RECORD.
004130     CLOSE CTL-FILE.
004140 7000-EXIT.
004150     EXIT.
