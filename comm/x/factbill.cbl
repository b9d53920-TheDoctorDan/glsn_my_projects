000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FACTBILL.
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
000130*  10/15/2026 RH    ORIGINAL PROGRAM - DEPARTMENTAL
000140*                   CHARGEBACK BILLING, SO FINANCE CAN
000150*                   RECOVER COMPUTER TIME FROM THE
000160*                   DEPARTMENTS THAT GENERATE THE NIGHTLY
000170*                   VOLUME. PRICES COME FROM THE FACTRATE
000180*                   RATE FILE - ONE PRICE EACH FOR A
000190*                   FAST-PATH FACTORIAL (F), AN NPR/NCR
000200*                   PAIR (C), AN EXTENDED-PRECISION RESULT
000210*                   (X) AND AN ONLINE INQUIRY (Q). DRIVEN
000220*                   BY A SYSIN FUNCTION CARD:
000230*                     A        - NIGHTLY, AFTER FACTRQST R,
000240*                                APPEND THE NIGHT'S BILLABLE
000250*                                FACTRQCP COMPLETIONS TO THE
000260*                                FACTBUSE USAGE LOG UNDER THE
000270*                                FACTCTL RUN STAMP - FACTRQCP
000280*                                ITSELF IS REWRITTEN EVERY
000290*                                NIGHT. ONLY FILLED AND WIDE
000300*                                COMPLETIONS ARE POSTED; A
000310*                                NOT RUN REQUEST IS NEVER
000320*                                BILLED
000330*                     M YYYYMM - MONTH END, PRICE THE
000340*                                PERIOD'S USAGE LOG AND THE
000350*                                PERIOD'S TYPE "Q" INQUIRY
000360*                                RECORDS ON FACTAUDT AND
000370*                                FACTARCV, PRINT ONE INVOICE
000380*                                PER DEPARTMENT ON BILLRPT
000390*                                AND WRITE THE FACTGLF
000400*                                GENERAL LEDGER FEED
000410*                   THE LEDGER FEED CARRIES A DEBIT PER
000420*                   DEPARTMENT AND CHARGE, A CREDIT PER
000430*                   CHARGE TO THE RECOVERY ACCOUNT NAMED ON
000440*                   THE RATE FILE, AND A TRAILER WITH THE
000450*                   RECORD COUNT AND BOTH TOTALS SO THE
000460*                   LEDGER CAN PROVE DEBITS EQUAL CREDITS.
000470*                   INQUIRIES CARRY NO REQUESTER AND ARE
000480*                   BILLED TO THE ONLINE ACCOUNT.
000490******************************************************
000500*  10/15/2026 RH    AUDIT RECORDS NOW CARRY THE SIGNED-ON
000510*                   OPERATOR ID. MONTH END LOADS THE FACTSECU
000520*                   SECURITY PROFILES AND BILLS EACH INQUIRY
000530*                   TO ITS OPERATOR'S DEPARTMENT; AN INQUIRY
000540*                   WITH NO OPERATOR, OR ONE WHOSE OPERATOR
000550*                   HAS NO PROFILE OR NO DEPARTMENT, STILL
000560*                   GOES TO THE ONLINE ACCOUNT. THE ARCHIVE
000570*                   IMAGE IS WIDENED TO MATCH.
000580******************************************************
000590*  10/15/2026 RH    AUDIT RECORD LAYOUT EXTENDED TO THE FULL
000600*                   80 BYTES NOW WRITTEN - THE TRAILING
000610*                   SEQUENCE NUMBER AND CHAIN HASH - SO EVERY
000620*                   RECORD IS READ WHOLE.
000630******************************************************
000640*  10/15/2026 RH    FACTRQCP RECORD LAYOUT EXTENDED WITH THE
000650*                   NEEDED-BY DATE AND NOT-RUN REASON FACTRQST
000660*                   NOW WRITES, SO EVERY RECORD IS READ WHOLE.
000670******************************************************
000680*  10/15/2026 RH    THE BILLING REPORT IS CLOSED AT END OF
000690*                   RUN ONLY WHEN IT WAS OPENED.
000691******************************************************
000692*  10/15/2026 RH    THE NIGHTLY PASS NOW CHECKS THE RUN STAMP
000693*                   FACTRQST WRITES AHEAD OF THE COMPLETIONS
000694*                   AGAINST FACTCTL AND POSTS NOTHING, CC 8, WHEN
000695*                   THE COMPLETION FILE IS NOT THIS RUN'S. THE
000696*                   LEDGER DETAIL AMOUNT IS WIDENED TO THE SIZE
000697*                   OF THE CLASS TOTAL IT CARRIES.
000700******************************************************
000710*
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 SPECIAL-NAMES.
000750     CONSOLE IS CRT.
000760*
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT OPTIONAL CTL-FILE ASSIGN TO "FACTCTL"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS BILL-CTL-STATUS.
000820     SELECT OPTIONAL COMP-FILE ASSIGN TO "FACTRQCP"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS BILL-COMP-STATUS.
000850     SELECT OPTIONAL BUSE-FILE ASSIGN TO "FACTBUSE"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS BILL-BUSE-STATUS.
000880     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "FACTAUDT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS BILL-AUDIT-STATUS.
000910     SELECT OPTIONAL ARCV-FILE ASSIGN TO "FACTARCV"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS BILL-ARCV-STATUS.
000940     SELECT OPTIONAL RATE-FILE ASSIGN TO "FACTRATE"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS BILL-RATE-STATUS.
000970     SELECT OPTIONAL SECU-FILE ASSIGN TO "FACTSECU"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS BILL-SECU-STATUS.
001000     SELECT OPTIONAL PARM-FILE ASSIGN TO "SYSIN"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS BILL-PARM-STATUS.
001030     SELECT RPT-FILE ASSIGN TO "BILLRPT"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS BILL-RPT-STATUS.
001060     SELECT GLF-FILE ASSIGN TO "FACTGLF"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS BILL-GLF-STATUS.
001090*
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  CTL-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  CTL-RECORD.
001150     05  CTL-RUN-DATE        PIC 9(08).
001160     05  FILLER              PIC X(01).
001170     05  CTL-RUN-TIME        PIC 9(08).
001180     05  FILLER              PIC X(01).
001190     05  CTL-RUN-ID          PIC X(08).
001200     05  FILLER              PIC X(01).
001210     05  CTL-COMPUTED-COUNT  PIC 9(06).
001220     05  FILLER              PIC X(01).
001230     05  CTL-GRAND-TOTAL     PIC 9(15).
001240*
001250 FD  COMP-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  COMP-RECORD.
001280     05  COMP-REQUESTER      PIC X(08).
001290     05  FILLER              PIC X(01).
001300     05  COMP-REC-TYPE       PIC X(01).
001310     05  FILLER              PIC X(01).
001320     05  COMP-NUMBER         PIC 9(04).
001330     05  FILLER              PIC X(01).
001340     05  COMP-R-VALUE        PIC 9(04).
001350     05  FILLER              PIC X(01).
001360     05  COMP-RESULT         PIC 9(09).
001370     05  FILLER              PIC X(01).
001380     05  COMP-RESULT-2       PIC 9(09).
001390     05  FILLER              PIC X(01).
001400     05  COMP-STATUS         PIC X(08).
001410     05  FILLER              PIC X(01).
001420     05  COMP-NEEDED-BY      PIC 9(08).
001430     05  FILLER              PIC X(01).
001440     05  COMP-REASON         PIC X(30).
001441*  THE FIRST RECORD IS THE RUN STAMP OF THE FACTRQST RUN
001442*  THAT WROTE THE FILE.
001443 01  COMP-STAMP-RECORD.
001444     05  COMP-STAMP-KEY      PIC X(08).
001445         88  COMP-IS-RUN-STAMP       VALUE "*RUNSTMP".
001446     05  FILLER              PIC X(01).
001447     05  COMP-STAMP-DATE     PIC 9(08).
001448     05  FILLER              PIC X(01).
001449     05  COMP-STAMP-TIME     PIC 9(08).
001450     05  FILLER              PIC X(01).
001451     05  COMP-STAMP-RUN-ID   PIC X(08).
001452     05  FILLER              PIC X(54).
001453*
001460*  ONE FACTBUSE RECORD PER BILLABLE COMPLETION, STAMPED WITH
001470*  THE RUN THAT FILLED IT.
001480 FD  BUSE-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  BUSE-RECORD.
001510     05  BUSE-RUN-DATE       PIC 9(08).
001520     05  BUSE-RUN-DATE-VIEW REDEFINES BUSE-RUN-DATE.
001530         10  BUSE-RUN-PERIOD PIC 9(06).
001540         10  FILLER          PIC 9(02).
001550     05  FILLER              PIC X(01).
001560     05  BUSE-RUN-TIME       PIC 9(08).
001570     05  FILLER              PIC X(01).
001580     05  BUSE-REQUESTER      PIC X(08).
001590     05  FILLER              PIC X(01).
001600     05  BUSE-CHARGE-CLASS   PIC X(01).
001610     05  FILLER              PIC X(01).
001620     05  BUSE-NUMBER         PIC 9(04).
001630     05  FILLER              PIC X(01).
001640     05  BUSE-R-VALUE        PIC 9(04).
001650*
001660 FD  AUDIT-FILE
001670     LABEL RECORDS ARE STANDARD.
001680 01  AUDIT-RECORD.
001690     05  AUDIT-NUMBER        PIC 9(05).
001700     05  FILLER              PIC X(01).
001710     05  AUDIT-RESULT        PIC 9(09).
001720     05  FILLER              PIC X(01).
001730     05  AUDIT-RUN-DATE      PIC 9(08).
001740     05  FILLER              PIC X(01).
001750     05  AUDIT-RUN-TIME      PIC 9(08).
001760     05  FILLER              PIC X(01).
001770     05  AUDIT-REC-TYPE      PIC X(01).
001780     05  FILLER              PIC X(01).
001790     05  AUDIT-R-VALUE       PIC 9(05).
001800     05  FILLER              PIC X(01).
001810     05  AUDIT-RESULT-2      PIC 9(09).
001820     05  FILLER              PIC X(01).
001830     05  AUDIT-OPERATOR-ID   PIC X(08).
001840     05  FILLER              PIC X(01).
001850     05  AUDIT-SEQ-NO        PIC 9(09).
001860     05  FILLER              PIC X(01).
001870     05  AUDIT-CHAIN-HASH    PIC 9(09).
001880*
001890 FD  ARCV-FILE
001900     LABEL RECORDS ARE STANDARD.
001910 01  ARCV-RECORD.
001920     05  ARCV-ARCHIVED-DATE  PIC 9(08).
001930     05  FILLER              PIC X(01).
001940     05  ARCV-AUDIT-IMAGE    PIC X(80).
001950*
001960 FD  RATE-FILE
001970     LABEL RECORDS ARE STANDARD.
001980 01  RATE-RECORD.
001990     05  RATE-CLASS          PIC X(01).
002000     05  FILLER              PIC X(01).
002010     05  RATE-PRICE-X        PIC X(07).
002020     05  RATE-PRICE REDEFINES RATE-PRICE-X
002030                             PIC 9(05)V99.
002040     05  FILLER              PIC X(01).
002050     05  RATE-GL-ACCOUNT     PIC X(08).
002060     05  FILLER              PIC X(01).
002070     05  RATE-DESC           PIC X(30).
002080*
002090 FD  SECU-FILE
002100     LABEL RECORDS ARE STANDARD.
002110 01  SECU-RECORD.
002120     05  SECU-OPERATOR-ID    PIC X(08).
002130     05  FILLER              PIC X(01).
002140     05  SECU-PASSWORD       PIC X(08).
002150     05  FILLER              PIC X(01).
002160     05  SECU-STATUS         PIC X(01).
002170     05  FILLER              PIC X(01).
002180     05  SECU-FUNCTIONS      PIC X(04).
002190     05  FILLER              PIC X(01).
002200     05  SECU-DEPT           PIC X(08).
002210     05  FILLER              PIC X(01).
002220     05  SECU-OPERATOR-NAME  PIC X(30).
002230*
002240 FD  PARM-FILE
002250     LABEL RECORDS ARE STANDARD.
002260 01  PARM-CARD-RECORD.
002270     05  PC-MODE             PIC X(01).
002280     05  FILLER              PIC X(01).
002290     05  PC-PERIOD           PIC X(06).
002300     05  FILLER              PIC X(72).
002310*
002320 FD  RPT-FILE
002330     LABEL RECORDS ARE STANDARD.
002340 01  RPT-LINE                PIC X(80).
002350*
002360 FD  GLF-FILE
002370     LABEL RECORDS ARE STANDARD.
002380 01  GLF-LINE                PIC X(60).
002390*
002400 WORKING-STORAGE SECTION.
002410 01  BILL-SWITCHES.
002420     05  BILL-CTL-STATUS     PIC X(02)      VALUE SPACE.
002430         88  BILL-CTL-OK             VALUE "00".
002440         88  BILL-CTL-NOT-FOUND      VALUE "05".
002450     05  BILL-COMP-STATUS    PIC X(02)      VALUE SPACE.
002460         88  BILL-COMP-OK            VALUE "00".
002470         88  BILL-COMP-NOT-FOUND     VALUE "05".
002480     05  BILL-BUSE-STATUS    PIC X(02)      VALUE SPACE.
002490         88  BILL-BUSE-OK            VALUE "00".
002500         88  BILL-BUSE-NOT-FOUND     VALUE "05".
002510     05  BILL-AUDIT-STATUS   PIC X(02)      VALUE SPACE.
002520         88  BILL-AUDIT-OK           VALUE "00".
002530         88  BILL-AUDIT-NOT-FOUND    VALUE "05".
002540     05  BILL-ARCV-STATUS    PIC X(02)      VALUE SPACE.
002550         88  BILL-ARCV-OK            VALUE "00".
002560         88  BILL-ARCV-NOT-FOUND     VALUE "05".
002570     05  BILL-RATE-STATUS    PIC X(02)      VALUE SPACE.
002580         88  BILL-RATE-OK            VALUE "00".
002590         88  BILL-RATE-NOT-FOUND     VALUE "05".
002600     05  BILL-SECU-STATUS    PIC X(02)      VALUE SPACE.
002610         88  BILL-SECU-OK            VALUE "00".
002620         88  BILL-SECU-NOT-FOUND     VALUE "05".
002630     05  BILL-PARM-STATUS    PIC X(02)      VALUE SPACE.
002640         88  BILL-PARM-OK            VALUE "00".
002650         88  BILL-PARM-NOT-FOUND     VALUE "05".
002660     05  BILL-RPT-STATUS     PIC X(02)      VALUE SPACE.
002670         88  BILL-RPT-OK             VALUE "00".
002680     05  BILL-RPT-OPENED-SWITCH PIC X(01)   VALUE "N".
002690         88  BILL-RPT-OPENED         VALUE "Y".
002700     05  BILL-GLF-STATUS     PIC X(02)      VALUE SPACE.
002710         88  BILL-GLF-OK             VALUE "00".
002720     05  BILL-COMP-EOF-SWITCH PIC X(01)     VALUE "N".
002730         88  BILL-NO-MORE-COMP       VALUE "Y".
002740     05  BILL-BUSE-EOF-SWITCH PIC X(01)     VALUE "N".
002750         88  BILL-NO-MORE-BUSE       VALUE "Y".
002760     05  BILL-AUDIT-EOF-SWITCH PIC X(01)    VALUE "N".
002770         88  BILL-NO-MORE-AUDIT      VALUE "Y".
002780     05  BILL-ARCV-EOF-SWITCH PIC X(01)     VALUE "N".
002790         88  BILL-NO-MORE-ARCV       VALUE "Y".
002800     05  BILL-RATE-EOF-SWITCH PIC X(01)     VALUE "N".
002810         88  BILL-NO-MORE-RATE       VALUE "Y".
002820     05  BILL-SECU-EOF-SWITCH PIC X(01)     VALUE "N".
002830         88  BILL-NO-MORE-SECU       VALUE "Y".
002840     05  BILL-ABORT-SWITCH   PIC X(01)      VALUE "N".
002850         88  BILL-ABORT-RUN          VALUE "Y".
002860     05  BILL-POSTED-SWITCH  PIC X(01)      VALUE "N".
002870         88  BILL-RUN-ALREADY-POSTED VALUE "Y".
002880     05  BILL-RATE-ERROR-SWITCH PIC X(01)   VALUE "N".
002890         88  BILL-RATE-FILE-IN-ERROR VALUE "Y".
002900     05  BILL-SWAPPED-SWITCH PIC X(01)      VALUE "N".
002910         88  BILL-SWAPPED            VALUE "Y".
002920     05  BILL-MODE           PIC X(01)      VALUE SPACE.
002930         88  BILL-MODE-ACCUMULATE    VALUE "A".
002940         88  BILL-MODE-MONTH-END     VALUE "M".
002950*
002960 01  BILL-RUN-STAMP.
002970     05  BILL-RUN-DATE       PIC 9(08)      VALUE ZERO.
002980     05  BILL-RUN-TIME       PIC 9(08)      VALUE ZERO.
002981     05  BILL-RUN-ID         PIC X(08)      VALUE SPACE.
002990*
003000 01  BILL-PERIOD-DATA.
003010     05  BILL-PERIOD         PIC 9(06)      VALUE ZERO.
003020     05  BILL-PERIOD-VIEW REDEFINES BILL-PERIOD.
003030         10  BILL-PERIOD-YYYY PIC 9(04).
003040         10  BILL-PERIOD-MM  PIC 9(02).
003050*
003060*  AN INQUIRY IS BILLED TO ITS OPERATOR'S DEPARTMENT FROM
003070*  THE SECURITY PROFILES. ONE THAT CANNOT BE TRACED TO A
003080*  DEPARTMENT IS BILLED TO ONE HOUSE ACCOUNT.
003090 77  BILL-ONLINE-DEPT        PIC X(08)      VALUE "ONLINE".
003100*
003110*  THE FOUR CHARGE CLASSES, IN INVOICE LINE ORDER. THE RATE
003120*  FILE MUST PRICE ALL FOUR OR NO INVOICE IS PRODUCED - A
003130*  DEPARTMENT IS NEVER BILLED AT A GUESSED PRICE.
003140 77  BILL-CLASS-LIMIT        PIC 9(04)      COMP VALUE 4.
003150 01  BILL-CLASS-CODES.
003160     05  FILLER              PIC X(04)      VALUE "FCXQ".
003170 01  BILL-CLASS-CODE-VIEW REDEFINES BILL-CLASS-CODES.
003180     05  BILL-CLASS-CODE     OCCURS 4 TIMES PIC X(01).
003190 01  BILL-RATE-TABLE.
003200     05  BILL-RATE-ENTRY     OCCURS 4 TIMES.
003210         10  BILL-RATE-LOADED PIC X(01).
003220         10  BILL-RATE-PRICE PIC 9(05)V99.
003230         10  BILL-RATE-ACCOUNT PIC X(08).
003240         10  BILL-RATE-DESC  PIC X(30).
003250         10  BILL-CLASS-QTY  PIC 9(07)      COMP.
003260         10  BILL-CLASS-AMOUNT PIC 9(11)V99.
003270*
003280*  BILL-DEPT-TABLE ACCUMULATES THE PERIOD'S USAGE BY
003290*  DEPARTMENT AND CHARGE CLASS. MORE DEPARTMENTS THAN THE
003300*  TABLE HOLDS ABORTS THE BILLING RATHER THAN LEAVING ONE
003310*  OFF THE LEDGER.
003320 77  BILL-DEPT-COUNT         PIC 9(04)      COMP VALUE ZERO.
003330 77  BILL-MAX-DEPTS          PIC 9(04)      COMP VALUE 500.
003340 01  BILL-DEPT-TABLE.
003350     05  BILL-DEPT-ENTRY
003360             OCCURS 1 TO 500 TIMES
003370             DEPENDING ON BILL-DEPT-COUNT
003380             INDEXED BY BILL-DEPT-IDX.
003390         10  BILL-D-NAME     PIC X(08).
003400         10  BILL-D-QTY      OCCURS 4 TIMES
003410                             PIC 9(07)      COMP.
003420 01  BILL-HOLD-ENTRY.
003430     05  BILL-H-NAME         PIC X(08).
003440     05  BILL-H-QTY          OCCURS 4 TIMES
003450                             PIC 9(07)      COMP.
003460*
003470*  BILL-OPER-TABLE HOLDS THE OPERATOR-TO-DEPARTMENT PAIRS
003480*  FROM THE SECURITY PROFILES. OPERATORS BEYOND THE TABLE
003490*  ARE WARNED OF AND THEIR INQUIRIES BILLED TO ONLINE.
003500 77  BILL-OPER-COUNT         PIC 9(04)      COMP VALUE ZERO.
003510 77  BILL-MAX-OPERS          PIC 9(04)      COMP VALUE 500.
003520 01  BILL-OPER-TABLE.
003530     05  BILL-OPER-ENTRY
003540             OCCURS 1 TO 500 TIMES
003550             DEPENDING ON BILL-OPER-COUNT
003560             INDEXED BY BILL-OPER-IDX.
003570         10  BILL-O-ID       PIC X(08).
003580         10  BILL-O-DEPT     PIC X(08).
003590*
003600 01  BILL-HOLD-DATA.
003610     05  BILL-HOLD-DEPT      PIC X(08)      VALUE SPACE.
003620     05  BILL-HOLD-CLASS     PIC X(01)      VALUE SPACE.
003630*
003640*  WORKING COPY OF ONE AUDIT RECORD, LIVE OR ARCHIVED, SO
003650*  THE INQUIRY PASS TESTS BOTH FILES WITH ONE PARAGRAPH.
003660 01  BILL-AUD-WORK.
003670     05  BILL-AUD-NUMBER     PIC 9(05).
003680     05  FILLER              PIC X(01).
003690     05  BILL-AUD-RESULT     PIC 9(09).
003700     05  FILLER              PIC X(01).
003710     05  BILL-AUD-RUN-DATE   PIC 9(08).
003720     05  BILL-AUD-RUN-DATE-VIEW REDEFINES BILL-AUD-RUN-DATE.
003730         10  BILL-AUD-RUN-PERIOD PIC 9(06).
003740         10  FILLER          PIC 9(02).
003750     05  FILLER              PIC X(01).
003760     05  BILL-AUD-RUN-TIME   PIC 9(08).
003770     05  FILLER              PIC X(01).
003780     05  BILL-AUD-REC-TYPE   PIC X(01).
003790     05  FILLER              PIC X(01).
003800     05  BILL-AUD-R-VALUE    PIC 9(05).
003810     05  FILLER              PIC X(01).
003820     05  BILL-AUD-RESULT-2   PIC 9(09).
003830     05  FILLER              PIC X(01).
003840     05  BILL-AUD-OPERATOR-ID PIC X(08).
003850     05  FILLER              PIC X(01).
003860     05  BILL-AUD-SEQ-NO     PIC 9(09).
003870     05  FILLER              PIC X(01).
003880     05  BILL-AUD-CHAIN-HASH PIC 9(09).
003890*
003900 77  BILL-I                  PIC 9(04)      COMP VALUE ZERO.
003910 77  BILL-J                  PIC 9(04)      COMP VALUE ZERO.
003920 77  BILL-K                  PIC 9(04)      COMP VALUE ZERO.
003930 77  BILL-SORT-LIMIT         PIC 9(04)      COMP VALUE ZERO.
003940 77  BILL-COMP-READ          PIC 9(06)      COMP VALUE ZERO.
003950 77  BILL-COMP-POSTED        PIC 9(06)      COMP VALUE ZERO.
003960 77  BILL-COMP-NOT-RUN       PIC 9(06)      COMP VALUE ZERO.
003970 77  BILL-COMP-UNKNOWN       PIC 9(06)      COMP VALUE ZERO.
003980 77  BILL-BUSE-READ          PIC 9(06)      COMP VALUE ZERO.
003990 77  BILL-BUSE-BILLED        PIC 9(06)      COMP VALUE ZERO.
004000 77  BILL-INQ-BILLED         PIC 9(06)      COMP VALUE ZERO.
004010 77  BILL-UNPRICED           PIC 9(06)      COMP VALUE ZERO.
004020 77  BILL-DEPTS-INVOICED     PIC 9(06)      COMP VALUE ZERO.
004030 77  BILL-GLF-COUNT          PIC 9(06)      COMP VALUE ZERO.
004040 77  BILL-RETURN-CODE        PIC 9(04)      COMP VALUE ZERO.
004050 77  BILL-RPT-LINE-COUNT     PIC 9(04)      COMP VALUE ZERO.
004060 77  BILL-RPT-PAGE-NO        PIC 9(04)      COMP VALUE ZERO.
004070 77  BILL-RPT-LINES-PER-PAGE PIC 9(04)      COMP VALUE 50.
004080*
004090*  MONEY IS CARRIED IN FIXED DECIMAL TO THE CENT. THE
004100*  LEDGER TOTALS ARE KEPT APART FROM THE INVOICE TOTALS SO
004110*  THE TRAILER PROVES THE FEED, NOT THE INVOICES.
004120 77  BILL-LINE-AMOUNT        PIC 9(09)V99   VALUE ZERO.
004130 77  BILL-DEPT-TOTAL         PIC 9(09)V99   VALUE ZERO.
004140 77  BILL-GRAND-TOTAL        PIC 9(11)V99   VALUE ZERO.
004150 77  BILL-GL-DEBITS          PIC 9(11)V99   VALUE ZERO.
004160 77  BILL-GL-CREDITS         PIC 9(11)V99   VALUE ZERO.
004170*
004180*  ASA-STYLE CARRIAGE CONTROL BYTE FOR A NEW-PAGE HEADING,
004190*  THE SAME PRINT-SPOOL TECHNIQUE THE FACTORIALS REPORT USES.
004200 77  BILL-NEW-PAGE-CC        PIC X(01)      VALUE "1".
004210*
004220 01  BILL-RPT-HEADING.
004230     05  BILL-RPT-HEADING-CC PIC X(01)      VALUE SPACE.
004240     05  FILLER              PIC X(06)      VALUE SPACE.
004250     05  FILLER              PIC X(32)      VALUE
004260         "DEPARTMENTAL CHARGEBACK BILLING".
004270*
004280 01  BILL-MODE-LINE.
004290     05  BILL-MODE-LINE-CC   PIC X(01)      VALUE SPACE.
004300     05  FILLER              PIC X(06)      VALUE SPACE.
004310     05  FILLER              PIC X(05)      VALUE "MODE ".
004320     05  BILL-MODE-TEXT      PIC X(34)      VALUE SPACE.
004330     05  BILL-MODE-VALUE     PIC ZZZZZZZ9.
004340*
004350 01  BILL-INV-LINE.
004360     05  BILL-INV-LINE-CC    PIC X(01)      VALUE SPACE.
004370     05  FILLER              PIC X(06)      VALUE SPACE.
004380     05  FILLER              PIC X(22)      VALUE
004390         "INVOICE TO DEPARTMENT ".
004400     05  BILL-INV-DEPT       PIC X(08).
004410     05  FILLER              PIC X(19)      VALUE
004420         "    BILLING PERIOD ".
004430     05  BILL-INV-PERIOD     PIC 9(06).
004440*
004450 01  BILL-INV-HEADING.
004460     05  BILL-INV-HEADING-CC PIC X(01)      VALUE SPACE.
004470     05  FILLER              PIC X(06)      VALUE SPACE.
004480     05  FILLER              PIC X(40)      VALUE
004490         "CHARGE                          QUANTITY".
004500     05  FILLER              PIC X(26)      VALUE
004510         "       RATE         AMOUNT".
004520*
004530 01  BILL-DET-LINE.
004540     05  BILL-DET-LINE-CC    PIC X(01)      VALUE SPACE.
004550     05  FILLER              PIC X(06)      VALUE SPACE.
004560     05  BILL-DET-DESC       PIC X(30).
004570     05  FILLER              PIC X(02)      VALUE SPACE.
004580     05  BILL-DET-QTY        PIC Z,ZZZ,ZZ9.
004590     05  FILLER              PIC X(02)      VALUE SPACE.
004600     05  BILL-DET-RATE       PIC ZZ,ZZ9.99.
004610     05  FILLER              PIC X(01)      VALUE SPACE.
004620     05  BILL-DET-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
004630*
004640 01  BILL-TOTAL-LINE.
004650     05  BILL-TOTAL-LINE-CC  PIC X(01)      VALUE SPACE.
004660     05  FILLER              PIC X(06)      VALUE SPACE.
004670     05  BILL-TOTAL-TEXT     PIC X(51)      VALUE SPACE.
004680     05  BILL-TOTAL-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004690*
004700 01  BILL-EXC-LINE.
004710     05  BILL-EXC-LINE-CC    PIC X(01)      VALUE SPACE.
004720     05  FILLER              PIC X(06)      VALUE SPACE.
004730     05  BILL-EXC-TEXT       PIC X(24)      VALUE SPACE.
004740     05  BILL-EXC-DATA       PIC X(49)      VALUE SPACE.
004750*
004760 01  BILL-SUM-LINE.
004770     05  BILL-SUM-LINE-CC    PIC X(01)      VALUE SPACE.
004780     05  FILLER              PIC X(06)      VALUE SPACE.
004790     05  BILL-SUM-TEXT       PIC X(36)      VALUE SPACE.
004800     05  BILL-SUM-COUNT      PIC ZZZZZ9.
004810*
004820 01  BILL-BLANK-LINE.
004830     05  BILL-BLANK-LINE-CC  PIC X(01)      VALUE SPACE.
004840     05  FILLER              PIC X(79)      VALUE SPACE.
004850*
004860*  THE LEDGER FEED IS WRAPPED THE SAME WAY AS THE FACTCSV
004870*  EXTRACT - ONE "H" HEADER WITH THE PERIOD AND RUN STAMP,
004880*  "D" DETAILS, AND ONE "T" TRAILER WITH THE DETAIL COUNT
004890*  AND THE DEBIT AND CREDIT TOTALS.
004900 01  BILL-GLF-HDR-LINE.
004910     05  FILLER              PIC X(01)      VALUE "H".
004920     05  FILLER              PIC X(01)      VALUE ",".
004930     05  BILL-GLF-HDR-PERIOD PIC 9(06).
004940     05  FILLER              PIC X(01)      VALUE ",".
004950     05  BILL-GLF-HDR-DATE   PIC 9(08).
004960     05  FILLER              PIC X(01)      VALUE ",".
004970     05  BILL-GLF-HDR-TIME   PIC 9(08).
004980 01  BILL-GLF-DTL-LINE.
004990     05  FILLER              PIC X(01)      VALUE "D".
005000     05  FILLER              PIC X(01)      VALUE ",".
005010     05  BILL-GLF-DRCR       PIC X(02).
005020     05  FILLER              PIC X(01)      VALUE ",".
005030     05  BILL-GLF-ACCOUNT    PIC X(08).
005040     05  FILLER              PIC X(01)      VALUE ",".
005050     05  BILL-GLF-CLASS      PIC X(01).
005060     05  FILLER              PIC X(01)      VALUE ",".
005061     05  BILL-GLF-AMOUNT     PIC 9(11).99.
005080 01  BILL-GLF-TRL-LINE.
005090     05  FILLER              PIC X(01)      VALUE "T".
005100     05  FILLER              PIC X(01)      VALUE ",".
005110     05  BILL-GLF-TRL-COUNT  PIC 9(06).
005120     05  FILLER              PIC X(01)      VALUE ",".
005130     05  BILL-GLF-TRL-DEBITS PIC 9(11).99.
005140     05  FILLER              PIC X(01)      VALUE ",".
005150     05  BILL-GLF-TRL-CREDITS PIC 9(11).99.
005160*
005170 PROCEDURE DIVISION.
005180*
005190******************************************************
005200*  0000-MAINLINE-PARA
005210*  CONTROLS THE OVERALL RUN - READ THE FUNCTION CARD, THEN
005220*  POST THE NIGHT'S USAGE OR BILL THE MONTH AS THE CARD
005230*  DIRECTS, THEN TERMINATE.
005240******************************************************
005250 0000-MAINLINE-PARA.
005260     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
005270     IF BILL-ABORT-RUN
005280         PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT
005290         GO TO 0000-EXIT
005300     END-IF.
005310     IF BILL-MODE-ACCUMULATE
005320         PERFORM 2000-ACCUMULATE-PARA THRU 2000-EXIT
005330     ELSE
005340         PERFORM 3000-MONTH-END-PARA THRU 3000-EXIT
005350     END-IF.
005360     PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT.
005370 0000-EXIT.
005380     GOBACK.
005390*
005400******************************************************
005410*  1000-INITIALIZE-PARA
005420*  OPENS THE REPORT, WRITES ITS HEADING, AND READS AND
005430*  EDITS THE SYSIN FUNCTION CARD. A RUN WITHOUT A VALID
005440*  CARD DOES NOTHING - NOBODY IS BILLED ON A GUESS.
005450******************************************************
005460 1000-INITIALIZE-PARA.
005470     ACCEPT BILL-RUN-DATE FROM DATE YYYYMMDD.
005480     ACCEPT BILL-RUN-TIME FROM TIME.
005490     INITIALIZE BILL-RATE-TABLE.
005500     OPEN OUTPUT RPT-FILE.
005510     IF NOT BILL-RPT-OK
005520         DISPLAY "FACT0105-E BILLING REPORT OPEN FAILED, "
005530             "STATUS = " BILL-RPT-STATUS UPON CRT
005540         SET BILL-ABORT-RUN TO TRUE
005550         GO TO 1000-EXIT
005560     END-IF.
005570     SET BILL-RPT-OPENED TO TRUE.
005580     PERFORM 7000-WRITE-HEADING-PARA THRU 7000-EXIT.
005590     PERFORM 1100-READ-PARM-CARD-PARA THRU 1100-EXIT.
005600     IF BILL-ABORT-RUN
005610         GO TO 1000-EXIT
005620     END-IF.
005630     IF BILL-MODE-MONTH-END
005640         MOVE "MONTH-END BILLING - PERIOD" TO BILL-MODE-TEXT
005650         MOVE BILL-PERIOD TO BILL-MODE-VALUE
005660         PERFORM 7400-WRITE-MODE-PARA THRU 7400-EXIT
005670     END-IF.
005680 1000-EXIT.
005690     EXIT.
005700*
005710******************************************************
005720*  1100-READ-PARM-CARD-PARA
005730*  READS THE ONE SYSIN FUNCTION CARD. THE MODE MUST BE A
005740*  OR M, AND A MONTH-END CARD NEEDS A NUMERIC YYYYMM
005750*  PERIOD WITH A REAL MONTH.
005760******************************************************
005770 1100-READ-PARM-CARD-PARA.
005780     OPEN INPUT PARM-FILE.
005790     IF BILL-PARM-NOT-FOUND
005800         DISPLAY "FACT0106-E NO SYSIN FUNCTION CARD SUPPLIED, "
005810             "NOTHING DONE" UPON CRT
005820         CLOSE PARM-FILE
005830         SET BILL-ABORT-RUN TO TRUE
005840         GO TO 1100-EXIT
005850     END-IF.
005860     IF NOT BILL-PARM-OK
005870         DISPLAY "FACT0107-E SYSIN OPEN FAILED, STATUS = "
005880             BILL-PARM-STATUS UPON CRT
005890         SET BILL-ABORT-RUN TO TRUE
005900         GO TO 1100-EXIT
005910     END-IF.
005920     READ PARM-FILE
005930         AT END
005940             DISPLAY "FACT0106-E NO SYSIN FUNCTION CARD "
005950                 "SUPPLIED, NOTHING DONE" UPON CRT
005960             CLOSE PARM-FILE
005970             SET BILL-ABORT-RUN TO TRUE
005980             GO TO 1100-EXIT
005990     END-READ.
006000     MOVE PC-MODE TO BILL-MODE.
006010     CLOSE PARM-FILE.
006020     IF NOT BILL-MODE-ACCUMULATE AND NOT BILL-MODE-MONTH-END
006030         DISPLAY "FACT0108-E UNKNOWN FUNCTION CARD MODE: "
006040             PC-MODE UPON CRT
006050         SET BILL-ABORT-RUN TO TRUE
006060         GO TO 1100-EXIT
006070     END-IF.
006080     IF BILL-MODE-ACCUMULATE
006090         GO TO 1100-EXIT
006100     END-IF.
006110     IF PC-PERIOD NOT NUMERIC
006120         DISPLAY "FACT0109-E BILLING PERIOD NOT NUMERIC: "
006130             PC-PERIOD UPON CRT
006140         SET BILL-ABORT-RUN TO TRUE
006150         GO TO 1100-EXIT
006160     END-IF.
006170     MOVE PC-PERIOD TO BILL-PERIOD.
006180     IF BILL-PERIOD-MM < 1 OR BILL-PERIOD-MM > 12
006190         DISPLAY "FACT0109-E BILLING PERIOD HAS NO SUCH "
006200             "MONTH: " PC-PERIOD UPON CRT
006210         SET BILL-ABORT-RUN TO TRUE
006220     END-IF.
006230 1100-EXIT.
006240     EXIT.
006250*
006260******************************************************
006270*  2000-ACCUMULATE-PARA
006280*  THE NIGHTLY PASS - PICKS UP THE RUN STAMP FROM FACTCTL,
006290*  REFUSES A RUN ALREADY ON THE USAGE LOG (A RERUN OF THE
006291*  STEP MUST NOT BILL THE NIGHT TWICE) AND A COMPLETION FILE
006292*  STAMPED BY ANY OTHER RUN, THEN APPENDS EVERY BILLABLE
006293*  COMPLETION TO THE LOG.
006320******************************************************
006330 2000-ACCUMULATE-PARA.
006340     PERFORM 2100-READ-CONTROL-PARA THRU 2100-EXIT.
006350     IF BILL-ABORT-RUN
006360         GO TO 2000-EXIT
006370     END-IF.
006380     MOVE "NIGHTLY USAGE POSTING - RUN DATE" TO
006390         BILL-MODE-TEXT.
006400     MOVE BILL-RUN-DATE TO BILL-MODE-VALUE.
006410     PERFORM 7400-WRITE-MODE-PARA THRU 7400-EXIT.
006420     MOVE "NIGHTLY USAGE POSTING - RUN TIME" TO
006430         BILL-MODE-TEXT.
006440     MOVE BILL-RUN-TIME TO BILL-MODE-VALUE.
006450     PERFORM 7400-WRITE-MODE-PARA THRU 7400-EXIT.
006460     PERFORM 2200-CHECK-POSTED-PARA THRU 2200-EXIT.
006470     IF BILL-ABORT-RUN OR BILL-RUN-ALREADY-POSTED
006480         GO TO 2000-EXIT
006490     END-IF.
006500     OPEN INPUT COMP-FILE.
006510     IF BILL-COMP-NOT-FOUND
006520         CLOSE COMP-FILE
006530         MOVE "NO COMPLETION FILE - NOTHING POSTED" TO
006540             BILL-SUM-TEXT
006550         MOVE ZERO TO BILL-SUM-COUNT
006560         PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT
006570         GO TO 2000-EXIT
006580     END-IF.
006590     IF NOT BILL-COMP-OK
006600         DISPLAY "FACT0110-E COMPLETION FILE OPEN FAILED, "
006610             "STATUS = " BILL-COMP-STATUS UPON CRT
006620         SET BILL-ABORT-RUN TO TRUE
006621         GO TO 2000-EXIT
006622     END-IF.
006623     PERFORM 2250-CHECK-STAMP-PARA THRU 2250-EXIT.
006624     IF BILL-ABORT-RUN
006625         CLOSE COMP-FILE
006630         GO TO 2000-EXIT
006640     END-IF.
006650     OPEN EXTEND BUSE-FILE.
006660     IF BILL-BUSE-NOT-FOUND
006670         MOVE "00" TO BILL-BUSE-STATUS
006680     END-IF.
006690     IF NOT BILL-BUSE-OK
006700         DISPLAY "FACT0111-E USAGE LOG OPEN FAILED, "
006710             "STATUS = " BILL-BUSE-STATUS UPON CRT
006720         SET BILL-ABORT-RUN TO TRUE
006730         CLOSE COMP-FILE
006740         GO TO 2000-EXIT
006750     END-IF.
006760     PERFORM 2300-POST-ONE-COMP-PARA THRU 2300-EXIT
006770         UNTIL BILL-NO-MORE-COMP.
006780     CLOSE COMP-FILE.
006790     CLOSE BUSE-FILE.
006800     PERFORM 8000-PRINT-POSTING-TOTALS-PARA THRU 8000-EXIT.
006810 2000-EXIT.
006820     EXIT.
006830*
006840******************************************************
006850*  2100-READ-CONTROL-PARA
006860*  READS THE ONE-RECORD CONTROL FILE FACTORIALS WROTE AT
006870*  END OF JOB FOR THE RUN STAMP THE USAGE IS POSTED UNDER.
006880*  NO CONTROL RECORD MEANS THE RUN NEVER REACHED A CLEAN
006890*  END AND THERE IS NOTHING TO BILL.
006900******************************************************
006910 2100-READ-CONTROL-PARA.
006920     OPEN INPUT CTL-FILE.
006930     IF NOT BILL-CTL-OK
006940         DISPLAY "FACT0112-E NO CONTROL RECORD FROM "
006950             "FACTORIALS - NOTHING POSTED" UPON CRT
006960         SET BILL-ABORT-RUN TO TRUE
006970         GO TO 2100-EXIT
006980     END-IF.
006990     READ CTL-FILE
007000         AT END
007010             DISPLAY "FACT0112-E NO CONTROL RECORD FROM "
007020                 "FACTORIALS - NOTHING POSTED" UPON CRT
007030             CLOSE CTL-FILE
007040             SET BILL-ABORT-RUN TO TRUE
007050             GO TO 2100-EXIT
007060     END-READ.
007070     MOVE CTL-RUN-DATE TO BILL-RUN-DATE.
007080     MOVE CTL-RUN-TIME TO BILL-RUN-TIME.
007081     MOVE CTL-RUN-ID TO BILL-RUN-ID.
007090     CLOSE CTL-FILE.
007100 2100-EXIT.
007110     EXIT.
007120*
007130******************************************************
007140*  2200-CHECK-POSTED-PARA
007150*  SCANS THE USAGE LOG FOR THIS RUN STAMP. A RUN ALREADY
007160*  POSTED IS LEFT ALONE WITH A WARNING.
007170******************************************************
007180 2200-CHECK-POSTED-PARA.
007190     OPEN INPUT BUSE-FILE.
007200     IF BILL-BUSE-NOT-FOUND
007210         CLOSE BUSE-FILE
007220         GO TO 2200-EXIT
007230     END-IF.
007240     IF NOT BILL-BUSE-OK
007250         DISPLAY "FACT0111-E USAGE LOG OPEN FAILED, "
007260             "STATUS = " BILL-BUSE-STATUS UPON CRT
007270         SET BILL-ABORT-RUN TO TRUE
007280         GO TO 2200-EXIT
007290     END-IF.
007300     PERFORM 2210-CHECK-ONE-BUSE-PARA THRU 2210-EXIT
007310         UNTIL BILL-NO-MORE-BUSE
007320             OR BILL-RUN-ALREADY-POSTED.
007330     CLOSE BUSE-FILE.
007340     MOVE "N" TO BILL-BUSE-EOF-SWITCH.
007350     IF BILL-RUN-ALREADY-POSTED
007360         DISPLAY "FACT0113-W RUN " BILL-RUN-DATE " "
007370             BILL-RUN-TIME " IS ALREADY ON THE USAGE LOG, "
007380             "NOTHING POSTED" UPON CRT
007390         MOVE "RUN ALREADY POSTED - NOTHING DONE" TO
007400             BILL-SUM-TEXT
007410         MOVE ZERO TO BILL-SUM-COUNT
007420         PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT
007430         MOVE 4 TO BILL-RETURN-CODE
007440     END-IF.
007450 2200-EXIT.
007460     EXIT.
007470*
007480******************************************************
007490*  2210-CHECK-ONE-BUSE-PARA
007500*  READS ONE USAGE LOG RECORD AND FLAGS A STAMP MATCH.
007510******************************************************
007520 2210-CHECK-ONE-BUSE-PARA.
007530     READ BUSE-FILE
007540         AT END
007550             SET BILL-NO-MORE-BUSE TO TRUE
007560             GO TO 2210-EXIT
007570     END-READ.
007580     IF BUSE-RUN-DATE = BILL-RUN-DATE
007590         AND BUSE-RUN-TIME = BILL-RUN-TIME
007600         SET BILL-RUN-ALREADY-POSTED TO TRUE
007610     END-IF.
007620 2210-EXIT.
007621     EXIT.
007622*
007623******************************************************
007624*  2250-CHECK-STAMP-PARA
007625*  READS THE RUN STAMP AT THE HEAD OF THE COMPLETION FILE.
007626*  IT MUST NAME THE SAME RUN AS FACTCTL - A FILE LEFT OVER
007627*  FROM AN EARLIER NIGHT, OR EMPTIED BY A FACTRQST RUN THAT
007628*  FAILED, WOULD BILL THE WRONG NIGHT'S WORK.
007629******************************************************
007630 2250-CHECK-STAMP-PARA.
007631     READ COMP-FILE
007632         AT END
007633             DISPLAY "FACT0207-E COMPLETION FILE FACTRQCP HAS NO "
007634                 "RUN STAMP - NOTHING POSTED" UPON CRT
007635             SET BILL-ABORT-RUN TO TRUE
007636             GO TO 2250-EXIT
007637     END-READ.
007638     IF COMP-IS-RUN-STAMP
007639         AND COMP-STAMP-DATE = BILL-RUN-DATE
007640         AND COMP-STAMP-TIME = BILL-RUN-TIME
007641         AND COMP-STAMP-RUN-ID = BILL-RUN-ID
007642         GO TO 2250-EXIT
007643     END-IF.
007644     IF NOT COMP-IS-RUN-STAMP
007645         DISPLAY "FACT0207-E COMPLETION FILE FACTRQCP HAS NO "
007646             "RUN STAMP - NOTHING POSTED" UPON CRT
007647     ELSE
007648         DISPLAY "FACT0207-E COMPLETION FILE FACTRQCP IS FROM "
007649             "RUN " COMP-STAMP-DATE " " COMP-STAMP-TIME " "
007650             COMP-STAMP-RUN-ID UPON CRT
007651         DISPLAY "FACT0207-E NOT FACTCTL RUN " BILL-RUN-DATE " "
007652             BILL-RUN-TIME " " BILL-RUN-ID " - NOTHING POSTED"
007653             UPON CRT
007654     END-IF.
007655     SET BILL-ABORT-RUN TO TRUE.
007656 2250-EXIT.
007657     EXIT.
007658*
007659******************************************************
007660*  2300-POST-ONE-COMP-PARA
007670*  READS ONE COMPLETION RECORD AND POSTS IT TO THE USAGE
007680*  LOG UNDER ITS CHARGE CLASS - A FILLED FACTORIAL IS A
007690*  FAST-PATH CHARGE, A FILLED PAIR AN NPR/NCR CHARGE, A
007700*  WIDE RESULT AN EXTENDED-PRECISION CHARGE. NOT RUN IS
007710*  COUNTED AND NEVER POSTED; AN UNKNOWN STATUS IS LISTED.
007720******************************************************
007730 2300-POST-ONE-COMP-PARA.
007740     READ COMP-FILE
007750         AT END
007760             SET BILL-NO-MORE-COMP TO TRUE
007770             GO TO 2300-EXIT
007780     END-READ.
007790     ADD 1 TO BILL-COMP-READ.
007800     EVALUATE TRUE
007810         WHEN COMP-STATUS = "NOT RUN"
007820             ADD 1 TO BILL-COMP-NOT-RUN
007830             GO TO 2300-EXIT
007840         WHEN COMP-STATUS = "WIDE"
007850             MOVE "X" TO BILL-HOLD-CLASS
007860         WHEN COMP-STATUS = "FILLED"
007870             AND COMP-REC-TYPE = "C"
007880             MOVE "C" TO BILL-HOLD-CLASS
007890         WHEN COMP-STATUS = "FILLED"
007900             MOVE "F" TO BILL-HOLD-CLASS
007910         WHEN OTHER
007920             MOVE "UNKNOWN STATUS - SKIPPED" TO BILL-EXC-TEXT
007930             MOVE COMP-RECORD TO BILL-EXC-DATA
007940             PERFORM 7100-WRITE-EXCEPTION-PARA THRU 7100-EXIT
007950             ADD 1 TO BILL-COMP-UNKNOWN
007960             GO TO 2300-EXIT
007970     END-EVALUATE.
007980     MOVE SPACES TO BUSE-RECORD.
007990     MOVE BILL-RUN-DATE TO BUSE-RUN-DATE.
008000     MOVE BILL-RUN-TIME TO BUSE-RUN-TIME.
008010     MOVE COMP-REQUESTER TO BUSE-REQUESTER.
008020     MOVE BILL-HOLD-CLASS TO BUSE-CHARGE-CLASS.
008030     MOVE COMP-NUMBER TO BUSE-NUMBER.
008040     MOVE COMP-R-VALUE TO BUSE-R-VALUE.
008050     WRITE BUSE-RECORD.
008060     ADD 1 TO BILL-COMP-POSTED.
008070     PERFORM 6100-CLASS-SUBSCRIPT-PARA THRU 6100-EXIT.
008080     ADD 1 TO BILL-CLASS-QTY(BILL-K).
008090 2300-EXIT.
008100     EXIT.
008110*
008120******************************************************
008130*  3000-MONTH-END-PARA
008140*  THE MONTH-END PASS - LOADS THE RATES AND THE OPERATOR
008150*  DEPARTMENTS, TOTALS THE
008160*  PERIOD'S USAGE AND INQUIRIES BY DEPARTMENT, THEN PRINTS
008170*  ONE INVOICE PER DEPARTMENT IN DEPARTMENT ORDER AND
008180*  WRITES THE BALANCED LEDGER FEED.
008190******************************************************
008200 3000-MONTH-END-PARA.
008210     PERFORM 3100-LOAD-RATES-PARA THRU 3100-EXIT.
008220     IF BILL-ABORT-RUN
008230         GO TO 3000-EXIT
008240     END-IF.
008250     PERFORM 3150-LOAD-OPERATORS-PARA THRU 3150-EXIT.
008260     PERFORM 3200-PRICE-USAGE-LOG-PARA THRU 3200-EXIT.
008270     IF BILL-ABORT-RUN
008280         GO TO 3000-EXIT
008290     END-IF.
008300     PERFORM 3300-PRICE-INQUIRIES-PARA THRU 3300-EXIT.
008310     IF BILL-ABORT-RUN
008320         GO TO 3000-EXIT
008330     END-IF.
008340     PERFORM 3400-SORT-BY-DEPT-PARA THRU 3400-EXIT.
008350     OPEN OUTPUT GLF-FILE.
008360     IF NOT BILL-GLF-OK
008370         DISPLAY "FACT0114-E LEDGER FEED OPEN FAILED, "
008380             "STATUS = " BILL-GLF-STATUS UPON CRT
008390         SET BILL-ABORT-RUN TO TRUE
008400         GO TO 3000-EXIT
008410     END-IF.
008420     MOVE BILL-PERIOD TO BILL-GLF-HDR-PERIOD.
008430     MOVE BILL-RUN-DATE TO BILL-GLF-HDR-DATE.
008440     MOVE BILL-RUN-TIME TO BILL-GLF-HDR-TIME.
008450     WRITE GLF-LINE FROM BILL-GLF-HDR-LINE.
008460     IF BILL-DEPT-COUNT = ZERO
008470         MOVE "NO BILLABLE USAGE IN THE PERIOD" TO
008480             BILL-SUM-TEXT
008490         MOVE ZERO TO BILL-SUM-COUNT
008500         PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT
008510     END-IF.
008520     PERFORM 3500-INVOICE-ONE-DEPT-PARA THRU 3500-EXIT
008530         VARYING BILL-I FROM 1 BY 1
008540         UNTIL BILL-I > BILL-DEPT-COUNT.
008550     PERFORM 3600-WRITE-GL-CREDIT-PARA THRU 3600-EXIT
008560         VARYING BILL-K FROM 1 BY 1
008570         UNTIL BILL-K > BILL-CLASS-LIMIT.
008580     PERFORM 3700-WRITE-GL-TRAILER-PARA THRU 3700-EXIT.
008590     CLOSE GLF-FILE.
008600     PERFORM 8100-PRINT-BILLING-TOTALS-PARA THRU 8100-EXIT.
008610 3000-EXIT.
008620     EXIT.
008630*
008640******************************************************
008650*  3100-LOAD-RATES-PARA
008660*  LOADS THE RATE FILE INTO THE CHARGE CLASS TABLE. A
008670*  MISSING FILE, A BAD OR DUPLICATE RATE RECORD, OR A
008680*  CLASS WITH NO RATE STOPS THE BILLING BEFORE ANYTHING IS
008690*  WRITTEN TO THE LEDGER.
008700******************************************************
008710 3100-LOAD-RATES-PARA.
008720     OPEN INPUT RATE-FILE.
008730     IF BILL-RATE-NOT-FOUND
008740         DISPLAY "FACT0115-E NO RATE FILE, NO INVOICES "
008750             "PRODUCED" UPON CRT
008760         CLOSE RATE-FILE
008770         SET BILL-ABORT-RUN TO TRUE
008780         GO TO 3100-EXIT
008790     END-IF.
008800     IF NOT BILL-RATE-OK
008810         DISPLAY "FACT0115-E RATE FILE OPEN FAILED, STATUS = "
008820             BILL-RATE-STATUS UPON CRT
008830         SET BILL-ABORT-RUN TO TRUE
008840         GO TO 3100-EXIT
008850     END-IF.
008860     PERFORM 3110-LOAD-ONE-RATE-PARA THRU 3110-EXIT
008870         UNTIL BILL-NO-MORE-RATE.
008880     CLOSE RATE-FILE.
008890     PERFORM 3120-CHECK-ONE-RATE-PARA THRU 3120-EXIT
008900         VARYING BILL-K FROM 1 BY 1
008910         UNTIL BILL-K > BILL-CLASS-LIMIT.
008920     IF BILL-RATE-FILE-IN-ERROR
008930         DISPLAY "FACT0116-E RATE FILE IN ERROR, NO INVOICES "
008940             "PRODUCED" UPON CRT
008950         SET BILL-ABORT-RUN TO TRUE
008960     END-IF.
008970 3100-EXIT.
008980     EXIT.
008990*
009000******************************************************
009010*  3110-LOAD-ONE-RATE-PARA
009020*  READS AND EDITS ONE RATE RECORD AND TABLES IT UNDER
009030*  ITS CHARGE CLASS.
009040******************************************************
009050 3110-LOAD-ONE-RATE-PARA.
009060     READ RATE-FILE
009070         AT END
009080             SET BILL-NO-MORE-RATE TO TRUE
009090             GO TO 3110-EXIT
009100     END-READ.
009110     MOVE RATE-RECORD TO BILL-EXC-DATA.
009120     MOVE RATE-CLASS TO BILL-HOLD-CLASS.
009130     PERFORM 6100-CLASS-SUBSCRIPT-PARA THRU 6100-EXIT.
009140     IF BILL-K = ZERO
009150         MOVE "UNKNOWN CHARGE CLASS" TO BILL-EXC-TEXT
009160         PERFORM 7100-WRITE-EXCEPTION-PARA THRU 7100-EXIT
009170         SET BILL-RATE-FILE-IN-ERROR TO TRUE
009180         GO TO 3110-EXIT
009190     END-IF.
009200     IF RATE-PRICE-X NOT NUMERIC
009210         MOVE "RATE NOT NUMERIC" TO BILL-EXC-TEXT
009220         PERFORM 7100-WRITE-EXCEPTION-PARA THRU 7100-EXIT
009230         SET BILL-RATE-FILE-IN-ERROR TO TRUE
009240         GO TO 3110-EXIT
009250     END-IF.
009260     IF BILL-RATE-LOADED(BILL-K) = "Y"
009270         MOVE "DUPLICATE CHARGE CLASS" TO BILL-EXC-TEXT
009280         PERFORM 7100-WRITE-EXCEPTION-PARA THRU 7100-EXIT
009290         SET BILL-RATE-FILE-IN-ERROR TO TRUE
009300         GO TO 3110-EXIT
009310     END-IF.
009320     MOVE "Y" TO BILL-RATE-LOADED(BILL-K).
009330     MOVE RATE-PRICE TO BILL-RATE-PRICE(BILL-K).
009340     MOVE RATE-GL-ACCOUNT TO BILL-RATE-ACCOUNT(BILL-K).
009350     MOVE RATE-DESC TO BILL-RATE-DESC(BILL-K).
009360 3110-EXIT.
009370     EXIT.
009380*
009390******************************************************
009400*  3120-CHECK-ONE-RATE-PARA
009410*  FLAGS A CHARGE CLASS THE RATE FILE LEFT UNPRICED.
009420******************************************************
009430 3120-CHECK-ONE-RATE-PARA.
009440     IF BILL-RATE-LOADED(BILL-K) NOT = "Y"
009450         DISPLAY "FACT0117-E NO RATE ON FILE FOR CHARGE "
009460             "CLASS " BILL-CLASS-CODE(BILL-K) UPON CRT
009470         SET BILL-RATE-FILE-IN-ERROR TO TRUE
009480     END-IF.
009490 3120-EXIT.
009500     EXIT.
009510*
009520******************************************************
009530*  3150-LOAD-OPERATORS-PARA
009540*  LOADS EVERY OPERATOR WITH A DEPARTMENT FROM THE FACTSECU
009550*  SECURITY PROFILES SO INQUIRIES CAN BE BILLED BY
009560*  DEPARTMENT. WITHOUT THE FILE EVERY INQUIRY GOES TO THE
009570*  ONLINE ACCOUNT, AS IT ALWAYS HAS - THE BILLING ITSELF
009580*  IS NOT STOPPED.
009590******************************************************
009600 3150-LOAD-OPERATORS-PARA.
009610     MOVE ZERO TO BILL-OPER-COUNT.
009620     OPEN INPUT SECU-FILE.
009630     IF BILL-SECU-NOT-FOUND
009640         CLOSE SECU-FILE
009650         GO TO 3150-EXIT
009660     END-IF.
009670     IF NOT BILL-SECU-OK
009680         DISPLAY "FACT0130-W SECURITY FILE OPEN FAILED, "
009690             "STATUS = " BILL-SECU-STATUS
009700             ", INQUIRIES BILLED TO " BILL-ONLINE-DEPT UPON CRT
009710         GO TO 3150-EXIT
009720     END-IF.
009730     PERFORM 3160-LOAD-ONE-OPERATOR-PARA THRU 3160-EXIT
009740         UNTIL BILL-NO-MORE-SECU.
009750     CLOSE SECU-FILE.
009760 3150-EXIT.
009770     EXIT.
009780*
009790******************************************************
009800*  3160-LOAD-ONE-OPERATOR-PARA
009810*  READS ONE SECURITY PROFILE AND TABLES ITS OPERATOR AND
009820*  DEPARTMENT. A PROFILE WITH NO DEPARTMENT IS SKIPPED.
009830******************************************************
009840 3160-LOAD-ONE-OPERATOR-PARA.
009850     READ SECU-FILE
009860         AT END
009870             SET BILL-NO-MORE-SECU TO TRUE
009880             GO TO 3160-EXIT
009890     END-READ.
009900     IF SECU-OPERATOR-ID = SPACE
009910         OR SECU-DEPT = SPACE
009920         GO TO 3160-EXIT
009930     END-IF.
009940     IF BILL-OPER-COUNT NOT LESS THAN BILL-MAX-OPERS
009950         DISPLAY "FACT0131-W OPERATOR TABLE FULL AT "
009960             BILL-MAX-OPERS " ENTRIES, " SECU-OPERATOR-ID
009970             " BILLED TO " BILL-ONLINE-DEPT UPON CRT
009980         GO TO 3160-EXIT
009990     END-IF.
010000     ADD 1 TO BILL-OPER-COUNT.
010010     MOVE SECU-OPERATOR-ID TO BILL-O-ID(BILL-OPER-COUNT).
010020     MOVE SECU-DEPT TO BILL-O-DEPT(BILL-OPER-COUNT).
010030 3160-EXIT.
010040     EXIT.
010050*
010060******************************************************
010070*  3200-PRICE-USAGE-LOG-PARA
010080*  READS THE USAGE LOG AND CHARGES EVERY RECORD POSTED IN
010090*  THE BILLING PERIOD TO ITS DEPARTMENT.
010100******************************************************
010110 3200-PRICE-USAGE-LOG-PARA.
010120     OPEN INPUT BUSE-FILE.
010130     IF BILL-BUSE-NOT-FOUND
010140         CLOSE BUSE-FILE
010150         GO TO 3200-EXIT
010160     END-IF.
010170     IF NOT BILL-BUSE-OK
010180         DISPLAY "FACT0111-E USAGE LOG OPEN FAILED, "
010190             "STATUS = " BILL-BUSE-STATUS UPON CRT
010200         SET BILL-ABORT-RUN TO TRUE
010210         GO TO 3200-EXIT
010220     END-IF.
010230     PERFORM 3210-PRICE-ONE-BUSE-PARA THRU 3210-EXIT
010240         UNTIL BILL-NO-MORE-BUSE.
010250     CLOSE BUSE-FILE.
010260 3200-EXIT.
010270     EXIT.
010280*
010290******************************************************
010300*  3210-PRICE-ONE-BUSE-PARA
010310*  READS ONE USAGE LOG RECORD AND CHARGES IT WHEN IT FALLS
010320*  IN THE BILLING PERIOD.
010330******************************************************
010340 3210-PRICE-ONE-BUSE-PARA.
010350     READ BUSE-FILE
010360         AT END
010370             SET BILL-NO-MORE-BUSE TO TRUE
010380             GO TO 3210-EXIT
010390     END-READ.
010400     ADD 1 TO BILL-BUSE-READ.
010410     IF BUSE-RUN-PERIOD NOT = BILL-PERIOD
010420         GO TO 3210-EXIT
010430     END-IF.
010440     MOVE BUSE-REQUESTER TO BILL-HOLD-DEPT.
010450     MOVE BUSE-CHARGE-CLASS TO BILL-HOLD-CLASS.
010460     MOVE BUSE-RECORD TO BILL-EXC-DATA.
010470     PERFORM 6200-CHARGE-ONE-PARA THRU 6200-EXIT.
010480     IF BILL-K NOT = ZERO
010490         ADD 1 TO BILL-BUSE-BILLED
010500     END-IF.
010510 3210-EXIT.
010520     EXIT.
010530*
010540******************************************************
010550*  3300-PRICE-INQUIRIES-PARA
010560*  CHARGES EVERY TYPE "Q" INQUIRY RECORD DATED IN THE
010570*  BILLING PERIOD, FROM THE LIVE AUDIT FILE AND FROM THE
010580*  ARCHIVE - FACTARCH MAY ALREADY HAVE MOVED PART OF THE
010590*  MONTH OFF FACTAUDT.
010600******************************************************
010610 3300-PRICE-INQUIRIES-PARA.
010620     OPEN INPUT AUDIT-FILE.
010630     IF BILL-AUDIT-NOT-FOUND
010640         CLOSE AUDIT-FILE
010650         SET BILL-NO-MORE-AUDIT TO TRUE
010660     END-IF.
010670     IF NOT BILL-AUDIT-OK AND NOT BILL-NO-MORE-AUDIT
010680         DISPLAY "FACT0118-E AUDIT FILE OPEN FAILED, "
010690             "STATUS = " BILL-AUDIT-STATUS UPON CRT
010700         SET BILL-ABORT-RUN TO TRUE
010710         GO TO 3300-EXIT
010720     END-IF.
010730     IF NOT BILL-NO-MORE-AUDIT
010740         PERFORM 3310-READ-ONE-AUDIT-PARA THRU 3310-EXIT
010750             UNTIL BILL-NO-MORE-AUDIT
010760         CLOSE AUDIT-FILE
010770     END-IF.
010780     OPEN INPUT ARCV-FILE.
010790     IF BILL-ARCV-NOT-FOUND
010800         CLOSE ARCV-FILE
010810         GO TO 3300-EXIT
010820     END-IF.
010830     IF NOT BILL-ARCV-OK
010840         DISPLAY "FACT0119-E ARCHIVE FILE OPEN FAILED, "
010850             "STATUS = " BILL-ARCV-STATUS UPON CRT
010860         SET BILL-ABORT-RUN TO TRUE
010870         GO TO 3300-EXIT
010880     END-IF.
010890     PERFORM 3320-READ-ONE-ARCV-PARA THRU 3320-EXIT
010900         UNTIL BILL-NO-MORE-ARCV.
010910     CLOSE ARCV-FILE.
010920 3300-EXIT.
010930     EXIT.
010940*
010950******************************************************
010960*  3310-READ-ONE-AUDIT-PARA
010970*  READS ONE LIVE AUDIT RECORD AND PRICES IT IF IT IS AN
010980*  INQUIRY IN THE PERIOD.
010990******************************************************
011000 3310-READ-ONE-AUDIT-PARA.
011010     READ AUDIT-FILE
011020         AT END
011030             SET BILL-NO-MORE-AUDIT TO TRUE
011040             GO TO 3310-EXIT
011050     END-READ.
011060     MOVE AUDIT-RECORD TO BILL-AUD-WORK.
011070     PERFORM 3330-PRICE-ONE-INQUIRY-PARA THRU 3330-EXIT.
011080 3310-EXIT.
011090     EXIT.
011100*
011110******************************************************
011120*  3320-READ-ONE-ARCV-PARA
011130*  READS ONE ARCHIVED AUDIT RECORD AND PRICES IT IF IT IS
011140*  AN INQUIRY IN THE PERIOD.
011150******************************************************
011160 3320-READ-ONE-ARCV-PARA.
011170     READ ARCV-FILE
011180         AT END
011190             SET BILL-NO-MORE-ARCV TO TRUE
011200             GO TO 3320-EXIT
011210     END-READ.
011220     MOVE ARCV-AUDIT-IMAGE TO BILL-AUD-WORK.
011230     PERFORM 3330-PRICE-ONE-INQUIRY-PARA THRU 3330-EXIT.
011240 3320-EXIT.
011250     EXIT.
011260*
011270******************************************************
011280*  3330-PRICE-ONE-INQUIRY-PARA
011290*  CHARGES ONE TYPE "Q" RECORD DATED IN THE PERIOD TO ITS
011300*  OPERATOR'S DEPARTMENT, OR TO THE ONLINE ACCOUNT WHEN
011310*  THE OPERATOR CANNOT BE TRACED TO ONE.
011320******************************************************
011330 3330-PRICE-ONE-INQUIRY-PARA.
011340     IF BILL-AUD-REC-TYPE NOT = "Q"
011350         GO TO 3330-EXIT
011360     END-IF.
011370     IF BILL-AUD-RUN-PERIOD NOT = BILL-PERIOD
011380         GO TO 3330-EXIT
011390     END-IF.
011400     MOVE BILL-ONLINE-DEPT TO BILL-HOLD-DEPT.
011410     IF BILL-AUD-OPERATOR-ID NOT = SPACE
011420         PERFORM 3340-FIND-OPERATOR-DEPT-PARA THRU 3340-EXIT
011430     END-IF.
011440     MOVE "Q" TO BILL-HOLD-CLASS.
011450     MOVE BILL-AUD-WORK TO BILL-EXC-DATA.
011460     PERFORM 6200-CHARGE-ONE-PARA THRU 6200-EXIT.
011470     ADD 1 TO BILL-INQ-BILLED.
011480 3330-EXIT.
011490     EXIT.
011500*
011510******************************************************
011520*  3340-FIND-OPERATOR-DEPT-PARA
011530*  REPLACES THE ONLINE ACCOUNT IN BILL-HOLD-DEPT WITH THE
011540*  DEPARTMENT OF THE INQUIRY'S OPERATOR, WHEN THE OPERATOR
011550*  IS IN THE TABLE.
011560******************************************************
011570 3340-FIND-OPERATOR-DEPT-PARA.
011580     IF BILL-OPER-COUNT = ZERO
011590         GO TO 3340-EXIT
011600     END-IF.
011610     SET BILL-OPER-IDX TO 1.
011620     SEARCH BILL-OPER-ENTRY
011630         AT END
011640             GO TO 3340-EXIT
011650         WHEN BILL-O-ID(BILL-OPER-IDX) = BILL-AUD-OPERATOR-ID
011660             MOVE BILL-O-DEPT(BILL-OPER-IDX) TO BILL-HOLD-DEPT
011670     END-SEARCH.
011680 3340-EXIT.
011690     EXIT.
011700*
011710******************************************************
011720*  3400-SORT-BY-DEPT-PARA
011730*  SORTS THE DEPARTMENT TABLE INTO DEPARTMENT ORDER SO THE
011740*  INVOICES AND THE LEDGER DEBITS COME OUT IN SEQUENCE, BY
011750*  THE SAME EXCHANGE TECHNIQUE FACTRQST USES ON ITS QUEUE.
011760******************************************************
011770 3400-SORT-BY-DEPT-PARA.
011780     IF BILL-DEPT-COUNT < 2
011790         GO TO 3400-EXIT
011800     END-IF.
011810     SET BILL-SWAPPED TO TRUE.
011820     PERFORM 3410-ONE-SORT-PASS-PARA THRU 3410-EXIT
011830         UNTIL NOT BILL-SWAPPED.
011840 3400-EXIT.
011850     EXIT.
011860*
011870******************************************************
011880*  3410-ONE-SORT-PASS-PARA
011890*  MAKES ONE EXCHANGE PASS OVER THE DEPARTMENT TABLE.
011900******************************************************
011910 3410-ONE-SORT-PASS-PARA.
011920     MOVE "N" TO BILL-SWAPPED-SWITCH.
011930     COMPUTE BILL-SORT-LIMIT = BILL-DEPT-COUNT - 1.
011940     PERFORM 3420-COMPARE-PAIR-PARA THRU 3420-EXIT
011950         VARYING BILL-I FROM 1 BY 1
011960         UNTIL BILL-I > BILL-SORT-LIMIT.
011970 3410-EXIT.
011980     EXIT.
011990*
012000******************************************************
012010*  3420-COMPARE-PAIR-PARA
012020*  EXCHANGES ONE ADJACENT PAIR OF DEPARTMENT ENTRIES WHEN
012030*  THEY ARE OUT OF ORDER.
012040******************************************************
012050 3420-COMPARE-PAIR-PARA.
012060     COMPUTE BILL-J = BILL-I + 1.
012070     IF BILL-D-NAME(BILL-J) < BILL-D-NAME(BILL-I)
012080         MOVE BILL-DEPT-ENTRY(BILL-I) TO BILL-HOLD-ENTRY
012090         MOVE BILL-DEPT-ENTRY(BILL-J) TO BILL-DEPT-ENTRY(BILL-I)
012100         MOVE BILL-HOLD-ENTRY TO BILL-DEPT-ENTRY(BILL-J)
012110         SET BILL-SWAPPED TO TRUE
012120     END-IF.
012130 3420-EXIT.
012140     EXIT.
012150*
012160******************************************************
012170*  3500-INVOICE-ONE-DEPT-PARA
012180*  PRINTS ONE DEPARTMENT'S INVOICE ON A PAGE OF ITS OWN -
012190*  ONE LINE PER CHARGE CLASS USED, PRICED AT THE RATE FILE
012200*  PRICE, AND THE INVOICE TOTAL - AND WRITES THE MATCHING
012210*  LEDGER DEBITS.
012220******************************************************
012230 3500-INVOICE-ONE-DEPT-PARA.
012240     IF BILL-RPT-LINE-COUNT > ZERO
012250         PERFORM 7000-WRITE-HEADING-PARA THRU 7000-EXIT
012260     END-IF.
012270     MOVE BILL-D-NAME(BILL-I) TO BILL-INV-DEPT.
012280     MOVE BILL-PERIOD TO BILL-INV-PERIOD.
012290     MOVE BILL-INV-LINE TO RPT-LINE.
012300     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
012310     MOVE BILL-BLANK-LINE TO RPT-LINE.
012320     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
012330     MOVE BILL-INV-HEADING TO RPT-LINE.
012340     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
012350     MOVE ZERO TO BILL-DEPT-TOTAL.
012360     PERFORM 3510-INVOICE-ONE-CHARGE-PARA THRU 3510-EXIT
012370         VARYING BILL-K FROM 1 BY 1
012380         UNTIL BILL-K > BILL-CLASS-LIMIT.
012390     MOVE BILL-BLANK-LINE TO RPT-LINE.
012400     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
012410     MOVE "INVOICE TOTAL" TO BILL-TOTAL-TEXT.
012420     MOVE BILL-DEPT-TOTAL TO BILL-TOTAL-AMOUNT.
012430     MOVE BILL-TOTAL-LINE TO RPT-LINE.
012440     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
012450     ADD 1 TO BILL-DEPTS-INVOICED.
012460 3500-EXIT.
012470     EXIT.
012480*
012490******************************************************
012500*  3510-INVOICE-ONE-CHARGE-PARA
012510*  PRICES ONE CHARGE CLASS FOR THE CURRENT DEPARTMENT,
012520*  PRINTS THE INVOICE LINE AND WRITES THE LEDGER DEBIT. A
012530*  CLASS THE DEPARTMENT DID NOT USE IS LEFT OFF.
012540******************************************************
012550 3510-INVOICE-ONE-CHARGE-PARA.
012560     IF BILL-D-QTY(BILL-I, BILL-K) = ZERO
012570         GO TO 3510-EXIT
012580     END-IF.
012590     COMPUTE BILL-LINE-AMOUNT =
012600         BILL-D-QTY(BILL-I, BILL-K) * BILL-RATE-PRICE(BILL-K).
012610     MOVE BILL-RATE-DESC(BILL-K) TO BILL-DET-DESC.
012620     MOVE BILL-D-QTY(BILL-I, BILL-K) TO BILL-DET-QTY.
012630     MOVE BILL-RATE-PRICE(BILL-K) TO BILL-DET-RATE.
012640     MOVE BILL-LINE-AMOUNT TO BILL-DET-AMOUNT.
012650     MOVE BILL-DET-LINE TO RPT-LINE.
012660     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
012670     ADD BILL-LINE-AMOUNT TO BILL-DEPT-TOTAL.
012680     ADD BILL-LINE-AMOUNT TO BILL-CLASS-AMOUNT(BILL-K).
012690     ADD BILL-LINE-AMOUNT TO BILL-GRAND-TOTAL.
012700     MOVE "DR" TO BILL-GLF-DRCR.
012710     MOVE BILL-D-NAME(BILL-I) TO BILL-GLF-ACCOUNT.
012720     MOVE BILL-CLASS-CODE(BILL-K) TO BILL-GLF-CLASS.
012730     MOVE BILL-LINE-AMOUNT TO BILL-GLF-AMOUNT.
012740     WRITE GLF-LINE FROM BILL-GLF-DTL-LINE.
012750     ADD 1 TO BILL-GLF-COUNT.
012760     ADD BILL-LINE-AMOUNT TO BILL-GL-DEBITS.
012770 3510-EXIT.
012780     EXIT.
012790*
012800******************************************************
012810*  3600-WRITE-GL-CREDIT-PARA
012820*  WRITES THE LEDGER CREDIT FOR ONE CHARGE CLASS - THE
012830*  PERIOD'S TOTAL FOR THE CLASS TO THE RECOVERY ACCOUNT
012840*  NAMED ON THE RATE FILE.
012850******************************************************
012860 3600-WRITE-GL-CREDIT-PARA.
012870     IF BILL-CLASS-AMOUNT(BILL-K) = ZERO
012880         GO TO 3600-EXIT
012890     END-IF.
012900     MOVE "CR" TO BILL-GLF-DRCR.
012910     MOVE BILL-RATE-ACCOUNT(BILL-K) TO BILL-GLF-ACCOUNT.
012920     MOVE BILL-CLASS-CODE(BILL-K) TO BILL-GLF-CLASS.
012930     MOVE BILL-CLASS-AMOUNT(BILL-K) TO BILL-GLF-AMOUNT.
012940     WRITE GLF-LINE FROM BILL-GLF-DTL-LINE.
012950     ADD 1 TO BILL-GLF-COUNT.
012960     ADD BILL-CLASS-AMOUNT(BILL-K) TO BILL-GL-CREDITS.
012970 3600-EXIT.
012980     EXIT.
012990*
013000******************************************************
013010*  3700-WRITE-GL-TRAILER-PARA
013020*  WRITES THE LEDGER FEED TRAILER AND PROVES THE FEED -
013030*  DEBITS MUST EQUAL CREDITS OR THE RUN ENDS WITH
013040*  CONDITION CODE 8 SO THE FEED IS NOT POSTED.
013050******************************************************
013060 3700-WRITE-GL-TRAILER-PARA.
013070     MOVE BILL-GLF-COUNT TO BILL-GLF-TRL-COUNT.
013080     MOVE BILL-GL-DEBITS TO BILL-GLF-TRL-DEBITS.
013090     MOVE BILL-GL-CREDITS TO BILL-GLF-TRL-CREDITS.
013100     WRITE GLF-LINE FROM BILL-GLF-TRL-LINE.
013110     IF BILL-GL-DEBITS NOT = BILL-GL-CREDITS
013120         DISPLAY "FACT0120-E LEDGER FEED OUT OF BALANCE - "
013130             "DO NOT POST" UPON CRT
013140         SET BILL-ABORT-RUN TO TRUE
013150     END-IF.
013160 3700-EXIT.
013170     EXIT.
013180*
013190******************************************************
013200*  6100-CLASS-SUBSCRIPT-PARA
013210*  SETS BILL-K TO THE TABLE POSITION OF THE CHARGE CLASS
013220*  IN BILL-HOLD-CLASS, OR ZERO FOR A CLASS NOT PRICED.
013230******************************************************
013240 6100-CLASS-SUBSCRIPT-PARA.
013250     EVALUATE BILL-HOLD-CLASS
013260         WHEN "F"
013270             MOVE 1 TO BILL-K
013280         WHEN "C"
013290             MOVE 2 TO BILL-K
013300         WHEN "X"
013310             MOVE 3 TO BILL-K
013320         WHEN "Q"
013330             MOVE 4 TO BILL-K
013340         WHEN OTHER
013350             MOVE ZERO TO BILL-K
013360     END-EVALUATE.
013370 6100-EXIT.
013380     EXIT.
013390*
013400******************************************************
013410*  6200-CHARGE-ONE-PARA
013420*  CHARGES ONE UNIT OF BILL-HOLD-CLASS TO BILL-HOLD-DEPT,
013430*  ADDING THE DEPARTMENT TO THE TABLE THE FIRST TIME IT IS
013440*  SEEN. AN UNKNOWN CLASS IS LISTED (THE CALLER HAS MOVED
013450*  THE RECORD TO BILL-EXC-DATA) AND LEFT UNBILLED.
013460******************************************************
013470 6200-CHARGE-ONE-PARA.
013480     PERFORM 6100-CLASS-SUBSCRIPT-PARA THRU 6100-EXIT.
013490     IF BILL-K = ZERO
013500         MOVE "UNKNOWN CHARGE CLASS" TO BILL-EXC-TEXT
013510         PERFORM 7100-WRITE-EXCEPTION-PARA THRU 7100-EXIT
013520         ADD 1 TO BILL-UNPRICED
013530         GO TO 6200-EXIT
013540     END-IF.
013550     PERFORM 6300-FIND-DEPT-PARA THRU 6300-EXIT.
013560     IF BILL-ABORT-RUN
013570         GO TO 6200-EXIT
013580     END-IF.
013590     ADD 1 TO BILL-D-QTY(BILL-J, BILL-K).
013600     ADD 1 TO BILL-CLASS-QTY(BILL-K).
013610 6200-EXIT.
013620     EXIT.
013630*
013640******************************************************
013650*  6300-FIND-DEPT-PARA
013660*  LEAVES BILL-J POINTING AT THE TABLE ENTRY FOR
013670*  BILL-HOLD-DEPT, ADDING A NEW ENTRY WHEN THE DEPARTMENT
013680*  HAS NOT BEEN SEEN. A FULL TABLE ABORTS THE BILLING.
013690******************************************************
013700 6300-FIND-DEPT-PARA.
013710     IF BILL-DEPT-COUNT = ZERO
013720         GO TO 6300-ADD-DEPT
013730     END-IF.
013740     SET BILL-DEPT-IDX TO 1.
013750     SEARCH BILL-DEPT-ENTRY
013760         AT END
013770             GO TO 6300-ADD-DEPT
013780         WHEN BILL-D-NAME(BILL-DEPT-IDX) = BILL-HOLD-DEPT
013790             SET BILL-J TO BILL-DEPT-IDX
013800             GO TO 6300-EXIT
013810     END-SEARCH.
013820 6300-ADD-DEPT.
013830     IF BILL-DEPT-COUNT NOT LESS THAN BILL-MAX-DEPTS
013840         DISPLAY "FACT0121-E DEPARTMENT TABLE FULL AT "
013850             BILL-MAX-DEPTS " ENTRIES, BILLING ABORTED"
013860             UPON CRT
013870         SET BILL-ABORT-RUN TO TRUE
013880         SET BILL-NO-MORE-BUSE TO TRUE
013890         SET BILL-NO-MORE-AUDIT TO TRUE
013900         SET BILL-NO-MORE-ARCV TO TRUE
013910         GO TO 6300-EXIT
013920     END-IF.
013930     ADD 1 TO BILL-DEPT-COUNT.
013940     MOVE BILL-DEPT-COUNT TO BILL-J.
013950     MOVE BILL-HOLD-DEPT TO BILL-D-NAME(BILL-J).
013960     MOVE ZERO TO BILL-D-QTY(BILL-J, 1).
013970     MOVE ZERO TO BILL-D-QTY(BILL-J, 2).
013980     MOVE ZERO TO BILL-D-QTY(BILL-J, 3).
013990     MOVE ZERO TO BILL-D-QTY(BILL-J, 4).
014000 6300-EXIT.
014010     EXIT.
014020*
014030******************************************************
014040*  7000-WRITE-HEADING-PARA
014050*  WRITES THE REPORT PAGE HEADING AND RESETS THE PER-PAGE
014060*  LINE COUNT, THE SAME ASA "1" CARRIAGE CONTROL TECHNIQUE
014070*  THE FACTORIALS REPORT USES.
014080******************************************************
014090 7000-WRITE-HEADING-PARA.
014100     ADD 1 TO BILL-RPT-PAGE-NO.
014110     IF BILL-RPT-PAGE-NO = 1
014120         MOVE SPACE TO BILL-RPT-HEADING-CC
014130     ELSE
014140         MOVE BILL-NEW-PAGE-CC TO BILL-RPT-HEADING-CC
014150     END-IF.
014160     WRITE RPT-LINE FROM BILL-RPT-HEADING.
014170     MOVE ZERO TO BILL-RPT-LINE-COUNT.
014180 7000-EXIT.
014190     EXIT.
014200*
014210******************************************************
014220*  7100-WRITE-EXCEPTION-PARA
014230*  WRITES ONE EXCEPTION LINE (ALREADY BUILT BY THE CALLER
014240*  IN BILL-EXC-LINE) TO THE REPORT.
014250******************************************************
014260 7100-WRITE-EXCEPTION-PARA.
014270     MOVE BILL-EXC-LINE TO RPT-LINE.
014280     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
014290 7100-EXIT.
014300     EXIT.
014310*
014320******************************************************
014330*  7200-WRITE-RPT-LINE-PARA
014340*  WRITES ONE LINE FROM RPT-LINE (ALREADY MOVED BY THE
014350*  CALLER) AND BREAKS THE PAGE WHEN IT IS FULL.
014360******************************************************
014370 7200-WRITE-RPT-LINE-PARA.
014380     IF BILL-RPT-LINE-COUNT NOT LESS THAN
014390             BILL-RPT-LINES-PER-PAGE
014400         PERFORM 7000-WRITE-HEADING-PARA THRU 7000-EXIT
014410     END-IF.
014420     WRITE RPT-LINE.
014430     ADD 1 TO BILL-RPT-LINE-COUNT.
014440 7200-EXIT.
014450     EXIT.
014460*
014470******************************************************
014480*  7300-WRITE-SUMMARY-PARA
014490*  WRITES ONE CONTROL TOTAL LINE (TEXT AND COUNT ALREADY
014500*  MOVED BY THE CALLER) TO THE REPORT.
014510******************************************************
014520 7300-WRITE-SUMMARY-PARA.
014530     MOVE BILL-SUM-LINE TO RPT-LINE.
014540     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
014550 7300-EXIT.
014560     EXIT.
014570*
014580******************************************************
014590*  7400-WRITE-MODE-PARA
014600*  WRITES ONE MODE LINE (TEXT AND VALUE ALREADY MOVED BY
014610*  THE CALLER) UNDER THE REPORT HEADING.
014620******************************************************
014630 7400-WRITE-MODE-PARA.
014640     MOVE BILL-MODE-LINE TO RPT-LINE.
014650     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
014660 7400-EXIT.
014670     EXIT.
014680*
014690******************************************************
014700*  8000-PRINT-POSTING-TOTALS-PARA
014710*  PRINTS THE CONTROL TOTALS FOR THE NIGHTLY POSTING PASS.
014720******************************************************
014730 8000-PRINT-POSTING-TOTALS-PARA.
014740     MOVE BILL-BLANK-LINE TO RPT-LINE.
014750     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
014760     MOVE "COMPLETION RECORDS READ:" TO BILL-SUM-TEXT.
014770     MOVE BILL-COMP-READ TO BILL-SUM-COUNT.
014780     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
014790     MOVE "POSTED - FAST-PATH FACTORIALS:" TO BILL-SUM-TEXT.
014800     MOVE BILL-CLASS-QTY(1) TO BILL-SUM-COUNT.
014810     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
014820     MOVE "POSTED - NPR/NCR PAIRS:" TO BILL-SUM-TEXT.
014830     MOVE BILL-CLASS-QTY(2) TO BILL-SUM-COUNT.
014840     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
014850     MOVE "POSTED - EXTENDED-PRECISION:" TO BILL-SUM-TEXT.
014860     MOVE BILL-CLASS-QTY(3) TO BILL-SUM-COUNT.
014870     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
014880     MOVE "TOTAL POSTED TO USAGE LOG:" TO BILL-SUM-TEXT.
014890     MOVE BILL-COMP-POSTED TO BILL-SUM-COUNT.
014900     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
014910     MOVE "NOT RUN - NOT BILLED:" TO BILL-SUM-TEXT.
014920     MOVE BILL-COMP-NOT-RUN TO BILL-SUM-COUNT.
014930     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
014940     MOVE "UNKNOWN STATUS - SKIPPED:" TO BILL-SUM-TEXT.
014950     MOVE BILL-COMP-UNKNOWN TO BILL-SUM-COUNT.
014960     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
014970 8000-EXIT.
014980     EXIT.
014990*
015000******************************************************
015010*  8100-PRINT-BILLING-TOTALS-PARA
015020*  PRINTS THE MONTH-END BILLING SUMMARY ON A PAGE OF ITS
015030*  OWN - RECORD COUNTS, THE PERIOD'S TOTAL BY CHARGE
015040*  CLASS, THE GRAND TOTAL INVOICED AND THE LEDGER FEED
015050*  CONTROL TOTALS.
015060******************************************************
015070 8100-PRINT-BILLING-TOTALS-PARA.
015080     PERFORM 7000-WRITE-HEADING-PARA THRU 7000-EXIT.
015090     MOVE "BILLING SUMMARY - PERIOD" TO BILL-MODE-TEXT.
015100     MOVE BILL-PERIOD TO BILL-MODE-VALUE.
015110     PERFORM 7400-WRITE-MODE-PARA THRU 7400-EXIT.
015120     MOVE BILL-BLANK-LINE TO RPT-LINE.
015130     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
015140     MOVE "USAGE LOG RECORDS READ:" TO BILL-SUM-TEXT.
015150     MOVE BILL-BUSE-READ TO BILL-SUM-COUNT.
015160     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
015170     MOVE "USAGE RECORDS BILLED IN PERIOD:" TO
015180         BILL-SUM-TEXT.
015190     MOVE BILL-BUSE-BILLED TO BILL-SUM-COUNT.
015200     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
015210     MOVE "INQUIRIES BILLED IN PERIOD:" TO BILL-SUM-TEXT.
015220     MOVE BILL-INQ-BILLED TO BILL-SUM-COUNT.
015230     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
015240     MOVE "UNPRICED RECORDS SKIPPED:" TO BILL-SUM-TEXT.
015250     MOVE BILL-UNPRICED TO BILL-SUM-COUNT.
015260     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
015270     MOVE "DEPARTMENTS INVOICED:" TO BILL-SUM-TEXT.
015280     MOVE BILL-DEPTS-INVOICED TO BILL-SUM-COUNT.
015290     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
015300     MOVE "LEDGER FEED DETAIL RECORDS:" TO BILL-SUM-TEXT.
015310     MOVE BILL-GLF-COUNT TO BILL-SUM-COUNT.
015320     PERFORM 7300-WRITE-SUMMARY-PARA THRU 7300-EXIT.
015330     MOVE BILL-BLANK-LINE TO RPT-LINE.
015340     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
015350     MOVE BILL-INV-HEADING TO RPT-LINE.
015360     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
015370     PERFORM 8110-PRINT-ONE-CLASS-PARA THRU 8110-EXIT
015380         VARYING BILL-K FROM 1 BY 1
015390         UNTIL BILL-K > BILL-CLASS-LIMIT.
015400     MOVE BILL-BLANK-LINE TO RPT-LINE.
015410     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
015420     MOVE "GRAND TOTAL INVOICED" TO BILL-TOTAL-TEXT.
015430     MOVE BILL-GRAND-TOTAL TO BILL-TOTAL-AMOUNT.
015440     MOVE BILL-TOTAL-LINE TO RPT-LINE.
015450     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
015460     MOVE "LEDGER FEED DEBITS" TO BILL-TOTAL-TEXT.
015470     MOVE BILL-GL-DEBITS TO BILL-TOTAL-AMOUNT.
015480     MOVE BILL-TOTAL-LINE TO RPT-LINE.
015490     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
015500     MOVE "LEDGER FEED CREDITS" TO BILL-TOTAL-TEXT.
015510     MOVE BILL-GL-CREDITS TO BILL-TOTAL-AMOUNT.
015520     MOVE BILL-TOTAL-LINE TO RPT-LINE.
015530     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
015540 8100-EXIT.
015550     EXIT.
015560*
015570******************************************************
015580*  8110-PRINT-ONE-CLASS-PARA
015590*  PRINTS THE PERIOD'S QUANTITY AND AMOUNT FOR ONE CHARGE
015600*  CLASS ACROSS ALL DEPARTMENTS.
015610******************************************************
015620 8110-PRINT-ONE-CLASS-PARA.
015630     MOVE BILL-RATE-DESC(BILL-K) TO BILL-DET-DESC.
015640     MOVE BILL-CLASS-QTY(BILL-K) TO BILL-DET-QTY.
015650     MOVE BILL-RATE-PRICE(BILL-K) TO BILL-DET-RATE.
015660     MOVE BILL-CLASS-AMOUNT(BILL-K) TO BILL-DET-AMOUNT.
015670     MOVE BILL-DET-LINE TO RPT-LINE.
015680     PERFORM 7200-WRITE-RPT-LINE-PARA THRU 7200-EXIT.
015690 8110-EXIT.
015700     EXIT.
015710*
015720******************************************************
015730*  9000-TERMINATE-PARA
015740*  CLOSES THE REPORT IF IT WAS OPENED, SETS THE CONDITION
015750*  CODE - 0 FOR A CLEAN PASS, 4 WHEN THE RUN WAS ALREADY
015760*  POSTED OR RECORDS WERE SKIPPED AS UNKNOWN OR UNPRICED,
015770*  8 WHEN THE RUN WAS ABORTED (NO INVOICES OR LEDGER FEED
015780*  TO BE TRUSTED) - AND ENDS THE RUN.
015790******************************************************
015800 9000-TERMINATE-PARA.
015810     IF BILL-RPT-OPENED
015820         CLOSE RPT-FILE
015830     END-IF.
015840     IF BILL-COMP-UNKNOWN > ZERO
015850         OR BILL-UNPRICED > ZERO
015860         MOVE 4 TO BILL-RETURN-CODE
015870     END-IF.
015880     IF BILL-ABORT-RUN
015890         MOVE 8 TO BILL-RETURN-CODE
015900     END-IF.
015910     MOVE BILL-RETURN-CODE TO RETURN-CODE.
015920     DISPLAY "FACTBILL FINISHED, CONDITION CODE "
015930         BILL-RETURN-CODE UPON CRT.
015940 9000-EXIT.
015950     EXIT.
