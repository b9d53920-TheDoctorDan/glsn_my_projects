000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FACTDIST.
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
000130*  10/15/2026 RH    ORIGINAL PROGRAM - DELIVERY PACKETS,
000140*                   RUN AFTER FACTRQST R. BUILDS ONE
000150*                   PACKET PER REQUESTER FROM THE FACTRQCP
000160*                   COMPLETION FILE, WITH EXTENDED RESULTS
000170*                   TAKEN FROM FACTWIDE. THE NEW FACTDMST
000180*                   DISTRIBUTION MASTER GIVES EACH
000190*                   REQUESTER'S DEPARTMENT NAME, DELIVERY
000200*                   ADDRESS AND DELIVERY METHOD:
000210*                     P - PRINTED ON DISTPKT - A BANNER
000220*                         PAGE WITH THE DEPARTMENT AND
000230*                         ADDRESS, THEN THE FILLED RESULTS
000240*                         AND THE REQUESTS NOT RUN WITH
000250*                         THE REASON FACTRQST GAVE
000260*                     E - ELECTRONIC - THE SAME PACKET AS
000270*                         THE DEPARTMENT'S OWN COMMA-
000280*                         DELIMITED FILE, NAMED ON THE
000290*                         MASTER, WITH HEADER AND TRAILER
000300*                         RECORDS LIKE FACTCSV
000310*                   A REQUESTER NOT ON THE MASTER STILL
000320*                   GETS A PRINTED PACKET, MARKED TO BE
000330*                   HELD AT OPERATIONS. THE DISTCTL CONTROL
000340*                   LIST SHOWS EVERY PACKET - WHO, HOW IT
000350*                   WENT AND HOW MANY PAGES - AND THE
000360*                   MASTER RECORDS REJECTED. CONDITION CODE
000370*                   0 IS A CLEAN DISTRIBUTION, 4 MEANS A
000380*                   PACKET WAS HELD OR PRINTED INSTEAD OF
000390*                   SENT, A MASTER RECORD WAS REJECTED OR AN
000400*                   EXTENDED RESULT WAS MISSING, 8 MEANS NO
000410*                   PACKETS COULD BE BUILT.
000411******************************************************
000412*  10/15/2026 RH    FACTRQCP NOW CARRIES THE RUN STAMP OF THE
000413*                   FACTRQST RUN THAT WROTE IT. A COMPLETION
000414*                   FILE WHOSE STAMP IS NOT THE FACTCTL RUN'S
000415*                   BUILDS NO PACKETS, CONDITION CODE 8. EACH
000416*                   CONSOLE MESSAGE NOW HAS A NUMBER OF ITS OWN.
000420******************************************************
000430*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SPECIAL-NAMES.
000470     CONSOLE IS CRT.
000480*
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT OPTIONAL CTL-FILE ASSIGN TO "FACTCTL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS DIST-CTL-STATUS.
000540     SELECT OPTIONAL COMP-FILE ASSIGN TO "FACTRQCP"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS DIST-COMP-STATUS.
000570     SELECT OPTIONAL WIDE-FILE ASSIGN TO "FACTWIDE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS DIST-WIDE-STATUS.
000600     SELECT OPTIONAL DMST-FILE ASSIGN TO "FACTDMST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS DIST-DMST-STATUS.
000630     SELECT DSTS-FILE ASSIGN TO "FACTDSTS"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS DIST-DSTS-STATUS.
000660     SELECT PKT-FILE ASSIGN TO "DISTPKT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS DIST-PKT-STATUS.
000690     SELECT LIST-FILE ASSIGN TO "DISTCTL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS DIST-LIST-STATUS.
000720     SELECT EXT-FILE ASSIGN USING DIST-EXT-NAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS DIST-EXT-STATUS.
000750     SELECT DIST-SORT ASSIGN TO "SORTWK1".
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CTL-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  CTL-RECORD.
000820     05  CTL-RUN-DATE        PIC 9(08).
000830     05  FILLER              PIC X(01).
000840     05  CTL-RUN-TIME        PIC 9(08).
000850     05  FILLER              PIC X(01).
000860     05  CTL-RUN-ID          PIC X(08).
000870     05  FILLER              PIC X(01).
000880     05  CTL-COMPUTED-COUNT  PIC 9(06).
000890     05  FILLER              PIC X(01).
000900     05  CTL-GRAND-TOTAL     PIC 9(15).
000910*
000920 FD  COMP-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  COMP-RECORD.
000950     05  COMP-REQUESTER      PIC X(08).
000960     05  FILLER              PIC X(01).
000970     05  COMP-REC-TYPE       PIC X(01).
000980     05  FILLER              PIC X(01).
000990     05  COMP-NUMBER         PIC 9(04).
001000     05  FILLER              PIC X(01).
001010     05  COMP-R-VALUE        PIC 9(04).
001020     05  FILLER              PIC X(01).
001030     05  COMP-RESULT         PIC 9(09).
001040     05  FILLER              PIC X(01).
001050     05  COMP-RESULT-2       PIC 9(09).
001060     05  FILLER              PIC X(01).
001070     05  COMP-STATUS         PIC X(08).
001080     05  FILLER              PIC X(01).
001090     05  COMP-NEEDED-BY      PIC 9(08).
001100     05  FILLER              PIC X(01).
001110     05  COMP-REASON         PIC X(30).
001111*  THE FIRST RECORD IS THE RUN STAMP OF THE FACTRQST RUN
001112*  THAT WROTE THE FILE.
001113 01  COMP-STAMP-RECORD.
001114     05  COMP-STAMP-KEY      PIC X(08).
001115         88  COMP-IS-RUN-STAMP       VALUE "*RUNSTMP".
001116     05  FILLER              PIC X(01).
001117     05  COMP-STAMP-DATE     PIC 9(08).
001118     05  FILLER              PIC X(01).
001119     05  COMP-STAMP-TIME     PIC 9(08).
001120     05  FILLER              PIC X(01).
001121     05  COMP-STAMP-RUN-ID   PIC X(08).
001122     05  FILLER              PIC X(54).
001123*
001130*  THE WIDE EXTRACT LINE AS FACTORIALS PRINTS IT - THE
001140*  NUMBER EDITED, THE RESULT AS 70 RIGHT-JUSTIFIED DIGITS.
001150 FD  WIDE-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  WIDE-RECORD.
001180     05  WIDE-CC             PIC X(01).
001190     05  WIDE-DISP-NUMBER    PIC ZZZZZ9.
001200     05  FILLER              PIC X(02).
001210     05  WIDE-DIGITS         PIC X(70).
001220     05  FILLER              PIC X(11).
001230*
001240*  THE DISTRIBUTION MASTER - ONE RECORD PER REQUESTER ID.
001250*  AN ELECTRONIC DEPARTMENT NAMES THE FILE ITS PACKET IS
001260*  WRITTEN TO.
001270 FD  DMST-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  DMST-RECORD.
001300     05  DM-REQUESTER        PIC X(08).
001310     05  FILLER              PIC X(01).
001320     05  DM-DELIVERY         PIC X(01).
001330         88  DM-DELIVER-PRINT        VALUE "P".
001340         88  DM-DELIVER-ELECTRONIC   VALUE "E".
001350     05  FILLER              PIC X(01).
001360     05  DM-EXT-NAME         PIC X(08).
001370     05  FILLER              PIC X(01).
001380     05  DM-DEPT-NAME        PIC X(30).
001390     05  FILLER              PIC X(01).
001400     05  DM-ADDRESS-1        PIC X(30).
001410     05  FILLER              PIC X(01).
001420     05  DM-ADDRESS-2        PIC X(30).
001430     05  FILLER              PIC X(01).
001440     05  DM-ADDRESS-3        PIC X(30).
001450*
001460*  THE COMPLETION RECORDS SORTED INTO PACKET ORDER -
001470*  REQUESTER, THEN FILLED ("1") AHEAD OF NOT RUN ("2").
001480 FD  DSTS-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  DSTS-RECORD.
001510     05  DSTS-REQUESTER      PIC X(08).
001520     05  DSTS-GROUP          PIC X(01).
001530         88  DSTS-NOT-RUN            VALUE "2".
001540     05  DSTS-TYPE           PIC X(01).
001550     05  DSTS-NUMBER         PIC 9(04).
001560     05  DSTS-R-VALUE        PIC 9(04).
001570     05  DSTS-RESULT         PIC 9(09).
001580     05  DSTS-RESULT-2       PIC 9(09).
001590     05  DSTS-STATUS         PIC X(08).
001600         88  DSTS-WIDE               VALUE "WIDE".
001610     05  DSTS-NEEDED-BY      PIC 9(08).
001620     05  DSTS-REASON         PIC X(30).
001630*
001640 FD  PKT-FILE
001650     LABEL RECORDS ARE STANDARD.
001660 01  PKT-LINE                PIC X(80).
001670*
001680 FD  LIST-FILE
001690     LABEL RECORDS ARE STANDARD.
001700 01  LIST-LINE               PIC X(80).
001710*
001720 FD  EXT-FILE
001730     LABEL RECORDS ARE STANDARD.
001740 01  EXT-LINE                PIC X(122).
001750*
001760 SD  DIST-SORT.
001770 01  DSRT-RECORD.
001780     05  DSRT-REQUESTER      PIC X(08).
001790     05  DSRT-GROUP          PIC X(01).
001800     05  DSRT-TYPE           PIC X(01).
001810     05  DSRT-NUMBER         PIC 9(04).
001820     05  DSRT-R-VALUE        PIC 9(04).
001830     05  DSRT-RESULT         PIC 9(09).
001840     05  DSRT-RESULT-2       PIC 9(09).
001850     05  DSRT-STATUS         PIC X(08).
001860     05  DSRT-NEEDED-BY      PIC 9(08).
001870     05  DSRT-REASON         PIC X(30).
001880*
001890 WORKING-STORAGE SECTION.
001900 01  DIST-SWITCHES.
001910     05  DIST-CTL-STATUS     PIC X(02)      VALUE SPACE.
001920         88  DIST-CTL-OK             VALUE "00".
001930         88  DIST-CTL-NOT-FOUND      VALUE "05".
001940     05  DIST-COMP-STATUS    PIC X(02)      VALUE SPACE.
001950         88  DIST-COMP-OK            VALUE "00".
001960         88  DIST-COMP-NOT-FOUND     VALUE "05".
001970     05  DIST-WIDE-STATUS    PIC X(02)      VALUE SPACE.
001980         88  DIST-WIDE-OK            VALUE "00".
001990         88  DIST-WIDE-NOT-FOUND     VALUE "05".
002000     05  DIST-DMST-STATUS    PIC X(02)      VALUE SPACE.
002010         88  DIST-DMST-OK            VALUE "00".
002020         88  DIST-DMST-NOT-FOUND     VALUE "05".
002030     05  DIST-DSTS-STATUS    PIC X(02)      VALUE SPACE.
002040         88  DIST-DSTS-OK            VALUE "00".
002050     05  DIST-PKT-STATUS     PIC X(02)      VALUE SPACE.
002060         88  DIST-PKT-OK             VALUE "00".
002070     05  DIST-LIST-STATUS    PIC X(02)      VALUE SPACE.
002080         88  DIST-LIST-OK            VALUE "00".
002090     05  DIST-EXT-STATUS     PIC X(02)      VALUE SPACE.
002100         88  DIST-EXT-OK             VALUE "00".
002110     05  DIST-COMP-EOF-SWITCH PIC X(01)     VALUE "N".
002120         88  DIST-NO-MORE-COMP       VALUE "Y".
002130     05  DIST-WIDE-EOF-SWITCH PIC X(01)     VALUE "N".
002140         88  DIST-NO-MORE-WIDE       VALUE "Y".
002150     05  DIST-DMST-EOF-SWITCH PIC X(01)     VALUE "N".
002160         88  DIST-NO-MORE-DMST       VALUE "Y".
002170     05  DIST-DSTS-EOF-SWITCH PIC X(01)     VALUE "N".
002180         88  DIST-NO-MORE-DSTS       VALUE "Y".
002190     05  DIST-ABORT-SWITCH   PIC X(01)      VALUE "N".
002200         88  DIST-ABORT-RUN          VALUE "Y".
002210     05  DIST-MASTER-SWITCH  PIC X(01)      VALUE "N".
002220         88  DIST-NO-MASTER          VALUE "Y".
002230     05  DIST-MAST-FOUND-SWITCH PIC X(01)   VALUE "N".
002240         88  DIST-MAST-FOUND         VALUE "Y".
002250     05  DIST-WIDE-FOUND-SWITCH PIC X(01)   VALUE "N".
002260         88  DIST-WIDE-FOUND         VALUE "Y".
002270     05  DIST-WIDE-FULL-SWITCH PIC X(01)    VALUE "N".
002280         88  DIST-WIDE-TABLE-FULL    VALUE "Y".
002290*  HOW THE PACKET BEING BUILT GOES OUT - "P" PRINTED ON
002300*  DISTPKT, "E" WRITTEN TO THE DEPARTMENT'S OWN FILE.
002310     05  DIST-PACKET-METHOD  PIC X(01)      VALUE SPACE.
002320         88  DIST-PACKET-PRINTED     VALUE "P".
002330         88  DIST-PACKET-ELECTRONIC  VALUE "E".
002340     05  DIST-CUR-GROUP      PIC X(01)      VALUE SPACE.
002350*
002360*  THE DISTRIBUTION MASTER, HELD IN STORAGE SO EACH PACKET
002370*  CAN FIND ITS DEPARTMENT. A MASTER LARGER THAN THE TABLE
002380*  ABORTS THE RUN RATHER THAN SENDING SOMEBODY'S PACKET
002390*  TO THE WRONG PLACE.
002400 77  DIST-MAST-COUNT         PIC 9(04)      COMP VALUE ZERO.
002410 77  DIST-MAST-MAX           PIC 9(04)      COMP VALUE 500.
002420 01  DIST-MAST-TABLE.
002430     05  DIST-MAST-ENTRY     OCCURS 500 TIMES.
002440         10  DIST-MT-REQUESTER PIC X(08).
002450         10  DIST-MT-DELIVERY PIC X(01).
002460         10  DIST-MT-EXT-NAME PIC X(08).
002470         10  DIST-MT-DEPT-NAME PIC X(30).
002480         10  DIST-MT-ADDRESS-1 PIC X(30).
002490         10  DIST-MT-ADDRESS-2 PIC X(30).
002500         10  DIST-MT-ADDRESS-3 PIC X(30).
002510*
002520*  TONIGHT'S EXTENDED RESULTS FROM FACTWIDE, FOR THE
002530*  REQUESTS FACTRQST MARKED "WIDE".
002540 77  DIST-WIDE-COUNT         PIC 9(04)      COMP VALUE ZERO.
002550 77  DIST-WIDE-MAX           PIC 9(04)      COMP VALUE 100.
002560 01  DIST-WIDE-TABLE.
002570     05  DIST-WIDE-ENTRY     OCCURS 100 TIMES.
002580         10  DIST-WT-NUMBER  PIC 9(05).
002590         10  DIST-WT-DIGITS  PIC X(70).
002600*
002610 77  DIST-I                  PIC 9(04)      COMP VALUE ZERO.
002620 77  DIST-M                  PIC 9(04)      COMP VALUE ZERO.
002630 77  DIST-W                  PIC 9(04)      COMP VALUE ZERO.
002640 77  DIST-COMP-READ          PIC 9(06)      COMP VALUE ZERO.
002650 77  DIST-MAST-READ          PIC 9(06)      COMP VALUE ZERO.
002660 77  DIST-MAST-REJECTED      PIC 9(06)      COMP VALUE ZERO.
002670 77  DIST-NOT-ON-MASTER      PIC 9(06)      COMP VALUE ZERO.
002680 77  DIST-EXT-FALLBACK       PIC 9(06)      COMP VALUE ZERO.
002690 77  DIST-WIDE-MISSING       PIC 9(06)      COMP VALUE ZERO.
002700 77  DIST-PRINT-PACKETS      PIC 9(06)      COMP VALUE ZERO.
002710 77  DIST-PRINT-PAGES        PIC 9(06)      COMP VALUE ZERO.
002720 77  DIST-EXT-PACKETS        PIC 9(06)      COMP VALUE ZERO.
002730 77  DIST-EXT-RECORDS        PIC 9(06)      COMP VALUE ZERO.
002740 77  DIST-PKT-FILLED         PIC 9(06)      COMP VALUE ZERO.
002750 77  DIST-PKT-NOT-RUN        PIC 9(06)      COMP VALUE ZERO.
002760 77  DIST-PKT-PAGES          PIC 9(04)      COMP VALUE ZERO.
002770 77  DIST-PKT-DETAILS        PIC 9(06)      COMP VALUE ZERO.
002780 77  DIST-RETURN-CODE        PIC 9(04)      COMP VALUE ZERO.
002790 77  DIST-PKT-LINE-COUNT     PIC 9(04)      COMP VALUE ZERO.
002800 77  DIST-PKT-FILE-PAGES     PIC 9(06)      COMP VALUE ZERO.
002810 77  DIST-LIST-LINE-COUNT    PIC 9(04)      COMP VALUE ZERO.
002820 77  DIST-LIST-PAGE-NO       PIC 9(04)      COMP VALUE ZERO.
002830 77  DIST-LINES-PER-PAGE     PIC 9(04)      COMP VALUE 50.
002840*
002850*  ASA-STYLE CARRIAGE CONTROL BYTE FOR A NEW-PAGE HEADING,
002860*  THE SAME PRINT-SPOOL TECHNIQUE THE FACTORIALS REPORT USES.
002870 77  DIST-NEW-PAGE-CC        PIC X(01)      VALUE "1".
002880 77  DIST-PAGE-CC            PIC X(01)      VALUE SPACE.
002890*
002900 01  DIST-RUN-DATA.
002910     05  DIST-RUN-DATE       PIC 9(08)      VALUE ZERO.
002920     05  DIST-RUN-TIME       PIC 9(08)      VALUE ZERO.
002930     05  DIST-RUN-ID         PIC X(08)      VALUE SPACE.
002940*
002950 01  DIST-BREAK-REQUESTER    PIC X(08)      VALUE SPACE.
002960 01  DIST-HOLD-REQUESTER     PIC X(08)      VALUE SPACE.
002970*
002980*  THE FILE NAME AN ELECTRONIC PACKET IS WRITTEN UNDER,
002990*  TAKEN FROM THE DEPARTMENT'S MASTER RECORD.
003000 01  DIST-EXT-NAME           PIC X(08)      VALUE SPACE.
003010*
003020*  WHERE THE PACKET BEING BUILT IS GOING.
003030 01  DIST-PACKET-DATA.
003040     05  DIST-PKT-DEPT-NAME  PIC X(30)      VALUE SPACE.
003050     05  DIST-PKT-ADDRESS-1  PIC X(30)      VALUE SPACE.
003060     05  DIST-PKT-ADDRESS-2  PIC X(30)      VALUE SPACE.
003070     05  DIST-PKT-ADDRESS-3  PIC X(30)      VALUE SPACE.
003080     05  DIST-PKT-METHOD-TEXT PIC X(10)     VALUE SPACE.
003090     05  DIST-PKT-FILE-NAME  PIC X(08)      VALUE SPACE.
003100*
003110*  THE COLUMN HEADING OF THE PACKET SECTION BEING PRINTED,
003120*  REPEATED AT THE TOP OF EACH CONTINUATION PAGE, AND THE
003130*  LINE HELD WHILE THAT PAGE IS STARTED.
003140 01  DIST-PKT-HOLD-HEADING   PIC X(80)      VALUE SPACE.
003150 01  DIST-PKT-HOLD-LINE      PIC X(80)      VALUE SPACE.
003160*
003170*  THE PRINTED PACKET - BANNER PAGE LINES.
003180 01  DIST-BANNER-TITLE.
003190     05  DIST-BANNER-TITLE-CC PIC X(01)     VALUE SPACE.
003200     05  FILLER              PIC X(06)      VALUE SPACE.
003210     05  FILLER              PIC X(33)      VALUE
003220         "FACTORIAL RESULTS DELIVERY PACKET".
003230*
003240 01  DIST-BANNER-LINE.
003250     05  DIST-BANNER-LINE-CC PIC X(01)      VALUE SPACE.
003260     05  FILLER              PIC X(06)      VALUE SPACE.
003270     05  DIST-BANNER-LABEL   PIC X(14)      VALUE SPACE.
003280     05  DIST-BANNER-VALUE   PIC X(30)      VALUE SPACE.
003290*
003300 01  DIST-BANNER-RUN-LINE.
003310     05  DIST-BANNER-RUN-CC  PIC X(01)      VALUE SPACE.
003320     05  FILLER              PIC X(06)      VALUE SPACE.
003330     05  FILLER              PIC X(15)      VALUE
003340         "RESULTS OF RUN ".
003350     05  DIST-BANNER-RUN-DATE PIC 9(08).
003360     05  FILLER              PIC X(01)      VALUE SPACE.
003370     05  DIST-BANNER-RUN-TIME PIC 9(08).
003380     05  FILLER              PIC X(01)      VALUE SPACE.
003390     05  DIST-BANNER-RUN-ID  PIC X(08).
003400*
003410*  THE PRINTED PACKET - RESULT PAGE LINES.
003420 01  DIST-PKT-HEADING.
003430     05  DIST-PKT-HEADING-CC PIC X(01)      VALUE SPACE.
003440     05  FILLER              PIC X(06)      VALUE SPACE.
003450     05  FILLER              PIC X(12)      VALUE
003460         "RESULTS FOR ".
003470     05  DIST-PKT-HEAD-REQUESTER PIC X(08).
003480     05  FILLER              PIC X(02)      VALUE SPACE.
003490     05  DIST-PKT-HEAD-DEPT  PIC X(30).
003500     05  FILLER              PIC X(07)      VALUE "  PAGE ".
003510     05  DIST-PKT-HEAD-PAGE  PIC ZZ9.
003520*
003530 01  DIST-SECT-LINE.
003540     05  DIST-SECT-LINE-CC   PIC X(01)      VALUE SPACE.
003550     05  FILLER              PIC X(06)      VALUE SPACE.
003560     05  DIST-SECT-TEXT      PIC X(40)      VALUE SPACE.
003570*
003580 01  DIST-FILLED-HEADING.
003590     05  DIST-FILLED-HEAD-CC PIC X(01)      VALUE SPACE.
003600     05  FILLER              PIC X(06)      VALUE SPACE.
003610     05  FILLER              PIC X(09)      VALUE "T  NUMBER".
003620     05  FILLER              PIC X(08)      VALUE "       R".
003630     05  FILLER              PIC X(13)      VALUE
003640         "   RESULT/NPR".
003650     05  FILLER              PIC X(13)      VALUE
003660         "          NCR".
003670     05  FILLER              PIC X(08)      VALUE "  STATUS".
003680*
003690 01  DIST-FILLED-LINE.
003700     05  DIST-FILLED-LINE-CC PIC X(01)      VALUE SPACE.
003710     05  FILLER              PIC X(06)      VALUE SPACE.
003720     05  DIST-FILLED-TYPE    PIC X(01).
003730     05  FILLER              PIC X(02)      VALUE SPACE.
003740     05  DIST-FILLED-NUMBER  PIC ZZZZZ9.
003750     05  FILLER              PIC X(02)      VALUE SPACE.
003760     05  DIST-FILLED-R       PIC ZZZZZ9     BLANK WHEN ZERO.
003770     05  FILLER              PIC X(02)      VALUE SPACE.
003780     05  DIST-FILLED-RESULTS PIC X(26)      VALUE SPACE.
003790     05  DIST-FILLED-RESULT-VIEW REDEFINES DIST-FILLED-RESULTS.
003800         10  FILLER          PIC X(02).
003810         10  DIST-FILLED-RESULT PIC ZZZ,ZZZ,ZZ9.
003820         10  FILLER          PIC X(02).
003830         10  DIST-FILLED-RESULT-2 PIC ZZZ,ZZZ,ZZ9
003840                             BLANK WHEN ZERO.
003850     05  FILLER              PIC X(02)      VALUE SPACE.
003860     05  DIST-FILLED-STATUS  PIC X(08).
003870*
003880*  AN EXTENDED RESULT IS TOO LONG FOR THE DETAIL LINE, SO
003890*  IT PRINTS UNDERNEATH IT.
003900 01  DIST-DIGITS-LINE.
003910     05  DIST-DIGITS-LINE-CC PIC X(01)      VALUE SPACE.
003920     05  FILLER              PIC X(01)      VALUE SPACE.
003930     05  DIST-DIGITS-LABEL   PIC X(08)      VALUE "RESULT".
003940     05  DIST-DIGITS-VALUE   PIC X(70)      VALUE SPACE.
003950*
003960 01  DIST-NOT-RUN-HEADING.
003970     05  DIST-NOT-RUN-HEAD-CC PIC X(01)     VALUE SPACE.
003980     05  FILLER              PIC X(06)      VALUE SPACE.
003990     05  FILLER              PIC X(09)      VALUE "T  NUMBER".
004000     05  FILLER              PIC X(08)      VALUE "       R".
004010     05  FILLER              PIC X(11)      VALUE
004020         "  NEEDED BY".
004030     05  FILLER              PIC X(07)      VALUE " REASON".
004040*
004050 01  DIST-NOT-RUN-LINE.
004060     05  DIST-NOT-RUN-LINE-CC PIC X(01)     VALUE SPACE.
004070     05  FILLER              PIC X(06)      VALUE SPACE.
004080     05  DIST-NOT-RUN-TYPE   PIC X(01).
004090     05  FILLER              PIC X(02)      VALUE SPACE.
004100     05  DIST-NOT-RUN-NUMBER PIC ZZZZZ9.
004110     05  FILLER              PIC X(02)      VALUE SPACE.
004120     05  DIST-NOT-RUN-R      PIC ZZZZZ9     BLANK WHEN ZERO.
004130     05  FILLER              PIC X(02)      VALUE SPACE.
004140     05  DIST-NOT-RUN-NEEDED PIC 9(08).
004150     05  FILLER              PIC X(02)      VALUE SPACE.
004160     05  DIST-NOT-RUN-REASON PIC X(30).
004170*
004180*  THE ELECTRONIC PACKET RECORDS, COMMA-DELIMITED LIKE
004190*  FACTCSV.
004200 01  DIST-EXT-HDR-LINE.
004210     05  FILLER              PIC X(01)      VALUE "H".
004220     05  FILLER              PIC X(01)      VALUE ",".
004230     05  DIST-EXT-HDR-REQUESTER PIC X(08).
004240     05  FILLER              PIC X(01)      VALUE ",".
004250     05  DIST-EXT-HDR-DEPT   PIC X(30).
004260     05  FILLER              PIC X(01)      VALUE ",".
004270     05  DIST-EXT-HDR-DATE   PIC 9(08).
004280     05  FILLER              PIC X(01)      VALUE ",".
004290     05  DIST-EXT-HDR-TIME   PIC 9(08).
004300     05  FILLER              PIC X(01)      VALUE ",".
004310     05  DIST-EXT-HDR-RUN-ID PIC X(08).
004320*
004330*  THE TEXT FIELD CARRIES AN EXTENDED RESULT'S DIGITS, OR
004340*  THE REASON A REQUEST WAS NOT RUN.
004350 01  DIST-EXT-DTL-LINE.
004360     05  FILLER              PIC X(01)      VALUE "D".
004370     05  FILLER              PIC X(01)      VALUE ",".
004380     05  DIST-EXT-DTL-TYPE   PIC X(01).
004390     05  FILLER              PIC X(01)      VALUE ",".
004400     05  DIST-EXT-DTL-NUMBER PIC 9(04).
004410     05  FILLER              PIC X(01)      VALUE ",".
004420     05  DIST-EXT-DTL-R      PIC 9(04).
004430     05  FILLER              PIC X(01)      VALUE ",".
004440     05  DIST-EXT-DTL-STATUS PIC X(08).
004450     05  FILLER              PIC X(01)      VALUE ",".
004460     05  DIST-EXT-DTL-RESULT PIC 9(09).
004470     05  FILLER              PIC X(01)      VALUE ",".
004480     05  DIST-EXT-DTL-RESULT-2 PIC 9(09).
004490     05  FILLER              PIC X(01)      VALUE ",".
004500     05  DIST-EXT-DTL-NEEDED PIC 9(08).
004510     05  FILLER              PIC X(01)      VALUE ",".
004520     05  DIST-EXT-DTL-TEXT   PIC X(70).
004530*
004540 01  DIST-EXT-TRL-LINE.
004550     05  FILLER              PIC X(01)      VALUE "T".
004560     05  FILLER              PIC X(01)      VALUE ",".
004570     05  DIST-EXT-TRL-COUNT  PIC 9(06).
004580     05  FILLER              PIC X(01)      VALUE ",".
004590     05  DIST-EXT-TRL-FILLED PIC 9(06).
004600     05  FILLER              PIC X(01)      VALUE ",".
004610     05  DIST-EXT-TRL-NOT-RUN PIC 9(06).
004620*
004630*  THE DISTRIBUTION CONTROL LIST.
004640 01  DIST-LIST-HEADING.
004650     05  DIST-LIST-HEADING-CC PIC X(01)     VALUE SPACE.
004660     05  FILLER              PIC X(06)      VALUE SPACE.
004670     05  FILLER              PIC X(41)      VALUE
004680         "DELIVERY PACKET DISTRIBUTION CONTROL LIST".
004690     05  FILLER              PIC X(07)      VALUE "  PAGE ".
004700     05  DIST-LIST-HEAD-PAGE PIC ZZZ9.
004710*
004720 01  DIST-LIST-RUN-LINE.
004730     05  DIST-LIST-RUN-CC    PIC X(01)      VALUE SPACE.
004740     05  FILLER              PIC X(06)      VALUE SPACE.
004750     05  FILLER              PIC X(15)      VALUE
004760         "FACTORIALS RUN ".
004770     05  DIST-LIST-RUN-DATE  PIC 9(08)      VALUE ZERO.
004780     05  FILLER              PIC X(01)      VALUE SPACE.
004790     05  DIST-LIST-RUN-TIME  PIC 9(08)      VALUE ZERO.
004800     05  FILLER              PIC X(01)      VALUE SPACE.
004810     05  DIST-LIST-RUN-ID    PIC X(08)      VALUE SPACE.
004820*
004830 01  DIST-LIST-COL-HEADING.
004840     05  DIST-LIST-COL-CC    PIC X(01)      VALUE SPACE.
004850     05  FILLER              PIC X(01)      VALUE SPACE.
004860     05  FILLER              PIC X(08)      VALUE "REQUESTR".
004870     05  FILLER              PIC X(02)      VALUE SPACE.
004880     05  FILLER              PIC X(20)      VALUE "DEPARTMENT".
004890     05  FILLER              PIC X(02)      VALUE SPACE.
004900     05  FILLER              PIC X(10)      VALUE "METHOD".
004910     05  FILLER              PIC X(01)      VALUE SPACE.
004920     05  FILLER              PIC X(06)      VALUE " PAGES".
004930     05  FILLER              PIC X(01)      VALUE SPACE.
004940     05  FILLER              PIC X(06)      VALUE "FILLED".
004950     05  FILLER              PIC X(01)      VALUE SPACE.
004960     05  FILLER              PIC X(07)      VALUE "NOT RUN".
004970     05  FILLER              PIC X(02)      VALUE SPACE.
004980     05  FILLER              PIC X(08)      VALUE "FILE".
004990*
005000 01  DIST-LIST-DET-LINE.
005010     05  DIST-LIST-DET-CC    PIC X(01)      VALUE SPACE.
005020     05  FILLER              PIC X(01)      VALUE SPACE.
005030     05  DIST-LIST-REQUESTER PIC X(08).
005040     05  FILLER              PIC X(02)      VALUE SPACE.
005050     05  DIST-LIST-DEPT      PIC X(20).
005060     05  FILLER              PIC X(02)      VALUE SPACE.
005070     05  DIST-LIST-METHOD    PIC X(10).
005080     05  FILLER              PIC X(01)      VALUE SPACE.
005090     05  DIST-LIST-PAGES     PIC ZZZZZ9.
005100     05  FILLER              PIC X(01)      VALUE SPACE.
005110     05  DIST-LIST-FILLED    PIC ZZZZZ9.
005120     05  FILLER              PIC X(01)      VALUE SPACE.
005130     05  DIST-LIST-NOT-RUN   PIC ZZZZZZ9.
005140     05  FILLER              PIC X(02)      VALUE SPACE.
005150     05  DIST-LIST-FILE      PIC X(08).
005160*
005170 01  DIST-EXC-LINE.
005180     05  DIST-EXC-LINE-CC    PIC X(01)      VALUE SPACE.
005190     05  FILLER              PIC X(01)      VALUE SPACE.
005200     05  DIST-EXC-REQUESTER  PIC X(08)      VALUE SPACE.
005210     05  FILLER              PIC X(04)      VALUE " ** ".
005220     05  DIST-EXC-TEXT       PIC X(44)      VALUE SPACE.
005230     05  DIST-EXC-NUMBER     PIC ZZZZZ9     BLANK WHEN ZERO.
005240*
005250 01  DIST-MSG-LINE.
005260     05  DIST-MSG-LINE-CC    PIC X(01)      VALUE SPACE.
005270     05  FILLER              PIC X(06)      VALUE SPACE.
005280     05  DIST-MSG-TEXT       PIC X(60)      VALUE SPACE.
005290*
005300 01  DIST-SUM-LINE.
005310     05  DIST-SUM-LINE-CC    PIC X(01)      VALUE SPACE.
005320     05  FILLER              PIC X(06)      VALUE SPACE.
005330     05  DIST-SUM-TEXT       PIC X(36)      VALUE SPACE.
005340     05  DIST-SUM-COUNT      PIC ZZZZZ9.
005350*
005360 01  DIST-BLANK-LINE.
005370     05  DIST-BLANK-LINE-CC  PIC X(01)      VALUE SPACE.
005380     05  FILLER              PIC X(79)      VALUE SPACE.
005390*
005400 PROCEDURE DIVISION.
005410*
005420******************************************************
005430*  0000-MAINLINE-PARA
005440*  CONTROLS THE OVERALL RUN - LOAD THE DISTRIBUTION
005450*  MASTER AND TONIGHT'S EXTENDED RESULTS, SORT THE
005460*  COMPLETION RECORDS INTO PACKET ORDER, THEN BUILD AND
005470*  ROUTE ONE PACKET PER REQUESTER.
005480******************************************************
005490 0000-MAINLINE-PARA.
005500     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
005510     IF DIST-ABORT-RUN
005520         PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT
005530         GO TO 0000-EXIT
005540     END-IF.
005550     PERFORM 2000-LOAD-MASTER-PARA THRU 2000-EXIT.
005560     IF DIST-ABORT-RUN
005570         PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT
005580         GO TO 0000-EXIT
005590     END-IF.
005600     PERFORM 2500-LOAD-WIDE-PARA THRU 2500-EXIT.
005610     SORT DIST-SORT
005620         ON ASCENDING KEY DSRT-REQUESTER DSRT-GROUP
005630                          DSRT-TYPE DSRT-NUMBER DSRT-R-VALUE
005640         INPUT PROCEDURE IS 3000-RELEASE-COMPLETIONS-PARA
005650             THRU 3000-EXIT
005660         GIVING DSTS-FILE.
005670     IF DIST-ABORT-RUN
005680         PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT
005690         GO TO 0000-EXIT
005700     END-IF.
005710     PERFORM 4000-BUILD-PACKETS-PARA THRU 4000-EXIT.
005720     PERFORM 8000-SUMMARY-PARA THRU 8000-EXIT.
005730     PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT.
005740 0000-EXIT.
005750     GOBACK.
005760*
005770******************************************************
005780*  1000-INITIALIZE-PARA
005790*  OPENS THE CONTROL LIST AND THE PACKET PRINT FILE AND
005800*  PICKS UP THE RUN STAMP.
005810******************************************************
005820 1000-INITIALIZE-PARA.
005830     OPEN OUTPUT LIST-FILE.
005840     IF NOT DIST-LIST-OK
005850         DISPLAY "FACT0196-E DISTRIBUTION CONTROL LIST OPEN "
005860             "FAILED, STATUS = " DIST-LIST-STATUS UPON CRT
005870         SET DIST-ABORT-RUN TO TRUE
005880         GO TO 1000-EXIT
005890     END-IF.
005900     PERFORM 1100-READ-CONTROL-PARA THRU 1100-EXIT.
005910     PERFORM 7300-WRITE-LIST-HEADING-PARA THRU 7300-EXIT.
005920     IF DIST-ABORT-RUN
005930         GO TO 1000-EXIT
005940     END-IF.
005950     OPEN OUTPUT PKT-FILE.
005960     IF NOT DIST-PKT-OK
005970         DISPLAY "FACT0197-E DELIVERY PACKET FILE OPEN FAILED, "
005980             "STATUS = " DIST-PKT-STATUS UPON CRT
005990         SET DIST-ABORT-RUN TO TRUE
006000     END-IF.
006010 1000-EXIT.
006020     EXIT.
006030*
006040******************************************************
006050*  1100-READ-CONTROL-PARA
006060*  READS THE ONE-RECORD CONTROL FILE FACTORIALS WROTE AT
006070*  END OF JOB FOR THE RUN STAMP. NO CONTROL RECORD MEANS
006071*  FACTRQST HAD NO RESULTS TO MATCH, SO NOTHING IS
006072*  DISTRIBUTED. THE STAMP IS ALSO THE ONE FACTRQCP MUST
006073*  CARRY FOR ITS PACKETS TO BE BUILT.
006100******************************************************
006110 1100-READ-CONTROL-PARA.
006120     OPEN INPUT CTL-FILE.
006130     IF DIST-CTL-NOT-FOUND
006140         CLOSE CTL-FILE
006150         DISPLAY "FACT0198-E NO CONTROL RECORD FROM "
006160             "FACTORIALS - NO PACKETS BUILT" UPON CRT
006170         SET DIST-ABORT-RUN TO TRUE
006180         GO TO 1100-EXIT
006190     END-IF.
006200     IF NOT DIST-CTL-OK
006201         DISPLAY "FACT0210-E CONTROL FILE OPEN FAILED, "
006220             "STATUS = " DIST-CTL-STATUS UPON CRT
006230         SET DIST-ABORT-RUN TO TRUE
006240         GO TO 1100-EXIT
006250     END-IF.
006260     READ CTL-FILE
006270         AT END
006280             DISPLAY "FACT0198-E NO CONTROL RECORD FROM "
006290                 "FACTORIALS - NO PACKETS BUILT" UPON CRT
006300             CLOSE CTL-FILE
006310             SET DIST-ABORT-RUN TO TRUE
006320             GO TO 1100-EXIT
006330     END-READ.
006340     MOVE CTL-RUN-DATE TO DIST-RUN-DATE.
006350     MOVE CTL-RUN-TIME TO DIST-RUN-TIME.
006360     MOVE CTL-RUN-ID TO DIST-RUN-ID.
006370     CLOSE CTL-FILE.
006380 1100-EXIT.
006390     EXIT.
006400*
006410******************************************************
006420*  2000-LOAD-MASTER-PARA
006430*  TABLES THE DISTRIBUTION MASTER. WITH NO MASTER AT ALL
006440*  EVERY PACKET IS PRINTED AND HELD AT OPERATIONS; A
006450*  MASTER THAT CANNOT BE READ ENDS THE RUN.
006460******************************************************
006470 2000-LOAD-MASTER-PARA.
006480     OPEN INPUT DMST-FILE.
006490     IF DIST-DMST-NOT-FOUND
006500         CLOSE DMST-FILE
006510         SET DIST-NO-MASTER TO TRUE
006520         DISPLAY "FACT0199-W NO DISTRIBUTION MASTER - EVERY "
006530             "PACKET PRINTED AND HELD" UPON CRT
006540         MOVE "NO DISTRIBUTION MASTER - PACKETS HELD"
006550             TO DIST-MSG-TEXT
006560         MOVE DIST-MSG-LINE TO LIST-LINE
006570         PERFORM 7400-WRITE-LIST-LINE-PARA THRU 7400-EXIT
006580         GO TO 2000-EXIT
006590     END-IF.
006600     IF NOT DIST-DMST-OK
006601         DISPLAY "FACT0213-E DISTRIBUTION MASTER OPEN FAILED, "
006620             "STATUS = " DIST-DMST-STATUS UPON CRT
006630         SET DIST-ABORT-RUN TO TRUE
006640         GO TO 2000-EXIT
006650     END-IF.
006660     PERFORM 2100-LOAD-ONE-MASTER-PARA THRU 2100-EXIT
006670         UNTIL DIST-NO-MORE-DMST OR DIST-ABORT-RUN.
006680     CLOSE DMST-FILE.
006690 2000-EXIT.
006700     EXIT.
006710*
006720******************************************************
006730*  2100-LOAD-ONE-MASTER-PARA
006740*  READS AND EDITS ONE MASTER RECORD. A RECORD WITH NO
006750*  REQUESTER, A DELIVERY CODE OTHER THAN P OR E, OR A
006760*  REQUESTER ALREADY LOADED IS REJECTED ONTO THE CONTROL
006770*  LIST. AN ELECTRONIC RECORD NAMING NO FILE IS KEPT FOR
006780*  ITS ADDRESS AND THE PACKET PRINTED.
006790******************************************************
006800 2100-LOAD-ONE-MASTER-PARA.
006810     READ DMST-FILE
006820         AT END
006830             SET DIST-NO-MORE-DMST TO TRUE
006840             GO TO 2100-EXIT
006850     END-READ.
006860     ADD 1 TO DIST-MAST-READ.
006870     MOVE DM-REQUESTER TO DIST-EXC-REQUESTER.
006880     MOVE ZERO TO DIST-EXC-NUMBER.
006890     IF DM-REQUESTER = SPACE
006900         MOVE "MASTER RECORD REJECTED - NO REQUESTER"
006910             TO DIST-EXC-TEXT
006920         MOVE DIST-MAST-READ TO DIST-EXC-NUMBER
006930         PERFORM 7500-WRITE-EXCEPTION-PARA THRU 7500-EXIT
006940         ADD 1 TO DIST-MAST-REJECTED
006950         GO TO 2100-EXIT
006960     END-IF.
006970     IF NOT DM-DELIVER-PRINT
006980         AND NOT DM-DELIVER-ELECTRONIC
006990         MOVE "MASTER RECORD REJECTED - DELIVERY NOT P/E"
007000             TO DIST-EXC-TEXT
007010         PERFORM 7500-WRITE-EXCEPTION-PARA THRU 7500-EXIT
007020         ADD 1 TO DIST-MAST-REJECTED
007030         GO TO 2100-EXIT
007040     END-IF.
007050     MOVE DM-REQUESTER TO DIST-HOLD-REQUESTER.
007060     PERFORM 2200-FIND-MASTER-PARA THRU 2200-EXIT.
007070     IF DIST-MAST-FOUND
007080         MOVE "DUPLICATE MASTER RECORD - FIRST ONE USED"
007090             TO DIST-EXC-TEXT
007100         PERFORM 7500-WRITE-EXCEPTION-PARA THRU 7500-EXIT
007110         ADD 1 TO DIST-MAST-REJECTED
007120         GO TO 2100-EXIT
007130     END-IF.
007140     IF DIST-MAST-COUNT NOT LESS THAN DIST-MAST-MAX
007141         DISPLAY "FACT0214-E DISTRIBUTION MASTER HAS MORE THAN "
007160             DIST-MAST-MAX " RECORDS" UPON CRT
007170         SET DIST-ABORT-RUN TO TRUE
007180         GO TO 2100-EXIT
007190     END-IF.
007200     ADD 1 TO DIST-MAST-COUNT.
007210     MOVE DM-REQUESTER TO DIST-MT-REQUESTER(DIST-MAST-COUNT).
007220     MOVE DM-DELIVERY TO DIST-MT-DELIVERY(DIST-MAST-COUNT).
007230     MOVE DM-EXT-NAME TO DIST-MT-EXT-NAME(DIST-MAST-COUNT).
007240     MOVE DM-DEPT-NAME TO DIST-MT-DEPT-NAME(DIST-MAST-COUNT).
007250     MOVE DM-ADDRESS-1 TO DIST-MT-ADDRESS-1(DIST-MAST-COUNT).
007260     MOVE DM-ADDRESS-2 TO DIST-MT-ADDRESS-2(DIST-MAST-COUNT).
007270     MOVE DM-ADDRESS-3 TO DIST-MT-ADDRESS-3(DIST-MAST-COUNT).
007280     IF DM-DELIVER-ELECTRONIC
007290         AND DM-EXT-NAME = SPACE
007300         MOVE "P" TO DIST-MT-DELIVERY(DIST-MAST-COUNT)
007310         MOVE "ELECTRONIC BUT NO FILE NAMED - PRINTED"
007320             TO DIST-EXC-TEXT
007330         PERFORM 7500-WRITE-EXCEPTION-PARA THRU 7500-EXIT
007340         ADD 1 TO DIST-MAST-REJECTED
007350     END-IF.
007360 2100-EXIT.
007370     EXIT.
007380*
007390******************************************************
007400*  2200-FIND-MASTER-PARA
007410*  LOOKS UP DIST-HOLD-REQUESTER IN THE MASTER TABLE AND
007420*  LEAVES DIST-M POINTING AT THE HIT.
007430******************************************************
007440 2200-FIND-MASTER-PARA.
007450     MOVE "N" TO DIST-MAST-FOUND-SWITCH.
007460     MOVE ZERO TO DIST-M.
007470     PERFORM 2210-TRY-ONE-MASTER-PARA THRU 2210-EXIT
007480         VARYING DIST-I FROM 1 BY 1
007490         UNTIL DIST-I > DIST-MAST-COUNT OR DIST-MAST-FOUND.
007500 2200-EXIT.
007510     EXIT.
007520*
007530******************************************************
007540*  2210-TRY-ONE-MASTER-PARA
007550*  TESTS ONE MASTER TABLE ENTRY.
007560******************************************************
007570 2210-TRY-ONE-MASTER-PARA.
007580     IF DIST-MT-REQUESTER(DIST-I) = DIST-HOLD-REQUESTER
007590         SET DIST-MAST-FOUND TO TRUE
007600         MOVE DIST-I TO DIST-M
007610     END-IF.
007620 2210-EXIT.
007630     EXIT.
007640*
007650******************************************************
007660*  2500-LOAD-WIDE-PARA
007670*  TABLES TONIGHT'S EXTENDED RESULTS. FACTORIALS EMPTIES
007680*  FACTWIDE ON A RUN WITHOUT THE EXTENDED FLAG, SO
007690*  WHATEVER IS ON IT BELONGS TO THE RUN FACTRQST MATCHED.
007700*  A REQUEST WHOSE RESULT CANNOT BE FOUND HERE IS STILL
007710*  DELIVERED, MARKED AS NOT AVAILABLE.
007720******************************************************
007730 2500-LOAD-WIDE-PARA.
007740     OPEN INPUT WIDE-FILE.
007750     IF DIST-WIDE-NOT-FOUND
007760         CLOSE WIDE-FILE
007770         GO TO 2500-EXIT
007780     END-IF.
007790     IF NOT DIST-WIDE-OK
007800         DISPLAY "FACT0202-W WIDE EXTRACT OPEN FAILED, "
007810             "STATUS = " DIST-WIDE-STATUS UPON CRT
007820         GO TO 2500-EXIT
007830     END-IF.
007840     PERFORM 2510-LOAD-ONE-WIDE-PARA THRU 2510-EXIT
007850         UNTIL DIST-NO-MORE-WIDE.
007860     CLOSE WIDE-FILE.
007870     IF DIST-WIDE-TABLE-FULL
007871         DISPLAY "FACT0215-W MORE THAN " DIST-WIDE-MAX
007890             " WIDE RESULTS - THE REST NOT DELIVERED" UPON CRT
007900     END-IF.
007910 2500-EXIT.
007920     EXIT.
007930*
007940******************************************************
007950*  2510-LOAD-ONE-WIDE-PARA
007960*  READS ONE WIDE EXTRACT LINE INTO THE TABLE. A BLANK
007970*  LINE IS PASSED OVER.
007980******************************************************
007990 2510-LOAD-ONE-WIDE-PARA.
008000     READ WIDE-FILE
008010         AT END
008020             SET DIST-NO-MORE-WIDE TO TRUE
008030             GO TO 2510-EXIT
008040     END-READ.
008050     IF WIDE-DIGITS = SPACES
008060         GO TO 2510-EXIT
008070     END-IF.
008080     IF DIST-WIDE-COUNT NOT LESS THAN DIST-WIDE-MAX
008090         SET DIST-WIDE-TABLE-FULL TO TRUE
008100         GO TO 2510-EXIT
008110     END-IF.
008120     ADD 1 TO DIST-WIDE-COUNT.
008130     MOVE WIDE-DISP-NUMBER TO DIST-WT-NUMBER(DIST-WIDE-COUNT).
008140     MOVE WIDE-DIGITS TO DIST-WT-DIGITS(DIST-WIDE-COUNT).
008150 2510-EXIT.
008160     EXIT.
008170*
008180******************************************************
008190*  3000-RELEASE-COMPLETIONS-PARA
008200*  SORT INPUT PROCEDURE - RELEASES EVERY COMPLETION
008210*  RECORD WITH ITS PACKET GROUP. NO COMPLETION FILE MEANS
008211*  FACTRQST R HAS NOT RUN AND THERE IS NOTHING TO SEND; A
008212*  FILE STAMPED BY ANY OTHER RUN IS NOT SENT EITHER.
008230******************************************************
008240 3000-RELEASE-COMPLETIONS-PARA.
008250     OPEN INPUT COMP-FILE.
008260     IF DIST-COMP-NOT-FOUND
008270         CLOSE COMP-FILE
008271         DISPLAY "FACT0211-E NO FACTRQCP COMPLETION FILE - "
008290             "NO PACKETS BUILT" UPON CRT
008300         SET DIST-ABORT-RUN TO TRUE
008310         GO TO 3000-EXIT
008320     END-IF.
008330     IF NOT DIST-COMP-OK
008331         DISPLAY "FACT0212-E COMPLETION FILE OPEN FAILED, "
008350             "STATUS = " DIST-COMP-STATUS UPON CRT
008360         SET DIST-ABORT-RUN TO TRUE
008361         GO TO 3000-EXIT
008362     END-IF.
008363     PERFORM 3050-CHECK-STAMP-PARA THRU 3050-EXIT.
008364     IF DIST-ABORT-RUN
008365         CLOSE COMP-FILE
008370         GO TO 3000-EXIT
008380     END-IF.
008390     PERFORM 3100-RELEASE-ONE-COMP-PARA THRU 3100-EXIT
008400         UNTIL DIST-NO-MORE-COMP.
008410     CLOSE COMP-FILE.
008420 3000-EXIT.
008421     EXIT.
008422*
008423******************************************************
008424*  3050-CHECK-STAMP-PARA
008425*  READS THE RUN STAMP AT THE HEAD OF THE COMPLETION FILE.
008426*  IT MUST NAME THE SAME RUN AS FACTCTL - A FILE LEFT OVER
008427*  FROM AN EARLIER NIGHT, OR EMPTIED BY A FACTRQST RUN THAT
008428*  FAILED, WOULD SEND THE WRONG NIGHT'S RESULTS.
008429******************************************************
008430 3050-CHECK-STAMP-PARA.
008431     READ COMP-FILE
008432         AT END
008433             DISPLAY "FACT0208-E COMPLETION FILE FACTRQCP HAS NO "
008434                 "RUN STAMP - NO PACKETS BUILT" UPON CRT
008435             SET DIST-ABORT-RUN TO TRUE
008436             GO TO 3050-EXIT
008437     END-READ.
008438     IF COMP-IS-RUN-STAMP
008439         AND COMP-STAMP-DATE = DIST-RUN-DATE
008440         AND COMP-STAMP-TIME = DIST-RUN-TIME
008441         AND COMP-STAMP-RUN-ID = DIST-RUN-ID
008442         GO TO 3050-EXIT
008443     END-IF.
008444     IF NOT COMP-IS-RUN-STAMP
008445         DISPLAY "FACT0208-E COMPLETION FILE FACTRQCP HAS NO "
008446             "RUN STAMP - NO PACKETS BUILT" UPON CRT
008447     ELSE
008448         DISPLAY "FACT0208-E COMPLETION FILE FACTRQCP IS FROM "
008449             "RUN " COMP-STAMP-DATE " " COMP-STAMP-TIME " "
008450             COMP-STAMP-RUN-ID UPON CRT
008451         DISPLAY "FACT0208-E NOT FACTCTL RUN " DIST-RUN-DATE " "
008452             DIST-RUN-TIME " " DIST-RUN-ID " - NO PACKETS BUILT"
008453             UPON CRT
008454     END-IF.
008455     SET DIST-ABORT-RUN TO TRUE.
008456 3050-EXIT.
008457     EXIT.
008458*
008459******************************************************
008460*  3100-RELEASE-ONE-COMP-PARA
008470*  READS ONE COMPLETION RECORD AND RELEASES IT - FILLED
008480*  AND WIDE RESULTS AS GROUP "1", NOT RUN AS GROUP "2".
008490******************************************************
008500 3100-RELEASE-ONE-COMP-PARA.
008510     READ COMP-FILE
008520         AT END
008530             SET DIST-NO-MORE-COMP TO TRUE
008540             GO TO 3100-EXIT
008550     END-READ.
008560     ADD 1 TO DIST-COMP-READ.
008570     MOVE COMP-REQUESTER TO DSRT-REQUESTER.
008580     IF COMP-STATUS = "NOT RUN"
008590         MOVE "2" TO DSRT-GROUP
008600     ELSE
008610         MOVE "1" TO DSRT-GROUP
008620     END-IF.
008630     MOVE COMP-REC-TYPE TO DSRT-TYPE.
008640     MOVE COMP-NUMBER TO DSRT-NUMBER.
008650     MOVE COMP-R-VALUE TO DSRT-R-VALUE.
008660     MOVE COMP-RESULT TO DSRT-RESULT.
008670     MOVE COMP-RESULT-2 TO DSRT-RESULT-2.
008680     MOVE COMP-STATUS TO DSRT-STATUS.
008690     MOVE COMP-NEEDED-BY TO DSRT-NEEDED-BY.
008700     MOVE COMP-REASON TO DSRT-REASON.
008710     RELEASE DSRT-RECORD.
008720 3100-EXIT.
008730     EXIT.
008740*
008750******************************************************
008760*  4000-BUILD-PACKETS-PARA
008770*  READS THE SORTED COMPLETION RECORDS AND BUILDS ONE
008780*  PACKET PER CHANGE OF REQUESTER.
008790******************************************************
008800 4000-BUILD-PACKETS-PARA.
008810     OPEN INPUT DSTS-FILE.
008820     IF NOT DIST-DSTS-OK
008821         DISPLAY "FACT0209-E SORTED COMPLETION FILE OPEN "
008840             "FAILED, STATUS = " DIST-DSTS-STATUS UPON CRT
008850         SET DIST-ABORT-RUN TO TRUE
008860         GO TO 4000-EXIT
008870     END-IF.
008880     PERFORM 4900-READ-SORTED-PARA THRU 4900-EXIT.
008890     PERFORM 4100-BUILD-ONE-PACKET-PARA THRU 4100-EXIT
008900         UNTIL DIST-NO-MORE-DSTS.
008910     CLOSE DSTS-FILE.
008920 4000-EXIT.
008930     EXIT.
008940*
008950******************************************************
008960*  4100-BUILD-ONE-PACKET-PARA
008970*  DECIDES WHERE THE NEXT REQUESTER'S PACKET GOES, WRITES
008980*  ITS OPENING, EVERY ITEM FOR THE REQUESTER AND ITS
008990*  CLOSING, AND ENTERS IT ON THE CONTROL LIST.
009000******************************************************
009010 4100-BUILD-ONE-PACKET-PARA.
009020     MOVE DSTS-REQUESTER TO DIST-BREAK-REQUESTER.
009030     MOVE ZERO TO DIST-PKT-FILLED.
009040     MOVE ZERO TO DIST-PKT-NOT-RUN.
009050     MOVE ZERO TO DIST-PKT-PAGES.
009060     MOVE ZERO TO DIST-PKT-DETAILS.
009070     MOVE SPACE TO DIST-CUR-GROUP.
009080     PERFORM 4200-SET-DELIVERY-PARA THRU 4200-EXIT.
009090     IF DIST-PACKET-PRINTED
009100         PERFORM 5000-START-PRINT-PACKET-PARA THRU 5000-EXIT
009110     ELSE
009120         PERFORM 6000-START-EXT-PACKET-PARA THRU 6000-EXIT
009130     END-IF.
009140     PERFORM 4300-DELIVER-ONE-ITEM-PARA THRU 4300-EXIT
009150         UNTIL DIST-NO-MORE-DSTS
009160             OR DSTS-REQUESTER NOT = DIST-BREAK-REQUESTER.
009170     IF DIST-PACKET-PRINTED
009180         PERFORM 5500-END-PRINT-PACKET-PARA THRU 5500-EXIT
009190     ELSE
009200         PERFORM 6500-END-EXT-PACKET-PARA THRU 6500-EXIT
009210     END-IF.
009220     PERFORM 4400-WRITE-CONTROL-ENTRY-PARA THRU 4400-EXIT.
009230 4100-EXIT.
009240     EXIT.
009250*
009260******************************************************
009270*  4200-SET-DELIVERY-PARA
009280*  FINDS THE REQUESTER'S DEPARTMENT ON THE MASTER. AN
009290*  ELECTRONIC DEPARTMENT'S FILE IS OPENED HERE; IF IT WILL
009300*  NOT OPEN THE PACKET IS PRINTED INSTEAD. A REQUESTER NOT
009310*  ON THE MASTER IS PRINTED AND HELD AT OPERATIONS.
009320******************************************************
009330 4200-SET-DELIVERY-PARA.
009340     MOVE SPACES TO DIST-PACKET-DATA.
009350     MOVE DIST-BREAK-REQUESTER TO DIST-HOLD-REQUESTER.
009360     MOVE DIST-BREAK-REQUESTER TO DIST-EXC-REQUESTER.
009370     MOVE ZERO TO DIST-EXC-NUMBER.
009380     PERFORM 2200-FIND-MASTER-PARA THRU 2200-EXIT.
009390     IF NOT DIST-MAST-FOUND
009400         MOVE "NOT ON DISTRIBUTION MASTER" TO DIST-PKT-DEPT-NAME
009410         MOVE "HOLD AT OPERATIONS SUPPORT" TO DIST-PKT-ADDRESS-1
009420         MOVE "PRINT-HOLD" TO DIST-PKT-METHOD-TEXT
009430         SET DIST-PACKET-PRINTED TO TRUE
009440         ADD 1 TO DIST-NOT-ON-MASTER
009450         MOVE "NOT ON DISTRIBUTION MASTER - PACKET HELD"
009460             TO DIST-EXC-TEXT
009470         PERFORM 7500-WRITE-EXCEPTION-PARA THRU 7500-EXIT
009480         GO TO 4200-EXIT
009490     END-IF.
009500     MOVE DIST-MT-DEPT-NAME(DIST-M) TO DIST-PKT-DEPT-NAME.
009510     MOVE DIST-MT-ADDRESS-1(DIST-M) TO DIST-PKT-ADDRESS-1.
009520     MOVE DIST-MT-ADDRESS-2(DIST-M) TO DIST-PKT-ADDRESS-2.
009530     MOVE DIST-MT-ADDRESS-3(DIST-M) TO DIST-PKT-ADDRESS-3.
009540     MOVE "PRINT" TO DIST-PKT-METHOD-TEXT.
009550     SET DIST-PACKET-PRINTED TO TRUE.
009560     IF DIST-MT-DELIVERY(DIST-M) NOT = "E"
009570         GO TO 4200-EXIT
009580     END-IF.
009590     MOVE DIST-MT-EXT-NAME(DIST-M) TO DIST-EXT-NAME.
009600     OPEN OUTPUT EXT-FILE.
009610     IF DIST-EXT-OK
009620         SET DIST-PACKET-ELECTRONIC TO TRUE
009630         MOVE "ELECTRONIC" TO DIST-PKT-METHOD-TEXT
009640         MOVE DIST-EXT-NAME TO DIST-PKT-FILE-NAME
009650         GO TO 4200-EXIT
009660     END-IF.
009670     DISPLAY "FACT0200-W ELECTRONIC PACKET FILE " DIST-EXT-NAME
009680         " OPEN FAILED, STATUS = " DIST-EXT-STATUS
009690         " - PRINTED" UPON CRT.
009700     ADD 1 TO DIST-EXT-FALLBACK.
009710     MOVE "ELECTRONIC FILE OPEN FAILED - PRINTED"
009720         TO DIST-EXC-TEXT.
009730     PERFORM 7500-WRITE-EXCEPTION-PARA THRU 7500-EXIT.
009740 4200-EXIT.
009750     EXIT.
009760*
009770******************************************************
009780*  4300-DELIVER-ONE-ITEM-PARA
009790*  ADDS THE CURRENT COMPLETION RECORD TO THE PACKET AND
009800*  READS THE NEXT. A WIDE RESULT IS LOOKED UP ON THE
009810*  FACTWIDE TABLE FIRST.
009820******************************************************
009830 4300-DELIVER-ONE-ITEM-PARA.
009840     IF DSTS-NOT-RUN
009850         ADD 1 TO DIST-PKT-NOT-RUN
009860     ELSE
009870         ADD 1 TO DIST-PKT-FILLED
009880     END-IF.
009890     MOVE "N" TO DIST-WIDE-FOUND-SWITCH.
009900     IF DSTS-WIDE
009910         PERFORM 4500-FIND-WIDE-PARA THRU 4500-EXIT
009920         IF NOT DIST-WIDE-FOUND
009930             ADD 1 TO DIST-WIDE-MISSING
009940             MOVE DIST-BREAK-REQUESTER TO DIST-EXC-REQUESTER
009950             MOVE "WIDE RESULT NOT ON FACTWIDE FOR NUMBER"
009960                 TO DIST-EXC-TEXT
009970             MOVE DSTS-NUMBER TO DIST-EXC-NUMBER
009980             PERFORM 7500-WRITE-EXCEPTION-PARA THRU 7500-EXIT
009990         END-IF
010000     END-IF.
010010     IF DIST-PACKET-PRINTED
010020         PERFORM 5200-PRINT-ONE-ITEM-PARA THRU 5200-EXIT
010030     ELSE
010040         PERFORM 6200-WRITE-EXT-ITEM-PARA THRU 6200-EXIT
010050     END-IF.
010060     PERFORM 4900-READ-SORTED-PARA THRU 4900-EXIT.
010070 4300-EXIT.
010080     EXIT.
010090*
010100******************************************************
010110*  4400-WRITE-CONTROL-ENTRY-PARA
010120*  ENTERS THE PACKET JUST FINISHED ON THE CONTROL LIST.
010130******************************************************
010140 4400-WRITE-CONTROL-ENTRY-PARA.
010150     MOVE DIST-BREAK-REQUESTER TO DIST-LIST-REQUESTER.
010160     MOVE DIST-PKT-DEPT-NAME TO DIST-LIST-DEPT.
010170     MOVE DIST-PKT-METHOD-TEXT TO DIST-LIST-METHOD.
010180     MOVE DIST-PKT-PAGES TO DIST-LIST-PAGES.
010190     MOVE DIST-PKT-FILLED TO DIST-LIST-FILLED.
010200     MOVE DIST-PKT-NOT-RUN TO DIST-LIST-NOT-RUN.
010210     MOVE DIST-PKT-FILE-NAME TO DIST-LIST-FILE.
010220     MOVE DIST-LIST-DET-LINE TO LIST-LINE.
010230     PERFORM 7400-WRITE-LIST-LINE-PARA THRU 7400-EXIT.
010240 4400-EXIT.
010250     EXIT.
010260*
010270******************************************************
010280*  4500-FIND-WIDE-PARA
010290*  LOOKS UP THE CURRENT NUMBER ON THE WIDE TABLE AND
010300*  LEAVES DIST-W POINTING AT THE HIT.
010310******************************************************
010320 4500-FIND-WIDE-PARA.
010330     MOVE ZERO TO DIST-W.
010340     PERFORM 4510-TRY-ONE-WIDE-PARA THRU 4510-EXIT
010350         VARYING DIST-I FROM 1 BY 1
010360         UNTIL DIST-I > DIST-WIDE-COUNT OR DIST-WIDE-FOUND.
010370 4500-EXIT.
010380     EXIT.
010390*
010400******************************************************
010410*  4510-TRY-ONE-WIDE-PARA
010420*  TESTS ONE WIDE TABLE ENTRY.
010430******************************************************
010440 4510-TRY-ONE-WIDE-PARA.
010450     IF DIST-WT-NUMBER(DIST-I) = DSTS-NUMBER
010460         SET DIST-WIDE-FOUND TO TRUE
010470         MOVE DIST-I TO DIST-W
010480     END-IF.
010490 4510-EXIT.
010500     EXIT.
010510*
010520******************************************************
010530*  4900-READ-SORTED-PARA
010540*  READS THE NEXT SORTED COMPLETION RECORD.
010550******************************************************
010560 4900-READ-SORTED-PARA.
010570     READ DSTS-FILE
010580         AT END
010590             SET DIST-NO-MORE-DSTS TO TRUE
010600     END-READ.
010610 4900-EXIT.
010620     EXIT.
010630*
010640******************************************************
010650*  5000-START-PRINT-PACKET-PARA
010660*  PRINTS THE PACKET'S BANNER PAGE - DEPARTMENT, DELIVERY
010670*  ADDRESS AND RUN STAMP - AND STARTS ITS FIRST RESULT
010680*  PAGE.
010690******************************************************
010700 5000-START-PRINT-PACKET-PARA.
010710     PERFORM 7000-START-PKT-PAGE-PARA THRU 7000-EXIT.
010720     MOVE DIST-PAGE-CC TO DIST-BANNER-TITLE-CC.
010730     WRITE PKT-LINE FROM DIST-BANNER-TITLE.
010740     WRITE PKT-LINE FROM DIST-BLANK-LINE.
010750     WRITE PKT-LINE FROM DIST-BLANK-LINE.
010760     MOVE "DEPARTMENT" TO DIST-BANNER-LABEL.
010770     MOVE DIST-PKT-DEPT-NAME TO DIST-BANNER-VALUE.
010780     WRITE PKT-LINE FROM DIST-BANNER-LINE.
010790     MOVE "REQUESTER" TO DIST-BANNER-LABEL.
010800     MOVE DIST-BREAK-REQUESTER TO DIST-BANNER-VALUE.
010810     WRITE PKT-LINE FROM DIST-BANNER-LINE.
010820     WRITE PKT-LINE FROM DIST-BLANK-LINE.
010830     MOVE "DELIVER TO" TO DIST-BANNER-LABEL.
010840     MOVE DIST-PKT-ADDRESS-1 TO DIST-BANNER-VALUE.
010850     WRITE PKT-LINE FROM DIST-BANNER-LINE.
010860     MOVE SPACE TO DIST-BANNER-LABEL.
010870     IF DIST-PKT-ADDRESS-2 NOT = SPACE
010880         MOVE DIST-PKT-ADDRESS-2 TO DIST-BANNER-VALUE
010890         WRITE PKT-LINE FROM DIST-BANNER-LINE
010900     END-IF.
010910     IF DIST-PKT-ADDRESS-3 NOT = SPACE
010920         MOVE DIST-PKT-ADDRESS-3 TO DIST-BANNER-VALUE
010930         WRITE PKT-LINE FROM DIST-BANNER-LINE
010940     END-IF.
010950     WRITE PKT-LINE FROM DIST-BLANK-LINE.
010960     MOVE DIST-RUN-DATE TO DIST-BANNER-RUN-DATE.
010970     MOVE DIST-RUN-TIME TO DIST-BANNER-RUN-TIME.
010980     MOVE DIST-RUN-ID TO DIST-BANNER-RUN-ID.
010990     WRITE PKT-LINE FROM DIST-BANNER-RUN-LINE.
011000     MOVE SPACES TO DIST-PKT-HOLD-HEADING.
011010     PERFORM 7100-WRITE-PKT-HEADING-PARA THRU 7100-EXIT.
011020 5000-EXIT.
011030     EXIT.
011040*
011050******************************************************
011060*  5200-PRINT-ONE-ITEM-PARA
011070*  PRINTS ONE ITEM OF THE PACKET, OPENING THE FILLED OR
011080*  NOT-RUN SECTION WHEN THE ITEM STARTS ONE. A WIDE
011090*  RESULT PRINTS ITS DIGITS ON THE LINE BELOW.
011100******************************************************
011110 5200-PRINT-ONE-ITEM-PARA.
011120     IF DSTS-GROUP NOT = DIST-CUR-GROUP
011130         MOVE DSTS-GROUP TO DIST-CUR-GROUP
011140         PERFORM 5300-PRINT-SECTION-HEAD-PARA THRU 5300-EXIT
011150     END-IF.
011160     IF DSTS-NOT-RUN
011170         MOVE DSTS-TYPE TO DIST-NOT-RUN-TYPE
011180         MOVE DSTS-NUMBER TO DIST-NOT-RUN-NUMBER
011190         MOVE DSTS-R-VALUE TO DIST-NOT-RUN-R
011200         MOVE DSTS-NEEDED-BY TO DIST-NOT-RUN-NEEDED
011210         MOVE DSTS-REASON TO DIST-NOT-RUN-REASON
011220         MOVE DIST-NOT-RUN-LINE TO PKT-LINE
011230         PERFORM 7200-WRITE-PKT-LINE-PARA THRU 7200-EXIT
011240         GO TO 5200-EXIT
011250     END-IF.
011260     MOVE DSTS-TYPE TO DIST-FILLED-TYPE.
011270     MOVE DSTS-NUMBER TO DIST-FILLED-NUMBER.
011280     MOVE DSTS-R-VALUE TO DIST-FILLED-R.
011290     MOVE DSTS-STATUS TO DIST-FILLED-STATUS.
011300     MOVE SPACES TO DIST-FILLED-RESULTS.
011310     IF DSTS-WIDE
011320         MOVE "EXTENDED - SEE BELOW" TO DIST-FILLED-RESULTS
011330     ELSE
011340         MOVE DSTS-RESULT TO DIST-FILLED-RESULT
011350         MOVE DSTS-RESULT-2 TO DIST-FILLED-RESULT-2
011360     END-IF.
011370     MOVE DIST-FILLED-LINE TO PKT-LINE.
011380     PERFORM 7200-WRITE-PKT-LINE-PARA THRU 7200-EXIT.
011390     IF NOT DSTS-WIDE
011400         GO TO 5200-EXIT
011410     END-IF.
011420     IF DIST-WIDE-FOUND
011430         MOVE DIST-WT-DIGITS(DIST-W) TO DIST-DIGITS-VALUE
011440     ELSE
011450         MOVE "NOT AVAILABLE - CONTACT OPERATIONS SUPPORT"
011460             TO DIST-DIGITS-VALUE
011470     END-IF.
011480     MOVE DIST-DIGITS-LINE TO PKT-LINE.
011490     PERFORM 7200-WRITE-PKT-LINE-PARA THRU 7200-EXIT.
011500 5200-EXIT.
011510     EXIT.
011520*
011530******************************************************
011540*  5300-PRINT-SECTION-HEAD-PARA
011550*  PRINTS THE TITLE AND COLUMN HEADING OF THE SECTION THE
011560*  CURRENT ITEM STARTS, AND HOLDS THE COLUMN HEADING FOR
011570*  ANY CONTINUATION PAGE.
011580******************************************************
011590 5300-PRINT-SECTION-HEAD-PARA.
011600     MOVE SPACES TO DIST-PKT-HOLD-HEADING.
011610     MOVE DIST-BLANK-LINE TO PKT-LINE.
011620     PERFORM 7200-WRITE-PKT-LINE-PARA THRU 7200-EXIT.
011630     IF DSTS-NOT-RUN
011640         MOVE "REQUESTS NOT RUN" TO DIST-SECT-TEXT
011650         MOVE DIST-SECT-LINE TO PKT-LINE
011660         PERFORM 7200-WRITE-PKT-LINE-PARA THRU 7200-EXIT
011670         MOVE DIST-NOT-RUN-HEADING TO PKT-LINE
011680     ELSE
011690         MOVE "RESULTS DELIVERED" TO DIST-SECT-TEXT
011700         MOVE DIST-SECT-LINE TO PKT-LINE
011710         PERFORM 7200-WRITE-PKT-LINE-PARA THRU 7200-EXIT
011720         MOVE DIST-FILLED-HEADING TO PKT-LINE
011730     END-IF.
011740     PERFORM 7200-WRITE-PKT-LINE-PARA THRU 7200-EXIT.
011750     MOVE PKT-LINE TO DIST-PKT-HOLD-HEADING.
011760 5300-EXIT.
011770     EXIT.
011780*
011790******************************************************
011800*  5500-END-PRINT-PACKET-PARA
011810*  PRINTS THE PACKET'S ITEM COUNTS AND ADDS IT TO THE
011820*  PRINTED TOTALS.
011830******************************************************
011840 5500-END-PRINT-PACKET-PARA.
011850     MOVE SPACES TO DIST-PKT-HOLD-HEADING.
011860     MOVE DIST-BLANK-LINE TO PKT-LINE.
011870     PERFORM 7200-WRITE-PKT-LINE-PARA THRU 7200-EXIT.
011880     MOVE "RESULTS DELIVERED:" TO DIST-SUM-TEXT.
011890     MOVE DIST-PKT-FILLED TO DIST-SUM-COUNT.
011900     MOVE DIST-SUM-LINE TO PKT-LINE.
011910     PERFORM 7200-WRITE-PKT-LINE-PARA THRU 7200-EXIT.
011920     MOVE "REQUESTS NOT RUN:" TO DIST-SUM-TEXT.
011930     MOVE DIST-PKT-NOT-RUN TO DIST-SUM-COUNT.
011940     MOVE DIST-SUM-LINE TO PKT-LINE.
011950     PERFORM 7200-WRITE-PKT-LINE-PARA THRU 7200-EXIT.
011960     ADD 1 TO DIST-PRINT-PACKETS.
011970     ADD DIST-PKT-PAGES TO DIST-PRINT-PAGES.
011980 5500-EXIT.
011990     EXIT.
012000*
012010******************************************************
012020*  6000-START-EXT-PACKET-PARA
012030*  WRITES THE HEADER RECORD OF AN ELECTRONIC PACKET.
012040******************************************************
012050 6000-START-EXT-PACKET-PARA.
012060     MOVE DIST-BREAK-REQUESTER TO DIST-EXT-HDR-REQUESTER.
012070     MOVE DIST-PKT-DEPT-NAME TO DIST-EXT-HDR-DEPT.
012080     MOVE DIST-RUN-DATE TO DIST-EXT-HDR-DATE.
012090     MOVE DIST-RUN-TIME TO DIST-EXT-HDR-TIME.
012100     MOVE DIST-RUN-ID TO DIST-EXT-HDR-RUN-ID.
012110     WRITE EXT-LINE FROM DIST-EXT-HDR-LINE.
012120 6000-EXIT.
012130     EXIT.
012140*
012150******************************************************
012160*  6200-WRITE-EXT-ITEM-PARA
012170*  WRITES ONE DETAIL RECORD OF AN ELECTRONIC PACKET.
012180******************************************************
012190 6200-WRITE-EXT-ITEM-PARA.
012200     MOVE DSTS-TYPE TO DIST-EXT-DTL-TYPE.
012210     MOVE DSTS-NUMBER TO DIST-EXT-DTL-NUMBER.
012220     MOVE DSTS-R-VALUE TO DIST-EXT-DTL-R.
012230     MOVE DSTS-STATUS TO DIST-EXT-DTL-STATUS.
012240     MOVE DSTS-RESULT TO DIST-EXT-DTL-RESULT.
012250     MOVE DSTS-RESULT-2 TO DIST-EXT-DTL-RESULT-2.
012260     MOVE DSTS-NEEDED-BY TO DIST-EXT-DTL-NEEDED.
012270     MOVE SPACES TO DIST-EXT-DTL-TEXT.
012280     IF DSTS-NOT-RUN
012290         MOVE DSTS-REASON TO DIST-EXT-DTL-TEXT
012300     END-IF.
012310     IF DSTS-WIDE
012320         IF DIST-WIDE-FOUND
012330             MOVE DIST-WT-DIGITS(DIST-W) TO DIST-EXT-DTL-TEXT
012340         ELSE
012350             MOVE "NOT AVAILABLE" TO DIST-EXT-DTL-TEXT
012360         END-IF
012370     END-IF.
012380     WRITE EXT-LINE FROM DIST-EXT-DTL-LINE.
012390     ADD 1 TO DIST-PKT-DETAILS.
012400 6200-EXIT.
012410     EXIT.
012420*
012430******************************************************
012440*  6500-END-EXT-PACKET-PARA
012450*  WRITES THE TRAILER RECORD WITH THE DETAIL COUNT AND
012460*  ITS FILLED AND NOT-RUN SPLIT, AND CLOSES THE FILE.
012470******************************************************
012480 6500-END-EXT-PACKET-PARA.
012490     MOVE DIST-PKT-DETAILS TO DIST-EXT-TRL-COUNT.
012500     MOVE DIST-PKT-FILLED TO DIST-EXT-TRL-FILLED.
012510     MOVE DIST-PKT-NOT-RUN TO DIST-EXT-TRL-NOT-RUN.
012520     WRITE EXT-LINE FROM DIST-EXT-TRL-LINE.
012530     CLOSE EXT-FILE.
012540     ADD 1 TO DIST-EXT-PACKETS.
012550     ADD DIST-PKT-DETAILS TO DIST-EXT-RECORDS.
012560     ADD 2 TO DIST-EXT-RECORDS.
012570 6500-EXIT.
012580     EXIT.
012590*
012600******************************************************
012610*  7000-START-PKT-PAGE-PARA
012620*  COUNTS A NEW PACKET PAGE AND SETS THE CARRIAGE CONTROL
012630*  FOR ITS FIRST LINE - ASA "1" FOR A NEW PAGE, EXCEPT ON
012640*  THE VERY FIRST PAGE OF THE FILE.
012650******************************************************
012660 7000-START-PKT-PAGE-PARA.
012670     ADD 1 TO DIST-PKT-FILE-PAGES.
012680     ADD 1 TO DIST-PKT-PAGES.
012690     IF DIST-PKT-FILE-PAGES = 1
012700         MOVE SPACE TO DIST-PAGE-CC
012710     ELSE
012720         MOVE DIST-NEW-PAGE-CC TO DIST-PAGE-CC
012730     END-IF.
012740     MOVE ZERO TO DIST-PKT-LINE-COUNT.
012750 7000-EXIT.
012760     EXIT.
012770*
012780******************************************************
012790*  7100-WRITE-PKT-HEADING-PARA
012800*  STARTS A RESULT PAGE OF THE PACKET WITH THE REQUESTER
012810*  HEADING AND, ON A CONTINUATION PAGE, THE COLUMN HEADING
012820*  OF THE SECTION IN PROGRESS.
012830******************************************************
012840 7100-WRITE-PKT-HEADING-PARA.
012850     PERFORM 7000-START-PKT-PAGE-PARA THRU 7000-EXIT.
012860     MOVE DIST-PAGE-CC TO DIST-PKT-HEADING-CC.
012870     MOVE DIST-BREAK-REQUESTER TO DIST-PKT-HEAD-REQUESTER.
012880     MOVE DIST-PKT-DEPT-NAME TO DIST-PKT-HEAD-DEPT.
012890     MOVE DIST-PKT-PAGES TO DIST-PKT-HEAD-PAGE.
012900     WRITE PKT-LINE FROM DIST-PKT-HEADING.
012910     ADD 1 TO DIST-PKT-LINE-COUNT.
012920     IF DIST-PKT-HOLD-HEADING NOT = SPACES
012930         WRITE PKT-LINE FROM DIST-PKT-HOLD-HEADING
012940         ADD 1 TO DIST-PKT-LINE-COUNT
012950     END-IF.
012960 7100-EXIT.
012970     EXIT.
012980*
012990******************************************************
013000*  7200-WRITE-PKT-LINE-PARA
013010*  WRITES THE LINE ALREADY MOVED TO PKT-LINE, STARTING A
013020*  CONTINUATION PAGE FIRST WHEN THIS ONE IS FULL.
013030******************************************************
013040 7200-WRITE-PKT-LINE-PARA.
013050     IF DIST-PKT-LINE-COUNT NOT LESS THAN DIST-LINES-PER-PAGE
013060         MOVE PKT-LINE TO DIST-PKT-HOLD-LINE
013070         PERFORM 7100-WRITE-PKT-HEADING-PARA THRU 7100-EXIT
013080         MOVE DIST-PKT-HOLD-LINE TO PKT-LINE
013090     END-IF.
013100     WRITE PKT-LINE.
013110     ADD 1 TO DIST-PKT-LINE-COUNT.
013120 7200-EXIT.
013130     EXIT.
013140*
013150******************************************************
013160*  7300-WRITE-LIST-HEADING-PARA
013170*  WRITES THE CONTROL LIST PAGE HEADING WITH THE RUN STAMP
013180*  AND COLUMN HEADING, AND RESETS THE PER-PAGE LINE COUNT.
013190******************************************************
013200 7300-WRITE-LIST-HEADING-PARA.
013210     ADD 1 TO DIST-LIST-PAGE-NO.
013220     IF DIST-LIST-PAGE-NO = 1
013230         MOVE SPACE TO DIST-LIST-HEADING-CC
013240     ELSE
013250         MOVE DIST-NEW-PAGE-CC TO DIST-LIST-HEADING-CC
013260     END-IF.
013270     MOVE DIST-LIST-PAGE-NO TO DIST-LIST-HEAD-PAGE.
013280     WRITE LIST-LINE FROM DIST-LIST-HEADING.
013290     MOVE DIST-RUN-DATE TO DIST-LIST-RUN-DATE.
013300     MOVE DIST-RUN-TIME TO DIST-LIST-RUN-TIME.
013310     MOVE DIST-RUN-ID TO DIST-LIST-RUN-ID.
013320     WRITE LIST-LINE FROM DIST-LIST-RUN-LINE.
013330     WRITE LIST-LINE FROM DIST-BLANK-LINE.
013340     WRITE LIST-LINE FROM DIST-LIST-COL-HEADING.
013350     MOVE ZERO TO DIST-LIST-LINE-COUNT.
013360 7300-EXIT.
013370     EXIT.
013380*
013390******************************************************
013400*  7400-WRITE-LIST-LINE-PARA
013410*  WRITES THE LINE ALREADY MOVED TO LIST-LINE, STARTING A
013420*  NEW PAGE FIRST WHEN THIS ONE IS FULL.
013430******************************************************
013440 7400-WRITE-LIST-LINE-PARA.
013450     IF DIST-LIST-LINE-COUNT NOT LESS THAN DIST-LINES-PER-PAGE
013460         MOVE LIST-LINE TO DIST-PKT-HOLD-LINE
013470         PERFORM 7300-WRITE-LIST-HEADING-PARA THRU 7300-EXIT
013480         MOVE DIST-PKT-HOLD-LINE TO LIST-LINE
013490     END-IF.
013500     WRITE LIST-LINE.
013510     ADD 1 TO DIST-LIST-LINE-COUNT.
013520 7400-EXIT.
013530     EXIT.
013540*
013550******************************************************
013560*  7500-WRITE-EXCEPTION-PARA
013570*  WRITES ONE EXCEPTION LINE (ALREADY BUILT BY THE
013580*  CALLER) TO THE CONTROL LIST.
013590******************************************************
013600 7500-WRITE-EXCEPTION-PARA.
013610     MOVE DIST-EXC-LINE TO LIST-LINE.
013620     PERFORM 7400-WRITE-LIST-LINE-PARA THRU 7400-EXIT.
013630 7500-EXIT.
013640     EXIT.
013650*
013660******************************************************
013670*  8000-SUMMARY-PARA
013680*  PRINTS THE DISTRIBUTION TOTALS AND THE VERDICT ON THE
013690*  CONTROL LIST.
013700******************************************************
013710 8000-SUMMARY-PARA.
013720     MOVE DIST-BLANK-LINE TO LIST-LINE.
013730     PERFORM 7400-WRITE-LIST-LINE-PARA THRU 7400-EXIT.
013740     MOVE "COMPLETION RECORDS READ:" TO DIST-SUM-TEXT.
013750     MOVE DIST-COMP-READ TO DIST-SUM-COUNT.
013760     PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT.
013770     MOVE "PACKETS PRINTED:" TO DIST-SUM-TEXT.
013780     MOVE DIST-PRINT-PACKETS TO DIST-SUM-COUNT.
013790     PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT.
013800     MOVE "PACKET PAGES PRINTED:" TO DIST-SUM-TEXT.
013810     MOVE DIST-PRINT-PAGES TO DIST-SUM-COUNT.
013820     PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT.
013830     MOVE "PACKETS SENT ELECTRONICALLY:" TO DIST-SUM-TEXT.
013840     MOVE DIST-EXT-PACKETS TO DIST-SUM-COUNT.
013850     PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT.
013860     MOVE "ELECTRONIC RECORDS WRITTEN:" TO DIST-SUM-TEXT.
013870     MOVE DIST-EXT-RECORDS TO DIST-SUM-COUNT.
013880     PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT.
013890     MOVE "ELECTRONIC PACKETS PRINTED INSTEAD:" TO DIST-SUM-TEXT.
013900     MOVE DIST-EXT-FALLBACK TO DIST-SUM-COUNT.
013910     PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT.
013920     MOVE "REQUESTERS NOT ON MASTER:" TO DIST-SUM-TEXT.
013930     MOVE DIST-NOT-ON-MASTER TO DIST-SUM-COUNT.
013940     PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT.
013950     MOVE "MASTER RECORDS READ:" TO DIST-SUM-TEXT.
013960     MOVE DIST-MAST-READ TO DIST-SUM-COUNT.
013970     PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT.
013980     MOVE "MASTER RECORDS IN ERROR:" TO DIST-SUM-TEXT.
013990     MOVE DIST-MAST-REJECTED TO DIST-SUM-COUNT.
014000     PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT.
014010     MOVE "WIDE RESULTS NOT ON FACTWIDE:" TO DIST-SUM-TEXT.
014020     MOVE DIST-WIDE-MISSING TO DIST-SUM-COUNT.
014030     PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT.
014040     MOVE DIST-BLANK-LINE TO LIST-LINE.
014050     PERFORM 7400-WRITE-LIST-LINE-PARA THRU 7400-EXIT.
014060     EVALUATE TRUE
014070         WHEN DIST-COMP-READ = ZERO
014080             MOVE "NO COMPLETION RECORDS - NO PACKETS BUILT"
014090                 TO DIST-MSG-TEXT
014100         WHEN DIST-NOT-ON-MASTER > ZERO
014110             OR DIST-EXT-FALLBACK > ZERO
014120             MOVE "PACKETS HELD OR PRINTED INSTEAD - SEE LIST"
014130                 TO DIST-MSG-TEXT
014140         WHEN DIST-MAST-REJECTED > ZERO
014150             OR DIST-WIDE-MISSING > ZERO
014160             MOVE "PACKETS DISTRIBUTED WITH EXCEPTIONS"
014170                 TO DIST-MSG-TEXT
014180         WHEN OTHER
014190             MOVE "ALL PACKETS DISTRIBUTED" TO DIST-MSG-TEXT
014200     END-EVALUATE.
014210     MOVE DIST-MSG-LINE TO LIST-LINE.
014220     PERFORM 7400-WRITE-LIST-LINE-PARA THRU 7400-EXIT.
014230     DISPLAY DIST-MSG-TEXT UPON CRT.
014240     IF DIST-NOT-ON-MASTER > ZERO
014250         DISPLAY "FACT0201-W " DIST-NOT-ON-MASTER
014260             " REQUESTER(S) NOT ON DISTRIBUTION MASTER - "
014270             "SEE DISTCTL" UPON CRT
014280     END-IF.
014290     IF DIST-WIDE-MISSING > ZERO
014291         DISPLAY "FACT0216-W " DIST-WIDE-MISSING
014310             " WIDE RESULT(S) NOT ON FACTWIDE - SEE DISTCTL"
014320             UPON CRT
014330     END-IF.
014340 8000-EXIT.
014350     EXIT.
014360*
014370******************************************************
014380*  8100-WRITE-COUNT-PARA
014390*  WRITES ONE SUMMARY COUNT LINE.
014400******************************************************
014410 8100-WRITE-COUNT-PARA.
014420     MOVE DIST-SUM-LINE TO LIST-LINE.
014430     PERFORM 7400-WRITE-LIST-LINE-PARA THRU 7400-EXIT.
014440 8100-EXIT.
014450     EXIT.
014460*
014470******************************************************
014480*  9000-TERMINATE-PARA
014490*  CLOSES THE PACKET FILE AND CONTROL LIST AND SETS THE
014500*  CONDITION CODE - 8 WHEN NO PACKETS COULD BE BUILT, 4
014510*  WHEN A PACKET WAS HELD OR PRINTED INSTEAD OF SENT, THE
014520*  MASTER WAS MISSING OR IN ERROR, OR A WIDE RESULT WAS
014530*  NOT FOUND, OTHERWISE 0.
014540******************************************************
014550 9000-TERMINATE-PARA.
014560     IF DIST-PKT-OK
014570         CLOSE PKT-FILE
014580     END-IF.
014590     IF DIST-LIST-OK
014600         CLOSE LIST-FILE
014610     END-IF.
014620     MOVE ZERO TO DIST-RETURN-CODE.
014630     IF DIST-NO-MASTER
014640         OR DIST-NOT-ON-MASTER > ZERO
014650         OR DIST-EXT-FALLBACK > ZERO
014660         OR DIST-MAST-REJECTED > ZERO
014670         OR DIST-WIDE-MISSING > ZERO
014680         OR DIST-WIDE-TABLE-FULL
014690         MOVE 4 TO DIST-RETURN-CODE
014700     END-IF.
014710     IF DIST-ABORT-RUN
014720         MOVE 8 TO DIST-RETURN-CODE
014730     END-IF.
014740     MOVE DIST-RETURN-CODE TO RETURN-CODE.
014750     DISPLAY "FACTDIST FINISHED, CONDITION CODE "
014760         DIST-RETURN-CODE UPON CRT.
014770 9000-EXIT.
014780     EXIT.
