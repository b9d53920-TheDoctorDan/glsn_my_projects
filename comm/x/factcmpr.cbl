000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FACTCMPR.
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
000130*  10/15/2026 RH    ORIGINAL PROGRAM - RUN-TO-RUN RESULT
000140*                   COMPARISON, RUN AFTER FACTRECON.
000150*                   FACTRECON ONLY PROVES TONIGHT'S EXTRACT
000160*                   AGREES WITH TONIGHT'S AUDIT FILE; THIS
000170*                   STEP PROVES TONIGHT'S ANSWERS AGREE
000180*                   WITH EARLIER NIGHTS'. TONIGHT'S FACTCSV
000190*                   AND FACTWIDE RESULTS ARE FILED AS A
000200*                   NUMBERED GENERATION ON THE FACTGENS
000210*                   GENERATION STORE, KEYED BY THE RUN
000220*                   STAMP ON THE FACTCSV HEADER RECORD, AND
000230*                   MATCHED NUMBER BY NUMBER AGAINST THE
000240*                   LAST GENERATION FACTRECON CERTIFIED IN
000250*                   BALANCE (ITS TYPE "B" FACTRUNH RECORD).
000260*                   THE CMPRRPT REPORT LISTS EVERY NUMBER
000270*                   WHOSE RESULT CHANGED AND EVERY NUMBER
000280*                   NEW OR MISSING SINCE THAT RUN. AN
000290*                   OPTIONAL SYSIN CARD "KEEP NN" SETS THE
000300*                   GENERATIONS RETAINED (DEFAULT 7, AT
000310*                   MOST 50); "KEEP NN A" ACCEPTS TONIGHT'S
000320*                   CHANGED RESULTS AFTER THEY HAVE BEEN
000330*                   REVIEWED. ANY OTHER CARD IS LEFT FOR
000340*                   THE STEP IT BELONGS TO. CONDITION CODE
000350*                   0 IS A CLEAN COMPARISON, 4 MEANS THERE
000360*                   WAS NO PRIOR GENERATION TO COMPARE
000370*                   WITH, ACCEPTED CHANGES, OR THE STORE
000380*                   COULD NOT BE UPDATED, 8 MEANS A RESULT
000390*                   CHANGED (THE JOB STREAM HOLDS THE
000400*                   EXTRACT) OR TONIGHT'S EXTRACT IS
000410*                   MISSING OR INCOMPLETE.
000420******************************************************
000430*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SPECIAL-NAMES.
000470     CONSOLE IS CRT.
000480*
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT OPTIONAL PARM-FILE ASSIGN TO "SYSIN"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CMPR-PARM-STATUS.
000540     SELECT OPTIONAL CSV-FILE ASSIGN TO "FACTCSV"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS CMPR-CSV-STATUS.
000570     SELECT OPTIONAL WIDE-FILE ASSIGN TO "FACTWIDE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CMPR-WIDE-STATUS.
000600     SELECT OPTIONAL RUNH-FILE ASSIGN TO "FACTRUNH"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS CMPR-RUNH-STATUS.
000630     SELECT OPTIONAL GENS-FILE ASSIGN TO "FACTGENS"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CMPR-GENS-STATUS.
000660     SELECT GENW-FILE ASSIGN TO "FACTGENW"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS CMPR-GENW-STATUS.
000690     SELECT TONSRT-FILE ASSIGN TO "FACTCMPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS CMPR-TONS-STATUS.
000720     SELECT BASSRT-FILE ASSIGN TO "FACTCMPB"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS CMPR-BASS-STATUS.
000750     SELECT RPT-FILE ASSIGN TO "CMPRRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS CMPR-RPT-STATUS.
000780     SELECT TON-SORT ASSIGN TO "SORTWK1".
000790     SELECT BAS-SORT ASSIGN TO "SORTWK2".
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  PARM-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  PARM-CARD-RECORD.
000860     05  PC-KEYWORD          PIC X(05).
000870     05  PC-KEEP-COUNT       PIC X(02).
000880     05  PC-KEEP-COUNT-N REDEFINES PC-KEEP-COUNT
000890                             PIC 9(02).
000900     05  FILLER              PIC X(01).
000910     05  PC-ACCEPT           PIC X(01).
000920         88  PC-ACCEPT-CHANGES       VALUE "A".
000930     05  FILLER              PIC X(71).
000940*
000950 FD  CSV-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  CSV-RECORD.
000980     05  CSV-REC-TYPE        PIC X(01).
000990         88  CSV-HEADER              VALUE "H".
001000         88  CSV-DETAIL              VALUE "D".
001010         88  CSV-TRAILER             VALUE "T".
001020     05  FILLER              PIC X(01).
001030     05  CSV-DATA            PIC X(33).
001040     05  CSV-DTL-VIEW REDEFINES CSV-DATA.
001050         10  CSV-NUMBER      PIC 9(05).
001060         10  FILLER          PIC X(01).
001070         10  CSV-RESULT      PIC 9(09).
001080         10  FILLER          PIC X(18).
001090     05  CSV-HDR-VIEW REDEFINES CSV-DATA.
001100         10  CSV-HDR-DATE    PIC 9(08).
001110         10  FILLER          PIC X(01).
001120         10  CSV-HDR-TIME    PIC 9(08).
001130         10  FILLER          PIC X(01).
001140         10  CSV-HDR-RUN-ID  PIC X(08).
001150         10  FILLER          PIC X(07).
001160     05  CSV-TRL-VIEW REDEFINES CSV-DATA.
001170         10  CSV-TRL-COUNT   PIC 9(06).
001180         10  FILLER          PIC X(01).
001190         10  CSV-TRL-HASH    PIC 9(15).
001200         10  FILLER          PIC X(11).
001210*
001220*  THE WIDE EXTRACT LINE AS FACTORIALS PRINTS IT - THE
001230*  NUMBER EDITED, THE RESULT AS 70 RIGHT-JUSTIFIED DIGITS.
001240 FD  WIDE-FILE
001250     LABEL RECORDS ARE STANDARD.
001260 01  WIDE-RECORD.
001270     05  WIDE-CC             PIC X(01).
001280     05  WIDE-DISP-NUMBER    PIC ZZZZZ9.
001290     05  FILLER              PIC X(02).
001300     05  WIDE-DIGITS         PIC X(70).
001310     05  FILLER              PIC X(11).
001320*
001330 FD  RUNH-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  RUNH-RECORD.
001360     05  RUNH-REC-TYPE       PIC X(01).
001370     05  FILLER              PIC X(01).
001380     05  RUNH-RUN-DATE       PIC 9(08).
001390     05  FILLER              PIC X(01).
001400     05  RUNH-RUN-TIME       PIC 9(08).
001410     05  FILLER              PIC X(01).
001420     05  RUNH-RUN-ID         PIC X(08).
001430     05  FILLER              PIC X(01).
001440     05  RUNH-MODE           PIC X(01).
001450     05  FILLER              PIC X(01).
001460     05  RUNH-RANGE-START    PIC 9(04).
001470     05  FILLER              PIC X(01).
001480     05  RUNH-RANGE-END      PIC 9(04).
001490     05  FILLER              PIC X(01).
001500     05  RUNH-NUMBERS-READ   PIC 9(06).
001510     05  FILLER              PIC X(01).
001520     05  RUNH-COMPUTED       PIC 9(06).
001530     05  FILLER              PIC X(01).
001540     05  RUNH-SKIPPED        PIC 9(06).
001550     05  FILLER              PIC X(01).
001560     05  RUNH-MAST-HITS      PIC 9(06).
001570     05  FILLER              PIC X(01).
001580     05  RUNH-COND-CODE      PIC 9(02).
001590     05  FILLER              PIC X(01).
001600     05  RUNH-RESTART-FLAG   PIC X(01).
001610     05  FILLER              PIC X(01).
001620     05  RUNH-VERDICT        PIC X(01).
001630*
001640*  THE GENERATION STORE - EACH RETAINED GENERATION IS A
001650*  "G" HEADER WITH THE RUN STAMP FOLLOWED BY ITS "C" (CSV)
001660*  AND "W" (WIDE) RESULTS, OLDEST GENERATION FIRST. THE
001670*  HOLD FLAG IS "H" WHEN THIS PROGRAM HELD THE GENERATION
001680*  FOR CHANGED RESULTS, "A" WHEN THE CHANGES WERE ACCEPTED.
001690 FD  GENS-FILE
001700     LABEL RECORDS ARE STANDARD.
001710 01  GENS-RECORD.
001720     05  GENS-REC-TYPE       PIC X(01).
001730         88  GENS-GEN-HEADER         VALUE "G".
001740         88  GENS-CSV-RESULT         VALUE "C".
001750         88  GENS-WIDE-RESULT        VALUE "W".
001760     05  FILLER              PIC X(01).
001770     05  GENS-GEN-NO         PIC 9(04).
001780     05  FILLER              PIC X(01).
001790     05  GENS-DATA           PIC X(83).
001800     05  GENS-HDR-VIEW REDEFINES GENS-DATA.
001810         10  GENS-RUN-DATE   PIC 9(08).
001820         10  FILLER          PIC X(01).
001830         10  GENS-RUN-TIME   PIC 9(08).
001840         10  FILLER          PIC X(01).
001850         10  GENS-RUN-ID     PIC X(08).
001860         10  FILLER          PIC X(01).
001870         10  GENS-CSV-COUNT  PIC 9(06).
001880         10  FILLER          PIC X(01).
001890         10  GENS-WIDE-COUNT PIC 9(06).
001900         10  FILLER          PIC X(01).
001910         10  GENS-STORED-DATE PIC 9(08).
001920         10  FILLER          PIC X(01).
001930         10  GENS-HOLD-FLAG  PIC X(01).
001940         10  FILLER          PIC X(32).
001950     05  GENS-DTL-VIEW REDEFINES GENS-DATA.
001960         10  GENS-NUMBER     PIC 9(05).
001970         10  FILLER          PIC X(01).
001980         10  GENS-RESULT     PIC 9(09).
001990         10  FILLER          PIC X(68).
002000     05  GENS-WIDE-VIEW REDEFINES GENS-DATA.
002010         10  GENS-W-NUMBER   PIC 9(05).
002020         10  FILLER          PIC X(01).
002030         10  GENS-DIGITS     PIC X(70).
002040         10  FILLER          PIC X(07).
002050*
002060*  WORK COPY OF THE GENERATIONS KEPT WHILE THE STORE IS
002070*  REWRITTEN.
002080 FD  GENW-FILE
002090     LABEL RECORDS ARE STANDARD.
002100 01  GENW-RECORD             PIC X(90).
002110*
002120*  THE SORTED WORK FILES - TONIGHT'S RESULTS AND THE PRIOR
002130*  GENERATION'S, BOTH IN TYPE/NUMBER ORDER, SO THE
002140*  COMPARISON IS ONE FORWARD PASS.
002150 FD  TONSRT-FILE
002160     LABEL RECORDS ARE STANDARD.
002170 01  TONS-RECORD.
002180     05  TONS-KEY.
002190         10  TONS-TYPE       PIC X(01).
002200         10  TONS-NUMBER     PIC 9(05).
002210     05  TONS-RESULT         PIC 9(09).
002220     05  TONS-DIGITS         PIC X(70).
002230*
002240 FD  BASSRT-FILE
002250     LABEL RECORDS ARE STANDARD.
002260 01  BASS-RECORD.
002270     05  BASS-KEY.
002280         10  BASS-TYPE       PIC X(01).
002290         10  BASS-NUMBER     PIC 9(05).
002300     05  BASS-RESULT         PIC 9(09).
002310     05  BASS-DIGITS         PIC X(70).
002320*
002330 FD  RPT-FILE
002340     LABEL RECORDS ARE STANDARD.
002350 01  RPT-LINE                PIC X(80).
002360*
002370 SD  TON-SORT.
002380 01  TSRT-RECORD.
002390     05  TSRT-TYPE           PIC X(01).
002400     05  TSRT-NUMBER         PIC 9(05).
002410     05  TSRT-RESULT         PIC 9(09).
002420     05  TSRT-DIGITS         PIC X(70).
002430*
002440 SD  BAS-SORT.
002450 01  BSRT-RECORD.
002460     05  BSRT-TYPE           PIC X(01).
002470     05  BSRT-NUMBER         PIC 9(05).
002480     05  BSRT-RESULT         PIC 9(09).
002490     05  BSRT-DIGITS         PIC X(70).
002500*
002510 WORKING-STORAGE SECTION.
002520 01  CMPR-SWITCHES.
002530     05  CMPR-PARM-STATUS    PIC X(02)      VALUE SPACE.
002540         88  CMPR-PARM-OK            VALUE "00".
002550         88  CMPR-PARM-NOT-FOUND     VALUE "05".
002560     05  CMPR-CSV-STATUS     PIC X(02)      VALUE SPACE.
002570         88  CMPR-CSV-OK             VALUE "00".
002580         88  CMPR-CSV-NOT-FOUND      VALUE "05".
002590     05  CMPR-WIDE-STATUS    PIC X(02)      VALUE SPACE.
002600         88  CMPR-WIDE-OK            VALUE "00".
002610         88  CMPR-WIDE-NOT-FOUND     VALUE "05".
002620     05  CMPR-RUNH-STATUS    PIC X(02)      VALUE SPACE.
002630         88  CMPR-RUNH-OK            VALUE "00".
002640         88  CMPR-RUNH-NOT-FOUND     VALUE "05".
002650     05  CMPR-GENS-STATUS    PIC X(02)      VALUE SPACE.
002660         88  CMPR-GENS-OK            VALUE "00".
002670         88  CMPR-GENS-NOT-FOUND     VALUE "05".
002680     05  CMPR-GENW-STATUS    PIC X(02)      VALUE SPACE.
002690         88  CMPR-GENW-OK            VALUE "00".
002700     05  CMPR-TONS-STATUS    PIC X(02)      VALUE SPACE.
002710         88  CMPR-TONS-OK            VALUE "00".
002720     05  CMPR-BASS-STATUS    PIC X(02)      VALUE SPACE.
002730         88  CMPR-BASS-OK            VALUE "00".
002740     05  CMPR-RPT-STATUS     PIC X(02)      VALUE SPACE.
002750         88  CMPR-RPT-OK             VALUE "00".
002760     05  CMPR-CSV-EOF-SWITCH PIC X(01)      VALUE "N".
002770         88  CMPR-NO-MORE-CSV        VALUE "Y".
002780     05  CMPR-WIDE-EOF-SWITCH PIC X(01)     VALUE "N".
002790         88  CMPR-NO-MORE-WIDE       VALUE "Y".
002800     05  CMPR-RUNH-EOF-SWITCH PIC X(01)     VALUE "N".
002810         88  CMPR-NO-MORE-RUNH       VALUE "Y".
002820     05  CMPR-GENS-EOF-SWITCH PIC X(01)     VALUE "N".
002830         88  CMPR-NO-MORE-GENS       VALUE "Y".
002840     05  CMPR-GENW-EOF-SWITCH PIC X(01)     VALUE "N".
002850         88  CMPR-NO-MORE-GENW       VALUE "Y".
002860     05  CMPR-TONS-EOF-SWITCH PIC X(01)     VALUE "N".
002870         88  CMPR-NO-MORE-TONS       VALUE "Y".
002880     05  CMPR-BASS-EOF-SWITCH PIC X(01)     VALUE "N".
002890         88  CMPR-NO-MORE-BASS       VALUE "Y".
002900     05  CMPR-ABORT-SWITCH   PIC X(01)      VALUE "N".
002910         88  CMPR-ABORT-RUN          VALUE "Y".
002920     05  CMPR-CSV-HDR-SWITCH PIC X(01)      VALUE "N".
002930         88  CMPR-CSV-HDR-SEEN       VALUE "Y".
002940     05  CMPR-CSV-TRL-SWITCH PIC X(01)      VALUE "N".
002950         88  CMPR-CSV-TRL-SEEN       VALUE "Y".
002960     05  CMPR-ACCEPT-SWITCH  PIC X(01)      VALUE "N".
002970         88  CMPR-ACCEPT-CHANGES     VALUE "Y".
002980     05  CMPR-STORE-SWITCH   PIC X(01)      VALUE "N".
002990         88  CMPR-STORE-PRESENT      VALUE "Y".
003000     05  CMPR-REPLACE-SWITCH PIC X(01)      VALUE "N".
003010         88  CMPR-RERUN-REPLACED     VALUE "Y".
003020     05  CMPR-BASE-SWITCH    PIC X(01)      VALUE "N".
003030         88  CMPR-BASE-FOUND         VALUE "Y".
003040     05  CMPR-IN-BASE-SWITCH PIC X(01)      VALUE "N".
003050         88  CMPR-IN-BASE-GEN        VALUE "Y".
003060     05  CMPR-COPY-SWITCH    PIC X(01)      VALUE "N".
003070         88  CMPR-COPY-THIS-GEN      VALUE "Y".
003080     05  CMPR-ROTATE-SWITCH  PIC X(01)      VALUE "N".
003090         88  CMPR-ROTATE-FAILED      VALUE "Y".
003100*  TONIGHT'S BALANCING VERDICT FROM FACTRUNH - "I" IN
003110*  BALANCE, "O" OUT, "U" NOT BALANCED.
003120     05  CMPR-TONIGHT-VERDICT PIC X(01)     VALUE "U".
003130         88  CMPR-TONIGHT-IN-BALANCE VALUE "I".
003140     05  CMPR-TONIGHT-HOLD   PIC X(01)      VALUE SPACE.
003150         88  CMPR-TONIGHT-HELD       VALUE "H".
003160*
003170 77  CMPR-KEEP-LIMIT         PIC 9(02)      COMP VALUE 7.
003180 77  CMPR-KEEP-MAX           PIC 9(02)      COMP VALUE 50.
003190 77  CMPR-GEN-COUNT          PIC 9(04)      COMP VALUE ZERO.
003200 77  CMPR-GEN-MAX            PIC 9(04)      COMP VALUE 60.
003210 77  CMPR-I                  PIC 9(04)      COMP VALUE ZERO.
003220 77  CMPR-BASE-SUB           PIC 9(04)      COMP VALUE ZERO.
003230 77  CMPR-KEPT-COUNT         PIC 9(04)      COMP VALUE ZERO.
003240 77  CMPR-DROPPED-COUNT      PIC 9(04)      COMP VALUE ZERO.
003250 77  CMPR-LAST-GEN-NO        PIC 9(04)      COMP VALUE ZERO.
003260 77  CMPR-TONIGHT-GEN-NO     PIC 9(04)      COMP VALUE ZERO.
003270 77  CMPR-CSV-COUNT          PIC 9(06)      COMP VALUE ZERO.
003280 77  CMPR-WIDE-COUNT         PIC 9(06)      COMP VALUE ZERO.
003290 77  CMPR-CSV-TRL-COUNT      PIC 9(06)      COMP VALUE ZERO.
003300 77  CMPR-COMPARED-COUNT     PIC 9(06)      COMP VALUE ZERO.
003310 77  CMPR-CHANGED-COUNT      PIC 9(06)      COMP VALUE ZERO.
003320 77  CMPR-NEW-COUNT          PIC 9(06)      COMP VALUE ZERO.
003330 77  CMPR-MISSING-COUNT      PIC 9(06)      COMP VALUE ZERO.
003340 77  CMPR-RETURN-CODE        PIC 9(04)      COMP VALUE ZERO.
003350 77  CMPR-RPT-LINE-COUNT     PIC 9(04)      COMP VALUE ZERO.
003360 77  CMPR-RPT-PAGE-NO        PIC 9(04)      COMP VALUE ZERO.
003370 77  CMPR-RPT-LINES-PER-PAGE PIC 9(04)      COMP VALUE 50.
003380*
003390*  ASA-STYLE CARRIAGE CONTROL BYTE FOR A NEW-PAGE HEADING,
003400*  THE SAME PRINT-SPOOL TECHNIQUE THE FACTORIALS REPORT USES.
003410 77  CMPR-NEW-PAGE-CC        PIC X(01)      VALUE "1".
003420*
003430 01  CMPR-TONIGHT-DATA.
003440     05  CMPR-TODAY-DATE     PIC 9(08)      VALUE ZERO.
003450     05  CMPR-RUN-DATE       PIC 9(08)      VALUE ZERO.
003460     05  CMPR-RUN-TIME       PIC 9(08)      VALUE ZERO.
003470     05  CMPR-RUN-ID         PIC X(08)      VALUE SPACE.
003480*
003490*  THE KEY OF THE LAST NUMBER COMPARED, SO A NUMBER THE
003500*  PRIOR GENERATION CARRIED MORE THAN ONCE IS NOT LISTED
003510*  AS MISSING.
003520 01  CMPR-LAST-MATCH-KEY.
003530     05  CMPR-LAST-TYPE      PIC X(01)      VALUE SPACE.
003540     05  CMPR-LAST-NUMBER    PIC 9(05)      VALUE ZERO.
003550*
003560*  THE GENERATIONS ON THE STORE, OLDEST FIRST, LESS ANY
003570*  EARLIER FILING OF TONIGHT'S OWN RUN STAMP. THE STORE IS
003580*  HELD TO THE KEEP LIMIT, SO THE TABLE NEVER NEEDS MORE
003590*  THAN THE LIMIT PLUS THE BASELINE KEPT BEYOND IT.
003600 01  CMPR-GEN-TABLE.
003610     05  CMPR-GEN-ENTRY      OCCURS 60 TIMES.
003620         10  CMPR-GEN-NO     PIC 9(04).
003630         10  CMPR-GEN-DATE   PIC 9(08).
003640         10  CMPR-GEN-TIME   PIC 9(08).
003650         10  CMPR-GEN-ID     PIC X(08).
003660         10  CMPR-GEN-HOLD   PIC X(01).
003670         10  CMPR-GEN-VERDICT PIC X(01).
003680         10  CMPR-GEN-KEEP   PIC X(01).
003690*
003700 01  CMPR-RPT-HEADING.
003710     05  CMPR-RPT-HEADING-CC PIC X(01)      VALUE SPACE.
003720     05  FILLER              PIC X(06)      VALUE SPACE.
003730     05  FILLER              PIC X(28)      VALUE
003740         "RUN-TO-RUN RESULT COMPARISON".
003750*
003760 01  CMPR-STAMP-LINE.
003770     05  CMPR-STAMP-LINE-CC  PIC X(01)      VALUE SPACE.
003780     05  FILLER              PIC X(06)      VALUE SPACE.
003790     05  CMPR-STAMP-TEXT     PIC X(20)      VALUE SPACE.
003800     05  FILLER              PIC X(11)      VALUE
003810         "GENERATION ".
003820     05  CMPR-STAMP-GEN-NO   PIC ZZZ9.
003830     05  FILLER              PIC X(06)      VALUE "  RUN ".
003840     05  CMPR-STAMP-DATE     PIC 9(08).
003850     05  FILLER              PIC X(01)      VALUE SPACE.
003860     05  CMPR-STAMP-TIME     PIC 9(08).
003870     05  FILLER              PIC X(01)      VALUE SPACE.
003880     05  CMPR-STAMP-ID       PIC X(08).
003890*
003900 01  CMPR-MSG-LINE.
003910     05  CMPR-MSG-LINE-CC    PIC X(01)      VALUE SPACE.
003920     05  FILLER              PIC X(06)      VALUE SPACE.
003930     05  CMPR-MSG-TEXT       PIC X(60)      VALUE SPACE.
003940*
003950 01  CMPR-COL-HEADING.
003960     05  CMPR-COL-HEADING-CC PIC X(01)      VALUE SPACE.
003970     05  FILLER              PIC X(06)      VALUE SPACE.
003980     05  FILLER              PIC X(06)      VALUE "NUMBER".
003990     05  FILLER              PIC X(02)      VALUE SPACE.
004000     05  FILLER              PIC X(24)      VALUE "EXCEPTION".
004010     05  FILLER              PIC X(09)      VALUE "  TONIGHT".
004020     05  FILLER              PIC X(02)      VALUE SPACE.
004030     05  FILLER              PIC X(09)      VALUE "    PRIOR".
004040*
004050 01  CMPR-EXC-LINE.
004060     05  CMPR-EXC-LINE-CC    PIC X(01)      VALUE SPACE.
004070     05  FILLER              PIC X(06)      VALUE SPACE.
004080     05  CMPR-EXC-NUMBER     PIC ZZZZZ9.
004090     05  FILLER              PIC X(02)      VALUE SPACE.
004100     05  CMPR-EXC-TEXT       PIC X(24)      VALUE SPACE.
004110     05  CMPR-EXC-RESULTS    PIC X(20)      VALUE SPACE.
004120     05  CMPR-EXC-RESULT-VIEW REDEFINES CMPR-EXC-RESULTS.
004130         10  CMPR-EXC-TONIGHT PIC ZZZZZZZZ9.
004140         10  FILLER          PIC X(02).
004150         10  CMPR-EXC-PRIOR  PIC ZZZZZZZZ9.
004160*
004170*  A WIDE RESULT IS TOO LONG FOR THE EXCEPTION LINE, SO A
004180*  CHANGED ONE PRINTS BOTH VALUES UNDERNEATH IT.
004190 01  CMPR-DIGITS-LINE.
004200     05  CMPR-DIGITS-LINE-CC PIC X(01)      VALUE SPACE.
004210     05  FILLER              PIC X(01)      VALUE SPACE.
004220     05  CMPR-DIGITS-LABEL   PIC X(08)      VALUE SPACE.
004230     05  CMPR-DIGITS-VALUE   PIC X(70)      VALUE SPACE.
004240*
004250 01  CMPR-SUM-LINE.
004260     05  CMPR-SUM-LINE-CC    PIC X(01)      VALUE SPACE.
004270     05  FILLER              PIC X(06)      VALUE SPACE.
004280     05  CMPR-SUM-TEXT       PIC X(36)      VALUE SPACE.
004290     05  CMPR-SUM-COUNT      PIC ZZZZZ9.
004300*
004310 01  CMPR-BLANK-LINE.
004320     05  CMPR-BLANK-LINE-CC  PIC X(01)      VALUE SPACE.
004330     05  FILLER              PIC X(79)      VALUE SPACE.
004340*
004350 PROCEDURE DIVISION.
004360*
004370******************************************************
004380*  0000-MAINLINE-PARA
004390*  CONTROLS THE OVERALL RUN - SORT TONIGHT'S RESULTS TO
004400*  THEIR WORK FILE, LOAD THE GENERATION STORE AND THE
004410*  BALANCING VERDICTS, PICK THE PRIOR GENERATION, SORT
004420*  AND COMPARE IT, THEN FILE TONIGHT AS THE NEWEST
004430*  GENERATION AND DROP THOSE PAST THE KEEP LIMIT.
004440******************************************************
004450 0000-MAINLINE-PARA.
004460     PERFORM 1000-INITIALIZE-PARA THRU 1000-EXIT.
004470     IF CMPR-ABORT-RUN
004480         PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT
004490         GO TO 0000-EXIT
004500     END-IF.
004510     SORT TON-SORT
004520         ON ASCENDING KEY TSRT-TYPE TSRT-NUMBER
004530         INPUT PROCEDURE IS 2000-RELEASE-TONIGHT-PARA
004540             THRU 2000-EXIT
004550         GIVING TONSRT-FILE.
004560     PERFORM 2200-CHECK-EXTRACT-PARA THRU 2200-EXIT.
004570     IF CMPR-ABORT-RUN
004580         PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT
004590         GO TO 0000-EXIT
004600     END-IF.
004610     PERFORM 3000-LOAD-GENERATIONS-PARA THRU 3000-EXIT.
004620     IF CMPR-ABORT-RUN
004630         PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT
004640         GO TO 0000-EXIT
004650     END-IF.
004660     PERFORM 3500-LOAD-VERDICTS-PARA THRU 3500-EXIT.
004670     PERFORM 3700-PICK-BASELINE-PARA THRU 3700-EXIT.
004680     PERFORM 3800-WRITE-STAMPS-PARA THRU 3800-EXIT.
004690     IF CMPR-BASE-FOUND
004700         SORT BAS-SORT
004710             ON ASCENDING KEY BSRT-TYPE BSRT-NUMBER
004720             INPUT PROCEDURE IS 4000-RELEASE-BASELINE-PARA
004730                 THRU 4000-EXIT
004740             GIVING BASSRT-FILE
004750         PERFORM 5000-COMPARE-PARA THRU 5000-EXIT
004760     END-IF.
004770     IF CMPR-ABORT-RUN
004780         PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT
004790         GO TO 0000-EXIT
004800     END-IF.
004810     PERFORM 6000-ROTATE-GENERATIONS-PARA THRU 6000-EXIT.
004820     PERFORM 8000-SUMMARY-PARA THRU 8000-EXIT.
004830     PERFORM 9000-TERMINATE-PARA THRU 9000-EXIT.
004840 0000-EXIT.
004850     GOBACK.
004860*
004870******************************************************
004880*  1000-INITIALIZE-PARA
004890*  OPENS THE COMPARISON REPORT AND READS THE OPTIONAL
004900*  KEEP CARD.
004910******************************************************
004920 1000-INITIALIZE-PARA.
004930     ACCEPT CMPR-TODAY-DATE FROM DATE YYYYMMDD.
004940     OPEN OUTPUT RPT-FILE.
004950     IF NOT CMPR-RPT-OK
004960         DISPLAY "FACT0187-E COMPARISON REPORT OPEN FAILED, "
004970             "STATUS = " CMPR-RPT-STATUS UPON CRT
004980         SET CMPR-ABORT-RUN TO TRUE
004990         GO TO 1000-EXIT
005000     END-IF.
005010     PERFORM 7000-WRITE-HEADING-PARA THRU 7000-EXIT.
005020     PERFORM 1100-READ-KEEP-CARD-PARA THRU 1100-EXIT.
005030 1000-EXIT.
005040     EXIT.
005050*
005060******************************************************
005070*  1100-READ-KEEP-CARD-PARA
005080*  READS THE OPTIONAL SYSIN CARD. ONLY A CARD STARTING
005090*  "KEEP " IS FOR THIS STEP - IN THE CLASSIC STREAM SYSIN
005100*  STILL HOLDS THE OPERATOR'S CARD FOR THE OTHER STEPS, SO
005110*  ANYTHING ELSE IS IGNORED AND THE DEFAULTS STAND. A KEEP
005120*  COUNT OUTSIDE 1 THROUGH 50 IS FLAGGED AND THE DEFAULT
005130*  USED.
005140******************************************************
005150 1100-READ-KEEP-CARD-PARA.
005160     OPEN INPUT PARM-FILE.
005170     IF CMPR-PARM-NOT-FOUND
005180         CLOSE PARM-FILE
005190         GO TO 1100-EXIT
005200     END-IF.
005210     IF NOT CMPR-PARM-OK
005220         GO TO 1100-EXIT
005230     END-IF.
005240     READ PARM-FILE
005250         AT END
005260             MOVE SPACES TO PARM-CARD-RECORD
005270     END-READ.
005280     CLOSE PARM-FILE.
005290     IF PC-KEYWORD NOT = "KEEP "
005300         GO TO 1100-EXIT
005310     END-IF.
005320     IF PC-KEEP-COUNT NOT NUMERIC
005330         OR PC-KEEP-COUNT-N = ZERO
005340         OR PC-KEEP-COUNT-N > CMPR-KEEP-MAX
005350         DISPLAY "FACT0194-W KEEP CARD COUNT INVALID: "
005360             PC-KEEP-COUNT " - DEFAULT OF " CMPR-KEEP-LIMIT
005370             " USED" UPON CRT
005380     ELSE
005390         MOVE PC-KEEP-COUNT-N TO CMPR-KEEP-LIMIT
005400     END-IF.
005410     IF PC-ACCEPT-CHANGES
005420         SET CMPR-ACCEPT-CHANGES TO TRUE
005430     END-IF.
005440 1100-EXIT.
005450     EXIT.
005460*
005470******************************************************
005480*  2000-RELEASE-TONIGHT-PARA
005490*  SORT INPUT PROCEDURE - RELEASES TONIGHT'S CSV DETAILS
005500*  AS TYPE "C" AND TONIGHT'S WIDE RESULTS AS TYPE "W",
005510*  TAKING THE RUN STAMP FROM THE CSV HEADER. FACTORIALS
005520*  EMPTIES FACTWIDE ON A RUN WITHOUT THE EXTENDED FLAG, SO
005530*  WHATEVER IS ON IT BELONGS TO THE SAME RUN AS FACTCSV.
005540******************************************************
005550 2000-RELEASE-TONIGHT-PARA.
005560     OPEN INPUT CSV-FILE.
005570     IF CMPR-CSV-NOT-FOUND
005580         CLOSE CSV-FILE
005590         GO TO 2000-EXIT
005600     END-IF.
005610     IF NOT CMPR-CSV-OK
005620         DISPLAY "FACT0188-E CSV EXTRACT OPEN FAILED, "
005630             "STATUS = " CMPR-CSV-STATUS UPON CRT
005640         GO TO 2000-EXIT
005650     END-IF.
005660     PERFORM 2100-RELEASE-ONE-CSV-PARA THRU 2100-EXIT
005670         UNTIL CMPR-NO-MORE-CSV.
005680     CLOSE CSV-FILE.
005690     OPEN INPUT WIDE-FILE.
005700     IF CMPR-WIDE-NOT-FOUND
005710         CLOSE WIDE-FILE
005720         GO TO 2000-EXIT
005730     END-IF.
005740     IF NOT CMPR-WIDE-OK
005750         DISPLAY "FACT0188-E WIDE EXTRACT OPEN FAILED, "
005760             "STATUS = " CMPR-WIDE-STATUS UPON CRT
005770         SET CMPR-ABORT-RUN TO TRUE
005780         GO TO 2000-EXIT
005790     END-IF.
005800     PERFORM 2150-RELEASE-ONE-WIDE-PARA THRU 2150-EXIT
005810         UNTIL CMPR-NO-MORE-WIDE.
005820     CLOSE WIDE-FILE.
005830 2000-EXIT.
005840     EXIT.
005850*
005860******************************************************
005870*  2100-RELEASE-ONE-CSV-PARA
005880*  READS ONE CSV RECORD AND ROUTES IT BY TYPE.
005890******************************************************
005900 2100-RELEASE-ONE-CSV-PARA.
005910     READ CSV-FILE
005920         AT END
005930             SET CMPR-NO-MORE-CSV TO TRUE
005940             GO TO 2100-EXIT
005950     END-READ.
005960     EVALUATE TRUE
005970         WHEN CSV-HEADER
005980             SET CMPR-CSV-HDR-SEEN TO TRUE
005990             MOVE CSV-HDR-DATE TO CMPR-RUN-DATE
006000             MOVE CSV-HDR-TIME TO CMPR-RUN-TIME
006010             MOVE CSV-HDR-RUN-ID TO CMPR-RUN-ID
006020         WHEN CSV-DETAIL
006030             MOVE "C" TO TSRT-TYPE
006040             MOVE CSV-NUMBER TO TSRT-NUMBER
006050             MOVE CSV-RESULT TO TSRT-RESULT
006060             MOVE SPACES TO TSRT-DIGITS
006070             RELEASE TSRT-RECORD
006080             ADD 1 TO CMPR-CSV-COUNT
006090         WHEN CSV-TRAILER
006100             SET CMPR-CSV-TRL-SEEN TO TRUE
006110             MOVE CSV-TRL-COUNT TO CMPR-CSV-TRL-COUNT
006120         WHEN OTHER
006130             DISPLAY "FACT0188-E UNKNOWN CSV RECORD TYPE: "
006140                 CSV-REC-TYPE UPON CRT
006150             SET CMPR-ABORT-RUN TO TRUE
006160     END-EVALUATE.
006170 2100-EXIT.
006180     EXIT.
006190*
006200******************************************************
006210*  2150-RELEASE-ONE-WIDE-PARA
006220*  READS ONE WIDE EXTRACT LINE AND RELEASES ITS NUMBER
006230*  AND DIGITS. A BLANK LINE IS PASSED OVER.
006240******************************************************
006250 2150-RELEASE-ONE-WIDE-PARA.
006260     READ WIDE-FILE
006270         AT END
006280             SET CMPR-NO-MORE-WIDE TO TRUE
006290             GO TO 2150-EXIT
006300     END-READ.
006310     IF WIDE-DIGITS = SPACES
006320         GO TO 2150-EXIT
006330     END-IF.
006340     MOVE "W" TO TSRT-TYPE.
006350     MOVE WIDE-DISP-NUMBER TO TSRT-NUMBER.
006360     MOVE ZERO TO TSRT-RESULT.
006370     MOVE WIDE-DIGITS TO TSRT-DIGITS.
006380     RELEASE TSRT-RECORD.
006390     ADD 1 TO CMPR-WIDE-COUNT.
006400 2150-EXIT.
006410     EXIT.
006420*
006430******************************************************
006440*  2200-CHECK-EXTRACT-PARA
006450*  TONIGHT'S EXTRACT MUST BE WHOLE BEFORE IT IS FILED OR
006460*  COMPARED - HEADER (THE GENERATION KEY), TRAILER, AND A
006470*  TRAILER COUNT THAT AGREES WITH THE DETAILS READ.
006480******************************************************
006490 2200-CHECK-EXTRACT-PARA.
006500     EVALUATE TRUE
006510         WHEN CMPR-ABORT-RUN
006520             MOVE "TONIGHT'S EXTRACT UNREADABLE - NOT COMPARED"
006530                 TO CMPR-MSG-TEXT
006540         WHEN NOT CMPR-CSV-HDR-SEEN
006550             MOVE "NO FACTCSV HEADER RECORD - NOT COMPARED"
006560                 TO CMPR-MSG-TEXT
006570         WHEN NOT CMPR-CSV-TRL-SEEN
006580             MOVE "NO FACTCSV TRAILER RECORD - NOT COMPARED"
006590                 TO CMPR-MSG-TEXT
006600         WHEN CMPR-CSV-TRL-COUNT NOT = CMPR-CSV-COUNT
006610             MOVE "FACTCSV TRAILER COUNT WRONG - NOT COMPARED"
006620                 TO CMPR-MSG-TEXT
006640         WHEN OTHER
006650             GO TO 2200-EXIT
006660     END-EVALUATE.
006670     SET CMPR-ABORT-RUN TO TRUE.
006680     DISPLAY "FACT0188-E " CMPR-MSG-TEXT UPON CRT.
006690     MOVE CMPR-MSG-LINE TO RPT-LINE.
006700     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
006710 2200-EXIT.
006720     EXIT.
006730*
006740******************************************************
006750*  3000-LOAD-GENERATIONS-PARA
006760*  TABLES THE "G" HEADER OF EVERY GENERATION ON THE STORE.
006770*  A GENERATION CARRYING TONIGHT'S OWN RUN STAMP WAS FILED
006780*  BY AN EARLIER RUN OF THIS STEP FOR THE SAME NIGHT - IT
006790*  IS LEFT OUT OF THE TABLE, SO IT IS NEVER THE BASELINE
006800*  AND TONIGHT'S FILING REPLACES IT UNDER THE SAME NUMBER.
006810*  A STORE THAT CANNOT BE READ ENDS THE RUN WITHOUT
006820*  TOUCHING IT.
006830******************************************************
006840 3000-LOAD-GENERATIONS-PARA.
006850     OPEN INPUT GENS-FILE.
006860     IF CMPR-GENS-NOT-FOUND
006870         CLOSE GENS-FILE
006871         MOVE 1 TO CMPR-TONIGHT-GEN-NO
006880         GO TO 3000-EXIT
006890     END-IF.
006900     IF NOT CMPR-GENS-OK
006910         DISPLAY "FACT0189-E GENERATION STORE OPEN FAILED, "
006920             "STATUS = " CMPR-GENS-STATUS UPON CRT
006930         SET CMPR-ABORT-RUN TO TRUE
006940         GO TO 3000-EXIT
006950     END-IF.
006960     SET CMPR-STORE-PRESENT TO TRUE.
006970     PERFORM 3100-LOAD-ONE-GENS-PARA THRU 3100-EXIT
006980         UNTIL CMPR-NO-MORE-GENS.
006990     CLOSE GENS-FILE.
007000     IF CMPR-RERUN-REPLACED
007010         MOVE "EARLIER FILING OF TONIGHT'S RUN STAMP REPLACED"
007020             TO CMPR-MSG-TEXT
007030         MOVE CMPR-MSG-LINE TO RPT-LINE
007040         PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT
007050     ELSE
007060         IF CMPR-LAST-GEN-NO NOT LESS THAN 9999
007070             MOVE 1 TO CMPR-TONIGHT-GEN-NO
007080         ELSE
007090             ADD 1 TO CMPR-LAST-GEN-NO GIVING CMPR-TONIGHT-GEN-NO
007100         END-IF
007110     END-IF.
007120 3000-EXIT.
007130     EXIT.
007140*
007150******************************************************
007160*  3100-LOAD-ONE-GENS-PARA
007170*  READS ONE STORE RECORD. ONLY THE "G" HEADERS ARE
007180*  TABLED; RESULT RECORDS ARE COUNTED PAST; ANYTHING ELSE
007190*  MEANS THE STORE IS DAMAGED.
007200******************************************************
007210 3100-LOAD-ONE-GENS-PARA.
007220     READ GENS-FILE
007230         AT END
007240             SET CMPR-NO-MORE-GENS TO TRUE
007250             GO TO 3100-EXIT
007260     END-READ.
007270     IF GENS-CSV-RESULT OR GENS-WIDE-RESULT
007280         GO TO 3100-EXIT
007290     END-IF.
007300     IF NOT GENS-GEN-HEADER
007310         OR GENS-GEN-NO NOT NUMERIC
007320         DISPLAY "FACT0189-E GENERATION STORE RECORD "
007330             "UNREADABLE - STORE LEFT AS IS" UPON CRT
007340         SET CMPR-ABORT-RUN TO TRUE
007350         SET CMPR-NO-MORE-GENS TO TRUE
007360         GO TO 3100-EXIT
007370     END-IF.
007380     MOVE GENS-GEN-NO TO CMPR-LAST-GEN-NO.
007390     IF GENS-RUN-DATE = CMPR-RUN-DATE
007400         AND GENS-RUN-TIME = CMPR-RUN-TIME
007410         SET CMPR-RERUN-REPLACED TO TRUE
007420         MOVE GENS-GEN-NO TO CMPR-TONIGHT-GEN-NO
007430         GO TO 3100-EXIT
007440     END-IF.
007450     IF CMPR-GEN-COUNT NOT LESS THAN CMPR-GEN-MAX
007460         DISPLAY "FACT0189-E GENERATION STORE HOLDS MORE THAN "
007470             CMPR-GEN-MAX " GENERATIONS - STORE LEFT AS IS"
007480             UPON CRT
007490         SET CMPR-ABORT-RUN TO TRUE
007500         SET CMPR-NO-MORE-GENS TO TRUE
007510         GO TO 3100-EXIT
007520     END-IF.
007530     ADD 1 TO CMPR-GEN-COUNT.
007540     MOVE GENS-GEN-NO TO CMPR-GEN-NO(CMPR-GEN-COUNT).
007550     MOVE GENS-RUN-DATE TO CMPR-GEN-DATE(CMPR-GEN-COUNT).
007560     MOVE GENS-RUN-TIME TO CMPR-GEN-TIME(CMPR-GEN-COUNT).
007570     MOVE GENS-RUN-ID TO CMPR-GEN-ID(CMPR-GEN-COUNT).
007580     MOVE GENS-HOLD-FLAG TO CMPR-GEN-HOLD(CMPR-GEN-COUNT).
007590     MOVE "U" TO CMPR-GEN-VERDICT(CMPR-GEN-COUNT).
007600     MOVE "N" TO CMPR-GEN-KEEP(CMPR-GEN-COUNT).
007610 3100-EXIT.
007620     EXIT.
007630*
007640******************************************************
007650*  3500-LOAD-VERDICTS-PARA
007660*  READS THE FACTRUNH RUN HISTORY FOR FACTRECON'S TYPE "B"
007670*  BALANCING VERDICTS AND POSTS EACH ONE TO THE
007680*  GENERATION WITH THE SAME RUN STAMP, AND TO TONIGHT'S.
007690*  THE LATEST VERDICT FOR A STAMP WINS, SO A NIGHT
007700*  RE-BALANCED AFTER A FIX IS SEEN AS IT NOW STANDS. NO
007710*  HISTORY MEANS NO GENERATION IS KNOWN TO BE IN BALANCE.
007720******************************************************
007730 3500-LOAD-VERDICTS-PARA.
007740     OPEN INPUT RUNH-FILE.
007750     IF CMPR-RUNH-NOT-FOUND
007760         CLOSE RUNH-FILE
007770         GO TO 3500-EXIT
007780     END-IF.
007790     IF NOT CMPR-RUNH-OK
007800         DISPLAY "FACT0190-W RUN HISTORY OPEN FAILED, "
007810             "STATUS = " CMPR-RUNH-STATUS UPON CRT
007820         GO TO 3500-EXIT
007830     END-IF.
007840     PERFORM 3510-READ-ONE-RUNH-PARA THRU 3510-EXIT
007850         UNTIL CMPR-NO-MORE-RUNH.
007860     CLOSE RUNH-FILE.
007870 3500-EXIT.
007880     EXIT.
007890*
007900******************************************************
007910*  3510-READ-ONE-RUNH-PARA
007920*  READS ONE RUN HISTORY RECORD AND POSTS A BALANCING
007930*  VERDICT.
007940******************************************************
007950 3510-READ-ONE-RUNH-PARA.
007960     READ RUNH-FILE
007970         AT END
007980             SET CMPR-NO-MORE-RUNH TO TRUE
007990             GO TO 3510-EXIT
008000     END-READ.
008010     IF RUNH-REC-TYPE NOT = "B"
008020         GO TO 3510-EXIT
008030     END-IF.
008040     IF RUNH-RUN-DATE = CMPR-RUN-DATE
008050         AND RUNH-RUN-TIME = CMPR-RUN-TIME
008060         MOVE RUNH-VERDICT TO CMPR-TONIGHT-VERDICT
008070         GO TO 3510-EXIT
008080     END-IF.
008090     PERFORM 3520-MATCH-VERDICT-PARA THRU 3520-EXIT
008100         VARYING CMPR-I FROM 1 BY 1
008110         UNTIL CMPR-I > CMPR-GEN-COUNT.
008120 3510-EXIT.
008130     EXIT.
008140*
008150******************************************************
008160*  3520-MATCH-VERDICT-PARA
008170*  POSTS THE VERDICT TO ONE GENERATION IF THE STAMPS
008180*  MATCH.
008190******************************************************
008200 3520-MATCH-VERDICT-PARA.
008210     IF RUNH-RUN-DATE = CMPR-GEN-DATE(CMPR-I)
008220         AND RUNH-RUN-TIME = CMPR-GEN-TIME(CMPR-I)
008230         MOVE RUNH-VERDICT TO CMPR-GEN-VERDICT(CMPR-I)
008240     END-IF.
008250 3520-EXIT.
008260     EXIT.
008270*
008280******************************************************
008290*  3700-PICK-BASELINE-PARA
008300*  THE BASELINE IS THE NEWEST GENERATION FACTRECON
008310*  CERTIFIED IN BALANCE AND THIS PROGRAM DID NOT HOLD FOR
008320*  CHANGED RESULTS - A NIGHT HELD AND NOT ACCEPTED NEVER
008330*  BECOMES THE STANDARD THE NEXT NIGHT IS MEASURED BY.
008340******************************************************
008350 3700-PICK-BASELINE-PARA.
008360     PERFORM 3710-CHECK-BASELINE-PARA THRU 3710-EXIT
008370         VARYING CMPR-I FROM CMPR-GEN-COUNT BY -1
008380         UNTIL CMPR-I < 1 OR CMPR-BASE-FOUND.
008390 3700-EXIT.
008400     EXIT.
008410*
008420******************************************************
008430*  3710-CHECK-BASELINE-PARA
008440*  TESTS ONE GENERATION, NEWEST FIRST.
008450******************************************************
008460 3710-CHECK-BASELINE-PARA.
008470     IF CMPR-GEN-VERDICT(CMPR-I) = "I"
008480         AND CMPR-GEN-HOLD(CMPR-I) NOT = "H"
008490         SET CMPR-BASE-FOUND TO TRUE
008500         MOVE CMPR-I TO CMPR-BASE-SUB
008510     END-IF.
008520 3710-EXIT.
008530     EXIT.
008540*
008550******************************************************
008560*  3800-WRITE-STAMPS-PARA
008570*  PRINTS TONIGHT'S GENERATION AND THE ONE IT IS COMPARED
008580*  WITH, OR WHY NO COMPARISON IS MADE.
008590******************************************************
008600 3800-WRITE-STAMPS-PARA.
008610     MOVE "TONIGHT'S EXTRACT" TO CMPR-STAMP-TEXT.
008620     MOVE CMPR-TONIGHT-GEN-NO TO CMPR-STAMP-GEN-NO.
008630     MOVE CMPR-RUN-DATE TO CMPR-STAMP-DATE.
008640     MOVE CMPR-RUN-TIME TO CMPR-STAMP-TIME.
008650     MOVE CMPR-RUN-ID TO CMPR-STAMP-ID.
008660     MOVE CMPR-STAMP-LINE TO RPT-LINE.
008670     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
008680     IF CMPR-BASE-FOUND
008690         MOVE "COMPARED WITH" TO CMPR-STAMP-TEXT
008700         MOVE CMPR-GEN-NO(CMPR-BASE-SUB) TO CMPR-STAMP-GEN-NO
008710         MOVE CMPR-GEN-DATE(CMPR-BASE-SUB) TO CMPR-STAMP-DATE
008720         MOVE CMPR-GEN-TIME(CMPR-BASE-SUB) TO CMPR-STAMP-TIME
008730         MOVE CMPR-GEN-ID(CMPR-BASE-SUB) TO CMPR-STAMP-ID
008740         MOVE CMPR-STAMP-LINE TO RPT-LINE
008750     ELSE
008760         MOVE "NO IN-BALANCE PRIOR GENERATION - NOT COMPARED"
008770             TO CMPR-MSG-TEXT
008780         MOVE CMPR-MSG-LINE TO RPT-LINE
008790         DISPLAY "FACT0191-W " CMPR-MSG-TEXT UPON CRT
008800     END-IF.
008810     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
008820     MOVE CMPR-BLANK-LINE TO RPT-LINE.
008830     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
008840 3800-EXIT.
008850     EXIT.
008860*
008870******************************************************
008880*  4000-RELEASE-BASELINE-PARA
008890*  SORT INPUT PROCEDURE - RELEASES THE RESULT RECORDS OF
008900*  THE BASELINE GENERATION (THE RECORDS FOLLOWING ITS "G"
008910*  HEADER, MATCHED ON NUMBER AND RUN STAMP).
008920******************************************************
008930 4000-RELEASE-BASELINE-PARA.
008940     MOVE "N" TO CMPR-GENS-EOF-SWITCH.
008950     MOVE "N" TO CMPR-IN-BASE-SWITCH.
008960     OPEN INPUT GENS-FILE.
008970     IF NOT CMPR-GENS-OK
008980         DISPLAY "FACT0189-E GENERATION STORE OPEN FAILED, "
008990             "STATUS = " CMPR-GENS-STATUS UPON CRT
009000         SET CMPR-ABORT-RUN TO TRUE
009010         GO TO 4000-EXIT
009020     END-IF.
009030     PERFORM 4100-RELEASE-ONE-BASE-PARA THRU 4100-EXIT
009040         UNTIL CMPR-NO-MORE-GENS.
009050     CLOSE GENS-FILE.
009060 4000-EXIT.
009070     EXIT.
009080*
009090******************************************************
009100*  4100-RELEASE-ONE-BASE-PARA
009110*  READS ONE STORE RECORD AND RELEASES IT IF IT BELONGS
009120*  TO THE BASELINE GENERATION.
009130******************************************************
009140 4100-RELEASE-ONE-BASE-PARA.
009150     READ GENS-FILE
009160         AT END
009170             SET CMPR-NO-MORE-GENS TO TRUE
009180             GO TO 4100-EXIT
009190     END-READ.
009200     IF GENS-GEN-HEADER
009210         MOVE "N" TO CMPR-IN-BASE-SWITCH
009220         IF GENS-GEN-NO = CMPR-GEN-NO(CMPR-BASE-SUB)
009230             AND GENS-RUN-DATE = CMPR-GEN-DATE(CMPR-BASE-SUB)
009240             AND GENS-RUN-TIME = CMPR-GEN-TIME(CMPR-BASE-SUB)
009250             SET CMPR-IN-BASE-GEN TO TRUE
009260         END-IF
009270         GO TO 4100-EXIT
009280     END-IF.
009290     IF NOT CMPR-IN-BASE-GEN
009300         GO TO 4100-EXIT
009310     END-IF.
009320     MOVE GENS-REC-TYPE TO BSRT-TYPE.
009330     IF GENS-CSV-RESULT
009340         MOVE GENS-NUMBER TO BSRT-NUMBER
009350         MOVE GENS-RESULT TO BSRT-RESULT
009360         MOVE SPACES TO BSRT-DIGITS
009370     ELSE
009380         MOVE GENS-W-NUMBER TO BSRT-NUMBER
009390         MOVE ZERO TO BSRT-RESULT
009400         MOVE GENS-DIGITS TO BSRT-DIGITS
009410     END-IF.
009420     RELEASE BSRT-RECORD.
009430 4100-EXIT.
009440     EXIT.
009450*
009460******************************************************
009470*  5000-COMPARE-PARA
009480*  MATCHES TONIGHT'S SORTED RESULTS AGAINST THE BASELINE'S
009490*  IN ONE FORWARD PASS. A NUMBER ON BOTH SIDES IS COMPARED;
009500*  ONE ONLY TONIGHT IS NEW, ONE ONLY ON THE BASELINE IS
009510*  MISSING.
009520******************************************************
009530 5000-COMPARE-PARA.
009540     OPEN INPUT TONSRT-FILE.
009550     IF NOT CMPR-TONS-OK
009560         DISPLAY "FACT0192-E SORTED WORK FILE OPEN FAILED, "
009570             "STATUS = " CMPR-TONS-STATUS UPON CRT
009580         SET CMPR-ABORT-RUN TO TRUE
009590         GO TO 5000-EXIT
009600     END-IF.
009610     OPEN INPUT BASSRT-FILE.
009620     IF NOT CMPR-BASS-OK
009630         DISPLAY "FACT0192-E SORTED WORK FILE OPEN FAILED, "
009640             "STATUS = " CMPR-BASS-STATUS UPON CRT
009650         SET CMPR-ABORT-RUN TO TRUE
009660         CLOSE TONSRT-FILE
009670         GO TO 5000-EXIT
009680     END-IF.
009690     MOVE CMPR-COL-HEADING TO RPT-LINE.
009700     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
009710     PERFORM 5100-READ-TONS-PARA THRU 5100-EXIT.
009720     PERFORM 5200-READ-BASS-PARA THRU 5200-EXIT.
009730     PERFORM 5300-MATCH-STEP-PARA THRU 5300-EXIT
009740         UNTIL CMPR-NO-MORE-TONS AND CMPR-NO-MORE-BASS.
009750     CLOSE TONSRT-FILE.
009760     CLOSE BASSRT-FILE.
009770 5000-EXIT.
009780     EXIT.
009790*
009800******************************************************
009810*  5100-READ-TONS-PARA
009820*  READS TONIGHT'S NEXT SORTED RESULT.
009830******************************************************
009840 5100-READ-TONS-PARA.
009850     READ TONSRT-FILE
009860         AT END
009870             SET CMPR-NO-MORE-TONS TO TRUE
009880     END-READ.
009890 5100-EXIT.
009900     EXIT.
009910*
009920******************************************************
009930*  5200-READ-BASS-PARA
009940*  READS THE BASELINE'S NEXT SORTED RESULT.
009950******************************************************
009960 5200-READ-BASS-PARA.
009970     READ BASSRT-FILE
009980         AT END
009990             SET CMPR-NO-MORE-BASS TO TRUE
010000     END-READ.
010010 5200-EXIT.
010020     EXIT.
010030*
010040******************************************************
010050*  5300-MATCH-STEP-PARA
010060*  ONE STEP OF THE MERGE - THE LOWER KEY IS UNMATCHED AND
010070*  ADVANCES ALONE. ON EQUAL KEYS ONLY TONIGHT'S SIDE
010080*  ADVANCES, SO A NUMBER RUN TWICE TONIGHT IS COMPARED
010090*  TWICE AGAINST THE SAME PRIOR RESULT.
010100******************************************************
010110 5300-MATCH-STEP-PARA.
010120     EVALUATE TRUE
010130         WHEN CMPR-NO-MORE-TONS
010140             PERFORM 5500-MISSING-NUMBER-PARA THRU 5500-EXIT
010150             PERFORM 5200-READ-BASS-PARA THRU 5200-EXIT
010160         WHEN CMPR-NO-MORE-BASS
010170             PERFORM 5400-NEW-NUMBER-PARA THRU 5400-EXIT
010180             PERFORM 5100-READ-TONS-PARA THRU 5100-EXIT
010190         WHEN TONS-KEY < BASS-KEY
010200             PERFORM 5400-NEW-NUMBER-PARA THRU 5400-EXIT
010210             PERFORM 5100-READ-TONS-PARA THRU 5100-EXIT
010220         WHEN TONS-KEY > BASS-KEY
010230             PERFORM 5500-MISSING-NUMBER-PARA THRU 5500-EXIT
010240             PERFORM 5200-READ-BASS-PARA THRU 5200-EXIT
010250         WHEN OTHER
010260             PERFORM 5600-COMPARE-RESULT-PARA THRU 5600-EXIT
010270             PERFORM 5100-READ-TONS-PARA THRU 5100-EXIT
010280     END-EVALUATE.
010290 5300-EXIT.
010300     EXIT.
010310*
010320******************************************************
010330*  5400-NEW-NUMBER-PARA
010340*  LISTS A NUMBER RUN TONIGHT THAT THE PRIOR RUN DID NOT
010350*  HAVE.
010360******************************************************
010370 5400-NEW-NUMBER-PARA.
010380     MOVE TONS-NUMBER TO CMPR-EXC-NUMBER.
010390     MOVE SPACES TO CMPR-EXC-RESULTS.
010400     IF TONS-TYPE = "C"
010410         MOVE "NEW SINCE PRIOR RUN" TO CMPR-EXC-TEXT
010420         MOVE TONS-RESULT TO CMPR-EXC-TONIGHT
010430     ELSE
010440         MOVE "NEW WIDE RESULT" TO CMPR-EXC-TEXT
010450     END-IF.
010460     PERFORM 7200-WRITE-EXCEPTION-PARA THRU 7200-EXIT.
010470     ADD 1 TO CMPR-NEW-COUNT.
010480 5400-EXIT.
010490     EXIT.
010500*
010510******************************************************
010520*  5500-MISSING-NUMBER-PARA
010530*  LISTS A NUMBER THE PRIOR RUN HAD THAT TONIGHT DID NOT -
010540*  UNLESS IT IS A REPEAT OF THE NUMBER JUST COMPARED.
010550******************************************************
010560 5500-MISSING-NUMBER-PARA.
010570     IF BASS-KEY = CMPR-LAST-MATCH-KEY
010580         GO TO 5500-EXIT
010590     END-IF.
010600     MOVE BASS-NUMBER TO CMPR-EXC-NUMBER.
010610     MOVE SPACES TO CMPR-EXC-RESULTS.
010620     IF BASS-TYPE = "C"
010630         MOVE "MISSING SINCE PRIOR RUN" TO CMPR-EXC-TEXT
010640         MOVE BASS-RESULT TO CMPR-EXC-PRIOR
010650     ELSE
010660         MOVE "MISSING WIDE RESULT" TO CMPR-EXC-TEXT
010670     END-IF.
010680     PERFORM 7200-WRITE-EXCEPTION-PARA THRU 7200-EXIT.
010690     ADD 1 TO CMPR-MISSING-COUNT.
010700 5500-EXIT.
010710     EXIT.
010720*
010730******************************************************
010740*  5600-COMPARE-RESULT-PARA
010750*  COMPARES ONE NUMBER FOUND ON BOTH SIDES AND LISTS IT
010760*  IF THE RESULT CHANGED.
010770******************************************************
010780 5600-COMPARE-RESULT-PARA.
010790     MOVE TONS-KEY TO CMPR-LAST-MATCH-KEY.
010800     ADD 1 TO CMPR-COMPARED-COUNT.
010810     IF TONS-RESULT = BASS-RESULT
010820         AND TONS-DIGITS = BASS-DIGITS
010830         GO TO 5600-EXIT
010840     END-IF.
010850     ADD 1 TO CMPR-CHANGED-COUNT.
010860     MOVE TONS-NUMBER TO CMPR-EXC-NUMBER.
010870     MOVE SPACES TO CMPR-EXC-RESULTS.
010880     IF TONS-TYPE = "C"
010890         MOVE "RESULT CHANGED" TO CMPR-EXC-TEXT
010900         MOVE TONS-RESULT TO CMPR-EXC-TONIGHT
010910         MOVE BASS-RESULT TO CMPR-EXC-PRIOR
010920         PERFORM 7200-WRITE-EXCEPTION-PARA THRU 7200-EXIT
010930     ELSE
010940         MOVE "WIDE RESULT CHANGED" TO CMPR-EXC-TEXT
010950         PERFORM 7200-WRITE-EXCEPTION-PARA THRU 7200-EXIT
010960         MOVE "TONIGHT" TO CMPR-DIGITS-LABEL
010970         MOVE TONS-DIGITS TO CMPR-DIGITS-VALUE
010980         MOVE CMPR-DIGITS-LINE TO RPT-LINE
010990         PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT
011000         MOVE "PRIOR" TO CMPR-DIGITS-LABEL
011010         MOVE BASS-DIGITS TO CMPR-DIGITS-VALUE
011020         MOVE CMPR-DIGITS-LINE TO RPT-LINE
011030         PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT
011040     END-IF.
011050 5600-EXIT.
011060     EXIT.
011070*
011080******************************************************
011090*  6000-ROTATE-GENERATIONS-PARA
011100*  FILES TONIGHT AS THE NEWEST GENERATION. THE GENERATIONS
011110*  KEPT ARE COPIED ASIDE TO FACTGENW, THE STORE IS
011120*  REWRITTEN FROM THAT COPY, AND TONIGHT'S GENERATION IS
011130*  ADDED AT THE END. A FAILURE IS A WARNING - TONIGHT'S
011140*  COMPARISON STANDS, BUT TOMORROW'S WILL BE AGAINST AN
011150*  OLDER GENERATION.
011160******************************************************
011170 6000-ROTATE-GENERATIONS-PARA.
011180     IF CMPR-CHANGED-COUNT > ZERO
011190         IF CMPR-ACCEPT-CHANGES
011200             MOVE "A" TO CMPR-TONIGHT-HOLD
011210         ELSE
011220             MOVE "H" TO CMPR-TONIGHT-HOLD
011230         END-IF
011240     END-IF.
011250     MOVE 1 TO CMPR-KEPT-COUNT.
011260     PERFORM 6050-MARK-ONE-GEN-PARA THRU 6050-EXIT
011270         VARYING CMPR-I FROM CMPR-GEN-COUNT BY -1
011280         UNTIL CMPR-I < 1.
011290     IF CMPR-STORE-PRESENT
011300         PERFORM 6100-SAVE-KEPT-PARA THRU 6100-EXIT
011310         IF CMPR-ROTATE-FAILED
011320             GO TO 6000-EXIT
011330         END-IF
011340     END-IF.
011350     OPEN OUTPUT GENS-FILE.
011351     IF CMPR-GENS-NOT-FOUND
011352         MOVE "00" TO CMPR-GENS-STATUS
011353     END-IF.
011360     IF NOT CMPR-GENS-OK
011370         DISPLAY "FACT0193-W GENERATION STORE NOT REWRITTEN, "
011380             "STATUS = " CMPR-GENS-STATUS UPON CRT
011390         SET CMPR-ROTATE-FAILED TO TRUE
011400         GO TO 6000-EXIT
011410     END-IF.
011420     IF CMPR-STORE-PRESENT
011430         PERFORM 6200-RESTORE-KEPT-PARA THRU 6200-EXIT
011440     END-IF.
011450     PERFORM 6300-WRITE-TONIGHT-PARA THRU 6300-EXIT.
011460     CLOSE GENS-FILE.
011470 6000-EXIT.
011480     EXIT.
011490*
011500******************************************************
011510*  6050-MARK-ONE-GEN-PARA
011520*  MARKS ONE GENERATION, NEWEST FIRST, KEPT OR DROPPED.
011530*  TONIGHT TAKES THE FIRST PLACE UNDER THE KEEP LIMIT. THE
011540*  BASELINE IS KEPT BEYOND THE LIMIT WHILE TONIGHT CANNOT
011550*  TAKE ITS PLACE (OUT OF BALANCE OR HELD), SO THERE IS
011560*  ALWAYS SOMETHING TO COMPARE THE NEXT NIGHT WITH.
011570******************************************************
011580 6050-MARK-ONE-GEN-PARA.
011590     IF CMPR-KEPT-COUNT < CMPR-KEEP-LIMIT
011600         MOVE "Y" TO CMPR-GEN-KEEP(CMPR-I)
011610         ADD 1 TO CMPR-KEPT-COUNT
011620         GO TO 6050-EXIT
011630     END-IF.
011640     IF CMPR-BASE-FOUND
011650         AND CMPR-I = CMPR-BASE-SUB
011660         AND (NOT CMPR-TONIGHT-IN-BALANCE
011670             OR CMPR-TONIGHT-HELD)
011680         MOVE "Y" TO CMPR-GEN-KEEP(CMPR-I)
011690         ADD 1 TO CMPR-KEPT-COUNT
011700         GO TO 6050-EXIT
011710     END-IF.
011720     MOVE "N" TO CMPR-GEN-KEEP(CMPR-I).
011730     ADD 1 TO CMPR-DROPPED-COUNT.
011740 6050-EXIT.
011750     EXIT.
011760*
011770******************************************************
011780*  6100-SAVE-KEPT-PARA
011790*  COPIES THE KEPT GENERATIONS FROM THE STORE TO FACTGENW.
011800******************************************************
011810 6100-SAVE-KEPT-PARA.
011820     OPEN OUTPUT GENW-FILE.
011830     IF NOT CMPR-GENW-OK
011840         DISPLAY "FACT0193-W GENERATION WORK FILE OPEN FAILED,"
011850             " STATUS = " CMPR-GENW-STATUS UPON CRT
011860         SET CMPR-ROTATE-FAILED TO TRUE
011870         GO TO 6100-EXIT
011880     END-IF.
011890     OPEN INPUT GENS-FILE.
011900     IF NOT CMPR-GENS-OK
011910         DISPLAY "FACT0193-W GENERATION STORE OPEN FAILED, "
011920             "STATUS = " CMPR-GENS-STATUS UPON CRT
011930         SET CMPR-ROTATE-FAILED TO TRUE
011940         CLOSE GENW-FILE
011950         GO TO 6100-EXIT
011960     END-IF.
011970     MOVE "N" TO CMPR-GENS-EOF-SWITCH.
011980     MOVE "N" TO CMPR-COPY-SWITCH.
011990     PERFORM 6110-SAVE-ONE-GENS-PARA THRU 6110-EXIT
012000         UNTIL CMPR-NO-MORE-GENS.
012010     CLOSE GENS-FILE.
012020     CLOSE GENW-FILE.
012030 6100-EXIT.
012040     EXIT.
012050*
012060******************************************************
012070*  6110-SAVE-ONE-GENS-PARA
012080*  COPIES ONE STORE RECORD IF ITS GENERATION IS KEPT. A
012090*  "G" HEADER DECIDES FOR THE RESULT RECORDS BEHIND IT.
012100******************************************************
012110 6110-SAVE-ONE-GENS-PARA.
012120     READ GENS-FILE
012130         AT END
012140             SET CMPR-NO-MORE-GENS TO TRUE
012150             GO TO 6110-EXIT
012160     END-READ.
012170     IF GENS-GEN-HEADER
012180         MOVE "N" TO CMPR-COPY-SWITCH
012190         PERFORM 6120-CHECK-KEPT-PARA THRU 6120-EXIT
012200             VARYING CMPR-I FROM 1 BY 1
012210             UNTIL CMPR-I > CMPR-GEN-COUNT
012220                 OR CMPR-COPY-THIS-GEN
012230     END-IF.
012240     IF CMPR-COPY-THIS-GEN
012250         WRITE GENW-RECORD FROM GENS-RECORD
012260     END-IF.
012270 6110-EXIT.
012280     EXIT.
012290*
012300******************************************************
012310*  6120-CHECK-KEPT-PARA
012320*  TESTS ONE TABLED GENERATION AGAINST THE HEADER JUST
012330*  READ.
012340******************************************************
012350 6120-CHECK-KEPT-PARA.
012360     IF GENS-GEN-NO = CMPR-GEN-NO(CMPR-I)
012370         AND GENS-RUN-DATE = CMPR-GEN-DATE(CMPR-I)
012380         AND GENS-RUN-TIME = CMPR-GEN-TIME(CMPR-I)
012390         AND CMPR-GEN-KEEP(CMPR-I) = "Y"
012400         SET CMPR-COPY-THIS-GEN TO TRUE
012410     END-IF.
012420 6120-EXIT.
012430     EXIT.
012440*
012450******************************************************
012460*  6200-RESTORE-KEPT-PARA
012470*  COPIES THE KEPT GENERATIONS BACK FROM FACTGENW TO THE
012480*  STORE, NOW OPEN FOR OUTPUT.
012490******************************************************
012500 6200-RESTORE-KEPT-PARA.
012510     OPEN INPUT GENW-FILE.
012520     IF NOT CMPR-GENW-OK
012530         DISPLAY "FACT0193-W GENERATION WORK FILE OPEN FAILED,"
012540             " STATUS = " CMPR-GENW-STATUS
012550             " - EARLIER GENERATIONS NOT RESTORED" UPON CRT
012560         SET CMPR-ROTATE-FAILED TO TRUE
012570         GO TO 6200-EXIT
012580     END-IF.
012590     PERFORM 6210-RESTORE-ONE-PARA THRU 6210-EXIT
012600         UNTIL CMPR-NO-MORE-GENW.
012610     CLOSE GENW-FILE.
012620 6200-EXIT.
012630     EXIT.
012640*
012650******************************************************
012660*  6210-RESTORE-ONE-PARA
012670*  COPIES ONE RECORD BACK TO THE STORE.
012680******************************************************
012690 6210-RESTORE-ONE-PARA.
012700     READ GENW-FILE
012710         AT END
012720             SET CMPR-NO-MORE-GENW TO TRUE
012730             GO TO 6210-EXIT
012740     END-READ.
012750     WRITE GENS-RECORD FROM GENW-RECORD.
012760 6210-EXIT.
012770     EXIT.
012780*
012790******************************************************
012800*  6300-WRITE-TONIGHT-PARA
012810*  APPENDS TONIGHT'S GENERATION - ITS "G" HEADER, THEN
012820*  EVERY RESULT FROM TONIGHT'S SORTED WORK FILE.
012830******************************************************
012840 6300-WRITE-TONIGHT-PARA.
012850     MOVE SPACES TO GENS-RECORD.
012860     MOVE "G" TO GENS-REC-TYPE.
012870     MOVE CMPR-TONIGHT-GEN-NO TO GENS-GEN-NO.
012880     MOVE CMPR-RUN-DATE TO GENS-RUN-DATE.
012890     MOVE CMPR-RUN-TIME TO GENS-RUN-TIME.
012900     MOVE CMPR-RUN-ID TO GENS-RUN-ID.
012910     MOVE CMPR-CSV-COUNT TO GENS-CSV-COUNT.
012920     MOVE CMPR-WIDE-COUNT TO GENS-WIDE-COUNT.
012930     MOVE CMPR-TODAY-DATE TO GENS-STORED-DATE.
012940     MOVE CMPR-TONIGHT-HOLD TO GENS-HOLD-FLAG.
012950     WRITE GENS-RECORD.
012960     OPEN INPUT TONSRT-FILE.
012970     IF NOT CMPR-TONS-OK
012980         DISPLAY "FACT0193-W SORTED WORK FILE OPEN FAILED, "
012990             "STATUS = " CMPR-TONS-STATUS
013000             " - TONIGHT'S RESULTS NOT FILED" UPON CRT
013010         SET CMPR-ROTATE-FAILED TO TRUE
013020         GO TO 6300-EXIT
013030     END-IF.
013040     MOVE "N" TO CMPR-TONS-EOF-SWITCH.
013050     PERFORM 6310-WRITE-ONE-RESULT-PARA THRU 6310-EXIT
013060         UNTIL CMPR-NO-MORE-TONS.
013070     CLOSE TONSRT-FILE.
013080 6300-EXIT.
013090     EXIT.
013100*
013110******************************************************
013120*  6310-WRITE-ONE-RESULT-PARA
013130*  FILES ONE OF TONIGHT'S RESULTS UNDER ITS GENERATION.
013140******************************************************
013150 6310-WRITE-ONE-RESULT-PARA.
013160     READ TONSRT-FILE
013170         AT END
013180             SET CMPR-NO-MORE-TONS TO TRUE
013190             GO TO 6310-EXIT
013200     END-READ.
013210     MOVE SPACES TO GENS-RECORD.
013220     MOVE TONS-TYPE TO GENS-REC-TYPE.
013230     MOVE CMPR-TONIGHT-GEN-NO TO GENS-GEN-NO.
013240     IF TONS-TYPE = "C"
013250         MOVE TONS-NUMBER TO GENS-NUMBER
013260         MOVE TONS-RESULT TO GENS-RESULT
013270     ELSE
013280         MOVE TONS-NUMBER TO GENS-W-NUMBER
013290         MOVE TONS-DIGITS TO GENS-DIGITS
013300     END-IF.
013310     WRITE GENS-RECORD.
013320 6310-EXIT.
013330     EXIT.
013340*
013350******************************************************
013360*  7000-WRITE-HEADING-PARA
013370*  WRITES THE REPORT PAGE HEADING AND RESETS THE PER-PAGE
013380*  LINE COUNT.
013390******************************************************
013400 7000-WRITE-HEADING-PARA.
013410     ADD 1 TO CMPR-RPT-PAGE-NO.
013420     IF CMPR-RPT-PAGE-NO = 1
013430         MOVE SPACE TO CMPR-RPT-HEADING-CC
013440     ELSE
013450         MOVE CMPR-NEW-PAGE-CC TO CMPR-RPT-HEADING-CC
013460     END-IF.
013470     WRITE RPT-LINE FROM CMPR-RPT-HEADING.
013480     MOVE ZERO TO CMPR-RPT-LINE-COUNT.
013490 7000-EXIT.
013500     EXIT.
013510*
013520******************************************************
013530*  7100-WRITE-RPT-LINE-PARA
013540*  WRITES THE LINE ALREADY MOVED TO RPT-LINE, STARTING A
013550*  NEW PAGE FIRST WHEN THIS ONE IS FULL.
013560******************************************************
013570 7100-WRITE-RPT-LINE-PARA.
013580     IF CMPR-RPT-LINE-COUNT NOT LESS THAN
013590             CMPR-RPT-LINES-PER-PAGE
013600         PERFORM 7000-WRITE-HEADING-PARA THRU 7000-EXIT
013610     END-IF.
013620     WRITE RPT-LINE.
013630     ADD 1 TO CMPR-RPT-LINE-COUNT.
013640 7100-EXIT.
013650     EXIT.
013660*
013670******************************************************
013680*  7200-WRITE-EXCEPTION-PARA
013690*  WRITES ONE EXCEPTION LINE (ALREADY BUILT BY THE
013700*  CALLER).
013710******************************************************
013720 7200-WRITE-EXCEPTION-PARA.
013730     MOVE CMPR-EXC-LINE TO RPT-LINE.
013740     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
013750 7200-EXIT.
013760     EXIT.
013770*
013780******************************************************
013790*  8000-SUMMARY-PARA
013800*  PRINTS THE COMPARISON COUNTS, THE GENERATIONS KEPT AND
013810*  DROPPED, AND THE VERDICT.
013820******************************************************
013830 8000-SUMMARY-PARA.
013840     MOVE CMPR-BLANK-LINE TO RPT-LINE.
013850     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
013860     MOVE "CSV RESULTS TONIGHT:" TO CMPR-SUM-TEXT.
013870     MOVE CMPR-CSV-COUNT TO CMPR-SUM-COUNT.
013880     PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT.
013890     MOVE "WIDE RESULTS TONIGHT:" TO CMPR-SUM-TEXT.
013900     MOVE CMPR-WIDE-COUNT TO CMPR-SUM-COUNT.
013910     PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT.
013920     MOVE "NUMBERS COMPARED:" TO CMPR-SUM-TEXT.
013930     MOVE CMPR-COMPARED-COUNT TO CMPR-SUM-COUNT.
013940     PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT.
013950     MOVE "RESULTS CHANGED:" TO CMPR-SUM-TEXT.
013960     MOVE CMPR-CHANGED-COUNT TO CMPR-SUM-COUNT.
013970     PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT.
013980     MOVE "NEW SINCE PRIOR RUN:" TO CMPR-SUM-TEXT.
013990     MOVE CMPR-NEW-COUNT TO CMPR-SUM-COUNT.
014000     PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT.
014010     MOVE "MISSING SINCE PRIOR RUN:" TO CMPR-SUM-TEXT.
014020     MOVE CMPR-MISSING-COUNT TO CMPR-SUM-COUNT.
014030     PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT.
014040     IF CMPR-ROTATE-FAILED
014050         MOVE "GENERATION STORE NOT UPDATED - SEE CONSOLE"
014060             TO CMPR-MSG-TEXT
014070         MOVE CMPR-MSG-LINE TO RPT-LINE
014080         PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT
014090     ELSE
014100         MOVE "GENERATIONS RETAINED:" TO CMPR-SUM-TEXT
014110         MOVE CMPR-KEPT-COUNT TO CMPR-SUM-COUNT
014120         PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT
014130         MOVE "GENERATIONS DROPPED:" TO CMPR-SUM-TEXT
014140         MOVE CMPR-DROPPED-COUNT TO CMPR-SUM-COUNT
014150         PERFORM 8100-WRITE-COUNT-PARA THRU 8100-EXIT
014160     END-IF.
014170     MOVE CMPR-BLANK-LINE TO RPT-LINE.
014180     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
014190     EVALUATE TRUE
014200         WHEN CMPR-CHANGED-COUNT > ZERO
014210             AND CMPR-ACCEPT-CHANGES
014220             MOVE "RESULTS CHANGED - ACCEPTED BY KEEP CARD"
014230                 TO CMPR-MSG-TEXT
014240         WHEN CMPR-CHANGED-COUNT > ZERO
014250             MOVE "RESULTS CHANGED - EXTRACT HELD, SEE EXCEPTIONS"
014260                 TO CMPR-MSG-TEXT
014270         WHEN NOT CMPR-BASE-FOUND
014280             MOVE "NOT COMPARED - GENERATION FILED"
014290                 TO CMPR-MSG-TEXT
014300         WHEN OTHER
014310             MOVE "NO RESULT CHANGED SINCE PRIOR GENERATION"
014320                 TO CMPR-MSG-TEXT
014330     END-EVALUATE.
014340     MOVE CMPR-MSG-LINE TO RPT-LINE.
014350     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
014360     DISPLAY CMPR-MSG-TEXT UPON CRT.
014370     IF CMPR-CHANGED-COUNT > ZERO
014380         DISPLAY "FACT0195-W " CMPR-CHANGED-COUNT
014390             " RESULT(S) CHANGED SINCE GENERATION "
014400             CMPR-GEN-NO(CMPR-BASE-SUB) UPON CRT
014410     END-IF.
014420 8000-EXIT.
014430     EXIT.
014440*
014450******************************************************
014460*  8100-WRITE-COUNT-PARA
014470*  WRITES ONE SUMMARY COUNT LINE.
014480******************************************************
014490 8100-WRITE-COUNT-PARA.
014500     MOVE CMPR-SUM-LINE TO RPT-LINE.
014510     PERFORM 7100-WRITE-RPT-LINE-PARA THRU 7100-EXIT.
014520 8100-EXIT.
014530     EXIT.
014540*
014550******************************************************
014560*  9000-TERMINATE-PARA
014570*  CLOSES THE REPORT AND SETS THE CONDITION CODE - 8 WHEN
014580*  A RESULT CHANGED (NOT ACCEPTED) OR THE RUN COULD NOT
014590*  COMPARE TONIGHT'S EXTRACT, 4 FOR NO BASELINE, ACCEPTED
014600*  CHANGES OR A STORE NOT UPDATED, OTHERWISE 0.
014610******************************************************
014620 9000-TERMINATE-PARA.
014630     IF CMPR-RPT-OK
014640         CLOSE RPT-FILE
014650     END-IF.
014660     MOVE ZERO TO CMPR-RETURN-CODE.
014670     IF NOT CMPR-BASE-FOUND
014680         OR CMPR-ROTATE-FAILED
014690         OR CMPR-CHANGED-COUNT > ZERO
014700         MOVE 4 TO CMPR-RETURN-CODE
014710     END-IF.
014720     IF CMPR-ABORT-RUN
014730         OR (CMPR-CHANGED-COUNT > ZERO
014740             AND NOT CMPR-ACCEPT-CHANGES)
014750         MOVE 8 TO CMPR-RETURN-CODE
014760     END-IF.
014770     MOVE CMPR-RETURN-CODE TO RETURN-CODE.
014780     DISPLAY "FACTCMPR FINISHED, CONDITION CODE "
014790         CMPR-RETURN-CODE UPON CRT.
014800 9000-EXIT.
014810     EXIT.
