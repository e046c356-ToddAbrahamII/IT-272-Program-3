000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    CONCRPT.
000040 AUTHOR.        T. ABRAHAM.
000050 INSTALLATION.  CONSUMER LOAN DEPARTMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090*----------------------------------------------------------*
000100* MODIFICATION HISTORY                                     *
000110*----------------------------------------------------------*
000120*  DATE       INIT  DESCRIPTION                             *
000130*  10/15/26   TA    ORIGINAL PROGRAM - MONTHLY RATE         *
000140*                   CONCESSION REPORT.  PASSES THE          *
000150*                   APPLMSTR APPLICATION MASTER FOR THE     *
000160*                   LOANS QUOTED IN THE MONTH BELOW THE     *
000170*                   RATE SHEET AND SHOWS, BY BRANCH,        *
000180*                   REASON, AND APPROVER, THE NUMBER OF     *
000190*                   CONCESSIONS, THE AVERAGE CONCESSION,    *
000200*                   THE LOAN AMOUNT, AND THE INTEREST       *
000210*                   GIVEN UP OVER THE LIFE OF THE LOANS,    *
000220*                   SUBTOTALLED BY BRANCH.                  *
000230*----------------------------------------------------------*
000240*
000250 ENVIRONMENT DIVISION.
000260*
000270 CONFIGURATION SECTION.
000280*
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310*
000320 INPUT-OUTPUT SECTION.
000330*
000340 FILE-CONTROL.
000350*
000360     SELECT APPL-MSTR
000370         ASSIGN TO APPLMSTR
000380         ORGANIZATION IS INDEXED
000390         ACCESS IS DYNAMIC
000400         RECORD KEY IS AM-KEY
000410         FILE STATUS IS WS-APPLMSTR-STATUS.
000420*
000430     SELECT BRANCH-MSTR
000440         ASSIGN TO BRMSTR
000450         ORGANIZATION IS INDEXED
000460         ACCESS IS RANDOM
000470         RECORD KEY IS BM-BRANCH-ID
000480         FILE STATUS IS WS-BRMSTR-STATUS.
000490*
000500     SELECT CONC-RPT
000510         ASSIGN TO CONCRPT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CONCRPT-STATUS.
000540*
000550     SELECT CYCLE-CTL
000560         ASSIGN TO CYCLECTL
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CYCLE-STATUS.
000590*
000600 DATA DIVISION.
000610*
000620 FILE SECTION.
000630*
000640*----------------------------------------------------------*
000650* APPL-MSTR - KEYED APPLICATION MASTER MAINTAINED BY        *
000660* CALC3000 AND SVCRECON - SEE THE APPLMSTR COPYBOOK.        *
000670* PASSED END TO END FOR THE CONCESSIONS OF THE MONTH.       *
000680*----------------------------------------------------------*
000690 FD  APPL-MSTR
000700     RECORD CONTAINS 120 CHARACTERS.
000710*
000720     COPY APPLMSTR.
000730*
000740*----------------------------------------------------------*
000750* BRANCH-MSTR - KEYED BRANCH MASTER MAINTAINED THROUGH      *
000760* BRMAINT - SEE THE BRMSTR COPYBOOK.  READ FOR THE NAME     *
000770* PRINTED ON EACH BRANCH HEADING.                           *
000780*----------------------------------------------------------*
000790 FD  BRANCH-MSTR
000800     RECORD CONTAINS 60 CHARACTERS.
000810*
000820     COPY BRMSTR.
000830*
000840*----------------------------------------------------------*
000850* CONC-RPT - THE MONTHLY RATE CONCESSION REPORT - ONE LINE  *
000860* PER BRANCH, REASON, AND APPROVER.                         *
000870*----------------------------------------------------------*
000880 FD  CONC-RPT
000890     RECORD CONTAINS 80 CHARACTERS.
000900*
000910 01  CONC-LINE                     PIC X(80).
000920*
000930*----------------------------------------------------------*
000940* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
000950* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN.        *
000960*----------------------------------------------------------*
000970 FD  CYCLE-CTL
000980     RECORD CONTAINS 300 CHARACTERS.
000990*
001000 01  CYCLE-CTL-REC                 PIC X(300).
001010*
001020 WORKING-STORAGE SECTION.
001030*
001040*----------------------------------------------------------*
001050* STANDALONE SWITCHES AND COUNTERS                          *
001060*----------------------------------------------------------*
001070 77  WS-APPLMSTR-STATUS             PIC X(02)  VALUE SPACES.
001080 77  WS-BRMSTR-STATUS               PIC X(02)  VALUE SPACES.
001090 77  WS-CONCRPT-STATUS              PIC X(02)  VALUE SPACES.
001100 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
001110*
001120 77  WS-MSTR-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001130     88  WS-MSTR-EOF                           VALUE 'Y'.
001140*
001150 77  WS-BRMSTR-OPEN-SWITCH          PIC X(01)  VALUE 'N'.
001160     88  WS-BRMSTR-OPEN                        VALUE 'Y'.
001170*
001180 77  WS-BRANCHES-DONE-SWITCH        PIC X(01)  VALUE 'N'.
001190     88  WS-BRANCHES-DONE                      VALUE 'Y'.
001200*
001210 77  WS-LINES-DONE-SWITCH           PIC X(01)  VALUE 'N'.
001220     88  WS-LINES-DONE                         VALUE 'Y'.
001230*
001240 77  WS-CONC-COUNT                  PIC 9(03)  COMP VALUE ZERO.
001250 77  WS-CONC-INDEX                  PIC 9(03)  COMP VALUE ZERO.
001260 77  WS-CONC-HIT                    PIC 9(03)  COMP VALUE ZERO.
001270 77  WS-MAX-ENTRIES                 PIC 9(03)  COMP VALUE 500.
001280 77  WS-BALLOON-AMORT-MONTHS        PIC 9(03)  COMP VALUE 360.
001290*
001300 77  WS-QUOTE-PERIOD                PIC 9(06)  VALUE ZERO.
001310 77  WS-CURRENT-BRANCH              PIC X(04)  VALUE SPACES.
001320 77  WS-CURRENT-LINE-KEY            PIC X(09)  VALUE SPACES.
001330*
001340 77  WS-MSTR-READ                   PIC 9(07)  COMP VALUE ZERO.
001350 77  WS-CONCESSIONS-IN-PERIOD       PIC 9(07)  COMP VALUE ZERO.
001360 77  WS-CONCESSIONS-REJECTED        PIC 9(07)  COMP VALUE ZERO.
001370 77  WS-CONCESSIONS-NOT-TABLED      PIC 9(07)  COMP VALUE ZERO.
001380 77  WS-LINES-REPORTED              PIC 9(07)  COMP VALUE ZERO.
001390*
001400 01  RUN-DATE                       PIC 9(08).
001410*
001420     COPY CYCLECTL.
001430*
001440*----------------------------------------------------------*
001450* THE MONTH BEING REPORTED.                                 *
001460*----------------------------------------------------------*
001470 01  REPORT-PERIOD.
001480     05  RP-CCYY                    PIC 9(04).
001490     05  RP-MM                      PIC 9(02).
001500 01  REPORT-PERIOD-9 REDEFINES REPORT-PERIOD
001510                                    PIC 9(06).
001520*
001530*----------------------------------------------------------*
001540* ONE ENTRY PER BRANCH, REASON, AND APPROVER SEEN IN THE    *
001550* MONTH.  THE TOTALS GROUP HAS THE SAME SHAPE AS THE LINE,  *
001560* BRANCH, AND GRAND TOTALS BELOW SO ANY OF THEM CAN BE      *
001570* PRINTED THROUGH 5200.                                     *
001580*----------------------------------------------------------*
001590 01  CONCESSION-TABLE.
001600     05  CT-ENTRY OCCURS 500 TIMES.
001610         10  CT-KEY.
001620             15  CT-BRANCH-ID       PIC X(04).
001630             15  CT-LINE-KEY.
001640                 20  CT-REASON      PIC X(01).
001650                 20  CT-APPROVER    PIC X(08).
001660         10  CT-PRINTED-SWITCH      PIC X(01).
001670             88  CT-PRINTED                    VALUE 'Y'.
001680         10  CT-TOTALS.
001690             15  CT-COUNT           PIC 9(05).
001700             15  CT-TOTAL-BPS       PIC 9(07).
001710             15  CT-LOAN-AMOUNT     PIC 9(11).
001720             15  CT-GIVEN-UP        PIC 9(11)V99.
001730*
001740 01  LINE-TOTALS.
001750     05  LN-COUNT                   PIC 9(05).
001760     05  LN-TOTAL-BPS               PIC 9(07).
001770     05  LN-LOAN-AMOUNT             PIC 9(11).
001780     05  LN-GIVEN-UP                PIC 9(11)V99.
001790*
001800 01  BRANCH-TOTALS.
001810     05  BR-COUNT                   PIC 9(05).
001820     05  BR-TOTAL-BPS               PIC 9(07).
001830     05  BR-LOAN-AMOUNT             PIC 9(11).
001840     05  BR-GIVEN-UP                PIC 9(11)V99.
001850*
001860 01  GRAND-TOTALS.
001870     05  GR-COUNT                   PIC 9(05).
001880     05  GR-TOTAL-BPS               PIC 9(07).
001890     05  GR-LOAN-AMOUNT             PIC 9(11).
001900     05  GR-GIVEN-UP                PIC 9(11)V99.
001910*
001920*----------------------------------------------------------*
001930* THE INTEREST GIVEN UP ON ONE LOAN - THE PAYMENT AT THE    *
001940* SHEET RATE AND AT THE RATE QUOTED, FIGURED THE WAY        *
001950* CALC3000 FIGURES THEM, AND THE DIFFERENCE OVER THE TERM.  *
001960*----------------------------------------------------------*
001970 01  GIVE-UP-WORK-FIELDS.
001980     05  GW-RATE                    PIC 9(02)V99.
001990     05  GW-MONTHLY-RATE            PIC S9V9999999999.
002000     05  GW-NUM-ANNUITY             PIC S9V9999999999.
002010     05  GW-PAYMENT                 PIC 9(08)V99.
002020     05  GW-SHEET-PAYMENT           PIC 9(08)V99.
002030     05  GW-FINAL-PAYMENT           PIC 9(08)V99.
002040     05  GW-GIVEN-UP                PIC 9(09)V99.
002050*
002060*----------------------------------------------------------*
002070* REPORT LINE LAYOUTS                                       *
002080*----------------------------------------------------------*
002090 01  CONC-RUN-HDR.
002100     05  FILLER                     PIC X(37) VALUE
002110         "RATE CONCESSIONS AND MARGIN GIVEN UP ".
002120     05  FILLER                     PIC X(09) VALUE
002130         "PERIOD = ".
002140     05  CONC-HDR-PERIOD            PIC 9(06).
002150     05  FILLER                     PIC X(13) VALUE
002160         "  RUN DATE = ".
002170     05  CONC-HDR-RUN-DATE          PIC 9(08).
002180     05  FILLER                     PIC X(07) VALUE SPACES.
002190*
002200 01  CONC-SECTION-HDR               PIC X(60).
002210*
002220 01  CONC-COLUMN-HDR-1.
002230     05  FILLER                     PIC X(40) VALUE
002240         "REASON            APPROVER COUNT  AVG   ".
002250     05  FILLER                     PIC X(40) VALUE
002260         "LOAN AMOUNT  EST INTEREST               ".
002270*
002280 01  CONC-COLUMN-HDR-2.
002290     05  FILLER                     PIC X(40) VALUE
002300         "                                  BPS   ".
002310     05  FILLER                     PIC X(40) VALUE
002320         "  IN PERIOD  GIVEN UP                   ".
002330*
002340 01  CONC-BRANCH-HDR.
002350     05  FILLER                     PIC X(07) VALUE
002360         "BRANCH ".
002370     05  CBH-BRANCH-ID              PIC X(04).
002380     05  FILLER                     PIC X(02) VALUE SPACES.
002390     05  CBH-BRANCH-NAME            PIC X(25).
002400     05  FILLER                     PIC X(42) VALUE SPACES.
002410*
002420 01  CONC-DETAIL.
002430     05  CD-REASON-NAME             PIC X(18).
002440     05  CD-APPROVER                PIC X(08).
002450     05  FILLER                     PIC X(01) VALUE SPACE.
002460     05  CD-COUNT                   PIC ZZZZ9.
002470     05  FILLER                     PIC X(02) VALUE SPACES.
002480     05  CD-AVERAGE-BPS             PIC ZZ9.
002490     05  FILLER                     PIC X(02) VALUE SPACES.
002500     05  CD-LOAN-AMOUNT             PIC ZZZ,ZZZ,ZZ9.
002510     05  FILLER                     PIC X(02) VALUE SPACES.
002520     05  CD-GIVEN-UP                PIC ZZ,ZZZ,ZZ9.99.
002530     05  FILLER                     PIC X(15) VALUE SPACES.
002540*
002550 01  CONC-TOTAL-LABEL.
002560     05  FILLER                     PIC X(07) VALUE
002570         "BRANCH ".
002580     05  CTL-BRANCH-ID              PIC X(04).
002590     05  FILLER                     PIC X(06) VALUE
002600         " TOTAL".
002610*
002620 01  CONC-CONTROL-LINE.
002630     05  CC-TOTAL-LABEL             PIC X(30).
002640     05  CC-TOTAL-COUNT             PIC Z,ZZZ,ZZ9.
002650     05  FILLER                     PIC X(41) VALUE SPACES.
002660*
002670 01  CONC-AMOUNT-LINE.
002680     05  CA-TOTAL-LABEL             PIC X(30).
002690     05  CA-TOTAL-AMOUNT            PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.
002700     05  FILLER                     PIC X(31) VALUE SPACES.
002710*
002720 PROCEDURE DIVISION.
002730*
002740*----------------------------------------------------------*
002750* 0000-MAINLINE - ACCUMULATE THE MONTH'S CONCESSIONS AND    *
002760* WRITE THE REPORT.                                         *
002770*----------------------------------------------------------*
002780 0000-MAINLINE.
002790*
002800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002810     PERFORM 3000-PASS-APPL-MASTER THRU 3000-EXIT.
002820     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
002830     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
002840     CLOSE APPL-MSTR.
002850     IF WS-BRMSTR-OPEN
002860         CLOSE BRANCH-MSTR.
002870     CLOSE CONC-RPT.
002880     DISPLAY "End of rate concession run.".
002890     STOP RUN.
002900*
002910 1000-INITIALIZE.
002920*
002930     DISPLAY "CONCRPT - RATE CONCESSIONS AND MARGIN GIVEN UP".
002940     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002950     DISPLAY "Enter period to report (ccyymm, 0 for "
002960         "current month).".
002970     ACCEPT REPORT-PERIOD-9.
002980     IF REPORT-PERIOD-9 = ZERO
002990         COMPUTE REPORT-PERIOD-9 = RUN-DATE / 100.
003000     IF RP-MM < 1 OR RP-MM > 12
003010         DISPLAY "PERIOD " REPORT-PERIOD-9 " IS NOT A VALID "
003020             "CCYYMM - RUN ENDED."
003030         STOP RUN.
003040     INITIALIZE CONCESSION-TABLE.
003050     INITIALIZE GRAND-TOTALS.
003060     OPEN INPUT APPL-MSTR.
003070     IF WS-APPLMSTR-STATUS NOT = "00"
003080         DISPLAY "APPL-MSTR OPEN FAILED - STATUS = "
003090             WS-APPLMSTR-STATUS
003100         DISPLAY "RUN THE CALC3000 BATCH TO BUILD THE "
003110             "APPLICATION MASTER."
003120         STOP RUN.
003130     OPEN INPUT BRANCH-MSTR.
003140     IF WS-BRMSTR-STATUS = "00"
003150         MOVE 'Y' TO WS-BRMSTR-OPEN-SWITCH
003160     ELSE
003170         DISPLAY "NO BRMSTR BRANCH MASTER - BRANCH CODES PRINTED "
003180             "IN PLACE OF NAMES.".
003190     OPEN OUTPUT CONC-RPT.
003200     IF WS-CONCRPT-STATUS NOT = "00"
003210         DISPLAY "CONC-RPT OPEN FAILED - STATUS = "
003220             WS-CONCRPT-STATUS
003230         STOP RUN.
003240 1000-EXIT.
003250     EXIT.
003260*
003270*----------------------------------------------------------*
003280* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
003290* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
003300* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
003310* BEING PROCESSED.                                          *
003320*----------------------------------------------------------*
003330 1050-GET-BUSINESS-DATE.
003340*
003350     OPEN INPUT CYCLE-CTL.
003360     IF WS-CYCLE-STATUS = "35"
003370         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
003380             "BUSINESS DATE WITH CYCLEMNT."
003390         STOP RUN.
003400     IF WS-CYCLE-STATUS NOT = "00"
003410         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
003420             WS-CYCLE-STATUS
003430         STOP RUN.
003440     MOVE SPACES TO CYCLE-CONTROL.
003450     READ CYCLE-CTL INTO CYCLE-CONTROL
003460         AT END MOVE SPACES TO CYCLE-CONTROL.
003470     CLOSE CYCLE-CTL.
003480     IF CC-BUSINESS-DATE NOT NUMERIC
003490             OR CC-BUSINESS-DATE = ZERO
003500         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
003510             "CYCLEMNT."
003520         STOP RUN.
003530     MOVE CC-BUSINESS-DATE TO RUN-DATE.
003540 1050-EXIT.
003550     EXIT.
003560*
003570*----------------------------------------------------------*
003580* 3000 SERIES - PASS THE APPLICATION MASTER IN KEY ORDER.   *
003590* AN APPLICATION QUOTED IN THE MONTH BELOW THE SHEET RATE   *
003600* IS A CONCESSION.  ONE SERVICING REJECTED NEVER FUNDS AND  *
003610* GIVES NOTHING UP, SO IT IS COUNTED ON THE CONTROL LINES   *
003620* BUT LEFT OFF THE REPORT.                                  *
003630*----------------------------------------------------------*
003640 3000-PASS-APPL-MASTER.
003650*
003660     MOVE LOW-VALUES TO AM-KEY.
003670     START APPL-MSTR KEY IS NOT LESS THAN AM-KEY
003680         INVALID KEY MOVE 'Y' TO WS-MSTR-EOF-SWITCH.
003690     PERFORM 3040-READ-APPL-MASTER THRU 3040-EXIT.
003700     PERFORM 3100-TALLY-ONE-APPLICATION THRU 3100-EXIT
003710         UNTIL WS-MSTR-EOF.
003720 3000-EXIT.
003730     EXIT.
003740*
003750 3040-READ-APPL-MASTER.
003760*
003770     IF WS-MSTR-EOF
003780         GO TO 3040-EXIT.
003790     READ APPL-MSTR NEXT RECORD
003800         AT END MOVE 'Y' TO WS-MSTR-EOF-SWITCH.
003810 3040-EXIT.
003820     EXIT.
003830*
003840 3100-TALLY-ONE-APPLICATION.
003850*
003860     ADD 1 TO WS-MSTR-READ.
003870     MOVE ZERO TO WS-QUOTE-PERIOD.
003880     IF AM-QUOTE-DATE IS NUMERIC
003890         COMPUTE WS-QUOTE-PERIOD = AM-QUOTE-DATE / 100.
003900     IF WS-QUOTE-PERIOD NOT = REPORT-PERIOD-9
003910         GO TO 3100-NEXT.
003920     IF AM-CONCESSION-BPS NOT NUMERIC
003930             OR AM-CONCESSION-BPS = ZERO
003940         GO TO 3100-NEXT.
003950     ADD 1 TO WS-CONCESSIONS-IN-PERIOD.
003960     IF AM-REJECTED
003970         ADD 1 TO WS-CONCESSIONS-REJECTED
003980         GO TO 3100-NEXT.
003990     PERFORM 3110-FIND-ENTRY THRU 3110-EXIT.
004000     IF WS-CONC-HIT = ZERO
004010         ADD 1 TO WS-CONCESSIONS-NOT-TABLED
004020         GO TO 3100-NEXT.
004030     PERFORM 3200-FIGURE-GIVEN-UP THRU 3200-EXIT.
004040     ADD 1 TO CT-COUNT (WS-CONC-HIT).
004050     ADD AM-CONCESSION-BPS TO CT-TOTAL-BPS (WS-CONC-HIT).
004060     ADD AM-LOAN-AMOUNT TO CT-LOAN-AMOUNT (WS-CONC-HIT).
004070     ADD GW-GIVEN-UP TO CT-GIVEN-UP (WS-CONC-HIT).
004080 3100-NEXT.
004090     PERFORM 3040-READ-APPL-MASTER THRU 3040-EXIT.
004100 3100-EXIT.
004110     EXIT.
004120*
004130*----------------------------------------------------------*
004140* 3110 - THE TABLE ENTRY FOR THE APPLICATION'S BRANCH,      *
004150* REASON, AND APPROVER, ADDED THE FIRST TIME IT IS SEEN.    *
004160* ZERO WHEN THE TABLE IS FULL.                              *
004170*----------------------------------------------------------*
004180 3110-FIND-ENTRY.
004190*
004200     MOVE ZERO TO WS-CONC-HIT.
004210     PERFORM 3120-MATCH-ENTRY THRU 3120-EXIT
004220         VARYING WS-CONC-INDEX FROM 1 BY 1
004230         UNTIL WS-CONC-INDEX > WS-CONC-COUNT
004240         OR WS-CONC-HIT > ZERO.
004250     IF WS-CONC-HIT > ZERO
004260         GO TO 3110-EXIT.
004270     IF WS-CONC-COUNT NOT < WS-MAX-ENTRIES
004280         DISPLAY "CONCESSION TABLE FULL - APPLICATION "
004290             AM-APPL-NUMBER " NOT REPORTED"
004300         GO TO 3110-EXIT.
004310     ADD 1 TO WS-CONC-COUNT.
004320     MOVE WS-CONC-COUNT TO WS-CONC-HIT.
004330     MOVE AM-BRANCH-ID TO CT-BRANCH-ID (WS-CONC-HIT).
004340     MOVE AM-CONCESSION-REASON TO CT-REASON (WS-CONC-HIT).
004350     MOVE AM-CONCESSION-APPROVER TO CT-APPROVER (WS-CONC-HIT).
004360     MOVE 'N' TO CT-PRINTED-SWITCH (WS-CONC-HIT).
004370 3110-EXIT.
004380     EXIT.
004390*
004400 3120-MATCH-ENTRY.
004410*
004420     IF CT-BRANCH-ID (WS-CONC-INDEX) = AM-BRANCH-ID
004430             AND CT-REASON (WS-CONC-INDEX) = AM-CONCESSION-REASON
004440             AND CT-APPROVER (WS-CONC-INDEX)
004450             = AM-CONCESSION-APPROVER
004460         MOVE WS-CONC-INDEX TO WS-CONC-HIT.
004470 3120-EXIT.
004480     EXIT.
004490*
004500*----------------------------------------------------------*
004510* 3200 SERIES - THE INTEREST GIVEN UP OVER THE LIFE OF THE  *
004520* LOAN - THE PAYMENT AT THE SHEET RATE LESS THE PAYMENT AT  *
004530* THE RATE QUOTED, TIMES THE TERM.  THE PRINCIPAL REPAID    *
004540* IS THE SAME AT EITHER RATE, SO FOR AN AMORTIZING OR       *
004550* INTEREST-ONLY LOAN THIS IS THE WHOLE OF THE DIFFERENCE;   *
004560* FOR A BALLOON IT LEAVES OUT THE SMALL DIFFERENCE IN THE   *
004570* BALLOON ITSELF AND IS AN ESTIMATE.  A RECORD WITHOUT A    *
004580* USABLE SHEET RATE GIVES UP NOTHING.                       *
004590*----------------------------------------------------------*
004600 3200-FIGURE-GIVEN-UP.
004610*
004620     MOVE ZERO TO GW-GIVEN-UP.
004630     IF AM-SHEET-RATE NOT NUMERIC
004640             OR AM-INTEREST-RATE NOT NUMERIC
004650             OR AM-NUMBER-OF-MONTHS NOT NUMERIC
004660         GO TO 3200-EXIT.
004670     IF AM-SHEET-RATE NOT > AM-INTEREST-RATE
004680             OR AM-NUMBER-OF-MONTHS = ZERO
004690         GO TO 3200-EXIT.
004700     MOVE AM-SHEET-RATE TO GW-RATE.
004710     PERFORM 3210-COMPUTE-PAYMENT THRU 3210-EXIT.
004720     MOVE GW-PAYMENT TO GW-SHEET-PAYMENT.
004730     MOVE AM-INTEREST-RATE TO GW-RATE.
004740     PERFORM 3210-COMPUTE-PAYMENT THRU 3210-EXIT.
004750     MOVE GW-PAYMENT TO GW-FINAL-PAYMENT.
004760     IF GW-SHEET-PAYMENT > GW-FINAL-PAYMENT
004770         COMPUTE GW-GIVEN-UP =
004780             (GW-SHEET-PAYMENT - GW-FINAL-PAYMENT)
004790             * AM-NUMBER-OF-MONTHS.
004800 3200-EXIT.
004810     EXIT.
004820*
004830 3210-COMPUTE-PAYMENT.
004840*
004850     COMPUTE GW-MONTHLY-RATE = GW-RATE / 1200.
004860     IF AM-LOAN-TYPE = 'I'
004870         COMPUTE GW-PAYMENT ROUNDED =
004880             AM-LOAN-AMOUNT * GW-MONTHLY-RATE
004890     ELSE
004900         IF AM-LOAN-TYPE = 'B'
004910             COMPUTE GW-NUM-ANNUITY ROUNDED =
004920                 FUNCTION ANNUITY (GW-MONTHLY-RATE,
004930                     WS-BALLOON-AMORT-MONTHS)
004940             COMPUTE GW-PAYMENT =
004950                 AM-LOAN-AMOUNT * GW-NUM-ANNUITY
004960         ELSE
004970             COMPUTE GW-NUM-ANNUITY ROUNDED =
004980                 FUNCTION ANNUITY (GW-MONTHLY-RATE,
004990                     AM-NUMBER-OF-MONTHS)
005000             COMPUTE GW-PAYMENT =
005010                 AM-LOAN-AMOUNT * GW-NUM-ANNUITY.
005020 3210-EXIT.
005030     EXIT.
005040*
005050*----------------------------------------------------------*
005060* 5000 SERIES - THE REPORT - BRANCH BY BRANCH IN BRANCH     *
005070* ORDER, A LINE PER REASON AND APPROVER WITH A SUBTOTAL     *
005080* AFTER EACH BRANCH, AND THE GRAND TOTAL.                   *
005090*----------------------------------------------------------*
005100 5000-WRITE-REPORT.
005110*
005120     MOVE REPORT-PERIOD-9 TO CONC-HDR-PERIOD.
005130     MOVE RUN-DATE TO CONC-HDR-RUN-DATE.
005140     WRITE CONC-LINE FROM CONC-RUN-HDR.
005150     MOVE "CONCESSIONS BY BRANCH, REASON, AND APPROVER ----"
005160         TO CONC-SECTION-HDR.
005170     WRITE CONC-LINE FROM CONC-SECTION-HDR.
005180     WRITE CONC-LINE FROM CONC-COLUMN-HDR-1.
005190     WRITE CONC-LINE FROM CONC-COLUMN-HDR-2.
005200     PERFORM 5100-WRITE-NEXT-BRANCH THRU 5100-EXIT
005210         UNTIL WS-BRANCHES-DONE.
005220     MOVE SPACES TO CONC-SECTION-HDR.
005230     WRITE CONC-LINE FROM CONC-SECTION-HDR.
005240     MOVE GRAND-TOTALS TO LINE-TOTALS.
005250     MOVE "ALL BRANCHES TOTAL" TO CD-REASON-NAME.
005260     MOVE SPACES TO CD-APPROVER.
005270     PERFORM 5200-WRITE-TOTALS-LINE THRU 5200-EXIT.
005280 5000-EXIT.
005290     EXIT.
005300*
005310*----------------------------------------------------------*
005320* 5100 SERIES - ONE BRANCH - THE LOWEST BRANCH NOT YET      *
005330* PRINTED, ITS LINES IN REASON AND APPROVER ORDER, AND ITS  *
005340* SUBTOTAL.  WHEN NO ENTRY IS LEFT THE BRANCHES ARE DONE.   *
005350*----------------------------------------------------------*
005360 5100-WRITE-NEXT-BRANCH.
005370*
005380     MOVE HIGH-VALUES TO WS-CURRENT-BRANCH.
005390     PERFORM 5110-FIND-LOW-BRANCH THRU 5110-EXIT
005400         VARYING WS-CONC-INDEX FROM 1 BY 1
005410         UNTIL WS-CONC-INDEX > WS-CONC-COUNT.
005420     IF WS-CURRENT-BRANCH = HIGH-VALUES
005430         MOVE 'Y' TO WS-BRANCHES-DONE-SWITCH
005440         GO TO 5100-EXIT.
005450     PERFORM 5150-WRITE-BRANCH-HEADER THRU 5150-EXIT.
005460     INITIALIZE BRANCH-TOTALS.
005470     MOVE 'N' TO WS-LINES-DONE-SWITCH.
005480     PERFORM 5120-WRITE-NEXT-LINE THRU 5120-EXIT
005490         UNTIL WS-LINES-DONE.
005500     MOVE BRANCH-TOTALS TO LINE-TOTALS.
005510     MOVE WS-CURRENT-BRANCH TO CTL-BRANCH-ID.
005520     MOVE CONC-TOTAL-LABEL TO CD-REASON-NAME.
005530     MOVE SPACES TO CD-APPROVER.
005540     PERFORM 5200-WRITE-TOTALS-LINE THRU 5200-EXIT.
005550     PERFORM 5310-ADD-TO-GRAND THRU 5310-EXIT.
005560 5100-EXIT.
005570     EXIT.
005580*
005590 5110-FIND-LOW-BRANCH.
005600*
005610     IF NOT CT-PRINTED (WS-CONC-INDEX)
005620             AND CT-BRANCH-ID (WS-CONC-INDEX)
005630             < WS-CURRENT-BRANCH
005640         MOVE CT-BRANCH-ID (WS-CONC-INDEX) TO WS-CURRENT-BRANCH.
005650 5110-EXIT.
005660     EXIT.
005670*
005680*----------------------------------------------------------*
005690* 5120 SERIES - THE LOWEST REASON AND APPROVER NOT YET      *
005700* PRINTED UNDER THE CURRENT BRANCH.  WHEN NONE IS LEFT THE  *
005710* BRANCH'S LINES ARE DONE.                                  *
005720*----------------------------------------------------------*
005730 5120-WRITE-NEXT-LINE.
005740*
005750     MOVE HIGH-VALUES TO WS-CURRENT-LINE-KEY.
005760     MOVE ZERO TO WS-CONC-HIT.
005770     PERFORM 5130-FIND-LOW-LINE THRU 5130-EXIT
005780         VARYING WS-CONC-INDEX FROM 1 BY 1
005790         UNTIL WS-CONC-INDEX > WS-CONC-COUNT.
005800     IF WS-CONC-HIT = ZERO
005810         MOVE 'Y' TO WS-LINES-DONE-SWITCH
005820         GO TO 5120-EXIT.
005830     MOVE CT-TOTALS (WS-CONC-HIT) TO LINE-TOTALS.
005840     PERFORM 5140-SET-REASON-NAME THRU 5140-EXIT.
005850     MOVE CT-APPROVER (WS-CONC-HIT) TO CD-APPROVER.
005860     PERFORM 5200-WRITE-TOTALS-LINE THRU 5200-EXIT.
005870     PERFORM 5300-ADD-TO-BRANCH THRU 5300-EXIT.
005880     MOVE 'Y' TO CT-PRINTED-SWITCH (WS-CONC-HIT).
005890     ADD 1 TO WS-LINES-REPORTED.
005900 5120-EXIT.
005910     EXIT.
005920*
005930 5130-FIND-LOW-LINE.
005940*
005950     IF NOT CT-PRINTED (WS-CONC-INDEX)
005960             AND CT-BRANCH-ID (WS-CONC-INDEX) = WS-CURRENT-BRANCH
005970             AND CT-LINE-KEY (WS-CONC-INDEX) < WS-CURRENT-LINE-KEY
005980         MOVE CT-LINE-KEY (WS-CONC-INDEX) TO WS-CURRENT-LINE-KEY
005990         MOVE WS-CONC-INDEX TO WS-CONC-HIT.
006000 5130-EXIT.
006010     EXIT.
006020*
006030*----------------------------------------------------------*
006040* 5140 - THE REASON CODE SPELLED OUT, OR THE BARE CODE      *
006050* WHEN IT IS NOT ONE CALC3000 ACCEPTS.                      *
006060*----------------------------------------------------------*
006070 5140-SET-REASON-NAME.
006080*
006090     MOVE SPACES TO CD-REASON-NAME.
006100     MOVE CT-REASON (WS-CONC-HIT) TO CD-REASON-NAME.
006110     IF CT-REASON (WS-CONC-HIT) = 'R'
006120         MOVE "RELATIONSHIP" TO CD-REASON-NAME.
006130     IF CT-REASON (WS-CONC-HIT) = 'C'
006140         MOVE "COMPETITIVE MATCH" TO CD-REASON-NAME.
006150     IF CT-REASON (WS-CONC-HIT) = 'E'
006160         MOVE "EMPLOYEE" TO CD-REASON-NAME.
006170     IF CT-REASON (WS-CONC-HIT) = 'T'
006180         MOVE "RETENTION" TO CD-REASON-NAME.
006190     IF CT-REASON (WS-CONC-HIT) = 'O'
006200         MOVE "OTHER" TO CD-REASON-NAME.
006210 5140-EXIT.
006220     EXIT.
006230*
006240*----------------------------------------------------------*
006250* 5150 - THE BRANCH HEADING, WITH THE BRANCH MASTER NAME    *
006260* OR THE BARE CODE WHEN THE MASTER IS ABSENT OR NO LONGER   *
006270* CARRIES THE BRANCH.                                       *
006280*----------------------------------------------------------*
006290 5150-WRITE-BRANCH-HEADER.
006300*
006310     MOVE WS-CURRENT-BRANCH TO CBH-BRANCH-ID.
006320     MOVE WS-CURRENT-BRANCH TO CBH-BRANCH-NAME.
006330     IF NOT WS-BRMSTR-OPEN
006340         GO TO 5150-WRITE.
006350     MOVE WS-CURRENT-BRANCH TO BM-BRANCH-ID.
006360     READ BRANCH-MSTR
006370         INVALID KEY GO TO 5150-WRITE.
006380     MOVE BM-BRANCH-NAME TO CBH-BRANCH-NAME.
006390 5150-WRITE.
006400     MOVE SPACES TO CONC-SECTION-HDR.
006410     WRITE CONC-LINE FROM CONC-SECTION-HDR.
006420     WRITE CONC-LINE FROM CONC-BRANCH-HDR.
006430 5150-EXIT.
006440     EXIT.
006450*
006460*----------------------------------------------------------*
006470* 5200 - PRINT THE FIGURES IN LINE-TOTALS UNDER THE REASON  *
006480* AND APPROVER ALREADY IN THE DETAIL LINE.  THE AVERAGE     *
006490* CONCESSION IS THE SIMPLE AVERAGE OF THE BASIS POINTS.     *
006500*----------------------------------------------------------*
006510 5200-WRITE-TOTALS-LINE.
006520*
006530     MOVE LN-COUNT TO CD-COUNT.
006540     IF LN-COUNT > ZERO
006550         COMPUTE CD-AVERAGE-BPS ROUNDED =
006560             LN-TOTAL-BPS / LN-COUNT
006570     ELSE
006580         MOVE ZERO TO CD-AVERAGE-BPS.
006590     MOVE LN-LOAN-AMOUNT TO CD-LOAN-AMOUNT.
006600     MOVE LN-GIVEN-UP TO CD-GIVEN-UP.
006610     WRITE CONC-LINE FROM CONC-DETAIL.
006620 5200-EXIT.
006630     EXIT.
006640*
006650*----------------------------------------------------------*
006660* 5300/5310 - ROLL THE LINE JUST PRINTED INTO THE BRANCH    *
006670* SUBTOTAL, AND A BRANCH SUBTOTAL INTO THE GRAND TOTAL.     *
006680*----------------------------------------------------------*
006690 5300-ADD-TO-BRANCH.
006700*
006710     ADD LN-COUNT TO BR-COUNT.
006720     ADD LN-TOTAL-BPS TO BR-TOTAL-BPS.
006730     ADD LN-LOAN-AMOUNT TO BR-LOAN-AMOUNT.
006740     ADD LN-GIVEN-UP TO BR-GIVEN-UP.
006750 5300-EXIT.
006760     EXIT.
006770*
006780 5310-ADD-TO-GRAND.
006790*
006800     ADD LN-COUNT TO GR-COUNT.
006810     ADD LN-TOTAL-BPS TO GR-TOTAL-BPS.
006820     ADD LN-LOAN-AMOUNT TO GR-LOAN-AMOUNT.
006830     ADD LN-GIVEN-UP TO GR-GIVEN-UP.
006840 5310-EXIT.
006850     EXIT.
006860*
006870*----------------------------------------------------------*
006880* 8000 SERIES - CONTROL COUNTS FOR THE RUN, WRITTEN TO THE  *
006890* REPORT AND DISPLAYED FOR THE OPERATOR.                    *
006900*----------------------------------------------------------*
006910 8000-PRINT-CONTROL-TOTALS.
006920*
006930     MOVE "CONTROL ----------------------------------------"
006940         TO CONC-SECTION-HDR.
006950     WRITE CONC-LINE FROM CONC-SECTION-HDR.
006960     MOVE "APPLMSTR RECORDS READ       = " TO CC-TOTAL-LABEL.
006970     MOVE WS-MSTR-READ TO CC-TOTAL-COUNT.
006980     WRITE CONC-LINE FROM CONC-CONTROL-LINE.
006990     MOVE "CONCESSIONS IN PERIOD       = " TO CC-TOTAL-LABEL.
007000     MOVE WS-CONCESSIONS-IN-PERIOD TO CC-TOTAL-COUNT.
007010     WRITE CONC-LINE FROM CONC-CONTROL-LINE.
007020     MOVE "REJECTED - NOT REPORTED     = " TO CC-TOTAL-LABEL.
007030     MOVE WS-CONCESSIONS-REJECTED TO CC-TOTAL-COUNT.
007040     WRITE CONC-LINE FROM CONC-CONTROL-LINE.
007050     MOVE "TABLE FULL - NOT REPORTED   = " TO CC-TOTAL-LABEL.
007060     MOVE WS-CONCESSIONS-NOT-TABLED TO CC-TOTAL-COUNT.
007070     WRITE CONC-LINE FROM CONC-CONTROL-LINE.
007080     MOVE "CONCESSIONS REPORTED        = " TO CC-TOTAL-LABEL.
007090     MOVE GR-COUNT TO CC-TOTAL-COUNT.
007100     WRITE CONC-LINE FROM CONC-CONTROL-LINE.
007110     MOVE "REPORT LINES WRITTEN        = " TO CC-TOTAL-LABEL.
007120     MOVE WS-LINES-REPORTED TO CC-TOTAL-COUNT.
007130     WRITE CONC-LINE FROM CONC-CONTROL-LINE.
007140     MOVE "TOTAL INTEREST GIVEN UP     = " TO CA-TOTAL-LABEL.
007150     MOVE GR-GIVEN-UP TO CA-TOTAL-AMOUNT.
007160     WRITE CONC-LINE FROM CONC-AMOUNT-LINE.
007170     DISPLAY "APPLMSTR RECORDS READ   = " WS-MSTR-READ.
007180     DISPLAY "CONCESSIONS IN PERIOD   = "
007190         WS-CONCESSIONS-IN-PERIOD.
007200     DISPLAY "CONCESSIONS REPORTED    = " GR-COUNT.
007210     DISPLAY "INTEREST GIVEN UP       = " GR-GIVEN-UP.
007220 8000-EXIT.
007230     EXIT.
007240*
007250 END PROGRAM CONCRPT.
