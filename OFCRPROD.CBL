000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    OFCRPROD.
000040 AUTHOR.        T. ABRAHAM.
000050 INSTALLATION.  CONSUMER LOAN DEPARTMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090*----------------------------------------------------------*
000100* MODIFICATION HISTORY                                     *
000110*----------------------------------------------------------*
000120*  DATE       INIT  DESCRIPTION                             *
000130*  10/15/26   TA    ORIGINAL PROGRAM - MONTH-END LOAN       *
000140*                   OFFICER PRODUCTION AND INCENTIVE        *
000150*                   REPORT.  PASSES THE APPLMSTR            *
000160*                   APPLICATION MASTER FOR THE MONTH AND    *
000170*                   SHOWS PER OFFICER THE QUOTES ISSUED,    *
000180*                   LOANS BOOKED, PULL-THROUGH PERCENT,     *
000190*                   BOOKED VOLUME BY LOAN TYPE, AND THE     *
000200*                   INCENTIVE EARNED AT THE INCPARM TIER    *
000210*                   RATE, SUBTOTALLED BY HOME BRANCH, AND   *
000220*                   WRITES THE OFCRPAY EXTRACT PAYROLL      *
000230*                   LOADS, IN PLACE OF THE BRANCH           *
000240*                   SPREADSHEETS.                           *
000250*----------------------------------------------------------*
000260*
000270 ENVIRONMENT DIVISION.
000280*
000290 CONFIGURATION SECTION.
000300*
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330*
000340 INPUT-OUTPUT SECTION.
000350*
000360 FILE-CONTROL.
000370*
000380     SELECT APPL-MSTR
000390         ASSIGN TO APPLMSTR
000400         ORGANIZATION IS INDEXED
000410         ACCESS IS DYNAMIC
000420         RECORD KEY IS AM-KEY
000430         FILE STATUS IS WS-APPLMSTR-STATUS.
000440*
000450     SELECT OFCR-TBL
000460         ASSIGN TO OFCRTBL
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-OFCRTBL-STATUS.
000490*
000500     SELECT INCENTIVE-PARM
000510         ASSIGN TO INCPARM
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-INCPARM-STATUS.
000540*
000550     SELECT BRANCH-MSTR
000560         ASSIGN TO BRMSTR
000570         ORGANIZATION IS INDEXED
000580         ACCESS IS RANDOM
000590         RECORD KEY IS BM-BRANCH-ID
000600         FILE STATUS IS WS-BRMSTR-STATUS.
000610*
000620     SELECT OFCR-RPT
000630         ASSIGN TO OFCRRPT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-OFCRRPT-STATUS.
000660*
000670     SELECT PAYROLL-EXTRACT
000680         ASSIGN TO OFCRPAY
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-OFCRPAY-STATUS.
000710*
000720     SELECT CYCLE-CTL
000730         ASSIGN TO CYCLECTL
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-CYCLE-STATUS.
000760*
000770 DATA DIVISION.
000780*
000790 FILE SECTION.
000800*
000810*----------------------------------------------------------*
000820* APPL-MSTR - KEYED APPLICATION MASTER MAINTAINED BY        *
000830* CALC3000 AND SVCRECON - SEE THE APPLMSTR COPYBOOK.        *
000840* PASSED END TO END FOR THE QUOTES AND BOOKINGS OF THE      *
000850* MONTH.                                                    *
000860*----------------------------------------------------------*
000870 FD  APPL-MSTR
000880     RECORD CONTAINS 120 CHARACTERS.
000890*
000900     COPY APPLMSTR.
000910*
000920*----------------------------------------------------------*
000930* OFCR-TBL - THE LOAN OFFICER TABLE CALC3000 EDITS AGAINST  *
000940* - SEE THE OFCRTBL COPYBOOK.                               *
000950*----------------------------------------------------------*
000960 FD  OFCR-TBL
000970     RECORD CONTAINS 45 CHARACTERS.
000980*
000990     COPY OFCRTBL.
001000*
001010*----------------------------------------------------------*
001020* INCENTIVE-PARM - THE INCENTIVE RATE TIERS, MAINTAINABLE   *
001030* WITHOUT A PROGRAM CHANGE - ONE RECORD PER TIER IN         *
001040* ASCENDING ORDER, THE MONTH'S BOOKED VOLUME IN WHOLE       *
001050* DOLLARS AT WHICH THE TIER STARTS, THEN THE RATE IN BASIS  *
001060* POINTS.  AN OFFICER IS PAID THE RATE OF THE HIGHEST TIER  *
001070* REACHED ON ALL OF THE MONTH'S BOOKED VOLUME.              *
001080*----------------------------------------------------------*
001090 FD  INCENTIVE-PARM
001100     RECORD CONTAINS 12 CHARACTERS.
001110*
001120 01  INCENTIVE-PARM-RECORD.
001130     05  IP-FLOOR-VOLUME            PIC 9(09).
001140     05  IP-RATE-BPS                PIC 9(03).
001150*
001160*----------------------------------------------------------*
001170* BRANCH-MSTR - KEYED BRANCH MASTER MAINTAINED THROUGH      *
001180* BRMAINT - SEE THE BRMSTR COPYBOOK.  READ FOR THE NAME     *
001190* PRINTED ON EACH BRANCH HEADING.                           *
001200*----------------------------------------------------------*
001210 FD  BRANCH-MSTR
001220     RECORD CONTAINS 60 CHARACTERS.
001230*
001240     COPY BRMSTR.
001250*
001260*----------------------------------------------------------*
001270* OFCR-RPT - THE MONTH-END OFFICER PRODUCTION AND           *
001280* INCENTIVE REPORT - TWO LINES PER OFFICER, THE SECOND      *
001290* BREAKING THE BOOKED VOLUME OUT BY LOAN TYPE.              *
001300*----------------------------------------------------------*
001310 FD  OFCR-RPT
001320     RECORD CONTAINS 80 CHARACTERS.
001330*
001340 01  OFCR-LINE                     PIC X(80).
001350*
001360*----------------------------------------------------------*
001370* PAYROLL-EXTRACT - ONE D RECORD PER OFFICER WHO BOOKED A   *
001380* LOAN IN THE MONTH, FOLLOWED BY A T TRAILER CARRYING THE   *
001390* RECORD COUNT AND THE TOTAL INCENTIVE FOR PAYROLL TO       *
001400* BALANCE ITS LOAD AGAINST.                                 *
001410*----------------------------------------------------------*
001420 FD  PAYROLL-EXTRACT
001430     RECORD CONTAINS 58 CHARACTERS.
001440*
001450 01  PAYROLL-EXTRACT-RECORD.
001460     05  PX-RECORD-TYPE             PIC X(01).
001470         88  PX-DETAIL                         VALUE 'D'.
001480         88  PX-TRAILER                        VALUE 'T'.
001490     05  PX-PERIOD                  PIC 9(06).
001500     05  PX-DATA                    PIC X(51).
001510     05  PX-DETAIL-VIEW REDEFINES PX-DATA.
001520         10  PX-EMPLOYEE-NUMBER     PIC X(09).
001530         10  PX-OFFICER-ID          PIC X(06).
001540         10  PX-HOME-BRANCH         PIC X(04).
001550         10  PX-LOANS-BOOKED        PIC 9(05).
001560         10  PX-BOOKED-VOLUME       PIC 9(11)V99.
001570         10  PX-RATE-BPS            PIC 9(03).
001580         10  PX-INCENTIVE           PIC 9(09)V99.
001590     05  PX-TRAILER-VIEW REDEFINES PX-DATA.
001600         10  PX-RECORD-COUNT        PIC 9(05).
001610         10  PX-TOTAL-INCENTIVE     PIC 9(11)V99.
001620         10  FILLER                 PIC X(33).
001630*
001640*----------------------------------------------------------*
001650* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
001660* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN.        *
001670*----------------------------------------------------------*
001680 FD  CYCLE-CTL
001690     RECORD CONTAINS 300 CHARACTERS.
001700*
001710 01  CYCLE-CTL-REC                 PIC X(300).
001720*
001730 WORKING-STORAGE SECTION.
001740*
001750*----------------------------------------------------------*
001760* STANDALONE SWITCHES AND COUNTERS                          *
001770*----------------------------------------------------------*
001780 77  WS-APPLMSTR-STATUS             PIC X(02)  VALUE SPACES.
001790 77  WS-OFCRTBL-STATUS              PIC X(02)  VALUE SPACES.
001800 77  WS-INCPARM-STATUS              PIC X(02)  VALUE SPACES.
001810 77  WS-BRMSTR-STATUS               PIC X(02)  VALUE SPACES.
001820 77  WS-OFCRRPT-STATUS              PIC X(02)  VALUE SPACES.
001830 77  WS-OFCRPAY-STATUS              PIC X(02)  VALUE SPACES.
001840 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
001850*
001860 77  WS-MSTR-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001870     88  WS-MSTR-EOF                           VALUE 'Y'.
001880*
001890 77  WS-OFCR-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001900     88  WS-OFCR-EOF                           VALUE 'Y'.
001910*
001920 77  WS-PARM-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001930     88  WS-PARM-EOF                           VALUE 'Y'.
001940*
001950 77  WS-BRMSTR-OPEN-SWITCH          PIC X(01)  VALUE 'N'.
001960     88  WS-BRMSTR-OPEN                        VALUE 'Y'.
001970*
001980 77  WS-BRANCHES-DONE-SWITCH        PIC X(01)  VALUE 'N'.
001990     88  WS-BRANCHES-DONE                      VALUE 'Y'.
002000*
002010 77  WS-OFCR-COUNT                  PIC 9(03)  COMP VALUE ZERO.
002020 77  WS-OFCR-INDEX                  PIC 9(03)  COMP VALUE ZERO.
002030 77  WS-OFCR-HIT                    PIC 9(03)  COMP VALUE ZERO.
002040 77  WS-MAX-OFFICERS                PIC 9(03)  COMP VALUE 200.
002050*
002060 77  WS-TIER-COUNT                  PIC 9(02)  COMP VALUE ZERO.
002070 77  WS-TIER-INDEX                  PIC 9(02)  COMP VALUE ZERO.
002080 77  WS-MAX-TIERS                   PIC 9(02)  COMP VALUE 10.
002090*
002100 77  WS-TYPE-INDEX                  PIC 9(01)  COMP VALUE ZERO.
002110*
002120 77  WS-QUOTE-PERIOD                PIC 9(06)  VALUE ZERO.
002130 77  WS-BOOK-PERIOD                 PIC 9(06)  VALUE ZERO.
002140 77  WS-CURRENT-BRANCH              PIC X(04)  VALUE SPACES.
002150*
002160 77  WS-MSTR-READ                   PIC 9(07)  COMP VALUE ZERO.
002170 77  WS-QUOTES-IN-PERIOD            PIC 9(07)  COMP VALUE ZERO.
002180 77  WS-BOOKED-IN-PERIOD            PIC 9(07)  COMP VALUE ZERO.
002190 77  WS-OFFICERS-REPORTED           PIC 9(07)  COMP VALUE ZERO.
002200 77  WS-PAYROLL-RECORDS             PIC 9(07)  COMP VALUE ZERO.
002210*
002220 01  RUN-DATE                       PIC 9(08).
002230*
002240     COPY CYCLECTL.
002250*
002260*----------------------------------------------------------*
002270* THE MONTH BEING REPORTED.                                 *
002280*----------------------------------------------------------*
002290 01  REPORT-PERIOD.
002300     05  RP-CCYY                    PIC 9(04).
002310     05  RP-MM                      PIC 9(02).
002320 01  REPORT-PERIOD-9 REDEFINES REPORT-PERIOD
002330                                    PIC 9(06).
002340*
002350*----------------------------------------------------------*
002360* INCENTIVE RATE TIERS LOADED FROM INCPARM, ASCENDING.      *
002370*----------------------------------------------------------*
002380 01  INCENTIVE-TIERS.
002390     05  IT-ENTRY OCCURS 10 TIMES.
002400         10  IT-FLOOR-VOLUME        PIC 9(09).
002410         10  IT-RATE-BPS            PIC 9(03).
002420*
002430*----------------------------------------------------------*
002440* ONE ENTRY PER OFFICER ON OFCRTBL, WITH THE MONTH'S        *
002450* FIGURES ACCUMULATED ALONGSIDE.  THE TOTALS GROUP HAS THE  *
002460* SAME SHAPE AS THE LINE, BRANCH, AND GRAND TOTALS BELOW    *
002470* SO ANY OF THEM CAN BE PRINTED THROUGH 5200.               *
002480*----------------------------------------------------------*
002490 01  OFFICER-TABLE.
002500     05  OT-ENTRY OCCURS 200 TIMES.
002510         10  OT-OFFICER-ID          PIC X(06).
002520         10  OT-OFFICER-NAME        PIC X(25).
002530         10  OT-HOME-BRANCH         PIC X(04).
002540         10  OT-EMPLOYEE-NUMBER     PIC X(09).
002550         10  OT-STATUS              PIC X(01).
002560             88  OT-ACTIVE                     VALUE 'A'.
002570         10  OT-PRINTED-SWITCH      PIC X(01).
002580             88  OT-PRINTED                    VALUE 'Y'.
002590         10  OT-TOTALS.
002600             15  OT-QUOTES          PIC 9(05).
002610             15  OT-BOOKED          PIC 9(05).
002620             15  OT-TYPE-VOLUME     PIC 9(11)V99 OCCURS 4 TIMES.
002630             15  OT-BOOKED-VOLUME   PIC 9(11)V99.
002640             15  OT-RATE-BPS        PIC 9(03).
002650             15  OT-INCENTIVE       PIC 9(09)V99.
002660*
002670 01  LINE-TOTALS.
002680     05  LN-QUOTES                  PIC 9(05).
002690     05  LN-BOOKED                  PIC 9(05).
002700     05  LN-TYPE-VOLUME             PIC 9(11)V99 OCCURS 4 TIMES.
002710     05  LN-BOOKED-VOLUME           PIC 9(11)V99.
002720     05  LN-RATE-BPS                PIC 9(03).
002730     05  LN-INCENTIVE               PIC 9(09)V99.
002740*
002750 01  BRANCH-TOTALS.
002760     05  BR-QUOTES                  PIC 9(05).
002770     05  BR-BOOKED                  PIC 9(05).
002780     05  BR-TYPE-VOLUME             PIC 9(11)V99 OCCURS 4 TIMES.
002790     05  BR-BOOKED-VOLUME           PIC 9(11)V99.
002800     05  BR-RATE-BPS                PIC 9(03).
002810     05  BR-INCENTIVE               PIC 9(09)V99.
002820*
002830 01  GRAND-TOTALS.
002840     05  GR-QUOTES                  PIC 9(05).
002850     05  GR-BOOKED                  PIC 9(05).
002860     05  GR-TYPE-VOLUME             PIC 9(11)V99 OCCURS 4 TIMES.
002870     05  GR-BOOKED-VOLUME           PIC 9(11)V99.
002880     05  GR-RATE-BPS                PIC 9(03).
002890     05  GR-INCENTIVE               PIC 9(09)V99.
002900*
002910*----------------------------------------------------------*
002920* APPLICATIONS WHOSE OFFICER IS BLANK (TAKEN BEFORE         *
002930* OFFICERS WERE CARRIED) OR NO LONGER ON OFCRTBL - SHOWN    *
002940* ON THEIR OWN LINE SO THE REPORT STILL BALANCES, AND PAID  *
002950* TO NOBODY.                                                *
002960*----------------------------------------------------------*
002970 01  UNASSIGNED-TOTALS.
002980     05  UN-QUOTES                  PIC 9(05).
002990     05  UN-BOOKED                  PIC 9(05).
003000     05  UN-TYPE-VOLUME             PIC 9(11)V99 OCCURS 4 TIMES.
003010     05  UN-BOOKED-VOLUME           PIC 9(11)V99.
003020     05  UN-RATE-BPS                PIC 9(03).
003030     05  UN-INCENTIVE               PIC 9(09)V99.
003040*
003050*----------------------------------------------------------*
003060* REPORT LINE LAYOUTS                                       *
003070*----------------------------------------------------------*
003080 01  OFCR-RUN-HDR.
003090     05  FILLER                     PIC X(40) VALUE
003100         "LOAN OFFICER PRODUCTION AND INCENTIVE - ".
003110     05  FILLER                     PIC X(09) VALUE
003120         "PERIOD = ".
003130     05  OFCR-HDR-PERIOD            PIC 9(06).
003140     05  FILLER                     PIC X(13) VALUE
003150         "  RUN DATE = ".
003160     05  OFCR-HDR-RUN-DATE          PIC 9(08).
003170     05  FILLER                     PIC X(04) VALUE SPACES.
003180*
003190 01  OFCR-SECTION-HDR               PIC X(60).
003200*
003210 01  OFCR-TIER-LINE.
003220     05  FILLER                     PIC X(22) VALUE
003230         "  BOOKED VOLUME FROM $".
003240     05  OTL-FLOOR-VOLUME           PIC ZZZ,ZZZ,ZZ9.
003250     05  FILLER                     PIC X(07) VALUE
003260         " EARNS ".
003270     05  OTL-RATE-BPS               PIC ZZ9.
003280     05  FILLER                     PIC X(15) VALUE
003290         " BASIS POINTS".
003300     05  FILLER                     PIC X(22) VALUE SPACES.
003310*
003320 01  OFCR-COLUMN-HDR-1.
003330     05  FILLER                     PIC X(40) VALUE
003340         "OFCR   NAME              QUOTES BOOKD PU".
003350     05  FILLER                     PIC X(40) VALUE
003360         "LL %      BOOKED VOL BPS    INCENTIVE   ".
003370*
003380 01  OFCR-COLUMN-HDR-2.
003390     05  FILLER                     PIC X(40) VALUE
003400         "        FIXED RATE        INTEREST ONLY ".
003410     05  FILLER                     PIC X(40) VALUE
003420         "    BALLOON           VARIABLE RATE     ".
003430*
003440 01  OFCR-BRANCH-HDR.
003450     05  FILLER                     PIC X(07) VALUE
003460         "BRANCH ".
003470     05  OBH-BRANCH-ID              PIC X(04).
003480     05  FILLER                     PIC X(02) VALUE SPACES.
003490     05  OBH-BRANCH-NAME            PIC X(25).
003500     05  FILLER                     PIC X(42) VALUE SPACES.
003510*
003520 01  OFCR-DETAIL.
003530     05  OD-OFFICER-ID              PIC X(06).
003540     05  FILLER                     PIC X(01) VALUE SPACE.
003550     05  OD-OFFICER-NAME            PIC X(18).
003560     05  FILLER                     PIC X(01) VALUE SPACE.
003570     05  OD-QUOTES                  PIC ZZZZ9.
003580     05  FILLER                     PIC X(01) VALUE SPACE.
003590     05  OD-BOOKED                  PIC ZZZZ9.
003600     05  FILLER                     PIC X(01) VALUE SPACE.
003610     05  OD-PULL-THRU               PIC ZZZ9.9.
003620     05  FILLER                     PIC X(02) VALUE "% ".
003630     05  OD-BOOKED-VOLUME           PIC ZZZ,ZZZ,ZZ9.99.
003640     05  FILLER                     PIC X(01) VALUE SPACE.
003650     05  OD-RATE-BPS                PIC ZZZ.
003660     05  FILLER                     PIC X(01) VALUE SPACE.
003670     05  OD-INCENTIVE               PIC Z,ZZZ,ZZ9.99.
003680     05  FILLER                     PIC X(03) VALUE SPACES.
003690*
003700 01  OFCR-TYPE-DETAIL.
003710     05  FILLER                     PIC X(08) VALUE SPACES.
003720     05  OTD-FIXED-VOLUME           PIC ZZZ,ZZZ,ZZ9.99.
003730     05  FILLER                     PIC X(04) VALUE SPACES.
003740     05  OTD-INT-ONLY-VOLUME        PIC ZZZ,ZZZ,ZZ9.99.
003750     05  FILLER                     PIC X(04) VALUE SPACES.
003760     05  OTD-BALLOON-VOLUME         PIC ZZZ,ZZZ,ZZ9.99.
003770     05  FILLER                     PIC X(04) VALUE SPACES.
003780     05  OTD-VARIABLE-VOLUME        PIC ZZZ,ZZZ,ZZ9.99.
003790     05  FILLER                     PIC X(04) VALUE SPACES.
003800*
003810 01  OFCR-TOTAL-LABEL.
003820     05  FILLER                     PIC X(07) VALUE
003830         "BRANCH ".
003840     05  OTL-BRANCH-ID              PIC X(04).
003850     05  FILLER                     PIC X(07) VALUE
003860         " TOTAL".
003870*
003880 01  OFCR-CONTROL-LINE.
003890     05  OC-TOTAL-LABEL             PIC X(30).
003900     05  OC-TOTAL-COUNT             PIC Z,ZZZ,ZZ9.
003910     05  FILLER                     PIC X(41) VALUE SPACES.
003920*
003930 01  OFCR-AMOUNT-LINE.
003940     05  OA-TOTAL-LABEL             PIC X(30).
003950     05  OA-TOTAL-AMOUNT            PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.
003960     05  FILLER                     PIC X(31) VALUE SPACES.
003970*
003980 PROCEDURE DIVISION.
003990*
004000*----------------------------------------------------------*
004010* 0000-MAINLINE - ACCUMULATE THE MONTH BY OFFICER, FIGURE   *
004020* THE INCENTIVE, AND WRITE THE REPORT AND PAYROLL EXTRACT.  *
004030*----------------------------------------------------------*
004040 0000-MAINLINE.
004050*
004060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004070     PERFORM 3000-PASS-APPL-MASTER THRU 3000-EXIT.
004080     PERFORM 4000-FIGURE-INCENTIVE THRU 4000-EXIT.
004090     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
004100     PERFORM 6000-WRITE-PAYROLL-EXTRACT THRU 6000-EXIT.
004110     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
004120     CLOSE APPL-MSTR.
004130     IF WS-BRMSTR-OPEN
004140         CLOSE BRANCH-MSTR.
004150     CLOSE OFCR-RPT.
004160     CLOSE PAYROLL-EXTRACT.
004170     DISPLAY "End of officer production run.".
004180     STOP RUN.
004190*
004200 1000-INITIALIZE.
004210*
004220     DISPLAY "OFCRPROD - LOAN OFFICER PRODUCTION AND INCENTIVE".
004230     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
004240     DISPLAY "Enter period to report (ccyymm, 0 for "
004250         "current month).".
004260     ACCEPT REPORT-PERIOD-9.
004270     IF REPORT-PERIOD-9 = ZERO
004280         COMPUTE REPORT-PERIOD-9 = RUN-DATE / 100.
004290     IF RP-MM < 1 OR RP-MM > 12
004300         DISPLAY "PERIOD " REPORT-PERIOD-9 " IS NOT A VALID "
004310             "CCYYMM - RUN ENDED."
004320         STOP RUN.
004330     INITIALIZE OFFICER-TABLE.
004340     INITIALIZE UNASSIGNED-TOTALS.
004350     INITIALIZE GRAND-TOTALS.
004360     PERFORM 1100-LOAD-OFFICER-TABLE THRU 1100-EXIT.
004370     PERFORM 1200-LOAD-INCENTIVE-TIERS THRU 1200-EXIT.
004380     OPEN INPUT APPL-MSTR.
004390     IF WS-APPLMSTR-STATUS NOT = "00"
004400         DISPLAY "APPL-MSTR OPEN FAILED - STATUS = "
004410             WS-APPLMSTR-STATUS
004420         DISPLAY "RUN THE CALC3000 BATCH TO BUILD THE "
004430             "APPLICATION MASTER."
004440         STOP RUN.
004450     OPEN INPUT BRANCH-MSTR.
004460     IF WS-BRMSTR-STATUS = "00"
004470         MOVE 'Y' TO WS-BRMSTR-OPEN-SWITCH
004480     ELSE
004490         DISPLAY "NO BRMSTR BRANCH MASTER - BRANCH CODES PRINTED "
004500             "IN PLACE OF NAMES.".
004510     OPEN OUTPUT OFCR-RPT.
004520     IF WS-OFCRRPT-STATUS NOT = "00"
004530         DISPLAY "OFCR-RPT OPEN FAILED - STATUS = "
004540             WS-OFCRRPT-STATUS
004550         STOP RUN.
004560     OPEN OUTPUT PAYROLL-EXTRACT.
004570     IF WS-OFCRPAY-STATUS NOT = "00"
004580         DISPLAY "PAYROLL-EXTRACT OPEN FAILED - STATUS = "
004590             WS-OFCRPAY-STATUS
004600         STOP RUN.
004610 1000-EXIT.
004620     EXIT.
004630*
004640*----------------------------------------------------------*
004650* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
004660* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
004670* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
004680* BEING PROCESSED.                                          *
004690*----------------------------------------------------------*
004700 1050-GET-BUSINESS-DATE.
004710*
004720     OPEN INPUT CYCLE-CTL.
004730     IF WS-CYCLE-STATUS = "35"
004740         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
004750             "BUSINESS DATE WITH CYCLEMNT."
004760         STOP RUN.
004770     IF WS-CYCLE-STATUS NOT = "00"
004780         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
004790             WS-CYCLE-STATUS
004800         STOP RUN.
004810     MOVE SPACES TO CYCLE-CONTROL.
004820     READ CYCLE-CTL INTO CYCLE-CONTROL
004830         AT END MOVE SPACES TO CYCLE-CONTROL.
004840     CLOSE CYCLE-CTL.
004850     IF CC-BUSINESS-DATE NOT NUMERIC
004860             OR CC-BUSINESS-DATE = ZERO
004870         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
004880             "CYCLEMNT."
004890         STOP RUN.
004900     MOVE CC-BUSINESS-DATE TO RUN-DATE.
004910 1050-EXIT.
004920     EXIT.
004930*
004940*----------------------------------------------------------*
004950* 1100 SERIES - LOAD THE LOAN OFFICER TABLE.  INACTIVE      *
004960* OFFICERS ARE LOADED TOO - A LOAN TAKEN BEFORE AN OFFICER  *
004970* LEFT STILL PAYS OUT WHEN IT BOOKS.                        *
004980*----------------------------------------------------------*
004990 1100-LOAD-OFFICER-TABLE.
005000*
005010     OPEN INPUT OFCR-TBL.
005020     IF WS-OFCRTBL-STATUS = "35"
005030         DISPLAY "NO OFCRTBL LOAN OFFICER TABLE - NOTHING TO "
005040             "REPORT."
005050         STOP RUN.
005060     IF WS-OFCRTBL-STATUS NOT = "00"
005070         DISPLAY "OFCR-TBL OPEN FAILED - STATUS = "
005080             WS-OFCRTBL-STATUS
005090         STOP RUN.
005100     PERFORM 1110-LOAD-ONE-OFFICER THRU 1110-EXIT
005110         UNTIL WS-OFCR-EOF.
005120     CLOSE OFCR-TBL.
005130     DISPLAY "Loan officers loaded = " WS-OFCR-COUNT.
005140 1100-EXIT.
005150     EXIT.
005160*
005170 1110-LOAD-ONE-OFFICER.
005180*
005190     READ OFCR-TBL
005200         AT END MOVE 'Y' TO WS-OFCR-EOF-SWITCH.
005210     IF WS-OFCR-EOF
005220         GO TO 1110-EXIT.
005230     IF OF-OFFICER-ID = SPACES
005240         GO TO 1110-EXIT.
005250     IF WS-OFCR-COUNT < WS-MAX-OFFICERS
005260         ADD 1 TO WS-OFCR-COUNT
005270         MOVE OF-OFFICER-ID TO OT-OFFICER-ID (WS-OFCR-COUNT)
005280         MOVE OF-OFFICER-NAME TO OT-OFFICER-NAME (WS-OFCR-COUNT)
005290         MOVE OF-HOME-BRANCH TO OT-HOME-BRANCH (WS-OFCR-COUNT)
005300         MOVE OF-EMPLOYEE-NUMBER
005310             TO OT-EMPLOYEE-NUMBER (WS-OFCR-COUNT)
005320         MOVE OF-STATUS TO OT-STATUS (WS-OFCR-COUNT)
005330         MOVE 'N' TO OT-PRINTED-SWITCH (WS-OFCR-COUNT)
005340     ELSE
005350         DISPLAY "OFFICER TABLE FULL - " OF-OFFICER-ID
005360             " IGNORED".
005370 1110-EXIT.
005380     EXIT.
005390*
005400*----------------------------------------------------------*
005410* 1200 SERIES - LOAD THE INCENTIVE TIERS.  A LINE THAT IS   *
005420* NOT NUMERIC OR DOES NOT RISE ABOVE THE TIER BEFORE IT IS  *
005430* IGNORED AND NAMED ON THE CONSOLE.  WITHOUT A SINGLE       *
005440* USABLE TIER NO INCENTIVE CAN BE FIGURED AND THE RUN       *
005450* STOPS - PAYROLL MUST NOT LOAD A MONTH OF ZEROS.           *
005460*----------------------------------------------------------*
005470 1200-LOAD-INCENTIVE-TIERS.
005480*
005490     OPEN INPUT INCENTIVE-PARM.
005500     IF WS-INCPARM-STATUS = "35"
005510         DISPLAY "NO INCPARM INCENTIVE RATE FILE - RUN ENDED."
005520         STOP RUN.
005530     IF WS-INCPARM-STATUS NOT = "00"
005540         DISPLAY "INCENTIVE-PARM OPEN FAILED - STATUS = "
005550             WS-INCPARM-STATUS
005560         STOP RUN.
005570     PERFORM 1210-LOAD-ONE-TIER THRU 1210-EXIT
005580         UNTIL WS-PARM-EOF.
005590     CLOSE INCENTIVE-PARM.
005600     IF WS-TIER-COUNT = ZERO
005610         DISPLAY "INCPARM HOLDS NO USABLE TIER - RUN ENDED."
005620         STOP RUN.
005630 1200-EXIT.
005640     EXIT.
005650*
005660 1210-LOAD-ONE-TIER.
005670*
005680     READ INCENTIVE-PARM
005690         AT END MOVE 'Y' TO WS-PARM-EOF-SWITCH.
005700     IF WS-PARM-EOF
005710         GO TO 1210-EXIT.
005720     IF IP-FLOOR-VOLUME NOT NUMERIC
005730             OR IP-RATE-BPS NOT NUMERIC
005740         DISPLAY "INCPARM LINE IGNORED - NOT NUMERIC"
005750         GO TO 1210-EXIT.
005760     IF WS-TIER-COUNT > ZERO
005770         IF IP-FLOOR-VOLUME NOT > IT-FLOOR-VOLUME (WS-TIER-COUNT)
005780             DISPLAY "INCPARM LINE IGNORED - OUT OF ORDER "
005790                 IP-FLOOR-VOLUME
005800             GO TO 1210-EXIT.
005810     IF WS-TIER-COUNT < WS-MAX-TIERS
005820         ADD 1 TO WS-TIER-COUNT
005830         MOVE IP-FLOOR-VOLUME TO IT-FLOOR-VOLUME (WS-TIER-COUNT)
005840         MOVE IP-RATE-BPS TO IT-RATE-BPS (WS-TIER-COUNT)
005850     ELSE
005860         DISPLAY "INCENTIVE TIER TABLE FULL - " IP-FLOOR-VOLUME
005870             " IGNORED".
005880 1210-EXIT.
005890     EXIT.
005900*
005910*----------------------------------------------------------*
005920* 3000 SERIES - PASS THE APPLICATION MASTER IN KEY ORDER.   *
005930* AN APPLICATION QUOTED IN THE MONTH COUNTS AS A QUOTE      *
005940* ISSUED BY ITS OFFICER, AND ONE BOOKED IN THE MONTH ADDS   *
005950* ITS AMOUNT TO THE OFFICER'S BOOKED VOLUME UNDER ITS LOAN  *
005960* TYPE.  THE MASTER HOLDS THE LATEST QUOTE, SO A LOAN       *
005970* QUOTED LAST MONTH AND BOOKED THIS MONTH COUNTS ONLY AS A  *
005980* BOOKING, AND PULL-THROUGH CAN RUN OVER 100 PERCENT.       *
005990*----------------------------------------------------------*
006000 3000-PASS-APPL-MASTER.
006010*
006020     MOVE LOW-VALUES TO AM-KEY.
006030     START APPL-MSTR KEY IS NOT LESS THAN AM-KEY
006040         INVALID KEY MOVE 'Y' TO WS-MSTR-EOF-SWITCH.
006050     PERFORM 3040-READ-APPL-MASTER THRU 3040-EXIT.
006060     PERFORM 3100-TALLY-ONE-APPLICATION THRU 3100-EXIT
006070         UNTIL WS-MSTR-EOF.
006080 3000-EXIT.
006090     EXIT.
006100*
006110 3040-READ-APPL-MASTER.
006120*
006130     IF WS-MSTR-EOF
006140         GO TO 3040-EXIT.
006150     READ APPL-MSTR NEXT RECORD
006160         AT END MOVE 'Y' TO WS-MSTR-EOF-SWITCH.
006170 3040-EXIT.
006180     EXIT.
006190*
006200 3100-TALLY-ONE-APPLICATION.
006210*
006220     ADD 1 TO WS-MSTR-READ.
006230     MOVE ZERO TO WS-QUOTE-PERIOD.
006240     MOVE ZERO TO WS-BOOK-PERIOD.
006250     IF AM-QUOTE-DATE IS NUMERIC
006260         COMPUTE WS-QUOTE-PERIOD = AM-QUOTE-DATE / 100.
006270     IF AM-BOOKED AND AM-BOOK-DATE IS NUMERIC
006280         COMPUTE WS-BOOK-PERIOD = AM-BOOK-DATE / 100.
006290     IF WS-QUOTE-PERIOD NOT = REPORT-PERIOD-9
006300             AND WS-BOOK-PERIOD NOT = REPORT-PERIOD-9
006310         GO TO 3100-NEXT.
006320     PERFORM 3110-FIND-OFFICER THRU 3110-EXIT.
006330     IF WS-QUOTE-PERIOD = REPORT-PERIOD-9
006340         ADD 1 TO WS-QUOTES-IN-PERIOD
006350         IF WS-OFCR-HIT > ZERO
006360             ADD 1 TO OT-QUOTES (WS-OFCR-HIT)
006370         ELSE
006380             ADD 1 TO UN-QUOTES.
006390     IF WS-BOOK-PERIOD NOT = REPORT-PERIOD-9
006400         GO TO 3100-NEXT.
006410     ADD 1 TO WS-BOOKED-IN-PERIOD.
006420     PERFORM 3130-SET-TYPE-INDEX THRU 3130-EXIT.
006430     IF WS-OFCR-HIT > ZERO
006440         ADD 1 TO OT-BOOKED (WS-OFCR-HIT)
006450         ADD AM-LOAN-AMOUNT
006460             TO OT-TYPE-VOLUME (WS-OFCR-HIT, WS-TYPE-INDEX)
006470         ADD AM-LOAN-AMOUNT TO OT-BOOKED-VOLUME (WS-OFCR-HIT)
006480     ELSE
006490         ADD 1 TO UN-BOOKED
006500         ADD AM-LOAN-AMOUNT TO UN-TYPE-VOLUME (WS-TYPE-INDEX)
006510         ADD AM-LOAN-AMOUNT TO UN-BOOKED-VOLUME.
006520 3100-NEXT.
006530     PERFORM 3040-READ-APPL-MASTER THRU 3040-EXIT.
006540 3100-EXIT.
006550     EXIT.
006560*
006570*----------------------------------------------------------*
006580* 3110 - THE TABLE ENTRY FOR THE APPLICATION'S OFFICER, OR  *
006590* ZERO WHEN THE OFFICER IS BLANK OR NOT ON THE TABLE.       *
006600*----------------------------------------------------------*
006610 3110-FIND-OFFICER.
006620*
006630     MOVE ZERO TO WS-OFCR-HIT.
006640     IF AM-OFFICER-ID = SPACES
006650         GO TO 3110-EXIT.
006660     PERFORM 3120-MATCH-OFFICER THRU 3120-EXIT
006670         VARYING WS-OFCR-INDEX FROM 1 BY 1
006680         UNTIL WS-OFCR-INDEX > WS-OFCR-COUNT
006690         OR WS-OFCR-HIT > ZERO.
006700 3110-EXIT.
006710     EXIT.
006720*
006730 3120-MATCH-OFFICER.
006740*
006750     IF OT-OFFICER-ID (WS-OFCR-INDEX) = AM-OFFICER-ID
006760         MOVE WS-OFCR-INDEX TO WS-OFCR-HIT.
006770 3120-EXIT.
006780     EXIT.
006790*
006800*----------------------------------------------------------*
006810* 3130 - LOAN TYPE TO TABLE POSITION, IN THE ORDER THE      *
006820* PRODUCTION REPORTS USE.  RECORDS FROM BEFORE THE LOAN     *
006830* TYPE WAS CARRIED WERE ALL FIXED RATE.                     *
006840*----------------------------------------------------------*
006850 3130-SET-TYPE-INDEX.
006860*
006870     MOVE 1 TO WS-TYPE-INDEX.
006880     IF AM-LOAN-TYPE = 'I'
006890         MOVE 2 TO WS-TYPE-INDEX.
006900     IF AM-LOAN-TYPE = 'B'
006910         MOVE 3 TO WS-TYPE-INDEX.
006920     IF AM-LOAN-TYPE = 'V'
006930         MOVE 4 TO WS-TYPE-INDEX.
006940 3130-EXIT.
006950     EXIT.
006960*
006970*----------------------------------------------------------*
006980* 4000 SERIES - EACH OFFICER'S INCENTIVE - THE RATE OF THE  *
006990* HIGHEST TIER THE MONTH'S BOOKED VOLUME REACHES, APPLIED   *
007000* TO ALL OF IT.  AN INACTIVE OFFICER WITH NOTHING IN THE    *
007010* MONTH IS LEFT OFF THE REPORT.                             *
007020*----------------------------------------------------------*
007030 4000-FIGURE-INCENTIVE.
007040*
007050     PERFORM 4100-FIGURE-ONE-OFFICER THRU 4100-EXIT
007060         VARYING WS-OFCR-INDEX FROM 1 BY 1
007070         UNTIL WS-OFCR-INDEX > WS-OFCR-COUNT.
007080 4000-EXIT.
007090     EXIT.
007100*
007110 4100-FIGURE-ONE-OFFICER.
007120*
007130     IF NOT OT-ACTIVE (WS-OFCR-INDEX)
007140             AND OT-QUOTES (WS-OFCR-INDEX) = ZERO
007150             AND OT-BOOKED (WS-OFCR-INDEX) = ZERO
007160         MOVE 'Y' TO OT-PRINTED-SWITCH (WS-OFCR-INDEX)
007170         GO TO 4100-EXIT.
007180     MOVE ZERO TO OT-RATE-BPS (WS-OFCR-INDEX).
007190     PERFORM 4110-MATCH-TIER THRU 4110-EXIT
007200         VARYING WS-TIER-INDEX FROM 1 BY 1
007210         UNTIL WS-TIER-INDEX > WS-TIER-COUNT.
007220     COMPUTE OT-INCENTIVE (WS-OFCR-INDEX) ROUNDED =
007230         OT-BOOKED-VOLUME (WS-OFCR-INDEX)
007240         * OT-RATE-BPS (WS-OFCR-INDEX) / 10000.
007250 4100-EXIT.
007260     EXIT.
007270*
007280 4110-MATCH-TIER.
007290*
007300     IF OT-BOOKED-VOLUME (WS-OFCR-INDEX)
007310             NOT < IT-FLOOR-VOLUME (WS-TIER-INDEX)
007320         MOVE IT-RATE-BPS (WS-TIER-INDEX)
007330             TO OT-RATE-BPS (WS-OFCR-INDEX).
007340 4110-EXIT.
007350     EXIT.
007360*
007370*----------------------------------------------------------*
007380* 5000 SERIES - THE REPORT - THE TIERS IN FORCE, THEN THE   *
007390* OFFICERS BRANCH BY BRANCH IN BRANCH ORDER WITH A          *
007400* SUBTOTAL AFTER EACH, ANY PRODUCTION WITH NO OFFICER ON    *
007410* FILE, AND THE GRAND TOTAL.                                *
007420*----------------------------------------------------------*
007430 5000-WRITE-REPORT.
007440*
007450     MOVE REPORT-PERIOD-9 TO OFCR-HDR-PERIOD.
007460     MOVE RUN-DATE TO OFCR-HDR-RUN-DATE.
007470     WRITE OFCR-LINE FROM OFCR-RUN-HDR.
007480     MOVE "INCENTIVE RATE TIERS ---------------------------"
007490         TO OFCR-SECTION-HDR.
007500     WRITE OFCR-LINE FROM OFCR-SECTION-HDR.
007510     PERFORM 5050-WRITE-TIER-LINE THRU 5050-EXIT
007520         VARYING WS-TIER-INDEX FROM 1 BY 1
007530         UNTIL WS-TIER-INDEX > WS-TIER-COUNT.
007540     MOVE "PRODUCTION BY OFFICER --------------------------"
007550         TO OFCR-SECTION-HDR.
007560     WRITE OFCR-LINE FROM OFCR-SECTION-HDR.
007570     WRITE OFCR-LINE FROM OFCR-COLUMN-HDR-1.
007580     WRITE OFCR-LINE FROM OFCR-COLUMN-HDR-2.
007590     PERFORM 5100-WRITE-NEXT-BRANCH THRU 5100-EXIT
007600         UNTIL WS-BRANCHES-DONE.
007610     IF UN-QUOTES > ZERO OR UN-BOOKED > ZERO
007620         MOVE SPACES TO OFCR-SECTION-HDR
007630         WRITE OFCR-LINE FROM OFCR-SECTION-HDR
007640         MOVE UNASSIGNED-TOTALS TO LINE-TOTALS
007650         MOVE SPACES TO OD-OFFICER-ID
007660         MOVE "NO OFFICER ON FILE" TO OD-OFFICER-NAME
007670         PERFORM 5200-WRITE-TOTALS-LINES THRU 5200-EXIT
007680         PERFORM 5310-ADD-TO-GRAND THRU 5310-EXIT.
007690     MOVE SPACES TO OFCR-SECTION-HDR.
007700     WRITE OFCR-LINE FROM OFCR-SECTION-HDR.
007710     MOVE GRAND-TOTALS TO LINE-TOTALS.
007720     MOVE SPACES TO OD-OFFICER-ID.
007730     MOVE "ALL BRANCHES TOTAL" TO OD-OFFICER-NAME.
007740     PERFORM 5200-WRITE-TOTALS-LINES THRU 5200-EXIT.
007750 5000-EXIT.
007760     EXIT.
007770*
007780 5050-WRITE-TIER-LINE.
007790*
007800     MOVE IT-FLOOR-VOLUME (WS-TIER-INDEX) TO OTL-FLOOR-VOLUME.
007810     MOVE IT-RATE-BPS (WS-TIER-INDEX) TO OTL-RATE-BPS.
007820     WRITE OFCR-LINE FROM OFCR-TIER-LINE.
007830 5050-EXIT.
007840     EXIT.
007850*
007860*----------------------------------------------------------*
007870* 5100 SERIES - ONE BRANCH - THE LOWEST HOME BRANCH NOT YET *
007880* PRINTED, EVERY OFFICER UNDER IT IN TABLE ORDER, AND ITS   *
007890* SUBTOTAL.  WHEN NO OFFICER IS LEFT THE BRANCHES ARE DONE. *
007900*----------------------------------------------------------*
007910 5100-WRITE-NEXT-BRANCH.
007920*
007930     MOVE HIGH-VALUES TO WS-CURRENT-BRANCH.
007940     PERFORM 5110-FIND-LOW-BRANCH THRU 5110-EXIT
007950         VARYING WS-OFCR-INDEX FROM 1 BY 1
007960         UNTIL WS-OFCR-INDEX > WS-OFCR-COUNT.
007970     IF WS-CURRENT-BRANCH = HIGH-VALUES
007980         MOVE 'Y' TO WS-BRANCHES-DONE-SWITCH
007990         GO TO 5100-EXIT.
008000     PERFORM 5150-WRITE-BRANCH-HEADER THRU 5150-EXIT.
008010     INITIALIZE BRANCH-TOTALS.
008020     PERFORM 5120-WRITE-BRANCH-OFFICER THRU 5120-EXIT
008030         VARYING WS-OFCR-INDEX FROM 1 BY 1
008040         UNTIL WS-OFCR-INDEX > WS-OFCR-COUNT.
008050     MOVE BRANCH-TOTALS TO LINE-TOTALS.
008060     MOVE SPACES TO OD-OFFICER-ID.
008070     MOVE WS-CURRENT-BRANCH TO OTL-BRANCH-ID.
008080     MOVE OFCR-TOTAL-LABEL TO OD-OFFICER-NAME.
008090     PERFORM 5200-WRITE-TOTALS-LINES THRU 5200-EXIT.
008100     PERFORM 5310-ADD-TO-GRAND THRU 5310-EXIT.
008110 5100-EXIT.
008120     EXIT.
008130*
008140 5110-FIND-LOW-BRANCH.
008150*
008160     IF NOT OT-PRINTED (WS-OFCR-INDEX)
008170             AND OT-HOME-BRANCH (WS-OFCR-INDEX)
008180             < WS-CURRENT-BRANCH
008190         MOVE OT-HOME-BRANCH (WS-OFCR-INDEX) TO WS-CURRENT-BRANCH.
008200 5110-EXIT.
008210     EXIT.
008220*
008230 5120-WRITE-BRANCH-OFFICER.
008240*
008250     IF OT-PRINTED (WS-OFCR-INDEX)
008260             OR OT-HOME-BRANCH (WS-OFCR-INDEX)
008270             NOT = WS-CURRENT-BRANCH
008280         GO TO 5120-EXIT.
008290     MOVE OT-TOTALS (WS-OFCR-INDEX) TO LINE-TOTALS.
008300     MOVE OT-OFFICER-ID (WS-OFCR-INDEX) TO OD-OFFICER-ID.
008310     MOVE OT-OFFICER-NAME (WS-OFCR-INDEX) TO OD-OFFICER-NAME.
008320     PERFORM 5200-WRITE-TOTALS-LINES THRU 5200-EXIT.
008330     PERFORM 5300-ADD-TO-BRANCH THRU 5300-EXIT.
008340     MOVE 'Y' TO OT-PRINTED-SWITCH (WS-OFCR-INDEX).
008350     ADD 1 TO WS-OFFICERS-REPORTED.
008360 5120-EXIT.
008370     EXIT.
008380*
008390*----------------------------------------------------------*
008400* 5150 - THE BRANCH HEADING, WITH THE BRANCH MASTER NAME    *
008410* OR THE BARE CODE WHEN THE MASTER IS ABSENT OR NO LONGER   *
008420* CARRIES THE BRANCH.                                       *
008430*----------------------------------------------------------*
008440 5150-WRITE-BRANCH-HEADER.
008450*
008460     MOVE WS-CURRENT-BRANCH TO OBH-BRANCH-ID.
008470     MOVE WS-CURRENT-BRANCH TO OBH-BRANCH-NAME.
008480     IF NOT WS-BRMSTR-OPEN
008490         GO TO 5150-WRITE.
008500     MOVE WS-CURRENT-BRANCH TO BM-BRANCH-ID.
008510     READ BRANCH-MSTR
008520         INVALID KEY GO TO 5150-WRITE.
008530     MOVE BM-BRANCH-NAME TO OBH-BRANCH-NAME.
008540 5150-WRITE.
008550     MOVE SPACES TO OFCR-SECTION-HDR.
008560     WRITE OFCR-LINE FROM OFCR-SECTION-HDR.
008570     WRITE OFCR-LINE FROM OFCR-BRANCH-HDR.
008580 5150-EXIT.
008590     EXIT.
008600*
008610*----------------------------------------------------------*
008620* 5200 - PRINT THE FIGURES IN LINE-TOTALS UNDER THE ID AND  *
008630* NAME ALREADY IN THE DETAIL LINE - THE SUMMARY LINE, THEN  *
008640* THE BOOKED VOLUME BY LOAN TYPE.                           *
008650*----------------------------------------------------------*
008660 5200-WRITE-TOTALS-LINES.
008670*
008680     MOVE LN-QUOTES TO OD-QUOTES.
008690     MOVE LN-BOOKED TO OD-BOOKED.
008700     IF LN-QUOTES > ZERO
008710         COMPUTE OD-PULL-THRU ROUNDED =
008720             LN-BOOKED * 100 / LN-QUOTES
008730     ELSE
008740         MOVE ZERO TO OD-PULL-THRU.
008750     MOVE LN-BOOKED-VOLUME TO OD-BOOKED-VOLUME.
008760     MOVE LN-RATE-BPS TO OD-RATE-BPS.
008770     MOVE LN-INCENTIVE TO OD-INCENTIVE.
008780     WRITE OFCR-LINE FROM OFCR-DETAIL.
008790     MOVE LN-TYPE-VOLUME (1) TO OTD-FIXED-VOLUME.
008800     MOVE LN-TYPE-VOLUME (2) TO OTD-INT-ONLY-VOLUME.
008810     MOVE LN-TYPE-VOLUME (3) TO OTD-BALLOON-VOLUME.
008820     MOVE LN-TYPE-VOLUME (4) TO OTD-VARIABLE-VOLUME.
008830     WRITE OFCR-LINE FROM OFCR-TYPE-DETAIL.
008840 5200-EXIT.
008850     EXIT.
008860*
008870*----------------------------------------------------------*
008880* 5300/5310 - ROLL THE LINE JUST PRINTED INTO THE BRANCH    *
008890* SUBTOTAL, AND A BRANCH SUBTOTAL INTO THE GRAND TOTAL.     *
008900* A RATE IS NEVER CARRIED UP - A TOTAL HAS NO TIER.         *
008910*----------------------------------------------------------*
008920 5300-ADD-TO-BRANCH.
008930*
008940     ADD LN-QUOTES TO BR-QUOTES.
008950     ADD LN-BOOKED TO BR-BOOKED.
008960     ADD LN-TYPE-VOLUME (1) TO BR-TYPE-VOLUME (1).
008970     ADD LN-TYPE-VOLUME (2) TO BR-TYPE-VOLUME (2).
008980     ADD LN-TYPE-VOLUME (3) TO BR-TYPE-VOLUME (3).
008990     ADD LN-TYPE-VOLUME (4) TO BR-TYPE-VOLUME (4).
009000     ADD LN-BOOKED-VOLUME TO BR-BOOKED-VOLUME.
009010     ADD LN-INCENTIVE TO BR-INCENTIVE.
009020 5300-EXIT.
009030     EXIT.
009040*
009050 5310-ADD-TO-GRAND.
009060*
009070     ADD LN-QUOTES TO GR-QUOTES.
009080     ADD LN-BOOKED TO GR-BOOKED.
009090     ADD LN-TYPE-VOLUME (1) TO GR-TYPE-VOLUME (1).
009100     ADD LN-TYPE-VOLUME (2) TO GR-TYPE-VOLUME (2).
009110     ADD LN-TYPE-VOLUME (3) TO GR-TYPE-VOLUME (3).
009120     ADD LN-TYPE-VOLUME (4) TO GR-TYPE-VOLUME (4).
009130     ADD LN-BOOKED-VOLUME TO GR-BOOKED-VOLUME.
009140     ADD LN-INCENTIVE TO GR-INCENTIVE.
009150 5310-EXIT.
009160     EXIT.
009170*
009180*----------------------------------------------------------*
009190* 6000 SERIES - THE PAYROLL EXTRACT - A DETAIL FOR EVERY    *
009200* OFFICER WHO BOOKED IN THE MONTH, THEN THE TRAILER.        *
009210*----------------------------------------------------------*
009220 6000-WRITE-PAYROLL-EXTRACT.
009230*
009240     PERFORM 6100-WRITE-PAYROLL-DETAIL THRU 6100-EXIT
009250         VARYING WS-OFCR-INDEX FROM 1 BY 1
009260         UNTIL WS-OFCR-INDEX > WS-OFCR-COUNT.
009270     MOVE SPACES TO PAYROLL-EXTRACT-RECORD.
009280     MOVE 'T' TO PX-RECORD-TYPE.
009290     MOVE REPORT-PERIOD-9 TO PX-PERIOD.
009300     MOVE WS-PAYROLL-RECORDS TO PX-RECORD-COUNT.
009310     MOVE GR-INCENTIVE TO PX-TOTAL-INCENTIVE.
009320     WRITE PAYROLL-EXTRACT-RECORD.
009330 6000-EXIT.
009340     EXIT.
009350*
009360 6100-WRITE-PAYROLL-DETAIL.
009370*
009380     IF OT-BOOKED (WS-OFCR-INDEX) = ZERO
009390         GO TO 6100-EXIT.
009400     MOVE SPACES TO PAYROLL-EXTRACT-RECORD.
009410     MOVE 'D' TO PX-RECORD-TYPE.
009420     MOVE REPORT-PERIOD-9 TO PX-PERIOD.
009430     MOVE OT-EMPLOYEE-NUMBER (WS-OFCR-INDEX)
009440         TO PX-EMPLOYEE-NUMBER.
009450     MOVE OT-OFFICER-ID (WS-OFCR-INDEX) TO PX-OFFICER-ID.
009460     MOVE OT-HOME-BRANCH (WS-OFCR-INDEX) TO PX-HOME-BRANCH.
009470     MOVE OT-BOOKED (WS-OFCR-INDEX) TO PX-LOANS-BOOKED.
009480     MOVE OT-BOOKED-VOLUME (WS-OFCR-INDEX) TO PX-BOOKED-VOLUME.
009490     MOVE OT-RATE-BPS (WS-OFCR-INDEX) TO PX-RATE-BPS.
009500     MOVE OT-INCENTIVE (WS-OFCR-INDEX) TO PX-INCENTIVE.
009510     WRITE PAYROLL-EXTRACT-RECORD.
009520     ADD 1 TO WS-PAYROLL-RECORDS.
009530 6100-EXIT.
009540     EXIT.
009550*
009560*----------------------------------------------------------*
009570* 8000 SERIES - CONTROL COUNTS FOR THE RUN, WRITTEN TO THE  *
009580* REPORT AND DISPLAYED FOR THE OPERATOR.                    *
009590*----------------------------------------------------------*
009600 8000-PRINT-CONTROL-TOTALS.
009610*
009620     MOVE "CONTROL ----------------------------------------"
009630         TO OFCR-SECTION-HDR.
009640     WRITE OFCR-LINE FROM OFCR-SECTION-HDR.
009650     MOVE "APPLMSTR RECORDS READ       = " TO OC-TOTAL-LABEL.
009660     MOVE WS-MSTR-READ TO OC-TOTAL-COUNT.
009670     WRITE OFCR-LINE FROM OFCR-CONTROL-LINE.
009680     MOVE "QUOTES ISSUED IN PERIOD     = " TO OC-TOTAL-LABEL.
009690     MOVE WS-QUOTES-IN-PERIOD TO OC-TOTAL-COUNT.
009700     WRITE OFCR-LINE FROM OFCR-CONTROL-LINE.
009710     MOVE "LOANS BOOKED IN PERIOD      = " TO OC-TOTAL-LABEL.
009720     MOVE WS-BOOKED-IN-PERIOD TO OC-TOTAL-COUNT.
009730     WRITE OFCR-LINE FROM OFCR-CONTROL-LINE.
009740     MOVE "OFFICERS REPORTED           = " TO OC-TOTAL-LABEL.
009750     MOVE WS-OFFICERS-REPORTED TO OC-TOTAL-COUNT.
009760     WRITE OFCR-LINE FROM OFCR-CONTROL-LINE.
009770     MOVE "PAYROLL RECORDS WRITTEN     = " TO OC-TOTAL-LABEL.
009780     MOVE WS-PAYROLL-RECORDS TO OC-TOTAL-COUNT.
009790     WRITE OFCR-LINE FROM OFCR-CONTROL-LINE.
009800     MOVE "TOTAL BOOKED VOLUME         = " TO OA-TOTAL-LABEL.
009810     MOVE GR-BOOKED-VOLUME TO OA-TOTAL-AMOUNT.
009820     WRITE OFCR-LINE FROM OFCR-AMOUNT-LINE.
009830     MOVE "TOTAL INCENTIVE EARNED      = " TO OA-TOTAL-LABEL.
009840     MOVE GR-INCENTIVE TO OA-TOTAL-AMOUNT.
009850     WRITE OFCR-LINE FROM OFCR-AMOUNT-LINE.
009860     DISPLAY "APPLMSTR RECORDS READ   = " WS-MSTR-READ.
009870     DISPLAY "QUOTES IN PERIOD        = " WS-QUOTES-IN-PERIOD.
009880     DISPLAY "BOOKED IN PERIOD        = " WS-BOOKED-IN-PERIOD.
009890     DISPLAY "PAYROLL RECORDS WRITTEN = " WS-PAYROLL-RECORDS.
009900 8000-EXIT.
009910     EXIT.
009920*
009930 END PROGRAM OFCRPROD.
