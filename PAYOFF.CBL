000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    PAYOFF.
000040 AUTHOR.        T. ABRAHAM.
000050 INSTALLATION.  CONSUMER LOAN DEPARTMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090*----------------------------------------------------------*
000100* MODIFICATION HISTORY                                     *
000110*----------------------------------------------------------*
000120*  DATE       INIT  DESCRIPTION                             *
000130*  10/15/26   TA    ORIGINAL PROGRAM - PAYOFF QUOTES FOR    *
000140*                   LOANS BOOKED ON THE APPLMSTR            *
000150*                   APPLICATION MASTER.  THE SCHEDULE IS    *
000160*                   REBUILT FROM THE BOOKED AMOUNT, TERM,   *
000170*                   RATE, PAYMENT AND BOOK DATE UP TO THE   *
000180*                   GOOD-THROUGH DATE TO GIVE THE UNPAID    *
000190*                   PRINCIPAL, ACCRUED INTEREST AND PER     *
000200*                   DIEM.  A PAYOFF STATEMENT LETTER GOES   *
000210*                   ON PAYLTR, EVERY REQUEST IS LISTED ON   *
000220*                   PAYRPT AND WRITTEN TO THE AUDIT TRAIL.  *
000230*                   REQUESTS ARE KEYED AT THE DESK OR READ  *
000240*                   IN BATCH FROM THE PAYREQ FILE THE       *
000250*                   BRANCHES SEND IN.                       *
000252*  10/15/26   TA    RUN DATE NOW TAKEN FROM THE BUSINESS    *
000254*                   DATE ON THE CYCLECTL CYCLE CONTROL FILE *
000256*                   IN PLACE OF THE SYSTEM CLOCK.           *
000258*  10/15/26   TA    APPLICATION MASTER RECORD WIDENED TO    *
000260*                   100 CHARACTERS FOR THE CLOSING FEES,    *
000262*                   POINTS, AND ODD-DAYS INTEREST SVCRECON  *
000264*                   POSTS TO THE GENERAL LEDGER.            *
000266*  10/15/26   TA    APPLICATION MASTER RECORD WIDENED TO    *
000268*                   120 CHARACTERS FOR THE SHEET RATE, RATE *
000270*                   CONCESSION, REASON, AND APPROVING       *
000272*                   OPERATOR CALC3000 NOW CARRIES ON EVERY  *
000274*                   QUOTE.                                  *
000276*----------------------------------------------------------*
000278*
000280 ENVIRONMENT DIVISION.
000290*
000300 CONFIGURATION SECTION.
000310*
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340*
000350 INPUT-OUTPUT SECTION.
000360*
000370 FILE-CONTROL.
000380*
000390     SELECT APPL-MSTR
000400         ASSIGN TO APPLMSTR
000410         ORGANIZATION IS INDEXED
000420         ACCESS IS RANDOM
000430         RECORD KEY IS AM-KEY
000440         FILE STATUS IS WS-APPLMSTR-STATUS.
000450*
000460     SELECT PAYOFF-REQ
000470         ASSIGN TO PAYREQ
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PAYREQ-STATUS.
000500*
000510     SELECT PAYOFF-LTR
000520         ASSIGN TO PAYLTR
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PAYLTR-STATUS.
000550*
000560     SELECT PAYOFF-RPT
000570         ASSIGN TO PAYRPT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PAYRPT-STATUS.
000600*
000610     SELECT AUDIT-LOG
000620         ASSIGN TO AUDITLOG
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-AUDIT-STATUS.
000650*
000660     SELECT OPER-FILE
000670         ASSIGN TO OPERFILE
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-OPERFILE-STATUS.
000700*
000701     SELECT CYCLE-CTL
000702         ASSIGN TO CYCLECTL
000703         ORGANIZATION IS LINE SEQUENTIAL
000704         FILE STATUS IS WS-CYCLE-STATUS.
000705*
000710 DATA DIVISION.
000720*
000730 FILE SECTION.
000740*
000750*----------------------------------------------------------*
000760* APPL-MSTR - APPLICATION MASTER KEYED ON APPLICATION       *
000770* NUMBER AND BRANCH - SEE THE APPLMSTR COPYBOOK.  ONLY A    *
000780* LOAN SVCRECON HAS MARKED BOOKED CAN BE QUOTED A PAYOFF.   *
000790*----------------------------------------------------------*
000800 FD  APPL-MSTR
000810     RECORD CONTAINS 120 CHARACTERS.
000820*
000830     COPY APPLMSTR.
000840*
000850*----------------------------------------------------------*
000860* PAYOFF-REQ - PAYOFF REQUESTS SENT IN BY THE BRANCHES, ONE *
000870* PER LINE - APPLICATION NUMBER, BRANCH, GOOD-THROUGH DATE  *
000880* AND WHO ASKED FOR THE FIGURES (CUSTOMER OR TITLE COMPANY) *
000890*----------------------------------------------------------*
000900 FD  PAYOFF-REQ
000910     RECORD CONTAINS 60 CHARACTERS.
000920*
000930 01  PAYOFF-REQ-RECORD.
000940     05  PR-APPL-NUMBER             PIC 9(08).
000950     05  PR-BRANCH-ID               PIC X(04).
000960     05  PR-GOOD-THROUGH            PIC 9(08).
000970     05  PR-REQUESTED-BY            PIC X(30).
000980     05  FILLER                     PIC X(10).
000990*
001000*----------------------------------------------------------*
001010* PAYOFF-LTR - FORMATTED PAYOFF STATEMENT, ONE PER REQUEST  *
001020* QUOTED, READY FOR THE DESK TO SEND.                       *
001030*----------------------------------------------------------*
001040 FD  PAYOFF-LTR
001050     RECORD CONTAINS 80 CHARACTERS.
001060*
001070 01  PAYOFF-LTR-LINE               PIC X(80).
001080*
001090*----------------------------------------------------------*
001100* PAYOFF-RPT - REGISTER OF EVERY REQUEST IN THE RUN, QUOTED *
001110* OR DECLINED WITH THE REASON, FOLLOWED BY CONTROL TOTALS.  *
001120*----------------------------------------------------------*
001130 FD  PAYOFF-RPT
001140     RECORD CONTAINS 80 CHARACTERS.
001150*
001160 01  PAYOFF-RPT-LINE               PIC X(80).
001170*
001180*----------------------------------------------------------*
001190* AUDIT-LOG - THE SAME PERMANENT TRAIL CALC3000 APPENDS     *
001200* TO - EVERY PAYOFF REQUEST GOES ON IT.                     *
001210*----------------------------------------------------------*
001220 FD  AUDIT-LOG
001230     RECORD CONTAINS 100 CHARACTERS.
001240*
001250 01  AUDIT-LINE                    PIC X(100).
001260*
001270*----------------------------------------------------------*
001280* OPER-FILE - OPERATOR SECURITY PROFILES SHARED WITH        *
001290* CALC3000 - SEE THE OPERSEC COPYBOOK.                      *
001300*----------------------------------------------------------*
001310 FD  OPER-FILE
001320     RECORD CONTAINS 17 CHARACTERS.
001330*
001340     COPY OPERSEC.
001350*
001351*----------------------------------------------------------*
001352* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
001353* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN.        *
001354*----------------------------------------------------------*
001355 FD  CYCLE-CTL
001356     RECORD CONTAINS 300 CHARACTERS.
001357*
001358 01  CYCLE-CTL-REC                 PIC X(300).
001359*
001360 WORKING-STORAGE SECTION.
001370*
001380*----------------------------------------------------------*
001390* STANDALONE SWITCHES AND COUNTERS                          *
001400*----------------------------------------------------------*
001410 77  WS-APPLMSTR-STATUS             PIC X(02)  VALUE SPACES.
001420 77  WS-PAYREQ-STATUS               PIC X(02)  VALUE SPACES.
001430 77  WS-PAYLTR-STATUS               PIC X(02)  VALUE SPACES.
001440 77  WS-PAYRPT-STATUS               PIC X(02)  VALUE SPACES.
001450 77  WS-AUDIT-STATUS                PIC X(02)  VALUE SPACES.
001460 77  WS-OPERFILE-STATUS             PIC X(02)  VALUE SPACES.
001465 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
001470*
001480 77  WS-MODE-SWITCH                 PIC X(01)  VALUE 'I'.
001490     88  WS-INTERACTIVE-MODE                   VALUE 'I'.
001500     88  WS-BATCH-MODE                         VALUE 'B'.
001510*
001520 77  WS-PAYREQ-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001530     88  WS-PAYREQ-EOF                         VALUE 'Y'.
001540*
001550 77  WS-REQUEST-SWITCH              PIC X(01)  VALUE 'Y'.
001560     88  WS-REQUEST-VALID                      VALUE 'Y'.
001570     88  WS-REQUEST-DECLINED                   VALUE 'N'.
001580*
001590 77  WS-OPER-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001600     88  WS-OPER-EOF                           VALUE 'Y'.
001610*
001620 77  WS-SIGNON-SWITCH               PIC X(01)  VALUE 'N'.
001630     88  WS-SIGNED-ON                          VALUE 'Y'.
001640*
001650 77  WS-AUTH-LEVEL                  PIC X(01)  VALUE SPACE.
001660     88  WS-SUPERVISOR                         VALUE 'S'.
001670*
001680 77  WS-SIGNON-TRIES                PIC 9(01)  COMP VALUE ZERO.
001690 77  WS-PASSWORD-ENTERED            PIC X(08)  VALUE SPACES.
001700*
001710 77  WS-MODE-CHOICE                 PIC 9      VALUE ZERO.
001720 77  WS-NUMBER-ENTERED              PIC 9      VALUE 1.
001730*
001740 77  WS-REQUESTS-READ               PIC 9(07)  COMP VALUE ZERO.
001750 77  WS-REQUESTS-QUOTED             PIC 9(07)  COMP VALUE ZERO.
001760 77  WS-REQUESTS-DECLINED           PIC 9(07)  COMP VALUE ZERO.
001770 77  WS-TOTAL-PAYOFF-AMT            PIC 9(11)V99 VALUE ZERO.
001780*
001790*----------------------------------------------------------*
001800* CALENDAR WORK FIELDS FOR THE GOOD-THROUGH DATE EDIT - THE *
001810* DAY IS HELD AGAINST THE REAL LENGTH OF ITS MONTH, THE     *
001820* SAME WAY CALC3000 EDITS A FUNDING DATE.                   *
001830*----------------------------------------------------------*
001840 77  WS-MAX-GOOD-DD                 PIC 9(02)  COMP VALUE 31.
001850 77  WS-LEAP-QUOT                   PIC 9(04)  COMP VALUE ZERO.
001860 77  WS-LEAP-REM-4                  PIC 9(04)  COMP VALUE ZERO.
001870 77  WS-LEAP-REM-100                PIC 9(04)  COMP VALUE ZERO.
001880 77  WS-LEAP-REM-400                PIC 9(04)  COMP VALUE ZERO.
001890*
001900 01  OPERATOR-INFO.
001910*
001920     05  OPERATOR-ID                PIC X(08)  VALUE SPACES.
001930     05  RUN-DATE                   PIC 9(08).
001940     05  RUN-TIME                   PIC 9(08).
001950*
001960*----------------------------------------------------------*
001970* THE REQUEST BEING WORKED - KEYED AT THE DESK OR MOVED IN  *
001980* FROM A PAYREQ LINE.                                       *
001990*----------------------------------------------------------*
002000 01  PAYOFF-REQUEST.
002010     05  PQ-APPL-NUMBER             PIC 9(08)  VALUE ZERO.
002020     05  PQ-BRANCH-ID               PIC X(04)  VALUE SPACES.
002030     05  PQ-GOOD-THROUGH            PIC 9(08)  VALUE ZERO.
002040     05  PQ-GOOD-THROUGH-X REDEFINES PQ-GOOD-THROUGH.
002050         10  PQ-GOOD-CCYY           PIC 9(04).
002060         10  PQ-GOOD-MM             PIC 9(02).
002070         10  PQ-GOOD-DD             PIC 9(02).
002080     05  PQ-REQUESTED-BY            PIC X(30)  VALUE SPACES.
002090     05  PQ-DECLINE-REASON          PIC X(15)  VALUE SPACES.
002100*
002110*----------------------------------------------------------*
002120* SCHEDULE REBUILD WORK FIELDS.  THE FIRST DUE DATE FOLLOWS *
002130* THE CALC3000 RULE - A LOAN BOOKED ON THE 1ST IS FIRST DUE *
002140* THE 1ST OF THE NEXT MONTH, ANY OTHER DAY THE 1ST OF THE   *
002150* MONTH AFTER THAT, WITH THE ODD DAYS PREPAID AT CLOSING -  *
002160* SO INTEREST RUNS FROM ONE MONTH BEFORE THE FIRST DUE      *
002170* DATE.  EVERY PAYMENT DUE ON OR BEFORE THE GOOD-THROUGH    *
002180* DATE IS TAKEN AS RECEIVED ON ITS DUE DATE, AND INTEREST   *
002190* ACCRUES FROM THE LAST OF THEM TO THE GOOD-THROUGH DATE.   *
002200*----------------------------------------------------------*
002210 01  PAYOFF-WORK-FIELDS.
002220     05  PW-DUE-DATE.
002230         10  PW-DUE-CCYY            PIC 9(04).
002240         10  PW-DUE-MM              PIC 9(02).
002250         10  PW-DUE-DD              PIC 9(02).
002260     05  PW-DUE-DATE-9 REDEFINES PW-DUE-DATE
002270                                    PIC 9(08).
002280     05  PW-PAID-THROUGH            PIC 9(08).
002290     05  PW-PAYMENTS-APPLIED        PIC 9(03)  COMP.
002300     05  PW-BALANCE                 PIC 9(08)V99.
002310     05  PW-MONTHLY-RATE            PIC S9V9999999999.
002320     05  PW-DAILY-RATE              PIC S9V9999999999.
002330     05  PW-PERIOD-INTEREST         PIC 9(08)V99.
002340     05  PW-PERIOD-PRINCIPAL        PIC S9(08)V99.
002350     05  PW-ACCRUED-DAYS            PIC S9(05) COMP.
002360     05  PW-PER-DIEM                PIC 9(05)V99.
002370     05  PW-ACCRUED-INTEREST        PIC 9(07)V99.
002380     05  PW-PAYOFF-TOTAL            PIC 9(08)V99.
002390*
002400*----------------------------------------------------------*
002410* PAYOFF LINE FOR THE AUDIT TRAIL - DATE, TIME, AND         *
002420* OPERATOR SIT IN THE SAME COLUMNS AS EVERY OTHER AUDIT     *
002430* LINE.  THE LINE OPENS WITH TEXT WHERE A QUOTE LINE HAS    *
002440* ITS APPLICATION NUMBER, SO AUDITRPT COUNTS IT BUT DOES    *
002450* NOT ADD THE PAYOFF INTO THE AMOUNT QUOTED.                *
002460*----------------------------------------------------------*
002470 01  AUDIT-PAY-DETAIL.
002480     05  AUDIT-PAY-DATE             PIC 9(08).
002490     05  FILLER                     PIC X(01) VALUE SPACE.
002500     05  AUDIT-PAY-TIME             PIC 9(08).
002510     05  FILLER                     PIC X(01) VALUE SPACE.
002520     05  AUDIT-PAY-OPERATOR         PIC X(08).
002530     05  FILLER                     PIC X(01) VALUE SPACE.
002540     05  FILLER                     PIC X(07) VALUE "PAYOFF ".
002550     05  AUDIT-PAY-APPL-NUMBER      PIC 9(08).
002560     05  FILLER                     PIC X(01) VALUE "/".
002570     05  AUDIT-PAY-BRANCH-ID        PIC X(04).
002580     05  FILLER                     PIC X(06) VALUE " THRU ".
002590     05  AUDIT-PAY-GOOD-THROUGH     PIC 9(08).
002600     05  FILLER                     PIC X(01) VALUE SPACE.
002610     05  AUDIT-PAY-RESULT           PIC X(08).
002620     05  FILLER                     PIC X(01) VALUE SPACE.
002630     05  AUDIT-PAY-TOTAL            PIC ZZ,ZZZ,ZZ9.99
002640                                    BLANK WHEN ZERO.
002650     05  FILLER                     PIC X(01) VALUE SPACE.
002660     05  AUDIT-PAY-REASON           PIC X(15).
002670*
002680*----------------------------------------------------------*
002690* SECURITY EVENT LINE FOR THE AUDIT TRAIL - SAME COLUMNS    *
002700* AS THE CALC3000 SECURITY LINE.                            *
002710*----------------------------------------------------------*
002720 01  AUDIT-SEC-DETAIL.
002730     05  AUDIT-SEC-DATE             PIC 9(08).
002740     05  FILLER                     PIC X(01) VALUE SPACE.
002750     05  AUDIT-SEC-TIME             PIC 9(08).
002760     05  FILLER                     PIC X(01) VALUE SPACE.
002770     05  AUDIT-SEC-OPERATOR         PIC X(08).
002780     05  FILLER                     PIC X(01) VALUE SPACE.
002790     05  AUDIT-SEC-MESSAGE          PIC X(40).
002800     05  FILLER                     PIC X(33) VALUE SPACES.
002810*
002820*----------------------------------------------------------*
002830* PAYOFF STATEMENT LETTER LINE LAYOUTS                      *
002840*----------------------------------------------------------*
002850 01  LTR-SEPARATOR                  PIC X(80) VALUE ALL "=".
002860*
002870 01  LTR-DATE-LINE.
002880     05  FILLER                     PIC X(07) VALUE "DATE = ".
002890     05  LTR-DATE                   PIC 9(08).
002900     05  FILLER                     PIC X(65) VALUE SPACES.
002910*
002920 01  LTR-ATTN-LINE.
002930     05  FILLER                     PIC X(06) VALUE "ATTN: ".
002940     05  LTR-ATTN-NAME              PIC X(30).
002950     05  FILLER                     PIC X(44) VALUE SPACES.
002960*
002970 01  LTR-APPL-LINE.
002980     05  FILLER                     PIC X(14) VALUE
002990         "APPLICATION = ".
003000     05  LTR-APPL-NUMBER            PIC 9(08).
003010     05  FILLER                     PIC X(11) VALUE
003020         "  BRANCH = ".
003030     05  LTR-BRANCH-ID              PIC X(04).
003040     05  FILLER                     PIC X(43) VALUE SPACES.
003050*
003060 01  LTR-TEXT-1                     PIC X(80) VALUE
003070     "PAYOFF STATEMENT - AMOUNT NEEDED TO PAY THIS LOAN IN FULL:".
003080*
003090 01  LTR-AMT-LINE.
003100     05  FILLER                     PIC X(23) VALUE
003110         "  ORIGINAL AMOUNT    = ".
003120     05  LTR-AMT                    PIC $Z,ZZZ,ZZZ.99.
003130     05  FILLER                     PIC X(44) VALUE SPACES.
003140*
003150 01  LTR-BOOK-LINE.
003160     05  FILLER                     PIC X(23) VALUE
003170         "  BOOKED ON          = ".
003180     05  LTR-BOOK-DATE              PIC 9(08).
003190     05  FILLER                     PIC X(49) VALUE SPACES.
003200*
003210 01  LTR-RATE-LINE.
003220     05  FILLER                     PIC X(23) VALUE
003230         "  INTEREST RATE      = ".
003240     05  LTR-RATE                   PIC ZZ.99.
003250     05  FILLER                     PIC X(04) VALUE " PCT".
003260     05  FILLER                     PIC X(48) VALUE SPACES.
003270*
003280 01  LTR-PMT-LINE.
003290     05  FILLER                     PIC X(23) VALUE
003300         "  MONTHLY PAYMENT    = ".
003310     05  LTR-PMT                    PIC $ZZ,ZZZ,ZZZ.99.
003320     05  FILLER                     PIC X(43) VALUE SPACES.
003330*
003340 01  LTR-PAID-LINE.
003350     05  FILLER                     PIC X(23) VALUE
003360         "  PAYMENTS APPLIED   = ".
003370     05  LTR-PAYMENTS-APPLIED       PIC ZZ9.
003380     05  FILLER                     PIC X(04) VALUE " OF ".
003390     05  LTR-TERM                   PIC ZZ9.
003400     05  FILLER                     PIC X(47) VALUE SPACES.
003410*
003420 01  LTR-PRIN-LINE.
003430     05  FILLER                     PIC X(23) VALUE
003440         "  UNPAID PRINCIPAL   = ".
003450     05  LTR-PRINCIPAL              PIC $ZZ,ZZZ,ZZZ.99.
003460     05  FILLER                     PIC X(43) VALUE SPACES.
003470*
003480 01  LTR-ACCRUED-LINE.
003490     05  FILLER                     PIC X(23) VALUE
003500         "  ACCRUED INTEREST   = ".
003510     05  LTR-ACCRUED                PIC $ZZ,ZZZ,ZZZ.99.
003520     05  FILLER                     PIC X(06) VALUE " FROM ".
003530     05  LTR-PAID-THROUGH           PIC 9(08).
003540     05  FILLER                     PIC X(02) VALUE " (".
003550     05  LTR-ACCRUED-DAYS           PIC ZZZ9.
003560     05  FILLER                     PIC X(06) VALUE " DAYS)".
003570     05  FILLER                     PIC X(17) VALUE SPACES.
003580*
003590 01  LTR-TOTAL-LINE.
003600     05  FILLER                     PIC X(23) VALUE
003610         "  TOTAL PAYOFF       = ".
003620     05  LTR-TOTAL                  PIC $ZZ,ZZZ,ZZZ.99.
003630     05  FILLER                     PIC X(43) VALUE SPACES.
003640*
003650 01  LTR-GOOD-LINE.
003660     05  FILLER                     PIC X(23) VALUE
003670         "  GOOD THROUGH       = ".
003680     05  LTR-GOOD-THROUGH           PIC 9(08).
003690     05  FILLER                     PIC X(49) VALUE SPACES.
003700*
003710 01  LTR-DIEM-LINE.
003720     05  FILLER                     PIC X(23) VALUE
003730         "  PER DIEM INTEREST  = ".
003740     05  LTR-PER-DIEM               PIC $ZZ,ZZZ.99.
003750     05  FILLER                     PIC X(47) VALUE SPACES.
003760*
003770 01  LTR-TEXT-2                     PIC X(80) VALUE
003780     "FIGURES ASSUME ALL PAYMENTS DUE BY THE GOOD-THROUGH DATE".
003790*
003800 01  LTR-TEXT-3                     PIC X(80) VALUE
003810     "ARE MADE.  FOR LATER FUNDS ADD THE PER DIEM FOR EACH DAY.".
003820*
003830 01  LTR-TEXT-4                     PIC X(80) VALUE
003840     "CONSUMER LOAN DEPARTMENT".
003850*
003860*----------------------------------------------------------*
003870* PAYOFF REGISTER LINE LAYOUTS                              *
003880*----------------------------------------------------------*
003890 01  RPT-RUN-HDR.
003900     05  FILLER                     PIC X(37) VALUE
003910         "PAYOFF QUOTE REGISTER FOR RUN DATE = ".
003920     05  RPT-RUN-DATE               PIC 9(08).
003930     05  FILLER                     PIC X(35) VALUE SPACES.
003940*
003950 01  RPT-COL-HDR.
003960     05  FILLER                     PIC X(40) VALUE
003970         "APPL NO  BRCH GOOD-THR     PRINCIPAL    ".
003980     05  FILLER                     PIC X(40) VALUE
003990         "ACCRUED  TOTAL PAYOFF  NOTE             ".
004000*
004010 01  RPT-DETAIL.
004020     05  RD-APPL-NUMBER             PIC 9(08).
004030     05  FILLER                     PIC X(01) VALUE SPACE.
004040     05  RD-BRANCH-ID               PIC X(04).
004050     05  FILLER                     PIC X(01) VALUE SPACE.
004060     05  RD-GOOD-THROUGH            PIC 9(08).
004070     05  FILLER                     PIC X(01) VALUE SPACE.
004080     05  RD-PRINCIPAL               PIC ZZ,ZZZ,ZZ9.99
004090                                    BLANK WHEN ZERO.
004100     05  FILLER                     PIC X(01) VALUE SPACE.
004110     05  RD-ACCRUED                 PIC ZZZ,ZZ9.99
004120                                    BLANK WHEN ZERO.
004130     05  FILLER                     PIC X(01) VALUE SPACE.
004140     05  RD-TOTAL                   PIC ZZ,ZZZ,ZZ9.99
004150                                    BLANK WHEN ZERO.
004160     05  FILLER                     PIC X(02) VALUE SPACES.
004170     05  RD-NOTE                    PIC X(15).
004180     05  FILLER                     PIC X(02) VALUE SPACES.
004190*
004200 01  RPT-TOTAL-LINE.
004210     05  RT-TOTAL-LABEL             PIC X(30).
004220     05  RT-TOTAL-COUNT             PIC Z,ZZZ,ZZ9.
004230     05  FILLER                     PIC X(41) VALUE SPACES.
004240*
004250 01  RPT-AMOUNT-LINE.
004260     05  FILLER                     PIC X(30) VALUE
004270         "TOTAL OF PAYOFFS QUOTED     = ".
004280     05  RT-TOTAL-AMOUNT            PIC $ZZ,ZZZ,ZZZ,ZZZ.99.
004290     05  FILLER                     PIC X(32) VALUE SPACES.
004300*
004303     COPY CYCLECTL.
004306*
004310 PROCEDURE DIVISION.
004320*
004330*----------------------------------------------------------*
004340* 0000-MAINLINE - SIGN ON, TAKE PAYOFF REQUESTS FROM THE    *
004350* DESK OR THE PAYREQ FILE, THEN PRINT THE CONTROL TOTALS.   *
004360*----------------------------------------------------------*
004370 0000-MAINLINE.
004380*
004390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004400     PERFORM 2000-SELECT-MODE THRU 2000-EXIT.
004410     IF WS-BATCH-MODE
004420         PERFORM 3000-BATCH-PROCESS THRU 3000-EXIT
004430     ELSE
004440         PERFORM 4000-INTERACTIVE-PROCESS THRU 4000-EXIT.
004450     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
004460     CLOSE APPL-MSTR.
004470     CLOSE PAYOFF-LTR.
004480     CLOSE PAYOFF-RPT.
004490     CLOSE AUDIT-LOG.
004500     DISPLAY "End of payoff quote run.".
004510     STOP RUN.
004520*
004530 1000-INITIALIZE.
004540*
004550     DISPLAY "PAYOFF - PAYOFF QUOTES FOR BOOKED LOANS".
004560     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
004570     OPEN EXTEND AUDIT-LOG.
004580     IF WS-AUDIT-STATUS = "35"
004590         OPEN OUTPUT AUDIT-LOG.
004600*    SIGN-ON COMES AFTER THE AUDIT LOG IS OPEN SO A
004610*    DECLINED ATTEMPT CAN GO ON THE TRAIL.
004620     PERFORM 1300-SIGN-ON THRU 1300-EXIT.
004630     OPEN INPUT APPL-MSTR.
004640     IF WS-APPLMSTR-STATUS = "35"
004650         DISPLAY "NO APPLMSTR APPLICATION MASTER - NOTHING HAS "
004660             "BEEN BOOKED TO QUOTE."
004670         STOP RUN.
004680     IF WS-APPLMSTR-STATUS NOT = "00"
004690         DISPLAY "APPL-MSTR OPEN FAILED - STATUS = "
004700             WS-APPLMSTR-STATUS
004710         STOP RUN.
004720     OPEN OUTPUT PAYOFF-LTR.
004730     IF WS-PAYLTR-STATUS NOT = "00"
004740         DISPLAY "PAYOFF-LTR OPEN FAILED - STATUS = "
004750             WS-PAYLTR-STATUS
004760         STOP RUN.
004770     OPEN OUTPUT PAYOFF-RPT.
004780     IF WS-PAYRPT-STATUS NOT = "00"
004790         DISPLAY "PAYOFF-RPT OPEN FAILED - STATUS = "
004800             WS-PAYRPT-STATUS
004810         STOP RUN.
004820     MOVE RUN-DATE TO RPT-RUN-DATE.
004830     WRITE PAYOFF-RPT-LINE FROM RPT-RUN-HDR.
004840     WRITE PAYOFF-RPT-LINE FROM RPT-COL-HDR.
004850 1000-EXIT.
004860     EXIT.
004870*
004871*----------------------------------------------------------*
004872* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
004873* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
004874* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
004875* BEING PROCESSED.                                          *
004876*----------------------------------------------------------*
004877 1050-GET-BUSINESS-DATE.
004878*
004879     OPEN INPUT CYCLE-CTL.
004880     IF WS-CYCLE-STATUS = "35"
004881         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
004882             "BUSINESS DATE WITH CYCLEMNT."
004883         STOP RUN.
004884     IF WS-CYCLE-STATUS NOT = "00"
004885         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
004886             WS-CYCLE-STATUS
004887         STOP RUN.
004888     MOVE SPACES TO CYCLE-CONTROL.
004889     READ CYCLE-CTL INTO CYCLE-CONTROL
004890         AT END MOVE SPACES TO CYCLE-CONTROL.
004891     CLOSE CYCLE-CTL.
004892     IF CC-BUSINESS-DATE NOT NUMERIC
004893             OR CC-BUSINESS-DATE = ZERO
004894         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
004895             "CYCLEMNT."
004896         STOP RUN.
004897     MOVE CC-BUSINESS-DATE TO RUN-DATE.
004898 1050-EXIT.
004899     EXIT.
004900*
004901*----------------------------------------------------------*
004902* 1300 SERIES - OPERATOR SIGN-ON AGAINST THE OPERFILE       *
004903* SECURITY FILE - SAME RULES AS THE CALC3000 SIGN-ON.       *
004910* THREE TRIES, THEN THE SESSION ENDS, AND EVERY DECLINED    *
004920* ATTEMPT GOES ON THE AUDIT TRAIL.                          *
004930*----------------------------------------------------------*
004940 1300-SIGN-ON.
004950*
004960     MOVE ZERO TO WS-SIGNON-TRIES.
004970 1300-TRY.
004980     ADD 1 TO WS-SIGNON-TRIES.
004990     IF WS-SIGNON-TRIES > 3
005000         DISPLAY "SIGN-ON FAILED - SESSION ENDED."
005010         STOP RUN.
005020     DISPLAY "Enter operator ID (8 characters).".
005030     ACCEPT OPERATOR-ID.
005040     DISPLAY "Enter password.".
005050     ACCEPT WS-PASSWORD-ENTERED.
005060     PERFORM 1310-VERIFY-OPERATOR THRU 1310-EXIT.
005070     IF NOT WS-SIGNED-ON
005080         MOVE "SIGN-ON DECLINED - BAD ID OR PASSWORD"
005090             TO AUDIT-SEC-MESSAGE
005100         PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT
005110         DISPLAY "ID or password not recognized."
005120         GO TO 1300-TRY.
005130 1300-EXIT.
005140     EXIT.
005150*
005160 1310-VERIFY-OPERATOR.
005170*
005180     MOVE 'N' TO WS-SIGNON-SWITCH.
005190     MOVE 'N' TO WS-OPER-EOF-SWITCH.
005200     MOVE SPACE TO WS-AUTH-LEVEL.
005210     OPEN INPUT OPER-FILE.
005220     IF WS-OPERFILE-STATUS = "35"
005230         DISPLAY "NO OPERFILE SECURITY FILE - BUILD THE "
005240             "OPERATOR PROFILES BEFORE RUNNING."
005250         STOP RUN.
005260     IF WS-OPERFILE-STATUS NOT = "00"
005270         DISPLAY "OPER-FILE OPEN FAILED - STATUS = "
005280             WS-OPERFILE-STATUS
005290         STOP RUN.
005300     PERFORM 1315-MATCH-OPERATOR THRU 1315-EXIT
005310         UNTIL WS-OPER-EOF OR WS-SIGNED-ON.
005320     CLOSE OPER-FILE.
005330 1310-EXIT.
005340     EXIT.
005350*
005360 1315-MATCH-OPERATOR.
005370*
005380     READ OPER-FILE
005390         AT END MOVE 'Y' TO WS-OPER-EOF-SWITCH.
005400     IF NOT WS-OPER-EOF
005410         IF OP-OPERATOR-ID = OPERATOR-ID
005420                 AND OP-PASSWORD = WS-PASSWORD-ENTERED
005430             MOVE OP-AUTH-LEVEL TO WS-AUTH-LEVEL
005440             MOVE 'Y' TO WS-SIGNON-SWITCH.
005450 1315-EXIT.
005460     EXIT.
005470*
005480 1320-WRITE-SECURITY-AUDIT.
005490*
005500     ACCEPT RUN-TIME FROM TIME.
005510     MOVE RUN-DATE TO AUDIT-SEC-DATE.
005520     MOVE RUN-TIME TO AUDIT-SEC-TIME.
005530     MOVE OPERATOR-ID TO AUDIT-SEC-OPERATOR.
005540     WRITE AUDIT-LINE FROM AUDIT-SEC-DETAIL.
005550 1320-EXIT.
005560     EXIT.
005570*
005580 2000-SELECT-MODE.
005590*
005600     DISPLAY "----------------------------------------".
005610     DISPLAY "Enter 1 to key payoff requests at the desk.".
005620     DISPLAY "Enter 2 to process the branch PAYREQ file.".
005630     ACCEPT WS-MODE-CHOICE.
005640     IF WS-MODE-CHOICE = 2
005650         MOVE 'B' TO WS-MODE-SWITCH
005660     ELSE
005670         MOVE 'I' TO WS-MODE-SWITCH.
005680 2000-EXIT.
005690     EXIT.
005700*
005710*----------------------------------------------------------*
005720* 3000 SERIES - BATCH MODE - ONE PAYOFF QUOTE PER LINE OF   *
005730* THE PAYREQ FILE.                                          *
005740*----------------------------------------------------------*
005750 3000-BATCH-PROCESS.
005760*
005770     OPEN INPUT PAYOFF-REQ.
005780     IF WS-PAYREQ-STATUS NOT = "00"
005790         DISPLAY "PAYOFF-REQ OPEN FAILED - STATUS = "
005800             WS-PAYREQ-STATUS
005810         GO TO 3000-EXIT.
005820     PERFORM 3040-READ-PAYOFF-REQ THRU 3040-EXIT.
005830     PERFORM 3100-PROCESS-PAYOFF-REQ THRU 3100-EXIT
005840         UNTIL WS-PAYREQ-EOF.
005850     CLOSE PAYOFF-REQ.
005860 3000-EXIT.
005870     EXIT.
005880*
005890 3040-READ-PAYOFF-REQ.
005900*
005910     READ PAYOFF-REQ
005920         AT END MOVE 'Y' TO WS-PAYREQ-EOF-SWITCH.
005930 3040-EXIT.
005940     EXIT.
005950*
005960 3100-PROCESS-PAYOFF-REQ.
005970*
005980*    A NON-NUMERIC APPLICATION NUMBER OR DATE IS CARRIED AS
005990*    ZERO SO THE EDITS IN 5000 DECLINE IT.
006000     IF PR-APPL-NUMBER IS NUMERIC
006010         MOVE PR-APPL-NUMBER TO PQ-APPL-NUMBER
006020     ELSE
006030         MOVE ZERO TO PQ-APPL-NUMBER.
006040     MOVE PR-BRANCH-ID TO PQ-BRANCH-ID.
006050     IF PR-GOOD-THROUGH IS NUMERIC
006060         MOVE PR-GOOD-THROUGH TO PQ-GOOD-THROUGH
006070     ELSE
006080         MOVE ZERO TO PQ-GOOD-THROUGH.
006090     MOVE PR-REQUESTED-BY TO PQ-REQUESTED-BY.
006100     PERFORM 5000-QUOTE-PAYOFF THRU 5000-EXIT.
006110     PERFORM 3040-READ-PAYOFF-REQ THRU 3040-EXIT.
006120 3100-EXIT.
006130     EXIT.
006140*
006150*----------------------------------------------------------*
006160* 4000 SERIES - INTERACTIVE MODE - THE DESK KEYS ONE        *
006170* REQUEST AT A TIME AND SEES THE FIGURES AT ONCE.           *
006180*----------------------------------------------------------*
006190 4000-INTERACTIVE-PROCESS.
006200*
006210     PERFORM 4100-TAKE-PAYOFF-REQUEST THRU 4100-EXIT
006220         UNTIL WS-NUMBER-ENTERED = ZERO.
006230 4000-EXIT.
006240     EXIT.
006250*
006260 4100-TAKE-PAYOFF-REQUEST.
006270*
006280     DISPLAY "----------------------------------------".
006290     DISPLAY "To end the program, enter 0.".
006300     DISPLAY "To quote another payoff, enter 1.".
006310     ACCEPT WS-NUMBER-ENTERED.
006320     DISPLAY "----------------------------------------".
006330     IF WS-NUMBER-ENTERED NOT = 1
006340         GO TO 4100-EXIT.
006350     DISPLAY "Enter application number (xxxxxxxx).".
006360     ACCEPT PQ-APPL-NUMBER.
006370     DISPLAY "Enter branch ID (xxxx).".
006380     ACCEPT PQ-BRANCH-ID.
006390     DISPLAY "Enter good-through date (CCYYMMDD).".
006400     ACCEPT PQ-GOOD-THROUGH.
006410     DISPLAY "Enter requested by (30 characters).".
006420     ACCEPT PQ-REQUESTED-BY.
006430     PERFORM 5000-QUOTE-PAYOFF THRU 5000-EXIT.
006440     IF WS-REQUEST-DECLINED
006450         DISPLAY "Payoff not quoted - " PQ-DECLINE-REASON
006460         GO TO 4100-EXIT.
006470     DISPLAY "Unpaid principal = " LTR-PRINCIPAL.
006480     DISPLAY "Accrued interest = " LTR-ACCRUED.
006490     DISPLAY "Total payoff     = " LTR-TOTAL.
006500     DISPLAY "Per diem         = " LTR-PER-DIEM.
006510 4100-EXIT.
006520     EXIT.
006530*
006540*----------------------------------------------------------*
006550* 5000 SERIES - QUOTE ONE PAYOFF REQUEST.  THE REQUEST IS   *
006560* EDITED, THE LOAN READ FROM THE MASTER AND ITS SCHEDULE    *
006570* REBUILT TO THE GOOD-THROUGH DATE.  A QUOTED REQUEST GETS  *
006580* A LETTER; EVERY REQUEST GOES ON THE REGISTER AND THE      *
006590* AUDIT TRAIL.                                              *
006600*----------------------------------------------------------*
006610 5000-QUOTE-PAYOFF.
006620*
006630     ADD 1 TO WS-REQUESTS-READ.
006640     MOVE 'Y' TO WS-REQUEST-SWITCH.
006650     MOVE SPACES TO PQ-DECLINE-REASON.
006660     MOVE ZERO TO PW-BALANCE.
006670     MOVE ZERO TO PW-ACCRUED-INTEREST.
006680     MOVE ZERO TO PW-PAYOFF-TOTAL.
006690     PERFORM 5100-EDIT-REQUEST THRU 5100-EXIT.
006700     IF WS-REQUEST-VALID
006710         PERFORM 5200-REBUILD-SCHEDULE THRU 5200-EXIT.
006720     IF WS-REQUEST-VALID
006730         PERFORM 5300-FIGURE-PAYOFF THRU 5300-EXIT.
006740     IF WS-REQUEST-VALID
006750         ADD 1 TO WS-REQUESTS-QUOTED
006760         ADD PW-PAYOFF-TOTAL TO WS-TOTAL-PAYOFF-AMT
006770         PERFORM 6000-WRITE-PAYOFF-LETTER THRU 6000-EXIT
006780     ELSE
006790         ADD 1 TO WS-REQUESTS-DECLINED.
006800     PERFORM 6100-WRITE-REGISTER-LINE THRU 6100-EXIT.
006810     PERFORM 6200-WRITE-PAYOFF-AUDIT THRU 6200-EXIT.
006820 5000-EXIT.
006830     EXIT.
006840*
006850*----------------------------------------------------------*
006860* 5100 - THE LOAN MUST BE ON THE MASTER AND BOOKED, AND THE *
006870* GOOD-THROUGH DATE A REAL DATE NO EARLIER THAN THE RUN     *
006880* DATE OR THE BOOK DATE.                                    *
006890*----------------------------------------------------------*
006900 5100-EDIT-REQUEST.
006910*
006920     PERFORM 5110-SET-MAX-GOOD-DD THRU 5110-EXIT.
006930     IF PQ-GOOD-MM < 1 OR PQ-GOOD-MM > 12
006940             OR PQ-GOOD-DD < 1
006950             OR PQ-GOOD-DD > WS-MAX-GOOD-DD
006960         MOVE "DATE INVALID" TO PQ-DECLINE-REASON
006970         GO TO 5100-DECLINE.
006980     IF PQ-GOOD-THROUGH < RUN-DATE
006990         MOVE "DATE BEFORE RUN" TO PQ-DECLINE-REASON
007000         GO TO 5100-DECLINE.
007010     MOVE PQ-APPL-NUMBER TO AM-APPL-NUMBER.
007020     MOVE PQ-BRANCH-ID TO AM-BRANCH-ID.
007030     READ APPL-MSTR
007040         INVALID KEY
007050             MOVE "NOT ON MASTER" TO PQ-DECLINE-REASON
007060             GO TO 5100-DECLINE.
007070     IF NOT AM-BOOKED
007080         MOVE "NOT BOOKED" TO PQ-DECLINE-REASON
007090         GO TO 5100-DECLINE.
007100     IF AM-BOOK-DATE NOT NUMERIC
007110             OR AM-BOOK-DATE = ZERO
007120         MOVE "NO BOOK DATE" TO PQ-DECLINE-REASON
007130         GO TO 5100-DECLINE.
007140     IF PQ-GOOD-THROUGH < AM-BOOK-DATE
007150         MOVE "BEFORE BOOKING" TO PQ-DECLINE-REASON
007160         GO TO 5100-DECLINE.
007170     GO TO 5100-EXIT.
007180 5100-DECLINE.
007190     MOVE 'N' TO WS-REQUEST-SWITCH.
007200 5100-EXIT.
007210     EXIT.
007220*
007230 5110-SET-MAX-GOOD-DD.
007240*
007250     MOVE 31 TO WS-MAX-GOOD-DD.
007260     IF PQ-GOOD-MM = 04 OR PQ-GOOD-MM = 06
007270             OR PQ-GOOD-MM = 09 OR PQ-GOOD-MM = 11
007280         MOVE 30 TO WS-MAX-GOOD-DD.
007290     IF PQ-GOOD-MM NOT = 02
007300         GO TO 5110-EXIT.
007310     MOVE 28 TO WS-MAX-GOOD-DD.
007320     DIVIDE PQ-GOOD-CCYY BY 4
007330         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4.
007340     DIVIDE PQ-GOOD-CCYY BY 100
007350         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100.
007360     DIVIDE PQ-GOOD-CCYY BY 400
007370         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400.
007380     IF WS-LEAP-REM-4 = 0
007390             AND (WS-LEAP-REM-100 NOT = 0
007400             OR WS-LEAP-REM-400 = 0)
007410         MOVE 29 TO WS-MAX-GOOD-DD.
007420 5110-EXIT.
007430     EXIT.
007440*
007450*----------------------------------------------------------*
007460* 5200 - REPLAY THE BOOKED SCHEDULE.  EACH PAYMENT SPLITS   *
007470* INTO INTEREST AND PRINCIPAL EXACTLY AS THE CALC3000       *
007480* AMORTIZATION SCHEDULE DOES, AND THE LAST PAYMENT OF THE   *
007490* TERM TAKES WHATEVER PRINCIPAL IS LEFT - THE BALLOON OR    *
007500* THE INTEREST-ONLY PRINCIPAL.  A VARIABLE-RATE LOAN IS     *
007510* FIGURED AT ITS BOOKED RATE.                               *
007520*----------------------------------------------------------*
007530 5200-REBUILD-SCHEDULE.
007540*
007550     MOVE AM-LOAN-AMOUNT TO PW-BALANCE.
007560     MOVE ZERO TO PW-PAYMENTS-APPLIED.
007570     COMPUTE PW-MONTHLY-RATE =
007580         (AM-INTEREST-RATE / 100) / 12.
007590     MOVE AM-BOOK-DATE TO PW-DUE-DATE-9.
007600     IF PW-DUE-DD NOT = 01
007610         MOVE 01 TO PW-DUE-DD
007620         PERFORM 5230-ADVANCE-DUE-DATE THRU 5230-EXIT.
007630*    INTEREST RUNS FROM HERE - THE BOOK DATE ITSELF, OR THE
007640*    1ST THE PREPAID ODD DAYS RAN TO.
007650     MOVE PW-DUE-DATE-9 TO PW-PAID-THROUGH.
007660     PERFORM 5230-ADVANCE-DUE-DATE THRU 5230-EXIT.
007670     PERFORM 5210-APPLY-PAYMENT THRU 5210-EXIT
007680         UNTIL PW-DUE-DATE-9 > PQ-GOOD-THROUGH
007690         OR PW-PAYMENTS-APPLIED NOT < AM-NUMBER-OF-MONTHS.
007700     IF PW-BALANCE = ZERO
007710         MOVE "PAID IN FULL" TO PQ-DECLINE-REASON
007720         MOVE 'N' TO WS-REQUEST-SWITCH.
007730 5200-EXIT.
007740     EXIT.
007750*
007760 5210-APPLY-PAYMENT.
007770*
007780     ADD 1 TO PW-PAYMENTS-APPLIED.
007790     COMPUTE PW-PERIOD-INTEREST ROUNDED =
007800         PW-BALANCE * PW-MONTHLY-RATE.
007810     COMPUTE PW-PERIOD-PRINCIPAL =
007820         AM-MONTHLY-PAYMENT - PW-PERIOD-INTEREST.
007830     IF PW-PERIOD-PRINCIPAL < ZERO
007840         MOVE ZERO TO PW-PERIOD-PRINCIPAL.
007850     IF PW-PAYMENTS-APPLIED = AM-NUMBER-OF-MONTHS
007860         MOVE PW-BALANCE TO PW-PERIOD-PRINCIPAL.
007870     IF PW-PERIOD-PRINCIPAL > PW-BALANCE
007880         MOVE PW-BALANCE TO PW-PERIOD-PRINCIPAL.
007890     SUBTRACT PW-PERIOD-PRINCIPAL FROM PW-BALANCE.
007900     MOVE PW-DUE-DATE-9 TO PW-PAID-THROUGH.
007910     PERFORM 5230-ADVANCE-DUE-DATE THRU 5230-EXIT.
007920 5210-EXIT.
007930     EXIT.
007940*
007950 5230-ADVANCE-DUE-DATE.
007960*
007970     ADD 1 TO PW-DUE-MM.
007980     IF PW-DUE-MM > 12
007990         MOVE 01 TO PW-DUE-MM
008000         ADD 1 TO PW-DUE-CCYY.
008010 5230-EXIT.
008020     EXIT.
008030*
008040*----------------------------------------------------------*
008050* 5300 - THE PER DIEM IS ONE DAY'S SIMPLE INTEREST ON THE   *
008060* UNPAID PRINCIPAL ON A 365-DAY YEAR, AS FOR THE CALC3000   *
008070* ODD DAYS, AND THE ACCRUED INTEREST IS THE PER DIEM FOR    *
008080* EACH DAY FROM THE PAID-THROUGH DATE TO THE GOOD-THROUGH   *
008090* DATE.  A GOOD-THROUGH DATE STILL INSIDE THE PREPAID ODD   *
008100* DAYS ACCRUES NOTHING.                                     *
008110*----------------------------------------------------------*
008120 5300-FIGURE-PAYOFF.
008130*
008140     COMPUTE PW-DAILY-RATE =
008150         (AM-INTEREST-RATE / 100) / 365.
008160     COMPUTE PW-PER-DIEM ROUNDED =
008170         PW-BALANCE * PW-DAILY-RATE.
008180     COMPUTE PW-ACCRUED-DAYS =
008190         FUNCTION INTEGER-OF-DATE (PQ-GOOD-THROUGH)
008200         - FUNCTION INTEGER-OF-DATE (PW-PAID-THROUGH).
008210     IF PW-ACCRUED-DAYS < ZERO
008220         MOVE ZERO TO PW-ACCRUED-DAYS.
008230     COMPUTE PW-ACCRUED-INTEREST =
008240         PW-PER-DIEM * PW-ACCRUED-DAYS.
008250     COMPUTE PW-PAYOFF-TOTAL =
008260         PW-BALANCE + PW-ACCRUED-INTEREST.
008270 5300-EXIT.
008280     EXIT.
008290*
008300*----------------------------------------------------------*
008310* 6000 SERIES - OUTPUT FOR EACH REQUEST - THE PAYOFF        *
008320* STATEMENT LETTER, THE REGISTER LINE AND THE AUDIT LINE.   *
008330*----------------------------------------------------------*
008340 6000-WRITE-PAYOFF-LETTER.
008350*
008360     WRITE PAYOFF-LTR-LINE FROM LTR-SEPARATOR.
008370     MOVE RUN-DATE TO LTR-DATE.
008380     WRITE PAYOFF-LTR-LINE FROM LTR-DATE-LINE.
008390     IF PQ-REQUESTED-BY NOT = SPACES
008400         MOVE PQ-REQUESTED-BY TO LTR-ATTN-NAME
008410         WRITE PAYOFF-LTR-LINE FROM LTR-ATTN-LINE.
008420     MOVE SPACES TO PAYOFF-LTR-LINE.
008430     WRITE PAYOFF-LTR-LINE.
008440     MOVE AM-APPL-NUMBER TO LTR-APPL-NUMBER.
008450     MOVE AM-BRANCH-ID TO LTR-BRANCH-ID.
008460     WRITE PAYOFF-LTR-LINE FROM LTR-APPL-LINE.
008470     WRITE PAYOFF-LTR-LINE FROM LTR-TEXT-1.
008480     MOVE AM-LOAN-AMOUNT TO LTR-AMT.
008490     WRITE PAYOFF-LTR-LINE FROM LTR-AMT-LINE.
008500     MOVE AM-BOOK-DATE TO LTR-BOOK-DATE.
008510     WRITE PAYOFF-LTR-LINE FROM LTR-BOOK-LINE.
008520     MOVE AM-INTEREST-RATE TO LTR-RATE.
008530     WRITE PAYOFF-LTR-LINE FROM LTR-RATE-LINE.
008540     MOVE AM-MONTHLY-PAYMENT TO LTR-PMT.
008550     WRITE PAYOFF-LTR-LINE FROM LTR-PMT-LINE.
008560     MOVE PW-PAYMENTS-APPLIED TO LTR-PAYMENTS-APPLIED.
008570     MOVE AM-NUMBER-OF-MONTHS TO LTR-TERM.
008580     WRITE PAYOFF-LTR-LINE FROM LTR-PAID-LINE.
008590     MOVE PW-BALANCE TO LTR-PRINCIPAL.
008600     WRITE PAYOFF-LTR-LINE FROM LTR-PRIN-LINE.
008610     MOVE PW-ACCRUED-INTEREST TO LTR-ACCRUED.
008620     MOVE PW-PAID-THROUGH TO LTR-PAID-THROUGH.
008630     MOVE PW-ACCRUED-DAYS TO LTR-ACCRUED-DAYS.
008640     WRITE PAYOFF-LTR-LINE FROM LTR-ACCRUED-LINE.
008650     MOVE PW-PAYOFF-TOTAL TO LTR-TOTAL.
008660     WRITE PAYOFF-LTR-LINE FROM LTR-TOTAL-LINE.
008670     MOVE PQ-GOOD-THROUGH TO LTR-GOOD-THROUGH.
008680     WRITE PAYOFF-LTR-LINE FROM LTR-GOOD-LINE.
008690     MOVE PW-PER-DIEM TO LTR-PER-DIEM.
008700     WRITE PAYOFF-LTR-LINE FROM LTR-DIEM-LINE.
008710     MOVE SPACES TO PAYOFF-LTR-LINE.
008720     WRITE PAYOFF-LTR-LINE.
008730     WRITE PAYOFF-LTR-LINE FROM LTR-TEXT-2.
008740     WRITE PAYOFF-LTR-LINE FROM LTR-TEXT-3.
008750     WRITE PAYOFF-LTR-LINE FROM LTR-TEXT-4.
008760 6000-EXIT.
008770     EXIT.
008780*
008790 6100-WRITE-REGISTER-LINE.
008800*
008810     MOVE PQ-APPL-NUMBER TO RD-APPL-NUMBER.
008820     MOVE PQ-BRANCH-ID TO RD-BRANCH-ID.
008830     MOVE PQ-GOOD-THROUGH TO RD-GOOD-THROUGH.
008840     MOVE PW-BALANCE TO RD-PRINCIPAL.
008850     MOVE PW-ACCRUED-INTEREST TO RD-ACCRUED.
008860     MOVE PW-PAYOFF-TOTAL TO RD-TOTAL.
008870     IF WS-REQUEST-VALID
008880         MOVE "QUOTED" TO RD-NOTE
008890     ELSE
008900         MOVE PQ-DECLINE-REASON TO RD-NOTE.
008910     WRITE PAYOFF-RPT-LINE FROM RPT-DETAIL.
008920 6100-EXIT.
008930     EXIT.
008940*
008950 6200-WRITE-PAYOFF-AUDIT.
008960*
008970     ACCEPT RUN-TIME FROM TIME.
008980     MOVE RUN-DATE TO AUDIT-PAY-DATE.
008990     MOVE RUN-TIME TO AUDIT-PAY-TIME.
009000     MOVE OPERATOR-ID TO AUDIT-PAY-OPERATOR.
009010     MOVE PQ-APPL-NUMBER TO AUDIT-PAY-APPL-NUMBER.
009020     MOVE PQ-BRANCH-ID TO AUDIT-PAY-BRANCH-ID.
009030     MOVE PQ-GOOD-THROUGH TO AUDIT-PAY-GOOD-THROUGH.
009040     IF WS-REQUEST-VALID
009050         MOVE "TOTAL =" TO AUDIT-PAY-RESULT
009060         MOVE PW-PAYOFF-TOTAL TO AUDIT-PAY-TOTAL
009070         MOVE SPACES TO AUDIT-PAY-REASON
009080     ELSE
009090         MOVE "DECLINED" TO AUDIT-PAY-RESULT
009100         MOVE ZERO TO AUDIT-PAY-TOTAL
009110         MOVE PQ-DECLINE-REASON TO AUDIT-PAY-REASON.
009120     WRITE AUDIT-LINE FROM AUDIT-PAY-DETAIL.
009130 6200-EXIT.
009140     EXIT.
009150*
009160*----------------------------------------------------------*
009170* 8000 SERIES - CONTROL COUNTS FOR THE RUN, WRITTEN TO THE  *
009180* REGISTER AND DISPLAYED FOR THE OPERATOR.                  *
009190*----------------------------------------------------------*
009200 8000-PRINT-CONTROL-TOTALS.
009210*
009220     MOVE SPACES TO PAYOFF-RPT-LINE.
009230     WRITE PAYOFF-RPT-LINE.
009240     MOVE "PAYOFF REQUESTS READ        = " TO RT-TOTAL-LABEL.
009250     MOVE WS-REQUESTS-READ TO RT-TOTAL-COUNT.
009260     WRITE PAYOFF-RPT-LINE FROM RPT-TOTAL-LINE.
009270     MOVE "PAYOFFS QUOTED              = " TO RT-TOTAL-LABEL.
009280     MOVE WS-REQUESTS-QUOTED TO RT-TOTAL-COUNT.
009290     WRITE PAYOFF-RPT-LINE FROM RPT-TOTAL-LINE.
009300     MOVE "REQUESTS DECLINED           = " TO RT-TOTAL-LABEL.
009310     MOVE WS-REQUESTS-DECLINED TO RT-TOTAL-COUNT.
009320     WRITE PAYOFF-RPT-LINE FROM RPT-TOTAL-LINE.
009330     MOVE WS-TOTAL-PAYOFF-AMT TO RT-TOTAL-AMOUNT.
009340     WRITE PAYOFF-RPT-LINE FROM RPT-AMOUNT-LINE.
009350     DISPLAY "PAYOFF REQUESTS READ    = " WS-REQUESTS-READ.
009360     DISPLAY "PAYOFFS QUOTED          = " WS-REQUESTS-QUOTED.
009370     DISPLAY "REQUESTS DECLINED       = " WS-REQUESTS-DECLINED.
009380 8000-EXIT.
009390     EXIT.
009400*
009410 END PROGRAM PAYOFF.
