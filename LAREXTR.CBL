000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    LAREXTR.
000040 AUTHOR.        T. ABRAHAM.
000050 INSTALLATION.  CONSUMER LOAN DEPARTMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090*----------------------------------------------------------*
000100* MODIFICATION HISTORY                                     *
000110*----------------------------------------------------------*
000120*  DATE       INIT  DESCRIPTION                             *
000130*  10/15/26   TA    ORIGINAL PROGRAM - QUARTERLY LOAN       *
000140*                   APPLICATION REGISTER EXTRACT.  EVERY    *
000150*                   APPLICATION QUOTED OR DECLINED IN A     *
000160*                   KEYED-IN DATE RANGE GETS ONE LARREC     *
000170*                   RECORD WITH ITS ACTION TAKEN - BOOKED   *
000180*                   ON APPLMSTR, DECLINED ON THE NOTCREG    *
000190*                   REGISTER, AGED OUT UNBOOKED, OR STILL   *
000200*                   PENDING.  QUOTES COME FROM THE QHARCH   *
000210*                   ARCHIVE AS WELL AS THE LIVE QUOTEHIST   *
000220*                   SO A FULL QUARTER IS COVERED AFTER      *
000230*                   ARCHMNTH TRIMS THE LIVE FILE.  A        *
000240*                   CONTROL PAGE COUNTS THE RECORDS BY      *
000250*                   ACTION AND BY BRANCH FOR TYING OUT TO   *
000260*                   PRODTRND BEFORE FILING.                 *
000262*  10/15/26   TA    RUN DATE NOW TAKEN FROM THE BUSINESS    *
000264*                   DATE ON THE CYCLECTL CYCLE CONTROL FILE *
000266*                   IN PLACE OF THE SYSTEM CLOCK.           *
000267*  10/15/26   TA    QUOTE HISTORY LAYOUT WIDENED FOR THE    *
000268*                   LOAN OFFICER ID CALC3000 NOW CARRIES ON *
000269*                   EVERY QUOTE.                            *
000270*  10/15/26   TA    APPLICATION MASTER RECORD WIDENED TO    *
000271*                   100 CHARACTERS FOR THE CLOSING FEES,    *
000272*                   POINTS, AND ODD-DAYS INTEREST SVCRECON  *
000273*                   POSTS TO THE GENERAL LEDGER.            *
000274*  10/15/26   TA    QUOTE HISTORY AND APPLICATION MASTER    *
000275*                   LAYOUTS WIDENED FOR THE SHEET RATE,     *
000276*                   RATE CONCESSION, REASON, AND APPROVING  *
000277*                   OPERATOR CALC3000 NOW CARRIES ON EVERY  *
000278*                   QUOTE.                                  *
000279*  10/15/26   TA    AN UNBOOKED QUOTE PAST THE AGE-OUT      *
000280*                   WINDOW IS REGISTERED AS PENDING, NOT    *
000281*                   WITHDRAWN, WHILE A RATE LOCK ON IT IS   *
000282*                   STILL IN FORCE.                         *
000283*----------------------------------------------------------*
000284*
000290 ENVIRONMENT DIVISION.
000300*
000310 CONFIGURATION SECTION.
000320*
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350*
000360 INPUT-OUTPUT SECTION.
000370*
000380 FILE-CONTROL.
000390*
000400     SELECT QUOTE-HIST
000410         ASSIGN TO QUOTEHIST
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-QUOTEHIST-STATUS.
000440*
000450     SELECT QUOTE-ARCH
000460         ASSIGN TO QHARCH
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-QHARCH-STATUS.
000490*
000500     SELECT NOTICE-REG
000510         ASSIGN TO NOTCREG
000520         ORGANIZATION IS INDEXED
000530         ACCESS IS DYNAMIC
000540         RECORD KEY IS NR-KEY
000550         FILE STATUS IS WS-NOTCREG-STATUS.
000560*
000570     SELECT APPL-MSTR
000580         ASSIGN TO APPLMSTR
000590         ORGANIZATION IS INDEXED
000600         ACCESS IS RANDOM
000610         RECORD KEY IS AM-KEY
000620         FILE STATUS IS WS-APPLMSTR-STATUS.
000630*
000640     SELECT BRANCH-MSTR
000650         ASSIGN TO BRMSTR
000660         ORGANIZATION IS INDEXED
000670         ACCESS IS RANDOM
000680         RECORD KEY IS BM-BRANCH-ID
000690         FILE STATUS IS WS-BRMSTR-STATUS.
000700*
000701     SELECT RATE-LOCK
000702         ASSIGN TO RATELOCK
000703         ORGANIZATION IS INDEXED
000704         ACCESS IS RANDOM
000705         RECORD KEY IS RL-KEY
000706         FILE STATUS IS WS-RATELOCK-STATUS.
000707*
000710     SELECT LAR-WORK
000720         ASSIGN TO LARWORK
000730         ORGANIZATION IS INDEXED
000740         ACCESS IS DYNAMIC
000750         RECORD KEY IS LW-KEY
000760         FILE STATUS IS WS-LARWORK-STATUS.
000770*
000780     SELECT LAR-EXTRACT
000790         ASSIGN TO LAREXTR
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-LAREXTR-STATUS.
000820*
000830     SELECT LAR-RPT
000840         ASSIGN TO LARRPT
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-LARRPT-STATUS.
000870*
000871     SELECT CYCLE-CTL
000872         ASSIGN TO CYCLECTL
000873         ORGANIZATION IS LINE SEQUENTIAL
000874         FILE STATUS IS WS-CYCLE-STATUS.
000875*
000880 DATA DIVISION.
000890*
000900 FILE SECTION.
000910*
000920*----------------------------------------------------------*
000930* QUOTE-HIST - CUMULATIVE QUOTE HISTORY WRITTEN BY          *
000940* CALC3000 - THE LIVE WINDOW ARCHMNTH LEAVES BEHIND.  READ  *
000950* INTO THE QUOTE HISTORY LAYOUT IN WORKING STORAGE.         *
000960*----------------------------------------------------------*
000970 FD  QUOTE-HIST
000980     RECORD CONTAINS 67 CHARACTERS.
000990*
001000 01  QUOTE-HIST-IN                 PIC X(67).
001010*
001020*----------------------------------------------------------*
001030* QUOTE-ARCH - CUMULATIVE ARCHIVE OF THE QUOTE HISTORY      *
001040* RECORDS ARCHMNTH HAS CUT OUT OF THE LIVE FILE - SAME      *
001050* LAYOUT.                                                   *
001060*----------------------------------------------------------*
001070 FD  QUOTE-ARCH
001080     RECORD CONTAINS 67 CHARACTERS.
001090*
001100 01  QUOTE-ARCH-IN                 PIC X(67).
001110*
001120*----------------------------------------------------------*
001130* NOTICE-REG - KEYED REGISTER OF EVERY ADVERSE ACTION       *
001140* NOTICE CALC3000 HAS ISSUED - SEE THE NOTCREG COPYBOOK.    *
001150* EACH ENTRY IS A CREDIT DECLINE AND IS THE DENIAL SOURCE   *
001160* FOR THE REGISTER.                                         *
001170*----------------------------------------------------------*
001180 FD  NOTICE-REG
001190     RECORD CONTAINS 140 CHARACTERS.
001200*
001210     COPY NOTCREG.
001220*
001230*----------------------------------------------------------*
001240* APPL-MSTR - KEYED APPLICATION MASTER MAINTAINED BY        *
001250* CALC3000 AND SVCRECON - SEE THE APPLMSTR COPYBOOK.  THE   *
001260* BOOKED STATUS THERE MARKS AN APPLICATION ORIGINATED.      *
001270*----------------------------------------------------------*
001280 FD  APPL-MSTR
001290     RECORD CONTAINS 120 CHARACTERS.
001300*
001310     COPY APPLMSTR.
001320*
001330*----------------------------------------------------------*
001340* BRANCH-MSTR - KEYED BRANCH MASTER MAINTAINED THROUGH      *
001350* BRMAINT - SEE THE BRMSTR COPYBOOK.  READ FOR THE NAME     *
001360* PRINTED ON EACH BRANCH CONTROL LINE.                      *
001370*----------------------------------------------------------*
001380 FD  BRANCH-MSTR
001390     RECORD CONTAINS 60 CHARACTERS.
001400*
001410     COPY BRMSTR.
001420*
001421*----------------------------------------------------------*
001422* RATE-LOCK - KEYED RATE LOCK FILE MAINTAINED THROUGH       *
001423* LOCKMNT - SEE THE RATELOCK COPYBOOK.  AN UNBOOKED QUOTE   *
001424* PAST THE AGE-OUT WINDOW UNDER A LOCK STILL IN FORCE IS    *
001425* STILL PENDING.                                            *
001426*----------------------------------------------------------*
001427 FD  RATE-LOCK
001428     RECORD CONTAINS 80 CHARACTERS.
001429*
001430     COPY RATELOCK.
001431*
001432*----------------------------------------------------------*
001440* LAR-WORK - KEYED WORK FILE HOLDING ONE REGISTER RECORD    *
001450* PER APPLICATION WHILE THE SOURCES ARE PASSED, SO AN       *
001460* APPLICATION QUOTED TWICE OR QUOTED AND DECLINED IS        *
001470* REPORTED ONCE, ON ITS LATEST ACTIVITY.  REBUILT EACH RUN. *
001480*----------------------------------------------------------*
001490 FD  LAR-WORK
001500     RECORD CONTAINS 50 CHARACTERS.
001510*
001520 01  LAR-WORK-RECORD.
001530     05  LW-KEY                     PIC X(12).
001540     05  LW-APPL-DATE               PIC 9(08).
001550     05  FILLER                     PIC X(30).
001560*
001570*----------------------------------------------------------*
001580* LAR-EXTRACT - THE REGISTER FILE FOR COMPLIANCE, IN        *
001590* APPLICATION ORDER - SEE THE LARREC COPYBOOK.              *
001600*----------------------------------------------------------*
001610 FD  LAR-EXTRACT
001620     RECORD CONTAINS 50 CHARACTERS.
001630*
001640 01  LAR-EXTRACT-RECORD            PIC X(50).
001650*
001660*----------------------------------------------------------*
001670* LAR-RPT - CONTROL PAGE - COUNTS BY ACTION TAKEN AND BY    *
001680* BRANCH, AND THE SOURCE RECORD COUNTS FOR THE RUN.         *
001690*----------------------------------------------------------*
001700 FD  LAR-RPT
001710     RECORD CONTAINS 80 CHARACTERS.
001720*
001730 01  LAR-RPT-LINE                  PIC X(80).
001740*
001741*----------------------------------------------------------*
001742* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
001743* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN.        *
001744*----------------------------------------------------------*
001745 FD  CYCLE-CTL
001746     RECORD CONTAINS 300 CHARACTERS.
001747*
001748 01  CYCLE-CTL-REC                 PIC X(300).
001749*
001750 WORKING-STORAGE SECTION.
001760*
001770*----------------------------------------------------------*
001780* STANDALONE SWITCHES AND COUNTERS                          *
001790*----------------------------------------------------------*
001800 77  WS-QUOTEHIST-STATUS            PIC X(02)  VALUE SPACES.
001810 77  WS-QHARCH-STATUS               PIC X(02)  VALUE SPACES.
001820 77  WS-NOTCREG-STATUS              PIC X(02)  VALUE SPACES.
001830 77  WS-APPLMSTR-STATUS             PIC X(02)  VALUE SPACES.
001840 77  WS-BRMSTR-STATUS               PIC X(02)  VALUE SPACES.
001850 77  WS-LARWORK-STATUS              PIC X(02)  VALUE SPACES.
001860 77  WS-LAREXTR-STATUS              PIC X(02)  VALUE SPACES.
001870 77  WS-LARRPT-STATUS               PIC X(02)  VALUE SPACES.
001875 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
001877 77  WS-RATELOCK-STATUS             PIC X(02)  VALUE SPACES.
001880*
001890 77  WS-HIST-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001900     88  WS-HIST-EOF                           VALUE 'Y'.
001910*
001920 77  WS-NOTCREG-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001930     88  WS-NOTCREG-EOF                        VALUE 'Y'.
001940*
001950 77  WS-WORK-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001960     88  WS-WORK-EOF                           VALUE 'Y'.
001970*
001980 77  WS-MSTR-FOUND-SWITCH           PIC X(01)  VALUE 'N'.
001990     88  WS-MSTR-FOUND                         VALUE 'Y'.
002000*
002010 77  WS-BRANCH-FOUND-SWITCH         PIC X(01)  VALUE 'N'.
002020     88  WS-BRANCH-FOUND                       VALUE 'Y'.
002030*
002040 77  WS-BRMSTR-OPEN-SWITCH          PIC X(01)  VALUE 'N'.
002050     88  WS-BRMSTR-OPEN                        VALUE 'Y'.
002051*
002052 77  WS-RATELOCK-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
002053     88  WS-RATELOCK-OPEN                      VALUE 'Y'.
002054*
002055 77  WS-LOCK-IN-FORCE-SWITCH        PIC X(01)  VALUE 'N'.
002056     88  WS-LOCK-IN-FORCE                      VALUE 'Y'.
002060*
002070 77  WS-BRANCH-COUNT                PIC 9(03)  COMP VALUE ZERO.
002080 77  WS-BRANCH-INDEX                PIC 9(03)  COMP VALUE ZERO.
002090 77  WS-MAX-BRANCHES                PIC 9(03)  COMP VALUE 100.
002100*
002110*----------------------------------------------------------*
002120* AN UNBOOKED QUOTE OLDER THAN THIS MANY DAYS AT THE RUN    *
002130* DATE HAS AGED OUT - THE SAME 30-DAY WINDOW THE CALC3000   *
002140* DUPLICATE EDIT AND THE ARCHMNTH LIVE FILE USE - UNLESS A  *
002145* RATE LOCK ON IT IS STILL IN FORCE.                        *
002150*----------------------------------------------------------*
002160 77  WS-AGE-OUT-DAYS                PIC 9(03)  COMP VALUE 30.
002170*
002180 77  WS-RUN-DATE-INT                PIC 9(08)  COMP VALUE ZERO.
002190 77  WS-QUOTE-AGE                   PIC S9(05) COMP VALUE ZERO.
002200*
002210 77  WS-FROM-DATE                   PIC 9(08)  VALUE ZERO.
002220 77  WS-THRU-DATE                   PIC 9(08)  VALUE ZERO.
002230*
002240 77  WS-ARCH-QUOTES-READ            PIC 9(07)  COMP VALUE ZERO.
002250 77  WS-LIVE-QUOTES-READ            PIC 9(07)  COMP VALUE ZERO.
002260 77  WS-NOTICES-READ                PIC 9(07)  COMP VALUE ZERO.
002270 77  WS-OUT-OF-RANGE                PIC 9(07)  COMP VALUE ZERO.
002280 77  WS-SUPERSEDED                  PIC 9(07)  COMP VALUE ZERO.
002290 77  WS-RECORDS-WRITTEN             PIC 9(07)  COMP VALUE ZERO.
002300 77  WS-COUNT-ORIGINATED            PIC 9(07)  COMP VALUE ZERO.
002310 77  WS-COUNT-NOT-ACCEPTED          PIC 9(07)  COMP VALUE ZERO.
002320 77  WS-COUNT-DENIED                PIC 9(07)  COMP VALUE ZERO.
002330 77  WS-COUNT-PENDING               PIC 9(07)  COMP VALUE ZERO.
002340*
002350 01  RUN-DATE                       PIC 9(08).
002360*
002363     COPY CYCLECTL.
002366*
002370*----------------------------------------------------------*
002380* A KEYED-IN RANGE DATE BROKEN OUT FOR THE EDIT             *
002390*----------------------------------------------------------*
002400 01  RANGE-DATE-CHECK.
002410     05  RD-DATE                    PIC 9(08).
002420     05  RD-DATE-R REDEFINES RD-DATE.
002430         10  RD-CCYY                PIC 9(04).
002440         10  RD-MM                  PIC 9(02).
002450         10  RD-DD                  PIC 9(02).
002460*
002470*----------------------------------------------------------*
002480* QUOTE HISTORY RECORD - SAME LAYOUT AS THE CALC3000        *
002490* RECORD - FILLED FROM EITHER THE LIVE FILE OR THE ARCHIVE. *
002500*----------------------------------------------------------*
002510 01  QUOTE-HIST-RECORD.
002520     05  QH-APPL-NUMBER             PIC 9(08).
002530     05  QH-BRANCH-ID               PIC X(04).
002540     05  QH-LOAN-AMOUNT             PIC 9(07).
002550     05  QH-NUMBER-OF-MONTHS        PIC 9(03).
002560     05  QH-QUOTE-DATE              PIC 9(08).
002570     05  QH-LOAN-TYPE               PIC X(01).
002580     05  QH-INTEREST-RATE           PIC 9(02)V99.
002590     05  QH-MONTHLY-PAYMENT         PIC 9(08)V99.
002595     05  QH-OFFICER-ID              PIC X(06).
002596     05  QH-SHEET-RATE              PIC 9(02)V99.
002597     05  QH-CONCESSION-BPS          PIC 9(03).
002598     05  QH-CONCESSION-REASON       PIC X(01).
002599     05  QH-CONCESSION-APPROVER     PIC X(08).
002600*
002610     COPY LARREC.
002620*
002630*----------------------------------------------------------*
002640* PER-BRANCH ACTION COUNTS - ONE ENTRY PER BRANCH ON THE    *
002650* EXTRACT.                                                  *
002660*----------------------------------------------------------*
002670 01  BRANCH-ACTION-TABLE.
002680     05  BRANCH-ENTRY OCCURS 100 TIMES.
002690         10  BT-BRANCH-ID           PIC X(04).
002700         10  BT-ORIGINATED          PIC 9(05)  COMP.
002710         10  BT-NOT-ACCEPTED        PIC 9(05)  COMP.
002720         10  BT-DENIED              PIC 9(05)  COMP.
002730         10  BT-PENDING             PIC 9(05)  COMP.
002740         10  BT-TOTAL               PIC 9(05)  COMP.
002750*
002760*----------------------------------------------------------*
002770* REPORT LINE LAYOUTS                                       *
002780*----------------------------------------------------------*
002790 01  LAR-RUN-HDR.
002800     05  FILLER                     PIC X(36) VALUE
002810         "LOAN APPLICATION REGISTER CONTROL - ".
002820     05  LAR-RUN-DATE               PIC 9(08).
002830     05  FILLER                     PIC X(36) VALUE SPACES.
002840*
002850 01  LAR-RANGE-HDR.
002860     05  FILLER                     PIC X(24) VALUE
002870         "APPLICATIONS DATED FROM ".
002880     05  LAR-FROM-DATE              PIC 9(08).
002890     05  FILLER                     PIC X(06) VALUE " THRU ".
002900     05  LAR-THRU-DATE              PIC 9(08).
002910     05  FILLER                     PIC X(34) VALUE SPACES.
002920*
002930 01  LAR-SECTION-HDR                PIC X(60).
002940*
002950 01  LAR-BRANCH-HDR.
002960     05  FILLER                     PIC X(06) VALUE "BRANCH".
002970     05  FILLER                     PIC X(20) VALUE SPACES.
002980     05  FILLER                     PIC X(40) VALUE
002990         "  ORIG NOT ACC  DENIED  PENDING    TOTAL".
003000     05  FILLER                     PIC X(14) VALUE SPACES.
003010*
003020 01  LAR-BRANCH-DETAIL.
003030     05  LBD-BRANCH-NAME            PIC X(25).
003040     05  FILLER                     PIC X(01) VALUE SPACE.
003050     05  LBD-ORIGINATED             PIC ZZ,ZZ9.
003060     05  FILLER                     PIC X(02) VALUE SPACES.
003070     05  LBD-NOT-ACCEPTED           PIC ZZ,ZZ9.
003080     05  FILLER                     PIC X(02) VALUE SPACES.
003090     05  LBD-DENIED                 PIC ZZ,ZZ9.
003100     05  FILLER                     PIC X(03) VALUE SPACES.
003110     05  LBD-PENDING                PIC ZZ,ZZ9.
003120     05  FILLER                     PIC X(03) VALUE SPACES.
003130     05  LBD-TOTAL                  PIC ZZ,ZZ9.
003140     05  FILLER                     PIC X(14) VALUE SPACES.
003150*
003160 01  LAR-TOTAL-LINE.
003170     05  LT-TOTAL-LABEL             PIC X(30).
003180     05  LT-TOTAL-COUNT             PIC Z,ZZZ,ZZ9.
003190     05  FILLER                     PIC X(41) VALUE SPACES.
003200*
003210 PROCEDURE DIVISION.
003220*
003230*----------------------------------------------------------*
003240* 0000-MAINLINE - GATHER EVERY APPLICATION IN THE RANGE     *
003250* INTO THE WORK FILE, WRITE THE EXTRACT FROM IT, AND PRINT  *
003260* THE CONTROL PAGE.                                         *
003270*----------------------------------------------------------*
003280 0000-MAINLINE.
003290*
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003310     PERFORM 2000-LOAD-ARCHIVED-QUOTES THRU 2000-EXIT.
003320     PERFORM 2100-LOAD-LIVE-QUOTES THRU 2100-EXIT.
003330     PERFORM 2500-LOAD-DECLINES THRU 2500-EXIT.
003340     PERFORM 4000-WRITE-EXTRACT THRU 4000-EXIT.
003350     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
003360     CLOSE APPL-MSTR.
003370     IF WS-BRMSTR-OPEN
003380         CLOSE BRANCH-MSTR.
003383     IF WS-RATELOCK-OPEN
003386         CLOSE RATE-LOCK.
003390     CLOSE LAR-WORK.
003400     CLOSE LAR-EXTRACT.
003410     CLOSE LAR-RPT.
003420     DISPLAY "End of loan application register run.".
003430     STOP RUN.
003440*
003450 1000-INITIALIZE.
003460*
003470     DISPLAY "LAREXTR - LOAN APPLICATION REGISTER EXTRACT".
003480     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
003490     COMPUTE WS-RUN-DATE-INT =
003500         FUNCTION INTEGER-OF-DATE (RUN-DATE).
003510     PERFORM 1100-ACCEPT-DATE-RANGE THRU 1100-EXIT.
003520     OPEN INPUT APPL-MSTR.
003530     IF WS-APPLMSTR-STATUS NOT = "00"
003540         DISPLAY "APPL-MSTR OPEN FAILED - STATUS = "
003550             WS-APPLMSTR-STATUS
003560         DISPLAY "RUN THE CALC3000 BATCH TO BUILD THE "
003570             "APPLICATION MASTER."
003580         STOP RUN.
003590*    THE BRANCH MASTER ONLY SUPPLIES THE NAMES - WITHOUT IT
003600*    THE CONTROL PAGE FALLS BACK TO THE BRANCH CODES.
003610     OPEN INPUT BRANCH-MSTR.
003620     IF WS-BRMSTR-STATUS = "00"
003630         MOVE 'Y' TO WS-BRMSTR-OPEN-SWITCH
003640     ELSE
003650         DISPLAY "NO BRMSTR BRANCH MASTER - BRANCH CODES PRINTED "
003660             "IN PLACE OF NAMES.".
003661*    NO RATE LOCK FILE YET MEANS NO QUOTE IS LOCKED.
003662     OPEN INPUT RATE-LOCK.
003663     IF WS-RATELOCK-STATUS = "00"
003664         MOVE 'Y' TO WS-RATELOCK-OPEN-SWITCH
003665     ELSE
003666         DISPLAY "NO RATELOCK FILE - NO QUOTE IS LOCKED.".
003670*    THE WORK FILE IS EMPTIED BEFORE IT IS LOADED.
003680     OPEN OUTPUT LAR-WORK.
003690     IF WS-LARWORK-STATUS NOT = "00"
003700         DISPLAY "LAR-WORK OPEN FAILED - STATUS = "
003710             WS-LARWORK-STATUS
003720         STOP RUN.
003730     CLOSE LAR-WORK.
003740     OPEN I-O LAR-WORK.
003750     OPEN OUTPUT LAR-EXTRACT.
003760     IF WS-LAREXTR-STATUS NOT = "00"
003770         DISPLAY "LAR-EXTRACT OPEN FAILED - STATUS = "
003780             WS-LAREXTR-STATUS
003790         STOP RUN.
003800     OPEN OUTPUT LAR-RPT.
003810     IF WS-LARRPT-STATUS NOT = "00"
003820         DISPLAY "LAR-RPT OPEN FAILED - STATUS = "
003830             WS-LARRPT-STATUS
003840         STOP RUN.
003850     MOVE RUN-DATE TO LAR-RUN-DATE.
003860     WRITE LAR-RPT-LINE FROM LAR-RUN-HDR.
003870     MOVE WS-FROM-DATE TO LAR-FROM-DATE.
003880     MOVE WS-THRU-DATE TO LAR-THRU-DATE.
003890     WRITE LAR-RPT-LINE FROM LAR-RANGE-HDR.
003900 1000-EXIT.
003910     EXIT.
003920*
003921*----------------------------------------------------------*
003922* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
003923* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
003924* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
003925* BEING PROCESSED.                                          *
003926*----------------------------------------------------------*
003927 1050-GET-BUSINESS-DATE.
003928*
003929     OPEN INPUT CYCLE-CTL.
003930     IF WS-CYCLE-STATUS = "35"
003931         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
003932             "BUSINESS DATE WITH CYCLEMNT."
003933         STOP RUN.
003934     IF WS-CYCLE-STATUS NOT = "00"
003935         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
003936             WS-CYCLE-STATUS
003937         STOP RUN.
003938     MOVE SPACES TO CYCLE-CONTROL.
003939     READ CYCLE-CTL INTO CYCLE-CONTROL
003940         AT END MOVE SPACES TO CYCLE-CONTROL.
003941     CLOSE CYCLE-CTL.
003942     IF CC-BUSINESS-DATE NOT NUMERIC
003943             OR CC-BUSINESS-DATE = ZERO
003944         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
003945             "CYCLEMNT."
003946         STOP RUN.
003947     MOVE CC-BUSINESS-DATE TO RUN-DATE.
003948 1050-EXIT.
003949     EXIT.
003950*
003951*----------------------------------------------------------*
003952* 1100 SERIES - THE REPORTING PERIOD, KEYED BY THE          *
003953* OPERATOR EACH RUN.  A BAD RANGE ENDS THE RUN BEFORE ANY   *
003960* FILE IS TOUCHED.                                          *
003970*----------------------------------------------------------*
003980 1100-ACCEPT-DATE-RANGE.
003990*
004000     DISPLAY "Enter first application date (ccyymmdd).".
004010     ACCEPT WS-FROM-DATE.
004020     MOVE WS-FROM-DATE TO RD-DATE.
004030     PERFORM 1110-EDIT-RANGE-DATE THRU 1110-EXIT.
004040     DISPLAY "Enter last application date (ccyymmdd).".
004050     ACCEPT WS-THRU-DATE.
004060     MOVE WS-THRU-DATE TO RD-DATE.
004070     PERFORM 1110-EDIT-RANGE-DATE THRU 1110-EXIT.
004080     IF WS-THRU-DATE < WS-FROM-DATE
004090         DISPLAY "LAST DATE IS BEFORE FIRST DATE - RUN ENDED."
004100         STOP RUN.
004110 1100-EXIT.
004120     EXIT.
004130*
004140 1110-EDIT-RANGE-DATE.
004150*
004160     IF RD-DATE NOT NUMERIC
004170             OR RD-CCYY < 1900
004180             OR RD-MM < 1 OR RD-MM > 12
004190             OR RD-DD < 1 OR RD-DD > 31
004200         DISPLAY "INVALID DATE " RD-DATE " - RUN ENDED."
004210         STOP RUN.
004220 1110-EXIT.
004230     EXIT.
004240*
004250*----------------------------------------------------------*
004260* 2000 SERIES - PASS THE QUOTE ARCHIVE, THEN THE LIVE       *
004270* QUOTE HISTORY.  EITHER MAY BE MISSING - NO ARCHIVE BEFORE *
004280* THE FIRST ARCHMNTH RUN, NO LIVE FILE BEFORE THE FIRST     *
004290* QUOTE.                                                    *
004300*----------------------------------------------------------*
004310 2000-LOAD-ARCHIVED-QUOTES.
004320*
004330     OPEN INPUT QUOTE-ARCH.
004340     IF WS-QHARCH-STATUS = "35"
004350         DISPLAY "No QHARCH file - no archived quotes read."
004360         GO TO 2000-EXIT.
004370     IF WS-QHARCH-STATUS NOT = "00"
004380         DISPLAY "QUOTE-ARCH OPEN FAILED - STATUS = "
004390             WS-QHARCH-STATUS
004400         STOP RUN.
004410     MOVE 'N' TO WS-HIST-EOF-SWITCH.
004420     PERFORM 2010-READ-ARCHIVED-QUOTE THRU 2010-EXIT
004430         UNTIL WS-HIST-EOF.
004440     CLOSE QUOTE-ARCH.
004450 2000-EXIT.
004460     EXIT.
004470*
004480 2010-READ-ARCHIVED-QUOTE.
004490*
004500     READ QUOTE-ARCH INTO QUOTE-HIST-RECORD
004510         AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH.
004520     IF WS-HIST-EOF
004530         GO TO 2010-EXIT.
004540     ADD 1 TO WS-ARCH-QUOTES-READ.
004550     PERFORM 2200-REGISTER-QUOTE THRU 2200-EXIT.
004560 2010-EXIT.
004570     EXIT.
004580*
004590 2100-LOAD-LIVE-QUOTES.
004600*
004610     OPEN INPUT QUOTE-HIST.
004620     IF WS-QUOTEHIST-STATUS = "35"
004630         DISPLAY "No QUOTEHIST file - no live quotes read."
004640         GO TO 2100-EXIT.
004650     IF WS-QUOTEHIST-STATUS NOT = "00"
004660         DISPLAY "QUOTE-HIST OPEN FAILED - STATUS = "
004670             WS-QUOTEHIST-STATUS
004680         STOP RUN.
004690     MOVE 'N' TO WS-HIST-EOF-SWITCH.
004700     PERFORM 2110-READ-LIVE-QUOTE THRU 2110-EXIT
004710         UNTIL WS-HIST-EOF.
004720     CLOSE QUOTE-HIST.
004730 2100-EXIT.
004740     EXIT.
004750*
004760 2110-READ-LIVE-QUOTE.
004770*
004780     READ QUOTE-HIST INTO QUOTE-HIST-RECORD
004790         AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH.
004800     IF WS-HIST-EOF
004810         GO TO 2110-EXIT.
004820     ADD 1 TO WS-LIVE-QUOTES-READ.
004830     PERFORM 2200-REGISTER-QUOTE THRU 2200-EXIT.
004840 2110-EXIT.
004850     EXIT.
004860*
004870*----------------------------------------------------------*
004880* 2200 SERIES - ONE QUOTE IN THE RANGE BECOMES A REGISTER   *
004890* RECORD.  BOOKED ON THE MASTER IS ORIGINATED; UNBOOKED     *
004900* PAST THE AGE-OUT WINDOW IS WITHDRAWN OR NOT ACCEPTED,     *
004905* UNLESS THE CUSTOMER STILL HOLDS A RATE LOCK ON IT THAT IS *
004910* IN FORCE; ANYTHING ELSE IS STILL PENDING.                 *
004920*----------------------------------------------------------*
004930 2200-REGISTER-QUOTE.
004940*
004950     IF QH-QUOTE-DATE NOT NUMERIC
004960             OR QH-QUOTE-DATE < WS-FROM-DATE
004970             OR QH-QUOTE-DATE > WS-THRU-DATE
004980         ADD 1 TO WS-OUT-OF-RANGE
004990         GO TO 2200-EXIT.
005000     MOVE SPACES TO LAR-RECORD.
005010     MOVE QH-APPL-NUMBER TO LR-APPL-NUMBER.
005020     MOVE QH-BRANCH-ID TO LR-BRANCH-ID.
005030     MOVE QH-QUOTE-DATE TO LR-APPL-DATE.
005040     MOVE QH-LOAN-AMOUNT TO LR-LOAN-AMOUNT.
005050     MOVE QH-NUMBER-OF-MONTHS TO LR-NUMBER-OF-MONTHS.
005060     MOVE QH-INTEREST-RATE TO LR-INTEREST-RATE.
005070     MOVE QH-LOAN-TYPE TO LR-LOAN-TYPE.
005080     MOVE ZERO TO LR-ACTION-DATE.
005090     PERFORM 2210-READ-APPL-MASTER THRU 2210-EXIT.
005100     IF WS-MSTR-FOUND AND AM-BOOKED
005110         MOVE '1' TO LR-ACTION-CODE
005120         MOVE AM-BOOK-DATE TO LR-ACTION-DATE
005130         GO TO 2200-POST.
005140     COMPUTE WS-QUOTE-AGE = WS-RUN-DATE-INT
005150         - FUNCTION INTEGER-OF-DATE (QH-QUOTE-DATE).
005160     IF WS-QUOTE-AGE NOT > WS-AGE-OUT-DAYS
005161         MOVE 'P' TO LR-ACTION-CODE
005162         GO TO 2200-POST.
005163     PERFORM 2220-CHECK-RATE-LOCK THRU 2220-EXIT.
005164     IF WS-LOCK-IN-FORCE
005170         MOVE 'P' TO LR-ACTION-CODE
005180     ELSE
005190         MOVE '2' TO LR-ACTION-CODE.
005200 2200-POST.
005210     PERFORM 3000-POST-WORK-RECORD THRU 3000-EXIT.
005220 2200-EXIT.
005230     EXIT.
005240*
005250 2210-READ-APPL-MASTER.
005260*
005270     MOVE 'Y' TO WS-MSTR-FOUND-SWITCH.
005280     MOVE QH-APPL-NUMBER TO AM-APPL-NUMBER.
005290     MOVE QH-BRANCH-ID TO AM-BRANCH-ID.
005300     READ APPL-MSTR
005310         INVALID KEY MOVE 'N' TO WS-MSTR-FOUND-SWITCH.
005320 2210-EXIT.
005330     EXIT.
005340*
005341*----------------------------------------------------------*
005342* 2220 - IS THE APPLICATION UNDER A RATE LOCK STILL IN      *
005343* FORCE - ACTIVE AND NOT YET EXPIRED ON THE BUSINESS DATE.  *
005344* A CANCELLED OR EXPIRED LOCK HOLDS NOTHING.  THE SAME TEST *
005345* AS THE REPRICE RUN.                                       *
005346*----------------------------------------------------------*
005347 2220-CHECK-RATE-LOCK.
005348*
005349     MOVE 'N' TO WS-LOCK-IN-FORCE-SWITCH.
005350     IF NOT WS-RATELOCK-OPEN
005351         GO TO 2220-EXIT.
005352     MOVE QH-APPL-NUMBER TO RL-APPL-NUMBER.
005353     MOVE QH-BRANCH-ID TO RL-BRANCH-ID.
005354     READ RATE-LOCK
005355         INVALID KEY GO TO 2220-EXIT.
005356     IF RL-ACTIVE AND RL-EXPIRATION-DATE NOT < RUN-DATE
005357         MOVE 'Y' TO WS-LOCK-IN-FORCE-SWITCH.
005358 2220-EXIT.
005359     EXIT.
005360*
005361*----------------------------------------------------------*
005362* 2500 SERIES - PASS THE NOTICE REGISTER.  EVERY DECLINE IN *
005370* THE RANGE IS A DENIAL, DATED THE DAY OF THE DECLINE.      *
005380*----------------------------------------------------------*
005390 2500-LOAD-DECLINES.
005400*
005410     OPEN INPUT NOTICE-REG.
005420     IF WS-NOTCREG-STATUS = "35"
005430         DISPLAY "No NOTCREG file - no declines read."
005440         GO TO 2500-EXIT.
005450     IF WS-NOTCREG-STATUS NOT = "00"
005460         DISPLAY "NOTICE-REG OPEN FAILED - STATUS = "
005470             WS-NOTCREG-STATUS
005480         STOP RUN.
005490     MOVE LOW-VALUES TO NR-KEY.
005500     START NOTICE-REG KEY IS NOT LESS THAN NR-KEY
005510         INVALID KEY MOVE 'Y' TO WS-NOTCREG-EOF-SWITCH.
005520     PERFORM 2510-REGISTER-DECLINE THRU 2510-EXIT
005530         UNTIL WS-NOTCREG-EOF.
005540     CLOSE NOTICE-REG.
005550 2500-EXIT.
005560     EXIT.
005570*
005580 2510-REGISTER-DECLINE.
005590*
005600     READ NOTICE-REG NEXT RECORD
005610         AT END MOVE 'Y' TO WS-NOTCREG-EOF-SWITCH.
005620     IF WS-NOTCREG-EOF
005630         GO TO 2510-EXIT.
005640     ADD 1 TO WS-NOTICES-READ.
005650     IF NR-DECLINE-DATE < WS-FROM-DATE
005660             OR NR-DECLINE-DATE > WS-THRU-DATE
005670         ADD 1 TO WS-OUT-OF-RANGE
005680         GO TO 2510-EXIT.
005690     MOVE SPACES TO LAR-RECORD.
005700     MOVE NR-APPL-NUMBER TO LR-APPL-NUMBER.
005710     MOVE NR-BRANCH-ID TO LR-BRANCH-ID.
005720     MOVE NR-DECLINE-DATE TO LR-APPL-DATE.
005730     MOVE NR-LOAN-AMOUNT TO LR-LOAN-AMOUNT.
005740     MOVE NR-NUMBER-OF-MONTHS TO LR-NUMBER-OF-MONTHS.
005750     MOVE NR-INTEREST-RATE TO LR-INTEREST-RATE.
005760     MOVE NR-LOAN-TYPE TO LR-LOAN-TYPE.
005770     MOVE '3' TO LR-ACTION-CODE.
005780     MOVE NR-DECLINE-DATE TO LR-ACTION-DATE.
005790     PERFORM 3000-POST-WORK-RECORD THRU 3000-EXIT.
005800 2510-EXIT.
005810     EXIT.
005820*
005830*----------------------------------------------------------*
005840* 3000 SERIES - POST ONE REGISTER RECORD TO THE WORK FILE.  *
005850* AN APPLICATION ALREADY THERE KEEPS WHICHEVER RECORD CAME  *
005860* LATER - A RE-QUOTE REPLACES THE FIRST QUOTE, AND A        *
005870* DECLINE ON THE SAME DAY AS A QUOTE REPLACES THE QUOTE.    *
005880*----------------------------------------------------------*
005890 3000-POST-WORK-RECORD.
005900*
005910     MOVE LR-KEY TO LW-KEY.
005920     READ LAR-WORK
005930         INVALID KEY GO TO 3000-ADD.
005940     IF LW-APPL-DATE > LR-APPL-DATE
005950         ADD 1 TO WS-SUPERSEDED
005960         GO TO 3000-EXIT.
005970     ADD 1 TO WS-SUPERSEDED.
005980     REWRITE LAR-WORK-RECORD FROM LAR-RECORD
005990         INVALID KEY
006000             DISPLAY "LAR-WORK REWRITE FAILED - STATUS = "
006010                 WS-LARWORK-STATUS.
006020     GO TO 3000-EXIT.
006030 3000-ADD.
006040     WRITE LAR-WORK-RECORD FROM LAR-RECORD
006050         INVALID KEY
006060             DISPLAY "LAR-WORK WRITE FAILED - STATUS = "
006070                 WS-LARWORK-STATUS.
006080 3000-EXIT.
006090     EXIT.
006100*
006110*----------------------------------------------------------*
006120* 4000 SERIES - WRITE THE EXTRACT FROM THE WORK FILE IN     *
006130* APPLICATION ORDER, COUNTING EACH RECORD BY ACTION TAKEN   *
006140* AND BY BRANCH.                                            *
006150*----------------------------------------------------------*
006160 4000-WRITE-EXTRACT.
006170*
006180     MOVE LOW-VALUES TO LW-KEY.
006190     START LAR-WORK KEY IS NOT LESS THAN LW-KEY
006200         INVALID KEY MOVE 'Y' TO WS-WORK-EOF-SWITCH.
006210     PERFORM 4100-WRITE-ONE-RECORD THRU 4100-EXIT
006220         UNTIL WS-WORK-EOF.
006230 4000-EXIT.
006240     EXIT.
006250*
006260 4100-WRITE-ONE-RECORD.
006270*
006280     READ LAR-WORK NEXT RECORD INTO LAR-RECORD
006290         AT END MOVE 'Y' TO WS-WORK-EOF-SWITCH.
006300     IF WS-WORK-EOF
006310         GO TO 4100-EXIT.
006320     WRITE LAR-EXTRACT-RECORD FROM LAR-RECORD.
006330     ADD 1 TO WS-RECORDS-WRITTEN.
006340     IF LR-ORIGINATED
006350         ADD 1 TO WS-COUNT-ORIGINATED.
006360     IF LR-NOT-ACCEPTED
006370         ADD 1 TO WS-COUNT-NOT-ACCEPTED.
006380     IF LR-DENIED
006390         ADD 1 TO WS-COUNT-DENIED.
006400     IF LR-PENDING
006410         ADD 1 TO WS-COUNT-PENDING.
006420     PERFORM 4200-TALLY-BRANCH THRU 4200-EXIT.
006430 4100-EXIT.
006440     EXIT.
006450*
006460*----------------------------------------------------------*
006470* 4200 SERIES - FIND (OR ADD) THE BRANCH ENTRY FOR THIS     *
006480* RECORD AND BUMP ITS ACTION COUNT.                         *
006490*----------------------------------------------------------*
006500 4200-TALLY-BRANCH.
006510*
006520     MOVE 'N' TO WS-BRANCH-FOUND-SWITCH.
006530     PERFORM 4210-MATCH-BRANCH THRU 4210-EXIT
006540         VARYING WS-BRANCH-INDEX FROM 1 BY 1
006550         UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT
006560         OR WS-BRANCH-FOUND.
006570     IF WS-BRANCH-FOUND
006580         GO TO 4200-EXIT.
006590     IF WS-BRANCH-COUNT < WS-MAX-BRANCHES
006600         ADD 1 TO WS-BRANCH-COUNT
006610         MOVE WS-BRANCH-COUNT TO WS-BRANCH-INDEX
006620         MOVE LR-BRANCH-ID TO BT-BRANCH-ID (WS-BRANCH-INDEX)
006630         MOVE ZERO TO BT-ORIGINATED (WS-BRANCH-INDEX)
006640         MOVE ZERO TO BT-NOT-ACCEPTED (WS-BRANCH-INDEX)
006650         MOVE ZERO TO BT-DENIED (WS-BRANCH-INDEX)
006660         MOVE ZERO TO BT-PENDING (WS-BRANCH-INDEX)
006670         MOVE ZERO TO BT-TOTAL (WS-BRANCH-INDEX)
006680         PERFORM 4220-BUMP-ACTION THRU 4220-EXIT
006690     ELSE
006700         DISPLAY "BRANCH TABLE FULL - RECORD NOT SUMMED".
006710 4200-EXIT.
006720     EXIT.
006730*
006740 4210-MATCH-BRANCH.
006750*
006760     IF BT-BRANCH-ID (WS-BRANCH-INDEX) = LR-BRANCH-ID
006770         PERFORM 4220-BUMP-ACTION THRU 4220-EXIT
006780         MOVE 'Y' TO WS-BRANCH-FOUND-SWITCH.
006790 4210-EXIT.
006800     EXIT.
006810*
006820 4220-BUMP-ACTION.
006830*
006840     ADD 1 TO BT-TOTAL (WS-BRANCH-INDEX).
006850     IF LR-ORIGINATED
006860         ADD 1 TO BT-ORIGINATED (WS-BRANCH-INDEX).
006870     IF LR-NOT-ACCEPTED
006880         ADD 1 TO BT-NOT-ACCEPTED (WS-BRANCH-INDEX).
006890     IF LR-DENIED
006900         ADD 1 TO BT-DENIED (WS-BRANCH-INDEX).
006910     IF LR-PENDING
006920         ADD 1 TO BT-PENDING (WS-BRANCH-INDEX).
006930 4220-EXIT.
006940     EXIT.
006950*
006960*----------------------------------------------------------*
006970* 8000 SERIES - CONTROL PAGE - COUNTS BY ACTION TAKEN,      *
006980* COUNTS BY BRANCH, AND THE SOURCE COUNTS FOR THE RUN.      *
006990*----------------------------------------------------------*
007000 8000-PRINT-CONTROL-TOTALS.
007010*
007020     MOVE "RECORDS BY ACTION TAKEN ---------------------"
007030         TO LAR-SECTION-HDR.
007040     WRITE LAR-RPT-LINE FROM LAR-SECTION-HDR.
007050     MOVE "1 ORIGINATED                = " TO LT-TOTAL-LABEL.
007060     MOVE WS-COUNT-ORIGINATED TO LT-TOTAL-COUNT.
007070     WRITE LAR-RPT-LINE FROM LAR-TOTAL-LINE.
007080     MOVE "2 WITHDRAWN / NOT ACCEPTED  = " TO LT-TOTAL-LABEL.
007090     MOVE WS-COUNT-NOT-ACCEPTED TO LT-TOTAL-COUNT.
007100     WRITE LAR-RPT-LINE FROM LAR-TOTAL-LINE.
007110     MOVE "3 DENIED                    = " TO LT-TOTAL-LABEL.
007120     MOVE WS-COUNT-DENIED TO LT-TOTAL-COUNT.
007130     WRITE LAR-RPT-LINE FROM LAR-TOTAL-LINE.
007140     MOVE "P PENDING                   = " TO LT-TOTAL-LABEL.
007150     MOVE WS-COUNT-PENDING TO LT-TOTAL-COUNT.
007160     WRITE LAR-RPT-LINE FROM LAR-TOTAL-LINE.
007170     MOVE "REGISTER RECORDS WRITTEN    = " TO LT-TOTAL-LABEL.
007180     MOVE WS-RECORDS-WRITTEN TO LT-TOTAL-COUNT.
007190     WRITE LAR-RPT-LINE FROM LAR-TOTAL-LINE.
007200     MOVE "RECORDS BY BRANCH ---------------------------"
007210         TO LAR-SECTION-HDR.
007220     WRITE LAR-RPT-LINE FROM LAR-SECTION-HDR.
007230     WRITE LAR-RPT-LINE FROM LAR-BRANCH-HDR.
007240     PERFORM 8100-WRITE-BRANCH-LINE THRU 8100-EXIT
007250         VARYING WS-BRANCH-INDEX FROM 1 BY 1
007260         UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT.
007270     MOVE "SOURCE RECORDS --------------------------------"
007280         TO LAR-SECTION-HDR.
007290     WRITE LAR-RPT-LINE FROM LAR-SECTION-HDR.
007300     MOVE "ARCHIVED QUOTES READ        = " TO LT-TOTAL-LABEL.
007310     MOVE WS-ARCH-QUOTES-READ TO LT-TOTAL-COUNT.
007320     WRITE LAR-RPT-LINE FROM LAR-TOTAL-LINE.
007330     MOVE "LIVE QUOTES READ            = " TO LT-TOTAL-LABEL.
007340     MOVE WS-LIVE-QUOTES-READ TO LT-TOTAL-COUNT.
007350     WRITE LAR-RPT-LINE FROM LAR-TOTAL-LINE.
007360     MOVE "DECLINE NOTICES READ        = " TO LT-TOTAL-LABEL.
007370     MOVE WS-NOTICES-READ TO LT-TOTAL-COUNT.
007380     WRITE LAR-RPT-LINE FROM LAR-TOTAL-LINE.
007390     MOVE "OUTSIDE THE DATE RANGE      = " TO LT-TOTAL-LABEL.
007400     MOVE WS-OUT-OF-RANGE TO LT-TOTAL-COUNT.
007410     WRITE LAR-RPT-LINE FROM LAR-TOTAL-LINE.
007420     MOVE "REPEATS FOR ONE APPLICATION = " TO LT-TOTAL-LABEL.
007430     MOVE WS-SUPERSEDED TO LT-TOTAL-COUNT.
007440     WRITE LAR-RPT-LINE FROM LAR-TOTAL-LINE.
007450     DISPLAY "ARCHIVED QUOTES READ    = " WS-ARCH-QUOTES-READ.
007460     DISPLAY "LIVE QUOTES READ        = " WS-LIVE-QUOTES-READ.
007470     DISPLAY "DECLINE NOTICES READ    = " WS-NOTICES-READ.
007480     DISPLAY "REGISTER RECORDS        = " WS-RECORDS-WRITTEN.
007490 8000-EXIT.
007500     EXIT.
007510*
007520*----------------------------------------------------------*
007530* 8100 - ONE BRANCH CONTROL LINE, SHOWN BY ITS BRANCH       *
007540* MASTER NAME, OR THE BARE CODE WHEN THE MASTER IS ABSENT   *
007550* OR NO LONGER CARRIES THE BRANCH.                          *
007560*----------------------------------------------------------*
007570 8100-WRITE-BRANCH-LINE.
007580*
007590     MOVE BT-BRANCH-ID (WS-BRANCH-INDEX) TO LBD-BRANCH-NAME.
007600     IF NOT WS-BRMSTR-OPEN
007610         GO TO 8100-COUNTS.
007620     MOVE BT-BRANCH-ID (WS-BRANCH-INDEX) TO BM-BRANCH-ID.
007630     READ BRANCH-MSTR
007640         INVALID KEY GO TO 8100-COUNTS.
007650     MOVE BM-BRANCH-NAME TO LBD-BRANCH-NAME.
007660 8100-COUNTS.
007670     MOVE BT-ORIGINATED (WS-BRANCH-INDEX) TO LBD-ORIGINATED.
007680     MOVE BT-NOT-ACCEPTED (WS-BRANCH-INDEX) TO LBD-NOT-ACCEPTED.
007690     MOVE BT-DENIED (WS-BRANCH-INDEX) TO LBD-DENIED.
007700     MOVE BT-PENDING (WS-BRANCH-INDEX) TO LBD-PENDING.
007710     MOVE BT-TOTAL (WS-BRANCH-INDEX) TO LBD-TOTAL.
007720     WRITE LAR-RPT-LINE FROM LAR-BRANCH-DETAIL.
007730 8100-EXIT.
007740     EXIT.
007750*
007760 END PROGRAM LAREXTR.
