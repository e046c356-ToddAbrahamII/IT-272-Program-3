000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    CUSTEXPO.
000040 AUTHOR.        T. ABRAHAM.
000050 INSTALLATION.  CONSUMER LOAN DEPARTMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090*----------------------------------------------------------*
000100* MODIFICATION HISTORY                                     *
000110*----------------------------------------------------------*
000120*  DATE       INIT  DESCRIPTION                             *
000130*  10/15/26   TA    ORIGINAL PROGRAM - CUSTOMER EXPOSURE    *
000140*                   REPORT.  LISTS EVERY BORROWER ON THE    *
000150*                   CUSTMSTR CUSTOMER MASTER WITH MORE      *
000160*                   THAN ONE OPEN APPLICATION, WITH EACH    *
000170*                   OF THOSE APPLICATIONS FROM THE APPLMSTR *
000180*                   APPLICATION MASTER ACROSS ALL BRANCHES, *
000190*                   THE BORROWER'S TOTAL, AND WHETHER IT    *
000200*                   IS OVER THE EXPPARM SINGLE-BORROWER     *
000210*                   LIMIT.                                  *
000211*  10/15/26   TA    A QUOTE OR EXPORT OLDER THAN THE 30-DAY *
000212*                   QUOTE WINDOW, OR AGED OFF BY QTAGING,   *
000213*                   IS NO LONGER LISTED AS OPEN, AND A      *
000214*                   BORROWER IS REPORTED ON THE OPEN        *
000215*                   APPLICATIONS ACTUALLY FOUND RATHER THAN *
000216*                   THE CUSTMSTR LOAN COUNTS.               *
000217*  10/15/26   TA    A QUOTE PAST THE 30-DAY WINDOW IS STILL *
000218*                   LISTED AS OPEN WHILE A RATE LOCK ON IT  *
000219*                   IS IN FORCE.                            *
000220*----------------------------------------------------------*
000230*
000240 ENVIRONMENT DIVISION.
000250*
000260 CONFIGURATION SECTION.
000270*
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300*
000310 INPUT-OUTPUT SECTION.
000320*
000330 FILE-CONTROL.
000340*
000350     SELECT CUST-MSTR
000360         ASSIGN TO CUSTMSTR
000370         ORGANIZATION IS INDEXED
000380         ACCESS IS DYNAMIC
000390         RECORD KEY IS CM-CUSTOMER-NUMBER
000400         ALTERNATE RECORD KEY IS CM-MATCH-KEY
000410         FILE STATUS IS WS-CUSTMSTR-STATUS.
000420*
000430     SELECT APPL-MSTR
000440         ASSIGN TO APPLMSTR
000450         ORGANIZATION IS INDEXED
000460         ACCESS IS DYNAMIC
000470         RECORD KEY IS AM-KEY
000480         FILE STATUS IS WS-APPLMSTR-STATUS.
000490*
000500     SELECT EXPOSURE-PARM
000510         ASSIGN TO EXPPARM
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-EXPPARM-STATUS.
000540*
000550     SELECT CUST-RPT
000560         ASSIGN TO CUSTRPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CUSTRPT-STATUS.
000590*
000600     SELECT CYCLE-CTL
000610         ASSIGN TO CYCLECTL
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CYCLE-STATUS.
000640*
000641     SELECT RATE-LOCK
000642         ASSIGN TO RATELOCK
000643         ORGANIZATION IS INDEXED
000644         ACCESS IS RANDOM
000645         RECORD KEY IS RL-KEY
000646         FILE STATUS IS WS-RATELOCK-STATUS.
000647*
000650 DATA DIVISION.
000660*
000670 FILE SECTION.
000680*
000690*----------------------------------------------------------*
000700* CUST-MSTR - KEYED CUSTOMER MASTER MAINTAINED BY CALC3000  *
000710* AND SVCRECON - SEE THE CUSTMSTR COPYBOOK.  PASSED IN      *
000720* CUSTOMER NUMBER ORDER AND EVERY BORROWER TABLED.          *
000740*----------------------------------------------------------*
000750 FD  CUST-MSTR
000760     RECORD CONTAINS 150 CHARACTERS.
000770*
000780     COPY CUSTMSTR.
000790*
000800*----------------------------------------------------------*
000810* APPL-MSTR - KEYED APPLICATION MASTER MAINTAINED BY        *
000820* CALC3000 AND SVCRECON - SEE THE APPLMSTR COPYBOOK.        *
000830* PASSED END TO END FOR THE APPLICATIONS OF THOSE           *
000840* BORROWERS.                                                *
000850*----------------------------------------------------------*
000860 FD  APPL-MSTR
000870     RECORD CONTAINS 120 CHARACTERS.
000880*
000890     COPY APPLMSTR.
000900*
000910*----------------------------------------------------------*
000920* EXPOSURE-PARM - THE SINGLE-BORROWER EXPOSURE LIMIT, IN    *
000930* WHOLE DOLLARS - THE SAME ONE-RECORD FILE CALC3000 REFERS  *
000940* LOANS AGAINST.  WHEN THE FILE IS ABSENT THE STANDARD      *
000950* LIMIT APPLIES.                                            *
000960*----------------------------------------------------------*
000970 FD  EXPOSURE-PARM
000980     RECORD CONTAINS 9 CHARACTERS.
000990*
001000 01  EXPOSURE-PARM-RECORD.
001010     05  XP-BORROWER-LIMIT          PIC 9(09).
001020*
001030*----------------------------------------------------------*
001040* CUST-RPT - THE CUSTOMER EXPOSURE REPORT - A HEADING PER   *
001050* BORROWER, ONE LINE PER OPEN APPLICATION, AND THE          *
001060* BORROWER'S TOTAL.                                         *
001070*----------------------------------------------------------*
001080 FD  CUST-RPT
001090     RECORD CONTAINS 80 CHARACTERS.
001100*
001110 01  CUST-LINE                     PIC X(80).
001120*
001130*----------------------------------------------------------*
001140* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
001150* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN.        *
001160*----------------------------------------------------------*
001170 FD  CYCLE-CTL
001180     RECORD CONTAINS 300 CHARACTERS.
001190*
001200 01  CYCLE-CTL-REC                 PIC X(300).
001210*
001211*----------------------------------------------------------*
001212* RATE-LOCK - KEYED RATE LOCK FILE MAINTAINED THROUGH       *
001213* LOCKMNT - SEE THE RATELOCK COPYBOOK.  A QUOTE PAST THE    *
001214* 30-DAY WINDOW UNDER A LOCK STILL IN FORCE IS STILL OPEN.  *
001215*----------------------------------------------------------*
001216 FD  RATE-LOCK
001217     RECORD CONTAINS 80 CHARACTERS.
001218*
001219     COPY RATELOCK.
001220*
001221 WORKING-STORAGE SECTION.
001230*
001240*----------------------------------------------------------*
001250* STANDALONE SWITCHES AND COUNTERS                          *
001260*----------------------------------------------------------*
001270 77  WS-CUSTMSTR-STATUS             PIC X(02)  VALUE SPACES.
001280 77  WS-APPLMSTR-STATUS             PIC X(02)  VALUE SPACES.
001290 77  WS-EXPPARM-STATUS              PIC X(02)  VALUE SPACES.
001300 77  WS-CUSTRPT-STATUS              PIC X(02)  VALUE SPACES.
001310 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
001315 77  WS-RATELOCK-STATUS             PIC X(02)  VALUE SPACES.
001320*
001330 77  WS-CUST-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001340     88  WS-CUST-EOF                           VALUE 'Y'.
001350*
001360 77  WS-MSTR-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001370     88  WS-MSTR-EOF                           VALUE 'Y'.
001371*
001372 77  WS-RATELOCK-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001373     88  WS-RATELOCK-OPEN                      VALUE 'Y'.
001374*
001375 77  WS-LOCK-IN-FORCE-SWITCH        PIC X(01)  VALUE 'N'.
001376     88  WS-LOCK-IN-FORCE                      VALUE 'Y'.
001380*
001390 77  WS-CUST-COUNT                  PIC 9(04)  COMP VALUE ZERO.
001400 77  WS-CUST-INDEX                  PIC 9(04)  COMP VALUE ZERO.
001410 77  WS-CUST-HIT                    PIC 9(04)  COMP VALUE ZERO.
001420 77  WS-MAX-CUSTOMERS               PIC 9(04)  COMP VALUE 5000.
001430*
001440 77  WS-APPL-COUNT                  PIC 9(04)  COMP VALUE ZERO.
001450 77  WS-APPL-INDEX                  PIC 9(04)  COMP VALUE ZERO.
001460 77  WS-MAX-APPLICATIONS            PIC 9(04)  COMP VALUE 2000.
001470*
001480 77  WS-CUST-READ                   PIC 9(07)  COMP VALUE ZERO.
001490 77  WS-MSTR-READ                   PIC 9(07)  COMP VALUE ZERO.
001500 77  WS-CUSTOMERS-REPORTED          PIC 9(07)  COMP VALUE ZERO.
001510 77  WS-APPLS-REPORTED              PIC 9(07)  COMP VALUE ZERO.
001520 77  WS-CUSTOMERS-OVER              PIC 9(07)  COMP VALUE ZERO.
001530*
001540 77  WS-BORROWER-LIMIT              PIC 9(09)  VALUE 1000000.
001550 77  WS-GRAND-EXPOSURE              PIC 9(11)  VALUE ZERO.
001551*
001552*----------------------------------------------------------*
001553* A QUOTE OLDER THAN WS-QUOTE-LIVE-DAYS HAS LAPSED AND IS   *
001554* NOT OPEN UNLESS A RATE LOCK STILL IN FORCE HOLDS IT - THE *
001555* SAME 30-DAY WINDOW AS LOCKMNT AND THE LAREXTR AGE-OUT,    *
001556* AND THE ONE QTAGING AGES EXPOSURE ON.                     *
001557*----------------------------------------------------------*
001558 77  WS-QUOTE-LIVE-DAYS             PIC 9(03)  COMP VALUE 30.
001559 77  WS-RUN-DATE-INT                PIC 9(08)  COMP VALUE ZERO.
001560 77  WS-QUOTE-AGE                   PIC S9(05) COMP VALUE ZERO.
001561*
001570 01  RUN-DATE                       PIC 9(08).
001580*
001590     COPY CYCLECTL.
001600*
001610*----------------------------------------------------------*
001620* ONE ENTRY PER BORROWER ON THE CUSTOMER MASTER, IN         *
001630* CUSTOMER NUMBER ORDER, WITH THE OPEN APPLICATIONS FOUND   *
001640* ON THE APPLICATION MASTER COUNTED AND TOTALLED ALONGSIDE. *
001660*----------------------------------------------------------*
001670 01  CUSTOMER-TABLE.
001680     05  CT-ENTRY OCCURS 5000 TIMES.
001690         10  CT-CUSTOMER-NUMBER     PIC 9(08).
001700         10  CT-NAME                PIC X(25).
001710         10  CT-ADDRESS             PIC X(25).
001720         10  CT-ZIP                 PIC X(05).
001730         10  CT-APPL-COUNT          PIC 9(03).
001740         10  CT-EXPOSURE            PIC 9(09).
001750*
001760*----------------------------------------------------------*
001770* THE OPEN APPLICATIONS OF THOSE BORROWERS, IN APPLICATION  *
001780* MASTER ORDER, EACH POINTING AT ITS BORROWER'S ENTRY.      *
001790*----------------------------------------------------------*
001800 01  APPLICATION-TABLE.
001810     05  AT-ENTRY OCCURS 2000 TIMES.
001820         10  AT-CUST-HIT            PIC 9(04)  COMP.
001830         10  AT-APPL-NUMBER         PIC 9(08).
001840         10  AT-BRANCH-ID           PIC X(04).
001850         10  AT-STATUS              PIC X(01).
001860         10  AT-LOAN-AMOUNT         PIC 9(07).
001870         10  AT-QUOTE-DATE          PIC 9(08).
001880         10  AT-OFFICER-ID          PIC X(06).
001890         10  AT-EXPOSURE-FLAG       PIC X(01).
001900*
001910*----------------------------------------------------------*
001920* REPORT LINE LAYOUTS                                       *
001930*----------------------------------------------------------*
001940 01  CUST-RUN-HDR.
001950     05  FILLER                     PIC X(47) VALUE
001960         "CUSTOMER EXPOSURE - MULTIPLE OPEN APPLICATIONS ".
001970     05  FILLER                     PIC X(13) VALUE
001980         "  RUN DATE = ".
001990     05  CUST-HDR-RUN-DATE          PIC 9(08).
002000     05  FILLER                     PIC X(12) VALUE SPACES.
002010*
002020 01  CUST-LIMIT-LINE.
002030     05  FILLER                     PIC X(30) VALUE
002040         "SINGLE-BORROWER LIMIT       = ".
002050     05  CLL-BORROWER-LIMIT         PIC $ZZZ,ZZZ,ZZ9.
002060     05  FILLER                     PIC X(38) VALUE SPACES.
002070*
002080 01  CUST-SECTION-HDR               PIC X(60).
002090*
002100 01  CUST-CUSTOMER-HDR.
002110     05  FILLER                     PIC X(09) VALUE
002120         "CUSTOMER ".
002130     05  CCH-CUSTOMER-NUMBER        PIC 9(08).
002140     05  FILLER                     PIC X(02) VALUE SPACES.
002150     05  CCH-NAME                   PIC X(25).
002160     05  FILLER                     PIC X(01) VALUE SPACE.
002170     05  CCH-ADDRESS                PIC X(25).
002180     05  FILLER                     PIC X(01) VALUE SPACE.
002190     05  CCH-ZIP                    PIC X(05).
002200     05  FILLER                     PIC X(04) VALUE SPACES.
002210*
002220 01  CUST-COLUMN-HDR.
002230     05  FILLER                     PIC X(40) VALUE
002240         "    APPL     BR    STATUS    LOAN AMOUNT".
002250     05  FILLER                     PIC X(40) VALUE
002260         " QUOTED    OFCR    REFERRAL".
002270*
002280 01  CUST-APPL-DETAIL.
002290     05  FILLER                     PIC X(04) VALUE SPACES.
002300     05  CAD-APPL-NUMBER            PIC 9(08).
002310     05  FILLER                     PIC X(01) VALUE SPACE.
002320     05  CAD-BRANCH-ID              PIC X(04).
002330     05  FILLER                     PIC X(02) VALUE SPACES.
002340     05  CAD-STATUS                 PIC X(08).
002350     05  FILLER                     PIC X(02) VALUE SPACES.
002360     05  CAD-LOAN-AMOUNT            PIC $Z,ZZZ,ZZ9.
002370     05  FILLER                     PIC X(02) VALUE SPACES.
002380     05  CAD-QUOTE-DATE             PIC 9(08).
002390     05  FILLER                     PIC X(02) VALUE SPACES.
002400     05  CAD-OFFICER-ID             PIC X(06).
002410     05  FILLER                     PIC X(02) VALUE SPACES.
002420     05  CAD-REFER-TEXT             PIC X(08).
002430     05  FILLER                     PIC X(13) VALUE SPACES.
002440*
002450 01  CUST-CUSTOMER-TOTAL.
002460     05  FILLER                     PIC X(24) VALUE
002470         "    OPEN APPLICATIONS = ".
002480     05  CCT-APPL-COUNT             PIC ZZ9.
002490     05  FILLER                     PIC X(19) VALUE
002500         "  TOTAL EXPOSURE = ".
002510     05  CCT-EXPOSURE               PIC $ZZZ,ZZZ,ZZ9.
002520     05  FILLER                     PIC X(02) VALUE SPACES.
002530     05  CCT-LIMIT-TEXT             PIC X(10).
002540     05  FILLER                     PIC X(10) VALUE SPACES.
002550*
002560 01  CUST-CONTROL-LINE.
002570     05  CC-TOTAL-LABEL             PIC X(30).
002580     05  CC-TOTAL-COUNT             PIC Z,ZZZ,ZZ9.
002590     05  FILLER                     PIC X(41) VALUE SPACES.
002600*
002610 01  CUST-AMOUNT-LINE.
002620     05  CA-TOTAL-LABEL             PIC X(30).
002630     05  CA-TOTAL-AMOUNT            PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.
002640     05  FILLER                     PIC X(31) VALUE SPACES.
002650*
002660 PROCEDURE DIVISION.
002670*
002680*----------------------------------------------------------*
002690* 0000-MAINLINE - FIND THE BORROWERS WITH MORE THAN ONE     *
002700* LOAN, GATHER THEIR OPEN APPLICATIONS, AND WRITE THE       *
002710* REPORT.                                                   *
002720*----------------------------------------------------------*
002730 0000-MAINLINE.
002740*
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     PERFORM 2000-LOAD-CUSTOMERS THRU 2000-EXIT.
002770     PERFORM 3000-PASS-APPL-MASTER THRU 3000-EXIT.
002780     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
002790     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
002800     CLOSE CUST-MSTR.
002810     CLOSE APPL-MSTR.
002813     IF WS-RATELOCK-OPEN
002816         CLOSE RATE-LOCK.
002820     CLOSE CUST-RPT.
002830     DISPLAY "End of customer exposure run.".
002840     STOP RUN.
002850*
002860 1000-INITIALIZE.
002870*
002880     DISPLAY "CUSTEXPO - CUSTOMER EXPOSURE REPORT".
002890     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002893     COMPUTE WS-RUN-DATE-INT =
002896         FUNCTION INTEGER-OF-DATE (RUN-DATE).
002900     PERFORM 1200-LOAD-EXPOSURE-LIMIT THRU 1200-EXIT.
002910     INITIALIZE CUSTOMER-TABLE.
002920     INITIALIZE APPLICATION-TABLE.
002930     OPEN INPUT CUST-MSTR.
002940     IF WS-CUSTMSTR-STATUS = "35"
002950         DISPLAY "NO CUSTMSTR CUSTOMER MASTER - NOTHING TO "
002960             "REPORT."
002970         STOP RUN.
002980     IF WS-CUSTMSTR-STATUS NOT = "00"
002990         DISPLAY "CUST-MSTR OPEN FAILED - STATUS = "
003000             WS-CUSTMSTR-STATUS
003010         STOP RUN.
003020     OPEN INPUT APPL-MSTR.
003030     IF WS-APPLMSTR-STATUS NOT = "00"
003040         DISPLAY "APPL-MSTR OPEN FAILED - STATUS = "
003050             WS-APPLMSTR-STATUS
003060         DISPLAY "RUN THE CALC3000 BATCH TO BUILD THE "
003070             "APPLICATION MASTER."
003080         STOP RUN.
003081*    NO RATE LOCK FILE YET MEANS NO QUOTE IS LOCKED.
003082     OPEN INPUT RATE-LOCK.
003083     IF WS-RATELOCK-STATUS = "00"
003084         MOVE 'Y' TO WS-RATELOCK-OPEN-SWITCH
003085     ELSE
003086         DISPLAY "NO RATELOCK FILE - NO QUOTE IS LOCKED.".
003090     OPEN OUTPUT CUST-RPT.
003100     IF WS-CUSTRPT-STATUS NOT = "00"
003110         DISPLAY "CUST-RPT OPEN FAILED - STATUS = "
003120             WS-CUSTRPT-STATUS
003130         STOP RUN.
003140 1000-EXIT.
003150     EXIT.
003160*
003170*----------------------------------------------------------*
003180* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
003190* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
003200* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
003210* BEING PROCESSED.                                          *
003220*----------------------------------------------------------*
003230 1050-GET-BUSINESS-DATE.
003240*
003250     OPEN INPUT CYCLE-CTL.
003260     IF WS-CYCLE-STATUS = "35"
003270         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
003280             "BUSINESS DATE WITH CYCLEMNT."
003290         STOP RUN.
003300     IF WS-CYCLE-STATUS NOT = "00"
003310         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
003320             WS-CYCLE-STATUS
003330         STOP RUN.
003340     MOVE SPACES TO CYCLE-CONTROL.
003350     READ CYCLE-CTL INTO CYCLE-CONTROL
003360         AT END MOVE SPACES TO CYCLE-CONTROL.
003370     CLOSE CYCLE-CTL.
003380     IF CC-BUSINESS-DATE NOT NUMERIC
003390             OR CC-BUSINESS-DATE = ZERO
003400         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
003410             "CYCLEMNT."
003420         STOP RUN.
003430     MOVE CC-BUSINESS-DATE TO RUN-DATE.
003440 1050-EXIT.
003450     EXIT.
003460*
003470*----------------------------------------------------------*
003480* 1200 - LOAD THE SINGLE-BORROWER EXPOSURE LIMIT FROM THE   *
003490* EXPPARM FILE.  NO FILE, OR AN UNUSABLE ONE, LEAVES THE    *
003500* STANDARD LIMIT IN EFFECT.                                 *
003510*----------------------------------------------------------*
003520 1200-LOAD-EXPOSURE-LIMIT.
003530*
003540     OPEN INPUT EXPOSURE-PARM.
003550     IF WS-EXPPARM-STATUS = "35"
003560         DISPLAY "No EXPPARM file - standard exposure limit "
003570             "applies."
003580         GO TO 1200-EXIT.
003590     IF WS-EXPPARM-STATUS NOT = "00"
003600         DISPLAY "EXPOSURE-PARM OPEN FAILED - STATUS = "
003610             WS-EXPPARM-STATUS
003620         STOP RUN.
003630     READ EXPOSURE-PARM
003640         AT END GO TO 1200-CLOSE.
003650     IF XP-BORROWER-LIMIT IS NUMERIC
003660             AND XP-BORROWER-LIMIT > ZERO
003670         MOVE XP-BORROWER-LIMIT TO WS-BORROWER-LIMIT
003680     ELSE
003690         DISPLAY "EXPPARM LIMIT UNUSABLE - STANDARD "
003700             "LIMIT APPLIES".
003710 1200-CLOSE.
003720     CLOSE EXPOSURE-PARM.
003730 1200-EXIT.
003740     EXIT.
003750*
003760*----------------------------------------------------------*
003770* 2000 SERIES - PASS THE CUSTOMER MASTER FROM CUSTOMER      *
003780* NUMBER 1, PAST THE CONTROL RECORD, AND TABLE EVERY        *
003783* BORROWER.  WHO HAS MORE THAN ONE LOAN IS DECIDED FROM THE *
003786* OPEN APPLICATIONS ACTUALLY FOUND, NOT FROM THE COUNTS ON  *
003790* THE CUSTOMER MASTER.                                      *
003800*----------------------------------------------------------*
003810 2000-LOAD-CUSTOMERS.
003820*
003830     MOVE 1 TO CM-CUSTOMER-NUMBER.
003840     START CUST-MSTR KEY IS NOT LESS THAN CM-CUSTOMER-NUMBER
003850         INVALID KEY MOVE 'Y' TO WS-CUST-EOF-SWITCH.
003860     PERFORM 2040-READ-CUST-MASTER THRU 2040-EXIT.
003870     PERFORM 2100-LOAD-ONE-CUSTOMER THRU 2100-EXIT
003880         UNTIL WS-CUST-EOF.
003890     DISPLAY "Customers on the customer master = "
003900         WS-CUST-COUNT.
003910 2000-EXIT.
003920     EXIT.
003930*
003940 2040-READ-CUST-MASTER.
003950*
003960     IF WS-CUST-EOF
003970         GO TO 2040-EXIT.
003980     READ CUST-MSTR NEXT RECORD
003990         AT END MOVE 'Y' TO WS-CUST-EOF-SWITCH.
004000 2040-EXIT.
004010     EXIT.
004020*
004030 2100-LOAD-ONE-CUSTOMER.
004040*
004050     ADD 1 TO WS-CUST-READ.
004080     IF WS-CUST-COUNT < WS-MAX-CUSTOMERS
004090         ADD 1 TO WS-CUST-COUNT
004100         MOVE CM-CUSTOMER-NUMBER
004110             TO CT-CUSTOMER-NUMBER (WS-CUST-COUNT)
004120         MOVE CM-MATCH-NAME TO CT-NAME (WS-CUST-COUNT)
004130         MOVE CM-MATCH-ADDRESS TO CT-ADDRESS (WS-CUST-COUNT)
004140         MOVE CM-MATCH-ZIP TO CT-ZIP (WS-CUST-COUNT)
004150     ELSE
004160         DISPLAY "CUSTOMER TABLE FULL - " CM-CUSTOMER-NUMBER
004170             " IGNORED".
004180 2100-NEXT.
004190     PERFORM 2040-READ-CUST-MASTER THRU 2040-EXIT.
004200 2100-EXIT.
004210     EXIT.
004220*
004230*----------------------------------------------------------*
004240* 3000 SERIES - PASS THE APPLICATION MASTER IN KEY ORDER.   *
004250* AN APPLICATION QUOTED, EXPORTED, OR BOOKED FOR A TABLED   *
004260* BORROWER IS OPEN AND GOES IN THE APPLICATION TABLE - A    *
004264* REJECTED ONE IS NOT, NOR IS A QUOTE OR EXPORT THAT        *
004268* QTAGING HAS ALREADY AGED OFF, OR WHOSE QUOTE IS OLDER     *
004272* THAN WS-QUOTE-LIVE-DAYS AND NOT HELD BY A RATE LOCK       *
004276* STILL IN FORCE.                                           *
004280*----------------------------------------------------------*
004290 3000-PASS-APPL-MASTER.
004300*
004310     MOVE LOW-VALUES TO AM-KEY.
004320     START APPL-MSTR KEY IS NOT LESS THAN AM-KEY
004330         INVALID KEY MOVE 'Y' TO WS-MSTR-EOF-SWITCH.
004340     PERFORM 3040-READ-APPL-MASTER THRU 3040-EXIT.
004350     PERFORM 3100-TABLE-ONE-APPLICATION THRU 3100-EXIT
004360         UNTIL WS-MSTR-EOF.
004370 3000-EXIT.
004380     EXIT.
004390*
004400 3040-READ-APPL-MASTER.
004410*
004420     IF WS-MSTR-EOF
004430         GO TO 3040-EXIT.
004440     READ APPL-MSTR NEXT RECORD
004450         AT END MOVE 'Y' TO WS-MSTR-EOF-SWITCH.
004460 3040-EXIT.
004470     EXIT.
004480*
004490 3100-TABLE-ONE-APPLICATION.
004500*
004510     ADD 1 TO WS-MSTR-READ.
004520     IF AM-CUSTOMER-NUMBER IS NOT NUMERIC
004530             OR AM-CUSTOMER-NUMBER = ZERO
004540         GO TO 3100-NEXT.
004550     IF NOT AM-QUOTED AND NOT AM-EXPORTED AND NOT AM-BOOKED
004560         GO TO 3100-NEXT.
004561     IF AM-QUOTE-AGED-OFF AND NOT AM-BOOKED
004562         GO TO 3100-NEXT.
004563     MOVE ZERO TO WS-QUOTE-AGE.
004564     IF NOT AM-BOOKED
004565             AND AM-QUOTE-DATE IS NUMERIC
004566             AND AM-QUOTE-DATE > ZERO
004567         COMPUTE WS-QUOTE-AGE = WS-RUN-DATE-INT
004568             - FUNCTION INTEGER-OF-DATE (AM-QUOTE-DATE).
004569     IF WS-QUOTE-AGE > WS-QUOTE-LIVE-DAYS
004570         PERFORM 3130-CHECK-RATE-LOCK THRU 3130-EXIT
004571         IF NOT WS-LOCK-IN-FORCE
004572             GO TO 3100-NEXT.
004573     PERFORM 3110-FIND-CUSTOMER THRU 3110-EXIT.
004580     IF WS-CUST-HIT = ZERO
004590         GO TO 3100-NEXT.
004600     IF WS-APPL-COUNT NOT < WS-MAX-APPLICATIONS
004610         DISPLAY "APPLICATION TABLE FULL - " AM-APPL-NUMBER
004620             " IGNORED"
004630         GO TO 3100-NEXT.
004640     ADD 1 TO WS-APPL-COUNT.
004650     MOVE WS-CUST-HIT TO AT-CUST-HIT (WS-APPL-COUNT).
004660     MOVE AM-APPL-NUMBER TO AT-APPL-NUMBER (WS-APPL-COUNT).
004670     MOVE AM-BRANCH-ID TO AT-BRANCH-ID (WS-APPL-COUNT).
004680     MOVE AM-STATUS TO AT-STATUS (WS-APPL-COUNT).
004690     MOVE AM-LOAN-AMOUNT TO AT-LOAN-AMOUNT (WS-APPL-COUNT).
004700     MOVE AM-QUOTE-DATE TO AT-QUOTE-DATE (WS-APPL-COUNT).
004710     MOVE AM-OFFICER-ID TO AT-OFFICER-ID (WS-APPL-COUNT).
004720     MOVE AM-EXPOSURE-FLAG TO AT-EXPOSURE-FLAG (WS-APPL-COUNT).
004730     ADD 1 TO CT-APPL-COUNT (WS-CUST-HIT).
004740     ADD AM-LOAN-AMOUNT TO CT-EXPOSURE (WS-CUST-HIT).
004750 3100-NEXT.
004760     PERFORM 3040-READ-APPL-MASTER THRU 3040-EXIT.
004770 3100-EXIT.
004780     EXIT.
004790*
004800*----------------------------------------------------------*
004810* 3110 - THE TABLE ENTRY FOR THE APPLICATION'S BORROWER, OR *
004820* ZERO WHEN THE BORROWER IS NOT ON THE CUSTOMER MASTER.     *
004830*----------------------------------------------------------*
004840 3110-FIND-CUSTOMER.
004850*
004860     MOVE ZERO TO WS-CUST-HIT.
004870     PERFORM 3120-MATCH-CUSTOMER THRU 3120-EXIT
004880         VARYING WS-CUST-INDEX FROM 1 BY 1
004890         UNTIL WS-CUST-INDEX > WS-CUST-COUNT
004900         OR WS-CUST-HIT > ZERO.
004910 3110-EXIT.
004920     EXIT.
004930*
004940 3120-MATCH-CUSTOMER.
004950*
004960     IF CT-CUSTOMER-NUMBER (WS-CUST-INDEX) = AM-CUSTOMER-NUMBER
004970         MOVE WS-CUST-INDEX TO WS-CUST-HIT.
004980 3120-EXIT.
004990     EXIT.
005000*
005001*----------------------------------------------------------*
005002* 3130 - IS THE APPLICATION UNDER A RATE LOCK STILL IN      *
005003* FORCE - ACTIVE AND NOT YET EXPIRED ON THE BUSINESS DATE.  *
005004* A CANCELLED OR EXPIRED LOCK HOLDS NOTHING.  THE SAME TEST *
005005* AS THE REPRICE RUN.                                       *
005006*----------------------------------------------------------*
005007 3130-CHECK-RATE-LOCK.
005008*
005009     MOVE 'N' TO WS-LOCK-IN-FORCE-SWITCH.
005010     IF NOT WS-RATELOCK-OPEN
005011         GO TO 3130-EXIT.
005012     MOVE AM-APPL-NUMBER TO RL-APPL-NUMBER.
005013     MOVE AM-BRANCH-ID TO RL-BRANCH-ID.
005014     READ RATE-LOCK
005015         INVALID KEY GO TO 3130-EXIT.
005016     IF RL-ACTIVE AND RL-EXPIRATION-DATE NOT < RUN-DATE
005017         MOVE 'Y' TO WS-LOCK-IN-FORCE-SWITCH.
005018 3130-EXIT.
005019     EXIT.
005020*
005021*----------------------------------------------------------*
005022* 5000 SERIES - THE REPORT - THE LIMIT IN FORCE, THEN EACH  *
005030* BORROWER STILL SHOWING MORE THAN ONE OPEN APPLICATION, IN *
005040* CUSTOMER NUMBER ORDER.                                    *
005050*----------------------------------------------------------*
005060 5000-WRITE-REPORT.
005070*
005080     MOVE RUN-DATE TO CUST-HDR-RUN-DATE.
005090     WRITE CUST-LINE FROM CUST-RUN-HDR.
005100     MOVE WS-BORROWER-LIMIT TO CLL-BORROWER-LIMIT.
005110     WRITE CUST-LINE FROM CUST-LIMIT-LINE.
005120     MOVE "BORROWERS WITH MORE THAN ONE OPEN APPLICATION --"
005130         TO CUST-SECTION-HDR.
005140     WRITE CUST-LINE FROM CUST-SECTION-HDR.
005150     PERFORM 5100-WRITE-ONE-CUSTOMER THRU 5100-EXIT
005160         VARYING WS-CUST-INDEX FROM 1 BY 1
005170         UNTIL WS-CUST-INDEX > WS-CUST-COUNT.
005180 5000-EXIT.
005190     EXIT.
005200*
005210*----------------------------------------------------------*
005220* 5100 SERIES - ONE BORROWER - THE HEADING, EVERY OPEN      *
005230* APPLICATION WHATEVER THE BRANCH, AND THE TOTAL AGAINST    *
005240* THE LIMIT.  A REFERRAL CALC3000 MADE WHEN THE LOAN WAS    *
005250* PRICED IS SHOWN AGAINST THE APPLICATION.                  *
005260*----------------------------------------------------------*
005270 5100-WRITE-ONE-CUSTOMER.
005280*
005290     IF CT-APPL-COUNT (WS-CUST-INDEX) < 2
005300         GO TO 5100-EXIT.
005310     MOVE SPACES TO CUST-SECTION-HDR.
005320     WRITE CUST-LINE FROM CUST-SECTION-HDR.
005330     MOVE CT-CUSTOMER-NUMBER (WS-CUST-INDEX)
005340         TO CCH-CUSTOMER-NUMBER.
005350     MOVE CT-NAME (WS-CUST-INDEX) TO CCH-NAME.
005360     MOVE CT-ADDRESS (WS-CUST-INDEX) TO CCH-ADDRESS.
005370     MOVE CT-ZIP (WS-CUST-INDEX) TO CCH-ZIP.
005380     WRITE CUST-LINE FROM CUST-CUSTOMER-HDR.
005390     WRITE CUST-LINE FROM CUST-COLUMN-HDR.
005400     PERFORM 5110-WRITE-ONE-APPLICATION THRU 5110-EXIT
005410         VARYING WS-APPL-INDEX FROM 1 BY 1
005420         UNTIL WS-APPL-INDEX > WS-APPL-COUNT.
005430     MOVE CT-APPL-COUNT (WS-CUST-INDEX) TO CCT-APPL-COUNT.
005440     MOVE CT-EXPOSURE (WS-CUST-INDEX) TO CCT-EXPOSURE.
005450     MOVE SPACES TO CCT-LIMIT-TEXT.
005460     IF CT-EXPOSURE (WS-CUST-INDEX) > WS-BORROWER-LIMIT
005470         MOVE "OVER LIMIT" TO CCT-LIMIT-TEXT
005480         ADD 1 TO WS-CUSTOMERS-OVER.
005490     WRITE CUST-LINE FROM CUST-CUSTOMER-TOTAL.
005500     ADD 1 TO WS-CUSTOMERS-REPORTED.
005510     ADD CT-EXPOSURE (WS-CUST-INDEX) TO WS-GRAND-EXPOSURE.
005520 5100-EXIT.
005530     EXIT.
005540*
005550 5110-WRITE-ONE-APPLICATION.
005560*
005570     IF AT-CUST-HIT (WS-APPL-INDEX) NOT = WS-CUST-INDEX
005580         GO TO 5110-EXIT.
005590     MOVE AT-APPL-NUMBER (WS-APPL-INDEX) TO CAD-APPL-NUMBER.
005600     MOVE AT-BRANCH-ID (WS-APPL-INDEX) TO CAD-BRANCH-ID.
005610     MOVE "QUOTED" TO CAD-STATUS.
005620     IF AT-STATUS (WS-APPL-INDEX) = 'X'
005630         MOVE "EXPORTED" TO CAD-STATUS.
005640     IF AT-STATUS (WS-APPL-INDEX) = 'B'
005650         MOVE "BOOKED" TO CAD-STATUS.
005660     MOVE AT-LOAN-AMOUNT (WS-APPL-INDEX) TO CAD-LOAN-AMOUNT.
005670     MOVE AT-QUOTE-DATE (WS-APPL-INDEX) TO CAD-QUOTE-DATE.
005680     MOVE AT-OFFICER-ID (WS-APPL-INDEX) TO CAD-OFFICER-ID.
005690     MOVE SPACES TO CAD-REFER-TEXT.
005700     IF AT-EXPOSURE-FLAG (WS-APPL-INDEX) = 'R'
005710         MOVE "REFERRED" TO CAD-REFER-TEXT.
005720     WRITE CUST-LINE FROM CUST-APPL-DETAIL.
005730     ADD 1 TO WS-APPLS-REPORTED.
005740 5110-EXIT.
005750     EXIT.
005760*
005770*----------------------------------------------------------*
005780* 8000 SERIES - CONTROL COUNTS FOR THE RUN, WRITTEN TO THE  *
005790* REPORT AND DISPLAYED FOR THE OPERATOR.                    *
005800*----------------------------------------------------------*
005810 8000-PRINT-CONTROL-TOTALS.
005820*
005830     MOVE SPACES TO CUST-SECTION-HDR.
005840     WRITE CUST-LINE FROM CUST-SECTION-HDR.
005850     MOVE "CONTROL ----------------------------------------"
005860         TO CUST-SECTION-HDR.
005870     WRITE CUST-LINE FROM CUST-SECTION-HDR.
005880     MOVE "CUSTMSTR RECORDS READ       = " TO CC-TOTAL-LABEL.
005890     MOVE WS-CUST-READ TO CC-TOTAL-COUNT.
005900     WRITE CUST-LINE FROM CUST-CONTROL-LINE.
005910     MOVE "APPLMSTR RECORDS READ       = " TO CC-TOTAL-LABEL.
005920     MOVE WS-MSTR-READ TO CC-TOTAL-COUNT.
005930     WRITE CUST-LINE FROM CUST-CONTROL-LINE.
005940     MOVE "BORROWERS REPORTED          = " TO CC-TOTAL-LABEL.
005950     MOVE WS-CUSTOMERS-REPORTED TO CC-TOTAL-COUNT.
005960     WRITE CUST-LINE FROM CUST-CONTROL-LINE.
005970     MOVE "APPLICATIONS LISTED         = " TO CC-TOTAL-LABEL.
005980     MOVE WS-APPLS-REPORTED TO CC-TOTAL-COUNT.
005990     WRITE CUST-LINE FROM CUST-CONTROL-LINE.
006000     MOVE "BORROWERS OVER LIMIT        = " TO CC-TOTAL-LABEL.
006010     MOVE WS-CUSTOMERS-OVER TO CC-TOTAL-COUNT.
006020     WRITE CUST-LINE FROM CUST-CONTROL-LINE.
006030     MOVE "TOTAL EXPOSURE LISTED       = " TO CA-TOTAL-LABEL.
006040     MOVE WS-GRAND-EXPOSURE TO CA-TOTAL-AMOUNT.
006050     WRITE CUST-LINE FROM CUST-AMOUNT-LINE.
006060     DISPLAY "CUSTMSTR RECORDS READ   = " WS-CUST-READ.
006070     DISPLAY "APPLMSTR RECORDS READ   = " WS-MSTR-READ.
006080     DISPLAY "BORROWERS REPORTED      = " WS-CUSTOMERS-REPORTED.
006090     DISPLAY "BORROWERS OVER LIMIT    = " WS-CUSTOMERS-OVER.
006100 8000-EXIT.
006110     EXIT.
006120*
006130 END PROGRAM CUSTEXPO.
