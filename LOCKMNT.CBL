000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    LOCKMNT.
000040 AUTHOR.        T. ABRAHAM.
000050 INSTALLATION.  CONSUMER LOAN DEPARTMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090*----------------------------------------------------------*
000100* MODIFICATION HISTORY                                     *
000110*----------------------------------------------------------*
000120*  DATE       INIT  DESCRIPTION                             *
000130*  10/15/26   TA    ORIGINAL PROGRAM - RATE LOCK            *
000140*                   MAINTENANCE.  THE DESK LOCKS A          *
000150*                   CUSTOMER'S QUOTED RATE FOR 30, 45 OR 60 *
000160*                   DAYS ON THE RATELOCK FILE, LISTS THE    *
000170*                   LOCKS IN FORCE, AND CANCELS A LOCK THE  *
000180*                   CUSTOMER WALKS AWAY FROM.  EXTENDING A  *
000190*                   LOCK TAKES SUPERVISOR AUTHORITY FROM    *
000200*                   OPERFILE.  EVERY LOCK, EXTENSION,       *
000210*                   CANCEL, AND DECLINED EXTENSION GOES ON  *
000220*                   THE AUDIT TRAIL.                        *
000222*  10/15/26   TA    RUN DATE NOW TAKEN FROM THE BUSINESS    *
000224*                   DATE ON THE CYCLECTL CYCLE CONTROL FILE *
000226*                   IN PLACE OF THE SYSTEM CLOCK.           *
000228*  10/15/26   TA    APPLICATION MASTER RECORD WIDENED TO    *
000230*                   100 CHARACTERS FOR THE CLOSING FEES,    *
000232*                   POINTS, AND ODD-DAYS INTEREST SVCRECON  *
000234*                   POSTS TO THE GENERAL LEDGER.            *
000236*  10/15/26   TA    APPLICATION MASTER RECORD WIDENED TO    *
000238*                   120 CHARACTERS FOR THE SHEET RATE, RATE *
000240*                   CONCESSION, REASON, AND APPROVING       *
000242*                   OPERATOR CALC3000 NOW CARRIES ON EVERY  *
000244*                   QUOTE.                                  *
000246*----------------------------------------------------------*
000248*
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
000360     SELECT RATE-LOCK
000370         ASSIGN TO RATELOCK
000380         ORGANIZATION IS INDEXED
000390         ACCESS IS DYNAMIC
000400         RECORD KEY IS RL-KEY
000410         FILE STATUS IS WS-RATELOCK-STATUS.
000420*
000430     SELECT APPL-MSTR
000440         ASSIGN TO APPLMSTR
000450         ORGANIZATION IS INDEXED
000460         ACCESS IS RANDOM
000470         RECORD KEY IS AM-KEY
000480         FILE STATUS IS WS-APPLMSTR-STATUS.
000490*
000500     SELECT AUDIT-LOG
000510         ASSIGN TO AUDITLOG
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-AUDIT-STATUS.
000540*
000550     SELECT OPER-FILE
000560         ASSIGN TO OPERFILE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-OPERFILE-STATUS.
000590*
000591     SELECT CYCLE-CTL
000592         ASSIGN TO CYCLECTL
000593         ORGANIZATION IS LINE SEQUENTIAL
000594         FILE STATUS IS WS-CYCLE-STATUS.
000595*
000600 DATA DIVISION.
000610*
000620 FILE SECTION.
000630*
000640*----------------------------------------------------------*
000650* RATE-LOCK - KEYED RATE LOCK FILE - SEE THE RATELOCK       *
000660* COPYBOOK.  DYNAMIC ACCESS - DIRECT READS TO LOCK, EXTEND  *
000670* OR CANCEL, AND KEY ORDER FOR THE LISTING.                 *
000680*----------------------------------------------------------*
000690 FD  RATE-LOCK
000700     RECORD CONTAINS 80 CHARACTERS.
000710*
000720     COPY RATELOCK.
000730*
000740*----------------------------------------------------------*
000750* APPL-MSTR - KEYED APPLICATION MASTER MAINTAINED BY        *
000760* CALC3000 AND SVCRECON - SEE THE APPLMSTR COPYBOOK.  ONLY  *
000770* A QUOTE STILL ON THE MASTER AND NOT YET BOOKED OR         *
000780* REJECTED MAY BE LOCKED, AND ONLY AT ITS QUOTED RATE.      *
000790*----------------------------------------------------------*
000800 FD  APPL-MSTR
000810     RECORD CONTAINS 120 CHARACTERS.
000820*
000830     COPY APPLMSTR.
000840*
000850*----------------------------------------------------------*
000860* AUDIT-LOG - THE SAME PERMANENT TRAIL CALC3000 APPENDS     *
000870* TO - USED HERE FOR SECURITY EVENTS AND FOR EACH LOCK      *
000880* ACTION.                                                   *
000890*----------------------------------------------------------*
000900 FD  AUDIT-LOG
000910     RECORD CONTAINS 100 CHARACTERS.
000920*
000930 01  AUDIT-LINE                    PIC X(100).
000940*
000950*----------------------------------------------------------*
000960* OPER-FILE - OPERATOR SECURITY PROFILES SHARED WITH        *
000970* CALC3000 - SEE THE OPERSEC COPYBOOK.                      *
000980*----------------------------------------------------------*
000990 FD  OPER-FILE
001000     RECORD CONTAINS 17 CHARACTERS.
001010*
001020     COPY OPERSEC.
001030*
001031*----------------------------------------------------------*
001032* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
001033* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN.        *
001034*----------------------------------------------------------*
001035 FD  CYCLE-CTL
001036     RECORD CONTAINS 300 CHARACTERS.
001037*
001038 01  CYCLE-CTL-REC                 PIC X(300).
001039*
001040 WORKING-STORAGE SECTION.
001050*
001060*----------------------------------------------------------*
001070* STANDALONE SWITCHES AND COUNTERS                          *
001080*----------------------------------------------------------*
001090 77  WS-RATELOCK-STATUS             PIC X(02)  VALUE SPACES.
001100 77  WS-APPLMSTR-STATUS             PIC X(02)  VALUE SPACES.
001110 77  WS-AUDIT-STATUS                PIC X(02)  VALUE SPACES.
001120 77  WS-OPERFILE-STATUS             PIC X(02)  VALUE SPACES.
001125 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
001130*
001140 77  WS-OPER-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001150     88  WS-OPER-EOF                           VALUE 'Y'.
001160*
001170 77  WS-SIGNON-SWITCH               PIC X(01)  VALUE 'N'.
001180     88  WS-SIGNED-ON                          VALUE 'Y'.
001190*
001200 77  WS-AUTH-LEVEL                  PIC X(01)  VALUE SPACE.
001210     88  WS-SUPERVISOR                         VALUE 'S'.
001220*
001230 77  WS-SIGNON-TRIES                PIC 9(01)  COMP VALUE ZERO.
001240 77  WS-PASSWORD-ENTERED            PIC X(08)  VALUE SPACES.
001250*
001260 77  WS-LOCK-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001270     88  WS-LOCK-EOF                           VALUE 'Y'.
001280*
001290 77  WS-LOCK-FOUND-SWITCH           PIC X(01)  VALUE 'N'.
001300     88  WS-LOCK-FOUND                         VALUE 'Y'.
001310*
001320 77  WS-MENU-CHOICE                 PIC 9      VALUE ZERO.
001330 77  WS-CONFIRM-CHOICE              PIC 9      VALUE ZERO.
001340*
001350 77  WS-APPL-KEYED                  PIC 9(08)  VALUE ZERO.
001360 77  WS-BRANCH-KEYED                PIC X(04)  VALUE SPACES.
001370 77  WS-PERIOD-KEYED                PIC 9(03)  VALUE ZERO.
001380 77  WS-EXT-DAYS-KEYED              PIC 9(03)  VALUE ZERO.
001390*
001400*----------------------------------------------------------*
001410* A QUOTE OLDER THAN WS-QUOTE-LIVE-DAYS IS TOO STALE TO     *
001420* LOCK - THE SAME 30-DAY WINDOW AS THE CALC3000 DUPLICATE   *
001430* EDIT.  ONE EXTENSION MAY ADD NO MORE THAN                 *
001440* WS-MAX-EXT-DAYS TO A LOCK.                                *
001450*----------------------------------------------------------*
001460 77  WS-QUOTE-LIVE-DAYS             PIC 9(03)  COMP VALUE 30.
001470 77  WS-MAX-EXT-DAYS                PIC 9(03)  COMP VALUE 30.
001480*
001490 77  WS-RUN-DATE-INT                PIC 9(08)  COMP VALUE ZERO.
001500 77  WS-QUOTE-AGE                   PIC S9(05) COMP VALUE ZERO.
001510 77  WS-LOCKS-LISTED                PIC 9(05)  COMP VALUE ZERO.
001520 77  WS-RATE-DISPLAY                PIC Z9.99.
001530*
001540 01  OPERATOR-INFO.
001550*
001560     05  OPERATOR-ID                PIC X(08)  VALUE SPACES.
001570     05  RUN-DATE                   PIC 9(08).
001580     05  RUN-TIME                   PIC 9(08).
001590*
001600*----------------------------------------------------------*
001610* SECURITY EVENT LINE FOR THE AUDIT TRAIL - SAME COLUMNS    *
001620* AS THE CALC3000 SECURITY LINE.  EACH LOCK ACTION GOES ON  *
001630* THE TRAIL IN THE SAME FORM - THE ACTION, APPLICATION AND  *
001640* BRANCH IN THE MESSAGE COLUMNS.                            *
001650*----------------------------------------------------------*
001660 01  AUDIT-SEC-DETAIL.
001670     05  AUDIT-SEC-DATE             PIC 9(08).
001680     05  FILLER                     PIC X(01) VALUE SPACE.
001690     05  AUDIT-SEC-TIME             PIC 9(08).
001700     05  FILLER                     PIC X(01) VALUE SPACE.
001710     05  AUDIT-SEC-OPERATOR         PIC X(08).
001720     05  FILLER                     PIC X(01) VALUE SPACE.
001730     05  AUDIT-SEC-MESSAGE          PIC X(40).
001740     05  FILLER                     PIC X(33) VALUE SPACES.
001750*
001760 01  LOCK-AUDIT-MESSAGE.
001770     05  LAM-ACTION                 PIC X(19).
001780     05  LAM-APPL-NUMBER            PIC 9(08).
001790     05  FILLER                     PIC X(05) VALUE " BR =".
001800     05  LAM-BRANCH-ID              PIC X(04).
001810     05  FILLER                     PIC X(04) VALUE SPACES.
001820*
001830*----------------------------------------------------------*
001840* DISPLAY LINE LAYOUT FOR THE LOCK LISTING                  *
001850*----------------------------------------------------------*
001860 01  LOCK-DISPLAY.
001870     05  LD-APPL-NUMBER             PIC 9(08).
001880     05  FILLER                     PIC X(01) VALUE SPACE.
001890     05  LD-BRANCH-ID               PIC X(04).
001900     05  FILLER                     PIC X(07) VALUE "  RATE ".
001910     05  LD-LOCKED-RATE             PIC Z9.99.
001920     05  FILLER                     PIC X(08) VALUE "  LOCKED".
001930     05  LD-LOCK-DATE               PIC 9(08).
001940     05  FILLER                     PIC X(09) VALUE "  EXPIRES".
001950     05  LD-EXPIRATION-DATE         PIC 9(08).
001960     05  FILLER                     PIC X(07) VALUE "  EXTS ".
001970     05  LD-EXTENSION-COUNT         PIC Z9.
001980     05  FILLER                     PIC X(02) VALUE SPACES.
001990     05  LD-STATUS-TEXT             PIC X(09).
002000*
002003     COPY CYCLECTL.
002006*
002010 PROCEDURE DIVISION.
002020*
002030*----------------------------------------------------------*
002040* 0000-MAINLINE - SIGN ON, OPEN THE RATE LOCK FILE, AND     *
002050* TAKE REQUESTS UNTIL DONE.  EVERY CHANGE IS WRITTEN        *
002060* STRAIGHT TO THE KEYED FILE.                               *
002070*----------------------------------------------------------*
002080 0000-MAINLINE.
002090*
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002110     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
002120         UNTIL WS-MENU-CHOICE = 9.
002130     CLOSE RATE-LOCK.
002140     CLOSE APPL-MSTR.
002150     CLOSE AUDIT-LOG.
002160     DISPLAY "End of rate lock session.".
002170     STOP RUN.
002180*
002190 1000-INITIALIZE.
002200*
002210     DISPLAY "LOCKMNT - RATE LOCK MAINTENANCE".
002220     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002230     COMPUTE WS-RUN-DATE-INT =
002240         FUNCTION INTEGER-OF-DATE (RUN-DATE).
002250     OPEN EXTEND AUDIT-LOG.
002260     IF WS-AUDIT-STATUS = "35"
002270         OPEN OUTPUT AUDIT-LOG.
002280*    SIGN-ON COMES AFTER THE AUDIT LOG IS OPEN SO A
002290*    DECLINED ATTEMPT CAN GO ON THE TRAIL.
002300     PERFORM 1300-SIGN-ON THRU 1300-EXIT.
002310     OPEN INPUT APPL-MSTR.
002320     IF WS-APPLMSTR-STATUS NOT = "00"
002330         DISPLAY "APPL-MSTR OPEN FAILED - STATUS = "
002340             WS-APPLMSTR-STATUS
002350         DISPLAY "RUN THE CALC3000 BATCH TO BUILD THE "
002360             "APPLICATION MASTER."
002370         STOP RUN.
002380     OPEN I-O RATE-LOCK.
002390     IF WS-RATELOCK-STATUS = "35"
002400         DISPLAY "No rate lock file found - starting a new one."
002410         OPEN OUTPUT RATE-LOCK
002420         CLOSE RATE-LOCK
002430         OPEN I-O RATE-LOCK.
002440     IF WS-RATELOCK-STATUS NOT = "00"
002450         DISPLAY "RATE-LOCK OPEN FAILED - STATUS = "
002460             WS-RATELOCK-STATUS
002470         STOP RUN.
002480 1000-EXIT.
002490     EXIT.
002500*
002501*----------------------------------------------------------*
002502* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
002503* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
002504* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
002505* BEING PROCESSED.                                          *
002506*----------------------------------------------------------*
002507 1050-GET-BUSINESS-DATE.
002508*
002509     OPEN INPUT CYCLE-CTL.
002510     IF WS-CYCLE-STATUS = "35"
002511         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
002512             "BUSINESS DATE WITH CYCLEMNT."
002513         STOP RUN.
002514     IF WS-CYCLE-STATUS NOT = "00"
002515         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002516             WS-CYCLE-STATUS
002517         STOP RUN.
002518     MOVE SPACES TO CYCLE-CONTROL.
002519     READ CYCLE-CTL INTO CYCLE-CONTROL
002520         AT END MOVE SPACES TO CYCLE-CONTROL.
002521     CLOSE CYCLE-CTL.
002522     IF CC-BUSINESS-DATE NOT NUMERIC
002523             OR CC-BUSINESS-DATE = ZERO
002524         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
002525             "CYCLEMNT."
002526         STOP RUN.
002527     MOVE CC-BUSINESS-DATE TO RUN-DATE.
002528 1050-EXIT.
002529     EXIT.
002530*
002531*----------------------------------------------------------*
002532* 1300 SERIES - OPERATOR SIGN-ON AGAINST THE OPERFILE       *
002533* SECURITY FILE - SAME RULES AS THE CALC3000 SIGN-ON.       *
002540* THREE TRIES, THEN THE SESSION ENDS, AND EVERY DECLINED    *
002550* ATTEMPT GOES ON THE AUDIT TRAIL.                          *
002560*----------------------------------------------------------*
002570 1300-SIGN-ON.
002580*
002590     MOVE ZERO TO WS-SIGNON-TRIES.
002600 1300-TRY.
002610     ADD 1 TO WS-SIGNON-TRIES.
002620     IF WS-SIGNON-TRIES > 3
002630         DISPLAY "SIGN-ON FAILED - SESSION ENDED."
002640         STOP RUN.
002650     DISPLAY "Enter operator ID (8 characters).".
002660     ACCEPT OPERATOR-ID.
002670     DISPLAY "Enter password.".
002680     ACCEPT WS-PASSWORD-ENTERED.
002690     PERFORM 1310-VERIFY-OPERATOR THRU 1310-EXIT.
002700     IF NOT WS-SIGNED-ON
002710         MOVE "SIGN-ON DECLINED - BAD ID OR PASSWORD"
002720             TO AUDIT-SEC-MESSAGE
002730         PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT
002740         DISPLAY "ID or password not recognized."
002750         GO TO 1300-TRY.
002760 1300-EXIT.
002770     EXIT.
002780*
002790 1310-VERIFY-OPERATOR.
002800*
002810     MOVE 'N' TO WS-SIGNON-SWITCH.
002820     MOVE 'N' TO WS-OPER-EOF-SWITCH.
002830     MOVE SPACE TO WS-AUTH-LEVEL.
002840     OPEN INPUT OPER-FILE.
002850     IF WS-OPERFILE-STATUS = "35"
002860         DISPLAY "NO OPERFILE SECURITY FILE - BUILD THE "
002870             "OPERATOR PROFILES BEFORE RUNNING."
002880         STOP RUN.
002890     IF WS-OPERFILE-STATUS NOT = "00"
002900         DISPLAY "OPER-FILE OPEN FAILED - STATUS = "
002910             WS-OPERFILE-STATUS
002920         STOP RUN.
002930     PERFORM 1315-MATCH-OPERATOR THRU 1315-EXIT
002940         UNTIL WS-OPER-EOF OR WS-SIGNED-ON.
002950     CLOSE OPER-FILE.
002960 1310-EXIT.
002970     EXIT.
002980*
002990 1315-MATCH-OPERATOR.
003000*
003010     READ OPER-FILE
003020         AT END MOVE 'Y' TO WS-OPER-EOF-SWITCH.
003030     IF NOT WS-OPER-EOF
003040         IF OP-OPERATOR-ID = OPERATOR-ID
003050                 AND OP-PASSWORD = WS-PASSWORD-ENTERED
003060             MOVE OP-AUTH-LEVEL TO WS-AUTH-LEVEL
003070             MOVE 'Y' TO WS-SIGNON-SWITCH.
003080 1315-EXIT.
003090     EXIT.
003100*
003110 1320-WRITE-SECURITY-AUDIT.
003120*
003130     ACCEPT RUN-TIME FROM TIME.
003140     MOVE RUN-DATE TO AUDIT-SEC-DATE.
003150     MOVE RUN-TIME TO AUDIT-SEC-TIME.
003160     MOVE OPERATOR-ID TO AUDIT-SEC-OPERATOR.
003170     WRITE AUDIT-LINE FROM AUDIT-SEC-DETAIL.
003180 1320-EXIT.
003190     EXIT.
003200*
003210*----------------------------------------------------------*
003220* 2000 SERIES - DESK MENU.  ANYONE SIGNED ON MAY LIST,      *
003230* LOCK, OR CANCEL - AN EXTENSION TAKES SUPERVISOR           *
003240* AUTHORITY.                                                *
003250*----------------------------------------------------------*
003260 2000-PROCESS-REQUESTS.
003270*
003280     DISPLAY "----------------------------------------".
003290     DISPLAY "Enter 1 to list the rate locks in force.".
003300     DISPLAY "Enter 2 to lock a quoted rate.".
003310     DISPLAY "Enter 3 to extend a rate lock.".
003320     DISPLAY "Enter 4 to cancel a rate lock.".
003330     DISPLAY "Enter 9 to end.".
003340     ACCEPT WS-MENU-CHOICE.
003350     IF WS-MENU-CHOICE = 1
003360         PERFORM 3000-LIST-LOCKS THRU 3000-EXIT.
003370     IF WS-MENU-CHOICE = 2
003380         PERFORM 4000-LOCK-QUOTE THRU 4000-EXIT.
003390*    EXTENDING A LOCK TAKES SUPERVISOR AUTHORITY - A
003400*    DECLINED ATTEMPT GOES ON THE TRAIL.
003410     IF WS-MENU-CHOICE = 3
003420         IF WS-SUPERVISOR
003430             PERFORM 5000-EXTEND-LOCK THRU 5000-EXIT
003440         ELSE
003450             MOVE "RATE LOCK EXTEND DECLINED - NOT SUPV"
003460                 TO AUDIT-SEC-MESSAGE
003470             PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT
003480             DISPLAY "Supervisor authority required.".
003490     IF WS-MENU-CHOICE = 4
003500         PERFORM 6000-CANCEL-LOCK THRU 6000-EXIT.
003510 2000-EXIT.
003520     EXIT.
003530*
003540*----------------------------------------------------------*
003550* 3000 SERIES - LIST EVERY ACTIVE LOCK, IN APPLICATION      *
003560* ORDER, EXPIRED ONES MARKED.                               *
003570*----------------------------------------------------------*
003580 3000-LIST-LOCKS.
003590*
003600     MOVE ZERO TO WS-LOCKS-LISTED.
003610     MOVE 'N' TO WS-LOCK-EOF-SWITCH.
003620     MOVE LOW-VALUES TO RL-KEY.
003630     START RATE-LOCK KEY IS NOT LESS THAN RL-KEY
003640         INVALID KEY MOVE 'Y' TO WS-LOCK-EOF-SWITCH.
003650     PERFORM 3100-LIST-ONE-LOCK THRU 3100-EXIT
003660         UNTIL WS-LOCK-EOF.
003670     IF WS-LOCKS-LISTED = ZERO
003680         DISPLAY "No rate locks in force.".
003690 3000-EXIT.
003700     EXIT.
003710*
003720 3100-LIST-ONE-LOCK.
003730*
003740     READ RATE-LOCK NEXT RECORD
003750         AT END MOVE 'Y' TO WS-LOCK-EOF-SWITCH.
003760     IF WS-LOCK-EOF
003770         GO TO 3100-EXIT.
003780     IF NOT RL-ACTIVE
003790         GO TO 3100-EXIT.
003800     ADD 1 TO WS-LOCKS-LISTED.
003810     PERFORM 3200-SHOW-LOCK THRU 3200-EXIT.
003820 3100-EXIT.
003830     EXIT.
003840*
003850 3200-SHOW-LOCK.
003860*
003870     MOVE RL-APPL-NUMBER TO LD-APPL-NUMBER.
003880     MOVE RL-BRANCH-ID TO LD-BRANCH-ID.
003890     MOVE RL-LOCKED-RATE TO LD-LOCKED-RATE.
003900     MOVE RL-LOCK-DATE TO LD-LOCK-DATE.
003910     MOVE RL-EXPIRATION-DATE TO LD-EXPIRATION-DATE.
003920     MOVE RL-EXTENSION-COUNT TO LD-EXTENSION-COUNT.
003930     MOVE SPACES TO LD-STATUS-TEXT.
003940     IF RL-CANCELLED
003950         MOVE "CANCELLED" TO LD-STATUS-TEXT.
003960     IF RL-ACTIVE AND RL-EXPIRATION-DATE < RUN-DATE
003970         MOVE "EXPIRED" TO LD-STATUS-TEXT.
003980     DISPLAY LOCK-DISPLAY.
003990 3200-EXIT.
004000     EXIT.
004010*
004020*----------------------------------------------------------*
004030* 3500 SERIES - TAKE AN APPLICATION NUMBER AND BRANCH AND   *
004040* READ ITS LOCK DIRECTLY.  WS-LOCK-FOUND TELLS THE CALLER   *
004050* WHETHER THE RECORD AREA HOLDS A LOCK.                     *
004060*----------------------------------------------------------*
004070 3500-KEY-AND-READ-LOCK.
004080*
004090     MOVE 'N' TO WS-LOCK-FOUND-SWITCH.
004100     DISPLAY "Enter application number (xxxxxxxx).".
004110     ACCEPT WS-APPL-KEYED.
004120     DISPLAY "Enter branch ID (xxxx).".
004130     ACCEPT WS-BRANCH-KEYED.
004140     MOVE WS-APPL-KEYED TO RL-APPL-NUMBER.
004150     MOVE WS-BRANCH-KEYED TO RL-BRANCH-ID.
004160     READ RATE-LOCK
004170         INVALID KEY GO TO 3500-EXIT.
004180     MOVE 'Y' TO WS-LOCK-FOUND-SWITCH.
004190 3500-EXIT.
004200     EXIT.
004210*
004220*----------------------------------------------------------*
004230* 4000 SERIES - LOCK A QUOTE.  THE APPLICATION MUST BE ON   *
004240* THE MASTER, NOT BOOKED OR REJECTED, AND QUOTED WITHIN THE *
004250* LIVE WINDOW, AND MAY NOT ALREADY HOLD A LOCK IN FORCE.    *
004260* THE RATE LOCKED IS THE RATE QUOTED.  A CANCELLED OR       *
004270* EXPIRED LOCK ON FILE IS REPLACED BY THE NEW ONE.          *
004280*----------------------------------------------------------*
004290 4000-LOCK-QUOTE.
004300*
004310     PERFORM 3500-KEY-AND-READ-LOCK THRU 3500-EXIT.
004320     IF WS-LOCK-FOUND
004330             AND RL-ACTIVE
004340             AND RL-EXPIRATION-DATE NOT < RUN-DATE
004350         DISPLAY "RATE ALREADY LOCKED THRU " RL-EXPIRATION-DATE
004360         GO TO 4000-EXIT.
004370     MOVE WS-APPL-KEYED TO AM-APPL-NUMBER.
004380     MOVE WS-BRANCH-KEYED TO AM-BRANCH-ID.
004390     READ APPL-MSTR
004400         INVALID KEY
004410             DISPLAY "APPLICATION NOT ON THE APPLICATION MASTER"
004420             GO TO 4000-EXIT.
004430     IF AM-BOOKED OR AM-REJECTED
004440         DISPLAY "APPLICATION ALREADY BOOKED OR REJECTED - "
004450             "NOT LOCKED"
004460         GO TO 4000-EXIT.
004470     COMPUTE WS-QUOTE-AGE = WS-RUN-DATE-INT
004480         - FUNCTION INTEGER-OF-DATE (AM-QUOTE-DATE).
004490     IF WS-QUOTE-AGE > WS-QUOTE-LIVE-DAYS
004500         DISPLAY "QUOTE DATED " AM-QUOTE-DATE
004510             " IS TOO OLD TO LOCK - REQUOTE FIRST"
004520         GO TO 4000-EXIT.
004530     MOVE AM-INTEREST-RATE TO WS-RATE-DISPLAY.
004540     DISPLAY "Quoted rate " WS-RATE-DISPLAY
004550         " on " AM-QUOTE-DATE.
004560     DISPLAY "Enter lock period in days (30, 45 or 60).".
004570     ACCEPT WS-PERIOD-KEYED.
004580     MOVE WS-PERIOD-KEYED TO RL-LOCK-PERIOD.
004590     IF NOT RL-VALID-PERIOD
004600         DISPLAY "LOCK PERIOD MUST BE 30, 45 OR 60 DAYS"
004610         GO TO 4000-EXIT.
004620     DISPLAY "Enter 1 to lock this rate, 0 to cancel.".
004630     ACCEPT WS-CONFIRM-CHOICE.
004640     IF WS-CONFIRM-CHOICE NOT = 1
004650         DISPLAY "Rate not locked."
004660         GO TO 4000-EXIT.
004670     MOVE SPACES TO RATE-LOCK-RECORD.
004680     MOVE WS-APPL-KEYED TO RL-APPL-NUMBER.
004690     MOVE WS-BRANCH-KEYED TO RL-BRANCH-ID.
004700     MOVE 'A' TO RL-STATUS.
004710     MOVE RUN-DATE TO RL-LOCK-DATE.
004720     MOVE AM-INTEREST-RATE TO RL-LOCKED-RATE.
004730     MOVE WS-PERIOD-KEYED TO RL-LOCK-PERIOD.
004740     COMPUTE RL-EXPIRATION-DATE = FUNCTION DATE-OF-INTEGER
004750         (WS-RUN-DATE-INT + WS-PERIOD-KEYED).
004760     MOVE ZERO TO RL-EXTENSION-COUNT.
004770     MOVE OPERATOR-ID TO RL-LOCKED-BY.
004780     MOVE ZERO TO RL-LAST-EXT-DATE.
004790     MOVE ZERO TO RL-LAST-EXT-DAYS.
004800     IF WS-LOCK-FOUND
004810         REWRITE RATE-LOCK-RECORD
004820             INVALID KEY
004830                 DISPLAY "RATE-LOCK REWRITE FAILED - STATUS = "
004840                     WS-RATELOCK-STATUS
004850                 GO TO 4000-EXIT.
004860     IF NOT WS-LOCK-FOUND
004870         WRITE RATE-LOCK-RECORD
004880             INVALID KEY
004890                 DISPLAY "RATE-LOCK WRITE FAILED - STATUS = "
004900                     WS-RATELOCK-STATUS
004910                 GO TO 4000-EXIT.
004920     DISPLAY "Rate locked thru " RL-EXPIRATION-DATE ".".
004930     MOVE "RATE LOCKED -      " TO LAM-ACTION.
004940     PERFORM 7000-AUDIT-LOCK-ACTION THRU 7000-EXIT.
004950 4000-EXIT.
004960     EXIT.
004970*
004980*----------------------------------------------------------*
004990* 5000 SERIES - EXTEND A LOCK IN FORCE, FROM ITS CURRENT    *
005000* EXPIRATION.  A LOCK ALREADY EXPIRED IS NOT EXTENDED - THE *
005010* QUOTE MUST BE LOCKED AGAIN AT THE CURRENT RATE.           *
005020*----------------------------------------------------------*
005030 5000-EXTEND-LOCK.
005040*
005050     PERFORM 3500-KEY-AND-READ-LOCK THRU 3500-EXIT.
005060     IF NOT WS-LOCK-FOUND OR NOT RL-ACTIVE
005070         DISPLAY "NO RATE LOCK IN FORCE FOR THAT APPLICATION"
005080         GO TO 5000-EXIT.
005090     IF RL-EXPIRATION-DATE < RUN-DATE
005100         DISPLAY "LOCK EXPIRED " RL-EXPIRATION-DATE
005110             " - LOCK THE QUOTE AGAIN"
005120         GO TO 5000-EXIT.
005130     PERFORM 3200-SHOW-LOCK THRU 3200-EXIT.
005140     DISPLAY "Enter days to extend (1 to 30).".
005150     ACCEPT WS-EXT-DAYS-KEYED.
005160     IF WS-EXT-DAYS-KEYED NOT NUMERIC
005170             OR WS-EXT-DAYS-KEYED = ZERO
005180             OR WS-EXT-DAYS-KEYED > WS-MAX-EXT-DAYS
005190         DISPLAY "EXTENSION MUST BE 1 TO 30 DAYS"
005200         GO TO 5000-EXIT.
005210     DISPLAY "Enter 1 to extend this lock, 0 to cancel.".
005220     ACCEPT WS-CONFIRM-CHOICE.
005230     IF WS-CONFIRM-CHOICE NOT = 1
005240         DISPLAY "Lock not extended."
005250         GO TO 5000-EXIT.
005260     COMPUTE RL-EXPIRATION-DATE = FUNCTION DATE-OF-INTEGER
005270         (FUNCTION INTEGER-OF-DATE (RL-EXPIRATION-DATE)
005280             + WS-EXT-DAYS-KEYED).
005290     ADD 1 TO RL-EXTENSION-COUNT.
005300     MOVE RUN-DATE TO RL-LAST-EXT-DATE.
005310     MOVE WS-EXT-DAYS-KEYED TO RL-LAST-EXT-DAYS.
005320     MOVE OPERATOR-ID TO RL-LAST-EXT-BY.
005330     REWRITE RATE-LOCK-RECORD
005340         INVALID KEY
005350             DISPLAY "RATE-LOCK REWRITE FAILED - STATUS = "
005360                 WS-RATELOCK-STATUS
005370             GO TO 5000-EXIT.
005380     DISPLAY "Lock extended thru " RL-EXPIRATION-DATE ".".
005390     MOVE "RATE LOCK EXTENDED " TO LAM-ACTION.
005400     PERFORM 7000-AUDIT-LOCK-ACTION THRU 7000-EXIT.
005410 5000-EXIT.
005420     EXIT.
005430*
005440*----------------------------------------------------------*
005450* 6000 SERIES - CANCEL A LOCK THE CUSTOMER HAS WALKED AWAY  *
005460* FROM.  THE RECORD STAYS ON FILE AS CANCELLED SO THE LOCK  *
005470* HISTORY IS NOT LOST.                                      *
005480*----------------------------------------------------------*
005490 6000-CANCEL-LOCK.
005500*
005510     PERFORM 3500-KEY-AND-READ-LOCK THRU 3500-EXIT.
005520     IF NOT WS-LOCK-FOUND OR NOT RL-ACTIVE
005530         DISPLAY "NO RATE LOCK IN FORCE FOR THAT APPLICATION"
005540         GO TO 6000-EXIT.
005550     PERFORM 3200-SHOW-LOCK THRU 3200-EXIT.
005560     DISPLAY "Enter 1 to cancel this lock, 0 to keep it.".
005570     ACCEPT WS-CONFIRM-CHOICE.
005580     IF WS-CONFIRM-CHOICE NOT = 1
005590         DISPLAY "Lock kept."
005600         GO TO 6000-EXIT.
005610     MOVE 'C' TO RL-STATUS.
005620     REWRITE RATE-LOCK-RECORD
005630         INVALID KEY
005640             DISPLAY "RATE-LOCK REWRITE FAILED - STATUS = "
005650                 WS-RATELOCK-STATUS
005660             GO TO 6000-EXIT.
005670     DISPLAY "Lock cancelled.".
005680     MOVE "RATE LOCK CANCELLED" TO LAM-ACTION.
005690     PERFORM 7000-AUDIT-LOCK-ACTION THRU 7000-EXIT.
005700 6000-EXIT.
005710     EXIT.
005720*
005730*----------------------------------------------------------*
005740* 7000 - PUT A LOCK ACTION ON THE AUDIT TRAIL.  THE CALLER  *
005750* SETS THE ACTION TEXT.                                     *
005760*----------------------------------------------------------*
005770 7000-AUDIT-LOCK-ACTION.
005780*
005790     MOVE RL-APPL-NUMBER TO LAM-APPL-NUMBER.
005800     MOVE RL-BRANCH-ID TO LAM-BRANCH-ID.
005810     MOVE LOCK-AUDIT-MESSAGE TO AUDIT-SEC-MESSAGE.
005820     PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT.
005830 7000-EXIT.
005840     EXIT.
005850*
005860 END PROGRAM LOCKMNT.
