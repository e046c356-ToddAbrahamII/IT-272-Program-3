000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    LOCKEXP.
000040 AUTHOR.        T. ABRAHAM.
000050 INSTALLATION.  CONSUMER LOAN DEPARTMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090*----------------------------------------------------------*
000100* MODIFICATION HISTORY                                     *
000110*----------------------------------------------------------*
000120*  DATE       INIT  DESCRIPTION                             *
000130*  10/15/26   TA    ORIGINAL PROGRAM - DAILY RATE LOCK      *
000140*                   EXPIRATION REPORT.  EVERY LOCK IN FORCE *
000150*                   ON THE RATELOCK FILE THAT RUNS OUT IN   *
000160*                   THE NEXT FIVE DAYS ON A LOAN NOT YET    *
000170*                   BOOKED ON APPLMSTR IS LISTED, SO THE    *
000180*                   DESK CAN CLOSE IT OR GET A SUPERVISOR   *
000190*                   EXTENSION THROUGH LOCKMNT IN TIME.      *
000192*  10/15/26   TA    RUN DATE NOW TAKEN FROM THE BUSINESS    *
000194*                   DATE ON THE CYCLECTL CYCLE CONTROL FILE *
000196*                   IN PLACE OF THE SYSTEM CLOCK.           *
000198*  10/15/26   TA    APPLICATION MASTER RECORD WIDENED TO    *
000200*                   100 CHARACTERS FOR THE CLOSING FEES,    *
000202*                   POINTS, AND ODD-DAYS INTEREST SVCRECON  *
000204*                   POSTS TO THE GENERAL LEDGER.            *
000206*  10/15/26   TA    APPLICATION MASTER RECORD WIDENED TO    *
000208*                   120 CHARACTERS FOR THE SHEET RATE, RATE *
000210*                   CONCESSION, REASON, AND APPROVING       *
000212*                   OPERATOR CALC3000 NOW CARRIES ON EVERY  *
000214*                   QUOTE.                                  *
000216*----------------------------------------------------------*
000218*
000220 ENVIRONMENT DIVISION.
000230*
000240 CONFIGURATION SECTION.
000250*
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000280*
000290 INPUT-OUTPUT SECTION.
000300*
000310 FILE-CONTROL.
000320*
000330     SELECT RATE-LOCK
000340         ASSIGN TO RATELOCK
000350         ORGANIZATION IS INDEXED
000360         ACCESS IS DYNAMIC
000370         RECORD KEY IS RL-KEY
000380         FILE STATUS IS WS-RATELOCK-STATUS.
000390*
000400     SELECT APPL-MSTR
000410         ASSIGN TO APPLMSTR
000420         ORGANIZATION IS INDEXED
000430         ACCESS IS RANDOM
000440         RECORD KEY IS AM-KEY
000450         FILE STATUS IS WS-APPLMSTR-STATUS.
000460*
000470     SELECT EXPIRE-RPT
000480         ASSIGN TO LOCKRPT
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-EXPIRE-STATUS.
000510*
000511     SELECT CYCLE-CTL
000512         ASSIGN TO CYCLECTL
000513         ORGANIZATION IS LINE SEQUENTIAL
000514         FILE STATUS IS WS-CYCLE-STATUS.
000515*
000520 DATA DIVISION.
000530*
000540 FILE SECTION.
000550*
000560*----------------------------------------------------------*
000570* RATE-LOCK - KEYED RATE LOCK FILE MAINTAINED THROUGH       *
000580* LOCKMNT - SEE THE RATELOCK COPYBOOK.  READ HERE IN        *
000590* APPLICATION ORDER.                                        *
000600*----------------------------------------------------------*
000610 FD  RATE-LOCK
000620     RECORD CONTAINS 80 CHARACTERS.
000630*
000640     COPY RATELOCK.
000650*
000660*----------------------------------------------------------*
000670* APPL-MSTR - KEYED APPLICATION MASTER MAINTAINED BY        *
000680* CALC3000 AND SVCRECON - SEE THE APPLMSTR COPYBOOK.  A     *
000690* LOCKED LOAN ALREADY BOOKED NEEDS NO FOLLOW-UP.            *
000700*----------------------------------------------------------*
000710 FD  APPL-MSTR
000720     RECORD CONTAINS 120 CHARACTERS.
000730*
000740     COPY APPLMSTR.
000750*
000760*----------------------------------------------------------*
000770* EXPIRE-RPT - LOCKS ABOUT TO EXPIRE FOR THE DESK - ONE     *
000780* LINE PER UNBOOKED LOCK RUNNING OUT WITHIN THE WINDOW.     *
000790*----------------------------------------------------------*
000800 FD  EXPIRE-RPT
000810     RECORD CONTAINS 80 CHARACTERS.
000820*
000830 01  EXPIRE-LINE                   PIC X(80).
000840*
000841*----------------------------------------------------------*
000842* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
000843* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN.        *
000844*----------------------------------------------------------*
000845 FD  CYCLE-CTL
000846     RECORD CONTAINS 300 CHARACTERS.
000847*
000848 01  CYCLE-CTL-REC                 PIC X(300).
000849*
000850 WORKING-STORAGE SECTION.
000860*
000870*----------------------------------------------------------*
000880* STANDALONE SWITCHES AND COUNTERS                          *
000890*----------------------------------------------------------*
000900 77  WS-RATELOCK-STATUS             PIC X(02)  VALUE SPACES.
000910 77  WS-APPLMSTR-STATUS             PIC X(02)  VALUE SPACES.
000920 77  WS-EXPIRE-STATUS               PIC X(02)  VALUE SPACES.
000925 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
000930*
000940 77  WS-LOCK-EOF-SWITCH             PIC X(01)  VALUE 'N'.
000950     88  WS-LOCK-EOF                           VALUE 'Y'.
000960*
000970 77  WS-MSTR-FOUND-SWITCH           PIC X(01)  VALUE 'N'.
000980     88  WS-MSTR-FOUND                         VALUE 'Y'.
000990*
001000*----------------------------------------------------------*
001010* A LOCK IN FORCE THAT EXPIRES WITHIN THIS MANY DAYS OF     *
001020* THE RUN DATE IS REPORTED.                                 *
001030*----------------------------------------------------------*
001040 77  WS-WARN-DAYS                   PIC 9(03)  COMP VALUE 5.
001050*
001060 77  WS-RUN-DATE-INT                PIC 9(08)  COMP VALUE ZERO.
001070 77  WS-DAYS-LEFT                   PIC S9(05) COMP VALUE ZERO.
001080*
001090 77  WS-LOCKS-READ                  PIC 9(07)  COMP VALUE ZERO.
001100 77  WS-LOCKS-IN-FORCE              PIC 9(07)  COMP VALUE ZERO.
001110 77  WS-LOCKS-BOOKED                PIC 9(07)  COMP VALUE ZERO.
001120 77  WS-LOCKS-EXPIRING              PIC 9(07)  COMP VALUE ZERO.
001130*
001140 01  RUN-DATE                       PIC 9(08).
001150*
001153     COPY CYCLECTL.
001156*
001160*----------------------------------------------------------*
001170* REPORT LINE LAYOUTS                                       *
001180*----------------------------------------------------------*
001190 01  EXPIRE-RUN-HDR.
001200     05  FILLER                     PIC X(36) VALUE
001210         "RATE LOCKS EXPIRING FOR RUN DATE = ".
001220     05  EXPIRE-RUN-DATE            PIC 9(08).
001230     05  FILLER                     PIC X(36) VALUE SPACES.
001240*
001250 01  EXPIRE-SECTION-HDR             PIC X(60).
001260*
001270 01  EXPIRE-COLUMN-HDR.
001280     05  FILLER                     PIC X(40) VALUE
001290         "APPL NO  BR    RATE  LOCKED    EXPIRES  ".
001300     05  FILLER                     PIC X(40) VALUE
001310         "DAYS LEFT  EXTS  LOCKED BY              ".
001320*
001330 01  EXPIRE-DETAIL.
001340     05  ED-APPL-NUMBER             PIC 9(08).
001350     05  FILLER                     PIC X(01) VALUE SPACE.
001360     05  ED-BRANCH-ID               PIC X(04).
001370     05  FILLER                     PIC X(01) VALUE SPACE.
001380     05  ED-LOCKED-RATE             PIC ZZ9.99.
001390     05  FILLER                     PIC X(02) VALUE SPACES.
001400     05  ED-LOCK-DATE               PIC 9(08).
001410     05  FILLER                     PIC X(02) VALUE SPACES.
001420     05  ED-EXPIRATION-DATE         PIC 9(08).
001430     05  FILLER                     PIC X(07) VALUE SPACES.
001440     05  ED-DAYS-LEFT               PIC ZZ9.
001450     05  FILLER                     PIC X(03) VALUE SPACES.
001460     05  ED-EXTENSION-COUNT         PIC Z9.
001470     05  FILLER                     PIC X(02) VALUE SPACES.
001480     05  ED-LOCKED-BY               PIC X(08).
001490     05  FILLER                     PIC X(15) VALUE SPACES.
001500*
001510 01  EXPIRE-NOTE-LINE               PIC X(80).
001520*
001530 01  EXPIRE-TOTAL-LINE.
001540     05  ET-TOTAL-LABEL             PIC X(30).
001550     05  ET-TOTAL-COUNT             PIC Z,ZZZ,ZZ9.
001560     05  FILLER                     PIC X(41) VALUE SPACES.
001570*
001580 PROCEDURE DIVISION.
001590*
001600*----------------------------------------------------------*
001610* 0000-MAINLINE - PASS THE RATE LOCK FILE AND REPORT EVERY  *
001620* UNBOOKED LOCK ABOUT TO RUN OUT.                           *
001630*----------------------------------------------------------*
001640 0000-MAINLINE.
001650*
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670     PERFORM 3000-SCAN-LOCKS THRU 3000-EXIT.
001680     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
001690     CLOSE APPL-MSTR.
001700     CLOSE EXPIRE-RPT.
001710     DISPLAY "End of rate lock expiration run.".
001720     STOP RUN.
001730*
001740 1000-INITIALIZE.
001750*
001760     DISPLAY "LOCKEXP - RATE LOCK EXPIRATION".
001770     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
001780     COMPUTE WS-RUN-DATE-INT =
001790         FUNCTION INTEGER-OF-DATE (RUN-DATE).
001800     OPEN INPUT APPL-MSTR.
001810     IF WS-APPLMSTR-STATUS NOT = "00"
001820         DISPLAY "APPL-MSTR OPEN FAILED - STATUS = "
001830             WS-APPLMSTR-STATUS
001840         DISPLAY "RUN THE CALC3000 BATCH TO BUILD THE "
001850             "APPLICATION MASTER."
001860         STOP RUN.
001870     OPEN OUTPUT EXPIRE-RPT.
001880     IF WS-EXPIRE-STATUS NOT = "00"
001890         DISPLAY "EXPIRE-RPT OPEN FAILED - STATUS = "
001900             WS-EXPIRE-STATUS
001910         STOP RUN.
001920     MOVE RUN-DATE TO EXPIRE-RUN-DATE.
001930     WRITE EXPIRE-LINE FROM EXPIRE-RUN-HDR.
001940 1000-EXIT.
001950     EXIT.
001960*
001961*----------------------------------------------------------*
001962* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
001963* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
001964* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
001965* BEING PROCESSED.                                          *
001966*----------------------------------------------------------*
001967 1050-GET-BUSINESS-DATE.
001968*
001969     OPEN INPUT CYCLE-CTL.
001970     IF WS-CYCLE-STATUS = "35"
001971         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
001972             "BUSINESS DATE WITH CYCLEMNT."
001973         STOP RUN.
001974     IF WS-CYCLE-STATUS NOT = "00"
001975         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
001976             WS-CYCLE-STATUS
001977         STOP RUN.
001978     MOVE SPACES TO CYCLE-CONTROL.
001979     READ CYCLE-CTL INTO CYCLE-CONTROL
001980         AT END MOVE SPACES TO CYCLE-CONTROL.
001981     CLOSE CYCLE-CTL.
001982     IF CC-BUSINESS-DATE NOT NUMERIC
001983             OR CC-BUSINESS-DATE = ZERO
001984         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
001985             "CYCLEMNT."
001986         STOP RUN.
001987     MOVE CC-BUSINESS-DATE TO RUN-DATE.
001988 1050-EXIT.
001989     EXIT.
001990*
001991*----------------------------------------------------------*
001992* 3000 SERIES - PASS THE LOCK FILE.  AN ACTIVE LOCK THAT    *
001993* HAS NOT YET EXPIRED BUT WILL WITHIN THE WINDOW GOES ON    *
002000* THE REPORT UNLESS ITS LOAN IS ALREADY BOOKED.  NO LOCK    *
002010* FILE YET MEANS NO LOCKS YET.                              *
002020*----------------------------------------------------------*
002030 3000-SCAN-LOCKS.
002040*
002050     MOVE "UNBOOKED LOCKS EXPIRING WITHIN FIVE DAYS -"
002060         TO EXPIRE-SECTION-HDR.
002070     WRITE EXPIRE-LINE FROM EXPIRE-SECTION-HDR.
002080     WRITE EXPIRE-LINE FROM EXPIRE-COLUMN-HDR.
002090     OPEN INPUT RATE-LOCK.
002100     IF WS-RATELOCK-STATUS = "35"
002110         GO TO 3000-NONE.
002120     IF WS-RATELOCK-STATUS NOT = "00"
002130         DISPLAY "RATE-LOCK OPEN FAILED - STATUS = "
002140             WS-RATELOCK-STATUS
002150         STOP RUN.
002160     MOVE LOW-VALUES TO RL-KEY.
002170     START RATE-LOCK KEY IS NOT LESS THAN RL-KEY
002180         INVALID KEY MOVE 'Y' TO WS-LOCK-EOF-SWITCH.
002190     PERFORM 3040-READ-LOCK THRU 3040-EXIT.
002200     PERFORM 3100-CHECK-ONE-LOCK THRU 3100-EXIT
002210         UNTIL WS-LOCK-EOF.
002220     CLOSE RATE-LOCK.
002230 3000-NONE.
002240     IF WS-LOCKS-EXPIRING = ZERO
002250         MOVE "NO UNBOOKED LOCK EXPIRES WITHIN THE WINDOW."
002260             TO EXPIRE-NOTE-LINE
002270         WRITE EXPIRE-LINE FROM EXPIRE-NOTE-LINE.
002280 3000-EXIT.
002290     EXIT.
002300*
002310 3040-READ-LOCK.
002320*
002330     IF WS-LOCK-EOF
002340         GO TO 3040-EXIT.
002350     READ RATE-LOCK NEXT RECORD
002360         AT END MOVE 'Y' TO WS-LOCK-EOF-SWITCH.
002370 3040-EXIT.
002380     EXIT.
002390*
002400 3100-CHECK-ONE-LOCK.
002410*
002420     ADD 1 TO WS-LOCKS-READ.
002430     IF NOT RL-ACTIVE
002440         GO TO 3100-NEXT.
002450     COMPUTE WS-DAYS-LEFT =
002460         FUNCTION INTEGER-OF-DATE (RL-EXPIRATION-DATE)
002470         - WS-RUN-DATE-INT.
002480     IF WS-DAYS-LEFT < ZERO
002490         GO TO 3100-NEXT.
002500     ADD 1 TO WS-LOCKS-IN-FORCE.
002510     IF WS-DAYS-LEFT > WS-WARN-DAYS
002520         GO TO 3100-NEXT.
002530     PERFORM 3110-READ-APPL-MASTER THRU 3110-EXIT.
002540     IF WS-MSTR-FOUND AND AM-BOOKED
002550         ADD 1 TO WS-LOCKS-BOOKED
002560         GO TO 3100-NEXT.
002570     ADD 1 TO WS-LOCKS-EXPIRING.
002580     PERFORM 3200-WRITE-EXPIRE-DETAIL THRU 3200-EXIT.
002590 3100-NEXT.
002600     PERFORM 3040-READ-LOCK THRU 3040-EXIT.
002610 3100-EXIT.
002620     EXIT.
002630*
002640 3110-READ-APPL-MASTER.
002650*
002660     MOVE 'Y' TO WS-MSTR-FOUND-SWITCH.
002670     MOVE RL-APPL-NUMBER TO AM-APPL-NUMBER.
002680     MOVE RL-BRANCH-ID TO AM-BRANCH-ID.
002690     READ APPL-MSTR
002700         INVALID KEY MOVE 'N' TO WS-MSTR-FOUND-SWITCH.
002710 3110-EXIT.
002720     EXIT.
002730*
002740 3200-WRITE-EXPIRE-DETAIL.
002750*
002760     MOVE RL-APPL-NUMBER TO ED-APPL-NUMBER.
002770     MOVE RL-BRANCH-ID TO ED-BRANCH-ID.
002780     MOVE RL-LOCKED-RATE TO ED-LOCKED-RATE.
002790     MOVE RL-LOCK-DATE TO ED-LOCK-DATE.
002800     MOVE RL-EXPIRATION-DATE TO ED-EXPIRATION-DATE.
002810     MOVE WS-DAYS-LEFT TO ED-DAYS-LEFT.
002820     MOVE RL-EXTENSION-COUNT TO ED-EXTENSION-COUNT.
002830     MOVE RL-LOCKED-BY TO ED-LOCKED-BY.
002840     WRITE EXPIRE-LINE FROM EXPIRE-DETAIL.
002850 3200-EXIT.
002860     EXIT.
002870*
002880*----------------------------------------------------------*
002890* 8000 SERIES - CONTROL COUNTS FOR THE RUN, WRITTEN TO THE  *
002900* REPORT AND DISPLAYED FOR THE OPERATOR.                    *
002910*----------------------------------------------------------*
002920 8000-PRINT-CONTROL-TOTALS.
002930*
002940     MOVE "LOCK RECORDS READ           = " TO ET-TOTAL-LABEL.
002950     MOVE WS-LOCKS-READ TO ET-TOTAL-COUNT.
002960     WRITE EXPIRE-LINE FROM EXPIRE-TOTAL-LINE.
002970     MOVE "LOCKS IN FORCE              = " TO ET-TOTAL-LABEL.
002980     MOVE WS-LOCKS-IN-FORCE TO ET-TOTAL-COUNT.
002990     WRITE EXPIRE-LINE FROM EXPIRE-TOTAL-LINE.
003000     MOVE "EXPIRING BUT BOOKED         = " TO ET-TOTAL-LABEL.
003010     MOVE WS-LOCKS-BOOKED TO ET-TOTAL-COUNT.
003020     WRITE EXPIRE-LINE FROM EXPIRE-TOTAL-LINE.
003030     MOVE "EXPIRING UNBOOKED (LISTED)  = " TO ET-TOTAL-LABEL.
003040     MOVE WS-LOCKS-EXPIRING TO ET-TOTAL-COUNT.
003050     WRITE EXPIRE-LINE FROM EXPIRE-TOTAL-LINE.
003060     DISPLAY "LOCK RECORDS READ       = " WS-LOCKS-READ.
003070     DISPLAY "LOCKS IN FORCE          = " WS-LOCKS-IN-FORCE.
003080     DISPLAY "EXPIRING UNBOOKED       = " WS-LOCKS-EXPIRING.
003090 8000-EXIT.
003100     EXIT.
003110*
003120 END PROGRAM LOCKEXP.
