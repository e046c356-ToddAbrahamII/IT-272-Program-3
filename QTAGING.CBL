000320*                   BOOKINGS FOR GOOD, WHILE SVCRECON      *
000330*                   POSTS EVERY ACKNOWLEDGMENT TO THE      *
000340*                   MASTER RELIABLY.                       *
000342*  10/15/26   TA    THE BRANCH AGING LINES NOW SHOW        *
000344*                   THE BRANCH NAME FROM THE NEW BRMSTR    *
000346*                   BRANCH MASTER, NOT THE BARE CODE.      *
000347*  10/15/26   TA    RUN DATE NOW TAKEN FROM THE BUSINESS   *
000348*                   DATE ON THE CYCLECTL CYCLE CONTROL     *
000349*                   FILE IN PLACE OF THE SYSTEM CLOCK. RUN *
000350*                   AS A STEP IN THE NIGHTLY CYCLE - IT    *
000351*                   WILL NOT START UNTIL REEXPORT HAS      *
000352*                   COMPLETED FOR THE DATE, OR A SECOND    *
000353*                   TIME, WITHOUT A SUPERVISOR OVERRIDE.   *
000354*  10/15/26   TA    QUOTE HISTORY LAYOUT WIDENED FOR THE   *
000355*                   LOAN OFFICER ID CALC3000 NOW CARRIES   *
000356*                   ON EVERY QUOTE.                        *
000358*  10/15/26   TA    APPLICATION MASTER RECORD WIDENED TO   *
000360*                   100 CHARACTERS FOR THE CLOSING FEES,   *
000362*                   POINTS, AND ODD-DAYS INTEREST SVCRECON *
000364*                   POSTS TO THE GENERAL LEDGER.           *
000365*  10/15/26   TA    QUOTE HISTORY AND APPLICATION MASTER   *
000366*                   LAYOUTS WIDENED FOR THE SHEET RATE,    *
000367*                   RATE CONCESSION, REASON, AND APPROVING *
000368*                   OPERATOR CALC3000 NOW CARRIES ON EVERY *
000369*                   QUOTE.                                 *
000370*  10/15/26   TA    QUOTES STILL UNBOOKED PAST THE 30-DAY  *
000371*                   QUOTE WINDOW ARE NOW TAKEN OFF THE     *
000372*                   BORROWER'S QUOTED AMOUNT ON THE        *
000373*                   CUSTMSTR CUSTOMER MASTER, AND MARKED   *
000374*                   ON THE APPLICATION MASTER SO THEY ARE  *
000375*                   TAKEN OFF ONLY ONCE.                   *
000376*  10/15/26   TA    A LAPSED QUOTE UNDER A RATE LOCK STILL *
000377*                   IN FORCE IS NO LONGER AGED OFF THE     *
000378*                   BORROWER'S EXPOSURE UNTIL THE LOCK     *
000379*                   EXPIRES OR IS CANCELLED.               *
000380*----------------------------------------------------------*
000381*
000382 ENVIRONMENT DIVISION.
000383*
000390 CONFIGURATION SECTION.
000400*
000410 SOURCE-COMPUTER.   IBM-370.
000530     SELECT APPL-MSTR
000540         ASSIGN TO APPLMSTR
000550         ORGANIZATION IS INDEXED
000560         ACCESS IS DYNAMIC
000570         RECORD KEY IS AM-KEY
000580         FILE STATUS IS WS-APPLMSTR-STATUS.
000581*
000582     SELECT BRANCH-MSTR
000583         ASSIGN TO BRMSTR
000584         ORGANIZATION IS INDEXED
000585         ACCESS IS RANDOM
000586         RECORD KEY IS BM-BRANCH-ID
000587         FILE STATUS IS WS-BRMSTR-STATUS.
000590*
000600     SELECT AGING-RPT
000610         ASSIGN TO AGINGRPT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-AGING-STATUS.
000640*
000641     SELECT CYCLE-CTL
000642         ASSIGN TO CYCLECTL
000643         ORGANIZATION IS LINE SEQUENTIAL
000644         FILE STATUS IS WS-CYCLE-STATUS.
000645*
000646     SELECT CUST-MSTR
000647         ASSIGN TO CUSTMSTR
000648         ORGANIZATION IS INDEXED
000649         ACCESS IS RANDOM
000650         RECORD KEY IS CM-CUSTOMER-NUMBER
000651         ALTERNATE RECORD KEY IS CM-MATCH-KEY
000652         FILE STATUS IS WS-CUSTMSTR-STATUS.
000653*
000654     SELECT RATE-LOCK
000655         ASSIGN TO RATELOCK
000656         ORGANIZATION IS INDEXED
000657         ACCESS IS RANDOM
000658         RECORD KEY IS RL-KEY
000659         FILE STATUS IS WS-RATELOCK-STATUS.
000660*
000661 DATA DIVISION.
000662*
000670 FILE SECTION.
000680*
000690*----------------------------------------------------------*
000720* CALC3000 QUOTE HISTORY RECORD.                            *
000730*----------------------------------------------------------*
000740 FD  QUOTE-HIST
000750     RECORD CONTAINS 67 CHARACTERS.
000760*
000770 01  QUOTE-HIST-RECORD.
000780     05  QH-APPL-NUMBER             PIC 9(08).
000830     05  QH-LOAN-TYPE               PIC X(01).
000840     05  QH-INTEREST-RATE           PIC 9(02)V99.
000850     05  QH-MONTHLY-PAYMENT         PIC 9(08)V99.
000855     05  QH-OFFICER-ID              PIC X(06).
000856     05  QH-SHEET-RATE              PIC 9(02)V99.
000857     05  QH-CONCESSION-BPS          PIC 9(03).
000858     05  QH-CONCESSION-REASON       PIC X(01).
000859     05  QH-CONCESSION-APPROVER     PIC X(08).
000860*
000870*----------------------------------------------------------*
000880* APPL-MSTR - KEYED APPLICATION MASTER MAINTAINED BY        *
000890* CALC3000 AND SVCRECON - SEE THE APPLMSTR COPYBOOK.  THE   *
000896* BOOKED STATUS POSTED THERE FROM THE ACKNOWLEDGMENTS IS    *
000902* THE BOOKING TRUTH THIS REPORT AGES AGAINST.  A QUOTE THAT *
000908* OUTLIVES THE QUOTE WINDOW IS MARKED HERE WHEN IT IS TAKEN *
000914* OFF THE BORROWER'S EXPOSURE.                              *
000920*----------------------------------------------------------*
000930 FD  APPL-MSTR
000940     RECORD CONTAINS 120 CHARACTERS.
000950*
000960     COPY APPLMSTR.
000970*
000971*----------------------------------------------------------*
000972* BRANCH-MSTR - KEYED BRANCH MASTER MAINTAINED THROUGH      *
000973* BRMAINT - SEE THE BRMSTR COPYBOOK.  READ FOR THE NAME     *
000974* PRINTED ON EACH BRANCH AGING LINE.                        *
000975*----------------------------------------------------------*
000976 FD  BRANCH-MSTR
000977     RECORD CONTAINS 60 CHARACTERS.
000978*
000979     COPY BRMSTR.
000980*
000981*----------------------------------------------------------*
000990* AGING-RPT - DAILY CHASE LIST FOR THE DESK - UNBOOKED      *
001000* QUOTES WITH THEIR AGE, THEN AGING BUCKETS BY BRANCH.      *
001010*----------------------------------------------------------*
001040*
001050 01  AGING-LINE                    PIC X(80).
001060*
001061*----------------------------------------------------------*
001062* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
001063* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN, AND    *
001064* THIS STEP MARKS ITSELF STARTED AND COMPLETE ON IT.        *
001065*----------------------------------------------------------*
001066 FD  CYCLE-CTL
001067     RECORD CONTAINS 300 CHARACTERS.
001068*
001069 01  CYCLE-CTL-REC                 PIC X(300).
001070*
001071*----------------------------------------------------------*
001072* CUST-MSTR - KEYED CUSTOMER MASTER SHARED WITH CALC3000    *
001073* AND SVCRECON - SEE THE CUSTMSTR COPYBOOK.  A QUOTE THAT   *
001074* LAPSES UNBOOKED IS TAKEN OFF THE BORROWER'S QUOTED        *
001075* AMOUNT.                                                   *
001076*----------------------------------------------------------*
001077 FD  CUST-MSTR
001078     RECORD CONTAINS 150 CHARACTERS.
001079*
001080     COPY CUSTMSTR.
001081*
001082*----------------------------------------------------------*
001083* RATE-LOCK - KEYED RATE LOCK FILE MAINTAINED THROUGH       *
001084* LOCKMNT - SEE THE RATELOCK COPYBOOK.  A LAPSED QUOTE      *
001085* UNDER A LOCK STILL IN FORCE STAYS ON THE BORROWER'S       *
001086* EXPOSURE.                                                 *
001087*----------------------------------------------------------*
001088 FD  RATE-LOCK
001089     RECORD CONTAINS 80 CHARACTERS.
001090*
001091     COPY RATELOCK.
001092*
001093 WORKING-STORAGE SECTION.
001094*
001095*----------------------------------------------------------*
001100* STANDALONE SWITCHES AND COUNTERS                          *
001110*----------------------------------------------------------*
001120 77  WS-QUOTEHIST-STATUS            PIC X(02)  VALUE SPACES.
001130 77  WS-APPLMSTR-STATUS             PIC X(02)  VALUE SPACES.
001140 77  WS-AGING-STATUS                PIC X(02)  VALUE SPACES.
001145 77  WS-BRMSTR-STATUS               PIC X(02)  VALUE SPACES.
001147 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
001148 77  WS-CUSTMSTR-STATUS             PIC X(02)  VALUE SPACES.
001149 77  WS-RATELOCK-STATUS             PIC X(02)  VALUE SPACES.
001150*
001160 77  WS-HIST-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001170     88  WS-HIST-EOF                           VALUE 'Y'.
001210*
001220 77  WS-BRANCH-FOUND-SWITCH         PIC X(01)  VALUE 'N'.
001230     88  WS-BRANCH-FOUND                       VALUE 'Y'.
001232*
001234 77  WS-BRMSTR-OPEN-SWITCH          PIC X(01)  VALUE 'N'.
001236     88  WS-BRMSTR-OPEN                        VALUE 'Y'.
001237*
001238 77  WS-CUSTMSTR-SWITCH             PIC X(01)  VALUE 'N'.
001239     88  WS-CUSTMSTR-OPEN                      VALUE 'Y'.
001240*
001241 77  WS-MSTR-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001242     88  WS-MSTR-EOF                           VALUE 'Y'.
001243*
001244 77  WS-RATELOCK-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001245     88  WS-RATELOCK-OPEN                      VALUE 'Y'.
001246*
001247 77  WS-LOCK-IN-FORCE-SWITCH        PIC X(01)  VALUE 'N'.
001248     88  WS-LOCK-IN-FORCE                      VALUE 'Y'.
001249*
001250 77  WS-BRANCH-COUNT                PIC 9(03)  COMP VALUE ZERO.
001260 77  WS-BRANCH-INDEX                PIC 9(03)  COMP VALUE ZERO.
001270 77  WS-MAX-BRANCHES                PIC 9(03)  COMP VALUE 100.
001290 77  WS-QUOTES-READ                 PIC 9(07)  COMP VALUE ZERO.
001300 77  WS-QUOTES-BOOKED               PIC 9(07)  COMP VALUE ZERO.
001310 77  WS-QUOTES-UNBOOKED             PIC 9(07)  COMP VALUE ZERO.
001315 77  WS-QUOTES-AGED-OFF             PIC 9(07)  COMP VALUE ZERO.
001317 77  WS-QUOTES-LOCKED               PIC 9(07)  COMP VALUE ZERO.
001320*
001330 77  WS-RUN-DATE-INT                PIC 9(08)  COMP VALUE ZERO.
001340 77  WS-QUOTE-AGE                   PIC S9(04) COMP VALUE ZERO.
001341*
001342*----------------------------------------------------------*
001343* A QUOTE OLDER THAN WS-QUOTE-LIVE-DAYS HAS LAPSED UNLESS A *
001344* RATE LOCK STILL IN FORCE HOLDS IT - THE SAME WINDOW       *
001345* LOCKMNT LOCKS AGAINST AND LAREXTR REPORTS A LAPSED QUOTE  *
001346* AS WITHDRAWN BY.                                          *
001347*----------------------------------------------------------*
001348 77  WS-QUOTE-LIVE-DAYS             PIC 9(03)  COMP VALUE 30.
001349*
001350*----------------------------------------------------------*
001351* NIGHTLY CYCLE STEP CONTROL - THIS PROGRAM'S ENTRY ON THE  *
001352* CYCLECTL FILE AND THE ONE THAT MUST COMPLETE AHEAD OF IT. *
001353*----------------------------------------------------------*
001354 77  WS-CYCLE-STEP-NAME             PIC X(08)  VALUE "QTAGING".
001355 77  WS-CYCLE-INDEX                 PIC 9(02)  COMP VALUE ZERO.
001356 77  WS-CYCLE-STEP                  PIC 9(02)  COMP VALUE ZERO.
001357 77  WS-CYCLE-PRED                  PIC 9(02)  COMP VALUE ZERO.
001358 77  WS-CYCLE-CLOCK-DATE            PIC 9(08)  VALUE ZERO.
001359 77  WS-CYCLE-CLOCK-TIME            PIC 9(08)  VALUE ZERO.
001360*
001361 77  WS-CYCLE-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
001362     88  WS-CYCLE-FOUND                        VALUE 'Y'.
001363*
001364 77  WS-CYCLE-READY-SWITCH          PIC X(01)  VALUE 'Y'.
001365     88  WS-CYCLE-READY                        VALUE 'Y'.
001366*
001367 01  RUN-DATE                       PIC 9(08).
001370*
001373     COPY CYCLECTL.
001376*
001380*----------------------------------------------------------*
001390* PER-BRANCH AGING BUCKETS - ONE ENTRY PER BRANCH SEEN ON   *
001400* AN UNBOOKED QUOTE, WITH THE 1-5, 6-10, AND OVER-10 DAY    *
001790*
001800 01  AGING-BRANCH-HDR.
001810     05  FILLER                     PIC X(06) VALUE "BRANCH".
001820     05  FILLER                     PIC X(23) VALUE SPACES.
001830     05  FILLER                     PIC X(10) VALUE "1-5 DAYS".
001840     05  FILLER                     PIC X(10) VALUE "6-10 DAYS".
001850     05  FILLER                     PIC X(12) VALUE
001860         "OVER 10 DAYS".
001870     05  FILLER                     PIC X(19) VALUE SPACES.
001880*
001890 01  AGING-BRANCH-DETAIL.
001900     05  AGB-BRANCH-NAME            PIC X(25).
001910     05  FILLER                     PIC X(04) VALUE SPACES.
001920     05  AGB-COUNT-1-5              PIC ZZ,ZZ9.
001930     05  FILLER                     PIC X(04) VALUE SPACES.
001940     05  AGB-COUNT-6-10             PIC ZZ,ZZ9.
001950     05  FILLER                     PIC X(06) VALUE SPACES.
001960     05  AGB-COUNT-OVER-10          PIC ZZ,ZZ9.
001970     05  FILLER                     PIC X(23) VALUE SPACES.
001980*
001990 01  AGING-TOTAL-LINE.
002000     05  AGT-TOTAL-LABEL            PIC X(30).
002030*
002040 PROCEDURE DIVISION.
002050*
002058*----------------------------------------------------------*
002066* 0000-MAINLINE - PASS THE QUOTE HISTORY AGAINST THE        *
002074* APPLICATION MASTER AND REPORT THE UNBOOKED QUOTES BY AGE  *
002082* AND BY BRANCH, THEN TAKE THE QUOTES THAT HAVE LAPSED OFF  *
002090* THE BORROWERS' EXPOSURE.                                  *
002098*----------------------------------------------------------*
002110 0000-MAINLINE.
002120*
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     PERFORM 3000-AGE-QUOTES THRU 3000-EXIT.
002150     PERFORM 4000-WRITE-BRANCH-SUMMARY THRU 4000-EXIT.
002155     PERFORM 5000-AGE-OFF-EXPOSURE THRU 5000-EXIT.
002160     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
002165     CLOSE APPL-MSTR.
002170     IF WS-BRMSTR-OPEN
002175         CLOSE BRANCH-MSTR.
002176     IF WS-CUSTMSTR-OPEN
002177         CLOSE CUST-MSTR.
002178     IF WS-RATELOCK-OPEN
002179         CLOSE RATE-LOCK.
002180     CLOSE AGING-RPT.
002185     PERFORM 1080-END-CYCLE-STEP THRU 1080-EXIT.
002190     DISPLAY "End of pipeline aging run.".
002200     STOP RUN.
002210*
002220 1000-INITIALIZE.
002230*
002240     DISPLAY "QTAGING - QUOTE PIPELINE AGING".
002250     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002255     PERFORM 1060-START-CYCLE-STEP THRU 1060-EXIT.
002260     COMPUTE WS-RUN-DATE-INT =
002270         FUNCTION INTEGER-OF-DATE (RUN-DATE).
002280     OPEN I-O APPL-MSTR.
002290     IF WS-APPLMSTR-STATUS NOT = "00"
002300         DISPLAY "APPL-MSTR OPEN FAILED - STATUS = "
002310             WS-APPLMSTR-STATUS
002320         DISPLAY "RUN THE CALC3000 BATCH TO BUILD THE "
002330             "APPLICATION MASTER."
002340         STOP RUN.
002341*    THE BRANCH MASTER ONLY SUPPLIES THE NAMES - WITHOUT IT
002342*    THE SUMMARY FALLS BACK TO THE BRANCH CODES.
002343     OPEN INPUT BRANCH-MSTR.
002344     IF WS-BRMSTR-STATUS = "00"
002345         MOVE 'Y' TO WS-BRMSTR-OPEN-SWITCH
002346     ELSE
002347         DISPLAY "NO BRMSTR BRANCH MASTER - BRANCH CODES PRINTED "
002348             "IN PLACE OF NAMES.".
002349*    THE CUSTOMER MASTER IS BUILT BY CALC3000 AS BORROWERS
002350*    ARE QUOTED - UNTIL THEN THERE IS NO EXPOSURE TO AGE OFF.
002351     OPEN I-O CUST-MSTR.
002352     IF WS-CUSTMSTR-STATUS = "35"
002353         DISPLAY "No CUSTMSTR customer master - borrower "
002354             "exposure not aged."
002355     ELSE
002356         IF WS-CUSTMSTR-STATUS NOT = "00"
002357             DISPLAY "CUST-MSTR OPEN FAILED - STATUS = "
002358                 WS-CUSTMSTR-STATUS
002359             STOP RUN
002360         ELSE
002361             MOVE 'Y' TO WS-CUSTMSTR-SWITCH.
002362*    NO RATE LOCK FILE YET MEANS NO QUOTE IS LOCKED.
002363     OPEN INPUT RATE-LOCK.
002364     IF WS-RATELOCK-STATUS = "00"
002365         MOVE 'Y' TO WS-RATELOCK-OPEN-SWITCH
002366     ELSE
002367         DISPLAY "NO RATELOCK FILE - NO QUOTE IS LOCKED.".
002368     OPEN OUTPUT AGING-RPT.
002369     IF WS-AGING-STATUS NOT = "00"
002370         DISPLAY "AGING-RPT OPEN FAILED - STATUS = "
002380             WS-AGING-STATUS
002390         STOP RUN.
002420 1000-EXIT.
002430     EXIT.
002440*
002441*----------------------------------------------------------*
002442* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
002443* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
002444* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
002445* BEING PROCESSED.                                          *
002446*----------------------------------------------------------*
002447 1050-GET-BUSINESS-DATE.
002448*
002449     OPEN INPUT CYCLE-CTL.
002450     IF WS-CYCLE-STATUS = "35"
002451         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
002452             "BUSINESS DATE WITH CYCLEMNT."
002453         STOP RUN.
002454     IF WS-CYCLE-STATUS NOT = "00"
002455         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002456             WS-CYCLE-STATUS
002457         STOP RUN.
002458     MOVE SPACES TO CYCLE-CONTROL.
002459     READ CYCLE-CTL INTO CYCLE-CONTROL
002460         AT END MOVE SPACES TO CYCLE-CONTROL.
002461     CLOSE CYCLE-CTL.
002462     IF CC-BUSINESS-DATE NOT NUMERIC
002463             OR CC-BUSINESS-DATE = ZERO
002464         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
002465             "CYCLEMNT."
002466         STOP RUN.
002467     MOVE CC-BUSINESS-DATE TO RUN-DATE.
002468 1050-EXIT.
002469     EXIT.
002470*
002471*----------------------------------------------------------*
002472* 1060 SERIES - NIGHTLY CYCLE STEP CONTROL.  THE STEP WILL  *
002473* NOT START UNTIL THE STEP AHEAD OF IT IN THE STREAM HAS    *
002474* COMPLETED FOR THE BUSINESS DATE, AND WILL NOT RUN A       *
002475* SECOND TIME FOR THE SAME DATE, UNLESS A SUPERVISOR HAS    *
002476* GRANTED AN OVERRIDE THROUGH CYCLEMNT - GOOD FOR ONE       *
002477* START.  A STEP LEFT STARTED BY AN ABEND MAY BE RERUN.     *
002478*----------------------------------------------------------*
002479 1060-START-CYCLE-STEP.
002480*
002481     MOVE 'N' TO WS-CYCLE-FOUND-SWITCH.
002482     PERFORM 1065-FIND-CYCLE-STEP THRU 1065-EXIT
002483         VARYING WS-CYCLE-INDEX FROM 1 BY 1
002484         UNTIL WS-CYCLE-INDEX > 8 OR WS-CYCLE-FOUND.
002485     IF NOT WS-CYCLE-FOUND
002486         DISPLAY "STEP " WS-CYCLE-STEP-NAME " IS NOT ON CYCLECTL "
002487             "- REBUILD IT WITH CYCLEMNT."
002488         STOP RUN.
002489     MOVE 'Y' TO WS-CYCLE-READY-SWITCH.
002490     IF CC-STEP-COMPLETE (WS-CYCLE-STEP)
002491         DISPLAY WS-CYCLE-STEP-NAME " ALREADY COMPLETE FOR "
002492             "BUSINESS DATE " CC-BUSINESS-DATE
002493         MOVE 'N' TO WS-CYCLE-READY-SWITCH.
002494     MOVE CC-STEP-PRED (WS-CYCLE-STEP) TO WS-CYCLE-PRED.
002495     IF WS-CYCLE-PRED > ZERO
002496         IF NOT CC-STEP-COMPLETE (WS-CYCLE-PRED)
002497             DISPLAY CC-STEP-NAME (WS-CYCLE-PRED)
002498                 " NOT COMPLETE FOR BUSINESS DATE "
002499                 CC-BUSINESS-DATE
002500             MOVE 'N' TO WS-CYCLE-READY-SWITCH.
002501     IF NOT WS-CYCLE-READY
002502         IF CC-STEP-OVERRIDDEN (WS-CYCLE-STEP)
002503             DISPLAY "RUNNING UNDER OVERRIDE GRANTED BY "
002504                 CC-STEP-OVERRIDE-BY (WS-CYCLE-STEP)
002505             MOVE SPACE TO CC-STEP-OVERRIDE (WS-CYCLE-STEP)
002506         ELSE
002507             DISPLAY WS-CYCLE-STEP-NAME " NOT STARTED - IT NEEDS "
002508                 "A SUPERVISOR OVERRIDE THROUGH CYCLEMNT."
002509             STOP RUN.
002510     MOVE 'S' TO CC-STEP-STATUS (WS-CYCLE-STEP).
002511     PERFORM 1070-SAVE-CYCLE-CTL THRU 1070-EXIT.
002512 1060-EXIT.
002513     EXIT.
002514*
002515 1065-FIND-CYCLE-STEP.
002516*
002517     IF CC-STEP-NAME (WS-CYCLE-INDEX) = WS-CYCLE-STEP-NAME
002518         MOVE WS-CYCLE-INDEX TO WS-CYCLE-STEP
002519         MOVE 'Y' TO WS-CYCLE-FOUND-SWITCH.
002520 1065-EXIT.
002521     EXIT.
002522*
002523*    THE STEP IS STAMPED WITH THE CALENDAR DATE AND TIME IT
002524*    ACTUALLY RAN, SO A LATE RUN SHOWS UP ON CYCLEMNT.
002525 1070-SAVE-CYCLE-CTL.
002526*
002527     ACCEPT WS-CYCLE-CLOCK-DATE FROM DATE YYYYMMDD.
002528     ACCEPT WS-CYCLE-CLOCK-TIME FROM TIME.
002529     MOVE WS-CYCLE-CLOCK-DATE TO CC-STEP-DATE (WS-CYCLE-STEP).
002530     MOVE WS-CYCLE-CLOCK-TIME TO CC-STEP-TIME (WS-CYCLE-STEP).
002531     OPEN OUTPUT CYCLE-CTL.
002532     IF WS-CYCLE-STATUS NOT = "00"
002533         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002534             WS-CYCLE-STATUS
002535         STOP RUN.
002536     WRITE CYCLE-CTL-REC FROM CYCLE-CONTROL.
002537     CLOSE CYCLE-CTL.
002538 1070-EXIT.
002539     EXIT.
002540*
002541*    AT NORMAL END THE CONTROL FILE IS READ AGAIN BEFORE IT IS
002542*    MARKED, SO AN OVERRIDE GRANTED WHILE THE STEP RAN IS KEPT.
002543 1080-END-CYCLE-STEP.
002544*
002545     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002546     MOVE 'C' TO CC-STEP-STATUS (WS-CYCLE-STEP).
002547     PERFORM 1070-SAVE-CYCLE-CTL THRU 1070-EXIT.
002548     DISPLAY WS-CYCLE-STEP-NAME " COMPLETE FOR BUSINESS DATE "
002549         CC-BUSINESS-DATE.
002550 1080-EXIT.
002551     EXIT.
002552*
002553*----------------------------------------------------------*
002554* 3000 SERIES - PASS THE QUOTE HISTORY.  A QUOTE AT LEAST   *
002555* ONE DAY OLD WHOSE MASTER RECORD IS NOT SITTING AT BOOKED  *
002556* GOES ON THE CHASE LIST AND INTO ITS BRANCH'S AGING        *
002557* BUCKET.                                                   *
002558*----------------------------------------------------------*
002559 3000-AGE-QUOTES.
002560*
002561     OPEN INPUT QUOTE-HIST.
002562     IF WS-QUOTEHIST-STATUS NOT = "00"
002563         DISPLAY "QUOTE-HIST OPEN FAILED - STATUS = "
002564             WS-QUOTEHIST-STATUS
002570         DISPLAY "RUN CALC3000 TO BUILD THE QUOTE HISTORY."
002580         STOP RUN.
002590     MOVE "UNBOOKED QUOTE CHASE LIST -------------------"
003610 3320-EXIT.
003620     EXIT.
003630*
003635*----------------------------------------------------------*
003640* 4000 SERIES - AGING BUCKETS BY BRANCH BELOW THE CHASE     *
003650* LIST, EACH BRANCH SHOWN BY ITS BRANCH MASTER NAME.        *
003670*----------------------------------------------------------*
003680 4000-WRITE-BRANCH-SUMMARY.
003690*
003790*
003800 4100-WRITE-BRANCH-LINE.
003810*
003820     PERFORM 4110-GET-BRANCH-NAME THRU 4110-EXIT.
003830     MOVE BA-COUNT-1-5 (WS-BRANCH-INDEX) TO AGB-COUNT-1-5.
003840     MOVE BA-COUNT-6-10 (WS-BRANCH-INDEX) TO AGB-COUNT-6-10.
003850     MOVE BA-COUNT-OVER-10 (WS-BRANCH-INDEX)
003870     WRITE AGING-LINE FROM AGING-BRANCH-DETAIL.
003880 4100-EXIT.
003890     EXIT.
003891*
003892*----------------------------------------------------------*
003893* 4110 - THE BRANCH MASTER NAME FOR THE LINE, OR THE BARE   *
003894* CODE WHEN THE MASTER IS ABSENT OR NO LONGER CARRIES THE   *
003895* BRANCH.                                                   *
003896*----------------------------------------------------------*
003897 4110-GET-BRANCH-NAME.
003898*
003899     MOVE BA-BRANCH-ID (WS-BRANCH-INDEX) TO AGB-BRANCH-NAME.
003900     IF NOT WS-BRMSTR-OPEN
003901         GO TO 4110-EXIT.
003902     MOVE BA-BRANCH-ID (WS-BRANCH-INDEX) TO BM-BRANCH-ID.
003903     READ BRANCH-MSTR
003904         INVALID KEY GO TO 4110-EXIT.
003905     MOVE BM-BRANCH-NAME TO AGB-BRANCH-NAME.
003906 4110-EXIT.
003907     EXIT.
003908*
003909*----------------------------------------------------------*
003910* 5000 SERIES - AGE LAPSED QUOTES OFF THE BORROWERS'        *
003911* EXPOSURE.  A QUOTE STILL AT QUOTED OR EXPORTED MORE THAN  *
003912* WS-QUOTE-LIVE-DAYS AFTER ITS QUOTE DATE IS NO LONGER A    *
003913* COMMITMENT - UNLESS THE CUSTOMER HOLDS A RATE LOCK ON IT  *
003914* THAT IS STILL IN FORCE, WHEN IT WAITS FOR THE LOCK TO     *
003915* EXPIRE OR BE CANCELLED.  A LAPSED QUOTE'S AMOUNT IS TAKEN *
003916* OFF THE CUSTOMER'S QUOTED AMOUNT AND THE APPLICATION IS   *
003917* MARKED AGED OFF, SO A RERUN NEVER TAKES IT OFF TWICE.     *
003918* SVCRECON AND CALC3000 LEAVE THE QUOTED AMOUNT ALONE FOR A *
003919* MARKED APPLICATION WHEN IT BOOKS, IS REJECTED, OR IS      *
003920* QUOTED AGAIN.                                             *
003921*----------------------------------------------------------*
003922 5000-AGE-OFF-EXPOSURE.
003923*
003924     IF NOT WS-CUSTMSTR-OPEN
003925         GO TO 5000-EXIT.
003926     MOVE LOW-VALUES TO AM-KEY.
003927     START APPL-MSTR KEY IS NOT LESS THAN AM-KEY
003928         INVALID KEY MOVE 'Y' TO WS-MSTR-EOF-SWITCH.
003929     PERFORM 5040-READ-APPL-MASTER THRU 5040-EXIT.
003930     PERFORM 5100-AGE-OFF-ONE-QUOTE THRU 5100-EXIT
003931         UNTIL WS-MSTR-EOF.
003932 5000-EXIT.
003933     EXIT.
003934*
003935 5040-READ-APPL-MASTER.
003936*
003937     IF WS-MSTR-EOF
003938         GO TO 5040-EXIT.
003939     READ APPL-MSTR NEXT RECORD
003940         AT END MOVE 'Y' TO WS-MSTR-EOF-SWITCH.
003941 5040-EXIT.
003942     EXIT.
003943*
003944 5100-AGE-OFF-ONE-QUOTE.
003945*
003946     IF NOT AM-QUOTED AND NOT AM-EXPORTED
003947         GO TO 5100-NEXT.
003948     IF AM-QUOTE-AGED-OFF
003949         GO TO 5100-NEXT.
003950     IF AM-CUSTOMER-NUMBER IS NOT NUMERIC
003951             OR AM-CUSTOMER-NUMBER = ZERO
003952         GO TO 5100-NEXT.
003953     IF AM-QUOTE-DATE IS NOT NUMERIC
003954             OR AM-QUOTE-DATE = ZERO
003955         GO TO 5100-NEXT.
003956     COMPUTE WS-QUOTE-AGE = WS-RUN-DATE-INT
003957         - FUNCTION INTEGER-OF-DATE (AM-QUOTE-DATE).
003958     IF WS-QUOTE-AGE NOT > WS-QUOTE-LIVE-DAYS
003959         GO TO 5100-NEXT.
003960     PERFORM 5120-CHECK-RATE-LOCK THRU 5120-EXIT.
003961     IF WS-LOCK-IN-FORCE
003962         ADD 1 TO WS-QUOTES-LOCKED
003963         GO TO 5100-NEXT.
003964     MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
003965     READ CUST-MSTR KEY IS CM-CUSTOMER-NUMBER
003966         INVALID KEY
003967             DISPLAY "CUSTOMER " AM-CUSTOMER-NUMBER
003968                 " NOT ON CUST-MSTR - EXPOSURE NOT AGED"
003969             GO TO 5100-NEXT.
003970     IF CM-QUOTED-COUNT > ZERO
003971         SUBTRACT 1 FROM CM-QUOTED-COUNT.
003972     IF CM-QUOTED-AMOUNT > AM-LOAN-AMOUNT
003973         SUBTRACT AM-LOAN-AMOUNT FROM CM-QUOTED-AMOUNT
003974     ELSE
003975         MOVE ZERO TO CM-QUOTED-AMOUNT.
003976     MOVE RUN-DATE TO CM-LAST-ACTIVITY-DATE.
003977     REWRITE CUST-MSTR-RECORD
003978         INVALID KEY
003979             DISPLAY "CUST-MSTR REWRITE FAILED - STATUS = "
003980                 WS-CUSTMSTR-STATUS
003981             GO TO 5100-NEXT.
003982     MOVE 'Y' TO AM-QUOTE-AGED-FLAG.
003983     REWRITE APPL-MSTR-RECORD
003984         INVALID KEY
003985             DISPLAY "APPL-MSTR REWRITE FAILED - STATUS = "
003986                 WS-APPLMSTR-STATUS
003987             GO TO 5100-NEXT.
003988     ADD 1 TO WS-QUOTES-AGED-OFF.
003989 5100-NEXT.
003990     PERFORM 5040-READ-APPL-MASTER THRU 5040-EXIT.
003991 5100-EXIT.
003992     EXIT.
003993*
003994*----------------------------------------------------------*
003995* 5120 - IS THE APPLICATION UNDER A RATE LOCK STILL IN      *
003996* FORCE - ACTIVE AND NOT YET EXPIRED ON THE BUSINESS DATE.  *
003997* A CANCELLED OR EXPIRED LOCK HOLDS NOTHING.  THE SAME TEST *
003998* AS THE REPRICE RUN.                                       *
003999*----------------------------------------------------------*
004000 5120-CHECK-RATE-LOCK.
004001*
004002     MOVE 'N' TO WS-LOCK-IN-FORCE-SWITCH.
004003     IF NOT WS-RATELOCK-OPEN
004004         GO TO 5120-EXIT.
004005     MOVE AM-APPL-NUMBER TO RL-APPL-NUMBER.
004006     MOVE AM-BRANCH-ID TO RL-BRANCH-ID.
004007     READ RATE-LOCK
004008         INVALID KEY GO TO 5120-EXIT.
004009     IF RL-ACTIVE AND RL-EXPIRATION-DATE NOT < RUN-DATE
004010         MOVE 'Y' TO WS-LOCK-IN-FORCE-SWITCH.
004011 5120-EXIT.
004012     EXIT.
004013*
004014*----------------------------------------------------------*
004015* 8000 SERIES - CONTROL COUNTS FOR THE RUN, WRITTEN TO THE  *
004016* REPORT AND DISPLAYED FOR THE OPERATOR.                    *
004017*----------------------------------------------------------*
004018 8000-PRINT-CONTROL-TOTALS.
004019*
004020     MOVE "QUOTES READ                 = " TO AGT-TOTAL-LABEL.
004021     MOVE WS-QUOTES-READ TO AGT-TOTAL-COUNT.
004022     WRITE AGING-LINE FROM AGING-TOTAL-LINE.
004023     MOVE "QUOTES BOOKED               = " TO AGT-TOTAL-LABEL.
004024     MOVE WS-QUOTES-BOOKED TO AGT-TOTAL-COUNT.
004025     WRITE AGING-LINE FROM AGING-TOTAL-LINE.
004030     MOVE "QUOTES UNBOOKED (CHASE)     = " TO AGT-TOTAL-LABEL.
004040     MOVE WS-QUOTES-UNBOOKED TO AGT-TOTAL-COUNT.
004050     WRITE AGING-LINE FROM AGING-TOTAL-LINE.
004052     MOVE "QUOTES AGED OFF EXPOSURE    = " TO AGT-TOTAL-LABEL.
004054     MOVE WS-QUOTES-AGED-OFF TO AGT-TOTAL-COUNT.
004056     WRITE AGING-LINE FROM AGING-TOTAL-LINE.
004057     MOVE "QUOTES HELD BY RATE LOCK    = " TO AGT-TOTAL-LABEL.
004058     MOVE WS-QUOTES-LOCKED TO AGT-TOTAL-COUNT.
004059     WRITE AGING-LINE FROM AGING-TOTAL-LINE.
004060     DISPLAY "QUOTES READ             = " WS-QUOTES-READ.
004070     DISPLAY "QUOTES BOOKED           = " WS-QUOTES-BOOKED.
004080     DISPLAY "QUOTES UNBOOKED (CHASE) = " WS-QUOTES-UNBOOKED.
004085     DISPLAY "QUOTES AGED OFF         = " WS-QUOTES-AGED-OFF.
004087     DISPLAY "QUOTES HELD BY RATE LOCK = " WS-QUOTES-LOCKED.
004090 8000-EXIT.
004100     EXIT.
004110*
