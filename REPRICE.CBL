000290*                   COULD LOSE A DAY'S BOOKINGS FROM THAT  *
000300*                   FILE AND REPRICE ALREADY-BOOKED LOANS  *
000310*                   ONTO THE RECALL REPORT.                *
000311*  10/15/26   TA    THE SHEET IN EFFECT IS NOW PICKED ONLY *
000312*                   FROM RATE SETS APPROVED UNDER DUAL     *
000313*                   CONTROL IN RATEMNT, THE SAME RULE      *
000314*                   CALC3000 PRICES BY - A PENDING OR      *
000315*                   REJECTED SET IS PASSED OVER.           *
000316*  10/15/26   TA    QUOTES UNDER AN UNEXPIRED RATE LOCK ON *
000317*                   THE NEW RATELOCK FILE KEEP THEIR       *
000318*                   LOCKED RATE AND ARE NO LONGER REPRICED *
000319*                   ONTO THE RECALL LIST - THEY ARE LISTED *
000320*                   IN A SEPARATE SECTION WITH THE LOCKED  *
000321*                   RATE, THE SHEET RATE NOW IN EFFECT,    *
000322*                   AND THE LOCK EXPIRATION.               *
000323*  10/15/26   TA    RUN DATE NOW TAKEN FROM THE BUSINESS   *
000324*                   DATE ON THE CYCLECTL CYCLE CONTROL     *
000325*                   FILE IN PLACE OF THE SYSTEM CLOCK. RUN *
000326*                   AS A STEP IN THE NIGHTLY CYCLE - IT    *
000327*                   WILL NOT START UNTIL QTAGING HAS       *
000328*                   COMPLETED FOR THE DATE, OR A SECOND    *
000329*                   TIME, WITHOUT A SUPERVISOR OVERRIDE.   *
000330*  10/15/26   TA    QUOTE HISTORY LAYOUT WIDENED FOR THE   *
000331*                   LOAN OFFICER ID CALC3000 NOW CARRIES   *
000332*                   ON EVERY QUOTE.                        *
000333*  10/15/26   TA    APPLICATION MASTER RECORD WIDENED TO   *
000334*                   100 CHARACTERS FOR THE CLOSING FEES,   *
000335*                   POINTS, AND ODD-DAYS INTEREST SVCRECON *
000336*                   POSTS TO THE GENERAL LEDGER.           *
000337*  10/15/26   TA    QUOTE HISTORY AND APPLICATION MASTER   *
000338*                   LAYOUTS WIDENED FOR THE RATE           *
000339*                   CONCESSION CALC3000 NOW CARRIES ON     *
000340*                   EVERY QUOTE. A QUOTE GIVEN A           *
000341*                   CONCESSION KEEPS IT WHEN REPRICED -    *
000342*                   THE SAME BASIS POINTS COME OFF THE NEW *
000343*                   SHEET RATE - SO IT IS NOT LISTED AS A  *
000344*                   RATE CHANGE IT NEVER HAD.              *
000345*----------------------------------------------------------*
000346*
000347 ENVIRONMENT DIVISION.
000350*
000360 CONFIGURATION SECTION.
000370*
000630         ASSIGN TO REPRCRPT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-REPRICE-STATUS.
000651*
000652     SELECT RATE-LOCK
000653         ASSIGN TO RATELOCK
000654         ORGANIZATION IS INDEXED
000655         ACCESS IS RANDOM
000656         RECORD KEY IS RL-KEY
000657         FILE STATUS IS WS-RATELOCK-STATUS.
000660*
000661     SELECT CYCLE-CTL
000662         ASSIGN TO CYCLECTL
000663         ORGANIZATION IS LINE SEQUENTIAL
000664         FILE STATUS IS WS-CYCLE-STATUS.
000665*
000670 DATA DIVISION.
000680*
000690 FILE SECTION.
000750* QUOTED RATE, AND PAYMENT CARRIED FOR THIS PROGRAM.        *
000760*----------------------------------------------------------*
000770 FD  QUOTE-HIST
000780     RECORD CONTAINS 67 CHARACTERS.
000790*
000800 01  QUOTE-HIST-RECORD.
000810     05  QH-APPL-NUMBER             PIC 9(08).
000900         88  QH-TYPE-VARIABLE                  VALUE 'V'.
000910     05  QH-INTEREST-RATE           PIC 9(02)V99.
000920     05  QH-MONTHLY-PAYMENT         PIC 9(08)V99.
000925     05  QH-OFFICER-ID              PIC X(06).
000926     05  QH-SHEET-RATE              PIC 9(02)V99.
000927     05  QH-CONCESSION-BPS          PIC 9(03).
000928     05  QH-CONCESSION-REASON       PIC X(01).
000929     05  QH-CONCESSION-APPROVER     PIC X(08).
000930*
000940*----------------------------------------------------------*
000950* APPL-MSTR - KEYED APPLICATION MASTER MAINTAINED BY        *
000980* LOAN AND IS NOT REPRICED.                                 *
000990*----------------------------------------------------------*
001000 FD  APPL-MSTR
001010     RECORD CONTAINS 120 CHARACTERS.
001020*
001030     COPY APPLMSTR.
001040*
001070* RATEMNT PROGRAM - ONE RECORD PER PUBLISHED RATE SET.      *
001080*----------------------------------------------------------*
001090 FD  RATE-FILE
001100     RECORD CONTAINS 160 CHARACTERS.
001110*
001120 01  RATE-FILE-REC                 PIC X(160).
001130*
001140*----------------------------------------------------------*
001150* REPRICE-RPT - RATE-CHANGE IMPACT REPORT, ONE LINE PER     *
001190     RECORD CONTAINS 100 CHARACTERS.
001200*
001210 01  REPRICE-LINE                  PIC X(100).
001211*
001212*----------------------------------------------------------*
001213* RATE-LOCK - KEYED RATE LOCK FILE MAINTAINED THROUGH       *
001214* LOCKMNT - SEE THE RATELOCK COPYBOOK.  A QUOTE WHOSE LOCK  *
001215* HAS NOT EXPIRED KEEPS ITS LOCKED RATE AND IS NOT          *
001216* REPRICED.                                                 *
001217*----------------------------------------------------------*
001218 FD  RATE-LOCK
001219     RECORD CONTAINS 80 CHARACTERS.
001220*
001221     COPY RATELOCK.
001222*
001223*----------------------------------------------------------*
001224* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
001225* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN, AND    *
001226* THIS STEP MARKS ITSELF STARTED AND COMPLETE ON IT.        *
001227*----------------------------------------------------------*
001228 FD  CYCLE-CTL
001229     RECORD CONTAINS 300 CHARACTERS.
001230*
001231 01  CYCLE-CTL-REC                 PIC X(300).
001232*
001233 WORKING-STORAGE SECTION.
001240*
001250*----------------------------------------------------------*
001260* STANDALONE SWITCHES AND COUNTERS                          *
001290 77  WS-APPLMSTR-STATUS             PIC X(02)  VALUE SPACES.
001300 77  WS-RATE-STATUS                 PIC X(02)  VALUE SPACES.
001310 77  WS-REPRICE-STATUS              PIC X(02)  VALUE SPACES.
001315 77  WS-RATELOCK-STATUS             PIC X(02)  VALUE SPACES.
001317 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
001320*
001330 77  WS-HIST-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001340     88  WS-HIST-EOF                           VALUE 'Y'.
001430 77  WS-MSTR-FOUND-SWITCH           PIC X(01)  VALUE 'N'.
001440     88  WS-MSTR-FOUND                         VALUE 'Y'.
001450*
001451*
001452 77  WS-RATELOCK-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
001453     88  WS-RATELOCK-OPEN                      VALUE 'Y'.
001454*
001455 77  WS-LOCK-IN-FORCE-SWITCH        PIC X(01)  VALUE 'N'.
001456     88  WS-LOCK-IN-FORCE                      VALUE 'Y'.
001460 77  WS-BEST-EFFECTIVE-DATE         PIC 9(08)  VALUE ZERO.
001470*
001480 77  WS-TIER-INDEX                  PIC 9(01)  COMP VALUE ZERO.
001540 77  WS-QUOTES-OLD-LAYOUT           PIC 9(07)  COMP VALUE ZERO.
001550 77  WS-QUOTES-REPRICED             PIC 9(07)  COMP VALUE ZERO.
001560 77  WS-RATES-CHANGED               PIC 9(07)  COMP VALUE ZERO.
001565 77  WS-QUOTES-LOCKED               PIC 9(07)  COMP VALUE ZERO.
001570*
001580 77  WS-RUN-DATE-INT                PIC 9(08)  COMP VALUE ZERO.
001590 77  WS-WINDOW-CUTOFF-INT           PIC 9(08)  COMP VALUE ZERO.
001640* CALC3000 SIZES A BALLOON PAYMENT OFF.                     *
001650*----------------------------------------------------------*
001660 77  WS-BALLOON-AMORT-MONTHS        PIC 9(03)  COMP VALUE 360.
001661*
001662*----------------------------------------------------------*
001663* NIGHTLY CYCLE STEP CONTROL - THIS PROGRAM'S ENTRY ON THE  *
001664* CYCLECTL FILE AND THE ONE THAT MUST COMPLETE AHEAD OF IT. *
001665*----------------------------------------------------------*
001666 77  WS-CYCLE-STEP-NAME             PIC X(08)  VALUE "REPRICE".
001667 77  WS-CYCLE-INDEX                 PIC 9(02)  COMP VALUE ZERO.
001668 77  WS-CYCLE-STEP                  PIC 9(02)  COMP VALUE ZERO.
001669 77  WS-CYCLE-PRED                  PIC 9(02)  COMP VALUE ZERO.
001670 77  WS-CYCLE-CLOCK-DATE            PIC 9(08)  VALUE ZERO.
001671 77  WS-CYCLE-CLOCK-TIME            PIC 9(08)  VALUE ZERO.
001672*
001673 77  WS-CYCLE-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
001674     88  WS-CYCLE-FOUND                        VALUE 'Y'.
001675*
001676 77  WS-CYCLE-READY-SWITCH          PIC X(01)  VALUE 'Y'.
001677     88  WS-CYCLE-READY                        VALUE 'Y'.
001678*
001680 01  RUN-DATE                       PIC 9(08).
001690*
001693     COPY CYCLECTL.
001696*
001700     COPY RATETBL.
001710*
001720*----------------------------------------------------------*
001730* HOLD AREA FOR THE RATE SET SELECTED DURING THE RATEFILE   *
001740* LOAD - THE LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE.  *
001750*----------------------------------------------------------*
001760 01  WS-ACTIVE-RATE-SET             PIC X(160) VALUE SPACES.
001770*
001780*----------------------------------------------------------*
001790* REPRICING WORK FIELDS - THE NEW PAYMENT IS COMPUTED WITH  *
001810*----------------------------------------------------------*
001820 01  REPRICE-WORK-FIELDS.
001830     05  RW-NEW-RATE                PIC 9(02)V99.
001835     05  RW-RATE-OFF                PIC 9(02)V99.
001840     05  RW-MONTHLY-RATE            PIC S9V9999999999.
001850     05  RW-NUM-ANNUITY             PIC S9V9999999999.
001860     05  RW-NEW-PAYMENT             PIC 9(08)V99.
002240         "  DIFF =".
002250     05  RP-PAYMENT-DIFF            PIC $ZZZ,ZZ9.99-.
002260     05  FILLER                     PIC X(09) VALUE SPACES.
002261*
002262 01  REPRICE-LOCK-DETAIL.
002263     05  FILLER                     PIC X(07) VALUE
002264         "APPL = ".
002265     05  RL-RP-APPL-NUMBER          PIC 9(08).
002266     05  FILLER                     PIC X(07) VALUE
002267         "  BR = ".
002268     05  RL-RP-BRANCH-ID            PIC X(04).
002269     05  FILLER                     PIC X(10) VALUE
002270         "  LOCKED =".
002271     05  RL-RP-LOCKED-RATE          PIC ZZ.99.
002272     05  FILLER                     PIC X(09) VALUE
002273         "  SHEET =".
002274     05  RL-RP-SHEET-RATE           PIC ZZ.99.
002275     05  FILLER                     PIC X(12) VALUE
002276         "  EXPIRES = ".
002277     05  RL-RP-EXPIRATION-DATE      PIC 9(08).
002278     05  FILLER                     PIC X(09) VALUE
002279         "  EXTS = ".
002280     05  RL-RP-EXTENSION-COUNT      PIC Z9.
002281     05  FILLER                     PIC X(14) VALUE SPACES.
002282*
002283 01  REPRICE-TOTAL-LINE.
002290     05  RT-TOTAL-LABEL             PIC X(30).
002300     05  RT-TOTAL-COUNT             PIC Z,ZZZ,ZZ9.
002310     05  FILLER                     PIC X(61) VALUE SPACES.
002420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002430     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
002440     PERFORM 3000-PASS-QUOTE-HISTORY THRU 3000-EXIT.
002445     PERFORM 3500-LIST-LOCKED-QUOTES THRU 3500-EXIT.
002450     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
002460     CLOSE APPL-MSTR.
002463     IF WS-RATELOCK-OPEN
002466         CLOSE RATE-LOCK.
002470     CLOSE REPRICE-RPT.
002475     PERFORM 1080-END-CYCLE-STEP THRU 1080-EXIT.
002480     DISPLAY "End of repricing run.".
002490     STOP RUN.
002500*
002520*
002530     DISPLAY "REPRICE - RATE-CHANGE IMPACT FOR UNBOOKED "
002540         "QUOTES".
002550     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002555     PERFORM 1060-START-CYCLE-STEP THRU 1060-EXIT.
002560     DISPLAY "Enter quote window in days (0 for 30).".
002570     ACCEPT WS-WINDOW-DAYS.
002580     IF WS-WINDOW-DAYS = ZERO
002680         DISPLAY "RUN THE CALC3000 BATCH TO BUILD THE "
002690             "APPLICATION MASTER."
002700         STOP RUN.
002701*    NO RATE LOCK FILE YET MEANS NO QUOTE IS LOCKED.
002702     OPEN INPUT RATE-LOCK.
002703     IF WS-RATELOCK-STATUS = "00"
002704         MOVE 'Y' TO WS-RATELOCK-OPEN-SWITCH
002705     ELSE
002706         DISPLAY "NO RATELOCK FILE - NO QUOTE IS LOCKED.".
002710     OPEN OUTPUT REPRICE-RPT.
002720     IF WS-REPRICE-STATUS NOT = "00"
002730         DISPLAY "REPRICE-RPT OPEN FAILED - STATUS = "
002760 1000-EXIT.
002770     EXIT.
002780*
002781*----------------------------------------------------------*
002782* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
002783* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
002784* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
002785* BEING PROCESSED.                                          *
002786*----------------------------------------------------------*
002787 1050-GET-BUSINESS-DATE.
002788*
002789     OPEN INPUT CYCLE-CTL.
002790     IF WS-CYCLE-STATUS = "35"
002791         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
002792             "BUSINESS DATE WITH CYCLEMNT."
002793         STOP RUN.
002794     IF WS-CYCLE-STATUS NOT = "00"
002795         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002796             WS-CYCLE-STATUS
002797         STOP RUN.
002798     MOVE SPACES TO CYCLE-CONTROL.
002799     READ CYCLE-CTL INTO CYCLE-CONTROL
002800         AT END MOVE SPACES TO CYCLE-CONTROL.
002801     CLOSE CYCLE-CTL.
002802     IF CC-BUSINESS-DATE NOT NUMERIC
002803             OR CC-BUSINESS-DATE = ZERO
002804         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
002805             "CYCLEMNT."
002806         STOP RUN.
002807     MOVE CC-BUSINESS-DATE TO RUN-DATE.
002808 1050-EXIT.
002809     EXIT.
002810*
002811*----------------------------------------------------------*
002812* 1060 SERIES - NIGHTLY CYCLE STEP CONTROL.  THE STEP WILL  *
002813* NOT START UNTIL THE STEP AHEAD OF IT IN THE STREAM HAS    *
002814* COMPLETED FOR THE BUSINESS DATE, AND WILL NOT RUN A       *
002815* SECOND TIME FOR THE SAME DATE, UNLESS A SUPERVISOR HAS    *
002816* GRANTED AN OVERRIDE THROUGH CYCLEMNT - GOOD FOR ONE       *
002817* START.  A STEP LEFT STARTED BY AN ABEND MAY BE RERUN.     *
002818*----------------------------------------------------------*
002819 1060-START-CYCLE-STEP.
002820*
002821     MOVE 'N' TO WS-CYCLE-FOUND-SWITCH.
002822     PERFORM 1065-FIND-CYCLE-STEP THRU 1065-EXIT
002823         VARYING WS-CYCLE-INDEX FROM 1 BY 1
002824         UNTIL WS-CYCLE-INDEX > 8 OR WS-CYCLE-FOUND.
002825     IF NOT WS-CYCLE-FOUND
002826         DISPLAY "STEP " WS-CYCLE-STEP-NAME " IS NOT ON CYCLECTL "
002827             "- REBUILD IT WITH CYCLEMNT."
002828         STOP RUN.
002829     MOVE 'Y' TO WS-CYCLE-READY-SWITCH.
002830     IF CC-STEP-COMPLETE (WS-CYCLE-STEP)
002831         DISPLAY WS-CYCLE-STEP-NAME " ALREADY COMPLETE FOR "
002832             "BUSINESS DATE " CC-BUSINESS-DATE
002833         MOVE 'N' TO WS-CYCLE-READY-SWITCH.
002834     MOVE CC-STEP-PRED (WS-CYCLE-STEP) TO WS-CYCLE-PRED.
002835     IF WS-CYCLE-PRED > ZERO
002836         IF NOT CC-STEP-COMPLETE (WS-CYCLE-PRED)
002837             DISPLAY CC-STEP-NAME (WS-CYCLE-PRED)
002838                 " NOT COMPLETE FOR BUSINESS DATE "
002839                 CC-BUSINESS-DATE
002840             MOVE 'N' TO WS-CYCLE-READY-SWITCH.
002841     IF NOT WS-CYCLE-READY
002842         IF CC-STEP-OVERRIDDEN (WS-CYCLE-STEP)
002843             DISPLAY "RUNNING UNDER OVERRIDE GRANTED BY "
002844                 CC-STEP-OVERRIDE-BY (WS-CYCLE-STEP)
002845             MOVE SPACE TO CC-STEP-OVERRIDE (WS-CYCLE-STEP)
002846         ELSE
002847             DISPLAY WS-CYCLE-STEP-NAME " NOT STARTED - IT NEEDS "
002848                 "A SUPERVISOR OVERRIDE THROUGH CYCLEMNT."
002849             STOP RUN.
002850     MOVE 'S' TO CC-STEP-STATUS (WS-CYCLE-STEP).
002851     PERFORM 1070-SAVE-CYCLE-CTL THRU 1070-EXIT.
002852 1060-EXIT.
002853     EXIT.
002854*
002855 1065-FIND-CYCLE-STEP.
002856*
002857     IF CC-STEP-NAME (WS-CYCLE-INDEX) = WS-CYCLE-STEP-NAME
002858         MOVE WS-CYCLE-INDEX TO WS-CYCLE-STEP
002859         MOVE 'Y' TO WS-CYCLE-FOUND-SWITCH.
002860 1065-EXIT.
002861     EXIT.
002862*
002863*    THE STEP IS STAMPED WITH THE CALENDAR DATE AND TIME IT
002864*    ACTUALLY RAN, SO A LATE RUN SHOWS UP ON CYCLEMNT.
002865 1070-SAVE-CYCLE-CTL.
002866*
002867     ACCEPT WS-CYCLE-CLOCK-DATE FROM DATE YYYYMMDD.
002868     ACCEPT WS-CYCLE-CLOCK-TIME FROM TIME.
002869     MOVE WS-CYCLE-CLOCK-DATE TO CC-STEP-DATE (WS-CYCLE-STEP).
002870     MOVE WS-CYCLE-CLOCK-TIME TO CC-STEP-TIME (WS-CYCLE-STEP).
002871     OPEN OUTPUT CYCLE-CTL.
002872     IF WS-CYCLE-STATUS NOT = "00"
002873         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002874             WS-CYCLE-STATUS
002875         STOP RUN.
002876     WRITE CYCLE-CTL-REC FROM CYCLE-CONTROL.
002877     CLOSE CYCLE-CTL.
002878 1070-EXIT.
002879     EXIT.
002880*
002881*    AT NORMAL END THE CONTROL FILE IS READ AGAIN BEFORE IT IS
002882*    MARKED, SO AN OVERRIDE GRANTED WHILE THE STEP RAN IS KEPT.
002883 1080-END-CYCLE-STEP.
002884*
002885     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002886     MOVE 'C' TO CC-STEP-STATUS (WS-CYCLE-STEP).
002887     PERFORM 1070-SAVE-CYCLE-CTL THRU 1070-EXIT.
002888     DISPLAY WS-CYCLE-STEP-NAME " COMPLETE FOR BUSINESS DATE "
002889         CC-BUSINESS-DATE.
002890 1080-EXIT.
002891     EXIT.
002892*
002893*----------------------------------------------------------*
002894* 1100 SERIES - LOAD THE PUBLISHED RATE SHEET FROM THE      *
002895* EFFECTIVE-DATED RATEFILE - THE SET WITH THE LATEST        *
002896* EFFECTIVE DATE THAT IS NOT AFTER THE RUN DATE, THE SAME   *
002897* RULE CALC3000 PRICES BY.                                  *
002898* ONLY AN APPROVED SET COUNTS - ONE STILL PENDING ITS       *
002899* SECOND-SUPERVISOR APPROVAL, OR REJECTED, IS PASSED OVER.  *
002900*----------------------------------------------------------*
002901 1100-LOAD-RATE-TABLE.
002902*
002903     MOVE 'N' TO WS-RATE-EOF-SWITCH.
002904     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
002905     MOVE ZERO TO WS-BEST-EFFECTIVE-DATE.
002906     OPEN INPUT RATE-FILE.
002910     IF WS-RATE-STATUS NOT = "00"
002920         DISPLAY "RATE-FILE OPEN FAILED - STATUS = "
002930             WS-RATE-STATUS
003160*
003170     READ RATE-FILE INTO RATE-SET-RECORD
003180         AT END MOVE 'Y' TO WS-RATE-EOF-SWITCH.
003184     IF NOT WS-RATE-EOF
003188         IF RT-EFFECTIVE-DATE NOT > RUN-DATE
003192                 AND RT-PENDING
003196             DISPLAY "RATE SET EFFECTIVE " RT-EFFECTIVE-DATE
003200                 " NOT YET APPROVED - PASSED OVER".
003204     IF NOT WS-RATE-EOF
003208         IF RT-EFFECTIVE-DATE NOT > RUN-DATE
003212                 AND RT-APPROVED
003216                 AND RT-EFFECTIVE-DATE NOT <
003220                     WS-BEST-EFFECTIVE-DATE
003230             MOVE RT-EFFECTIVE-DATE TO WS-BEST-EFFECTIVE-DATE
003240             MOVE RATE-SET-RECORD TO WS-ACTIVE-RATE-SET
003710     IF WS-MSTR-FOUND AND AM-BOOKED
003720         ADD 1 TO WS-QUOTES-BOOKED
003730         GO TO 3100-NEXT.
003732     PERFORM 3120-CHECK-RATE-LOCK THRU 3120-EXIT.
003734     IF WS-LOCK-IN-FORCE
003736         ADD 1 TO WS-QUOTES-LOCKED
003738         GO TO 3100-NEXT.
003740     ADD 1 TO WS-QUOTES-REPRICED.
003750     PERFORM 4400-LOOKUP-INTEREST-RATE THRU 4400-EXIT.
003755     PERFORM 4450-APPLY-CONCESSION THRU 4450-EXIT.
003760     IF RW-NEW-RATE NOT = QH-INTEREST-RATE
003770         PERFORM 5000-COMPUTE-NEW-PAYMENT THRU 5000-EXIT
003780         PERFORM 3200-WRITE-IMPACT-LINE THRU 3200-EXIT
003910         INVALID KEY MOVE 'N' TO WS-MSTR-FOUND-SWITCH.
003920 3110-EXIT.
003930     EXIT.
003931*
003932*----------------------------------------------------------*
003933* 3120 - IS THE QUOTE UNDER A RATE LOCK THAT HAS NOT YET    *
003934* EXPIRED.  A CANCELLED OR EXPIRED LOCK PROTECTS NOTHING.   *
003935*----------------------------------------------------------*
003936 3120-CHECK-RATE-LOCK.
003937*
003938     MOVE 'N' TO WS-LOCK-IN-FORCE-SWITCH.
003939     IF NOT WS-RATELOCK-OPEN
003940         GO TO 3120-EXIT.
003941     MOVE QH-APPL-NUMBER TO RL-APPL-NUMBER.
003942     MOVE QH-BRANCH-ID TO RL-BRANCH-ID.
003943     READ RATE-LOCK
003944         INVALID KEY GO TO 3120-EXIT.
003945     IF RL-ACTIVE AND RL-EXPIRATION-DATE NOT < RUN-DATE
003946         MOVE 'Y' TO WS-LOCK-IN-FORCE-SWITCH.
003947 3120-EXIT.
003948     EXIT.
003949*
003950 3200-WRITE-IMPACT-LINE.
003960*
003970     MOVE QH-APPL-NUMBER TO RP-APPL-NUMBER.
004030     WRITE REPRICE-LINE FROM REPRICE-DETAIL.
004040 3200-EXIT.
004050     EXIT.
004051*
004052*----------------------------------------------------------*
004053* 3500 SERIES - SECOND PASS OF THE QUOTE HISTORY, LISTING   *
004054* IN THEIR OWN SECTION THE UNBOOKED QUOTES INSIDE THE       *
004055* WINDOW THAT THE FIRST PASS LEFT ALONE UNDER A LOCK, WITH  *
004056* THE SHEET RATE THEY WOULD TAKE IF THE LOCK RAN OUT.       *
004057*----------------------------------------------------------*
004058 3500-LIST-LOCKED-QUOTES.
004059*
004060     MOVE "QUOTES HELD UNDER AN UNEXPIRED RATE LOCK ----"
004061         TO REPRICE-SECTION-HDR.
004062     WRITE REPRICE-LINE FROM REPRICE-SECTION-HDR.
004063     IF WS-QUOTES-LOCKED = ZERO
004064         GO TO 3500-EXIT.
004065     MOVE 'N' TO WS-HIST-EOF-SWITCH.
004066     OPEN INPUT QUOTE-HIST.
004067     IF WS-QUOTEHIST-STATUS NOT = "00"
004068         DISPLAY "QUOTE-HIST OPEN FAILED - STATUS = "
004069             WS-QUOTEHIST-STATUS
004070         STOP RUN.
004071     PERFORM 3040-READ-QUOTE-RECORD THRU 3040-EXIT.
004072     PERFORM 3600-LIST-ONE-LOCKED THRU 3600-EXIT
004073         UNTIL WS-HIST-EOF.
004074     CLOSE QUOTE-HIST.
004075 3500-EXIT.
004076     EXIT.
004077*
004078 3600-LIST-ONE-LOCKED.
004079*
004080     IF FUNCTION INTEGER-OF-DATE (QH-QUOTE-DATE)
004081             < WS-WINDOW-CUTOFF-INT
004082         GO TO 3600-NEXT.
004083     IF QH-INTEREST-RATE NOT NUMERIC
004084         GO TO 3600-NEXT.
004085     PERFORM 3120-CHECK-RATE-LOCK THRU 3120-EXIT.
004086     IF NOT WS-LOCK-IN-FORCE
004087         GO TO 3600-NEXT.
004088     PERFORM 3110-READ-APPL-MASTER THRU 3110-EXIT.
004089     IF WS-MSTR-FOUND AND AM-BOOKED
004090         GO TO 3600-NEXT.
004091     PERFORM 4400-LOOKUP-INTEREST-RATE THRU 4400-EXIT.
004092     MOVE QH-APPL-NUMBER TO RL-RP-APPL-NUMBER.
004093     MOVE QH-BRANCH-ID TO RL-RP-BRANCH-ID.
004094     MOVE RL-LOCKED-RATE TO RL-RP-LOCKED-RATE.
004095     MOVE RW-NEW-RATE TO RL-RP-SHEET-RATE.
004096     MOVE RL-EXPIRATION-DATE TO RL-RP-EXPIRATION-DATE.
004097     MOVE RL-EXTENSION-COUNT TO RL-RP-EXTENSION-COUNT.
004098     WRITE REPRICE-LINE FROM REPRICE-LOCK-DETAIL.
004099 3600-NEXT.
004100     PERFORM 3040-READ-QUOTE-RECORD THRU 3040-EXIT.
004101 3600-EXIT.
004102     EXIT.
004103*
004104*----------------------------------------------------------*
004105* 4400 SERIES - LOOK UP THE PUBLISHED RATE FOR THE QUOTE'S  *
004106* AMOUNT TIER AND TERM, THE SAME WAY CALC3000 DOES.         *
004107*----------------------------------------------------------*
004110 4400-LOOKUP-INTEREST-RATE.
004120*
004130     PERFORM 4410-FIND-TIER THRU 4410-EXIT
004410 4420-EXIT.
004420     EXIT.
004430*
004431*----------------------------------------------------------*
004432* 4450 - A QUOTE GIVEN A RATE CONCESSION KEEPS IT - THE     *
004433* SAME BASIS POINTS COME OFF THE NEW SHEET RATE.  HISTORY   *
004434* LINES FROM BEFORE CONCESSIONS WERE CARRIED HAVE NONE, AND *
004435* A NEW SHEET RATE TOO LOW TO TAKE THE CONCESSION STANDS AS *
004436* IT IS.                                                    *
004437*----------------------------------------------------------*
004438 4450-APPLY-CONCESSION.
004439*
004440     IF QH-CONCESSION-BPS NOT NUMERIC
004441         GO TO 4450-EXIT.
004442     IF QH-CONCESSION-BPS = ZERO
004443         GO TO 4450-EXIT.
004444     COMPUTE RW-RATE-OFF = QH-CONCESSION-BPS / 100.
004445     IF RW-RATE-OFF < RW-NEW-RATE
004446         SUBTRACT RW-RATE-OFF FROM RW-NEW-RATE.
004447 4450-EXIT.
004448     EXIT.
004449*
004450*----------------------------------------------------------*
004451* 5000 SERIES - NEW PAYMENT UNDER THE NEW RATE, BY THE      *
004460* SAME PRODUCT FORMULAS CALC3000 QUOTES WITH - FIXED AND    *
004470* VARIABLE SELF-AMORTIZE OVER THE TERM, INTEREST-ONLY PAYS  *
004480* INTEREST ONLY, AND A BALLOON IS SIZED OFF THE 30-YEAR     *
004900     MOVE "OLD LAYOUT - NOT COMPARED   = " TO RT-TOTAL-LABEL.
004910     MOVE WS-QUOTES-OLD-LAYOUT TO RT-TOTAL-COUNT.
004920     WRITE REPRICE-LINE FROM REPRICE-TOTAL-LINE.
004922     MOVE "UNDER RATE LOCK - SKIPPED   = " TO RT-TOTAL-LABEL.
004924     MOVE WS-QUOTES-LOCKED TO RT-TOTAL-COUNT.
004926     WRITE REPRICE-LINE FROM REPRICE-TOTAL-LINE.
004930     MOVE "QUOTES REPRICED             = " TO RT-TOTAL-LABEL.
004940     MOVE WS-QUOTES-REPRICED TO RT-TOTAL-COUNT.
004950     WRITE REPRICE-LINE FROM REPRICE-TOTAL-LINE.
004980     WRITE REPRICE-LINE FROM REPRICE-TOTAL-LINE.
004990     DISPLAY "QUOTES REPRICED         = " WS-QUOTES-REPRICED.
005000     DISPLAY "RATES CHANGED           = " WS-RATES-CHANGED.
005005     DISPLAY "UNDER RATE LOCK         = " WS-QUOTES-LOCKED.
005010 8000-EXIT.
005020     EXIT.
005030*
