000370*                   OFF THE QUEUE, AND ONE THAT FAILS       *
000380*                   AGAIN AFTER A RESUBMISSION IS MARKED    *
000390*                   SO THE REEXPORT STEP CAN SURFACE IT.    *
000391*  10/15/26   TA    RUN DATE NOW TAKEN FROM THE BUSINESS    *
000392*                   DATE ON THE CYCLECTL CYCLE CONTROL FILE *
000393*                   IN PLACE OF THE SYSTEM CLOCK. RUN AS A  *
000394*                   STEP IN THE NIGHTLY CYCLE - IT WILL NOT *
000395*                   START UNTIL THE CALC3000 BATCH HAS      *
000396*                   COMPLETED FOR THE DATE, OR A SECOND     *
000397*                   TIME, WITHOUT A SUPERVISOR OVERRIDE.    *
000398*  10/15/26   TA    GENERAL LEDGER INTERFACE - EACH NEWLY   *
000399*                   BOOKED LOAN NOW POSTS A BALANCED SET OF *
000400*                   JOURNAL LINES FOR PRINCIPAL, NET        *
000401*                   PROCEEDS, ORIGINATION FEES, POINTS, AND *
000402*                   ODD-DAYS INTEREST TO THE GLIF FILE, ON  *
000403*                   ACCOUNTS FROM THE GLCOA MAPPING BY LOAN *
000404*                   TYPE AND BRANCH. A REJECT AGAINST A     *
000405*                   LOAN ALREADY BOOKED WRITES REVERSING    *
000406*                   ENTRIES, AND THE NEW GLCTLRPT POSTING   *
000407*                   CONTROL REPORT PROVES DEBITS EQUAL      *
000408*                   CREDITS. APPLICATION MASTER RECORD      *
000409*                   WIDENED TO 100 CHARACTERS.              *
000410*  10/15/26   TA    EACH ACKNOWLEDGMENT NOW CARRIES THE     *
000411*                   LOAN TO THE BORROWER'S EXPOSURE ON THE  *
000412*                   NEW CUSTMSTR CUSTOMER MASTER - A        *
000413*                   BOOKING MOVES IT FROM QUOTED TO BOOKED, *
000414*                   A REJECT TAKES IT OFF.                  *
000415*  10/15/26   TA    APPLICATION MASTER RECORD WIDENED TO    *
000416*                   120 CHARACTERS FOR THE SHEET RATE, RATE *
000417*                   CONCESSION, REASON, AND APPROVING       *
000418*                   OPERATOR CALC3000 NOW CARRIES ON EVERY  *
000419*                   QUOTE.                                  *
000420*  10/15/26   TA    A QUOTE QTAGING HAS ALREADY AGED OFF    *
000421*                   THE BORROWER'S QUOTED AMOUNT IS NOT     *
000422*                   TAKEN OFF IT A SECOND TIME WHEN IT      *
000423*                   BOOKS OR IS REJECTED.                   *
000424*  10/15/26   TA    A REPEAT BOOKED ACKNOWLEDGMENT ON A     *
000425*                   LOAN ALREADY BOOKED NO LONGER MOVES ITS *
000426*                   BOOKING DATE.                           *
000427*----------------------------------------------------------*
000428*
000429 ENVIRONMENT DIVISION.
000430*
000440 CONFIGURATION SECTION.
000450*
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-CORRQUE-STATUS.
000790*
000791     SELECT CYCLE-CTL
000792         ASSIGN TO CYCLECTL
000793         ORGANIZATION IS LINE SEQUENTIAL
000794         FILE STATUS IS WS-CYCLE-STATUS.
000795*
000796     SELECT GL-COA
000797         ASSIGN TO GLCOA
000798         ORGANIZATION IS LINE SEQUENTIAL
000799         FILE STATUS IS WS-GLCOA-STATUS.
000800*
000801     SELECT GL-INTERFACE
000802         ASSIGN TO GLIF
000803         ORGANIZATION IS LINE SEQUENTIAL
000804         FILE STATUS IS WS-GLIF-STATUS.
000805*
000806     SELECT GL-CTL-RPT
000807         ASSIGN TO GLCTLRPT
000808         ORGANIZATION IS LINE SEQUENTIAL
000809         FILE STATUS IS WS-GLCTL-STATUS.
000810*
000811     SELECT CUST-MSTR
000812         ASSIGN TO CUSTMSTR
000813         ORGANIZATION IS INDEXED
000814         ACCESS IS RANDOM
000815         RECORD KEY IS CM-CUSTOMER-NUMBER
000816         ALTERNATE RECORD KEY IS CM-MATCH-KEY
000817         FILE STATUS IS WS-CUSTMSTR-STATUS.
000818*
000819 DATA DIVISION.
000820*
000821 FILE SECTION.
000830*
000840*----------------------------------------------------------*
000850* SERVICE-IF - FIXED-FORMAT INTERFACE RECORDS WRITTEN BY    *
001290* CALC3000 - SEE THE APPLMSTR COPYBOOK.                     *
001300*----------------------------------------------------------*
001310 FD  APPL-MSTR
001320     RECORD CONTAINS 120 CHARACTERS.
001330*
001340     COPY APPLMSTR.
001350*
001530     05  CQ-RESUB-COUNT             PIC 9(02).
001540     05  CQ-REASON                  PIC X(25).
001550*
001551*----------------------------------------------------------*
001552* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
001553* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN, AND    *
001554* THIS STEP MARKS ITSELF STARTED AND COMPLETE ON IT.        *
001555*----------------------------------------------------------*
001556 FD  CYCLE-CTL
001557     RECORD CONTAINS 300 CHARACTERS.
001558*
001559 01  CYCLE-CTL-REC                 PIC X(300).
001560*
001561*----------------------------------------------------------*
001562* GL-COA - CHART-OF-ACCOUNTS MAPPING BY LOAN TYPE AND       *
001563* BRANCH - SEE THE GLCOA COPYBOOK.  LOADED AT START-UP.     *
001564*----------------------------------------------------------*
001565 FD  GL-COA
001566     RECORD CONTAINS 80 CHARACTERS.
001567*
001568     COPY GLCOA.
001569*
001570*----------------------------------------------------------*
001571* GL-INTERFACE - JOURNAL LINES FOR THE GENERAL LEDGER, ONE  *
001572* BALANCED SET PER LOAN BOOKED (ENTRY TYPE B) OR BOOKING    *
001573* REVERSED (ENTRY TYPE R, EVERY LINE OF THE ORIGINAL SET    *
001574* WITH DEBIT AND CREDIT SWAPPED).  THE LEDGER EMPTIES THE   *
001575* FILE WHEN IT TAKES IT UP, SO EACH RUN ADDS TO IT - A      *
001576* RERUN OF THE STEP CANNOT LOSE WHAT AN EARLIER RUN WROTE.  *
001577*----------------------------------------------------------*
001578 FD  GL-INTERFACE
001579     RECORD CONTAINS 80 CHARACTERS.
001580*
001581 01  GL-INTERFACE-RECORD.
001582     05  GI-POST-DATE               PIC 9(08).
001583     05  GI-APPL-NUMBER             PIC 9(08).
001584     05  GI-BRANCH-ID               PIC X(04).
001585     05  GI-ENTRY-TYPE              PIC X(01).
001586         88  GI-BOOKING                        VALUE 'B'.
001587         88  GI-REVERSAL                       VALUE 'R'.
001588     05  GI-LINE-NUMBER             PIC 9(01).
001589     05  GI-ACCOUNT                 PIC X(12).
001590     05  GI-DEBIT-CREDIT            PIC X(01).
001591         88  GI-DEBIT                          VALUE 'D'.
001592         88  GI-CREDIT                         VALUE 'C'.
001593     05  GI-AMOUNT                  PIC 9(09)V99.
001594     05  GI-DESCRIPTION             PIC X(20).
001595     05  FILLER                     PIC X(14).
001596*
001597*----------------------------------------------------------*
001598* GL-CTL-RPT - POSTING CONTROL REPORT FOR ACCOUNTING - EACH *
001599* LOAN POSTED OR REVERSED WITH ITS DEBITS AND CREDITS,      *
001600* EACH BOOKING THAT COULD NOT BE POSTED AND WHY, AND THE    *
001601* RUN TOTALS PROVING DEBITS EQUAL CREDITS.                  *
001602*----------------------------------------------------------*
001603 FD  GL-CTL-RPT
001604     RECORD CONTAINS 80 CHARACTERS.
001605*
001606 01  GL-CTL-LINE                   PIC X(80).
001607*
001608*----------------------------------------------------------*
001609* CUST-MSTR - KEYED CUSTOMER MASTER SHARED WITH CALC3000    *
001610* - SEE THE CUSTMSTR COPYBOOK.  A BOOKING MOVES THE LOAN    *
001611* FROM THE BORROWER'S QUOTED AMOUNT TO BOOKED, AND A        *
001612* REJECT TAKES IT OFF.                                      *
001613*----------------------------------------------------------*
001614 FD  CUST-MSTR
001615     RECORD CONTAINS 150 CHARACTERS.
001616*
001617     COPY CUSTMSTR.
001618*
001619 WORKING-STORAGE SECTION.
001620*
001621*----------------------------------------------------------*
001622* STANDALONE SWITCHES AND COUNTERS                          *
001623*----------------------------------------------------------*
001624 77  WS-SERVICEIF-STATUS            PIC X(02)  VALUE SPACES.
001625 77  WS-ACK-STATUS                  PIC X(02)  VALUE SPACES.
001630 77  WS-RECON-STATUS                PIC X(02)  VALUE SPACES.
001640 77  WS-APPLMSTR-STATUS             PIC X(02)  VALUE SPACES.
001645 77  WS-CUSTMSTR-STATUS             PIC X(02)  VALUE SPACES.
001650*
001660 77  WS-EXPORT-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001670     88  WS-EXPORT-EOF                         VALUE 'Y'.
001710*
001720 77  WS-MSTR-FOUND-SWITCH           PIC X(01)  VALUE 'N'.
001730     88  WS-MSTR-FOUND                         VALUE 'Y'.
001732*
001734 77  WS-CUSTMSTR-SWITCH             PIC X(01)  VALUE 'N'.
001736     88  WS-CUSTMSTR-OPEN                      VALUE 'Y'.
001740*
001750 77  WS-ACKS-READ                   PIC 9(07)  COMP VALUE ZERO.
001760 77  WS-ACKS-POSTED                 PIC 9(07)  COMP VALUE ZERO.
001780 77  WS-EXPORTS-BOOKED              PIC 9(07)  COMP VALUE ZERO.
001790 77  WS-NOT-BOOKED-COUNT            PIC 9(07)  COMP VALUE ZERO.
001800 77  WS-NOT-EXPORTED-COUNT          PIC 9(07)  COMP VALUE ZERO.
001801 77  WS-CUSTOMERS-UPDATED           PIC 9(07)  COMP VALUE ZERO.
001802*
001803*----------------------------------------------------------*
001804* NIGHTLY CYCLE STEP CONTROL - THIS PROGRAM'S ENTRY ON THE  *
001805* CYCLECTL FILE AND THE ONE THAT MUST COMPLETE AHEAD OF IT. *
001806*----------------------------------------------------------*
001807 77  WS-CYCLE-STEP-NAME             PIC X(08)  VALUE "SVCRECON".
001808 77  WS-CYCLE-INDEX                 PIC 9(02)  COMP VALUE ZERO.
001809 77  WS-CYCLE-STEP                  PIC 9(02)  COMP VALUE ZERO.
001810 77  WS-CYCLE-PRED                  PIC 9(02)  COMP VALUE ZERO.
001811 77  WS-CYCLE-CLOCK-DATE            PIC 9(08)  VALUE ZERO.
001812 77  WS-CYCLE-CLOCK-TIME            PIC 9(08)  VALUE ZERO.
001813*
001814 77  WS-CYCLE-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
001815     88  WS-CYCLE-FOUND                        VALUE 'Y'.
001816*
001817 77  WS-CYCLE-READY-SWITCH          PIC X(01)  VALUE 'Y'.
001818     88  WS-CYCLE-READY                        VALUE 'Y'.
001819*
001820 01  RUN-DATE                       PIC 9(08).
001830*
001833     COPY CYCLECTL.
001836*
001840 77  WS-CORRQUE-STATUS              PIC X(02)  VALUE SPACES.
001845 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
001846 77  WS-GLCOA-STATUS                PIC X(02)  VALUE SPACES.
001847 77  WS-GLIF-STATUS                 PIC X(02)  VALUE SPACES.
001848 77  WS-GLCTL-STATUS                PIC X(02)  VALUE SPACES.
001850*
001860 77  WS-QUE-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001870     88  WS-QUE-EOF                            VALUE 'Y'.
001960 77  WS-QUE-CLEARED                 PIC 9(03)  COMP VALUE ZERO.
001970*
001980 01  WS-RECON-NOTE                  PIC X(30)  VALUE SPACES.
001981*
001982*----------------------------------------------------------*
001983* GENERAL LEDGER POSTING                                    *
001984*----------------------------------------------------------*
001985 77  WS-COA-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001986     88  WS-COA-EOF                            VALUE 'Y'.
001987*
001988 77  WS-GL-FOUND-SWITCH             PIC X(01)  VALUE 'N'.
001989     88  WS-GL-FOUND                           VALUE 'Y'.
001990*
001991 77  WS-GL-ENTRY-TYPE               PIC X(01)  VALUE SPACE.
001992     88  WS-GL-BOOKING                         VALUE 'B'.
001993     88  WS-GL-REVERSAL                        VALUE 'R'.
001994*
001995 77  WS-PRIOR-STATUS                PIC X(01)  VALUE SPACE.
001996 77  WS-GL-LOAN-TYPE                PIC X(01)  VALUE SPACE.
001997 77  WS-GL-LOOKUP-BRANCH            PIC X(04)  VALUE SPACES.
001998 77  WS-GL-SIDE                     PIC X(01)  VALUE SPACE.
001999 77  WS-GL-LINE-NUMBER              PIC 9(01)  VALUE ZERO.
002000 77  WS-GL-ACCOUNT                  PIC X(12)  VALUE SPACES.
002001 77  WS-GL-AMOUNT                   PIC 9(09)V99 VALUE ZERO.
002002 77  WS-GL-DESCRIPTION              PIC X(20)  VALUE SPACES.
002003 77  WS-GL-NOTE                     PIC X(40)  VALUE SPACES.
002004*
002005 77  WS-COA-COUNT                   PIC 9(03)  COMP VALUE ZERO.
002006 77  WS-COA-INDEX                   PIC 9(03)  COMP VALUE ZERO.
002007 77  WS-MAX-COA                     PIC 9(03)  COMP VALUE 200.
002008*
002009 77  WS-GL-LOANS-POSTED             PIC 9(07)  COMP VALUE ZERO.
002010 77  WS-GL-LOANS-REVERSED           PIC 9(07)  COMP VALUE ZERO.
002011 77  WS-GL-LOANS-NOT-POSTED         PIC 9(07)  COMP VALUE ZERO.
002012 77  WS-GL-LINES-WRITTEN            PIC 9(07)  COMP VALUE ZERO.
002013*
002014 77  WS-GL-TOTAL-DEBITS             PIC 9(11)V99 VALUE ZERO.
002015 77  WS-GL-TOTAL-CREDITS            PIC 9(11)V99 VALUE ZERO.
002016*
002017*----------------------------------------------------------*
002018* THE CLOSING AMOUNTS OF THE LOAN BEING POSTED.  THE NET    *
002019* PROCEEDS ARE THE PRINCIPAL LESS THE FEES, POINTS, AND     *
002020* ODD-DAYS INTEREST KEPT BACK AT CLOSING, SO THE PRINCIPAL  *
002021* DEBIT ALWAYS EQUALS THE CREDITS.                          *
002022*----------------------------------------------------------*
002023 01  GL-LOAN-AMOUNTS.
002024     05  GLA-PRINCIPAL              PIC 9(09)V99.
002025     05  GLA-PROCEEDS               PIC S9(09)V99.
002026     05  GLA-FEES                   PIC 9(09)V99.
002027     05  GLA-POINTS                 PIC 9(09)V99.
002028     05  GLA-ODD-INTEREST           PIC 9(09)V99.
002029     05  GLA-LOAN-DEBITS            PIC 9(09)V99.
002030     05  GLA-LOAN-CREDITS           PIC 9(09)V99.
002031*
002032*----------------------------------------------------------*
002033* IN-CORE COPY OF THE CHART-OF-ACCOUNTS MAPPING, AND THE    *
002034* ACCOUNTS FOUND FOR THE LOAN BEING POSTED.                 *
002035*----------------------------------------------------------*
002036 01  GL-ACCOUNT-TABLE.
002037     05  GT-ENTRY OCCURS 200 TIMES.
002038         10  GT-LOAN-TYPE           PIC X(01).
002039         10  GT-BRANCH-ID           PIC X(04).
002040         10  GT-ACCOUNTS            PIC X(60).
002041*
002042 01  GL-POST-ACCOUNTS.
002043     05  GP-LOAN-RECV-ACCT          PIC X(12).
002044     05  GP-DISBURSE-ACCT           PIC X(12).
002045     05  GP-FEE-INCOME-ACCT         PIC X(12).
002046     05  GP-POINTS-ACCT             PIC X(12).
002047     05  GP-INTEREST-ACCT           PIC X(12).
002048*
002049*----------------------------------------------------------*
002050* IN-CORE COPY OF THE CORRECTION QUEUE, LOADED AT START-UP  *
002051* AND REWRITTEN AT END OF RUN - NEW FAILURES ARE ADDED,     *
002052* ITEMS THAT BOOKED ARE DROPPED (STATUS D), AND AN ITEM     *
002053* THAT FAILED AGAIN AFTER A RESUBMISSION GOES BACK TO       *
002054* PENDING WITH ITS COUNT INTACT.                            *
002060*----------------------------------------------------------*
002070 01  CORR-QUE-TABLE.
002080     05  CQ-ENTRY OCCURS 500 TIMES.
002390     05  RC-TOTAL-COUNT             PIC Z,ZZZ,ZZ9.
002400     05  FILLER                     PIC X(41) VALUE SPACES.
002410*
002411 01  GL-CTL-RUN-HDR.
002412     05  FILLER                     PIC X(48) VALUE
002413         "GENERAL LEDGER POSTING CONTROL - BUSINESS DATE =".
002414     05  FILLER                     PIC X(01) VALUE SPACE.
002415     05  GH-BUSINESS-DATE           PIC 9(08).
002416     05  FILLER                     PIC X(23) VALUE SPACES.
002417*
002418 01  GL-CTL-COLUMN-HDR.
002419     05  FILLER                     PIC X(40) VALUE
002420         "APPL      BR    T    ACTION             ".
002421     05  FILLER                     PIC X(40) VALUE
002422         "DEBITS         CREDITS                  ".
002423*
002424 01  GL-CTL-DETAIL.
002425     05  GC-APPL-NUMBER             PIC 9(08).
002426     05  FILLER                     PIC X(02) VALUE SPACES.
002427     05  GC-BRANCH-ID               PIC X(04).
002428     05  FILLER                     PIC X(02) VALUE SPACES.
002429     05  GC-LOAN-TYPE               PIC X(01).
002430     05  FILLER                     PIC X(04) VALUE SPACES.
002431     05  GC-ACTION                  PIC X(10).
002432     05  FILLER                     PIC X(01) VALUE SPACE.
002433     05  GC-DEBITS                  PIC ZZZ,ZZZ,ZZ9.99.
002434     05  FILLER                     PIC X(02) VALUE SPACES.
002435     05  GC-CREDITS                 PIC ZZZ,ZZZ,ZZ9.99.
002436     05  FILLER                     PIC X(18) VALUE SPACES.
002437*
002438 01  GL-CTL-EXCEPTION.
002439     05  GE-APPL-NUMBER             PIC 9(08).
002440     05  FILLER                     PIC X(02) VALUE SPACES.
002441     05  GE-BRANCH-ID               PIC X(04).
002442     05  FILLER                     PIC X(07) VALUE SPACES.
002443     05  GE-NOTE                    PIC X(40).
002444     05  FILLER                     PIC X(19) VALUE SPACES.
002445*
002446 01  GL-CTL-AMOUNT-LINE.
002447     05  GA-TOTAL-LABEL             PIC X(30).
002448     05  GA-TOTAL-AMOUNT            PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.
002449     05  FILLER                     PIC X(31) VALUE SPACES.
002450*
002451 PROCEDURE DIVISION.
002452*
002453*----------------------------------------------------------*
002454* 0000-MAINLINE - POST THE ACKNOWLEDGMENTS TO THE           *
002460* APPLICATION MASTER (REPORTING ANY BOOKED LOAN WE NEVER    *
002470* EXPORTED) AND THE GENERAL LEDGER (EACH BOOKING POSTED OR  *
002475* REVERSED), THEN PASS THE EXPORT FILE AGAINST THE MASTER   *
002480* STATUS, AND CLOSE OUT WITH CONTROL COUNTS.                *
002490*----------------------------------------------------------*
002500 0000-MAINLINE.
002540     PERFORM 3000-MATCH-EXPORTS THRU 3000-EXIT.
002550     PERFORM 7000-SAVE-CORR-QUEUE THRU 7000-EXIT.
002560     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
002565     PERFORM 8100-PRINT-GL-CONTROL-TOTALS THRU 8100-EXIT.
002570     CLOSE SERVICE-IF.
002580     CLOSE RECON-RPT.
002583     CLOSE GL-INTERFACE.
002586     CLOSE GL-CTL-RPT.
002590     CLOSE APPL-MSTR.
002591     IF WS-CUSTMSTR-OPEN
002592         CLOSE CUST-MSTR.
002595     PERFORM 1080-END-CYCLE-STEP THRU 1080-EXIT.
002600     DISPLAY "End of reconciliation run.".
002610     STOP RUN.
002620*
002630 1000-INITIALIZE.
002640*
002650     DISPLAY "SVCRECON - SERVICING ACKNOWLEDGMENT MATCH".
002660     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002665     PERFORM 1060-START-CYCLE-STEP THRU 1060-EXIT.
002670     OPEN INPUT SERVICE-ACK.
002680     IF WS-ACK-STATUS NOT = "00"
002690         DISPLAY "SERVICE-ACK OPEN FAILED - STATUS = "
002860         DISPLAY "RECON-RPT OPEN FAILED - STATUS = "
002870             WS-RECON-STATUS
002880         STOP RUN.
002881*    THE CUSTOMER MASTER IS BUILT BY CALC3000 AS BORROWERS
002882*    ARE QUOTED - UNTIL THEN THE ACKS POST WITHOUT IT.
002883     OPEN I-O CUST-MSTR.
002884     IF WS-CUSTMSTR-STATUS = "35"
002885         DISPLAY "No CUSTMSTR customer master - borrower "
002886             "exposure not updated."
002887     ELSE
002888         IF WS-CUSTMSTR-STATUS NOT = "00"
002889             DISPLAY "CUST-MSTR OPEN FAILED - STATUS = "
002890                 WS-CUSTMSTR-STATUS
002891             STOP RUN
002892         ELSE
002893             MOVE 'Y' TO WS-CUSTMSTR-SWITCH.
002894     PERFORM 1100-LOAD-CORR-QUEUE THRU 1100-EXIT.
002895     PERFORM 1200-LOAD-GL-ACCOUNTS THRU 1200-EXIT.
002896     PERFORM 1300-OPEN-GL-FILES THRU 1300-EXIT.
002900 1000-EXIT.
002910     EXIT.
002920*
002921*----------------------------------------------------------*
002922* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
002923* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
002924* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
002925* BEING PROCESSED.                                          *
002926*----------------------------------------------------------*
002927 1050-GET-BUSINESS-DATE.
002928*
002929     OPEN INPUT CYCLE-CTL.
002930     IF WS-CYCLE-STATUS = "35"
002931         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
002932             "BUSINESS DATE WITH CYCLEMNT."
002933         STOP RUN.
002934     IF WS-CYCLE-STATUS NOT = "00"
002935         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002936             WS-CYCLE-STATUS
002937         STOP RUN.
002938     MOVE SPACES TO CYCLE-CONTROL.
002939     READ CYCLE-CTL INTO CYCLE-CONTROL
002940         AT END MOVE SPACES TO CYCLE-CONTROL.
002941     CLOSE CYCLE-CTL.
002942     IF CC-BUSINESS-DATE NOT NUMERIC
002943             OR CC-BUSINESS-DATE = ZERO
002944         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
002945             "CYCLEMNT."
002946         STOP RUN.
002947     MOVE CC-BUSINESS-DATE TO RUN-DATE.
002948 1050-EXIT.
002949     EXIT.
002950*
002951*----------------------------------------------------------*
002952* 1060 SERIES - NIGHTLY CYCLE STEP CONTROL.  THE STEP WILL  *
002953* NOT START UNTIL THE STEP AHEAD OF IT IN THE STREAM HAS    *
002954* COMPLETED FOR THE BUSINESS DATE, AND WILL NOT RUN A       *
002955* SECOND TIME FOR THE SAME DATE, UNLESS A SUPERVISOR HAS    *
002956* GRANTED AN OVERRIDE THROUGH CYCLEMNT - GOOD FOR ONE       *
002957* START.  A STEP LEFT STARTED BY AN ABEND MAY BE RERUN.     *
002958*----------------------------------------------------------*
002959 1060-START-CYCLE-STEP.
002960*
002961     MOVE 'N' TO WS-CYCLE-FOUND-SWITCH.
002962     PERFORM 1065-FIND-CYCLE-STEP THRU 1065-EXIT
002963         VARYING WS-CYCLE-INDEX FROM 1 BY 1
002964         UNTIL WS-CYCLE-INDEX > 8 OR WS-CYCLE-FOUND.
002965     IF NOT WS-CYCLE-FOUND
002966         DISPLAY "STEP " WS-CYCLE-STEP-NAME " IS NOT ON CYCLECTL "
002967             "- REBUILD IT WITH CYCLEMNT."
002968         STOP RUN.
002969     MOVE 'Y' TO WS-CYCLE-READY-SWITCH.
002970     IF CC-STEP-COMPLETE (WS-CYCLE-STEP)
002971         DISPLAY WS-CYCLE-STEP-NAME " ALREADY COMPLETE FOR "
002972             "BUSINESS DATE " CC-BUSINESS-DATE
002973         MOVE 'N' TO WS-CYCLE-READY-SWITCH.
002974     MOVE CC-STEP-PRED (WS-CYCLE-STEP) TO WS-CYCLE-PRED.
002975     IF WS-CYCLE-PRED > ZERO
002976         IF NOT CC-STEP-COMPLETE (WS-CYCLE-PRED)
002977             DISPLAY CC-STEP-NAME (WS-CYCLE-PRED)
002978                 " NOT COMPLETE FOR BUSINESS DATE "
002979                 CC-BUSINESS-DATE
002980             MOVE 'N' TO WS-CYCLE-READY-SWITCH.
002981     IF NOT WS-CYCLE-READY
002982         IF CC-STEP-OVERRIDDEN (WS-CYCLE-STEP)
002983             DISPLAY "RUNNING UNDER OVERRIDE GRANTED BY "
002984                 CC-STEP-OVERRIDE-BY (WS-CYCLE-STEP)
002985             MOVE SPACE TO CC-STEP-OVERRIDE (WS-CYCLE-STEP)
002986         ELSE
002987             DISPLAY WS-CYCLE-STEP-NAME " NOT STARTED - IT NEEDS "
002988                 "A SUPERVISOR OVERRIDE THROUGH CYCLEMNT."
002989             STOP RUN.
002990     MOVE 'S' TO CC-STEP-STATUS (WS-CYCLE-STEP).
002991     PERFORM 1070-SAVE-CYCLE-CTL THRU 1070-EXIT.
002992 1060-EXIT.
002993     EXIT.
002994*
002995 1065-FIND-CYCLE-STEP.
002996*
002997     IF CC-STEP-NAME (WS-CYCLE-INDEX) = WS-CYCLE-STEP-NAME
002998         MOVE WS-CYCLE-INDEX TO WS-CYCLE-STEP
002999         MOVE 'Y' TO WS-CYCLE-FOUND-SWITCH.
003000 1065-EXIT.
003001     EXIT.
003002*
003003*    THE STEP IS STAMPED WITH THE CALENDAR DATE AND TIME IT
003004*    ACTUALLY RAN, SO A LATE RUN SHOWS UP ON CYCLEMNT.
003005 1070-SAVE-CYCLE-CTL.
003006*
003007     ACCEPT WS-CYCLE-CLOCK-DATE FROM DATE YYYYMMDD.
003008     ACCEPT WS-CYCLE-CLOCK-TIME FROM TIME.
003009     MOVE WS-CYCLE-CLOCK-DATE TO CC-STEP-DATE (WS-CYCLE-STEP).
003010     MOVE WS-CYCLE-CLOCK-TIME TO CC-STEP-TIME (WS-CYCLE-STEP).
003011     OPEN OUTPUT CYCLE-CTL.
003012     IF WS-CYCLE-STATUS NOT = "00"
003013         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
003014             WS-CYCLE-STATUS
003015         STOP RUN.
003016     WRITE CYCLE-CTL-REC FROM CYCLE-CONTROL.
003017     CLOSE CYCLE-CTL.
003018 1070-EXIT.
003019     EXIT.
003020*
003021*    AT NORMAL END THE CONTROL FILE IS READ AGAIN BEFORE IT IS
003022*    MARKED, SO AN OVERRIDE GRANTED WHILE THE STEP RAN IS KEPT.
003023 1080-END-CYCLE-STEP.
003024*
003025     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
003026     MOVE 'C' TO CC-STEP-STATUS (WS-CYCLE-STEP).
003027     PERFORM 1070-SAVE-CYCLE-CTL THRU 1070-EXIT.
003028     DISPLAY WS-CYCLE-STEP-NAME " COMPLETE FOR BUSINESS DATE "
003029         CC-BUSINESS-DATE.
003030 1080-EXIT.
003031     EXIT.
003032*
003033*----------------------------------------------------------*
003034* 1100 SERIES - LOAD THE CORRECTION QUEUE.  A MISSING FILE  *
003035* JUST MEANS NOTHING IS QUEUED YET.                         *
003036*----------------------------------------------------------*
003037 1100-LOAD-CORR-QUEUE.
003038*
003039     OPEN INPUT CORR-QUE.
003040     IF WS-CORRQUE-STATUS = "35"
003041         GO TO 1100-EXIT.
003042     IF WS-CORRQUE-STATUS NOT = "00"
003043         DISPLAY "CORR-QUE OPEN FAILED - STATUS = "
003044             WS-CORRQUE-STATUS
003050         STOP RUN.
003060     PERFORM 1110-LOAD-QUEUE-RECORD THRU 1110-EXIT
003070         UNTIL WS-QUE-EOF.
003240 1110-EXIT.
003250     EXIT.
003260*
003261*----------------------------------------------------------*
003262* 1200 SERIES - LOAD THE CHART-OF-ACCOUNTS MAPPING.  NO     *
003263* BOOKING CAN BE POSTED WITHOUT IT, SO A MISSING FILE ENDS  *
003264* THE RUN BEFORE ANY ACKNOWLEDGMENT IS TOUCHED.             *
003265*----------------------------------------------------------*
003266 1200-LOAD-GL-ACCOUNTS.
003267*
003268     OPEN INPUT GL-COA.
003269     IF WS-GLCOA-STATUS = "35"
003270         DISPLAY "NO GLCOA CHART-OF-ACCOUNTS MAPPING - LOAD IT "
003271             "BEFORE RUNNING."
003272         STOP RUN.
003273     IF WS-GLCOA-STATUS NOT = "00"
003274         DISPLAY "GL-COA OPEN FAILED - STATUS = "
003275             WS-GLCOA-STATUS
003276         STOP RUN.
003277     PERFORM 1210-LOAD-ONE-GL-ACCOUNT THRU 1210-EXIT
003278         UNTIL WS-COA-EOF.
003279     CLOSE GL-COA.
003280     DISPLAY "GL account mappings loaded = " WS-COA-COUNT.
003281 1200-EXIT.
003282     EXIT.
003283*
003284 1210-LOAD-ONE-GL-ACCOUNT.
003285*
003286     READ GL-COA
003287         AT END MOVE 'Y' TO WS-COA-EOF-SWITCH.
003288     IF WS-COA-EOF
003289         GO TO 1210-EXIT.
003290     IF GM-LOAN-TYPE = SPACE
003291         GO TO 1210-EXIT.
003292     IF WS-COA-COUNT < WS-MAX-COA
003293         ADD 1 TO WS-COA-COUNT
003294         MOVE GM-LOAN-TYPE TO GT-LOAN-TYPE (WS-COA-COUNT)
003295         MOVE GM-BRANCH-ID TO GT-BRANCH-ID (WS-COA-COUNT)
003296         MOVE GM-ACCOUNTS TO GT-ACCOUNTS (WS-COA-COUNT)
003297     ELSE
003298         DISPLAY "GL ACCOUNT TABLE FULL - " GM-KEY " IGNORED".
003299 1210-EXIT.
003300     EXIT.
003301*
003302*----------------------------------------------------------*
003303* 1300 - OPEN THE GL INTERFACE EXTEND (CREATING IT ON THE   *
003304* FIRST RUN) AND START THE POSTING CONTROL REPORT.          *
003305*----------------------------------------------------------*
003306 1300-OPEN-GL-FILES.
003307*
003308     OPEN EXTEND GL-INTERFACE.
003309     IF WS-GLIF-STATUS = "35"
003310         OPEN OUTPUT GL-INTERFACE.
003311     IF WS-GLIF-STATUS NOT = "00"
003312         DISPLAY "GL-INTERFACE OPEN FAILED - STATUS = "
003313             WS-GLIF-STATUS
003314         STOP RUN.
003315     OPEN OUTPUT GL-CTL-RPT.
003316     IF WS-GLCTL-STATUS NOT = "00"
003317         DISPLAY "GL-CTL-RPT OPEN FAILED - STATUS = "
003318             WS-GLCTL-STATUS
003319         STOP RUN.
003320     MOVE RUN-DATE TO GH-BUSINESS-DATE.
003321     WRITE GL-CTL-LINE FROM GL-CTL-RUN-HDR.
003322     WRITE GL-CTL-LINE FROM GL-CTL-COLUMN-HDR.
003323 1300-EXIT.
003324     EXIT.
003325*
003326*----------------------------------------------------------*
003327* 2000 SERIES - PASS THE ACKNOWLEDGMENT FILE.  EACH ACK IS  *
003328* POSTED TO ITS MASTER RECORD AS BOOKED OR REJECTED WITH A  *
003329* DIRECT READ.  A BOOKED ACK WITH NO MASTER RECORD WAS      *
003330* BOOKED OFF A LOAN WE NEVER EXPORTED - REPORT IT.  A LOAN  *
003331* NEWLY BOOKED IS POSTED TO THE GENERAL LEDGER, AND A       *
003332* REJECT AGAINST A LOAN ALREADY BOOKED REVERSES THE         *
003333* POSTING.  A REPEATED BOOKED ACK IS NOT POSTED AGAIN.      *
003334*----------------------------------------------------------*
003335 2000-POST-ACKNOWLEDGMENTS.
003340*
003350     MOVE "BOOKED BUT NOT EXPORTED ---------------------"
003360         TO RECON-SECTION-HDR.
003640             GO TO 2100-NEXT
003650         ELSE
003660             GO TO 2100-NEXT.
003665     MOVE AM-STATUS TO WS-PRIOR-STATUS.
003670     IF SA-BOOKED
003680         MOVE 'B' TO AM-STATUS.
003690     IF SA-REJECTED
003700         MOVE 'R' TO AM-STATUS.
003710     IF SA-BOOKED AND WS-PRIOR-STATUS NOT = 'B'
003711         MOVE RUN-DATE TO AM-BOOK-DATE
003712         MOVE 'B' TO WS-GL-ENTRY-TYPE
003713         PERFORM 2500-POST-GL-ENTRIES THRU 2500-EXIT.
003714     IF SA-REJECTED AND WS-PRIOR-STATUS = 'B'
003715         MOVE 'R' TO WS-GL-ENTRY-TYPE
003716         PERFORM 2500-POST-GL-ENTRIES THRU 2500-EXIT.
003718     PERFORM 2600-UPDATE-CUSTOMER THRU 2600-EXIT.
003720     REWRITE APPL-MSTR-RECORD.
003730     ADD 1 TO WS-ACKS-POSTED.
003740*    A BOOKING SETTLES ANY CORRECTION-QUEUE ENTRY STILL
004470     MOVE "NEVER EXPORTED BY CALC3000" TO RC-NOTE.
004480     WRITE RECON-LINE FROM RECON-DETAIL.
004490     ADD 1 TO WS-NOT-EXPORTED-COUNT.
004493     MOVE "BOOKED WITH NO APPLICATION MASTER" TO WS-GL-NOTE.
004496     PERFORM 2580-WRITE-GL-EXCEPTION THRU 2580-EXIT.
004500 2200-EXIT.
004510     EXIT.
004520*
004521*----------------------------------------------------------*
004522* 2500 SERIES - THE GENERAL LEDGER ENTRIES FOR ONE LOAN -   *
004523*     DEBIT  LOANS RECEIVABLE        PRINCIPAL              *
004524*     CREDIT DISBURSEMENT CLEARING   NET PROCEEDS           *
004525*     CREDIT FEE INCOME              ORIGINATION FEES       *
004526*     CREDIT POINTS                  DISCOUNT POINTS        *
004527*     CREDIT INTEREST INCOME         ODD-DAYS INTEREST      *
004528* A ZERO FEE, POINTS, OR INTEREST LINE IS LEFT OUT.  A      *
004529* REVERSAL WRITES THE SAME SET WITH EVERY SIDE SWAPPED.  A  *
004530* LOAN THAT CANNOT BE POSTED GOES ON THE CONTROL REPORT     *
004531* FOR ACCOUNTING TO KEY BY HAND.                            *
004532*----------------------------------------------------------*
004533 2500-POST-GL-ENTRIES.
004534*
004535*    RECORDS FROM BEFORE THE LOAN TYPE WAS CARRIED WERE ALL
004536*    FIXED RATE, AND THOSE FROM BEFORE THE CLOSING AMOUNTS
004537*    WERE CARRIED READ BACK WITH SPACES THERE.
004538     MOVE AM-LOAN-TYPE TO WS-GL-LOAN-TYPE.
004539     IF WS-GL-LOAN-TYPE = SPACE
004540         MOVE 'F' TO WS-GL-LOAN-TYPE.
004541     MOVE AM-LOAN-AMOUNT TO GLA-PRINCIPAL.
004542     MOVE ZERO TO GLA-FEES.
004543     MOVE ZERO TO GLA-POINTS.
004544     MOVE ZERO TO GLA-ODD-INTEREST.
004545     IF AM-ORIG-FEES IS NUMERIC
004546         MOVE AM-ORIG-FEES TO GLA-FEES.
004547     IF AM-POINTS-AMOUNT IS NUMERIC
004548         MOVE AM-POINTS-AMOUNT TO GLA-POINTS.
004549     IF AM-ODD-DAYS-INTEREST IS NUMERIC
004550         MOVE AM-ODD-DAYS-INTEREST TO GLA-ODD-INTEREST.
004551     COMPUTE GLA-PROCEEDS = GLA-PRINCIPAL - GLA-FEES
004552         - GLA-POINTS - GLA-ODD-INTEREST.
004553     IF GLA-PROCEEDS < ZERO
004554         MOVE "CLOSING AMOUNTS EXCEED PRINCIPAL" TO WS-GL-NOTE
004555         PERFORM 2580-WRITE-GL-EXCEPTION THRU 2580-EXIT
004556         GO TO 2500-EXIT.
004557     PERFORM 2510-FIND-GL-ACCOUNTS THRU 2510-EXIT.
004558     IF NOT WS-GL-FOUND
004559         MOVE "NO GLCOA ACCOUNTS FOR LOAN TYPE/BRANCH"
004560             TO WS-GL-NOTE
004561         PERFORM 2580-WRITE-GL-EXCEPTION THRU 2580-EXIT
004562         GO TO 2500-EXIT.
004563     MOVE ZERO TO WS-GL-LINE-NUMBER.
004564     MOVE ZERO TO GLA-LOAN-DEBITS.
004565     MOVE ZERO TO GLA-LOAN-CREDITS.
004566     MOVE 'D' TO WS-GL-SIDE.
004567     MOVE GP-LOAN-RECV-ACCT TO WS-GL-ACCOUNT.
004568     MOVE GLA-PRINCIPAL TO WS-GL-AMOUNT.
004569     MOVE "LOAN PRINCIPAL" TO WS-GL-DESCRIPTION.
004570     PERFORM 2520-WRITE-GL-LINE THRU 2520-EXIT.
004571     MOVE 'C' TO WS-GL-SIDE.
004572     MOVE GP-DISBURSE-ACCT TO WS-GL-ACCOUNT.
004573     MOVE GLA-PROCEEDS TO WS-GL-AMOUNT.
004574     MOVE "NET PROCEEDS" TO WS-GL-DESCRIPTION.
004575     PERFORM 2520-WRITE-GL-LINE THRU 2520-EXIT.
004576     IF GLA-FEES > ZERO
004577         MOVE 'C' TO WS-GL-SIDE
004578         MOVE GP-FEE-INCOME-ACCT TO WS-GL-ACCOUNT
004579         MOVE GLA-FEES TO WS-GL-AMOUNT
004580         MOVE "ORIGINATION FEES" TO WS-GL-DESCRIPTION
004581         PERFORM 2520-WRITE-GL-LINE THRU 2520-EXIT.
004582     IF GLA-POINTS > ZERO
004583         MOVE 'C' TO WS-GL-SIDE
004584         MOVE GP-POINTS-ACCT TO WS-GL-ACCOUNT
004585         MOVE GLA-POINTS TO WS-GL-AMOUNT
004586         MOVE "DISCOUNT POINTS" TO WS-GL-DESCRIPTION
004587         PERFORM 2520-WRITE-GL-LINE THRU 2520-EXIT.
004588     IF GLA-ODD-INTEREST > ZERO
004589         MOVE 'C' TO WS-GL-SIDE
004590         MOVE GP-INTEREST-ACCT TO WS-GL-ACCOUNT
004591         MOVE GLA-ODD-INTEREST TO WS-GL-AMOUNT
004592         MOVE "ODD-DAYS INTEREST" TO WS-GL-DESCRIPTION
004593         PERFORM 2520-WRITE-GL-LINE THRU 2520-EXIT.
004594     MOVE AM-APPL-NUMBER TO GC-APPL-NUMBER.
004595     MOVE AM-BRANCH-ID TO GC-BRANCH-ID.
004596     MOVE WS-GL-LOAN-TYPE TO GC-LOAN-TYPE.
004597     IF WS-GL-REVERSAL
004598         MOVE "REVERSED" TO GC-ACTION
004599         ADD 1 TO WS-GL-LOANS-REVERSED
004600     ELSE
004601         MOVE "POSTED" TO GC-ACTION
004602         ADD 1 TO WS-GL-LOANS-POSTED.
004603     MOVE GLA-LOAN-DEBITS TO GC-DEBITS.
004604     MOVE GLA-LOAN-CREDITS TO GC-CREDITS.
004605     WRITE GL-CTL-LINE FROM GL-CTL-DETAIL.
004606 2500-EXIT.
004607     EXIT.
004608*
004609*----------------------------------------------------------*
004610* 2510 - THE ACCOUNTS FOR THE LOAN TYPE AT THE LOAN'S OWN   *
004611* BRANCH, OR FAILING THAT THE LOAN TYPE'S ALL-BRANCH ENTRY. *
004612*----------------------------------------------------------*
004613 2510-FIND-GL-ACCOUNTS.
004614*
004615     MOVE 'N' TO WS-GL-FOUND-SWITCH.
004616     MOVE AM-BRANCH-ID TO WS-GL-LOOKUP-BRANCH.
004617     PERFORM 2515-MATCH-GL-ACCOUNT THRU 2515-EXIT
004618         VARYING WS-COA-INDEX FROM 1 BY 1
004619         UNTIL WS-COA-INDEX > WS-COA-COUNT OR WS-GL-FOUND.
004620     IF WS-GL-FOUND
004621         GO TO 2510-EXIT.
004622     MOVE SPACES TO WS-GL-LOOKUP-BRANCH.
004623     PERFORM 2515-MATCH-GL-ACCOUNT THRU 2515-EXIT
004624         VARYING WS-COA-INDEX FROM 1 BY 1
004625         UNTIL WS-COA-INDEX > WS-COA-COUNT OR WS-GL-FOUND.
004626 2510-EXIT.
004627     EXIT.
004628*
004629 2515-MATCH-GL-ACCOUNT.
004630*
004631     IF GT-LOAN-TYPE (WS-COA-INDEX) = WS-GL-LOAN-TYPE
004632             AND GT-BRANCH-ID (WS-COA-INDEX)
004633             = WS-GL-LOOKUP-BRANCH
004634         MOVE GT-ACCOUNTS (WS-COA-INDEX) TO GL-POST-ACCOUNTS
004635         MOVE 'Y' TO WS-GL-FOUND-SWITCH.
004636 2515-EXIT.
004637     EXIT.
004638*
004639*----------------------------------------------------------*
004640* 2520 - WRITE ONE JOURNAL LINE, SWAPPING THE SIDE FOR A    *
004641* REVERSAL, AND ADD IT TO THE LOAN AND RUN TOTALS.          *
004642*----------------------------------------------------------*
004643 2520-WRITE-GL-LINE.
004644*
004645     ADD 1 TO WS-GL-LINE-NUMBER.
004646     IF WS-GL-REVERSAL
004647         IF WS-GL-SIDE = 'D'
004648             MOVE 'C' TO WS-GL-SIDE
004649         ELSE
004650             MOVE 'D' TO WS-GL-SIDE.
004651     MOVE SPACES TO GL-INTERFACE-RECORD.
004652     MOVE RUN-DATE TO GI-POST-DATE.
004653     MOVE AM-APPL-NUMBER TO GI-APPL-NUMBER.
004654     MOVE AM-BRANCH-ID TO GI-BRANCH-ID.
004655     MOVE WS-GL-ENTRY-TYPE TO GI-ENTRY-TYPE.
004656     MOVE WS-GL-LINE-NUMBER TO GI-LINE-NUMBER.
004657     MOVE WS-GL-ACCOUNT TO GI-ACCOUNT.
004658     MOVE WS-GL-SIDE TO GI-DEBIT-CREDIT.
004659     MOVE WS-GL-AMOUNT TO GI-AMOUNT.
004660     MOVE WS-GL-DESCRIPTION TO GI-DESCRIPTION.
004661     WRITE GL-INTERFACE-RECORD.
004662     ADD 1 TO WS-GL-LINES-WRITTEN.
004663     IF WS-GL-SIDE = 'D'
004664         ADD WS-GL-AMOUNT TO GLA-LOAN-DEBITS
004665         ADD WS-GL-AMOUNT TO WS-GL-TOTAL-DEBITS
004666     ELSE
004667         ADD WS-GL-AMOUNT TO GLA-LOAN-CREDITS
004668         ADD WS-GL-AMOUNT TO WS-GL-TOTAL-CREDITS.
004669 2520-EXIT.
004670     EXIT.
004671*
004672 2580-WRITE-GL-EXCEPTION.
004673*
004674     MOVE SA-APPL-NUMBER TO GE-APPL-NUMBER.
004675     MOVE SA-BRANCH-ID TO GE-BRANCH-ID.
004676     MOVE WS-GL-NOTE TO GE-NOTE.
004677     WRITE GL-CTL-LINE FROM GL-CTL-EXCEPTION.
004678     ADD 1 TO WS-GL-LOANS-NOT-POSTED.
004679 2580-EXIT.
004680     EXIT.
004681*
004682*----------------------------------------------------------*
004683* 2600 SERIES - CARRY THE ACKNOWLEDGMENT TO THE BORROWER'S  *
004684* EXPOSURE ON THE CUSTOMER MASTER.  WHATEVER THE LOAN       *
004685* COUNTED AS UNDER ITS PRIOR STATUS IS TAKEN OFF - A QUOTE  *
004686* FROM THE QUOTED AMOUNT, A BOOKING FROM THE BOOKED AMOUNT  *
004687* - AND A BOOKING IS ADDED TO THE BOOKED AMOUNT.  A QUOTE   *
004688* QTAGING HAS ALREADY AGED OFF THE QUOTED AMOUNT IS NOT     *
004689* TAKEN OFF AGAIN, AND ITS MARK IS CLEARED WHEN IT BOOKS.   *
004690* A REJECT COUNTS FOR NOTHING.  AN ACK THAT LEAVES THE      *
004691* STATUS AS IT WAS CHANGES NOTHING, SO A RERUN DOES NOT     *
004692* COUNT A LOAN TWICE.                                       *
004693*----------------------------------------------------------*
004694 2600-UPDATE-CUSTOMER.
004695*
004696     IF NOT WS-CUSTMSTR-OPEN
004697         GO TO 2600-EXIT.
004698     IF AM-CUSTOMER-NUMBER IS NOT NUMERIC
004699             OR AM-CUSTOMER-NUMBER = ZERO
004700         GO TO 2600-EXIT.
004701     IF AM-STATUS = WS-PRIOR-STATUS
004702         GO TO 2600-EXIT.
004703     MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
004704     READ CUST-MSTR KEY IS CM-CUSTOMER-NUMBER
004705         INVALID KEY
004706             DISPLAY "CUSTOMER " AM-CUSTOMER-NUMBER
004707                 " NOT ON CUST-MSTR - EXPOSURE NOT UPDATED"
004708             GO TO 2600-EXIT.
004709     IF WS-PRIOR-STATUS = 'B'
004710         PERFORM 2620-TAKE-OFF-BOOKED THRU 2620-EXIT
004711     ELSE
004712         IF WS-PRIOR-STATUS NOT = 'R'
004713                 AND NOT AM-QUOTE-AGED-OFF
004714             PERFORM 2610-TAKE-OFF-QUOTED THRU 2610-EXIT.
004715     IF AM-BOOKED
004716         MOVE SPACE TO AM-QUOTE-AGED-FLAG
004717         ADD 1 TO CM-BOOKED-COUNT
004718         ADD AM-LOAN-AMOUNT TO CM-BOOKED-AMOUNT.
004719     MOVE RUN-DATE TO CM-LAST-ACTIVITY-DATE.
004720     REWRITE CUST-MSTR-RECORD
004721         INVALID KEY
004722             DISPLAY "CUST-MSTR REWRITE FAILED - STATUS = "
004723                 WS-CUSTMSTR-STATUS
004724             GO TO 2600-EXIT.
004725     ADD 1 TO WS-CUSTOMERS-UPDATED.
004726 2600-EXIT.
004727     EXIT.
004728*
004729 2610-TAKE-OFF-QUOTED.
004730*
004731     IF CM-QUOTED-COUNT > ZERO
004732         SUBTRACT 1 FROM CM-QUOTED-COUNT.
004733     IF CM-QUOTED-AMOUNT > AM-LOAN-AMOUNT
004734         SUBTRACT AM-LOAN-AMOUNT FROM CM-QUOTED-AMOUNT
004735     ELSE
004736         MOVE ZERO TO CM-QUOTED-AMOUNT.
004737 2610-EXIT.
004738     EXIT.
004739*
004740 2620-TAKE-OFF-BOOKED.
004741*
004742     IF CM-BOOKED-COUNT > ZERO
004743         SUBTRACT 1 FROM CM-BOOKED-COUNT.
004744     IF CM-BOOKED-AMOUNT > AM-LOAN-AMOUNT
004745         SUBTRACT AM-LOAN-AMOUNT FROM CM-BOOKED-AMOUNT
004746     ELSE
004747         MOVE ZERO TO CM-BOOKED-AMOUNT.
004748 2620-EXIT.
004749     EXIT.
004750*
004751*----------------------------------------------------------*
004752* 3000 SERIES - PASS EVERY EXPORTED RECORD AGAINST THE      *
004753* MASTER STATUS.  AN EXPORT NOT SITTING AT BOOKED IS        *
004754* REPORTED FOR THE DESK, WITH THE SERVICING REJECTS CALLED  *
004755* OUT BY NAME.                                              *
004756*----------------------------------------------------------*
004757 3000-MATCH-EXPORTS.
004758*
004759     MOVE "EXPORTED BUT NOT BOOKED ---------------------"
004760         TO RECON-SECTION-HDR.
004761     WRITE RECON-LINE FROM RECON-SECTION-HDR.
004762     PERFORM 3040-READ-EXPORT-RECORD THRU 3040-EXIT.
004763     PERFORM 3100-MATCH-ONE-EXPORT THRU 3100-EXIT
004764         UNTIL WS-EXPORT-EOF.
004765 3000-EXIT.
004766     EXIT.
004767*
004768 3040-READ-EXPORT-RECORD.
004769*
004770     READ SERVICE-IF
004771         AT END MOVE 'Y' TO WS-EXPORT-EOF-SWITCH.
004772 3040-EXIT.
004773     EXIT.
004774*
004775 3100-MATCH-ONE-EXPORT.
004780*
004790     ADD 1 TO WS-EXPORTS-READ.
004800     MOVE 'Y' TO WS-MSTR-FOUND-SWITCH.
006170     MOVE "BOOKED BUT NOT EXPORTED     = " TO RC-TOTAL-LABEL.
006180     MOVE WS-NOT-EXPORTED-COUNT TO RC-TOTAL-COUNT.
006190     WRITE RECON-LINE FROM RECON-TOTAL-LINE.
006192     MOVE "CUSTOMER EXPOSURE UPDATES   = " TO RC-TOTAL-LABEL.
006194     MOVE WS-CUSTOMERS-UPDATED TO RC-TOTAL-COUNT.
006196     WRITE RECON-LINE FROM RECON-TOTAL-LINE.
006200     DISPLAY "EXPORTS READ            = " WS-EXPORTS-READ.
006210     DISPLAY "EXPORTS BOOKED          = " WS-EXPORTS-BOOKED.
006220     DISPLAY "EXPORTED BUT NOT BOOKED = " WS-NOT-BOOKED-COUNT.
006240 8000-EXIT.
006250     EXIT.
006260*
006270*----------------------------------------------------------*
006280* 8100 - GENERAL LEDGER POSTING TOTALS.  THE RUN'S DEBITS   *
006290* MUST EQUAL ITS CREDITS - ANY DIFFERENCE IS FLAGGED ON THE *
006300* REPORT AND THE CONSOLE FOR ACCOUNTING BEFORE THE LEDGER   *
006310* TAKES UP THE FILE.                                        *
006320*----------------------------------------------------------*
006330 8100-PRINT-GL-CONTROL-TOTALS.
006340*
006350     MOVE SPACES TO RECON-SECTION-HDR.
006360     WRITE GL-CTL-LINE FROM RECON-SECTION-HDR.
006370     MOVE "LOANS POSTED                = " TO RC-TOTAL-LABEL.
006380     MOVE WS-GL-LOANS-POSTED TO RC-TOTAL-COUNT.
006390     WRITE GL-CTL-LINE FROM RECON-TOTAL-LINE.
006400     MOVE "LOANS REVERSED              = " TO RC-TOTAL-LABEL.
006410     MOVE WS-GL-LOANS-REVERSED TO RC-TOTAL-COUNT.
006420     WRITE GL-CTL-LINE FROM RECON-TOTAL-LINE.
006430     MOVE "BOOKINGS NOT POSTED         = " TO RC-TOTAL-LABEL.
006440     MOVE WS-GL-LOANS-NOT-POSTED TO RC-TOTAL-COUNT.
006450     WRITE GL-CTL-LINE FROM RECON-TOTAL-LINE.
006460     MOVE "JOURNAL LINES WRITTEN       = " TO RC-TOTAL-LABEL.
006470     MOVE WS-GL-LINES-WRITTEN TO RC-TOTAL-COUNT.
006480     WRITE GL-CTL-LINE FROM RECON-TOTAL-LINE.
006490     MOVE "TOTAL DEBITS                = " TO GA-TOTAL-LABEL.
006500     MOVE WS-GL-TOTAL-DEBITS TO GA-TOTAL-AMOUNT.
006510     WRITE GL-CTL-LINE FROM GL-CTL-AMOUNT-LINE.
006520     MOVE "TOTAL CREDITS               = " TO GA-TOTAL-LABEL.
006530     MOVE WS-GL-TOTAL-CREDITS TO GA-TOTAL-AMOUNT.
006540     WRITE GL-CTL-LINE FROM GL-CTL-AMOUNT-LINE.
006550     IF WS-GL-TOTAL-DEBITS = WS-GL-TOTAL-CREDITS
006560         MOVE "DEBITS EQUAL CREDITS - IN BALANCE"
006570             TO RECON-SECTION-HDR
006580     ELSE
006590         MOVE "*** DEBITS DO NOT EQUAL CREDITS ***"
006600             TO RECON-SECTION-HDR
006610         DISPLAY "GL POSTING OUT OF BALANCE - SEE GLCTLRPT".
006620     WRITE GL-CTL-LINE FROM RECON-SECTION-HDR.
006630     DISPLAY "GL LOANS POSTED         = " WS-GL-LOANS-POSTED.
006640     DISPLAY "GL LOANS REVERSED       = " WS-GL-LOANS-REVERSED.
006650     DISPLAY "GL BOOKINGS NOT POSTED  = " WS-GL-LOANS-NOT-POSTED.
006660 8100-EXIT.
006670     EXIT.
006680*
006690 END PROGRAM SVCRECON.
