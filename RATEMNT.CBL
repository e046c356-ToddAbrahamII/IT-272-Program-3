000390*                   COMPARISON REPORT, SO A MISKEYED RATE  *
000400*                   IS VISIBLE AT PUBLICATION INSTEAD OF   *
000410*                   BEING FOUND BY A CUSTOMER.             *
000411*  10/15/26   TA    DUAL CONTROL ON RATE SHEETS - A NEWLY  *
000412*                   KEYED SHEET IS HELD PENDING UNTIL A    *
000413*                   SECOND SUPERVISOR, NEVER THE ONE WHO   *
000414*                   KEYED IT, REVIEWS IT THROUGH THE NEW   *
000415*                   MENU OPTION 4 AND APPROVES OR REJECTS  *
000416*                   IT.  CALC3000 AND REPRICE PRICE ONLY   *
000417*                   FROM APPROVED SHEETS.  RATELOG NOW     *
000418*                   SHOWS WHO KEYED, APPROVED, OR REJECTED *
000419*                   EACH SHEET, AND THE LISTING SHOWS EACH *
000420*                   SHEET'S STATUS.                        *
000421*  10/15/26   TA    RUN DATE, REVIEW DATES AND CHANGE LOG  *
000422*                   NOW TAKEN FROM THE BUSINESS DATE ON    *
000423*                   THE CYCLECTL CYCLE CONTROL FILE IN     *
000424*                   PLACE OF THE SYSTEM CLOCK.             *
000425*----------------------------------------------------------*
000430*
000440 ENVIRONMENT DIVISION.
000450*
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RATECMP-STATUS.
000790*
000791     SELECT CYCLE-CTL
000792         ASSIGN TO CYCLECTL
000793         ORGANIZATION IS LINE SEQUENTIAL
000794         FILE STATUS IS WS-CYCLE-STATUS.
000795*
000800 DATA DIVISION.
000810*
000820 FILE SECTION.
000860* AT THE START OF EVERY RUN - ONE RECORD PER RATE SET.      *
000870*----------------------------------------------------------*
000880 FD  RATE-FILE
000890     RECORD CONTAINS 160 CHARACTERS.
000900*
000910 01  RATE-FILE-REC                 PIC X(160).
000920*
000930*----------------------------------------------------------*
000940* AUDIT-LOG - THE SAME PERMANENT TRAIL CALC3000 APPENDS     *
001100     COPY OPERSEC.
001110*
001120*----------------------------------------------------------*
001128* RATE-LOG - CHANGE LOG OF EVERY ADD, DELETE, APPROVAL AND  *
001136* REJECTION KEYED THROUGH THIS PROGRAM - WHO, WHEN, WHAT    *
001144* ACTION, THE EFFECTIVE DATE OF THE SHEET TOUCHED, AND WHO  *
001152* KEYED IT.                                                 *
001160*----------------------------------------------------------*
001170 FD  RATE-LOG
001180     RECORD CONTAINS 80 CHARACTERS.
001300*
001310 01  RATE-CMP-LINE                 PIC X(80).
001320*
001321*----------------------------------------------------------*
001322* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
001323* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN.        *
001324*----------------------------------------------------------*
001325 FD  CYCLE-CTL
001326     RECORD CONTAINS 300 CHARACTERS.
001327*
001328 01  CYCLE-CTL-REC                 PIC X(300).
001329*
001330 WORKING-STORAGE SECTION.
001340*
001350*----------------------------------------------------------*
001400 77  WS-OPERFILE-STATUS             PIC X(02)  VALUE SPACES.
001410 77  WS-RATELOG-STATUS              PIC X(02)  VALUE SPACES.
001420 77  WS-RATECMP-STATUS              PIC X(02)  VALUE SPACES.
001425 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
001430*
001440 77  WS-PRIOR-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
001450     88  WS-PRIOR-FOUND                        VALUE 'Y'.
001730 77  WS-MENU-CHOICE                 PIC 9      VALUE ZERO.
001740 77  WS-CONFIRM-CHOICE              PIC 9      VALUE ZERO.
001750 77  WS-DELETE-CHOICE               PIC 9(02)  VALUE ZERO.
001755 77  WS-REVIEW-CHOICE               PIC 9(02)  VALUE ZERO.
001760*
001770 77  WS-SET-COUNT                   PIC 9(02)  COMP VALUE ZERO.
001780 77  WS-SET-INDEX                   PIC 9(02)  COMP VALUE ZERO.
002160         10  PS-RATE-TERM OCCURS 3 TIMES.
002170             15  PS-TERM-MAX-MONTHS PIC 9(03).
002180             15  PS-TERM-RATE       PIC 9(02)V99.
002185     05  FILLER                     PIC X(40).
002190*
002200*----------------------------------------------------------*
002210* CHANGE LOG AND COMPARISON LINE LAYOUTS                   *
002310     05  FILLER                     PIC X(12) VALUE
002320         " EFF DATE = ".
002330     05  RL-EFF-DATE                PIC 9(08).
002334     05  FILLER                     PIC X(12) VALUE
002338         " KEYED BY = ".
002342     05  RL-KEYED-BY                PIC X(08).
002346     05  FILLER                     PIC X(03) VALUE SPACES.
002350*
002360 01  CMP-HDR-LINE.
002370     05  FILLER                     PIC X(30) VALUE
002670*----------------------------------------------------------*
002680 01  RATE-SET-TABLE.
002690     05  WS-SET-ENTRY OCCURS 50 TIMES
002700                                    PIC X(160).
002710*
002720*----------------------------------------------------------*
002730* DISPLAY LINE LAYOUTS FOR THE REVIEW LISTING               *
002780     05  FILLER                     PIC X(20) VALUE
002790         "  EFFECTIVE DATE =  ".
002800     05  SET-HDR-EFF-DATE           PIC 9(08).
002801*
002802 01  SET-CTL-DISPLAY.
002803     05  FILLER                     PIC X(11) VALUE
002804         "  STATUS = ".
002805     05  SET-CTL-STATUS             PIC X(08).
002806     05  FILLER                     PIC X(13) VALUE
002807         "  KEYED BY = ".
002808     05  SET-CTL-KEYED-BY           PIC X(08).
002809     05  FILLER                     PIC X(16) VALUE
002810         "  REVIEWED BY = ".
002811     05  SET-CTL-REVIEWED-BY        PIC X(08).
002812*
002820 01  TIER-DISPLAY.
002830     05  FILLER                     PIC X(07) VALUE "  TIER ".
002840     05  TIER-DSP-NUMBER            PIC 9.
002950     05  TERM-DSP-RATE              PIC ZZ.99.
002960     05  FILLER                     PIC X(04) VALUE " PCT".
002970*
002973     COPY CYCLECTL.
002976*
002980 PROCEDURE DIVISION.
002990*
003000*----------------------------------------------------------*
003150 1000-INITIALIZE.
003160*
003170     DISPLAY "RATEMNT - PUBLISHED RATE SHEET MAINTENANCE".
003175     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
003180     OPEN EXTEND AUDIT-LOG.
003190     IF WS-AUDIT-STATUS = "35"
003200         OPEN OUTPUT AUDIT-LOG.
003360 1000-EXIT.
003370     EXIT.
003380*
003381*----------------------------------------------------------*
003382* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
003383* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
003384* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
003385* BEING PROCESSED.                                          *
003386*----------------------------------------------------------*
003387 1050-GET-BUSINESS-DATE.
003388*
003389     OPEN INPUT CYCLE-CTL.
003390     IF WS-CYCLE-STATUS = "35"
003391         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
003392             "BUSINESS DATE WITH CYCLEMNT."
003393         STOP RUN.
003394     IF WS-CYCLE-STATUS NOT = "00"
003395         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
003396             WS-CYCLE-STATUS
003397         STOP RUN.
003398     MOVE SPACES TO CYCLE-CONTROL.
003399     READ CYCLE-CTL INTO CYCLE-CONTROL
003400         AT END MOVE SPACES TO CYCLE-CONTROL.
003401     CLOSE CYCLE-CTL.
003402     IF CC-BUSINESS-DATE NOT NUMERIC
003403             OR CC-BUSINESS-DATE = ZERO
003404         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
003405             "CYCLEMNT."
003406         STOP RUN.
003407     MOVE CC-BUSINESS-DATE TO RUN-DATE.
003408 1050-EXIT.
003409     EXIT.
003410*
003411 1100-LOAD-RATE-SET.
003412*
003413     READ RATE-FILE INTO RATE-SET-RECORD
003420         AT END MOVE 'Y' TO WS-RATE-EOF-SWITCH.
003430     IF NOT WS-RATE-EOF
003440         IF WS-SET-COUNT < WS-MAX-RATE-SETS
004110*
004120 1320-WRITE-SECURITY-AUDIT.
004130*
004150     ACCEPT RUN-TIME FROM TIME.
004160     MOVE RUN-DATE TO AUDIT-SEC-DATE.
004170     MOVE RUN-TIME TO AUDIT-SEC-TIME.
004280     DISPLAY "----------------------------------------".
004290     DISPLAY "Enter 1 to list the rate sets on file.".
004300     DISPLAY "Enter 2 to key a new rate sheet.".
004307     DISPLAY "Enter 3 to delete a rate set by number.".
004314     DISPLAY "Enter 4 to approve or reject a pending rate set.".
004321     DISPLAY "Enter 9 to save and end.".
004330     ACCEPT WS-MENU-CHOICE.
004340     IF WS-MENU-CHOICE = 1
004350         PERFORM 3000-LIST-RATE-SETS THRU 3000-EXIT.
004360*    KEYING, DELETING OR REVIEWING A SHEET TAKES SUPERVISOR
004370*    AUTHORITY - A DECLINED ATTEMPT GOES ON THE TRAIL.
004380     IF WS-MENU-CHOICE = 2
004390         IF WS-SUPERVISOR
004510                 TO AUDIT-SEC-MESSAGE
004520             PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT
004530             DISPLAY "Supervisor authority required.".
004531     IF WS-MENU-CHOICE = 4
004532         IF WS-SUPERVISOR
004533             PERFORM 5500-REVIEW-RATE-SET THRU 5500-EXIT
004534         ELSE
004535             MOVE "RATE SHEET REVIEW DECLINED - NOT SUPV"
004536                 TO AUDIT-SEC-MESSAGE
004537             PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT
004538             DISPLAY "Supervisor authority required.".
004540 2000-EXIT.
004550     EXIT.
004560*
004740     MOVE WS-SET-INDEX TO SET-HDR-NUMBER.
004750     MOVE RT-EFFECTIVE-DATE TO SET-HDR-EFF-DATE.
004760     DISPLAY SET-HDR-DISPLAY.
004761     MOVE "APPROVED" TO SET-CTL-STATUS.
004762     IF RT-PENDING
004763         MOVE "PENDING" TO SET-CTL-STATUS.
004764     IF RT-REJECTED
004765         MOVE "REJECTED" TO SET-CTL-STATUS.
004766     MOVE RT-KEYED-BY TO SET-CTL-KEYED-BY.
004767     MOVE RT-REVIEWED-BY TO SET-CTL-REVIEWED-BY.
004768     DISPLAY SET-CTL-DISPLAY.
004770     PERFORM 3110-LIST-ONE-TIER THRU 3110-EXIT
004780         VARYING WS-TIER-INDEX FROM 1 BY 1
004790         UNTIL WS-TIER-INDEX > 4.
005030     EXIT.
005040*
005050*----------------------------------------------------------*
005056* 4000 SERIES - KEY A NEW RATE SHEET, REVIEW IT, AND KEEP   *
005062* OR DISCARD IT.  A KEPT SHEET IS PENDING UNTIL A SECOND    *
005068* SUPERVISOR APPROVES IT THROUGH OPTION 4.  A FUTURE        *
005074* EFFECTIVE DATE SIMPLY SITS ON THE FILE UNTIL CALC3000'S   *
005080* RUN DATE REACHES IT.                                      *
005090*----------------------------------------------------------*
005100 4000-ADD-RATE-SET.
005110*
005260     IF WS-SHEET-ERROR
005270         DISPLAY "Sheet rejected - correct and re-key."
005280         GO TO 4000-EXIT.
005281*    THE NEW SHEET IS PENDING UNTIL A DIFFERENT SUPERVISOR
005282*    APPROVES IT - CALC3000 AND REPRICE PASS IT OVER TILL THEN.
005284     MOVE 'P' TO RT-APPROVAL-STATUS.
005285     MOVE OPERATOR-ID TO RT-KEYED-BY.
005286     MOVE RUN-DATE TO RT-KEYED-DATE.
005287     MOVE SPACES TO RT-REVIEWED-BY.
005288     MOVE ZERO TO RT-REVIEWED-DATE.
005290     DISPLAY "----------------------------------------".
005300     DISPLAY "Review the sheet just keyed -".
005310     ADD 1 TO WS-SET-COUNT.
005360     ACCEPT WS-CONFIRM-CHOICE.
005370     IF WS-CONFIRM-CHOICE = 1
005380         MOVE 'Y' TO WS-CHANGED-SWITCH
005386         DISPLAY "Sheet kept - pending approval by a second "
005392             "supervisor."
005400         MOVE "ADD" TO RL-ACTION
005410         PERFORM 6000-LOG-RATE-ACTION THRU 6000-EXIT
005420         PERFORM 6100-COMPARE-TO-PRIOR THRU 6100-EXIT
006610 5100-EXIT.
006620     EXIT.
006630*
006631*----------------------------------------------------------*
006632* 5500 SERIES - DUAL CONTROL.  A SHEET KEYED BY ONE         *
006633* SUPERVISOR STAYS PENDING UNTIL A DIFFERENT SUPERVISOR      *
006634* REVIEWS IT HERE AND APPROVES OR REJECTS IT.  CALC3000     *
006635* AND REPRICE PRICE ONLY FROM AN APPROVED SHEET.            *
006636*----------------------------------------------------------*
006637 5500-REVIEW-RATE-SET.
006638*
006639     IF WS-SET-COUNT = ZERO
006640         DISPLAY "No rate sets on file."
006641         GO TO 5500-EXIT.
006642     DISPLAY "Enter set number to review (0 to cancel).".
006643     ACCEPT WS-REVIEW-CHOICE.
006644     IF WS-REVIEW-CHOICE = ZERO
006645         GO TO 5500-EXIT.
006646     IF WS-REVIEW-CHOICE > WS-SET-COUNT
006647         DISPLAY "NO SUCH SET NUMBER - USE OPTION 1 TO LIST"
006648         GO TO 5500-EXIT.
006649     MOVE WS-REVIEW-CHOICE TO WS-SET-INDEX.
006650     MOVE WS-SET-ENTRY (WS-SET-INDEX) TO RATE-SET-RECORD.
006651     IF NOT RT-PENDING
006652         DISPLAY "SET IS NOT PENDING APPROVAL"
006653         GO TO 5500-EXIT.
006654*    THE SUPERVISOR WHO KEYED A SHEET MAY NOT PASS IT -
006655*    THE ATTEMPT GOES ON THE TRAIL.
006656     IF RT-KEYED-BY = OPERATOR-ID
006657         MOVE "RATE SHEET REVIEW DECLINED - OWN SHEET"
006658             TO AUDIT-SEC-MESSAGE
006659         PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT
006660         DISPLAY "A sheet must be reviewed by a supervisor other "
006661             "than the one who keyed it."
006662         GO TO 5500-EXIT.
006663     PERFORM 3100-LIST-ONE-SET THRU 3100-EXIT.
006664     DISPLAY "Enter 1 to approve, 2 to reject, 0 to leave "
006665         "pending.".
006666     ACCEPT WS-CONFIRM-CHOICE.
006667     IF WS-CONFIRM-CHOICE NOT = 1 AND WS-CONFIRM-CHOICE NOT = 2
006668         DISPLAY "Set left pending."
006669         GO TO 5500-EXIT.
006671     MOVE OPERATOR-ID TO RT-REVIEWED-BY.
006672     MOVE RUN-DATE TO RT-REVIEWED-DATE.
006673     IF WS-CONFIRM-CHOICE = 1
006674         MOVE 'A' TO RT-APPROVAL-STATUS
006675         MOVE "APPROVED" TO RL-ACTION
006676         DISPLAY "Set approved."
006677     ELSE
006678         MOVE 'R' TO RT-APPROVAL-STATUS
006679         MOVE "REJECTED" TO RL-ACTION
006680         DISPLAY "Set rejected.".
006681     MOVE RATE-SET-RECORD TO WS-SET-ENTRY (WS-SET-INDEX).
006682     MOVE 'Y' TO WS-CHANGED-SWITCH.
006683     PERFORM 6000-LOG-RATE-ACTION THRU 6000-EXIT.
006684 5500-EXIT.
006685     EXIT.
006686*
006687*----------------------------------------------------------*
006688* 6000 SERIES - CHANGE LOG.  EVERY ADD, DELETE, APPROVAL    *
006689* AND REJECTION GOES TO RATELOG WITH OPERATOR, DATE, TIME,  *
006690* THE EFFECTIVE DATE OF THE SHEET TOUCHED AND THE           *
006691* SUPERVISOR WHO KEYED IT, SO A PRICING QUESTION CAN BE     *
006692* TRACED TO WHO CHANGED OR PASSED WHAT AND WHEN.            *
006693*----------------------------------------------------------*
006700 6000-LOG-RATE-ACTION.
006710*
006730     ACCEPT RUN-TIME FROM TIME.
006740     MOVE RUN-DATE TO RL-DATE.
006750     MOVE RUN-TIME TO RL-TIME.
006760     MOVE OPERATOR-ID TO RL-OPERATOR.
006770     MOVE RT-EFFECTIVE-DATE TO RL-EFF-DATE.
006775     MOVE RT-KEYED-BY TO RL-KEYED-BY.
006780     OPEN EXTEND RATE-LOG.
006790     IF WS-RATELOG-STATUS = "35"
006800         OPEN OUTPUT RATE-LOG.
006890*
006900*----------------------------------------------------------*
006910* 6100 SERIES - LAY THE SHEET JUST KEPT AGAINST THE         *
006920* PREVIOUSLY EFFECTIVE ONE - THE APPROVED SET WITH THE      *
006930* LATEST EFFECTIVE DATE BEFORE THE NEW SHEET'S - TIER BY    *
006940* TIER AND TERM BAND BY TERM BAND, WITH EACH RATE           *
006950* MOVEMENT SPELLED OUT ON RATECMP.  THE SCAN RUNS THROUGH   *
006960* THE RECORD AREA, SO THE NEW SHEET IS RESTORED TO IT WHEN  *
006970* THE SCAN IS DONE.                                         *
006980*----------------------------------------------------------*
006990 6100-COMPARE-TO-PRIOR.
007350 6110-CHECK-PRIOR-SET.
007360*
007370     MOVE WS-SET-ENTRY (WS-PRIOR-INDEX) TO RATE-SET-RECORD.
007377     IF RT-EFFECTIVE-DATE < WS-NEW-EFF-DATE
007384             AND RT-APPROVED
007391             AND RT-EFFECTIVE-DATE NOT < WS-PRIOR-BEST-DATE
007400         MOVE RT-EFFECTIVE-DATE TO WS-PRIOR-BEST-DATE
007410         MOVE RATE-SET-RECORD TO PRIOR-RATE-SET
007420         MOVE 'Y' TO WS-PRIOR-FOUND-SWITCH.
007710*
007720*----------------------------------------------------------*
007730* 7000 SERIES - REWRITE THE RATE FILE WHEN A SHEET WAS      *
007740* KEPT, DELETED, APPROVED OR REJECTED THIS SESSION.         *
007750*----------------------------------------------------------*
007760 7000-SAVE-RATE-FILE.
007770*
