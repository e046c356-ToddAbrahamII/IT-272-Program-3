000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    NOTCMNT.
000040 AUTHOR.        T. ABRAHAM.
000050 INSTALLATION.  CONSUMER LOAN DEPARTMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090*----------------------------------------------------------*
000100* MODIFICATION HISTORY                                     *
000110*----------------------------------------------------------*
000120*  DATE       INIT  DESCRIPTION                             *
000130*  10/15/26   TA    ORIGINAL PROGRAM - MAINTENANCE OF THE   *
000140*                   NOTCREG ADVERSE ACTION NOTICE REGISTER. *
000150*                   THE DESK LISTS THE NOTICES NOT YET      *
000160*                   MAILED AND MARKS EACH ONE MAILED AS IT  *
000170*                   GOES OUT, WITH THE DATE AND OPERATOR,   *
000180*                   SO NOTCFLUP ONLY CHASES THE ONES STILL  *
000190*                   OUTSTANDING.  EVERY NOTICE MARKED GOES  *
000200*                   ON THE AUDIT TRAIL.                     *
000202*  10/15/26   TA    RUN DATE NOW TAKEN FROM THE BUSINESS    *
000204*                   DATE ON THE CYCLECTL CYCLE CONTROL FILE *
000206*                   IN PLACE OF THE SYSTEM CLOCK.           *
000210*----------------------------------------------------------*
000220*
000230 ENVIRONMENT DIVISION.
000240*
000250 CONFIGURATION SECTION.
000260*
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290*
000300 INPUT-OUTPUT SECTION.
000310*
000320 FILE-CONTROL.
000330*
000340     SELECT NOTICE-REG
000350         ASSIGN TO NOTCREG
000360         ORGANIZATION IS INDEXED
000370         ACCESS IS DYNAMIC
000380         RECORD KEY IS NR-KEY
000390         FILE STATUS IS WS-NOTCREG-STATUS.
000400*
000410     SELECT AUDIT-LOG
000420         ASSIGN TO AUDITLOG
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-AUDIT-STATUS.
000450*
000460     SELECT OPER-FILE
000470         ASSIGN TO OPERFILE
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-OPERFILE-STATUS.
000500*
000501     SELECT CYCLE-CTL
000502         ASSIGN TO CYCLECTL
000503         ORGANIZATION IS LINE SEQUENTIAL
000504         FILE STATUS IS WS-CYCLE-STATUS.
000505*
000510 DATA DIVISION.
000520*
000530 FILE SECTION.
000540*
000550*----------------------------------------------------------*
000560* NOTICE-REG - KEYED REGISTER OF EVERY ADVERSE ACTION       *
000570* NOTICE CALC3000 HAS ISSUED - SEE THE NOTCREG COPYBOOK.    *
000580* DYNAMIC ACCESS - DIRECT READS TO MARK A NOTICE, AND KEY   *
000590* ORDER FOR THE LISTING.                                    *
000600*----------------------------------------------------------*
000610 FD  NOTICE-REG
000620     RECORD CONTAINS 140 CHARACTERS.
000630*
000640     COPY NOTCREG.
000650*
000660*----------------------------------------------------------*
000670* AUDIT-LOG - THE SAME PERMANENT TRAIL CALC3000 APPENDS     *
000680* TO - USED HERE FOR SECURITY EVENTS AND FOR EACH NOTICE    *
000690* MARKED MAILED.                                            *
000700*----------------------------------------------------------*
000710 FD  AUDIT-LOG
000720     RECORD CONTAINS 100 CHARACTERS.
000730*
000740 01  AUDIT-LINE                    PIC X(100).
000750*
000760*----------------------------------------------------------*
000770* OPER-FILE - OPERATOR SECURITY PROFILES SHARED WITH        *
000780* CALC3000 - SEE THE OPERSEC COPYBOOK.                      *
000790*----------------------------------------------------------*
000800 FD  OPER-FILE
000810     RECORD CONTAINS 17 CHARACTERS.
000820*
000830     COPY OPERSEC.
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
000900 77  WS-NOTCREG-STATUS              PIC X(02)  VALUE SPACES.
000910 77  WS-AUDIT-STATUS                PIC X(02)  VALUE SPACES.
000920 77  WS-OPERFILE-STATUS             PIC X(02)  VALUE SPACES.
000925 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
000930*
000940 77  WS-OPER-EOF-SWITCH             PIC X(01)  VALUE 'N'.
000950     88  WS-OPER-EOF                           VALUE 'Y'.
000960*
000970 77  WS-SIGNON-SWITCH               PIC X(01)  VALUE 'N'.
000980     88  WS-SIGNED-ON                          VALUE 'Y'.
000990*
001000 77  WS-AUTH-LEVEL                  PIC X(01)  VALUE SPACE.
001010     88  WS-SUPERVISOR                         VALUE 'S'.
001020*
001030 77  WS-SIGNON-TRIES                PIC 9(01)  COMP VALUE ZERO.
001040 77  WS-PASSWORD-ENTERED            PIC X(08)  VALUE SPACES.
001050*
001060 77  WS-NOTCREG-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001070     88  WS-NOTCREG-EOF                        VALUE 'Y'.
001080*
001090 77  WS-NOTICE-FOUND-SWITCH         PIC X(01)  VALUE 'N'.
001100     88  WS-NOTICE-FOUND                       VALUE 'Y'.
001110*
001120 77  WS-MENU-CHOICE                 PIC 9      VALUE ZERO.
001130 77  WS-CONFIRM-CHOICE              PIC 9      VALUE ZERO.
001140*
001150 77  WS-APPL-KEYED                  PIC 9(08)  VALUE ZERO.
001160 77  WS-BRANCH-KEYED                PIC X(04)  VALUE SPACES.
001170 77  WS-MAILED-DATE-KEYED           PIC 9(08)  VALUE ZERO.
001180*
001190 77  WS-NOTICES-LISTED              PIC 9(05)  COMP VALUE ZERO.
001200*
001210 01  OPERATOR-INFO.
001220*
001230     05  OPERATOR-ID                PIC X(08)  VALUE SPACES.
001240     05  RUN-DATE                   PIC 9(08).
001250     05  RUN-TIME                   PIC 9(08).
001260*
001270*----------------------------------------------------------*
001280* SECURITY EVENT LINE FOR THE AUDIT TRAIL - SAME COLUMNS    *
001290* AS THE CALC3000 SECURITY LINE.  A NOTICE MARKED MAILED    *
001300* GOES ON THE TRAIL IN THE SAME FORM - APPLICATION AND      *
001310* BRANCH IN THE MESSAGE COLUMNS.                            *
001320*----------------------------------------------------------*
001330 01  AUDIT-SEC-DETAIL.
001340     05  AUDIT-SEC-DATE             PIC 9(08).
001350     05  FILLER                     PIC X(01) VALUE SPACE.
001360     05  AUDIT-SEC-TIME             PIC 9(08).
001370     05  FILLER                     PIC X(01) VALUE SPACE.
001380     05  AUDIT-SEC-OPERATOR         PIC X(08).
001390     05  FILLER                     PIC X(01) VALUE SPACE.
001400     05  AUDIT-SEC-MESSAGE          PIC X(40).
001410     05  FILLER                     PIC X(33) VALUE SPACES.
001420*
001430 01  NOTICE-AUDIT-MESSAGE.
001440     05  FILLER                     PIC X(19) VALUE
001450         "AA NOTICE MAILED - ".
001460     05  NAM-APPL-NUMBER            PIC 9(08).
001470     05  FILLER                     PIC X(05) VALUE " BR =".
001480     05  NAM-BRANCH-ID              PIC X(04).
001490     05  FILLER                     PIC X(04) VALUE SPACES.
001500*
001510*----------------------------------------------------------*
001520* DISPLAY LINE LAYOUT FOR THE NOTICE LISTING                *
001530*----------------------------------------------------------*
001540 01  NOTICE-DISPLAY.
001550     05  ND-APPL-NUMBER             PIC 9(08).
001560     05  FILLER                     PIC X(01) VALUE SPACE.
001570     05  ND-BRANCH-ID               PIC X(04).
001580     05  FILLER                     PIC X(01) VALUE SPACE.
001590     05  ND-CUSTOMER-NAME           PIC X(25).
001600     05  FILLER                     PIC X(10) VALUE
001610         " DECLINED ".
001620     05  ND-DECLINE-DATE            PIC 9(08).
001630     05  FILLER                     PIC X(01) VALUE SPACE.
001640     05  ND-MAILED-TEXT             PIC X(06).
001650     05  FILLER                     PIC X(01) VALUE SPACE.
001660     05  ND-MAILED-DATE             PIC 9(08).
001670*
001673     COPY CYCLECTL.
001676*
001680 PROCEDURE DIVISION.
001690*
001700*----------------------------------------------------------*
001710* 0000-MAINLINE - SIGN ON, OPEN THE NOTICE REGISTER, AND    *
001720* TAKE REQUESTS UNTIL DONE.  EVERY CHANGE IS WRITTEN        *
001730* STRAIGHT TO THE KEYED FILE.                               *
001740*----------------------------------------------------------*
001750 0000-MAINLINE.
001760*
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001780     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
001790         UNTIL WS-MENU-CHOICE = 9.
001800     CLOSE NOTICE-REG.
001810     CLOSE AUDIT-LOG.
001820     DISPLAY "End of notice register session.".
001830     STOP RUN.
001840*
001850 1000-INITIALIZE.
001860*
001870     DISPLAY "NOTCMNT - ADVERSE ACTION NOTICE REGISTER".
001880     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
001890     OPEN EXTEND AUDIT-LOG.
001900     IF WS-AUDIT-STATUS = "35"
001910         OPEN OUTPUT AUDIT-LOG.
001920*    SIGN-ON COMES AFTER THE AUDIT LOG IS OPEN SO A
001930*    DECLINED ATTEMPT CAN GO ON THE TRAIL.
001940     PERFORM 1300-SIGN-ON THRU 1300-EXIT.
001950     OPEN I-O NOTICE-REG.
001960     IF WS-NOTCREG-STATUS = "35"
001970         DISPLAY "NO NOTCREG NOTICE REGISTER - CALC3000 HAS NOT "
001980             "ISSUED ANY NOTICES."
001990         STOP RUN.
002000     IF WS-NOTCREG-STATUS NOT = "00"
002010         DISPLAY "NOTICE-REG OPEN FAILED - STATUS = "
002020             WS-NOTCREG-STATUS
002030         STOP RUN.
002040 1000-EXIT.
002050     EXIT.
002060*
002061*----------------------------------------------------------*
002062* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
002063* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
002064* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
002065* BEING PROCESSED.                                          *
002066*----------------------------------------------------------*
002067 1050-GET-BUSINESS-DATE.
002068*
002069     OPEN INPUT CYCLE-CTL.
002070     IF WS-CYCLE-STATUS = "35"
002071         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
002072             "BUSINESS DATE WITH CYCLEMNT."
002073         STOP RUN.
002074     IF WS-CYCLE-STATUS NOT = "00"
002075         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002076             WS-CYCLE-STATUS
002077         STOP RUN.
002078     MOVE SPACES TO CYCLE-CONTROL.
002079     READ CYCLE-CTL INTO CYCLE-CONTROL
002080         AT END MOVE SPACES TO CYCLE-CONTROL.
002081     CLOSE CYCLE-CTL.
002082     IF CC-BUSINESS-DATE NOT NUMERIC
002083             OR CC-BUSINESS-DATE = ZERO
002084         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
002085             "CYCLEMNT."
002086         STOP RUN.
002087     MOVE CC-BUSINESS-DATE TO RUN-DATE.
002088 1050-EXIT.
002089     EXIT.
002090*
002091*----------------------------------------------------------*
002092* 1300 SERIES - OPERATOR SIGN-ON AGAINST THE OPERFILE       *
002093* SECURITY FILE - SAME RULES AS THE CALC3000 SIGN-ON.       *
002100* THREE TRIES, THEN THE SESSION ENDS, AND EVERY DECLINED    *
002110* ATTEMPT GOES ON THE AUDIT TRAIL.                          *
002120*----------------------------------------------------------*
002130 1300-SIGN-ON.
002140*
002150     MOVE ZERO TO WS-SIGNON-TRIES.
002160 1300-TRY.
002170     ADD 1 TO WS-SIGNON-TRIES.
002180     IF WS-SIGNON-TRIES > 3
002190         DISPLAY "SIGN-ON FAILED - SESSION ENDED."
002200         STOP RUN.
002210     DISPLAY "Enter operator ID (8 characters).".
002220     ACCEPT OPERATOR-ID.
002230     DISPLAY "Enter password.".
002240     ACCEPT WS-PASSWORD-ENTERED.
002250     PERFORM 1310-VERIFY-OPERATOR THRU 1310-EXIT.
002260     IF NOT WS-SIGNED-ON
002270         MOVE "SIGN-ON DECLINED - BAD ID OR PASSWORD"
002280             TO AUDIT-SEC-MESSAGE
002290         PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT
002300         DISPLAY "ID or password not recognized."
002310         GO TO 1300-TRY.
002320 1300-EXIT.
002330     EXIT.
002340*
002350 1310-VERIFY-OPERATOR.
002360*
002370     MOVE 'N' TO WS-SIGNON-SWITCH.
002380     MOVE 'N' TO WS-OPER-EOF-SWITCH.
002390     MOVE SPACE TO WS-AUTH-LEVEL.
002400     OPEN INPUT OPER-FILE.
002410     IF WS-OPERFILE-STATUS = "35"
002420         DISPLAY "NO OPERFILE SECURITY FILE - BUILD THE "
002430             "OPERATOR PROFILES BEFORE RUNNING."
002440         STOP RUN.
002450     IF WS-OPERFILE-STATUS NOT = "00"
002460         DISPLAY "OPER-FILE OPEN FAILED - STATUS = "
002470             WS-OPERFILE-STATUS
002480         STOP RUN.
002490     PERFORM 1315-MATCH-OPERATOR THRU 1315-EXIT
002500         UNTIL WS-OPER-EOF OR WS-SIGNED-ON.
002510     CLOSE OPER-FILE.
002520 1310-EXIT.
002530     EXIT.
002540*
002550 1315-MATCH-OPERATOR.
002560*
002570     READ OPER-FILE
002580         AT END MOVE 'Y' TO WS-OPER-EOF-SWITCH.
002590     IF NOT WS-OPER-EOF
002600         IF OP-OPERATOR-ID = OPERATOR-ID
002610                 AND OP-PASSWORD = WS-PASSWORD-ENTERED
002620             MOVE OP-AUTH-LEVEL TO WS-AUTH-LEVEL
002630             MOVE 'Y' TO WS-SIGNON-SWITCH.
002640 1315-EXIT.
002650     EXIT.
002660*
002670 1320-WRITE-SECURITY-AUDIT.
002680*
002690     ACCEPT RUN-TIME FROM TIME.
002700     MOVE RUN-DATE TO AUDIT-SEC-DATE.
002710     MOVE RUN-TIME TO AUDIT-SEC-TIME.
002720     MOVE OPERATOR-ID TO AUDIT-SEC-OPERATOR.
002730     WRITE AUDIT-LINE FROM AUDIT-SEC-DETAIL.
002740 1320-EXIT.
002750     EXIT.
002760*
002770*----------------------------------------------------------*
002780* 2000 SERIES - DESK MENU.  MARKING A NOTICE MAILED IS      *
002790* CLERICAL WORK AND TAKES NO SUPERVISOR AUTHORITY.          *
002800*----------------------------------------------------------*
002810 2000-PROCESS-REQUESTS.
002820*
002830     DISPLAY "----------------------------------------".
002840     DISPLAY "Enter 1 to list the notices not yet mailed.".
002850     DISPLAY "Enter 2 to mark a notice mailed.".
002860     DISPLAY "Enter 9 to end.".
002870     ACCEPT WS-MENU-CHOICE.
002880     IF WS-MENU-CHOICE = 1
002890         PERFORM 3000-LIST-UNMAILED THRU 3000-EXIT.
002900     IF WS-MENU-CHOICE = 2
002910         PERFORM 4000-MARK-MAILED THRU 4000-EXIT.
002920 2000-EXIT.
002930     EXIT.
002940*
002950*----------------------------------------------------------*
002960* 3000 SERIES - LIST EVERY NOTICE NOT YET MAILED, IN        *
002970* APPLICATION ORDER.                                        *
002980*----------------------------------------------------------*
002990 3000-LIST-UNMAILED.
003000*
003010     MOVE ZERO TO WS-NOTICES-LISTED.
003020     MOVE 'N' TO WS-NOTCREG-EOF-SWITCH.
003030     MOVE LOW-VALUES TO NR-KEY.
003040     START NOTICE-REG KEY IS NOT LESS THAN NR-KEY
003050         INVALID KEY MOVE 'Y' TO WS-NOTCREG-EOF-SWITCH.
003060     PERFORM 3100-LIST-ONE-NOTICE THRU 3100-EXIT
003070         UNTIL WS-NOTCREG-EOF.
003080     IF WS-NOTICES-LISTED = ZERO
003090         DISPLAY "Every notice on file has been mailed.".
003100 3000-EXIT.
003110     EXIT.
003120*
003130 3100-LIST-ONE-NOTICE.
003140*
003150     READ NOTICE-REG NEXT RECORD
003160         AT END MOVE 'Y' TO WS-NOTCREG-EOF-SWITCH.
003170     IF WS-NOTCREG-EOF
003180         GO TO 3100-EXIT.
003190     IF NR-MAILED
003200         GO TO 3100-EXIT.
003210     ADD 1 TO WS-NOTICES-LISTED.
003220     PERFORM 3200-SHOW-NOTICE THRU 3200-EXIT.
003230 3100-EXIT.
003240     EXIT.
003250*
003260 3200-SHOW-NOTICE.
003270*
003280     MOVE NR-APPL-NUMBER TO ND-APPL-NUMBER.
003290     MOVE NR-BRANCH-ID TO ND-BRANCH-ID.
003300     MOVE NR-CUSTOMER-NAME TO ND-CUSTOMER-NAME.
003310     MOVE NR-DECLINE-DATE TO ND-DECLINE-DATE.
003320     IF NR-MAILED
003330         MOVE "MAILED" TO ND-MAILED-TEXT
003340         MOVE NR-MAILED-DATE TO ND-MAILED-DATE
003350     ELSE
003360         MOVE "OPEN" TO ND-MAILED-TEXT
003370         MOVE ZERO TO ND-MAILED-DATE.
003380     DISPLAY NOTICE-DISPLAY.
003390 3200-EXIT.
003400     EXIT.
003410*
003420*----------------------------------------------------------*
003430* 3500 SERIES - TAKE AN APPLICATION NUMBER AND BRANCH AND   *
003440* READ THE NOTICE DIRECTLY.  WS-NOTICE-FOUND TELLS THE      *
003450* CALLER WHETHER THE RECORD AREA HOLDS THE NOTICE.          *
003460*----------------------------------------------------------*
003470 3500-KEY-AND-READ-NOTICE.
003480*
003490     MOVE 'N' TO WS-NOTICE-FOUND-SWITCH.
003500     DISPLAY "Enter application number (xxxxxxxx).".
003510     ACCEPT WS-APPL-KEYED.
003520     DISPLAY "Enter branch ID (xxxx).".
003530     ACCEPT WS-BRANCH-KEYED.
003540     MOVE WS-APPL-KEYED TO NR-APPL-NUMBER.
003550     MOVE WS-BRANCH-KEYED TO NR-BRANCH-ID.
003560     READ NOTICE-REG
003570         INVALID KEY GO TO 3500-EXIT.
003580     MOVE 'Y' TO WS-NOTICE-FOUND-SWITCH.
003590 3500-EXIT.
003600     EXIT.
003610*
003620*----------------------------------------------------------*
003630* 4000 SERIES - MARK ONE NOTICE MAILED.  THE MAILING DATE   *
003640* DEFAULTS TO TODAY AND MAY NOT BE BEFORE THE DECLINE OR    *
003650* AFTER TODAY.                                              *
003660*----------------------------------------------------------*
003670 4000-MARK-MAILED.
003680*
003690     PERFORM 3500-KEY-AND-READ-NOTICE THRU 3500-EXIT.
003700     IF NOT WS-NOTICE-FOUND
003710         DISPLAY "NO NOTICE ON FILE FOR THAT APPLICATION"
003720         GO TO 4000-EXIT.
003730     IF NR-MAILED
003740         DISPLAY "NOTICE ALREADY MARKED MAILED"
003750         GO TO 4000-EXIT.
003760     PERFORM 3200-SHOW-NOTICE THRU 3200-EXIT.
003770     DISPLAY "Enter date mailed (ccyymmdd, 0 for today).".
003780     ACCEPT WS-MAILED-DATE-KEYED.
003790     IF WS-MAILED-DATE-KEYED NOT NUMERIC
003800         DISPLAY "DATE MAILED MUST BE NUMERIC CCYYMMDD"
003810         GO TO 4000-EXIT.
003820     IF WS-MAILED-DATE-KEYED = ZERO
003830         MOVE RUN-DATE TO WS-MAILED-DATE-KEYED.
003840     IF WS-MAILED-DATE-KEYED < NR-DECLINE-DATE
003850             OR WS-MAILED-DATE-KEYED > RUN-DATE
003860         DISPLAY "DATE MAILED MUST FALL BETWEEN THE DECLINE "
003870             "AND TODAY"
003880         GO TO 4000-EXIT.
003890     DISPLAY "Enter 1 to mark this notice mailed, 0 to cancel.".
003900     ACCEPT WS-CONFIRM-CHOICE.
003910     IF WS-CONFIRM-CHOICE NOT = 1
003920         DISPLAY "Notice left open."
003930         GO TO 4000-EXIT.
003940     MOVE 'Y' TO NR-MAILED-FLAG.
003950     MOVE WS-MAILED-DATE-KEYED TO NR-MAILED-DATE.
003960     MOVE OPERATOR-ID TO NR-MAILED-BY.
003970     REWRITE NOTICE-REG-RECORD
003980         INVALID KEY
003990             DISPLAY "NOTICE-REG REWRITE FAILED - STATUS = "
004000                 WS-NOTCREG-STATUS
004010             GO TO 4000-EXIT.
004020     DISPLAY "Notice marked mailed.".
004030     MOVE NR-APPL-NUMBER TO NAM-APPL-NUMBER.
004040     MOVE NR-BRANCH-ID TO NAM-BRANCH-ID.
004050     MOVE NOTICE-AUDIT-MESSAGE TO AUDIT-SEC-MESSAGE.
004060     PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT.
004070 4000-EXIT.
004080     EXIT.
004090*
004100 END PROGRAM NOTCMNT.
