000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    BRMAINT.
000040 AUTHOR.        T. ABRAHAM.
000050 INSTALLATION.  CONSUMER LOAN DEPARTMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090*----------------------------------------------------------*
000100* MODIFICATION HISTORY                                     *
000110*----------------------------------------------------------*
000120*  DATE       INIT  DESCRIPTION                             *
000130*  10/15/26   TA    ORIGINAL PROGRAM - SUPERVISOR           *
000140*                   MAINTENANCE OF THE KEYED BRMSTR BRANCH  *
000150*                   MASTER THAT BRINTAKE AND CALC3000 EDIT  *
000160*                   EVERY BRANCH CODE AGAINST.  BRANCHES    *
000170*                   ARE ADDED, CHANGED, CLOSED AS OF A      *
000180*                   DATE, AND REOPENED HERE, SIGN-ON IS     *
000190*                   VERIFIED AGAINST OPERFILE, EVERY CHANGE *
000200*                   TAKES SUPERVISOR LEVEL, AND EVERY       *
000210*                   CHANGE OR DECLINED ATTEMPT IS WRITTEN   *
000220*                   TO THE AUDIT TRAIL.                     *
000222*  10/15/26   TA    RUN DATE NOW TAKEN FROM THE BUSINESS    *
000224*                   DATE ON THE CYCLECTL CYCLE CONTROL FILE *
000226*                   IN PLACE OF THE SYSTEM CLOCK.           *
000227*  10/15/26   TA    A FAILED BRANCH REWRITE IS NO LONGER    *
000228*                   WRITTEN TO THE AUDIT TRAIL AS A CHANGE, *
000229*                   CLOSE, OR REOPEN.                       *
000230*----------------------------------------------------------*
000240*
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
000360     SELECT BRANCH-MSTR
000370         ASSIGN TO BRMSTR
000380         ORGANIZATION IS INDEXED
000390         ACCESS IS DYNAMIC
000400         RECORD KEY IS BM-BRANCH-ID
000410         FILE STATUS IS WS-BRMSTR-STATUS.
000420*
000430     SELECT AUDIT-LOG
000440         ASSIGN TO AUDITLOG
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-AUDIT-STATUS.
000470*
000480     SELECT OPER-FILE
000490         ASSIGN TO OPERFILE
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-OPERFILE-STATUS.
000520*
000521     SELECT CYCLE-CTL
000522         ASSIGN TO CYCLECTL
000523         ORGANIZATION IS LINE SEQUENTIAL
000524         FILE STATUS IS WS-CYCLE-STATUS.
000525*
000530 DATA DIVISION.
000540*
000550 FILE SECTION.
000560*
000570*----------------------------------------------------------*
000580* BRANCH-MSTR - KEYED BRANCH MASTER - SEE THE BRMSTR        *
000590* COPYBOOK.  READ DIRECTLY BY KEY FOR MAINTENANCE AND IN    *
000600* KEY ORDER FOR THE LISTING.                                *
000610*----------------------------------------------------------*
000620 FD  BRANCH-MSTR
000630     RECORD CONTAINS 60 CHARACTERS.
000640*
000650     COPY BRMSTR.
000660*
000670*----------------------------------------------------------*
000680* AUDIT-LOG - THE SAME PERMANENT TRAIL CALC3000 APPENDS     *
000690* TO - USED HERE FOR SECURITY EVENTS AND BRANCH MASTER      *
000700* MAINTENANCE ACTIVITY.                                     *
000710*----------------------------------------------------------*
000720 FD  AUDIT-LOG
000730     RECORD CONTAINS 100 CHARACTERS.
000740*
000750 01  AUDIT-LINE                    PIC X(100).
000760*
000770*----------------------------------------------------------*
000780* OPER-FILE - OPERATOR SECURITY PROFILES SHARED WITH        *
000790* CALC3000 - SEE THE OPERSEC COPYBOOK.                      *
000800*----------------------------------------------------------*
000810 FD  OPER-FILE
000820     RECORD CONTAINS 17 CHARACTERS.
000830*
000840     COPY OPERSEC.
000850*
000851*----------------------------------------------------------*
000852* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
000853* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN.        *
000854*----------------------------------------------------------*
000855 FD  CYCLE-CTL
000856     RECORD CONTAINS 300 CHARACTERS.
000857*
000858 01  CYCLE-CTL-REC                 PIC X(300).
000859*
000860 WORKING-STORAGE SECTION.
000870*
000880*----------------------------------------------------------*
000890* STANDALONE SWITCHES AND COUNTERS                          *
000900*----------------------------------------------------------*
000910 77  WS-BRMSTR-STATUS               PIC X(02)  VALUE SPACES.
000920 77  WS-AUDIT-STATUS                PIC X(02)  VALUE SPACES.
000930 77  WS-OPERFILE-STATUS             PIC X(02)  VALUE SPACES.
000935 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
000940*
000950 77  WS-OPER-EOF-SWITCH             PIC X(01)  VALUE 'N'.
000960     88  WS-OPER-EOF                           VALUE 'Y'.
000970*
000980 77  WS-SIGNON-SWITCH               PIC X(01)  VALUE 'N'.
000990     88  WS-SIGNED-ON                          VALUE 'Y'.
001000*
001010 77  WS-AUTH-LEVEL                  PIC X(01)  VALUE SPACE.
001020     88  WS-SUPERVISOR                         VALUE 'S'.
001030*
001040 77  WS-SIGNON-TRIES                PIC 9(01)  COMP VALUE ZERO.
001050 77  WS-PASSWORD-ENTERED            PIC X(08)  VALUE SPACES.
001060*
001070 77  WS-BRMSTR-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001080     88  WS-BRMSTR-EOF                         VALUE 'Y'.
001090*
001100 77  WS-BRANCH-FOUND-SWITCH         PIC X(01)  VALUE 'N'.
001110     88  WS-BRANCH-FOUND                       VALUE 'Y'.
001112*
001114 77  WS-REWRITE-SWITCH              PIC X(01)  VALUE 'N'.
001116     88  WS-REWRITE-FAILED                     VALUE 'Y'.
001120*
001130 77  WS-MENU-CHOICE                 PIC 9      VALUE ZERO.
001140 77  WS-CONFIRM-CHOICE              PIC 9      VALUE ZERO.
001150*
001160 77  WS-BRANCH-KEYED                PIC X(04)  VALUE SPACES.
001170 77  WS-NAME-KEYED                  PIC X(25)  VALUE SPACES.
001180 77  WS-REGION-KEYED                PIC X(04)  VALUE SPACES.
001190 77  WS-XMIT-KEYED                  PIC X(01)  VALUE SPACE.
001200 77  WS-CLOSE-DATE-KEYED            PIC 9(08)  VALUE ZERO.
001210*
001220 77  WS-BRANCHES-LISTED             PIC 9(03)  COMP VALUE ZERO.
001230*
001240 01  OPERATOR-INFO.
001250*
001260     05  OPERATOR-ID                PIC X(08)  VALUE SPACES.
001270     05  RUN-DATE                   PIC 9(08).
001280     05  RUN-TIME                   PIC 9(08).
001290*
001300*----------------------------------------------------------*
001310* SECURITY EVENT LINE FOR THE AUDIT TRAIL - SAME COLUMNS    *
001320* AS THE CALC3000 SECURITY LINE.  BRANCH MAINTENANCE GOES   *
001330* ON THE TRAIL IN THE SAME FORM - ACTION AND BRANCH ID IN   *
001340* THE MESSAGE COLUMNS.                                      *
001350*----------------------------------------------------------*
001360 01  AUDIT-SEC-DETAIL.
001370     05  AUDIT-SEC-DATE             PIC 9(08).
001380     05  FILLER                     PIC X(01) VALUE SPACE.
001390     05  AUDIT-SEC-TIME             PIC 9(08).
001400     05  FILLER                     PIC X(01) VALUE SPACE.
001410     05  AUDIT-SEC-OPERATOR         PIC X(08).
001420     05  FILLER                     PIC X(01) VALUE SPACE.
001430     05  AUDIT-SEC-MESSAGE          PIC X(40).
001440     05  FILLER                     PIC X(33) VALUE SPACES.
001450*
001460 01  BRANCH-AUDIT-MESSAGE.
001470     05  BAM-ACTION                 PIC X(20).
001480     05  FILLER                     PIC X(05) VALUE " BR =".
001490     05  BAM-BRANCH-ID              PIC X(04).
001500     05  FILLER                     PIC X(11) VALUE SPACES.
001510*
001520*----------------------------------------------------------*
001530* DISPLAY LINE LAYOUT FOR THE BRANCH LISTING                *
001540*----------------------------------------------------------*
001550 01  BRANCH-DISPLAY.
001560     05  FILLER                     PIC X(05) VALUE "BR = ".
001570     05  BD-BRANCH-ID               PIC X(04).
001580     05  FILLER                     PIC X(02) VALUE SPACES.
001590     05  BD-BRANCH-NAME             PIC X(25).
001600     05  FILLER                     PIC X(08) VALUE
001610         "  RGN = ".
001620     05  BD-REGION                  PIC X(04).
001630     05  FILLER                     PIC X(02) VALUE SPACES.
001640     05  BD-STATUS-TEXT             PIC X(06).
001650     05  FILLER                     PIC X(09) VALUE
001660         " CLOSE = ".
001670     05  BD-CLOSE-DATE              PIC 9(08).
001680     05  FILLER                     PIC X(09) VALUE
001690         "  XMIT = ".
001700     05  BD-EXPECT-XMIT             PIC X(01).
001710*
001713     COPY CYCLECTL.
001716*
001720 PROCEDURE DIVISION.
001730*
001740*----------------------------------------------------------*
001750* 0000-MAINLINE - SIGN ON, OPEN THE BRANCH MASTER, AND      *
001760* TAKE SUPERVISOR REQUESTS UNTIL DONE.  EVERY CHANGE IS     *
001770* WRITTEN STRAIGHT TO THE KEYED FILE.                       *
001780*----------------------------------------------------------*
001790 0000-MAINLINE.
001800*
001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001820     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
001830         UNTIL WS-MENU-CHOICE = 9.
001840     CLOSE BRANCH-MSTR.
001850     CLOSE AUDIT-LOG.
001860     DISPLAY "End of branch maintenance session.".
001870     STOP RUN.
001880*
001890 1000-INITIALIZE.
001900*
001910     DISPLAY "BRMAINT - BRANCH MASTER MAINTENANCE".
001920     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
001930     OPEN EXTEND AUDIT-LOG.
001940     IF WS-AUDIT-STATUS = "35"
001950         OPEN OUTPUT AUDIT-LOG.
001960*    SIGN-ON COMES AFTER THE AUDIT LOG IS OPEN SO A
001970*    DECLINED ATTEMPT CAN GO ON THE TRAIL.
001980     PERFORM 1300-SIGN-ON THRU 1300-EXIT.
001990     OPEN I-O BRANCH-MSTR.
002000     IF WS-BRMSTR-STATUS = "35"
002010         DISPLAY "No branch master found - starting a new one."
002020         OPEN OUTPUT BRANCH-MSTR
002030         CLOSE BRANCH-MSTR
002040         OPEN I-O BRANCH-MSTR.
002050     IF WS-BRMSTR-STATUS NOT = "00"
002060         DISPLAY "BRANCH-MSTR OPEN FAILED - STATUS = "
002070             WS-BRMSTR-STATUS
002080         STOP RUN.
002090 1000-EXIT.
002100     EXIT.
002110*
002111*----------------------------------------------------------*
002112* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
002113* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
002114* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
002115* BEING PROCESSED.                                          *
002116*----------------------------------------------------------*
002117 1050-GET-BUSINESS-DATE.
002118*
002119     OPEN INPUT CYCLE-CTL.
002120     IF WS-CYCLE-STATUS = "35"
002121         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
002122             "BUSINESS DATE WITH CYCLEMNT."
002123         STOP RUN.
002124     IF WS-CYCLE-STATUS NOT = "00"
002125         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002126             WS-CYCLE-STATUS
002127         STOP RUN.
002128     MOVE SPACES TO CYCLE-CONTROL.
002129     READ CYCLE-CTL INTO CYCLE-CONTROL
002130         AT END MOVE SPACES TO CYCLE-CONTROL.
002131     CLOSE CYCLE-CTL.
002132     IF CC-BUSINESS-DATE NOT NUMERIC
002133             OR CC-BUSINESS-DATE = ZERO
002134         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
002135             "CYCLEMNT."
002136         STOP RUN.
002137     MOVE CC-BUSINESS-DATE TO RUN-DATE.
002138 1050-EXIT.
002139     EXIT.
002140*
002141*----------------------------------------------------------*
002142* 1300 SERIES - OPERATOR SIGN-ON AGAINST THE OPERFILE       *
002143* SECURITY FILE - SAME RULES AS THE CALC3000 SIGN-ON.       *
002150* THREE TRIES, THEN THE SESSION ENDS, AND EVERY DECLINED    *
002160* ATTEMPT GOES ON THE AUDIT TRAIL.                          *
002170*----------------------------------------------------------*
002180 1300-SIGN-ON.
002190*
002200     MOVE ZERO TO WS-SIGNON-TRIES.
002210 1300-TRY.
002220     ADD 1 TO WS-SIGNON-TRIES.
002230     IF WS-SIGNON-TRIES > 3
002240         DISPLAY "SIGN-ON FAILED - SESSION ENDED."
002250         STOP RUN.
002260     DISPLAY "Enter operator ID (8 characters).".
002270     ACCEPT OPERATOR-ID.
002280     DISPLAY "Enter password.".
002290     ACCEPT WS-PASSWORD-ENTERED.
002300     PERFORM 1310-VERIFY-OPERATOR THRU 1310-EXIT.
002310     IF NOT WS-SIGNED-ON
002320         MOVE "SIGN-ON DECLINED - BAD ID OR PASSWORD"
002330             TO AUDIT-SEC-MESSAGE
002340         PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT
002350         DISPLAY "ID or password not recognized."
002360         GO TO 1300-TRY.
002370 1300-EXIT.
002380     EXIT.
002390*
002400 1310-VERIFY-OPERATOR.
002410*
002420     MOVE 'N' TO WS-SIGNON-SWITCH.
002430     MOVE 'N' TO WS-OPER-EOF-SWITCH.
002440     MOVE SPACE TO WS-AUTH-LEVEL.
002450     OPEN INPUT OPER-FILE.
002460     IF WS-OPERFILE-STATUS = "35"
002470         DISPLAY "NO OPERFILE SECURITY FILE - BUILD THE "
002480             "OPERATOR PROFILES BEFORE RUNNING."
002490         STOP RUN.
002500     IF WS-OPERFILE-STATUS NOT = "00"
002510         DISPLAY "OPER-FILE OPEN FAILED - STATUS = "
002520             WS-OPERFILE-STATUS
002530         STOP RUN.
002540     PERFORM 1315-MATCH-OPERATOR THRU 1315-EXIT
002550         UNTIL WS-OPER-EOF OR WS-SIGNED-ON.
002560     CLOSE OPER-FILE.
002570 1310-EXIT.
002580     EXIT.
002590*
002600 1315-MATCH-OPERATOR.
002610*
002620     READ OPER-FILE
002630         AT END MOVE 'Y' TO WS-OPER-EOF-SWITCH.
002640     IF NOT WS-OPER-EOF
002650         IF OP-OPERATOR-ID = OPERATOR-ID
002660                 AND OP-PASSWORD = WS-PASSWORD-ENTERED
002670             MOVE OP-AUTH-LEVEL TO WS-AUTH-LEVEL
002680             MOVE 'Y' TO WS-SIGNON-SWITCH.
002690 1315-EXIT.
002700     EXIT.
002710*
002720 1320-WRITE-SECURITY-AUDIT.
002730*
002740     ACCEPT RUN-TIME FROM TIME.
002750     MOVE RUN-DATE TO AUDIT-SEC-DATE.
002760     MOVE RUN-TIME TO AUDIT-SEC-TIME.
002770     MOVE OPERATOR-ID TO AUDIT-SEC-OPERATOR.
002780     WRITE AUDIT-LINE FROM AUDIT-SEC-DETAIL.
002790 1320-EXIT.
002800     EXIT.
002810*
002820*----------------------------------------------------------*
002830* 2000 SERIES - SUPERVISOR MENU.  ANYONE SIGNED ON MAY      *
002840* LIST THE BRANCHES - EVERY CHANGE TAKES SUPERVISOR         *
002850* AUTHORITY AND A DECLINED ATTEMPT GOES ON THE TRAIL.       *
002860*----------------------------------------------------------*
002870 2000-PROCESS-REQUESTS.
002880*
002890     DISPLAY "----------------------------------------".
002900     DISPLAY "Enter 1 to list the branches on file.".
002910     DISPLAY "Enter 2 to add a branch.".
002920     DISPLAY "Enter 3 to change a branch.".
002930     DISPLAY "Enter 4 to close a branch.".
002940     DISPLAY "Enter 5 to reopen a closed branch.".
002950     DISPLAY "Enter 9 to end.".
002960     ACCEPT WS-MENU-CHOICE.
002970     IF WS-MENU-CHOICE = 1
002980         PERFORM 3000-LIST-BRANCHES THRU 3000-EXIT
002990         GO TO 2000-EXIT.
003000     IF WS-MENU-CHOICE < 2 OR WS-MENU-CHOICE > 5
003010         GO TO 2000-EXIT.
003020     IF NOT WS-SUPERVISOR
003030         MOVE "BRANCH MAINT DECLINED - NOT SUPV"
003040             TO AUDIT-SEC-MESSAGE
003050         PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT
003060         DISPLAY "Supervisor authority required."
003070         GO TO 2000-EXIT.
003080     IF WS-MENU-CHOICE = 2
003090         PERFORM 4000-ADD-BRANCH THRU 4000-EXIT.
003100     IF WS-MENU-CHOICE = 3
003110         PERFORM 5000-CHANGE-BRANCH THRU 5000-EXIT.
003120     IF WS-MENU-CHOICE = 4
003130         PERFORM 6000-CLOSE-BRANCH THRU 6000-EXIT.
003140     IF WS-MENU-CHOICE = 5
003150         PERFORM 6500-REOPEN-BRANCH THRU 6500-EXIT.
003160 2000-EXIT.
003170     EXIT.
003180*
003190*----------------------------------------------------------*
003200* 3000 SERIES - LIST EVERY BRANCH ON FILE IN BRANCH ORDER.  *
003210*----------------------------------------------------------*
003220 3000-LIST-BRANCHES.
003230*
003240     MOVE ZERO TO WS-BRANCHES-LISTED.
003250     MOVE 'N' TO WS-BRMSTR-EOF-SWITCH.
003260     MOVE LOW-VALUES TO BM-BRANCH-ID.
003270     START BRANCH-MSTR KEY IS NOT LESS THAN BM-BRANCH-ID
003280         INVALID KEY MOVE 'Y' TO WS-BRMSTR-EOF-SWITCH.
003290     PERFORM 3100-LIST-ONE-BRANCH THRU 3100-EXIT
003300         UNTIL WS-BRMSTR-EOF.
003310     IF WS-BRANCHES-LISTED = ZERO
003320         DISPLAY "No branches on file.".
003330 3000-EXIT.
003340     EXIT.
003350*
003360 3100-LIST-ONE-BRANCH.
003370*
003380     READ BRANCH-MSTR NEXT RECORD
003390         AT END MOVE 'Y' TO WS-BRMSTR-EOF-SWITCH.
003400     IF WS-BRMSTR-EOF
003410         GO TO 3100-EXIT.
003420     ADD 1 TO WS-BRANCHES-LISTED.
003430     PERFORM 3200-SHOW-BRANCH THRU 3200-EXIT.
003440 3100-EXIT.
003450     EXIT.
003460*
003470 3200-SHOW-BRANCH.
003480*
003490     MOVE BM-BRANCH-ID TO BD-BRANCH-ID.
003500     MOVE BM-BRANCH-NAME TO BD-BRANCH-NAME.
003510     MOVE BM-REGION TO BD-REGION.
003520     IF BM-CLOSED
003530         MOVE "CLOSED" TO BD-STATUS-TEXT
003540     ELSE
003550         MOVE "OPEN" TO BD-STATUS-TEXT.
003560     MOVE BM-CLOSE-DATE TO BD-CLOSE-DATE.
003570     MOVE BM-EXPECT-XMIT TO BD-EXPECT-XMIT.
003580     DISPLAY BRANCH-DISPLAY.
003590 3200-EXIT.
003600     EXIT.
003610*
003620*----------------------------------------------------------*
003630* 3500 SERIES - TAKE A BRANCH ID FROM THE SUPERVISOR AND    *
003640* READ IT DIRECTLY.  WS-BRANCH-FOUND TELLS THE CALLER       *
003650* WHETHER THE RECORD AREA HOLDS THE BRANCH.                 *
003660*----------------------------------------------------------*
003670 3500-KEY-AND-READ-BRANCH.
003680*
003690     MOVE 'N' TO WS-BRANCH-FOUND-SWITCH.
003700     DISPLAY "Enter branch ID (4 characters).".
003710     ACCEPT WS-BRANCH-KEYED.
003720     IF WS-BRANCH-KEYED = SPACES
003730         DISPLAY "BRANCH ID MAY NOT BE BLANK"
003740         GO TO 3500-EXIT.
003750     MOVE WS-BRANCH-KEYED TO BM-BRANCH-ID.
003760     READ BRANCH-MSTR
003770         INVALID KEY GO TO 3500-EXIT.
003780     MOVE 'Y' TO WS-BRANCH-FOUND-SWITCH.
003790 3500-EXIT.
003800     EXIT.
003810*
003820*----------------------------------------------------------*
003830* 4000 SERIES - ADD A NEW BRANCH.  IT GOES ON FILE OPEN,    *
003840* WITH NO CLOSE DATE.                                       *
003850*----------------------------------------------------------*
003860 4000-ADD-BRANCH.
003870*
003880     PERFORM 3500-KEY-AND-READ-BRANCH THRU 3500-EXIT.
003890     IF WS-BRANCH-KEYED = SPACES
003900         GO TO 4000-EXIT.
003910     IF WS-BRANCH-FOUND
003920         DISPLAY "BRANCH ALREADY ON FILE - USE OPTION 3"
003930         GO TO 4000-EXIT.
003940     MOVE SPACES TO BRANCH-MSTR-RECORD.
003950     MOVE WS-BRANCH-KEYED TO BM-BRANCH-ID.
003960     DISPLAY "Enter branch name (25 characters).".
003970     ACCEPT BM-BRANCH-NAME.
003980     IF BM-BRANCH-NAME = SPACES
003990         DISPLAY "BRANCH NAME MAY NOT BE BLANK"
004000         GO TO 4000-EXIT.
004010     DISPLAY "Enter region code (4 characters).".
004020     ACCEPT BM-REGION.
004030     DISPLAY "Branch transmits every run (Y/N)?".
004040     ACCEPT BM-EXPECT-XMIT.
004050     IF BM-EXPECT-XMIT NOT = 'Y'
004060         MOVE 'N' TO BM-EXPECT-XMIT.
004070     MOVE 'O' TO BM-STATUS.
004080     MOVE ZERO TO BM-CLOSE-DATE.
004090     PERFORM 3200-SHOW-BRANCH THRU 3200-EXIT.
004100     DISPLAY "Enter 1 to add this branch, 0 to discard.".
004110     ACCEPT WS-CONFIRM-CHOICE.
004120     IF WS-CONFIRM-CHOICE NOT = 1
004130         DISPLAY "Branch discarded."
004140         GO TO 4000-EXIT.
004150     WRITE BRANCH-MSTR-RECORD
004160         INVALID KEY
004170             DISPLAY "BRANCH-MSTR WRITE FAILED - STATUS = "
004180                 WS-BRMSTR-STATUS
004190             GO TO 4000-EXIT.
004200     DISPLAY "Branch added.".
004210     MOVE "BRANCH ADDED" TO BAM-ACTION.
004220     PERFORM 7000-LOG-BRANCH-ACTION THRU 7000-EXIT.
004230 4000-EXIT.
004240     EXIT.
004250*
004260*----------------------------------------------------------*
004270* 5000 SERIES - CHANGE A BRANCH'S NAME, REGION, OR DAILY    *
004280* TRANSMISSION FLAG.  A BLANK ENTRY KEEPS THE VALUE ON      *
004290* FILE.  OPEN AND CLOSED STATUS ONLY MOVES THROUGH THE      *
004300* CLOSE AND REOPEN OPTIONS SO EVERY CLOSING IS DATED.       *
004310*----------------------------------------------------------*
004320 5000-CHANGE-BRANCH.
004330*
004340     PERFORM 3500-KEY-AND-READ-BRANCH THRU 3500-EXIT.
004350     IF NOT WS-BRANCH-FOUND
004360         DISPLAY "BRANCH NOT ON FILE"
004370         GO TO 5000-EXIT.
004380     PERFORM 3200-SHOW-BRANCH THRU 3200-EXIT.
004390     MOVE SPACES TO WS-NAME-KEYED.
004400     MOVE SPACES TO WS-REGION-KEYED.
004410     MOVE SPACE TO WS-XMIT-KEYED.
004420     DISPLAY "Enter new branch name (blank to keep).".
004430     ACCEPT WS-NAME-KEYED.
004440     DISPLAY "Enter new region code (blank to keep).".
004450     ACCEPT WS-REGION-KEYED.
004460     DISPLAY "Branch transmits every run (Y/N, blank to keep)?".
004470     ACCEPT WS-XMIT-KEYED.
004480     IF WS-NAME-KEYED NOT = SPACES
004490         MOVE WS-NAME-KEYED TO BM-BRANCH-NAME.
004500     IF WS-REGION-KEYED NOT = SPACES
004510         MOVE WS-REGION-KEYED TO BM-REGION.
004520     IF WS-XMIT-KEYED = 'Y' OR WS-XMIT-KEYED = 'N'
004530         MOVE WS-XMIT-KEYED TO BM-EXPECT-XMIT.
004540     PERFORM 3200-SHOW-BRANCH THRU 3200-EXIT.
004550     DISPLAY "Enter 1 to keep these changes, 0 to discard.".
004560     ACCEPT WS-CONFIRM-CHOICE.
004570     IF WS-CONFIRM-CHOICE NOT = 1
004580         DISPLAY "Changes discarded."
004590         GO TO 5000-EXIT.
004600     PERFORM 6900-REWRITE-BRANCH THRU 6900-EXIT.
004603     IF WS-REWRITE-FAILED
004606         GO TO 5000-EXIT.
004610     MOVE "BRANCH CHANGED" TO BAM-ACTION.
004620     PERFORM 7000-LOG-BRANCH-ACTION THRU 7000-EXIT.
004630 5000-EXIT.
004640     EXIT.
004650*
004660*----------------------------------------------------------*
004670* 6000 SERIES - CLOSE A BRANCH AS OF A DATE.  THE BRANCH    *
004680* KEEPS TAKING WORK UNTIL THE CLOSE DATE ARRIVES, SO A      *
004690* CLOSING CAN BE KEYED AHEAD OF TIME.                       *
004700*----------------------------------------------------------*
004710 6000-CLOSE-BRANCH.
004720*
004730     PERFORM 3500-KEY-AND-READ-BRANCH THRU 3500-EXIT.
004740     IF NOT WS-BRANCH-FOUND
004750         DISPLAY "BRANCH NOT ON FILE"
004760         GO TO 6000-EXIT.
004770     IF BM-CLOSED
004780         DISPLAY "BRANCH IS ALREADY CLOSED"
004790         GO TO 6000-EXIT.
004800     PERFORM 3200-SHOW-BRANCH THRU 3200-EXIT.
004810     DISPLAY "Enter close date (ccyymmdd, 0 for today).".
004820     ACCEPT WS-CLOSE-DATE-KEYED.
004830     IF WS-CLOSE-DATE-KEYED NOT NUMERIC
004840         DISPLAY "CLOSE DATE MUST BE NUMERIC CCYYMMDD"
004850         GO TO 6000-EXIT.
004860     IF WS-CLOSE-DATE-KEYED = ZERO
004870         MOVE RUN-DATE TO WS-CLOSE-DATE-KEYED.
004880     DISPLAY "Enter 1 to close this branch, 0 to cancel.".
004890     ACCEPT WS-CONFIRM-CHOICE.
004900     IF WS-CONFIRM-CHOICE NOT = 1
004910         DISPLAY "Branch left open."
004920         GO TO 6000-EXIT.
004930     MOVE 'C' TO BM-STATUS.
004940     MOVE WS-CLOSE-DATE-KEYED TO BM-CLOSE-DATE.
004950     PERFORM 6900-REWRITE-BRANCH THRU 6900-EXIT.
004953     IF WS-REWRITE-FAILED
004956         GO TO 6000-EXIT.
004960     MOVE "BRANCH CLOSED" TO BAM-ACTION.
004970     PERFORM 7000-LOG-BRANCH-ACTION THRU 7000-EXIT.
004980 6000-EXIT.
004990     EXIT.
005000*
005010 6500-REOPEN-BRANCH.
005020*
005030     PERFORM 3500-KEY-AND-READ-BRANCH THRU 3500-EXIT.
005040     IF NOT WS-BRANCH-FOUND
005050         DISPLAY "BRANCH NOT ON FILE"
005060         GO TO 6500-EXIT.
005070     IF NOT BM-CLOSED
005080         DISPLAY "BRANCH IS NOT CLOSED"
005090         GO TO 6500-EXIT.
005100     PERFORM 3200-SHOW-BRANCH THRU 3200-EXIT.
005110     DISPLAY "Enter 1 to reopen this branch, 0 to cancel.".
005120     ACCEPT WS-CONFIRM-CHOICE.
005130     IF WS-CONFIRM-CHOICE NOT = 1
005140         DISPLAY "Branch left closed."
005150         GO TO 6500-EXIT.
005160     MOVE 'O' TO BM-STATUS.
005170     MOVE ZERO TO BM-CLOSE-DATE.
005180     PERFORM 6900-REWRITE-BRANCH THRU 6900-EXIT.
005183     IF WS-REWRITE-FAILED
005186         GO TO 6500-EXIT.
005190     MOVE "BRANCH REOPENED" TO BAM-ACTION.
005200     PERFORM 7000-LOG-BRANCH-ACTION THRU 7000-EXIT.
005210 6500-EXIT.
005220     EXIT.
005230*
005240 6900-REWRITE-BRANCH.
005250*
005255     MOVE 'N' TO WS-REWRITE-SWITCH.
005260     REWRITE BRANCH-MSTR-RECORD
005270         INVALID KEY
005280             DISPLAY "BRANCH-MSTR REWRITE FAILED - STATUS = "
005290                 WS-BRMSTR-STATUS
005295             MOVE 'Y' TO WS-REWRITE-SWITCH
005300             GO TO 6900-EXIT.
005310     DISPLAY "Branch updated.".
005320 6900-EXIT.
005330     EXIT.
005340*
005350*----------------------------------------------------------*
005360* 7000 SERIES - EVERY CHANGE GOES ON THE AUDIT TRAIL WITH   *
005370* OPERATOR, DATE, TIME, ACTION, AND BRANCH ID.              *
005380*----------------------------------------------------------*
005390 7000-LOG-BRANCH-ACTION.
005400*
005410     MOVE BM-BRANCH-ID TO BAM-BRANCH-ID.
005420     MOVE BRANCH-AUDIT-MESSAGE TO AUDIT-SEC-MESSAGE.
005430     PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT.
005440 7000-EXIT.
005450     EXIT.
005460*
005470 END PROGRAM BRMAINT.
