000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    CYCLEMNT.
000040 AUTHOR.        T. ABRAHAM.
000050 INSTALLATION.  CONSUMER LOAN DEPARTMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090*----------------------------------------------------------*
000100* MODIFICATION HISTORY                                     *
000110*----------------------------------------------------------*
000120*  DATE       INIT  DESCRIPTION                             *
000130*  10/15/26   TA    ORIGINAL PROGRAM - NIGHTLY CYCLE        *
000140*                   CONTROL MAINTENANCE.  SHOWS THE         *
000150*                   BUSINESS DATE ON THE CYCLECTL FILE AND  *
000160*                   WHERE EACH STEP OF THE NIGHTLY STREAM   *
000170*                   STANDS FOR IT.  A SUPERVISOR SETS THE   *
000180*                   BUSINESS DATE (BUILDING THE FILE THE    *
000190*                   FIRST TIME) AND GRANTS A ONE-TIME       *
000200*                   OVERRIDE THAT LETS A STEP RUN OUT OF    *
000210*                   TURN OR A SECOND TIME.  EVERY CHANGE    *
000220*                   AND DECLINED ATTEMPT GOES ON THE AUDIT  *
000230*                   TRAIL.                                  *
000231*  10/15/26   TA    THE BUSINESS DATE IS NOW EDITED AGAINST *
000232*                   THE REAL CALENDAR - A YEAR BEFORE 1900, *
000233*                   OR A DAY PAST THE END OF THE MONTH      *
000234*                   (LEAP YEARS INCLUDED), IS REFUSED AND   *
000235*                   NOTHING IS WRITTEN TO CYCLECTL.         *
000240*----------------------------------------------------------*
000250*
000260 ENVIRONMENT DIVISION.
000270*
000280 CONFIGURATION SECTION.
000290*
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320*
000330 INPUT-OUTPUT SECTION.
000340*
000350 FILE-CONTROL.
000360*
000370     SELECT CYCLE-CTL
000380         ASSIGN TO CYCLECTL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CYCLE-STATUS.
000410*
000420     SELECT AUDIT-LOG
000430         ASSIGN TO AUDITLOG
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUDIT-STATUS.
000460*
000470     SELECT OPER-FILE
000480         ASSIGN TO OPERFILE
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-OPERFILE-STATUS.
000510*
000520 DATA DIVISION.
000530*
000540 FILE SECTION.
000550*
000560*----------------------------------------------------------*
000570* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
000580* COPYBOOK.  READ AT START AND AGAIN BEFORE EACH CHANGE,    *
000590* AND WRITTEN BACK WHOLE.                                   *
000600*----------------------------------------------------------*
000610 FD  CYCLE-CTL
000620     RECORD CONTAINS 300 CHARACTERS.
000630*
000640 01  CYCLE-CTL-REC                 PIC X(300).
000650*
000660*----------------------------------------------------------*
000670* AUDIT-LOG - THE SAME PERMANENT TRAIL CALC3000 APPENDS     *
000680* TO - USED HERE FOR SECURITY EVENTS AND FOR EACH DATE      *
000690* CHANGE AND OVERRIDE.                                      *
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
000850 WORKING-STORAGE SECTION.
000860*
000870*----------------------------------------------------------*
000880* STANDALONE SWITCHES AND COUNTERS                          *
000890*----------------------------------------------------------*
000900 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
000910 77  WS-AUDIT-STATUS                PIC X(02)  VALUE SPACES.
000920 77  WS-OPERFILE-STATUS             PIC X(02)  VALUE SPACES.
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
001060 77  WS-CYCLE-SET-SWITCH            PIC X(01)  VALUE 'N'.
001070     88  WS-CYCLE-SET                          VALUE 'Y'.
001080*
001090 77  WS-CYCLE-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
001100     88  WS-CYCLE-FOUND                        VALUE 'Y'.
001110*
001120 77  WS-MENU-CHOICE                 PIC 9      VALUE ZERO.
001130 77  WS-CONFIRM-CHOICE              PIC 9      VALUE ZERO.
001140*
001150 77  WS-STEP-KEYED                  PIC X(08)  VALUE SPACES.
001160 77  WS-CYCLE-INDEX                 PIC 9(02)  COMP VALUE ZERO.
001170 77  WS-CYCLE-STEP                  PIC 9(02)  COMP VALUE ZERO.
001180 77  WS-CYCLE-PRED                  PIC 9(02)  COMP VALUE ZERO.
001181*
001182 77  WS-MAX-BUSINESS-DD             PIC 9(02)  COMP VALUE 31.
001183 77  WS-LEAP-QUOT                   PIC 9(04)  COMP VALUE ZERO.
001184 77  WS-LEAP-REM-4                  PIC 9(03)  COMP VALUE ZERO.
001185 77  WS-LEAP-REM-100                PIC 9(03)  COMP VALUE ZERO.
001186 77  WS-LEAP-REM-400                PIC 9(03)  COMP VALUE ZERO.
001190*
001200*----------------------------------------------------------*
001210* THE BUSINESS DATE AS KEYED, WITH A VIEW OF ITS PARTS FOR  *
001215* THE YEAR, MONTH, AND DAY EDIT, AND THE LAST DAY OF THE    *
001220* KEYED MONTH WORKED OUT FOR THE DAY EDIT.                  *
001230*----------------------------------------------------------*
001240 01  WS-DATE-KEYED                  PIC 9(08)  VALUE ZERO.
001250 01  WS-DATE-KEYED-PARTS REDEFINES WS-DATE-KEYED.
001260     05  WS-DATE-KEYED-CCYY         PIC 9(04).
001270     05  WS-DATE-KEYED-MM           PIC 9(02).
001280         88  WS-VALID-MONTH                    VALUES 01 THRU 12.
001290     05  WS-DATE-KEYED-DD           PIC 9(02).
001300         88  WS-VALID-DAY                      VALUES 01 THRU 31.
001310*
001320 01  OPERATOR-INFO.
001330*
001340     05  OPERATOR-ID                PIC X(08)  VALUE SPACES.
001350     05  RUN-DATE                   PIC 9(08).
001360     05  RUN-TIME                   PIC 9(08).
001370*
001380     COPY CYCLECTL.
001390*
001400*----------------------------------------------------------*
001410* THE NIGHTLY STREAM IN RUN ORDER - EACH STEP'S PROGRAM     *
001420* NAME AND THE ENTRY THAT MUST COMPLETE AHEAD OF IT.        *
001430* ARCHMNTH RUNS AT MONTH END ONLY, SO EODROLL FOLLOWS       *
001440* REPRICE RATHER THAN THE ARCHIVE.  LOADED ONTO THE FILE    *
001450* WHEN A SUPERVISOR SETS THE BUSINESS DATE.                 *
001460*----------------------------------------------------------*
001470 01  CYCLE-STREAM-VALUES.
001480     05  FILLER                     PIC X(09)  VALUE "BRINTAKE0".
001490     05  FILLER                     PIC X(09)  VALUE "CALC30001".
001500     05  FILLER                     PIC X(09)  VALUE "SVCRECON2".
001510     05  FILLER                     PIC X(09)  VALUE "REEXPORT3".
001520     05  FILLER                     PIC X(09)  VALUE "QTAGING 4".
001530     05  FILLER                     PIC X(09)  VALUE "REPRICE 5".
001540     05  FILLER                     PIC X(09)  VALUE "ARCHMNTH6".
001550     05  FILLER                     PIC X(09)  VALUE "EODROLL 6".
001560 01  CYCLE-STREAM-TABLE REDEFINES CYCLE-STREAM-VALUES.
001570     05  CS-STEP-ENTRY              OCCURS 8 TIMES.
001580         10  CS-STEP-NAME           PIC X(08).
001590         10  CS-STEP-PRED           PIC 9(01).
001600*
001610*----------------------------------------------------------*
001620* SECURITY EVENT LINE FOR THE AUDIT TRAIL - SAME COLUMNS    *
001630* AS THE CALC3000 SECURITY LINE.  EACH DATE CHANGE AND      *
001640* OVERRIDE GOES ON THE TRAIL IN THE SAME FORM.              *
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
001760 01  CYCLE-AUDIT-MESSAGE.
001770     05  CAM-ACTION                 PIC X(25).
001780     05  CAM-VALUE                  PIC X(08).
001790     05  FILLER                     PIC X(07) VALUE SPACES.
001800*
001810*----------------------------------------------------------*
001820* DISPLAY LINE LAYOUT FOR THE CYCLE STATUS                  *
001830*----------------------------------------------------------*
001840 01  CYCLE-DISPLAY.
001850     05  CD-STEP-NAME               PIC X(08).
001860     05  FILLER                     PIC X(02) VALUE SPACES.
001870     05  CD-STATUS-TEXT             PIC X(08).
001880     05  FILLER                     PIC X(02) VALUE SPACES.
001890     05  CD-STEP-DATE               PIC 9(08).
001900     05  FILLER                     PIC X(01) VALUE SPACE.
001910     05  CD-STEP-TIME               PIC 9(08).
001920     05  FILLER                     PIC X(02) VALUE SPACES.
001930     05  CD-AFTER-TEXT              PIC X(06).
001940     05  CD-PRED-NAME               PIC X(08).
001950     05  FILLER                     PIC X(02) VALUE SPACES.
001960     05  CD-OVERRIDE-TEXT           PIC X(12).
001970     05  CD-OVERRIDE-BY             PIC X(08).
001980*
001990 PROCEDURE DIVISION.
002000*
002010*----------------------------------------------------------*
002020* 0000-MAINLINE - SIGN ON, READ THE CYCLE CONTROL FILE,     *
002030* AND TAKE REQUESTS UNTIL DONE.                             *
002040*----------------------------------------------------------*
002050 0000-MAINLINE.
002060*
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002080     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
002090         UNTIL WS-MENU-CHOICE = 9.
002100     CLOSE AUDIT-LOG.
002110     DISPLAY "End of cycle control session.".
002120     STOP RUN.
002130*
002140 1000-INITIALIZE.
002150*
002160     DISPLAY "CYCLEMNT - NIGHTLY CYCLE CONTROL".
002170     PERFORM 1050-READ-CYCLE-CTL THRU 1050-EXIT.
002180     IF WS-CYCLE-SET
002190         MOVE CC-BUSINESS-DATE TO RUN-DATE
002200     ELSE
002210*        UNTIL A BUSINESS DATE IS SET THE TRAIL CAN ONLY BE
002220*        DATED FROM THE SYSTEM CLOCK.
002230         ACCEPT RUN-DATE FROM DATE YYYYMMDD
002240         DISPLAY "NO BUSINESS DATE SET - A SUPERVISOR MUST SET "
002250             "ONE BEFORE THE NIGHTLY CYCLE CAN RUN.".
002260     OPEN EXTEND AUDIT-LOG.
002270     IF WS-AUDIT-STATUS = "35"
002280         OPEN OUTPUT AUDIT-LOG.
002290*    SIGN-ON COMES AFTER THE AUDIT LOG IS OPEN SO A
002300*    DECLINED ATTEMPT CAN GO ON THE TRAIL.
002310     PERFORM 1300-SIGN-ON THRU 1300-EXIT.
002320 1000-EXIT.
002330     EXIT.
002340*
002350*----------------------------------------------------------*
002360* 1050 - READ THE CYCLE CONTROL RECORD.  WS-CYCLE-SET SAYS  *
002370* WHETHER THE FILE IS THERE WITH A BUSINESS DATE ON IT.     *
002380*----------------------------------------------------------*
002390 1050-READ-CYCLE-CTL.
002400*
002410     MOVE 'N' TO WS-CYCLE-SET-SWITCH.
002420     MOVE SPACES TO CYCLE-CONTROL.
002430     OPEN INPUT CYCLE-CTL.
002440     IF WS-CYCLE-STATUS = "35"
002450         GO TO 1050-EXIT.
002460     IF WS-CYCLE-STATUS NOT = "00"
002470         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002480             WS-CYCLE-STATUS
002490         STOP RUN.
002500     READ CYCLE-CTL INTO CYCLE-CONTROL
002510         AT END MOVE SPACES TO CYCLE-CONTROL.
002520     CLOSE CYCLE-CTL.
002530     IF CC-BUSINESS-DATE NUMERIC
002540             AND CC-BUSINESS-DATE > ZERO
002550         MOVE 'Y' TO WS-CYCLE-SET-SWITCH.
002560 1050-EXIT.
002570     EXIT.
002580*
002590 1060-WRITE-CYCLE-CTL.
002600*
002610     OPEN OUTPUT CYCLE-CTL.
002620     IF WS-CYCLE-STATUS NOT = "00"
002630         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002640             WS-CYCLE-STATUS
002650         STOP RUN.
002660     WRITE CYCLE-CTL-REC FROM CYCLE-CONTROL.
002670     CLOSE CYCLE-CTL.
002680 1060-EXIT.
002690     EXIT.
002700*
002710*----------------------------------------------------------*
002720* 1300 SERIES - OPERATOR SIGN-ON AGAINST THE OPERFILE       *
002730* SECURITY FILE - SAME RULES AS THE CALC3000 SIGN-ON.       *
002740* THREE TRIES, THEN THE SESSION ENDS, AND EVERY DECLINED    *
002750* ATTEMPT GOES ON THE AUDIT TRAIL.                          *
002760*----------------------------------------------------------*
002770 1300-SIGN-ON.
002780*
002790     MOVE ZERO TO WS-SIGNON-TRIES.
002800 1300-TRY.
002810     ADD 1 TO WS-SIGNON-TRIES.
002820     IF WS-SIGNON-TRIES > 3
002830         DISPLAY "SIGN-ON FAILED - SESSION ENDED."
002840         STOP RUN.
002850     DISPLAY "Enter operator ID (8 characters).".
002860     ACCEPT OPERATOR-ID.
002870     DISPLAY "Enter password.".
002880     ACCEPT WS-PASSWORD-ENTERED.
002890     PERFORM 1310-VERIFY-OPERATOR THRU 1310-EXIT.
002900     IF NOT WS-SIGNED-ON
002910         MOVE "SIGN-ON DECLINED - BAD ID OR PASSWORD"
002920             TO AUDIT-SEC-MESSAGE
002930         PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT
002940         DISPLAY "ID or password not recognized."
002950         GO TO 1300-TRY.
002960 1300-EXIT.
002970     EXIT.
002980*
002990 1310-VERIFY-OPERATOR.
003000*
003010     MOVE 'N' TO WS-SIGNON-SWITCH.
003020     MOVE 'N' TO WS-OPER-EOF-SWITCH.
003030     MOVE SPACE TO WS-AUTH-LEVEL.
003040     OPEN INPUT OPER-FILE.
003050     IF WS-OPERFILE-STATUS = "35"
003060         DISPLAY "NO OPERFILE SECURITY FILE - BUILD THE "
003070             "OPERATOR PROFILES BEFORE RUNNING."
003080         STOP RUN.
003090     IF WS-OPERFILE-STATUS NOT = "00"
003100         DISPLAY "OPER-FILE OPEN FAILED - STATUS = "
003110             WS-OPERFILE-STATUS
003120         STOP RUN.
003130     PERFORM 1315-MATCH-OPERATOR THRU 1315-EXIT
003140         UNTIL WS-OPER-EOF OR WS-SIGNED-ON.
003150     CLOSE OPER-FILE.
003160 1310-EXIT.
003170     EXIT.
003180*
003190 1315-MATCH-OPERATOR.
003200*
003210     READ OPER-FILE
003220         AT END MOVE 'Y' TO WS-OPER-EOF-SWITCH.
003230     IF NOT WS-OPER-EOF
003240         IF OP-OPERATOR-ID = OPERATOR-ID
003250                 AND OP-PASSWORD = WS-PASSWORD-ENTERED
003260             MOVE OP-AUTH-LEVEL TO WS-AUTH-LEVEL
003270             MOVE 'Y' TO WS-SIGNON-SWITCH.
003280 1315-EXIT.
003290     EXIT.
003300*
003310 1320-WRITE-SECURITY-AUDIT.
003320*
003330     ACCEPT RUN-TIME FROM TIME.
003340     MOVE RUN-DATE TO AUDIT-SEC-DATE.
003350     MOVE RUN-TIME TO AUDIT-SEC-TIME.
003360     MOVE OPERATOR-ID TO AUDIT-SEC-OPERATOR.
003370     WRITE AUDIT-LINE FROM AUDIT-SEC-DETAIL.
003380 1320-EXIT.
003390     EXIT.
003400*
003410*----------------------------------------------------------*
003420* 2000 SERIES - MENU.  ANYONE SIGNED ON MAY LOOK AT THE     *
003430* CYCLE - SETTING THE DATE OR GRANTING AN OVERRIDE TAKES    *
003440* SUPERVISOR AUTHORITY.                                     *
003450*----------------------------------------------------------*
003460 2000-PROCESS-REQUESTS.
003470*
003480     DISPLAY "----------------------------------------".
003490     DISPLAY "Enter 1 to show the nightly cycle status.".
003500     DISPLAY "Enter 2 to set the business date.".
003510     DISPLAY "Enter 3 to grant a step override.".
003520     DISPLAY "Enter 9 to end.".
003530     ACCEPT WS-MENU-CHOICE.
003540     IF WS-MENU-CHOICE = 1
003550         PERFORM 3000-SHOW-CYCLE THRU 3000-EXIT.
003560*    THE DATE AND OVERRIDES TAKE SUPERVISOR AUTHORITY - A
003570*    DECLINED ATTEMPT GOES ON THE TRAIL.
003580     IF WS-MENU-CHOICE = 2
003590         IF WS-SUPERVISOR
003600             PERFORM 4000-SET-BUSINESS-DATE THRU 4000-EXIT
003610         ELSE
003620             MOVE "CYCLE DATE SET DECLINED - NOT SUPV"
003630                 TO AUDIT-SEC-MESSAGE
003640             PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT
003650             DISPLAY "Supervisor authority required.".
003660     IF WS-MENU-CHOICE = 3
003670         IF WS-SUPERVISOR
003680             PERFORM 5000-GRANT-OVERRIDE THRU 5000-EXIT
003690         ELSE
003700             MOVE "CYCLE OVERRIDE DECLINED - NOT SUPV"
003710                 TO AUDIT-SEC-MESSAGE
003720             PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT
003730             DISPLAY "Supervisor authority required.".
003740 2000-EXIT.
003750     EXIT.
003760*
003770*----------------------------------------------------------*
003780* 3000 SERIES - SHOW THE BUSINESS DATE AND EVERY STEP, WITH *
003790* ITS STATUS, WHEN IT LAST RAN, THE STEP IT WAITS ON, AND   *
003800* ANY OVERRIDE STANDING.                                    *
003810*----------------------------------------------------------*
003820 3000-SHOW-CYCLE.
003830*
003840     PERFORM 1050-READ-CYCLE-CTL THRU 1050-EXIT.
003850     IF NOT WS-CYCLE-SET
003860         DISPLAY "No business date set."
003870         GO TO 3000-EXIT.
003880     DISPLAY "BUSINESS DATE " CC-BUSINESS-DATE
003890         "   PRIOR BUSINESS DATE " CC-PRIOR-BUSINESS-DATE.
003900     PERFORM 3100-SHOW-ONE-STEP THRU 3100-EXIT
003910         VARYING WS-CYCLE-INDEX FROM 1 BY 1
003920         UNTIL WS-CYCLE-INDEX > 8.
003930 3000-EXIT.
003940     EXIT.
003950*
003960 3100-SHOW-ONE-STEP.
003970*
003980     IF CC-STEP-NAME (WS-CYCLE-INDEX) = SPACES
003990         GO TO 3100-EXIT.
004000     MOVE CC-STEP-NAME (WS-CYCLE-INDEX) TO CD-STEP-NAME.
004010     MOVE "NOT RUN" TO CD-STATUS-TEXT.
004020     IF CC-STEP-STARTED (WS-CYCLE-INDEX)
004030         MOVE "STARTED" TO CD-STATUS-TEXT.
004040     IF CC-STEP-COMPLETE (WS-CYCLE-INDEX)
004050         MOVE "COMPLETE" TO CD-STATUS-TEXT.
004060     MOVE CC-STEP-DATE (WS-CYCLE-INDEX) TO CD-STEP-DATE.
004070     MOVE CC-STEP-TIME (WS-CYCLE-INDEX) TO CD-STEP-TIME.
004080     MOVE SPACES TO CD-AFTER-TEXT.
004090     MOVE SPACES TO CD-PRED-NAME.
004100     MOVE CC-STEP-PRED (WS-CYCLE-INDEX) TO WS-CYCLE-PRED.
004110     IF WS-CYCLE-PRED > ZERO
004120         MOVE "AFTER " TO CD-AFTER-TEXT
004130         MOVE CC-STEP-NAME (WS-CYCLE-PRED) TO CD-PRED-NAME.
004140     MOVE SPACES TO CD-OVERRIDE-TEXT.
004150     MOVE SPACES TO CD-OVERRIDE-BY.
004160     IF CC-STEP-OVERRIDDEN (WS-CYCLE-INDEX)
004170         MOVE "OVERRIDE BY " TO CD-OVERRIDE-TEXT
004180         MOVE CC-STEP-OVERRIDE-BY (WS-CYCLE-INDEX)
004190             TO CD-OVERRIDE-BY.
004200     DISPLAY CYCLE-DISPLAY.
004210 3100-EXIT.
004220     EXIT.
004230*
004240*----------------------------------------------------------*
004250* 4000 SERIES - SET THE BUSINESS DATE.  USED TO START THE   *
004260* CYCLE THE FIRST TIME, OR TO CORRECT THE DATE BY HAND -    *
004270* THE NIGHTLY ROLL IS EODROLL'S JOB.  THE STREAM IS LAID    *
004280* DOWN FRESH WITH EVERY STEP NOT RUN, AND THE DATE BEING    *
004290* REPLACED BECOMES THE PRIOR BUSINESS DATE.                 *
004300*----------------------------------------------------------*
004310 4000-SET-BUSINESS-DATE.
004320*
004330     PERFORM 1050-READ-CYCLE-CTL THRU 1050-EXIT.
004340     IF WS-CYCLE-SET
004350         DISPLAY "Business date now " CC-BUSINESS-DATE.
004360     DISPLAY "Enter the business date (ccyymmdd).".
004370     ACCEPT WS-DATE-KEYED.
004380     IF WS-DATE-KEYED NOT NUMERIC
004390         DISPLAY "BUSINESS DATE MUST BE NUMERIC CCYYMMDD"
004400         GO TO 4000-EXIT.
004410     IF WS-DATE-KEYED-CCYY < 1900
004411             OR NOT WS-VALID-MONTH OR NOT WS-VALID-DAY
004412         DISPLAY "BUSINESS DATE IS NOT A VALID CCYYMMDD DATE"
004413         GO TO 4000-EXIT.
004420     PERFORM 4010-SET-MAX-BUSINESS-DD THRU 4010-EXIT.
004421     IF WS-DATE-KEYED-DD > WS-MAX-BUSINESS-DD
004422         DISPLAY "BUSINESS DATE IS NOT A VALID CCYYMMDD DATE"
004430         GO TO 4000-EXIT.
004440     IF WS-CYCLE-SET
004450         DISPLAY "Every step will be reset to not run for "
004460             WS-DATE-KEYED ".".
004470     DISPLAY "Enter 1 to set the business date, 0 to cancel.".
004480     ACCEPT WS-CONFIRM-CHOICE.
004490     IF WS-CONFIRM-CHOICE NOT = 1
004500         DISPLAY "Business date left as it was."
004510         GO TO 4000-EXIT.
004520     IF WS-CYCLE-SET
004530         MOVE CC-BUSINESS-DATE TO CC-PRIOR-BUSINESS-DATE
004540     ELSE
004550         MOVE ZERO TO CC-PRIOR-BUSINESS-DATE.
004560     MOVE WS-DATE-KEYED TO CC-BUSINESS-DATE.
004570     PERFORM 4100-LOAD-STREAM-STEP THRU 4100-EXIT
004580         VARYING WS-CYCLE-INDEX FROM 1 BY 1
004590         UNTIL WS-CYCLE-INDEX > 8.
004600     PERFORM 1060-WRITE-CYCLE-CTL THRU 1060-EXIT.
004610     MOVE CC-BUSINESS-DATE TO RUN-DATE.
004620     DISPLAY "Business date set to " CC-BUSINESS-DATE ".".
004630     MOVE "CYCLE BUSINESS DATE SET " TO CAM-ACTION.
004640     MOVE CC-BUSINESS-DATE TO CAM-VALUE.
004650     MOVE CYCLE-AUDIT-MESSAGE TO AUDIT-SEC-MESSAGE.
004660     PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT.
004670 4000-EXIT.
004680     EXIT.
004690*
004691*----------------------------------------------------------*
004692* 4010 - THE LAST DAY OF THE KEYED MONTH - 30 FOR APRIL,    *
004693* JUNE, SEPTEMBER, AND NOVEMBER, 28 OR 29 FOR FEBRUARY BY   *
004694* THE LEAP-YEAR RULE, 31 OTHERWISE.                         *
004695*----------------------------------------------------------*
004696 4010-SET-MAX-BUSINESS-DD.
004697*
004698     MOVE 31 TO WS-MAX-BUSINESS-DD.
004699     IF WS-DATE-KEYED-MM = 04 OR WS-DATE-KEYED-MM = 06
004700             OR WS-DATE-KEYED-MM = 09 OR WS-DATE-KEYED-MM = 11
004701         MOVE 30 TO WS-MAX-BUSINESS-DD.
004702     IF WS-DATE-KEYED-MM NOT = 02
004703         GO TO 4010-EXIT.
004704     MOVE 28 TO WS-MAX-BUSINESS-DD.
004705     DIVIDE WS-DATE-KEYED-CCYY BY 4
004706         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4.
004707     DIVIDE WS-DATE-KEYED-CCYY BY 100
004708         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100.
004709     DIVIDE WS-DATE-KEYED-CCYY BY 400
004710         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400.
004711     IF WS-LEAP-REM-4 = 0
004712             AND (WS-LEAP-REM-100 NOT = 0
004713             OR WS-LEAP-REM-400 = 0)
004714         MOVE 29 TO WS-MAX-BUSINESS-DD.
004715 4010-EXIT.
004716     EXIT.
004717*
004718 4100-LOAD-STREAM-STEP.
004719*
004720     MOVE CS-STEP-NAME (WS-CYCLE-INDEX)
004730         TO CC-STEP-NAME (WS-CYCLE-INDEX).
004740     MOVE CS-STEP-PRED (WS-CYCLE-INDEX)
004750         TO CC-STEP-PRED (WS-CYCLE-INDEX).
004760     MOVE SPACE TO CC-STEP-STATUS (WS-CYCLE-INDEX).
004770     MOVE ZERO TO CC-STEP-DATE (WS-CYCLE-INDEX).
004780     MOVE ZERO TO CC-STEP-TIME (WS-CYCLE-INDEX).
004790     MOVE SPACE TO CC-STEP-OVERRIDE (WS-CYCLE-INDEX).
004800     MOVE SPACES TO CC-STEP-OVERRIDE-BY (WS-CYCLE-INDEX).
004810 4100-EXIT.
004820     EXIT.
004830*
004840*----------------------------------------------------------*
004850* 5000 SERIES - GRANT A STEP OVERRIDE.  THE NAMED STEP MAY  *
004860* THEN START ONCE WITHOUT ITS PREDECESSOR COMPLETE, OR RUN  *
004870* AGAIN AFTER COMPLETING - TO RECOVER A FAILED OR BAD RUN.  *
004880* THE STEP USES THE OVERRIDE UP WHEN IT STARTS.             *
004890*----------------------------------------------------------*
004900 5000-GRANT-OVERRIDE.
004910*
004920     PERFORM 1050-READ-CYCLE-CTL THRU 1050-EXIT.
004930     IF NOT WS-CYCLE-SET
004940         DISPLAY "NO BUSINESS DATE SET - SET ONE FIRST"
004950         GO TO 5000-EXIT.
004960     DISPLAY "Enter the step to override (program name).".
004970     ACCEPT WS-STEP-KEYED.
004980     MOVE 'N' TO WS-CYCLE-FOUND-SWITCH.
004990     PERFORM 5100-FIND-CYCLE-STEP THRU 5100-EXIT
005000         VARYING WS-CYCLE-INDEX FROM 1 BY 1
005010         UNTIL WS-CYCLE-INDEX > 8 OR WS-CYCLE-FOUND.
005020     IF NOT WS-CYCLE-FOUND
005030         DISPLAY "STEP " WS-STEP-KEYED " IS NOT IN THE NIGHTLY "
005040             "CYCLE"
005050         GO TO 5000-EXIT.
005060     IF CC-STEP-OVERRIDDEN (WS-CYCLE-STEP)
005070         DISPLAY "OVERRIDE ALREADY STANDING FOR " WS-STEP-KEYED
005080             " - GRANTED BY " CC-STEP-OVERRIDE-BY (WS-CYCLE-STEP)
005090         GO TO 5000-EXIT.
005100     DISPLAY "Enter 1 to let " WS-STEP-KEYED " run out of turn "
005110         "once, 0 to cancel.".
005120     ACCEPT WS-CONFIRM-CHOICE.
005130     IF WS-CONFIRM-CHOICE NOT = 1
005140         DISPLAY "No override granted."
005150         GO TO 5000-EXIT.
005160     MOVE 'Y' TO CC-STEP-OVERRIDE (WS-CYCLE-STEP).
005170     MOVE OPERATOR-ID TO CC-STEP-OVERRIDE-BY (WS-CYCLE-STEP).
005180     PERFORM 1060-WRITE-CYCLE-CTL THRU 1060-EXIT.
005190     DISPLAY "Override granted for " WS-STEP-KEYED ".".
005200     MOVE "CYCLE OVERRIDE GRANTED - " TO CAM-ACTION.
005210     MOVE WS-STEP-KEYED TO CAM-VALUE.
005220     MOVE CYCLE-AUDIT-MESSAGE TO AUDIT-SEC-MESSAGE.
005230     PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT.
005240 5000-EXIT.
005250     EXIT.
005260*
005270 5100-FIND-CYCLE-STEP.
005280*
005290     IF CC-STEP-NAME (WS-CYCLE-INDEX) = WS-STEP-KEYED
005300         MOVE WS-CYCLE-INDEX TO WS-CYCLE-STEP
005310         MOVE 'Y' TO WS-CYCLE-FOUND-SWITCH.
005320 5100-EXIT.
005330     EXIT.
005340*
005350 END PROGRAM CYCLEMNT.
