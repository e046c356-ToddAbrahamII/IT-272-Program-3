000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    EODROLL.
000040 AUTHOR.        T. ABRAHAM.
000050 INSTALLATION.  CONSUMER LOAN DEPARTMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090*----------------------------------------------------------*
000100* MODIFICATION HISTORY                                     *
000110*----------------------------------------------------------*
000120*  DATE       INIT  DESCRIPTION                             *
000130*  10/15/26   TA    ORIGINAL PROGRAM - END-OF-DAY ROLL OF   *
000140*                   THE BUSINESS DATE ON THE CYCLECTL CYCLE *
000150*                   CONTROL FILE.  RUNS LAST IN THE NIGHTLY *
000160*                   STREAM, ONCE REPRICE HAS COMPLETED, AND *
000170*                   MOVES THE DATE TO THE NEXT BUSINESS     *
000180*                   DAY - PAST SATURDAYS, SUNDAYS AND THE   *
000190*                   HOLIDAYS ON THE HOLCAL CALENDAR - WITH  *
000200*                   EVERY STEP SET BACK TO NOT RUN.         *
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
000340     SELECT CYCLE-CTL
000350         ASSIGN TO CYCLECTL
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-CYCLE-STATUS.
000380*
000390     SELECT HOL-CAL
000400         ASSIGN TO HOLCAL
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-HOLCAL-STATUS.
000430*
000440 DATA DIVISION.
000450*
000460 FILE SECTION.
000470*
000480*----------------------------------------------------------*
000490* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
000500* COPYBOOK.  THE ROLL IS GATED ON IT LIKE ANY OTHER STEP,   *
000510* THEN WRITES IT BACK WITH THE NEW DATE.                    *
000520*----------------------------------------------------------*
000530 FD  CYCLE-CTL
000540     RECORD CONTAINS 300 CHARACTERS.
000550*
000560 01  CYCLE-CTL-REC                 PIC X(300).
000570*
000580*----------------------------------------------------------*
000590* HOL-CAL - BANK HOLIDAY CALENDAR KEPT BY OPERATIONS - ONE  *
000600* LINE PER HOLIDAY, ANY ORDER, CCYYMMDD DATE FIRST.  NO     *
000610* BUSINESS DATE IS EVER ROLLED ONTO A DATE LISTED HERE.     *
000620*----------------------------------------------------------*
000630 FD  HOL-CAL
000640     RECORD CONTAINS 80 CHARACTERS.
000650*
000660 01  HOL-CAL-RECORD.
000670     05  HC-DATE                   PIC 9(08).
000680     05  FILLER                    PIC X(01).
000690     05  HC-DESCRIPTION            PIC X(30).
000700     05  FILLER                    PIC X(41).
000710*
000720 WORKING-STORAGE SECTION.
000730*
000740*----------------------------------------------------------*
000750* STANDALONE SWITCHES AND COUNTERS                          *
000760*----------------------------------------------------------*
000770 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
000780 77  WS-HOLCAL-STATUS               PIC X(02)  VALUE SPACES.
000790*
000800 77  WS-HOL-EOF-SWITCH              PIC X(01)  VALUE 'N'.
000810     88  WS-HOL-EOF                            VALUE 'Y'.
000820*
000830 77  WS-HOLIDAY-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
000840     88  WS-HOLIDAY-FOUND                      VALUE 'Y'.
000850*
000860 77  WS-BUSINESS-DAY-SWITCH         PIC X(01)  VALUE 'N'.
000870     88  WS-BUSINESS-DAY                       VALUE 'Y'.
000880*
000890 77  WS-HOL-INDEX                   PIC 9(03)  COMP VALUE ZERO.
000900 77  WS-HOL-COUNT                   PIC 9(03)  COMP VALUE ZERO.
000910 77  WS-HOL-MAX                     PIC 9(03)  COMP VALUE 100.
000920 77  WS-HOL-SKIPPED                 PIC 9(03)  COMP VALUE ZERO.
000930*
000940 77  WS-NEXT-DATE-INT               PIC 9(08)  COMP VALUE ZERO.
000950 77  WS-NEXT-DATE                   PIC 9(08)  VALUE ZERO.
000960 77  WS-WEEKS                       PIC 9(08)  COMP VALUE ZERO.
000970*
000980*----------------------------------------------------------*
000990* DAY OF THE WEEK AS THE REMAINDER OF THE INTEGER DATE      *
001000* DIVIDED BY 7 - DAY 1 OF THE INTEGER CALENDAR, 01/01/1601, *
001010* WAS A MONDAY, SO 6 IS A SATURDAY AND 0 A SUNDAY.          *
001020*----------------------------------------------------------*
001030 77  WS-WEEKDAY                     PIC 9(01)  VALUE ZERO.
001040     88  WS-WEEKEND                            VALUES 0 6.
001050*
001060 77  WS-DAYS-SKIPPED                PIC 9(03)  COMP VALUE ZERO.
001070*
001080*----------------------------------------------------------*
001090* NIGHTLY CYCLE STEP CONTROL - THIS PROGRAM'S ENTRY ON THE  *
001100* CYCLECTL FILE AND THE ONE THAT MUST COMPLETE AHEAD OF IT. *
001110*----------------------------------------------------------*
001120 77  WS-CYCLE-STEP-NAME             PIC X(08)  VALUE "EODROLL".
001130 77  WS-CYCLE-INDEX                 PIC 9(02)  COMP VALUE ZERO.
001140 77  WS-CYCLE-STEP                  PIC 9(02)  COMP VALUE ZERO.
001150 77  WS-CYCLE-PRED                  PIC 9(02)  COMP VALUE ZERO.
001160 77  WS-CYCLE-CLOCK-DATE            PIC 9(08)  VALUE ZERO.
001170 77  WS-CYCLE-CLOCK-TIME            PIC 9(08)  VALUE ZERO.
001180*
001190 77  WS-CYCLE-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
001200     88  WS-CYCLE-FOUND                        VALUE 'Y'.
001210*
001220 77  WS-CYCLE-READY-SWITCH          PIC X(01)  VALUE 'Y'.
001230     88  WS-CYCLE-READY                        VALUE 'Y'.
001240*
001250 01  RUN-DATE                       PIC 9(08).
001260*
001270     COPY CYCLECTL.
001280*
001290*----------------------------------------------------------*
001300* HOLIDAY CALENDAR HELD FOR THE ROLL                        *
001310*----------------------------------------------------------*
001320 01  HOLIDAY-TABLE.
001330     05  HT-ENTRY                   OCCURS 100 TIMES.
001340         10  HT-DATE                PIC 9(08).
001350         10  HT-DESCRIPTION         PIC X(30).
001360*
001370*----------------------------------------------------------*
001380* THE BUSINESS DATE AND MONTH BEING CLOSED, FOR THE         *
001390* MONTH-END ARCHIVE CHECK.                                  *
001400*----------------------------------------------------------*
001410 01  WS-CLOSING-DATE                PIC 9(08)  VALUE ZERO.
001420 01  WS-CLOSING-DATE-PARTS REDEFINES WS-CLOSING-DATE.
001430     05  WS-CLOSING-CCYYMM          PIC 9(06).
001440     05  FILLER                     PIC 9(02).
001450*
001460 01  WS-NEXT-DATE-PARTS.
001470     05  WS-NEXT-CCYYMM             PIC 9(06).
001480     05  FILLER                     PIC 9(02).
001490*
001500 PROCEDURE DIVISION.
001510*
001520*----------------------------------------------------------*
001530* 0000-MAINLINE - CHECK THE STREAM IS DONE FOR THE DAY,     *
001540* LOAD THE HOLIDAYS, FIND THE NEXT BUSINESS DAY, AND ROLL.  *
001550*----------------------------------------------------------*
001560 0000-MAINLINE.
001570*
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590     PERFORM 2000-FIND-NEXT-BUSINESS-DAY THRU 2000-EXIT.
001600     PERFORM 3000-ROLL-CYCLE THRU 3000-EXIT.
001610     DISPLAY "End of business date roll.".
001620     STOP RUN.
001630*
001640 1000-INITIALIZE.
001650*
001660     DISPLAY "EODROLL - END-OF-DAY BUSINESS DATE ROLL".
001670     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
001680     PERFORM 1060-START-CYCLE-STEP THRU 1060-EXIT.
001690     PERFORM 1100-LOAD-HOLIDAYS THRU 1100-EXIT.
001700 1000-EXIT.
001710     EXIT.
001720*
001730*----------------------------------------------------------*
001740* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
001750* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
001760* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
001770* BEING PROCESSED.                                          *
001780*----------------------------------------------------------*
001790 1050-GET-BUSINESS-DATE.
001800*
001810     OPEN INPUT CYCLE-CTL.
001820     IF WS-CYCLE-STATUS = "35"
001830         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
001840             "BUSINESS DATE WITH CYCLEMNT."
001850         STOP RUN.
001860     IF WS-CYCLE-STATUS NOT = "00"
001870         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
001880             WS-CYCLE-STATUS
001890         STOP RUN.
001900     MOVE SPACES TO CYCLE-CONTROL.
001910     READ CYCLE-CTL INTO CYCLE-CONTROL
001920         AT END MOVE SPACES TO CYCLE-CONTROL.
001930     CLOSE CYCLE-CTL.
001940     IF CC-BUSINESS-DATE NOT NUMERIC
001950             OR CC-BUSINESS-DATE = ZERO
001960         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
001970             "CYCLEMNT."
001980         STOP RUN.
001990     MOVE CC-BUSINESS-DATE TO RUN-DATE.
002000 1050-EXIT.
002010     EXIT.
002020*
002030*----------------------------------------------------------*
002040* 1060 SERIES - NIGHTLY CYCLE STEP CONTROL.  THE STEP WILL  *
002050* NOT START UNTIL THE STEP AHEAD OF IT IN THE STREAM HAS    *
002060* COMPLETED FOR THE BUSINESS DATE, AND WILL NOT RUN A       *
002070* SECOND TIME FOR THE SAME DATE, UNLESS A SUPERVISOR HAS    *
002080* GRANTED AN OVERRIDE THROUGH CYCLEMNT - GOOD FOR ONE       *
002090* START.  A STEP LEFT STARTED BY AN ABEND MAY BE RERUN.     *
002100*----------------------------------------------------------*
002110 1060-START-CYCLE-STEP.
002120*
002130     MOVE 'N' TO WS-CYCLE-FOUND-SWITCH.
002140     PERFORM 1065-FIND-CYCLE-STEP THRU 1065-EXIT
002150         VARYING WS-CYCLE-INDEX FROM 1 BY 1
002160         UNTIL WS-CYCLE-INDEX > 8 OR WS-CYCLE-FOUND.
002170     IF NOT WS-CYCLE-FOUND
002180         DISPLAY "STEP " WS-CYCLE-STEP-NAME " IS NOT ON CYCLECTL "
002190             "- REBUILD IT WITH CYCLEMNT."
002200         STOP RUN.
002210     MOVE 'Y' TO WS-CYCLE-READY-SWITCH.
002220     IF CC-STEP-COMPLETE (WS-CYCLE-STEP)
002230         DISPLAY WS-CYCLE-STEP-NAME " ALREADY COMPLETE FOR "
002240             "BUSINESS DATE " CC-BUSINESS-DATE
002250         MOVE 'N' TO WS-CYCLE-READY-SWITCH.
002260     MOVE CC-STEP-PRED (WS-CYCLE-STEP) TO WS-CYCLE-PRED.
002270     IF WS-CYCLE-PRED > ZERO
002280         IF NOT CC-STEP-COMPLETE (WS-CYCLE-PRED)
002290             DISPLAY CC-STEP-NAME (WS-CYCLE-PRED)
002300                 " NOT COMPLETE FOR BUSINESS DATE "
002310                 CC-BUSINESS-DATE
002320             MOVE 'N' TO WS-CYCLE-READY-SWITCH.
002330     IF NOT WS-CYCLE-READY
002340         IF CC-STEP-OVERRIDDEN (WS-CYCLE-STEP)
002350             DISPLAY "RUNNING UNDER OVERRIDE GRANTED BY "
002360                 CC-STEP-OVERRIDE-BY (WS-CYCLE-STEP)
002370             MOVE SPACE TO CC-STEP-OVERRIDE (WS-CYCLE-STEP)
002380         ELSE
002390             DISPLAY WS-CYCLE-STEP-NAME " NOT STARTED - IT NEEDS "
002400                 "A SUPERVISOR OVERRIDE THROUGH CYCLEMNT."
002410             STOP RUN.
002420     MOVE 'S' TO CC-STEP-STATUS (WS-CYCLE-STEP).
002430     PERFORM 1070-SAVE-CYCLE-CTL THRU 1070-EXIT.
002440 1060-EXIT.
002450     EXIT.
002460*
002470 1065-FIND-CYCLE-STEP.
002480*
002490     IF CC-STEP-NAME (WS-CYCLE-INDEX) = WS-CYCLE-STEP-NAME
002500         MOVE WS-CYCLE-INDEX TO WS-CYCLE-STEP
002510         MOVE 'Y' TO WS-CYCLE-FOUND-SWITCH.
002520 1065-EXIT.
002530     EXIT.
002540*
002550*    THE STEP IS STAMPED WITH THE CALENDAR DATE AND TIME IT
002560*    ACTUALLY RAN, SO A LATE RUN SHOWS UP ON CYCLEMNT.
002570 1070-SAVE-CYCLE-CTL.
002580*
002590     ACCEPT WS-CYCLE-CLOCK-DATE FROM DATE YYYYMMDD.
002600     ACCEPT WS-CYCLE-CLOCK-TIME FROM TIME.
002610     MOVE WS-CYCLE-CLOCK-DATE TO CC-STEP-DATE (WS-CYCLE-STEP).
002620     MOVE WS-CYCLE-CLOCK-TIME TO CC-STEP-TIME (WS-CYCLE-STEP).
002630     OPEN OUTPUT CYCLE-CTL.
002640     IF WS-CYCLE-STATUS NOT = "00"
002650         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002660             WS-CYCLE-STATUS
002670         STOP RUN.
002680     WRITE CYCLE-CTL-REC FROM CYCLE-CONTROL.
002690     CLOSE CYCLE-CTL.
002700 1070-EXIT.
002710     EXIT.
002720*
002730*----------------------------------------------------------*
002740* 1100 SERIES - LOAD THE HOLIDAY CALENDAR.  WITHOUT ONE     *
002750* ONLY WEEKENDS ARE SKIPPED - SAID SO ON THE CONSOLE.       *
002760*----------------------------------------------------------*
002770 1100-LOAD-HOLIDAYS.
002780*
002790     MOVE ZERO TO WS-HOL-COUNT.
002800     OPEN INPUT HOL-CAL.
002810     IF WS-HOLCAL-STATUS = "35"
002820         DISPLAY "NO HOLCAL HOLIDAY CALENDAR - ONLY WEEKENDS "
002830             "ARE SKIPPED."
002840         GO TO 1100-EXIT.
002850     IF WS-HOLCAL-STATUS NOT = "00"
002860         DISPLAY "HOL-CAL OPEN FAILED - STATUS = "
002870             WS-HOLCAL-STATUS
002880         STOP RUN.
002890     PERFORM 1110-LOAD-HOLIDAY THRU 1110-EXIT
002900         UNTIL WS-HOL-EOF.
002910     CLOSE HOL-CAL.
002920     DISPLAY "HOLIDAYS LOADED      " WS-HOL-COUNT.
002930 1100-EXIT.
002940     EXIT.
002950*
002960 1110-LOAD-HOLIDAY.
002970*
002980     READ HOL-CAL
002990         AT END MOVE 'Y' TO WS-HOL-EOF-SWITCH.
003000     IF WS-HOL-EOF
003010         GO TO 1110-EXIT.
003020     IF HC-DATE NOT NUMERIC
003030         DISPLAY "HOLCAL LINE IGNORED - DATE NOT NUMERIC"
003040         GO TO 1110-EXIT.
003050     IF WS-HOL-COUNT NOT < WS-HOL-MAX
003060         DISPLAY "HOLCAL HOLIDAY TABLE FULL - " HC-DATE
003070             " IGNORED"
003080         GO TO 1110-EXIT.
003090     ADD 1 TO WS-HOL-COUNT.
003100     MOVE HC-DATE TO HT-DATE (WS-HOL-COUNT).
003110     MOVE HC-DESCRIPTION TO HT-DESCRIPTION (WS-HOL-COUNT).
003120 1110-EXIT.
003130     EXIT.
003140*
003150*----------------------------------------------------------*
003160* 2000 SERIES - STEP A DAY AT A TIME FROM THE CURRENT       *
003170* BUSINESS DATE UNTIL THE DAY IS NEITHER A WEEKEND NOR A    *
003180* HOLIDAY.                                                  *
003190*----------------------------------------------------------*
003200 2000-FIND-NEXT-BUSINESS-DAY.
003210*
003220     MOVE 'N' TO WS-BUSINESS-DAY-SWITCH.
003230     MOVE ZERO TO WS-DAYS-SKIPPED.
003240     COMPUTE WS-NEXT-DATE-INT =
003250         FUNCTION INTEGER-OF-DATE (CC-BUSINESS-DATE).
003260     PERFORM 2100-TRY-NEXT-DAY THRU 2100-EXIT
003270         UNTIL WS-BUSINESS-DAY.
003280 2000-EXIT.
003290     EXIT.
003300*
003310 2100-TRY-NEXT-DAY.
003320*
003330     ADD 1 TO WS-NEXT-DATE-INT.
003340     COMPUTE WS-NEXT-DATE =
003350         FUNCTION DATE-OF-INTEGER (WS-NEXT-DATE-INT).
003360     DIVIDE WS-NEXT-DATE-INT BY 7
003370         GIVING WS-WEEKS REMAINDER WS-WEEKDAY.
003380     IF WS-WEEKEND
003390         ADD 1 TO WS-DAYS-SKIPPED
003400         GO TO 2100-EXIT.
003410     MOVE 'N' TO WS-HOLIDAY-FOUND-SWITCH.
003420     PERFORM 2110-MATCH-HOLIDAY THRU 2110-EXIT
003430         VARYING WS-HOL-INDEX FROM 1 BY 1
003440         UNTIL WS-HOL-INDEX > WS-HOL-COUNT
003450             OR WS-HOLIDAY-FOUND.
003460     IF WS-HOLIDAY-FOUND
003470         ADD 1 TO WS-DAYS-SKIPPED
003480         ADD 1 TO WS-HOL-SKIPPED
003490         GO TO 2100-EXIT.
003500     MOVE 'Y' TO WS-BUSINESS-DAY-SWITCH.
003510 2100-EXIT.
003520     EXIT.
003530*
003540 2110-MATCH-HOLIDAY.
003550*
003560     IF HT-DATE (WS-HOL-INDEX) = WS-NEXT-DATE
003570         MOVE 'Y' TO WS-HOLIDAY-FOUND-SWITCH
003580         DISPLAY "SKIPPING HOLIDAY " WS-NEXT-DATE " "
003590             HT-DESCRIPTION (WS-HOL-INDEX).
003600 2110-EXIT.
003610     EXIT.
003620*
003630*----------------------------------------------------------*
003640* 3000 SERIES - ROLL.  THE DATE BEING CLOSED BECOMES THE    *
003650* PRIOR BUSINESS DATE, THE NEW DAY GOES ON, AND EVERY STEP  *
003660* - THIS ONE TOO - IS SET BACK TO NOT RUN WITH ANY UNUSED   *
003670* OVERRIDE CLEARED.  A STEP THAT NEVER COMPLETED FOR THE    *
003680* DAY BEING CLOSED IS NAMED ON THE CONSOLE FIRST.           *
003690*----------------------------------------------------------*
003700 3000-ROLL-CYCLE.
003710*
003720*    READ AGAIN SO AN OVERRIDE OR STEP POSTED SINCE THE START
003730*    OF THIS RUN IS SEEN.
003740     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
003750     MOVE CC-BUSINESS-DATE TO WS-CLOSING-DATE.
003760     MOVE WS-NEXT-DATE TO WS-NEXT-DATE-PARTS.
003770     PERFORM 3100-CHECK-STEP THRU 3100-EXIT
003780         VARYING WS-CYCLE-INDEX FROM 1 BY 1
003790         UNTIL WS-CYCLE-INDEX > 8.
003800     MOVE CC-BUSINESS-DATE TO CC-PRIOR-BUSINESS-DATE.
003810     MOVE WS-NEXT-DATE TO CC-BUSINESS-DATE.
003820     PERFORM 3200-RESET-STEP THRU 3200-EXIT
003830         VARYING WS-CYCLE-INDEX FROM 1 BY 1
003840         UNTIL WS-CYCLE-INDEX > 8.
003850     OPEN OUTPUT CYCLE-CTL.
003860     IF WS-CYCLE-STATUS NOT = "00"
003870         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
003880             WS-CYCLE-STATUS
003890         STOP RUN.
003900     WRITE CYCLE-CTL-REC FROM CYCLE-CONTROL.
003910     CLOSE CYCLE-CTL.
003920     DISPLAY "BUSINESS DATE ROLLED FROM " CC-PRIOR-BUSINESS-DATE
003930         " TO " CC-BUSINESS-DATE.
003940     DISPLAY "CALENDAR DAYS SKIPPED " WS-DAYS-SKIPPED
003950         "   HOLIDAYS SKIPPED " WS-HOL-SKIPPED.
003960 3000-EXIT.
003970     EXIT.
003980*
003990*    ARCHMNTH IS ONLY EXPECTED WHEN THE ROLL CROSSES INTO A
004000*    NEW MONTH, AND THIS STEP IS STILL RUNNING - NEITHER IS
004010*    REPORTED OTHERWISE.
004020 3100-CHECK-STEP.
004030*
004040     IF CC-STEP-NAME (WS-CYCLE-INDEX) = SPACES
004050             OR CC-STEP-COMPLETE (WS-CYCLE-INDEX)
004060             OR WS-CYCLE-INDEX = WS-CYCLE-STEP
004070         GO TO 3100-EXIT.
004080     IF CC-STEP-NAME (WS-CYCLE-INDEX) = "ARCHMNTH"
004090             AND WS-NEXT-CCYYMM = WS-CLOSING-CCYYMM
004100         GO TO 3100-EXIT.
004110     DISPLAY "WARNING - " CC-STEP-NAME (WS-CYCLE-INDEX)
004120         " DID NOT COMPLETE FOR BUSINESS DATE " WS-CLOSING-DATE.
004130 3100-EXIT.
004140     EXIT.
004150*
004160 3200-RESET-STEP.
004170*
004180     MOVE SPACE TO CC-STEP-STATUS (WS-CYCLE-INDEX).
004190     MOVE ZERO TO CC-STEP-DATE (WS-CYCLE-INDEX).
004200     MOVE ZERO TO CC-STEP-TIME (WS-CYCLE-INDEX).
004210     MOVE SPACE TO CC-STEP-OVERRIDE (WS-CYCLE-INDEX).
004220     MOVE SPACES TO CC-STEP-OVERRIDE-BY (WS-CYCLE-INDEX).
004230 3200-EXIT.
004240     EXIT.
004250*
004260 END PROGRAM EODROLL.
