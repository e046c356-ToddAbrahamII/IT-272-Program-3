000200*                   AGAINST THE PRIOR MONTH, SO VOLUME      *
000210*                   TRENDS STOP BEING A MANUAL SPREADSHEET  *
000220*                   EXERCISE.                               *
000222*  10/15/26   TA    RUN DATE NOW TAKEN FROM THE BUSINESS    *
000224*                   DATE ON THE CYCLECTL CYCLE CONTROL FILE *
000226*                   IN PLACE OF THE SYSTEM CLOCK.           *
000230*----------------------------------------------------------*
000240*
000250 ENVIRONMENT DIVISION.
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-TREND-STATUS.
000450*
000451     SELECT CYCLE-CTL
000452         ASSIGN TO CYCLECTL
000453         ORGANIZATION IS LINE SEQUENTIAL
000454         FILE STATUS IS WS-CYCLE-STATUS.
000455*
000460 DATA DIVISION.
000470*
000480 FILE SECTION.
000800*
000810 01  TREND-LINE                    PIC X(80).
000820*
000821*----------------------------------------------------------*
000822* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
000823* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN.        *
000824*----------------------------------------------------------*
000825 FD  CYCLE-CTL
000826     RECORD CONTAINS 300 CHARACTERS.
000827*
000828 01  CYCLE-CTL-REC                 PIC X(300).
000829*
000830 WORKING-STORAGE SECTION.
000840*
000850*----------------------------------------------------------*
000870*----------------------------------------------------------*
000880 77  WS-PRODPTD-STATUS              PIC X(02)  VALUE SPACES.
000890 77  WS-TREND-STATUS                PIC X(02)  VALUE SPACES.
000895 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
000900*
000910 77  WS-PTD-EOF-SWITCH              PIC X(01)  VALUE 'N'.
000920     88  WS-PTD-EOF                            VALUE 'Y'.
001050*
001060 01  RUN-DATE                       PIC 9(08).
001070*
001073     COPY CYCLECTL.
001076*
001080*----------------------------------------------------------*
001090* THE PERIOD ASKED FOR AND THE CALENDAR MONTH BEFORE IT.    *
001100*----------------------------------------------------------*
002270 1000-INITIALIZE.
002280*
002290     DISPLAY "PRODTRND - MONTH-END PRODUCTION TREND".
002300     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002310     DISPLAY "Enter period to report (ccyymm, 0 for "
002320         "current month).".
002330     ACCEPT REPORT-PERIOD-9.
002470 1000-EXIT.
002480     EXIT.
002490*
002491*----------------------------------------------------------*
002492* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
002493* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
002494* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
002495* BEING PROCESSED.                                          *
002496*----------------------------------------------------------*
002497 1050-GET-BUSINESS-DATE.
002498*
002499     OPEN INPUT CYCLE-CTL.
002500     IF WS-CYCLE-STATUS = "35"
002501         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
002502             "BUSINESS DATE WITH CYCLEMNT."
002503         STOP RUN.
002504     IF WS-CYCLE-STATUS NOT = "00"
002505         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002506             WS-CYCLE-STATUS
002507         STOP RUN.
002508     MOVE SPACES TO CYCLE-CONTROL.
002509     READ CYCLE-CTL INTO CYCLE-CONTROL
002510         AT END MOVE SPACES TO CYCLE-CONTROL.
002511     CLOSE CYCLE-CTL.
002512     IF CC-BUSINESS-DATE NOT NUMERIC
002513             OR CC-BUSINESS-DATE = ZERO
002514         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
002515             "CYCLEMNT."
002516         STOP RUN.
002517     MOVE CC-BUSINESS-DATE TO RUN-DATE.
002518 1050-EXIT.
002519     EXIT.
002520*
002521*----------------------------------------------------------*
002522* 3000 SERIES - PASS THE PERIOD-TO-DATE FILE AND PULL THE   *
002523* REQUESTED MONTH AND THE MONTH BEFORE IT.  NO RECORD FOR   *
002530* THE REQUESTED MONTH MEANS THERE IS NOTHING TO REPORT.     *
002540*----------------------------------------------------------*
002550 3000-LOAD-PERIODS.
