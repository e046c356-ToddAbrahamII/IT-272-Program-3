000230*                   SO THEY STOP GROWING WITHOUT BOUND      *
000240*                   WHILE OLD ACTIVITY STAYS REACHABLE      *
000250*                   THROUGH THE AUDITRPT ARCHIVE INQUIRY.   *
000251*  10/15/26   TA    RUN DATE NOW TAKEN FROM THE BUSINESS    *
000252*                   DATE ON THE CYCLECTL CYCLE CONTROL FILE *
000253*                   IN PLACE OF THE SYSTEM CLOCK. RUN AS A  *
000254*                   STEP IN THE NIGHTLY CYCLE - IT WILL NOT *
000255*                   START UNTIL REPRICE HAS COMPLETED FOR   *
000256*                   THE DATE, OR A SECOND TIME, WITHOUT A   *
000257*                   SUPERVISOR OVERRIDE.                    *
000259*  10/15/26   TA    QUOTE HISTORY LAYOUT WIDENED FOR THE    *
000261*                   LOAN OFFICER ID CALC3000 NOW CARRIES ON *
000263*                   EVERY QUOTE.                            *
000264*  10/15/26   TA    QUOTE HISTORY LAYOUT WIDENED FOR THE    *
000265*                   SHEET RATE, RATE CONCESSION, REASON,    *
000266*                   AND APPROVING OPERATOR CALC3000 NOW     *
000267*                   CARRIES ON EVERY QUOTE.                 *
000268*----------------------------------------------------------*
000270*
000280 ENVIRONMENT DIVISION.
000290*
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-QHWORK-STATUS.
000680*
000681     SELECT CYCLE-CTL
000682         ASSIGN TO CYCLECTL
000683         ORGANIZATION IS LINE SEQUENTIAL
000684         FILE STATUS IS WS-CYCLE-STATUS.
000685*
000690 DATA DIVISION.
000700*
000710 FILE SECTION.
001090* CALC3000 - SAME LAYOUT AS THE CALC3000 RECORD.            *
001100*----------------------------------------------------------*
001110 FD  QUOTE-HIST
001120     RECORD CONTAINS 67 CHARACTERS.
001130*
001140 01  QUOTE-HIST-RECORD.
001150     05  QH-APPL-NUMBER             PIC 9(08).
001200     05  QH-LOAN-TYPE               PIC X(01).
001210     05  QH-INTEREST-RATE           PIC 9(02)V99.
001220     05  QH-MONTHLY-PAYMENT         PIC 9(08)V99.
001225     05  QH-OFFICER-ID              PIC X(06).
001226     05  QH-SHEET-RATE              PIC 9(02)V99.
001227     05  QH-CONCESSION-BPS          PIC 9(03).
001228     05  QH-CONCESSION-REASON       PIC X(01).
001229     05  QH-CONCESSION-APPROVER     PIC X(08).
001230*
001240*----------------------------------------------------------*
001250* QUOTE-ARCH - CUMULATIVE ARCHIVE OF THE QUOTE HISTORY      *
001260* RECORDS CUT OUT OF THE LIVE FILE.                         *
001270*----------------------------------------------------------*
001280 FD  QUOTE-ARCH
001290     RECORD CONTAINS 67 CHARACTERS.
001300*
001310 01  QUOTE-ARCH-RECORD             PIC X(67).
001320*
001330*----------------------------------------------------------*
001340* QUOTE-WORK - THE LIVE QUOTE WINDOW GATHERED ON THE FIRST  *
001350* PASS AND COPIED BACK OVER QUOTE-HIST ON THE SECOND.       *
001360*----------------------------------------------------------*
001370 FD  QUOTE-WORK
001380     RECORD CONTAINS 67 CHARACTERS.
001390*
001400 01  QUOTE-WORK-RECORD             PIC X(67).
001410*
001411*----------------------------------------------------------*
001412* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
001413* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN, AND    *
001414* THIS STEP MARKS ITSELF STARTED AND COMPLETE ON IT.        *
001415*----------------------------------------------------------*
001416 FD  CYCLE-CTL
001417     RECORD CONTAINS 300 CHARACTERS.
001418*
001419 01  CYCLE-CTL-REC                 PIC X(300).
001420*
001421 WORKING-STORAGE SECTION.
001430*
001440*----------------------------------------------------------*
001450* STANDALONE SWITCHES AND COUNTERS                          *
001500 77  WS-QUOTEHIST-STATUS            PIC X(02)  VALUE SPACES.
001510 77  WS-QHARCH-STATUS               PIC X(02)  VALUE SPACES.
001520 77  WS-QHWORK-STATUS               PIC X(02)  VALUE SPACES.
001525 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
001530*
001540 77  WS-AUDIT-EOF-SWITCH            PIC X(01)  VALUE 'N'.
001550     88  WS-AUDIT-EOF                          VALUE 'Y'.
001810*----------------------------------------------------------*
001820 77  WS-QUOTE-KEEP-DAYS             PIC 9(03)  COMP VALUE 30.
001830 77  WS-AUDIT-KEEP-DAYS             PIC 9(03)  VALUE ZERO.
001831*
001832*----------------------------------------------------------*
001833* NIGHTLY CYCLE STEP CONTROL - THIS PROGRAM'S ENTRY ON THE  *
001834* CYCLECTL FILE AND THE ONE THAT MUST COMPLETE AHEAD OF IT. *
001835*----------------------------------------------------------*
001836 77  WS-CYCLE-STEP-NAME             PIC X(08)  VALUE "ARCHMNTH".
001837 77  WS-CYCLE-INDEX                 PIC 9(02)  COMP VALUE ZERO.
001838 77  WS-CYCLE-STEP                  PIC 9(02)  COMP VALUE ZERO.
001839 77  WS-CYCLE-PRED                  PIC 9(02)  COMP VALUE ZERO.
001840 77  WS-CYCLE-CLOCK-DATE            PIC 9(08)  VALUE ZERO.
001841 77  WS-CYCLE-CLOCK-TIME            PIC 9(08)  VALUE ZERO.
001842*
001843 77  WS-CYCLE-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
001844     88  WS-CYCLE-FOUND                        VALUE 'Y'.
001845*
001846 77  WS-CYCLE-READY-SWITCH          PIC X(01)  VALUE 'Y'.
001847     88  WS-CYCLE-READY                        VALUE 'Y'.
001848*
001850 01  RUN-DATE                       PIC 9(08).
001860*
001863     COPY CYCLECTL.
001866*
001870 PROCEDURE DIVISION.
001880*
001890*----------------------------------------------------------*
001960     PERFORM 3000-ARCHIVE-AUDIT-LOG THRU 3000-EXIT.
001970     PERFORM 4000-ARCHIVE-QUOTE-HIST THRU 4000-EXIT.
001980     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
001985     PERFORM 1080-END-CYCLE-STEP THRU 1080-EXIT.
001990     DISPLAY "End of archive run.".
002000     STOP RUN.
002010*
002020 1000-INITIALIZE.
002030*
002040     DISPLAY "ARCHMNTH - AUDIT AND QUOTE HISTORY ARCHIVE".
002050     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002055     PERFORM 1060-START-CYCLE-STEP THRU 1060-EXIT.
002060     DISPLAY "Enter audit retention in days (0 for 90).".
002070     ACCEPT WS-AUDIT-KEEP-DAYS.
002080     IF WS-AUDIT-KEEP-DAYS = ZERO
002160 1000-EXIT.
002170     EXIT.
002180*
002181*----------------------------------------------------------*
002182* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
002183* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
002184* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
002185* BEING PROCESSED.                                          *
002186*----------------------------------------------------------*
002187 1050-GET-BUSINESS-DATE.
002188*
002189     OPEN INPUT CYCLE-CTL.
002190     IF WS-CYCLE-STATUS = "35"
002191         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
002192             "BUSINESS DATE WITH CYCLEMNT."
002193         STOP RUN.
002194     IF WS-CYCLE-STATUS NOT = "00"
002195         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002196             WS-CYCLE-STATUS
002197         STOP RUN.
002198     MOVE SPACES TO CYCLE-CONTROL.
002199     READ CYCLE-CTL INTO CYCLE-CONTROL
002200         AT END MOVE SPACES TO CYCLE-CONTROL.
002201     CLOSE CYCLE-CTL.
002202     IF CC-BUSINESS-DATE NOT NUMERIC
002203             OR CC-BUSINESS-DATE = ZERO
002204         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
002205             "CYCLEMNT."
002206         STOP RUN.
002207     MOVE CC-BUSINESS-DATE TO RUN-DATE.
002208 1050-EXIT.
002209     EXIT.
002210*
002211*----------------------------------------------------------*
002212* 1060 SERIES - NIGHTLY CYCLE STEP CONTROL.  THE STEP WILL  *
002213* NOT START UNTIL THE STEP AHEAD OF IT IN THE STREAM HAS    *
002214* COMPLETED FOR THE BUSINESS DATE, AND WILL NOT RUN A       *
002215* SECOND TIME FOR THE SAME DATE, UNLESS A SUPERVISOR HAS    *
002216* GRANTED AN OVERRIDE THROUGH CYCLEMNT - GOOD FOR ONE       *
002217* START.  A STEP LEFT STARTED BY AN ABEND MAY BE RERUN.     *
002218*----------------------------------------------------------*
002219 1060-START-CYCLE-STEP.
002220*
002221     MOVE 'N' TO WS-CYCLE-FOUND-SWITCH.
002222     PERFORM 1065-FIND-CYCLE-STEP THRU 1065-EXIT
002223         VARYING WS-CYCLE-INDEX FROM 1 BY 1
002224         UNTIL WS-CYCLE-INDEX > 8 OR WS-CYCLE-FOUND.
002225     IF NOT WS-CYCLE-FOUND
002226         DISPLAY "STEP " WS-CYCLE-STEP-NAME " IS NOT ON CYCLECTL "
002227             "- REBUILD IT WITH CYCLEMNT."
002228         STOP RUN.
002229     MOVE 'Y' TO WS-CYCLE-READY-SWITCH.
002230     IF CC-STEP-COMPLETE (WS-CYCLE-STEP)
002231         DISPLAY WS-CYCLE-STEP-NAME " ALREADY COMPLETE FOR "
002232             "BUSINESS DATE " CC-BUSINESS-DATE
002233         MOVE 'N' TO WS-CYCLE-READY-SWITCH.
002234     MOVE CC-STEP-PRED (WS-CYCLE-STEP) TO WS-CYCLE-PRED.
002235     IF WS-CYCLE-PRED > ZERO
002236         IF NOT CC-STEP-COMPLETE (WS-CYCLE-PRED)
002237             DISPLAY CC-STEP-NAME (WS-CYCLE-PRED)
002238                 " NOT COMPLETE FOR BUSINESS DATE "
002239                 CC-BUSINESS-DATE
002240             MOVE 'N' TO WS-CYCLE-READY-SWITCH.
002241     IF NOT WS-CYCLE-READY
002242         IF CC-STEP-OVERRIDDEN (WS-CYCLE-STEP)
002243             DISPLAY "RUNNING UNDER OVERRIDE GRANTED BY "
002244                 CC-STEP-OVERRIDE-BY (WS-CYCLE-STEP)
002245             MOVE SPACE TO CC-STEP-OVERRIDE (WS-CYCLE-STEP)
002246         ELSE
002247             DISPLAY WS-CYCLE-STEP-NAME " NOT STARTED - IT NEEDS "
002248                 "A SUPERVISOR OVERRIDE THROUGH CYCLEMNT."
002249             STOP RUN.
002250     MOVE 'S' TO CC-STEP-STATUS (WS-CYCLE-STEP).
002251     PERFORM 1070-SAVE-CYCLE-CTL THRU 1070-EXIT.
002252 1060-EXIT.
002253     EXIT.
002254*
002255 1065-FIND-CYCLE-STEP.
002256*
002257     IF CC-STEP-NAME (WS-CYCLE-INDEX) = WS-CYCLE-STEP-NAME
002258         MOVE WS-CYCLE-INDEX TO WS-CYCLE-STEP
002259         MOVE 'Y' TO WS-CYCLE-FOUND-SWITCH.
002260 1065-EXIT.
002261     EXIT.
002262*
002263*    THE STEP IS STAMPED WITH THE CALENDAR DATE AND TIME IT
002264*    ACTUALLY RAN, SO A LATE RUN SHOWS UP ON CYCLEMNT.
002265 1070-SAVE-CYCLE-CTL.
002266*
002267     ACCEPT WS-CYCLE-CLOCK-DATE FROM DATE YYYYMMDD.
002268     ACCEPT WS-CYCLE-CLOCK-TIME FROM TIME.
002269     MOVE WS-CYCLE-CLOCK-DATE TO CC-STEP-DATE (WS-CYCLE-STEP).
002270     MOVE WS-CYCLE-CLOCK-TIME TO CC-STEP-TIME (WS-CYCLE-STEP).
002271     OPEN OUTPUT CYCLE-CTL.
002272     IF WS-CYCLE-STATUS NOT = "00"
002273         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002274             WS-CYCLE-STATUS
002275         STOP RUN.
002276     WRITE CYCLE-CTL-REC FROM CYCLE-CONTROL.
002277     CLOSE CYCLE-CTL.
002278 1070-EXIT.
002279     EXIT.
002280*
002281*    AT NORMAL END THE CONTROL FILE IS READ AGAIN BEFORE IT IS
002282*    MARKED, SO AN OVERRIDE GRANTED WHILE THE STEP RAN IS KEPT.
002283 1080-END-CYCLE-STEP.
002284*
002285     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002286     MOVE 'C' TO CC-STEP-STATUS (WS-CYCLE-STEP).
002287     PERFORM 1070-SAVE-CYCLE-CTL THRU 1070-EXIT.
002288     DISPLAY WS-CYCLE-STEP-NAME " COMPLETE FOR BUSINESS DATE "
002289         CC-BUSINESS-DATE.
002290 1080-EXIT.
002291     EXIT.
002292*
002293*----------------------------------------------------------*
002294* 3000 SERIES - FIRST PASS OVER THE AUDIT TRAIL.  LINES     *
002295* OLDER THAN THE RETENTION WINDOW GO TO THE ARCHIVE, THE    *
002296* REST TO THE WORK FILE, AND THE WORK FILE IS COPIED BACK   *
002297* OVER THE LIVE FILE.  A LINE WHOSE DATE COLUMNS ARE NOT    *
002298* NUMERIC IS KEPT - BETTER A STRAY LINE IN THE LIVE FILE    *
002299* THAN ONE ARCHIVED ON A GARBAGE DATE.                      *
002300*----------------------------------------------------------*
002301 3000-ARCHIVE-AUDIT-LOG.
002302*
002303     OPEN INPUT AUDIT-LOG.
002304     IF WS-AUDIT-STATUS = "35"
002310         DISPLAY "No AUDITLOG file - nothing to archive."
002320         GO TO 3000-EXIT.
002330     IF WS-AUDIT-STATUS NOT = "00"
