000310*                   BUFFER NOW REJECTS WITH ITS OWN NOTE  *
000320*                   INSTEAD OF READING AS A BRANCH        *
000330*                   MISMATCH ON THE INTAKE REPORT.        *
000331*  10/15/26   TA    EVERY TRANSMISSION'S BRANCH IS NOW      *
000332*                   CHECKED AGAINST THE NEW KEYED BRMSTR    *
000333*                   BRANCH MASTER - A BRANCH NOT ON FILE OR *
000334*                   CLOSED AS OF THE RUN DATE IS REJECTED - *
000335*                   AND THE EXPECTED-BRANCH LIST IS TAKEN   *
000336*                   FROM THE MASTER'S DAILY TRANSMISSION    *
000337*                   FLAG IN PLACE OF THE OLD BRLIST FILE.   *
000338*  10/15/26   TA    RUN DATE NOW TAKEN FROM THE BUSINESS    *
000339*                   DATE ON THE CYCLECTL CYCLE CONTROL FILE *
000340*                   IN PLACE OF THE SYSTEM CLOCK. RUN AS    *
000341*                   THE FIRST STEP IN THE NIGHTLY CYCLE -   *
000342*                   IT WILL NOT RUN A SECOND TIME FOR THE   *
000343*                   SAME DATE WITHOUT A SUPERVISOR          *
000344*                   OVERRIDE.                               *
000345*  10/15/26   TA    WIDENED THE DETAIL AND LOANAPPS LAYOUTS *
000346*                   FOR THE NEW LOAN OFFICER ID ON THE      *
000347*                   CALC3000 LOAN ENTRIES.                  *
000349*  10/15/26   TA    WIDENED THE DETAIL AND LOANAPPS LAYOUTS *
000351*                   FOR THE RATE CONCESSION AND ITS REASON  *
000353*                   CODE ON THE CALC3000 LOAN ENTRIES.      *
000355*----------------------------------------------------------*
000357*
000360 ENVIRONMENT DIVISION.
000370*
000380 CONFIGURATION SECTION.
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-XMIT-STATUS.
000510*
000520     SELECT BRANCH-MSTR
000530         ASSIGN TO BRMSTR
000540         ORGANIZATION IS INDEXED
000550         ACCESS IS DYNAMIC
000551         RECORD KEY IS BM-BRANCH-ID
000552         FILE STATUS IS WS-BRMSTR-STATUS.
000560*
000570     SELECT LOAN-APPS
000580         ASSIGN TO LOANAPPS
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-INTAKE-STATUS.
000660*
000661     SELECT CYCLE-CTL
000662         ASSIGN TO CYCLECTL
000663         ORGANIZATION IS LINE SEQUENTIAL
000664         FILE STATUS IS WS-CYCLE-STATUS.
000665*
000670 DATA DIVISION.
000680*
000690 FILE SECTION.
000760* COUNT AND A HASH TOTAL OF THE LOAN AMOUNTS.               *
000770*----------------------------------------------------------*
000780 FD  BR-XMIT
000790     RECORD CONTAINS 192 CHARACTERS.
000800*
000810 01  XMIT-RECORD.
000820     05  XR-RECORD-TYPE             PIC X(01).
000830         88  XR-HEADER                         VALUE 'H'.
000840         88  XR-DETAIL                         VALUE 'D'.
000850         88  XR-TRAILER                        VALUE 'T'.
000860     05  XR-DATA                    PIC X(191).
000870     05  XR-HEADER-VIEW REDEFINES XR-DATA.
000880         10  XH-BRANCH-ID           PIC X(04).
000890         10  FILLER                 PIC X(187).
000900     05  XR-DETAIL-VIEW REDEFINES XR-DATA.
000910         10  XD-APPL-NUMBER         PIC 9(08).
000920         10  XD-BRANCH-ID           PIC X(04).
000930         10  XD-LOAN-AMOUNT         PIC 9(07).
000940         10  FILLER                 PIC X(172).
000950     05  XR-TRAILER-VIEW REDEFINES XR-DATA.
000960         10  XT-BRANCH-ID           PIC X(04).
000970         10  XT-RECORD-COUNT        PIC 9(07).
000980         10  XT-HASH-TOTAL          PIC 9(11).
000990         10  FILLER                 PIC X(169).
001000*
001010*----------------------------------------------------------*
001020* BRANCH-MSTR - KEYED BRANCH MASTER - SEE THE BRMSTR        *
001030* COPYBOOK.  PASSED IN KEY ORDER AT START OF RUN FOR THE    *
001040* BRANCHES EXPECTED TO TRANSMIT, THEN READ DIRECTLY FOR     *
001050* EACH TRANSMISSION'S BRANCH.                               *
001060*----------------------------------------------------------*
001070 FD  BRANCH-MSTR
001080     RECORD CONTAINS 60 CHARACTERS.
001090*
001100     COPY BRMSTR.
001110*
001120*----------------------------------------------------------*
001130* LOAN-APPS - THE MERGED BATCH INPUT FOR CALC3000 - ONLY    *
001150* TRAILER ARE WRITTEN HERE.                                 *
001160*----------------------------------------------------------*
001170 FD  LOAN-APPS
001180     RECORD CONTAINS 191 CHARACTERS.
001190*
001200 01  LOAN-APPS-RECORD              PIC X(191).
001210*
001220*----------------------------------------------------------*
001230* INTAKE-RPT - ONE LINE PER TRANSMISSION WITH ITS           *
001290*
001300 01  INTAKE-LINE                   PIC X(80).
001310*
001311*----------------------------------------------------------*
001312* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
001313* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN, AND    *
001314* THIS STEP MARKS ITSELF STARTED AND COMPLETE ON IT.        *
001315*----------------------------------------------------------*
001316 FD  CYCLE-CTL
001317     RECORD CONTAINS 300 CHARACTERS.
001318*
001319 01  CYCLE-CTL-REC                 PIC X(300).
001320*
001321 WORKING-STORAGE SECTION.
001330*
001340*----------------------------------------------------------*
001350* STANDALONE SWITCHES AND COUNTERS                          *
001360*----------------------------------------------------------*
001370 77  WS-XMIT-STATUS                 PIC X(02)  VALUE SPACES.
001380 77  WS-BRMSTR-STATUS               PIC X(02)  VALUE SPACES.
001390 77  WS-LOANAPPS-STATUS             PIC X(02)  VALUE SPACES.
001400 77  WS-INTAKE-STATUS               PIC X(02)  VALUE SPACES.
001405 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
001410*
001420 77  WS-XMIT-EOF-SWITCH             PIC X(01)  VALUE 'N'.
001430     88  WS-XMIT-EOF                           VALUE 'Y'.
001440*
001450 77  WS-BRMSTR-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001460     88  WS-BRMSTR-EOF                         VALUE 'Y'.
001470*
001480 77  WS-OPEN-XMIT-SWITCH            PIC X(01)  VALUE 'N'.
001490     88  WS-XMIT-OPEN                          VALUE 'Y'.
001690 77  WS-DETAILS-MERGED              PIC 9(07)  COMP VALUE ZERO.
001700 77  WS-STRAY-RECORDS               PIC 9(07)  COMP VALUE ZERO.
001710*
001711 77  WS-BRANCH-OK-SWITCH            PIC X(01)  VALUE 'N'.
001712     88  WS-BRANCH-OK                          VALUE 'Y'.
001713*
001714*----------------------------------------------------------*
001715* NIGHTLY CYCLE STEP CONTROL - THIS PROGRAM'S ENTRY ON THE  *
001716* CYCLECTL FILE AND THE ONE THAT MUST COMPLETE AHEAD OF IT. *
001717*----------------------------------------------------------*
001718 77  WS-CYCLE-STEP-NAME             PIC X(08)  VALUE "BRINTAKE".
001719 77  WS-CYCLE-INDEX                 PIC 9(02)  COMP VALUE ZERO.
001720 77  WS-CYCLE-STEP                  PIC 9(02)  COMP VALUE ZERO.
001721 77  WS-CYCLE-PRED                  PIC 9(02)  COMP VALUE ZERO.
001722 77  WS-CYCLE-CLOCK-DATE            PIC 9(08)  VALUE ZERO.
001723 77  WS-CYCLE-CLOCK-TIME            PIC 9(08)  VALUE ZERO.
001724*
001725 77  WS-CYCLE-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
001726     88  WS-CYCLE-FOUND                        VALUE 'Y'.
001727*
001728 77  WS-CYCLE-READY-SWITCH          PIC X(01)  VALUE 'Y'.
001729     88  WS-CYCLE-READY                        VALUE 'Y'.
001730*
001731 01  RUN-DATE                       PIC 9(08).
001732*
001733     COPY CYCLECTL.
001734*
001735*----------------------------------------------------------*
001736* THE TRANSMISSION BEING GATHERED - ITS DETAILS ARE HELD    *
001740* BACK IN THE BUFFER TABLE UNTIL THE TRAILER VERIFIES, SO   *
001750* A SHORT OR GARBLED BRANCH NEVER REACHES THE LOANAPPS      *
001760* FILE.                                                     *
001820*
001830 01  XMIT-DETAIL-BUFFER.
001840     05  XB-DETAIL-ENTRY OCCURS 2000 TIMES
001850                                    PIC X(191).
001860*
001870 01  EXCEPT-NOTE                    PIC X(30)  VALUE SPACES.
001880*
001890*----------------------------------------------------------*
001900* EXPECTED-BRANCH TABLE FROM BRMSTR - EACH ENTRY IS         *
001910* MARKED V WHEN ITS TRANSMISSION VERIFIES OR R WHEN IT IS   *
001920* REJECTED, AND THE LEFTOVERS FALL OUT AS MISSING.          *
001930*----------------------------------------------------------*
002370     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
002380     CLOSE BR-XMIT.
002390     CLOSE LOAN-APPS.
002395     CLOSE BRANCH-MSTR.
002400     CLOSE INTAKE-RPT.
002410     IF WS-XMITS-REJECTED > ZERO
002420             OR WS-BRANCHES-MISSING > ZERO
002450     ELSE
002460         DISPLAY "All transmissions verified - LOANAPPS "
002470             "ready for the batch run.".
002475     PERFORM 1080-END-CYCLE-STEP THRU 1080-EXIT.
002480     DISPLAY "End of intake run.".
002490     STOP RUN.
002500*
002510 1000-INITIALIZE.
002520*
002530     DISPLAY "BRINTAKE - BRANCH TRANSMISSION INTAKE".
002535     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002537     PERFORM 1060-START-CYCLE-STEP THRU 1060-EXIT.
002540     OPEN INPUT BR-XMIT.
002550     IF WS-XMIT-STATUS NOT = "00"
002560         DISPLAY "BR-XMIT OPEN FAILED - STATUS = "
002730 1000-EXIT.
002740     EXIT.
002750*
002751*----------------------------------------------------------*
002752* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
002753* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
002754* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
002755* BEING PROCESSED.                                          *
002756*----------------------------------------------------------*
002757 1050-GET-BUSINESS-DATE.
002758*
002759     OPEN INPUT CYCLE-CTL.
002760     IF WS-CYCLE-STATUS = "35"
002761         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
002762             "BUSINESS DATE WITH CYCLEMNT."
002763         STOP RUN.
002764     IF WS-CYCLE-STATUS NOT = "00"
002765         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002766             WS-CYCLE-STATUS
002767         STOP RUN.
002768     MOVE SPACES TO CYCLE-CONTROL.
002769     READ CYCLE-CTL INTO CYCLE-CONTROL
002770         AT END MOVE SPACES TO CYCLE-CONTROL.
002771     CLOSE CYCLE-CTL.
002772     IF CC-BUSINESS-DATE NOT NUMERIC
002773             OR CC-BUSINESS-DATE = ZERO
002774         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
002775             "CYCLEMNT."
002776         STOP RUN.
002777     MOVE CC-BUSINESS-DATE TO RUN-DATE.
002778 1050-EXIT.
002779     EXIT.
002780*
002781*----------------------------------------------------------*
002782* 1060 SERIES - NIGHTLY CYCLE STEP CONTROL.  THE STEP WILL  *
002783* NOT START UNTIL THE STEP AHEAD OF IT IN THE STREAM HAS    *
002784* COMPLETED FOR THE BUSINESS DATE, AND WILL NOT RUN A       *
002785* SECOND TIME FOR THE SAME DATE, UNLESS A SUPERVISOR HAS    *
002786* GRANTED AN OVERRIDE THROUGH CYCLEMNT - GOOD FOR ONE       *
002787* START.  A STEP LEFT STARTED BY AN ABEND MAY BE RERUN.     *
002788*----------------------------------------------------------*
002789 1060-START-CYCLE-STEP.
002790*
002791     MOVE 'N' TO WS-CYCLE-FOUND-SWITCH.
002792     PERFORM 1065-FIND-CYCLE-STEP THRU 1065-EXIT
002793         VARYING WS-CYCLE-INDEX FROM 1 BY 1
002794         UNTIL WS-CYCLE-INDEX > 8 OR WS-CYCLE-FOUND.
002795     IF NOT WS-CYCLE-FOUND
002796         DISPLAY "STEP " WS-CYCLE-STEP-NAME " IS NOT ON CYCLECTL "
002797             "- REBUILD IT WITH CYCLEMNT."
002798         STOP RUN.
002799     MOVE 'Y' TO WS-CYCLE-READY-SWITCH.
002800     IF CC-STEP-COMPLETE (WS-CYCLE-STEP)
002801         DISPLAY WS-CYCLE-STEP-NAME " ALREADY COMPLETE FOR "
002802             "BUSINESS DATE " CC-BUSINESS-DATE
002803         MOVE 'N' TO WS-CYCLE-READY-SWITCH.
002804     MOVE CC-STEP-PRED (WS-CYCLE-STEP) TO WS-CYCLE-PRED.
002805     IF WS-CYCLE-PRED > ZERO
002806         IF NOT CC-STEP-COMPLETE (WS-CYCLE-PRED)
002807             DISPLAY CC-STEP-NAME (WS-CYCLE-PRED)
002808                 " NOT COMPLETE FOR BUSINESS DATE "
002809                 CC-BUSINESS-DATE
002810             MOVE 'N' TO WS-CYCLE-READY-SWITCH.
002811     IF NOT WS-CYCLE-READY
002812         IF CC-STEP-OVERRIDDEN (WS-CYCLE-STEP)
002813             DISPLAY "RUNNING UNDER OVERRIDE GRANTED BY "
002814                 CC-STEP-OVERRIDE-BY (WS-CYCLE-STEP)
002815             MOVE SPACE TO CC-STEP-OVERRIDE (WS-CYCLE-STEP)
002816         ELSE
002817             DISPLAY WS-CYCLE-STEP-NAME " NOT STARTED - IT NEEDS "
002818                 "A SUPERVISOR OVERRIDE THROUGH CYCLEMNT."
002819             STOP RUN.
002820     MOVE 'S' TO CC-STEP-STATUS (WS-CYCLE-STEP).
002821     PERFORM 1070-SAVE-CYCLE-CTL THRU 1070-EXIT.
002822 1060-EXIT.
002823     EXIT.
002824*
002825 1065-FIND-CYCLE-STEP.
002826*
002827     IF CC-STEP-NAME (WS-CYCLE-INDEX) = WS-CYCLE-STEP-NAME
002828         MOVE WS-CYCLE-INDEX TO WS-CYCLE-STEP
002829         MOVE 'Y' TO WS-CYCLE-FOUND-SWITCH.
002830 1065-EXIT.
002831     EXIT.
002832*
002833*    THE STEP IS STAMPED WITH THE CALENDAR DATE AND TIME IT
002834*    ACTUALLY RAN, SO A LATE RUN SHOWS UP ON CYCLEMNT.
002835 1070-SAVE-CYCLE-CTL.
002836*
002837     ACCEPT WS-CYCLE-CLOCK-DATE FROM DATE YYYYMMDD.
002838     ACCEPT WS-CYCLE-CLOCK-TIME FROM TIME.
002839     MOVE WS-CYCLE-CLOCK-DATE TO CC-STEP-DATE (WS-CYCLE-STEP).
002840     MOVE WS-CYCLE-CLOCK-TIME TO CC-STEP-TIME (WS-CYCLE-STEP).
002841     OPEN OUTPUT CYCLE-CTL.
002842     IF WS-CYCLE-STATUS NOT = "00"
002843         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002844             WS-CYCLE-STATUS
002845         STOP RUN.
002846     WRITE CYCLE-CTL-REC FROM CYCLE-CONTROL.
002847     CLOSE CYCLE-CTL.
002848 1070-EXIT.
002849     EXIT.
002850*
002851*    AT NORMAL END THE CONTROL FILE IS READ AGAIN BEFORE IT IS
002852*    MARKED, SO AN OVERRIDE GRANTED WHILE THE STEP RAN IS KEPT.
002853 1080-END-CYCLE-STEP.
002854*
002855     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002856     MOVE 'C' TO CC-STEP-STATUS (WS-CYCLE-STEP).
002857     PERFORM 1070-SAVE-CYCLE-CTL THRU 1070-EXIT.
002858     DISPLAY WS-CYCLE-STEP-NAME " COMPLETE FOR BUSINESS DATE "
002859         CC-BUSINESS-DATE.
002860 1080-EXIT.
002861     EXIT.
002862*
002863*----------------------------------------------------------*
002864* 1100 SERIES - OPEN THE BRANCH MASTER AND PASS IT IN KEY   *
002865* ORDER FOR THE EXPECTED-BRANCH LIST - EVERY BRANCH FLAGGED *
002866* TO TRANSMIT DAILY THAT IS STILL OPEN ON THE RUN DATE.     *
002867* THE MASTER STAYS OPEN FOR THE PER-TRANSMISSION CHECK.     *
002868* WITHOUT IT NO BRANCH CAN BE VERIFIED, SO THE RUN STOPS.   *
002869*----------------------------------------------------------*
002870 1100-LOAD-BRANCH-LIST.
002871*
002872     OPEN INPUT BRANCH-MSTR.
002873     IF WS-BRMSTR-STATUS = "35"
002874         DISPLAY "NO BRMSTR BRANCH MASTER - BUILD IT WITH "
002875             "BRMAINT BEFORE RUNNING."
002876         STOP RUN.
002880     IF WS-BRMSTR-STATUS NOT = "00"
002890         DISPLAY "BRANCH-MSTR OPEN FAILED - STATUS = "
002900             WS-BRMSTR-STATUS
002910         STOP RUN.
002911     MOVE LOW-VALUES TO BM-BRANCH-ID.
002912     START BRANCH-MSTR KEY IS NOT LESS THAN BM-BRANCH-ID
002913         INVALID KEY MOVE 'Y' TO WS-BRMSTR-EOF-SWITCH.
002920     PERFORM 1110-LOAD-LIST-RECORD THRU 1110-EXIT
002930         UNTIL WS-BRMSTR-EOF.
002950     DISPLAY "Branches expected = " WS-LIST-COUNT.
002960 1100-EXIT.
002970     EXIT.
002980*
002990 1110-LOAD-LIST-RECORD.
003000*
003010     READ BRANCH-MSTR NEXT RECORD
003020         AT END MOVE 'Y' TO WS-BRMSTR-EOF-SWITCH.
003030     IF WS-BRMSTR-EOF
003031         GO TO 1110-EXIT.
003032     IF NOT BM-EXPECTS-DAILY-XMIT
003033         GO TO 1110-EXIT.
003034     PERFORM 3450-TEST-BRANCH-OPEN THRU 3450-EXIT.
003035     IF NOT WS-BRANCH-OK
003036         GO TO 1110-EXIT.
003040     IF WS-LIST-COUNT < WS-MAX-LIST
003050         ADD 1 TO WS-LIST-COUNT
003060         MOVE BM-BRANCH-ID
003070             TO BL-TAB-BRANCH-ID (WS-LIST-COUNT)
003080         MOVE SPACE TO BL-TAB-STATUS (WS-LIST-COUNT)
003090     ELSE
003100         DISPLAY "BRANCH LIST FULL - EXTRA BRANCHES "
003110             "IGNORED".
003120 1110-EXIT.
003130     EXIT.
003140*
004020* LONG, THE HASH CATCHES A GARBLED AMOUNT EVEN WHEN THE     *
004030* COUNT AGREES, AND ONLY A FULLY CLEAN TRANSMISSION IS      *
004040* MERGED INTO LOANAPPS.                                     *
004050* THE BRANCH ITSELF MUST BE ON THE MASTER AND OPEN.         *
004055*----------------------------------------------------------*
004060 3400-VERIFY-TRANSMISSION.
004070*
004080     IF NOT WS-XMIT-OPEN
004130             TO EXCEPT-NOTE
004140         PERFORM 3500-REJECT-TRANSMISSION THRU 3500-EXIT
004150         GO TO 3400-EXIT.
004151     MOVE OX-BRANCH-ID TO BM-BRANCH-ID.
004152     READ BRANCH-MSTR
004153         INVALID KEY
004154             MOVE "BRANCH NOT ON BRANCH MASTER"
004155                 TO EXCEPT-NOTE
004156             PERFORM 3500-REJECT-TRANSMISSION THRU 3500-EXIT
004157             GO TO 3400-EXIT.
004158     PERFORM 3450-TEST-BRANCH-OPEN THRU 3450-EXIT.
004159     IF NOT WS-BRANCH-OK
004160         MOVE "BRANCH IS CLOSED"
004161             TO EXCEPT-NOTE
004162         PERFORM 3500-REJECT-TRANSMISSION THRU 3500-EXIT
004163         GO TO 3400-EXIT.
004164     IF OX-RECORD-COUNT < XT-RECORD-COUNT
004170         MOVE "SHORT - DETAILS MISSING"
004180             TO EXCEPT-NOTE
004190         PERFORM 3500-REJECT-TRANSMISSION THRU 3500-EXIT
004590 3410-EXIT.
004600     EXIT.
004610*
004611*----------------------------------------------------------*
004612* 3450 SERIES - IS THE BRANCH IN THE MASTER RECORD AREA     *
004613* OPEN ON THE RUN DATE.  A CLOSING KEYED AHEAD OF TIME      *
004614* DOES NOT TAKE EFFECT UNTIL ITS CLOSE DATE ARRIVES.        *
004615*----------------------------------------------------------*
004616 3450-TEST-BRANCH-OPEN.
004617*
004618     MOVE 'Y' TO WS-BRANCH-OK-SWITCH.
004619     IF BM-CLOSED
004620             AND BM-CLOSE-DATE NOT > RUN-DATE
004621         MOVE 'N' TO WS-BRANCH-OK-SWITCH.
004622 3450-EXIT.
004623     EXIT.
004624*
004627 3500-REJECT-TRANSMISSION.
004630*
004640     ADD 1 TO WS-XMITS-REJECTED.
004650     PERFORM 3600-WRITE-XMIT-LINE THRU 3600-EXIT.
