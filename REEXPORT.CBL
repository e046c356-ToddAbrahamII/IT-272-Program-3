000200*                   BUMPED, AND AN ITEM THAT HAS ALREADY    *
000210*                   BEEN RESUBMITTED REPEATEDLY IS FLAGGED  *
000220*                   FOR REVIEW INSTEAD OF CYCLING FOREVER.  *
000221*  10/15/26   TA    RUN AS A STEP IN THE NIGHTLY CYCLE ON   *
000222*                   THE CYCLECTL CYCLE CONTROL FILE - IT    *
000223*                   WILL NOT START UNTIL SVCRECON HAS       *
000224*                   COMPLETED FOR THE BUSINESS DATE, OR A   *
000225*                   SECOND TIME, WITHOUT A SUPERVISOR       *
000226*                   OVERRIDE.                               *
000230*----------------------------------------------------------*
000240*
000250 ENVIRONMENT DIVISION.
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-REEXPRPT-STATUS.
000500*
000501     SELECT CYCLE-CTL
000502         ASSIGN TO CYCLECTL
000503         ORGANIZATION IS LINE SEQUENTIAL
000504         FILE STATUS IS WS-CYCLE-STATUS.
000505*
000510 DATA DIVISION.
000520*
000530 FILE SECTION.
000880*
000890 01  REEXP-LINE                    PIC X(80).
000900*
000901*----------------------------------------------------------*
000902* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
000903* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN, AND    *
000904* THIS STEP MARKS ITSELF STARTED AND COMPLETE ON IT.        *
000905*----------------------------------------------------------*
000906 FD  CYCLE-CTL
000907     RECORD CONTAINS 300 CHARACTERS.
000908*
000909 01  CYCLE-CTL-REC                 PIC X(300).
000910*
000911 WORKING-STORAGE SECTION.
000920*
000930*----------------------------------------------------------*
000940* STANDALONE SWITCHES AND COUNTERS                          *
000960 77  WS-CORRQUE-STATUS              PIC X(02)  VALUE SPACES.
000970 77  WS-REEXPORT-STATUS             PIC X(02)  VALUE SPACES.
000980 77  WS-REEXPRPT-STATUS             PIC X(02)  VALUE SPACES.
000985 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
000990*
001000 77  WS-QUE-EOF-SWITCH              PIC X(01)  VALUE 'N'.
001010     88  WS-QUE-EOF                            VALUE 'Y'.
001150* GOING OUT AGAIN.                                          *
001160*----------------------------------------------------------*
001170 77  WS-MAX-RESUBMITS               PIC 9(02)  COMP VALUE 3.
001171*
001172*----------------------------------------------------------*
001173* NIGHTLY CYCLE STEP CONTROL - THIS PROGRAM'S ENTRY ON THE  *
001174* CYCLECTL FILE AND THE ONE THAT MUST COMPLETE AHEAD OF IT. *
001175*----------------------------------------------------------*
001176 77  WS-CYCLE-STEP-NAME             PIC X(08)  VALUE "REEXPORT".
001177 77  WS-CYCLE-INDEX                 PIC 9(02)  COMP VALUE ZERO.
001178 77  WS-CYCLE-STEP                  PIC 9(02)  COMP VALUE ZERO.
001179 77  WS-CYCLE-PRED                  PIC 9(02)  COMP VALUE ZERO.
001180 77  WS-CYCLE-CLOCK-DATE            PIC 9(08)  VALUE ZERO.
001181 77  WS-CYCLE-CLOCK-TIME            PIC 9(08)  VALUE ZERO.
001182*
001183 77  WS-CYCLE-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
001184     88  WS-CYCLE-FOUND                        VALUE 'Y'.
001185*
001186 77  WS-CYCLE-READY-SWITCH          PIC X(01)  VALUE 'Y'.
001187     88  WS-CYCLE-READY                        VALUE 'Y'.
001188*
001190*----------------------------------------------------------*
001200* IN-CORE COPY OF THE CORRECTION QUEUE - REWRITTEN AT END   *
001210* OF RUN WITH THE NEW STATUSES AND COUNTS.                  *
001550     05  RX-TOTAL-COUNT             PIC Z,ZZZ,ZZ9.
001560     05  FILLER                     PIC X(41) VALUE SPACES.
001570*
001573     COPY CYCLECTL.
001576*
001580 PROCEDURE DIVISION.
001590*
001600*----------------------------------------------------------*
001700     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
001710     CLOSE RE-EXPORT.
001720     CLOSE REEXP-RPT.
001725     PERFORM 1080-END-CYCLE-STEP THRU 1080-EXIT.
001730     DISPLAY "End of re-export run.".
001740     STOP RUN.
001750*
001760 1000-INITIALIZE.
001770*
001780     DISPLAY "REEXPORT - CORRECTION QUEUE RE-EXPORT".
001783     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
001786     PERFORM 1060-START-CYCLE-STEP THRU 1060-EXIT.
001790     OPEN INPUT CORR-QUE.
001800     IF WS-CORRQUE-STATUS = "35"
001810         DISPLAY "No CORRQUE file - nothing to re-export."
001815         PERFORM 1080-END-CYCLE-STEP THRU 1080-EXIT
001820         STOP RUN.
001830     IF WS-CORRQUE-STATUS NOT = "00"
001840         DISPLAY "CORR-QUE OPEN FAILED - STATUS = "
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
002087 1050-EXIT.
002088     EXIT.
002089*
002090*----------------------------------------------------------*
002091* 1060 SERIES - NIGHTLY CYCLE STEP CONTROL.  THE STEP WILL  *
002092* NOT START UNTIL THE STEP AHEAD OF IT IN THE STREAM HAS    *
002093* COMPLETED FOR THE BUSINESS DATE, AND WILL NOT RUN A       *
002094* SECOND TIME FOR THE SAME DATE, UNLESS A SUPERVISOR HAS    *
002095* GRANTED AN OVERRIDE THROUGH CYCLEMNT - GOOD FOR ONE       *
002096* START.  A STEP LEFT STARTED BY AN ABEND MAY BE RERUN.     *
002097*----------------------------------------------------------*
002098 1060-START-CYCLE-STEP.
002099*
002100     MOVE 'N' TO WS-CYCLE-FOUND-SWITCH.
002101     PERFORM 1065-FIND-CYCLE-STEP THRU 1065-EXIT
002102         VARYING WS-CYCLE-INDEX FROM 1 BY 1
002103         UNTIL WS-CYCLE-INDEX > 8 OR WS-CYCLE-FOUND.
002104     IF NOT WS-CYCLE-FOUND
002105         DISPLAY "STEP " WS-CYCLE-STEP-NAME " IS NOT ON CYCLECTL "
002106             "- REBUILD IT WITH CYCLEMNT."
002107         STOP RUN.
002108     MOVE 'Y' TO WS-CYCLE-READY-SWITCH.
002109     IF CC-STEP-COMPLETE (WS-CYCLE-STEP)
002110         DISPLAY WS-CYCLE-STEP-NAME " ALREADY COMPLETE FOR "
002111             "BUSINESS DATE " CC-BUSINESS-DATE
002112         MOVE 'N' TO WS-CYCLE-READY-SWITCH.
002113     MOVE CC-STEP-PRED (WS-CYCLE-STEP) TO WS-CYCLE-PRED.
002114     IF WS-CYCLE-PRED > ZERO
002115         IF NOT CC-STEP-COMPLETE (WS-CYCLE-PRED)
002116             DISPLAY CC-STEP-NAME (WS-CYCLE-PRED)
002117                 " NOT COMPLETE FOR BUSINESS DATE "
002118                 CC-BUSINESS-DATE
002119             MOVE 'N' TO WS-CYCLE-READY-SWITCH.
002120     IF NOT WS-CYCLE-READY
002121         IF CC-STEP-OVERRIDDEN (WS-CYCLE-STEP)
002122             DISPLAY "RUNNING UNDER OVERRIDE GRANTED BY "
002123                 CC-STEP-OVERRIDE-BY (WS-CYCLE-STEP)
002124             MOVE SPACE TO CC-STEP-OVERRIDE (WS-CYCLE-STEP)
002125         ELSE
002126             DISPLAY WS-CYCLE-STEP-NAME " NOT STARTED - IT NEEDS "
002127                 "A SUPERVISOR OVERRIDE THROUGH CYCLEMNT."
002128             STOP RUN.
002129     MOVE 'S' TO CC-STEP-STATUS (WS-CYCLE-STEP).
002130     PERFORM 1070-SAVE-CYCLE-CTL THRU 1070-EXIT.
002131 1060-EXIT.
002132     EXIT.
002133*
002134 1065-FIND-CYCLE-STEP.
002135*
002136     IF CC-STEP-NAME (WS-CYCLE-INDEX) = WS-CYCLE-STEP-NAME
002137         MOVE WS-CYCLE-INDEX TO WS-CYCLE-STEP
002138         MOVE 'Y' TO WS-CYCLE-FOUND-SWITCH.
002139 1065-EXIT.
002140     EXIT.
002141*
002142*    THE STEP IS STAMPED WITH THE CALENDAR DATE AND TIME IT
002143*    ACTUALLY RAN, SO A LATE RUN SHOWS UP ON CYCLEMNT.
002144 1070-SAVE-CYCLE-CTL.
002145*
002146     ACCEPT WS-CYCLE-CLOCK-DATE FROM DATE YYYYMMDD.
002147     ACCEPT WS-CYCLE-CLOCK-TIME FROM TIME.
002148     MOVE WS-CYCLE-CLOCK-DATE TO CC-STEP-DATE (WS-CYCLE-STEP).
002149     MOVE WS-CYCLE-CLOCK-TIME TO CC-STEP-TIME (WS-CYCLE-STEP).
002150     OPEN OUTPUT CYCLE-CTL.
002151     IF WS-CYCLE-STATUS NOT = "00"
002152         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
002153             WS-CYCLE-STATUS
002154         STOP RUN.
002155     WRITE CYCLE-CTL-REC FROM CYCLE-CONTROL.
002156     CLOSE CYCLE-CTL.
002157 1070-EXIT.
002158     EXIT.
002159*
002160*    AT NORMAL END THE CONTROL FILE IS READ AGAIN BEFORE IT IS
002161*    MARKED, SO AN OVERRIDE GRANTED WHILE THE STEP RAN IS KEPT.
002162 1080-END-CYCLE-STEP.
002163*
002164     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002165     MOVE 'C' TO CC-STEP-STATUS (WS-CYCLE-STEP).
002166     PERFORM 1070-SAVE-CYCLE-CTL THRU 1070-EXIT.
002167     DISPLAY WS-CYCLE-STEP-NAME " COMPLETE FOR BUSINESS DATE "
002168         CC-BUSINESS-DATE.
002169 1080-EXIT.
002170     EXIT.
002171*
002172 1100-LOAD-QUEUE-RECORD.
002173*
002174     READ CORR-QUE
002175         AT END MOVE 'Y' TO WS-QUE-EOF-SWITCH.
002176     IF NOT WS-QUE-EOF
002177         IF WS-QUE-COUNT < WS-MAX-QUE
002178             ADD 1 TO WS-QUE-COUNT
002179             MOVE CORR-QUE-RECORD TO CQ-ENTRY (WS-QUE-COUNT)
002180         ELSE
002181             DISPLAY "CORRECTION QUEUE TABLE FULL - EXTRA "
002182                 "ITEMS IGNORED".
002183 1100-EXIT.
002190     EXIT.
002200*
002210*----------------------------------------------------------*
