000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    NOTCFLUP.
000040 AUTHOR.        T. ABRAHAM.
000050 INSTALLATION.  CONSUMER LOAN DEPARTMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090*----------------------------------------------------------*
000100* MODIFICATION HISTORY                                     *
000110*----------------------------------------------------------*
000120*  DATE       INIT  DESCRIPTION                             *
000130*  10/15/26   TA    ORIGINAL PROGRAM - NIGHTLY FOLLOW-UP OF *
000140*                   ADVERSE ACTION NOTICES ON THE NOTCREG   *
000150*                   REGISTER NOT YET MARKED MAILED AS THEY  *
000160*                   NEAR THE 30-DAY LIMIT FOR TELLING THE   *
000170*                   CUSTOMER OF A DECLINE.  NOTICES ALREADY *
000180*                   PAST THE LIMIT ARE FLAGGED OVERDUE.     *
000182*  10/15/26   TA    RUN DATE NOW TAKEN FROM THE BUSINESS    *
000184*                   DATE ON THE CYCLECTL CYCLE CONTROL FILE *
000186*                   IN PLACE OF THE SYSTEM CLOCK.           *
000190*----------------------------------------------------------*
000200*
000210 ENVIRONMENT DIVISION.
000220*
000230 CONFIGURATION SECTION.
000240*
000250 SOURCE-COMPUTER.   IBM-370.
000260 OBJECT-COMPUTER.   IBM-370.
000270*
000280 INPUT-OUTPUT SECTION.
000290*
000300 FILE-CONTROL.
000310*
000320     SELECT NOTICE-REG
000330         ASSIGN TO NOTCREG
000340         ORGANIZATION IS INDEXED
000350         ACCESS IS DYNAMIC
000360         RECORD KEY IS NR-KEY
000370         FILE STATUS IS WS-NOTCREG-STATUS.
000380*
000390     SELECT FLUP-RPT
000400         ASSIGN TO NOTCFLUP
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FLUP-STATUS.
000430*
000431     SELECT CYCLE-CTL
000432         ASSIGN TO CYCLECTL
000433         ORGANIZATION IS LINE SEQUENTIAL
000434         FILE STATUS IS WS-CYCLE-STATUS.
000435*
000440 DATA DIVISION.
000450*
000460 FILE SECTION.
000470*
000480*----------------------------------------------------------*
000490* NOTICE-REG - KEYED REGISTER OF EVERY ADVERSE ACTION       *
000500* NOTICE CALC3000 HAS ISSUED - SEE THE NOTCREG COPYBOOK.    *
000510* READ HERE IN APPLICATION ORDER.                           *
000520*----------------------------------------------------------*
000530 FD  NOTICE-REG
000540     RECORD CONTAINS 140 CHARACTERS.
000550*
000560     COPY NOTCREG.
000570*
000580*----------------------------------------------------------*
000590* FLUP-RPT - NOTICE FOLLOW-UP FOR THE LOAN OPERATIONS DESK  *
000600* - ONE LINE PER NOTICE NOT YET MAILED THAT IS WITHIN THE   *
000610* WARNING WINDOW OF THE 30-DAY LIMIT OR ALREADY PAST IT.    *
000620*----------------------------------------------------------*
000630 FD  FLUP-RPT
000640     RECORD CONTAINS 80 CHARACTERS.
000650*
000660 01  FLUP-LINE                     PIC X(80).
000670*
000671*----------------------------------------------------------*
000672* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
000673* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN.        *
000674*----------------------------------------------------------*
000675 FD  CYCLE-CTL
000676     RECORD CONTAINS 300 CHARACTERS.
000677*
000678 01  CYCLE-CTL-REC                 PIC X(300).
000679*
000680 WORKING-STORAGE SECTION.
000690*
000700*----------------------------------------------------------*
000710* STANDALONE SWITCHES AND COUNTERS                          *
000720*----------------------------------------------------------*
000730 77  WS-NOTCREG-STATUS              PIC X(02)  VALUE SPACES.
000740 77  WS-FLUP-STATUS                 PIC X(02)  VALUE SPACES.
000745 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
000750*
000760 77  WS-NOTCREG-EOF-SWITCH          PIC X(01)  VALUE 'N'.
000770     88  WS-NOTCREG-EOF                        VALUE 'Y'.
000780*
000790*----------------------------------------------------------*
000800* A NOTICE MUST BE MAILED WITHIN WS-LIMIT-DAYS OF THE       *
000810* DECLINE.  ONE STILL OPEN WS-WARN-DAYS OR MORE AFTER THE   *
000820* DECLINE IS REPORTED.                                      *
000830*----------------------------------------------------------*
000840 77  WS-LIMIT-DAYS                  PIC 9(03)  COMP VALUE 30.
000850 77  WS-WARN-DAYS                   PIC 9(03)  COMP VALUE 25.
000860*
000870 77  WS-RUN-DATE-INT                PIC 9(08)  COMP VALUE ZERO.
000880 77  WS-DAYS-SINCE-DECLINE          PIC S9(05) COMP VALUE ZERO.
000890 77  WS-DAYS-LEFT                   PIC S9(05) COMP VALUE ZERO.
000900*
000910 77  WS-NOTICES-READ                PIC 9(07)  COMP VALUE ZERO.
000920 77  WS-NOTICES-MAILED              PIC 9(07)  COMP VALUE ZERO.
000930 77  WS-NOTICES-OPEN                PIC 9(07)  COMP VALUE ZERO.
000940 77  WS-NOTICES-WARNED              PIC 9(07)  COMP VALUE ZERO.
000950 77  WS-NOTICES-OVERDUE             PIC 9(07)  COMP VALUE ZERO.
000960*
000970 01  RUN-DATE                       PIC 9(08).
000980*
000983     COPY CYCLECTL.
000986*
000990*----------------------------------------------------------*
001000* REPORT LINE LAYOUTS                                       *
001010*----------------------------------------------------------*
001020 01  FLUP-RUN-HDR.
001030     05  FILLER                     PIC X(40) VALUE
001040         "ADVERSE ACTION NOTICE FOLLOW-UP AS OF = ".
001050     05  FLUP-RUN-DATE              PIC 9(08).
001060     05  FILLER                     PIC X(32) VALUE SPACES.
001070*
001080 01  FLUP-SECTION-HDR               PIC X(60).
001090*
001100 01  FLUP-COLUMN-HDR.
001110     05  FILLER                     PIC X(40) VALUE
001120         "APPL NO  BR   CUSTOMER NAME             ".
001130     05  FILLER                     PIC X(40) VALUE
001140         "DECLINED  DAYS LEFT                     ".
001150*
001160 01  FLUP-DETAIL.
001170     05  FD-APPL-NUMBER             PIC 9(08).
001180     05  FILLER                     PIC X(01) VALUE SPACE.
001190     05  FD-BRANCH-ID               PIC X(04).
001200     05  FILLER                     PIC X(01) VALUE SPACE.
001210     05  FD-CUSTOMER-NAME           PIC X(25).
001220     05  FILLER                     PIC X(01) VALUE SPACE.
001230     05  FD-DECLINE-DATE            PIC 9(08).
001240     05  FILLER                     PIC X(02) VALUE SPACES.
001250     05  FD-DAYS-LEFT               PIC ---9.
001260     05  FILLER                     PIC X(02) VALUE SPACES.
001270     05  FD-NOTE                    PIC X(10).
001280     05  FILLER                     PIC X(14) VALUE SPACES.
001290*
001300 01  FLUP-NOTE-LINE                 PIC X(80).
001310*
001320 01  FLUP-TOTAL-LINE.
001330     05  FT-TOTAL-LABEL             PIC X(30).
001340     05  FT-TOTAL-COUNT             PIC Z,ZZZ,ZZ9.
001350     05  FILLER                     PIC X(41) VALUE SPACES.
001360*
001370 PROCEDURE DIVISION.
001380*
001390*----------------------------------------------------------*
001400* 0000-MAINLINE - PASS THE NOTICE REGISTER AND REPORT EVERY *
001410* OPEN NOTICE NEAR OR PAST THE 30-DAY LIMIT.                *
001420*----------------------------------------------------------*
001430 0000-MAINLINE.
001440*
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001460     PERFORM 3000-SCAN-NOTICES THRU 3000-EXIT.
001470     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
001480     CLOSE FLUP-RPT.
001490     DISPLAY "End of adverse action notice follow-up run.".
001500     STOP RUN.
001510*
001520 1000-INITIALIZE.
001530*
001540     DISPLAY "NOTCFLUP - ADVERSE ACTION NOTICE FOLLOW-UP".
001550     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
001560     COMPUTE WS-RUN-DATE-INT =
001570         FUNCTION INTEGER-OF-DATE (RUN-DATE).
001580     OPEN OUTPUT FLUP-RPT.
001590     IF WS-FLUP-STATUS NOT = "00"
001600         DISPLAY "FLUP-RPT OPEN FAILED - STATUS = "
001610             WS-FLUP-STATUS
001620         STOP RUN.
001630     MOVE RUN-DATE TO FLUP-RUN-DATE.
001640     WRITE FLUP-LINE FROM FLUP-RUN-HDR.
001650 1000-EXIT.
001660     EXIT.
001670*
001671*----------------------------------------------------------*
001672* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
001673* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
001674* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
001675* BEING PROCESSED.                                          *
001676*----------------------------------------------------------*
001677 1050-GET-BUSINESS-DATE.
001678*
001679     OPEN INPUT CYCLE-CTL.
001680     IF WS-CYCLE-STATUS = "35"
001681         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
001682             "BUSINESS DATE WITH CYCLEMNT."
001683         STOP RUN.
001684     IF WS-CYCLE-STATUS NOT = "00"
001685         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
001686             WS-CYCLE-STATUS
001687         STOP RUN.
001688     MOVE SPACES TO CYCLE-CONTROL.
001689     READ CYCLE-CTL INTO CYCLE-CONTROL
001690         AT END MOVE SPACES TO CYCLE-CONTROL.
001691     CLOSE CYCLE-CTL.
001692     IF CC-BUSINESS-DATE NOT NUMERIC
001693             OR CC-BUSINESS-DATE = ZERO
001694         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
001695             "CYCLEMNT."
001696         STOP RUN.
001697     MOVE CC-BUSINESS-DATE TO RUN-DATE.
001698 1050-EXIT.
001699     EXIT.
001700*
001701*----------------------------------------------------------*
001702* 3000 SERIES - PASS THE REGISTER.  AN OPEN NOTICE THAT IS  *
001703* WS-WARN-DAYS OR MORE PAST ITS DECLINE GOES ON THE REPORT  *
001710* WITH THE DAYS LEFT TO THE LIMIT.  MAILED NOTICES ARE      *
001720* ONLY COUNTED.  NO REGISTER YET MEANS NO NOTICES YET.      *
001730*----------------------------------------------------------*
001740 3000-SCAN-NOTICES.
001750*
001760     MOVE "OPEN NOTICES WITHIN THE WARNING WINDOW -"
001770         TO FLUP-SECTION-HDR.
001780     WRITE FLUP-LINE FROM FLUP-SECTION-HDR.
001790     WRITE FLUP-LINE FROM FLUP-COLUMN-HDR.
001800     OPEN INPUT NOTICE-REG.
001810     IF WS-NOTCREG-STATUS = "35"
001820         GO TO 3000-NONE.
001830     IF WS-NOTCREG-STATUS NOT = "00"
001840         DISPLAY "NOTICE-REG OPEN FAILED - STATUS = "
001850             WS-NOTCREG-STATUS
001860         STOP RUN.
001870     MOVE LOW-VALUES TO NR-KEY.
001880     START NOTICE-REG KEY IS NOT LESS THAN NR-KEY
001890         INVALID KEY MOVE 'Y' TO WS-NOTCREG-EOF-SWITCH.
001900     PERFORM 3040-READ-NOTICE THRU 3040-EXIT.
001910     PERFORM 3100-CHECK-ONE-NOTICE THRU 3100-EXIT
001920         UNTIL WS-NOTCREG-EOF.
001930     CLOSE NOTICE-REG.
001940 3000-NONE.
001950     IF WS-NOTICES-WARNED = ZERO
001960         MOVE "NO OPEN NOTICE IS WITHIN THE WARNING WINDOW."
001970             TO FLUP-NOTE-LINE
001980         WRITE FLUP-LINE FROM FLUP-NOTE-LINE.
001990 3000-EXIT.
002000     EXIT.
002010*
002020 3040-READ-NOTICE.
002030*
002040     IF WS-NOTCREG-EOF
002050         GO TO 3040-EXIT.
002060     READ NOTICE-REG NEXT RECORD
002070         AT END MOVE 'Y' TO WS-NOTCREG-EOF-SWITCH.
002080 3040-EXIT.
002090     EXIT.
002100*
002110 3100-CHECK-ONE-NOTICE.
002120*
002130     ADD 1 TO WS-NOTICES-READ.
002140     IF NR-MAILED
002150         ADD 1 TO WS-NOTICES-MAILED
002160         GO TO 3100-NEXT.
002170     ADD 1 TO WS-NOTICES-OPEN.
002180     COMPUTE WS-DAYS-SINCE-DECLINE = WS-RUN-DATE-INT
002190         - FUNCTION INTEGER-OF-DATE (NR-DECLINE-DATE).
002200     IF WS-DAYS-SINCE-DECLINE < WS-WARN-DAYS
002210         GO TO 3100-NEXT.
002220     ADD 1 TO WS-NOTICES-WARNED.
002230     COMPUTE WS-DAYS-LEFT = WS-LIMIT-DAYS - WS-DAYS-SINCE-DECLINE.
002240     PERFORM 3200-WRITE-FLUP-DETAIL THRU 3200-EXIT.
002250 3100-NEXT.
002260     PERFORM 3040-READ-NOTICE THRU 3040-EXIT.
002270 3100-EXIT.
002280     EXIT.
002290*
002300 3200-WRITE-FLUP-DETAIL.
002310*
002320     MOVE NR-APPL-NUMBER TO FD-APPL-NUMBER.
002330     MOVE NR-BRANCH-ID TO FD-BRANCH-ID.
002340     MOVE NR-CUSTOMER-NAME TO FD-CUSTOMER-NAME.
002350     MOVE NR-DECLINE-DATE TO FD-DECLINE-DATE.
002360     MOVE WS-DAYS-LEFT TO FD-DAYS-LEFT.
002370     MOVE SPACES TO FD-NOTE.
002380*    PAST THE LIMIT THE NOTICE IS LATE AND MUST GO OUT AT
002390*    ONCE.
002400     IF WS-DAYS-LEFT < ZERO
002410         ADD 1 TO WS-NOTICES-OVERDUE
002420         MOVE "OVERDUE" TO FD-NOTE.
002430     WRITE FLUP-LINE FROM FLUP-DETAIL.
002440 3200-EXIT.
002450     EXIT.
002460*
002470*----------------------------------------------------------*
002480* 8000 SERIES - CONTROL COUNTS FOR THE RUN, WRITTEN TO THE  *
002490* REPORT AND DISPLAYED FOR THE OPERATOR.                    *
002500*----------------------------------------------------------*
002510 8000-PRINT-CONTROL-TOTALS.
002520*
002530     MOVE "NOTICES ON REGISTER         = " TO FT-TOTAL-LABEL.
002540     MOVE WS-NOTICES-READ TO FT-TOTAL-COUNT.
002550     WRITE FLUP-LINE FROM FLUP-TOTAL-LINE.
002560     MOVE "NOTICES MAILED              = " TO FT-TOTAL-LABEL.
002570     MOVE WS-NOTICES-MAILED TO FT-TOTAL-COUNT.
002580     WRITE FLUP-LINE FROM FLUP-TOTAL-LINE.
002590     MOVE "NOTICES NOT YET MAILED      = " TO FT-TOTAL-LABEL.
002600     MOVE WS-NOTICES-OPEN TO FT-TOTAL-COUNT.
002610     WRITE FLUP-LINE FROM FLUP-TOTAL-LINE.
002620     MOVE "OPEN NOTICES REPORTED       = " TO FT-TOTAL-LABEL.
002630     MOVE WS-NOTICES-WARNED TO FT-TOTAL-COUNT.
002640     WRITE FLUP-LINE FROM FLUP-TOTAL-LINE.
002650     MOVE "OPEN NOTICES OVERDUE        = " TO FT-TOTAL-LABEL.
002660     MOVE WS-NOTICES-OVERDUE TO FT-TOTAL-COUNT.
002670     WRITE FLUP-LINE FROM FLUP-TOTAL-LINE.
002680     DISPLAY "NOTICES ON REGISTER     = " WS-NOTICES-READ.
002690     DISPLAY "NOTICES MAILED          = " WS-NOTICES-MAILED.
002700     DISPLAY "NOTICES NOT YET MAILED  = " WS-NOTICES-OPEN.
002710     DISPLAY "OPEN NOTICES REPORTED   = " WS-NOTICES-WARNED.
002720     DISPLAY "OPEN NOTICES OVERDUE    = " WS-NOTICES-OVERDUE.
002730 8000-EXIT.
002740     EXIT.
002750*
002760 END PROGRAM NOTCFLUP.
