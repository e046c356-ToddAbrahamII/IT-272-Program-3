000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID.    RATEPEND.
000040 AUTHOR.        T. ABRAHAM.
000050 INSTALLATION.  CONSUMER LOAN DEPARTMENT.
000060 DATE-WRITTEN.  10/15/2026.
000070 DATE-COMPILED.
000080*
000090*----------------------------------------------------------*
000100* MODIFICATION HISTORY                                     *
000110*----------------------------------------------------------*
000120*  DATE       INIT  DESCRIPTION                             *
000130*  10/15/26   TA    ORIGINAL PROGRAM - NIGHTLY WARNING OF   *
000140*                   RATE SHEETS STILL PENDING DUAL-CONTROL  *
000150*                   APPROVAL WHOSE EFFECTIVE DATE IS WITHIN *
000160*                   TWO DAYS (OR ALREADY PASSED).  CALC3000 *
000170*                   AND REPRICE WILL NOT PRICE FROM AN      *
000180*                   UNAPPROVED SHEET, SO A SHEET LEFT       *
000190*                   SITTING WOULD QUIETLY LEAVE THE OLD     *
000200*                   RATES IN FORCE PAST THEIR DAY.          *
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
000340     SELECT RATE-FILE
000350         ASSIGN TO RATEFILE
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-RATE-STATUS.
000380*
000390     SELECT WARN-RPT
000400         ASSIGN TO RATEWARN
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-WARN-STATUS.
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
000490* RATE-FILE - EFFECTIVE-DATED RATE SHEETS KEYED THROUGH THE *
000500* RATEMNT PROGRAM - SEE THE RATETBL COPYBOOK.               *
000510*----------------------------------------------------------*
000520 FD  RATE-FILE
000530     RECORD CONTAINS 160 CHARACTERS.
000540*
000550 01  RATE-FILE-REC                 PIC X(160).
000560*
000570*----------------------------------------------------------*
000580* WARN-RPT - PENDING RATE SHEET WARNING FOR THE RATE        *
000590* SUPERVISORS - ONE LINE PER SHEET AWAITING APPROVAL THAT   *
000600* IS DUE TO TAKE EFFECT WITHIN THE WARNING WINDOW.          *
000610*----------------------------------------------------------*
000620 FD  WARN-RPT
000630     RECORD CONTAINS 80 CHARACTERS.
000640*
000650 01  WARN-LINE                     PIC X(80).
000660*
000661*----------------------------------------------------------*
000662* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
000663* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN.        *
000664*----------------------------------------------------------*
000665 FD  CYCLE-CTL
000666     RECORD CONTAINS 300 CHARACTERS.
000667*
000668 01  CYCLE-CTL-REC                 PIC X(300).
000669*
000670 WORKING-STORAGE SECTION.
000680*
000690*----------------------------------------------------------*
000700* STANDALONE SWITCHES AND COUNTERS                          *
000710*----------------------------------------------------------*
000720 77  WS-RATE-STATUS                 PIC X(02)  VALUE SPACES.
000730 77  WS-WARN-STATUS                 PIC X(02)  VALUE SPACES.
000735 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
000740*
000750 77  WS-RATE-EOF-SWITCH             PIC X(01)  VALUE 'N'.
000760     88  WS-RATE-EOF                           VALUE 'Y'.
000770*
000780*----------------------------------------------------------*
000790* A PENDING SHEET DUE TO TAKE EFFECT WITHIN THIS MANY DAYS  *
000800* OF THE RUN DATE IS WARNED ON.                             *
000810*----------------------------------------------------------*
000820 77  WS-WARN-DAYS                   PIC 9(03)  COMP VALUE 2.
000830*
000840 77  WS-RUN-DATE-INT                PIC 9(08)  COMP VALUE ZERO.
000850 77  WS-DAYS-TO-EFFECT              PIC S9(05) COMP VALUE ZERO.
000860*
000870 77  WS-SETS-READ                   PIC 9(07)  COMP VALUE ZERO.
000880 77  WS-SETS-PENDING                PIC 9(07)  COMP VALUE ZERO.
000890 77  WS-SETS-WARNED                 PIC 9(07)  COMP VALUE ZERO.
000900*
000910 01  RUN-DATE                       PIC 9(08).
000920*
000923     COPY CYCLECTL.
000926*
000930     COPY RATETBL.
000940*
000950*----------------------------------------------------------*
000960* REPORT LINE LAYOUTS                                       *
000970*----------------------------------------------------------*
000980 01  WARN-RUN-HDR.
000990     05  FILLER                     PIC X(42) VALUE
001000         "PENDING RATE SHEET WARNING FOR RUN DATE = ".
001010     05  WARN-RUN-DATE              PIC 9(08).
001020     05  FILLER                     PIC X(30) VALUE SPACES.
001030*
001040 01  WARN-SECTION-HDR               PIC X(60).
001050*
001060 01  WARN-DETAIL.
001070     05  FILLER                     PIC X(11) VALUE
001080         "EFF DATE = ".
001090     05  WD-EFF-DATE                PIC 9(08).
001100     05  FILLER                     PIC X(13) VALUE
001110         "  KEYED BY = ".
001120     05  WD-KEYED-BY                PIC X(08).
001130     05  FILLER                     PIC X(04) VALUE " ON ".
001140     05  WD-KEYED-DATE              PIC 9(08).
001150     05  FILLER                     PIC X(08) VALUE
001160         "  DAYS =".
001170     05  WD-DAYS-TO-EFFECT          PIC ---9.
001180     05  FILLER                     PIC X(02) VALUE SPACES.
001190     05  WD-NOTE                    PIC X(14).
001200*
001210 01  WARN-NOTE-LINE                 PIC X(80).
001220*
001230 01  WARN-TOTAL-LINE.
001240     05  WT-TOTAL-LABEL             PIC X(30).
001250     05  WT-TOTAL-COUNT             PIC Z,ZZZ,ZZ9.
001260     05  FILLER                     PIC X(41) VALUE SPACES.
001270*
001280 PROCEDURE DIVISION.
001290*
001300*----------------------------------------------------------*
001310* 0000-MAINLINE - PASS THE RATE FILE AND WARN ON EVERY      *
001320* PENDING SHEET DUE WITHIN THE WINDOW.                      *
001330*----------------------------------------------------------*
001340 0000-MAINLINE.
001350*
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001370     PERFORM 3000-SCAN-RATE-SETS THRU 3000-EXIT.
001380     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
001390     CLOSE WARN-RPT.
001400     DISPLAY "End of pending rate sheet warning run.".
001410     STOP RUN.
001420*
001430 1000-INITIALIZE.
001440*
001450     DISPLAY "RATEPEND - PENDING RATE SHEET WARNING".
001460     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
001470     COMPUTE WS-RUN-DATE-INT =
001480         FUNCTION INTEGER-OF-DATE (RUN-DATE).
001490     OPEN OUTPUT WARN-RPT.
001500     IF WS-WARN-STATUS NOT = "00"
001510         DISPLAY "WARN-RPT OPEN FAILED - STATUS = "
001520             WS-WARN-STATUS
001530         STOP RUN.
001540     MOVE RUN-DATE TO WARN-RUN-DATE.
001550     WRITE WARN-LINE FROM WARN-RUN-HDR.
001560 1000-EXIT.
001570     EXIT.
001580*
001581*----------------------------------------------------------*
001582* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
001583* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
001584* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
001585* BEING PROCESSED.                                          *
001586*----------------------------------------------------------*
001587 1050-GET-BUSINESS-DATE.
001588*
001589     OPEN INPUT CYCLE-CTL.
001590     IF WS-CYCLE-STATUS = "35"
001591         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
001592             "BUSINESS DATE WITH CYCLEMNT."
001593         STOP RUN.
001594     IF WS-CYCLE-STATUS NOT = "00"
001595         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
001596             WS-CYCLE-STATUS
001597         STOP RUN.
001598     MOVE SPACES TO CYCLE-CONTROL.
001599     READ CYCLE-CTL INTO CYCLE-CONTROL
001600         AT END MOVE SPACES TO CYCLE-CONTROL.
001601     CLOSE CYCLE-CTL.
001602     IF CC-BUSINESS-DATE NOT NUMERIC
001603             OR CC-BUSINESS-DATE = ZERO
001604         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
001605             "CYCLEMNT."
001606         STOP RUN.
001607     MOVE CC-BUSINESS-DATE TO RUN-DATE.
001608 1050-EXIT.
001609     EXIT.
001610*
001611*----------------------------------------------------------*
001612* 3000 SERIES - PASS THE RATE FILE.  A PENDING SHEET WHOSE  *
001613* EFFECTIVE DATE IS NO MORE THAN THE WARNING WINDOW AWAY -  *
001620* OR HAS ALREADY ARRIVED - GOES ON THE REPORT.  APPROVED    *
001630* AND REJECTED SHEETS ARE ONLY COUNTED.                     *
001640*----------------------------------------------------------*
001650 3000-SCAN-RATE-SETS.
001660*
001670     OPEN INPUT RATE-FILE.
001680     IF WS-RATE-STATUS NOT = "00"
001690         DISPLAY "RATE-FILE OPEN FAILED - STATUS = "
001700             WS-RATE-STATUS
001710         DISPLAY "RUN RATEMNT TO BUILD THE RATE FILE."
001720         STOP RUN.
001730     MOVE "PENDING SHEETS DUE WITHIN THE WARNING WINDOW -"
001740         TO WARN-SECTION-HDR.
001750     WRITE WARN-LINE FROM WARN-SECTION-HDR.
001760     PERFORM 3040-READ-RATE-SET THRU 3040-EXIT.
001770     PERFORM 3100-CHECK-ONE-SET THRU 3100-EXIT
001780         UNTIL WS-RATE-EOF.
001790     CLOSE RATE-FILE.
001800     IF WS-SETS-WARNED = ZERO
001810         MOVE "NO PENDING SHEET IS DUE WITHIN THE WARNING WINDOW."
001820             TO WARN-NOTE-LINE
001830         WRITE WARN-LINE FROM WARN-NOTE-LINE.
001840 3000-EXIT.
001850     EXIT.
001860*
001870 3040-READ-RATE-SET.
001880*
001890     READ RATE-FILE INTO RATE-SET-RECORD
001900         AT END MOVE 'Y' TO WS-RATE-EOF-SWITCH.
001910 3040-EXIT.
001920     EXIT.
001930*
001940 3100-CHECK-ONE-SET.
001950*
001960     ADD 1 TO WS-SETS-READ.
001970     IF NOT RT-PENDING
001980         GO TO 3100-NEXT.
001990     ADD 1 TO WS-SETS-PENDING.
002000     COMPUTE WS-DAYS-TO-EFFECT =
002010         FUNCTION INTEGER-OF-DATE (RT-EFFECTIVE-DATE)
002020         - WS-RUN-DATE-INT.
002030     IF WS-DAYS-TO-EFFECT > WS-WARN-DAYS
002040         GO TO 3100-NEXT.
002050     ADD 1 TO WS-SETS-WARNED.
002060     PERFORM 3200-WRITE-WARN-DETAIL THRU 3200-EXIT.
002070 3100-NEXT.
002080     PERFORM 3040-READ-RATE-SET THRU 3040-EXIT.
002090 3100-EXIT.
002100     EXIT.
002110*
002120 3200-WRITE-WARN-DETAIL.
002130*
002140     MOVE RT-EFFECTIVE-DATE TO WD-EFF-DATE.
002150     MOVE RT-KEYED-BY TO WD-KEYED-BY.
002160     MOVE RT-KEYED-DATE TO WD-KEYED-DATE.
002170     MOVE WS-DAYS-TO-EFFECT TO WD-DAYS-TO-EFFECT.
002180     MOVE SPACES TO WD-NOTE.
002190*    A SHEET ALREADY PAST ITS DAY MEANS THE OLD RATES ARE
002200*    STILL BEING QUOTED.
002210     IF WS-DAYS-TO-EFFECT NOT > ZERO
002220         MOVE "ALREADY DUE" TO WD-NOTE.
002230     WRITE WARN-LINE FROM WARN-DETAIL.
002240 3200-EXIT.
002250     EXIT.
002260*
002270*----------------------------------------------------------*
002280* 8000 SERIES - CONTROL COUNTS FOR THE RUN, WRITTEN TO THE  *
002290* REPORT AND DISPLAYED FOR THE OPERATOR.                    *
002300*----------------------------------------------------------*
002310 8000-PRINT-CONTROL-TOTALS.
002320*
002330     MOVE "RATE SETS READ              = " TO WT-TOTAL-LABEL.
002340     MOVE WS-SETS-READ TO WT-TOTAL-COUNT.
002350     WRITE WARN-LINE FROM WARN-TOTAL-LINE.
002360     MOVE "SETS PENDING APPROVAL       = " TO WT-TOTAL-LABEL.
002370     MOVE WS-SETS-PENDING TO WT-TOTAL-COUNT.
002380     WRITE WARN-LINE FROM WARN-TOTAL-LINE.
002390     MOVE "PENDING SETS DUE (WARNED)   = " TO WT-TOTAL-LABEL.
002400     MOVE WS-SETS-WARNED TO WT-TOTAL-COUNT.
002410     WRITE WARN-LINE FROM WARN-TOTAL-LINE.
002420     DISPLAY "RATE SETS READ          = " WS-SETS-READ.
002430     DISPLAY "SETS PENDING APPROVAL   = " WS-SETS-PENDING.
002440     DISPLAY "PENDING SETS DUE        = " WS-SETS-WARNED.
002450 8000-EXIT.
002460     EXIT.
002470*
002480 END PROGRAM RATEPEND.
