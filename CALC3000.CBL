001850*                   CHECKS THE DAY AGAINST THE REAL CALENDAR   *
001860*                   MONTH (LEAP YEARS INCLUDED) INSTEAD OF A   *
001870*                   FLAT 1-31 RANGE.                           *
001871*  10/15/26   TA    EVERY LOAN ENTRY'S BRANCH IS NOW EDITED    *
001872*                   AGAINST THE NEW BRMSTR BRANCH MASTER - A   *
001873*                   BRANCH NOT ON FILE OR CLOSED GOES TO       *
001874*                   EXCEPT-RPT - AND PRODSUM CARRIES A NEW BY  *
001875*                   BRANCH SECTION SHOWING THE BRANCH NAME.    *
001876*  10/15/26   TA    THE RATE SHEET IS NOW PICKED ONLY FROM     *
001877*                   SETS APPROVED UNDER DUAL CONTROL IN        *
001878*                   RATEMNT - A PENDING OR REJECTED SET IS     *
001879*                   PASSED OVER, AND A PENDING ONE THAT WOULD  *
001880*                   OTHERWISE BE IN EFFECT IS NAMED ON THE     *
001881*                   CONSOLE.                                   *
001882*  10/15/26   TA    A LOAN FAILED ON THE DEBT-TO-INCOME LIMIT  *
001883*                   NOW GETS A CUSTOMER ADVERSE ACTION NOTICE  *
001884*                   ON THE NEW ADVNOTC PRINT FILE GIVING THE   *
001885*                   PRINCIPAL REASON WITH THE ACTUAL RATIO AND *
001886*                   THE LIMIT, AND IS ENTERED ON THE NEW       *
001887*                   NOTCREG NOTICE REGISTER SO NOTCFLUP CAN    *
001888*                   CHASE ANY NOTICE NOT MAILED WITHIN THE 30  *
001889*                   DAYS.  DATA-ENTRY REJECTS GET NO NOTICE.   *
001890*  10/15/26   TA    RUN DATE NOW TAKEN FROM THE BUSINESS DATE  *
001891*                   ON THE CYCLECTL CYCLE CONTROL FILE IN      *
001892*                   PLACE OF THE SYSTEM CLOCK. THE BATCH IS A  *
001893*                   STEP IN THE NIGHTLY CYCLE - IT WILL NOT    *
001894*                   START UNTIL BRINTAKE HAS COMPLETED FOR THE *
001895*                   DATE, OR RUN TWICE, WITHOUT A SUPERVISOR   *
001896*                   OVERRIDE, AND MARKS ITSELF COMPLETE AT THE *
001897*                   END.                                       *
001898*  10/15/26   TA    EVERY LOAN ENTRY NOW CARRIES THE ID OF THE *
001899*                   LOAN OFFICER WHO TOOK IT - KEYED AT THE    *
001900*                   DESK AND ADDED TO THE LOAN-APPS RECORD -   *
001901*                   EDITED AGAINST THE NEW OFCRTBL LOAN        *
001902*                   OFFICER TABLE (AN OFFICER NOT ON THE TABLE *
001903*                   OR NO LONGER ACTIVE GOES TO EXCEPT-RPT)    *
001904*                   AND CARRIED ONTO THE QUOTE HISTORY, THE    *
001905*                   APPLICATION MASTER, AND THE AUDIT TRAIL    *
001906*                   FOR THE NEW OFCRPROD OFFICER PRODUCTION    *
001907*                   AND INCENTIVE REPORT.                      *
001908*  10/15/26   TA    THE ORIGINATION FEES, POINTS AMOUNT, AND   *
001909*                   ODD-DAYS PREPAID INTEREST OF EACH QUOTE    *
001910*                   NOW GO ON THE APPLICATION MASTER, WIDENED  *
001911*                   TO 100 CHARACTERS, FOR SVCRECON TO POST TO *
001912*                   THE GENERAL LEDGER WHEN THE LOAN BOOKS.    *
001913*  10/15/26   TA    EVERY BORROWER IS NOW FOUND, OR GIVEN A    *
001914*                   CUSTOMER NUMBER ON THE FIRST QUOTE, ON THE *
001915*                   NEW CUSTMSTR CUSTOMER MASTER BY NAME,      *
001916*                   STREET ADDRESS, AND ZIP, AND THE QUOTE IS  *
001917*                   ADDED TO THE BORROWER'S OUTSTANDING        *
001918*                   AMOUNT.  A LOAN THAT TAKES THE BORROWER    *
001919*                   OVER THE EXPPARM SINGLE-BORROWER LIMIT IS  *
001920*                   REFERRED, NOT REJECTED, WITH THE CUSTOMER  *
001921*                   AND THE REFERRAL CARRIED ON THE            *
001922*                   APPLICATION MASTER.                        *
001923*  10/15/26   TA    A RATE CONCESSION IN BASIS POINTS OFF THE  *
001924*                   SHEET RATE, WITH A REASON CODE, MAY NOW BE *
001925*                   KEYED ON THE LOAN ENTRY. ONE OVER THE      *
001926*                   CONCPARM OPERATOR LIMIT TAKES SUPERVISOR   *
001927*                   AUTHORITY, AND THE DECLINED ATTEMPT GOES   *
001928*                   ON THE AUDIT TRAIL. THE SHEET RATE,        *
001929*                   CONCESSION, REASON, AND APPROVING OPERATOR *
001930*                   ARE CARRIED ON THE QUOTE HISTORY, WIDENED  *
001931*                   TO 67 CHARACTERS, AND ON THE APPLICATION   *
001932*                   MASTER, WIDENED TO 120, AND THE SHEET RATE *
001933*                   AND CONCESSION ON THE AUDIT LINE.          *
001934*  10/15/26   TA    A QUOTE QTAGING HAS AGED OFF PAST THE      *
001935*                   30-DAY QUOTE WINDOW IS NOT BACKED OUT      *
001936*                   AGAIN ON A REQUOTE AND NO LONGER COUNTS IN *
001937*                   THE EXPOSURE CHECK.                        *
001938*----------------------------------------------------------*
001939*
001940 ENVIRONMENT DIVISION.
001941*
001942 CONFIGURATION SECTION.
001943*
001944 SOURCE-COMPUTER.   IBM-370.
001950 OBJECT-COMPUTER.   IBM-370.
001960*
001970 INPUT-OUTPUT SECTION.
002540         ACCESS IS RANDOM
002550         RECORD KEY IS AM-KEY
002560         FILE STATUS IS WS-APPLMSTR-STATUS.
002561*
002562     SELECT BRANCH-MSTR
002563         ASSIGN TO BRMSTR
002564         ORGANIZATION IS INDEXED
002565         ACCESS IS RANDOM
002566         RECORD KEY IS BM-BRANCH-ID
002567         FILE STATUS IS WS-BRMSTR-STATUS.
002568*
002569     SELECT ADV-NOTICE
002570         ASSIGN TO ADVNOTC
002571         ORGANIZATION IS LINE SEQUENTIAL
002572         FILE STATUS IS WS-ADVNOTC-STATUS.
002573*
002574     SELECT NOTICE-REG
002575         ASSIGN TO NOTCREG
002576         ORGANIZATION IS INDEXED
002577         ACCESS IS RANDOM
002578         RECORD KEY IS NR-KEY
002579         FILE STATUS IS WS-NOTCREG-STATUS.
002580*
002581     SELECT DTI-PARM
002590         ASSIGN TO DTIPARM
002600         ORGANIZATION IS LINE SEQUENTIAL
002610         FILE STATUS IS WS-DTIPARM-STATUS.
002750         ORGANIZATION IS LINE SEQUENTIAL
002760         FILE STATUS IS WS-OPERFILE-STATUS.
002770*
002771     SELECT CYCLE-CTL
002772         ASSIGN TO CYCLECTL
002773         ORGANIZATION IS LINE SEQUENTIAL
002774         FILE STATUS IS WS-CYCLE-STATUS.
002775*
002777     SELECT OFCR-TBL
002779         ASSIGN TO OFCRTBL
002781         ORGANIZATION IS LINE SEQUENTIAL
002783         FILE STATUS IS WS-OFCRTBL-STATUS.
002785*
002786     SELECT CUST-MSTR
002787         ASSIGN TO CUSTMSTR
002788         ORGANIZATION IS INDEXED
002789         ACCESS IS RANDOM
002790         RECORD KEY IS CM-CUSTOMER-NUMBER
002791         ALTERNATE RECORD KEY IS CM-MATCH-KEY
002792         FILE STATUS IS WS-CUSTMSTR-STATUS.
002793*
002794     SELECT EXPOSURE-PARM
002795         ASSIGN TO EXPPARM
002796         ORGANIZATION IS LINE SEQUENTIAL
002797         FILE STATUS IS WS-EXPPARM-STATUS.
002798*
002799     SELECT CONCESSION-PARM
002800         ASSIGN TO CONCPARM
002801         ORGANIZATION IS LINE SEQUENTIAL
002802         FILE STATUS IS WS-CONCPARM-STATUS.
002803*
002804 DATA DIVISION.
002805*
002806 FILE SECTION.
002810*
002820*----------------------------------------------------------*
002830* LOAN-APPS - END OF DAY LOAN SCENARIOS KEYED IN FROM THE   *
002840* BRANCH SPREADSHEET - ONE RECORD PER LOAN TO BE QUOTED.    *
002850*----------------------------------------------------------*
002860 FD  LOAN-APPS
002870     RECORD CONTAINS 191 CHARACTERS.
002880*
002890 01  LOAN-APPS-RECORD.
002900     05  LA-APPLICATION-NUMBER      PIC 9(08).
003110     05  LA-FUNDING-DATE            PIC 9(08).
003120     05  LA-MONTHLY-INCOME          PIC 9(07)V99.
003130     05  LA-MONTHLY-DEBT            PIC 9(07)V99.
003135     05  LA-OFFICER-ID              PIC X(06).
003136     05  LA-CONCESSION-BPS          PIC 9(03).
003137     05  LA-CONCESSION-REASON       PIC X(01).
003140*
003150*----------------------------------------------------------*
003160* AMORT-RPT - PRINTABLE MONTH-BY-MONTH AMORTIZATION         *
003650* COVERS THE WHOLE FILE, NOT JUST THE POST-RESTART TAIL.    *
003660*----------------------------------------------------------*
003670 FD  RESTART-FILE
003680     RECORD CONTAINS 3951 CHARACTERS.
003690*
003700 01  RESTART-RECORD.
003710     05  RS-CHECKPOINT-COUNT        PIC 9(07).
003880     05  RS-REJ-ENTRY OCCURS 10 TIMES.
003890         10  RS-PR-REASON           PIC X(30).
003900         10  RS-PR-COUNT            PIC 9(07).
003901     05  RS-BR-TABLE-COUNT          PIC 9(03).
003902     05  RS-BR-ENTRY OCCURS 100 TIMES.
003903         10  RS-PB-BRANCH-ID        PIC X(04).
003904         10  RS-PB-COUNT            PIC 9(07).
003905         10  RS-PB-AMOUNT           PIC 9(11)V99.
003906         10  RS-PB-RATE-SUM         PIC 9(07)V99.
003910*
003920*----------------------------------------------------------*
003930* RATE-FILE - EFFECTIVE-DATED RATE SHEETS KEYED THROUGH THE *
003940* RATEMNT PROGRAM - ONE RECORD PER PUBLISHED RATE SET.      *
003950*----------------------------------------------------------*
003960 FD  RATE-FILE
003970     RECORD CONTAINS 160 CHARACTERS.
003980*
003990 01  RATE-FILE-REC                 PIC X(160).
004000*
004010*----------------------------------------------------------*
004020* QUOTE-LTR - FORMATTED CUSTOMER QUOTE LETTER, ONE PER      *
004230* BACK AT START-UP FOR THE SUSPECTED-DUPLICATE EDIT.        *
004240*----------------------------------------------------------*
004250 FD  QUOTE-HIST
004260     RECORD CONTAINS 67 CHARACTERS.
004270*
004280 01  QUOTE-HIST-RECORD.
004290     05  QH-APPL-NUMBER             PIC 9(08).
004340     05  QH-LOAN-TYPE               PIC X(01).
004350     05  QH-INTEREST-RATE           PIC 9(02)V99.
004360     05  QH-MONTHLY-PAYMENT         PIC 9(08)V99.
004365     05  QH-OFFICER-ID              PIC X(06).
004366     05  QH-SHEET-RATE              PIC 9(02)V99.
004367     05  QH-CONCESSION-BPS          PIC 9(03).
004368     05  QH-CONCESSION-REASON       PIC X(01).
004369     05  QH-CONCESSION-APPROVER     PIC X(08).
004370*
004380*----------------------------------------------------------*
004390* APPL-MSTR - KEYED APPLICATION MASTER SHARED WITH          *
004400* SVCRECON - SEE THE APPLMSTR COPYBOOK.                     *
004410*----------------------------------------------------------*
004420 FD  APPL-MSTR
004430     RECORD CONTAINS 120 CHARACTERS.
004440*
004450     COPY APPLMSTR.
004460*
004461*----------------------------------------------------------*
004462* BRANCH-MSTR - KEYED BRANCH MASTER SHARED WITH BRINTAKE    *
004463* AND BRMAINT - SEE THE BRMSTR COPYBOOK.                    *
004464*----------------------------------------------------------*
004465 FD  BRANCH-MSTR
004466     RECORD CONTAINS 60 CHARACTERS.
004467*
004468     COPY BRMSTR.
004469*
004470*----------------------------------------------------------*
004471* ADV-NOTICE - CUSTOMER ADVERSE ACTION NOTICE, ONE PER      *
004472* CREDIT DECLINE, READY TO MAIL AS PRINTED.                 *
004473*----------------------------------------------------------*
004474 FD  ADV-NOTICE
004475     RECORD CONTAINS 80 CHARACTERS.
004476*
004477 01  ADV-NOTICE-LINE               PIC X(80).
004478*
004479*----------------------------------------------------------*
004480* NOTICE-REG - KEYED REGISTER OF EVERY ADVERSE ACTION       *
004481* NOTICE ISSUED - SEE THE NOTCREG COPYBOOK.                 *
004482*----------------------------------------------------------*
004483 FD  NOTICE-REG
004484     RECORD CONTAINS 140 CHARACTERS.
004485*
004486     COPY NOTCREG.
004487*
004488*----------------------------------------------------------*
004489* DTI-PARM - THE DEBT-TO-INCOME LIMITS THE DEPARTMENT       *
004490* UNDERWRITES TO, MAINTAINABLE WITHOUT A PROGRAM CHANGE -   *
004500* ONE RECORD, REFER LIMIT THEN FAIL LIMIT, EACH FOUR        *
004510* DIGITS WITH TWO ASSUMED DECIMALS (3800 = 38.00 PCT).      *
005050*
005060     COPY OPERSEC.
005070*
005071*----------------------------------------------------------*
005072* CYCLE-CTL - NIGHTLY CYCLE CONTROL - SEE THE CYCLECTL      *
005073* COPYBOOK.  SUPPLIES THE BUSINESS DATE FOR THE RUN, AND    *
005074* THIS STEP MARKS ITSELF STARTED AND COMPLETE ON IT.        *
005075*----------------------------------------------------------*
005076 FD  CYCLE-CTL
005077     RECORD CONTAINS 300 CHARACTERS.
005078*
005079 01  CYCLE-CTL-REC                 PIC X(300).
005080*
005081*----------------------------------------------------------*
005082* OFCR-TBL - THE LOAN OFFICERS WHO MAY TAKE AN APPLICATION  *
005083* - SEE THE OFCRTBL COPYBOOK.  LOADED INTO THE OFFICER      *
005084* TABLE AT START-UP FOR THE OFFICER EDIT.                   *
005085*----------------------------------------------------------*
005086 FD  OFCR-TBL
005087     RECORD CONTAINS 45 CHARACTERS.
005088*
005089     COPY OFCRTBL.
005090*
005091*----------------------------------------------------------*
005092* CUST-MSTR - KEYED CUSTOMER MASTER SHARED WITH SVCRECON    *
005093* AND CUSTEXPO - SEE THE CUSTMSTR COPYBOOK.                 *
005094*----------------------------------------------------------*
005095 FD  CUST-MSTR
005096     RECORD CONTAINS 150 CHARACTERS.
005097*
005098     COPY CUSTMSTR.
005099*
005100*----------------------------------------------------------*
005101* EXPOSURE-PARM - THE SINGLE-BORROWER EXPOSURE LIMIT, IN    *
005102* WHOLE DOLLARS, MAINTAINABLE WITHOUT A PROGRAM CHANGE -    *
005103* ONE RECORD OF NINE DIGITS.  WHEN THE FILE IS ABSENT THE   *
005104* STANDARD LIMIT APPLIES.                                   *
005105*----------------------------------------------------------*
005106 FD  EXPOSURE-PARM
005107     RECORD CONTAINS 9 CHARACTERS.
005108*
005109 01  EXPOSURE-PARM-RECORD.
005110     05  XP-BORROWER-LIMIT          PIC 9(09).
005111*
005112*----------------------------------------------------------*
005113* CONCESSION-PARM - THE LARGEST RATE CONCESSION, IN BASIS   *
005114* POINTS OFF THE SHEET RATE, AN OPERATOR MAY GIVE WITHOUT   *
005115* SUPERVISOR AUTHORITY - ONE RECORD OF THREE DIGITS (025 =  *
005116* A QUARTER POINT).  WHEN THE FILE IS ABSENT THE STANDARD   *
005117* LIMIT APPLIES.                                            *
005118*----------------------------------------------------------*
005119 FD  CONCESSION-PARM
005120     RECORD CONTAINS 3 CHARACTERS.
005121*
005122 01  CONCESSION-PARM-RECORD.
005123     05  CP-OPERATOR-LIMIT          PIC 9(03).
005124*
005125 WORKING-STORAGE SECTION.
005126*
005127*----------------------------------------------------------*
005128* STANDALONE SWITCHES AND COUNTERS                          *
005129*----------------------------------------------------------*
005130 77  WS-EOF-SWITCH                  PIC X(01)  VALUE 'N'.
005140     88  WS-EOF                                VALUE 'Y'.
005150*
005580*
005590 77  WS-DUP-SWITCH                  PIC X(01)  VALUE 'N'.
005600     88  WS-DUP-FOUND                          VALUE 'Y'.
005601*
005602 77  WS-PB-FOUND-SWITCH             PIC X(01)  VALUE 'N'.
005603     88  WS-PB-FOUND                           VALUE 'Y'.
005604*
005605 77  WS-BR-TABLE-COUNT              PIC 9(03)  COMP VALUE ZERO.
005606 77  WS-BR-INDEX                    PIC 9(03)  COMP VALUE ZERO.
005607 77  WS-MAX-BRANCHES                PIC 9(03)  COMP VALUE 100.
005610*
005620 77  WS-APPLMSTR-STATUS             PIC X(02)  VALUE SPACES.
005630 77  WS-DTIPARM-STATUS              PIC X(02)  VALUE SPACES.
005640 77  WS-UNDW-STATUS                 PIC X(02)  VALUE SPACES.
005650 77  WS-PRODPTD-STATUS              PIC X(02)  VALUE SPACES.
005655 77  WS-BRMSTR-STATUS               PIC X(02)  VALUE SPACES.
005656 77  WS-ADVNOTC-STATUS              PIC X(02)  VALUE SPACES.
005657 77  WS-NOTCREG-STATUS              PIC X(02)  VALUE SPACES.
005658 77  WS-OFCRTBL-STATUS              PIC X(02)  VALUE SPACES.
005661 77  WS-CUSTMSTR-STATUS             PIC X(02)  VALUE SPACES.
005664 77  WS-EXPPARM-STATUS              PIC X(02)  VALUE SPACES.
005665 77  WS-CONCPARM-STATUS             PIC X(02)  VALUE SPACES.
005667*
005670 77  WS-PTD-EOF-SWITCH              PIC X(01)  VALUE 'N'.
005680     88  WS-PTD-EOF                            VALUE 'Y'.
005690*
006210 77  WS-AMORT-STATUS                PIC X(02)  VALUE SPACES.
006220 77  WS-EXCEPT-STATUS               PIC X(02)  VALUE SPACES.
006230 77  WS-SERVICEIF-STATUS            PIC X(02)  VALUE SPACES.
006235 77  WS-CYCLE-STATUS                PIC X(02)  VALUE SPACES.
006240 77  WS-READ-COUNT                  PIC 9(07)  COMP VALUE ZERO.
006250 77  WS-CHECKPOINT-COUNTER          PIC 9(03)  COMP VALUE ZERO.
006260 77  WS-CHECKPOINT-INTERVAL         PIC 9(03)  COMP VALUE 250.
006430* BALANCE DUE AT THE SHORTER STATED TERM.                   *
006440*----------------------------------------------------------*
006450 77  WS-BALLOON-AMORT-MONTHS        PIC 9(03)  COMP VALUE 360.
006451*
006452*----------------------------------------------------------*
006453* NIGHTLY CYCLE STEP CONTROL - THIS PROGRAM'S ENTRY ON THE  *
006454* CYCLECTL FILE AND THE ONE THAT MUST COMPLETE AHEAD OF IT. *
006455*----------------------------------------------------------*
006456 77  WS-CYCLE-STEP-NAME             PIC X(08)  VALUE "CALC3000".
006457 77  WS-CYCLE-INDEX                 PIC 9(02)  COMP VALUE ZERO.
006458 77  WS-CYCLE-STEP                  PIC 9(02)  COMP VALUE ZERO.
006459 77  WS-CYCLE-PRED                  PIC 9(02)  COMP VALUE ZERO.
006460 77  WS-CYCLE-CLOCK-DATE            PIC 9(08)  VALUE ZERO.
006461 77  WS-CYCLE-CLOCK-TIME            PIC 9(08)  VALUE ZERO.
006462*
006463 77  WS-CYCLE-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
006464     88  WS-CYCLE-FOUND                        VALUE 'Y'.
006465*
006466 77  WS-CYCLE-READY-SWITCH          PIC X(01)  VALUE 'Y'.
006467     88  WS-CYCLE-READY                        VALUE 'Y'.
006468*
006469*----------------------------------------------------------*
006470* LOAN OFFICER TABLE - LOADED FROM OFCRTBL AT START-UP AND  *
006471* SEARCHED FOR THE OFFICER ON EVERY LOAN ENTRY.             *
006472*----------------------------------------------------------*
006473 77  WS-OFCR-COUNT                  PIC 9(03)  COMP VALUE ZERO.
006474 77  WS-OFCR-INDEX                  PIC 9(03)  COMP VALUE ZERO.
006475 77  WS-MAX-OFFICERS                PIC 9(03)  COMP VALUE 200.
006476*
006477 77  WS-OFCR-EOF-SWITCH             PIC X(01)  VALUE 'N'.
006478     88  WS-OFCR-EOF                           VALUE 'Y'.
006479*
006480 77  WS-OFCR-FOUND-SWITCH           PIC X(01)  VALUE 'N'.
006481     88  WS-OFCR-FOUND                         VALUE 'Y'.
006482*
006483 77  WS-OFCR-STATUS                 PIC X(01)  VALUE SPACE.
006484     88  WS-OFCR-ACTIVE                        VALUE 'A'.
006485*
006486 01  OFFICER-TABLE.
006487     05  OT-ENTRY OCCURS 200 TIMES.
006488         10  OT-OFFICER-ID          PIC X(06).
006489         10  OT-STATUS              PIC X(01).
006490*
006491     COPY RATETBL.
006492*
006493*----------------------------------------------------------*
006500* HOLD AREA FOR THE RATE SET SELECTED DURING THE RATEFILE   *
006510* LOAD - THE LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE.  *
006520*----------------------------------------------------------*
006530 01  WS-ACTIVE-RATE-SET             PIC X(160) VALUE SPACES.
006540*
006550*----------------------------------------------------------*
006560* QUOTES PRICED SINCE THE LAST CHECKPOINT, HELD BACK FROM   *
006680     05  QH-PENDING-ENTRY OCCURS 250 TIMES.
006690         10  QH-PEND-APPL-NUMBER    PIC 9(08).
006700         10  QH-PEND-BRANCH-ID      PIC X(04).
006703         10  QH-PEND-LOAN-AMOUNT    PIC 9(07).
006706         10  FILLER                 PIC X(73).
006709         10  QH-PEND-CUSTOMER-NUMBER
006712                                    PIC 9(08).
006715         10  FILLER                 PIC X(01).
006720*
006730 01  QH-WORK-RECORD.
006740     05  QHW-APPL-NUMBER            PIC 9(08).
006790     05  QHW-LOAN-TYPE              PIC X(01).
006800     05  QHW-INTEREST-RATE          PIC 9(02)V99.
006810     05  QHW-MONTHLY-PAYMENT        PIC 9(08)V99.
006815     05  QHW-OFFICER-ID             PIC X(06).
006816     05  QHW-SHEET-RATE             PIC 9(02)V99.
006817     05  QHW-CONCESSION-BPS         PIC 9(03).
006818     05  QHW-CONCESSION-REASON      PIC X(01).
006819     05  QHW-CONCESSION-APPROVER    PIC X(08).
006820*    THE CLOSING AMOUNTS AND THE CUSTOMER FOLLOW THE HISTORY
006821*    IMAGE - THEY GO TO THE APPLICATION MASTER ONLY.
006822     05  QHW-ORIG-FEES              PIC 9(05)V99.
006823     05  QHW-POINTS-AMOUNT          PIC 9(07)V99.
006824     05  QHW-ODD-DAYS-INTEREST      PIC 9(07)V99.
006825     05  QHW-CUSTOMER-NUMBER        PIC 9(08).
006826     05  QHW-EXPOSURE-FLAG          PIC X(01).
006827*
006830 01  EXCEPT-REASON                  PIC X(30)  VALUE SPACES.
006840*
006850 01  OPERATOR-INFO.
007090     05  AUDIT-RATE                 PIC ZZ.99.
007100     05  FILLER                     PIC X(01) VALUE SPACE.
007110     05  AUDIT-PAYMENT              PIC $ZZ,ZZZ,ZZZ.99.
007113     05  FILLER                     PIC X(01) VALUE SPACE.
007116     05  AUDIT-OFFICER-ID           PIC X(06).
007117     05  FILLER                     PIC X(01) VALUE SPACE.
007118     05  AUDIT-SHEET-RATE           PIC ZZ.99.
007119     05  FILLER                     PIC X(01) VALUE SPACE.
007120     05  AUDIT-CONCESSION-BPS       PIC ZZ9.
007121     05  FILLER                     PIC X(01) VALUE SPACE.
007122     05  AUDIT-CONCESSION-REASON    PIC X(01).
007123     05  FILLER                     PIC X(02) VALUE SPACES.
007130*
007140*----------------------------------------------------------*
007150* SECURITY EVENT LINE FOR THE AUDIT TRAIL - DATE, TIME,     *
008980     05  NUMBER-ENTERED             PIC 9        VALUE 1.
008990     05  APPLICATION-NUMBER         PIC 9(08)    VALUE ZERO.
009000     05  BRANCH-ID                  PIC X(04)    VALUE SPACES.
009005     05  LOAN-OFFICER-ID            PIC X(06)    VALUE SPACES.
009010     05  LOAN-AMOUNT                PIC 9(07).
009020     05  NUMBER-OF-MONTHS           PIC 9(03).
009030     05  INTEREST-RATE              PIC 99V99.
009210         10  FUNDING-DD             PIC 9(02).
009220     05  MONTHLY-INCOME             PIC 9(07)V99 VALUE ZERO.
009230     05  MONTHLY-DEBT               PIC 9(07)V99 VALUE ZERO.
009231     05  CONCESSION-BPS             PIC 9(03)    VALUE ZERO.
009232     05  CONCESSION-REASON          PIC X(01)    VALUE SPACE.
009233         88  CONCESSION-RELATIONSHIP            VALUE "R".
009234         88  CONCESSION-COMPETITIVE             VALUE "C".
009235         88  CONCESSION-EMPLOYEE                VALUE "E".
009236         88  CONCESSION-RETENTION               VALUE "T".
009237         88  CONCESSION-OTHER                   VALUE "O".
009238         88  CONCESSION-REASON-VALID            VALUE "R" "C"
009239                                                      "E" "T" "O".
009240     05  LOAN-TYPE                  PIC X(01)  VALUE "F".
009250         88  LOAN-TYPE-FIXED                    VALUE "F".
009260         88  LOAN-TYPE-INTEREST-ONLY            VALUE "I".
009520         88  DTI-REFERRED                      VALUE 'R'.
009530         88  DTI-FAILED                        VALUE 'F'.
009540*
009541*----------------------------------------------------------*
009542* BORROWER EXPOSURE WORK FIELDS - THE BORROWER IS MATCHED   *
009543* ON NAME, STREET ADDRESS, AND THE ZIP CODE TAKEN FROM THE  *
009544* LAST WORD OF THE CITY-STATE-ZIP LINE, ALL IN UPPER CASE.  *
009545* THE LIMIT IS LOADED FROM EXPPARM AT START-UP OVER THIS    *
009546* STANDARD VALUE.                                           *
009547*----------------------------------------------------------*
009548 01  EXPOSURE-WORK-FIELDS.
009549     05  EXP-BORROWER-LIMIT         PIC 9(09)  VALUE 1000000.
009550     05  EXP-CUSTOMER-NUMBER        PIC 9(08)  VALUE ZERO.
009551     05  EXP-ON-FILE                PIC 9(09)  VALUE ZERO.
009552     05  EXP-PENDING                PIC 9(09)  VALUE ZERO.
009553     05  EXP-PRIOR                  PIC 9(09)  VALUE ZERO.
009554     05  EXP-TOTAL                  PIC S9(10) VALUE ZERO.
009555     05  EXP-OTHER                  PIC S9(10) VALUE ZERO.
009556     05  EXP-FLAG                   PIC X(01)  VALUE SPACE.
009557         88  EXP-NOT-CHECKED                   VALUE SPACE.
009558         88  EXP-PASSED                        VALUE 'P'.
009559         88  EXP-REFERRED                      VALUE 'R'.
009560*
009561 01  CUSTOMER-MATCH-FIELDS.
009562     05  CX-MATCH-KEY.
009563         10  CX-MATCH-NAME          PIC X(25).
009564         10  CX-MATCH-ADDRESS       PIC X(25).
009565         10  CX-MATCH-ZIP           PIC X(05).
009566         10  CX-ZIP-TABLE REDEFINES CX-MATCH-ZIP.
009567             15  CX-ZIP-CHAR        PIC X(01)  OCCURS 5 TIMES.
009568     05  CX-CITY-STATE-ZIP          PIC X(25).
009569     05  CX-CSZ-TABLE REDEFINES CX-CITY-STATE-ZIP.
009570         10  CX-CSZ-CHAR            PIC X(01)  OCCURS 25 TIMES.
009571     05  CX-CHAR-INDEX              PIC 9(02)  COMP VALUE ZERO.
009572     05  CX-WORD-START              PIC 9(02)  COMP VALUE ZERO.
009573     05  CX-ZIP-INDEX               PIC 9(02)  COMP VALUE ZERO.
009574     05  CX-WORD-END                PIC 9(02)  COMP VALUE ZERO.
009575*
009576*----------------------------------------------------------*
009577* RATE CONCESSION WORK FIELDS - THE CONCESSION IS TAKEN IN  *
009578* BASIS POINTS OFF THE SHEET RATE.  ANYTHING OVER THE       *
009579* OPERATOR LIMIT TAKES A SUPERVISOR-LEVEL OPERATOR, AND THE *
009580* SIGNED-ON OPERATOR WHO GAVE IT IS CARRIED AS APPROVER.    *
009581* THE LIMIT IS LOADED FROM CONCPARM AT START-UP OVER THIS   *
009582* STANDARD VALUE.                                           *
009583*----------------------------------------------------------*
009584 01  CONCESSION-WORK-FIELDS.
009585     05  CONC-OPERATOR-LIMIT        PIC 9(03)  VALUE 25.
009586     05  CONC-SHEET-RATE            PIC 9(02)V99 VALUE ZERO.
009587     05  CONC-RATE-OFF              PIC 9(02)V99 VALUE ZERO.
009588     05  CONC-APPROVER              PIC X(08)  VALUE SPACES.
009589*
009590*----------------------------------------------------------*
009591* UNDERWRITING WORKSHEET LINE LAYOUTS                       *
009592*----------------------------------------------------------*
009593 01  UW-HDR-LINE.
009594     05  FILLER                     PIC X(24) VALUE
009600         "UNDERWRITING WORKSHEET  ".
009610     05  FILLER                     PIC X(07) VALUE
009620         "APPL = ".
009830     05  FILLER                     PIC X(01) VALUE SPACE.
009840     05  UW-RESULT-TEXT             PIC X(20).
009850     05  FILLER                     PIC X(38) VALUE SPACES.
009851*
009852 01  UW-CUSTOMER-LINE.
009853     05  FILLER                     PIC X(21) VALUE
009854         "CUSTOMER NUMBER     =".
009855     05  FILLER                     PIC X(01) VALUE SPACE.
009856     05  UW-CUSTOMER-NUMBER         PIC 9(08).
009857     05  FILLER                     PIC X(50) VALUE SPACES.
009858*
009859 01  UW-EXPOSURE-LINE.
009860     05  FILLER                     PIC X(21) VALUE
009861         "EXPOSURE RESULT     =".
009862     05  FILLER                     PIC X(01) VALUE SPACE.
009863     05  UW-EXPOSURE-TEXT           PIC X(20).
009864     05  FILLER                     PIC X(38) VALUE SPACES.
009865*
009870 01  DISCLOSURE-WORK-FIELDS.
009880     05  DW-POINTS-AMOUNT           PIC 9(07)V99.
009890     05  DW-AMOUNT-FINANCED         PIC S9(08)V99.
012230 01  LTR-TEXT-3                     PIC X(80) VALUE
012240     "CONSUMER LOAN DEPARTMENT".
012250*
012251*----------------------------------------------------------*
012252* ADVERSE ACTION NOTICE FIELDS - THE CREDIT EDIT THAT       *
012253* DECLINES A LOAN SETS THE REASON, AND THE RATIO AND LIMIT  *
012254* THAT FAILED, BEFORE PERFORMING 5700.  THE NOTICE SHARES   *
012255* THE QUOTE LETTER'S DATE, GREETING AND LOAN LINES.         *
012256*----------------------------------------------------------*
012257 01  ADVERSE-ACTION-FIELDS.
012258     05  AA-REASON-CODE             PIC X(02)  VALUE SPACES.
012259     05  AA-REASON-TEXT             PIC X(45)  VALUE SPACES.
012260     05  AA-ACTUAL-RATIO            PIC 9(03)V99 VALUE ZERO.
012261     05  AA-LIMIT-RATIO             PIC 9(03)V99 VALUE ZERO.
012262     05  AA-TEXT-INDEX              PIC 9(02)  COMP VALUE ZERO.
012263     05  AA-ECOA-LINES              PIC 9(02)  COMP VALUE 10.
012264*
012265 01  ADV-TEXT-1                     PIC X(80) VALUE
012266     "THANK YOU FOR YOUR RECENT APPLICATION.  WE REGRET THAT WE".
012267*
012268 01  ADV-TEXT-2                     PIC X(80) VALUE
012269     "ARE UNABLE TO APPROVE YOUR CREDIT REQUEST AT THIS TIME.".
012270*
012271 01  ADV-TEXT-3                     PIC X(80) VALUE
012272     "THE PRINCIPAL REASON FOR OUR DECISION IS -".
012273*
012274 01  ADV-REASON-LINE.
012275     05  FILLER                     PIC X(02) VALUE SPACES.
012276     05  ADV-REASON-TEXT            PIC X(45).
012277     05  FILLER                     PIC X(33) VALUE SPACES.
012278*
012279 01  ADV-RATIO-LINE.
012280     05  FILLER                     PIC X(31) VALUE
012281         "  YOUR DEBT-TO-INCOME RATIO  = ".
012282     05  ADV-ACTUAL-RATIO           PIC ZZ9.99.
012283     05  FILLER                     PIC X(04) VALUE " PCT".
012284     05  FILLER                     PIC X(39) VALUE SPACES.
012285*
012286 01  ADV-LIMIT-LINE.
012287     05  FILLER                     PIC X(31) VALUE
012288         "  OUR MAXIMUM RATIO          = ".
012289     05  ADV-LIMIT-RATIO            PIC ZZ9.99.
012290     05  FILLER                     PIC X(04) VALUE " PCT".
012291     05  FILLER                     PIC X(39) VALUE SPACES.
012292*
012293 01  ADV-TEXT-4                     PIC X(80) VALUE
012294     "IF YOU HAVE ANY QUESTIONS, PLEASE CONTACT YOUR BRANCH.".
012295*
012296*----------------------------------------------------------*
012297* THE EQUAL CREDIT OPPORTUNITY ACT STATEMENT EVERY NOTICE   *
012298* MUST CARRY, PRINTED A LINE AT A TIME FROM THE TABLE VIEW. *
012299*----------------------------------------------------------*
012300 01  ADV-ECOA-TEXT.
012301     05  FILLER                     PIC X(60) VALUE
012302         "THE FEDERAL EQUAL CREDIT OPPORTUNITY ACT PROHIBITS".
012303     05  FILLER                     PIC X(60) VALUE
012304         "CREDITORS FROM DISCRIMINATING AGAINST CREDIT".
012305     05  FILLER                     PIC X(60) VALUE
012306         "APPLICANTS ON THE BASIS OF RACE, COLOR, RELIGION,".
012307     05  FILLER                     PIC X(60) VALUE
012308         "NATIONAL ORIGIN, SEX, MARITAL STATUS, AGE (PROVIDED".
012309     05  FILLER                     PIC X(60) VALUE
012310         "THE APPLICANT HAS THE CAPACITY TO ENTER INTO A".
012311     05  FILLER                     PIC X(60) VALUE
012312         "BINDING CONTRACT); BECAUSE ALL OR PART OF THE".
012313     05  FILLER                     PIC X(60) VALUE
012314         "APPLICANT'S INCOME DERIVES FROM ANY PUBLIC ASSISTANCE".
012315     05  FILLER                     PIC X(60) VALUE
012316         "PROGRAM; OR BECAUSE THE APPLICANT HAS IN GOOD FAITH".
012317     05  FILLER                     PIC X(60) VALUE
012318         "EXERCISED ANY RIGHT UNDER THE CONSUMER CREDIT".
012319     05  FILLER                     PIC X(60) VALUE
012320         "PROTECTION ACT.".
012321*
012322 01  ADV-ECOA-TABLE REDEFINES ADV-ECOA-TEXT.
012323     05  ADV-ECOA-LINE              PIC X(60) OCCURS 10 TIMES.
012324*
012325*----------------------------------------------------------*
012326* PRODUCTION SUMMARY ACCUMULATORS - ROLLED FORWARD FOR      *
012327* EVERY LOAN PRICED, BY LOAN TYPE (F/I/B/V), BY RATE SHEET  *
012328* AMOUNT TIER AND BY BRANCH, PLUS A TABLE OF EXCEPTION      *
012329* REASONS AND HOW OFTEN EACH WAS HIT.                       *
012330*----------------------------------------------------------*
012331 01  PROD-TYPE-TOTALS.
012332     05  PT-ENTRY OCCURS 4 TIMES.
012340         10  PT-COUNT               PIC 9(07)  COMP.
012350         10  PT-AMOUNT              PIC 9(11)V99.
012360         10  PT-RATE-SUM            PIC 9(07)V99.
012450     05  PR-ENTRY OCCURS 10 TIMES.
012460         10  PR-REASON              PIC X(30).
012470         10  PR-COUNT               PIC 9(07)  COMP.
012471*
012472 01  PROD-BRANCH-TOTALS.
012473     05  PB-ENTRY OCCURS 100 TIMES.
012474         10  PB-BRANCH-ID           PIC X(04).
012475         10  PB-COUNT               PIC 9(07)  COMP.
012476         10  PB-AMOUNT              PIC 9(11)V99.
012477         10  PB-RATE-SUM            PIC 9(07)V99.
012480*
012490 01  PROD-TYPE-NAMES.
012500     05  FILLER                     PIC X(14) VALUE
013050     05  FILLER                     PIC X(05) VALUE " CNT=".
013060     05  PS-REJ-COUNT               PIC Z,ZZZ,ZZ9.
013070     05  FILLER                     PIC X(36) VALUE SPACES.
013071*
013072 01  PS-BRANCH-DETAIL.
013073     05  PS-BR-NAME                 PIC X(25).
013074     05  FILLER                     PIC X(05) VALUE " CNT=".
013075     05  PS-BR-COUNT                PIC Z,ZZZ,ZZ9.
013076     05  FILLER                     PIC X(05) VALUE " AMT=".
013077     05  PS-BR-AMOUNT               PIC $ZZZ,ZZZ,ZZZ.99.
013078     05  FILLER                     PIC X(06) VALUE " RATE=".
013079     05  PS-BR-AVG-RATE             PIC ZZ.99.
013080     05  FILLER                     PIC X(10) VALUE SPACES.
013081*
013084     COPY CYCLECTL.
013087*
013090 PROCEDURE DIVISION.
013100*
013110*----------------------------------------------------------*
013250             PERFORM 4000-INTERACTIVE-PROCESS THRU 4000-EXIT.
013260     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
013270     PERFORM 8100-WRITE-PRODUCTION-SUMMARY THRU 8100-EXIT.
013273     IF WS-BATCH-MODE
013276         PERFORM 1080-END-CYCLE-STEP THRU 1080-EXIT.
013280     CLOSE AMORT-RPT.
013290     CLOSE EXCEPT-RPT.
013300     CLOSE AUDIT-LOG.
013320     CLOSE QUOTE-LTR.
013330     CLOSE UNDW-RPT.
013340     CLOSE APPL-MSTR.
013345     CLOSE BRANCH-MSTR.
013346     CLOSE ADV-NOTICE.
013347     CLOSE NOTICE-REG.
013348     CLOSE CUST-MSTR.
013350     DISPLAY "End of session.".
013360     STOP RUN.
013370*
013380 1000-INITIALIZE.
013390*
013400     DISPLAY "Welcome to Todd's Program 3".
013410     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
013420     OPEN OUTPUT AMORT-RPT.
013430     IF WS-AMORT-STATUS NOT = "00"
013440         DISPLAY "AMORT-RPT OPEN FAILED - STATUS = "
013840         DISPLAY "APPL-MSTR OPEN FAILED - STATUS = "
013850             WS-APPLMSTR-STATUS
013860         STOP RUN.
013861*    EVERY ENTRY'S BRANCH IS EDITED AGAINST THE BRANCH
013862*    MASTER - WITHOUT IT NO BRANCH CAN BE VERIFIED.
013863     OPEN INPUT BRANCH-MSTR.
013864     IF WS-BRMSTR-STATUS = "35"
013865         DISPLAY "NO BRMSTR BRANCH MASTER - BUILD IT WITH "
013866             "BRMAINT BEFORE RUNNING."
013867         STOP RUN.
013868     IF WS-BRMSTR-STATUS NOT = "00"
013869         DISPLAY "BRANCH-MSTR OPEN FAILED - STATUS = "
013870             WS-BRMSTR-STATUS
013871         STOP RUN.
013872*    A CREDIT DECLINE GETS A CUSTOMER NOTICE AND AN ENTRY
013873*    ON THE KEYED NOTICE REGISTER, CREATED ON FIRST USE.
013874     OPEN OUTPUT ADV-NOTICE.
013875     IF WS-ADVNOTC-STATUS NOT = "00"
013876         DISPLAY "ADV-NOTICE OPEN FAILED - STATUS = "
013877             WS-ADVNOTC-STATUS
013878         STOP RUN.
013879     OPEN I-O NOTICE-REG.
013880     IF WS-NOTCREG-STATUS = "35"
013881         OPEN OUTPUT NOTICE-REG
013882         CLOSE NOTICE-REG
013883         OPEN I-O NOTICE-REG.
013884     IF WS-NOTCREG-STATUS NOT = "00"
013885         DISPLAY "NOTICE-REG OPEN FAILED - STATUS = "
013886             WS-NOTCREG-STATUS
013887         STOP RUN.
013888*    THE CUSTOMER MASTER CARRIES EVERY BORROWER'S EXPOSURE
013889*    ACROSS ALL BRANCHES, CREATED ON FIRST USE.
013890     OPEN I-O CUST-MSTR.
013891     IF WS-CUSTMSTR-STATUS = "35"
013892         OPEN OUTPUT CUST-MSTR
013893         CLOSE CUST-MSTR
013894         OPEN I-O CUST-MSTR.
013895     IF WS-CUSTMSTR-STATUS NOT = "00"
013896         DISPLAY "CUST-MSTR OPEN FAILED - STATUS = "
013897             WS-CUSTMSTR-STATUS
013898         STOP RUN.
013899     IF WS-MSTR-CREATED
013900         PERFORM 1400-SEED-APPL-MASTER THRU 1400-EXIT.
013901     INITIALIZE PROD-TYPE-TOTALS.
013902     INITIALIZE PROD-TIER-TOTALS.
013910     INITIALIZE PROD-REJECT-TABLE.
013915     INITIALIZE PROD-BRANCH-TOTALS.
013920     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
013930     PERFORM 1200-LOAD-DTI-LIMITS THRU 1200-EXIT.
013935     PERFORM 1250-LOAD-OFFICER-TABLE THRU 1250-EXIT.
013937     PERFORM 1270-LOAD-EXPOSURE-LIMIT THRU 1270-EXIT.
013938     PERFORM 1280-LOAD-CONCESSION-LIMIT THRU 1280-EXIT.
013940 1000-EXIT.
013950     EXIT.
013960*
013961*----------------------------------------------------------*
013962* 1050 - TAKE THE BUSINESS DATE FROM THE CYCLE CONTROL      *
013963* FILE RATHER THAN THE SYSTEM CLOCK, SO A RUN THAT GOES     *
013964* LATE OR IS RERUN THE NEXT MORNING STILL WORKS TO THE DAY  *
013965* BEING PROCESSED.                                          *
013966*----------------------------------------------------------*
013967 1050-GET-BUSINESS-DATE.
013968*
013969     OPEN INPUT CYCLE-CTL.
013970     IF WS-CYCLE-STATUS = "35"
013971         DISPLAY "NO CYCLECTL CYCLE CONTROL FILE - SET THE "
013972             "BUSINESS DATE WITH CYCLEMNT."
013973         STOP RUN.
013974     IF WS-CYCLE-STATUS NOT = "00"
013975         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
013976             WS-CYCLE-STATUS
013977         STOP RUN.
013978     MOVE SPACES TO CYCLE-CONTROL.
013979     READ CYCLE-CTL INTO CYCLE-CONTROL
013980         AT END MOVE SPACES TO CYCLE-CONTROL.
013981     CLOSE CYCLE-CTL.
013982     IF CC-BUSINESS-DATE NOT NUMERIC
013983             OR CC-BUSINESS-DATE = ZERO
013984         DISPLAY "NO BUSINESS DATE ON CYCLECTL - SET IT WITH "
013985             "CYCLEMNT."
013986         STOP RUN.
013987     MOVE CC-BUSINESS-DATE TO RUN-DATE.
013988 1050-EXIT.
013989     EXIT.
013990*
013991*----------------------------------------------------------*
013992* 1060 SERIES - NIGHTLY CYCLE STEP CONTROL.  THE STEP WILL  *
013993* NOT START UNTIL THE STEP AHEAD OF IT IN THE STREAM HAS    *
013994* COMPLETED FOR THE BUSINESS DATE, AND WILL NOT RUN A       *
013995* SECOND TIME FOR THE SAME DATE, UNLESS A SUPERVISOR HAS    *
013996* GRANTED AN OVERRIDE THROUGH CYCLEMNT - GOOD FOR ONE       *
013997* START.  A STEP LEFT STARTED BY AN ABEND MAY BE RERUN.     *
013998*----------------------------------------------------------*
013999 1060-START-CYCLE-STEP.
014000*
014001     MOVE 'N' TO WS-CYCLE-FOUND-SWITCH.
014002     PERFORM 1065-FIND-CYCLE-STEP THRU 1065-EXIT
014003         VARYING WS-CYCLE-INDEX FROM 1 BY 1
014004         UNTIL WS-CYCLE-INDEX > 8 OR WS-CYCLE-FOUND.
014005     IF NOT WS-CYCLE-FOUND
014006         DISPLAY "STEP " WS-CYCLE-STEP-NAME " IS NOT ON CYCLECTL "
014007             "- REBUILD IT WITH CYCLEMNT."
014008         STOP RUN.
014009     MOVE 'Y' TO WS-CYCLE-READY-SWITCH.
014010     IF CC-STEP-COMPLETE (WS-CYCLE-STEP)
014011         DISPLAY WS-CYCLE-STEP-NAME " ALREADY COMPLETE FOR "
014012             "BUSINESS DATE " CC-BUSINESS-DATE
014013         MOVE 'N' TO WS-CYCLE-READY-SWITCH.
014014     MOVE CC-STEP-PRED (WS-CYCLE-STEP) TO WS-CYCLE-PRED.
014015     IF WS-CYCLE-PRED > ZERO
014016         IF NOT CC-STEP-COMPLETE (WS-CYCLE-PRED)
014017             DISPLAY CC-STEP-NAME (WS-CYCLE-PRED)
014018                 " NOT COMPLETE FOR BUSINESS DATE "
014019                 CC-BUSINESS-DATE
014020             MOVE 'N' TO WS-CYCLE-READY-SWITCH.
014021     IF NOT WS-CYCLE-READY
014022         IF CC-STEP-OVERRIDDEN (WS-CYCLE-STEP)
014023             DISPLAY "RUNNING UNDER OVERRIDE GRANTED BY "
014024                 CC-STEP-OVERRIDE-BY (WS-CYCLE-STEP)
014025             MOVE SPACE TO CC-STEP-OVERRIDE (WS-CYCLE-STEP)
014026         ELSE
014027             DISPLAY WS-CYCLE-STEP-NAME " NOT STARTED - IT NEEDS "
014028                 "A SUPERVISOR OVERRIDE THROUGH CYCLEMNT."
014029             STOP RUN.
014030     MOVE 'S' TO CC-STEP-STATUS (WS-CYCLE-STEP).
014031     PERFORM 1070-SAVE-CYCLE-CTL THRU 1070-EXIT.
014032 1060-EXIT.
014033     EXIT.
014034*
014035 1065-FIND-CYCLE-STEP.
014036*
014037     IF CC-STEP-NAME (WS-CYCLE-INDEX) = WS-CYCLE-STEP-NAME
014038         MOVE WS-CYCLE-INDEX TO WS-CYCLE-STEP
014039         MOVE 'Y' TO WS-CYCLE-FOUND-SWITCH.
014040 1065-EXIT.
014041     EXIT.
014042*
014043*    THE STEP IS STAMPED WITH THE CALENDAR DATE AND TIME IT
014044*    ACTUALLY RAN, SO A LATE RUN SHOWS UP ON CYCLEMNT.
014045 1070-SAVE-CYCLE-CTL.
014046*
014047     ACCEPT WS-CYCLE-CLOCK-DATE FROM DATE YYYYMMDD.
014048     ACCEPT WS-CYCLE-CLOCK-TIME FROM TIME.
014049     MOVE WS-CYCLE-CLOCK-DATE TO CC-STEP-DATE (WS-CYCLE-STEP).
014050     MOVE WS-CYCLE-CLOCK-TIME TO CC-STEP-TIME (WS-CYCLE-STEP).
014051     OPEN OUTPUT CYCLE-CTL.
014052     IF WS-CYCLE-STATUS NOT = "00"
014053         DISPLAY "CYCLE-CTL OPEN FAILED - STATUS = "
014054             WS-CYCLE-STATUS
014055         STOP RUN.
014056     WRITE CYCLE-CTL-REC FROM CYCLE-CONTROL.
014057     CLOSE CYCLE-CTL.
014058 1070-EXIT.
014059     EXIT.
014060*
014061*    AT NORMAL END THE CONTROL FILE IS READ AGAIN BEFORE IT IS
014062*    MARKED, SO AN OVERRIDE GRANTED WHILE THE STEP RAN IS KEPT.
014063 1080-END-CYCLE-STEP.
014064*
014065     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
014066     MOVE 'C' TO CC-STEP-STATUS (WS-CYCLE-STEP).
014067     PERFORM 1070-SAVE-CYCLE-CTL THRU 1070-EXIT.
014068     DISPLAY WS-CYCLE-STEP-NAME " COMPLETE FOR BUSINESS DATE "
014069         CC-BUSINESS-DATE.
014070 1080-EXIT.
014071     EXIT.
014072*
014073*----------------------------------------------------------*
014074* 1100 SERIES - LOAD THE PUBLISHED RATE SHEET FROM THE      *
014075* EFFECTIVE-DATED RATEFILE.  THE SET USED FOR THIS RUN IS   *
014076* THE ONE WITH THE LATEST EFFECTIVE DATE THAT IS NOT AFTER  *
014077* THE RUN DATE - FUTURE-DATED SHEETS ARE LEFT ALONE UNTIL   *
014078* THEIR DAY COMES.                                          *
014079* ONLY AN APPROVED SET COUNTS - ONE STILL PENDING ITS       *
014080* SECOND-SUPERVISOR APPROVAL, OR REJECTED, IS PASSED OVER.  *
014081*----------------------------------------------------------*
014082 1100-LOAD-RATE-TABLE.
014083*
014084     MOVE 'N' TO WS-RATE-EOF-SWITCH.
014085     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
014086     MOVE ZERO TO WS-BEST-EFFECTIVE-DATE.
014090     OPEN INPUT RATE-FILE.
014100     IF WS-RATE-STATUS NOT = "00"
014110         DISPLAY "RATE-FILE OPEN FAILED - STATUS = "
014280*
014290     READ RATE-FILE INTO RATE-SET-RECORD
014300         AT END MOVE 'Y' TO WS-RATE-EOF-SWITCH.
014304     IF NOT WS-RATE-EOF
014308         IF RT-EFFECTIVE-DATE NOT > RUN-DATE
014312                 AND RT-PENDING
014316             DISPLAY "RATE SET EFFECTIVE " RT-EFFECTIVE-DATE
014320                 " NOT YET APPROVED - PASSED OVER".
014324     IF NOT WS-RATE-EOF
014328         IF RT-EFFECTIVE-DATE NOT > RUN-DATE
014332                 AND RT-APPROVED
014336                 AND RT-EFFECTIVE-DATE NOT <
014340                     WS-BEST-EFFECTIVE-DATE
014350             MOVE RT-EFFECTIVE-DATE TO WS-BEST-EFFECTIVE-DATE
014360             MOVE RATE-SET-RECORD TO WS-ACTIVE-RATE-SET
014690 1200-EXIT.
014700     EXIT.
014710*
014711*----------------------------------------------------------*
014712* 1250 SERIES - LOAD THE LOAN OFFICER TABLE.  EVERY LOAN    *
014713* ENTRY CARRIES THE OFFICER WHO TOOK IT, AND WITHOUT THE    *
014714* TABLE NO OFFICER CAN BE VERIFIED.                         *
014715*----------------------------------------------------------*
014716 1250-LOAD-OFFICER-TABLE.
014717*
014718     MOVE 'N' TO WS-OFCR-EOF-SWITCH.
014719     MOVE ZERO TO WS-OFCR-COUNT.
014720     OPEN INPUT OFCR-TBL.
014721     IF WS-OFCRTBL-STATUS = "35"
014722         DISPLAY "NO OFCRTBL LOAN OFFICER TABLE - LOAD IT "
014723             "BEFORE RUNNING."
014724         STOP RUN.
014725     IF WS-OFCRTBL-STATUS NOT = "00"
014726         DISPLAY "OFCR-TBL OPEN FAILED - STATUS = "
014727             WS-OFCRTBL-STATUS
014728         STOP RUN.
014729     PERFORM 1260-LOAD-ONE-OFFICER THRU 1260-EXIT
014730         UNTIL WS-OFCR-EOF.
014731     CLOSE OFCR-TBL.
014732     DISPLAY "Loan officers loaded = " WS-OFCR-COUNT.
014733 1250-EXIT.
014734     EXIT.
014735*
014736 1260-LOAD-ONE-OFFICER.
014737*
014738     READ OFCR-TBL
014739         AT END MOVE 'Y' TO WS-OFCR-EOF-SWITCH.
014740     IF WS-OFCR-EOF
014741         GO TO 1260-EXIT.
014742     IF OF-OFFICER-ID = SPACES
014743         GO TO 1260-EXIT.
014744     IF WS-OFCR-COUNT < WS-MAX-OFFICERS
014745         ADD 1 TO WS-OFCR-COUNT
014746         MOVE OF-OFFICER-ID TO OT-OFFICER-ID (WS-OFCR-COUNT)
014747         MOVE OF-STATUS TO OT-STATUS (WS-OFCR-COUNT)
014748     ELSE
014749         DISPLAY "OFFICER TABLE FULL - " OF-OFFICER-ID
014750             " IGNORED".
014751 1260-EXIT.
014752     EXIT.
014753*
014754*----------------------------------------------------------*
014755* 1270 SERIES - LOAD THE SINGLE-BORROWER EXPOSURE LIMIT     *
014756* FROM THE EXPPARM FILE.  NO FILE, OR AN UNUSABLE ONE,      *
014757* LEAVES THE STANDARD LIMIT IN EFFECT.                      *
014758*----------------------------------------------------------*
014759 1270-LOAD-EXPOSURE-LIMIT.
014760*
014761     OPEN INPUT EXPOSURE-PARM.
014762     IF WS-EXPPARM-STATUS = "35"
014763         DISPLAY "No EXPPARM file - standard exposure limit "
014764             "applies."
014765         GO TO 1270-EXIT.
014766     IF WS-EXPPARM-STATUS NOT = "00"
014767         DISPLAY "EXPOSURE-PARM OPEN FAILED - STATUS = "
014768             WS-EXPPARM-STATUS
014769         STOP RUN.
014770     READ EXPOSURE-PARM
014771         AT END GO TO 1270-CLOSE.
014772     IF XP-BORROWER-LIMIT IS NUMERIC
014773             AND XP-BORROWER-LIMIT > ZERO
014774         MOVE XP-BORROWER-LIMIT TO EXP-BORROWER-LIMIT
014775     ELSE
014776         DISPLAY "EXPPARM LIMIT UNUSABLE - STANDARD "
014777             "LIMIT APPLIES".
014778 1270-CLOSE.
014779     CLOSE EXPOSURE-PARM.
014780 1270-EXIT.
014781     EXIT.
014782*
014783*----------------------------------------------------------*
014784* 1280 SERIES - LOAD THE OPERATOR RATE CONCESSION LIMIT     *
014785* FROM THE CONCPARM FILE.  NO FILE, OR AN UNUSABLE ONE,     *
014786* LEAVES THE STANDARD LIMIT IN EFFECT.                      *
014787*----------------------------------------------------------*
014788 1280-LOAD-CONCESSION-LIMIT.
014789*
014790     OPEN INPUT CONCESSION-PARM.
014791     IF WS-CONCPARM-STATUS = "35"
014792         DISPLAY "No CONCPARM file - standard concession limit "
014793             "applies."
014794         GO TO 1280-EXIT.
014795     IF WS-CONCPARM-STATUS NOT = "00"
014796         DISPLAY "CONCESSION-PARM OPEN FAILED - STATUS = "
014797             WS-CONCPARM-STATUS
014798         STOP RUN.
014799     READ CONCESSION-PARM
014800         AT END GO TO 1280-CLOSE.
014801     IF CP-OPERATOR-LIMIT IS NUMERIC
014802         MOVE CP-OPERATOR-LIMIT TO CONC-OPERATOR-LIMIT
014803     ELSE
014804         DISPLAY "CONCPARM LIMIT UNUSABLE - STANDARD "
014805             "LIMIT APPLIES".
014806 1280-CLOSE.
014807     CLOSE CONCESSION-PARM.
014808 1280-EXIT.
014809     EXIT.
014810*
014811*----------------------------------------------------------*
014812* 1300 SERIES - OPERATOR SIGN-ON AGAINST THE OPERFILE       *
014813* SECURITY FILE.  THREE TRIES, THEN THE SESSION ENDS.       *
014814* EVERY DECLINED ATTEMPT GOES ON THE AUDIT TRAIL, AND THE   *
014815* AUTHORITY LEVEL OF THE SIGNED-ON OPERATOR GATES THE       *
014816* SUPERVISOR-ONLY ACTIONS.                                  *
014817*----------------------------------------------------------*
014818 1300-SIGN-ON.
014819*
014820     MOVE ZERO TO WS-SIGNON-TRIES.
014821 1300-TRY.
014830     ADD 1 TO WS-SIGNON-TRIES.
014840     IF WS-SIGNON-TRIES > 3
014850         DISPLAY "SIGN-ON FAILED - SESSION ENDED."
015320*
015330 1320-WRITE-SECURITY-AUDIT.
015340*
015360     ACCEPT RUN-TIME FROM TIME.
015370     MOVE RUN-DATE TO AUDIT-SEC-DATE.
015380     MOVE RUN-TIME TO AUDIT-SEC-TIME.
015840     MOVE QH-LOAN-AMOUNT TO AM-LOAN-AMOUNT.
015850     MOVE QH-NUMBER-OF-MONTHS TO AM-NUMBER-OF-MONTHS.
015860     MOVE QH-LOAN-TYPE TO AM-LOAN-TYPE.
015865     MOVE QH-OFFICER-ID TO AM-OFFICER-ID.
015870*    HISTORY LINES FROM BEFORE THE RATE AND PAYMENT WERE
015880*    CARRIED READ BACK WITH SPACES THERE - SEED ZEROS.
015890     IF QH-INTEREST-RATE IS NUMERIC
015950     ELSE
015960         MOVE ZERO TO AM-MONTHLY-PAYMENT.
015970     MOVE ZERO TO AM-BOOK-DATE.
015971*    THE HISTORY DOES NOT CARRY THE CLOSING AMOUNTS OR THE
015972*    CUSTOMER.
015973     MOVE ZERO TO AM-ORIG-FEES.
015974     MOVE ZERO TO AM-POINTS-AMOUNT.
015975     MOVE ZERO TO AM-ODD-DAYS-INTEREST.
015976     MOVE ZERO TO AM-CUSTOMER-NUMBER.
015977     MOVE SPACE TO AM-EXPOSURE-FLAG.
015978*    HISTORY LINES FROM BEFORE CONCESSIONS WERE CARRIED
015979*    WERE PRICED AT THE SHEET RATE.
015980     IF QH-SHEET-RATE IS NUMERIC
015981         MOVE QH-SHEET-RATE TO AM-SHEET-RATE
015982     ELSE
015983         MOVE AM-INTEREST-RATE TO AM-SHEET-RATE.
015984     IF QH-CONCESSION-BPS IS NUMERIC
015985         MOVE QH-CONCESSION-BPS TO AM-CONCESSION-BPS
015986         MOVE QH-CONCESSION-REASON TO AM-CONCESSION-REASON
015987         MOVE QH-CONCESSION-APPROVER TO AM-CONCESSION-APPROVER
015988     ELSE
015989         MOVE ZERO TO AM-CONCESSION-BPS.
015990     WRITE APPL-MSTR-RECORD
015991         INVALID KEY REWRITE APPL-MSTR-RECORD.
016000     ADD 1 TO WS-SEEDED-COUNT.
016010 1410-EXIT.
016020     EXIT.
016230*----------------------------------------------------------*
016240 3000-BATCH-PROCESS.
016250*
016252*    ONLY THE NIGHTLY BATCH IS A STEP IN THE CYCLE - DESK
016254*    QUOTING AND COMPARISONS RUN ANY TIME OF DAY.
016256     PERFORM 1060-START-CYCLE-STEP THRU 1060-EXIT.
016260     OPEN INPUT LOAN-APPS.
016270     IF WS-LOANAPPS-STATUS NOT = "00"
016280         DISPLAY "LOAN-APPS OPEN FAILED - STATUS = "
017200     PERFORM 3028-RESTORE-REJ-INDEX THRU 3028-EXIT
017210         VARYING WS-REJ-INDEX FROM 1 BY 1
017220         UNTIL WS-REJ-INDEX > WS-MAX-REJ-REASONS.
017221*    THE BRANCH TOTALS WERE ADDED TO THE CHECKPOINT LATER
017222*    STILL - AN OLDER RECORD LEAVES THEM AT ZERO.
017223     IF RS-BR-TABLE-COUNT NUMERIC
017224         MOVE RS-BR-TABLE-COUNT TO WS-BR-TABLE-COUNT
017225         PERFORM 3029-RESTORE-BRANCH-INDEX THRU 3029-EXIT
017226             VARYING WS-BR-INDEX FROM 1 BY 1
017227             UNTIL WS-BR-INDEX > WS-BR-TABLE-COUNT.
017230 3026-EXIT.
017240     EXIT.
017250*
017480         TO PR-COUNT (WS-REJ-INDEX).
017490 3028-EXIT.
017500     EXIT.
017501*
017502 3029-RESTORE-BRANCH-INDEX.
017503*
017504     MOVE RS-PB-BRANCH-ID (WS-BR-INDEX)
017505         TO PB-BRANCH-ID (WS-BR-INDEX).
017506     MOVE RS-PB-COUNT (WS-BR-INDEX)
017507         TO PB-COUNT (WS-BR-INDEX).
017508     MOVE RS-PB-AMOUNT (WS-BR-INDEX)
017509         TO PB-AMOUNT (WS-BR-INDEX).
017510     MOVE RS-PB-RATE-SUM (WS-BR-INDEX)
017511         TO PB-RATE-SUM (WS-BR-INDEX).
017512 3029-EXIT.
017513     EXIT.
017514*
017520 3030-SKIP-RECORD.
017530*
017540     READ LOAN-APPS
017690     ADD 1 TO WS-READ-COUNT.
017700     MOVE LA-APPLICATION-NUMBER TO APPLICATION-NUMBER.
017710     MOVE LA-BRANCH-ID TO BRANCH-ID.
017715     MOVE LA-OFFICER-ID TO LOAN-OFFICER-ID.
017720     MOVE LA-LOAN-AMOUNT TO LOAN-AMOUNT.
017730     MOVE LA-NUMBER-OF-MONTHS TO NUMBER-OF-MONTHS.
017740     MOVE LA-INTEREST-RATE TO INTEREST-RATE.
018050         MOVE LA-MONTHLY-DEBT TO MONTHLY-DEBT
018060     ELSE
018070         MOVE ZERO TO MONTHLY-DEBT.
018071*    THE RATE ON THE EXTRACT IS THE SHEET RATE THE BRANCH
018072*    QUOTED FROM - ANY CONCESSION COMES OFF IT IN 4450.
018073*    OLDER EXTRACTS CARRY NO CONCESSION - A BLANK READS AS
018074*    NONE.
018075     IF LA-CONCESSION-BPS IS NUMERIC
018076         MOVE LA-CONCESSION-BPS TO CONCESSION-BPS
018077     ELSE
018078         MOVE ZERO TO CONCESSION-BPS.
018079     MOVE LA-CONCESSION-REASON TO CONCESSION-REASON.
018080     PERFORM 4300-VALIDATE-ENTRIES THRU 4300-EXIT.
018090     IF WS-ENTRY-VALID
018100         PERFORM 4350-VALIDATE-RATE THRU 4350-EXIT.
018103     IF WS-ENTRY-VALID
018106         PERFORM 4450-APPLY-CONCESSION THRU 4450-EXIT.
018110     IF WS-ENTRY-VALID
018120         PERFORM 4360-CHECK-DUPLICATE THRU 4360-EXIT.
018130     IF WS-ENTRY-VALID
018530     MOVE LOAN-TYPE TO QHW-LOAN-TYPE.
018540     MOVE INTEREST-RATE TO QHW-INTEREST-RATE.
018550     MOVE MONTHLY-PAYMENT TO QHW-MONTHLY-PAYMENT.
018555     MOVE LOAN-OFFICER-ID TO QHW-OFFICER-ID.
018556     MOVE CONC-SHEET-RATE TO QHW-SHEET-RATE.
018557     MOVE CONCESSION-BPS TO QHW-CONCESSION-BPS.
018558     MOVE CONCESSION-REASON TO QHW-CONCESSION-REASON.
018559     MOVE CONC-APPROVER TO QHW-CONCESSION-APPROVER.
018560     MOVE ORIG-FEES TO QHW-ORIG-FEES.
018561     MOVE DW-POINTS-AMOUNT TO QHW-POINTS-AMOUNT.
018562     MOVE SD-ODD-DAYS-INTEREST TO QHW-ODD-DAYS-INTEREST.
018563     MOVE EXP-CUSTOMER-NUMBER TO QHW-CUSTOMER-NUMBER.
018564     MOVE EXP-FLAG TO QHW-EXPOSURE-FLAG.
018567 3140-EXIT.
018570     EXIT.
018580*
018590 3150-WRITE-QUOTE-HISTORY.
018840 3170-EXIT.
018850     EXIT.
018860*
018862*----------------------------------------------------------*
018864* 3180 SERIES - POST THE QUOTE IN THE WORK RECORD TO THE    *
018866* APPLICATION MASTER.  A QUOTE IS EXPORTED TO SERVICING IN  *
018868* THE SAME BREATH IT IS PRICED - BATCH OR INTERACTIVE - SO  *
018870* THE RECORD GOES ON WITH THE EXPORTED STATUS AND SVCRECON  *
018872* MOVES IT TO BOOKED OR REJECTED FROM THE                   *
018874* ACKNOWLEDGMENTS.  A RESUMED BATCH RUN MAY FLUSH A QUOTE   *
018876* THE ABORTED RUN ALREADY POSTED - THE WRITE FALLS THROUGH  *
018878* TO A REWRITE ON THE DUPLICATE KEY.                        *
018880*                                                           *
018882* THE QUOTE IS ALSO ADDED TO THE BORROWER'S QUOTED AMOUNT   *
018884* ON THE CUSTOMER MASTER.  ANY EARLIER QUOTE ON THE SAME    *
018886* APPLICATION IS TAKEN BACK OFF ITS CUSTOMER FIRST, SO A    *
018888* REQUOTE OR A RESUMED RUN NEVER COUNTS THE LOAN TWICE.  A  *
018889* QUOTE QTAGING HAS AGED OFF IS ALREADY OFF ITS CUSTOMER.   *
018890*----------------------------------------------------------*
018892 3180-UPDATE-APPL-MASTER.
018894*
018896     PERFORM 3185-BACK-OUT-PRIOR-QUOTE THRU 3185-EXIT.
018898     MOVE SPACES TO APPL-MSTR-RECORD.
018900     MOVE QHW-APPL-NUMBER TO AM-APPL-NUMBER.
018902     MOVE QHW-BRANCH-ID TO AM-BRANCH-ID.
018904     MOVE 'X' TO AM-STATUS.
018906     MOVE QHW-QUOTE-DATE TO AM-QUOTE-DATE.
018908     MOVE QHW-LOAN-AMOUNT TO AM-LOAN-AMOUNT.
018910     MOVE QHW-NUMBER-OF-MONTHS TO AM-NUMBER-OF-MONTHS.
018912     MOVE QHW-LOAN-TYPE TO AM-LOAN-TYPE.
018914     MOVE QHW-INTEREST-RATE TO AM-INTEREST-RATE.
018916     MOVE QHW-MONTHLY-PAYMENT TO AM-MONTHLY-PAYMENT.
018918     MOVE QHW-OFFICER-ID TO AM-OFFICER-ID.
018919     MOVE QHW-SHEET-RATE TO AM-SHEET-RATE.
018920     MOVE QHW-CONCESSION-BPS TO AM-CONCESSION-BPS.
018921     MOVE QHW-CONCESSION-REASON TO AM-CONCESSION-REASON.
018922     MOVE QHW-CONCESSION-APPROVER TO AM-CONCESSION-APPROVER.
018923     MOVE QHW-ORIG-FEES TO AM-ORIG-FEES.
018924     MOVE QHW-POINTS-AMOUNT TO AM-POINTS-AMOUNT.
018925     MOVE QHW-ODD-DAYS-INTEREST TO AM-ODD-DAYS-INTEREST.
018926     MOVE QHW-CUSTOMER-NUMBER TO AM-CUSTOMER-NUMBER.
018928     MOVE QHW-EXPOSURE-FLAG TO AM-EXPOSURE-FLAG.
018930     MOVE ZERO TO AM-BOOK-DATE.
018932     WRITE APPL-MSTR-RECORD
018934         INVALID KEY REWRITE APPL-MSTR-RECORD.
018936     PERFORM 3190-ADD-CUSTOMER-QUOTE THRU 3190-EXIT.
018938 3180-EXIT.
018940     EXIT.
018942*
018944 3185-BACK-OUT-PRIOR-QUOTE.
018946*
018948     MOVE QHW-APPL-NUMBER TO AM-APPL-NUMBER.
018950     MOVE QHW-BRANCH-ID TO AM-BRANCH-ID.
018952     READ APPL-MSTR
018954         INVALID KEY GO TO 3185-EXIT.
018956     IF AM-CUSTOMER-NUMBER IS NOT NUMERIC
018958             OR AM-CUSTOMER-NUMBER = ZERO
018960         GO TO 3185-EXIT.
018962     IF AM-REJECTED OR AM-QUOTE-AGED-OFF
018964         GO TO 3185-EXIT.
018966     MOVE AM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
018968     READ CUST-MSTR KEY IS CM-CUSTOMER-NUMBER
018970         INVALID KEY GO TO 3185-EXIT.
018972     IF AM-BOOKED
018974         GO TO 3185-BOOKED.
018976     IF CM-QUOTED-COUNT > ZERO
018978         SUBTRACT 1 FROM CM-QUOTED-COUNT.
018980     IF CM-QUOTED-AMOUNT > AM-LOAN-AMOUNT
018982         SUBTRACT AM-LOAN-AMOUNT FROM CM-QUOTED-AMOUNT
018984     ELSE
018986         MOVE ZERO TO CM-QUOTED-AMOUNT.
018988     GO TO 3185-REWRITE.
018990 3185-BOOKED.
018992     IF CM-BOOKED-COUNT > ZERO
018994         SUBTRACT 1 FROM CM-BOOKED-COUNT.
018996     IF CM-BOOKED-AMOUNT > AM-LOAN-AMOUNT
018998         SUBTRACT AM-LOAN-AMOUNT FROM CM-BOOKED-AMOUNT
019000     ELSE
019002         MOVE ZERO TO CM-BOOKED-AMOUNT.
019004 3185-REWRITE.
019006     REWRITE CUST-MSTR-RECORD
019008         INVALID KEY
019010             DISPLAY "CUST-MSTR REWRITE FAILED - STATUS = "
019012                 WS-CUSTMSTR-STATUS.
019014 3185-EXIT.
019016     EXIT.
019018*
019020 3190-ADD-CUSTOMER-QUOTE.
019022*
019024     IF QHW-CUSTOMER-NUMBER = ZERO
019026         GO TO 3190-EXIT.
019028     MOVE QHW-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
019030     READ CUST-MSTR KEY IS CM-CUSTOMER-NUMBER
019032         INVALID KEY
019034             DISPLAY "CUSTOMER " QHW-CUSTOMER-NUMBER
019036                 " NOT ON CUST-MSTR - EXPOSURE NOT POSTED"
019038             GO TO 3190-EXIT.
019040     ADD 1 TO CM-QUOTED-COUNT.
019042     ADD QHW-LOAN-AMOUNT TO CM-QUOTED-AMOUNT.
019044     MOVE QHW-QUOTE-DATE TO CM-LAST-ACTIVITY-DATE.
019046     REWRITE CUST-MSTR-RECORD
019048         INVALID KEY
019050             DISPLAY "CUST-MSTR REWRITE FAILED - STATUS = "
019052                 WS-CUSTMSTR-STATUS.
019054 3190-EXIT.
019056     EXIT.
019140*
019150*----------------------------------------------------------*
019160* 3200 SERIES - EVERY 250 RECORDS, SAVE THE CURRENT         *
019500     PERFORM 3230-SAVE-REJ-INDEX THRU 3230-EXIT
019510         VARYING WS-REJ-INDEX FROM 1 BY 1
019520         UNTIL WS-REJ-INDEX > WS-MAX-REJ-REASONS.
019522     MOVE WS-BR-TABLE-COUNT TO RS-BR-TABLE-COUNT.
019524     PERFORM 3240-SAVE-BRANCH-INDEX THRU 3240-EXIT
019526         VARYING WS-BR-INDEX FROM 1 BY 1
019528         UNTIL WS-BR-INDEX > WS-MAX-BRANCHES.
019530 3210-EXIT.
019540     EXIT.
019550*
019780         TO RS-PR-COUNT (WS-REJ-INDEX).
019790 3230-EXIT.
019800     EXIT.
019801*
019802 3240-SAVE-BRANCH-INDEX.
019803*
019804     MOVE PB-BRANCH-ID (WS-BR-INDEX)
019805         TO RS-PB-BRANCH-ID (WS-BR-INDEX).
019806     MOVE PB-COUNT (WS-BR-INDEX)
019807         TO RS-PB-COUNT (WS-BR-INDEX).
019808     MOVE PB-AMOUNT (WS-BR-INDEX)
019809         TO RS-PB-AMOUNT (WS-BR-INDEX).
019810     MOVE PB-RATE-SUM (WS-BR-INDEX)
019811         TO RS-PB-RATE-SUM (WS-BR-INDEX).
019812 3240-EXIT.
019813     EXIT.
019814*
019820*----------------------------------------------------------*
019830* 4000 SERIES - INTERACTIVE CONSOLE ENTRY (ORIGINAL MODE)   *
019840*----------------------------------------------------------*
020000         GO TO 4100-EXIT.
020010     PERFORM 4200-GET-USER-VALUES THRU 4200-EXIT.
020020     PERFORM 4300-VALIDATE-ENTRIES THRU 4300-EXIT.
020026     IF WS-ENTRY-VALID
020032         PERFORM 4400-LOOKUP-INTEREST-RATE THRU 4400-EXIT
020038         PERFORM 4450-APPLY-CONCESSION THRU 4450-EXIT.
020044     IF WS-ENTRY-VALID
020050         PERFORM 5000-COMPUTE-MONTHLY-PAYMENT THRU 5000-EXIT.
020060*    THE QUALIFICATION STEP INSIDE 5000 CAN STILL FAIL
020070*    THE LOAN AFTER THE EDITS PASSED IT.
020290     ACCEPT APPLICATION-NUMBER.
020300     DISPLAY "Enter branch ID (xxxx).".
020310     ACCEPT BRANCH-ID.
020313     DISPLAY "Enter loan officer ID (xxxxxx).".
020316     ACCEPT LOAN-OFFICER-ID.
020320     DISPLAY "Enter customer name (25 characters).".
020330     ACCEPT CUSTOMER-NAME.
020340     DISPLAY "Enter street address (25 characters).".
020590     ACCEPT MONTHLY-INCOME.
020600     DISPLAY "Enter existing monthly debt (whole dollars).".
020610     ACCEPT MONTHLY-DEBT.
020611     DISPLAY "Enter rate concession in basis points (xxx, ".
020612     DISPLAY "  025 = one quarter point off, 0 for none).".
020613     ACCEPT CONCESSION-BPS.
020614     MOVE SPACE TO CONCESSION-REASON.
020615     IF CONCESSION-BPS > ZERO
020616         DISPLAY "Enter concession reason (R=relationship "
020617         DISPLAY "  C=competitive match E=employee "
020618         DISPLAY "  T=retention O=other)."
020619         ACCEPT CONCESSION-REASON.
020620     IF LOAN-TYPE-VARIABLE
020630         DISPLAY "Enter index value (xxxx, 0425 = 4.25)."
020640         ACCEPT WS-PCT-KEYED
021460         MOVE "JUMBO QUOTE DECLINED - NOT SUPERVISOR"
021470             TO AUDIT-SEC-MESSAGE
021480         PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT.
021481*    A RATE CONCESSION NEEDS A REASON, AND ONE OVER THE
021482*    OPERATOR LIMIT TAKES SUPERVISOR AUTHORITY.  A
021483*    COMPARISON SCENARIO IS PRICED AT THE SHEET RATE.
021484     IF NOT WS-COMPARE-MODE
021485         PERFORM 4390-CHECK-CONCESSION THRU 4390-EXIT.
021486*    THE BRANCH MUST BE ON THE BRANCH MASTER AND OPEN.
021487     PERFORM 4340-CHECK-BRANCH THRU 4340-EXIT.
021488*    THE LOAN OFFICER MUST BE ON THE OFFICER TABLE AND
021490*    ACTIVE.  A COMPARISON SCENARIO IS NOT AN APPLICATION
021492*    AND CARRIES NO OFFICER.
021494     IF NOT WS-COMPARE-MODE
021496         PERFORM 4345-CHECK-OFFICER THRU 4345-EXIT.
021498 4300-EXIT.
021500     EXIT.
021510*
021520*----------------------------------------------------------*
021780 4305-EXIT.
021790     EXIT.
021800*
021801*----------------------------------------------------------*
021802* 4340 - BRANCH EDIT.  THE ENTRY'S BRANCH IS READ DIRECT    *
021803* FROM THE BRANCH MASTER.  A BRANCH IS CLOSED ONCE ITS      *
021804* CLOSE DATE HAS ARRIVED - A FUTURE CLOSE DATE IS A         *
021805* SCHEDULED CLOSING AND THE BRANCH STILL TAKES BUSINESS.    *
021806*----------------------------------------------------------*
021807 4340-CHECK-BRANCH.
021808*
021809     MOVE BRANCH-ID TO BM-BRANCH-ID.
021810     READ BRANCH-MSTR
021811         INVALID KEY
021812             MOVE "BRANCH NOT ON BRANCH MASTER"
021813                 TO EXCEPT-REASON
021814             PERFORM 4310-WRITE-EXCEPTION-LINE THRU 4310-EXIT
021815             MOVE 'N' TO WS-VALID-SWITCH
021816             GO TO 4340-EXIT.
021817     IF BM-CLOSED AND BM-CLOSE-DATE NOT > RUN-DATE
021818         MOVE "BRANCH IS CLOSED"
021819             TO EXCEPT-REASON
021820         PERFORM 4310-WRITE-EXCEPTION-LINE THRU 4310-EXIT
021821         MOVE 'N' TO WS-VALID-SWITCH.
021822 4340-EXIT.
021823     EXIT.
021824*
021825*----------------------------------------------------------*
021826* 4345 - LOAN OFFICER EDIT.  THE ENTRY'S OFFICER IS LOOKED  *
021827* UP IN THE TABLE LOADED FROM OFCRTBL.  AN INACTIVE OFFICER *
021828* STAYS ON THE TABLE FOR THE INCENTIVE REPORT BUT TAKES NO  *
021829* NEW APPLICATIONS.                                         *
021830*----------------------------------------------------------*
021831 4345-CHECK-OFFICER.
021832*
021833     MOVE 'N' TO WS-OFCR-FOUND-SWITCH.
021834     MOVE SPACE TO WS-OFCR-STATUS.
021835     PERFORM 4346-MATCH-OFFICER THRU 4346-EXIT
021836         VARYING WS-OFCR-INDEX FROM 1 BY 1
021837         UNTIL WS-OFCR-INDEX > WS-OFCR-COUNT
021838         OR WS-OFCR-FOUND.
021839     IF NOT WS-OFCR-FOUND
021840         MOVE "LOAN OFFICER NOT ON TABLE"
021841             TO EXCEPT-REASON
021842         PERFORM 4310-WRITE-EXCEPTION-LINE THRU 4310-EXIT
021843         MOVE 'N' TO WS-VALID-SWITCH
021844         GO TO 4345-EXIT.
021845     IF NOT WS-OFCR-ACTIVE
021846         MOVE "LOAN OFFICER NOT ACTIVE"
021847             TO EXCEPT-REASON
021848         PERFORM 4310-WRITE-EXCEPTION-LINE THRU 4310-EXIT
021849         MOVE 'N' TO WS-VALID-SWITCH.
021850 4345-EXIT.
021851     EXIT.
021852*
021853 4346-MATCH-OFFICER.
021854*
021855     IF OT-OFFICER-ID (WS-OFCR-INDEX) = LOAN-OFFICER-ID
021856         MOVE OT-STATUS (WS-OFCR-INDEX) TO WS-OFCR-STATUS
021857         MOVE 'Y' TO WS-OFCR-FOUND-SWITCH.
021858 4346-EXIT.
021859     EXIT.
021860*
021861 4350-VALIDATE-RATE.
021862*
021863     IF INTEREST-RATE > 30.0
021864         MOVE "RATE MUST BE 0-30 PERCENT"
021865             TO EXCEPT-REASON
021866         PERFORM 4310-WRITE-EXCEPTION-LINE THRU 4310-EXIT
021870         MOVE 'N' TO WS-VALID-SWITCH.
021880 4350-EXIT.
021890     EXIT.
022470 4380-EXIT.
022480     EXIT.
022490*
022491*----------------------------------------------------------*
022492* 4390 - EDIT THE RATE CONCESSION.  A CONCESSION MUST CARRY *
022493* ONE OF THE REASON CODES, AND ONE OVER THE OPERATOR LIMIT  *
022494* TAKES A SUPERVISOR-LEVEL OPERATOR - THE DECLINED ATTEMPT  *
022495* GOES ON THE AUDIT TRAIL.  THE SIGNED-ON OPERATOR WHO      *
022496* GIVES THE CONCESSION IS CARRIED AS ITS APPROVER.          *
022497*----------------------------------------------------------*
022498 4390-CHECK-CONCESSION.
022499*
022500     MOVE SPACES TO CONC-APPROVER.
022501     IF CONCESSION-BPS = ZERO
022502         MOVE SPACE TO CONCESSION-REASON
022503         GO TO 4390-EXIT.
022504     IF NOT CONCESSION-REASON-VALID
022505         MOVE "CONCESSION REASON CODE INVALID"
022506             TO EXCEPT-REASON
022507         PERFORM 4310-WRITE-EXCEPTION-LINE THRU 4310-EXIT
022508         MOVE 'N' TO WS-VALID-SWITCH.
022509     IF CONCESSION-BPS > CONC-OPERATOR-LIMIT
022510             AND NOT WS-SUPERVISOR
022511         MOVE "CONCESSION NOT AUTHORIZED"
022512             TO EXCEPT-REASON
022513         PERFORM 4310-WRITE-EXCEPTION-LINE THRU 4310-EXIT
022514         MOVE 'N' TO WS-VALID-SWITCH
022515         MOVE "CONCESSION DECLINED - NOT SUPERVISOR"
022516             TO AUDIT-SEC-MESSAGE
022517         PERFORM 1320-WRITE-SECURITY-AUDIT THRU 1320-EXIT.
022518     MOVE OPERATOR-ID TO CONC-APPROVER.
022519 4390-EXIT.
022520     EXIT.
022521*
022522 4310-WRITE-EXCEPTION-LINE.
022523*
022524     MOVE APPLICATION-NUMBER TO EXCEPT-APPL-NUMBER.
022530     MOVE BRANCH-ID TO EXCEPT-BRANCH-ID.
022540     MOVE LOAN-AMOUNT TO EXCEPT-LOAN-AMOUNT.
022550     MOVE NUMBER-OF-MONTHS TO EXCEPT-MONTHS.
023240 4420-EXIT.
023250     EXIT.
023260*
023261*----------------------------------------------------------*
023262* 4450 - TAKE THE RATE CONCESSION OFF THE SHEET RATE.  THE  *
023263* SHEET RATE IS KEPT FOR THE HISTORY, THE APPLICATION       *
023264* MASTER, AND THE AUDIT TRAIL, AND THE RATE LEFT IS THE     *
023265* ONE THE LOAN IS PRICED AND EXPORTED AT.  A CONCESSION     *
023266* CANNOT TAKE THE RATE TO ZERO OR BELOW.                    *
023267*----------------------------------------------------------*
023268 4450-APPLY-CONCESSION.
023269*
023270     MOVE INTEREST-RATE TO CONC-SHEET-RATE.
023271     IF CONCESSION-BPS = ZERO
023272         GO TO 4450-EXIT.
023273     COMPUTE CONC-RATE-OFF = CONCESSION-BPS / 100.
023274     IF CONC-RATE-OFF NOT < CONC-SHEET-RATE
023275         MOVE "CONCESSION EXCEEDS SHEET RATE"
023276             TO EXCEPT-REASON
023277         PERFORM 4310-WRITE-EXCEPTION-LINE THRU 4310-EXIT
023278         MOVE 'N' TO WS-VALID-SWITCH
023279         GO TO 4450-EXIT.
023280     SUBTRACT CONC-RATE-OFF FROM CONC-SHEET-RATE
023281         GIVING INTEREST-RATE.
023282 4450-EXIT.
023283     EXIT.
023284*
023285*----------------------------------------------------------*
023286* 5000 SERIES - SHARED PAYMENT COMPUTATION.  THE FORMULA    *
023290* USED DEPENDS ON LOAN-TYPE - A FIXED-RATE INSTALLMENT LOAN *
023300* AND A VARIABLE-RATE LOAN (QUOTED OFF TODAY'S RATE) BOTH   *
023310* SELF-AMORTIZE OVER THE FULL TERM, AN INTEREST-ONLY LOAN   *
023510         MOVE "FAILS DEBT-TO-INCOME LIMIT"
023520             TO EXCEPT-REASON
023530         PERFORM 4310-WRITE-EXCEPTION-LINE THRU 4310-EXIT
023531         MOVE "DI" TO AA-REASON-CODE
023532         MOVE "EXCESSIVE OBLIGATIONS IN RELATION TO INCOME"
023533             TO AA-REASON-TEXT
023534         MOVE DTI-BACK-RATIO TO AA-ACTUAL-RATIO
023535         MOVE DTI-FAIL-LIMIT TO AA-LIMIT-RATIO
023536         PERFORM 5700-ISSUE-ADVERSE-ACTION THRU 5700-EXIT
023540         MOVE 'N' TO WS-VALID-SWITCH
023550         GO TO 5000-EXIT.
023552*    A LOAN THAT TAKES THE BORROWER OVER THE SINGLE-BORROWER
023554*    LIMIT IS REFERRED, NOT REJECTED - IT IS STILL QUOTED.
023556     PERFORM 5650-CHECK-EXPOSURE THRU 5650-EXIT.
023560     ADD 1 TO WS-LOANS-PROCESSED.
023570     ADD LOAN-AMOUNT TO WS-TOTAL-LOAN-AMOUNT.
023580     ADD MONTHLY-PAYMENT TO WS-TOTAL-MONTHLY-PAYMENT.
024290*
024300*----------------------------------------------------------*
024310* 5020 SERIES - ROLL THE LOAN JUST PRICED INTO THE          *
024320* PRODUCTION SUMMARY ACCUMULATORS, BY LOAN TYPE, BY THE     *
024330* RATE SHEET AMOUNT TIER THE LOAN FALLS IN, AND BY BRANCH.  *
024340*----------------------------------------------------------*
024350 5020-ACCUMULATE-PRODUCTION.
024360*
024540     ADD 1 TO PI-COUNT (WS-PROD-TIER).
024550     ADD LOAN-AMOUNT TO PI-AMOUNT (WS-PROD-TIER).
024560     ADD INTEREST-RATE TO PI-RATE-SUM (WS-PROD-TIER).
024561     MOVE 'N' TO WS-PB-FOUND-SWITCH.
024562     PERFORM 5030-FIND-PROD-BRANCH THRU 5030-EXIT
024563         VARYING WS-BR-INDEX FROM 1 BY 1
024564         UNTIL WS-BR-INDEX > WS-BR-TABLE-COUNT
024565         OR WS-PB-FOUND.
024566     IF NOT WS-PB-FOUND
024567         IF WS-BR-TABLE-COUNT < WS-MAX-BRANCHES
024568             ADD 1 TO WS-BR-TABLE-COUNT
024569             MOVE BRANCH-ID TO PB-BRANCH-ID (WS-BR-TABLE-COUNT)
024570             MOVE 1 TO PB-COUNT (WS-BR-TABLE-COUNT)
024571             MOVE LOAN-AMOUNT TO PB-AMOUNT (WS-BR-TABLE-COUNT)
024572             MOVE INTEREST-RATE
024573                 TO PB-RATE-SUM (WS-BR-TABLE-COUNT).
024574 5020-EXIT.
024580     EXIT.
024590*
024600 5025-FIND-PROD-TIER.
024620     CONTINUE.
024630 5025-EXIT.
024640     EXIT.
024641*
024642 5030-FIND-PROD-BRANCH.
024643*
024644     IF PB-BRANCH-ID (WS-BR-INDEX) = BRANCH-ID
024645         ADD 1 TO PB-COUNT (WS-BR-INDEX)
024646         ADD LOAN-AMOUNT TO PB-AMOUNT (WS-BR-INDEX)
024647         ADD INTEREST-RATE TO PB-RATE-SUM (WS-BR-INDEX)
024648         MOVE 'Y' TO WS-PB-FOUND-SWITCH.
024649 5030-EXIT.
024650     EXIT.
024651*
024660 5001-COMPUTE-INTEREST-ONLY-PMT.
024670*
024680     COMPUTE MONTHLY-PAYMENT ROUNDED = LOAN-AMOUNT * MONTHLY-RATE.
025460*----------------------------------------------------------*
025470 5200-WRITE-AUDIT-LOG.
025480*
025500     ACCEPT RUN-TIME FROM TIME.
025510     MOVE RUN-DATE TO AUDIT-DATE.
025520     MOVE RUN-TIME TO AUDIT-TIME.
025570     MOVE NUMBER-OF-MONTHS TO AUDIT-MONTHS.
025580     MOVE INTEREST-RATE TO AUDIT-RATE.
025590     MOVE MONTHLY-PAYMENT TO AUDIT-PAYMENT.
025595     MOVE LOAN-OFFICER-ID TO AUDIT-OFFICER-ID.
025596     MOVE CONC-SHEET-RATE TO AUDIT-SHEET-RATE.
025597     MOVE CONCESSION-BPS TO AUDIT-CONCESSION-BPS.
025598     MOVE CONCESSION-REASON TO AUDIT-CONCESSION-REASON.
025600     WRITE AUDIT-LINE FROM AUDIT-DETAIL.
025610 5200-EXIT.
025620     EXIT.
028070     WRITE UNDW-LINE FROM UW-RESULT-LINE.
028080 5610-EXIT.
028090     EXIT.
028091*
028092*----------------------------------------------------------*
028093* 5650 SERIES - BORROWER EXPOSURE CHECK.  THE BORROWER IS   *
028094* FOUND ON THE CUSTOMER MASTER BY NAME, STREET ADDRESS, AND *
028095* ZIP, OR GIVEN THE NEXT CUSTOMER NUMBER ON A FIRST QUOTE.  *
028096* THE EXPOSURE IS THE BORROWER'S QUOTED AND BOOKED AMOUNTS  *
028097* ON FILE - LAPSED QUOTES AGED OFF BY QTAGING - PLUS THE    *
028098* QUOTES HELD FOR THE NEXT CHECKPOINT, LESS ANY EARLIER     *
028099* QUOTE ON THE SAME APPLICATIONS STILL ON FILE, PLUS THIS   *
028100* LOAN.  OVER THE LIMIT THE LOAN IS REFERRED - IT IS STILL  *
028101* QUOTED AND EXPORTED, AND THE REFERRAL IS CARRIED ON THE   *
028102* APPLICATION MASTER.  AN UNNAMED ENTRY IS NOT CHECKED.     *
028103*----------------------------------------------------------*
028104 5650-CHECK-EXPOSURE.
028105*
028106     MOVE ZERO TO EXP-CUSTOMER-NUMBER.
028107     MOVE SPACE TO EXP-FLAG.
028108     IF CUSTOMER-NAME = SPACES
028109         MOVE "NO CUSTOMER NAME" TO UW-EXPOSURE-TEXT
028110         WRITE UNDW-LINE FROM UW-EXPOSURE-LINE
028111         GO TO 5650-EXIT.
028112     MOVE ZERO TO EXP-ON-FILE.
028113     MOVE ZERO TO EXP-PENDING.
028114     MOVE ZERO TO EXP-PRIOR.
028115     PERFORM 5660-BUILD-MATCH-KEY THRU 5660-EXIT.
028116     MOVE CX-MATCH-KEY TO CM-MATCH-KEY.
028117     READ CUST-MSTR KEY IS CM-MATCH-KEY
028118         INVALID KEY
028119             PERFORM 5670-ASSIGN-CUSTOMER THRU 5670-EXIT
028120             GO TO 5650-FIGURE.
028121     MOVE CM-CUSTOMER-NUMBER TO EXP-CUSTOMER-NUMBER.
028122     COMPUTE EXP-ON-FILE = CM-QUOTED-AMOUNT + CM-BOOKED-AMOUNT.
028123     MOVE APPLICATION-NUMBER TO AM-APPL-NUMBER.
028124     MOVE BRANCH-ID TO AM-BRANCH-ID.
028125     PERFORM 5685-ADD-PRIOR-AMOUNT THRU 5685-EXIT.
028126     PERFORM 5680-SCAN-PENDING-QUOTE THRU 5680-EXIT
028127         VARYING WS-PENDING-INDEX FROM 1 BY 1
028128         UNTIL WS-PENDING-INDEX > WS-PENDING-COUNT.
028129 5650-FIGURE.
028130     COMPUTE EXP-TOTAL =
028131         EXP-ON-FILE + EXP-PENDING - EXP-PRIOR + LOAN-AMOUNT.
028132     IF EXP-TOTAL < LOAN-AMOUNT
028133         MOVE LOAN-AMOUNT TO EXP-TOTAL.
028134     COMPUTE EXP-OTHER = EXP-TOTAL - LOAN-AMOUNT.
028135     IF EXP-TOTAL > EXP-BORROWER-LIMIT
028136         MOVE 'R' TO EXP-FLAG
028137     ELSE
028138         MOVE 'P' TO EXP-FLAG.
028139     PERFORM 5655-WRITE-EXPOSURE-LINES THRU 5655-EXIT.
028140     IF EXP-REFERRED AND WS-INTERACTIVE-MODE
028141         DISPLAY "Referred - borrower exposure is over the "
028142             "single-borrower limit.".
028143 5650-EXIT.
028144     EXIT.
028145*
028146 5655-WRITE-EXPOSURE-LINES.
028147*
028148     MOVE EXP-CUSTOMER-NUMBER TO UW-CUSTOMER-NUMBER.
028149     WRITE UNDW-LINE FROM UW-CUSTOMER-LINE.
028150     MOVE "OTHER EXPOSURE      =" TO UW-LABEL.
028151     MOVE EXP-OTHER TO UW-AMOUNT.
028152     WRITE UNDW-LINE FROM UW-DETAIL.
028153     MOVE "THIS LOAN           =" TO UW-LABEL.
028154     MOVE LOAN-AMOUNT TO UW-AMOUNT.
028155     WRITE UNDW-LINE FROM UW-DETAIL.
028156     MOVE "TOTAL EXPOSURE      =" TO UW-LABEL.
028157     MOVE EXP-TOTAL TO UW-AMOUNT.
028158     WRITE UNDW-LINE FROM UW-DETAIL.
028159     MOVE "BORROWER LIMIT      =" TO UW-LABEL.
028160     MOVE EXP-BORROWER-LIMIT TO UW-AMOUNT.
028161     WRITE UNDW-LINE FROM UW-DETAIL.
028162     IF EXP-PASSED
028163         MOVE "PASS" TO UW-EXPOSURE-TEXT
028164     ELSE
028165         MOVE "REFER - OVER LIMIT" TO UW-EXPOSURE-TEXT.
028166     WRITE UNDW-LINE FROM UW-EXPOSURE-LINE.
028167 5655-EXIT.
028168     EXIT.
028169*
028170*----------------------------------------------------------*
028171* 5660 - BUILD THE MATCH KEY.  THE ZIP IS THE FIRST FIVE    *
028172* CHARACTERS OF THE LAST WORD ON THE CITY-STATE-ZIP LINE,   *
028173* SO A ZIP+4 MATCHES ITS FIVE-DIGIT ZIP.                    *
028174*----------------------------------------------------------*
028175 5660-BUILD-MATCH-KEY.
028176*
028177     MOVE CUSTOMER-NAME TO CX-MATCH-NAME.
028178     MOVE ADDRESS-LINE TO CX-MATCH-ADDRESS.
028179     MOVE SPACES TO CX-MATCH-ZIP.
028180     MOVE CITY-STATE-ZIP TO CX-CITY-STATE-ZIP.
028181     INSPECT CX-MATCH-NAME CONVERTING
028182         "abcdefghijklmnopqrstuvwxyz"
028183         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
028184     INSPECT CX-MATCH-ADDRESS CONVERTING
028185         "abcdefghijklmnopqrstuvwxyz"
028186         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
028187     INSPECT CX-CITY-STATE-ZIP CONVERTING
028188         "abcdefghijklmnopqrstuvwxyz"
028189         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
028190     MOVE ZERO TO CX-WORD-END.
028191     MOVE ZERO TO CX-WORD-START.
028192     PERFORM 5662-FIND-WORD-END THRU 5662-EXIT
028193         VARYING CX-CHAR-INDEX FROM 25 BY -1
028194         UNTIL CX-CHAR-INDEX < 1 OR CX-WORD-END > ZERO.
028195     IF CX-WORD-END = ZERO
028196         GO TO 5660-EXIT.
028197     PERFORM 5664-FIND-WORD-START THRU 5664-EXIT
028198         VARYING CX-CHAR-INDEX FROM CX-WORD-END BY -1
028199         UNTIL CX-CHAR-INDEX < 1 OR CX-WORD-START > ZERO.
028200     IF CX-WORD-START = ZERO
028201         MOVE 1 TO CX-WORD-START.
028202     PERFORM 5666-COPY-ZIP-CHAR THRU 5666-EXIT
028203         VARYING CX-ZIP-INDEX FROM 1 BY 1
028204         UNTIL CX-ZIP-INDEX > 5 OR CX-WORD-START > CX-WORD-END.
028205 5660-EXIT.
028206     EXIT.
028207*
028208 5662-FIND-WORD-END.
028209*
028210     IF CX-CSZ-CHAR (CX-CHAR-INDEX) NOT = SPACE
028211         MOVE CX-CHAR-INDEX TO CX-WORD-END.
028212 5662-EXIT.
028213     EXIT.
028214*
028215 5664-FIND-WORD-START.
028216*
028217     IF CX-CSZ-CHAR (CX-CHAR-INDEX) = SPACE
028218         COMPUTE CX-WORD-START = CX-CHAR-INDEX + 1.
028219 5664-EXIT.
028220     EXIT.
028221*
028222 5666-COPY-ZIP-CHAR.
028223*
028224     MOVE CX-CSZ-CHAR (CX-WORD-START)
028225         TO CX-ZIP-CHAR (CX-ZIP-INDEX).
028226     ADD 1 TO CX-WORD-START.
028227 5666-EXIT.
028228     EXIT.
028229*
028230*----------------------------------------------------------*
028231* 5670 - FIRST QUOTE FOR THE BORROWER.  THE NEXT NUMBER IS  *
028232* TAKEN FROM THE CONTROL RECORD, WHICH IS WRITTEN THE FIRST *
028233* TIME ANY CUSTOMER IS ASSIGNED, AND THE CUSTOMER GOES ON   *
028234* WITH NOTHING OUTSTANDING - THE QUOTE IS ADDED WHEN IT IS  *
028235* POSTED TO THE APPLICATION MASTER.                         *
028236*----------------------------------------------------------*
028237 5670-ASSIGN-CUSTOMER.
028238*
028239     MOVE ZERO TO CM-CUSTOMER-NUMBER.
028240     READ CUST-MSTR KEY IS CM-CUSTOMER-NUMBER
028241         INVALID KEY GO TO 5670-FIRST-CUSTOMER.
028242     ADD 1 TO CM-LAST-CUSTOMER-NUMBER.
028243     MOVE CM-LAST-CUSTOMER-NUMBER TO EXP-CUSTOMER-NUMBER.
028244     REWRITE CUST-MSTR-RECORD
028245         INVALID KEY
028246             DISPLAY "CUST-MSTR REWRITE FAILED - STATUS = "
028247                 WS-CUSTMSTR-STATUS.
028248     GO TO 5670-WRITE-CUSTOMER.
028249 5670-FIRST-CUSTOMER.
028250     MOVE SPACES TO CUST-MSTR-RECORD.
028251     MOVE ZERO TO CM-CUSTOMER-NUMBER.
028252     MOVE LOW-VALUES TO CM-MATCH-KEY.
028253     MOVE 1 TO CM-LAST-CUSTOMER-NUMBER.
028254     MOVE 1 TO EXP-CUSTOMER-NUMBER.
028255     WRITE CUST-MSTR-RECORD
028256         INVALID KEY
028257             DISPLAY "CUST-MSTR WRITE FAILED - STATUS = "
028258                 WS-CUSTMSTR-STATUS.
028259 5670-WRITE-CUSTOMER.
028260     MOVE SPACES TO CUST-MSTR-RECORD.
028261     MOVE EXP-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
028262     MOVE CX-MATCH-KEY TO CM-MATCH-KEY.
028263     MOVE CITY-STATE-ZIP TO CM-CITY-STATE-ZIP.
028264     MOVE RUN-DATE TO CM-FIRST-QUOTE-DATE.
028265     MOVE RUN-DATE TO CM-LAST-ACTIVITY-DATE.
028266     MOVE ZERO TO CM-QUOTED-COUNT.
028267     MOVE ZERO TO CM-QUOTED-AMOUNT.
028268     MOVE ZERO TO CM-BOOKED-COUNT.
028269     MOVE ZERO TO CM-BOOKED-AMOUNT.
028270     WRITE CUST-MSTR-RECORD
028271         INVALID KEY
028272             DISPLAY "CUST-MSTR WRITE FAILED - STATUS = "
028273                 WS-CUSTMSTR-STATUS.
028274 5670-EXIT.
028275     EXIT.
028276*
028277*----------------------------------------------------------*
028278* 5680 - A QUOTE HELD FOR THE NEXT CHECKPOINT IS NOT ON THE *
028279* CUSTOMER MASTER YET.  COUNT THE BORROWER'S OTHER HELD     *
028280* QUOTES, LESS WHAT THE MASTER ALREADY HAS FOR THEM.        *
028281*----------------------------------------------------------*
028282 5680-SCAN-PENDING-QUOTE.
028283*
028284     IF QH-PEND-CUSTOMER-NUMBER (WS-PENDING-INDEX)
028285             NOT = EXP-CUSTOMER-NUMBER
028286         GO TO 5680-EXIT.
028287     IF QH-PEND-APPL-NUMBER (WS-PENDING-INDEX)
028288             = APPLICATION-NUMBER
028289             AND QH-PEND-BRANCH-ID (WS-PENDING-INDEX) = BRANCH-ID
028290         GO TO 5680-EXIT.
028291     ADD QH-PEND-LOAN-AMOUNT (WS-PENDING-INDEX) TO EXP-PENDING.
028292     MOVE QH-PEND-APPL-NUMBER (WS-PENDING-INDEX)
028293         TO AM-APPL-NUMBER.
028294     MOVE QH-PEND-BRANCH-ID (WS-PENDING-INDEX) TO AM-BRANCH-ID.
028295     PERFORM 5685-ADD-PRIOR-AMOUNT THRU 5685-EXIT.
028296 5680-EXIT.
028297     EXIT.
028298*
028299 5685-ADD-PRIOR-AMOUNT.
028300*
028301     READ APPL-MSTR
028302         INVALID KEY GO TO 5685-EXIT.
028303     IF AM-CUSTOMER-NUMBER IS NOT NUMERIC
028304             OR AM-CUSTOMER-NUMBER NOT = EXP-CUSTOMER-NUMBER
028305         GO TO 5685-EXIT.
028306     IF AM-REJECTED OR AM-QUOTE-AGED-OFF
028307         GO TO 5685-EXIT.
028308     ADD AM-LOAN-AMOUNT TO EXP-PRIOR.
028309 5685-EXIT.
028310     EXIT.
028311*
028312*----------------------------------------------------------*
028313* 5700 SERIES - ADVERSE ACTION NOTICE FOR A CREDIT DECLINE. *
028314* THE CUSTOMER IS SENT THE PRINCIPAL REASON AND THE FIGURES *
028315* BEHIND IT ON ADV-NOTICE, AND THE NOTICE GOES ON THE       *
028316* REGISTER AS NOT YET MAILED.  ONLY A CREDIT DECISION COMES *
028317* HERE - AN ENTRY REJECTED BY THE DATA EDITS IN 4300 NEVER  *
028318* REACHES 5000 AND GETS NO NOTICE.                          *
028319*----------------------------------------------------------*
028320 5700-ISSUE-ADVERSE-ACTION.
028321*
028322     PERFORM 5710-WRITE-NOTICE THRU 5710-EXIT.
028323     PERFORM 5720-REGISTER-NOTICE THRU 5720-EXIT.
028324 5700-EXIT.
028325     EXIT.
028326*
028327 5710-WRITE-NOTICE.
028328*
028329     WRITE ADV-NOTICE-LINE FROM LTR-SEPARATOR.
028330     MOVE RUN-DATE TO LTR-DATE.
028331     WRITE ADV-NOTICE-LINE FROM LTR-DATE-LINE.
028332     WRITE ADV-NOTICE-LINE FROM CUSTOMER-NAME.
028333     WRITE ADV-NOTICE-LINE FROM ADDRESS-LINE.
028334     WRITE ADV-NOTICE-LINE FROM CITY-STATE-ZIP.
028335     MOVE SPACES TO ADV-NOTICE-LINE.
028336     WRITE ADV-NOTICE-LINE.
028337     MOVE APPLICATION-NUMBER TO AMORT-HDR-APPL-NUMBER.
028338     MOVE BRANCH-ID TO AMORT-HDR-BRANCH-ID.
028339     WRITE ADV-NOTICE-LINE FROM AMORT-HDR-0.
028340     MOVE CUSTOMER-NAME TO LTR-DEAR-NAME.
028341     WRITE ADV-NOTICE-LINE FROM LTR-DEAR-LINE.
028342     WRITE ADV-NOTICE-LINE FROM ADV-TEXT-1.
028343     WRITE ADV-NOTICE-LINE FROM ADV-TEXT-2.
028344     MOVE LOAN-AMOUNT TO LTR-AMT.
028345     WRITE ADV-NOTICE-LINE FROM LTR-AMT-LINE.
028346     MOVE NUMBER-OF-MONTHS TO LTR-TERM.
028347     WRITE ADV-NOTICE-LINE FROM LTR-TERM-LINE.
028348     MOVE SPACES TO ADV-NOTICE-LINE.
028349     WRITE ADV-NOTICE-LINE.
028350     WRITE ADV-NOTICE-LINE FROM ADV-TEXT-3.
028351     MOVE AA-REASON-TEXT TO ADV-REASON-TEXT.
028352     WRITE ADV-NOTICE-LINE FROM ADV-REASON-LINE.
028353     IF AA-ACTUAL-RATIO > ZERO
028354         MOVE AA-ACTUAL-RATIO TO ADV-ACTUAL-RATIO
028355         WRITE ADV-NOTICE-LINE FROM ADV-RATIO-LINE
028356         MOVE AA-LIMIT-RATIO TO ADV-LIMIT-RATIO
028357         WRITE ADV-NOTICE-LINE FROM ADV-LIMIT-LINE.
028358     MOVE SPACES TO ADV-NOTICE-LINE.
028359     WRITE ADV-NOTICE-LINE.
028360     PERFORM 5715-WRITE-ECOA-LINE THRU 5715-EXIT
028361         VARYING AA-TEXT-INDEX FROM 1 BY 1
028362         UNTIL AA-TEXT-INDEX > AA-ECOA-LINES.
028363     MOVE SPACES TO ADV-NOTICE-LINE.
028364     WRITE ADV-NOTICE-LINE.
028365     WRITE ADV-NOTICE-LINE FROM ADV-TEXT-4.
028366     WRITE ADV-NOTICE-LINE FROM LTR-TEXT-3.
028367 5710-EXIT.
028368     EXIT.
028369*
028370 5715-WRITE-ECOA-LINE.
028371*
028372     WRITE ADV-NOTICE-LINE FROM ADV-ECOA-LINE (AA-TEXT-INDEX).
028373 5715-EXIT.
028374     EXIT.
028375*
028376 5720-REGISTER-NOTICE.
028377*
028378     MOVE SPACES TO NOTICE-REG-RECORD.
028379     MOVE APPLICATION-NUMBER TO NR-APPL-NUMBER.
028380     MOVE BRANCH-ID TO NR-BRANCH-ID.
028381     MOVE RUN-DATE TO NR-DECLINE-DATE.
028382     MOVE AA-REASON-CODE TO NR-REASON-CODE.
028383     MOVE AA-REASON-TEXT TO NR-REASON-TEXT.
028384     MOVE AA-ACTUAL-RATIO TO NR-ACTUAL-RATIO.
028385     MOVE AA-LIMIT-RATIO TO NR-LIMIT-RATIO.
028386     MOVE CUSTOMER-NAME TO NR-CUSTOMER-NAME.
028387     MOVE LOAN-AMOUNT TO NR-LOAN-AMOUNT.
028388     MOVE NUMBER-OF-MONTHS TO NR-NUMBER-OF-MONTHS.
028389     MOVE LOAN-TYPE TO NR-LOAN-TYPE.
028390     MOVE INTEREST-RATE TO NR-INTEREST-RATE.
028391     MOVE 'N' TO NR-MAILED-FLAG.
028392     MOVE ZERO TO NR-MAILED-DATE.
028393     WRITE NOTICE-REG-RECORD
028394         INVALID KEY GO TO 5720-REPLACE.
028395     GO TO 5720-EXIT.
028396 5720-REPLACE.
028397*    THE SAME APPLICATION DECLINED AGAIN, OR A RESUMED RUN
028398*    REPROCESSING IT - THE NEW NOTICE REPLACES THE OLD ENTRY.
028399     REWRITE NOTICE-REG-RECORD
028400         INVALID KEY
028401             DISPLAY "NOTICE-REG REWRITE FAILED - STATUS = "
028402                 WS-NOTCREG-STATUS.
028403 5720-EXIT.
028404     EXIT.
028405*
028406*----------------------------------------------------------*
028407* 6100 SERIES - ASK THE OPERATOR FOR AN OPTIONAL EXTRA       *
028408* PRINCIPAL AMOUNT AND, IF GIVEN, RUN THE WHAT-IF ANALYSIS. *
028409*----------------------------------------------------------*
028410 6100-WHATIF-PROMPT.
028411*
028412     DISPLAY "Extra principal per month (0 for none) = ".
028413     ACCEPT ADDL-PRINCIPAL.
028414     IF ADDL-PRINCIPAL > ZERO
028415         PERFORM 6200-WHATIF-ANALYSIS THRU 6200-EXIT.
028416 6100-EXIT.
028417     EXIT.
028418*
028419*----------------------------------------------------------*
028420* 6200 SERIES - REPLAY THE SCHEDULE WITH THE EXTRA          *
028421* PRINCIPAL APPLIED EACH MONTH AND REPORT THE REVISED       *
028422* PAYOFF MONTH AND THE INTEREST SAVED VERSUS THE STANDARD   *
028423* SCHEDULE.                                                 *
028424*----------------------------------------------------------*
028425 6200-WHATIF-ANALYSIS.
028426*
028427     MOVE LOAN-AMOUNT TO WF-REMAINING-BALANCE.
028428     MOVE ZERO TO WF-TOTAL-INTEREST.
028429     MOVE ZERO TO WF-PAYOFF-MONTH.
028430     ADD MONTHLY-PAYMENT ADDL-PRINCIPAL
028431         GIVING WF-PAYMENT-PLUS-EXTRA.
028432     PERFORM 6210-WHATIF-MONTH THRU 6210-EXIT
028433         UNTIL WF-REMAINING-BALANCE <= ZERO
028434         OR WF-PAYOFF-MONTH > NUMBER-OF-MONTHS.
028435     SUBTRACT WF-TOTAL-INTEREST FROM WF-STD-TOTAL-INTEREST
028436         GIVING WF-INTEREST-SAVED.
028437     PERFORM 6220-WRITE-WHATIF-REPORT THRU 6220-EXIT.
028438 6200-EXIT.
028440     EXIT.
028450*
028460 6210-WHATIF-MONTH.
029950 7200-PRICE-SCENARIO.
029960*
029970     MOVE ZERO TO INTEREST-RATE.
029972     MOVE ZERO TO CONCESSION-BPS.
029974     MOVE SPACE TO CONCESSION-REASON.
029976     MOVE SPACES TO CONC-APPROVER.
029980     MOVE CS-MONTHS (WS-SCENARIO-INDEX) TO NUMBER-OF-MONTHS.
029990     MOVE CS-LOAN-TYPE (WS-SCENARIO-INDEX) TO LOAN-TYPE.
030000     PERFORM 4300-VALIDATE-ENTRIES THRU 4300-EXIT.
030030         DISPLAY "Scenario rejected - see EXCEPT-RPT."
030040         GO TO 7200-EXIT.
030050     PERFORM 4400-LOOKUP-INTEREST-RATE THRU 4400-EXIT.
030055     PERFORM 4450-APPLY-CONCESSION THRU 4450-EXIT.
030060     PERFORM 5010-SELECT-PAYMENT-FORMULA THRU 5010-EXIT.
030070     PERFORM 7300-REPLAY-SCENARIO THRU 7300-EXIT.
030080     MOVE NUMBER-OF-MONTHS TO CD-MONTHS.
030680*----------------------------------------------------------*
030690* 8100 SERIES - END-OF-RUN PRODUCTION SUMMARY FOR THE       *
030700* DEPARTMENT HEAD - ONE PAGE PER RUN ON PRODSUM WITH THE    *
030707* VOLUME BROKEN DOWN BY LOAN TYPE, BY RATE SHEET AMOUNT     *
030714* TIER AND BY BRANCH, AND THE REJECTS BROKEN DOWN BY        *
030721* EXCEPTION REASON.                                         *
030730*----------------------------------------------------------*
030740 8100-WRITE-PRODUCTION-SUMMARY.
030750*
030930     PERFORM 8120-WRITE-TIER-LINE THRU 8120-EXIT
030940         VARYING WS-PROD-TIER FROM 1 BY 1
030950         UNTIL WS-PROD-TIER > 4.
030951     MOVE "BY BRANCH ------------------------------------"
030952         TO PS-SECTION-HDR.
030953     WRITE PROD-LINE FROM PS-SECTION-HDR.
030954     PERFORM 8140-WRITE-BRANCH-LINE THRU 8140-EXIT
030955         VARYING WS-BR-INDEX FROM 1 BY 1
030956         UNTIL WS-BR-INDEX > WS-BR-TABLE-COUNT.
030960     MOVE "REJECTS BY EXCEPTION REASON ------------------"
030970         TO PS-SECTION-HDR.
030980     WRITE PROD-LINE FROM PS-SECTION-HDR.
031590     WRITE PROD-LINE FROM PS-REJECT-DETAIL.
031600 8130-EXIT.
031610     EXIT.
031611*
031612*----------------------------------------------------------*
031613* 8140 - ONE LINE PER BRANCH THAT PRICED BUSINESS, SHOWN    *
031614* BY ITS BRANCH MASTER NAME - THE BARE CODE IS PRINTED      *
031615* ONLY IF THE BRANCH HAS SINCE LEFT THE MASTER.             *
031616*----------------------------------------------------------*
031617 8140-WRITE-BRANCH-LINE.
031618*
031619     MOVE PB-BRANCH-ID (WS-BR-INDEX) TO BM-BRANCH-ID.
031620     READ BRANCH-MSTR
031621         INVALID KEY MOVE PB-BRANCH-ID (WS-BR-INDEX)
031622             TO BM-BRANCH-NAME.
031623     MOVE BM-BRANCH-NAME TO PS-BR-NAME.
031624     MOVE PB-COUNT (WS-BR-INDEX) TO PS-BR-COUNT.
031625     MOVE PB-AMOUNT (WS-BR-INDEX) TO PS-BR-AMOUNT.
031626     IF PB-COUNT (WS-BR-INDEX) > ZERO
031627         COMPUTE PS-BR-AVG-RATE ROUNDED =
031628             PB-RATE-SUM (WS-BR-INDEX)
031629             / PB-COUNT (WS-BR-INDEX)
031630     ELSE
031631         MOVE ZERO TO PS-BR-AVG-RATE.
031632     WRITE PROD-LINE FROM PS-BRANCH-DETAIL.
031633 8140-EXIT.
031634     EXIT.
031635*
031636*----------------------------------------------------------*
031640* 8200 SERIES - ROLL THE RUN'S PRODUCTION FIGURES INTO THE  *
031650* PERIOD-TO-DATE FILE AT THE END OF THE BATCH RUN.  THE     *
031660* FILE IS LOADED, THE CURRENT MONTH'S RECORD IS FOUND OR    *
