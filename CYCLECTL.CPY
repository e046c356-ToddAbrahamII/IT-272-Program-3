000010*----------------------------------------------------------*
000020* CYCLECTL - NIGHTLY CYCLE CONTROL RECORD.  ONE RECORD      *
000030* HOLDING THE BUSINESS DATE EVERY PROGRAM WORKS TO (IN      *
000040* PLACE OF THE SYSTEM CLOCK) AND THE STATUS OF EACH STEP    *
000050* IN THE NIGHTLY STREAM FOR THAT DATE.  CYCLEMNT SETS THE   *
000060* DATE AND GRANTS STEP OVERRIDES, EACH STEP MARKS ITSELF    *
000070* STARTED AND COMPLETE, AND EODROLL ROLLS THE DATE TO THE   *
000080* NEXT BUSINESS DAY AND CLEARS THE STEPS.                   *
000090*                                                            *
000100* THE RECORD IS 300 CHARACTERS -                            *
000110*   BUSINESS-DATE 9(08), PRIOR-BUSINESS-DATE 9(08)          *
000120*   EIGHT STEP ENTRIES OF 35 CHARACTERS, IN STREAM ORDER -  *
000130*     STEP-NAME X(08) - THE PROGRAM THAT RUNS THE STEP      *
000140*     STEP-PRED 9(01) - ENTRY NUMBER OF THE STEP THAT MUST  *
000150*                       BE COMPLETE FIRST, ZERO FOR NONE    *
000160*     STEP-STATUS X(01) - SPACE NOT RUN, S STARTED,         *
000170*                         C COMPLETE                        *
000180*     STEP-DATE 9(08), STEP-TIME 9(08) - CALENDAR DATE AND  *
000190*                       TIME THE STEP LAST STARTED OR       *
000200*                       FINISHED, WHICH MAY BE THE MORNING  *
000210*                       AFTER THE BUSINESS DATE             *
000220*     STEP-OVERRIDE X(01) - Y WHEN A SUPERVISOR HAS LET     *
000230*                       THE STEP RUN OUT OF TURN OR RERUN;  *
000240*                       USED UP WHEN THE STEP STARTS        *
000250*     STEP-OVERRIDE-BY X(08) - THAT SUPERVISOR              *
000260*   PLUS ROOM TO GROW                                       *
000270*----------------------------------------------------------*
000280 01  CYCLE-CONTROL.
000290     05  CC-BUSINESS-DATE           PIC 9(08).
000300     05  CC-PRIOR-BUSINESS-DATE     PIC 9(08).
000310     05  CC-STEP-ENTRY              OCCURS 8 TIMES.
000320         10  CC-STEP-NAME           PIC X(08).
000330         10  CC-STEP-PRED           PIC 9(01).
000340         10  CC-STEP-STATUS         PIC X(01).
000350             88  CC-STEP-NOT-RUN               VALUE SPACE.
000360             88  CC-STEP-STARTED               VALUE 'S'.
000370             88  CC-STEP-COMPLETE              VALUE 'C'.
000380         10  CC-STEP-DATE           PIC 9(08).
000390         10  CC-STEP-TIME           PIC 9(08).
000400         10  CC-STEP-OVERRIDE       PIC X(01).
000410             88  CC-STEP-OVERRIDDEN            VALUE 'Y'.
000420         10  CC-STEP-OVERRIDE-BY    PIC X(08).
000430     05  FILLER                     PIC X(04).
