000050* EFFECT - THE SET IN EFFECT FOR A RUN IS THE ONE WITH THE  *
000060* LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE.  RATE SETS  *
000070* ARE KEYED AND FUTURE-DATED THROUGH THE RATEMNT PROGRAM.   *
000072* A NEWLY KEYED SET IS PENDING UNTIL A SECOND SUPERVISOR    *
000074* APPROVES OR REJECTS IT - ONLY AN APPROVED SET IS EVER     *
000076* PRICED FROM.  A SET KEYED BEFORE DUAL CONTROL CARRIES A   *
000078* SPACE STATUS AND COUNTS AS APPROVED.                      *
000080*                                                            *
000090* EACH RECORD IS 160 CHARACTERS -                           *
000100*   EFFECTIVE-DATE        9(08)  CCYYMMDD                   *
000110*   4 TIER ENTRIES OF 28 CHARACTERS -                       *
000120*     TIER-MAX-AMOUNT     9(07)                             *
000130*     3 TERM ENTRIES OF   9(03) MAX-MONTHS + 9(02)V99 RATE  *
000132*   APPROVAL-STATUS       X(01)  P PENDING, A APPROVED,     *
000134*                                R REJECTED                 *
000136*   KEYED-BY X(08), KEYED-DATE 9(08)                        *
000138*   REVIEWED-BY X(08), REVIEWED-DATE 9(08)                  *
000139*   PLUS ROOM TO GROW                                       *
000140*----------------------------------------------------------*
000150 01  RATE-SET-RECORD.
000160     05  RT-EFFECTIVE-DATE          PIC 9(08).
000190         10  RATE-TERM OCCURS 3 TIMES.
000200             15  RT-TERM-MAX-MONTHS PIC 9(03).
000210             15  RT-TERM-RATE       PIC 9(02)V99.
000220     05  RT-APPROVAL-STATUS         PIC X(01).
000230         88  RT-PENDING                        VALUE 'P'.
000240         88  RT-APPROVED                       VALUE 'A' ' '.
000250         88  RT-REJECTED                       VALUE 'R'.
000260     05  RT-KEYED-BY                PIC X(08).
000270     05  RT-KEYED-DATE              PIC 9(08).
000280     05  RT-REVIEWED-BY             PIC X(08).
000290     05  RT-REVIEWED-DATE           PIC 9(08).
000300     05  FILLER                     PIC X(07).
