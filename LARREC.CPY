000010*----------------------------------------------------------*
000020* LARREC - LOAN APPLICATION REGISTER RECORD, ONE PER        *
000030* APPLICATION TAKEN IN THE REPORTING PERIOD.  LAREXTR       *
000040* BUILDS IT FROM THE QUOTE HISTORY (LIVE AND ARCHIVED) AND  *
000050* THE NOTCREG DECLINE REGISTER, AND WRITES IT TO THE        *
000060* LAREXTR EXTRACT COMPLIANCE FILES FROM EACH QUARTER.       *
000070*                                                            *
000080* EACH RECORD IS 50 CHARACTERS -                            *
000090*   KEY - APPL-NUMBER 9(08), BRANCH-ID X(04)                *
000100*   APPL-DATE 9(08) - CCYYMMDD THE APPLICATION WAS QUOTED   *
000110*                     OR DECLINED                           *
000120*   LOAN-AMOUNT 9(07), NUMBER-OF-MONTHS 9(03),              *
000130*   INTEREST-RATE 9(02)V99, LOAN-TYPE X(01)                 *
000140*   ACTION-CODE X(01) - 1 ORIGINATED (BOOKED ON APPLMSTR)   *
000150*                       2 WITHDRAWN OR NOT ACCEPTED (QUOTE  *
000160*                         AGED OUT UNBOOKED)                *
000170*                       3 DENIED (CREDIT DECLINE)           *
000180*                       P PENDING                           *
000190*   ACTION-DATE 9(08) - BOOK DATE FOR AN ORIGINATION,       *
000200*                       DECLINE DATE FOR A DENIAL, ZERO     *
000210*                       OTHERWISE                           *
000220*   PLUS ROOM TO GROW                                       *
000230*----------------------------------------------------------*
000240 01  LAR-RECORD.
000250     05  LR-KEY.
000260         10  LR-APPL-NUMBER         PIC 9(08).
000270         10  LR-BRANCH-ID           PIC X(04).
000280     05  LR-APPL-DATE               PIC 9(08).
000290     05  LR-LOAN-AMOUNT             PIC 9(07).
000300     05  LR-NUMBER-OF-MONTHS        PIC 9(03).
000310     05  LR-INTEREST-RATE           PIC 9(02)V99.
000320     05  LR-LOAN-TYPE               PIC X(01).
000330     05  LR-ACTION-CODE             PIC X(01).
000340         88  LR-ORIGINATED                     VALUE '1'.
000350         88  LR-NOT-ACCEPTED                   VALUE '2'.
000360         88  LR-DENIED                         VALUE '3'.
000370         88  LR-PENDING                        VALUE 'P'.
000380     05  LR-ACTION-DATE             PIC 9(08).
000390     05  FILLER                     PIC X(06).
