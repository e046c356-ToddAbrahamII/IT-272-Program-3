000070* AN APPLICATION WITH A DIRECT READ INSTEAD OF A WHOLE-     *
000080* FILE SCAN.                                                *
000090*                                                            *
000100* EACH RECORD IS 120 CHARACTERS -                           *
000110*   KEY - APPL-NUMBER 9(08) + BRANCH-ID X(04)               *
000120*   STATUS X(01) - Q QUOTED, X EXPORTED, B BOOKED,          *
000130*                  R REJECTED BY SERVICING                  *
000140*   QUOTE TERMS AND THE BOOKING DATE                        *
000142*   OFFICER-ID X(06) - LOAN OFFICER WHO TOOK THE            *
000144*                      APPLICATION, SPACES BEFORE OFFICERS  *
000146*                      WERE CARRIED                         *
000147*   ORIGINATION FEES, POINTS AMOUNT, AND ODD-DAYS PREPAID   *
000148*   INTEREST COLLECTED AT CLOSING - SVCRECON POSTS THEM TO  *
000149*   THE GENERAL LEDGER WHEN THE LOAN BOOKS                  *
000150*   CUSTOMER-NUMBER 9(08) - THE BORROWER ON THE CUSTMSTR    *
000151*                           CUSTOMER MASTER, ZERO BEFORE    *
000152*                           CUSTOMERS WERE CARRIED          *
000153*   EXPOSURE-FLAG X(01) - R WHEN THE QUOTE TOOK THE         *
000154*                         BORROWER OVER THE SINGLE-BORROWER *
000155*                         LIMIT AND WAS REFERRED            *
000156*   SHEET-RATE 9(02)V99 - THE RATE SHEET RATE BEFORE ANY    *
000157*                         CONCESSION - INTEREST-RATE IS THE *
000158*                         RATE AFTER IT                     *
000159*   CONCESSION-BPS 9(03) - BASIS POINTS GIVEN OFF THE SHEET *
000160*   CONCESSION-REASON X(01) - R RELATIONSHIP, C COMPETITIVE *
000161*                             MATCH, E EMPLOYEE, T          *
000162*                             RETENTION, O OTHER            *
000163*   CONCESSION-APPROVER X(08) - OPERATOR WHO GAVE IT        *
000164*   QUOTE-AGED-FLAG X(01) - Y ONCE QTAGING HAS TAKEN A      *
000165*                           QUOTE PAST THE 30-DAY WINDOW    *
000166*                           OFF THE BORROWER'S EXPOSURE     *
000167*   PLUS ROOM TO GROW                                       *
000168*----------------------------------------------------------*
000169 01  APPL-MSTR-RECORD.
000170     05  AM-KEY.
000180         10  AM-APPL-NUMBER         PIC 9(08).
000190         10  AM-BRANCH-ID           PIC X(04).
000290     05  AM-INTEREST-RATE           PIC 9(02)V99.
000300     05  AM-MONTHLY-PAYMENT         PIC 9(08)V99.
000310     05  AM-BOOK-DATE               PIC 9(08).
000315     05  AM-OFFICER-ID              PIC X(06).
000316     05  AM-ORIG-FEES               PIC 9(05)V99.
000317     05  AM-POINTS-AMOUNT           PIC 9(07)V99.
000318     05  AM-ODD-DAYS-INTEREST       PIC 9(07)V99.
000328     05  AM-CUSTOMER-NUMBER         PIC 9(08).
000338     05  AM-EXPOSURE-FLAG           PIC X(01).
000348         88  AM-EXPOSURE-REFERRED              VALUE 'R'.
000349     05  AM-SHEET-RATE              PIC 9(02)V99.
000350     05  AM-CONCESSION-BPS          PIC 9(03).
000351     05  AM-CONCESSION-REASON       PIC X(01).
000352         88  AM-CONCESSION-RELATIONSHIP        VALUE 'R'.
000353         88  AM-CONCESSION-COMPETITIVE         VALUE 'C'.
000354         88  AM-CONCESSION-EMPLOYEE            VALUE 'E'.
000355         88  AM-CONCESSION-RETENTION           VALUE 'T'.
000356         88  AM-CONCESSION-OTHER               VALUE 'O'.
000357     05  AM-CONCESSION-APPROVER     PIC X(08).
000358     05  AM-QUOTE-AGED-FLAG         PIC X(01).
000359         88  AM-QUOTE-AGED-OFF                 VALUE 'Y'.
000360     05  FILLER                     PIC X(09).
