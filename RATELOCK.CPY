000010*----------------------------------------------------------*
000020* RATELOCK - RATE LOCK RECORD, KEYED ON APPLICATION NUMBER  *
000030* PLUS BRANCH LIKE APPLMSTR.  LOCKMNT WRITES THE RECORD     *
000040* WHEN THE DESK LOCKS A CUSTOMER'S QUOTED RATE, AND         *
000050* EXTENDS OR CANCELS IT.  REPRICE LEAVES A QUOTE UNDER AN   *
000060* UNEXPIRED LOCK ALONE, AND LOCKEXP WARNS OF LOCKS ABOUT TO *
000070* RUN OUT ON LOANS NOT YET BOOKED.  QTAGING, CUSTEXPO, AND  *
000072* LAREXTR KEEP A QUOTE PAST THE 30-DAY WINDOW LIVE WHILE AN *
000075* UNEXPIRED LOCK HOLDS IT.                                  *
000080*                                                            *
000090* EACH RECORD IS 80 CHARACTERS -                            *
000100*   KEY - APPL-NUMBER 9(08), BRANCH-ID X(04)                *
000110*   STATUS X(01) - A ACTIVE, C CANCELLED                    *
000120*   LOCK-DATE 9(08), LOCKED-RATE 9(02)V99                   *
000130*   LOCK-PERIOD 9(03) - 30, 45 OR 60 DAYS                   *
000140*   EXPIRATION-DATE 9(08) - LOCK DATE PLUS THE PERIOD, PLUS *
000150*                           ANY EXTENSIONS                  *
000160*   EXTENSION-COUNT 9(02)                                   *
000170*   LOCKED-BY X(08) - OPERATOR WHO TOOK THE LOCK            *
000180*   LAST-EXT-DATE 9(08), LAST-EXT-DAYS 9(03),               *
000190*   LAST-EXT-BY X(08) - THE SUPERVISOR WHO LAST EXTENDED    *
000200*   PLUS ROOM TO GROW                                       *
000210*----------------------------------------------------------*
000220 01  RATE-LOCK-RECORD.
000230     05  RL-KEY.
000240         10  RL-APPL-NUMBER         PIC 9(08).
000250         10  RL-BRANCH-ID           PIC X(04).
000260     05  RL-STATUS                  PIC X(01).
000270         88  RL-ACTIVE                         VALUE 'A'.
000280         88  RL-CANCELLED                      VALUE 'C'.
000290     05  RL-LOCK-DATE               PIC 9(08).
000300     05  RL-LOCKED-RATE             PIC 9(02)V99.
000310     05  RL-LOCK-PERIOD             PIC 9(03).
000320         88  RL-VALID-PERIOD                   VALUES 30 45 60.
000330     05  RL-EXPIRATION-DATE         PIC 9(08).
000340     05  RL-EXTENSION-COUNT         PIC 9(02).
000350     05  RL-LOCKED-BY               PIC X(08).
000360     05  RL-LAST-EXT-DATE           PIC 9(08).
000370     05  RL-LAST-EXT-DAYS           PIC 9(03).
000380     05  RL-LAST-EXT-BY             PIC X(08).
000390     05  FILLER                     PIC X(15).
