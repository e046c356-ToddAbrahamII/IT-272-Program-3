000010*----------------------------------------------------------*
000020* NOTCREG - ADVERSE ACTION NOTICE REGISTER, KEYED ON        *
000030* APPLICATION NUMBER AND BRANCH LIKE APPLMSTR.  CALC3000    *
000040* ADDS ONE RECORD FOR EVERY CREDIT DECLINE AS IT PRINTS THE *
000050* CUSTOMER NOTICE, NOTCMNT MARKS THE NOTICE MAILED, AND     *
000060* NOTCFLUP REPORTS EVERY NOTICE STILL NOT MAILED AS THE     *
000070* 30-DAY LIMIT FOR SENDING IT DRAWS NEAR.                   *
000080*                                                            *
000090* EACH RECORD IS 140 CHARACTERS -                           *
000100*   KEY - APPL-NUMBER 9(08), BRANCH-ID X(04)                *
000110*   DECLINE-DATE 9(08) - CCYYMMDD OF THE CALC3000 RUN       *
000120*   REASON-CODE X(02) - DI DEBT-TO-INCOME                   *
000130*   REASON-TEXT X(45) - PRINCIPAL REASON AS PRINTED         *
000140*   ACTUAL-RATIO, LIMIT-RATIO 9(03)V99 - THE FIGURE THAT    *
000150*                       FAILED AND THE LIMIT IT FAILED      *
000160*   CUSTOMER-NAME X(25)                                     *
000170*   LOAN-AMOUNT 9(07), NUMBER-OF-MONTHS 9(03),              *
000180*   LOAN-TYPE X(01), INTEREST-RATE 9(02)V99                 *
000190*   MAILED-FLAG X(01) - Y ONCE THE NOTICE HAS GONE OUT      *
000200*   MAILED-DATE 9(08), MAILED-BY X(08) - ZERO AND SPACES    *
000210*                       UNTIL THEN                          *
000220*   PLUS ROOM TO GROW                                       *
000230*----------------------------------------------------------*
000240 01  NOTICE-REG-RECORD.
000250     05  NR-KEY.
000260         10  NR-APPL-NUMBER         PIC 9(08).
000270         10  NR-BRANCH-ID           PIC X(04).
000280     05  NR-DECLINE-DATE            PIC 9(08).
000290     05  NR-REASON-CODE             PIC X(02).
000300         88  NR-REASON-DTI                     VALUE 'DI'.
000310     05  NR-REASON-TEXT             PIC X(45).
000320     05  NR-ACTUAL-RATIO            PIC 9(03)V99.
000330     05  NR-LIMIT-RATIO             PIC 9(03)V99.
000340     05  NR-CUSTOMER-NAME           PIC X(25).
000350     05  NR-LOAN-AMOUNT             PIC 9(07).
000360     05  NR-NUMBER-OF-MONTHS        PIC 9(03).
000370     05  NR-LOAN-TYPE               PIC X(01).
000380     05  NR-INTEREST-RATE           PIC 9(02)V99.
000390     05  NR-MAILED-FLAG             PIC X(01).
000400         88  NR-MAILED                         VALUE 'Y'.
000410         88  NR-NOT-MAILED                     VALUE 'N'.
000420     05  NR-MAILED-DATE             PIC 9(08).
000430     05  NR-MAILED-BY               PIC X(08).
000440     05  FILLER                     PIC X(06).
