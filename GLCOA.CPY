000010*----------------------------------------------------------*
000020* GLCOA - CHART-OF-ACCOUNTS MAPPING RECORD FOR THE GENERAL  *
000030* LEDGER INTERFACE.  KEYED BY LOAN TYPE AND BRANCH, IT      *
000040* NAMES THE ACCOUNTS SVCRECON POSTS A BOOKED LOAN'S         *
000050* JOURNAL ENTRIES TO.  A RECORD WITH A SPACE BRANCH COVERS  *
000060* EVERY BRANCH THAT HAS NO RECORD OF ITS OWN FOR THE LOAN   *
000070* TYPE.                                                     *
000080*                                                            *
000090* EACH RECORD IS 80 CHARACTERS -                            *
000100*   KEY - LOAN-TYPE X(01) F, I, B, OR V + BRANCH-ID X(04)   *
000110*   FIVE GL ACCOUNT NUMBERS OF X(12) -                      *
000120*     LOAN-RECV-ACCT - LOANS RECEIVABLE, DEBITED WITH THE   *
000130*                      PRINCIPAL                            *
000140*     DISBURSE-ACCT - DISBURSEMENT CLEARING, CREDITED WITH  *
000150*                     THE NET PROCEEDS PAID OUT             *
000160*     FEE-INCOME-ACCT - ORIGINATION FEE INCOME              *
000170*     POINTS-ACCT - DISCOUNT POINTS                         *
000180*     INTEREST-ACCT - INTEREST INCOME, CREDITED WITH THE    *
000190*                     ODD-DAYS PREPAID INTEREST             *
000200*   PLUS ROOM TO GROW                                       *
000210*----------------------------------------------------------*
000220 01  GL-ACCOUNT-MAP-RECORD.
000230     05  GM-KEY.
000240         10  GM-LOAN-TYPE           PIC X(01).
000250         10  GM-BRANCH-ID           PIC X(04).
000260     05  GM-ACCOUNTS.
000270         10  GM-LOAN-RECV-ACCT      PIC X(12).
000280         10  GM-DISBURSE-ACCT       PIC X(12).
000290         10  GM-FEE-INCOME-ACCT     PIC X(12).
000300         10  GM-POINTS-ACCT         PIC X(12).
000310         10  GM-INTEREST-ACCT       PIC X(12).
000320     05  FILLER                     PIC X(15).
