000010*----------------------------------------------------------*
000020* CUSTMSTR - CUSTOMER MASTER RECORD, KEYED ON CUSTOMER      *
000030* NUMBER WITH AN ALTERNATE KEY OF NAME, STREET ADDRESS AND  *
000040* ZIP CODE.  CALC3000 FINDS THE BORROWER BY THE ALTERNATE   *
000050* KEY WHEN A LOAN IS PRICED - ASSIGNING THE NEXT CUSTOMER   *
000060* NUMBER THE FIRST TIME THE BORROWER IS QUOTED - AND ADDS   *
000070* THE QUOTE TO THE OUTSTANDING QUOTED AMOUNT.  SVCRECON     *
000080* MOVES IT TO BOOKED, OR DROPS IT, FROM THE SERVICING       *
000090* ACKNOWLEDGMENTS, SO THE TWO AMOUNTS TOGETHER ARE THE      *
000100* BORROWER'S EXPOSURE ACROSS EVERY BRANCH.                  *
000110*                                                            *
000120* EACH RECORD IS 150 CHARACTERS -                           *
000130*   KEY - CUSTOMER-NUMBER 9(08)                             *
000140*   ALTERNATE KEY - MATCH-KEY X(55) - NAME X(25), STREET    *
000150*                   ADDRESS X(25), ZIP X(05), IN UPPER CASE *
000160*   CITY-STATE-ZIP X(25) - AS KEYED ON THE FIRST QUOTE      *
000170*   FIRST QUOTE AND LAST ACTIVITY DATES                     *
000180*   QUOTED COUNT AND AMOUNT - QUOTES NOT YET BOOKED OR      *
000190*                             REJECTED BY SERVICING         *
000200*   BOOKED COUNT AND AMOUNT - LOANS BOOKED                  *
000210*   PLUS ROOM TO GROW                                       *
000220*                                                            *
000230* CUSTOMER NUMBER ZERO IS THE CONTROL RECORD - IT HOLDS THE *
000240* LAST CUSTOMER NUMBER ASSIGNED, AND LOW-VALUES IN THE      *
000250* MATCH KEY SO NO BORROWER CAN EVER MATCH IT.               *
000260*----------------------------------------------------------*
000270 01  CUST-MSTR-RECORD.
000280     05  CM-CUSTOMER-NUMBER         PIC 9(08).
000290     05  CM-MATCH-KEY.
000300         10  CM-MATCH-NAME          PIC X(25).
000310         10  CM-MATCH-ADDRESS       PIC X(25).
000320         10  CM-MATCH-ZIP           PIC X(05).
000330     05  CM-CUSTOMER-DATA.
000340         10  CM-CITY-STATE-ZIP      PIC X(25).
000350         10  CM-FIRST-QUOTE-DATE    PIC 9(08).
000360         10  CM-LAST-ACTIVITY-DATE  PIC 9(08).
000370         10  CM-QUOTED-COUNT        PIC 9(05).
000380         10  CM-QUOTED-AMOUNT       PIC 9(09).
000390         10  CM-BOOKED-COUNT        PIC 9(05).
000400         10  CM-BOOKED-AMOUNT       PIC 9(09).
000410         10  FILLER                 PIC X(18).
000420     05  CM-CONTROL-DATA REDEFINES CM-CUSTOMER-DATA.
000430         10  CM-LAST-CUSTOMER-NUMBER
000440                                    PIC 9(08).
000450         10  FILLER                 PIC X(79).
