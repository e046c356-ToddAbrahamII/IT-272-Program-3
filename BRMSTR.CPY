000010*----------------------------------------------------------*
000020* BRMSTR - BRANCH MASTER RECORD, KEYED ON BRANCH ID.  THE   *
000030* ONE PLACE A BRANCH CODE IS DEFINED - BRINTAKE REJECTS A   *
000040* TRANSMISSION FROM A BRANCH THAT IS NOT ON FILE OR IS      *
000050* CLOSED AND TAKES ITS EXPECTED-BRANCH LIST FROM THE DAILY  *
000060* TRANSMISSION FLAG, CALC3000 EDITS EVERY LOAN ENTRY'S      *
000070* BRANCH AGAINST IT, AND THE REPORTS PRINT THE BRANCH NAME  *
000080* FROM IT.  MAINTAINED BY SUPERVISORS THROUGH BRMAINT.      *
000090*                                                            *
000100* EACH RECORD IS 60 CHARACTERS -                            *
000110*   KEY - BRANCH-ID X(04)                                   *
000120*   NAME X(25), REGION X(04)                                *
000130*   STATUS X(01) - O OPEN, C CLOSED                         *
000140*   CLOSE-DATE 9(08) - CCYYMMDD THE CLOSING TAKES EFFECT,   *
000150*                      ZERO WHILE THE BRANCH IS OPEN        *
000160*   EXPECT-XMIT X(01) - Y WHEN THE BRANCH MUST TRANSMIT     *
000170*                       EVERY RUN                           *
000180*   PLUS ROOM TO GROW                                       *
000190*----------------------------------------------------------*
000200 01  BRANCH-MSTR-RECORD.
000210     05  BM-BRANCH-ID               PIC X(04).
000220     05  BM-BRANCH-NAME             PIC X(25).
000230     05  BM-REGION                  PIC X(04).
000240     05  BM-STATUS                  PIC X(01).
000250         88  BM-OPEN                           VALUE 'O'.
000260         88  BM-CLOSED                         VALUE 'C'.
000270     05  BM-CLOSE-DATE              PIC 9(08).
000280     05  BM-EXPECT-XMIT             PIC X(01).
000290         88  BM-EXPECTS-DAILY-XMIT             VALUE 'Y'.
000300     05  FILLER                     PIC X(17).
