000010*----------------------------------------------------------*
000020* OFCRTBL - LOAN OFFICER TABLE RECORD.  ONE RECORD PER      *
000030* LOAN OFFICER WHO MAY TAKE AN APPLICATION.  CALC3000 LOADS *
000040* THE TABLE AT START-UP AND EDITS THE OFFICER ON EVERY LOAN *
000050* ENTRY AGAINST IT, AND THE OFCRPROD MONTH-END PRODUCTION   *
000060* AND INCENTIVE REPORT TAKES THE OFFICER'S NAME, HOME       *
000070* BRANCH, AND PAYROLL EMPLOYEE NUMBER FROM IT.              *
000080*                                                            *
000090* EACH RECORD IS 45 CHARACTERS -                            *
000100*   OFFICER-ID X(06) - THE ID KEYED ON THE LOAN ENTRY       *
000110*   OFFICER-NAME X(25)                                      *
000120*   HOME-BRANCH X(04) - THE BRANCH THE OFFICER'S            *
000130*                       PRODUCTION IS SUBTOTALLED UNDER     *
000140*   EMPLOYEE-NUMBER X(09) - PAYROLL'S KEY FOR THE OFFICER   *
000150*   STATUS X(01) - A ACTIVE, I INACTIVE.  AN INACTIVE       *
000160*                  OFFICER TAKES NO NEW APPLICATIONS BUT    *
000170*                  STAYS ON FILE SO LOANS ALREADY TAKEN     *
000180*                  STILL PAY OUT WHEN THEY BOOK             *
000190*----------------------------------------------------------*
000200 01  LOAN-OFFICER-RECORD.
000210     05  OF-OFFICER-ID              PIC X(06).
000220     05  OF-OFFICER-NAME            PIC X(25).
000230     05  OF-HOME-BRANCH             PIC X(04).
000240     05  OF-EMPLOYEE-NUMBER         PIC X(09).
000250     05  OF-STATUS                  PIC X(01).
000260         88  OF-ACTIVE                         VALUE 'A'.
000270         88  OF-INACTIVE                       VALUE 'I'.
