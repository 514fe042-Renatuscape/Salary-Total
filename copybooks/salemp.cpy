000210*                        maintains SALARY-INDEX, and
000220*                        SALARY-TOTAL validates every extract
000230*                        detail against it.
000231* 10/15/26 PJM           Added the employee's bank details -
000232*                        EMP-BANK-SORT-CODE, EMP-BANK-ACCOUNT-NO
000233*                        and EMP-BANK-ACCOUNT-NAME - maintained
000234*                        by SALARY-EMPLD and paid to by
000235*                        SALARY-PAY.  Blank until known; the
000236*                        payment run refuses to pay an employee
000237*                        without them.  Record is now 69 bytes.
000238* 10/15/26 PJM           Added EMP-LEAVE-DATE, the date a leaver
000239*                        left, maintained by SALARY-EMPLD and
000240*                        zero while the employee is active, so
000241*                        SALARY-HDCNT can count leavers by
000242*                        period.  Record is now 75 bytes.
000243* 10/15/26 PJM           Added EMP-COMPANY-CODE, the legal
000244*                        entity that employs and pays the
000245*                        employee, maintained by SALARY-EMPLD
000246*                        and SALARY-REFMNT.  SALARY-TOTAL
000247*                        rejects an extract detail whose
000248*                        employee belongs to another company.
000249*                        Spaces mean the home company, 01.
000250*                        Record is now 77 bytes.
000251*
000252******************************************************************
000260 01  EMP-MASTER-RECORD.
000270     03  EMP-EMPLOYEE-ID         PIC X(06).
000280     03  EMP-EMPLOYEE-NAME       PIC X(20).
000310         88  EMP-ACTIVE                      VALUE 'A'.
000320         88  EMP-LEAVER                      VALUE 'L'.
000330     03  EMP-START-DATE          PIC 9(06).
000340     03  EMP-BANK-DETAILS.
000350         05  EMP-BANK-SORT-CODE  PIC X(06).
000360         05  EMP-BANK-ACCOUNT-NO PIC X(08).
000370         05  EMP-BANK-ACCOUNT-NAME
000380                                 PIC X(18).
000390     03  EMP-LEAVE-DATE          PIC 9(06).
000400     03  EMP-COMPANY-CODE        PIC X(02).
