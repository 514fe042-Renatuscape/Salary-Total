000010******************************************************************
000020* Copybook name:   SALBUD
000030* Original author: PJM
000040*
000050* Maintenence Log
000060* Date      Author        Maintenance Requirement
000070* --------- ------------  ---------------------------------------
000080* 10/15/26 PJM           Created.  Shared BUDGET-RECORD layout
000090*                        for the SALARY-BUDGET departmental
000100*                        salary budget file, keyed by DEPT-CODE,
000110*                        maintained by SALARY-BUDLD and reported
000120*                        against the ledger by SALARY-BUDRPT.
000130*                        BUD-ANNUAL is the department's budget
000140*                        for the financial year.  BUD-MONTH
000150*                        phases it over the twelve months of
000160*                        the year (month 01 the first month of
000170*                        the year) and must add back to
000180*                        BUD-ANNUAL; a budget keyed without
000190*                        phasing carries zero months and is
000200*                        spread evenly.
000210*
000220******************************************************************
000230 01  BUDGET-RECORD.
000240     03  BUD-DEPT-CODE           PIC X(04).
000250     03  BUD-ANNUAL              PIC 9(09).
000260     03  BUD-PHASING.
000270         05  BUD-MONTH OCCURS 12 TIMES
000280                                 PIC 9(09).
