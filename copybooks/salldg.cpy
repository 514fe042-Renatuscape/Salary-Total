000180*                        be answered from one record instead of
000190*                        digging out every daily extract.
000200*                        SALARY-STMT prints it.
000201* 10/15/26 PJM           Added LDG-YTD-DEDUCTIONS and LDG-YTD-NET
000202*                        next to the gross.  SALARY-DEDUCT posts
000203*                        each pay cycle's tax, pension and fixed
000204*                        deductions and the resulting net pay
000205*                        into them, so SALARY-STMT and
000206*                        SALARY-YREND can show gross, deductions
000207*                        and net.  Record length 43 to 61.
000208* 10/15/26 PJM           Added LDG-COMPANY-CODE, the company
000209*                        the employee is paid by, set from the
000210*                        extract header as SALARY-TOTAL posts,
000211*                        so the statements, the year-end and
000212*                        the departmental reports can run for
000213*                        one company or all of them.  Spaces
000214*                        (a record posted before the code was
000215*                        carried) mean the home company, 01.
000216*                        Record length 61 to 63.
000217*
000220******************************************************************
000230 01  LEDGER-RECORD.
000240     03  LDG-EMPLOYEE-ID         PIC X(06).
000260     03  LDG-DEPT-CODE           PIC X(04).
000270     03  LDG-YTD-SALARY          PIC 9(09).
000280     03  LDG-POST-COUNT          PIC 9(04).
000290     03  LDG-YTD-DEDUCTIONS      PIC 9(09).
000300     03  LDG-YTD-NET             PIC 9(09).
000310     03  LDG-COMPANY-CODE        PIC X(02).
