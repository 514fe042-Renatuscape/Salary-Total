000010******************************************************************
000020* Copybook name:   SALJRN
000030* Original author: PJM
000040*
000050* Maintenence Log
000060* Date      Author        Maintenance Requirement
000070* --------- ------------  ---------------------------------------
000080* 10/15/26 PJM           Created.  Shared JOURNAL-RECORD layout
000090*                        for the SALARY-JOURNAL posting journal:
000100*                        one record for every amount posted to
000110*                        LDG-YTD-SALARY on SALARY-LEDGER, written
000120*                        by SALARY-TOTAL, SALARY-RECYC and
000130*                        SALARY-ADJ as they post, and by a
000140*                        SALARY-YREND CLOSE as it zeroes the
000150*                        year.  The file is only ever extended,
000160*                        so it is in posting order and the sum
000170*                        of an employee's entries since their
000180*                        last YREND entry is their ledger YTD.
000190*                        JRN-REFERENCE carries the extract date
000200*                        and sequence number for a SALARY-TOTAL
000210*                        posting, and free text (the adjustment
000220*                        reason, the reject reason recycled, the
000230*                        close) for the others.  The amount is
000240*                        unsigned with a separate sign byte, as
000250*                        on SALARY-GLADJ.
000251* 10/15/26 PJM           Added JRN-COMPANY-CODE, the ledger
000252*                        record's company, so a ledger rebuilt
000253*                        from the journal keeps each employee's
000254*                        company and a year-end close of one
000255*                        company can be told from another's.
000256*                        Record length 82 to 84.
000260*
000270******************************************************************
000280 01  JOURNAL-RECORD.
000290     03  JRN-POST-DATE           PIC 9(06).
000300     03  JRN-POST-TIME           PIC 9(08).
000310     03  JRN-EMPLOYEE-ID         PIC X(06).
000320     03  JRN-EMPLOYEE-NAME       PIC X(20).
000330     03  JRN-DEPT-CODE           PIC X(04).
000340     03  JRN-SOURCE              PIC X(08).
000350         88  JRN-FROM-TOTAL                  VALUE 'TOTAL'.
000360         88  JRN-FROM-RECYC                  VALUE 'RECYC'.
000370         88  JRN-FROM-ADJ                    VALUE 'ADJ'.
000380         88  JRN-FROM-YREND                  VALUE 'YREND'.
000390     03  JRN-REFERENCE           PIC X(20).
000400     03  JRN-EXTRACT-REF REDEFINES JRN-REFERENCE.
000410         05  JRN-EXTRACT-DATE    PIC 9(06).
000420         05  JRN-EXTRACT-SEQ     PIC 9(04).
000430         05  FILLER              PIC X(10).
000440     03  JRN-SIGN                PIC X(01).
000450         88  JRN-PLUS                        VALUE '+'.
000460         88  JRN-MINUS                       VALUE '-'.
000470     03  JRN-AMOUNT              PIC 9(09).
000480     03  JRN-COMPANY-CODE        PIC X(02).
