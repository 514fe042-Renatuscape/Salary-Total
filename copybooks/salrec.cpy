000237*                        and a daily sequence number, so
000238*                        SALARY-TOTAL can refuse a date already
000239*                        posted and flag a sequence gap.
000240* 10/15/26 PJM           Added HEADER-COMPANY-CODE to the
000241*                        header, out of its FILLER, so each
000242*                        legal entity's extract says whose it
000243*                        is.  SALARY-TOTAL keeps the run log,
000244*                        balance, ledger and GL extract per
000245*                        company from it.  A header with no
000246*                        code is the home company, 01.
000247******************************************************************
000248 01  SALARY-RECORD.
000250     03  RECORD-TYPE             PIC X(01).
000260     03  SALARY-DETAIL.
000270         05  EMPLOYEE-ID         PIC X(06).
000350     03  SALARY-HEADER REDEFINES SALARY-DETAIL.
000360         05  HEADER-EXTRACT-DATE PIC 9(06).
000370         05  HEADER-SEQUENCE-NO  PIC 9(04).
000375         05  HEADER-COMPANY-CODE PIC X(02).
000380         05  FILLER              PIC X(24).
