000010******************************************************************
000020* Copybook name:   SALNET
000030* Original author: PJM
000040*
000050* Maintenence Log
000060* Date      Author        Maintenance Requirement
000070* --------- ------------  ---------------------------------------
000080* 10/15/26 PJM           Created.  Shared NET-PAY-RECORD layout
000090*                        for the SALARY-NETPAY file written by
000100*                        SALARY-DEDUCT: one record per employee
000110*                        paid on an extract, carrying the
000120*                        extract date it belongs to, the gross
000130*                        for the pay cycle, each deduction
000140*                        (tax, pension, fixed) and the net pay.
000150*                        It is the net-pay register in machine
000160*                        form - the payment run reads it to
000170*                        build the bank file, so the bank is
000180*                        paid exactly what the register shows.
000181* 10/15/26 PJM           Added NET-COMPANY-CODE, the company the
000182*                        SALARY-DEDUCT run was for, so
000183*                        SALARY-PAY can put it on the bank file
000184*                        header and refuse a register that mixes
000185*                        companies.  Spaces mean the home
000186*                        company, 01.  Record length 79 to 81.
000190*
000200******************************************************************
000210 01  NET-PAY-RECORD.
000220     03  NET-EXTRACT-DATE        PIC 9(06).
000230     03  NET-EMPLOYEE-ID         PIC X(06).
000240     03  NET-EMPLOYEE-NAME       PIC X(20).
000250     03  NET-DEPT-CODE           PIC X(04).
000260     03  NET-RECORD-TYPE         PIC X(01).
000270     03  NET-GROSS               PIC 9(07).
000280     03  NET-TAX                 PIC 9(07).
000290     03  NET-PENSION             PIC 9(07).
000300     03  NET-FIXED               PIC 9(07).
000310     03  NET-DEDUCTIONS          PIC 9(07).
000320     03  NET-PAY                 PIC 9(07).
000330     03  NET-COMPANY-CODE        PIC X(02).
