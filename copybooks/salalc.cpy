000010******************************************************************
000020* Copybook name:   SALALC
000030* Original author: PJM
000040*
000050* Maintenence Log
000060* Date      Author        Maintenance Requirement
000070* --------- ------------  ---------------------------------------
000080* 10/15/26 PJM           Created.  Shared ALLOC-RECORD layout
000090*                        for the SALARY-ALLOC cost allocation
000100*                        file maintained by finance: one record
000110*                        per employee whose cost is split
000120*                        across departments, carrying up to
000130*                        five department codes and the
000140*                        percentage of the employee's pay each
000150*                        one bears (two decimal places, the
000160*                        entries must add to 100.00).  Unused
000170*                        entries are left blank.  The first
000180*                        entry takes any rounding pennies, so
000190*                        the split always adds back exactly.
000200*                        An employee with no record is charged
000210*                        wholly to the home department, as
000220*                        before.
000230*
000240******************************************************************
000250 01  ALLOC-RECORD.
000260     03  ALC-EMPLOYEE-ID         PIC X(06).
000270     03  ALC-SPLIT OCCURS 5 TIMES.
000280         05  ALC-DEPT-CODE       PIC X(04).
000290         05  ALC-PERCENT         PIC 9(03)V9(02).
