000180*                        report can be run for one employee's
000190*                        dispute or a whole department's review
000200*                        without printing the full ledger.
000201* 10/15/26 PJM           The statement now shows the year-to-
000202*                        date gross, deductions and net pay
000203*                        (the deductions and net are posted to
000204*                        SALARY-LEDGER by SALARY-DEDUCT) instead
000205*                        of the gross alone.  Ledger record is
000206*                        now 61 bytes.
000207* 10/15/26 PJM           Multi-company processing.  A company
000208*                        code in columns 6-7 of the run
000209*                        parameter (after the department, which
000210*                        may be left blank) restricts the
000211*                        statements to that company; without
000212*                        one every company is printed.  The
000213*                        statement shows the company code.
000214*                        Ledger record is now 63 bytes.
000215*
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.  SALARY-STMT.
000470 FILE SECTION.
000480 FD  SALARY-LEDGER
000490     RECORDING MODE IS F
000500     RECORD CONTAINS 63 CHARACTERS.
000510     COPY salldg.
000520
000530 FD  STMT-PRINT
000600     88  WS-EOF                          VALUE 'Y'.
000610 77  WS-LEDGER-STATUS        PIC X(02)   VALUE '00'.
000620     88  WS-LEDGER-FILE-OK               VALUE '00'.
000623* Run parameter: department in columns 1-4, company in 6-7.
000626 77  WS-RUN-PARM             PIC X(10)   VALUE SPACES.
000630 77  WS-DEPT-FILTER          PIC X(04)   VALUE SPACES.
000632* A blank company code on the ledger is the home company.
000634 77  WS-COMPANY-FILTER       PIC X(02)   VALUE SPACES.
000636 77  WS-HOME-COMPANY         PIC X(02)   VALUE '01'.
000638 77  WS-LDG-COMPANY          PIC X(02)   VALUE SPACES.
000640 77  WS-STMT-COUNT           PIC 9(06)   VALUE ZERO.
000650 77  WS-SKIPPED-COUNT        PIC 9(06)   VALUE ZERO.
000660 77  WS-RUN-DATE             PIC 9(06)   VALUE ZERO.
000780     STOP RUN.
000790
000800 1000-INITIALIZE.
000810     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
000813     MOVE WS-RUN-PARM (1:4) TO WS-DEPT-FILTER.
000816     MOVE WS-RUN-PARM (6:2) TO WS-COMPANY-FILTER.
000820     ACCEPT WS-RUN-DATE FROM DATE.
000830     OPEN INPUT SALARY-LEDGER.
000840     OPEN OUTPUT STMT-PRINT.
000940******************************************************************
000950* 2000-PRINT-STATEMENT prints one employee's annual statement as
000960* its own page: the employee's identifying fields, the
000970* accumulated year-to-date gross salary, deductions and net
000975* pay, and the number of postings behind the gross.  When a
000980* department or company filter was supplied on the run
000990* parameter, employees in other departments or companies are
000995* skipped.
001000******************************************************************
001010 2000-PRINT-STATEMENT.
001012     MOVE LDG-COMPANY-CODE TO WS-LDG-COMPANY.
001014     IF WS-LDG-COMPANY = SPACES
001016         MOVE WS-HOME-COMPANY TO WS-LDG-COMPANY
001018     END-IF.
001020     IF (WS-DEPT-FILTER = SPACES
001030         OR LDG-DEPT-CODE = WS-DEPT-FILTER)
001033         AND (WS-COMPANY-FILTER = SPACES
001036         OR WS-LDG-COMPANY = WS-COMPANY-FILTER)
001040         PERFORM 2100-PRINT-STATEMENT-PAGE
001050             THRU 2100-PRINT-STATEMENT-PAGE-EXIT
001060     ELSE
001220     MOVE SPACES TO PRINT-LINE.
001230     WRITE PRINT-LINE.
001240     MOVE SPACES TO PRINT-LINE.
001242     MOVE 'COMPANY ......... :' TO PRINT-LINE (1:19).
001244     MOVE WS-LDG-COMPANY TO PRINT-LINE (21:02).
001246     WRITE PRINT-LINE.
001248     MOVE SPACES TO PRINT-LINE.
001250     MOVE 'EMPLOYEE ID ..... :' TO PRINT-LINE (1:19).
001260     MOVE LDG-EMPLOYEE-ID TO PRINT-LINE (21:06).
001270     WRITE PRINT-LINE.
001340     MOVE LDG-DEPT-CODE TO PRINT-LINE (21:04).
001350     WRITE PRINT-LINE.
001360     MOVE SPACES TO PRINT-LINE.
001370     MOVE 'YTD GROSS ....... :' TO PRINT-LINE (1:19).
001380     MOVE LDG-YTD-SALARY TO PRINT-LINE (21:09).
001390     WRITE PRINT-LINE.
001391     MOVE SPACES TO PRINT-LINE.
001392     MOVE 'YTD DEDUCTIONS .. :' TO PRINT-LINE (1:19).
001393     MOVE LDG-YTD-DEDUCTIONS TO PRINT-LINE (21:09).
001394     WRITE PRINT-LINE.
001395     MOVE SPACES TO PRINT-LINE.
001396     MOVE 'YTD NET PAY ..... :' TO PRINT-LINE (1:19).
001397     MOVE LDG-YTD-NET TO PRINT-LINE (21:09).
001398     WRITE PRINT-LINE.
001400     MOVE SPACES TO PRINT-LINE.
001410     MOVE 'POSTINGS ........ :' TO PRINT-LINE (1:19).
001420     MOVE LDG-POST-COUNT TO PRINT-LINE (21:04).
