000336*                        100-fold jump as a small movement
000337*                        with no flag, the exact event this
000338*                        report exists to catch.
000339* 10/15/26 PJM           SALARY-STATS now ends with the company
000340*                        code of the run (STAT-COMPANY-CODE);
000341*                        record is now 55 bytes.  The report is
000342*                        for one company, named in positions 8-9
000343*                        of the run parameter (blank the home
000344*                        company, 01): only that company's runs
000345*                        enter the window, a blank code on older
000346*                        records counting as 01, and the heading
000347*                        shows the company.
000348*
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.  SALARY-TREND.
000600* Same layout as the SALARY-STATS FD in SALARY-TOTAL.
000610 FD  SALARY-STATS
000620     RECORDING MODE IS F
000630     RECORD CONTAINS 55 CHARACTERS.
000640 01  STAT-RECORD.
000650     03  STAT-RUN-DATE           PIC 9(06).
000660     03  STAT-EXTRACT-DATE       PIC 9(06).
000700     03  STAT-RECON-RESULT       PIC X(08).
000710     03  STAT-CKPT-STATE         PIC X(08).
000720     03  STAT-COND-CODE          PIC 9(04).
000725     03  STAT-COMPANY-CODE       PIC X(02).
000730
000740 FD  TREND-PRINT
000750     RECORDING MODE IS F
000860 77  WS-PCT-X                PIC X(03)   VALUE SPACES.
000870 77  WS-SHOW-RUNS            PIC 9(02)   VALUE 07.
000880 77  WS-PCT-THRESHOLD        PIC 9(03)   VALUE 010.
000882 77  WS-COMPANY-CODE         PIC X(02)   VALUE '01'.
000884 77  WS-HOME-COMPANY         PIC X(02)   VALUE '01'.
000886 77  WS-STAT-COMPANY         PIC X(02)   VALUE SPACES.
000888 77  WS-OTHER-CO-COUNT       PIC 9(06)   VALUE ZERO.
000890* Sliding window of the most recent WS-SHOW-RUNS stat records:
000900* when the window is full the oldest entry is shifted out, so
000910* the table ends holding the newest N in file order.
001260* 1050-PARSE-RUN-PARM picks the pieces out of the run parameter:
001270* a two-digit number of runs to show, optionally followed by a
001280* three-digit movement threshold percentage.  Either piece
001290* missing or non-numeric keeps its default.  Positions 8-9 name
001293* the company to report; blank is the home company, 01, so one
001296* company's runs are never compared with another's.
001300******************************************************************
001310 1050-PARSE-RUN-PARM.
001320     MOVE WS-RUN-PARM (1:2) TO WS-SHOW-X.
001330     MOVE WS-RUN-PARM (4:3) TO WS-PCT-X.
001332     MOVE WS-RUN-PARM (8:2) TO WS-COMPANY-CODE.
001334     IF WS-COMPANY-CODE = SPACES
001336         MOVE WS-HOME-COMPANY TO WS-COMPANY-CODE
001338     END-IF.
001340     IF WS-SHOW-X IS NUMERIC
001350         MOVE WS-SHOW-X TO WS-SHOW-RUNS
001360     ELSE
001730* 2000-COLLECT-RUN files one STAT-RECORD in the sliding window.
001740* Once the window holds WS-SHOW-RUNS entries the oldest is
001750* shifted out, so the table is left holding the newest N runs
001760* in file (oldest-first) order for the report.  Records for
001762* other companies are counted and passed over; a blank company
001764* code is a run from before the code was carried, the home
001766* company's.
001770******************************************************************
001780 2000-COLLECT-RUN.
001790     ADD 1 TO WS-READ-COUNT.
001791     MOVE STAT-COMPANY-CODE TO WS-STAT-COMPANY.
001792     IF WS-STAT-COMPANY = SPACES
001793         MOVE WS-HOME-COMPANY TO WS-STAT-COMPANY
001794     END-IF.
001795     IF WS-STAT-COMPANY NOT = WS-COMPANY-CODE
001796         ADD 1 TO WS-OTHER-CO-COUNT
001797         GO TO 2000-COLLECT-RUN-READ
001798     END-IF.
001800     IF WS-RUN-ENTRIES >= WS-SHOW-RUNS
001810         PERFORM 2100-SHIFT-WINDOW-DOWN
001820             THRU 2100-SHIFT-WINDOW-DOWN-EXIT
001930     MOVE STAT-GRAND-TOTAL   TO WS-RUN-TOTAL (WS-RUN-IDX).
001940     MOVE STAT-RECON-RESULT  TO WS-RUN-RECON (WS-RUN-IDX).
001950     MOVE STAT-COND-CODE     TO WS-RUN-COND (WS-RUN-IDX).
001955 2000-COLLECT-RUN-READ.
001960     PERFORM 2900-READ-STAT THRU 2900-READ-STAT-EXIT.
001970 2000-COLLECT-RUN-EXIT.
001980     EXIT.
002270     END-IF.
002280     CLOSE TREND-PRINT.
002290     DISPLAY 'SALARY-TREND RUN COMPLETE'.
002295     DISPLAY 'COMPANY ......... : ' WS-COMPANY-CODE.
002300     DISPLAY 'STAT RECORDS READ : ' WS-READ-COUNT.
002305     DISPLAY 'OTHER COMPANIES . : ' WS-OTHER-CO-COUNT.
002310     DISPLAY 'RUNS REPORTED ... : ' WS-RUN-ENTRIES.
002320 8000-TERMINATE-EXIT.
002330     EXIT.
002340
002350******************************************************************
002360* 8050-PRINT-HEADING starts a new page on TREND-PRINT: a report
002370* title line (carrying the company, run date and page number)
002375* followed by the trend column heading line, as on the
002380* SALARY-TOTAL report.  TOT% is the day-over-day movement of the
002390* grand total; FLG marks T, R and J when the total, records read
002400* or rejects moved by more than the threshold percentage.
002420******************************************************************
002430 8050-PRINT-HEADING.
002440     ADD 1 TO WS-PAGE-NO.
002450     MOVE SPACES TO PRINT-LINE.
002460     MOVE WS-REPORT-TITLE TO PRINT-LINE (1:31).
002463     MOVE 'CO' TO PRINT-LINE (33:2).
002466     MOVE WS-COMPANY-CODE TO PRINT-LINE (36:2).
002470     MOVE 'RUN DATE' TO PRINT-LINE (40:8).
002480     MOVE WS-RUN-DATE TO PRINT-LINE (49:6).
002490     MOVE 'PAGE' TO PRINT-LINE (60:4).
