000181*                        corrections only, naming the date in
000182*                        the report title.  No parameter prints
000183*                        the whole file as before.
000184* 10/15/26 PJM           SALARY-REFMNT now writes employee
000185*                        master and reference-data changes to
000186*                        the trail, keyed by employee ID,
000187*                        department code, band record type or
000188*                        APLIM in the first column.  The column
000189*                        is headed KEY and the titles no longer
000190*                        say salary corrections only.
000191*
000192******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.  SALARY-AUDRPT.
000220 AUTHOR. PJM.
000810         SET WS-EOF TO TRUE
000820     ELSE
000830         IF WS-DATE-FILTER = SPACES
000832             MOVE 'SALARY AND REFERENCE AUDIT'
000834                 TO WS-REPORT-TITLE
000836         ELSE
000838             MOVE 'AUDITED CHANGES FOR'
000840                 TO WS-REPORT-TITLE (1:19)
000842             MOVE WS-DATE-FILTER TO WS-REPORT-TITLE (21:6)
000844         END-IF
000846         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
000850         PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT
000890
000900******************************************************************
000910* 2000-PRINT-AUDIT-LINE formats one SALARY-AUDIT record as a
000920* report detail line (employee or reference key, source, field,
000930* before image, after image and operator), starting a new page
000940* whenever the current one is full, then reads the next audit
000950* record.  With an audit date on the run parameter, records
001390     MOVE WS-PAGE-NO TO PRINT-LINE (65:4).
001400     WRITE PRINT-LINE.
001410     MOVE SPACES TO PRINT-LINE.
001420     MOVE 'KEY    SOURCE   FIELD      OLD VALUE' TO
001430         PRINT-LINE (1:36).
001440     MOVE 'NEW VALUE            OPERATOR' TO PRINT-LINE (49:29).
001450     WRITE PRINT-LINE.
