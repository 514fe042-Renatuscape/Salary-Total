000350*                        scheduler holds SALARY-TOTAL instead
000360*                        of us unpicking a bad run the next
000370*                        morning.
000371* 10/15/26 PJM           Multi-company processing.  The
000372*                        extract header's company code (blank
000373*                        is the home company, 01) is picked up
000374*                        first and the run-log checks - gaps,
000375*                        date already posted, sequence - look
000376*                        only at that company's SALARY-RUNS
000377*                        entries, each company keeping its own
000378*                        dates and sequence.  The company shows
000379*                        on the report heading.
000380*
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000980* Same layout as the SALARY-RUNS FD in SALARY-TOTAL.
000990 FD  SALARY-RUNS
001000     RECORDING MODE IS F
001010     RECORD CONTAINS 18 CHARACTERS.
001020 01  RUN-LOG-RECORD.
001030     03  RUN-EXTRACT-DATE        PIC 9(06).
001040     03  RUN-SEQUENCE-NO         PIC 9(04).
001050     03  RUN-PROCESS-DATE        PIC 9(06).
001055     03  RUN-COMPANY-CODE        PIC X(02).
001060
001070* Same layout as the SALARY-CKPT FD in SALARY-TOTAL.
001080 FD  SALARY-CKPT
001160
001170 FD  SALARY-REJECTS
001180     RECORDING MODE IS F
001190     RECORD CONTAINS 41 CHARACTERS.
001200     COPY salrej.
001210
001220 FD  PREFLT-PRINT
001470 77  WS-EXTRACT-DATE         PIC 9(06)   VALUE ZERO.
001480 77  WS-EXTRACT-SEQ          PIC 9(04)   VALUE ZERO.
001490 77  WS-LAST-SEQ             PIC 9(04)   VALUE ZERO.
001492* The company on the extract header, blank being the home
001494* company; only its SALARY-RUNS entries are checked.
001496 77  WS-COMPANY-CODE         PIC X(02)   VALUE '01'.
001498 77  WS-HOME-COMPANY         PIC X(02)   VALUE '01'.
001500 77  WS-LOGGED-RUNS          PIC 9(06)   VALUE ZERO.
001510 77  WS-LOG-GAPS             PIC 9(04)   VALUE ZERO.
001520 77  WS-DUP-RUN-SWITCH       PIC X(01)   VALUE 'N'.
001840
001850 1000-INITIALIZE.
001860     ACCEPT WS-RUN-DATE FROM DATE.
001863     PERFORM 1100-PEEK-EXTRACT-HEADER
001866         THRU 1100-PEEK-EXTRACT-HEADER-EXIT.
001870     OPEN OUTPUT PREFLT-PRINT.
001880     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
001890 1000-INITIALIZE-EXIT.
001900     EXIT.
001901
001902******************************************************************
001903* 1100-PEEK-EXTRACT-HEADER reads just the first extract record
001904* for the company code, which the run-log checks need before
001905* 2000-CHECK-EXTRACT reads the extract properly.  A missing
001906* extract or header leaves the home company; 2000-CHECK-EXTRACT
001907* reports either.
001908******************************************************************
001909 1100-PEEK-EXTRACT-HEADER.
001910     OPEN INPUT SALARY-FILE.
001911     IF NOT WS-FILE-OK
001912         GO TO 1100-PEEK-EXTRACT-HEADER-EXIT
001913     END-IF.
001914     PERFORM 2900-READ-RECORD THRU 2900-READ-RECORD-EXIT.
001915     IF NOT WS-EOF AND RECORD-TYPE = '0'
001916         AND HEADER-COMPANY-CODE NOT = SPACES
001917         MOVE HEADER-COMPANY-CODE TO WS-COMPANY-CODE
001918     END-IF.
001919     CLOSE SALARY-FILE.
001920     MOVE 'N' TO WS-EOF-SWITCH.
001921 1100-PEEK-EXTRACT-HEADER-EXIT.
001922     EXIT.
001923
001924******************************************************************
001930* 3000-CHECK-RUN-LOG reads the SALARY-RUNS processed-runs log end
001940* to end, taking only the header company's entries (blank is the
001945* home company) and remembering the last sequence number for the
001950* header check and counting sequence gaps - a gap means a day was
001960* never posted and nobody noticed.  A missing log is the very
001970* first run and checks nothing.
001980******************************************************************
001990 3000-CHECK-RUN-LOG.
002000     OPEN INPUT SALARY-RUNS.
002250     READ SALARY-RUNS
002260         AT END
002270             SET WS-RUNS-EOF TO TRUE
002280             GO TO 3100-CHECK-RUN-ENTRY-EXIT
002350     END-READ.
002351     IF RUN-COMPANY-CODE = SPACES
002352         MOVE WS-HOME-COMPANY TO RUN-COMPANY-CODE
002353     END-IF.
002354     IF RUN-COMPANY-CODE NOT = WS-COMPANY-CODE
002355         GO TO 3100-CHECK-RUN-ENTRY-EXIT
002356     END-IF.
002357     IF WS-LOGGED-RUNS > ZERO
002358         AND RUN-SEQUENCE-NO NOT = WS-LAST-SEQ + 1
002359         ADD 1 TO WS-LOG-GAPS
002360     END-IF.
002361     ADD 1 TO WS-LOGGED-RUNS.
002362     MOVE RUN-SEQUENCE-NO TO WS-LAST-SEQ.
002363 3100-CHECK-RUN-ENTRY-EXIT.
002370     EXIT.
002380
002390******************************************************************
003690     EXIT.
003700
003710******************************************************************
003720* 2150-SCAN-LOG-FOR-DATE rereads the SALARY-RUNS log looking for
003730* the extract header's date under its company, setting WS-DUP-RUN
003740* when it is already there.  The log was already read once for the
003750* continuity check; rereading keeps this program table-free.
003760******************************************************************
003770 2150-SCAN-LOG-FOR-DATE.
003920     READ SALARY-RUNS
003930         AT END
003940             SET WS-RUNS-EOF TO TRUE
003950             GO TO 2160-SCAN-LOG-ENTRY-EXIT
003990     END-READ.
003991     IF RUN-COMPANY-CODE = SPACES
003992         MOVE WS-HOME-COMPANY TO RUN-COMPANY-CODE
003993     END-IF.
003994     IF RUN-EXTRACT-DATE = WS-EXTRACT-DATE
003995         AND RUN-COMPANY-CODE = WS-COMPANY-CODE
003996         SET WS-DUP-RUN TO TRUE
003997     END-IF.
004000 2160-SCAN-LOG-ENTRY-EXIT.
004010     EXIT.
004020
005260     ADD 1 TO WS-PAGE-NO.
005270     MOVE SPACES TO PRINT-LINE.
005280     MOVE WS-REPORT-TITLE TO PRINT-LINE (1:31).
005283     MOVE 'CO' TO PRINT-LINE (33:2).
005286     MOVE WS-COMPANY-CODE TO PRINT-LINE (36:2).
005290     MOVE 'RUN DATE' TO PRINT-LINE (40:8).
005300     MOVE WS-RUN-DATE TO PRINT-LINE (49:6).
005310     MOVE 'PAGE' TO PRINT-LINE (60:4).
