000381*                        opened, not on the archive count, so
000382*                        an opened-but-empty ledger is still
000383*                        closed.
000384* 10/15/26 PJM           The closing statement now shows the
000385*                        final gross, deductions and net pay
000386*                        (posted to SALARY-LEDGER by
000387*                        SALARY-DEDUCT), and a CLOSE zeroes the
000388*                        deductions and net with the gross.
000389*                        Ledger record is now 61 bytes, so the
000390*                        SALARY-LEDGER-HIST record is 67.
000392* 10/15/26 PJM           A CLOSE now writes a 'YREND' entry to
000393*                        the SALARY-JOURNAL posting journal
000394*                        (copybook SALJRN) for every employee
000395*                        zeroed, backing out the closing YTD, so
000396*                        the journal since the last close always
000397*                        adds to the ledger.  A preview does not
000398*                        touch the journal.
000400* 10/15/26 PJM           Multi-company processing.  The run
000401*                        parameter may name one company after
000402*                        the mode ('CLOSE cc', or 'cc' for a
000403*                        preview); only that company's ledger
000404*                        records and SALARY-BAL balance are
000405*                        printed, archived and zeroed, and the
000406*                        other companies' balances are written
000407*                        back untouched.  No company closes or
000408*                        previews them all together.  History,
000409*                        journal and statements carry the
000410*                        company code.
000411*                        LDG-COMPANY-CODE makes the ledger
000412*                        record 63 bytes and the
000413*                        SALARY-LEDGER-HIST record 69.
000414* 10/15/26 PJM           A SALARY-JOURNAL that cannot be opened
000415*                        for a close, or a journal write that
000416*                        fails, is reported and the run now
000417*                        ends with a condition code: 12, else
000418*                        zero.
000419******************************************************************
000420 IDENTIFICATION DIVISION.
000421 PROGRAM-ID.  SALARY-YREND.
000422 AUTHOR. PJM.
000430 INSTALLATION. COBOL DEVELOPMENT CENTER.
000440 DATE-WRITTEN. 09/02/26.
000450 DATE-COMPILED. 00/00/00.
000710     SELECT YREND-PRINT ASSIGN TO YENDRPT
000720           ORGANIZATION IS SEQUENTIAL
000730           ACCESS MODE IS SEQUENTIAL.
000732     SELECT SALARY-JOURNAL ASSIGN TO SALJRNL
000734           ORGANIZATION IS SEQUENTIAL
000736           ACCESS MODE IS SEQUENTIAL
000738           FILE STATUS IS WS-JOURNAL-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  SALARY-LEDGER
000780     RECORDING MODE IS F
000790     RECORD CONTAINS 63 CHARACTERS.
000800     COPY salldg.
000810
000820* One archived ledger record: the close date followed by the
000840* was this employee's final figure in any closed year".
000850 FD  SALARY-LEDGER-HIST
000860     RECORDING MODE IS F
000870     RECORD CONTAINS 69 CHARACTERS.
000880 01  LEDGER-HIST-RECORD.
000890     03  LH-CLOSE-DATE           PIC 9(06).
000900     03  LH-LEDGER-IMAGE         PIC X(63).
000910
000920 FD  SALARY-BAL
000930     RECORDING MODE IS F
000940     RECORD CONTAINS 11 CHARACTERS.
000950 01  BAL-RECORD.
000955     03  BAL-COMPANY-CODE        PIC X(02).
000960     03  BAL-YTD-TOTAL           PIC 9(09).
000970
000980* One archived balance per company per closed year.
000990 FD  SALARY-BAL-HIST
001000     RECORDING MODE IS F
001010     RECORD CONTAINS 17 CHARACTERS.
001020 01  BAL-HIST-RECORD.
001030     03  BH-CLOSE-DATE           PIC 9(06).
001040     03  BH-YTD-TOTAL            PIC 9(09).
001045     03  BH-COMPANY-CODE         PIC X(02).
001050
001060 FD  YREND-PRINT
001070     RECORDING MODE IS F
001080     RECORD CONTAINS 80 CHARACTERS.
001090 01  PRINT-LINE                 PIC X(80).
001100
001101* One record per ledger posting, in posting order.
001102 FD  SALARY-JOURNAL
001103     RECORDING MODE IS F
001104     RECORD CONTAINS 84 CHARACTERS.
001105     COPY saljrn.
001106
001110 WORKING-STORAGE SECTION.
001120 77  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001130     88  WS-EOF                          VALUE 'Y'.
001140 77  WS-LEDGER-STATUS        PIC X(02)   VALUE '00'.
001150     88  WS-LEDGER-FILE-OK               VALUE '00'.
001152 77  WS-JOURNAL-STATUS       PIC X(02)   VALUE '00'.
001154     88  WS-JOURNAL-FILE-OK              VALUE '00'.
001156 77  WS-JRN-TIME             PIC 9(08)   VALUE ZERO.
001158 77  WS-CLOSING-YTD          PIC 9(09)   VALUE ZERO.
001160 77  WS-LDGH-STATUS          PIC X(02)   VALUE '00'.
001170     88  WS-LDGH-FILE-OK                 VALUE '00'.
001180 77  WS-BAL-STATUS           PIC X(02)   VALUE '00'.
001230 77  WS-MODE-SWITCH          PIC X(01)   VALUE 'P'.
001240     88  WS-CLOSE-MODE                   VALUE 'C'.
001250     88  WS-PREVIEW-MODE                 VALUE 'P'.
001251* The company being closed - spaces for every company.  A blank
001252* company code on the ledger or the balance is the home company.
001253 77  WS-COMPANY-CODE         PIC X(02)   VALUE SPACES.
001254     88  WS-ALL-COMPANIES                VALUE SPACES.
001255 77  WS-HOME-COMPANY         PIC X(02)   VALUE '01'.
001256 77  WS-LDG-COMPANY          PIC X(02)   VALUE SPACES.
001257* SALARY-BAL, one balance per company, held while the selected
001258* companies' balances are archived and zeroed.
001259 77  WS-BAL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001260     88  WS-BAL-EOF                      VALUE 'Y'.
001261 77  WS-BAL-ENTRIES          PIC 9(03)   VALUE ZERO.
001262 77  WS-BAL-TABLE-MAX        PIC 9(03)   VALUE 050.
001263 01  WS-BAL-TABLE.
001264     03  WS-BAL-ENTRY OCCURS 50 TIMES INDEXED BY WS-BAL-IDX.
001265         05  WS-BAL-COMPANY      PIC X(02).
001266         05  WS-BAL-YTD          PIC 9(09).
001267 77  WS-ARCHIVED-COUNT       PIC 9(06)   VALUE ZERO.
001268 77  WS-LEDGER-COUNT         PIC 9(06)   VALUE ZERO.
001269* Open-tracking switches: termination must close only the
001270* files this run actually opened.
001271 77  WS-LEDGER-OPEN-SWITCH   PIC X(01)   VALUE 'N'.
001272     88  WS-LEDGER-OPENED                VALUE 'Y'.
001273 77  WS-LDGH-OPEN-SWITCH     PIC X(01)   VALUE 'N'.
001274     88  WS-LDGH-OPENED                  VALUE 'Y'.
001275 77  WS-JRN-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001276     88  WS-JOURNAL-OPEN                 VALUE 'Y'.
001277* Condition code: 0 clean, 12 when SALARY-JOURNAL could not be
001278* opened or written.  9100-RAISE-COND-CODE keeps the highest.
001279 77  WS-JRN-FAIL-SWITCH      PIC X(01)   VALUE 'N'.
001280     88  WS-JOURNAL-FAILED               VALUE 'Y'.
001281 77  WS-JRN-ERROR-COUNT      PIC 9(06)   VALUE ZERO.
001282 77  WS-COND-CODE            PIC 9(04)   VALUE ZERO.
001283 77  WS-CAND-COND            PIC 9(04)   VALUE ZERO.
001284 77  WS-ZEROED-COUNT         PIC 9(06)   VALUE ZERO.
001285 77  WS-YTD-TOTAL            PIC 9(09)   VALUE ZERO.
001290 77  WS-DEPT-ENTRIES         PIC 9(03)   VALUE ZERO.
001300 77  WS-DEPT-TABLE-MAX       PIC 9(03)   VALUE 500.
001310 01  WS-DEPT-TABLE.
001460         THRU 2000-CLOSE-ONE-EMPLOYEE-EXIT
001470         UNTIL WS-EOF.
001480     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
001485     MOVE WS-COND-CODE TO RETURN-CODE.
001490     STOP RUN.
001500
001510 1000-INITIALIZE.
001530     ACCEPT WS-RUN-DATE FROM DATE.
001540     IF WS-RUN-OPTION (1:5) = 'CLOSE'
001550         MOVE 'C' TO WS-MODE-SWITCH
001555         MOVE WS-RUN-OPTION (7:2) TO WS-COMPANY-CODE
001560         DISPLAY 'YEAR-END CLOSE RUN - BALANCES WILL BE ZEROED'
001570     ELSE
001575         MOVE WS-RUN-OPTION (1:2) TO WS-COMPANY-CODE
001580         DISPLAY 'PREVIEW RUN - REPORT ONLY, '
001590             'PASS CLOSE TO ARCHIVE AND COMMIT'
001600     END-IF.
001601     IF WS-ALL-COMPANIES
001602         DISPLAY 'ALL COMPANIES'
001603     ELSE
001604         DISPLAY 'COMPANY ' WS-COMPANY-CODE ' ONLY'
001605     END-IF.
001610     OPEN OUTPUT YREND-PRINT.
001620     OPEN I-O SALARY-LEDGER.
001630     IF NOT WS-LEDGER-FILE-OK
001705             OPEN OUTPUT SALARY-LEDGER-HIST
001710         END-IF
001712         SET WS-LDGH-OPENED TO TRUE
001713         OPEN EXTEND SALARY-JOURNAL
001714         IF NOT WS-JOURNAL-FILE-OK
001715             OPEN OUTPUT SALARY-JOURNAL
001716         END-IF
001717         IF WS-JOURNAL-FILE-OK
001718             SET WS-JOURNAL-OPEN TO TRUE
001719         ELSE
001720             DISPLAY 'UNABLE TO OPEN SALARY-JOURNAL - STATUS '
001721                 WS-JOURNAL-STATUS ' - POSTINGS NOT JOURNALLED'
001722             SET WS-JOURNAL-FAILED TO TRUE
001723         END-IF
001724     END-IF.
001725     PERFORM 2900-READ-LEDGER THRU 2900-READ-LEDGER-EXIT.
001730 1000-INITIALIZE-EXIT.
001740     EXIT.
001750
001790* the employee's final annual statement page, and - on a CLOSE
001800* run only - the record is archived to SALARY-LEDGER-HIST
001810* under the close date and the YTD salary and posting count
001820* (with the YTD deductions and net pay) are zeroed in place,
001823* keeping the identity fields for the new year.  A preview
001826* touches neither the history nor the ledger.
001830******************************************************************
001840 2000-CLOSE-ONE-EMPLOYEE.
001842     ADD 1 TO WS-LEDGER-COUNT.
001910     PERFORM 2100-PRINT-STATEMENT-PAGE
001920         THRU 2100-PRINT-STATEMENT-PAGE-EXIT.
001930     IF WS-CLOSE-MODE
001935         MOVE LDG-YTD-SALARY TO WS-CLOSING-YTD
001940         MOVE ZERO TO LDG-YTD-SALARY
001950         MOVE ZERO TO LDG-POST-COUNT
001953         MOVE ZERO TO LDG-YTD-DEDUCTIONS
001956         MOVE ZERO TO LDG-YTD-NET
001960         REWRITE LEDGER-RECORD
001970             INVALID KEY
001980                 DISPLAY 'LEDGER REWRITE FAILED - STATUS '
001990                     WS-LEDGER-STATUS ' : ' LDG-EMPLOYEE-ID
002000             NOT INVALID KEY
002010                 ADD 1 TO WS-ZEROED-COUNT
002013                 PERFORM 2050-WRITE-JOURNAL
002016                     THRU 2050-WRITE-JOURNAL-EXIT
002020         END-REWRITE
002030     END-IF.
002040     PERFORM 2900-READ-LEDGER THRU 2900-READ-LEDGER-EXIT.
002050 2000-CLOSE-ONE-EMPLOYEE-EXIT.
002060     EXIT.
002070
002071******************************************************************
002072* 2050-WRITE-JOURNAL writes the year-end entry for an employee
002073* just zeroed: the closing YTD backed out, so the journal's
002074* entries since this one add to the new year's ledger figure.
002075******************************************************************
002076 2050-WRITE-JOURNAL.
002077     IF NOT WS-JOURNAL-OPEN
002078         GO TO 2050-WRITE-JOURNAL-EXIT
002079     END-IF.
002080     ACCEPT WS-JRN-TIME FROM TIME.
002081     MOVE WS-RUN-DATE          TO JRN-POST-DATE.
002082     MOVE WS-JRN-TIME          TO JRN-POST-TIME.
002083     MOVE LDG-EMPLOYEE-ID      TO JRN-EMPLOYEE-ID.
002084     MOVE LDG-EMPLOYEE-NAME    TO JRN-EMPLOYEE-NAME.
002085     MOVE LDG-DEPT-CODE        TO JRN-DEPT-CODE.
002086     MOVE WS-LDG-COMPANY       TO JRN-COMPANY-CODE.
002087     MOVE 'YREND'              TO JRN-SOURCE.
002088     MOVE 'YEAR-END CLOSE'     TO JRN-REFERENCE.
002089     SET JRN-MINUS             TO TRUE.
002090     MOVE WS-CLOSING-YTD       TO JRN-AMOUNT.
002091     WRITE JOURNAL-RECORD.
002092     IF NOT WS-JOURNAL-FILE-OK
002093         DISPLAY 'JOURNAL WRITE FAILED - STATUS '
002094             WS-JOURNAL-STATUS ' : ' JRN-EMPLOYEE-ID
002095         ADD 1 TO WS-JRN-ERROR-COUNT
002096         SET WS-JOURNAL-FAILED TO TRUE
002097     END-IF.
002098 2050-WRITE-JOURNAL-EXIT.
002099     EXIT.
002100
002101******************************************************************
002102* 2100-PRINT-STATEMENT-PAGE prints one employee's final annual
002103* statement as its own page, in the SALARY-STMT page format,
002110* from the figures as they stood at the close.
002120******************************************************************
002130 2100-PRINT-STATEMENT-PAGE.
002220     MOVE SPACES TO PRINT-LINE.
002230     WRITE PRINT-LINE.
002240     MOVE SPACES TO PRINT-LINE.
002242     MOVE 'COMPANY ......... :' TO PRINT-LINE (1:19).
002244     MOVE WS-LDG-COMPANY TO PRINT-LINE (21:02).
002246     WRITE PRINT-LINE.
002248     MOVE SPACES TO PRINT-LINE.
002250     MOVE 'EMPLOYEE ID ..... :' TO PRINT-LINE (1:19).
002260     MOVE LDG-EMPLOYEE-ID TO PRINT-LINE (21:06).
002270     WRITE PRINT-LINE.
002340     MOVE LDG-DEPT-CODE TO PRINT-LINE (21:04).
002350     WRITE PRINT-LINE.
002360     MOVE SPACES TO PRINT-LINE.
002370     MOVE 'FINAL YTD GROSS . :' TO PRINT-LINE (1:19).
002380     MOVE LDG-YTD-SALARY TO PRINT-LINE (21:09).
002390     WRITE PRINT-LINE.
002391     MOVE SPACES TO PRINT-LINE.
002392     MOVE 'FINAL DEDUCTIONS  :' TO PRINT-LINE (1:19).
002393     MOVE LDG-YTD-DEDUCTIONS TO PRINT-LINE (21:09).
002394     WRITE PRINT-LINE.
002395     MOVE SPACES TO PRINT-LINE.
002396     MOVE 'FINAL NET PAY ... :' TO PRINT-LINE (1:19).
002397     MOVE LDG-YTD-NET TO PRINT-LINE (21:09).
002398     WRITE PRINT-LINE.
002400     MOVE SPACES TO PRINT-LINE.
002410     MOVE 'POSTINGS ........ :' TO PRINT-LINE (1:19).
002420     MOVE LDG-POST-COUNT TO PRINT-LINE (21:04).
002810 2310-FIND-DEPT-EXIT.
002820     EXIT.
002830
002832******************************************************************
002834* 2900-READ-LEDGER reads the next ledger record of the company
002836* being closed, passing over the other companies' records.
002838******************************************************************
002840 2900-READ-LEDGER.
002850     READ SALARY-LEDGER NEXT RECORD
002860         AT END
002870             SET WS-EOF TO TRUE
002880             GO TO 2900-READ-LEDGER-EXIT
002900     END-READ.
002901     MOVE LDG-COMPANY-CODE TO WS-LDG-COMPANY.
002902     IF WS-LDG-COMPANY = SPACES
002903         MOVE WS-HOME-COMPANY TO WS-LDG-COMPANY
002904     END-IF.
002905     IF NOT WS-ALL-COMPANIES
002906         AND WS-LDG-COMPANY NOT = WS-COMPANY-CODE
002907         GO TO 2900-READ-LEDGER
002908     END-IF.
002910 2900-READ-LEDGER-EXIT.
002920     EXIT.
002930
003016     IF WS-LDGH-OPENED
003020         CLOSE SALARY-LEDGER-HIST
003024     END-IF.
003025     IF WS-JOURNAL-OPEN
003026         CLOSE SALARY-JOURNAL
003027     END-IF.
003030     CLOSE YREND-PRINT.
003040     DISPLAY 'SALARY-YREND RUN COMPLETE'.
003041     IF WS-ALL-COMPANIES
003042         DISPLAY 'COMPANY ............... : ALL'
003043     ELSE
003044         DISPLAY 'COMPANY ............... : ' WS-COMPANY-CODE
003045     END-IF.
003050     DISPLAY 'LEDGER RECORDS ARCHIVED : ' WS-ARCHIVED-COUNT.
003060     DISPLAY 'LEDGER RECORDS ZEROED . : ' WS-ZEROED-COUNT.
003070     DISPLAY 'FINAL YTD TOTAL ....... : ' WS-YTD-TOTAL.
003080     IF WS-PREVIEW-MODE
003090         DISPLAY 'PREVIEW ONLY - NOTHING WAS ZEROED'
003100     END-IF.
003102     DISPLAY 'JOURNAL ERRORS ........ : ' WS-JRN-ERROR-COUNT.
003104     PERFORM 9000-GRADE-CONDITION
003106         THRU 9000-GRADE-CONDITION-EXIT.
003110 8000-TERMINATE-EXIT.
003120     EXIT.
003130
003210     ADD 1 TO WS-PAGE-NO.
003220     MOVE SPACES TO PRINT-LINE.
003230     MOVE WS-REPORT-TITLE TO PRINT-LINE (1:31).
003232     IF NOT WS-ALL-COMPANIES
003234         MOVE 'CO' TO PRINT-LINE (33:2)
003236         MOVE WS-COMPANY-CODE TO PRINT-LINE (36:2)
003238     END-IF.
003240     MOVE 'RUN DATE' TO PRINT-LINE (40:8).
003250     MOVE WS-RUN-DATE TO PRINT-LINE (49:6).
003260     MOVE 'PAGE' TO PRINT-LINE (60:4).
003670     EXIT.
003680
003690******************************************************************
003700* 8300-CLOSE-BALANCE reads the SALARY-BAL year-to-date balances
003710* and adds up those of the companies being closed for the
003715* closing total line.  On a CLOSE run only, each of those
003720* balances is archived to SALARY-BAL-HIST under the close date
003730* and company and written back as zero, so the company's first
003731* SALARY-TOTAL run of the new year starts its YTD figure afresh;
003732* other companies' balances are written back unchanged.  A
003735* preview reads the balances and touches nothing.  A missing
003740* balance file is reported and skipped.
003750******************************************************************
003760 8300-CLOSE-BALANCE.
003770     OPEN INPUT SALARY-BAL.
003790         DISPLAY 'NO BALANCE-FORWARD FILE - NOTHING TO ARCHIVE'
003800         GO TO 8300-CLOSE-BALANCE-EXIT
003810     END-IF.
003820     PERFORM 8310-LOAD-BALANCE-ENTRY
003830         THRU 8310-LOAD-BALANCE-ENTRY-EXIT
003840         UNTIL WS-BAL-EOF.
003880     CLOSE SALARY-BAL.
003881     IF WS-BAL-ENTRIES = ZERO
003882         DISPLAY 'BALANCE-FORWARD FILE EMPTY - YTD ZERO'
003883     END-IF.
003885     IF NOT WS-CLOSE-MODE
003887         GO TO 8300-CLOSE-BALANCE-EXIT
003888     END-IF.
003900     IF NOT WS-BALH-FILE-OK
003910         OPEN OUTPUT SALARY-BAL-HIST
003920     END-IF.
003928     PERFORM 8320-CLOSE-BALANCE-ENTRY
003936         THRU 8320-CLOSE-BALANCE-ENTRY-EXIT
003944         VARYING WS-BAL-IDX FROM 1 BY 1
003952         UNTIL WS-BAL-IDX > WS-BAL-ENTRIES.
003960     CLOSE SALARY-BAL-HIST.
003990     OPEN OUTPUT SALARY-BAL.
003994     PERFORM 8330-WRITE-BALANCE-ENTRY
003998         THRU 8330-WRITE-BALANCE-ENTRY-EXIT
004002         VARYING WS-BAL-IDX FROM 1 BY 1
004006         UNTIL WS-BAL-IDX > WS-BAL-ENTRIES.
004010     CLOSE SALARY-BAL.
004030 8300-CLOSE-BALANCE-EXIT.
004040     EXIT.
004041
004042 8310-LOAD-BALANCE-ENTRY.
004043     READ SALARY-BAL
004044         AT END
004045             SET WS-BAL-EOF TO TRUE
004046             GO TO 8310-LOAD-BALANCE-ENTRY-EXIT
004047     END-READ.
004048     IF BAL-COMPANY-CODE = SPACES
004049         MOVE WS-HOME-COMPANY TO BAL-COMPANY-CODE
004050     END-IF.
004051     IF WS-BAL-ENTRIES NOT < WS-BAL-TABLE-MAX
004052         DISPLAY 'WARNING - BALANCE TABLE FULL, COMPANY NOT '
004053             'CARRIED : ' BAL-COMPANY-CODE
004054         GO TO 8310-LOAD-BALANCE-ENTRY-EXIT
004055     END-IF.
004056     ADD 1 TO WS-BAL-ENTRIES.
004057     SET WS-BAL-IDX TO WS-BAL-ENTRIES.
004058     MOVE BAL-COMPANY-CODE TO WS-BAL-COMPANY (WS-BAL-IDX).
004059     MOVE BAL-YTD-TOTAL TO WS-BAL-YTD (WS-BAL-IDX).
004060     IF WS-ALL-COMPANIES
004061         OR BAL-COMPANY-CODE = WS-COMPANY-CODE
004062         ADD BAL-YTD-TOTAL TO WS-YTD-TOTAL
004063     END-IF.
004064 8310-LOAD-BALANCE-ENTRY-EXIT.
004065     EXIT.
004066
004067 8320-CLOSE-BALANCE-ENTRY.
004068     IF NOT WS-ALL-COMPANIES
004069         AND WS-BAL-COMPANY (WS-BAL-IDX) NOT = WS-COMPANY-CODE
004070         GO TO 8320-CLOSE-BALANCE-ENTRY-EXIT
004071     END-IF.
004072     MOVE WS-RUN-DATE TO BH-CLOSE-DATE.
004073     MOVE WS-BAL-YTD (WS-BAL-IDX) TO BH-YTD-TOTAL.
004074     MOVE WS-BAL-COMPANY (WS-BAL-IDX) TO BH-COMPANY-CODE.
004075     WRITE BAL-HIST-RECORD.
004076     MOVE ZERO TO WS-BAL-YTD (WS-BAL-IDX).
004077 8320-CLOSE-BALANCE-ENTRY-EXIT.
004078     EXIT.
004079
004080 8330-WRITE-BALANCE-ENTRY.
004081     MOVE WS-BAL-COMPANY (WS-BAL-IDX) TO BAL-COMPANY-CODE.
004082     MOVE WS-BAL-YTD (WS-BAL-IDX) TO BAL-YTD-TOTAL.
004083     WRITE BAL-RECORD.
004090 8330-WRITE-BALANCE-ENTRY-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130* 9000-GRADE-CONDITION works out the run's condition code: 12
004140* when SALARY-JOURNAL could not be opened or a journal write
004150* failed, as the ledger no longer agrees with the journal for
004160* SALARY-CTLREC and SALARY-JRNL.  Otherwise the run ends zero.
004170******************************************************************
004180 9000-GRADE-CONDITION.
004190     IF WS-JOURNAL-FAILED
004200         MOVE 12 TO WS-CAND-COND
004210         PERFORM 9100-RAISE-COND-CODE
004220             THRU 9100-RAISE-COND-CODE-EXIT
004230     END-IF.
004240     DISPLAY 'CONDITION CODE ........ : ' WS-COND-CODE.
004250 9000-GRADE-CONDITION-EXIT.
004260     EXIT.
004270
004280 9100-RAISE-COND-CODE.
004290     IF WS-CAND-COND > WS-COND-CODE
004300         MOVE WS-CAND-COND TO WS-COND-CODE
004310     END-IF.
004320 9100-RAISE-COND-CODE-EXIT.
004330     EXIT.
