000010******************************************************************
000020* Program name:    SALARY-JRNL
000030* Original author: PJM
000040* Installation:    COBOL DEVELOPMENT CENTER
000050* Date-written:    10/15/26
000060*
000070* Maintenence Log
000080* Date      Author        Maintenance Requirement
000090* --------- ------------  ---------------------------------------
000100* 10/15/26 PJM           Created.  SALARY-LEDGER only ever held
000110*                        an employee's running YTD, so when a
000120*                        figure was queried there was nothing to
000130*                        show how it was made up, and a damaged
000140*                        ledger could not be put back.  Every
000150*                        posting to LDG-YTD-SALARY (SALARY-TOTAL,
000160*                        SALARY-RECYC, SALARY-ADJ, and the
000170*                        SALARY-YREND close) now goes to the
000180*                        SALARY-JOURNAL posting journal (copybook
000190*                        SALJRN), and this job reads it back.
000200*                        The run parameter picks the mode:
000210*                          HISTORY eeeeee yymmdd yymmdd
000220*                        prints one employee's postings between
000230*                        the two dates (either may be left
000240*                        blank) with a brought-forward, a
000250*                        running balance and the period total;
000260*                          VERIFY (the default)
000270*                        sums the journal per employee since
000280*                        their last year-end entry and lists
000290*                        every employee whose ledger YTD or
000300*                        posting count disagrees, touching
000310*                        nothing;
000320*                          REBUILD
000330*                        does the same and rewrites the
000340*                        disagreeing ledger figures from the
000350*                        journal, adding any employee missing
000360*                        from the ledger, each change written
000370*                        to SALARY-AUDIT, source JRNL.  The
000380*                        ledger keeps its own name, department
000390*                        code, deductions and net - only the
000400*                        YTD salary and the posting count come
000410*                        from the journal.
000411* 10/15/26 PJM           Multi-company processing.  An employee
000412*                        added back to the ledger by a REBUILD
000413*                        takes the company code of their latest
000414*                        journal entry.  Ledger record is now
000415*                        63 bytes and the journal 84.
000420*
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.  SALARY-JRNL.
000460 AUTHOR. PJM.
000470 INSTALLATION. COBOL DEVELOPMENT CENTER.
000480 DATE-WRITTEN. 10/15/26.
000490 DATE-COMPILED. 00/00/00.
000500 SECURITY. NON-CONFIDENTIAL.
000510******************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. ICL-2972.
000550 OBJECT-COMPUTER. ICL-2972.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT SALARY-JOURNAL ASSIGN TO SALJRNL
000590           ORGANIZATION IS SEQUENTIAL
000600           ACCESS MODE IS SEQUENTIAL
000610           FILE STATUS IS WS-JOURNAL-STATUS.
000620     SELECT SALARY-LEDGER ASSIGN TO SALLDG
000630           ORGANIZATION IS INDEXED
000640           ACCESS MODE IS DYNAMIC
000650           RECORD KEY IS LDG-EMPLOYEE-ID
000660           FILE STATUS IS WS-LEDGER-STATUS.
000670* The journal summed per employee, rebuilt every run.
000680     SELECT SALARY-JRN-WORK ASSIGN TO JRNSUMWK
000690           ORGANIZATION IS INDEXED
000700           ACCESS MODE IS DYNAMIC
000710           RECORD KEY IS JW-EMPLOYEE-ID
000720           FILE STATUS IS WS-JW-STATUS.
000730     SELECT SALARY-AUDIT ASSIGN TO SALAUD
000740           ORGANIZATION IS SEQUENTIAL
000750           ACCESS MODE IS SEQUENTIAL
000760           FILE STATUS IS WS-AUDIT-STATUS.
000770     SELECT JRNL-PRINT ASSIGN TO JRNLRPT
000780           ORGANIZATION IS SEQUENTIAL
000790           ACCESS MODE IS SEQUENTIAL.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830* One record per ledger posting, in posting order.
000840 FD  SALARY-JOURNAL
000850     RECORDING MODE IS F
000860     RECORD CONTAINS 84 CHARACTERS.
000870     COPY saljrn.
000880
000890 FD  SALARY-LEDGER
000900     RECORDING MODE IS F
000910     RECORD CONTAINS 63 CHARACTERS.
000920     COPY salldg.
000930
000940* One employee's journal since their last year-end entry: the
000950* signed YTD, the postings counted the way the ledger counts
000960* them, the latest name, department and company posted, and
000970* whether the ledger pass has met the employee.
000980 FD  SALARY-JRN-WORK
000990     RECORDING MODE IS F
001000     RECORD CONTAINS 46 CHARACTERS.
001010 01  JRN-WORK-RECORD.
001020     03  JW-EMPLOYEE-ID          PIC X(06).
001030     03  JW-EMPLOYEE-NAME        PIC X(20).
001040     03  JW-DEPT-CODE            PIC X(04).
001050     03  JW-YTD-SALARY           PIC S9(09).
001060     03  JW-POST-COUNT           PIC 9(04).
001070     03  JW-SEEN-SWITCH          PIC X(01).
001080         88  JW-ON-LEDGER                VALUE 'Y'.
001085     03  JW-COMPANY-CODE         PIC X(02).
001090
001100 FD  SALARY-AUDIT
001110     RECORDING MODE IS F
001120     RECORD CONTAINS 86 CHARACTERS.
001130     COPY salaud.
001140
001150 FD  JRNL-PRINT
001160     RECORDING MODE IS F
001170     RECORD CONTAINS 80 CHARACTERS.
001180 01  PRINT-LINE                 PIC X(80).
001190
001200 WORKING-STORAGE SECTION.
001210 77  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001220     88  WS-EOF                          VALUE 'Y'.
001230 77  WS-LDG-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001240     88  WS-LDG-EOF                      VALUE 'Y'.
001250 77  WS-JW-EOF-SWITCH        PIC X(01)   VALUE 'N'.
001260     88  WS-JW-EOF                       VALUE 'Y'.
001270 77  WS-JOURNAL-STATUS       PIC X(02)   VALUE '00'.
001280     88  WS-JOURNAL-FILE-OK              VALUE '00'.
001290 77  WS-LEDGER-STATUS        PIC X(02)   VALUE '00'.
001300     88  WS-LEDGER-FILE-OK               VALUE '00'.
001310 77  WS-JW-STATUS            PIC X(02)   VALUE '00'.
001320 77  WS-AUDIT-STATUS         PIC X(02)   VALUE '00'.
001330     88  WS-AUDIT-FILE-OK                VALUE '00'.
001340* Run mode, from the run parameter: HISTORY for one employee,
001350* VERIFY (the default) to compare the ledger with the journal,
001360* REBUILD to compare and put the ledger right.
001370 77  WS-RUN-PARM             PIC X(30)   VALUE SPACES.
001380 77  WS-MODE-SWITCH          PIC X(01)   VALUE 'V'.
001390     88  WS-HISTORY-MODE                 VALUE 'H'.
001400     88  WS-VERIFY-MODE                  VALUE 'V'.
001410     88  WS-REBUILD-MODE                 VALUE 'R'.
001420 77  WS-NOTHING-SWITCH       PIC X(01)   VALUE 'N'.
001430     88  WS-NOTHING-TO-DO                VALUE 'Y'.
001440 77  WS-PARM-ERROR-SWITCH    PIC X(01)   VALUE 'N'.
001450     88  WS-PARM-IN-ERROR                VALUE 'Y'.
001460 77  WS-HIST-EMP-ID          PIC X(06)   VALUE SPACES.
001470 77  WS-FROM-X               PIC X(06)   VALUE SPACES.
001480 77  WS-TO-X                 PIC X(06)   VALUE SPACES.
001490 77  WS-FROM-DATE            PIC 9(06)   VALUE ZERO.
001500 77  WS-TO-DATE              PIC 9(06)   VALUE 999999.
001510* Open-tracking switches: termination must close only the
001520* files this run actually opened.
001530 77  WS-JRN-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001540     88  WS-JOURNAL-OPENED               VALUE 'Y'.
001550 77  WS-LDG-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001560     88  WS-LEDGER-OPENED                VALUE 'Y'.
001570 77  WS-JW-OPEN-SWITCH       PIC X(01)   VALUE 'N'.
001580     88  WS-JRN-WORK-OPEN                VALUE 'Y'.
001590 77  WS-AUDIT-OPEN-SWITCH    PIC X(01)   VALUE 'N'.
001600     88  WS-AUDIT-OPENED                 VALUE 'Y'.
001610 77  WS-JW-FOUND-SWITCH      PIC X(01)   VALUE 'N'.
001620     88  WS-JW-FOUND                     VALUE 'Y'.
001630* Employee history figures.
001640 77  WS-HIST-STARTED-SWITCH  PIC X(01)   VALUE 'N'.
001650     88  WS-HIST-STARTED                 VALUE 'Y'.
001660 77  WS-HIST-NAME            PIC X(20)   VALUE SPACES.
001670 77  WS-SIGNED-AMOUNT        PIC S9(09)  VALUE ZERO.
001680 77  WS-BROUGHT-FORWARD      PIC S9(09)  VALUE ZERO.
001690 77  WS-RUNNING-BALANCE      PIC S9(09)  VALUE ZERO.
001700 77  WS-PERIOD-TOTAL         PIC S9(09)  VALUE ZERO.
001710 77  WS-HIST-LINES           PIC 9(06)   VALUE ZERO.
001720* Verify and rebuild figures.  WS-JRN-YTD and WS-JRN-COUNT are
001730* what the journal says the ledger should hold.
001740 77  WS-JRN-YTD              PIC S9(09)  VALUE ZERO.
001750 77  WS-JRN-COUNT            PIC 9(04)   VALUE ZERO.
001760 77  WS-OLD-YTD              PIC 9(09)   VALUE ZERO.
001770 77  WS-OLD-COUNT            PIC 9(04)   VALUE ZERO.
001780 77  WS-DIFF-EMP-ID          PIC X(06)   VALUE SPACES.
001790 77  WS-DIFF-NAME            PIC X(20)   VALUE SPACES.
001800 77  WS-DIFF-LEDGER-YTD      PIC 9(09)   VALUE ZERO.
001810 77  WS-DIFF-AMOUNT          PIC S9(09)  VALUE ZERO.
001820 77  WS-DIFF-REMARK          PIC X(18)   VALUE SPACES.
001830 77  WS-JOURNAL-READ         PIC 9(06)   VALUE ZERO.
001840 77  WS-JRN-EMP-COUNT        PIC 9(06)   VALUE ZERO.
001850 77  WS-LEDGER-READ          PIC 9(06)   VALUE ZERO.
001860 77  WS-AGREE-COUNT          PIC 9(06)   VALUE ZERO.
001870 77  WS-YTD-DIFF-COUNT       PIC 9(06)   VALUE ZERO.
001880 77  WS-POST-DIFF-COUNT      PIC 9(06)   VALUE ZERO.
001890 77  WS-NO-JOURNAL-COUNT     PIC 9(06)   VALUE ZERO.
001900 77  WS-NO-LEDGER-COUNT      PIC 9(06)   VALUE ZERO.
001910 77  WS-NEGATIVE-COUNT       PIC 9(06)   VALUE ZERO.
001920 77  WS-REBUILT-COUNT        PIC 9(06)   VALUE ZERO.
001930 77  WS-ADDED-COUNT          PIC 9(06)   VALUE ZERO.
001940 77  WS-WRITE-FAIL-COUNT     PIC 9(06)   VALUE ZERO.
001950 77  WS-LEDGER-YTD-TOTAL     PIC 9(09)   VALUE ZERO.
001960 77  WS-JOURNAL-YTD-TOTAL    PIC S9(09)  VALUE ZERO.
001970 77  WS-CTL-NAME             PIC X(30)   VALUE SPACES.
001980 77  WS-CTL-COUNT            PIC 9(06)   VALUE ZERO.
001990 77  WS-AMOUNT-DISPLAY       PIC -(09)9  VALUE ZERO.
002000* SALARY-AUDIT fields for a rebuilt ledger figure.
002010 77  WS-OPERATOR-ID          PIC X(08)   VALUE 'SALJRNL'.
002020 77  WS-AUDIT-DATE           PIC 9(06)   VALUE ZERO.
002030 77  WS-AUDIT-TIME           PIC 9(08)   VALUE ZERO.
002040 77  WS-AUDIT-FIELD          PIC X(10)   VALUE SPACES.
002050 77  WS-AUDIT-OLD-NUM        PIC 9(09)   VALUE ZERO.
002060 77  WS-AUDIT-NEW-NUM        PIC 9(09)   VALUE ZERO.
002070 77  WS-AUDITED-COUNT        PIC 9(06)   VALUE ZERO.
002080* Condition code grades: 0 clean, 4 the ledger and the journal
002090* disagree (reported, or put right on a REBUILD), 8 no journal,
002100* a bad run parameter, a journal total below zero or a ledger
002110* write that failed.  9100-RAISE-COND-CODE keeps the highest.
002120 77  WS-COND-CODE            PIC 9(04)   VALUE ZERO.
002130 77  WS-CAND-COND            PIC 9(04)   VALUE ZERO.
002140 77  WS-RUN-DATE             PIC 9(06)   VALUE ZERO.
002150 77  WS-PAGE-NO              PIC 9(04)   VALUE ZERO.
002160 77  WS-LINE-COUNT           PIC 9(02)   VALUE ZERO.
002170 77  WS-LINES-PER-PAGE       PIC 9(02)   VALUE 15.
002180 77  WS-REPORT-TITLE         PIC X(31)   VALUE SPACES.
002190
002200 PROCEDURE DIVISION.
002210 0000-MAINLINE.
002220     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002230     IF NOT WS-NOTHING-TO-DO
002240         IF WS-HISTORY-MODE
002250             PERFORM 2000-HISTORY-ENTRY
002260                 THRU 2000-HISTORY-ENTRY-EXIT
002270                 UNTIL WS-EOF
002280         ELSE
002290             PERFORM 3000-CHECK-LEDGER-ENTRY
002300                 THRU 3000-CHECK-LEDGER-ENTRY-EXIT
002310                 UNTIL WS-LDG-EOF
002320             PERFORM 3500-START-JRN-WORK
002330                 THRU 3500-START-JRN-WORK-EXIT
002340             PERFORM 3600-CHECK-JRN-WORK-ENTRY
002350                 THRU 3600-CHECK-JRN-WORK-ENTRY-EXIT
002360                 UNTIL WS-JW-EOF
002370         END-IF
002380     END-IF.
002390     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
002400     STOP RUN.
002410
002420******************************************************************
002430* 1000-INITIALIZE takes the run mode from the run parameter and
002440* opens the journal.  For a VERIFY or REBUILD the journal is
002450* summed onto the SALARY-JRN-WORK file before the ledger is
002460* opened - for update on a REBUILD only, when the audit trail
002470* is opened too.
002480******************************************************************
002490 1000-INITIALIZE.
002500     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
002510     ACCEPT WS-RUN-DATE FROM DATE.
002520     OPEN OUTPUT JRNL-PRINT.
002530     PERFORM 1050-PARSE-RUN-PARM THRU 1050-PARSE-RUN-PARM-EXIT.
002540     IF WS-PARM-IN-ERROR
002550         SET WS-NOTHING-TO-DO TO TRUE
002560         GO TO 1000-INITIALIZE-EXIT
002570     END-IF.
002580     OPEN INPUT SALARY-JOURNAL.
002590     IF NOT WS-JOURNAL-FILE-OK
002600         DISPLAY 'NO SALARY-JOURNAL FILE - NOTHING TO REPORT'
002610         MOVE 8 TO WS-CAND-COND
002620         PERFORM 9100-RAISE-COND-CODE
002630             THRU 9100-RAISE-COND-CODE-EXIT
002640         SET WS-NOTHING-TO-DO TO TRUE
002650         GO TO 1000-INITIALIZE-EXIT
002660     END-IF.
002670     SET WS-JOURNAL-OPENED TO TRUE.
002680     PERFORM 2900-READ-JOURNAL THRU 2900-READ-JOURNAL-EXIT.
002690     IF WS-HISTORY-MODE
002700         MOVE 'EMPLOYEE POSTING HISTORY' TO WS-REPORT-TITLE
002710         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
002720         GO TO 1000-INITIALIZE-EXIT
002730     END-IF.
002740     PERFORM 1200-LOAD-JRN-WORK THRU 1200-LOAD-JRN-WORK-EXIT.
002750     PERFORM 1300-OPEN-LEDGER THRU 1300-OPEN-LEDGER-EXIT.
002760     IF WS-REBUILD-MODE
002770         MOVE 'LEDGER REBUILT FROM JOURNAL' TO WS-REPORT-TITLE
002780         OPEN EXTEND SALARY-AUDIT
002790         IF NOT WS-AUDIT-FILE-OK
002800             OPEN OUTPUT SALARY-AUDIT
002810         END-IF
002820         SET WS-AUDIT-OPENED TO TRUE
002830     ELSE
002840         MOVE 'LEDGER AGAINST JOURNAL' TO WS-REPORT-TITLE
002850     END-IF.
002860     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
002870 1000-INITIALIZE-EXIT.
002880     EXIT.
002890
002900******************************************************************
002910* 1050-PARSE-RUN-PARM picks the mode out of the run parameter.
002920* HISTORY needs an employee ID in 9-14 and may carry a from
002930* date in 16-21 and a to date in 23-28 (YYMMDD, blank for no
002940* limit); a date that is not numeric is refused, as is any
002950* mode the job does not know.  A blank parameter is a VERIFY.
002960******************************************************************
002970 1050-PARSE-RUN-PARM.
002980     IF WS-RUN-PARM = SPACES
002990         OR WS-RUN-PARM (1:7) = 'VERIFY '
003000         SET WS-VERIFY-MODE TO TRUE
003010         DISPLAY 'VERIFY RUN - LEDGER CHECKED AGAINST JOURNAL, '
003020             'PASS REBUILD TO CORRECT IT'
003030         GO TO 1050-PARSE-RUN-PARM-EXIT
003040     END-IF.
003050     IF WS-RUN-PARM (1:7) = 'REBUILD'
003060         SET WS-REBUILD-MODE TO TRUE
003070         DISPLAY 'REBUILD RUN - LEDGER WILL BE CORRECTED '
003080             'FROM THE JOURNAL'
003090         GO TO 1050-PARSE-RUN-PARM-EXIT
003100     END-IF.
003110     IF WS-RUN-PARM (1:7) NOT = 'HISTORY'
003120         DISPLAY 'RUN PARAMETER NOT HISTORY, VERIFY OR '
003130             'REBUILD : ' WS-RUN-PARM
003140         GO TO 1050-PARSE-RUN-PARM-ERROR
003150     END-IF.
003160     SET WS-HISTORY-MODE TO TRUE.
003170     MOVE WS-RUN-PARM (9:6)  TO WS-HIST-EMP-ID.
003180     MOVE WS-RUN-PARM (16:6) TO WS-FROM-X.
003190     MOVE WS-RUN-PARM (23:6) TO WS-TO-X.
003200     IF WS-HIST-EMP-ID = SPACES
003210         DISPLAY 'HISTORY NEEDS AN EMPLOYEE ID'
003220         GO TO 1050-PARSE-RUN-PARM-ERROR
003230     END-IF.
003240     IF WS-FROM-X NOT = SPACES
003250         IF WS-FROM-X IS NUMERIC
003260             MOVE WS-FROM-X TO WS-FROM-DATE
003270         ELSE
003280             DISPLAY 'HISTORY FROM DATE NOT YYMMDD : '
003290                 WS-FROM-X
003300             GO TO 1050-PARSE-RUN-PARM-ERROR
003310         END-IF
003320     END-IF.
003330     IF WS-TO-X NOT = SPACES
003340         IF WS-TO-X IS NUMERIC
003350             MOVE WS-TO-X TO WS-TO-DATE
003360         ELSE
003370             DISPLAY 'HISTORY TO DATE NOT YYMMDD : ' WS-TO-X
003380             GO TO 1050-PARSE-RUN-PARM-ERROR
003390         END-IF
003400     END-IF.
003410     IF WS-FROM-DATE > WS-TO-DATE
003420         DISPLAY 'HISTORY FROM DATE IS AFTER THE TO DATE'
003430         GO TO 1050-PARSE-RUN-PARM-ERROR
003440     END-IF.
003450     GO TO 1050-PARSE-RUN-PARM-EXIT.
003460 1050-PARSE-RUN-PARM-ERROR.
003470     SET WS-PARM-IN-ERROR TO TRUE.
003480     MOVE 8 TO WS-CAND-COND.
003490     PERFORM 9100-RAISE-COND-CODE THRU 9100-RAISE-COND-CODE-EXIT.
003500 1050-PARSE-RUN-PARM-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540* 1200-LOAD-JRN-WORK sums the whole journal onto the keyed
003550* SALARY-JRN-WORK file, one record per employee.
003560******************************************************************
003570 1200-LOAD-JRN-WORK.
003580     OPEN OUTPUT SALARY-JRN-WORK.
003590     CLOSE SALARY-JRN-WORK.
003600     OPEN I-O SALARY-JRN-WORK.
003610     SET WS-JRN-WORK-OPEN TO TRUE.
003620     PERFORM 1210-POST-TO-JRN-WORK
003630         THRU 1210-POST-TO-JRN-WORK-EXIT
003640         UNTIL WS-EOF.
003650 1200-LOAD-JRN-WORK-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690* 1210-POST-TO-JRN-WORK folds one journal entry into the
003700* employee's work record.  A year-end entry starts the employee
003710* again from nothing, as the close zeroed the ledger; any other
003720* entry adds or subtracts its amount and counts as a posting,
003730* as it did on the ledger.
003740******************************************************************
003750 1210-POST-TO-JRN-WORK.
003760     MOVE JRN-EMPLOYEE-ID TO JW-EMPLOYEE-ID.
003770     READ SALARY-JRN-WORK
003780         INVALID KEY
003790             MOVE 'N' TO WS-JW-FOUND-SWITCH
003800         NOT INVALID KEY
003810             SET WS-JW-FOUND TO TRUE
003820     END-READ.
003830     IF NOT WS-JW-FOUND
003840         MOVE JRN-EMPLOYEE-ID TO JW-EMPLOYEE-ID
003850         MOVE ZERO TO JW-YTD-SALARY
003860         MOVE ZERO TO JW-POST-COUNT
003870         MOVE 'N' TO JW-SEEN-SWITCH
003880         ADD 1 TO WS-JRN-EMP-COUNT
003890     END-IF.
003900     MOVE JRN-EMPLOYEE-NAME TO JW-EMPLOYEE-NAME.
003910     MOVE JRN-DEPT-CODE TO JW-DEPT-CODE.
003915     MOVE JRN-COMPANY-CODE TO JW-COMPANY-CODE.
003920     IF JRN-FROM-YREND
003930         MOVE ZERO TO JW-YTD-SALARY
003940         MOVE ZERO TO JW-POST-COUNT
003950     ELSE
003960         IF JRN-MINUS
003970             SUBTRACT JRN-AMOUNT FROM JW-YTD-SALARY
003980         ELSE
003990             ADD JRN-AMOUNT TO JW-YTD-SALARY
004000         END-IF
004010         ADD 1 TO JW-POST-COUNT
004020     END-IF.
004030     IF WS-JW-FOUND
004040         REWRITE JRN-WORK-RECORD
004050     ELSE
004060         WRITE JRN-WORK-RECORD
004070     END-IF.
004080     PERFORM 2900-READ-JOURNAL THRU 2900-READ-JOURNAL-EXIT.
004090 1210-POST-TO-JRN-WORK-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130* 1300-OPEN-LEDGER opens SALARY-LEDGER - for update on a
004140* REBUILD, which creates it if it is not there, and for reading
004150* only on a VERIFY, where a missing ledger is simply empty and
004160* every employee in the journal is reported.
004170******************************************************************
004180 1300-OPEN-LEDGER.
004190     IF WS-REBUILD-MODE
004200         OPEN I-O SALARY-LEDGER
004210         IF NOT WS-LEDGER-FILE-OK
004220             DISPLAY 'NO EMPLOYEE LEDGER FILE - CREATING ONE'
004230             OPEN OUTPUT SALARY-LEDGER
004240             CLOSE SALARY-LEDGER
004250             OPEN I-O SALARY-LEDGER
004260         END-IF
004270     ELSE
004280         OPEN INPUT SALARY-LEDGER
004290         IF NOT WS-LEDGER-FILE-OK
004300             DISPLAY 'NO EMPLOYEE LEDGER FILE - '
004310                 'EVERY JOURNAL EMPLOYEE REPORTED'
004320             SET WS-LDG-EOF TO TRUE
004330             GO TO 1300-OPEN-LEDGER-EXIT
004340         END-IF
004350     END-IF.
004360     SET WS-LEDGER-OPENED TO TRUE.
004370 1300-OPEN-LEDGER-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410* 2000-HISTORY-ENTRY handles one journal entry on a HISTORY run.
004420* Entries for other employees and after the to date are
004430* skipped.  Before the from date an entry only moves the
004440* brought-forward figure (a year-end entry resets it); inside
004450* the range it is printed with the running balance.
004460******************************************************************
004470 2000-HISTORY-ENTRY.
004480     IF JRN-EMPLOYEE-ID NOT = WS-HIST-EMP-ID
004490         OR JRN-POST-DATE > WS-TO-DATE
004500         GO TO 2000-HISTORY-ENTRY-NEXT
004510     END-IF.
004520     MOVE JRN-EMPLOYEE-NAME TO WS-HIST-NAME.
004530     IF JRN-MINUS
004540         COMPUTE WS-SIGNED-AMOUNT = ZERO - JRN-AMOUNT
004550     ELSE
004560         MOVE JRN-AMOUNT TO WS-SIGNED-AMOUNT
004570     END-IF.
004580     IF JRN-POST-DATE < WS-FROM-DATE
004590         IF JRN-FROM-YREND
004600             MOVE ZERO TO WS-BROUGHT-FORWARD
004610         ELSE
004620             ADD WS-SIGNED-AMOUNT TO WS-BROUGHT-FORWARD
004630         END-IF
004640         GO TO 2000-HISTORY-ENTRY-NEXT
004650     END-IF.
004660     IF NOT WS-HIST-STARTED
004670         PERFORM 2100-START-HISTORY THRU 2100-START-HISTORY-EXIT
004680     END-IF.
004690     ADD WS-SIGNED-AMOUNT TO WS-RUNNING-BALANCE.
004700     ADD WS-SIGNED-AMOUNT TO WS-PERIOD-TOTAL.
004710     PERFORM 2200-PRINT-HISTORY-LINE
004720         THRU 2200-PRINT-HISTORY-LINE-EXIT.
004730 2000-HISTORY-ENTRY-NEXT.
004740     PERFORM 2900-READ-JOURNAL THRU 2900-READ-JOURNAL-EXIT.
004750 2000-HISTORY-ENTRY-EXIT.
004760     EXIT.
004770
004780******************************************************************
004790* 2100-START-HISTORY prints the employee line and the
004800* brought-forward balance ahead of the first posting in range
004810* (or at the end when there was none), and starts the running
004820* balance from it.
004830******************************************************************
004840 2100-START-HISTORY.
004850     SET WS-HIST-STARTED TO TRUE.
004860     MOVE SPACES TO PRINT-LINE.
004870     MOVE 'EMPLOYEE' TO PRINT-LINE (1:8).
004880     MOVE WS-HIST-EMP-ID TO PRINT-LINE (10:6).
004890     MOVE WS-HIST-NAME TO PRINT-LINE (17:20).
004900     MOVE 'FROM' TO PRINT-LINE (40:4).
004910     MOVE WS-FROM-DATE TO PRINT-LINE (45:6).
004920     MOVE 'TO' TO PRINT-LINE (53:2).
004930     MOVE WS-TO-DATE TO PRINT-LINE (56:6).
004940     WRITE PRINT-LINE.
004950     MOVE SPACES TO PRINT-LINE.
004960     MOVE 'BROUGHT FORWARD' TO PRINT-LINE (24:15).
004970     MOVE WS-BROUGHT-FORWARD TO WS-AMOUNT-DISPLAY.
004980     MOVE WS-AMOUNT-DISPLAY TO PRINT-LINE (56:10).
004990     WRITE PRINT-LINE.
005000     ADD 2 TO WS-LINE-COUNT.
005010     MOVE WS-BROUGHT-FORWARD TO WS-RUNNING-BALANCE.
005020 2100-START-HISTORY-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060* 2200-PRINT-HISTORY-LINE prints one posting: when and by which
005070* job, its reference (the extract for a SALARY-TOTAL posting),
005080* the signed amount, the running balance and the department.
005090******************************************************************
005100 2200-PRINT-HISTORY-LINE.
005110     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005120         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
005130     END-IF.
005140     MOVE SPACES TO PRINT-LINE.
005150     MOVE JRN-POST-DATE TO PRINT-LINE (1:6).
005160     MOVE JRN-POST-TIME (1:6) TO PRINT-LINE (8:6).
005170     MOVE JRN-SOURCE TO PRINT-LINE (15:8).
005180     IF JRN-FROM-TOTAL
005190         MOVE 'EXTRACT' TO PRINT-LINE (24:7)
005200         MOVE JRN-EXTRACT-DATE TO PRINT-LINE (32:6)
005210         MOVE JRN-EXTRACT-SEQ TO PRINT-LINE (39:4)
005220     ELSE
005230         MOVE JRN-REFERENCE TO PRINT-LINE (24:20)
005240     END-IF.
005250     MOVE WS-SIGNED-AMOUNT TO WS-AMOUNT-DISPLAY.
005260     MOVE WS-AMOUNT-DISPLAY TO PRINT-LINE (45:10).
005270     MOVE WS-RUNNING-BALANCE TO WS-AMOUNT-DISPLAY.
005280     MOVE WS-AMOUNT-DISPLAY TO PRINT-LINE (56:10).
005290     MOVE JRN-DEPT-CODE TO PRINT-LINE (68:4).
005300     WRITE PRINT-LINE.
005310     ADD 1 TO WS-LINE-COUNT.
005320     ADD 1 TO WS-HIST-LINES.
005330     IF JRN-FROM-YREND
005340         MOVE ZERO TO WS-RUNNING-BALANCE
005350     END-IF.
005360 2200-PRINT-HISTORY-LINE-EXIT.
005370     EXIT.
005380
005390 2900-READ-JOURNAL.
005400     READ SALARY-JOURNAL
005410         AT END
005420             SET WS-EOF TO TRUE
005430         NOT AT END
005440             ADD 1 TO WS-JOURNAL-READ
005450     END-READ.
005460 2900-READ-JOURNAL-EXIT.
005470     EXIT.
005480
005490******************************************************************
005500* 3000-CHECK-LEDGER-ENTRY compares one ledger record with the
005510* employee's journal.  An employee the journal has never seen
005520* should have nothing on the ledger.  A disagreement is listed
005530* and, on a REBUILD, the ledger's YTD salary and posting count
005540* are replaced by the journal's - unless the journal comes to
005550* less than zero, which is listed and left for investigation.
005560******************************************************************
005570 3000-CHECK-LEDGER-ENTRY.
005580     READ SALARY-LEDGER NEXT RECORD
005590         AT END
005600             SET WS-LDG-EOF TO TRUE
005610             GO TO 3000-CHECK-LEDGER-ENTRY-EXIT
005620     END-READ.
005630     ADD 1 TO WS-LEDGER-READ.
005640     ADD LDG-YTD-SALARY TO WS-LEDGER-YTD-TOTAL.
005650     MOVE LDG-EMPLOYEE-ID TO JW-EMPLOYEE-ID.
005660     READ SALARY-JRN-WORK
005670         INVALID KEY
005680             MOVE 'N' TO WS-JW-FOUND-SWITCH
005690         NOT INVALID KEY
005700             SET WS-JW-FOUND TO TRUE
005710     END-READ.
005720     IF WS-JW-FOUND
005730         MOVE JW-YTD-SALARY TO WS-JRN-YTD
005740         MOVE JW-POST-COUNT TO WS-JRN-COUNT
005750         ADD JW-YTD-SALARY TO WS-JOURNAL-YTD-TOTAL
005760         SET JW-ON-LEDGER TO TRUE
005770         REWRITE JRN-WORK-RECORD
005780     ELSE
005790         MOVE ZERO TO WS-JRN-YTD
005800         MOVE ZERO TO WS-JRN-COUNT
005810     END-IF.
005820     IF WS-JRN-YTD = LDG-YTD-SALARY
005830         AND WS-JRN-COUNT = LDG-POST-COUNT
005840         ADD 1 TO WS-AGREE-COUNT
005850         GO TO 3000-CHECK-LEDGER-ENTRY-EXIT
005860     END-IF.
005870     MOVE LDG-EMPLOYEE-ID TO WS-DIFF-EMP-ID.
005880     MOVE LDG-EMPLOYEE-NAME TO WS-DIFF-NAME.
005890     MOVE LDG-YTD-SALARY TO WS-DIFF-LEDGER-YTD.
005900     EVALUATE TRUE
005910         WHEN WS-JRN-YTD < ZERO
005920             MOVE 'JOURNAL NEGATIVE' TO WS-DIFF-REMARK
005930             ADD 1 TO WS-NEGATIVE-COUNT
005940         WHEN NOT WS-JW-FOUND
005950             MOVE 'NOT IN JOURNAL' TO WS-DIFF-REMARK
005960             ADD 1 TO WS-NO-JOURNAL-COUNT
005970         WHEN WS-JRN-YTD = LDG-YTD-SALARY
005980             MOVE 'POSTINGS DIFFER' TO WS-DIFF-REMARK
005990             ADD 1 TO WS-POST-DIFF-COUNT
006000         WHEN OTHER
006010             MOVE 'YTD DIFFERS' TO WS-DIFF-REMARK
006020             ADD 1 TO WS-YTD-DIFF-COUNT
006030     END-EVALUATE.
006040     PERFORM 3800-PRINT-DIFF-LINE THRU 3800-PRINT-DIFF-LINE-EXIT.
006050     IF NOT WS-REBUILD-MODE
006060         OR WS-JRN-YTD < ZERO
006070         GO TO 3000-CHECK-LEDGER-ENTRY-EXIT
006080     END-IF.
006090     MOVE LDG-YTD-SALARY TO WS-OLD-YTD.
006100     MOVE LDG-POST-COUNT TO WS-OLD-COUNT.
006110     MOVE WS-JRN-YTD TO LDG-YTD-SALARY.
006120     MOVE WS-JRN-COUNT TO LDG-POST-COUNT.
006130     REWRITE LEDGER-RECORD
006140         INVALID KEY
006150             DISPLAY 'LEDGER REWRITE FAILED - STATUS '
006160                 WS-LEDGER-STATUS ' : ' LDG-EMPLOYEE-ID
006170             ADD 1 TO WS-WRITE-FAIL-COUNT
006180             GO TO 3000-CHECK-LEDGER-ENTRY-EXIT
006190     END-REWRITE.
006200     ADD 1 TO WS-REBUILT-COUNT.
006210     PERFORM 3700-AUDIT-REBUILD THRU 3700-AUDIT-REBUILD-EXIT.
006220 3000-CHECK-LEDGER-ENTRY-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260* 3500-START-JRN-WORK positions SALARY-JRN-WORK at its first
006270* employee for the pass that finds journal employees the
006280* ledger does not have.
006290******************************************************************
006300 3500-START-JRN-WORK.
006310     MOVE 'N' TO WS-JW-EOF-SWITCH.
006320     MOVE LOW-VALUES TO JW-EMPLOYEE-ID.
006330     START SALARY-JRN-WORK KEY NOT < JW-EMPLOYEE-ID
006340         INVALID KEY
006350             SET WS-JW-EOF TO TRUE
006360     END-START.
006370 3500-START-JRN-WORK-EXIT.
006380     EXIT.
006390
006400******************************************************************
006410* 3600-CHECK-JRN-WORK-ENTRY reports a journal employee with no
006420* ledger record and, on a REBUILD, adds the ledger record from
006430* the journal with no deductions or net (SALARY-DEDUCT posts
006440* those on its next run).  An employee whose journal nets to
006450* nothing since the last close is passed over.
006460******************************************************************
006470 3600-CHECK-JRN-WORK-ENTRY.
006480     READ SALARY-JRN-WORK NEXT RECORD
006490         AT END
006500             SET WS-JW-EOF TO TRUE
006510             GO TO 3600-CHECK-JRN-WORK-ENTRY-EXIT
006520     END-READ.
006530     IF JW-ON-LEDGER
006540         GO TO 3600-CHECK-JRN-WORK-ENTRY-EXIT
006550     END-IF.
006560     IF JW-YTD-SALARY = ZERO AND JW-POST-COUNT = ZERO
006570         GO TO 3600-CHECK-JRN-WORK-ENTRY-EXIT
006580     END-IF.
006590     ADD JW-YTD-SALARY TO WS-JOURNAL-YTD-TOTAL.
006600     MOVE JW-YTD-SALARY TO WS-JRN-YTD.
006610     MOVE JW-POST-COUNT TO WS-JRN-COUNT.
006620     MOVE JW-EMPLOYEE-ID TO WS-DIFF-EMP-ID.
006630     MOVE JW-EMPLOYEE-NAME TO WS-DIFF-NAME.
006640     MOVE ZERO TO WS-DIFF-LEDGER-YTD.
006650     IF WS-JRN-YTD < ZERO
006660         MOVE 'JOURNAL NEGATIVE' TO WS-DIFF-REMARK
006670         ADD 1 TO WS-NEGATIVE-COUNT
006680     ELSE
006690         MOVE 'NOT ON LEDGER' TO WS-DIFF-REMARK
006700         ADD 1 TO WS-NO-LEDGER-COUNT
006710     END-IF.
006720     PERFORM 3800-PRINT-DIFF-LINE THRU 3800-PRINT-DIFF-LINE-EXIT.
006730     IF NOT WS-REBUILD-MODE
006740         OR WS-JRN-YTD < ZERO
006750         GO TO 3600-CHECK-JRN-WORK-ENTRY-EXIT
006760     END-IF.
006770     MOVE JW-EMPLOYEE-ID TO LDG-EMPLOYEE-ID.
006780     MOVE JW-EMPLOYEE-NAME TO LDG-EMPLOYEE-NAME.
006790     MOVE JW-DEPT-CODE TO LDG-DEPT-CODE.
006795     MOVE JW-COMPANY-CODE TO LDG-COMPANY-CODE.
006800     MOVE WS-JRN-YTD TO LDG-YTD-SALARY.
006810     MOVE WS-JRN-COUNT TO LDG-POST-COUNT.
006820     MOVE ZERO TO LDG-YTD-DEDUCTIONS.
006830     MOVE ZERO TO LDG-YTD-NET.
006840     WRITE LEDGER-RECORD
006850         INVALID KEY
006860             DISPLAY 'LEDGER WRITE FAILED - STATUS '
006870                 WS-LEDGER-STATUS ' : ' LDG-EMPLOYEE-ID
006880             ADD 1 TO WS-WRITE-FAIL-COUNT
006890             GO TO 3600-CHECK-JRN-WORK-ENTRY-EXIT
006900     END-WRITE.
006910     ADD 1 TO WS-ADDED-COUNT.
006920     MOVE ZERO TO WS-OLD-YTD.
006930     MOVE ZERO TO WS-OLD-COUNT.
006940     PERFORM 3700-AUDIT-REBUILD THRU 3700-AUDIT-REBUILD-EXIT.
006950 3600-CHECK-JRN-WORK-ENTRY-EXIT.
006960     EXIT.
006970
006980******************************************************************
006990* 3700-AUDIT-REBUILD writes the ledger figures a REBUILD changed
007000* to SALARY-AUDIT, before and after, one record per field.
007010******************************************************************
007020 3700-AUDIT-REBUILD.
007030     IF WS-OLD-YTD NOT = LDG-YTD-SALARY
007040         MOVE 'YTD-SALARY' TO WS-AUDIT-FIELD
007050         MOVE WS-OLD-YTD TO WS-AUDIT-OLD-NUM
007060         MOVE LDG-YTD-SALARY TO WS-AUDIT-NEW-NUM
007070         PERFORM 3710-WRITE-AUDIT THRU 3710-WRITE-AUDIT-EXIT
007080     END-IF.
007090     IF WS-OLD-COUNT NOT = LDG-POST-COUNT
007100         MOVE 'POST-COUNT' TO WS-AUDIT-FIELD
007110         MOVE WS-OLD-COUNT TO WS-AUDIT-OLD-NUM
007120         MOVE LDG-POST-COUNT TO WS-AUDIT-NEW-NUM
007130         PERFORM 3710-WRITE-AUDIT THRU 3710-WRITE-AUDIT-EXIT
007140     END-IF.
007150 3700-AUDIT-REBUILD-EXIT.
007160     EXIT.
007170
007180 3710-WRITE-AUDIT.
007190     IF NOT WS-AUDIT-OPENED
007200         GO TO 3710-WRITE-AUDIT-EXIT
007210     END-IF.
007220     ACCEPT WS-AUDIT-DATE FROM DATE.
007230     ACCEPT WS-AUDIT-TIME FROM TIME.
007240     MOVE SPACES             TO AUDIT-RECORD.
007250     MOVE LDG-EMPLOYEE-ID    TO AUD-EMPLOYEE-ID.
007260     MOVE 'JRNL'             TO AUD-SOURCE.
007270     MOVE WS-AUDIT-FIELD     TO AUD-FIELD-NAME.
007280     MOVE WS-AUDIT-OLD-NUM   TO AUD-OLD-VALUE.
007290     MOVE WS-AUDIT-NEW-NUM   TO AUD-NEW-VALUE.
007300     MOVE WS-OPERATOR-ID     TO AUD-OPERATOR.
007310     MOVE WS-AUDIT-DATE      TO AUD-DATE.
007320     MOVE WS-AUDIT-TIME      TO AUD-TIME.
007330     WRITE AUDIT-RECORD.
007340     ADD 1 TO WS-AUDITED-COUNT.
007350 3710-WRITE-AUDIT-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390* 3800-PRINT-DIFF-LINE lists one employee whose ledger and
007400* journal disagree: the ledger YTD, the journal YTD, the
007410* difference (journal less ledger) and what is wrong.
007420******************************************************************
007430 3800-PRINT-DIFF-LINE.
007440     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007450         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
007460     END-IF.
007470     COMPUTE WS-DIFF-AMOUNT = WS-JRN-YTD - WS-DIFF-LEDGER-YTD.
007480     MOVE SPACES TO PRINT-LINE.
007490     MOVE WS-DIFF-EMP-ID TO PRINT-LINE (1:6).
007500     MOVE WS-DIFF-NAME TO PRINT-LINE (8:20).
007510     MOVE WS-DIFF-LEDGER-YTD TO PRINT-LINE (30:9).
007520     MOVE WS-JRN-YTD TO WS-AMOUNT-DISPLAY.
007530     MOVE WS-AMOUNT-DISPLAY TO PRINT-LINE (40:10).
007540     MOVE WS-DIFF-AMOUNT TO WS-AMOUNT-DISPLAY.
007550     MOVE WS-AMOUNT-DISPLAY TO PRINT-LINE (51:10).
007560     MOVE WS-DIFF-REMARK TO PRINT-LINE (62:18).
007570     WRITE PRINT-LINE.
007580     ADD 1 TO WS-LINE-COUNT.
007590 3800-PRINT-DIFF-LINE-EXIT.
007600     EXIT.
007610
007620 8000-TERMINATE.
007630     IF WS-HISTORY-MODE AND NOT WS-PARM-IN-ERROR
007640         AND WS-JOURNAL-OPENED
007650         PERFORM 8100-FINISH-HISTORY
007660             THRU 8100-FINISH-HISTORY-EXIT
007670     END-IF.
007680     IF NOT WS-HISTORY-MODE AND NOT WS-NOTHING-TO-DO
007690         PERFORM 8200-PRINT-CONTROLS
007700             THRU 8200-PRINT-CONTROLS-EXIT
007710     END-IF.
007720     PERFORM 9000-GRADE-CONDITION
007730         THRU 9000-GRADE-CONDITION-EXIT.
007740     IF WS-JOURNAL-OPENED
007750         CLOSE SALARY-JOURNAL
007760     END-IF.
007770     IF WS-JRN-WORK-OPEN
007780         CLOSE SALARY-JRN-WORK
007790     END-IF.
007800     IF WS-LEDGER-OPENED
007810         CLOSE SALARY-LEDGER
007820     END-IF.
007830     IF WS-AUDIT-OPENED
007840         CLOSE SALARY-AUDIT
007850     END-IF.
007860     CLOSE JRNL-PRINT.
007870     DISPLAY 'SALARY-JRNL RUN COMPLETE'.
007880     DISPLAY 'JOURNAL ENTRIES READ : ' WS-JOURNAL-READ.
007890     IF WS-HISTORY-MODE
007900         DISPLAY 'POSTINGS IN PERIOD . : ' WS-HIST-LINES
007910     ELSE
007920         DISPLAY 'LEDGER RECORDS READ  : ' WS-LEDGER-READ
007930         DISPLAY 'LEDGER AGREES ...... : ' WS-AGREE-COUNT
007940         DISPLAY 'LEDGER REBUILT ..... : ' WS-REBUILT-COUNT
007950         DISPLAY 'LEDGER ADDED ....... : ' WS-ADDED-COUNT
007960     END-IF.
007970     MOVE WS-COND-CODE TO RETURN-CODE.
007980 8000-TERMINATE-EXIT.
007990     EXIT.
008000
008010******************************************************************
008020* 8050-PRINT-HEADING starts a new page on JRNL-PRINT: a report
008030* title line (carrying the run date and page number) followed
008040* by the column heading line for the page being printed.
008050******************************************************************
008060 8050-PRINT-HEADING.
008070     ADD 1 TO WS-PAGE-NO.
008080     MOVE SPACES TO PRINT-LINE.
008090     MOVE WS-REPORT-TITLE TO PRINT-LINE (1:31).
008100     MOVE 'RUN DATE' TO PRINT-LINE (40:8).
008110     MOVE WS-RUN-DATE TO PRINT-LINE (49:6).
008120     MOVE 'PAGE' TO PRINT-LINE (60:4).
008130     MOVE WS-PAGE-NO TO PRINT-LINE (65:4).
008140     WRITE PRINT-LINE.
008150     MOVE SPACES TO PRINT-LINE.
008160     EVALUATE WS-REPORT-TITLE
008170         WHEN 'EMPLOYEE POSTING HISTORY'
008180             MOVE 'DATE   TIME   SOURCE   REFERENCE'
008190                 TO PRINT-LINE (1:32)
008200             MOVE 'AMOUNT' TO PRINT-LINE (49:6)
008210             MOVE 'BALANCE' TO PRINT-LINE (59:7)
008220             MOVE 'DEPT' TO PRINT-LINE (68:4)
008230         WHEN 'JOURNAL CONTROL TOTALS'
008240             MOVE 'CONTROL' TO PRINT-LINE (1:7)
008250             MOVE 'COUNT' TO PRINT-LINE (33:5)
008260         WHEN OTHER
008270             MOVE 'EMP-ID NAME' TO PRINT-LINE (1:11)
008280             MOVE 'LEDGER-YTD' TO PRINT-LINE (29:10)
008290             MOVE 'JOURNAL-YTD' TO PRINT-LINE (39:11)
008300             MOVE 'DIFFERENCE' TO PRINT-LINE (51:10)
008310             MOVE 'REMARK' TO PRINT-LINE (62:6)
008320     END-EVALUATE.
008330     WRITE PRINT-LINE.
008340     MOVE ZERO TO WS-LINE-COUNT.
008350 8050-PRINT-HEADING-EXIT.
008360     EXIT.
008370
008380******************************************************************
008390* 8100-FINISH-HISTORY closes off the employee history with the
008400* period total and the closing balance.
008410******************************************************************
008420 8100-FINISH-HISTORY.
008430     IF NOT WS-HIST-STARTED
008440         PERFORM 2100-START-HISTORY THRU 2100-START-HISTORY-EXIT
008450         MOVE SPACES TO PRINT-LINE
008460         MOVE 'NO POSTINGS IN THE PERIOD' TO PRINT-LINE (24:25)
008470         WRITE PRINT-LINE
008480     END-IF.
008490     MOVE SPACES TO PRINT-LINE.
008500     WRITE PRINT-LINE.
008510     MOVE SPACES TO PRINT-LINE.
008520     MOVE 'PERIOD TOTAL' TO PRINT-LINE (24:12).
008530     MOVE WS-PERIOD-TOTAL TO WS-AMOUNT-DISPLAY.
008540     MOVE WS-AMOUNT-DISPLAY TO PRINT-LINE (45:10).
008550     WRITE PRINT-LINE.
008560     MOVE SPACES TO PRINT-LINE.
008570     MOVE 'CLOSING BALANCE' TO PRINT-LINE (24:15).
008580     MOVE WS-RUNNING-BALANCE TO WS-AMOUNT-DISPLAY.
008590     MOVE WS-AMOUNT-DISPLAY TO PRINT-LINE (56:10).
008600     WRITE PRINT-LINE.
008610 8100-FINISH-HISTORY-EXIT.
008620     EXIT.
008630
008640******************************************************************
008650* 8200-PRINT-CONTROLS prints the verify or rebuild control
008660* totals: what was read, what agreed, each kind of
008670* disagreement, what a REBUILD changed, and the ledger's YTD
008680* total against the journal's.
008690******************************************************************
008700 8200-PRINT-CONTROLS.
008710     MOVE 'JOURNAL CONTROL TOTALS' TO WS-REPORT-TITLE.
008720     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
008730     MOVE 'JOURNAL ENTRIES READ' TO WS-CTL-NAME.
008740     MOVE WS-JOURNAL-READ TO WS-CTL-COUNT.
008750     PERFORM 8210-PRINT-CONTROL-LINE
008760         THRU 8210-PRINT-CONTROL-LINE-EXIT.
008770     MOVE 'EMPLOYEES IN JOURNAL' TO WS-CTL-NAME.
008780     MOVE WS-JRN-EMP-COUNT TO WS-CTL-COUNT.
008790     PERFORM 8210-PRINT-CONTROL-LINE
008800         THRU 8210-PRINT-CONTROL-LINE-EXIT.
008810     MOVE 'LEDGER RECORDS READ' TO WS-CTL-NAME.
008820     MOVE WS-LEDGER-READ TO WS-CTL-COUNT.
008830     PERFORM 8210-PRINT-CONTROL-LINE
008840         THRU 8210-PRINT-CONTROL-LINE-EXIT.
008850     MOVE 'LEDGER AGREES WITH JOURNAL' TO WS-CTL-NAME.
008860     MOVE WS-AGREE-COUNT TO WS-CTL-COUNT.
008870     PERFORM 8210-PRINT-CONTROL-LINE
008880         THRU 8210-PRINT-CONTROL-LINE-EXIT.
008890     MOVE 'YTD DIFFERS' TO WS-CTL-NAME.
008900     MOVE WS-YTD-DIFF-COUNT TO WS-CTL-COUNT.
008910     PERFORM 8210-PRINT-CONTROL-LINE
008920         THRU 8210-PRINT-CONTROL-LINE-EXIT.
008930     MOVE 'POSTING COUNT ONLY DIFFERS' TO WS-CTL-NAME.
008940     MOVE WS-POST-DIFF-COUNT TO WS-CTL-COUNT.
008950     PERFORM 8210-PRINT-CONTROL-LINE
008960         THRU 8210-PRINT-CONTROL-LINE-EXIT.
008970     MOVE 'LEDGER NOT IN JOURNAL' TO WS-CTL-NAME.
008980     MOVE WS-NO-JOURNAL-COUNT TO WS-CTL-COUNT.
008990     PERFORM 8210-PRINT-CONTROL-LINE
009000         THRU 8210-PRINT-CONTROL-LINE-EXIT.
009010     MOVE 'JOURNAL NOT ON LEDGER' TO WS-CTL-NAME.
009020     MOVE WS-NO-LEDGER-COUNT TO WS-CTL-COUNT.
009030     PERFORM 8210-PRINT-CONTROL-LINE
009040         THRU 8210-PRINT-CONTROL-LINE-EXIT.
009050     MOVE 'JOURNAL BELOW ZERO' TO WS-CTL-NAME.
009060     MOVE WS-NEGATIVE-COUNT TO WS-CTL-COUNT.
009070     PERFORM 8210-PRINT-CONTROL-LINE
009080         THRU 8210-PRINT-CONTROL-LINE-EXIT.
009090     IF WS-REBUILD-MODE
009100         MOVE 'LEDGER RECORDS REBUILT' TO WS-CTL-NAME
009110         MOVE WS-REBUILT-COUNT TO WS-CTL-COUNT
009120         PERFORM 8210-PRINT-CONTROL-LINE
009130             THRU 8210-PRINT-CONTROL-LINE-EXIT
009140         MOVE 'LEDGER RECORDS ADDED' TO WS-CTL-NAME
009150         MOVE WS-ADDED-COUNT TO WS-CTL-COUNT
009160         PERFORM 8210-PRINT-CONTROL-LINE
009170             THRU 8210-PRINT-CONTROL-LINE-EXIT
009180         MOVE 'LEDGER WRITES FAILED' TO WS-CTL-NAME
009190         MOVE WS-WRITE-FAIL-COUNT TO WS-CTL-COUNT
009200         PERFORM 8210-PRINT-CONTROL-LINE
009210             THRU 8210-PRINT-CONTROL-LINE-EXIT
009220         MOVE 'AUDIT RECORDS WRITTEN' TO WS-CTL-NAME
009230         MOVE WS-AUDITED-COUNT TO WS-CTL-COUNT
009240         PERFORM 8210-PRINT-CONTROL-LINE
009250             THRU 8210-PRINT-CONTROL-LINE-EXIT
009260     END-IF.
009270     MOVE SPACES TO PRINT-LINE.
009280     WRITE PRINT-LINE.
009290     MOVE SPACES TO PRINT-LINE.
009300     MOVE 'LEDGER YTD TOTAL (AS READ)' TO PRINT-LINE (1:26).
009310     MOVE WS-LEDGER-YTD-TOTAL TO WS-AMOUNT-DISPLAY.
009320     MOVE WS-AMOUNT-DISPLAY TO PRINT-LINE (29:10).
009330     WRITE PRINT-LINE.
009340     MOVE SPACES TO PRINT-LINE.
009350     MOVE 'JOURNAL YTD TOTAL' TO PRINT-LINE (1:17).
009360     MOVE WS-JOURNAL-YTD-TOTAL TO WS-AMOUNT-DISPLAY.
009370     MOVE WS-AMOUNT-DISPLAY TO PRINT-LINE (29:10).
009380     WRITE PRINT-LINE.
009390     MOVE SPACES TO PRINT-LINE.
009400     IF WS-LEDGER-YTD-TOTAL = WS-JOURNAL-YTD-TOTAL
009410         MOVE 'LEDGER AND JOURNAL TOTALS AGREE'
009420             TO PRINT-LINE (1:31)
009430     ELSE
009440         MOVE '*** LEDGER AND JOURNAL TOTALS DO NOT AGREE ***'
009450             TO PRINT-LINE (1:46)
009460     END-IF.
009470     WRITE PRINT-LINE.
009480 8200-PRINT-CONTROLS-EXIT.
009490     EXIT.
009500
009510 8210-PRINT-CONTROL-LINE.
009520     MOVE SPACES TO PRINT-LINE.
009530     MOVE WS-CTL-NAME TO PRINT-LINE (1:30).
009540     MOVE WS-CTL-COUNT TO PRINT-LINE (32:6).
009550     WRITE PRINT-LINE.
009560 8210-PRINT-CONTROL-LINE-EXIT.
009570     EXIT.
009580
009590******************************************************************
009600* 9000-GRADE-CONDITION works out the run's final condition code,
009610* keeping the highest grade: 4 when the ledger and the journal
009620* disagree, 8 for a journal below zero or a failed ledger write
009630* (the bad parameter and missing journal grades are raised as
009640* they are found).
009650******************************************************************
009660 9000-GRADE-CONDITION.
009670     IF WS-YTD-DIFF-COUNT > ZERO
009680         OR WS-POST-DIFF-COUNT > ZERO
009690         OR WS-NO-JOURNAL-COUNT > ZERO
009700         OR WS-NO-LEDGER-COUNT > ZERO
009710         MOVE 4 TO WS-CAND-COND
009720         PERFORM 9100-RAISE-COND-CODE
009730             THRU 9100-RAISE-COND-CODE-EXIT
009740     END-IF.
009750     IF WS-NEGATIVE-COUNT > ZERO
009760         OR WS-WRITE-FAIL-COUNT > ZERO
009770         MOVE 8 TO WS-CAND-COND
009780         PERFORM 9100-RAISE-COND-CODE
009790             THRU 9100-RAISE-COND-CODE-EXIT
009800     END-IF.
009810     DISPLAY 'CONDITION CODE .. : ' WS-COND-CODE.
009820 9000-GRADE-CONDITION-EXIT.
009830     EXIT.
009840
009850 9100-RAISE-COND-CODE.
009860     IF WS-CAND-COND > WS-COND-CODE
009870         MOVE WS-CAND-COND TO WS-COND-CODE
009880     END-IF.
009890 9100-RAISE-COND-CODE-EXIT.
009900     EXIT.
