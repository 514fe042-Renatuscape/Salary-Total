000010******************************************************************
000020* Program name:    SALARY-BUDRPT
000030* Original author: PJM
000040* Installation:    COBOL DEVELOPMENT CENTER
000050* Date-written:    10/15/26
000060*
000070* Maintenence Log
000080* Date      Author        Maintenance Requirement
000090* --------- ------------  ---------------------------------------
000100* 10/15/26 PJM           Created.  Department heads kept asking
000110*                        how their salary spend compared with
000120*                        budget, and the answer was being built
000130*                        by hand from SALARY-LEDGER totals.
000140*                        This report summarises LDG-YTD-SALARY
000150*                        by LDG-DEPT-CODE against the
000160*                        SALARY-BUDGET file kept by
000170*                        SALARY-BUDLD: for each budgeted
000180*                        department the name from SALARY-DEPTS,
000190*                        the budget to date (the phased months
000200*                        to date, or the annual budget spread
000210*                        evenly when not phased), the actual,
000220*                        the variance, the percentage of the
000230*                        budget to date used and the full-year
000240*                        projection at the current run rate.
000250*                        A department whose spend is over its
000260*                        budget to date by more than the
000270*                        tolerance is flagged OVER.  Spend with
000280*                        no budget, and budgets for departments
000290*                        with no active staff on SALARY-EMPMST,
000300*                        are listed on pages of their own, and
000310*                        a totals page closes the report.
000320*                        Run parameter 'pp ttt': pp the number
000330*                        of months of the financial year to
000340*                        date (01-12, default the run-date
000350*                        month) and ttt the tolerance percent
000360*                        (default 005).
000361* 10/15/26 PJM           Multi-company processing.  A company
000362*                        code after the tolerance ('pp ttt cc')
000363*                        restricts the report to that company's
000364*                        ledger and staff, and a budget for a
000365*                        department the company has neither
000366*                        spend nor staff in is left off; without
000367*                        one every company is consolidated.
000368*                        Ledger record is now 63 bytes and the
000369*                        employee master 77.
000370*
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.  SALARY-BUDRPT.
000410 AUTHOR. PJM.
000420 INSTALLATION. COBOL DEVELOPMENT CENTER.
000430 DATE-WRITTEN. 10/15/26.
000440 DATE-COMPILED. 00/00/00.
000450 SECURITY. NON-CONFIDENTIAL.
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. ICL-2972.
000500 OBJECT-COMPUTER. ICL-2972.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT SALARY-LEDGER ASSIGN TO SALLDG
000540           ORGANIZATION IS INDEXED
000550           ACCESS MODE IS SEQUENTIAL
000560           RECORD KEY IS LDG-EMPLOYEE-ID
000570           FILE STATUS IS WS-LEDGER-STATUS.
000580     SELECT SALARY-EMPMST ASSIGN TO SALEMP
000590           ORGANIZATION IS INDEXED
000600           ACCESS MODE IS SEQUENTIAL
000610           RECORD KEY IS EMP-EMPLOYEE-ID
000620           FILE STATUS IS WS-EMPMST-STATUS.
000630     SELECT SALARY-BUDGET ASSIGN TO SALBUD
000640           ORGANIZATION IS INDEXED
000650           ACCESS MODE IS DYNAMIC
000660           RECORD KEY IS BUD-DEPT-CODE
000670           FILE STATUS IS WS-BUDGET-STATUS.
000680     SELECT SALARY-DEPTS ASSIGN TO DEPTMST
000690           ORGANIZATION IS SEQUENTIAL
000700           ACCESS MODE IS SEQUENTIAL
000710           FILE STATUS IS WS-DEPTMST-STATUS.
000720     SELECT BUDGET-PRINT ASSIGN TO BUDRPT
000730           ORGANIZATION IS SEQUENTIAL
000740           ACCESS MODE IS SEQUENTIAL.
000750* Keyed work files, rebuilt every run, as in SALARY-TOTAL.
000760     SELECT SALARY-DEPT-WORK ASSIGN TO BRPDPTWK
000770           ORGANIZATION IS INDEXED
000780           ACCESS MODE IS DYNAMIC
000790           RECORD KEY IS DPW-DEPT-CODE
000800           FILE STATUS IS WS-DPW-STATUS.
000810     SELECT SALARY-DM-WORK ASSIGN TO BRPDMWK
000820           ORGANIZATION IS INDEXED
000830           ACCESS MODE IS RANDOM
000840           RECORD KEY IS DMW-DEPT-CODE
000850           FILE STATUS IS WS-DMW-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  SALARY-LEDGER
000900     RECORDING MODE IS F
000910     RECORD CONTAINS 63 CHARACTERS.
000920     COPY salldg.
000930
000940 FD  SALARY-EMPMST
000950     RECORDING MODE IS F
000960     RECORD CONTAINS 77 CHARACTERS.
000970     COPY salemp.
000980
000990 FD  SALARY-BUDGET
001000     RECORDING MODE IS F
001010     RECORD CONTAINS 121 CHARACTERS.
001020     COPY salbud.
001030
001040 FD  SALARY-DEPTS
001050     RECORDING MODE IS F
001060     RECORD CONTAINS 24 CHARACTERS.
001070 01  DEPT-MASTER-RECORD.
001080     03  DM-DEPT-CODE            PIC X(04).
001090     03  DM-DEPT-NAME            PIC X(20).
001100
001110 FD  BUDGET-PRINT
001120     RECORDING MODE IS F
001130     RECORD CONTAINS 80 CHARACTERS.
001140 01  PRINT-LINE                 PIC X(80).
001150
001160* One record per department seen on the ledger or the
001170* employee master: the year-to-date salary posted to it, the
001180* ledger records that made it up, and the active staff.
001190 FD  SALARY-DEPT-WORK
001200     RECORDING MODE IS F
001210     RECORD CONTAINS 27 CHARACTERS.
001220 01  DEPT-WORK-RECORD.
001230     03  DPW-DEPT-CODE           PIC X(04).
001240     03  DPW-ACTUAL              PIC 9(11).
001250     03  DPW-LEDGER-COUNT        PIC 9(06).
001260     03  DPW-STAFF               PIC 9(06).
001270
001280* The SALARY-DEPTS department master rekeyed for random reads.
001290 FD  SALARY-DM-WORK
001300     RECORDING MODE IS F
001310     RECORD CONTAINS 24 CHARACTERS.
001320 01  DM-WORK-RECORD.
001330     03  DMW-DEPT-CODE           PIC X(04).
001340     03  DMW-DEPT-NAME           PIC X(20).
001350
001360 WORKING-STORAGE SECTION.
001370 77  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001380     88  WS-EOF                          VALUE 'Y'.
001390 77  WS-LEDGER-STATUS        PIC X(02)   VALUE '00'.
001400     88  WS-LEDGER-FILE-OK               VALUE '00'.
001410 77  WS-EMPMST-STATUS        PIC X(02)   VALUE '00'.
001420     88  WS-EMPMST-FILE-OK               VALUE '00'.
001430 77  WS-BUDGET-STATUS        PIC X(02)   VALUE '00'.
001440     88  WS-BUDGET-FILE-OK               VALUE '00'.
001450 77  WS-DEPTMST-STATUS       PIC X(02)   VALUE '00'.
001460     88  WS-DEPTMST-FILE-OK              VALUE '00'.
001470 77  WS-DPW-STATUS           PIC X(02)   VALUE '00'.
001480 77  WS-DMW-STATUS           PIC X(02)   VALUE '00'.
001490 77  WS-DM-EOF-SWITCH        PIC X(01)   VALUE 'N'.
001500     88  WS-DM-EOF                       VALUE 'Y'.
001510 77  WS-DM-LOADED-SWITCH     PIC X(01)   VALUE 'N'.
001520     88  WS-DM-LOADED                    VALUE 'Y'.
001530 77  WS-DM-COUNT             PIC 9(06)   VALUE ZERO.
001540 77  WS-DMW-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001550     88  WS-DM-WORK-OPEN                 VALUE 'Y'.
001560 77  WS-BUD-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001570     88  WS-BUDGET-OPENED                VALUE 'Y'.
001580 77  WS-EMP-READ-SWITCH      PIC X(01)   VALUE 'N'.
001590     88  WS-EMPMST-READ                  VALUE 'Y'.
001600 77  WS-LDG-READ-SWITCH      PIC X(01)   VALUE 'N'.
001610     88  WS-LEDGER-READ                  VALUE 'Y'.
001620* Run parameter 'pp ttt cc': months of the year to date, the
001630* tolerance percent and the company (blank for all of them).
001640 77  WS-RUN-PARM             PIC X(80)   VALUE SPACES.
001650 77  WS-PERIOD-X             PIC X(02)   VALUE SPACES.
001660 77  WS-PERIOD-N REDEFINES WS-PERIOD-X
001670                             PIC 9(02).
001680 77  WS-TOL-X                PIC X(03)   VALUE SPACES.
001690 77  WS-TOL-N REDEFINES WS-TOL-X
001700                             PIC 9(03).
001710 77  WS-PERIOD               PIC 9(02)   VALUE ZERO.
001720 77  WS-TOLERANCE            PIC 9(03)   VALUE 5.
001721 77  WS-COMPANY-FILTER       PIC X(02)   VALUE SPACES.
001722     88  WS-ALL-COMPANIES                VALUE SPACES.
001723* A blank company code on the ledger or the master is the home
001724* company.
001725 77  WS-HOME-COMPANY         PIC X(02)   VALUE '01'.
001726 77  WS-REC-COMPANY          PIC X(02)   VALUE SPACES.
001730 01  WS-RUN-DATE-FIELDS.
001740     03  WS-RUN-DATE         PIC 9(06)   VALUE ZERO.
001750     03  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001760         05  WS-RUN-YY       PIC 9(02).
001770         05  WS-RUN-MM       PIC 9(02).
001780         05  WS-RUN-DD       PIC 9(02).
001790* One department's figures, worked out by 3100-DEPT-FIGURES.
001800 77  WS-MONTH-IDX            PIC 9(02)   VALUE ZERO.
001810 77  WS-PHASING-TOTAL        PIC 9(11)   VALUE ZERO.
001820 77  WS-BUD-TO-DATE          PIC 9(11)   VALUE ZERO.
001830 77  WS-DEPT-ACTUAL          PIC 9(11)   VALUE ZERO.
001840 77  WS-DEPT-STAFF           PIC 9(06)   VALUE ZERO.
001850 77  WS-DEPT-NAME            PIC X(20)   VALUE SPACES.
001860 77  WS-VARIANCE             PIC S9(11)  VALUE ZERO.
001870 77  WS-PCT-USED             PIC 9(05)   VALUE ZERO.
001880 77  WS-PROJECTION           PIC 9(11)   VALUE ZERO.
001890 77  WS-OVER-SWITCH          PIC X(01)   VALUE 'N'.
001900     88  WS-DEPT-OVER                    VALUE 'Y'.
001903 77  WS-DPW-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
001906     88  WS-DPW-FOUND                    VALUE 'Y'.
001910* Report totals.
001920 77  WS-BUDGETED-COUNT       PIC 9(06)   VALUE ZERO.
001930 77  WS-TOTAL-ANNUAL         PIC 9(11)   VALUE ZERO.
001940 77  WS-TOTAL-BUD-TO-DATE    PIC 9(11)   VALUE ZERO.
001950 77  WS-TOTAL-ACTUAL         PIC 9(11)   VALUE ZERO.
001960 77  WS-TOTAL-PROJECTION     PIC 9(11)   VALUE ZERO.
001970 77  WS-OVER-COUNT           PIC 9(06)   VALUE ZERO.
001980 77  WS-UNBUDGETED-COUNT     PIC 9(06)   VALUE ZERO.
001990 77  WS-UNBUDGETED-ACTUAL    PIC 9(11)   VALUE ZERO.
002000 77  WS-NO-STAFF-COUNT       PIC 9(06)   VALUE ZERO.
002010 77  WS-LEDGER-TOTAL         PIC 9(11)   VALUE ZERO.
002020 77  WS-WARNING-COUNT        PIC 9(04)   VALUE ZERO.
002030* Edited print fields.
002040 77  WS-AMOUNT-ED            PIC Z(08)9  VALUE ZERO.
002050 77  WS-VARIANCE-ED          PIC -(09)9  VALUE ZERO.
002060 77  WS-PCT-ED               PIC ZZZ9    VALUE ZERO.
002070 77  WS-COUNT-ED             PIC Z(05)9  VALUE ZERO.
002080 77  WS-FIG-NAME             PIC X(36)   VALUE SPACES.
002090 77  WS-FIG-AMOUNT           PIC S9(12)  VALUE ZERO.
002100 77  WS-FIG-DISPLAY          PIC -(12)9  VALUE ZERO.
002110* Condition code grades: 0 every department within tolerance,
002120* 4 warning (a department over tolerance, spend with no budget,
002130* a budget with no staff, a bad run parameter or no employee
002140* master), 8 the budget file or the ledger could not be read.
002150* 9100-RAISE-COND-CODE keeps the highest grade raised.
002160 77  WS-COND-CODE            PIC 9(04)   VALUE ZERO.
002170 77  WS-CAND-COND            PIC 9(04)   VALUE ZERO.
002180 77  WS-PAGE-NO              PIC 9(04)   VALUE ZERO.
002190 77  WS-LINE-COUNT           PIC 9(02)   VALUE ZERO.
002200 77  WS-LINES-PER-PAGE       PIC 9(02)   VALUE 15.
002210 77  WS-REPORT-TITLE         PIC X(31)   VALUE SPACES.
002220
002230 PROCEDURE DIVISION.
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002260     PERFORM 2000-TOTAL-LEDGER THRU 2000-TOTAL-LEDGER-EXIT.
002270     PERFORM 2100-COUNT-STAFF THRU 2100-COUNT-STAFF-EXIT.
002280     PERFORM 3000-PRINT-BUDGET-PAGE
002290         THRU 3000-PRINT-BUDGET-PAGE-EXIT.
002300     PERFORM 4000-PRINT-UNBUDGETED
002305         THRU 4000-PRINT-UNBUDGETED-EXIT.
002310     PERFORM 5000-PRINT-NO-STAFF THRU 5000-PRINT-NO-STAFF-EXIT.
002320     PERFORM 6000-PRINT-TOTALS THRU 6000-PRINT-TOTALS-EXIT.
002330     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
002340     MOVE WS-COND-CODE TO RETURN-CODE.
002350     STOP RUN.
002360
002370 1000-INITIALIZE.
002380     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
002390     ACCEPT WS-RUN-DATE FROM DATE.
002400     PERFORM 1050-PARSE-RUN-PARM THRU 1050-PARSE-RUN-PARM-EXIT.
002410     OPEN OUTPUT BUDGET-PRINT.
002420     OPEN OUTPUT SALARY-DEPT-WORK.
002430     CLOSE SALARY-DEPT-WORK.
002440     OPEN I-O SALARY-DEPT-WORK.
002450     PERFORM 1400-LOAD-DEPT-MASTER
002460         THRU 1400-LOAD-DEPT-MASTER-EXIT.
002470     OPEN INPUT SALARY-BUDGET.
002480     IF WS-BUDGET-FILE-OK
002490         SET WS-BUDGET-OPENED TO TRUE
002500     ELSE
002510         DISPLAY 'NO BUDGET FILE - ALL SPEND IS UNBUDGETED'
002520     END-IF.
002530 1000-INITIALIZE-EXIT.
002540     EXIT.
002550
002560******************************************************************
002570* 1050-PARSE-RUN-PARM picks up the months of the financial year
002580* to date, the tolerance percent and the company.  The period
002590* defaults to the run-date month and the tolerance to 5 percent;
002600* a value that is not numeric or out of range is reported and the
002610* default used, as SALARY-TREND does.
002620******************************************************************
002630 1050-PARSE-RUN-PARM.
002640     MOVE WS-RUN-PARM (1:2) TO WS-PERIOD-X.
002650     MOVE WS-RUN-PARM (4:3) TO WS-TOL-X.
002655     MOVE WS-RUN-PARM (8:2) TO WS-COMPANY-FILTER.
002660     MOVE WS-RUN-MM TO WS-PERIOD.
002670     IF WS-PERIOD-X IS NUMERIC
002680         IF WS-PERIOD-N > ZERO AND WS-PERIOD-N NOT > 12
002690             MOVE WS-PERIOD-N TO WS-PERIOD
002700         ELSE
002710             DISPLAY 'WARNING - PERIOD OUT OF RANGE, RUN-DATE '
002720                 'MONTH USED : ' WS-PERIOD-X
002730             ADD 1 TO WS-WARNING-COUNT
002740         END-IF
002750     ELSE
002760         IF WS-PERIOD-X NOT = SPACES
002770             DISPLAY 'WARNING - PERIOD NOT A TWO-DIGIT '
002780                 'NUMBER, RUN-DATE MONTH USED : ' WS-PERIOD-X
002790             ADD 1 TO WS-WARNING-COUNT
002800         END-IF
002810     END-IF.
002820     IF WS-TOL-X IS NUMERIC
002830         MOVE WS-TOL-N TO WS-TOLERANCE
002840     ELSE
002850         IF WS-TOL-X NOT = SPACES
002860             DISPLAY 'WARNING - TOLERANCE NOT A THREE-DIGIT '
002870                 'NUMBER, DEFAULT USED : ' WS-TOL-X
002880             ADD 1 TO WS-WARNING-COUNT
002890         END-IF
002900     END-IF.
002910 1050-PARSE-RUN-PARM-EXIT.
002920     EXIT.
002930
002940******************************************************************
002950* 1400-LOAD-DEPT-MASTER copies the SALARY-DEPTS department
002960* master onto the keyed SALARY-DM-WORK file, exactly as
002970* SALARY-TOTAL does, for the department names on the report.
002980******************************************************************
002990 1400-LOAD-DEPT-MASTER.
003000     OPEN INPUT SALARY-DEPTS.
003010     IF NOT WS-DEPTMST-FILE-OK
003020         DISPLAY 'NO DEPARTMENT MASTER FILE - '
003030             'NAMES NOT SHOWN'
003040         GO TO 1400-LOAD-DEPT-MASTER-EXIT
003050     END-IF.
003060     OPEN OUTPUT SALARY-DM-WORK.
003070     PERFORM 1410-LOAD-DEPT-ENTRY
003080         THRU 1410-LOAD-DEPT-ENTRY-EXIT
003090         UNTIL WS-DM-EOF.
003100     CLOSE SALARY-DEPTS.
003110     CLOSE SALARY-DM-WORK.
003120     OPEN INPUT SALARY-DM-WORK.
003130     SET WS-DM-WORK-OPEN TO TRUE.
003140     IF WS-DM-COUNT > ZERO
003150         SET WS-DM-LOADED TO TRUE
003160     ELSE
003170         DISPLAY 'DEPARTMENT MASTER EMPTY - '
003180             'NAMES NOT SHOWN'
003190     END-IF.
003200 1400-LOAD-DEPT-MASTER-EXIT.
003210     EXIT.
003220
003230 1410-LOAD-DEPT-ENTRY.
003240     READ SALARY-DEPTS
003250         AT END
003260             SET WS-DM-EOF TO TRUE
003270         NOT AT END
003280             MOVE DM-DEPT-CODE TO DMW-DEPT-CODE
003290             MOVE DM-DEPT-NAME TO DMW-DEPT-NAME
003300             WRITE DM-WORK-RECORD
003310                 INVALID KEY
003320                     DISPLAY 'WARNING - DUPLICATE DEPT ON '
003330                         'MASTER, FIRST KEPT : ' DM-DEPT-CODE
003340                 NOT INVALID KEY
003350                     ADD 1 TO WS-DM-COUNT
003360             END-WRITE
003370     END-READ.
003380 1410-LOAD-DEPT-ENTRY-EXIT.
003390     EXIT.
003400
003410******************************************************************
003420* 2000-TOTAL-LEDGER adds LDG-YTD-SALARY up by LDG-DEPT-CODE onto
003430* SALARY-DEPT-WORK, for the one company when one was asked for.
003440******************************************************************
003450 2000-TOTAL-LEDGER.
003460     OPEN INPUT SALARY-LEDGER.
003470     IF NOT WS-LEDGER-FILE-OK
003480         DISPLAY 'UNABLE TO OPEN SALARY-LEDGER - STATUS '
003490             WS-LEDGER-STATUS
003500         GO TO 2000-TOTAL-LEDGER-EXIT
003510     END-IF.
003520     SET WS-LEDGER-READ TO TRUE.
003530     MOVE 'N' TO WS-EOF-SWITCH.
003540     PERFORM 2010-READ-LEDGER THRU 2010-READ-LEDGER-EXIT
003550         UNTIL WS-EOF.
003560     CLOSE SALARY-LEDGER.
003570 2000-TOTAL-LEDGER-EXIT.
003580     EXIT.
003590
003600 2010-READ-LEDGER.
003610     READ SALARY-LEDGER
003620         AT END
003630             SET WS-EOF TO TRUE
003640             GO TO 2010-READ-LEDGER-EXIT
003650     END-READ.
003651     MOVE LDG-COMPANY-CODE TO WS-REC-COMPANY.
003652     IF WS-REC-COMPANY = SPACES
003653         MOVE WS-HOME-COMPANY TO WS-REC-COMPANY
003654     END-IF.
003655     IF NOT WS-ALL-COMPANIES
003656         AND WS-REC-COMPANY NOT = WS-COMPANY-FILTER
003657         GO TO 2010-READ-LEDGER-EXIT
003658     END-IF.
003660     ADD LDG-YTD-SALARY TO WS-LEDGER-TOTAL.
003670     MOVE LDG-DEPT-CODE TO DPW-DEPT-CODE.
003680     READ SALARY-DEPT-WORK
003690         INVALID KEY
003700             MOVE LDG-DEPT-CODE TO DPW-DEPT-CODE
003710             MOVE LDG-YTD-SALARY TO DPW-ACTUAL
003720             MOVE 1 TO DPW-LEDGER-COUNT
003730             MOVE ZERO TO DPW-STAFF
003740             WRITE DEPT-WORK-RECORD
003750             GO TO 2010-READ-LEDGER-EXIT
003760     END-READ.
003770     ADD LDG-YTD-SALARY TO DPW-ACTUAL.
003780     ADD 1 TO DPW-LEDGER-COUNT.
003790     REWRITE DEPT-WORK-RECORD.
003800 2010-READ-LEDGER-EXIT.
003810     EXIT.
003820
003830******************************************************************
003840* 2100-COUNT-STAFF counts the active employees on SALARY-EMPMST
003850* by EMP-DEPT-CODE.  Without the master the ledger records in
003860* each department stand in for the staff, and the run warns.
003870******************************************************************
003880 2100-COUNT-STAFF.
003890     OPEN INPUT SALARY-EMPMST.
003900     IF NOT WS-EMPMST-FILE-OK
003910         DISPLAY 'NO EMPLOYEE MASTER FILE - LEDGER RECORDS '
003920             'TAKEN AS STAFF'
003930         ADD 1 TO WS-WARNING-COUNT
003940         GO TO 2100-COUNT-STAFF-EXIT
003950     END-IF.
003960     SET WS-EMPMST-READ TO TRUE.
003970     MOVE 'N' TO WS-EOF-SWITCH.
003980     PERFORM 2110-READ-EMPLOYEE THRU 2110-READ-EMPLOYEE-EXIT
003990         UNTIL WS-EOF.
004000     CLOSE SALARY-EMPMST.
004010 2100-COUNT-STAFF-EXIT.
004020     EXIT.
004030
004040 2110-READ-EMPLOYEE.
004050     READ SALARY-EMPMST
004060         AT END
004070             SET WS-EOF TO TRUE
004080             GO TO 2110-READ-EMPLOYEE-EXIT
004090     END-READ.
004100     IF NOT EMP-ACTIVE
004110         GO TO 2110-READ-EMPLOYEE-EXIT
004120     END-IF.
004121     MOVE EMP-COMPANY-CODE TO WS-REC-COMPANY.
004122     IF WS-REC-COMPANY = SPACES
004123         MOVE WS-HOME-COMPANY TO WS-REC-COMPANY
004124     END-IF.
004125     IF NOT WS-ALL-COMPANIES
004126         AND WS-REC-COMPANY NOT = WS-COMPANY-FILTER
004127         GO TO 2110-READ-EMPLOYEE-EXIT
004128     END-IF.
004130     MOVE EMP-DEPT-CODE TO DPW-DEPT-CODE.
004140     READ SALARY-DEPT-WORK
004150         INVALID KEY
004160             MOVE EMP-DEPT-CODE TO DPW-DEPT-CODE
004170             MOVE ZERO TO DPW-ACTUAL
004180             MOVE ZERO TO DPW-LEDGER-COUNT
004190             MOVE 1 TO DPW-STAFF
004200             WRITE DEPT-WORK-RECORD
004210             GO TO 2110-READ-EMPLOYEE-EXIT
004220     END-READ.
004230     ADD 1 TO DPW-STAFF.
004240     REWRITE DEPT-WORK-RECORD.
004250 2110-READ-EMPLOYEE-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290* 3000-PRINT-BUDGET-PAGE reads SALARY-BUDGET in DEPT-CODE order
004300* and prints one line per budgeted department.
004310******************************************************************
004320 3000-PRINT-BUDGET-PAGE.
004330     MOVE 'BUDGET V ACTUAL BY DEPARTMENT' TO WS-REPORT-TITLE.
004340     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
004350     IF NOT WS-BUDGET-OPENED
004360         GO TO 3000-PRINT-BUDGET-PAGE-EXIT
004370     END-IF.
004380     MOVE 'N' TO WS-EOF-SWITCH.
004390     MOVE LOW-VALUES TO BUD-DEPT-CODE.
004400     START SALARY-BUDGET KEY NOT < BUD-DEPT-CODE
004410         INVALID KEY
004420             SET WS-EOF TO TRUE
004430     END-START.
004440     PERFORM 3010-PRINT-BUDGET-LINE
004450         THRU 3010-PRINT-BUDGET-LINE-EXIT
004460         UNTIL WS-EOF.
004470 3000-PRINT-BUDGET-PAGE-EXIT.
004480     EXIT.
004490
004500 3010-PRINT-BUDGET-LINE.
004510     READ SALARY-BUDGET NEXT RECORD
004520         AT END
004530             SET WS-EOF TO TRUE
004540             GO TO 3010-PRINT-BUDGET-LINE-EXIT
004550     END-READ.
004560     PERFORM 3100-DEPT-FIGURES THRU 3100-DEPT-FIGURES-EXIT.
004562     IF NOT WS-ALL-COMPANIES AND NOT WS-DPW-FOUND
004564         GO TO 3010-PRINT-BUDGET-LINE-EXIT
004566     END-IF.
004570     ADD 1 TO WS-BUDGETED-COUNT.
004580     ADD BUD-ANNUAL TO WS-TOTAL-ANNUAL.
004590     ADD WS-BUD-TO-DATE TO WS-TOTAL-BUD-TO-DATE.
004600     ADD WS-DEPT-ACTUAL TO WS-TOTAL-ACTUAL.
004610     ADD WS-PROJECTION TO WS-TOTAL-PROJECTION.
004620     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004630         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
004640     END-IF.
004650     MOVE SPACES TO PRINT-LINE.
004660     MOVE BUD-DEPT-CODE TO PRINT-LINE (1:4).
004670     MOVE BUD-DEPT-CODE TO DMW-DEPT-CODE.
004680     PERFORM 3200-GET-DEPT-NAME THRU 3200-GET-DEPT-NAME-EXIT.
004690     MOVE WS-DEPT-NAME TO PRINT-LINE (6:20).
004700     MOVE WS-BUD-TO-DATE TO WS-AMOUNT-ED.
004710     MOVE WS-AMOUNT-ED TO PRINT-LINE (27:9).
004720     MOVE WS-DEPT-ACTUAL TO WS-AMOUNT-ED.
004730     MOVE WS-AMOUNT-ED TO PRINT-LINE (37:9).
004740     MOVE WS-VARIANCE TO WS-VARIANCE-ED.
004750     MOVE WS-VARIANCE-ED TO PRINT-LINE (47:10).
004760     IF WS-BUD-TO-DATE > ZERO
004770         MOVE WS-PCT-USED TO WS-PCT-ED
004780         MOVE WS-PCT-ED TO PRINT-LINE (58:4)
004790     ELSE
004800         MOVE ' N/A' TO PRINT-LINE (58:4)
004810     END-IF.
004820     MOVE WS-PROJECTION TO WS-AMOUNT-ED.
004830     MOVE WS-AMOUNT-ED TO PRINT-LINE (63:9).
004840     IF WS-DEPT-OVER
004850         ADD 1 TO WS-OVER-COUNT
004860         MOVE '*OVER*' TO PRINT-LINE (73:6)
004870     END-IF.
004880     WRITE PRINT-LINE.
004890     ADD 1 TO WS-LINE-COUNT.
004900 3010-PRINT-BUDGET-LINE-EXIT.
004910     EXIT.
004920
004930******************************************************************
004940* 3100-DEPT-FIGURES works out the figures for the budget record
004950* in BUDGET-RECORD: the budget to date (the phased months up to
004960* the period, or the annual budget spread evenly when it is not
004970* phased), the department's actual and staff from
004980* SALARY-DEPT-WORK, the variance (budget less actual, negative
004990* when overspent), the percentage of the budget to date used,
005000* the full-year projection at the current run rate, and
005010* whether the spend is over the budget to date by more than
005020* the tolerance.
005030******************************************************************
005040 3100-DEPT-FIGURES.
005050     MOVE ZERO TO WS-PHASING-TOTAL.
005060     PERFORM 3110-ADD-MONTH THRU 3110-ADD-MONTH-EXIT
005070         VARYING WS-MONTH-IDX FROM 1 BY 1
005080         UNTIL WS-MONTH-IDX > 12.
005090     IF WS-PHASING-TOTAL = ZERO
005100         COMPUTE WS-BUD-TO-DATE ROUNDED =
005110             BUD-ANNUAL * WS-PERIOD / 12
005120     ELSE
005130         MOVE ZERO TO WS-BUD-TO-DATE
005140         PERFORM 3120-ADD-MONTH-TO-DATE
005150             THRU 3120-ADD-MONTH-TO-DATE-EXIT
005160             VARYING WS-MONTH-IDX FROM 1 BY 1
005170             UNTIL WS-MONTH-IDX > WS-PERIOD
005180     END-IF.
005190     MOVE BUD-DEPT-CODE TO DPW-DEPT-CODE.
005200     READ SALARY-DEPT-WORK
005210         INVALID KEY
005215             MOVE 'N' TO WS-DPW-FOUND-SWITCH
005220             MOVE ZERO TO DPW-ACTUAL
005230             MOVE ZERO TO DPW-LEDGER-COUNT
005240             MOVE ZERO TO DPW-STAFF
005243         NOT INVALID KEY
005246             SET WS-DPW-FOUND TO TRUE
005250     END-READ.
005260     MOVE DPW-ACTUAL TO WS-DEPT-ACTUAL.
005270     PERFORM 3130-DEPT-STAFF THRU 3130-DEPT-STAFF-EXIT.
005280     COMPUTE WS-VARIANCE = WS-BUD-TO-DATE - WS-DEPT-ACTUAL.
005290     MOVE ZERO TO WS-PCT-USED.
005300     IF WS-BUD-TO-DATE > ZERO
005310         COMPUTE WS-PCT-USED ROUNDED =
005320             WS-DEPT-ACTUAL * 100 / WS-BUD-TO-DATE
005330             ON SIZE ERROR
005340                 MOVE 9999 TO WS-PCT-USED
005350         END-COMPUTE
005360     END-IF.
005370     COMPUTE WS-PROJECTION ROUNDED =
005380         WS-DEPT-ACTUAL * 12 / WS-PERIOD.
005390     MOVE 'N' TO WS-OVER-SWITCH.
005400     IF WS-DEPT-ACTUAL * 100 >
005410         WS-BUD-TO-DATE * (100 + WS-TOLERANCE)
005420         SET WS-DEPT-OVER TO TRUE
005430     END-IF.
005440 3100-DEPT-FIGURES-EXIT.
005450     EXIT.
005460
005470 3110-ADD-MONTH.
005480     ADD BUD-MONTH (WS-MONTH-IDX) TO WS-PHASING-TOTAL.
005490 3110-ADD-MONTH-EXIT.
005500     EXIT.
005510
005520 3120-ADD-MONTH-TO-DATE.
005530     ADD BUD-MONTH (WS-MONTH-IDX) TO WS-BUD-TO-DATE.
005540 3120-ADD-MONTH-TO-DATE-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580* 3130-DEPT-STAFF takes the department's staff from the record
005590* in DEPT-WORK-RECORD: the active employees on the master, or
005600* its ledger records when the master could not be read.
005610******************************************************************
005620 3130-DEPT-STAFF.
005630     IF WS-EMPMST-READ
005640         MOVE DPW-STAFF TO WS-DEPT-STAFF
005650     ELSE
005660         MOVE DPW-LEDGER-COUNT TO WS-DEPT-STAFF
005670     END-IF.
005680 3130-DEPT-STAFF-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720* 3200-GET-DEPT-NAME looks DMW-DEPT-CODE up on SALARY-DM-WORK
005730* for the report; blank when no master was loaded.
005740******************************************************************
005750 3200-GET-DEPT-NAME.
005760     MOVE SPACES TO WS-DEPT-NAME.
005770     IF NOT WS-DM-LOADED
005780         GO TO 3200-GET-DEPT-NAME-EXIT
005790     END-IF.
005800     READ SALARY-DM-WORK
005810         INVALID KEY
005820             MOVE '*NOT ON MASTER*' TO WS-DEPT-NAME
005830         NOT INVALID KEY
005840             MOVE DMW-DEPT-NAME TO WS-DEPT-NAME
005850     END-READ.
005860 3200-GET-DEPT-NAME-EXIT.
005870     EXIT.
005880
005890******************************************************************
005900* 4000-PRINT-UNBUDGETED lists the departments with spend on the
005910* ledger and no budget on SALARY-BUDGET.
005920******************************************************************
005930 4000-PRINT-UNBUDGETED.
005940     MOVE 'SPEND WITH NO BUDGET' TO WS-REPORT-TITLE.
005950     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
005960     MOVE 'N' TO WS-EOF-SWITCH.
005970     MOVE LOW-VALUES TO DPW-DEPT-CODE.
005980     START SALARY-DEPT-WORK KEY NOT < DPW-DEPT-CODE
005990         INVALID KEY
006000             SET WS-EOF TO TRUE
006010     END-START.
006020     PERFORM 4010-CHECK-DEPT-BUDGET
006030         THRU 4010-CHECK-DEPT-BUDGET-EXIT
006040         UNTIL WS-EOF.
006050     IF WS-UNBUDGETED-COUNT = ZERO
006060         MOVE SPACES TO PRINT-LINE
006070         MOVE 'NONE - ALL SPEND IS BUDGETED' TO PRINT-LINE (1:28)
006080         WRITE PRINT-LINE
006090         ADD 1 TO WS-LINE-COUNT
006100     END-IF.
006110 4000-PRINT-UNBUDGETED-EXIT.
006120     EXIT.
006130
006140 4010-CHECK-DEPT-BUDGET.
006150     READ SALARY-DEPT-WORK NEXT RECORD
006160         AT END
006170             SET WS-EOF TO TRUE
006180             GO TO 4010-CHECK-DEPT-BUDGET-EXIT
006190     END-READ.
006200     IF DPW-ACTUAL = ZERO
006210         GO TO 4010-CHECK-DEPT-BUDGET-EXIT
006220     END-IF.
006230     IF WS-BUDGET-OPENED
006240         MOVE DPW-DEPT-CODE TO BUD-DEPT-CODE
006250         READ SALARY-BUDGET
006260             INVALID KEY
006270                 CONTINUE
006280             NOT INVALID KEY
006290                 GO TO 4010-CHECK-DEPT-BUDGET-EXIT
006300         END-READ
006310     END-IF.
006320     ADD 1 TO WS-UNBUDGETED-COUNT.
006330     ADD DPW-ACTUAL TO WS-UNBUDGETED-ACTUAL.
006340     PERFORM 3130-DEPT-STAFF THRU 3130-DEPT-STAFF-EXIT.
006350     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006360         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
006370     END-IF.
006380     MOVE SPACES TO PRINT-LINE.
006390     MOVE DPW-DEPT-CODE TO PRINT-LINE (1:4).
006400     MOVE DPW-DEPT-CODE TO DMW-DEPT-CODE.
006410     PERFORM 3200-GET-DEPT-NAME THRU 3200-GET-DEPT-NAME-EXIT.
006420     MOVE WS-DEPT-NAME TO PRINT-LINE (6:20).
006430     MOVE DPW-ACTUAL TO WS-AMOUNT-ED.
006440     MOVE WS-AMOUNT-ED TO PRINT-LINE (37:9).
006450     MOVE WS-DEPT-STAFF TO WS-COUNT-ED.
006460     MOVE WS-COUNT-ED TO PRINT-LINE (51:6).
006470     WRITE PRINT-LINE.
006480     ADD 1 TO WS-LINE-COUNT.
006490 4010-CHECK-DEPT-BUDGET-EXIT.
006500     EXIT.
006510
006520******************************************************************
006530* 5000-PRINT-NO-STAFF lists the budgeted departments with no
006540* active staff: a budget for a department that has been wound
006550* down, or not yet staffed.
006560******************************************************************
006570 5000-PRINT-NO-STAFF.
006580     MOVE 'BUDGET WITH NO STAFF' TO WS-REPORT-TITLE.
006590     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
006600     IF NOT WS-BUDGET-OPENED
006610         GO TO 5000-PRINT-NO-STAFF-EXIT
006620     END-IF.
006630     MOVE 'N' TO WS-EOF-SWITCH.
006640     MOVE LOW-VALUES TO BUD-DEPT-CODE.
006650     START SALARY-BUDGET KEY NOT < BUD-DEPT-CODE
006660         INVALID KEY
006670             SET WS-EOF TO TRUE
006680     END-START.
006690     PERFORM 5010-CHECK-BUDGET-STAFF
006700         THRU 5010-CHECK-BUDGET-STAFF-EXIT
006710         UNTIL WS-EOF.
006720     IF WS-NO-STAFF-COUNT = ZERO
006730         MOVE SPACES TO PRINT-LINE
006740         MOVE 'NONE - EVERY BUDGET HAS STAFF' TO PRINT-LINE (1:29)
006750         WRITE PRINT-LINE
006760         ADD 1 TO WS-LINE-COUNT
006770     END-IF.
006780 5000-PRINT-NO-STAFF-EXIT.
006790     EXIT.
006800
006810 5010-CHECK-BUDGET-STAFF.
006820     READ SALARY-BUDGET NEXT RECORD
006830         AT END
006840             SET WS-EOF TO TRUE
006850             GO TO 5010-CHECK-BUDGET-STAFF-EXIT
006860     END-READ.
006870     PERFORM 3100-DEPT-FIGURES THRU 3100-DEPT-FIGURES-EXIT.
006872     IF NOT WS-ALL-COMPANIES AND NOT WS-DPW-FOUND
006874         GO TO 5010-CHECK-BUDGET-STAFF-EXIT
006876     END-IF.
006880     IF WS-DEPT-STAFF > ZERO
006890         GO TO 5010-CHECK-BUDGET-STAFF-EXIT
006900     END-IF.
006910     ADD 1 TO WS-NO-STAFF-COUNT.
006920     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006930         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
006940     END-IF.
006950     MOVE SPACES TO PRINT-LINE.
006960     MOVE BUD-DEPT-CODE TO PRINT-LINE (1:4).
006970     MOVE BUD-DEPT-CODE TO DMW-DEPT-CODE.
006980     PERFORM 3200-GET-DEPT-NAME THRU 3200-GET-DEPT-NAME-EXIT.
006990     MOVE WS-DEPT-NAME TO PRINT-LINE (6:20).
007000     MOVE BUD-ANNUAL TO WS-AMOUNT-ED.
007010     MOVE WS-AMOUNT-ED TO PRINT-LINE (27:9).
007020     MOVE WS-DEPT-ACTUAL TO WS-AMOUNT-ED.
007030     MOVE WS-AMOUNT-ED TO PRINT-LINE (37:9).
007040     WRITE PRINT-LINE.
007050     ADD 1 TO WS-LINE-COUNT.
007060 5010-CHECK-BUDGET-STAFF-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100* 6000-PRINT-TOTALS closes the report with the company figures.
007110* The budgeted actual and the unbudgeted spend together make
007120* up the ledger total.
007130******************************************************************
007140 6000-PRINT-TOTALS.
007150     MOVE 'BUDGET V ACTUAL TOTALS' TO WS-REPORT-TITLE.
007160     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
007170     MOVE 'MONTHS OF THE YEAR TO DATE' TO WS-FIG-NAME.
007180     MOVE WS-PERIOD TO WS-FIG-AMOUNT.
007190     PERFORM 6100-PRINT-FIGURE THRU 6100-PRINT-FIGURE-EXIT.
007200     MOVE 'TOLERANCE PERCENT' TO WS-FIG-NAME.
007210     MOVE WS-TOLERANCE TO WS-FIG-AMOUNT.
007220     PERFORM 6100-PRINT-FIGURE THRU 6100-PRINT-FIGURE-EXIT.
007230     MOVE 'DEPARTMENTS BUDGETED' TO WS-FIG-NAME.
007240     MOVE WS-BUDGETED-COUNT TO WS-FIG-AMOUNT.
007250     PERFORM 6100-PRINT-FIGURE THRU 6100-PRINT-FIGURE-EXIT.
007260     MOVE 'ANNUAL BUDGET' TO WS-FIG-NAME.
007270     MOVE WS-TOTAL-ANNUAL TO WS-FIG-AMOUNT.
007280     PERFORM 6100-PRINT-FIGURE THRU 6100-PRINT-FIGURE-EXIT.
007290     MOVE 'BUDGET TO DATE' TO WS-FIG-NAME.
007300     MOVE WS-TOTAL-BUD-TO-DATE TO WS-FIG-AMOUNT.
007310     PERFORM 6100-PRINT-FIGURE THRU 6100-PRINT-FIGURE-EXIT.
007320     MOVE 'ACTUAL AGAINST BUDGET' TO WS-FIG-NAME.
007330     MOVE WS-TOTAL-ACTUAL TO WS-FIG-AMOUNT.
007340     PERFORM 6100-PRINT-FIGURE THRU 6100-PRINT-FIGURE-EXIT.
007350     MOVE 'VARIANCE (UNDER + / OVER -)' TO WS-FIG-NAME.
007360     COMPUTE WS-FIG-AMOUNT =
007370         WS-TOTAL-BUD-TO-DATE - WS-TOTAL-ACTUAL.
007380     PERFORM 6100-PRINT-FIGURE THRU 6100-PRINT-FIGURE-EXIT.
007390     MOVE 'PERCENT OF BUDGET TO DATE USED' TO WS-FIG-NAME.
007400     MOVE ZERO TO WS-FIG-AMOUNT.
007410     IF WS-TOTAL-BUD-TO-DATE > ZERO
007420         COMPUTE WS-FIG-AMOUNT ROUNDED =
007430             WS-TOTAL-ACTUAL * 100 / WS-TOTAL-BUD-TO-DATE
007440     END-IF.
007450     PERFORM 6100-PRINT-FIGURE THRU 6100-PRINT-FIGURE-EXIT.
007460     MOVE 'FULL-YEAR PROJECTION' TO WS-FIG-NAME.
007470     MOVE WS-TOTAL-PROJECTION TO WS-FIG-AMOUNT.
007480     PERFORM 6100-PRINT-FIGURE THRU 6100-PRINT-FIGURE-EXIT.
007490     MOVE 'DEPARTMENTS OVER TOLERANCE' TO WS-FIG-NAME.
007500     MOVE WS-OVER-COUNT TO WS-FIG-AMOUNT.
007510     PERFORM 6100-PRINT-FIGURE THRU 6100-PRINT-FIGURE-EXIT.
007520     MOVE 'DEPARTMENTS WITH SPEND, NO BUDGET' TO WS-FIG-NAME.
007530     MOVE WS-UNBUDGETED-COUNT TO WS-FIG-AMOUNT.
007540     PERFORM 6100-PRINT-FIGURE THRU 6100-PRINT-FIGURE-EXIT.
007550     MOVE 'SPEND WITH NO BUDGET' TO WS-FIG-NAME.
007560     MOVE WS-UNBUDGETED-ACTUAL TO WS-FIG-AMOUNT.
007570     PERFORM 6100-PRINT-FIGURE THRU 6100-PRINT-FIGURE-EXIT.
007580     MOVE 'BUDGETS WITH NO STAFF' TO WS-FIG-NAME.
007590     MOVE WS-NO-STAFF-COUNT TO WS-FIG-AMOUNT.
007600     PERFORM 6100-PRINT-FIGURE THRU 6100-PRINT-FIGURE-EXIT.
007610     MOVE 'SALARY-LEDGER YTD TOTAL' TO WS-FIG-NAME.
007620     MOVE WS-LEDGER-TOTAL TO WS-FIG-AMOUNT.
007630     PERFORM 6100-PRINT-FIGURE THRU 6100-PRINT-FIGURE-EXIT.
007640 6000-PRINT-TOTALS-EXIT.
007650     EXIT.
007660
007670 6100-PRINT-FIGURE.
007680     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007690         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
007700     END-IF.
007710     MOVE SPACES TO PRINT-LINE.
007720     MOVE WS-FIG-NAME TO PRINT-LINE (1:36).
007730     MOVE WS-FIG-AMOUNT TO WS-FIG-DISPLAY.
007740     MOVE WS-FIG-DISPLAY TO PRINT-LINE (38:13).
007750     WRITE PRINT-LINE.
007760     ADD 1 TO WS-LINE-COUNT.
007770 6100-PRINT-FIGURE-EXIT.
007780     EXIT.
007790
007800 8000-TERMINATE.
007810     PERFORM 9000-GRADE-CONDITION
007820         THRU 9000-GRADE-CONDITION-EXIT.
007830     IF WS-BUDGET-OPENED
007840         CLOSE SALARY-BUDGET
007850     END-IF.
007860     IF WS-DM-WORK-OPEN
007870         CLOSE SALARY-DM-WORK
007880     END-IF.
007890     CLOSE SALARY-DEPT-WORK.
007900     CLOSE BUDGET-PRINT.
007910     DISPLAY 'SALARY-BUDRPT RUN COMPLETE'.
007911     IF WS-ALL-COMPANIES
007912         DISPLAY 'COMPANY ......... : ALL'
007913     ELSE
007914         DISPLAY 'COMPANY ......... : ' WS-COMPANY-FILTER
007915     END-IF.
007920     DISPLAY 'DEPTS BUDGETED .. : ' WS-BUDGETED-COUNT.
007930     DISPLAY 'DEPTS OVER ...... : ' WS-OVER-COUNT.
007940     DISPLAY 'SPEND NO BUDGET . : ' WS-UNBUDGETED-COUNT.
007950     DISPLAY 'BUDGET NO STAFF . : ' WS-NO-STAFF-COUNT.
007960     DISPLAY 'CONDITION CODE .. : ' WS-COND-CODE.
007970 8000-TERMINATE-EXIT.
007980     EXIT.
007990
008000******************************************************************
008010* 8050-PRINT-HEADING starts a new page on BUDGET-PRINT: a report
008020* title line (carrying the run date and page number) followed
008030* by a column heading line appropriate to WS-REPORT-TITLE, as
008040* on the SALARY-TOTAL report.
008050******************************************************************
008060 8050-PRINT-HEADING.
008070     ADD 1 TO WS-PAGE-NO.
008080     MOVE SPACES TO PRINT-LINE.
008090     MOVE WS-REPORT-TITLE TO PRINT-LINE (1:31).
008092     IF NOT WS-ALL-COMPANIES
008094         MOVE 'CO' TO PRINT-LINE (33:2)
008096         MOVE WS-COMPANY-FILTER TO PRINT-LINE (36:2)
008098     END-IF.
008100     MOVE 'RUN DATE' TO PRINT-LINE (40:8).
008110     MOVE WS-RUN-DATE TO PRINT-LINE (49:6).
008120     MOVE 'PAGE' TO PRINT-LINE (60:4).
008130     MOVE WS-PAGE-NO TO PRINT-LINE (65:4).
008140     WRITE PRINT-LINE.
008150     MOVE SPACES TO PRINT-LINE.
008160     EVALUATE WS-REPORT-TITLE
008170         WHEN 'BUDGET V ACTUAL BY DEPARTMENT'
008180             MOVE 'CODE DEPARTMENT NAME      BUD-TO-DT'
008190                 TO PRINT-LINE (1:35)
008200             MOVE '   ACTUAL   VARIANCE %USD FULL-YEAR FLAG'
008210                 TO PRINT-LINE (37:40)
008220         WHEN 'SPEND WITH NO BUDGET'
008230             MOVE 'CODE DEPARTMENT NAME' TO PRINT-LINE (1:20)
008240             MOVE '   ACTUAL      STAFF' TO PRINT-LINE (37:20)
008250         WHEN 'BUDGET WITH NO STAFF'
008260             MOVE 'CODE DEPARTMENT NAME         ANNUAL'
008270                 TO PRINT-LINE (1:35)
008280             MOVE '   ACTUAL' TO PRINT-LINE (37:9)
008290         WHEN OTHER
008300             MOVE 'FIGURE' TO PRINT-LINE (1:6)
008310             MOVE 'AMOUNT' TO PRINT-LINE (45:6)
008320     END-EVALUATE.
008330     WRITE PRINT-LINE.
008340     MOVE ZERO TO WS-LINE-COUNT.
008350 8050-PRINT-HEADING-EXIT.
008360     EXIT.
008370
008380******************************************************************
008390* 9000-GRADE-CONDITION works out the run's final condition code
008400* from everything the run saw, keeping the highest grade: 4 for
008410* warnings, 8 when the budget file or the ledger was not read.
008420******************************************************************
008430 9000-GRADE-CONDITION.
008440     IF WS-WARNING-COUNT > ZERO
008450         OR WS-OVER-COUNT > ZERO
008460         OR WS-UNBUDGETED-COUNT > ZERO
008470         OR WS-NO-STAFF-COUNT > ZERO
008480         MOVE 4 TO WS-CAND-COND
008490         PERFORM 9100-RAISE-COND-CODE
008500             THRU 9100-RAISE-COND-CODE-EXIT
008510     END-IF.
008520     IF NOT WS-BUDGET-OPENED OR NOT WS-LEDGER-READ
008530         MOVE 8 TO WS-CAND-COND
008540         PERFORM 9100-RAISE-COND-CODE
008550             THRU 9100-RAISE-COND-CODE-EXIT
008560     END-IF.
008570 9000-GRADE-CONDITION-EXIT.
008580     EXIT.
008590
008600 9100-RAISE-COND-CODE.
008610     IF WS-CAND-COND > WS-COND-CODE
008620         MOVE WS-CAND-COND TO WS-COND-CODE
008630     END-IF.
008640 9100-RAISE-COND-CODE-EXIT.
008650     EXIT.
