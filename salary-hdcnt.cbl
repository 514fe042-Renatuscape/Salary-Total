000010******************************************************************
000020* Program name:    SALARY-HDCNT
000030* Original author: PJM
000040* Installation:    COBOL DEVELOPMENT CENTER
000050* Date-written:    10/15/26
000060*
000070* Maintenence Log
000080* Date      Author        Maintenance Requirement
000090* --------- ------------  ---------------------------------------
000100* 10/15/26 PJM           Created.  HR's monthly headcount never
000110*                        matched payroll's because nothing in
000120*                        the suite reported on SALARY-EMPMST.
000130*                        For the period given as the run
000140*                        parameter this report prints, per
000150*                        EMP-DEPT-CODE, the opening headcount
000160*                        (started before the period and not
000170*                        left before it), the joiners
000180*                        (EMP-START-DATE in the period), the
000190*                        leavers (EMP-LEAVE-DATE in the
000200*                        period), the closing headcount and
000210*                        the average year-to-date salary cost
000220*                        per head (the department's
000230*                        LDG-YTD-SALARY on SALARY-LEDGER over
000240*                        its closing headcount).  An anomalies
000250*                        page lists active employees with no
000260*                        ledger postings this year, leavers
000270*                        paid after their leave date (from the
000280*                        SALARY-JOURNAL posting journal since
000290*                        the last year-end close), leavers with
000300*                        no leave date, and ledger employees
000310*                        missing from the master.  Company
000320*                        totals close the report, with opening
000330*                        plus joiners less leavers proved
000340*                        against closing, so HR and payroll
000350*                        sign off the same number.
000360*                        Run parameter 'yymmdd yymmdd': the
000370*                        first and last days of the period
000380*                        (default the run-date month to date).
000381* 10/15/26 PJM           Multi-company processing.  A company
000382*                        code after the period ('yymmdd yymmdd
000383*                        cc') restricts the report to that
000384*                        company's employees, ledger and
000385*                        postings; without one every company is
000386*                        consolidated.  Each company closes its
000387*                        own year, so the leaver-posting check
000388*                        starts every company's postings after
000389*                        that company's own last year-end entry.
000390*                        Employee master record is now 77
000391*                        bytes, ledger 63 and journal 84.
000392*
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.  SALARY-HDCNT.
000430 AUTHOR. PJM.
000440 INSTALLATION. COBOL DEVELOPMENT CENTER.
000450 DATE-WRITTEN. 10/15/26.
000460 DATE-COMPILED. 00/00/00.
000470 SECURITY. NON-CONFIDENTIAL.
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. ICL-2972.
000520 OBJECT-COMPUTER. ICL-2972.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT SALARY-EMPMST ASSIGN TO SALEMP
000560           ORGANIZATION IS INDEXED
000570           ACCESS MODE IS DYNAMIC
000580           RECORD KEY IS EMP-EMPLOYEE-ID
000590           FILE STATUS IS WS-EMPMST-STATUS.
000600     SELECT SALARY-LEDGER ASSIGN TO SALLDG
000610           ORGANIZATION IS INDEXED
000620           ACCESS MODE IS DYNAMIC
000630           RECORD KEY IS LDG-EMPLOYEE-ID
000640           FILE STATUS IS WS-LEDGER-STATUS.
000650     SELECT SALARY-JOURNAL ASSIGN TO SALJRNL
000660           ORGANIZATION IS SEQUENTIAL
000670           ACCESS MODE IS SEQUENTIAL
000680           FILE STATUS IS WS-JOURNAL-STATUS.
000690     SELECT SALARY-DEPTS ASSIGN TO DEPTMST
000700           ORGANIZATION IS SEQUENTIAL
000710           ACCESS MODE IS SEQUENTIAL
000720           FILE STATUS IS WS-DEPTMST-STATUS.
000730     SELECT HDCNT-PRINT ASSIGN TO HDCRPT
000740           ORGANIZATION IS SEQUENTIAL
000750           ACCESS MODE IS SEQUENTIAL.
000760* Keyed and sequential work files, rebuilt every run, as in
000770* SALARY-TOTAL.
000780     SELECT SALARY-HC-WORK ASSIGN TO HDCDPTWK
000790           ORGANIZATION IS INDEXED
000800           ACCESS MODE IS DYNAMIC
000810           RECORD KEY IS HCW-DEPT-CODE
000820           FILE STATUS IS WS-HCW-STATUS.
000830     SELECT SALARY-DM-WORK ASSIGN TO HDCDMWK
000840           ORGANIZATION IS INDEXED
000850           ACCESS MODE IS RANDOM
000860           RECORD KEY IS DMW-DEPT-CODE
000870           FILE STATUS IS WS-DMW-STATUS.
000880     SELECT SALARY-ANOM-WORK ASSIGN TO HDCANMWK
000890           ORGANIZATION IS SEQUENTIAL
000900           ACCESS MODE IS SEQUENTIAL
000910           FILE STATUS IS WS-ANW-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  SALARY-EMPMST
000960     RECORDING MODE IS F
000970     RECORD CONTAINS 77 CHARACTERS.
000980     COPY salemp.
000990
001000 FD  SALARY-LEDGER
001010     RECORDING MODE IS F
001020     RECORD CONTAINS 63 CHARACTERS.
001030     COPY salldg.
001040
001050* One record per ledger posting, in posting order.
001060 FD  SALARY-JOURNAL
001070     RECORDING MODE IS F
001080     RECORD CONTAINS 84 CHARACTERS.
001090     COPY saljrn.
001100
001110 FD  SALARY-DEPTS
001120     RECORDING MODE IS F
001130     RECORD CONTAINS 24 CHARACTERS.
001140 01  DEPT-MASTER-RECORD.
001150     03  DM-DEPT-CODE            PIC X(04).
001160     03  DM-DEPT-NAME            PIC X(20).
001170
001180 FD  HDCNT-PRINT
001190     RECORDING MODE IS F
001200     RECORD CONTAINS 80 CHARACTERS.
001210 01  PRINT-LINE                 PIC X(80).
001220
001230* One record per department: the period's head movements from
001240* the employee master and the year-to-date cost off the ledger.
001250 FD  SALARY-HC-WORK
001260     RECORDING MODE IS F
001270     RECORD CONTAINS 39 CHARACTERS.
001280 01  HC-WORK-RECORD.
001290     03  HCW-DEPT-CODE           PIC X(04).
001300     03  HCW-OPENING             PIC 9(06).
001310     03  HCW-JOINERS             PIC 9(06).
001320     03  HCW-LEAVERS             PIC 9(06).
001330     03  HCW-CLOSING             PIC 9(06).
001340     03  HCW-LEDGER-COST         PIC 9(11).
001350
001360* The SALARY-DEPTS department master rekeyed for random reads.
001370 FD  SALARY-DM-WORK
001380     RECORDING MODE IS F
001390     RECORD CONTAINS 24 CHARACTERS.
001400 01  DM-WORK-RECORD.
001410     03  DMW-DEPT-CODE           PIC X(04).
001420     03  DMW-DEPT-NAME           PIC X(20).
001430
001440* One anomaly found, held until the department page is done.
001450 FD  SALARY-ANOM-WORK
001460     RECORDING MODE IS F
001470     RECORD CONTAINS 71 CHARACTERS.
001480 01  ANOM-WORK-RECORD.
001490     03  ANW-TYPE                PIC X(01).
001500         88  ANW-ACTIVE-NOT-POSTED           VALUE 'A'.
001510         88  ANW-NO-LEAVE-DATE               VALUE 'U'.
001520         88  ANW-LEAVER-POSTED               VALUE 'L'.
001530         88  ANW-NOT-ON-MASTER               VALUE 'M'.
001540     03  ANW-EMPLOYEE-ID         PIC X(06).
001550     03  ANW-EMPLOYEE-NAME       PIC X(20).
001560     03  ANW-DEPT-CODE           PIC X(04).
001570     03  ANW-DETAIL              PIC X(40).
001580
001590 WORKING-STORAGE SECTION.
001600 77  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001610     88  WS-EOF                          VALUE 'Y'.
001620 77  WS-EMPMST-STATUS        PIC X(02)   VALUE '00'.
001630     88  WS-EMPMST-FILE-OK               VALUE '00'.
001640 77  WS-LEDGER-STATUS        PIC X(02)   VALUE '00'.
001650     88  WS-LEDGER-FILE-OK               VALUE '00'.
001660 77  WS-JOURNAL-STATUS       PIC X(02)   VALUE '00'.
001670     88  WS-JOURNAL-FILE-OK              VALUE '00'.
001680 77  WS-DEPTMST-STATUS       PIC X(02)   VALUE '00'.
001690     88  WS-DEPTMST-FILE-OK              VALUE '00'.
001700 77  WS-HCW-STATUS           PIC X(02)   VALUE '00'.
001710 77  WS-DMW-STATUS           PIC X(02)   VALUE '00'.
001720 77  WS-ANW-STATUS           PIC X(02)   VALUE '00'.
001730 77  WS-DM-EOF-SWITCH        PIC X(01)   VALUE 'N'.
001740     88  WS-DM-EOF                       VALUE 'Y'.
001750 77  WS-DM-LOADED-SWITCH     PIC X(01)   VALUE 'N'.
001760     88  WS-DM-LOADED                    VALUE 'Y'.
001770 77  WS-DM-COUNT             PIC 9(06)   VALUE ZERO.
001780* Open-tracking switches: only the files actually opened may be
001790* closed.
001800 77  WS-EMP-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001810     88  WS-EMPMST-OPENED                VALUE 'Y'.
001820 77  WS-LDG-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001830     88  WS-LEDGER-OPENED                VALUE 'Y'.
001840 77  WS-DMW-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001850     88  WS-DM-WORK-OPEN                 VALUE 'Y'.
001860* Run parameter 'yymmdd yymmdd cc': the period and the company
001865* (blank for all of them).
001870 77  WS-RUN-PARM             PIC X(80)   VALUE SPACES.
001880 77  WS-FROM-X               PIC X(06)   VALUE SPACES.
001890 77  WS-FROM-N REDEFINES WS-FROM-X
001900                             PIC 9(06).
001910 77  WS-TO-X                 PIC X(06)   VALUE SPACES.
001920 77  WS-TO-N REDEFINES WS-TO-X
001930                             PIC 9(06).
001940 77  WS-PERIOD-FROM          PIC 9(06)   VALUE ZERO.
001950 77  WS-PERIOD-TO            PIC 9(06)   VALUE ZERO.
001951 77  WS-COMPANY-FILTER       PIC X(02)   VALUE SPACES.
001952     88  WS-ALL-COMPANIES                VALUE SPACES.
001953* A blank company code on the master or the ledger is the home
001954* company.
001955 77  WS-HOME-COMPANY         PIC X(02)   VALUE '01'.
001956 77  WS-REC-COMPANY          PIC X(02)   VALUE SPACES.
001960 01  WS-RUN-DATE-FIELDS.
001970     03  WS-RUN-DATE         PIC 9(06)   VALUE ZERO.
001980     03  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001990         05  WS-RUN-YYMM     PIC 9(04).
002000         05  WS-RUN-DD       PIC 9(02).
002010* One employee's place in the period.
002020 77  WS-OPEN-SWITCH          PIC X(01)   VALUE 'N'.
002030     88  WS-IN-OPENING                   VALUE 'Y'.
002040 77  WS-JOIN-SWITCH          PIC X(01)   VALUE 'N'.
002050     88  WS-IS-JOINER                    VALUE 'Y'.
002060 77  WS-LEAVE-SWITCH         PIC X(01)   VALUE 'N'.
002070     88  WS-IS-LEAVER                    VALUE 'Y'.
002080 77  WS-CLOSE-SWITCH         PIC X(01)   VALUE 'N'.
002090     88  WS-IN-CLOSING                   VALUE 'Y'.
002100* The posting journal is read twice: once to find each
002110* company's last year-end entry, then for the entries after it.
002113* WS-YS-TABLE holds the journal record number of that entry per
002116* company (a blank company code is the home company).
002120 77  WS-JRN-SWITCH           PIC X(01)   VALUE 'N'.
002130     88  WS-JOURNAL-READ                 VALUE 'Y'.
002140 77  WS-JRN-RECORD-NO        PIC 9(08)   VALUE ZERO.
002142 77  WS-JRN-COMPANY          PIC X(02)   VALUE SPACES.
002144 77  WS-YS-ENTRIES           PIC 9(03)   VALUE ZERO.
002146 77  WS-YS-TABLE-MAX         PIC 9(03)   VALUE 050.
002148 01  WS-YS-TABLE.
002150     03  WS-YS-ENTRY OCCURS 50 TIMES INDEXED BY WS-YS-IDX.
002152         05  WS-YS-COMPANY       PIC X(02).
002154         05  WS-YS-RECORD-NO     PIC 9(08).
002160* Company totals.
002170 77  WS-TOTAL-OPENING        PIC 9(06)   VALUE ZERO.
002180 77  WS-TOTAL-JOINERS        PIC 9(06)   VALUE ZERO.
002190 77  WS-TOTAL-LEAVERS        PIC 9(06)   VALUE ZERO.
002200 77  WS-TOTAL-CLOSING        PIC 9(06)   VALUE ZERO.
002210 77  WS-TOTAL-COST           PIC 9(11)   VALUE ZERO.
002220 77  WS-EMP-READ-COUNT       PIC 9(06)   VALUE ZERO.
002230 77  WS-FUTURE-COUNT         PIC 9(06)   VALUE ZERO.
002240 77  WS-ANOM-ACTIVE-COUNT    PIC 9(06)   VALUE ZERO.
002250 77  WS-ANOM-NODATE-COUNT    PIC 9(06)   VALUE ZERO.
002260 77  WS-ANOM-LEAVER-COUNT    PIC 9(06)   VALUE ZERO.
002270 77  WS-ANOM-MASTER-COUNT    PIC 9(06)   VALUE ZERO.
002280 77  WS-ANOM-COUNT           PIC 9(06)   VALUE ZERO.
002290 77  WS-WARNING-COUNT        PIC 9(04)   VALUE ZERO.
002300* Print work fields.
002310 77  WS-AVG-COST             PIC 9(09)   VALUE ZERO.
002320 77  WS-COUNT-ED             PIC Z(05)9  VALUE ZERO.
002330 77  WS-COST-ED              PIC Z(10)9  VALUE ZERO.
002340 77  WS-AVG-ED               PIC Z(08)9  VALUE ZERO.
002350 77  WS-FIG-NAME             PIC X(36)   VALUE SPACES.
002360 77  WS-FIG-AMOUNT           PIC S9(12)  VALUE ZERO.
002370 77  WS-FIG-DISPLAY          PIC -(12)9  VALUE ZERO.
002380* Condition code grades: 0 clean, 4 warning (anomalies found,
002390* no posting journal, or a bad run parameter), 8 the employee
002400* master or the ledger could not be read.
002410* 9100-RAISE-COND-CODE keeps the highest grade raised.
002420 77  WS-COND-CODE            PIC 9(04)   VALUE ZERO.
002430 77  WS-CAND-COND            PIC 9(04)   VALUE ZERO.
002440 77  WS-PAGE-NO              PIC 9(04)   VALUE ZERO.
002450 77  WS-LINE-COUNT           PIC 9(02)   VALUE ZERO.
002460 77  WS-LINES-PER-PAGE       PIC 9(02)   VALUE 15.
002470 77  WS-REPORT-TITLE         PIC X(31)   VALUE SPACES.
002480
002490 PROCEDURE DIVISION.
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002520     PERFORM 2000-COUNT-EMPLOYEES THRU 2000-COUNT-EMPLOYEES-EXIT.
002530     PERFORM 3000-CHECK-LEAVER-POSTINGS
002540         THRU 3000-CHECK-LEAVER-POSTINGS-EXIT.
002550     PERFORM 4000-COST-LEDGER THRU 4000-COST-LEDGER-EXIT.
002560     CLOSE SALARY-ANOM-WORK.
002570     PERFORM 5000-PRINT-DEPT-PAGE THRU 5000-PRINT-DEPT-PAGE-EXIT.
002580     PERFORM 6000-PRINT-ANOMALIES THRU 6000-PRINT-ANOMALIES-EXIT.
002590     PERFORM 7000-PRINT-TOTALS THRU 7000-PRINT-TOTALS-EXIT.
002600     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
002610     MOVE WS-COND-CODE TO RETURN-CODE.
002620     STOP RUN.
002630
002640 1000-INITIALIZE.
002650     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
002660     ACCEPT WS-RUN-DATE FROM DATE.
002670     PERFORM 1050-PARSE-RUN-PARM THRU 1050-PARSE-RUN-PARM-EXIT.
002680     OPEN OUTPUT HDCNT-PRINT.
002690     OPEN OUTPUT SALARY-HC-WORK.
002700     CLOSE SALARY-HC-WORK.
002710     OPEN I-O SALARY-HC-WORK.
002720     OPEN OUTPUT SALARY-ANOM-WORK.
002730     PERFORM 1400-LOAD-DEPT-MASTER
002740         THRU 1400-LOAD-DEPT-MASTER-EXIT.
002750     OPEN INPUT SALARY-EMPMST.
002760     IF WS-EMPMST-FILE-OK
002770         SET WS-EMPMST-OPENED TO TRUE
002780     ELSE
002790         DISPLAY 'NO EMPLOYEE MASTER FILE - NO HEADCOUNT'
002800     END-IF.
002810     OPEN INPUT SALARY-LEDGER.
002820     IF WS-LEDGER-FILE-OK
002830         SET WS-LEDGER-OPENED TO TRUE
002840     ELSE
002850         DISPLAY 'UNABLE TO OPEN SALARY-LEDGER - STATUS '
002860             WS-LEDGER-STATUS
002870     END-IF.
002880 1000-INITIALIZE-EXIT.
002890     EXIT.
002900
002910******************************************************************
002920* 1050-PARSE-RUN-PARM picks up the company and the first and last
002925* days of the period.  Either date missing, not numeric, or the
002930* period ending before it starts, and the run-date month to date
002940* is used instead with a warning.
002960******************************************************************
002970 1050-PARSE-RUN-PARM.
002975     MOVE WS-RUN-PARM (15:2) TO WS-COMPANY-FILTER.
002980     MOVE WS-RUN-PARM (1:6) TO WS-FROM-X.
002990     MOVE WS-RUN-PARM (8:6) TO WS-TO-X.
003000     IF WS-FROM-X IS NUMERIC AND WS-TO-X IS NUMERIC
003010         AND WS-TO-N NOT < WS-FROM-N
003020         MOVE WS-FROM-N TO WS-PERIOD-FROM
003030         MOVE WS-TO-N TO WS-PERIOD-TO
003040         GO TO 1050-PARSE-RUN-PARM-EXIT
003050     END-IF.
003060     IF WS-RUN-PARM (1:13) NOT = SPACES
003070         DISPLAY 'WARNING - PERIOD NOT YYMMDD YYMMDD, '
003080             'RUN-DATE MONTH USED : ' WS-RUN-PARM (1:13)
003090         ADD 1 TO WS-WARNING-COUNT
003100     END-IF.
003110     MOVE WS-RUN-DATE TO WS-PERIOD-TO.
003120     MOVE WS-RUN-DATE TO WS-PERIOD-FROM.
003130     MOVE WS-RUN-YYMM TO WS-PERIOD-FROM (1:4).
003140     MOVE '01' TO WS-PERIOD-FROM (5:2).
003150 1050-PARSE-RUN-PARM-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190* 1400-LOAD-DEPT-MASTER copies the SALARY-DEPTS department
003200* master onto the keyed SALARY-DM-WORK file, exactly as
003210* SALARY-TOTAL does, for the department names on the report.
003220******************************************************************
003230 1400-LOAD-DEPT-MASTER.
003240     OPEN INPUT SALARY-DEPTS.
003250     IF NOT WS-DEPTMST-FILE-OK
003260         DISPLAY 'NO DEPARTMENT MASTER FILE - '
003270             'NAMES NOT SHOWN'
003280         GO TO 1400-LOAD-DEPT-MASTER-EXIT
003290     END-IF.
003300     OPEN OUTPUT SALARY-DM-WORK.
003310     PERFORM 1410-LOAD-DEPT-ENTRY
003320         THRU 1410-LOAD-DEPT-ENTRY-EXIT
003330         UNTIL WS-DM-EOF.
003340     CLOSE SALARY-DEPTS.
003350     CLOSE SALARY-DM-WORK.
003360     OPEN INPUT SALARY-DM-WORK.
003370     SET WS-DM-WORK-OPEN TO TRUE.
003380     IF WS-DM-COUNT > ZERO
003390         SET WS-DM-LOADED TO TRUE
003400     ELSE
003410         DISPLAY 'DEPARTMENT MASTER EMPTY - '
003420             'NAMES NOT SHOWN'
003430     END-IF.
003440 1400-LOAD-DEPT-MASTER-EXIT.
003450     EXIT.
003460
003470 1410-LOAD-DEPT-ENTRY.
003480     READ SALARY-DEPTS
003490         AT END
003500             SET WS-DM-EOF TO TRUE
003510         NOT AT END
003520             MOVE DM-DEPT-CODE TO DMW-DEPT-CODE
003530             MOVE DM-DEPT-NAME TO DMW-DEPT-NAME
003540             WRITE DM-WORK-RECORD
003550                 INVALID KEY
003560                     DISPLAY 'WARNING - DUPLICATE DEPT ON '
003570                         'MASTER, FIRST KEPT : ' DM-DEPT-CODE
003580                 NOT INVALID KEY
003590                     ADD 1 TO WS-DM-COUNT
003600             END-WRITE
003610     END-READ.
003620 1410-LOAD-DEPT-ENTRY-EXIT.
003630     EXIT.
003640
003650******************************************************************
003660* 2000-COUNT-EMPLOYEES reads SALARY-EMPMST in ID order and places
003670* each employee in the period for their department.
003680******************************************************************
003690 2000-COUNT-EMPLOYEES.
003700     IF NOT WS-EMPMST-OPENED
003710         GO TO 2000-COUNT-EMPLOYEES-EXIT
003720     END-IF.
003730     MOVE 'N' TO WS-EOF-SWITCH.
003740     MOVE LOW-VALUES TO EMP-EMPLOYEE-ID.
003750     START SALARY-EMPMST KEY NOT < EMP-EMPLOYEE-ID
003760         INVALID KEY
003770             SET WS-EOF TO TRUE
003780     END-START.
003790     PERFORM 2100-COUNT-ONE-EMPLOYEE
003800         THRU 2100-COUNT-ONE-EMPLOYEE-EXIT
003810         UNTIL WS-EOF.
003820 2000-COUNT-EMPLOYEES-EXIT.
003830     EXIT.
003840
003841******************************************************************
003842* 2050-CHECK-COMPANY takes a blank WS-REC-COMPANY as the home
003843* company, and when every company is being reported sets it to
003844* WS-COMPANY-FILTER, so the caller keeps the record exactly
003845* when the two agree.
003846******************************************************************
003847 2050-CHECK-COMPANY.
003848     IF WS-REC-COMPANY = SPACES
003849         MOVE WS-HOME-COMPANY TO WS-REC-COMPANY
003850     END-IF.
003851     IF WS-ALL-COMPANIES
003852         MOVE WS-COMPANY-FILTER TO WS-REC-COMPANY
003853     END-IF.
003854 2050-CHECK-COMPANY-EXIT.
003855     EXIT.
003856
003857******************************************************************
003860* 2100-COUNT-ONE-EMPLOYEE: an employee who has not started by the
003870* end of the period is not counted.  Otherwise they are in the
003880* opening headcount if they started before the period and had
003890* not left before it, a joiner if they started in it, a leaver
003900* if they left in it, and in the closing headcount if active or
003910* leaving after it.  A leaver with no leave date cannot be
003920* placed and is reported as an anomaly instead.  An active
003930* employee with no postings on the ledger this year is an
003940* anomaly too.
003950******************************************************************
003960 2100-COUNT-ONE-EMPLOYEE.
003970     READ SALARY-EMPMST NEXT RECORD
003980         AT END
003990             SET WS-EOF TO TRUE
004000             GO TO 2100-COUNT-ONE-EMPLOYEE-EXIT
004010     END-READ.
004011     MOVE EMP-COMPANY-CODE TO WS-REC-COMPANY.
004012     PERFORM 2050-CHECK-COMPANY THRU 2050-CHECK-COMPANY-EXIT.
004013     IF WS-REC-COMPANY NOT = WS-COMPANY-FILTER
004014         GO TO 2100-COUNT-ONE-EMPLOYEE-EXIT
004015     END-IF.
004020     ADD 1 TO WS-EMP-READ-COUNT.
004030     IF EMP-START-DATE > WS-PERIOD-TO
004040         ADD 1 TO WS-FUTURE-COUNT
004050         GO TO 2100-COUNT-ONE-EMPLOYEE-EXIT
004060     END-IF.
004070     IF EMP-LEAVER
004080         AND (EMP-LEAVE-DATE IS NOT NUMERIC
004090             OR EMP-LEAVE-DATE = ZERO)
004100         MOVE SPACES TO ANOM-WORK-RECORD
004110         SET ANW-NO-LEAVE-DATE TO TRUE
004120         MOVE 'LEAVER WITH NO LEAVE DATE - NOT COUNTED'
004130             TO ANW-DETAIL
004140         PERFORM 2900-WRITE-EMP-ANOMALY
004150             THRU 2900-WRITE-EMP-ANOMALY-EXIT
004160         ADD 1 TO WS-ANOM-NODATE-COUNT
004170         GO TO 2100-COUNT-ONE-EMPLOYEE-EXIT
004180     END-IF.
004190     MOVE 'N' TO WS-OPEN-SWITCH.
004200     MOVE 'N' TO WS-JOIN-SWITCH.
004210     MOVE 'N' TO WS-LEAVE-SWITCH.
004220     MOVE 'N' TO WS-CLOSE-SWITCH.
004230     IF EMP-START-DATE < WS-PERIOD-FROM
004240         IF EMP-ACTIVE OR EMP-LEAVE-DATE NOT < WS-PERIOD-FROM
004250             SET WS-IN-OPENING TO TRUE
004260         END-IF
004270     ELSE
004280         SET WS-IS-JOINER TO TRUE
004290     END-IF.
004300     IF EMP-LEAVER
004310         AND EMP-LEAVE-DATE NOT < WS-PERIOD-FROM
004320         AND EMP-LEAVE-DATE NOT > WS-PERIOD-TO
004330         SET WS-IS-LEAVER TO TRUE
004340     END-IF.
004350     IF EMP-ACTIVE OR EMP-LEAVE-DATE > WS-PERIOD-TO
004360         SET WS-IN-CLOSING TO TRUE
004370     END-IF.
004380     PERFORM 2200-ADD-TO-DEPT THRU 2200-ADD-TO-DEPT-EXIT.
004390     IF EMP-ACTIVE AND WS-LEDGER-OPENED
004400         MOVE EMP-EMPLOYEE-ID TO LDG-EMPLOYEE-ID
004410         READ SALARY-LEDGER
004420             INVALID KEY
004430                 MOVE ZERO TO LDG-POST-COUNT
004440         END-READ
004450         IF LDG-POST-COUNT = ZERO
004460             MOVE SPACES TO ANOM-WORK-RECORD
004470             SET ANW-ACTIVE-NOT-POSTED TO TRUE
004480             MOVE 'ACTIVE, NO LEDGER POSTINGS THIS YEAR'
004490                 TO ANW-DETAIL
004500             PERFORM 2900-WRITE-EMP-ANOMALY
004510                 THRU 2900-WRITE-EMP-ANOMALY-EXIT
004520             ADD 1 TO WS-ANOM-ACTIVE-COUNT
004530         END-IF
004540     END-IF.
004550 2100-COUNT-ONE-EMPLOYEE-EXIT.
004560     EXIT.
004570
004580 2200-ADD-TO-DEPT.
004590     MOVE EMP-DEPT-CODE TO HCW-DEPT-CODE.
004600     READ SALARY-HC-WORK
004610         INVALID KEY
004620             MOVE EMP-DEPT-CODE TO HCW-DEPT-CODE
004630             MOVE ZERO TO HCW-OPENING
004640             MOVE ZERO TO HCW-JOINERS
004650             MOVE ZERO TO HCW-LEAVERS
004660             MOVE ZERO TO HCW-CLOSING
004670             MOVE ZERO TO HCW-LEDGER-COST
004680             WRITE HC-WORK-RECORD
004690     END-READ.
004700     IF WS-IN-OPENING
004710         ADD 1 TO HCW-OPENING
004720         ADD 1 TO WS-TOTAL-OPENING
004730     END-IF.
004740     IF WS-IS-JOINER
004750         ADD 1 TO HCW-JOINERS
004760         ADD 1 TO WS-TOTAL-JOINERS
004770     END-IF.
004780     IF WS-IS-LEAVER
004790         ADD 1 TO HCW-LEAVERS
004800         ADD 1 TO WS-TOTAL-LEAVERS
004810     END-IF.
004820     IF WS-IN-CLOSING
004830         ADD 1 TO HCW-CLOSING
004840         ADD 1 TO WS-TOTAL-CLOSING
004850     END-IF.
004860     REWRITE HC-WORK-RECORD.
004870 2200-ADD-TO-DEPT-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910* 2900-WRITE-EMP-ANOMALY files an anomaly for the employee in
004920* EMP-MASTER-RECORD; the caller has set the type and detail.
004930******************************************************************
004940 2900-WRITE-EMP-ANOMALY.
004950     MOVE EMP-EMPLOYEE-ID   TO ANW-EMPLOYEE-ID.
004960     MOVE EMP-EMPLOYEE-NAME TO ANW-EMPLOYEE-NAME.
004970     MOVE EMP-DEPT-CODE     TO ANW-DEPT-CODE.
004980     WRITE ANOM-WORK-RECORD.
004990     ADD 1 TO WS-ANOM-COUNT.
005000 2900-WRITE-EMP-ANOMALY-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040* 3000-CHECK-LEAVER-POSTINGS finds leavers still being paid: a
005050* SALARY-TOTAL or SALARY-RECYC posting on SALARY-JOURNAL, since
005060* its company's last year-end entry, dated after the employee's
005070* leave date.  The journal is read once to find each company's
005080* last year-end entry and again for the entries after it.  Without
005090* a journal the check is skipped with a warning.
005100******************************************************************
005110 3000-CHECK-LEAVER-POSTINGS.
005120     IF NOT WS-EMPMST-OPENED
005130         GO TO 3000-CHECK-LEAVER-POSTINGS-EXIT
005140     END-IF.
005150     OPEN INPUT SALARY-JOURNAL.
005160     IF NOT WS-JOURNAL-FILE-OK
005170         DISPLAY 'NO POSTING JOURNAL - LEAVER POSTINGS '
005180             'NOT CHECKED'
005190         ADD 1 TO WS-WARNING-COUNT
005200         GO TO 3000-CHECK-LEAVER-POSTINGS-EXIT
005210     END-IF.
005220     SET WS-JOURNAL-READ TO TRUE.
005230     MOVE 'N' TO WS-EOF-SWITCH.
005240     MOVE ZERO TO WS-JRN-RECORD-NO.
005250     PERFORM 3100-FIND-YEAR-START THRU 3100-FIND-YEAR-START-EXIT
005260         UNTIL WS-EOF.
005270     CLOSE SALARY-JOURNAL.
005280     OPEN INPUT SALARY-JOURNAL.
005290     MOVE 'N' TO WS-EOF-SWITCH.
005300     MOVE ZERO TO WS-JRN-RECORD-NO.
005310     PERFORM 3200-CHECK-POSTING THRU 3200-CHECK-POSTING-EXIT
005320         UNTIL WS-EOF.
005330     CLOSE SALARY-JOURNAL.
005340 3000-CHECK-LEAVER-POSTINGS-EXIT.
005350     EXIT.
005360
005370 3100-FIND-YEAR-START.
005380     READ SALARY-JOURNAL
005390         AT END
005400             SET WS-EOF TO TRUE
005410             GO TO 3100-FIND-YEAR-START-EXIT
005420     END-READ.
005430     ADD 1 TO WS-JRN-RECORD-NO.
005440     IF NOT JRN-FROM-YREND
005441         GO TO 3100-FIND-YEAR-START-EXIT
005442     END-IF.
005443     PERFORM 3300-FIND-COMPANY-START
005444         THRU 3300-FIND-COMPANY-START-EXIT.
005445     IF WS-YS-IDX > WS-YS-ENTRIES
005446         IF WS-YS-ENTRIES NOT < WS-YS-TABLE-MAX
005447             DISPLAY 'WARNING - COMPANY TABLE FULL, YEAR START '
005448                 'NOT KEPT : ' WS-JRN-COMPANY
005449             ADD 1 TO WS-WARNING-COUNT
005450             GO TO 3100-FIND-YEAR-START-EXIT
005451         END-IF
005452         ADD 1 TO WS-YS-ENTRIES
005453         SET WS-YS-IDX TO WS-YS-ENTRIES
005454         MOVE WS-JRN-COMPANY TO WS-YS-COMPANY (WS-YS-IDX)
005455     END-IF.
005456     MOVE WS-JRN-RECORD-NO TO WS-YS-RECORD-NO (WS-YS-IDX).
005470 3100-FIND-YEAR-START-EXIT.
005480     EXIT.
005490
005500 3200-CHECK-POSTING.
005510     READ SALARY-JOURNAL
005520         AT END
005530             SET WS-EOF TO TRUE
005540             GO TO 3200-CHECK-POSTING-EXIT
005550     END-READ.
005560     ADD 1 TO WS-JRN-RECORD-NO.
005562     PERFORM 3300-FIND-COMPANY-START
005564         THRU 3300-FIND-COMPANY-START-EXIT.
005566     IF WS-YS-IDX NOT > WS-YS-ENTRIES
005570         IF WS-JRN-RECORD-NO NOT > WS-YS-RECORD-NO (WS-YS-IDX)
005580             GO TO 3200-CHECK-POSTING-EXIT
005585         END-IF
005590     END-IF.
005600     IF NOT JRN-FROM-TOTAL AND NOT JRN-FROM-RECYC
005610         GO TO 3200-CHECK-POSTING-EXIT
005620     END-IF.
005630     MOVE JRN-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
005640     READ SALARY-EMPMST
005650         INVALID KEY
005660             GO TO 3200-CHECK-POSTING-EXIT
005670     END-READ.
005671     MOVE EMP-COMPANY-CODE TO WS-REC-COMPANY.
005672     PERFORM 2050-CHECK-COMPANY THRU 2050-CHECK-COMPANY-EXIT.
005673     IF WS-REC-COMPANY NOT = WS-COMPANY-FILTER
005674         GO TO 3200-CHECK-POSTING-EXIT
005675     END-IF.
005680     IF NOT EMP-LEAVER
005690         OR EMP-LEAVE-DATE IS NOT NUMERIC
005700         OR EMP-LEAVE-DATE = ZERO
005710         OR JRN-POST-DATE NOT > EMP-LEAVE-DATE
005720         GO TO 3200-CHECK-POSTING-EXIT
005730     END-IF.
005740     MOVE SPACES TO ANOM-WORK-RECORD.
005750     SET ANW-LEAVER-POSTED TO TRUE.
005760     MOVE 'PAID' TO ANW-DETAIL (1:4).
005770     MOVE JRN-POST-DATE TO ANW-DETAIL (6:6).
005780     MOVE 'AFTER LEAVING' TO ANW-DETAIL (13:13).
005790     MOVE EMP-LEAVE-DATE TO ANW-DETAIL (27:6).
005800     MOVE JRN-SOURCE TO ANW-DETAIL (34:7).
005810     PERFORM 2900-WRITE-EMP-ANOMALY
005820         THRU 2900-WRITE-EMP-ANOMALY-EXIT.
005830     ADD 1 TO WS-ANOM-LEAVER-COUNT.
005840 3200-CHECK-POSTING-EXIT.
005850     EXIT.
005851
005852******************************************************************
005853* 3300-FIND-COMPANY-START points WS-YS-IDX at the WS-YS-TABLE
005854* entry for the journal entry's company, or past WS-YS-ENTRIES
005855* when the company has no year-end entry on the journal.
005856******************************************************************
005857 3300-FIND-COMPANY-START.
005858     MOVE JRN-COMPANY-CODE TO WS-JRN-COMPANY.
005859     IF WS-JRN-COMPANY = SPACES
005860         MOVE WS-HOME-COMPANY TO WS-JRN-COMPANY
005861     END-IF.
005862     PERFORM 3310-SCAN-COMPANY-START
005863         THRU 3310-SCAN-COMPANY-START-EXIT
005864         VARYING WS-YS-IDX FROM 1 BY 1
005865         UNTIL WS-YS-IDX > WS-YS-ENTRIES
005866            OR WS-YS-COMPANY (WS-YS-IDX) = WS-JRN-COMPANY.
005867 3300-FIND-COMPANY-START-EXIT.
005868     EXIT.
005869
005870 3310-SCAN-COMPANY-START.
005871     CONTINUE.
005872 3310-SCAN-COMPANY-START-EXIT.
005873     EXIT.
005874
005875******************************************************************
005880* 4000-COST-LEDGER reads SALARY-LEDGER in ID order, adds each
005890* LDG-YTD-SALARY to its LDG-DEPT-CODE's cost, and reports ledger
005900* employees that are not on the employee master.
005910******************************************************************
005920 4000-COST-LEDGER.
005930     IF NOT WS-LEDGER-OPENED
005940         GO TO 4000-COST-LEDGER-EXIT
005950     END-IF.
005960     MOVE 'N' TO WS-EOF-SWITCH.
005970     MOVE LOW-VALUES TO LDG-EMPLOYEE-ID.
005980     START SALARY-LEDGER KEY NOT < LDG-EMPLOYEE-ID
005990         INVALID KEY
006000             SET WS-EOF TO TRUE
006010     END-START.
006020     PERFORM 4100-COST-ONE-EMPLOYEE
006030         THRU 4100-COST-ONE-EMPLOYEE-EXIT
006040         UNTIL WS-EOF.
006050 4000-COST-LEDGER-EXIT.
006060     EXIT.
006070
006080 4100-COST-ONE-EMPLOYEE.
006090     READ SALARY-LEDGER NEXT RECORD
006100         AT END
006110             SET WS-EOF TO TRUE
006120             GO TO 4100-COST-ONE-EMPLOYEE-EXIT
006130     END-READ.
006131     MOVE LDG-COMPANY-CODE TO WS-REC-COMPANY.
006132     PERFORM 2050-CHECK-COMPANY THRU 2050-CHECK-COMPANY-EXIT.
006133     IF WS-REC-COMPANY NOT = WS-COMPANY-FILTER
006134         GO TO 4100-COST-ONE-EMPLOYEE-EXIT
006135     END-IF.
006140     ADD LDG-YTD-SALARY TO WS-TOTAL-COST.
006150     MOVE LDG-DEPT-CODE TO HCW-DEPT-CODE.
006160     READ SALARY-HC-WORK
006170         INVALID KEY
006180             MOVE LDG-DEPT-CODE TO HCW-DEPT-CODE
006190             MOVE ZERO TO HCW-OPENING
006200             MOVE ZERO TO HCW-JOINERS
006210             MOVE ZERO TO HCW-LEAVERS
006220             MOVE ZERO TO HCW-CLOSING
006230             MOVE LDG-YTD-SALARY TO HCW-LEDGER-COST
006240             WRITE HC-WORK-RECORD
006250         NOT INVALID KEY
006260             ADD LDG-YTD-SALARY TO HCW-LEDGER-COST
006270             REWRITE HC-WORK-RECORD
006280     END-READ.
006290     IF NOT WS-EMPMST-OPENED
006300         GO TO 4100-COST-ONE-EMPLOYEE-EXIT
006310     END-IF.
006320     MOVE LDG-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
006330     READ SALARY-EMPMST
006340         INVALID KEY
006350             MOVE SPACES TO ANOM-WORK-RECORD
006360             SET ANW-NOT-ON-MASTER TO TRUE
006370             MOVE LDG-EMPLOYEE-ID   TO ANW-EMPLOYEE-ID
006380             MOVE LDG-EMPLOYEE-NAME TO ANW-EMPLOYEE-NAME
006390             MOVE LDG-DEPT-CODE     TO ANW-DEPT-CODE
006400             MOVE 'ON LEDGER, NOT ON MASTER - YTD'
006410                 TO ANW-DETAIL (1:30)
006420             MOVE LDG-YTD-SALARY TO ANW-DETAIL (32:9)
006430             WRITE ANOM-WORK-RECORD
006440             ADD 1 TO WS-ANOM-COUNT
006450             ADD 1 TO WS-ANOM-MASTER-COUNT
006460     END-READ.
006470 4100-COST-ONE-EMPLOYEE-EXIT.
006480     EXIT.
006490
006500******************************************************************
006510* 5000-PRINT-DEPT-PAGE prints the department figures in
006520* DEPT-CODE order, then the company total line.
006530******************************************************************
006540 5000-PRINT-DEPT-PAGE.
006550     MOVE 'HEADCOUNT BY DEPARTMENT' TO WS-REPORT-TITLE.
006560     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
006570     MOVE 'N' TO WS-EOF-SWITCH.
006580     MOVE LOW-VALUES TO HCW-DEPT-CODE.
006590     START SALARY-HC-WORK KEY NOT < HCW-DEPT-CODE
006600         INVALID KEY
006610             SET WS-EOF TO TRUE
006620     END-START.
006630     PERFORM 5100-PRINT-DEPT-LINE THRU 5100-PRINT-DEPT-LINE-EXIT
006640         UNTIL WS-EOF.
006650     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006660         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
006670     END-IF.
006680     MOVE SPACES TO PRINT-LINE.
006690     MOVE 'COMPANY TOTAL' TO PRINT-LINE (6:13).
006700     MOVE WS-TOTAL-OPENING TO WS-COUNT-ED.
006710     MOVE WS-COUNT-ED TO PRINT-LINE (27:6).
006720     MOVE WS-TOTAL-JOINERS TO WS-COUNT-ED.
006730     MOVE WS-COUNT-ED TO PRINT-LINE (34:6).
006740     MOVE WS-TOTAL-LEAVERS TO WS-COUNT-ED.
006750     MOVE WS-COUNT-ED TO PRINT-LINE (41:6).
006760     MOVE WS-TOTAL-CLOSING TO WS-COUNT-ED.
006770     MOVE WS-COUNT-ED TO PRINT-LINE (48:6).
006780     MOVE WS-TOTAL-COST TO WS-COST-ED.
006790     MOVE WS-COST-ED TO PRINT-LINE (55:11).
006800     IF WS-TOTAL-CLOSING > ZERO
006810         COMPUTE WS-AVG-COST ROUNDED =
006820             WS-TOTAL-COST / WS-TOTAL-CLOSING
006830         MOVE WS-AVG-COST TO WS-AVG-ED
006840         MOVE WS-AVG-ED TO PRINT-LINE (67:9)
006850     ELSE
006860         MOVE '      N/A' TO PRINT-LINE (67:9)
006870     END-IF.
006880     WRITE PRINT-LINE.
006890     ADD 1 TO WS-LINE-COUNT.
006900 5000-PRINT-DEPT-PAGE-EXIT.
006910     EXIT.
006920
006930 5100-PRINT-DEPT-LINE.
006940     READ SALARY-HC-WORK NEXT RECORD
006950         AT END
006960             SET WS-EOF TO TRUE
006970             GO TO 5100-PRINT-DEPT-LINE-EXIT
006980     END-READ.
006990     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007000         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
007010     END-IF.
007020     MOVE SPACES TO PRINT-LINE.
007030     MOVE HCW-DEPT-CODE TO PRINT-LINE (1:4).
007040     IF WS-DM-LOADED
007050         MOVE HCW-DEPT-CODE TO DMW-DEPT-CODE
007060         READ SALARY-DM-WORK
007070             INVALID KEY
007080                 MOVE '*NOT ON MASTER*' TO PRINT-LINE (6:20)
007090             NOT INVALID KEY
007100                 MOVE DMW-DEPT-NAME TO PRINT-LINE (6:20)
007110         END-READ
007120     END-IF.
007130     MOVE HCW-OPENING TO WS-COUNT-ED.
007140     MOVE WS-COUNT-ED TO PRINT-LINE (27:6).
007150     MOVE HCW-JOINERS TO WS-COUNT-ED.
007160     MOVE WS-COUNT-ED TO PRINT-LINE (34:6).
007170     MOVE HCW-LEAVERS TO WS-COUNT-ED.
007180     MOVE WS-COUNT-ED TO PRINT-LINE (41:6).
007190     MOVE HCW-CLOSING TO WS-COUNT-ED.
007200     MOVE WS-COUNT-ED TO PRINT-LINE (48:6).
007210     MOVE HCW-LEDGER-COST TO WS-COST-ED.
007220     MOVE WS-COST-ED TO PRINT-LINE (55:11).
007230     IF HCW-CLOSING > ZERO
007240         COMPUTE WS-AVG-COST ROUNDED =
007250             HCW-LEDGER-COST / HCW-CLOSING
007260         MOVE WS-AVG-COST TO WS-AVG-ED
007270         MOVE WS-AVG-ED TO PRINT-LINE (67:9)
007280     ELSE
007290         MOVE '      N/A' TO PRINT-LINE (67:9)
007300     END-IF.
007310     WRITE PRINT-LINE.
007320     ADD 1 TO WS-LINE-COUNT.
007330 5100-PRINT-DEPT-LINE-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370* 6000-PRINT-ANOMALIES lists the anomalies held on
007380* SALARY-ANOM-WORK in the order they were found.
007390******************************************************************
007400 6000-PRINT-ANOMALIES.
007410     MOVE 'HEADCOUNT ANOMALIES' TO WS-REPORT-TITLE.
007420     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
007430     IF WS-ANOM-COUNT = ZERO
007440         MOVE SPACES TO PRINT-LINE
007450         MOVE 'NONE - MASTER AND LEDGER AGREE'
007451             TO PRINT-LINE (1:30)
007460         WRITE PRINT-LINE
007470         ADD 1 TO WS-LINE-COUNT
007480         GO TO 6000-PRINT-ANOMALIES-EXIT
007490     END-IF.
007500     OPEN INPUT SALARY-ANOM-WORK.
007510     MOVE 'N' TO WS-EOF-SWITCH.
007520     PERFORM 6100-PRINT-ANOMALY THRU 6100-PRINT-ANOMALY-EXIT
007530         UNTIL WS-EOF.
007540     CLOSE SALARY-ANOM-WORK.
007550 6000-PRINT-ANOMALIES-EXIT.
007560     EXIT.
007570
007580 6100-PRINT-ANOMALY.
007590     READ SALARY-ANOM-WORK
007600         AT END
007610             SET WS-EOF TO TRUE
007620             GO TO 6100-PRINT-ANOMALY-EXIT
007630     END-READ.
007640     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007650         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
007660     END-IF.
007670     MOVE SPACES TO PRINT-LINE.
007680     MOVE ANW-EMPLOYEE-ID   TO PRINT-LINE (1:6).
007690     MOVE ANW-EMPLOYEE-NAME TO PRINT-LINE (8:20).
007700     MOVE ANW-DEPT-CODE     TO PRINT-LINE (29:4).
007710     MOVE ANW-DETAIL        TO PRINT-LINE (34:40).
007720     WRITE PRINT-LINE.
007730     ADD 1 TO WS-LINE-COUNT.
007740 6100-PRINT-ANOMALY-EXIT.
007750     EXIT.
007760
007770******************************************************************
007780* 7000-PRINT-TOTALS closes the report with the company figures
007790* HR and payroll sign off: the movement in the period, proved
007800* opening plus joiners less leavers against closing, the
007810* year-to-date cost per head, and the anomalies by kind.
007820******************************************************************
007830 7000-PRINT-TOTALS.
007840     MOVE 'HEADCOUNT COMPANY TOTALS' TO WS-REPORT-TITLE.
007850     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
007860     MOVE 'PERIOD FROM' TO WS-FIG-NAME.
007870     MOVE WS-PERIOD-FROM TO WS-FIG-AMOUNT.
007880     PERFORM 7100-PRINT-FIGURE THRU 7100-PRINT-FIGURE-EXIT.
007890     MOVE 'PERIOD TO' TO WS-FIG-NAME.
007900     MOVE WS-PERIOD-TO TO WS-FIG-AMOUNT.
007910     PERFORM 7100-PRINT-FIGURE THRU 7100-PRINT-FIGURE-EXIT.
007920     MOVE 'OPENING HEADCOUNT' TO WS-FIG-NAME.
007930     MOVE WS-TOTAL-OPENING TO WS-FIG-AMOUNT.
007940     PERFORM 7100-PRINT-FIGURE THRU 7100-PRINT-FIGURE-EXIT.
007950     MOVE 'JOINERS' TO WS-FIG-NAME.
007960     MOVE WS-TOTAL-JOINERS TO WS-FIG-AMOUNT.
007970     PERFORM 7100-PRINT-FIGURE THRU 7100-PRINT-FIGURE-EXIT.
007980     MOVE 'LEAVERS' TO WS-FIG-NAME.
007990     MOVE WS-TOTAL-LEAVERS TO WS-FIG-AMOUNT.
008000     PERFORM 7100-PRINT-FIGURE THRU 7100-PRINT-FIGURE-EXIT.
008010     MOVE 'CLOSING HEADCOUNT' TO WS-FIG-NAME.
008020     MOVE WS-TOTAL-CLOSING TO WS-FIG-AMOUNT.
008030     PERFORM 7100-PRINT-FIGURE THRU 7100-PRINT-FIGURE-EXIT.
008040     MOVE 'OPENING + JOINERS - LEAVERS - CLOSING' TO WS-FIG-NAME.
008050     COMPUTE WS-FIG-AMOUNT = WS-TOTAL-OPENING + WS-TOTAL-JOINERS
008060         - WS-TOTAL-LEAVERS - WS-TOTAL-CLOSING.
008070     PERFORM 7100-PRINT-FIGURE THRU 7100-PRINT-FIGURE-EXIT.
008080     MOVE 'LEDGER YEAR-TO-DATE COST' TO WS-FIG-NAME.
008090     MOVE WS-TOTAL-COST TO WS-FIG-AMOUNT.
008100     PERFORM 7100-PRINT-FIGURE THRU 7100-PRINT-FIGURE-EXIT.
008110     MOVE 'AVERAGE COST PER CLOSING HEAD' TO WS-FIG-NAME.
008120     MOVE ZERO TO WS-FIG-AMOUNT.
008130     IF WS-TOTAL-CLOSING > ZERO
008140         COMPUTE WS-FIG-AMOUNT ROUNDED =
008150             WS-TOTAL-COST / WS-TOTAL-CLOSING
008160     END-IF.
008170     PERFORM 7100-PRINT-FIGURE THRU 7100-PRINT-FIGURE-EXIT.
008180     MOVE 'NOT YET STARTED (NOT COUNTED)' TO WS-FIG-NAME.
008190     MOVE WS-FUTURE-COUNT TO WS-FIG-AMOUNT.
008200     PERFORM 7100-PRINT-FIGURE THRU 7100-PRINT-FIGURE-EXIT.
008210     MOVE 'ACTIVE WITH NO POSTINGS' TO WS-FIG-NAME.
008220     MOVE WS-ANOM-ACTIVE-COUNT TO WS-FIG-AMOUNT.
008230     PERFORM 7100-PRINT-FIGURE THRU 7100-PRINT-FIGURE-EXIT.
008240     MOVE 'LEAVER POSTINGS AFTER LEAVE DATE' TO WS-FIG-NAME.
008250     MOVE WS-ANOM-LEAVER-COUNT TO WS-FIG-AMOUNT.
008260     PERFORM 7100-PRINT-FIGURE THRU 7100-PRINT-FIGURE-EXIT.
008270     MOVE 'LEAVERS WITH NO LEAVE DATE' TO WS-FIG-NAME.
008280     MOVE WS-ANOM-NODATE-COUNT TO WS-FIG-AMOUNT.
008290     PERFORM 7100-PRINT-FIGURE THRU 7100-PRINT-FIGURE-EXIT.
008300     MOVE 'LEDGER EMPLOYEES NOT ON MASTER' TO WS-FIG-NAME.
008310     MOVE WS-ANOM-MASTER-COUNT TO WS-FIG-AMOUNT.
008320     PERFORM 7100-PRINT-FIGURE THRU 7100-PRINT-FIGURE-EXIT.
008330 7000-PRINT-TOTALS-EXIT.
008340     EXIT.
008350
008360 7100-PRINT-FIGURE.
008370     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008380         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
008390     END-IF.
008400     MOVE SPACES TO PRINT-LINE.
008410     MOVE WS-FIG-NAME TO PRINT-LINE (1:36).
008420     MOVE WS-FIG-AMOUNT TO WS-FIG-DISPLAY.
008430     MOVE WS-FIG-DISPLAY TO PRINT-LINE (38:13).
008440     WRITE PRINT-LINE.
008450     ADD 1 TO WS-LINE-COUNT.
008460 7100-PRINT-FIGURE-EXIT.
008470     EXIT.
008480
008490 8000-TERMINATE.
008500     PERFORM 9000-GRADE-CONDITION
008510         THRU 9000-GRADE-CONDITION-EXIT.
008520     IF WS-EMPMST-OPENED
008530         CLOSE SALARY-EMPMST
008540     END-IF.
008550     IF WS-LEDGER-OPENED
008560         CLOSE SALARY-LEDGER
008570     END-IF.
008580     IF WS-DM-WORK-OPEN
008590         CLOSE SALARY-DM-WORK
008600     END-IF.
008610     CLOSE SALARY-HC-WORK.
008620     CLOSE HDCNT-PRINT.
008630     DISPLAY 'SALARY-HDCNT RUN COMPLETE'.
008640     DISPLAY 'PERIOD .......... : ' WS-PERIOD-FROM ' TO '
008650         WS-PERIOD-TO.
008651     IF WS-ALL-COMPANIES
008652         DISPLAY 'COMPANY ......... : ALL'
008653     ELSE
008654         DISPLAY 'COMPANY ......... : ' WS-COMPANY-FILTER
008655     END-IF.
008660     DISPLAY 'OPENING ......... : ' WS-TOTAL-OPENING.
008670     DISPLAY 'JOINERS ......... : ' WS-TOTAL-JOINERS.
008680     DISPLAY 'LEAVERS ......... : ' WS-TOTAL-LEAVERS.
008690     DISPLAY 'CLOSING ......... : ' WS-TOTAL-CLOSING.
008700     DISPLAY 'ANOMALIES ....... : ' WS-ANOM-COUNT.
008710     DISPLAY 'CONDITION CODE .. : ' WS-COND-CODE.
008720 8000-TERMINATE-EXIT.
008730     EXIT.
008740
008750******************************************************************
008760* 8050-PRINT-HEADING starts a new page on HDCNT-PRINT: a report
008770* title line (carrying the run date and page number) followed
008780* by a column heading line appropriate to WS-REPORT-TITLE, as
008790* on the SALARY-TOTAL report.
008800******************************************************************
008810 8050-PRINT-HEADING.
008820     ADD 1 TO WS-PAGE-NO.
008830     MOVE SPACES TO PRINT-LINE.
008840     MOVE WS-REPORT-TITLE TO PRINT-LINE (1:31).
008842     IF NOT WS-ALL-COMPANIES
008844         MOVE 'CO' TO PRINT-LINE (33:2)
008846         MOVE WS-COMPANY-FILTER TO PRINT-LINE (36:2)
008848     END-IF.
008850     MOVE 'RUN DATE' TO PRINT-LINE (40:8).
008860     MOVE WS-RUN-DATE TO PRINT-LINE (49:6).
008870     MOVE 'PAGE' TO PRINT-LINE (60:4).
008880     MOVE WS-PAGE-NO TO PRINT-LINE (65:4).
008890     WRITE PRINT-LINE.
008900     MOVE SPACES TO PRINT-LINE.
008910     EVALUATE WS-REPORT-TITLE
008920         WHEN 'HEADCOUNT BY DEPARTMENT'
008930             MOVE 'CODE DEPARTMENT NAME' TO PRINT-LINE (1:20)
008940             MOVE '  OPEN   JOIN  LEAVE  CLOSE'
008950                 TO PRINT-LINE (27:27)
008960             MOVE '   YTD COST  AVG/HEAD' TO PRINT-LINE (55:21)
008970         WHEN 'HEADCOUNT ANOMALIES'
008980             MOVE 'EMP-ID NAME                 DEPT ANOMALY'
008990                 TO PRINT-LINE (1:41)
009000         WHEN OTHER
009010             MOVE 'FIGURE' TO PRINT-LINE (1:6)
009020             MOVE 'AMOUNT' TO PRINT-LINE (45:6)
009030     END-EVALUATE.
009040     WRITE PRINT-LINE.
009050     MOVE ZERO TO WS-LINE-COUNT.
009060 8050-PRINT-HEADING-EXIT.
009070     EXIT.
009080
009090******************************************************************
009100* 9000-GRADE-CONDITION works out the run's final condition code,
009110* keeping the highest grade: 4 for anomalies or warnings, 8 when
009120* the employee master or the ledger could not be read.
009130******************************************************************
009140 9000-GRADE-CONDITION.
009150     IF WS-WARNING-COUNT > ZERO OR WS-ANOM-COUNT > ZERO
009160         MOVE 4 TO WS-CAND-COND
009170         PERFORM 9100-RAISE-COND-CODE
009180             THRU 9100-RAISE-COND-CODE-EXIT
009190     END-IF.
009200     IF NOT WS-EMPMST-OPENED OR NOT WS-LEDGER-OPENED
009210         MOVE 8 TO WS-CAND-COND
009220         PERFORM 9100-RAISE-COND-CODE
009230             THRU 9100-RAISE-COND-CODE-EXIT
009240     END-IF.
009250 9000-GRADE-CONDITION-EXIT.
009260     EXIT.
009270
009280 9100-RAISE-COND-CODE.
009290     IF WS-CAND-COND > WS-COND-CODE
009300         MOVE WS-CAND-COND TO WS-COND-CODE
009310     END-IF.
009320 9100-RAISE-COND-CODE-EXIT.
009330     EXIT.
