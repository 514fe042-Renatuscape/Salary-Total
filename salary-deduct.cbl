000010******************************************************************
000020* Program name:    SALARY-DEDUCT
000030* Original author: PJM
000040* Installation:    COBOL DEVELOPMENT CENTER
000050* Date-written:    10/15/26
000060*
000070* Maintenence Log
000080* Date      Author        Maintenance Requirement
000090* --------- ------------  ---------------------------------------
000100* 10/15/26 PJM           Created.  Everything in the suite
000110*                        stopped at gross - payroll worked out
000120*                        tax, pension and the fixed deductions
000130*                        on a spreadsheet every cycle.  This
000140*                        pass runs after SALARY-TOTAL on the
000150*                        same MS-DA01 extract: it takes the
000160*                        valid details (the tests
000170*                        2250-VALIDATE-RECORD makes - numeric
000180*                        salary, department on SALARY-DEPTS,
000190*                        employee on SALARY-EMPMST), totals each
000200*                        employee's gross for the cycle, and
000210*                        applies the SALARY-DEDRATES parameter
000220*                        file for the employee's RECORD-TYPE
000230*                        (hourly and salaried differ): a
000240*                        tax-free allowance, three tax bands,
000250*                        a pension percentage and a fixed
000260*                        deduction.  It prints a page-numbered
000270*                        net-pay register per employee and per
000280*                        department, writes the register to
000290*                        SALARY-NETPAY (copybook SALNET) for
000300*                        the payment run, and posts the
000310*                        deductions and net pay into the
000320*                        employee's LDG-YTD-DEDUCTIONS and
000330*                        LDG-YTD-NET on SALARY-LEDGER.  The
000340*                        extract must carry a header and must
000350*                        already be on the SALARY-RUNS log (the
000360*                        ledger record is SALARY-TOTAL's); an
000370*                        extract date already on the
000380*                        SALARY-DEDRUNS log is refused, so the
000390*                        deductions can never post twice.  The
000400*                        run ends with condition code 0 clean,
000410*                        4 warnings (details skipped as invalid,
000420*                        deductions capped at the gross, no
000430*                        ledger record), 8 an employee paid
000440*                        gross because no rates exist for the
000450*                        record type, 16 run refused.
000451* 10/15/26 PJM           Multi-company processing.  The run is
000452*                        for the company on the extract header
000453*                        (blank is the home company, 01): only
000454*                        that company's SALARY-RUNS and
000455*                        SALARY-DEDRUNS entries are matched,
000456*                        SALARY-DEDRUNS now carries the code,
000457*                        and a detail whose employee the master
000458*                        shows under another company is skipped
000459*                        as SALARY-TOTAL rejected it.
000460* 10/15/26 PJM           If SALARY-LEDGER will not open the run
000461*                        ends condition 16 without writing
000462*                        SALARY-NETPAY or logging the period on
000463*                        SALARY-DEDRUNS, so it can be rerun.
000464* 10/15/26 PJM           SALARY-NETPAY records now carry the
000465*                        company (NET-COMPANY-CODE), record 79
000466*                        to 81.  A ledger rewrite that fails is
000467*                        counted and ends the run condition 12
000468*                        with the period not logged on
000469*                        SALARY-DEDRUNS, so it can be rerun.
000470*
000471******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.  SALARY-DEDUCT.
000500 AUTHOR. PJM.
000510 INSTALLATION. COBOL DEVELOPMENT CENTER.
000520 DATE-WRITTEN. 10/15/26.
000530 DATE-COMPILED. 00/00/00.
000540 SECURITY. NON-CONFIDENTIAL.
000550******************************************************************
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. ICL-2972.
000590 OBJECT-COMPUTER. ICL-2972.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT SALARY-FILE ASSIGN TO MS-DA01
000630           ORGANIZATION IS SEQUENTIAL
000640           ACCESS MODE IS SEQUENTIAL
000650           FILE STATUS IS WS-FILE-STATUS.
000660     SELECT SALARY-DEDRATES ASSIGN TO SALDEDR
000670           ORGANIZATION IS SEQUENTIAL
000680           ACCESS MODE IS SEQUENTIAL
000690           FILE STATUS IS WS-RATES-STATUS.
000700     SELECT SALARY-DEPTS ASSIGN TO DEPTMST
000710           ORGANIZATION IS SEQUENTIAL
000720           ACCESS MODE IS SEQUENTIAL
000730           FILE STATUS IS WS-DEPTMST-STATUS.
000740     SELECT SALARY-EMPMST ASSIGN TO SALEMP
000750           ORGANIZATION IS INDEXED
000760           ACCESS MODE IS RANDOM
000770           RECORD KEY IS EMP-EMPLOYEE-ID
000780           FILE STATUS IS WS-EMPMST-STATUS.
000790     SELECT SALARY-LEDGER ASSIGN TO SALLDG
000800           ORGANIZATION IS INDEXED
000810           ACCESS MODE IS RANDOM
000820           RECORD KEY IS LDG-EMPLOYEE-ID
000830           FILE STATUS IS WS-LEDGER-STATUS.
000840     SELECT SALARY-RUNS ASSIGN TO SALRUNS
000850           ORGANIZATION IS SEQUENTIAL
000860           ACCESS MODE IS SEQUENTIAL
000870           FILE STATUS IS WS-RUNS-STATUS.
000880     SELECT SALARY-DEDRUNS ASSIGN TO SALDRUNS
000890           ORGANIZATION IS SEQUENTIAL
000900           ACCESS MODE IS SEQUENTIAL
000910           FILE STATUS IS WS-DRUNS-STATUS.
000920     SELECT SALARY-NETPAY ASSIGN TO SALNETP
000930           ORGANIZATION IS SEQUENTIAL
000940           ACCESS MODE IS SEQUENTIAL
000950           FILE STATUS IS WS-NETPAY-STATUS.
000960     SELECT DEDUCT-PRINT ASSIGN TO DEDRPT
000970           ORGANIZATION IS SEQUENTIAL
000980           ACCESS MODE IS SEQUENTIAL.
000990* Keyed work files, rebuilt every run, as in SALARY-TOTAL.
001000     SELECT SALARY-EMP-WORK ASSIGN TO DEDEMPWK
001010           ORGANIZATION IS INDEXED
001020           ACCESS MODE IS DYNAMIC
001030           RECORD KEY IS EW-EMPLOYEE-ID
001040           FILE STATUS IS WS-EW-STATUS.
001050     SELECT SALARY-DEPT-WORK ASSIGN TO DEDDPTWK
001060           ORGANIZATION IS INDEXED
001070           ACCESS MODE IS DYNAMIC
001080           RECORD KEY IS DPW-DEPT-CODE
001090           FILE STATUS IS WS-DPW-STATUS.
001100     SELECT SALARY-DM-WORK ASSIGN TO DEDDMWK
001110           ORGANIZATION IS INDEXED
001120           ACCESS MODE IS RANDOM
001130           RECORD KEY IS DMW-DEPT-CODE
001140           FILE STATUS IS WS-DMW-STATUS.
001150     SELECT SALARY-RATE-WORK ASSIGN TO DEDRTWK
001160           ORGANIZATION IS INDEXED
001170           ACCESS MODE IS RANDOM
001180           RECORD KEY IS RTW-RECORD-TYPE
001190           FILE STATUS IS WS-RTW-STATUS.
001200
001210 DATA DIVISION.
001220 FILE SECTION.
001230 FD  SALARY-FILE
001240     RECORDING MODE IS F
001250     RECORD CONTAINS 37 CHARACTERS.
001260     COPY salrec.
001270
001280* One deduction-rates record per RECORD-TYPE, tuned by payroll
001290* the way SALARY-BANDS is.  Amounts are per pay cycle; rates
001300* are percentages with two decimals.  Tax is charged on the
001310* gross above DR-TAX-FREE: DR-BAND1-RATE up to DR-BAND1-LIMIT
001320* of taxable pay, DR-BAND2-RATE up to DR-BAND2-LIMIT and
001330* DR-BAND3-RATE on everything above it.
001340 FD  SALARY-DEDRATES
001350     RECORDING MODE IS F
001360     RECORD CONTAINS 41 CHARACTERS.
001370 01  DEDRATE-RECORD.
001380     03  DR-RECORD-TYPE          PIC X(01).
001390     03  DR-TAX-FREE             PIC 9(06).
001400     03  DR-BAND1-LIMIT          PIC 9(06).
001410     03  DR-BAND1-RATE           PIC 9(02)V9(02).
001420     03  DR-BAND2-LIMIT          PIC 9(06).
001430     03  DR-BAND2-RATE           PIC 9(02)V9(02).
001440     03  DR-BAND3-RATE           PIC 9(02)V9(02).
001450     03  DR-PENSION-RATE         PIC 9(02)V9(02).
001460     03  DR-FIXED-DEDUCT         PIC 9(06).
001470
001480 FD  SALARY-DEPTS
001490     RECORDING MODE IS F
001500     RECORD CONTAINS 24 CHARACTERS.
001510 01  DEPT-MASTER-RECORD.
001520     03  DM-DEPT-CODE            PIC X(04).
001530     03  DM-DEPT-NAME            PIC X(20).
001540
001550 FD  SALARY-EMPMST
001560     RECORDING MODE IS F
001570     RECORD CONTAINS 77 CHARACTERS.
001580     COPY salemp.
001590
001600 FD  SALARY-LEDGER
001610     RECORDING MODE IS F
001620     RECORD CONTAINS 63 CHARACTERS.
001630     COPY salldg.
001640
001650* Same layout as the SALARY-RUNS FD in SALARY-TOTAL.
001660 FD  SALARY-RUNS
001670     RECORDING MODE IS F
001680     RECORD CONTAINS 18 CHARACTERS.
001690 01  RUN-LOG-RECORD.
001700     03  RUN-EXTRACT-DATE        PIC 9(06).
001710     03  RUN-SEQUENCE-NO         PIC 9(04).
001720     03  RUN-PROCESS-DATE        PIC 9(06).
001725     03  RUN-COMPANY-CODE        PIC X(02).
001730
001740* One record per extract date whose deductions have posted.
001750 FD  SALARY-DEDRUNS
001760     RECORDING MODE IS F
001770     RECORD CONTAINS 14 CHARACTERS.
001780 01  DEDRUN-RECORD.
001790     03  DRUN-EXTRACT-DATE       PIC 9(06).
001800     03  DRUN-PROCESS-DATE       PIC 9(06).
001805     03  DRUN-COMPANY-CODE       PIC X(02).
001810
001820 FD  SALARY-NETPAY
001830     RECORDING MODE IS F
001840     RECORD CONTAINS 81 CHARACTERS.
001850     COPY salnet.
001860
001870 FD  DEDUCT-PRINT
001880     RECORDING MODE IS F
001890     RECORD CONTAINS 80 CHARACTERS.
001900 01  PRINT-LINE                 PIC X(80).
001910
001920* One accumulated gross per employee for the cycle, keyed by
001930* the ID, so an employee with several details is taxed once
001940* on the total and the register reads back in ID order.
001950 FD  SALARY-EMP-WORK
001960     RECORDING MODE IS F
001970     RECORD CONTAINS 45 CHARACTERS.
001980 01  EMP-WORK-RECORD.
001990     03  EW-EMPLOYEE-ID          PIC X(06).
002000     03  EW-EMPLOYEE-NAME        PIC X(20).
002010     03  EW-DEPT-CODE            PIC X(04).
002020     03  EW-RECORD-TYPE          PIC X(01).
002030     03  EW-GROSS                PIC 9(07).
002040     03  EW-DETAIL-COUNT         PIC 9(07).
002050
002060* Gross, deductions and net accumulated per department for
002070* the departmental register.
002080 FD  SALARY-DEPT-WORK
002090     RECORDING MODE IS F
002100     RECORD CONTAINS 37 CHARACTERS.
002110 01  DEPT-WORK-RECORD.
002120     03  DPW-DEPT-CODE           PIC X(04).
002130     03  DPW-GROSS               PIC 9(09).
002140     03  DPW-DEDUCTIONS          PIC 9(09).
002150     03  DPW-NET                 PIC 9(09).
002160     03  DPW-COUNT               PIC 9(06).
002170
002180* The SALARY-DEPTS department master rekeyed for random reads.
002190 FD  SALARY-DM-WORK
002200     RECORDING MODE IS F
002210     RECORD CONTAINS 24 CHARACTERS.
002220 01  DM-WORK-RECORD.
002230     03  DMW-DEPT-CODE           PIC X(04).
002240     03  DMW-DEPT-NAME           PIC X(20).
002250
002260* The SALARY-DEDRATES parameters rekeyed for random reads.
002270 FD  SALARY-RATE-WORK
002280     RECORDING MODE IS F
002290     RECORD CONTAINS 41 CHARACTERS.
002300 01  RATE-WORK-RECORD.
002310     03  RTW-RECORD-TYPE         PIC X(01).
002320     03  RTW-TAX-FREE            PIC 9(06).
002330     03  RTW-BAND1-LIMIT         PIC 9(06).
002340     03  RTW-BAND1-RATE          PIC 9(02)V9(02).
002350     03  RTW-BAND2-LIMIT         PIC 9(06).
002360     03  RTW-BAND2-RATE          PIC 9(02)V9(02).
002370     03  RTW-BAND3-RATE          PIC 9(02)V9(02).
002380     03  RTW-PENSION-RATE        PIC 9(02)V9(02).
002390     03  RTW-FIXED-DEDUCT        PIC 9(06).
002400
002410 WORKING-STORAGE SECTION.
002420 77  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
002430     88  WS-EOF                          VALUE 'Y'.
002440 77  WS-FILE-STATUS          PIC X(02)   VALUE '00'.
002450     88  WS-FILE-OK                      VALUE '00'.
002460 77  WS-RATES-STATUS         PIC X(02)   VALUE '00'.
002470     88  WS-RATES-FILE-OK                VALUE '00'.
002480 77  WS-RATE-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002490     88  WS-RATE-EOF                     VALUE 'Y'.
002500 77  WS-RTW-STATUS           PIC X(02)   VALUE '00'.
002510     88  WS-RTW-FILE-OK                  VALUE '00'.
002520 77  WS-RATE-COUNT           PIC 9(04)   VALUE ZERO.
002530 77  WS-DEPTMST-STATUS       PIC X(02)   VALUE '00'.
002540     88  WS-DEPTMST-FILE-OK              VALUE '00'.
002550 77  WS-DM-EOF-SWITCH        PIC X(01)   VALUE 'N'.
002560     88  WS-DM-EOF                       VALUE 'Y'.
002570 77  WS-DMW-STATUS           PIC X(02)   VALUE '00'.
002580     88  WS-DMW-FILE-OK                  VALUE '00'.
002590 77  WS-DM-OPEN-SWITCH       PIC X(01)   VALUE 'N'.
002600     88  WS-DM-WORK-OPEN                 VALUE 'Y'.
002610 77  WS-DM-LOADED-SWITCH     PIC X(01)   VALUE 'N'.
002620     88  WS-DM-LOADED                    VALUE 'Y'.
002630 77  WS-DM-COUNT             PIC 9(04)   VALUE ZERO.
002640 77  WS-EMPMST-STATUS        PIC X(02)   VALUE '00'.
002650     88  WS-EMPMST-FILE-OK               VALUE '00'.
002660 77  WS-EMP-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
002670     88  WS-EMP-MASTER-OPEN              VALUE 'Y'.
002680 77  WS-LEDGER-STATUS        PIC X(02)   VALUE '00'.
002690     88  WS-LEDGER-FILE-OK               VALUE '00'.
002700 77  WS-LEDGER-OPEN-SWITCH   PIC X(01)   VALUE 'N'.
002710     88  WS-LEDGER-OPENED                VALUE 'Y'.
002713 77  WS-LEDGER-FAIL-SWITCH   PIC X(01)   VALUE 'N'.
002716     88  WS-LEDGER-OPEN-FAILED           VALUE 'Y'.
002718 77  WS-LEDGER-ERROR-COUNT   PIC 9(06)   VALUE ZERO.
002720 77  WS-RUNS-STATUS          PIC X(02)   VALUE '00'.
002730     88  WS-RUNS-FILE-OK                 VALUE '00'.
002740 77  WS-RUNS-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002750     88  WS-RUNS-EOF                     VALUE 'Y'.
002760 77  WS-DRUNS-STATUS         PIC X(02)   VALUE '00'.
002770     88  WS-DRUNS-FILE-OK                VALUE '00'.
002780 77  WS-DRUNS-EOF-SWITCH     PIC X(01)   VALUE 'N'.
002790     88  WS-DRUNS-EOF                    VALUE 'Y'.
002800 77  WS-NETPAY-STATUS        PIC X(02)   VALUE '00'.
002810     88  WS-NETPAY-FILE-OK               VALUE '00'.
002820 77  WS-EW-STATUS            PIC X(02)   VALUE '00'.
002830     88  WS-EW-FILE-OK                   VALUE '00'.
002840 77  WS-EW-EOF-SWITCH        PIC X(01)   VALUE 'N'.
002850     88  WS-EW-EOF                       VALUE 'Y'.
002860 77  WS-DPW-STATUS           PIC X(02)   VALUE '00'.
002870     88  WS-DPW-FILE-OK                  VALUE '00'.
002880 77  WS-DPW-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002890     88  WS-DPW-EOF                      VALUE 'Y'.
002900 77  WS-VALID-SWITCH         PIC X(01)   VALUE 'Y'.
002910     88  WS-VALID-RECORD                 VALUE 'Y'.
002920     88  WS-INVALID-RECORD               VALUE 'N'.
002930* The run is refused - nothing accumulated, posted or written
002940* - when the extract has no header, has not been posted by
002950* SALARY-TOTAL, has already had its deductions posted, or no
002960* deduction rates could be loaded.
002970 77  WS-REFUSED-SWITCH       PIC X(01)   VALUE 'N'.
002980     88  WS-RUN-REFUSED                  VALUE 'Y'.
002990 77  WS-REFUSED-REASON       PIC X(40)   VALUE SPACES.
003000 77  WS-POSTED-SWITCH        PIC X(01)   VALUE 'N'.
003010     88  WS-TOTAL-HAS-POSTED             VALUE 'Y'.
003020 77  WS-EXTRACT-DATE         PIC 9(06)   VALUE ZERO.
003021* The company this run is for, off the extract header.  A
003022* blank code anywhere is the home company.
003023 77  WS-COMPANY-CODE         PIC X(02)   VALUE '01'.
003024 77  WS-HOME-COMPANY         PIC X(02)   VALUE '01'.
003025 77  WS-EMP-COMPANY          PIC X(02)   VALUE SPACES.
003030 77  WS-DETAIL-COUNT         PIC 9(06)   VALUE ZERO.
003040 77  WS-SKIPPED-COUNT        PIC 9(06)   VALUE ZERO.
003050 77  WS-PAID-COUNT           PIC 9(06)   VALUE ZERO.
003060 77  WS-NO-RATE-COUNT        PIC 9(06)   VALUE ZERO.
003070 77  WS-CAPPED-COUNT         PIC 9(06)   VALUE ZERO.
003080 77  WS-NO-LEDGER-COUNT      PIC 9(06)   VALUE ZERO.
003090* The current employee's figures, worked out by
003100* 8120-COMPUTE-DEDUCTIONS.
003110 77  WS-TAXABLE              PIC 9(07)   VALUE ZERO.
003120 77  WS-EMP-TAX              PIC 9(07)   VALUE ZERO.
003130 77  WS-EMP-PENSION          PIC 9(07)   VALUE ZERO.
003140 77  WS-EMP-FIXED            PIC 9(07)   VALUE ZERO.
003150 77  WS-EMP-DEDUCTIONS       PIC 9(07)   VALUE ZERO.
003160 77  WS-EMP-NET              PIC 9(07)   VALUE ZERO.
003170 77  WS-EMP-FLAG             PIC X(06)   VALUE SPACES.
003180 77  WS-TOTAL-GROSS          PIC 9(09)   VALUE ZERO.
003190 77  WS-TOTAL-TAX            PIC 9(09)   VALUE ZERO.
003200 77  WS-TOTAL-PENSION        PIC 9(09)   VALUE ZERO.
003210 77  WS-TOTAL-FIXED          PIC 9(09)   VALUE ZERO.
003220 77  WS-TOTAL-DEDUCTIONS     PIC 9(09)   VALUE ZERO.
003230 77  WS-TOTAL-NET            PIC 9(09)   VALUE ZERO.
003240* Condition code grades: 0 clean, 4 warning (details skipped as
003250* invalid, deductions capped at the gross, no ledger record), 8
003260* an employee paid gross for want of rates, 12 a ledger rewrite
003265* failed, 16 run refused.
003270 77  WS-COND-CODE            PIC 9(04)   VALUE ZERO.
003280 77  WS-CAND-COND            PIC 9(04)   VALUE ZERO.
003290 77  WS-RUN-DATE             PIC 9(06)   VALUE ZERO.
003300 77  WS-PAGE-NO              PIC 9(04)   VALUE ZERO.
003310 77  WS-LINE-COUNT           PIC 9(02)   VALUE ZERO.
003320 77  WS-LINES-PER-PAGE       PIC 9(02)   VALUE 15.
003330 77  WS-REPORT-TITLE         PIC X(31)   VALUE SPACES.
003340
003350 PROCEDURE DIVISION.
003360 0000-MAINLINE.
003370     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003380     PERFORM 2000-ACCUMULATE-DETAIL
003390         THRU 2000-ACCUMULATE-DETAIL-EXIT
003400         UNTIL WS-EOF.
003410     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
003420     MOVE WS-COND-CODE TO RETURN-CODE.
003430     STOP RUN.
003440
003450 1000-INITIALIZE.
003460     ACCEPT WS-RUN-DATE FROM DATE.
003470     OPEN OUTPUT DEDUCT-PRINT.
003480     PERFORM 1950-OPEN-WORK-FILES
003490         THRU 1950-OPEN-WORK-FILES-EXIT.
003500     OPEN INPUT SALARY-FILE.
003510     IF NOT WS-FILE-OK
003520         MOVE 'NO MS-DA01 EXTRACT FILE' TO WS-REFUSED-REASON
003530         SET WS-RUN-REFUSED TO TRUE
003540         SET WS-EOF TO TRUE
003550         GO TO 1000-INITIALIZE-EXIT
003560     END-IF.
003570     PERFORM 1800-LOAD-RATES THRU 1800-LOAD-RATES-EXIT.
003580     IF WS-RUN-REFUSED
003590         SET WS-EOF TO TRUE
003600         GO TO 1000-INITIALIZE-EXIT
003610     END-IF.
003620     PERFORM 1400-LOAD-DEPT-MASTER
003630         THRU 1400-LOAD-DEPT-MASTER-EXIT.
003640     PERFORM 1900-OPEN-EMP-MASTER
003650         THRU 1900-OPEN-EMP-MASTER-EXIT.
003660     PERFORM 2100-READ-RECORD THRU 2100-READ-RECORD-EXIT.
003670     PERFORM 1650-VET-EXTRACT-HEADER
003680         THRU 1650-VET-EXTRACT-HEADER-EXIT.
003690     IF WS-RUN-REFUSED
003700         SET WS-EOF TO TRUE
003710     END-IF.
003720 1000-INITIALIZE-EXIT.
003730     EXIT.
003740
003750******************************************************************
003760* 1400-LOAD-DEPT-MASTER copies the SALARY-DEPTS department
003770* master onto the keyed SALARY-DM-WORK file, exactly as
003780* SALARY-TOTAL does, for the department test on each detail
003790* and the names on the departmental register.  A missing or
003800* empty master skips the department test, as it does there.
003810******************************************************************
003820 1400-LOAD-DEPT-MASTER.
003830     OPEN INPUT SALARY-DEPTS.
003840     IF NOT WS-DEPTMST-FILE-OK
003850         DISPLAY 'NO DEPARTMENT MASTER FILE - '
003860             'DEPT VALIDATION SKIPPED'
003870         GO TO 1400-LOAD-DEPT-MASTER-EXIT
003880     END-IF.
003890     OPEN OUTPUT SALARY-DM-WORK.
003900     PERFORM 1410-LOAD-DEPT-ENTRY
003910         THRU 1410-LOAD-DEPT-ENTRY-EXIT
003920         UNTIL WS-DM-EOF.
003930     CLOSE SALARY-DEPTS.
003940     CLOSE SALARY-DM-WORK.
003950     OPEN INPUT SALARY-DM-WORK.
003960     SET WS-DM-WORK-OPEN TO TRUE.
003970     IF WS-DM-COUNT > ZERO
003980         SET WS-DM-LOADED TO TRUE
003990     ELSE
004000         DISPLAY 'DEPARTMENT MASTER EMPTY - '
004010             'DEPT VALIDATION SKIPPED'
004020     END-IF.
004030 1400-LOAD-DEPT-MASTER-EXIT.
004040     EXIT.
004050
004060 1410-LOAD-DEPT-ENTRY.
004070     READ SALARY-DEPTS
004080         AT END
004090             SET WS-DM-EOF TO TRUE
004100         NOT AT END
004110             MOVE DM-DEPT-CODE TO DMW-DEPT-CODE
004120             MOVE DM-DEPT-NAME TO DMW-DEPT-NAME
004130             WRITE DM-WORK-RECORD
004140                 INVALID KEY
004150                     DISPLAY 'WARNING - DUPLICATE DEPT ON '
004160                         'MASTER, FIRST KEPT : ' DM-DEPT-CODE
004170                 NOT INVALID KEY
004180                     ADD 1 TO WS-DM-COUNT
004190             END-WRITE
004200     END-READ.
004210 1410-LOAD-DEPT-ENTRY-EXIT.
004220     EXIT.
004230
004240******************************************************************
004250* 1650-VET-EXTRACT-HEADER inspects the first record read from
004260* the extract.  Deductions post to the ledger, so unlike
004270* SALARY-TOTAL this pass will not run without a header: the
004280* extract date is what stops the same cycle being deducted
004290* twice.  The date must be on SALARY-RUNS (SALARY-TOTAL has
004300* posted the gross) and must not be on SALARY-DEDRUNS (the
004310* deductions have not posted yet), both for the header's
004315* company - each company's dates are its own.
004320******************************************************************
004330 1650-VET-EXTRACT-HEADER.
004340     IF WS-EOF OR RECORD-TYPE NOT = '0'
004350         MOVE 'NO EXTRACT HEADER RECORD'
004360             TO WS-REFUSED-REASON
004370         SET WS-RUN-REFUSED TO TRUE
004380         GO TO 1650-VET-EXTRACT-HEADER-EXIT
004390     END-IF.
004400     MOVE HEADER-EXTRACT-DATE TO WS-EXTRACT-DATE.
004402     MOVE HEADER-COMPANY-CODE TO WS-COMPANY-CODE.
004404     IF WS-COMPANY-CODE = SPACES
004406         MOVE WS-HOME-COMPANY TO WS-COMPANY-CODE
004408     END-IF.
004410     OPEN INPUT SALARY-RUNS.
004420     IF WS-RUNS-FILE-OK
004430         PERFORM 1710-CHECK-RUN-ENTRY
004440             THRU 1710-CHECK-RUN-ENTRY-EXIT
004450             UNTIL WS-RUNS-EOF
004460         CLOSE SALARY-RUNS
004470     END-IF.
004480     IF NOT WS-TOTAL-HAS-POSTED
004490         MOVE 'EXTRACT NOT YET POSTED BY SALARY-TOTAL'
004500             TO WS-REFUSED-REASON
004510         SET WS-RUN-REFUSED TO TRUE
004520         GO TO 1650-VET-EXTRACT-HEADER-EXIT
004530     END-IF.
004540     OPEN INPUT SALARY-DEDRUNS.
004550     IF WS-DRUNS-FILE-OK
004560         PERFORM 1720-CHECK-DEDRUN-ENTRY
004570             THRU 1720-CHECK-DEDRUN-ENTRY-EXIT
004580             UNTIL WS-DRUNS-EOF
004590         CLOSE SALARY-DEDRUNS
004600     END-IF.
004610     IF WS-RUN-REFUSED
004620         GO TO 1650-VET-EXTRACT-HEADER-EXIT
004630     END-IF.
004640     PERFORM 2100-READ-RECORD THRU 2100-READ-RECORD-EXIT.
004650 1650-VET-EXTRACT-HEADER-EXIT.
004660     EXIT.
004670
004680 1710-CHECK-RUN-ENTRY.
004690     READ SALARY-RUNS
004700         AT END
004710             SET WS-RUNS-EOF TO TRUE
004715             GO TO 1710-CHECK-RUN-ENTRY-EXIT
004760     END-READ.
004761     IF RUN-COMPANY-CODE = SPACES
004762         MOVE WS-HOME-COMPANY TO RUN-COMPANY-CODE
004763     END-IF.
004764     IF RUN-EXTRACT-DATE = WS-EXTRACT-DATE
004765         AND RUN-COMPANY-CODE = WS-COMPANY-CODE
004766         SET WS-TOTAL-HAS-POSTED TO TRUE
004767     END-IF.
004770 1710-CHECK-RUN-ENTRY-EXIT.
004780     EXIT.
004790
004800 1720-CHECK-DEDRUN-ENTRY.
004810     READ SALARY-DEDRUNS
004820         AT END
004830             SET WS-DRUNS-EOF TO TRUE
004835             GO TO 1720-CHECK-DEDRUN-ENTRY-EXIT
004900     END-READ.
004901     IF DRUN-COMPANY-CODE = SPACES
004902         MOVE WS-HOME-COMPANY TO DRUN-COMPANY-CODE
004903     END-IF.
004904     IF DRUN-EXTRACT-DATE = WS-EXTRACT-DATE
004905         AND DRUN-COMPANY-CODE = WS-COMPANY-CODE
004906         MOVE 'DEDUCTIONS ALREADY POSTED FOR EXTRACT'
004907             TO WS-REFUSED-REASON
004908         SET WS-RUN-REFUSED TO TRUE
004909     END-IF.
004910 1720-CHECK-DEDRUN-ENTRY-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950* 1800-LOAD-RATES copies the SALARY-DEDRATES parameter file
004960* onto the keyed SALARY-RATE-WORK file, one entry per
004970* RECORD-TYPE, so each employee's rates are one random read.
004980* With no rates at all nothing can be deducted and the run is
004990* refused rather than paying everyone gross.
005000******************************************************************
005010 1800-LOAD-RATES.
005020     OPEN INPUT SALARY-DEDRATES.
005030     IF NOT WS-RATES-FILE-OK
005040         MOVE 'NO DEDUCTION RATES FILE' TO WS-REFUSED-REASON
005050         SET WS-RUN-REFUSED TO TRUE
005060         GO TO 1800-LOAD-RATES-EXIT
005070     END-IF.
005080     OPEN OUTPUT SALARY-RATE-WORK.
005090     PERFORM 1810-LOAD-RATE-ENTRY
005100         THRU 1810-LOAD-RATE-ENTRY-EXIT
005110         UNTIL WS-RATE-EOF.
005120     CLOSE SALARY-DEDRATES.
005130     CLOSE SALARY-RATE-WORK.
005140     OPEN INPUT SALARY-RATE-WORK.
005150     IF WS-RATE-COUNT = ZERO
005160         MOVE 'DEDUCTION RATES FILE EMPTY' TO WS-REFUSED-REASON
005170         SET WS-RUN-REFUSED TO TRUE
005180     END-IF.
005190 1800-LOAD-RATES-EXIT.
005200     EXIT.
005210
005220 1810-LOAD-RATE-ENTRY.
005230     READ SALARY-DEDRATES
005240         AT END
005250             SET WS-RATE-EOF TO TRUE
005260         NOT AT END
005270             MOVE DEDRATE-RECORD TO RATE-WORK-RECORD
005280             WRITE RATE-WORK-RECORD
005290                 INVALID KEY
005300                     DISPLAY 'WARNING - DUPLICATE TYPE ON '
005310                         'RATES FILE, FIRST KEPT : '
005320                         DR-RECORD-TYPE
005330                 NOT INVALID KEY
005340                     ADD 1 TO WS-RATE-COUNT
005350             END-WRITE
005360     END-READ.
005370 1810-LOAD-RATE-ENTRY-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410* 1900-OPEN-EMP-MASTER opens the SALARY-EMPMST employee master
005420* for the employee test on each detail.  A missing master skips
005430* the test, as it does in SALARY-TOTAL.
005440******************************************************************
005450 1900-OPEN-EMP-MASTER.
005460     OPEN INPUT SALARY-EMPMST.
005470     IF NOT WS-EMPMST-FILE-OK
005480         DISPLAY 'NO EMPLOYEE MASTER FILE - '
005490             'EMPLOYEE VALIDATION SKIPPED'
005500     ELSE
005510         SET WS-EMP-MASTER-OPEN TO TRUE
005520     END-IF.
005530 1900-OPEN-EMP-MASTER-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570* 1950-OPEN-WORK-FILES creates this run's empty keyed employee
005580* and department work files (OPEN OUTPUT then I-O, as
005590* SALARY-TOTAL does), so nothing carries from a previous run.
005600******************************************************************
005610 1950-OPEN-WORK-FILES.
005620     OPEN OUTPUT SALARY-EMP-WORK.
005630     CLOSE SALARY-EMP-WORK.
005640     OPEN I-O SALARY-EMP-WORK.
005650     OPEN OUTPUT SALARY-DEPT-WORK.
005660     CLOSE SALARY-DEPT-WORK.
005670     OPEN I-O SALARY-DEPT-WORK.
005680 1950-OPEN-WORK-FILES-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720* 2000-ACCUMULATE-DETAIL handles one extract record.  Header and
005730* trailer records carry no pay.  A detail that fails the
005740* validation SALARY-TOTAL applies was rejected there and is
005750* skipped here; a valid one adds its salary into the
005760* employee's gross for the cycle on SALARY-EMP-WORK.
005770******************************************************************
005780 2000-ACCUMULATE-DETAIL.
005790     IF RECORD-TYPE = '0' OR RECORD-TYPE = 'T'
005800         GO TO 2000-ACCUMULATE-DETAIL-READ
005810     END-IF.
005820     ADD 1 TO WS-DETAIL-COUNT.
005830     PERFORM 2250-VALIDATE-DETAIL THRU 2250-VALIDATE-DETAIL-EXIT.
005840     IF WS-INVALID-RECORD
005850         ADD 1 TO WS-SKIPPED-COUNT
005860         GO TO 2000-ACCUMULATE-DETAIL-READ
005870     END-IF.
005880     MOVE EMPLOYEE-ID TO EW-EMPLOYEE-ID.
005890     READ SALARY-EMP-WORK
005900         INVALID KEY
005910             MOVE EMPLOYEE-ID   TO EW-EMPLOYEE-ID
005920             MOVE EMPLOYEE-NAME TO EW-EMPLOYEE-NAME
005930             MOVE DEPT-CODE     TO EW-DEPT-CODE
005940             MOVE RECORD-TYPE   TO EW-RECORD-TYPE
005950             MOVE SALARY        TO EW-GROSS
005960             MOVE 1             TO EW-DETAIL-COUNT
005970             WRITE EMP-WORK-RECORD
005980                 INVALID KEY
005990                     DISPLAY 'EMP WORK WRITE FAILED - STATUS '
006000                         WS-EW-STATUS ' : ' EMPLOYEE-ID
006010             END-WRITE
006020         NOT INVALID KEY
006030             ADD SALARY TO EW-GROSS
006040             ADD 1 TO EW-DETAIL-COUNT
006050             REWRITE EMP-WORK-RECORD
006060                 INVALID KEY
006070                     DISPLAY 'EMP WORK REWRITE FAILED - '
006080                         'STATUS ' WS-EW-STATUS ' : '
006090                         EMPLOYEE-ID
006100             END-REWRITE
006110     END-READ.
006120 2000-ACCUMULATE-DETAIL-READ.
006130     PERFORM 2100-READ-RECORD THRU 2100-READ-RECORD-EXIT.
006140 2000-ACCUMULATE-DETAIL-EXIT.
006150     EXIT.
006160
006170 2100-READ-RECORD.
006180     READ SALARY-FILE
006190         AT END
006200             SET WS-EOF TO TRUE
006210     END-READ.
006220 2100-READ-RECORD-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260* 2250-VALIDATE-DETAIL makes the tests 2250-VALIDATE-RECORD in
006270* SALARY-TOTAL makes - salary numeric, department on the
006280* master, employee on the master under the header's company -
006290* so exactly the details that reached the gross reach the
006295* deductions.
006300******************************************************************
006310 2250-VALIDATE-DETAIL.
006320     SET WS-VALID-RECORD TO TRUE.
006330     IF SALARY IS NOT NUMERIC
006340         SET WS-INVALID-RECORD TO TRUE
006350         GO TO 2250-VALIDATE-DETAIL-EXIT
006360     END-IF.
006370     IF WS-DM-LOADED
006380         MOVE DEPT-CODE TO DMW-DEPT-CODE
006390         READ SALARY-DM-WORK
006400             INVALID KEY
006410                 SET WS-INVALID-RECORD TO TRUE
006420                 GO TO 2250-VALIDATE-DETAIL-EXIT
006430         END-READ
006440     END-IF.
006450     IF WS-EMP-MASTER-OPEN
006460         MOVE EMPLOYEE-ID TO EMP-EMPLOYEE-ID
006470         READ SALARY-EMPMST
006480             INVALID KEY
006490                 SET WS-INVALID-RECORD TO TRUE
006495                 GO TO 2250-VALIDATE-DETAIL-EXIT
006500         END-READ
006501         MOVE EMP-COMPANY-CODE TO WS-EMP-COMPANY
006502         IF WS-EMP-COMPANY = SPACES
006503             MOVE WS-HOME-COMPANY TO WS-EMP-COMPANY
006504         END-IF
006505         IF WS-EMP-COMPANY NOT = WS-COMPANY-CODE
006506             SET WS-INVALID-RECORD TO TRUE
006507         END-IF
006510     END-IF.
006520 2250-VALIDATE-DETAIL-EXIT.
006530     EXIT.
006540
006550 8000-TERMINATE.
006560     CLOSE SALARY-FILE.
006570     IF WS-EMP-MASTER-OPEN
006580         CLOSE SALARY-EMPMST
006590     END-IF.
006600     IF WS-RUN-REFUSED
006610         DISPLAY 'RUN REFUSED - ' WS-REFUSED-REASON
006620         IF WS-EXTRACT-DATE NOT = ZERO
006630             DISPLAY 'EXTRACT DATE : ' WS-EXTRACT-DATE
006635                 ' COMPANY ' WS-COMPANY-CODE
006640         END-IF
006650         MOVE 16 TO WS-CAND-COND
006660         PERFORM 9100-RAISE-COND-CODE
006670             THRU 9100-RAISE-COND-CODE-EXIT
006680         PERFORM 8900-CLOSE-WORK-FILES
006690             THRU 8900-CLOSE-WORK-FILES-EXIT
006700         CLOSE DEDUCT-PRINT
006710         DISPLAY 'CONDITION CODE .. : ' WS-COND-CODE
006720         GO TO 8000-TERMINATE-EXIT
006730     END-IF.
006740     OPEN I-O SALARY-LEDGER.
006750     IF WS-LEDGER-FILE-OK
006760         SET WS-LEDGER-OPENED TO TRUE
006770     ELSE
006780         DISPLAY 'UNABLE TO OPEN SALARY-LEDGER - STATUS '
006790             WS-LEDGER-STATUS ' - YTD FIGURES NOT POSTED'
006791         DISPLAY 'SALARY-NETPAY NOT WRITTEN, PERIOD NOT LOGGED'
006792             ' - RERUN WHEN THE LEDGER IS AVAILABLE'
006793         SET WS-LEDGER-OPEN-FAILED TO TRUE
006794         MOVE 16 TO WS-CAND-COND
006795         PERFORM 9100-RAISE-COND-CODE
006796             THRU 9100-RAISE-COND-CODE-EXIT
006800     END-IF.
006805     IF NOT WS-LEDGER-OPEN-FAILED
006810         OPEN OUTPUT SALARY-NETPAY
006815     END-IF.
006820     PERFORM 8100-PRINT-REGISTER THRU 8100-PRINT-REGISTER-EXIT.
006830     PERFORM 8200-PRINT-DEPT-REGISTER
006840         THRU 8200-PRINT-DEPT-REGISTER-EXIT.
006860     IF WS-LEDGER-OPENED
006861         CLOSE SALARY-NETPAY
006870         CLOSE SALARY-LEDGER
006880     END-IF.
006885     IF NOT WS-LEDGER-OPEN-FAILED
006887         AND WS-LEDGER-ERROR-COUNT = ZERO
006890         PERFORM 8500-LOG-DEDUCT-RUN
006893             THRU 8500-LOG-DEDUCT-RUN-EXIT
006894     ELSE
006895         IF WS-LEDGER-ERROR-COUNT > ZERO
006896             DISPLAY 'LEDGER POSTING FAILED - PERIOD NOT LOGGED'
006897         END-IF
006898     END-IF.
006900     PERFORM 8900-CLOSE-WORK-FILES
006910         THRU 8900-CLOSE-WORK-FILES-EXIT.
006920     CLOSE DEDUCT-PRINT.
006930     DISPLAY 'SALARY-DEDUCT RUN COMPLETE'.
006935     DISPLAY 'COMPANY ......... : ' WS-COMPANY-CODE.
006940     DISPLAY 'EXTRACT DATE .... : ' WS-EXTRACT-DATE.
006950     DISPLAY 'DETAILS READ .... : ' WS-DETAIL-COUNT.
006960     DISPLAY 'DETAILS SKIPPED . : ' WS-SKIPPED-COUNT.
006970     DISPLAY 'EMPLOYEES PAID .. : ' WS-PAID-COUNT.
006980     DISPLAY 'NO RATES (GROSS)  : ' WS-NO-RATE-COUNT.
006990     DISPLAY 'DEDUCTIONS CAPPED : ' WS-CAPPED-COUNT.
007000     DISPLAY 'NOT ON LEDGER ... : ' WS-NO-LEDGER-COUNT.
007005     DISPLAY 'LEDGER ERRORS ... : ' WS-LEDGER-ERROR-COUNT.
007010     DISPLAY 'TOTAL GROSS ..... : ' WS-TOTAL-GROSS.
007020     DISPLAY 'TOTAL DEDUCTIONS  : ' WS-TOTAL-DEDUCTIONS.
007030     DISPLAY 'TOTAL NET PAY ... : ' WS-TOTAL-NET.
007040     PERFORM 9000-GRADE-CONDITION
007050         THRU 9000-GRADE-CONDITION-EXIT.
007060 8000-TERMINATE-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100* 8050-PRINT-HEADING starts a new page on DEDUCT-PRINT: a report
007110* title line (carrying the run date and page number) followed
007120* by a column heading line appropriate to WS-REPORT-TITLE, as
007130* on the SALARY-TOTAL report.
007140******************************************************************
007150 8050-PRINT-HEADING.
007160     ADD 1 TO WS-PAGE-NO.
007170     MOVE SPACES TO PRINT-LINE.
007180     MOVE WS-REPORT-TITLE TO PRINT-LINE (1:31).
007183     MOVE 'CO' TO PRINT-LINE (33:2).
007186     MOVE WS-COMPANY-CODE TO PRINT-LINE (36:2).
007190     MOVE 'RUN DATE' TO PRINT-LINE (40:8).
007200     MOVE WS-RUN-DATE TO PRINT-LINE (49:6).
007210     MOVE 'PAGE' TO PRINT-LINE (60:4).
007220     MOVE WS-PAGE-NO TO PRINT-LINE (65:4).
007230     WRITE PRINT-LINE.
007240     MOVE SPACES TO PRINT-LINE.
007250     IF WS-REPORT-TITLE = 'NET PAY REGISTER BY EMPLOYEE'
007260         MOVE 'EMP-ID DEPT   GROSS     TAX PENSION   FIXED'
007270             TO PRINT-LINE (1:43)
007280         MOVE '     NET NAME                 FLAG'
007290             TO PRINT-LINE (44:34)
007300     ELSE
007310         MOVE 'CODE      GROSS DEDUCTIONS       NET  COUNT'
007320             TO PRINT-LINE (1:43)
007330         MOVE 'DEPARTMENT NAME' TO PRINT-LINE (45:15)
007340     END-IF.
007350     WRITE PRINT-LINE.
007360     MOVE ZERO TO WS-LINE-COUNT.
007370 8050-PRINT-HEADING-EXIT.
007380     EXIT.
007390
007400******************************************************************
007410* 8100-PRINT-REGISTER reads the employee work file back in ID
007420* order and pays each employee through 8110-PAY-ONE-EMPLOYEE,
007430* then closes the register with a totals line.
007440******************************************************************
007450 8100-PRINT-REGISTER.
007460     MOVE 'NET PAY REGISTER BY EMPLOYEE' TO WS-REPORT-TITLE.
007470     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
007480     MOVE 'N' TO WS-EW-EOF-SWITCH.
007490     MOVE LOW-VALUES TO EW-EMPLOYEE-ID.
007500     START SALARY-EMP-WORK KEY NOT < EW-EMPLOYEE-ID
007510         INVALID KEY
007520             SET WS-EW-EOF TO TRUE
007530     END-START.
007540     PERFORM 8110-PAY-ONE-EMPLOYEE
007550         THRU 8110-PAY-ONE-EMPLOYEE-EXIT
007560         UNTIL WS-EW-EOF.
007570     MOVE SPACES TO PRINT-LINE.
007580     MOVE 'TOTAL' TO PRINT-LINE (1:05).
007590     MOVE WS-TOTAL-GROSS      TO PRINT-LINE (11:9).
007600     MOVE WS-TOTAL-TAX        TO PRINT-LINE (21:9).
007610     MOVE WS-TOTAL-PENSION    TO PRINT-LINE (31:9).
007620     MOVE WS-TOTAL-FIXED      TO PRINT-LINE (41:9).
007630     MOVE WS-TOTAL-NET        TO PRINT-LINE (51:9).
007640     MOVE WS-PAID-COUNT       TO PRINT-LINE (61:6).
007650     WRITE PRINT-LINE.
007660     ADD 1 TO WS-LINE-COUNT.
007670 8100-PRINT-REGISTER-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710* 8110-PAY-ONE-EMPLOYEE works out one employee's deductions and
007720* net pay, prints the register line, adds the figures into the
007730* department, posts them to the ledger and writes the
007740* SALARY-NETPAY record the payment run pays from.
007750******************************************************************
007760 8110-PAY-ONE-EMPLOYEE.
007770     READ SALARY-EMP-WORK NEXT RECORD
007780         AT END
007790             SET WS-EW-EOF TO TRUE
007800             GO TO 8110-PAY-ONE-EMPLOYEE-EXIT
007810     END-READ.
007820     PERFORM 8120-COMPUTE-DEDUCTIONS
007830         THRU 8120-COMPUTE-DEDUCTIONS-EXIT.
007840     ADD 1 TO WS-PAID-COUNT.
007850     ADD EW-GROSS          TO WS-TOTAL-GROSS.
007860     ADD WS-EMP-TAX        TO WS-TOTAL-TAX.
007870     ADD WS-EMP-PENSION    TO WS-TOTAL-PENSION.
007880     ADD WS-EMP-FIXED      TO WS-TOTAL-FIXED.
007890     ADD WS-EMP-DEDUCTIONS TO WS-TOTAL-DEDUCTIONS.
007900     ADD WS-EMP-NET        TO WS-TOTAL-NET.
007910     PERFORM 8140-POST-LEDGER THRU 8140-POST-LEDGER-EXIT.
007920     PERFORM 8130-ACCUMULATE-DEPT THRU 8130-ACCUMULATE-DEPT-EXIT.
007930     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007940         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
007950     END-IF.
007960     MOVE SPACES TO PRINT-LINE.
007970     MOVE EW-EMPLOYEE-ID    TO PRINT-LINE (1:6).
007980     MOVE EW-DEPT-CODE      TO PRINT-LINE (8:4).
007990     MOVE EW-GROSS          TO PRINT-LINE (13:7).
008000     MOVE WS-EMP-TAX        TO PRINT-LINE (21:7).
008010     MOVE WS-EMP-PENSION    TO PRINT-LINE (29:7).
008020     MOVE WS-EMP-FIXED      TO PRINT-LINE (37:7).
008030     MOVE WS-EMP-NET        TO PRINT-LINE (45:7).
008040     MOVE EW-EMPLOYEE-NAME  TO PRINT-LINE (53:20).
008050     MOVE WS-EMP-FLAG       TO PRINT-LINE (74:6).
008060     WRITE PRINT-LINE.
008070     ADD 1 TO WS-LINE-COUNT.
008080     MOVE WS-EXTRACT-DATE   TO NET-EXTRACT-DATE.
008085     MOVE WS-COMPANY-CODE   TO NET-COMPANY-CODE.
008090     MOVE EW-EMPLOYEE-ID    TO NET-EMPLOYEE-ID.
008100     MOVE EW-EMPLOYEE-NAME  TO NET-EMPLOYEE-NAME.
008110     MOVE EW-DEPT-CODE      TO NET-DEPT-CODE.
008120     MOVE EW-RECORD-TYPE    TO NET-RECORD-TYPE.
008130     MOVE EW-GROSS          TO NET-GROSS.
008140     MOVE WS-EMP-TAX        TO NET-TAX.
008150     MOVE WS-EMP-PENSION    TO NET-PENSION.
008160     MOVE WS-EMP-FIXED      TO NET-FIXED.
008170     MOVE WS-EMP-DEDUCTIONS TO NET-DEDUCTIONS.
008180     MOVE WS-EMP-NET        TO NET-PAY.
008185     IF NOT WS-LEDGER-OPEN-FAILED
008190         WRITE NET-PAY-RECORD
008195     END-IF.
008200 8110-PAY-ONE-EMPLOYEE-EXIT.
008210     EXIT.
008220
008230******************************************************************
008240* 8120-COMPUTE-DEDUCTIONS applies the rates for the employee's
008250* RECORD-TYPE to the cycle's gross.  Tax is charged on the
008260* gross above the tax-free allowance, band by band; pension is
008270* a percentage of the gross; the fixed deduction is taken as
008280* it stands.  Deductions can never exceed the gross - the
008290* fixed deduction is cut back first, then the pension, and the
008300* line is flagged CAPPED.  No rates for the type pays the
008310* gross with no deductions, flagged NORATE.
008320******************************************************************
008330 8120-COMPUTE-DEDUCTIONS.
008340     MOVE ZERO TO WS-EMP-TAX WS-EMP-PENSION WS-EMP-FIXED.
008350     MOVE SPACES TO WS-EMP-FLAG.
008360     MOVE EW-RECORD-TYPE TO RTW-RECORD-TYPE.
008370     READ SALARY-RATE-WORK
008380         INVALID KEY
008390             MOVE 'NORATE' TO WS-EMP-FLAG
008400             ADD 1 TO WS-NO-RATE-COUNT
008410             MOVE ZERO TO WS-EMP-DEDUCTIONS
008420             MOVE EW-GROSS TO WS-EMP-NET
008430             GO TO 8120-COMPUTE-DEDUCTIONS-EXIT
008440     END-READ.
008450     IF EW-GROSS > RTW-TAX-FREE
008460         SUBTRACT RTW-TAX-FREE FROM EW-GROSS GIVING WS-TAXABLE
008470     ELSE
008480         MOVE ZERO TO WS-TAXABLE
008490     END-IF.
008500     IF WS-TAXABLE > RTW-BAND2-LIMIT
008510         COMPUTE WS-EMP-TAX ROUNDED =
008520             (RTW-BAND1-LIMIT * RTW-BAND1-RATE
008530            + (RTW-BAND2-LIMIT - RTW-BAND1-LIMIT)
008540                 * RTW-BAND2-RATE
008550            + (WS-TAXABLE - RTW-BAND2-LIMIT) * RTW-BAND3-RATE)
008560            / 100
008570     ELSE
008580         IF WS-TAXABLE > RTW-BAND1-LIMIT
008590             COMPUTE WS-EMP-TAX ROUNDED =
008600                 (RTW-BAND1-LIMIT * RTW-BAND1-RATE
008610                + (WS-TAXABLE - RTW-BAND1-LIMIT)
008620                     * RTW-BAND2-RATE) / 100
008630         ELSE
008640             COMPUTE WS-EMP-TAX ROUNDED =
008650                 WS-TAXABLE * RTW-BAND1-RATE / 100
008660         END-IF
008670     END-IF.
008680     COMPUTE WS-EMP-PENSION ROUNDED =
008690         EW-GROSS * RTW-PENSION-RATE / 100.
008700     MOVE RTW-FIXED-DEDUCT TO WS-EMP-FIXED.
008710     IF WS-EMP-TAX > EW-GROSS
008720         MOVE EW-GROSS TO WS-EMP-TAX
008730         MOVE 'CAPPED' TO WS-EMP-FLAG
008740     END-IF.
008750     IF WS-EMP-TAX + WS-EMP-PENSION > EW-GROSS
008760         COMPUTE WS-EMP-PENSION = EW-GROSS - WS-EMP-TAX
008770         MOVE 'CAPPED' TO WS-EMP-FLAG
008780     END-IF.
008790     IF WS-EMP-TAX + WS-EMP-PENSION + WS-EMP-FIXED > EW-GROSS
008800         COMPUTE WS-EMP-FIXED =
008810             EW-GROSS - WS-EMP-TAX - WS-EMP-PENSION
008820         MOVE 'CAPPED' TO WS-EMP-FLAG
008830     END-IF.
008840     IF WS-EMP-FLAG = 'CAPPED'
008850         ADD 1 TO WS-CAPPED-COUNT
008860     END-IF.
008870     COMPUTE WS-EMP-DEDUCTIONS =
008880         WS-EMP-TAX + WS-EMP-PENSION + WS-EMP-FIXED.
008890     COMPUTE WS-EMP-NET = EW-GROSS - WS-EMP-DEDUCTIONS.
008900 8120-COMPUTE-DEDUCTIONS-EXIT.
008910     EXIT.
008920
008930******************************************************************
008940* 8130-ACCUMULATE-DEPT adds the employee's gross, deductions and
008950* net into the department's totals on SALARY-DEPT-WORK - a
008960* rewrite when the department has been seen, a fresh record
008970* the first time.
008980******************************************************************
008990 8130-ACCUMULATE-DEPT.
009000     MOVE EW-DEPT-CODE TO DPW-DEPT-CODE.
009010     READ SALARY-DEPT-WORK
009020         INVALID KEY
009030             MOVE EW-DEPT-CODE      TO DPW-DEPT-CODE
009040             MOVE EW-GROSS          TO DPW-GROSS
009050             MOVE WS-EMP-DEDUCTIONS TO DPW-DEDUCTIONS
009060             MOVE WS-EMP-NET        TO DPW-NET
009070             MOVE 1                 TO DPW-COUNT
009080             WRITE DEPT-WORK-RECORD
009090                 INVALID KEY
009100                     DISPLAY 'DEPT WORK WRITE FAILED - STATUS '
009110                         WS-DPW-STATUS ' : ' EW-DEPT-CODE
009120             END-WRITE
009130         NOT INVALID KEY
009140             ADD EW-GROSS          TO DPW-GROSS
009150             ADD WS-EMP-DEDUCTIONS TO DPW-DEDUCTIONS
009160             ADD WS-EMP-NET        TO DPW-NET
009170             ADD 1                 TO DPW-COUNT
009180             REWRITE DEPT-WORK-RECORD
009190                 INVALID KEY
009200                     DISPLAY 'DEPT WORK REWRITE FAILED - '
009210                         'STATUS ' WS-DPW-STATUS ' : '
009220                         EW-DEPT-CODE
009230             END-REWRITE
009240     END-READ.
009250 8130-ACCUMULATE-DEPT-EXIT.
009260     EXIT.
009270
009280******************************************************************
009290* 8140-POST-LEDGER adds the employee's deductions and net pay
009300* into LDG-YTD-DEDUCTIONS and LDG-YTD-NET.  The posting count
009310* is left alone - it counts the gross postings SALARY-TOTAL
009320* made.  An employee with no ledger record is reported; the
009330* net pay is still registered.  A rewrite that fails is counted
009335* and stops the period being logged as done.
009340******************************************************************
009350 8140-POST-LEDGER.
009360     IF NOT WS-LEDGER-OPENED
009370         GO TO 8140-POST-LEDGER-EXIT
009380     END-IF.
009390     MOVE EW-EMPLOYEE-ID TO LDG-EMPLOYEE-ID.
009400     READ SALARY-LEDGER
009410         INVALID KEY
009420             DISPLAY 'WARNING - NO LEDGER RECORD, YTD NOT '
009430                 'POSTED : ' EW-EMPLOYEE-ID
009440             ADD 1 TO WS-NO-LEDGER-COUNT
009450             GO TO 8140-POST-LEDGER-EXIT
009460     END-READ.
009470     ADD WS-EMP-DEDUCTIONS TO LDG-YTD-DEDUCTIONS.
009480     ADD WS-EMP-NET TO LDG-YTD-NET.
009490     REWRITE LEDGER-RECORD
009500         INVALID KEY
009510             DISPLAY 'LEDGER REWRITE FAILED - STATUS '
009520                 WS-LEDGER-STATUS ' : ' EW-EMPLOYEE-ID
009525             ADD 1 TO WS-LEDGER-ERROR-COUNT
009530     END-REWRITE.
009540 8140-POST-LEDGER-EXIT.
009550     EXIT.
009560
009570******************************************************************
009580* 8200-PRINT-DEPT-REGISTER writes the departmental net-pay
009590* register: one line per department with its gross,
009600* deductions, net and headcount and the master name, read
009610* back from SALARY-DEPT-WORK in DEPT-CODE sequence, followed
009620* by a totals line that agrees with the employee register.
009630******************************************************************
009640 8200-PRINT-DEPT-REGISTER.
009650     MOVE 'NET PAY REGISTER BY DEPARTMENT' TO WS-REPORT-TITLE.
009660     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
009670     MOVE 'N' TO WS-DPW-EOF-SWITCH.
009680     MOVE LOW-VALUES TO DPW-DEPT-CODE.
009690     START SALARY-DEPT-WORK KEY NOT < DPW-DEPT-CODE
009700         INVALID KEY
009710             SET WS-DPW-EOF TO TRUE
009720     END-START.
009730     PERFORM 8210-PRINT-DEPT-LINE THRU 8210-PRINT-DEPT-LINE-EXIT
009740         UNTIL WS-DPW-EOF.
009750     MOVE SPACES TO PRINT-LINE.
009760     MOVE 'TOTAL' TO PRINT-LINE (1:05).
009770     MOVE WS-TOTAL-GROSS      TO PRINT-LINE (06:9).
009780     MOVE WS-TOTAL-DEDUCTIONS TO PRINT-LINE (17:9).
009790     MOVE WS-TOTAL-NET        TO PRINT-LINE (28:9).
009800     MOVE WS-PAID-COUNT       TO PRINT-LINE (38:6).
009810     WRITE PRINT-LINE.
009820     ADD 1 TO WS-LINE-COUNT.
009830 8200-PRINT-DEPT-REGISTER-EXIT.
009840     EXIT.
009850
009860 8210-PRINT-DEPT-LINE.
009870     READ SALARY-DEPT-WORK NEXT RECORD
009880         AT END
009890             SET WS-DPW-EOF TO TRUE
009900             GO TO 8210-PRINT-DEPT-LINE-EXIT
009910     END-READ.
009920     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009930         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
009940     END-IF.
009950     MOVE SPACES TO PRINT-LINE.
009960     MOVE DPW-DEPT-CODE  TO PRINT-LINE (1:04).
009970     MOVE DPW-GROSS      TO PRINT-LINE (06:9).
009980     MOVE DPW-DEDUCTIONS TO PRINT-LINE (17:9).
009990     MOVE DPW-NET        TO PRINT-LINE (28:9).
010000     MOVE DPW-COUNT      TO PRINT-LINE (38:6).
010010     IF WS-DM-LOADED
010020         MOVE DPW-DEPT-CODE TO DMW-DEPT-CODE
010030         READ SALARY-DM-WORK
010040             INVALID KEY
010050                 MOVE '*NOT ON MASTER*'
010060                     TO PRINT-LINE (45:20)
010070             NOT INVALID KEY
010080                 MOVE DMW-DEPT-NAME
010090                     TO PRINT-LINE (45:20)
010100         END-READ
010110     END-IF.
010120     WRITE PRINT-LINE.
010130     ADD 1 TO WS-LINE-COUNT.
010140 8210-PRINT-DEPT-LINE-EXIT.
010150     EXIT.
010160
010170******************************************************************
010180* 8500-LOG-DEDUCT-RUN appends the extract date and company to the
010190* SALARY-DEDRUNS log once the deductions have posted, so a
010200* second run against the same extract is refused.  EXTEND,
010210* with the usual first-run OUTPUT fallback.
010220******************************************************************
010230 8500-LOG-DEDUCT-RUN.
010240     OPEN EXTEND SALARY-DEDRUNS.
010250     IF NOT WS-DRUNS-FILE-OK
010260         OPEN OUTPUT SALARY-DEDRUNS
010270     END-IF.
010280     MOVE WS-EXTRACT-DATE TO DRUN-EXTRACT-DATE.
010290     MOVE WS-RUN-DATE     TO DRUN-PROCESS-DATE.
010295     MOVE WS-COMPANY-CODE TO DRUN-COMPANY-CODE.
010300     WRITE DEDRUN-RECORD.
010310     CLOSE SALARY-DEDRUNS.
010320 8500-LOG-DEDUCT-RUN-EXIT.
010330     EXIT.
010340
010350******************************************************************
010360* 8900-CLOSE-WORK-FILES closes the keyed work files opened by
010370* 1950-OPEN-WORK-FILES and the load paragraphs.
010380******************************************************************
010390 8900-CLOSE-WORK-FILES.
010400     CLOSE SALARY-EMP-WORK.
010410     CLOSE SALARY-DEPT-WORK.
010420     IF WS-DM-WORK-OPEN
010430         CLOSE SALARY-DM-WORK
010440     END-IF.
010450     IF WS-RATE-COUNT > ZERO
010460         CLOSE SALARY-RATE-WORK
010470     END-IF.
010480 8900-CLOSE-WORK-FILES-EXIT.
010490     EXIT.
010500
010510******************************************************************
010520* 9000-GRADE-CONDITION works out the final condition code,
010530* keeping the highest grade: 4 for details skipped as invalid,
010540* deductions capped or an employee with no ledger record, 8 for
010550* an employee paid gross because no rates exist for the type,
010555* 12 when a ledger rewrite failed.
010560******************************************************************
010570 9000-GRADE-CONDITION.
010580     IF WS-SKIPPED-COUNT > ZERO OR WS-CAPPED-COUNT > ZERO
010590         OR WS-NO-LEDGER-COUNT > ZERO
010600         MOVE 4 TO WS-CAND-COND
010610         PERFORM 9100-RAISE-COND-CODE
010620             THRU 9100-RAISE-COND-CODE-EXIT
010630     END-IF.
010640     IF WS-NO-RATE-COUNT > ZERO
010650         MOVE 8 TO WS-CAND-COND
010660         PERFORM 9100-RAISE-COND-CODE
010670             THRU 9100-RAISE-COND-CODE-EXIT
010680     END-IF.
010681     IF WS-LEDGER-ERROR-COUNT > ZERO
010682         MOVE 12 TO WS-CAND-COND
010683         PERFORM 9100-RAISE-COND-CODE
010684             THRU 9100-RAISE-COND-CODE-EXIT
010685     END-IF.
010690     DISPLAY 'CONDITION CODE .. : ' WS-COND-CODE.
010700 9000-GRADE-CONDITION-EXIT.
010710     EXIT.
010720
010730 9100-RAISE-COND-CODE.
010740     IF WS-CAND-COND > WS-COND-CODE
010750         MOVE WS-CAND-COND TO WS-COND-CODE
010760     END-IF.
010770 9100-RAISE-COND-CODE-EXIT.
010780     EXIT.
