001940*                        master skips validation (as a missing
001950*                        one always has) instead of rejecting
001960*                        every detail with reason 02.
001961* 10/15/26 PJM           SALARY-LEDGER record is now 61 bytes -
001962*                        the YTD deductions and net pay posted
001963*                        by the new SALARY-DEDUCT pass sit next
001964*                        to the gross.  2350-POST-LEDGER starts
001965*                        both at zero on a new ledger record.
001966* 10/15/26 PJM           Added cost allocation.  The SALARY-ALLOC
001967*                        file (copybook SALALC, maintained by
001968*                        finance) splits an employee's pay
001969*                        across up to five departments by
001970*                        percentage; it is vetted and loaded
001971*                        onto the keyed SALARY-AL-WORK file at
001972*                        start-up, and 2300-ACCUMULATE-BY-DEPT
001973*                        now charges each department its share
001974*                        (rounding pennies to the first
001975*                        department), so the department
001976*                        subtotals and the SALARY-GLPOST
001977*                        details carry the allocated figures.
001978*                        The departmental report shows each
001979*                        department's allocated-in and
001980*                        allocated-out amounts.  A split that
001981*                        does not add to 100 percent or names a
001982*                        department not on SALARY-DEPTS is
001983*                        charged to the home department, listed
001984*                        on a new allocation errors page and
001985*                        raises condition code 4.
001986* 10/15/26 PJM           Every posting made by 2350-POST-LEDGER
001987*                        is now also written to the SALARY-
001988*                        JOURNAL posting journal (copybook
001989*                        SALJRN, opened EXTEND) with the extract
001990*                        date and sequence number, so an
001991*                        employee's YTD can be traced posting by
001992*                        posting and the ledger rebuilt by
001993*                        SALARY-JRNL.  A refused duplicate run
001994*                        does not open the journal.
001995* 10/15/26 PJM           Multi-company processing.  The extract
001996*                        header now carries the company code
001997*                        (blank is the home company, 01) and
001998*                        the run is for that company only: the
001999*                        duplicate-run and sequence checks look
002000*                        at that company's SALARY-RUNS entries,
002001*                        which now carry the code; SALARY-BAL
002002*                        holds one balance per company and only
002003*                        this company's is moved on; the
002004*                        ledger, journal, rejects, run
002005*                        statistics and the SALARY-GLPOST
002006*                        header are stamped with it; and the
002007*                        report headings show it.  A detail
002008*                        whose employee the master shows under
002009*                        another company is rejected with the
002010*                        new reason code 04.  The balance is
002011*                        now loaded once the header is vetted.
002012* 10/15/26 PJM           A SALARY-JOURNAL that cannot be opened,
002013*                        or a journal write that fails, is
002014*                        reported and ends the run condition 12
002015*                        - the postings stand but the journal no
002016*                        longer balances to the ledger.
002017******************************************************************
002018 IDENTIFICATION DIVISION.
002019 PROGRAM-ID.  SALARY-TOTAL.
002020 AUTHOR. RENÉE.
002021 INSTALLATION. COBOL DEVELOPMENT CENTER.
002022 DATE-WRITTEN. 09/12/23.
002030 DATE-COMPILED. 00/00/00.
002040 SECURITY. NON-CONFIDENTIAL.
002050* This program accumulates salary details
002620           ACCESS MODE IS RANDOM
002630           RECORD KEY IS EMP-EMPLOYEE-ID
002640           FILE STATUS IS WS-EMPMST-STATUS.
002642     SELECT SALARY-ALLOC ASSIGN TO SALALLOC
002644           ORGANIZATION IS SEQUENTIAL
002646           ACCESS MODE IS SEQUENTIAL
002648           FILE STATUS IS WS-ALLOC-STATUS.
002649     SELECT SALARY-JOURNAL ASSIGN TO SALJRNL
002650           ORGANIZATION IS SEQUENTIAL
002651           ACCESS MODE IS SEQUENTIAL
002652           FILE STATUS IS WS-JOURNAL-STATUS.
002653* Keyed and sequential work files, rebuilt every run, that
002660* replaced the fixed working-storage tables so the run is not
002670* capped at any number of departments, types or bands.
002680     SELECT SALARY-DEPT-WORK ASSIGN TO SALDPTWK
002980           ORGANIZATION IS SEQUENTIAL
002990           ACCESS MODE IS SEQUENTIAL
003000           FILE STATUS IS WS-MMW-STATUS.
003001     SELECT SALARY-AL-WORK ASSIGN TO SALALCWK
003002           ORGANIZATION IS INDEXED
003003           ACCESS MODE IS DYNAMIC
003004           RECORD KEY IS ALW-EMPLOYEE-ID
003005           FILE STATUS IS WS-ALW-STATUS.
003010
003020 DATA DIVISION.
003030 FILE SECTION.
003080
003090 FD  SALARY-REJECTS
003100     RECORDING MODE IS F
003110     RECORD CONTAINS 41 CHARACTERS.
003120     COPY salrej.
003130
003140 FD  SALARY-CKPT
003250     RECORD CONTAINS 80 CHARACTERS.
003260 01  PRINT-LINE                 PIC X(80).
003270
003275* One year-to-date balance per company.
003280 FD  SALARY-BAL
003290     RECORDING MODE IS F
003300     RECORD CONTAINS 11 CHARACTERS.
003310 01  BAL-RECORD.
003315     03  BAL-COMPANY-CODE        PIC X(02).
003320     03  BAL-YTD-TOTAL           PIC 9(09).
003330
003340 FD  SALARY-DEPTS
003600         05  GL-AMOUNT           PIC 9(09).
003610     03  GL-HEADER REDEFINES GL-DETAIL.
003620         05  GL-RUN-DATE         PIC 9(06).
003625         05  GL-COMPANY-CODE     PIC X(02).
003630         05  FILLER              PIC X(13).
003640     03  GL-TRAILER REDEFINES GL-DETAIL.
003650         05  GL-REC-COUNT        PIC 9(06).
003660         05  GL-HASH-TOTAL       PIC 9(12).
003680
003690 FD  SALARY-LEDGER
003700     RECORDING MODE IS F
003710     RECORD CONTAINS 63 CHARACTERS.
003720     COPY salldg.
003730
003740 FD  SALARY-RUNS
003750     RECORDING MODE IS F
003760     RECORD CONTAINS 18 CHARACTERS.
003770 01  RUN-LOG-RECORD.
003780     03  RUN-EXTRACT-DATE        PIC 9(06).
003790     03  RUN-SEQUENCE-NO         PIC 9(04).
003800     03  RUN-PROCESS-DATE        PIC 9(06).
003805     03  RUN-COMPANY-CODE        PIC X(02).
003810
003820* SALARY-STATS is the fixed-layout run-statistics record the
003830* overnight scheduler and the morning checklist read instead of
003840* eyeballing the SYSOUT.
003850 FD  SALARY-STATS
003860     RECORDING MODE IS F
003870     RECORD CONTAINS 55 CHARACTERS.
003880 01  STAT-RECORD.
003890     03  STAT-RUN-DATE           PIC 9(06).
003900     03  STAT-EXTRACT-DATE       PIC 9(06).
003940     03  STAT-RECON-RESULT       PIC X(08).
003950     03  STAT-CKPT-STATE         PIC X(08).
003960     03  STAT-COND-CODE          PIC 9(04).
003965     03  STAT-COMPANY-CODE       PIC X(02).
003970
003980* One plausibility band per RECORD-TYPE, tuned by payroll in
003990* the SALARY-BANDS parameter file rather than hardcoded here.
004070
004080 FD  SALARY-EMPMST
004090     RECORDING MODE IS F
004100     RECORD CONTAINS 77 CHARACTERS.
004110     COPY salemp.
004111
004112* One record per employee whose pay is split across
004113* departments, maintained by finance.
004114 FD  SALARY-ALLOC
004115     RECORDING MODE IS F
004116     RECORD CONTAINS 51 CHARACTERS.
004117     COPY salalc.
004118
004119* One record per ledger posting, in posting order.
004120 FD  SALARY-JOURNAL
004121     RECORDING MODE IS F
004122     RECORD CONTAINS 84 CHARACTERS.
004123     COPY saljrn.
004124
004130* One accumulated subtotal per department, keyed by the code,
004140* so the report and the GL extract read back in DEPT-CODE
004150* sequence and no department count caps the run.  The
004152* subtotal is the department's charge after cost allocation;
004154* the allocated-in and allocated-out amounts show how much of
004156* it came from, and went to, other departments.
004160 FD  SALARY-DEPT-WORK
004170     RECORDING MODE IS F
004180     RECORD CONTAINS 37 CHARACTERS.
004190 01  DEPT-WORK-RECORD.
004200     03  DPW-DEPT-CODE           PIC X(04).
004210     03  DPW-SUBTOTAL            PIC 9(09).
004220     03  DPW-COUNT               PIC 9(06).
004223     03  DPW-ALLOC-IN            PIC 9(09).
004226     03  DPW-ALLOC-OUT           PIC 9(09).
004230
004240* One accumulated subtotal per RECORD-TYPE, keyed by the code.
004250 FD  SALARY-TYPE-WORK
004780     03  MMW-FIELD               PIC X(04).
004790     03  MMW-EXTRACT             PIC X(20).
004800     03  MMW-MASTER              PIC X(20).
004801
004802* The SALARY-ALLOC splits rekeyed for random reads, each
004803* stamped at load time with the result of its vetting.
004804 FD  SALARY-AL-WORK
004805     RECORDING MODE IS F
004806     RECORD CONTAINS 63 CHARACTERS.
004807 01  ALLOC-WORK-RECORD.
004808     03  ALW-ALLOC-IMAGE.
004809         05  ALW-EMPLOYEE-ID     PIC X(06).
004810         05  ALW-SPLIT OCCURS 5 TIMES.
004811             07  ALW-DEPT-CODE   PIC X(04).
004812             07  ALW-PERCENT     PIC 9(03)V9(02).
004813     03  ALW-STATUS              PIC X(01).
004814         88  ALW-VALID                   VALUE 'V'.
004815         88  ALW-PERCENT-WRONG           VALUE 'P'.
004816         88  ALW-DEPT-UNKNOWN            VALUE 'D'.
004817     03  ALW-ERROR-DEPT          PIC X(04).
004818     03  ALW-PCT-TOTAL           PIC 9(05)V9(02).
004819
004820 WORKING-STORAGE SECTION.
004830 77  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
004840     88  WS-EOF                          VALUE 'Y'.
005260 77  WS-BAL-STATUS           PIC X(02)   VALUE '00'.
005270     88  WS-BAL-FILE-OK                   VALUE '00'.
005280 77  WS-YTD-TOTAL            PIC 9(09)   VALUE ZERO.
005281* SALARY-BAL carries one balance per company; every one is
005282* loaded here so the file can be written back whole with only
005283* this run's company moved on.
005284 77  WS-BAL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
005285     88  WS-BAL-EOF                       VALUE 'Y'.
005286 77  WS-BAL-ENTRIES          PIC 9(03)   VALUE ZERO.
005287 77  WS-BAL-TABLE-MAX        PIC 9(03)   VALUE 050.
005288 01  WS-BAL-TABLE.
005289     03  WS-BAL-ENTRY OCCURS 50 TIMES INDEXED BY WS-BAL-IDX.
005290         05  WS-BAL-COMPANY      PIC X(02).
005291         05  WS-BAL-YTD          PIC 9(09).
005292* The company this run is for, off the extract header.  A
005293* blank code on the header, the master or any file written
005294* before the code was carried is the home company.
005295 77  WS-COMPANY-CODE         PIC X(02)   VALUE '01'.
005296 77  WS-HOME-COMPANY         PIC X(02)   VALUE '01'.
005297 77  WS-EMP-COMPANY          PIC X(02)   VALUE SPACES.
005298* Reject reason codes: 01 = SALARY not numeric, 02 = DEPT-CODE
005300* not on the SALARY-DEPTS department master, 03 = EMPLOYEE-ID
005310* not on the SALARY-EMPMST employee master, 04 = EMPLOYEE-ID on
005315* the master under another company.
005320 77  WS-REJECT-REASON        PIC X(02)   VALUE '01'.
005330 77  WS-DEPTMST-STATUS       PIC X(02)   VALUE '00'.
005340     88  WS-DEPTMST-FILE-OK               VALUE '00'.
005750 77  WS-LAST-SEQ             PIC 9(04)   VALUE ZERO.
005760 77  WS-LOGGED-RUNS          PIC 9(06)   VALUE ZERO.
005770* Condition code grades: 0 clean, 4 warning (rejects present,
005780* no trailer or header, extract out of sequence, cost
005785* allocation errors), 8 rejects over the run's threshold, 12
005790* trailer mismatch or a journal open or write failure, 16 run
005795* refused as a duplicate.
005800* 9100-RAISE-COND-CODE keeps the highest grade raised.
005820 77  WS-COND-CODE            PIC 9(04)   VALUE ZERO.
005830 77  WS-CAND-COND            PIC 9(04)   VALUE ZERO.
005840 77  WS-REJECT-THRESHOLD     PIC 9(06)   VALUE ZERO.
006130     88  WS-EMPMST-FILE-OK                VALUE '00'.
006140 77  WS-EMP-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
006150     88  WS-EMP-MASTER-OPEN               VALUE 'Y'.
006151 77  WS-JOURNAL-STATUS       PIC X(02)   VALUE '00'.
006152     88  WS-JOURNAL-FILE-OK               VALUE '00'.
006153 77  WS-JRN-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
006154     88  WS-JOURNAL-OPEN                  VALUE 'Y'.
006155 77  WS-JRN-FAIL-SWITCH      PIC X(01)   VALUE 'N'.
006156     88  WS-JOURNAL-FAILED                VALUE 'Y'.
006157 77  WS-JRN-ERROR-COUNT      PIC 9(06)   VALUE ZERO.
006158 77  WS-JRN-TIME             PIC 9(08)   VALUE ZERO.
006160 77  WS-STATS-STATUS         PIC X(02)   VALUE '00'.
006170     88  WS-STATS-FILE-OK                 VALUE '00'.
006180* Name/department disagreements between the extract and the
006360 77  WS-POSTED-SWITCH        PIC X(01)   VALUE 'N'.
006370     88  WS-JUST-POSTED                  VALUE 'Y'.
006380     88  WS-NOT-JUST-POSTED              VALUE 'N'.
006381* Cost allocation.  The SALARY-ALLOC splits load onto the keyed
006382* SALARY-AL-WORK file; 2300-ACCUMULATE-BY-DEPT works out each
006383* department's share in WS-ALC-SHARE-TABLE and charges it
006384* through 2330-CHARGE-DEPT with the WS-CHARGE- fields.
006385 77  WS-ALLOC-STATUS         PIC X(02)   VALUE '00'.
006386     88  WS-ALLOC-FILE-OK                 VALUE '00'.
006387 77  WS-ALW-STATUS           PIC X(02)   VALUE '00'.
006388     88  WS-ALW-FILE-OK                   VALUE '00'.
006389 77  WS-ALC-EOF-SWITCH       PIC X(01)   VALUE 'N'.
006390     88  WS-ALC-EOF                       VALUE 'Y'.
006391 77  WS-ALW-EOF-SWITCH       PIC X(01)   VALUE 'N'.
006392     88  WS-ALW-EOF                       VALUE 'Y'.
006393 77  WS-ALC-LOADED-SWITCH    PIC X(01)   VALUE 'N'.
006394     88  WS-ALC-LOADED                    VALUE 'Y'.
006395 77  WS-ALC-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
006396     88  WS-ALC-SPLIT-FOUND               VALUE 'Y'.
006397 77  WS-ALC-ERROR-COUNT      PIC 9(06)   VALUE ZERO.
006398 77  WS-ALC-IDX              PIC 9(02)   VALUE ZERO.
006399 77  WS-ALC-FIRST-IDX        PIC 9(02)   VALUE ZERO.
006400 77  WS-ALC-PCT-TOTAL        PIC 9(05)V9(02) VALUE ZERO.
006401 77  WS-ALC-PCT-DISPLAY      PIC ZZZZ9.99.
006402 77  WS-ALC-HOME-DEPT        PIC X(04)   VALUE SPACES.
006403 77  WS-ALC-AMOUNT           PIC 9(09)   VALUE ZERO.
006404 77  WS-ALC-SPREAD           PIC 9(09)   VALUE ZERO.
006405 77  WS-ALC-HOME-SHARE       PIC 9(09)   VALUE ZERO.
006406 77  WS-ALC-IN-TOTAL         PIC 9(09)   VALUE ZERO.
006407 77  WS-ALC-OUT-TOTAL        PIC 9(09)   VALUE ZERO.
006408 01  WS-ALC-SHARE-TABLE.
006409     03  WS-ALC-SHARE OCCURS 5 TIMES PIC 9(09).
006410 77  WS-CHARGE-DEPT          PIC X(04)   VALUE SPACES.
006411 77  WS-CHARGE-AMOUNT        PIC 9(09)   VALUE ZERO.
006412 77  WS-CHARGE-COUNT         PIC 9(06)   VALUE ZERO.
006413 77  WS-CHARGE-IN            PIC 9(09)   VALUE ZERO.
006414 77  WS-CHARGE-OUT           PIC 9(09)   VALUE ZERO.
006415
006416 PROCEDURE DIVISION.
006417 0000-MAINLINE.
006420     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
006430     PERFORM 2000-PROCESS-FILE THRU 2000-PROCESS-FILE-EXIT
006440         UNTIL WS-EOF.
006580         THRU 1400-LOAD-DEPT-MASTER-EXIT.
006590     PERFORM 1500-LOAD-GL-MAP
006600         THRU 1500-LOAD-GL-MAP-EXIT.
006603     PERFORM 1550-LOAD-ALLOCATIONS
006606         THRU 1550-LOAD-ALLOCATIONS-EXIT.
006610     PERFORM 1600-OPEN-LEDGER THRU 1600-OPEN-LEDGER-EXIT.
006620     PERFORM 1800-LOAD-BANDS THRU 1800-LOAD-BANDS-EXIT.
006630     PERFORM 1900-OPEN-EMP-MASTER
006660         PERFORM 1200-RESTART-FROM-CHECKPOINT
006670             THRU 1200-RESTART-FROM-CHECKPOINT-EXIT
006680     END-IF.
006710     PERFORM 2100-READ-RECORD THRU 2100-READ-RECORD-EXIT.
006720     PERFORM 1650-VET-EXTRACT-HEADER
006730         THRU 1650-VET-EXTRACT-HEADER-EXIT.
006731* The balance is per company, so it can only be picked out
006732* once the header has said whose extract this is.
006733     PERFORM 1300-LOAD-BALANCE-FORWARD
006734         THRU 1300-LOAD-BALANCE-FORWARD-EXIT.
006740* SALARY-REJECTS is only opened once the header has been
006750* vetted: a run refused as a duplicate must not truncate the
006760* previous run's rejects, which SALARY-RECYC may not have
006770* recycled yet.
006780     IF NOT WS-DUP-RUN
006790         PERFORM 1750-OPEN-REJECTS THRU 1750-OPEN-REJECTS-EXIT
006795         PERFORM 1760-OPEN-JOURNAL THRU 1760-OPEN-JOURNAL-EXIT
006800     END-IF.
006810 1000-INITIALIZE-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850* 1300-LOAD-BALANCE-FORWARD reads every company's prior
006860* cumulative total from SALARY-BAL into WS-BAL-TABLE and picks
006870* out this run's company, so its grand total can be added to
006880* produce an updated year-to-date figure.  A missing balance
006883* file (the very first run), or no balance yet for this
006886* company, is treated as a zero starting point.
006890******************************************************************
006900 1300-LOAD-BALANCE-FORWARD.
006910     OPEN INPUT SALARY-BAL.
006920     IF NOT WS-BAL-FILE-OK
006930         DISPLAY 'NO BALANCE-FORWARD FILE - STARTING YTD AT ZERO'
006940         GO TO 1300-LOAD-BALANCE-FORWARD-EXIT
006950     END-IF.
006960     PERFORM 1310-LOAD-BALANCE-ENTRY
006970         THRU 1310-LOAD-BALANCE-ENTRY-EXIT
006980         UNTIL WS-BAL-EOF.
007010     CLOSE SALARY-BAL.
007011     PERFORM 1320-FIND-COMPANY-BALANCE
007012         THRU 1320-FIND-COMPANY-BALANCE-EXIT
007013         VARYING WS-BAL-IDX FROM 1 BY 1
007014         UNTIL WS-BAL-IDX > WS-BAL-ENTRIES
007015            OR WS-BAL-COMPANY (WS-BAL-IDX) = WS-COMPANY-CODE.
007016     IF WS-BAL-IDX > WS-BAL-ENTRIES
007017         DISPLAY 'NO BALANCE FOR COMPANY ' WS-COMPANY-CODE
007018             ' - STARTING YTD AT ZERO'
007019     ELSE
007020         MOVE WS-BAL-YTD (WS-BAL-IDX) TO WS-YTD-TOTAL
007021     END-IF.
007030 1300-LOAD-BALANCE-FORWARD-EXIT.
007040     EXIT.
007041
007042 1310-LOAD-BALANCE-ENTRY.
007043     READ SALARY-BAL
007044         AT END
007045             SET WS-BAL-EOF TO TRUE
007046             GO TO 1310-LOAD-BALANCE-ENTRY-EXIT
007047     END-READ.
007048     IF BAL-COMPANY-CODE = SPACES
007049         MOVE WS-HOME-COMPANY TO BAL-COMPANY-CODE
007050     END-IF.
007051     IF WS-BAL-ENTRIES < WS-BAL-TABLE-MAX
007052         ADD 1 TO WS-BAL-ENTRIES
007053         SET WS-BAL-IDX TO WS-BAL-ENTRIES
007054         MOVE BAL-COMPANY-CODE TO WS-BAL-COMPANY (WS-BAL-IDX)
007055         MOVE BAL-YTD-TOTAL TO WS-BAL-YTD (WS-BAL-IDX)
007056     ELSE
007057         DISPLAY 'WARNING - BALANCE TABLE FULL, COMPANY NOT '
007058             'CARRIED : ' BAL-COMPANY-CODE
007059     END-IF.
007060 1310-LOAD-BALANCE-ENTRY-EXIT.
007061     EXIT.
007062
007063 1320-FIND-COMPANY-BALANCE.
007064     CONTINUE.
007065 1320-FIND-COMPANY-BALANCE-EXIT.
007066     EXIT.
007067
007068******************************************************************
007070* 1400-LOAD-DEPT-MASTER copies the SALARY-DEPTS department
007080* reference file (code and name, maintained by payroll) onto
007090* the keyed SALARY-DM-WORK file so 2250-VALIDATE-RECORD can
008120         SET WS-HEADER-SEEN TO TRUE
008130         MOVE HEADER-EXTRACT-DATE TO WS-EXTRACT-DATE
008140         MOVE HEADER-SEQUENCE-NO  TO WS-EXTRACT-SEQ
008142         MOVE HEADER-COMPANY-CODE TO WS-COMPANY-CODE
008144         IF WS-COMPANY-CODE = SPACES
008146             MOVE WS-HOME-COMPANY TO WS-COMPANY-CODE
008148         END-IF
008150         GO TO 1220-REPLAY-RECORD-EXIT
008160     END-IF.
008170     IF RECORD-TYPE = 'T'
008480         SET WS-HEADER-SEEN TO TRUE
008490         MOVE HEADER-EXTRACT-DATE TO WS-EXTRACT-DATE
008500         MOVE HEADER-SEQUENCE-NO  TO WS-EXTRACT-SEQ
008502         MOVE HEADER-COMPANY-CODE TO WS-COMPANY-CODE
008504         IF WS-COMPANY-CODE = SPACES
008506             MOVE WS-HOME-COMPANY TO WS-COMPANY-CODE
008508         END-IF
008510         PERFORM 2100-READ-RECORD THRU 2100-READ-RECORD-EXIT
008520         GO TO 2000-PROCESS-FILE-EXIT
008530     END-IF.
009590* check is skipped.  A record that passes both tests is then
009600* checked against the SALARY-EMPMST employee master by
009610* 2255-CHECK-EMP-MASTER: an unknown EMPLOYEE-ID rejects with
009620* reason 03, one under another company with reason 04, while
009625* a name or department disagreement, or a
009630* detail for a leaver, is only listed on the mismatches page.
009640******************************************************************
009650 2250-VALIDATE-RECORD.
009960     MOVE DEPT-CODE TO REJECT-DEPT-CODE.
009970     MOVE SALARY TO REJECT-SALARY.
009980     MOVE WS-REJECT-REASON TO REJECT-REASON-CODE.
009985     MOVE WS-COMPANY-CODE TO REJECT-COMPANY-CODE.
009990     WRITE REJECT-RECORD.
010000 2260-WRITE-REJECT-EXIT.
010010     EXIT.
010060* SALARY-DEPT-WORK file - a rewrite when the department has
010070* been seen, a fresh record the first time - so the grand
010080* total can be traced back to a department and no department
010090* count caps the run.  An employee with a valid SALARY-ALLOC
010092* split has the SALARY shared across the split's departments
010094* instead: the home department keeps the count and whatever
010096* share it bears, the rest is charged out as allocated-in to
010098* the other departments and allocated-out from the home one.
010100******************************************************************
010110 2300-ACCUMULATE-BY-DEPT.
010118     MOVE DEPT-CODE TO WS-ALC-HOME-DEPT.
010126     MOVE SALARY TO WS-ALC-AMOUNT.
010134     PERFORM 2310-FIND-ALLOCATION
010142         THRU 2310-FIND-ALLOCATION-EXIT.
010150     IF NOT WS-ALC-SPLIT-FOUND
010158         MOVE WS-ALC-HOME-DEPT TO WS-CHARGE-DEPT
010166         MOVE WS-ALC-AMOUNT TO WS-CHARGE-AMOUNT
010174         MOVE 1 TO WS-CHARGE-COUNT
010182         MOVE ZERO TO WS-CHARGE-IN
010190         MOVE ZERO TO WS-CHARGE-OUT
010198         PERFORM 2330-CHARGE-DEPT THRU 2330-CHARGE-DEPT-EXIT
010206         GO TO 2300-ACCUMULATE-BY-DEPT-EXIT
010214     END-IF.
010222     PERFORM 2320-SPLIT-AMOUNT THRU 2320-SPLIT-AMOUNT-EXIT.
010230     MOVE WS-ALC-HOME-DEPT TO WS-CHARGE-DEPT.
010238     MOVE WS-ALC-HOME-SHARE TO WS-CHARGE-AMOUNT.
010246     MOVE 1 TO WS-CHARGE-COUNT.
010254     MOVE ZERO TO WS-CHARGE-IN.
010262     SUBTRACT WS-ALC-HOME-SHARE FROM WS-ALC-AMOUNT
010270         GIVING WS-CHARGE-OUT.
010278     PERFORM 2330-CHARGE-DEPT THRU 2330-CHARGE-DEPT-EXIT.
010286     PERFORM 2326-CHARGE-SHARE THRU 2326-CHARGE-SHARE-EXIT
010294         VARYING WS-ALC-IDX FROM 1 BY 1
010302         UNTIL WS-ALC-IDX > 5.
010330 2300-ACCUMULATE-BY-DEPT-EXIT.
010340     EXIT.
010341
010342******************************************************************
010343* 2310-FIND-ALLOCATION reads the current employee's split on
010344* SALARY-AL-WORK.  Only a split that passed vetting at load
010345* time is used - an employee with no split, or one that failed
010346* (listed on the allocation errors page), is charged wholly to
010347* the home department.
010348******************************************************************
010349 2310-FIND-ALLOCATION.
010350     MOVE 'N' TO WS-ALC-FOUND-SWITCH.
010351     IF NOT WS-ALC-LOADED
010352         GO TO 2310-FIND-ALLOCATION-EXIT
010353     END-IF.
010354     MOVE EMPLOYEE-ID TO ALW-EMPLOYEE-ID.
010355     READ SALARY-AL-WORK
010356         INVALID KEY
010357             GO TO 2310-FIND-ALLOCATION-EXIT
010358     END-READ.
010359     IF ALW-VALID
010360         SET WS-ALC-SPLIT-FOUND TO TRUE
010361     END-IF.
010362 2310-FIND-ALLOCATION-EXIT.
010363     EXIT.
010364
010365******************************************************************
010366* 2320-SPLIT-AMOUNT shares WS-ALC-AMOUNT across the split's
010367* departments into WS-ALC-SHARE.  Every department after the
010368* first gets its percentage, truncated; the first gets what is
010369* left, so the rounding pennies land there and the shares
010370* always add back to the amount.  WS-ALC-HOME-SHARE collects
010371* the part the home department bears itself.
010372******************************************************************
010373 2320-SPLIT-AMOUNT.
010374     MOVE ZERO TO WS-ALC-FIRST-IDX.
010375     MOVE ZERO TO WS-ALC-SPREAD.
010376     MOVE ZERO TO WS-ALC-HOME-SHARE.
010377     PERFORM 2322-SHARE-ENTRY THRU 2322-SHARE-ENTRY-EXIT
010378         VARYING WS-ALC-IDX FROM 1 BY 1
010379         UNTIL WS-ALC-IDX > 5.
010380     SUBTRACT WS-ALC-SPREAD FROM WS-ALC-AMOUNT
010381         GIVING WS-ALC-SHARE (WS-ALC-FIRST-IDX).
010382     PERFORM 2324-ADD-HOME-SHARE THRU 2324-ADD-HOME-SHARE-EXIT
010383         VARYING WS-ALC-IDX FROM 1 BY 1
010384         UNTIL WS-ALC-IDX > 5.
010385 2320-SPLIT-AMOUNT-EXIT.
010386     EXIT.
010387
010388 2322-SHARE-ENTRY.
010389     MOVE ZERO TO WS-ALC-SHARE (WS-ALC-IDX).
010390     IF ALW-DEPT-CODE (WS-ALC-IDX) = SPACES
010391         GO TO 2322-SHARE-ENTRY-EXIT
010392     END-IF.
010393     IF WS-ALC-FIRST-IDX = ZERO
010394         MOVE WS-ALC-IDX TO WS-ALC-FIRST-IDX
010395         GO TO 2322-SHARE-ENTRY-EXIT
010396     END-IF.
010397     COMPUTE WS-ALC-SHARE (WS-ALC-IDX) =
010398         WS-ALC-AMOUNT * ALW-PERCENT (WS-ALC-IDX) / 100.
010399     ADD WS-ALC-SHARE (WS-ALC-IDX) TO WS-ALC-SPREAD.
010400 2322-SHARE-ENTRY-EXIT.
010401     EXIT.
010402
010403 2324-ADD-HOME-SHARE.
010404     IF ALW-DEPT-CODE (WS-ALC-IDX) = WS-ALC-HOME-DEPT
010405         ADD WS-ALC-SHARE (WS-ALC-IDX) TO WS-ALC-HOME-SHARE
010406     END-IF.
010407 2324-ADD-HOME-SHARE-EXIT.
010408     EXIT.
010409
010410 2326-CHARGE-SHARE.
010411     IF ALW-DEPT-CODE (WS-ALC-IDX) = SPACES
010412         OR ALW-DEPT-CODE (WS-ALC-IDX) = WS-ALC-HOME-DEPT
010413         GO TO 2326-CHARGE-SHARE-EXIT
010414     END-IF.
010415     MOVE ALW-DEPT-CODE (WS-ALC-IDX) TO WS-CHARGE-DEPT.
010416     MOVE WS-ALC-SHARE (WS-ALC-IDX) TO WS-CHARGE-AMOUNT.
010417     MOVE ZERO TO WS-CHARGE-COUNT.
010418     MOVE WS-ALC-SHARE (WS-ALC-IDX) TO WS-CHARGE-IN.
010419     MOVE ZERO TO WS-CHARGE-OUT.
010420     PERFORM 2330-CHARGE-DEPT THRU 2330-CHARGE-DEPT-EXIT.
010421 2326-CHARGE-SHARE-EXIT.
010422     EXIT.
010423
010424******************************************************************
010425* 2330-CHARGE-DEPT adds WS-CHARGE-AMOUNT, WS-CHARGE-COUNT and the
010426* allocated-in and allocated-out amounts into WS-CHARGE-DEPT's
010427* record on SALARY-DEPT-WORK - a rewrite when the department
010428* has been seen, a fresh record the first time.
010429******************************************************************
010430 2330-CHARGE-DEPT.
010431     MOVE WS-CHARGE-DEPT TO DPW-DEPT-CODE.
010432     READ SALARY-DEPT-WORK
010433         INVALID KEY
010434             MOVE WS-CHARGE-DEPT TO DPW-DEPT-CODE
010435             MOVE WS-CHARGE-AMOUNT TO DPW-SUBTOTAL
010436             MOVE WS-CHARGE-COUNT TO DPW-COUNT
010437             MOVE WS-CHARGE-IN TO DPW-ALLOC-IN
010438             MOVE WS-CHARGE-OUT TO DPW-ALLOC-OUT
010439             WRITE DEPT-WORK-RECORD
010440                 INVALID KEY
010441                     DISPLAY 'DEPT WORK WRITE FAILED - STATUS '
010442                         WS-DPW-STATUS ' : ' WS-CHARGE-DEPT
010443             END-WRITE
010444         NOT INVALID KEY
010445             ADD WS-CHARGE-AMOUNT TO DPW-SUBTOTAL
010446             ADD WS-CHARGE-COUNT TO DPW-COUNT
010447             ADD WS-CHARGE-IN TO DPW-ALLOC-IN
010448             ADD WS-CHARGE-OUT TO DPW-ALLOC-OUT
010449             REWRITE DEPT-WORK-RECORD
010450                 INVALID KEY
010451                     DISPLAY 'DEPT WORK REWRITE FAILED - '
010452                         'STATUS ' WS-DPW-STATUS ' : '
010453                         WS-CHARGE-DEPT
010454             END-REWRITE
010455     END-READ.
010456 2330-CHARGE-DEPT-EXIT.
010457     EXIT.
010458
010459******************************************************************
010460* 2400-RECONCILE-TRAILER compares the record count and total
010461* salary accumulated so far against the expected values carried
010462* on the upstream trailer record (RECORD-TYPE 'T'), so a
010463* truncated transfer is flagged here instead of surfacing as a
010464* mismatch downstream in payroll.
010465******************************************************************
010466 2400-RECONCILE-TRAILER.
010467     SET WS-TRAILER-SEEN TO TRUE.
010468     DISPLAY ' '.
010469     ADD WS-RECORD-COUNT WS-REJECT-COUNT GIVING WS-RECS-PROCESSED.
010470     IF TRAILER-REC-COUNT = WS-RECS-PROCESSED
010480        AND TRAILER-TOTAL = WS-GRAND-TOTAL
010490         MOVE 'OK' TO WS-RECON-RESULT
010710     END-IF.
010720     IF WS-DUP-RUN
010730         DISPLAY 'RUN REFUSED - EXTRACT DATE ALREADY POSTED : '
010740             WS-EXTRACT-DATE ' COMPANY ' WS-COMPANY-CODE
010750         PERFORM 8900-CLOSE-WORK-FILES
010760             THRU 8900-CLOSE-WORK-FILES-EXIT
010770         CLOSE SALARY-EXC-WORK
010860* SALARY-REJECTS is only open on a run that was not refused -
010870* 1750-OPEN-REJECTS is skipped for a duplicate.
010880     CLOSE SALARY-REJECTS.
010882     IF WS-JOURNAL-OPEN
010884         CLOSE SALARY-JOURNAL
010886     END-IF.
010890     DISPLAY 'SALARY-TOTAL RUN COMPLETE'.
010895     DISPLAY 'COMPANY ......... : ' WS-COMPANY-CODE.
010900     DISPLAY 'RECORDS READ .... : ' WS-RECORD-COUNT.
010910     DISPLAY 'RECORDS REJECTED  : ' WS-REJECT-COUNT.
010920     DISPLAY 'LEDGER POSTINGS . : ' WS-LEDGER-POSTED.
010925     DISPLAY 'JOURNAL ERRORS .. : ' WS-JRN-ERROR-COUNT.
010930     DISPLAY 'GRAND TOTAL ..... : ' WS-GRAND-TOTAL.
010940     IF NOT WS-TRAILER-SEEN
010950         DISPLAY 'WARNING - NO TRAILER RECORD WAS FOUND ON FILE'
011010         THRU 8100-PRINT-TYPE-REPORT-EXIT.
011020     PERFORM 8200-PRINT-DEPT-REPORT
011030         THRU 8200-PRINT-DEPT-REPORT-EXIT.
011033     PERFORM 8720-PRINT-ALLOC-ERRORS
011036         THRU 8720-PRINT-ALLOC-ERRORS-EXIT.
011040     PERFORM 8700-PRINT-EXCEPTIONS
011050         THRU 8700-PRINT-EXCEPTIONS-EXIT.
011060     PERFORM 8750-PRINT-MISMATCHES
011360     ADD 1 TO WS-PAGE-NO.
011370     MOVE SPACES TO PRINT-LINE.
011380     MOVE WS-REPORT-TITLE TO PRINT-LINE (1:31).
011383     MOVE 'CO' TO PRINT-LINE (33:2).
011386     MOVE WS-COMPANY-CODE TO PRINT-LINE (36:2).
011390     MOVE 'RUN DATE' TO PRINT-LINE (40:8).
011400     MOVE WS-RUN-DATE TO PRINT-LINE (49:6).
011410     MOVE 'PAGE' TO PRINT-LINE (60:4).
011440     MOVE SPACES TO PRINT-LINE.
011450     MOVE 'CODE  SUBTOTAL      COUNT' TO PRINT-LINE (1:26).
011460     IF WS-REPORT-TITLE = 'SALARY SUBTOTALS BY DEPARTMENT'
011463         MOVE 'ALLOC-IN' TO PRINT-LINE (27:8)
011466         MOVE 'ALLOC-OUT' TO PRINT-LINE (36:9)
011470         MOVE 'DEPARTMENT NAME' TO PRINT-LINE (46:15)
011480     END-IF.
011481     IF WS-REPORT-TITLE = 'COST ALLOCATION ERRORS'
011482         MOVE SPACES TO PRINT-LINE
011483         MOVE 'EMP-ID PROBLEM               DEPT  PERCENT'
011484             TO PRINT-LINE (1:43)
011485     END-IF.
011490     IF WS-REPORT-TITLE = 'SALARY EXCEPTIONS - OUT OF BAND'
011500         MOVE SPACES TO PRINT-LINE
011510         MOVE 'EMP-ID T DEPT SALARY BAND' TO PRINT-LINE (1:25)
012130******************************************************************
012140* 8200-PRINT-DEPT-REPORT writes the departmental subtotal report
012150* to SALARY-PRINT: one line per distinct DEPT-CODE value with
012160* its subtotal (after cost allocation), count, allocated-in and
012165* allocated-out amounts and master name, read back from the
012170* keyed SALARY-DEPT-WORK file in DEPT-CODE sequence - so two
012180* days' reports line up side by side - followed by a grand
012190* total line.
012290     MOVE 'TOTAL' TO PRINT-LINE (1:05).
012300     MOVE WS-GRAND-TOTAL TO PRINT-LINE (07:9).
012310     MOVE WS-RECORD-COUNT TO PRINT-LINE (18:6).
012313     MOVE WS-ALC-IN-TOTAL TO PRINT-LINE (26:9).
012316     MOVE WS-ALC-OUT-TOTAL TO PRINT-LINE (36:9).
012320     WRITE PRINT-LINE.
012330     ADD 1 TO WS-LINE-COUNT.
012340 8200-PRINT-DEPT-REPORT-EXIT.
012620     MOVE DPW-DEPT-CODE TO PRINT-LINE (1:04).
012630     MOVE DPW-SUBTOTAL TO PRINT-LINE (07:9).
012640     MOVE DPW-COUNT TO PRINT-LINE (18:6).
012642     MOVE DPW-ALLOC-IN TO PRINT-LINE (26:9).
012644     MOVE DPW-ALLOC-OUT TO PRINT-LINE (36:9).
012646     ADD DPW-ALLOC-IN TO WS-ALC-IN-TOTAL.
012648     ADD DPW-ALLOC-OUT TO WS-ALC-OUT-TOTAL.
012650     IF WS-DM-LOADED
012660         MOVE DPW-DEPT-CODE TO DMW-DEPT-CODE
012670         READ SALARY-DM-WORK
012680             INVALID KEY
012690                 MOVE '*NOT ON MASTER*'
012700                     TO PRINT-LINE (46:20)
012710             NOT INVALID KEY
012720                 MOVE DMW-DEPT-NAME
012730                     TO PRINT-LINE (46:20)
012740         END-READ
012750     END-IF.
012760     WRITE PRINT-LINE.
012810******************************************************************
012820* 8300-WRITE-BALANCE-FORWARD adds this run's grand total to the
012830* year-to-date figure loaded by 1300-LOAD-BALANCE-FORWARD and
012840* writes every company's balance back to SALARY-BAL, this
012850* company's updated, so the next run picks up where this one
012853* left off.  A company running for the first time gets a new
012856* entry.
012860******************************************************************
012870 8300-WRITE-BALANCE-FORWARD.
012880     ADD WS-GRAND-TOTAL TO WS-YTD-TOTAL.
012881     PERFORM 1320-FIND-COMPANY-BALANCE
012882         THRU 1320-FIND-COMPANY-BALANCE-EXIT
012883         VARYING WS-BAL-IDX FROM 1 BY 1
012884         UNTIL WS-BAL-IDX > WS-BAL-ENTRIES
012885            OR WS-BAL-COMPANY (WS-BAL-IDX) = WS-COMPANY-CODE.
012886     IF WS-BAL-IDX > WS-BAL-ENTRIES
012887         IF WS-BAL-ENTRIES < WS-BAL-TABLE-MAX
012888             ADD 1 TO WS-BAL-ENTRIES
012889             SET WS-BAL-IDX TO WS-BAL-ENTRIES
012890             MOVE WS-COMPANY-CODE TO WS-BAL-COMPANY (WS-BAL-IDX)
012891             MOVE WS-YTD-TOTAL TO WS-BAL-YTD (WS-BAL-IDX)
012892         ELSE
012893             DISPLAY 'WARNING - BALANCE TABLE FULL, BALANCE '
012894                 'NOT WRITTEN FOR COMPANY ' WS-COMPANY-CODE
012895         END-IF
012896     ELSE
012897         MOVE WS-YTD-TOTAL TO WS-BAL-YTD (WS-BAL-IDX)
012898     END-IF.
012900     OPEN OUTPUT SALARY-BAL.
012904     PERFORM 8310-WRITE-BALANCE-ENTRY
012908         THRU 8310-WRITE-BALANCE-ENTRY-EXIT
012912         VARYING WS-BAL-IDX FROM 1 BY 1
012916         UNTIL WS-BAL-IDX > WS-BAL-ENTRIES.
012920     CLOSE SALARY-BAL.
012930 8300-WRITE-BALANCE-FORWARD-EXIT.
012940     EXIT.
012941
012942 8310-WRITE-BALANCE-ENTRY.
012943     MOVE WS-BAL-COMPANY (WS-BAL-IDX) TO BAL-COMPANY-CODE.
012944     MOVE WS-BAL-YTD (WS-BAL-IDX) TO BAL-YTD-TOTAL.
012945     WRITE BAL-RECORD.
012946 8310-WRITE-BALANCE-ENTRY-EXIT.
012947     EXIT.
012950
012960******************************************************************
012970* 1500-LOAD-GL-MAP copies the SALARY-GLMAP department-to-GL-
013340     END-READ.
013350 1510-LOAD-GL-MAP-ENTRY-EXIT.
013360     EXIT.
013361
013362******************************************************************
013363* 1550-LOAD-ALLOCATIONS copies the SALARY-ALLOC cost allocation
013364* file (maintained by finance) onto the keyed SALARY-AL-WORK
013365* file so 2300-ACCUMULATE-BY-DEPT can find an employee's split
013366* by one random read.  Each split is vetted as it loads: its
013367* percentages must add to 100 and every department on it must
013368* be on the department master.  A split that fails is kept,
013369* stamped with the reason, listed on the allocation errors page
013370* and not used - the employee is charged to the home
013371* department.  A missing file is reported and every employee
013372* is charged to the home department.
013373******************************************************************
013374 1550-LOAD-ALLOCATIONS.
013375     OPEN INPUT SALARY-ALLOC.
013376     IF NOT WS-ALLOC-FILE-OK
013377         DISPLAY 'NO COST ALLOCATION FILE - '
013378             'HOME DEPARTMENTS CHARGED'
013379         SET WS-ALC-EOF TO TRUE
013380         GO TO 1550-LOAD-ALLOCATIONS-EXIT
013381     END-IF.
013382     OPEN OUTPUT SALARY-AL-WORK.
013383     PERFORM 1560-LOAD-ALLOC-ENTRY
013384         THRU 1560-LOAD-ALLOC-ENTRY-EXIT
013385         UNTIL WS-ALC-EOF.
013386     CLOSE SALARY-ALLOC.
013387     CLOSE SALARY-AL-WORK.
013388     OPEN INPUT SALARY-AL-WORK.
013389     SET WS-ALC-LOADED TO TRUE.
013390     IF WS-ALC-ERROR-COUNT > ZERO
013391         DISPLAY 'WARNING - COST ALLOCATION ERRORS, HOME DEPT '
013392             'CHARGED : ' WS-ALC-ERROR-COUNT
013393     END-IF.
013394 1550-LOAD-ALLOCATIONS-EXIT.
013395     EXIT.
013396
013397 1560-LOAD-ALLOC-ENTRY.
013398     READ SALARY-ALLOC
013399         AT END
013400             SET WS-ALC-EOF TO TRUE
013401             GO TO 1560-LOAD-ALLOC-ENTRY-EXIT
013402     END-READ.
013403     MOVE ALLOC-RECORD TO ALW-ALLOC-IMAGE.
013404     SET ALW-VALID TO TRUE.
013405     MOVE SPACES TO ALW-ERROR-DEPT.
013406     MOVE ZERO TO WS-ALC-PCT-TOTAL.
013407     PERFORM 1570-VET-ALLOC-SPLIT
013408         THRU 1570-VET-ALLOC-SPLIT-EXIT
013409         VARYING WS-ALC-IDX FROM 1 BY 1
013410         UNTIL WS-ALC-IDX > 5.
013411     IF ALW-VALID AND WS-ALC-PCT-TOTAL NOT = 100
013412         SET ALW-PERCENT-WRONG TO TRUE
013413     END-IF.
013414     MOVE WS-ALC-PCT-TOTAL TO ALW-PCT-TOTAL.
013415     WRITE ALLOC-WORK-RECORD
013416         INVALID KEY
013417             DISPLAY 'WARNING - DUPLICATE EMPLOYEE ON '
013418                 'ALLOCATION FILE, FIRST KEPT : '
013419                 ALC-EMPLOYEE-ID
013420             GO TO 1560-LOAD-ALLOC-ENTRY-EXIT
013421     END-WRITE.
013422     IF NOT ALW-VALID
013423         ADD 1 TO WS-ALC-ERROR-COUNT
013424     END-IF.
013425 1560-LOAD-ALLOC-ENTRY-EXIT.
013426     EXIT.
013427
013428 1570-VET-ALLOC-SPLIT.
013429     IF ALW-DEPT-CODE (WS-ALC-IDX) = SPACES
013430         GO TO 1570-VET-ALLOC-SPLIT-EXIT
013431     END-IF.
013432     IF ALW-PERCENT (WS-ALC-IDX) NOT NUMERIC
013433         IF ALW-VALID
013434             SET ALW-PERCENT-WRONG TO TRUE
013435         END-IF
013436         GO TO 1570-VET-ALLOC-SPLIT-EXIT
013437     END-IF.
013438     ADD ALW-PERCENT (WS-ALC-IDX) TO WS-ALC-PCT-TOTAL.
013439     IF ALW-VALID AND WS-DM-LOADED
013440         MOVE ALW-DEPT-CODE (WS-ALC-IDX) TO DMW-DEPT-CODE
013441         READ SALARY-DM-WORK
013442             INVALID KEY
013443                 SET ALW-DEPT-UNKNOWN TO TRUE
013444                 MOVE ALW-DEPT-CODE (WS-ALC-IDX)
013445                     TO ALW-ERROR-DEPT
013446         END-READ
013447     END-IF.
013448 1570-VET-ALLOC-SPLIT-EXIT.
013449     EXIT.
013450
013451******************************************************************
013452* 8400-WRITE-GL-EXTRACT writes the machine-readable GL posting
013453* file from the keyed SALARY-DEPT-WORK file, in DEPT-CODE
013454* sequence: a header record carrying the run date, one detail
013455* record per department (GL account from SALARY-GM-WORK,
013456* suspense when unmapped), and a trailer carrying the record
013457* count and a hash total of the amounts, so the receiving
013458* finance system can verify the transfer the same way this
013460* program verifies MS-DA01.
013470******************************************************************
013480 8400-WRITE-GL-EXTRACT.
013500     MOVE SPACES TO GL-POST-RECORD.
013510     MOVE 'H' TO GL-RECORD-TYPE.
013520     MOVE WS-RUN-DATE TO GL-RUN-DATE.
013525     MOVE WS-COMPANY-CODE TO GL-COMPANY-CODE.
013530     WRITE GL-POST-RECORD.
013540     PERFORM 8150-START-DEPT-WORK
013550         THRU 8150-START-DEPT-WORK-EXIT.
014330* carried forward so the ledger shows the latest values); a new
014340* employee gets a fresh ledger record.  Replayed records on a
014350* RESTART were posted before the abend and do not come this way.
014355* Every posting is written to the journal.
014360******************************************************************
014370 2350-POST-LEDGER.
014380     MOVE EMPLOYEE-ID TO LDG-EMPLOYEE-ID.
014430             MOVE DEPT-CODE      TO LDG-DEPT-CODE
014440             MOVE SALARY         TO LDG-YTD-SALARY
014450             MOVE 1              TO LDG-POST-COUNT
014451             MOVE WS-COMPANY-CODE TO LDG-COMPANY-CODE
014453             MOVE ZERO           TO LDG-YTD-DEDUCTIONS
014456             MOVE ZERO           TO LDG-YTD-NET
014460             WRITE LEDGER-RECORD
014470                 INVALID KEY
014480                     DISPLAY 'LEDGER WRITE FAILED - STATUS '
014500                 NOT INVALID KEY
014510                     ADD 1 TO WS-LEDGER-POSTED
014520                     SET WS-JUST-POSTED TO TRUE
014523                     PERFORM 2355-WRITE-JOURNAL
014526                         THRU 2355-WRITE-JOURNAL-EXIT
014530             END-WRITE
014540         NOT INVALID KEY
014550             ADD SALARY TO LDG-YTD-SALARY
014560             ADD 1 TO LDG-POST-COUNT
014570             MOVE EMPLOYEE-NAME TO LDG-EMPLOYEE-NAME
014580             MOVE DEPT-CODE     TO LDG-DEPT-CODE
014585             MOVE WS-COMPANY-CODE TO LDG-COMPANY-CODE
014590             REWRITE LEDGER-RECORD
014600                 INVALID KEY
014610                     DISPLAY 'LEDGER REWRITE FAILED - STATUS '
014630                 NOT INVALID KEY
014640                     ADD 1 TO WS-LEDGER-POSTED
014650                     SET WS-JUST-POSTED TO TRUE
014653                     PERFORM 2355-WRITE-JOURNAL
014656                         THRU 2355-WRITE-JOURNAL-EXIT
014660             END-REWRITE
014670     END-READ.
014680 2350-POST-LEDGER-EXIT.
014690     EXIT.
014691
014692******************************************************************
014693* 2355-WRITE-JOURNAL writes the posting just made to the
014694* SALARY-JOURNAL posting journal, referenced by the extract
014695* date and sequence number from the header.
014696******************************************************************
014697 2355-WRITE-JOURNAL.
014698     IF NOT WS-JOURNAL-OPEN
014699         GO TO 2355-WRITE-JOURNAL-EXIT
014700     END-IF.
014701     ACCEPT WS-JRN-TIME FROM TIME.
014702     MOVE WS-RUN-DATE      TO JRN-POST-DATE.
014703     MOVE WS-JRN-TIME      TO JRN-POST-TIME.
014704     MOVE EMPLOYEE-ID      TO JRN-EMPLOYEE-ID.
014705     MOVE EMPLOYEE-NAME    TO JRN-EMPLOYEE-NAME.
014706     MOVE DEPT-CODE        TO JRN-DEPT-CODE.
014707     MOVE 'TOTAL'          TO JRN-SOURCE.
014708     MOVE SPACES           TO JRN-REFERENCE.
014709     MOVE WS-EXTRACT-DATE  TO JRN-EXTRACT-DATE.
014710     MOVE WS-EXTRACT-SEQ   TO JRN-EXTRACT-SEQ.
014711     SET JRN-PLUS          TO TRUE.
014712     MOVE SALARY           TO JRN-AMOUNT.
014713     MOVE WS-COMPANY-CODE  TO JRN-COMPANY-CODE.
014714     WRITE JOURNAL-RECORD.
014715     IF NOT WS-JOURNAL-FILE-OK
014716         DISPLAY 'JOURNAL WRITE FAILED - STATUS '
014717             WS-JOURNAL-STATUS ' : ' EMPLOYEE-ID
014718         ADD 1 TO WS-JRN-ERROR-COUNT
014719         SET WS-JOURNAL-FAILED TO TRUE
014720     END-IF.
014721 2355-WRITE-JOURNAL-EXIT.
014722     EXIT.
014723
014724******************************************************************
014725* 1650-VET-EXTRACT-HEADER inspects the first record read from
014730* the extract.  A header record ('0') carries the extract date,
014740* sequence number and company code and is checked against the
014750* SALARY-RUNS processed-runs log by 1700-CHECK-RUN-HEADER, then
014760* read past.  An extract with no header is processed with a
014770* warning (the duplicate-run check cannot be made).  On a RESTART
014780* the header was already consumed by the checkpoint skip, so
014790* there is nothing to vet and no warning to give.
014800******************************************************************
014810 1650-VET-EXTRACT-HEADER.
014820     IF NOT WS-EOF AND RECORD-TYPE = '0'
014990
015000******************************************************************
015010* 1700-CHECK-RUN-HEADER checks the extract header against the
015020* SALARY-RUNS processed-runs log, taking only the entries for
015023* the header's company - each company keeps its own dates and
015026* its own sequence: an extract date that has
015030* already been posted sets WS-DUP-RUN so the run is refused
015040* before any figure is accumulated, and a sequence number that
015050* does not follow the last logged run is flagged so a missing
015100     SET WS-HEADER-SEEN TO TRUE.
015110     MOVE HEADER-EXTRACT-DATE TO WS-EXTRACT-DATE.
015120     MOVE HEADER-SEQUENCE-NO  TO WS-EXTRACT-SEQ.
015122     MOVE HEADER-COMPANY-CODE TO WS-COMPANY-CODE.
015124     IF WS-COMPANY-CODE = SPACES
015126         MOVE WS-HOME-COMPANY TO WS-COMPANY-CODE
015128     END-IF.
015130     OPEN INPUT SALARY-RUNS.
015140     IF NOT WS-RUNS-FILE-OK
015150         DISPLAY 'NO PROCESSED-RUNS LOG - FIRST RUN ASSUMED'
015220     END-IF.
015230     IF WS-DUP-RUN
015240         DISPLAY 'EXTRACT DATE ' WS-EXTRACT-DATE
015250             ' ALREADY POSTED FOR COMPANY ' WS-COMPANY-CODE
015255             ' - RUN REFUSED'
015260     ELSE
015270         IF WS-LOGGED-RUNS > ZERO
015280             AND WS-EXTRACT-SEQ NOT = WS-LAST-SEQ + 1
015390     READ SALARY-RUNS
015400         AT END
015410             SET WS-RUNS-EOF TO TRUE
015420             GO TO 1710-CHECK-RUN-ENTRY-EXIT
015480     END-READ.
015481     IF RUN-COMPANY-CODE = SPACES
015482         MOVE WS-HOME-COMPANY TO RUN-COMPANY-CODE
015483     END-IF.
015484     IF RUN-COMPANY-CODE NOT = WS-COMPANY-CODE
015485         GO TO 1710-CHECK-RUN-ENTRY-EXIT
015486     END-IF.
015487     ADD 1 TO WS-LOGGED-RUNS.
015488     MOVE RUN-SEQUENCE-NO TO WS-LAST-SEQ.
015489     IF RUN-EXTRACT-DATE = WS-EXTRACT-DATE
015490         SET WS-DUP-RUN TO TRUE
015491     END-IF.
015492 1710-CHECK-RUN-ENTRY-EXIT.
015500     EXIT.
015510
015520******************************************************************
015530* 8500-LOG-PROCESSED-RUN appends this run's extract date, sequence
015540* number and company, with today's date, to the SALARY-RUNS
015550* processed-runs log, so the next run can refuse the same
015560* extract.  The log is only written when the run completed and a
015570* header was present; a refused or headerless run logs nothing.
015590******************************************************************
015600 8500-LOG-PROCESSED-RUN.
015610     OPEN EXTEND SALARY-RUNS.
015650     MOVE WS-EXTRACT-DATE TO RUN-EXTRACT-DATE.
015660     MOVE WS-EXTRACT-SEQ  TO RUN-SEQUENCE-NO.
015670     MOVE WS-RUN-DATE     TO RUN-PROCESS-DATE.
015675     MOVE WS-COMPANY-CODE TO RUN-COMPANY-CODE.
015680     WRITE RUN-LOG-RECORD.
015690     CLOSE SALARY-RUNS.
015700 8500-LOG-PROCESSED-RUN-EXIT.
016230         MOVE 'NORMAL' TO STAT-CKPT-STATE
016240     END-IF.
016250     MOVE WS-COND-CODE     TO STAT-COND-CODE.
016255     MOVE WS-COMPANY-CODE  TO STAT-COMPANY-CODE.
016260     WRITE STAT-RECORD.
016270     CLOSE SALARY-STATS.
016280 8600-WRITE-RUN-STATS-EXIT.
016470* 9000-GRADE-CONDITION works out the run's final condition code
016480* from everything the run saw, keeping the highest grade: 4 for
016490* warnings (rejects present, no trailer or no header, extract
016500* out of sequence, cost allocation errors), 8 for rejects over
016505* the run's threshold, 12 for a trailer reconciliation
016510* mismatch or a journal that could not be opened or written, 16
016512* for a run refused as a duplicate.  A clean run
016515* stays at zero and the scheduler releases the downstream jobs.
016540******************************************************************
016550 9000-GRADE-CONDITION.
016560     IF WS-REJECT-COUNT > ZERO
016740         PERFORM 9100-RAISE-COND-CODE
016750             THRU 9100-RAISE-COND-CODE-EXIT
016760     END-IF.
016761     IF WS-ALC-ERROR-COUNT > ZERO AND NOT WS-DUP-RUN
016762         MOVE 4 TO WS-CAND-COND
016763         PERFORM 9100-RAISE-COND-CODE
016764             THRU 9100-RAISE-COND-CODE-EXIT
016765     END-IF.
016770     IF WS-RECON-RESULT = 'MISMATCH' OR WS-JOURNAL-FAILED
016780         MOVE 12 TO WS-CAND-COND
016790         PERFORM 9100-RAISE-COND-CODE
016800             THRU 9100-RAISE-COND-CODE-EXIT
018720     ADD 1 TO WS-LINE-COUNT.
018730 8710-PRINT-EXCEPTION-LINE-EXIT.
018740     EXIT.
018741
018742******************************************************************
018743* 8720-PRINT-ALLOC-ERRORS writes the allocation errors page: one
018744* line per SALARY-ALLOC split that failed vetting at load time
018745* - percentages not adding to 100, or a department not on the
018746* master - read back from SALARY-AL-WORK in employee order.
018747* Those employees were charged wholly to the home department.
018748* Nothing prints when every split was good.
018749******************************************************************
018750 8720-PRINT-ALLOC-ERRORS.
018751     IF WS-ALC-ERROR-COUNT = ZERO
018752         GO TO 8720-PRINT-ALLOC-ERRORS-EXIT
018753     END-IF.
018754     MOVE 'COST ALLOCATION ERRORS' TO WS-REPORT-TITLE.
018755     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
018756     MOVE 'N' TO WS-ALW-EOF-SWITCH.
018757     MOVE LOW-VALUES TO ALW-EMPLOYEE-ID.
018758     START SALARY-AL-WORK KEY NOT < ALW-EMPLOYEE-ID
018759         INVALID KEY
018760             SET WS-ALW-EOF TO TRUE
018761     END-START.
018762     PERFORM 8730-PRINT-ALLOC-ERROR-LINE
018763         THRU 8730-PRINT-ALLOC-ERROR-LINE-EXIT
018764         UNTIL WS-ALW-EOF.
018765 8720-PRINT-ALLOC-ERRORS-EXIT.
018766     EXIT.
018767
018768 8730-PRINT-ALLOC-ERROR-LINE.
018769     READ SALARY-AL-WORK NEXT RECORD
018770         AT END
018771             SET WS-ALW-EOF TO TRUE
018772             GO TO 8730-PRINT-ALLOC-ERROR-LINE-EXIT
018773     END-READ.
018774     IF ALW-VALID
018775         GO TO 8730-PRINT-ALLOC-ERROR-LINE-EXIT
018776     END-IF.
018777     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
018778         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
018779     END-IF.
018780     MOVE SPACES TO PRINT-LINE.
018781     MOVE ALW-EMPLOYEE-ID TO PRINT-LINE (1:6).
018782     IF ALW-DEPT-UNKNOWN
018783         MOVE 'DEPT NOT ON MASTER' TO PRINT-LINE (8:21)
018784         MOVE ALW-ERROR-DEPT TO PRINT-LINE (30:4)
018785     ELSE
018786         MOVE 'SPLIT NOT 100 PERCENT' TO PRINT-LINE (8:21)
018787         MOVE ALW-PCT-TOTAL TO WS-ALC-PCT-DISPLAY
018788         MOVE WS-ALC-PCT-DISPLAY TO PRINT-LINE (36:8)
018789     END-IF.
018790     MOVE 'HOME DEPT CHARGED' TO PRINT-LINE (46:17).
018791     WRITE PRINT-LINE.
018792     ADD 1 TO WS-LINE-COUNT.
018793 8730-PRINT-ALLOC-ERROR-LINE-EXIT.
018794     EXIT.
018795
018796******************************************************************
018797* 8800-PRINT-TOP-TEN writes the ten-highest-salaries page from
018798* WS-TOP-TABLE, highest first, so a fat-fingered outlier jumps
018799* out at a glance.
018800******************************************************************
018810 8800-PRINT-TOP-TEN.
018820     IF WS-TOP-ENTRIES = ZERO
019230     END-IF.
019240 1750-OPEN-REJECTS-EXIT.
019250     EXIT.
019251
019252******************************************************************
019253* 1760-OPEN-JOURNAL opens the SALARY-JOURNAL posting journal for
019254* this run's postings, EXTEND so the journal keeps every run's
019255* entries, creating it on the very first run.  Like the rejects
019256* it is not opened on a run refused as a duplicate.  A journal
019257* that cannot be opened at all is reported and the run ends
019258* condition 12, its postings unjournalled.
019259******************************************************************
019260 1760-OPEN-JOURNAL.
019261     OPEN EXTEND SALARY-JOURNAL.
019262     IF NOT WS-JOURNAL-FILE-OK
019263         OPEN OUTPUT SALARY-JOURNAL
019264     END-IF.
019265     IF NOT WS-JOURNAL-FILE-OK
019266         DISPLAY 'UNABLE TO OPEN SALARY-JOURNAL - STATUS '
019267             WS-JOURNAL-STATUS ' - POSTINGS NOT JOURNALLED'
019268         SET WS-JOURNAL-FAILED TO TRUE
019269         GO TO 1760-OPEN-JOURNAL-EXIT
019270     END-IF.
019271     SET WS-JOURNAL-OPEN TO TRUE.
019272 1760-OPEN-JOURNAL-EXIT.
019273     EXIT.
019274
019275******************************************************************
019280* 1900-OPEN-EMP-MASTER opens the SALARY-EMPMST employee master
019290* (maintained by SALARY-EMPLD) for the random reads made by
019300* 2255-CHECK-EMP-MASTER.  A missing master file is reported
019430     EXIT.
019440
019450******************************************************************
019460* 2255-CHECK-EMP-MASTER reads the current detail's employee on the
019470* SALARY-EMPMST master.  An EMPLOYEE-ID not on the master rejects
019480* the record with reason 03 - nothing is known about the person
019490* being paid - and one the master shows under another company than
019493* the header's with reason 04, so one company's extract never
019496* posts to another's people.  A record whose extract name or
019503* department disagrees with the master, or whose employee the
019511* master says has left, is still counted in every total but
019520* spilled to SALARY-MM-WORK for the mismatches page, so upstream
019530* garbling is seen instead of flowing silently into the ledger and
019540* the statements.
019550******************************************************************
019560 2255-CHECK-EMP-MASTER.
019570     MOVE EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
019610             MOVE '03' TO WS-REJECT-REASON
019620             GO TO 2255-CHECK-EMP-MASTER-EXIT
019630     END-READ.
019631     MOVE EMP-COMPANY-CODE TO WS-EMP-COMPANY.
019632     IF WS-EMP-COMPANY = SPACES
019633         MOVE WS-HOME-COMPANY TO WS-EMP-COMPANY
019634     END-IF.
019635     IF WS-EMP-COMPANY NOT = WS-COMPANY-CODE
019636         SET WS-INVALID-RECORD TO TRUE
019637         MOVE '04' TO WS-REJECT-REASON
019638         GO TO 2255-CHECK-EMP-MASTER-EXIT
019639     END-IF.
019640     IF EMP-LEAVER
019650         MOVE 'LEFT' TO WS-MM-FIELD-BROKE
019660         MOVE EMPLOYEE-NAME TO WS-MM-EXT-VALUE
020870     IF WS-BANDS-LOADED
020880         CLOSE SALARY-BAND-WORK
020890     END-IF.
020892     IF WS-ALC-LOADED
020894         CLOSE SALARY-AL-WORK
020896     END-IF.
020900 8900-CLOSE-WORK-FILES-EXIT.
020910     EXIT.
