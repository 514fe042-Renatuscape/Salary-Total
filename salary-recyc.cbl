000740*                        never posted through the generic
000750*                        corrections path - that would re-admit
000760*                        exactly what the validation keeps out.
000762* 10/15/26 PJM           SALARY-LEDGER record is now 61 bytes
000764*                        (YTD deductions and net pay added by
000766*                        SALARY-DEDUCT); 2600-POST-LEDGER starts
000768*                        both at zero on a new ledger record.
000769* 10/15/26 PJM           Added cost allocation, as in
000770*                        SALARY-TOTAL.  The SALARY-ALLOC splits
000771*                        (copybook SALALC) are vetted and loaded
000772*                        onto the keyed SALARY-AL-WORK file at
000773*                        start-up, and 2400-ACCUMULATE-BY-DEPT
000774*                        charges a posted correction across the
000775*                        employee's split departments (rounding
000776*                        pennies to the first).  The
000777*                        supplemental department page shows the
000778*                        allocated-in and allocated-out amounts.
000779*                        A split that does not add to 100
000780*                        percent or names a department not on
000781*                        SALARY-DEPTS is reported and the home
000782*                        department is charged.
000784* 10/15/26 PJM           Each correction posted to the ledger
000785*                        is also written to the SALARY-JOURNAL
000786*                        posting journal (copybook SALJRN,
000787*                        opened EXTEND) with the reject reason
000788*                        code as its reference, as SALARY-TOTAL
000789*                        journals its own postings.
000790* 10/15/26 PJM           Multi-company processing.  Each reject
000791*                        carries the company of the run that
000792*                        rejected it (blank is the home
000793*                        company, 01); its posting is stamped
000794*                        with that company on the ledger and
000795*                        journal and added to that company's
000796*                        balance, SALARY-BAL holding one per
000797*                        company.  A reason-04 reject (employee
000798*                        on the master under another company)
000799*                        posts once the master shows it under
000800*                        the reject's company and carries
000801*                        forward as needing a company fix
000802*                        until then, as does a reason-03 reject
000803*                        whose employee has since been added
000804*                        under another company.
000805*                        LDG-COMPANY-CODE makes the
000806*                        SALARY-LEDGER record 63 bytes.
000807* 10/15/26 PJM           A SALARY-JOURNAL that cannot be opened,
000808*                        or a journal write that fails, is
000809*                        reported and the run now ends with a
000810*                        condition code: 12, else zero.
000811* 10/15/26 PJM           Every posting path - reason 02 and the
000812*                        SALARY-CORR corrections as well as
000813*                        03/04 - now finds the employee on the
000814*                        master under the reject's company
000815*                        before the ledger is posted, carrying
000816*                        the reject forward as NEEDS EMP FIX or
000817*                        NEEDS CO FIX otherwise.
000818* 10/15/26 PJM           A ledger write or rewrite that fails is
000819*                        now counted and ends the run condition
000820*                        12, as the balance, totals and index
000821*                        already hold the correction.
000822*
000823******************************************************************
000824 IDENTIFICATION DIVISION.
000825 PROGRAM-ID.  SALARY-RECYC.
000826 AUTHOR. PJM.
000827 INSTALLATION. COBOL DEVELOPMENT CENTER.
000830 DATE-WRITTEN. 08/22/26.
000840 DATE-COMPILED. 00/00/00.
000850 SECURITY. NON-CONFIDENTIAL.
001300           ACCESS MODE IS RANDOM
001310           RECORD KEY IS EMP-EMPLOYEE-ID
001320           FILE STATUS IS WS-EMPMST-STATUS.
001321     SELECT SALARY-ALLOC ASSIGN TO SALALLOC
001322           ORGANIZATION IS SEQUENTIAL
001323           ACCESS MODE IS SEQUENTIAL
001324           FILE STATUS IS WS-ALLOC-STATUS.
001325     SELECT SALARY-AL-WORK ASSIGN TO RCYALCWK
001326           ORGANIZATION IS INDEXED
001327           ACCESS MODE IS RANDOM
001328           RECORD KEY IS ALW-EMPLOYEE-ID
001329           FILE STATUS IS WS-ALW-STATUS.
001330     SELECT SALARY-JOURNAL ASSIGN TO SALJRNL
001331           ORGANIZATION IS SEQUENTIAL
001332           ACCESS MODE IS SEQUENTIAL
001333           FILE STATUS IS WS-JOURNAL-STATUS.
001334
001340 DATA DIVISION.
001350 FILE SECTION.
001360 FD  SALARY-REJECTS
001370     RECORDING MODE IS F
001380     RECORD CONTAINS 41 CHARACTERS.
001390     COPY salrej.
001400
001410 FD  SALARY-REJECTS-OUT
001420     RECORDING MODE IS F
001430     RECORD CONTAINS 41 CHARACTERS.
001440 01  REJECT-OUT-RECORD          PIC X(41).
001450
001460 FD  SALARY-DEPTS
001470     RECORDING MODE IS F
001690
001700 FD  SALARY-BAL
001710     RECORDING MODE IS F
001720     RECORD CONTAINS 11 CHARACTERS.
001730 01  BAL-RECORD.
001735     03  BAL-COMPANY-CODE        PIC X(02).
001740     03  BAL-YTD-TOTAL           PIC 9(09).
001750
001760 FD  SALARY-LEDGER
001770     RECORDING MODE IS F
001780     RECORD CONTAINS 63 CHARACTERS.
001790     COPY salldg.
001800
001810 FD  SALARY-EMPMST
001820     RECORDING MODE IS F
001830     RECORD CONTAINS 77 CHARACTERS.
001840     COPY salemp.
001841
001842 FD  SALARY-ALLOC
001843     RECORDING MODE IS F
001844     RECORD CONTAINS 51 CHARACTERS.
001845     COPY salalc.
001846
001847* The SALARY-ALLOC splits rekeyed for random reads, each
001848* stamped at load time with the result of its vetting.
001849 FD  SALARY-AL-WORK
001850     RECORDING MODE IS F
001851     RECORD CONTAINS 63 CHARACTERS.
001852 01  ALLOC-WORK-RECORD.
001853     03  ALW-ALLOC-IMAGE.
001854         05  ALW-EMPLOYEE-ID     PIC X(06).
001855         05  ALW-SPLIT OCCURS 5 TIMES.
001856             07  ALW-DEPT-CODE   PIC X(04).
001857             07  ALW-PERCENT     PIC 9(03)V9(02).
001858     03  ALW-STATUS              PIC X(01).
001859         88  ALW-VALID                   VALUE 'V'.
001860         88  ALW-PERCENT-WRONG           VALUE 'P'.
001861         88  ALW-DEPT-UNKNOWN            VALUE 'D'.
001862     03  ALW-ERROR-DEPT          PIC X(04).
001863     03  ALW-PCT-TOTAL           PIC 9(05)V9(02).
001864
001865* One record per ledger posting, in posting order.
001866 FD  SALARY-JOURNAL
001867     RECORDING MODE IS F
001868     RECORD CONTAINS 84 CHARACTERS.
001869     COPY saljrn.
001870
001871 FD  SUPP-PRINT
001872     RECORDING MODE IS F
001880     RECORD CONTAINS 80 CHARACTERS.
001890 01  PRINT-LINE                 PIC X(80).
001900
002040     88  WS-BAL-FILE-OK                  VALUE '00'.
002050 77  WS-LEDGER-STATUS        PIC X(02)   VALUE '00'.
002060     88  WS-LEDGER-FILE-OK               VALUE '00'.
002061 77  WS-JOURNAL-STATUS       PIC X(02)   VALUE '00'.
002062     88  WS-JOURNAL-FILE-OK              VALUE '00'.
002063 77  WS-JRN-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
002064     88  WS-JOURNAL-OPEN                 VALUE 'Y'.
002065* Condition code: 0 clean, 12 when SALARY-JOURNAL could not be
002066* opened or written or a ledger post failed.
002067* 9100-RAISE-COND-CODE keeps the highest.
002068 77  WS-JRN-FAIL-SWITCH      PIC X(01)   VALUE 'N'.
002069     88  WS-JOURNAL-FAILED               VALUE 'Y'.
002070 77  WS-JRN-ERROR-COUNT      PIC 9(06)   VALUE ZERO.
002071 77  WS-LEDGER-ERROR-COUNT   PIC 9(06)   VALUE ZERO.
002072 77  WS-COND-CODE            PIC 9(04)   VALUE ZERO.
002073 77  WS-CAND-COND            PIC 9(04)   VALUE ZERO.
002074 77  WS-JRN-TIME             PIC 9(08)   VALUE ZERO.
002075 77  WS-DEPTMST-STATUS       PIC X(02)   VALUE '00'.
002080     88  WS-DEPTMST-FILE-OK              VALUE '00'.
002090 77  WS-EMPMST-STATUS        PIC X(02)   VALUE '00'.
002100     88  WS-EMPMST-FILE-OK               VALUE '00'.
002120     88  WS-EMP-MASTER-OPEN              VALUE 'Y'.
002130 77  WS-EMP-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
002140     88  WS-EMP-FOUND                    VALUE 'Y'.
002143 77  WS-EMP-CO-SWITCH        PIC X(01)   VALUE 'N'.
002146     88  WS-EMP-SAME-COMPANY             VALUE 'Y'.
002150 77  WS-DM-EOF-SWITCH        PIC X(01)   VALUE 'N'.
002160     88  WS-DM-EOF                       VALUE 'Y'.
002170 77  WS-DM-ENTRIES           PIC 9(02)   VALUE ZERO.
002310 77  WS-BAD-CORR-COUNT       PIC 9(06)   VALUE ZERO.
002320 77  WS-DEPT-FIX-COUNT       PIC 9(06)   VALUE ZERO.
002330 77  WS-EMP-FIX-COUNT        PIC 9(06)   VALUE ZERO.
002335 77  WS-CO-FIX-COUNT         PIC 9(06)   VALUE ZERO.
002340 77  WS-CARRIED-COUNT        PIC 9(06)   VALUE ZERO.
002350 77  WS-OUTCOME              PIC X(14)   VALUE SPACES.
002360 77  WS-NEW-SAL-X            PIC X(06)   VALUE SPACES.
002370 77  WS-POSTED-TOTAL         PIC 9(09)   VALUE ZERO.
002371* The company of the reject in hand and of its employee on
002372* the master; blank on either is the home company.
002373 77  WS-REJ-COMPANY          PIC X(02)   VALUE SPACES.
002374 77  WS-EMP-COMPANY          PIC X(02)   VALUE SPACES.
002375 77  WS-HOME-COMPANY         PIC X(02)   VALUE '01'.
002376* SALARY-BAL carries one year-to-date balance per company; a
002377* posted correction is added to its reject's company.
002378 77  WS-BAL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002379     88  WS-BAL-EOF                       VALUE 'Y'.
002380 77  WS-BAL-ENTRIES          PIC 9(03)   VALUE ZERO.
002381 77  WS-BAL-TABLE-MAX        PIC 9(03)   VALUE 050.
002382 01  WS-BAL-TABLE.
002383     03  WS-BAL-ENTRY OCCURS 50 TIMES INDEXED BY WS-BAL-IDX.
002384         05  WS-BAL-COMPANY      PIC X(02).
002385         05  WS-BAL-YTD          PIC 9(09).
002390 77  WS-CORR-ENTRIES         PIC 9(03)   VALUE ZERO.
002400 77  WS-CORR-TABLE-MAX       PIC 9(03)   VALUE 100.
002410 01  WS-CORR-TABLE.
002560         05  WS-DEPT-CODE        PIC X(04).
002570         05  WS-DEPT-SUBTOTAL    PIC 9(09).
002580         05  WS-DEPT-COUNT       PIC 9(06).
002583         05  WS-DEPT-ALLOC-IN    PIC 9(09).
002586         05  WS-DEPT-ALLOC-OUT   PIC 9(09).
002590 77  WS-NEW-SALARY           PIC 9(06)   VALUE ZERO.
002600 77  WS-RUN-DATE             PIC 9(06)   VALUE ZERO.
002610 77  WS-PAGE-NO              PIC 9(04)   VALUE ZERO.
002620 77  WS-LINE-COUNT           PIC 9(02)   VALUE ZERO.
002630 77  WS-LINES-PER-PAGE       PIC 9(02)   VALUE 15.
002640 77  WS-REPORT-TITLE         PIC X(31)   VALUE SPACES.
002641* Cost allocation.  The SALARY-ALLOC splits load onto the keyed
002642* SALARY-AL-WORK file; 2400-ACCUMULATE-BY-DEPT works out each
002643* department's share in WS-ALC-SHARE-TABLE and charges it
002644* through 2440-CHARGE-DEPT with the WS-CHARGE- fields.
002645 77  WS-ALLOC-STATUS         PIC X(02)   VALUE '00'.
002646     88  WS-ALLOC-FILE-OK                VALUE '00'.
002647 77  WS-ALW-STATUS           PIC X(02)   VALUE '00'.
002648     88  WS-ALW-FILE-OK                  VALUE '00'.
002649 77  WS-ALC-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002650     88  WS-ALC-EOF                      VALUE 'Y'.
002651 77  WS-ALC-LOADED-SWITCH    PIC X(01)   VALUE 'N'.
002652     88  WS-ALC-LOADED                   VALUE 'Y'.
002653 77  WS-ALC-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
002654     88  WS-ALC-SPLIT-FOUND              VALUE 'Y'.
002655 77  WS-ALC-ERROR-COUNT      PIC 9(06)   VALUE ZERO.
002656 77  WS-ALC-IDX              PIC 9(02)   VALUE ZERO.
002657 77  WS-ALC-FIRST-IDX        PIC 9(02)   VALUE ZERO.
002658 77  WS-ALC-PCT-TOTAL        PIC 9(05)V9(02) VALUE ZERO.
002659 77  WS-ALC-HOME-DEPT        PIC X(04)   VALUE SPACES.
002660 77  WS-ALC-AMOUNT           PIC 9(09)   VALUE ZERO.
002661 77  WS-ALC-SPREAD           PIC 9(09)   VALUE ZERO.
002662 77  WS-ALC-HOME-SHARE       PIC 9(09)   VALUE ZERO.
002663 77  WS-ALC-IN-TOTAL         PIC 9(09)   VALUE ZERO.
002664 77  WS-ALC-OUT-TOTAL        PIC 9(09)   VALUE ZERO.
002665 01  WS-ALC-SHARE-TABLE.
002666     03  WS-ALC-SHARE OCCURS 5 TIMES PIC 9(09).
002667 77  WS-CHARGE-DEPT          PIC X(04)   VALUE SPACES.
002668 77  WS-CHARGE-AMOUNT        PIC 9(09)   VALUE ZERO.
002669 77  WS-CHARGE-COUNT         PIC 9(06)   VALUE ZERO.
002670 77  WS-CHARGE-IN            PIC 9(09)   VALUE ZERO.
002671 77  WS-CHARGE-OUT           PIC 9(09)   VALUE ZERO.
002672
002673 PROCEDURE DIVISION.
002674 0000-MAINLINE.
002680     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002690     PERFORM 2000-PROCESS-REJECT THRU 2000-PROCESS-REJECT-EXIT
002700         UNTIL WS-EOF.
002710     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
002715     MOVE WS-COND-CODE TO RETURN-CODE.
002720     STOP RUN.
002730
002740 1000-INITIALIZE.
002950         THRU 1100-LOAD-CORRECTIONS-EXIT.
002960     PERFORM 1250-LOAD-DEPT-MASTER
002970         THRU 1250-LOAD-DEPT-MASTER-EXIT.
002973     PERFORM 1280-LOAD-ALLOCATIONS
002976         THRU 1280-LOAD-ALLOCATIONS-EXIT.
002980     PERFORM 1270-OPEN-EMP-MASTER
002990         THRU 1270-OPEN-EMP-MASTER-EXIT.
003000     PERFORM 1300-LOAD-BALANCE-FORWARD
003610         CLOSE SALARY-LEDGER
003620         OPEN I-O SALARY-LEDGER
003630     END-IF.
003631     OPEN EXTEND SALARY-JOURNAL.
003632     IF NOT WS-JOURNAL-FILE-OK
003633         OPEN OUTPUT SALARY-JOURNAL
003634     END-IF.
003635     IF WS-JOURNAL-FILE-OK
003636         SET WS-JOURNAL-OPEN TO TRUE
003637     ELSE
003638         DISPLAY 'UNABLE TO OPEN SALARY-JOURNAL - STATUS '
003639             WS-JOURNAL-STATUS ' - POSTINGS NOT JOURNALLED'
003640         SET WS-JOURNAL-FAILED TO TRUE
003641     END-IF.
003642 1200-OPEN-LEDGER-EXIT.
003650     EXIT.
003660
003670******************************************************************
004100* (maintained by SALARY-EMPLD) for the random reads made by
004110* 2170-FIND-EMP-MASTER, so a reason-03 reject whose employee
004120* has since been added to the master can be posted instead of
004130* carried forward for ever.  Every reject is checked against the
004135* master before it posts, so a missing master file is reported
004140* and every reject then carries forward.
004150******************************************************************
004160 1270-OPEN-EMP-MASTER.
004170     OPEN INPUT SALARY-EMPMST.
004180     IF NOT WS-EMPMST-FILE-OK
004190         DISPLAY 'NO EMPLOYEE MASTER FILE - '
004200             'REJECTS WILL CARRY FORWARD'
004210     ELSE
004220         SET WS-EMP-MASTER-OPEN TO TRUE
004230     END-IF.
004240 1270-OPEN-EMP-MASTER-EXIT.
004250     EXIT.
004251
004252******************************************************************
004253* 1280-LOAD-ALLOCATIONS copies the SALARY-ALLOC cost allocation
004254* file onto the keyed SALARY-AL-WORK file, vetting each split
004255* exactly as SALARY-TOTAL's 1550-LOAD-ALLOCATIONS does: the
004256* percentages must add to 100 and every department must be on
004257* WS-DM-TABLE.  A split that fails is reported, kept with the
004258* reason and not used - the home department is charged.  A
004259* missing file is reported and every home department charged.
004260******************************************************************
004261 1280-LOAD-ALLOCATIONS.
004262     OPEN INPUT SALARY-ALLOC.
004263     IF NOT WS-ALLOC-FILE-OK
004264         DISPLAY 'NO COST ALLOCATION FILE - '
004265             'HOME DEPARTMENTS CHARGED'
004266         SET WS-ALC-EOF TO TRUE
004267         GO TO 1280-LOAD-ALLOCATIONS-EXIT
004268     END-IF.
004269     OPEN OUTPUT SALARY-AL-WORK.
004270     PERFORM 1282-LOAD-ALLOC-ENTRY
004271         THRU 1282-LOAD-ALLOC-ENTRY-EXIT
004272         UNTIL WS-ALC-EOF.
004273     CLOSE SALARY-ALLOC.
004274     CLOSE SALARY-AL-WORK.
004275     OPEN INPUT SALARY-AL-WORK.
004276     SET WS-ALC-LOADED TO TRUE.
004277 1280-LOAD-ALLOCATIONS-EXIT.
004278     EXIT.
004279
004280 1282-LOAD-ALLOC-ENTRY.
004281     READ SALARY-ALLOC
004282         AT END
004283             SET WS-ALC-EOF TO TRUE
004284             GO TO 1282-LOAD-ALLOC-ENTRY-EXIT
004285     END-READ.
004286     MOVE ALLOC-RECORD TO ALW-ALLOC-IMAGE.
004287     SET ALW-VALID TO TRUE.
004288     MOVE SPACES TO ALW-ERROR-DEPT.
004289     MOVE ZERO TO WS-ALC-PCT-TOTAL.
004290     PERFORM 1284-VET-ALLOC-SPLIT
004291         THRU 1284-VET-ALLOC-SPLIT-EXIT
004292         VARYING WS-ALC-IDX FROM 1 BY 1
004293         UNTIL WS-ALC-IDX > 5.
004294     IF ALW-VALID AND WS-ALC-PCT-TOTAL NOT = 100
004295         SET ALW-PERCENT-WRONG TO TRUE
004296     END-IF.
004297     MOVE WS-ALC-PCT-TOTAL TO ALW-PCT-TOTAL.
004298     WRITE ALLOC-WORK-RECORD
004299         INVALID KEY
004300             DISPLAY 'WARNING - DUPLICATE EMPLOYEE ON '
004301                 'ALLOCATION FILE, FIRST KEPT : '
004302                 ALC-EMPLOYEE-ID
004303             GO TO 1282-LOAD-ALLOC-ENTRY-EXIT
004304     END-WRITE.
004305     IF ALW-PERCENT-WRONG
004306         ADD 1 TO WS-ALC-ERROR-COUNT
004307         DISPLAY 'WARNING - ALLOCATION SPLIT NOT 100 PERCENT, '
004308             'HOME DEPT CHARGED : ' ALW-EMPLOYEE-ID
004309     END-IF.
004310     IF ALW-DEPT-UNKNOWN
004311         ADD 1 TO WS-ALC-ERROR-COUNT
004312         DISPLAY 'WARNING - ALLOCATION DEPT NOT ON MASTER, '
004313             'HOME DEPT CHARGED : ' ALW-EMPLOYEE-ID ' '
004314             ALW-ERROR-DEPT
004315     END-IF.
004316 1282-LOAD-ALLOC-ENTRY-EXIT.
004317     EXIT.
004318
004319 1284-VET-ALLOC-SPLIT.
004320     IF ALW-DEPT-CODE (WS-ALC-IDX) = SPACES
004321         GO TO 1284-VET-ALLOC-SPLIT-EXIT
004322     END-IF.
004323     IF ALW-PERCENT (WS-ALC-IDX) NOT NUMERIC
004324         IF ALW-VALID
004325             SET ALW-PERCENT-WRONG TO TRUE
004326         END-IF
004327         GO TO 1284-VET-ALLOC-SPLIT-EXIT
004328     END-IF.
004329     ADD ALW-PERCENT (WS-ALC-IDX) TO WS-ALC-PCT-TOTAL.
004330     IF ALW-VALID AND WS-DM-ENTRIES > ZERO
004331         PERFORM 1286-SCAN-ALLOC-DEPT
004332             THRU 1286-SCAN-ALLOC-DEPT-EXIT
004333             VARYING WS-DM-IDX FROM 1 BY 1
004334             UNTIL WS-DM-IDX > WS-DM-ENTRIES
004335                OR WS-DM-CODE (WS-DM-IDX)
004336                   = ALW-DEPT-CODE (WS-ALC-IDX)
004337         IF WS-DM-IDX > WS-DM-ENTRIES
004338             SET ALW-DEPT-UNKNOWN TO TRUE
004339             MOVE ALW-DEPT-CODE (WS-ALC-IDX) TO ALW-ERROR-DEPT
004340         END-IF
004341     END-IF.
004342 1284-VET-ALLOC-SPLIT-EXIT.
004343     EXIT.
004344
004345 1286-SCAN-ALLOC-DEPT.
004346     CONTINUE.
004347 1286-SCAN-ALLOC-DEPT-EXIT.
004348     EXIT.
004349
004350******************************************************************
004351* 1300-LOAD-BALANCE-FORWARD reads every company's cumulative
004352* year-to-date total from SALARY-BAL into WS-BAL-TABLE, as
004353* SALARY-TOTAL does, so the posted corrections can be added to
004354* them as they post.
004355******************************************************************
004356 1300-LOAD-BALANCE-FORWARD.
004357     OPEN INPUT SALARY-BAL.
004358     IF NOT WS-BAL-FILE-OK
004359         DISPLAY 'NO BALANCE-FORWARD FILE - STARTING YTD AT ZERO'
004369         GO TO 1300-LOAD-BALANCE-FORWARD-EXIT
004440     END-IF.
004441     PERFORM 1310-LOAD-BALANCE-ENTRY
004442         THRU 1310-LOAD-BALANCE-ENTRY-EXIT
004443         UNTIL WS-BAL-EOF.
004444     CLOSE SALARY-BAL.
004450 1300-LOAD-BALANCE-FORWARD-EXIT.
004460     EXIT.
004461
004462 1310-LOAD-BALANCE-ENTRY.
004463     READ SALARY-BAL
004464         AT END
004465             SET WS-BAL-EOF TO TRUE
004466             GO TO 1310-LOAD-BALANCE-ENTRY-EXIT
004467     END-READ.
004468     IF BAL-COMPANY-CODE = SPACES
004469         MOVE WS-HOME-COMPANY TO BAL-COMPANY-CODE
004470     END-IF.
004471     IF WS-BAL-ENTRIES < WS-BAL-TABLE-MAX
004472         ADD 1 TO WS-BAL-ENTRIES
004473         SET WS-BAL-IDX TO WS-BAL-ENTRIES
004474         MOVE BAL-COMPANY-CODE TO WS-BAL-COMPANY (WS-BAL-IDX)
004475         MOVE BAL-YTD-TOTAL TO WS-BAL-YTD (WS-BAL-IDX)
004476     ELSE
004477         DISPLAY 'WARNING - BALANCE TABLE FULL, COMPANY NOT '
004478             'CARRIED : ' BAL-COMPANY-CODE
004479     END-IF.
004480 1310-LOAD-BALANCE-ENTRY-EXIT.
004481     EXIT.
004482
004483 1320-FIND-COMPANY-BALANCE.
004484     CONTINUE.
004485 1320-FIND-COMPANY-BALANCE-EXIT.
004486     EXIT.
004487
004488******************************************************************
004490* 2000-PROCESS-REJECT handles one reject record.  A reason-02
004500* reject (DEPT-CODE was not on the master) posts from its own
004510* salary - reason 02 is only set after the numeric test passes
004550* A reason-03 reject (EMPLOYEE-ID was not on the employee
004560* master) is treated the same way: it posts from its own
004570* salary once the ID is on the master, and carries forward as
004580* needing an employee-master fix while it is not.  A reason-04
004581* reject (the master had the employee under another company)
004582* posts once the master shows the reject's company; it, or a
004583* reason-03 reject whose employee has since been added under
004584* another company, otherwise carries forward as needing a
004585* company fix.
004590* Otherwise a reject with a numeric correction on SALARY-CORR
004600* is posted to the supplemental totals, SALARY-INDEX and the
004610* ledger and dropped; one with no usable correction is carried
004620* forward to SALARY-REJECTS-OUT for a later pass.  Whatever the
004622* reason, nothing posts until 2170-FIND-EMP-MASTER has found the
004624* employee on the master under the reject's company: one not on
004626* the master carries forward as needing an employee-master fix,
004628* one under another company as needing a company fix.  Every
004630* reject gets one report detail line with its outcome.
004640******************************************************************
004650 2000-PROCESS-REJECT.
004660     MOVE SPACES TO WS-OUTCOME.
004670     MOVE SPACES TO WS-NEW-SAL-X.
004672     MOVE REJECT-COMPANY-CODE TO WS-REJ-COMPANY.
004674     IF WS-REJ-COMPANY = SPACES
004676         MOVE WS-HOME-COMPANY TO WS-REJ-COMPANY
004678     END-IF.
004680     IF REJECT-REASON-CODE = '02'
004690         PERFORM 2150-FIND-DEPT-MASTER
004700             THRU 2150-FIND-DEPT-MASTER-EXIT
004740             MOVE 'NEEDS DEPT FIX' TO WS-OUTCOME
004750             PERFORM 2850-CARRY-REJECT-FORWARD
004760                 THRU 2850-CARRY-REJECT-FORWARD-EXIT
004766             GO TO 2000-PROCESS-REJECT-REPORT
004772         END-IF
004780         MOVE REJECT-SALARY TO WS-NEW-SALARY
004840         GO TO 2000-PROCESS-REJECT-POST
004850     END-IF.
004860     IF REJECT-REASON-CODE = '03' OR '04'
004890         IF REJECT-SALARY IS NOT NUMERIC
004910             ADD 1 TO WS-EMP-FIX-COUNT
004920             MOVE 'NEEDS EMP FIX' TO WS-OUTCOME
004930             PERFORM 2850-CARRY-REJECT-FORWARD
004940                 THRU 2850-CARRY-REJECT-FORWARD-EXIT
004942             GO TO 2000-PROCESS-REJECT-REPORT
004944         END-IF
004960         MOVE REJECT-SALARY TO WS-NEW-SALARY
005020         GO TO 2000-PROCESS-REJECT-POST
005030     END-IF.
005040     PERFORM 2100-FIND-CORRECTION
005050         THRU 2100-FIND-CORRECTION-EXIT.
005080         MOVE 'NO CORRECTION' TO WS-OUTCOME
005090         PERFORM 2850-CARRY-REJECT-FORWARD
005100             THRU 2850-CARRY-REJECT-FORWARD-EXIT
005106         GO TO 2000-PROCESS-REJECT-REPORT
005112     END-IF.
005120     IF WS-CORR-SALARY (WS-CORR-IDX) IS NOT NUMERIC
005130         ADD 1 TO WS-BAD-CORR-COUNT
005140         MOVE 'BAD CORRECTION' TO WS-OUTCOME
005150         MOVE WS-CORR-SALARY (WS-CORR-IDX) TO WS-NEW-SAL-X
005160         PERFORM 2850-CARRY-REJECT-FORWARD
005170             THRU 2850-CARRY-REJECT-FORWARD-EXIT
005176         GO TO 2000-PROCESS-REJECT-REPORT
005182     END-IF.
005190     MOVE WS-CORR-SALARY (WS-CORR-IDX) TO WS-NEW-SALARY.
005191* Every posting path meets here: the employee must be on the
005192* master, and under the reject's company, before the ledger is
005193* touched.
005194 2000-PROCESS-REJECT-POST.
005195     PERFORM 2170-FIND-EMP-MASTER
005196         THRU 2170-FIND-EMP-MASTER-EXIT.
005197     IF NOT WS-EMP-FOUND
005198         ADD 1 TO WS-EMP-FIX-COUNT
005199         MOVE 'NEEDS EMP FIX' TO WS-OUTCOME
005200         PERFORM 2850-CARRY-REJECT-FORWARD
005201             THRU 2850-CARRY-REJECT-FORWARD-EXIT
005202         GO TO 2000-PROCESS-REJECT-REPORT
005203     END-IF.
005204     IF NOT WS-EMP-SAME-COMPANY
005205         ADD 1 TO WS-CO-FIX-COUNT
005206         MOVE 'NEEDS CO FIX' TO WS-OUTCOME
005207         PERFORM 2850-CARRY-REJECT-FORWARD
005208             THRU 2850-CARRY-REJECT-FORWARD-EXIT
005209         GO TO 2000-PROCESS-REJECT-REPORT
005210     END-IF.
005211     MOVE WS-NEW-SALARY TO WS-NEW-SAL-X.
005212     PERFORM 2200-POST-CORRECTION
005220         THRU 2200-POST-CORRECTION-EXIT.
005230     MOVE 'POSTED' TO WS-OUTCOME.
005260 2000-PROCESS-REJECT-REPORT.
005270     PERFORM 2800-PRINT-REJECT-LINE
005280         THRU 2800-PRINT-REJECT-LINE-EXIT.
005730* 2170-FIND-EMP-MASTER reads the current reject's employee ID
005740* on the SALARY-EMPMST master.  On exit WS-EMP-FOUND is set
005750* when the ID is now on the master, and stays off when it is
005760* not (or the master never opened); WS-EMP-SAME-COMPANY is set
005765* when the master has it under the reject's company.
005770******************************************************************
005780 2170-FIND-EMP-MASTER.
005790     MOVE 'N' TO WS-EMP-FOUND-SWITCH.
005795     MOVE 'N' TO WS-EMP-CO-SWITCH.
005800     IF NOT WS-EMP-MASTER-OPEN
005810         GO TO 2170-FIND-EMP-MASTER-EXIT
005820     END-IF.
005870         NOT INVALID KEY
005880             SET WS-EMP-FOUND TO TRUE
005890     END-READ.
005891     IF NOT WS-EMP-FOUND
005892         GO TO 2170-FIND-EMP-MASTER-EXIT
005893     END-IF.
005894     MOVE EMP-COMPANY-CODE TO WS-EMP-COMPANY.
005895     IF WS-EMP-COMPANY = SPACES
005896         MOVE WS-HOME-COMPANY TO WS-EMP-COMPANY
005897     END-IF.
005898     IF WS-EMP-COMPANY = WS-REJ-COMPANY
005899         SET WS-EMP-SAME-COMPANY TO TRUE
005900     END-IF.
005901 2170-FIND-EMP-MASTER-EXIT.
005910     EXIT.
005920
005930
005940******************************************************************
005950* 2200-POST-CORRECTION adds the corrected salary into the
005960* supplemental accumulators and its company's balance, and writes
005965* the corrected figure to SALARY-INDEX - a rewrite when the
005970* employee is already indexed, a fresh write when the reject
005980* never made it that far.
005990******************************************************************
006000 2200-POST-CORRECTION.
006010     ADD WS-NEW-SALARY TO WS-POSTED-TOTAL.
006020     ADD 1 TO WS-POSTED-COUNT.
006025     PERFORM 2210-ADD-TO-BALANCE THRU 2210-ADD-TO-BALANCE-EXIT.
006030     PERFORM 2300-ACCUMULATE-BY-TYPE
006040         THRU 2300-ACCUMULATE-BY-TYPE-EXIT.
006050     PERFORM 2400-ACCUMULATE-BY-DEPT
006080     PERFORM 2600-POST-LEDGER THRU 2600-POST-LEDGER-EXIT.
006090 2200-POST-CORRECTION-EXIT.
006100     EXIT.
006101
006102******************************************************************
006103* 2210-ADD-TO-BALANCE adds the corrected salary to the
006104* year-to-date balance of the reject's company, adding an
006105* entry the first time a company is seen.
006106******************************************************************
006107 2210-ADD-TO-BALANCE.
006108     PERFORM 1320-FIND-COMPANY-BALANCE
006109         THRU 1320-FIND-COMPANY-BALANCE-EXIT
006110         VARYING WS-BAL-IDX FROM 1 BY 1
006111         UNTIL WS-BAL-IDX > WS-BAL-ENTRIES
006112            OR WS-BAL-COMPANY (WS-BAL-IDX) = WS-REJ-COMPANY.
006113     IF WS-BAL-IDX > WS-BAL-ENTRIES
006114         IF WS-BAL-ENTRIES < WS-BAL-TABLE-MAX
006115             ADD 1 TO WS-BAL-ENTRIES
006116             SET WS-BAL-IDX TO WS-BAL-ENTRIES
006117             MOVE WS-REJ-COMPANY TO WS-BAL-COMPANY (WS-BAL-IDX)
006118             MOVE ZERO TO WS-BAL-YTD (WS-BAL-IDX)
006119         ELSE
006120             DISPLAY 'WARNING - BALANCE TABLE FULL, COMPANY NOT '
006121                 'CARRIED : ' WS-REJ-COMPANY
006122             GO TO 2210-ADD-TO-BALANCE-EXIT
006123         END-IF
006124     END-IF.
006125     ADD WS-NEW-SALARY TO WS-BAL-YTD (WS-BAL-IDX).
006126 2210-ADD-TO-BALANCE-EXIT.
006127     EXIT.
006128
006129******************************************************************
006130* 2300-ACCUMULATE-BY-TYPE locates the table entry for the
006140* reject's RECORD-TYPE (adding a new entry the first time that
006150* type is seen) and adds the corrected salary and count into
006470     EXIT.
006480
006490******************************************************************
006500* 2400-ACCUMULATE-BY-DEPT charges the corrected salary and count
006510* to the reject's DEPT-CODE in WS-DEPT-TABLE, mirroring
006520* SALARY-TOTAL's department subtotals.  An employee with a
006530* valid SALARY-ALLOC split has the salary shared across the
006532* split's departments instead, exactly as SALARY-TOTAL's
006534* 2300-ACCUMULATE-BY-DEPT does: the home department keeps the
006536* count and its own share, the rest is allocated out.
006540******************************************************************
006550 2400-ACCUMULATE-BY-DEPT.
006559     MOVE REJECT-DEPT-CODE TO WS-ALC-HOME-DEPT.
006568     MOVE WS-NEW-SALARY TO WS-ALC-AMOUNT.
006577     PERFORM 2420-FIND-ALLOCATION
006586         THRU 2420-FIND-ALLOCATION-EXIT.
006595     IF NOT WS-ALC-SPLIT-FOUND
006604         MOVE WS-ALC-HOME-DEPT TO WS-CHARGE-DEPT
006613         MOVE WS-ALC-AMOUNT TO WS-CHARGE-AMOUNT
006622         MOVE 1 TO WS-CHARGE-COUNT
006631         MOVE ZERO TO WS-CHARGE-IN
006640         MOVE ZERO TO WS-CHARGE-OUT
006649         PERFORM 2440-CHARGE-DEPT THRU 2440-CHARGE-DEPT-EXIT
006658         GO TO 2400-ACCUMULATE-BY-DEPT-EXIT
006667     END-IF.
006676     PERFORM 2430-SPLIT-AMOUNT THRU 2430-SPLIT-AMOUNT-EXIT.
006685     MOVE WS-ALC-HOME-DEPT TO WS-CHARGE-DEPT.
006694     MOVE WS-ALC-HOME-SHARE TO WS-CHARGE-AMOUNT.
006703     MOVE 1 TO WS-CHARGE-COUNT.
006712     MOVE ZERO TO WS-CHARGE-IN.
006721     SUBTRACT WS-ALC-HOME-SHARE FROM WS-ALC-AMOUNT
006730         GIVING WS-CHARGE-OUT.
006739     PERFORM 2440-CHARGE-DEPT THRU 2440-CHARGE-DEPT-EXIT.
006748     PERFORM 2436-CHARGE-SHARE THRU 2436-CHARGE-SHARE-EXIT
006757         VARYING WS-ALC-IDX FROM 1 BY 1
006766         UNTIL WS-ALC-IDX > 5.
006780 2400-ACCUMULATE-BY-DEPT-EXIT.
006790     EXIT.
006800
006820     CONTINUE.
006830 2410-FIND-DEPT-EXIT.
006840     EXIT.
006841
006842******************************************************************
006843* 2420-FIND-ALLOCATION reads the reject's employee on
006844* SALARY-AL-WORK.  Only a split that passed vetting is used.
006845******************************************************************
006846 2420-FIND-ALLOCATION.
006847     MOVE 'N' TO WS-ALC-FOUND-SWITCH.
006848     IF NOT WS-ALC-LOADED
006849         GO TO 2420-FIND-ALLOCATION-EXIT
006850     END-IF.
006851     MOVE REJECT-EMPLOYEE-ID TO ALW-EMPLOYEE-ID.
006852     READ SALARY-AL-WORK
006853         INVALID KEY
006854             GO TO 2420-FIND-ALLOCATION-EXIT
006855     END-READ.
006856     IF ALW-VALID
006857         SET WS-ALC-SPLIT-FOUND TO TRUE
006858     END-IF.
006859 2420-FIND-ALLOCATION-EXIT.
006860     EXIT.
006861
006862******************************************************************
006863* 2430-SPLIT-AMOUNT shares WS-ALC-AMOUNT across the split's
006864* departments into WS-ALC-SHARE: every department after the
006865* first gets its percentage, truncated, and the first gets what
006866* is left, so the rounding pennies land there.
006867* WS-ALC-HOME-SHARE collects the home department's own part.
006868******************************************************************
006869 2430-SPLIT-AMOUNT.
006870     MOVE ZERO TO WS-ALC-FIRST-IDX.
006871     MOVE ZERO TO WS-ALC-SPREAD.
006872     MOVE ZERO TO WS-ALC-HOME-SHARE.
006873     PERFORM 2432-SHARE-ENTRY THRU 2432-SHARE-ENTRY-EXIT
006874         VARYING WS-ALC-IDX FROM 1 BY 1
006875         UNTIL WS-ALC-IDX > 5.
006876     SUBTRACT WS-ALC-SPREAD FROM WS-ALC-AMOUNT
006877         GIVING WS-ALC-SHARE (WS-ALC-FIRST-IDX).
006878     PERFORM 2434-ADD-HOME-SHARE THRU 2434-ADD-HOME-SHARE-EXIT
006879         VARYING WS-ALC-IDX FROM 1 BY 1
006880         UNTIL WS-ALC-IDX > 5.
006881 2430-SPLIT-AMOUNT-EXIT.
006882     EXIT.
006883
006884 2432-SHARE-ENTRY.
006885     MOVE ZERO TO WS-ALC-SHARE (WS-ALC-IDX).
006886     IF ALW-DEPT-CODE (WS-ALC-IDX) = SPACES
006887         GO TO 2432-SHARE-ENTRY-EXIT
006888     END-IF.
006889     IF WS-ALC-FIRST-IDX = ZERO
006890         MOVE WS-ALC-IDX TO WS-ALC-FIRST-IDX
006891         GO TO 2432-SHARE-ENTRY-EXIT
006892     END-IF.
006893     COMPUTE WS-ALC-SHARE (WS-ALC-IDX) =
006894         WS-ALC-AMOUNT * ALW-PERCENT (WS-ALC-IDX) / 100.
006895     ADD WS-ALC-SHARE (WS-ALC-IDX) TO WS-ALC-SPREAD.
006896 2432-SHARE-ENTRY-EXIT.
006897     EXIT.
006898
006899 2434-ADD-HOME-SHARE.
006900     IF ALW-DEPT-CODE (WS-ALC-IDX) = WS-ALC-HOME-DEPT
006901         ADD WS-ALC-SHARE (WS-ALC-IDX) TO WS-ALC-HOME-SHARE
006902     END-IF.
006903 2434-ADD-HOME-SHARE-EXIT.
006904     EXIT.
006905
006906 2436-CHARGE-SHARE.
006907     IF ALW-DEPT-CODE (WS-ALC-IDX) = SPACES
006908         OR ALW-DEPT-CODE (WS-ALC-IDX) = WS-ALC-HOME-DEPT
006909         GO TO 2436-CHARGE-SHARE-EXIT
006910     END-IF.
006911     MOVE ALW-DEPT-CODE (WS-ALC-IDX) TO WS-CHARGE-DEPT.
006912     MOVE WS-ALC-SHARE (WS-ALC-IDX) TO WS-CHARGE-AMOUNT.
006913     MOVE ZERO TO WS-CHARGE-COUNT.
006914     MOVE WS-ALC-SHARE (WS-ALC-IDX) TO WS-CHARGE-IN.
006915     MOVE ZERO TO WS-CHARGE-OUT.
006916     PERFORM 2440-CHARGE-DEPT THRU 2440-CHARGE-DEPT-EXIT.
006917 2436-CHARGE-SHARE-EXIT.
006918     EXIT.
006919
006920******************************************************************
006921* 2440-CHARGE-DEPT locates the table entry for WS-CHARGE-DEPT
006922* (adding a new entry the first time that department is seen)
006923* and adds the WS-CHARGE- amount, count and allocated-in and
006924* allocated-out amounts into it.
006925******************************************************************
006926 2440-CHARGE-DEPT.
006927     PERFORM 2410-FIND-DEPT THRU 2410-FIND-DEPT-EXIT
006928         VARYING WS-DEPT-IDX FROM 1 BY 1
006929         UNTIL WS-DEPT-IDX > WS-DEPT-ENTRIES
006930            OR WS-DEPT-CODE (WS-DEPT-IDX) = WS-CHARGE-DEPT.
006931     IF WS-DEPT-IDX > WS-DEPT-ENTRIES
006932         IF WS-DEPT-ENTRIES < WS-DEPT-TABLE-MAX
006933             ADD 1 TO WS-DEPT-ENTRIES
006934             SET WS-DEPT-IDX TO WS-DEPT-ENTRIES
006935             MOVE WS-CHARGE-DEPT
006936                 TO WS-DEPT-CODE (WS-DEPT-IDX)
006937             MOVE ZERO TO WS-DEPT-SUBTOTAL (WS-DEPT-IDX)
006938             MOVE ZERO TO WS-DEPT-COUNT (WS-DEPT-IDX)
006939             MOVE ZERO TO WS-DEPT-ALLOC-IN (WS-DEPT-IDX)
006940             MOVE ZERO TO WS-DEPT-ALLOC-OUT (WS-DEPT-IDX)
006941         ELSE
006942             DISPLAY 'WARNING - DEPT SUBTOTAL TABLE FULL, DEPT '
006943                 'NOT TRACKED : ' WS-CHARGE-DEPT
006944             SET WS-DEPT-IDX TO ZERO
006945         END-IF
006946     END-IF.
006947     IF WS-DEPT-IDX > ZERO
006948         ADD WS-CHARGE-AMOUNT TO WS-DEPT-SUBTOTAL (WS-DEPT-IDX)
006949         ADD WS-CHARGE-COUNT TO WS-DEPT-COUNT (WS-DEPT-IDX)
006950         ADD WS-CHARGE-IN TO WS-DEPT-ALLOC-IN (WS-DEPT-IDX)
006951         ADD WS-CHARGE-OUT TO WS-DEPT-ALLOC-OUT (WS-DEPT-IDX)
006952     END-IF.
006953 2440-CHARGE-DEPT-EXIT.
006954     EXIT.
006955
006956******************************************************************
006957* 2500-UPDATE-INDEX writes the corrected figure through to
006958* SALARY-INDEX so SALARY-MAINT inquiries and the next
006959* SALARY-SYNC run see it.  The employee is usually already
006960* indexed (SALARY-LOAD loads rejects too); when not, a fresh
006961* record is written from the reject and the correction.
006962******************************************************************
006963 2500-UPDATE-INDEX.
006964     MOVE REJECT-EMPLOYEE-ID TO IDX-EMPLOYEE-ID.
006965     READ SALARY-INDEX
006966         INVALID KEY
006970             MOVE REJECT-RECORD-TYPE   TO IDX-RECORD-TYPE
006980             MOVE REJECT-EMPLOYEE-ID   TO IDX-EMPLOYEE-ID
006990             MOVE REJECT-EMPLOYEE-NAME TO IDX-EMPLOYEE-NAME
007220* SALARY-LEDGER per-employee YTD earnings file, the same way
007230* SALARY-TOTAL's 2350-POST-LEDGER posts a valid detail record:
007240* an existing employee accumulates, a new one gets a fresh
007250* ledger record built from the reject and the correction.  A
007253* write or rewrite that fails is counted for the condition code,
007256* the balance, totals and index having already taken the figure.
007260******************************************************************
007270 2600-POST-LEDGER.
007280     MOVE REJECT-EMPLOYEE-ID TO LDG-EMPLOYEE-ID.
007330             MOVE REJECT-DEPT-CODE     TO LDG-DEPT-CODE
007340             MOVE WS-NEW-SALARY        TO LDG-YTD-SALARY
007350             MOVE 1                    TO LDG-POST-COUNT
007351             MOVE WS-REJ-COMPANY       TO LDG-COMPANY-CODE
007353             MOVE ZERO                 TO LDG-YTD-DEDUCTIONS
007356             MOVE ZERO                 TO LDG-YTD-NET
007360             WRITE LEDGER-RECORD
007370                 INVALID KEY
007380                     DISPLAY 'LEDGER WRITE FAILED - STATUS '
007390                         WS-LEDGER-STATUS ' : '
007400                         REJECT-EMPLOYEE-ID
007401                     ADD 1 TO WS-LEDGER-ERROR-COUNT
007402                 NOT INVALID KEY
007404                     PERFORM 2605-WRITE-JOURNAL
007406                         THRU 2605-WRITE-JOURNAL-EXIT
007410             END-WRITE
007420         NOT INVALID KEY
007430             ADD WS-NEW-SALARY TO LDG-YTD-SALARY
007440             ADD 1 TO LDG-POST-COUNT
007445             MOVE WS-REJ-COMPANY TO LDG-COMPANY-CODE
007450             REWRITE LEDGER-RECORD
007460                 INVALID KEY
007470                     DISPLAY 'LEDGER REWRITE FAILED - STATUS '
007480                         WS-LEDGER-STATUS ' : '
007490                         REJECT-EMPLOYEE-ID
007491                     ADD 1 TO WS-LEDGER-ERROR-COUNT
007492                 NOT INVALID KEY
007494                     PERFORM 2605-WRITE-JOURNAL
007496                         THRU 2605-WRITE-JOURNAL-EXIT
007500             END-REWRITE
007510     END-READ.
007520 2600-POST-LEDGER-EXIT.
007530     EXIT.
007540
007541******************************************************************
007542* 2605-WRITE-JOURNAL writes the correction just posted to the
007543* SALARY-JOURNAL posting journal, referenced by the reason the
007544* record was originally rejected.
007545******************************************************************
007546 2605-WRITE-JOURNAL.
007547     IF NOT WS-JOURNAL-OPEN
007548         GO TO 2605-WRITE-JOURNAL-EXIT
007549     END-IF.
007550     ACCEPT WS-JRN-TIME FROM TIME.
007551     MOVE WS-RUN-DATE          TO JRN-POST-DATE.
007552     MOVE WS-JRN-TIME          TO JRN-POST-TIME.
007553     MOVE REJECT-EMPLOYEE-ID   TO JRN-EMPLOYEE-ID.
007554     MOVE REJECT-EMPLOYEE-NAME TO JRN-EMPLOYEE-NAME.
007555     MOVE REJECT-DEPT-CODE     TO JRN-DEPT-CODE.
007556     MOVE 'RECYC'              TO JRN-SOURCE.
007557     MOVE SPACES               TO JRN-REFERENCE.
007558     STRING 'REJECT REASON ' REJECT-REASON-CODE
007559         DELIMITED BY SIZE INTO JRN-REFERENCE.
007560     SET JRN-PLUS              TO TRUE.
007561     MOVE WS-NEW-SALARY        TO JRN-AMOUNT.
007562     MOVE WS-REJ-COMPANY       TO JRN-COMPANY-CODE.
007563     WRITE JOURNAL-RECORD.
007564     IF NOT WS-JOURNAL-FILE-OK
007565         DISPLAY 'JOURNAL WRITE FAILED - STATUS '
007566             WS-JOURNAL-STATUS ' : ' JRN-EMPLOYEE-ID
007567         ADD 1 TO WS-JRN-ERROR-COUNT
007568         SET WS-JOURNAL-FAILED TO TRUE
007569     END-IF.
007570 2605-WRITE-JOURNAL-EXIT.
007571     EXIT.
007572
007573******************************************************************
007574* 2800-PRINT-REJECT-LINE writes one report detail line for the
007575* current reject: its identifying fields, the raw rejected
007580* salary image, the reason it was rejected, and the outcome
007590* WS-OUTCOME set by 2000-PROCESS-REJECT (with the posted or
007600* offered salary in WS-NEW-SAL-X when there is one).
007710     MOVE REJECT-REASON-CODE TO PRINT-LINE (22:02).
007720     MOVE WS-NEW-SAL-X TO PRINT-LINE (25:06).
007730     MOVE WS-OUTCOME   TO PRINT-LINE (32:14).
007735     MOVE WS-REJ-COMPANY TO PRINT-LINE (47:02).
007740     WRITE PRINT-LINE.
007750     ADD 1 TO WS-LINE-COUNT.
007760 2800-PRINT-REJECT-LINE-EXIT.
008180         CLOSE SALARY-INDEX
008190         CLOSE SALARY-LEDGER
008200     END-IF.
008202     IF WS-JOURNAL-OPEN
008204         CLOSE SALARY-JOURNAL
008206     END-IF.
008210     IF WS-EMP-MASTER-OPEN
008220         CLOSE SALARY-EMPMST
008230     END-IF.
008232     IF WS-ALC-LOADED
008234         CLOSE SALARY-AL-WORK
008236     END-IF.
008240     CLOSE SUPP-PRINT.
008250     DISPLAY 'SALARY-RECYC RUN COMPLETE'.
008260     DISPLAY 'CORRECTIONS POSTED  : ' WS-POSTED-COUNT.
008280     DISPLAY 'BAD CORRECTION .... : ' WS-BAD-CORR-COUNT.
008290     DISPLAY 'NEED DEPT FIX ..... : ' WS-DEPT-FIX-COUNT.
008300     DISPLAY 'NEED EMP FIX ...... : ' WS-EMP-FIX-COUNT.
008305     DISPLAY 'NEED COMPANY FIX .. : ' WS-CO-FIX-COUNT.
008310     DISPLAY 'CARRIED FORWARD ... : ' WS-CARRIED-COUNT.
008320     DISPLAY 'POSTED TOTAL ...... : ' WS-POSTED-TOTAL.
008325     DISPLAY 'ALLOCATION ERRORS . : ' WS-ALC-ERROR-COUNT.
008328     PERFORM 8320-DISPLAY-BALANCE
008331         THRU 8320-DISPLAY-BALANCE-EXIT
008334         VARYING WS-BAL-IDX FROM 1 BY 1
008337         UNTIL WS-BAL-IDX > WS-BAL-ENTRIES.
008338     DISPLAY 'JOURNAL ERRORS .... : ' WS-JRN-ERROR-COUNT.
008339     DISPLAY 'LEDGER ERRORS ..... : ' WS-LEDGER-ERROR-COUNT.
008340     PERFORM 9000-GRADE-CONDITION
008341         THRU 9000-GRADE-CONDITION-EXIT.
008342 8000-TERMINATE-EXIT.
008350     EXIT.
008360
008370******************************************************************
008530     IF WS-REPORT-TITLE = 'SUPPLEMENTAL REJECT CORRECTIONS'
008540         MOVE 'EMP-ID T DEPT OLDSAL RC NEWSAL OUTCOME'
008550             TO PRINT-LINE (1:38)
008555         MOVE 'CO' TO PRINT-LINE (47:2)
008560     ELSE
008570         MOVE 'CODE  SUBTOTAL      COUNT' TO PRINT-LINE (1:26)
008580     END-IF.
008582     IF WS-REPORT-TITLE = 'SUPPLEMENTAL SUBTOTALS BY DEPT'
008584         MOVE 'ALLOC-IN' TO PRINT-LINE (27:8)
008586         MOVE 'ALLOC-OUT' TO PRINT-LINE (36:9)
008588     END-IF.
008590     WRITE PRINT-LINE.
008600     MOVE ZERO TO WS-LINE-COUNT.
008610 8050-PRINT-HEADING-EXIT.
008960
008970******************************************************************
008980* 8200-PRINT-DEPT-REPORT writes the supplemental departmental
008990* subtotal page: one line per department posted this run, with
009000* its allocated-in and allocated-out amounts, followed by the
009005* posted total line.
009010******************************************************************
009020 8200-PRINT-DEPT-REPORT.
009030     MOVE 'SUPPLEMENTAL SUBTOTALS BY DEPT' TO WS-REPORT-TITLE.
009090     MOVE 'TOTAL' TO PRINT-LINE (1:05).
009100     MOVE WS-POSTED-TOTAL TO PRINT-LINE (07:9).
009110     MOVE WS-POSTED-COUNT TO PRINT-LINE (18:6).
009113     MOVE WS-ALC-IN-TOTAL TO PRINT-LINE (26:9).
009116     MOVE WS-ALC-OUT-TOTAL TO PRINT-LINE (36:9).
009120     WRITE PRINT-LINE.
009130     ADD 1 TO WS-LINE-COUNT.
009140 8200-PRINT-DEPT-REPORT-EXIT.
009220     MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO PRINT-LINE (1:04).
009230     MOVE WS-DEPT-SUBTOTAL (WS-DEPT-IDX) TO PRINT-LINE (07:9).
009240     MOVE WS-DEPT-COUNT (WS-DEPT-IDX) TO PRINT-LINE (18:6).
009242     MOVE WS-DEPT-ALLOC-IN (WS-DEPT-IDX) TO PRINT-LINE (26:9).
009244     MOVE WS-DEPT-ALLOC-OUT (WS-DEPT-IDX) TO PRINT-LINE (36:9).
009246     ADD WS-DEPT-ALLOC-IN (WS-DEPT-IDX) TO WS-ALC-IN-TOTAL.
009248     ADD WS-DEPT-ALLOC-OUT (WS-DEPT-IDX) TO WS-ALC-OUT-TOTAL.
009250     WRITE PRINT-LINE.
009260     ADD 1 TO WS-LINE-COUNT.
009270 8210-PRINT-DEPT-LINE-EXIT.
009280     EXIT.
009290
009300******************************************************************
009310* 8300-WRITE-BALANCE-FORWARD writes every company's balance,
009320* each with its posted corrections added by 2210-ADD-TO-BALANCE,
009330* back to SALARY-BAL, closing the gap the original rejects left
009340* in the YTD posting.
009350******************************************************************
009360 8300-WRITE-BALANCE-FORWARD.
009390     OPEN OUTPUT SALARY-BAL.
009394     PERFORM 8310-WRITE-BALANCE-ENTRY
009398         THRU 8310-WRITE-BALANCE-ENTRY-EXIT
009402         VARYING WS-BAL-IDX FROM 1 BY 1
009406         UNTIL WS-BAL-IDX > WS-BAL-ENTRIES.
009410     CLOSE SALARY-BAL.
009420 8300-WRITE-BALANCE-FORWARD-EXIT.
009430     EXIT.
009440
009450 8310-WRITE-BALANCE-ENTRY.
009460     MOVE WS-BAL-COMPANY (WS-BAL-IDX) TO BAL-COMPANY-CODE.
009470     MOVE WS-BAL-YTD (WS-BAL-IDX) TO BAL-YTD-TOTAL.
009480     WRITE BAL-RECORD.
009490 8310-WRITE-BALANCE-ENTRY-EXIT.
009500     EXIT.
009510
009520 8320-DISPLAY-BALANCE.
009530     DISPLAY 'YEAR-TO-DATE CO ' WS-BAL-COMPANY (WS-BAL-IDX)
009540         '  : ' WS-BAL-YTD (WS-BAL-IDX).
009550 8320-DISPLAY-BALANCE-EXIT.
009560     EXIT.
009570
009580******************************************************************
009590* 9000-GRADE-CONDITION works out the run's condition code: 12
009600* when SALARY-JOURNAL could not be opened or a journal write
009610* failed, as the ledger no longer agrees with the journal for
009620* SALARY-CTLREC and SALARY-JRNL, or when a ledger write or
009623* rewrite failed, leaving the ledger short of the company balance.
009626* Otherwise the run ends zero.
009630******************************************************************
009640 9000-GRADE-CONDITION.
009650     IF WS-JOURNAL-FAILED OR WS-LEDGER-ERROR-COUNT > ZERO
009660         MOVE 12 TO WS-CAND-COND
009670         PERFORM 9100-RAISE-COND-CODE
009680             THRU 9100-RAISE-COND-CODE-EXIT
009690     END-IF.
009700     DISPLAY 'CONDITION CODE .... : ' WS-COND-CODE.
009710 9000-GRADE-CONDITION-EXIT.
009720     EXIT.
009730
009740 9100-RAISE-COND-CODE.
009750     IF WS-CAND-COND > WS-COND-CODE
009760         MOVE WS-CAND-COND TO WS-COND-CODE
009770     END-IF.
009780 9100-RAISE-COND-CODE-EXIT.
009790     EXIT.
