000500*                        The departmental report and the
000510*                        extract details now come out in
000520*                        DEPT-CODE sequence as well.
000521* 10/15/26 PJM           SALARY-LEDGER record is now 61 bytes
000522*                        (YTD deductions and net pay added by
000523*                        SALARY-DEDUCT).  An adjustment moves
000524*                        the gross only - deductions are worked
000525*                        out by the deductions pass.
000526* 10/15/26 PJM           Added cost allocation, as in
000527*                        SALARY-TOTAL.  The SALARY-DEPTS master
000528*                        is now loaded (ADJDMWK) so the
000529*                        SALARY-ALLOC splits (copybook SALALC)
000530*                        can be vetted onto the keyed
000531*                        SALARY-AL-WORK file, and
000532*                        2300-ACCUMULATE-BY-DEPT spreads an
000533*                        applied adjustment across the
000534*                        employee's split departments (rounding
000535*                        pennies to the first), so the
000536*                        department nets and the SALARY-GLADJ
000537*                        details carry the allocated figures.
000538*                        The department page shows signed
000539*                        allocated-in and allocated-out amounts.
000540*                        A split that does not add to 100
000541*                        percent or names a department not on
000542*                        the master is reported and the home
000543*                        department is charged.
000545* 10/15/26 PJM           Each adjustment applied to the ledger
000546*                        is also written to the SALARY-JOURNAL
000547*                        posting journal (copybook SALJRN,
000548*                        opened EXTEND) with its sign and the
000549*                        adjustment reason as its reference.
000550* 10/15/26 PJM           Multi-company processing.  The run is
000551*                        for one company, taken from the run
000552*                        parameter (positions 1-2, blank the
000553*                        home company, 01): an adjustment for
000554*                        an employee the ledger shows under
000555*                        another company is refused as WRONG
000556*                        COMPANY, the net moves only that
000557*                        company's balance on SALARY-BAL (one
000558*                        per company), the journal entries are
000559*                        stamped with it and the SALARY-GLADJ
000560*                        header carries it.
000561* 10/15/26 PJM           A SALARY-JOURNAL that cannot be opened,
000562*                        or a journal write that fails, is
000563*                        reported and the run now ends with a
000564*                        condition code: 12, else zero.
000565*
000566******************************************************************
000567 IDENTIFICATION DIVISION.
000568 PROGRAM-ID.  SALARY-ADJ.
000570 AUTHOR. PJM.
000580 INSTALLATION. COBOL DEVELOPMENT CENTER.
000590 DATE-WRITTEN. 09/02/26.
000830           ORGANIZATION IS SEQUENTIAL
000840           ACCESS MODE IS SEQUENTIAL
000850           FILE STATUS IS WS-GLMAP-STATUS.
000851     SELECT SALARY-DEPTS ASSIGN TO DEPTMST
000852           ORGANIZATION IS SEQUENTIAL
000853           ACCESS MODE IS SEQUENTIAL
000854           FILE STATUS IS WS-DEPTMST-STATUS.
000855     SELECT SALARY-ALLOC ASSIGN TO SALALLOC
000856           ORGANIZATION IS SEQUENTIAL
000857           ACCESS MODE IS SEQUENTIAL
000858           FILE STATUS IS WS-ALLOC-STATUS.
000860* Keyed work files, rebuilt every run, in the SALARY-TOTAL
000870* pattern, so the run is not capped at any number of
000880* departments or GL mappings.
000960           ACCESS MODE IS RANDOM
000970           RECORD KEY IS GMW-DEPT-CODE
000980           FILE STATUS IS WS-GMW-STATUS.
000981     SELECT SALARY-DM-WORK ASSIGN TO ADJDMWK
000982           ORGANIZATION IS INDEXED
000983           ACCESS MODE IS RANDOM
000984           RECORD KEY IS DMW-DEPT-CODE
000985           FILE STATUS IS WS-DMW-STATUS.
000986     SELECT SALARY-AL-WORK ASSIGN TO ADJALCWK
000987           ORGANIZATION IS INDEXED
000988           ACCESS MODE IS RANDOM
000989           RECORD KEY IS ALW-EMPLOYEE-ID
000990           FILE STATUS IS WS-ALW-STATUS.
000991     SELECT SALARY-GLADJ ASSIGN TO SALGLADJ
001000           ORGANIZATION IS SEQUENTIAL
001010           ACCESS MODE IS SEQUENTIAL.
001020     SELECT ADJ-PRINT ASSIGN TO ADJRPT
001030           ORGANIZATION IS SEQUENTIAL
001040           ACCESS MODE IS SEQUENTIAL.
001042     SELECT SALARY-JOURNAL ASSIGN TO SALJRNL
001044           ORGANIZATION IS SEQUENTIAL
001046           ACCESS MODE IS SEQUENTIAL
001048           FILE STATUS IS WS-JOURNAL-STATUS.
001050
001060 DATA DIVISION.
001070 FILE SECTION.
001210
001220 FD  SALARY-LEDGER
001230     RECORDING MODE IS F
001240     RECORD CONTAINS 63 CHARACTERS.
001250     COPY salldg.
001260
001270 FD  SALARY-BAL
001280     RECORDING MODE IS F
001290     RECORD CONTAINS 11 CHARACTERS.
001300 01  BAL-RECORD.
001305     03  BAL-COMPANY-CODE        PIC X(02).
001310     03  BAL-YTD-TOTAL           PIC 9(09).
001320
001330 FD  SALARY-GLMAP
001360 01  GL-MAP-RECORD.
001370     03  GM-DEPT-CODE            PIC X(04).
001380     03  GM-GL-ACCOUNT           PIC X(08).
001381
001382 FD  SALARY-DEPTS
001383     RECORDING MODE IS F
001384     RECORD CONTAINS 24 CHARACTERS.
001385 01  DEPT-MASTER-RECORD.
001386     03  DM-DEPT-CODE            PIC X(04).
001387     03  DM-DEPT-NAME            PIC X(20).
001388
001389 FD  SALARY-ALLOC
001390     RECORDING MODE IS F
001391     RECORD CONTAINS 51 CHARACTERS.
001392     COPY salalc.
001393
001400* Per-department signed net of the applied adjustments, keyed
001410* for accumulation and read back in DEPT-CODE sequence, so the
001420* SALARY-GLADJ extract carries one reversing entry per
001430* department rather than one per adjustment record.  The net
001432* is after cost allocation; the signed allocated-in and
001434* allocated-out amounts show how much came from, and went to,
001436* other departments.
001440 FD  SALARY-DEPT-WORK
001450     RECORDING MODE IS F
001460     RECORD CONTAINS 37 CHARACTERS.
001470 01  DEPT-WORK-RECORD.
001480     03  DPW-DEPT-CODE           PIC X(04).
001490     03  DPW-NET                 PIC S9(09).
001500     03  DPW-COUNT               PIC 9(06).
001503     03  DPW-ALLOC-IN            PIC S9(09).
001506     03  DPW-ALLOC-OUT           PIC S9(09).
001510
001520* The SALARY-GLMAP mapping rekeyed for random reads.
001530 FD  SALARY-GM-WORK
001560 01  GM-WORK-RECORD.
001570     03  GMW-DEPT-CODE           PIC X(04).
001580     03  GMW-GL-ACCOUNT          PIC X(08).
001581
001582* The SALARY-DEPTS department master rekeyed for random reads.
001583 FD  SALARY-DM-WORK
001584     RECORDING MODE IS F
001585     RECORD CONTAINS 24 CHARACTERS.
001586 01  DM-WORK-RECORD.
001587     03  DMW-DEPT-CODE           PIC X(04).
001588     03  DMW-DEPT-NAME           PIC X(20).
001589
001590* The SALARY-ALLOC splits rekeyed for random reads, each
001591* stamped at load time with the result of its vetting.
001592 FD  SALARY-AL-WORK
001593     RECORDING MODE IS F
001594     RECORD CONTAINS 63 CHARACTERS.
001595 01  ALLOC-WORK-RECORD.
001596     03  ALW-ALLOC-IMAGE.
001597         05  ALW-EMPLOYEE-ID     PIC X(06).
001598         05  ALW-SPLIT OCCURS 5 TIMES.
001599             07  ALW-DEPT-CODE   PIC X(04).
001600             07  ALW-PERCENT     PIC 9(03)V9(02).
001601     03  ALW-STATUS              PIC X(01).
001602         88  ALW-VALID                   VALUE 'V'.
001603         88  ALW-PERCENT-WRONG           VALUE 'P'.
001604         88  ALW-DEPT-UNKNOWN            VALUE 'D'.
001605     03  ALW-ERROR-DEPT          PIC X(04).
001606     03  ALW-PCT-TOTAL           PIC 9(05)V9(02).
001607
001608* SALARY-GLADJ mirrors the SALARY-GLPOST control pattern - a
001610* header 'H' carrying the run date, one detail 'D' per adjusted
001620* department, and a trailer 'T' with the record count and a
001630* hash total - plus a sign byte on the detail, so finance can
001760         05  GLA-AMOUNT          PIC 9(09).
001770     03  GLA-HEADER REDEFINES GLA-DETAIL.
001780         05  GLA-RUN-DATE        PIC 9(06).
001785         05  GLA-COMPANY-CODE    PIC X(02).
001790         05  FILLER              PIC X(14).
001800     03  GLA-TRAILER REDEFINES GLA-DETAIL.
001810         05  GLA-REC-COUNT       PIC 9(06).
001820         05  GLA-HASH-TOTAL      PIC 9(12).
001830         05  FILLER              PIC X(04).
001840
001841* One record per ledger posting, in posting order.
001842 FD  SALARY-JOURNAL
001843     RECORDING MODE IS F
001844     RECORD CONTAINS 84 CHARACTERS.
001845     COPY saljrn.
001846
001850 FD  ADJ-PRINT
001860     RECORDING MODE IS F
001870     RECORD CONTAINS 80 CHARACTERS.
001940     88  WS-ADJS-FILE-OK                 VALUE '00'.
001950 77  WS-LEDGER-STATUS        PIC X(02)   VALUE '00'.
001960     88  WS-LEDGER-FILE-OK               VALUE '00'.
001961 77  WS-JOURNAL-STATUS       PIC X(02)   VALUE '00'.
001962     88  WS-JOURNAL-FILE-OK              VALUE '00'.
001963 77  WS-JRN-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001964     88  WS-JOURNAL-OPEN                 VALUE 'Y'.
001965* Condition code: 0 clean, 12 when SALARY-JOURNAL could not be
001966* opened or written.  9100-RAISE-COND-CODE keeps the highest.
001967 77  WS-JRN-FAIL-SWITCH      PIC X(01)   VALUE 'N'.
001968     88  WS-JOURNAL-FAILED               VALUE 'Y'.
001969 77  WS-JRN-ERROR-COUNT      PIC 9(06)   VALUE ZERO.
001970 77  WS-COND-CODE            PIC 9(04)   VALUE ZERO.
001971 77  WS-CAND-COND            PIC 9(04)   VALUE ZERO.
001972 77  WS-JRN-TIME             PIC 9(08)   VALUE ZERO.
001973 77  WS-BAL-STATUS           PIC X(02)   VALUE '00'.
001980     88  WS-BAL-FILE-OK                  VALUE '00'.
001990 77  WS-GLMAP-STATUS         PIC X(02)   VALUE '00'.
002000     88  WS-GLMAP-FILE-OK                VALUE '00'.
002260 77  WS-NET-ADJUSTMENT       PIC S9(09)  VALUE ZERO.
002270 77  WS-ABS-TOTAL            PIC 9(09)   VALUE ZERO.
002280 77  WS-YTD-TOTAL            PIC 9(09)   VALUE ZERO.
002281* The company this run adjusts, from the run parameter, and
002282* the adjusted employee's company off the ledger; blank on
002283* either is the home company.
002284 77  WS-RUN-PARM             PIC X(80)   VALUE SPACES.
002285 77  WS-COMPANY-CODE         PIC X(02)   VALUE '01'.
002286 77  WS-HOME-COMPANY         PIC X(02)   VALUE '01'.
002287 77  WS-LDG-COMPANY          PIC X(02)   VALUE SPACES.
002288* SALARY-BAL carries one balance per company; every one is
002289* loaded so the file can be written back whole with only this
002290* run's company moved.
002291 77  WS-BAL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002292     88  WS-BAL-EOF                       VALUE 'Y'.
002293 77  WS-BAL-ENTRIES          PIC 9(03)   VALUE ZERO.
002294 77  WS-BAL-TABLE-MAX        PIC 9(03)   VALUE 050.
002295 01  WS-BAL-TABLE.
002296     03  WS-BAL-ENTRY OCCURS 50 TIMES INDEXED BY WS-BAL-IDX.
002297         05  WS-BAL-COMPANY      PIC X(02).
002298         05  WS-BAL-YTD          PIC 9(09).
002299 77  WS-NEW-YTD              PIC S9(09)  VALUE ZERO.
002300 77  WS-OUTCOME              PIC X(14)   VALUE SPACES.
002310 77  WS-GL-REC-COUNT         PIC 9(06)   VALUE ZERO.
002320 77  WS-GL-HASH-TOTAL        PIC 9(12)   VALUE ZERO.
002380 77  WS-LINE-COUNT           PIC 9(02)   VALUE ZERO.
002390 77  WS-LINES-PER-PAGE       PIC 9(02)   VALUE 15.
002400 77  WS-REPORT-TITLE         PIC X(31)   VALUE SPACES.
002401* The department master loads onto the keyed SALARY-DM-WORK
002402* file, as in SALARY-TOTAL, so the allocation splits can be
002403* vetted against it.
002404 77  WS-DEPTMST-STATUS       PIC X(02)   VALUE '00'.
002405     88  WS-DEPTMST-FILE-OK              VALUE '00'.
002406 77  WS-DMW-STATUS           PIC X(02)   VALUE '00'.
002407     88  WS-DMW-FILE-OK                  VALUE '00'.
002408 77  WS-DM-EOF-SWITCH        PIC X(01)   VALUE 'N'.
002409     88  WS-DM-EOF                       VALUE 'Y'.
002410 77  WS-DM-LOADED-SWITCH     PIC X(01)   VALUE 'N'.
002411     88  WS-DM-LOADED                    VALUE 'Y'.
002412 77  WS-DM-COUNT             PIC 9(04)   VALUE ZERO.
002413* Cost allocation.  The SALARY-ALLOC splits load onto the keyed
002414* SALARY-AL-WORK file; 2300-ACCUMULATE-BY-DEPT works out each
002415* department's share in WS-ALC-SHARE-TABLE and charges it
002416* through 2330-CHARGE-DEPT with the WS-CHARGE- fields, which
002417* carry the adjustment's sign.
002418 77  WS-ALLOC-STATUS         PIC X(02)   VALUE '00'.
002419     88  WS-ALLOC-FILE-OK                VALUE '00'.
002420 77  WS-ALW-STATUS           PIC X(02)   VALUE '00'.
002421     88  WS-ALW-FILE-OK                  VALUE '00'.
002422 77  WS-ALC-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002423     88  WS-ALC-EOF                      VALUE 'Y'.
002424 77  WS-ALC-LOADED-SWITCH    PIC X(01)   VALUE 'N'.
002425     88  WS-ALC-LOADED                   VALUE 'Y'.
002426 77  WS-ALC-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
002427     88  WS-ALC-SPLIT-FOUND              VALUE 'Y'.
002428 77  WS-ALC-ERROR-COUNT      PIC 9(06)   VALUE ZERO.
002429 77  WS-ALC-IDX              PIC 9(02)   VALUE ZERO.
002430 77  WS-ALC-FIRST-IDX        PIC 9(02)   VALUE ZERO.
002431 77  WS-ALC-PCT-TOTAL        PIC 9(05)V9(02) VALUE ZERO.
002432 77  WS-ALC-HOME-DEPT        PIC X(04)   VALUE SPACES.
002433 77  WS-ALC-AMOUNT           PIC 9(09)   VALUE ZERO.
002434 77  WS-ALC-SPREAD           PIC 9(09)   VALUE ZERO.
002435 77  WS-ALC-HOME-SHARE       PIC 9(09)   VALUE ZERO.
002436 77  WS-ALC-IN-TOTAL         PIC S9(09)  VALUE ZERO.
002437 77  WS-ALC-OUT-TOTAL        PIC S9(09)  VALUE ZERO.
002438 01  WS-ALC-SHARE-TABLE.
002439     03  WS-ALC-SHARE OCCURS 5 TIMES PIC 9(09).
002440 77  WS-CHARGE-DEPT          PIC X(04)   VALUE SPACES.
002441 77  WS-CHARGE-AMOUNT        PIC S9(09)  VALUE ZERO.
002442 77  WS-CHARGE-COUNT         PIC 9(06)   VALUE ZERO.
002443 77  WS-CHARGE-IN            PIC S9(09)  VALUE ZERO.
002444 77  WS-CHARGE-OUT           PIC S9(09)  VALUE ZERO.
002445
002446 PROCEDURE DIVISION.
002447 0000-MAINLINE.
002448     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002450     PERFORM 2000-PROCESS-ADJUSTMENT
002460         THRU 2000-PROCESS-ADJUSTMENT-EXIT
002470         UNTIL WS-EOF.
002480     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
002485     MOVE WS-COND-CODE TO RETURN-CODE.
002490     STOP RUN.
002500
002510 1000-INITIALIZE.
002520     ACCEPT WS-RUN-DATE FROM DATE.
002522     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
002524     IF WS-RUN-PARM (1:2) NOT = SPACES
002526         MOVE WS-RUN-PARM (1:2) TO WS-COMPANY-CODE
002528     END-IF.
002530     OPEN INPUT SALARY-ADJS.
002540     OPEN OUTPUT ADJ-PRINT.
002550     IF NOT WS-ADJS-FILE-OK
002650         GO TO 1000-INITIALIZE-EXIT
002660     END-IF.
002670     SET WS-LEDGER-OPENED TO TRUE.
002671     OPEN EXTEND SALARY-JOURNAL.
002672     IF NOT WS-JOURNAL-FILE-OK
002673         OPEN OUTPUT SALARY-JOURNAL
002674     END-IF.
002675     IF WS-JOURNAL-FILE-OK
002676         SET WS-JOURNAL-OPEN TO TRUE
002677     ELSE
002678         DISPLAY 'UNABLE TO OPEN SALARY-JOURNAL - STATUS '
002679             WS-JOURNAL-STATUS ' - POSTINGS NOT JOURNALLED'
002680         SET WS-JOURNAL-FAILED TO TRUE
002681     END-IF.
002682     PERFORM 1950-OPEN-WORK-FILES
002690         THRU 1950-OPEN-WORK-FILES-EXIT.
002700     PERFORM 1300-LOAD-BALANCE-FORWARD
002710         THRU 1300-LOAD-BALANCE-FORWARD-EXIT.
002720     PERFORM 1500-LOAD-GL-MAP THRU 1500-LOAD-GL-MAP-EXIT.
002722     PERFORM 1400-LOAD-DEPT-MASTER
002724         THRU 1400-LOAD-DEPT-MASTER-EXIT.
002726     PERFORM 1550-LOAD-ALLOCATIONS
002728         THRU 1550-LOAD-ALLOCATIONS-EXIT.
002730     MOVE 'SUPPLEMENTAL SALARY ADJUSTMENTS'
002740         TO WS-REPORT-TITLE.
002750     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820* 1300-LOAD-BALANCE-FORWARD reads every company's cumulative
002830* year-to-date total from SALARY-BAL, exactly as SALARY-TOTAL
002840* does, and picks out this run's company, so the net of the
002850* applied adjustments can be added to it at end of run.
002860******************************************************************
002870 1300-LOAD-BALANCE-FORWARD.
002880     OPEN INPUT SALARY-BAL.
002890     IF NOT WS-BAL-FILE-OK
002900         DISPLAY 'NO BALANCE-FORWARD FILE - STARTING YTD AT ZERO'
002910         GO TO 1300-LOAD-BALANCE-FORWARD-EXIT
002920     END-IF.
002930     PERFORM 1310-LOAD-BALANCE-ENTRY
002940         THRU 1310-LOAD-BALANCE-ENTRY-EXIT
002950         UNTIL WS-BAL-EOF.
002980     CLOSE SALARY-BAL.
002981     PERFORM 1320-FIND-COMPANY-BALANCE
002982         THRU 1320-FIND-COMPANY-BALANCE-EXIT
002983         VARYING WS-BAL-IDX FROM 1 BY 1
002984         UNTIL WS-BAL-IDX > WS-BAL-ENTRIES
002985            OR WS-BAL-COMPANY (WS-BAL-IDX) = WS-COMPANY-CODE.
002986     IF WS-BAL-IDX > WS-BAL-ENTRIES
002987         DISPLAY 'NO BALANCE FOR COMPANY ' WS-COMPANY-CODE
002988             ' - STARTING YTD AT ZERO'
002989     ELSE
002990         MOVE WS-BAL-YTD (WS-BAL-IDX) TO WS-YTD-TOTAL
002991     END-IF.
003000 1300-LOAD-BALANCE-FORWARD-EXIT.
003010     EXIT.
003011
003012 1310-LOAD-BALANCE-ENTRY.
003013     READ SALARY-BAL
003014         AT END
003015             SET WS-BAL-EOF TO TRUE
003016             GO TO 1310-LOAD-BALANCE-ENTRY-EXIT
003017     END-READ.
003018     IF BAL-COMPANY-CODE = SPACES
003019         MOVE WS-HOME-COMPANY TO BAL-COMPANY-CODE
003020     END-IF.
003021     IF WS-BAL-ENTRIES < WS-BAL-TABLE-MAX
003022         ADD 1 TO WS-BAL-ENTRIES
003023         SET WS-BAL-IDX TO WS-BAL-ENTRIES
003024         MOVE BAL-COMPANY-CODE TO WS-BAL-COMPANY (WS-BAL-IDX)
003025         MOVE BAL-YTD-TOTAL TO WS-BAL-YTD (WS-BAL-IDX)
003026     ELSE
003027         DISPLAY 'WARNING - BALANCE TABLE FULL, COMPANY NOT '
003028             'CARRIED : ' BAL-COMPANY-CODE
003029     END-IF.
003030 1310-LOAD-BALANCE-ENTRY-EXIT.
003031     EXIT.
003032
003033 1320-FIND-COMPANY-BALANCE.
003034     CONTINUE.
003035 1320-FIND-COMPANY-BALANCE-EXIT.
003036     EXIT.
003037
003038******************************************************************
003040* 1950-OPEN-WORK-FILES creates this run's empty keyed
003050* department-net work file (OPEN OUTPUT then I-O, as
003060* SALARY-TOTAL does), so the accumulation never carries a
003550     END-READ.
003560 1510-LOAD-GL-MAP-ENTRY-EXIT.
003570     EXIT.
003571
003572******************************************************************
003573* 1400-LOAD-DEPT-MASTER copies the SALARY-DEPTS department
003574* master onto the keyed SALARY-DM-WORK file, as SALARY-TOTAL
003575* does, so 1550-LOAD-ALLOCATIONS can check every department a
003576* split names by one random read.  A missing or empty master
003577* is reported and the department check on the splits skipped.
003578******************************************************************
003579 1400-LOAD-DEPT-MASTER.
003580     OPEN INPUT SALARY-DEPTS.
003581     IF NOT WS-DEPTMST-FILE-OK
003582         DISPLAY 'NO DEPARTMENT MASTER FILE - '
003583             'ALLOCATION DEPT CHECK SKIPPED'
003584         SET WS-DM-EOF TO TRUE
003585         GO TO 1400-LOAD-DEPT-MASTER-EXIT
003586     END-IF.
003587     OPEN OUTPUT SALARY-DM-WORK.
003588     PERFORM 1410-LOAD-DEPT-ENTRY
003589         THRU 1410-LOAD-DEPT-ENTRY-EXIT
003590         UNTIL WS-DM-EOF.
003591     CLOSE SALARY-DEPTS.
003592     CLOSE SALARY-DM-WORK.
003593     IF WS-DM-COUNT > ZERO
003594         OPEN INPUT SALARY-DM-WORK
003595         SET WS-DM-LOADED TO TRUE
003596     ELSE
003597         DISPLAY 'DEPARTMENT MASTER EMPTY - '
003598             'ALLOCATION DEPT CHECK SKIPPED'
003599     END-IF.
003600 1400-LOAD-DEPT-MASTER-EXIT.
003601     EXIT.
003602
003603 1410-LOAD-DEPT-ENTRY.
003604     READ SALARY-DEPTS
003605         AT END
003606             SET WS-DM-EOF TO TRUE
003607         NOT AT END
003608             MOVE DM-DEPT-CODE TO DMW-DEPT-CODE
003609             MOVE DM-DEPT-NAME TO DMW-DEPT-NAME
003610             WRITE DM-WORK-RECORD
003611                 INVALID KEY
003612                     DISPLAY 'WARNING - DUPLICATE DEPT ON '
003613                         'MASTER, FIRST KEPT : ' DM-DEPT-CODE
003614                 NOT INVALID KEY
003615                     ADD 1 TO WS-DM-COUNT
003616             END-WRITE
003617     END-READ.
003618 1410-LOAD-DEPT-ENTRY-EXIT.
003619     EXIT.
003620
003621******************************************************************
003622* 1550-LOAD-ALLOCATIONS copies the SALARY-ALLOC cost allocation
003623* file onto the keyed SALARY-AL-WORK file, vetting each split
003624* exactly as SALARY-TOTAL's 1550-LOAD-ALLOCATIONS does: the
003625* percentages must add to 100 and every department must be on
003626* the department master.  A split that fails is reported, kept
003627* with the reason and not used - the home department is
003628* charged.  A missing file is reported and every home
003629* department charged.
003630******************************************************************
003631 1550-LOAD-ALLOCATIONS.
003632     OPEN INPUT SALARY-ALLOC.
003633     IF NOT WS-ALLOC-FILE-OK
003634         DISPLAY 'NO COST ALLOCATION FILE - '
003635             'HOME DEPARTMENTS CHARGED'
003636         SET WS-ALC-EOF TO TRUE
003637         GO TO 1550-LOAD-ALLOCATIONS-EXIT
003638     END-IF.
003639     OPEN OUTPUT SALARY-AL-WORK.
003640     PERFORM 1560-LOAD-ALLOC-ENTRY
003641         THRU 1560-LOAD-ALLOC-ENTRY-EXIT
003642         UNTIL WS-ALC-EOF.
003643     CLOSE SALARY-ALLOC.
003644     CLOSE SALARY-AL-WORK.
003645     OPEN INPUT SALARY-AL-WORK.
003646     SET WS-ALC-LOADED TO TRUE.
003647 1550-LOAD-ALLOCATIONS-EXIT.
003648     EXIT.
003649
003650 1560-LOAD-ALLOC-ENTRY.
003651     READ SALARY-ALLOC
003652         AT END
003653             SET WS-ALC-EOF TO TRUE
003654             GO TO 1560-LOAD-ALLOC-ENTRY-EXIT
003655     END-READ.
003656     MOVE ALLOC-RECORD TO ALW-ALLOC-IMAGE.
003657     SET ALW-VALID TO TRUE.
003658     MOVE SPACES TO ALW-ERROR-DEPT.
003659     MOVE ZERO TO WS-ALC-PCT-TOTAL.
003660     PERFORM 1570-VET-ALLOC-SPLIT
003661         THRU 1570-VET-ALLOC-SPLIT-EXIT
003662         VARYING WS-ALC-IDX FROM 1 BY 1
003663         UNTIL WS-ALC-IDX > 5.
003664     IF ALW-VALID AND WS-ALC-PCT-TOTAL NOT = 100
003665         SET ALW-PERCENT-WRONG TO TRUE
003666     END-IF.
003667     MOVE WS-ALC-PCT-TOTAL TO ALW-PCT-TOTAL.
003668     WRITE ALLOC-WORK-RECORD
003669         INVALID KEY
003670             DISPLAY 'WARNING - DUPLICATE EMPLOYEE ON '
003671                 'ALLOCATION FILE, FIRST KEPT : '
003672                 ALC-EMPLOYEE-ID
003673             GO TO 1560-LOAD-ALLOC-ENTRY-EXIT
003674     END-WRITE.
003675     IF ALW-PERCENT-WRONG
003676         ADD 1 TO WS-ALC-ERROR-COUNT
003677         DISPLAY 'WARNING - ALLOCATION SPLIT NOT 100 PERCENT, '
003678             'HOME DEPT CHARGED : ' ALW-EMPLOYEE-ID
003679     END-IF.
003680     IF ALW-DEPT-UNKNOWN
003681         ADD 1 TO WS-ALC-ERROR-COUNT
003682         DISPLAY 'WARNING - ALLOCATION DEPT NOT ON MASTER, '
003683             'HOME DEPT CHARGED : ' ALW-EMPLOYEE-ID ' '
003684             ALW-ERROR-DEPT
003685     END-IF.
003686 1560-LOAD-ALLOC-ENTRY-EXIT.
003687     EXIT.
003688
003689 1570-VET-ALLOC-SPLIT.
003690     IF ALW-DEPT-CODE (WS-ALC-IDX) = SPACES
003691         GO TO 1570-VET-ALLOC-SPLIT-EXIT
003692     END-IF.
003693     IF ALW-PERCENT (WS-ALC-IDX) NOT NUMERIC
003694         IF ALW-VALID
003695             SET ALW-PERCENT-WRONG TO TRUE
003696         END-IF
003697         GO TO 1570-VET-ALLOC-SPLIT-EXIT
003698     END-IF.
003699     ADD ALW-PERCENT (WS-ALC-IDX) TO WS-ALC-PCT-TOTAL.
003700     IF ALW-VALID AND WS-DM-LOADED
003701         MOVE ALW-DEPT-CODE (WS-ALC-IDX) TO DMW-DEPT-CODE
003702         READ SALARY-DM-WORK
003703             INVALID KEY
003704                 SET ALW-DEPT-UNKNOWN TO TRUE
003705                 MOVE ALW-DEPT-CODE (WS-ALC-IDX)
003706                     TO ALW-ERROR-DEPT
003707         END-READ
003708     END-IF.
003709 1570-VET-ALLOC-SPLIT-EXIT.
003710     EXIT.
003711
003712******************************************************************
003713* 2000-PROCESS-ADJUSTMENT vets one adjustment record and, when
003714* usable, applies it: the amount is added to or backed out of the
003715* employee's LDG-YTD-SALARY and accumulated into the
003716* per-department net for the SALARY-GLADJ extract and into the
003717* run's net adjustment for SALARY-BAL.  An adjustment with a bad
003718* sign or non-numeric amount, for an employee not on the ledger
003719* or on it under another company than the run's, or backing out
003720* more than the employee's YTD figure is refused.  Every
003721* adjustment gets one report line with its reason and outcome.
003722******************************************************************
003723 2000-PROCESS-ADJUSTMENT.
003724     MOVE SPACES TO WS-OUTCOME.
003725     IF NOT ADJ-PLUS AND NOT ADJ-MINUS
003730         ADD 1 TO WS-REFUSED-COUNT
003740         MOVE 'BAD SIGN' TO WS-OUTCOME
003750         GO TO 2000-PROCESS-ADJUSTMENT-REPORT
004090             MOVE 'NOT ON LEDGER' TO WS-OUTCOME
004100             GO TO 2100-APPLY-TO-LEDGER-EXIT
004110     END-READ.
004111     MOVE LDG-COMPANY-CODE TO WS-LDG-COMPANY.
004112     IF WS-LDG-COMPANY = SPACES
004113         MOVE WS-HOME-COMPANY TO WS-LDG-COMPANY
004114     END-IF.
004115     IF WS-LDG-COMPANY NOT = WS-COMPANY-CODE
004116         ADD 1 TO WS-REFUSED-COUNT
004117         MOVE 'WRONG COMPANY' TO WS-OUTCOME
004118         GO TO 2100-APPLY-TO-LEDGER-EXIT
004119     END-IF.
004120     IF ADJ-MINUS
004130         COMPUTE WS-NEW-YTD = LDG-YTD-SALARY - WS-ADJ-AMOUNT
004140     ELSE
004290             MOVE 'LEDGER ERROR' TO WS-OUTCOME
004300             GO TO 2100-APPLY-TO-LEDGER-EXIT
004310     END-REWRITE.
004315     PERFORM 2150-WRITE-JOURNAL THRU 2150-WRITE-JOURNAL-EXIT.
004320     ADD 1 TO WS-APPLIED-COUNT.
004330     MOVE 'APPLIED' TO WS-OUTCOME.
004340     IF ADJ-MINUS
004420 2100-APPLY-TO-LEDGER-EXIT.
004430     EXIT.
004440
004441******************************************************************
004442* 2150-WRITE-JOURNAL writes the adjustment just applied to the
004443* SALARY-JOURNAL posting journal, signed as keyed and referenced
004444* by the adjustment reason.  The name and department are the
004445* ledger's, as the adjustment carries neither.
004446******************************************************************
004447 2150-WRITE-JOURNAL.
004448     IF NOT WS-JOURNAL-OPEN
004449         GO TO 2150-WRITE-JOURNAL-EXIT
004450     END-IF.
004451     ACCEPT WS-JRN-TIME FROM TIME.
004452     MOVE WS-RUN-DATE          TO JRN-POST-DATE.
004453     MOVE WS-JRN-TIME          TO JRN-POST-TIME.
004454     MOVE ADJ-EMPLOYEE-ID      TO JRN-EMPLOYEE-ID.
004455     MOVE LDG-EMPLOYEE-NAME    TO JRN-EMPLOYEE-NAME.
004456     MOVE LDG-DEPT-CODE        TO JRN-DEPT-CODE.
004457     MOVE 'ADJ'                TO JRN-SOURCE.
004458     MOVE ADJ-REASON           TO JRN-REFERENCE.
004459     IF ADJ-MINUS
004460         SET JRN-MINUS         TO TRUE
004461     ELSE
004462         SET JRN-PLUS          TO TRUE
004463     END-IF.
004464     MOVE WS-ADJ-AMOUNT        TO JRN-AMOUNT.
004465     MOVE WS-COMPANY-CODE      TO JRN-COMPANY-CODE.
004466     WRITE JOURNAL-RECORD.
004467     IF NOT WS-JOURNAL-FILE-OK
004468         DISPLAY 'JOURNAL WRITE FAILED - STATUS '
004469             WS-JOURNAL-STATUS ' : ' JRN-EMPLOYEE-ID
004470         ADD 1 TO WS-JRN-ERROR-COUNT
004471         SET WS-JOURNAL-FAILED TO TRUE
004472     END-IF.
004473 2150-WRITE-JOURNAL-EXIT.
004474     EXIT.
004475
004476******************************************************************
004477* 2300-ACCUMULATE-BY-DEPT folds the signed amount into the
004478* adjusted employee's ledger department on the keyed
004480* SALARY-DEPT-WORK file, so the SALARY-GLADJ extract carries
004490* one reversing entry per department, mirroring the
004500* per-department details on SALARY-GLPOST, with no cap on the
004510* number of departments.  An employee with a valid
004520* SALARY-ALLOC split has the adjustment spread across the
004522* split's departments instead, exactly as SALARY-TOTAL spreads
004524* the daily figure, so the reversal lands where the original
004526* posting did.
004530******************************************************************
004540 2300-ACCUMULATE-BY-DEPT.
004550     MOVE LDG-DEPT-CODE TO WS-ALC-HOME-DEPT.
004560     MOVE WS-ADJ-AMOUNT TO WS-ALC-AMOUNT.
004570     PERFORM 2310-FIND-ALLOCATION
004580         THRU 2310-FIND-ALLOCATION-EXIT.
004590     IF NOT WS-ALC-SPLIT-FOUND
004600         MOVE WS-ALC-HOME-DEPT TO WS-CHARGE-DEPT
004610         MOVE WS-ALC-AMOUNT TO WS-CHARGE-AMOUNT
004620         MOVE 1 TO WS-CHARGE-COUNT
004630         MOVE ZERO TO WS-CHARGE-IN
004640         MOVE ZERO TO WS-CHARGE-OUT
004650         PERFORM 2330-CHARGE-DEPT THRU 2330-CHARGE-DEPT-EXIT
004660         GO TO 2300-ACCUMULATE-BY-DEPT-EXIT
004670     END-IF.
004680     PERFORM 2320-SPLIT-AMOUNT THRU 2320-SPLIT-AMOUNT-EXIT.
004690     MOVE WS-ALC-HOME-DEPT TO WS-CHARGE-DEPT.
004700     MOVE WS-ALC-HOME-SHARE TO WS-CHARGE-AMOUNT.
004710     MOVE 1 TO WS-CHARGE-COUNT.
004720     MOVE ZERO TO WS-CHARGE-IN.
004730     SUBTRACT WS-ALC-HOME-SHARE FROM WS-ALC-AMOUNT
004740         GIVING WS-CHARGE-OUT.
004750     PERFORM 2330-CHARGE-DEPT THRU 2330-CHARGE-DEPT-EXIT.
004760     PERFORM 2326-CHARGE-SHARE THRU 2326-CHARGE-SHARE-EXIT
004770         VARYING WS-ALC-IDX FROM 1 BY 1
004780         UNTIL WS-ALC-IDX > 5.
004840 2300-ACCUMULATE-BY-DEPT-EXIT.
004850     EXIT.
004851
004852******************************************************************
004853* 2310-FIND-ALLOCATION reads the adjusted employee on
004854* SALARY-AL-WORK.  Only a split that passed vetting is used.
004855******************************************************************
004856 2310-FIND-ALLOCATION.
004857     MOVE 'N' TO WS-ALC-FOUND-SWITCH.
004858     IF NOT WS-ALC-LOADED
004859         GO TO 2310-FIND-ALLOCATION-EXIT
004860     END-IF.
004861     MOVE ADJ-EMPLOYEE-ID TO ALW-EMPLOYEE-ID.
004862     READ SALARY-AL-WORK
004863         INVALID KEY
004864             GO TO 2310-FIND-ALLOCATION-EXIT
004865     END-READ.
004866     IF ALW-VALID
004867         SET WS-ALC-SPLIT-FOUND TO TRUE
004868     END-IF.
004869 2310-FIND-ALLOCATION-EXIT.
004870     EXIT.
004871
004872******************************************************************
004873* 2320-SPLIT-AMOUNT shares the unsigned WS-ALC-AMOUNT across the
004874* split's departments into WS-ALC-SHARE: every department after
004875* the first gets its percentage, truncated, and the first gets
004876* what is left, so the rounding pennies land there.
004877* WS-ALC-HOME-SHARE collects the home department's own part.
004878******************************************************************
004879 2320-SPLIT-AMOUNT.
004880     MOVE ZERO TO WS-ALC-FIRST-IDX.
004881     MOVE ZERO TO WS-ALC-SPREAD.
004882     MOVE ZERO TO WS-ALC-HOME-SHARE.
004883     PERFORM 2322-SHARE-ENTRY THRU 2322-SHARE-ENTRY-EXIT
004884         VARYING WS-ALC-IDX FROM 1 BY 1
004885         UNTIL WS-ALC-IDX > 5.
004886     SUBTRACT WS-ALC-SPREAD FROM WS-ALC-AMOUNT
004887         GIVING WS-ALC-SHARE (WS-ALC-FIRST-IDX).
004888     PERFORM 2324-ADD-HOME-SHARE THRU 2324-ADD-HOME-SHARE-EXIT
004889         VARYING WS-ALC-IDX FROM 1 BY 1
004890         UNTIL WS-ALC-IDX > 5.
004891 2320-SPLIT-AMOUNT-EXIT.
004892     EXIT.
004893
004894 2322-SHARE-ENTRY.
004895     MOVE ZERO TO WS-ALC-SHARE (WS-ALC-IDX).
004896     IF ALW-DEPT-CODE (WS-ALC-IDX) = SPACES
004897         GO TO 2322-SHARE-ENTRY-EXIT
004898     END-IF.
004899     IF WS-ALC-FIRST-IDX = ZERO
004900         MOVE WS-ALC-IDX TO WS-ALC-FIRST-IDX
004901         GO TO 2322-SHARE-ENTRY-EXIT
004902     END-IF.
004903     COMPUTE WS-ALC-SHARE (WS-ALC-IDX) =
004904         WS-ALC-AMOUNT * ALW-PERCENT (WS-ALC-IDX) / 100.
004905     ADD WS-ALC-SHARE (WS-ALC-IDX) TO WS-ALC-SPREAD.
004906 2322-SHARE-ENTRY-EXIT.
004907     EXIT.
004908
004909 2324-ADD-HOME-SHARE.
004910     IF ALW-DEPT-CODE (WS-ALC-IDX) = WS-ALC-HOME-DEPT
004911         ADD WS-ALC-SHARE (WS-ALC-IDX) TO WS-ALC-HOME-SHARE
004912     END-IF.
004913 2324-ADD-HOME-SHARE-EXIT.
004914     EXIT.
004915
004916 2326-CHARGE-SHARE.
004917     IF ALW-DEPT-CODE (WS-ALC-IDX) = SPACES
004918         OR ALW-DEPT-CODE (WS-ALC-IDX) = WS-ALC-HOME-DEPT
004919         GO TO 2326-CHARGE-SHARE-EXIT
004920     END-IF.
004921     MOVE ALW-DEPT-CODE (WS-ALC-IDX) TO WS-CHARGE-DEPT.
004922     MOVE WS-ALC-SHARE (WS-ALC-IDX) TO WS-CHARGE-AMOUNT.
004923     MOVE ZERO TO WS-CHARGE-COUNT.
004924     MOVE WS-ALC-SHARE (WS-ALC-IDX) TO WS-CHARGE-IN.
004925     MOVE ZERO TO WS-CHARGE-OUT.
004926     PERFORM 2330-CHARGE-DEPT THRU 2330-CHARGE-DEPT-EXIT.
004927 2326-CHARGE-SHARE-EXIT.
004928     EXIT.
004929
004930******************************************************************
004931* 2330-CHARGE-DEPT folds WS-CHARGE-AMOUNT, WS-CHARGE-COUNT and
004932* the allocated-in and allocated-out amounts into
004933* WS-CHARGE-DEPT's record on SALARY-DEPT-WORK - a rewrite when
004934* the department has been seen this run, a fresh write the
004935* first time.  Callers supply the amounts unsigned; a minus
004936* adjustment is turned negative here.
004937******************************************************************
004938 2330-CHARGE-DEPT.
004939     IF ADJ-MINUS
004940         COMPUTE WS-CHARGE-AMOUNT = ZERO - WS-CHARGE-AMOUNT
004941         COMPUTE WS-CHARGE-IN = ZERO - WS-CHARGE-IN
004942         COMPUTE WS-CHARGE-OUT = ZERO - WS-CHARGE-OUT
004943     END-IF.
004944     MOVE WS-CHARGE-DEPT TO DPW-DEPT-CODE.
004945     READ SALARY-DEPT-WORK
004946         INVALID KEY
004947             MOVE WS-CHARGE-DEPT TO DPW-DEPT-CODE
004948             MOVE WS-CHARGE-AMOUNT TO DPW-NET
004949             MOVE WS-CHARGE-COUNT TO DPW-COUNT
004950             MOVE WS-CHARGE-IN TO DPW-ALLOC-IN
004951             MOVE WS-CHARGE-OUT TO DPW-ALLOC-OUT
004952             WRITE DEPT-WORK-RECORD
004953                 INVALID KEY
004954                     DISPLAY 'DEPT WORK WRITE FAILED - STATUS '
004955                         WS-DPW-STATUS ' : ' WS-CHARGE-DEPT
004956             END-WRITE
004957         NOT INVALID KEY
004958             ADD WS-CHARGE-AMOUNT TO DPW-NET
004959             ADD WS-CHARGE-COUNT TO DPW-COUNT
004960             ADD WS-CHARGE-IN TO DPW-ALLOC-IN
004961             ADD WS-CHARGE-OUT TO DPW-ALLOC-OUT
004962             REWRITE DEPT-WORK-RECORD
004963                 INVALID KEY
004964                     DISPLAY 'DEPT WORK REWRITE FAILED - '
004965                         'STATUS ' WS-DPW-STATUS ' : '
004966                         WS-CHARGE-DEPT
004967             END-REWRITE
004968     END-READ.
004969 2330-CHARGE-DEPT-EXIT.
004970     EXIT.
004971
004972******************************************************************
004973* 2800-PRINT-ADJ-LINE writes one report detail line for the
004974* current adjustment: the employee, the signed amount, the
004975* operator-supplied reason, and the outcome set by
004976* 2000-PROCESS-ADJUSTMENT, so supervision can see what was
004977* adjusted and why.
004978******************************************************************
004979 2800-PRINT-ADJ-LINE.
004980     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004981         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
004982     END-IF.
004983     MOVE SPACES TO PRINT-LINE.
004990     MOVE ADJ-EMPLOYEE-ID TO PRINT-LINE (1:06).
005000     MOVE ADJ-SIGN        TO PRINT-LINE (8:01).
005010     MOVE ADJ-AMOUNT      TO PRINT-LINE (10:06).
005280     IF WS-LEDGER-OPENED
005290         CLOSE SALARY-LEDGER
005300     END-IF.
005302     IF WS-JOURNAL-OPEN
005304         CLOSE SALARY-JOURNAL
005306     END-IF.
005310     IF WS-DEPT-WORK-OPEN
005320         CLOSE SALARY-DEPT-WORK
005330     END-IF.
005340     IF WS-GM-LOADED
005350         CLOSE SALARY-GM-WORK
005360     END-IF.
005361     IF WS-DM-LOADED
005362         CLOSE SALARY-DM-WORK
005363     END-IF.
005364     IF WS-ALC-LOADED
005365         CLOSE SALARY-AL-WORK
005366     END-IF.
005370     IF WS-ADJS-FILE-OK
005380         CLOSE SALARY-ADJS
005390     END-IF.
005400     CLOSE ADJ-PRINT.
005410     MOVE WS-NET-ADJUSTMENT TO WS-NET-DISPLAY.
005420     DISPLAY 'SALARY-ADJ RUN COMPLETE'.
005425     DISPLAY 'COMPANY ........... : ' WS-COMPANY-CODE.
005430     DISPLAY 'ADJUSTMENTS APPLIED : ' WS-APPLIED-COUNT.
005440     DISPLAY 'ADJUSTMENTS REFUSED : ' WS-REFUSED-COUNT.
005450     DISPLAY 'NET ADJUSTMENT .... : ' WS-NET-DISPLAY.
005455     DISPLAY 'ALLOCATION ERRORS . : ' WS-ALC-ERROR-COUNT.
005460     DISPLAY 'YEAR-TO-DATE TOTAL  : ' WS-YTD-TOTAL.
005462     DISPLAY 'JOURNAL ERRORS .... : ' WS-JRN-ERROR-COUNT.
005464     PERFORM 9000-GRADE-CONDITION
005466         THRU 9000-GRADE-CONDITION-EXIT.
005470 8000-TERMINATE-EXIT.
005480     EXIT.
005490
005570     ADD 1 TO WS-PAGE-NO.
005580     MOVE SPACES TO PRINT-LINE.
005590     MOVE WS-REPORT-TITLE TO PRINT-LINE (1:31).
005593     MOVE 'CO' TO PRINT-LINE (33:2).
005596     MOVE WS-COMPANY-CODE TO PRINT-LINE (36:2).
005600     MOVE 'RUN DATE' TO PRINT-LINE (40:8).
005610     MOVE WS-RUN-DATE TO PRINT-LINE (49:6).
005620     MOVE 'PAGE' TO PRINT-LINE (60:4).
005680             TO PRINT-LINE (1:44)
005690     ELSE
005700         MOVE 'DEPT  NET ADJUSTMENT COUNT' TO PRINT-LINE (1:26)
005703         MOVE '  ALLOC-IN' TO PRINT-LINE (29:10)
005706         MOVE ' ALLOC-OUT' TO PRINT-LINE (40:10)
005710     END-IF.
005720     WRITE PRINT-LINE.
005730     MOVE ZERO TO WS-LINE-COUNT.
005770******************************************************************
005780* 8200-PRINT-DEPT-REPORT writes the departmental net adjustment
005790* page - one line per department touched this run with its
005800* signed net, adjustment count and signed allocated-in and
005805* allocated-out amounts, read back from the keyed
005810* SALARY-DEPT-WORK file in DEPT-CODE sequence - followed by
005820* the run's net total line.
005830******************************************************************
005930     MOVE WS-NET-ADJUSTMENT TO WS-NET-DISPLAY.
005940     MOVE WS-NET-DISPLAY TO PRINT-LINE (07:10).
005950     MOVE WS-APPLIED-COUNT TO PRINT-LINE (22:6).
005952     MOVE WS-ALC-IN-TOTAL TO WS-NET-DISPLAY.
005954     MOVE WS-NET-DISPLAY TO PRINT-LINE (29:10).
005956     MOVE WS-ALC-OUT-TOTAL TO WS-NET-DISPLAY.
005958     MOVE WS-NET-DISPLAY TO PRINT-LINE (40:10).
005960     WRITE PRINT-LINE.
005970     ADD 1 TO WS-LINE-COUNT.
005980 8200-PRINT-DEPT-REPORT-EXIT.
006280     MOVE DPW-NET TO WS-NET-DISPLAY.
006290     MOVE WS-NET-DISPLAY TO PRINT-LINE (07:10).
006300     MOVE DPW-COUNT TO PRINT-LINE (22:6).
006301     MOVE DPW-ALLOC-IN TO WS-NET-DISPLAY.
006302     MOVE WS-NET-DISPLAY TO PRINT-LINE (29:10).
006303     MOVE DPW-ALLOC-OUT TO WS-NET-DISPLAY.
006304     MOVE WS-NET-DISPLAY TO PRINT-LINE (40:10).
006305     ADD DPW-ALLOC-IN TO WS-ALC-IN-TOTAL.
006306     ADD DPW-ALLOC-OUT TO WS-ALC-OUT-TOTAL.
006310     WRITE PRINT-LINE.
006320     ADD 1 TO WS-LINE-COUNT.
006330 8210-PRINT-DEPT-LINE-EXIT.
006360******************************************************************
006370* 8300-WRITE-BALANCE-FORWARD applies the net of the applied
006380* adjustments to the year-to-date figure loaded at start-up and
006390* writes every company's balance back to SALARY-BAL, this run's
006395* company's updated.  The net can be minus; per-adjustment vetting
006400* caps each back-out at the employee's own YTD figure, but the
006410* balance is floored at zero and reported should the files ever
006420* disagree.
006430******************************************************************
006440 8300-WRITE-BALANCE-FORWARD.
006450     COMPUTE WS-NEW-YTD = WS-YTD-TOTAL + WS-NET-ADJUSTMENT.
006490         MOVE ZERO TO WS-NEW-YTD
006500     END-IF.
006510     MOVE WS-NEW-YTD TO WS-YTD-TOTAL.
006511     PERFORM 1320-FIND-COMPANY-BALANCE
006512         THRU 1320-FIND-COMPANY-BALANCE-EXIT
006513         VARYING WS-BAL-IDX FROM 1 BY 1
006514         UNTIL WS-BAL-IDX > WS-BAL-ENTRIES
006515            OR WS-BAL-COMPANY (WS-BAL-IDX) = WS-COMPANY-CODE.
006516     IF WS-BAL-IDX > WS-BAL-ENTRIES
006517         IF WS-BAL-ENTRIES < WS-BAL-TABLE-MAX
006518             ADD 1 TO WS-BAL-ENTRIES
006519             SET WS-BAL-IDX TO WS-BAL-ENTRIES
006520             MOVE WS-COMPANY-CODE TO WS-BAL-COMPANY (WS-BAL-IDX)
006521             MOVE WS-YTD-TOTAL TO WS-BAL-YTD (WS-BAL-IDX)
006522         ELSE
006523             DISPLAY 'WARNING - BALANCE TABLE FULL, BALANCE '
006524                 'NOT WRITTEN FOR COMPANY ' WS-COMPANY-CODE
006525         END-IF
006526     ELSE
006527         MOVE WS-YTD-TOTAL TO WS-BAL-YTD (WS-BAL-IDX)
006528     END-IF.
006530     OPEN OUTPUT SALARY-BAL.
006534     PERFORM 8310-WRITE-BALANCE-ENTRY
006538         THRU 8310-WRITE-BALANCE-ENTRY-EXIT
006542         VARYING WS-BAL-IDX FROM 1 BY 1
006546         UNTIL WS-BAL-IDX > WS-BAL-ENTRIES.
006550     CLOSE SALARY-BAL.
006560 8300-WRITE-BALANCE-FORWARD-EXIT.
006570     EXIT.
006571
006572 8310-WRITE-BALANCE-ENTRY.
006573     MOVE WS-BAL-COMPANY (WS-BAL-IDX) TO BAL-COMPANY-CODE.
006574     MOVE WS-BAL-YTD (WS-BAL-IDX) TO BAL-YTD-TOTAL.
006575     WRITE BAL-RECORD.
006576 8310-WRITE-BALANCE-ENTRY-EXIT.
006577     EXIT.
006580
006590******************************************************************
006600* 8400-WRITE-GL-EXTRACT writes the SALARY-GLADJ reversing-entry
006610* extract from the keyed SALARY-DEPT-WORK file, in DEPT-CODE
006620* sequence: a header record carrying the run date and company,
006625* one signed detail per department with a non-zero net (GL
006630* account from SALARY-GM-WORK, suspense when unmapped), and a
006640* trailer carrying the record count and the hash total of the
006650* unsigned amounts, so the receiving finance system can verify
006660* the transfer the same way it verifies SALARY-GLPOST.  A
006670* department whose pluses and minuses net to exactly zero needs
006680* no correcting entry and writes none.
006700******************************************************************
006710 8400-WRITE-GL-EXTRACT.
006720     OPEN OUTPUT SALARY-GLADJ.
006730     MOVE SPACES TO GL-ADJ-RECORD.
006740     MOVE 'H' TO GLA-RECORD-TYPE.
006750     MOVE WS-RUN-DATE TO GLA-RUN-DATE.
006755     MOVE WS-COMPANY-CODE TO GLA-COMPANY-CODE.
006760     WRITE GL-ADJ-RECORD.
006770     PERFORM 8150-START-DEPT-WORK
006780         THRU 8150-START-DEPT-WORK-EXIT.
007400     END-READ.
007410 8420-FIND-GL-ACCOUNT-EXIT.
007420     EXIT.
007430
007440******************************************************************
007450* 9000-GRADE-CONDITION works out the run's condition code: 12
007460* when SALARY-JOURNAL could not be opened or a journal write
007470* failed, as the ledger no longer agrees with the journal for
007480* SALARY-CTLREC and SALARY-JRNL.  Otherwise the run ends zero.
007490******************************************************************
007500 9000-GRADE-CONDITION.
007510     IF WS-JOURNAL-FAILED
007520         MOVE 12 TO WS-CAND-COND
007530         PERFORM 9100-RAISE-COND-CODE
007540             THRU 9100-RAISE-COND-CODE-EXIT
007550     END-IF.
007560     DISPLAY 'CONDITION CODE .... : ' WS-COND-CODE.
007570 9000-GRADE-CONDITION-EXIT.
007580     EXIT.
007590
007600 9100-RAISE-COND-CODE.
007610     IF WS-CAND-COND > WS-COND-CODE
007620         MOVE WS-CAND-COND TO WS-COND-CODE
007630     END-IF.
007640 9100-RAISE-COND-CODE-EXIT.
007650     EXIT.
