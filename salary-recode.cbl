000010******************************************************************
000020* Program name:    SALARY-RECODE
000030* Original author: PJM
000040* Installation:    COBOL DEVELOPMENT CENTER
000050* Date-written:    10/15/26
000060*
000070* Maintenence Log
000080* Date      Author        Maintenance Requirement
000090* --------- ------------  ---------------------------------------
000100* 10/15/26 PJM           Created.  When departments merged or a
000110*                        code was retired the old DEPT-CODE was
000120*                        left scattered across the suite and
000130*                        every file was fixed separately by
000140*                        hand, so the ledger's departmental YTD
000150*                        never agreed afterwards.  This job
000160*                        recodes a department consistently
000170*                        across every file that carries one,
000180*                        driven by the SALARY-RECMAP old-code /
000190*                        new-code mapping file: SALARY-DEPTS,
000200*                        SALARY-GLMAP, SALARY-EMPMST,
000210*                        SALARY-LEDGER (LDG-DEPT-CODE),
000220*                        SALARY-INDEX, the open SALARY-REJECTS
000230*                        and SALARY-PENDING queues and the
000240*                        SALARY-ALLOC cost allocation splits.
000250*                        The old code is retired on the
000260*                        department master - dropped when the
000270*                        new code is already there (a merger),
000280*                        renamed in place when it is not (a
000290*                        straight recode) - and likewise on the
000300*                        GL map.  Every recoded code is written
000310*                        to SALARY-AUDIT, source RECODE, and a
000320*                        before-and-after departmental summary
000330*                        of the ledger proves the YTD totals
000340*                        moved intact; on a commit the after
000350*                        figures are read back from the
000360*                        rewritten ledger.  Because the recode
000370*                        is destructive it only happens when
000380*                        COMMIT is passed as the run parameter,
000390*                        as SALARY-YREND only zeroes on CLOSE;
000400*                        with no parameter the job reports what
000410*                        it would change and touches nothing.
000420*                        A mapping file with any error is never
000430*                        committed.  The keyed files are
000440*                        rewritten in place; the sequential
000450*                        files are carried to their -OUT files
000460*                        (DEPTMSTO, SALGLMPO, SALREJO, SALPNDO,
000470*                        SALALLCO), which replace the originals
000480*                        for the next run, the way SALARY-RECYC
000490*                        carries the rejects.
000491* 10/15/26 PJM           SALARY-BUDGET is keyed by department
000492*                        and is not recoded, so a budget left on
000493*                        an old code would be orphaned.  A
000494*                        mapping whose old code still has a
000495*                        budget is now refused (OLD CODE HAS A
000496*                        BUDGET) and so blocks the commit; the
000497*                        budget is moved to the new code with
000498*                        SALARY-BUDLD first.  No budget file
000499*                        means no budgets.
000500*
000510******************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.  SALARY-RECODE.
000540 AUTHOR. PJM.
000550 INSTALLATION. COBOL DEVELOPMENT CENTER.
000560 DATE-WRITTEN. 10/15/26.
000570 DATE-COMPILED. 00/00/00.
000580 SECURITY. NON-CONFIDENTIAL.
000590******************************************************************
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER. ICL-2972.
000630 OBJECT-COMPUTER. ICL-2972.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT SALARY-RECMAP ASSIGN TO SALRCMAP
000670           ORGANIZATION IS SEQUENTIAL
000680           ACCESS MODE IS SEQUENTIAL
000690           FILE STATUS IS WS-RECMAP-STATUS.
000700     SELECT SALARY-DEPTS ASSIGN TO DEPTMST
000710           ORGANIZATION IS SEQUENTIAL
000720           ACCESS MODE IS SEQUENTIAL
000730           FILE STATUS IS WS-DEPTMST-STATUS.
000740     SELECT SALARY-DEPTS-OUT ASSIGN TO DEPTMSTO
000750           ORGANIZATION IS SEQUENTIAL
000760           ACCESS MODE IS SEQUENTIAL
000770           FILE STATUS IS WS-DMOUT-STATUS.
000780     SELECT SALARY-GLMAP ASSIGN TO SALGLMAP
000790           ORGANIZATION IS SEQUENTIAL
000800           ACCESS MODE IS SEQUENTIAL
000810           FILE STATUS IS WS-GLMAP-STATUS.
000820     SELECT SALARY-GLMAP-OUT ASSIGN TO SALGLMPO
000830           ORGANIZATION IS SEQUENTIAL
000840           ACCESS MODE IS SEQUENTIAL
000850           FILE STATUS IS WS-GMOUT-STATUS.
000860     SELECT SALARY-EMPMST ASSIGN TO SALEMP
000870           ORGANIZATION IS INDEXED
000880           ACCESS MODE IS SEQUENTIAL
000890           RECORD KEY IS EMP-EMPLOYEE-ID
000900           FILE STATUS IS WS-EMPMST-STATUS.
000910     SELECT SALARY-LEDGER ASSIGN TO SALLDG
000920           ORGANIZATION IS INDEXED
000930           ACCESS MODE IS SEQUENTIAL
000940           RECORD KEY IS LDG-EMPLOYEE-ID
000950           FILE STATUS IS WS-LEDGER-STATUS.
000960     SELECT SALARY-INDEX ASSIGN TO SALIDX
000970           ORGANIZATION IS INDEXED
000980           ACCESS MODE IS SEQUENTIAL
000990           RECORD KEY IS IDX-EMPLOYEE-ID
001000           ALTERNATE RECORD KEY IS IDX-DEPT-CODE
001010               WITH DUPLICATES
001020           FILE STATUS IS WS-INDEX-STATUS.
001030     SELECT SALARY-REJECTS ASSIGN TO SALREJ
001040           ORGANIZATION IS SEQUENTIAL
001050           ACCESS MODE IS SEQUENTIAL
001060           FILE STATUS IS WS-REJECT-STATUS.
001070     SELECT SALARY-REJECTS-OUT ASSIGN TO SALREJO
001080           ORGANIZATION IS SEQUENTIAL
001090           ACCESS MODE IS SEQUENTIAL
001100           FILE STATUS IS WS-REJOUT-STATUS.
001110     SELECT SALARY-PENDING ASSIGN TO SALPND
001120           ORGANIZATION IS SEQUENTIAL
001130           ACCESS MODE IS SEQUENTIAL
001140           FILE STATUS IS WS-PND-STATUS.
001150     SELECT SALARY-PENDING-OUT ASSIGN TO SALPNDO
001160           ORGANIZATION IS SEQUENTIAL
001170           ACCESS MODE IS SEQUENTIAL
001180           FILE STATUS IS WS-PNDO-STATUS.
001190     SELECT SALARY-ALLOC ASSIGN TO SALALLOC
001200           ORGANIZATION IS SEQUENTIAL
001210           ACCESS MODE IS SEQUENTIAL
001220           FILE STATUS IS WS-ALLOC-STATUS.
001230     SELECT SALARY-ALLOC-OUT ASSIGN TO SALALLCO
001240           ORGANIZATION IS SEQUENTIAL
001250           ACCESS MODE IS SEQUENTIAL
001260           FILE STATUS IS WS-ALCOUT-STATUS.
001270     SELECT SALARY-AUDIT ASSIGN TO SALAUD
001280           ORGANIZATION IS SEQUENTIAL
001290           ACCESS MODE IS SEQUENTIAL
001300           FILE STATUS IS WS-AUDIT-STATUS.
001301     SELECT SALARY-BUDGET ASSIGN TO SALBUD
001302           ORGANIZATION IS INDEXED
001303           ACCESS MODE IS RANDOM
001304           RECORD KEY IS BUD-DEPT-CODE
001305           FILE STATUS IS WS-BUDGET-STATUS.
001310     SELECT RECODE-PRINT ASSIGN TO RCDRPT
001320           ORGANIZATION IS SEQUENTIAL
001330           ACCESS MODE IS SEQUENTIAL.
001340
001350 DATA DIVISION.
001360 FILE SECTION.
001370* One mapping per department being recoded: the code being
001380* retired and the code its records move to.
001390 FD  SALARY-RECMAP
001400     RECORDING MODE IS F
001410     RECORD CONTAINS 8 CHARACTERS.
001420 01  RECODE-MAP-RECORD.
001430     03  RCM-OLD-DEPT-CODE       PIC X(04).
001440     03  RCM-NEW-DEPT-CODE       PIC X(04).
001450
001460 FD  SALARY-DEPTS
001470     RECORDING MODE IS F
001480     RECORD CONTAINS 24 CHARACTERS.
001490 01  DEPT-MASTER-RECORD.
001500     03  DM-DEPT-CODE            PIC X(04).
001510     03  DM-DEPT-NAME            PIC X(20).
001520
001530 FD  SALARY-DEPTS-OUT
001540     RECORDING MODE IS F
001550     RECORD CONTAINS 24 CHARACTERS.
001560 01  DEPT-MASTER-OUT-RECORD     PIC X(24).
001570
001580 FD  SALARY-GLMAP
001590     RECORDING MODE IS F
001600     RECORD CONTAINS 12 CHARACTERS.
001610 01  GL-MAP-RECORD.
001620     03  GM-DEPT-CODE            PIC X(04).
001630     03  GM-GL-ACCOUNT           PIC X(08).
001640
001650 FD  SALARY-GLMAP-OUT
001660     RECORDING MODE IS F
001670     RECORD CONTAINS 12 CHARACTERS.
001680 01  GL-MAP-OUT-RECORD          PIC X(12).
001690
001700 FD  SALARY-EMPMST
001710     RECORDING MODE IS F
001720     RECORD CONTAINS 77 CHARACTERS.
001730     COPY salemp.
001740
001750 FD  SALARY-LEDGER
001760     RECORDING MODE IS F
001770     RECORD CONTAINS 63 CHARACTERS.
001780     COPY salldg.
001790
001800 FD  SALARY-INDEX
001810     RECORDING MODE IS F
001820     RECORD CONTAINS 37 CHARACTERS.
001830 01  INDEX-RECORD.
001840     03  IDX-RECORD-TYPE     PIC X(01).
001850     03  IDX-EMPLOYEE-ID     PIC X(06).
001860     03  IDX-EMPLOYEE-NAME   PIC X(20).
001870     03  IDX-DEPT-CODE       PIC X(04).
001880     03  IDX-SALARY          PIC 9(06).
001890
001900 FD  SALARY-REJECTS
001910     RECORDING MODE IS F
001920     RECORD CONTAINS 41 CHARACTERS.
001930     COPY salrej.
001940
001950 FD  SALARY-REJECTS-OUT
001960     RECORDING MODE IS F
001970     RECORD CONTAINS 41 CHARACTERS.
001980 01  REJECT-OUT-RECORD          PIC X(41).
001990
002000 FD  SALARY-PENDING
002010     RECORDING MODE IS F
002020     RECORD CONTAINS 89 CHARACTERS.
002030     COPY salpnd.
002040
002050 FD  SALARY-PENDING-OUT
002060     RECORDING MODE IS F
002070     RECORD CONTAINS 89 CHARACTERS.
002080 01  PENDING-OUT-RECORD         PIC X(89).
002090
002100 FD  SALARY-ALLOC
002110     RECORDING MODE IS F
002120     RECORD CONTAINS 51 CHARACTERS.
002130     COPY salalc.
002140
002150 FD  SALARY-ALLOC-OUT
002160     RECORDING MODE IS F
002170     RECORD CONTAINS 51 CHARACTERS.
002180 01  ALLOC-OUT-RECORD           PIC X(51).
002190
002200 FD  SALARY-AUDIT
002210     RECORDING MODE IS F
002220     RECORD CONTAINS 86 CHARACTERS.
002230     COPY salaud.
002240
002241 FD  SALARY-BUDGET
002242     RECORDING MODE IS F
002243     RECORD CONTAINS 121 CHARACTERS.
002244     COPY salbud.
002245
002250 FD  RECODE-PRINT
002260     RECORDING MODE IS F
002270     RECORD CONTAINS 80 CHARACTERS.
002280 01  PRINT-LINE                 PIC X(80).
002290
002300 WORKING-STORAGE SECTION.
002310 77  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
002320     88  WS-EOF                          VALUE 'Y'.
002330 77  WS-RECMAP-STATUS        PIC X(02)   VALUE '00'.
002340     88  WS-RECMAP-FILE-OK               VALUE '00'.
002350 77  WS-DEPTMST-STATUS       PIC X(02)   VALUE '00'.
002360     88  WS-DEPTMST-FILE-OK              VALUE '00'.
002370 77  WS-DMOUT-STATUS         PIC X(02)   VALUE '00'.
002380 77  WS-GLMAP-STATUS         PIC X(02)   VALUE '00'.
002390     88  WS-GLMAP-FILE-OK                VALUE '00'.
002400 77  WS-GMOUT-STATUS         PIC X(02)   VALUE '00'.
002410 77  WS-EMPMST-STATUS        PIC X(02)   VALUE '00'.
002420     88  WS-EMPMST-FILE-OK               VALUE '00'.
002430 77  WS-LEDGER-STATUS        PIC X(02)   VALUE '00'.
002440     88  WS-LEDGER-FILE-OK               VALUE '00'.
002450 77  WS-INDEX-STATUS         PIC X(02)   VALUE '00'.
002460     88  WS-INDEX-FILE-OK                VALUE '00'.
002470 77  WS-REJECT-STATUS        PIC X(02)   VALUE '00'.
002480     88  WS-REJECT-FILE-OK               VALUE '00'.
002490 77  WS-REJOUT-STATUS        PIC X(02)   VALUE '00'.
002500 77  WS-PND-STATUS           PIC X(02)   VALUE '00'.
002510     88  WS-PND-FILE-OK                  VALUE '00'.
002520 77  WS-PNDO-STATUS          PIC X(02)   VALUE '00'.
002530 77  WS-ALLOC-STATUS         PIC X(02)   VALUE '00'.
002540     88  WS-ALLOC-FILE-OK                VALUE '00'.
002550 77  WS-ALCOUT-STATUS        PIC X(02)   VALUE '00'.
002560 77  WS-AUDIT-STATUS         PIC X(02)   VALUE '00'.
002570     88  WS-AUDIT-FILE-OK                VALUE '00'.
002573 77  WS-BUDGET-STATUS        PIC X(02)   VALUE '00'.
002576     88  WS-BUDGET-FILE-OK               VALUE '00'.
002580* Run mode: a preview (the default) reports what would change
002590* and writes nothing; COMMIT as the run parameter rewrites the
002600* files.  A commit is refused - the run drops back to a
002610* preview - when the mapping file has any error, an old code
002620* still has a budget or the department master cannot be read.
002630 77  WS-RUN-OPTION           PIC X(10)   VALUE SPACES.
002640 77  WS-MODE-SWITCH          PIC X(01)   VALUE 'P'.
002650     88  WS-COMMIT-MODE                  VALUE 'C'.
002660     88  WS-PREVIEW-MODE                 VALUE 'P'.
002670 77  WS-REFUSED-SWITCH       PIC X(01)   VALUE 'N'.
002680     88  WS-COMMIT-REFUSED               VALUE 'Y'.
002690 77  WS-NOTHING-SWITCH       PIC X(01)   VALUE 'N'.
002700     88  WS-NOTHING-TO-DO                VALUE 'Y'.
002710 77  WS-AUDIT-OPEN-SWITCH    PIC X(01)   VALUE 'N'.
002720     88  WS-AUDIT-OPENED                 VALUE 'Y'.
002730 77  WS-RUN-DATE             PIC 9(06)   VALUE ZERO.
002740 77  WS-OPERATOR-ID          PIC X(08)   VALUE 'SALRECOD'.
002750 77  WS-AUDIT-DATE           PIC 9(06)   VALUE ZERO.
002760 77  WS-AUDIT-TIME           PIC 9(08)   VALUE ZERO.
002770 77  WS-AUDIT-EMP-ID         PIC X(06)   VALUE SPACES.
002780 77  WS-AUDIT-FIELD          PIC X(10)   VALUE SPACES.
002790 77  WS-AUDIT-NEW-VALUE      PIC X(20)   VALUE SPACES.
002800* The mapping table.  Each entry carries the result of its
002810* vetting and, from the scans of the department master and
002820* the GL map, whether the old and new codes are already there
002830* - which decides whether the old record is dropped (merger)
002840* or renamed (straight recode).
002850 77  WS-MAP-ENTRIES          PIC 9(03)   VALUE ZERO.
002860 77  WS-MAP-TABLE-MAX        PIC 9(03)   VALUE 100.
002870 77  WS-MAP-VALID-COUNT      PIC 9(03)   VALUE ZERO.
002880 77  WS-MAP-ERROR-COUNT      PIC 9(03)   VALUE ZERO.
002890 01  WS-MAP-TABLE.
002900     03  WS-MAP-ENTRY OCCURS 100 TIMES
002910             INDEXED BY WS-MAP-IDX WS-MAP-SCAN.
002920         05  WS-MAP-OLD-CODE     PIC X(04).
002930         05  WS-MAP-NEW-CODE     PIC X(04).
002940         05  WS-MAP-STATUS       PIC X(01).
002950             88  WS-MAP-VALID            VALUE 'V'.
002960             88  WS-MAP-IN-ERROR         VALUE 'E'.
002970         05  WS-MAP-REMARK       PIC X(24).
002980         05  WS-MAP-OLD-MST-SW   PIC X(01).
002990             88  WS-MAP-OLD-ON-MST       VALUE 'Y'.
003000         05  WS-MAP-NEW-MST-SW   PIC X(01).
003010             88  WS-MAP-NEW-ON-MST       VALUE 'Y'.
003020         05  WS-MAP-NEW-GL-SW    PIC X(01).
003030             88  WS-MAP-NEW-ON-GLMAP     VALUE 'Y'.
003040         05  WS-MAP-NEW-GL-ACCOUNT
003050                                 PIC X(08).
003060* 3000-MAP-CODE looks WS-LOOKUP-CODE up among the valid
003070* mappings and sets WS-CODE-MAPPED, WS-MAP-IDX and
003080* WS-NEW-CODE.
003090 77  WS-LOOKUP-CODE          PIC X(04)   VALUE SPACES.
003100 77  WS-OLD-CODE             PIC X(04)   VALUE SPACES.
003110 77  WS-NEW-CODE             PIC X(04)   VALUE SPACES.
003120 77  WS-MAPPED-SWITCH        PIC X(01)   VALUE 'N'.
003130     88  WS-CODE-MAPPED                  VALUE 'Y'.
003140 77  WS-CHANGED-SWITCH       PIC X(01)   VALUE 'N'.
003150     88  WS-RECORD-CHANGED               VALUE 'Y'.
003160 77  WS-SPLIT-IDX            PIC 9(02)   VALUE ZERO.
003170* Control totals per file.
003180 77  WS-DM-READ              PIC 9(06)   VALUE ZERO.
003190 77  WS-DM-RENAMED           PIC 9(06)   VALUE ZERO.
003200 77  WS-DM-RETIRED           PIC 9(06)   VALUE ZERO.
003210 77  WS-GM-READ              PIC 9(06)   VALUE ZERO.
003220 77  WS-GM-RENAMED           PIC 9(06)   VALUE ZERO.
003230 77  WS-GM-DROPPED           PIC 9(06)   VALUE ZERO.
003240 77  WS-EMP-READ             PIC 9(06)   VALUE ZERO.
003250 77  WS-EMP-RECODED          PIC 9(06)   VALUE ZERO.
003260 77  WS-LDG-READ             PIC 9(06)   VALUE ZERO.
003270 77  WS-LDG-RECODED          PIC 9(06)   VALUE ZERO.
003280 77  WS-IDX-READ             PIC 9(06)   VALUE ZERO.
003290 77  WS-IDX-RECODED          PIC 9(06)   VALUE ZERO.
003300 77  WS-REJ-READ             PIC 9(06)   VALUE ZERO.
003310 77  WS-REJ-RECODED          PIC 9(06)   VALUE ZERO.
003320 77  WS-PND-READ             PIC 9(06)   VALUE ZERO.
003330 77  WS-PND-RECODED          PIC 9(06)   VALUE ZERO.
003340 77  WS-ALC-READ             PIC 9(06)   VALUE ZERO.
003350 77  WS-ALC-RECODED          PIC 9(06)   VALUE ZERO.
003360 77  WS-AUDITED-COUNT        PIC 9(06)   VALUE ZERO.
003370 77  WS-WARNING-COUNT        PIC 9(06)   VALUE ZERO.
003380 77  WS-REWRITE-FAIL-COUNT   PIC 9(06)   VALUE ZERO.
003390 77  WS-LEFT-COUNT           PIC 9(06)   VALUE ZERO.
003400 77  WS-CTL-NAME             PIC X(20)   VALUE SPACES.
003410 77  WS-CTL-READ             PIC 9(06)   VALUE ZERO.
003420 77  WS-CTL-CHANGED          PIC 9(06)   VALUE ZERO.
003430* The before-and-after departmental summary of the ledger (YTD
003440* and records) and the master (active staff).  On a commit the
003450* after ledger figures come from reading the rewritten ledger
003460* back; on a preview they are the projected figures.
003470 77  WS-SUM-ENTRIES          PIC 9(03)   VALUE ZERO.
003480 77  WS-SUM-TABLE-MAX        PIC 9(03)   VALUE 500.
003490 77  WS-SUM-CODE             PIC X(04)   VALUE SPACES.
003500 77  WS-SUM-FULL-SWITCH      PIC X(01)   VALUE 'N'.
003510     88  WS-SUM-FULL-WARNED              VALUE 'Y'.
003520 01  WS-SUM-TABLE.
003530     03  WS-SUM-ENTRY OCCURS 500 TIMES INDEXED BY WS-SUM-IDX.
003540         05  WS-SUM-DEPT-CODE    PIC X(04).
003550         05  WS-SUM-BEFORE-YTD   PIC 9(09).
003560         05  WS-SUM-BEFORE-COUNT PIC 9(06).
003570         05  WS-SUM-BEFORE-STAFF PIC 9(06).
003580         05  WS-SUM-AFTER-YTD    PIC 9(09).
003590         05  WS-SUM-AFTER-COUNT  PIC 9(06).
003600         05  WS-SUM-AFTER-STAFF  PIC 9(06).
003610 77  WS-BEFORE-YTD-TOTAL     PIC 9(09)   VALUE ZERO.
003620 77  WS-BEFORE-LDG-TOTAL     PIC 9(06)   VALUE ZERO.
003630 77  WS-BEFORE-STAFF-TOTAL   PIC 9(06)   VALUE ZERO.
003640 77  WS-AFTER-YTD-TOTAL      PIC 9(09)   VALUE ZERO.
003650 77  WS-AFTER-LDG-TOTAL      PIC 9(06)   VALUE ZERO.
003660 77  WS-AFTER-STAFF-TOTAL    PIC 9(06)   VALUE ZERO.
003670 77  WS-TOTALS-SWITCH        PIC X(01)   VALUE 'Y'.
003680     88  WS-TOTALS-AGREE                 VALUE 'Y'.
003690     88  WS-TOTALS-DISAGREE              VALUE 'N'.
003700* Condition code grades: 0 clean, 4 warning (an old code not
003710* on the master, a GL map merged over a different account, a
003720* file missing, an empty mapping file), 8 mapping errors or no
003730* mapping file (nothing committed), 12 the before and after
003740* totals disagree, a rewrite failed or an old code survived.
003750* 9100-RAISE-COND-CODE keeps the highest grade raised.
003760 77  WS-COND-CODE            PIC 9(04)   VALUE ZERO.
003770 77  WS-CAND-COND            PIC 9(04)   VALUE ZERO.
003780 77  WS-PAGE-NO              PIC 9(04)   VALUE ZERO.
003790 77  WS-LINE-COUNT           PIC 9(02)   VALUE ZERO.
003800 77  WS-LINES-PER-PAGE       PIC 9(02)   VALUE 15.
003810 77  WS-REPORT-TITLE         PIC X(31)   VALUE SPACES.
003820
003830 PROCEDURE DIVISION.
003840 0000-MAINLINE.
003850     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003860     IF NOT WS-NOTHING-TO-DO
003870         PERFORM 2000-RECODE-DEPTS THRU 2000-RECODE-DEPTS-EXIT
003880         PERFORM 2100-RECODE-GLMAP THRU 2100-RECODE-GLMAP-EXIT
003890         PERFORM 2200-RECODE-EMPMST
003900             THRU 2200-RECODE-EMPMST-EXIT
003910         PERFORM 2300-RECODE-LEDGER
003920             THRU 2300-RECODE-LEDGER-EXIT
003930         PERFORM 2400-RECODE-INDEX THRU 2400-RECODE-INDEX-EXIT
003940         PERFORM 2500-RECODE-REJECTS
003950             THRU 2500-RECODE-REJECTS-EXIT
003960         PERFORM 2600-RECODE-PENDING
003970             THRU 2600-RECODE-PENDING-EXIT
003980         PERFORM 2700-RECODE-ALLOC THRU 2700-RECODE-ALLOC-EXIT
003990     END-IF.
004000     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
004010     STOP RUN.
004020
004030******************************************************************
004040* 1000-INITIALIZE takes the run mode, loads and vets the
004050* mapping file, scans the department master and the GL map so
004060* each mapping knows whether it is a merger or a rename, and
004070* refuses a commit when anything in the mapping is wrong.
004080* The audit trail is opened on a commit only - a preview
004090* changes nothing and so audits nothing.
004100******************************************************************
004110 1000-INITIALIZE.
004120     ACCEPT WS-RUN-OPTION FROM COMMAND-LINE.
004130     ACCEPT WS-RUN-DATE FROM DATE.
004140     IF WS-RUN-OPTION (1:6) = 'COMMIT'
004150         MOVE 'C' TO WS-MODE-SWITCH
004160         DISPLAY 'DEPARTMENT RECODE COMMIT RUN - '
004170             'FILES WILL BE REWRITTEN'
004180     ELSE
004190         DISPLAY 'PREVIEW RUN - REPORT ONLY, '
004200             'PASS COMMIT TO REWRITE THE FILES'
004210     END-IF.
004220     OPEN OUTPUT RECODE-PRINT.
004230     PERFORM 1100-LOAD-MAPPINGS THRU 1100-LOAD-MAPPINGS-EXIT.
004240     IF WS-NOTHING-TO-DO
004250         GO TO 1000-INITIALIZE-EXIT
004260     END-IF.
004270     PERFORM 1200-CHECK-CHAINS THRU 1200-CHECK-CHAINS-EXIT
004280         VARYING WS-MAP-IDX FROM 1 BY 1
004290         UNTIL WS-MAP-IDX > WS-MAP-ENTRIES.
004300     PERFORM 1300-SCAN-DEPT-MASTER
004310         THRU 1300-SCAN-DEPT-MASTER-EXIT.
004320     PERFORM 1400-SCAN-GL-MAP THRU 1400-SCAN-GL-MAP-EXIT.
004325     PERFORM 1450-CHECK-BUDGETS THRU 1450-CHECK-BUDGETS-EXIT.
004330     MOVE ZERO TO WS-MAP-VALID-COUNT.
004340     PERFORM 1500-SET-MAP-REMARK THRU 1500-SET-MAP-REMARK-EXIT
004350         VARYING WS-MAP-IDX FROM 1 BY 1
004360         UNTIL WS-MAP-IDX > WS-MAP-ENTRIES.
004370     IF WS-MAP-ERROR-COUNT > ZERO AND WS-COMMIT-MODE
004380         MOVE 'P' TO WS-MODE-SWITCH
004390         SET WS-COMMIT-REFUSED TO TRUE
004400         DISPLAY 'COMMIT REFUSED - MAPPING ERRORS, '
004410             'RUN AS PREVIEW'
004420     END-IF.
004430     IF WS-MAP-VALID-COUNT = ZERO
004440         DISPLAY 'NO VALID MAPPINGS - NOTHING TO RECODE'
004450         SET WS-NOTHING-TO-DO TO TRUE
004460         GO TO 1000-INITIALIZE-EXIT
004470     END-IF.
004480     IF WS-COMMIT-MODE
004490         OPEN EXTEND SALARY-AUDIT
004500         IF NOT WS-AUDIT-FILE-OK
004510             OPEN OUTPUT SALARY-AUDIT
004520         END-IF
004530         SET WS-AUDIT-OPENED TO TRUE
004540     END-IF.
004550 1000-INITIALIZE-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590* 1100-LOAD-MAPPINGS loads SALARY-RECMAP into WS-MAP-TABLE,
004600* vetting each entry as it goes: both codes must be present
004610* and different, and an old code may be mapped only once.  A
004620* missing or empty mapping file leaves nothing to do.
004630******************************************************************
004640 1100-LOAD-MAPPINGS.
004650     OPEN INPUT SALARY-RECMAP.
004660     IF NOT WS-RECMAP-FILE-OK
004670         DISPLAY 'NO RECODE MAPPING FILE - NOTHING TO RECODE'
004680         MOVE 8 TO WS-CAND-COND
004690         PERFORM 9100-RAISE-COND-CODE
004700             THRU 9100-RAISE-COND-CODE-EXIT
004710         SET WS-NOTHING-TO-DO TO TRUE
004720         GO TO 1100-LOAD-MAPPINGS-EXIT
004730     END-IF.
004740     MOVE 'N' TO WS-EOF-SWITCH.
004750     PERFORM 1110-LOAD-MAP-ENTRY THRU 1110-LOAD-MAP-ENTRY-EXIT
004760         UNTIL WS-EOF.
004770     CLOSE SALARY-RECMAP.
004780     IF WS-MAP-ENTRIES = ZERO
004790         DISPLAY 'RECODE MAPPING FILE EMPTY - NOTHING TO RECODE'
004800         ADD 1 TO WS-WARNING-COUNT
004810         SET WS-NOTHING-TO-DO TO TRUE
004820     END-IF.
004830 1100-LOAD-MAPPINGS-EXIT.
004840     EXIT.
004850
004860 1110-LOAD-MAP-ENTRY.
004870     READ SALARY-RECMAP
004880         AT END
004890             SET WS-EOF TO TRUE
004900             GO TO 1110-LOAD-MAP-ENTRY-EXIT
004910     END-READ.
004920     IF WS-MAP-ENTRIES NOT < WS-MAP-TABLE-MAX
004930         DISPLAY 'MAPPING TABLE FULL, MAPPING IGNORED : '
004940             RCM-OLD-DEPT-CODE ' ' RCM-NEW-DEPT-CODE
004950         ADD 1 TO WS-MAP-ERROR-COUNT
004960         GO TO 1110-LOAD-MAP-ENTRY-EXIT
004970     END-IF.
004980     ADD 1 TO WS-MAP-ENTRIES.
004990     SET WS-MAP-IDX TO WS-MAP-ENTRIES.
005000     MOVE RCM-OLD-DEPT-CODE TO WS-MAP-OLD-CODE (WS-MAP-IDX).
005010     MOVE RCM-NEW-DEPT-CODE TO WS-MAP-NEW-CODE (WS-MAP-IDX).
005020     SET WS-MAP-VALID (WS-MAP-IDX) TO TRUE.
005030     MOVE SPACES TO WS-MAP-REMARK (WS-MAP-IDX).
005040     MOVE 'N' TO WS-MAP-OLD-MST-SW (WS-MAP-IDX).
005050     MOVE 'N' TO WS-MAP-NEW-MST-SW (WS-MAP-IDX).
005060     MOVE 'N' TO WS-MAP-NEW-GL-SW (WS-MAP-IDX).
005070     MOVE SPACES TO WS-MAP-NEW-GL-ACCOUNT (WS-MAP-IDX).
005080     IF RCM-OLD-DEPT-CODE = SPACES
005090         OR RCM-NEW-DEPT-CODE = SPACES
005100         MOVE 'CODE MISSING' TO WS-MAP-REMARK (WS-MAP-IDX)
005110         GO TO 1110-LOAD-MAP-ENTRY-ERROR
005120     END-IF.
005130     IF RCM-OLD-DEPT-CODE = RCM-NEW-DEPT-CODE
005140         MOVE 'OLD AND NEW THE SAME'
005150             TO WS-MAP-REMARK (WS-MAP-IDX)
005160         GO TO 1110-LOAD-MAP-ENTRY-ERROR
005170     END-IF.
005180     PERFORM 1120-FIND-DUPLICATE THRU 1120-FIND-DUPLICATE-EXIT
005190         VARYING WS-MAP-SCAN FROM 1 BY 1
005200         UNTIL WS-MAP-SCAN NOT < WS-MAP-IDX
005210            OR WS-MAP-OLD-CODE (WS-MAP-SCAN) = RCM-OLD-DEPT-CODE.
005220     IF WS-MAP-SCAN < WS-MAP-IDX
005230         MOVE 'OLD CODE MAPPED TWICE'
005240             TO WS-MAP-REMARK (WS-MAP-IDX)
005250         GO TO 1110-LOAD-MAP-ENTRY-ERROR
005260     END-IF.
005270     GO TO 1110-LOAD-MAP-ENTRY-EXIT.
005280 1110-LOAD-MAP-ENTRY-ERROR.
005290     SET WS-MAP-IN-ERROR (WS-MAP-IDX) TO TRUE.
005300     ADD 1 TO WS-MAP-ERROR-COUNT.
005310 1110-LOAD-MAP-ENTRY-EXIT.
005320     EXIT.
005330
005340 1120-FIND-DUPLICATE.
005350     CONTINUE.
005360 1120-FIND-DUPLICATE-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400* 1200-CHECK-CHAINS rejects a mapping whose new code is itself
005410* being retired by another mapping - the records would be
005420* moved onto a code that is going away, and which move wins
005430* would depend on file order.  Chained recodes are run as
005440* separate jobs.
005450******************************************************************
005460 1200-CHECK-CHAINS.
005470     IF NOT WS-MAP-VALID (WS-MAP-IDX)
005480         GO TO 1200-CHECK-CHAINS-EXIT
005490     END-IF.
005500     PERFORM 1120-FIND-DUPLICATE THRU 1120-FIND-DUPLICATE-EXIT
005510         VARYING WS-MAP-SCAN FROM 1 BY 1
005520         UNTIL WS-MAP-SCAN > WS-MAP-ENTRIES
005530            OR WS-MAP-OLD-CODE (WS-MAP-SCAN)
005540                 = WS-MAP-NEW-CODE (WS-MAP-IDX).
005550     IF WS-MAP-SCAN NOT > WS-MAP-ENTRIES
005560         MOVE 'NEW CODE ALSO RETIRED'
005570             TO WS-MAP-REMARK (WS-MAP-IDX)
005580         SET WS-MAP-IN-ERROR (WS-MAP-IDX) TO TRUE
005590         ADD 1 TO WS-MAP-ERROR-COUNT
005600     END-IF.
005610 1200-CHECK-CHAINS-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650* 1300-SCAN-DEPT-MASTER reads SALARY-DEPTS once, marking on
005660* every mapping whether its old and new codes are on the
005670* master.  Without a master the old codes cannot be retired,
005680* so the run counts as a mapping error and is never committed.
005690******************************************************************
005700 1300-SCAN-DEPT-MASTER.
005710     OPEN INPUT SALARY-DEPTS.
005720     IF NOT WS-DEPTMST-FILE-OK
005730         DISPLAY 'NO DEPARTMENT MASTER FILE - '
005740             'OLD CODES CANNOT BE RETIRED'
005750         ADD 1 TO WS-MAP-ERROR-COUNT
005760         GO TO 1300-SCAN-DEPT-MASTER-EXIT
005770     END-IF.
005780     MOVE 'N' TO WS-EOF-SWITCH.
005790     PERFORM 1310-SCAN-DEPT-ENTRY THRU 1310-SCAN-DEPT-ENTRY-EXIT
005800         UNTIL WS-EOF.
005810     CLOSE SALARY-DEPTS.
005820 1300-SCAN-DEPT-MASTER-EXIT.
005830     EXIT.
005840
005850 1310-SCAN-DEPT-ENTRY.
005860     READ SALARY-DEPTS
005870         AT END
005880             SET WS-EOF TO TRUE
005890             GO TO 1310-SCAN-DEPT-ENTRY-EXIT
005900     END-READ.
005910     PERFORM 1320-MARK-DEPT-ENTRY THRU 1320-MARK-DEPT-ENTRY-EXIT
005920         VARYING WS-MAP-SCAN FROM 1 BY 1
005930         UNTIL WS-MAP-SCAN > WS-MAP-ENTRIES.
005940 1310-SCAN-DEPT-ENTRY-EXIT.
005950     EXIT.
005960
005970 1320-MARK-DEPT-ENTRY.
005980     IF WS-MAP-OLD-CODE (WS-MAP-SCAN) = DM-DEPT-CODE
005990         MOVE 'Y' TO WS-MAP-OLD-MST-SW (WS-MAP-SCAN)
006000     END-IF.
006010     IF WS-MAP-NEW-CODE (WS-MAP-SCAN) = DM-DEPT-CODE
006020         MOVE 'Y' TO WS-MAP-NEW-MST-SW (WS-MAP-SCAN)
006030     END-IF.
006040 1320-MARK-DEPT-ENTRY-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080* 1400-SCAN-GL-MAP reads SALARY-GLMAP once, marking on every
006090* mapping whether its new code already has a GL account (and
006100* which), so 2100-RECODE-GLMAP knows whether the old code's
006110* mapping is dropped or renamed.
006120******************************************************************
006130 1400-SCAN-GL-MAP.
006140     OPEN INPUT SALARY-GLMAP.
006150     IF NOT WS-GLMAP-FILE-OK
006160         GO TO 1400-SCAN-GL-MAP-EXIT
006170     END-IF.
006180     MOVE 'N' TO WS-EOF-SWITCH.
006190     PERFORM 1410-SCAN-GL-ENTRY THRU 1410-SCAN-GL-ENTRY-EXIT
006200         UNTIL WS-EOF.
006210     CLOSE SALARY-GLMAP.
006220 1400-SCAN-GL-MAP-EXIT.
006230     EXIT.
006240
006250 1410-SCAN-GL-ENTRY.
006260     READ SALARY-GLMAP
006270         AT END
006280             SET WS-EOF TO TRUE
006290             GO TO 1410-SCAN-GL-ENTRY-EXIT
006300     END-READ.
006310     PERFORM 1420-MARK-GL-ENTRY THRU 1420-MARK-GL-ENTRY-EXIT
006320         VARYING WS-MAP-SCAN FROM 1 BY 1
006330         UNTIL WS-MAP-SCAN > WS-MAP-ENTRIES.
006340 1410-SCAN-GL-ENTRY-EXIT.
006350     EXIT.
006360
006370 1420-MARK-GL-ENTRY.
006380     IF WS-MAP-NEW-CODE (WS-MAP-SCAN) = GM-DEPT-CODE
006390         AND NOT WS-MAP-NEW-ON-GLMAP (WS-MAP-SCAN)
006400         MOVE 'Y' TO WS-MAP-NEW-GL-SW (WS-MAP-SCAN)
006410         MOVE GM-GL-ACCOUNT
006420             TO WS-MAP-NEW-GL-ACCOUNT (WS-MAP-SCAN)
006430     END-IF.
006440 1420-MARK-GL-ENTRY-EXIT.
006450     EXIT.
006460
006461******************************************************************
006462* 1450-CHECK-BUDGETS refuses every mapping whose old code still
006463* has a budget on SALARY-BUDGET.  The budget file is not
006464* recoded, so the budget must be moved to the new code with
006465* SALARY-BUDLD before the commit; the refusal makes the run a
006466* preview.  No budget file means no budgets.
006467******************************************************************
006468 1450-CHECK-BUDGETS.
006469     OPEN INPUT SALARY-BUDGET.
006470     IF NOT WS-BUDGET-FILE-OK
006471         GO TO 1450-CHECK-BUDGETS-EXIT
006472     END-IF.
006473     PERFORM 1460-CHECK-BUDGET-ENTRY
006474         THRU 1460-CHECK-BUDGET-ENTRY-EXIT
006475         VARYING WS-MAP-IDX FROM 1 BY 1
006476         UNTIL WS-MAP-IDX > WS-MAP-ENTRIES.
006477     CLOSE SALARY-BUDGET.
006478 1450-CHECK-BUDGETS-EXIT.
006479     EXIT.
006480
006481 1460-CHECK-BUDGET-ENTRY.
006482     IF NOT WS-MAP-VALID (WS-MAP-IDX)
006483         GO TO 1460-CHECK-BUDGET-ENTRY-EXIT
006484     END-IF.
006485     MOVE WS-MAP-OLD-CODE (WS-MAP-IDX) TO BUD-DEPT-CODE.
006486     READ SALARY-BUDGET
006487         INVALID KEY
006488             GO TO 1460-CHECK-BUDGET-ENTRY-EXIT
006489     END-READ.
006490     DISPLAY 'OLD CODE STILL HAS A BUDGET : '
006491         WS-MAP-OLD-CODE (WS-MAP-IDX)
006492         ' - MOVE IT TO ' WS-MAP-NEW-CODE (WS-MAP-IDX).
006493     MOVE 'OLD CODE HAS A BUDGET' TO WS-MAP-REMARK (WS-MAP-IDX).
006494     SET WS-MAP-IN-ERROR (WS-MAP-IDX) TO TRUE.
006495     ADD 1 TO WS-MAP-ERROR-COUNT.
006496 1460-CHECK-BUDGET-ENTRY-EXIT.
006497     EXIT.
006498
006499******************************************************************
006500* 1500-SET-MAP-REMARK describes what each valid mapping will do
006501* for the mapping page - a merger into a department already on
006502* the master, or a rename - and warns of an old code the
006510* master does not know (its records are still recoded
006520* wherever they are found).
006530******************************************************************
006540 1500-SET-MAP-REMARK.
006550     IF NOT WS-MAP-VALID (WS-MAP-IDX)
006560         GO TO 1500-SET-MAP-REMARK-EXIT
006570     END-IF.
006580     ADD 1 TO WS-MAP-VALID-COUNT.
006590     IF NOT WS-MAP-OLD-ON-MST (WS-MAP-IDX)
006600         MOVE 'OLD CODE NOT ON MASTER'
006610             TO WS-MAP-REMARK (WS-MAP-IDX)
006620         ADD 1 TO WS-WARNING-COUNT
006630         GO TO 1500-SET-MAP-REMARK-EXIT
006640     END-IF.
006650     IF WS-MAP-NEW-ON-MST (WS-MAP-IDX)
006660         MOVE 'MERGED, OLD CODE RETIRED'
006670             TO WS-MAP-REMARK (WS-MAP-IDX)
006680     ELSE
006690         MOVE 'RENAMED ON MASTER'
006700             TO WS-MAP-REMARK (WS-MAP-IDX)
006710     END-IF.
006720 1500-SET-MAP-REMARK-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760* 2000-RECODE-DEPTS retires the old codes on the department
006770* master.  An old code whose new code is already on the master
006780* is dropped; otherwise the first old record for that new code
006790* is renamed in place, keeping its name, and any later one
006800* dropped.  The surviving records are carried to
006810* SALARY-DEPTS-OUT on a commit.
006820******************************************************************
006830 2000-RECODE-DEPTS.
006840     OPEN INPUT SALARY-DEPTS.
006850     IF NOT WS-DEPTMST-FILE-OK
006860         GO TO 2000-RECODE-DEPTS-EXIT
006870     END-IF.
006880     IF WS-COMMIT-MODE
006890         OPEN OUTPUT SALARY-DEPTS-OUT
006900     END-IF.
006910     MOVE 'N' TO WS-EOF-SWITCH.
006920     PERFORM 2010-RECODE-DEPT-ENTRY
006930         THRU 2010-RECODE-DEPT-ENTRY-EXIT
006940         UNTIL WS-EOF.
006950     CLOSE SALARY-DEPTS.
006960     IF WS-COMMIT-MODE
006970         CLOSE SALARY-DEPTS-OUT
006980     END-IF.
006990 2000-RECODE-DEPTS-EXIT.
007000     EXIT.
007010
007020 2010-RECODE-DEPT-ENTRY.
007030     READ SALARY-DEPTS
007040         AT END
007050             SET WS-EOF TO TRUE
007060             GO TO 2010-RECODE-DEPT-ENTRY-EXIT
007070     END-READ.
007080     ADD 1 TO WS-DM-READ.
007090     MOVE DM-DEPT-CODE TO WS-LOOKUP-CODE.
007100     PERFORM 3000-MAP-CODE THRU 3000-MAP-CODE-EXIT.
007110     IF NOT WS-CODE-MAPPED
007120         GO TO 2010-RECODE-DEPT-ENTRY-WRITE
007130     END-IF.
007140     MOVE SPACES TO WS-AUDIT-EMP-ID.
007150     MOVE 'DEPTMST' TO WS-AUDIT-FIELD.
007160     IF WS-MAP-NEW-ON-MST (WS-MAP-IDX)
007170         ADD 1 TO WS-DM-RETIRED
007180         MOVE 'RETIRED' TO WS-AUDIT-NEW-VALUE
007190         PERFORM 3200-WRITE-AUDIT THRU 3200-WRITE-AUDIT-EXIT
007200         GO TO 2010-RECODE-DEPT-ENTRY-EXIT
007210     END-IF.
007220     ADD 1 TO WS-DM-RENAMED.
007230     MOVE WS-NEW-CODE TO DM-DEPT-CODE.
007240     MOVE WS-NEW-CODE TO WS-AUDIT-NEW-VALUE.
007250     PERFORM 3200-WRITE-AUDIT THRU 3200-WRITE-AUDIT-EXIT.
007260     PERFORM 2020-MARK-NEW-ON-MST THRU 2020-MARK-NEW-ON-MST-EXIT
007270         VARYING WS-MAP-SCAN FROM 1 BY 1
007280         UNTIL WS-MAP-SCAN > WS-MAP-ENTRIES.
007290 2010-RECODE-DEPT-ENTRY-WRITE.
007300     IF WS-COMMIT-MODE
007310         MOVE DEPT-MASTER-RECORD TO DEPT-MASTER-OUT-RECORD
007320         WRITE DEPT-MASTER-OUT-RECORD
007330     END-IF.
007340 2010-RECODE-DEPT-ENTRY-EXIT.
007350     EXIT.
007360
007370* Once the new code is on the master, every other old code
007380* merging into it is dropped rather than renamed.
007390 2020-MARK-NEW-ON-MST.
007400     IF WS-MAP-NEW-CODE (WS-MAP-SCAN) = WS-NEW-CODE
007410         MOVE 'Y' TO WS-MAP-NEW-MST-SW (WS-MAP-SCAN)
007420     END-IF.
007430 2020-MARK-NEW-ON-MST-EXIT.
007440     EXIT.
007450
007460******************************************************************
007470* 2100-RECODE-GLMAP does the same for SALARY-GLMAP: an old
007480* code's mapping is dropped when the new code already has a
007490* GL account, otherwise renamed.  Dropping a mapping whose
007500* account differs from the new code's is warned of - finance
007510* must confirm the surviving account.
007520******************************************************************
007530 2100-RECODE-GLMAP.
007540     OPEN INPUT SALARY-GLMAP.
007550     IF NOT WS-GLMAP-FILE-OK
007560         DISPLAY 'NO GL MAPPING FILE - SKIPPED'
007570         ADD 1 TO WS-WARNING-COUNT
007580         GO TO 2100-RECODE-GLMAP-EXIT
007590     END-IF.
007600     IF WS-COMMIT-MODE
007610         OPEN OUTPUT SALARY-GLMAP-OUT
007620     END-IF.
007630     MOVE 'N' TO WS-EOF-SWITCH.
007640     PERFORM 2110-RECODE-GL-ENTRY THRU 2110-RECODE-GL-ENTRY-EXIT
007650         UNTIL WS-EOF.
007660     CLOSE SALARY-GLMAP.
007670     IF WS-COMMIT-MODE
007680         CLOSE SALARY-GLMAP-OUT
007690     END-IF.
007700 2100-RECODE-GLMAP-EXIT.
007710     EXIT.
007720
007730 2110-RECODE-GL-ENTRY.
007740     READ SALARY-GLMAP
007750         AT END
007760             SET WS-EOF TO TRUE
007770             GO TO 2110-RECODE-GL-ENTRY-EXIT
007780     END-READ.
007790     ADD 1 TO WS-GM-READ.
007800     MOVE GM-DEPT-CODE TO WS-LOOKUP-CODE.
007810     PERFORM 3000-MAP-CODE THRU 3000-MAP-CODE-EXIT.
007820     IF NOT WS-CODE-MAPPED
007830         GO TO 2110-RECODE-GL-ENTRY-WRITE
007840     END-IF.
007850     MOVE SPACES TO WS-AUDIT-EMP-ID.
007860     MOVE 'GLMAP' TO WS-AUDIT-FIELD.
007870     IF WS-MAP-NEW-ON-GLMAP (WS-MAP-IDX)
007880         IF GM-GL-ACCOUNT
007890             NOT = WS-MAP-NEW-GL-ACCOUNT (WS-MAP-IDX)
007900             DISPLAY 'WARNING - GL MAPPING DROPPED FOR '
007910                 GM-DEPT-CODE ' ACCOUNT ' GM-GL-ACCOUNT
007920                 ', ' WS-NEW-CODE ' KEEPS '
007930                 WS-MAP-NEW-GL-ACCOUNT (WS-MAP-IDX)
007940             ADD 1 TO WS-WARNING-COUNT
007950         END-IF
007960         ADD 1 TO WS-GM-DROPPED
007970         MOVE 'RETIRED' TO WS-AUDIT-NEW-VALUE
007980         PERFORM 3200-WRITE-AUDIT THRU 3200-WRITE-AUDIT-EXIT
007990         GO TO 2110-RECODE-GL-ENTRY-EXIT
008000     END-IF.
008010     ADD 1 TO WS-GM-RENAMED.
008020     MOVE WS-NEW-CODE TO GM-DEPT-CODE.
008030     MOVE WS-NEW-CODE TO WS-AUDIT-NEW-VALUE.
008040     PERFORM 3200-WRITE-AUDIT THRU 3200-WRITE-AUDIT-EXIT.
008050     PERFORM 2120-MARK-NEW-ON-GLMAP
008060         THRU 2120-MARK-NEW-ON-GLMAP-EXIT
008070         VARYING WS-MAP-SCAN FROM 1 BY 1
008080         UNTIL WS-MAP-SCAN > WS-MAP-ENTRIES.
008090 2110-RECODE-GL-ENTRY-WRITE.
008100     IF WS-COMMIT-MODE
008110         MOVE GL-MAP-RECORD TO GL-MAP-OUT-RECORD
008120         WRITE GL-MAP-OUT-RECORD
008130     END-IF.
008140 2110-RECODE-GL-ENTRY-EXIT.
008150     EXIT.
008160
008170 2120-MARK-NEW-ON-GLMAP.
008180     IF WS-MAP-NEW-CODE (WS-MAP-SCAN) = WS-NEW-CODE
008190         MOVE 'Y' TO WS-MAP-NEW-GL-SW (WS-MAP-SCAN)
008200         MOVE GM-GL-ACCOUNT
008210             TO WS-MAP-NEW-GL-ACCOUNT (WS-MAP-SCAN)
008220     END-IF.
008230 2120-MARK-NEW-ON-GLMAP-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270* 2200-RECODE-EMPMST moves every employee on an old code to
008280* the new one, rewriting in place on a commit, and counts the
008290* active staff under their before and after codes for the
008300* departmental summary.
008310******************************************************************
008320 2200-RECODE-EMPMST.
008330     IF WS-COMMIT-MODE
008340         OPEN I-O SALARY-EMPMST
008350     ELSE
008360         OPEN INPUT SALARY-EMPMST
008370     END-IF.
008380     IF NOT WS-EMPMST-FILE-OK
008390         DISPLAY 'NO EMPLOYEE MASTER FILE - SKIPPED'
008400         ADD 1 TO WS-WARNING-COUNT
008410         GO TO 2200-RECODE-EMPMST-EXIT
008420     END-IF.
008430     MOVE 'N' TO WS-EOF-SWITCH.
008440     PERFORM 2210-RECODE-EMPLOYEE THRU 2210-RECODE-EMPLOYEE-EXIT
008450         UNTIL WS-EOF.
008460     CLOSE SALARY-EMPMST.
008470 2200-RECODE-EMPMST-EXIT.
008480     EXIT.
008490
008500 2210-RECODE-EMPLOYEE.
008510     READ SALARY-EMPMST NEXT RECORD
008520         AT END
008530             SET WS-EOF TO TRUE
008540             GO TO 2210-RECODE-EMPLOYEE-EXIT
008550     END-READ.
008560     ADD 1 TO WS-EMP-READ.
008570     IF EMP-ACTIVE
008580         MOVE EMP-DEPT-CODE TO WS-SUM-CODE
008590         PERFORM 3100-FIND-SUMMARY THRU 3100-FIND-SUMMARY-EXIT
008600         IF WS-SUM-IDX > ZERO
008610             ADD 1 TO WS-SUM-BEFORE-STAFF (WS-SUM-IDX)
008620         END-IF
008630         ADD 1 TO WS-BEFORE-STAFF-TOTAL
008640     END-IF.
008650     MOVE EMP-DEPT-CODE TO WS-LOOKUP-CODE.
008660     PERFORM 3000-MAP-CODE THRU 3000-MAP-CODE-EXIT.
008670     IF WS-CODE-MAPPED
008680         MOVE WS-NEW-CODE TO EMP-DEPT-CODE
008690         ADD 1 TO WS-EMP-RECODED
008700         IF WS-COMMIT-MODE
008710             REWRITE EMP-MASTER-RECORD
008720                 INVALID KEY
008730                     DISPLAY 'EMPLOYEE MASTER REWRITE FAILED - '
008740                         'STATUS ' WS-EMPMST-STATUS ' : '
008750                         EMP-EMPLOYEE-ID
008760                     ADD 1 TO WS-REWRITE-FAIL-COUNT
008770                     MOVE WS-OLD-CODE TO EMP-DEPT-CODE
008780             END-REWRITE
008790         END-IF
008800         IF EMP-DEPT-CODE = WS-NEW-CODE
008810             MOVE EMP-EMPLOYEE-ID TO WS-AUDIT-EMP-ID
008820             MOVE 'EMP-DEPT' TO WS-AUDIT-FIELD
008830             MOVE WS-NEW-CODE TO WS-AUDIT-NEW-VALUE
008840             PERFORM 3200-WRITE-AUDIT
008850                 THRU 3200-WRITE-AUDIT-EXIT
008860         END-IF
008870     END-IF.
008880     IF EMP-ACTIVE
008890         MOVE EMP-DEPT-CODE TO WS-SUM-CODE
008900         PERFORM 3100-FIND-SUMMARY THRU 3100-FIND-SUMMARY-EXIT
008910         IF WS-SUM-IDX > ZERO
008920             ADD 1 TO WS-SUM-AFTER-STAFF (WS-SUM-IDX)
008930         END-IF
008940         ADD 1 TO WS-AFTER-STAFF-TOTAL
008950     END-IF.
008960 2210-RECODE-EMPLOYEE-EXIT.
008970     EXIT.
008980
008990******************************************************************
009000* 2300-RECODE-LEDGER moves every ledger record on an old code
009010* to the new one, rewriting in place on a commit, and takes
009020* the before figures for the departmental summary under the
009030* old codes.  On a commit the after figures are then read back
009040* from the rewritten ledger by 2350-VERIFY-LEDGER, which also
009050* proves no old code survived; on a preview they are the
009060* projected figures taken here.
009070******************************************************************
009080 2300-RECODE-LEDGER.
009090     IF WS-COMMIT-MODE
009100         OPEN I-O SALARY-LEDGER
009110     ELSE
009120         OPEN INPUT SALARY-LEDGER
009130     END-IF.
009140     IF NOT WS-LEDGER-FILE-OK
009150         DISPLAY 'NO EMPLOYEE LEDGER FILE - SKIPPED'
009160         ADD 1 TO WS-WARNING-COUNT
009170         GO TO 2300-RECODE-LEDGER-EXIT
009180     END-IF.
009190     MOVE 'N' TO WS-EOF-SWITCH.
009200     PERFORM 2310-RECODE-LEDGER-ENTRY
009210         THRU 2310-RECODE-LEDGER-ENTRY-EXIT
009220         UNTIL WS-EOF.
009230     CLOSE SALARY-LEDGER.
009240     IF WS-COMMIT-MODE
009250         PERFORM 2350-VERIFY-LEDGER
009260             THRU 2350-VERIFY-LEDGER-EXIT
009270     END-IF.
009280 2300-RECODE-LEDGER-EXIT.
009290     EXIT.
009300
009310 2310-RECODE-LEDGER-ENTRY.
009320     READ SALARY-LEDGER NEXT RECORD
009330         AT END
009340             SET WS-EOF TO TRUE
009350             GO TO 2310-RECODE-LEDGER-ENTRY-EXIT
009360     END-READ.
009370     ADD 1 TO WS-LDG-READ.
009380     MOVE LDG-DEPT-CODE TO WS-SUM-CODE.
009390     PERFORM 3100-FIND-SUMMARY THRU 3100-FIND-SUMMARY-EXIT.
009400     IF WS-SUM-IDX > ZERO
009410         ADD LDG-YTD-SALARY TO WS-SUM-BEFORE-YTD (WS-SUM-IDX)
009420         ADD 1 TO WS-SUM-BEFORE-COUNT (WS-SUM-IDX)
009430     END-IF.
009440     ADD LDG-YTD-SALARY TO WS-BEFORE-YTD-TOTAL.
009450     ADD 1 TO WS-BEFORE-LDG-TOTAL.
009460     MOVE LDG-DEPT-CODE TO WS-LOOKUP-CODE.
009470     PERFORM 3000-MAP-CODE THRU 3000-MAP-CODE-EXIT.
009480     IF WS-CODE-MAPPED
009490         MOVE WS-NEW-CODE TO LDG-DEPT-CODE
009500         ADD 1 TO WS-LDG-RECODED
009510         IF WS-COMMIT-MODE
009520             REWRITE LEDGER-RECORD
009530                 INVALID KEY
009540                     DISPLAY 'LEDGER REWRITE FAILED - STATUS '
009550                         WS-LEDGER-STATUS ' : ' LDG-EMPLOYEE-ID
009560                     ADD 1 TO WS-REWRITE-FAIL-COUNT
009570                     MOVE WS-OLD-CODE TO LDG-DEPT-CODE
009580             END-REWRITE
009590         END-IF
009600         IF LDG-DEPT-CODE = WS-NEW-CODE
009610             MOVE LDG-EMPLOYEE-ID TO WS-AUDIT-EMP-ID
009620             MOVE 'LDG-DEPT' TO WS-AUDIT-FIELD
009630             MOVE WS-NEW-CODE TO WS-AUDIT-NEW-VALUE
009640             PERFORM 3200-WRITE-AUDIT
009650                 THRU 3200-WRITE-AUDIT-EXIT
009660         END-IF
009670     END-IF.
009680     IF WS-PREVIEW-MODE
009690         PERFORM 2320-ADD-AFTER-FIGURES
009700             THRU 2320-ADD-AFTER-FIGURES-EXIT
009710     END-IF.
009720 2310-RECODE-LEDGER-ENTRY-EXIT.
009730     EXIT.
009740
009750 2320-ADD-AFTER-FIGURES.
009760     MOVE LDG-DEPT-CODE TO WS-SUM-CODE.
009770     PERFORM 3100-FIND-SUMMARY THRU 3100-FIND-SUMMARY-EXIT.
009780     IF WS-SUM-IDX > ZERO
009790         ADD LDG-YTD-SALARY TO WS-SUM-AFTER-YTD (WS-SUM-IDX)
009800         ADD 1 TO WS-SUM-AFTER-COUNT (WS-SUM-IDX)
009810     END-IF.
009820     ADD LDG-YTD-SALARY TO WS-AFTER-YTD-TOTAL.
009830     ADD 1 TO WS-AFTER-LDG-TOTAL.
009840 2320-ADD-AFTER-FIGURES-EXIT.
009850     EXIT.
009860
009870 2350-VERIFY-LEDGER.
009880     OPEN INPUT SALARY-LEDGER.
009890     IF NOT WS-LEDGER-FILE-OK
009900         DISPLAY 'UNABLE TO REOPEN LEDGER FOR VERIFY - STATUS '
009910             WS-LEDGER-STATUS
009920         ADD 1 TO WS-REWRITE-FAIL-COUNT
009930         GO TO 2350-VERIFY-LEDGER-EXIT
009940     END-IF.
009950     MOVE 'N' TO WS-EOF-SWITCH.
009960     PERFORM 2360-VERIFY-LEDGER-ENTRY
009970         THRU 2360-VERIFY-LEDGER-ENTRY-EXIT
009980         UNTIL WS-EOF.
009990     CLOSE SALARY-LEDGER.
010000 2350-VERIFY-LEDGER-EXIT.
010010     EXIT.
010020
010030 2360-VERIFY-LEDGER-ENTRY.
010040     READ SALARY-LEDGER NEXT RECORD
010050         AT END
010060             SET WS-EOF TO TRUE
010070             GO TO 2360-VERIFY-LEDGER-ENTRY-EXIT
010080     END-READ.
010090     PERFORM 2320-ADD-AFTER-FIGURES
010100         THRU 2320-ADD-AFTER-FIGURES-EXIT.
010110     MOVE LDG-DEPT-CODE TO WS-LOOKUP-CODE.
010120     PERFORM 3000-MAP-CODE THRU 3000-MAP-CODE-EXIT.
010130     IF WS-CODE-MAPPED
010140         DISPLAY 'OLD CODE STILL ON LEDGER : '
010150             LDG-EMPLOYEE-ID ' ' LDG-DEPT-CODE
010160         ADD 1 TO WS-LEFT-COUNT
010170     END-IF.
010180 2360-VERIFY-LEDGER-ENTRY-EXIT.
010190     EXIT.
010200
010210******************************************************************
010220* 2400-RECODE-INDEX moves every SALARY-INDEX record on an old
010230* code to the new one, rewriting in place on a commit.  The
010240* department is the alternate key, which a rewrite may change.
010250******************************************************************
010260 2400-RECODE-INDEX.
010270     IF WS-COMMIT-MODE
010280         OPEN I-O SALARY-INDEX
010290     ELSE
010300         OPEN INPUT SALARY-INDEX
010310     END-IF.
010320     IF NOT WS-INDEX-FILE-OK
010330         DISPLAY 'NO SALARY INDEX FILE - SKIPPED'
010340         ADD 1 TO WS-WARNING-COUNT
010350         GO TO 2400-RECODE-INDEX-EXIT
010360     END-IF.
010370     MOVE 'N' TO WS-EOF-SWITCH.
010380     PERFORM 2410-RECODE-INDEX-ENTRY
010390         THRU 2410-RECODE-INDEX-ENTRY-EXIT
010400         UNTIL WS-EOF.
010410     CLOSE SALARY-INDEX.
010420 2400-RECODE-INDEX-EXIT.
010430     EXIT.
010440
010450 2410-RECODE-INDEX-ENTRY.
010460     READ SALARY-INDEX NEXT RECORD
010470         AT END
010480             SET WS-EOF TO TRUE
010490             GO TO 2410-RECODE-INDEX-ENTRY-EXIT
010500     END-READ.
010510     ADD 1 TO WS-IDX-READ.
010520     MOVE IDX-DEPT-CODE TO WS-LOOKUP-CODE.
010530     PERFORM 3000-MAP-CODE THRU 3000-MAP-CODE-EXIT.
010540     IF NOT WS-CODE-MAPPED
010550         GO TO 2410-RECODE-INDEX-ENTRY-EXIT
010560     END-IF.
010570     MOVE WS-NEW-CODE TO IDX-DEPT-CODE.
010580     ADD 1 TO WS-IDX-RECODED.
010590     IF WS-COMMIT-MODE
010600         REWRITE INDEX-RECORD
010610             INVALID KEY
010620                 DISPLAY 'INDEX REWRITE FAILED - STATUS '
010630                     WS-INDEX-STATUS ' : ' IDX-EMPLOYEE-ID
010640                 ADD 1 TO WS-REWRITE-FAIL-COUNT
010650                 GO TO 2410-RECODE-INDEX-ENTRY-EXIT
010660         END-REWRITE
010670     END-IF.
010680     MOVE IDX-EMPLOYEE-ID TO WS-AUDIT-EMP-ID.
010690     MOVE 'IDX-DEPT' TO WS-AUDIT-FIELD.
010700     MOVE WS-NEW-CODE TO WS-AUDIT-NEW-VALUE.
010710     PERFORM 3200-WRITE-AUDIT THRU 3200-WRITE-AUDIT-EXIT.
010720 2410-RECODE-INDEX-ENTRY-EXIT.
010730     EXIT.
010740
010750******************************************************************
010760* 2500-RECODE-REJECTS recodes the open rejects queue, carrying
010770* every record to SALARY-REJECTS-OUT on a commit.  No queue is
010780* a normal state and is simply noted.
010790******************************************************************
010800 2500-RECODE-REJECTS.
010810     OPEN INPUT SALARY-REJECTS.
010820     IF NOT WS-REJECT-FILE-OK
010830         DISPLAY 'NO OPEN REJECTS FILE - SKIPPED'
010840         GO TO 2500-RECODE-REJECTS-EXIT
010850     END-IF.
010860     IF WS-COMMIT-MODE
010870         OPEN OUTPUT SALARY-REJECTS-OUT
010880     END-IF.
010890     MOVE 'N' TO WS-EOF-SWITCH.
010900     PERFORM 2510-RECODE-REJECT THRU 2510-RECODE-REJECT-EXIT
010910         UNTIL WS-EOF.
010920     CLOSE SALARY-REJECTS.
010930     IF WS-COMMIT-MODE
010940         CLOSE SALARY-REJECTS-OUT
010950     END-IF.
010960 2500-RECODE-REJECTS-EXIT.
010970     EXIT.
010980
010990 2510-RECODE-REJECT.
011000     READ SALARY-REJECTS
011010         AT END
011020             SET WS-EOF TO TRUE
011030             GO TO 2510-RECODE-REJECT-EXIT
011040     END-READ.
011050     ADD 1 TO WS-REJ-READ.
011060     MOVE REJECT-DEPT-CODE TO WS-LOOKUP-CODE.
011070     PERFORM 3000-MAP-CODE THRU 3000-MAP-CODE-EXIT.
011080     IF WS-CODE-MAPPED
011090         MOVE WS-NEW-CODE TO REJECT-DEPT-CODE
011100         ADD 1 TO WS-REJ-RECODED
011110         MOVE REJECT-EMPLOYEE-ID TO WS-AUDIT-EMP-ID
011120         MOVE 'REJ-DEPT' TO WS-AUDIT-FIELD
011130         MOVE WS-NEW-CODE TO WS-AUDIT-NEW-VALUE
011140         PERFORM 3200-WRITE-AUDIT THRU 3200-WRITE-AUDIT-EXIT
011150     END-IF.
011160     IF WS-COMMIT-MODE
011170         MOVE REJECT-RECORD TO REJECT-OUT-RECORD
011180         WRITE REJECT-OUT-RECORD
011190     END-IF.
011200 2510-RECODE-REJECT-EXIT.
011210     EXIT.
011220
011230******************************************************************
011240* 2600-RECODE-PENDING recodes the department in both the
011250* before and after images of every queued correction, so
011260* SALARY-APPRV still compares like with like, carrying every
011270* record to SALARY-PENDING-OUT on a commit.
011280******************************************************************
011290 2600-RECODE-PENDING.
011300     OPEN INPUT SALARY-PENDING.
011310     IF NOT WS-PND-FILE-OK
011320         DISPLAY 'NO PENDING CORRECTIONS QUEUE - SKIPPED'
011330         GO TO 2600-RECODE-PENDING-EXIT
011340     END-IF.
011350     IF WS-COMMIT-MODE
011360         OPEN OUTPUT SALARY-PENDING-OUT
011370     END-IF.
011380     MOVE 'N' TO WS-EOF-SWITCH.
011390     PERFORM 2610-RECODE-PENDING-ENTRY
011400         THRU 2610-RECODE-PENDING-ENTRY-EXIT
011410         UNTIL WS-EOF.
011420     CLOSE SALARY-PENDING.
011430     IF WS-COMMIT-MODE
011440         CLOSE SALARY-PENDING-OUT
011450     END-IF.
011460 2600-RECODE-PENDING-EXIT.
011470     EXIT.
011480
011490 2610-RECODE-PENDING-ENTRY.
011500     READ SALARY-PENDING
011510         AT END
011520             SET WS-EOF TO TRUE
011530             GO TO 2610-RECODE-PENDING-ENTRY-EXIT
011540     END-READ.
011550     ADD 1 TO WS-PND-READ.
011560     MOVE 'N' TO WS-CHANGED-SWITCH.
011570     MOVE PND-EMPLOYEE-ID TO WS-AUDIT-EMP-ID.
011580     MOVE PND-BEFORE-DEPT TO WS-LOOKUP-CODE.
011590     PERFORM 3000-MAP-CODE THRU 3000-MAP-CODE-EXIT.
011600     IF WS-CODE-MAPPED
011610         MOVE WS-NEW-CODE TO PND-BEFORE-DEPT
011620         SET WS-RECORD-CHANGED TO TRUE
011630         MOVE 'PND-BEFORE' TO WS-AUDIT-FIELD
011640         MOVE WS-NEW-CODE TO WS-AUDIT-NEW-VALUE
011650         PERFORM 3200-WRITE-AUDIT THRU 3200-WRITE-AUDIT-EXIT
011660     END-IF.
011670     MOVE PND-AFTER-DEPT TO WS-LOOKUP-CODE.
011680     PERFORM 3000-MAP-CODE THRU 3000-MAP-CODE-EXIT.
011690     IF WS-CODE-MAPPED
011700         MOVE WS-NEW-CODE TO PND-AFTER-DEPT
011710         SET WS-RECORD-CHANGED TO TRUE
011720         MOVE 'PND-AFTER' TO WS-AUDIT-FIELD
011730         MOVE WS-NEW-CODE TO WS-AUDIT-NEW-VALUE
011740         PERFORM 3200-WRITE-AUDIT THRU 3200-WRITE-AUDIT-EXIT
011750     END-IF.
011760     IF WS-RECORD-CHANGED
011770         ADD 1 TO WS-PND-RECODED
011780     END-IF.
011790     IF WS-COMMIT-MODE
011800         MOVE PENDING-RECORD TO PENDING-OUT-RECORD
011810         WRITE PENDING-OUT-RECORD
011820     END-IF.
011830 2610-RECODE-PENDING-ENTRY-EXIT.
011840     EXIT.
011850
011860******************************************************************
011870* 2700-RECODE-ALLOC recodes every department named in the
011880* SALARY-ALLOC cost allocation splits, carrying every record
011890* to SALARY-ALLOC-OUT on a commit.  A split naming both the
011900* old and the new code simply charges the new code twice,
011910* which the posting programs add together.
011920******************************************************************
011930 2700-RECODE-ALLOC.
011940     OPEN INPUT SALARY-ALLOC.
011950     IF NOT WS-ALLOC-FILE-OK
011960         DISPLAY 'NO COST ALLOCATION FILE - SKIPPED'
011970         GO TO 2700-RECODE-ALLOC-EXIT
011980     END-IF.
011990     IF WS-COMMIT-MODE
012000         OPEN OUTPUT SALARY-ALLOC-OUT
012010     END-IF.
012020     MOVE 'N' TO WS-EOF-SWITCH.
012030     PERFORM 2710-RECODE-ALLOC-ENTRY
012040         THRU 2710-RECODE-ALLOC-ENTRY-EXIT
012050         UNTIL WS-EOF.
012060     CLOSE SALARY-ALLOC.
012070     IF WS-COMMIT-MODE
012080         CLOSE SALARY-ALLOC-OUT
012090     END-IF.
012100 2700-RECODE-ALLOC-EXIT.
012110     EXIT.
012120
012130 2710-RECODE-ALLOC-ENTRY.
012140     READ SALARY-ALLOC
012150         AT END
012160             SET WS-EOF TO TRUE
012170             GO TO 2710-RECODE-ALLOC-ENTRY-EXIT
012180     END-READ.
012190     ADD 1 TO WS-ALC-READ.
012200     MOVE 'N' TO WS-CHANGED-SWITCH.
012210     MOVE ALC-EMPLOYEE-ID TO WS-AUDIT-EMP-ID.
012220     PERFORM 2720-RECODE-SPLIT THRU 2720-RECODE-SPLIT-EXIT
012230         VARYING WS-SPLIT-IDX FROM 1 BY 1
012240         UNTIL WS-SPLIT-IDX > 5.
012250     IF WS-RECORD-CHANGED
012260         ADD 1 TO WS-ALC-RECODED
012270     END-IF.
012280     IF WS-COMMIT-MODE
012290         MOVE ALLOC-RECORD TO ALLOC-OUT-RECORD
012300         WRITE ALLOC-OUT-RECORD
012310     END-IF.
012320 2710-RECODE-ALLOC-ENTRY-EXIT.
012330     EXIT.
012340
012350 2720-RECODE-SPLIT.
012360     IF ALC-DEPT-CODE (WS-SPLIT-IDX) = SPACES
012370         GO TO 2720-RECODE-SPLIT-EXIT
012380     END-IF.
012390     MOVE ALC-DEPT-CODE (WS-SPLIT-IDX) TO WS-LOOKUP-CODE.
012400     PERFORM 3000-MAP-CODE THRU 3000-MAP-CODE-EXIT.
012410     IF WS-CODE-MAPPED
012420         MOVE WS-NEW-CODE TO ALC-DEPT-CODE (WS-SPLIT-IDX)
012430         SET WS-RECORD-CHANGED TO TRUE
012440         MOVE 'ALC-DEPT' TO WS-AUDIT-FIELD
012450         MOVE WS-NEW-CODE TO WS-AUDIT-NEW-VALUE
012460         PERFORM 3200-WRITE-AUDIT THRU 3200-WRITE-AUDIT-EXIT
012470     END-IF.
012480 2720-RECODE-SPLIT-EXIT.
012490     EXIT.
012500
012510******************************************************************
012520* 3000-MAP-CODE looks WS-LOOKUP-CODE up among the valid
012530* mappings.  When it is an old code being retired,
012540* WS-CODE-MAPPED is set, WS-MAP-IDX points at the mapping and
012550* WS-NEW-CODE holds the code to move to; WS-OLD-CODE always
012560* keeps the code looked up.
012570******************************************************************
012580 3000-MAP-CODE.
012590     MOVE 'N' TO WS-MAPPED-SWITCH.
012600     MOVE WS-LOOKUP-CODE TO WS-OLD-CODE.
012610     MOVE WS-LOOKUP-CODE TO WS-NEW-CODE.
012620     PERFORM 3010-FIND-MAPPING THRU 3010-FIND-MAPPING-EXIT
012630         VARYING WS-MAP-IDX FROM 1 BY 1
012640         UNTIL WS-MAP-IDX > WS-MAP-ENTRIES
012650            OR (WS-MAP-OLD-CODE (WS-MAP-IDX) = WS-LOOKUP-CODE
012660                AND WS-MAP-VALID (WS-MAP-IDX)).
012670     IF WS-MAP-IDX NOT > WS-MAP-ENTRIES
012680         SET WS-CODE-MAPPED TO TRUE
012690         MOVE WS-MAP-NEW-CODE (WS-MAP-IDX) TO WS-NEW-CODE
012700     END-IF.
012710 3000-MAP-CODE-EXIT.
012720     EXIT.
012730
012740 3010-FIND-MAPPING.
012750     CONTINUE.
012760 3010-FIND-MAPPING-EXIT.
012770     EXIT.
012780
012790******************************************************************
012800* 3100-FIND-SUMMARY locates the departmental summary entry for
012810* WS-SUM-CODE, adding a new entry the first time that code is
012820* seen.  WS-SUM-IDX is left at zero when the table is full
012830* (warned of once) - the company totals still balance.
012840******************************************************************
012850 3100-FIND-SUMMARY.
012860     PERFORM 3110-FIND-SUMMARY-ENTRY
012870         THRU 3110-FIND-SUMMARY-ENTRY-EXIT
012880         VARYING WS-SUM-IDX FROM 1 BY 1
012890         UNTIL WS-SUM-IDX > WS-SUM-ENTRIES
012900            OR WS-SUM-DEPT-CODE (WS-SUM-IDX) = WS-SUM-CODE.
012910     IF WS-SUM-IDX NOT > WS-SUM-ENTRIES
012920         GO TO 3100-FIND-SUMMARY-EXIT
012930     END-IF.
012940     IF WS-SUM-ENTRIES < WS-SUM-TABLE-MAX
012950         ADD 1 TO WS-SUM-ENTRIES
012960         SET WS-SUM-IDX TO WS-SUM-ENTRIES
012970         MOVE WS-SUM-CODE TO WS-SUM-DEPT-CODE (WS-SUM-IDX)
012980         MOVE ZERO TO WS-SUM-BEFORE-YTD (WS-SUM-IDX)
012990         MOVE ZERO TO WS-SUM-BEFORE-COUNT (WS-SUM-IDX)
013000         MOVE ZERO TO WS-SUM-BEFORE-STAFF (WS-SUM-IDX)
013010         MOVE ZERO TO WS-SUM-AFTER-YTD (WS-SUM-IDX)
013020         MOVE ZERO TO WS-SUM-AFTER-COUNT (WS-SUM-IDX)
013030         MOVE ZERO TO WS-SUM-AFTER-STAFF (WS-SUM-IDX)
013040     ELSE
013050         IF NOT WS-SUM-FULL-WARNED
013060             DISPLAY 'WARNING - DEPT SUMMARY TABLE FULL, DEPT '
013070                 'NOT SUMMARISED : ' WS-SUM-CODE
013080             SET WS-SUM-FULL-WARNED TO TRUE
013090             ADD 1 TO WS-WARNING-COUNT
013100         END-IF
013110         SET WS-SUM-IDX TO ZERO
013120     END-IF.
013130 3100-FIND-SUMMARY-EXIT.
013140     EXIT.
013150
013160 3110-FIND-SUMMARY-ENTRY.
013170     CONTINUE.
013180 3110-FIND-SUMMARY-ENTRY-EXIT.
013190     EXIT.
013200
013210******************************************************************
013220* 3200-WRITE-AUDIT writes one SALARY-AUDIT record, source
013230* RECODE, for a recoded department code: WS-AUDIT-EMP-ID (blank
013240* for the reference files), WS-AUDIT-FIELD naming the file and
013250* field, the old code and the new code (or RETIRED).  A
013260* preview changes nothing and audits nothing.
013270******************************************************************
013280 3200-WRITE-AUDIT.
013290     IF NOT WS-COMMIT-MODE
013300         GO TO 3200-WRITE-AUDIT-EXIT
013310     END-IF.
013320     ACCEPT WS-AUDIT-DATE FROM DATE.
013330     ACCEPT WS-AUDIT-TIME FROM TIME.
013340     MOVE WS-AUDIT-EMP-ID    TO AUD-EMPLOYEE-ID.
013350     MOVE 'RECODE'           TO AUD-SOURCE.
013360     MOVE WS-AUDIT-FIELD     TO AUD-FIELD-NAME.
013370     MOVE WS-OLD-CODE        TO AUD-OLD-VALUE.
013380     MOVE WS-AUDIT-NEW-VALUE TO AUD-NEW-VALUE.
013390     MOVE WS-OPERATOR-ID     TO AUD-OPERATOR.
013400     MOVE WS-AUDIT-DATE      TO AUD-DATE.
013410     MOVE WS-AUDIT-TIME      TO AUD-TIME.
013420     WRITE AUDIT-RECORD.
013430     ADD 1 TO WS-AUDITED-COUNT.
013440 3200-WRITE-AUDIT-EXIT.
013450     EXIT.
013460
013470 8000-TERMINATE.
013480     PERFORM 8100-PRINT-MAPPINGS THRU 8100-PRINT-MAPPINGS-EXIT.
013490     IF NOT WS-NOTHING-TO-DO
013500         PERFORM 8200-PRINT-CONTROLS
013510             THRU 8200-PRINT-CONTROLS-EXIT
013520         PERFORM 8300-PRINT-SUMMARY THRU 8300-PRINT-SUMMARY-EXIT
013530     END-IF.
013540     PERFORM 9000-GRADE-CONDITION
013550         THRU 9000-GRADE-CONDITION-EXIT.
013560     IF WS-AUDIT-OPENED
013570         CLOSE SALARY-AUDIT
013580     END-IF.
013590     CLOSE RECODE-PRINT.
013600     DISPLAY 'SALARY-RECODE RUN COMPLETE'.
013610     DISPLAY 'MAPPINGS APPLIED .. : ' WS-MAP-VALID-COUNT.
013620     DISPLAY 'MAPPINGS IN ERROR . : ' WS-MAP-ERROR-COUNT.
013630     DISPLAY 'LEDGER RECODED .... : ' WS-LDG-RECODED.
013640     DISPLAY 'AUDIT RECORDS ..... : ' WS-AUDITED-COUNT.
013650     IF WS-PREVIEW-MODE
013660         DISPLAY 'PREVIEW ONLY - NOTHING WAS RECODED'
013670     END-IF.
013680     MOVE WS-COND-CODE TO RETURN-CODE.
013690 8000-TERMINATE-EXIT.
013700     EXIT.
013710
013720******************************************************************
013730* 8050-PRINT-HEADING starts a new page on RECODE-PRINT: a report
013740* title line (carrying the run date, page number and, on a
013750* preview, the word PREVIEW) followed by the column heading
013760* line for the page being printed.
013770******************************************************************
013780 8050-PRINT-HEADING.
013790     ADD 1 TO WS-PAGE-NO.
013800     MOVE SPACES TO PRINT-LINE.
013810     MOVE WS-REPORT-TITLE TO PRINT-LINE (1:31).
013820     MOVE 'RUN DATE' TO PRINT-LINE (40:8).
013830     MOVE WS-RUN-DATE TO PRINT-LINE (49:6).
013840     MOVE 'PAGE' TO PRINT-LINE (60:4).
013850     MOVE WS-PAGE-NO TO PRINT-LINE (65:4).
013860     IF WS-PREVIEW-MODE
013870         MOVE 'PREVIEW' TO PRINT-LINE (71:7)
013880     END-IF.
013890     WRITE PRINT-LINE.
013900     MOVE SPACES TO PRINT-LINE.
013910     EVALUATE WS-REPORT-TITLE
013920         WHEN 'DEPARTMENT RECODE MAPPING'
013930             MOVE 'OLD   NEW   RESULT' TO PRINT-LINE (1:18)
013940         WHEN 'RECODE CONTROL TOTALS'
013950             MOVE 'FILE' TO PRINT-LINE (1:4)
013960             MOVE 'READ' TO PRINT-LINE (24:4)
013970             MOVE 'RECODED' TO PRINT-LINE (30:7)
013980         WHEN OTHER
013990             MOVE 'DEPT' TO PRINT-LINE (1:4)
014000             MOVE 'BEFORE-YTD' TO PRINT-LINE (6:10)
014010             MOVE 'COUNT' TO PRINT-LINE (19:5)
014020             MOVE 'STAFF' TO PRINT-LINE (27:5)
014030             MOVE ' AFTER-YTD' TO PRINT-LINE (33:10)
014040             MOVE 'COUNT' TO PRINT-LINE (46:5)
014050             MOVE 'STAFF' TO PRINT-LINE (54:5)
014060     END-EVALUATE.
014070     WRITE PRINT-LINE.
014080     MOVE ZERO TO WS-LINE-COUNT.
014090 8050-PRINT-HEADING-EXIT.
014100     EXIT.
014110
014120******************************************************************
014130* 8100-PRINT-MAPPINGS lists every mapping read with what the run
014140* did, or would do, with it - or why it was refused.
014150******************************************************************
014160 8100-PRINT-MAPPINGS.
014170     MOVE 'DEPARTMENT RECODE MAPPING' TO WS-REPORT-TITLE.
014180     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
014190     PERFORM 8110-PRINT-MAP-LINE THRU 8110-PRINT-MAP-LINE-EXIT
014200         VARYING WS-MAP-IDX FROM 1 BY 1
014210         UNTIL WS-MAP-IDX > WS-MAP-ENTRIES.
014220     IF WS-COMMIT-REFUSED
014230         MOVE SPACES TO PRINT-LINE
014240         WRITE PRINT-LINE
014250         MOVE '*** MAPPING ERRORS - COMMIT REFUSED, '
014260             TO PRINT-LINE (1:37)
014270         MOVE 'NOTHING RECODED ***' TO PRINT-LINE (38:19)
014280         WRITE PRINT-LINE
014290     END-IF.
014300 8100-PRINT-MAPPINGS-EXIT.
014310     EXIT.
014320
014330 8110-PRINT-MAP-LINE.
014340     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
014350         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
014360     END-IF.
014370     MOVE SPACES TO PRINT-LINE.
014380     MOVE WS-MAP-OLD-CODE (WS-MAP-IDX) TO PRINT-LINE (1:04).
014390     MOVE WS-MAP-NEW-CODE (WS-MAP-IDX) TO PRINT-LINE (7:04).
014400     IF WS-MAP-IN-ERROR (WS-MAP-IDX)
014410         MOVE 'REFUSED -' TO PRINT-LINE (13:9)
014420         MOVE WS-MAP-REMARK (WS-MAP-IDX) TO PRINT-LINE (23:24)
014430     ELSE
014440         MOVE WS-MAP-REMARK (WS-MAP-IDX) TO PRINT-LINE (13:24)
014450     END-IF.
014460     WRITE PRINT-LINE.
014470     ADD 1 TO WS-LINE-COUNT.
014480 8110-PRINT-MAP-LINE-EXIT.
014490     EXIT.
014500
014510******************************************************************
014520* 8200-PRINT-CONTROLS prints the records read and recoded on
014530* every file, so the run can be agreed file by file.
014540******************************************************************
014550 8200-PRINT-CONTROLS.
014560     MOVE 'RECODE CONTROL TOTALS' TO WS-REPORT-TITLE.
014570     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
014580     MOVE 'DEPARTMENT MASTER' TO WS-CTL-NAME.
014590     MOVE WS-DM-READ TO WS-CTL-READ.
014600     ADD WS-DM-RENAMED WS-DM-RETIRED GIVING WS-CTL-CHANGED.
014610     PERFORM 8210-PRINT-CONTROL-LINE
014620         THRU 8210-PRINT-CONTROL-LINE-EXIT.
014630     MOVE '  OF WHICH RETIRED' TO WS-CTL-NAME.
014640     MOVE ZERO TO WS-CTL-READ.
014650     MOVE WS-DM-RETIRED TO WS-CTL-CHANGED.
014660     PERFORM 8210-PRINT-CONTROL-LINE
014670         THRU 8210-PRINT-CONTROL-LINE-EXIT.
014680     MOVE 'GL MAP' TO WS-CTL-NAME.
014690     MOVE WS-GM-READ TO WS-CTL-READ.
014700     ADD WS-GM-RENAMED WS-GM-DROPPED GIVING WS-CTL-CHANGED.
014710     PERFORM 8210-PRINT-CONTROL-LINE
014720         THRU 8210-PRINT-CONTROL-LINE-EXIT.
014730     MOVE '  OF WHICH DROPPED' TO WS-CTL-NAME.
014740     MOVE ZERO TO WS-CTL-READ.
014750     MOVE WS-GM-DROPPED TO WS-CTL-CHANGED.
014760     PERFORM 8210-PRINT-CONTROL-LINE
014770         THRU 8210-PRINT-CONTROL-LINE-EXIT.
014780     MOVE 'EMPLOYEE MASTER' TO WS-CTL-NAME.
014790     MOVE WS-EMP-READ TO WS-CTL-READ.
014800     MOVE WS-EMP-RECODED TO WS-CTL-CHANGED.
014810     PERFORM 8210-PRINT-CONTROL-LINE
014820         THRU 8210-PRINT-CONTROL-LINE-EXIT.
014830     MOVE 'EMPLOYEE LEDGER' TO WS-CTL-NAME.
014840     MOVE WS-LDG-READ TO WS-CTL-READ.
014850     MOVE WS-LDG-RECODED TO WS-CTL-CHANGED.
014860     PERFORM 8210-PRINT-CONTROL-LINE
014870         THRU 8210-PRINT-CONTROL-LINE-EXIT.
014880     MOVE 'SALARY INDEX' TO WS-CTL-NAME.
014890     MOVE WS-IDX-READ TO WS-CTL-READ.
014900     MOVE WS-IDX-RECODED TO WS-CTL-CHANGED.
014910     PERFORM 8210-PRINT-CONTROL-LINE
014920         THRU 8210-PRINT-CONTROL-LINE-EXIT.
014930     MOVE 'OPEN REJECTS' TO WS-CTL-NAME.
014940     MOVE WS-REJ-READ TO WS-CTL-READ.
014950     MOVE WS-REJ-RECODED TO WS-CTL-CHANGED.
014960     PERFORM 8210-PRINT-CONTROL-LINE
014970         THRU 8210-PRINT-CONTROL-LINE-EXIT.
014980     MOVE 'PENDING CORRECTIONS' TO WS-CTL-NAME.
014990     MOVE WS-PND-READ TO WS-CTL-READ.
015000     MOVE WS-PND-RECODED TO WS-CTL-CHANGED.
015010     PERFORM 8210-PRINT-CONTROL-LINE
015020         THRU 8210-PRINT-CONTROL-LINE-EXIT.
015030     MOVE 'COST ALLOCATIONS' TO WS-CTL-NAME.
015040     MOVE WS-ALC-READ TO WS-CTL-READ.
015050     MOVE WS-ALC-RECODED TO WS-CTL-CHANGED.
015060     PERFORM 8210-PRINT-CONTROL-LINE
015070         THRU 8210-PRINT-CONTROL-LINE-EXIT.
015080     MOVE SPACES TO PRINT-LINE.
015090     WRITE PRINT-LINE.
015100     MOVE 'AUDIT RECORDS WRITTEN' TO PRINT-LINE (1:21).
015110     MOVE WS-AUDITED-COUNT TO PRINT-LINE (31:6).
015120     WRITE PRINT-LINE.
015130 8200-PRINT-CONTROLS-EXIT.
015140     EXIT.
015150
015160 8210-PRINT-CONTROL-LINE.
015170     MOVE SPACES TO PRINT-LINE.
015180     MOVE WS-CTL-NAME TO PRINT-LINE (1:20).
015190     IF WS-CTL-NAME (1:2) NOT = SPACES
015200         MOVE WS-CTL-READ TO PRINT-LINE (22:6)
015210     END-IF.
015220     MOVE WS-CTL-CHANGED TO PRINT-LINE (31:6).
015230     WRITE PRINT-LINE.
015240     ADD 1 TO WS-LINE-COUNT.
015250 8210-PRINT-CONTROL-LINE-EXIT.
015260     EXIT.
015270
015280******************************************************************
015290* 8300-PRINT-SUMMARY prints the before-and-after departmental
015300* summary: for every department seen, the ledger YTD and
015310* record count and the active staff under the codes as they
015320* stood before the run and as they stand after it, then the
015330* company totals.  The YTD and record totals must agree before
015340* and after - the proof that the figures moved intact - and a
015350* disagreement, or an old code left on the ledger after a
015360* commit, is flagged.
015370******************************************************************
015380 8300-PRINT-SUMMARY.
015390     MOVE 'DEPARTMENT BEFORE AND AFTER' TO WS-REPORT-TITLE.
015400     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
015410     PERFORM 8310-PRINT-SUMMARY-LINE
015420         THRU 8310-PRINT-SUMMARY-LINE-EXIT
015430         VARYING WS-SUM-IDX FROM 1 BY 1
015440         UNTIL WS-SUM-IDX > WS-SUM-ENTRIES.
015450     MOVE SPACES TO PRINT-LINE.
015460     MOVE 'TOTAL' TO PRINT-LINE (1:05).
015470     MOVE WS-BEFORE-YTD-TOTAL TO PRINT-LINE (07:9).
015480     MOVE WS-BEFORE-LDG-TOTAL TO PRINT-LINE (18:6).
015490     MOVE WS-BEFORE-STAFF-TOTAL TO PRINT-LINE (26:6).
015500     MOVE WS-AFTER-YTD-TOTAL TO PRINT-LINE (34:9).
015510     MOVE WS-AFTER-LDG-TOTAL TO PRINT-LINE (45:6).
015520     MOVE WS-AFTER-STAFF-TOTAL TO PRINT-LINE (53:6).
015530     WRITE PRINT-LINE.
015540     IF WS-BEFORE-YTD-TOTAL NOT = WS-AFTER-YTD-TOTAL
015550         OR WS-BEFORE-LDG-TOTAL NOT = WS-AFTER-LDG-TOTAL
015560         OR WS-BEFORE-STAFF-TOTAL NOT = WS-AFTER-STAFF-TOTAL
015570         SET WS-TOTALS-DISAGREE TO TRUE
015580     END-IF.
015590     MOVE SPACES TO PRINT-LINE.
015600     WRITE PRINT-LINE.
015610     IF WS-TOTALS-AGREE
015620         MOVE 'BEFORE AND AFTER TOTALS AGREE'
015630             TO PRINT-LINE (1:29)
015640     ELSE
015650         MOVE '*** BEFORE AND AFTER TOTALS DO NOT AGREE ***'
015660             TO PRINT-LINE (1:44)
015670     END-IF.
015680     WRITE PRINT-LINE.
015690     IF WS-LEFT-COUNT > ZERO
015700         MOVE SPACES TO PRINT-LINE
015710         MOVE '*** OLD CODES STILL ON LEDGER :'
015720             TO PRINT-LINE (1:31)
015730         MOVE WS-LEFT-COUNT TO PRINT-LINE (33:6)
015740         WRITE PRINT-LINE
015750     END-IF.
015760 8300-PRINT-SUMMARY-EXIT.
015770     EXIT.
015780
015790 8310-PRINT-SUMMARY-LINE.
015800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
015810         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
015820     END-IF.
015830     MOVE SPACES TO PRINT-LINE.
015840     MOVE WS-SUM-DEPT-CODE (WS-SUM-IDX) TO PRINT-LINE (1:04).
015850     MOVE WS-SUM-BEFORE-YTD (WS-SUM-IDX) TO PRINT-LINE (07:9).
015860     MOVE WS-SUM-BEFORE-COUNT (WS-SUM-IDX) TO PRINT-LINE (18:6).
015870     MOVE WS-SUM-BEFORE-STAFF (WS-SUM-IDX) TO PRINT-LINE (26:6).
015880     MOVE WS-SUM-AFTER-YTD (WS-SUM-IDX) TO PRINT-LINE (34:9).
015890     MOVE WS-SUM-AFTER-COUNT (WS-SUM-IDX) TO PRINT-LINE (45:6).
015900     MOVE WS-SUM-AFTER-STAFF (WS-SUM-IDX) TO PRINT-LINE (53:6).
015910     MOVE WS-SUM-DEPT-CODE (WS-SUM-IDX) TO WS-LOOKUP-CODE.
015920     PERFORM 3000-MAP-CODE THRU 3000-MAP-CODE-EXIT.
015930     IF WS-CODE-MAPPED
015940         MOVE 'RETIRED' TO PRINT-LINE (61:7)
015950     END-IF.
015960     WRITE PRINT-LINE.
015970     ADD 1 TO WS-LINE-COUNT.
015980 8310-PRINT-SUMMARY-LINE-EXIT.
015990     EXIT.
016000
016010******************************************************************
016020* 9000-GRADE-CONDITION works out the run's final condition code
016030* from everything the run saw, keeping the highest grade: 4 for
016040* warnings, 8 for mapping errors (nothing committed), 12 for
016050* totals that disagree, a failed rewrite or an old code left on
016060* the ledger.
016070******************************************************************
016080 9000-GRADE-CONDITION.
016090     IF WS-WARNING-COUNT > ZERO
016100         MOVE 4 TO WS-CAND-COND
016110         PERFORM 9100-RAISE-COND-CODE
016120             THRU 9100-RAISE-COND-CODE-EXIT
016130     END-IF.
016140     IF WS-MAP-ERROR-COUNT > ZERO
016150         MOVE 8 TO WS-CAND-COND
016160         PERFORM 9100-RAISE-COND-CODE
016170             THRU 9100-RAISE-COND-CODE-EXIT
016180     END-IF.
016190     IF WS-TOTALS-DISAGREE
016200         OR WS-REWRITE-FAIL-COUNT > ZERO
016210         OR WS-LEFT-COUNT > ZERO
016220         MOVE 12 TO WS-CAND-COND
016230         PERFORM 9100-RAISE-COND-CODE
016240             THRU 9100-RAISE-COND-CODE-EXIT
016250     END-IF.
016260     DISPLAY 'CONDITION CODE .. : ' WS-COND-CODE.
016270 9000-GRADE-CONDITION-EXIT.
016280     EXIT.
016290
016300 9100-RAISE-COND-CODE.
016310     IF WS-CAND-COND > WS-COND-CODE
016320         MOVE WS-CAND-COND TO WS-COND-CODE
016330     END-IF.
016340 9100-RAISE-COND-CODE-EXIT.
016350     EXIT.
