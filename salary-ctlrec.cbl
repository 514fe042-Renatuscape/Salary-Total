000010******************************************************************
000020* Program name:    SALARY-CTLREC
000030* Original author: PJM
000040* Installation:    COBOL DEVELOPMENT CENTER
000050* Date-written:    10/15/26
000060*
000070* Maintenence Log
000080* Date      Author        Maintenance Requirement
000090* --------- ------------  ---------------------------------------
000100* 10/15/26 PJM           Created.  Every program in the nightly
000110*                        cycle checks itself, but nothing
000120*                        checked that the files agree with each
000130*                        other, so a break only came to light
000140*                        when SALARY-YREND archived the wrong
000150*                        year.  This run follows the nightly
000160*                        cycle and proves the cross-file
000170*                        identities on one control sheet:
000180*                        the sum of LDG-YTD-SALARY on
000190*                        SALARY-LEDGER equals BAL-YTD-TOTAL on
000200*                        SALARY-BAL; the STAT-GRAND-TOTAL of
000210*                        every SALARY-TOTAL run since the last
000220*                        year-end close (SALARY-BAL-HIST), plus
000230*                        the SALARY-RECYC postings and the net
000240*                        SALARY-ADJ adjustments on the
000250*                        SALARY-JOURNAL posting journal since
000260*                        the close, equals the same balance;
000270*                        the SALARY-GLPOST trailer agrees with
000280*                        its details and its hash total with
000290*                        the grand total of the run that sent
000300*                        it; and the SALARY-GLADJ trailer
000310*                        agrees with its details, whose signed
000320*                        net agrees with the adjustments
000330*                        journalled that day.  Each figure is
000340*                        printed with the difference, and the
000350*                        run ends with a graded condition code
000360*                        as SALARY-TOTAL does.  Nothing is
000370*                        updated.
000371* 10/15/26 PJM           Multi-company processing.  The sheet
000372*                        still proves the group as a whole, but
000373*                        each company closes its own year: the
000374*                        SALARY-BAL balances (one per company)
000375*                        are added up, a run counts towards the
000376*                        year when it follows its own company's
000377*                        last close on SALARY-BAL-HIST, a YREND
000378*                        journal entry restarts only its own
000379*                        company's RECYC and ADJ figures, and
000380*                        each GL extract is proved against the
000381*                        latest run, and the adjustments, of
000382*                        the company on its header.  A blank
000383*                        company code is the home company, 01.
000384*
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.  SALARY-CTLREC.
000420 AUTHOR. PJM.
000430 INSTALLATION. COBOL DEVELOPMENT CENTER.
000440 DATE-WRITTEN. 10/15/26.
000450 DATE-COMPILED. 00/00/00.
000460 SECURITY. NON-CONFIDENTIAL.
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. ICL-2972.
000510 OBJECT-COMPUTER. ICL-2972.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT SALARY-BAL ASSIGN TO SALBAL
000550           ORGANIZATION IS SEQUENTIAL
000560           ACCESS MODE IS SEQUENTIAL
000570           FILE STATUS IS WS-BAL-STATUS.
000580     SELECT SALARY-BAL-HIST ASSIGN TO SALBALH
000590           ORGANIZATION IS SEQUENTIAL
000600           ACCESS MODE IS SEQUENTIAL
000610           FILE STATUS IS WS-BALH-STATUS.
000620     SELECT SALARY-LEDGER ASSIGN TO SALLDG
000630           ORGANIZATION IS INDEXED
000640           ACCESS MODE IS SEQUENTIAL
000650           RECORD KEY IS LDG-EMPLOYEE-ID
000660           FILE STATUS IS WS-LEDGER-STATUS.
000670     SELECT SALARY-STATS ASSIGN TO SALSTAT
000680           ORGANIZATION IS SEQUENTIAL
000690           ACCESS MODE IS SEQUENTIAL
000700           FILE STATUS IS WS-STATS-STATUS.
000710     SELECT SALARY-JOURNAL ASSIGN TO SALJRNL
000720           ORGANIZATION IS SEQUENTIAL
000730           ACCESS MODE IS SEQUENTIAL
000740           FILE STATUS IS WS-JOURNAL-STATUS.
000750     SELECT SALARY-GLPOST ASSIGN TO SALGL
000760           ORGANIZATION IS SEQUENTIAL
000770           ACCESS MODE IS SEQUENTIAL
000780           FILE STATUS IS WS-GLPOST-STATUS.
000790     SELECT SALARY-GLADJ ASSIGN TO SALGLADJ
000800           ORGANIZATION IS SEQUENTIAL
000810           ACCESS MODE IS SEQUENTIAL
000820           FILE STATUS IS WS-GLADJ-STATUS.
000830     SELECT CTLREC-PRINT ASSIGN TO CTLRPT
000840           ORGANIZATION IS SEQUENTIAL
000850           ACCESS MODE IS SEQUENTIAL.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  SALARY-BAL
000900     RECORDING MODE IS F
000910     RECORD CONTAINS 11 CHARACTERS.
000920 01  BAL-RECORD.
000925     03  BAL-COMPANY-CODE        PIC X(02).
000930     03  BAL-YTD-TOTAL           PIC 9(09).
000940
000950* Same layout as the SALARY-BAL-HIST FD in SALARY-YREND.
000960 FD  SALARY-BAL-HIST
000970     RECORDING MODE IS F
000980     RECORD CONTAINS 17 CHARACTERS.
000990 01  BAL-HIST-RECORD.
001000     03  BH-CLOSE-DATE           PIC 9(06).
001010     03  BH-YTD-TOTAL            PIC 9(09).
001015     03  BH-COMPANY-CODE         PIC X(02).
001020
001030 FD  SALARY-LEDGER
001040     RECORDING MODE IS F
001050     RECORD CONTAINS 63 CHARACTERS.
001060     COPY salldg.
001070
001080* Same layout as the SALARY-STATS FD in SALARY-TOTAL.
001090 FD  SALARY-STATS
001100     RECORDING MODE IS F
001110     RECORD CONTAINS 55 CHARACTERS.
001120 01  STAT-RECORD.
001130     03  STAT-RUN-DATE           PIC 9(06).
001140     03  STAT-EXTRACT-DATE       PIC 9(06).
001150     03  STAT-RECS-READ          PIC 9(06).
001160     03  STAT-RECS-REJECTED      PIC 9(06).
001170     03  STAT-GRAND-TOTAL        PIC 9(09).
001180     03  STAT-RECON-RESULT       PIC X(08).
001190     03  STAT-CKPT-STATE         PIC X(08).
001200     03  STAT-COND-CODE          PIC 9(04).
001205     03  STAT-COMPANY-CODE       PIC X(02).
001210
001220* One record per ledger posting, in posting order.
001230 FD  SALARY-JOURNAL
001240     RECORDING MODE IS F
001250     RECORD CONTAINS 84 CHARACTERS.
001260     COPY saljrn.
001270
001280* Same layout as the SALARY-GLPOST FD in SALARY-TOTAL.
001290 FD  SALARY-GLPOST
001300     RECORDING MODE IS F
001310     RECORD CONTAINS 22 CHARACTERS.
001320 01  GL-POST-RECORD.
001330     03  GL-RECORD-TYPE          PIC X(01).
001340     03  GL-DETAIL.
001350         05  GL-ACCOUNT          PIC X(08).
001360         05  GL-DEPT-CODE        PIC X(04).
001370         05  GL-AMOUNT           PIC 9(09).
001380     03  GL-HEADER REDEFINES GL-DETAIL.
001390         05  GL-RUN-DATE         PIC 9(06).
001395         05  GL-COMPANY-CODE     PIC X(02).
001400         05  FILLER              PIC X(13).
001410     03  GL-TRAILER REDEFINES GL-DETAIL.
001420         05  GL-REC-COUNT        PIC 9(06).
001430         05  GL-HASH-TOTAL       PIC 9(12).
001440         05  FILLER              PIC X(03).
001450
001460* Same layout as the SALARY-GLADJ FD in SALARY-ADJ.
001470 FD  SALARY-GLADJ
001480     RECORDING MODE IS F
001490     RECORD CONTAINS 23 CHARACTERS.
001500 01  GL-ADJ-RECORD.
001510     03  GLA-RECORD-TYPE         PIC X(01).
001520     03  GLA-DETAIL.
001530         05  GLA-ACCOUNT         PIC X(08).
001540         05  GLA-DEPT-CODE       PIC X(04).
001550         05  GLA-SIGN            PIC X(01).
001560         05  GLA-AMOUNT          PIC 9(09).
001570     03  GLA-HEADER REDEFINES GLA-DETAIL.
001580         05  GLA-RUN-DATE        PIC 9(06).
001585         05  GLA-COMPANY-CODE    PIC X(02).
001590         05  FILLER              PIC X(14).
001600     03  GLA-TRAILER REDEFINES GLA-DETAIL.
001610         05  GLA-REC-COUNT       PIC 9(06).
001620         05  GLA-HASH-TOTAL      PIC 9(12).
001630         05  FILLER              PIC X(04).
001640
001650 FD  CTLREC-PRINT
001660     RECORDING MODE IS F
001670     RECORD CONTAINS 80 CHARACTERS.
001680 01  PRINT-LINE                 PIC X(80).
001690
001700 WORKING-STORAGE SECTION.
001710 77  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001720     88  WS-EOF                          VALUE 'Y'.
001730 77  WS-BAL-STATUS           PIC X(02)   VALUE '00'.
001740     88  WS-BAL-FILE-OK                  VALUE '00'.
001750 77  WS-BALH-STATUS          PIC X(02)   VALUE '00'.
001760     88  WS-BALH-FILE-OK                 VALUE '00'.
001770 77  WS-LEDGER-STATUS        PIC X(02)   VALUE '00'.
001780     88  WS-LEDGER-FILE-OK               VALUE '00'.
001790 77  WS-STATS-STATUS         PIC X(02)   VALUE '00'.
001800     88  WS-STATS-FILE-OK                VALUE '00'.
001810 77  WS-JOURNAL-STATUS       PIC X(02)   VALUE '00'.
001820     88  WS-JOURNAL-FILE-OK              VALUE '00'.
001830 77  WS-GLPOST-STATUS        PIC X(02)   VALUE '00'.
001840     88  WS-GLPOST-FILE-OK               VALUE '00'.
001850 77  WS-GLADJ-STATUS         PIC X(02)   VALUE '00'.
001860     88  WS-GLADJ-FILE-OK                VALUE '00'.
001870* Which files could be read: a missing file is a warning, except
001880* the balance and the ledger, without which nothing is proved.
001890 77  WS-BAL-SWITCH           PIC X(01)   VALUE 'N'.
001900     88  WS-BAL-READ                     VALUE 'Y'.
001910 77  WS-LDG-SWITCH           PIC X(01)   VALUE 'N'.
001920     88  WS-LEDGER-READ                  VALUE 'Y'.
001930 77  WS-STATS-SWITCH         PIC X(01)   VALUE 'N'.
001940     88  WS-STATS-READ                   VALUE 'Y'.
001950 77  WS-JRN-SWITCH           PIC X(01)   VALUE 'N'.
001960     88  WS-JOURNAL-READ                 VALUE 'Y'.
001970 77  WS-GL-SWITCH            PIC X(01)   VALUE 'N'.
001980     88  WS-GLPOST-READ                  VALUE 'Y'.
001990 77  WS-GLA-SWITCH           PIC X(01)   VALUE 'N'.
002000     88  WS-GLADJ-READ                   VALUE 'Y'.
002010* The year: everything after the last SALARY-YREND close.
002030 77  WS-CLOSE-COUNT          PIC 9(06)   VALUE ZERO.
002031* Each company closes its own year and sends its own runs and
002032* GL extracts, so the close date, the RECYC and ADJ figures
002033* since it and the latest run are kept per company in
002034* WS-CO-TABLE and added up for the group.  A blank company code
002035* on any file is the home company.
002036 77  WS-HOME-COMPANY         PIC X(02)   VALUE '01'.
002037 77  WS-FIND-COMPANY         PIC X(02)   VALUE SPACES.
002038 77  WS-CO-ENTRIES           PIC 9(03)   VALUE ZERO.
002039 77  WS-CO-TABLE-MAX         PIC 9(03)   VALUE 050.
002040 01  WS-CO-TABLE.
002041     03  WS-CO-ENTRY OCCURS 50 TIMES INDEXED BY WS-CO-IDX.
002042         05  WS-CO-CODE          PIC X(02).
002043         05  WS-CO-CLOSE-DATE    PIC 9(06).
002044         05  WS-CO-RECYC-TOTAL   PIC S9(12).
002045         05  WS-CO-RECYC-COUNT   PIC 9(06).
002046         05  WS-CO-ADJ-NET       PIC S9(12).
002047         05  WS-CO-ADJ-COUNT     PIC 9(06).
002048         05  WS-CO-LATEST-SWITCH PIC X(01).
002049             88  WS-CO-LATEST-FOUND          VALUE 'Y'.
002050         05  WS-CO-LATEST-DATE   PIC 9(06).
002051         05  WS-CO-LATEST-TOTAL  PIC 9(09).
002052* Identity 1 - the ledger against the balance.
002053 77  WS-BAL-YTD              PIC 9(09)   VALUE ZERO.
002056 77  WS-BAL-RECORDS          PIC 9(06)   VALUE ZERO.
002060 77  WS-LEDGER-TOTAL         PIC S9(12)  VALUE ZERO.
002070 77  WS-LEDGER-COUNT         PIC 9(06)   VALUE ZERO.
002080* Identity 2 - the year's postings against the balance.
002090 77  WS-STAT-TOTAL           PIC S9(12)  VALUE ZERO.
002100 77  WS-STAT-RUNS            PIC 9(06)   VALUE ZERO.
002110 77  WS-RECYC-TOTAL          PIC S9(12)  VALUE ZERO.
002120 77  WS-RECYC-COUNT          PIC 9(06)   VALUE ZERO.
002130 77  WS-ADJ-NET              PIC S9(12)  VALUE ZERO.
002140 77  WS-ADJ-COUNT            PIC 9(06)   VALUE ZERO.
002150 77  WS-EXPECTED-BAL         PIC S9(12)  VALUE ZERO.
002160* The latest SALARY-TOTAL run that was not refused for the GL
002170* extract's company, whose grand total the extract should carry.
002180 77  WS-LATEST-SWITCH        PIC X(01)   VALUE 'N'.
002190     88  WS-LATEST-FOUND                 VALUE 'Y'.
002200 77  WS-LATEST-RUN-DATE      PIC 9(06)   VALUE ZERO.
002210 77  WS-LATEST-RUN-TOTAL     PIC 9(09)   VALUE ZERO.
002220* Identity 3 - the GL posting extract.
002230 77  WS-GL-TRL-SWITCH        PIC X(01)   VALUE 'N'.
002240     88  WS-GL-TRAILER-SEEN              VALUE 'Y'.
002250 77  WS-GL-RUN-DATE          PIC 9(06)   VALUE ZERO.
002255 77  WS-GL-COMPANY           PIC X(02)   VALUE SPACES.
002260 77  WS-GL-DETAIL-COUNT      PIC 9(06)   VALUE ZERO.
002270 77  WS-GL-DETAIL-TOTAL      PIC S9(12)  VALUE ZERO.
002280 77  WS-GL-TRL-COUNT         PIC 9(06)   VALUE ZERO.
002290 77  WS-GL-TRL-HASH          PIC 9(12)   VALUE ZERO.
002300* Identity 4 - the GL adjustment extract.
002310 77  WS-GLA-TRL-SWITCH       PIC X(01)   VALUE 'N'.
002320     88  WS-GLA-TRAILER-SEEN             VALUE 'Y'.
002330 77  WS-GLA-RUN-DATE         PIC 9(06)   VALUE ZERO.
002335 77  WS-GLA-COMPANY          PIC X(02)   VALUE SPACES.
002340 77  WS-GLA-DETAIL-COUNT     PIC 9(06)   VALUE ZERO.
002350 77  WS-GLA-DETAIL-HASH      PIC S9(12)  VALUE ZERO.
002360 77  WS-GLA-DETAIL-NET       PIC S9(12)  VALUE ZERO.
002370 77  WS-GLA-TRL-COUNT        PIC 9(06)   VALUE ZERO.
002380 77  WS-GLA-TRL-HASH         PIC 9(12)   VALUE ZERO.
002390 77  WS-ADJ-DAY-NET          PIC S9(12)  VALUE ZERO.
002400 77  WS-ADJ-DAY-COUNT        PIC 9(06)   VALUE ZERO.
002410* Control sheet line fields and the breaks found.
002420 77  WS-FIG-NAME             PIC X(36)   VALUE SPACES.
002430 77  WS-FIG-AMOUNT           PIC S9(12)  VALUE ZERO.
002440 77  WS-FIG-ITEMS            PIC X(06)   VALUE SPACES.
002450 77  WS-FIG-DISPLAY          PIC -(12)9  VALUE ZERO.
002460 77  WS-SECTION-TITLE        PIC X(40)   VALUE SPACES.
002470 77  WS-NOTE-TEXT            PIC X(60)   VALUE SPACES.
002480 77  WS-DIFFERENCE           PIC S9(12)  VALUE ZERO.
002490 77  WS-BREAK-SWITCH         PIC X(01)   VALUE 'N'.
002500     88  WS-LAST-BROKE                   VALUE 'Y'.
002510 77  WS-BALANCE-BREAKS       PIC 9(04)   VALUE ZERO.
002520 77  WS-GL-BREAKS            PIC 9(04)   VALUE ZERO.
002530 77  WS-WARNING-COUNT        PIC 9(04)   VALUE ZERO.
002540* Condition code grades: 0 every identity proved, 4 warning (a
002550* run statistics, journal or GL file missing, or the GL extract
002560* not from the latest run), 8 a GL extract that disagrees with
002570* its own trailer or with the figures it was built from, 12 the
002580* ledger or the year's postings disagree with the balance, 16
002590* the balance or the ledger could not be read.
002600* 9100-RAISE-COND-CODE keeps the highest grade raised.
002610 77  WS-COND-CODE            PIC 9(04)   VALUE ZERO.
002620 77  WS-CAND-COND            PIC 9(04)   VALUE ZERO.
002630 77  WS-RUN-DATE             PIC 9(06)   VALUE ZERO.
002640 77  WS-PAGE-NO              PIC 9(04)   VALUE ZERO.
002650 77  WS-LINE-COUNT           PIC 9(02)   VALUE ZERO.
002660 77  WS-LINES-PER-PAGE       PIC 9(02)   VALUE 15.
002670 77  WS-REPORT-TITLE         PIC X(31)   VALUE
002680         'NIGHTLY CONTROL RECONCILIATION'.
002690
002700 PROCEDURE DIVISION.
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002730     PERFORM 2000-LOAD-BALANCE THRU 2000-LOAD-BALANCE-EXIT.
002740     PERFORM 2100-FIND-LAST-CLOSE THRU 2100-FIND-LAST-CLOSE-EXIT.
002750     PERFORM 2200-TOTAL-LEDGER THRU 2200-TOTAL-LEDGER-EXIT.
002760     PERFORM 2300-TOTAL-STATS THRU 2300-TOTAL-STATS-EXIT.
002770     PERFORM 2400-TOTAL-GLPOST THRU 2400-TOTAL-GLPOST-EXIT.
002780     PERFORM 2500-TOTAL-GLADJ THRU 2500-TOTAL-GLADJ-EXIT.
002790     PERFORM 2600-TOTAL-JOURNAL THRU 2600-TOTAL-JOURNAL-EXIT.
002800     PERFORM 3000-PRINT-CONTROL-SHEET
002810         THRU 3000-PRINT-CONTROL-SHEET-EXIT.
002820     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
002830     STOP RUN.
002840
002850 1000-INITIALIZE.
002860     ACCEPT WS-RUN-DATE FROM DATE.
002870     OPEN OUTPUT CTLREC-PRINT.
002880 1000-INITIALIZE-EXIT.
002890     EXIT.
002900
002910******************************************************************
002920* 2000-LOAD-BALANCE adds up the year-to-date balances on
002930* SALARY-BAL, one per company.  Without them nothing can be
002935* proved.
002940******************************************************************
002950 2000-LOAD-BALANCE.
002960     OPEN INPUT SALARY-BAL.
002970     IF NOT WS-BAL-FILE-OK
002980         DISPLAY 'NO BALANCE-FORWARD FILE - STATUS '
002990             WS-BAL-STATUS
003000         GO TO 2000-LOAD-BALANCE-EXIT
003010     END-IF.
003020     MOVE 'N' TO WS-EOF-SWITCH.
003030     PERFORM 2010-READ-BALANCE THRU 2010-READ-BALANCE-EXIT
003040         UNTIL WS-EOF.
003090     CLOSE SALARY-BAL.
003091     IF WS-BAL-RECORDS = ZERO
003092         DISPLAY 'BALANCE-FORWARD FILE EMPTY'
003093     ELSE
003094         SET WS-BAL-READ TO TRUE
003097     END-IF.
003100 2000-LOAD-BALANCE-EXIT.
003110     EXIT.
003111
003112 2010-READ-BALANCE.
003113     READ SALARY-BAL
003114         AT END
003115             SET WS-EOF TO TRUE
003116         NOT AT END
003117             ADD 1 TO WS-BAL-RECORDS
003118             ADD BAL-YTD-TOTAL TO WS-BAL-YTD
003119     END-READ.
003120 2010-READ-BALANCE-EXIT.
003121     EXIT.
003122
003130******************************************************************
003140* 2100-FIND-LAST-CLOSE reads SALARY-BAL-HIST for the date of
003150* each company's last year-end close; the company's year is its
003155* runs after it.  No history for a company means its year has
003160* never been closed, and every one of its runs on SALARY-STATS
003170* belongs to the current year.
003180******************************************************************
003190 2100-FIND-LAST-CLOSE.
003200     OPEN INPUT SALARY-BAL-HIST.
003210     IF NOT WS-BALH-FILE-OK
003220         GO TO 2100-FIND-LAST-CLOSE-EXIT
003230     END-IF.
003240     MOVE 'N' TO WS-EOF-SWITCH.
003250     PERFORM 2110-READ-BAL-HIST THRU 2110-READ-BAL-HIST-EXIT
003260         UNTIL WS-EOF.
003270     CLOSE SALARY-BAL-HIST.
003280 2100-FIND-LAST-CLOSE-EXIT.
003290     EXIT.
003300
003310 2110-READ-BAL-HIST.
003320     READ SALARY-BAL-HIST
003330         AT END
003340             SET WS-EOF TO TRUE
003350             GO TO 2110-READ-BAL-HIST-EXIT
003400     END-READ.
003401     ADD 1 TO WS-CLOSE-COUNT.
003402     MOVE BH-COMPANY-CODE TO WS-FIND-COMPANY.
003403     PERFORM 2900-FIND-COMPANY THRU 2900-FIND-COMPANY-EXIT.
003404     IF WS-CO-IDX > WS-CO-ENTRIES
003405         GO TO 2110-READ-BAL-HIST-EXIT
003406     END-IF.
003407     IF BH-CLOSE-DATE > WS-CO-CLOSE-DATE (WS-CO-IDX)
003408         MOVE BH-CLOSE-DATE TO WS-CO-CLOSE-DATE (WS-CO-IDX)
003409     END-IF.
003410 2110-READ-BAL-HIST-EXIT.
003420     EXIT.
003430
003440******************************************************************
003450* 2200-TOTAL-LEDGER adds up LDG-YTD-SALARY across the whole of
003460* SALARY-LEDGER.
003470******************************************************************
003480 2200-TOTAL-LEDGER.
003490     OPEN INPUT SALARY-LEDGER.
003500     IF NOT WS-LEDGER-FILE-OK
003510         DISPLAY 'UNABLE TO OPEN SALARY-LEDGER - STATUS '
003520             WS-LEDGER-STATUS
003530         GO TO 2200-TOTAL-LEDGER-EXIT
003540     END-IF.
003550     SET WS-LEDGER-READ TO TRUE.
003560     MOVE 'N' TO WS-EOF-SWITCH.
003570     PERFORM 2210-READ-LEDGER THRU 2210-READ-LEDGER-EXIT
003580         UNTIL WS-EOF.
003590     CLOSE SALARY-LEDGER.
003600 2200-TOTAL-LEDGER-EXIT.
003610     EXIT.
003620
003630 2210-READ-LEDGER.
003640     READ SALARY-LEDGER
003650         AT END
003660             SET WS-EOF TO TRUE
003670         NOT AT END
003680             ADD 1 TO WS-LEDGER-COUNT
003690             ADD LDG-YTD-SALARY TO WS-LEDGER-TOTAL
003700     END-READ.
003710 2210-READ-LEDGER-EXIT.
003720     EXIT.
003730
003740******************************************************************
003750* 2300-TOTAL-STATS adds up STAT-GRAND-TOTAL for every
003760* SALARY-TOTAL run since its company's last close (a run refused
003770* as a duplicate posted nothing and carries a zero total) and
003780* keeps each company's latest run that was not refused for the
003785* GL check.
003790******************************************************************
003800 2300-TOTAL-STATS.
003810     OPEN INPUT SALARY-STATS.
003820     IF NOT WS-STATS-FILE-OK
003830         DISPLAY 'NO RUN-STATISTICS FILE - NO RUNS TO ADD UP'
003840         ADD 1 TO WS-WARNING-COUNT
003850         GO TO 2300-TOTAL-STATS-EXIT
003860     END-IF.
003870     SET WS-STATS-READ TO TRUE.
003880     MOVE 'N' TO WS-EOF-SWITCH.
003890     PERFORM 2310-READ-STAT THRU 2310-READ-STAT-EXIT
003900         UNTIL WS-EOF.
003910     CLOSE SALARY-STATS.
003920 2300-TOTAL-STATS-EXIT.
003930     EXIT.
003940
003950 2310-READ-STAT.
003960     READ SALARY-STATS
003970         AT END
003980             SET WS-EOF TO TRUE
003990             GO TO 2310-READ-STAT-EXIT
004000     END-READ.
004001     MOVE STAT-COMPANY-CODE TO WS-FIND-COMPANY.
004002     PERFORM 2900-FIND-COMPANY THRU 2900-FIND-COMPANY-EXIT.
004003     IF WS-CO-IDX > WS-CO-ENTRIES
004004         GO TO 2310-READ-STAT-EXIT
004005     END-IF.
004010     IF STAT-COND-CODE NOT = 16
004020         SET WS-CO-LATEST-FOUND (WS-CO-IDX) TO TRUE
004030         MOVE STAT-RUN-DATE TO WS-CO-LATEST-DATE (WS-CO-IDX)
004040         MOVE STAT-GRAND-TOTAL TO WS-CO-LATEST-TOTAL (WS-CO-IDX)
004050     END-IF.
004060     IF STAT-RUN-DATE > WS-CO-CLOSE-DATE (WS-CO-IDX)
004070         ADD 1 TO WS-STAT-RUNS
004080         ADD STAT-GRAND-TOTAL TO WS-STAT-TOTAL
004090     END-IF.
004100 2310-READ-STAT-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140* 2400-TOTAL-GLPOST reads the SALARY-GLPOST extract the last
004150* SALARY-TOTAL run sent: the header run date and company, the
004155* details counted and added, and the trailer's count and hash
004160* total.
004170******************************************************************
004180 2400-TOTAL-GLPOST.
004190     OPEN INPUT SALARY-GLPOST.
004200     IF NOT WS-GLPOST-FILE-OK
004210         DISPLAY 'NO GL POSTING EXTRACT - NOT CHECKED'
004220         ADD 1 TO WS-WARNING-COUNT
004230         GO TO 2400-TOTAL-GLPOST-EXIT
004240     END-IF.
004250     SET WS-GLPOST-READ TO TRUE.
004260     MOVE 'N' TO WS-EOF-SWITCH.
004270     PERFORM 2410-READ-GLPOST THRU 2410-READ-GLPOST-EXIT
004280         UNTIL WS-EOF.
004290     CLOSE SALARY-GLPOST.
004292     IF WS-GL-COMPANY = SPACES
004294         MOVE WS-HOME-COMPANY TO WS-GL-COMPANY
004296     END-IF.
004300 2400-TOTAL-GLPOST-EXIT.
004310     EXIT.
004320
004330 2410-READ-GLPOST.
004340     READ SALARY-GLPOST
004350         AT END
004360             SET WS-EOF TO TRUE
004370             GO TO 2410-READ-GLPOST-EXIT
004380     END-READ.
004390     EVALUATE GL-RECORD-TYPE
004400         WHEN 'H'
004410             MOVE GL-RUN-DATE TO WS-GL-RUN-DATE
004415             MOVE GL-COMPANY-CODE TO WS-GL-COMPANY
004420         WHEN 'D'
004430             ADD 1 TO WS-GL-DETAIL-COUNT
004440             ADD GL-AMOUNT TO WS-GL-DETAIL-TOTAL
004450         WHEN 'T'
004460             SET WS-GL-TRAILER-SEEN TO TRUE
004470             MOVE GL-REC-COUNT TO WS-GL-TRL-COUNT
004480             MOVE GL-HASH-TOTAL TO WS-GL-TRL-HASH
004490     END-EVALUATE.
004500 2410-READ-GLPOST-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540* 2500-TOTAL-GLADJ reads the SALARY-GLADJ extract the last
004550* SALARY-ADJ run sent: the header company, the details counted,
004555* their unsigned amounts added for the hash, and their signed
004560* net.  A missing file only means no adjustment has been applied
004570* yet.
004580******************************************************************
004590 2500-TOTAL-GLADJ.
004600     OPEN INPUT SALARY-GLADJ.
004610     IF NOT WS-GLADJ-FILE-OK
004620         GO TO 2500-TOTAL-GLADJ-EXIT
004630     END-IF.
004640     SET WS-GLADJ-READ TO TRUE.
004650     MOVE 'N' TO WS-EOF-SWITCH.
004660     PERFORM 2510-READ-GLADJ THRU 2510-READ-GLADJ-EXIT
004670         UNTIL WS-EOF.
004680     CLOSE SALARY-GLADJ.
004682     IF WS-GLA-COMPANY = SPACES
004684         MOVE WS-HOME-COMPANY TO WS-GLA-COMPANY
004686     END-IF.
004690 2500-TOTAL-GLADJ-EXIT.
004700     EXIT.
004710
004720 2510-READ-GLADJ.
004730     READ SALARY-GLADJ
004740         AT END
004750             SET WS-EOF TO TRUE
004760             GO TO 2510-READ-GLADJ-EXIT
004770     END-READ.
004780     EVALUATE GLA-RECORD-TYPE
004790         WHEN 'H'
004800             MOVE GLA-RUN-DATE TO WS-GLA-RUN-DATE
004805             MOVE GLA-COMPANY-CODE TO WS-GLA-COMPANY
004810         WHEN 'D'
004820             ADD 1 TO WS-GLA-DETAIL-COUNT
004830             ADD GLA-AMOUNT TO WS-GLA-DETAIL-HASH
004840             IF GLA-SIGN = '-'
004850                 SUBTRACT GLA-AMOUNT FROM WS-GLA-DETAIL-NET
004860             ELSE
004870                 ADD GLA-AMOUNT TO WS-GLA-DETAIL-NET
004880             END-IF
004890         WHEN 'T'
004900             SET WS-GLA-TRAILER-SEEN TO TRUE
004910             MOVE GLA-REC-COUNT TO WS-GLA-TRL-COUNT
004920             MOVE GLA-HASH-TOTAL TO WS-GLA-TRL-HASH
004930     END-EVALUATE.
004940 2510-READ-GLADJ-EXIT.
004950     EXIT.
004960
004970******************************************************************
004980* 2600-TOTAL-JOURNAL adds up the SALARY-RECYC postings and the
004990* net SALARY-ADJ adjustments on SALARY-JOURNAL since each
005000* company's last year-end entry (the journal is in posting
005010* order, so a YREND entry starts that company's figures again),
005020* and the adjustments journalled for the SALARY-GLADJ extract's
005025* company on the day it was sent.
005030******************************************************************
005040 2600-TOTAL-JOURNAL.
005050     OPEN INPUT SALARY-JOURNAL.
005060     IF NOT WS-JOURNAL-FILE-OK
005070         DISPLAY 'NO POSTING JOURNAL - RECYC AND ADJ POSTINGS '
005080             'TAKEN AS NIL'
005090         ADD 1 TO WS-WARNING-COUNT
005100         GO TO 2600-TOTAL-JOURNAL-EXIT
005110     END-IF.
005120     SET WS-JOURNAL-READ TO TRUE.
005130     MOVE 'N' TO WS-EOF-SWITCH.
005140     PERFORM 2610-READ-JOURNAL THRU 2610-READ-JOURNAL-EXIT
005150         UNTIL WS-EOF.
005160     CLOSE SALARY-JOURNAL.
005162     PERFORM 2620-ADD-UP-COMPANY THRU 2620-ADD-UP-COMPANY-EXIT
005164         VARYING WS-CO-IDX FROM 1 BY 1
005166         UNTIL WS-CO-IDX > WS-CO-ENTRIES.
005170 2600-TOTAL-JOURNAL-EXIT.
005180     EXIT.
005190
005200 2610-READ-JOURNAL.
005210     READ SALARY-JOURNAL
005220         AT END
005230             SET WS-EOF TO TRUE
005240             GO TO 2610-READ-JOURNAL-EXIT
005250     END-READ.
005251     MOVE JRN-COMPANY-CODE TO WS-FIND-COMPANY.
005252     PERFORM 2900-FIND-COMPANY THRU 2900-FIND-COMPANY-EXIT.
005253     IF WS-CO-IDX > WS-CO-ENTRIES
005254         GO TO 2610-READ-JOURNAL-EXIT
005255     END-IF.
005260     IF JRN-FROM-YREND
005270         MOVE ZERO TO WS-CO-RECYC-TOTAL (WS-CO-IDX)
005280         MOVE ZERO TO WS-CO-RECYC-COUNT (WS-CO-IDX)
005290         MOVE ZERO TO WS-CO-ADJ-NET (WS-CO-IDX)
005300         MOVE ZERO TO WS-CO-ADJ-COUNT (WS-CO-IDX)
005310         GO TO 2610-READ-JOURNAL-EXIT
005320     END-IF.
005330     IF JRN-FROM-RECYC
005340         ADD 1 TO WS-CO-RECYC-COUNT (WS-CO-IDX)
005350         ADD JRN-AMOUNT TO WS-CO-RECYC-TOTAL (WS-CO-IDX)
005360         GO TO 2610-READ-JOURNAL-EXIT
005370     END-IF.
005380     IF NOT JRN-FROM-ADJ
005390         GO TO 2610-READ-JOURNAL-EXIT
005400     END-IF.
005410     ADD 1 TO WS-CO-ADJ-COUNT (WS-CO-IDX).
005420     IF JRN-MINUS
005430         SUBTRACT JRN-AMOUNT FROM WS-CO-ADJ-NET (WS-CO-IDX)
005440     ELSE
005450         ADD JRN-AMOUNT TO WS-CO-ADJ-NET (WS-CO-IDX)
005460     END-IF.
005470     IF WS-GLADJ-READ AND JRN-POST-DATE = WS-GLA-RUN-DATE
005475         AND WS-FIND-COMPANY = WS-GLA-COMPANY
005480         ADD 1 TO WS-ADJ-DAY-COUNT
005490         IF JRN-MINUS
005500             SUBTRACT JRN-AMOUNT FROM WS-ADJ-DAY-NET
005510         ELSE
005520             ADD JRN-AMOUNT TO WS-ADJ-DAY-NET
005530         END-IF
005540     END-IF.
005550 2610-READ-JOURNAL-EXIT.
005560     EXIT.
005561
005562 2620-ADD-UP-COMPANY.
005563     ADD WS-CO-RECYC-TOTAL (WS-CO-IDX) TO WS-RECYC-TOTAL.
005564     ADD WS-CO-RECYC-COUNT (WS-CO-IDX) TO WS-RECYC-COUNT.
005565     ADD WS-CO-ADJ-NET (WS-CO-IDX) TO WS-ADJ-NET.
005566     ADD WS-CO-ADJ-COUNT (WS-CO-IDX) TO WS-ADJ-COUNT.
005567 2620-ADD-UP-COMPANY-EXIT.
005568     EXIT.
005569
005570******************************************************************
005571* 2900-FIND-COMPANY points WS-CO-IDX at the WS-CO-TABLE entry
005572* for WS-FIND-COMPANY (blank is the home company), adding a
005573* zeroed entry the first time a company is seen.  A full table
005574* is reported and leaves WS-CO-IDX past WS-CO-ENTRIES, and the
005575* caller skips the record.
005576******************************************************************
005577 2900-FIND-COMPANY.
005578     IF WS-FIND-COMPANY = SPACES
005579         MOVE WS-HOME-COMPANY TO WS-FIND-COMPANY
005580     END-IF.
005581     PERFORM 2910-SCAN-COMPANY THRU 2910-SCAN-COMPANY-EXIT
005582         VARYING WS-CO-IDX FROM 1 BY 1
005583         UNTIL WS-CO-IDX > WS-CO-ENTRIES
005584            OR WS-CO-CODE (WS-CO-IDX) = WS-FIND-COMPANY.
005585     IF WS-CO-IDX NOT > WS-CO-ENTRIES
005586         GO TO 2900-FIND-COMPANY-EXIT
005587     END-IF.
005588     IF WS-CO-ENTRIES NOT < WS-CO-TABLE-MAX
005589         DISPLAY 'WARNING - COMPANY TABLE FULL, COMPANY NOT '
005590             'PROVED : ' WS-FIND-COMPANY
005591         ADD 1 TO WS-WARNING-COUNT
005592         GO TO 2900-FIND-COMPANY-EXIT
005593     END-IF.
005594     ADD 1 TO WS-CO-ENTRIES.
005595     SET WS-CO-IDX TO WS-CO-ENTRIES.
005596     MOVE WS-FIND-COMPANY TO WS-CO-CODE (WS-CO-IDX).
005597     MOVE ZERO TO WS-CO-CLOSE-DATE (WS-CO-IDX).
005598     MOVE ZERO TO WS-CO-RECYC-TOTAL (WS-CO-IDX).
005599     MOVE ZERO TO WS-CO-RECYC-COUNT (WS-CO-IDX).
005600     MOVE ZERO TO WS-CO-ADJ-NET (WS-CO-IDX).
005601     MOVE ZERO TO WS-CO-ADJ-COUNT (WS-CO-IDX).
005602     MOVE 'N' TO WS-CO-LATEST-SWITCH (WS-CO-IDX).
005603     MOVE ZERO TO WS-CO-LATEST-DATE (WS-CO-IDX).
005604     MOVE ZERO TO WS-CO-LATEST-TOTAL (WS-CO-IDX).
005605 2900-FIND-COMPANY-EXIT.
005606     EXIT.
005607
005608 2910-SCAN-COMPANY.
005609     CONTINUE.
005610 2910-SCAN-COMPANY-EXIT.
005611     EXIT.
005612
005613******************************************************************
005614* 3000-PRINT-CONTROL-SHEET prints each identity as a section:
005615* the figures that make it up, then the difference and whether
005616* it agrees.  A section whose files could not be read says so.
005620******************************************************************
005630 3000-PRINT-CONTROL-SHEET.
005640     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
005650     PERFORM 3100-PROVE-LEDGER THRU 3100-PROVE-LEDGER-EXIT.
005660     PERFORM 3200-PROVE-RUN-HISTORY
005670         THRU 3200-PROVE-RUN-HISTORY-EXIT.
005680     PERFORM 3300-PROVE-GLPOST THRU 3300-PROVE-GLPOST-EXIT.
005690     PERFORM 3400-PROVE-GLADJ THRU 3400-PROVE-GLADJ-EXIT.
005700 3000-PRINT-CONTROL-SHEET-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740* 3100-PROVE-LEDGER: the ledger adds up to the balance.
005750******************************************************************
005760 3100-PROVE-LEDGER.
005770     MOVE 'LEDGER AGAINST BALANCE' TO WS-SECTION-TITLE.
005780     PERFORM 8150-PRINT-SECTION THRU 8150-PRINT-SECTION-EXIT.
005790     IF NOT WS-BAL-READ OR NOT WS-LEDGER-READ
005800         MOVE 'NOT PROVED - BALANCE OR LEDGER NOT READ'
005810             TO WS-NOTE-TEXT
005820         PERFORM 8120-PRINT-NOTE THRU 8120-PRINT-NOTE-EXIT
005830         GO TO 3100-PROVE-LEDGER-EXIT
005840     END-IF.
005850     MOVE 'SUM OF LDG-YTD-SALARY' TO WS-FIG-NAME.
005860     MOVE WS-LEDGER-TOTAL TO WS-FIG-AMOUNT.
005870     MOVE WS-LEDGER-COUNT TO WS-FIG-ITEMS.
005880     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
005890     MOVE 'SALARY-BAL BAL-YTD-TOTALS ADDED' TO WS-FIG-NAME.
005900     MOVE WS-BAL-YTD TO WS-FIG-AMOUNT.
005910     MOVE WS-BAL-RECORDS TO WS-FIG-ITEMS.
005920     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
005930     COMPUTE WS-DIFFERENCE = WS-LEDGER-TOTAL - WS-BAL-YTD.
005940     PERFORM 8110-PRINT-DIFFERENCE
005950         THRU 8110-PRINT-DIFFERENCE-EXIT.
005960     IF WS-LAST-BROKE
005970         ADD 1 TO WS-BALANCE-BREAKS
005980     END-IF.
005990 3100-PROVE-LEDGER-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030* 3200-PROVE-RUN-HISTORY: the year's SALARY-TOTAL grand totals,
006040* recycled corrections and net adjustments add up to the
006050* balance, each company's year running from its own close.
006060******************************************************************
006070 3200-PROVE-RUN-HISTORY.
006080     MOVE 'YEAR''S POSTINGS AGAINST BALANCE' TO WS-SECTION-TITLE.
006090     PERFORM 8150-PRINT-SECTION THRU 8150-PRINT-SECTION-EXIT.
006100     IF NOT WS-BAL-READ
006110         MOVE 'NOT PROVED - BALANCE NOT READ' TO WS-NOTE-TEXT
006120         PERFORM 8120-PRINT-NOTE THRU 8120-PRINT-NOTE-EXIT
006130         GO TO 3200-PROVE-RUN-HISTORY-EXIT
006140     END-IF.
006150     MOVE SPACES TO WS-NOTE-TEXT.
006160     IF WS-CLOSE-COUNT = ZERO
006170         MOVE 'NO YEAR-END CLOSE ON FILE - ALL RUNS TAKEN'
006180             TO WS-NOTE-TEXT
006240         PERFORM 8120-PRINT-NOTE THRU 8120-PRINT-NOTE-EXIT
006241     ELSE
006242         PERFORM 3210-PRINT-CLOSE-NOTE
006243             THRU 3210-PRINT-CLOSE-NOTE-EXIT
006244             VARYING WS-CO-IDX FROM 1 BY 1
006245             UNTIL WS-CO-IDX > WS-CO-ENTRIES
006246     END-IF.
006250     MOVE 'SALARY-TOTAL STAT-GRAND-TOTALS' TO WS-FIG-NAME.
006260     MOVE WS-STAT-TOTAL TO WS-FIG-AMOUNT.
006270     MOVE WS-STAT-RUNS TO WS-FIG-ITEMS.
006280     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
006290     MOVE 'SALARY-RECYC POSTINGS' TO WS-FIG-NAME.
006300     MOVE WS-RECYC-TOTAL TO WS-FIG-AMOUNT.
006310     MOVE WS-RECYC-COUNT TO WS-FIG-ITEMS.
006320     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
006330     MOVE 'SALARY-ADJ NET ADJUSTMENTS' TO WS-FIG-NAME.
006340     MOVE WS-ADJ-NET TO WS-FIG-AMOUNT.
006350     MOVE WS-ADJ-COUNT TO WS-FIG-ITEMS.
006360     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
006370     COMPUTE WS-EXPECTED-BAL =
006380         WS-STAT-TOTAL + WS-RECYC-TOTAL + WS-ADJ-NET.
006390     MOVE 'BALANCE THE POSTINGS MAKE' TO WS-FIG-NAME.
006400     MOVE WS-EXPECTED-BAL TO WS-FIG-AMOUNT.
006410     MOVE SPACES TO WS-FIG-ITEMS.
006420     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
006430     MOVE 'SALARY-BAL BAL-YTD-TOTALS ADDED' TO WS-FIG-NAME.
006440     MOVE WS-BAL-YTD TO WS-FIG-AMOUNT.
006445     MOVE WS-BAL-RECORDS TO WS-FIG-ITEMS.
006450     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
006460     COMPUTE WS-DIFFERENCE = WS-EXPECTED-BAL - WS-BAL-YTD.
006470     PERFORM 8110-PRINT-DIFFERENCE
006480         THRU 8110-PRINT-DIFFERENCE-EXIT.
006490     IF WS-LAST-BROKE
006500         ADD 1 TO WS-BALANCE-BREAKS
006510     END-IF.
006520 3200-PROVE-RUN-HISTORY-EXIT.
006530     EXIT.
006531
006532 3210-PRINT-CLOSE-NOTE.
006533     IF WS-CO-CLOSE-DATE (WS-CO-IDX) = ZERO
006534         GO TO 3210-PRINT-CLOSE-NOTE-EXIT
006535     END-IF.
006536     MOVE 'COMPANY' TO WS-NOTE-TEXT (1:7).
006537     MOVE WS-CO-CODE (WS-CO-IDX) TO WS-NOTE-TEXT (9:2).
006538     MOVE 'RUNS AFTER THE YEAR-END CLOSE OF'
006539         TO WS-NOTE-TEXT (12:32).
006540     MOVE WS-CO-CLOSE-DATE (WS-CO-IDX) TO WS-NOTE-TEXT (45:6).
006541     PERFORM 8120-PRINT-NOTE THRU 8120-PRINT-NOTE-EXIT.
006542 3210-PRINT-CLOSE-NOTE-EXIT.
006543     EXIT.
006544
006550******************************************************************
006560* 3300-PROVE-GLPOST: the GL posting extract agrees with its own
006570* trailer, and its hash total with the grand total of the
006580* SALARY-TOTAL run that sent it - the latest run of the company
006585* on its header.
006590******************************************************************
006600 3300-PROVE-GLPOST.
006610     MOVE 'GL POSTING EXTRACT SALARY-GLPOST' TO WS-SECTION-TITLE.
006620     PERFORM 8150-PRINT-SECTION THRU 8150-PRINT-SECTION-EXIT.
006630     IF NOT WS-GLPOST-READ
006640         MOVE 'NOT CHECKED - NO EXTRACT ON FILE' TO WS-NOTE-TEXT
006650         PERFORM 8120-PRINT-NOTE THRU 8120-PRINT-NOTE-EXIT
006660         GO TO 3300-PROVE-GLPOST-EXIT
006670     END-IF.
006671     MOVE 'EXTRACT FOR COMPANY' TO WS-NOTE-TEXT.
006672     MOVE WS-GL-COMPANY TO WS-NOTE-TEXT (21:2).
006673     PERFORM 8120-PRINT-NOTE THRU 8120-PRINT-NOTE-EXIT.
006674     MOVE WS-GL-COMPANY TO WS-FIND-COMPANY.
006675     PERFORM 2900-FIND-COMPANY THRU 2900-FIND-COMPANY-EXIT.
006676     IF WS-CO-IDX NOT > WS-CO-ENTRIES
006677         IF WS-CO-LATEST-FOUND (WS-CO-IDX)
006678             SET WS-LATEST-FOUND TO TRUE
006679             MOVE WS-CO-LATEST-DATE (WS-CO-IDX)
006680                 TO WS-LATEST-RUN-DATE
006681             MOVE WS-CO-LATEST-TOTAL (WS-CO-IDX)
006682                 TO WS-LATEST-RUN-TOTAL
006683         END-IF
006684     END-IF.
006685     IF NOT WS-GL-TRAILER-SEEN
006690         MOVE '*** NO TRAILER RECORD ON THE EXTRACT ***'
006700             TO WS-NOTE-TEXT
006710         PERFORM 8120-PRINT-NOTE THRU 8120-PRINT-NOTE-EXIT
006720         ADD 1 TO WS-GL-BREAKS
006730         GO TO 3300-PROVE-GLPOST-EXIT
006740     END-IF.
006750     MOVE 'DETAIL RECORDS READ' TO WS-FIG-NAME.
006760     MOVE WS-GL-DETAIL-COUNT TO WS-FIG-AMOUNT.
006770     MOVE SPACES TO WS-FIG-ITEMS.
006780     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
006790     MOVE 'TRAILER GL-REC-COUNT' TO WS-FIG-NAME.
006800     MOVE WS-GL-TRL-COUNT TO WS-FIG-AMOUNT.
006810     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
006820     COMPUTE WS-DIFFERENCE =
006830         WS-GL-DETAIL-COUNT - WS-GL-TRL-COUNT.
006840     PERFORM 8110-PRINT-DIFFERENCE
006850         THRU 8110-PRINT-DIFFERENCE-EXIT.
006860     IF WS-LAST-BROKE
006870         ADD 1 TO WS-GL-BREAKS
006880     END-IF.
006890     MOVE 'DETAIL GL-AMOUNTS ADDED' TO WS-FIG-NAME.
006900     MOVE WS-GL-DETAIL-TOTAL TO WS-FIG-AMOUNT.
006910     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
006920     MOVE 'TRAILER GL-HASH-TOTAL' TO WS-FIG-NAME.
006930     MOVE WS-GL-TRL-HASH TO WS-FIG-AMOUNT.
006940     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
006950     COMPUTE WS-DIFFERENCE =
006960         WS-GL-DETAIL-TOTAL - WS-GL-TRL-HASH.
006970     PERFORM 8110-PRINT-DIFFERENCE
006980         THRU 8110-PRINT-DIFFERENCE-EXIT.
006990     IF WS-LAST-BROKE
007000         ADD 1 TO WS-GL-BREAKS
007010     END-IF.
007020     IF NOT WS-LATEST-FOUND
007030         MOVE 'HASH NOT AGREED TO A RUN - NO RUN STATISTICS'
007040             TO WS-NOTE-TEXT
007050         PERFORM 8120-PRINT-NOTE THRU 8120-PRINT-NOTE-EXIT
007060         GO TO 3300-PROVE-GLPOST-EXIT
007070     END-IF.
007080     IF WS-LATEST-RUN-DATE NOT = WS-GL-RUN-DATE
007090         MOVE 'EXTRACT DATED' TO WS-NOTE-TEXT
007100         MOVE WS-GL-RUN-DATE TO WS-NOTE-TEXT (15:6)
007110         MOVE 'IS NOT FROM THE LATEST RUN OF'
007120             TO WS-NOTE-TEXT (22:29)
007130         MOVE WS-LATEST-RUN-DATE TO WS-NOTE-TEXT (52:6)
007140         PERFORM 8120-PRINT-NOTE THRU 8120-PRINT-NOTE-EXIT
007150         ADD 1 TO WS-WARNING-COUNT
007160         GO TO 3300-PROVE-GLPOST-EXIT
007170     END-IF.
007180     MOVE 'TRAILER GL-HASH-TOTAL' TO WS-FIG-NAME.
007190     MOVE WS-GL-TRL-HASH TO WS-FIG-AMOUNT.
007200     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
007210     MOVE 'LATEST RUN STAT-GRAND-TOTAL' TO WS-FIG-NAME.
007220     MOVE WS-LATEST-RUN-TOTAL TO WS-FIG-AMOUNT.
007230     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
007240     COMPUTE WS-DIFFERENCE =
007250         WS-GL-TRL-HASH - WS-LATEST-RUN-TOTAL.
007260     PERFORM 8110-PRINT-DIFFERENCE
007270         THRU 8110-PRINT-DIFFERENCE-EXIT.
007280     IF WS-LAST-BROKE
007290         ADD 1 TO WS-GL-BREAKS
007300     END-IF.
007310 3300-PROVE-GLPOST-EXIT.
007320     EXIT.
007330
007340******************************************************************
007350* 3400-PROVE-GLADJ: the GL adjustment extract agrees with its own
007360* trailer, and its signed net with the adjustments SALARY-ADJ
007370* journalled for its company on the day it was sent.
007380******************************************************************
007390 3400-PROVE-GLADJ.
007400     MOVE 'GL ADJUSTMENT EXTRACT SALARY-GLADJ'
007410         TO WS-SECTION-TITLE.
007420     PERFORM 8150-PRINT-SECTION THRU 8150-PRINT-SECTION-EXIT.
007430     IF NOT WS-GLADJ-READ
007440         MOVE 'NOT CHECKED - NO ADJUSTMENTS SENT YET'
007450             TO WS-NOTE-TEXT
007460         PERFORM 8120-PRINT-NOTE THRU 8120-PRINT-NOTE-EXIT
007470         GO TO 3400-PROVE-GLADJ-EXIT
007480     END-IF.
007482     MOVE 'EXTRACT FOR COMPANY' TO WS-NOTE-TEXT.
007484     MOVE WS-GLA-COMPANY TO WS-NOTE-TEXT (21:2).
007486     PERFORM 8120-PRINT-NOTE THRU 8120-PRINT-NOTE-EXIT.
007490     IF NOT WS-GLA-TRAILER-SEEN
007500         MOVE '*** NO TRAILER RECORD ON THE EXTRACT ***'
007510             TO WS-NOTE-TEXT
007520         PERFORM 8120-PRINT-NOTE THRU 8120-PRINT-NOTE-EXIT
007530         ADD 1 TO WS-GL-BREAKS
007540         GO TO 3400-PROVE-GLADJ-EXIT
007550     END-IF.
007560     MOVE 'DETAIL RECORDS READ' TO WS-FIG-NAME.
007570     MOVE WS-GLA-DETAIL-COUNT TO WS-FIG-AMOUNT.
007580     MOVE SPACES TO WS-FIG-ITEMS.
007590     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
007600     MOVE 'TRAILER GLA-REC-COUNT' TO WS-FIG-NAME.
007610     MOVE WS-GLA-TRL-COUNT TO WS-FIG-AMOUNT.
007620     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
007630     COMPUTE WS-DIFFERENCE =
007640         WS-GLA-DETAIL-COUNT - WS-GLA-TRL-COUNT.
007650     PERFORM 8110-PRINT-DIFFERENCE
007660         THRU 8110-PRINT-DIFFERENCE-EXIT.
007670     IF WS-LAST-BROKE
007680         ADD 1 TO WS-GL-BREAKS
007690     END-IF.
007700     MOVE 'DETAIL GLA-AMOUNTS ADDED (UNSIGNED)' TO WS-FIG-NAME.
007710     MOVE WS-GLA-DETAIL-HASH TO WS-FIG-AMOUNT.
007720     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
007730     MOVE 'TRAILER GLA-HASH-TOTAL' TO WS-FIG-NAME.
007740     MOVE WS-GLA-TRL-HASH TO WS-FIG-AMOUNT.
007750     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
007760     COMPUTE WS-DIFFERENCE =
007770         WS-GLA-DETAIL-HASH - WS-GLA-TRL-HASH.
007780     PERFORM 8110-PRINT-DIFFERENCE
007790         THRU 8110-PRINT-DIFFERENCE-EXIT.
007800     IF WS-LAST-BROKE
007810         ADD 1 TO WS-GL-BREAKS
007820     END-IF.
007830     IF NOT WS-JOURNAL-READ
007840         MOVE 'NET NOT AGREED - NO POSTING JOURNAL'
007850             TO WS-NOTE-TEXT
007860         PERFORM 8120-PRINT-NOTE THRU 8120-PRINT-NOTE-EXIT
007870         GO TO 3400-PROVE-GLADJ-EXIT
007880     END-IF.
007890     MOVE 'DETAIL NET (SIGNED)' TO WS-FIG-NAME.
007900     MOVE WS-GLA-DETAIL-NET TO WS-FIG-AMOUNT.
007910     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
007920     MOVE 'ADJUSTMENTS JOURNALLED ON' TO WS-FIG-NAME.
007930     MOVE WS-GLA-RUN-DATE TO WS-FIG-NAME (27:6).
007940     MOVE WS-ADJ-DAY-NET TO WS-FIG-AMOUNT.
007950     MOVE WS-ADJ-DAY-COUNT TO WS-FIG-ITEMS.
007960     PERFORM 8100-PRINT-FIGURE THRU 8100-PRINT-FIGURE-EXIT.
007970     COMPUTE WS-DIFFERENCE =
007980         WS-GLA-DETAIL-NET - WS-ADJ-DAY-NET.
007990     PERFORM 8110-PRINT-DIFFERENCE
008000         THRU 8110-PRINT-DIFFERENCE-EXIT.
008010     IF WS-LAST-BROKE
008020         ADD 1 TO WS-GL-BREAKS
008030     END-IF.
008040 3400-PROVE-GLADJ-EXIT.
008050     EXIT.
008060
008070 8000-TERMINATE.
008080     PERFORM 9000-GRADE-CONDITION
008090         THRU 9000-GRADE-CONDITION-EXIT.
008100     MOVE SPACES TO PRINT-LINE.
008110     WRITE PRINT-LINE.
008120     MOVE SPACES TO PRINT-LINE.
008130     IF WS-COND-CODE = ZERO
008140         MOVE 'ALL CONTROL TOTALS AGREE' TO PRINT-LINE (1:24)
008150     ELSE
008160         MOVE '*** CONTROL TOTALS DO NOT ALL AGREE - CONDITION'
008170             TO PRINT-LINE (1:48)
008180         MOVE 'CODE' TO PRINT-LINE (50:4)
008190         MOVE WS-COND-CODE TO PRINT-LINE (55:4)
008200         MOVE '***' TO PRINT-LINE (60:3)
008210     END-IF.
008220     WRITE PRINT-LINE.
008230     CLOSE CTLREC-PRINT.
008240     DISPLAY 'SALARY-CTLREC RUN COMPLETE'.
008250     DISPLAY 'BALANCE BREAKS .. : ' WS-BALANCE-BREAKS.
008260     DISPLAY 'GL BREAKS ....... : ' WS-GL-BREAKS.
008270     DISPLAY 'WARNINGS ........ : ' WS-WARNING-COUNT.
008280     MOVE WS-COND-CODE TO RETURN-CODE.
008290 8000-TERMINATE-EXIT.
008300     EXIT.
008310
008320******************************************************************
008330* 8050-PRINT-HEADING starts a new page on CTLREC-PRINT: a report
008340* title line (carrying the run date and page number) followed
008350* by the column heading line.
008360******************************************************************
008370 8050-PRINT-HEADING.
008380     ADD 1 TO WS-PAGE-NO.
008390     MOVE SPACES TO PRINT-LINE.
008400     MOVE WS-REPORT-TITLE TO PRINT-LINE (1:31).
008410     MOVE 'RUN DATE' TO PRINT-LINE (40:8).
008420     MOVE WS-RUN-DATE TO PRINT-LINE (49:6).
008430     MOVE 'PAGE' TO PRINT-LINE (60:4).
008440     MOVE WS-PAGE-NO TO PRINT-LINE (65:4).
008450     WRITE PRINT-LINE.
008460     MOVE SPACES TO PRINT-LINE.
008470     MOVE 'FIGURE' TO PRINT-LINE (1:6).
008480     MOVE 'AMOUNT' TO PRINT-LINE (45:6).
008490     MOVE 'RESULT' TO PRINT-LINE (53:6).
008500     MOVE 'ITEMS' TO PRINT-LINE (68:5).
008510     WRITE PRINT-LINE.
008520     MOVE ZERO TO WS-LINE-COUNT.
008530 8050-PRINT-HEADING-EXIT.
008540     EXIT.
008550
008560******************************************************************
008570* 8100-PRINT-FIGURE prints one figure on the control sheet:
008580* what it is, the amount and, where it counts anything, how
008590* many items went into it.
008600******************************************************************
008610 8100-PRINT-FIGURE.
008620     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008630         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
008640     END-IF.
008650     MOVE SPACES TO PRINT-LINE.
008660     MOVE WS-FIG-NAME TO PRINT-LINE (3:36).
008670     MOVE WS-FIG-AMOUNT TO WS-FIG-DISPLAY.
008680     MOVE WS-FIG-DISPLAY TO PRINT-LINE (38:13).
008690     MOVE WS-FIG-ITEMS TO PRINT-LINE (67:6).
008700     WRITE PRINT-LINE.
008710     ADD 1 TO WS-LINE-COUNT.
008720 8100-PRINT-FIGURE-EXIT.
008730     EXIT.
008740
008750******************************************************************
008760* 8110-PRINT-DIFFERENCE prints WS-DIFFERENCE under the figures
008770* it was worked from, with AGREES or a break marker, and sets
008780* WS-LAST-BROKE for the caller to count.
008790******************************************************************
008800 8110-PRINT-DIFFERENCE.
008810     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008820         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
008830     END-IF.
008840     MOVE SPACES TO PRINT-LINE.
008850     MOVE 'DIFFERENCE' TO PRINT-LINE (3:10).
008860     MOVE WS-DIFFERENCE TO WS-FIG-DISPLAY.
008870     MOVE WS-FIG-DISPLAY TO PRINT-LINE (38:13).
008880     IF WS-DIFFERENCE = ZERO
008890         MOVE 'N' TO WS-BREAK-SWITCH
008900         MOVE 'AGREES' TO PRINT-LINE (53:6)
008910     ELSE
008920         SET WS-LAST-BROKE TO TRUE
008930         MOVE '*** BREAK ***' TO PRINT-LINE (53:13)
008940     END-IF.
008950     WRITE PRINT-LINE.
008960     ADD 1 TO WS-LINE-COUNT.
008970 8110-PRINT-DIFFERENCE-EXIT.
008980     EXIT.
008990
009000 8120-PRINT-NOTE.
009010     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009020         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
009030     END-IF.
009040     MOVE SPACES TO PRINT-LINE.
009050     MOVE WS-NOTE-TEXT TO PRINT-LINE (3:60).
009060     WRITE PRINT-LINE.
009070     ADD 1 TO WS-LINE-COUNT.
009080     MOVE SPACES TO WS-NOTE-TEXT.
009090 8120-PRINT-NOTE-EXIT.
009100     EXIT.
009110
009120 8150-PRINT-SECTION.
009130     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
009140         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
009150     END-IF.
009160     MOVE SPACES TO PRINT-LINE.
009170     WRITE PRINT-LINE.
009180     MOVE SPACES TO PRINT-LINE.
009190     MOVE WS-SECTION-TITLE TO PRINT-LINE (1:40).
009200     WRITE PRINT-LINE.
009210     ADD 2 TO WS-LINE-COUNT.
009220 8150-PRINT-SECTION-EXIT.
009230     EXIT.
009240
009250******************************************************************
009260* 9000-GRADE-CONDITION works out the run's final condition code
009270* from everything the run saw, keeping the highest grade: 4 for
009280* warnings, 8 for a GL extract break, 12 for a balance break,
009290* 16 when the balance or the ledger could not be read.
009300******************************************************************
009310 9000-GRADE-CONDITION.
009320     IF WS-WARNING-COUNT > ZERO
009330         MOVE 4 TO WS-CAND-COND
009340         PERFORM 9100-RAISE-COND-CODE
009350             THRU 9100-RAISE-COND-CODE-EXIT
009360     END-IF.
009370     IF WS-GL-BREAKS > ZERO
009380         MOVE 8 TO WS-CAND-COND
009390         PERFORM 9100-RAISE-COND-CODE
009400             THRU 9100-RAISE-COND-CODE-EXIT
009410     END-IF.
009420     IF WS-BALANCE-BREAKS > ZERO
009430         MOVE 12 TO WS-CAND-COND
009440         PERFORM 9100-RAISE-COND-CODE
009450             THRU 9100-RAISE-COND-CODE-EXIT
009460     END-IF.
009470     IF NOT WS-BAL-READ OR NOT WS-LEDGER-READ
009480         MOVE 16 TO WS-CAND-COND
009490         PERFORM 9100-RAISE-COND-CODE
009500             THRU 9100-RAISE-COND-CODE-EXIT
009510     END-IF.
009520     DISPLAY 'CONDITION CODE .. : ' WS-COND-CODE.
009530 9000-GRADE-CONDITION-EXIT.
009540     EXIT.
009550
009560 9100-RAISE-COND-CODE.
009570     IF WS-CAND-COND > WS-COND-CODE
009580         MOVE WS-CAND-COND TO WS-COND-CODE
009590     END-IF.
009600 9100-RAISE-COND-CODE-EXIT.
009610     EXIT.
