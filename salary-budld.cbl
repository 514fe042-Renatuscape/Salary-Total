000010******************************************************************
000020* Program name:    SALARY-BUDLD
000030* Original author: PJM
000040* Installation:    COBOL DEVELOPMENT CENTER
000050* Date-written:    10/15/26
000060*
000070* Maintenence Log
000080* Date      Author        Maintenance Requirement
000090* --------- ------------  ---------------------------------------
000100* 10/15/26 PJM           Created.  Maintains the SALARY-BUDGET
000110*                        departmental salary budget file
000120*                        (copybook SALBUD) from the
000130*                        SALARY-BUDTRN transaction file, the
000140*                        way SALARY-EMPLD maintains the
000150*                        employee master: action A WRITEs a new
000160*                        department budget, C REWRITEs an
000170*                        existing one, D DELETEs one keyed in
000180*                        error.  The annual budget must be
000190*                        numeric; the monthly phasing is
000200*                        optional - left blank the budget is
000210*                        spread evenly over the year - but if
000220*                        keyed every month must be numeric and
000230*                        the twelve must add back to the annual
000240*                        figure.  The department must be on
000250*                        the SALARY-DEPTS master.  Failing
000260*                        transactions go to SALARY-BUDTRN-REJ
000270*                        with a reason code.  The budget file
000280*                        is created empty on the very first
000290*                        run.
000300*
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.  SALARY-BUDLD.
000340 AUTHOR. PJM.
000350 INSTALLATION. COBOL DEVELOPMENT CENTER.
000360 DATE-WRITTEN. 10/15/26.
000370 DATE-COMPILED. 00/00/00.
000380 SECURITY. NON-CONFIDENTIAL.
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. ICL-2972.
000430 OBJECT-COMPUTER. ICL-2972.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT SALARY-BUDGET ASSIGN TO SALBUD
000470           ORGANIZATION IS INDEXED
000480           ACCESS MODE IS RANDOM
000490           RECORD KEY IS BUD-DEPT-CODE
000500           FILE STATUS IS WS-BUDGET-STATUS.
000510     SELECT SALARY-BUDTRN ASSIGN TO SALBTRN
000520           ORGANIZATION IS SEQUENTIAL
000530           ACCESS MODE IS SEQUENTIAL
000540           FILE STATUS IS WS-BTRN-STATUS.
000550     SELECT SALARY-BUDTRN-REJ ASSIGN TO BTRNREJ
000560           ORGANIZATION IS SEQUENTIAL
000570           ACCESS MODE IS SEQUENTIAL
000580           FILE STATUS IS WS-BREJ-STATUS.
000590     SELECT SALARY-DEPTS ASSIGN TO DEPTMST
000600           ORGANIZATION IS SEQUENTIAL
000610           ACCESS MODE IS SEQUENTIAL
000620           FILE STATUS IS WS-DEPTMST-STATUS.
000630* The department master rekeyed for random reads, rebuilt every
000640* run, as in SALARY-TOTAL.
000650     SELECT SALARY-DM-WORK ASSIGN TO BUDDMWK
000660           ORGANIZATION IS INDEXED
000670           ACCESS MODE IS RANDOM
000680           RECORD KEY IS DMW-DEPT-CODE
000690           FILE STATUS IS WS-DMW-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  SALARY-BUDGET
000740     RECORDING MODE IS F
000750     RECORD CONTAINS 121 CHARACTERS.
000760     COPY salbud.
000770
000780* One add/change/delete transaction against SALARY-BUDGET.
000790* The amounts are X not 9 so a keying error rejects cleanly
000800* instead of abending the run, as on SALARY-EMPTRN.  Blank
000810* phasing means the budget is spread evenly.
000820 FD  SALARY-BUDTRN
000830     RECORDING MODE IS F
000840     RECORD CONTAINS 122 CHARACTERS.
000850 01  BTRN-RECORD.
000860     03  BTRN-ACTION         PIC X(01).
000870         88  BTRN-ADD                    VALUE 'A'.
000880         88  BTRN-CHANGE                 VALUE 'C'.
000890         88  BTRN-DELETE                 VALUE 'D'.
000900     03  BTRN-DEPT-CODE      PIC X(04).
000910     03  BTRN-ANNUAL         PIC X(09).
000913     03  BTRN-ANNUAL-N REDEFINES BTRN-ANNUAL
000916                             PIC 9(09).
000920     03  BTRN-PHASING.
000930         05  BTRN-MONTH OCCURS 12 TIMES
000940                             PIC X(09).
000942     03  BTRN-PHASING-N REDEFINES BTRN-PHASING.
000944         05  BTRN-MONTH-N OCCURS 12 TIMES
000946                             PIC 9(09).
000950
000960* Reject reason codes: 01 = add for a department already on
000970* file, 02 = change or delete for a department not on file,
000980* 03 = unknown action code, 04 = annual budget not numeric,
000990* 05 = phasing keyed but a month not numeric or the months do
001000* not add to the annual budget, 06 = DEPT-CODE not on the
001010* SALARY-DEPTS department master.
001020 FD  SALARY-BUDTRN-REJ
001030     RECORDING MODE IS F
001040     RECORD CONTAINS 124 CHARACTERS.
001050 01  BTRN-REJECT-RECORD.
001060     03  BREJ-TRANSACTION    PIC X(122).
001070     03  BREJ-REASON-CODE    PIC X(02).
001080
001090 FD  SALARY-DEPTS
001100     RECORDING MODE IS F
001110     RECORD CONTAINS 24 CHARACTERS.
001120 01  DEPT-MASTER-RECORD.
001130     03  DM-DEPT-CODE            PIC X(04).
001140     03  DM-DEPT-NAME            PIC X(20).
001150
001160 FD  SALARY-DM-WORK
001170     RECORDING MODE IS F
001180     RECORD CONTAINS 24 CHARACTERS.
001190 01  DM-WORK-RECORD.
001200     03  DMW-DEPT-CODE           PIC X(04).
001210     03  DMW-DEPT-NAME           PIC X(20).
001220
001230 WORKING-STORAGE SECTION.
001240 77  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001250     88  WS-EOF                          VALUE 'Y'.
001260 77  WS-BUDGET-STATUS        PIC X(02)   VALUE '00'.
001270     88  WS-BUDGET-FILE-OK               VALUE '00'.
001280 77  WS-BTRN-STATUS          PIC X(02)   VALUE '00'.
001290     88  WS-BTRN-FILE-OK                 VALUE '00'.
001300 77  WS-BREJ-STATUS          PIC X(02)   VALUE '00'.
001310 77  WS-DEPTMST-STATUS       PIC X(02)   VALUE '00'.
001320     88  WS-DEPTMST-FILE-OK              VALUE '00'.
001330 77  WS-DMW-STATUS           PIC X(02)   VALUE '00'.
001340 77  WS-DM-EOF-SWITCH        PIC X(01)   VALUE 'N'.
001350     88  WS-DM-EOF                       VALUE 'Y'.
001360 77  WS-DM-LOADED-SWITCH     PIC X(01)   VALUE 'N'.
001370     88  WS-DM-LOADED                    VALUE 'Y'.
001380 77  WS-DM-COUNT             PIC 9(06)   VALUE ZERO.
001390 77  WS-ADDED-COUNT          PIC 9(06)   VALUE ZERO.
001400 77  WS-CHANGED-COUNT        PIC 9(06)   VALUE ZERO.
001410 77  WS-DELETED-COUNT        PIC 9(06)   VALUE ZERO.
001420 77  WS-BREJ-COUNT           PIC 9(06)   VALUE ZERO.
001430 77  WS-BREJ-REASON          PIC X(02)   VALUE SPACES.
001440* Phasing check: the months keyed, added up against the annual
001450* budget.
001460 77  WS-MONTH-IDX            PIC 9(02)   VALUE ZERO.
001470 77  WS-PHASING-TOTAL        PIC 9(11)   VALUE ZERO.
001480 77  WS-PHASING-BAD-SWITCH   PIC X(01)   VALUE 'N'.
001490     88  WS-PHASING-BAD                  VALUE 'Y'.
001500* Open-tracking switches: the bail paths reach termination with
001510* some files never opened, and only the ones actually opened
001520* may be closed.
001530 77  WS-BUD-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001540     88  WS-BUDGET-OPENED                VALUE 'Y'.
001550 77  WS-TRN-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001560     88  WS-TRANS-OPENED                 VALUE 'Y'.
001570 77  WS-DMW-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001580     88  WS-DM-WORK-OPEN                 VALUE 'Y'.
001590
001600 PROCEDURE DIVISION.
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001630     PERFORM 3000-APPLY-TRANSACTION
001640         THRU 3000-APPLY-TRANSACTION-EXIT
001650         UNTIL WS-EOF.
001660     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
001670     STOP RUN.
001680
001690******************************************************************
001700* 1000-INITIALIZE loads the department master for the DEPT-CODE
001710* test, opens the budget file for update, creating it on the
001720* very first run the way SALARY-EMPLD creates the employee
001730* master, then opens the transaction and reject files and
001740* reads the first transaction.
001750******************************************************************
001760 1000-INITIALIZE.
001770     PERFORM 1400-LOAD-DEPT-MASTER
001780         THRU 1400-LOAD-DEPT-MASTER-EXIT.
001790     OPEN I-O SALARY-BUDGET.
001800     IF NOT WS-BUDGET-FILE-OK
001810         DISPLAY 'NO BUDGET FILE - CREATING ONE'
001820         OPEN OUTPUT SALARY-BUDGET
001830         CLOSE SALARY-BUDGET
001840         OPEN I-O SALARY-BUDGET
001850     END-IF.
001860     SET WS-BUDGET-OPENED TO TRUE.
001870     OPEN INPUT SALARY-BUDTRN.
001880     IF NOT WS-BTRN-FILE-OK
001890         DISPLAY 'NO TRANSACTION FILE - NOTHING TO APPLY'
001900         SET WS-EOF TO TRUE
001910         GO TO 1000-INITIALIZE-EXIT
001920     END-IF.
001930     OPEN OUTPUT SALARY-BUDTRN-REJ.
001940     SET WS-TRANS-OPENED TO TRUE.
001950     PERFORM 3900-READ-TRANSACTION
001960         THRU 3900-READ-TRANSACTION-EXIT.
001970 1000-INITIALIZE-EXIT.
001980     EXIT.
001990
002000******************************************************************
002010* 1400-LOAD-DEPT-MASTER copies the SALARY-DEPTS department
002020* master onto the keyed SALARY-DM-WORK file, exactly as
002030* SALARY-TOTAL does, so a budget cannot be keyed for a
002040* department that does not exist.  A missing or empty master
002050* skips the department test, as it does there.
002060******************************************************************
002070 1400-LOAD-DEPT-MASTER.
002080     OPEN INPUT SALARY-DEPTS.
002090     IF NOT WS-DEPTMST-FILE-OK
002100         DISPLAY 'NO DEPARTMENT MASTER FILE - '
002110             'DEPT VALIDATION SKIPPED'
002120         GO TO 1400-LOAD-DEPT-MASTER-EXIT
002130     END-IF.
002140     OPEN OUTPUT SALARY-DM-WORK.
002150     PERFORM 1410-LOAD-DEPT-ENTRY
002160         THRU 1410-LOAD-DEPT-ENTRY-EXIT
002170         UNTIL WS-DM-EOF.
002180     CLOSE SALARY-DEPTS.
002190     CLOSE SALARY-DM-WORK.
002200     OPEN INPUT SALARY-DM-WORK.
002210     SET WS-DM-WORK-OPEN TO TRUE.
002220     IF WS-DM-COUNT > ZERO
002230         SET WS-DM-LOADED TO TRUE
002240     ELSE
002250         DISPLAY 'DEPARTMENT MASTER EMPTY - '
002260             'DEPT VALIDATION SKIPPED'
002270     END-IF.
002280 1400-LOAD-DEPT-MASTER-EXIT.
002290     EXIT.
002300
002310 1410-LOAD-DEPT-ENTRY.
002320     READ SALARY-DEPTS
002330         AT END
002340             SET WS-DM-EOF TO TRUE
002350         NOT AT END
002360             MOVE DM-DEPT-CODE TO DMW-DEPT-CODE
002370             MOVE DM-DEPT-NAME TO DMW-DEPT-NAME
002380             WRITE DM-WORK-RECORD
002390                 INVALID KEY
002400                     DISPLAY 'WARNING - DUPLICATE DEPT ON '
002410                         'MASTER, FIRST KEPT : ' DM-DEPT-CODE
002420                 NOT INVALID KEY
002430                     ADD 1 TO WS-DM-COUNT
002440             END-WRITE
002450     END-READ.
002460 1410-LOAD-DEPT-ENTRY-EXIT.
002470     EXIT.
002480
002490******************************************************************
002500* 3000-APPLY-TRANSACTION applies one SALARY-BUDTRN record to
002510* SALARY-BUDGET: A WRITEs a new department budget, C REWRITEs
002520* an existing one, D DELETEs one keyed in error.  A failing
002530* transaction goes to SALARY-BUDTRN-REJ with a reason code
002540* instead of being applied.
002550******************************************************************
002560 3000-APPLY-TRANSACTION.
002570     IF BTRN-ADD
002580         PERFORM 3100-ADD-BUDGET
002590             THRU 3100-ADD-BUDGET-EXIT
002600     ELSE
002610         IF BTRN-CHANGE
002620             PERFORM 3200-CHANGE-BUDGET
002630                 THRU 3200-CHANGE-BUDGET-EXIT
002640         ELSE
002650             IF BTRN-DELETE
002660                 PERFORM 3300-DELETE-BUDGET
002670                     THRU 3300-DELETE-BUDGET-EXIT
002680             ELSE
002690                 MOVE '03' TO WS-BREJ-REASON
002700                 PERFORM 3800-WRITE-TRAN-REJECT
002710                     THRU 3800-WRITE-TRAN-REJECT-EXIT
002720             END-IF
002730         END-IF
002740     END-IF.
002750     PERFORM 3900-READ-TRANSACTION
002760         THRU 3900-READ-TRANSACTION-EXIT.
002770 3000-APPLY-TRANSACTION-EXIT.
002780     EXIT.
002790
002800******************************************************************
002810* 3050-VET-TRANSACTION checks the fields an add or change will
002820* write: the annual budget numeric, the phasing (when keyed)
002830* numeric and adding back to the annual budget, and the
002840* department on the master.  A failing transaction is rejected
002850* here and WS-BREJ-REASON tells the caller to skip the file
002860* operation.
002870******************************************************************
002880 3050-VET-TRANSACTION.
002890     MOVE SPACES TO WS-BREJ-REASON.
002900     IF BTRN-ANNUAL IS NOT NUMERIC
002910         MOVE '04' TO WS-BREJ-REASON
002920         PERFORM 3800-WRITE-TRAN-REJECT
002930             THRU 3800-WRITE-TRAN-REJECT-EXIT
002940         GO TO 3050-VET-TRANSACTION-EXIT
002950     END-IF.
002960     IF BTRN-PHASING NOT = SPACES
002970         MOVE ZERO TO WS-PHASING-TOTAL
002980         MOVE 'N' TO WS-PHASING-BAD-SWITCH
002990         PERFORM 3060-ADD-PHASING-MONTH
003000             THRU 3060-ADD-PHASING-MONTH-EXIT
003010             VARYING WS-MONTH-IDX FROM 1 BY 1
003020             UNTIL WS-MONTH-IDX > 12
003030         IF WS-PHASING-BAD
003040             OR WS-PHASING-TOTAL NOT = BTRN-ANNUAL-N
003050             MOVE '05' TO WS-BREJ-REASON
003060             PERFORM 3800-WRITE-TRAN-REJECT
003070                 THRU 3800-WRITE-TRAN-REJECT-EXIT
003080             GO TO 3050-VET-TRANSACTION-EXIT
003090         END-IF
003100     END-IF.
003110     IF WS-DM-LOADED
003120         MOVE BTRN-DEPT-CODE TO DMW-DEPT-CODE
003130         READ SALARY-DM-WORK
003140             INVALID KEY
003150                 MOVE '06' TO WS-BREJ-REASON
003160                 PERFORM 3800-WRITE-TRAN-REJECT
003170                     THRU 3800-WRITE-TRAN-REJECT-EXIT
003180         END-READ
003190     END-IF.
003200 3050-VET-TRANSACTION-EXIT.
003210     EXIT.
003220
003230 3060-ADD-PHASING-MONTH.
003240     IF BTRN-MONTH (WS-MONTH-IDX) IS NUMERIC
003250         ADD BTRN-MONTH-N (WS-MONTH-IDX) TO WS-PHASING-TOTAL
003260     ELSE
003270         SET WS-PHASING-BAD TO TRUE
003280     END-IF.
003290 3060-ADD-PHASING-MONTH-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330* 3070-BUILD-BUDGET moves a vetted transaction onto the budget
003340* record; blank phasing is carried as twelve zero months.
003350******************************************************************
003360 3070-BUILD-BUDGET.
003370     MOVE BTRN-DEPT-CODE TO BUD-DEPT-CODE.
003380     MOVE BTRN-ANNUAL-N  TO BUD-ANNUAL.
003390     IF BTRN-PHASING = SPACES
003400         PERFORM 3080-CLEAR-MONTH THRU 3080-CLEAR-MONTH-EXIT
003410             VARYING WS-MONTH-IDX FROM 1 BY 1
003420             UNTIL WS-MONTH-IDX > 12
003430     ELSE
003440         MOVE BTRN-PHASING TO BUD-PHASING
003450     END-IF.
003460 3070-BUILD-BUDGET-EXIT.
003470     EXIT.
003480
003490 3080-CLEAR-MONTH.
003500     MOVE ZERO TO BUD-MONTH (WS-MONTH-IDX).
003510 3080-CLEAR-MONTH-EXIT.
003520     EXIT.
003530
003540 3100-ADD-BUDGET.
003550     PERFORM 3050-VET-TRANSACTION
003560         THRU 3050-VET-TRANSACTION-EXIT.
003570     IF WS-BREJ-REASON NOT = SPACES
003580         GO TO 3100-ADD-BUDGET-EXIT
003590     END-IF.
003600     PERFORM 3070-BUILD-BUDGET THRU 3070-BUILD-BUDGET-EXIT.
003610     WRITE BUDGET-RECORD
003620         INVALID KEY
003630             MOVE '01' TO WS-BREJ-REASON
003640             PERFORM 3800-WRITE-TRAN-REJECT
003650                 THRU 3800-WRITE-TRAN-REJECT-EXIT
003660         NOT INVALID KEY
003670             ADD 1 TO WS-ADDED-COUNT
003680     END-WRITE.
003690 3100-ADD-BUDGET-EXIT.
003700     EXIT.
003710
003720 3200-CHANGE-BUDGET.
003730     PERFORM 3050-VET-TRANSACTION
003740         THRU 3050-VET-TRANSACTION-EXIT.
003750     IF WS-BREJ-REASON NOT = SPACES
003760         GO TO 3200-CHANGE-BUDGET-EXIT
003770     END-IF.
003780     MOVE BTRN-DEPT-CODE TO BUD-DEPT-CODE.
003790     READ SALARY-BUDGET
003800         INVALID KEY
003810             MOVE '02' TO WS-BREJ-REASON
003820             PERFORM 3800-WRITE-TRAN-REJECT
003830                 THRU 3800-WRITE-TRAN-REJECT-EXIT
003840             GO TO 3200-CHANGE-BUDGET-EXIT
003850     END-READ.
003860     PERFORM 3070-BUILD-BUDGET THRU 3070-BUILD-BUDGET-EXIT.
003870     REWRITE BUDGET-RECORD
003880         INVALID KEY
003890             MOVE '02' TO WS-BREJ-REASON
003900             PERFORM 3800-WRITE-TRAN-REJECT
003910                 THRU 3800-WRITE-TRAN-REJECT-EXIT
003920         NOT INVALID KEY
003930             ADD 1 TO WS-CHANGED-COUNT
003940     END-REWRITE.
003950 3200-CHANGE-BUDGET-EXIT.
003960     EXIT.
003970
003980 3300-DELETE-BUDGET.
003990     MOVE BTRN-DEPT-CODE TO BUD-DEPT-CODE.
004000     DELETE SALARY-BUDGET
004010         INVALID KEY
004020             MOVE '02' TO WS-BREJ-REASON
004030             PERFORM 3800-WRITE-TRAN-REJECT
004040                 THRU 3800-WRITE-TRAN-REJECT-EXIT
004050         NOT INVALID KEY
004060             ADD 1 TO WS-DELETED-COUNT
004070     END-DELETE.
004080 3300-DELETE-BUDGET-EXIT.
004090     EXIT.
004100
004110 3800-WRITE-TRAN-REJECT.
004120     MOVE BTRN-RECORD TO BREJ-TRANSACTION.
004130     MOVE WS-BREJ-REASON TO BREJ-REASON-CODE.
004140     WRITE BTRN-REJECT-RECORD.
004150     ADD 1 TO WS-BREJ-COUNT.
004160 3800-WRITE-TRAN-REJECT-EXIT.
004170     EXIT.
004180
004190 3900-READ-TRANSACTION.
004200     READ SALARY-BUDTRN
004210         AT END
004220             SET WS-EOF TO TRUE
004230         NOT AT END
004240             CONTINUE
004250     END-READ.
004260 3900-READ-TRANSACTION-EXIT.
004270     EXIT.
004280
004290 8000-TERMINATE.
004300     IF WS-BUDGET-OPENED
004310         CLOSE SALARY-BUDGET
004320     END-IF.
004330     IF WS-TRANS-OPENED
004340         CLOSE SALARY-BUDTRN
004350         CLOSE SALARY-BUDTRN-REJ
004360     END-IF.
004370     IF WS-DM-WORK-OPEN
004380         CLOSE SALARY-DM-WORK
004390     END-IF.
004400     DISPLAY 'SALARY-BUDLD RUN COMPLETE'.
004410     DISPLAY 'BUDGETS ADDED ... : ' WS-ADDED-COUNT.
004420     DISPLAY 'BUDGETS CHANGED . : ' WS-CHANGED-COUNT.
004430     DISPLAY 'BUDGETS DELETED . : ' WS-DELETED-COUNT.
004440     DISPLAY 'TRANS REJECTED .. : ' WS-BREJ-COUNT.
004450 8000-TERMINATE-EXIT.
004460     EXIT.
