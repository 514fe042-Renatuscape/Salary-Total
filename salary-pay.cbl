000010******************************************************************
000020* Program name:    SALARY-PAY
000030* Original author: PJM
000040* Installation:    COBOL DEVELOPMENT CENTER
000050* Date-written:    10/15/26
000060*
000070* Maintenence Log
000080* Date      Author        Maintenance Requirement
000090* --------- ------------  ---------------------------------------
000100* 10/15/26 PJM           Created.  Once the net-pay register is
000110*                        agreed every payment was keyed into the
000120*                        bank's portal by hand.  This run reads
000130*                        the SALARY-NETPAY file SALARY-DEDUCT
000140*                        writes (copybook SALNET) and builds the
000150*                        SALARY-BANK payment file with the
000160*                        SALARY-GLPOST control pattern: a header
000170*                        'H' carrying the run and extract dates,
000180*                        one credit 'D' per employee paid to the
000190*                        bank details on SALARY-EMPMST, and a
000200*                        trailer 'T' carrying the credit count
000210*                        and a hash total of the amounts.  An
000220*                        employee is refused - not on the
000230*                        master, a leaver, bank details missing
000240*                        or invalid, no net pay, or already paid
000250*                        for that extract date on the
000260*                        SALARY-PAID history - and every refusal
000270*                        is listed on the page-numbered payment
000280*                        exceptions report.  Condition code 0
000290*                        clean, 4 refusals listed, 16 run
000300*                        refused (no net-pay file).
000301* 10/15/26 PJM           Multi-company: the bank file header
000302*                        carries the company on the net-pay
000303*                        register (NET-COMPANY-CODE, blank the
000304*                        home company, 01), and a register that
000305*                        mixes companies is refused before any
000306*                        credit is written.  SALARY-BANK not
000307*                        opening refuses the run (16).  The
000308*                        SALARY-PAID record is now written
000309*                        before the bank credit, and a credit
000310*                        whose history write fails is not made
000311*                        but counted, ending the run 12.
000312*
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.  SALARY-PAY.
000350 AUTHOR. PJM.
000360 INSTALLATION. COBOL DEVELOPMENT CENTER.
000370 DATE-WRITTEN. 10/15/26.
000380 DATE-COMPILED. 00/00/00.
000390 SECURITY. NON-CONFIDENTIAL.
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. ICL-2972.
000440 OBJECT-COMPUTER. ICL-2972.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT SALARY-NETPAY ASSIGN TO SALNETP
000480           ORGANIZATION IS SEQUENTIAL
000490           ACCESS MODE IS SEQUENTIAL
000500           FILE STATUS IS WS-NETPAY-STATUS.
000510     SELECT SALARY-EMPMST ASSIGN TO SALEMP
000520           ORGANIZATION IS INDEXED
000530           ACCESS MODE IS RANDOM
000540           RECORD KEY IS EMP-EMPLOYEE-ID
000550           FILE STATUS IS WS-EMPMST-STATUS.
000560     SELECT SALARY-PAID ASSIGN TO SALPAID
000570           ORGANIZATION IS INDEXED
000580           ACCESS MODE IS RANDOM
000590           RECORD KEY IS PD-PAID-KEY
000600           FILE STATUS IS WS-PAID-STATUS.
000610     SELECT SALARY-BANK ASSIGN TO SALBANK
000620           ORGANIZATION IS SEQUENTIAL
000630           ACCESS MODE IS SEQUENTIAL
000640           FILE STATUS IS WS-BANK-STATUS.
000650     SELECT PAY-PRINT ASSIGN TO PAYRPT
000660           ORGANIZATION IS SEQUENTIAL
000670           ACCESS MODE IS SEQUENTIAL.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  SALARY-NETPAY
000720     RECORDING MODE IS F
000730     RECORD CONTAINS 81 CHARACTERS.
000740     COPY salnet.
000750
000760 FD  SALARY-EMPMST
000770     RECORDING MODE IS F
000780     RECORD CONTAINS 77 CHARACTERS.
000790     COPY salemp.
000800
000810* One record per employee paid per extract date, keyed by the
000820* two together - the guard against paying the same cycle twice.
000830 FD  SALARY-PAID
000840     RECORDING MODE IS F
000850     RECORD CONTAINS 25 CHARACTERS.
000860 01  PAID-RECORD.
000870     03  PD-PAID-KEY.
000880         05  PD-EXTRACT-DATE     PIC 9(06).
000890         05  PD-EMPLOYEE-ID      PIC X(06).
000900     03  PD-AMOUNT               PIC 9(07).
000910     03  PD-PAY-DATE             PIC 9(06).
000920
000930* SALARY-BANK mirrors the SALARY-GLPOST control pattern: a header
000940* record 'H' carrying the run date, the extract date and the
000945* company being paid, one credit 'D' per employee, and a trailer
000950* 'T' carrying the credit count and a hash total of the amounts.
000960* BNK-REFERENCE (employee ID and extract date) is what appears on
000970* the employee's bank statement.
000990 FD  SALARY-BANK
001000     RECORDING MODE IS F
001010     RECORD CONTAINS 52 CHARACTERS.
001020 01  BANK-PAY-RECORD.
001030     03  BNK-RECORD-TYPE         PIC X(01).
001040     03  BNK-DETAIL.
001050         05  BNK-SORT-CODE       PIC X(06).
001060         05  BNK-ACCOUNT-NO      PIC X(08).
001070         05  BNK-ACCOUNT-NAME    PIC X(18).
001080         05  BNK-AMOUNT          PIC 9(07).
001090         05  BNK-REFERENCE.
001100             07  BNK-REF-EMPLOYEE-ID
001110                                 PIC X(06).
001120             07  BNK-REF-EXTRACT-DATE
001130                                 PIC 9(06).
001140     03  BNK-HEADER REDEFINES BNK-DETAIL.
001150         05  BNK-RUN-DATE        PIC 9(06).
001160         05  BNK-EXTRACT-DATE    PIC 9(06).
001165         05  BNK-COMPANY-CODE    PIC X(02).
001170         05  FILLER              PIC X(37).
001180     03  BNK-TRAILER REDEFINES BNK-DETAIL.
001190         05  BNK-REC-COUNT       PIC 9(06).
001200         05  BNK-HASH-TOTAL      PIC 9(12).
001210         05  FILLER              PIC X(33).
001220
001230 FD  PAY-PRINT
001240     RECORDING MODE IS F
001250     RECORD CONTAINS 80 CHARACTERS.
001260 01  PRINT-LINE                 PIC X(80).
001270
001280 WORKING-STORAGE SECTION.
001290 77  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001300     88  WS-EOF                          VALUE 'Y'.
001310 77  WS-NETPAY-STATUS        PIC X(02)   VALUE '00'.
001320     88  WS-NETPAY-FILE-OK               VALUE '00'.
001330 77  WS-EMPMST-STATUS        PIC X(02)   VALUE '00'.
001340     88  WS-EMPMST-FILE-OK               VALUE '00'.
001350 77  WS-PAID-STATUS          PIC X(02)   VALUE '00'.
001360     88  WS-PAID-FILE-OK                 VALUE '00'.
001370 77  WS-BANK-STATUS          PIC X(02)   VALUE '00'.
001380     88  WS-BANK-FILE-OK                 VALUE '00'.
001390* Open-tracking switches: the refused path reaches termination
001400* with some files never opened, and only the ones actually
001410* opened may be closed.
001420 77  WS-NET-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001430     88  WS-NETPAY-OPENED                VALUE 'Y'.
001440 77  WS-EMP-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001450     88  WS-EMP-MASTER-OPEN              VALUE 'Y'.
001460 77  WS-PAY-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
001470     88  WS-PAY-FILES-OPENED             VALUE 'Y'.
001480 77  WS-REFUSED-SWITCH       PIC X(01)   VALUE 'N'.
001490     88  WS-RUN-REFUSED                  VALUE 'Y'.
001500 77  WS-REFUSED-REASON       PIC X(40)   VALUE SPACES.
001510* Why the current employee is not being paid; spaces when the
001520* credit can be made.
001530 77  WS-EXCEPTION-REASON     PIC X(30)   VALUE SPACES.
001540 77  WS-EXTRACT-DATE         PIC 9(06)   VALUE ZERO.
001542 77  WS-COMPANY-CODE         PIC X(02)   VALUE '01'.
001544 77  WS-HOME-COMPANY         PIC X(02)   VALUE '01'.
001546 77  WS-NET-COMPANY          PIC X(02)   VALUE SPACES.
001548 77  WS-PAID-ERROR-COUNT     PIC 9(06)   VALUE ZERO.
001550 77  WS-READ-COUNT           PIC 9(06)   VALUE ZERO.
001560 77  WS-PAID-COUNT           PIC 9(06)   VALUE ZERO.
001570 77  WS-EXCEPTION-COUNT      PIC 9(06)   VALUE ZERO.
001580 77  WS-PAID-TOTAL           PIC 9(09)   VALUE ZERO.
001590 77  WS-EXCEPTION-TOTAL      PIC 9(09)   VALUE ZERO.
001600 77  WS-BANK-REC-COUNT       PIC 9(06)   VALUE ZERO.
001610 77  WS-BANK-HASH-TOTAL      PIC 9(12)   VALUE ZERO.
001620* Condition code grades: 0 clean, 4 refusals listed on the
001630* exceptions report, 12 a paid-history write failed, 16 run
001635* refused.
001640 77  WS-COND-CODE            PIC 9(04)   VALUE ZERO.
001650 77  WS-CAND-COND            PIC 9(04)   VALUE ZERO.
001660 77  WS-RUN-DATE             PIC 9(06)   VALUE ZERO.
001670 77  WS-PAGE-NO              PIC 9(04)   VALUE ZERO.
001680 77  WS-LINE-COUNT           PIC 9(02)   VALUE ZERO.
001690 77  WS-LINES-PER-PAGE       PIC 9(02)   VALUE 15.
001700 77  WS-REPORT-TITLE         PIC X(31)   VALUE SPACES.
001710
001720 PROCEDURE DIVISION.
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001750     PERFORM 2000-PAY-EMPLOYEE THRU 2000-PAY-EMPLOYEE-EXIT
001760         UNTIL WS-EOF.
001770     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
001780     MOVE WS-COND-CODE TO RETURN-CODE.
001790     STOP RUN.
001800
001810******************************************************************
001820* 1000-INITIALIZE opens the net-pay file and reads the first
001830* record, whose extract date goes on the bank file header.  No
001840* net-pay file, or an empty one, refuses the run: there is
001850* nothing agreed to pay.  Otherwise the employee master, the
001860* paid history (created on the very first run, as SALARY-TOTAL
001870* creates SALARY-LEDGER), the bank file and the exceptions
001880* report are opened and the bank header written.  The register
001882* is first read through by 1100-CHECK-COMPANY: one company's
001884* register pays per run, and a file mixing companies is refused
001886* before anything is paid.  A bank file that will not open
001888* refuses the run too.
001890******************************************************************
001900 1000-INITIALIZE.
001910     ACCEPT WS-RUN-DATE FROM DATE.
001920     OPEN OUTPUT PAY-PRINT.
001930     OPEN INPUT SALARY-NETPAY.
001940     IF NOT WS-NETPAY-FILE-OK
001950         MOVE 'NO SALARY-NETPAY FILE' TO WS-REFUSED-REASON
001960         SET WS-RUN-REFUSED TO TRUE
001970         SET WS-EOF TO TRUE
001980         GO TO 1000-INITIALIZE-EXIT
001990     END-IF.
002000     SET WS-NETPAY-OPENED TO TRUE.
002010     PERFORM 2100-READ-NETPAY THRU 2100-READ-NETPAY-EXIT.
002020     IF WS-EOF
002030         MOVE 'SALARY-NETPAY FILE EMPTY' TO WS-REFUSED-REASON
002040         SET WS-RUN-REFUSED TO TRUE
002050         GO TO 1000-INITIALIZE-EXIT
002060     END-IF.
002070     MOVE NET-EXTRACT-DATE TO WS-EXTRACT-DATE.
002071     MOVE NET-COMPANY-CODE TO WS-COMPANY-CODE.
002072     IF WS-COMPANY-CODE = SPACES
002073         MOVE WS-HOME-COMPANY TO WS-COMPANY-CODE
002074     END-IF.
002075     PERFORM 1100-CHECK-COMPANY THRU 1100-CHECK-COMPANY-EXIT
002076         UNTIL WS-EOF OR WS-RUN-REFUSED.
002077     IF WS-RUN-REFUSED
002078         SET WS-EOF TO TRUE
002079         GO TO 1000-INITIALIZE-EXIT
002080     END-IF.
002081     CLOSE SALARY-NETPAY.
002082     MOVE 'N' TO WS-NET-OPEN-SWITCH.
002083     MOVE 'N' TO WS-EOF-SWITCH.
002084     OPEN INPUT SALARY-NETPAY.
002085     IF NOT WS-NETPAY-FILE-OK
002086         MOVE 'NO SALARY-NETPAY FILE' TO WS-REFUSED-REASON
002087         SET WS-RUN-REFUSED TO TRUE
002088         SET WS-EOF TO TRUE
002089         GO TO 1000-INITIALIZE-EXIT
002090     END-IF.
002091     SET WS-NETPAY-OPENED TO TRUE.
002092     PERFORM 2100-READ-NETPAY THRU 2100-READ-NETPAY-EXIT.
002093     OPEN INPUT SALARY-EMPMST.
002094     IF NOT WS-EMPMST-FILE-OK
002100         MOVE 'NO EMPLOYEE MASTER FILE' TO WS-REFUSED-REASON
002110         SET WS-RUN-REFUSED TO TRUE
002120         SET WS-EOF TO TRUE
002130         GO TO 1000-INITIALIZE-EXIT
002140     END-IF.
002150     SET WS-EMP-MASTER-OPEN TO TRUE.
002160     OPEN I-O SALARY-PAID.
002170     IF NOT WS-PAID-FILE-OK
002180         DISPLAY 'NO PAID HISTORY FILE - CREATING ONE'
002190         OPEN OUTPUT SALARY-PAID
002200         CLOSE SALARY-PAID
002210         OPEN I-O SALARY-PAID
002220     END-IF.
002230     OPEN OUTPUT SALARY-BANK.
002231     IF NOT WS-BANK-FILE-OK
002232         DISPLAY 'UNABLE TO OPEN SALARY-BANK - STATUS '
002233             WS-BANK-STATUS
002234         MOVE 'SALARY-BANK WILL NOT OPEN' TO WS-REFUSED-REASON
002235         SET WS-RUN-REFUSED TO TRUE
002236         SET WS-EOF TO TRUE
002237         CLOSE SALARY-PAID
002238         GO TO 1000-INITIALIZE-EXIT
002239     END-IF.
002240     SET WS-PAY-FILES-OPENED TO TRUE.
002250     MOVE SPACES TO BANK-PAY-RECORD.
002260     MOVE 'H' TO BNK-RECORD-TYPE.
002270     MOVE WS-RUN-DATE TO BNK-RUN-DATE.
002280     MOVE WS-EXTRACT-DATE TO BNK-EXTRACT-DATE.
002285     MOVE WS-COMPANY-CODE TO BNK-COMPANY-CODE.
002290     WRITE BANK-PAY-RECORD.
002300     MOVE 'PAYMENT EXCEPTIONS' TO WS-REPORT-TITLE.
002310     PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT.
002320 1000-INITIALIZE-EXIT.
002330     EXIT.
002331
002332******************************************************************
002333* 1100-CHECK-COMPANY checks one net-pay record's company against
002334* the first record's.  A second company on the register refuses
002335* the run: each company is paid on its own bank file.
002336******************************************************************
002337 1100-CHECK-COMPANY.
002338     MOVE NET-COMPANY-CODE TO WS-NET-COMPANY.
002339     IF WS-NET-COMPANY = SPACES
002340         MOVE WS-HOME-COMPANY TO WS-NET-COMPANY
002341     END-IF.
002342     IF WS-NET-COMPANY NOT = WS-COMPANY-CODE
002343         DISPLAY 'COMPANIES ' WS-COMPANY-CODE ' AND '
002344             WS-NET-COMPANY ' ON ONE SALARY-NETPAY FILE'
002345         MOVE 'SALARY-NETPAY MIXES COMPANIES'
002346             TO WS-REFUSED-REASON
002347         SET WS-RUN-REFUSED TO TRUE
002348         GO TO 1100-CHECK-COMPANY-EXIT
002349     END-IF.
002350     PERFORM 2100-READ-NETPAY THRU 2100-READ-NETPAY-EXIT.
002351 1100-CHECK-COMPANY-EXIT.
002352     EXIT.
002353
002354******************************************************************
002360* 2000-PAY-EMPLOYEE takes one net-pay record: 2200-VET-PAYMENT
002370* decides whether it can be paid; a refusal goes to the
002380* exceptions report, a payment is written as a bank credit and
002390* recorded on SALARY-PAID against the extract date.
002400******************************************************************
002410 2000-PAY-EMPLOYEE.
002420     ADD 1 TO WS-READ-COUNT.
002430     PERFORM 2200-VET-PAYMENT THRU 2200-VET-PAYMENT-EXIT.
002440     IF WS-EXCEPTION-REASON NOT = SPACES
002450         PERFORM 2400-PRINT-EXCEPTION
002460             THRU 2400-PRINT-EXCEPTION-EXIT
002470     ELSE
002480         PERFORM 2300-WRITE-CREDIT THRU 2300-WRITE-CREDIT-EXIT
002490     END-IF.
002500     PERFORM 2100-READ-NETPAY THRU 2100-READ-NETPAY-EXIT.
002510 2000-PAY-EMPLOYEE-EXIT.
002520     EXIT.
002530
002540 2100-READ-NETPAY.
002550     READ SALARY-NETPAY
002560         AT END
002570             SET WS-EOF TO TRUE
002580     END-READ.
002590 2100-READ-NETPAY-EXIT.
002600     EXIT.
002610
002620******************************************************************
002630* 2200-VET-PAYMENT sets WS-EXCEPTION-REASON for an employee who
002640* must not be paid: nothing to pay, not on the employee
002650* master, a leaver, no bank details, bank details that are not
002660* a numeric sort code and account number with an account name,
002670* or a payment already on SALARY-PAID for this extract date.
002680******************************************************************
002690 2200-VET-PAYMENT.
002700     MOVE SPACES TO WS-EXCEPTION-REASON.
002710     IF NET-PAY IS NOT NUMERIC OR NET-PAY = ZERO
002720         MOVE 'NO NET PAY' TO WS-EXCEPTION-REASON
002730         GO TO 2200-VET-PAYMENT-EXIT
002740     END-IF.
002750     MOVE NET-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
002760     READ SALARY-EMPMST
002770         INVALID KEY
002780             MOVE 'NOT ON EMPLOYEE MASTER'
002790                 TO WS-EXCEPTION-REASON
002800             GO TO 2200-VET-PAYMENT-EXIT
002810     END-READ.
002820     IF EMP-LEAVER
002830         MOVE 'LEAVER - NOT PAID' TO WS-EXCEPTION-REASON
002840         GO TO 2200-VET-PAYMENT-EXIT
002850     END-IF.
002860     IF EMP-BANK-DETAILS = SPACES
002870         MOVE 'NO BANK DETAILS' TO WS-EXCEPTION-REASON
002880         GO TO 2200-VET-PAYMENT-EXIT
002890     END-IF.
002900     IF EMP-BANK-SORT-CODE IS NOT NUMERIC
002910         OR EMP-BANK-SORT-CODE = ZERO
002920         OR EMP-BANK-ACCOUNT-NO IS NOT NUMERIC
002930         OR EMP-BANK-ACCOUNT-NO = ZERO
002940         OR EMP-BANK-ACCOUNT-NAME = SPACES
002950         MOVE 'INVALID BANK DETAILS' TO WS-EXCEPTION-REASON
002960         GO TO 2200-VET-PAYMENT-EXIT
002970     END-IF.
002980     MOVE NET-EXTRACT-DATE TO PD-EXTRACT-DATE.
002990     MOVE NET-EMPLOYEE-ID TO PD-EMPLOYEE-ID.
003000     READ SALARY-PAID
003010         INVALID KEY
003020             CONTINUE
003030         NOT INVALID KEY
003040             MOVE 'ALREADY PAID FOR EXTRACT DATE'
003050                 TO WS-EXCEPTION-REASON
003060     END-READ.
003070 2200-VET-PAYMENT-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110* 2300-WRITE-CREDIT records the payment on SALARY-PAID, so the
003120* same extract date cannot pay again, then writes the bank
003130* credit and adds it into the trailer count and hash total.  A
003133* payment whose history cannot be written is not sent to the
003136* bank: it is counted and the run ends condition 12.
003140******************************************************************
003150 2300-WRITE-CREDIT.
003151     MOVE NET-EXTRACT-DATE TO PD-EXTRACT-DATE.
003152     MOVE NET-EMPLOYEE-ID  TO PD-EMPLOYEE-ID.
003153     MOVE NET-PAY          TO PD-AMOUNT.
003154     MOVE WS-RUN-DATE      TO PD-PAY-DATE.
003155     WRITE PAID-RECORD
003156         INVALID KEY
003157             DISPLAY 'PAID HISTORY WRITE FAILED - STATUS '
003158                 WS-PAID-STATUS ' : ' NET-EMPLOYEE-ID
003159                 ' - NOT PAID'
003160             ADD 1 TO WS-PAID-ERROR-COUNT
003161             GO TO 2300-WRITE-CREDIT-EXIT
003162     END-WRITE.
003163     MOVE SPACES TO BANK-PAY-RECORD.
003170     MOVE 'D' TO BNK-RECORD-TYPE.
003180     MOVE EMP-BANK-SORT-CODE    TO BNK-SORT-CODE.
003190     MOVE EMP-BANK-ACCOUNT-NO   TO BNK-ACCOUNT-NO.
003200     MOVE EMP-BANK-ACCOUNT-NAME TO BNK-ACCOUNT-NAME.
003210     MOVE NET-PAY               TO BNK-AMOUNT.
003220     MOVE NET-EMPLOYEE-ID       TO BNK-REF-EMPLOYEE-ID.
003230     MOVE NET-EXTRACT-DATE      TO BNK-REF-EXTRACT-DATE.
003240     WRITE BANK-PAY-RECORD.
003250     ADD 1 TO WS-BANK-REC-COUNT.
003260     ADD NET-PAY TO WS-BANK-HASH-TOTAL.
003270     ADD 1 TO WS-PAID-COUNT.
003280     ADD NET-PAY TO WS-PAID-TOTAL.
003380 2300-WRITE-CREDIT-EXIT.
003390     EXIT.
003400
003410 2400-PRINT-EXCEPTION.
003420     ADD 1 TO WS-EXCEPTION-COUNT.
003430     IF NET-PAY IS NUMERIC
003440         ADD NET-PAY TO WS-EXCEPTION-TOTAL
003450     END-IF.
003460     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003470         PERFORM 8050-PRINT-HEADING THRU 8050-PRINT-HEADING-EXIT
003480     END-IF.
003490     MOVE SPACES TO PRINT-LINE.
003500     MOVE NET-EMPLOYEE-ID     TO PRINT-LINE (1:6).
003510     MOVE NET-EMPLOYEE-NAME   TO PRINT-LINE (8:20).
003520     MOVE NET-EXTRACT-DATE    TO PRINT-LINE (29:6).
003530     MOVE NET-PAY             TO PRINT-LINE (36:7).
003540     MOVE WS-EXCEPTION-REASON TO PRINT-LINE (44:30).
003550     WRITE PRINT-LINE.
003560     ADD 1 TO WS-LINE-COUNT.
003570 2400-PRINT-EXCEPTION-EXIT.
003580     EXIT.
003590
003600 8000-TERMINATE.
003610     IF WS-RUN-REFUSED
003620         DISPLAY 'RUN REFUSED - ' WS-REFUSED-REASON
003630         MOVE 16 TO WS-CAND-COND
003640         PERFORM 9100-RAISE-COND-CODE
003650             THRU 9100-RAISE-COND-CODE-EXIT
003660     END-IF.
003670     IF WS-NETPAY-OPENED
003680         CLOSE SALARY-NETPAY
003690     END-IF.
003700     IF WS-EMP-MASTER-OPEN
003710         CLOSE SALARY-EMPMST
003720     END-IF.
003730     IF WS-PAY-FILES-OPENED
003740         MOVE SPACES TO BANK-PAY-RECORD
003750         MOVE 'T' TO BNK-RECORD-TYPE
003760         MOVE WS-BANK-REC-COUNT TO BNK-REC-COUNT
003770         MOVE WS-BANK-HASH-TOTAL TO BNK-HASH-TOTAL
003780         WRITE BANK-PAY-RECORD
003790         CLOSE SALARY-BANK
003800         CLOSE SALARY-PAID
003810         PERFORM 8100-PRINT-TOTALS THRU 8100-PRINT-TOTALS-EXIT
003820     END-IF.
003830     CLOSE PAY-PRINT.
003840     DISPLAY 'SALARY-PAY RUN COMPLETE'.
003845     DISPLAY 'COMPANY ......... : ' WS-COMPANY-CODE.
003850     DISPLAY 'EXTRACT DATE .... : ' WS-EXTRACT-DATE.
003860     DISPLAY 'NET PAY RECORDS . : ' WS-READ-COUNT.
003870     DISPLAY 'CREDITS WRITTEN . : ' WS-BANK-REC-COUNT.
003880     DISPLAY 'HASH TOTAL ...... : ' WS-BANK-HASH-TOTAL.
003890     DISPLAY 'PAYMENTS REFUSED  : ' WS-EXCEPTION-COUNT.
003895     DISPLAY 'PAID HIST ERRORS  : ' WS-PAID-ERROR-COUNT.
003900     PERFORM 9000-GRADE-CONDITION
003910         THRU 9000-GRADE-CONDITION-EXIT.
003920 8000-TERMINATE-EXIT.
003930     EXIT.
003940
003950******************************************************************
003960* 8050-PRINT-HEADING starts a new page on PAY-PRINT: a report
003970* title line (carrying the company, run date and page number)
003980* followed by the column heading line, as on the SALARY-TOTAL
003985* report.
003990******************************************************************
004000 8050-PRINT-HEADING.
004010     ADD 1 TO WS-PAGE-NO.
004020     MOVE SPACES TO PRINT-LINE.
004030     MOVE WS-REPORT-TITLE TO PRINT-LINE (1:31).
004033     MOVE 'CO' TO PRINT-LINE (33:2).
004036     MOVE WS-COMPANY-CODE TO PRINT-LINE (36:2).
004040     MOVE 'RUN DATE' TO PRINT-LINE (40:8).
004050     MOVE WS-RUN-DATE TO PRINT-LINE (49:6).
004060     MOVE 'PAGE' TO PRINT-LINE (60:4).
004070     MOVE WS-PAGE-NO TO PRINT-LINE (65:4).
004080     WRITE PRINT-LINE.
004090     MOVE SPACES TO PRINT-LINE.
004100     MOVE 'EMP-ID NAME                 EXTRACT  AMOUNT'
004110         TO PRINT-LINE (1:43).
004120     MOVE 'REASON REFUSED' TO PRINT-LINE (44:14).
004130     WRITE PRINT-LINE.
004140     MOVE ZERO TO WS-LINE-COUNT.
004150 8050-PRINT-HEADING-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190* 8100-PRINT-TOTALS closes the exceptions report with the run's
004200* control figures: what was paid (agreeing with the bank file
004210* trailer) and what was refused.
004220******************************************************************
004230 8100-PRINT-TOTALS.
004240     IF WS-EXCEPTION-COUNT = ZERO
004250         MOVE SPACES TO PRINT-LINE
004260         MOVE 'NO PAYMENTS REFUSED' TO PRINT-LINE (1:19)
004270         WRITE PRINT-LINE
004280     END-IF.
004290     MOVE SPACES TO PRINT-LINE.
004300     WRITE PRINT-LINE.
004310     MOVE 'CREDITS WRITTEN . :' TO PRINT-LINE (1:19).
004320     MOVE WS-PAID-COUNT TO PRINT-LINE (21:6).
004330     MOVE WS-PAID-TOTAL TO PRINT-LINE (28:9).
004340     WRITE PRINT-LINE.
004350     MOVE SPACES TO PRINT-LINE.
004360     MOVE 'PAYMENTS REFUSED  :' TO PRINT-LINE (1:19).
004370     MOVE WS-EXCEPTION-COUNT TO PRINT-LINE (21:6).
004380     MOVE WS-EXCEPTION-TOTAL TO PRINT-LINE (28:9).
004390     WRITE PRINT-LINE.
004400 8100-PRINT-TOTALS-EXIT.
004410     EXIT.
004420
004430******************************************************************
004440* 9000-GRADE-CONDITION works out the final condition code,
004450* keeping the highest grade: 4 when any payment was refused, 12
004453* when a payment was held back because its SALARY-PAID history
004456* record could not be written.
004460******************************************************************
004470 9000-GRADE-CONDITION.
004480     IF WS-EXCEPTION-COUNT > ZERO
004490         MOVE 4 TO WS-CAND-COND
004500         PERFORM 9100-RAISE-COND-CODE
004510             THRU 9100-RAISE-COND-CODE-EXIT
004520     END-IF.
004521     IF WS-PAID-ERROR-COUNT > ZERO
004522         MOVE 12 TO WS-CAND-COND
004523         PERFORM 9100-RAISE-COND-CODE
004524             THRU 9100-RAISE-COND-CODE-EXIT
004525     END-IF.
004530     DISPLAY 'CONDITION CODE .. : ' WS-COND-CODE.
004540 9000-GRADE-CONDITION-EXIT.
004550     EXIT.
004560
004570 9100-RAISE-COND-CODE.
004580     IF WS-CAND-COND > WS-COND-CODE
004590         MOVE WS-CAND-COND TO WS-COND-CODE
004600     END-IF.
004610 9100-RAISE-COND-CODE-EXIT.
004620     EXIT.
