000270*                        created empty on the very first run,
000280*                        mirroring the SALARY-LEDGER first-run
000290*                        handling.
000291* 10/15/26 PJM           Transactions carry the employee's bank
000292*                        details (sort code, account number and
000293*                        account name) for SALARY-PAY; record
000294*                        now 70 bytes, master 69.  Details
000295*                        supplied must be complete - numeric
000296*                        sort code and account number and an
000297*                        account name - or the transaction is
000298*                        rejected with new reason 06.  A change
000299*                        with the bank details left blank keeps
000300*                        the ones already on the master, so a
000301*                        leaver or department change need not
000302*                        re-key them.
000303* 10/15/26 PJM           Transactions carry the leave date of a
000304*                        leaver for SALARY-HDCNT; record now 76
000305*                        bytes, master 75.  An add or change to
000306*                        status L needs a numeric leave date
000307*                        not before the start date, or the
000308*                        transaction is rejected with new reason
000309*                        07; a change to a leaver with the date
000310*                        left blank keeps the one on the master.
000311*                        An active employee carries a zero
000312*                        leave date.
000313* 10/15/26 PJM           Transactions carry the employee's
000314*                        company code; record now 78 bytes,
000315*                        master 77.  An add with the company
000316*                        left blank is for the home company,
000317*                        01; a change with it blank keeps the
000318*                        one on the master, so moving an
000319*                        employee to another company is an
000320*                        explicit change.
000321*
000322******************************************************************
000323 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.  SALARY-EMPLD.
000340 AUTHOR. PJM.
000350 INSTALLATION. COBOL DEVELOPMENT CENTER.
000610 FILE SECTION.
000620 FD  SALARY-EMPMST
000630     RECORDING MODE IS F
000640     RECORD CONTAINS 77 CHARACTERS.
000650     COPY salemp.
000660
000670* One add/change/delete transaction against SALARY-EMPMST.
000690* instead of abending the run, as on SALARY-TRANS.
000700 FD  SALARY-EMPTRN
000710     RECORDING MODE IS F
000720     RECORD CONTAINS 78 CHARACTERS.
000730 01  ETRN-RECORD.
000740     03  ETRN-ACTION         PIC X(01).
000750         88  ETRN-ADD                    VALUE 'A'.
000800     03  ETRN-DEPT-CODE      PIC X(04).
000810     03  ETRN-STATUS         PIC X(01).
000820     03  ETRN-START-DATE     PIC X(06).
000821     03  ETRN-BANK-DETAILS.
000822         05  ETRN-BANK-SORT-CODE
000823                             PIC X(06).
000824         05  ETRN-BANK-ACCOUNT-NO
000825                             PIC X(08).
000826         05  ETRN-BANK-ACCOUNT-NAME
000827                             PIC X(18).
000828     03  ETRN-LEAVE-DATE     PIC X(06).
000829     03  ETRN-LEAVE-DATE-N REDEFINES ETRN-LEAVE-DATE
000830                             PIC 9(06).
000831     03  ETRN-COMPANY-CODE   PIC X(02).
000832
000840* Reject reason codes: 01 = add for an ID already on file,
000850* 02 = change or delete for an ID not on file, 03 = unknown
000860* action code, 04 = status not A or L on an add or change,
000870* 05 = start date not numeric on an add or change, 06 = bank
000875* details incomplete or sort code / account number not numeric,
000876* 07 = leave date missing on a leaver, not numeric, or before
000877* the start date.
000880 FD  SALARY-EMPTRN-REJ
000890     RECORDING MODE IS F
000900     RECORD CONTAINS 80 CHARACTERS.
000910 01  ETRN-REJECT-RECORD.
000920     03  EREJ-TRANSACTION    PIC X(78).
000930     03  EREJ-REASON-CODE    PIC X(02).
000940
000950 WORKING-STORAGE SECTION.
001050 77  WS-DELETED-COUNT        PIC 9(06)   VALUE ZERO.
001060 77  WS-EREJ-COUNT           PIC 9(06)   VALUE ZERO.
001070 77  WS-EREJ-REASON          PIC X(02)   VALUE SPACES.
001075 77  WS-HOME-COMPANY         PIC X(02)   VALUE '01'.
001080* Open-tracking switches: the bail paths reach termination with
001090* some files never opened, and only the ones actually opened
001100* may be closed.
001850
001860******************************************************************
001870* 3050-VET-TRANSACTION checks the fields an add or change will
001880* write: the status must be A or L, the start date numeric,
001885* bank details, when supplied, complete and numeric, and a
001886* leave date, when supplied, numeric and not before the start
001887* date (an add of a leaver must supply one).
001890* A failing transaction is rejected here and WS-EREJ-REASON
001900* tells the caller to skip the file operation.
001910******************************************************************
002010         MOVE '05' TO WS-EREJ-REASON
002020         PERFORM 3800-WRITE-TRAN-REJECT
002030             THRU 3800-WRITE-TRAN-REJECT-EXIT
002035         GO TO 3050-VET-TRANSACTION-EXIT
002040     END-IF.
002041     IF ETRN-STATUS = 'L'
002042         IF (ETRN-LEAVE-DATE = SPACES AND ETRN-ADD)
002043             OR (ETRN-LEAVE-DATE NOT = SPACES
002044                 AND (ETRN-LEAVE-DATE IS NOT NUMERIC
002045                 OR ETRN-LEAVE-DATE-N = ZERO
002046                 OR ETRN-LEAVE-DATE < ETRN-START-DATE))
002047             MOVE '07' TO WS-EREJ-REASON
002048             PERFORM 3800-WRITE-TRAN-REJECT
002049                 THRU 3800-WRITE-TRAN-REJECT-EXIT
002050             GO TO 3050-VET-TRANSACTION-EXIT
002051         END-IF
002052     END-IF.
002053     IF ETRN-BANK-DETAILS = SPACES
002054         GO TO 3050-VET-TRANSACTION-EXIT
002055     END-IF.
002056     IF ETRN-BANK-SORT-CODE IS NOT NUMERIC
002057         OR ETRN-BANK-ACCOUNT-NO IS NOT NUMERIC
002058         OR ETRN-BANK-ACCOUNT-NAME = SPACES
002059         MOVE '06' TO WS-EREJ-REASON
002060         PERFORM 3800-WRITE-TRAN-REJECT
002061             THRU 3800-WRITE-TRAN-REJECT-EXIT
002062     END-IF.
002063 3050-VET-TRANSACTION-EXIT.
002064     EXIT.
002070
002080 3100-ADD-EMPLOYEE.
002090     PERFORM 3050-VET-TRANSACTION
002160     MOVE ETRN-DEPT-CODE     TO EMP-DEPT-CODE.
002170     MOVE ETRN-STATUS        TO EMP-STATUS.
002180     MOVE ETRN-START-DATE    TO EMP-START-DATE.
002185     MOVE ETRN-BANK-DETAILS  TO EMP-BANK-DETAILS.
002186     IF ETRN-COMPANY-CODE = SPACES
002187         MOVE WS-HOME-COMPANY TO EMP-COMPANY-CODE
002188     ELSE
002189         MOVE ETRN-COMPANY-CODE TO EMP-COMPANY-CODE
002190     END-IF.
002191     IF ETRN-STATUS = 'L'
002192         MOVE ETRN-LEAVE-DATE-N TO EMP-LEAVE-DATE
002193     ELSE
002194         MOVE ZERO TO EMP-LEAVE-DATE
002195     END-IF.
002196     WRITE EMP-MASTER-RECORD
002200         INVALID KEY
002210             MOVE '01' TO WS-EREJ-REASON
002220             PERFORM 3800-WRITE-TRAN-REJECT
002340         GO TO 3200-CHANGE-EMPLOYEE-EXIT
002350     END-IF.
002360     MOVE ETRN-EMPLOYEE-ID   TO EMP-EMPLOYEE-ID.
002361     READ SALARY-EMPMST
002362         INVALID KEY
002363             MOVE '02' TO WS-EREJ-REASON
002364             PERFORM 3800-WRITE-TRAN-REJECT
002365                 THRU 3800-WRITE-TRAN-REJECT-EXIT
002366             GO TO 3200-CHANGE-EMPLOYEE-EXIT
002367     END-READ.
002370     MOVE ETRN-EMPLOYEE-NAME TO EMP-EMPLOYEE-NAME.
002380     MOVE ETRN-DEPT-CODE     TO EMP-DEPT-CODE.
002390     MOVE ETRN-STATUS        TO EMP-STATUS.
002400     MOVE ETRN-START-DATE    TO EMP-START-DATE.
002402     IF ETRN-BANK-DETAILS NOT = SPACES
002404         MOVE ETRN-BANK-DETAILS TO EMP-BANK-DETAILS
002406     END-IF.
002407     IF ETRN-COMPANY-CODE NOT = SPACES
002408         MOVE ETRN-COMPANY-CODE TO EMP-COMPANY-CODE
002409     END-IF.
002410     IF ETRN-STATUS NOT = 'L'
002411         MOVE ZERO TO EMP-LEAVE-DATE
002412     ELSE
002413         IF ETRN-LEAVE-DATE NOT = SPACES
002414             MOVE ETRN-LEAVE-DATE-N TO EMP-LEAVE-DATE
002415         ELSE
002416             IF EMP-LEAVE-DATE IS NOT NUMERIC
002417                 OR EMP-LEAVE-DATE = ZERO
002418                 MOVE '07' TO WS-EREJ-REASON
002419                 PERFORM 3800-WRITE-TRAN-REJECT
002420                     THRU 3800-WRITE-TRAN-REJECT-EXIT
002421                 GO TO 3200-CHANGE-EMPLOYEE-EXIT
002422             END-IF
002423         END-IF
002424     END-IF.
002425     REWRITE EMP-MASTER-RECORD
002426         INVALID KEY
002430             MOVE '02' TO WS-EREJ-REASON
002440             PERFORM 3800-WRITE-TRAN-REJECT
002450                 THRU 3800-WRITE-TRAN-REJECT-EXIT
