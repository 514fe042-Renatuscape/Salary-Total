000010******************************************************************
000020* Program name:    SALARY-REFMNT
000030* Original author: PJM
000040* Installation:    COBOL DEVELOPMENT CENTER
000050* Date-written:    10/15/26
000060*
000070* Maintenence Log
000080* Date      Author        Maintenance Requirement
000090* --------- ------------  ---------------------------------------
000100* 10/15/26 PJM           Created.  SALARY-EMPMST was changed
000110*                        only by SALARY-EMPLD batch
000120*                        transactions, and the SALARY-DEPTS,
000130*                        SALARY-GLMAP, SALARY-BANDS and
000140*                        SALARY-APPLIM files were edited by hand,
000150*                        so nothing that controls what is
000160*                        rejected, where money posts and what
000170*                        needs approval left a trace on
000180*                        SALARY-AUDIT.  This screen, in the
000190*                        style of SALARY-MAINT and signed on
000200*                        against the SALARY-OPMST operator
000210*                        master, lets an operator inquire on,
000220*                        add, change or retire employees,
000230*                        departments, GL mappings, plausibility
000240*                        bands and the approval limit.  Edits
000250*                        are checked against each other: an
000260*                        employee or GL mapping must name a
000270*                        department on the master, and a
000280*                        department cannot be retired while an
000290*                        active employee or a GL mapping still
000300*                        points to it.  Retiring an employee
000310*                        makes them a leaver with a leave date;
000320*                        the master record is kept.  Every change
000330*                        writes one SALARY-AUDIT record per field
000340*                        with the before and after images (key
000350*                        in AUD-EMPLOYEE-ID, source REFMNT), so
000360*                        SALARY-AUDRPT shows reference-data
000370*                        changes beside salary corrections.
000380*                        Authority I (inquiry only) may look but
000390*                        every change is refused and audited as
000400*                        REFUSED; authority C or S may maintain
000410*                        employees and reference data, and only
000420*                        a supervisor (S) may change the
000430*                        approval limit, since it is the
000440*                        two-person control itself.  The flat
000450*                        reference files are loaded onto keyed
000460*                        work files at sign-on and written back
000470*                        at sign-off only if they were changed.
000471* 10/15/26 PJM           The employee screen carries the
000472*                        employee's company code, defaulting to
000473*                        the home company, 01, on an add; a
000474*                        change of company is audited like any
000475*                        other field.  Employee master record
000476*                        is now 77 bytes.
000480*
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.  SALARY-REFMNT.
000520 AUTHOR. PJM.
000530 INSTALLATION. COBOL DEVELOPMENT CENTER.
000540 DATE-WRITTEN. 10/15/26.
000550 DATE-COMPILED. 00/00/00.
000560 SECURITY. NON-CONFIDENTIAL.
000570******************************************************************
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. ICL-2972.
000610 OBJECT-COMPUTER. ICL-2972.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT SALARY-EMPMST ASSIGN TO SALEMP
000650           ORGANIZATION IS INDEXED
000660           ACCESS MODE IS DYNAMIC
000670           RECORD KEY IS EMP-EMPLOYEE-ID
000680           FILE STATUS IS WS-EMPMST-STATUS.
000690     SELECT SALARY-AUDIT ASSIGN TO SALAUD
000700           ORGANIZATION IS SEQUENTIAL
000710           ACCESS MODE IS SEQUENTIAL
000720           FILE STATUS IS WS-AUDIT-STATUS.
000730     SELECT SALARY-OPMST ASSIGN TO SALOPR
000740           ORGANIZATION IS INDEXED
000750           ACCESS MODE IS RANDOM
000760           RECORD KEY IS OPR-OPERATOR-ID
000770           FILE STATUS IS WS-OPMST-STATUS.
000780     SELECT SALARY-DEPTS ASSIGN TO DEPTMST
000790           ORGANIZATION IS SEQUENTIAL
000800           ACCESS MODE IS SEQUENTIAL
000810           FILE STATUS IS WS-DEPTMST-STATUS.
000820     SELECT SALARY-GLMAP ASSIGN TO SALGLMAP
000830           ORGANIZATION IS SEQUENTIAL
000840           ACCESS MODE IS SEQUENTIAL
000850           FILE STATUS IS WS-GLMAP-STATUS.
000860     SELECT SALARY-BANDS ASSIGN TO SALBANDS
000870           ORGANIZATION IS SEQUENTIAL
000880           ACCESS MODE IS SEQUENTIAL
000890           FILE STATUS IS WS-BANDS-STATUS.
000900     SELECT SALARY-APPLIM ASSIGN TO SALAPLIM
000910           ORGANIZATION IS SEQUENTIAL
000920           ACCESS MODE IS SEQUENTIAL
000930           FILE STATUS IS WS-APLIM-STATUS.
000940* Keyed work copies of the flat reference files, rebuilt at
000950* every sign-on, as in SALARY-TOTAL.
000960     SELECT SALARY-DM-WORK ASSIGN TO REFDMWK
000970           ORGANIZATION IS INDEXED
000980           ACCESS MODE IS DYNAMIC
000990           RECORD KEY IS DMW-DEPT-CODE
001000           FILE STATUS IS WS-DMW-STATUS.
001010     SELECT SALARY-GM-WORK ASSIGN TO REFGMWK
001020           ORGANIZATION IS INDEXED
001030           ACCESS MODE IS DYNAMIC
001040           RECORD KEY IS GMW-DEPT-CODE
001050           FILE STATUS IS WS-GMW-STATUS.
001060     SELECT SALARY-BD-WORK ASSIGN TO REFBDWK
001070           ORGANIZATION IS INDEXED
001080           ACCESS MODE IS DYNAMIC
001090           RECORD KEY IS BDW-RECORD-TYPE
001100           FILE STATUS IS WS-BDW-STATUS.
001110
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  SALARY-EMPMST
001150     RECORDING MODE IS F
001160     RECORD CONTAINS 77 CHARACTERS.
001170     COPY salemp.
001180
001190 FD  SALARY-AUDIT
001200     RECORDING MODE IS F
001210     RECORD CONTAINS 86 CHARACTERS.
001220     COPY salaud.
001230
001240 FD  SALARY-OPMST
001250     RECORDING MODE IS F
001260     RECORD CONTAINS 35 CHARACTERS.
001270     COPY salopr.
001280
001290 FD  SALARY-DEPTS
001300     RECORDING MODE IS F
001310     RECORD CONTAINS 24 CHARACTERS.
001320 01  DEPT-MASTER-RECORD.
001330     03  DM-DEPT-CODE            PIC X(04).
001340     03  DM-DEPT-NAME            PIC X(20).
001350
001360 FD  SALARY-GLMAP
001370     RECORDING MODE IS F
001380     RECORD CONTAINS 12 CHARACTERS.
001390 01  GL-MAP-RECORD.
001400     03  GM-DEPT-CODE            PIC X(04).
001410     03  GM-GL-ACCOUNT           PIC X(08).
001420
001430 FD  SALARY-BANDS
001440     RECORDING MODE IS F
001450     RECORD CONTAINS 13 CHARACTERS.
001460 01  BAND-RECORD.
001470     03  BAND-RECORD-TYPE        PIC X(01).
001480     03  BAND-MIN                PIC 9(06).
001490     03  BAND-MAX                PIC 9(06).
001500
001510* One record: the salary movement above which a correction is
001520* queued for supervisor release instead of applied directly.
001530 FD  SALARY-APPLIM
001540     RECORDING MODE IS F
001550     RECORD CONTAINS 6 CHARACTERS.
001560 01  APL-RECORD.
001570     03  APL-THRESHOLD           PIC 9(06).
001580
001590 FD  SALARY-DM-WORK
001600     RECORDING MODE IS F
001610     RECORD CONTAINS 24 CHARACTERS.
001620 01  DM-WORK-RECORD.
001630     03  DMW-DEPT-CODE           PIC X(04).
001640     03  DMW-DEPT-NAME           PIC X(20).
001650
001660 FD  SALARY-GM-WORK
001670     RECORDING MODE IS F
001680     RECORD CONTAINS 12 CHARACTERS.
001690 01  GM-WORK-RECORD.
001700     03  GMW-DEPT-CODE           PIC X(04).
001710     03  GMW-GL-ACCOUNT          PIC X(08).
001720
001730 FD  SALARY-BD-WORK
001740     RECORDING MODE IS F
001750     RECORD CONTAINS 13 CHARACTERS.
001760 01  BD-WORK-RECORD.
001770     03  BDW-RECORD-TYPE         PIC X(01).
001780     03  BDW-MIN                 PIC 9(06).
001790     03  BDW-MAX                 PIC 9(06).
001800
001810 WORKING-STORAGE SECTION.
001820 77  WS-MORE-WORK-SWITCH     PIC X(01)   VALUE 'Y'.
001830     88  WS-MORE-WORK                    VALUE 'Y'.
001840     88  WS-NO-MORE-WORK                 VALUE 'N'.
001850 77  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001860     88  WS-EOF                          VALUE 'Y'.
001870 77  WS-EMPMST-STATUS        PIC X(02)   VALUE '00'.
001880     88  WS-EMPMST-FILE-OK               VALUE '00'.
001890 77  WS-AUDIT-STATUS         PIC X(02)   VALUE '00'.
001900     88  WS-AUDIT-FILE-OK                VALUE '00'.
001910 77  WS-OPMST-STATUS         PIC X(02)   VALUE '00'.
001920     88  WS-OPMST-FILE-OK                VALUE '00'.
001930 77  WS-DEPTMST-STATUS       PIC X(02)   VALUE '00'.
001940     88  WS-DEPTMST-FILE-OK              VALUE '00'.
001950 77  WS-GLMAP-STATUS         PIC X(02)   VALUE '00'.
001960     88  WS-GLMAP-FILE-OK                VALUE '00'.
001970 77  WS-BANDS-STATUS         PIC X(02)   VALUE '00'.
001980     88  WS-BANDS-FILE-OK                VALUE '00'.
001990 77  WS-APLIM-STATUS         PIC X(02)   VALUE '00'.
002000     88  WS-APLIM-FILE-OK                VALUE '00'.
002010 77  WS-DMW-STATUS           PIC X(02)   VALUE '00'.
002020 77  WS-GMW-STATUS           PIC X(02)   VALUE '00'.
002030 77  WS-BDW-STATUS           PIC X(02)   VALUE '00'.
002040 77  WS-EMP-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
002050     88  WS-EMPMST-OPENED                VALUE 'Y'.
002060* Set when a reference file has been changed this session and
002070* must be written back from its work file at sign-off.
002080 77  WS-DM-CHANGED-SWITCH    PIC X(01)   VALUE 'N'.
002090     88  WS-DEPTS-CHANGED                VALUE 'Y'.
002100 77  WS-GM-CHANGED-SWITCH    PIC X(01)   VALUE 'N'.
002110     88  WS-GLMAP-CHANGED                VALUE 'Y'.
002120 77  WS-BD-CHANGED-SWITCH    PIC X(01)   VALUE 'N'.
002130     88  WS-BANDS-CHANGED                VALUE 'Y'.
002140 77  WS-APL-CHANGED-SWITCH   PIC X(01)   VALUE 'N'.
002150     88  WS-APLIM-CHANGED                VALUE 'Y'.
002160 77  WS-APL-ON-FILE-SWITCH   PIC X(01)   VALUE 'N'.
002170     88  WS-APLIM-ON-FILE                VALUE 'Y'.
002180* Departments on the work file.  With none (no master) an
002190* employee's or GL mapping's department cannot be checked.
002200 77  WS-DM-COUNT             PIC 9(06)   VALUE ZERO.
002210 77  WS-ENTRY-COUNT          PIC 9(06)   VALUE ZERO.
002220* The request keyed on SCR-SELECT-SCREEN.
002230 77  WS-SEL-FILE             PIC X(01)   VALUE SPACE.
002240     88  WS-SEL-EMPLOYEE                 VALUE 'E'.
002250     88  WS-SEL-DEPT                     VALUE 'D'.
002260     88  WS-SEL-GLMAP                    VALUE 'G'.
002270     88  WS-SEL-BAND                     VALUE 'B'.
002280     88  WS-SEL-APLIM                    VALUE 'L'.
002290     88  WS-SEL-END                      VALUE 'X'.
002300     88  WS-SEL-FILE-VALID               VALUE 'E' 'D' 'G'
002310                                               'B' 'L' 'X'.
002320 77  WS-SEL-ACTION           PIC X(01)   VALUE SPACE.
002330     88  WS-SEL-INQUIRE                  VALUE 'I'.
002340     88  WS-SEL-ADD                      VALUE 'A'.
002350     88  WS-SEL-CHANGE                   VALUE 'C'.
002360     88  WS-SEL-RETIRE                   VALUE 'R'.
002370     88  WS-SEL-ACTION-VALID             VALUE 'I' 'A' 'C' 'R'.
002380 77  WS-SEL-KEY              PIC X(06)   VALUE SPACES.
002390 77  WS-SEL-DESC             PIC X(20)   VALUE SPACES.
002400 77  WS-CONFIRM              PIC X(01)   VALUE SPACE.
002410     88  WS-CONFIRMED                    VALUE 'Y'.
002420 77  WS-HOLD-MSG             PIC X(35)   VALUE SPACES.
002430 77  WS-HOLD-DATA            PIC X(06)   VALUE SPACES.
002440 77  WS-CONTINUE-KEY         PIC X(01).
002450 77  WS-OPERATOR-ID          PIC X(08)   VALUE SPACES.
002460* The signed-on operator's authority, read from the
002470* SALARY-OPMST master at sign-on.
002480 77  WS-OPR-AUTH             PIC X(01)   VALUE SPACE.
002490     88  WS-OPR-INQUIRY                  VALUE 'I'.
002500     88  WS-OPR-SUPERVISOR               VALUE 'S'.
002510 77  WS-REFUSE-SWITCH        PIC X(01)   VALUE 'N'.
002520     88  WS-CHANGE-REFUSED               VALUE 'Y'.
002530     88  WS-CHANGE-ALLOWED               VALUE 'N'.
002540 77  WS-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
002550     88  WS-RECORD-FOUND                 VALUE 'Y'.
002560     88  WS-RECORD-NOT-FOUND             VALUE 'N'.
002570 77  WS-APPROVAL-LIMIT       PIC 9(06)   VALUE ZERO.
002580 77  WS-BEFORE-LIMIT         PIC X(06)   VALUE SPACES.
002590 77  WS-RUN-DATE             PIC 9(06)   VALUE ZERO.
002595 77  WS-HOME-COMPANY         PIC X(02)   VALUE '01'.
002600 77  WS-AUDIT-DATE           PIC 9(06)   VALUE ZERO.
002610 77  WS-AUDIT-TIME           PIC 9(08)   VALUE ZERO.
002620* Audit record under construction: 7900-WRITE-AUDIT-RECORD
002630* stamps it with the operator, date and time.
002640 77  WS-AUD-KEY              PIC X(06)   VALUE SPACES.
002650 77  WS-AUD-FIELD            PIC X(10)   VALUE SPACES.
002660 77  WS-AUD-OLD              PIC X(20)   VALUE SPACES.
002670 77  WS-AUD-NEW              PIC X(20)   VALUE SPACES.
002680* Before-images, saved ahead of each ACCEPT so a successful
002690* write can be audited field by field.  An add starts from a
002700* blank before-image.
002710 01  WS-BEFORE-EMP.
002720     03  WS-BEF-EMP-NAME     PIC X(20).
002730     03  WS-BEF-EMP-DEPT     PIC X(04).
002740     03  WS-BEF-EMP-STATUS   PIC X(01).
002750     03  WS-BEF-EMP-START    PIC X(06).
002760     03  WS-BEF-EMP-SORT     PIC X(06).
002770     03  WS-BEF-EMP-ACCT-NO  PIC X(08).
002780     03  WS-BEF-EMP-ACCT-NM  PIC X(18).
002790     03  WS-BEF-EMP-LEAVE    PIC X(06).
002795     03  WS-BEF-EMP-COMPANY  PIC X(02).
002800 01  WS-BEFORE-REF.
002810     03  WS-BEF-DEPT-NAME    PIC X(20).
002820     03  WS-BEF-GL-ACCOUNT   PIC X(08).
002830     03  WS-BEF-BAND-MIN     PIC X(06).
002840     03  WS-BEF-BAND-MAX     PIC X(06).
002850
002860******************************************************************
002870* Screen layouts.  The sign-on, request and held-message screens
002880* follow SALARY-MAINT.  Each record screen shows its key for
002890* information only (FROM) and lets the operator key over the
002900* other fields in place (USING); inquiry and retire show the
002910* record and then overlay the continue or confirm prompt.
002920******************************************************************
002930 SCREEN SECTION.
002940 01  SCR-OPERATOR-SCREEN.
002950     03  BLANK SCREEN.
002960     03  LINE 01 COLUMN 01
002970             VALUE 'SALARY-REFMNT - EMPLOYEE AND REFERENCE DATA'.
002980     03  LINE 03 COLUMN 01
002990             VALUE 'ENTER OPERATOR ID :'.
003000     03  LINE 03 COLUMN 22 PIC X(08) USING WS-OPERATOR-ID.
003010
003020 01  SCR-SELECT-SCREEN.
003030     03  BLANK SCREEN.
003040     03  LINE 01 COLUMN 01
003050             VALUE 'SALARY-REFMNT - EMPLOYEE AND REFERENCE DATA'.
003060     03  LINE 03 COLUMN 01
003070             VALUE 'FILES E=EMPLOYEE D=DEPARTMENT G=GL MAPPING'.
003080     03  LINE 04 COLUMN 01
003090             VALUE '      B=SALARY BAND L=APPROVAL LIMIT X=END'.
003100     03  LINE 06 COLUMN 01 VALUE 'FILE ............ :'.
003110     03  LINE 06 COLUMN 22 PIC X(01) USING WS-SEL-FILE.
003120     03  LINE 07 COLUMN 01 VALUE 'ACTION .......... :'.
003130     03  LINE 07 COLUMN 22 PIC X(01) USING WS-SEL-ACTION.
003140     03  LINE 07 COLUMN 30
003150             VALUE 'I=INQUIRE A=ADD C=CHANGE R=RETIRE'.
003160     03  LINE 08 COLUMN 01 VALUE 'KEY ............. :'.
003170     03  LINE 08 COLUMN 22 PIC X(06) USING WS-SEL-KEY.
003180     03  LINE 08 COLUMN 30
003190             VALUE 'EMPLOYEE ID, DEPT CODE OR BAND TYPE'.
003200
003210 01  SCR-MESSAGE-SCREEN.
003220     03  BLANK SCREEN.
003230     03  LINE 01 COLUMN 01
003240             VALUE 'SALARY-REFMNT - EMPLOYEE AND REFERENCE DATA'.
003250     03  LINE 05 COLUMN 01 PIC X(35) FROM WS-HOLD-MSG.
003260     03  LINE 05 COLUMN 37 PIC X(06) FROM WS-HOLD-DATA.
003270     03  LINE 07 COLUMN 01
003280             VALUE 'PRESS ENTER TO CONTINUE'.
003290     03  LINE 07 COLUMN 26 PIC X(01) USING WS-CONTINUE-KEY.
003300
003310 01  SCR-CONTINUE-SCREEN.
003320     03  LINE 20 COLUMN 01
003330             VALUE 'PRESS ENTER TO CONTINUE'.
003340     03  LINE 20 COLUMN 26 PIC X(01) USING WS-CONTINUE-KEY.
003350
003360 01  SCR-CONFIRM-SCREEN.
003370     03  LINE 20 COLUMN 01
003380             VALUE 'RETIRE THIS RECORD (Y/N) :'.
003390     03  LINE 20 COLUMN 28 PIC X(01) USING WS-CONFIRM.
003400
003410 01  SCR-EMPLOYEE-SCREEN.
003420     03  BLANK SCREEN.
003430     03  LINE 01 COLUMN 01
003440             VALUE 'SALARY-REFMNT - EMPLOYEE'.
003450     03  LINE 03 COLUMN 01 VALUE 'EMPLOYEE ID ..... :'.
003460     03  LINE 03 COLUMN 22 PIC X(06) FROM EMP-EMPLOYEE-ID.
003470     03  LINE 05 COLUMN 01 VALUE 'EMPLOYEE NAME ... :'.
003480     03  LINE 05 COLUMN 22 PIC X(20) USING EMP-EMPLOYEE-NAME.
003490     03  LINE 06 COLUMN 01 VALUE 'DEPT CODE ....... :'.
003500     03  LINE 06 COLUMN 22 PIC X(04) USING EMP-DEPT-CODE.
003510     03  LINE 07 COLUMN 01 VALUE 'STATUS (A/L) .... :'.
003520     03  LINE 07 COLUMN 22 PIC X(01) USING EMP-STATUS.
003530     03  LINE 08 COLUMN 01 VALUE 'START DATE ...... :'.
003540     03  LINE 08 COLUMN 22 PIC 9(06) USING EMP-START-DATE.
003550     03  LINE 08 COLUMN 30 VALUE 'YYMMDD'.
003560     03  LINE 09 COLUMN 01 VALUE 'LEAVE DATE ...... :'.
003570     03  LINE 09 COLUMN 22 PIC 9(06) USING EMP-LEAVE-DATE.
003580     03  LINE 09 COLUMN 30 VALUE 'YYMMDD, LEAVERS ONLY'.
003590     03  LINE 11 COLUMN 01 VALUE 'BANK SORT CODE .. :'.
003600     03  LINE 11 COLUMN 22 PIC X(06) USING EMP-BANK-SORT-CODE.
003610     03  LINE 12 COLUMN 01 VALUE 'BANK ACCOUNT NO . :'.
003620     03  LINE 12 COLUMN 22 PIC X(08)
003630             USING EMP-BANK-ACCOUNT-NO.
003640     03  LINE 13 COLUMN 01 VALUE 'BANK ACCOUNT NAME :'.
003650     03  LINE 13 COLUMN 22 PIC X(18)
003660             USING EMP-BANK-ACCOUNT-NAME.
003663     03  LINE 10 COLUMN 01 VALUE 'COMPANY ......... :'.
003666     03  LINE 10 COLUMN 22 PIC X(02) USING EMP-COMPANY-CODE.
003670     03  LINE 15 COLUMN 01
003680             VALUE 'KEY OVER ANY FIELD TO CHANGE IT, THEN ENTER'.
003690
003700 01  SCR-DEPT-SCREEN.
003710     03  BLANK SCREEN.
003720     03  LINE 01 COLUMN 01
003730             VALUE 'SALARY-REFMNT - DEPARTMENT'.
003740     03  LINE 03 COLUMN 01 VALUE 'DEPT CODE ....... :'.
003750     03  LINE 03 COLUMN 22 PIC X(04) FROM DMW-DEPT-CODE.
003760     03  LINE 05 COLUMN 01 VALUE 'DEPT NAME ....... :'.
003770     03  LINE 05 COLUMN 22 PIC X(20) USING DMW-DEPT-NAME.
003780     03  LINE 15 COLUMN 01
003790             VALUE 'KEY OVER ANY FIELD TO CHANGE IT, THEN ENTER'.
003800
003810 01  SCR-GLMAP-SCREEN.
003820     03  BLANK SCREEN.
003830     03  LINE 01 COLUMN 01
003840             VALUE 'SALARY-REFMNT - GL MAPPING'.
003850     03  LINE 03 COLUMN 01 VALUE 'DEPT CODE ....... :'.
003860     03  LINE 03 COLUMN 22 PIC X(04) FROM GMW-DEPT-CODE.
003870     03  LINE 05 COLUMN 01 VALUE 'GL ACCOUNT ...... :'.
003880     03  LINE 05 COLUMN 22 PIC X(08) USING GMW-GL-ACCOUNT.
003890     03  LINE 15 COLUMN 01
003900             VALUE 'KEY OVER ANY FIELD TO CHANGE IT, THEN ENTER'.
003910
003920 01  SCR-BAND-SCREEN.
003930     03  BLANK SCREEN.
003940     03  LINE 01 COLUMN 01
003950             VALUE 'SALARY-REFMNT - SALARY PLAUSIBILITY BAND'.
003960     03  LINE 03 COLUMN 01 VALUE 'RECORD TYPE ..... :'.
003970     03  LINE 03 COLUMN 22 PIC X(01) FROM BDW-RECORD-TYPE.
003980     03  LINE 05 COLUMN 01 VALUE 'MINIMUM SALARY .. :'.
003990     03  LINE 05 COLUMN 22 PIC 9(06) USING BDW-MIN.
004000     03  LINE 06 COLUMN 01 VALUE 'MAXIMUM SALARY .. :'.
004010     03  LINE 06 COLUMN 22 PIC 9(06) USING BDW-MAX.
004020     03  LINE 15 COLUMN 01
004030             VALUE 'KEY OVER ANY FIELD TO CHANGE IT, THEN ENTER'.
004040
004050 01  SCR-APLIM-SCREEN.
004060     03  BLANK SCREEN.
004070     03  LINE 01 COLUMN 01
004080             VALUE 'SALARY-REFMNT - APPROVAL LIMIT'.
004090     03  LINE 03 COLUMN 01 VALUE 'APPROVAL LIMIT .. :'.
004100     03  LINE 03 COLUMN 22 PIC 9(06) USING WS-APPROVAL-LIMIT.
004110     03  LINE 05 COLUMN 01
004120             VALUE 'CORRECTIONS MOVING SALARY BY MORE THAN THIS'.
004130     03  LINE 06 COLUMN 01
004140             VALUE 'WAIT FOR SUPERVISOR RELEASE - ZERO FOR NONE'.
004150     03  LINE 15 COLUMN 01
004160             VALUE 'KEY OVER ANY FIELD TO CHANGE IT, THEN ENTER'.
004170
004180 PROCEDURE DIVISION.
004190 0000-MAINLINE.
004200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
004210     PERFORM 2000-MAINTAIN-ONE-REQUEST
004220         THRU 2000-MAINTAIN-ONE-REQUEST-EXIT
004230         UNTIL NOT WS-MORE-WORK.
004240     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
004250     STOP RUN.
004260
004270 1000-INITIALIZE.
004280     ACCEPT WS-RUN-DATE FROM DATE.
004290     OPEN EXTEND SALARY-AUDIT.
004300     IF NOT WS-AUDIT-FILE-OK
004310         OPEN OUTPUT SALARY-AUDIT
004320     END-IF.
004330* The operator master is the sign-on control, so a missing
004340* master refuses the sign-on rather than waving everyone in.
004350     OPEN INPUT SALARY-OPMST.
004360     IF NOT WS-OPMST-FILE-OK
004370         DISPLAY 'NO OPERATOR MASTER FILE - SIGN-ON REFUSED'
004380         SET WS-NO-MORE-WORK TO TRUE
004390         GO TO 1000-INITIALIZE-EXIT
004400     END-IF.
004410     OPEN I-O SALARY-EMPMST.
004420     IF WS-EMPMST-FILE-OK
004430         SET WS-EMPMST-OPENED TO TRUE
004440     ELSE
004450         DISPLAY 'UNABLE TO OPEN SALARY-EMPMST - STATUS '
004460             WS-EMPMST-STATUS ' - EMPLOYEES NOT AVAILABLE'
004470     END-IF.
004480     PERFORM 1200-LOAD-APPROVAL-LIMIT
004490         THRU 1200-LOAD-APPROVAL-LIMIT-EXIT.
004500     PERFORM 1300-LOAD-DEPT-MASTER
004510         THRU 1300-LOAD-DEPT-MASTER-EXIT.
004520     PERFORM 1400-LOAD-GL-MAP THRU 1400-LOAD-GL-MAP-EXIT.
004530     PERFORM 1500-LOAD-BANDS THRU 1500-LOAD-BANDS-EXIT.
004540     DISPLAY SCR-OPERATOR-SCREEN.
004550     ACCEPT SCR-OPERATOR-SCREEN.
004560     PERFORM 1100-VALIDATE-SIGNON
004570         THRU 1100-VALIDATE-SIGNON-EXIT.
004580 1000-INITIALIZE-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620* 1100-VALIDATE-SIGNON reads the keyed operator ID on the
004630* SALARY-OPMST master, as SALARY-MAINT does.  A known operator's
004640* authority is kept for 2100-CHECK-AUTHORITY; an unknown ID is
004650* refused, held on screen and written to the SALARY-AUDIT trail
004660* as SIGNONFAIL.
004670******************************************************************
004680 1100-VALIDATE-SIGNON.
004690     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
004700     READ SALARY-OPMST
004710         INVALID KEY
004720             MOVE SPACES           TO WS-AUD-KEY
004730             MOVE 'SIGNONFAIL'     TO WS-AUD-FIELD
004740             MOVE SPACES           TO WS-AUD-OLD
004750             MOVE 'NOT ON OPERATOR MASTER' TO WS-AUD-NEW
004760             PERFORM 7900-WRITE-AUDIT-RECORD
004770                 THRU 7900-WRITE-AUDIT-RECORD-EXIT
004780             MOVE 'OPERATOR NOT AUTHORISED : '
004790                 TO WS-HOLD-MSG
004800             MOVE WS-OPERATOR-ID (1:6) TO WS-HOLD-DATA
004810             PERFORM 2200-HOLD-MESSAGE
004820                 THRU 2200-HOLD-MESSAGE-EXIT
004830             SET WS-NO-MORE-WORK TO TRUE
004840             GO TO 1100-VALIDATE-SIGNON-EXIT
004850     END-READ.
004860     MOVE OPR-AUTHORITY TO WS-OPR-AUTH.
004870 1100-VALIDATE-SIGNON-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910* 1200-LOAD-APPROVAL-LIMIT reads the SALARY-APPLIM parameter
004920* file.  A missing or empty file leaves no limit on file; one
004930* can be added from the screen.
004940******************************************************************
004950 1200-LOAD-APPROVAL-LIMIT.
004960     OPEN INPUT SALARY-APPLIM.
004970     IF NOT WS-APLIM-FILE-OK
004980         GO TO 1200-LOAD-APPROVAL-LIMIT-EXIT
004990     END-IF.
005000     READ SALARY-APPLIM
005010         AT END
005020             CONTINUE
005030         NOT AT END
005040             MOVE APL-THRESHOLD TO WS-APPROVAL-LIMIT
005050             SET WS-APLIM-ON-FILE TO TRUE
005060     END-READ.
005070     CLOSE SALARY-APPLIM.
005080 1200-LOAD-APPROVAL-LIMIT-EXIT.
005090     EXIT.
005100
005110******************************************************************
005120* 1300-LOAD-DEPT-MASTER copies the SALARY-DEPTS department
005130* master onto the keyed SALARY-DM-WORK file for maintenance.  A
005140* missing master starts an empty work file; departments added
005150* to it create the master at sign-off.
005160******************************************************************
005170 1300-LOAD-DEPT-MASTER.
005180     OPEN OUTPUT SALARY-DM-WORK.
005190     OPEN INPUT SALARY-DEPTS.
005200     IF NOT WS-DEPTMST-FILE-OK
005210         DISPLAY 'NO DEPARTMENT MASTER FILE - '
005220             'DEPARTMENTS NOT CHECKED'
005230     ELSE
005240         MOVE 'N' TO WS-EOF-SWITCH
005250         PERFORM 1310-LOAD-DEPT-ENTRY
005260             THRU 1310-LOAD-DEPT-ENTRY-EXIT
005270             UNTIL WS-EOF
005280         CLOSE SALARY-DEPTS
005290     END-IF.
005300     CLOSE SALARY-DM-WORK.
005310     OPEN I-O SALARY-DM-WORK.
005320 1300-LOAD-DEPT-MASTER-EXIT.
005330     EXIT.
005340
005350 1310-LOAD-DEPT-ENTRY.
005360     READ SALARY-DEPTS
005370         AT END
005380             SET WS-EOF TO TRUE
005390         NOT AT END
005400             MOVE DM-DEPT-CODE TO DMW-DEPT-CODE
005410             MOVE DM-DEPT-NAME TO DMW-DEPT-NAME
005420             WRITE DM-WORK-RECORD
005430                 INVALID KEY
005440                     DISPLAY 'WARNING - DUPLICATE DEPT ON '
005450                         'MASTER, FIRST KEPT : ' DM-DEPT-CODE
005460                     SET WS-DEPTS-CHANGED TO TRUE
005470                 NOT INVALID KEY
005480                     ADD 1 TO WS-DM-COUNT
005490             END-WRITE
005500     END-READ.
005510 1310-LOAD-DEPT-ENTRY-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550* 1400-LOAD-GL-MAP copies the SALARY-GLMAP department-to-GL-
005560* account mapping onto the keyed SALARY-GM-WORK file.
005570******************************************************************
005580 1400-LOAD-GL-MAP.
005590     OPEN OUTPUT SALARY-GM-WORK.
005600     OPEN INPUT SALARY-GLMAP.
005610     IF NOT WS-GLMAP-FILE-OK
005620         DISPLAY 'NO GL MAPPING FILE - STARTING EMPTY'
005630     ELSE
005640         MOVE 'N' TO WS-EOF-SWITCH
005650         PERFORM 1410-LOAD-GL-MAP-ENTRY
005660             THRU 1410-LOAD-GL-MAP-ENTRY-EXIT
005670             UNTIL WS-EOF
005680         CLOSE SALARY-GLMAP
005690     END-IF.
005700     CLOSE SALARY-GM-WORK.
005710     OPEN I-O SALARY-GM-WORK.
005720 1400-LOAD-GL-MAP-EXIT.
005730     EXIT.
005740
005750 1410-LOAD-GL-MAP-ENTRY.
005760     READ SALARY-GLMAP
005770         AT END
005780             SET WS-EOF TO TRUE
005790         NOT AT END
005800             MOVE GM-DEPT-CODE TO GMW-DEPT-CODE
005810             MOVE GM-GL-ACCOUNT TO GMW-GL-ACCOUNT
005820             WRITE GM-WORK-RECORD
005830                 INVALID KEY
005840                     DISPLAY 'WARNING - DUPLICATE DEPT ON GL '
005850                         'MAP, FIRST KEPT : ' GM-DEPT-CODE
005860                     SET WS-GLMAP-CHANGED TO TRUE
005870             END-WRITE
005880     END-READ.
005890 1410-LOAD-GL-MAP-ENTRY-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930* 1500-LOAD-BANDS copies the SALARY-BANDS parameter file (one
005940* band per RECORD-TYPE) onto the keyed SALARY-BD-WORK file.
005950******************************************************************
005960 1500-LOAD-BANDS.
005970     OPEN OUTPUT SALARY-BD-WORK.
005980     OPEN INPUT SALARY-BANDS.
005990     IF NOT WS-BANDS-FILE-OK
006000         DISPLAY 'NO SALARY BANDS FILE - STARTING EMPTY'
006010     ELSE
006020         MOVE 'N' TO WS-EOF-SWITCH
006030         PERFORM 1510-LOAD-BAND-ENTRY
006040             THRU 1510-LOAD-BAND-ENTRY-EXIT
006050             UNTIL WS-EOF
006060         CLOSE SALARY-BANDS
006070     END-IF.
006080     CLOSE SALARY-BD-WORK.
006090     OPEN I-O SALARY-BD-WORK.
006100 1500-LOAD-BANDS-EXIT.
006110     EXIT.
006120
006130 1510-LOAD-BAND-ENTRY.
006140     READ SALARY-BANDS
006150         AT END
006160             SET WS-EOF TO TRUE
006170         NOT AT END
006180             MOVE BAND-RECORD-TYPE TO BDW-RECORD-TYPE
006190             MOVE BAND-MIN TO BDW-MIN
006200             MOVE BAND-MAX TO BDW-MAX
006210             WRITE BD-WORK-RECORD
006220                 INVALID KEY
006230                     DISPLAY 'WARNING - DUPLICATE RECORD TYPE '
006240                         'ON BANDS FILE, FIRST KEPT : '
006250                         BAND-RECORD-TYPE
006260                     SET WS-BANDS-CHANGED TO TRUE
006270             END-WRITE
006280     END-READ.
006290 1510-LOAD-BAND-ENTRY-EXIT.
006300     EXIT.
006310
006320******************************************************************
006330* 2000-MAINTAIN-ONE-REQUEST takes a file, action and key from
006340* SCR-SELECT-SCREEN, checks the request is complete and the
006350* operator may make it, and hands it to the file's paragraph.
006360******************************************************************
006370 2000-MAINTAIN-ONE-REQUEST.
006380     MOVE SPACES TO WS-SEL-FILE.
006390     MOVE SPACES TO WS-SEL-ACTION.
006400     MOVE SPACES TO WS-SEL-KEY.
006410     DISPLAY SCR-SELECT-SCREEN.
006420     ACCEPT SCR-SELECT-SCREEN.
006430     IF WS-SEL-END
006440         SET WS-NO-MORE-WORK TO TRUE
006450         GO TO 2000-MAINTAIN-ONE-REQUEST-EXIT
006460     END-IF.
006470     IF NOT WS-SEL-FILE-VALID
006480         MOVE 'FILE MUST BE E, D, G, B, L OR X : '
006490             TO WS-HOLD-MSG
006500         MOVE WS-SEL-FILE TO WS-HOLD-DATA
006510         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
006520         GO TO 2000-MAINTAIN-ONE-REQUEST-EXIT
006530     END-IF.
006540     IF NOT WS-SEL-ACTION-VALID
006550         MOVE 'ACTION MUST BE I, A, C OR R : '
006560             TO WS-HOLD-MSG
006570         MOVE WS-SEL-ACTION TO WS-HOLD-DATA
006580         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
006590         GO TO 2000-MAINTAIN-ONE-REQUEST-EXIT
006600     END-IF.
006610     IF WS-SEL-KEY = SPACES AND NOT WS-SEL-APLIM
006620         MOVE 'KEY REQUIRED' TO WS-HOLD-MSG
006630         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
006640         GO TO 2000-MAINTAIN-ONE-REQUEST-EXIT
006650     END-IF.
006660     IF WS-SEL-EMPLOYEE AND NOT WS-EMPMST-OPENED
006670         MOVE 'EMPLOYEE MASTER NOT AVAILABLE' TO WS-HOLD-MSG
006680         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
006690         GO TO 2000-MAINTAIN-ONE-REQUEST-EXIT
006700     END-IF.
006710     IF WS-SEL-APLIM
006720         MOVE 'APLIM' TO WS-SEL-KEY
006730     END-IF.
006740     PERFORM 2100-CHECK-AUTHORITY
006750         THRU 2100-CHECK-AUTHORITY-EXIT.
006760     IF WS-CHANGE-REFUSED
006770         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
006780         GO TO 2000-MAINTAIN-ONE-REQUEST-EXIT
006790     END-IF.
006800     EVALUATE TRUE
006810         WHEN WS-SEL-EMPLOYEE
006820             PERFORM 3000-MAINTAIN-EMPLOYEE
006830                 THRU 3000-MAINTAIN-EMPLOYEE-EXIT
006840         WHEN WS-SEL-DEPT
006850             PERFORM 4000-MAINTAIN-DEPT
006860                 THRU 4000-MAINTAIN-DEPT-EXIT
006870         WHEN WS-SEL-GLMAP
006880             PERFORM 5000-MAINTAIN-GL-MAP
006890                 THRU 5000-MAINTAIN-GL-MAP-EXIT
006900         WHEN WS-SEL-BAND
006910             PERFORM 6000-MAINTAIN-BAND
006920                 THRU 6000-MAINTAIN-BAND-EXIT
006930         WHEN WS-SEL-APLIM
006940             PERFORM 7000-MAINTAIN-APPR-LIMIT
006950                 THRU 7000-MAINTAIN-APPR-LIMIT-EXIT
006960     END-EVALUATE.
006970 2000-MAINTAIN-ONE-REQUEST-EXIT.
006980     EXIT.
006990
007000******************************************************************
007010* 2100-CHECK-AUTHORITY applies the signed-on operator's
007020* authority to the request: anyone may inquire, an inquiry-only
007030* operator may change nothing, and only a supervisor may change
007040* the approval limit.  A refusal sets the held message for the
007050* caller and writes a REFUSED record to the SALARY-AUDIT trail
007060* naming the file and action attempted.
007070******************************************************************
007080 2100-CHECK-AUTHORITY.
007090     SET WS-CHANGE-ALLOWED TO TRUE.
007100     IF WS-SEL-INQUIRE
007110         GO TO 2100-CHECK-AUTHORITY-EXIT
007120     END-IF.
007130     IF WS-OPR-INQUIRY
007140         SET WS-CHANGE-REFUSED TO TRUE
007150         MOVE 'INQUIRY ONLY - NOT CHANGED' TO WS-HOLD-MSG
007160         MOVE 'INQUIRY ONLY' TO WS-AUD-NEW
007170     ELSE
007180         IF WS-SEL-APLIM AND NOT WS-OPR-SUPERVISOR
007190             SET WS-CHANGE-REFUSED TO TRUE
007200             MOVE 'SUPERVISOR ONLY - NOT CHANGED'
007210                 TO WS-HOLD-MSG
007220             MOVE 'SUPERVISOR ONLY' TO WS-AUD-NEW
007230         END-IF
007240     END-IF.
007250     IF WS-CHANGE-ALLOWED
007260         GO TO 2100-CHECK-AUTHORITY-EXIT
007270     END-IF.
007280     MOVE SPACES TO WS-SEL-DESC.
007290     EVALUATE TRUE
007300         WHEN WS-SEL-EMPLOYEE
007310             MOVE 'EMPLOYEE' TO WS-SEL-DESC (1:10)
007320         WHEN WS-SEL-DEPT
007330             MOVE 'DEPARTMENT' TO WS-SEL-DESC (1:10)
007340         WHEN WS-SEL-GLMAP
007350             MOVE 'GL MAPPING' TO WS-SEL-DESC (1:10)
007360         WHEN WS-SEL-BAND
007370             MOVE 'SALARY BAND' TO WS-SEL-DESC (1:11)
007380         WHEN WS-SEL-APLIM
007390             MOVE 'APPR LIMIT' TO WS-SEL-DESC (1:10)
007400     END-EVALUATE.
007410     EVALUATE TRUE
007420         WHEN WS-SEL-ADD
007430             MOVE 'ADD' TO WS-SEL-DESC (13:6)
007440         WHEN WS-SEL-CHANGE
007450             MOVE 'CHANGE' TO WS-SEL-DESC (13:6)
007460         WHEN WS-SEL-RETIRE
007470             MOVE 'RETIRE' TO WS-SEL-DESC (13:6)
007480     END-EVALUATE.
007490     MOVE WS-SEL-KEY    TO WS-AUD-KEY.
007500     MOVE 'REFUSED'     TO WS-AUD-FIELD.
007510     MOVE WS-SEL-DESC   TO WS-AUD-OLD.
007520     PERFORM 7900-WRITE-AUDIT-RECORD
007530         THRU 7900-WRITE-AUDIT-RECORD-EXIT.
007540 2100-CHECK-AUTHORITY-EXIT.
007550     EXIT.
007560
007570******************************************************************
007580* 2200-HOLD-MESSAGE puts a one-line confirmation or error message
007590* up on SCR-MESSAGE-SCREEN and waits until the operator presses
007600* ENTER, as in SALARY-MAINT.
007610******************************************************************
007620 2200-HOLD-MESSAGE.
007630     DISPLAY SCR-MESSAGE-SCREEN.
007640     ACCEPT SCR-MESSAGE-SCREEN.
007650     MOVE SPACES TO WS-HOLD-MSG.
007660     MOVE SPACES TO WS-HOLD-DATA.
007670 2200-HOLD-MESSAGE-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710* 2300-CONFIRM-RETIRE asks the operator to confirm a retirement
007720* over the record screen already on display.
007730******************************************************************
007740 2300-CONFIRM-RETIRE.
007750     MOVE 'N' TO WS-CONFIRM.
007760     DISPLAY SCR-CONFIRM-SCREEN.
007770     ACCEPT SCR-CONFIRM-SCREEN.
007780     IF NOT WS-CONFIRMED
007790         MOVE 'RETIRE CANCELLED - NOTHING CHANGED'
007800             TO WS-HOLD-MSG
007810     END-IF.
007820 2300-CONFIRM-RETIRE-EXIT.
007830     EXIT.
007840
007850 2400-SHOW-INQUIRY.
007860     DISPLAY SCR-CONTINUE-SCREEN.
007870     ACCEPT SCR-CONTINUE-SCREEN.
007880 2400-SHOW-INQUIRY-EXIT.
007890     EXIT.
007900
007910******************************************************************
007920* 3000-MAINTAIN-EMPLOYEE works on one SALARY-EMPMST record.  An
007930* add starts from a blank active record dated today; a retire
007940* presets status L and today's leave date for the operator to
007950* confirm or correct.  Every add, change and retire is vetted
007960* by 3050-VET-EMPLOYEE before the master is written.
007970******************************************************************
007980 3000-MAINTAIN-EMPLOYEE.
007990     MOVE WS-SEL-KEY TO EMP-EMPLOYEE-ID.
008000     SET WS-RECORD-FOUND TO TRUE.
008010     READ SALARY-EMPMST
008020         INVALID KEY
008030             SET WS-RECORD-NOT-FOUND TO TRUE
008040     END-READ.
008050     IF WS-SEL-ADD AND WS-RECORD-FOUND
008060         MOVE 'EMPLOYEE ALREADY ON FILE : ' TO WS-HOLD-MSG
008070         MOVE WS-SEL-KEY TO WS-HOLD-DATA
008080         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
008090         GO TO 3000-MAINTAIN-EMPLOYEE-EXIT
008100     END-IF.
008110     IF NOT WS-SEL-ADD AND WS-RECORD-NOT-FOUND
008120         MOVE 'NO SUCH EMPLOYEE ID ON FILE : ' TO WS-HOLD-MSG
008130         MOVE WS-SEL-KEY TO WS-HOLD-DATA
008140         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
008150         GO TO 3000-MAINTAIN-EMPLOYEE-EXIT
008160     END-IF.
008170     IF WS-SEL-INQUIRE
008180         DISPLAY SCR-EMPLOYEE-SCREEN
008190         PERFORM 2400-SHOW-INQUIRY THRU 2400-SHOW-INQUIRY-EXIT
008200         GO TO 3000-MAINTAIN-EMPLOYEE-EXIT
008210     END-IF.
008220     IF WS-SEL-RETIRE AND EMP-LEAVER
008230         MOVE 'EMPLOYEE IS ALREADY A LEAVER : ' TO WS-HOLD-MSG
008240         MOVE WS-SEL-KEY TO WS-HOLD-DATA
008250         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
008260         GO TO 3000-MAINTAIN-EMPLOYEE-EXIT
008270     END-IF.
008280     IF WS-SEL-ADD
008290         MOVE SPACES TO WS-BEFORE-EMP
008300         MOVE SPACES TO EMP-MASTER-RECORD
008310         MOVE WS-SEL-KEY TO EMP-EMPLOYEE-ID
008320         MOVE 'A' TO EMP-STATUS
008330         MOVE WS-RUN-DATE TO EMP-START-DATE
008340         MOVE ZERO TO EMP-LEAVE-DATE
008345         MOVE WS-HOME-COMPANY TO EMP-COMPANY-CODE
008350     ELSE
008360         MOVE EMP-EMPLOYEE-NAME     TO WS-BEF-EMP-NAME
008370         MOVE EMP-DEPT-CODE         TO WS-BEF-EMP-DEPT
008380         MOVE EMP-STATUS            TO WS-BEF-EMP-STATUS
008390         MOVE EMP-START-DATE        TO WS-BEF-EMP-START
008400         MOVE EMP-BANK-SORT-CODE    TO WS-BEF-EMP-SORT
008410         MOVE EMP-BANK-ACCOUNT-NO   TO WS-BEF-EMP-ACCT-NO
008420         MOVE EMP-BANK-ACCOUNT-NAME TO WS-BEF-EMP-ACCT-NM
008430         MOVE EMP-LEAVE-DATE        TO WS-BEF-EMP-LEAVE
008435         MOVE EMP-COMPANY-CODE      TO WS-BEF-EMP-COMPANY
008440     END-IF.
008450     IF WS-SEL-RETIRE
008460         MOVE 'L' TO EMP-STATUS
008470         MOVE WS-RUN-DATE TO EMP-LEAVE-DATE
008480     END-IF.
008490     DISPLAY SCR-EMPLOYEE-SCREEN.
008500     ACCEPT SCR-EMPLOYEE-SCREEN.
008510     PERFORM 3050-VET-EMPLOYEE THRU 3050-VET-EMPLOYEE-EXIT.
008520     IF WS-HOLD-MSG NOT = SPACES
008530         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
008540         GO TO 3000-MAINTAIN-EMPLOYEE-EXIT
008550     END-IF.
008560     IF WS-SEL-ADD
008570         WRITE EMP-MASTER-RECORD
008580             INVALID KEY
008590                 MOVE 'WRITE FAILED - STATUS : ' TO WS-HOLD-MSG
008600                 MOVE WS-EMPMST-STATUS TO WS-HOLD-DATA
008610             NOT INVALID KEY
008620                 MOVE 'EMPLOYEE ADDED' TO WS-HOLD-MSG
008630                 PERFORM 3100-AUDIT-EMPLOYEE
008640                     THRU 3100-AUDIT-EMPLOYEE-EXIT
008650         END-WRITE
008660     ELSE
008670         REWRITE EMP-MASTER-RECORD
008680             INVALID KEY
008690                 MOVE 'REWRITE FAILED - STATUS : '
008700                     TO WS-HOLD-MSG
008710                 MOVE WS-EMPMST-STATUS TO WS-HOLD-DATA
008720             NOT INVALID KEY
008730                 IF WS-SEL-RETIRE
008740                     MOVE 'EMPLOYEE RETIRED' TO WS-HOLD-MSG
008750                 ELSE
008760                     MOVE 'EMPLOYEE UPDATED' TO WS-HOLD-MSG
008770                 END-IF
008780                 PERFORM 3100-AUDIT-EMPLOYEE
008790                     THRU 3100-AUDIT-EMPLOYEE-EXIT
008800         END-REWRITE
008810     END-IF.
008820     PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT.
008830 3000-MAINTAIN-EMPLOYEE-EXIT.
008840     EXIT.
008850
008860******************************************************************
008870* 3050-VET-EMPLOYEE applies the SALARY-EMPLD transaction edits
008880* to the keyed record - a name, a status of A or L, a start
008890* date, a leaver's leave date not before the start date, and
008900* bank details blank or complete and numeric - plus the cross
008910* edit that the department is on the department master.  A
008920* retire must leave the employee a leaver.  An active employee
008930* carries no leave date, and a blank company is the home
008935* company.  A failure sets WS-HOLD-MSG.
008940******************************************************************
008950 3050-VET-EMPLOYEE.
008960     MOVE SPACES TO WS-HOLD-MSG.
008962     IF EMP-COMPANY-CODE = SPACES
008964         MOVE WS-HOME-COMPANY TO EMP-COMPANY-CODE
008966     END-IF.
008970     IF EMP-EMPLOYEE-NAME = SPACES
008980         MOVE 'EMPLOYEE NAME MISSING' TO WS-HOLD-MSG
008990         GO TO 3050-VET-EMPLOYEE-EXIT
009000     END-IF.
009010     IF WS-DM-COUNT > ZERO
009020         MOVE EMP-DEPT-CODE TO DMW-DEPT-CODE
009030         READ SALARY-DM-WORK
009040             INVALID KEY
009050                 MOVE 'DEPARTMENT NOT ON MASTER : '
009060                     TO WS-HOLD-MSG
009070                 MOVE EMP-DEPT-CODE TO WS-HOLD-DATA
009080                 GO TO 3050-VET-EMPLOYEE-EXIT
009090         END-READ
009100     END-IF.
009110     IF NOT EMP-ACTIVE AND NOT EMP-LEAVER
009120         MOVE 'STATUS MUST BE A OR L' TO WS-HOLD-MSG
009130         GO TO 3050-VET-EMPLOYEE-EXIT
009140     END-IF.
009150     IF WS-SEL-RETIRE AND NOT EMP-LEAVER
009160         MOVE 'RETIRE NEEDS STATUS L' TO WS-HOLD-MSG
009170         GO TO 3050-VET-EMPLOYEE-EXIT
009180     END-IF.
009190     IF EMP-START-DATE IS NOT NUMERIC
009200         OR EMP-START-DATE = ZERO
009210         MOVE 'START DATE NOT VALID' TO WS-HOLD-MSG
009220         GO TO 3050-VET-EMPLOYEE-EXIT
009230     END-IF.
009240     IF EMP-ACTIVE
009250         MOVE ZERO TO EMP-LEAVE-DATE
009260     ELSE
009270         IF EMP-LEAVE-DATE IS NOT NUMERIC
009280             OR EMP-LEAVE-DATE = ZERO
009290             OR EMP-LEAVE-DATE < EMP-START-DATE
009300             MOVE 'LEAVE DATE MISSING OR BEFORE START'
009310                 TO WS-HOLD-MSG
009320             GO TO 3050-VET-EMPLOYEE-EXIT
009330         END-IF
009340     END-IF.
009350     IF EMP-BANK-DETAILS = SPACES
009360         GO TO 3050-VET-EMPLOYEE-EXIT
009370     END-IF.
009380     IF EMP-BANK-SORT-CODE IS NOT NUMERIC
009390         OR EMP-BANK-ACCOUNT-NO IS NOT NUMERIC
009400         OR EMP-BANK-ACCOUNT-NAME = SPACES
009410         MOVE 'BANK DETAILS INCOMPLETE' TO WS-HOLD-MSG
009420     END-IF.
009430 3050-VET-EMPLOYEE-EXIT.
009440     EXIT.
009450
009460******************************************************************
009470* 3100-AUDIT-EMPLOYEE writes one SALARY-AUDIT record per field
009480* that differs from the before-image.
009490******************************************************************
009500 3100-AUDIT-EMPLOYEE.
009510     MOVE EMP-EMPLOYEE-ID TO WS-AUD-KEY.
009520     IF EMP-EMPLOYEE-NAME NOT = WS-BEF-EMP-NAME
009530         MOVE 'NAME'                TO WS-AUD-FIELD
009540         MOVE WS-BEF-EMP-NAME       TO WS-AUD-OLD
009550         MOVE EMP-EMPLOYEE-NAME     TO WS-AUD-NEW
009560         PERFORM 7900-WRITE-AUDIT-RECORD
009570             THRU 7900-WRITE-AUDIT-RECORD-EXIT
009580     END-IF.
009590     IF EMP-DEPT-CODE NOT = WS-BEF-EMP-DEPT
009600         MOVE 'DEPT-CODE'           TO WS-AUD-FIELD
009610         MOVE WS-BEF-EMP-DEPT       TO WS-AUD-OLD
009620         MOVE EMP-DEPT-CODE         TO WS-AUD-NEW
009630         PERFORM 7900-WRITE-AUDIT-RECORD
009640             THRU 7900-WRITE-AUDIT-RECORD-EXIT
009650     END-IF.
009660     IF EMP-STATUS NOT = WS-BEF-EMP-STATUS
009670         MOVE 'STATUS'              TO WS-AUD-FIELD
009680         MOVE WS-BEF-EMP-STATUS     TO WS-AUD-OLD
009690         MOVE EMP-STATUS            TO WS-AUD-NEW
009700         PERFORM 7900-WRITE-AUDIT-RECORD
009710             THRU 7900-WRITE-AUDIT-RECORD-EXIT
009720     END-IF.
009730     IF EMP-START-DATE NOT = WS-BEF-EMP-START
009740         MOVE 'START-DATE'          TO WS-AUD-FIELD
009750         MOVE WS-BEF-EMP-START      TO WS-AUD-OLD
009760         MOVE EMP-START-DATE        TO WS-AUD-NEW
009770         PERFORM 7900-WRITE-AUDIT-RECORD
009780             THRU 7900-WRITE-AUDIT-RECORD-EXIT
009790     END-IF.
009800     IF EMP-LEAVE-DATE NOT = WS-BEF-EMP-LEAVE
009810         MOVE 'LEAVE-DATE'          TO WS-AUD-FIELD
009820         MOVE WS-BEF-EMP-LEAVE      TO WS-AUD-OLD
009830         MOVE EMP-LEAVE-DATE        TO WS-AUD-NEW
009840         PERFORM 7900-WRITE-AUDIT-RECORD
009850             THRU 7900-WRITE-AUDIT-RECORD-EXIT
009860     END-IF.
009870     IF EMP-BANK-SORT-CODE NOT = WS-BEF-EMP-SORT
009880         MOVE 'SORT-CODE'           TO WS-AUD-FIELD
009890         MOVE WS-BEF-EMP-SORT       TO WS-AUD-OLD
009900         MOVE EMP-BANK-SORT-CODE    TO WS-AUD-NEW
009910         PERFORM 7900-WRITE-AUDIT-RECORD
009920             THRU 7900-WRITE-AUDIT-RECORD-EXIT
009930     END-IF.
009940     IF EMP-BANK-ACCOUNT-NO NOT = WS-BEF-EMP-ACCT-NO
009950         MOVE 'ACCOUNT-NO'          TO WS-AUD-FIELD
009960         MOVE WS-BEF-EMP-ACCT-NO    TO WS-AUD-OLD
009970         MOVE EMP-BANK-ACCOUNT-NO   TO WS-AUD-NEW
009980         PERFORM 7900-WRITE-AUDIT-RECORD
009990             THRU 7900-WRITE-AUDIT-RECORD-EXIT
010000     END-IF.
010010     IF EMP-BANK-ACCOUNT-NAME NOT = WS-BEF-EMP-ACCT-NM
010020         MOVE 'ACCT-NAME'           TO WS-AUD-FIELD
010030         MOVE WS-BEF-EMP-ACCT-NM    TO WS-AUD-OLD
010040         MOVE EMP-BANK-ACCOUNT-NAME TO WS-AUD-NEW
010050         PERFORM 7900-WRITE-AUDIT-RECORD
010060             THRU 7900-WRITE-AUDIT-RECORD-EXIT
010070     END-IF.
010071     IF EMP-COMPANY-CODE NOT = WS-BEF-EMP-COMPANY
010072         MOVE 'COMPANY'             TO WS-AUD-FIELD
010073         MOVE WS-BEF-EMP-COMPANY    TO WS-AUD-OLD
010074         MOVE EMP-COMPANY-CODE      TO WS-AUD-NEW
010075         PERFORM 7900-WRITE-AUDIT-RECORD
010076             THRU 7900-WRITE-AUDIT-RECORD-EXIT
010077     END-IF.
010080 3100-AUDIT-EMPLOYEE-EXIT.
010090     EXIT.
010100
010110******************************************************************
010120* 4000-MAINTAIN-DEPT works on one department on SALARY-DM-WORK.
010130* A department may only be retired once no GL mapping and no
010140* active employee points to it (4100-CHECK-DEPT-IN-USE).
010150******************************************************************
010160 4000-MAINTAIN-DEPT.
010170     MOVE WS-SEL-KEY (1:4) TO DMW-DEPT-CODE.
010180     SET WS-RECORD-FOUND TO TRUE.
010190     READ SALARY-DM-WORK
010200         INVALID KEY
010210             SET WS-RECORD-NOT-FOUND TO TRUE
010220     END-READ.
010230     IF WS-SEL-ADD AND WS-RECORD-FOUND
010240         MOVE 'DEPARTMENT ALREADY ON FILE : ' TO WS-HOLD-MSG
010250         MOVE WS-SEL-KEY TO WS-HOLD-DATA
010260         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
010270         GO TO 4000-MAINTAIN-DEPT-EXIT
010280     END-IF.
010290     IF NOT WS-SEL-ADD AND WS-RECORD-NOT-FOUND
010300         MOVE 'NO SUCH DEPARTMENT ON FILE : ' TO WS-HOLD-MSG
010310         MOVE WS-SEL-KEY TO WS-HOLD-DATA
010320         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
010330         GO TO 4000-MAINTAIN-DEPT-EXIT
010340     END-IF.
010350     IF WS-SEL-INQUIRE
010360         DISPLAY SCR-DEPT-SCREEN
010370         PERFORM 2400-SHOW-INQUIRY THRU 2400-SHOW-INQUIRY-EXIT
010380         GO TO 4000-MAINTAIN-DEPT-EXIT
010390     END-IF.
010400     IF WS-SEL-ADD
010410         MOVE SPACES TO WS-BEFORE-REF
010420         MOVE WS-SEL-KEY (1:4) TO DMW-DEPT-CODE
010430         MOVE SPACES TO DMW-DEPT-NAME
010440     ELSE
010450         MOVE DMW-DEPT-NAME TO WS-BEF-DEPT-NAME
010460     END-IF.
010470     MOVE DMW-DEPT-CODE TO WS-AUD-KEY.
010480     IF WS-SEL-RETIRE
010490         PERFORM 4100-CHECK-DEPT-IN-USE
010500             THRU 4100-CHECK-DEPT-IN-USE-EXIT
010510         IF WS-HOLD-MSG NOT = SPACES
010520             PERFORM 2200-HOLD-MESSAGE
010530                 THRU 2200-HOLD-MESSAGE-EXIT
010540             GO TO 4000-MAINTAIN-DEPT-EXIT
010550         END-IF
010560         DISPLAY SCR-DEPT-SCREEN
010570         PERFORM 2300-CONFIRM-RETIRE
010580             THRU 2300-CONFIRM-RETIRE-EXIT
010590         IF NOT WS-CONFIRMED
010600             PERFORM 2200-HOLD-MESSAGE
010610                 THRU 2200-HOLD-MESSAGE-EXIT
010620             GO TO 4000-MAINTAIN-DEPT-EXIT
010630         END-IF
010640         DELETE SALARY-DM-WORK
010650         SUBTRACT 1 FROM WS-DM-COUNT
010660         SET WS-DEPTS-CHANGED TO TRUE
010670         MOVE 'DEPT-NAME'      TO WS-AUD-FIELD
010680         MOVE WS-BEF-DEPT-NAME TO WS-AUD-OLD
010690         MOVE '*RETIRED*'      TO WS-AUD-NEW
010700         PERFORM 7900-WRITE-AUDIT-RECORD
010710             THRU 7900-WRITE-AUDIT-RECORD-EXIT
010720         MOVE 'DEPARTMENT RETIRED' TO WS-HOLD-MSG
010730         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
010740         GO TO 4000-MAINTAIN-DEPT-EXIT
010750     END-IF.
010760     DISPLAY SCR-DEPT-SCREEN.
010770     ACCEPT SCR-DEPT-SCREEN.
010780     IF DMW-DEPT-NAME = SPACES
010790         MOVE 'DEPARTMENT NAME MISSING' TO WS-HOLD-MSG
010800         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
010810         GO TO 4000-MAINTAIN-DEPT-EXIT
010820     END-IF.
010830     IF WS-SEL-ADD
010840         WRITE DM-WORK-RECORD
010850         ADD 1 TO WS-DM-COUNT
010860         MOVE 'DEPARTMENT ADDED' TO WS-HOLD-MSG
010870     ELSE
010880         REWRITE DM-WORK-RECORD
010890         MOVE 'DEPARTMENT UPDATED' TO WS-HOLD-MSG
010900     END-IF.
010910     IF DMW-DEPT-NAME NOT = WS-BEF-DEPT-NAME
010920         SET WS-DEPTS-CHANGED TO TRUE
010930         MOVE 'DEPT-NAME'      TO WS-AUD-FIELD
010940         MOVE WS-BEF-DEPT-NAME TO WS-AUD-OLD
010950         MOVE DMW-DEPT-NAME    TO WS-AUD-NEW
010960         PERFORM 7900-WRITE-AUDIT-RECORD
010970             THRU 7900-WRITE-AUDIT-RECORD-EXIT
010980     END-IF.
010990     PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT.
011000 4000-MAINTAIN-DEPT-EXIT.
011010     EXIT.
011020
011030******************************************************************
011040* 4100-CHECK-DEPT-IN-USE refuses to retire the department in
011050* WS-AUD-KEY while SALARY-GLMAP maps it or an active employee
011060* on SALARY-EMPMST is in it.  Without the employee master the
011070* check cannot be made and the retire is refused.
011080******************************************************************
011090 4100-CHECK-DEPT-IN-USE.
011100     MOVE SPACES TO WS-HOLD-MSG.
011110     MOVE WS-AUD-KEY (1:4) TO GMW-DEPT-CODE.
011120     READ SALARY-GM-WORK
011130         INVALID KEY
011140             CONTINUE
011150         NOT INVALID KEY
011160             MOVE 'GL MAPPING STILL USES DEPT : '
011170                 TO WS-HOLD-MSG
011180             MOVE WS-AUD-KEY TO WS-HOLD-DATA
011190             GO TO 4100-CHECK-DEPT-IN-USE-EXIT
011200     END-READ.
011210     IF NOT WS-EMPMST-OPENED
011220         MOVE 'NO EMPLOYEE MASTER - CANNOT RETIRE'
011230             TO WS-HOLD-MSG
011240         GO TO 4100-CHECK-DEPT-IN-USE-EXIT
011250     END-IF.
011260     MOVE 'N' TO WS-EOF-SWITCH.
011270     MOVE LOW-VALUES TO EMP-EMPLOYEE-ID.
011280     START SALARY-EMPMST KEY NOT < EMP-EMPLOYEE-ID
011290         INVALID KEY
011300             SET WS-EOF TO TRUE
011310     END-START.
011320     PERFORM 4110-CHECK-ONE-EMPLOYEE
011330         THRU 4110-CHECK-ONE-EMPLOYEE-EXIT
011340         UNTIL WS-EOF.
011350 4100-CHECK-DEPT-IN-USE-EXIT.
011360     EXIT.
011370
011380 4110-CHECK-ONE-EMPLOYEE.
011390     READ SALARY-EMPMST NEXT RECORD
011400         AT END
011410             SET WS-EOF TO TRUE
011420             GO TO 4110-CHECK-ONE-EMPLOYEE-EXIT
011430     END-READ.
011440     IF EMP-ACTIVE AND EMP-DEPT-CODE = WS-AUD-KEY (1:4)
011450         MOVE 'ACTIVE EMPLOYEE STILL IN DEPT : '
011460             TO WS-HOLD-MSG
011470         MOVE EMP-EMPLOYEE-ID TO WS-HOLD-DATA
011480         SET WS-EOF TO TRUE
011490     END-IF.
011500 4110-CHECK-ONE-EMPLOYEE-EXIT.
011510     EXIT.
011520
011530******************************************************************
011540* 5000-MAINTAIN-GL-MAP works on one department's GL account on
011550* SALARY-GM-WORK.  A new mapping must be for a department on
011560* the department master.
011570******************************************************************
011580 5000-MAINTAIN-GL-MAP.
011590     MOVE WS-SEL-KEY (1:4) TO GMW-DEPT-CODE.
011600     SET WS-RECORD-FOUND TO TRUE.
011610     READ SALARY-GM-WORK
011620         INVALID KEY
011630             SET WS-RECORD-NOT-FOUND TO TRUE
011640     END-READ.
011650     IF WS-SEL-ADD AND WS-RECORD-FOUND
011660         MOVE 'GL MAPPING ALREADY ON FILE : ' TO WS-HOLD-MSG
011670         MOVE WS-SEL-KEY TO WS-HOLD-DATA
011680         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
011690         GO TO 5000-MAINTAIN-GL-MAP-EXIT
011700     END-IF.
011710     IF NOT WS-SEL-ADD AND WS-RECORD-NOT-FOUND
011720         MOVE 'NO GL MAPPING FOR DEPARTMENT : ' TO WS-HOLD-MSG
011730         MOVE WS-SEL-KEY TO WS-HOLD-DATA
011740         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
011750         GO TO 5000-MAINTAIN-GL-MAP-EXIT
011760     END-IF.
011770     IF WS-SEL-INQUIRE
011780         DISPLAY SCR-GLMAP-SCREEN
011790         PERFORM 2400-SHOW-INQUIRY THRU 2400-SHOW-INQUIRY-EXIT
011800         GO TO 5000-MAINTAIN-GL-MAP-EXIT
011810     END-IF.
011820     MOVE WS-SEL-KEY (1:4) TO WS-AUD-KEY.
011830     IF WS-SEL-ADD AND WS-DM-COUNT > ZERO
011840         MOVE WS-SEL-KEY (1:4) TO DMW-DEPT-CODE
011850         READ SALARY-DM-WORK
011860             INVALID KEY
011870                 MOVE 'DEPARTMENT NOT ON MASTER : '
011880                     TO WS-HOLD-MSG
011890                 MOVE WS-SEL-KEY TO WS-HOLD-DATA
011900                 PERFORM 2200-HOLD-MESSAGE
011910                     THRU 2200-HOLD-MESSAGE-EXIT
011920                 GO TO 5000-MAINTAIN-GL-MAP-EXIT
011930         END-READ
011940     END-IF.
011950     IF WS-SEL-ADD
011960         MOVE SPACES TO WS-BEFORE-REF
011970         MOVE WS-SEL-KEY (1:4) TO GMW-DEPT-CODE
011980         MOVE SPACES TO GMW-GL-ACCOUNT
011990     ELSE
012000         MOVE GMW-GL-ACCOUNT TO WS-BEF-GL-ACCOUNT
012010     END-IF.
012020     IF WS-SEL-RETIRE
012030         DISPLAY SCR-GLMAP-SCREEN
012040         PERFORM 2300-CONFIRM-RETIRE
012050             THRU 2300-CONFIRM-RETIRE-EXIT
012060         IF NOT WS-CONFIRMED
012070             PERFORM 2200-HOLD-MESSAGE
012080                 THRU 2200-HOLD-MESSAGE-EXIT
012090             GO TO 5000-MAINTAIN-GL-MAP-EXIT
012100         END-IF
012110         DELETE SALARY-GM-WORK
012120         SET WS-GLMAP-CHANGED TO TRUE
012130         MOVE 'GL-ACCOUNT'      TO WS-AUD-FIELD
012140         MOVE WS-BEF-GL-ACCOUNT TO WS-AUD-OLD
012150         MOVE '*RETIRED*'       TO WS-AUD-NEW
012160         PERFORM 7900-WRITE-AUDIT-RECORD
012170             THRU 7900-WRITE-AUDIT-RECORD-EXIT
012180         MOVE 'GL MAPPING RETIRED' TO WS-HOLD-MSG
012190         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
012200         GO TO 5000-MAINTAIN-GL-MAP-EXIT
012210     END-IF.
012220     DISPLAY SCR-GLMAP-SCREEN.
012230     ACCEPT SCR-GLMAP-SCREEN.
012240     IF GMW-GL-ACCOUNT = SPACES
012250         MOVE 'GL ACCOUNT MISSING' TO WS-HOLD-MSG
012260         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
012270         GO TO 5000-MAINTAIN-GL-MAP-EXIT
012280     END-IF.
012290     IF WS-SEL-ADD
012300         WRITE GM-WORK-RECORD
012310         MOVE 'GL MAPPING ADDED' TO WS-HOLD-MSG
012320     ELSE
012330         REWRITE GM-WORK-RECORD
012340         MOVE 'GL MAPPING UPDATED' TO WS-HOLD-MSG
012350     END-IF.
012360     IF GMW-GL-ACCOUNT NOT = WS-BEF-GL-ACCOUNT
012370         SET WS-GLMAP-CHANGED TO TRUE
012380         MOVE 'GL-ACCOUNT'      TO WS-AUD-FIELD
012390         MOVE WS-BEF-GL-ACCOUNT TO WS-AUD-OLD
012400         MOVE GMW-GL-ACCOUNT    TO WS-AUD-NEW
012410         PERFORM 7900-WRITE-AUDIT-RECORD
012420             THRU 7900-WRITE-AUDIT-RECORD-EXIT
012430     END-IF.
012440     PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT.
012450 5000-MAINTAIN-GL-MAP-EXIT.
012460     EXIT.
012470
012480******************************************************************
012490* 6000-MAINTAIN-BAND works on one RECORD-TYPE's plausibility
012500* band on SALARY-BD-WORK.  The minimum may not exceed the
012510* maximum, and '0' and 'T' (the extract header and trailer
012520* codes) cannot carry a band.
012530******************************************************************
012540 6000-MAINTAIN-BAND.
012550     MOVE WS-SEL-KEY (1:1) TO BDW-RECORD-TYPE.
012560     SET WS-RECORD-FOUND TO TRUE.
012570     READ SALARY-BD-WORK
012580         INVALID KEY
012590             SET WS-RECORD-NOT-FOUND TO TRUE
012600     END-READ.
012610     IF WS-SEL-ADD AND WS-RECORD-FOUND
012620         MOVE 'BAND ALREADY ON FILE FOR TYPE : ' TO WS-HOLD-MSG
012630         MOVE WS-SEL-KEY (1:1) TO WS-HOLD-DATA
012640         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
012650         GO TO 6000-MAINTAIN-BAND-EXIT
012660     END-IF.
012670     IF NOT WS-SEL-ADD AND WS-RECORD-NOT-FOUND
012680         MOVE 'NO BAND ON FILE FOR TYPE : ' TO WS-HOLD-MSG
012690         MOVE WS-SEL-KEY (1:1) TO WS-HOLD-DATA
012700         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
012710         GO TO 6000-MAINTAIN-BAND-EXIT
012720     END-IF.
012730     IF WS-SEL-INQUIRE
012740         DISPLAY SCR-BAND-SCREEN
012750         PERFORM 2400-SHOW-INQUIRY THRU 2400-SHOW-INQUIRY-EXIT
012760         GO TO 6000-MAINTAIN-BAND-EXIT
012770     END-IF.
012780     IF WS-SEL-ADD
012790         AND (WS-SEL-KEY (1:1) = '0' OR WS-SEL-KEY (1:1) = 'T')
012800         MOVE 'NOT A DETAIL RECORD TYPE : ' TO WS-HOLD-MSG
012810         MOVE WS-SEL-KEY (1:1) TO WS-HOLD-DATA
012820         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
012830         GO TO 6000-MAINTAIN-BAND-EXIT
012840     END-IF.
012850     MOVE WS-SEL-KEY (1:1) TO WS-AUD-KEY.
012860     IF WS-SEL-ADD
012870         MOVE SPACES TO WS-BEFORE-REF
012880         MOVE WS-SEL-KEY (1:1) TO BDW-RECORD-TYPE
012890         MOVE ZERO TO BDW-MIN
012900         MOVE ZERO TO BDW-MAX
012910     ELSE
012920         MOVE BDW-MIN TO WS-BEF-BAND-MIN
012930         MOVE BDW-MAX TO WS-BEF-BAND-MAX
012940     END-IF.
012950     IF WS-SEL-RETIRE
012960         DISPLAY SCR-BAND-SCREEN
012970         PERFORM 2300-CONFIRM-RETIRE
012980             THRU 2300-CONFIRM-RETIRE-EXIT
012990         IF NOT WS-CONFIRMED
013000             PERFORM 2200-HOLD-MESSAGE
013010                 THRU 2200-HOLD-MESSAGE-EXIT
013020             GO TO 6000-MAINTAIN-BAND-EXIT
013030         END-IF
013040         DELETE SALARY-BD-WORK
013050         SET WS-BANDS-CHANGED TO TRUE
013060         MOVE 'BAND-MIN'        TO WS-AUD-FIELD
013070         MOVE WS-BEF-BAND-MIN   TO WS-AUD-OLD
013080         MOVE '*RETIRED*'       TO WS-AUD-NEW
013090         PERFORM 7900-WRITE-AUDIT-RECORD
013100             THRU 7900-WRITE-AUDIT-RECORD-EXIT
013110         MOVE 'BAND-MAX'        TO WS-AUD-FIELD
013120         MOVE WS-BEF-BAND-MAX   TO WS-AUD-OLD
013130         PERFORM 7900-WRITE-AUDIT-RECORD
013140             THRU 7900-WRITE-AUDIT-RECORD-EXIT
013150         MOVE 'SALARY BAND RETIRED' TO WS-HOLD-MSG
013160         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
013170         GO TO 6000-MAINTAIN-BAND-EXIT
013180     END-IF.
013190     DISPLAY SCR-BAND-SCREEN.
013200     ACCEPT SCR-BAND-SCREEN.
013210     IF BDW-MIN IS NOT NUMERIC OR BDW-MAX IS NOT NUMERIC
013220         OR BDW-MAX = ZERO OR BDW-MIN > BDW-MAX
013230         MOVE 'BAND MINIMUM AND MAXIMUM NOT VALID'
013240             TO WS-HOLD-MSG
013250         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
013260         GO TO 6000-MAINTAIN-BAND-EXIT
013270     END-IF.
013280     IF WS-SEL-ADD
013290         WRITE BD-WORK-RECORD
013300         MOVE 'SALARY BAND ADDED' TO WS-HOLD-MSG
013310     ELSE
013320         REWRITE BD-WORK-RECORD
013330         MOVE 'SALARY BAND UPDATED' TO WS-HOLD-MSG
013340     END-IF.
013350     IF BDW-MIN NOT = WS-BEF-BAND-MIN
013360         SET WS-BANDS-CHANGED TO TRUE
013370         MOVE 'BAND-MIN'        TO WS-AUD-FIELD
013380         MOVE WS-BEF-BAND-MIN   TO WS-AUD-OLD
013390         MOVE BDW-MIN           TO WS-AUD-NEW
013400         PERFORM 7900-WRITE-AUDIT-RECORD
013410             THRU 7900-WRITE-AUDIT-RECORD-EXIT
013420     END-IF.
013430     IF BDW-MAX NOT = WS-BEF-BAND-MAX
013440         SET WS-BANDS-CHANGED TO TRUE
013450         MOVE 'BAND-MAX'        TO WS-AUD-FIELD
013460         MOVE WS-BEF-BAND-MAX   TO WS-AUD-OLD
013470         MOVE BDW-MAX           TO WS-AUD-NEW
013480         PERFORM 7900-WRITE-AUDIT-RECORD
013490             THRU 7900-WRITE-AUDIT-RECORD-EXIT
013500     END-IF.
013510     PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT.
013520 6000-MAINTAIN-BAND-EXIT.
013530     EXIT.
013540
013550******************************************************************
013560* 7000-MAINTAIN-APPR-LIMIT works on the single SALARY-APPLIM
013570* threshold.  Add sets it when none is on file, change alters
013580* it, and retire sets it to zero - no queue - as SALARY-MAINT
013590* reads a zero threshold.
013600******************************************************************
013610 7000-MAINTAIN-APPR-LIMIT.
013620     IF WS-SEL-ADD AND WS-APLIM-ON-FILE
013630         MOVE 'APPROVAL LIMIT ALREADY ON FILE' TO WS-HOLD-MSG
013640         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
013650         GO TO 7000-MAINTAIN-APPR-LIMIT-EXIT
013660     END-IF.
013670     IF NOT WS-SEL-ADD AND NOT WS-APLIM-ON-FILE
013680         MOVE 'NO APPROVAL LIMIT ON FILE' TO WS-HOLD-MSG
013690         PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT
013700         GO TO 7000-MAINTAIN-APPR-LIMIT-EXIT
013710     END-IF.
013720     IF WS-SEL-INQUIRE
013730         DISPLAY SCR-APLIM-SCREEN
013740         PERFORM 2400-SHOW-INQUIRY THRU 2400-SHOW-INQUIRY-EXIT
013750         GO TO 7000-MAINTAIN-APPR-LIMIT-EXIT
013760     END-IF.
013770     IF WS-SEL-ADD
013780         MOVE SPACES TO WS-BEFORE-LIMIT
013790     ELSE
013800         MOVE WS-APPROVAL-LIMIT TO WS-BEFORE-LIMIT
013810     END-IF.
013820     IF WS-SEL-RETIRE
013830         DISPLAY SCR-APLIM-SCREEN
013840         PERFORM 2300-CONFIRM-RETIRE
013850             THRU 2300-CONFIRM-RETIRE-EXIT
013860         IF NOT WS-CONFIRMED
013870             PERFORM 2200-HOLD-MESSAGE
013880                 THRU 2200-HOLD-MESSAGE-EXIT
013890             GO TO 7000-MAINTAIN-APPR-LIMIT-EXIT
013900         END-IF
013910         MOVE ZERO TO WS-APPROVAL-LIMIT
013920     ELSE
013930         DISPLAY SCR-APLIM-SCREEN
013940         ACCEPT SCR-APLIM-SCREEN
013950         IF WS-APPROVAL-LIMIT IS NOT NUMERIC
013960             MOVE 'APPROVAL LIMIT NOT VALID' TO WS-HOLD-MSG
013970             MOVE ZERO TO WS-APPROVAL-LIMIT
013980             IF WS-BEFORE-LIMIT IS NUMERIC
013990                 MOVE WS-BEFORE-LIMIT TO WS-APPROVAL-LIMIT
014000             END-IF
014010             PERFORM 2200-HOLD-MESSAGE
014020                 THRU 2200-HOLD-MESSAGE-EXIT
014030             GO TO 7000-MAINTAIN-APPR-LIMIT-EXIT
014040         END-IF
014050     END-IF.
014060     SET WS-APLIM-ON-FILE TO TRUE.
014070     MOVE 'APPROVAL LIMIT UPDATED' TO WS-HOLD-MSG.
014080     IF WS-APPROVAL-LIMIT NOT = WS-BEFORE-LIMIT
014090         SET WS-APLIM-CHANGED TO TRUE
014100         MOVE 'APLIM'           TO WS-AUD-KEY
014110         MOVE 'APPR-LIMIT'      TO WS-AUD-FIELD
014120         MOVE WS-BEFORE-LIMIT   TO WS-AUD-OLD
014130         MOVE WS-APPROVAL-LIMIT TO WS-AUD-NEW
014140         PERFORM 7900-WRITE-AUDIT-RECORD
014150             THRU 7900-WRITE-AUDIT-RECORD-EXIT
014160     END-IF.
014170     PERFORM 2200-HOLD-MESSAGE THRU 2200-HOLD-MESSAGE-EXIT.
014180 7000-MAINTAIN-APPR-LIMIT-EXIT.
014190     EXIT.
014200
014210******************************************************************
014220* 7900-WRITE-AUDIT-RECORD writes one SALARY-AUDIT record from
014230* the key, field and before and after images set by the caller,
014240* stamped with the operator and the date and time.
014250******************************************************************
014260 7900-WRITE-AUDIT-RECORD.
014270     ACCEPT WS-AUDIT-DATE FROM DATE.
014280     ACCEPT WS-AUDIT-TIME FROM TIME.
014290     MOVE WS-AUD-KEY      TO AUD-EMPLOYEE-ID.
014300     MOVE 'REFMNT'        TO AUD-SOURCE.
014310     MOVE WS-AUD-FIELD    TO AUD-FIELD-NAME.
014320     MOVE WS-AUD-OLD      TO AUD-OLD-VALUE.
014330     MOVE WS-AUD-NEW      TO AUD-NEW-VALUE.
014340     MOVE WS-OPERATOR-ID  TO AUD-OPERATOR.
014350     MOVE WS-AUDIT-DATE   TO AUD-DATE.
014360     MOVE WS-AUDIT-TIME   TO AUD-TIME.
014370     WRITE AUDIT-RECORD.
014380 7900-WRITE-AUDIT-RECORD-EXIT.
014390     EXIT.
014400
014410******************************************************************
014420* 8000-TERMINATE writes each changed reference file back from
014430* its work file, in key order, and closes everything.
014440******************************************************************
014450 8000-TERMINATE.
014460     IF WS-OPMST-FILE-OK
014470         CLOSE SALARY-OPMST
014480     ELSE
014490         CLOSE SALARY-AUDIT
014500         DISPLAY 'SALARY-REFMNT RUN COMPLETE'
014510         GO TO 8000-TERMINATE-EXIT
014520     END-IF.
014530     IF WS-DEPTS-CHANGED
014540         PERFORM 8100-WRITE-BACK-DEPTS
014550             THRU 8100-WRITE-BACK-DEPTS-EXIT
014560     END-IF.
014570     IF WS-GLMAP-CHANGED
014580         PERFORM 8200-WRITE-BACK-GL-MAP
014590             THRU 8200-WRITE-BACK-GL-MAP-EXIT
014600     END-IF.
014610     IF WS-BANDS-CHANGED
014620         PERFORM 8300-WRITE-BACK-BANDS
014630             THRU 8300-WRITE-BACK-BANDS-EXIT
014640     END-IF.
014650     IF WS-APLIM-CHANGED
014660         OPEN OUTPUT SALARY-APPLIM
014670         MOVE WS-APPROVAL-LIMIT TO APL-THRESHOLD
014680         WRITE APL-RECORD
014690         CLOSE SALARY-APPLIM
014700         DISPLAY 'APPROVAL LIMIT REWRITTEN'
014710     END-IF.
014720     IF WS-EMPMST-OPENED
014730         CLOSE SALARY-EMPMST
014740     END-IF.
014750     CLOSE SALARY-DM-WORK.
014760     CLOSE SALARY-GM-WORK.
014770     CLOSE SALARY-BD-WORK.
014780     CLOSE SALARY-AUDIT.
014790     DISPLAY 'SALARY-REFMNT RUN COMPLETE'.
014800 8000-TERMINATE-EXIT.
014810     EXIT.
014820
014830 8100-WRITE-BACK-DEPTS.
014840     OPEN OUTPUT SALARY-DEPTS.
014850     MOVE ZERO TO WS-ENTRY-COUNT.
014860     MOVE 'N' TO WS-EOF-SWITCH.
014870     MOVE LOW-VALUES TO DMW-DEPT-CODE.
014880     START SALARY-DM-WORK KEY NOT < DMW-DEPT-CODE
014890         INVALID KEY
014900             SET WS-EOF TO TRUE
014910     END-START.
014920     PERFORM 8110-WRITE-DEPT-ENTRY
014930         THRU 8110-WRITE-DEPT-ENTRY-EXIT
014940         UNTIL WS-EOF.
014950     CLOSE SALARY-DEPTS.
014960     DISPLAY 'DEPARTMENT MASTER REWRITTEN : ' WS-ENTRY-COUNT.
014970 8100-WRITE-BACK-DEPTS-EXIT.
014980     EXIT.
014990
015000 8110-WRITE-DEPT-ENTRY.
015010     READ SALARY-DM-WORK NEXT RECORD
015020         AT END
015030             SET WS-EOF TO TRUE
015040             GO TO 8110-WRITE-DEPT-ENTRY-EXIT
015050     END-READ.
015060     MOVE DMW-DEPT-CODE TO DM-DEPT-CODE.
015070     MOVE DMW-DEPT-NAME TO DM-DEPT-NAME.
015080     WRITE DEPT-MASTER-RECORD.
015090     ADD 1 TO WS-ENTRY-COUNT.
015100 8110-WRITE-DEPT-ENTRY-EXIT.
015110     EXIT.
015120
015130 8200-WRITE-BACK-GL-MAP.
015140     OPEN OUTPUT SALARY-GLMAP.
015150     MOVE ZERO TO WS-ENTRY-COUNT.
015160     MOVE 'N' TO WS-EOF-SWITCH.
015170     MOVE LOW-VALUES TO GMW-DEPT-CODE.
015180     START SALARY-GM-WORK KEY NOT < GMW-DEPT-CODE
015190         INVALID KEY
015200             SET WS-EOF TO TRUE
015210     END-START.
015220     PERFORM 8210-WRITE-GL-MAP-ENTRY
015230         THRU 8210-WRITE-GL-MAP-ENTRY-EXIT
015240         UNTIL WS-EOF.
015250     CLOSE SALARY-GLMAP.
015260     DISPLAY 'GL MAPPING FILE REWRITTEN : ' WS-ENTRY-COUNT.
015270 8200-WRITE-BACK-GL-MAP-EXIT.
015280     EXIT.
015290
015300 8210-WRITE-GL-MAP-ENTRY.
015310     READ SALARY-GM-WORK NEXT RECORD
015320         AT END
015330             SET WS-EOF TO TRUE
015340             GO TO 8210-WRITE-GL-MAP-ENTRY-EXIT
015350     END-READ.
015360     MOVE GMW-DEPT-CODE TO GM-DEPT-CODE.
015370     MOVE GMW-GL-ACCOUNT TO GM-GL-ACCOUNT.
015380     WRITE GL-MAP-RECORD.
015390     ADD 1 TO WS-ENTRY-COUNT.
015400 8210-WRITE-GL-MAP-ENTRY-EXIT.
015410     EXIT.
015420
015430 8300-WRITE-BACK-BANDS.
015440     OPEN OUTPUT SALARY-BANDS.
015450     MOVE ZERO TO WS-ENTRY-COUNT.
015460     MOVE 'N' TO WS-EOF-SWITCH.
015470     MOVE LOW-VALUES TO BDW-RECORD-TYPE.
015480     START SALARY-BD-WORK KEY NOT < BDW-RECORD-TYPE
015490         INVALID KEY
015500             SET WS-EOF TO TRUE
015510     END-START.
015520     PERFORM 8310-WRITE-BAND-ENTRY
015530         THRU 8310-WRITE-BAND-ENTRY-EXIT
015540         UNTIL WS-EOF.
015550     CLOSE SALARY-BANDS.
015560     DISPLAY 'SALARY BANDS FILE REWRITTEN : ' WS-ENTRY-COUNT.
015570 8300-WRITE-BACK-BANDS-EXIT.
015580     EXIT.
015590
015600 8310-WRITE-BAND-ENTRY.
015610     READ SALARY-BD-WORK NEXT RECORD
015620         AT END
015630             SET WS-EOF TO TRUE
015640             GO TO 8310-WRITE-BAND-ENTRY-EXIT
015650     END-READ.
015660     MOVE BDW-RECORD-TYPE TO BAND-RECORD-TYPE.
015670     MOVE BDW-MIN TO BAND-MIN.
015680     MOVE BDW-MAX TO BAND-MAX.
015690     WRITE BAND-RECORD.
015700     ADD 1 TO WS-ENTRY-COUNT.
015710 8310-WRITE-BAND-ENTRY-EXIT.
015720     EXIT.
