000256*                        supervisor can do everything a
000258*                        correcting operator can and also
000260*                        release queued corrections.
000261* 10/15/26 PJM           SALARY-REFMNT, the employee and
000262*                        reference-data maintenance screen,
000263*                        signs on against this master too:
000264*                        authority I may only inquire, C and S
000265*                        may maintain, and only S may change
000266*                        the SALARY-APPLIM approval limit.
000267*
000270******************************************************************
000280 01  OPERATOR-RECORD.
000290     03  OPR-OPERATOR-ID         PIC X(08).
