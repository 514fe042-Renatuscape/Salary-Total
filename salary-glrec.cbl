000390*                        cross-pair on the first unmatched
000391*                        account hit, throwing false DIFFER
000392*                        lines and false NOEXTRACT orphans.
000393* 10/15/26 PJM           The SALARY-GLPOST header now carries
000394*                        the company code (GL-COMPANY-CODE, out
000395*                        of FILLER) - each company sends its own
000396*                        GL extract.  Record length unchanged.
000397*
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.  SALARY-GLREC.
000860         05  GL-AMOUNT           PIC 9(09).
000870     03  GL-HEADER REDEFINES GL-DETAIL.
000880         05  GL-RUN-DATE         PIC 9(06).
000885         05  GL-COMPANY-CODE     PIC X(02).
000890         05  FILLER              PIC X(13).
000900     03  GL-TRAILER REDEFINES GL-DETAIL.
000910         05  GL-REC-COUNT        PIC 9(06).
000920         05  GL-HASH-TOTAL       PIC 9(12).
