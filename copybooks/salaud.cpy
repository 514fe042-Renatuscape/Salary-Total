000200*                        attempted images, so SALARY-AUDRPT
000201*                        shows the attempts as well as the
000202*                        successful rewrites.
000203* 10/15/26 PJM           SALARY-REFMNT writes employee master
000204*                        and reference-data changes here too,
000205*                        source REFMNT, one record per field
000206*                        with the before and after images.
000207*                        AUD-EMPLOYEE-ID then carries the
000208*                        record's key: the employee ID, the
000209*                        department code, the band record type,
000210*                        or APLIM for the approval limit.  An
000211*                        add has a blank before image and a
000212*                        retired department, GL mapping or band
000213*                        has the after image *RETIRED*.
000214*
000215******************************************************************
000220 01  AUDIT-RECORD.
000230     03  AUD-EMPLOYEE-ID         PIC X(06).
000240     03  AUD-SOURCE              PIC X(08).
