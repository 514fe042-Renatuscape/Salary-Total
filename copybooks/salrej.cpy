000210* 09/02/26 PJM           Reason code 03 added: EMPLOYEE-ID not
000212*                        on the SALARY-EMPMST employee master
000214*                        (see SALEMP).
000215* 10/15/26 PJM           Added REJECT-COMPANY-CODE, the company
000216*                        on the extract header the record came
000217*                        in under, so SALARY-RECYC posts a
000218*                        recycled figure to the right company's
000219*                        balance and ledger.  Reason code 04
000220*                        added: employee on the master under a
000221*                        different company.  Record is now 41
000222*                        bytes.
000223*
000224* Reason codes: 01 = SALARY not numeric
000230*               02 = DEPT-CODE not on department master
000235*               03 = EMPLOYEE-ID not on employee master
000237*               04 = EMPLOYEE-ID belongs to another company
000240******************************************************************
000250 01  REJECT-RECORD.
000260     03  REJECT-RECORD-TYPE      PIC X(01).
000290     03  REJECT-DEPT-CODE        PIC X(04).
000300     03  REJECT-SALARY           PIC X(06).
000310     03  REJECT-REASON-CODE      PIC X(02).
000320     03  REJECT-COMPANY-CODE     PIC X(02).
