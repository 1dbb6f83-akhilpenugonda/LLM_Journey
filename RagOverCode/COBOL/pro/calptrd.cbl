000210*                  NOTHING HERE                                  *
000211* 09/01/2026  RLH  CARRY THE NEW RUN-ID FIELD ON THE AUDIT       *
000212*                  RECORD (LRECL 82 TO 96 - SEE AUDTCNV3)        *
000213* 10/15/2026  RLH  AUDIT RECORD CARRIES THE COUNT OF DANGLING    *
000214*                  TABLE REFERENCES (LRECL 96 TO 100 - SEE       *
000215*                  AUDTCNV4)                                     *
000220******************************************************************
000230
000240 ENVIRONMENT DIVISION.
000420 01  REPREC                     PIC X(127).
000430
000440 FD  AUDITF
000450         RECORD CONTAINS 100 CHARACTERS
000460         LABEL RECORDS ARE OMITTED
000470         DATA RECORD IS AUDIT-REC.
000480 01  AUDIT-REC.
000640     05  AUD-ENDTIM             PIC 9(08).
000650     05  AUD-ELAPSD             PIC 9(05).
000651     05  AUD-RUNID              PIC 9(14).
000652     05  AUD-DANGLE             PIC 9(04).
000660
000670 FD  DATECARD
000680         RECORD CONTAINS 80 CHARACTERS
