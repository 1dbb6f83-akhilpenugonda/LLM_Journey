000223*                  (LRECL 69 TO 82 - SEE AUDTCNV2)               *
000224* 09/01/2026  RLH  CARRY THE NEW RUN-ID FIELD ON THE AUDIT       *
000225*                  RECORD (LRECL 82 TO 96 - SEE AUDTCNV3)        *
000226* 10/15/2026  RLH  AUDIT RECORD CARRIES THE COUNT OF DANGLING    *
000227*                  TABLE REFERENCES (LRECL 96 TO 100 - SEE       *
000228*                  AUDTCNV4)                                     *
000230******************************************************************
000240
000250 ENVIRONMENT DIVISION.
000440 01  REPREC                     PIC X(127).
000450
000460 FD  AUDITF
000470         RECORD CONTAINS 100 CHARACTERS
000480         LABEL RECORDS ARE OMITTED
000490         DATA RECORD IS AUDIT-REC.
000500 01  AUDIT-REC.
000602     05  AUD-ENDTIM             PIC 9(08).
000604     05  AUD-ELAPSD             PIC 9(05).
000605     05  AUD-RUNID              PIC 9(14).
000606     05  AUD-DANGLE             PIC 9(04).
000610
000620 FD  TBLHIST
000630         RECORD CONTAINS 44 CHARACTERS
