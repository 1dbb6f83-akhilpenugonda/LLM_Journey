000203*                  (LRECL 69 TO 82 - SEE AUDTCNV2)               *
000204* 09/01/2026  RLH  CARRY THE NEW RUN-ID FIELD ON THE AUDIT       *
000205*                  RECORD (LRECL 82 TO 96 - SEE AUDTCNV3)        *
000206* 10/15/2026  RLH  AUDIT RECORD CARRIES THE COUNT OF DANGLING    *
000207*                  TABLE REFERENCES (LRECL 96 TO 100 - SEE       *
000208*                  AUDTCNV4)                                     *
000210******************************************************************
000220
000230 ENVIRONMENT DIVISION.
000410 01  REPREC                     PIC X(127).
000420
000430 FD  AUDITF
000440         RECORD CONTAINS 100 CHARACTERS
000450         LABEL RECORDS ARE OMITTED
000460         DATA RECORD IS AUDIT-REC.
000470 01  AUDIT-REC.
000572     05  AUD-ENDTIM             PIC 9(08).
000574     05  AUD-ELAPSD             PIC 9(05).
000575     05  AUD-RUNID              PIC 9(14).
000576     05  AUD-DANGLE             PIC 9(04).
000580
000590 FD  TOLCARD
000600         RECORD CONTAINS 80 CHARACTERS
