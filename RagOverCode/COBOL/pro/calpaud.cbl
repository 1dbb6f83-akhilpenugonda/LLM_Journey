000180*                  (LRECL 69 TO 82 - SEE AUDTCNV2)              *
000190* 09/01/2026  RLH  CARRY THE NEW RUN-ID FIELD ON THE AUDIT      *
000200*                  RECORD (LRECL 82 TO 96 - SEE AUDTCNV3)       *
000201* 10/15/2026  RLH  AUDIT RECORD CARRIES THE COUNT OF DANGLING   *
000202*                  TABLE REFERENCES (LRECL 96 TO 100 - SEE      *
000203*                  AUDTCNV4) AND TOTAL THEM FOR THE PERIOD      *
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
000580     05  AUD-ENDTIM             PIC 9(08).
000590     05  AUD-ELAPSD             PIC 9(05).
000600     05  AUD-RUNID              PIC 9(14).
000601     05  AUD-DANGLE             PIC 9(04).
000610
000620 FD  DATECARD
000630         RECORD CONTAINS 80 CHARACTERS
001620 77  TOTAL-FAILS                PIC S9(09) COMP VALUE ZERO.
001630 77  NEVER-CLEAN                PIC S9(09) COMP VALUE ZERO.
001640 77  TOTAL-RETRIES              PIC S9(09) COMP VALUE ZERO.
001641 77  TOTAL-DANGLE               PIC S9(09) COMP VALUE ZERO.
001642 77  DANGLE-RUNS                PIC S9(09) COMP VALUE ZERO.
001650
001660******************************************************************
001670* SWITCHES                                                      *
002710             AND AUD-DATE NOT GREATER THAN TO-DATE THEN
002720            ADD 1 TO RECS-SELECTED
002730            ADD AUD-RETRYS TO TOTAL-RETRIES
002731            ADD AUD-DANGLE TO TOTAL-DANGLE
002732            IF AUD-DANGLE GREATER THAN ZERO THEN
002733              ADD 1 TO DANGLE-RUNS
002734            END-IF
002740            PERFORM LOCATE-SUM-ENTRY
002750            IF SUM-MATCH THEN
002760              PERFORM POST-SUM-ENTRY
004000          MOVE TOTAL-RETRIES TO SUM-VALUE.
004010          WRITE REPREC FROM SUMLINE
004020            AFTER ADVANCING 1 LINE.
004030          MOVE ' DANGLING TABLE REFERENCES' TO SUM-LABEL.
004040          MOVE TOTAL-DANGLE TO SUM-VALUE.
004050          WRITE REPREC FROM SUMLINE
004060            AFTER ADVANCING 1 LINE.
004070          MOVE ' RUNS WITH DANGLING REFERENCES' TO SUM-LABEL.
004080          MOVE DANGLE-RUNS TO SUM-VALUE.
004090          WRITE REPREC FROM SUMLINE
004100            AFTER ADVANCING 1 LINE.
