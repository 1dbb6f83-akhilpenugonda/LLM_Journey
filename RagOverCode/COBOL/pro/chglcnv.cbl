000190*                  CLUSTER IS COUNTED BACK AND MUST EQUAL THE    *
000200*                  RECORDS READ, OR THE STEP FAILS AND THE OLD   *
000210*                  FLAT LOG IS LEFT AS THE FALLBACK              *
000211* 10/15/2026  RLH  LOAD THE 102-BYTE CLUSTER LAYOUT (TICKET AND  *
000212*                  PARAMETER NAME LEFT BLANK) SO THE FRESH-      *
000213*                  INSTALL INITIALIZATION STILL WORKS            *
000220******************************************************************
000230
000240 ENVIRONMENT DIVISION.
000560     05  CO-FLAG                PIC X(07).
000570
000580 FD  CHGLOG
000590         RECORD CONTAINS 102 CHARACTERS
000600         DATA RECORD IS CHGLOG-REC.
000610 01  CHGLOG-REC.
000620     05  CG-KEY.
000660         10  CG-SEQ             PIC 9(03).
000670     05  CG-TBLNAME             PIC X(18).
000680     05  CG-FLAG                PIC X(07).
000681     05  CG-TICKET              PIC X(10).
000682     05  CG-PARMNM              PIC X(30).
000690
000700 WORKING-STORAGE SECTION.
000710******************************************************************
001910          MOVE GROUP-SEQ TO CG-SEQ.
001920          MOVE CO-TBLNAME TO CG-TBLNAME.
001930          MOVE CO-FLAG TO CG-FLAG.
001931          MOVE SPACES TO CG-TICKET.
001932          MOVE SPACES TO CG-PARMNM.
001940          WRITE CHGLOG-REC.
001950          IF CHGLOG-STATUS EQUAL TO '00' THEN
001960            ADD 1 TO RECS-WRITTEN
