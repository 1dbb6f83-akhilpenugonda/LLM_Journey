000200*                  AN OPTIONAL FROM/TO DATE RANGE, SO WHAT       *
000210*                  CHANGED LAST QUARTER NO LONGER MEANS          *
000220*                  PRINTING THE WHOLE HISTORY                    *
000221* 10/15/2026  RLH  CHGLOG LRECL 62 TO 102 - PRINT THE APPROVED   *
000222*                  CHANGE TICKET CALPAPR STAMPED ON EACH EVENT,  *
000223*                  AND THE FULL PARAMETER NAME ON PARMADD/       *
000224*                  PARMCHG/PARMDEL EVENTS.  THOSE CARRY THE      *
000225*                  PROCEDURE NAME IN THE TABLE-NAME FIELD, SO A  *
000226*                  T LOOKUP SKIPS THEM                           *
000230******************************************************************
000240
000250 ENVIRONMENT DIVISION.
000480 01  REPREC                     PIC X(127).
000490
000500 FD  CHGLOG
000510         RECORD CONTAINS 102 CHARACTERS
000520         DATA RECORD IS CHGLOG-REC.
000530 01  CHGLOG-REC.
000540     05  CG-KEY.
000580         10  CG-SEQ             PIC 9(03).
000590     05  CG-TBLNAME             PIC X(18).
000600     05  CG-FLAG                PIC X(07).
000601         88  CG-PARM-EVENT      VALUE 'PARMADD' 'PARMCHG'
000602                                      'PARMDEL'.
000603     05  CG-TICKET              PIC X(10).
000604     05  CG-PARMNM              PIC X(30).
000610
000620 FD  LOOKUP
000630         RECORD CONTAINS 80 CHARACTERS
001150         02  FILLER     PIC X(02) VALUE SPACES.
001160         02  DTL-PROCNM PIC X(18).
001170         02  FILLER     PIC X(02) VALUE SPACES.
001180         02  DTL-TABLE  PIC X(30).
001181         02  FILLER     PIC X(02) VALUE SPACES.
001182         02  DTL-TICKET PIC X(10).
001190         02  FILLER     PIC X(33) VALUE SPACES.
001200 01  REQTRL.
001210         02  FILLER     PIC X(18) VALUE ' EVENTS LISTED =  '.
001220         02  TRL-COUNT  PIC ZZZ,ZZ9.
003380              MOVE 'Y' TO BROWSE-DONE-SW
003390            ELSE
003400              IF CG-DATE NOT LESS THAN REQ-FROM-DATE
003410                 AND CG-DATE NOT GREATER THAN REQ-TO-DATE
003415                 AND NOT CG-PARM-EVENT THEN
003420                ADD 1 TO MATCH-COUNT
003430                PERFORM WRITE-EVENT-LINE
003440              END-IF
003520          MOVE CG-FLAG TO DTL-FLAG.
003530          MOVE CG-SCHEMA TO DTL-SCHEMA.
003540          MOVE CG-PROCNM TO DTL-PROCNM.
003550          IF CG-PARMNM EQUAL TO SPACES THEN
003551            MOVE CG-TBLNAME TO DTL-TABLE
003552          ELSE
003553            MOVE CG-PARMNM TO DTL-TABLE
003554          END-IF.
003555          MOVE CG-TICKET TO DTL-TICKET.
003560          WRITE REPREC FROM DTLLINE
003570            AFTER ADVANCING 1 LINE.
003580
