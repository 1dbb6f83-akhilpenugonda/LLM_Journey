000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALPAPR.
000030 AUTHOR.        R L HASKINS.
000040 INSTALLATION.  DB2 CATALOG REPORTING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY                                           *
000090* ----------------------------------------------------------------
000100* 10/15/2026  RLH  ORIGINAL VERSION - RECONCILE THE LATEST RUN'S *
000110*                  DRIFT EVENTS ON THE CHANGE LOG AGAINST THE    *
000120*                  APPROVED CHANGE FILE FROM CHANGE MANAGEMENT.  *
000130*                  AN EVENT COVERED BY AN APPROVED TICKET (SAME  *
000140*                  SCHEMA/PROCNM, TABLE OR PARAMETER NAME, RUN   *
000150*                  DATE INSIDE THE APPROVED WINDOW) HAS THE      *
000160*                  TICKET STAMPED ON ITS CHANGE-LOG RECORD; AN   *
000170*                  EVENT NO TICKET COVERS IS AN UNAUTHORIZED     *
000180*                  CHANGE; AN APPROVED CHANGE WHOSE WINDOW HAS   *
000190*                  CLOSED WITH NO MATCHING EVENT IS APPROVED BUT *
000200*                  NOT IMPLEMENTED.  GRADED RETURN CODE - 0      *
000210*                  CLEAN, 4 NOT IMPLEMENTED OR REFUSED APPROVED  *
000220*                  RECORDS, 8 UNAUTHORIZED CHANGES, 12 COULD     *
000230*                  NOT RECONCILE                                 *
000231* 10/15/2026  RLH  AUDIT RECORD CARRIES THE COUNT OF DANGLING    *
000232*                  TABLE REFERENCES (LRECL 96 TO 100 - SEE       *
000233*                  AUDTCNV4)                                     *
000240******************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT REPOUT
000310            ASSIGN TO UT-S-SYSPRINT.
000320     SELECT AUDITF
000330            ASSIGN TO UT-S-AUDIT.
000340     SELECT APPROVED
000350            ASSIGN TO UT-S-APPROVED
000360            FILE STATUS IS APPROVED-STATUS.
000370     SELECT CHGLOG
000380            ASSIGN TO CHGLOG
000390            ORGANIZATION IS INDEXED
000400            ACCESS IS SEQUENTIAL
000410            RECORD KEY IS CG-KEY
000420            FILE STATUS IS CHGLOG-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  REPOUT
000470         RECORD CONTAINS 127 CHARACTERS
000480         LABEL RECORDS ARE OMITTED
000490         DATA RECORD IS REPREC.
000500 01  REPREC                     PIC X(127).
000510
000520 FD  AUDITF
000530         RECORD CONTAINS 100 CHARACTERS
000540         LABEL RECORDS ARE OMITTED
000550         DATA RECORD IS AUDIT-REC.
000560 01  AUDIT-REC.
000570     05  AUD-DATE               PIC 9(08).
000580     05  AUD-TIME               PIC 9(08).
000590     05  AUD-PROCNM             PIC X(18).
000600     05  AUD-SCHEMA             PIC X(08).
000610     05  AUD-SQLCODE            PIC S9(05)
000620                                 SIGN LEADING SEPARATE.
000630     05  AUD-OUTCODE            PIC S9(09)
000640                                 SIGN LEADING SEPARATE.
000650     05  AUD-ROWCNT             PIC 9(09).
000660     05  AUD-RETRYS             PIC 9(02).
000670     05  AUD-ENDTIM             PIC 9(08).
000680     05  AUD-ELAPSD             PIC 9(05).
000690     05  AUD-RUNID              PIC 9(14).
000691     05  AUD-DANGLE             PIC 9(04).
000700
000710 FD  APPROVED
000720         RECORD CONTAINS 100 CHARACTERS
000730         LABEL RECORDS ARE OMITTED
000740         DATA RECORD IS APPROVED-REC.
000750 01  APPROVED-REC.
000760     05  APR-TICKET             PIC X(10).
000770     05  FILLER                 PIC X(01).
000780     05  APR-SCHEMA             PIC X(08).
000790     05  FILLER                 PIC X(01).
000800     05  APR-PROCNM             PIC X(18).
000810     05  FILLER                 PIC X(01).
000820     05  APR-KIND               PIC X(01).
000830         88  APR-BY-TABLE       VALUE 'T'.
000840         88  APR-BY-PARM        VALUE 'P'.
000850     05  FILLER                 PIC X(01).
000860     05  APR-NAME               PIC X(30).
000870     05  FILLER                 PIC X(01).
000880     05  APR-FROM               PIC X(08).
000890     05  FILLER                 PIC X(01).
000900     05  APR-TO                 PIC X(08).
000910     05  FILLER                 PIC X(11).
000920
000930 FD  CHGLOG
000940         RECORD CONTAINS 102 CHARACTERS
000950         DATA RECORD IS CHGLOG-REC.
000960 01  CHGLOG-REC.
000970     05  CG-KEY.
000980         10  CG-SCHEMA          PIC X(08).
000990         10  CG-PROCNM          PIC X(18).
001000         10  CG-DATE            PIC 9(08).
001010         10  CG-SEQ             PIC 9(03).
001020     05  CG-TBLNAME             PIC X(18).
001030     05  CG-FLAG                PIC X(07).
001040     05  CG-TICKET              PIC X(10).
001050     05  CG-PARMNM              PIC X(30).
001060
001070 WORKING-STORAGE SECTION.
001080******************************************************************
001090* REPORT LINE LAYOUTS                                            *
001100******************************************************************
001110 01  RPTHDR1.
001120         02  FILLER    PIC X(44) VALUE
001130               'CALPAPR - DRIFT EVENTS RECONCILED TO APPROVE'.
001140         02  FILLER    PIC X(16) VALUE
001150               'D CHANGES  RUN: '.
001160         02  HDR-DATE  PIC X(10).
001170         02  FILLER    PIC X(57) VALUE SPACES.
001180 01  SECHDR.
001190         02  FILLER    PIC X(01) VALUE SPACES.
001200         02  SEC-TITLE PIC X(60).
001210         02  FILLER    PIC X(66) VALUE SPACES.
001220 01  EVTLINE.
001230         02  FILLER     PIC X(03) VALUE SPACES.
001240         02  EV-TICKET  PIC X(10).
001250         02  FILLER     PIC X(02) VALUE SPACES.
001260         02  EV-FLAG    PIC X(07).
001270         02  FILLER     PIC X(02) VALUE SPACES.
001280         02  EV-SCHEMA  PIC X(08).
001290         02  FILLER     PIC X(02) VALUE SPACES.
001300         02  EV-PROCNM  PIC X(18).
001310         02  FILLER     PIC X(02) VALUE SPACES.
001320         02  EV-NAME    PIC X(30).
001330         02  FILLER     PIC X(43) VALUE SPACES.
001340 01  APRLINE.
001350         02  FILLER     PIC X(03) VALUE SPACES.
001360         02  AL-TICKET  PIC X(10).
001370         02  FILLER     PIC X(02) VALUE SPACES.
001380         02  AL-KIND    PIC X(09).
001390         02  FILLER     PIC X(02) VALUE SPACES.
001400         02  AL-SCHEMA  PIC X(08).
001410         02  FILLER     PIC X(02) VALUE SPACES.
001420         02  AL-PROCNM  PIC X(18).
001430         02  FILLER     PIC X(02) VALUE SPACES.
001440         02  AL-NAME    PIC X(30).
001450         02  FILLER     PIC X(02) VALUE SPACES.
001460         02  AL-FROM    PIC X(10).
001470         02  FILLER     PIC X(03) VALUE ' - '.
001480         02  AL-TO      PIC X(10).
001490         02  FILLER     PIC X(16) VALUE SPACES.
001500 01  NONELINE.
001510         02  FILLER    PIC X(07) VALUE '   NONE'.
001520         02  FILLER    PIC X(120) VALUE SPACES.
001530 01  BADAPR.
001540         02  FILLER    PIC X(27) VALUE
001550               ' APPROVED RECORD REFUSED - '.
001560         02  BAD-REASON PIC X(20).
001570         02  FILLER    PIC X(01) VALUE SPACES.
001580         02  BAD-CARD  PIC X(79).
001590 01  CNTLINE.
001600         02  CNT-LABEL  PIC X(36).
001610         02  CNT-VALUE  PIC ZZZ,ZZZ,ZZ9.
001620         02  FILLER     PIC X(80) VALUE SPACES.
001630 01  NOAUDIT.
001640         02  FILLER    PIC X(44) VALUE
001650               ' NO AUDIT RECORDS - NO NIGHTLY RUN TO RECONC'.
001660         02  FILLER    PIC X(03) VALUE 'ILE'.
001670         02  FILLER    PIC X(80) VALUE SPACES.
001680 01  APRERR.
001690         02  FILLER    PIC X(44) VALUE
001700               ' APPROVED CHANGE FILE OPEN FAILED, STATUS = '.
001710         02  APRCODE   PIC X(02).
001720         02  FILLER    PIC X(81) VALUE SPACES.
001730 01  APROVF.
001740         02  FILLER    PIC X(44) VALUE
001750               ' APPROVED CHANGE TABLE FULL - RECORDS PAST T'.
001760         02  FILLER    PIC X(07) VALUE 'HE FIRS'.
001770         02  FILLER    PIC X(02) VALUE 'T '.
001780         02  APROVF-MAX PIC ZZZZ9.
001790         02  FILLER    PIC X(11) VALUE ' NOT LOADED'.
001800         02  FILLER    PIC X(58) VALUE SPACES.
001810 01  EVTOVF.
001820         02  FILLER    PIC X(44) VALUE
001830               ' EVENT TABLE FULL - EVENTS PAST THE FIRST   '.
001840         02  EVTOVF-MAX PIC ZZZZ9.
001850         02  FILLER    PIC X(11) VALUE ' NOT LISTED'.
001860         02  FILLER    PIC X(67) VALUE SPACES.
001870 01  CHGLOGERR.
001880         02  FILLER    PIC X(38) VALUE
001890               ' CHANGE-LOG I-O FAILED, FILE STATUS = '.
001900         02  CHGLOGCODE PIC X(02).
001910         02  FILLER    PIC X(87) VALUE SPACES.
001920
001930******************************************************************
001940* THE APPROVED CHANGE FILE, LOADED ONCE.  AT-DONE IS SET WHEN    *
001950* ANY EVENT ON THE LOG - TONIGHT'S OR AN EARLIER NIGHT'S - HAS   *
001960* BEEN STAMPED WITH THE LINE'S TICKET                            *
001970******************************************************************
001980 01  APR-TABLE.
001990     05  APR-ENTRY OCCURS 2000 TIMES.
002000         10  AT-TICKET          PIC X(10).
002010         10  AT-SCHEMA          PIC X(08).
002020         10  AT-PROCNM          PIC X(18).
002030         10  AT-KIND            PIC X(01).
002040         10  AT-NAME            PIC X(30).
002050         10  AT-FROM            PIC 9(08).
002060         10  AT-TO              PIC 9(08).
002070         10  AT-DONE-SW         PIC X(01).
002080             88  AT-DONE        VALUE 'Y'.
002090 01  APR-COUNT                  PIC S9(04) COMP VALUE ZERO.
002100 77  APR-MAX                    PIC S9(04) COMP VALUE +2000.
002110 77  AX                         PIC S9(04) COMP.
002120
002130******************************************************************
002140* TONIGHT'S EVENTS, HELD SO THE MATCHED AND UNAUTHORIZED         *
002150* SECTIONS EACH PRINT TOGETHER.  A BLANK TICKET IS UNAUTHORIZED  *
002160******************************************************************
002170 01  EVT-TABLE.
002180     05  EVT-ENTRY OCCURS 2000 TIMES.
002190         10  ET-TICKET          PIC X(10).
002200         10  ET-FLAG            PIC X(07).
002210         10  ET-SCHEMA          PIC X(08).
002220         10  ET-PROCNM          PIC X(18).
002230         10  ET-NAME            PIC X(30).
002240 01  EVT-COUNT                  PIC S9(04) COMP VALUE ZERO.
002250 77  EVT-MAX                    PIC S9(04) COMP VALUE +2000.
002260 77  EX                         PIC S9(04) COMP.
002270
002280******************************************************************
002290* WORK AREAS                                                     *
002300******************************************************************
002310 01  LATEST-DATE                PIC 9(08) VALUE ZERO.
002320 01  EDIT-DATE                  PIC 9(08).
002330 01  EDIT-DATE-R REDEFINES EDIT-DATE.
002340     05  EDIT-YYYY              PIC 9(04).
002350     05  EDIT-MM                PIC 9(02).
002360     05  EDIT-DD                PIC 9(02).
002370 01  EDIT-MDY                   PIC X(10).
002380 01  APR-FROM-NUM               PIC 9(08).
002390 01  APR-TO-NUM                 PIC 9(08).
002400 01  EVT-KIND                   PIC X(01).
002410 01  EVT-NAME                   PIC X(30).
002420 01  HIGHEST-RC                 PIC S9(4) COMP VALUE ZERO.
002430 77  RC-WORK                    PIC S9(4) COMP.
002440
002450******************************************************************
002460* COUNTERS                                                       *
002470******************************************************************
002480 77  APR-READ                   PIC S9(09) COMP VALUE ZERO.
002490 77  APR-REFUSED                PIC S9(09) COMP VALUE ZERO.
002500 77  EVT-MATCHED                PIC S9(09) COMP VALUE ZERO.
002510 77  EVT-UNAUTH                 PIC S9(09) COMP VALUE ZERO.
002520 77  APR-NOT-DONE               PIC S9(09) COMP VALUE ZERO.
002530
002540******************************************************************
002550* SWITCHES                                                       *
002560******************************************************************
002570 01  AUDITF-EOF-SW              PIC X(01) VALUE 'N'.
002580     88  AUDITF-EOF             VALUE 'Y'.
002590 01  APPROVED-EOF-SW            PIC X(01) VALUE 'N'.
002600     88  APPROVED-EOF           VALUE 'Y'.
002610 01  CHGLOG-EOF-SW              PIC X(01) VALUE 'N'.
002620     88  CHGLOG-EOF             VALUE 'Y'.
002630 01  APR-OK-SW                  PIC X(01) VALUE 'N'.
002640     88  APR-OK                 VALUE 'Y'.
002650 01  APR-MATCH-SW               PIC X(01) VALUE 'N'.
002660     88  APR-MATCH              VALUE 'Y'.
002670 01  EVT-FULL-SW                PIC X(01) VALUE 'N'.
002680     88  EVT-FULL               VALUE 'Y'.
002690 01  APPROVED-STATUS            PIC X(02).
002700 01  CHGLOG-STATUS              PIC X(02).
002710
002720 PROCEDURE DIVISION.
002730******************************************************************
002740* MAINLINE - FIND THE RUN JUST FINISHED, LOAD THE APPROVED       *
002750* CHANGES, MAKE ONE PASS OF THE CHANGE LOG STAMPING TICKETS ON   *
002760* TONIGHT'S EVENTS, THEN PRINT MATCHED, UNAUTHORIZED AND         *
002770* APPROVED-BUT-NOT-IMPLEMENTED SECTIONS                          *
002780******************************************************************
002790 PROG-START.
002800          OPEN OUTPUT REPOUT.
002810          PERFORM FIND-LATEST-DATE.
002820          MOVE LATEST-DATE TO EDIT-DATE.
002830          PERFORM FORMAT-EDIT-DATE.
002840          MOVE EDIT-MDY TO HDR-DATE.
002850          MOVE SPACES TO REPREC.
002860          WRITE REPREC FROM RPTHDR1
002870            AFTER ADVANCING 1 LINE.
002880          IF LATEST-DATE EQUAL TO ZERO THEN
002890            WRITE REPREC FROM NOAUDIT
002900              AFTER ADVANCING 2 LINES
002910            MOVE 4 TO RC-WORK
002920            PERFORM RAISE-RETURN-CODE
002930          ELSE
002940            PERFORM LOAD-APPROVED
002950            IF APR-OK THEN
002960              PERFORM RECONCILE-CHGLOG
002970            END-IF
002980            PERFORM PRINT-MATCHED
002990            PERFORM PRINT-UNAUTHORIZED
003000            PERFORM PRINT-NOT-IMPLEMENTED
003010            PERFORM WRITE-TOTALS
003020          END-IF.
003030 PROG-END.
003040          CLOSE REPOUT.
003050          MOVE HIGHEST-RC TO RETURN-CODE.
003060          GOBACK.
003070
003080 RAISE-RETURN-CODE.
003090          IF RC-WORK GREATER THAN HIGHEST-RC THEN
003100            MOVE RC-WORK TO HIGHEST-RC
003110          END-IF.
003120
003130******************************************************************
003140* THE AUDIT TRAIL IS APPENDED IN RUN ORDER, SO THE HIGHEST DATE  *
003150* SEEN IS THE RUN THE SCHEDULER JUST FINISHED, AS IN CALPDIG     *
003160******************************************************************
003170 FIND-LATEST-DATE.
003180          MOVE 'N' TO AUDITF-EOF-SW.
003190          OPEN INPUT AUDITF.
003200          PERFORM READ-AUDITF.
003210          PERFORM NOTE-RUN-DATE UNTIL AUDITF-EOF.
003220          CLOSE AUDITF.
003230
003240 NOTE-RUN-DATE.
003250          IF AUD-DATE GREATER THAN LATEST-DATE THEN
003260            MOVE AUD-DATE TO LATEST-DATE
003270          END-IF.
003280          PERFORM READ-AUDITF.
003290
003300 READ-AUDITF.
003310          READ AUDITF
003320            AT END MOVE 'Y' TO AUDITF-EOF-SW.
003330
003340******************************************************************
003350* LOAD THE APPROVED CHANGE FILE.  * IN COLUMN 1 AND BLANK        *
003360* RECORDS ARE SKIPPED; A RECORD THAT FAILS THE EDIT IS LISTED    *
003370* AND LEFT OUT, SO IT CAN COVER NOTHING.  AN OPEN FAILURE OR A   *
003380* FULL TABLE MEANS EVERY EVENT COULD FALSELY SHOW UNAUTHORIZED - *
003390* THE CHANGE LOG IS THEN LEFT UNTOUCHED AND THE STEP ENDS RC 12  *
003400******************************************************************
003410 LOAD-APPROVED.
003420          OPEN INPUT APPROVED.
003430          IF APPROVED-STATUS EQUAL TO '00' THEN
003440            MOVE 'Y' TO APR-OK-SW
003450            MOVE 'N' TO APPROVED-EOF-SW
003460            PERFORM READ-APPROVED
003470            PERFORM EDIT-APPROVED-RECORD UNTIL APPROVED-EOF
003480            CLOSE APPROVED
003490          ELSE
003500            MOVE APPROVED-STATUS TO APRCODE
003510            WRITE REPREC FROM APRERR
003520              AFTER ADVANCING 2 LINES
003530            MOVE 12 TO RC-WORK
003540            PERFORM RAISE-RETURN-CODE
003550          END-IF.
003560
003570 READ-APPROVED.
003580          READ APPROVED
003590            AT END MOVE 'Y' TO APPROVED-EOF-SW.
003600
003610 EDIT-APPROVED-RECORD.
003620          IF APPROVED-REC NOT EQUAL TO SPACES
003630             AND APR-TICKET (1:1) NOT EQUAL TO '*' THEN
003640            ADD 1 TO APR-READ
003650            MOVE SPACES TO BAD-REASON
003660            PERFORM EDIT-APPROVED-FIELDS
003670            IF BAD-REASON NOT EQUAL TO SPACES THEN
003680              ADD 1 TO APR-REFUSED
003690              MOVE APPROVED-REC TO BAD-CARD
003700              WRITE REPREC FROM BADAPR
003710                AFTER ADVANCING 1 LINE
003720              MOVE 4 TO RC-WORK
003730              PERFORM RAISE-RETURN-CODE
003740            ELSE
003750              PERFORM ADD-APPROVED-ENTRY
003760            END-IF
003770          END-IF.
003780          PERFORM READ-APPROVED.
003790
003800*                   CHECKED LAST TO FIRST, SO THE LEFTMOST FAULT
003805*                   ON THE RECORD IS THE ONE REPORTED
003810 EDIT-APPROVED-FIELDS.
003820          IF APR-FROM IS NOT NUMERIC
003830             OR APR-TO IS NOT NUMERIC THEN
003840            MOVE 'DATE NOT NUMERIC' TO BAD-REASON
003850          ELSE
003860            MOVE APR-FROM TO APR-FROM-NUM
003870            MOVE APR-TO TO APR-TO-NUM
003880            IF APR-FROM-NUM GREATER THAN APR-TO-NUM THEN
003890              MOVE 'FROM AFTER TO DATE' TO BAD-REASON
003900            END-IF
003910          END-IF.
003920          IF APR-NAME EQUAL TO SPACES THEN
003930            MOVE 'NAME MISSING' TO BAD-REASON
003940          END-IF.
003950          IF NOT APR-BY-TABLE AND NOT APR-BY-PARM THEN
003960            MOVE 'KIND NOT T OR P' TO BAD-REASON
003970          END-IF.
003980          IF APR-PROCNM EQUAL TO SPACES THEN
003990            MOVE 'PROCNM MISSING' TO BAD-REASON
004000          END-IF.
004010          IF APR-SCHEMA EQUAL TO SPACES THEN
004020            MOVE 'SCHEMA MISSING' TO BAD-REASON
004030          END-IF.
004040          IF APR-TICKET EQUAL TO SPACES THEN
004050            MOVE 'TICKET MISSING' TO BAD-REASON
004060          END-IF.
004110
004120 ADD-APPROVED-ENTRY.
004130          IF APR-COUNT NOT LESS THAN APR-MAX THEN
004140            IF APR-OK THEN
004150              MOVE APR-MAX TO APROVF-MAX
004160              WRITE REPREC FROM APROVF
004170                AFTER ADVANCING 2 LINES
004180              MOVE 12 TO RC-WORK
004190              PERFORM RAISE-RETURN-CODE
004200            END-IF
004210            MOVE 'N' TO APR-OK-SW
004220          ELSE
004230            ADD 1 TO APR-COUNT
004240            MOVE APR-TICKET TO AT-TICKET (APR-COUNT)
004250            MOVE APR-SCHEMA TO AT-SCHEMA (APR-COUNT)
004260            MOVE APR-PROCNM TO AT-PROCNM (APR-COUNT)
004270            MOVE APR-KIND TO AT-KIND (APR-COUNT)
004280            MOVE APR-NAME TO AT-NAME (APR-COUNT)
004290            MOVE APR-FROM-NUM TO AT-FROM (APR-COUNT)
004300            MOVE APR-TO-NUM TO AT-TO (APR-COUNT)
004310            MOVE 'N' TO AT-DONE-SW (APR-COUNT)
004320          END-IF.
004330
004340******************************************************************
004350* ONE PASS OF THE CHANGE LOG.  A TICKET ALREADY ON AN EVENT      *
004360* (ANY DATE) MARKS ITS APPROVED LINE IMPLEMENTED.  TONIGHT'S     *
004370* UNTICKETED EVENTS ARE MATCHED AGAINST THE APPROVED LINES AND   *
004380* REWRITTEN WITH THE TICKET; AN EVENT NO LINE COVERS STAYS       *
004390* BLANK AND IS UNAUTHORIZED.  A RERUN FINDS ITS OWN STAMPS AND   *
004400* REPORTS THE SAME RESULT                                        *
004410******************************************************************
004420 RECONCILE-CHGLOG.
004430          OPEN I-O CHGLOG.
004440          IF CHGLOG-STATUS EQUAL TO '00'
004450             OR CHGLOG-STATUS EQUAL TO '97' THEN
004460            MOVE 'N' TO CHGLOG-EOF-SW
004470            PERFORM READ-CHGLOG
004480            PERFORM CHECK-CHGLOG-RECORD UNTIL CHGLOG-EOF
004490            CLOSE CHGLOG
004500          ELSE
004510            PERFORM REPORT-CHGLOG-ERROR
004520          END-IF.
004530
004540 READ-CHGLOG.
004550          READ CHGLOG
004560            AT END MOVE 'Y' TO CHGLOG-EOF-SW.
004570          IF NOT CHGLOG-EOF
004580             AND CHGLOG-STATUS NOT EQUAL TO '00' THEN
004590            PERFORM REPORT-CHGLOG-ERROR
004600            MOVE 'Y' TO CHGLOG-EOF-SW
004610          END-IF.
004620
004630 REPORT-CHGLOG-ERROR.
004640          MOVE CHGLOG-STATUS TO CHGLOGCODE.
004650          WRITE REPREC FROM CHGLOGERR
004660            AFTER ADVANCING 2 LINES.
004670          MOVE 12 TO RC-WORK.
004680          PERFORM RAISE-RETURN-CODE.
004690
004700 CHECK-CHGLOG-RECORD.
004710*                   ADDED/DROPPED ARE TABLE EVENTS, THE PARM
004720*                   FLAGS CARRY THE FULL NAME IN CG-PARMNM
004730          IF CG-FLAG EQUAL TO 'ADDED'
004740             OR CG-FLAG EQUAL TO 'DROPPED' THEN
004750            MOVE 'T' TO EVT-KIND
004760            MOVE CG-TBLNAME TO EVT-NAME
004770          ELSE
004780            MOVE 'P' TO EVT-KIND
004790            MOVE CG-PARMNM TO EVT-NAME
004800          END-IF.
004810          IF CG-TICKET NOT EQUAL TO SPACES THEN
004820            PERFORM MARK-TICKET-DONE VARYING AX
004830              FROM 1 BY 1 UNTIL AX GREATER THAN APR-COUNT
004840            IF CG-DATE EQUAL TO LATEST-DATE THEN
004850              ADD 1 TO EVT-MATCHED
004860              PERFORM ADD-EVENT-ENTRY
004870            END-IF
004880          ELSE
004890            IF CG-DATE EQUAL TO LATEST-DATE THEN
004900              PERFORM MATCH-TONIGHT-EVENT
004910            END-IF
004920          END-IF.
004930          PERFORM READ-CHGLOG.
004940
004950 MARK-TICKET-DONE.
004960          IF AT-TICKET (AX) EQUAL TO CG-TICKET
004970             AND AT-SCHEMA (AX) EQUAL TO CG-SCHEMA
004980             AND AT-PROCNM (AX) EQUAL TO CG-PROCNM
004990             AND AT-KIND (AX) EQUAL TO EVT-KIND
005000             AND AT-NAME (AX) EQUAL TO EVT-NAME THEN
005010            MOVE 'Y' TO AT-DONE-SW (AX)
005020          END-IF.
005030
005040 MATCH-TONIGHT-EVENT.
005050          MOVE 'N' TO APR-MATCH-SW.
005060          PERFORM FIND-APPROVAL VARYING AX
005070            FROM 1 BY 1 UNTIL AX GREATER THAN APR-COUNT
005080                            OR APR-MATCH.
005090          IF APR-MATCH THEN
005100            SUBTRACT 1 FROM AX
005110            MOVE 'Y' TO AT-DONE-SW (AX)
005120            MOVE AT-TICKET (AX) TO CG-TICKET
005130            REWRITE CHGLOG-REC
005140            IF CHGLOG-STATUS NOT EQUAL TO '00' THEN
005150              PERFORM REPORT-CHGLOG-ERROR
005160            END-IF
005170            ADD 1 TO EVT-MATCHED
005180          ELSE
005190            ADD 1 TO EVT-UNAUTH
005200            MOVE 8 TO RC-WORK
005210            PERFORM RAISE-RETURN-CODE
005220          END-IF.
005230          PERFORM ADD-EVENT-ENTRY.
005240
005250 FIND-APPROVAL.
005260          IF AT-SCHEMA (AX) EQUAL TO CG-SCHEMA
005270             AND AT-PROCNM (AX) EQUAL TO CG-PROCNM
005280             AND AT-KIND (AX) EQUAL TO EVT-KIND
005290             AND AT-NAME (AX) EQUAL TO EVT-NAME
005300             AND AT-FROM (AX) NOT GREATER THAN CG-DATE
005310             AND AT-TO (AX) NOT LESS THAN CG-DATE THEN
005320            MOVE 'Y' TO APR-MATCH-SW
005330          END-IF.
005340
005350 ADD-EVENT-ENTRY.
005360          IF EVT-COUNT NOT LESS THAN EVT-MAX THEN
005370            IF NOT EVT-FULL THEN
005380              MOVE EVT-MAX TO EVTOVF-MAX
005390              WRITE REPREC FROM EVTOVF
005400                AFTER ADVANCING 2 LINES
005410              MOVE 12 TO RC-WORK
005420              PERFORM RAISE-RETURN-CODE
005430            END-IF
005440            MOVE 'Y' TO EVT-FULL-SW
005450          ELSE
005460            ADD 1 TO EVT-COUNT
005470            MOVE CG-TICKET TO ET-TICKET (EVT-COUNT)
005480            MOVE CG-FLAG TO ET-FLAG (EVT-COUNT)
005490            MOVE CG-SCHEMA TO ET-SCHEMA (EVT-COUNT)
005500            MOVE CG-PROCNM TO ET-PROCNM (EVT-COUNT)
005510            MOVE EVT-NAME TO ET-NAME (EVT-COUNT)
005520          END-IF.
005530
005540******************************************************************
005550* MATCHED EVENTS - EACH OF TONIGHT'S EVENTS WITH ITS TICKET      *
005560******************************************************************
005570 PRINT-MATCHED.
005580          MOVE 'MATCHED TO AN APPROVED CHANGE' TO SEC-TITLE.
005590          WRITE REPREC FROM SECHDR
005600            AFTER ADVANCING 2 LINES.
005610          PERFORM PRINT-MATCHED-EVENT VARYING EX
005620            FROM 1 BY 1 UNTIL EX GREATER THAN EVT-COUNT.
005630          IF EVT-MATCHED EQUAL TO ZERO THEN
005640            WRITE REPREC FROM NONELINE
005650              AFTER ADVANCING 1 LINE
005660          END-IF.
005670
005680 PRINT-MATCHED-EVENT.
005690          IF ET-TICKET (EX) NOT EQUAL TO SPACES THEN
005700            PERFORM WRITE-EVENT-LINE
005710          END-IF.
005720
005730******************************************************************
005740* UNAUTHORIZED CHANGES - TONIGHT'S EVENTS NO APPROVED LINE       *
005750* COVERS.  THESE ARE WHAT GRADE THE STEP RC 8                    *
005760******************************************************************
005770 PRINT-UNAUTHORIZED.
005780          MOVE 'UNAUTHORIZED CHANGES - NOT COVERED BY A TICKET'
005790            TO SEC-TITLE.
005800          WRITE REPREC FROM SECHDR
005810            AFTER ADVANCING 2 LINES.
005820          PERFORM PRINT-UNAUTH-EVENT VARYING EX
005830            FROM 1 BY 1 UNTIL EX GREATER THAN EVT-COUNT.
005840          IF EVT-UNAUTH EQUAL TO ZERO THEN
005850            WRITE REPREC FROM NONELINE
005860              AFTER ADVANCING 1 LINE
005870          END-IF.
005880
005890 PRINT-UNAUTH-EVENT.
005900          IF ET-TICKET (EX) EQUAL TO SPACES THEN
005910            PERFORM WRITE-EVENT-LINE
005920          END-IF.
005930
005940 WRITE-EVENT-LINE.
005950          MOVE ET-TICKET (EX) TO EV-TICKET.
005960          MOVE ET-FLAG (EX) TO EV-FLAG.
005970          MOVE ET-SCHEMA (EX) TO EV-SCHEMA.
005980          MOVE ET-PROCNM (EX) TO EV-PROCNM.
005990          MOVE ET-NAME (EX) TO EV-NAME.
006000          WRITE REPREC FROM EVTLINE
006010            AFTER ADVANCING 1 LINE.
006020
006030******************************************************************
006040* APPROVED BUT NOT IMPLEMENTED - A LINE WHOSE WINDOW ENDED ON    *
006050* OR BEFORE THE RUN DATE AND THAT NO EVENT ON THE LOG CARRIES.   *
006060* SKIPPED WHEN THE LOG COULD NOT BE READ, SINCE EVERY LINE       *
006070* WOULD FALSELY SHOW                                             *
006080******************************************************************
006090 PRINT-NOT-IMPLEMENTED.
006100          MOVE 'APPROVED BUT NOT IMPLEMENTED - WINDOW CLOSED'
006110            TO SEC-TITLE.
006120          WRITE REPREC FROM SECHDR
006130            AFTER ADVANCING 2 LINES.
006140          IF HIGHEST-RC LESS THAN 12 THEN
006150            PERFORM CHECK-NOT-IMPLEMENTED VARYING AX
006160              FROM 1 BY 1 UNTIL AX GREATER THAN APR-COUNT
006170          END-IF.
006180          IF APR-NOT-DONE EQUAL TO ZERO THEN
006190            WRITE REPREC FROM NONELINE
006200              AFTER ADVANCING 1 LINE
006210          END-IF.
006220
006230 CHECK-NOT-IMPLEMENTED.
006240          IF NOT AT-DONE (AX)
006250             AND AT-TO (AX) NOT GREATER THAN LATEST-DATE THEN
006260            ADD 1 TO APR-NOT-DONE
006270            MOVE 4 TO RC-WORK
006280            PERFORM RAISE-RETURN-CODE
006290            MOVE AT-TICKET (AX) TO AL-TICKET
006300            IF AT-KIND (AX) EQUAL TO 'T' THEN
006310              MOVE 'TABLE' TO AL-KIND
006320            ELSE
006330              MOVE 'PARAMETER' TO AL-KIND
006340            END-IF
006350            MOVE AT-SCHEMA (AX) TO AL-SCHEMA
006360            MOVE AT-PROCNM (AX) TO AL-PROCNM
006370            MOVE AT-NAME (AX) TO AL-NAME
006380            MOVE AT-FROM (AX) TO EDIT-DATE
006390            PERFORM FORMAT-EDIT-DATE
006400            MOVE EDIT-MDY TO AL-FROM
006410            MOVE AT-TO (AX) TO EDIT-DATE
006420            PERFORM FORMAT-EDIT-DATE
006430            MOVE EDIT-MDY TO AL-TO
006440            WRITE REPREC FROM APRLINE
006450              AFTER ADVANCING 1 LINE
006460          END-IF.
006470
006480 WRITE-TOTALS.
006490          MOVE SPACES TO CNTLINE.
006500          MOVE ' APPROVED RECORDS READ' TO CNT-LABEL.
006510          MOVE APR-READ TO CNT-VALUE.
006520          WRITE REPREC FROM CNTLINE
006530            AFTER ADVANCING 2 LINES.
006540          MOVE ' APPROVED RECORDS REFUSED' TO CNT-LABEL.
006550          MOVE APR-REFUSED TO CNT-VALUE.
006560          WRITE REPREC FROM CNTLINE
006570            AFTER ADVANCING 1 LINE.
006580          MOVE ' EVENTS MATCHED' TO CNT-LABEL.
006590          MOVE EVT-MATCHED TO CNT-VALUE.
006600          WRITE REPREC FROM CNTLINE
006610            AFTER ADVANCING 1 LINE.
006620          MOVE ' UNAUTHORIZED CHANGES' TO CNT-LABEL.
006630          MOVE EVT-UNAUTH TO CNT-VALUE.
006640          WRITE REPREC FROM CNTLINE
006650            AFTER ADVANCING 1 LINE.
006660          MOVE ' APPROVED BUT NOT IMPLEMENTED' TO CNT-LABEL.
006670          MOVE APR-NOT-DONE TO CNT-VALUE.
006680          WRITE REPREC FROM CNTLINE
006690            AFTER ADVANCING 1 LINE.
006700
006710******************************************************************
006720* FORMAT A YYYYMMDD DATE AS MM/DD/YYYY FOR PRINTING              *
006730******************************************************************
006740 FORMAT-EDIT-DATE.
006750          MOVE SPACES TO EDIT-MDY.
006760          STRING EDIT-MM   DELIMITED BY SIZE
006770                 '/'       DELIMITED BY SIZE
006780                 EDIT-DD   DELIMITED BY SIZE
006790                 '/'       DELIMITED BY SIZE
006800                 EDIT-YYYY DELIMITED BY SIZE
006810            INTO EDIT-MDY.
