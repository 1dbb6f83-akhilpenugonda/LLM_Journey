000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALPXRF.
000030 AUTHOR.        R L HASKINS.
000040 INSTALLATION.  DB2 CATALOG REPORTING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY                                           *
000090* ----------------------------------------------------------------
000100* 10/15/2026  RLH  ORIGINAL VERSION - TABLE WHERE-USED CROSS-    *
000110*                  REFERENCE FOR IMPACT ANALYSIS: THE LATEST     *
000120*                  TBLHIST GENERATION INVERTED BY TABLE NAME,    *
000130*                  EVERY SCHEMA/PROCNM THAT REFERENCES EACH      *
000140*                  TABLE WITH THE DATE IT FIRST SHOWED UP (THE   *
000150*                  EARLIEST ADDED EVENT ON THE CHANGE LOG), THE  *
000160*                  PROCEDURE COUNT PER TABLE, AND A FLAG ON      *
000170*                  TABLES ONLY ONE PROCEDURE USES.  AN OPTIONAL  *
000180*                  REQUEST DECK LIMITS THE REPORT TO THE TABLES  *
000190*                  IN AN UPCOMING CHANGE                         *
000191* 10/15/2026  RLH  CHGLOG LRECL 62 TO 102 (TICKET AND PARAMETER  *
000192*                  NAME) - ONLY ADDED TABLE EVENTS ARE USED      *
000200******************************************************************
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT REPOUT
000270            ASSIGN TO UT-S-SYSPRINT.
000280     SELECT TBLHIST
000290            ASSIGN TO UT-S-TBLHIST
000300            FILE STATUS IS TBLHIST-STATUS.
000310     SELECT TBLREQ
000320            ASSIGN TO UT-S-TBLREQ
000330            FILE STATUS IS TBLREQ-STATUS.
000340     SELECT CHGLOG
000350            ASSIGN TO CHGLOG
000360            ORGANIZATION IS INDEXED
000370            ACCESS IS DYNAMIC
000380            RECORD KEY IS CG-KEY
000390            ALTERNATE RECORD KEY IS CG-TBLNAME
000400                WITH DUPLICATES
000410            FILE STATUS IS CHGLOG-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  REPOUT
000460         RECORD CONTAINS 127 CHARACTERS
000470         LABEL RECORDS ARE OMITTED
000480         DATA RECORD IS REPREC.
000490 01  REPREC                     PIC X(127).
000500
000510 FD  TBLHIST
000520         RECORD CONTAINS 44 CHARACTERS
000530         LABEL RECORDS ARE OMITTED
000540         DATA RECORD IS TBLHIST-REC.
000550 01  TBLHIST-REC.
000560     05  TH-SCHEMA              PIC X(08).
000570     05  TH-PROCNM              PIC X(18).
000580     05  TH-TBLNAME             PIC X(18).
000590
000600 FD  TBLREQ
000610         RECORD CONTAINS 80 CHARACTERS
000620         LABEL RECORDS ARE OMITTED
000630         DATA RECORD IS TBLREQ-CARD.
000640 01  TBLREQ-CARD.
000650     05  TRQ-TBLNAME            PIC X(18).
000660     05  FILLER                 PIC X(62).
000670
000680 FD  CHGLOG
000690         RECORD CONTAINS 102 CHARACTERS
000700         DATA RECORD IS CHGLOG-REC.
000710 01  CHGLOG-REC.
000720     05  CG-KEY.
000730         10  CG-SCHEMA          PIC X(08).
000740         10  CG-PROCNM          PIC X(18).
000750         10  CG-DATE            PIC 9(08).
000760         10  CG-SEQ             PIC 9(03).
000770     05  CG-TBLNAME             PIC X(18).
000780     05  CG-FLAG                PIC X(07).
000781     05  CG-TICKET              PIC X(10).
000782     05  CG-PARMNM              PIC X(30).
000790
000800 WORKING-STORAGE SECTION.
000810******************************************************************
000820* REPORT LINE LAYOUTS                                            *
000830******************************************************************
000840 01  RPTHDR1.
000850         02  FILLER    PIC X(43) VALUE
000860               'CALPXRF - TABLE WHERE-USED CROSS-REFERENCE '.
000870         02  HDR-SCOPE PIC X(22).
000880         02  FILLER    PIC X(62) VALUE SPACES.
000890 01  RPTHDR2.
000900         02  FILLER    PIC X(04) VALUE SPACES.
000910         02  FILLER    PIC X(08) VALUE 'SCHEMA  '.
000920         02  FILLER    PIC X(02) VALUE SPACES.
000930         02  FILLER    PIC X(18) VALUE 'PROCEDURE         '.
000940         02  FILLER    PIC X(02) VALUE SPACES.
000950         02  FILLER    PIC X(10) VALUE 'FIRST SEEN'.
000960         02  FILLER    PIC X(83) VALUE SPACES.
000970 01  TBLHDR.
000980         02  FILLER    PIC X(08) VALUE ' TABLE: '.
000990         02  TBH-NAME  PIC X(18).
001000         02  FILLER    PIC X(16) VALUE '  PROCEDURES =  '.
001010         02  TBH-COUNT PIC ZZZ9.
001020         02  FILLER    PIC X(02) VALUE SPACES.
001030         02  TBH-FLAG  PIC X(39).
001040         02  FILLER    PIC X(40) VALUE SPACES.
001050 01  XRFLINE.
001060         02  FILLER     PIC X(04) VALUE SPACES.
001070         02  XRF-DSCHEMA PIC X(08).
001080         02  FILLER     PIC X(02) VALUE SPACES.
001090         02  XRF-DPROCNM PIC X(18).
001100         02  FILLER     PIC X(02) VALUE SPACES.
001110         02  XRF-DFIRST PIC X(10).
001120         02  FILLER     PIC X(83) VALUE SPACES.
001130 01  NOTUSED.
001140         02  FILLER    PIC X(08) VALUE ' TABLE: '.
001150         02  NTU-NAME  PIC X(18).
001160         02  FILLER    PIC X(42) VALUE
001170               '  NOT REFERENCED BY ANY PROCEDURE IN THE L'.
001180         02  FILLER    PIC X(17) VALUE
001190               'ATEST GENERATION '.
001200         02  FILLER    PIC X(42) VALUE SPACES.
001210 01  NOTELINE.
001220         02  FILLER    PIC X(44) VALUE
001230               ' FIRST SEEN NOT ON LOG - THE ADDED EVENT HAS'.
001240         02  FILLER    PIC X(44) VALUE
001250               ' BEEN ARCHIVED BY CALPRET (SEE CHGLOG.AYYYY)'.
001260         02  FILLER    PIC X(39) VALUE SPACES.
001270 01  XRFTRL1.
001280         02  FILLER     PIC X(28) VALUE
001290               ' TABLES LISTED            = '.
001300         02  TRL-TABLES PIC ZZZ,ZZ9.
001310         02  FILLER     PIC X(92) VALUE SPACES.
001320 01  XRFTRL2.
001330         02  FILLER     PIC X(28) VALUE
001340               ' REFERENCES LISTED        = '.
001350         02  TRL-REFS   PIC ZZZ,ZZ9.
001360         02  FILLER     PIC X(92) VALUE SPACES.
001370 01  XRFTRL3.
001380         02  FILLER     PIC X(28) VALUE
001390               ' SINGLE-PROCEDURE TABLES  = '.
001400         02  TRL-SINGLE PIC ZZZ,ZZ9.
001410         02  FILLER     PIC X(92) VALUE SPACES.
001420 01  XRFTRL4.
001430         02  FILLER     PIC X(28) VALUE
001440               ' REQUESTED, NOT REFERENCED= '.
001450         02  TRL-NOTUSED PIC ZZZ,ZZ9.
001460         02  FILLER     PIC X(92) VALUE SPACES.
001470 01  XRFOVFL.
001480         02  FILLER    PIC X(42) VALUE
001490               ' CROSS-REFERENCE TABLE FULL - REFERENCES P'.
001500         02  FILLER    PIC X(15) VALUE 'AST THE FIRST  '.
001510         02  XOVF-MAX  PIC ZZZZ9.
001520         02  FILLER    PIC X(12) VALUE ' NOT LISTED '.
001530         02  FILLER    PIC X(53) VALUE SPACES.
001540 01  REQOVFL.
001550         02  FILLER    PIC X(42) VALUE
001560               ' REQUEST DECK FULL - TABLE NAMES PAST THE '.
001570         02  FILLER    PIC X(06) VALUE 'FIRST '.
001580         02  ROVF-MAX  PIC ZZZZ9.
001590         02  FILLER    PIC X(09) VALUE ' IGNORED '.
001600         02  FILLER    PIC X(65) VALUE SPACES.
001610 01  TBLHISTERR.
001620         02  FILLER    PIC X(44) VALUE
001630               ' TABLE-HISTORY GENERATION OPEN FAILED, FILE '.
001640         02  FILLER    PIC X(09) VALUE 'STATUS = '.
001650         02  TBLHISTCODE PIC X(02).
001660         02  FILLER    PIC X(72) VALUE SPACES.
001670 01  TBLREQERR.
001680         02  FILLER    PIC X(44) VALUE
001690               ' TABLE REQUEST DECK OPEN FAILED, FILE STATUS'.
001700         02  FILLER    PIC X(03) VALUE ' = '.
001710         02  TBLREQCODE PIC X(02).
001720         02  FILLER    PIC X(78) VALUE SPACES.
001730 01  CHGLOGERR.
001740         02  FILLER    PIC X(38) VALUE
001750               ' CHANGE-LOG I-O FAILED, FILE STATUS = '.
001760         02  CHGLOGCODE PIC X(02).
001770         02  FILLER    PIC X(87) VALUE SPACES.
001780
001790******************************************************************
001800* THE LATEST TBLHIST GENERATION, INVERTED - KEPT SORTED BY       *
001810* TABLE NAME THEN SCHEMA/PROCNM AS RECORDS ARRIVE SO THE REPORT  *
001820* PRINTS IN ONE PASS WITH A BREAK ON EACH TABLE                  *
001830******************************************************************
001840 01  XRF-TABLE.
001850     05  XRF-ENTRY OCCURS 5000 TIMES.
001860         10  XRF-KEY.
001870             15  XRF-TBLNAME    PIC X(18).
001880             15  XRF-SCHEMA     PIC X(08).
001890             15  XRF-PROCNM     PIC X(18).
001900         10  XRF-FIRST          PIC 9(08).
001910 01  XRF-COUNT                  PIC S9(04) COMP VALUE ZERO.
001920 77  XRF-MAX                    PIC S9(04) COMP VALUE +5000.
001930 77  XX                         PIC S9(04) COMP.
001940 77  SX                         PIC S9(04) COMP.
001950 01  XRF-WK-KEY.
001960     05  XRF-WK-TBLNAME         PIC X(18).
001970     05  XRF-WK-SCHEMA          PIC X(08).
001980     05  XRF-WK-PROCNM          PIC X(18).
001990 77  BS-LO                      PIC S9(04) COMP.
002000 77  BS-HI                      PIC S9(04) COMP.
002010 77  BS-MID                     PIC S9(04) COMP.
002020 77  SHIFT-IX                   PIC S9(04) COMP.
002030
002040******************************************************************
002050* TABLE NAMES FROM THE REQUEST DECK.  NO CARDS MEANS EVERY TABLE *
002060******************************************************************
002070 01  REQ-TABLE.
002080     05  REQ-ENTRY OCCURS 200 TIMES.
002090         10  REQ-TBLNAME        PIC X(18).
002100         10  REQ-HIT-SW         PIC X(01).
002110             88  REQ-HIT        VALUE 'Y'.
002120 01  REQ-COUNT                  PIC S9(04) COMP VALUE ZERO.
002130 77  REQ-MAX                    PIC S9(04) COMP VALUE +200.
002140 77  RQX                        PIC S9(04) COMP.
002150
002160******************************************************************
002170* WORK AREAS                                                     *
002180******************************************************************
002190 01  EDIT-DATE                  PIC 9(08).
002200 01  EDIT-DATE-R REDEFINES EDIT-DATE.
002210     05  EDIT-YYYY              PIC 9(04).
002220     05  EDIT-MM                PIC 9(02).
002230     05  EDIT-DD                PIC 9(02).
002240 01  EDIT-MDY                   PIC X(10).
002250 01  GRP-TBLNAME                PIC X(18).
002260 77  GRP-FIRST                  PIC S9(04) COMP.
002270 77  GRP-LAST                   PIC S9(04) COMP.
002280 77  GRP-COUNT                  PIC S9(04) COMP.
002290 77  TABLES-LISTED              PIC S9(09) COMP VALUE ZERO.
002300 77  REFS-LISTED                PIC S9(09) COMP VALUE ZERO.
002310 77  SINGLE-TABLES              PIC S9(09) COMP VALUE ZERO.
002320 77  NOTUSED-COUNT              PIC S9(09) COMP VALUE ZERO.
002330 77  NOTLOG-COUNT               PIC S9(09) COMP VALUE ZERO.
002340
002350******************************************************************
002360* SWITCHES                                                       *
002370******************************************************************
002380 01  TBLHIST-EOF-SW             PIC X(01) VALUE 'N'.
002390     88  TBLHIST-EOF            VALUE 'Y'.
002400 01  TBLREQ-EOF-SW              PIC X(01) VALUE 'N'.
002410     88  TBLREQ-EOF             VALUE 'Y'.
002420 01  BROWSE-DONE-SW             PIC X(01) VALUE 'N'.
002430     88  BROWSE-DONE            VALUE 'Y'.
002440 01  GRP-END-SW                 PIC X(01) VALUE 'N'.
002450     88  GRP-END                VALUE 'Y'.
002460 01  REQ-MATCH-SW               PIC X(01) VALUE 'N'.
002470     88  REQ-MATCH              VALUE 'Y'.
002480 01  XRF-MATCH-SW               PIC X(01) VALUE 'N'.
002490     88  XRF-MATCH              VALUE 'Y'.
002500 01  XRF-FULL-SW                PIC X(01) VALUE 'N'.
002510     88  XRF-FULL               VALUE 'Y'.
002520 01  CHGLOG-OK-SW               PIC X(01) VALUE 'N'.
002530     88  CHGLOG-OK              VALUE 'Y'.
002540 01  JOB-FAILED-SW              PIC X(01) VALUE 'N'.
002550     88  JOB-FAILED             VALUE 'Y'.
002560 01  TBLHIST-STATUS             PIC X(02).
002570 01  TBLREQ-STATUS              PIC X(02).
002580 01  CHGLOG-STATUS              PIC X(02).
002590
002600 PROCEDURE DIVISION.
002610******************************************************************
002620* MAINLINE - LOAD THE REQUESTED TABLE NAMES, INVERT THE LATEST   *
002630* TBLHIST GENERATION INTO THE SORTED CROSS-REFERENCE, THEN       *
002640* PRINT ONE GROUP PER TABLE WITH EACH PROCEDURE'S FIRST-SEEN     *
002650* DATE BROWSED FROM THE CHANGE LOG'S TABLE-NAME PATH             *
002660******************************************************************
002670 PROG-START.
002680          OPEN OUTPUT REPOUT.
002690          PERFORM LOAD-REQUEST-DECK.
002700          IF REQ-COUNT EQUAL TO ZERO THEN
002710            MOVE '(ALL TABLES)' TO HDR-SCOPE
002720          ELSE
002730            MOVE '(REQUESTED TABLES)' TO HDR-SCOPE
002740          END-IF.
002750          MOVE SPACES TO REPREC.
002760          WRITE REPREC FROM RPTHDR1
002770            AFTER ADVANCING 1 LINE.
002780          PERFORM LOAD-XRF-TABLE.
002790          PERFORM OPEN-CHGLOG.
002800          WRITE REPREC FROM RPTHDR2
002810            AFTER ADVANCING 2 LINES.
002820          MOVE 1 TO XX.
002830          PERFORM PRINT-ONE-TABLE
002840            UNTIL XX GREATER THAN XRF-COUNT.
002850          IF CHGLOG-OK THEN
002860            CLOSE CHGLOG
002870          END-IF.
002880          PERFORM REPORT-NOT-USED VARYING RQX
002890            FROM 1 BY 1 UNTIL RQX GREATER THAN REQ-COUNT.
002900          IF NOTLOG-COUNT GREATER THAN ZERO THEN
002910            WRITE REPREC FROM NOTELINE
002920              AFTER ADVANCING 2 LINES
002930          END-IF.
002940          MOVE TABLES-LISTED TO TRL-TABLES.
002950          WRITE REPREC FROM XRFTRL1
002960            AFTER ADVANCING 2 LINES.
002970          MOVE REFS-LISTED TO TRL-REFS.
002980          WRITE REPREC FROM XRFTRL2
002990            AFTER ADVANCING 1 LINE.
003000          MOVE SINGLE-TABLES TO TRL-SINGLE.
003010          WRITE REPREC FROM XRFTRL3
003020            AFTER ADVANCING 1 LINE.
003030          IF REQ-COUNT GREATER THAN ZERO THEN
003040            MOVE NOTUSED-COUNT TO TRL-NOTUSED
003050            WRITE REPREC FROM XRFTRL4
003060              AFTER ADVANCING 1 LINE
003070          END-IF.
003080 PROG-END.
003090          CLOSE REPOUT.
003100          IF JOB-FAILED THEN
003110            MOVE 4 TO RETURN-CODE
003120          ELSE
003130            MOVE 0 TO RETURN-CODE
003140          END-IF.
003150          GOBACK.
003160
003170******************************************************************
003180* LOAD THE OPTIONAL REQUEST DECK - ONE TABLE NAME PER CARD IN    *
003190* COLS 1-18.  BLANK CARDS AND CARDS WITH * IN COL 1 ARE SKIPPED. *
003200* A MISSING OR DUMMY DECK LISTS EVERY TABLE                      *
003210******************************************************************
003220 LOAD-REQUEST-DECK.
003230          OPEN INPUT TBLREQ.
003240          IF TBLREQ-STATUS EQUAL TO '00' THEN
003250            PERFORM READ-TBLREQ
003260            PERFORM LOAD-REQUEST-ENTRY UNTIL TBLREQ-EOF
003270            CLOSE TBLREQ
003280          ELSE
003290            IF TBLREQ-STATUS NOT EQUAL TO '35' THEN
003300              MOVE TBLREQ-STATUS TO TBLREQCODE
003310              WRITE REPREC FROM TBLREQERR
003320                AFTER ADVANCING 1 LINE
003330              MOVE 'Y' TO JOB-FAILED-SW
003340            END-IF
003350          END-IF.
003360
003370 READ-TBLREQ.
003380          READ TBLREQ
003390            AT END MOVE 'Y' TO TBLREQ-EOF-SW.
003400
003410 LOAD-REQUEST-ENTRY.
003420          IF TRQ-TBLNAME NOT EQUAL TO SPACES
003430             AND TRQ-TBLNAME (1:1) NOT EQUAL TO '*' THEN
003440            IF REQ-COUNT LESS THAN REQ-MAX THEN
003450              ADD 1 TO REQ-COUNT
003460              MOVE TRQ-TBLNAME TO REQ-TBLNAME (REQ-COUNT)
003470              MOVE 'N' TO REQ-HIT-SW (REQ-COUNT)
003480            ELSE
003490*                   DECK FULL - SAY SO ONCE AND GRADE THE STEP
003500*                   RATHER THAN DROP TABLES FROM THE ANALYSIS
003510*                   WITHOUT A WORD
003520              MOVE REQ-MAX TO ROVF-MAX
003530              WRITE REPREC FROM REQOVFL
003540                AFTER ADVANCING 1 LINE
003550              MOVE 'Y' TO JOB-FAILED-SW
003560              MOVE 'Y' TO TBLREQ-EOF-SW
003570            END-IF
003580          END-IF.
003590          IF NOT TBLREQ-EOF THEN
003600            PERFORM READ-TBLREQ
003610          END-IF.
003620
003630******************************************************************
003640* READ THE LATEST TBLHIST GENERATION AND SLOT EACH REFERENCE     *
003650* (REQUESTED TABLES ONLY, WHEN A DECK WAS GIVEN) INTO THE        *
003660* CROSS-REFERENCE AT ITS TABLE/SCHEMA/PROCNM INSERTION POINT     *
003670******************************************************************
003680 LOAD-XRF-TABLE.
003690          OPEN INPUT TBLHIST.
003700          IF TBLHIST-STATUS EQUAL TO '00' THEN
003710            PERFORM READ-TBLHIST
003720            PERFORM LOAD-XRF-ENTRY UNTIL TBLHIST-EOF
003730            CLOSE TBLHIST
003740          ELSE
003750            MOVE TBLHIST-STATUS TO TBLHISTCODE
003760            WRITE REPREC FROM TBLHISTERR
003770              AFTER ADVANCING 1 LINE
003780            MOVE 'Y' TO JOB-FAILED-SW
003790          END-IF.
003800
003810 READ-TBLHIST.
003820          READ TBLHIST
003830            AT END MOVE 'Y' TO TBLHIST-EOF-SW.
003840
003850 LOAD-XRF-ENTRY.
003860          IF REQ-COUNT EQUAL TO ZERO THEN
003870            MOVE 'Y' TO REQ-MATCH-SW
003880          ELSE
003890            MOVE 'N' TO REQ-MATCH-SW
003900            PERFORM CHECK-ONE-REQUEST VARYING RQX
003910              FROM 1 BY 1 UNTIL RQX GREATER THAN REQ-COUNT
003920                              OR REQ-MATCH
003930          END-IF.
003940          IF REQ-MATCH THEN
003950            MOVE TH-TBLNAME TO XRF-WK-TBLNAME
003960            MOVE TH-SCHEMA TO XRF-WK-SCHEMA
003970            MOVE TH-PROCNM TO XRF-WK-PROCNM
003980            PERFORM INSERT-XRF-ENTRY
003990          END-IF.
004000          PERFORM READ-TBLHIST.
004010
004020 CHECK-ONE-REQUEST.
004030          IF REQ-TBLNAME (RQX) EQUAL TO TH-TBLNAME THEN
004040            MOVE 'Y' TO REQ-MATCH-SW
004050            MOVE 'Y' TO REQ-HIT-SW (RQX)
004060          END-IF.
004070
004080******************************************************************
004090* BINARY-SEARCH THE INSERTION POINT, OPEN THE SLOT BY SHIFTING   *
004100* THE TAIL UP ONE AND DROP THE REFERENCE IN.  A REFERENCE        *
004110* ALREADY HELD IS NOT REPEATED, AND A FULL TABLE IS REPORTED     *
004120* ONCE AND GRADES THE STEP, NOT TRUNCATED SILENTLY               *
004130******************************************************************
004140 INSERT-XRF-ENTRY.
004150          MOVE 1 TO BS-LO.
004160          MOVE XRF-COUNT TO BS-HI.
004170          MOVE 'N' TO XRF-MATCH-SW.
004180          PERFORM FIND-XRF-SLOT
004190            UNTIL BS-LO GREATER THAN BS-HI.
004200          IF NOT XRF-MATCH THEN
004210            IF XRF-COUNT LESS THAN XRF-MAX THEN
004220              MOVE XRF-COUNT TO SHIFT-IX
004230              PERFORM SHIFT-XRF-ENTRY
004240                UNTIL SHIFT-IX LESS THAN BS-LO
004250              ADD 1 TO XRF-COUNT
004260              MOVE XRF-WK-KEY TO XRF-KEY (BS-LO)
004270              MOVE ZERO TO XRF-FIRST (BS-LO)
004280            ELSE
004290              IF NOT XRF-FULL THEN
004300                MOVE 'Y' TO XRF-FULL-SW
004310                MOVE 'Y' TO JOB-FAILED-SW
004320                MOVE XRF-MAX TO XOVF-MAX
004330                WRITE REPREC FROM XRFOVFL
004340                  AFTER ADVANCING 1 LINE
004350              END-IF
004360            END-IF
004370          END-IF.
004380
004390 FIND-XRF-SLOT.
004400          COMPUTE BS-MID = (BS-LO + BS-HI) / 2.
004410          IF XRF-KEY (BS-MID) LESS THAN XRF-WK-KEY THEN
004420            COMPUTE BS-LO = BS-MID + 1
004430          ELSE
004440            IF XRF-KEY (BS-MID) EQUAL TO XRF-WK-KEY THEN
004450              MOVE 'Y' TO XRF-MATCH-SW
004460            END-IF
004470            COMPUTE BS-HI = BS-MID - 1
004480          END-IF.
004490
004500 SHIFT-XRF-ENTRY.
004510          MOVE XRF-ENTRY (SHIFT-IX)
004520            TO XRF-ENTRY (SHIFT-IX + 1).
004530          SUBTRACT 1 FROM SHIFT-IX.
004540
004550 OPEN-CHGLOG.
004560          OPEN INPUT CHGLOG.
004570          IF CHGLOG-STATUS EQUAL TO '00'
004580             OR CHGLOG-STATUS EQUAL TO '97' THEN
004590            MOVE 'Y' TO CHGLOG-OK-SW
004600          ELSE
004610*                   THE WHERE-USED LIST STILL PRINTS - ONLY THE
004620*                   FIRST-SEEN DATES ARE LOST, AND SAY SO
004630            MOVE CHGLOG-STATUS TO CHGLOGCODE
004640            WRITE REPREC FROM CHGLOGERR
004650              AFTER ADVANCING 1 LINE
004660            MOVE 'Y' TO JOB-FAILED-SW
004670          END-IF.
004680
004690******************************************************************
004700* PRINT ONE TABLE'S GROUP - FIND WHERE THE TABLE'S ENTRIES END,  *
004710* PICK UP EACH PROCEDURE'S FIRST ADDED DATE, THEN THE TABLE      *
004720* LINE WITH ITS PROCEDURE COUNT AND ONE LINE PER PROCEDURE       *
004730******************************************************************
004740 PRINT-ONE-TABLE.
004750          MOVE XRF-TBLNAME (XX) TO GRP-TBLNAME.
004760          MOVE XX TO GRP-FIRST.
004770          MOVE XX TO GRP-LAST.
004780          MOVE 'N' TO GRP-END-SW.
004790          PERFORM FIND-GROUP-END UNTIL GRP-END.
004800          COMPUTE GRP-COUNT = GRP-LAST - GRP-FIRST + 1.
004810          IF CHGLOG-OK THEN
004820            PERFORM BROWSE-TABLE-EVENTS
004830          END-IF.
004840          MOVE GRP-TBLNAME TO TBH-NAME.
004850          MOVE GRP-COUNT TO TBH-COUNT.
004860          IF GRP-COUNT EQUAL TO 1 THEN
004870            MOVE '** SINGLE PROCEDURE - EASIEST CHANGE **'
004880              TO TBH-FLAG
004890            ADD 1 TO SINGLE-TABLES
004900          ELSE
004910            MOVE SPACES TO TBH-FLAG
004920          END-IF.
004930          WRITE REPREC FROM TBLHDR
004940            AFTER ADVANCING 2 LINES.
004950          ADD 1 TO TABLES-LISTED.
004960          PERFORM PRINT-XRF-DETAIL VARYING XX
004970            FROM GRP-FIRST BY 1 UNTIL XX GREATER THAN GRP-LAST.
004980
004990 FIND-GROUP-END.
005000          IF GRP-LAST NOT LESS THAN XRF-COUNT THEN
005010            MOVE 'Y' TO GRP-END-SW
005020          ELSE
005030            COMPUTE SX = GRP-LAST + 1
005040            IF XRF-TBLNAME (SX) NOT EQUAL TO GRP-TBLNAME THEN
005050              MOVE 'Y' TO GRP-END-SW
005060            ELSE
005070              MOVE SX TO GRP-LAST
005080            END-IF
005090          END-IF.
005100
005110 PRINT-XRF-DETAIL.
005120          MOVE XRF-SCHEMA (XX) TO XRF-DSCHEMA.
005130          MOVE XRF-PROCNM (XX) TO XRF-DPROCNM.
005140          IF NOT CHGLOG-OK THEN
005150            MOVE 'UNKNOWN   ' TO XRF-DFIRST
005160          ELSE
005170            IF XRF-FIRST (XX) EQUAL TO ZERO THEN
005180              MOVE 'NOT ON LOG' TO XRF-DFIRST
005190              ADD 1 TO NOTLOG-COUNT
005200            ELSE
005210              MOVE XRF-FIRST (XX) TO EDIT-DATE
005220              PERFORM FORMAT-EDIT-DATE
005230              MOVE EDIT-MDY TO XRF-DFIRST
005240            END-IF
005250          END-IF.
005260          WRITE REPREC FROM XRFLINE
005270            AFTER ADVANCING 1 LINE.
005280          ADD 1 TO REFS-LISTED.
005290
005300******************************************************************
005310* START ON THE TABLE-NAME ALTERNATE PATH AND BROWSE WHILE THE    *
005320* TABLE NAME HOLDS, AS CALPCHG'S T LOOKUP DOES.  EACH ADDED      *
005330* EVENT SETS THE FIRST-SEEN DATE OF ITS PROCEDURE'S ENTRY IF IT  *
005340* IS EARLIER THAN ANY SEEN SO FAR - A TABLE DROPPED AND LATER    *
005350* RE-ADDED STILL SHOWS THE DATE IT FIRST APPEARED                *
005360******************************************************************
005370 BROWSE-TABLE-EVENTS.
005380          MOVE GRP-TBLNAME TO CG-TBLNAME.
005390          START CHGLOG KEY IS NOT LESS THAN CG-TBLNAME.
005400          IF CHGLOG-STATUS EQUAL TO '00' THEN
005410            MOVE 'N' TO BROWSE-DONE-SW
005420            PERFORM BROWSE-TABLE-NEXT UNTIL BROWSE-DONE
005430          END-IF.
005440
005450 BROWSE-TABLE-NEXT.
005460          READ CHGLOG NEXT RECORD
005470            AT END MOVE 'Y' TO BROWSE-DONE-SW.
005480          IF NOT BROWSE-DONE THEN
005490            IF CG-TBLNAME NOT EQUAL TO GRP-TBLNAME THEN
005500              MOVE 'Y' TO BROWSE-DONE-SW
005510            ELSE
005520              IF CG-FLAG EQUAL TO 'ADDED' THEN
005530                PERFORM NOTE-FIRST-ADDED VARYING SX
005540                  FROM GRP-FIRST BY 1
005541                  UNTIL SX GREATER THAN GRP-LAST
005550              END-IF
005560            END-IF
005570          END-IF.
005580
005590 NOTE-FIRST-ADDED.
005600          IF XRF-SCHEMA (SX) EQUAL TO CG-SCHEMA
005610             AND XRF-PROCNM (SX) EQUAL TO CG-PROCNM THEN
005620            IF XRF-FIRST (SX) EQUAL TO ZERO
005630               OR XRF-FIRST (SX) GREATER THAN CG-DATE THEN
005640              MOVE CG-DATE TO XRF-FIRST (SX)
005650            END-IF
005660          END-IF.
005670
005680******************************************************************
005690* A REQUESTED TABLE NO PROCEDURE REFERENCES IS LISTED TOO - IT   *
005700* IS THE EASIEST CHANGE OF ALL, AND A MISSPELT NAME SHOWS UP     *
005710******************************************************************
005720 REPORT-NOT-USED.
005730          IF NOT REQ-HIT (RQX) THEN
005740            MOVE REQ-TBLNAME (RQX) TO NTU-NAME
005750            WRITE REPREC FROM NOTUSED
005760              AFTER ADVANCING 2 LINES
005770            ADD 1 TO NOTUSED-COUNT
005780          END-IF.
005790
005800******************************************************************
005810* FORMAT A YYYYMMDD DATE AS MM/DD/YYYY FOR PRINTING              *
005820******************************************************************
005830 FORMAT-EDIT-DATE.
005840          MOVE SPACES TO EDIT-MDY.
005850          STRING EDIT-MM   DELIMITED BY SIZE
005860                 '/'       DELIMITED BY SIZE
005870                 EDIT-DD   DELIMITED BY SIZE
005880                 '/'       DELIMITED BY SIZE
005890                 EDIT-YYYY DELIMITED BY SIZE
005900            INTO EDIT-MDY.
