000210*                  LATEST DATE - THE NIGHT A RUN ABENDS,        *
000220*                  RESTARTS AND THEN FULLY RERUNS NO            *
000230*                  LONGER MIXES TWO RUNS' CARDS TOGETHER        *
000231* 10/15/2026  RLH  AUDIT RECORD CARRIES THE COUNT OF DANGLING   *
000232*                  TABLE REFERENCES (LRECL 96 TO 100 - SEE      *
000233*                  AUDTCNV4)                                    *
000234* 10/15/2026  RLH  ROUTE EACH FAILED CARD TO ITS OWNING TEAM    *
000235*                  FROM THE OWNERSHIP MASTER (SEE CALPOWN) -    *
000236*                  ONE REPORT SECTION AND ONE CONSOLE LINE,     *
000237*                  CARRYING THE PAGER GROUP, PER TEAM; CARDS    *
000238*                  WITH NO OWNER ON FILE ARE LISTED AS          *
000239*                  EXCEPTIONS.  RC 4 WHEN THE MASTER CANNOT BE  *
000240*                  READ OR THE FAILURE TABLE FILLS              *
000249******************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000310            ASSIGN TO UT-S-SYSPRINT.
000320     SELECT AUDITF
000330            ASSIGN TO UT-S-AUDIT.
000331     SELECT OWNER
000332            ASSIGN TO OWNER
000333            ORGANIZATION IS INDEXED
000334            ACCESS IS DYNAMIC
000335            RECORD KEY IS OW-KEY
000336            FILE STATUS IS OWNER-STATUS.
000337
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  REPOUT
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
000602
000603 FD  OWNER
000604         RECORD CONTAINS 100 CHARACTERS
000605         DATA RECORD IS OWNER-REC.
000606 01  OWNER-REC.
000607     05  OW-KEY.
000608         10  OW-SCHEMA          PIC X(08).
000609         10  OW-PROCNM          PIC X(18).
000610     05  OW-TEAM                PIC X(12).
000611     05  OW-PAGER               PIC X(08).
000612     05  OW-ESCL                PIC X(01).
000613     05  OW-CONTACT             PIC X(25).
000614     05  OW-UPD-DATE            PIC 9(08).
000615     05  FILLER                 PIC X(20).
000616
000620 WORKING-STORAGE SECTION.
000630******************************************************************
000640* REPORT LINE LAYOUTS                                           *
000710         02  FILLER    PIC X(09) VALUE '  RUN ID '.
000720         02  HDR-RUNID PIC 9(14).
000730         02  FILLER    PIC X(51) VALUE SPACES.
000731 01  TEAMHDR.
000732         02  FILLER    PIC X(07) VALUE ' TEAM: '.
000733         02  TH-TEAM   PIC X(12).
000734         02  FILLER    PIC X(16) VALUE '   PAGER GROUP: '.
000735         02  TH-PAGER  PIC X(08).
000736         02  FILLER    PIC X(84) VALUE SPACES.
000740 01  FAILLINE.
000750         02  FILLER     PIC X(01) VALUE SPACES.
000760         02  FL-PROCNM  PIC X(18).
000810         02  FILLER     PIC X(02) VALUE SPACES.
000820         02  FILLER     PIC X(08) VALUE 'RETRIES '.
000830         02  FL-RETRYS  PIC Z9.
000840         02  FILLER     PIC X(02) VALUE SPACES.
000841         02  FILLER     PIC X(04) VALUE 'ESC '.
000842         02  FL-ESCL    PIC X(01).
000843         02  FILLER     PIC X(02) VALUE SPACES.
000844         02  FL-CONTACT PIC X(25).
000845         02  FILLER     PIC X(16) VALUE SPACES.
000850 01  REASON-SQL.
000860         02  FILLER     PIC X(24) VALUE
000870               'SQL CALL FAILED SQLCODE '.
000960         02  FILLER     PIC X(16) VALUE ' FAILED CARDS = '.
000970         02  TRL-COUNT  PIC ZZZ,ZZ9.
000980         02  FILLER     PIC X(104) VALUE SPACES.
000981 01  TEAMTRL.
000982         02  FILLER     PIC X(34) VALUE
000983               '   FAILED CARDS IN THIS SECTION = '.
000984         02  TT-COUNT   PIC ZZZ,ZZ9.
000985         02  FILLER     PIC X(86) VALUE SPACES.
000990 01  NOFAILREC.
001000         02  FILLER     PIC X(44) VALUE
001010               ' NO FAILED CARDS IN THE LATEST RUN''S RECORDS'.
001020         02  FILLER     PIC X(83) VALUE SPACES.
001021 01  NOOWNHDR.
001022         02  FILLER    PIC X(40) VALUE
001023               ' NO OWNER ON FILE - OWNERSHIP EXCEPTIONS'.
001024         02  FILLER    PIC X(87) VALUE SPACES.
001025 01  OWNERERR.
001026         02  FILLER    PIC X(40) VALUE
001027               ' OWNERSHIP MASTER OPEN FAILED, STATUS = '.
001028         02  OWNERCODE PIC X(02).
001029         02  FILLER    PIC X(85) VALUE SPACES.
001030 01  FAILOVF.
001031         02  FILLER    PIC X(40) VALUE
001032               ' FAILURE TABLE FULL - CARDS PAST THE FIR'.
001033         02  FILLER    PIC X(03) VALUE 'ST '.
001034         02  OVF-MAX   PIC ZZZZ9.
001035         02  FILLER    PIC X(12) VALUE ' NOT LISTED '.
001036         02  FILLER    PIC X(67) VALUE SPACES.
001037
001040******************************************************************
001050* CONSOLE SUMMARY FOR THE OPERATOR / PAGING SCRAPER             *
001060******************************************************************
001070 01  CONSREC.
001080         02  FILLER     PIC X(26) VALUE
001090               'CALPRML RUN FAILED - PAGE '.
001091         02  CONS-PAGER PIC X(08).
001092         02  FILLER     PIC X(06) VALUE ' TEAM '.
001093         02  CONS-TEAM  PIC X(12).
001094         02  FILLER     PIC X(01) VALUE SPACES.
001100         02  CONS-COUNT PIC ZZZ9.
001110         02  FILLER     PIC X(30) VALUE
001120               ' FAILED CARD(S) ON CALPNTF RPT'.
001121 01  CONSNOWN.
001122         02  FILLER     PIC X(40) VALUE
001123               'CALPRML RUN FAILED - NO OWNER ON FILE - '.
001124         02  CONN-COUNT PIC ZZZ9.
001125         02  FILLER     PIC X(30) VALUE
001126               ' FAILED CARD(S) ON CALPNTF RPT'.
001127
001128******************************************************************
001129* FAILED CARDS BY OWNING TEAM AND PAGER GROUP, UNOWNED LAST     *
001130******************************************************************
001131 01  FAIL-TABLE.
001132     05  FAIL-ENTRY OCCURS 500 TIMES.
001133         10  FT-KEY.
001134             15  FT-TEAM        PIC X(12).
001135             15  FT-PAGER       PIC X(08).
001136         10  FT-LINE            PIC X(127).
001137 01  FAIL-HELD                  PIC S9(04) COMP VALUE ZERO.
001138 77  FAIL-MAX                   PIC S9(04) COMP VALUE +500.
001139
001140******************************************************************
001150* WORK AREAS                                                    *
001160******************************************************************
001161 01  OWN-WK-KEY.
001162     05  OWN-WK-SCHEMA          PIC X(08).
001163     05  OWN-WK-PROCNM          PIC X(18).
001164 01  OWN-WK-TEAM                PIC X(12).
001165 01  OWN-WK-PAGER               PIC X(08).
001166 01  OWN-WK-ESCL                PIC X(01).
001167 01  OWN-WK-CONTACT             PIC X(25).
001170 01  LATEST-RUNID               PIC 9(14) VALUE ZERO.
001180 01  LATEST-RUNID-R REDEFINES LATEST-RUNID.
001190     05  LATEST-DATE            PIC 9(08).
001220         10  LATEST-MM          PIC 9(02).
001230         10  LATEST-DD          PIC 9(02).
001240     05  LATEST-HHMMSS          PIC 9(06).
001241 01  PAT-WORK                   PIC X(19).
001242 01  PAT-WORK-R REDEFINES PAT-WORK.
001243     05  PAT-CH                 PIC X(01) OCCURS 19 TIMES.
001244 01  NAM-WORK                   PIC X(19).
001245 01  NAM-WORK-R REDEFINES NAM-WORK.
001246     05  NAM-CH                 PIC X(01) OCCURS 19 TIMES.
001247 77  OWN-RANK                   PIC S9(04) COMP.
001248 77  BEST-RANK                  PIC S9(04) COMP.
001249 77  PCT-COUNT                  PIC S9(04) COMP.
001250 77  FAIL-COUNT                 PIC S9(09) COMP VALUE ZERO.
001251 77  TEAM-FAIL-COUNT            PIC S9(09) COMP VALUE ZERO.
001252 01  PREV-TEAM                  PIC X(12).
001253 01  PREV-PAGER                 PIC X(08).
001254 01  FT-WK-KEY.
001255     05  FT-WK-TEAM             PIC X(12).
001256     05  FT-WK-PAGER            PIC X(08).
001257 77  FX                         PIC S9(04) COMP.
001258 77  BS-LO                      PIC S9(04) COMP.
001259 77  BS-HI                      PIC S9(04) COMP.
001260 77  BS-MID                     PIC S9(04) COMP.
001261 77  SHIFT-IX                   PIC S9(04) COMP.
001262 77  PAT-LEN                    PIC S9(04) COMP.
001263 77  NAM-LEN                    PIC S9(04) COMP.
001264 77  PI                         PIC S9(04) COMP.
001265 77  NI                         PIC S9(04) COMP.
001266 77  STAR-PI                    PIC S9(04) COMP.
001267 77  MARK-NI                    PIC S9(04) COMP.
001268 77  LEN-IX                     PIC S9(04) COMP.
001269
001270******************************************************************
001280* SWITCHES                                                      *
001290******************************************************************
001291 01  OWNER-STATUS               PIC X(02).
001292 01  OWNER-OPEN-SW              PIC X(01) VALUE 'N'.
001293     88  OWNER-OPEN             VALUE 'Y'.
001294 01  OWNER-BROWSE-SW            PIC X(01) VALUE 'N'.
001295     88  OWNER-BROWSE-DONE      VALUE 'Y'.
001296 01  OWN-FOUND-SW               PIC X(01) VALUE 'N'.
001297     88  OWN-FOUND              VALUE 'Y'.
001298 01  PROC-MATCH-SW              PIC X(01) VALUE 'N'.
001299     88  PROC-MATCH             VALUE 'Y'.
001300 01  AUDITF-EOF-SW              PIC X(01) VALUE 'N'.
001310     88  AUDITF-EOF             VALUE 'Y'.
001311 01  MATCH-DONE-SW              PIC X(01) VALUE 'N'.
001312     88  MATCH-DONE             VALUE 'Y'.
001313 01  FAIL-FULL-SW               PIC X(01) VALUE 'N'.
001314     88  FAIL-FULL              VALUE 'Y'.
001315 01  JOB-FAILED-SW              PIC X(01) VALUE 'N'.
001316     88  JOB-FAILED             VALUE 'Y'.
001317
001330 PROCEDURE DIVISION.
001340******************************************************************
001350* MAINLINE - FIND THE LATEST RUN ID IN THE AUDIT TRAIL, THEN   *
001360* LIST EVERY CARD THAT EXECUTION FAILED, WITH ITS REASON, BY    *
001370* OWNING TEAM.  EACH TEAM'S CONSOLE LINE NAMES ITS PAGER GROUP  *
001380******************************************************************
001390 PROG-START.
001400          OPEN OUTPUT REPOUT.
001410          PERFORM FIND-LATEST-RUN.
001420          PERFORM WRITE-REPORT-HEADER.
001421          PERFORM OPEN-OWNER-MASTER.
001430          PERFORM LIST-FAILED-CARDS.
001431          IF OWNER-OPEN THEN
001432            CLOSE OWNER
001433          END-IF.
001434          PERFORM PRINT-TEAM-SECTIONS.
001440          MOVE FAIL-COUNT TO TRL-COUNT.
001450          WRITE REPREC FROM NTFTRL
001460            AFTER ADVANCING 2 LINES.
001470          IF FAIL-COUNT EQUAL TO ZERO THEN
001480            WRITE REPREC FROM NOFAILREC
001490              AFTER ADVANCING 1 LINE
001530          END-IF.
001540 PROG-END.
001550          CLOSE REPOUT.
001560          IF JOB-FAILED THEN
001561            MOVE 4 TO RETURN-CODE
001562          ELSE
001563            MOVE 0 TO RETURN-CODE
001564          END-IF.
001570          GOBACK.
001580
001590******************************************************************
002100             AND NOT (AUD-SQLCODE EQUAL TO +466
002110                      AND AUD-OUTCODE EQUAL TO ZERO) THEN
002120            ADD 1 TO FAIL-COUNT
002130            PERFORM BUILD-FAILURE-LINE
002140          END-IF.
002150          PERFORM READ-AUDITF.
002160
002170 BUILD-FAILURE-LINE.
002180          MOVE AUD-PROCNM TO FL-PROCNM.
002190          MOVE AUD-SCHEMA TO FL-SCHEMA.
002200          IF AUD-SQLCODE NOT EQUAL TO +466 THEN
002250            MOVE REASON-OUT TO FL-REASON
002260          END-IF.
002270          MOVE AUD-RETRYS TO FL-RETRYS.
002280          MOVE AUD-SCHEMA TO OWN-WK-SCHEMA.
002290          MOVE AUD-PROCNM TO OWN-WK-PROCNM.
002300          PERFORM RESOLVE-OWNER.
002310          IF OWN-FOUND THEN
002320            MOVE OWN-WK-ESCL TO FL-ESCL
002330            MOVE OWN-WK-CONTACT TO FL-CONTACT
002340            MOVE OWN-WK-TEAM TO FT-WK-TEAM
002350            MOVE OWN-WK-PAGER TO FT-WK-PAGER
002360          ELSE
002370            MOVE SPACES TO FL-ESCL
002380            MOVE 'NO OWNER ON FILE' TO FL-CONTACT
002390            MOVE HIGH-VALUES TO FT-WK-KEY
002400          END-IF.
002410          PERFORM ADD-FAILURE-ENTRY.
002420
002430******************************************************************
002440* SLOT ONE FAILED CARD INTO THE TABLE AT ITS TEAM/PAGER         *
002450* INSERTION POINT, AFTER ANY EQUAL KEYS SO AUDIT ORDER HOLDS    *
002460* WITHIN A TEAM.  A FULL TABLE IS REPORTED ONCE AND GRADES THE  *
002470* STEP - THE CARD STILL COUNTS IN THE TRAILER TOTAL             *
002480******************************************************************
002490 ADD-FAILURE-ENTRY.
002500          IF FAIL-HELD LESS THAN FAIL-MAX THEN
002510            MOVE 1 TO BS-LO
002520            MOVE FAIL-HELD TO BS-HI
002530            PERFORM FIND-FAILURE-SLOT
002540              UNTIL BS-LO GREATER THAN BS-HI
002550            MOVE FAIL-HELD TO SHIFT-IX
002560            PERFORM SHIFT-FAILURE-ENTRY
002570              UNTIL SHIFT-IX LESS THAN BS-LO
002580            ADD 1 TO FAIL-HELD
002590            MOVE FT-WK-KEY TO FT-KEY (BS-LO)
002600            MOVE FAILLINE TO FT-LINE (BS-LO)
002610          ELSE
002620            IF NOT FAIL-FULL THEN
002630              MOVE 'Y' TO FAIL-FULL-SW
002640              MOVE 'Y' TO JOB-FAILED-SW
002650              MOVE FAIL-MAX TO OVF-MAX
002660              WRITE REPREC FROM FAILOVF
002670                AFTER ADVANCING 1 LINE
002680            END-IF
002690          END-IF.
002700
002710 FIND-FAILURE-SLOT.
002720          COMPUTE BS-MID = (BS-LO + BS-HI) / 2.
002730          IF FT-KEY (BS-MID) GREATER THAN FT-WK-KEY THEN
002740            COMPUTE BS-HI = BS-MID - 1
002750          ELSE
002760            COMPUTE BS-LO = BS-MID + 1
002770          END-IF.
002780
002790 SHIFT-FAILURE-ENTRY.
002800          MOVE FAIL-ENTRY (SHIFT-IX)
002810            TO FAIL-ENTRY (SHIFT-IX + 1).
002820          SUBTRACT 1 FROM SHIFT-IX.
002830
002840******************************************************************
002850* PASS 3 - ONE SECTION PER OWNING TEAM AND PAGER GROUP, EACH    *
002860* ENDED BY ITS COUNT AND ITS OWN CONSOLE LINE FOR THE PAGING    *
002870* SCRAPER; THE NO-OWNER EXCEPTIONS COME LAST                    *
002880******************************************************************
002890 PRINT-TEAM-SECTIONS.
002900          MOVE LOW-VALUES TO PREV-TEAM.
002910          MOVE LOW-VALUES TO PREV-PAGER.
002920          PERFORM PRINT-FAILURE-ENTRY VARYING FX
002930            FROM 1 BY 1 UNTIL FX GREATER THAN FAIL-HELD.
002940          IF FAIL-HELD GREATER THAN ZERO THEN
002950            PERFORM END-TEAM-SECTION
002960          END-IF.
002970
002980 PRINT-FAILURE-ENTRY.
002990          IF FT-TEAM (FX) NOT EQUAL TO PREV-TEAM
003000             OR FT-PAGER (FX) NOT EQUAL TO PREV-PAGER THEN
003010            IF FX GREATER THAN 1 THEN
003020              PERFORM END-TEAM-SECTION
003030            END-IF
003040            MOVE FT-TEAM (FX) TO PREV-TEAM
003050            MOVE FT-PAGER (FX) TO PREV-PAGER
003060            MOVE ZERO TO TEAM-FAIL-COUNT
003070            IF FT-TEAM (FX) EQUAL TO HIGH-VALUES THEN
003080              WRITE REPREC FROM NOOWNHDR
003090                AFTER ADVANCING 2 LINES
003100            ELSE
003110              MOVE FT-TEAM (FX) TO TH-TEAM
003120              MOVE FT-PAGER (FX) TO TH-PAGER
003130              WRITE REPREC FROM TEAMHDR
003140                AFTER ADVANCING 2 LINES
003150            END-IF
003160          END-IF.
003170          ADD 1 TO TEAM-FAIL-COUNT.
003180          WRITE REPREC FROM FT-LINE (FX)
003190            AFTER ADVANCING 1 LINE.
003200
003210 END-TEAM-SECTION.
003220          MOVE TEAM-FAIL-COUNT TO TT-COUNT.
003230          WRITE REPREC FROM TEAMTRL
003240            AFTER ADVANCING 1 LINE.
003250          IF PREV-TEAM EQUAL TO HIGH-VALUES THEN
003260            MOVE TEAM-FAIL-COUNT TO CONN-COUNT
003270            DISPLAY CONSNOWN UPON CONSOLE
003280          ELSE
003290            MOVE PREV-PAGER TO CONS-PAGER
003300            MOVE PREV-TEAM TO CONS-TEAM
003310            MOVE TEAM-FAIL-COUNT TO CONS-COUNT
003320            DISPLAY CONSREC UPON CONSOLE
003330          END-IF.
003340
003350******************************************************************
003360* OPEN THE OWNERSHIP MASTER FOR LOOKUPS.  IF IT CANNOT BE READ  *
003370* EVERY FAILED CARD IS STILL REPORTED, AS AN EXCEPTION, AND     *
003380* THE STEP IS GRADED RC 4                                       *
003390******************************************************************
003400 OPEN-OWNER-MASTER.
003410          OPEN INPUT OWNER.
003420          IF OWNER-STATUS EQUAL TO '00'
003430             OR OWNER-STATUS EQUAL TO '97' THEN
003440            MOVE 'Y' TO OWNER-OPEN-SW
003450          ELSE
003460            MOVE OWNER-STATUS TO OWNERCODE
003470            WRITE REPREC FROM OWNERERR
003480              AFTER ADVANCING 1 LINE
003490            MOVE 'Y' TO JOB-FAILED-SW
003500          END-IF.
003510
003520******************************************************************
003530* FIND THE OWNER OF OWN-WK-SCHEMA/OWN-WK-PROCNM.  AN ENTRY FOR  *
003540* THE EXACT NAME WINS; FAILING THAT, THE MOST SPECIFIC GENERIC  *
003550* ENTRY IN THE SCHEMA - A % PATTERN RANKS BY ITS FIXED          *
003560* CHARACTERS, A LONE * BELOW EVERY PATTERN.  ON A TIE THE       *
003570* FIRST IN KEY ORDER STANDS.  CALPDIG RESOLVES THE SAME WAY     *
003580******************************************************************
003590 RESOLVE-OWNER.
003600          MOVE 'N' TO OWN-FOUND-SW.
003610          IF OWNER-OPEN THEN
003620            MOVE OWN-WK-KEY TO OW-KEY
003630            READ OWNER
003640            IF OWNER-STATUS EQUAL TO '00' THEN
003650              PERFORM TAKE-OWNER-ENTRY
003660            ELSE
003670              PERFORM FIND-GENERIC-OWNER
003680            END-IF
003690          END-IF.
003700
003710 FIND-GENERIC-OWNER.
003720          MOVE -1 TO BEST-RANK.
003730          MOVE OWN-WK-SCHEMA TO OW-SCHEMA.
003740          MOVE LOW-VALUES TO OW-PROCNM.
003750          START OWNER KEY IS NOT LESS THAN OW-KEY.
003760          IF OWNER-STATUS EQUAL TO '00' THEN
003770            MOVE 'N' TO OWNER-BROWSE-SW
003780            PERFORM CHECK-GENERIC-OWNER UNTIL OWNER-BROWSE-DONE
003790          END-IF.
003800
003810 CHECK-GENERIC-OWNER.
003820          READ OWNER NEXT RECORD
003830            AT END MOVE 'Y' TO OWNER-BROWSE-SW.
003840          IF OWNER-STATUS NOT EQUAL TO '00'
003850             OR OW-SCHEMA NOT EQUAL TO OWN-WK-SCHEMA THEN
003860            MOVE 'Y' TO OWNER-BROWSE-SW
003870          ELSE
003880            PERFORM RANK-GENERIC-OWNER
003890          END-IF.
003900
003910 RANK-GENERIC-OWNER.
003920          MOVE -1 TO OWN-RANK.
003930          IF OW-PROCNM EQUAL TO '*' THEN
003940            MOVE ZERO TO OWN-RANK
003950          ELSE
003960            MOVE ZERO TO PCT-COUNT
003970            INSPECT OW-PROCNM TALLYING PCT-COUNT FOR ALL '%'
003980            IF PCT-COUNT GREATER THAN ZERO THEN
003990              PERFORM MATCH-OWNER-PATTERN
004000              IF PROC-MATCH THEN
004010                COMPUTE OWN-RANK = PAT-LEN - PCT-COUNT + 1
004020              END-IF
004030            END-IF
004040          END-IF.
004050          IF OWN-RANK GREATER THAN BEST-RANK THEN
004060            MOVE OWN-RANK TO BEST-RANK
004070            PERFORM TAKE-OWNER-ENTRY
004080          END-IF.
004090
004100 TAKE-OWNER-ENTRY.
004110          MOVE 'Y' TO OWN-FOUND-SW.
004120          MOVE OW-TEAM TO OWN-WK-TEAM.
004130          MOVE OW-PAGER TO OWN-WK-PAGER.
004140          MOVE OW-ESCL TO OWN-WK-ESCL.
004150          MOVE OW-CONTACT TO OWN-WK-CONTACT.
004160
004170******************************************************************
004180* SET PROC-MATCH WHEN OWN-WK-PROCNM FITS THE % PATTERN IN       *
004190* OW-PROCNM - THE SAME PATTERN WALK CALPASOF MAKES              *
004200******************************************************************
004210 MATCH-OWNER-PATTERN.
004220          MOVE 'N' TO PROC-MATCH-SW.
004230          MOVE OW-PROCNM TO PAT-WORK.
004240          MOVE ZERO TO PAT-LEN.
004250          PERFORM MEASURE-PATTERN VARYING LEN-IX
004260            FROM 1 BY 1 UNTIL LEN-IX GREATER THAN 18.
004270          MOVE OWN-WK-PROCNM TO NAM-WORK.
004280          MOVE ZERO TO NAM-LEN.
004290          PERFORM MEASURE-NAME VARYING LEN-IX
004300            FROM 1 BY 1 UNTIL LEN-IX GREATER THAN 18.
004310          MOVE 1 TO PI.
004320          MOVE 1 TO NI.
004330          MOVE ZERO TO STAR-PI.
004340          MOVE ZERO TO MARK-NI.
004350          MOVE 'N' TO MATCH-DONE-SW.
004360          PERFORM MATCH-STEP UNTIL MATCH-DONE.
004370
004380 MEASURE-PATTERN.
004390          IF PAT-CH (LEN-IX) NOT EQUAL TO SPACE THEN
004400            MOVE LEN-IX TO PAT-LEN
004410          END-IF.
004420
004430 MEASURE-NAME.
004440          IF NAM-CH (LEN-IX) NOT EQUAL TO SPACE THEN
004450            MOVE LEN-IX TO NAM-LEN
004460          END-IF.
004470
004480 MATCH-STEP.
004490          IF NI NOT GREATER THAN NAM-LEN THEN
004500            IF PI NOT GREATER THAN PAT-LEN
004510               AND PAT-CH (PI) EQUAL TO '%' THEN
004520              MOVE PI TO STAR-PI
004530              MOVE NI TO MARK-NI
004540              ADD 1 TO PI
004550            ELSE
004560              IF PI NOT GREATER THAN PAT-LEN
004570                 AND PAT-CH (PI) EQUAL TO NAM-CH (NI) THEN
004580                ADD 1 TO PI
004590                ADD 1 TO NI
004600              ELSE
004610                IF STAR-PI GREATER THAN ZERO THEN
004620                  COMPUTE PI = STAR-PI + 1
004630                  ADD 1 TO MARK-NI
004640                  MOVE MARK-NI TO NI
004650                ELSE
004660                  MOVE 'Y' TO MATCH-DONE-SW
004670                END-IF
004680              END-IF
004690            END-IF
004700          ELSE
004710            IF PI NOT GREATER THAN PAT-LEN
004720               AND PAT-CH (PI) EQUAL TO '%' THEN
004730              ADD 1 TO PI
004740            ELSE
004750              MOVE 'Y' TO MATCH-DONE-SW
004760              IF PI GREATER THAN PAT-LEN THEN
004770                MOVE 'Y' TO PROC-MATCH-SW
004780              END-IF
004790            END-IF
004800          END-IF.
