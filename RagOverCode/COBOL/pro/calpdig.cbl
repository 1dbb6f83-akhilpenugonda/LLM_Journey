000380*                  EITHER, AS CALPRML'S OWN COMPARE IS SCOPED    *
000390*                  PER CARD; AND GRADE A FULL PRIOR-PARAMETER    *
000400*                  TABLE INSTEAD OF TRUNCATING IT SILENTLY       *
000401* 10/15/2026  RLH  CHGLOG LRECL 62 TO 102 (TICKET AND PARAMETER  *
000402*                  NAME); SKIP THE NEW PARMADD/PARMCHG/PARMDEL   *
000403*                  EVENTS - THE PRMHIST COMPARE ALREADY PUTS     *
000404*                  PARAMETER DRIFT ON THE DIGEST                 *
000405* 10/15/2026  RLH  AUDIT RECORD CARRIES THE COUNT OF DANGLING    *
000406*                  TABLE REFERENCES (LRECL 96 TO 100 - SEE       *
000407*                  AUDTCNV4)                                     *
000408* 10/15/2026  RLH  LIST THE TABLE NAMES THE CATALOG COULD NOT    *
000409*                  RESOLVE (TBLXHST STATUS D) ON THE DIGEST      *
000411* 10/15/2026  RLH  ONE SECTION PER OWNING TEAM, EACH ON A NEW    *
000413*                  PAGE, FROM THE OWNERSHIP MASTER (SEE CALPOWN) *
000415*                  - EVERY PROCEDURE HEADING CARRIES ITS PAGER   *
000417*                  GROUP, ESCALATION LEVEL AND CONTACT - AND AN  *
000419*                  OWNERSHIP EXCEPTIONS SECTION LISTING THE      *
000421*                  RUN'S PROCEDURES WITH NO OWNER ON FILE.  RC 4 *
000423*                  WHEN THE MASTER CANNOT BE READ                *
000425******************************************************************
000427
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 INPUT-OUTPUT SECTION.
000590     SELECT PRMPRIOR
000600            ASSIGN TO UT-S-PRMPRIO
000610            FILE STATUS IS PRMPRIOR-STATUS.
000611     SELECT TBLXHST
000612            ASSIGN TO UT-S-TBLXHST
000613            FILE STATUS IS TBLXHST-STATUS.
000614     SELECT OWNER
000615            ASSIGN TO OWNER
000616            ORGANIZATION IS INDEXED
000617            ACCESS IS DYNAMIC
000618            RECORD KEY IS OW-KEY
000619            FILE STATUS IS OWNER-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000690 01  REPREC                     PIC X(127).
000700
000710 FD  AUDITF
000720         RECORD CONTAINS 100 CHARACTERS
000730         LABEL RECORDS ARE OMITTED
000740         DATA RECORD IS AUDIT-REC.
000750 01  AUDIT-REC.
000860     05  AUD-ENDTIM             PIC 9(08).
000870     05  AUD-ELAPSD             PIC 9(05).
000880     05  AUD-RUNID              PIC 9(14).
000881     05  AUD-DANGLE             PIC 9(04).
000890
000900 FD  CHGLOG
000910         RECORD CONTAINS 102 CHARACTERS
000920         DATA RECORD IS CHGLOG-REC.
000930 01  CHGLOG-REC.
000940     05  CG-KEY.
000980         10  CG-SEQ             PIC 9(03).
000990     05  CG-TBLNAME             PIC X(18).
001000     05  CG-FLAG                PIC X(07).
001001     05  CG-TICKET              PIC X(10).
001002     05  CG-PARMNM              PIC X(30).
001003
001004 FD  OWNER
001005         RECORD CONTAINS 100 CHARACTERS
001006         DATA RECORD IS OWNER-REC.
001007 01  OWNER-REC.
001008     05  OW-KEY.
001009         10  OW-SCHEMA          PIC X(08).
001010         10  OW-PROCNM          PIC X(18).
001011     05  OW-TEAM                PIC X(12).
001012     05  OW-PAGER               PIC X(08).
001013     05  OW-ESCL                PIC X(01).
001014     05  OW-CONTACT             PIC X(25).
001015     05  OW-UPD-DATE            PIC 9(08).
001016     05  FILLER                 PIC X(20).
001017
001020 FD  PRMCURR
001030         RECORD CONTAINS 87 CHARACTERS
001040         LABEL RECORDS ARE OMITTED
001220     05  PR-NAME                PIC X(30).
001230     05  PR-TYPE                PIC X(20).
001240     05  PR-MODE                PIC X(08).
001241
001242 FD  TBLXHST
001243         RECORD CONTAINS 100 CHARACTERS
001244         LABEL RECORDS ARE OMITTED
001245         DATA RECORD IS TBLXHST-REC.
001246 01  TBLXHST-REC.
001247     05  XH-SCHEMA              PIC X(08).
001248     05  XH-PROCNM              PIC X(18).
001249     05  XH-TBLNAME             PIC X(18).
001250     05  XH-STATUS              PIC X(01).
001251     05  XH-CREATOR             PIC X(08).
001252     05  XH-TYPE                PIC X(01).
001253     05  XH-DBNAME              PIC X(08).
001254     05  XH-TSNAME              PIC X(08).
001255     05  XH-TBCREATOR           PIC X(08).
001256     05  XH-TBNAME              PIC X(18).
001257     05  FILLER                 PIC X(04).
001258
001260 WORKING-STORAGE SECTION.
001270******************************************************************
001280* REPORT LINE LAYOUTS                                            *
001320               'CALPDIG - MORNING CHANGE DIGEST FOR '.
001330         02  HDR-DATE  PIC X(10).
001340         02  FILLER    PIC X(81) VALUE SPACES.
001341 01  TEAMHDR.
001342         02  FILLER    PIC X(06) VALUE 'TEAM: '.
001343         02  TM-NAME   PIC X(16).
001344         02  FILLER    PIC X(105) VALUE SPACES.
001350 01  SCHHDR.
001360         02  FILLER    PIC X(08) VALUE 'SCHEMA: '.
001370         02  SCH-NAME  PIC X(08).
001390 01  PROCHDR.
001400         02  FILLER    PIC X(13) VALUE '  PROCEDURE: '.
001410         02  PRC-NAME  PIC X(18).
001420         02  FILLER    PIC X(09) VALUE '  PAGER: '.
001421         02  PRC-PAGER PIC X(08).
001422         02  FILLER    PIC X(07) VALUE '  ESC: '.
001423         02  PRC-ESCL  PIC X(01).
001424         02  FILLER    PIC X(11) VALUE '  CONTACT: '.
001425         02  PRC-CONTACT PIC X(25).
001426         02  FILLER    PIC X(35) VALUE SPACES.
001430 01  ITEMLINE.
001440         02  FILLER    PIC X(04) VALUE SPACES.
001450         02  ITM-TEXT  PIC X(60).
001520         02  FILLER     PIC X(16) VALUE ' DIGEST ITEMS = '.
001530         02  TRL-COUNT  PIC ZZZ,ZZ9.
001540         02  FILLER     PIC X(104) VALUE SPACES.
001541 01  NOOWNHDR.
001542         02  FILLER    PIC X(47) VALUE
001543               'OWNERSHIP EXCEPTIONS - PROCEDURES WITH NO OWNER'.
001544         02  FILLER    PIC X(80) VALUE SPACES.
001545 01  ALLOWNREC.
001546         02  FILLER    PIC X(48) VALUE
001547               ' EVERY PROCEDURE IN THE RUN HAS AN OWNER ON FILE'.
001548         02  FILLER    PIC X(79) VALUE SPACES.
001550 01  OVFLREC.
001560         02  FILLER    PIC X(42) VALUE
001570               ' DIGEST TABLE FULL - ITEMS PAST THE FIRST '.
001580         02  OVFL-MAX  PIC 9(05).
001590         02  FILLER    PIC X(12) VALUE ' NOT LISTED '.
001600         02  FILLER    PIC X(68) VALUE SPACES.
001601 01  OWNERERR.
001602         02  FILLER    PIC X(40) VALUE
001603               ' OWNERSHIP MASTER OPEN FAILED, STATUS = '.
001604         02  OWNERCODE PIC X(02).
001605         02  FILLER    PIC X(85) VALUE SPACES.
001610 01  PPRIORERR.
001620         02  FILLER    PIC X(40) VALUE
001630               ' PRIOR PARAMETER-GENERATION OPEN FAILED,'.
001750               ' CHANGE-LOG I-O FAILED, FILE STATUS = '.
001760         02  CHGLOGCODE PIC X(02).
001770         02  FILLER    PIC X(87) VALUE SPACES.
001771 01  TBLXHSTERR.
001772         02  FILLER    PIC X(40) VALUE
001773               ' TABLE-HISTORY (TBLXHST) OPEN FAILED, FI'.
001774         02  FILLER    PIC X(12) VALUE 'LE STATUS = '.
001775         02  TBLXHSTCODE PIC X(02).
001776         02  FILLER    PIC X(73) VALUE SPACES.
001777 01  NOOWNLINE.
001778         02  FILLER    PIC X(04) VALUE SPACES.
001779         02  NOL-SCHEMA PIC X(08).
001780         02  FILLER    PIC X(02) VALUE SPACES.
001781         02  NOL-PROCNM PIC X(18).
001782         02  FILLER    PIC X(95) VALUE SPACES.
001783 01  NOOWNOVF.
001784         02  FILLER    PIC X(42) VALUE
001785               ' OWNERSHIP EXCEPTION TABLE FULL - LIST CUT'.
001786         02  FILLER    PIC X(85) VALUE SPACES.
001787
001790******************************************************************
001800* DIGEST ITEM TEXT BUILDERS                                      *
001810******************************************************************
002050         02  FILLER     PIC X(07) VALUE SPACES.
002060
002070******************************************************************
002080* THE MERGED DIGEST, KEPT SORTED BY OWNING TEAM (UNOWNED LAST)   *
002090* THEN SCHEMA/PROCNM AS ITEMS ARRIVE SO THE REPORT PRINTS IN ONE *
002100* PASS WITH GROUP BREAKS.  EQUAL KEYS KEEP ARRIVAL ORDER -       *
002110* FAILURES, THEN TABLE DRIFT, THEN PARAMETER DRIFT, AS THE       *
002111* COLLECTORS RUN                                                 *
002120******************************************************************
002130 01  DIG-TABLE.
002140     05  DIG-ENTRY OCCURS 2000 TIMES.
002150         10  DIG-KEY.
002151             15  DIG-TEAM       PIC X(12).
002160             15  DIG-SCHEMA     PIC X(08).
002170             15  DIG-PROCNM     PIC X(18).
002180         10  DIG-TEXT           PIC X(60).
002181         10  DIG-PAGER          PIC X(08).
002182         10  DIG-ESCL           PIC X(01).
002183         10  DIG-CONTACT        PIC X(25).
002190 01  DIG-COUNT                  PIC S9(04) COMP VALUE ZERO.
002200 77  DIG-MAX                    PIC S9(04) COMP VALUE +2000.
002210 77  DX                         PIC S9(04) COMP.
002220 01  DIG-WK.
002230     05  DIG-WK-KEY.
002231         10  DIG-WK-TEAM        PIC X(12).
002240         10  DIG-WK-SCHEMA      PIC X(08).
002250         10  DIG-WK-PROCNM      PIC X(18).
002260     05  DIG-WK-TEXT            PIC X(60).
002261     05  DIG-WK-PAGER           PIC X(08).
002262     05  DIG-WK-ESCL            PIC X(01).
002263     05  DIG-WK-CONTACT         PIC X(25).
002270 77  BS-LO                      PIC S9(04) COMP.
002280 77  BS-HI                      PIC S9(04) COMP.
002290 77  BS-MID                     PIC S9(04) COMP.
002300 77  SHIFT-IX                   PIC S9(04) COMP.
002301 01  PAT-WORK                   PIC X(19).
002302 01  PAT-WORK-R REDEFINES PAT-WORK.
002303     05  PAT-CH                 PIC X(01) OCCURS 19 TIMES.
002304 01  NAM-WORK                   PIC X(19).
002305 01  NAM-WORK-R REDEFINES NAM-WORK.
002306     05  NAM-CH                 PIC X(01) OCCURS 19 TIMES.
002307 77  PAT-LEN                    PIC S9(04) COMP.
002308 77  NAM-LEN                    PIC S9(04) COMP.
002309 77  PI                         PIC S9(04) COMP.
002310 77  NI                         PIC S9(04) COMP.
002311 77  STAR-PI                    PIC S9(04) COMP.
002312 77  MARK-NI                    PIC S9(04) COMP.
002313 77  LEN-IX                     PIC S9(04) COMP.
002314 77  OWN-RANK                   PIC S9(04) COMP.
002315 77  BEST-RANK                  PIC S9(04) COMP.
002316 77  PCT-COUNT                  PIC S9(04) COMP.
002317
002320******************************************************************
002330* PRIOR-RUN PARAMETER SIGNATURES, AS IN CALPRML, WITH A FOUND    *
002340* SWITCH SO SIGNATURES NEVER MATCHED REPORT AS REMOVED           *
002500******************************************************************
002510* WORK AREAS                                                     *
002520******************************************************************
002521 01  OWN-WK-KEY.
002522     05  OWN-WK-SCHEMA          PIC X(08).
002523     05  OWN-WK-PROCNM          PIC X(18).
002524 01  OWN-WK-TEAM                PIC X(12).
002525 01  OWN-WK-PAGER               PIC X(08).
002526 01  OWN-WK-ESCL                PIC X(01).
002527 01  OWN-WK-CONTACT             PIC X(25).
002530 01  LATEST-DATE                PIC 9(08) VALUE ZERO.
002540 01  LATEST-DATE-R REDEFINES LATEST-DATE.
002550     05  LATEST-YYYY            PIC 9(04).
002570     05  LATEST-DD              PIC 9(02).
002580 01  PREV-SCHEMA                PIC X(08).
002590 01  PREV-PROCNM                PIC X(18).
002591 01  PREV-TEAM                  PIC X(12).
002592
002610******************************************************************
002620* SWITCHES                                                       *
002630******************************************************************
002670     88  CHGLOG-EOF             VALUE 'Y'.
002680 01  PRMCURR-EOF-SW             PIC X(01) VALUE 'N'.
002690     88  PRMCURR-EOF            VALUE 'Y'.
002691 01  TBLXHST-EOF-SW             PIC X(01) VALUE 'N'.
002692     88  TBLXHST-EOF            VALUE 'Y'.
002700 01  PPRIOR-EOF-SW              PIC X(01) VALUE 'N'.
002710     88  PPRIOR-EOF             VALUE 'Y'.
002720 01  PPARM-MATCH-SW             PIC X(01) VALUE 'N'.
002750     88  DIG-FULL               VALUE 'Y'.
002760 01  PRMPRIOR-STATUS            PIC X(02).
002770 01  CHGLOG-STATUS              PIC X(02).
002771 01  TBLXHST-STATUS             PIC X(02).
002772 01  OWNER-STATUS               PIC X(02).
002773 01  OWNER-OPEN-SW              PIC X(01) VALUE 'N'.
002774     88  OWNER-OPEN             VALUE 'Y'.
002775 01  OWNER-BROWSE-SW            PIC X(01) VALUE 'N'.
002776     88  OWNER-BROWSE-DONE      VALUE 'Y'.
002777 01  OWN-FOUND-SW               PIC X(01) VALUE 'N'.
002778     88  OWN-FOUND              VALUE 'Y'.
002780 01  JOB-FAILED-SW              PIC X(01) VALUE 'N'.
002790     88  JOB-FAILED             VALUE 'Y'.
002800 01  RAN-MATCH-SW               PIC X(01) VALUE 'N'.
002810     88  RAN-CLEAN              VALUE 'Y'.
002811 01  PROC-MATCH-SW              PIC X(01) VALUE 'N'.
002812     88  PROC-MATCH             VALUE 'Y'.
002813 01  MATCH-DONE-SW              PIC X(01) VALUE 'N'.
002814     88  MATCH-DONE             VALUE 'Y'.
002815 01  NOOWN-MATCH-SW             PIC X(01) VALUE 'N'.
002816     88  NOOWN-MATCH            VALUE 'Y'.
002817 01  NOOWN-FULL-SW              PIC X(01) VALUE 'N'.
002818     88  NOOWN-FULL             VALUE 'Y'.
002819
002830******************************************************************
002840* THE LATEST RUN'S CLEAN SCHEMA/PROCNM PAIRS.  ONLY THESE MAY    *
002850* REPORT PARM REMOVED - A FAILED CARD, A CARD DELETED FROM THE   *
002930 01  RAN-COUNT                  PIC S9(04) COMP VALUE ZERO.
002940 77  RAN-MAX                    PIC S9(04) COMP VALUE +500.
002950 77  RX                         PIC S9(04) COMP.
002951
002952******************************************************************
002953* THE LATEST RUN'S PROCEDURES WITH NO OWNER ON FILE, FOR THE     *
002954* OWNERSHIP EXCEPTIONS SECTION                                   *
002955******************************************************************
002956 01  NOOWN-TABLE.
002957     05  NOOWN-ENTRY OCCURS 500 TIMES.
002958         10  NOOWN-SCHEMA       PIC X(08).
002959         10  NOOWN-PROCNM       PIC X(18).
002960 01  NOOWN-COUNT                PIC S9(04) COMP VALUE ZERO.
002961 77  NOOWN-MAX                  PIC S9(04) COMP VALUE +500.
002962 77  NX                         PIC S9(04) COMP.
002963
002970 PROCEDURE DIVISION.
002980******************************************************************
002990* MAINLINE - FIND THE RUN JUST FINISHED, COLLECT ITS TABLE       *
003000* DRIFT, PARAMETER DRIFT AND FAILED CARDS INTO THE SORTED        *
003010* DIGEST, THEN PRINT THE WHOLE STORY BY OWNING TEAM, SCHEMA AND  *
003011* PROCNM, FOLLOWED BY THE PROCEDURES THAT HAVE NO OWNER          *
003020******************************************************************
003030 PROG-START.
003040          OPEN OUTPUT REPOUT.
003050          PERFORM FIND-LATEST-DATE.
003060          PERFORM WRITE-REPORT-HEADER.
003061          PERFORM OPEN-OWNER-MASTER.
003070          PERFORM COLLECT-FAILED-CARDS.
003080*                   THE AUDIT PASS COMES FIRST - THE PARAMETER
003090*                   COMPARE REPORTS REMOVALS ONLY FOR PAIRS
003100*                   WITH A CLEAN AUDIT RECORD THIS RUN
003110          PERFORM COLLECT-TABLE-DRIFT.
003120          PERFORM COLLECT-PARM-DRIFT.
003121          PERFORM COLLECT-DANGLING.
003130          IF DIG-COUNT EQUAL TO ZERO
003140             AND NOT JOB-FAILED THEN
003150            WRITE REPREC FROM CLEANREC
003160              AFTER ADVANCING 2 LINES
003170          ELSE
003171            MOVE LOW-VALUES TO PREV-TEAM
003180            MOVE LOW-VALUES TO PREV-SCHEMA
003190            MOVE LOW-VALUES TO PREV-PROCNM
003200            PERFORM PRINT-DIGEST-ITEM VARYING DX
003210              FROM 1 BY 1 UNTIL DX GREATER THAN DIG-COUNT
003220          END-IF.
003221          PERFORM PRINT-OWNER-EXCEPTIONS.
003222          IF OWNER-OPEN THEN
003223            CLOSE OWNER
003224          END-IF.
003230          MOVE DIG-COUNT TO TRL-COUNT.
003240          WRITE REPREC FROM DIGTRL
003250            AFTER ADVANCING 2 LINES.
003890            AT END MOVE 'Y' TO CHGLOG-EOF-SW.
003900
003910 CHECK-CHGLOG-RECORD.
003920          IF CG-DATE EQUAL TO LATEST-DATE
003921             AND (CG-FLAG EQUAL TO 'ADDED'
003922                  OR CG-FLAG EQUAL TO 'DROPPED') THEN
003930            MOVE SPACES TO TXT-TABLE
003940            IF CG-FLAG EQUAL TO 'ADDED' THEN
003950              MOVE 'TABLE ADDED   ' TO TT-LABEL
005470
005480 CHECK-AUDIT-RECORD.
005490          IF AUD-DATE EQUAL TO LATEST-DATE THEN
005491            PERFORM NOTE-OWNERSHIP
005500            IF AUD-SQLCODE EQUAL TO +466
005510               AND AUD-OUTCODE EQUAL TO ZERO THEN
005520              PERFORM NOTE-CLEAN-PAIR
005930
005940
005950******************************************************************
005960* SLOT ONE ITEM INTO THE DIGEST AT ITS TEAM/SCHEMA/PROCNM        *
005970* INSERTION POINT, AFTER ANY EQUAL KEYS SO ARRIVAL ORDER HOLDS   *
005980* WITHIN A PROCEDURE.  A FULL TABLE IS REPORTED ONCE, NOT        *
005990* TRUNCATED SILENTLY                                             *
006000******************************************************************
006010 ADD-DIGEST-ITEM.
006020          IF DIG-COUNT LESS THAN DIG-MAX THEN
006021            MOVE DIG-WK-SCHEMA TO OWN-WK-SCHEMA
006022            MOVE DIG-WK-PROCNM TO OWN-WK-PROCNM
006023            PERFORM SET-DIGEST-OWNER
006030            MOVE 1 TO BS-LO
006040            MOVE DIG-COUNT TO BS-HI
006050            PERFORM FIND-DIGEST-SLOT
006100            ADD 1 TO DIG-COUNT
006110            MOVE DIG-WK-KEY TO DIG-KEY (BS-LO)
006120            MOVE DIG-WK-TEXT TO DIG-TEXT (BS-LO)
006121            MOVE DIG-WK-PAGER TO DIG-PAGER (BS-LO)
006122            MOVE DIG-WK-ESCL TO DIG-ESCL (BS-LO)
006123            MOVE DIG-WK-CONTACT TO DIG-CONTACT (BS-LO)
006130          ELSE
006140            IF NOT DIG-FULL THEN
006150              MOVE 'Y' TO DIG-FULL-SW
006340          SUBTRACT 1 FROM SHIFT-IX.
006350
006360******************************************************************
006370* PRINT ONE DIGEST ITEM, BREAKING ON TEAM, SCHEMA AND PROCNM     *
006380******************************************************************
006390 PRINT-DIGEST-ITEM.
006391          IF DIG-TEAM (DX) NOT EQUAL TO PREV-TEAM THEN
006392            PERFORM START-TEAM-SECTION
006393          END-IF.
006400          IF DIG-SCHEMA (DX) NOT EQUAL TO PREV-SCHEMA THEN
006410            MOVE DIG-SCHEMA (DX) TO PREV-SCHEMA
006420            MOVE DIG-SCHEMA (DX) TO SCH-NAME
006470          IF DIG-PROCNM (DX) NOT EQUAL TO PREV-PROCNM THEN
006480            MOVE DIG-PROCNM (DX) TO PREV-PROCNM
006490            MOVE DIG-PROCNM (DX) TO PRC-NAME
006491            MOVE DIG-PAGER (DX) TO PRC-PAGER
006492            MOVE DIG-ESCL (DX) TO PRC-ESCL
006493            MOVE DIG-CONTACT (DX) TO PRC-CONTACT
006500            WRITE REPREC FROM PROCHDR
006510              AFTER ADVANCING 1 LINE
006520          END-IF.
006530          MOVE DIG-TEXT (DX) TO ITM-TEXT.
006540          WRITE REPREC FROM ITEMLINE
006550            AFTER ADVANCING 1 LINE.
006560
006570******************************************************************
006580* THE RUN'S TABLE NAMES THE CATALOG COULD NOT RESOLVE, FROM THE  *
006590* ENRICHED TABLE HISTORY CALPRML JUST CUT (XH-STATUS D).  NO     *
006600* TBLXHST DD AT ALL IS NOT AN ERROR - THE DIGEST GOES ON WITHOUT *
006610* THEM                                                           *
006620******************************************************************
006630 COLLECT-DANGLING.
006640          MOVE 'N' TO TBLXHST-EOF-SW.
006650          OPEN INPUT TBLXHST.
006660          IF TBLXHST-STATUS EQUAL TO '00' THEN
006670            PERFORM READ-TBLXHST
006680            PERFORM CHECK-TBLXHST-RECORD UNTIL TBLXHST-EOF
006690            CLOSE TBLXHST
006700          ELSE
006710            IF TBLXHST-STATUS NOT EQUAL TO '35' THEN
006720              MOVE TBLXHST-STATUS TO TBLXHSTCODE
006730              WRITE REPREC FROM TBLXHSTERR
006740                AFTER ADVANCING 1 LINE
006750              MOVE 'Y' TO JOB-FAILED-SW
006760            END-IF
006770          END-IF.
006780
006790 READ-TBLXHST.
006800          READ TBLXHST
006810            AT END MOVE 'Y' TO TBLXHST-EOF-SW.
006820
006830 CHECK-TBLXHST-RECORD.
006840          IF XH-STATUS EQUAL TO 'D' THEN
006850            MOVE SPACES TO TXT-TABLE
006860            MOVE 'NO SUCH TABLE ' TO TT-LABEL
006870            MOVE XH-TBLNAME TO TT-NAME
006880            MOVE XH-SCHEMA TO DIG-WK-SCHEMA
006890            MOVE XH-PROCNM TO DIG-WK-PROCNM
006900            MOVE TXT-TABLE TO DIG-WK-TEXT
006910            PERFORM ADD-DIGEST-ITEM
006920          END-IF.
006930          PERFORM READ-TBLXHST.
006940
006950******************************************************************
006960* EACH OWNING TEAM'S ITEMS START A NEW PAGE; ITEMS WHOSE         *
006970* PROCEDURE HAS NO OWNER ON FILE SORT LAST, UNDER THEIR OWN      *
006980* HEADING                                                        *
006990******************************************************************
007000 START-TEAM-SECTION.
007010          MOVE DIG-TEAM (DX) TO PREV-TEAM.
007020          IF DIG-TEAM (DX) EQUAL TO HIGH-VALUES THEN
007030            MOVE 'NO OWNER ON FILE' TO TM-NAME
007040          ELSE
007050            MOVE DIG-TEAM (DX) TO TM-NAME
007060          END-IF.
007070          WRITE REPREC FROM TEAMHDR
007080            AFTER ADVANCING PAGE.
007090          MOVE LOW-VALUES TO PREV-SCHEMA.
007100
007110******************************************************************
007120* STAMP THE ITEM ABOUT TO JOIN THE DIGEST WITH ITS OWNER         *
007130******************************************************************
007140 SET-DIGEST-OWNER.
007150          PERFORM RESOLVE-OWNER.
007160          IF OWN-FOUND THEN
007170            MOVE OWN-WK-TEAM TO DIG-WK-TEAM
007180            MOVE OWN-WK-PAGER TO DIG-WK-PAGER
007190            MOVE OWN-WK-ESCL TO DIG-WK-ESCL
007200            MOVE OWN-WK-CONTACT TO DIG-WK-CONTACT
007210          ELSE
007220            MOVE HIGH-VALUES TO DIG-WK-TEAM
007230            MOVE SPACES TO DIG-WK-PAGER
007240            MOVE SPACES TO DIG-WK-ESCL
007250            MOVE SPACES TO DIG-WK-CONTACT
007260          END-IF.
007270
007280******************************************************************
007290* REMEMBER EACH OF THE LATEST RUN'S PROCEDURES THAT HAS NO OWNER *
007300* ON FILE, ONCE.  A FULL TABLE IS REPORTED AND GRADES THE STEP   *
007310******************************************************************
007320 NOTE-OWNERSHIP.
007330          MOVE AUD-SCHEMA TO OWN-WK-SCHEMA.
007340          MOVE AUD-PROCNM TO OWN-WK-PROCNM.
007350          PERFORM RESOLVE-OWNER.
007360          IF NOT OWN-FOUND THEN
007370            MOVE 'N' TO NOOWN-MATCH-SW
007380            PERFORM CHECK-ONE-NOOWN-DUP VARYING NX
007390              FROM 1 BY 1 UNTIL NX GREATER THAN NOOWN-COUNT
007400                              OR NOOWN-MATCH
007410            IF NOT NOOWN-MATCH THEN
007420              IF NOOWN-COUNT LESS THAN NOOWN-MAX THEN
007430                ADD 1 TO NOOWN-COUNT
007440                MOVE AUD-SCHEMA TO NOOWN-SCHEMA (NOOWN-COUNT)
007450                MOVE AUD-PROCNM TO NOOWN-PROCNM (NOOWN-COUNT)
007460              ELSE
007470                IF NOT NOOWN-FULL THEN
007480                  MOVE 'Y' TO NOOWN-FULL-SW
007490                  MOVE 'Y' TO JOB-FAILED-SW
007500                END-IF
007510              END-IF
007520            END-IF
007530          END-IF.
007540
007550 CHECK-ONE-NOOWN-DUP.
007560          IF NOOWN-SCHEMA (NX) EQUAL TO AUD-SCHEMA
007570             AND NOOWN-PROCNM (NX) EQUAL TO AUD-PROCNM THEN
007580            MOVE 'Y' TO NOOWN-MATCH-SW
007590          END-IF.
007600
007610******************************************************************
007620* THE OWNERSHIP EXCEPTIONS SECTION - EVERY PROCEDURE THE LATEST  *
007630* RUN PROCESSED THAT NO OWNERSHIP ENTRY COVERS, FOR CALPOWN      *
007640******************************************************************
007650 PRINT-OWNER-EXCEPTIONS.
007660          WRITE REPREC FROM NOOWNHDR
007670            AFTER ADVANCING PAGE.
007680          IF NOOWN-COUNT EQUAL TO ZERO THEN
007690            WRITE REPREC FROM ALLOWNREC
007700              AFTER ADVANCING 2 LINES
007710          ELSE
007720            PERFORM PRINT-ONE-NOOWN VARYING NX
007730              FROM 1 BY 1 UNTIL NX GREATER THAN NOOWN-COUNT
007740          END-IF.
007750          IF NOOWN-FULL THEN
007760            WRITE REPREC FROM NOOWNOVF
007770              AFTER ADVANCING 1 LINE
007780          END-IF.
007790
007800 PRINT-ONE-NOOWN.
007810          MOVE NOOWN-SCHEMA (NX) TO NOL-SCHEMA.
007820          MOVE NOOWN-PROCNM (NX) TO NOL-PROCNM.
007830          IF NX EQUAL TO 1 THEN
007840            WRITE REPREC FROM NOOWNLINE
007850              AFTER ADVANCING 2 LINES
007860          ELSE
007870            WRITE REPREC FROM NOOWNLINE
007880              AFTER ADVANCING 1 LINE
007890          END-IF.
007900
007910******************************************************************
007920* OPEN THE OWNERSHIP MASTER FOR LOOKUPS.  IF IT CANNOT BE READ   *
007930* THE DIGEST STILL PRINTS, EVERY ITEM UNDER NO OWNER ON FILE,    *
007940* AND THE STEP IS GRADED RC 4                                    *
007950******************************************************************
007960 OPEN-OWNER-MASTER.
007970          OPEN INPUT OWNER.
007980          IF OWNER-STATUS EQUAL TO '00'
007990             OR OWNER-STATUS EQUAL TO '97' THEN
008000            MOVE 'Y' TO OWNER-OPEN-SW
008010          ELSE
008020            MOVE OWNER-STATUS TO OWNERCODE
008030            WRITE REPREC FROM OWNERERR
008040              AFTER ADVANCING 1 LINE
008050            MOVE 'Y' TO JOB-FAILED-SW
008060          END-IF.
008070******************************************************************
008080* FIND THE OWNER OF OWN-WK-SCHEMA/OWN-WK-PROCNM.  AN ENTRY FOR   *
008090* THE EXACT NAME WINS; FAILING THAT, THE MOST SPECIFIC GENERIC   *
008100* ENTRY IN THE SCHEMA - A % PATTERN RANKS BY ITS FIXED           *
008110* CHARACTERS, A LONE * BELOW EVERY PATTERN.  ON A TIE THE        *
008120* FIRST IN KEY ORDER STANDS.  CALPNTF RESOLVES THE SAME WAY      *
008130******************************************************************
008140 RESOLVE-OWNER.
008150          MOVE 'N' TO OWN-FOUND-SW.
008160          IF OWNER-OPEN THEN
008170            MOVE OWN-WK-KEY TO OW-KEY
008180            READ OWNER
008190            IF OWNER-STATUS EQUAL TO '00' THEN
008200              PERFORM TAKE-OWNER-ENTRY
008210            ELSE
008220              PERFORM FIND-GENERIC-OWNER
008230            END-IF
008240          END-IF.
008250
008260 FIND-GENERIC-OWNER.
008270          MOVE -1 TO BEST-RANK.
008280          MOVE OWN-WK-SCHEMA TO OW-SCHEMA.
008290          MOVE LOW-VALUES TO OW-PROCNM.
008300          START OWNER KEY IS NOT LESS THAN OW-KEY.
008310          IF OWNER-STATUS EQUAL TO '00' THEN
008320            MOVE 'N' TO OWNER-BROWSE-SW
008330            PERFORM CHECK-GENERIC-OWNER UNTIL OWNER-BROWSE-DONE
008340          END-IF.
008350
008360 CHECK-GENERIC-OWNER.
008370          READ OWNER NEXT RECORD
008380            AT END MOVE 'Y' TO OWNER-BROWSE-SW.
008390          IF OWNER-STATUS NOT EQUAL TO '00'
008400             OR OW-SCHEMA NOT EQUAL TO OWN-WK-SCHEMA THEN
008410            MOVE 'Y' TO OWNER-BROWSE-SW
008420          ELSE
008430            PERFORM RANK-GENERIC-OWNER
008440          END-IF.
008450
008460 RANK-GENERIC-OWNER.
008470          MOVE -1 TO OWN-RANK.
008480          IF OW-PROCNM EQUAL TO '*' THEN
008490            MOVE ZERO TO OWN-RANK
008500          ELSE
008510            MOVE ZERO TO PCT-COUNT
008520            INSPECT OW-PROCNM TALLYING PCT-COUNT FOR ALL '%'
008530            IF PCT-COUNT GREATER THAN ZERO THEN
008540              PERFORM MATCH-OWNER-PATTERN
008550              IF PROC-MATCH THEN
008560                COMPUTE OWN-RANK = PAT-LEN - PCT-COUNT + 1
008570              END-IF
008580            END-IF
008590          END-IF.
008600          IF OWN-RANK GREATER THAN BEST-RANK THEN
008610            MOVE OWN-RANK TO BEST-RANK
008620            PERFORM TAKE-OWNER-ENTRY
008630          END-IF.
008640
008650 TAKE-OWNER-ENTRY.
008660          MOVE 'Y' TO OWN-FOUND-SW.
008670          MOVE OW-TEAM TO OWN-WK-TEAM.
008680          MOVE OW-PAGER TO OWN-WK-PAGER.
008690          MOVE OW-ESCL TO OWN-WK-ESCL.
008700          MOVE OW-CONTACT TO OWN-WK-CONTACT.
008710
008720******************************************************************
008730* SET PROC-MATCH WHEN OWN-WK-PROCNM FITS THE % PATTERN IN        *
008740* OW-PROCNM - THE SAME PATTERN WALK CALPASOF MAKES               *
008750******************************************************************
008760 MATCH-OWNER-PATTERN.
008770          MOVE 'N' TO PROC-MATCH-SW.
008780          MOVE OW-PROCNM TO PAT-WORK.
008790          MOVE ZERO TO PAT-LEN.
008800          PERFORM MEASURE-PATTERN VARYING LEN-IX
008810            FROM 1 BY 1 UNTIL LEN-IX GREATER THAN 18.
008820          MOVE OWN-WK-PROCNM TO NAM-WORK.
008830          MOVE ZERO TO NAM-LEN.
008840          PERFORM MEASURE-NAME VARYING LEN-IX
008850            FROM 1 BY 1 UNTIL LEN-IX GREATER THAN 18.
008860          MOVE 1 TO PI.
008870          MOVE 1 TO NI.
008880          MOVE ZERO TO STAR-PI.
008890          MOVE ZERO TO MARK-NI.
008900          MOVE 'N' TO MATCH-DONE-SW.
008910          PERFORM MATCH-STEP UNTIL MATCH-DONE.
008920
008930 MEASURE-PATTERN.
008940          IF PAT-CH (LEN-IX) NOT EQUAL TO SPACE THEN
008950            MOVE LEN-IX TO PAT-LEN
008960          END-IF.
008970
008980 MEASURE-NAME.
008990          IF NAM-CH (LEN-IX) NOT EQUAL TO SPACE THEN
009000            MOVE LEN-IX TO NAM-LEN
009010          END-IF.
009020
009030 MATCH-STEP.
009040          IF NI NOT GREATER THAN NAM-LEN THEN
009050            IF PI NOT GREATER THAN PAT-LEN
009060               AND PAT-CH (PI) EQUAL TO '%' THEN
009070              MOVE PI TO STAR-PI
009080              MOVE NI TO MARK-NI
009090              ADD 1 TO PI
009100            ELSE
009110              IF PI NOT GREATER THAN PAT-LEN
009120                 AND PAT-CH (PI) EQUAL TO NAM-CH (NI) THEN
009130                ADD 1 TO PI
009140                ADD 1 TO NI
009150              ELSE
009160                IF STAR-PI GREATER THAN ZERO THEN
009170                  COMPUTE PI = STAR-PI + 1
009180                  ADD 1 TO MARK-NI
009190                  MOVE MARK-NI TO NI
009200                ELSE
009210                  MOVE 'Y' TO MATCH-DONE-SW
009220                END-IF
009230              END-IF
009240            END-IF
009250          ELSE
009260            IF PI NOT GREATER THAN PAT-LEN
009270               AND PAT-CH (PI) EQUAL TO '%' THEN
009280              ADD 1 TO PI
009290            ELSE
009300              MOVE 'Y' TO MATCH-DONE-SW
009310              IF PI GREATER THAN PAT-LEN THEN
009320                MOVE 'Y' TO PROC-MATCH-SW
009330              END-IF
009340            END-IF
009350          END-IF.
