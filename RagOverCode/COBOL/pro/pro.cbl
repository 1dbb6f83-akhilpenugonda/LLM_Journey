000720*                  APPEND ONE RUN-SUMMARY RECORD PER EXECUTION   *
000730*                  TO RUNSUMF, SO TWO RUNS ON ONE DATE STOP      *
000740*                  BLURRING TOGETHER DOWNSTREAM                  *
000741* 10/15/2026  RLH  CHGLOG RECORD CARRIES THE APPROVED CHANGE     *
000742*                  TICKET AND A PARAMETER NAME (LRECL 62 TO 102  *
000743*                  - RUN CHGLGCN2); PARAMETER ADDED/CHANGED/     *
000744*                  REMOVED DRIFT NOW LOGS PARMADD/PARMCHG/       *
000745*                  PARMDEL EVENTS SO CALPAPR CAN RECONCILE THEM  *
000746*                  AGAINST THE APPROVED CHANGE FILE              *
000747* 10/15/2026  RLH  LOOK EVERY FETCHED TABLE NAME UP IN           *
000748*                  SYSIBM.SYSTABLES (AN ALIAS ALSO TO ITS        *
000749*                  TARGET), SHOW KIND/CREATOR/DB.TS ON THE       *
000750*                  LISTING AND WRITE THEM TO THE NEW TBLXHST     *
000751*                  GENERATION; NAMES THE CATALOG CANNOT RESOLVE  *
000752*                  ARE LISTED IN A DANGLING-REFERENCE SECTION AT *
000753*                  END OF REPORT, GRADED RC 4 AND COUNTED ON THE *
000754*                  AUDIT RECORD (LRECL 96 TO 100 - RUN AUDTCNV4) *
000755*                  AND THE RUN SUMMARY                           *
000756* 10/15/2026  RLH  AN OPTIONAL STREAM CARD RUNS THE EXECUTION AS *
000757*                  ONE PARTITION OF A DECK SPLIT BY CALPSPL -    *
000758*                  THE RUN ID COMES FROM THE CARD, THE PARTITION *
000759*                  NO GOES ON THE RUN SUMMARY AND DRIFT EVENTS   *
000760*                  GO TO A SEQUENTIAL CHGPART FILE THAT CALPMRG  *
000761*                  LOADS INTO THE KEYED CHGLOG, SO PARTITIONS    *
000762*                  CAN RUN CONCURRENTLY AND RESTART ONE AT A     *
000763*                  TIME                                          *
000764* 10/15/2026  RLH  KEEP ONE KEYED CURRENT-STATUS RECORD PER      *
000765*                  SCHEMA/PROCNM ON PROCSTAT - LATEST RUN ID,    *
000766*                  SQLCODE, OUT-CODE, ROW COUNT, TIMES AND THE   *
000767*                  CURRENT PARAMETER SIGNATURE, REWRITTEN AS     *
000768*                  EACH CARD COMPLETES - FOR THE CALPINQ ONLINE  *
000769*                  INQUIRY.  A PARTITION STREAM WRITES THEM TO A *
000770*                  SEQUENTIAL STATPART FILE FOR CALPMRG TO APPLY *
000771******************************************************************
000772
000773 ENVIRONMENT DIVISION.
000780 CONFIGURATION SECTION.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
001120            FILE STATUS IS RETRYCD-STATUS.
001130     SELECT RUNSUMF
001140            ASSIGN TO UT-S-RUNSUM.
001141     SELECT TBLXHST
001142            ASSIGN TO UT-S-TBLXHST.
001143     SELECT STREAM
001144            ASSIGN TO UT-S-STREAM
001145            FILE STATUS IS STREAM-STATUS.
001146     SELECT CHGPART
001147            ASSIGN TO UT-S-CHGPART.
001148*                   OPTIONAL SO THE FIRST RUN CAN OPEN THE NEWLY
001149*                   DEFINED, NEVER-LOADED CLUSTER I-O
001150     SELECT OPTIONAL PROCSTAT
001151            ASSIGN TO PROCSTAT
001152            ORGANIZATION IS INDEXED
001153            ACCESS IS RANDOM
001154            RECORD KEY IS PF-KEY
001155            FILE STATUS IS PROCSTAT-STATUS.
001156     SELECT STATPART
001157            ASSIGN TO UT-S-STATPART.
001158
001160 DATA DIVISION.
001170 FILE SECTION.
001180 FD  REPOUT
001530         LABEL RECORDS ARE OMITTED
001540         DATA RECORD IS CSV-REC.
001550 01  CSV-REC                    PIC X(80).
001551
001552 FD  TBLXHST
001553         RECORD CONTAINS 100 CHARACTERS
001554         LABEL RECORDS ARE OMITTED
001555         DATA RECORD IS TBLXHST-REC.
001556*                   XH-STATUS R RESOLVED, D DANGLING, U UNCHECKED
001557 01  TBLXHST-REC.
001558     05  XH-SCHEMA              PIC X(08).
001559     05  XH-PROCNM              PIC X(18).
001560     05  XH-TBLNAME             PIC X(18).
001561     05  XH-STATUS              PIC X(01).
001562     05  XH-CREATOR             PIC X(08).
001563     05  XH-TYPE                PIC X(01).
001564     05  XH-DBNAME              PIC X(08).
001565     05  XH-TSNAME              PIC X(08).
001566     05  XH-TBCREATOR           PIC X(08).
001567     05  XH-TBNAME              PIC X(18).
001568     05  FILLER                 PIC X(04).
001569
001570 FD  AUDITF
001580         RECORD CONTAINS 100 CHARACTERS
001590         LABEL RECORDS ARE OMITTED
001600         DATA RECORD IS AUDIT-REC.
001610 01  AUDIT-REC.
001720     05  AUD-ENDTIM             PIC 9(08).
001730     05  AUD-ELAPSD             PIC 9(05).
001740     05  AUD-RUNID              PIC 9(14).
001741     05  AUD-DANGLE             PIC 9(04).
001750
001760 FD  CHKPT
001770         RECORD CONTAINS 80 CHARACTERS
001930     05  REJ-CARD               PIC X(80).
001940
001950 FD  CHGLOG
001960         RECORD CONTAINS 102 CHARACTERS
001970         DATA RECORD IS CHGLOG-REC.
001980 01  CHGLOG-REC.
001990     05  CG-KEY.
002030         10  CG-SEQ             PIC 9(03).
002040     05  CG-TBLNAME             PIC X(18).
002050     05  CG-FLAG                PIC X(07).
002051     05  CG-TICKET              PIC X(10).
002052     05  CG-PARMNM              PIC X(30).
002060
002070 FD  PRMHIST
002080         RECORD CONTAINS 87 CHARACTERS
002520     05  RS-FAILED              PIC 9(05).
002530     05  RS-DRIFT               PIC 9(05).
002540     05  RS-RETRY               PIC 9(05).
002541     05  RS-DANGLE              PIC 9(05).
002542     05  RS-PART                PIC 9(02).
002550     05  FILLER                 PIC X(08).
002551
002552 FD  STREAM
002553         RECORD CONTAINS 80 CHARACTERS
002554         LABEL RECORDS ARE OMITTED
002555         DATA RECORD IS STREAM-REC.
002556*                   THIS PARTITION'S LINE OF THE CALPSPL PLAN
002557 01  STREAM-REC.
002558     05  SC-TYPE                PIC X(01).
002559     05  SC-PART                PIC 9(02).
002560     05  SC-RUNID               PIC 9(14).
002561     05  SC-PARTS               PIC 9(02).
002562     05  FILLER                 PIC X(61).
002563
002564 FD  CHGPART
002565         RECORD CONTAINS 102 CHARACTERS
002566         LABEL RECORDS ARE OMITTED
002567         DATA RECORD IS CHGPART-REC.
002568 01  CHGPART-REC                PIC X(102).
002569
002570*                   ONE CURRENT-STATUS RECORD PER SCHEMA/PROCNM -
002571*                   THE FIELDS ARE LAID OUT IN STAT-WORK
002572 FD  PROCSTAT
002573         RECORD CONTAINS 720 CHARACTERS
002574         DATA RECORD IS PROCSTAT-REC.
002575 01  PROCSTAT-REC.
002576     05  PF-KEY                 PIC X(26).
002577     05  PF-LAST-RUN            PIC X(76).
002578     05  PF-SIGNATURE.
002579         10  PF-SIG-RUNID       PIC 9(14).
002580         10  FILLER             PIC X(584).
002581     05  FILLER                 PIC X(20).
002582
002583 FD  STATPART
002584         RECORD CONTAINS 720 CHARACTERS
002585         LABEL RECORDS ARE OMITTED
002586         DATA RECORD IS STATPART-REC.
002587 01  STATPART-REC               PIC X(720).
002588
002589 WORKING-STORAGE SECTION.
002590******************************************************************
002591* MESSAGES FOR SQL CALL                                         *
002600******************************************************************
002610 01  SQLREC.
002620         02  BADMSG    PIC X(34) VALUE
002760         02  RSLTMSG   PIC X(15) VALUE
002770               ' TABLE NAME IS '.
002780         02  TBLNAME   PIC X(18) VALUE SPACES.
002790         02  FILLER    PIC X(02) VALUE SPACES.
002791         02  RSLT-KIND PIC X(10) VALUE SPACES.
002792         02  FILLER    PIC X(01) VALUE SPACES.
002793         02  RSLT-CREATOR PIC X(08) VALUE SPACES.
002794         02  FILLER    PIC X(01) VALUE SPACES.
002795         02  RSLT-DBNAME PIC X(08) VALUE SPACES.
002796         02  RSLT-DOT  PIC X(01) VALUE SPACES.
002797         02  RSLT-TSNAME PIC X(08) VALUE SPACES.
002798         02  FILLER    PIC X(48) VALUE SPACES.
002800 01  PRIORERR.
002810         02  PRIORMSG  PIC X(45) VALUE
002820               ' PRIOR-GENERATION OPEN FAILED, FILE STATUS = '.
002920               ' CHANGE-LOG I-O FAILED, FILE STATUS = '.
002930         02  CHGLOGCODE PIC X(02).
002940         02  FILLER    PIC X(87) VALUE SPACES.
002941 01  PROCSTATERR.
002942         02  FILLER    PIC X(42) VALUE
002943               ' CURRENT-STATUS I-O FAILED, FILE STATUS = '.
002944         02  PROCSTATCODE PIC X(02).
002945         02  FILLER    PIC X(83) VALUE SPACES.
002950 01  RESTARTREC.
002960         02  FILLER    PIC X(34) VALUE
002970               ' RESTART - SKIPPING COMPLETED CARD'.
004010         02  FILLER    PIC X(34) VALUE
004020               'TWO PATTERNS MATCH MAY LIST TWICE '.
004030         02  FILLER    PIC X(49) VALUE SPACES.
004031 01  DANGNONE.
004032         02  FILLER    PIC X(42) VALUE
004033               '    NONE - EVERY TABLE NAME WAS RESOLVED  '.
004034         02  FILLER    PIC X(85) VALUE SPACES.
004035 01  DANGOVF.
004036         02  FILLER    PIC X(44) VALUE
004037               '    DANGLING LIST FULL - THE REST ARE ONLY O'.
004038         02  FILLER    PIC X(34) VALUE
004039               'N TBLXHST (STATUS D) AND COUNTED  '.
004040         02  FILLER    PIC X(49) VALUE SPACES.
004041
004050******************************************************************
004060* REPORT HEADER, TRAILER AND DRIFT LINE LAYOUTS                 *
004070******************************************************************
004320         02  FILLER      PIC X(02) VALUE SPACES.
004330         02  DRIFT-TABLE PIC X(18).
004340         02  FILLER      PIC X(90) VALUE SPACES.
004341 01  DANGHDR.
004342         02  FILLER    PIC X(44) VALUE
004343               ' DANGLING TABLE REFERENCES - NAMES NOT FOUND'.
004344         02  FILLER    PIC X(34) VALUE
004345               ' IN SYSIBM.SYSTABLES THIS RUN     '.
004346         02  FILLER    PIC X(49) VALUE SPACES.
004347 01  DANGLINE.
004348         02  FILLER     PIC X(04) VALUE SPACES.
004349         02  DNG-SCHEMA PIC X(08).
004350         02  FILLER     PIC X(02) VALUE SPACES.
004351         02  DNG-PROCNM PIC X(18).
004352         02  FILLER     PIC X(02) VALUE SPACES.
004353         02  DNG-TABLE  PIC X(18).
004354         02  FILLER     PIC X(02) VALUE SPACES.
004355         02  DNG-NOTE   PIC X(40).
004356         02  FILLER     PIC X(33) VALUE SPACES.
004357
004360******************************************************************
004370* DECODED PARAMETER COLUMNS FOR THE PARMARRY SLICE              *
004380******************************************************************
004520         02  FILLER      PIC X(05) VALUE 'DIR: '.
004530         02  PD-MODE     PIC X(08).
004540         02  FILLER      PIC X(40) VALUE SPACES.
004541
004542 01  STREAMHDR.
004543         02  FILLER    PIC X(22) VALUE ' STREAM RUN PARTITION '.
004544         02  STM-PART  PIC Z9.
004545         02  FILLER    PIC X(04) VALUE ' OF '.
004546         02  STM-PARTS PIC Z9.
004547         02  FILLER    PIC X(10) VALUE ' - RUN ID '.
004548         02  STM-RUNID PIC 9(14).
004549         02  FILLER    PIC X(73) VALUE SPACES.
004550 01  STREAMERR.
004551         02  FILLER    PIC X(38) VALUE
004552               ' STREAM CARD MISSING OR INVALID, FILE '.
004553         02  FILLER    PIC X(09) VALUE 'STATUS = '.
004554         02  STMCODE   PIC X(02).
004555         02  FILLER    PIC X(78) VALUE ' - NO CARDS RUN'.
004556
004560******************************************************************
004570* WORK AREAS                                                    *
004580******************************************************************
005630*                   WINS: 0 CLEAN, 2 DRIFT ONLY, 4 EDIT REJECTS
005640*                   AND PRIOR-FILE TROUBLE, 8 CALL/OUT-CODE
005650*                   FAILURES, 12 CURSOR ABORTS
005651*                   (A TABLE NAME THE CATALOG CANNOT RESOLVE
005652*                   GRADES 4)
005653*                   (A BAD STREAM CARD GRADES 12)
005660 01  HIGHEST-RC                 PIC S9(4) COMP VALUE ZERO.
005670 77  RC-WORK                    PIC S9(4) COMP.
005680 77  RC-CLASS                   PIC S9(4) COMP.
005990 01  CHGLOG-STATUS              PIC X(02).
006000 01  CHGLOG-DONE-SW             PIC X(01).
006010     88  CHGLOG-DONE            VALUE 'Y'.
006011 01  DRIFT-PARM                 PIC X(30).
006012 01  DANG-FULL-SW               PIC X(01) VALUE 'N'.
006013     88  DANG-FULL              VALUE 'Y'.
006014 01  CAT-STATUS                 PIC X(01).
006015     88  CAT-RESOLVED           VALUE 'R'.
006016     88  CAT-DANGLING           VALUE 'D'.
006017     88  CAT-UNCHECKED          VALUE 'U'.
006020 01  PRMPRIOR-STATUS            PIC X(02).
006030 01  PPRIOR-EOF-SW              PIC X(01) VALUE 'N'.
006040     88  PPRIOR-EOF             VALUE 'Y'.
006130     88  CARD-DONE              VALUE 'Y'.
006140 01  PARMS-DONE-SW              PIC X(01) VALUE 'N'.
006150     88  PARMS-DONE             VALUE 'Y'.
006151 01  PROCSTAT-STATUS            PIC X(02).
006152 01  PROCSTAT-OPEN-SW           PIC X(01) VALUE 'N'.
006153     88  PROCSTAT-OPEN          VALUE 'Y'.
006160
006170******************************************************************
006180* PRIOR-RUN TABLE LIST, LOADED ONCE PER RUN FROM THE PRECEDING  *
006500 01  CURR-COUNT                 PIC S9(4) COMP.
006510 77  CURR-MAX                   PIC S9(4) COMP VALUE +5000.
006520 77  RX                         PIC S9(4) COMP.
006521
006522******************************************************************
006523* DANGLING TABLE REFERENCES FOUND THIS RUN, HELD FOR THE        *
006524* SECTION PRINTED AT END OF REPORT                              *
006525******************************************************************
006526 01  DANG-TABLE.
006527     05  DANG-ENTRY OCCURS 500 TIMES.
006528         10  DANG-SCHEMA        PIC X(08).
006529         10  DANG-PROCNM        PIC X(18).
006530         10  DANG-NAME          PIC X(18).
006531         10  DANG-NOTE          PIC X(40).
006532 01  DANG-COUNT                 PIC S9(4) COMP VALUE ZERO.
006533 77  DANG-MAX                   PIC S9(4) COMP VALUE +500.
006534 77  DGX                        PIC S9(4) COMP.
006535
006540******************************************************************
006550* TRANSIENT-SQLCODE RETRY CONTROLS.  THE CODE LIST COMES FROM   *
006560* THE RETRYCD DATASET WHEN ONE IS SUPPLIED, OTHERWISE THE       *
006790 01  RUN-TIME-R REDEFINES RUN-TIME.
006800     05  RT-HHMMSS           PIC 9(06).
006810     05  RT-CC               PIC 9(02).
006811
006812*                   SET FROM THE STREAM CARD WHEN THE EXECUTION IS
006813*                   ONE PARTITION OF A SPLIT DECK - PARTITION ZERO
006814*                   MEANS THE WHOLE DECK IN ONE STREAM
006815 01  STREAM-STATUS              PIC X(02).
006816 01  STREAM-MODE-SW             PIC X(01) VALUE 'N'.
006817     88  STREAM-MODE            VALUE 'Y'.
006818 01  STREAM-BAD-SW              PIC X(01) VALUE 'N'.
006819     88  STREAM-BAD             VALUE 'Y'.
006820 01  STREAM-PART                PIC 9(02) VALUE ZERO.
006821 01  STREAM-PARTS               PIC 9(02) VALUE ZERO.
006822
006830*                   THE EXECUTION'S RUN ID - RUN DATE PLUS THE
006840*                   START-TIME HHMMSS, SO TWO EXECUTIONS ON ONE
006850*                   DATE (ABEND/RESTART, OR A FULL RERUN) CARRY
006910 77  CARDS-FAILED            PIC S9(4) COMP VALUE ZERO.
006920 77  DRIFT-EVENTS            PIC S9(4) COMP VALUE ZERO.
006930 77  RUN-RETRIES             PIC S9(4) COMP VALUE ZERO.
006931 77  DANGLE-EVENTS           PIC S9(4) COMP VALUE ZERO.
006932 77  CARD-DANGLE             PIC S9(4) COMP VALUE ZERO.
006940
006950*                   PER-CARD TIMES - CAPTURED WHEN THE CARD'S
006960*                   FIRST ATTEMPT STARTS AND WHEN ITS AUDIT
007100 77  STIME-SECS              PIC S9(09) COMP.
007110 77  ETIME-SECS              PIC S9(09) COMP.
007120 77  CARD-ELAPSD             PIC S9(09) COMP.
007121
007122******************************************************************
007123* HOST VARIABLES FOR THE SYSIBM.SYSTABLES LOOKUP OF EACH        *
007124* FETCHED TABLE NAME                                            *
007125******************************************************************
007126 01  CAT-NAME                   PIC X(18).
007127 01  CAT-CREATOR                PIC X(08).
007128 01  CAT-TYPE                   PIC X(01).
007129 01  CAT-DBNAME                 PIC X(08).
007130 01  CAT-TSNAME                 PIC X(08).
007131 01  CAT-TBCREATOR              PIC X(08).
007132 01  CAT-TBNAME                 PIC X(18).
007133 01  CAT-LOCATION               PIC X(16).
007134 01  CAT-TGTTYPE                PIC X(01).
007135 01  CAT-NOTE                   PIC X(40).
007136
007137******************************************************************
007138* THE CARD'S CURRENT-STATUS RECORD, BUILT AS THE CARD RUNS AND   *
007139* WRITTEN BY KEY TO PROCSTAT (OR TO STATPART IN A PARTITION      *
007140* STREAM) WHEN IT COMPLETES.  A ZERO PS-SIG-RUNID MEANS THE CARD *
007141* DECODED NO PARAMETERS AND THE SIGNATURE ON FILE STANDS         *
007142******************************************************************
007143 01  STAT-WORK.
007144     05  PS-KEY.
007145         10  PS-SCHEMA          PIC X(08).
007146         10  PS-PROCNM          PIC X(18).
007147     05  PS-LAST-RUN.
007148         10  PS-RUNID           PIC 9(14).
007149         10  PS-DATE            PIC 9(08).
007150         10  PS-STIME           PIC 9(08).
007151         10  PS-ETIME           PIC 9(08).
007152         10  PS-SQLCODE         PIC S9(05)
007153                                 SIGN LEADING SEPARATE.
007154         10  PS-OUTCODE         PIC S9(09)
007155                                 SIGN LEADING SEPARATE.
007156         10  PS-ROWCNT          PIC 9(09).
007157         10  PS-ELAPSD          PIC 9(05).
007158         10  PS-RETRYS          PIC 9(02).
007159         10  PS-DANGLE          PIC 9(04).
007160         10  PS-PART            PIC 9(02).
007161     05  PS-SIGNATURE.
007162         10  PS-SIG-RUNID       PIC 9(14).
007163         10  PS-PARM-CNT        PIC 9(03).
007164         10  PS-SIG-TRUNC       PIC X(01).
007165         10  PS-PARM OCCURS 10 TIMES.
007166             15  PS-PARM-NAME   PIC X(30).
007167             15  PS-PARM-TYPE   PIC X(20).
007168             15  PS-PARM-MODE   PIC X(08).
007169     05  FILLER                 PIC X(20).
007170 77  PS-PARM-MAX                PIC S9(4) COMP VALUE +10.
007171
007172******************************************************************
007173* DECLARE A RESULT SET LOCATOR FOR THE RESULT SET               *
007174* THAT IS RETURNED.                                             *
007175******************************************************************
007180 01  LOC                USAGE SQL TYPE IS
007190                        RESULT-SET-LOCATOR VARYING.
007200
007440          MOVE SPACES TO REPREC.
007450          WRITE REPREC FROM RPTHDR1
007460            AFTER ADVANCING 1 LINE.
007461          PERFORM READ-STREAM-CARD.
007462*                   A PARTITION STREAM TAKES THE SPLIT'S RUN ID
007463*                   AND ITS DATE, SO EVERY PARTITION STAMPS THE
007464*                   SAME ONES EVEN IF IT RUNS PAST MIDNIGHT OR IS
007465*                   RESTARTED ON A LATER DAY
007470          PERFORM EDIT-CTLCARD-DECK.
007480*                   EDIT THE WHOLE DECK BEFORE ANY DB2 CALL -
007490*                   ONLY CLEAN CARDS REACH THE CARD TABLE
007500          CLOSE CTLCARD.
007510          CLOSE REJECTS.
007511          IF STREAM-BAD THEN
007512            MOVE ZERO TO CARD-COUNT
007513          END-IF.
007520          PERFORM READ-CHECKPOINT.
007530*                   A NON-ZERO CHECKPOINT MEANS THE LAST RUN
007540*                   ABENDED MID-DECK - RESUME AFTER THAT CARD
007560            OPEN EXTEND TBLHIST
007570            OPEN EXTEND TBLCSV
007580            OPEN EXTEND PRMHIST
007581            OPEN EXTEND TBLXHST
007590*                   APPEND TO THE ABENDED RUN'S GENERATIONS SO
007600*                   THE CARDS ALREADY DONE ARE NOT REWRITTEN
007610          ELSE
007620            OPEN OUTPUT TBLHIST
007630            OPEN OUTPUT TBLCSV
007640            OPEN OUTPUT PRMHIST
007641            OPEN OUTPUT TBLXHST
007650          END-IF.
007660          OPEN EXTEND AUDITF.
007670*                   APPEND THIS RUN'S AUDIT RECORDS
007671          IF NOT STREAM-BAD THEN
007672*                   A REJECTED STREAM CARD RUNS NO CARDS, SO IT
007673*                   LEAVES THE KEYED CLUSTERS UNOPENED
007680            IF STREAM-MODE THEN
007681              IF RESTART-MODE THEN
007682                OPEN EXTEND CHGPART
007683              ELSE
007684                OPEN OUTPUT CHGPART
007685              END-IF
007686            ELSE
007687              OPEN I-O CHGLOG
007690*                     THIS RUN'S DRIFT EVENTS ARE WRITTEN BY KEY
007700*                     INTO THE PERMANENT KEYED CHANGE LOG - A
007701*                     PARTITION STREAM LEAVES THEM ON CHGPART
007702*                     FOR CALPMRG TO LOAD
007710              IF CHGLOG-STATUS NOT EQUAL TO '00'
007720                 AND CHGLOG-STATUS NOT EQUAL TO '97' THEN
007730                MOVE CHGLOG-STATUS TO CHGLOGCODE
007740                WRITE REPREC FROM CHGLOGERR
007750                  AFTER ADVANCING 1 LINE
007760                MOVE 4 TO RC-WORK
007770                PERFORM RAISE-RETURN-CODE
007780              END-IF
007781            END-IF
007782            IF STREAM-MODE THEN
007783              IF RESTART-MODE THEN
007784                OPEN EXTEND STATPART
007785              ELSE
007786                OPEN OUTPUT STATPART
007787              END-IF
007788            ELSE
007789              OPEN I-O PROCSTAT
007790*                     EACH CARD'S LATEST RUN IS KEPT BY KEY FOR
007791*                     THE ONLINE INQUIRY - TROUBLE HERE COSTS THE
007792*                     INQUIRY ITS UPDATE, NOT THE NIGHT'S LISTING
007793              IF PROCSTAT-STATUS EQUAL TO '00'
007794                 OR PROCSTAT-STATUS EQUAL TO '05'
007795                 OR PROCSTAT-STATUS EQUAL TO '97' THEN
007796                MOVE 'Y' TO PROCSTAT-OPEN-SW
007797              ELSE
007798                MOVE PROCSTAT-STATUS TO PROCSTATCODE
007799                WRITE REPREC FROM PROCSTATERR
007800                  AFTER ADVANCING 1 LINE
007801                MOVE 4 TO RC-WORK
007802                PERFORM RAISE-RETURN-CODE
007803              END-IF
007804            END-IF
007805          END-IF.
007806          PERFORM LOAD-PRIOR-PARMS.
007807*                   THE PRIOR PARAMETER GENERATION IS SMALL
007810*                   ENOUGH TO HOLD FOR THE WHOLE RUN
007820          PERFORM LOAD-PRIOR-TABLE.
007830*                   ONE SORTED IN-CORE COPY OF THE PRIOR TABLE
007930            UNTIL CARD-NUM NOT LESS THAN CARD-COUNT.
007940 PROG-END.
007950          MOVE ZERO TO CARD-NUM.
007960          IF NOT STREAM-BAD THEN
007961            PERFORM WRITE-CHECKPOINT
007962          END-IF.
007970*                   A ZERO CHECKPOINT MARKS A RUN THAT REACHED
007980*                   END OF DECK - THE NEXT RUN STARTS FRESH
007981          PERFORM WRITE-DANGLING-SECTION.
007990          CLOSE REPOUT.
008000          CLOSE TBLHIST.
008010          CLOSE TBLCSV.
008020          CLOSE AUDITF.
008030          CLOSE PRMHIST.
008031          CLOSE TBLXHST.
008040          IF STREAM-MODE THEN
008041            CLOSE CHGPART
008042            CLOSE STATPART
008043          ELSE
008044            IF NOT STREAM-BAD THEN
008045              CLOSE CHGLOG
008046            END-IF
008047            IF PROCSTAT-OPEN THEN
008048              CLOSE PROCSTAT
008049            END-IF
008050          END-IF.
008051*                   CLOSE ALL OUTPUT FILES
008060          IF NOT STREAM-BAD THEN
008061            PERFORM WRITE-RUN-SUMMARY
008062          END-IF.
008070*                   ONE RECORD PER EXECUTION - THE OPERATIONS
008080*                   PACK'S ONE-LINE-PER-RUN HISTORY.  A
008081*                   PARTITION THAT NEVER STARTED LEAVES NO RECORD
008082*                   FOR CALPMRG TO MISTAKE FOR A FINISHED ONE
008090          MOVE HIGHEST-RC TO RETURN-CODE.
008100          GOBACK.
008110
008280          MOVE CARDS-FAILED TO RS-FAILED.
008290          MOVE DRIFT-EVENTS TO RS-DRIFT.
008300          MOVE RUN-RETRIES TO RS-RETRY.
008301          MOVE DANGLE-EVENTS TO RS-DANGLE.
008302          MOVE STREAM-PART TO RS-PART.
008310          WRITE RUNSUM-REC.
008320          CLOSE RUNSUMF.
008330
009970 CALL-ONE-CTLCARD.
009980          ACCEPT CARD-STIME FROM TIME.
009990          MOVE ZERO TO RETRY-CNT.
009991          MOVE ZERO TO CARD-DANGLE.
010000          MOVE 'N' TO CARD-DONE-SW.
010010          MOVE 'N' TO PARMS-DONE-SW.
010011          MOVE SPACES TO STAT-WORK.
010012          MOVE ZERO TO PS-PARM-CNT.
010013          MOVE 'N' TO PS-SIG-TRUNC.
010020          PERFORM TRY-ONE-CTLCARD
010030            UNTIL CARD-DONE.
010040          PERFORM WRITE-AUDIT-RECORD.
010041          PERFORM WRITE-PROCSTAT-RECORD.
010050
010060******************************************************************
010070* ONE ATTEMPT AT THE CURRENT CARD.  A TRANSIENT SQLCODE ON THE  *
011310          MOVE CARD-ETIME TO AUD-ENDTIM.
011320          MOVE CARD-ELAPSD TO AUD-ELAPSD.
011330          MOVE RUN-ID TO AUD-RUNID.
011331          MOVE CARD-DANGLE TO AUD-DANGLE.
011340          ADD RETRY-CNT TO RUN-RETRIES.
011350          IF SAVE-SQLCODE NOT EQUAL TO +466
011360             OR OUT-CODE NOT EQUAL TO ZERO THEN
013540              MOVE 2 TO RC-WORK
013550              PERFORM RAISE-RETURN-CODE
013560              ADD 1 TO DRIFT-EVENTS
013561              MOVE 'PARMCHG' TO DRIFT-FLAG
013562              MOVE PARM-NAME TO DRIFT-PARM
013563              PERFORM WRITE-PARM-CHGLOG-RECORD
013570            END-IF
013580          ELSE
013590            MOVE SPACES TO SIG-DETAIL
013650            MOVE 2 TO RC-WORK
013660            PERFORM RAISE-RETURN-CODE
013670            ADD 1 TO DRIFT-EVENTS
013671            MOVE 'PARMADD' TO DRIFT-FLAG
013672            MOVE PARM-NAME TO DRIFT-PARM
013673            PERFORM WRITE-PARM-CHGLOG-RECORD
013680          END-IF.
013690
013700 FIND-PRIOR-PARM.
014050            MOVE 2 TO RC-WORK
014060            PERFORM RAISE-RETURN-CODE
014070            ADD 1 TO DRIFT-EVENTS
014071            MOVE 'PARMDEL' TO DRIFT-FLAG
014072            MOVE PP-NAME (PPX) TO DRIFT-PARM
014073            PERFORM WRITE-PARM-CHGLOG-RECORD
014080          END-IF.
014090
014100******************************************************************
015650*                   SIGNATURE COMPARE AND CHECK IT AGAINST THE
015660*                   PRIOR GENERATION'S SLICE AT THE SAME SPOT
015670          PERFORM CHECK-PARM-DRIFT.
015671          PERFORM NOTE-STATUS-PARM.
015680 GET-PARMS.
015690*                   IF THE CALL WORKED,
015700     IF OUT-CODE NOT EQUAL TO 0 THEN
016610******************************************************************
016620 WRITE-ONE-RESULT.
016630          MOVE CURR-NAME (RX) TO TBLNAME.
016631          PERFORM LOOKUP-CATALOG.
016640          ADD 1 TO RSLTCNT.
016650          WRITE REPREC FROM RSLTREC
016660            AFTER ADVANCING 1 LINE.
016680          MOVE PROCNM TO TH-PROCNM.
016690          MOVE TBLNAME TO TH-TBLNAME.
016700          WRITE TBLHIST-REC.
016701          PERFORM WRITE-TBLXHST-RECORD.
016710          MOVE SPACES TO CSV-REC.
016720          STRING SCHEMA  DELIMITED BY SPACE
016730                 ','     DELIMITED BY SIZE
017520          MOVE 1 TO CG-SEQ.
017530          MOVE DRIFT-TABLE TO CG-TBLNAME.
017540          MOVE DRIFT-FLAG TO CG-FLAG.
017541          MOVE SPACES TO CG-TICKET.
017542          MOVE SPACES TO CG-PARMNM.
017550          PERFORM WRITE-CHGLOG-EVENT.
017570
017580*                   THE SEQ BYTE MAKES THE KEY UNIQUE WHEN ONE
017590*                   PROCEDURE LOGS SEVERAL EVENTS ON A DATE (OR
017740            END-IF
017750            MOVE 'Y' TO CHGLOG-DONE-SW
017760          END-IF.
017761
017762******************************************************************
017763* LOG A PARAMETER SIGNATURE EVENT, ALREADY GRADED AND COUNTED.   *
017764* THE NAME GOES IN CG-PARMNM ONLY; CG-TBLNAME CARRIES THE        *
017765* PROCEDURE NAME SO THE ALTERNATE INDEX STAYS SPREAD, AND THE    *
017766* TABLE-NAME BROWSES SKIP THE PARM* FLAGS                        *
017767******************************************************************
017768 WRITE-PARM-CHGLOG-RECORD.
017769          MOVE RUN-DATE TO CG-DATE.
017770          MOVE SCHEMA TO CG-SCHEMA.
017771          MOVE PROCNM TO CG-PROCNM.
017772          MOVE 1 TO CG-SEQ.
017773          MOVE PROCNM TO CG-TBLNAME.
017774          MOVE DRIFT-FLAG TO CG-FLAG.
017775          MOVE SPACES TO CG-TICKET.
017776          MOVE DRIFT-PARM TO CG-PARMNM.
017777          PERFORM WRITE-CHGLOG-EVENT.
017779
017780******************************************************************
017790* LOAD THE WHOLE PRIOR TBLHIST GDG GENERATION ONCE FOR THE RUN, *
017800* INSERTING EACH RECORD IN SCHEMA/PROCNM/NAME ORDER SO EVERY    *
018430          MOVE PRIOR-ENTRY (SHIFT-IX)
018440            TO PRIOR-ENTRY (SHIFT-IX + 1).
018450          SUBTRACT 1 FROM SHIFT-IX.
018460
018470******************************************************************
018480* LOOK THE FETCHED TABLE NAME UP IN SYSIBM.SYSTABLES - UNDER    *
018490* THE PROCEDURE'S OWN SCHEMA FIRST, THEN UNDER ANY CREATOR.  AN *
018500* ALIAS IS FOLLOWED TO ITS TARGET.  NOT FOUND IS A DANGLING     *
018510* REFERENCE; A FAILED LOOKUP LEAVES THE NAME UNCHECKED          *
018520******************************************************************
018530 LOOKUP-CATALOG.
018540          MOVE TBLNAME TO CAT-NAME.
018550          MOVE SPACES TO CAT-CREATOR.
018560          MOVE SPACES TO CAT-TYPE.
018570          MOVE SPACES TO CAT-DBNAME.
018580          MOVE SPACES TO CAT-TSNAME.
018590          MOVE SPACES TO CAT-TBCREATOR.
018600          MOVE SPACES TO CAT-TBNAME.
018610          MOVE SPACES TO CAT-LOCATION.
018620          MOVE SPACES TO CAT-NOTE.
018630          MOVE 'R' TO CAT-STATUS.
018640      EXEC SQL
018650         SELECT CREATOR, TYPE, DBNAME, TSNAME,
018660                TBCREATOR, TBNAME, LOCATION
018670           INTO :CAT-CREATOR, :CAT-TYPE, :CAT-DBNAME, :CAT-TSNAME,
018680                :CAT-TBCREATOR, :CAT-TBNAME, :CAT-LOCATION
018690           FROM SYSIBM.SYSTABLES
018700          WHERE NAME = :CAT-NAME
018710            AND CREATOR = :SCHEMA
018720      END-EXEC.
018730          IF SQLCODE EQUAL TO +100 THEN
018740*                   NOT UNDER THE PROCEDURE'S SCHEMA - THE NAME
018750*                   MAY BE QUALIFIED BY ANOTHER CREATOR, SO TAKE
018760*                   THE FIRST CREATOR THAT HAS IT
018770      EXEC SQL
018780         SELECT CREATOR, TYPE, DBNAME, TSNAME,
018790                TBCREATOR, TBNAME, LOCATION
018800           INTO :CAT-CREATOR, :CAT-TYPE, :CAT-DBNAME, :CAT-TSNAME,
018810                :CAT-TBCREATOR, :CAT-TBNAME, :CAT-LOCATION
018820           FROM SYSIBM.SYSTABLES
018830          WHERE NAME = :CAT-NAME
018840          ORDER BY CREATOR
018850          FETCH FIRST 1 ROW ONLY
018860      END-EXEC
018870          END-IF.
018880          IF SQLCODE EQUAL TO +100 THEN
018890            MOVE 'D' TO CAT-STATUS
018900            MOVE 'NOT IN SYSIBM.SYSTABLES' TO CAT-NOTE
018910          ELSE
018920            IF SQLCODE LESS THAN ZERO THEN
018930              PERFORM CATALOG-LOOKUP-FAILED
018940            ELSE
018950              IF CAT-TYPE EQUAL TO 'A'
018960                AND CAT-LOCATION EQUAL TO SPACES THEN
018970                PERFORM LOOKUP-ALIAS-TARGET
018980              END-IF
018990            END-IF
019000          END-IF.
019010          IF CAT-DANGLING THEN
019020            PERFORM NOTE-DANGLING
019030          END-IF.
019040          PERFORM SET-RESULT-KIND.
019050
019060******************************************************************
019070* A LOCAL ALIAS IS ONLY AS GOOD AS ITS TARGET - A DROPPED       *
019080* TARGET LEAVES THE ALIAS BEHIND, SO CHECK IT TOO.  AN ALIAS    *
019090* FOR A REMOTE LOCATION CANNOT BE CHECKED FROM HERE             *
019100******************************************************************
019110 LOOKUP-ALIAS-TARGET.
019120      EXEC SQL
019130         SELECT TYPE
019140           INTO :CAT-TGTTYPE
019150           FROM SYSIBM.SYSTABLES
019160          WHERE CREATOR = :CAT-TBCREATOR
019170            AND NAME = :CAT-TBNAME
019180      END-EXEC.
019190          IF SQLCODE EQUAL TO +100 THEN
019200            MOVE 'D' TO CAT-STATUS
019210            STRING 'ALIAS TARGET ' DELIMITED BY SIZE
019220                   CAT-TBCREATOR   DELIMITED BY SPACE
019230                   '.'             DELIMITED BY SIZE
019240                   CAT-TBNAME      DELIMITED BY SPACE
019250                   ' MISSING'      DELIMITED BY SIZE
019260              INTO CAT-NOTE
019270          ELSE
019280            IF SQLCODE LESS THAN ZERO THEN
019290              PERFORM CATALOG-LOOKUP-FAILED
019300            END-IF
019310          END-IF.
019320
019330******************************************************************
019340* THE CATALOG LOOKUP ITSELF FAILED - PRINT THE SQLCODE, LEAVE   *
019350* THE NAME UNCHECKED AND GRADE THE RUN 4.  THE LISTING GOES ON  *
019360******************************************************************
019370 CATALOG-LOOKUP-FAILED.
019380          MOVE 'U' TO CAT-STATUS.
019390          MOVE SQLCODE TO BADCODE.
019400          WRITE REPREC FROM SQLREC
019410            AFTER ADVANCING 1 LINE.
019420          MOVE SQLERRMC TO ERRMCODE.
019430          WRITE REPREC FROM ERRMREC
019440            AFTER ADVANCING 1 LINE.
019450          MOVE 4 TO RC-WORK.
019460          PERFORM RAISE-RETURN-CODE.
019470
019480******************************************************************
019490* COUNT A DANGLING REFERENCE FOR THE CARD AND THE RUN, AND HOLD *
019500* IT FOR THE END-OF-REPORT SECTION WHILE THERE IS ROOM          *
019510******************************************************************
019520 NOTE-DANGLING.
019530          ADD 1 TO CARD-DANGLE.
019540          ADD 1 TO DANGLE-EVENTS.
019550          MOVE 4 TO RC-WORK.
019560          PERFORM RAISE-RETURN-CODE.
019570          IF DANG-COUNT LESS THAN DANG-MAX THEN
019580            ADD 1 TO DANG-COUNT
019590            MOVE SCHEMA TO DANG-SCHEMA (DANG-COUNT)
019600            MOVE PROCNM TO DANG-PROCNM (DANG-COUNT)
019610            MOVE CAT-NAME TO DANG-NAME (DANG-COUNT)
019620            MOVE CAT-NOTE TO DANG-NOTE (DANG-COUNT)
019630          ELSE
019640            MOVE 'Y' TO DANG-FULL-SW
019650          END-IF.
019660
019670******************************************************************
019680* KIND, CREATOR AND DATABASE.TABLESPACE FOR THE LISTING LINE    *
019690******************************************************************
019700 SET-RESULT-KIND.
019710          MOVE CAT-CREATOR TO RSLT-CREATOR.
019720          MOVE CAT-DBNAME TO RSLT-DBNAME.
019730          MOVE CAT-TSNAME TO RSLT-TSNAME.
019740          MOVE SPACES TO RSLT-DOT.
019750          IF CAT-DBNAME NOT EQUAL TO SPACES THEN
019760            MOVE '.' TO RSLT-DOT
019770          END-IF.
019780          IF CAT-DANGLING THEN
019790            MOVE 'DANGLING' TO RSLT-KIND
019800          ELSE
019810            IF CAT-UNCHECKED THEN
019820              MOVE 'UNCHECKED' TO RSLT-KIND
019830            ELSE
019840              IF CAT-TYPE EQUAL TO 'T' THEN
019850                MOVE 'TABLE' TO RSLT-KIND
019860              ELSE
019870                IF CAT-TYPE EQUAL TO 'V' THEN
019880                  MOVE 'VIEW' TO RSLT-KIND
019890                ELSE
019900                  IF CAT-TYPE EQUAL TO 'A' THEN
019910                    MOVE 'ALIAS' TO RSLT-KIND
019920                  ELSE
019930                    IF CAT-TYPE EQUAL TO 'G' THEN
019940                      MOVE 'GLOBAL TMP' TO RSLT-KIND
019950                    ELSE
019960                      IF CAT-TYPE EQUAL TO 'M' THEN
019970                        MOVE 'MQT' TO RSLT-KIND
019980                      ELSE
019990                        MOVE 'TYPE' TO RSLT-KIND
020000                        MOVE CAT-TYPE TO RSLT-KIND (6:1)
020010                      END-IF
020020                    END-IF
020030                  END-IF
020040                END-IF
020050              END-IF
020060            END-IF
020070          END-IF.
020080
020090******************************************************************
020100* ENRICHED TABLE HISTORY - ONE RECORD PER TBLHIST RECORD        *
020110******************************************************************
020120 WRITE-TBLXHST-RECORD.
020130          MOVE SPACES TO TBLXHST-REC.
020140          MOVE SCHEMA TO XH-SCHEMA.
020150          MOVE PROCNM TO XH-PROCNM.
020160          MOVE TBLNAME TO XH-TBLNAME.
020170          MOVE CAT-STATUS TO XH-STATUS.
020180          MOVE CAT-CREATOR TO XH-CREATOR.
020190          MOVE CAT-TYPE TO XH-TYPE.
020200          MOVE CAT-DBNAME TO XH-DBNAME.
020210          MOVE CAT-TSNAME TO XH-TSNAME.
020220          MOVE CAT-TBCREATOR TO XH-TBCREATOR.
020230          MOVE CAT-TBNAME TO XH-TBNAME.
020240          WRITE TBLXHST-REC.
020250
020260******************************************************************
020270* END-OF-REPORT SECTION - EVERY DANGLING REFERENCE FOUND BY     *
020280* THIS EXECUTION (A RESTARTED RUN LISTS ONLY THE CARDS IT       *
020290* PROCESSED ITSELF; TBLXHST HOLDS THE WHOLE NIGHT)              *
020300******************************************************************
020310 WRITE-DANGLING-SECTION.
020320          WRITE REPREC FROM DANGHDR
020330            AFTER ADVANCING 2 LINES.
020340          IF DANG-COUNT EQUAL TO ZERO THEN
020350            WRITE REPREC FROM DANGNONE
020360              AFTER ADVANCING 1 LINE
020370          END-IF.
020380          PERFORM WRITE-ONE-DANGLING VARYING DGX
020390            FROM 1 BY 1 UNTIL DGX GREATER THAN DANG-COUNT.
020400          IF DANG-FULL THEN
020410            WRITE REPREC FROM DANGOVF
020420              AFTER ADVANCING 1 LINE
020430          END-IF.
020440
020450 WRITE-ONE-DANGLING.
020460          MOVE DANG-SCHEMA (DGX) TO DNG-SCHEMA.
020470          MOVE DANG-PROCNM (DGX) TO DNG-PROCNM.
020480          MOVE DANG-NAME (DGX) TO DNG-TABLE.
020490          MOVE DANG-NOTE (DGX) TO DNG-NOTE.
020500          WRITE REPREC FROM DANGLINE
020510            AFTER ADVANCING 1 LINE.
020520
020530******************************************************************
020540* HAND ONE CHANGE EVENT TO THE KEYED CHGLOG, OR, IN A PARTITION *
020550* STREAM, TO THE SEQUENTIAL CHGPART FILE - CALPMRG GIVES THOSE  *
020560* THEIR KEYS WHEN IT MERGES THE PARTITIONS                      *
020570******************************************************************
020580 WRITE-CHGLOG-EVENT.
020590          IF STREAM-MODE THEN
020600            WRITE CHGPART-REC FROM CHGLOG-REC
020610          ELSE
020620            MOVE 'N' TO CHGLOG-DONE-SW
020630            PERFORM WRITE-CHGLOG-KEYED UNTIL CHGLOG-DONE
020640          END-IF.
020650
020660******************************************************************
020670* PICK UP THE STREAM CARD - THE PARTITION'S LINE OF THE SPLIT   *
020680* PLAN (TYPE P, PARTITION NO, RUN ID, PARTITION COUNT).  NO     *
020690* DATASET OR AN EMPTY ONE MEANS THE WHOLE DECK RUNS IN ONE      *
020700* STREAM.  A CARD THAT IS THERE BUT UNUSABLE STOPS THE RUN      *
020710* BEFORE ANY CARD IS DRIVEN - GUESSING COULD PUT A SECOND       *
020720* WRITER ON THE KEYED CHGLOG OR A WRONG RUN ID ON THE OUTPUTS   *
020730******************************************************************
020740 READ-STREAM-CARD.
020750          OPEN INPUT STREAM.
020760          IF STREAM-STATUS EQUAL TO '00' THEN
020770            READ STREAM
020780              AT END MOVE 'N' TO STREAM-MODE-SW
020790              NOT AT END
020800                IF SC-TYPE EQUAL TO 'P'
020810                   AND SC-PART IS NUMERIC
020820                   AND SC-PARTS IS NUMERIC
020830                   AND SC-RUNID IS NUMERIC
020840                   AND SC-PART GREATER THAN ZERO
020850                   AND SC-PART NOT GREATER THAN SC-PARTS THEN
020860                  MOVE 'Y' TO STREAM-MODE-SW
020870                  MOVE SC-PART TO STREAM-PART
020880                  MOVE SC-PARTS TO STREAM-PARTS
020890                  MOVE SC-RUNID TO RUN-ID
020895                  MOVE RUN-ID-DATE TO RUN-DATE
020900                ELSE
020910                  MOVE 'Y' TO STREAM-BAD-SW
020920                END-IF
020930            END-READ
020940            CLOSE STREAM
020950          ELSE
020960            IF STREAM-STATUS NOT EQUAL TO '35' THEN
020970              MOVE 'Y' TO STREAM-BAD-SW
020980            END-IF
020990          END-IF.
021000          IF STREAM-MODE THEN
021010            MOVE STREAM-PART TO STM-PART
021020            MOVE STREAM-PARTS TO STM-PARTS
021030            MOVE RUN-ID TO STM-RUNID
021040            WRITE REPREC FROM STREAMHDR
021050              AFTER ADVANCING 1 LINE
021060          END-IF.
021070          IF STREAM-BAD THEN
021080            MOVE STREAM-STATUS TO STMCODE
021090            WRITE REPREC FROM STREAMERR
021100              AFTER ADVANCING 1 LINE
021110            MOVE 12 TO RC-WORK
021120            PERFORM RAISE-RETURN-CODE
021130          END-IF.
021140
021150******************************************************************
021160* KEEP THE PROCEDURE'S CURRENT-STATUS RECORD FOR THE ONLINE      *
021170* INQUIRY - THE CARD JUST FINISHED BECOMES ITS LATEST RUN.  A    *
021180* CARD THAT NEVER DECODED ITS PARAMETERS LEAVES THE SIGNATURE ON *
021190* FILE AS IT WAS.  A PARTITION STREAM PASSES THE RECORD TO       *
021200* CALPMRG ON STATPART, SINCE THE CLUSTER TAKES ONE WRITER AT A   *
021210* TIME                                                           *
021220******************************************************************
021230 WRITE-PROCSTAT-RECORD.
021240          MOVE SCHEMA TO PS-SCHEMA.
021250          MOVE PROCNM TO PS-PROCNM.
021260          MOVE RUN-ID TO PS-RUNID.
021270          MOVE RUN-DATE TO PS-DATE.
021280          MOVE CARD-STIME TO PS-STIME.
021290          MOVE CARD-ETIME TO PS-ETIME.
021300          MOVE SAVE-SQLCODE TO PS-SQLCODE.
021310          MOVE OUT-CODE TO PS-OUTCODE.
021320          MOVE RSLTCNT TO PS-ROWCNT.
021330          MOVE CARD-ELAPSD TO PS-ELAPSD.
021340          MOVE RETRY-CNT TO PS-RETRYS.
021350          MOVE CARD-DANGLE TO PS-DANGLE.
021360          MOVE STREAM-PART TO PS-PART.
021370          IF PARMS-DONE THEN
021380            MOVE RUN-ID TO PS-SIG-RUNID
021390          ELSE
021400            MOVE ZERO TO PS-SIG-RUNID
021410          END-IF.
021420          IF STREAM-MODE THEN
021430            WRITE STATPART-REC FROM STAT-WORK
021440          ELSE
021450            IF PROCSTAT-OPEN THEN
021460              PERFORM UPDATE-PROCSTAT
021470            END-IF
021480          END-IF.
021490
021500*                   A PROCEDURE SEEN FOR THE FIRST TIME GETS ITS
021510*                   RECORD WRITTEN; AFTER THAT IT IS REWRITTEN IN
021520*                   PLACE, KEEPING THE SIGNATURE ON FILE WHEN THIS
021530*                   CARD BROUGHT NONE
021540 UPDATE-PROCSTAT.
021550          MOVE PS-KEY TO PF-KEY.
021560          READ PROCSTAT.
021570          IF PROCSTAT-STATUS EQUAL TO '00' THEN
021580            IF PS-SIG-RUNID EQUAL TO ZERO THEN
021590              MOVE PF-SIGNATURE TO PS-SIGNATURE
021600            END-IF
021610            MOVE STAT-WORK TO PROCSTAT-REC
021620            REWRITE PROCSTAT-REC
021630          ELSE
021640            IF PROCSTAT-STATUS EQUAL TO '23' THEN
021650              MOVE STAT-WORK TO PROCSTAT-REC
021660              WRITE PROCSTAT-REC
021670            END-IF
021680          END-IF.
021690          IF PROCSTAT-STATUS NOT EQUAL TO '00' THEN
021700            MOVE PROCSTAT-STATUS TO PROCSTATCODE
021710            WRITE REPREC FROM PROCSTATERR
021720              AFTER ADVANCING 1 LINE
021730            MOVE 4 TO RC-WORK
021740            PERFORM RAISE-RETURN-CODE
021750          END-IF.
021760
021770******************************************************************
021780* HOLD ONE DECODED PARAMETER SLICE FOR THE CURRENT-STATUS        *
021790* RECORD'S SIGNATURE.  A SIGNATURE LONGER THAN THE RECORD HOLDS  *
021800* IS FLAGGED TRUNCATED, NOT CUT SHORT SILENTLY                   *
021810******************************************************************
021820 NOTE-STATUS-PARM.
021830          IF PS-PARM-CNT LESS THAN PS-PARM-MAX THEN
021840            ADD 1 TO PS-PARM-CNT
021850            MOVE PARM-NAME TO PS-PARM-NAME (PS-PARM-CNT)
021860            MOVE PARM-TYPE TO PS-PARM-TYPE (PS-PARM-CNT)
021870            MOVE PARM-MODE TO PS-PARM-MODE (PS-PARM-CNT)
021880          ELSE
021890            MOVE 'Y' TO PS-SIG-TRUNC
021900          END-IF.
