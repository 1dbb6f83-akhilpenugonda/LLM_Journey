000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALPASOF.
000030 AUTHOR.        R L HASKINS.
000040 INSTALLATION.  DB2 CATALOG REPORTING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY                                           *
000090* ----------------------------------------------------------------
000100* 10/15/2026  RLH  ORIGINAL VERSION - REBUILD A PROCEDURE'S      *
000110*                  RESULT-SET TABLE LIST AND PARAMETER SIGNATURE *
000120*                  AS THEY STOOD ON A GIVEN DATE.  EACH REQUEST  *
000130*                  CARD NAMES A SCHEMA, A PROCEDURE (OR A        *
000140*                  GENERIC * OR % PATTERN) AND THE DATE.  THE    *
000150*                  LATEST TBLHIST AND PRMHIST GENERATIONS ARE    *
000160*                  TAKEN AS THE STARTING POINT AND EVERY CHGLOG  *
000170*                  EVENT DATED AFTER THE AS-OF DATE IS BACKED    *
000180*                  OUT.  WHEN CALPRET HAS ALREADY MOVED SOME OF  *
000190*                  THOSE EVENTS TO THE YEARLY ARCHIVE, THE       *
000200*                  ARCHIVE ON CHGARCH IS READ AS WELL, AND IF IT *
000210*                  IS NOT SUPPLIED OR DOES NOT REACH BACK FAR    *
000220*                  ENOUGH THE ANSWER IS PRINTED AS INCOMPLETE.   *
000221*                  A DATE BEFORE THE FIRST PARAMETER EVENT THE   *
000222*                  LOG HOLDS PRINTS ITS SIGNATURES AS NOT EXACT  *
000230******************************************************************
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT REPOUT
000300            ASSIGN TO UT-S-SYSPRINT.
000310     SELECT ASOFREQ
000320            ASSIGN TO UT-S-ASOFREQ.
000330     SELECT TBLHIST
000340            ASSIGN TO UT-S-TBLHIST
000350            FILE STATUS IS TBLHIST-STATUS.
000360     SELECT PRMHIST
000370            ASSIGN TO UT-S-PRMHIST
000380            FILE STATUS IS PRMHIST-STATUS.
000390     SELECT CHGLOG
000400            ASSIGN TO CHGLOG
000410            ORGANIZATION IS INDEXED
000420            ACCESS IS DYNAMIC
000430            RECORD KEY IS CG-KEY
000440            ALTERNATE RECORD KEY IS CG-TBLNAME
000450                WITH DUPLICATES
000460            FILE STATUS IS CHGLOG-STATUS.
000470     SELECT CHGARCH
000480            ASSIGN TO UT-S-CHGARCH
000490            FILE STATUS IS CHGARCH-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  REPOUT
000540         RECORD CONTAINS 127 CHARACTERS
000550         LABEL RECORDS ARE OMITTED
000560         DATA RECORD IS REPREC.
000570 01  REPREC                     PIC X(127).
000580
000590 FD  ASOFREQ
000600         RECORD CONTAINS 80 CHARACTERS
000610         LABEL RECORDS ARE OMITTED
000620         DATA RECORD IS ASOFREQ-CARD.
000630 01  ASOFREQ-CARD.
000640     05  AR-SCHEMA              PIC X(08).
000650     05  FILLER                 PIC X(01).
000660     05  AR-PROCNM              PIC X(18).
000670     05  FILLER                 PIC X(01).
000680     05  AR-DATE                PIC X(08).
000690     05  AR-DATE-R REDEFINES AR-DATE.
000700         10  AR-YYYY            PIC 9(04).
000710         10  AR-MM              PIC 9(02).
000720         10  AR-DD              PIC 9(02).
000730     05  FILLER                 PIC X(44).
000740
000750 FD  TBLHIST
000760         RECORD CONTAINS 44 CHARACTERS
000770         LABEL RECORDS ARE OMITTED
000780         DATA RECORD IS TBLHIST-REC.
000790 01  TBLHIST-REC.
000800     05  TH-SCHEMA              PIC X(08).
000810     05  TH-PROCNM              PIC X(18).
000820     05  TH-TBLNAME             PIC X(18).
000830
000840 FD  PRMHIST
000850         RECORD CONTAINS 87 CHARACTERS
000860         LABEL RECORDS ARE OMITTED
000870         DATA RECORD IS PRMHIST-REC.
000880 01  PRMHIST-REC.
000890     05  PM-SCHEMA              PIC X(08).
000900     05  PM-PROCNM              PIC X(18).
000910     05  PM-SEQ                 PIC 9(03).
000920     05  PM-NAME                PIC X(30).
000930     05  PM-TYPE                PIC X(20).
000940     05  PM-MODE                PIC X(08).
000950
000960 FD  CHGLOG
000970         RECORD CONTAINS 102 CHARACTERS
000980         DATA RECORD IS CHGLOG-REC.
000990 01  CHGLOG-REC.
001000     05  CG-KEY.
001010         10  CG-SCHEMA          PIC X(08).
001020         10  CG-PROCNM          PIC X(18).
001030         10  CG-DATE            PIC 9(08).
001040         10  CG-SEQ             PIC 9(03).
001050     05  CG-TBLNAME             PIC X(18).
001060     05  CG-FLAG                PIC X(07).
001070     05  CG-TICKET              PIC X(10).
001080     05  CG-PARMNM              PIC X(30).
001090
001100*        CALPRET'S YEARLY ARCHIVE - THE CHGLOG RECORD, UNKEYED
001110 FD  CHGARCH
001120         RECORD CONTAINS 102 CHARACTERS
001130         LABEL RECORDS ARE OMITTED
001140         DATA RECORD IS CHGARCH-REC.
001150 01  CHGARCH-REC.
001160     05  CA-SCHEMA              PIC X(08).
001170     05  CA-PROCNM              PIC X(18).
001180     05  CA-DATE                PIC 9(08).
001190     05  CA-SEQ                 PIC 9(03).
001200     05  CA-TBLNAME             PIC X(18).
001210     05  CA-FLAG                PIC X(07).
001220     05  CA-TICKET              PIC X(10).
001230     05  CA-PARMNM              PIC X(30).
001240
001250 WORKING-STORAGE SECTION.
001260******************************************************************
001270* REPORT LINE LAYOUTS                                            *
001280******************************************************************
001290 01  RPTHDR1.
001300         02  FILLER    PIC X(48) VALUE
001310               'CALPASOF - TABLE LIST AND SIGNATURE AS OF A DATE'.
001320         02  FILLER    PIC X(79) VALUE SPACES.
001330 01  REQHDR.
001340         02  FILLER    PIC X(24) VALUE ' AS-OF REQUEST - SCHEMA '.
001350         02  RH-SCHEMA PIC X(08).
001360         02  FILLER    PIC X(11) VALUE ' PROCEDURE '.
001370         02  RH-PROCNM PIC X(18).
001380         02  FILLER    PIC X(06) VALUE ' DATE '.
001390         02  RH-DATE   PIC X(10).
001400         02  FILLER    PIC X(50) VALUE SPACES.
001410 01  BADREQ.
001420         02  FILLER    PIC X(24) VALUE ' REQUEST CARD REFUSED - '.
001430         02  BAD-REASON PIC X(30).
001440         02  FILLER    PIC X(02) VALUE ': '.
001450         02  BAD-CARD  PIC X(36).
001460         02  FILLER    PIC X(35) VALUE SPACES.
001470 01  PROCHDR.
001480         02  FILLER    PIC X(11) VALUE ' PROCEDURE '.
001490         02  PH-SCHEMA PIC X(08).
001500         02  FILLER    PIC X(01) VALUE SPACES.
001510         02  PH-PROCNM PIC X(18).
001520         02  FILLER    PIC X(04) VALUE ' ON '.
001530         02  PH-DATE   PIC X(10).
001540         02  FILLER    PIC X(75) VALUE SPACES.
001550 01  TBLCOLHDR.
001560         02  FILLER    PIC X(28) VALUE
001570               '    TABLE               NOTE'.
001580         02  FILLER    PIC X(99) VALUE SPACES.
001590 01  TBLLINE.
001600         02  FILLER     PIC X(04) VALUE SPACES.
001610         02  TL-NAME    PIC X(18).
001620         02  FILLER     PIC X(02) VALUE SPACES.
001630         02  TL-NOTE    PIC X(60).
001640         02  FILLER     PIC X(43) VALUE SPACES.
001650 01  TBLTRL.
001660         02  FILLER     PIC X(22) VALUE ' TABLES ON THE DATE = '.
001670         02  TT-COUNT   PIC ZZZ9.
001680         02  FILLER     PIC X(30) VALUE
001690               '   ADDED SINCE (NOT LISTED) = '.
001700         02  TT-ADDED   PIC ZZZ9.
001710         02  FILLER     PIC X(67) VALUE SPACES.
001720 01  PRMCOLHDR.
001730         02  FILLER    PIC X(41) VALUE
001740               '    SEQ  PARAMETER'.
001750         02  FILLER    PIC X(36) VALUE
001760               'TYPE                  MODE      NOTE'.
001770         02  FILLER    PIC X(50) VALUE SPACES.
001780 01  PRMLINE.
001790         02  FILLER     PIC X(04) VALUE SPACES.
001800         02  PML-SEQ    PIC X(03).
001810         02  FILLER     PIC X(02) VALUE SPACES.
001820         02  PML-NAME   PIC X(30).
001830         02  FILLER     PIC X(02) VALUE SPACES.
001840         02  PML-TYPE   PIC X(20).
001850         02  FILLER     PIC X(02) VALUE SPACES.
001860         02  PML-MODE   PIC X(08).
001870         02  FILLER     PIC X(02) VALUE SPACES.
001880         02  PML-NOTE   PIC X(54).
001890 01  PRMTRL.
001900         02  FILLER     PIC X(26) VALUE
001910               ' PARAMETERS ON THE DATE = '.
001920         02  PT-COUNT   PIC ZZZ9.
001930         02  FILLER     PIC X(30) VALUE
001940               '   ADDED SINCE (NOT LISTED) = '.
001950         02  PT-ADDED   PIC ZZZ9.
001960         02  FILLER     PIC X(63) VALUE SPACES.
001970 01  MSGLINE.
001980         02  FILLER     PIC X(01) VALUE SPACES.
001990         02  MSG-TEXT   PIC X(120).
002000         02  FILLER     PIC X(06) VALUE SPACES.
002010 01  TBLHISTERR.
002020         02  FILLER    PIC X(40) VALUE
002030               ' TBLHIST GENERATION OPEN FAILED, STATUS '.
002040         02  FILLER    PIC X(03) VALUE ' = '.
002050         02  TBLHISTCODE PIC X(02).
002060         02  FILLER    PIC X(82) VALUE SPACES.
002070 01  PRMHISTERR.
002080         02  FILLER    PIC X(40) VALUE
002090               ' PRMHIST GENERATION OPEN FAILED, STATUS '.
002100         02  FILLER    PIC X(03) VALUE ' = '.
002110         02  PRMHISTCODE PIC X(02).
002120         02  FILLER    PIC X(82) VALUE SPACES.
002130 01  CHGLOGERR.
002140         02  FILLER    PIC X(38) VALUE
002150               ' CHANGE-LOG I-O FAILED, FILE STATUS = '.
002160         02  CHGLOGCODE PIC X(02).
002170         02  FILLER    PIC X(87) VALUE SPACES.
002180 01  CHGARCHERR.
002190         02  FILLER    PIC X(44) VALUE
002200               ' CHANGE-LOG ARCHIVE OPEN FAILED, FILE STATUS'.
002210         02  FILLER    PIC X(03) VALUE ' = '.
002220         02  CHGARCHCODE PIC X(02).
002230         02  FILLER    PIC X(35) VALUE
002240               ' - READ AS IF NO ARCHIVE WERE GIVEN'.
002250         02  FILLER    PIC X(43) VALUE SPACES.
002260
002270******************************************************************
002280* THE PROCEDURES ANSWERED FOR THE CURRENT REQUEST CARD - ONE     *
002290* ENTRY FOR AN EXACT NAME, EVERY MATCHING PROCEDURE FOR A        *
002300* GENERIC ONE.  KEPT SORTED SO THE REPORT COMES OUT IN NAME      *
002310* ORDER                                                          *
002320******************************************************************
002330 01  PROC-TABLE.
002340     05  PROC-ENTRY OCCURS 200 TIMES.
002350         10  PL-PROCNM          PIC X(18).
002360 01  PROC-COUNT                 PIC S9(04) COMP VALUE ZERO.
002370 77  PROC-MAX                   PIC S9(04) COMP VALUE +200.
002380 77  PX                         PIC S9(04) COMP.
002390 01  PL-WK-PROCNM               PIC X(18).
002400 77  BS-LO                      PIC S9(04) COMP.
002410 77  BS-HI                      PIC S9(04) COMP.
002420 77  BS-MID                     PIC S9(04) COMP.
002430 77  SHIFT-IX                   PIC S9(04) COMP.
002440
002450******************************************************************
002460* THE CURRENT TABLE LIST AND SIGNATURE OF THOSE PROCEDURES, AS   *
002470* THE LATEST TBLHIST AND PRMHIST GENERATIONS HOLD THEM           *
002480******************************************************************
002490 01  CUR-TBL-TABLE.
002500     05  CUR-TBL-ENTRY OCCURS 5000 TIMES.
002510         10  CT-PROCNM          PIC X(18).
002520         10  CT-TBLNAME         PIC X(18).
002530 01  CT-COUNT                   PIC S9(04) COMP VALUE ZERO.
002540 77  CT-MAX                     PIC S9(04) COMP VALUE +5000.
002550 77  CX                         PIC S9(04) COMP.
002560 01  CUR-PRM-TABLE.
002570     05  CUR-PRM-ENTRY OCCURS 2000 TIMES.
002580         10  CP-PROCNM          PIC X(18).
002590         10  CP-SEQ             PIC 9(03).
002600         10  CP-NAME            PIC X(30).
002610         10  CP-TYPE            PIC X(20).
002620         10  CP-MODE            PIC X(08).
002630 01  CP-COUNT                   PIC S9(04) COMP VALUE ZERO.
002640 77  CP-MAX                     PIC S9(04) COMP VALUE +2000.
002650 77  MX                         PIC S9(04) COMP.
002660
002670******************************************************************
002680* THE EARLIEST CHANGE EVENT DATED AFTER THE AS-OF DATE FOR EACH  *
002690* PROCEDURE AND TABLE (KIND T) OR PARAMETER (KIND P).  ONLY THE  *
002700* FIRST EVENT MATTERS - AN ADDED OR PARMADD MEANS THE NAME WAS   *
002710* NOT THERE ON THE DATE, A DROPPED, PARMDEL OR PARMCHG MEANS IT  *
002720* WAS, WHATEVER HAPPENED TO IT AFTERWARDS                        *
002730******************************************************************
002740 01  EVT-TABLE.
002750     05  EVT-ENTRY OCCURS 2000 TIMES.
002760         10  FE-PROCNM          PIC X(18).
002770         10  FE-KIND            PIC X(01).
002780         10  FE-NAME            PIC X(30).
002790         10  FE-DATE            PIC 9(08).
002800         10  FE-SEQ             PIC 9(03).
002810         10  FE-FLAG            PIC X(07).
002820         10  FE-USED-SW         PIC X(01).
002830             88  FE-USED        VALUE 'Y'.
002840 01  FE-COUNT                   PIC S9(04) COMP VALUE ZERO.
002850 77  FE-MAX                     PIC S9(04) COMP VALUE +2000.
002860 77  EX                         PIC S9(04) COMP.
002870 01  FK-PROCNM                  PIC X(18).
002880 01  FK-KIND                    PIC X(01).
002890 01  FK-NAME                    PIC X(30).
002900 01  EV-PROCNM                  PIC X(18).
002910 01  EV-DATE                    PIC 9(08).
002920 01  EV-SEQ                     PIC 9(03).
002930 01  EV-FLAG                    PIC X(07).
002940 01  EV-TBLNAME                 PIC X(18).
002950 01  EV-PARMNM                  PIC X(30).
002960 01  EV-KIND                    PIC X(01).
002970 01  EV-NAME                    PIC X(30).
002980
002990******************************************************************
003000* GENERIC NAME MATCHING - % STANDS FOR ANY RUN OF CHARACTERS,    *
003010* AS IN A DB2 LIKE PATTERN.  _ IS NOT A WILDCARD HERE BECAUSE    *
003020* IT IS AN ORDINARY CHARACTER IN PROCEDURE NAMES.  THE WORK      *
003030* AREAS ARE ONE BYTE LONGER THAN A NAME SO THE PATTERN INDEX     *
003040* CAN STEP ONE PAST ITS END                                      *
003050******************************************************************
003060 01  PAT-WORK                   PIC X(19).
003070 01  PAT-WORK-R REDEFINES PAT-WORK.
003080     05  PAT-CH                 PIC X(01) OCCURS 19 TIMES.
003090 01  NAM-WORK                   PIC X(19).
003100 01  NAM-WORK-R REDEFINES NAM-WORK.
003110     05  NAM-CH                 PIC X(01) OCCURS 19 TIMES.
003120 01  MATCH-NAME                 PIC X(18).
003130 77  PAT-LEN                    PIC S9(04) COMP.
003140 77  NAM-LEN                    PIC S9(04) COMP.
003150 77  PI                         PIC S9(04) COMP.
003160 77  NI                         PIC S9(04) COMP.
003170 77  STAR-PI                    PIC S9(04) COMP.
003180 77  MARK-NI                    PIC S9(04) COMP.
003190 77  LEN-IX                     PIC S9(04) COMP.
003200 77  PCT-COUNT                  PIC S9(04) COMP.
003210
003220******************************************************************
003230* WORK AREAS                                                     *
003240******************************************************************
003250 01  EDIT-DATE                  PIC 9(08).
003260 01  EDIT-DATE-R REDEFINES EDIT-DATE.
003270     05  EDIT-YYYY              PIC 9(04).
003280     05  EDIT-MM                PIC 9(02).
003290     05  EDIT-DD                PIC 9(02).
003300 01  EDIT-MDY                   PIC X(10).
003310 01  SEQ-EDIT                   PIC ZZ9.
003320 01  RQ-SCHEMA                  PIC X(08).
003330 01  RQ-PROCNM                  PIC X(18).
003340 01  RQ-DATE                    PIC 9(08).
003350 01  RQ-DATE-MDY                PIC X(10).
003360 01  LIVE-LOW                   PIC 9(08).
003361 01  PARM-LOW                   PIC 9(08).
003370 01  ARCH-LOW                   PIC 9(08).
003380 01  ARCH-HIGH                  PIC 9(08).
003390 01  ARCH-LOW-MDY               PIC X(10).
003400 01  ARCH-HIGH-MDY              PIC X(10).
003410 77  ARCH-COUNT                 PIC S9(09) COMP VALUE ZERO.
003420 77  TBL-ON-DATE                PIC S9(04) COMP.
003430 77  TBL-ADDED-SINCE            PIC S9(04) COMP.
003440 77  PRM-ON-DATE                PIC S9(04) COMP.
003450 77  PRM-ADDED-SINCE            PIC S9(04) COMP.
003460 01  HIGHEST-RC                 PIC S9(04) COMP VALUE ZERO.
003470 77  RC-WORK                    PIC S9(04) COMP.
003480
003490******************************************************************
003500* SWITCHES AND FILE STATUSES                                     *
003510******************************************************************
003520 01  ASOFREQ-EOF-SW             PIC X(01) VALUE 'N'.
003530     88  ASOFREQ-EOF            VALUE 'Y'.
003540 01  TBLHIST-EOF-SW             PIC X(01) VALUE 'N'.
003550     88  TBLHIST-EOF            VALUE 'Y'.
003560 01  PRMHIST-EOF-SW             PIC X(01) VALUE 'N'.
003570     88  PRMHIST-EOF            VALUE 'Y'.
003580 01  CHGARCH-EOF-SW             PIC X(01) VALUE 'N'.
003590     88  CHGARCH-EOF            VALUE 'Y'.
003600 01  BROWSE-DONE-SW             PIC X(01) VALUE 'N'.
003610     88  BROWSE-DONE            VALUE 'Y'.
003620 01  CHGLOG-OK-SW               PIC X(01) VALUE 'N'.
003630     88  CHGLOG-OK              VALUE 'Y'.
003640 01  LIVE-EMPTY-SW              PIC X(01) VALUE 'Y'.
003650     88  LIVE-EMPTY             VALUE 'Y'.
003660 01  ARCH-OK-SW                 PIC X(01) VALUE 'N'.
003670     88  ARCH-OK                VALUE 'Y'.
003680 01  REQ-VALID-SW               PIC X(01) VALUE 'N'.
003690     88  REQ-VALID              VALUE 'Y'.
003700 01  RQ-GENERIC-SW              PIC X(01) VALUE 'N'.
003710     88  RQ-GENERIC             VALUE 'Y'.
003720 01  RQ-ALL-SW                  PIC X(01) VALUE 'N'.
003730     88  RQ-ALL                 VALUE 'Y'.
003740 01  PROC-MATCH-SW              PIC X(01) VALUE 'N'.
003750     88  PROC-MATCH             VALUE 'Y'.
003760 01  MATCH-DONE-SW              PIC X(01) VALUE 'N'.
003770     88  MATCH-DONE             VALUE 'Y'.
003780 01  PL-MATCH-SW                PIC X(01) VALUE 'N'.
003790     88  PL-MATCH               VALUE 'Y'.
003800 01  FE-FOUND-SW                PIC X(01) VALUE 'N'.
003810     88  FE-FOUND               VALUE 'Y'.
003820 01  SIG-INEXACT-SW             PIC X(01) VALUE 'N'.
003830     88  SIG-INEXACT            VALUE 'Y'.
003840 01  REQ-SHORT-SW               PIC X(01) VALUE 'N'.
003850     88  REQ-SHORT              VALUE 'Y'.
003860 01  REQ-SOURCE                 PIC X(01) VALUE SPACES.
003870     88  REQ-FROM-LIVE          VALUE 'L'.
003880     88  REQ-FROM-ARCHIVE       VALUE 'A'.
003890     88  REQ-INCOMPLETE         VALUE 'I'.
003900 01  TBLHIST-STATUS             PIC X(02).
003910 01  PRMHIST-STATUS             PIC X(02).
003920 01  CHGLOG-STATUS              PIC X(02).
003930 01  CHGARCH-STATUS             PIC X(02).
003940
003950 PROCEDURE DIVISION.
003960******************************************************************
003970* MAINLINE - FIND HOW FAR BACK THE LIVE CHANGE LOG AND ANY       *
003980* ARCHIVE REACH, THEN ANSWER EACH REQUEST CARD IN TURN.          *
003990* RETURN CODE 0 WHEN EVERY ANSWER IS COMPLETE AND EXACT, 4 WHEN  *
004000* A CARD WAS REFUSED OR AN ANSWER IS INCOMPLETE OR CARRIES       *
004010* PARAMETERS WHOSE ATTRIBUTES ON THE DATE WERE NEVER RECORDED    *
004011* OR PREDATES THE FIRST PARAMETER EVENT ON THE LOG, 8 WHEN THE   *
004020* CHANGE LOG OR A HISTORY GENERATION CANNOT BE READ              *
004030******************************************************************
004040 PROG-START.
004050          OPEN OUTPUT REPOUT.
004060          MOVE SPACES TO REPREC.
004070          WRITE REPREC FROM RPTHDR1
004080            AFTER ADVANCING 1 LINE.
004090          PERFORM OPEN-CHGLOG.
004100          IF CHGLOG-OK THEN
004110            PERFORM FIND-LIVE-LOW
004120            PERFORM SCAN-ARCHIVE-RANGE
004130            PERFORM WRITE-WINDOW-LINES
004140            OPEN INPUT ASOFREQ
004150            PERFORM READ-ASOFREQ
004160            PERFORM PROCESS-REQUEST UNTIL ASOFREQ-EOF
004170            CLOSE ASOFREQ
004180            CLOSE CHGLOG
004190          ELSE
004200            MOVE 8 TO RC-WORK
004210            PERFORM RAISE-RETURN-CODE
004220          END-IF.
004230 PROG-END.
004240          CLOSE REPOUT.
004250          MOVE HIGHEST-RC TO RETURN-CODE.
004260          GOBACK.
004270
004280 RAISE-RETURN-CODE.
004290          IF RC-WORK GREATER THAN HIGHEST-RC THEN
004300            MOVE RC-WORK TO HIGHEST-RC
004310          END-IF.
004320
004330 OPEN-CHGLOG.
004340          OPEN INPUT CHGLOG.
004350          IF CHGLOG-STATUS EQUAL TO '00'
004360             OR CHGLOG-STATUS EQUAL TO '97' THEN
004370            MOVE 'Y' TO CHGLOG-OK-SW
004380          ELSE
004390            MOVE CHGLOG-STATUS TO CHGLOGCODE
004400            WRITE REPREC FROM CHGLOGERR
004410              AFTER ADVANCING 1 LINE
004420          END-IF.
004430
004440 READ-ASOFREQ.
004450          READ ASOFREQ
004460            AT END MOVE 'Y' TO ASOFREQ-EOF-SW.
004470
004480******************************************************************
004490* THE OLDEST EVENT STILL IN THE LIVE CLUSTER.  CALPRET MOVES     *
004500* WHOLE DAYS OUT TO THE ARCHIVE, SO EVERY EVENT DATED ON OR      *
004510* AFTER THIS DATE IS STILL HERE.  THE SAME PASS FINDS THE OLDEST *
004511* PARAMETER EVENT - PARAMETER CHANGES WERE NOT LOGGED BEFORE IT, *
004512* SO AN EARLIER DATE CANNOT HAVE ITS SIGNATURE BACKED OUT.  THE  *
004520* KEY LEADS WITH SCHEMA AND PROCEDURE, NOT DATE, SO IT TAKES ONE *
004521* PASS OF THE LOG                                                *
004530******************************************************************
004540 FIND-LIVE-LOW.
004550          MOVE 99999999 TO LIVE-LOW.
004551          MOVE 99999999 TO PARM-LOW.
004560          MOVE LOW-VALUES TO CG-KEY.
004570          START CHGLOG KEY IS NOT LESS THAN CG-KEY.
004580          IF CHGLOG-STATUS EQUAL TO '00' THEN
004590            MOVE 'N' TO BROWSE-DONE-SW
004600            PERFORM FIND-LIVE-LOW-NEXT UNTIL BROWSE-DONE
004610          END-IF.
004620
004630 FIND-LIVE-LOW-NEXT.
004640          READ CHGLOG NEXT RECORD
004650            AT END MOVE 'Y' TO BROWSE-DONE-SW.
004660          IF NOT BROWSE-DONE THEN
004670            MOVE 'N' TO LIVE-EMPTY-SW
004680            IF CG-DATE LESS THAN LIVE-LOW THEN
004690              MOVE CG-DATE TO LIVE-LOW
004700            END-IF
004701            IF CG-FLAG EQUAL TO 'PARMADD'
004702               OR CG-FLAG EQUAL TO 'PARMCHG'
004703               OR CG-FLAG EQUAL TO 'PARMDEL' THEN
004704              IF CG-DATE LESS THAN PARM-LOW THEN
004705                MOVE CG-DATE TO PARM-LOW
004706              END-IF
004707            END-IF
004710          END-IF.
004720
004730******************************************************************
004740* THE DATE RANGE OF THE ARCHIVE ON CHGARCH, IF ONE IS GIVEN, AND *
004741* ANY PARAMETER EVENT OLDER THAN THE LIVE LOG'S.  A MISSING OR   *
004750* DUMMY DD, OR AN EMPTY ARCHIVE, COUNTS AS NONE                  *
004760******************************************************************
004770 SCAN-ARCHIVE-RANGE.
004780          MOVE ZERO TO ARCH-COUNT.
004790          MOVE 99999999 TO ARCH-LOW.
004800          MOVE ZERO TO ARCH-HIGH.
004810          OPEN INPUT CHGARCH.
004820          IF CHGARCH-STATUS EQUAL TO '00' THEN
004830            MOVE 'N' TO CHGARCH-EOF-SW
004840            PERFORM READ-CHGARCH
004850            PERFORM NOTE-ARCH-RANGE UNTIL CHGARCH-EOF
004860            CLOSE CHGARCH
004870          ELSE
004880            IF CHGARCH-STATUS NOT EQUAL TO '35' THEN
004890              MOVE CHGARCH-STATUS TO CHGARCHCODE
004900              WRITE REPREC FROM CHGARCHERR
004910                AFTER ADVANCING 1 LINE
004920            END-IF
004930          END-IF.
004940          IF ARCH-COUNT GREATER THAN ZERO THEN
004950            MOVE 'Y' TO ARCH-OK-SW
004960          END-IF.
004970
004980 READ-CHGARCH.
004990          READ CHGARCH
005000            AT END MOVE 'Y' TO CHGARCH-EOF-SW.
005010
005020 NOTE-ARCH-RANGE.
005030          ADD 1 TO ARCH-COUNT.
005040          IF CA-DATE LESS THAN ARCH-LOW THEN
005050            MOVE CA-DATE TO ARCH-LOW
005060          END-IF.
005070          IF CA-DATE GREATER THAN ARCH-HIGH THEN
005080            MOVE CA-DATE TO ARCH-HIGH
005090          END-IF.
005091          IF CA-FLAG EQUAL TO 'PARMADD'
005092             OR CA-FLAG EQUAL TO 'PARMCHG'
005093             OR CA-FLAG EQUAL TO 'PARMDEL' THEN
005094            IF CA-DATE LESS THAN PARM-LOW THEN
005095              MOVE CA-DATE TO PARM-LOW
005096            END-IF
005097          END-IF.
005100          PERFORM READ-CHGARCH.
005110
005120 WRITE-WINDOW-LINES.
005130          MOVE SPACES TO MSG-TEXT.
005140          IF LIVE-EMPTY THEN
005150            MOVE 'THE LIVE CHANGE LOG IS EMPTY' TO MSG-TEXT
005160          ELSE
005170            MOVE LIVE-LOW TO EDIT-DATE
005180            PERFORM FORMAT-EDIT-DATE
005190            STRING 'THE LIVE CHANGE LOG HOLDS EVENTS FROM '
005200                                  DELIMITED BY SIZE
005210                   EDIT-MDY       DELIMITED BY SIZE
005220                   ' ON'          DELIMITED BY SIZE
005230              INTO MSG-TEXT
005240          END-IF.
005250          WRITE REPREC FROM MSGLINE
005260            AFTER ADVANCING 2 LINES.
005270          MOVE SPACES TO MSG-TEXT.
005280          IF ARCH-OK THEN
005290            MOVE ARCH-LOW TO EDIT-DATE
005300            PERFORM FORMAT-EDIT-DATE
005310            MOVE EDIT-MDY TO ARCH-LOW-MDY
005320            MOVE ARCH-HIGH TO EDIT-DATE
005330            PERFORM FORMAT-EDIT-DATE
005340            MOVE EDIT-MDY TO ARCH-HIGH-MDY
005350            STRING 'THE CHGARCH ARCHIVE HOLDS EVENTS FROM '
005360                                  DELIMITED BY SIZE
005370                   ARCH-LOW-MDY   DELIMITED BY SIZE
005380                   ' TO '         DELIMITED BY SIZE
005390                   ARCH-HIGH-MDY  DELIMITED BY SIZE
005400              INTO MSG-TEXT
005410          ELSE
005420            MOVE 'NO CHGLOG ARCHIVE WAS SUPPLIED ON CHGARCH'
005430              TO MSG-TEXT
005440          END-IF.
005450          WRITE REPREC FROM MSGLINE
005460            AFTER ADVANCING 1 LINE.
005461          MOVE SPACES TO MSG-TEXT.
005462          IF PARM-LOW EQUAL TO 99999999 THEN
005463            MOVE 'THE CHANGE LOGS HOLD NO PARAMETER EVENT'
005464              TO MSG-TEXT
005465          ELSE
005466            MOVE PARM-LOW TO EDIT-DATE
005467            PERFORM FORMAT-EDIT-DATE
005469            STRING 'PARAMETER EVENTS ARE LOGGED FROM '
005470                                  DELIMITED BY SIZE
005471                   EDIT-MDY       DELIMITED BY SIZE
005472                   ' ON'          DELIMITED BY SIZE
005473              INTO MSG-TEXT
005474          END-IF.
005475          WRITE REPREC FROM MSGLINE
005476            AFTER ADVANCING 1 LINE.
005477
005480******************************************************************
005490* ONE REQUEST CARD - SCHEMA IN 1-8, PROCEDURE OR PATTERN IN      *
005500* 10-27, AS-OF DATE YYYYMMDD IN 29-36.  A LONE * TAKES EVERY     *
005510* PROCEDURE IN THE SCHEMA                                        *
005520******************************************************************
005530 PROCESS-REQUEST.
005540          PERFORM CHECK-REQUEST.
005550          IF REQ-VALID THEN
005560            PERFORM ANSWER-REQUEST
005570          ELSE
005580            MOVE ASOFREQ-CARD TO BAD-CARD
005590            WRITE REPREC FROM BADREQ
005600              AFTER ADVANCING 2 LINES
005610            MOVE 4 TO RC-WORK
005620            PERFORM RAISE-RETURN-CODE
005630          END-IF.
005640          PERFORM READ-ASOFREQ.
005650
005660 CHECK-REQUEST.
005670          MOVE 'N' TO REQ-VALID-SW.
005680          IF AR-SCHEMA EQUAL TO SPACES THEN
005690            MOVE 'SCHEMA MISSING' TO BAD-REASON
005700          ELSE
005710            IF AR-PROCNM EQUAL TO SPACES THEN
005720              MOVE 'PROCEDURE OR PATTERN MISSING' TO BAD-REASON
005730            ELSE
005740              IF AR-DATE IS NOT NUMERIC THEN
005750                MOVE 'AS-OF DATE NOT YYYYMMDD' TO BAD-REASON
005760              ELSE
005770                IF AR-MM LESS THAN 1 OR AR-MM GREATER THAN 12
005780                   OR AR-DD LESS THAN 1
005790                   OR AR-DD GREATER THAN 31 THEN
005800                  MOVE 'AS-OF DATE NOT YYYYMMDD' TO BAD-REASON
005810                ELSE
005820                  MOVE 'Y' TO REQ-VALID-SW
005830                END-IF
005840              END-IF
005850            END-IF
005860          END-IF.
005870
005880******************************************************************
005890* ANSWER ONE CARD - LOAD THE CURRENT STATE OF THE MATCHING       *
005900* PROCEDURES, GATHER THE EVENTS AFTER THE DATE FROM THE LIVE     *
005910* LOG (AND THE ARCHIVE WHEN THE DATE IS OLDER THAN THE LIVE      *
005920* LOG), PRINT EACH PROCEDURE AND SAY WHETHER THE ANSWER IS       *
005930* COMPLETE                                                       *
005940******************************************************************
005950 ANSWER-REQUEST.
005960          MOVE AR-SCHEMA TO RQ-SCHEMA.
005970          MOVE AR-PROCNM TO RQ-PROCNM.
005980          MOVE AR-DATE TO RQ-DATE.
005990          MOVE RQ-DATE TO EDIT-DATE.
006000          PERFORM FORMAT-EDIT-DATE.
006010          MOVE EDIT-MDY TO RQ-DATE-MDY.
006020          PERFORM SET-REQUEST-PATTERN.
006030          MOVE RQ-SCHEMA TO RH-SCHEMA.
006040          MOVE RQ-PROCNM TO RH-PROCNM.
006050          MOVE RQ-DATE-MDY TO RH-DATE.
006060          WRITE REPREC FROM REQHDR
006070            AFTER ADVANCING 2 LINES.
006080          MOVE ZERO TO PROC-COUNT.
006090          MOVE ZERO TO CT-COUNT.
006100          MOVE ZERO TO CP-COUNT.
006110          MOVE ZERO TO FE-COUNT.
006120          MOVE 'N' TO REQ-SHORT-SW.
006130          PERFORM LOAD-CURRENT-TABLES.
006140          PERFORM LOAD-CURRENT-PARMS.
006150          PERFORM BROWSE-LIVE-EVENTS.
006160          IF NOT LIVE-EMPTY
006170             AND RQ-DATE NOT LESS THAN LIVE-LOW THEN
006180            MOVE 'L' TO REQ-SOURCE
006190          ELSE
006200            IF ARCH-OK THEN
006210              PERFORM SCAN-ARCHIVE-EVENTS
006220            END-IF
006230            IF ARCH-OK AND ARCH-LOW NOT GREATER THAN RQ-DATE THEN
006240              MOVE 'A' TO REQ-SOURCE
006250            ELSE
006260              MOVE 'I' TO REQ-SOURCE
006270            END-IF
006280          END-IF.
006290          IF PROC-COUNT EQUAL TO ZERO THEN
006300            MOVE SPACES TO MSG-TEXT
006310            STRING 'NO TABLE HISTORY, SIGNATURE OR CHANGE EVENT '
006320                                  DELIMITED BY SIZE
006330                   'MATCHES THIS REQUEST'
006340                                  DELIMITED BY SIZE
006350              INTO MSG-TEXT
006360            WRITE REPREC FROM MSGLINE
006370              AFTER ADVANCING 2 LINES
006380          ELSE
006390            PERFORM PRINT-ONE-PROC VARYING PX
006400              FROM 1 BY 1 UNTIL PX GREATER THAN PROC-COUNT
006410          END-IF.
006420          PERFORM WRITE-COMPLETENESS.
006430
006440******************************************************************
006450* A LONE * MATCHES EVERY PROCEDURE, A NAME CONTAINING % IS A     *
006460* PATTERN, ANYTHING ELSE MUST MATCH EXACTLY                      *
006470******************************************************************
006480 SET-REQUEST-PATTERN.
006490          MOVE 'N' TO RQ-ALL-SW.
006500          MOVE 'N' TO RQ-GENERIC-SW.
006510          IF RQ-PROCNM EQUAL TO '*' THEN
006520            MOVE 'Y' TO RQ-ALL-SW
006530            MOVE 'Y' TO RQ-GENERIC-SW
006540          ELSE
006550            MOVE ZERO TO PCT-COUNT
006560            INSPECT RQ-PROCNM TALLYING PCT-COUNT FOR ALL '%'
006570            IF PCT-COUNT GREATER THAN ZERO THEN
006580              MOVE 'Y' TO RQ-GENERIC-SW
006590              MOVE RQ-PROCNM TO PAT-WORK
006600              MOVE ZERO TO PAT-LEN
006610              PERFORM MEASURE-PATTERN VARYING LEN-IX
006620                FROM 1 BY 1 UNTIL LEN-IX GREATER THAN 18
006630            END-IF
006640          END-IF.
006650
006660 MEASURE-PATTERN.
006670          IF PAT-CH (LEN-IX) NOT EQUAL TO SPACE THEN
006680            MOVE LEN-IX TO PAT-LEN
006690          END-IF.
006700
006710******************************************************************
006720* SET PROC-MATCH WHEN MATCH-NAME SATISFIES THE REQUEST.  THE     *
006730* PATTERN WALK REMEMBERS THE LAST % AND, ON A MISMATCH, LETS IT  *
006740* SWALLOW ONE MORE CHARACTER OF THE NAME AND TRIES AGAIN         *
006750******************************************************************
006760 MATCH-PROCEDURE.
006770          MOVE 'N' TO PROC-MATCH-SW.
006780          IF RQ-ALL THEN
006790            MOVE 'Y' TO PROC-MATCH-SW
006800          ELSE
006810            IF NOT RQ-GENERIC THEN
006820              IF MATCH-NAME EQUAL TO RQ-PROCNM THEN
006830                MOVE 'Y' TO PROC-MATCH-SW
006840              END-IF
006850            ELSE
006860              MOVE MATCH-NAME TO NAM-WORK
006870              MOVE ZERO TO NAM-LEN
006880              PERFORM MEASURE-NAME VARYING LEN-IX
006890                FROM 1 BY 1 UNTIL LEN-IX GREATER THAN 18
006900              MOVE 1 TO PI
006910              MOVE 1 TO NI
006920              MOVE ZERO TO STAR-PI
006930              MOVE ZERO TO MARK-NI
006940              MOVE 'N' TO MATCH-DONE-SW
006950              PERFORM MATCH-STEP UNTIL MATCH-DONE
006960            END-IF
006970          END-IF.
006980
006990 MEASURE-NAME.
007000          IF NAM-CH (LEN-IX) NOT EQUAL TO SPACE THEN
007010            MOVE LEN-IX TO NAM-LEN
007020          END-IF.
007030
007040 MATCH-STEP.
007050          IF NI NOT GREATER THAN NAM-LEN THEN
007060            IF PI NOT GREATER THAN PAT-LEN
007070               AND PAT-CH (PI) EQUAL TO '%' THEN
007080              MOVE PI TO STAR-PI
007090              MOVE NI TO MARK-NI
007100              ADD 1 TO PI
007110            ELSE
007120              IF PI NOT GREATER THAN PAT-LEN
007130                 AND PAT-CH (PI) EQUAL TO NAM-CH (NI) THEN
007140                ADD 1 TO PI
007150                ADD 1 TO NI
007160              ELSE
007170                IF STAR-PI GREATER THAN ZERO THEN
007180                  COMPUTE PI = STAR-PI + 1
007190                  ADD 1 TO MARK-NI
007200                  MOVE MARK-NI TO NI
007210                ELSE
007220                  MOVE 'Y' TO MATCH-DONE-SW
007230                END-IF
007240              END-IF
007250            END-IF
007260          ELSE
007270            IF PI NOT GREATER THAN PAT-LEN
007280               AND PAT-CH (PI) EQUAL TO '%' THEN
007290              ADD 1 TO PI
007300            ELSE
007310              MOVE 'Y' TO MATCH-DONE-SW
007320              IF PI GREATER THAN PAT-LEN THEN
007330                MOVE 'Y' TO PROC-MATCH-SW
007340              END-IF
007350            END-IF
007360          END-IF.
007370
007380******************************************************************
007390* THE LATEST TBLHIST GENERATION - KEEP THE MATCHING              *
007400* PROCEDURES' TABLES                                             *
007410******************************************************************
007420 LOAD-CURRENT-TABLES.
007430          OPEN INPUT TBLHIST.
007440          IF TBLHIST-STATUS EQUAL TO '00' THEN
007450            MOVE 'N' TO TBLHIST-EOF-SW
007460            PERFORM READ-TBLHIST
007470            PERFORM LOAD-ONE-TABLE UNTIL TBLHIST-EOF
007480            CLOSE TBLHIST
007490          ELSE
007500            MOVE TBLHIST-STATUS TO TBLHISTCODE
007510            WRITE REPREC FROM TBLHISTERR
007520              AFTER ADVANCING 1 LINE
007530            MOVE 'Y' TO REQ-SHORT-SW
007540            MOVE 8 TO RC-WORK
007550            PERFORM RAISE-RETURN-CODE
007560          END-IF.
007570
007580 READ-TBLHIST.
007590          READ TBLHIST
007600            AT END MOVE 'Y' TO TBLHIST-EOF-SW.
007610
007620 LOAD-ONE-TABLE.
007630          IF TH-SCHEMA EQUAL TO RQ-SCHEMA THEN
007640            MOVE TH-PROCNM TO MATCH-NAME
007650            PERFORM MATCH-PROCEDURE
007660            IF PROC-MATCH THEN
007670              MOVE TH-PROCNM TO PL-WK-PROCNM
007680              PERFORM INSERT-PROC-ENTRY
007690              IF CT-COUNT LESS THAN CT-MAX THEN
007700                ADD 1 TO CT-COUNT
007710                MOVE TH-PROCNM TO CT-PROCNM (CT-COUNT)
007720                MOVE TH-TBLNAME TO CT-TBLNAME (CT-COUNT)
007730              ELSE
007740                PERFORM NOTE-TABLE-FULL
007750              END-IF
007760            END-IF
007770          END-IF.
007780          PERFORM READ-TBLHIST.
007790
007800******************************************************************
007810* THE LATEST PRMHIST GENERATION - KEEP THE MATCHING              *
007820* PROCEDURES' PARAMETERS, ALREADY IN SEQUENCE ORDER              *
007830******************************************************************
007840 LOAD-CURRENT-PARMS.
007850          OPEN INPUT PRMHIST.
007860          IF PRMHIST-STATUS EQUAL TO '00' THEN
007870            MOVE 'N' TO PRMHIST-EOF-SW
007880            PERFORM READ-PRMHIST
007890            PERFORM LOAD-ONE-PARM UNTIL PRMHIST-EOF
007900            CLOSE PRMHIST
007910          ELSE
007920            MOVE PRMHIST-STATUS TO PRMHISTCODE
007930            WRITE REPREC FROM PRMHISTERR
007940              AFTER ADVANCING 1 LINE
007950            MOVE 'Y' TO REQ-SHORT-SW
007960            MOVE 8 TO RC-WORK
007970            PERFORM RAISE-RETURN-CODE
007980          END-IF.
007990
008000 READ-PRMHIST.
008010          READ PRMHIST
008020            AT END MOVE 'Y' TO PRMHIST-EOF-SW.
008030
008040 LOAD-ONE-PARM.
008050          IF PM-SCHEMA EQUAL TO RQ-SCHEMA THEN
008060            MOVE PM-PROCNM TO MATCH-NAME
008070            PERFORM MATCH-PROCEDURE
008080            IF PROC-MATCH THEN
008090              MOVE PM-PROCNM TO PL-WK-PROCNM
008100              PERFORM INSERT-PROC-ENTRY
008110              IF CP-COUNT LESS THAN CP-MAX THEN
008120                ADD 1 TO CP-COUNT
008130                MOVE PM-PROCNM TO CP-PROCNM (CP-COUNT)
008140                MOVE PM-SEQ TO CP-SEQ (CP-COUNT)
008150                MOVE PM-NAME TO CP-NAME (CP-COUNT)
008160                MOVE PM-TYPE TO CP-TYPE (CP-COUNT)
008170                MOVE PM-MODE TO CP-MODE (CP-COUNT)
008180              ELSE
008190                PERFORM NOTE-TABLE-FULL
008200              END-IF
008210            END-IF
008220          END-IF.
008230          PERFORM READ-PRMHIST.
008240
008250******************************************************************
008260* A WORK TABLE HAS FILLED - SAY SO ONCE PER REQUEST.  THE        *
008270* ANSWER IS PRINTED BUT MARKED INCOMPLETE                        *
008280******************************************************************
008290 NOTE-TABLE-FULL.
008300          IF NOT REQ-SHORT THEN
008310            MOVE 'Y' TO REQ-SHORT-SW
008320            MOVE SPACES TO MSG-TEXT
008330            STRING 'WORK TABLE FULL - THIS ANSWER IS PARTIAL, '
008340                                  DELIMITED BY SIZE
008350                   'NARROW THE PATTERN'
008360                                  DELIMITED BY SIZE
008370              INTO MSG-TEXT
008380            WRITE REPREC FROM MSGLINE
008390              AFTER ADVANCING 1 LINE
008400            MOVE 4 TO RC-WORK
008410            PERFORM RAISE-RETURN-CODE
008420          END-IF.
008430
008440******************************************************************
008450* EVENTS AFTER THE DATE IN THE LIVE LOG - AN EXACT NAME STARTS   *
008460* AT THE PROCEDURE'S FIRST KEY AFTER THE DATE, A GENERIC ONE AT  *
008470* THE TOP OF THE SCHEMA                                          *
008480******************************************************************
008490 BROWSE-LIVE-EVENTS.
008500          MOVE RQ-SCHEMA TO CG-SCHEMA.
008510          IF RQ-GENERIC THEN
008520            MOVE LOW-VALUES TO CG-PROCNM
008530            MOVE ZERO TO CG-DATE
008540          ELSE
008550            MOVE RQ-PROCNM TO CG-PROCNM
008560            MOVE RQ-DATE TO CG-DATE
008570          END-IF.
008580          MOVE ZERO TO CG-SEQ.
008590          START CHGLOG KEY IS NOT LESS THAN CG-KEY.
008600          IF CHGLOG-STATUS EQUAL TO '00' THEN
008610            MOVE 'N' TO BROWSE-DONE-SW
008620            PERFORM LIVE-EVENT-NEXT UNTIL BROWSE-DONE
008630          END-IF.
008640
008650 LIVE-EVENT-NEXT.
008660          READ CHGLOG NEXT RECORD
008670            AT END MOVE 'Y' TO BROWSE-DONE-SW.
008680          IF NOT BROWSE-DONE THEN
008690            IF CG-SCHEMA NOT EQUAL TO RQ-SCHEMA THEN
008700              MOVE 'Y' TO BROWSE-DONE-SW
008710            ELSE
008720              IF NOT RQ-GENERIC
008730                 AND CG-PROCNM NOT EQUAL TO RQ-PROCNM THEN
008740                MOVE 'Y' TO BROWSE-DONE-SW
008750              ELSE
008760                IF CG-DATE GREATER THAN RQ-DATE THEN
008770                  MOVE CG-PROCNM TO MATCH-NAME
008780                  PERFORM MATCH-PROCEDURE
008790                  IF PROC-MATCH THEN
008800                    MOVE CG-PROCNM TO EV-PROCNM
008810                    MOVE CG-DATE TO EV-DATE
008820                    MOVE CG-SEQ TO EV-SEQ
008830                    MOVE CG-FLAG TO EV-FLAG
008840                    MOVE CG-TBLNAME TO EV-TBLNAME
008850                    MOVE CG-PARMNM TO EV-PARMNM
008860                    PERFORM NOTE-EVENT
008870                  END-IF
008880                END-IF
008890              END-IF
008900            END-IF
008910          END-IF.
008920
008930******************************************************************
008940* EVENTS AFTER THE DATE THAT CALPRET HAS ARCHIVED.  ANYTHING     *
008950* DATED ON OR AFTER THE LIVE LOG'S OLDEST EVENT IS STILL IN THE  *
008960* LIVE LOG AND WAS TAKEN FROM THERE                              *
008970******************************************************************
008980 SCAN-ARCHIVE-EVENTS.
008990          OPEN INPUT CHGARCH.
009000          IF CHGARCH-STATUS EQUAL TO '00' THEN
009010            MOVE 'N' TO CHGARCH-EOF-SW
009020            PERFORM READ-CHGARCH
009030            PERFORM ARCH-EVENT-NEXT UNTIL CHGARCH-EOF
009040            CLOSE CHGARCH
009050          END-IF.
009060
009070 ARCH-EVENT-NEXT.
009080          IF CA-SCHEMA EQUAL TO RQ-SCHEMA
009090             AND CA-DATE GREATER THAN RQ-DATE
009100             AND CA-DATE LESS THAN LIVE-LOW THEN
009110            MOVE CA-PROCNM TO MATCH-NAME
009120            PERFORM MATCH-PROCEDURE
009130            IF PROC-MATCH THEN
009140              MOVE CA-PROCNM TO EV-PROCNM
009150              MOVE CA-DATE TO EV-DATE
009160              MOVE CA-SEQ TO EV-SEQ
009170              MOVE CA-FLAG TO EV-FLAG
009180              MOVE CA-TBLNAME TO EV-TBLNAME
009190              MOVE CA-PARMNM TO EV-PARMNM
009200              PERFORM NOTE-EVENT
009210            END-IF
009220          END-IF.
009230          PERFORM READ-CHGARCH.
009240
009250******************************************************************
009260* KEEP THE EVENT IF IT IS THE EARLIEST YET FOR ITS PROCEDURE     *
009270* AND NAME.  TABLE EVENTS ARE ADDED/DROPPED AND NAME THE TABLE,  *
009280* PARAMETER EVENTS ARE PARMADD/PARMCHG/PARMDEL AND NAME THE      *
009290* PARAMETER IN THE PARAMETER-NAME FIELD                          *
009300******************************************************************
009310 NOTE-EVENT.
009320          MOVE SPACE TO EV-KIND.
009330          IF EV-FLAG EQUAL TO 'ADDED  '
009340             OR EV-FLAG EQUAL TO 'DROPPED' THEN
009350            MOVE 'T' TO EV-KIND
009360            MOVE EV-TBLNAME TO EV-NAME
009370          ELSE
009380            IF EV-FLAG EQUAL TO 'PARMADD'
009390               OR EV-FLAG EQUAL TO 'PARMCHG'
009400               OR EV-FLAG EQUAL TO 'PARMDEL' THEN
009410              MOVE 'P' TO EV-KIND
009420              MOVE EV-PARMNM TO EV-NAME
009470            END-IF
009480          END-IF.
009490          IF EV-KIND NOT EQUAL TO SPACE THEN
009500            MOVE EV-PROCNM TO PL-WK-PROCNM
009510            PERFORM INSERT-PROC-ENTRY
009520            MOVE EV-PROCNM TO FK-PROCNM
009530            MOVE EV-KIND TO FK-KIND
009540            MOVE EV-NAME TO FK-NAME
009550            PERFORM FIND-EVENT
009560            IF FE-FOUND THEN
009570              IF EV-DATE LESS THAN FE-DATE (EX)
009580                 OR (EV-DATE EQUAL TO FE-DATE (EX)
009590                     AND EV-SEQ LESS THAN FE-SEQ (EX)) THEN
009600                MOVE EV-DATE TO FE-DATE (EX)
009610                MOVE EV-SEQ TO FE-SEQ (EX)
009620                MOVE EV-FLAG TO FE-FLAG (EX)
009630              END-IF
009640            ELSE
009650              IF FE-COUNT LESS THAN FE-MAX THEN
009660                ADD 1 TO FE-COUNT
009670                MOVE EV-PROCNM TO FE-PROCNM (FE-COUNT)
009680                MOVE EV-KIND TO FE-KIND (FE-COUNT)
009690                MOVE EV-NAME TO FE-NAME (FE-COUNT)
009700                MOVE EV-DATE TO FE-DATE (FE-COUNT)
009710                MOVE EV-SEQ TO FE-SEQ (FE-COUNT)
009720                MOVE EV-FLAG TO FE-FLAG (FE-COUNT)
009730                MOVE 'N' TO FE-USED-SW (FE-COUNT)
009740              ELSE
009750                PERFORM NOTE-TABLE-FULL
009760              END-IF
009770            END-IF
009780          END-IF.
009790
009800 FIND-EVENT.
009810          MOVE 'N' TO FE-FOUND-SW.
009820          PERFORM FIND-ONE-EVENT VARYING EX
009830            FROM 1 BY 1 UNTIL EX GREATER THAN FE-COUNT
009840                           OR FE-FOUND.
009850          IF FE-FOUND THEN
009860            SUBTRACT 1 FROM EX
009870          END-IF.
009880
009890 FIND-ONE-EVENT.
009900          IF FE-PROCNM (EX) EQUAL TO FK-PROCNM
009910             AND FE-KIND (EX) EQUAL TO FK-KIND
009920             AND FE-NAME (EX) EQUAL TO FK-NAME THEN
009930            MOVE 'Y' TO FE-FOUND-SW
009940          END-IF.
009950
009960******************************************************************
009970* ADD PL-WK-PROCNM TO THE SORTED PROCEDURE LIST UNLESS IT IS     *
009980* ALREADY THERE                                                  *
009990******************************************************************
010000 INSERT-PROC-ENTRY.
010010          MOVE 1 TO BS-LO.
010020          MOVE PROC-COUNT TO BS-HI.
010030          MOVE 'N' TO PL-MATCH-SW.
010040          PERFORM FIND-PROC-SLOT
010050            UNTIL BS-LO GREATER THAN BS-HI.
010060          IF NOT PL-MATCH THEN
010070            IF PROC-COUNT LESS THAN PROC-MAX THEN
010080              MOVE PROC-COUNT TO SHIFT-IX
010090              PERFORM SHIFT-PROC-ENTRY
010100                UNTIL SHIFT-IX LESS THAN BS-LO
010110              ADD 1 TO PROC-COUNT
010120              MOVE PL-WK-PROCNM TO PL-PROCNM (BS-LO)
010130            ELSE
010140              PERFORM NOTE-TABLE-FULL
010150            END-IF
010160          END-IF.
010170
010180 FIND-PROC-SLOT.
010190          COMPUTE BS-MID = (BS-LO + BS-HI) / 2.
010200          IF PL-PROCNM (BS-MID) LESS THAN PL-WK-PROCNM THEN
010210            COMPUTE BS-LO = BS-MID + 1
010220          ELSE
010230            IF PL-PROCNM (BS-MID) EQUAL TO PL-WK-PROCNM THEN
010240              MOVE 'Y' TO PL-MATCH-SW
010250            END-IF
010260            COMPUTE BS-HI = BS-MID - 1
010270          END-IF.
010280
010290 SHIFT-PROC-ENTRY.
010300          MOVE PROC-ENTRY (SHIFT-IX)
010310            TO PROC-ENTRY (SHIFT-IX + 1).
010320          SUBTRACT 1 FROM SHIFT-IX.
010330
010340******************************************************************
010350* PRINT ONE PROCEDURE AS IT STOOD ON THE DATE - ITS TABLES,      *
010360* THEN ITS PARAMETER SIGNATURE                                   *
010370******************************************************************
010380 PRINT-ONE-PROC.
010390          MOVE RQ-SCHEMA TO PH-SCHEMA.
010400          MOVE PL-PROCNM (PX) TO PH-PROCNM.
010410          MOVE RQ-DATE-MDY TO PH-DATE.
010420          WRITE REPREC FROM PROCHDR
010430            AFTER ADVANCING 2 LINES.
010440          MOVE ZERO TO TBL-ON-DATE.
010450          MOVE ZERO TO TBL-ADDED-SINCE.
010460          MOVE ZERO TO PRM-ON-DATE.
010470          MOVE ZERO TO PRM-ADDED-SINCE.
010480          MOVE 'N' TO SIG-INEXACT-SW.
010490          WRITE REPREC FROM TBLCOLHDR
010500            AFTER ADVANCING 1 LINE.
010510          PERFORM PRINT-CURRENT-TABLE VARYING CX
010520            FROM 1 BY 1 UNTIL CX GREATER THAN CT-COUNT.
010530          PERFORM PRINT-DROPPED-TABLE VARYING EX
010540            FROM 1 BY 1 UNTIL EX GREATER THAN FE-COUNT.
010550          IF TBL-ON-DATE EQUAL TO ZERO THEN
010560            MOVE SPACES TO TL-NAME
010570            MOVE '(NO RESULT-SET TABLES ON THE DATE)' TO TL-NOTE
010580            WRITE REPREC FROM TBLLINE
010590              AFTER ADVANCING 1 LINE
010600          END-IF.
010610          MOVE TBL-ON-DATE TO TT-COUNT.
010620          MOVE TBL-ADDED-SINCE TO TT-ADDED.
010630          WRITE REPREC FROM TBLTRL
010640            AFTER ADVANCING 1 LINE.
010650          WRITE REPREC FROM PRMCOLHDR
010660            AFTER ADVANCING 2 LINES.
010670          PERFORM PRINT-CURRENT-PARM VARYING MX
010680            FROM 1 BY 1 UNTIL MX GREATER THAN CP-COUNT.
010690          PERFORM PRINT-REMOVED-PARM VARYING EX
010700            FROM 1 BY 1 UNTIL EX GREATER THAN FE-COUNT.
010710          IF PRM-ON-DATE EQUAL TO ZERO THEN
010720            MOVE SPACES TO PRMLINE
010730            MOVE '(NO PARAMETERS ON THE DATE)' TO PML-NOTE
010740            WRITE REPREC FROM PRMLINE
010750              AFTER ADVANCING 1 LINE
010760          END-IF.
010770          MOVE PRM-ON-DATE TO PT-COUNT.
010780          MOVE PRM-ADDED-SINCE TO PT-ADDED.
010790          WRITE REPREC FROM PRMTRL
010800            AFTER ADVANCING 1 LINE.
010810          IF SIG-INEXACT THEN
010820            MOVE SPACES TO MSG-TEXT
010830            STRING 'SIGNATURE NOT EXACT - THE CHANGE LOG DOES '
010840                                  DELIMITED BY SIZE
010850                   'NOT KEEP THE PRIOR ATTRIBUTES OF A '
010860                                  DELIMITED BY SIZE
010870                   'CHANGED OR REMOVED PARAMETER'
010880                                  DELIMITED BY SIZE
010890              INTO MSG-TEXT
010900            WRITE REPREC FROM MSGLINE
010910              AFTER ADVANCING 1 LINE
010920            MOVE 4 TO RC-WORK
010930            PERFORM RAISE-RETURN-CODE
010940          END-IF.
010941          IF RQ-DATE LESS THAN PARM-LOW THEN
010942            MOVE SPACES TO MSG-TEXT
010943            STRING 'SIGNATURE NOT EXACT - THE DATE IS BEFORE THE '
010944                                  DELIMITED BY SIZE
010945                   'FIRST PARAMETER EVENT ON THE LOG - EARLIER '
010946                                  DELIMITED BY SIZE
010947                   'CHANGES WERE NEVER LOGGED'
010948                                  DELIMITED BY SIZE
010949              INTO MSG-TEXT
010950            WRITE REPREC FROM MSGLINE
010951              AFTER ADVANCING 1 LINE
010952            MOVE 4 TO RC-WORK
010953            PERFORM RAISE-RETURN-CODE
010954          END-IF.
010955
010960******************************************************************
010970* A TABLE IN TODAY'S LIST - LISTED UNLESS ITS FIRST EVENT AFTER  *
010980* THE DATE IS ADDED                                              *
010990******************************************************************
011000 PRINT-CURRENT-TABLE.
011010          IF CT-PROCNM (CX) EQUAL TO PL-PROCNM (PX) THEN
011020            MOVE CT-PROCNM (CX) TO FK-PROCNM
011030            MOVE 'T' TO FK-KIND
011040            MOVE CT-TBLNAME (CX) TO FK-NAME
011050            PERFORM FIND-EVENT
011060            IF NOT FE-FOUND THEN
011070              MOVE CT-TBLNAME (CX) TO TL-NAME
011080              MOVE SPACES TO TL-NOTE
011090              WRITE REPREC FROM TBLLINE
011100                AFTER ADVANCING 1 LINE
011110              ADD 1 TO TBL-ON-DATE
011120            ELSE
011130              MOVE 'Y' TO FE-USED-SW (EX)
011140              IF FE-FLAG (EX) EQUAL TO 'ADDED  ' THEN
011150                ADD 1 TO TBL-ADDED-SINCE
011160              ELSE
011170                MOVE FE-DATE (EX) TO EDIT-DATE
011180                PERFORM FORMAT-EDIT-DATE
011190                MOVE CT-TBLNAME (CX) TO TL-NAME
011200                MOVE SPACES TO TL-NOTE
011210                STRING 'DROPPED '       DELIMITED BY SIZE
011220                       EDIT-MDY         DELIMITED BY SIZE
011230                       ', SINCE RE-ADDED' DELIMITED BY SIZE
011240                  INTO TL-NOTE
011250                WRITE REPREC FROM TBLLINE
011260                  AFTER ADVANCING 1 LINE
011270                ADD 1 TO TBL-ON-DATE
011280              END-IF
011290            END-IF
011300          END-IF.
011310
011320******************************************************************
011330* A TABLE NO LONGER IN THE LIST - IT WAS THERE ON THE DATE IF    *
011340* ITS FIRST EVENT AFTER THE DATE IS DROPPED                      *
011350******************************************************************
011360 PRINT-DROPPED-TABLE.
011370          IF FE-PROCNM (EX) EQUAL TO PL-PROCNM (PX)
011380             AND FE-KIND (EX) EQUAL TO 'T'
011390             AND NOT FE-USED (EX) THEN
011400            IF FE-FLAG (EX) EQUAL TO 'DROPPED' THEN
011410              MOVE FE-DATE (EX) TO EDIT-DATE
011420              PERFORM FORMAT-EDIT-DATE
011430              MOVE FE-NAME (EX) TO TL-NAME
011440              MOVE SPACES TO TL-NOTE
011450              STRING 'DROPPED '       DELIMITED BY SIZE
011460                     EDIT-MDY         DELIMITED BY SIZE
011470                INTO TL-NOTE
011480              WRITE REPREC FROM TBLLINE
011490                AFTER ADVANCING 1 LINE
011500              ADD 1 TO TBL-ON-DATE
011510            ELSE
011520              ADD 1 TO TBL-ADDED-SINCE
011530            END-IF
011540          END-IF.
011550
011560******************************************************************
011570* A PARAMETER IN TODAY'S SIGNATURE.  NO EVENT AFTER THE DATE     *
011580* MEANS IT STOOD AS IT STANDS NOW.  PARMADD MEANS IT WAS NOT     *
011590* THERE.  PARMCHG OR PARMDEL MEANS SOMETHING STOOD IN ITS PLACE  *
011600* WHOSE ATTRIBUTES THE LOG DID NOT KEEP                          *
011610******************************************************************
011620 PRINT-CURRENT-PARM.
011630          IF CP-PROCNM (MX) EQUAL TO PL-PROCNM (PX) THEN
011640            MOVE CP-PROCNM (MX) TO FK-PROCNM
011650            MOVE 'P' TO FK-KIND
011660            MOVE CP-NAME (MX) TO FK-NAME
011670            PERFORM FIND-EVENT
011680            MOVE SPACES TO PRMLINE
011690            MOVE CP-SEQ (MX) TO SEQ-EDIT
011700            MOVE SEQ-EDIT TO PML-SEQ
011710            MOVE CP-NAME (MX) TO PML-NAME
011720            IF NOT FE-FOUND THEN
011730              MOVE CP-TYPE (MX) TO PML-TYPE
011740              MOVE CP-MODE (MX) TO PML-MODE
011750              WRITE REPREC FROM PRMLINE
011760                AFTER ADVANCING 1 LINE
011770              ADD 1 TO PRM-ON-DATE
011780            ELSE
011790              MOVE 'Y' TO FE-USED-SW (EX)
011800              IF FE-FLAG (EX) EQUAL TO 'PARMADD' THEN
011810                ADD 1 TO PRM-ADDED-SINCE
011820              ELSE
011830                MOVE FE-DATE (EX) TO EDIT-DATE
011840                PERFORM FORMAT-EDIT-DATE
011850                IF FE-FLAG (EX) EQUAL TO 'PARMCHG' THEN
011860                  STRING 'CHANGED '   DELIMITED BY SIZE
011870                         EDIT-MDY     DELIMITED BY SIZE
011880                         ' - ATTRIBUTES ON THE DATE UNRECORDED'
011890                                      DELIMITED BY SIZE
011900                    INTO PML-NOTE
011910                ELSE
011920                  STRING 'REMOVED '   DELIMITED BY SIZE
011930                         EDIT-MDY     DELIMITED BY SIZE
011940                         ', RE-ADDED - ATTRIBUTES UNRECORDED'
011950                                      DELIMITED BY SIZE
011960                    INTO PML-NOTE
011970                END-IF
011980                WRITE REPREC FROM PRMLINE
011990                  AFTER ADVANCING 1 LINE
012000                ADD 1 TO PRM-ON-DATE
012010                MOVE 'Y' TO SIG-INEXACT-SW
012020              END-IF
012030            END-IF
012040          END-IF.
012050
012060******************************************************************
012070* A PARAMETER NO LONGER IN THE SIGNATURE - IT WAS THERE ON THE   *
012080* DATE IF ITS FIRST EVENT AFTER THE DATE REMOVED OR CHANGED IT,  *
012090* BUT ITS POSITION AND ATTRIBUTES WERE NOT KEPT                  *
012100******************************************************************
012110 PRINT-REMOVED-PARM.
012120          IF FE-PROCNM (EX) EQUAL TO PL-PROCNM (PX)
012130             AND FE-KIND (EX) EQUAL TO 'P'
012140             AND NOT FE-USED (EX) THEN
012150            IF FE-FLAG (EX) EQUAL TO 'PARMADD' THEN
012160              ADD 1 TO PRM-ADDED-SINCE
012170            ELSE
012180              MOVE FE-DATE (EX) TO EDIT-DATE
012190              PERFORM FORMAT-EDIT-DATE
012200              MOVE SPACES TO PRMLINE
012210              MOVE FE-NAME (EX) TO PML-NAME
012220              IF FE-FLAG (EX) EQUAL TO 'PARMDEL' THEN
012230                STRING 'REMOVED '   DELIMITED BY SIZE
012240                       EDIT-MDY     DELIMITED BY SIZE
012250                       ' - POSITION/ATTRIBUTES UNRECORDED'
012260                                    DELIMITED BY SIZE
012270                  INTO PML-NOTE
012280              ELSE
012290                STRING 'CHANGED '   DELIMITED BY SIZE
012300                       EDIT-MDY     DELIMITED BY SIZE
012310                       ', LATER REMOVED - UNRECORDED'
012320                                    DELIMITED BY SIZE
012330                  INTO PML-NOTE
012340              END-IF
012350              WRITE REPREC FROM PRMLINE
012360                AFTER ADVANCING 1 LINE
012370              ADD 1 TO PRM-ON-DATE
012380              MOVE 'Y' TO SIG-INEXACT-SW
012390            END-IF
012400          END-IF.
012410
012420******************************************************************
012430* CLOSE THE REQUEST WITH WHETHER EVERY EVENT AFTER THE DATE WAS  *
012440* SEEN.  THE LIVE LOG IS ENOUGH WHEN THE DATE IS NOT OLDER THAN  *
012450* ITS OLDEST EVENT; OTHERWISE THE ARCHIVE MUST REACH BACK TO THE *
012460* DATE.  A MISSING YEAR IN THE MIDDLE OF A CONCATENATED ARCHIVE  *
012470* CANNOT BE SEEN HERE - SUPPLY EVERY YEAR FROM THE DATE ON       *
012480******************************************************************
012490 WRITE-COMPLETENESS.
012500          MOVE SPACES TO MSG-TEXT.
012510          IF REQ-SHORT THEN
012520            MOVE '*** ANSWER INCOMPLETE - SEE THE MESSAGES ABOVE'
012530              TO MSG-TEXT
012540            WRITE REPREC FROM MSGLINE
012550              AFTER ADVANCING 2 LINES
012560          ELSE
012570            IF REQ-FROM-LIVE THEN
012580              STRING 'ANSWER COMPLETE - EVERY CHANGE SINCE THE '
012590                                    DELIMITED BY SIZE
012600                     'DATE IS IN THE LIVE CHANGE LOG'
012610                                    DELIMITED BY SIZE
012620                INTO MSG-TEXT
012630              WRITE REPREC FROM MSGLINE
012640                AFTER ADVANCING 2 LINES
012650            ELSE
012660              IF REQ-FROM-ARCHIVE THEN
012670                MOVE LIVE-LOW TO EDIT-DATE
012680                PERFORM FORMAT-EDIT-DATE
012690                STRING 'ANSWER COMPLETE - CHANGES BEFORE '
012700                                    DELIMITED BY SIZE
012710                       EDIT-MDY     DELIMITED BY SIZE
012720                       ' WERE READ FROM THE CHGARCH ARCHIVE'
012730                                    DELIMITED BY SIZE
012740                  INTO MSG-TEXT
012750                WRITE REPREC FROM MSGLINE
012760                  AFTER ADVANCING 2 LINES
012770              ELSE
012780                PERFORM WRITE-INCOMPLETE
012790              END-IF
012800            END-IF
012810          END-IF.
012820
012830 WRITE-INCOMPLETE.
012840          IF LIVE-EMPTY THEN
012850            MOVE '*** ANSWER INCOMPLETE - THE LIVE LOG IS EMPTY'
012860              TO MSG-TEXT
012870          ELSE
012880            MOVE LIVE-LOW TO EDIT-DATE
012890            PERFORM FORMAT-EDIT-DATE
012900            STRING '*** ANSWER INCOMPLETE - CALPRET HAS ARCHIVED '
012910                                  DELIMITED BY SIZE
012920                   'THE CHANGES BEFORE '
012930                                  DELIMITED BY SIZE
012940                   EDIT-MDY       DELIMITED BY SIZE
012950              INTO MSG-TEXT
012960          END-IF.
012970          WRITE REPREC FROM MSGLINE
012980            AFTER ADVANCING 2 LINES.
012990          MOVE SPACES TO MSG-TEXT.
013000          STRING '    RERUN WITH THE '
013010                                DELIMITED BY SIZE
013020                 AR-YYYY        DELIMITED BY SIZE
013030                 ' AND EVERY LATER YEARLY ARCHIVE '
013040                                DELIMITED BY SIZE
013050                 'CONCATENATED ON CHGARCH'
013060                                DELIMITED BY SIZE
013070            INTO MSG-TEXT.
013080          WRITE REPREC FROM MSGLINE
013090            AFTER ADVANCING 1 LINE.
013100          MOVE 4 TO RC-WORK.
013110          PERFORM RAISE-RETURN-CODE.
013120
013130******************************************************************
013140* FORMAT A YYYYMMDD DATE AS MM/DD/YYYY FOR PRINTING              *
013150******************************************************************
013160 FORMAT-EDIT-DATE.
013170          MOVE SPACES TO EDIT-MDY.
013180          STRING EDIT-MM   DELIMITED BY SIZE
013190                 '/'       DELIMITED BY SIZE
013200                 EDIT-DD   DELIMITED BY SIZE
013210                 '/'       DELIMITED BY SIZE
013220                 EDIT-YYYY DELIMITED BY SIZE
013230            INTO EDIT-MDY.
