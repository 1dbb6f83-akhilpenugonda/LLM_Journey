000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALPOWN.
000030 AUTHOR.        R L HASKINS.
000040 INSTALLATION.  DB2 CATALOG REPORTING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY                                           *
000090* ----------------------------------------------------------------
000100* 10/15/2026  RLH  ORIGINAL VERSION - BATCH MAINTENANCE FOR THE  *
000110*                  PROCEDURE OWNERSHIP MASTER, THE KEYED CLUSTER *
000120*                  CALPNTF AND CALPDIG USE TO ROUTE FAILURES AND *
000130*                  CHANGES TO THE OWNING TEAM.  ONE ENTRY PER    *
000140*                  SCHEMA/PROCNM, OR A GENERIC ENTRY (A LONE * OR*
000150*                  A % PATTERN IN THE PROCNM) COVERING A GROUP,  *
000160*                  CARRYING THE TEAM, CONTACT, PAGER GROUP AND   *
000170*                  ESCALATION LEVEL.  ADD, CHANGE AND DELETE     *
000180*                  TRANSACTIONS ARE EDITED THE WAY CALPMNT EDITS *
000190*                  CTLCARD ADDS AND APPLIED BY KEY, EVERY ONE    *
000200*                  REPORTED AS APPLIED OR REFUSED WITH A REASON, *
000210*                  AND THE MASTER IS LISTED AFTERWARDS           *
000220******************************************************************
000230
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT REPOUT
000290            ASSIGN TO UT-S-SYSPRINT.
000300     SELECT OWNTRN
000310            ASSIGN TO UT-S-OWNTRN.
000320*        OPTIONAL SO THE FIRST RUN CAN OPEN THE NEWLY DEFINED,
000330*        NEVER-LOADED CLUSTER I-O AND LOAD IT
000340     SELECT OPTIONAL OWNER
000350            ASSIGN TO OWNER
000360            ORGANIZATION IS INDEXED
000370            ACCESS IS DYNAMIC
000380            RECORD KEY IS OW-KEY
000390            FILE STATUS IS OWNER-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  REPOUT
000440         RECORD CONTAINS 127 CHARACTERS
000450         LABEL RECORDS ARE OMITTED
000460         DATA RECORD IS REPREC.
000470 01  REPREC                     PIC X(127).
000480
000490 FD  OWNTRN
000500         RECORD CONTAINS 80 CHARACTERS
000510         LABEL RECORDS ARE OMITTED
000520         DATA RECORD IS TRN-RECORD.
000530 01  TRN-RECORD.
000540     05  TRN-ACTION             PIC X(03).
000550         88  TRN-ADD            VALUE 'ADD'.
000560         88  TRN-CHANGE         VALUE 'CHG'.
000570         88  TRN-DELETE         VALUE 'DEL'.
000580     05  FILLER                 PIC X(01).
000590     05  TRN-PROCNM             PIC X(18).
000600     05  TRN-SCHEMA             PIC X(08).
000610     05  FILLER                 PIC X(01).
000620     05  TRN-TEAM               PIC X(12).
000630     05  FILLER                 PIC X(01).
000640     05  TRN-PAGER              PIC X(08).
000650     05  FILLER                 PIC X(01).
000660     05  TRN-ESCL               PIC X(01).
000670         88  TRN-ESCL-VALID     VALUE '1' '2' '3'.
000680     05  FILLER                 PIC X(01).
000690     05  TRN-CONTACT            PIC X(25).
000700
000710 FD  OWNER
000720         RECORD CONTAINS 100 CHARACTERS
000730         DATA RECORD IS OWNER-REC.
000740 01  OWNER-REC.
000750     05  OW-KEY.
000760         10  OW-SCHEMA          PIC X(08).
000770         10  OW-PROCNM          PIC X(18).
000780     05  OW-TEAM                PIC X(12).
000790     05  OW-PAGER               PIC X(08).
000800     05  OW-ESCL                PIC X(01).
000810     05  OW-CONTACT             PIC X(25).
000820     05  OW-UPD-DATE            PIC 9(08).
000830     05  FILLER                 PIC X(20).
000840
000850 WORKING-STORAGE SECTION.
000860******************************************************************
000870* REPORT LINE LAYOUTS                                            *
000880******************************************************************
000890 01  RPTHDR1.
000900         02  FILLER    PIC X(43) VALUE
000910               'CALPOWN - PROCEDURE OWNERSHIP MAINTENANCE  '.
000920         02  FILLER    PIC X(84) VALUE SPACES.
000930 01  COLHDR1.
000940         02  FILLER    PIC X(04) VALUE 'ACT'.
000950         02  FILLER    PIC X(09) VALUE 'STATUS'.
000960         02  FILLER    PIC X(07) VALUE 'REASON'.
000970         02  FILLER    PIC X(04) VALUE 'CARD'.
000980         02  FILLER    PIC X(103) VALUE SPACES.
000990 01  ACTLINE.
001000         02  ACT-ACTION PIC X(03).
001010         02  FILLER     PIC X(01) VALUE SPACES.
001020         02  ACT-STATUS PIC X(08).
001030         02  FILLER     PIC X(01) VALUE SPACES.
001040         02  ACT-REASON PIC X(04).
001050         02  FILLER     PIC X(03) VALUE SPACES.
001060         02  ACT-CARD   PIC X(80).
001070         02  FILLER     PIC X(27) VALUE SPACES.
001080 01  CNTLINE.
001090         02  CNT-LABEL  PIC X(36).
001100         02  CNT-VALUE  PIC ZZZ,ZZZ,ZZ9.
001110         02  FILLER     PIC X(80) VALUE SPACES.
001120 01  LSTHDR1.
001130         02  FILLER    PIC X(31) VALUE
001140               ' OWNERSHIP MASTER AFTER THIS RU'.
001150         02  FILLER    PIC X(01) VALUE 'N'.
001160         02  FILLER    PIC X(95) VALUE SPACES.
001170 01  LSTHDR2.
001180         02  FILLER    PIC X(36) VALUE
001190               ' SCHEMA    PROCEDURE           TEAM'.
001200         02  FILLER    PIC X(40) VALUE
001210               '         PAGER     ESC  CONTACT         '.
001220         02  FILLER    PIC X(51) VALUE
001230               '           UPDATED'.
001240 01  LSTLINE.
001250         02  FILLER     PIC X(01) VALUE SPACES.
001260         02  LST-SCHEMA PIC X(08).
001270         02  FILLER     PIC X(02) VALUE SPACES.
001280         02  LST-PROCNM PIC X(18).
001290         02  FILLER     PIC X(02) VALUE SPACES.
001300         02  LST-TEAM   PIC X(12).
001310         02  FILLER     PIC X(02) VALUE SPACES.
001320         02  LST-PAGER  PIC X(08).
001330         02  FILLER     PIC X(03) VALUE SPACES.
001340         02  LST-ESCL   PIC X(01).
001350         02  FILLER     PIC X(03) VALUE SPACES.
001360         02  LST-CONTACT PIC X(25).
001370         02  FILLER     PIC X(02) VALUE SPACES.
001380         02  LST-UPDATED PIC X(10).
001390         02  FILLER     PIC X(30) VALUE SPACES.
001400 01  OWNERERR.
001410         02  FILLER    PIC X(44) VALUE
001420               ' OWNERSHIP MASTER OPEN FAILED, FILE STATUS ='.
001430         02  FILLER    PIC X(01) VALUE SPACES.
001440         02  OWNERCODE PIC X(02).
001450         02  FILLER    PIC X(80) VALUE SPACES.
001460
001470******************************************************************
001480* OWNERSHIP EDIT WORK AREA - THE SAME CHARACTER SCAN CALPMNT     *
001490* MAKES ON A CTLCARD ADD: ANYTHING BUT A-Z, 0-9, @, #, $ OR      *
001500* UNDERSCORE IS INVALID, AS IS ANY CHARACTER AFTER AN EMBEDDED   *
001510* BLANK; A LONE * OR A % PATTERN IS A LEGAL GENERIC PROCNM       *
001520******************************************************************
001530 01  EDIT-NAME.
001540     05  EDIT-NAME-CH OCCURS 18 TIMES PIC X(01).
001550         88  NAME-CH-SPACE      VALUE SPACE.
001560         88  NAME-CH-VALID      VALUE 'A' THRU 'I'
001570                                      'J' THRU 'R'
001580                                      'S' THRU 'Z'
001590                                      '0' THRU '9'
001600                                      '@' '#' '$' '_'.
001610         88  NAME-CH-WILD       VALUE '%'.
001620 01  REJ-REASON-WK              PIC X(04).
001630 01  ALL-PROCS-CARD             PIC X(18) VALUE '*'.
001640
001650******************************************************************
001660* WORK AREAS                                                     *
001670******************************************************************
001680 01  RUN-DATE                   PIC 9(08).
001690 01  EDIT-DATE                  PIC 9(08).
001700 01  EDIT-DATE-R REDEFINES EDIT-DATE.
001710     05  EDIT-YYYY              PIC 9(04).
001720     05  EDIT-MM                PIC 9(02).
001730     05  EDIT-DD                PIC 9(02).
001740 01  EDIT-MDY                   PIC X(10).
001750
001760******************************************************************
001770* RUN TOTALS FOR THE SUMMARY                                     *
001780******************************************************************
001790 77  TRANS-READ                 PIC S9(09) COMP VALUE ZERO.
001800 77  ADDS-DONE                  PIC S9(09) COMP VALUE ZERO.
001810 77  ADDS-REFUSED               PIC S9(09) COMP VALUE ZERO.
001820 77  CHGS-DONE                  PIC S9(09) COMP VALUE ZERO.
001830 77  CHGS-REFUSED               PIC S9(09) COMP VALUE ZERO.
001840 77  DELS-DONE                  PIC S9(09) COMP VALUE ZERO.
001850 77  DELS-REFUSED               PIC S9(09) COMP VALUE ZERO.
001860 77  MASTER-OUT                 PIC S9(09) COMP VALUE ZERO.
001870
001880******************************************************************
001890* SWITCHES                                                       *
001900******************************************************************
001910 01  OWNTRN-EOF-SW              PIC X(01) VALUE 'N'.
001920     88  OWNTRN-EOF             VALUE 'Y'.
001930 01  BROWSE-DONE-SW             PIC X(01) VALUE 'N'.
001940     88  BROWSE-DONE            VALUE 'Y'.
001950 01  NAME-BAD-SW                PIC X(01) VALUE 'N'.
001960     88  NAME-BAD               VALUE 'Y'.
001970 01  BLANK-SEEN-SW              PIC X(01) VALUE 'N'.
001980     88  BLANK-SEEN             VALUE 'Y'.
001990 01  WILD-OK-SW                 PIC X(01) VALUE 'N'.
002000     88  WILD-OK                VALUE 'Y'.
002010 01  JOB-FAILED-SW              PIC X(01) VALUE 'N'.
002020     88  JOB-FAILED             VALUE 'Y'.
002030 01  ANY-REFUSED-SW             PIC X(01) VALUE 'N'.
002040     88  ANY-REFUSED            VALUE 'Y'.
002050 01  OWNER-STATUS               PIC X(02).
002060 77  CX                         PIC S9(04) COMP.
002070
002080 PROCEDURE DIVISION.
002090******************************************************************
002100* MAINLINE - OPEN THE MASTER FOR UPDATE, APPLY EVERY             *
002110* TRANSACTION, THEN LIST THE MASTER AND THE ACTIVITY SUMMARY.    *
002120* RETURN CODE 0 EVERYTHING APPLIED, 4 SOMETHING WAS REFUSED, 8   *
002130* THE MASTER COULD NOT BE OPENED OR UPDATED                      *
002140******************************************************************
002150 PROG-START.
002160          OPEN OUTPUT REPOUT.
002170          MOVE SPACES TO REPREC.
002180          WRITE REPREC FROM RPTHDR1
002190            AFTER ADVANCING 1 LINE.
002200          WRITE REPREC FROM COLHDR1
002210            AFTER ADVANCING 2 LINES.
002220          ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002230          OPEN I-O OWNER.
002240          IF OWNER-STATUS EQUAL TO '00'
002250             OR OWNER-STATUS EQUAL TO '05'
002260             OR OWNER-STATUS EQUAL TO '97' THEN
002270            PERFORM APPLY-TRANSACTIONS
002280            PERFORM LIST-OWNER-MASTER
002290            CLOSE OWNER
002300          ELSE
002310            MOVE OWNER-STATUS TO OWNERCODE
002320            WRITE REPREC FROM OWNERERR
002330              AFTER ADVANCING 1 LINE
002340            MOVE 'Y' TO JOB-FAILED-SW
002350          END-IF.
002360          PERFORM WRITE-RUN-SUMMARY.
002370 PROG-END.
002380          CLOSE REPOUT.
002390          IF JOB-FAILED THEN
002400            MOVE 8 TO RETURN-CODE
002410          ELSE
002420            IF ANY-REFUSED THEN
002430              MOVE 4 TO RETURN-CODE
002440            ELSE
002450              MOVE 0 TO RETURN-CODE
002460            END-IF
002470          END-IF.
002480          GOBACK.
002490
002500******************************************************************
002510* WORK THE TRANSACTION FILE, ONE ADD, CHANGE OR DELETE PER CARD  *
002520******************************************************************
002530 APPLY-TRANSACTIONS.
002540          OPEN INPUT OWNTRN.
002550          MOVE 'N' TO OWNTRN-EOF-SW.
002560          PERFORM READ-OWNTRN.
002570          PERFORM APPLY-ONE-TRANS UNTIL OWNTRN-EOF.
002580          CLOSE OWNTRN.
002590
002600 READ-OWNTRN.
002610          READ OWNTRN
002620            AT END MOVE 'Y' TO OWNTRN-EOF-SW.
002630
002640 APPLY-ONE-TRANS.
002650          ADD 1 TO TRANS-READ.
002660          MOVE TRN-ACTION TO ACT-ACTION.
002670          MOVE TRN-RECORD TO ACT-CARD.
002680          IF TRN-ADD THEN
002690            PERFORM APPLY-ADD-TRANS
002700          ELSE
002710            IF TRN-CHANGE THEN
002720              PERFORM APPLY-CHANGE-TRANS
002730            ELSE
002740              IF TRN-DELETE THEN
002750                PERFORM APPLY-DELETE-TRANS
002760              ELSE
002770*                   AN ACTION CODE OTHER THAN ADD, CHG OR DEL IS A
002780*                   KEYING ERROR - SAY SO, NOT SKIP SILENTLY
002790                MOVE 'ACTN' TO REJ-REASON-WK
002800                PERFORM NOTE-REFUSED
002810              END-IF
002820            END-IF
002830          END-IF.
002840          WRITE REPREC FROM ACTLINE
002850            AFTER ADVANCING 1 LINE.
002860          PERFORM READ-OWNTRN.
002870
002880******************************************************************
002890* AN ADD NEEDS A CLEAN KEY (THE CTLCARD NAME EDITS), A TEAM, A   *
002900* PAGER GROUP AND AN ESCALATION LEVEL OF 1 TO 3.  REASON CODES - *
002910* PROC BLANK PROCNM, SCHM BLANK SCHEMA, CHAR INVALID CHARACTER,  *
002920* TEAM NO TEAM, PAGR NO PAGER GROUP, ESCL BAD ESCALATION LEVEL,  *
002930* DUPE KEY ALREADY ON THE MASTER, IOER UNEXPECTED FILE STATUS    *
002940******************************************************************
002950 APPLY-ADD-TRANS.
002960          PERFORM CHECK-TRANS-KEY.
002970          IF REJ-REASON-WK EQUAL TO SPACES THEN
002980            IF TRN-TEAM EQUAL TO SPACES THEN
002990              MOVE 'TEAM' TO REJ-REASON-WK
003000            ELSE
003010              IF TRN-PAGER EQUAL TO SPACES THEN
003020                MOVE 'PAGR' TO REJ-REASON-WK
003030              ELSE
003040                IF NOT TRN-ESCL-VALID THEN
003050                  MOVE 'ESCL' TO REJ-REASON-WK
003060                END-IF
003070              END-IF
003080            END-IF
003090          END-IF.
003100          IF REJ-REASON-WK EQUAL TO SPACES THEN
003110            MOVE SPACES TO OWNER-REC
003120            MOVE TRN-SCHEMA TO OW-SCHEMA
003130            MOVE TRN-PROCNM TO OW-PROCNM
003140            MOVE TRN-TEAM TO OW-TEAM
003150            MOVE TRN-PAGER TO OW-PAGER
003160            MOVE TRN-ESCL TO OW-ESCL
003170            MOVE TRN-CONTACT TO OW-CONTACT
003180            MOVE RUN-DATE TO OW-UPD-DATE
003190            WRITE OWNER-REC
003200            IF OWNER-STATUS EQUAL TO '22' THEN
003210              MOVE 'DUPE' TO REJ-REASON-WK
003220            ELSE
003230              IF OWNER-STATUS NOT EQUAL TO '00' THEN
003240                MOVE 'IOER' TO REJ-REASON-WK
003250                MOVE 'Y' TO JOB-FAILED-SW
003260              END-IF
003270            END-IF
003280          END-IF.
003290          IF REJ-REASON-WK EQUAL TO SPACES THEN
003300            ADD 1 TO ADDS-DONE
003310            PERFORM NOTE-APPLIED
003320          ELSE
003330            ADD 1 TO ADDS-REFUSED
003340            PERFORM NOTE-REFUSED
003350          END-IF.
003360
003370******************************************************************
003380* A CHANGE REPLACES ONLY THE FIELDS THE CARD FILLS IN - A BLANK  *
003390* TEAM, PAGER, LEVEL OR CONTACT KEEPS WHAT IS ON THE MASTER.     *
003400* NOFD MEANS NO ENTRY HAS THAT EXACT KEY                         *
003410******************************************************************
003420 APPLY-CHANGE-TRANS.
003430          PERFORM CHECK-TRANS-KEY.
003440          IF REJ-REASON-WK EQUAL TO SPACES
003450             AND TRN-ESCL NOT EQUAL TO SPACE
003460             AND NOT TRN-ESCL-VALID THEN
003470            MOVE 'ESCL' TO REJ-REASON-WK
003480          END-IF.
003490          IF REJ-REASON-WK EQUAL TO SPACES THEN
003500            MOVE TRN-SCHEMA TO OW-SCHEMA
003510            MOVE TRN-PROCNM TO OW-PROCNM
003520            READ OWNER
003530            IF OWNER-STATUS EQUAL TO '23' THEN
003540              MOVE 'NOFD' TO REJ-REASON-WK
003550            ELSE
003560              IF OWNER-STATUS NOT EQUAL TO '00' THEN
003570                MOVE 'IOER' TO REJ-REASON-WK
003580                MOVE 'Y' TO JOB-FAILED-SW
003590              END-IF
003600            END-IF
003610          END-IF.
003620          IF REJ-REASON-WK EQUAL TO SPACES THEN
003630            IF TRN-TEAM NOT EQUAL TO SPACES THEN
003640              MOVE TRN-TEAM TO OW-TEAM
003650            END-IF
003660            IF TRN-PAGER NOT EQUAL TO SPACES THEN
003670              MOVE TRN-PAGER TO OW-PAGER
003680            END-IF
003690            IF TRN-ESCL NOT EQUAL TO SPACE THEN
003700              MOVE TRN-ESCL TO OW-ESCL
003710            END-IF
003720            IF TRN-CONTACT NOT EQUAL TO SPACES THEN
003730              MOVE TRN-CONTACT TO OW-CONTACT
003740            END-IF
003750            MOVE RUN-DATE TO OW-UPD-DATE
003760            REWRITE OWNER-REC
003770            IF OWNER-STATUS NOT EQUAL TO '00' THEN
003780              MOVE 'IOER' TO REJ-REASON-WK
003790              MOVE 'Y' TO JOB-FAILED-SW
003800            END-IF
003810          END-IF.
003820          IF REJ-REASON-WK EQUAL TO SPACES THEN
003830            ADD 1 TO CHGS-DONE
003840            PERFORM NOTE-APPLIED
003850          ELSE
003860            ADD 1 TO CHGS-REFUSED
003870            PERFORM NOTE-REFUSED
003880          END-IF.
003890
003900******************************************************************
003910* A DELETE MUST NAME AN ENTRY EXACTLY - GENERIC ENTRIES ARE      *
003920* DELETED BY THEIR OWN * OR % KEY, NEVER BY A NAME THEY COVER    *
003930******************************************************************
003940 APPLY-DELETE-TRANS.
003950          MOVE SPACES TO REJ-REASON-WK.
003960          MOVE TRN-SCHEMA TO OW-SCHEMA.
003970          MOVE TRN-PROCNM TO OW-PROCNM.
003980          DELETE OWNER RECORD.
003990          IF OWNER-STATUS EQUAL TO '23' THEN
004000            MOVE 'NOFD' TO REJ-REASON-WK
004010          ELSE
004020            IF OWNER-STATUS NOT EQUAL TO '00' THEN
004030              MOVE 'IOER' TO REJ-REASON-WK
004040              MOVE 'Y' TO JOB-FAILED-SW
004050            END-IF
004060          END-IF.
004070          IF REJ-REASON-WK EQUAL TO SPACES THEN
004080            ADD 1 TO DELS-DONE
004090            PERFORM NOTE-APPLIED
004100          ELSE
004110            ADD 1 TO DELS-REFUSED
004120            PERFORM NOTE-REFUSED
004130          END-IF.
004140
004150 NOTE-APPLIED.
004160          MOVE 'APPLIED ' TO ACT-STATUS.
004170          MOVE SPACES TO ACT-REASON.
004180
004190 NOTE-REFUSED.
004200          MOVE 'REFUSED ' TO ACT-STATUS.
004210          MOVE REJ-REASON-WK TO ACT-REASON.
004220          MOVE 'Y' TO ANY-REFUSED-SW.
004230
004240******************************************************************
004250* EDIT THE KEY OF AN ADD OR CHANGE CARD                          *
004260******************************************************************
004270 CHECK-TRANS-KEY.
004280          MOVE SPACES TO REJ-REASON-WK.
004290          IF TRN-PROCNM EQUAL TO SPACES THEN
004300            MOVE 'PROC' TO REJ-REASON-WK
004310          ELSE
004320            IF TRN-SCHEMA EQUAL TO SPACES THEN
004330              MOVE 'SCHM' TO REJ-REASON-WK
004340            ELSE
004350              PERFORM CHECK-CARD-NAMES
004360            END-IF
004370          END-IF.
004380
004390******************************************************************
004400* CHARACTER-EDIT THE PROCNM AND SCHEMA FIELDS, AS IN CALPMNT     *
004410******************************************************************
004420 CHECK-CARD-NAMES.
004430*                   A LONE * MEANS EVERY PROCEDURE IN THE SCHEMA
004440*                   AND A % MAKES THE NAME A LIKE PATTERN - BOTH
004450*                   ARE LEGAL GENERIC OWNERSHIP ENTRIES
004460          IF TRN-PROCNM NOT EQUAL TO ALL-PROCS-CARD THEN
004470            MOVE TRN-PROCNM TO EDIT-NAME
004480            MOVE 'Y' TO WILD-OK-SW
004490            PERFORM CHECK-NAME-FIELD
004500            IF NAME-BAD THEN
004510              MOVE 'CHAR' TO REJ-REASON-WK
004520            END-IF
004530          END-IF.
004540          IF REJ-REASON-WK EQUAL TO SPACES THEN
004550            MOVE TRN-SCHEMA TO EDIT-NAME
004560            MOVE 'N' TO WILD-OK-SW
004570            PERFORM CHECK-NAME-FIELD
004580            IF NAME-BAD THEN
004590              MOVE 'CHAR' TO REJ-REASON-WK
004600            END-IF
004610          END-IF.
004620
004630 CHECK-NAME-FIELD.
004640          MOVE 'N' TO NAME-BAD-SW.
004650          MOVE 'N' TO BLANK-SEEN-SW.
004660          PERFORM CHECK-NAME-CHAR VARYING CX
004670            FROM 1 BY 1 UNTIL CX GREATER THAN 18.
004680
004690 CHECK-NAME-CHAR.
004700          IF NAME-CH-SPACE (CX) THEN
004710            MOVE 'Y' TO BLANK-SEEN-SW
004720          ELSE
004730            IF BLANK-SEEN THEN
004740              MOVE 'Y' TO NAME-BAD-SW
004750            ELSE
004760              IF NOT NAME-CH-VALID (CX)
004770                 AND NOT (WILD-OK AND NAME-CH-WILD (CX)) THEN
004780                MOVE 'Y' TO NAME-BAD-SW
004790              END-IF
004800            END-IF
004810          END-IF.
004820
004830******************************************************************
004840* LIST THE WHOLE MASTER IN KEY ORDER AS IT STANDS AFTER THE RUN  *
004850******************************************************************
004860 LIST-OWNER-MASTER.
004870          WRITE REPREC FROM LSTHDR1
004880            AFTER ADVANCING 2 LINES.
004890          WRITE REPREC FROM LSTHDR2
004900            AFTER ADVANCING 1 LINE.
004910          MOVE LOW-VALUES TO OW-KEY.
004920          START OWNER KEY IS NOT LESS THAN OW-KEY.
004930          IF OWNER-STATUS EQUAL TO '00' THEN
004940            MOVE 'N' TO BROWSE-DONE-SW
004950            PERFORM LIST-OWNER-NEXT UNTIL BROWSE-DONE
004960          END-IF.
004970
004980 LIST-OWNER-NEXT.
004990          READ OWNER NEXT RECORD
005000            AT END MOVE 'Y' TO BROWSE-DONE-SW.
005010          IF NOT BROWSE-DONE THEN
005020            ADD 1 TO MASTER-OUT
005030            MOVE OW-SCHEMA TO LST-SCHEMA
005040            MOVE OW-PROCNM TO LST-PROCNM
005050            MOVE OW-TEAM TO LST-TEAM
005060            MOVE OW-PAGER TO LST-PAGER
005070            MOVE OW-ESCL TO LST-ESCL
005080            MOVE OW-CONTACT TO LST-CONTACT
005090            MOVE OW-UPD-DATE TO EDIT-DATE
005100            PERFORM FORMAT-EDIT-DATE
005110            MOVE EDIT-MDY TO LST-UPDATED
005120            WRITE REPREC FROM LSTLINE
005130              AFTER ADVANCING 1 LINE
005140          END-IF.
005150
005160 WRITE-RUN-SUMMARY.
005170          MOVE SPACES TO CNTLINE.
005180          MOVE ' TRANSACTIONS READ' TO CNT-LABEL.
005190          MOVE TRANS-READ TO CNT-VALUE.
005200          WRITE REPREC FROM CNTLINE
005210            AFTER ADVANCING 2 LINES.
005220          MOVE ' ADDS APPLIED' TO CNT-LABEL.
005230          MOVE ADDS-DONE TO CNT-VALUE.
005240          WRITE REPREC FROM CNTLINE
005250            AFTER ADVANCING 1 LINE.
005260          MOVE ' ADDS REFUSED' TO CNT-LABEL.
005270          MOVE ADDS-REFUSED TO CNT-VALUE.
005280          WRITE REPREC FROM CNTLINE
005290            AFTER ADVANCING 1 LINE.
005300          MOVE ' CHANGES APPLIED' TO CNT-LABEL.
005310          MOVE CHGS-DONE TO CNT-VALUE.
005320          WRITE REPREC FROM CNTLINE
005330            AFTER ADVANCING 1 LINE.
005340          MOVE ' CHANGES REFUSED' TO CNT-LABEL.
005350          MOVE CHGS-REFUSED TO CNT-VALUE.
005360          WRITE REPREC FROM CNTLINE
005370            AFTER ADVANCING 1 LINE.
005380          MOVE ' DELETES APPLIED' TO CNT-LABEL.
005390          MOVE DELS-DONE TO CNT-VALUE.
005400          WRITE REPREC FROM CNTLINE
005410            AFTER ADVANCING 1 LINE.
005420          MOVE ' DELETES REFUSED' TO CNT-LABEL.
005430          MOVE DELS-REFUSED TO CNT-VALUE.
005440          WRITE REPREC FROM CNTLINE
005450            AFTER ADVANCING 1 LINE.
005460          MOVE ' OWNERSHIP ENTRIES ON THE MASTER' TO CNT-LABEL.
005470          MOVE MASTER-OUT TO CNT-VALUE.
005480          WRITE REPREC FROM CNTLINE
005490            AFTER ADVANCING 1 LINE.
005500
005510******************************************************************
005520* FORMAT A YYYYMMDD DATE AS MM/DD/YYYY FOR PRINTING              *
005530******************************************************************
005540 FORMAT-EDIT-DATE.
005550          MOVE SPACES TO EDIT-MDY.
005560          STRING EDIT-MM   DELIMITED BY SIZE
005570                 '/'       DELIMITED BY SIZE
005580                 EDIT-DD   DELIMITED BY SIZE
005590                 '/'       DELIMITED BY SIZE
005600                 EDIT-YYYY DELIMITED BY SIZE
005610            INTO EDIT-MDY.
