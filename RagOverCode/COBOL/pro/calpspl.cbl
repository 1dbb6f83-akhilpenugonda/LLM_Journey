000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALPSPL.
000030 AUTHOR.        R L HASKINS.
000040 INSTALLATION.  DB2 CATALOG REPORTING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY                                           *
000090* ----------------------------------------------------------------
000100* 10/15/2026  RLH  ORIGINAL VERSION - SPLIT THE NIGHTLY CTLCARD  *
000110*                  DECK INTO PARTITIONS SO CALPRML CAN RUN AS    *
000120*                  SEVERAL CONCURRENT STREAMS.  THE DECK GETS    *
000130*                  CALPRML'S OWN EDIT HERE (REJECTS ARE WRITTEN  *
000140*                  ONCE, BY THIS STEP), EVERY CARD OF A SCHEMA   *
000150*                  STAYS IN ONE PARTITION, AND THE SCHEMAS ARE   *
000160*                  SPREAD OVER THE PARTITIONS BY CARD COUNT -    *
000170*                  BIGGEST FIRST, EACH TO THE LIGHTEST PARTITION *
000180*                  SO FAR - UNLESS A PIN CARD FIXES THEM.  THE   *
000190*                  ONE RUN ID EVERY PARTITION AND CALPMRG STAMP  *
000200*                  IS CUT HERE AND CARRIED ON THE PLAN DATASET   *
000210******************************************************************
000220
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT REPOUT
000280            ASSIGN TO UT-S-SYSPRINT.
000290     SELECT CTLCARD
000300            ASSIGN TO UT-S-CTLCARD.
000310     SELECT PARTCTL
000320            ASSIGN TO UT-S-PARTCTL
000330            FILE STATUS IS PARTCTL-STATUS.
000340     SELECT REJECTS
000350            ASSIGN TO UT-S-REJECTS.
000360     SELECT PARTDECK
000370            ASSIGN TO UT-S-PARTDECK.
000380     SELECT PLAN
000390            ASSIGN TO UT-S-PLAN.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  REPOUT
000440         RECORD CONTAINS 127 CHARACTERS
000450         LABEL RECORDS ARE OMITTED
000460         DATA RECORD IS REPREC.
000470 01  REPREC                     PIC X(127).
000480
000490 FD  CTLCARD
000500         RECORD CONTAINS 80 CHARACTERS
000510         LABEL RECORDS ARE OMITTED
000520         DATA RECORD IS CTL-RECORD.
000530 01  CTL-RECORD.
000540     05  CTL-PROCNM             PIC X(18).
000550     05  CTL-SCHEMA             PIC X(08).
000560     05  CTL-REST               PIC X(54).
000570
000580*                   PARTS NN          - PARTITION COUNT, 01-08
000590*                   PIN   SCHEMA   NN - KEEP THE SCHEMA'S CARDS IN
000600*                                       PARTITION NN
000610*                   AN * IN COLUMN 1 MAKES THE CARD A COMMENT
000620 FD  PARTCTL
000630         RECORD CONTAINS 80 CHARACTERS
000640         LABEL RECORDS ARE OMITTED
000650         DATA RECORD IS PCT-RECORD.
000660 01  PCT-RECORD.
000670     05  PCT-VERB               PIC X(05).
000680         88  PCT-PARTS          VALUE 'PARTS'.
000690         88  PCT-PIN            VALUE 'PIN  '.
000700     05  FILLER                 PIC X(01).
000710     05  PCT-VALUE              PIC X(08).
000720     05  FILLER                 PIC X(01).
000730     05  PCT-PINPART            PIC X(02).
000740     05  PCT-REST               PIC X(63).
000750 01  PCT-COMMENT-REC.
000760     05  PCT-COL1               PIC X(01).
000770         88  PCT-COMMENT        VALUE '*'.
000780     05  FILLER                 PIC X(79).
000790
000800 FD  REJECTS
000810         RECORD CONTAINS 85 CHARACTERS
000820         LABEL RECORDS ARE OMITTED
000830         DATA RECORD IS REJECT-REC.
000840 01  REJECT-REC.
000850     05  REJ-REASON             PIC X(04).
000860     05  FILLER                 PIC X(01).
000870     05  REJ-CARD               PIC X(80).
000880
000890*                   THE ACCEPTED DECK WITH EACH CARD'S PARTITION
000900*                   IN COLS 79-80 - EACH PARTITION JOB SORTS ITS
000910*                   OWN CARDS OUT AND BLANKS THE NUMBER AGAIN
000920 FD  PARTDECK
000930         RECORD CONTAINS 80 CHARACTERS
000940         LABEL RECORDS ARE OMITTED
000950         DATA RECORD IS PDK-RECORD.
000960 01  PDK-RECORD.
000970     05  PDK-PROCNM             PIC X(18).
000980     05  PDK-SCHEMA             PIC X(08).
000990     05  FILLER                 PIC X(52).
001000     05  PDK-PART               PIC 9(02).
001010
001020*                   ONE H RECORD FOR THE RUN, THEN ONE P RECORD
001030*                   PER PARTITION - A PARTITION JOB'S P RECORD IS
001040*                   ITS CALPRML STREAM CARD
001050 FD  PLAN
001060         RECORD CONTAINS 80 CHARACTERS
001070         LABEL RECORDS ARE OMITTED
001080         DATA RECORD IS PLAN-REC.
001090 01  PLAN-REC.
001100     05  PL-TYPE                PIC X(01).
001110     05  PL-PART                PIC 9(02).
001120     05  PL-RUNID               PIC 9(14).
001130     05  PL-PARTS               PIC 9(02).
001140     05  PL-COUNTS.
001150         10  PL-CARDS           PIC 9(05).
001160         10  PL-SCHEMAS         PIC 9(05).
001170         10  FILLER             PIC X(07).
001180     05  PL-HDR-COUNTS REDEFINES PL-COUNTS.
001190         10  PL-READ            PIC 9(05).
001200         10  PL-GOOD            PIC 9(05).
001210         10  PL-BAD             PIC 9(05).
001220         10  PL-RC              PIC 9(02).
001230     05  FILLER                 PIC X(44).
001240
001250 WORKING-STORAGE SECTION.
001260******************************************************************
001270* REPORT LINE LAYOUTS                                            *
001280******************************************************************
001290 01  RPTHDR1.
001300         02  FILLER    PIC X(38) VALUE
001310               'CALPSPL - CTLCARD DECK PARTITION SPLIT'.
001320         02  FILLER    PIC X(08) VALUE ' RUN ID '.
001330         02  HDR-RUNID PIC 9(14).
001340         02  FILLER    PIC X(67) VALUE SPACES.
001350 01  EDITREJ.
001360         02  FILLER    PIC X(26) VALUE
001370               ' CTLCARD EDIT - REJECTED ('.
001380         02  EDIT-REASON PIC X(04).
001390         02  FILLER    PIC X(02) VALUE ') '.
001400         02  EDIT-CARD  PIC X(80).
001410         02  FILLER    PIC X(15) VALUE SPACES.
001420 01  EDITSUM.
001430         02  FILLER    PIC X(21) VALUE ' CTLCARD EDIT - READ '.
001440         02  EDIT-READ  PIC ZZZZ9.
001450         02  FILLER    PIC X(10) VALUE ' ACCEPTED '.
001460         02  EDIT-GOOD  PIC ZZZZ9.
001470         02  FILLER    PIC X(10) VALUE ' REJECTED '.
001480         02  EDIT-BAD   PIC ZZZZ9.
001490         02  FILLER    PIC X(71) VALUE SPACES.
001500 01  PCTREJ.
001510         02  FILLER    PIC X(23) VALUE
001520               ' PARTCTL CARD IGNORED ('.
001530         02  PCT-REASON PIC X(04).
001540         02  FILLER    PIC X(02) VALUE ') '.
001550         02  PCT-CARD   PIC X(80).
001560         02  FILLER    PIC X(18) VALUE SPACES.
001570 01  PCTERR.
001580         02  FILLER    PIC X(35) VALUE
001590               ' PARTCTL I-O FAILED, FILE STATUS = '.
001600         02  PCTCODE   PIC X(02).
001610         02  FILLER    PIC X(90) VALUE
001620               ' - THE DECK RUNS AS ONE PARTITION'.
001630 01  PINXLINE.
001640         02  FILLER    PIC X(19) VALUE ' PIN IGNORED - PIN '.
001650         02  PINX-SCHEMA PIC X(08).
001660         02  FILLER    PIC X(10) VALUE ' PARTITION'.
001670         02  PINX-PART PIC Z9.
001680         02  FILLER    PIC X(88) VALUE
001690               ' IS BEYOND THE PARTITION COUNT'.
001700 01  PINNLINE.
001710         02  FILLER    PIC X(20) VALUE ' PIN NOT USED - PIN '.
001720         02  PINN-SCHEMA PIC X(08).
001730         02  FILLER    PIC X(99) VALUE
001740               ' HAS NO ACCEPTED CARD TONIGHT'.
001750 01  COLHDR1.
001760         02  FILLER    PIC X(10) VALUE 'SCHEMA'.
001770         02  FILLER    PIC X(08) VALUE '   CARDS'.
001780         02  FILLER    PIC X(11) VALUE '  PARTITION'.
001790         02  FILLER    PIC X(98) VALUE SPACES.
001800 01  SCHLINE.
001810         02  SCHL-SCHEMA PIC X(08).
001820         02  FILLER     PIC X(05) VALUE SPACES.
001830         02  SCHL-CARDS PIC ZZZZ9.
001840         02  FILLER     PIC X(09) VALUE SPACES.
001850         02  SCHL-PART  PIC Z9.
001860         02  FILLER     PIC X(02) VALUE SPACES.
001870         02  SCHL-NOTE  PIC X(06).
001880         02  FILLER     PIC X(90) VALUE SPACES.
001890 01  PARTLINE.
001900         02  FILLER     PIC X(11) VALUE ' PARTITION '.
001910         02  PRTL-PART  PIC Z9.
001920         02  FILLER     PIC X(09) VALUE '   CARDS '.
001930         02  PRTL-CARDS PIC ZZZZ9.
001940         02  FILLER     PIC X(11) VALUE '   SCHEMAS '.
001950         02  PRTL-SCHEMAS PIC ZZZZ9.
001960         02  FILLER     PIC X(84) VALUE SPACES.
001970
001980******************************************************************
001990* THE ACCEPTED CARDS, IN DECK ORDER, EACH POINTING AT ITS SCHEMA.*
002000* THE CEILING MATCHES CALPRML'S OWN CARD TABLE                   *
002010******************************************************************
002020 01  CARD-TABLE.
002030     05  CARD-ENTRY OCCURS 200 TIMES.
002040         10  CARD-PROCNM        PIC X(18).
002050         10  CARD-SCHEMA        PIC X(08).
002060         10  CARD-SX            PIC S9(04) COMP.
002070 01  CARD-COUNT                 PIC S9(04) COMP VALUE ZERO.
002080 77  CARD-MAX                   PIC S9(04) COMP VALUE +200.
002090 77  CN                         PIC S9(04) COMP.
002100 77  DX                         PIC S9(04) COMP.
002110
002120******************************************************************
002130* ONE ENTRY PER SCHEMA IN THE ACCEPTED DECK, IN FIRST-SEEN       *
002140* ORDER - ITS CARD COUNT AND THE PARTITION IT WAS GIVEN (ZERO    *
002150* UNTIL THEN)                                                    *
002160******************************************************************
002170 01  SCH-TABLE.
002180     05  SCH-ENTRY OCCURS 200 TIMES.
002190         10  SCH-NAME           PIC X(08).
002200         10  SCH-CARDS          PIC S9(04) COMP.
002210         10  SCH-PART           PIC 9(02).
002220         10  SCH-PIN-SW         PIC X(01).
002230             88  SCH-PINNED     VALUE 'Y'.
002240 01  SCH-COUNT                  PIC S9(04) COMP VALUE ZERO.
002250 77  SX                         PIC S9(04) COMP.
002260 77  BIG-SX                     PIC S9(04) COMP.
002270 77  BIG-CARDS                  PIC S9(04) COMP.
002280
002290******************************************************************
002300* PIN CARDS FROM PARTCTL, AND THE LOAD EACH PARTITION HAS TAKEN  *
002310******************************************************************
002320 01  PIN-TABLE.
002330     05  PIN-ENTRY OCCURS 50 TIMES.
002340         10  PIN-SCHEMA         PIC X(08).
002350         10  PIN-PART           PIC 9(02).
002360 01  PIN-COUNT                  PIC S9(04) COMP VALUE ZERO.
002370 77  PIN-MAX                    PIC S9(04) COMP VALUE +50.
002380 77  NX                         PIC S9(04) COMP.
002390 01  PART-TABLE.
002400     05  PART-ENTRY OCCURS 8 TIMES.
002410         10  PART-CARDS         PIC S9(04) COMP.
002420         10  PART-SCHEMAS       PIC S9(04) COMP.
002430 01  PART-COUNT                 PIC S9(04) COMP VALUE +1.
002440 77  PART-MAX                   PIC S9(04) COMP VALUE +8.
002450 77  PX                         PIC S9(04) COMP.
002460 77  LOW-PX                     PIC S9(04) COMP.
002470 01  PCT-VALUE-WK.
002480     05  PVW-COUNT              PIC 9(02).
002490     05  PVW-REST               PIC X(06).
002500 01  PCT-PART-WK                PIC 9(02).
002510
002520******************************************************************
002530* CTLCARD EDIT WORK AREA - THE SAME CHARACTER SCAN CALPRML'S     *
002540* CHECK-CARD-NAMES MAKES: ANYTHING BUT A-Z, 0-9, @, #, $ OR      *
002550* UNDERSCORE IS INVALID, AS IS ANY CHARACTER AFTER AN EMBEDDED   *
002560* BLANK; A LONE * OR A % PATTERN IS A LEGAL WILDCARD PROCNM      *
002570******************************************************************
002580 01  EDIT-NAME.
002590     05  EDIT-NAME-CH OCCURS 18 TIMES PIC X(01).
002600         88  NAME-CH-SPACE      VALUE SPACE.
002610         88  NAME-CH-VALID      VALUE 'A' THRU 'I'
002620                                      'J' THRU 'R'
002630                                      'S' THRU 'Z'
002640                                      '0' THRU '9'
002650                                      '@' '#' '$' '_'.
002660         88  NAME-CH-WILD       VALUE '%'.
002670 01  REJ-REASON-WK              PIC X(04).
002680 01  ALL-PROCS-CARD             PIC X(18) VALUE '*'.
002690 77  CX                         PIC S9(04) COMP.
002700
002710******************************************************************
002720* RUN ID, COUNTS AND RETURN CODE - 0 CLEAN, 4 REJECTED CARDS OR  *
002730* PARTCTL TROUBLE (THE SPLIT STILL COMPLETES)                    *
002740******************************************************************
002750 01  RUN-DATE                   PIC 9(08).
002760 01  RUN-TIME                   PIC 9(08).
002770 01  RUN-TIME-R REDEFINES RUN-TIME.
002780     05  RT-HHMMSS              PIC 9(06).
002790     05  RT-CC                  PIC 9(02).
002800 01  RUN-ID.
002810     05  RUN-ID-DATE            PIC 9(08).
002820     05  RUN-ID-TIME            PIC 9(06).
002830 77  CARDS-READ                 PIC S9(04) COMP VALUE ZERO.
002840 77  CARDS-GOOD                 PIC S9(04) COMP VALUE ZERO.
002850 77  CARDS-BAD                  PIC S9(04) COMP VALUE ZERO.
002860 01  HIGHEST-RC                 PIC S9(04) COMP VALUE ZERO.
002870 77  RC-WORK                    PIC S9(04) COMP.
002880
002890******************************************************************
002900* SWITCHES                                                       *
002910******************************************************************
002920 01  PARTCTL-STATUS             PIC X(02).
002930 01  CTLCARD-EOF-SW             PIC X(01) VALUE 'N'.
002940     88  CTLCARD-EOF            VALUE 'Y'.
002950 01  PARTCTL-EOF-SW             PIC X(01) VALUE 'N'.
002960     88  PARTCTL-EOF            VALUE 'Y'.
002970 01  NAME-BAD-SW                PIC X(01) VALUE 'N'.
002980     88  NAME-BAD               VALUE 'Y'.
002990 01  BLANK-SEEN-SW              PIC X(01) VALUE 'N'.
003000     88  BLANK-SEEN             VALUE 'Y'.
003010 01  DUP-FOUND-SW               PIC X(01) VALUE 'N'.
003020     88  DUP-FOUND              VALUE 'Y'.
003030 01  WILD-OK-SW                 PIC X(01) VALUE 'N'.
003040     88  WILD-OK                VALUE 'Y'.
003050 01  SCH-FOUND-SW               PIC X(01) VALUE 'N'.
003060     88  SCH-FOUND              VALUE 'Y'.
003070 01  ALL-PLACED-SW              PIC X(01) VALUE 'N'.
003080     88  ALL-PLACED             VALUE 'Y'.
003090
003100 PROCEDURE DIVISION.
003110******************************************************************
003120* MAINLINE - READ THE PARTITION CONTROL CARDS, EDIT THE DECK,    *
003130* PLACE EVERY SCHEMA IN A PARTITION, THEN WRITE THE PARTITIONED  *
003140* DECK AND THE PLAN THE PARTITION JOBS AND CALPMRG WORK FROM     *
003150******************************************************************
003160 PROG-START.
003170          OPEN OUTPUT REPOUT.
003180          ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003190          ACCEPT RUN-TIME FROM TIME.
003200          MOVE RUN-DATE TO RUN-ID-DATE.
003210          MOVE RT-HHMMSS TO RUN-ID-TIME.
003220          MOVE RUN-ID TO HDR-RUNID.
003230          MOVE SPACES TO REPREC.
003240          WRITE REPREC FROM RPTHDR1
003250            AFTER ADVANCING 1 LINE.
003260          PERFORM LOAD-PARTITION-CONTROL.
003270          OPEN INPUT CTLCARD.
003280          OPEN OUTPUT REJECTS.
003290          PERFORM EDIT-CTLCARD-DECK.
003300          CLOSE CTLCARD.
003310          CLOSE REJECTS.
003311          PERFORM CLEAR-PART-ENTRY VARYING PX
003312            FROM 1 BY 1 UNTIL PX GREATER THAN PART-MAX.
003320          PERFORM APPLY-ONE-PIN VARYING NX
003330            FROM 1 BY 1 UNTIL NX GREATER THAN PIN-COUNT.
003340*                   PINNED SCHEMAS ARE PLACED FIRST - THE REST ARE
003350*                   BALANCED AROUND THEM
003360          PERFORM ASSIGN-NEXT-SCHEMA UNTIL ALL-PLACED.
003370          PERFORM WRITE-PARTITIONED-DECK.
003380          PERFORM WRITE-PLAN.
003390          PERFORM WRITE-SPLIT-REPORT.
003400 PROG-END.
003410          CLOSE REPOUT.
003420          MOVE HIGHEST-RC TO RETURN-CODE.
003430          GOBACK.
003440
003450******************************************************************
003460* KEEP THE WORST CONDITION SEEN FOR THE STEP RETURN CODE         *
003470******************************************************************
003480 RAISE-RETURN-CODE.
003490          IF RC-WORK GREATER THAN HIGHEST-RC THEN
003500            MOVE RC-WORK TO HIGHEST-RC
003510          END-IF.
003520
003530******************************************************************
003540* PICK UP THE PARTITION COUNT AND ANY PIN CARDS.  NO PARTCTL     *
003550* DATASET, OR NO PARTS CARD IN IT, MEANS ONE PARTITION - THE     *
003560* WHOLE DECK IN ONE STREAM, AS BEFORE THE SPLIT EXISTED          *
003570******************************************************************
003580 LOAD-PARTITION-CONTROL.
003590          OPEN INPUT PARTCTL.
003600          IF PARTCTL-STATUS EQUAL TO '00' THEN
003610            PERFORM READ-PARTCTL
003620            PERFORM LOAD-ONE-PARTCTL UNTIL PARTCTL-EOF
003630            CLOSE PARTCTL
003640          ELSE
003650            IF PARTCTL-STATUS NOT EQUAL TO '35' THEN
003660              MOVE PARTCTL-STATUS TO PCTCODE
003670              WRITE REPREC FROM PCTERR
003680                AFTER ADVANCING 1 LINE
003690              MOVE 4 TO RC-WORK
003700              PERFORM RAISE-RETURN-CODE
003710            END-IF
003720          END-IF.
003730
003740 READ-PARTCTL.
003750          READ PARTCTL
003760            AT END MOVE 'Y' TO PARTCTL-EOF-SW.
003770
003780*                   REASON CODES - VERB NOT PARTS OR PIN, CNT
003790*                   PARTITION COUNT NOT 01-08, PIN SCHEMA OR
003800*                   PARTITION MISSING/INVALID, FULL PIN TABLE FULL
003810 LOAD-ONE-PARTCTL.
003820          MOVE SPACES TO REJ-REASON-WK.
003830          IF NOT PCT-COMMENT THEN
003840            IF PCT-PARTS THEN
003850              PERFORM EDIT-PARTS-CARD
003860            ELSE
003870              IF PCT-PIN THEN
003880                PERFORM EDIT-PIN-CARD
003890              ELSE
003900                MOVE 'VERB' TO REJ-REASON-WK
003910              END-IF
003920            END-IF
003930          END-IF.
003940          IF REJ-REASON-WK NOT EQUAL TO SPACES THEN
003950            MOVE REJ-REASON-WK TO PCT-REASON
003960            MOVE PCT-RECORD TO PCT-CARD
003970            WRITE REPREC FROM PCTREJ
003980              AFTER ADVANCING 1 LINE
003990            MOVE 4 TO RC-WORK
004000            PERFORM RAISE-RETURN-CODE
004010          END-IF.
004020          PERFORM READ-PARTCTL.
004030
004040 EDIT-PARTS-CARD.
004050          MOVE PCT-VALUE TO PCT-VALUE-WK.
004060          IF PVW-COUNT IS NUMERIC
004070             AND PVW-REST EQUAL TO SPACES
004080             AND PCT-PINPART EQUAL TO SPACES
004090             AND PCT-REST EQUAL TO SPACES THEN
004100            IF PVW-COUNT GREATER THAN ZERO
004110               AND PVW-COUNT NOT GREATER THAN PART-MAX THEN
004120              MOVE PVW-COUNT TO PART-COUNT
004130            ELSE
004140              MOVE 'CNT ' TO REJ-REASON-WK
004150            END-IF
004160          ELSE
004170            MOVE 'CNT ' TO REJ-REASON-WK
004180          END-IF.
004190
004200 EDIT-PIN-CARD.
004210          MOVE PCT-VALUE TO EDIT-NAME.
004220          MOVE 'N' TO WILD-OK-SW.
004230          PERFORM CHECK-NAME-FIELD.
004240          IF PCT-VALUE EQUAL TO SPACES
004250             OR NAME-BAD
004260             OR PCT-PINPART IS NOT NUMERIC
004270             OR PCT-REST NOT EQUAL TO SPACES THEN
004280            MOVE 'PIN ' TO REJ-REASON-WK
004290          ELSE
004300            MOVE PCT-PINPART TO PCT-PART-WK
004310            IF PCT-PART-WK EQUAL TO ZERO
004320               OR PCT-PART-WK GREATER THAN PART-MAX THEN
004330              MOVE 'PIN ' TO REJ-REASON-WK
004340            ELSE
004350              IF PIN-COUNT NOT LESS THAN PIN-MAX THEN
004360                MOVE 'FULL' TO REJ-REASON-WK
004370              ELSE
004380                ADD 1 TO PIN-COUNT
004390                MOVE PCT-VALUE TO PIN-SCHEMA (PIN-COUNT)
004400                MOVE PCT-PART-WK TO PIN-PART (PIN-COUNT)
004410              END-IF
004420            END-IF
004430          END-IF.
004440
004450******************************************************************
004460* EDIT EVERY CONTROL CARD EXACTLY AS CALPRML'S OWN EDIT PASS     *
004470* DOES.  CLEAN CARDS GO TO THE CARD TABLE; BAD CARDS GO TO THE   *
004480* REJECTS FILE WITH A REASON CODE AND ARE LISTED ON THE REPORT   *
004490******************************************************************
004500 EDIT-CTLCARD-DECK.
004510          PERFORM READ-CTLCARD.
004520          PERFORM EDIT-ONE-CTLCARD UNTIL CTLCARD-EOF.
004530          MOVE CARDS-READ TO EDIT-READ.
004540          MOVE CARDS-GOOD TO EDIT-GOOD.
004550          MOVE CARDS-BAD TO EDIT-BAD.
004560          WRITE REPREC FROM EDITSUM
004570            AFTER ADVANCING 1 LINE.
004580
004590 READ-CTLCARD.
004600          READ CTLCARD
004610            AT END MOVE 'Y' TO CTLCARD-EOF-SW.
004620
004630******************************************************************
004640* VALIDATE ONE CARD.  REASON CODES - PROC BLANK PROCNM, SCHM     *
004650* BLANK SCHEMA, CHAR INVALID CHARACTER, FILL GARBAGE PAST THE    *
004660* SCHEMA, DUPE PAIR ALREADY ACCEPTED, OVFL CARD TABLE FULL       *
004670******************************************************************
004680 EDIT-ONE-CTLCARD.
004690          ADD 1 TO CARDS-READ.
004700          MOVE SPACES TO REJ-REASON-WK.
004710          IF CTL-PROCNM EQUAL TO SPACES THEN
004720            MOVE 'PROC' TO REJ-REASON-WK
004730          ELSE
004740            IF CTL-SCHEMA EQUAL TO SPACES THEN
004750              MOVE 'SCHM' TO REJ-REASON-WK
004760            ELSE
004770              PERFORM CHECK-CARD-NAMES
004780            END-IF
004790          END-IF.
004800          IF REJ-REASON-WK EQUAL TO SPACES THEN
004810            IF CTL-REST NOT EQUAL TO SPACES THEN
004820              MOVE 'FILL' TO REJ-REASON-WK
004830            ELSE
004840              PERFORM CHECK-DUP-CARD
004850              IF DUP-FOUND THEN
004860                MOVE 'DUPE' TO REJ-REASON-WK
004870              END-IF
004880            END-IF
004890          END-IF.
004900          IF REJ-REASON-WK EQUAL TO SPACES
004910             AND CARD-COUNT NOT LESS THAN CARD-MAX THEN
004920            MOVE 'OVFL' TO REJ-REASON-WK
004930          END-IF.
004940          IF REJ-REASON-WK EQUAL TO SPACES THEN
004950            ADD 1 TO CARDS-GOOD
004960            ADD 1 TO CARD-COUNT
004970            MOVE CTL-PROCNM TO CARD-PROCNM (CARD-COUNT)
004980            MOVE CTL-SCHEMA TO CARD-SCHEMA (CARD-COUNT)
004990            PERFORM NOTE-CARD-SCHEMA
005000          ELSE
005010            ADD 1 TO CARDS-BAD
005020            MOVE 4 TO RC-WORK
005030            PERFORM RAISE-RETURN-CODE
005040            MOVE SPACES TO REJECT-REC
005050            MOVE REJ-REASON-WK TO REJ-REASON
005060            MOVE CTL-RECORD TO REJ-CARD
005070            WRITE REJECT-REC
005080            MOVE REJ-REASON-WK TO EDIT-REASON
005090            MOVE CTL-RECORD TO EDIT-CARD
005100            WRITE REPREC FROM EDITREJ
005110              AFTER ADVANCING 1 LINE
005120          END-IF.
005130          PERFORM READ-CTLCARD.
005140
005150******************************************************************
005160* CHARACTER-EDIT THE PROCNM AND SCHEMA FIELDS                    *
005170******************************************************************
005180 CHECK-CARD-NAMES.
005190          IF CTL-PROCNM NOT EQUAL TO ALL-PROCS-CARD THEN
005200            MOVE CTL-PROCNM TO EDIT-NAME
005210            MOVE 'Y' TO WILD-OK-SW
005220            PERFORM CHECK-NAME-FIELD
005230            IF NAME-BAD THEN
005240              MOVE 'CHAR' TO REJ-REASON-WK
005250            END-IF
005260          END-IF.
005270          IF REJ-REASON-WK EQUAL TO SPACES THEN
005280            MOVE CTL-SCHEMA TO EDIT-NAME
005290            MOVE 'N' TO WILD-OK-SW
005300            PERFORM CHECK-NAME-FIELD
005310            IF NAME-BAD THEN
005320              MOVE 'CHAR' TO REJ-REASON-WK
005330            END-IF
005340          END-IF.
005350
005360 CHECK-NAME-FIELD.
005370          MOVE 'N' TO NAME-BAD-SW.
005380          MOVE 'N' TO BLANK-SEEN-SW.
005390          PERFORM CHECK-NAME-CHAR VARYING CX
005400            FROM 1 BY 1 UNTIL CX GREATER THAN 18.
005410
005420 CHECK-NAME-CHAR.
005430          IF NAME-CH-SPACE (CX) THEN
005440            MOVE 'Y' TO BLANK-SEEN-SW
005450          ELSE
005460            IF BLANK-SEEN THEN
005470              MOVE 'Y' TO NAME-BAD-SW
005480            ELSE
005490              IF NOT NAME-CH-VALID (CX)
005500                 AND NOT (WILD-OK AND NAME-CH-WILD (CX)) THEN
005510                MOVE 'Y' TO NAME-BAD-SW
005520              END-IF
005530            END-IF
005540          END-IF.
005550
005560 CHECK-DUP-CARD.
005570          MOVE 'N' TO DUP-FOUND-SW.
005580          PERFORM CHECK-DUP-ENTRY VARYING DX
005590            FROM 1 BY 1 UNTIL DX GREATER THAN CARD-COUNT
005600                            OR DUP-FOUND.
005610
005620 CHECK-DUP-ENTRY.
005630          IF CARD-PROCNM (DX) EQUAL TO CTL-PROCNM
005640             AND CARD-SCHEMA (DX) EQUAL TO CTL-SCHEMA THEN
005650            MOVE 'Y' TO DUP-FOUND-SW
005660          END-IF.
005670
005680******************************************************************
005690* COUNT THE ACCEPTED CARD AGAINST ITS SCHEMA, ADDING THE SCHEMA  *
005700* THE FIRST TIME IT IS SEEN.  THE SCHEMA TABLE IS AS LONG AS THE *
005710* CARD TABLE, SO IT CANNOT FILL FIRST                            *
005720******************************************************************
005730 NOTE-CARD-SCHEMA.
005740          PERFORM FIND-SCHEMA-ENTRY.
005750          IF NOT SCH-FOUND THEN
005760            ADD 1 TO SCH-COUNT
005770            MOVE SCH-COUNT TO SX
005780            MOVE CTL-SCHEMA TO SCH-NAME (SX)
005790            MOVE ZERO TO SCH-CARDS (SX)
005800            MOVE ZERO TO SCH-PART (SX)
005810            MOVE 'N' TO SCH-PIN-SW (SX)
005820          END-IF.
005830          ADD 1 TO SCH-CARDS (SX).
005840          MOVE SX TO CARD-SX (CARD-COUNT).
005850
005860*                   LOOKS UP CTL-SCHEMA; SX IS LEFT ON THE ENTRY
005870 FIND-SCHEMA-ENTRY.
005880          MOVE 'N' TO SCH-FOUND-SW.
005890          PERFORM SEARCH-SCHEMA-ENTRY VARYING SX
005900            FROM 1 BY 1 UNTIL SX GREATER THAN SCH-COUNT
005910                            OR SCH-FOUND.
005920          IF SCH-FOUND THEN
005930            SUBTRACT 1 FROM SX
005940          END-IF.
005950
005960 SEARCH-SCHEMA-ENTRY.
005970          IF SCH-NAME (SX) EQUAL TO CTL-SCHEMA THEN
005980            MOVE 'Y' TO SCH-FOUND-SW
005990          END-IF.
006000
006002******************************************************************
006003* START EVERY PARTITION'S CARD AND SCHEMA COUNTS AT ZERO BEFORE  *
006004* ANY SCHEMA IS PLACED                                           *
006005******************************************************************
006006 CLEAR-PART-ENTRY.
006007          MOVE ZERO TO PART-CARDS (PX).
006008          MOVE ZERO TO PART-SCHEMAS (PX).
006009
006010******************************************************************
006020* PLACE A PINNED SCHEMA IN ITS PARTITION.  A PIN BEYOND THE      *
006030* PARTITION COUNT IS REFUSED; A PIN FOR A SCHEMA WITH NO CARD    *
006040* TONIGHT IS ONLY NOTED; A SECOND PIN FOR ONE SCHEMA IS IGNORED  *
006050******************************************************************
006060 APPLY-ONE-PIN.
006070          IF PIN-PART (NX) GREATER THAN PART-COUNT THEN
006080            MOVE PIN-SCHEMA (NX) TO PINX-SCHEMA
006090            MOVE PIN-PART (NX) TO PINX-PART
006100            WRITE REPREC FROM PINXLINE
006110              AFTER ADVANCING 1 LINE
006120            MOVE 4 TO RC-WORK
006130            PERFORM RAISE-RETURN-CODE
006140          ELSE
006150            MOVE PIN-SCHEMA (NX) TO CTL-SCHEMA
006160            PERFORM FIND-SCHEMA-ENTRY
006170            IF NOT SCH-FOUND THEN
006180              MOVE PIN-SCHEMA (NX) TO PINN-SCHEMA
006190              WRITE REPREC FROM PINNLINE
006200                AFTER ADVANCING 1 LINE
006210            ELSE
006220              IF SCH-PART (SX) EQUAL TO ZERO THEN
006230                MOVE PIN-PART (NX) TO SCH-PART (SX)
006240                MOVE 'Y' TO SCH-PIN-SW (SX)
006250                MOVE SCH-PART (SX) TO PX
006260                ADD SCH-CARDS (SX) TO PART-CARDS (PX)
006270                ADD 1 TO PART-SCHEMAS (PX)
006280              END-IF
006290            END-IF
006300          END-IF.
006310
006320******************************************************************
006330* PLACE THE BIGGEST SCHEMA NOT YET PLACED IN THE PARTITION WITH  *
006340* THE FEWEST CARDS SO FAR.  TIES GO TO THE EARLIER SCHEMA IN THE *
006350* DECK AND THE LOWER PARTITION, SO THE SAME DECK ALWAYS SPLITS   *
006360* THE SAME WAY                                                   *
006370******************************************************************
006380 ASSIGN-NEXT-SCHEMA.
006390          MOVE ZERO TO BIG-SX.
006400          MOVE ZERO TO BIG-CARDS.
006410          PERFORM FIND-BIGGEST-SCHEMA VARYING SX
006420            FROM 1 BY 1 UNTIL SX GREATER THAN SCH-COUNT.
006430          IF BIG-SX EQUAL TO ZERO THEN
006440            MOVE 'Y' TO ALL-PLACED-SW
006450          ELSE
006460            MOVE 1 TO LOW-PX
006470            PERFORM FIND-LIGHTEST-PARTITION VARYING PX
006480              FROM 2 BY 1 UNTIL PX GREATER THAN PART-COUNT
006490            MOVE LOW-PX TO SCH-PART (BIG-SX)
006500            ADD SCH-CARDS (BIG-SX) TO PART-CARDS (LOW-PX)
006510            ADD 1 TO PART-SCHEMAS (LOW-PX)
006520          END-IF.
006530
006540 FIND-BIGGEST-SCHEMA.
006550          IF SCH-PART (SX) EQUAL TO ZERO
006560             AND SCH-CARDS (SX) GREATER THAN BIG-CARDS THEN
006570            MOVE SX TO BIG-SX
006580            MOVE SCH-CARDS (SX) TO BIG-CARDS
006590          END-IF.
006600
006610 FIND-LIGHTEST-PARTITION.
006620          IF PART-CARDS (PX) LESS THAN PART-CARDS (LOW-PX) THEN
006630            MOVE PX TO LOW-PX
006640          END-IF.
006650
006660******************************************************************
006670* WRITE THE ACCEPTED DECK IN ITS ORIGINAL ORDER, EACH CARD       *
006680* CARRYING ITS SCHEMA'S PARTITION                                *
006690******************************************************************
006700 WRITE-PARTITIONED-DECK.
006710          OPEN OUTPUT PARTDECK.
006720          PERFORM WRITE-ONE-DECK-CARD VARYING CN
006730            FROM 1 BY 1 UNTIL CN GREATER THAN CARD-COUNT.
006740          CLOSE PARTDECK.
006750
006760 WRITE-ONE-DECK-CARD.
006770          MOVE SPACES TO PDK-RECORD.
006780          MOVE CARD-PROCNM (CN) TO PDK-PROCNM.
006790          MOVE CARD-SCHEMA (CN) TO PDK-SCHEMA.
006800          MOVE CARD-SX (CN) TO SX.
006810          MOVE SCH-PART (SX) TO PDK-PART.
006820          WRITE PDK-RECORD.
006830
006840******************************************************************
006850* THE PLAN - AN H RECORD WITH THE RUN ID, THE PARTITION COUNT,   *
006860* THE EDIT COUNTS AND THIS STEP'S RETURN CODE (CALPMRG CARRIES   *
006870* THEM INTO THE MERGED RUN SUMMARY), THEN ONE P RECORD PER       *
006880* PARTITION, EMPTY PARTITIONS INCLUDED SO EVERY SCHEDULED        *
006890* PARTITION JOB FINDS ITS STREAM CARD                            *
006900******************************************************************
006910 WRITE-PLAN.
006920          OPEN OUTPUT PLAN.
006930          MOVE SPACES TO PLAN-REC.
006940          MOVE 'H' TO PL-TYPE.
006950          MOVE ZERO TO PL-PART.
006960          MOVE RUN-ID TO PL-RUNID.
006970          MOVE PART-COUNT TO PL-PARTS.
006980          MOVE CARDS-READ TO PL-READ.
006990          MOVE CARDS-GOOD TO PL-GOOD.
007000          MOVE CARDS-BAD TO PL-BAD.
007010          MOVE HIGHEST-RC TO PL-RC.
007020          WRITE PLAN-REC.
007030          PERFORM WRITE-ONE-PLAN-PART VARYING PX
007040            FROM 1 BY 1 UNTIL PX GREATER THAN PART-COUNT.
007050          CLOSE PLAN.
007060
007070 WRITE-ONE-PLAN-PART.
007080          MOVE SPACES TO PLAN-REC.
007090          MOVE 'P' TO PL-TYPE.
007100          MOVE PX TO PL-PART.
007110          MOVE RUN-ID TO PL-RUNID.
007120          MOVE PART-COUNT TO PL-PARTS.
007130          MOVE PART-CARDS (PX) TO PL-CARDS.
007140          MOVE PART-SCHEMAS (PX) TO PL-SCHEMAS.
007150          WRITE PLAN-REC.
007160
007170******************************************************************
007180* LIST EVERY SCHEMA WITH ITS CARD COUNT AND PARTITION, THEN THE  *
007190* LOAD EACH PARTITION WAS GIVEN                                  *
007200******************************************************************
007210 WRITE-SPLIT-REPORT.
007220          WRITE REPREC FROM COLHDR1
007230            AFTER ADVANCING 2 LINES.
007240          PERFORM WRITE-ONE-SCHEMA-LINE VARYING SX
007250            FROM 1 BY 1 UNTIL SX GREATER THAN SCH-COUNT.
007260          MOVE SPACES TO REPREC.
007270          WRITE REPREC
007280            AFTER ADVANCING 1 LINE.
007290          PERFORM WRITE-ONE-PART-LINE VARYING PX
007300            FROM 1 BY 1 UNTIL PX GREATER THAN PART-COUNT.
007310
007320 WRITE-ONE-SCHEMA-LINE.
007330          MOVE SCH-NAME (SX) TO SCHL-SCHEMA.
007340          MOVE SCH-CARDS (SX) TO SCHL-CARDS.
007350          MOVE SCH-PART (SX) TO SCHL-PART.
007360          IF SCH-PINNED (SX) THEN
007370            MOVE 'PINNED' TO SCHL-NOTE
007380          ELSE
007390            MOVE SPACES TO SCHL-NOTE
007400          END-IF.
007410          WRITE REPREC FROM SCHLINE
007420            AFTER ADVANCING 1 LINE.
007430
007440 WRITE-ONE-PART-LINE.
007450          MOVE PX TO PRTL-PART.
007460          MOVE PART-CARDS (PX) TO PRTL-CARDS.
007470          MOVE PART-SCHEMAS (PX) TO PRTL-SCHEMAS.
007480          WRITE REPREC FROM PARTLINE
007490            AFTER ADVANCING 1 LINE.
