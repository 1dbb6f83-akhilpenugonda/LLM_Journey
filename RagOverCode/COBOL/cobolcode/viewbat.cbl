000260*                  TRAILER WITH NO BATCH IS FLAGGED, AND ANY     *
000270*                  OUT-OF-BALANCE BATCH DRIVES THE STEP RETURN   *
000280*                  CODE SO THE JOURNAL IS A PROOF DOCUMENT       *
000281* 10/15/2026  RLH  POST TO THE ACCOUNT BALANCE MASTER: THE CARD  *
000282*                  CARRIES AN ACCOUNT NUMBER, AN ITEM FOR A      *
000283*                  MISSING OR CLOSED ACCOUNT IS REFUSED WITH A   *
000284*                  REASON, A BATCH'S ACCEPTED ITEMS POST ONLY    *
000285*                  ONCE IT PROVES, EACH JOURNAL LINE SHOWS THE   *
000286*                  BALANCE BEFORE AND AFTER, AND AN ACCOUNT      *
000287*                  SUMMARY TIES BACK TO THE DECK TOTALS          *
000288* 10/15/2026  RLH  SUSPENSE AND RECYCLE: A REJECTED ITEM, OR AN  *
000289*                  ITEM OF A BATCH THAT DID NOT PROVE, GOES TO   *
000290*                  THE SUSPENSE FILE WITH ITS CARD IMAGE, A      *
000291*                  REASON AND AN ID; RP AND WO CORRECTION CARDS  *
000292*                  REPOST OR WRITE OFF AN ENTRY BY ITS ID; EACH  *
000293*                  RUN ENDS WITH AN AGING OF THE OPEN ITEMS      *
000294******************************************************************
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000360            ASSIGN TO UT-S-JOURNAL.
000370     SELECT TRANSIN
000380            ASSIGN TO UT-S-TRANSIN.
000381     SELECT ACCTMST
000382            ASSIGN TO ACCTMST
000383            ORGANIZATION IS INDEXED
000384            ACCESS IS RANDOM
000385            RECORD KEY IS AM-ACCOUNT
000386            FILE STATUS IS ACCTMST-STATUS.
000387*        OPTIONAL SO THE FIRST RUN CAN OPEN THE NEWLY DEFINED,
000388*        NEVER-LOADED CLUSTER I-O AND LOAD IT
000389     SELECT OPTIONAL SUSPENSE
000390            ASSIGN TO SUSPENSE
000391            ORGANIZATION IS INDEXED
000392            ACCESS IS DYNAMIC
000393            RECORD KEY IS SP-ID
000394            FILE STATUS IS SUSPENSE-STATUS.
000395
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  JOURNAL
000560         88  TRN-OP-ADD         VALUE 'AD'.
000570         88  TRN-OP-SUB         VALUE 'SU'.
000580         88  TRN-OP-TRAILER     VALUE 'BT'.
000581         88  TRN-OP-CORRECTION  VALUE 'RP' 'WO'.
000590     05  FILLER                 PIC X(01).
000600     05  TRN-AMOUNT             PIC X(05).
000610     05  FILLER                 PIC X(01).
000611     05  TRN-ACCOUNT            PIC X(10).
000612     05  FILLER                 PIC X(52).
000620*                   A BT TRAILER CARD CARRIES THE EXPECTED ITEM
000630*                   COUNT WHERE AN ITEM CARRIES ITS AMOUNT, AND
000640*                   THE EXPECTED SIGNED BATCH TOTAL ALONGSIDE
000730                                 SIGN LEADING SEPARATE.
000740     05  FILLER                 PIC X(52).
000750
000751******************************************************************
000752* ACCOUNT BALANCE MASTER - ONE RECORD PER ACCOUNT, KEYED ON THE  *
000753* ACCOUNT NUMBER.  VIEWBAT ONLY READS AND REWRITES IT; ACCOUNTS  *
000754* ARE OPENED AND CLOSED BY THE LEDGER'S OWN MAINTENANCE          *
000755******************************************************************
000756 FD  ACCTMST
000757         RECORD CONTAINS 100 CHARACTERS
000758         DATA RECORD IS ACCT-REC.
000759 01  ACCT-REC.
000760     05  AM-ACCOUNT             PIC X(10).
000761     05  AM-STATUS              PIC X(01).
000762         88  AM-CLOSED          VALUE 'C'.
000763     05  AM-NAME                PIC X(30).
000764     05  AM-BALANCE             PIC S9(9)V99.
000765     05  AM-LAST-POST           PIC 9(08).
000766     05  FILLER                 PIC X(40).
000767
000768******************************************************************
000769* SUSPENSE FILE - ONE RECORD PER SUSPENDED CARD, KEYED ON THE    *
000770* SUSPENSE ID: THE DATE SUSPENDED AND A SEQUENCE WITHIN THE DAY. *
000771* AN ENTRY STAYS ON FILE WHEN IT IS CLEARED - ITS STATUS SAYS    *
000772* WHETHER IT WAS REPOSTED OR WRITTEN OFF, WHEN AND WHY           *
000773******************************************************************
000774 FD  SUSPENSE
000775         RECORD CONTAINS 200 CHARACTERS
000776         DATA RECORD IS SUSP-REC.
000777 01  SUSP-REC.
000778     05  SP-ID.
000779         10  SP-DATE            PIC 9(08).
000780         10  SP-SEQ             PIC 9(04).
000781     05  SP-STATUS              PIC X(01).
000782         88  SP-OPEN            VALUE 'O'.
000783         88  SP-REPOSTED        VALUE 'R'.
000784         88  SP-WRITTEN-OFF     VALUE 'W'.
000785     05  SP-REASON              PIC X(50).
000786     05  SP-CARD                PIC X(80).
000787     05  SP-CLEAR-DATE          PIC 9(08).
000788     05  SP-CLEAR-NOTE          PIC X(35).
000789     05  FILLER                 PIC X(14).
000790
000791 WORKING-STORAGE SECTION.
000792******************************************************************
000793* JOURNAL LINE LAYOUTS                                           *
000794******************************************************************
000800 01  JRNHDR1.
000810         02  FILLER    PIC X(43) VALUE
000820               'VIEWBAT - ADJUSTMENT BATCH POSTING JOURNAL '.
000840 01  JRNCOLS.
000850         02  FILLER    PIC X(10) VALUE 'BATCH'.
000860         02  FILLER    PIC X(04) VALUE 'OP'.
000870         02  FILLER    PIC X(07) VALUE 'AMOUNT'.
000871         02  FILLER    PIC X(12) VALUE 'ACCOUNT'.
000880         02  FILLER    PIC X(10) VALUE 'STATUS'.
000890         02  FILLER    PIC X(53) VALUE SPACES.
000891         02  FILLER    PIC X(14) VALUE 'BAL BEFORE'.
000892         02  FILLER    PIC X(17) VALUE 'BAL AFTER'.
000900 01  JRNDTL.
000910         02  JD-BATCH   PIC X(08).
000920         02  FILLER     PIC X(02) VALUE SPACES.
000930         02  JD-OP      PIC X(02).
000940         02  FILLER     PIC X(02) VALUE SPACES.
000950         02  JD-AMOUNT  PIC X(05).
000960         02  FILLER     PIC X(02) VALUE SPACES.
000961         02  JD-ACCOUNT PIC X(10).
000962         02  FILLER     PIC X(02) VALUE SPACES.
000970         02  JD-STATUS  PIC X(08).
000980         02  FILLER     PIC X(02) VALUE SPACES.
000990         02  JD-DETAIL  PIC X(50).
000991         02  FILLER     PIC X(01) VALUE SPACES.
000992         02  JD-BALANCES.
000993             03  JD-BEFORE  PIC ZZZZZZZZ9.99-.
000994             03  FILLER     PIC X(01).
000995             03  JD-AFTER   PIC ZZZZZZZZ9.99-.
000996         02  JD-SUSPENSE REDEFINES JD-BALANCES.
000997             03  JD-SUSP-TAG  PIC X(09).
000998             03  JD-SUSP-ID   PIC X(12).
000999             03  FILLER       PIC X(06).
001000         02  FILLER     PIC X(06) VALUE SPACES.
001010 01  JRNBTOT.
001020         02  FILLER     PIC X(07) VALUE ' BATCH '.
001030         02  BT-BATCH   PIC X(08).
001420         02  SUM-REJ    PIC ZZZZ9.
001430         02  FILLER     PIC X(16) VALUE ' OUT OF BALANCE '.
001440         02  SUM-OOB    PIC ZZZZ9.
001441         02  FILLER     PIC X(08) VALUE ' POSTED '.
001442         02  SUM-POST   PIC ZZZZ9.
001443         02  FILLER     PIC X(10) VALUE ' UNPOSTED '.
001444         02  SUM-UNPOST PIC ZZZZ9.
001450         02  FILLER     PIC X(20) VALUE SPACES.
001451 01  JRNTOOBIG.
001452         02  FILLER     PIC X(07) VALUE ' BATCH '.
001453         02  BG-BATCH   PIC X(08).
001454         02  FILLER     PIC X(15) VALUE ' HAS MORE THAN '.
001455         02  BG-MAX     PIC ZZZZ9.
001456         02  FILLER     PIC X(40) VALUE
001457               ' CARDS - NOTHING POSTED, SPLIT THE BATCH'.
001458         02  FILLER     PIC X(52) VALUE SPACES.
001459 01  JRNMSTERR.
001460         02  FILLER     PIC X(01) VALUE SPACES.
001461         02  MSTNAME    PIC X(14).
001462         02  FILLER     PIC X(36) VALUE
001463               ' COULD NOT BE OPENED, FILE STATUS = '.
001464         02  MSTCODE    PIC X(02).
001465         02  FILLER     PIC X(26) VALUE
001466               ' - NO CARDS WERE PROCESSED'.
001467         02  FILLER     PIC X(48) VALUE SPACES.
001468 01  DTL-IOERR.
001469         02  FILLER     PIC X(39) VALUE
001470               'ACCOUNT MASTER I-O FAILED, FILE STATUS '.
001471         02  IOE-CODE   PIC X(02).
001472         02  FILLER     PIC X(09) VALUE SPACES.
001473 01  DTL-SPERR.
001474         02  FILLER     PIC X(38) VALUE
001475               'SUSPENSE FILE I-O FAILED, FILE STATUS '.
001476         02  SPE-CODE   PIC X(02).
001477         02  FILLER     PIC X(10) VALUE SPACES.
001478 01  DTL-REPOST.
001479         02  FILLER     PIC X(17) VALUE 'REPOSTS SUSPENSE '.
001480         02  DR-ID      PIC X(12).
001481         02  FILLER     PIC X(04) VALUE ' AS '.
001482         02  DR-OP      PIC X(02).
001483         02  FILLER     PIC X(15) VALUE SPACES.
001484 01  DTL-WRITEOFF.
001485         02  FILLER     PIC X(14) VALUE 'WRITTEN OFF - '.
001486         02  DW-REASON  PIC X(35).
001487         02  FILLER     PIC X(01) VALUE SPACES.
001488 01  CORRHDR.
001489         02  FILLER     PIC X(21) VALUE ' SUSPENSE CORRECTIONS'.
001490         02  FILLER     PIC X(106) VALUE SPACES.
001491 01  CORROVER.
001492         02  FILLER     PIC X(01) VALUE SPACES.
001493         02  CO-COUNT   PIC ZZZZ9.
001494         02  FILLER     PIC X(40) VALUE
001495               ' CORRECTION CARDS OVER THE LIMIT OF 500 '.
001496         02  FILLER     PIC X(34) VALUE
001497               'WERE NOT APPLIED - RESUBMIT THEM  '.
001498         02  FILLER     PIC X(47) VALUE SPACES.
001499 01  JRNCSUM.
001500         02  FILLER     PIC X(14) VALUE ' CORRECTIONS -'.
001501         02  FILLER     PIC X(10) VALUE ' REPOSTED '.
001502         02  CS-REPOST  PIC ZZZZ9.
001503         02  FILLER     PIC X(13) VALUE ' WRITTEN OFF '.
001504         02  CS-WOFF    PIC ZZZZ9.
001505         02  FILLER     PIC X(10) VALUE ' REJECTED '.
001506         02  CS-REJ     PIC ZZZZ9.
001507         02  FILLER     PIC X(21) VALUE '  SUSPENDED THIS RUN '.
001508         02  CS-SUSP    PIC ZZZZ9.
001509         02  FILLER     PIC X(39) VALUE SPACES.
001510
001511******************************************************************
001512* ACCOUNT SUMMARY LAYOUTS - ONE LINE PER ACCOUNT POSTED THIS RUN,*
001513* THEN THE DECK'S PROVEN TOTALS AGAINST THE ACCOUNTS' MOVEMENT   *
001514******************************************************************
001515 01  SUMHDR.
001516         02  FILLER    PIC X(43) VALUE
001517               'VIEWBAT - ACCOUNT SUMMARY FOR THIS RUN     '.
001518         02  FILLER    PIC X(84) VALUE SPACES.
001519 01  SUMCOLS.
001520         02  FILLER    PIC X(12) VALUE 'ACCOUNT'.
001521         02  FILLER    PIC X(15) VALUE '        OPENING'.
001522         02  FILLER    PIC X(18) VALUE '            DEBITS'.
001523         02  FILLER    PIC X(18) VALUE '           CREDITS'.
001524         02  FILLER    PIC X(18) VALUE '           CLOSING'.
001525         02  FILLER    PIC X(08) VALUE '   ITEMS'.
001526         02  FILLER    PIC X(38) VALUE SPACES.
001527 01  SUMLINE.
001528         02  AS-ACCOUNT PIC X(12).
001529         02  AS-OPEN    PIC ZZZZZZZZZZ9.99-.
001530         02  FILLER     PIC X(03) VALUE SPACES.
001531         02  AS-DEBITS  PIC ZZZZZZZZZZ9.99-.
001532         02  FILLER     PIC X(03) VALUE SPACES.
001533         02  AS-CREDITS PIC ZZZZZZZZZZ9.99-.
001534         02  FILLER     PIC X(03) VALUE SPACES.
001535         02  AS-CLOSE   PIC ZZZZZZZZZZ9.99-.
001536         02  FILLER     PIC X(03) VALUE SPACES.
001537         02  AS-ITEMS   PIC ZZZZ9.
001538         02  FILLER     PIC X(38) VALUE SPACES.
001539 01  TIELINE.
001540         02  FILLER     PIC X(01) VALUE SPACES.
001541         02  TL-LABEL   PIC X(39).
001542         02  FILLER     PIC X(09) VALUE ' CREDITS '.
001543         02  TL-CR      PIC ZZZZZZZZZZ9.99-.
001544         02  FILLER     PIC X(08) VALUE ' DEBITS '.
001545         02  TL-DR      PIC ZZZZZZZZZZ9.99-.
001546         02  FILLER     PIC X(05) VALUE ' NET '.
001547         02  TL-NET     PIC ZZZZZZZZZZ9.99-.
001548         02  FILLER     PIC X(20) VALUE SPACES.
001549 01  TIEVERD.
001550         02  FILLER     PIC X(01) VALUE SPACES.
001551         02  TV-TEXT    PIC X(60).
001552         02  FILLER     PIC X(66) VALUE SPACES.
001553 01  ACCTFULL.
001554         02  FILLER     PIC X(11) VALUE ' MORE THAN '.
001555         02  AF-MAX     PIC ZZZZ9.
001556         02  FILLER     PIC X(37) VALUE
001557               ' ACCOUNTS POSTED - SUMMARY INCOMPLETE'.
001558         02  FILLER     PIC X(74) VALUE SPACES.
001559
001560******************************************************************
001561* SUSPENSE AGING LAYOUTS - EVERY OPEN ENTRY WITH ITS DAYS        *
001562* OUTSTANDING, THEN THE COUNT AND AMOUNT IN EACH AGE BUCKET      *
001563******************************************************************
001564 01  AGEHDR.
001565         02  FILLER    PIC X(44) VALUE
001566               'VIEWBAT - SUSPENSE AGING - OPEN ITEMS AS OF '.
001567         02  AH-DATE   PIC X(10).
001568         02  FILLER    PIC X(73) VALUE SPACES.
001569 01  AGECOLS.
001570         02  FILLER    PIC X(14) VALUE 'SUSPENSE ID'.
001571         02  FILLER    PIC X(12) VALUE 'SUSPENDED'.
001572         02  FILLER    PIC X(07) VALUE ' DAYS'.
001573         02  FILLER    PIC X(10) VALUE 'AGE'.
001574         02  FILLER    PIC X(09) VALUE 'BATCH'.
001575         02  FILLER    PIC X(03) VALUE 'OP'.
001576         02  FILLER    PIC X(06) VALUE 'AMT'.
001577         02  FILLER    PIC X(12) VALUE 'ACCOUNT'.
001578         02  FILLER    PIC X(54) VALUE 'REASON'.
001579 01  AGELINE.
001580         02  AG-ID      PIC X(12).
001581         02  FILLER     PIC X(02) VALUE SPACES.
001582         02  AG-DATE    PIC X(10).
001583         02  FILLER     PIC X(02) VALUE SPACES.
001584         02  AG-DAYS    PIC ZZZZ9.
001585         02  FILLER     PIC X(02) VALUE SPACES.
001586         02  AG-BUCKET  PIC X(08).
001587         02  FILLER     PIC X(02) VALUE SPACES.
001588         02  AG-BATCH   PIC X(08).
001589         02  FILLER     PIC X(01) VALUE SPACES.
001590         02  AG-OP      PIC X(02).
001591         02  FILLER     PIC X(01) VALUE SPACES.
001592         02  AG-AMOUNT  PIC X(05).
001593         02  FILLER     PIC X(01) VALUE SPACES.
001594         02  AG-ACCOUNT PIC X(10).
001595         02  FILLER     PIC X(02) VALUE SPACES.
001596         02  AG-REASON  PIC X(50).
001597         02  FILLER     PIC X(04) VALUE SPACES.
001598 01  AGETOT.
001599         02  FILLER     PIC X(01) VALUE SPACES.
001600         02  AB-LABEL   PIC X(20).
001601         02  FILLER     PIC X(07) VALUE ' ITEMS '.
001602         02  AB-ITEMS   PIC ZZZZ9.
001603         02  FILLER     PIC X(08) VALUE ' AMOUNT '.
001604         02  AB-AMOUNT  PIC ZZZZZZZZZ9.99-.
001605         02  FILLER     PIC X(72) VALUE SPACES.
001606 01  AGENONE.
001607         02  FILLER     PIC X(27) VALUE
001608               ' NO OPEN ITEMS IN SUSPENSE '.
001609         02  FILLER     PIC X(100) VALUE SPACES.
001610 01  AGEERR.
001611         02  FILLER     PIC X(01) VALUE SPACES.
001612         02  AE-TEXT    PIC X(50).
001613         02  FILLER     PIC X(76) VALUE SPACES.
001614
001615******************************************************************
001616* REQUEST AREA PASSED TO THE VIEW CALCULATOR.  VIEW KEEPS THE    *
001617* RUNNING TOTAL ACROSS CALLS; A CANCEL BETWEEN BATCHES RESETS    *
001618* IT TO ZERO FOR THE NEXT BATCH.  VR-OP CARRIES THE CARD'S       *
001619* OPERATION CODE SO A REVERSAL SUBTRACTS INSIDE THE CALCULATOR   *
001620******************************************************************
001621 01  VIEW-REQUEST.
001622     05  VR-MODE                PIC X(01) VALUE 'B'.
001623     05  VR-OP                  PIC X(02) VALUE 'AD'.
001624     05  VR-INPUT               PIC X(05).
001625     05  VR-STATUS              PIC X(01).
001626         88  VR-ACCEPTED        VALUE 'A'.
001627     05  VR-TOTAL               PIC S9(7)V99 VALUE ZERO.
001628 01  VIEW-DISPLAY               PIC X(50).
001629
001630******************************************************************
001631* WORK AREAS                                                     *
001640******************************************************************
001650 01  CURR-BATCH                 PIC X(08).
001660******************************************************************
001810 77  REJECT-CNT                 PIC S9(4) COMP VALUE ZERO.
001820 77  BATCH-CNT                  PIC S9(4) COMP VALUE ZERO.
001830 77  OOB-CNT                    PIC S9(4) COMP VALUE ZERO.
001831 77  POST-CNT                   PIC S9(4) COMP VALUE ZERO.
001832 77  UNPOST-CNT                 PIC S9(4) COMP VALUE ZERO.
001833 77  POST-ERR-CNT               PIC S9(4) COMP VALUE ZERO.
001834 77  TOOBIG-CNT                 PIC S9(4) COMP VALUE ZERO.
001835 77  SUSP-CNT                   PIC S9(4) COMP VALUE ZERO.
001836 77  REPOST-CNT                 PIC S9(4) COMP VALUE ZERO.
001837 77  WOFF-CNT                   PIC S9(4) COMP VALUE ZERO.
001838 77  CORR-REJ-CNT               PIC S9(4) COMP VALUE ZERO.
001839 01  RUN-DATE                   PIC 9(08).
001840 01  ACCTMST-STATUS             PIC X(02).
001841 01  REFUSE-REASON              PIC X(50).
001842 01  SUSPENSE-STATUS            PIC X(02).
001843 01  CHECK-ACCOUNT              PIC X(10).
001844
001850******************************************************************
001860* PER-BATCH PROOF AREAS - THE ACCEPTED-ITEM COUNT AND THE        *
001870* TRAILER'S EXPECTATIONS FOR THE BATCH NOW OPEN                  *
001890 77  BATCH-ITEMS                PIC S9(4) COMP VALUE ZERO.
001900 01  EXP-COUNT                  PIC 9(05).
001910 01  EXP-TOTAL                  PIC S9(7)V99.
001911 01  PRIOR-TOTAL                PIC S9(7)V99.
001912 01  BATCH-CR                   PIC S9(9)V99 VALUE ZERO.
001913 01  BATCH-DR                   PIC S9(9)V99 VALUE ZERO.
001914
001915******************************************************************
001916* THE OPEN BATCH'S JOURNAL LINES, HELD UNTIL THE BATCH IS PROVED.*
001917* AN ACCEPTED ITEM IS HELD WITH ITS ACCOUNT AND SIGNED AMOUNT AND*
001918* POSTS ONLY IF THE WHOLE BATCH PROVES IN BALANCE.  A BATCH TOO  *
001919* BIG TO HOLD IS JOURNALED AS IT GOES AND NOTHING IN IT POSTS    *
001920******************************************************************
001921 01  HOLD-TABLE.
001922     05  HOLD-ENTRY OCCURS 500 TIMES.
001923         10  HL-KIND            PIC X(01).
001924             88  HL-POSTABLE    VALUE 'P'.
001925         10  HL-OP              PIC X(02).
001926         10  HL-ACCOUNT         PIC X(10).
001927         10  HL-AMOUNT          PIC S9(7)V99.
001928         10  HL-LINE            PIC X(127).
001929         10  HL-CARD            PIC X(80).
001930 77  HOLD-COUNT                 PIC S9(4) COMP VALUE ZERO.
001931 77  HOLD-MAX                   PIC S9(4) COMP VALUE 500.
001932 77  HX                         PIC S9(4) COMP.
001933 01  HOLD-KIND                  PIC X(01) VALUE 'I'.
001934 01  HOLD-AMOUNT                PIC S9(7)V99 VALUE ZERO.
001935 01  BAL-BEFORE                 PIC S9(9)V99.
001936 01  BAL-AFTER                  PIC S9(10)V99.
001937 01  UNPROVED-REASON            PIC X(50).
001938 01  SAVE-JRNDTL                PIC X(127).
001939
001940******************************************************************
001941* ACCOUNT SUMMARY - ONE ENTRY PER ACCOUNT POSTED, KEPT IN ACCOUNT*
001942* ORDER, AND THE DECK'S TOTALS FROM THE BATCHES THAT PROVED      *
001943******************************************************************
001944 01  ACCT-TABLE.
001945     05  ACCT-ENTRY OCCURS 2000 TIMES.
001946         10  AT-ACCOUNT         PIC X(10).
001947         10  AT-OPEN            PIC S9(9)V99.
001948         10  AT-DEBITS          PIC S9(11)V99.
001949         10  AT-CREDITS         PIC S9(11)V99.
001950         10  AT-CLOSE           PIC S9(9)V99.
001951         10  AT-ITEMS           PIC S9(4) COMP.
001952 77  ACCT-HELD                  PIC S9(4) COMP VALUE ZERO.
001953 77  ACCT-MAX                   PIC S9(4) COMP VALUE 2000.
001954 77  AX                         PIC S9(4) COMP.
001955 77  BS-LO                      PIC S9(4) COMP.
001956 77  BS-HI                      PIC S9(4) COMP.
001957 77  BS-MID                     PIC S9(4) COMP.
001958 77  SHIFT-IX                   PIC S9(4) COMP.
001959 01  DECK-CR                    PIC S9(11)V99 VALUE ZERO.
001960 01  DECK-DR                    PIC S9(11)V99 VALUE ZERO.
001961 01  DECK-NET                   PIC S9(11)V99 VALUE ZERO.
001962 01  ACCT-OPEN-TOT              PIC S9(11)V99.
001963 01  ACCT-DR-TOT                PIC S9(11)V99.
001964 01  ACCT-CR-TOT                PIC S9(11)V99.
001965 01  ACCT-CLOSE-TOT             PIC S9(11)V99.
001966 01  ACCT-NET                   PIC S9(11)V99.
001967 77  ACCT-ITEM-TOT              PIC S9(4) COMP.
001968
001969******************************************************************
001970* THE ITEM BEING POSTED - FROM THE HOLD TABLE FOR A PROVEN BATCH,*
001971* OR FROM THE CORRECTED CARD IMAGE FOR A REPOST - AND THE        *
001972* REPOSTS' TOTALS FOR THE TIE-BACK                               *
001973******************************************************************
001974 01  POST-ACCOUNT               PIC X(10).
001975 01  POST-OP                    PIC X(02).
001976 01  POST-AMOUNT                PIC S9(7)V99.
001977 01  REPOST-CR                  PIC S9(11)V99 VALUE ZERO.
001978 01  REPOST-DR                  PIC S9(11)V99 VALUE ZERO.
001979 01  REPOST-NET                 PIC S9(11)V99 VALUE ZERO.
001980 01  TIE-CR                     PIC S9(11)V99.
001981 01  TIE-DR                     PIC S9(11)V99.
001982 01  TIE-NET                    PIC S9(11)V99.
001983
001984******************************************************************
001985* SUSPENSE WORK AREAS.  A CARD IS SUSPENDED FROM SUSP-CARD WITH  *
001986* SUSP-REASON; ITS ID TAKES THE NEXT SEQUENCE WITHIN THE RUN DATE*
001987******************************************************************
001988 01  SUSP-CARD                  PIC X(80).
001989 01  SUSP-REASON                PIC X(50).
001990 77  NEXT-SUSP-SEQ              PIC S9(5) COMP VALUE 1.
001991*                   A SUSPENDED CARD IMAGE, LAID OUT AS TRN-RECORD
001992 01  CARD-IMAGE.
001993     05  CI-BATCH               PIC X(08).
001994     05  FILLER                 PIC X(01).
001995     05  CI-OP                  PIC X(02).
001996         88  CI-OP-ADD          VALUE 'AD'.
001997         88  CI-OP-SUB          VALUE 'SU'.
001998     05  FILLER                 PIC X(01).
001999     05  CI-AMOUNT              PIC X(05).
002000     05  FILLER                 PIC X(01).
002001     05  CI-ACCOUNT             PIC X(10).
002002     05  FILLER                 PIC X(52).
002003 01  REPOST-NOTE.
002004     05  FILLER                 PIC X(12) VALUE 'REPOSTED AS '.
002005     05  RN-OP                  PIC X(02).
002006     05  FILLER                 PIC X(01) VALUE SPACES.
002007     05  RN-AMOUNT              PIC X(05).
002008     05  FILLER                 PIC X(01) VALUE SPACES.
002009     05  RN-ACCOUNT             PIC X(10).
002010     05  FILLER                 PIC X(04) VALUE SPACES.
002011 01  EDIT-DIGITS                PIC X(05).
002012 01  EDIT-DIGITS-N REDEFINES EDIT-DIGITS
002013                                PIC 9(05).
002014 01  EDIT-AMOUNT                PIC S9(7)V99.
002015
002016******************************************************************
002017* CORRECTION CARDS ARE SET ASIDE AS THEY ARE READ AND APPLIED    *
002018* AFTER THE DECK'S LAST BATCH.  AN RP (REPOST) OR WO (WRITE-OFF) *
002019* CARD NAMES THE SUSPENSE ENTRY IT CLEARS IN COLS 13-24.  A      *
002020* REPOST MAY OVERRIDE THE ITEM'S OPERATION (26-27), AMOUNT       *
002021* (29-33) OR ACCOUNT (35-44); A WRITE-OFF GIVES ITS REASON IN    *
002022* COLS 46-80                                                     *
002023******************************************************************
002024 01  CORR-TABLE.
002025     05  CORR-CARD              PIC X(80) OCCURS 500 TIMES.
002026 77  CORR-COUNT                 PIC S9(4) COMP VALUE ZERO.
002027 77  CORR-MAX                   PIC S9(4) COMP VALUE 500.
002028 77  CORR-OVER                  PIC S9(4) COMP VALUE ZERO.
002029 77  CX                         PIC S9(4) COMP.
002030 01  CORR-WORK.
002031     05  CW-REF                 PIC X(08).
002032     05  FILLER                 PIC X(01).
002033     05  CW-OP                  PIC X(02).
002034         88  CW-WRITE-OFF       VALUE 'WO'.
002035     05  FILLER                 PIC X(01).
002036     05  CW-SUSP-ID             PIC X(12).
002037     05  FILLER                 PIC X(01).
002038     05  CW-NEW-OP              PIC X(02).
002039     05  FILLER                 PIC X(01).
002040     05  CW-NEW-AMOUNT          PIC X(05).
002041     05  FILLER                 PIC X(01).
002042     05  CW-NEW-ACCOUNT         PIC X(10).
002043     05  FILLER                 PIC X(01).
002044     05  CW-REASON              PIC X(35).
002045
002046******************************************************************
002047* AGING WORK AREAS - A DATE IS TURNED INTO A DAY NUMBER SO TWO   *
002048* DATES CAN BE SUBTRACTED                                        *
002049******************************************************************
002050 01  DAY-DATE                   PIC 9(08).
002051 01  DAY-DATE-R REDEFINES DAY-DATE.
002052     05  DAY-YYYY               PIC 9(04).
002053     05  DAY-MM                 PIC 9(02).
002054     05  DAY-DD                 PIC 9(02).
002055 77  DAY-YEAR                   PIC S9(5) COMP.
002056 77  DAY-MONTH                  PIC S9(5) COMP.
002057 77  DAY-Q4                     PIC S9(5) COMP.
002058 77  DAY-Q100                   PIC S9(5) COMP.
002059 77  DAY-Q400                   PIC S9(5) COMP.
002060 77  DAY-IN-YEAR                PIC S9(5) COMP.
002061 77  DAY-NUMBER                 PIC S9(9) COMP.
002062 77  RUN-DAY-NUMBER             PIC S9(9) COMP.
002063 77  AGE-DAYS                   PIC S9(9) COMP.
002064 77  AGE-IX                     PIC S9(4) COMP.
002065 01  EDIT-DATE                  PIC 9(08).
002066 01  EDIT-DATE-R REDEFINES EDIT-DATE.
002067     05  EDIT-YYYY              PIC 9(04).
002068     05  EDIT-MM                PIC 9(02).
002069     05  EDIT-DD                PIC 9(02).
002070 01  EDIT-MDY                   PIC X(10).
002071 01  AGE-NAME-VALUES.
002072     05  FILLER                 PIC X(08) VALUE '0-2 DAYS'.
002073     05  FILLER                 PIC X(08) VALUE '3-7 DAYS'.
002074     05  FILLER                 PIC X(08) VALUE 'OVER 7'.
002075 01  AGE-NAMES REDEFINES AGE-NAME-VALUES.
002076     05  AGE-NAME               PIC X(08) OCCURS 3 TIMES.
002077 01  AGE-LABEL-VALUES.
002078     05  FILLER                 PIC X(20) VALUE 'OPEN 0-2 DAYS'.
002079     05  FILLER                 PIC X(20) VALUE 'OPEN 3-7 DAYS'.
002080     05  FILLER                 PIC X(20)
002081                                VALUE 'OPEN OVER 7 DAYS'.
002082     05  FILLER                 PIC X(20) VALUE 'ALL OPEN ITEMS'.
002083 01  AGE-LABELS REDEFINES AGE-LABEL-VALUES.
002084     05  AGE-LABEL              PIC X(20) OCCURS 4 TIMES.
002085 01  AGE-BUCKETS.
002086     05  AGE-BUCKET OCCURS 4 TIMES.
002087         10  AGE-COUNT          PIC S9(5) COMP.
002088         10  AGE-AMOUNT         PIC S9(11)V99.
002089
002090******************************************************************
002091* SWITCHES                                                       *
002092******************************************************************
002093 01  TRANSIN-EOF-SW             PIC X(01) VALUE 'N'.
002094     88  TRANSIN-EOF            VALUE 'Y'.
002095 01  TRAILER-SEEN-SW            PIC X(01) VALUE 'N'.
002096     88  TRAILER-SEEN           VALUE 'Y'.
002097 01  BATCH-VOID-SW              PIC X(01) VALUE 'N'.
002098     88  BATCH-VOID             VALUE 'Y'.
002099 01  BATCH-PROVED-SW            PIC X(01) VALUE 'N'.
002100     88  BATCH-PROVED           VALUE 'Y'.
002101 01  HOLD-OVERFLOW-SW           PIC X(01) VALUE 'N'.
002102     88  HOLD-OVERFLOW          VALUE 'Y'.
002103 01  ACCTMST-OPEN-SW            PIC X(01) VALUE 'N'.
002104     88  ACCTMST-OPEN           VALUE 'Y'.
002105 01  ACCOUNT-OK-SW              PIC X(01) VALUE 'N'.
002106     88  ACCOUNT-OK             VALUE 'Y'.
002107 01  ACCT-FOUND-SW              PIC X(01) VALUE 'N'.
002108     88  ACCT-FOUND             VALUE 'Y'.
002109 01  ACCT-FULL-SW               PIC X(01) VALUE 'N'.
002110     88  ACCT-FULL              VALUE 'Y'.
002111 01  SUMMARY-TIED-SW            PIC X(01) VALUE 'Y'.
002112     88  SUMMARY-TIED           VALUE 'Y'.
002113 01  SUSPENSE-OPEN-SW           PIC X(01) VALUE 'N'.
002114     88  SUSPENSE-OPEN          VALUE 'Y'.
002115 01  BATCH-OPEN-SW              PIC X(01) VALUE 'N'.
002116     88  BATCH-OPEN             VALUE 'Y'.
002117 01  POST-DONE-SW               PIC X(01) VALUE 'N'.
002118     88  POST-DONE              VALUE 'Y'.
002119 01  SUSP-DONE-SW               PIC X(01) VALUE 'N'.
002120     88  SUSP-DONE              VALUE 'Y'.
002121 01  CORR-APPLIED-SW            PIC X(01) VALUE 'N'.
002122     88  CORR-APPLIED           VALUE 'Y'.
002123 01  AMOUNT-OK-SW               PIC X(01) VALUE 'N'.
002124     88  AMOUNT-OK              VALUE 'Y'.
002125 01  BROWSE-DONE-SW             PIC X(01) VALUE 'N'.
002126     88  BROWSE-DONE            VALUE 'Y'.
002127
002128 PROCEDURE DIVISION.
002129******************************************************************
002130* MAINLINE - JOURNAL EVERY TRANSACTION'S ACCEPTED/REJECTED       *
002131* OUTCOME, FOOT EACH BATCH AND PROVE IT AGAINST ITS TRAILER,     *
002132* THEN APPLY THE SUSPENSE CORRECTIONS AND REPORT THE DECK, THE   *
002133* ACCOUNTS POSTED TO AND THE AGING OF WHAT IS STILL IN SUSPENSE  *
002134******************************************************************
002135 PROG-START.
002136          OPEN OUTPUT JOURNAL.
002137          OPEN INPUT TRANSIN.
002138          ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002139          MOVE SPACES TO JRNREC.
002140          WRITE JRNREC FROM JRNHDR1
002141            AFTER ADVANCING 1 LINE.
002150          WRITE JRNREC FROM JRNCOLS
002160            AFTER ADVANCING 2 LINES.
002161          OPEN I-O ACCTMST.
002162          IF ACCTMST-STATUS EQUAL TO '00'
002163             OR ACCTMST-STATUS EQUAL TO '97' THEN
002164            MOVE 'Y' TO ACCTMST-OPEN-SW
002165          ELSE
002167            MOVE 'ACCOUNT MASTER' TO MSTNAME
002169            MOVE ACCTMST-STATUS TO MSTCODE
002171            WRITE JRNREC FROM JRNMSTERR
002173              AFTER ADVANCING 2 LINES
002175          END-IF.
002177          OPEN I-O SUSPENSE.
002179          IF SUSPENSE-STATUS EQUAL TO '00'
002181             OR SUSPENSE-STATUS EQUAL TO '05'
002183             OR SUSPENSE-STATUS EQUAL TO '97' THEN
002185            MOVE 'Y' TO SUSPENSE-OPEN-SW
002187          ELSE
002189            MOVE 'SUSPENSE FILE' TO MSTNAME
002191            MOVE SUSPENSE-STATUS TO MSTCODE
002193            WRITE JRNREC FROM JRNMSTERR
002195              AFTER ADVANCING 2 LINES
002197          END-IF.
002199          IF ACCTMST-OPEN AND SUSPENSE-OPEN THEN
002201            PERFORM READ-TRANSIN
002203          ELSE
002205            MOVE 'Y' TO TRANSIN-EOF-SW
002207          END-IF.
002209          PERFORM POST-TRANSACTION UNTIL TRANSIN-EOF.
002211          IF BATCH-OPEN THEN
002213            PERFORM CLOSE-BATCH
002215          END-IF.
002217          IF CORR-COUNT GREATER THAN ZERO
002219             OR CORR-OVER GREATER THAN ZERO THEN
002221            PERFORM APPLY-CORRECTIONS
002223          END-IF.
002240          MOVE BATCH-CNT TO SUM-BATCH.
002250          MOVE ACCEPT-CNT TO SUM-ACC.
002260          MOVE REJECT-CNT TO SUM-REJ.
002270          MOVE OOB-CNT TO SUM-OOB.
002271          MOVE POST-CNT TO SUM-POST.
002272          MOVE UNPOST-CNT TO SUM-UNPOST.
002280          WRITE JRNREC FROM JRNSUM
002290            AFTER ADVANCING 2 LINES.
002291          MOVE REPOST-CNT TO CS-REPOST.
002292          MOVE WOFF-CNT TO CS-WOFF.
002293          MOVE CORR-REJ-CNT TO CS-REJ.
002294          MOVE SUSP-CNT TO CS-SUSP.
002295          WRITE JRNREC FROM JRNCSUM
002296            AFTER ADVANCING 1 LINE.
002297          IF ACCTMST-OPEN THEN
002298            PERFORM WRITE-ACCOUNT-SUMMARY
002299          END-IF.
002300          IF SUSPENSE-OPEN THEN
002301            PERFORM WRITE-SUSPENSE-AGING
002302          END-IF.
002303 PROG-END.
002310          CLOSE TRANSIN.
002311          IF ACCTMST-OPEN THEN
002312            CLOSE ACCTMST
002313          END-IF.
002314          IF SUSPENSE-OPEN THEN
002315            CLOSE SUSPENSE
002316          END-IF.
002320          CLOSE JOURNAL.
002321          IF NOT ACCTMST-OPEN
002322             OR NOT SUSPENSE-OPEN THEN
002323            MOVE 12 TO RETURN-CODE
002324          ELSE
002330            IF OOB-CNT GREATER THAN ZERO
002331               OR TOOBIG-CNT GREATER THAN ZERO
002332               OR POST-ERR-CNT GREATER THAN ZERO
002333               OR NOT SUMMARY-TIED THEN
002340              MOVE 8 TO RETURN-CODE
002350            ELSE
002351              IF REJECT-CNT GREATER THAN ZERO
002352                 OR CORR-REJ-CNT GREATER THAN ZERO THEN
002370                MOVE 4 TO RETURN-CODE
002380              ELSE
002390                MOVE 0 TO RETURN-CODE
002400              END-IF
002401            END-IF
002410          END-IF.
002420          GOBACK.
002430
002460            AT END MOVE 'Y' TO TRANSIN-EOF-SW.
002470
002480******************************************************************
002484* POST ONE TRANSACTION.  A CORRECTION CARD IS SET ASIDE UNTIL    *
002488* THE DECK'S BATCHES ARE DONE.  A NEW BATCH IDENTIFIER FOOTS AND *
002492* PROVES THE FINISHED BATCH AND RESETS THE CALCULATOR BEFORE     *
002496* GOING ON                                                       *
002500******************************************************************
002504 POST-TRANSACTION.
002508          IF TRN-OP-CORRECTION THEN
002512            PERFORM TAKE-CORRECTION-CARD
002516          ELSE
002520            PERFORM POST-BATCH-CARD
002524          END-IF.
002528          PERFORM READ-TRANSIN.
002532
002536 POST-BATCH-CARD.
002540          IF NOT BATCH-OPEN
002544             OR TRN-BATCH NOT EQUAL TO CURR-BATCH THEN
002548            IF BATCH-OPEN THEN
002552              PERFORM CLOSE-BATCH
002556            END-IF
002560            CANCEL 'View'
002570            MOVE ZERO TO VR-TOTAL
002580            MOVE ZERO TO BATCH-ITEMS
002590            MOVE 'N' TO TRAILER-SEEN-SW
002600            MOVE 'N' TO BATCH-VOID-SW
002601            MOVE 'N' TO HOLD-OVERFLOW-SW
002602            MOVE ZERO TO BATCH-CR
002603            MOVE ZERO TO BATCH-DR
002610            MOVE TRN-BATCH TO CURR-BATCH
002620            ADD 1 TO BATCH-CNT
002621            MOVE 'Y' TO BATCH-OPEN-SW
002630          END-IF.
002640          MOVE TRN-BATCH TO JD-BATCH.
002650          MOVE TRN-OP TO JD-OP.
002660          MOVE TRN-AMOUNT TO JD-AMOUNT.
002661          MOVE TRN-ACCOUNT TO JD-ACCOUNT.
002662          MOVE SPACES TO JD-BALANCES.
002670          IF TRN-OP-TRAILER THEN
002680            PERFORM POST-TRAILER-CARD
002690          ELSE
002730              ADD 1 TO REJECT-CNT
002740              MOVE 'REJECTED' TO JD-STATUS
002750              MOVE 'INVALID OPERATION CODE' TO JD-DETAIL
002751              PERFORM SUSPEND-REJECTED-CARD
002760              PERFORM HOLD-JOURNAL-LINE
002780            END-IF
002790          END-IF.
002810
002820******************************************************************
002830* REFUSE AN AD OR SU ITEM WHOSE ACCOUNT IS MISSING OR CLOSED,    *
002831* OTHERWISE FEED IT THROUGH THE CALCULATOR.  AN ACCEPTED ITEM IS *
002832* HELD WITH ITS SIGNED AMOUNT - THE CHANGE IT MADE TO THE RUNNING*
002833* TOTAL - UNTIL ITS BATCH IS PROVED                              *
002840******************************************************************
002850 POST-ITEM-CARD.
002851          MOVE TRN-ACCOUNT TO CHECK-ACCOUNT.
002852          PERFORM CHECK-ITEM-ACCOUNT.
002853          IF ACCOUNT-OK THEN
002854            PERFORM FOOT-ITEM-CARD
002855          ELSE
002856            ADD 1 TO REJECT-CNT
002857            MOVE 'REJECTED' TO JD-STATUS
002858            MOVE REFUSE-REASON TO JD-DETAIL
002859            PERFORM SUSPEND-REJECTED-CARD
002860            PERFORM HOLD-JOURNAL-LINE
002861          END-IF.
002862
002863 FOOT-ITEM-CARD.
002864          MOVE TRN-AMOUNT TO ALIGN-AMOUNT.
002870          PERFORM SLIDE-AMOUNT-RIGHT
002880            UNTIL ALIGN-LAST NOT EQUAL TO SPACE
002890               OR ALIGN-AMOUNT EQUAL TO SPACES.
002900          MOVE ALIGN-AMOUNT TO VR-INPUT.
002910          MOVE TRN-OP TO VR-OP.
002920          MOVE SPACES TO VIEW-DISPLAY.
002921          MOVE VR-TOTAL TO PRIOR-TOTAL.
002930          CALL 'View' USING VIEW-REQUEST VIEW-DISPLAY.
002940          IF VR-ACCEPTED THEN
002950            ADD 1 TO ACCEPT-CNT
002960            ADD 1 TO BATCH-ITEMS
002970            MOVE 'ACCEPTED' TO JD-STATUS
002971            MOVE 'P' TO HOLD-KIND
002972            COMPUTE HOLD-AMOUNT = VR-TOTAL - PRIOR-TOTAL
002973            IF TRN-OP-ADD THEN
002974              ADD HOLD-AMOUNT TO BATCH-CR
002975            ELSE
002976              SUBTRACT HOLD-AMOUNT FROM BATCH-DR
002977            END-IF
002980          ELSE
002990            ADD 1 TO REJECT-CNT
003000            MOVE 'REJECTED' TO JD-STATUS
003010          END-IF.
003020          MOVE VIEW-DISPLAY TO JD-DETAIL.
003021          IF NOT VR-ACCEPTED THEN
003022            PERFORM SUSPEND-REJECTED-CARD
003023          END-IF.
003030          PERFORM HOLD-JOURNAL-LINE.
003050
003060******************************************************************
003070* TAKE THE BATCH TRAILER'S EXPECTATIONS ON BOARD.  A TRAILER     *
003090* IT RATHER THAN PROVE AN EMPTY BATCH IN BALANCE                 *
003100******************************************************************
003110 POST-TRAILER-CARD.
003111          MOVE SPACES TO JD-ACCOUNT.
003120          IF BATCH-ITEMS EQUAL TO ZERO
003130             AND VR-TOTAL EQUAL TO ZERO
003140             AND NOT TRAILER-SEEN THEN
003141            MOVE 'N' TO BATCH-PROVED-SW
003142            MOVE 'TRAILER ARRIVED WITH NO BATCH'
003143              TO UNPROVED-REASON
003144            PERFORM FLUSH-HELD-LINES
003150            MOVE TRN-BATCH TO NB-BATCH
003160            WRITE JRNREC FROM JRNNOBAT
003170              AFTER ADVANCING 1 LINE
003250              MOVE 'Y' TO TRAILER-SEEN-SW
003260              MOVE 'TRAILER ' TO JD-STATUS
003270              MOVE SPACES TO JD-DETAIL
003280              PERFORM HOLD-JOURNAL-LINE
003300            ELSE
003310              ADD 1 TO REJECT-CNT
003320              MOVE 'REJECTED' TO JD-STATUS
003330              MOVE 'TRAILER COUNT/TOTAL NOT NUMERIC' TO JD-DETAIL
003340              PERFORM HOLD-JOURNAL-LINE
003360            END-IF
003370          END-IF.
003380
003400* FOOT THE BATCH JUST FINISHED FROM THE CALCULATOR'S RUNNING     *
003410* TOTAL AND PROVE IT AGAINST THE TRAILER - THE FOOTED TOTAL AND  *
003420* ACCEPTED-ITEM COUNT MUST BOTH MATCH.  A BATCH WITH NO TRAILER  *
003430* CANNOT BE PROVED AND COUNTS AS OUT OF BALANCE.  THE BATCH'S    *
003431* HELD ITEMS POST TO THEIR ACCOUNTS ONLY IF IT PROVES            *
003440******************************************************************
003450 CLOSE-BATCH.
003460          IF BATCH-VOID THEN
003470*                   THE ORPHAN TRAILER WAS ALREADY FLAGGED - THERE
003480*                   IS NO BATCH HERE TO FOOT OR PROVE AGAIN, ONLY
003481*                   ANY CARDS THAT FOLLOWED IT TO JOURNAL UNPOSTED
003482            MOVE 'N' TO BATCH-PROVED-SW
003483            MOVE 'CARDS FOLLOW A TRAILER WITH NO BATCH'
003484              TO UNPROVED-REASON
003490            PERFORM FLUSH-HELD-LINES
003500          ELSE
003510            PERFORM FOOT-AND-PROVE-BATCH
003520          END-IF.
003530
003540 FOOT-AND-PROVE-BATCH.
003541          MOVE 'N' TO BATCH-PROVED-SW.
003542          IF TRAILER-SEEN
003543             AND NOT HOLD-OVERFLOW THEN
003544            IF VR-TOTAL EQUAL TO EXP-TOTAL
003545               AND BATCH-ITEMS EQUAL TO EXP-COUNT THEN
003546              MOVE 'Y' TO BATCH-PROVED-SW
003547            END-IF
003548          END-IF.
003549          IF NOT BATCH-PROVED THEN
003550            PERFORM NOTE-UNPROVED-REASON
003551          END-IF.
003552          PERFORM FLUSH-HELD-LINES.
003553          IF BATCH-PROVED THEN
003554            ADD BATCH-CR TO DECK-CR
003555            ADD BATCH-DR TO DECK-DR
003556            ADD VR-TOTAL TO DECK-NET
003557          END-IF.
003558          MOVE CURR-BATCH TO BT-BATCH.
003560          MOVE VR-TOTAL TO BT-TOTAL.
003570          MOVE BATCH-ITEMS TO BT-ITEMS.
003580          WRITE JRNREC FROM JRNBTOT
003760              AFTER ADVANCING 1 LINE
003770            ADD 1 TO OOB-CNT
003780          END-IF.
003781          IF HOLD-OVERFLOW THEN
003782            MOVE CURR-BATCH TO BG-BATCH
003783            MOVE HOLD-MAX TO BG-MAX
003784            WRITE JRNREC FROM JRNTOOBIG
003785              AFTER ADVANCING 1 LINE
003786            ADD 1 TO TOOBIG-CNT
003787          END-IF.
003788
003789 NOTE-UNPROVED-REASON.
003790          IF HOLD-OVERFLOW THEN
003791            MOVE 'BATCH HAS MORE THAN 500 CARDS'
003792              TO UNPROVED-REASON
003793          ELSE
003794            IF NOT TRAILER-SEEN THEN
003795              MOVE 'BATCH HAS NO TRAILER' TO UNPROVED-REASON
003796            ELSE
003797              MOVE 'BATCH OUT OF BALANCE WITH ITS TRAILER'
003798                TO UNPROVED-REASON
003799            END-IF
003800          END-IF.
003801
003802******************************************************************
003810* SHIFT THE AMOUNT ONE PLACE RIGHT, FILLING WITH A LEADING       *
003820* BLANK FOR VIEW'S LEADING-SPACE-TO-ZERO EDIT TO ABSORB          *
003830******************************************************************
003850          MOVE ALIGN-AMOUNT TO ALIGN-WORK.
003860          MOVE ALIGN-HEAD TO ALIGN-REST.
003870          MOVE SPACE TO ALIGN-LEAD.
003880
003890******************************************************************
003900* AN ITEM MUST NAME AN ACCOUNT THAT IS ON THE MASTER AND OPEN    *
003910******************************************************************
003920 CHECK-ITEM-ACCOUNT.
003930          MOVE 'N' TO ACCOUNT-OK-SW.
003940          MOVE SPACES TO REFUSE-REASON.
003950          IF CHECK-ACCOUNT EQUAL TO SPACES THEN
003960            MOVE 'NO ACCOUNT NUMBER ON CARD' TO REFUSE-REASON
003970          ELSE
003980            MOVE CHECK-ACCOUNT TO AM-ACCOUNT
003990            READ ACCTMST
004000            IF ACCTMST-STATUS EQUAL TO '23' THEN
004010              MOVE 'ACCOUNT NOT ON MASTER' TO REFUSE-REASON
004020            ELSE
004030              IF ACCTMST-STATUS NOT EQUAL TO '00' THEN
004040                MOVE ACCTMST-STATUS TO IOE-CODE
004050                MOVE DTL-IOERR TO REFUSE-REASON
004060                ADD 1 TO POST-ERR-CNT
004070              ELSE
004080                IF AM-CLOSED THEN
004090                  MOVE 'ACCOUNT IS CLOSED' TO REFUSE-REASON
004100                ELSE
004110                  MOVE 'Y' TO ACCOUNT-OK-SW
004120                END-IF
004130              END-IF
004140            END-IF
004150          END-IF.
004160
004170******************************************************************
004180* HOLD ONE JOURNAL LINE OF THE OPEN BATCH.  WHEN THE TABLE IS    *
004190* FULL THE BATCH CAN NO LONGER POST - WHAT IS HELD IS JOURNALED  *
004200* UNPOSTED AND THE TABLE STARTS AGAIN FOR THE REST OF THE BATCH. *
004205* THE CURRENT CARD'S LINE IS SET ASIDE WHILE THAT IS DONE        *
004210******************************************************************
004220 HOLD-JOURNAL-LINE.
004230          IF HOLD-COUNT NOT LESS THAN HOLD-MAX THEN
004240            MOVE 'Y' TO HOLD-OVERFLOW-SW
004250            MOVE 'N' TO BATCH-PROVED-SW
004251            MOVE 'BATCH HAS MORE THAN 500 CARDS'
004252              TO UNPROVED-REASON
004253            MOVE JRNDTL TO SAVE-JRNDTL
004260            PERFORM FLUSH-HELD-LINES
004261            MOVE SAVE-JRNDTL TO JRNDTL
004270          END-IF.
004280          ADD 1 TO HOLD-COUNT.
004290          MOVE JRNDTL TO HL-LINE (HOLD-COUNT).
004300          MOVE HOLD-KIND TO HL-KIND (HOLD-COUNT).
004310          MOVE TRN-OP TO HL-OP (HOLD-COUNT).
004320          MOVE TRN-ACCOUNT TO HL-ACCOUNT (HOLD-COUNT).
004330          MOVE HOLD-AMOUNT TO HL-AMOUNT (HOLD-COUNT).
004331          MOVE TRN-RECORD TO HL-CARD (HOLD-COUNT).
004340          MOVE 'I' TO HOLD-KIND.
004350          MOVE ZERO TO HOLD-AMOUNT.
004360
004370******************************************************************
004376* JOURNAL THE HELD LINES IN CARD ORDER, POSTING EACH ACCEPTED    *
004382* ITEM IF THE BATCH PROVED.  AN ITEM THAT DOES NOT POST - THE    *
004388* BATCH DID NOT PROVE OR THE POSTING FAILED - IS JOURNALED       *
004394* UNPOSTED AND SUSPENDED WITH THE REASON                         *
004400******************************************************************
004410 FLUSH-HELD-LINES.
004420          PERFORM WRITE-HELD-LINE
004430            VARYING HX FROM 1 BY 1
004440            UNTIL HX GREATER THAN HOLD-COUNT.
004450          MOVE ZERO TO HOLD-COUNT.
004460
004470 WRITE-HELD-LINE.
004480          MOVE HL-LINE (HX) TO JRNDTL.
004484          IF HL-POSTABLE (HX) THEN
004488            MOVE HL-CARD (HX) TO SUSP-CARD
004492            IF BATCH-PROVED THEN
004496              MOVE HL-ACCOUNT (HX) TO POST-ACCOUNT
004500              MOVE HL-OP (HX) TO POST-OP
004504              MOVE HL-AMOUNT (HX) TO POST-AMOUNT
004508              PERFORM POST-ITEM
004512              IF POST-DONE THEN
004516                ADD 1 TO POST-CNT
004520              ELSE
004524                ADD 1 TO UNPOST-CNT
004528                MOVE JD-DETAIL TO SUSP-REASON
004532                PERFORM SUSPEND-CARD
004536              END-IF
004540            ELSE
004544              MOVE 'UNPOSTED' TO JD-STATUS
004548              ADD 1 TO UNPOST-CNT
004552              MOVE UNPROVED-REASON TO SUSP-REASON
004556              PERFORM SUSPEND-CARD
004560            END-IF
004564          END-IF.
004570          WRITE JRNREC FROM JRNDTL
004580            AFTER ADVANCING 1 LINE.
004590
004600******************************************************************
004610* POST ONE ITEM TO ITS ACCOUNT AND SHOW THE BALANCE BEFORE AND   *
004620* AFTER.  A BALANCE THAT WOULD OVERFLOW, OR A MASTER READ OR     *
004630* REWRITE THAT FAILS, LEAVES THE ITEM UNPOSTED AND THE SUMMARY   *
004640* WILL NOT TIE                                                   *
004650******************************************************************
004660 POST-ITEM.
004661          MOVE 'N' TO POST-DONE-SW.
004670          MOVE POST-ACCOUNT TO AM-ACCOUNT.
004680          READ ACCTMST.
004690          IF ACCTMST-STATUS NOT EQUAL TO '00' THEN
004700            MOVE ACCTMST-STATUS TO IOE-CODE
004710            MOVE DTL-IOERR TO JD-DETAIL
004720            MOVE 'UNPOSTED' TO JD-STATUS
004740            ADD 1 TO POST-ERR-CNT
004750          ELSE
004760            MOVE AM-BALANCE TO BAL-BEFORE
004770            COMPUTE BAL-AFTER = AM-BALANCE + POST-AMOUNT
004780            IF BAL-AFTER GREATER THAN 999999999.99
004790               OR BAL-AFTER LESS THAN -999999999.99 THEN
004800              MOVE 'BALANCE WOULD OVERFLOW - NOT POSTED'
004810                TO JD-DETAIL
004820              MOVE 'UNPOSTED' TO JD-STATUS
004840              ADD 1 TO POST-ERR-CNT
004850            ELSE
004860              PERFORM REWRITE-ACCOUNT
004870            END-IF
004880          END-IF.
004890
004900 REWRITE-ACCOUNT.
004910          MOVE BAL-AFTER TO AM-BALANCE.
004920          MOVE RUN-DATE TO AM-LAST-POST.
004930          REWRITE ACCT-REC.
004940          IF ACCTMST-STATUS NOT EQUAL TO '00' THEN
004950            MOVE ACCTMST-STATUS TO IOE-CODE
004960            MOVE DTL-IOERR TO JD-DETAIL
004970            MOVE 'UNPOSTED' TO JD-STATUS
004990            ADD 1 TO POST-ERR-CNT
005000          ELSE
005010            MOVE 'POSTED  ' TO JD-STATUS
005020            MOVE BAL-BEFORE TO JD-BEFORE
005030            MOVE BAL-AFTER TO JD-AFTER
005031            MOVE 'Y' TO POST-DONE-SW
005050            PERFORM NOTE-ACCOUNT-POSTING
005060          END-IF.
005070
005080******************************************************************
005090* CARRY THE POSTING INTO THE ACCOUNT SUMMARY.  THE TABLE IS KEPT *
005100* IN ACCOUNT ORDER; AN ACCOUNT'S FIRST POSTING THIS RUN ADDS ITS *
005110* ENTRY, WITH THE BALANCE BEFORE THAT POSTING AS ITS OPENING     *
005120******************************************************************
005130 NOTE-ACCOUNT-POSTING.
005140          MOVE 1 TO BS-LO.
005150          MOVE ACCT-HELD TO BS-HI.
005160          PERFORM FIND-ACCOUNT-SLOT
005170            UNTIL BS-LO GREATER THAN BS-HI.
005180          MOVE 'N' TO ACCT-FOUND-SW.
005190          IF BS-HI GREATER THAN ZERO THEN
005200            IF AT-ACCOUNT (BS-HI) EQUAL TO AM-ACCOUNT THEN
005210              MOVE 'Y' TO ACCT-FOUND-SW
005220            END-IF
005230          END-IF.
005240          IF ACCT-FOUND THEN
005250            MOVE BS-HI TO AX
005260            PERFORM ADD-TO-ACCOUNT-ENTRY
005270          ELSE
005280            IF ACCT-HELD LESS THAN ACCT-MAX THEN
005290              MOVE ACCT-HELD TO SHIFT-IX
005300              PERFORM SHIFT-ACCOUNT-ENTRY
005310                UNTIL SHIFT-IX LESS THAN BS-LO
005320              ADD 1 TO ACCT-HELD
005330              MOVE BS-LO TO AX
005340              MOVE AM-ACCOUNT TO AT-ACCOUNT (AX)
005350              MOVE BAL-BEFORE TO AT-OPEN (AX)
005360              MOVE ZERO TO AT-DEBITS (AX)
005370              MOVE ZERO TO AT-CREDITS (AX)
005380              MOVE ZERO TO AT-ITEMS (AX)
005390              PERFORM ADD-TO-ACCOUNT-ENTRY
005400            ELSE
005410              MOVE 'Y' TO ACCT-FULL-SW
005420            END-IF
005430          END-IF.
005440
005450 FIND-ACCOUNT-SLOT.
005460          COMPUTE BS-MID = (BS-LO + BS-HI) / 2.
005470          IF AT-ACCOUNT (BS-MID) GREATER THAN AM-ACCOUNT THEN
005480            COMPUTE BS-HI = BS-MID - 1
005490          ELSE
005500            COMPUTE BS-LO = BS-MID + 1
005510          END-IF.
005520
005530 SHIFT-ACCOUNT-ENTRY.
005540          MOVE ACCT-ENTRY (SHIFT-IX)
005550            TO ACCT-ENTRY (SHIFT-IX + 1).
005560          SUBTRACT 1 FROM SHIFT-IX.
005570
005580 ADD-TO-ACCOUNT-ENTRY.
005590          IF POST-OP EQUAL TO 'AD' THEN
005600            ADD POST-AMOUNT TO AT-CREDITS (AX)
005610          ELSE
005620            SUBTRACT POST-AMOUNT FROM AT-DEBITS (AX)
005630          END-IF.
005640          MOVE BAL-AFTER TO AT-CLOSE (AX).
005650          ADD 1 TO AT-ITEMS (AX).
005660
005670******************************************************************
005680* ACCOUNT SUMMARY - OPENING, DEBITS (SU), CREDITS (AD) AND       *
005690* CLOSING FOR EVERY ACCOUNT POSTED, THEN THE TIE-BACK: THE       *
005700* ACCOUNTS' CREDITS AND DEBITS MUST EQUAL THE ITEMS OF THE       *
005707* BATCHES THAT PROVED PLUS THE ITEMS REPOSTED FROM SUSPENSE, AND *
005714* THEIR CLOSING LESS OPENING MUST EQUAL THOSE BATCHES' FOOTED    *
005721* TOTALS PLUS THE REPOSTS                                        *
005730******************************************************************
005740 WRITE-ACCOUNT-SUMMARY.
005750          WRITE JRNREC FROM SUMHDR
005760            AFTER ADVANCING PAGE.
005770          WRITE JRNREC FROM SUMCOLS
005780            AFTER ADVANCING 2 LINES.
005790          MOVE ZERO TO ACCT-OPEN-TOT.
005800          MOVE ZERO TO ACCT-DR-TOT.
005810          MOVE ZERO TO ACCT-CR-TOT.
005820          MOVE ZERO TO ACCT-CLOSE-TOT.
005830          MOVE ZERO TO ACCT-ITEM-TOT.
005840          PERFORM WRITE-ACCOUNT-LINE
005850            VARYING AX FROM 1 BY 1
005860            UNTIL AX GREATER THAN ACCT-HELD.
005870          MOVE 'ALL ACCOUNTS' TO AS-ACCOUNT.
005880          MOVE ACCT-OPEN-TOT TO AS-OPEN.
005890          MOVE ACCT-DR-TOT TO AS-DEBITS.
005900          MOVE ACCT-CR-TOT TO AS-CREDITS.
005910          MOVE ACCT-CLOSE-TOT TO AS-CLOSE.
005920          MOVE ACCT-ITEM-TOT TO AS-ITEMS.
005930          WRITE JRNREC FROM SUMLINE
005940            AFTER ADVANCING 2 LINES.
005950          IF ACCT-FULL THEN
005960            MOVE ACCT-MAX TO AF-MAX
005970            WRITE JRNREC FROM ACCTFULL
005980              AFTER ADVANCING 1 LINE
005990          END-IF.
006000          COMPUTE ACCT-NET = ACCT-CLOSE-TOT - ACCT-OPEN-TOT.
006010          MOVE 'DECK - ITEMS OF THE BATCHES THAT PROVED'
006020            TO TL-LABEL.
006030          MOVE DECK-CR TO TL-CR.
006040          MOVE DECK-DR TO TL-DR.
006050          MOVE DECK-NET TO TL-NET.
006060          WRITE JRNREC FROM TIELINE
006070            AFTER ADVANCING 2 LINES.
006071          MOVE 'SUSPENSE - ITEMS REPOSTED THIS RUN' TO TL-LABEL.
006072          MOVE REPOST-CR TO TL-CR.
006073          MOVE REPOST-DR TO TL-DR.
006074          MOVE REPOST-NET TO TL-NET.
006075          WRITE JRNREC FROM TIELINE
006076            AFTER ADVANCING 1 LINE.
006080          MOVE 'ACCOUNTS - NET IS CLOSING LESS OPENING'
006090            TO TL-LABEL.
006100          MOVE ACCT-CR-TOT TO TL-CR.
006110          MOVE ACCT-DR-TOT TO TL-DR.
006120          MOVE ACCT-NET TO TL-NET.
006130          WRITE JRNREC FROM TIELINE
006140            AFTER ADVANCING 1 LINE.
006141          COMPUTE TIE-CR = DECK-CR + REPOST-CR.
006142          COMPUTE TIE-DR = DECK-DR + REPOST-DR.
006143          COMPUTE TIE-NET = DECK-NET + REPOST-NET.
006150          IF ACCT-CR-TOT EQUAL TO TIE-CR
006160             AND ACCT-DR-TOT EQUAL TO TIE-DR
006170             AND ACCT-NET EQUAL TO TIE-NET
006180             AND NOT ACCT-FULL THEN
006190            MOVE 'Y' TO SUMMARY-TIED-SW
006200            MOVE 'ACCOUNT SUMMARY TIES TO THE DECK' TO TV-TEXT
006210          ELSE
006220            MOVE 'N' TO SUMMARY-TIED-SW
006230            MOVE 'ACCOUNT SUMMARY DOES NOT TIE TO THE DECK'
006240              TO TV-TEXT
006250          END-IF.
006260          WRITE JRNREC FROM TIEVERD
006270            AFTER ADVANCING 2 LINES.
006280
006290 WRITE-ACCOUNT-LINE.
006300          MOVE AT-ACCOUNT (AX) TO AS-ACCOUNT.
006310          MOVE AT-OPEN (AX) TO AS-OPEN.
006320          MOVE AT-DEBITS (AX) TO AS-DEBITS.
006330          MOVE AT-CREDITS (AX) TO AS-CREDITS.
006340          MOVE AT-CLOSE (AX) TO AS-CLOSE.
006350          MOVE AT-ITEMS (AX) TO AS-ITEMS.
006360          WRITE JRNREC FROM SUMLINE
006370            AFTER ADVANCING 1 LINE.
006380          ADD AT-OPEN (AX) TO ACCT-OPEN-TOT.
006390          ADD AT-DEBITS (AX) TO ACCT-DR-TOT.
006400          ADD AT-CREDITS (AX) TO ACCT-CR-TOT.
006410          ADD AT-CLOSE (AX) TO ACCT-CLOSE-TOT.
006420          ADD AT-ITEMS (AX) TO ACCT-ITEM-TOT.
006430
006440******************************************************************
006450* SEND A REJECTED CARD TO SUSPENSE WITH ITS JOURNAL REASON       *
006460******************************************************************
006470 SUSPEND-REJECTED-CARD.
006480          MOVE TRN-RECORD TO SUSP-CARD.
006490          MOVE JD-DETAIL TO SUSP-REASON.
006500          PERFORM SUSPEND-CARD.
006510
006520******************************************************************
006530* WRITE ONE OPEN SUSPENSE ENTRY FOR SUSP-CARD.  ITS ID IS THE    *
006540* RUN DATE AND THE NEXT SEQUENCE; AN ID ALREADY ON FILE FROM AN  *
006550* EARLIER RUN THAT DAY MOVES THE SEQUENCE ON.  THE JOURNAL LINE  *
006560* SHOWS THE ID WHERE THE BALANCES WOULD BE, OR SUSP FAIL AND THE *
006570* FILE STATUS IF THE ENTRY COULD NOT BE WRITTEN                  *
006580******************************************************************
006590 SUSPEND-CARD.
006600          MOVE RUN-DATE TO SP-DATE.
006610          MOVE NEXT-SUSP-SEQ TO SP-SEQ.
006620          MOVE 'O' TO SP-STATUS.
006630          MOVE SUSP-REASON TO SP-REASON.
006640          MOVE SUSP-CARD TO SP-CARD.
006650          MOVE ZERO TO SP-CLEAR-DATE.
006660          MOVE SPACES TO SP-CLEAR-NOTE.
006670          MOVE 'N' TO SUSP-DONE-SW.
006680          PERFORM WRITE-SUSPENSE-KEYED UNTIL SUSP-DONE.
006690
006700 WRITE-SUSPENSE-KEYED.
006710          WRITE SUSP-REC.
006720          IF SUSPENSE-STATUS EQUAL TO '22'
006730             AND SP-SEQ LESS THAN 9999 THEN
006740            ADD 1 TO SP-SEQ
006750          ELSE
006760            IF SUSPENSE-STATUS EQUAL TO '00' THEN
006770              ADD 1 TO SUSP-CNT
006780              COMPUTE NEXT-SUSP-SEQ = SP-SEQ + 1
006790              MOVE 'SUSPENSE ' TO JD-SUSP-TAG
006800              MOVE SP-ID TO JD-SUSP-ID
006810            ELSE
006820              MOVE 'SUSP FAIL' TO JD-SUSP-TAG
006830              MOVE SUSPENSE-STATUS TO JD-SUSP-ID
006840              ADD 1 TO POST-ERR-CNT
006850            END-IF
006860            MOVE 'Y' TO SUSP-DONE-SW
006870          END-IF.
006880
006890******************************************************************
006900* SET A CORRECTION CARD ASIDE UNTIL THE DECK'S BATCHES ARE DONE. *
006910* CARDS PAST THE TABLE'S LIMIT ARE ONLY COUNTED                  *
006920******************************************************************
006930 TAKE-CORRECTION-CARD.
006940          IF CORR-COUNT LESS THAN CORR-MAX THEN
006950            ADD 1 TO CORR-COUNT
006960            MOVE TRN-RECORD TO CORR-CARD (CORR-COUNT)
006970          ELSE
006980            ADD 1 TO CORR-OVER
006990          END-IF.
007000
007010******************************************************************
007020* APPLY THE CORRECTION CARDS IN THE ORDER READ, EACH ON ITS OWN  *
007030* JOURNAL LINE UNDER A SUSPENSE CORRECTIONS HEADING              *
007040******************************************************************
007050 APPLY-CORRECTIONS.
007060          WRITE JRNREC FROM CORRHDR
007070            AFTER ADVANCING 2 LINES.
007080          PERFORM APPLY-ONE-CORRECTION
007090            VARYING CX FROM 1 BY 1
007100            UNTIL CX GREATER THAN CORR-COUNT.
007110          IF CORR-OVER GREATER THAN ZERO THEN
007120            MOVE CORR-OVER TO CO-COUNT
007130            WRITE JRNREC FROM CORROVER
007140              AFTER ADVANCING 1 LINE
007150            ADD CORR-OVER TO CORR-REJ-CNT
007160          END-IF.
007170
007180******************************************************************
007190* ONE CORRECTION.  THE ENTRY MUST BE ON FILE AND STILL OPEN; A   *
007200* CORRECTION THAT IS REJECTED LEAVES IT OPEN                     *
007210******************************************************************
007220 APPLY-ONE-CORRECTION.
007230          MOVE CORR-CARD (CX) TO CORR-WORK.
007240          MOVE 'N' TO CORR-APPLIED-SW.
007250          MOVE CW-REF TO JD-BATCH.
007260          MOVE CW-OP TO JD-OP.
007270          MOVE SPACES TO JD-AMOUNT.
007280          MOVE SPACES TO JD-ACCOUNT.
007290          MOVE SPACES TO JD-DETAIL.
007300          MOVE SPACES TO JD-BALANCES.
007310          MOVE 'SUSPENSE ' TO JD-SUSP-TAG.
007320          MOVE CW-SUSP-ID TO JD-SUSP-ID.
007330          MOVE CW-SUSP-ID TO SP-ID.
007340          READ SUSPENSE.
007350          IF SUSPENSE-STATUS EQUAL TO '23' THEN
007360            MOVE 'SUSPENSE ID NOT ON FILE' TO JD-DETAIL
007370          ELSE
007380            IF SUSPENSE-STATUS NOT EQUAL TO '00' THEN
007390              MOVE SUSPENSE-STATUS TO SPE-CODE
007400              MOVE DTL-SPERR TO JD-DETAIL
007410              ADD 1 TO POST-ERR-CNT
007420            ELSE
007430              MOVE SP-CARD TO CARD-IMAGE
007440              MOVE CI-AMOUNT TO JD-AMOUNT
007450              MOVE CI-ACCOUNT TO JD-ACCOUNT
007460              IF NOT SP-OPEN THEN
007470                MOVE 'SUSPENSE ENTRY IS ALREADY CLEARED'
007480                  TO JD-DETAIL
007490              ELSE
007500                IF CW-WRITE-OFF THEN
007510                  PERFORM WRITE-OFF-SUSPENSE
007520                ELSE
007530                  PERFORM REPOST-SUSPENSE
007540                END-IF
007550              END-IF
007560            END-IF
007570          END-IF.
007580          IF NOT CORR-APPLIED THEN
007590            MOVE 'REJECTED' TO JD-STATUS
007600            ADD 1 TO CORR-REJ-CNT
007610          END-IF.
007620          WRITE JRNREC FROM JRNDTL
007630            AFTER ADVANCING 1 LINE.
007640
007650******************************************************************
007660* WRITE OFF AN OPEN ENTRY - THE CARD MUST GIVE THE REASON, WHICH *
007670* IS KEPT ON THE ENTRY WITH THE DATE IT WAS CLEARED              *
007680******************************************************************
007690 WRITE-OFF-SUSPENSE.
007700          IF CW-REASON EQUAL TO SPACES THEN
007710            MOVE 'WRITE-OFF NEEDS A REASON IN COLS 46-80'
007720              TO JD-DETAIL
007730          ELSE
007740            MOVE 'W' TO SP-STATUS
007750            MOVE RUN-DATE TO SP-CLEAR-DATE
007760            MOVE CW-REASON TO SP-CLEAR-NOTE
007770            REWRITE SUSP-REC
007780            IF SUSPENSE-STATUS NOT EQUAL TO '00' THEN
007790              MOVE SUSPENSE-STATUS TO SPE-CODE
007800              MOVE DTL-SPERR TO JD-DETAIL
007810              ADD 1 TO POST-ERR-CNT
007820            ELSE
007830              MOVE 'Y' TO CORR-APPLIED-SW
007840              MOVE 'WRITEOFF' TO JD-STATUS
007850              MOVE CW-REASON TO DW-REASON
007860              MOVE DTL-WRITEOFF TO JD-DETAIL
007870              ADD 1 TO WOFF-CNT
007880            END-IF
007890          END-IF.
007900
007910******************************************************************
007920* REPOST AN OPEN ENTRY.  THE CARD IMAGE, WITH ANY OPERATION,     *
007930* AMOUNT OR ACCOUNT THE CORRECTION OVERRIDES, MUST PASS THE SAME *
007940* EDITS AS A DECK ITEM.  IT POSTS AT ONCE - IT HAS NO BATCH TO   *
007950* PROVE - AND ONLY THEN IS THE ENTRY MARKED REPOSTED             *
007960******************************************************************
007970 REPOST-SUSPENSE.
007980          IF CW-NEW-OP NOT EQUAL TO SPACES THEN
007990            MOVE CW-NEW-OP TO CI-OP
008000          END-IF.
008010          IF CW-NEW-AMOUNT NOT EQUAL TO SPACES THEN
008020            MOVE CW-NEW-AMOUNT TO CI-AMOUNT
008030          END-IF.
008040          IF CW-NEW-ACCOUNT NOT EQUAL TO SPACES THEN
008050            MOVE CW-NEW-ACCOUNT TO CI-ACCOUNT
008060          END-IF.
008070          MOVE CI-AMOUNT TO JD-AMOUNT.
008080          MOVE CI-ACCOUNT TO JD-ACCOUNT.
008090          MOVE CI-AMOUNT TO ALIGN-AMOUNT.
008100          PERFORM EDIT-CARD-AMOUNT.
008110          IF NOT CI-OP-ADD AND NOT CI-OP-SUB THEN
008120            MOVE 'REPOST NEEDS AN AD OR SU OPERATION' TO JD-DETAIL
008130          ELSE
008140            IF NOT AMOUNT-OK THEN
008150              MOVE 'REPOST AMOUNT IS NOT NUMERIC' TO JD-DETAIL
008160            ELSE
008170              MOVE CI-ACCOUNT TO CHECK-ACCOUNT
008180              PERFORM CHECK-ITEM-ACCOUNT
008190              IF ACCOUNT-OK THEN
008200                PERFORM POST-REPOST
008210              ELSE
008220                MOVE REFUSE-REASON TO JD-DETAIL
008230              END-IF
008240            END-IF
008250          END-IF.
008260
008270 POST-REPOST.
008280          MOVE CI-ACCOUNT TO POST-ACCOUNT.
008290          MOVE CI-OP TO POST-OP.
008300          IF CI-OP-ADD THEN
008310            MOVE EDIT-AMOUNT TO POST-AMOUNT
008320          ELSE
008330            COMPUTE POST-AMOUNT = ZERO - EDIT-AMOUNT
008340          END-IF.
008350          MOVE SPACES TO JD-BALANCES.
008360          PERFORM POST-ITEM.
008370          IF POST-DONE THEN
008380            IF CI-OP-ADD THEN
008390              ADD POST-AMOUNT TO REPOST-CR
008400            ELSE
008410              SUBTRACT POST-AMOUNT FROM REPOST-DR
008420            END-IF
008430            ADD POST-AMOUNT TO REPOST-NET
008440            ADD 1 TO REPOST-CNT
008450            MOVE 'Y' TO CORR-APPLIED-SW
008460            MOVE 'REPOSTED' TO JD-STATUS
008470            MOVE SP-ID TO DR-ID
008480            MOVE CI-OP TO DR-OP
008490            MOVE DTL-REPOST TO JD-DETAIL
008500            PERFORM CLEAR-REPOSTED-ENTRY
008510          ELSE
008520            MOVE 'SUSPENSE ' TO JD-SUSP-TAG
008530            MOVE SP-ID TO JD-SUSP-ID
008540          END-IF.
008550
008560******************************************************************
008570* MARK THE ENTRY REPOSTED.  THE ITEM HAS ALREADY POSTED, SO A    *
008580* FAILED REWRITE IS AN ERROR (RC 8) - THE ENTRY STILL SHOWS OPEN *
008590* AND MUST BE WRITTEN OFF, NOT REPOSTED AGAIN                    *
008600******************************************************************
008610 CLEAR-REPOSTED-ENTRY.
008620          MOVE 'R' TO SP-STATUS.
008630          MOVE RUN-DATE TO SP-CLEAR-DATE.
008640          MOVE CI-OP TO RN-OP.
008650          MOVE CI-AMOUNT TO RN-AMOUNT.
008660          MOVE CI-ACCOUNT TO RN-ACCOUNT.
008670          MOVE REPOST-NOTE TO SP-CLEAR-NOTE.
008680          REWRITE SUSP-REC.
008690          IF SUSPENSE-STATUS NOT EQUAL TO '00' THEN
008700            MOVE SUSPENSE-STATUS TO SPE-CODE
008710            MOVE DTL-SPERR TO JD-DETAIL
008720            ADD 1 TO POST-ERR-CNT
008730          END-IF.
008740
008750******************************************************************
008760* EDIT A KEYED AMOUNT IN ALIGN-AMOUNT THE WAY VIEW DOES - SLID   *
008770* RIGHT, LEADING BLANKS TAKEN AS ZEROS, THEN ALL DIGITS          *
008780******************************************************************
008790 EDIT-CARD-AMOUNT.
008800          PERFORM SLIDE-AMOUNT-RIGHT
008810            UNTIL ALIGN-LAST NOT EQUAL TO SPACE
008820               OR ALIGN-AMOUNT EQUAL TO SPACES.
008830          MOVE ALIGN-AMOUNT TO EDIT-DIGITS.
008840          INSPECT EDIT-DIGITS REPLACING LEADING SPACE BY ZERO.
008850          MOVE ZERO TO EDIT-AMOUNT.
008860          IF EDIT-DIGITS IS NUMERIC THEN
008870            MOVE 'Y' TO AMOUNT-OK-SW
008880            MOVE EDIT-DIGITS-N TO EDIT-AMOUNT
008890          ELSE
008900            MOVE 'N' TO AMOUNT-OK-SW
008910          END-IF.
008920
008930******************************************************************
008940* SUSPENSE AGING - EVERY ENTRY STILL OPEN, IN ID ORDER, WITH ITS *
008950* DAYS OUTSTANDING SINCE IT WAS SUSPENDED, THEN THE COUNT AND    *
008960* KEYED AMOUNT IN EACH BUCKET: 0-2 DAYS, 3-7 DAYS AND OVER 7.    *
008970* AN AMOUNT THAT IS NOT NUMERIC IS COUNTED BUT NOT ADDED         *
008980******************************************************************
008990 WRITE-SUSPENSE-AGING.
009000          MOVE RUN-DATE TO EDIT-DATE.
009010          PERFORM FORMAT-EDIT-DATE.
009020          MOVE EDIT-MDY TO AH-DATE.
009030          WRITE JRNREC FROM AGEHDR
009040            AFTER ADVANCING PAGE.
009050          WRITE JRNREC FROM AGECOLS
009060            AFTER ADVANCING 2 LINES.
009070          MOVE RUN-DATE TO DAY-DATE.
009080          PERFORM DATE-TO-DAYS.
009090          MOVE DAY-NUMBER TO RUN-DAY-NUMBER.
009100          PERFORM CLEAR-AGE-BUCKET
009110            VARYING AGE-IX FROM 1 BY 1
009120            UNTIL AGE-IX GREATER THAN 4.
009130          MOVE LOW-VALUES TO SP-ID.
009140          START SUSPENSE KEY IS NOT LESS THAN SP-ID.
009150          IF SUSPENSE-STATUS EQUAL TO '00' THEN
009160            MOVE 'N' TO BROWSE-DONE-SW
009170            PERFORM AGE-NEXT-ENTRY UNTIL BROWSE-DONE
009180          END-IF.
009190          IF AGE-COUNT (4) EQUAL TO ZERO THEN
009200            WRITE JRNREC FROM AGENONE
009210              AFTER ADVANCING 1 LINE
009220          END-IF.
009230          PERFORM WRITE-AGE-BUCKET
009240            VARYING AGE-IX FROM 1 BY 1
009250            UNTIL AGE-IX GREATER THAN 4.
009260
009270 CLEAR-AGE-BUCKET.
009280          MOVE ZERO TO AGE-COUNT (AGE-IX).
009290          MOVE ZERO TO AGE-AMOUNT (AGE-IX).
009300
009310 AGE-NEXT-ENTRY.
009320          READ SUSPENSE NEXT RECORD
009330            AT END MOVE 'Y' TO BROWSE-DONE-SW.
009340          IF NOT BROWSE-DONE THEN
009350            IF SUSPENSE-STATUS NOT EQUAL TO '00' THEN
009360              MOVE SUSPENSE-STATUS TO SPE-CODE
009370              MOVE DTL-SPERR TO AE-TEXT
009380              WRITE JRNREC FROM AGEERR
009390                AFTER ADVANCING 1 LINE
009400              ADD 1 TO POST-ERR-CNT
009410              MOVE 'Y' TO BROWSE-DONE-SW
009420            ELSE
009430              IF SP-OPEN THEN
009440                PERFORM AGE-OPEN-ENTRY
009450              END-IF
009460            END-IF
009470          END-IF.
009480
009490 AGE-OPEN-ENTRY.
009500          MOVE SP-DATE TO DAY-DATE.
009510          PERFORM DATE-TO-DAYS.
009520          COMPUTE AGE-DAYS = RUN-DAY-NUMBER - DAY-NUMBER.
009530          IF AGE-DAYS NOT GREATER THAN 2 THEN
009540            MOVE 1 TO AGE-IX
009550          ELSE
009560            IF AGE-DAYS NOT GREATER THAN 7 THEN
009570              MOVE 2 TO AGE-IX
009580            ELSE
009590              MOVE 3 TO AGE-IX
009600            END-IF
009610          END-IF.
009620          MOVE SP-CARD TO CARD-IMAGE.
009630          MOVE SP-ID TO AG-ID.
009640          MOVE SP-DATE TO EDIT-DATE.
009650          PERFORM FORMAT-EDIT-DATE.
009660          MOVE EDIT-MDY TO AG-DATE.
009670          MOVE AGE-DAYS TO AG-DAYS.
009680          MOVE AGE-NAME (AGE-IX) TO AG-BUCKET.
009690          MOVE CI-BATCH TO AG-BATCH.
009700          MOVE CI-OP TO AG-OP.
009710          MOVE CI-AMOUNT TO AG-AMOUNT.
009720          MOVE CI-ACCOUNT TO AG-ACCOUNT.
009730          MOVE SP-REASON TO AG-REASON.
009740          WRITE JRNREC FROM AGELINE
009750            AFTER ADVANCING 1 LINE.
009760          MOVE CI-AMOUNT TO ALIGN-AMOUNT.
009770          PERFORM EDIT-CARD-AMOUNT.
009780          ADD 1 TO AGE-COUNT (AGE-IX).
009790          ADD 1 TO AGE-COUNT (4).
009800          IF AMOUNT-OK THEN
009810            ADD EDIT-AMOUNT TO AGE-AMOUNT (AGE-IX)
009820            ADD EDIT-AMOUNT TO AGE-AMOUNT (4)
009830          END-IF.
009840
009850 WRITE-AGE-BUCKET.
009860          MOVE AGE-LABEL (AGE-IX) TO AB-LABEL.
009870          MOVE AGE-COUNT (AGE-IX) TO AB-ITEMS.
009880          MOVE AGE-AMOUNT (AGE-IX) TO AB-AMOUNT.
009890          IF AGE-IX EQUAL TO 1
009900             OR AGE-IX EQUAL TO 4 THEN
009910            WRITE JRNREC FROM AGETOT
009920              AFTER ADVANCING 2 LINES
009930          ELSE
009940            WRITE JRNREC FROM AGETOT
009950              AFTER ADVANCING 1 LINE
009960          END-IF.
009970
009980******************************************************************
009990* TURN DAY-DATE (YYYYMMDD) INTO A DAY NUMBER SO TWO DATES CAN BE *
010000* SUBTRACTED.  THE YEAR IS TAKEN TO START IN MARCH SO THE LEAP   *
010010* DAY FALLS AT ITS END; EACH QUOTIENT IS TRUNCATED ON ITS OWN    *
010020******************************************************************
010030 DATE-TO-DAYS.
010040          IF DAY-MM GREATER THAN 2 THEN
010050            MOVE DAY-YYYY TO DAY-YEAR
010060            COMPUTE DAY-MONTH = DAY-MM - 3
010070          ELSE
010080            COMPUTE DAY-YEAR = DAY-YYYY - 1
010090            COMPUTE DAY-MONTH = DAY-MM + 9
010100          END-IF.
010110          DIVIDE DAY-YEAR BY 4 GIVING DAY-Q4.
010120          DIVIDE DAY-YEAR BY 100 GIVING DAY-Q100.
010130          DIVIDE DAY-YEAR BY 400 GIVING DAY-Q400.
010140          COMPUTE DAY-IN-YEAR = 153 * DAY-MONTH + 2.
010150          DIVIDE 5 INTO DAY-IN-YEAR.
010160          COMPUTE DAY-NUMBER = 365 * DAY-YEAR + DAY-Q4 - DAY-Q100
010170                             + DAY-Q400 + DAY-IN-YEAR + DAY-DD.
010180
010190******************************************************************
010200* FORMAT A YYYYMMDD DATE AS MM/DD/YYYY FOR PRINTING              *
010210******************************************************************
010220 FORMAT-EDIT-DATE.
010230          MOVE SPACES TO EDIT-MDY.
010240          STRING EDIT-MM   DELIMITED BY SIZE
010250                 '/'       DELIMITED BY SIZE
010260                 EDIT-DD   DELIMITED BY SIZE
010270                 '/'       DELIMITED BY SIZE
010280                 EDIT-YYYY DELIMITED BY SIZE
010290            INTO EDIT-MDY.
