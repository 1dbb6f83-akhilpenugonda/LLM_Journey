000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALPCPY.
000030 AUTHOR.        R L HASKINS.
000040 INSTALLATION.  DB2 CATALOG REPORTING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY                                           *
000090* ----------------------------------------------------------------
000100* 10/15/2026  RLH  ORIGINAL VERSION - BUILD ONE CALLER INTERFACE *
000110*                  COPYBOOK MEMBER PER SCHEMA/PROCNM FROM THE    *
000120*                  LATEST PRMHIST GENERATION: THE HOST-VARIABLE  *
000130*                  LAYOUT IN PARAMETER ORDER, SQL TYPE MAPPED TO *
000140*                  A PIC CLAUSE, A NULL INDICATOR PER PARAMETER  *
000150*                  AND THE IN/OUT/INOUT DIRECTION NOTED.  ONLY   *
000156*                  MEMBERS WHOSE SIGNATURE IS NEW OR DIFFERS     *
000162*                  FROM THE ONE LAST LOADED ARE WRITTEN, AS AN   *
000168*                  IEBUPDTE DECK THE JCL LOADS INTO THE COPYBOOK *
000174*                  LIBRARY; THE INDEX REPORT LISTS EVERY MEMBER  *
000180*                  AS CREATED, CHANGED OR UNCHANGED.  MEMBER     *
000186*                  NAMES (CPNNNNNN) ARE ASSIGNED ONCE AND KEPT   *
000192*                  ON THE CPYDIR DIRECTORY GENERATION, SINCE A   *
000198*                  PROCEDURE NAME DOES NOT FIT A MEMBER NAME.    *
000204*                  THE DIRECTORY ALSO CARRIES THE DATE AND A     *
000210*                  CHECKSUM OF THE SIGNATURE EACH MEMBER WAS     *
000216*                  LAST BUILT FROM, AND IS ONLY CATALOGED AFTER  *
000222*                  THE LIBRARY UPDATE, SO A FAILED OR MISSED     *
000228*                  LOAD IS PICKED UP BY THE NEXT RUN             *
000240******************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT REPOUT
000310            ASSIGN TO UT-S-SYSPRINT.
000320     SELECT PRMCURR
000330            ASSIGN TO UT-S-PRMCURR
000340            FILE STATUS IS PRMCURR-STATUS.
000380     SELECT CPYDIRI
000390            ASSIGN TO UT-S-CPYDIRI
000400            FILE STATUS IS CPYDIRI-STATUS.
000410     SELECT CPYDIRO
000420            ASSIGN TO UT-S-CPYDIRO.
000430     SELECT CPYDECK
000440            ASSIGN TO UT-S-CPYDECK.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  REPOUT
000490         RECORD CONTAINS 127 CHARACTERS
000500         LABEL RECORDS ARE OMITTED
000510         DATA RECORD IS REPREC.
000520 01  REPREC                     PIC X(127).
000530
000540 FD  PRMCURR
000550         RECORD CONTAINS 87 CHARACTERS
000560         LABEL RECORDS ARE OMITTED
000570         DATA RECORD IS PRMCURR-REC.
000580 01  PRMCURR-REC.
000590     05  PC-SCHEMA              PIC X(08).
000600     05  PC-PROCNM              PIC X(18).
000610     05  PC-SEQ                 PIC 9(03).
000620     05  PC-NAME                PIC X(30).
000630     05  PC-TYPE                PIC X(20).
000640     05  PC-MODE                PIC X(08).
000650
000780 FD  CPYDIRI
000790         RECORD CONTAINS 80 CHARACTERS
000800         LABEL RECORDS ARE OMITTED
000810         DATA RECORD IS CPYDIRI-REC.
000820 01  CPYDIRI-REC.
000830     05  DI-SCHEMA              PIC X(08).
000840     05  FILLER                 PIC X(01).
000850     05  DI-PROCNM              PIC X(18).
000860     05  FILLER                 PIC X(01).
000870     05  DI-MEMBER              PIC X(08).
000880     05  DI-MEMBER-R REDEFINES DI-MEMBER.
000890         10  DI-MEMBER-PFX      PIC X(02).
000900         10  DI-MEMBER-NUM      PIC 9(06).
000910     05  FILLER                 PIC X(01).
000920     05  DI-CREATED             PIC 9(08).
000930     05  FILLER                 PIC X(01).
000940     05  DI-CHANGED             PIC 9(08).
000941     05  FILLER                 PIC X(01).
000942     05  DI-SIGCNT              PIC X(03).
000943     05  FILLER                 PIC X(01).
000944     05  DI-SIGSUM              PIC X(10).
000945     05  FILLER                 PIC X(11).
000960
000970 FD  CPYDIRO
000980         RECORD CONTAINS 80 CHARACTERS
000990         LABEL RECORDS ARE OMITTED
001000         DATA RECORD IS CPYDIRO-REC.
001010 01  CPYDIRO-REC.
001020     05  DO-SCHEMA              PIC X(08).
001030     05  FILLER                 PIC X(01).
001040     05  DO-PROCNM              PIC X(18).
001050     05  FILLER                 PIC X(01).
001060     05  DO-MEMBER              PIC X(08).
001070     05  FILLER                 PIC X(01).
001080     05  DO-CREATED             PIC 9(08).
001090     05  FILLER                 PIC X(01).
001100     05  DO-CHANGED             PIC 9(08).
001101     05  FILLER                 PIC X(01).
001102     05  DO-SIGCNT              PIC X(03).
001103     05  FILLER                 PIC X(01).
001104     05  DO-SIGSUM              PIC X(10).
001105     05  FILLER                 PIC X(11).
001120
001130 FD  CPYDECK
001140         RECORD CONTAINS 80 CHARACTERS
001150         LABEL RECORDS ARE OMITTED
001160         DATA RECORD IS CPYDECK-REC.
001170 01  CPYDECK-REC                PIC X(80).
001180
001190 WORKING-STORAGE SECTION.
001200******************************************************************
001210* REPORT LINE LAYOUTS                                            *
001220******************************************************************
001230 01  RPTHDR1.
001240         02  FILLER    PIC X(44) VALUE
001250               'CALPCPY - CALLER INTERFACE COPYBOOK INDEX   '.
001260         02  FILLER    PIC X(05) VALUE 'RUN: '.
001270         02  HDR-DATE  PIC X(10).
001280         02  FILLER    PIC X(68) VALUE SPACES.
001290 01  RPTHDR2.
001300         02  FILLER    PIC X(44) VALUE
001310               ' STATUS     SCHEMA    PROCNM              ME'.
001320         02  FILLER    PIC X(44) VALUE
001330               'MBER    PARMS  NOTE                         '.
001340         02  FILLER    PIC X(39) VALUE SPACES.
001350 01  IDXLINE.
001360         02  FILLER     PIC X(01) VALUE SPACES.
001370         02  IDX-STATUS PIC X(09).
001380         02  FILLER     PIC X(02) VALUE SPACES.
001390         02  IDX-SCHEMA PIC X(08).
001400         02  FILLER     PIC X(02) VALUE SPACES.
001410         02  IDX-PROCNM PIC X(18).
001420         02  FILLER     PIC X(02) VALUE SPACES.
001430         02  IDX-MEMBER PIC X(08).
001440         02  FILLER     PIC X(02) VALUE SPACES.
001450         02  IDX-PARMS  PIC ZZZ9.
001460         02  FILLER     PIC X(03) VALUE SPACES.
001470         02  IDX-NOTE   PIC X(50).
001480         02  FILLER     PIC X(18) VALUE SPACES.
001490 01  CNTLINE.
001500         02  CNT-LABEL  PIC X(36).
001510         02  CNT-VALUE  PIC ZZZ,ZZZ,ZZ9.
001520         02  FILLER     PIC X(80) VALUE SPACES.
001710 01  PCURRERR.
001720         02  FILLER    PIC X(44) VALUE
001730               ' CURRENT PARAMETER-GENERATION OPEN FAILED, S'.
001740         02  FILLER    PIC X(08) VALUE 'TATUS = '.
001750         02  PCURRCODE PIC X(02).
001760         02  FILLER    PIC X(73) VALUE SPACES.
001770 01  DIRERR.
001780         02  FILLER    PIC X(44) VALUE
001790               ' MEMBER DIRECTORY OPEN FAILED, STATUS =     '.
001800         02  DIRCODE   PIC X(02).
001810         02  FILLER    PIC X(81) VALUE SPACES.
001820 01  DIROVF.
001830         02  FILLER    PIC X(44) VALUE
001840               ' MEMBER DIRECTORY FULL AT                   '.
001850         02  DIROVF-MAX PIC ZZZZ9.
001860         02  FILLER    PIC X(41) VALUE
001870               ' ENTRIES - NO MEMBERS LOADED THIS RUN    '.
001880         02  FILLER    PIC X(37) VALUE SPACES.
001890
001900******************************************************************
001910* GENERATED COPYBOOK LINE LAYOUTS - 80-BYTE CARD IMAGES WITH A   *
001920* SEQUENCE NUMBER IN COLUMNS 1-6, AS THE SHOP'S SOURCE IS KEPT   *
001930******************************************************************
001940 01  CPY-LINE.
001950     05  CPY-SEQ                PIC 9(06).
001960     05  CPY-AREA               PIC X(66).
001970     05  FILLER                 PIC X(08) VALUE SPACES.
001980 01  CPY-FIELD.
001990     05  FILLER                 PIC X(05) VALUE SPACES.
002000     05  CF-LEVEL               PIC X(02).
002010     05  FILLER                 PIC X(02) VALUE SPACES.
002020     05  CF-NAME                PIC X(30).
002030     05  FILLER                 PIC X(01) VALUE SPACES.
002040     05  CF-PIC                 PIC X(26).
002050 01  CPY-SUBFLD.
002060     05  FILLER                 PIC X(09) VALUE SPACES.
002070     05  CS-LEVEL               PIC X(02).
002080     05  FILLER                 PIC X(02) VALUE SPACES.
002090     05  CS-NAME                PIC X(30).
002100     05  FILLER                 PIC X(01) VALUE SPACES.
002110     05  CS-PIC                 PIC X(22).
002120 01  CPY-COMMENT.
002130     05  FILLER                 PIC X(01) VALUE '*'.
002140     05  CC-TEXT                PIC X(65).
002150 01  CPY-PARMNOTE.
002160     05  FILLER                 PIC X(11) VALUE '*    PARM  '.
002170     05  CN-SEQ                 PIC 9(03).
002180     05  FILLER                 PIC X(02) VALUE SPACES.
002190     05  CN-MODE                PIC X(08).
002200     05  FILLER                 PIC X(01) VALUE SPACES.
002210     05  CN-TYPE                PIC X(20).
002220     05  FILLER                 PIC X(21) VALUE SPACES.
002230 01  UPD-CONTROL.
002240     05  FILLER                 PIC X(03) VALUE './ '.
002250     05  UPD-VERB               PIC X(05).
002260     05  FILLER                 PIC X(05) VALUE 'NAME='.
002270     05  UPD-MEMBER             PIC X(08).
002280     05  FILLER                 PIC X(09) VALUE ',LIST=ALL'.
002290     05  FILLER                 PIC X(50) VALUE SPACES.
002300 01  UPD-ENDUP.
002310     05  FILLER                 PIC X(08) VALUE './ ENDUP'.
002320     05  FILLER                 PIC X(72) VALUE SPACES.
002330
002340******************************************************************
002350* THE MEMBER DIRECTORY - EVERY SCHEMA/PROCNM EVER GIVEN A        *
002360* MEMBER, CARRIED FORWARD GENERATION TO GENERATION               *
002370******************************************************************
002380 01  DIR-TABLE.
002390     05  DIR-ENTRY OCCURS 3000 TIMES.
002400         10  DT-SCHEMA          PIC X(08).
002410         10  DT-PROCNM          PIC X(18).
002420         10  DT-MEMBER          PIC X(08).
002430         10  DT-CREATED         PIC 9(08).
002440         10  DT-CHANGED         PIC 9(08).
002441         10  DT-SIGCNT          PIC X(03).
002442         10  DT-SIGSUM          PIC X(10).
002450         10  DT-SEEN-SW         PIC X(01).
002460             88  DT-SEEN        VALUE 'Y'.
002470 01  DIR-COUNT                  PIC S9(04) COMP VALUE ZERO.
002480 77  DIR-MAX                    PIC S9(04) COMP VALUE +3000.
002490 77  DX                         PIC S9(04) COMP.
002500 01  NEXT-MEMBER.
002510     05  NEXT-MEMBER-PFX        PIC X(02) VALUE 'CP'.
002520     05  NEXT-MEMBER-NUM        PIC 9(06) VALUE ZERO.
002530
002690******************************************************************
002700* THE CURRENT PROCEDURE'S PARAMETERS, GATHERED FROM ITS GROUP    *
002710* OF PRMHIST RECORDS BEFORE THE MEMBER IS COMPARED AND WRITTEN   *
002720******************************************************************
002730 01  CUR-TABLE.
002740     05  CUR-ENTRY OCCURS 300 TIMES.
002750         10  CU-SEQ             PIC S9(4) COMP.
002760         10  CU-NAME            PIC X(30).
002770         10  CU-TYPE            PIC X(20).
002780         10  CU-MODE            PIC X(08).
002790 01  CUR-COUNT                  PIC S9(04) COMP VALUE ZERO.
002800 77  CUR-MAX                    PIC S9(04) COMP VALUE +300.
002810 77  CX                         PIC S9(04) COMP.
002820 01  GRP-SCHEMA                 PIC X(08).
002830 01  GRP-PROCNM                 PIC X(18).
002831
002832******************************************************************
002833* CHECKSUM OF THE CURRENT SIGNATURE - THE PARAMETER COUNT AND A  *
002834* RUNNING TWO-PART SUM OVER EVERY BYTE OF EVERY PARAMETER'S SEQ, *
002835* NAME, TYPE AND MODE IN ORDER, SO A CHANGE ANYWHERE, OR THE     *
002836* SAME PARAMETERS IN ANOTHER ORDER, GIVES A DIFFERENT RESULT.    *
002837* A BYTE IS TAKEN AS A NUMBER THROUGH THE LOW HALF OF A HALFWORD *
002838******************************************************************
002839 01  SIG-NEW.
002840     05  SN-CNT                 PIC 9(03).
002841     05  SN-SUM                 PIC 9(10).
002842 01  SIG-IMAGE.
002843     05  SI-SEQ                 PIC 9(03).
002844     05  SI-NAME                PIC X(30).
002845     05  SI-TYPE                PIC X(20).
002846     05  SI-MODE                PIC X(08).
002847 77  SIG-IMAGE-LEN              PIC S9(04) COMP VALUE +61.
002848 01  SIG-BYTE.
002849     05  FILLER                 PIC X(01) VALUE LOW-VALUE.
002850     05  SIG-BYTE-CHAR          PIC X(01).
002851 01  SIG-BYTE-VALUE REDEFINES SIG-BYTE PIC 9(04) COMP.
002852 77  SIG-SUM-A                  PIC S9(09) COMP.
002853 77  SIG-SUM-B                  PIC S9(09) COMP.
002854 77  SIG-MOD                    PIC S9(09) COMP VALUE +65521.
002855 77  KX                         PIC S9(04) COMP.
002856
002860******************************************************************
002870* SQL TYPE DECODE - THE TYPE TEXT SPLITS INTO A BASE NAME AND UP *
002880* TO TWO ARGUMENTS, E.G. DECIMAL(9,2) OR VARCHAR(254)            *
002890******************************************************************
002900 01  TYP-BASE                   PIC X(20).
002910 01  TYP-ARG1                   PIC X(05) JUSTIFIED RIGHT.
002920 01  TYP-ARG1-N REDEFINES TYP-ARG1 PIC 9(05).
002930 01  TYP-ARG2                   PIC X(05) JUSTIFIED RIGHT.
002940 01  TYP-ARG2-N REDEFINES TYP-ARG2 PIC 9(05).
002950 77  TYP-LEN                    PIC S9(05) COMP.
002960 77  TYP-SCALE                  PIC S9(05) COMP.
002970 77  TYP-INT                    PIC S9(05) COMP.
002980 01  TYP-VARYING-SW             PIC X(01) VALUE 'N'.
002990     88  TYP-VARYING            VALUE 'Y'.
003000 01  TYP-KNOWN-SW               PIC X(01) VALUE 'N'.
003010     88  TYP-KNOWN              VALUE 'Y'.
003020 01  LEN-WORK                   PIC 9(05).
003030 01  LEN-TEXT                   PIC X(05).
003040 01  SCALE-TEXT                 PIC X(05).
003050
003060******************************************************************
003070* WORK AREAS                                                     *
003080******************************************************************
003090 01  RUN-DATE                   PIC 9(08).
003100 01  EDIT-DATE                  PIC 9(08).
003110 01  EDIT-DATE-R REDEFINES EDIT-DATE.
003120     05  EDIT-YYYY              PIC 9(04).
003130     05  EDIT-MM                PIC 9(02).
003140     05  EDIT-DD                PIC 9(02).
003150 01  EDIT-MDY                   PIC X(10).
003160 01  MBR-STATUS                 PIC X(09).
003170 01  MBR-NOTE                   PIC X(50).
003180 01  HV-NAME                    PIC X(30).
003190 01  HV-STEM                    PIC X(25).
003200 01  HV-GROUP                   PIC X(30).
003210 01  HV-PROC                    PIC X(18).
003220 01  SEQ-EDIT                   PIC 9(03).
003221 01  HV-PARM                    PIC X(16).
003222 01  STEM-TABLE.
003223     05  STEM-ENTRY OCCURS 300 TIMES PIC X(25).
003224 77  SX                         PIC S9(04) COMP.
003225 01  STEM-DUP-SW                PIC X(01) VALUE 'N'.
003226     88  STEM-DUP               VALUE 'Y'.
003230 01  HIGHEST-RC                 PIC S9(4) COMP VALUE ZERO.
003240 77  RC-WORK                    PIC S9(4) COMP.
003250
003260******************************************************************
003270* COUNTERS                                                       *
003280******************************************************************
003290 77  MBR-CREATED                PIC S9(09) COMP VALUE ZERO.
003300 77  MBR-CHANGED                PIC S9(09) COMP VALUE ZERO.
003310 77  MBR-UNCHANGED              PIC S9(09) COMP VALUE ZERO.
003320 77  MBR-NOT-LISTED             PIC S9(09) COMP VALUE ZERO.
003330 77  TYP-UNKNOWN                PIC S9(09) COMP VALUE ZERO.
003340
003350******************************************************************
003360* SWITCHES                                                       *
003370******************************************************************
003380 01  PRMCURR-EOF-SW             PIC X(01) VALUE 'N'.
003390     88  PRMCURR-EOF            VALUE 'Y'.
003420 01  CPYDIRI-EOF-SW             PIC X(01) VALUE 'N'.
003430     88  CPYDIRI-EOF            VALUE 'Y'.
003460 01  DIR-FULL-SW                PIC X(01) VALUE 'N'.
003470     88  DIR-FULL               VALUE 'Y'.
003480 01  DIR-FOUND-SW               PIC X(01) VALUE 'N'.
003490     88  DIR-FOUND              VALUE 'Y'.
003500 01  SIG-DIFF-SW                PIC X(01) VALUE 'N'.
003510     88  SIG-DIFF               VALUE 'Y'.
003540 01  CUR-FULL-SW                PIC X(01) VALUE 'N'.
003550     88  CUR-FULL               VALUE 'Y'.
003560 01  PRMCURR-STATUS             PIC X(02).
003580 01  CPYDIRI-STATUS             PIC X(02).
003590
003600 PROCEDURE DIVISION.
003610******************************************************************
003620* MAINLINE - LOAD THE MEMBER DIRECTORY, WORK THE LATEST PRMHIST  *
003630* GENERATION ONE PROCEDURE AT A TIME, THEN CARRY THE DIRECTORY   *
003640* FORWARD.  RC 0 CLEAN, 4 A TYPE PROBLEM (MEMBERS STILL GOOD), 8 *
003650* NOTHING SAFE TO LOAD - THE JCL SKIPS THE LIBRARY UPDATE ON RC 8*
003670******************************************************************
003680 PROG-START.
003690          OPEN OUTPUT REPOUT.
003700          ACCEPT RUN-DATE FROM DATE YYYYMMDD.
003710          MOVE RUN-DATE TO EDIT-DATE.
003720          PERFORM FORMAT-EDIT-DATE.
003730          MOVE EDIT-MDY TO HDR-DATE.
003740          MOVE SPACES TO REPREC.
003750          WRITE REPREC FROM RPTHDR1
003760            AFTER ADVANCING 1 LINE.
003770          PERFORM LOAD-DIRECTORY.
003830          WRITE REPREC FROM RPTHDR2
003840            AFTER ADVANCING 2 LINES.
003850          OPEN OUTPUT CPYDECK.
003860          OPEN INPUT PRMCURR.
003870          IF PRMCURR-STATUS EQUAL TO '00' THEN
003880            PERFORM READ-PRMCURR
003890            PERFORM PROCESS-PROCEDURE UNTIL PRMCURR-EOF
003900            CLOSE PRMCURR
003910          ELSE
003920            MOVE PRMCURR-STATUS TO PCURRCODE
003930            WRITE REPREC FROM PCURRERR
003940              AFTER ADVANCING 1 LINE
003950            MOVE 8 TO RC-WORK
003960            PERFORM RAISE-RETURN-CODE
003970          END-IF.
003980          PERFORM REPORT-NOT-LISTED VARYING DX
003990            FROM 1 BY 1 UNTIL DX GREATER THAN DIR-COUNT.
004000          WRITE CPYDECK-REC FROM UPD-ENDUP.
004010          CLOSE CPYDECK.
004020          PERFORM WRITE-DIRECTORY.
004030          PERFORM WRITE-TOTALS.
004040 PROG-END.
004050          CLOSE REPOUT.
004060          MOVE HIGHEST-RC TO RETURN-CODE.
004070          GOBACK.
004080
004090 RAISE-RETURN-CODE.
004100          IF RC-WORK GREATER THAN HIGHEST-RC THEN
004110            MOVE RC-WORK TO HIGHEST-RC
004120          END-IF.
004130
004140******************************************************************
004150* LOAD THE PRIOR DIRECTORY GENERATION.  AN EMPTY OR MISSING ONE  *
004160* IS A FIRST RUN - EVERY PROCEDURE GETS A NEW MEMBER.  THE NEXT  *
004170* MEMBER NUMBER FOLLOWS THE HIGHEST ONE ALREADY GIVEN OUT        *
004180******************************************************************
004190 LOAD-DIRECTORY.
004200          OPEN INPUT CPYDIRI.
004210          IF CPYDIRI-STATUS EQUAL TO '00' THEN
004220            MOVE 'N' TO CPYDIRI-EOF-SW
004230            PERFORM READ-CPYDIRI
004240            PERFORM LOAD-DIR-ENTRY UNTIL CPYDIRI-EOF
004250            CLOSE CPYDIRI
004260          ELSE
004270            IF CPYDIRI-STATUS NOT EQUAL TO '35' THEN
004280              MOVE CPYDIRI-STATUS TO DIRCODE
004290              WRITE REPREC FROM DIRERR
004300                AFTER ADVANCING 1 LINE
004310              MOVE 8 TO RC-WORK
004320              PERFORM RAISE-RETURN-CODE
004330            END-IF
004340          END-IF.
004350
004360 READ-CPYDIRI.
004370          READ CPYDIRI
004380            AT END MOVE 'Y' TO CPYDIRI-EOF-SW.
004390
004400 LOAD-DIR-ENTRY.
004410          IF DIR-COUNT LESS THAN DIR-MAX THEN
004420            ADD 1 TO DIR-COUNT
004430            MOVE DI-SCHEMA TO DT-SCHEMA (DIR-COUNT)
004440            MOVE DI-PROCNM TO DT-PROCNM (DIR-COUNT)
004450            MOVE DI-MEMBER TO DT-MEMBER (DIR-COUNT)
004460            MOVE DI-CREATED TO DT-CREATED (DIR-COUNT)
004470            MOVE DI-CHANGED TO DT-CHANGED (DIR-COUNT)
004471            MOVE DI-SIGCNT TO DT-SIGCNT (DIR-COUNT)
004472            MOVE DI-SIGSUM TO DT-SIGSUM (DIR-COUNT)
004480            MOVE 'N' TO DT-SEEN-SW (DIR-COUNT)
004490            IF DI-MEMBER-NUM IS NUMERIC
004500               AND DI-MEMBER-NUM GREATER THAN NEXT-MEMBER-NUM THEN
004510              MOVE DI-MEMBER-NUM TO NEXT-MEMBER-NUM
004520            END-IF
004530            PERFORM READ-CPYDIRI
004540          ELSE
004550*                   A DIRECTORY CUT SHORT WOULD HAND OUT MEMBER
004560*                   NAMES ALREADY IN USE - LOAD NOTHING THIS RUN
004570            PERFORM REPORT-DIR-FULL
004580            MOVE 'Y' TO CPYDIRI-EOF-SW
004590          END-IF.
004600
004610 REPORT-DIR-FULL.
004620          IF NOT DIR-FULL THEN
004630            MOVE DIR-MAX TO DIROVF-MAX
004640            WRITE REPREC FROM DIROVF
004650              AFTER ADVANCING 1 LINE
004660            MOVE 8 TO RC-WORK
004670            PERFORM RAISE-RETURN-CODE
004680          END-IF.
004690          MOVE 'Y' TO DIR-FULL-SW.
004700
005220 READ-PRMCURR.
005230          READ PRMCURR
005240            AT END MOVE 'Y' TO PRMCURR-EOF-SW.
005250
005260******************************************************************
005270* ONE PROCEDURE - GATHER ITS CONTIGUOUS PRMHIST RECORDS, FIND OR *
005280* ASSIGN ITS MEMBER, DECIDE CREATED/CHANGED/UNCHANGED AGAINST    *
005290* THE SIGNATURE THE DIRECTORY SAYS WAS LAST LOADED, AND WRITE    *
005300* THE MEMBER WHEN IT IS NEW OR DIFFERENT                         *
005310******************************************************************
005320 PROCESS-PROCEDURE.
005330          MOVE PC-SCHEMA TO GRP-SCHEMA.
005340          MOVE PC-PROCNM TO GRP-PROCNM.
005350          MOVE ZERO TO CUR-COUNT.
005360          MOVE 'N' TO CUR-FULL-SW.
005370          PERFORM GATHER-CURR-PARM
005380            UNTIL PRMCURR-EOF
005390               OR PC-SCHEMA NOT EQUAL TO GRP-SCHEMA
005400               OR PC-PROCNM NOT EQUAL TO GRP-PROCNM.
005410          MOVE SPACES TO MBR-NOTE.
005411          PERFORM SUM-SIGNATURE.
005420          PERFORM FIND-DIR-ENTRY.
005430          IF CUR-FULL THEN
005440            MOVE 'NOT BUILT' TO MBR-STATUS
005450            MOVE 'MORE PARAMETERS THAN THE LAYOUT TABLE HOLDS'
005460              TO MBR-NOTE
005470            MOVE 4 TO RC-WORK
005480            PERFORM RAISE-RETURN-CODE
005481            IF DIR-FOUND THEN
005482              MOVE 'Y' TO DT-SEEN-SW (DX)
005483            END-IF
005490          ELSE
005500            IF DIR-FOUND THEN
005510              MOVE 'Y' TO DT-SEEN-SW (DX)
005520              PERFORM COMPARE-SIGNATURE
005530              IF SIG-DIFF THEN
005540                MOVE 'CHANGED' TO MBR-STATUS
005550                ADD 1 TO MBR-CHANGED
005560                MOVE RUN-DATE TO DT-CHANGED (DX)
005570                MOVE 'REPL ' TO UPD-VERB
005580                PERFORM WRITE-MEMBER
005581                MOVE SN-CNT TO DT-SIGCNT (DX)
005582                MOVE SN-SUM TO DT-SIGSUM (DX)
005590              ELSE
005600                MOVE 'UNCHANGED' TO MBR-STATUS
005610                ADD 1 TO MBR-UNCHANGED
005620              END-IF
005630            ELSE
005640              PERFORM ASSIGN-NEW-MEMBER
005650              IF DIR-FOUND THEN
005660                MOVE 'CREATED' TO MBR-STATUS
005670                ADD 1 TO MBR-CREATED
005680                MOVE 'ADD  ' TO UPD-VERB
005690                PERFORM WRITE-MEMBER
005691                MOVE SN-CNT TO DT-SIGCNT (DX)
005692                MOVE SN-SUM TO DT-SIGSUM (DX)
005700              ELSE
005710                MOVE 'NOT BUILT' TO MBR-STATUS
005720                MOVE 'MEMBER DIRECTORY FULL' TO MBR-NOTE
005730              END-IF
005740            END-IF
005750          END-IF.
005760          MOVE MBR-STATUS TO IDX-STATUS.
005770          MOVE GRP-SCHEMA TO IDX-SCHEMA.
005780          MOVE GRP-PROCNM TO IDX-PROCNM.
005790          IF DIR-FOUND THEN
005800            MOVE DT-MEMBER (DX) TO IDX-MEMBER
005810          ELSE
005820            MOVE SPACES TO IDX-MEMBER
005830          END-IF.
005840          MOVE CUR-COUNT TO IDX-PARMS.
005850          MOVE MBR-NOTE TO IDX-NOTE.
005860          WRITE REPREC FROM IDXLINE
005870            AFTER ADVANCING 1 LINE.
005880
005890 GATHER-CURR-PARM.
005900          IF CUR-COUNT LESS THAN CUR-MAX THEN
005910            ADD 1 TO CUR-COUNT
005920            MOVE PC-SEQ TO CU-SEQ (CUR-COUNT)
005930            MOVE PC-NAME TO CU-NAME (CUR-COUNT)
005940            MOVE PC-TYPE TO CU-TYPE (CUR-COUNT)
005950            MOVE PC-MODE TO CU-MODE (CUR-COUNT)
005960          ELSE
005970            MOVE 'Y' TO CUR-FULL-SW
005980          END-IF.
005990          PERFORM READ-PRMCURR.
006000
006010 FIND-DIR-ENTRY.
006020          MOVE 'N' TO DIR-FOUND-SW.
006030          PERFORM CHECK-DIR-ENTRY VARYING DX
006040            FROM 1 BY 1 UNTIL DX GREATER THAN DIR-COUNT
006050                            OR DIR-FOUND.
006060          IF DIR-FOUND THEN
006070            SUBTRACT 1 FROM DX
006080          END-IF.
006090
006100 CHECK-DIR-ENTRY.
006110          IF DT-SCHEMA (DX) EQUAL TO GRP-SCHEMA
006120             AND DT-PROCNM (DX) EQUAL TO GRP-PROCNM THEN
006130            MOVE 'Y' TO DIR-FOUND-SW
006140          END-IF.
006150
006160 ASSIGN-NEW-MEMBER.
006170          IF DIR-COUNT LESS THAN DIR-MAX
006180             AND NOT DIR-FULL THEN
006190            ADD 1 TO DIR-COUNT
006200            MOVE DIR-COUNT TO DX
006210            ADD 1 TO NEXT-MEMBER-NUM
006220            MOVE GRP-SCHEMA TO DT-SCHEMA (DX)
006230            MOVE GRP-PROCNM TO DT-PROCNM (DX)
006240            MOVE NEXT-MEMBER TO DT-MEMBER (DX)
006250            MOVE RUN-DATE TO DT-CREATED (DX)
006260            MOVE RUN-DATE TO DT-CHANGED (DX)
006270            MOVE 'Y' TO DT-SEEN-SW (DX)
006280            MOVE 'Y' TO DIR-FOUND-SW
006290          ELSE
006300            PERFORM REPORT-DIR-FULL
006310          END-IF.
006320
006330******************************************************************
006340* THE MEMBER IS REBUILT WHEN TONIGHT'S SIGNATURE IS NOT THE ONE  *
006350* THE DIRECTORY RECORDS AS LAST LOADED.  AN ENTRY WITH NO        *
006360* CHECKSUM ON IT IS REBUILT TOO - THAT IS SAFE, THE MEMBER IS    *
006370* ONLY REPLACED WITH TONIGHT'S SIGNATURE                         *
006380******************************************************************
006390 COMPARE-SIGNATURE.
006400          MOVE 'N' TO SIG-DIFF-SW.
006410          IF DT-SIGSUM (DX) EQUAL TO SPACES THEN
006420            MOVE 'Y' TO SIG-DIFF-SW
006430            MOVE 'REGENERATED - NO SIGNATURE ON THE DIRECTORY'
006440              TO MBR-NOTE
006450          ELSE
006460            IF DT-SIGCNT (DX) NOT EQUAL TO SN-CNT
006470               OR DT-SIGSUM (DX) NOT EQUAL TO SN-SUM THEN
006480              MOVE 'Y' TO SIG-DIFF-SW
006490            END-IF
006500          END-IF.
006510
006520******************************************************************
006530* CHECKSUM THE PARAMETERS GATHERED FOR THE CURRENT PROCEDURE     *
006540******************************************************************
006550 SUM-SIGNATURE.
006560          MOVE 1 TO SIG-SUM-A.
006570          MOVE ZERO TO SIG-SUM-B.
006580          PERFORM SUM-ONE-PARM VARYING CX
006590            FROM 1 BY 1 UNTIL CX GREATER THAN CUR-COUNT.
006600          MOVE CUR-COUNT TO SN-CNT.
006610          COMPUTE SN-SUM = SIG-SUM-B * 100000 + SIG-SUM-A.
006620
006630 SUM-ONE-PARM.
006640          MOVE CU-SEQ (CX) TO SI-SEQ.
006650          MOVE CU-NAME (CX) TO SI-NAME.
006660          MOVE CU-TYPE (CX) TO SI-TYPE.
006670          MOVE CU-MODE (CX) TO SI-MODE.
006680          PERFORM SUM-ONE-BYTE VARYING KX
006690            FROM 1 BY 1 UNTIL KX GREATER THAN SIG-IMAGE-LEN.
006700
006710 SUM-ONE-BYTE.
006720          MOVE SIG-IMAGE (KX:1) TO SIG-BYTE-CHAR.
006730          ADD SIG-BYTE-VALUE TO SIG-SUM-A.
006740          IF SIG-SUM-A NOT LESS THAN SIG-MOD THEN
006750            SUBTRACT SIG-MOD FROM SIG-SUM-A
006760          END-IF.
006770          ADD SIG-SUM-A TO SIG-SUM-B.
006780          IF SIG-SUM-B NOT LESS THAN SIG-MOD THEN
006790            SUBTRACT SIG-MOD FROM SIG-SUM-B
006800          END-IF.
006830
006840******************************************************************
006850* WRITE ONE MEMBER TO THE IEBUPDTE DECK - THE ADD/REPL CONTROL   *
006860* CARD, A BANNER NAMING THE PROCEDURE, THEN THE 01 GROUP WITH    *
006870* ONE FIELD AND ONE NULL INDICATOR PER PARAMETER IN SEQ ORDER    *
006880******************************************************************
006890 WRITE-MEMBER.
006900          MOVE DT-MEMBER (DX) TO UPD-MEMBER.
006910          WRITE CPYDECK-REC FROM UPD-CONTROL.
006920          MOVE ZERO TO CPY-SEQ.
006930          MOVE ALL '*' TO CC-TEXT.
006940          PERFORM WRITE-COMMENT-LINE.
006950          MOVE SPACES TO CC-TEXT.
006960          STRING ' '              DELIMITED BY SIZE
006970                 DT-MEMBER (DX)   DELIMITED BY SIZE
006980                 ' - CALLER INTERFACE FOR '
006990                                  DELIMITED BY SIZE
007000                 GRP-SCHEMA       DELIMITED BY SPACE
007010                 '.'              DELIMITED BY SIZE
007020                 GRP-PROCNM       DELIMITED BY SPACE
007030            INTO CC-TEXT.
007040          PERFORM WRITE-COMMENT-LINE.
007050          MOVE SPACES TO CC-TEXT.
007060          STRING ' GENERATED FROM PRMHIST ON '
007070                                  DELIMITED BY SIZE
007080                 HDR-DATE         DELIMITED BY SIZE
007090                 ' - DO NOT EDIT BY HAND.'
007100                                  DELIMITED BY SIZE
007110            INTO CC-TEXT.
007120          PERFORM WRITE-COMMENT-LINE.
007130          MOVE ' CALPCPY REPLACES IT AT THE NEXT SIGNATURE CHANGE'
007140            TO CC-TEXT.
007150          PERFORM WRITE-COMMENT-LINE.
007160          MOVE ALL '*' TO CC-TEXT.
007170          PERFORM WRITE-COMMENT-LINE.
007180          MOVE GRP-PROCNM TO HV-PROC.
007190          INSPECT HV-PROC REPLACING ALL '_' BY '-'.
007200          MOVE SPACES TO HV-GROUP.
007210          STRING HV-PROC          DELIMITED BY SPACE
007220                 '-PARMS'         DELIMITED BY SIZE
007230            INTO HV-GROUP.
007240          MOVE SPACES TO CPY-AREA.
007250          STRING ' 01  '          DELIMITED BY SIZE
007260                 HV-GROUP         DELIMITED BY SPACE
007270                 '.'              DELIMITED BY SIZE
007280            INTO CPY-AREA.
007290          PERFORM WRITE-CPY-LINE.
007300          PERFORM WRITE-PARM-FIELDS VARYING CX
007310            FROM 1 BY 1 UNTIL CX GREATER THAN CUR-COUNT.
007320
007330 WRITE-PARM-FIELDS.
007340          MOVE CU-SEQ (CX) TO CN-SEQ.
007350          MOVE CU-MODE (CX) TO CN-MODE.
007360          MOVE CU-TYPE (CX) TO CN-TYPE.
007370          MOVE CPY-PARMNOTE TO CPY-AREA.
007380          PERFORM WRITE-CPY-LINE.
007390          PERFORM BUILD-HOST-NAME.
007400          PERFORM MAP-SQL-TYPE.
007410          IF NOT TYP-KNOWN THEN
007420            ADD 1 TO TYP-UNKNOWN
007430            MOVE 4 TO RC-WORK
007440            PERFORM RAISE-RETURN-CODE
007450            MOVE 'TYPE NOT RECOGNIZED - CHECK THE LAYOUT BY HAND'
007460              TO MBR-NOTE
007470            MOVE '*    TYPE NOT RECOGNIZED - MAPPED AS CHARACTER'
007480              TO CPY-AREA
007490            PERFORM WRITE-CPY-LINE
007500          END-IF.
007510          IF TYP-VARYING THEN
007520            MOVE '05' TO CF-LEVEL
007530            MOVE SPACES TO CF-NAME
007540            STRING HV-STEM        DELIMITED BY SPACE
007550                   '.'            DELIMITED BY SIZE
007560              INTO CF-NAME
007562            MOVE SPACES TO CF-PIC
007564            MOVE CPY-FIELD TO CPY-AREA
007570            PERFORM WRITE-CPY-LINE
007580            MOVE '49' TO CS-LEVEL
007590            MOVE SPACES TO CS-NAME
007600            STRING HV-STEM        DELIMITED BY SPACE
007610                   '-LEN'         DELIMITED BY SIZE
007620              INTO CS-NAME
007630            MOVE 'PIC S9(04) COMP.' TO CS-PIC
007640            MOVE CPY-SUBFLD TO CPY-AREA
007650            PERFORM WRITE-CPY-LINE
007660            MOVE SPACES TO CS-NAME
007670            STRING HV-STEM        DELIMITED BY SPACE
007680                   '-TEXT'        DELIMITED BY SIZE
007690              INTO CS-NAME
007700            MOVE SPACES TO CS-PIC
007710            STRING 'PIC X('       DELIMITED BY SIZE
007720                   LEN-TEXT       DELIMITED BY SPACE
007730                   ').'           DELIMITED BY SIZE
007740              INTO CS-PIC
007750            MOVE CPY-SUBFLD TO CPY-AREA
007760            PERFORM WRITE-CPY-LINE
007770          ELSE
007780            MOVE '05' TO CF-LEVEL
007790            MOVE HV-NAME TO CF-NAME
007800            MOVE CPY-FIELD TO CPY-AREA
007810            PERFORM WRITE-CPY-LINE
007820          END-IF.
007830          MOVE '05' TO CF-LEVEL.
007840          MOVE SPACES TO CF-NAME.
007850          STRING HV-STEM          DELIMITED BY SPACE
007860                 '-NI'            DELIMITED BY SIZE
007870            INTO CF-NAME.
007880          MOVE 'PIC S9(04) COMP.' TO CF-PIC.
007890          MOVE CPY-FIELD TO CPY-AREA.
007900          PERFORM WRITE-CPY-LINE.
007910
007914*                   EACH HOST VARIABLE IS THE MEMBER NAME, A
007918*                   HYPHEN AND THE PARAMETER NAME WITH UNDERSCORES
007922*                   AS HYPHENS, CUT TO 16 SO THE 25-CHARACTER STEM
007926*                   LEAVES ROOM FOR THE -LEN/-TEXT/-NI SUFFIXES.
007930*                   THE PREFIX KEEPS A RESERVED WORD FROM BEING
007934*                   GENERATED, AND TWO MEMBERS COPIED INTO ONE
007938*                   PROGRAM FROM DECLARING THE SAME NAMES.  AN
007942*                   UNNAMED PARAMETER, OR ONE WHOSE CUT NAME IS
007946*                   ALREADY TAKEN IN THE MEMBER, IS NAMED BY ITS
007950*                   POSITION AS PARM-NNN
007954 BUILD-HOST-NAME.
007958          MOVE CU-NAME (CX) TO HV-PARM.
007962          INSPECT HV-PARM REPLACING ALL '_' BY '-'.
007966          PERFORM TRIM-PARM-END VARYING KX FROM 16 BY -1
007970            UNTIL KX LESS THAN 2
007974               OR (HV-PARM (KX:1) NOT EQUAL TO SPACE
007978              AND HV-PARM (KX:1) NOT EQUAL TO '-').
007980          IF KX LESS THAN 2 AND HV-PARM (1:1) EQUAL TO '-' THEN
007981            MOVE SPACES TO HV-PARM
007982          END-IF.
007984          MOVE SPACES TO HV-STEM.
007986          STRING DT-MEMBER (DX)   DELIMITED BY SIZE
007990                 '-'              DELIMITED BY SIZE
007994                 HV-PARM          DELIMITED BY SPACE
007998            INTO HV-STEM.
008002          MOVE 'N' TO STEM-DUP-SW.
008006          PERFORM CHECK-ONE-STEM VARYING SX
008010            FROM 1 BY 1 UNTIL SX NOT LESS THAN CX.
008014          IF HV-PARM EQUAL TO SPACES OR STEM-DUP THEN
008018            MOVE CU-SEQ (CX) TO SEQ-EDIT
008022            MOVE SPACES TO HV-STEM
008026            STRING DT-MEMBER (DX) DELIMITED BY SIZE
008030                   '-PARM-'       DELIMITED BY SIZE
008034                   SEQ-EDIT       DELIMITED BY SIZE
008038              INTO HV-STEM
008042          END-IF.
008046          MOVE HV-STEM TO STEM-ENTRY (CX).
008050          MOVE HV-STEM TO HV-NAME.
008054
008058 TRIM-PARM-END.
008062          MOVE SPACE TO HV-PARM (KX:1).
008066
008070 CHECK-ONE-STEM.
008074          IF STEM-ENTRY (SX) EQUAL TO HV-STEM THEN
008078            MOVE 'Y' TO STEM-DUP-SW
008082          END-IF.
008090
008100 WRITE-COMMENT-LINE.
008110          MOVE CPY-COMMENT TO CPY-AREA.
008120          PERFORM WRITE-CPY-LINE.
008130
008140 WRITE-CPY-LINE.
008150          ADD 10 TO CPY-SEQ.
008160          WRITE CPYDECK-REC FROM CPY-LINE.
008170
008180******************************************************************
008190* MAP ONE DB2 TYPE TO ITS COBOL HOST-VARIABLE PICTURE.  VARCHAR  *
008200* COMES BACK AS A 49-LEVEL LENGTH/TEXT PAIR; AN UNKNOWN TYPE IS  *
008210* MAPPED AS CHARACTER OF THE GIVEN (OR 254) LENGTH AND FLAGGED   *
008220******************************************************************
008230 MAP-SQL-TYPE.
008240          MOVE SPACES TO TYP-BASE.
008250          MOVE SPACES TO TYP-ARG1.
008260          MOVE SPACES TO TYP-ARG2.
008270          UNSTRING CU-TYPE (CX) DELIMITED BY '(' OR ',' OR ')'
008280            INTO TYP-BASE TYP-ARG1 TYP-ARG2.
008290          INSPECT TYP-ARG1 REPLACING LEADING SPACE BY '0'.
008300          INSPECT TYP-ARG2 REPLACING LEADING SPACE BY '0'.
008310          MOVE ZERO TO TYP-LEN.
008320          MOVE ZERO TO TYP-SCALE.
008330          IF TYP-ARG1 IS NUMERIC THEN
008340            MOVE TYP-ARG1-N TO TYP-LEN
008350          END-IF.
008360          IF TYP-ARG2 IS NUMERIC THEN
008370            MOVE TYP-ARG2-N TO TYP-SCALE
008380          END-IF.
008390          MOVE 'Y' TO TYP-KNOWN-SW.
008400          MOVE 'N' TO TYP-VARYING-SW.
008410          MOVE SPACES TO CF-PIC.
008420          IF TYP-BASE EQUAL TO 'SMALLINT' THEN
008430            MOVE 'PIC S9(04) COMP.' TO CF-PIC
008440          ELSE
008450          IF TYP-BASE EQUAL TO 'INTEGER'
008460             OR TYP-BASE EQUAL TO 'INT' THEN
008470            MOVE 'PIC S9(09) COMP.' TO CF-PIC
008480          ELSE
008490          IF TYP-BASE EQUAL TO 'BIGINT' THEN
008500            MOVE 'PIC S9(18) COMP.' TO CF-PIC
008510          ELSE
008520          IF TYP-BASE EQUAL TO 'DECIMAL'
008530             OR TYP-BASE EQUAL TO 'DEC'
008540             OR TYP-BASE EQUAL TO 'NUMERIC' THEN
008550            PERFORM MAP-DECIMAL
008560          ELSE
008570          IF TYP-BASE EQUAL TO 'CHAR'
008580             OR TYP-BASE EQUAL TO 'CHARACTER' THEN
008590            IF TYP-LEN EQUAL TO ZERO THEN
008600              MOVE 1 TO TYP-LEN
008610            END-IF
008620            PERFORM MAP-CHARACTER
008630          ELSE
008640          IF TYP-BASE EQUAL TO 'VARCHAR' THEN
008650            IF TYP-LEN EQUAL TO ZERO THEN
008660              MOVE 254 TO TYP-LEN
008670            END-IF
008680            MOVE TYP-LEN TO LEN-WORK
008690            PERFORM EDIT-LENGTH
008700            MOVE 'Y' TO TYP-VARYING-SW
008710          ELSE
008720          IF TYP-BASE EQUAL TO 'DATE' THEN
008730            MOVE 'PIC X(10).' TO CF-PIC
008740          ELSE
008750          IF TYP-BASE EQUAL TO 'TIME' THEN
008760            MOVE 'PIC X(08).' TO CF-PIC
008770          ELSE
008780          IF TYP-BASE EQUAL TO 'TIMESTAMP' THEN
008790            MOVE 'PIC X(26).' TO CF-PIC
008800          ELSE
008810          IF TYP-BASE EQUAL TO 'REAL' THEN
008820            MOVE 'USAGE COMP-1.' TO CF-PIC
008830          ELSE
008840          IF TYP-BASE EQUAL TO 'FLOAT'
008850             OR TYP-BASE EQUAL TO 'DOUBLE' THEN
008860            MOVE 'USAGE COMP-2.' TO CF-PIC
008870          ELSE
008880            MOVE 'N' TO TYP-KNOWN-SW
008890            IF TYP-LEN EQUAL TO ZERO THEN
008900              MOVE 254 TO TYP-LEN
008910            END-IF
008920            PERFORM MAP-CHARACTER
008930          END-IF
008940          END-IF
008950          END-IF
008960          END-IF
008970          END-IF
008980          END-IF
008990          END-IF
009000          END-IF
009010          END-IF
009020          END-IF
009030          END-IF.
009040
009050 MAP-CHARACTER.
009060          MOVE TYP-LEN TO LEN-WORK.
009070          PERFORM EDIT-LENGTH.
009080          STRING 'PIC X('         DELIMITED BY SIZE
009090                 LEN-TEXT         DELIMITED BY SPACE
009100                 ').'             DELIMITED BY SIZE
009110            INTO CF-PIC.
009120
009130*                   DECIMAL(P,S) IS PACKED S9(P-S)V9(S); A BARE
009140*                   DECIMAL IS DB2'S DEFAULT DECIMAL(5,0)
009150 MAP-DECIMAL.
009160          IF TYP-LEN EQUAL TO ZERO THEN
009170            MOVE 5 TO TYP-LEN
009180          END-IF.
009190          COMPUTE TYP-INT = TYP-LEN - TYP-SCALE.
009200          MOVE TYP-SCALE TO LEN-WORK.
009210          PERFORM EDIT-LENGTH.
009220          MOVE LEN-TEXT TO SCALE-TEXT.
009230          MOVE TYP-INT TO LEN-WORK.
009240          PERFORM EDIT-LENGTH.
009250          IF TYP-SCALE EQUAL TO ZERO THEN
009260            STRING 'PIC S9('      DELIMITED BY SIZE
009270                   LEN-TEXT       DELIMITED BY SPACE
009280                   ') COMP-3.'    DELIMITED BY SIZE
009290              INTO CF-PIC
009300          ELSE
009310            IF TYP-INT NOT GREATER THAN ZERO THEN
009320              STRING 'PIC SV9('   DELIMITED BY SIZE
009330                     SCALE-TEXT   DELIMITED BY SPACE
009340                     ') COMP-3.'  DELIMITED BY SIZE
009350                INTO CF-PIC
009360            ELSE
009370              STRING 'PIC S9('    DELIMITED BY SIZE
009380                     LEN-TEXT     DELIMITED BY SPACE
009390                     ')V9('       DELIMITED BY SIZE
009400                     SCALE-TEXT   DELIMITED BY SPACE
009410                     ') COMP-3.'  DELIMITED BY SIZE
009420                INTO CF-PIC
009430            END-IF
009440          END-IF.
009450
009460*                   LENGTHS PRINT WITH TWO DIGITS AT LEAST, AS
009470*                   THE SHOP WRITES THEM - X(08), X(254)
009480 EDIT-LENGTH.
009490          MOVE SPACES TO LEN-TEXT.
009500          IF LEN-WORK LESS THAN 100 THEN
009510            MOVE LEN-WORK (4:2) TO LEN-TEXT
009520          ELSE
009530            IF LEN-WORK LESS THAN 1000 THEN
009540              MOVE LEN-WORK (3:3) TO LEN-TEXT
009550            ELSE
009560              IF LEN-WORK LESS THAN 10000 THEN
009570                MOVE LEN-WORK (2:4) TO LEN-TEXT
009580              ELSE
009590                MOVE LEN-WORK TO LEN-TEXT
009600              END-IF
009610            END-IF
009620          END-IF.
009630
009640******************************************************************
009650* A DIRECTORY ENTRY NOT IN TONIGHT'S GENERATION - THE CARD       *
009660* FAILED, WAS DROPPED FROM THE DECK OR THE PROCEDURE IS GONE.    *
009670* THE MEMBER IS LEFT AS IT WAS                                   *
009680******************************************************************
009690 REPORT-NOT-LISTED.
009700          IF NOT DT-SEEN (DX) THEN
009710            ADD 1 TO MBR-NOT-LISTED
009720            MOVE 'NOT RUN' TO IDX-STATUS
009730            MOVE DT-SCHEMA (DX) TO IDX-SCHEMA
009740            MOVE DT-PROCNM (DX) TO IDX-PROCNM
009750            MOVE DT-MEMBER (DX) TO IDX-MEMBER
009760            MOVE ZERO TO IDX-PARMS
009770            MOVE 'NOT IN THIS GENERATION - MEMBER LEFT AS IT WAS'
009780              TO IDX-NOTE
009790            WRITE REPREC FROM IDXLINE
009800              AFTER ADVANCING 1 LINE
009810          END-IF.
009820
009830******************************************************************
009840* CARRY THE DIRECTORY FORWARD.  THE JCL CATALOGS IT AS THE NEXT  *
009850* GENERATION ONLY AFTER THE LIBRARY UPDATE RAN CLEAN             *
009860******************************************************************
009870 WRITE-DIRECTORY.
009880          OPEN OUTPUT CPYDIRO.
009890          PERFORM WRITE-DIR-ENTRY VARYING DX
009900            FROM 1 BY 1 UNTIL DX GREATER THAN DIR-COUNT.
009910          CLOSE CPYDIRO.
009920
009930 WRITE-DIR-ENTRY.
009940          MOVE SPACES TO CPYDIRO-REC.
009950          MOVE DT-SCHEMA (DX) TO DO-SCHEMA.
009960          MOVE DT-PROCNM (DX) TO DO-PROCNM.
009970          MOVE DT-MEMBER (DX) TO DO-MEMBER.
009980          MOVE DT-CREATED (DX) TO DO-CREATED.
009990          MOVE DT-CHANGED (DX) TO DO-CHANGED.
009991          MOVE DT-SIGCNT (DX) TO DO-SIGCNT.
009992          MOVE DT-SIGSUM (DX) TO DO-SIGSUM.
010000          WRITE CPYDIRO-REC.
010010
010020 WRITE-TOTALS.
010030          MOVE SPACES TO CNTLINE.
010040          MOVE ' MEMBERS CREATED' TO CNT-LABEL.
010050          MOVE MBR-CREATED TO CNT-VALUE.
010060          WRITE REPREC FROM CNTLINE
010070            AFTER ADVANCING 2 LINES.
010080          MOVE ' MEMBERS CHANGED' TO CNT-LABEL.
010090          MOVE MBR-CHANGED TO CNT-VALUE.
010100          WRITE REPREC FROM CNTLINE
010110            AFTER ADVANCING 1 LINE.
010120          MOVE ' MEMBERS UNCHANGED' TO CNT-LABEL.
010130          MOVE MBR-UNCHANGED TO CNT-VALUE.
010140          WRITE REPREC FROM CNTLINE
010150            AFTER ADVANCING 1 LINE.
010160          MOVE ' MEMBERS NOT IN THIS GENERATION' TO CNT-LABEL.
010170          MOVE MBR-NOT-LISTED TO CNT-VALUE.
010180          WRITE REPREC FROM CNTLINE
010190            AFTER ADVANCING 1 LINE.
010200          MOVE ' PARAMETER TYPES NOT RECOGNIZED' TO CNT-LABEL.
010210          MOVE TYP-UNKNOWN TO CNT-VALUE.
010220          WRITE REPREC FROM CNTLINE
010230            AFTER ADVANCING 1 LINE.
010240
010250******************************************************************
010260* FORMAT A YYYYMMDD DATE AS MM/DD/YYYY FOR PRINTING              *
010270******************************************************************
010280 FORMAT-EDIT-DATE.
010290          MOVE SPACES TO EDIT-MDY.
010300          STRING EDIT-MM   DELIMITED BY SIZE
010310                 '/'       DELIMITED BY SIZE
010320                 EDIT-DD   DELIMITED BY SIZE
010330                 '/'       DELIMITED BY SIZE
010340                 EDIT-YYYY DELIMITED BY SIZE
010350            INTO EDIT-MDY.
