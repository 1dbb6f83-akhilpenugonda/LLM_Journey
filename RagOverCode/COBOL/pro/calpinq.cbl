000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALPINQ.
000030 AUTHOR.        R L HASKINS.
000040 INSTALLATION.  DB2 CATALOG REPORTING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY                                           *
000090* ----------------------------------------------------------------
000100* 10/15/2026  RLH  ORIGINAL VERSION - ONLINE INQUIRY (TRAN       *
000110*                  CALQ, MAPSET CALPIQM) ON ONE PROCEDURE'S      *
000120*                  LATEST LISTING STATUS FROM THE PROCSTAT       *
000130*                  CURRENT-STATUS CLUSTER - RUN ID, SQLCODE,     *
000140*                  OUT-CODE, ROW COUNT AND ELAPSED TIME - WITH   *
000150*                  A PAGED VIEW OF ITS CHGLOG EVENTS, BROWSED    *
000160*                  BY KEY, OR OF ITS CURRENT PARAMETER           *
000170*                  SIGNATURE.  PSEUDO-CONVERSATIONAL; THE KEY    *
000180*                  AND PAGE POSITION RIDE IN THE COMMAREA.       *
000190*                  BOTH FILES ARE READ ONLY HERE.  THE BATCH     *
000191*                  JOBS - CALPRML OR CALPMRG, CALPAPR'S TICKET   *
000192*                  STAMPS AND CALPRET'S MONTHLY RELOAD OF CHGLOG *
000193*                  - UPDATE THEM ONE AT A TIME, AND THE REGION   *
000200*                  ONLY READS THEM                               *
000210******************************************************************
000220
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250
000260 DATA DIVISION.
000270 WORKING-STORAGE SECTION.
000280******************************************************************
000290* TRANSACTION, MAP AND FILE NAMES AS DEFINED BY CALPCSD          *
000300******************************************************************
000310 01  INQ-TRANID                 PIC X(04) VALUE 'CALQ'.
000320 01  INQ-MAPSET                 PIC X(08) VALUE 'CALPIQM'.
000330 01  INQ-MAP                    PIC X(08) VALUE 'CALPIQ1'.
000340 01  STAT-FILE                  PIC X(08) VALUE 'PROCSTAT'.
000350 01  CHGLOG-FILE                PIC X(08) VALUE 'CHGLOG'.
000360
000370******************************************************************
000380* ATTENTION KEY JUST PRESSED, AS EIBAID CARRIES IT               *
000390******************************************************************
000400 01  AID-KEY                    PIC X(01).
000410     88  AID-ENTER              VALUE QUOTE.
000420     88  AID-CLEAR              VALUE '_'.
000430     88  AID-PF3                VALUE '3' 'C'.
000440     88  AID-PF5                VALUE '5' 'E'.
000450     88  AID-PF6                VALUE '6' 'F'.
000460     88  AID-PF8                VALUE '8' 'H'.
000470
000480******************************************************************
000490* RESPONSE FROM THE LAST FILE OR MAP COMMAND, WITH THE VALUES    *
000500* DFHRESP GIVES FOR THE CONDITIONS THIS PROGRAM EXPECTS          *
000510******************************************************************
000520 01  CICS-RESP                  PIC S9(8) COMP.
000530     88  RESP-NORMAL            VALUE 0.
000540     88  RESP-NOTFND            VALUE 13.
000550     88  RESP-ENDFILE           VALUE 20.
000560     88  RESP-MAPFAIL           VALUE 36.
000570
000580******************************************************************
000590* THE COMMAREA - THE PROCEDURE ON THE SCREEN, WHICH VIEW IS      *
000600* SHOWING, WHERE THE PAGE ON THE SCREEN STARTS AND WHERE THE     *
000610* NEXT ONE WOULD                                                 *
000620******************************************************************
000630 01  INQ-COMMAREA.
000640     05  IQ-KEY.
000650         10  IQ-SCHEMA          PIC X(08).
000660         10  IQ-PROCNM          PIC X(18).
000670     05  IQ-VIEW                PIC X(01).
000680         88  IQ-HISTORY         VALUE 'H'.
000690         88  IQ-SIGNATURE       VALUE 'S'.
000700     05  IQ-PAGE-KEY.
000710         10  IQ-PAGE-SCHEMA     PIC X(08).
000720         10  IQ-PAGE-PROCNM     PIC X(18).
000730         10  IQ-PAGE-DATE       PIC 9(08).
000740         10  IQ-PAGE-SEQ        PIC 9(03).
000750     05  IQ-NEXT-KEY            PIC X(37).
000760     05  IQ-PAGE-PARM           PIC 9(03).
000770     05  IQ-NEXT-PARM           PIC 9(03).
000780     05  IQ-MORE-SW             PIC X(01).
000790         88  IQ-MORE            VALUE 'Y'.
000800
000810******************************************************************
000820* SYMBOLIC MAP FOR CALPIQ1, LAID OUT AS CALPIQM.BMS GENERATES IT *
000830******************************************************************
000840 01  CALPIQ1I.
000850     05  FILLER                 PIC X(12).
000860     05  SCHEMAL                PIC S9(4) COMP.
000870     05  SCHEMAF                PIC X(01).
000880     05  SCHEMAI                PIC X(08).
000890     05  PROCNML                PIC S9(4) COMP.
000900     05  PROCNMF                PIC X(01).
000910     05  PROCNMI                PIC X(18).
000920     05  RUNIDL                 PIC S9(4) COMP.
000930     05  RUNIDF                 PIC X(01).
000940     05  RUNIDI                 PIC X(14).
000950     05  RUNDTL                 PIC S9(4) COMP.
000960     05  RUNDTF                 PIC X(01).
000970     05  RUNDTI                 PIC X(10).
000980     05  RESULTL                PIC S9(4) COMP.
000990     05  RESULTF                PIC X(01).
001000     05  RESULTI                PIC X(06).
001010     05  SQLCDL                 PIC S9(4) COMP.
001020     05  SQLCDF                 PIC X(01).
001030     05  SQLCDI                 PIC X(06).
001040     05  OUTCDL                 PIC S9(4) COMP.
001050     05  OUTCDF                 PIC X(01).
001060     05  OUTCDI                 PIC X(10).
001070     05  ROWSL                  PIC S9(4) COMP.
001080     05  ROWSF                  PIC X(01).
001090     05  ROWSI                  PIC X(11).
001100     05  ELAPSL                 PIC S9(4) COMP.
001110     05  ELAPSF                 PIC X(01).
001120     05  ELAPSI                 PIC X(06).
001130     05  STIMEL                 PIC S9(4) COMP.
001140     05  STIMEF                 PIC X(01).
001150     05  STIMEI                 PIC X(08).
001160     05  ETIMEL                 PIC S9(4) COMP.
001170     05  ETIMEF                 PIC X(01).
001180     05  ETIMEI                 PIC X(08).
001190     05  RETRYL                 PIC S9(4) COMP.
001200     05  RETRYF                 PIC X(01).
001210     05  RETRYI                 PIC X(02).
001220     05  DANGLL                 PIC S9(4) COMP.
001230     05  DANGLF                 PIC X(01).
001240     05  DANGLI                 PIC X(04).
001250     05  HEAD1L                 PIC S9(4) COMP.
001260     05  HEAD1F                 PIC X(01).
001270     05  HEAD1I                 PIC X(79).
001280     05  HEAD2L                 PIC S9(4) COMP.
001290     05  HEAD2F                 PIC X(01).
001300     05  HEAD2I                 PIC X(79).
001310     05  DLINED OCCURS 12 TIMES.
001320         10  DLINEL             PIC S9(4) COMP.
001330         10  DLINEF             PIC X(01).
001340         10  DLINEI             PIC X(79).
001350     05  MSGL                   PIC S9(4) COMP.
001360     05  MSGF                   PIC X(01).
001370     05  MSGI                   PIC X(79).
001380 01  CALPIQ1O REDEFINES CALPIQ1I.
001390     05  FILLER                 PIC X(12).
001400     05  FILLER                 PIC X(03).
001410     05  SCHEMAO                PIC X(08).
001420     05  FILLER                 PIC X(03).
001430     05  PROCNMO                PIC X(18).
001440     05  FILLER                 PIC X(03).
001450     05  RUNIDO                 PIC 9(14).
001460     05  FILLER                 PIC X(03).
001470     05  RUNDTO                 PIC X(10).
001480     05  FILLER                 PIC X(03).
001490     05  RESULTO                PIC X(06).
001500     05  FILLER                 PIC X(03).
001510     05  SQLCDO                 PIC +9(5).
001520     05  FILLER                 PIC X(03).
001530     05  OUTCDO                 PIC +9(9).
001540     05  FILLER                 PIC X(03).
001550     05  ROWSO                  PIC ZZZ,ZZZ,ZZ9.
001560     05  FILLER                 PIC X(03).
001570     05  ELAPSO                 PIC ZZ,ZZ9.
001580     05  FILLER                 PIC X(03).
001590     05  STIMEO                 PIC X(08).
001600     05  FILLER                 PIC X(03).
001610     05  ETIMEO                 PIC X(08).
001620     05  FILLER                 PIC X(03).
001630     05  RETRYO                 PIC Z9.
001640     05  FILLER                 PIC X(03).
001650     05  DANGLO                 PIC ZZZ9.
001660     05  FILLER                 PIC X(03).
001670     05  HEAD1O                 PIC X(79).
001680     05  FILLER                 PIC X(03).
001690     05  HEAD2O                 PIC X(79).
001700     05  DLINEOD OCCURS 12 TIMES.
001710         10  FILLER             PIC X(03).
001720         10  DLINEO             PIC X(79).
001730     05  FILLER                 PIC X(03).
001740     05  MSGO                   PIC X(79).
001750
001760******************************************************************
001770* RECORD AREAS FOR THE TWO FILES.  STAT-WORK IS THE PROCSTAT     *
001780* LAYOUT CALPRML AND CALPMRG BUILD; CHGLOG-REC IS THE 102-BYTE   *
001790* CHGLOG LAYOUT                                                  *
001800******************************************************************
001810 01  STAT-WORK.
001820     05  PS-KEY.
001830         10  PS-SCHEMA          PIC X(08).
001840         10  PS-PROCNM          PIC X(18).
001850     05  PS-LAST-RUN.
001860         10  PS-RUNID           PIC 9(14).
001870         10  PS-DATE            PIC 9(08).
001880         10  PS-STIME           PIC 9(08).
001890         10  PS-ETIME           PIC 9(08).
001900         10  PS-SQLCODE         PIC S9(05)
001910                                 SIGN LEADING SEPARATE.
001920         10  PS-OUTCODE         PIC S9(09)
001930                                 SIGN LEADING SEPARATE.
001940         10  PS-ROWCNT          PIC 9(09).
001950         10  PS-ELAPSD          PIC 9(05).
001960         10  PS-RETRYS          PIC 9(02).
001970         10  PS-DANGLE          PIC 9(04).
001980         10  PS-PART            PIC 9(02).
001990     05  PS-SIGNATURE.
002000         10  PS-SIG-RUNID       PIC 9(14).
002010         10  PS-PARM-CNT        PIC 9(03).
002020         10  PS-SIG-TRUNC       PIC X(01).
002030             88  PS-SIG-CUT     VALUE 'Y'.
002040         10  PS-PARM OCCURS 10 TIMES.
002050             15  PS-PARM-NAME   PIC X(30).
002060             15  PS-PARM-TYPE   PIC X(20).
002070             15  PS-PARM-MODE   PIC X(08).
002080     05  FILLER                 PIC X(20).
002090 77  PS-PARM-MAX                PIC S9(4) COMP VALUE +10.
002100 01  CHGLOG-REC.
002110     05  CG-KEY.
002120         10  CG-SCHEMA          PIC X(08).
002130         10  CG-PROCNM          PIC X(18).
002140         10  CG-DATE            PIC 9(08).
002150         10  CG-SEQ             PIC 9(03).
002160     05  CG-TBLNAME             PIC X(18).
002170     05  CG-FLAG                PIC X(07).
002180         88  CG-PARM-EVENT      VALUE 'PARMADD' 'PARMCHG'
002190                                      'PARMDEL'.
002200     05  CG-TICKET              PIC X(10).
002210     05  CG-PARMNM              PIC X(30).
002220 01  BROWSE-KEY                 PIC X(37).
002230
002240******************************************************************
002250* DETAIL AREA HEADINGS AND LINES                                 *
002260******************************************************************
002270 01  HIST-HEAD1.
002280         02  FILLER    PIC X(40) VALUE
002290               ' CHANGE HISTORY - CHGLOG EVENTS, OLDEST '.
002300         02  FILLER    PIC X(39) VALUE
002310               'FIRST'.
002320 01  HIST-HEAD2.
002330         02  FILLER    PIC X(40) VALUE
002340               ' DATE        EVENT    TABLE / PARAMETER '.
002350         02  FILLER    PIC X(39) VALUE
002360               '               TICKET'.
002370 01  EVENT-LINE.
002380         02  FILLER     PIC X(01) VALUE SPACES.
002390         02  EV-DATE    PIC X(10).
002400         02  FILLER     PIC X(02) VALUE SPACES.
002410         02  EV-FLAG    PIC X(07).
002420         02  FILLER     PIC X(02) VALUE SPACES.
002430         02  EV-NAME    PIC X(30).
002440         02  FILLER     PIC X(03) VALUE SPACES.
002450         02  EV-TICKET  PIC X(10).
002460         02  FILLER     PIC X(14) VALUE SPACES.
002470 01  SIG-HEAD1.
002480         02  FILLER     PIC X(36) VALUE
002490               ' PARAMETER SIGNATURE DECODED BY RUN '.
002500         02  SH-RUNID   PIC 9(14).
002510         02  FILLER     PIC X(03) VALUE ' - '.
002520         02  SH-COUNT   PIC ZZ9.
002530         02  FILLER     PIC X(23) VALUE ' PARAMETERS HELD'.
002540 01  SIG-HEAD2.
002550         02  FILLER    PIC X(40) VALUE
002560               '  NO  PARAMETER NAME                  TY'.
002570         02  FILLER    PIC X(39) VALUE
002580               'PE                  MODE'.
002590 01  PARM-LINE.
002600         02  FILLER     PIC X(01) VALUE SPACES.
002610         02  PL-SEQ     PIC ZZ9.
002620         02  FILLER     PIC X(02) VALUE SPACES.
002630         02  PL-NAME    PIC X(30).
002640         02  FILLER     PIC X(02) VALUE SPACES.
002650         02  PL-TYPE    PIC X(20).
002660         02  FILLER     PIC X(02) VALUE SPACES.
002670         02  PL-MODE    PIC X(08).
002680         02  FILLER     PIC X(11) VALUE SPACES.
002690
002700******************************************************************
002710* MESSAGES FOR THE BOTTOM LINE OF THE SCREEN                     *
002720******************************************************************
002730 01  SCREEN-MSG                 PIC X(79).
002740 01  MSG-BAD-KEY                PIC X(79) VALUE
002750           'THAT KEY IS NOT USED HERE - SEE THE KEY LIST'.
002760 01  MSG-LAST-PAGE              PIC X(79) VALUE
002770           'NO MORE PAGES - PF5 OR PF6 RETURNS TO THE FIRST PAGE'.
002780 01  MSG-NO-KEY                 PIC X(79) VALUE
002790           'KEY A SCHEMA AND PROCEDURE NAME AND PRESS ENTER'.
002800 01  MSG-NO-STATUS.
002810         02  FILLER    PIC X(40) VALUE
002820               'NO LISTING STATUS ON FILE - NOT RUN SINC'.
002830         02  FILLER    PIC X(39) VALUE
002840               'E PROCSTAT WAS DEFINED'.
002850 01  MSG-NO-EVENTS              PIC X(79) VALUE
002860           'NO CHANGE EVENTS LOGGED FOR THIS PROCEDURE'.
002870 01  MSG-MORE-EVENTS            PIC X(79) VALUE
002880           'MORE EVENTS FOLLOW - PF8 FOR THE NEXT PAGE'.
002890 01  MSG-NO-SIG                 PIC X(79) VALUE
002900           'NO PARAMETER SIGNATURE ON FILE FOR THIS PROCEDURE'.
002910 01  MSG-MORE-PARMS             PIC X(79) VALUE
002920           'MORE PARAMETERS FOLLOW - PF8 FOR THE NEXT PAGE'.
002930 01  MSG-NO-PARMS               PIC X(79) VALUE
002940           'THE PROCEDURE TAKES NO PARAMETERS'.
002950 01  MSG-SIG-CUT.
002960         02  FILLER    PIC X(40) VALUE
002970               'ONLY THE FIRST 10 PARAMETERS ARE HELD - '.
002980         02  FILLER    PIC X(39) VALUE
002990               'SEE THE CALPRML LISTING'.
003000 01  NEW-MSG                    PIC X(79).
003010 01  FILEERR.
003020         02  FE-FILE    PIC X(08).
003030         02  FILLER     PIC X(20) VALUE ' I-O FAILED, RESP = '.
003040         02  FE-RESP    PIC ZZ9.
003050         02  FILLER     PIC X(48) VALUE SPACES.
003060 01  END-MSG                    PIC X(30) VALUE
003070           'CALPINQ INQUIRY ENDED'.
003080 01  END-MSG-LEN                PIC S9(4) COMP VALUE +30.
003090
003100******************************************************************
003110* SWITCHES, COUNTERS AND DATE/TIME EDITING                       *
003120******************************************************************
003130 01  STAT-FOUND-SW              PIC X(01) VALUE 'N'.
003140     88  STAT-FOUND             VALUE 'Y'.
003150 01  BROWSE-DONE-SW             PIC X(01) VALUE 'N'.
003160     88  BROWSE-DONE            VALUE 'Y'.
003170 77  LINE-CNT                   PIC S9(4) COMP VALUE ZERO.
003180 77  LINE-MAX                   PIC S9(4) COMP VALUE +12.
003190 77  PARM-IX                    PIC S9(4) COMP VALUE ZERO.
003200 77  PARMS-HELD                 PIC S9(4) COMP VALUE ZERO.
003210 01  EDIT-DATE                  PIC 9(08).
003220 01  EDIT-DATE-R REDEFINES EDIT-DATE.
003230     05  EDIT-YYYY              PIC 9(04).
003240     05  EDIT-MM                PIC 9(02).
003250     05  EDIT-DD                PIC 9(02).
003260 01  EDIT-MDY                   PIC X(10).
003270 01  EDIT-TIME                  PIC 9(08).
003280 01  EDIT-TIME-R REDEFINES EDIT-TIME.
003290     05  EDIT-HH                PIC 9(02).
003300     05  EDIT-MI                PIC 9(02).
003310     05  EDIT-SS                PIC 9(02).
003320     05  EDIT-HS                PIC 9(02).
003330 01  EDIT-HMS                   PIC X(08).
003340
003350 LINKAGE SECTION.
003360 01  DFHCOMMAREA                PIC X(108).
003370
003380 PROCEDURE DIVISION.
003390******************************************************************
003400* MAINLINE - THE FIRST ENTRY, OR ONE WITHOUT THIS PROGRAM'S      *
003401* COMMAREA, SENDS AN EMPTY SCREEN.  AFTER THAT ENTER TAKES A NEW *
003410* SCHEMA/PROCEDURE, PF5 AND PF6 SWITCH TO THE TOP OF THE HISTORY *
003420* OR SIGNATURE VIEW, PF8 PAGES FORWARD AND PF3 OR CLEAR ENDS THE *
003430* INQUIRY.  EVERY OTHER PASS REBUILDS THE WHOLE SCREEN FROM THE  *
003440* FILES AND RETURNS WITH THE COMMAREA                            *
003450******************************************************************
003460 PROG-START.
003470          MOVE SPACES TO SCREEN-MSG.
003480          IF EIBCALEN EQUAL TO ZERO
003481             OR EIBCALEN NOT EQUAL TO LENGTH OF INQ-COMMAREA THEN
003482*                   A COMMAREA THAT IS NOT THIS PROGRAM'S - FROM
003483*                   A START OR ANOTHER TRANSACTION - IS TREATED
003484*                   AS A FIRST ENTRY RATHER THAN MOVED IN
003490            MOVE SPACES TO INQ-COMMAREA
003500            MOVE 'H' TO IQ-VIEW
003510            MOVE ZERO TO IQ-PAGE-PARM
003520            MOVE ZERO TO IQ-NEXT-PARM
003530          ELSE
003540            MOVE DFHCOMMAREA TO INQ-COMMAREA
003550            MOVE EIBAID TO AID-KEY
003560            IF AID-PF3 OR AID-CLEAR THEN
003570              PERFORM END-INQUIRY
003580            ELSE
003590              IF AID-ENTER THEN
003600                PERFORM TAKE-NEW-KEY
003610              ELSE
003620                IF AID-PF5 THEN
003630                  MOVE 'H' TO IQ-VIEW
003640                  PERFORM TOP-OF-VIEW
003650                ELSE
003660                  IF AID-PF6 THEN
003670                    MOVE 'S' TO IQ-VIEW
003680                    PERFORM TOP-OF-VIEW
003690                  ELSE
003700                    IF AID-PF8 THEN
003710                      PERFORM NEXT-PAGE
003720                    ELSE
003730                      MOVE MSG-BAD-KEY TO SCREEN-MSG
003740                    END-IF
003750                  END-IF
003760                END-IF
003770              END-IF
003780            END-IF
003790          END-IF.
003800          PERFORM SHOW-INQUIRY.
003810          EXEC CICS RETURN TRANSID(INQ-TRANID)
003820                           COMMAREA(INQ-COMMAREA)
003830          END-EXEC.
003840          GOBACK.
003850
003860******************************************************************
003870* PF3 OR CLEAR - LEAVE A CLEAN SCREEN AND END THE TRANSACTION    *
003880******************************************************************
003890 END-INQUIRY.
003900          EXEC CICS SEND TEXT FROM(END-MSG)
003910                              LENGTH(END-MSG-LEN)
003920                              ERASE FREEKB
003930          END-EXEC.
003940          EXEC CICS RETURN
003950          END-EXEC.
003960
003970******************************************************************
003980* ENTER - PICK UP THE KEYED SCHEMA AND PROCEDURE.  A FIELD LEFT  *
003990* ALONE KEEPS WHAT IS IN THE COMMAREA, SO ENTER ON ITS OWN JUST  *
004000* REFRESHES THE SCREEN FROM THE FILES.  A NEW INQUIRY ALWAYS     *
004010* OPENS ON THE HISTORY VIEW                                      *
004020******************************************************************
004030 TAKE-NEW-KEY.
004040          EXEC CICS RECEIVE MAP(INQ-MAP)
004050                            MAPSET(INQ-MAPSET)
004060                            INTO(CALPIQ1I)
004070                            RESP(CICS-RESP)
004080          END-EXEC.
004090          IF RESP-NORMAL THEN
004100            IF SCHEMAL GREATER THAN ZERO THEN
004110              MOVE SCHEMAI TO IQ-SCHEMA
004120            END-IF
004130            IF PROCNML GREATER THAN ZERO THEN
004140              MOVE PROCNMI TO IQ-PROCNM
004150            END-IF
004160            INSPECT IQ-KEY REPLACING ALL LOW-VALUE BY SPACE
004170          ELSE
004180            IF NOT RESP-MAPFAIL THEN
004190              MOVE INQ-MAP TO FE-FILE
004200              MOVE CICS-RESP TO FE-RESP
004210              MOVE FILEERR TO SCREEN-MSG
004220            END-IF
004230          END-IF.
004240          MOVE 'H' TO IQ-VIEW.
004250          PERFORM TOP-OF-VIEW.
004260
004270******************************************************************
004280* POSITION THE CURRENT VIEW AT ITS FIRST PAGE - THE LOWEST       *
004290* CHGLOG KEY FOR THE PROCEDURE, OR ITS FIRST PARAMETER           *
004300******************************************************************
004310 TOP-OF-VIEW.
004320          MOVE IQ-SCHEMA TO IQ-PAGE-SCHEMA.
004330          MOVE IQ-PROCNM TO IQ-PAGE-PROCNM.
004340          MOVE ZERO TO IQ-PAGE-DATE.
004350          MOVE ZERO TO IQ-PAGE-SEQ.
004360          MOVE 1 TO IQ-PAGE-PARM.
004370          MOVE 'N' TO IQ-MORE-SW.
004380
004390******************************************************************
004400* PF8 - THE NEXT PAGE STARTS WHERE THE LAST ONE LEFT OFF.  ON THE*
004410* LAST PAGE THE SAME PAGE IS SHOWN AGAIN WITH A MESSAGE          *
004420******************************************************************
004430 NEXT-PAGE.
004440          IF IQ-MORE THEN
004450            MOVE IQ-NEXT-KEY TO IQ-PAGE-KEY
004460            MOVE IQ-NEXT-PARM TO IQ-PAGE-PARM
004470          ELSE
004480            MOVE MSG-LAST-PAGE TO SCREEN-MSG
004490          END-IF.
004500
004510******************************************************************
004520* BUILD AND SEND THE WHOLE SCREEN FOR THE PROCEDURE IN THE       *
004530* COMMAREA - LATEST RUN AT THE TOP, THE CURRENT VIEW BELOW IT.   *
004540* THE FIRST MESSAGE RAISED IS THE ONE SHOWN                      *
004550******************************************************************
004560 SHOW-INQUIRY.
004570          MOVE LOW-VALUES TO CALPIQ1O.
004580          IF IQ-KEY EQUAL TO SPACES THEN
004590            MOVE MSG-NO-KEY TO NEW-MSG
004600            PERFORM POST-MESSAGE
004610          ELSE
004620            MOVE IQ-SCHEMA TO SCHEMAO
004630            MOVE IQ-PROCNM TO PROCNMO
004640            PERFORM SHOW-LAST-RUN
004650            IF IQ-SIGNATURE THEN
004660              PERFORM SHOW-SIGNATURE
004670            ELSE
004680              PERFORM SHOW-HISTORY
004690            END-IF
004700          END-IF.
004710          MOVE SCREEN-MSG TO MSGO.
004720          MOVE -1 TO SCHEMAL.
004730          EXEC CICS SEND MAP(INQ-MAP)
004740                         MAPSET(INQ-MAPSET)
004750                         FROM(CALPIQ1O)
004760                         ERASE CURSOR
004770          END-EXEC.
004780
004790******************************************************************
004800* THE LATEST RUN OF THE PROCEDURE, STRAIGHT FROM ITS PROCSTAT    *
004810* RECORD.  THE RESULT IS JUDGED THE WAY CALPRML COUNTS A FAILED  *
004820* CARD - ANYTHING BUT SQLCODE +466 WITH A ZERO OUT-CODE FAILED   *
004830******************************************************************
004840 SHOW-LAST-RUN.
004850          MOVE 'N' TO STAT-FOUND-SW.
004860          EXEC CICS READ FILE(STAT-FILE)
004870                         INTO(STAT-WORK)
004880                         RIDFLD(IQ-KEY)
004890                         RESP(CICS-RESP)
004900          END-EXEC.
004910          IF RESP-NORMAL THEN
004920            MOVE 'Y' TO STAT-FOUND-SW
004930            MOVE PS-RUNID TO RUNIDO
004940            MOVE PS-DATE TO EDIT-DATE
004950            PERFORM FORMAT-EDIT-DATE
004960            MOVE EDIT-MDY TO RUNDTO
004970            IF PS-SQLCODE EQUAL TO +466
004980               AND PS-OUTCODE EQUAL TO ZERO THEN
004990              MOVE 'CLEAN' TO RESULTO
005000            ELSE
005010              MOVE 'FAILED' TO RESULTO
005020            END-IF
005030            MOVE PS-SQLCODE TO SQLCDO
005040            MOVE PS-OUTCODE TO OUTCDO
005050            MOVE PS-ROWCNT TO ROWSO
005060            MOVE PS-ELAPSD TO ELAPSO
005070            MOVE PS-STIME TO EDIT-TIME
005080            PERFORM FORMAT-EDIT-TIME
005090            MOVE EDIT-HMS TO STIMEO
005100            MOVE PS-ETIME TO EDIT-TIME
005110            PERFORM FORMAT-EDIT-TIME
005120            MOVE EDIT-HMS TO ETIMEO
005130            MOVE PS-RETRYS TO RETRYO
005140            MOVE PS-DANGLE TO DANGLO
005150          ELSE
005160            IF RESP-NOTFND THEN
005170              MOVE MSG-NO-STATUS TO NEW-MSG
005180              PERFORM POST-MESSAGE
005190            ELSE
005200              MOVE STAT-FILE TO FE-FILE
005210              MOVE CICS-RESP TO FE-RESP
005220              MOVE FILEERR TO NEW-MSG
005230              PERFORM POST-MESSAGE
005240            END-IF
005250          END-IF.
005260
005270******************************************************************
005280* ONE PAGE OF THE PROCEDURE'S CHGLOG EVENTS.  THE BROWSE STARTS  *
005290* AT THE PAGE KEY AND STOPS AT THE FIRST RECORD FOR ANOTHER      *
005300* PROCEDURE; THE RECORD AFTER A FULL PAGE IS NOT SHOWN BUT ITS   *
005310* KEY IS KEPT AS WHERE PF8 STARTS.  THE BROWSE IS ENDED BEFORE   *
005320* THE SCREEN GOES OUT, SO NOTHING IS HELD WHILE THE TERMINAL     *
005330* WAITS                                                          *
005340******************************************************************
005350 SHOW-HISTORY.
005360          MOVE HIST-HEAD1 TO HEAD1O.
005370          MOVE HIST-HEAD2 TO HEAD2O.
005380          MOVE ZERO TO LINE-CNT.
005390          MOVE 'N' TO IQ-MORE-SW.
005400          MOVE 'N' TO BROWSE-DONE-SW.
005410          MOVE IQ-PAGE-KEY TO BROWSE-KEY.
005420          EXEC CICS STARTBR FILE(CHGLOG-FILE)
005430                            RIDFLD(BROWSE-KEY)
005440                            GTEQ
005450                            RESP(CICS-RESP)
005460          END-EXEC.
005470          IF RESP-NORMAL THEN
005480            PERFORM READ-NEXT-EVENT
005490            PERFORM LIST-ONE-EVENT UNTIL BROWSE-DONE
005500            EXEC CICS ENDBR FILE(CHGLOG-FILE)
005510            END-EXEC
005520          ELSE
005530            IF NOT RESP-NOTFND THEN
005540              MOVE CHGLOG-FILE TO FE-FILE
005550              MOVE CICS-RESP TO FE-RESP
005560              MOVE FILEERR TO NEW-MSG
005570              PERFORM POST-MESSAGE
005580            END-IF
005590          END-IF.
005600          IF LINE-CNT EQUAL TO ZERO THEN
005610            MOVE MSG-NO-EVENTS TO NEW-MSG
005620            PERFORM POST-MESSAGE
005630          END-IF.
005640          IF IQ-MORE THEN
005650            MOVE MSG-MORE-EVENTS TO NEW-MSG
005660            PERFORM POST-MESSAGE
005670          END-IF.
005680
005690******************************************************************
005700* NEXT CHGLOG RECORD IN KEY ORDER; THE END OF THE FILE OR A      *
005710* RECORD FOR ANOTHER PROCEDURE ENDS THE BROWSE                   *
005720******************************************************************
005730 READ-NEXT-EVENT.
005740          EXEC CICS READNEXT FILE(CHGLOG-FILE)
005750                             INTO(CHGLOG-REC)
005760                             RIDFLD(BROWSE-KEY)
005770                             RESP(CICS-RESP)
005780          END-EXEC.
005790          IF RESP-NORMAL THEN
005800            IF CG-SCHEMA NOT EQUAL TO IQ-SCHEMA
005810               OR CG-PROCNM NOT EQUAL TO IQ-PROCNM THEN
005820              MOVE 'Y' TO BROWSE-DONE-SW
005830            END-IF
005840          ELSE
005850            MOVE 'Y' TO BROWSE-DONE-SW
005860            IF NOT RESP-ENDFILE THEN
005870              MOVE CHGLOG-FILE TO FE-FILE
005880              MOVE CICS-RESP TO FE-RESP
005890              MOVE FILEERR TO NEW-MSG
005900              PERFORM POST-MESSAGE
005910            END-IF
005920          END-IF.
005930
005940******************************************************************
005950* PUT THE EVENT JUST READ ON THE SCREEN, OR, WITH THE PAGE FULL, *
005960* KEEP ITS KEY FOR PF8 AND STOP                                  *
005970******************************************************************
005980 LIST-ONE-EVENT.
005990          IF LINE-CNT LESS THAN LINE-MAX THEN
006000            ADD 1 TO LINE-CNT
006010            MOVE CG-DATE TO EDIT-DATE
006020            PERFORM FORMAT-EDIT-DATE
006030            MOVE EDIT-MDY TO EV-DATE
006040            MOVE CG-FLAG TO EV-FLAG
006050            IF CG-PARM-EVENT THEN
006060              MOVE CG-PARMNM TO EV-NAME
006070            ELSE
006080              MOVE CG-TBLNAME TO EV-NAME
006090            END-IF
006100            MOVE CG-TICKET TO EV-TICKET
006110            MOVE EVENT-LINE TO DLINEO (LINE-CNT)
006120            PERFORM READ-NEXT-EVENT
006130          ELSE
006140            MOVE CG-KEY TO IQ-NEXT-KEY
006150            MOVE 'Y' TO IQ-MORE-SW
006160            MOVE 'Y' TO BROWSE-DONE-SW
006170          END-IF.
006180
006190******************************************************************
006200* ONE PAGE OF THE CURRENT PARAMETER SIGNATURE HELD ON THE        *
006210* PROCSTAT RECORD.  A SIGNATURE LONGER THAN THE RECORD'S SLOTS   *
006220* IS FLAGGED - THE FULL ONE IS ON THE CALPRML LISTING AND PRMHIST*
006230******************************************************************
006240 SHOW-SIGNATURE.
006250          MOVE 'N' TO IQ-MORE-SW.
006260          IF STAT-FOUND THEN
006270            IF PS-SIG-RUNID EQUAL TO ZERO THEN
006280              MOVE MSG-NO-SIG TO NEW-MSG
006290              PERFORM POST-MESSAGE
006300            ELSE
006310              MOVE PS-SIG-RUNID TO SH-RUNID
006320              MOVE PS-PARM-CNT TO SH-COUNT
006330              MOVE SIG-HEAD1 TO HEAD1O
006340              MOVE SIG-HEAD2 TO HEAD2O
006350              MOVE PS-PARM-CNT TO PARMS-HELD
006360              IF PARMS-HELD GREATER THAN PS-PARM-MAX THEN
006370                MOVE PS-PARM-MAX TO PARMS-HELD
006380              END-IF
006390              MOVE ZERO TO LINE-CNT
006400              PERFORM LIST-ONE-PARM VARYING PARM-IX
006410                FROM IQ-PAGE-PARM BY 1 UNTIL PARM-IX GREATER THAN
006420                PARMS-HELD OR LINE-CNT NOT LESS THAN LINE-MAX
006430              IF PARM-IX NOT GREATER THAN PARMS-HELD THEN
006440                MOVE PARM-IX TO IQ-NEXT-PARM
006450                MOVE 'Y' TO IQ-MORE-SW
006460                MOVE MSG-MORE-PARMS TO NEW-MSG
006470                PERFORM POST-MESSAGE
006480              END-IF
006490              IF PARMS-HELD EQUAL TO ZERO THEN
006500                MOVE MSG-NO-PARMS TO NEW-MSG
006510                PERFORM POST-MESSAGE
006520              END-IF
006530              IF PS-SIG-CUT THEN
006540                MOVE MSG-SIG-CUT TO NEW-MSG
006550                PERFORM POST-MESSAGE
006560              END-IF
006570            END-IF
006580          END-IF.
006590
006600 LIST-ONE-PARM.
006610          ADD 1 TO LINE-CNT.
006620          MOVE PARM-IX TO PL-SEQ.
006630          MOVE PS-PARM-NAME (PARM-IX) TO PL-NAME.
006640          MOVE PS-PARM-TYPE (PARM-IX) TO PL-TYPE.
006650          MOVE PS-PARM-MODE (PARM-IX) TO PL-MODE.
006660          MOVE PARM-LINE TO DLINEO (LINE-CNT).
006670
006680******************************************************************
006690* KEEP THE FIRST MESSAGE RAISED FOR THE SCREEN                   *
006700******************************************************************
006710 POST-MESSAGE.
006720          IF SCREEN-MSG EQUAL TO SPACES THEN
006730            MOVE NEW-MSG TO SCREEN-MSG
006740          END-IF.
006750
006760******************************************************************
006770* FORMAT A YYYYMMDD DATE AS MM/DD/YYYY FOR THE SCREEN            *
006780******************************************************************
006790 FORMAT-EDIT-DATE.
006800          MOVE SPACES TO EDIT-MDY.
006810          STRING EDIT-MM   DELIMITED BY SIZE
006820                 '/'       DELIMITED BY SIZE
006830                 EDIT-DD   DELIMITED BY SIZE
006840                 '/'       DELIMITED BY SIZE
006850                 EDIT-YYYY DELIMITED BY SIZE
006860            INTO EDIT-MDY.
006870
006880******************************************************************
006890* FORMAT AN HHMMSSHH TIME AS HH:MM:SS FOR THE SCREEN             *
006900******************************************************************
006910 FORMAT-EDIT-TIME.
006920          MOVE SPACES TO EDIT-HMS.
006930          STRING EDIT-HH   DELIMITED BY SIZE
006940                 ':'       DELIMITED BY SIZE
006950                 EDIT-MI   DELIMITED BY SIZE
006960                 ':'       DELIMITED BY SIZE
006970                 EDIT-SS   DELIMITED BY SIZE
006980            INTO EDIT-HMS.
