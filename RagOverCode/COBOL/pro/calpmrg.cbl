000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALPMRG.
000030 AUTHOR.        R L HASKINS.
000040 INSTALLATION.  DB2 CATALOG REPORTING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY                                           *
000090* ----------------------------------------------------------------
000100* 10/15/2026  RLH  ORIGINAL VERSION - MERGE THE PARTITION STREAMS*
000110*                  OF A SPLIT CALPRML RUN (SEE CALPSPL) BACK INTO*
000120*                  THE SINGLE OUTPUTS BALANCE, CHGDIG AND THE    *
000130*                  OTHER DOWNSTREAM STEPS READ - ONE TBLHIST,    *
000140*                  TBLXHST, TBLCSV AND PRMHIST GENERATION, THE   *
000150*                  AUDIT RECORDS APPENDED TO AUDITF, THE CHANGE  *
000160*                  EVENTS LOADED INTO THE KEYED CHGLOG, ONE      *
000170*                  LISTING AND ONE RUN-SUMMARY RECORD, ALL UNDER *
000180*                  THE SPLIT'S RUN ID.  NOTHING IS WRITTEN UNLESS*
000190*                  EVERY PARTITION IN THE PLAN HAS COMPLETED FOR *
000200*                  THAT RUN ID.  A VERIFY CARD MAKES THE SAME    *
000210*                  CHECKS AND WRITES NOTHING, SO THE JOB CAN TEST*
000220*                  THE PARTITIONS BEFORE IT CUTS ANY GENERATION  *
000221* 10/15/2026  RLH  APPLY THE PARTITIONS' CURRENT-STATUS RECORDS  *
000222*                  (STATPART) TO THE KEYED PROCSTAT CLUSTER, THE *
000223*                  WAY CALPRML UPDATES IT IN A SINGLE STREAM     *
000230******************************************************************
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT REPOUT
000300            ASSIGN TO UT-S-SYSPRINT.
000310     SELECT MRGCTL
000320            ASSIGN TO UT-S-MRGCTL
000330            FILE STATUS IS MRGCTL-STATUS.
000340     SELECT PLAN
000350            ASSIGN TO UT-S-PLAN
000360            FILE STATUS IS PLAN-STATUS.
000370     SELECT RSIN
000380            ASSIGN TO UT-S-RSIN.
000390     SELECT AUDIN
000400            ASSIGN TO UT-S-AUDIN.
000410     SELECT THIN
000420            ASSIGN TO UT-S-THIN.
000430     SELECT TXIN
000440            ASSIGN TO UT-S-TXIN.
000450     SELECT TCIN
000460            ASSIGN TO UT-S-TCIN.
000470     SELECT PHIN
000480            ASSIGN TO UT-S-PHIN.
000490     SELECT CGIN
000500            ASSIGN TO UT-S-CGIN.
000510     SELECT REPIN
000520            ASSIGN TO UT-S-REPIN.
000530     SELECT TBLHIST
000540            ASSIGN TO UT-S-TBLHIST.
000550     SELECT TBLXHST
000560            ASSIGN TO UT-S-TBLXHST.
000570     SELECT TBLCSV
000580            ASSIGN TO UT-S-TBLCSV.
000590     SELECT PRMHIST
000600            ASSIGN TO UT-S-PRMHIST.
000610     SELECT AUDITF
000620            ASSIGN TO UT-S-AUDIT.
000630     SELECT RUNSUMF
000640            ASSIGN TO UT-S-RUNSUM
000650            FILE STATUS IS RUNSUMF-STATUS.
000660     SELECT LISTOUT
000670            ASSIGN TO UT-S-LISTOUT.
000680     SELECT CHGLOG
000690            ASSIGN TO CHGLOG
000700            ORGANIZATION IS INDEXED
000710            ACCESS IS RANDOM
000720            RECORD KEY IS CG-KEY
000730            FILE STATUS IS CHGLOG-STATUS.
000731*                   OPTIONAL SO A MERGE CAN LOAD THE NEWLY
000732*                   DEFINED, NEVER-LOADED CLUSTER
000733     SELECT OPTIONAL PROCSTAT
000734            ASSIGN TO PROCSTAT
000735            ORGANIZATION IS INDEXED
000736            ACCESS IS RANDOM
000737            RECORD KEY IS PF-KEY
000738            FILE STATUS IS PROCSTAT-STATUS.
000739     SELECT STIN
000740            ASSIGN TO UT-S-STIN.
000741
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  REPOUT
000780         RECORD CONTAINS 127 CHARACTERS
000790         LABEL RECORDS ARE OMITTED
000800         DATA RECORD IS REPREC.
000810 01  REPREC                     PIC X(127).
000820
000830*                   VERIFY - CHECK THE PARTITIONS ONLY
000840*                   MERGE  - CHECK THEM AND MERGE (THE DEFAULT)
000850 FD  MRGCTL
000860         RECORD CONTAINS 80 CHARACTERS
000870         LABEL RECORDS ARE OMITTED
000880         DATA RECORD IS MRGCTL-REC.
000890 01  MRGCTL-REC.
000900     05  MC-MODE                PIC X(06).
000910         88  MC-VERIFY          VALUE 'VERIFY'.
000920         88  MC-MERGE           VALUE 'MERGE '.
000930     05  FILLER                 PIC X(74).
000940
000950 FD  PLAN
000960         RECORD CONTAINS 80 CHARACTERS
000970         LABEL RECORDS ARE OMITTED
000980         DATA RECORD IS PLAN-REC.
000990 01  PLAN-REC.
001000     05  PL-TYPE                PIC X(01).
001010     05  PL-PART                PIC 9(02).
001020     05  PL-RUNID               PIC 9(14).
001030     05  PL-PARTS               PIC 9(02).
001040     05  PL-COUNTS.
001050         10  PL-CARDS           PIC 9(05).
001060         10  PL-SCHEMAS         PIC 9(05).
001070         10  FILLER             PIC X(07).
001080     05  PL-HDR-COUNTS REDEFINES PL-COUNTS.
001090         10  PL-READ            PIC 9(05).
001100         10  PL-GOOD            PIC 9(05).
001110         10  PL-BAD             PIC 9(05).
001120         10  PL-RC              PIC 9(02).
001130     05  FILLER                 PIC X(44).
001140
001150*                   PARTITION RUN-SUMMARY RECORDS, CONCATENATED
001160 FD  RSIN
001170         RECORD CONTAINS 80 CHARACTERS
001180         LABEL RECORDS ARE OMITTED
001190         DATA RECORD IS RSIN-REC.
001200 01  RSIN-REC.
001210     05  PRS-RUNID              PIC 9(14).
001220     05  PRS-DATE               PIC 9(08).
001230     05  PRS-STIME              PIC 9(08).
001240     05  PRS-ETIME              PIC 9(08).
001250     05  PRS-RC                 PIC 9(02).
001260     05  PRS-ACCEPT             PIC 9(05).
001270     05  PRS-REJECT             PIC 9(05).
001280     05  PRS-FAILED             PIC 9(05).
001290     05  PRS-DRIFT              PIC 9(05).
001300     05  PRS-RETRY              PIC 9(05).
001310     05  PRS-DANGLE             PIC 9(05).
001320     05  PRS-PART               PIC X(02).
001330     05  PRS-PART-N REDEFINES PRS-PART
001340                                PIC 9(02).
001350     05  FILLER                 PIC X(08).
001360
001370*                   THE PARTITIONS' AUDIT RECORDS, CONCATENATED
001380 FD  AUDIN
001390         RECORD CONTAINS 100 CHARACTERS
001400         LABEL RECORDS ARE OMITTED
001410         DATA RECORD IS AUDIN-REC.
001420 01  AUDIN-REC.
001430     05  AUD-DATE               PIC 9(08).
001440     05  AUD-TIME               PIC 9(08).
001450     05  AUD-PROCNM             PIC X(18).
001460     05  AUD-SCHEMA             PIC X(08).
001470     05  AUD-SQLCODE            PIC S9(05)
001480                                 SIGN LEADING SEPARATE.
001490     05  AUD-OUTCODE            PIC S9(09)
001500                                 SIGN LEADING SEPARATE.
001510     05  AUD-ROWCNT             PIC 9(09).
001520     05  AUD-RETRYS             PIC 9(02).
001530     05  AUD-ENDTIM             PIC 9(08).
001540     05  AUD-ELAPSD             PIC 9(05).
001550     05  AUD-RUNID              PIC 9(14).
001560     05  AUD-DANGLE             PIC 9(04).
001570
001580 FD  THIN
001590         RECORD CONTAINS 44 CHARACTERS
001600         LABEL RECORDS ARE OMITTED
001610         DATA RECORD IS THIN-REC.
001620 01  THIN-REC                   PIC X(44).
001630
001640 FD  TXIN
001650         RECORD CONTAINS 100 CHARACTERS
001660         LABEL RECORDS ARE OMITTED
001670         DATA RECORD IS TXIN-REC.
001680 01  TXIN-REC                   PIC X(100).
001690
001700 FD  TCIN
001710         RECORD CONTAINS 80 CHARACTERS
001720         LABEL RECORDS ARE OMITTED
001730         DATA RECORD IS TCIN-REC.
001740 01  TCIN-REC                   PIC X(80).
001750
001760 FD  PHIN
001770         RECORD CONTAINS 87 CHARACTERS
001780         LABEL RECORDS ARE OMITTED
001790         DATA RECORD IS PHIN-REC.
001800 01  PHIN-REC                   PIC X(87).
001810
001820*                   THE PARTITIONS' CHANGE EVENTS - CHGLOG LAYOUT,
001830*                   SEQ 1, NOT YET KEYED
001840 FD  CGIN
001850         RECORD CONTAINS 102 CHARACTERS
001860         LABEL RECORDS ARE OMITTED
001870         DATA RECORD IS CGIN-REC.
001880 01  CGIN-REC                   PIC X(102).
001881
001882*                   THE PARTITIONS' CURRENT-STATUS RECORDS, IN THE
001883*                   ORDER THEIR CARDS COMPLETED
001884 FD  STIN
001885         RECORD CONTAINS 720 CHARACTERS
001886         LABEL RECORDS ARE OMITTED
001887         DATA RECORD IS STIN-REC.
001888 01  STIN-REC                   PIC X(720).
001890
001900*                   PARTITION LISTINGS, CARRIAGE CONTROL FIRST
001910 FD  REPIN
001920         RECORD CONTAINS 128 CHARACTERS
001930         LABEL RECORDS ARE OMITTED
001940         DATA RECORD IS REPIN-REC.
001950 01  REPIN-REC.
001960     05  RPI-ASA                PIC X(01).
001970     05  RPI-PROG               PIC X(08).
001980     05  FILLER                 PIC X(119).
001990
002000 FD  TBLHIST
002010         RECORD CONTAINS 44 CHARACTERS
002020         LABEL RECORDS ARE OMITTED
002030         DATA RECORD IS TBLHIST-REC.
002040 01  TBLHIST-REC                PIC X(44).
002050
002060 FD  TBLXHST
002070         RECORD CONTAINS 100 CHARACTERS
002080         LABEL RECORDS ARE OMITTED
002090         DATA RECORD IS TBLXHST-REC.
002100 01  TBLXHST-REC                PIC X(100).
002110
002120 FD  TBLCSV
002130         RECORD CONTAINS 80 CHARACTERS
002140         LABEL RECORDS ARE OMITTED
002150         DATA RECORD IS CSV-REC.
002160 01  CSV-REC                    PIC X(80).
002170
002180 FD  PRMHIST
002190         RECORD CONTAINS 87 CHARACTERS
002200         LABEL RECORDS ARE OMITTED
002210         DATA RECORD IS PRMHIST-REC.
002220 01  PRMHIST-REC                PIC X(87).
002230
002240 FD  AUDITF
002250         RECORD CONTAINS 100 CHARACTERS
002260         LABEL RECORDS ARE OMITTED
002270         DATA RECORD IS AUDIT-REC.
002280 01  AUDIT-REC                  PIC X(100).
002290
002300 FD  RUNSUMF
002310         RECORD CONTAINS 80 CHARACTERS
002320         LABEL RECORDS ARE OMITTED
002330         DATA RECORD IS RUNSUM-REC.
002340 01  RUNSUM-REC.
002350     05  RS-RUNID               PIC 9(14).
002360     05  RS-DATE                PIC 9(08).
002370     05  RS-STIME               PIC 9(08).
002380     05  RS-ETIME               PIC 9(08).
002390     05  RS-RC                  PIC 9(02).
002400     05  RS-ACCEPT              PIC 9(05).
002410     05  RS-REJECT              PIC 9(05).
002420     05  RS-FAILED              PIC 9(05).
002430     05  RS-DRIFT               PIC 9(05).
002440     05  RS-RETRY               PIC 9(05).
002450     05  RS-DANGLE              PIC 9(05).
002460     05  RS-PART                PIC 9(02).
002470     05  FILLER                 PIC X(08).
002480
002490*                   MERGED LISTING, CARRIAGE CONTROL FIRST
002500 FD  LISTOUT
002510         RECORD CONTAINS 128 CHARACTERS
002520         LABEL RECORDS ARE OMITTED
002530         DATA RECORD IS LISTOUT-REC.
002540 01  LISTOUT-REC                PIC X(128).
002550
002560 FD  CHGLOG
002570         RECORD CONTAINS 102 CHARACTERS
002580         DATA RECORD IS CHGLOG-REC.
002590 01  CHGLOG-REC.
002600     05  CG-KEY.
002610         10  CG-SCHEMA          PIC X(08).
002620         10  CG-PROCNM          PIC X(18).
002630         10  CG-DATE            PIC 9(08).
002640         10  CG-SEQ             PIC 9(03).
002650     05  CG-TBLNAME             PIC X(18).
002660     05  CG-FLAG                PIC X(07).
002670     05  CG-TICKET              PIC X(10).
002680     05  CG-PARMNM              PIC X(30).
002681
002682*                   ONE CURRENT-STATUS RECORD PER SCHEMA/PROCNM -
002683*                   THE FIELDS ARE LAID OUT IN STAT-WORK
002684 FD  PROCSTAT
002685         RECORD CONTAINS 720 CHARACTERS
002686         DATA RECORD IS PROCSTAT-REC.
002687 01  PROCSTAT-REC.
002688     05  PF-KEY                 PIC X(26).
002689     05  PF-LAST-RUN            PIC X(76).
002690     05  PF-SIGNATURE.
002691         10  PF-SIG-RUNID       PIC 9(14).
002692         10  FILLER             PIC X(584).
002693     05  FILLER                 PIC X(20).
002694
002700 WORKING-STORAGE SECTION.
002710******************************************************************
002720* REPORT LINE LAYOUTS                                            *
002730******************************************************************
002740 01  RPTHDR1.
002750         02  FILLER    PIC X(34) VALUE
002760               'CALPMRG - CALPRML PARTITION MERGE '.
002770         02  HDR-MODE  PIC X(06).
002780         02  FILLER    PIC X(08) VALUE ' RUN ID '.
002790         02  HDR-RUNID PIC 9(14).
002800         02  FILLER    PIC X(65) VALUE SPACES.
002810 01  COLHDR1.
002820         02  FILLER    PIC X(41) VALUE
002830               ' PT   RC  ACCPT  REJCT  FAILD  DRIFT  RET'.
002840         02  FILLER    PIC X(28) VALUE
002850               'RY  DANGL  ENDED     STATUS'.
002860         02  FILLER    PIC X(58) VALUE SPACES.
002870 01  PARTLINE.
002880         02  FILLER     PIC X(01) VALUE SPACES.
002890         02  PST-PART   PIC Z9.
002900         02  FILLER     PIC X(03) VALUE SPACES.
002910         02  PST-RC     PIC Z9.
002920         02  FILLER     PIC X(02) VALUE SPACES.
002930         02  PST-ACCEPT PIC ZZZZ9.
002940         02  FILLER     PIC X(02) VALUE SPACES.
002950         02  PST-REJECT PIC ZZZZ9.
002960         02  FILLER     PIC X(02) VALUE SPACES.
002970         02  PST-FAILED PIC ZZZZ9.
002980         02  FILLER     PIC X(02) VALUE SPACES.
002990         02  PST-DRIFT  PIC ZZZZ9.
003000         02  FILLER     PIC X(02) VALUE SPACES.
003010         02  PST-RETRY  PIC ZZZZ9.
003020         02  FILLER     PIC X(02) VALUE SPACES.
003030         02  PST-DANGLE PIC ZZZZ9.
003040         02  FILLER     PIC X(02) VALUE SPACES.
003050         02  PST-ETIME  PIC X(08).
003060         02  FILLER     PIC X(02) VALUE SPACES.
003070         02  PST-STATUS PIC X(30).
003080         02  FILLER     PIC X(33) VALUE SPACES.
003090 01  MSGLINE.
003100         02  FILLER     PIC X(01) VALUE SPACES.
003110         02  MSG-TEXT   PIC X(60).
003120         02  FILLER     PIC X(66) VALUE SPACES.
003130 01  IGNLINE.
003140         02  FILLER    PIC X(42) VALUE
003150               ' RUNSUM RECORD OF ANOTHER RUN IGNORED - ID'.
003160         02  FILLER    PIC X(01) VALUE SPACES.
003170         02  IGN-RUNID PIC 9(14).
003180         02  FILLER    PIC X(11) VALUE ' PARTITION '.
003190         02  IGN-PART  PIC X(02).
003200         02  FILLER    PIC X(57) VALUE SPACES.
003210 01  MERGEDREC.
003220         02  FILLER    PIC X(42) VALUE
003230               ' RUNSUMF ALREADY HOLDS A RECORD FOR RUN ID'.
003240         02  FILLER    PIC X(01) VALUE SPACES.
003250         02  MRG-RUNID PIC 9(14).
003260         02  FILLER    PIC X(70) VALUE
003270               ' - THIS RUN WAS MERGED BEFORE'.
003280 01  CNTLINE.
003290         02  CNT-LABEL  PIC X(36).
003300         02  CNT-VALUE  PIC ZZZ,ZZZ,ZZ9.
003310         02  FILLER     PIC X(80) VALUE SPACES.
003320 01  CHGLOGERR.
003330         02  FILLER    PIC X(38) VALUE
003340               ' CHANGE-LOG I-O FAILED, FILE STATUS = '.
003350         02  CHGLOGCODE PIC X(02).
003360         02  FILLER    PIC X(87) VALUE SPACES.
003361 01  PROCSTATERR.
003362         02  FILLER    PIC X(42) VALUE
003363               ' CURRENT-STATUS I-O FAILED, FILE STATUS = '.
003364         02  PROCSTATCODE PIC X(02).
003365         02  FILLER    PIC X(83) VALUE SPACES.
003370
003380******************************************************************
003390* THE PLAN - RUN ID, PARTITION COUNT AND THE SPLIT'S EDIT COUNTS *
003400* AND RETURN CODE - AND WHAT EACH PARTITION REPORTED.  WHEN A    *
003410* RESTARTED PARTITION HAS MORE THAN ONE SUMMARY RECORD FOR THE   *
003420* RUN, THE LAST ONE (THE EXECUTION THAT FINISHED) WINS           *
003430******************************************************************
003440 01  PLAN-RUNID                 PIC 9(14) VALUE ZERO.
003450 01  PLAN-RUNID-R REDEFINES PLAN-RUNID.
003460     05  PLAN-RUN-DATE          PIC 9(08).
003470     05  PLAN-RUN-TIME          PIC 9(06).
003480 01  PLAN-PARTS                 PIC S9(04) COMP VALUE ZERO.
003490 01  PLAN-P-COUNT               PIC S9(04) COMP VALUE ZERO.
003500 01  PLAN-BAD-CNT               PIC 9(05) VALUE ZERO.
003510 01  PLAN-RC                    PIC 9(02) VALUE ZERO.
003520 01  PART-TABLE.
003530     05  PART-ENTRY OCCURS 8 TIMES.
003540         10  PT-DONE-SW         PIC X(01).
003550             88  PT-DONE        VALUE 'Y'.
003560         10  PT-RC              PIC 9(02).
003570         10  PT-ACCEPT          PIC 9(05).
003580         10  PT-REJECT          PIC 9(05).
003590         10  PT-FAILED          PIC 9(05).
003600         10  PT-DRIFT           PIC 9(05).
003610         10  PT-RETRY           PIC 9(05).
003620         10  PT-DANGLE          PIC 9(05).
003630         10  PT-ETIME           PIC 9(08).
003640 77  PART-MAX                   PIC S9(04) COMP VALUE +8.
003650 77  PX                         PIC S9(04) COMP.
003660
003670******************************************************************
003680* MERGED TOTALS AND RECORD COUNTS                                *
003690******************************************************************
003700 77  SUM-ACCEPT                 PIC S9(09) COMP VALUE ZERO.
003710 77  SUM-REJECT                 PIC S9(09) COMP VALUE ZERO.
003720 77  SUM-FAILED                 PIC S9(09) COMP VALUE ZERO.
003730 77  SUM-DRIFT                  PIC S9(09) COMP VALUE ZERO.
003740 77  SUM-RETRY                  PIC S9(09) COMP VALUE ZERO.
003750 77  SUM-DANGLE                 PIC S9(09) COMP VALUE ZERO.
003760 77  LAST-ETIME                 PIC S9(09) COMP VALUE ZERO.
003770 77  ETIME-WORK                 PIC S9(09) COMP.
003780 77  SPLIT-STIME                PIC S9(09) COMP.
003790 77  AUD-FOREIGN                PIC S9(09) COMP VALUE ZERO.
003800 77  TBLHIST-CNT                PIC S9(09) COMP VALUE ZERO.
003810 77  TBLXHST-CNT                PIC S9(09) COMP VALUE ZERO.
003820 77  TBLCSV-CNT                 PIC S9(09) COMP VALUE ZERO.
003830 77  PRMHIST-CNT                PIC S9(09) COMP VALUE ZERO.
003840 77  AUDIT-CNT                  PIC S9(09) COMP VALUE ZERO.
003850 77  CHGLOG-CNT                 PIC S9(09) COMP VALUE ZERO.
003851 77  PROCSTAT-CNT               PIC S9(09) COMP VALUE ZERO.
003860 77  LISTING-CNT                PIC S9(09) COMP VALUE ZERO.
003870 01  HIGHEST-RC                 PIC S9(04) COMP VALUE ZERO.
003880 77  RC-WORK                    PIC S9(04) COMP.
003890
003900******************************************************************
003910* SWITCHES AND FILE STATUSES                                     *
003920******************************************************************
003930 01  MRGCTL-STATUS              PIC X(02).
003940 01  PLAN-STATUS                PIC X(02).
003950 01  RUNSUMF-STATUS             PIC X(02).
003960 01  CHGLOG-STATUS              PIC X(02).
003961 01  PROCSTAT-STATUS            PIC X(02).
003970 01  MERGE-MODE-SW              PIC X(01) VALUE 'M'.
003980     88  VERIFY-ONLY            VALUE 'V'.
003990 01  MRG-FAILED-SW              PIC X(01) VALUE 'N'.
004000     88  MRG-FAILED             VALUE 'Y'.
004010 01  PLAN-EOF-SW                PIC X(01) VALUE 'N'.
004020     88  PLAN-EOF               VALUE 'Y'.
004030 01  RSIN-EOF-SW                PIC X(01) VALUE 'N'.
004040     88  RSIN-EOF               VALUE 'Y'.
004050 01  AUDIN-EOF-SW               PIC X(01) VALUE 'N'.
004060     88  AUDIN-EOF              VALUE 'Y'.
004070 01  RUNSUMF-EOF-SW             PIC X(01) VALUE 'N'.
004080     88  RUNSUMF-EOF            VALUE 'Y'.
004090 01  COPY-EOF-SW                PIC X(01) VALUE 'N'.
004100     88  COPY-EOF               VALUE 'Y'.
004110 01  CHGLOG-OPEN-SW             PIC X(01) VALUE 'N'.
004120     88  CHGLOG-OPEN            VALUE 'Y'.
004130 01  CHGLOG-DONE-SW             PIC X(01).
004140     88  CHGLOG-DONE            VALUE 'Y'.
004141 01  PROCSTAT-OPEN-SW           PIC X(01) VALUE 'N'.
004142     88  PROCSTAT-OPEN          VALUE 'Y'.
004143
004144******************************************************************
004145* ONE PARTITION CURRENT-STATUS RECORD, CALPRML'S LAYOUT.  A ZERO *
004146* PS-SIG-RUNID MEANS THE CARD DECODED NO PARAMETERS AND THE      *
004147* SIGNATURE ON FILE STANDS                                       *
004148******************************************************************
004149 01  STAT-WORK.
004150     05  PS-KEY.
004151         10  PS-SCHEMA          PIC X(08).
004152         10  PS-PROCNM          PIC X(18).
004153     05  PS-LAST-RUN.
004154         10  PS-RUNID           PIC 9(14).
004155         10  PS-DATE            PIC 9(08).
004156         10  PS-STIME           PIC 9(08).
004157         10  PS-ETIME           PIC 9(08).
004158         10  PS-SQLCODE         PIC S9(05)
004159                                 SIGN LEADING SEPARATE.
004160         10  PS-OUTCODE         PIC S9(09)
004161                                 SIGN LEADING SEPARATE.
004162         10  PS-ROWCNT          PIC 9(09).
004163         10  PS-ELAPSD          PIC 9(05).
004164         10  PS-RETRYS          PIC 9(02).
004165         10  PS-DANGLE          PIC 9(04).
004166         10  PS-PART            PIC 9(02).
004167     05  PS-SIGNATURE.
004168         10  PS-SIG-RUNID       PIC 9(14).
004169         10  PS-PARM-CNT        PIC 9(03).
004170         10  PS-SIG-TRUNC       PIC X(01).
004171         10  PS-PARM OCCURS 10 TIMES.
004172             15  PS-PARM-NAME   PIC X(30).
004173             15  PS-PARM-TYPE   PIC X(20).
004174             15  PS-PARM-MODE   PIC X(08).
004175     05  FILLER                 PIC X(20).
004176
004177 PROCEDURE DIVISION.
004178******************************************************************
004180* MAINLINE - PROVE THE PARTITIONS ARE ALL THERE FOR THE PLAN'S   *
004190* RUN ID, THEN (UNLESS ONLY VERIFYING) MERGE THEM.  RC 16 MEANS  *
004200* NOTHING WAS MERGED; OTHERWISE A MERGE RETURNS THE WORST OF THE *
004210* SPLIT'S AND THE PARTITIONS' GRADED CODES, AS ONE CALPRML       *
004220* EXECUTION WOULD HAVE, SO THE CKRC STEP KEEPS WORKING           *
004230******************************************************************
004240 PROG-START.
004250          OPEN OUTPUT REPOUT.
004260          PERFORM READ-MERGE-MODE.
004270          PERFORM LOAD-PLAN.
004280          MOVE PLAN-RUNID TO HDR-RUNID.
004290          MOVE SPACES TO REPREC.
004300          WRITE REPREC FROM RPTHDR1
004310            AFTER ADVANCING 1 LINE.
004320          IF MRG-FAILED THEN
004330            MOVE 'PLAN OR MRGCTL CARD MISSING OR INVALID' TO
004340              MSG-TEXT
004350            WRITE REPREC FROM MSGLINE
004360              AFTER ADVANCING 1 LINE
004370          ELSE
004380            PERFORM CHECK-PARTITIONS
004390            PERFORM CHECK-AUDIT-RUNIDS
004400            PERFORM CHECK-NOT-MERGED
004410          END-IF.
004420          IF MRG-FAILED THEN
004430            MOVE 'MERGE REFUSED - NO OUTPUT WRITTEN' TO MSG-TEXT
004440            WRITE REPREC FROM MSGLINE
004450              AFTER ADVANCING 2 LINES
004460            MOVE 16 TO HIGHEST-RC
004470          ELSE
004480            IF VERIFY-ONLY THEN
004490              MOVE 'EVERY PARTITION COMPLETE - MERGE CAN PROCEED'
004500                TO MSG-TEXT
004510              WRITE REPREC FROM MSGLINE
004520                AFTER ADVANCING 2 LINES
004530              MOVE ZERO TO HIGHEST-RC
004540            ELSE
004550              PERFORM MERGE-PARTITIONS
004560            END-IF
004570          END-IF.
004580 PROG-END.
004590          CLOSE REPOUT.
004600          MOVE HIGHEST-RC TO RETURN-CODE.
004610          GOBACK.
004620
004630******************************************************************
004640* KEEP THE WORST CONDITION SEEN FOR THE STEP RETURN CODE         *
004650******************************************************************
004660 RAISE-RETURN-CODE.
004670          IF RC-WORK GREATER THAN HIGHEST-RC THEN
004680            MOVE RC-WORK TO HIGHEST-RC
004690          END-IF.
004700
004710******************************************************************
004720* MRGCTL SAYS VERIFY OR MERGE.  NO DATASET, OR AN EMPTY ONE,     *
004730* MEANS MERGE; ANY OTHER CARD IS REFUSED RATHER THAN GUESSED AT  *
004740******************************************************************
004750 READ-MERGE-MODE.
004760          MOVE 'MERGE ' TO HDR-MODE.
004770          OPEN INPUT MRGCTL.
004780          IF MRGCTL-STATUS EQUAL TO '00' THEN
004790            READ MRGCTL
004800              AT END MOVE 'M' TO MERGE-MODE-SW
004810              NOT AT END
004820                IF MC-VERIFY THEN
004830                  MOVE 'V' TO MERGE-MODE-SW
004840                  MOVE 'VERIFY' TO HDR-MODE
004850                ELSE
004860                  IF NOT MC-MERGE THEN
004870                    MOVE 'Y' TO MRG-FAILED-SW
004880                  END-IF
004890                END-IF
004900            END-READ
004910            CLOSE MRGCTL
004920          ELSE
004930            IF MRGCTL-STATUS NOT EQUAL TO '35' THEN
004940              MOVE 'Y' TO MRG-FAILED-SW
004950            END-IF
004960          END-IF.
004970
004980******************************************************************
004990* LOAD THE PLAN - THE H RECORD FIRST, THEN ONE P RECORD FOR      *
005000* EVERY PARTITION IT COUNTS                                      *
005010******************************************************************
005020 LOAD-PLAN.
005030          OPEN INPUT PLAN.
005040          IF PLAN-STATUS NOT EQUAL TO '00' THEN
005050            MOVE 'Y' TO MRG-FAILED-SW
005060          ELSE
005070            PERFORM READ-PLAN
005080            IF PLAN-EOF
005090               OR PL-TYPE NOT EQUAL TO 'H'
005100               OR PL-RUNID IS NOT NUMERIC
005110               OR PL-PARTS IS NOT NUMERIC
005120               OR PL-BAD IS NOT NUMERIC
005130               OR PL-RC IS NOT NUMERIC THEN
005140              MOVE 'Y' TO MRG-FAILED-SW
005150            ELSE
005160              MOVE PL-RUNID TO PLAN-RUNID
005170              MOVE PL-PARTS TO PLAN-PARTS
005180              MOVE PL-BAD TO PLAN-BAD-CNT
005190              MOVE PL-RC TO PLAN-RC
005200              PERFORM READ-PLAN
005210              PERFORM NOTE-PLAN-PART UNTIL PLAN-EOF
005220            END-IF
005230            CLOSE PLAN
005240          END-IF.
005250          IF PLAN-PARTS LESS THAN 1
005260             OR PLAN-PARTS GREATER THAN PART-MAX
005270             OR PLAN-P-COUNT NOT EQUAL TO PLAN-PARTS THEN
005280            MOVE 'Y' TO MRG-FAILED-SW
005290          END-IF.
005300          PERFORM CLEAR-PART-ENTRY VARYING PX
005310            FROM 1 BY 1 UNTIL PX GREATER THAN PART-MAX.
005320
005330 READ-PLAN.
005340          READ PLAN
005350            AT END MOVE 'Y' TO PLAN-EOF-SW.
005360
005370 NOTE-PLAN-PART.
005380          IF PL-TYPE EQUAL TO 'P'
005390             AND PL-RUNID EQUAL TO PLAN-RUNID THEN
005400            ADD 1 TO PLAN-P-COUNT
005410          ELSE
005420            MOVE 'Y' TO MRG-FAILED-SW
005430          END-IF.
005440          PERFORM READ-PLAN.
005450
005460 CLEAR-PART-ENTRY.
005470          MOVE 'N' TO PT-DONE-SW (PX).
005480          MOVE ZERO TO PT-RC (PX).
005490          MOVE ZERO TO PT-ACCEPT (PX).
005500          MOVE ZERO TO PT-REJECT (PX).
005510          MOVE ZERO TO PT-FAILED (PX).
005520          MOVE ZERO TO PT-DRIFT (PX).
005530          MOVE ZERO TO PT-RETRY (PX).
005540          MOVE ZERO TO PT-DANGLE (PX).
005550          MOVE ZERO TO PT-ETIME (PX).
005560
005570******************************************************************
005580* EVERY PARTITION IN THE PLAN MUST HAVE A RUN-SUMMARY RECORD FOR *
005590* THE PLAN'S RUN ID - CALPRML CUTS ONE ONLY WHEN IT REACHES THE  *
005600* END OF ITS DECK, SO A MISSING ONE IS A PARTITION THAT ABENDED  *
005610* OR NEVER RAN.  SUMMARIES OF ANY OTHER RUN ARE LISTED AND LEFT  *
005620******************************************************************
005630 CHECK-PARTITIONS.
005640          OPEN INPUT RSIN.
005650          PERFORM READ-RSIN.
005660          PERFORM NOTE-PART-SUMMARY UNTIL RSIN-EOF.
005670          CLOSE RSIN.
005680          WRITE REPREC FROM COLHDR1
005690            AFTER ADVANCING 2 LINES.
005700          PERFORM REPORT-ONE-PARTITION VARYING PX
005710            FROM 1 BY 1 UNTIL PX GREATER THAN PLAN-PARTS.
005720
005730 READ-RSIN.
005740          READ RSIN
005750            AT END MOVE 'Y' TO RSIN-EOF-SW.
005760
005770 NOTE-PART-SUMMARY.
005780          IF PRS-RUNID EQUAL TO PLAN-RUNID
005790             AND PRS-PART-N IS NUMERIC
005800             AND PRS-PART-N GREATER THAN ZERO
005810             AND PRS-PART-N NOT GREATER THAN PLAN-PARTS THEN
005820            MOVE PRS-PART-N TO PX
005830            MOVE 'Y' TO PT-DONE-SW (PX)
005840            MOVE PRS-RC TO PT-RC (PX)
005850            MOVE PRS-ACCEPT TO PT-ACCEPT (PX)
005860            MOVE PRS-REJECT TO PT-REJECT (PX)
005870            MOVE PRS-FAILED TO PT-FAILED (PX)
005880            MOVE PRS-DRIFT TO PT-DRIFT (PX)
005890            MOVE PRS-RETRY TO PT-RETRY (PX)
005900            MOVE PRS-DANGLE TO PT-DANGLE (PX)
005910            MOVE PRS-ETIME TO PT-ETIME (PX)
005920          ELSE
005930            MOVE PRS-RUNID TO IGN-RUNID
005940            MOVE PRS-PART TO IGN-PART
005950            WRITE REPREC FROM IGNLINE
005960              AFTER ADVANCING 1 LINE
005970          END-IF.
005980          PERFORM READ-RSIN.
005990
006000 REPORT-ONE-PARTITION.
006010          MOVE PX TO PST-PART.
006020          IF PT-DONE (PX) THEN
006030            MOVE PT-RC (PX) TO PST-RC
006040            MOVE PT-ACCEPT (PX) TO PST-ACCEPT
006050            MOVE PT-REJECT (PX) TO PST-REJECT
006060            MOVE PT-FAILED (PX) TO PST-FAILED
006070            MOVE PT-DRIFT (PX) TO PST-DRIFT
006080            MOVE PT-RETRY (PX) TO PST-RETRY
006090            MOVE PT-DANGLE (PX) TO PST-DANGLE
006100            MOVE PT-ETIME (PX) TO PST-ETIME
006110            MOVE 'COMPLETE' TO PST-STATUS
006120          ELSE
006130            MOVE ZERO TO PST-RC
006140            MOVE ZERO TO PST-ACCEPT
006150            MOVE ZERO TO PST-REJECT
006160            MOVE ZERO TO PST-FAILED
006170            MOVE ZERO TO PST-DRIFT
006180            MOVE ZERO TO PST-RETRY
006190            MOVE ZERO TO PST-DANGLE
006200            MOVE SPACES TO PST-ETIME
006210            MOVE 'NOT COMPLETE - RESTART ITS JOB' TO PST-STATUS
006220            MOVE 'Y' TO MRG-FAILED-SW
006230          END-IF.
006240          WRITE REPREC FROM PARTLINE
006250            AFTER ADVANCING 1 LINE.
006260
006270******************************************************************
006280* EVERY AUDIT RECORD IN THE PARTITION FILES MUST CARRY THE PLAN'S*
006290* RUN ID - ANYTHING ELSE MEANS A PARTITION JOB RAN WITHOUT ITS   *
006300* STREAM CARD, OR A FILE WAS NOT CLEARED BY THE SPLIT JOB        *
006310******************************************************************
006320 CHECK-AUDIT-RUNIDS.
006330          OPEN INPUT AUDIN.
006340          PERFORM READ-AUDIN.
006350          PERFORM CHECK-ONE-AUDIT UNTIL AUDIN-EOF.
006360          CLOSE AUDIN.
006370          IF AUD-FOREIGN GREATER THAN ZERO THEN
006380            MOVE ' AUDIT RECORDS OF ANOTHER RUN' TO CNT-LABEL
006390            MOVE AUD-FOREIGN TO CNT-VALUE
006400            WRITE REPREC FROM CNTLINE
006410              AFTER ADVANCING 2 LINES
006420            MOVE 'Y' TO MRG-FAILED-SW
006430          END-IF.
006440
006450 READ-AUDIN.
006460          READ AUDIN
006470            AT END MOVE 'Y' TO AUDIN-EOF-SW.
006480
006490 CHECK-ONE-AUDIT.
006500          IF AUD-RUNID NOT EQUAL TO PLAN-RUNID THEN
006510            ADD 1 TO AUD-FOREIGN
006520          END-IF.
006530          PERFORM READ-AUDIN.
006540
006550******************************************************************
006560* A RUN ID ALREADY ON RUNSUMF HAS BEEN MERGED - DOING IT AGAIN   *
006570* WOULD DOUBLE THE AUDIT TRAIL AND THE CHANGE LOG                *
006580******************************************************************
006590 CHECK-NOT-MERGED.
006600          OPEN INPUT RUNSUMF.
006610          IF RUNSUMF-STATUS EQUAL TO '00' THEN
006620            PERFORM READ-RUNSUMF
006630            PERFORM CHECK-ONE-RUNSUM UNTIL RUNSUMF-EOF
006640            CLOSE RUNSUMF
006650          END-IF.
006660
006670 READ-RUNSUMF.
006680          READ RUNSUMF
006690            AT END MOVE 'Y' TO RUNSUMF-EOF-SW.
006700
006710 CHECK-ONE-RUNSUM.
006720          IF RS-RUNID EQUAL TO PLAN-RUNID THEN
006730            MOVE PLAN-RUNID TO MRG-RUNID
006740            WRITE REPREC FROM MERGEDREC
006750              AFTER ADVANCING 1 LINE
006760            MOVE 'Y' TO MRG-FAILED-SW
006770            MOVE 'Y' TO RUNSUMF-EOF-SW
006780          ELSE
006790            PERFORM READ-RUNSUMF
006800          END-IF.
006810
006820******************************************************************
006830* MERGE EVERY OUTPUT, THEN LIST WHAT WENT WHERE                  *
006840******************************************************************
006850 MERGE-PARTITIONS.
006860          MOVE PLAN-RC TO RC-WORK.
006870          PERFORM RAISE-RETURN-CODE.
006880          PERFORM RAISE-PART-RC VARYING PX
006890            FROM 1 BY 1 UNTIL PX GREATER THAN PLAN-PARTS.
006900          PERFORM COPY-TBLHIST.
006910          PERFORM COPY-TBLXHST.
006920          PERFORM COPY-TBLCSV.
006930          PERFORM COPY-PRMHIST.
006940          PERFORM COPY-AUDIT.
006950          PERFORM LOAD-CHGLOG.
006951          PERFORM LOAD-PROCSTAT.
006960          PERFORM COPY-LISTINGS.
006970          PERFORM WRITE-MERGED-SUMMARY.
006980          MOVE ' TBLHIST RECORDS MERGED' TO CNT-LABEL.
006990          MOVE TBLHIST-CNT TO CNT-VALUE.
007000          WRITE REPREC FROM CNTLINE
007010            AFTER ADVANCING 2 LINES.
007020          MOVE ' TBLXHST RECORDS MERGED' TO CNT-LABEL.
007030          MOVE TBLXHST-CNT TO CNT-VALUE.
007040          WRITE REPREC FROM CNTLINE
007050            AFTER ADVANCING 1 LINE.
007060          MOVE ' TBLCSV RECORDS MERGED' TO CNT-LABEL.
007070          MOVE TBLCSV-CNT TO CNT-VALUE.
007080          WRITE REPREC FROM CNTLINE
007090            AFTER ADVANCING 1 LINE.
007100          MOVE ' PRMHIST RECORDS MERGED' TO CNT-LABEL.
007110          MOVE PRMHIST-CNT TO CNT-VALUE.
007120          WRITE REPREC FROM CNTLINE
007130            AFTER ADVANCING 1 LINE.
007140          MOVE ' AUDIT RECORDS APPENDED' TO CNT-LABEL.
007150          MOVE AUDIT-CNT TO CNT-VALUE.
007160          WRITE REPREC FROM CNTLINE
007170            AFTER ADVANCING 1 LINE.
007180          MOVE ' CHANGE EVENTS LOADED TO CHGLOG' TO CNT-LABEL.
007190          MOVE CHGLOG-CNT TO CNT-VALUE.
007200          WRITE REPREC FROM CNTLINE
007210            AFTER ADVANCING 1 LINE.
007211          MOVE ' STATUS RECORDS APPLIED TO PROCSTAT' TO CNT-LABEL.
007212          MOVE PROCSTAT-CNT TO CNT-VALUE.
007213          WRITE REPREC FROM CNTLINE
007214            AFTER ADVANCING 1 LINE.
007220          MOVE ' LISTING LINES COPIED' TO CNT-LABEL.
007230          MOVE LISTING-CNT TO CNT-VALUE.
007240          WRITE REPREC FROM CNTLINE
007250            AFTER ADVANCING 1 LINE.
007260          MOVE ' MERGED RETURN CODE' TO CNT-LABEL.
007270          MOVE HIGHEST-RC TO CNT-VALUE.
007280          WRITE REPREC FROM CNTLINE
007290            AFTER ADVANCING 1 LINE.
007300
007310 RAISE-PART-RC.
007320          MOVE PT-RC (PX) TO RC-WORK.
007330          PERFORM RAISE-RETURN-CODE.
007340
007350 COPY-TBLHIST.
007360          OPEN INPUT THIN.
007370          OPEN OUTPUT TBLHIST.
007380          MOVE 'N' TO COPY-EOF-SW.
007390          PERFORM READ-THIN.
007400          PERFORM COPY-ONE-TBLHIST UNTIL COPY-EOF.
007410          CLOSE THIN.
007420          CLOSE TBLHIST.
007430
007440 READ-THIN.
007450          READ THIN
007460            AT END MOVE 'Y' TO COPY-EOF-SW.
007470
007480 COPY-ONE-TBLHIST.
007490          WRITE TBLHIST-REC FROM THIN-REC.
007500          ADD 1 TO TBLHIST-CNT.
007510          PERFORM READ-THIN.
007520
007530 COPY-TBLXHST.
007540          OPEN INPUT TXIN.
007550          OPEN OUTPUT TBLXHST.
007560          MOVE 'N' TO COPY-EOF-SW.
007570          PERFORM READ-TXIN.
007580          PERFORM COPY-ONE-TBLXHST UNTIL COPY-EOF.
007590          CLOSE TXIN.
007600          CLOSE TBLXHST.
007610
007620 READ-TXIN.
007630          READ TXIN
007640            AT END MOVE 'Y' TO COPY-EOF-SW.
007650
007660 COPY-ONE-TBLXHST.
007670          WRITE TBLXHST-REC FROM TXIN-REC.
007680          ADD 1 TO TBLXHST-CNT.
007690          PERFORM READ-TXIN.
007700
007710 COPY-TBLCSV.
007720          OPEN INPUT TCIN.
007730          OPEN OUTPUT TBLCSV.
007740          MOVE 'N' TO COPY-EOF-SW.
007750          PERFORM READ-TCIN.
007760          PERFORM COPY-ONE-TBLCSV UNTIL COPY-EOF.
007770          CLOSE TCIN.
007780          CLOSE TBLCSV.
007790
007800 READ-TCIN.
007810          READ TCIN
007820            AT END MOVE 'Y' TO COPY-EOF-SW.
007830
007840 COPY-ONE-TBLCSV.
007850          WRITE CSV-REC FROM TCIN-REC.
007860          ADD 1 TO TBLCSV-CNT.
007870          PERFORM READ-TCIN.
007880
007890 COPY-PRMHIST.
007900          OPEN INPUT PHIN.
007910          OPEN OUTPUT PRMHIST.
007920          MOVE 'N' TO COPY-EOF-SW.
007930          PERFORM READ-PHIN.
007940          PERFORM COPY-ONE-PRMHIST UNTIL COPY-EOF.
007950          CLOSE PHIN.
007960          CLOSE PRMHIST.
007970
007980 READ-PHIN.
007990          READ PHIN
008000            AT END MOVE 'Y' TO COPY-EOF-SW.
008010
008020 COPY-ONE-PRMHIST.
008030          WRITE PRMHIST-REC FROM PHIN-REC.
008040          ADD 1 TO PRMHIST-CNT.
008050          PERFORM READ-PHIN.
008060
008070 COPY-AUDIT.
008080          OPEN INPUT AUDIN.
008090          OPEN EXTEND AUDITF.
008100          MOVE 'N' TO AUDIN-EOF-SW.
008110          PERFORM READ-AUDIN.
008120          PERFORM COPY-ONE-AUDIT UNTIL AUDIN-EOF.
008130          CLOSE AUDIN.
008140          CLOSE AUDITF.
008150
008160 COPY-ONE-AUDIT.
008170          WRITE AUDIT-REC FROM AUDIN-REC.
008180          ADD 1 TO AUDIT-CNT.
008190          PERFORM READ-AUDIN.
008200
008210******************************************************************
008220* LOAD THE PARTITIONS' CHANGE EVENTS INTO THE KEYED CHGLOG THE   *
008230* WAY CALPRML WRITES ITS OWN - A DUPLICATE KEY BUMPS THE SEQ AND *
008240* TRIES AGAIN.  CHGLOG TROUBLE GRADES 4, AS IT DOES IN CALPRML   *
008250******************************************************************
008260 LOAD-CHGLOG.
008270          OPEN I-O CHGLOG.
008280          IF CHGLOG-STATUS EQUAL TO '00'
008290             OR CHGLOG-STATUS EQUAL TO '97' THEN
008300            MOVE 'Y' TO CHGLOG-OPEN-SW
008310          ELSE
008320            MOVE CHGLOG-STATUS TO CHGLOGCODE
008330            WRITE REPREC FROM CHGLOGERR
008340              AFTER ADVANCING 1 LINE
008350            MOVE 4 TO RC-WORK
008360            PERFORM RAISE-RETURN-CODE
008370          END-IF.
008380          IF CHGLOG-OPEN THEN
008390            OPEN INPUT CGIN
008400            MOVE 'N' TO COPY-EOF-SW
008410            PERFORM READ-CGIN
008420            PERFORM LOAD-ONE-CHANGE UNTIL COPY-EOF
008430            CLOSE CGIN
008440            CLOSE CHGLOG
008450          END-IF.
008460
008470 READ-CGIN.
008480          READ CGIN
008490            AT END MOVE 'Y' TO COPY-EOF-SW.
008500
008510 LOAD-ONE-CHANGE.
008520          MOVE CGIN-REC TO CHGLOG-REC.
008530          MOVE 'N' TO CHGLOG-DONE-SW.
008540          PERFORM WRITE-CHGLOG-KEYED UNTIL CHGLOG-DONE.
008550          PERFORM READ-CGIN.
008560
008570 WRITE-CHGLOG-KEYED.
008580          WRITE CHGLOG-REC.
008590          IF CHGLOG-STATUS EQUAL TO '22'
008600             AND CG-SEQ LESS THAN 999 THEN
008610            ADD 1 TO CG-SEQ
008620          ELSE
008630            IF CHGLOG-STATUS EQUAL TO '00' THEN
008640              ADD 1 TO CHGLOG-CNT
008650            ELSE
008660              MOVE CHGLOG-STATUS TO CHGLOGCODE
008670              WRITE REPREC FROM CHGLOGERR
008680                AFTER ADVANCING 1 LINE
008690              MOVE 4 TO RC-WORK
008700              PERFORM RAISE-RETURN-CODE
008710            END-IF
008720            MOVE 'Y' TO CHGLOG-DONE-SW
008730          END-IF.
008731
008732******************************************************************
008733* APPLY THE PARTITIONS' CURRENT-STATUS RECORDS TO THE KEYED      *
008734* PROCSTAT AS CALPRML DOES IN ONE STREAM - A NEW PROCEDURE IS    *
008735* WRITTEN, A KNOWN ONE REWRITTEN, KEEPING THE SIGNATURE ON FILE  *
008736* WHEN THE CARD BROUGHT NONE.  PROCSTAT TROUBLE GRADES 4, AS IT  *
008737* DOES IN CALPRML                                                *
008738******************************************************************
008739 LOAD-PROCSTAT.
008740          OPEN I-O PROCSTAT.
008741          IF PROCSTAT-STATUS EQUAL TO '00'
008742             OR PROCSTAT-STATUS EQUAL TO '05'
008743             OR PROCSTAT-STATUS EQUAL TO '97' THEN
008744            MOVE 'Y' TO PROCSTAT-OPEN-SW
008745          ELSE
008746            MOVE PROCSTAT-STATUS TO PROCSTATCODE
008747            WRITE REPREC FROM PROCSTATERR
008748              AFTER ADVANCING 1 LINE
008749            MOVE 4 TO RC-WORK
008750            PERFORM RAISE-RETURN-CODE
008751          END-IF.
008752          IF PROCSTAT-OPEN THEN
008753            OPEN INPUT STIN
008754            MOVE 'N' TO COPY-EOF-SW
008755            PERFORM READ-STIN
008756            PERFORM LOAD-ONE-STATUS UNTIL COPY-EOF
008757            CLOSE STIN
008758            CLOSE PROCSTAT
008759          END-IF.
008760
008761 READ-STIN.
008762          READ STIN INTO STAT-WORK
008763            AT END MOVE 'Y' TO COPY-EOF-SW.
008764
008765 LOAD-ONE-STATUS.
008766          MOVE PS-KEY TO PF-KEY.
008767          READ PROCSTAT.
008768          IF PROCSTAT-STATUS EQUAL TO '00' THEN
008769            IF PS-SIG-RUNID EQUAL TO ZERO THEN
008770              MOVE PF-SIGNATURE TO PS-SIGNATURE
008771            END-IF
008772            MOVE STAT-WORK TO PROCSTAT-REC
008773            REWRITE PROCSTAT-REC
008774          ELSE
008775            IF PROCSTAT-STATUS EQUAL TO '23' THEN
008776              MOVE STAT-WORK TO PROCSTAT-REC
008777              WRITE PROCSTAT-REC
008778            END-IF
008779          END-IF.
008780          IF PROCSTAT-STATUS EQUAL TO '00' THEN
008781            ADD 1 TO PROCSTAT-CNT
008782          ELSE
008783            MOVE PROCSTAT-STATUS TO PROCSTATCODE
008784            WRITE REPREC FROM PROCSTATERR
008785              AFTER ADVANCING 1 LINE
008786            MOVE 4 TO RC-WORK
008787            PERFORM RAISE-RETURN-CODE
008788          END-IF.
008789          PERFORM READ-STIN.
008790
008791******************************************************************
008792* COPY THE PARTITIONS' LISTINGS INTO ONE, CARRIAGE CONTROL AND   *
008793* ALL.  EACH PARTITION'S CALPRML HEADING STARTS A NEW PAGE       *
008794******************************************************************
008795 COPY-LISTINGS.
008800          OPEN INPUT REPIN.
008810          OPEN OUTPUT LISTOUT.
008820          MOVE 'N' TO COPY-EOF-SW.
008830          PERFORM READ-REPIN.
008840          PERFORM COPY-ONE-LISTING-LINE UNTIL COPY-EOF.
008850          CLOSE REPIN.
008860          CLOSE LISTOUT.
008870
008880 READ-REPIN.
008890          READ REPIN
008900            AT END MOVE 'Y' TO COPY-EOF-SW.
008910
008920 COPY-ONE-LISTING-LINE.
008930          IF RPI-PROG EQUAL TO 'CALPRML ' THEN
008940            MOVE '1' TO RPI-ASA
008950          END-IF.
008960          WRITE LISTOUT-REC FROM REPIN-REC.
008970          ADD 1 TO LISTING-CNT.
008980          PERFORM READ-REPIN.
008990
009000******************************************************************
009010* ONE RUN-SUMMARY RECORD FOR THE WHOLE RUN - PARTITION ZERO, THE *
009020* SPLIT'S RUN ID AND START TIME, THE LATEST PARTITION END TIME   *
009030* (PAST MIDNIGHT IF NEED BE), THE SUMMED COUNTS WITH THE SPLIT'S *
009040* REJECTS ADDED, AND THE MERGED RETURN CODE                      *
009050******************************************************************
009060 WRITE-MERGED-SUMMARY.
009070          COMPUTE SPLIT-STIME = PLAN-RUN-TIME * 100.
009080          MOVE SPLIT-STIME TO LAST-ETIME.
009090          PERFORM SUM-ONE-PARTITION VARYING PX
009100            FROM 1 BY 1 UNTIL PX GREATER THAN PLAN-PARTS.
009110          IF LAST-ETIME NOT LESS THAN 24000000 THEN
009120            SUBTRACT 24000000 FROM LAST-ETIME
009130          END-IF.
009140          OPEN EXTEND RUNSUMF.
009150          MOVE SPACES TO RUNSUM-REC.
009160          MOVE PLAN-RUNID TO RS-RUNID.
009170          MOVE PLAN-RUN-DATE TO RS-DATE.
009180          MOVE SPLIT-STIME TO RS-STIME.
009190          MOVE LAST-ETIME TO RS-ETIME.
009200          MOVE HIGHEST-RC TO RS-RC.
009210          MOVE SUM-ACCEPT TO RS-ACCEPT.
009220          ADD PLAN-BAD-CNT TO SUM-REJECT.
009230          MOVE SUM-REJECT TO RS-REJECT.
009240          MOVE SUM-FAILED TO RS-FAILED.
009250          MOVE SUM-DRIFT TO RS-DRIFT.
009260          MOVE SUM-RETRY TO RS-RETRY.
009270          MOVE SUM-DANGLE TO RS-DANGLE.
009280          MOVE ZERO TO RS-PART.
009290          WRITE RUNSUM-REC.
009300          CLOSE RUNSUMF.
009310
009320 SUM-ONE-PARTITION.
009330          ADD PT-ACCEPT (PX) TO SUM-ACCEPT.
009340          ADD PT-REJECT (PX) TO SUM-REJECT.
009350          ADD PT-FAILED (PX) TO SUM-FAILED.
009360          ADD PT-DRIFT (PX) TO SUM-DRIFT.
009370          ADD PT-RETRY (PX) TO SUM-RETRY.
009380          ADD PT-DANGLE (PX) TO SUM-DANGLE.
009390          MOVE PT-ETIME (PX) TO ETIME-WORK.
009400          IF ETIME-WORK LESS THAN SPLIT-STIME THEN
009410            ADD 24000000 TO ETIME-WORK
009420          END-IF.
009430          IF ETIME-WORK GREATER THAN LAST-ETIME THEN
009440            MOVE ETIME-WORK TO LAST-ETIME
009450          END-IF.
