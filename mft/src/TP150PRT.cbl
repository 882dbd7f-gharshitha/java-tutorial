000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TP150PRT.
000120 AUTHOR.        D L ROSS.
000130 INSTALLATION.  EDI OPERATIONS - MFT.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  TP150PRT                                                      *
000180*                                                                *
000190*  FEED PARTITIONER FOR PARALLEL TP100DRV STREAMS.  ON A PEAK    *
000200*  NIGHT ONE TP100DRV STEP DRIVING THE WHOLE COMBINED FEED ONE   *
000210*  PARTNER GROUP AFTER ANOTHER RUNS PAST THE BATCH WINDOW.  THIS *
000220*  STEP RUNS AFTER TP050EDT AND SPLITS THE CLEAN FEED INTO UP    *
000230*  TO EIGHT PARTITIONS, TPDOCP01-TPDOCP08, EACH DRIVEN BY ITS    *
000240*  OWN CONCURRENT TP100DRV STREAM (TPDRVCTL CARD STRM NN):       *
000250*                                                                *
000260*    - THE UNIT OF SPLIT IS THE PARTNER (THE PARTNER KEY AS      *
000270*      TP100DRV BUILDS IT), NEVER A DOCUMENT OR A GROUP, SO ALL  *
000280*      OF A PARTNER'S GROUPS GO TO ONE STREAM AND ITS TPCKPTF    *
000290*      CHECKPOINT AND TPDUPCTL DUPLICATE-CONTROL KEYS ARE        *
000300*      TOUCHED BY THAT STREAM ALONE.                             *
000310*    - PARTNERS ARE BALANCED ON EXPECTED VOLUME - THE TYPICAL    *
000320*      DAILY VOLUME OVER THE TPACTSUM LOOKBACK, PROFILED AS      *
000330*      TP920MPD AND TP100DRV DO, OR TONIGHT'S COUNT FOR A        *
000340*      PARTNER WITH NO PROFILE.  THE HEAVIEST PARTNER GOES       *
000350*      FIRST, EACH TO THE STREAM WITH THE LEAST EXPECTED VOLUME  *
000360*      SO FAR.                                                   *
000370*    - EACH PARTITION KEEPS THE FEED'S ORDER, SO IT STAYS        *
000380*      SORTED BY GROUP.  A TPDOCBCT BATCH HEADER IS COPIED TO    *
000390*      EVERY PARTITION THAT RECEIVES ONE OF THE BATCH'S          *
000400*      DOCUMENTS, AND THE BATCH TRAILER FOLLOWS IT THERE         *
000410*      CARRYING THAT PARTITION'S SHARE OF THE COUNT.             *
000420*    - THE SPLIT IS RECORDED ON TPPARTN (PARTITION ID, STREAM    *
000430*      COUNT, DOCUMENTS PER STREAM) FOR THE STREAMS AND FOR      *
000440*      TP160MRG, WHICH MERGES AND BALANCES THE STREAMS' OUTPUT   *
000450*      BEFORE TP600RCN RUNS.                                     *
000460*                                                                *
000470*  THE RUN ENROLLS ON THE TPRUNLOK REGISTRY CLAIMING TPSTREAM,   *
000480*  SO IT CANNOT RE-SPLIT THE FEED UNDER A STREAM OR THE MERGE    *
000490*  STILL RUNNING AGAINST THE LAST SPLIT.                         *
000500*                                                                *
000510*  THE OPTIONAL TPPRTCTL CARDS:                                  *
000520*                                                                *
000530*    COL 1-8   STREAMS                                           *
000540*    COL 10-11 NUMBER OF STREAMS 01-08       (DEFAULT 04)        *
000550*                                                                *
000560*    COL 1-8   DAYS                                              *
000570*    COL 10-12 PROFILE LOOKBACK DAYS          (DEFAULT 030)      *
000580*                                                                *
000590*  EVERY STREAM NAMED ON TPPARTN MUST BE RUN, EVEN ONE WITH AN   *
000600*  EMPTY PARTITION, SO TP160MRG HAS ITS TOTALS RECORD.           *
000610*                                                                *
000620*  RETURN CODES: 16 - TPDOCIN UNAVAILABLE, MORE PARTNERS THAN    *
000630*  THE TABLE HOLDS, OR THE RUN REGISTRY REFUSED THE ENROLLMENT;  *
000631*  A PARTITION COULD NOT BE OPENED, OR TPPARTN COULD NOT BE      *
000632*  OPENED, WRITTEN OR CLOSED;                                    *
000640*  4 - A CARD WAS REJECTED, OR THE PREVIOUS SPLIT ON TPPARTN     *
000650*  WAS NEVER MERGED; 0 - CLEAN.                                  *
000660*                                                                *
000670*  MODIFICATION HISTORY                                          *
000680*  --------------------                                          *
000690*  2026-10-15  DLR  NEW PROGRAM.                                 *
000700*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000710*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000720*                    THEN ENDED WITH ITS RETURN CODE AND         *
000730*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000740*                    MORNING SCORECARD.                          *
000750******************************************************************
000760 ENVIRONMENT DIVISION.
000770 CONFIGURATION SECTION.
000780 SOURCE-COMPUTER.   IBM-370.
000790 OBJECT-COMPUTER.   IBM-370.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT TPPRTCTL-FILE ASSIGN TO TPPRTCTL
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS TPPRTCTL-STATUS.

000850     SELECT TPDOCIN-FILE  ASSIGN TO TPDOCIN
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS TPDOCIN-STATUS.

000880     SELECT TPACTSUM-FILE ASSIGN TO TPACTSUM
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS TP-ACTSUM-KEY
000920         FILE STATUS IS TPACTSUM-STATUS.

000930     SELECT TPPARTN-FILE  ASSIGN TO TPPARTN
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS TPPARTN-STATUS.

000960     SELECT TPDOCP01-FILE ASSIGN TO TPDOCP01
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS TPDOCP01-STATUS.

000990     SELECT TPDOCP02-FILE ASSIGN TO TPDOCP02
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS TPDOCP02-STATUS.

001020     SELECT TPDOCP03-FILE ASSIGN TO TPDOCP03
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS TPDOCP03-STATUS.

001050     SELECT TPDOCP04-FILE ASSIGN TO TPDOCP04
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS TPDOCP04-STATUS.

001080     SELECT TPDOCP05-FILE ASSIGN TO TPDOCP05
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS TPDOCP05-STATUS.

001110     SELECT TPDOCP06-FILE ASSIGN TO TPDOCP06
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS TPDOCP06-STATUS.

001140     SELECT TPDOCP07-FILE ASSIGN TO TPDOCP07
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS TPDOCP07-STATUS.

001170     SELECT TPDOCP08-FILE ASSIGN TO TPDOCP08
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS TPDOCP08-STATUS.

001200     SELECT TPPRTRPT-FILE ASSIGN TO TPPRTRPT
001210         ORGANIZATION IS SEQUENTIAL
001220         FILE STATUS IS TPPRTRPT-STATUS.

001230 DATA DIVISION.
001240 FILE SECTION.
001250 FD  TPPRTCTL-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  TP-PRTCTL-CARD                 PIC X(80).

001280 FD  TPDOCIN-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY TPDOCIN.

001310 FD  TPACTSUM-FILE
001320     LABEL RECORDS ARE STANDARD.
001330     COPY TPACTSUM.

001340 FD  TPPARTN-FILE
001350     LABEL RECORDS ARE STANDARD.
001360     COPY TPPARTN.

001370 FD  TPDOCP01-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  TP-DOCP01-RECORD               PIC X(263).

001400 FD  TPDOCP02-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  TP-DOCP02-RECORD               PIC X(263).

001430 FD  TPDOCP03-FILE
001440     LABEL RECORDS ARE STANDARD.
001450 01  TP-DOCP03-RECORD               PIC X(263).

001460 FD  TPDOCP04-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 01  TP-DOCP04-RECORD               PIC X(263).

001490 FD  TPDOCP05-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 01  TP-DOCP05-RECORD               PIC X(263).

001520 FD  TPDOCP06-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  TP-DOCP06-RECORD               PIC X(263).

001550 FD  TPDOCP07-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  TP-DOCP07-RECORD               PIC X(263).

001580 FD  TPDOCP08-FILE
001590     LABEL RECORDS ARE STANDARD.
001600 01  TP-DOCP08-RECORD               PIC X(263).

001610 FD  TPPRTRPT-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 01  TP-PRTRPT-LINE                 PIC X(132).

001640 WORKING-STORAGE SECTION.
001650     COPY TPLOKCB.
001660     COPY TPHSTCB.
001670     COPY TPDOCBCT.

001680 77  TPPRTCTL-STATUS             PIC X(02) VALUE '00'.
001690 77  TPDOCIN-STATUS              PIC X(02) VALUE '00'.
001700 77  TPACTSUM-STATUS             PIC X(02) VALUE '00'.
001710 77  TPPARTN-STATUS              PIC X(02) VALUE '00'.
001720 77  TPDOCP01-STATUS             PIC X(02) VALUE '00'.
001730 77  TPDOCP02-STATUS             PIC X(02) VALUE '00'.
001740 77  TPDOCP03-STATUS             PIC X(02) VALUE '00'.
001750 77  TPDOCP04-STATUS             PIC X(02) VALUE '00'.
001760 77  TPDOCP05-STATUS             PIC X(02) VALUE '00'.
001770 77  TPDOCP06-STATUS             PIC X(02) VALUE '00'.
001780 77  TPDOCP07-STATUS             PIC X(02) VALUE '00'.
001790 77  TPDOCP08-STATUS             PIC X(02) VALUE '00'.
001800 77  TPPRTRPT-STATUS             PIC X(02) VALUE '00'.

001810 77  TP150-CARD-EOF-SW           PIC X(01) VALUE 'N'.
001820     88  TP150-NO-MORE-CARDS            VALUE 'Y'.
001830 77  TP150-FEED-EOF-SW           PIC X(01) VALUE 'N'.
001840     88  TP150-NO-MORE-DOCUMENTS        VALUE 'Y'.
001850 77  TP150-ROLLUP-EOF-SW         PIC X(01) VALUE 'N'.
001860     88  TP150-NO-MORE-ROLLUPS          VALUE 'Y'.
001870 77  TP150-STARTUP-SW            PIC X(01) VALUE 'N'.
001880     88  TP150-STARTUP-FAILED           VALUE 'Y'.
001890 77  TP150-ENROLLED-SW           PIC X(01) VALUE 'N'.
001900     88  TP150-RUN-IS-ENROLLED          VALUE 'Y'.
001910 77  TP150-OUTPUTS-SW            PIC X(01) VALUE 'N'.
001920     88  TP150-OUTPUTS-ARE-OPEN         VALUE 'Y'.
001921 77  TP150-PARTITION-SW          PIC X(01) VALUE 'N'.
001922     88  TP150-PARTITION-FAILED         VALUE 'Y'.
001930 77  TP150-FOUND-SW              PIC X(01) VALUE 'N'.
001940     88  TP150-PARTNER-FOUND            VALUE 'Y'.
001950 77  TP150-HEADER-SW             PIC X(01) VALUE 'N'.
001960     88  TP150-HEADER-PENDING           VALUE 'Y'.
001970 77  TP150-RUN-DATE              PIC 9(08) VALUE ZERO.
001980 77  TP150-RUN-TIME              PIC 9(06) VALUE ZERO.
001990 77  TP150-RUN-INT               PIC 9(08) COMP VALUE ZERO.
002000 77  TP150-PROFILE-FROM-DATE     PIC 9(08) VALUE ZERO.
002010 77  TP150-LOOKBACK-DAYS         PIC 9(03) VALUE 30.
002020 77  TP150-STREAM-COUNT          PIC 9(02) VALUE 4.
002030 77  TP150-PARTNER-COUNT         PIC 9(04) COMP VALUE ZERO.
002040 77  TP150-ASSIGNED-COUNT        PIC 9(04) COMP VALUE ZERO.
002050 77  TP150-PROFILED-COUNT        PIC 9(04) COMP VALUE ZERO.
002060 77  TP150-FEED-DOC-COUNT        PIC 9(09) VALUE ZERO.
002070 77  TP150-CONTROL-COUNT         PIC 9(07) VALUE ZERO.
002080 77  TP150-WRITTEN-TOTAL         PIC 9(09) VALUE ZERO.
002090 77  TP150-PARTNER-KEY           PIC X(78) VALUE SPACES.
002100 77  TP150-LAST-PARTNER-KEY      PIC X(78) VALUE SPACES.
002110 77  TP150-LAST-STREAM           PIC 9(02) VALUE ZERO.
002120 77  TP150-STREAM                PIC 9(02) VALUE ZERO.
002121 77  TP150-OPEN-COUNT            PIC 9(02) VALUE ZERO.
002122 77  TP150-IO-STATUS             PIC X(02) VALUE '00'.
002130 77  TP150-SUB                   PIC 9(04) COMP VALUE ZERO.
002140 77  TP150-BEST-SUB              PIC 9(04) COMP VALUE ZERO.
002150 77  TP150-BEST-WEIGHT           PIC 9(09) COMP VALUE ZERO.
002160 77  TP150-LIGHT-STREAM          PIC 9(02) VALUE ZERO.
002170 77  TP150-LIGHT-VOLUME          PIC 9(09) COMP VALUE ZERO.

002180 01  TP150-CONTROL-CARD.
002190     05  TP150-CC-KEYWORD           PIC X(08).
002200         88  TP150-CC-IS-STREAMS    VALUE 'STREAMS'.
002210         88  TP150-CC-IS-DAYS       VALUE 'DAYS'.
002220     05  FILLER                     PIC X(01).
002230     05  TP150-CC-STREAMS           PIC 9(02).
002240     05  FILLER                     PIC X(69).
002250 01  TP150-DAYS-CARD REDEFINES TP150-CONTROL-CARD.
002260     05  FILLER                     PIC X(09).
002270     05  TP150-DC-DAYS              PIC 9(03).
002280     05  FILLER                     PIC X(68).

002290******************************************************************
002300*  EVERY PARTNER ON TONIGHT'S FEED: ITS DOCUMENT COUNT, ITS      *
002310*  TPACTSUM PROFILE, THE EXPECTED VOLUME IT IS BALANCED ON AND   *
002320*  THE STREAM IT WAS GIVEN (ZERO UNTIL ASSIGNED).  2000 IS THE   *
002330*  SAME CEILING TP100DRV'S VOLUME PROFILE USES.                  *
002340******************************************************************
002350 01  TP150-PARTNER-TABLE.
002360     05  TP150-P-ENTRY OCCURS 2000 TIMES
002370                       INDEXED BY TP150-PX.
002380         10  TP150-P-PARTNER-KEY    PIC X(78).
002390         10  TP150-P-DOC-COUNT      PIC 9(07) COMP.
002400         10  TP150-P-ACTIVE-DAYS    PIC 9(04) COMP.
002410         10  TP150-P-TOTAL-VOLUME   PIC 9(09) COMP.
002420         10  TP150-P-LAST-DATE      PIC 9(08).
002430         10  TP150-P-WEIGHT         PIC 9(09) COMP.
002440         10  TP150-P-PROFILE-SW     PIC X(01).
002450             88  TP150-P-IS-PROFILED    VALUE 'Y'.
002460         10  TP150-P-STREAM         PIC 9(02).

002470******************************************************************
002480*  PER-STREAM TOTALS, AND THE STATE OF THE BATCH BEING COPIED:   *
002490*  WHETHER ITS HEADER HAS GONE TO THE STREAM YET AND HOW MANY    *
002500*  OF ITS DOCUMENTS THE STREAM HAS RECEIVED.                     *
002510******************************************************************
002520 01  TP150-STREAM-TABLE.
002530     05  TP150-S-ENTRY OCCURS 8 TIMES.
002540         10  TP150-S-PARTNER-COUNT  PIC 9(07) COMP.
002550         10  TP150-S-DOC-COUNT      PIC 9(07) COMP.
002560         10  TP150-S-EXPECTED       PIC 9(09) COMP.
002570         10  TP150-S-WRITTEN        PIC 9(07) COMP.
002580         10  TP150-S-BATCH-COUNT    PIC 9(07) COMP.
002590         10  TP150-S-HEADER-SW      PIC X(01).
002600             88  TP150-S-HEADER-WRITTEN VALUE 'Y'.

002610 01  TP150-SAVED-HEADER             PIC X(263).
002620 01  TP150-OUT-RECORD               PIC X(263).

002630 01  TP150-HEADING-1.
002640     05  FILLER                     PIC X(42)
002650         VALUE 'TP150PRT - TP100DRV FEED PARTITION'.
002660     05  FILLER                     PIC X(14)
002670         VALUE 'PARTITION ID: '.
002680     05  TP150-H1-DATE              PIC 9(08).
002690     05  FILLER                     PIC X(01) VALUE SPACE.
002700     05  TP150-H1-TIME              PIC 9(06).

002710 01  TP150-HEADING-2.
002720     05  FILLER                     PIC X(09) VALUE 'STREAMS: '.
002730     05  TP150-H2-STREAMS           PIC 9(02).
002740     05  FILLER                     PIC X(18)
002750         VALUE '   LOOKBACK DAYS: '.
002760     05  TP150-H2-DAYS              PIC 9(03).

002770 01  TP150-SECTION-LINE.
002780     05  TP150-SL-TEXT              PIC X(80).

002790 01  TP150-STREAM-LINE.
002800     05  FILLER                     PIC X(07) VALUE 'STREAM '.
002810     05  TP150-S-D-STREAM           PIC 9(02).
002820     05  FILLER                     PIC X(03) VALUE SPACES.
002830     05  FILLER                     PIC X(10) VALUE 'PARTNERS: '.
002840     05  TP150-S-D-PARTNERS         PIC Z(06)9.
002850     05  FILLER                     PIC X(03) VALUE SPACES.
002860     05  FILLER                     PIC X(11) VALUE 'DOCUMENTS: '.
002870     05  TP150-S-D-DOCS             PIC Z(06)9.
002880     05  FILLER                     PIC X(03) VALUE SPACES.
002890     05  FILLER                     PIC X(17)
002900         VALUE 'EXPECTED VOLUME: '.
002910     05  TP150-S-D-EXPECTED         PIC Z(08)9.

002920 01  TP150-PARTNER-LINE.
002930     05  TP150-P-D-PARTNER          PIC X(39).
002940     05  FILLER                     PIC X(01) VALUE SPACE.
002950     05  TP150-P-D-DOCS             PIC Z(06)9.
002960     05  FILLER                     PIC X(02) VALUE SPACES.
002970     05  TP150-P-D-WEIGHT           PIC Z(08)9.
002980     05  FILLER                     PIC X(02) VALUE SPACES.
002990     05  TP150-P-D-BASIS            PIC X(10).
003000     05  FILLER                     PIC X(02) VALUE SPACES.
003010     05  TP150-P-D-STREAM           PIC 9(02).

003020 01  TP150-REJECT-LINE.
003030     05  FILLER                     PIC X(17)
003040         VALUE 'CARD REJECTED -  '.
003050     05  TP150-RJ-REASON            PIC X(35).
003060     05  FILLER                     PIC X(02) VALUE SPACES.
003070     05  TP150-RJ-CARD              PIC X(40).

003080 01  TP150-COUNT-LINE.
003090     05  TP150-C-LABEL              PIC X(32).
003100     05  TP150-C-COUNT              PIC Z(08)9.

003110 PROCEDURE DIVISION.
003120******************************************************************
003130*  0000-MAINLINE                                                 *
003140******************************************************************
003150 0000-MAINLINE.
003160     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
003170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003180     IF NOT TP150-STARTUP-FAILED
003190         PERFORM 2000-TALLY-FEED THRU 2000-EXIT
003200     END-IF.
003210     IF NOT TP150-STARTUP-FAILED
003220         PERFORM 3000-LOAD-PROFILE THRU 3000-EXIT
003230         PERFORM 4000-ASSIGN-STREAMS THRU 4000-EXIT
003240         PERFORM 5000-WRITE-PARTITIONS THRU 5000-EXIT
003250     END-IF.
003251     IF NOT TP150-STARTUP-FAILED
003252        AND NOT TP150-PARTITION-FAILED
003253         PERFORM 6000-WRITE-PARTITION-CONTROL THRU 6000-EXIT
003260         PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
003270     END-IF.
003280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003290     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
003300     GOBACK.

003310******************************************************************
003320*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
003330*  RUNNING.                                                      *
003340******************************************************************
003350 0100-RUN-HISTORY-START.
003360     MOVE 'START'            TO TP-HST-REQUEST.
003370     MOVE 'TP150PRT'         TO TP-HST-PROGRAM-ID.
003380     MOVE SPACES             TO TP-HST-STREAM-ID.
003390     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
003400     CALL 'TPRUNHST' USING TP-HST-CB.
003410 0100-EXIT.
003420     EXIT.

003430******************************************************************
003440*  1000-INITIALIZE - CARDS, A LOOK AT THE LAST SPLIT, THE        *
003450*  REGISTRY CLAIM AND THE FEED.                                  *
003460******************************************************************
003470 1000-INITIALIZE.
003480     ACCEPT TP150-RUN-DATE FROM DATE YYYYMMDD.
003490     ACCEPT TP150-RUN-TIME FROM TIME.
003500     OPEN OUTPUT TPPRTRPT-FILE.
003510     MOVE TP150-RUN-DATE TO TP150-H1-DATE.
003520     MOVE TP150-RUN-TIME TO TP150-H1-TIME.
003530     WRITE TP-PRTRPT-LINE FROM TP150-HEADING-1.
003540     OPEN INPUT TPPRTCTL-FILE.
003550     IF TPPRTCTL-STATUS = '00'
003560         PERFORM 1900-READ-NEXT-CARD THRU 1900-EXIT
003570         PERFORM 1100-PROCESS-CARD THRU 1100-EXIT
003580             UNTIL TP150-NO-MORE-CARDS
003590         CLOSE TPPRTCTL-FILE
003600     END-IF.
003610     MOVE TP150-STREAM-COUNT  TO TP150-H2-STREAMS.
003620     MOVE TP150-LOOKBACK-DAYS TO TP150-H2-DAYS.
003630     WRITE TP-PRTRPT-LINE FROM TP150-HEADING-2.
003640     PERFORM 1200-CHECK-LAST-SPLIT THRU 1200-EXIT.

003650     MOVE 'ENROLL'   TO TP-LOK-REQUEST.
003660     MOVE 'TP150PRT' TO TP-LOK-PROGRAM-ID.
003670     MOVE SPACES     TO TP-LOK-JOB-NAME.
003680     MOVE SPACES     TO TP-LOK-STREAM-ID.
003690     MOVE 1          TO TP-LOK-FILE-COUNT.
003700     MOVE 'TPSTREAM' TO TP-LOK-FILE-NAME(1).
003710     CALL 'TPRUNLOK' USING TP-LOK-CB.
003720     IF TP-LOK-HONOURED
003730         SET TP150-RUN-IS-ENROLLED TO TRUE
003740     ELSE
003750         DISPLAY 'TP150PRT - RUN REGISTRY ENROLLMENT REFUSED - '
003760                  TP-LOK-RESPONSE-MESSAGE
003770         MOVE 16 TO RETURN-CODE
003780         SET TP150-STARTUP-FAILED TO TRUE
003790         GO TO 1000-EXIT
003800     END-IF.

003810     OPEN INPUT TPDOCIN-FILE.
003820     IF TPDOCIN-STATUS NOT = '00'
003830         DISPLAY 'TP150PRT - UNABLE TO OPEN TPDOCIN - STATUS '
003840                  TPDOCIN-STATUS
003850         MOVE 16 TO RETURN-CODE
003860         SET TP150-STARTUP-FAILED TO TRUE
003870     END-IF.
003880 1000-EXIT.
003890     EXIT.

003900 1100-PROCESS-CARD.
003910     MOVE TP-PRTCTL-CARD TO TP150-CONTROL-CARD.
003920     EVALUATE TRUE
003930         WHEN TP150-CONTROL-CARD = SPACES
003940             CONTINUE
003950         WHEN TP150-CC-IS-STREAMS
003960              AND TP150-CC-STREAMS NUMERIC
003970              AND TP150-CC-STREAMS > ZERO
003980              AND TP150-CC-STREAMS < 9
003990             MOVE TP150-CC-STREAMS TO TP150-STREAM-COUNT
004000         WHEN TP150-CC-IS-DAYS
004010              AND TP150-DC-DAYS NUMERIC
004020              AND TP150-DC-DAYS > ZERO
004030             MOVE TP150-DC-DAYS TO TP150-LOOKBACK-DAYS
004040         WHEN OTHER
004050             MOVE 'NOT STREAMS 01-08 OR DAYS 001-999'
004060                 TO TP150-RJ-REASON
004070             MOVE TP-PRTCTL-CARD(1:40) TO TP150-RJ-CARD
004080             WRITE TP-PRTRPT-LINE FROM TP150-REJECT-LINE
004090             IF RETURN-CODE < 4
004100                 MOVE 4 TO RETURN-CODE
004110             END-IF
004120     END-EVALUATE.
004130     PERFORM 1900-READ-NEXT-CARD THRU 1900-EXIT.
004140 1100-EXIT.
004150     EXIT.

004160******************************************************************
004170*  1200-CHECK-LAST-SPLIT - A SPLIT THAT WAS NEVER MERGED MEANS   *
004180*  SOME STREAM OUTPUT NEVER REACHED THE MAIN FILES.  THE NEW     *
004190*  SPLIT GOES AHEAD - THIS MAY BE A DELIBERATE RE-SPLIT BEFORE   *
004200*  ANY STREAM RAN - BUT OPERATIONS IS TOLD AND THE RUN ENDS RC 4.*
004210******************************************************************
004220 1200-CHECK-LAST-SPLIT.
004230     OPEN INPUT TPPARTN-FILE.
004240     IF TPPARTN-STATUS NOT = '00'
004250         GO TO 1200-EXIT
004260     END-IF.
004270     READ TPPARTN-FILE
004280         AT END
004290             CLOSE TPPARTN-FILE
004300             GO TO 1200-EXIT
004310     END-READ.
004320     CLOSE TPPARTN-FILE.
004330     IF TP-PARTN-NOT-MERGED
004340         DISPLAY 'TP150PRT - PREVIOUS PARTITION '
004350                 TP-PARTN-PARTITION-ID
004360                 ' WAS NEVER MERGED BY TP160MRG'
004370             UPON CONSOLE
004380         MOVE 'PREVIOUS PARTITION WAS NEVER MERGED BY TP160MRG'
004390             TO TP150-SL-TEXT
004400         WRITE TP-PRTRPT-LINE FROM TP150-SECTION-LINE
004410         IF RETURN-CODE < 4
004420             MOVE 4 TO RETURN-CODE
004430         END-IF
004440     END-IF.
004450 1200-EXIT.
004460     EXIT.

004470 1900-READ-NEXT-CARD.
004480     READ TPPRTCTL-FILE
004490         AT END
004500             SET TP150-NO-MORE-CARDS TO TRUE
004510     END-READ.
004520 1900-EXIT.
004530     EXIT.

004540******************************************************************
004550*  2000-TALLY-FEED - FIRST PASS: EVERY PARTNER ON THE FEED AND   *
004560*  ITS DOCUMENT COUNT.  CONTROL RECORDS ARE NOT DOCUMENTS.       *
004570******************************************************************
004580 2000-TALLY-FEED.
004590     PERFORM 2900-READ-NEXT-DOCUMENT THRU 2900-EXIT.
004600     PERFORM 2100-TALLY-DOCUMENT THRU 2100-EXIT
004610         UNTIL TP150-NO-MORE-DOCUMENTS.
004620 2000-EXIT.
004630     EXIT.

004640 2100-TALLY-DOCUMENT.
004650     MOVE TP-DOCIN-RECORD TO TP-DOCBCT-RECORD.
004660     IF TP-DOCBCT-IS-CONTROL
004670         ADD 1 TO TP150-CONTROL-COUNT
004680         GO TO 2100-NEXT
004690     END-IF.
004700     ADD 1 TO TP150-FEED-DOC-COUNT.
004710     PERFORM 2150-BUILD-PARTNER-KEY THRU 2150-EXIT.
004720     PERFORM 2200-FIND-PARTNER THRU 2200-EXIT.
004730     IF TP150-PARTNER-FOUND
004740         ADD 1 TO TP150-P-DOC-COUNT(TP150-PX)
004750         GO TO 2100-NEXT
004760     END-IF.
004770     IF TP150-PARTNER-COUNT >= 2000
004780         DISPLAY 'TP150PRT - MORE THAN 2000 PARTNERS ON TPDOCIN '
004790                 '- FEED NOT PARTITIONED'
004800         MOVE 16 TO RETURN-CODE
004810         SET TP150-STARTUP-FAILED TO TRUE
004820         SET TP150-NO-MORE-DOCUMENTS TO TRUE
004830         GO TO 2100-EXIT
004840     END-IF.
004850     ADD 1 TO TP150-PARTNER-COUNT.
004860     SET TP150-PX TO TP150-PARTNER-COUNT.
004870     MOVE TP150-PARTNER-KEY TO TP150-P-PARTNER-KEY(TP150-PX).
004880     MOVE 1    TO TP150-P-DOC-COUNT(TP150-PX).
004890     MOVE ZERO TO TP150-P-ACTIVE-DAYS(TP150-PX)
004900                  TP150-P-TOTAL-VOLUME(TP150-PX)
004910                  TP150-P-LAST-DATE(TP150-PX)
004920                  TP150-P-WEIGHT(TP150-PX)
004930                  TP150-P-STREAM(TP150-PX).
004940     MOVE 'N'  TO TP150-P-PROFILE-SW(TP150-PX).
004950 2100-NEXT.
004960     PERFORM 2900-READ-NEXT-DOCUMENT THRU 2900-EXIT.
004970 2100-EXIT.
004980     EXIT.

004990******************************************************************
005000*  2150-BUILD-PARTNER-KEY - EXACTLY AS TP100DRV BUILDS ITS       *
005010*  CHECKPOINT/DUPLICATE-CONTROL PARTNER KEY.                     *
005020******************************************************************
005030 2150-BUILD-PARTNER-KEY.
005040     MOVE TP-DOCIN-CORP-ID-QUAL TO TP150-PARTNER-KEY(1:4).
005050     MOVE TP-DOCIN-CORP-ID      TO TP150-PARTNER-KEY(5:35).
005060     MOVE TP-DOCIN-DIV-ID-QUAL  TO TP150-PARTNER-KEY(40:4).
005070     MOVE TP-DOCIN-DIV-ID       TO TP150-PARTNER-KEY(44:35).
005080     IF TP-DOCIN-PARTNER-FORM = 'A'
005090         MOVE TP-DOCIN-ALIAS-ID-QUAL TO TP150-PARTNER-KEY(1:4)
005100         MOVE TP-DOCIN-ALIAS-ID      TO TP150-PARTNER-KEY(5:35)
005110         MOVE SPACES                 TO TP150-PARTNER-KEY(40:39)
005120     END-IF.
005130 2150-EXIT.
005140     EXIT.

005150 2200-FIND-PARTNER.
005160     MOVE 'N' TO TP150-FOUND-SW.
005170     IF TP150-PARTNER-COUNT > ZERO
005180         SET TP150-PX TO 1
005190         SEARCH TP150-P-ENTRY
005200             AT END
005210                 CONTINUE
005220             WHEN TP150-PX > TP150-PARTNER-COUNT
005230                 CONTINUE
005240             WHEN TP150-P-PARTNER-KEY(TP150-PX)
005250                    = TP150-PARTNER-KEY
005260                 SET TP150-PARTNER-FOUND TO TRUE
005270         END-SEARCH
005280     END-IF.
005290 2200-EXIT.
005300     EXIT.

005310 2900-READ-NEXT-DOCUMENT.
005320     READ TPDOCIN-FILE
005330         AT END
005340             SET TP150-NO-MORE-DOCUMENTS TO TRUE
005350     END-READ.
005360 2900-EXIT.
005370     EXIT.

005380******************************************************************
005390*  3000-LOAD-PROFILE - EACH FEED PARTNER'S TOTAL VOLUME AND      *
005400*  ACTIVE DAYS OVER THE LOOKBACK WINDOW ENDING YESTERDAY, THE    *
005410*  SAME PROFILE TP920MPD PRINTS AND TP100DRV'S VOLUME BREAKER    *
005420*  USES.  NO TPACTSUM SIMPLY LEAVES EVERY PARTNER TO BE          *
005430*  BALANCED ON TONIGHT'S COUNT.                                  *
005440******************************************************************
005450 3000-LOAD-PROFILE.
005460     COMPUTE TP150-RUN-INT
005470         = FUNCTION INTEGER-OF-DATE(TP150-RUN-DATE).
005480     COMPUTE TP150-PROFILE-FROM-DATE = FUNCTION DATE-OF-INTEGER
005490         (TP150-RUN-INT - TP150-LOOKBACK-DAYS).
005500     OPEN INPUT TPACTSUM-FILE.
005510     IF TPACTSUM-STATUS NOT = '00'
005520         DISPLAY 'TP150PRT - TPACTSUM NOT AVAILABLE - STATUS '
005530                  TPACTSUM-STATUS ' - BALANCING ON TONIGHT''S '
005540                 'COUNTS'
005550         GO TO 3000-EXIT
005560     END-IF.
005570     MOVE LOW-VALUES TO TP-ACTSUM-KEY.
005580     MOVE TP150-PROFILE-FROM-DATE TO TP-ACTSUM-RUN-DATE.
005590     START TPACTSUM-FILE KEY NOT < TP-ACTSUM-KEY
005600         INVALID KEY
005610             SET TP150-NO-MORE-ROLLUPS TO TRUE
005620     END-START.
005630     IF NOT TP150-NO-MORE-ROLLUPS
005640         PERFORM 3900-READ-NEXT-ROLLUP THRU 3900-EXIT
005650     END-IF.
005660     PERFORM 3100-POST-ROLLUP THRU 3100-EXIT
005670         UNTIL TP150-NO-MORE-ROLLUPS.
005680     CLOSE TPACTSUM-FILE.
005690 3000-EXIT.
005700     EXIT.

005710 3100-POST-ROLLUP.
005720     IF TP-ACTSUM-RUN-DATE NOT < TP150-RUN-DATE
005730         SET TP150-NO-MORE-ROLLUPS TO TRUE
005740         GO TO 3100-EXIT
005750     END-IF.
005760     MOVE TP-ACTSUM-PARTNER-KEY TO TP150-PARTNER-KEY.
005770     PERFORM 2200-FIND-PARTNER THRU 2200-EXIT.
005780     IF NOT TP150-PARTNER-FOUND
005790         GO TO 3100-NEXT
005800     END-IF.
005810     IF TP-ACTSUM-RUN-DATE NOT = TP150-P-LAST-DATE(TP150-PX)
005820         ADD 1 TO TP150-P-ACTIVE-DAYS(TP150-PX)
005830         MOVE TP-ACTSUM-RUN-DATE TO TP150-P-LAST-DATE(TP150-PX)
005840     END-IF.
005850     ADD TP-ACTSUM-COUNT TO TP150-P-TOTAL-VOLUME(TP150-PX).
005860 3100-NEXT.
005870     PERFORM 3900-READ-NEXT-ROLLUP THRU 3900-EXIT.
005880 3100-EXIT.
005890     EXIT.

005900 3900-READ-NEXT-ROLLUP.
005910     READ TPACTSUM-FILE NEXT RECORD
005920         AT END
005930             SET TP150-NO-MORE-ROLLUPS TO TRUE
005940     END-READ.
005950 3900-EXIT.
005960     EXIT.

005970******************************************************************
005980*  4000-ASSIGN-STREAMS - SET EACH PARTNER'S EXPECTED VOLUME,     *
005990*  THEN HAND THE PARTNERS OUT HEAVIEST FIRST, EACH TO THE        *
006000*  STREAM CARRYING THE LEAST EXPECTED VOLUME SO FAR (THE LOWEST  *
006010*  NUMBERED ON A TIE).                                           *
006020******************************************************************
006030 4000-ASSIGN-STREAMS.
006040     PERFORM 4050-CLEAR-ONE-STREAM THRU 4050-EXIT
006050         VARYING TP150-STREAM FROM 1 BY 1
006060         UNTIL TP150-STREAM > 8.
006070     PERFORM 4100-SET-WEIGHT THRU 4100-EXIT
006080         VARYING TP150-PX FROM 1 BY 1
006090         UNTIL TP150-PX > TP150-PARTNER-COUNT.
006100     PERFORM 4200-ASSIGN-NEXT-PARTNER THRU 4200-EXIT
006110         UNTIL TP150-ASSIGNED-COUNT >= TP150-PARTNER-COUNT.
006120 4000-EXIT.
006130     EXIT.

006140 4050-CLEAR-ONE-STREAM.
006150     MOVE ZERO TO TP150-S-PARTNER-COUNT(TP150-STREAM)
006160                  TP150-S-DOC-COUNT(TP150-STREAM)
006170                  TP150-S-EXPECTED(TP150-STREAM)
006180                  TP150-S-WRITTEN(TP150-STREAM)
006190                  TP150-S-BATCH-COUNT(TP150-STREAM).
006200     MOVE 'N'  TO TP150-S-HEADER-SW(TP150-STREAM).
006210 4050-EXIT.
006220     EXIT.

006230 4100-SET-WEIGHT.
006240     IF TP150-P-ACTIVE-DAYS(TP150-PX) > ZERO
006250         COMPUTE TP150-P-WEIGHT(TP150-PX) ROUNDED
006260             = TP150-P-TOTAL-VOLUME(TP150-PX)
006270             / TP150-P-ACTIVE-DAYS(TP150-PX)
006280         SET TP150-P-IS-PROFILED(TP150-PX) TO TRUE
006290         ADD 1 TO TP150-PROFILED-COUNT
006300     ELSE
006310         MOVE TP150-P-DOC-COUNT(TP150-PX)
006320             TO TP150-P-WEIGHT(TP150-PX)
006330     END-IF.
006340 4100-EXIT.
006350     EXIT.

006360 4200-ASSIGN-NEXT-PARTNER.
006370     MOVE ZERO TO TP150-BEST-SUB.
006380     MOVE ZERO TO TP150-BEST-WEIGHT.
006390     PERFORM 4300-CHECK-HEAVIEST THRU 4300-EXIT
006400         VARYING TP150-SUB FROM 1 BY 1
006410         UNTIL TP150-SUB > TP150-PARTNER-COUNT.
006420     MOVE 1 TO TP150-LIGHT-STREAM.
006430     MOVE TP150-S-EXPECTED(1) TO TP150-LIGHT-VOLUME.
006440     PERFORM 4400-CHECK-LIGHTEST THRU 4400-EXIT
006450         VARYING TP150-STREAM FROM 2 BY 1
006460         UNTIL TP150-STREAM > TP150-STREAM-COUNT.
006470     SET TP150-PX TO TP150-BEST-SUB.
006480     MOVE TP150-LIGHT-STREAM TO TP150-P-STREAM(TP150-PX).
006490     ADD 1 TO TP150-S-PARTNER-COUNT(TP150-LIGHT-STREAM).
006500     ADD TP150-P-DOC-COUNT(TP150-PX)
006510         TO TP150-S-DOC-COUNT(TP150-LIGHT-STREAM).
006520     ADD TP150-P-WEIGHT(TP150-PX)
006530         TO TP150-S-EXPECTED(TP150-LIGHT-STREAM).
006540     ADD 1 TO TP150-ASSIGNED-COUNT.
006550 4200-EXIT.
006560     EXIT.

006570 4300-CHECK-HEAVIEST.
006580     IF TP150-P-STREAM(TP150-SUB) = ZERO
006590        AND (TP150-BEST-SUB = ZERO
006600          OR TP150-P-WEIGHT(TP150-SUB) > TP150-BEST-WEIGHT)
006610         MOVE TP150-SUB TO TP150-BEST-SUB
006620         MOVE TP150-P-WEIGHT(TP150-SUB) TO TP150-BEST-WEIGHT
006630     END-IF.
006640 4300-EXIT.
006650     EXIT.

006660 4400-CHECK-LIGHTEST.
006670     IF TP150-S-EXPECTED(TP150-STREAM) < TP150-LIGHT-VOLUME
006680         MOVE TP150-STREAM TO TP150-LIGHT-STREAM
006690         MOVE TP150-S-EXPECTED(TP150-STREAM)
006700             TO TP150-LIGHT-VOLUME
006710     END-IF.
006720 4400-EXIT.
006730     EXIT.

006740******************************************************************
006750*  5000-WRITE-PARTITIONS - SECOND PASS: COPY EVERY RECORD TO ITS *
006760*  PARTNER'S STREAM IN FEED ORDER, CARRYING THE BATCH CONTROL    *
006770*  RECORDS TO EACH STREAM THAT GETS PART OF THE BATCH.  EVERY    *
006780*  PARTITION UP TO THE STREAM COUNT IS OPENED, SO AN EMPTY ONE   *
006790*  STILL EXISTS FOR ITS STREAM TO READ.  IF ONE WILL NOT OPEN    *
006791*  NOTHING IS COPIED AND NO TPPARTN RECORD IS WRITTEN.           *
006800******************************************************************
006810 5000-WRITE-PARTITIONS.
006820     CLOSE TPDOCIN-FILE.
006830     MOVE 'N' TO TP150-FEED-EOF-SW.
006840     OPEN INPUT TPDOCIN-FILE.
006850     PERFORM 5050-OPEN-ONE-PARTITION THRU 5050-EXIT
006860         VARYING TP150-STREAM FROM 1 BY 1
006870         UNTIL TP150-STREAM > TP150-STREAM-COUNT
006871            OR TP150-PARTITION-FAILED.
006880     SET TP150-OUTPUTS-ARE-OPEN TO TRUE.
006881     IF TP150-PARTITION-FAILED
006882         GO TO 5000-EXIT
006883     END-IF.
006890     MOVE HIGH-VALUES TO TP150-LAST-PARTNER-KEY.
006900     PERFORM 2900-READ-NEXT-DOCUMENT THRU 2900-EXIT.
006910     PERFORM 5100-COPY-ONE-RECORD THRU 5100-EXIT
006920         UNTIL TP150-NO-MORE-DOCUMENTS.
006930 5000-EXIT.
006940     EXIT.

006950 5050-OPEN-ONE-PARTITION.
006960     EVALUATE TP150-STREAM
006970         WHEN 1
006971             OPEN OUTPUT TPDOCP01-FILE
006972             MOVE TPDOCP01-STATUS TO TP150-IO-STATUS
006980         WHEN 2
006981             OPEN OUTPUT TPDOCP02-FILE
006982             MOVE TPDOCP02-STATUS TO TP150-IO-STATUS
006990         WHEN 3
006991             OPEN OUTPUT TPDOCP03-FILE
006992             MOVE TPDOCP03-STATUS TO TP150-IO-STATUS
007000         WHEN 4
007001             OPEN OUTPUT TPDOCP04-FILE
007002             MOVE TPDOCP04-STATUS TO TP150-IO-STATUS
007010         WHEN 5
007011             OPEN OUTPUT TPDOCP05-FILE
007012             MOVE TPDOCP05-STATUS TO TP150-IO-STATUS
007020         WHEN 6
007021             OPEN OUTPUT TPDOCP06-FILE
007022             MOVE TPDOCP06-STATUS TO TP150-IO-STATUS
007030         WHEN 7
007031             OPEN OUTPUT TPDOCP07-FILE
007032             MOVE TPDOCP07-STATUS TO TP150-IO-STATUS
007040         WHEN 8
007041             OPEN OUTPUT TPDOCP08-FILE
007042             MOVE TPDOCP08-STATUS TO TP150-IO-STATUS
007050     END-EVALUATE.
007051     IF TP150-IO-STATUS NOT = '00'
007052         DISPLAY 'TP150PRT - UNABLE TO OPEN PARTITION '
007053                  TP150-STREAM ' - STATUS ' TP150-IO-STATUS
007054         MOVE 16 TO RETURN-CODE
007055         SET TP150-PARTITION-FAILED TO TRUE
007056         GO TO 5050-EXIT
007057     END-IF.
007058     ADD 1 TO TP150-OPEN-COUNT.
007060 5050-EXIT.
007070     EXIT.

007080 5100-COPY-ONE-RECORD.
007090     MOVE TP-DOCIN-RECORD TO TP-DOCBCT-RECORD.
007100     IF TP-DOCBCT-IS-HEADER
007110         MOVE TP-DOCIN-RECORD TO TP150-SAVED-HEADER
007120         SET TP150-HEADER-PENDING TO TRUE
007130         PERFORM 5150-RESET-BATCH-STATE THRU 5150-EXIT
007140             VARYING TP150-STREAM FROM 1 BY 1
007150             UNTIL TP150-STREAM > TP150-STREAM-COUNT
007160         GO TO 5100-NEXT
007170     END-IF.
007180     IF TP-DOCBCT-IS-TRAILER
007190         PERFORM 5200-WRITE-TRAILER THRU 5200-EXIT
007200             VARYING TP150-STREAM FROM 1 BY 1
007210             UNTIL TP150-STREAM > TP150-STREAM-COUNT
007220         MOVE 'N' TO TP150-HEADER-SW
007230         GO TO 5100-NEXT
007240     END-IF.
007250     PERFORM 2150-BUILD-PARTNER-KEY THRU 2150-EXIT.
007260     IF TP150-PARTNER-KEY NOT = TP150-LAST-PARTNER-KEY
007270         PERFORM 2200-FIND-PARTNER THRU 2200-EXIT
007280         MOVE TP150-PARTNER-KEY TO TP150-LAST-PARTNER-KEY
007290         MOVE TP150-P-STREAM(TP150-PX) TO TP150-LAST-STREAM
007300     END-IF.
007310     MOVE TP150-LAST-STREAM TO TP150-STREAM.
007320     IF TP150-HEADER-PENDING
007330        AND NOT TP150-S-HEADER-WRITTEN(TP150-STREAM)
007340         MOVE TP150-SAVED-HEADER TO TP150-OUT-RECORD
007350         PERFORM 5900-WRITE-TO-STREAM THRU 5900-EXIT
007360         SET TP150-S-HEADER-WRITTEN(TP150-STREAM) TO TRUE
007370     END-IF.
007380     MOVE TP-DOCIN-RECORD TO TP150-OUT-RECORD.
007390     PERFORM 5900-WRITE-TO-STREAM THRU 5900-EXIT.
007400     ADD 1 TO TP150-S-WRITTEN(TP150-STREAM).
007410     ADD 1 TO TP150-S-BATCH-COUNT(TP150-STREAM).
007420     ADD 1 TO TP150-WRITTEN-TOTAL.
007430 5100-NEXT.
007440     PERFORM 2900-READ-NEXT-DOCUMENT THRU 2900-EXIT.
007450 5100-EXIT.
007460     EXIT.

007470 5150-RESET-BATCH-STATE.
007480     MOVE 'N'  TO TP150-S-HEADER-SW(TP150-STREAM).
007490     MOVE ZERO TO TP150-S-BATCH-COUNT(TP150-STREAM).
007500 5150-EXIT.
007510     EXIT.

007520******************************************************************
007530*  5200-WRITE-TRAILER - THE BATCH TRAILER GOES ONLY WHERE ITS    *
007540*  HEADER WENT, WITH THE COUNT THAT STREAM ACTUALLY RECEIVED.    *
007550******************************************************************
007560 5200-WRITE-TRAILER.
007570     IF TP150-S-HEADER-WRITTEN(TP150-STREAM)
007580         MOVE TP150-S-BATCH-COUNT(TP150-STREAM)
007590             TO TP-DOCBCT-DOC-COUNT
007600         MOVE TP-DOCBCT-RECORD TO TP150-OUT-RECORD
007610         PERFORM 5900-WRITE-TO-STREAM THRU 5900-EXIT
007620     END-IF.
007630 5200-EXIT.
007640     EXIT.

007650 5900-WRITE-TO-STREAM.
007660     EVALUATE TP150-STREAM
007670         WHEN 1  WRITE TP-DOCP01-RECORD FROM TP150-OUT-RECORD
007680         WHEN 2  WRITE TP-DOCP02-RECORD FROM TP150-OUT-RECORD
007690         WHEN 3  WRITE TP-DOCP03-RECORD FROM TP150-OUT-RECORD
007700         WHEN 4  WRITE TP-DOCP04-RECORD FROM TP150-OUT-RECORD
007710         WHEN 5  WRITE TP-DOCP05-RECORD FROM TP150-OUT-RECORD
007720         WHEN 6  WRITE TP-DOCP06-RECORD FROM TP150-OUT-RECORD
007730         WHEN 7  WRITE TP-DOCP07-RECORD FROM TP150-OUT-RECORD
007740         WHEN 8  WRITE TP-DOCP08-RECORD FROM TP150-OUT-RECORD
007750     END-EVALUATE.
007760 5900-EXIT.
007770     EXIT.

007780******************************************************************
007790*  6000-WRITE-PARTITION-CONTROL - THE TPPARTN RECORD THE         *
007800*  STREAMS AND TP160MRG WORK FROM, MARKED NOT YET MERGED.        *
007810******************************************************************
007820 6000-WRITE-PARTITION-CONTROL.
007830     MOVE SPACES                TO TP-PARTN-RECORD.
007840     MOVE TP150-RUN-DATE        TO TP-PARTN-PART-DATE.
007850     MOVE TP150-RUN-TIME        TO TP-PARTN-PART-TIME.
007860     MOVE TP150-STREAM-COUNT    TO TP-PARTN-STREAM-COUNT.
007870     MOVE TP150-FEED-DOC-COUNT  TO TP-PARTN-FEED-DOC-COUNT.
007880     MOVE TP150-PARTNER-COUNT   TO TP-PARTN-FEED-PARTNER-COUNT.
007890     PERFORM 6100-MOVE-ONE-STREAM THRU 6100-EXIT
007900         VARYING TP150-STREAM FROM 1 BY 1
007910         UNTIL TP150-STREAM > 8.
007920     SET TP-PARTN-NOT-MERGED    TO TRUE.
007930     MOVE ZERO                  TO TP-PARTN-MERGE-DATE
007940                                   TP-PARTN-MERGE-TIME.
007950     OPEN OUTPUT TPPARTN-FILE.
007951     IF TPPARTN-STATUS NOT = '00'
007952         DISPLAY 'TP150PRT - UNABLE TO OPEN TPPARTN - STATUS '
007953                  TPPARTN-STATUS
007954         MOVE 16 TO RETURN-CODE
007955         GO TO 6000-EXIT
007956     END-IF.
007960     WRITE TP-PARTN-RECORD.
007961     IF TPPARTN-STATUS NOT = '00'
007962         DISPLAY 'TP150PRT - UNABLE TO WRITE TPPARTN - STATUS '
007963                  TPPARTN-STATUS
007964         MOVE 16 TO RETURN-CODE
007965     END-IF.
007970     CLOSE TPPARTN-FILE.
007971     IF TPPARTN-STATUS NOT = '00'
007972         DISPLAY 'TP150PRT - UNABLE TO CLOSE TPPARTN - STATUS '
007973                  TPPARTN-STATUS
007974         MOVE 16 TO RETURN-CODE
007975     END-IF.
007980 6000-EXIT.
007990     EXIT.

008000 6100-MOVE-ONE-STREAM.
008010     MOVE TP150-S-WRITTEN(TP150-STREAM)
008020         TO TP-PARTN-S-DOC-COUNT(TP150-STREAM).
008030     MOVE TP150-S-PARTNER-COUNT(TP150-STREAM)
008040         TO TP-PARTN-S-PARTNER-COUNT(TP150-STREAM).
008050     MOVE TP150-S-EXPECTED(TP150-STREAM)
008060         TO TP-PARTN-S-EXPECTED-VOLUME(TP150-STREAM).
008070 6100-EXIT.
008080     EXIT.

008090******************************************************************
008100*  8000-PRINT-REPORT - THE SPLIT BY STREAM, THEN EVERY PARTNER   *
008110*  WITH ITS EXPECTED VOLUME AND THE STREAM IT WAS GIVEN.         *
008120******************************************************************
008130 8000-PRINT-REPORT.
008140     MOVE SPACES TO TP150-SL-TEXT.
008150     WRITE TP-PRTRPT-LINE FROM TP150-SECTION-LINE.
008160     PERFORM 8100-PRINT-STREAM-LINE THRU 8100-EXIT
008170         VARYING TP150-STREAM FROM 1 BY 1
008180         UNTIL TP150-STREAM > TP150-STREAM-COUNT.
008190     MOVE SPACES TO TP150-SL-TEXT.
008200     WRITE TP-PRTRPT-LINE FROM TP150-SECTION-LINE.
008210     MOVE 'PARTNER                                   DOCUMENTS'
008220         TO TP150-SL-TEXT.
008230     MOVE 'EXPECTED  BASIS   STREAM' TO TP150-SL-TEXT(55:24).
008240     WRITE TP-PRTRPT-LINE FROM TP150-SECTION-LINE.
008250     PERFORM 8200-PRINT-PARTNER-LINE THRU 8200-EXIT
008260         VARYING TP150-PX FROM 1 BY 1
008270         UNTIL TP150-PX > TP150-PARTNER-COUNT.
008280     MOVE SPACES TO TP150-SL-TEXT.
008290     WRITE TP-PRTRPT-LINE FROM TP150-SECTION-LINE.
008300     MOVE 'DOCUMENTS ON TPDOCIN:'     TO TP150-C-LABEL.
008310     MOVE TP150-FEED-DOC-COUNT        TO TP150-C-COUNT.
008320     WRITE TP-PRTRPT-LINE FROM TP150-COUNT-LINE.
008330     MOVE 'DOCUMENTS PARTITIONED:'    TO TP150-C-LABEL.
008340     MOVE TP150-WRITTEN-TOTAL         TO TP150-C-COUNT.
008350     WRITE TP-PRTRPT-LINE FROM TP150-COUNT-LINE.
008360     MOVE 'BATCH CONTROL RECORDS READ:' TO TP150-C-LABEL.
008370     MOVE TP150-CONTROL-COUNT         TO TP150-C-COUNT.
008380     WRITE TP-PRTRPT-LINE FROM TP150-COUNT-LINE.
008390     MOVE 'PARTNERS:'                 TO TP150-C-LABEL.
008400     MOVE TP150-PARTNER-COUNT         TO TP150-C-COUNT.
008410     WRITE TP-PRTRPT-LINE FROM TP150-COUNT-LINE.
008420     MOVE 'PARTNERS WITH A TPACTSUM PROFILE:' TO TP150-C-LABEL.
008430     MOVE TP150-PROFILED-COUNT        TO TP150-C-COUNT.
008440     WRITE TP-PRTRPT-LINE FROM TP150-COUNT-LINE.
008450 8000-EXIT.
008460     EXIT.

008470 8100-PRINT-STREAM-LINE.
008480     MOVE TP150-STREAM                TO TP150-S-D-STREAM.
008490     MOVE TP150-S-PARTNER-COUNT(TP150-STREAM)
008500                                      TO TP150-S-D-PARTNERS.
008510     MOVE TP150-S-WRITTEN(TP150-STREAM) TO TP150-S-D-DOCS.
008520     MOVE TP150-S-EXPECTED(TP150-STREAM)
008530                                      TO TP150-S-D-EXPECTED.
008540     WRITE TP-PRTRPT-LINE FROM TP150-STREAM-LINE.
008550 8100-EXIT.
008560     EXIT.

008570 8200-PRINT-PARTNER-LINE.
008580     MOVE TP150-P-PARTNER-KEY(TP150-PX)(1:39)
008590                                      TO TP150-P-D-PARTNER.
008600     MOVE TP150-P-DOC-COUNT(TP150-PX) TO TP150-P-D-DOCS.
008610     MOVE TP150-P-WEIGHT(TP150-PX)    TO TP150-P-D-WEIGHT.
008620     IF TP150-P-IS-PROFILED(TP150-PX)
008630         MOVE 'PROFILE'               TO TP150-P-D-BASIS
008640     ELSE
008650         MOVE 'TONIGHT'               TO TP150-P-D-BASIS
008660     END-IF.
008670     MOVE TP150-P-STREAM(TP150-PX)    TO TP150-P-D-STREAM.
008680     WRITE TP-PRTRPT-LINE FROM TP150-PARTNER-LINE.
008690 8200-EXIT.
008700     EXIT.

008710******************************************************************
008720*  9000-TERMINATE - CLOSE WHATEVER WE MANAGED TO OPEN.           *
008730******************************************************************
008740 9000-TERMINATE.
008750     IF TPDOCIN-STATUS = '00' OR '10'
008760         CLOSE TPDOCIN-FILE
008770     END-IF.
008780     IF TP150-OUTPUTS-ARE-OPEN
008790         PERFORM 9100-CLOSE-ONE-PARTITION THRU 9100-EXIT
008800             VARYING TP150-STREAM FROM 1 BY 1
008810             UNTIL TP150-STREAM > TP150-OPEN-COUNT
008820     END-IF.
008830     CLOSE TPPRTRPT-FILE.
008840     IF TP150-RUN-IS-ENROLLED
008850         MOVE 'RELEASE' TO TP-LOK-REQUEST
008860         CALL 'TPRUNLOK' USING TP-LOK-CB
008870     END-IF.
008880 9000-EXIT.
008890     EXIT.

008900 9100-CLOSE-ONE-PARTITION.
008910     EVALUATE TP150-STREAM
008920         WHEN 1  CLOSE TPDOCP01-FILE
008930         WHEN 2  CLOSE TPDOCP02-FILE
008940         WHEN 3  CLOSE TPDOCP03-FILE
008950         WHEN 4  CLOSE TPDOCP04-FILE
008960         WHEN 5  CLOSE TPDOCP05-FILE
008970         WHEN 6  CLOSE TPDOCP06-FILE
008980         WHEN 7  CLOSE TPDOCP07-FILE
008990         WHEN 8  CLOSE TPDOCP08-FILE
009000     END-EVALUATE.
009010 9100-EXIT.
009020     EXIT.

009030******************************************************************
009040*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
009050*  ITS RETURN CODE AND COUNTS. IN IS DOCUMENTS ON THE FEED, OUT  *
009060*  IS WRITTEN TO THE PARTITIONS, REJECT IS NOT KEPT.             *
009070******************************************************************
009080 9900-RUN-HISTORY-END.
009090     MOVE 'END'              TO TP-HST-REQUEST.
009100     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
009110     MOVE TP150-FEED-DOC-COUNT TO TP-HST-IN-COUNT.
009120     MOVE TP150-WRITTEN-TOTAL TO TP-HST-OUT-COUNT.
009130     MOVE ZERO TO TP-HST-REJECT-COUNT.
009140     CALL 'TPRUNHST' USING TP-HST-CB.
009150 9900-EXIT.
009160     EXIT.

009170 END PROGRAM TP150PRT.
