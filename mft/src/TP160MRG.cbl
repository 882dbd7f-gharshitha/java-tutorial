000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TP160MRG.
000120 AUTHOR.        D L ROSS.
000130 INSTALLATION.  EDI OPERATIONS - MFT.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  TP160MRG                                                      *
000180*                                                                *
000190*  STREAM MERGE AND BALANCE.  RUNS ONCE EVERY TP100DRV STREAM    *
000200*  NAMED ON THE TP150PRT SPLIT (TPPARTN) HAS ENDED, AND BEFORE   *
000210*  TP600RCN.  IT PROVES THE STREAMS TOGETHER ACCOUNT FOR EVERY   *
000220*  PARTITIONED DOCUMENT, THEN APPENDS THE STREAMS' OUTPUT TO THE *
000230*  SINGLE FILES THE DOWNSTREAM STEPS AND REPORTS READ:           *
000240*                                                                *
000250*    STREAM INPUT (DD CONCATENATION    MAIN FILE                 *
000260*    OF EVERY STREAM'S DATASET)                                  *
000270*    TPSTMACT                          TPACTLOG  (APPENDED)      *
000280*    TPSTMSUS                          TPSUSPF   (APPENDED)      *
000290*    TPSTMALR                          TPALERT   (APPENDED)      *
000300*    TPSTMTRC                          TPTRCLOG  (APPENDED)      *
000310*    TPSTMCRT                          TPCRTLOG  (APPENDED)      *
000320*    TPSTMDFR                          TPDOCDFR  (REBUILT)       *
000330*                                                                *
000340*  THE PROOF, FROM THE TPSTMTOT RECORDS THE STREAMS WROTE FOR    *
000350*  THIS PARTITION ID (TPSTMTOT IS THE CONCATENATION OF EVERY     *
000360*  STREAM'S TOTALS FILE; RECORDS FOR ANY OTHER PARTITION ARE     *
000370*  LEFT OUT AND COUNTED):                                        *
000380*                                                                *
000390*    - EVERY STREAM 01 TO THE STREAM COUNT HAS A TOTALS RECORD,  *
000400*      AND ITS LAST RUN READ ITS PARTITION TO THE END;           *
000410*    - ITS LAST RUN ACCOUNTED FOR EVERY DOCUMENT TP150PRT PUT    *
000420*      IN ITS PARTITION - SKIPPED BY RESTART, MAPPED, WARNED,    *
000430*      SUSPENDED, DUPLICATE, DEFERRED, QUARANTINED OR            *
000440*      CERTIFICATION;                                            *
000450*    - THE PARTITIONS ADD UP TO THE DOCUMENTS ON THE FEED;       *
000460*    - EACH CONCATENATED STREAM INPUT HOLDS EXACTLY THE RECORDS  *
000470*      THE STREAMS SAY THEY WROTE TO IT.                         *
000480*                                                                *
000490*  NOTHING IS APPENDED UNLESS EVERY TEST PASSES.  ONCE THE       *
000500*  OUTPUT IS APPENDED THE SPLIT IS MARKED MERGED ON TPPARTN, SO  *
000510*  A RERUN CANNOT APPEND IT A SECOND TIME.  THE STREAM DATASETS  *
000520*  MUST BE NEW FOR EACH SPLIT, OR THE RECORD COUNTS WILL NOT     *
000530*  BALANCE.  SHOULD THIS STEP FAIL PART-WAY THROUGH THE APPEND,  *
000540*  RESTORE THE MAIN FILES FROM THEIR PRE-STEP BACKUPS BEFORE     *
000550*  RERUNNING IT.                                                 *
000560*                                                                *
000570*  RETURN CODES: 16 - TPPARTN UNAVAILABLE OR THE RUN REGISTRY    *
000580*  REFUSED THE ENROLLMENT; 8 - OUT OF BALANCE, NOTHING MERGED -  *
000590*  TP600RCN MUST BE HELD UNTIL THE STREAMS ARE PUT RIGHT;        *
000600*  4 - THE SPLIT WAS ALREADY MERGED, NOTHING DONE;               *
000610*  0 - IN BALANCE AND MERGED.                                    *
000620*                                                                *
000630*  MODIFICATION HISTORY                                          *
000640*  --------------------                                          *
000650*  2026-10-15  DLR  NEW PROGRAM.                                 *
000660*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000670*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000680*                    THEN ENDED WITH ITS RETURN CODE AND         *
000690*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000700*                    MORNING SCORECARD.                          *
000710******************************************************************
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 SOURCE-COMPUTER.   IBM-370.
000750 OBJECT-COMPUTER.   IBM-370.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT TPPARTN-FILE  ASSIGN TO TPPARTN
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS TPPARTN-STATUS.

000810     SELECT TPSTMTOT-FILE ASSIGN TO TPSTMTOT
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS TPSTMTOT-STATUS.

000840     SELECT TPSTMACT-FILE ASSIGN TO TPSTMACT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS TPSTMACT-STATUS.

000870     SELECT TPSTMSUS-FILE ASSIGN TO TPSTMSUS
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS TPSTMSUS-STATUS.

000900     SELECT TPSTMALR-FILE ASSIGN TO TPSTMALR
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS TPSTMALR-STATUS.

000930     SELECT TPSTMTRC-FILE ASSIGN TO TPSTMTRC
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS TPSTMTRC-STATUS.

000960     SELECT TPSTMCRT-FILE ASSIGN TO TPSTMCRT
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS TPSTMCRT-STATUS.

000990     SELECT TPSTMDFR-FILE ASSIGN TO TPSTMDFR
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS TPSTMDFR-STATUS.

001020     SELECT TPACTLOG-FILE ASSIGN TO TPACTLOG
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS TPACTLOG-STATUS.

001050     SELECT TPSUSPF-FILE  ASSIGN TO TPSUSPF
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS TPSUSPF-STATUS.

001080     SELECT TPALERT-FILE  ASSIGN TO TPALERT
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS TPALERT-STATUS.

001110     SELECT TPTRCLOG-FILE ASSIGN TO TPTRCLOG
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS TPTRCLOG-STATUS.

001140     SELECT TPCRTLOG-FILE ASSIGN TO TPCRTLOG
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS TPCRTLOG-STATUS.

001170     SELECT TPDOCDFR-FILE ASSIGN TO TPDOCDFR
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS TPDOCDFR-STATUS.

001200     SELECT TPMRGRPT-FILE ASSIGN TO TPMRGRPT
001210         ORGANIZATION IS SEQUENTIAL
001220         FILE STATUS IS TPMRGRPT-STATUS.

001230 DATA DIVISION.
001240 FILE SECTION.
001250 FD  TPPARTN-FILE
001260     LABEL RECORDS ARE STANDARD.
001270     COPY TPPARTN.

001280 FD  TPSTMTOT-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY TPSTMTOT.

001310 FD  TPSTMACT-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 01  TP-STMACT-RECORD               PIC X(392).

001340 FD  TPSTMSUS-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  TP-STMSUS-RECORD               PIC X(380).

001370 FD  TPSTMALR-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  TP-STMALR-RECORD               PIC X(284).

001400 FD  TPSTMTRC-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  TP-STMTRC-RECORD               PIC X(285).

001430 FD  TPSTMCRT-FILE
001440     LABEL RECORDS ARE STANDARD.
001450 01  TP-STMCRT-RECORD               PIC X(392).

001460 FD  TPSTMDFR-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 01  TP-STMDFR-RECORD               PIC X(263).

001490 FD  TPACTLOG-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 01  TP-ACTLOG-OUT-RECORD           PIC X(392).

001520 FD  TPSUSPF-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  TP-SUSP-OUT-RECORD             PIC X(380).

001550 FD  TPALERT-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  TP-ALERT-OUT-RECORD            PIC X(284).

001580 FD  TPTRCLOG-FILE
001590     LABEL RECORDS ARE STANDARD.
001600 01  TP-TRCLOG-OUT-RECORD           PIC X(285).

001610 FD  TPCRTLOG-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 01  TP-CRTLOG-OUT-RECORD           PIC X(392).

001640 FD  TPDOCDFR-FILE
001650     LABEL RECORDS ARE STANDARD.
001660 01  TP-DOCDFR-OUT-RECORD           PIC X(263).

001670 FD  TPMRGRPT-FILE
001680     LABEL RECORDS ARE STANDARD.
001690 01  TP-MRGRPT-LINE                 PIC X(132).

001700 WORKING-STORAGE SECTION.
001710     COPY TPLOKCB.
001720     COPY TPHSTCB.

001730 77  TPPARTN-STATUS              PIC X(02) VALUE '00'.
001740 77  TPSTMTOT-STATUS             PIC X(02) VALUE '00'.
001750 77  TPSTMACT-STATUS             PIC X(02) VALUE '00'.
001760 77  TPSTMSUS-STATUS             PIC X(02) VALUE '00'.
001770 77  TPSTMALR-STATUS             PIC X(02) VALUE '00'.
001780 77  TPSTMTRC-STATUS             PIC X(02) VALUE '00'.
001790 77  TPSTMCRT-STATUS             PIC X(02) VALUE '00'.
001800 77  TPSTMDFR-STATUS             PIC X(02) VALUE '00'.
001810 77  TPACTLOG-STATUS             PIC X(02) VALUE '00'.
001820 77  TPSUSPF-STATUS              PIC X(02) VALUE '00'.
001830 77  TPALERT-STATUS              PIC X(02) VALUE '00'.
001840 77  TPTRCLOG-STATUS             PIC X(02) VALUE '00'.
001850 77  TPCRTLOG-STATUS             PIC X(02) VALUE '00'.
001860 77  TPDOCDFR-STATUS             PIC X(02) VALUE '00'.
001870 77  TPMRGRPT-STATUS             PIC X(02) VALUE '00'.

001880 77  TP160-TOTALS-EOF-SW         PIC X(01) VALUE 'N'.
001890     88  TP160-NO-MORE-TOTALS           VALUE 'Y'.
001900 77  TP160-INPUT-EOF-SW          PIC X(01) VALUE 'N'.
001910     88  TP160-NO-MORE-INPUT            VALUE 'Y'.
001920 77  TP160-STARTUP-SW            PIC X(01) VALUE 'N'.
001930     88  TP160-STARTUP-FAILED           VALUE 'Y'.
001940 77  TP160-ENROLLED-SW           PIC X(01) VALUE 'N'.
001950     88  TP160-RUN-IS-ENROLLED          VALUE 'Y'.
001960 77  TP160-MERGED-SW             PIC X(01) VALUE 'N'.
001970     88  TP160-ALREADY-MERGED           VALUE 'Y'.
001980 77  TP160-BALANCE-SW            PIC X(01) VALUE 'Y'.
001990     88  TP160-IN-BALANCE               VALUE 'Y'.
002000     88  TP160-OUT-OF-BALANCE           VALUE 'N'.
002010 77  TP160-RUN-DATE              PIC 9(08) VALUE ZERO.
002020 77  TP160-RUN-TIME              PIC 9(06) VALUE ZERO.
002030 77  TP160-STREAM-COUNT          PIC 9(02) VALUE ZERO.
002040 77  TP160-STREAM                PIC 9(02) VALUE ZERO.
002050 77  TP160-FX                    PIC 9(01) VALUE ZERO.
002060 77  TP160-IO-STATUS             PIC X(02) VALUE '00'.
002070 77  TP160-TOTALS-READ           PIC 9(07) VALUE ZERO.
002080 77  TP160-TOTALS-USED           PIC 9(07) VALUE ZERO.
002090 77  TP160-TOTALS-OTHER          PIC 9(07) VALUE ZERO.
002100 77  TP160-PARTN-DOC-TOTAL       PIC 9(09) VALUE ZERO.
002110 77  TP160-ACCOUNTED-TOTAL       PIC 9(09) VALUE ZERO.
002120 77  TP160-DIFFERENCE            PIC S9(07) VALUE ZERO.

002130******************************************************************
002140*  WHAT EACH STREAM REPORTED FOR THIS PARTITION.  DOCUMENT       *
002150*  COUNTS AND STATUS ARE ITS LAST RUN'S; RECORD COUNTS ARE THE   *
002160*  SUM OF ITS RUNS, BUT FOR TPDOCDFR, WHICH EVERY RUN REBUILDS.  *
002170******************************************************************
002180 01  TP160-STREAM-TABLE.
002190     05  TP160-S-ENTRY OCCURS 8 TIMES.
002200         10  TP160-S-RUNS           PIC 9(03) COMP.
002210         10  TP160-S-RUN-STATUS     PIC X(01).
002220         10  TP160-S-RETURN-CODE    PIC 9(02).
002230         10  TP160-S-DOCS-READ      PIC 9(07).
002240         10  TP160-S-ACCOUNTED      PIC 9(07).
002250         10  TP160-S-RESULT         PIC X(24).
002260         10  TP160-S-RECS           PIC 9(09) COMP
002270                                    OCCURS 6 TIMES.

002280******************************************************************
002290*  THE SIX STREAM OUTPUTS: 1 TPACTLOG, 2 TPSUSPF, 3 TPALERT,     *
002300*  4 TPTRCLOG, 5 TPCRTLOG, 6 TPDOCDFR.                           *
002310******************************************************************
002320 01  TP160-FILE-TABLE.
002330     05  TP160-F-ENTRY OCCURS 6 TIMES.
002340         10  TP160-F-INPUT-NAME     PIC X(08).
002350         10  TP160-F-OUTPUT-NAME    PIC X(08).
002360         10  TP160-F-EXPECTED       PIC 9(09) COMP.
002370         10  TP160-F-FOUND          PIC 9(09) COMP.
002380         10  TP160-F-APPENDED       PIC 9(09) COMP.
002390         10  TP160-F-OPEN-SW        PIC X(01).
002400             88  TP160-F-INPUT-OPEN     VALUE 'Y'.

002410 01  TP160-HEADING-1.
002420     05  FILLER                     PIC X(42)
002430         VALUE 'TP160MRG - TP100DRV STREAM MERGE'.
002440     05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
002450     05  TP160-H1-DATE              PIC 9(08).
002460     05  FILLER                     PIC X(01) VALUE SPACE.
002470     05  TP160-H1-TIME              PIC 9(06).

002480 01  TP160-HEADING-2.
002490     05  FILLER                     PIC X(14)
002500         VALUE 'PARTITION ID: '.
002510     05  TP160-H2-DATE              PIC 9(08).
002520     05  FILLER                     PIC X(01) VALUE SPACE.
002530     05  TP160-H2-TIME              PIC 9(06).
002540     05  FILLER                     PIC X(12)
002550         VALUE '   STREAMS: '.
002560     05  TP160-H2-STREAMS           PIC 9(02).
002570     05  FILLER                     PIC X(19)
002580         VALUE '   FEED DOCUMENTS: '.
002590     05  TP160-H2-FEED-DOCS         PIC Z(08)9.

002600 01  TP160-SECTION-LINE.
002610     05  TP160-SL-TEXT              PIC X(100).

002620 01  TP160-STREAM-LINE.
002630     05  FILLER                     PIC X(07) VALUE 'STREAM '.
002640     05  TP160-S-D-STREAM           PIC 9(02).
002650     05  FILLER                     PIC X(02) VALUE SPACES.
002660     05  TP160-S-D-PARTN-DOCS       PIC Z(06)9.
002670     05  FILLER                     PIC X(02) VALUE SPACES.
002680     05  TP160-S-D-READ             PIC Z(06)9.
002690     05  FILLER                     PIC X(02) VALUE SPACES.
002700     05  TP160-S-D-ACCOUNTED        PIC Z(06)9.
002710     05  FILLER                     PIC X(02) VALUE SPACES.
002720     05  TP160-S-D-DIFFERENCE       PIC -Z(06)9.
002730     05  FILLER                     PIC X(02) VALUE SPACES.
002740     05  TP160-S-D-RUNS             PIC ZZ9.
002750     05  FILLER                     PIC X(02) VALUE SPACES.
002760     05  TP160-S-D-RC               PIC Z9.
002770     05  FILLER                     PIC X(03) VALUE SPACES.
002780     05  TP160-S-D-RESULT           PIC X(24).

002790 01  TP160-FILE-LINE.
002800     05  TP160-F-D-INPUT            PIC X(08).
002810     05  FILLER                     PIC X(04) VALUE ' TO '.
002820     05  TP160-F-D-OUTPUT           PIC X(08).
002830     05  FILLER                     PIC X(02) VALUE SPACES.
002840     05  TP160-F-D-EXPECTED         PIC Z(08)9.
002850     05  FILLER                     PIC X(02) VALUE SPACES.
002860     05  TP160-F-D-FOUND            PIC Z(08)9.
002870     05  FILLER                     PIC X(02) VALUE SPACES.
002880     05  TP160-F-D-APPENDED         PIC Z(08)9.
002890     05  FILLER                     PIC X(03) VALUE SPACES.
002900     05  TP160-F-D-RESULT           PIC X(12).

002910 01  TP160-COUNT-LINE.
002920     05  TP160-C-LABEL              PIC X(32).
002930     05  TP160-C-COUNT              PIC Z(08)9.

002940 PROCEDURE DIVISION.
002950******************************************************************
002960*  0000-MAINLINE                                                 *
002970******************************************************************
002980 0000-MAINLINE.
002990     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
003000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003010     IF NOT TP160-STARTUP-FAILED
003020        AND NOT TP160-ALREADY-MERGED
003030         PERFORM 2000-LOAD-STREAM-TOTALS THRU 2000-EXIT
003040         PERFORM 3000-PROVE-STREAMS THRU 3000-EXIT
003050         PERFORM 4000-COUNT-STREAM-OUTPUT THRU 4000-EXIT
003060         IF TP160-IN-BALANCE
003070             PERFORM 5000-APPEND-STREAM-OUTPUT THRU 5000-EXIT
003080             PERFORM 6000-MARK-MERGED THRU 6000-EXIT
003090         ELSE
003100             MOVE 8 TO RETURN-CODE
003110         END-IF
003120         PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
003130     END-IF.
003140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003150     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
003160     GOBACK.

003170******************************************************************
003180*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
003190*  RUNNING.                                                      *
003200******************************************************************
003210 0100-RUN-HISTORY-START.
003220     MOVE 'START'            TO TP-HST-REQUEST.
003230     MOVE 'TP160MRG'         TO TP-HST-PROGRAM-ID.
003240     MOVE SPACES             TO TP-HST-STREAM-ID.
003250     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
003260     CALL 'TPRUNHST' USING TP-HST-CB.
003270 0100-EXIT.
003280     EXIT.

003290******************************************************************
003300*  1000-INITIALIZE - THE REGISTRY CLAIM AND THE SPLIT TO MERGE.  *
003310******************************************************************
003320 1000-INITIALIZE.
003330     ACCEPT TP160-RUN-DATE FROM DATE YYYYMMDD.
003340     ACCEPT TP160-RUN-TIME FROM TIME.
003350     OPEN OUTPUT TPMRGRPT-FILE.
003360     MOVE TP160-RUN-DATE TO TP160-H1-DATE.
003370     MOVE TP160-RUN-TIME TO TP160-H1-TIME.
003380     WRITE TP-MRGRPT-LINE FROM TP160-HEADING-1.
003390     PERFORM 1100-SET-FILE-TABLE THRU 1100-EXIT.

003400     MOVE 'ENROLL'   TO TP-LOK-REQUEST.
003410     MOVE 'TP160MRG' TO TP-LOK-PROGRAM-ID.
003420     MOVE SPACES     TO TP-LOK-JOB-NAME.
003430     MOVE SPACES     TO TP-LOK-STREAM-ID.
003440     MOVE 6          TO TP-LOK-FILE-COUNT.
003450     MOVE 'TPSTREAM' TO TP-LOK-FILE-NAME(1).
003460     MOVE 'TPACTLOG' TO TP-LOK-FILE-NAME(2).
003470     MOVE 'TPSUSP'   TO TP-LOK-FILE-NAME(3).
003480     MOVE 'TPALERT'  TO TP-LOK-FILE-NAME(4).
003490     MOVE 'TPTRCLOG' TO TP-LOK-FILE-NAME(5).
003500     MOVE 'TPCERT'   TO TP-LOK-FILE-NAME(6).
003510     CALL 'TPRUNLOK' USING TP-LOK-CB.
003520     IF TP-LOK-HONOURED
003530         SET TP160-RUN-IS-ENROLLED TO TRUE
003540     ELSE
003550         DISPLAY 'TP160MRG - RUN REGISTRY ENROLLMENT REFUSED - '
003560                  TP-LOK-RESPONSE-MESSAGE
003570         MOVE 16 TO RETURN-CODE
003580         SET TP160-STARTUP-FAILED TO TRUE
003590         GO TO 1000-EXIT
003600     END-IF.

003610     OPEN INPUT TPPARTN-FILE.
003620     IF TPPARTN-STATUS NOT = '00'
003630         DISPLAY 'TP160MRG - UNABLE TO OPEN TPPARTN - STATUS '
003640                  TPPARTN-STATUS
003650         MOVE 16 TO RETURN-CODE
003660         SET TP160-STARTUP-FAILED TO TRUE
003670         GO TO 1000-EXIT
003680     END-IF.
003690     READ TPPARTN-FILE
003700         AT END
003710             DISPLAY 'TP160MRG - TPPARTN IS EMPTY'
003720             MOVE 16 TO RETURN-CODE
003730             SET TP160-STARTUP-FAILED TO TRUE
003740     END-READ.
003750     CLOSE TPPARTN-FILE.
003760     IF TP160-STARTUP-FAILED
003770         GO TO 1000-EXIT
003780     END-IF.
003790     IF TP-PARTN-STREAM-COUNT NOT NUMERIC
003800        OR TP-PARTN-STREAM-COUNT = ZERO
003810        OR TP-PARTN-STREAM-COUNT > 8
003820         DISPLAY 'TP160MRG - TPPARTN STREAM COUNT IS INVALID'
003830         MOVE 16 TO RETURN-CODE
003840         SET TP160-STARTUP-FAILED TO TRUE
003850         GO TO 1000-EXIT
003860     END-IF.
003870     MOVE TP-PARTN-STREAM-COUNT   TO TP160-STREAM-COUNT.
003880     MOVE TP-PARTN-PART-DATE      TO TP160-H2-DATE.
003890     MOVE TP-PARTN-PART-TIME      TO TP160-H2-TIME.
003900     MOVE TP-PARTN-STREAM-COUNT   TO TP160-H2-STREAMS.
003910     MOVE TP-PARTN-FEED-DOC-COUNT TO TP160-H2-FEED-DOCS.
003920     WRITE TP-MRGRPT-LINE FROM TP160-HEADING-2.
003930     IF TP-PARTN-MERGED
003940         DISPLAY 'TP160MRG - PARTITION ' TP-PARTN-PARTITION-ID
003950                 ' ALREADY MERGED ' TP-PARTN-MERGE-DATE ' '
003960                 TP-PARTN-MERGE-TIME ' - NOTHING APPENDED'
003970         MOVE 'PARTITION ALREADY MERGED - NOTHING APPENDED'
003980             TO TP160-SL-TEXT
003990         WRITE TP-MRGRPT-LINE FROM TP160-SECTION-LINE
004000         MOVE 4 TO RETURN-CODE
004010         SET TP160-ALREADY-MERGED TO TRUE
004020     END-IF.
004030 1000-EXIT.
004040     EXIT.

004050 1100-SET-FILE-TABLE.
004060     MOVE 'TPSTMACT' TO TP160-F-INPUT-NAME(1).
004070     MOVE 'TPACTLOG' TO TP160-F-OUTPUT-NAME(1).
004080     MOVE 'TPSTMSUS' TO TP160-F-INPUT-NAME(2).
004090     MOVE 'TPSUSPF'  TO TP160-F-OUTPUT-NAME(2).
004100     MOVE 'TPSTMALR' TO TP160-F-INPUT-NAME(3).
004110     MOVE 'TPALERT'  TO TP160-F-OUTPUT-NAME(3).
004120     MOVE 'TPSTMTRC' TO TP160-F-INPUT-NAME(4).
004130     MOVE 'TPTRCLOG' TO TP160-F-OUTPUT-NAME(4).
004140     MOVE 'TPSTMCRT' TO TP160-F-INPUT-NAME(5).
004150     MOVE 'TPCRTLOG' TO TP160-F-OUTPUT-NAME(5).
004160     MOVE 'TPSTMDFR' TO TP160-F-INPUT-NAME(6).
004170     MOVE 'TPDOCDFR' TO TP160-F-OUTPUT-NAME(6).
004180     PERFORM 1150-CLEAR-ONE-FILE THRU 1150-EXIT
004190         VARYING TP160-FX FROM 1 BY 1
004200         UNTIL TP160-FX > 6.
004210 1100-EXIT.
004220     EXIT.

004230 1150-CLEAR-ONE-FILE.
004240     MOVE ZERO TO TP160-F-EXPECTED(TP160-FX)
004250                  TP160-F-FOUND(TP160-FX)
004260                  TP160-F-APPENDED(TP160-FX).
004270     MOVE 'N'  TO TP160-F-OPEN-SW(TP160-FX).
004280 1150-EXIT.
004290     EXIT.

004300******************************************************************
004310*  2000-LOAD-STREAM-TOTALS - GATHER EVERY STREAM'S TOTALS FOR    *
004320*  THIS PARTITION.  A RESTARTED STREAM HAS ONE RECORD PER RUN,   *
004330*  IN RUN ORDER WITHIN ITS OWN TOTALS FILE.                      *
004340******************************************************************
004350 2000-LOAD-STREAM-TOTALS.
004360     PERFORM 2050-CLEAR-ONE-STREAM THRU 2050-EXIT
004370         VARYING TP160-STREAM FROM 1 BY 1
004380         UNTIL TP160-STREAM > 8.
004390     OPEN INPUT TPSTMTOT-FILE.
004400     IF TPSTMTOT-STATUS NOT = '00'
004410         DISPLAY 'TP160MRG - TPSTMTOT NOT AVAILABLE - STATUS '
004420                  TPSTMTOT-STATUS
004430         GO TO 2000-EXIT
004440     END-IF.
004450     PERFORM 2900-READ-NEXT-TOTALS THRU 2900-EXIT.
004460     PERFORM 2100-POST-TOTALS THRU 2100-EXIT
004470         UNTIL TP160-NO-MORE-TOTALS.
004480     CLOSE TPSTMTOT-FILE.
004490 2000-EXIT.
004500     EXIT.

004510 2050-CLEAR-ONE-STREAM.
004520     MOVE ZERO   TO TP160-S-RUNS(TP160-STREAM)
004530                    TP160-S-RETURN-CODE(TP160-STREAM)
004540                    TP160-S-DOCS-READ(TP160-STREAM)
004550                    TP160-S-ACCOUNTED(TP160-STREAM).
004560     MOVE SPACES TO TP160-S-RUN-STATUS(TP160-STREAM)
004570                    TP160-S-RESULT(TP160-STREAM).
004580     PERFORM 2060-CLEAR-ONE-COUNT THRU 2060-EXIT
004590         VARYING TP160-FX FROM 1 BY 1
004600         UNTIL TP160-FX > 6.
004610 2050-EXIT.
004620     EXIT.

004630 2060-CLEAR-ONE-COUNT.
004640     MOVE ZERO TO TP160-S-RECS(TP160-STREAM TP160-FX).
004650 2060-EXIT.
004660     EXIT.

004670 2100-POST-TOTALS.
004680     ADD 1 TO TP160-TOTALS-READ.
004690     IF TP-STMTOT-PARTITION-ID NOT = TP-PARTN-PARTITION-ID
004700        OR TP-STMTOT-STREAM-ID NOT NUMERIC
004710        OR TP-STMTOT-STREAM-ID = ZERO
004720        OR TP-STMTOT-STREAM-ID > TP160-STREAM-COUNT
004730         ADD 1 TO TP160-TOTALS-OTHER
004740         GO TO 2100-NEXT
004750     END-IF.
004760     ADD 1 TO TP160-TOTALS-USED.
004770     MOVE TP-STMTOT-STREAM-ID TO TP160-STREAM.
004780     ADD 1 TO TP160-S-RUNS(TP160-STREAM).
004790     MOVE TP-STMTOT-RUN-STATUS
004800         TO TP160-S-RUN-STATUS(TP160-STREAM).
004810     MOVE TP-STMTOT-RETURN-CODE
004820         TO TP160-S-RETURN-CODE(TP160-STREAM).
004830     MOVE TP-STMTOT-DOCS-READ
004840         TO TP160-S-DOCS-READ(TP160-STREAM).
004850     COMPUTE TP160-S-ACCOUNTED(TP160-STREAM)
004860         = TP-STMTOT-DOCS-SKIPPED    + TP-STMTOT-DOCS-MAPPED
004870         + TP-STMTOT-DOCS-WARNED     + TP-STMTOT-DOCS-SUSPENDED
004880         + TP-STMTOT-DOCS-DUPLICATE  + TP-STMTOT-DOCS-DEFERRED
004890         + TP-STMTOT-DOCS-QUARANTINED + TP-STMTOT-DOCS-CERT.
004900     ADD TP-STMTOT-ACTLOG-RECS  TO TP160-S-RECS(TP160-STREAM 1).
004910     ADD TP-STMTOT-SUSP-RECS    TO TP160-S-RECS(TP160-STREAM 2).
004920     ADD TP-STMTOT-ALERT-RECS   TO TP160-S-RECS(TP160-STREAM 3).
004930     ADD TP-STMTOT-TRCLOG-RECS  TO TP160-S-RECS(TP160-STREAM 4).
004940     ADD TP-STMTOT-CRTLOG-RECS  TO TP160-S-RECS(TP160-STREAM 5).
004950     MOVE TP-STMTOT-DOCDFR-RECS TO TP160-S-RECS(TP160-STREAM 6).
004960 2100-NEXT.
004970     PERFORM 2900-READ-NEXT-TOTALS THRU 2900-EXIT.
004980 2100-EXIT.
004990     EXIT.

005000 2900-READ-NEXT-TOTALS.
005010     READ TPSTMTOT-FILE
005020         AT END
005030             SET TP160-NO-MORE-TOTALS TO TRUE
005040     END-READ.
005050 2900-EXIT.
005060     EXIT.

005070******************************************************************
005080*  3000-PROVE-STREAMS - EVERY STREAM PRESENT, RUN TO THE END AND *
005090*  ACCOUNTING FOR ITS WHOLE PARTITION; THE PARTITIONS ADDING UP  *
005100*  TO THE FEED.  ALSO BUILDS THE RECORD COUNTS EACH CONCATENATED *
005110*  INPUT SHOULD HOLD.                                            *
005120******************************************************************
005130 3000-PROVE-STREAMS.
005140     PERFORM 3100-PROVE-ONE-STREAM THRU 3100-EXIT
005150         VARYING TP160-STREAM FROM 1 BY 1
005160         UNTIL TP160-STREAM > TP160-STREAM-COUNT.
005170     IF TP160-PARTN-DOC-TOTAL NOT = TP-PARTN-FEED-DOC-COUNT
005180        OR TP160-ACCOUNTED-TOTAL NOT = TP-PARTN-FEED-DOC-COUNT
005190         SET TP160-OUT-OF-BALANCE TO TRUE
005200     END-IF.
005210 3000-EXIT.
005220     EXIT.

005230 3100-PROVE-ONE-STREAM.
005240     ADD TP-PARTN-S-DOC-COUNT(TP160-STREAM)
005250         TO TP160-PARTN-DOC-TOTAL.
005260     ADD TP160-S-ACCOUNTED(TP160-STREAM) TO TP160-ACCOUNTED-TOTAL.
005270     PERFORM 3150-ADD-EXPECTED THRU 3150-EXIT
005280         VARYING TP160-FX FROM 1 BY 1
005290         UNTIL TP160-FX > 6.
005300     EVALUATE TRUE
005310         WHEN TP160-S-RUNS(TP160-STREAM) = ZERO
005320             MOVE 'NO TOTALS - NOT RUN'
005330                 TO TP160-S-RESULT(TP160-STREAM)
005340             SET TP160-OUT-OF-BALANCE TO TRUE
005350         WHEN TP160-S-RUN-STATUS(TP160-STREAM) NOT = 'C'
005360             MOVE 'STOPPED SHORT - RESTART'
005370                 TO TP160-S-RESULT(TP160-STREAM)
005380             SET TP160-OUT-OF-BALANCE TO TRUE
005390         WHEN TP160-S-ACCOUNTED(TP160-STREAM)
005400                NOT = TP-PARTN-S-DOC-COUNT(TP160-STREAM)
005410             MOVE 'DOCUMENTS UNACCOUNTED'
005420                 TO TP160-S-RESULT(TP160-STREAM)
005430             SET TP160-OUT-OF-BALANCE TO TRUE
005440         WHEN OTHER
005450             MOVE 'IN BALANCE'
005460                 TO TP160-S-RESULT(TP160-STREAM)
005470     END-EVALUATE.
005480 3100-EXIT.
005490     EXIT.

005500 3150-ADD-EXPECTED.
005510     ADD TP160-S-RECS(TP160-STREAM TP160-FX)
005520         TO TP160-F-EXPECTED(TP160-FX).
005530 3150-EXIT.
005540     EXIT.

005550******************************************************************
005560*  4000-COUNT-STREAM-OUTPUT - COUNT WHAT IS ACTUALLY ON EACH     *
005570*  CONCATENATED STREAM INPUT.  AN INPUT THAT CANNOT BE OPENED    *
005580*  COUNTS AS EMPTY, WHICH BALANCES ONLY IF NO STREAM WROTE TO IT.*
005590******************************************************************
005600 4000-COUNT-STREAM-OUTPUT.
005610     PERFORM 4100-COUNT-ONE-FILE THRU 4100-EXIT
005620         VARYING TP160-FX FROM 1 BY 1
005630         UNTIL TP160-FX > 6.
005640 4000-EXIT.
005650     EXIT.

005660 4100-COUNT-ONE-FILE.
005670     PERFORM 7100-OPEN-STREAM-INPUT THRU 7100-EXIT.
005680     IF TP160-F-INPUT-OPEN(TP160-FX)
005690         PERFORM 7200-READ-STREAM-INPUT THRU 7200-EXIT
005700         PERFORM 4150-COUNT-ONE-RECORD THRU 4150-EXIT
005710             UNTIL TP160-NO-MORE-INPUT
005720         PERFORM 7300-CLOSE-STREAM-INPUT THRU 7300-EXIT
005730     END-IF.
005740     IF TP160-F-FOUND(TP160-FX) NOT = TP160-F-EXPECTED(TP160-FX)
005750         SET TP160-OUT-OF-BALANCE TO TRUE
005760     END-IF.
005770 4100-EXIT.
005780     EXIT.

005790 4150-COUNT-ONE-RECORD.
005800     ADD 1 TO TP160-F-FOUND(TP160-FX).
005810     PERFORM 7200-READ-STREAM-INPUT THRU 7200-EXIT.
005820 4150-EXIT.
005830     EXIT.

005840******************************************************************
005850*  5000-APPEND-STREAM-OUTPUT - EVERYTHING BALANCED: COPY EACH    *
005860*  STREAM INPUT ONTO ITS MAIN FILE.                              *
005870******************************************************************
005880 5000-APPEND-STREAM-OUTPUT.
005890     PERFORM 5100-APPEND-ONE-FILE THRU 5100-EXIT
005900         VARYING TP160-FX FROM 1 BY 1
005910         UNTIL TP160-FX > 6.
005920 5000-EXIT.
005930     EXIT.

005940 5100-APPEND-ONE-FILE.
005950     PERFORM 7400-OPEN-MAIN-FILE THRU 7400-EXIT.
005960     IF TP160-IO-STATUS NOT = '00'
005970         DISPLAY 'TP160MRG - UNABLE TO OPEN '
005980                 TP160-F-OUTPUT-NAME(TP160-FX) ' - STATUS '
005990                 TP160-IO-STATUS UPON CONSOLE
006000         MOVE 16 TO RETURN-CODE
006010         GO TO 5100-EXIT
006020     END-IF.
006030     PERFORM 7100-OPEN-STREAM-INPUT THRU 7100-EXIT.
006040     IF TP160-F-INPUT-OPEN(TP160-FX)
006050         PERFORM 7200-READ-STREAM-INPUT THRU 7200-EXIT
006060         PERFORM 5150-APPEND-ONE-RECORD THRU 5150-EXIT
006070             UNTIL TP160-NO-MORE-INPUT
006080         PERFORM 7300-CLOSE-STREAM-INPUT THRU 7300-EXIT
006090     END-IF.
006100     PERFORM 7600-CLOSE-MAIN-FILE THRU 7600-EXIT.
006110 5100-EXIT.
006120     EXIT.

006130 5150-APPEND-ONE-RECORD.
006140     PERFORM 7500-WRITE-MAIN-FILE THRU 7500-EXIT.
006150     ADD 1 TO TP160-F-APPENDED(TP160-FX).
006160     PERFORM 7200-READ-STREAM-INPUT THRU 7200-EXIT.
006170 5150-EXIT.
006180     EXIT.

006190******************************************************************
006200*  6000-MARK-MERGED - STAMP THE SPLIT SO IT IS NEVER APPENDED    *
006210*  TWICE.  A MAIN FILE THAT COULD NOT BE OPENED LEAVES THE SPLIT *
006220*  UNMERGED AND THE RUN AT RC 16.                                *
006230******************************************************************
006240 6000-MARK-MERGED.
006250     IF RETURN-CODE > 4
006260         GO TO 6000-EXIT
006270     END-IF.
006280     OPEN I-O TPPARTN-FILE.
006281     IF TPPARTN-STATUS NOT = '00'
006282         DISPLAY 'TP160MRG - UNABLE TO OPEN TPPARTN - STATUS '
006283                  TPPARTN-STATUS
006284         MOVE 16 TO RETURN-CODE
006285         GO TO 6000-EXIT
006286     END-IF.
006290     READ TPPARTN-FILE
006300         AT END
006310             CLOSE TPPARTN-FILE
006320             GO TO 6000-EXIT
006330     END-READ.
006340     SET TP-PARTN-MERGED     TO TRUE.
006350     MOVE TP160-RUN-DATE     TO TP-PARTN-MERGE-DATE.
006360     MOVE TP160-RUN-TIME     TO TP-PARTN-MERGE-TIME.
006370     REWRITE TP-PARTN-RECORD.
006372     IF TPPARTN-STATUS NOT = '00'
006374         DISPLAY 'TP160MRG - UNABLE TO REWRITE TPPARTN - STATUS '
006376                  TPPARTN-STATUS
006378         MOVE 16 TO RETURN-CODE
006379     END-IF.
006380     CLOSE TPPARTN-FILE.
006390 6000-EXIT.
006400     EXIT.

006410******************************************************************
006420*  7100-7600 - OPEN, READ, WRITE AND CLOSE THE STREAM INPUT AND  *
006430*  MAIN FILE FOR OUTPUT NUMBER TP160-FX.                         *
006440******************************************************************
006450 7100-OPEN-STREAM-INPUT.
006460     MOVE 'N' TO TP160-INPUT-EOF-SW.
006470     EVALUATE TP160-FX
006480         WHEN 1
006490             OPEN INPUT TPSTMACT-FILE
006500             MOVE TPSTMACT-STATUS TO TP160-IO-STATUS
006510         WHEN 2
006520             OPEN INPUT TPSTMSUS-FILE
006530             MOVE TPSTMSUS-STATUS TO TP160-IO-STATUS
006540         WHEN 3
006550             OPEN INPUT TPSTMALR-FILE
006560             MOVE TPSTMALR-STATUS TO TP160-IO-STATUS
006570         WHEN 4
006580             OPEN INPUT TPSTMTRC-FILE
006590             MOVE TPSTMTRC-STATUS TO TP160-IO-STATUS
006600         WHEN 5
006610             OPEN INPUT TPSTMCRT-FILE
006620             MOVE TPSTMCRT-STATUS TO TP160-IO-STATUS
006630         WHEN 6
006640             OPEN INPUT TPSTMDFR-FILE
006650             MOVE TPSTMDFR-STATUS TO TP160-IO-STATUS
006660     END-EVALUATE.
006670     IF TP160-IO-STATUS = '00'
006680         SET TP160-F-INPUT-OPEN(TP160-FX) TO TRUE
006690     ELSE
006700         MOVE 'N' TO TP160-F-OPEN-SW(TP160-FX)
006710         DISPLAY 'TP160MRG - ' TP160-F-INPUT-NAME(TP160-FX)
006720                 ' NOT AVAILABLE - STATUS ' TP160-IO-STATUS
006730     END-IF.
006740 7100-EXIT.
006750     EXIT.

006760 7200-READ-STREAM-INPUT.
006770     EVALUATE TP160-FX
006780         WHEN 1
006790             READ TPSTMACT-FILE
006800                 AT END SET TP160-NO-MORE-INPUT TO TRUE
006810             END-READ
006820         WHEN 2
006830             READ TPSTMSUS-FILE
006840                 AT END SET TP160-NO-MORE-INPUT TO TRUE
006850             END-READ
006860         WHEN 3
006870             READ TPSTMALR-FILE
006880                 AT END SET TP160-NO-MORE-INPUT TO TRUE
006890             END-READ
006900         WHEN 4
006910             READ TPSTMTRC-FILE
006920                 AT END SET TP160-NO-MORE-INPUT TO TRUE
006930             END-READ
006940         WHEN 5
006950             READ TPSTMCRT-FILE
006960                 AT END SET TP160-NO-MORE-INPUT TO TRUE
006970             END-READ
006980         WHEN 6
006990             READ TPSTMDFR-FILE
007000                 AT END SET TP160-NO-MORE-INPUT TO TRUE
007010             END-READ
007020     END-EVALUATE.
007030 7200-EXIT.
007040     EXIT.

007050 7300-CLOSE-STREAM-INPUT.
007060     EVALUATE TP160-FX
007070         WHEN 1  CLOSE TPSTMACT-FILE
007080         WHEN 2  CLOSE TPSTMSUS-FILE
007090         WHEN 3  CLOSE TPSTMALR-FILE
007100         WHEN 4  CLOSE TPSTMTRC-FILE
007110         WHEN 5  CLOSE TPSTMCRT-FILE
007120         WHEN 6  CLOSE TPSTMDFR-FILE
007130     END-EVALUATE.
007140     MOVE 'N' TO TP160-F-OPEN-SW(TP160-FX).
007150 7300-EXIT.
007160     EXIT.

007170******************************************************************
007180*  7400-OPEN-MAIN-FILE - THE ACCUMULATING FILES ARE EXTENDED AS  *
007190*  TP100DRV EXTENDS THEM; TPDOCDFR IS REBUILT AS TP100DRV        *
007200*  REBUILDS IT.                                                  *
007210******************************************************************
007220 7400-OPEN-MAIN-FILE.
007230     EVALUATE TP160-FX
007240         WHEN 1
007250             OPEN EXTEND TPACTLOG-FILE
007260             IF TPACTLOG-STATUS = '35'
007270                 OPEN OUTPUT TPACTLOG-FILE
007280             END-IF
007290             MOVE TPACTLOG-STATUS TO TP160-IO-STATUS
007300         WHEN 2
007310             OPEN EXTEND TPSUSPF-FILE
007320             IF TPSUSPF-STATUS = '35'
007330                 OPEN OUTPUT TPSUSPF-FILE
007340             END-IF
007350             MOVE TPSUSPF-STATUS TO TP160-IO-STATUS
007360         WHEN 3
007370             OPEN EXTEND TPALERT-FILE
007380             IF TPALERT-STATUS = '35'
007390                 OPEN OUTPUT TPALERT-FILE
007400             END-IF
007410             MOVE TPALERT-STATUS TO TP160-IO-STATUS
007420         WHEN 4
007430             OPEN EXTEND TPTRCLOG-FILE
007440             IF TPTRCLOG-STATUS = '35'
007450                 OPEN OUTPUT TPTRCLOG-FILE
007460             END-IF
007470             MOVE TPTRCLOG-STATUS TO TP160-IO-STATUS
007480         WHEN 5
007490             OPEN EXTEND TPCRTLOG-FILE
007500             IF TPCRTLOG-STATUS = '35'
007510                 OPEN OUTPUT TPCRTLOG-FILE
007520             END-IF
007530             MOVE TPCRTLOG-STATUS TO TP160-IO-STATUS
007540         WHEN 6
007550             OPEN OUTPUT TPDOCDFR-FILE
007560             MOVE TPDOCDFR-STATUS TO TP160-IO-STATUS
007570     END-EVALUATE.
007580 7400-EXIT.
007590     EXIT.

007600 7500-WRITE-MAIN-FILE.
007610     EVALUATE TP160-FX
007620         WHEN 1  WRITE TP-ACTLOG-OUT-RECORD FROM TP-STMACT-RECORD
007630         WHEN 2  WRITE TP-SUSP-OUT-RECORD   FROM TP-STMSUS-RECORD
007640         WHEN 3  WRITE TP-ALERT-OUT-RECORD  FROM TP-STMALR-RECORD
007650         WHEN 4  WRITE TP-TRCLOG-OUT-RECORD FROM TP-STMTRC-RECORD
007660         WHEN 5  WRITE TP-CRTLOG-OUT-RECORD FROM TP-STMCRT-RECORD
007670         WHEN 6  WRITE TP-DOCDFR-OUT-RECORD FROM TP-STMDFR-RECORD
007680     END-EVALUATE.
007690 7500-EXIT.
007700     EXIT.

007710 7600-CLOSE-MAIN-FILE.
007720     EVALUATE TP160-FX
007730         WHEN 1  CLOSE TPACTLOG-FILE
007740         WHEN 2  CLOSE TPSUSPF-FILE
007750         WHEN 3  CLOSE TPALERT-FILE
007760         WHEN 4  CLOSE TPTRCLOG-FILE
007770         WHEN 5  CLOSE TPCRTLOG-FILE
007780         WHEN 6  CLOSE TPDOCDFR-FILE
007790     END-EVALUATE.
007800 7600-EXIT.
007810     EXIT.

007820******************************************************************
007830*  8000-PRINT-REPORT - THE PROOF STREAM BY STREAM AND FILE BY    *
007840*  FILE, AND THE VERDICT.                                        *
007850******************************************************************
007860 8000-PRINT-REPORT.
007870     MOVE SPACES TO TP160-SL-TEXT.
007880     WRITE TP-MRGRPT-LINE FROM TP160-SECTION-LINE.
007890     MOVE 'STREAM    PARTITION     READ  ACCOUNTED  DIFFERENCE'
007900         TO TP160-SL-TEXT.
007910     MOVE 'RUNS  RC   RESULT' TO TP160-SL-TEXT(54:17).
007920     WRITE TP-MRGRPT-LINE FROM TP160-SECTION-LINE.
007930     PERFORM 8100-PRINT-STREAM-LINE THRU 8100-EXIT
007940         VARYING TP160-STREAM FROM 1 BY 1
007950         UNTIL TP160-STREAM > TP160-STREAM-COUNT.
007960     MOVE SPACES TO TP160-SL-TEXT.
007970     WRITE TP-MRGRPT-LINE FROM TP160-SECTION-LINE.
007980     MOVE 'STREAM INPUT         EXPECTED      FOUND   APPENDED'
007990         TO TP160-SL-TEXT.
008000     WRITE TP-MRGRPT-LINE FROM TP160-SECTION-LINE.
008010     PERFORM 8200-PRINT-FILE-LINE THRU 8200-EXIT
008020         VARYING TP160-FX FROM 1 BY 1
008030         UNTIL TP160-FX > 6.
008040     MOVE SPACES TO TP160-SL-TEXT.
008050     WRITE TP-MRGRPT-LINE FROM TP160-SECTION-LINE.
008060     MOVE 'DOCUMENTS ON THE FEED:'      TO TP160-C-LABEL.
008070     MOVE TP-PARTN-FEED-DOC-COUNT       TO TP160-C-COUNT.
008080     WRITE TP-MRGRPT-LINE FROM TP160-COUNT-LINE.
008090     MOVE 'DOCUMENTS IN PARTITIONS:'    TO TP160-C-LABEL.
008100     MOVE TP160-PARTN-DOC-TOTAL         TO TP160-C-COUNT.
008110     WRITE TP-MRGRPT-LINE FROM TP160-COUNT-LINE.
008120     MOVE 'DOCUMENTS ACCOUNTED FOR:'    TO TP160-C-LABEL.
008130     MOVE TP160-ACCOUNTED-TOTAL         TO TP160-C-COUNT.
008140     WRITE TP-MRGRPT-LINE FROM TP160-COUNT-LINE.
008150     MOVE 'STREAM TOTALS RECORDS USED:' TO TP160-C-LABEL.
008160     MOVE TP160-TOTALS-USED             TO TP160-C-COUNT.
008170     WRITE TP-MRGRPT-LINE FROM TP160-COUNT-LINE.
008180     MOVE 'OTHER TOTALS RECORDS IGNORED:' TO TP160-C-LABEL.
008190     MOVE TP160-TOTALS-OTHER            TO TP160-C-COUNT.
008200     WRITE TP-MRGRPT-LINE FROM TP160-COUNT-LINE.
008210     MOVE SPACES TO TP160-SL-TEXT.
008220     WRITE TP-MRGRPT-LINE FROM TP160-SECTION-LINE.
008230     EVALUATE TRUE
008240         WHEN TP160-OUT-OF-BALANCE
008250             MOVE 'STREAMS OUT OF BALANCE - NOTHING MERGED'
008260                 TO TP160-SL-TEXT
008270             MOVE '- HOLD TP600RCN' TO TP160-SL-TEXT(41:15)
008280             DISPLAY 'TP160MRG - STREAMS OUT OF BALANCE - '
008290                     'NOTHING MERGED' UPON CONSOLE
008300         WHEN RETURN-CODE > 4
008310             MOVE 'MERGE INCOMPLETE - RESTORE MAIN FILES'
008320                 TO TP160-SL-TEXT
008330             MOVE 'AND RERUN' TO TP160-SL-TEXT(39:9)
008340         WHEN OTHER
008350             MOVE 'STREAMS IN BALANCE - OUTPUT MERGED'
008360                 TO TP160-SL-TEXT
008370     END-EVALUATE.
008380     WRITE TP-MRGRPT-LINE FROM TP160-SECTION-LINE.
008390 8000-EXIT.
008400     EXIT.

008410 8100-PRINT-STREAM-LINE.
008420     MOVE TP160-STREAM                  TO TP160-S-D-STREAM.
008430     MOVE TP-PARTN-S-DOC-COUNT(TP160-STREAM)
008440                                        TO TP160-S-D-PARTN-DOCS.
008450     MOVE TP160-S-DOCS-READ(TP160-STREAM) TO TP160-S-D-READ.
008460     MOVE TP160-S-ACCOUNTED(TP160-STREAM)
008470                                        TO TP160-S-D-ACCOUNTED.
008480     COMPUTE TP160-DIFFERENCE
008490         = TP-PARTN-S-DOC-COUNT(TP160-STREAM)
008500         - TP160-S-ACCOUNTED(TP160-STREAM).
008510     MOVE TP160-DIFFERENCE              TO TP160-S-D-DIFFERENCE.
008520     MOVE TP160-S-RUNS(TP160-STREAM)    TO TP160-S-D-RUNS.
008530     MOVE TP160-S-RETURN-CODE(TP160-STREAM) TO TP160-S-D-RC.
008540     MOVE TP160-S-RESULT(TP160-STREAM)  TO TP160-S-D-RESULT.
008550     WRITE TP-MRGRPT-LINE FROM TP160-STREAM-LINE.
008560 8100-EXIT.
008570     EXIT.

008580 8200-PRINT-FILE-LINE.
008590     MOVE TP160-F-INPUT-NAME(TP160-FX)  TO TP160-F-D-INPUT.
008600     MOVE TP160-F-OUTPUT-NAME(TP160-FX) TO TP160-F-D-OUTPUT.
008610     MOVE TP160-F-EXPECTED(TP160-FX)    TO TP160-F-D-EXPECTED.
008620     MOVE TP160-F-FOUND(TP160-FX)       TO TP160-F-D-FOUND.
008630     MOVE TP160-F-APPENDED(TP160-FX)    TO TP160-F-D-APPENDED.
008640     IF TP160-F-FOUND(TP160-FX) = TP160-F-EXPECTED(TP160-FX)
008650         MOVE 'IN BALANCE'              TO TP160-F-D-RESULT
008660     ELSE
008670         MOVE 'OUT'                     TO TP160-F-D-RESULT
008680     END-IF.
008690     WRITE TP-MRGRPT-LINE FROM TP160-FILE-LINE.
008700 8200-EXIT.
008710     EXIT.

008720******************************************************************
008730*  9000-TERMINATE                                                *
008740******************************************************************
008750 9000-TERMINATE.
008760     CLOSE TPMRGRPT-FILE.
008770     IF TP160-RUN-IS-ENROLLED
008780         MOVE 'RELEASE' TO TP-LOK-REQUEST
008790         CALL 'TPRUNLOK' USING TP-LOK-CB
008800     END-IF.
008810 9000-EXIT.
008820     EXIT.

008830******************************************************************
008840*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
008850*  ITS RETURN CODE AND COUNTS. IN IS DOCUMENTS PARTITIONED, OUT  *
008860*  IS ACCOUNTED FOR BY THE STREAMS, REJECT IS NOT KEPT.          *
008870******************************************************************
008880 9900-RUN-HISTORY-END.
008890     MOVE 'END'              TO TP-HST-REQUEST.
008900     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
008910     MOVE TP160-PARTN-DOC-TOTAL TO TP-HST-IN-COUNT.
008920     MOVE TP160-ACCOUNTED-TOTAL TO TP-HST-OUT-COUNT.
008930     MOVE ZERO TO TP-HST-REJECT-COUNT.
008940     CALL 'TPRUNHST' USING TP-HST-CB.
008950 9900-EXIT.
008960     EXIT.

008970 END PROGRAM TP160MRG.
