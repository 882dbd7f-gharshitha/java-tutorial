000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TP820SLA.
000120 AUTHOR.        D L ROSS.
000130 INSTALLATION.  EDI OPERATIONS - MFT.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  TP820SLA                                                      *
000180*                                                                *
000190*  SLA TURNAROUND TRACKING.  A DOCUMENT'S TURNAROUND RUNS FROM   *
000200*  THE TIME THE PARTNER SUBMITTED IT TO THE NIGHT IT FINALLY     *
000210*  MAPS CLEAN, HOWEVER MANY SUSPENSIONS AND RESUBMISSIONS LIE    *
000220*  BETWEEN.  EACH NIGHT THIS PROGRAM:                            *
000230*                                                                *
000240*    - LOADS THE TPDOCBCT BATCH HEADERS FROM TONIGHT'S FEED SO   *
000250*      A FIRST ATTEMPT CAN BE DATED FROM ITS BATCH'S SUBMIT      *
000260*      TIMESTAMP.                                                *
000270*    - POSTS EVERY PERFORM-MAPPING RECORD ON TPACTLOG TO THE     *
000280*      TPSLATRK TRACKING FILE, ONE RECORD PER PARTNER/DOCUMENT   *
000290*      ID.  THE CLOCK STARTS AT THE FIRST ATTEMPT'S BATCH        *
000300*      HEADER TIMESTAMP, OR THE ORIG-SUBMIT-TS A RESUBMISSION    *
000310*      CARRIES, OR FAILING BOTH THE FIRST ATTEMPT'S RUN TIME.    *
000320*      A RESPONSE CODE OF ZERO CLOSES THE RECORD AND MEASURES    *
000330*      THE TURNAROUND IN BUSINESS MINUTES - SATURDAYS, SUNDAYS   *
000340*      AND TPCALNDR HOLIDAYS DO NOT COUNT - AGAINST THE TARGET   *
000350*      ON THE PARTNER'S TPSLACON CONTRACT.                       *
000360*    - CLOSES AS CANCELLED ANY OPEN DOCUMENT THE REVIEW DESK     *
000370*      HAS CANCELLED ON TPSUSP - IT NEVER MAPPED, SO IT IS       *
000380*      NEITHER A BREACH NOR A MET TARGET.                        *
000390*    - PRINTS THE DAILY BREACH LIST: DOCUMENTS THAT CLOSED       *
000400*      TONIGHT OVER TARGET, AND DOCUMENTS STILL OPEN THAT ARE    *
000410*      ALREADY PAST TARGET.                                      *
000420*    - PRINTS MONTHLY COMPLIANCE PER CANONICAL PARTNER - THE     *
000430*      SHARE OF DOCUMENTS CLOSED IN THE MONTH THAT MET TARGET -  *
000440*      AGAINST THE CONTRACT'S COMMITTED PERCENTAGE.              *
000450*                                                                *
000460*  ALIAS-FORM SUBMITTERS ARE RESOLVED THROUGH TPALSXRF SO THE    *
000470*  CONTRACT LOOKUP AND THE MONTHLY ROLLUP USE THE SAME CORP/DIV  *
000480*  IDENTITY AS THE PARTNER'S OTHER TRAFFIC.  A CONTRACT FOR THE  *
000490*  EXACT APPLICATION ID IS USED FIRST, THEN THE PARTNER'S        *
000500*  DEFAULT (APPLICATION ID SPACES).  A DOCUMENT WITH NO          *
000510*  CONTRACT IS TRACKED BUT NEVER COUNTED AS A BREACH.            *
000520*                                                                *
000530*  ACTIVITY ALREADY POSTED IS RECOGNISED BY THE LAST-SEEN DATE/  *
000540*  TIME ON THE TRACKING RECORD, SO A RERUN OR A CATCH-UP AFTER   *
000550*  A MISSED NIGHT DOES NOT COUNT AN ATTEMPT TWICE.  CLOSED       *
000560*  RECORDS OLDER THAN THE RETENTION PERIOD ARE DELETED DURING    *
000570*  THE NIGHTLY SWEEP.                                            *
000580*                                                                *
000590*  THE OPTIONAL TPSLACTL CONTROL CARD:                           *
000600*                                                                *
000610*    COL 1-8   RUN DATE YYYYMMDD          (DEFAULT TODAY)        *
000620*    COL 10-15 COMPLIANCE MONTH YYYYMM    (DEFAULT RUN MONTH,    *
000630*                                          MONTH TO DATE)        *
000640*    COL 17-19 RETENTION DAYS FOR CLOSED                         *
000650*              TRACKING RECORDS           (DEFAULT 400)          *
000660*                                                                *
000670*  RETURN CODES: 8 - TPSLATRK OR TPACTLOG COULD NOT BE OPENED,   *
000680*  OR A WORK TABLE OVERFLOWED; 4 - BREACHES WERE LISTED OR A     *
000690*  PARTNER FELL BELOW ITS COMMITTED PERCENTAGE; 0 - CLEAN.       *
000700*                                                                *
000710*  MODIFICATION HISTORY                                          *
000720*  --------------------                                          *
000730*  2026-10-15  DLR  NEW PROGRAM.                                 *
000740*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000750*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000760*                    THEN ENDED WITH ITS RETURN CODE AND         *
000770*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000780*                    MORNING SCORECARD.                          *
000790******************************************************************
000800 ENVIRONMENT DIVISION.
000810 CONFIGURATION SECTION.
000820 SOURCE-COMPUTER.   IBM-370.
000830 OBJECT-COMPUTER.   IBM-370.
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT TPSLACTL-FILE ASSIGN TO TPSLACTL
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS TPSLACTL-STATUS.

000890     SELECT TPDOCIN-FILE  ASSIGN TO TPDOCIN
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS TPDOCIN-STATUS.

000920     SELECT TPACTLOG-FILE ASSIGN TO TPACTLOG
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS TPACTLOG-STATUS.

000950     SELECT TPSUSP-FILE   ASSIGN TO TPSUSP
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS TPSUSP-STATUS.

000980     SELECT TPSLACON-FILE ASSIGN TO TPSLACON
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS RANDOM
001010         RECORD KEY IS TP-SLACON-KEY
001020         FILE STATUS IS TPSLACON-STATUS.

001030     SELECT TPCALNDR-FILE ASSIGN TO TPCALNDR
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS RANDOM
001060         RECORD KEY IS TP-CALNDR-DATE
001070         FILE STATUS IS TPCALNDR-STATUS.

001080     SELECT TPALSXRF-FILE ASSIGN TO TPALSXRF
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS RANDOM
001110         RECORD KEY IS TP-ALSXRF-KEY
001120         FILE STATUS IS TPALSXRF-STATUS.

001130     SELECT TPSLATRK-FILE ASSIGN TO TPSLATRK
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS DYNAMIC
001160         RECORD KEY IS TP-SLATRK-KEY
001170         FILE STATUS IS TPSLATRK-STATUS.

001180     SELECT TPSLARPT-FILE ASSIGN TO TPSLARPT
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS TPSLARPT-STATUS.

001210 DATA DIVISION.
001220 FILE SECTION.
001230 FD  TPSLACTL-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  TP-SLACTL-CARD.
001260     05  TP-SLACTL-RUN-DATE         PIC X(08).
001270     05  FILLER                     PIC X(01).
001280     05  TP-SLACTL-MONTH            PIC X(06).
001290     05  FILLER                     PIC X(01).
001300     05  TP-SLACTL-RETAIN-DAYS      PIC X(03).
001310     05  FILLER                     PIC X(61).

001320 FD  TPDOCIN-FILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY TPDOCIN.

001350 FD  TPACTLOG-FILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY TPACTLOG.

001380 FD  TPSUSP-FILE
001390     LABEL RECORDS ARE STANDARD.
001400     COPY TPSUSP.

001410 FD  TPSLACON-FILE
001420     LABEL RECORDS ARE STANDARD.
001430     COPY TPSLACON.

001440 FD  TPCALNDR-FILE
001450     LABEL RECORDS ARE STANDARD.
001460     COPY TPCALNDR.

001470 FD  TPALSXRF-FILE
001480     LABEL RECORDS ARE STANDARD.
001490     COPY TPALSXRF.

001500 FD  TPSLATRK-FILE
001510     LABEL RECORDS ARE STANDARD.
001520     COPY TPSLATRK.

001530 FD  TPSLARPT-FILE
001540     LABEL RECORDS ARE STANDARD.
001550 01  TP-SLARPT-LINE                 PIC X(132).

001560 WORKING-STORAGE SECTION.
001570     COPY TPHSTCB.

001580 77  TPSLACTL-STATUS             PIC X(02) VALUE '00'.
001590 77  TPDOCIN-STATUS              PIC X(02) VALUE '00'.
001600 77  TPACTLOG-STATUS             PIC X(02) VALUE '00'.
001610 77  TPSUSP-STATUS               PIC X(02) VALUE '00'.
001620 77  TPSLACON-STATUS             PIC X(02) VALUE '00'.
001630 77  TPCALNDR-STATUS             PIC X(02) VALUE '00'.
001640 77  TPALSXRF-STATUS             PIC X(02) VALUE '00'.
001650 77  TPSLATRK-STATUS             PIC X(02) VALUE '00'.
001660 77  TPSLARPT-STATUS             PIC X(02) VALUE '00'.

001670 77  TP820-DOCIN-EOF-SW          PIC X(01) VALUE 'N'.
001680     88  TP820-NO-MORE-FEED             VALUE 'Y'.
001690 77  TP820-LOG-EOF-SW            PIC X(01) VALUE 'N'.
001700     88  TP820-NO-MORE-ACTIVITY         VALUE 'Y'.
001710 77  TP820-SUSP-EOF-SW           PIC X(01) VALUE 'N'.
001720     88  TP820-NO-MORE-SUSPENSE         VALUE 'Y'.
001730 77  TP820-TRK-EOF-SW            PIC X(01) VALUE 'N'.
001740     88  TP820-NO-MORE-TRACKING         VALUE 'Y'.
001750 77  TP820-TRK-OPEN-SW           PIC X(01) VALUE 'N'.
001760     88  TP820-TRK-IS-OPEN              VALUE 'Y'.
001770 77  TP820-CON-OPEN-SW           PIC X(01) VALUE 'N'.
001780     88  TP820-CON-IS-OPEN              VALUE 'Y'.
001790 77  TP820-CAL-OPEN-SW           PIC X(01) VALUE 'N'.
001800     88  TP820-CAL-IS-OPEN              VALUE 'Y'.
001810 77  TP820-XRF-OPEN-SW           PIC X(01) VALUE 'N'.
001820     88  TP820-XRF-IS-OPEN              VALUE 'Y'.
001830 77  TP820-NEW-TRK-SW            PIC X(01) VALUE 'N'.
001840     88  TP820-TRK-IS-NEW               VALUE 'Y'.
001850 77  TP820-TS-VALID-SW           PIC X(01) VALUE 'N'.
001860     88  TP820-TS-IS-VALID              VALUE 'Y'.
001870 77  TP820-CON-FOUND-SW          PIC X(01) VALUE 'N'.
001880     88  TP820-CONTRACT-FOUND           VALUE 'Y'.
001890 77  TP820-BUS-DAY-SW            PIC X(01) VALUE 'N'.
001900     88  TP820-IS-BUSINESS-DAY          VALUE 'Y'.
001910 77  TP820-FOUND-SW              PIC X(01) VALUE 'N'.
001920     88  TP820-PARTNER-FOUND            VALUE 'Y'.
001930 77  TP820-BATCH-FULL-SW         PIC X(01) VALUE 'N'.
001940     88  TP820-BATCH-TABLE-FULL         VALUE 'Y'.
001950 77  TP820-PARTNER-FULL-SW       PIC X(01) VALUE 'N'.
001960     88  TP820-PARTNER-TABLE-FULL       VALUE 'Y'.
001970 77  TP820-RPT-OPEN-SW           PIC X(01) VALUE 'N'.
001980     88  TP820-RPT-IS-OPEN              VALUE 'Y'.

001990 77  TP820-RUN-DATE              PIC 9(08) VALUE ZERO.
002000 77  TP820-TODAY                 PIC 9(08) VALUE ZERO.
002010 77  TP820-CLOCK                 PIC 9(08) VALUE ZERO.
002020 77  TP820-NOW-HHMM              PIC 9(04) VALUE ZERO.
002030 77  TP820-MONTH                 PIC 9(06) VALUE ZERO.
002040 77  TP820-RETAIN-DAYS           PIC 9(03) VALUE 400.
002050 77  TP820-PURGE-DATE            PIC 9(08) VALUE ZERO.
002060 77  TP820-RUN-INT               PIC 9(08) COMP VALUE ZERO.
002070 77  TP820-WS-PARTNER-KEY        PIC X(78) VALUE SPACES.
002080 77  TP820-CANON-KEY             PIC X(78) VALUE SPACES.
002090 77  TP820-CON-APPLICATION-ID    PIC X(10) VALUE SPACES.
002100 77  TP820-TARGET-MIN            PIC 9(07) VALUE ZERO.
002110 77  TP820-COMMIT-PCT            PIC 9(03)V99 VALUE ZERO.
002120 77  TP820-ELAPSED-MIN           PIC 9(07) VALUE ZERO.
002130 77  TP820-ELAPSED-HRS           PIC 9(05)V99 VALUE ZERO.
002140 77  TP820-ACT-HHMM              PIC 9(04) VALUE ZERO.

002150 77  TP820-BATCH-COUNT           PIC 9(04) COMP VALUE ZERO.
002160 77  TP820-PARTNER-COUNT         PIC 9(04) COMP VALUE ZERO.
002170 77  TP820-PX-SUB                PIC 9(04) COMP VALUE ZERO.
002180 77  TP820-POSTED-COUNT          PIC 9(07) VALUE ZERO.
002190 77  TP820-ALREADY-COUNT         PIC 9(07) VALUE ZERO.
002200 77  TP820-OPENED-COUNT          PIC 9(07) VALUE ZERO.
002210 77  TP820-MAPPED-COUNT          PIC 9(07) VALUE ZERO.
002220 77  TP820-CANCELLED-COUNT       PIC 9(07) VALUE ZERO.
002230 77  TP820-BREACH-COUNT          PIC 9(07) VALUE ZERO.
002240 77  TP820-OVERDUE-COUNT         PIC 9(07) VALUE ZERO.
002250 77  TP820-STILL-OPEN-COUNT      PIC 9(07) VALUE ZERO.
002260 77  TP820-PURGED-COUNT          PIC 9(07) VALUE ZERO.
002270 77  TP820-BELOW-COUNT           PIC 9(07) VALUE ZERO.

002280     COPY TPDOCBCT.

002290******************************************************************
002300*  TIMESTAMP PARSE AREA.  A SUBMIT TIMESTAMP ARRIVES EITHER IN   *
002310*  THE DB2 FORM YYYY-MM-DD-HH.MM.SS.NNNNNN OR PACKED AS          *
002320*  YYYYMMDDHHMMSS... ; THE DASH IN POSITION 5 TELLS THEM APART.  *
002330******************************************************************
002340 01  TP820-TS-AREA.
002350     05  TP820-TS                   PIC X(26).
002360     05  TP820-TS-DB2 REDEFINES TP820-TS.
002370         10  TP820-DB2-YYYY         PIC X(04).
002380         10  TP820-DB2-DASH         PIC X(01).
002390         10  TP820-DB2-MM           PIC X(02).
002400         10  FILLER                 PIC X(01).
002410         10  TP820-DB2-DD           PIC X(02).
002420         10  FILLER                 PIC X(01).
002430         10  TP820-DB2-HH           PIC X(02).
002440         10  FILLER                 PIC X(01).
002450         10  TP820-DB2-MI           PIC X(02).
002460         10  FILLER                 PIC X(10).
002470     05  TP820-TS-PACKED REDEFINES TP820-TS.
002480         10  TP820-PK-DATE          PIC X(08).
002490         10  TP820-PK-HH            PIC X(02).
002500         10  TP820-PK-MI            PIC X(02).
002510         10  FILLER                 PIC X(14).
002520     05  TP820-TS-DATE-X.
002530         10  TP820-TS-YYYY          PIC X(04).
002540         10  TP820-TS-MM            PIC X(02).
002550         10  TP820-TS-DD            PIC X(02).
002560     05  TP820-TS-DATE REDEFINES TP820-TS-DATE-X
002570                                    PIC 9(08).
002580     05  TP820-TS-HHMM-X.
002590         10  TP820-TS-HH            PIC X(02).
002600         10  TP820-TS-MI            PIC X(02).
002610     05  TP820-TS-HHMM REDEFINES TP820-TS-HHMM-X
002620                                    PIC 9(04).

002630******************************************************************
002640*  BUSINESS-MINUTE CALCULATION AREA.  DAYS ARE WALKED AS         *
002650*  INTEGER DATES; INTEGER DATE 1 (1601-01-01) WAS A MONDAY, SO   *
002660*  THE REMAINDER OF (DAY - 1) / 7 IS 0 FOR MONDAY THROUGH 6 FOR  *
002670*  SUNDAY.  A SPAN LONGER THAN A YEAR IS CLIPPED TO ITS LAST     *
002680*  366 DAYS - IT IS A BREACH EITHER WAY.                         *
002690******************************************************************
002700 01  TP820-BUS-AREA.
002710     05  TP820-FROM-DATE            PIC 9(08).
002720     05  TP820-FROM-HHMM            PIC 9(04).
002730     05  TP820-FROM-HHMM-R REDEFINES TP820-FROM-HHMM.
002740         10  TP820-FROM-HH          PIC 9(02).
002750         10  TP820-FROM-MI          PIC 9(02).
002760     05  TP820-TO-DATE              PIC 9(08).
002770     05  TP820-TO-HHMM              PIC 9(04).
002780     05  TP820-TO-HHMM-R REDEFINES TP820-TO-HHMM.
002790         10  TP820-TO-HH            PIC 9(02).
002800         10  TP820-TO-MI            PIC 9(02).
002810     05  TP820-FROM-INT             PIC 9(08) COMP.
002820     05  TP820-TO-INT               PIC 9(08) COMP.
002830     05  TP820-DAY-INT              PIC 9(08) COMP.
002840     05  TP820-FROM-MINS            PIC 9(04) COMP.
002850     05  TP820-TO-MINS              PIC 9(04) COMP.
002860     05  TP820-DAY-START            PIC 9(04) COMP.
002870     05  TP820-DAY-END              PIC 9(04) COMP.
002880     05  TP820-DAY-WORK             PIC 9(08) COMP.
002890     05  TP820-WEEKS                PIC 9(08) COMP.
002900     05  TP820-WEEKDAY              PIC 9(01).
002910     05  TP820-BUS-MIN              PIC 9(07).

002920******************************************************************
002930*  TONIGHT'S BATCH HEADERS - BATCH ID AND THE PARTNER'S SUBMIT   *
002940*  TIMESTAMP.  500 BATCHES IS WELL BEYOND ONE NIGHT'S FEED.      *
002950******************************************************************
002960 01  TP820-BATCH-TABLE.
002970     05  TP820-B-ENTRY OCCURS 500 TIMES
002980                       INDEXED BY TP820-BX.
002990         10  TP820-B-BATCH-ID        PIC X(20).
003000         10  TP820-B-SUBMIT-TS       PIC X(26).

003010******************************************************************
003020*  MONTHLY COMPLIANCE, ONE ENTRY PER CANONICAL PARTNER WITH A    *
003030*  CONTRACTED DOCUMENT CLOSED IN THE MONTH.  COMMIT-PCT IS THE   *
003040*  HIGHEST COMMITMENT AMONG THE PARTNER'S CONTRACTS SEEN.        *
003050******************************************************************
003060 01  TP820-PARTNER-TABLE.
003070     05  TP820-P-ENTRY OCCURS 2000 TIMES
003080                       INDEXED BY TP820-PX.
003090         10  TP820-P-PARTNER-KEY     PIC X(78).
003100         10  TP820-P-CLOSED          PIC 9(07) COMP.
003110         10  TP820-P-MET             PIC 9(07) COMP.
003120         10  TP820-P-BREACHED        PIC 9(07) COMP.
003130         10  TP820-P-COMMIT-PCT      PIC 9(03)V99.

003140 01  TP820-HEADING-1.
003150     05  FILLER                     PIC X(42)
003160         VALUE 'TP820SLA - SLA TURNAROUND TRACKING'.
003170     05  FILLER                     PIC X(11) VALUE 'RUN DATE: '.
003180     05  TP820-H1-DATE              PIC 9(08).
003190     05  FILLER                     PIC X(21)
003200         VALUE '  COMPLIANCE MONTH: '.
003210     05  TP820-H1-MONTH             PIC 9(06).

003220 01  TP820-SECTION-LINE.
003230     05  TP820-SEC-TEXT             PIC X(80).

003240 01  TP820-BREACH-TITLE.
003250     05  FILLER                     PIC X(49)
003260         VALUE 'STATUS  PARTNER'.
003270     05  FILLER                     PIC X(42)
003280         VALUE 'DOCUMENT ID                    APPLICATION'.
003290     05  FILLER                     PIC X(41)
003300         VALUE 'START         SRC  BUS HRS / TGT   TRIES'.

003310 01  TP820-BREACH-LINE.
003320     05  TP820-D-STATUS             PIC X(07).
003330     05  FILLER                     PIC X(01) VALUE SPACE.
003340     05  TP820-D-PARTNER-KEY        PIC X(40).
003350     05  FILLER                     PIC X(01) VALUE SPACE.
003360     05  TP820-D-DOCUMENT-ID        PIC X(30).
003370     05  FILLER                     PIC X(01) VALUE SPACE.
003380     05  TP820-D-APPLICATION-ID     PIC X(10).
003390     05  FILLER                     PIC X(01) VALUE SPACE.
003400     05  TP820-D-START-DATE         PIC 9(08).
003410     05  FILLER                     PIC X(01) VALUE SPACE.
003420     05  TP820-D-START-TIME         PIC 9(04).
003430     05  FILLER                     PIC X(02) VALUE SPACES.
003440     05  TP820-D-SOURCE             PIC X(01).
003450     05  FILLER                     PIC X(02) VALUE SPACES.
003460     05  TP820-D-ELAPSED-HRS        PIC ZZZZ9.99.
003470     05  FILLER                     PIC X(03) VALUE ' / '.
003480     05  TP820-D-TARGET-HRS         PIC ZZZ9.
003490     05  FILLER                     PIC X(03) VALUE SPACES.
003500     05  TP820-D-ATTEMPTS           PIC ZZ9.

003510 01  TP820-COMPLIANCE-LINE.
003520     05  TP820-M-PARTNER-KEY        PIC X(44).
003530     05  FILLER                     PIC X(09) VALUE '  CLOSED:'.
003540     05  TP820-M-CLOSED             PIC ZZZ,ZZ9.
003550     05  FILLER                     PIC X(06) VALUE '  MET:'.
003560     05  TP820-M-MET                PIC ZZZ,ZZ9.
003570     05  FILLER                     PIC X(11) VALUE '  BREACHED:'.
003580     05  TP820-M-BREACHED           PIC ZZZ,ZZ9.
003590     05  FILLER                     PIC X(06) VALUE '  PCT:'.
003600     05  TP820-M-PCT                PIC ZZ9.99.
003610     05  FILLER                     PIC X(09) VALUE '  COMMIT:'.
003620     05  TP820-M-COMMIT             PIC ZZ9.99.
003630     05  FILLER                     PIC X(02) VALUE SPACES.
003640     05  TP820-M-FLAG               PIC X(12).

003650 01  TP820-PCT-WORK                 PIC 9(03)V99 VALUE ZERO.

003660 01  TP820-COUNT-LINE.
003670     05  TP820-C-LABEL              PIC X(40).
003680     05  FILLER                     PIC X(02) VALUE SPACES.
003690     05  TP820-C-COUNT              PIC ZZZ,ZZ9.

003700 PROCEDURE DIVISION.
003710******************************************************************
003720*  0000-MAINLINE                                                 *
003730******************************************************************
003740 0000-MAINLINE.
003750     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
003760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003770     IF RETURN-CODE = ZERO
003780         PERFORM 2000-LOAD-BATCH-HEADERS THRU 2000-EXIT
003790         PERFORM 3000-POST-ACTIVITY THRU 3000-EXIT
003800         PERFORM 4000-APPLY-CANCELLATIONS THRU 4000-EXIT
003810         PERFORM 6000-SWEEP-TRACKING THRU 6000-EXIT
003820         PERFORM 7000-REPORT-COMPLIANCE THRU 7000-EXIT
003830         PERFORM 8000-REPORT-COUNTS THRU 8000-EXIT
003840     END-IF.
003850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003860     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
003870     GOBACK.

003880******************************************************************
003890*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
003900*  RUNNING.                                                      *
003910******************************************************************
003920 0100-RUN-HISTORY-START.
003930     MOVE 'START'            TO TP-HST-REQUEST.
003940     MOVE 'TP820SLA'         TO TP-HST-PROGRAM-ID.
003950     MOVE SPACES             TO TP-HST-STREAM-ID.
003960     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
003970     CALL 'TPRUNHST' USING TP-HST-CB.
003980 0100-EXIT.
003990     EXIT.

004000******************************************************************
004010*  1000-INITIALIZE - READ THE OPTIONAL CONTROL CARD, SET THE     *
004020*  RUN CLOCK AND OPEN THE FILES.  THE TRACKING FILE IS CREATED   *
004030*  ON ITS FIRST RUN; WITHOUT IT, OR WITHOUT TPACTLOG, THERE IS   *
004040*  NOTHING TO TRACK AND THE RUN ENDS WITH RETURN CODE 8.  THE    *
004050*  CONTRACT, CALENDAR, ALIAS AND FEED FILES ARE OPTIONAL.        *
004060******************************************************************
004070 1000-INITIALIZE.
004080     ACCEPT TP820-TODAY FROM DATE YYYYMMDD.
004090     ACCEPT TP820-CLOCK FROM TIME.
004100     MOVE TP820-TODAY TO TP820-RUN-DATE.
004110     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
004120     IF TP820-RUN-DATE = TP820-TODAY
004130         MOVE TP820-CLOCK(1:4) TO TP820-NOW-HHMM
004140     ELSE
004150         MOVE 2359 TO TP820-NOW-HHMM
004160     END-IF.
004170     IF TP820-MONTH = ZERO
004180         MOVE TP820-RUN-DATE(1:6) TO TP820-MONTH
004190     END-IF.
004200     COMPUTE TP820-RUN-INT
004210         = FUNCTION INTEGER-OF-DATE(TP820-RUN-DATE).
004220     COMPUTE TP820-PURGE-DATE = FUNCTION DATE-OF-INTEGER
004230         (TP820-RUN-INT - TP820-RETAIN-DAYS).
004240     OPEN I-O TPSLATRK-FILE.
004250     IF TPSLATRK-STATUS = '35'
004260         OPEN OUTPUT TPSLATRK-FILE
004270         CLOSE TPSLATRK-FILE
004280         OPEN I-O TPSLATRK-FILE
004290     END-IF.
004300     IF TPSLATRK-STATUS NOT = '00'
004310         DISPLAY 'TP820SLA - UNABLE TO OPEN TPSLATRK - STATUS '
004320                  TPSLATRK-STATUS
004330         MOVE 8 TO RETURN-CODE
004340         GO TO 1000-EXIT
004350     END-IF.
004360     SET TP820-TRK-IS-OPEN TO TRUE.
004370     OPEN INPUT TPACTLOG-FILE.
004380     IF TPACTLOG-STATUS NOT = '00'
004390         DISPLAY 'TP820SLA - UNABLE TO OPEN TPACTLOG - STATUS '
004400                  TPACTLOG-STATUS
004410         MOVE 8 TO RETURN-CODE
004420         GO TO 1000-EXIT
004430     END-IF.
004440     OPEN INPUT TPSLACON-FILE.
004450     IF TPSLACON-STATUS = '00'
004460         SET TP820-CON-IS-OPEN TO TRUE
004470     ELSE
004480         DISPLAY 'TP820SLA - TPSLACON NOT AVAILABLE - STATUS '
004490                  TPSLACON-STATUS ' - NO TARGETS APPLIED'
004500     END-IF.
004510     OPEN INPUT TPCALNDR-FILE.
004520     IF TPCALNDR-STATUS = '00'
004530         SET TP820-CAL-IS-OPEN TO TRUE
004540     ELSE
004550         DISPLAY 'TP820SLA - TPCALNDR NOT AVAILABLE - STATUS '
004560                  TPCALNDR-STATUS ' - WEEKENDS ONLY EXCLUDED'
004570     END-IF.
004580     OPEN INPUT TPALSXRF-FILE.
004590     IF TPALSXRF-STATUS = '00'
004600         SET TP820-XRF-IS-OPEN TO TRUE
004610     ELSE
004620         DISPLAY 'TP820SLA - TPALSXRF NOT AVAILABLE - STATUS '
004630                  TPALSXRF-STATUS ' - ALIASES NOT RESOLVED'
004640     END-IF.
004650     OPEN OUTPUT TPSLARPT-FILE.
004660     SET TP820-RPT-IS-OPEN TO TRUE.
004670     MOVE TP820-RUN-DATE        TO TP820-H1-DATE.
004680     MOVE TP820-MONTH           TO TP820-H1-MONTH.
004690     WRITE TP-SLARPT-LINE FROM TP820-HEADING-1.
004700 1000-EXIT.
004710     EXIT.

004720 1100-READ-CONTROL-CARD.
004730     OPEN INPUT TPSLACTL-FILE.
004740     IF TPSLACTL-STATUS NOT = '00'
004750         DISPLAY 'TP820SLA - TPSLACTL NOT AVAILABLE - '
004760                 'BUILT-IN DEFAULTS IN FORCE'
004770         GO TO 1100-EXIT
004780     END-IF.
004790     READ TPSLACTL-FILE
004800         AT END
004810             CLOSE TPSLACTL-FILE
004820             GO TO 1100-EXIT
004830     END-READ.
004840     IF TP-SLACTL-RUN-DATE NUMERIC
004850        AND TP-SLACTL-RUN-DATE > '19000000'
004860         MOVE TP-SLACTL-RUN-DATE TO TP820-RUN-DATE
004870     END-IF.
004880     IF TP-SLACTL-MONTH NUMERIC
004890        AND TP-SLACTL-MONTH(5:2) > '00'
004900        AND TP-SLACTL-MONTH(5:2) < '13'
004910         MOVE TP-SLACTL-MONTH TO TP820-MONTH
004920     END-IF.
004930     IF TP-SLACTL-RETAIN-DAYS NUMERIC
004940        AND TP-SLACTL-RETAIN-DAYS > '000'
004950         MOVE TP-SLACTL-RETAIN-DAYS TO TP820-RETAIN-DAYS
004960     END-IF.
004970     CLOSE TPSLACTL-FILE.
004980 1100-EXIT.
004990     EXIT.

005000******************************************************************
005010*  2000-LOAD-BATCH-HEADERS - KEEP THE BATCH ID AND SUBMIT        *
005020*  TIMESTAMP OF EVERY TPDOCBCT HEADER ON TONIGHT'S FEED.  NO     *
005030*  FEED MEANS FIRST ATTEMPTS FALL BACK TO THEIR RUN TIME.        *
005040******************************************************************
005050 2000-LOAD-BATCH-HEADERS.
005060     OPEN INPUT TPDOCIN-FILE.
005070     IF TPDOCIN-STATUS NOT = '00'
005080         DISPLAY 'TP820SLA - TPDOCIN NOT AVAILABLE - STATUS '
005090                  TPDOCIN-STATUS ' - NO BATCH HEADER TIMES'
005100         GO TO 2000-EXIT
005110     END-IF.
005120     PERFORM 2900-READ-NEXT-FEED THRU 2900-EXIT.
005130     PERFORM 2100-KEEP-HEADER THRU 2100-EXIT
005140         UNTIL TP820-NO-MORE-FEED.
005150     CLOSE TPDOCIN-FILE.
005160 2000-EXIT.
005170     EXIT.

005180 2100-KEEP-HEADER.
005190     MOVE TP-DOCIN-RECORD TO TP-DOCBCT-RECORD.
005200     IF NOT TP-DOCBCT-IS-HEADER
005210         GO TO 2100-NEXT
005220     END-IF.
005230     IF TP820-BATCH-COUNT >= 500
005240         SET TP820-BATCH-TABLE-FULL TO TRUE
005250         GO TO 2100-NEXT
005260     END-IF.
005270     ADD 1 TO TP820-BATCH-COUNT.
005280     SET TP820-BX TO TP820-BATCH-COUNT.
005290     MOVE TP-DOCBCT-BATCH-ID
005300         TO TP820-B-BATCH-ID(TP820-BX).
005310     MOVE TP-DOCBCT-SUBMIT-TS
005320         TO TP820-B-SUBMIT-TS(TP820-BX).
005330 2100-NEXT.
005340     PERFORM 2900-READ-NEXT-FEED THRU 2900-EXIT.
005350 2100-EXIT.
005360     EXIT.

005370 2900-READ-NEXT-FEED.
005380     READ TPDOCIN-FILE
005390         AT END
005400             SET TP820-NO-MORE-FEED TO TRUE
005410     END-READ.
005420 2900-EXIT.
005430     EXIT.

005440******************************************************************
005450*  3000-POST-ACTIVITY - EVERY PERFORM-MAPPING RECORD ON THE      *
005460*  LIVE TPACTLOG UP TO THE RUN DATE.  RECORDS NOT NEWER THAN THE *
005470*  TRACKING RECORD'S LAST-SEEN STAMP WERE POSTED ON AN EARLIER   *
005480*  RUN AND ARE SKIPPED.                                          *
005490******************************************************************
005500 3000-POST-ACTIVITY.
005510     PERFORM 3900-READ-NEXT-ACTIVITY THRU 3900-EXIT.
005520     PERFORM 3100-POST-ONE THRU 3100-EXIT
005530         UNTIL TP820-NO-MORE-ACTIVITY.
005540 3000-EXIT.
005550     EXIT.

005560 3100-POST-ONE.
005570     IF NOT TP-ACTLOG-IS-PERFORM-MAPPING
005580        OR TP-ACTLOG-RUN-DATE > TP820-RUN-DATE
005590        OR TP-ACTLOG-DOCUMENT-ID = SPACES
005600         GO TO 3100-NEXT
005610     END-IF.
005620     PERFORM 3200-BUILD-PARTNER-KEY THRU 3200-EXIT.
005630     MOVE TP820-WS-PARTNER-KEY  TO TP-SLATRK-PARTNER-KEY.
005640     MOVE TP-ACTLOG-DOCUMENT-ID TO TP-SLATRK-DOCUMENT-ID.
005650     MOVE 'N' TO TP820-NEW-TRK-SW.
005660     READ TPSLATRK-FILE
005670         INVALID KEY
005680             SET TP820-TRK-IS-NEW TO TRUE
005690     END-READ.
005700     IF TP820-TRK-IS-NEW
005710         PERFORM 3300-OPEN-TRACKING THRU 3300-EXIT
005720     ELSE
005730         IF NOT TP-SLATRK-OPEN
005740            OR TP-ACTLOG-RUN-DATE < TP-SLATRK-LAST-SEEN-DATE
005750            OR (TP-ACTLOG-RUN-DATE = TP-SLATRK-LAST-SEEN-DATE
005760                AND TP-ACTLOG-RUN-TIME
005770                      NOT > TP-SLATRK-LAST-SEEN-TIME)
005780             ADD 1 TO TP820-ALREADY-COUNT
005790             GO TO 3100-NEXT
005800         END-IF
005810     END-IF.
005820     ADD 1 TO TP820-POSTED-COUNT.
005830     ADD 1 TO TP-SLATRK-ATTEMPT-COUNT.
005840     MOVE TP-ACTLOG-RUN-DATE TO TP-SLATRK-LAST-SEEN-DATE.
005850     MOVE TP-ACTLOG-RUN-TIME TO TP-SLATRK-LAST-SEEN-TIME.
005860     IF TP-ACTLOG-RESPONSE-CODE = ZERO
005870         PERFORM 3500-CLOSE-MAPPED THRU 3500-EXIT
005880     END-IF.
005890     IF TP820-TRK-IS-NEW
005900         WRITE TP-SLATRK-RECORD
005910             INVALID KEY
005920                 DISPLAY 'TP820SLA - TPSLATRK WRITE FAILED - '
005930                         'STATUS ' TPSLATRK-STATUS
005940         END-WRITE
005950     ELSE
005960         REWRITE TP-SLATRK-RECORD
005970             INVALID KEY
005980                 DISPLAY 'TP820SLA - TPSLATRK REWRITE FAILED - '
005990                         'STATUS ' TPSLATRK-STATUS
006000         END-REWRITE
006010     END-IF.
006020 3100-NEXT.
006030     PERFORM 3900-READ-NEXT-ACTIVITY THRU 3900-EXIT.
006040 3100-EXIT.
006050     EXIT.

006060 3200-BUILD-PARTNER-KEY.
006070     IF TP-ACTLOG-FORM-IS-ALIAS
006080         MOVE TP-ACTLOG-ALIAS-ID-QUAL
006090             TO TP820-WS-PARTNER-KEY(1:4)
006100         MOVE TP-ACTLOG-ALIAS-ID
006110             TO TP820-WS-PARTNER-KEY(5:35)
006120         MOVE SPACES TO TP820-WS-PARTNER-KEY(40:39)
006130     ELSE
006140         MOVE TP-ACTLOG-CORP-ID-QUAL
006150             TO TP820-WS-PARTNER-KEY(1:4)
006160         MOVE TP-ACTLOG-CORP-ID
006170             TO TP820-WS-PARTNER-KEY(5:35)
006180         MOVE TP-ACTLOG-DIV-ID-QUAL
006190             TO TP820-WS-PARTNER-KEY(40:4)
006200         MOVE TP-ACTLOG-DIV-ID
006210             TO TP820-WS-PARTNER-KEY(44:35)
006220     END-IF.
006230 3200-EXIT.
006240     EXIT.

006250******************************************************************
006260*  3300-OPEN-TRACKING - FIRST SIGHTING OF A DOCUMENT.  RESOLVE   *
006270*  ITS CANONICAL PARTNER AND START THE CLOCK: A RESUBMISSION'S   *
006280*  ORIG-SUBMIT-TS, ELSE ITS BATCH HEADER'S SUBMIT TIMESTAMP,     *
006290*  ELSE THE RUN TIME OF THIS FIRST ATTEMPT.                      *
006300******************************************************************
006310 3300-OPEN-TRACKING.
006320     MOVE TP820-WS-PARTNER-KEY  TO TP-SLATRK-PARTNER-KEY.
006330     MOVE TP-ACTLOG-DOCUMENT-ID TO TP-SLATRK-DOCUMENT-ID.
006340     MOVE TP-ACTLOG-PARTNER-FORM TO TP-SLATRK-PARTNER-FORM.
006350     PERFORM 3400-RESOLVE-CANONICAL THRU 3400-EXIT.
006360     MOVE TP820-CANON-KEY       TO TP-SLATRK-CANON-PARTNER-KEY.
006370     MOVE TP-ACTLOG-APPLICATION-ID TO TP-SLATRK-APPLICATION-ID.
006380     MOVE ZERO   TO TP-SLATRK-ATTEMPT-COUNT.
006390     MOVE ZERO   TO TP-SLATRK-END-DATE.
006400     MOVE ZERO   TO TP-SLATRK-END-TIME.
006410     MOVE ZERO   TO TP-SLATRK-TURNAROUND-MIN.
006420     MOVE ZERO   TO TP-SLATRK-TARGET-MIN.
006430     MOVE ZERO   TO TP-SLATRK-COMMIT-PCT.
006440     MOVE 'N'    TO TP-SLATRK-BREACH-IND.
006450     SET TP-SLATRK-OPEN TO TRUE.
006460     ADD 1 TO TP820-OPENED-COUNT.
006470     MOVE TP-ACTLOG-ORIG-SUBMIT-TS TO TP820-TS.
006480     PERFORM 5500-PARSE-TIMESTAMP THRU 5500-EXIT.
006490     IF TP820-TS-IS-VALID
006500         SET TP-SLATRK-FROM-ORIG-TS TO TRUE
006510         GO TO 3300-SET-START
006520     END-IF.
006530     MOVE 'N' TO TP820-TS-VALID-SW.
006540     IF TP820-BATCH-COUNT > ZERO
006550         SET TP820-BX TO 1
006560         SEARCH TP820-B-ENTRY
006570             AT END
006580                 CONTINUE
006590             WHEN TP820-BX > TP820-BATCH-COUNT
006600                 CONTINUE
006610             WHEN TP820-B-BATCH-ID(TP820-BX)
006620                    = TP-ACTLOG-RESUBMIT-BATCH-ID
006630                 MOVE TP820-B-SUBMIT-TS(TP820-BX) TO TP820-TS
006640                 PERFORM 5500-PARSE-TIMESTAMP THRU 5500-EXIT
006650         END-SEARCH
006660     END-IF.
006670     IF TP820-TS-IS-VALID
006680         SET TP-SLATRK-FROM-HEADER TO TRUE
006690         GO TO 3300-SET-START
006700     END-IF.
006710     SET TP-SLATRK-FROM-ATTEMPT TO TRUE.
006720     MOVE TP-ACTLOG-RUN-DATE      TO TP820-TS-DATE.
006730     MOVE TP-ACTLOG-RUN-TIME(1:4) TO TP820-TS-HHMM-X.
006740 3300-SET-START.
006750     MOVE TP820-TS-DATE TO TP-SLATRK-START-DATE.
006760     MOVE TP820-TS-HHMM TO TP-SLATRK-START-TIME.
006770 3300-EXIT.
006780     EXIT.

006790******************************************************************
006800*  3400-RESOLVE-CANONICAL - AN ALIAS-FORM KEY IS REPLACED BY     *
006810*  ITS ACTIVE TPALSXRF CORP/DIV PARTNER; AN UNRESOLVED ALIAS     *
006820*  STANDS AS ITS OWN PARTNER.                                    *
006830******************************************************************
006840 3400-RESOLVE-CANONICAL.
006850     MOVE TP820-WS-PARTNER-KEY TO TP820-CANON-KEY.
006860     IF NOT TP-ACTLOG-FORM-IS-ALIAS
006870        OR NOT TP820-XRF-IS-OPEN
006880         GO TO 3400-EXIT
006890     END-IF.
006900     MOVE TP-ACTLOG-ALIAS-ID-QUAL TO TP-ALSXRF-ALIAS-ID-QUAL.
006910     MOVE TP-ACTLOG-ALIAS-ID      TO TP-ALSXRF-ALIAS-ID.
006920     READ TPALSXRF-FILE
006930         INVALID KEY
006940             GO TO 3400-EXIT
006950     END-READ.
006960     IF TP-ALSXRF-ACTIVE
006970         MOVE TP-ALSXRF-CORP-ID-QUAL TO TP820-CANON-KEY(1:4)
006980         MOVE TP-ALSXRF-CORP-ID      TO TP820-CANON-KEY(5:35)
006990         MOVE TP-ALSXRF-DIV-ID-QUAL  TO TP820-CANON-KEY(40:4)
007000         MOVE TP-ALSXRF-DIV-ID       TO TP820-CANON-KEY(44:35)
007010     END-IF.
007020 3400-EXIT.
007030     EXIT.

007040******************************************************************
007050*  3500-CLOSE-MAPPED - THE DOCUMENT MAPPED CLEAN.  MEASURE THE   *
007060*  TURNAROUND IN BUSINESS MINUTES AND JUDGE IT AGAINST THE       *
007070*  CONTRACT IN FORCE TONIGHT.                                    *
007080******************************************************************
007090 3500-CLOSE-MAPPED.
007100     SET TP-SLATRK-MAPPED TO TRUE.
007110     ADD 1 TO TP820-MAPPED-COUNT.
007120     MOVE TP-ACTLOG-RUN-DATE      TO TP-SLATRK-END-DATE.
007130     MOVE TP-ACTLOG-RUN-TIME(1:4) TO TP820-ACT-HHMM.
007140     MOVE TP820-ACT-HHMM          TO TP-SLATRK-END-TIME.
007150     MOVE TP-SLATRK-START-DATE    TO TP820-FROM-DATE.
007160     MOVE TP-SLATRK-START-TIME    TO TP820-FROM-HHMM.
007170     MOVE TP-SLATRK-END-DATE      TO TP820-TO-DATE.
007180     MOVE TP-SLATRK-END-TIME      TO TP820-TO-HHMM.
007190     PERFORM 5000-COMPUTE-BUSINESS-MIN THRU 5000-EXIT.
007200     MOVE TP820-BUS-MIN TO TP-SLATRK-TURNAROUND-MIN.
007210     PERFORM 3600-LOOKUP-CONTRACT THRU 3600-EXIT.
007220     MOVE TP820-TARGET-MIN TO TP-SLATRK-TARGET-MIN.
007230     MOVE TP820-COMMIT-PCT TO TP-SLATRK-COMMIT-PCT.
007240     IF TP820-TARGET-MIN > ZERO
007250        AND TP-SLATRK-TURNAROUND-MIN > TP820-TARGET-MIN
007260         MOVE 'Y' TO TP-SLATRK-BREACH-IND
007270     ELSE
007280         MOVE 'N' TO TP-SLATRK-BREACH-IND
007290     END-IF.
007300 3500-EXIT.
007310     EXIT.

007320******************************************************************
007330*  3600-LOOKUP-CONTRACT - THE CANONICAL PARTNER'S CONTRACT FOR   *
007340*  THE DOCUMENT'S APPLICATION ID, ELSE ITS DEFAULT CONTRACT.     *
007350*  ONLY A CONTRACT IN FORCE ON THE RUN DATE COUNTS.  NO          *
007360*  CONTRACT LEAVES A TARGET OF ZERO.                             *
007370******************************************************************
007380 3600-LOOKUP-CONTRACT.
007390     MOVE ZERO TO TP820-TARGET-MIN.
007400     MOVE ZERO TO TP820-COMMIT-PCT.
007410     IF NOT TP820-CON-IS-OPEN
007420         GO TO 3600-EXIT
007430     END-IF.
007440     MOVE TP-SLATRK-APPLICATION-ID TO TP820-CON-APPLICATION-ID.
007450     PERFORM 3650-READ-CONTRACT THRU 3650-EXIT.
007460     IF NOT TP820-CONTRACT-FOUND
007470         MOVE SPACES TO TP820-CON-APPLICATION-ID
007480         PERFORM 3650-READ-CONTRACT THRU 3650-EXIT
007490     END-IF.
007500     IF TP820-CONTRACT-FOUND
007510         COMPUTE TP820-TARGET-MIN = TP-SLACON-TARGET-HOURS * 60
007520         MOVE TP-SLACON-COMMIT-PCT TO TP820-COMMIT-PCT
007530     END-IF.
007540 3600-EXIT.
007550     EXIT.

007560 3650-READ-CONTRACT.
007570     MOVE 'N' TO TP820-CON-FOUND-SW.
007580     MOVE TP-SLATRK-CANON-PARTNER-KEY TO TP-SLACON-PARTNER-KEY.
007590     MOVE TP820-CON-APPLICATION-ID    TO TP-SLACON-APPLICATION-ID.
007600     READ TPSLACON-FILE
007610         INVALID KEY
007620             GO TO 3650-EXIT
007630     END-READ.
007640     IF TP-SLACON-EFF-DATE NOT > TP820-RUN-DATE
007650        AND TP-SLACON-EXP-DATE NOT < TP820-RUN-DATE
007660        AND TP-SLACON-TARGET-HOURS > ZERO
007670         SET TP820-CONTRACT-FOUND TO TRUE
007680     END-IF.
007690 3650-EXIT.
007700     EXIT.

007710 3900-READ-NEXT-ACTIVITY.
007720     READ TPACTLOG-FILE
007730         AT END
007740             SET TP820-NO-MORE-ACTIVITY TO TRUE
007750     END-READ.
007760 3900-EXIT.
007770     EXIT.

007780******************************************************************
007790*  4000-APPLY-CANCELLATIONS - A DOCUMENT THE REVIEW DESK HAS     *
007800*  CANCELLED ON TPSUSP WILL NEVER MAP.  ITS OPEN TRACKING        *
007810*  RECORD IS CLOSED AS CANCELLED AS OF THE CANCEL DATE SO IT     *
007820*  STOPS SHOWING ON THE BREACH LIST AND STAYS OUT OF THE         *
007830*  COMPLIANCE FIGURES.  NO TPSUSP MEANS NOTHING TO CANCEL.       *
007840******************************************************************
007850 4000-APPLY-CANCELLATIONS.
007860     OPEN INPUT TPSUSP-FILE.
007870     IF TPSUSP-STATUS NOT = '00'
007880         DISPLAY 'TP820SLA - TPSUSP NOT AVAILABLE - STATUS '
007890                  TPSUSP-STATUS ' - NO CANCELLATIONS APPLIED'
007900         GO TO 4000-EXIT
007910     END-IF.
007920     PERFORM 4900-READ-NEXT-SUSPENSE THRU 4900-EXIT.
007930     PERFORM 4100-CANCEL-ONE THRU 4100-EXIT
007940         UNTIL TP820-NO-MORE-SUSPENSE.
007950     CLOSE TPSUSP-FILE.
007960 4000-EXIT.
007970     EXIT.

007980 4100-CANCEL-ONE.
007990     IF NOT TP-SUSP-CANCELLED
008000         GO TO 4100-NEXT
008010     END-IF.
008020     IF TP-SUSP-FORM-IS-ALIAS
008030         MOVE TP-SUSP-ALIAS-ID-QUAL TO TP820-WS-PARTNER-KEY(1:4)
008040         MOVE TP-SUSP-ALIAS-ID      TO TP820-WS-PARTNER-KEY(5:35)
008050         MOVE SPACES                TO TP820-WS-PARTNER-KEY(40:39)
008060     ELSE
008070         MOVE TP-SUSP-CORP-ID-QUAL  TO TP820-WS-PARTNER-KEY(1:4)
008080         MOVE TP-SUSP-CORP-ID       TO TP820-WS-PARTNER-KEY(5:35)
008090         MOVE TP-SUSP-DIV-ID-QUAL   TO TP820-WS-PARTNER-KEY(40:4)
008100         MOVE TP-SUSP-DIV-ID        TO TP820-WS-PARTNER-KEY(44:35)
008110     END-IF.
008120     MOVE TP820-WS-PARTNER-KEY TO TP-SLATRK-PARTNER-KEY.
008130     MOVE TP-SUSP-DOCUMENT-ID TO TP-SLATRK-DOCUMENT-ID.
008140     READ TPSLATRK-FILE
008150         INVALID KEY
008160             GO TO 4100-NEXT
008170     END-READ.
008180     IF NOT TP-SLATRK-OPEN
008190         GO TO 4100-NEXT
008200     END-IF.
008210     SET TP-SLATRK-CANCELLED TO TRUE.
008220     MOVE TP-SUSP-CANCEL-DATE TO TP-SLATRK-END-DATE.
008230     MOVE ZERO                TO TP-SLATRK-END-TIME.
008240     MOVE 'N'                 TO TP-SLATRK-BREACH-IND.
008250     REWRITE TP-SLATRK-RECORD
008260         INVALID KEY
008270             DISPLAY 'TP820SLA - TPSLATRK REWRITE FAILED - '
008280                     'STATUS ' TPSLATRK-STATUS
008290     END-REWRITE.
008300     ADD 1 TO TP820-CANCELLED-COUNT.
008310 4100-NEXT.
008320     PERFORM 4900-READ-NEXT-SUSPENSE THRU 4900-EXIT.
008330 4100-EXIT.
008340     EXIT.

008350 4900-READ-NEXT-SUSPENSE.
008360     READ TPSUSP-FILE
008370         AT END
008380             SET TP820-NO-MORE-SUSPENSE TO TRUE
008390     END-READ.
008400 4900-EXIT.
008410     EXIT.

008420******************************************************************
008430*  5000-COMPUTE-BUSINESS-MIN - BUSINESS MINUTES BETWEEN          *
008440*  FROM-DATE/FROM-HHMM AND TO-DATE/TO-HHMM.  EACH DAY IN THE     *
008450*  SPAN CONTRIBUTES ITS MINUTES INSIDE THE SPAN IF IT IS A       *
008460*  BUSINESS DAY.  AN END BEFORE THE START GIVES ZERO.            *
008470******************************************************************
008480 5000-COMPUTE-BUSINESS-MIN.
008490     MOVE ZERO TO TP820-BUS-MIN.
008500     IF TP820-TO-DATE < TP820-FROM-DATE
008510        OR (TP820-TO-DATE = TP820-FROM-DATE
008520            AND TP820-TO-HHMM NOT > TP820-FROM-HHMM)
008530         GO TO 5000-EXIT
008540     END-IF.
008550     COMPUTE TP820-FROM-INT
008560         = FUNCTION INTEGER-OF-DATE(TP820-FROM-DATE).
008570     COMPUTE TP820-TO-INT
008580         = FUNCTION INTEGER-OF-DATE(TP820-TO-DATE).
008590     COMPUTE TP820-FROM-MINS = TP820-FROM-HH * 60 + TP820-FROM-MI.
008600     COMPUTE TP820-TO-MINS   = TP820-TO-HH * 60 + TP820-TO-MI.
008610     IF TP820-TO-INT - TP820-FROM-INT > 366
008620         COMPUTE TP820-FROM-INT = TP820-TO-INT - 366
008630         MOVE ZERO TO TP820-FROM-MINS
008640     END-IF.
008650     PERFORM 5100-ADD-ONE-DAY THRU 5100-EXIT
008660         VARYING TP820-DAY-INT FROM TP820-FROM-INT BY 1
008670         UNTIL TP820-DAY-INT > TP820-TO-INT.
008680 5000-EXIT.
008690     EXIT.

008700 5100-ADD-ONE-DAY.
008710     PERFORM 5200-CHECK-BUSINESS-DAY THRU 5200-EXIT.
008720     IF NOT TP820-IS-BUSINESS-DAY
008730         GO TO 5100-EXIT
008740     END-IF.
008750     MOVE ZERO TO TP820-DAY-START.
008760     MOVE 1440 TO TP820-DAY-END.
008770     IF TP820-DAY-INT = TP820-FROM-INT
008780         MOVE TP820-FROM-MINS TO TP820-DAY-START
008790     END-IF.
008800     IF TP820-DAY-INT = TP820-TO-INT
008810         MOVE TP820-TO-MINS TO TP820-DAY-END
008820     END-IF.
008830     IF TP820-DAY-END > TP820-DAY-START
008840         COMPUTE TP820-BUS-MIN = TP820-BUS-MIN
008850             + TP820-DAY-END - TP820-DAY-START
008860     END-IF.
008870 5100-EXIT.
008880     EXIT.

008890******************************************************************
008900*  5200-CHECK-BUSINESS-DAY - MONDAY TO FRIDAY UNLESS TPCALNDR    *
008910*  CARRIES A HOLIDAY FOR THE DATE; A WEEKEND DAY ONLY WHEN       *
008920*  TPCALNDR MARKS IT WORKED.                                     *
008930******************************************************************
008940 5200-CHECK-BUSINESS-DAY.
008950     COMPUTE TP820-DAY-WORK = TP820-DAY-INT - 1.
008960     DIVIDE TP820-DAY-WORK BY 7 GIVING TP820-WEEKS
008970         REMAINDER TP820-WEEKDAY.
008980     IF TP820-WEEKDAY < 5
008990         SET TP820-IS-BUSINESS-DAY TO TRUE
009000     ELSE
009010         MOVE 'N' TO TP820-BUS-DAY-SW
009020     END-IF.
009030     IF NOT TP820-CAL-IS-OPEN
009040         GO TO 5200-EXIT
009050     END-IF.
009060     COMPUTE TP-CALNDR-DATE
009070         = FUNCTION DATE-OF-INTEGER(TP820-DAY-INT).
009080     READ TPCALNDR-FILE
009090         INVALID KEY
009100             GO TO 5200-EXIT
009110     END-READ.
009120     IF TP-CALNDR-HOLIDAY
009130         MOVE 'N' TO TP820-BUS-DAY-SW
009140     END-IF.
009150     IF TP-CALNDR-WORKDAY
009160         SET TP820-IS-BUSINESS-DAY TO TRUE
009170     END-IF.
009180 5200-EXIT.
009190     EXIT.

009200******************************************************************
009210*  5500-PARSE-TIMESTAMP - SPLIT TP820-TS INTO TP820-TS-DATE AND  *
009220*  TP820-TS-HHMM.  ANYTHING THAT IS NOT A PLAUSIBLE DATE AND     *
009230*  TIME LEAVES TP820-TS-IS-VALID OFF.                            *
009240******************************************************************
009250 5500-PARSE-TIMESTAMP.
009260     MOVE 'N' TO TP820-TS-VALID-SW.
009270     IF TP820-TS = SPACES
009280         GO TO 5500-EXIT
009290     END-IF.
009300     IF TP820-DB2-DASH = '-'
009310         MOVE TP820-DB2-YYYY TO TP820-TS-YYYY
009320         MOVE TP820-DB2-MM   TO TP820-TS-MM
009330         MOVE TP820-DB2-DD   TO TP820-TS-DD
009340         MOVE TP820-DB2-HH   TO TP820-TS-HH
009350         MOVE TP820-DB2-MI   TO TP820-TS-MI
009360     ELSE
009370         MOVE TP820-PK-DATE  TO TP820-TS-DATE-X
009380         MOVE TP820-PK-HH    TO TP820-TS-HH
009390         MOVE TP820-PK-MI    TO TP820-TS-MI
009400     END-IF.
009410     IF TP820-TS-HHMM-X = SPACES
009420         MOVE '0000' TO TP820-TS-HHMM-X
009430     END-IF.
009440     IF TP820-TS-DATE-X NOT NUMERIC
009450        OR TP820-TS-HHMM-X NOT NUMERIC
009460         GO TO 5500-EXIT
009470     END-IF.
009480     IF TP820-TS-YYYY < '1900'
009490        OR TP820-TS-MM < '01' OR TP820-TS-MM > '12'
009500        OR TP820-TS-DD < '01' OR TP820-TS-DD > '31'
009510        OR TP820-TS-HH > '23' OR TP820-TS-MI > '59'
009520         GO TO 5500-EXIT
009530     END-IF.
009540     SET TP820-TS-IS-VALID TO TRUE.
009550 5500-EXIT.
009560     EXIT.

009570******************************************************************
009580*  6000-SWEEP-TRACKING - ONE PASS OF THE TRACKING FILE:          *
009590*    - A DOCUMENT THAT CLOSED ON THE RUN DATE OVER TARGET, AND   *
009600*      AN OPEN DOCUMENT ALREADY PAST TARGET AS OF NOW, GO ON     *
009610*      THE DAILY BREACH LIST;                                    *
009620*    - A CONTRACTED DOCUMENT MAPPED IN THE COMPLIANCE MONTH IS   *
009630*      TALLIED TO ITS CANONICAL PARTNER;                         *
009640*    - A CLOSED RECORD PAST THE RETENTION PERIOD IS DELETED.     *
009650******************************************************************
009660 6000-SWEEP-TRACKING.
009670     MOVE 'DAILY BREACH LIST - OVER TARGET TONIGHT OR STILL OPEN'
009680         TO TP820-SEC-TEXT.
009690     WRITE TP-SLARPT-LINE FROM TP820-SECTION-LINE.
009700     WRITE TP-SLARPT-LINE FROM TP820-BREACH-TITLE.
009710     MOVE LOW-VALUES TO TP-SLATRK-KEY.
009720     START TPSLATRK-FILE KEY NOT < TP-SLATRK-KEY
009730         INVALID KEY
009740             SET TP820-NO-MORE-TRACKING TO TRUE
009750             GO TO 6000-EXIT
009760     END-START.
009770     PERFORM 6900-READ-NEXT-TRACKING THRU 6900-EXIT.
009780     PERFORM 6100-SWEEP-ONE THRU 6100-EXIT
009790         UNTIL TP820-NO-MORE-TRACKING.
009800 6000-EXIT.
009810     EXIT.

009820 6100-SWEEP-ONE.
009830     EVALUATE TRUE
009840         WHEN TP-SLATRK-OPEN
009850             PERFORM 6200-CHECK-OPEN THRU 6200-EXIT
009860         WHEN TP-SLATRK-MAPPED
009870             PERFORM 6300-CHECK-MAPPED THRU 6300-EXIT
009880         WHEN OTHER
009890             CONTINUE
009900     END-EVALUATE.
009910     IF NOT TP-SLATRK-OPEN
009920        AND TP-SLATRK-END-DATE < TP820-PURGE-DATE
009930         DELETE TPSLATRK-FILE RECORD
009940             INVALID KEY
009950                 DISPLAY 'TP820SLA - TPSLATRK DELETE FAILED - '
009960                         'STATUS ' TPSLATRK-STATUS
009970             NOT INVALID KEY
009980                 ADD 1 TO TP820-PURGED-COUNT
009990         END-DELETE
010000     END-IF.
010010     PERFORM 6900-READ-NEXT-TRACKING THRU 6900-EXIT.
010020 6100-EXIT.
010030     EXIT.

010040 6200-CHECK-OPEN.
010050     ADD 1 TO TP820-STILL-OPEN-COUNT.
010060     PERFORM 3600-LOOKUP-CONTRACT THRU 3600-EXIT.
010070     IF TP820-TARGET-MIN = ZERO
010080         GO TO 6200-EXIT
010090     END-IF.
010100     MOVE TP-SLATRK-START-DATE TO TP820-FROM-DATE.
010110     MOVE TP-SLATRK-START-TIME TO TP820-FROM-HHMM.
010120     MOVE TP820-RUN-DATE       TO TP820-TO-DATE.
010130     MOVE TP820-NOW-HHMM       TO TP820-TO-HHMM.
010140     PERFORM 5000-COMPUTE-BUSINESS-MIN THRU 5000-EXIT.
010150     IF TP820-BUS-MIN NOT > TP820-TARGET-MIN
010160         GO TO 6200-EXIT
010170     END-IF.
010180     ADD 1 TO TP820-OVERDUE-COUNT.
010190     MOVE 'OPEN   ' TO TP820-D-STATUS.
010200     MOVE TP820-BUS-MIN    TO TP820-ELAPSED-MIN.
010210     PERFORM 6500-PRINT-BREACH THRU 6500-EXIT.
010220 6200-EXIT.
010230     EXIT.

010240 6300-CHECK-MAPPED.
010250     IF TP-SLATRK-END-DATE = TP820-RUN-DATE
010260        AND TP-SLATRK-BREACHED
010270         ADD 1 TO TP820-BREACH-COUNT
010280         MOVE 'MAPPED ' TO TP820-D-STATUS
010290         MOVE TP-SLATRK-TURNAROUND-MIN TO TP820-ELAPSED-MIN
010300         MOVE TP-SLATRK-TARGET-MIN     TO TP820-TARGET-MIN
010310         PERFORM 6500-PRINT-BREACH THRU 6500-EXIT
010320     END-IF.
010330     IF TP-SLATRK-END-DATE(1:6) = TP820-MONTH
010340        AND TP-SLATRK-END-DATE NOT > TP820-RUN-DATE
010350        AND TP-SLATRK-TARGET-MIN > ZERO
010360         PERFORM 6400-TALLY-PARTNER THRU 6400-EXIT
010370     END-IF.
010380 6300-EXIT.
010390     EXIT.

010400******************************************************************
010410*  6400-TALLY-PARTNER - LINEAR SEARCH, AS IN THE OTHER NIGHTLY   *
010420*  REPORTS; OVERFLOW IS REPORTED RATHER THAN SILENTLY DROPPED.   *
010430******************************************************************
010440 6400-TALLY-PARTNER.
010450     MOVE 'N' TO TP820-FOUND-SW.
010460     IF TP820-PARTNER-COUNT > ZERO
010470         SET TP820-PX TO 1
010480         SEARCH TP820-P-ENTRY
010490             AT END
010500                 CONTINUE
010510             WHEN TP820-PX > TP820-PARTNER-COUNT
010520                 CONTINUE
010530             WHEN TP820-P-PARTNER-KEY(TP820-PX)
010540                    = TP-SLATRK-CANON-PARTNER-KEY
010550                 SET TP820-PARTNER-FOUND TO TRUE
010560         END-SEARCH
010570     END-IF.
010580     IF NOT TP820-PARTNER-FOUND
010590         IF TP820-PARTNER-COUNT >= 2000
010600             SET TP820-PARTNER-TABLE-FULL TO TRUE
010610             GO TO 6400-EXIT
010620         END-IF
010630         ADD 1 TO TP820-PARTNER-COUNT
010640         SET TP820-PX TO TP820-PARTNER-COUNT
010650         MOVE TP-SLATRK-CANON-PARTNER-KEY
010660             TO TP820-P-PARTNER-KEY(TP820-PX)
010670         MOVE ZERO TO TP820-P-CLOSED(TP820-PX)
010680         MOVE ZERO TO TP820-P-MET(TP820-PX)
010690         MOVE ZERO TO TP820-P-BREACHED(TP820-PX)
010700         MOVE ZERO TO TP820-P-COMMIT-PCT(TP820-PX)
010710     END-IF.
010720     ADD 1 TO TP820-P-CLOSED(TP820-PX).
010730     IF TP-SLATRK-BREACHED
010740         ADD 1 TO TP820-P-BREACHED(TP820-PX)
010750     ELSE
010760         ADD 1 TO TP820-P-MET(TP820-PX)
010770     END-IF.
010780     IF TP-SLATRK-COMMIT-PCT > TP820-P-COMMIT-PCT(TP820-PX)
010790         MOVE TP-SLATRK-COMMIT-PCT
010800             TO TP820-P-COMMIT-PCT(TP820-PX)
010810     END-IF.
010820 6400-EXIT.
010830     EXIT.

010840 6500-PRINT-BREACH.
010850     MOVE TP-SLATRK-PARTNER-KEY(1:40) TO TP820-D-PARTNER-KEY.
010860     MOVE TP-SLATRK-DOCUMENT-ID(1:30) TO TP820-D-DOCUMENT-ID.
010870     MOVE TP-SLATRK-APPLICATION-ID    TO TP820-D-APPLICATION-ID.
010880     MOVE TP-SLATRK-START-DATE        TO TP820-D-START-DATE.
010890     MOVE TP-SLATRK-START-TIME        TO TP820-D-START-TIME.
010900     MOVE TP-SLATRK-START-SOURCE      TO TP820-D-SOURCE.
010910     COMPUTE TP820-ELAPSED-HRS ROUNDED = TP820-ELAPSED-MIN / 60.
010920     MOVE TP820-ELAPSED-HRS           TO TP820-D-ELAPSED-HRS.
010930     COMPUTE TP820-D-TARGET-HRS = TP820-TARGET-MIN / 60.
010940     MOVE TP-SLATRK-ATTEMPT-COUNT     TO TP820-D-ATTEMPTS.
010950     WRITE TP-SLARPT-LINE FROM TP820-BREACH-LINE.
010960 6500-EXIT.
010970     EXIT.

010980 6900-READ-NEXT-TRACKING.
010990     READ TPSLATRK-FILE NEXT RECORD
011000         AT END
011010             SET TP820-NO-MORE-TRACKING TO TRUE
011020     END-READ.
011030 6900-EXIT.
011040     EXIT.

011050******************************************************************
011060*  7000-REPORT-COMPLIANCE - ONE LINE PER CANONICAL PARTNER: THE  *
011070*  SHARE OF ITS CONTRACTED DOCUMENTS MAPPED IN THE MONTH THAT    *
011080*  MET TARGET, FLAGGED WHEN IT FALLS BELOW THE COMMITMENT.       *
011090******************************************************************
011100 7000-REPORT-COMPLIANCE.
011110     MOVE SPACES TO TP-SLARPT-LINE.
011120     WRITE TP-SLARPT-LINE.
011130     MOVE 'MONTHLY COMPLIANCE BY PARTNER - MONTH TO RUN DATE'
011140         TO TP820-SEC-TEXT.
011150     WRITE TP-SLARPT-LINE FROM TP820-SECTION-LINE.
011160     PERFORM 7100-PRINT-PARTNER THRU 7100-EXIT
011170         VARYING TP820-PX-SUB FROM 1 BY 1
011180         UNTIL TP820-PX-SUB > TP820-PARTNER-COUNT.
011190 7000-EXIT.
011200     EXIT.

011210 7100-PRINT-PARTNER.
011220     SET TP820-PX TO TP820-PX-SUB.
011230     MOVE TP820-P-PARTNER-KEY(TP820-PX)(1:44)
011240         TO TP820-M-PARTNER-KEY.
011250     MOVE TP820-P-CLOSED(TP820-PX)    TO TP820-M-CLOSED.
011260     MOVE TP820-P-MET(TP820-PX)       TO TP820-M-MET.
011270     MOVE TP820-P-BREACHED(TP820-PX)  TO TP820-M-BREACHED.
011280     COMPUTE TP820-PCT-WORK ROUNDED
011290         = TP820-P-MET(TP820-PX) * 100
011300         / TP820-P-CLOSED(TP820-PX).
011310     MOVE TP820-PCT-WORK              TO TP820-M-PCT.
011320     MOVE TP820-P-COMMIT-PCT(TP820-PX) TO TP820-M-COMMIT.
011330     MOVE SPACES TO TP820-M-FLAG.
011340     IF TP820-PCT-WORK < TP820-P-COMMIT-PCT(TP820-PX)
011350         MOVE 'BELOW COMMIT' TO TP820-M-FLAG
011360         ADD 1 TO TP820-BELOW-COUNT
011370     END-IF.
011380     WRITE TP-SLARPT-LINE FROM TP820-COMPLIANCE-LINE.
011390 7100-EXIT.
011400     EXIT.

011410******************************************************************
011420*  8000-REPORT-COUNTS - RUN TOTALS AND THE RETURN CODE.          *
011430******************************************************************
011440 8000-REPORT-COUNTS.
011450     MOVE SPACES TO TP-SLARPT-LINE.
011460     WRITE TP-SLARPT-LINE.
011470     IF TP820-BATCH-TABLE-FULL
011480         MOVE 'BATCH HEADER TABLE OVERFLOW - START TIMES PARTIAL'
011490             TO TP820-SEC-TEXT
011500         WRITE TP-SLARPT-LINE FROM TP820-SECTION-LINE
011510         MOVE 8 TO RETURN-CODE
011520     END-IF.
011530     IF TP820-PARTNER-TABLE-FULL
011540         MOVE 'PARTNER TABLE OVERFLOW - COMPLIANCE INCOMPLETE'
011550             TO TP820-SEC-TEXT
011560         WRITE TP-SLARPT-LINE FROM TP820-SECTION-LINE
011570         MOVE 8 TO RETURN-CODE
011580     END-IF.
011590     MOVE 'ACTIVITY RECORDS POSTED:'     TO TP820-C-LABEL.
011600     MOVE TP820-POSTED-COUNT             TO TP820-C-COUNT.
011610     WRITE TP-SLARPT-LINE FROM TP820-COUNT-LINE.
011620     MOVE 'ACTIVITY ALREADY POSTED - SKIPPED:' TO TP820-C-LABEL.
011630     MOVE TP820-ALREADY-COUNT            TO TP820-C-COUNT.
011640     WRITE TP-SLARPT-LINE FROM TP820-COUNT-LINE.
011650     MOVE 'DOCUMENTS NEWLY TRACKED:'     TO TP820-C-LABEL.
011660     MOVE TP820-OPENED-COUNT             TO TP820-C-COUNT.
011670     WRITE TP-SLARPT-LINE FROM TP820-COUNT-LINE.
011680     MOVE 'DOCUMENTS CLOSED MAPPED:'     TO TP820-C-LABEL.
011690     MOVE TP820-MAPPED-COUNT             TO TP820-C-COUNT.
011700     WRITE TP-SLARPT-LINE FROM TP820-COUNT-LINE.
011710     MOVE 'DOCUMENTS CLOSED CANCELLED:'  TO TP820-C-LABEL.
011720     MOVE TP820-CANCELLED-COUNT          TO TP820-C-COUNT.
011730     WRITE TP-SLARPT-LINE FROM TP820-COUNT-LINE.
011740     MOVE 'DOCUMENTS STILL OPEN:'        TO TP820-C-LABEL.
011750     MOVE TP820-STILL-OPEN-COUNT         TO TP820-C-COUNT.
011760     WRITE TP-SLARPT-LINE FROM TP820-COUNT-LINE.
011770     MOVE 'BREACHES CLOSED ON RUN DATE:' TO TP820-C-LABEL.
011780     MOVE TP820-BREACH-COUNT             TO TP820-C-COUNT.
011790     WRITE TP-SLARPT-LINE FROM TP820-COUNT-LINE.
011800     MOVE 'OPEN DOCUMENTS PAST TARGET:'  TO TP820-C-LABEL.
011810     MOVE TP820-OVERDUE-COUNT            TO TP820-C-COUNT.
011820     WRITE TP-SLARPT-LINE FROM TP820-COUNT-LINE.
011830     MOVE 'PARTNERS BELOW COMMITMENT:'   TO TP820-C-LABEL.
011840     MOVE TP820-BELOW-COUNT              TO TP820-C-COUNT.
011850     WRITE TP-SLARPT-LINE FROM TP820-COUNT-LINE.
011860     MOVE 'CLOSED RECORDS PURGED:'       TO TP820-C-LABEL.
011870     MOVE TP820-PURGED-COUNT             TO TP820-C-COUNT.
011880     WRITE TP-SLARPT-LINE FROM TP820-COUNT-LINE.
011890     IF (TP820-BREACH-COUNT > ZERO
011900         OR TP820-OVERDUE-COUNT > ZERO
011910         OR TP820-BELOW-COUNT > ZERO)
011920        AND RETURN-CODE = ZERO
011930         MOVE 4 TO RETURN-CODE
011940     END-IF.
011950 8000-EXIT.
011960     EXIT.

011970******************************************************************
011980*  9000-TERMINATE                                                *
011990******************************************************************
012000 9000-TERMINATE.
012010     IF TP820-TRK-IS-OPEN
012020         CLOSE TPSLATRK-FILE
012030     END-IF.
012040     IF TP820-RPT-IS-OPEN
012050         CLOSE TPACTLOG-FILE
012060         CLOSE TPSLARPT-FILE
012070     END-IF.
012080     IF TP820-CON-IS-OPEN
012090         CLOSE TPSLACON-FILE
012100     END-IF.
012110     IF TP820-CAL-IS-OPEN
012120         CLOSE TPCALNDR-FILE
012130     END-IF.
012140     IF TP820-XRF-IS-OPEN
012150         CLOSE TPALSXRF-FILE
012160     END-IF.
012170 9000-EXIT.
012180     EXIT.

012190******************************************************************
012200*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
012210*  ITS RETURN CODE AND COUNTS. IN IS DOCUMENTS POSTED, OUT IS    *
012220*  MAPPED, REJECT IS SLA BREACHES.                               *
012230******************************************************************
012240 9900-RUN-HISTORY-END.
012250     MOVE 'END'              TO TP-HST-REQUEST.
012260     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
012270     MOVE TP820-POSTED-COUNT TO TP-HST-IN-COUNT.
012280     MOVE TP820-MAPPED-COUNT TO TP-HST-OUT-COUNT.
012290     MOVE TP820-BREACH-COUNT TO TP-HST-REJECT-COUNT.
012300     CALL 'TPRUNHST' USING TP-HST-CB.
012310 9900-EXIT.
012320     EXIT.

012330 END PROGRAM TP820SLA.
