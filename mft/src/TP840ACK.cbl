000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TP840ACK.
000120 AUTHOR.        D L ROSS.
000130 INSTALLATION.  EDI OPERATIONS - MFT.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  TP840ACK                                                      *
000180*                                                                *
000190*  FUNCTIONAL ACKNOWLEDGMENT MATCHING.  OUR RECORDS STOP THE     *
000200*  NIGHT TP100DRV MAPS A DOCUMENT, BUT THE PARTNER'S 997/999 IS  *
000210*  THE REAL PROOF THEY RECEIVED IT.  EACH NIGHT THIS PROGRAM:    *
000220*                                                                *
000230*    - POSTS EVERY DOCUMENT THAT MAPPED CLEAN ON TPACTLOG        *
000240*      (PERFORM-MAPPING, RESPONSE CODE ZERO) TO THE TPFACKST     *
000250*      STATUS FILE AS AWAITING ITS ACKNOWLEDGMENT.               *
000260*    - MATCHES EACH RECORD ON THE INBOUND TPFACKIN FILE BACK     *
000270*      TO ITS DOCUMENT BY DOCUMENT ID AND PARTNER, AND CLOSES    *
000280*      IT AS ACCEPTED, ACCEPTED WITH ERRORS, OR REJECTED.        *
000290*    - WRITES A CRITICAL TPALERT RECORD FOR EVERY REJECTION,     *
000300*      SO TP910ALD OPENS AN INCIDENT THE SAME WAY IT DOES FOR    *
000310*      A GATEWAY FAILURE.  THE RESPONSE CODE IS 9997 FOR A 997   *
000320*      REJECTION AND 9999 FOR A 999.                             *
000330*    - LISTS EVERY DOCUMENT STILL AWAITING ITS ACK PAST THE      *
000340*      PARTNER'S WAIT WINDOW ON THE TPFAKRPT OVERDUE-ACK         *
000350*      REPORT, WITH THE NIGHT IT FIRST WENT OVERDUE.             *
000360*                                                                *
000370*  BOTH SIDES ARE KEYED BY THE CANONICAL CORP/DIV PARTNER        *
000380*  AFTER TPALSXRF ALIAS RESOLUTION, SO AN ACK SENT UNDER A       *
000390*  DIFFERENT IDENTITY FROM THE SUBMISSION STILL MATCHES.  THE    *
000400*  WAIT WINDOW COMES FROM THE PARTNER'S TPACKWIN RECORD, ELSE    *
000410*  THE TPACKWIN HOUSE DEFAULT (PARTNER KEY SPACES), ELSE THE     *
000420*  CONTROL CARD.  A DOCUMENT ALREADY ON FILE IS NOT POSTED       *
000430*  AGAIN UNLESS IT MAPPED AGAIN LATER, WHICH STARTS A FRESH      *
000440*  WAIT; AN ACK OLDER THAN THE ONE ALREADY APPLIED IS COUNTED    *
000450*  AS A DUPLICATE AND IGNORED, SO A RERUN IS HARMLESS.           *
000460*                                                                *
000470*  AFTER A CLEAN RUN THE FOLLOWING JOB STEP ROLLS TPFACKIN TO A  *
000480*  FRESH GENERATION, AS TPALERT IS ROLLED AFTER TP910ALD.        *
000490*                                                                *
000500*  THE OPTIONAL TPFAKCTL CONTROL CARD:                           *
000510*                                                                *
000520*    COL 1-8   RUN DATE YYYYMMDD          (DEFAULT TODAY)        *
000530*    COL 10-13 DEFAULT WAIT WINDOW HOURS  (DEFAULT 24)           *
000540*    COL 15-17 RETENTION DAYS FOR STATUS                         *
000550*              RECORDS                    (DEFAULT 90)           *
000560*                                                                *
000570*  RETURN CODES: 16 - RUN REGISTRY ENROLLMENT REFUSED; 8 -       *
000580*  TPFACKST OR TPACTLOG COULD NOT BE OPENED; 4 - A PARTNER       *
000590*  REJECTED A DOCUMENT, AN ACK MATCHED NOTHING, OR ACKS ARE      *
000600*  OVERDUE; 0 - CLEAN.                                           *
000610*                                                                *
000620*  MODIFICATION HISTORY                                          *
000630*  --------------------                                          *
000640*  2026-10-15  DLR  NEW PROGRAM.                                 *
000650*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000660*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000670*                    THEN ENDED WITH ITS RETURN CODE AND         *
000680*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000690*                    MORNING SCORECARD.                          *
000700******************************************************************
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER.   IBM-370.
000740 OBJECT-COMPUTER.   IBM-370.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT TPFAKCTL-FILE ASSIGN TO TPFAKCTL
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS TPFAKCTL-STATUS.

000800     SELECT TPACTLOG-FILE ASSIGN TO TPACTLOG
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS TPACTLOG-STATUS.

000830     SELECT TPFACKIN-FILE ASSIGN TO TPFACKIN
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS TPFACKIN-STATUS.

000860     SELECT TPFACKST-FILE ASSIGN TO TPFACKST
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS TP-FACKST-KEY
000900         FILE STATUS IS TPFACKST-STATUS.

000910     SELECT TPACKWIN-FILE ASSIGN TO TPACKWIN
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS RANDOM
000940         RECORD KEY IS TP-ACKWIN-PARTNER-KEY
000950         FILE STATUS IS TPACKWIN-STATUS.

000960     SELECT TPALSXRF-FILE ASSIGN TO TPALSXRF
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS TP-ALSXRF-KEY
001000         FILE STATUS IS TPALSXRF-STATUS.

001010     SELECT TPALERT-FILE  ASSIGN TO TPALERT
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS TPALERT-STATUS.

001040     SELECT TPFAKRPT-FILE ASSIGN TO TPFAKRPT
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS TPFAKRPT-STATUS.

001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  TPFAKCTL-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  TP-FAKCTL-CARD.
001120     05  TP-FAKCTL-RUN-DATE         PIC X(08).
001130     05  FILLER                     PIC X(01).
001140     05  TP-FAKCTL-WAIT-HOURS       PIC X(04).
001150     05  FILLER                     PIC X(01).
001160     05  TP-FAKCTL-RETAIN-DAYS      PIC X(03).
001170     05  FILLER                     PIC X(63).

001180 FD  TPACTLOG-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY TPACTLOG.

001210 FD  TPFACKIN-FILE
001220     LABEL RECORDS ARE STANDARD.
001230     COPY TPFACKIN.

001240 FD  TPFACKST-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY TPFACKST.

001270 FD  TPACKWIN-FILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY TPACKWIN.

001300 FD  TPALSXRF-FILE
001310     LABEL RECORDS ARE STANDARD.
001320     COPY TPALSXRF.

001330 FD  TPALERT-FILE
001340     LABEL RECORDS ARE STANDARD.
001350     COPY TPALERT.

001360 FD  TPFAKRPT-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 01  TP-FAKRPT-LINE                 PIC X(132).

001390 WORKING-STORAGE SECTION.
001400     COPY TPLOKCB.
001410     COPY TPHSTCB.

001420 77  TPFAKCTL-STATUS             PIC X(02) VALUE '00'.
001430 77  TPACTLOG-STATUS             PIC X(02) VALUE '00'.
001440 77  TPFACKIN-STATUS             PIC X(02) VALUE '00'.
001450 77  TPFACKST-STATUS             PIC X(02) VALUE '00'.
001460 77  TPACKWIN-STATUS             PIC X(02) VALUE '00'.
001470 77  TPALSXRF-STATUS             PIC X(02) VALUE '00'.
001480 77  TPALERT-STATUS              PIC X(02) VALUE '00'.
001490 77  TPFAKRPT-STATUS             PIC X(02) VALUE '00'.

001500 77  TP840-LOG-EOF-SW            PIC X(01) VALUE 'N'.
001510     88  TP840-NO-MORE-ACTIVITY         VALUE 'Y'.
001520 77  TP840-ACK-EOF-SW            PIC X(01) VALUE 'N'.
001530     88  TP840-NO-MORE-ACKS             VALUE 'Y'.
001540 77  TP840-STS-EOF-SW            PIC X(01) VALUE 'N'.
001550     88  TP840-NO-MORE-STATUS           VALUE 'Y'.
001560 77  TP840-ENROLLED-SW           PIC X(01) VALUE 'N'.
001570     88  TP840-RUN-IS-ENROLLED          VALUE 'Y'.
001580 77  TP840-STS-OPEN-SW           PIC X(01) VALUE 'N'.
001590     88  TP840-STS-IS-OPEN              VALUE 'Y'.
001600 77  TP840-LOG-OPEN-SW           PIC X(01) VALUE 'N'.
001610     88  TP840-LOG-IS-OPEN              VALUE 'Y'.
001620 77  TP840-ACK-OPEN-SW           PIC X(01) VALUE 'N'.
001630     88  TP840-ACKS-ARE-OPEN            VALUE 'Y'.
001640 77  TP840-WIN-OPEN-SW           PIC X(01) VALUE 'N'.
001650     88  TP840-WIN-IS-OPEN              VALUE 'Y'.
001660 77  TP840-XRF-OPEN-SW           PIC X(01) VALUE 'N'.
001670     88  TP840-XRF-IS-OPEN              VALUE 'Y'.
001680 77  TP840-ALERT-OPEN-SW         PIC X(01) VALUE 'N'.
001690     88  TP840-ALERTS-ARE-OPEN          VALUE 'Y'.
001700 77  TP840-NEW-STS-SW            PIC X(01) VALUE 'N'.
001710     88  TP840-STS-IS-NEW               VALUE 'Y'.

001720 77  TP840-RUN-DATE              PIC 9(08) VALUE ZERO.
001730 77  TP840-TODAY                 PIC 9(08) VALUE ZERO.
001740 77  TP840-CLOCK                 PIC 9(08) VALUE ZERO.
001750 77  TP840-NOW-TIME              PIC 9(06) VALUE ZERO.
001760 77  TP840-DEFAULT-HOURS         PIC 9(04) VALUE 24.
001770 77  TP840-RETAIN-DAYS           PIC 9(03) VALUE 90.
001780 77  TP840-PURGE-DATE            PIC 9(08) VALUE ZERO.
001790 77  TP840-RUN-INT               PIC 9(08) COMP VALUE ZERO.
001800 77  TP840-MAP-INT               PIC 9(08) COMP VALUE ZERO.
001810 77  TP840-ELAPSED-MIN           PIC S9(09) COMP VALUE ZERO.
001820 77  TP840-WINDOW-HOURS          PIC 9(04) VALUE ZERO.
001830 77  TP840-WIN-CACHE-KEY         PIC X(78) VALUE LOW-VALUES.
001840 77  TP840-WS-PARTNER-KEY        PIC X(78) VALUE SPACES.
001850 77  TP840-WS-PARTNER-FORM       PIC X(01) VALUE SPACE.
001860 77  TP840-CANON-KEY             PIC X(78) VALUE SPACES.
001870 01  TP840-TIME-WORK             PIC 9(06) VALUE ZERO.
001880 01  TP840-TIME-WORK-R REDEFINES TP840-TIME-WORK.
001890     05  TP840-TW-HH                PIC 9(02).
001900     05  TP840-TW-MI                PIC 9(02).
001910     05  TP840-TW-SS                PIC 9(02).
001920 77  TP840-NOW-MINS              PIC 9(04) COMP VALUE ZERO.
001930 77  TP840-MAP-MINS              PIC 9(04) COMP VALUE ZERO.

001940 77  TP840-POSTED-COUNT          PIC 9(07) VALUE ZERO.
001950 77  TP840-REMAPPED-COUNT        PIC 9(07) VALUE ZERO.
001960 77  TP840-ALREADY-COUNT         PIC 9(07) VALUE ZERO.
001970 77  TP840-ACK-READ-COUNT        PIC 9(07) VALUE ZERO.
001980 77  TP840-ACCEPTED-COUNT        PIC 9(07) VALUE ZERO.
001990 77  TP840-ACC-ERR-COUNT         PIC 9(07) VALUE ZERO.
002000 77  TP840-REJECTED-COUNT        PIC 9(07) VALUE ZERO.
002010 77  TP840-UNMATCHED-COUNT       PIC 9(07) VALUE ZERO.
002020 77  TP840-DUPLICATE-COUNT       PIC 9(07) VALUE ZERO.
002030 77  TP840-INVALID-COUNT         PIC 9(07) VALUE ZERO.
002040 77  TP840-AWAITING-COUNT        PIC 9(07) VALUE ZERO.
002050 77  TP840-OVERDUE-COUNT         PIC 9(07) VALUE ZERO.
002060 77  TP840-EXPIRED-COUNT         PIC 9(07) VALUE ZERO.
002070 77  TP840-PURGED-COUNT          PIC 9(07) VALUE ZERO.

002080 01  TP840-HEADING-1.
002090     05  FILLER                     PIC X(48)
002100         VALUE 'TP840ACK - FUNCTIONAL ACKNOWLEDGMENT MATCHING'.
002110     05  FILLER                     PIC X(11) VALUE 'RUN DATE: '.
002120     05  TP840-H1-DATE              PIC 9(08).

002130 01  TP840-SECTION-LINE.
002140     05  TP840-SEC-TEXT             PIC X(80).

002150 01  TP840-EXCEPTION-TITLE.
002160     05  FILLER                     PIC X(51)
002170         VALUE 'EXCEPTION PARTNER'.
002180     05  FILLER                     PIC X(40)
002190         VALUE 'DOCUMENT ID                    TYP C ERR'.
002200     05  FILLER                     PIC X(41)
002210         VALUE ' ERROR TEXT'.

002220 01  TP840-EXCEPTION-LINE.
002230     05  TP840-E-TAG                PIC X(09).
002240     05  FILLER                     PIC X(01) VALUE SPACE.
002250     05  TP840-E-PARTNER-KEY        PIC X(40).
002260     05  FILLER                     PIC X(01) VALUE SPACE.
002270     05  TP840-E-DOCUMENT-ID        PIC X(30).
002280     05  FILLER                     PIC X(01) VALUE SPACE.
002290     05  TP840-E-ACK-TYPE           PIC X(03).
002300     05  FILLER                     PIC X(01) VALUE SPACE.
002310     05  TP840-E-ACK-CODE           PIC X(01).
002320     05  FILLER                     PIC X(01) VALUE SPACE.
002330     05  TP840-E-ERROR-CODE         PIC X(03).
002340     05  FILLER                     PIC X(01) VALUE SPACE.
002350     05  TP840-E-ERROR-TEXT         PIC X(40).

002360 01  TP840-OVERDUE-TITLE.
002370     05  FILLER                     PIC X(41)
002380         VALUE 'PARTNER'.
002390     05  FILLER                     PIC X(42)
002400         VALUE 'DOCUMENT ID                    APPLICATION'.
002410     05  FILLER                     PIC X(30)
002420         VALUE 'MAPPED           HRS WAITING /'.
002430     05  FILLER                     PIC X(19)
002440         VALUE ' WINDOW     OVERDUE'.

002450 01  TP840-OVERDUE-LINE.
002460     05  TP840-O-PARTNER-KEY        PIC X(40).
002470     05  FILLER                     PIC X(01) VALUE SPACE.
002480     05  TP840-O-DOCUMENT-ID        PIC X(30).
002490     05  FILLER                     PIC X(01) VALUE SPACE.
002500     05  TP840-O-APPLICATION-ID     PIC X(10).
002510     05  FILLER                     PIC X(01) VALUE SPACE.
002520     05  TP840-O-MAPPED-DATE        PIC 9(08).
002530     05  FILLER                     PIC X(01) VALUE SPACE.
002540     05  TP840-O-MAPPED-TIME        PIC 9(06).
002550     05  FILLER                     PIC X(03) VALUE SPACES.
002560     05  TP840-O-HOURS              PIC ZZ,ZZ9.
002570     05  FILLER                     PIC X(03) VALUE ' / '.
002580     05  TP840-O-WINDOW             PIC ZZZ9.
002590     05  FILLER                     PIC X(04) VALUE SPACES.
002600     05  TP840-O-OVERDUE-SINCE      PIC 9(08).

002610 01  TP840-COUNT-LINE.
002620     05  TP840-C-LABEL              PIC X(40).
002630     05  FILLER                     PIC X(02) VALUE SPACES.
002640     05  TP840-C-COUNT              PIC ZZZ,ZZ9.

002650 PROCEDURE DIVISION.
002660******************************************************************
002670*  0000-MAINLINE                                                 *
002680******************************************************************
002690 0000-MAINLINE.
002700     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
002710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002720     IF RETURN-CODE = ZERO
002730         PERFORM 2000-POST-MAPPED THRU 2000-EXIT
002740         PERFORM 3000-APPLY-ACKS THRU 3000-EXIT
002750         PERFORM 5000-SWEEP-STATUS THRU 5000-EXIT
002760         PERFORM 8000-REPORT-COUNTS THRU 8000-EXIT
002770     END-IF.
002780     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002790     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
002800     GOBACK.

002810******************************************************************
002820*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
002830*  RUNNING.                                                      *
002840******************************************************************
002850 0100-RUN-HISTORY-START.
002860     MOVE 'START'            TO TP-HST-REQUEST.
002870     MOVE 'TP840ACK'         TO TP-HST-PROGRAM-ID.
002880     MOVE SPACES             TO TP-HST-STREAM-ID.
002890     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
002900     CALL 'TPRUNHST' USING TP-HST-CB.
002910 0100-EXIT.
002920     EXIT.

002930******************************************************************
002940*  1000-INITIALIZE - REPORT FIRST, THEN THE RUN REGISTRY (THE    *
002950*  ALERT FILE IS SHARED WITH TP100DRV AND TP910ALD), THEN THE    *
002960*  STATUS FILE - CREATED ON ITS FIRST RUN - AND TPACTLOG, BOTH   *
002970*  REQUIRED.  THE ACK FEED, WAIT WINDOWS AND ALIAS FILE ARE      *
002980*  OPTIONAL: WITH NO ACKS TONIGHT THE OVERDUE REPORT STILL RUNS. *
002990******************************************************************
003000 1000-INITIALIZE.
003010     ACCEPT TP840-TODAY FROM DATE YYYYMMDD.
003020     ACCEPT TP840-CLOCK FROM TIME.
003030     MOVE TP840-TODAY TO TP840-RUN-DATE.
003040     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003050     IF TP840-RUN-DATE = TP840-TODAY
003060         MOVE TP840-CLOCK(1:6) TO TP840-NOW-TIME
003070     ELSE
003080         MOVE 235959 TO TP840-NOW-TIME
003090     END-IF.
003100     COMPUTE TP840-RUN-INT
003110         = FUNCTION INTEGER-OF-DATE(TP840-RUN-DATE).
003120     COMPUTE TP840-PURGE-DATE = FUNCTION DATE-OF-INTEGER
003130         (TP840-RUN-INT - TP840-RETAIN-DAYS).
003140     MOVE TP840-NOW-TIME TO TP840-TIME-WORK.
003150     COMPUTE TP840-NOW-MINS = TP840-TW-HH * 60 + TP840-TW-MI.
003160     OPEN OUTPUT TPFAKRPT-FILE.
003170     MOVE TP840-RUN-DATE TO TP840-H1-DATE.
003180     WRITE TP-FAKRPT-LINE FROM TP840-HEADING-1.
003190     PERFORM 1050-ENROLL-RUN-REGISTRY THRU 1050-EXIT.
003200     IF NOT TP840-RUN-IS-ENROLLED
003210         MOVE 16 TO RETURN-CODE
003220         GO TO 1000-EXIT
003230     END-IF.
003240     OPEN I-O TPFACKST-FILE.
003250     IF TPFACKST-STATUS = '35'
003260         OPEN OUTPUT TPFACKST-FILE
003270         CLOSE TPFACKST-FILE
003280         OPEN I-O TPFACKST-FILE
003290     END-IF.
003300     IF TPFACKST-STATUS NOT = '00'
003310         DISPLAY 'TP840ACK - UNABLE TO OPEN TPFACKST - STATUS '
003320                  TPFACKST-STATUS
003330         MOVE 8 TO RETURN-CODE
003340         GO TO 1000-EXIT
003350     END-IF.
003360     SET TP840-STS-IS-OPEN TO TRUE.
003370     OPEN INPUT TPACTLOG-FILE.
003380     IF TPACTLOG-STATUS NOT = '00'
003390         DISPLAY 'TP840ACK - UNABLE TO OPEN TPACTLOG - STATUS '
003400                  TPACTLOG-STATUS
003410         MOVE 8 TO RETURN-CODE
003420         GO TO 1000-EXIT
003430     END-IF.
003440     SET TP840-LOG-IS-OPEN TO TRUE.
003450     OPEN INPUT TPFACKIN-FILE.
003460     IF TPFACKIN-STATUS = '00'
003470         SET TP840-ACKS-ARE-OPEN TO TRUE
003480     ELSE
003490         DISPLAY 'TP840ACK - TPFACKIN NOT AVAILABLE - STATUS '
003500                  TPFACKIN-STATUS ' - NO ACKS APPLIED'
003510     END-IF.
003520     OPEN INPUT TPACKWIN-FILE.
003530     IF TPACKWIN-STATUS = '00'
003540         SET TP840-WIN-IS-OPEN TO TRUE
003550     ELSE
003560         DISPLAY 'TP840ACK - TPACKWIN NOT AVAILABLE - STATUS '
003570                  TPACKWIN-STATUS ' - DEFAULT WINDOW FOR ALL'
003580     END-IF.
003590     OPEN INPUT TPALSXRF-FILE.
003600     IF TPALSXRF-STATUS = '00'
003610         SET TP840-XRF-IS-OPEN TO TRUE
003620     ELSE
003630         DISPLAY 'TP840ACK - TPALSXRF NOT AVAILABLE - STATUS '
003640                  TPALSXRF-STATUS ' - ALIASES NOT RESOLVED'
003650     END-IF.
003660     OPEN EXTEND TPALERT-FILE.
003670     IF TPALERT-STATUS = '35'
003680         OPEN OUTPUT TPALERT-FILE
003690     END-IF.
003700     IF TPALERT-STATUS = '00'
003710         SET TP840-ALERTS-ARE-OPEN TO TRUE
003720     ELSE
003730         DISPLAY 'TP840ACK - UNABLE TO OPEN TPALERT - STATUS '
003740                  TPALERT-STATUS ' - REJECTIONS NOT ALERTED'
003750     END-IF.
003760 1000-EXIT.
003770     EXIT.

003780****************************************************************
003790*  1050-ENROLL-RUN-REGISTRY - TPALERT MUST NOT BE APPENDED TO  *
003800*  WHILE TP910ALD IS CONSUMING IT OR ITS ROLL IS LANDING.      *
003810****************************************************************
003820 1050-ENROLL-RUN-REGISTRY.
003830     MOVE 'ENROLL'   TO TP-LOK-REQUEST.
003840     MOVE 'TP840ACK' TO TP-LOK-PROGRAM-ID.
003850     MOVE SPACES     TO TP-LOK-JOB-NAME.
003860     MOVE SPACES     TO TP-LOK-STREAM-ID.
003870     MOVE 2          TO TP-LOK-FILE-COUNT.
003880     MOVE 'TPALERT'  TO TP-LOK-FILE-NAME(1).
003890     MOVE 'TPFACKST' TO TP-LOK-FILE-NAME(2).
003900     CALL 'TPRUNLOK' USING TP-LOK-CB.
003910     IF TP-LOK-HONOURED
003920         SET TP840-RUN-IS-ENROLLED TO TRUE
003930     ELSE
003940         DISPLAY 'TP840ACK - RUN REGISTRY ENROLLMENT REFUSED - '
003950                  TP-LOK-RESPONSE-MESSAGE
003960         MOVE TP-LOK-RESPONSE-MESSAGE TO TP840-SEC-TEXT
003970         WRITE TP-FAKRPT-LINE FROM TP840-SECTION-LINE
003980     END-IF.
003990 1050-EXIT.
004000     EXIT.

004010 1100-READ-CONTROL-CARD.
004020     OPEN INPUT TPFAKCTL-FILE.
004030     IF TPFAKCTL-STATUS NOT = '00'
004040         DISPLAY 'TP840ACK - TPFAKCTL NOT AVAILABLE - '
004050                 'BUILT-IN DEFAULTS IN FORCE'
004060         GO TO 1100-EXIT
004070     END-IF.
004080     READ TPFAKCTL-FILE
004090         AT END
004100             CLOSE TPFAKCTL-FILE
004110             GO TO 1100-EXIT
004120     END-READ.
004130     IF TP-FAKCTL-RUN-DATE NUMERIC
004140        AND TP-FAKCTL-RUN-DATE > '19000000'
004150         MOVE TP-FAKCTL-RUN-DATE TO TP840-RUN-DATE
004160     END-IF.
004170     IF TP-FAKCTL-WAIT-HOURS NUMERIC
004180        AND TP-FAKCTL-WAIT-HOURS > '0000'
004190         MOVE TP-FAKCTL-WAIT-HOURS TO TP840-DEFAULT-HOURS
004200     END-IF.
004210     IF TP-FAKCTL-RETAIN-DAYS NUMERIC
004220        AND TP-FAKCTL-RETAIN-DAYS > '000'
004230         MOVE TP-FAKCTL-RETAIN-DAYS TO TP840-RETAIN-DAYS
004240     END-IF.
004250     CLOSE TPFAKCTL-FILE.
004260 1100-EXIT.
004270     EXIT.

004280******************************************************************
004290*  2000-POST-MAPPED - EVERY CLEAN PERFORM-MAPPING ON THE LIVE    *
004300*  TPACTLOG UP TO THE RUN DATE.  A DOCUMENT ALREADY AWAITING OR  *
004310*  ACKNOWLEDGED FROM THE SAME MAPPING IS SKIPPED; ONE THAT HAS   *
004320*  MAPPED AGAIN SINCE STARTS A FRESH WAIT.                       *
004330******************************************************************
004340 2000-POST-MAPPED.
004350     PERFORM 2900-READ-NEXT-ACTIVITY THRU 2900-EXIT.
004360     PERFORM 2100-POST-ONE THRU 2100-EXIT
004370         UNTIL TP840-NO-MORE-ACTIVITY.
004380 2000-EXIT.
004390     EXIT.

004400 2100-POST-ONE.
004410     IF NOT TP-ACTLOG-IS-PERFORM-MAPPING
004420        OR TP-ACTLOG-RESPONSE-CODE NOT = ZERO
004430        OR TP-ACTLOG-RUN-DATE > TP840-RUN-DATE
004440        OR TP-ACTLOG-DOCUMENT-ID = SPACES
004450         GO TO 2100-NEXT
004460     END-IF.
004470     PERFORM 2200-BUILD-ACTLOG-KEY THRU 2200-EXIT.
004480     PERFORM 4000-RESOLVE-CANONICAL THRU 4000-EXIT.
004490     MOVE TP840-CANON-KEY       TO TP-FACKST-CANON-PARTNER-KEY.
004500     MOVE TP-ACTLOG-DOCUMENT-ID TO TP-FACKST-DOCUMENT-ID.
004510     MOVE 'N' TO TP840-NEW-STS-SW.
004520     READ TPFACKST-FILE
004530         INVALID KEY
004540             SET TP840-STS-IS-NEW TO TRUE
004550     END-READ.
004560     IF NOT TP840-STS-IS-NEW
004570         IF TP-ACTLOG-RUN-DATE < TP-FACKST-MAPPED-DATE
004580            OR (TP-ACTLOG-RUN-DATE = TP-FACKST-MAPPED-DATE
004590                AND TP-ACTLOG-RUN-TIME
004600                      NOT > TP-FACKST-MAPPED-TIME)
004610             ADD 1 TO TP840-ALREADY-COUNT
004620             GO TO 2100-NEXT
004630         END-IF
004640     END-IF.
004650     MOVE TP840-CANON-KEY       TO TP-FACKST-CANON-PARTNER-KEY.
004660     MOVE TP-ACTLOG-DOCUMENT-ID TO TP-FACKST-DOCUMENT-ID.
004670     MOVE TP840-WS-PARTNER-FORM TO TP-FACKST-PARTNER-FORM.
004680     MOVE TP840-WS-PARTNER-KEY  TO TP-FACKST-SUBMIT-PARTNER-KEY.
004690     MOVE TP-ACTLOG-APPLICATION-ID TO TP-FACKST-APPLICATION-ID.
004700     MOVE TP-ACTLOG-RUN-DATE    TO TP-FACKST-MAPPED-DATE.
004710     MOVE TP-ACTLOG-RUN-TIME    TO TP-FACKST-MAPPED-TIME.
004720     SET TP-FACKST-AWAITING     TO TRUE.
004730     MOVE SPACES TO TP-FACKST-ACK-TYPE.
004740     MOVE SPACES TO TP-FACKST-ACK-CODE.
004750     MOVE ZERO   TO TP-FACKST-ACK-DATE.
004760     MOVE ZERO   TO TP-FACKST-ACK-TIME.
004770     MOVE ZERO   TO TP-FACKST-ACK-COUNT.
004780     MOVE SPACES TO TP-FACKST-ERROR-CODE.
004790     MOVE SPACES TO TP-FACKST-ERROR-TEXT.
004800     MOVE ZERO   TO TP-FACKST-FIRST-OVERDUE-DATE.
004810     IF TP840-STS-IS-NEW
004820         ADD 1 TO TP840-POSTED-COUNT
004830         WRITE TP-FACKST-RECORD
004840             INVALID KEY
004850                 DISPLAY 'TP840ACK - TPFACKST WRITE FAILED - '
004860                         'STATUS ' TPFACKST-STATUS
004870         END-WRITE
004880     ELSE
004890         ADD 1 TO TP840-REMAPPED-COUNT
004900         REWRITE TP-FACKST-RECORD
004910             INVALID KEY
004920                 DISPLAY 'TP840ACK - TPFACKST REWRITE FAILED - '
004930                         'STATUS ' TPFACKST-STATUS
004940         END-REWRITE
004950     END-IF.
004960 2100-NEXT.
004970     PERFORM 2900-READ-NEXT-ACTIVITY THRU 2900-EXIT.
004980 2100-EXIT.
004990     EXIT.

005000 2200-BUILD-ACTLOG-KEY.
005010     MOVE TP-ACTLOG-PARTNER-FORM TO TP840-WS-PARTNER-FORM.
005020     IF TP-ACTLOG-FORM-IS-ALIAS
005030         MOVE TP-ACTLOG-ALIAS-ID-QUAL
005040             TO TP840-WS-PARTNER-KEY(1:4)
005050         MOVE TP-ACTLOG-ALIAS-ID
005060             TO TP840-WS-PARTNER-KEY(5:35)
005070         MOVE SPACES TO TP840-WS-PARTNER-KEY(40:39)
005080     ELSE
005090         MOVE TP-ACTLOG-CORP-ID-QUAL
005100             TO TP840-WS-PARTNER-KEY(1:4)
005110         MOVE TP-ACTLOG-CORP-ID
005120             TO TP840-WS-PARTNER-KEY(5:35)
005130         MOVE TP-ACTLOG-DIV-ID-QUAL
005140             TO TP840-WS-PARTNER-KEY(40:4)
005150         MOVE TP-ACTLOG-DIV-ID
005160             TO TP840-WS-PARTNER-KEY(44:35)
005170     END-IF.
005180 2200-EXIT.
005190     EXIT.

005200 2900-READ-NEXT-ACTIVITY.
005210     READ TPACTLOG-FILE
005220         AT END
005230             SET TP840-NO-MORE-ACTIVITY TO TRUE
005240     END-READ.
005250 2900-EXIT.
005260     EXIT.

005270******************************************************************
005280*  3000-APPLY-ACKS - EACH INBOUND ACK IS MATCHED TO ITS STATUS   *
005290*  RECORD BY CANONICAL PARTNER AND DOCUMENT ID.  AN ACK THAT     *
005300*  MATCHES NOTHING, OR IS NOT A RECOGNISABLE 997/999 RECORD, IS  *
005310*  LISTED; ONE NO NEWER THAN THE ACK ALREADY APPLIED IS A        *
005320*  DUPLICATE.  A REJECTION IS LISTED AND ALERTED.                *
005330******************************************************************
005340 3000-APPLY-ACKS.
005350     MOVE 'ACKNOWLEDGMENT EXCEPTIONS RECEIVED TONIGHT'
005360         TO TP840-SEC-TEXT.
005370     WRITE TP-FAKRPT-LINE FROM TP840-SECTION-LINE.
005380     WRITE TP-FAKRPT-LINE FROM TP840-EXCEPTION-TITLE.
005390     IF NOT TP840-ACKS-ARE-OPEN
005400         GO TO 3000-EXIT
005410     END-IF.
005420     PERFORM 3900-READ-NEXT-ACK THRU 3900-EXIT.
005430     PERFORM 3100-APPLY-ONE THRU 3100-EXIT
005440         UNTIL TP840-NO-MORE-ACKS.
005450 3000-EXIT.
005460     EXIT.

005470 3100-APPLY-ONE.
005480     ADD 1 TO TP840-ACK-READ-COUNT.
005490     PERFORM 3200-BUILD-ACK-KEY THRU 3200-EXIT.
005500     IF TP-FACKIN-DOCUMENT-ID = SPACES
005510        OR TP840-WS-PARTNER-KEY = SPACES
005520        OR NOT (TP-FACKIN-IS-997 OR TP-FACKIN-IS-999)
005530        OR NOT (TP-FACKIN-ACCEPTED
005540                OR TP-FACKIN-ACCEPTED-WITH-ERRORS
005550                OR TP-FACKIN-REJECTED)
005560         ADD 1 TO TP840-INVALID-COUNT
005570         MOVE 'INVALID'  TO TP840-E-TAG
005580         PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
005590         GO TO 3100-NEXT
005600     END-IF.
005610     PERFORM 4000-RESOLVE-CANONICAL THRU 4000-EXIT.
005620     MOVE TP840-CANON-KEY       TO TP-FACKST-CANON-PARTNER-KEY.
005630     MOVE TP-FACKIN-DOCUMENT-ID TO TP-FACKST-DOCUMENT-ID.
005640     READ TPFACKST-FILE
005650         INVALID KEY
005660             ADD 1 TO TP840-UNMATCHED-COUNT
005670             MOVE 'UNMATCHED' TO TP840-E-TAG
005680             PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
005690             GO TO 3100-NEXT
005700     END-READ.
005710     IF TP-FACKST-ACKNOWLEDGED
005720        AND (TP-FACKIN-RECEIVED-DATE < TP-FACKST-ACK-DATE
005730             OR (TP-FACKIN-RECEIVED-DATE = TP-FACKST-ACK-DATE
005740                 AND TP-FACKIN-RECEIVED-TIME
005750                       NOT > TP-FACKST-ACK-TIME))
005760         ADD 1 TO TP840-DUPLICATE-COUNT
005770         GO TO 3100-NEXT
005780     END-IF.
005790     EVALUATE TRUE
005800         WHEN TP-FACKIN-ACCEPTED
005810             SET TP-FACKST-ACCEPTED TO TRUE
005820             ADD 1 TO TP840-ACCEPTED-COUNT
005830         WHEN TP-FACKIN-ACCEPTED-WITH-ERRORS
005840             SET TP-FACKST-ACCEPTED-WITH-ERRORS TO TRUE
005850             ADD 1 TO TP840-ACC-ERR-COUNT
005860         WHEN OTHER
005870             SET TP-FACKST-REJECTED TO TRUE
005880             ADD 1 TO TP840-REJECTED-COUNT
005890     END-EVALUATE.
005900     MOVE TP-FACKIN-ACK-TYPE       TO TP-FACKST-ACK-TYPE.
005910     MOVE TP-FACKIN-ACK-CODE       TO TP-FACKST-ACK-CODE.
005920     MOVE TP-FACKIN-RECEIVED-DATE  TO TP-FACKST-ACK-DATE.
005930     MOVE TP-FACKIN-RECEIVED-TIME  TO TP-FACKST-ACK-TIME.
005940     MOVE TP-FACKIN-ERROR-CODE     TO TP-FACKST-ERROR-CODE.
005950     MOVE TP-FACKIN-ERROR-TEXT     TO TP-FACKST-ERROR-TEXT.
005960     IF TP-FACKST-ACK-COUNT < 999
005970         ADD 1 TO TP-FACKST-ACK-COUNT
005980     END-IF.
005990     REWRITE TP-FACKST-RECORD
006000         INVALID KEY
006010             DISPLAY 'TP840ACK - TPFACKST REWRITE FAILED - '
006020                     'STATUS ' TPFACKST-STATUS
006030     END-REWRITE.
006040     IF TP-FACKST-REJECTED
006050         MOVE 'REJECTED' TO TP840-E-TAG
006060         PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
006070         PERFORM 3600-RAISE-ALERT THRU 3600-EXIT
006080     END-IF.
006090 3100-NEXT.
006100     PERFORM 3900-READ-NEXT-ACK THRU 3900-EXIT.
006110 3100-EXIT.
006120     EXIT.

006130 3200-BUILD-ACK-KEY.
006140     MOVE TP-FACKIN-PARTNER-FORM TO TP840-WS-PARTNER-FORM.
006150     IF TP-FACKIN-FORM-IS-ALIAS
006160         MOVE TP-FACKIN-ALIAS-ID-QUAL
006170             TO TP840-WS-PARTNER-KEY(1:4)
006180         MOVE TP-FACKIN-ALIAS-ID
006190             TO TP840-WS-PARTNER-KEY(5:35)
006200         MOVE SPACES TO TP840-WS-PARTNER-KEY(40:39)
006210     ELSE
006220         MOVE TP-FACKIN-CORP-ID-QUAL
006230             TO TP840-WS-PARTNER-KEY(1:4)
006240         MOVE TP-FACKIN-CORP-ID
006250             TO TP840-WS-PARTNER-KEY(5:35)
006260         MOVE TP-FACKIN-DIV-ID-QUAL
006270             TO TP840-WS-PARTNER-KEY(40:4)
006280         MOVE TP-FACKIN-DIV-ID
006290             TO TP840-WS-PARTNER-KEY(44:35)
006300     END-IF.
006310 3200-EXIT.
006320     EXIT.

006330 3500-PRINT-EXCEPTION.
006340     MOVE TP840-WS-PARTNER-KEY(1:40)  TO TP840-E-PARTNER-KEY.
006350     MOVE TP-FACKIN-DOCUMENT-ID(1:30) TO TP840-E-DOCUMENT-ID.
006360     MOVE TP-FACKIN-ACK-TYPE          TO TP840-E-ACK-TYPE.
006370     MOVE TP-FACKIN-ACK-CODE          TO TP840-E-ACK-CODE.
006380     MOVE TP-FACKIN-ERROR-CODE        TO TP840-E-ERROR-CODE.
006390     MOVE TP-FACKIN-ERROR-TEXT(1:40)  TO TP840-E-ERROR-TEXT.
006400     WRITE TP-FAKRPT-LINE FROM TP840-EXCEPTION-LINE.
006410 3500-EXIT.
006420     EXIT.

006430******************************************************************
006440*  3600-RAISE-ALERT - A CRITICAL TPALERT RECORD IN THE SAME      *
006450*  SHAPE TP100DRV WRITES FOR A GATEWAY FAILURE, UNDER THE        *
006460*  PARTNER KEY THE DOCUMENT WAS SUBMITTED UNDER.                 *
006470******************************************************************
006480 3600-RAISE-ALERT.
006490     IF NOT TP840-ALERTS-ARE-OPEN
006500         GO TO 3600-EXIT
006510     END-IF.
006520     MOVE SPACES                     TO TP-ALERT-RECORD.
006530     MOVE TP840-TODAY                TO TP-ALERT-DATE.
006540     MOVE TP840-CLOCK(1:6)           TO TP-ALERT-TIME.
006550     MOVE 'TP840ACK'                 TO TP-ALERT-PROGRAM.
006560     IF TP-FACKIN-IS-999
006570         MOVE 9999                   TO TP-ALERT-RESPONSE-CODE
006580     ELSE
006590         MOVE 9997                   TO TP-ALERT-RESPONSE-CODE
006600     END-IF.
006610     MOVE 'C'                        TO TP-ALERT-SEVERITY.
006620     MOVE TP-FACKST-DOCUMENT-ID      TO TP-ALERT-DOCUMENT-ID.
006630     MOVE TP-FACKST-APPLICATION-ID   TO TP-ALERT-APPLICATION-ID.
006640     MOVE TP-FACKST-PARTNER-FORM     TO TP-ALERT-PARTNER-FORM.
006650     IF TP-FACKST-PARTNER-FORM = 'A'
006660         MOVE TP-FACKST-SUBMIT-PARTNER-KEY(1:4)
006670             TO TP-ALERT-ALIAS-ID-QUAL
006680         MOVE TP-FACKST-SUBMIT-PARTNER-KEY(5:35)
006690             TO TP-ALERT-ALIAS-ID
006700     ELSE
006710         MOVE TP-FACKST-SUBMIT-PARTNER-KEY(1:4)
006720             TO TP-ALERT-CORP-ID-QUAL
006730         MOVE TP-FACKST-SUBMIT-PARTNER-KEY(5:35)
006740             TO TP-ALERT-CORP-ID
006750         MOVE TP-FACKST-SUBMIT-PARTNER-KEY(40:4)
006760             TO TP-ALERT-DIV-ID-QUAL
006770         MOVE TP-FACKST-SUBMIT-PARTNER-KEY(44:35)
006780             TO TP-ALERT-DIV-ID
006790     END-IF.
006800     MOVE 1                          TO TP-ALERT-CONSEC-COUNT.
006810     STRING 'PARTNER ' DELIMITED BY SIZE
006820            TP-FACKIN-ACK-TYPE DELIMITED BY SIZE
006830            ' REJECTED - CODE ' DELIMITED BY SIZE
006840            TP-FACKIN-ACK-CODE DELIMITED BY SIZE
006850            ' ' DELIMITED BY SIZE
006860            TP-FACKIN-ERROR-CODE DELIMITED BY SIZE
006870            ' ' DELIMITED BY SIZE
006880            TP-FACKIN-ERROR-TEXT DELIMITED BY SIZE
006890         INTO TP-ALERT-RESPONSE-MESSAGE.
006900     WRITE TP-ALERT-RECORD.
006910     DISPLAY 'TP840ACK - PARTNER REJECTED DOCUMENT '
006920              TP-FACKST-DOCUMENT-ID.
006930 3600-EXIT.
006940     EXIT.

006950 3900-READ-NEXT-ACK.
006960     READ TPFACKIN-FILE
006970         AT END
006980             SET TP840-NO-MORE-ACKS TO TRUE
006990     END-READ.
007000 3900-EXIT.
007010     EXIT.

007020******************************************************************
007030*  4000-RESOLVE-CANONICAL - AN ALIAS-FORM KEY IN TP840-WS-       *
007040*  PARTNER-KEY IS REPLACED BY ITS ACTIVE TPALSXRF CORP/DIV       *
007050*  PARTNER; AN UNRESOLVED ALIAS STANDS AS ITS OWN PARTNER.       *
007060******************************************************************
007070 4000-RESOLVE-CANONICAL.
007080     MOVE TP840-WS-PARTNER-KEY TO TP840-CANON-KEY.
007090     IF TP840-WS-PARTNER-FORM NOT = 'A'
007100        OR NOT TP840-XRF-IS-OPEN
007110         GO TO 4000-EXIT
007120     END-IF.
007130     MOVE TP840-WS-PARTNER-KEY(1:4)  TO TP-ALSXRF-ALIAS-ID-QUAL.
007140     MOVE TP840-WS-PARTNER-KEY(5:35) TO TP-ALSXRF-ALIAS-ID.
007150     READ TPALSXRF-FILE
007160         INVALID KEY
007170             GO TO 4000-EXIT
007180     END-READ.
007190     IF TP-ALSXRF-ACTIVE
007200         MOVE TP-ALSXRF-CORP-ID-QUAL TO TP840-CANON-KEY(1:4)
007210         MOVE TP-ALSXRF-CORP-ID      TO TP840-CANON-KEY(5:35)
007220         MOVE TP-ALSXRF-DIV-ID-QUAL  TO TP840-CANON-KEY(40:4)
007230         MOVE TP-ALSXRF-DIV-ID       TO TP840-CANON-KEY(44:35)
007240     END-IF.
007250 4000-EXIT.
007260     EXIT.

007270******************************************************************
007280*  5000-SWEEP-STATUS - ONE PASS OF THE STATUS FILE:              *
007290*    - A DOCUMENT STILL AWAITING ITS ACK PAST ITS PARTNER'S      *
007300*      WAIT WINDOW IS LISTED, STAMPED WITH THE NIGHT IT FIRST    *
007310*      WENT OVERDUE;                                             *
007320*    - A RECORD OLDER THAN THE RETENTION PERIOD IS DELETED -     *
007330*      AN ACKNOWLEDGED ONE BY ITS ACK DATE, ONE STILL AWAITING   *
007340*      BY ITS MAPPED DATE (COUNTED AS EXPIRED UNACKNOWLEDGED).   *
007350******************************************************************
007360 5000-SWEEP-STATUS.
007370     MOVE SPACES TO TP-FAKRPT-LINE.
007380     WRITE TP-FAKRPT-LINE.
007390     MOVE 'OVERDUE ACKNOWLEDGMENTS - PAST PARTNER WAIT WINDOW'
007400         TO TP840-SEC-TEXT.
007410     WRITE TP-FAKRPT-LINE FROM TP840-SECTION-LINE.
007420     WRITE TP-FAKRPT-LINE FROM TP840-OVERDUE-TITLE.
007430     MOVE LOW-VALUES TO TP-FACKST-KEY.
007440     START TPFACKST-FILE KEY NOT < TP-FACKST-KEY
007450         INVALID KEY
007460             SET TP840-NO-MORE-STATUS TO TRUE
007470             GO TO 5000-EXIT
007480     END-START.
007490     PERFORM 5900-READ-NEXT-STATUS THRU 5900-EXIT.
007500     PERFORM 5100-SWEEP-ONE THRU 5100-EXIT
007510         UNTIL TP840-NO-MORE-STATUS.
007520 5000-EXIT.
007530     EXIT.

007540 5100-SWEEP-ONE.
007550     IF TP-FACKST-AWAITING
007560         IF TP-FACKST-MAPPED-DATE < TP840-PURGE-DATE
007570             ADD 1 TO TP840-EXPIRED-COUNT
007580             PERFORM 5800-DELETE-STATUS THRU 5800-EXIT
007590         ELSE
007600             PERFORM 5200-CHECK-AWAITING THRU 5200-EXIT
007610         END-IF
007620     ELSE
007630         IF TP-FACKST-ACK-DATE < TP840-PURGE-DATE
007640             ADD 1 TO TP840-PURGED-COUNT
007650             PERFORM 5800-DELETE-STATUS THRU 5800-EXIT
007660         END-IF
007670     END-IF.
007680     PERFORM 5900-READ-NEXT-STATUS THRU 5900-EXIT.
007690 5100-EXIT.
007700     EXIT.

007710 5200-CHECK-AWAITING.
007720     ADD 1 TO TP840-AWAITING-COUNT.
007730     IF TP-FACKST-MAPPED-DATE > TP840-RUN-DATE
007740         GO TO 5200-EXIT
007750     END-IF.
007760     COMPUTE TP840-MAP-INT
007770         = FUNCTION INTEGER-OF-DATE(TP-FACKST-MAPPED-DATE).
007780     MOVE TP-FACKST-MAPPED-TIME TO TP840-TIME-WORK.
007790     COMPUTE TP840-MAP-MINS = TP840-TW-HH * 60 + TP840-TW-MI.
007800     COMPUTE TP840-ELAPSED-MIN
007810         = (TP840-RUN-INT - TP840-MAP-INT) * 1440
007820         + TP840-NOW-MINS - TP840-MAP-MINS.
007830     PERFORM 5300-LOOKUP-WINDOW THRU 5300-EXIT.
007840     IF TP840-ELAPSED-MIN NOT > TP840-WINDOW-HOURS * 60
007850         GO TO 5200-EXIT
007860     END-IF.
007870     ADD 1 TO TP840-OVERDUE-COUNT.
007880     IF TP-FACKST-FIRST-OVERDUE-DATE = ZERO
007890         MOVE TP840-RUN-DATE TO TP-FACKST-FIRST-OVERDUE-DATE
007900         REWRITE TP-FACKST-RECORD
007910             INVALID KEY
007920                 DISPLAY 'TP840ACK - TPFACKST REWRITE FAILED - '
007930                         'STATUS ' TPFACKST-STATUS
007940         END-REWRITE
007950     END-IF.
007960     MOVE TP-FACKST-SUBMIT-PARTNER-KEY(1:40)
007970                                     TO TP840-O-PARTNER-KEY.
007980     MOVE TP-FACKST-DOCUMENT-ID(1:30) TO TP840-O-DOCUMENT-ID.
007990     MOVE TP-FACKST-APPLICATION-ID    TO TP840-O-APPLICATION-ID.
008000     MOVE TP-FACKST-MAPPED-DATE       TO TP840-O-MAPPED-DATE.
008010     MOVE TP-FACKST-MAPPED-TIME       TO TP840-O-MAPPED-TIME.
008020     COMPUTE TP840-O-HOURS = TP840-ELAPSED-MIN / 60.
008030     MOVE TP840-WINDOW-HOURS          TO TP840-O-WINDOW.
008040     MOVE TP-FACKST-FIRST-OVERDUE-DATE TO TP840-O-OVERDUE-SINCE.
008050     WRITE TP-FAKRPT-LINE FROM TP840-OVERDUE-LINE.
008060 5200-EXIT.
008070     EXIT.

008080******************************************************************
008090*  5300-LOOKUP-WINDOW - THE PARTNER'S OWN WAIT WINDOW, ELSE THE  *
008100*  HOUSE DEFAULT RECORD, ELSE THE CONTROL CARD.  THE STATUS      *
008110*  FILE COMES BACK IN PARTNER ORDER, SO THE LAST ANSWER IS KEPT  *
008120*  AND THE WINDOW FILE IS ONLY READ WHEN THE PARTNER CHANGES.    *
008130******************************************************************
008140 5300-LOOKUP-WINDOW.
008150     IF TP-FACKST-CANON-PARTNER-KEY = TP840-WIN-CACHE-KEY
008160         GO TO 5300-EXIT
008170     END-IF.
008180     MOVE TP-FACKST-CANON-PARTNER-KEY TO TP840-WIN-CACHE-KEY.
008190     MOVE TP840-DEFAULT-HOURS TO TP840-WINDOW-HOURS.
008200     IF NOT TP840-WIN-IS-OPEN
008210         GO TO 5300-EXIT
008220     END-IF.
008230     MOVE TP-FACKST-CANON-PARTNER-KEY TO TP-ACKWIN-PARTNER-KEY.
008240     READ TPACKWIN-FILE
008250         INVALID KEY
008260             MOVE ZERO TO TP-ACKWIN-WAIT-HOURS
008270     END-READ.
008280     IF TP-ACKWIN-WAIT-HOURS > ZERO
008290         MOVE TP-ACKWIN-WAIT-HOURS TO TP840-WINDOW-HOURS
008300         GO TO 5300-EXIT
008310     END-IF.
008320     MOVE SPACES TO TP-ACKWIN-PARTNER-KEY.
008330     READ TPACKWIN-FILE
008340         INVALID KEY
008350             MOVE ZERO TO TP-ACKWIN-WAIT-HOURS
008360     END-READ.
008370     IF TP-ACKWIN-WAIT-HOURS > ZERO
008380         MOVE TP-ACKWIN-WAIT-HOURS TO TP840-WINDOW-HOURS
008390     END-IF.
008400 5300-EXIT.
008410     EXIT.

008420 5800-DELETE-STATUS.
008430     DELETE TPFACKST-FILE RECORD
008440         INVALID KEY
008450             DISPLAY 'TP840ACK - TPFACKST DELETE FAILED - '
008460                     'STATUS ' TPFACKST-STATUS
008470     END-DELETE.
008480 5800-EXIT.
008490     EXIT.

008500 5900-READ-NEXT-STATUS.
008510     READ TPFACKST-FILE NEXT RECORD
008520         AT END
008530             SET TP840-NO-MORE-STATUS TO TRUE
008540     END-READ.
008550 5900-EXIT.
008560     EXIT.

008570******************************************************************
008580*  8000-REPORT-COUNTS - RUN TOTALS AND THE RETURN CODE.          *
008590******************************************************************
008600 8000-REPORT-COUNTS.
008610     MOVE SPACES TO TP-FAKRPT-LINE.
008620     WRITE TP-FAKRPT-LINE.
008630     MOVE 'MAPPED DOCUMENTS NOW AWAITING ACK:' TO TP840-C-LABEL.
008640     MOVE TP840-POSTED-COUNT             TO TP840-C-COUNT.
008650     WRITE TP-FAKRPT-LINE FROM TP840-COUNT-LINE.
008660     MOVE 'MAPPED AGAIN - WAIT RESTARTED:' TO TP840-C-LABEL.
008670     MOVE TP840-REMAPPED-COUNT           TO TP840-C-COUNT.
008680     WRITE TP-FAKRPT-LINE FROM TP840-COUNT-LINE.
008690     MOVE 'MAPPINGS ALREADY POSTED - SKIPPED:' TO TP840-C-LABEL.
008700     MOVE TP840-ALREADY-COUNT            TO TP840-C-COUNT.
008710     WRITE TP-FAKRPT-LINE FROM TP840-COUNT-LINE.
008720     MOVE 'ACKS READ:'                   TO TP840-C-LABEL.
008730     MOVE TP840-ACK-READ-COUNT           TO TP840-C-COUNT.
008740     WRITE TP-FAKRPT-LINE FROM TP840-COUNT-LINE.
008750     MOVE 'ACCEPTED:'                    TO TP840-C-LABEL.
008760     MOVE TP840-ACCEPTED-COUNT           TO TP840-C-COUNT.
008770     WRITE TP-FAKRPT-LINE FROM TP840-COUNT-LINE.
008780     MOVE 'ACCEPTED WITH ERRORS:'        TO TP840-C-LABEL.
008790     MOVE TP840-ACC-ERR-COUNT            TO TP840-C-COUNT.
008800     WRITE TP-FAKRPT-LINE FROM TP840-COUNT-LINE.
008810     MOVE 'REJECTED - ALERT RAISED:'     TO TP840-C-LABEL.
008820     MOVE TP840-REJECTED-COUNT           TO TP840-C-COUNT.
008830     WRITE TP-FAKRPT-LINE FROM TP840-COUNT-LINE.
008840     MOVE 'UNMATCHED ACKS:'              TO TP840-C-LABEL.
008850     MOVE TP840-UNMATCHED-COUNT          TO TP840-C-COUNT.
008860     WRITE TP-FAKRPT-LINE FROM TP840-COUNT-LINE.
008870     MOVE 'INVALID ACK RECORDS:'         TO TP840-C-LABEL.
008880     MOVE TP840-INVALID-COUNT            TO TP840-C-COUNT.
008890     WRITE TP-FAKRPT-LINE FROM TP840-COUNT-LINE.
008900     MOVE 'DUPLICATE ACKS IGNORED:'      TO TP840-C-LABEL.
008910     MOVE TP840-DUPLICATE-COUNT          TO TP840-C-COUNT.
008920     WRITE TP-FAKRPT-LINE FROM TP840-COUNT-LINE.
008930     MOVE 'DOCUMENTS STILL AWAITING ACK:' TO TP840-C-LABEL.
008940     MOVE TP840-AWAITING-COUNT           TO TP840-C-COUNT.
008950     WRITE TP-FAKRPT-LINE FROM TP840-COUNT-LINE.
008960     MOVE 'AWAITING PAST WAIT WINDOW:'   TO TP840-C-LABEL.
008970     MOVE TP840-OVERDUE-COUNT            TO TP840-C-COUNT.
008980     WRITE TP-FAKRPT-LINE FROM TP840-COUNT-LINE.
008990     MOVE 'EXPIRED UNACKNOWLEDGED - PURGED:' TO TP840-C-LABEL.
009000     MOVE TP840-EXPIRED-COUNT            TO TP840-C-COUNT.
009010     WRITE TP-FAKRPT-LINE FROM TP840-COUNT-LINE.
009020     MOVE 'ACKNOWLEDGED RECORDS PURGED:' TO TP840-C-LABEL.
009030     MOVE TP840-PURGED-COUNT             TO TP840-C-COUNT.
009040     WRITE TP-FAKRPT-LINE FROM TP840-COUNT-LINE.
009050     IF TP840-REJECTED-COUNT > ZERO
009060        OR TP840-UNMATCHED-COUNT > ZERO
009070        OR TP840-INVALID-COUNT > ZERO
009080        OR TP840-OVERDUE-COUNT > ZERO
009090         MOVE 4 TO RETURN-CODE
009100     END-IF.
009110 8000-EXIT.
009120     EXIT.

009130******************************************************************
009140*  9000-TERMINATE                                                *
009150******************************************************************
009160 9000-TERMINATE.
009170     IF TP840-STS-IS-OPEN
009180         CLOSE TPFACKST-FILE
009190     END-IF.
009200     IF TP840-LOG-IS-OPEN
009210         CLOSE TPACTLOG-FILE
009220     END-IF.
009230     IF TP840-ACKS-ARE-OPEN
009240         CLOSE TPFACKIN-FILE
009250     END-IF.
009260     IF TP840-WIN-IS-OPEN
009270         CLOSE TPACKWIN-FILE
009280     END-IF.
009290     IF TP840-XRF-IS-OPEN
009300         CLOSE TPALSXRF-FILE
009310     END-IF.
009320     IF TP840-ALERTS-ARE-OPEN
009330         CLOSE TPALERT-FILE
009340     END-IF.
009350     IF TP840-RUN-IS-ENROLLED
009360         MOVE 'RELEASE' TO TP-LOK-REQUEST
009370         CALL 'TPRUNLOK' USING TP-LOK-CB
009380     END-IF.
009390     CLOSE TPFAKRPT-FILE.
009400 9000-EXIT.
009410     EXIT.

009420******************************************************************
009430*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
009440*  ITS RETURN CODE AND COUNTS. IN IS ACKS READ, OUT IS ACCEPTED  *
009450*  (WITH OR WITHOUT ERRORS), REJECT IS REJECTED.                 *
009460******************************************************************
009470 9900-RUN-HISTORY-END.
009480     MOVE 'END'              TO TP-HST-REQUEST.
009490     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
009500     MOVE TP840-ACK-READ-COUNT TO TP-HST-IN-COUNT.
009510     COMPUTE TP-HST-OUT-COUNT
009520         = TP840-ACCEPTED-COUNT
009530         + TP840-ACC-ERR-COUNT.
009540     MOVE TP840-REJECTED-COUNT TO TP-HST-REJECT-COUNT.
009550     CALL 'TPRUNHST' USING TP-HST-CB.
009560 9900-EXIT.
009570     EXIT.

009580 END PROGRAM TP840ACK.
