000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TP990OAR.
000120 AUTHOR.        D L ROSS.
000130 INSTALLATION.  EDI OPERATIONS - MFT.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  TP990OAR                                                      *
000180*                                                                *
000190*  MONTHLY OPERATOR ACTION REVIEW.  READS THE TPOPRJNL OPERATOR  *
000200*  ACTION JOURNAL AND ANSWERS, FOR ONE CALENDAR MONTH, WHO       *
000210*  CHANGED WHAT, WHEN AND WHY ACROSS THE OPERATOR UTILITIES:     *
000220*                                                                *
000230*    - ACTIONS BY OPERATOR - EACH OPERATOR'S ACTIONS COUNTED BY  *
000240*      OBJECT TYPE AND ACTION, WITH AN OPERATOR TOTAL.           *
000250*    - ACTIONS BY ACTION TYPE - THE SAME COUNTS ACROSS ALL       *
000260*      OPERATORS.                                                *
000270*    - ACTIONS FLAGGED FOR REVIEW - EVERY ACTION KEYED OUTSIDE   *
000280*      THE SHIFT WINDOW (BEFORE THE SHIFT START, AT OR AFTER THE *
000290*      SHIFT END, OR ON A DAY THAT IS NOT A BUSINESS DAY), AND   *
000300*      EVERY ACTION KEYED WITHOUT A REASON, WITH ITS KEY AND     *
000310*      BEFORE AND AFTER VALUES.  BUSINESS DAYS ARE MONDAY TO     *
000320*      FRIDAY AS ADJUSTED BY TPCALNDR, AS IN TP820SLA.  A        *
000330*      DEFERRED ACTION (A STAGED CHANGE PUT INTO EFFECT BY A     *
000340*      LATER RUN) IS NEVER FLAGGED - THE OPERATOR WHO STAGED IT  *
000350*      WAS NOT AT THE KEYBOARD WHEN IT TOOK EFFECT.  A BEFORE    *
000352*      OR AFTER VALUE TOO LONG FOR ONE PRINT LINE CONTINUES ON   *
000354*      A SECOND, UNLABELLED LINE.                                *
000360*    - SAME OPERATOR PLACED AND RELEASED - EVERY HOLD OR         *
000370*      INCIDENT RELEASED IN THE MONTH BY THE OPERATOR WHO        *
000380*      PLACED IT.  A HOLD IS PLACED AND RELEASED THROUGH         *
000390*      TP960HLD; AN INCIDENT IS PLACED BY AN OPERATOR REOPEN     *
000400*      AND RELEASED BY AN ACKNOWLEDGEMENT THROUGH TP910ALD.      *
000410*      PLACEMENTS ARE LOOKED FOR AS FAR BACK AS THE LOOKBACK     *
000420*      PERIOD BEFORE THE MONTH.                                  *
000430*                                                                *
000440*  THE OPTIONAL TPOARCTL CONTROL CARD:                           *
000450*                                                                *
000460*    COL 1-6   REVIEW MONTH YYYYMM        (DEFAULT LAST MONTH)   *
000470*    COL 8-11  SHIFT START HHMM           (DEFAULT 0700)         *
000480*    COL 13-16 SHIFT END HHMM             (DEFAULT 1900)         *
000490*    COL 18-20 LOOKBACK DAYS FOR                                 *
000500*              PLACEMENTS                 (DEFAULT 090)          *
000510*                                                                *
000520*  A SHIFT END EARLIER THAN ITS START IS AN OVERNIGHT SHIFT.     *
000530*                                                                *
000540*  RETURN CODES: 16 - TPOPRJNL COULD NOT BE OPENED; 8 - A WORK   *
000550*  TABLE OVERFLOWED; 4 - ACTIONS OR PAIRS WERE FLAGGED;          *
000560*  0 - CLEAN.                                                    *
000570*                                                                *
000580*  MODIFICATION HISTORY                                          *
000590*  --------------------                                          *
000600*  2026-10-15  DLR  NEW PROGRAM.                                 *
000610******************************************************************
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.   IBM-370.
000650 OBJECT-COMPUTER.   IBM-370.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT TPOARCTL-FILE ASSIGN TO TPOARCTL
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS TPOARCTL-STATUS.

000710     SELECT TPOPRJNL-FILE ASSIGN TO TPOPRJNL
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS TPOPRJNL-STATUS.

000740     SELECT TPCALNDR-FILE ASSIGN TO TPCALNDR
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS TP-CALNDR-DATE
000780         FILE STATUS IS TPCALNDR-STATUS.

000790     SELECT TPOARRPT-FILE ASSIGN TO TPOARRPT
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS TPOARRPT-STATUS.

000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  TPOARCTL-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  TP-OARCTL-CARD.
000870     05  TP-OARCTL-MONTH            PIC X(06).
000880     05  FILLER                     PIC X(01).
000890     05  TP-OARCTL-SHIFT-START      PIC X(04).
000900     05  FILLER                     PIC X(01).
000910     05  TP-OARCTL-SHIFT-END        PIC X(04).
000920     05  FILLER                     PIC X(01).
000930     05  TP-OARCTL-LOOKBACK         PIC X(03).
000940     05  FILLER                     PIC X(60).

000950 FD  TPOPRJNL-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY TPOPRJNL.

000980 FD  TPCALNDR-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY TPCALNDR.

001010 FD  TPOARRPT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  TP-OARRPT-LINE                 PIC X(132).

001040 WORKING-STORAGE SECTION.
001050     COPY TPHSTCB.

001060 77  TPOARCTL-STATUS             PIC X(02) VALUE '00'.
001070 77  TPOPRJNL-STATUS             PIC X(02) VALUE '00'.
001080 77  TPCALNDR-STATUS             PIC X(02) VALUE '00'.
001090 77  TPOARRPT-STATUS             PIC X(02) VALUE '00'.

001100 77  TP990-JNL-EOF-SW            PIC X(01) VALUE 'N'.
001110     88  TP990-NO-MORE-JOURNAL          VALUE 'Y'.
001120 77  TP990-JNL-OPEN-SW           PIC X(01) VALUE 'N'.
001130     88  TP990-JNL-IS-OPEN              VALUE 'Y'.
001140 77  TP990-CAL-OPEN-SW           PIC X(01) VALUE 'N'.
001150     88  TP990-CAL-IS-OPEN              VALUE 'Y'.
001160 77  TP990-BUS-DAY-SW            PIC X(01) VALUE 'N'.
001170     88  TP990-IS-BUSINESS-DAY          VALUE 'Y'.
001180 77  TP990-OFF-SHIFT-SW          PIC X(01) VALUE 'N'.
001190     88  TP990-IS-OFF-SHIFT             VALUE 'Y'.
001200 77  TP990-NO-REASON-SW          PIC X(01) VALUE 'N'.
001210     88  TP990-IS-NO-REASON             VALUE 'Y'.
001220 77  TP990-FOUND-SW              PIC X(01) VALUE 'N'.
001230     88  TP990-ENTRY-FOUND              VALUE 'Y'.
001240 77  TP990-OPER-FULL-SW          PIC X(01) VALUE 'N'.
001250     88  TP990-OPER-TABLE-FULL          VALUE 'Y'.
001260 77  TP990-TYPE-FULL-SW          PIC X(01) VALUE 'N'.
001270     88  TP990-TYPE-TABLE-FULL          VALUE 'Y'.
001280 77  TP990-PAIR-FULL-SW          PIC X(01) VALUE 'N'.
001290     88  TP990-PAIR-TABLE-FULL          VALUE 'Y'.

001300 77  TP990-RUN-DATE              PIC 9(08) VALUE ZERO.
001310 77  TP990-SHIFT-START           PIC 9(04) VALUE 0700.
001320 77  TP990-SHIFT-END             PIC 9(04) VALUE 1900.
001330 77  TP990-LOOKBACK-DAYS         PIC 9(03) VALUE 090.
001340 77  TP990-ACT-HHMM              PIC 9(04) VALUE ZERO.
001350 77  TP990-CAL-DATE              PIC 9(08) VALUE ZERO.
001360 77  TP990-DAY-INT               PIC 9(08) COMP VALUE ZERO.
001370 77  TP990-DAY-WORK              PIC 9(08) COMP VALUE ZERO.
001380 77  TP990-WEEKS                 PIC 9(08) COMP VALUE ZERO.
001390 77  TP990-WEEKDAY               PIC 9(01) VALUE ZERO.

001400 77  TP990-OPER-COUNT            PIC 9(04) COMP VALUE ZERO.
001410 77  TP990-TYPE-COUNT            PIC 9(04) COMP VALUE ZERO.
001420 77  TP990-PAIR-COUNT            PIC 9(04) COMP VALUE ZERO.
001430 77  TP990-SUB                   PIC 9(04) COMP VALUE ZERO.
001440 77  TP990-POS                   PIC 9(04) COMP VALUE ZERO.
001450 77  TP990-READ-COUNT            PIC 9(07) VALUE ZERO.
001460 77  TP990-MONTH-COUNT           PIC 9(07) VALUE ZERO.
001470 77  TP990-OFF-SHIFT-COUNT       PIC 9(07) VALUE ZERO.
001480 77  TP990-NO-REASON-COUNT       PIC 9(07) VALUE ZERO.
001490 77  TP990-FLAGGED-COUNT         PIC 9(07) VALUE ZERO.
001500 77  TP990-DEFERRED-COUNT        PIC 9(07) VALUE ZERO.
001510 77  TP990-SAME-OPER-COUNT       PIC 9(07) VALUE ZERO.
001520 77  TP990-UNMATCHED-COUNT       PIC 9(07) VALUE ZERO.

001530******************************************************************
001540*  THE REVIEW MONTH AND THE DATES THAT BOUND IT.                 *
001550******************************************************************
001560 01  TP990-MONTH-AREA.
001570     05  TP990-MONTH                PIC 9(06) VALUE ZERO.
001580     05  TP990-MONTH-R REDEFINES TP990-MONTH.
001590         10  TP990-MONTH-YYYY       PIC 9(04).
001600         10  TP990-MONTH-MM         PIC 9(02).
001610     05  TP990-MONTH-START          PIC 9(08) VALUE ZERO.
001620     05  TP990-MONTH-END            PIC 9(08) VALUE ZERO.
001630     05  TP990-NEXT-START           PIC 9(08) VALUE ZERO.
001640     05  TP990-NEXT-START-R REDEFINES TP990-NEXT-START.
001650         10  TP990-NEXT-YYYY        PIC 9(04).
001660         10  TP990-NEXT-MM          PIC 9(02).
001670         10  TP990-NEXT-DD          PIC 9(02).
001680     05  TP990-LOOKBACK-START       PIC 9(08) VALUE ZERO.

001690******************************************************************
001700*  ACTIONS IN THE MONTH BY OPERATOR, OBJECT TYPE AND ACTION,     *
001710*  KEPT IN KEY ORDER AS ENTRIES ARE ADDED SO THE REPORT GROUPS   *
001720*  BY OPERATOR WITHOUT A SORT.                                   *
001730******************************************************************
001740 01  TP990-SEARCH-KEY.
001750     05  TP990-SK-OPERATOR          PIC X(08).
001760     05  TP990-SK-OBJECT-TYPE       PIC X(08).
001770     05  TP990-SK-ACTION            PIC X(10).

001780 01  TP990-OPER-TABLE.
001790     05  TP990-O-ENTRY OCCURS 1000 TIMES
001800                       INDEXED BY TP990-OX.
001810         10  TP990-O-KEY.
001820             15  TP990-O-OPERATOR    PIC X(08).
001830             15  TP990-O-OBJECT-TYPE PIC X(08).
001840             15  TP990-O-ACTION      PIC X(10).
001850         10  TP990-O-ACTIONS         PIC 9(07) COMP.
001860         10  TP990-O-OFF-SHIFT       PIC 9(07) COMP.
001870         10  TP990-O-NO-REASON       PIC 9(07) COMP.
001880         10  TP990-O-DEFERRED        PIC 9(07) COMP.

001890******************************************************************
001900*  THE SAME COUNTS BY OBJECT TYPE AND ACTION ALONE.              *
001910******************************************************************
001920 01  TP990-TYPE-TABLE.
001930     05  TP990-T-ENTRY OCCURS 100 TIMES
001940                       INDEXED BY TP990-TX.
001950         10  TP990-T-KEY.
001960             15  TP990-T-OBJECT-TYPE PIC X(08).
001970             15  TP990-T-ACTION      PIC X(10).
001980         10  TP990-T-ACTIONS         PIC 9(07) COMP.
001990         10  TP990-T-OFF-SHIFT       PIC 9(07) COMP.
002000         10  TP990-T-NO-REASON       PIC 9(07) COMP.
002010         10  TP990-T-DEFERRED        PIC 9(07) COMP.

002020******************************************************************
002030*  HOLD AND INCIDENT PLACEMENTS FROM THE LOOKBACK START ON,      *
002040*  EACH CLOSED BY THE NEXT RELEASE OF THE SAME OBJECT.           *
002050******************************************************************
002060 01  TP990-PAIR-TABLE.
002070     05  TP990-P-ENTRY OCCURS 2000 TIMES
002080                       INDEXED BY TP990-PX.
002090         10  TP990-P-OBJECT-TYPE     PIC X(08).
002100         10  TP990-P-OBJECT-KEY      PIC X(100).
002110         10  TP990-P-STATE           PIC X(01).
002120             88  TP990-P-IS-OPEN            VALUE 'O'.
002130             88  TP990-P-IS-CLOSED          VALUE 'C'.
002140         10  TP990-P-SAME-SW         PIC X(01).
002150             88  TP990-P-IS-SAME-OPER       VALUE 'Y'.
002160         10  TP990-P-PLACE-OPER      PIC X(08).
002170         10  TP990-P-PLACE-ACTION    PIC X(10).
002180         10  TP990-P-PLACE-DATE      PIC 9(08).
002190         10  TP990-P-PLACE-TIME      PIC 9(06).
002200         10  TP990-P-RELEASE-ACTION  PIC X(10).
002210         10  TP990-P-RELEASE-DATE    PIC 9(08).
002220         10  TP990-P-RELEASE-TIME    PIC 9(06).

002230 01  TP990-HEADING-1.
002240     05  FILLER                     PIC X(42)
002250         VALUE 'TP990OAR - OPERATOR ACTION REVIEW'.
002260     05  FILLER                     PIC X(11) VALUE 'RUN DATE: '.
002270     05  TP990-H1-DATE              PIC 9(08).
002280     05  FILLER                     PIC X(17)
002290         VALUE '  REVIEW MONTH: '.
002300     05  TP990-H1-MONTH             PIC 9(06).
002310     05  FILLER                     PIC X(10)
002320         VALUE '  SHIFT: '.
002330     05  TP990-H1-SHIFT-START       PIC 9(04).
002340     05  FILLER                     PIC X(01) VALUE '-'.
002350     05  TP990-H1-SHIFT-END         PIC 9(04).

002360 01  TP990-SECTION-LINE.
002370     05  TP990-SEC-TEXT             PIC X(80).

002380 01  TP990-SUMMARY-TITLE.
002390     05  FILLER                     PIC X(31)
002400         VALUE 'OPERATOR  OBJECT    ACTION'.
002410     05  FILLER                     PIC X(40)
002420         VALUE 'ACTIONS  OFF-SHIFT  NO REASON   DEFERRED'.

002430 01  TP990-SUMMARY-LINE.
002440     05  TP990-S-OPERATOR           PIC X(08).
002450     05  FILLER                     PIC X(02) VALUE SPACES.
002460     05  TP990-S-OBJECT-TYPE        PIC X(08).
002470     05  FILLER                     PIC X(02) VALUE SPACES.
002480     05  TP990-S-ACTION             PIC X(10).
002490     05  FILLER                     PIC X(01) VALUE SPACE.
002500     05  TP990-S-ACTIONS            PIC Z(06)9.
002510     05  FILLER                     PIC X(04) VALUE SPACES.
002520     05  TP990-S-OFF-SHIFT          PIC Z(06)9.
002530     05  FILLER                     PIC X(04) VALUE SPACES.
002540     05  TP990-S-NO-REASON          PIC Z(06)9.
002550     05  FILLER                     PIC X(04) VALUE SPACES.
002560     05  TP990-S-DEFERRED           PIC Z(06)9.

002570 01  TP990-OPER-TOTALS.
002580     05  TP990-OT-ACTIONS           PIC 9(07) VALUE ZERO.
002590     05  TP990-OT-OFF-SHIFT         PIC 9(07) VALUE ZERO.
002600     05  TP990-OT-NO-REASON         PIC 9(07) VALUE ZERO.
002610     05  TP990-OT-DEFERRED          PIC 9(07) VALUE ZERO.

002620 01  TP990-FLAG-TITLE.
002630     05  FILLER                     PIC X(36)
002640         VALUE 'DATE     TIME    OPERATOR PROGRAM'.
002650     05  FILLER                     PIC X(43)
002660         VALUE 'OBJECT    ACTION      FLAGS'.
002662     05  FILLER                     PIC X(06)
002664         VALUE 'REASON'.

002670 01  TP990-FLAG-LINE.
002680     05  TP990-F-DATE               PIC 9(08).
002690     05  FILLER                     PIC X(01) VALUE SPACE.
002700     05  TP990-F-TIME               PIC 9(06).
002710     05  FILLER                     PIC X(02) VALUE SPACES.
002720     05  TP990-F-OPERATOR           PIC X(08).
002730     05  FILLER                     PIC X(01) VALUE SPACE.
002740     05  TP990-F-PROGRAM-ID         PIC X(08).
002750     05  FILLER                     PIC X(02) VALUE SPACES.
002760     05  TP990-F-OBJECT-TYPE        PIC X(08).
002770     05  FILLER                     PIC X(02) VALUE SPACES.
002780     05  TP990-F-ACTION             PIC X(10).
002790     05  FILLER                     PIC X(02) VALUE SPACES.
002800     05  TP990-F-OFF-SHIFT          PIC X(09).
002810     05  FILLER                     PIC X(01) VALUE SPACE.
002820     05  TP990-F-NO-REASON          PIC X(09).
002830     05  FILLER                     PIC X(02) VALUE SPACES.
002840     05  TP990-F-REASON             PIC X(40).

002850 01  TP990-VALUE-LINE.
002860     05  FILLER                     PIC X(04) VALUE SPACES.
002870     05  TP990-V-LABEL              PIC X(08).
002880     05  TP990-V-TEXT               PIC X(120).

002890 01  TP990-PAIR-TITLE.
002900     05  FILLER                     PIC X(46)
002910         VALUE 'OBJECT    OPERATOR  PLACED'.
002920     05  FILLER                     PIC X(36)
002930         VALUE 'RELEASED'.

002940 01  TP990-PAIR-LINE.
002950     05  TP990-PR-OBJECT-TYPE       PIC X(08).
002960     05  FILLER                     PIC X(02) VALUE SPACES.
002970     05  TP990-PR-OPERATOR          PIC X(08).
002980     05  FILLER                     PIC X(02) VALUE SPACES.
002990     05  TP990-PR-PLACE-ACTION      PIC X(07).
003000     05  FILLER                     PIC X(01) VALUE SPACE.
003010     05  TP990-PR-PLACE-DATE        PIC 9(08).
003020     05  FILLER                     PIC X(01) VALUE SPACE.
003030     05  TP990-PR-PLACE-TIME        PIC 9(06).
003040     05  FILLER                     PIC X(03) VALUE SPACES.
003050     05  TP990-PR-RELEASE-ACTION    PIC X(07).
003060     05  FILLER                     PIC X(01) VALUE SPACE.
003070     05  TP990-PR-RELEASE-DATE      PIC 9(08).
003080     05  FILLER                     PIC X(01) VALUE SPACE.
003090     05  TP990-PR-RELEASE-TIME      PIC 9(06).

003100 01  TP990-COUNT-LINE.
003110     05  TP990-C-LABEL              PIC X(40).
003120     05  FILLER                     PIC X(02) VALUE SPACES.
003130     05  TP990-C-COUNT              PIC ZZZ,ZZ9.

003140 PROCEDURE DIVISION.
003150******************************************************************
003160*  0000-MAINLINE                                                 *
003170******************************************************************
003180 0000-MAINLINE.
003190     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
003200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003210     IF TP990-JNL-IS-OPEN
003220         PERFORM 2000-TALLY-JOURNAL THRU 2000-EXIT
003230         PERFORM 3000-PRINT-BY-OPERATOR THRU 3000-EXIT
003240         PERFORM 3500-PRINT-BY-ACTION-TYPE THRU 3500-EXIT
003250         PERFORM 4000-PRINT-FLAGGED THRU 4000-EXIT
003260         PERFORM 5000-PRINT-SAME-OPERATOR THRU 5000-EXIT
003270     END-IF.
003280     PERFORM 8000-REPORT-COUNTS THRU 8000-EXIT.
003290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003300     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
003310     GOBACK.

003320******************************************************************
003330*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
003340*  RUNNING.                                                      *
003350******************************************************************
003360 0100-RUN-HISTORY-START.
003370     MOVE 'START'            TO TP-HST-REQUEST.
003380     MOVE 'TP990OAR'         TO TP-HST-PROGRAM-ID.
003390     MOVE SPACES             TO TP-HST-STREAM-ID.
003400     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
003410     CALL 'TPRUNHST' USING TP-HST-CB.
003420 0100-EXIT.
003430     EXIT.

003440******************************************************************
003450*  1000-INITIALIZE - READ THE OPTIONAL CONTROL CARD, SET THE     *
003460*  MONTH BOUNDS AND OPEN THE FILES.  WITHOUT THE JOURNAL THERE   *
003470*  IS NOTHING TO REVIEW AND THE RUN ENDS WITH RETURN CODE 16.    *
003480*  THE CALENDAR IS OPTIONAL.                                     *
003490******************************************************************
003500 1000-INITIALIZE.
003510     ACCEPT TP990-RUN-DATE FROM DATE YYYYMMDD.
003520     MOVE TP990-RUN-DATE(1:6) TO TP990-MONTH.
003530     IF TP990-MONTH-MM = 01
003540         SUBTRACT 1 FROM TP990-MONTH-YYYY
003550         MOVE 12 TO TP990-MONTH-MM
003560     ELSE
003570         SUBTRACT 1 FROM TP990-MONTH-MM
003580     END-IF.
003590     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003600     COMPUTE TP990-MONTH-START = TP990-MONTH * 100 + 1.
003610     MOVE TP990-MONTH-START TO TP990-NEXT-START.
003620     IF TP990-NEXT-MM = 12
003630         ADD 1 TO TP990-NEXT-YYYY
003640         MOVE 01 TO TP990-NEXT-MM
003650     ELSE
003660         ADD 1 TO TP990-NEXT-MM
003670     END-IF.
003680     COMPUTE TP990-MONTH-END = FUNCTION DATE-OF-INTEGER
003690         (FUNCTION INTEGER-OF-DATE(TP990-NEXT-START) - 1).
003700     COMPUTE TP990-LOOKBACK-START = FUNCTION DATE-OF-INTEGER
003710         (FUNCTION INTEGER-OF-DATE(TP990-MONTH-START)
003720          - TP990-LOOKBACK-DAYS).
003730     OPEN OUTPUT TPOARRPT-FILE.
003740     MOVE TP990-RUN-DATE        TO TP990-H1-DATE.
003750     MOVE TP990-MONTH           TO TP990-H1-MONTH.
003760     MOVE TP990-SHIFT-START     TO TP990-H1-SHIFT-START.
003770     MOVE TP990-SHIFT-END       TO TP990-H1-SHIFT-END.
003780     WRITE TP-OARRPT-LINE FROM TP990-HEADING-1.
003790     OPEN INPUT TPOPRJNL-FILE.
003800     IF TPOPRJNL-STATUS NOT = '00'
003810         DISPLAY 'TP990OAR - UNABLE TO OPEN TPOPRJNL - STATUS '
003820                  TPOPRJNL-STATUS
003830         MOVE 16 TO RETURN-CODE
003840         GO TO 1000-EXIT
003850     END-IF.
003860     SET TP990-JNL-IS-OPEN TO TRUE.
003870     OPEN INPUT TPCALNDR-FILE.
003880     IF TPCALNDR-STATUS = '00'
003890         SET TP990-CAL-IS-OPEN TO TRUE
003900     ELSE
003910         DISPLAY 'TP990OAR - TPCALNDR NOT AVAILABLE - STATUS '
003920                  TPCALNDR-STATUS ' - WEEKENDS ONLY EXCLUDED'
003930     END-IF.
003940 1000-EXIT.
003950     EXIT.

003960 1100-READ-CONTROL-CARD.
003970     OPEN INPUT TPOARCTL-FILE.
003980     IF TPOARCTL-STATUS NOT = '00'
003990         DISPLAY 'TP990OAR - TPOARCTL NOT AVAILABLE - '
004000                 'BUILT-IN DEFAULTS IN FORCE'
004010         GO TO 1100-EXIT
004020     END-IF.
004030     READ TPOARCTL-FILE
004040         AT END
004050             CLOSE TPOARCTL-FILE
004060             GO TO 1100-EXIT
004070     END-READ.
004080     IF TP-OARCTL-MONTH NUMERIC
004090        AND TP-OARCTL-MONTH > '190000'
004100        AND TP-OARCTL-MONTH(5:2) > '00'
004110        AND TP-OARCTL-MONTH(5:2) < '13'
004120         MOVE TP-OARCTL-MONTH TO TP990-MONTH
004130     END-IF.
004140     IF TP-OARCTL-SHIFT-START NUMERIC
004150        AND TP-OARCTL-SHIFT-START(1:2) < '24'
004160        AND TP-OARCTL-SHIFT-START(3:2) < '60'
004170        AND TP-OARCTL-SHIFT-END NUMERIC
004180        AND TP-OARCTL-SHIFT-END(1:2) < '24'
004190        AND TP-OARCTL-SHIFT-END(3:2) < '60'
004200        AND TP-OARCTL-SHIFT-START NOT = TP-OARCTL-SHIFT-END
004210         MOVE TP-OARCTL-SHIFT-START TO TP990-SHIFT-START
004220         MOVE TP-OARCTL-SHIFT-END   TO TP990-SHIFT-END
004230     END-IF.
004240     IF TP-OARCTL-LOOKBACK NUMERIC
004250         MOVE TP-OARCTL-LOOKBACK TO TP990-LOOKBACK-DAYS
004260     END-IF.
004270     CLOSE TPOARCTL-FILE.
004280 1100-EXIT.
004290     EXIT.

004300******************************************************************
004310*  2000-TALLY-JOURNAL - FIRST PASS.  COUNT EVERY ACTION IN THE   *
004320*  MONTH AND TRACK HOLD AND INCIDENT PLACEMENTS AND RELEASES     *
004330*  FROM THE LOOKBACK START TO THE MONTH END.                     *
004340******************************************************************
004350 2000-TALLY-JOURNAL.
004360     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
004370     PERFORM 2100-TALLY-ONE-ACTION THRU 2100-EXIT
004380         UNTIL TP990-NO-MORE-JOURNAL.
004390 2000-EXIT.
004400     EXIT.

004410 2100-TALLY-ONE-ACTION.
004420     ADD 1 TO TP990-READ-COUNT.
004430     IF TP-OPRJNL-DATE < TP990-LOOKBACK-START
004440        OR TP-OPRJNL-DATE > TP990-MONTH-END
004450         GO TO 2100-NEXT
004460     END-IF.
004470     IF TP-OPRJNL-HOLD
004480        OR TP-OPRJNL-INCIDENT
004490         PERFORM 2500-TRACK-PAIR THRU 2500-EXIT
004500     END-IF.
004510     IF TP-OPRJNL-DATE < TP990-MONTH-START
004520         GO TO 2100-NEXT
004530     END-IF.
004540     ADD 1 TO TP990-MONTH-COUNT.
004550     PERFORM 6000-CLASSIFY-ACTION THRU 6000-EXIT.
004560     IF TP-OPRJNL-DEFERRED
004570         ADD 1 TO TP990-DEFERRED-COUNT
004580     END-IF.
004590     IF TP990-IS-OFF-SHIFT
004600         ADD 1 TO TP990-OFF-SHIFT-COUNT
004610     END-IF.
004620     IF TP990-IS-NO-REASON
004630         ADD 1 TO TP990-NO-REASON-COUNT
004640     END-IF.
004650     IF TP990-IS-OFF-SHIFT
004660        OR TP990-IS-NO-REASON
004670         ADD 1 TO TP990-FLAGGED-COUNT
004680     END-IF.
004690     PERFORM 2200-TALLY-OPERATOR THRU 2200-EXIT.
004700     PERFORM 2300-TALLY-ACTION-TYPE THRU 2300-EXIT.
004710 2100-NEXT.
004720     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
004730 2100-EXIT.
004740     EXIT.

004750******************************************************************
004760*  2200-TALLY-OPERATOR - FIND THE OPERATOR/TYPE/ACTION ENTRY OR  *
004770*  THE PLACE IT BELONGS, OPENING A SLOT THERE FOR A NEW ONE.     *
004780*  OVERFLOW IS REPORTED RATHER THAN SILENTLY DROPPED.            *
004790******************************************************************
004800 2200-TALLY-OPERATOR.
004810     MOVE TP-OPRJNL-OPERATOR-ID TO TP990-SK-OPERATOR.
004820     MOVE TP-OPRJNL-OBJECT-TYPE TO TP990-SK-OBJECT-TYPE.
004830     MOVE TP-OPRJNL-ACTION      TO TP990-SK-ACTION.
004840     MOVE 'N' TO TP990-FOUND-SW.
004850     SET TP990-OX TO 1.
004860     SEARCH TP990-O-ENTRY
004870         AT END
004880             SET TP990-OPER-TABLE-FULL TO TRUE
004890             GO TO 2200-EXIT
004900         WHEN TP990-OX > TP990-OPER-COUNT
004910             CONTINUE
004920         WHEN TP990-O-KEY(TP990-OX) NOT < TP990-SEARCH-KEY
004930             IF TP990-O-KEY(TP990-OX) = TP990-SEARCH-KEY
004940                 SET TP990-ENTRY-FOUND TO TRUE
004950             END-IF
004960     END-SEARCH.
004970     IF NOT TP990-ENTRY-FOUND
004980         IF TP990-OPER-COUNT >= 1000
004990             SET TP990-OPER-TABLE-FULL TO TRUE
005000             GO TO 2200-EXIT
005010         END-IF
005020         SET TP990-POS TO TP990-OX
005030         PERFORM 2250-OPEN-OPER-SLOT THRU 2250-EXIT
005040             VARYING TP990-SUB FROM TP990-OPER-COUNT BY -1
005050             UNTIL TP990-SUB < TP990-POS
005060         ADD 1 TO TP990-OPER-COUNT
005070         MOVE TP990-SEARCH-KEY TO TP990-O-KEY(TP990-OX)
005080         MOVE ZERO TO TP990-O-ACTIONS(TP990-OX)
005090         MOVE ZERO TO TP990-O-OFF-SHIFT(TP990-OX)
005100         MOVE ZERO TO TP990-O-NO-REASON(TP990-OX)
005110         MOVE ZERO TO TP990-O-DEFERRED(TP990-OX)
005120     END-IF.
005130     ADD 1 TO TP990-O-ACTIONS(TP990-OX).
005140     IF TP990-IS-OFF-SHIFT
005150         ADD 1 TO TP990-O-OFF-SHIFT(TP990-OX)
005160     END-IF.
005170     IF TP990-IS-NO-REASON
005180         ADD 1 TO TP990-O-NO-REASON(TP990-OX)
005190     END-IF.
005200     IF TP-OPRJNL-DEFERRED
005210         ADD 1 TO TP990-O-DEFERRED(TP990-OX)
005220     END-IF.
005230 2200-EXIT.
005240     EXIT.

005250 2250-OPEN-OPER-SLOT.
005260     MOVE TP990-O-ENTRY(TP990-SUB)
005265         TO TP990-O-ENTRY(TP990-SUB + 1).
005270 2250-EXIT.
005280     EXIT.

005290******************************************************************
005300*  2300-TALLY-ACTION-TYPE - AS 2200, BY OBJECT TYPE AND ACTION.  *
005310******************************************************************
005320 2300-TALLY-ACTION-TYPE.
005330     MOVE 'N' TO TP990-FOUND-SW.
005340     SET TP990-TX TO 1.
005350     SEARCH TP990-T-ENTRY
005360         AT END
005370             SET TP990-TYPE-TABLE-FULL TO TRUE
005380             GO TO 2300-EXIT
005390         WHEN TP990-TX > TP990-TYPE-COUNT
005400             CONTINUE
005410         WHEN TP990-T-KEY(TP990-TX) NOT < TP990-SEARCH-KEY(9:18)
005420             IF TP990-T-KEY(TP990-TX) = TP990-SEARCH-KEY(9:18)
005430                 SET TP990-ENTRY-FOUND TO TRUE
005440             END-IF
005450     END-SEARCH.
005460     IF NOT TP990-ENTRY-FOUND
005470         IF TP990-TYPE-COUNT >= 100
005480             SET TP990-TYPE-TABLE-FULL TO TRUE
005490             GO TO 2300-EXIT
005500         END-IF
005510         SET TP990-POS TO TP990-TX
005520         PERFORM 2350-OPEN-TYPE-SLOT THRU 2350-EXIT
005530             VARYING TP990-SUB FROM TP990-TYPE-COUNT BY -1
005540             UNTIL TP990-SUB < TP990-POS
005550         ADD 1 TO TP990-TYPE-COUNT
005560         MOVE TP990-SEARCH-KEY(9:18) TO TP990-T-KEY(TP990-TX)
005570         MOVE ZERO TO TP990-T-ACTIONS(TP990-TX)
005580         MOVE ZERO TO TP990-T-OFF-SHIFT(TP990-TX)
005590         MOVE ZERO TO TP990-T-NO-REASON(TP990-TX)
005600         MOVE ZERO TO TP990-T-DEFERRED(TP990-TX)
005610     END-IF.
005620     ADD 1 TO TP990-T-ACTIONS(TP990-TX).
005630     IF TP990-IS-OFF-SHIFT
005640         ADD 1 TO TP990-T-OFF-SHIFT(TP990-TX)
005650     END-IF.
005660     IF TP990-IS-NO-REASON
005670         ADD 1 TO TP990-T-NO-REASON(TP990-TX)
005680     END-IF.
005690     IF TP-OPRJNL-DEFERRED
005700         ADD 1 TO TP990-T-DEFERRED(TP990-TX)
005710     END-IF.
005720 2300-EXIT.
005730     EXIT.

005740 2350-OPEN-TYPE-SLOT.
005750     MOVE TP990-T-ENTRY(TP990-SUB)
005755         TO TP990-T-ENTRY(TP990-SUB + 1).
005760 2350-EXIT.
005770     EXIT.

005780******************************************************************
005790*  2500-TRACK-PAIR - A PLACEMENT OPENS AN ENTRY; A RELEASE       *
005800*  CLOSES THE OPEN ENTRY FOR THE SAME OBJECT, AND IF IT FALLS IN *
005810*  THE MONTH AND THE SAME OPERATOR PLACED IT, MARKS THE PAIR.    *
005820*  A RELEASE WHOSE PLACEMENT IS OLDER THAN THE LOOKBACK, OR WAS  *
005830*  NEVER JOURNALED, IS COUNTED AS UNMATCHED.                     *
005840******************************************************************
005850 2500-TRACK-PAIR.
005860     IF TP-OPRJNL-PLACES
005870         PERFORM 2600-OPEN-PAIR THRU 2600-EXIT
005880         GO TO 2500-EXIT
005890     END-IF.
005900     IF NOT TP-OPRJNL-RELEASES
005910         GO TO 2500-EXIT
005920     END-IF.
005930     MOVE 'N' TO TP990-FOUND-SW.
005940     IF TP990-PAIR-COUNT > ZERO
005950         SET TP990-PX TO 1
005960         SEARCH TP990-P-ENTRY
005970             AT END
005980                 CONTINUE
005990             WHEN TP990-PX > TP990-PAIR-COUNT
006000                 CONTINUE
006010             WHEN TP990-P-IS-OPEN(TP990-PX)
006020              AND TP990-P-OBJECT-TYPE(TP990-PX)
006030                  = TP-OPRJNL-OBJECT-TYPE
006040              AND TP990-P-OBJECT-KEY(TP990-PX)
006050                  = TP-OPRJNL-OBJECT-KEY
006060                 SET TP990-ENTRY-FOUND TO TRUE
006070         END-SEARCH
006080     END-IF.
006090     IF NOT TP990-ENTRY-FOUND
006100         IF TP-OPRJNL-DATE NOT < TP990-MONTH-START
006110             ADD 1 TO TP990-UNMATCHED-COUNT
006120         END-IF
006130         GO TO 2500-EXIT
006140     END-IF.
006150     SET TP990-P-IS-CLOSED(TP990-PX) TO TRUE.
006160     MOVE TP-OPRJNL-ACTION TO TP990-P-RELEASE-ACTION(TP990-PX).
006170     MOVE TP-OPRJNL-DATE   TO TP990-P-RELEASE-DATE(TP990-PX).
006180     MOVE TP-OPRJNL-TIME   TO TP990-P-RELEASE-TIME(TP990-PX).
006190     IF TP-OPRJNL-DATE NOT < TP990-MONTH-START
006200        AND TP-OPRJNL-OPERATOR-ID = TP990-P-PLACE-OPER(TP990-PX)
006210         SET TP990-P-IS-SAME-OPER(TP990-PX) TO TRUE
006220         ADD 1 TO TP990-SAME-OPER-COUNT
006230     END-IF.
006240 2500-EXIT.
006250     EXIT.

006260 2600-OPEN-PAIR.
006270     IF TP990-PAIR-COUNT >= 2000
006280         SET TP990-PAIR-TABLE-FULL TO TRUE
006290         GO TO 2600-EXIT
006300     END-IF.
006310     ADD 1 TO TP990-PAIR-COUNT.
006320     SET TP990-PX TO TP990-PAIR-COUNT.
006330     MOVE TP-OPRJNL-OBJECT-TYPE TO TP990-P-OBJECT-TYPE(TP990-PX).
006340     MOVE TP-OPRJNL-OBJECT-KEY  TO TP990-P-OBJECT-KEY(TP990-PX).
006350     SET TP990-P-IS-OPEN(TP990-PX) TO TRUE.
006360     MOVE 'N'                   TO TP990-P-SAME-SW(TP990-PX).
006370     MOVE TP-OPRJNL-OPERATOR-ID TO TP990-P-PLACE-OPER(TP990-PX).
006380     MOVE TP-OPRJNL-ACTION      TO TP990-P-PLACE-ACTION(TP990-PX).
006390     MOVE TP-OPRJNL-DATE        TO TP990-P-PLACE-DATE(TP990-PX).
006400     MOVE TP-OPRJNL-TIME        TO TP990-P-PLACE-TIME(TP990-PX).
006410     MOVE SPACES          TO TP990-P-RELEASE-ACTION(TP990-PX).
006420     MOVE ZERO            TO TP990-P-RELEASE-DATE(TP990-PX).
006430     MOVE ZERO            TO TP990-P-RELEASE-TIME(TP990-PX).
006440 2600-EXIT.
006450     EXIT.

006460 2900-READ-JOURNAL.
006470     READ TPOPRJNL-FILE
006480         AT END
006490             SET TP990-NO-MORE-JOURNAL TO TRUE
006500     END-READ.
006510 2900-EXIT.
006520     EXIT.

006530******************************************************************
006540*  3000-PRINT-BY-OPERATOR - THE OPERATOR TABLE IS ALREADY IN     *
006550*  OPERATOR ORDER; A TOTAL IS PRINTED AT EACH OPERATOR BREAK.    *
006560******************************************************************
006570 3000-PRINT-BY-OPERATOR.
006580     MOVE SPACES TO TP-OARRPT-LINE.
006590     WRITE TP-OARRPT-LINE.
006600     MOVE 'ACTIONS BY OPERATOR' TO TP990-SEC-TEXT.
006610     WRITE TP-OARRPT-LINE FROM TP990-SECTION-LINE.
006620     WRITE TP-OARRPT-LINE FROM TP990-SUMMARY-TITLE.
006630     IF TP990-OPER-COUNT = ZERO
006640         MOVE '  NO OPERATOR ACTIONS IN THE MONTH'
006650             TO TP990-SEC-TEXT
006660         WRITE TP-OARRPT-LINE FROM TP990-SECTION-LINE
006670         GO TO 3000-EXIT
006680     END-IF.
006690     INITIALIZE TP990-OPER-TOTALS.
006700     PERFORM 3100-PRINT-OPERATOR-LINE THRU 3100-EXIT
006710         VARYING TP990-OX FROM 1 BY 1
006720         UNTIL TP990-OX > TP990-OPER-COUNT.
006730 3000-EXIT.
006740     EXIT.

006750 3100-PRINT-OPERATOR-LINE.
006760     MOVE TP990-O-OPERATOR(TP990-OX)    TO TP990-S-OPERATOR.
006770     MOVE TP990-O-OBJECT-TYPE(TP990-OX) TO TP990-S-OBJECT-TYPE.
006780     MOVE TP990-O-ACTION(TP990-OX)      TO TP990-S-ACTION.
006790     MOVE TP990-O-ACTIONS(TP990-OX)     TO TP990-S-ACTIONS.
006800     MOVE TP990-O-OFF-SHIFT(TP990-OX)   TO TP990-S-OFF-SHIFT.
006810     MOVE TP990-O-NO-REASON(TP990-OX)   TO TP990-S-NO-REASON.
006820     MOVE TP990-O-DEFERRED(TP990-OX)    TO TP990-S-DEFERRED.
006830     WRITE TP-OARRPT-LINE FROM TP990-SUMMARY-LINE.
006840     ADD TP990-O-ACTIONS(TP990-OX)   TO TP990-OT-ACTIONS.
006850     ADD TP990-O-OFF-SHIFT(TP990-OX) TO TP990-OT-OFF-SHIFT.
006860     ADD TP990-O-NO-REASON(TP990-OX) TO TP990-OT-NO-REASON.
006870     ADD TP990-O-DEFERRED(TP990-OX)  TO TP990-OT-DEFERRED.
006880     IF TP990-OX < TP990-OPER-COUNT
006890         IF TP990-O-OPERATOR(TP990-OX + 1)
006900            = TP990-O-OPERATOR(TP990-OX)
006910             GO TO 3100-EXIT
006920         END-IF
006930     END-IF.
006940     MOVE SPACES              TO TP990-S-OPERATOR.
006950     MOVE SPACES              TO TP990-S-OBJECT-TYPE.
006960     MOVE 'TOTAL'             TO TP990-S-ACTION.
006970     MOVE TP990-OT-ACTIONS    TO TP990-S-ACTIONS.
006980     MOVE TP990-OT-OFF-SHIFT  TO TP990-S-OFF-SHIFT.
006990     MOVE TP990-OT-NO-REASON  TO TP990-S-NO-REASON.
007000     MOVE TP990-OT-DEFERRED   TO TP990-S-DEFERRED.
007010     WRITE TP-OARRPT-LINE FROM TP990-SUMMARY-LINE.
007020     MOVE SPACES TO TP-OARRPT-LINE.
007030     WRITE TP-OARRPT-LINE.
007040     INITIALIZE TP990-OPER-TOTALS.
007050 3100-EXIT.
007060     EXIT.

007070******************************************************************
007080*  3500-PRINT-BY-ACTION-TYPE                                     *
007090******************************************************************
007100 3500-PRINT-BY-ACTION-TYPE.
007110     MOVE SPACES TO TP-OARRPT-LINE.
007120     WRITE TP-OARRPT-LINE.
007130     MOVE 'ACTIONS BY ACTION TYPE' TO TP990-SEC-TEXT.
007140     WRITE TP-OARRPT-LINE FROM TP990-SECTION-LINE.
007150     WRITE TP-OARRPT-LINE FROM TP990-SUMMARY-TITLE.
007160     PERFORM 3600-PRINT-TYPE-LINE THRU 3600-EXIT
007170         VARYING TP990-TX FROM 1 BY 1
007180         UNTIL TP990-TX > TP990-TYPE-COUNT.
007190 3500-EXIT.
007200     EXIT.

007210 3600-PRINT-TYPE-LINE.
007220     MOVE SPACES                        TO TP990-S-OPERATOR.
007230     MOVE TP990-T-OBJECT-TYPE(TP990-TX) TO TP990-S-OBJECT-TYPE.
007240     MOVE TP990-T-ACTION(TP990-TX)      TO TP990-S-ACTION.
007250     MOVE TP990-T-ACTIONS(TP990-TX)     TO TP990-S-ACTIONS.
007260     MOVE TP990-T-OFF-SHIFT(TP990-TX)   TO TP990-S-OFF-SHIFT.
007270     MOVE TP990-T-NO-REASON(TP990-TX)   TO TP990-S-NO-REASON.
007280     MOVE TP990-T-DEFERRED(TP990-TX)    TO TP990-S-DEFERRED.
007290     WRITE TP-OARRPT-LINE FROM TP990-SUMMARY-LINE.
007300 3600-EXIT.
007310     EXIT.

007320******************************************************************
007330*  4000-PRINT-FLAGGED - SECOND PASS OF THE JOURNAL.  EVERY       *
007340*  FLAGGED ACTION IN THE MONTH WITH ITS KEY AND BEFORE AND       *
007350*  AFTER VALUES, IN THE ORDER IT WAS TAKEN.                      *
007360******************************************************************
007370 4000-PRINT-FLAGGED.
007380     MOVE SPACES TO TP-OARRPT-LINE.
007390     WRITE TP-OARRPT-LINE.
007400     MOVE 'ACTIONS FLAGGED FOR REVIEW' TO TP990-SEC-TEXT.
007410     WRITE TP-OARRPT-LINE FROM TP990-SECTION-LINE.
007420     IF TP990-FLAGGED-COUNT = ZERO
007430         MOVE '  NONE' TO TP990-SEC-TEXT
007440         WRITE TP-OARRPT-LINE FROM TP990-SECTION-LINE
007450         GO TO 4000-EXIT
007460     END-IF.
007470     WRITE TP-OARRPT-LINE FROM TP990-FLAG-TITLE.
007480     CLOSE TPOPRJNL-FILE.
007490     OPEN INPUT TPOPRJNL-FILE.
007500     IF TPOPRJNL-STATUS NOT = '00'
007510         DISPLAY 'TP990OAR - UNABLE TO REOPEN TPOPRJNL - STATUS '
007520                  TPOPRJNL-STATUS
007530         MOVE 'N' TO TP990-JNL-OPEN-SW
007540         MOVE 16 TO RETURN-CODE
007550         GO TO 4000-EXIT
007560     END-IF.
007570     MOVE 'N' TO TP990-JNL-EOF-SW.
007580     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
007590     PERFORM 4100-PRINT-ONE-FLAGGED THRU 4100-EXIT
007600         UNTIL TP990-NO-MORE-JOURNAL.
007610 4000-EXIT.
007620     EXIT.

007630 4100-PRINT-ONE-FLAGGED.
007640     IF TP-OPRJNL-DATE < TP990-MONTH-START
007650        OR TP-OPRJNL-DATE > TP990-MONTH-END
007660         GO TO 4100-NEXT
007670     END-IF.
007680     PERFORM 6000-CLASSIFY-ACTION THRU 6000-EXIT.
007690     IF NOT TP990-IS-OFF-SHIFT
007700        AND NOT TP990-IS-NO-REASON
007710         GO TO 4100-NEXT
007720     END-IF.
007730     MOVE TP-OPRJNL-DATE        TO TP990-F-DATE.
007740     MOVE TP-OPRJNL-TIME        TO TP990-F-TIME.
007750     MOVE TP-OPRJNL-OPERATOR-ID TO TP990-F-OPERATOR.
007760     MOVE TP-OPRJNL-PROGRAM-ID  TO TP990-F-PROGRAM-ID.
007770     MOVE TP-OPRJNL-OBJECT-TYPE TO TP990-F-OBJECT-TYPE.
007780     MOVE TP-OPRJNL-ACTION      TO TP990-F-ACTION.
007790     MOVE SPACES                TO TP990-F-OFF-SHIFT.
007800     IF TP990-IS-OFF-SHIFT
007810         MOVE 'OFF-SHIFT'       TO TP990-F-OFF-SHIFT
007820     END-IF.
007830     MOVE SPACES                TO TP990-F-NO-REASON.
007840     IF TP990-IS-NO-REASON
007850         MOVE 'NO REASON'       TO TP990-F-NO-REASON
007860     END-IF.
007870     MOVE TP-OPRJNL-REASON      TO TP990-F-REASON.
007880     WRITE TP-OARRPT-LINE FROM TP990-FLAG-LINE.
007890     MOVE 'KEY:'                TO TP990-V-LABEL.
007900     MOVE TP-OPRJNL-OBJECT-KEY  TO TP990-V-TEXT.
007910     WRITE TP-OARRPT-LINE FROM TP990-VALUE-LINE.
007920     MOVE 'BEFORE:'             TO TP990-V-LABEL.
007930     MOVE TP-OPRJNL-BEFORE-VALUE TO TP990-V-TEXT.
007940     WRITE TP-OARRPT-LINE FROM TP990-VALUE-LINE.
007941     IF TP-OPRJNL-BEFORE-VALUE(121:14) NOT = SPACES
007942         MOVE SPACES                TO TP990-V-LABEL
007943         MOVE TP-OPRJNL-BEFORE-VALUE(121:14) TO TP990-V-TEXT
007944         WRITE TP-OARRPT-LINE FROM TP990-VALUE-LINE
007945     END-IF.
007950     MOVE 'AFTER:'              TO TP990-V-LABEL.
007960     MOVE TP-OPRJNL-AFTER-VALUE TO TP990-V-TEXT.
007970     WRITE TP-OARRPT-LINE FROM TP990-VALUE-LINE.
007971     IF TP-OPRJNL-AFTER-VALUE(121:14) NOT = SPACES
007972         MOVE SPACES                TO TP990-V-LABEL
007973         MOVE TP-OPRJNL-AFTER-VALUE(121:14) TO TP990-V-TEXT
007974         WRITE TP-OARRPT-LINE FROM TP990-VALUE-LINE
007975     END-IF.
007980 4100-NEXT.
007990     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
008000 4100-EXIT.
008010     EXIT.

008020******************************************************************
008030*  5000-PRINT-SAME-OPERATOR - EVERY HOLD OR INCIDENT RELEASED IN *
008040*  THE MONTH BY THE OPERATOR WHO PLACED IT.                      *
008050******************************************************************
008060 5000-PRINT-SAME-OPERATOR.
008070     MOVE SPACES TO TP-OARRPT-LINE.
008080     WRITE TP-OARRPT-LINE.
008090     MOVE 'SAME OPERATOR PLACED AND RELEASED' TO TP990-SEC-TEXT.
008100     WRITE TP-OARRPT-LINE FROM TP990-SECTION-LINE.
008110     IF TP990-SAME-OPER-COUNT = ZERO
008120         MOVE '  NONE' TO TP990-SEC-TEXT
008130         WRITE TP-OARRPT-LINE FROM TP990-SECTION-LINE
008140         GO TO 5000-EXIT
008150     END-IF.
008160     WRITE TP-OARRPT-LINE FROM TP990-PAIR-TITLE.
008170     PERFORM 5100-PRINT-ONE-PAIR THRU 5100-EXIT
008180         VARYING TP990-PX FROM 1 BY 1
008190         UNTIL TP990-PX > TP990-PAIR-COUNT.
008200 5000-EXIT.
008210     EXIT.

008220 5100-PRINT-ONE-PAIR.
008230     IF NOT TP990-P-IS-SAME-OPER(TP990-PX)
008240         GO TO 5100-EXIT
008250     END-IF.
008260     MOVE TP990-P-OBJECT-TYPE(TP990-PX)  TO TP990-PR-OBJECT-TYPE.
008270     MOVE TP990-P-PLACE-OPER(TP990-PX)   TO TP990-PR-OPERATOR.
008280     MOVE TP990-P-PLACE-ACTION(TP990-PX) TO TP990-PR-PLACE-ACTION.
008290     MOVE TP990-P-PLACE-DATE(TP990-PX)   TO TP990-PR-PLACE-DATE.
008300     MOVE TP990-P-PLACE-TIME(TP990-PX)   TO TP990-PR-PLACE-TIME.
008310     MOVE TP990-P-RELEASE-ACTION(TP990-PX)
008320         TO TP990-PR-RELEASE-ACTION.
008330     MOVE TP990-P-RELEASE-DATE(TP990-PX) TO TP990-PR-RELEASE-DATE.
008340     MOVE TP990-P-RELEASE-TIME(TP990-PX) TO TP990-PR-RELEASE-TIME.
008350     WRITE TP-OARRPT-LINE FROM TP990-PAIR-LINE.
008360     MOVE 'KEY:'                         TO TP990-V-LABEL.
008370     MOVE TP990-P-OBJECT-KEY(TP990-PX)   TO TP990-V-TEXT.
008380     WRITE TP-OARRPT-LINE FROM TP990-VALUE-LINE.
008390 5100-EXIT.
008400     EXIT.

008410******************************************************************
008420*  6000-CLASSIFY-ACTION - SET THE OFF-SHIFT AND NO-REASON FLAGS  *
008430*  FOR THE CURRENT JOURNAL RECORD.  DEFERRED ACTIONS ARE NEVER   *
008440*  FLAGGED.  THE BUSINESS-DAY TEST IS REPEATED ONLY WHEN THE     *
008450*  DATE CHANGES.                                                 *
008460******************************************************************
008470 6000-CLASSIFY-ACTION.
008480     MOVE 'N' TO TP990-OFF-SHIFT-SW.
008490     MOVE 'N' TO TP990-NO-REASON-SW.
008500     IF TP-OPRJNL-DEFERRED
008510         GO TO 6000-EXIT
008520     END-IF.
008530     IF TP-OPRJNL-REASON = SPACES
008540         SET TP990-IS-NO-REASON TO TRUE
008550     END-IF.
008560     IF TP-OPRJNL-DATE NOT = TP990-CAL-DATE
008570         MOVE TP-OPRJNL-DATE TO TP990-CAL-DATE
008580         PERFORM 6200-CHECK-BUSINESS-DAY THRU 6200-EXIT
008590     END-IF.
008600     IF NOT TP990-IS-BUSINESS-DAY
008610         SET TP990-IS-OFF-SHIFT TO TRUE
008620         GO TO 6000-EXIT
008630     END-IF.
008640     COMPUTE TP990-ACT-HHMM = TP-OPRJNL-TIME / 100.
008650     IF TP990-SHIFT-START < TP990-SHIFT-END
008660         IF TP990-ACT-HHMM < TP990-SHIFT-START
008670            OR TP990-ACT-HHMM NOT < TP990-SHIFT-END
008680             SET TP990-IS-OFF-SHIFT TO TRUE
008690         END-IF
008700     ELSE
008710         IF TP990-ACT-HHMM < TP990-SHIFT-START
008720            AND TP990-ACT-HHMM NOT < TP990-SHIFT-END
008730             SET TP990-IS-OFF-SHIFT TO TRUE
008740         END-IF
008750     END-IF.
008760 6000-EXIT.
008770     EXIT.

008780******************************************************************
008790*  6200-CHECK-BUSINESS-DAY - MONDAY TO FRIDAY UNLESS TPCALNDR    *
008800*  CARRIES A HOLIDAY FOR THE DATE; A WEEKEND DAY ONLY WHEN       *
008810*  TPCALNDR MARKS IT WORKED.  INTEGER DATE 1 (1601-01-01) WAS A  *
008820*  MONDAY, SO THE REMAINDER OF (DAY - 1) / 7 IS 0 FOR MONDAY     *
008830*  THROUGH 6 FOR SUNDAY.                                         *
008840******************************************************************
008850 6200-CHECK-BUSINESS-DAY.
008860     COMPUTE TP990-DAY-INT
008870         = FUNCTION INTEGER-OF-DATE(TP990-CAL-DATE).
008880     COMPUTE TP990-DAY-WORK = TP990-DAY-INT - 1.
008890     DIVIDE TP990-DAY-WORK BY 7 GIVING TP990-WEEKS
008900         REMAINDER TP990-WEEKDAY.
008910     IF TP990-WEEKDAY < 5
008920         SET TP990-IS-BUSINESS-DAY TO TRUE
008930     ELSE
008940         MOVE 'N' TO TP990-BUS-DAY-SW
008950     END-IF.
008960     IF NOT TP990-CAL-IS-OPEN
008970         GO TO 6200-EXIT
008980     END-IF.
008990     MOVE TP990-CAL-DATE TO TP-CALNDR-DATE.
009000     READ TPCALNDR-FILE
009010         INVALID KEY
009020             GO TO 6200-EXIT
009030     END-READ.
009040     IF TP-CALNDR-HOLIDAY
009050         MOVE 'N' TO TP990-BUS-DAY-SW
009060     END-IF.
009070     IF TP-CALNDR-WORKDAY
009080         SET TP990-IS-BUSINESS-DAY TO TRUE
009090     END-IF.
009100 6200-EXIT.
009110     EXIT.

009120******************************************************************
009130*  8000-REPORT-COUNTS - RUN TOTALS AND THE RETURN CODE.          *
009140******************************************************************
009150 8000-REPORT-COUNTS.
009160     MOVE SPACES TO TP-OARRPT-LINE.
009170     WRITE TP-OARRPT-LINE.
009180     IF TP990-OPER-TABLE-FULL
009190         MOVE 'OPERATOR TABLE OVERFLOW - OPERATOR COUNTS PARTIAL'
009200             TO TP990-SEC-TEXT
009210         WRITE TP-OARRPT-LINE FROM TP990-SECTION-LINE
009220         MOVE 8 TO RETURN-CODE
009230     END-IF.
009240     IF TP990-TYPE-TABLE-FULL
009250         MOVE 'ACTION TYPE TABLE OVERFLOW - TYPE COUNTS PARTIAL'
009260             TO TP990-SEC-TEXT
009270         WRITE TP-OARRPT-LINE FROM TP990-SECTION-LINE
009280         MOVE 8 TO RETURN-CODE
009290     END-IF.
009300     IF TP990-PAIR-TABLE-FULL
009310         MOVE 'PLACEMENT TABLE OVERFLOW - PAIRS INCOMPLETE'
009320             TO TP990-SEC-TEXT
009330         WRITE TP-OARRPT-LINE FROM TP990-SECTION-LINE
009340         MOVE 8 TO RETURN-CODE
009350     END-IF.
009360     MOVE 'JOURNAL RECORDS READ:'        TO TP990-C-LABEL.
009370     MOVE TP990-READ-COUNT               TO TP990-C-COUNT.
009380     WRITE TP-OARRPT-LINE FROM TP990-COUNT-LINE.
009390     MOVE 'ACTIONS IN REVIEW MONTH:'     TO TP990-C-LABEL.
009400     MOVE TP990-MONTH-COUNT              TO TP990-C-COUNT.
009410     WRITE TP-OARRPT-LINE FROM TP990-COUNT-LINE.
009420     MOVE 'DEFERRED ACTIONS - NOT FLAGGED:' TO TP990-C-LABEL.
009430     MOVE TP990-DEFERRED-COUNT           TO TP990-C-COUNT.
009440     WRITE TP-OARRPT-LINE FROM TP990-COUNT-LINE.
009450     MOVE 'ACTIONS OUTSIDE THE SHIFT WINDOW:' TO TP990-C-LABEL.
009460     MOVE TP990-OFF-SHIFT-COUNT          TO TP990-C-COUNT.
009470     WRITE TP-OARRPT-LINE FROM TP990-COUNT-LINE.
009480     MOVE 'ACTIONS KEYED WITHOUT A REASON:' TO TP990-C-LABEL.
009490     MOVE TP990-NO-REASON-COUNT          TO TP990-C-COUNT.
009500     WRITE TP-OARRPT-LINE FROM TP990-COUNT-LINE.
009510     MOVE 'ACTIONS FLAGGED FOR REVIEW:'  TO TP990-C-LABEL.
009520     MOVE TP990-FLAGGED-COUNT            TO TP990-C-COUNT.
009530     WRITE TP-OARRPT-LINE FROM TP990-COUNT-LINE.
009540     MOVE 'SAME OPERATOR PLACED AND RELEASED:' TO TP990-C-LABEL.
009550     MOVE TP990-SAME-OPER-COUNT          TO TP990-C-COUNT.
009560     WRITE TP-OARRPT-LINE FROM TP990-COUNT-LINE.
009570     MOVE 'RELEASES WITH NO PLACEMENT FOUND:' TO TP990-C-LABEL.
009580     MOVE TP990-UNMATCHED-COUNT          TO TP990-C-COUNT.
009590     WRITE TP-OARRPT-LINE FROM TP990-COUNT-LINE.
009600     IF TP990-FLAGGED-COUNT > ZERO
009610        OR TP990-SAME-OPER-COUNT > ZERO
009620         IF RETURN-CODE < 4
009630             MOVE 4 TO RETURN-CODE
009640         END-IF
009650     END-IF.
009660 8000-EXIT.
009670     EXIT.

009680******************************************************************
009690*  9000-TERMINATE                                                *
009700******************************************************************
009710 9000-TERMINATE.
009720     IF TP990-JNL-IS-OPEN
009730         CLOSE TPOPRJNL-FILE
009740     END-IF.
009750     IF TP990-CAL-IS-OPEN
009760         CLOSE TPCALNDR-FILE
009770     END-IF.
009780     CLOSE TPOARRPT-FILE.
009790 9000-EXIT.
009800     EXIT.

009810******************************************************************
009820*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
009830*  ITS RETURN CODE AND COUNTS. IN IS JOURNAL RECORDS READ, OUT   *
009840*  IS ACTIONS IN THE REVIEW MONTH, REJECT IS ACTIONS FLAGGED.    *
009850******************************************************************
009860 9900-RUN-HISTORY-END.
009870     MOVE 'END'              TO TP-HST-REQUEST.
009880     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
009890     MOVE TP990-READ-COUNT   TO TP-HST-IN-COUNT.
009900     MOVE TP990-MONTH-COUNT  TO TP-HST-OUT-COUNT.
009910     MOVE TP990-FLAGGED-COUNT TO TP-HST-REJECT-COUNT.
009920     CALL 'TPRUNHST' USING TP-HST-CB.
009930 9900-EXIT.
009940     EXIT.

009950 END PROGRAM TP990OAR.
