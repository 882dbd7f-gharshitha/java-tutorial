000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TP830BIL.
000120 AUTHOR.        D L ROSS.
000130 INSTALLATION.  EDI OPERATIONS - MFT.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  TP830BIL                                                      *
000180*                                                                *
000190*  MONTHLY CHARGEBACK BILLING.  PRICES A MONTH OF DOCUMENT       *
000200*  ACTIVITY PER CANONICAL PARTNER AND HANDS THE CHARGES TO THE   *
000210*  GENERAL LEDGER / ACCOUNTS RECEIVABLE POSTING RUN, IN PLACE    *
000220*  OF KEYING THEM BY HAND FROM THE TP930MST STATEMENTS.  FOR     *
000230*  THE YYYYMM NAMED ON THE TPBILCTL CONTROL CARD:                *
000240*                                                                *
000250*    - THE MONTH'S TPBILSUM ROLLUPS (WRITTEN BY TP700ARC AS IT   *
000260*      ARCHIVES EACH CLOSED DAY) ARE TOTALLED PER CANONICAL      *
000270*      PARTNER, APPLICATION ID AND VERSION-RELEASE.  ONLY        *
000280*      DOCUMENTS THAT MAPPED ARE BILLED, FIRST-TIME AND          *
000290*      RESUBMITTED KEPT APART; A FAILED ATTEMPT IS NEVER BILLED, *
000300*      SO A DOCUMENT RETRIED UNTIL IT MAPS IS BILLED ONCE AND    *
000310*      ONE CANCELLED FROM TPSUSP IS NOT BILLED AT ALL.  ALL      *
000320*      ATTEMPTS ARE SHOWN ON THE REGISTER FOR REFERENCE.         *
000330*      ALIAS-FORM TRAFFIC IS RESOLVED THROUGH TPALSXRF AS THE    *
000340*      OTHER REPORTS DO.                                         *
000350*    - EACH LINE IS PRICED FROM TPRATETB - TIERED PER-DOCUMENT   *
000360*      RATES FOR FIRST-TIME DOCUMENTS, A FLAT RESUBMISSION RATE, *
000370*      AND A TOP-UP TO THE MONTHLY MINIMUM.  THE MINIMUM IS      *
000380*      TAKEN ONCE PER PARTNER FOR EACH RATE ITS LINES RESOLVED   *
000390*      TO, AGAINST THE CHARGE PRICED UNDER THAT RATE, AS A LINE  *
000400*      OF ITS OWN AFTER THE PARTNER'S OTHER LINES.               *
000410*    - EVERY NON-ZERO CHARGE IS WRITTEN TO THE FIXED-FORMAT      *
000420*      TPGLINTF INTERFACE FILE, CLOSED BY A CONTROL TOTAL        *
000430*      RECORD, AND PRINTED ON THE TPBILRPT BILLING REGISTER,     *
000440*      WHOSE GRAND TOTAL IS FOOTED AGAINST THE INTERFACE FILE'S  *
000450*      CONTROL TOTAL BEFORE THE RUN ENDS.                        *
000460*                                                                *
000470*  RUN AFTER TP700ARC HAS ARCHIVED THE LAST DAY OF THE MONTH -   *
000480*  DAYS STILL ON THE LIVE TPACTLOG ARE NOT YET ON TPBILSUM.      *
000490*                                                                *
000500*  THE TPBILCTL CONTROL CARD:                                    *
000510*                                                                *
000520*    COL 1-6   BILLING PERIOD YYYYMM       (REQUIRED)            *
000530*    COL 8-15  GL POSTING DATE YYYYMMDD    (DEFAULT RUN DATE)    *
000540*                                                                *
000550*  RETURN CODES: 16 - TPGLINTF OR TPBILRPT COULD NOT BE OPENED;  *
000560*  8 - BAD OR MISSING CONTROL CARD, TPBILSUM OR TPRATETB         *
000570*  UNAVAILABLE, A WORK TABLE OVERFLOWED, A TPGLINTF WRITE        *
000575*  FAILED, OR THE REGISTER DOES NOT FOOT TO THE INTERFACE FILE;  *
000580*  4 - ACTIVITY WITH NO RATE ON FILE, OR NO ACTIVITY FOR THE     *
000590*  PERIOD; 0 - CLEAN.                                            *
000600*                                                                *
000610*  MODIFICATION HISTORY                                          *
000620*  --------------------                                          *
000630*  2026-10-15  DLR  NEW PROGRAM.                                 *
000640*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000650*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000660*                    THEN ENDED WITH ITS RETURN CODE AND         *
000670*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000680*                    MORNING SCORECARD.                          *
000690******************************************************************
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER.   IBM-370.
000730 OBJECT-COMPUTER.   IBM-370.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT TPBILCTL-FILE ASSIGN TO TPBILCTL
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS TPBILCTL-STATUS.

000790     SELECT TPBILSUM-FILE ASSIGN TO TPBILSUM
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS TP-BILSUM-KEY
000830         FILE STATUS IS TPBILSUM-STATUS.

000840     SELECT TPALSXRF-FILE ASSIGN TO TPALSXRF
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS TP-ALSXRF-KEY
000880         FILE STATUS IS TPALSXRF-STATUS.

000890     SELECT TPRATETB-FILE ASSIGN TO TPRATETB
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS TP-RATETB-KEY
000930         FILE STATUS IS TPRATETB-STATUS.


000970     SELECT TPGLINTF-FILE ASSIGN TO TPGLINTF
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS TPGLINTF-STATUS.

001000     SELECT TPBILRPT-FILE ASSIGN TO TPBILRPT
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS TPBILRPT-STATUS.

001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  TPBILCTL-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  TP-BILCTL-CARD.
001080     05  TP-BILCTL-PERIOD           PIC X(06).
001090     05  FILLER                     PIC X(01).
001100     05  TP-BILCTL-POST-DATE        PIC X(08).
001110     05  FILLER                     PIC X(65).

001120 FD  TPBILSUM-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY TPBILSUM.

001150 FD  TPALSXRF-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY TPALSXRF.

001180 FD  TPRATETB-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY TPRATETB.


001240 FD  TPGLINTF-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY TPGLINTF.

001270 FD  TPBILRPT-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  TP-BILRPT-LINE                 PIC X(132).

001300 WORKING-STORAGE SECTION.
001310     COPY TPHSTCB.

001320 77  TPBILCTL-STATUS             PIC X(02) VALUE '00'.
001330 77  TPBILSUM-STATUS             PIC X(02) VALUE '00'.
001340 77  TPALSXRF-STATUS             PIC X(02) VALUE '00'.
001350 77  TPRATETB-STATUS             PIC X(02) VALUE '00'.
001370 77  TPGLINTF-STATUS             PIC X(02) VALUE '00'.
001380 77  TPBILRPT-STATUS             PIC X(02) VALUE '00'.

001390 77  TP830-SUM-EOF-SW            PIC X(01) VALUE 'N'.
001400     88  TP830-NO-MORE-ROLLUPS          VALUE 'Y'.
001430 77  TP830-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
001440     88  TP830-FILES-ARE-OPEN           VALUE 'Y'.
001450 77  TP830-XRF-OPEN-SW           PIC X(01) VALUE 'N'.
001460     88  TP830-XREF-IS-OPEN             VALUE 'Y'.
001470 77  TP830-FOUND-SW              PIC X(01) VALUE 'N'.
001480     88  TP830-ENTRY-FOUND              VALUE 'Y'.
001490 77  TP830-ADD-SW                PIC X(01) VALUE 'N'.
001500     88  TP830-ADD-IF-MISSING           VALUE 'Y'.
001510 77  TP830-RATE-FOUND-SW         PIC X(01) VALUE 'N'.
001520     88  TP830-RATE-FOUND               VALUE 'Y'.
001530 77  TP830-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
001540     88  TP830-TABLE-IS-FULL            VALUE 'Y'.
001545 77  TP830-GL-WRITE-SW           PIC X(01) VALUE 'N'.
001547     88  TP830-GL-WRITE-FAILED          VALUE 'Y'.

001550 77  TP830-RUN-DATE              PIC 9(08) VALUE ZERO.
001560 77  TP830-PERIOD                PIC 9(06) VALUE ZERO.
001570 77  TP830-POST-DATE             PIC 9(08) VALUE ZERO.
001580 77  TP830-PERIOD-START          PIC 9(08) VALUE ZERO.
001590 77  TP830-PERIOD-END            PIC 9(08) VALUE ZERO.
001600 77  TP830-WS-PARTNER-KEY        PIC X(78) VALUE SPACES.
001610 77  TP830-WS-PARTNER-FORM       PIC X(01) VALUE SPACE.
001620 77  TP830-WS-APPLICATION-ID     PIC X(10) VALUE SPACES.
001630 77  TP830-WS-VERSION-RELEASE    PIC X(12) VALUE SPACES.
001640 77  TP830-RATE-APPLICATION-ID   PIC X(10) VALUE SPACES.
001650 77  TP830-RATE-VERSION-RELEASE  PIC X(12) VALUE SPACES.
001660 77  TP830-WS-GL-ACCOUNT         PIC X(12) VALUE SPACES.

001670 77  TP830-PARTNER-COUNT         PIC 9(04) COMP VALUE ZERO.
001680 77  TP830-LINE-COUNT            PIC 9(04) COMP VALUE ZERO.
001700 77  TP830-PX-SUB                PIC 9(04) COMP VALUE ZERO.
001710 77  TP830-LX-SUB                PIC 9(04) COMP VALUE ZERO.
001720 77  TP830-TX-SUB                PIC 9(04) COMP VALUE ZERO.
001730 77  TP830-KX-SUB                PIC 9(04) COMP VALUE ZERO.
001740 77  TP830-KEY-COUNT             PIC 9(04) COMP VALUE ZERO.
001750 77  TP830-ROLLUP-COUNT          PIC 9(07) VALUE ZERO.
001760 77  TP830-UNRESOLVED-COUNT      PIC 9(07) VALUE ZERO.
001780 77  TP830-UNRATED-COUNT         PIC 9(07) VALUE ZERO.
001790 77  TP830-INTF-COUNT            PIC 9(09) VALUE ZERO.
001800 77  TP830-INTF-QUANTITY         PIC 9(11) VALUE ZERO.
001810 77  TP830-INTF-AMOUNT           PIC 9(13)V99 VALUE ZERO.
001820 77  TP830-REG-AMOUNT            PIC 9(13)V99 VALUE ZERO.

001830******************************************************************
001840*  PRICING WORK AREA FOR ONE REGISTER LINE.                      *
001850******************************************************************
001860 01  TP830-PRICE-AREA.
001870     05  TP830-BILL-FRESH           PIC 9(09) COMP.
001880     05  TP830-BILL-RESUB           PIC 9(09) COMP.
001900     05  TP830-PRIOR-UPTO           PIC 9(09) COMP.
001910     05  TP830-BAND-TOP             PIC 9(09) COMP.
001920     05  TP830-LAST-RATE            PIC 9(03)V9(04).
001930     05  TP830-TIER-CHARGE          PIC 9(09)V99.
001940     05  TP830-RESUB-CHARGE         PIC 9(09)V99.
001950     05  TP830-MIN-CHARGE           PIC 9(09)V99.
001960     05  TP830-LINE-CHARGE          PIC 9(09)V99.
001970     05  TP830-PARTNER-CHARGE       PIC 9(11)V99.

001980******************************************************************
001990*  ONE ENTRY PER CANONICAL PARTNER BILLED, IN THE ORDER FIRST    *
002000*  SEEN.  1000 PARTNERS IS WELL BEYOND THE COMMUNITY'S SIZE.     *
002010******************************************************************
002020 01  TP830-PARTNER-TABLE.
002030     05  TP830-P-ENTRY OCCURS 1000 TIMES
002040                       INDEXED BY TP830-PX.
002050         10  TP830-P-PARTNER-KEY     PIC X(78).

002060******************************************************************
002070*  ONE ENTRY PER PARTNER/APPLICATION ID/VERSION-RELEASE.  THE    *
002080*  PARTNER SUBSCRIPT TIES EACH LINE BACK TO ITS PARTNER ENTRY    *
002090*  SO THE REGISTER CAN PRINT A PARTNER'S LINES TOGETHER.         *
002100******************************************************************
002110 01  TP830-LINE-TABLE.
002120     05  TP830-L-ENTRY OCCURS 5000 TIMES
002130                       INDEXED BY TP830-LX.
002140         10  TP830-L-PX-SUB          PIC 9(04) COMP.
002150         10  TP830-L-APPLICATION-ID  PIC X(10).
002160         10  TP830-L-VERSION-RELEASE PIC X(12).
002170         10  TP830-L-FRESH-DOCS      PIC 9(09) COMP.
002180         10  TP830-L-RESUB-DOCS      PIC 9(09) COMP.
002190         10  TP830-L-ATTEMPTS      PIC 9(09) COMP.

002220******************************************************************
002230*  ONE ENTRY PER RATE THE CURRENT PARTNER'S LINES RESOLVED TO,   *
002240*  CARRYING THE DOCUMENTS AND CHARGE PRICED UNDER IT SO THE      *
002250*  MONTHLY MINIMUM IS TOPPED UP ONCE PER RATE, NOT PER LINE.     *
002260******************************************************************
002270 01  TP830-RATE-KEY-TABLE.
002280     05  TP830-K-ENTRY OCCURS 200 TIMES
002290                       INDEXED BY TP830-KX.
002300         10  TP830-K-APPLICATION-ID  PIC X(10).
002310         10  TP830-K-VERSION-RELEASE PIC X(12).
002320         10  TP830-K-GL-ACCOUNT      PIC X(12).
002330         10  TP830-K-MONTHLY-MIN     PIC 9(07)V99.
002340         10  TP830-K-BILLED-DOCS     PIC 9(09) COMP.
002350         10  TP830-K-CHARGE          PIC 9(11)V99.

002460 01  TP830-HEADING-1.
002470     05  FILLER                     PIC X(46)
002480         VALUE 'TP830BIL - MONTHLY CHARGEBACK BILLING REGISTER'.
002490     05  FILLER                     PIC X(02) VALUE SPACES.
002500     05  FILLER                     PIC X(08) VALUE 'PERIOD: '.
002510     05  TP830-H1-PERIOD            PIC 9(06).
002520     05  FILLER                     PIC X(13)
002530         VALUE '  POST DATE: '.
002540     05  TP830-H1-POST-DATE         PIC 9(08).
002550     05  FILLER                     PIC X(12)
002560         VALUE '  RUN DATE: '.
002570     05  TP830-H1-RUN-DATE          PIC 9(08).

002580 01  TP830-HEADING-2.
002590     05  FILLER                     PIC X(40)
002600         VALUE '  APPL ID    VERSION-REL    FIRST   RESU'.
002610     05  FILLER                     PIC X(40)
002620         VALUE 'B       ATTEMPTS   TIER CHARGE  RESUB CH'.
002630     05  FILLER                     PIC X(40)
002640         VALUE 'ARGE    MIN TOP-UP     LINE TOTAL'.

002650 01  TP830-PARTNER-LINE.
002660     05  FILLER                     PIC X(09) VALUE 'PARTNER: '.
002670     05  TP830-PL-PARTNER-KEY       PIC X(78).

002680 01  TP830-DETAIL-LINE.
002690     05  FILLER                     PIC X(02) VALUE SPACES.
002700     05  TP830-D-APPLICATION-ID     PIC X(10).
002710     05  FILLER                     PIC X(01) VALUE SPACE.
002720     05  TP830-D-VERSION-RELEASE    PIC X(12).
002730     05  FILLER                     PIC X(01) VALUE SPACE.
002740     05  TP830-D-FRESH              PIC ZZZ,ZZ9.
002750     05  FILLER                     PIC X(01) VALUE SPACE.
002760     05  TP830-D-RESUB              PIC ZZZ,ZZ9.
002770     05  FILLER                     PIC X(01) VALUE SPACE.
002780     05  FILLER                     PIC X(04) VALUE SPACES.
002800     05  TP830-D-ATTEMPTS           PIC ZZ,ZZZ,ZZ9.
002810     05  FILLER                     PIC X(01) VALUE SPACE.
002820     05  TP830-D-TIER-CHARGE        PIC ZZ,ZZZ,ZZ9.99.
002830     05  FILLER                     PIC X(01) VALUE SPACE.
002840     05  TP830-D-RESUB-CHARGE       PIC ZZ,ZZZ,ZZ9.99.
002850     05  FILLER                     PIC X(01) VALUE SPACE.
002860     05  TP830-D-MIN-CHARGE         PIC ZZ,ZZZ,ZZ9.99.
002870     05  FILLER                     PIC X(01) VALUE SPACE.
002880     05  TP830-D-LINE-CHARGE        PIC ZZZ,ZZZ,ZZ9.99.
002890     05  FILLER                     PIC X(01) VALUE SPACE.
002900     05  TP830-D-NOTE               PIC X(16).

002910 01  TP830-TOTAL-LINE.
002920     05  TP830-T-LABEL              PIC X(40).
002930     05  FILLER                     PIC X(02) VALUE SPACES.
002940     05  TP830-T-AMOUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

002950 01  TP830-COUNT-LINE.
002960     05  TP830-C-LABEL              PIC X(40).
002970     05  FILLER                     PIC X(02) VALUE SPACES.
002980     05  TP830-C-COUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.

002990 01  TP830-NOTE-LINE.
003000     05  TP830-NL-TEXT              PIC X(70).

003010 PROCEDURE DIVISION.
003020******************************************************************
003030*  0000-MAINLINE                                                 *
003040******************************************************************
003050 0000-MAINLINE.
003060     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
003070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003080     IF RETURN-CODE = ZERO
003090         PERFORM 2000-LOAD-ROLLUPS THRU 2000-EXIT
003110         PERFORM 4000-PRICE-AND-POST THRU 4000-EXIT
003120         PERFORM 5000-FOOT-AND-CLOSE THRU 5000-EXIT
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
003230     MOVE 'TP830BIL'         TO TP-HST-PROGRAM-ID.
003240     MOVE SPACES             TO TP-HST-STREAM-ID.
003250     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
003260     CALL 'TPRUNHST' USING TP-HST-CB.
003270 0100-EXIT.
003280     EXIT.

003290******************************************************************
003300*  1000-INITIALIZE - VALIDATE THE CONTROL CARD, DERIVE THE       *
003310*  PERIOD'S DATE RANGE, AND OPEN THE FILES.  THE ROLLUPS AND     *
003320*  THE RATE TABLE ARE BOTH REQUIRED; THE CROSS-REFERENCE IS      *
003330*  OPTIONAL, AS IN THE OTHER REPORTS.                            *
003340******************************************************************
003350 1000-INITIALIZE.
003360     ACCEPT TP830-RUN-DATE FROM DATE YYYYMMDD.
003370     OPEN INPUT TPBILCTL-FILE.
003380     IF TPBILCTL-STATUS NOT = '00'
003390         DISPLAY 'TP830BIL - UNABLE TO OPEN TPBILCTL - STATUS '
003400                  TPBILCTL-STATUS
003410         MOVE 8 TO RETURN-CODE
003420         GO TO 1000-EXIT
003430     END-IF.
003440     READ TPBILCTL-FILE
003450         AT END
003460             DISPLAY 'TP830BIL - EMPTY TPBILCTL CONTROL FILE'
003470             MOVE 8 TO RETURN-CODE
003480             CLOSE TPBILCTL-FILE
003490             GO TO 1000-EXIT
003500     END-READ.
003510     CLOSE TPBILCTL-FILE.
003520     IF TP-BILCTL-PERIOD NOT NUMERIC
003530        OR TP-BILCTL-PERIOD(5:2) < '01'
003540        OR TP-BILCTL-PERIOD(5:2) > '12'
003550         DISPLAY 'TP830BIL - INVALID BILLING PERIOD ON TPBILCTL'
003560         MOVE 8 TO RETURN-CODE
003570         GO TO 1000-EXIT
003580     END-IF.
003590     MOVE TP-BILCTL-PERIOD TO TP830-PERIOD.
003600     COMPUTE TP830-PERIOD-START = TP830-PERIOD * 100 + 1.
003610     COMPUTE TP830-PERIOD-END   = TP830-PERIOD * 100 + 31.
003620     IF TP-BILCTL-POST-DATE NUMERIC
003630        AND TP-BILCTL-POST-DATE > '19000000'
003640         MOVE TP-BILCTL-POST-DATE TO TP830-POST-DATE
003650     ELSE
003660         MOVE TP830-RUN-DATE TO TP830-POST-DATE
003670     END-IF.
003680     OPEN INPUT TPBILSUM-FILE.
003690     IF TPBILSUM-STATUS NOT = '00'
003700         DISPLAY 'TP830BIL - UNABLE TO OPEN TPBILSUM - STATUS '
003710                  TPBILSUM-STATUS
003720         MOVE 8 TO RETURN-CODE
003730         GO TO 1000-EXIT
003740     END-IF.
003750     OPEN INPUT TPRATETB-FILE.
003760     IF TPRATETB-STATUS NOT = '00'
003770         DISPLAY 'TP830BIL - UNABLE TO OPEN TPRATETB - STATUS '
003780                  TPRATETB-STATUS
003790         CLOSE TPBILSUM-FILE
003800         MOVE 8 TO RETURN-CODE
003810         GO TO 1000-EXIT
003820     END-IF.
003830     OPEN INPUT TPALSXRF-FILE.
003840     IF TPALSXRF-STATUS = '00'
003850         SET TP830-XREF-IS-OPEN TO TRUE
003860     ELSE
003870         DISPLAY 'TP830BIL - TPALSXRF NOT AVAILABLE - STATUS '
003880                  TPALSXRF-STATUS ' - ALIASES BILLED AS SUBMITTED'
003890     END-IF.
003900     OPEN OUTPUT TPGLINTF-FILE.
003901     IF TPGLINTF-STATUS NOT = '00'
003902         DISPLAY 'TP830BIL - UNABLE TO OPEN TPGLINTF - STATUS '
003903                  TPGLINTF-STATUS
003904         CLOSE TPBILSUM-FILE
003905         CLOSE TPRATETB-FILE
003906         MOVE 16 TO RETURN-CODE
003907         GO TO 1000-EXIT
003908     END-IF.
003910     OPEN OUTPUT TPBILRPT-FILE.
003911     IF TPBILRPT-STATUS NOT = '00'
003912         DISPLAY 'TP830BIL - UNABLE TO OPEN TPBILRPT - STATUS '
003913                  TPBILRPT-STATUS
003914         CLOSE TPBILSUM-FILE
003915         CLOSE TPRATETB-FILE
003916         CLOSE TPGLINTF-FILE
003917         MOVE 16 TO RETURN-CODE
003918         GO TO 1000-EXIT
003919     END-IF.
003920     SET TP830-FILES-ARE-OPEN TO TRUE.
003930     MOVE TP830-PERIOD    TO TP830-H1-PERIOD.
003940     MOVE TP830-POST-DATE TO TP830-H1-POST-DATE.
003950     MOVE TP830-RUN-DATE  TO TP830-H1-RUN-DATE.
003960     WRITE TP-BILRPT-LINE FROM TP830-HEADING-1.
003970     WRITE TP-BILRPT-LINE FROM TP830-HEADING-2.
003980 1000-EXIT.
003990     EXIT.

004000******************************************************************
004010*  2000-LOAD-ROLLUPS - TPBILSUM IS KEYED DATE-MAJOR, SO THE      *
004020*  PERIOD IS ONE CONTIGUOUS RUN OF RECORDS FROM THE FIRST OF     *
004030*  THE MONTH.                                                    *
004040******************************************************************
004050 2000-LOAD-ROLLUPS.
004060     MOVE LOW-VALUES         TO TP-BILSUM-KEY.
004070     MOVE TP830-PERIOD-START TO TP-BILSUM-RUN-DATE.
004080     START TPBILSUM-FILE KEY NOT < TP-BILSUM-KEY
004090         INVALID KEY
004100             SET TP830-NO-MORE-ROLLUPS TO TRUE
004110             GO TO 2000-EXIT
004120     END-START.
004130     PERFORM 2900-READ-NEXT-ROLLUP THRU 2900-EXIT.
004140     PERFORM 2100-POST-ROLLUP THRU 2100-EXIT
004150         UNTIL TP830-NO-MORE-ROLLUPS.
004160 2000-EXIT.
004170     EXIT.

004180 2100-POST-ROLLUP.
004190     IF TP-BILSUM-RUN-DATE > TP830-PERIOD-END
004200         SET TP830-NO-MORE-ROLLUPS TO TRUE
004210         GO TO 2100-EXIT
004220     END-IF.
004230     ADD 1 TO TP830-ROLLUP-COUNT.
004240     MOVE TP-BILSUM-PARTNER-KEY     TO TP830-WS-PARTNER-KEY.
004250     MOVE TP-BILSUM-PARTNER-FORM    TO TP830-WS-PARTNER-FORM.
004260     MOVE TP-BILSUM-APPLICATION-ID  TO TP830-WS-APPLICATION-ID.
004270     MOVE TP-BILSUM-VERSION-RELEASE TO TP830-WS-VERSION-RELEASE.
004280     PERFORM 2150-RESOLVE-PARTNER THRU 2150-EXIT.
004290     SET TP830-ADD-IF-MISSING TO TRUE.
004300     PERFORM 2200-FIND-LINE THRU 2200-EXIT.
004310     IF NOT TP830-ENTRY-FOUND
004320         GO TO 2100-NEXT
004330     END-IF.
004340     IF TP-BILSUM-IS-RESUBMISSION
004350         ADD TP-BILSUM-MAPPED-COUNT
004355             TO TP830-L-RESUB-DOCS(TP830-LX)
004360     ELSE
004370         ADD TP-BILSUM-MAPPED-COUNT
004375             TO TP830-L-FRESH-DOCS(TP830-LX)
004380     END-IF.
004390     ADD TP-BILSUM-DOC-COUNT TO TP830-L-ATTEMPTS(TP830-LX).
004400 2100-NEXT.
004410     PERFORM 2900-READ-NEXT-ROLLUP THRU 2900-EXIT.
004420 2100-EXIT.
004430     EXIT.

004440******************************************************************
004450*  2150-RESOLVE-PARTNER - AN ALIAS-FORM KEY IN TP830-WS-PARTNER- *
004460*  KEY IS REPLACED BY ITS ACTIVE TPALSXRF CORP/DIV PARTNER; AN   *
004470*  UNRESOLVED ALIAS IS BILLED UNDER ITS ALIAS KEY AND COUNTED.   *
004480******************************************************************
004490 2150-RESOLVE-PARTNER.
004500     IF TP830-WS-PARTNER-FORM NOT = 'A'
004510         GO TO 2150-EXIT
004520     END-IF.
004530     IF NOT TP830-XREF-IS-OPEN
004540         ADD 1 TO TP830-UNRESOLVED-COUNT
004550         GO TO 2150-EXIT
004560     END-IF.
004570     MOVE TP830-WS-PARTNER-KEY(1:4)  TO TP-ALSXRF-ALIAS-ID-QUAL.
004580     MOVE TP830-WS-PARTNER-KEY(5:35) TO TP-ALSXRF-ALIAS-ID.
004590     READ TPALSXRF-FILE
004600         INVALID KEY
004610             ADD 1 TO TP830-UNRESOLVED-COUNT
004620             GO TO 2150-EXIT
004630     END-READ.
004640     IF NOT TP-ALSXRF-ACTIVE
004650         ADD 1 TO TP830-UNRESOLVED-COUNT
004660         GO TO 2150-EXIT
004670     END-IF.
004680     MOVE TP-ALSXRF-CORP-ID-QUAL TO TP830-WS-PARTNER-KEY(1:4).
004690     MOVE TP-ALSXRF-CORP-ID      TO TP830-WS-PARTNER-KEY(5:35).
004700     MOVE TP-ALSXRF-DIV-ID-QUAL  TO TP830-WS-PARTNER-KEY(40:4).
004710     MOVE TP-ALSXRF-DIV-ID       TO TP830-WS-PARTNER-KEY(44:35).
004720     MOVE 'P'                    TO TP830-WS-PARTNER-FORM.
004730 2150-EXIT.
004740     EXIT.

004750******************************************************************
004760*  2200-FIND-LINE - LOCATE THE PARTNER AND ITS APPLICATION/      *
004770*  VERSION-RELEASE LINE, ADDING EITHER WHEN TP830-ADD-IF-        *
004780*  MISSING IS ON.  LINEAR SEARCH, AS IN THE OTHER MONTHLY        *
004790*  REPORTS; OVERFLOW IS REPORTED RATHER THAN SILENTLY DROPPED.   *
004800******************************************************************
004810 2200-FIND-LINE.
004820     MOVE 'N' TO TP830-FOUND-SW.
004830     IF TP830-PARTNER-COUNT > ZERO
004840         SET TP830-PX TO 1
004850         SEARCH TP830-P-ENTRY
004860             AT END
004870                 CONTINUE
004880             WHEN TP830-PX > TP830-PARTNER-COUNT
004890                 CONTINUE
004900             WHEN TP830-P-PARTNER-KEY(TP830-PX)
004910                    = TP830-WS-PARTNER-KEY
004920                 SET TP830-ENTRY-FOUND TO TRUE
004930         END-SEARCH
004940     END-IF.
004950     IF NOT TP830-ENTRY-FOUND
004960         IF NOT TP830-ADD-IF-MISSING
004970             GO TO 2200-EXIT
004980         END-IF
004990         IF TP830-PARTNER-COUNT >= 1000
005000             SET TP830-TABLE-IS-FULL TO TRUE
005010             GO TO 2200-EXIT
005020         END-IF
005030         ADD 1 TO TP830-PARTNER-COUNT
005040         SET TP830-PX TO TP830-PARTNER-COUNT
005050         MOVE TP830-WS-PARTNER-KEY
005060             TO TP830-P-PARTNER-KEY(TP830-PX)
005070     END-IF.
005080     SET TP830-PX-SUB TO TP830-PX.
005090     MOVE 'N' TO TP830-FOUND-SW.
005100     IF TP830-LINE-COUNT > ZERO
005110         SET TP830-LX TO 1
005120         SEARCH TP830-L-ENTRY
005130             AT END
005140                 CONTINUE
005150             WHEN TP830-LX > TP830-LINE-COUNT
005160                 CONTINUE
005170             WHEN TP830-L-PX-SUB(TP830-LX) = TP830-PX-SUB
005180              AND TP830-L-APPLICATION-ID(TP830-LX)
005190                    = TP830-WS-APPLICATION-ID
005200              AND TP830-L-VERSION-RELEASE(TP830-LX)
005210                    = TP830-WS-VERSION-RELEASE
005220                 SET TP830-ENTRY-FOUND TO TRUE
005230         END-SEARCH
005240     END-IF.
005250     IF TP830-ENTRY-FOUND
005260        OR NOT TP830-ADD-IF-MISSING
005270         GO TO 2200-EXIT
005280     END-IF.
005290     IF TP830-LINE-COUNT >= 5000
005300         SET TP830-TABLE-IS-FULL TO TRUE
005310         GO TO 2200-EXIT
005320     END-IF.
005330     ADD 1 TO TP830-LINE-COUNT.
005340     SET TP830-LX TO TP830-LINE-COUNT.
005350     MOVE TP830-PX-SUB             TO TP830-L-PX-SUB(TP830-LX).
005360     MOVE TP830-WS-APPLICATION-ID
005370         TO TP830-L-APPLICATION-ID(TP830-LX).
005380     MOVE TP830-WS-VERSION-RELEASE
005390         TO TP830-L-VERSION-RELEASE(TP830-LX).
005400     MOVE ZERO TO TP830-L-FRESH-DOCS(TP830-LX).
005410     MOVE ZERO TO TP830-L-RESUB-DOCS(TP830-LX).
005420     MOVE ZERO TO TP830-L-ATTEMPTS(TP830-LX).
005450     SET TP830-ENTRY-FOUND TO TRUE.
005460 2200-EXIT.
005470     EXIT.

005480 2900-READ-NEXT-ROLLUP.
005490     READ TPBILSUM-FILE NEXT RECORD
005500         AT END
005510             SET TP830-NO-MORE-ROLLUPS TO TRUE
005520     END-READ.
005530 2900-EXIT.
005540     EXIT.

006620******************************************************************
006630*  4000-PRICE-AND-POST - ONE REGISTER BLOCK PER PARTNER: EACH    *
006640*  OF ITS LINES PRICED AND POSTED, THEN THE PARTNER TOTAL.       *
006650******************************************************************
006660 4000-PRICE-AND-POST.
006670     IF TP830-LINE-COUNT = ZERO
006680         MOVE 'NO BILLABLE ACTIVITY ON TPBILSUM FOR THE PERIOD'
006690             TO TP830-NL-TEXT
006700         WRITE TP-BILRPT-LINE FROM TP830-NOTE-LINE
006710         MOVE 4 TO RETURN-CODE
006720         GO TO 4000-EXIT
006730     END-IF.
006740     PERFORM 4100-BILL-ONE-PARTNER THRU 4100-EXIT
006750         VARYING TP830-PX-SUB FROM 1 BY 1
006760         UNTIL TP830-PX-SUB > TP830-PARTNER-COUNT.
006770 4000-EXIT.
006780     EXIT.

006790 4100-BILL-ONE-PARTNER.
006800     SET TP830-PX TO TP830-PX-SUB.
006810     MOVE SPACES TO TP-BILRPT-LINE.
006820     WRITE TP-BILRPT-LINE.
006830     MOVE TP830-P-PARTNER-KEY(TP830-PX) TO TP830-PL-PARTNER-KEY.
006840     WRITE TP-BILRPT-LINE FROM TP830-PARTNER-LINE.
006850     MOVE ZERO TO TP830-PARTNER-CHARGE.
006860     MOVE ZERO TO TP830-KEY-COUNT.
006870     PERFORM 4200-PRICE-LINE THRU 4200-EXIT
006880         VARYING TP830-LX-SUB FROM 1 BY 1
006890         UNTIL TP830-LX-SUB > TP830-LINE-COUNT.
006900     PERFORM 4500-APPLY-MINIMUM THRU 4500-EXIT
006910         VARYING TP830-KX-SUB FROM 1 BY 1
006920         UNTIL TP830-KX-SUB > TP830-KEY-COUNT.
006930     MOVE '  PARTNER TOTAL'     TO TP830-T-LABEL.
006940     MOVE TP830-PARTNER-CHARGE  TO TP830-T-AMOUNT.
006950     WRITE TP-BILRPT-LINE FROM TP830-TOTAL-LINE.
006960     ADD TP830-PARTNER-CHARGE   TO TP830-REG-AMOUNT.
006970 4100-EXIT.
006980     EXIT.

006990******************************************************************
007000*  4200-PRICE-LINE - THE LINE'S MAPPED DOCUMENTS ARE PRICED AT   *
007010*  THE RATE IN FORCE FOR THE PERIOD, AND ITS NON-ZERO CHARGES    *
007020*  ARE POSTED AND ADDED TO THAT RATE'S TOTAL FOR THE PARTNER.    *
007030*  A LINE WITH NO RATE ON FILE IS PRINTED UNPRICED AND FLAGGED.  *
007050******************************************************************
007060 4200-PRICE-LINE.
007070     SET TP830-LX TO TP830-LX-SUB.
007080     IF TP830-L-PX-SUB(TP830-LX) NOT = TP830-PX-SUB
007090         GO TO 4200-EXIT
007100     END-IF.
007110     MOVE TP830-L-FRESH-DOCS(TP830-LX) TO TP830-BILL-FRESH.
007120     MOVE TP830-L-RESUB-DOCS(TP830-LX) TO TP830-BILL-RESUB.
007300     MOVE ZERO   TO TP830-TIER-CHARGE.
007310     MOVE ZERO   TO TP830-RESUB-CHARGE.
007320     MOVE ZERO   TO TP830-MIN-CHARGE.
007330     MOVE ZERO   TO TP830-LINE-CHARGE.
007340     MOVE SPACES TO TP830-D-NOTE.
007350     MOVE TP830-L-APPLICATION-ID(TP830-LX)
007360         TO TP830-WS-APPLICATION-ID.
007370     MOVE TP830-L-VERSION-RELEASE(TP830-LX)
007380         TO TP830-WS-VERSION-RELEASE.
007390     PERFORM 4300-LOOKUP-RATE THRU 4300-EXIT.
007400     IF NOT TP830-RATE-FOUND
007410         MOVE 'NO RATE ON FILE' TO TP830-D-NOTE
007420         ADD 1 TO TP830-UNRATED-COUNT
007430         GO TO 4200-PRINT
007440     END-IF.
007450     PERFORM 4400-PRICE-TIERS THRU 4400-EXIT.
007460     COMPUTE TP830-RESUB-CHARGE ROUNDED
007470         = TP830-BILL-RESUB * TP-RATETB-RESUBMIT-RATE.
007480     COMPUTE TP830-LINE-CHARGE
007490         = TP830-TIER-CHARGE + TP830-RESUB-CHARGE.
007500     MOVE TP-RATETB-GL-ACCOUNT TO TP830-WS-GL-ACCOUNT.
007510     PERFORM 4250-ADD-TO-RATE-KEY THRU 4250-EXIT.
007520     MOVE SPACES TO TP-GLINTF-RECORD.
007530     IF TP830-TIER-CHARGE > ZERO
007540         MOVE 'DOCS'             TO TP-GLINTF-CHARGE-TYPE
007550         MOVE TP830-BILL-FRESH   TO TP-GLINTF-QUANTITY
007560         MOVE TP830-TIER-CHARGE  TO TP-GLINTF-AMOUNT
007570         PERFORM 4600-WRITE-INTERFACE THRU 4600-EXIT
007580     END-IF.
007590     IF TP830-RESUB-CHARGE > ZERO
007600         MOVE 'RSUB'             TO TP-GLINTF-CHARGE-TYPE
007610         MOVE TP830-BILL-RESUB   TO TP-GLINTF-QUANTITY
007620         MOVE TP830-RESUB-CHARGE TO TP-GLINTF-AMOUNT
007630         PERFORM 4600-WRITE-INTERFACE THRU 4600-EXIT
007640     END-IF.
007650     ADD TP830-LINE-CHARGE TO TP830-PARTNER-CHARGE.
007660 4200-PRINT.
007670     MOVE TP830-WS-APPLICATION-ID  TO TP830-D-APPLICATION-ID.
007680     MOVE TP830-WS-VERSION-RELEASE TO TP830-D-VERSION-RELEASE.
007690     MOVE TP830-BILL-FRESH         TO TP830-D-FRESH.
007700     MOVE TP830-BILL-RESUB         TO TP830-D-RESUB.
007720     MOVE TP830-L-ATTEMPTS(TP830-LX) TO TP830-D-ATTEMPTS.
007730     MOVE TP830-TIER-CHARGE        TO TP830-D-TIER-CHARGE.
007740     MOVE TP830-RESUB-CHARGE       TO TP830-D-RESUB-CHARGE.
007750     MOVE TP830-MIN-CHARGE         TO TP830-D-MIN-CHARGE.
007760     MOVE TP830-LINE-CHARGE        TO TP830-D-LINE-CHARGE.
007770     WRITE TP-BILRPT-LINE FROM TP830-DETAIL-LINE.
007780 4200-EXIT.
007790     EXIT.

007800******************************************************************
007810*  4250-ADD-TO-RATE-KEY - TOTAL THE LINE UNDER THE RATE RECORD   *
007820*  IT RESOLVED TO, SO LINES SHARING AN APPLICATION DEFAULT OR    *
007830*  THE HOUSE DEFAULT SHARE ONE MINIMUM.                          *
007840******************************************************************
007850 4250-ADD-TO-RATE-KEY.
007860     MOVE 'N' TO TP830-FOUND-SW.
007870     IF TP830-KEY-COUNT > ZERO
007880         SET TP830-KX TO 1
007890         SEARCH TP830-K-ENTRY
007900             AT END
007910                 CONTINUE
007920             WHEN TP830-KX > TP830-KEY-COUNT
007930                 CONTINUE
007940             WHEN TP830-K-APPLICATION-ID(TP830-KX)
007950                    = TP-RATETB-APPLICATION-ID
007960              AND TP830-K-VERSION-RELEASE(TP830-KX)
007970                    = TP-RATETB-VERSION-RELEASE
007980                 SET TP830-ENTRY-FOUND TO TRUE
007990         END-SEARCH
008000     END-IF.
008010     IF NOT TP830-ENTRY-FOUND
008020         IF TP830-KEY-COUNT >= 200
008030             SET TP830-TABLE-IS-FULL TO TRUE
008040             GO TO 4250-EXIT
008050         END-IF
008060         ADD 1 TO TP830-KEY-COUNT
008070         SET TP830-KX TO TP830-KEY-COUNT
008080         MOVE TP-RATETB-APPLICATION-ID
008090             TO TP830-K-APPLICATION-ID(TP830-KX)
008100         MOVE TP-RATETB-VERSION-RELEASE
008110             TO TP830-K-VERSION-RELEASE(TP830-KX)
008120         MOVE TP-RATETB-GL-ACCOUNT
008130             TO TP830-K-GL-ACCOUNT(TP830-KX)
008140         MOVE TP-RATETB-MONTHLY-MIN
008150             TO TP830-K-MONTHLY-MIN(TP830-KX)
008160         MOVE ZERO TO TP830-K-BILLED-DOCS(TP830-KX)
008170         MOVE ZERO TO TP830-K-CHARGE(TP830-KX)
008180     END-IF.
008190     ADD TP830-BILL-FRESH  TO TP830-K-BILLED-DOCS(TP830-KX).
008200     ADD TP830-BILL-RESUB  TO TP830-K-BILLED-DOCS(TP830-KX).
008210     ADD TP830-LINE-CHARGE TO TP830-K-CHARGE(TP830-KX).
008220 4250-EXIT.
008230     EXIT.

008240******************************************************************
008250*  4300-LOOKUP-RATE - THE RATE FOR THE EXACT APPLICATION ID AND  *
008260*  VERSION-RELEASE, ELSE THE APPLICATION'S DEFAULT, ELSE THE     *
008270*  HOUSE DEFAULT.  ONLY A RATE IN FORCE AT SOME POINT IN THE     *
008280*  PERIOD COUNTS.                                                *
008290******************************************************************
008300 4300-LOOKUP-RATE.
008310     MOVE TP830-WS-APPLICATION-ID  TO TP830-RATE-APPLICATION-ID.
008320     MOVE TP830-WS-VERSION-RELEASE TO TP830-RATE-VERSION-RELEASE.
008330     PERFORM 4350-READ-RATE THRU 4350-EXIT.
008340     IF TP830-RATE-FOUND
008350         GO TO 4300-EXIT
008360     END-IF.
008370     MOVE SPACES TO TP830-RATE-VERSION-RELEASE.
008380     PERFORM 4350-READ-RATE THRU 4350-EXIT.
008390     IF TP830-RATE-FOUND
008400         GO TO 4300-EXIT
008410     END-IF.
008420     MOVE SPACES TO TP830-RATE-APPLICATION-ID.
008430     PERFORM 4350-READ-RATE THRU 4350-EXIT.
008440 4300-EXIT.
008450     EXIT.

008460 4350-READ-RATE.
008470     MOVE 'N' TO TP830-RATE-FOUND-SW.
008480     MOVE TP830-RATE-APPLICATION-ID  TO TP-RATETB-APPLICATION-ID.
008490     MOVE TP830-RATE-VERSION-RELEASE TO TP-RATETB-VERSION-RELEASE.
008500     READ TPRATETB-FILE
008510         INVALID KEY
008520             GO TO 4350-EXIT
008530     END-READ.
008540     IF TP-RATETB-EFF-DATE NOT > TP830-PERIOD-END
008550        AND TP-RATETB-EXP-DATE NOT < TP830-PERIOD-START
008560         SET TP830-RATE-FOUND TO TRUE
008570     END-IF.
008580 4350-EXIT.
008590     EXIT.

008600******************************************************************
008610*  4400-PRICE-TIERS - WALK THE FIRST-TIME DOCUMENTS UP THROUGH   *
008620*  THE TIERS; ANY LEFT OVER PAST THE LAST TIER IN USE ARE        *
008630*  PRICED AT THAT TIER'S RATE.                                   *
008640******************************************************************
008650 4400-PRICE-TIERS.
008660     MOVE ZERO TO TP830-PRIOR-UPTO.
008670     MOVE ZERO TO TP830-LAST-RATE.
008680     IF TP830-BILL-FRESH = ZERO
008690         GO TO 4400-EXIT
008700     END-IF.
008710     PERFORM 4450-PRICE-ONE-TIER THRU 4450-EXIT
008720         VARYING TP830-TX-SUB FROM 1 BY 1
008730         UNTIL TP830-TX-SUB > 5.
008740     IF TP830-PRIOR-UPTO < TP830-BILL-FRESH
008750         COMPUTE TP830-TIER-CHARGE ROUNDED = TP830-TIER-CHARGE
008760             + (TP830-BILL-FRESH - TP830-PRIOR-UPTO)
008770             * TP830-LAST-RATE
008780     END-IF.
008790 4400-EXIT.
008800     EXIT.

008810 4450-PRICE-ONE-TIER.
008820     IF TP-RATETB-TIER-UPTO(TP830-TX-SUB) NOT > TP830-PRIOR-UPTO
008830        OR TP830-PRIOR-UPTO NOT < TP830-BILL-FRESH
008840         GO TO 4450-EXIT
008850     END-IF.
008860     MOVE TP-RATETB-TIER-RATE(TP830-TX-SUB) TO TP830-LAST-RATE.
008870     IF TP-RATETB-TIER-UPTO(TP830-TX-SUB) < TP830-BILL-FRESH
008880         MOVE TP-RATETB-TIER-UPTO(TP830-TX-SUB) TO TP830-BAND-TOP
008890     ELSE
008900         MOVE TP830-BILL-FRESH TO TP830-BAND-TOP
008910     END-IF.
008920     COMPUTE TP830-TIER-CHARGE ROUNDED = TP830-TIER-CHARGE
008930         + (TP830-BAND-TOP - TP830-PRIOR-UPTO) * TP830-LAST-RATE.
008940     MOVE TP830-BAND-TOP TO TP830-PRIOR-UPTO.
008950 4450-EXIT.
008960     EXIT.

008970******************************************************************
008980*  4500-APPLY-MINIMUM - ONCE THE PARTNER'S LINES ARE PRICED, A   *
008990*  RATE WHOSE CHARGE FOR THE MONTH FELL SHORT OF ITS MINIMUM IS  *
009000*  TOPPED UP ON A LINE OF ITS OWN, POSTED UNDER THE RATE'S KEY   *
009010*  AND GL ACCOUNT.                                               *
009020******************************************************************
009030 4500-APPLY-MINIMUM.
009040     SET TP830-KX TO TP830-KX-SUB.
009050     IF TP830-K-BILLED-DOCS(TP830-KX) = ZERO
009060        OR TP830-K-CHARGE(TP830-KX)
009070             NOT < TP830-K-MONTHLY-MIN(TP830-KX)
009080         GO TO 4500-EXIT
009090     END-IF.
009100     COMPUTE TP830-MIN-CHARGE = TP830-K-MONTHLY-MIN(TP830-KX)
009110         - TP830-K-CHARGE(TP830-KX).
009120     MOVE TP830-K-APPLICATION-ID(TP830-KX)
009130         TO TP830-WS-APPLICATION-ID.
009140     MOVE TP830-K-VERSION-RELEASE(TP830-KX)
009150         TO TP830-WS-VERSION-RELEASE.
009160     MOVE TP830-K-GL-ACCOUNT(TP830-KX) TO TP830-WS-GL-ACCOUNT.
009170     MOVE SPACES             TO TP-GLINTF-RECORD.
009180     MOVE 'MINM'             TO TP-GLINTF-CHARGE-TYPE.
009190     MOVE ZERO               TO TP-GLINTF-QUANTITY.
009200     MOVE TP830-MIN-CHARGE   TO TP-GLINTF-AMOUNT.
009210     PERFORM 4600-WRITE-INTERFACE THRU 4600-EXIT.
009220     ADD TP830-MIN-CHARGE    TO TP830-PARTNER-CHARGE.
009230     MOVE SPACES                   TO TP830-DETAIL-LINE.
009240     MOVE TP830-WS-APPLICATION-ID  TO TP830-D-APPLICATION-ID.
009250     MOVE TP830-WS-VERSION-RELEASE TO TP830-D-VERSION-RELEASE.
009260     MOVE TP830-MIN-CHARGE         TO TP830-D-MIN-CHARGE.
009270     MOVE TP830-MIN-CHARGE         TO TP830-D-LINE-CHARGE.
009280     MOVE 'MINIMUM TOP-UP'         TO TP830-D-NOTE.
009290     WRITE TP-BILRPT-LINE FROM TP830-DETAIL-LINE.
009300 4500-EXIT.
009310     EXIT.

009320******************************************************************
009330*  4600-WRITE-INTERFACE - ONE DETAIL RECORD FOR THE CURRENT      *
009340*  PARTNER/LINE; CHARGE TYPE, QUANTITY AND AMOUNT ARE ALREADY    *
009350*  IN THE RECORD.  THE CONTROL TOTALS ARE KEPT AS WRITTEN.  A    *
009353*  FAILED WRITE STOPS ANY FURTHER INTERFACE OUTPUT AND FAILS THE *
009356*  RUN RC 8.                                                     *
009360******************************************************************
009370 4600-WRITE-INTERFACE.
009375     IF TP830-GL-WRITE-FAILED
009377         GO TO 4600-EXIT
009379     END-IF.
009380     SET TP-GLINTF-IS-DETAIL       TO TRUE.
009390     MOVE TP830-PERIOD             TO TP-GLINTF-PERIOD.
009400     MOVE TP830-POST-DATE          TO TP-GLINTF-POST-DATE.
009410     MOVE TP830-P-PARTNER-KEY(TP830-PX)
009420                                   TO TP-GLINTF-CUSTOMER-KEY.
009430     MOVE TP830-WS-APPLICATION-ID  TO TP-GLINTF-APPLICATION-ID.
009440     MOVE TP830-WS-VERSION-RELEASE TO TP-GLINTF-VERSION-RELEASE.
009450     MOVE TP830-WS-GL-ACCOUNT      TO TP-GLINTF-GL-ACCOUNT.
009460     WRITE TP-GLINTF-RECORD.
009462     IF TPGLINTF-STATUS NOT = '00'
009464         PERFORM 4650-WRITE-FAILED THRU 4650-EXIT
009466         GO TO 4600-EXIT
009468     END-IF.
009470     ADD 1                  TO TP830-INTF-COUNT.
009480     ADD TP-GLINTF-QUANTITY TO TP830-INTF-QUANTITY.
009490     ADD TP-GLINTF-AMOUNT   TO TP830-INTF-AMOUNT.
009500 4600-EXIT.
009510     EXIT.

009511 4650-WRITE-FAILED.
009512     DISPLAY 'TP830BIL - TPGLINTF WRITE FAILED - STATUS '
009513              TPGLINTF-STATUS.
009514     SET TP830-GL-WRITE-FAILED TO TRUE.
009515     IF RETURN-CODE < 8
009516         MOVE 8 TO RETURN-CODE
009517     END-IF.
009518 4650-EXIT.
009519     EXIT.

009520******************************************************************
009530*  5000-FOOT-AND-CLOSE - WRITE THE INTERFACE CONTROL TOTAL       *
009540*  RECORD, PRINT THE REGISTER GRAND TOTAL BESIDE IT, AND FAIL    *
009550*  THE RUN IF THE TWO DO NOT AGREE.  AN INTERFACE FILE THAT WAS  *
009555*  NOT WRITTEN IN FULL IS NEVER REPORTED AS FOOTED.              *
009560******************************************************************
009570 5000-FOOT-AND-CLOSE.
009580     MOVE SPACES TO TP-GLINTF-RECORD.
009590     SET TP-GLINTF-IS-CONTROL       TO TRUE.
009600     MOVE TP830-PERIOD              TO TP-GLINTF-PERIOD.
009610     MOVE TP830-POST-DATE           TO TP-GLINTF-POST-DATE.
009620     MOVE TP830-INTF-COUNT          TO TP-GLINTF-RECORD-COUNT.
009630     MOVE TP830-INTF-QUANTITY       TO TP-GLINTF-TOTAL-QUANTITY.
009640     MOVE TP830-INTF-AMOUNT         TO TP-GLINTF-TOTAL-AMOUNT.
009645     IF NOT TP830-GL-WRITE-FAILED
009650         WRITE TP-GLINTF-RECORD
009652         IF TPGLINTF-STATUS NOT = '00'
009654             PERFORM 4650-WRITE-FAILED THRU 4650-EXIT
009656         END-IF
009658     END-IF.
009660     MOVE SPACES TO TP-BILRPT-LINE.
009670     WRITE TP-BILRPT-LINE.
009680     MOVE 'REGISTER GRAND TOTAL:'       TO TP830-T-LABEL.
009690     MOVE TP830-REG-AMOUNT              TO TP830-T-AMOUNT.
009700     WRITE TP-BILRPT-LINE FROM TP830-TOTAL-LINE.
009710     MOVE 'INTERFACE CONTROL TOTAL AMOUNT:' TO TP830-T-LABEL.
009720     MOVE TP830-INTF-AMOUNT             TO TP830-T-AMOUNT.
009730     WRITE TP-BILRPT-LINE FROM TP830-TOTAL-LINE.
009740     MOVE 'INTERFACE DETAIL RECORDS:'   TO TP830-C-LABEL.
009750     MOVE TP830-INTF-COUNT              TO TP830-C-COUNT.
009760     WRITE TP-BILRPT-LINE FROM TP830-COUNT-LINE.
009770     MOVE 'INTERFACE TOTAL QUANTITY:'   TO TP830-C-LABEL.
009780     MOVE TP830-INTF-QUANTITY           TO TP830-C-COUNT.
009790     WRITE TP-BILRPT-LINE FROM TP830-COUNT-LINE.
009800     EVALUATE TRUE
009802         WHEN TP830-GL-WRITE-FAILED
009804             MOVE 'TPGLINTF WRITE FAILED - DO NOT POST INTERFACE'
009806                 TO TP830-NL-TEXT
009808         WHEN TP830-REG-AMOUNT = TP830-INTF-AMOUNT
009810             MOVE 'REGISTER FOOTS TO INTERFACE CONTROL TOTAL'
009820                 TO TP830-NL-TEXT
009830         WHEN OTHER
009840             MOVE
009845                 'REGISTER OUT OF BALANCE - DO NOT POST INTERFACE'
009850                 TO TP830-NL-TEXT
009860             MOVE 8 TO RETURN-CODE
009870     END-EVALUATE.
009880     WRITE TP-BILRPT-LINE FROM TP830-NOTE-LINE.
009890     MOVE 'ROLLUP RECORDS READ:'        TO TP830-C-LABEL.
009900     MOVE TP830-ROLLUP-COUNT            TO TP830-C-COUNT.
009910     WRITE TP-BILRPT-LINE FROM TP830-COUNT-LINE.
009950     MOVE 'UNRESOLVED ALIAS ROLLUPS:'   TO TP830-C-LABEL.
009960     MOVE TP830-UNRESOLVED-COUNT        TO TP830-C-COUNT.
009970     WRITE TP-BILRPT-LINE FROM TP830-COUNT-LINE.
009980     MOVE 'LINES WITH NO RATE ON FILE:' TO TP830-C-LABEL.
009990     MOVE TP830-UNRATED-COUNT           TO TP830-C-COUNT.
010000     WRITE TP-BILRPT-LINE FROM TP830-COUNT-LINE.
010010     IF TP830-TABLE-IS-FULL
010020         MOVE 'WORK TABLE OVERFLOW - BILLING INCOMPLETE'
010030             TO TP830-NL-TEXT
010040         WRITE TP-BILRPT-LINE FROM TP830-NOTE-LINE
010050         MOVE 8 TO RETURN-CODE
010060     END-IF.
010070     IF TP830-UNRATED-COUNT > ZERO
010080        AND RETURN-CODE = ZERO
010090         MOVE 4 TO RETURN-CODE
010100     END-IF.
010110 5000-EXIT.
010120     EXIT.

010130******************************************************************
010140*  9000-TERMINATE                                                *
010150******************************************************************
010160 9000-TERMINATE.
010170     IF TP830-FILES-ARE-OPEN
010180         CLOSE TPBILSUM-FILE
010190         CLOSE TPRATETB-FILE
010200         CLOSE TPGLINTF-FILE
010210         CLOSE TPBILRPT-FILE
010220     END-IF.
010230     IF TP830-XREF-IS-OPEN
010240         CLOSE TPALSXRF-FILE
010250     END-IF.
010260 9000-EXIT.
010270     EXIT.

010280******************************************************************
010290*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
010300*  ITS RETURN CODE AND COUNTS. IN IS ROLLUPS READ, OUT IS CHARGE *
010310*  RECORDS WRITTEN, REJECT IS UNRATED PARTNERS.                  *
010320******************************************************************
010330 9900-RUN-HISTORY-END.
010340     MOVE 'END'              TO TP-HST-REQUEST.
010350     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
010360     MOVE TP830-ROLLUP-COUNT TO TP-HST-IN-COUNT.
010370     MOVE TP830-INTF-COUNT TO TP-HST-OUT-COUNT.
010380     MOVE TP830-UNRATED-COUNT TO TP-HST-REJECT-COUNT.
010390     CALL 'TPRUNHST' USING TP-HST-CB.
010400 9900-EXIT.
010410     EXIT.

010420 END PROGRAM TP830BIL.
