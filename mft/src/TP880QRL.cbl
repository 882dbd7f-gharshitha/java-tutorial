000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TP880QRL.
000120 AUTHOR.        D L ROSS.
000130 INSTALLATION.  EDI OPERATIONS - MFT.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  TP880QRL                                                      *
000180*                                                                *
000190*  VOLUME-BREAKER QUARANTINE RELEASE UTILITY.  WHEN TP100DRV'S   *
000200*  BREAKER STOPS A PARTNER GROUP THE REST OF THE GROUP SITS ON   *
000210*  TPQUARN UNDER A TRIP ID (NAMED ON THE CRITICAL TPALERT AND    *
000220*  THE TP100DRV CONSOLE LOG) UNTIL AN OPERATOR HAS CONFIRMED     *
000230*  WITH THE PARTNER WHETHER THE VOLUME WAS REAL.  THE DECISION   *
000240*  IS SUBMITTED HERE ON A CARD, ONE TRIP PER CARD:               *
000250*                                                                *
000260*    - RELEASE.  EVERY DOCUMENT OF THE TRIP STILL QUARANTINED    *
000270*      IS WRITTEN BACK OUT, FEED RECORD UNCHANGED EXCEPT FOR A   *
000280*      'QRL' BATCH ID, TO THE TPDOCQRL FEED.  TPDOCQRL IS RUN    *
000290*      BACK THROUGH TP100DRV WITH THE NEXT NIGHT'S FEED, THE     *
000300*      SAME WAY THE TPDOCDFR DEFERRED FEED IS, AND TP100DRV      *
000310*      DOES NOT COUNT A QRL DOCUMENT AGAINST THE BREAKER AGAIN.  *
000320*    - REJECT.  THE TRIP'S DOCUMENTS ARE MARKED NEVER TO BE      *
000330*      MAPPED; THE PARTNER RESENDS WHAT IT REALLY MEANT TO.      *
000340*                                                                *
000350*  EITHER WAY THE OPERATOR AND REASON ARE KEPT ON EACH TPQUARN   *
000360*  RECORD, AND EACH TRIP DECIDED IS WRITTEN TO THE TPOPRJNL      *
000370*  OPERATOR ACTION JOURNAL.                                      *
000380*  DECIDED RECORDS ARE PURGED ONCE OLDER THAN THE                *
000390*  RETENTION PERIOD.  THE REPORT LISTS WHAT WAS DONE, ANY CARD   *
000400*  THAT MATCHED NOTHING, AND EVERY TRIP STILL AWAITING A         *
000410*  DECISION, OLDEST FIRST AS THEY SIT ON THE FILE.               *
000420*                                                                *
000430*  THE TPQRLCTL CARDS:                                           *
000440*                                                                *
000450*    COL 1-8   ACTION - RELEASE OR REJECT                        *
000460*    COL 10-27 TRIP ID (YYYYMMDDHHMMSSTNNN, AS ON THE ALERT -    *
000465*              T IS THE TP100DRV STREAM, 0 OUTSIDE A STREAM)     *
000470*    COL 29-36 OPERATOR ID                 (REQUIRED)            *
000480*    COL 38-67 REASON                      (REQUIRED)            *
000490*                                                                *
000500*    COL 1-8   RETAIN                                            *
000510*    COL 10-12 DAYS TO KEEP DECIDED RECORDS (DEFAULT 090)        *
000520*                                                                *
000530*  AN EMPTY CARD FILE JUST PURGES AND LISTS THE OUTSTANDING      *
000540*  TRIPS.                                                        *
000550*                                                                *
000560*  RETURN CODES: 16 - CARD FILE, TPQUARN OR TPDOCQRL            *
000570*  UNAVAILABLE, OR THE RUN REGISTRY REFUSED THE ENROLLMENT       *
000580*  (TP100DRV IS STILL RUNNING); 8 - A TPDOCQRL WRITE OR TPQUARN  *
000590*  UPDATE FAILED (RELEASES STOP AT THE FIRST TPDOCQRL FAILURE    *
000600*  AND THE REST OF THOSE TRIPS STAY QUARANTINED); 4 - A CARD     *
000610*  WAS REJECTED OR MATCHED NO QUARANTINED DOCUMENT, OR A         *
000620*  DECISION COULD NOT BE JOURNALED; 0 - CLEAN.                   *
000630*                                                                *
000640*  MODIFICATION HISTORY                                          *
000650*  --------------------                                          *
000660*  2026-10-15  DLR  NEW PROGRAM.                                 *
000670*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000680*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000690*                    THEN ENDED WITH ITS RETURN CODE AND         *
000700*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000710*                    MORNING SCORECARD.                          *
000720*  2026-10-15  DLR  EACH TRIP DECIDED IS NOW WRITTEN TO THE      *
000730*                    TPOPRJNL OPERATOR ACTION JOURNAL THROUGH    *
000740*                    TPOPRLOG, WITH THE DOCUMENTS IT ACTED ON.   *
000790******************************************************************
000800 ENVIRONMENT DIVISION.
000810 CONFIGURATION SECTION.
000820 SOURCE-COMPUTER.   IBM-370.
000830 OBJECT-COMPUTER.   IBM-370.
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT TPQRLCTL-FILE ASSIGN TO TPQRLCTL
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS TPQRLCTL-STATUS.

000890     SELECT TPQUARN-FILE  ASSIGN TO TPQUARN
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS TP-QUAR-KEY
000930         FILE STATUS IS TPQUARN-STATUS.

000940     SELECT TPDOCQRL-FILE ASSIGN TO TPDOCQRL
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS TPDOCQRL-STATUS.

000970     SELECT TPQRLRPT-FILE ASSIGN TO TPQRLRPT
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS TPQRLRPT-STATUS.

001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  TPQRLCTL-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  TP-QRLCTL-CARD                 PIC X(80).

001050 FD  TPQUARN-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY TPQUARN.

001080 FD  TPDOCQRL-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  TP-DOCQRL-RECORD               PIC X(263).

001110 FD  TPQRLRPT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  TP-QRLRPT-LINE                 PIC X(132).

001140 WORKING-STORAGE SECTION.
001150     COPY TPLOKCB.
001160     COPY TPHSTCB.
001170     COPY TPJNLCB.
001180     COPY TPDOCIN.

001190 77  TPQRLCTL-STATUS             PIC X(02) VALUE '00'.
001200 77  TPQUARN-STATUS              PIC X(02) VALUE '00'.
001210 77  TPDOCQRL-STATUS             PIC X(02) VALUE '00'.
001220 77  TPQRLRPT-STATUS             PIC X(02) VALUE '00'.

001230 77  TP880-CARD-EOF-SW           PIC X(01) VALUE 'N'.
001240     88  TP880-NO-MORE-CARDS            VALUE 'Y'.
001250 77  TP880-QUARN-EOF-SW          PIC X(01) VALUE 'N'.
001260     88  TP880-NO-MORE-QUARANTINE       VALUE 'Y'.
001270 77  TP880-ENROLLED-SW           PIC X(01) VALUE 'N'.
001280     88  TP880-RUN-IS-ENROLLED          VALUE 'Y'.
001290 77  TP880-FOUND-SW              PIC X(01) VALUE 'N'.
001300     88  TP880-ENTRY-FOUND              VALUE 'Y'.
001310 77  TP880-STARTUP-SW            PIC X(01) VALUE 'N'.
001320     88  TP880-STARTUP-FAILED           VALUE 'Y'.
001330 77  TP880-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
001340     88  TP880-FILES-ARE-OPEN           VALUE 'Y'.
001350 77  TP880-TRIP-FULL-SW          PIC X(01) VALUE 'N'.
001360     88  TP880-TRIP-TABLE-FULL          VALUE 'Y'.
001370 77  TP880-RELEASE-STOP-SW       PIC X(01) VALUE 'N'.
001380     88  TP880-RELEASE-STOPPED          VALUE 'Y'.
001390 77  TP880-RUN-DATE              PIC 9(08) VALUE ZERO.
001400 77  TP880-RUN-TIME              PIC 9(06) VALUE ZERO.
001410 77  TP880-RUN-INT               PIC 9(08) COMP VALUE ZERO.
001420 77  TP880-PURGE-BEFORE-DATE     PIC 9(08) VALUE ZERO.
001430 77  TP880-RETAIN-DAYS           PIC 9(03) VALUE 90.
001440 77  TP880-CARD-COUNT            PIC 9(04) COMP VALUE ZERO.
001450 77  TP880-TRIP-COUNT            PIC 9(04) COMP VALUE ZERO.
001460 77  TP880-RELEASED-COUNT        PIC 9(07) VALUE ZERO.
001470 77  TP880-REJECTED-COUNT        PIC 9(07) VALUE ZERO.
001480 77  TP880-PURGED-COUNT          PIC 9(07) VALUE ZERO.
001490 77  TP880-OUTSTANDING-COUNT     PIC 9(07) VALUE ZERO.
001500 77  TP880-RELEASE-BATCH-ID      PIC X(20) VALUE SPACES.

001510 01  TP880-ACTION-CARD.
001520     05  TP880-AC-ACTION            PIC X(08).
001530         88  TP880-AC-IS-RELEASE    VALUE 'RELEASE'.
001540         88  TP880-AC-IS-REJECT     VALUE 'REJECT'.
001550         88  TP880-AC-IS-RETAIN     VALUE 'RETAIN'.
001560     05  FILLER                     PIC X(01).
001570     05  TP880-AC-TRIP-ID           PIC X(18).
001580     05  FILLER                     PIC X(01).
001590     05  TP880-AC-OPERATOR          PIC X(08).
001600     05  FILLER                     PIC X(01).
001610     05  TP880-AC-REASON            PIC X(30).
001620     05  FILLER                     PIC X(13).
001630 01  TP880-RETAIN-CARD REDEFINES TP880-ACTION-CARD.
001640     05  FILLER                     PIC X(09).
001650     05  TP880-RC-DAYS              PIC 9(03).
001660     05  FILLER                     PIC X(68).

001670******************************************************************
001680*  A TRIP'S STATE BEFORE AND AFTER ITS DECISION, AS JOURNALED.   *
001690******************************************************************
001700 01  TP880-JNL-VALUE.
001710     05  TP880-JV-STATUS            PIC X(11).
001720     05  FILLER                     PIC X(01) VALUE SPACE.
001730     05  TP880-JV-COUNT             PIC Z(06)9.
001740     05  FILLER                     PIC X(10) VALUE ' DOCUMENTS'.

001750******************************************************************
001760*  THE NIGHT'S ACCEPTED DECISION CARDS, ONE PER TRIP, WITH THE   *
001770*  NUMBER OF DOCUMENTS EACH ONE ACTED ON DURING THE SWEEP.       *
001780******************************************************************
001790 01  TP880-CARD-TABLE.
001800     05  TP880-C-ENTRY OCCURS 200 TIMES
001810                       INDEXED BY TP880-CX.
001820         10  TP880-C-ACTION         PIC X(08).
001830             88  TP880-C-IS-RELEASE VALUE 'RELEASE'.
001840         10  TP880-C-TRIP-ID        PIC X(18).
001850         10  TP880-C-OPERATOR       PIC X(08).
001860         10  TP880-C-REASON         PIC X(30).
001870         10  TP880-C-DOC-COUNT      PIC 9(07) COMP.

001880******************************************************************
001890*  TRIPS STILL AWAITING A DECISION AFTER TONIGHT'S CARDS.        *
001900******************************************************************
001910 01  TP880-TRIP-TABLE.
001920     05  TP880-T-ENTRY OCCURS 500 TIMES
001930                       INDEXED BY TP880-TX.
001940         10  TP880-T-TRIP-ID        PIC X(18).
001950         10  TP880-T-PARTNER-KEY    PIC X(78).
001960         10  TP880-T-APPLICATION-ID PIC X(10).
001970         10  TP880-T-REASON         PIC X(01).
001980         10  TP880-T-LIMIT          PIC 9(07).
001990         10  TP880-T-TYPICAL        PIC 9(07).
002000         10  TP880-T-DOC-COUNT      PIC 9(07) COMP.

002010 01  TP880-HEADING-1.
002020     05  FILLER                     PIC X(48)
002030         VALUE 'TP880QRL - VOLUME-BREAKER QUARANTINE RELEASE'.
002040     05  FILLER                     PIC X(11) VALUE 'RUN DATE: '.
002050     05  TP880-H1-DATE              PIC 9(08).

002060 01  TP880-SECTION-LINE.
002070     05  TP880-SL-TEXT              PIC X(60).

002080 01  TP880-ACTION-LINE.
002090     05  TP880-A-ACTION             PIC X(08).
002100     05  FILLER                     PIC X(01) VALUE SPACE.
002110     05  TP880-A-TRIP-ID            PIC X(18).
002120     05  FILLER                     PIC X(01) VALUE SPACE.
002130     05  TP880-A-OPERATOR           PIC X(08).
002140     05  FILLER                     PIC X(01) VALUE SPACE.
002150     05  TP880-A-REASON             PIC X(30).
002160     05  FILLER                     PIC X(02) VALUE SPACES.
002170     05  TP880-A-COUNT              PIC Z(06)9.
002180     05  FILLER                     PIC X(01) VALUE SPACE.
002190     05  TP880-A-NOTE               PIC X(40).

002200 01  TP880-TRIP-LINE.
002210     05  TP880-T-D-TRIP-ID          PIC X(18).
002220     05  FILLER                     PIC X(01) VALUE SPACE.
002230     05  TP880-T-D-PARTNER          PIC X(39).
002240     05  FILLER                     PIC X(01) VALUE SPACE.
002250     05  TP880-T-D-APPLICATION-ID   PIC X(10).
002260     05  FILLER                     PIC X(01) VALUE SPACE.
002270     05  TP880-T-D-REASON           PIC X(08).
002280     05  FILLER                     PIC X(01) VALUE SPACE.
002290     05  TP880-T-D-LIMIT            PIC Z(06)9.
002300     05  FILLER                     PIC X(01) VALUE SPACE.
002310     05  TP880-T-D-TYPICAL          PIC Z(06)9.
002320     05  FILLER                     PIC X(01) VALUE SPACE.
002330     05  TP880-T-D-COUNT            PIC Z(06)9.

002340 01  TP880-REJECT-LINE.
002350     05  FILLER                     PIC X(17)
002360         VALUE 'CARD REJECTED -  '.
002370     05  TP880-RJ-REASON            PIC X(35).
002380     05  FILLER                     PIC X(02) VALUE SPACES.
002390     05  TP880-RJ-CARD              PIC X(67).

002400 01  TP880-COUNT-LINE.
002410     05  TP880-C-LABEL              PIC X(32).
002420     05  TP880-C-COUNT              PIC Z(06)9.

002430 PROCEDURE DIVISION.
002440******************************************************************
002450*  0000-MAINLINE                                                 *
002460******************************************************************
002470 0000-MAINLINE.
002480     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500     IF NOT TP880-STARTUP-FAILED
002510         PERFORM 3000-SWEEP-QUARANTINE THRU 3000-EXIT
002520         PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
002530     END-IF.
002540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002550     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
002560     GOBACK.

002570******************************************************************
002580*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
002590*  RUNNING.                                                      *
002600******************************************************************
002610 0100-RUN-HISTORY-START.
002620     MOVE 'START'            TO TP-HST-REQUEST.
002630     MOVE 'TP880QRL'         TO TP-HST-PROGRAM-ID.
002640     MOVE SPACES             TO TP-HST-STREAM-ID.
002650     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
002660     CALL 'TPRUNHST' USING TP-HST-CB.
002670 0100-EXIT.
002680     EXIT.

002690******************************************************************
002700*  1000-INITIALIZE - LOAD THE DECISION CARDS, CLAIM TPQUARN ON   *
002710*  THE RUN REGISTRY SO NO TP100DRV RUN IS ADDING TO A TRIP AS    *
002720*  IT IS DECIDED, AND OPEN THE FILES.                            *
002730******************************************************************
002740 1000-INITIALIZE.
002750     ACCEPT TP880-RUN-DATE FROM DATE YYYYMMDD.
002760     ACCEPT TP880-RUN-TIME FROM TIME.
002770     STRING 'QRL' TP880-RUN-DATE TP880-RUN-TIME
002780         DELIMITED BY SIZE INTO TP880-RELEASE-BATCH-ID.
002790     OPEN OUTPUT TPQRLRPT-FILE.
002800     MOVE TP880-RUN-DATE TO TP880-H1-DATE.
002810     WRITE TP-QRLRPT-LINE FROM TP880-HEADING-1.
002820     OPEN INPUT TPQRLCTL-FILE.
002830     IF TPQRLCTL-STATUS NOT = '00'
002840         DISPLAY 'TP880QRL - UNABLE TO OPEN TPQRLCTL - STATUS '
002850                  TPQRLCTL-STATUS
002860         MOVE 16 TO RETURN-CODE
002870         SET TP880-STARTUP-FAILED TO TRUE
002880         GO TO 1000-EXIT
002890     END-IF.
002900     PERFORM 2900-READ-NEXT-CARD THRU 2900-EXIT.
002910     PERFORM 2000-LOAD-DECISION-CARD THRU 2000-EXIT
002920         UNTIL TP880-NO-MORE-CARDS.
002930     COMPUTE TP880-RUN-INT
002940         = FUNCTION INTEGER-OF-DATE(TP880-RUN-DATE).
002950     COMPUTE TP880-PURGE-BEFORE-DATE = FUNCTION DATE-OF-INTEGER
002960         (TP880-RUN-INT - TP880-RETAIN-DAYS).

002970     MOVE 'ENROLL'   TO TP-LOK-REQUEST.
002980     MOVE 'TP880QRL' TO TP-LOK-PROGRAM-ID.
002990     MOVE SPACES     TO TP-LOK-JOB-NAME.
003000     MOVE SPACES     TO TP-LOK-STREAM-ID.
003010     MOVE 1          TO TP-LOK-FILE-COUNT.
003020     MOVE 'TPQUARN'  TO TP-LOK-FILE-NAME(1).
003030     CALL 'TPRUNLOK' USING TP-LOK-CB.
003040     IF TP-LOK-HONOURED
003050         SET TP880-RUN-IS-ENROLLED TO TRUE
003060     ELSE
003070         DISPLAY 'TP880QRL - RUN REGISTRY ENROLLMENT REFUSED - '
003080                  TP-LOK-RESPONSE-MESSAGE
003090         MOVE 16 TO RETURN-CODE
003100         SET TP880-STARTUP-FAILED TO TRUE
003110         GO TO 1000-EXIT
003120     END-IF.

003130     OPEN I-O TPQUARN-FILE.
003140     IF TPQUARN-STATUS NOT = '00'
003150         DISPLAY 'TP880QRL - UNABLE TO OPEN TPQUARN - STATUS '
003160                  TPQUARN-STATUS
003170         MOVE 16 TO RETURN-CODE
003180         SET TP880-STARTUP-FAILED TO TRUE
003190         GO TO 1000-EXIT
003200     END-IF.
003210     OPEN EXTEND TPDOCQRL-FILE.
003220     IF TPDOCQRL-STATUS = '35'
003230         OPEN OUTPUT TPDOCQRL-FILE
003240     END-IF.
003250     IF TPDOCQRL-STATUS NOT = '00'
003260         DISPLAY 'TP880QRL - UNABLE TO OPEN TPDOCQRL - STATUS '
003270                  TPDOCQRL-STATUS
003280         CLOSE TPQUARN-FILE
003290         MOVE 16 TO RETURN-CODE
003300         SET TP880-STARTUP-FAILED TO TRUE
003310         GO TO 1000-EXIT
003320     END-IF.
003330     SET TP880-FILES-ARE-OPEN TO TRUE.
003340 1000-EXIT.
003350     EXIT.

003360******************************************************************
003370*  2000-LOAD-DECISION-CARD - VALIDATE ONE CARD AND TABLE IT.     *
003380*  A TRIP MAY BE DECIDED ONLY ONCE PER RUN; A SECOND CARD FOR    *
003390*  THE SAME TRIP IS REJECTED RATHER THAN GUESSED AT.             *
003400******************************************************************
003410 2000-LOAD-DECISION-CARD.
003420     MOVE TP-QRLCTL-CARD TO TP880-ACTION-CARD.
003430     IF TP880-ACTION-CARD = SPACES
003440         GO TO 2000-NEXT
003450     END-IF.
003460     IF TP880-AC-IS-RETAIN
003470         IF TP880-RC-DAYS NUMERIC AND TP880-RC-DAYS > ZERO
003480             MOVE TP880-RC-DAYS TO TP880-RETAIN-DAYS
003490         ELSE
003500             MOVE 'RETAIN DAYS MISSING OR INVALID'
003510                 TO TP880-RJ-REASON
003520             PERFORM 2800-REJECT-CARD THRU 2800-EXIT
003530         END-IF
003540         GO TO 2000-NEXT
003550     END-IF.
003560     IF NOT TP880-AC-IS-RELEASE AND NOT TP880-AC-IS-REJECT
003570         MOVE 'ACTION NOT RELEASE/REJECT/RETAIN'
003580             TO TP880-RJ-REASON
003590         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
003600         GO TO 2000-NEXT
003610     END-IF.
003620     IF TP880-AC-TRIP-ID NOT NUMERIC
003630         MOVE 'TRIP ID MISSING OR NOT NUMERIC'
003640             TO TP880-RJ-REASON
003650         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
003660         GO TO 2000-NEXT
003670     END-IF.
003680     IF TP880-AC-OPERATOR = SPACES
003690        OR TP880-AC-REASON = SPACES
003700         MOVE 'OPERATOR ID AND REASON REQUIRED'
003710             TO TP880-RJ-REASON
003720         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
003730         GO TO 2000-NEXT
003740     END-IF.
003750     MOVE 'N' TO TP880-FOUND-SW.
003760     IF TP880-CARD-COUNT > ZERO
003770         SET TP880-CX TO 1
003780         SEARCH TP880-C-ENTRY
003790             AT END
003800                 CONTINUE
003810             WHEN TP880-CX > TP880-CARD-COUNT
003820                 CONTINUE
003830             WHEN TP880-C-TRIP-ID(TP880-CX) = TP880-AC-TRIP-ID
003840                 SET TP880-ENTRY-FOUND TO TRUE
003850         END-SEARCH
003860     END-IF.
003870     IF TP880-ENTRY-FOUND
003880         MOVE 'TRIP ALREADY DECIDED ON AN EARLIER CARD'
003890             TO TP880-RJ-REASON
003900         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
003910         GO TO 2000-NEXT
003920     END-IF.
003930     IF TP880-CARD-COUNT >= 200
003940         MOVE 'MORE THAN 200 DECISIONS IN ONE RUN'
003950             TO TP880-RJ-REASON
003960         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
003970         GO TO 2000-NEXT
003980     END-IF.
003990     ADD 1 TO TP880-CARD-COUNT.
004000     SET TP880-CX TO TP880-CARD-COUNT.
004010     MOVE TP880-AC-ACTION   TO TP880-C-ACTION(TP880-CX).
004020     MOVE TP880-AC-TRIP-ID  TO TP880-C-TRIP-ID(TP880-CX).
004030     MOVE TP880-AC-OPERATOR TO TP880-C-OPERATOR(TP880-CX).
004040     MOVE TP880-AC-REASON   TO TP880-C-REASON(TP880-CX).
004050     MOVE ZERO              TO TP880-C-DOC-COUNT(TP880-CX).
004060 2000-NEXT.
004070     PERFORM 2900-READ-NEXT-CARD THRU 2900-EXIT.
004080 2000-EXIT.
004090     EXIT.

004100 2800-REJECT-CARD.
004110     MOVE TP-QRLCTL-CARD(1:67) TO TP880-RJ-CARD.
004120     WRITE TP-QRLRPT-LINE FROM TP880-REJECT-LINE.
004130     IF RETURN-CODE < 4
004140         MOVE 4 TO RETURN-CODE
004150     END-IF.
004160 2800-EXIT.
004170     EXIT.

004180 2900-READ-NEXT-CARD.
004190     READ TPQRLCTL-FILE
004200         AT END
004210             SET TP880-NO-MORE-CARDS TO TRUE
004220     END-READ.
004230 2900-EXIT.
004240     EXIT.

004250******************************************************************
004260*  3000-SWEEP-QUARANTINE - ONE PASS OF TPQUARN: APPLY TONIGHT'S  *
004270*  DECISIONS TO QUARANTINED RECORDS, PURGE DECIDED RECORDS PAST  *
004280*  RETENTION, AND TABLE WHAT IS STILL OUTSTANDING.  A REJECTED   *
004290*  CARD LEAVES RC 4 SET BUT DOES NOT STOP THE GOOD CARDS FROM    *
004300*  BEING APPLIED.                                                *
004310******************************************************************
004320 3000-SWEEP-QUARANTINE.
004330     MOVE LOW-VALUES TO TP-QUAR-KEY.
004340     START TPQUARN-FILE KEY NOT < TP-QUAR-KEY
004350         INVALID KEY
004360             SET TP880-NO-MORE-QUARANTINE TO TRUE
004370             GO TO 3000-EXIT
004380     END-START.
004390     PERFORM 3900-READ-NEXT-QUARANTINE THRU 3900-EXIT.
004400     PERFORM 3100-PROCESS-QUARANTINE THRU 3100-EXIT
004410         UNTIL TP880-NO-MORE-QUARANTINE.
004420     PERFORM 3500-JOURNAL-DECISION THRU 3500-EXIT
004430         VARYING TP880-CX FROM 1 BY 1
004440         UNTIL TP880-CX > TP880-CARD-COUNT.
004450 3000-EXIT.
004460     EXIT.

004470 3100-PROCESS-QUARANTINE.
004480     IF NOT TP-QUAR-QUARANTINED
004490         IF TP-QUAR-DECISION-DATE < TP880-PURGE-BEFORE-DATE
004500             DELETE TPQUARN-FILE RECORD
004510             IF TPQUARN-STATUS = '00'
004520                 ADD 1 TO TP880-PURGED-COUNT
004530             ELSE
004540                 DISPLAY 'TP880QRL - TPQUARN DELETE FAILED - '
004550                         'STATUS ' TPQUARN-STATUS
004560                 IF RETURN-CODE < 8
004570                     MOVE 8 TO RETURN-CODE
004580                 END-IF
004590             END-IF
004600         END-IF
004610         GO TO 3100-NEXT
004620     END-IF.
004630     MOVE 'N' TO TP880-FOUND-SW.
004640     IF TP880-CARD-COUNT > ZERO
004650         SET TP880-CX TO 1
004660         SEARCH TP880-C-ENTRY
004670             AT END
004680                 CONTINUE
004690             WHEN TP880-CX > TP880-CARD-COUNT
004700                 CONTINUE
004710             WHEN TP880-C-TRIP-ID(TP880-CX) = TP-QUAR-TRIP-ID
004720                 SET TP880-ENTRY-FOUND TO TRUE
004730         END-SEARCH
004740     END-IF.
004750     IF NOT TP880-ENTRY-FOUND
004760         PERFORM 3300-TALLY-OUTSTANDING THRU 3300-EXIT
004770         GO TO 3100-NEXT
004780     END-IF.
004790     PERFORM 3200-APPLY-DECISION THRU 3200-EXIT.
004800 3100-NEXT.
004810     PERFORM 3900-READ-NEXT-QUARANTINE THRU 3900-EXIT.
004820 3100-EXIT.
004830     EXIT.

004840******************************************************************
004850*  3200-APPLY-DECISION - A RELEASED DOCUMENT'S FEED RECORD IS    *
004860*  WRITTEN TO TPDOCQRL UNDER TONIGHT'S QRL BATCH ID BEFORE THE   *
004870*  TPQUARN RECORD IS MARKED, SO A FAILURE BETWEEN THE TWO CAN    *
004880*  ONLY EVER RE-RELEASE A DOCUMENT, NEVER LOSE ONE - TP100DRV'S  *
004890*  DUPLICATE CONTROL CATCHES THE SECOND COPY.  IF THE TPDOCQRL  *
004900*  WRITE ITSELF FAILS THE DOCUMENT IS LEFT QUARANTINED AND NO    *
004910*  FURTHER DOCUMENT IS RELEASED THIS RUN; REJECTS STILL APPLY.   *
004920******************************************************************
004930 3200-APPLY-DECISION.
004940     IF TP880-C-IS-RELEASE(TP880-CX)
004950         IF TP880-RELEASE-STOPPED
004960             PERFORM 3300-TALLY-OUTSTANDING THRU 3300-EXIT
004970             GO TO 3200-EXIT
004980         END-IF
004990         MOVE TP-QUAR-DOCIN-IMAGE    TO TP-DOCIN-RECORD
005000         MOVE TP880-RELEASE-BATCH-ID TO TP-DOCIN-BATCH-ID
005010         WRITE TP-DOCQRL-RECORD FROM TP-DOCIN-RECORD
005020         IF TPDOCQRL-STATUS NOT = '00'
005030             DISPLAY 'TP880QRL - TPDOCQRL WRITE FAILED - STATUS '
005040                     TPDOCQRL-STATUS ' - RELEASES STOPPED'
005050             SET TP880-RELEASE-STOPPED TO TRUE
005060             IF RETURN-CODE < 8
005070                 MOVE 8 TO RETURN-CODE
005080             END-IF
005090             PERFORM 3300-TALLY-OUTSTANDING THRU 3300-EXIT
005100             GO TO 3200-EXIT
005110         END-IF
005120         SET TP-QUAR-RELEASED TO TRUE
005130     ELSE
005140         SET TP-QUAR-REJECTED TO TRUE
005150     END-IF.
005160     MOVE TP880-RUN-DATE              TO TP-QUAR-DECISION-DATE.
005170     MOVE TP880-RUN-TIME              TO TP-QUAR-DECISION-TIME.
005180     MOVE TP880-C-OPERATOR(TP880-CX)  TO TP-QUAR-DECISION-OPER.
005190     MOVE TP880-C-REASON(TP880-CX)    TO TP-QUAR-DECISION-REASON.
005200     REWRITE TP-QUAR-RECORD.
005210     IF TPQUARN-STATUS NOT = '00'
005220         DISPLAY 'TP880QRL - TPQUARN REWRITE FAILED - STATUS '
005230                  TPQUARN-STATUS ' - TRIP ' TP-QUAR-TRIP-ID
005240         IF RETURN-CODE < 8
005250             MOVE 8 TO RETURN-CODE
005260         END-IF
005270         GO TO 3200-EXIT
005280     END-IF.
005290     IF TP-QUAR-RELEASED
005300         ADD 1 TO TP880-RELEASED-COUNT
005310     ELSE
005320         ADD 1 TO TP880-REJECTED-COUNT
005330     END-IF.
005340     ADD 1 TO TP880-C-DOC-COUNT(TP880-CX).
005350 3200-EXIT.
005360     EXIT.

005370******************************************************************
005380*  3300-TALLY-OUTSTANDING - ONE TABLE ENTRY PER TRIP STILL       *
005390*  AWAITING A DECISION.  OVERFLOW IS REPORTED, NOT DROPPED       *
005400*  SILENTLY; THE DOCUMENT STILL COUNTS IN THE TOTAL.             *
005410******************************************************************
005420 3300-TALLY-OUTSTANDING.
005430     ADD 1 TO TP880-OUTSTANDING-COUNT.
005440     MOVE 'N' TO TP880-FOUND-SW.
005450     IF TP880-TRIP-COUNT > ZERO
005460         SET TP880-TX TO 1
005470         SEARCH TP880-T-ENTRY
005480             AT END
005490                 CONTINUE
005500             WHEN TP880-TX > TP880-TRIP-COUNT
005510                 CONTINUE
005520             WHEN TP880-T-TRIP-ID(TP880-TX) = TP-QUAR-TRIP-ID
005530                 SET TP880-ENTRY-FOUND TO TRUE
005540         END-SEARCH
005550     END-IF.
005560     IF TP880-ENTRY-FOUND
005570         ADD 1 TO TP880-T-DOC-COUNT(TP880-TX)
005580         GO TO 3300-EXIT
005590     END-IF.
005600     IF TP880-TRIP-COUNT >= 500
005610         SET TP880-TRIP-TABLE-FULL TO TRUE
005620         GO TO 3300-EXIT
005630     END-IF.
005640     ADD 1 TO TP880-TRIP-COUNT.
005650     SET TP880-TX TO TP880-TRIP-COUNT.
005660     MOVE TP-QUAR-TRIP-ID        TO TP880-T-TRIP-ID(TP880-TX).
005670     MOVE TP-QUAR-PARTNER-KEY    TO TP880-T-PARTNER-KEY(TP880-TX).
005680     MOVE TP-QUAR-APPLICATION-ID
005690         TO TP880-T-APPLICATION-ID(TP880-TX).
005700     MOVE TP-QUAR-TRIP-REASON    TO TP880-T-REASON(TP880-TX).
005710     MOVE TP-QUAR-GROUP-LIMIT    TO TP880-T-LIMIT(TP880-TX).
005720     MOVE TP-QUAR-TYPICAL-VOLUME TO TP880-T-TYPICAL(TP880-TX).
005730     MOVE 1                      TO TP880-T-DOC-COUNT(TP880-TX).
005740 3300-EXIT.
005750     EXIT.

005760 3900-READ-NEXT-QUARANTINE.
005770     READ TPQUARN-FILE NEXT RECORD
005780         AT END
005790             SET TP880-NO-MORE-QUARANTINE TO TRUE
005800     END-READ.
005810 3900-EXIT.
005820     EXIT.

005830******************************************************************
005840*  3500-JOURNAL-DECISION - ONE TPOPRJNL ENTRY PER TRIP THAT THE  *
005850*  SWEEP ACTED ON.  A CARD THAT FOUND NOTHING CHANGED NOTHING.   *
005860******************************************************************
005870 3500-JOURNAL-DECISION.
005880     IF TP880-C-DOC-COUNT(TP880-CX) = ZERO
005890         GO TO 3500-EXIT
005900     END-IF.
005910     MOVE 'TP880QRL'                  TO TP-JNL-PROGRAM-ID.
005920     MOVE TP880-C-OPERATOR(TP880-CX)  TO TP-JNL-OPERATOR-ID.
005930     MOVE 'QUARTRIP'                  TO TP-JNL-OBJECT-TYPE.
005940     MOVE TP880-C-ACTION(TP880-CX)    TO TP-JNL-ACTION.
005950     SET TP-JNL-KEYED                 TO TRUE.
005960     MOVE TP880-C-TRIP-ID(TP880-CX)   TO TP-JNL-OBJECT-KEY.
005970     MOVE TP880-C-REASON(TP880-CX)    TO TP-JNL-REASON.
005980     MOVE 'QUARANTINED'               TO TP880-JV-STATUS.
005990     MOVE TP880-C-DOC-COUNT(TP880-CX) TO TP880-JV-COUNT.
006000     MOVE TP880-JNL-VALUE             TO TP-JNL-BEFORE-VALUE.
006010     IF TP880-C-IS-RELEASE(TP880-CX)
006020         MOVE 'RELEASED'              TO TP880-JV-STATUS
006030     ELSE
006040         MOVE 'REJECTED'              TO TP880-JV-STATUS
006050     END-IF.
006060     MOVE TP880-JNL-VALUE             TO TP-JNL-AFTER-VALUE.
006070     MOVE RETURN-CODE                 TO TP-JNL-RETURN-CODE.
006080     CALL 'TPOPRLOG' USING TP-JNL-CB.
006090     IF NOT TP-JNL-OKAY
006100        AND RETURN-CODE < 4
006110         MOVE 4 TO RETURN-CODE
006120     END-IF.
006130 3500-EXIT.
006140     EXIT.

006150******************************************************************
006160*  8000-PRINT-REPORT - DECISIONS APPLIED, CARDS THAT FOUND       *
006170*  NOTHING TO ACT ON (RC 4 - USUALLY A MISTYPED TRIP ID, OR A    *
006180*  TRIP ALREADY DECIDED ON AN EARLIER NIGHT), THEN THE TRIPS     *
006190*  STILL WAITING.                                                *
006200******************************************************************
006210 8000-PRINT-REPORT.
006220     MOVE 'DECISIONS APPLIED' TO TP880-SL-TEXT.
006230     WRITE TP-QRLRPT-LINE FROM TP880-SECTION-LINE.
006240     PERFORM 8100-PRINT-DECISION THRU 8100-EXIT
006250         VARYING TP880-CX FROM 1 BY 1
006260         UNTIL TP880-CX > TP880-CARD-COUNT.
006270     MOVE 'TRIPS AWAITING A DECISION' TO TP880-SL-TEXT.
006280     WRITE TP-QRLRPT-LINE FROM TP880-SECTION-LINE.
006290     PERFORM 8200-PRINT-TRIP THRU 8200-EXIT
006300         VARYING TP880-TX FROM 1 BY 1
006310         UNTIL TP880-TX > TP880-TRIP-COUNT.
006320     IF TP880-TRIP-TABLE-FULL
006330         MOVE 'MORE THAN 500 TRIPS OUTSTANDING - LIST INCOMPLETE'
006340             TO TP880-SL-TEXT
006350         WRITE TP-QRLRPT-LINE FROM TP880-SECTION-LINE
006360     END-IF.
006370     MOVE 'DOCUMENTS RELEASED TO TPDOCQRL:' TO TP880-C-LABEL.
006380     MOVE TP880-RELEASED-COUNT TO TP880-C-COUNT.
006390     WRITE TP-QRLRPT-LINE FROM TP880-COUNT-LINE.
006400     MOVE 'DOCUMENTS REJECTED:' TO TP880-C-LABEL.
006410     MOVE TP880-REJECTED-COUNT TO TP880-C-COUNT.
006420     WRITE TP-QRLRPT-LINE FROM TP880-COUNT-LINE.
006430     MOVE 'DOCUMENTS STILL QUARANTINED:' TO TP880-C-LABEL.
006440     MOVE TP880-OUTSTANDING-COUNT TO TP880-C-COUNT.
006450     WRITE TP-QRLRPT-LINE FROM TP880-COUNT-LINE.
006460     MOVE 'DECIDED RECORDS PURGED:' TO TP880-C-LABEL.
006470     MOVE TP880-PURGED-COUNT TO TP880-C-COUNT.
006480     WRITE TP-QRLRPT-LINE FROM TP880-COUNT-LINE.
006490 8000-EXIT.
006500     EXIT.

006510 8100-PRINT-DECISION.
006520     MOVE TP880-C-ACTION(TP880-CX)    TO TP880-A-ACTION.
006530     MOVE TP880-C-TRIP-ID(TP880-CX)   TO TP880-A-TRIP-ID.
006540     MOVE TP880-C-OPERATOR(TP880-CX)  TO TP880-A-OPERATOR.
006550     MOVE TP880-C-REASON(TP880-CX)    TO TP880-A-REASON.
006560     MOVE TP880-C-DOC-COUNT(TP880-CX) TO TP880-A-COUNT.
006570     MOVE SPACES                      TO TP880-A-NOTE.
006580     IF TP880-C-IS-RELEASE(TP880-CX)
006590        AND TP880-RELEASE-STOPPED
006600         MOVE 'RELEASES STOPPED - TPDOCQRL WRITE FAILED'
006610             TO TP880-A-NOTE
006620         GO TO 8100-WRITE
006630     END-IF.
006640     IF TP880-C-DOC-COUNT(TP880-CX) = ZERO
006650         MOVE 'NO QUARANTINED DOCUMENTS FOR THIS TRIP'
006660             TO TP880-A-NOTE
006670         IF RETURN-CODE < 4
006680             MOVE 4 TO RETURN-CODE
006690         END-IF
006700     END-IF.
006710 8100-WRITE.
006720     WRITE TP-QRLRPT-LINE FROM TP880-ACTION-LINE.
006730 8100-EXIT.
006740     EXIT.

006750 8200-PRINT-TRIP.
006760     MOVE TP880-T-TRIP-ID(TP880-TX)   TO TP880-T-D-TRIP-ID.
006770     MOVE TP880-T-PARTNER-KEY(TP880-TX)(1:39)
006780         TO TP880-T-D-PARTNER.
006790     MOVE TP880-T-APPLICATION-ID(TP880-TX)
006800         TO TP880-T-D-APPLICATION-ID.
006810     IF TP880-T-REASON(TP880-TX) = 'C'
006820         MOVE 'CAP'      TO TP880-T-D-REASON
006830     ELSE
006840         MOVE 'MULTIPLE' TO TP880-T-D-REASON
006850     END-IF.
006860     MOVE TP880-T-LIMIT(TP880-TX)     TO TP880-T-D-LIMIT.
006870     MOVE TP880-T-TYPICAL(TP880-TX)   TO TP880-T-D-TYPICAL.
006880     MOVE TP880-T-DOC-COUNT(TP880-TX) TO TP880-T-D-COUNT.
006890     WRITE TP-QRLRPT-LINE FROM TP880-TRIP-LINE.
006900 8200-EXIT.
006910     EXIT.

006920******************************************************************
006930*  9000-TERMINATE                                                *
006940******************************************************************
006950 9000-TERMINATE.
006960     IF TPQRLCTL-STATUS = '00' OR '10'
006970         CLOSE TPQRLCTL-FILE
006980     END-IF.
006990     IF TP880-FILES-ARE-OPEN
007000         CLOSE TPQUARN-FILE
007010         CLOSE TPDOCQRL-FILE
007020     END-IF.
007030     CLOSE TPQRLRPT-FILE.
007040     IF TP880-RUN-IS-ENROLLED
007050         MOVE 'RELEASE' TO TP-LOK-REQUEST
007060         CALL 'TPRUNLOK' USING TP-LOK-CB
007070     END-IF.
007080 9000-EXIT.
007090     EXIT.

007100******************************************************************
007110*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
007120*  ITS RETURN CODE AND COUNTS. IN IS RELEASE CARDS READ, OUT IS  *
007130*  RELEASED, REJECT IS REJECTED.                                 *
007140******************************************************************
007150 9900-RUN-HISTORY-END.
007160     MOVE 'END'              TO TP-HST-REQUEST.
007170     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
007180     MOVE TP880-CARD-COUNT TO TP-HST-IN-COUNT.
007190     MOVE TP880-RELEASED-COUNT TO TP-HST-OUT-COUNT.
007200     MOVE TP880-REJECTED-COUNT TO TP-HST-REJECT-COUNT.
007210     CALL 'TPRUNHST' USING TP-HST-CB.
007220 9900-EXIT.
007230     EXIT.

007240 END PROGRAM TP880QRL.
