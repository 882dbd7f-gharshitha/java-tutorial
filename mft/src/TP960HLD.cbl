000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TP960HLD.
000120 AUTHOR.        D L ROSS.
000130 INSTALLATION.  EDI OPERATIONS - MFT.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  TP960HLD                                                      *
000180*                                                                *
000190*  PARTNER PROCESSING HOLD MAINTENANCE.  TPHOLDF WAS MAINTAINED  *
000200*  BY HAND-EDITING THE KSDS, SO A HOLD PLACED OR LIFTED LEFT NO  *
000210*  TRACE BEYOND THE PLACED DATE AND OPERATOR ON THE RECORD       *
000220*  ITSELF - AND NONE AT ALL ONCE IT WAS DELETED.  THIS PROGRAM   *
000230*  IS NOW THE ONLY SUPPORTED WAY TO PLACE OR RELEASE A HOLD,     *
000240*  AS TP850RGM IS FOR THE REGISTRY.  EVERY HOLD PLACED OR        *
000250*  RELEASED IS WRITTEN TO THE TPOPRJNL OPERATOR ACTION JOURNAL,  *
000260*  AND A LISTING OF THE HOLDS STANDING AFTER THE RUN IS PRINTED. *
000270*                                                                *
000280*  THE TPHLDCTL CARDS, TWO PER REQUEST:                          *
000290*                                                                *
000300*    CARD 1:  COL 1-8   REQUEST - PLACE OR RELEASE               *
000310*             COL 10-17 OPERATOR ID                (REQUIRED)    *
000320*             COL 19-58 REASON                     (REQUIRED)    *
000330*                       THE FIRST 30 CHARACTERS OF A PLACE ARE   *
000340*                       KEPT ON THE HOLD RECORD AND SHOWN BY     *
000350*                       TP100DRV WHEN IT SKIPS THE PARTNER       *
000360*    CARD 2:  COL 1-78  PARTNER KEY, BUILT AS TP100DRV BUILDS    *
000370*                       IT (SEE TPHOLD)                          *
000380*                                                                *
000390*  A PLACE FOR A PARTNER ALREADY HELD, OR A RELEASE FOR ONE NOT  *
000400*  HELD, IS REJECTED AND CHANGES NOTHING.  A REJECTED REQUEST    *
000405*  CARD TAKES ITS PARTNER KEY CARD WITH IT.                      *
000410*                                                                *
000420*  RETURN CODES: 16 - CARD FILE OR TPHOLDF UNAVAILABLE; 4 - A    *
000430*  CARD WAS REJECTED OR A CHANGE COULD NOT BE JOURNALED;         *
000440*  0 - CLEAN.                                                    *
000450*                                                                *
000460*  MODIFICATION HISTORY                                          *
000470*  --------------------                                          *
000480*  2026-10-15  DLR  NEW PROGRAM.                                 *
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT TPHLDCTL-FILE ASSIGN TO TPHLDCTL
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS TPHLDCTL-STATUS.

000590     SELECT TPHOLDF-FILE  ASSIGN TO TPHOLDF
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS TP-HOLD-PARTNER-KEY
000630         FILE STATUS IS TPHOLDF-STATUS.

000640     SELECT TPHLDRPT-FILE ASSIGN TO TPHLDRPT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS TPHLDRPT-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  TPHLDCTL-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  TP-HLDCTL-CARD                 PIC X(80).

000720 FD  TPHOLDF-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY TPHOLD.

000750 FD  TPHLDRPT-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  TP-HLDRPT-LINE                 PIC X(132).

000780 WORKING-STORAGE SECTION.
000790     COPY TPHSTCB.
000800     COPY TPJNLCB.

000810 77  TPHLDCTL-STATUS             PIC X(02) VALUE '00'.
000820 77  TPHOLDF-STATUS              PIC X(02) VALUE '00'.
000830 77  TPHLDRPT-STATUS             PIC X(02) VALUE '00'.

000840 77  TP960-CARD-EOF-SW           PIC X(01) VALUE 'N'.
000850     88  TP960-NO-MORE-CARDS            VALUE 'Y'.
000860 77  TP960-HOLD-EOF-SW           PIC X(01) VALUE 'N'.
000870     88  TP960-NO-MORE-HOLDS            VALUE 'Y'.
000875 77  TP960-HOLD-FILE-SW          PIC X(01) VALUE 'N'.
000877     88  TP960-HOLD-FILE-OPEN           VALUE 'Y'.
000880 77  TP960-RUN-DATE              PIC 9(08) VALUE ZERO.
000890 77  TP960-REQUEST-COUNT         PIC 9(06) VALUE ZERO.
000900 77  TP960-PLACED-COUNT          PIC 9(06) VALUE ZERO.
000910 77  TP960-RELEASED-COUNT        PIC 9(06) VALUE ZERO.
000920 77  TP960-REJECTED-COUNT        PIC 9(06) VALUE ZERO.
000930 77  TP960-HOLDING-COUNT         PIC 9(06) VALUE ZERO.

000940 01  TP960-REQUEST-CARD.
000950     05  TP960-RC-REQUEST           PIC X(08).
000960         88  TP960-RC-IS-PLACE      VALUE 'PLACE'.
000970         88  TP960-RC-IS-RELEASE    VALUE 'RELEASE'.
000980         88  TP960-RC-REQUEST-VALID VALUES 'PLACE'
000990                                           'RELEASE'.
001000     05  FILLER                     PIC X(01).
001010     05  TP960-RC-OPERATOR          PIC X(08).
001020     05  FILLER                     PIC X(01).
001030     05  TP960-RC-REASON            PIC X(40).
001040     05  FILLER                     PIC X(22).

001050 01  TP960-KEY-CARD.
001060     05  TP960-KC-PARTNER-KEY       PIC X(78).
001070     05  FILLER                     PIC X(02).

001080******************************************************************
001090*  THE HOLD FIELDS AS JOURNALED - REASON, PLACED DATE, OPERATOR. *
001100******************************************************************
001110 01  TP960-JNL-IMAGE                PIC X(46) VALUE SPACES.

001120 01  TP960-HEADING-1.
001130     05  FILLER                     PIC X(42)
001140         VALUE 'TP960HLD - PARTNER HOLD MAINTENANCE'.
001150     05  FILLER                     PIC X(11) VALUE 'RUN DATE: '.
001160     05  TP960-H1-DATE              PIC 9(08).

001170 01  TP960-RESULT-LINE.
001180     05  TP960-R-REQUEST            PIC X(08).
001190     05  FILLER                     PIC X(01) VALUE SPACE.
001200     05  TP960-R-OPERATOR           PIC X(08).
001210     05  FILLER                     PIC X(01) VALUE SPACE.
001220     05  TP960-R-REASON             PIC X(40).
001230     05  FILLER                     PIC X(02) VALUE SPACES.
001240     05  TP960-R-MESSAGE            PIC X(30).

001250 01  TP960-KEY-LINE.
001260     05  FILLER                     PIC X(04) VALUE SPACES.
001270     05  FILLER                     PIC X(13)
001280         VALUE 'PARTNER KEY: '.
001290     05  TP960-K-PARTNER-KEY        PIC X(78).

001300 01  TP960-REJECT-LINE.
001310     05  FILLER                     PIC X(17)
001320         VALUE 'CARD REJECTED -  '.
001330     05  TP960-RJ-REASON            PIC X(35).
001340     05  FILLER                     PIC X(02) VALUE SPACES.
001350     05  TP960-RJ-CARD              PIC X(78).

001360 01  TP960-LIST-HEADING.
001370     05  FILLER                     PIC X(40)
001380         VALUE 'HOLDS STANDING AFTER THIS RUN'.

001390 01  TP960-LIST-LINE.
001400     05  FILLER                     PIC X(04) VALUE SPACES.
001410     05  TP960-L-PLACED-DATE        PIC 9(08).
001420     05  FILLER                     PIC X(02) VALUE SPACES.
001430     05  TP960-L-PLACED-OPER        PIC X(08).
001440     05  FILLER                     PIC X(02) VALUE SPACES.
001450     05  TP960-L-REASON             PIC X(30).

001460 01  TP960-COUNT-LINE.
001470     05  TP960-C-LABEL              PIC X(32).
001480     05  TP960-C-COUNT              PIC ZZZ,ZZ9.

001490 PROCEDURE DIVISION.
001500******************************************************************
001510*  0000-MAINLINE                                                 *
001520******************************************************************
001530 0000-MAINLINE.
001540     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001560     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001570         UNTIL TP960-NO-MORE-CARDS.
001580     IF TP960-HOLD-FILE-OPEN
001590        AND TPHLDRPT-STATUS = '00'
001600         PERFORM 3000-PRINT-HOLD-LISTING THRU 3000-EXIT
001610         PERFORM 3500-PRINT-COUNTS THRU 3500-EXIT
001620     END-IF.
001630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001640     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001650     GOBACK.

001660******************************************************************
001670*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001680*  RUNNING.                                                      *
001690******************************************************************
001700 0100-RUN-HISTORY-START.
001710     MOVE 'START'            TO TP-HST-REQUEST.
001720     MOVE 'TP960HLD'         TO TP-HST-PROGRAM-ID.
001730     MOVE SPACES             TO TP-HST-STREAM-ID.
001740     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001750     CALL 'TPRUNHST' USING TP-HST-CB.
001760 0100-EXIT.
001770     EXIT.

001780******************************************************************
001790*  1000-INITIALIZE - TPHOLDF IS CREATED ON FIRST USE, AS         *
001800*  TP850RGM CREATES TPARDREG.                                    *
001810******************************************************************
001820 1000-INITIALIZE.
001830     ACCEPT TP960-RUN-DATE FROM DATE YYYYMMDD.
001840     MOVE TP960-RUN-DATE TO TP960-H1-DATE.
001850     OPEN OUTPUT TPHLDRPT-FILE.
001860     WRITE TP-HLDRPT-LINE FROM TP960-HEADING-1.
001870     OPEN INPUT TPHLDCTL-FILE.
001880     IF TPHLDCTL-STATUS NOT = '00'
001890         DISPLAY 'TP960HLD - UNABLE TO OPEN TPHLDCTL - STATUS '
001900                  TPHLDCTL-STATUS
001910         MOVE 16 TO RETURN-CODE
001920         SET TP960-NO-MORE-CARDS TO TRUE
001930     END-IF.
001940     OPEN I-O TPHOLDF-FILE.
001950     IF TPHOLDF-STATUS = '35'
001960         OPEN OUTPUT TPHOLDF-FILE
001970         CLOSE TPHOLDF-FILE
001980         OPEN I-O TPHOLDF-FILE
001990     END-IF.
002000     IF TPHOLDF-STATUS NOT = '00'
002010         DISPLAY 'TP960HLD - UNABLE TO OPEN TPHOLDF - STATUS '
002020                  TPHOLDF-STATUS
002030         MOVE 16 TO RETURN-CODE
002050         SET TP960-NO-MORE-CARDS TO TRUE
002060         GO TO 1000-EXIT
002070     END-IF.
002075     SET TP960-HOLD-FILE-OPEN TO TRUE.
002080     IF NOT TP960-NO-MORE-CARDS
002090         PERFORM 2900-READ-NEXT-CARD THRU 2900-EXIT
002100     END-IF.
002110 1000-EXIT.
002120     EXIT.

002130******************************************************************
002140*  2000-PROCESS-REQUEST - VALIDATE THE REQUEST CARD AND ITS      *
002150*  PARTNER KEY CARD, THEN PLACE OR RELEASE THE HOLD.             *
002160******************************************************************
002170 2000-PROCESS-REQUEST.
002180     MOVE TP-HLDCTL-CARD TO TP960-REQUEST-CARD.
002190     IF TP960-REQUEST-CARD = SPACES
002200         GO TO 2000-NEXT
002210     END-IF.
002220     ADD 1 TO TP960-REQUEST-COUNT.
002230     IF NOT TP960-RC-REQUEST-VALID
002240         MOVE 'REQUEST MUST BE PLACE OR RELEASE'
002250             TO TP960-RJ-REASON
002260         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
002265         PERFORM 2900-READ-NEXT-CARD THRU 2900-EXIT
002270         GO TO 2000-NEXT
002280     END-IF.
002290     IF TP960-RC-OPERATOR = SPACES
002300        OR TP960-RC-REASON = SPACES
002310         MOVE 'OPERATOR ID AND REASON REQUIRED'
002320             TO TP960-RJ-REASON
002330         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
002340         PERFORM 2900-READ-NEXT-CARD THRU 2900-EXIT
002350         GO TO 2000-NEXT
002360     END-IF.
002370     PERFORM 2900-READ-NEXT-CARD THRU 2900-EXIT.
002380     IF TP960-NO-MORE-CARDS
002390         MOVE TP960-REQUEST-CARD TO TP-HLDCTL-CARD
002400         MOVE 'PARTNER KEY CARD MISSING'
002410             TO TP960-RJ-REASON
002420         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
002430         GO TO 2000-EXIT
002440     END-IF.
002450     MOVE TP-HLDCTL-CARD TO TP960-KEY-CARD.
002460     IF TP960-KC-PARTNER-KEY = SPACES
002470         MOVE 'PARTNER KEY CARD BLANK'
002480             TO TP960-RJ-REASON
002490         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
002500         GO TO 2000-NEXT
002510     END-IF.
002520     MOVE TP960-KC-PARTNER-KEY TO TP-HOLD-PARTNER-KEY.
002530     READ TPHOLDF-FILE
002540         INVALID KEY
002550             CONTINUE
002560     END-READ.
002570     IF TP960-RC-IS-PLACE
002580         PERFORM 2100-PLACE-HOLD THRU 2100-EXIT
002590     ELSE
002600         PERFORM 2200-RELEASE-HOLD THRU 2200-EXIT
002610     END-IF.
002620 2000-NEXT.
002630     PERFORM 2900-READ-NEXT-CARD THRU 2900-EXIT.
002640 2000-EXIT.
002650     EXIT.

002660******************************************************************
002670*  2100-PLACE-HOLD - ADD THE HOLD RECORD.  AN EXISTING HOLD IS   *
002680*  LEFT AS IT STANDS; RELEASE IT FIRST TO CHANGE ITS REASON.     *
002690******************************************************************
002700 2100-PLACE-HOLD.
002710     IF TPHOLDF-STATUS = '00'
002720         MOVE 'PARTNER ALREADY HELD'
002730             TO TP960-RJ-REASON
002740         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
002750         GO TO 2100-EXIT
002760     END-IF.
002770     MOVE TP960-KC-PARTNER-KEY  TO TP-HOLD-PARTNER-KEY.
002780     MOVE TP960-RC-REASON       TO TP-HOLD-REASON.
002790     MOVE TP960-RUN-DATE        TO TP-HOLD-PLACED-DATE.
002800     MOVE TP960-RC-OPERATOR     TO TP-HOLD-PLACED-OPER.
002810     WRITE TP-HOLD-RECORD
002820         INVALID KEY
002830             CONTINUE
002840     END-WRITE.
002850     IF TPHOLDF-STATUS NOT = '00'
002860         MOVE 'TPHOLDF WRITE FAILED'
002870             TO TP960-RJ-REASON
002880         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
002890         GO TO 2100-EXIT
002900     END-IF.
002910     ADD 1 TO TP960-PLACED-COUNT.
002920     MOVE 'HOLD PLACED' TO TP960-R-MESSAGE.
002930     PERFORM 2700-PRINT-RESULT THRU 2700-EXIT.
002940     MOVE SPACES                TO TP960-JNL-IMAGE.
002950     MOVE TP-HOLD-RECORD(79:46) TO TP-JNL-AFTER-VALUE.
002960     PERFORM 2500-JOURNAL-ACTION THRU 2500-EXIT.
002970 2100-EXIT.
002980     EXIT.

002990******************************************************************
003000*  2200-RELEASE-HOLD - DELETE THE HOLD RECORD.  THE DEFERRED     *
003010*  FEED IT DIVERTED IS RUN BACK THROUGH TP100DRV AS BEFORE.      *
003020******************************************************************
003030 2200-RELEASE-HOLD.
003040     IF TPHOLDF-STATUS NOT = '00'
003050         MOVE 'PARTNER NOT HELD'
003060             TO TP960-RJ-REASON
003070         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
003080         GO TO 2200-EXIT
003090     END-IF.
003100     MOVE TP-HOLD-RECORD(79:46) TO TP960-JNL-IMAGE.
003110     DELETE TPHOLDF-FILE
003120         INVALID KEY
003130             CONTINUE
003140     END-DELETE.
003150     IF TPHOLDF-STATUS NOT = '00'
003160         MOVE 'TPHOLDF DELETE FAILED'
003170             TO TP960-RJ-REASON
003180         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
003190         GO TO 2200-EXIT
003200     END-IF.
003210     ADD 1 TO TP960-RELEASED-COUNT.
003220     MOVE 'HOLD RELEASED' TO TP960-R-MESSAGE.
003230     PERFORM 2700-PRINT-RESULT THRU 2700-EXIT.
003240     MOVE SPACES                TO TP-JNL-AFTER-VALUE.
003250     PERFORM 2500-JOURNAL-ACTION THRU 2500-EXIT.
003260 2200-EXIT.
003270     EXIT.

003280******************************************************************
003290*  2500-JOURNAL-ACTION - ONE TPOPRJNL ENTRY PER HOLD PLACED OR   *
003300*  RELEASED.  THE CALLER HAS SET THE AFTER VALUE AND LEFT THE    *
003310*  BEFORE VALUE IN TP960-JNL-IMAGE.                              *
003320******************************************************************
003330 2500-JOURNAL-ACTION.
003340     MOVE 'TP960HLD'              TO TP-JNL-PROGRAM-ID.
003350     MOVE TP960-RC-OPERATOR       TO TP-JNL-OPERATOR-ID.
003360     MOVE 'HOLD'                  TO TP-JNL-OBJECT-TYPE.
003370     MOVE TP960-RC-REQUEST        TO TP-JNL-ACTION.
003380     SET TP-JNL-KEYED             TO TRUE.
003390     MOVE TP960-KC-PARTNER-KEY    TO TP-JNL-OBJECT-KEY.
003400     MOVE TP960-RC-REASON         TO TP-JNL-REASON.
003410     MOVE TP960-JNL-IMAGE         TO TP-JNL-BEFORE-VALUE.
003420     MOVE RETURN-CODE             TO TP-JNL-RETURN-CODE.
003430     CALL 'TPOPRLOG' USING TP-JNL-CB.
003440     IF NOT TP-JNL-OKAY
003450        AND RETURN-CODE < 4
003460         MOVE 4 TO RETURN-CODE
003470     END-IF.
003480 2500-EXIT.
003490     EXIT.

003500 2700-PRINT-RESULT.
003510     MOVE TP960-RC-REQUEST      TO TP960-R-REQUEST.
003520     MOVE TP960-RC-OPERATOR     TO TP960-R-OPERATOR.
003530     MOVE TP960-RC-REASON       TO TP960-R-REASON.
003540     WRITE TP-HLDRPT-LINE FROM TP960-RESULT-LINE.
003550     MOVE TP960-KC-PARTNER-KEY  TO TP960-K-PARTNER-KEY.
003560     WRITE TP-HLDRPT-LINE FROM TP960-KEY-LINE.
003570 2700-EXIT.
003580     EXIT.

003590 2800-REJECT-CARD.
003600     ADD 1 TO TP960-REJECTED-COUNT.
003610     MOVE TP-HLDCTL-CARD(1:78) TO TP960-RJ-CARD.
003620     WRITE TP-HLDRPT-LINE FROM TP960-REJECT-LINE.
003630     IF RETURN-CODE < 4
003640         MOVE 4 TO RETURN-CODE
003650     END-IF.
003660 2800-EXIT.
003670     EXIT.

003680 2900-READ-NEXT-CARD.
003690     READ TPHLDCTL-FILE
003700         AT END
003710             SET TP960-NO-MORE-CARDS TO TRUE
003720     END-READ.
003730 2900-EXIT.
003740     EXIT.

003750******************************************************************
003760*  3000-PRINT-HOLD-LISTING - EVERY HOLD STANDING AFTER THIS RUN, *
003770*  SO OPERATIONS NEVER NEEDS TO BROWSE THE KSDS.                 *
003780******************************************************************
003790 3000-PRINT-HOLD-LISTING.
003800     MOVE SPACES TO TP-HLDRPT-LINE.
003810     WRITE TP-HLDRPT-LINE.
003820     WRITE TP-HLDRPT-LINE FROM TP960-LIST-HEADING.
003830     MOVE 'N' TO TP960-HOLD-EOF-SW.
003840     MOVE LOW-VALUES TO TP-HOLD-PARTNER-KEY.
003850     START TPHOLDF-FILE KEY NOT < TP-HOLD-PARTNER-KEY
003860         INVALID KEY
003870             SET TP960-NO-MORE-HOLDS TO TRUE
003880     END-START.
003890     PERFORM 3100-LIST-NEXT-HOLD THRU 3100-EXIT
003900         UNTIL TP960-NO-MORE-HOLDS.
003910 3000-EXIT.
003920     EXIT.

003930 3100-LIST-NEXT-HOLD.
003940     READ TPHOLDF-FILE NEXT RECORD
003950         AT END
003960             SET TP960-NO-MORE-HOLDS TO TRUE
003970             GO TO 3100-EXIT
003980     END-READ.
003990     ADD 1 TO TP960-HOLDING-COUNT.
004000     MOVE TP-HOLD-PLACED-DATE   TO TP960-L-PLACED-DATE.
004010     MOVE TP-HOLD-PLACED-OPER   TO TP960-L-PLACED-OPER.
004020     MOVE TP-HOLD-REASON        TO TP960-L-REASON.
004030     WRITE TP-HLDRPT-LINE FROM TP960-LIST-LINE.
004040     MOVE TP-HOLD-PARTNER-KEY   TO TP960-K-PARTNER-KEY.
004050     WRITE TP-HLDRPT-LINE FROM TP960-KEY-LINE.
004060 3100-EXIT.
004070     EXIT.

004080******************************************************************
004090*  3500-PRINT-COUNTS                                             *
004100******************************************************************
004110 3500-PRINT-COUNTS.
004120     MOVE SPACES TO TP-HLDRPT-LINE.
004130     WRITE TP-HLDRPT-LINE.
004140     MOVE 'REQUESTS READ:'          TO TP960-C-LABEL.
004150     MOVE TP960-REQUEST-COUNT       TO TP960-C-COUNT.
004160     WRITE TP-HLDRPT-LINE FROM TP960-COUNT-LINE.
004170     MOVE 'HOLDS PLACED:'           TO TP960-C-LABEL.
004180     MOVE TP960-PLACED-COUNT        TO TP960-C-COUNT.
004190     WRITE TP-HLDRPT-LINE FROM TP960-COUNT-LINE.
004200     MOVE 'HOLDS RELEASED:'         TO TP960-C-LABEL.
004210     MOVE TP960-RELEASED-COUNT      TO TP960-C-COUNT.
004220     WRITE TP-HLDRPT-LINE FROM TP960-COUNT-LINE.
004230     MOVE 'REQUESTS REJECTED:'      TO TP960-C-LABEL.
004240     MOVE TP960-REJECTED-COUNT      TO TP960-C-COUNT.
004250     WRITE TP-HLDRPT-LINE FROM TP960-COUNT-LINE.
004260     MOVE 'HOLDS STANDING:'         TO TP960-C-LABEL.
004270     MOVE TP960-HOLDING-COUNT       TO TP960-C-COUNT.
004280     WRITE TP-HLDRPT-LINE FROM TP960-COUNT-LINE.
004290 3500-EXIT.
004300     EXIT.

004310******************************************************************
004320*  9000-TERMINATE                                                *
004330******************************************************************
004340 9000-TERMINATE.
004350     IF TPHLDCTL-STATUS = '00' OR '10'
004360         CLOSE TPHLDCTL-FILE
004370     END-IF.
004380     IF TP960-HOLD-FILE-OPEN
004390         CLOSE TPHOLDF-FILE
004400     END-IF.
004410     CLOSE TPHLDRPT-FILE.
004420 9000-EXIT.
004430     EXIT.

004440******************************************************************
004450*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
004460*  ITS RETURN CODE AND COUNTS. IN IS REQUESTS READ, OUT IS HOLDS *
004470*  PLACED OR RELEASED, REJECT IS REQUESTS REJECTED.              *
004480******************************************************************
004490 9900-RUN-HISTORY-END.
004500     MOVE 'END'              TO TP-HST-REQUEST.
004510     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
004520     MOVE TP960-REQUEST-COUNT TO TP-HST-IN-COUNT.
004530     COMPUTE TP-HST-OUT-COUNT
004540         = TP960-PLACED-COUNT + TP960-RELEASED-COUNT.
004550     MOVE TP960-REJECTED-COUNT TO TP-HST-REJECT-COUNT.
004560     CALL 'TPRUNHST' USING TP-HST-CB.
004570 9900-EXIT.
004580     EXIT.

004590 END PROGRAM TP960HLD.
