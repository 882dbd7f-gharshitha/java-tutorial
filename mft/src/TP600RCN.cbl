000359*                    RETURN CODE - EDIT REJECTS LEGITIMATELY     *
000360*                    SHRINK THE CLEAN FEED AND ARE ALREADY       *
000361*                    ACCOUNTED FOR ON TPDOCREJ.                  *
000362*  2026-10-15  DLR  CERTIFICATION (TEST) DOCUMENTS ARE NOW       *
000363*                    ACCOUNTED FOR ON TP100DRV'S CERTIFICATION   *
000364*                    FILES - TPCRTDUP (MAPPED CLEAN OR HELD AS A *
000365*                    DUPLICATE) AND TONIGHT'S PERFORM-MAPPING OR *
000366*                    CERT-SKIPPED RECORDS ON TPCRTLOG.  BOTH     *
000367*                    FILES ARE OPTIONAL; A NIGHT WITH NO PARTNER *
000368*                    IN CERTIFICATION RECONCILES AS BEFORE.      *
000369*  2026-10-15  DLR  A DOCUMENT TP100DRV'S VOLUME BREAKER PUT ON  *
000370*                    TPQUARN TONIGHT IS ACCOUNTED FOR THERE.     *
000371*                    TPQUARN IS OPTIONAL LIKE THE CERTIFICATION  *
000372*                    FILES.                                      *
000373*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000374*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000375*                    THEN ENDED WITH ITS RETURN CODE AND         *
000376*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000377*                    MORNING SCORECARD.                          *
000378******************************************************************
000379 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS TPACTLOG-STATUS.

000561     SELECT TPCRTDUP-FILE ASSIGN TO TPCRTDUP
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS RANDOM
000564         RECORD KEY IS TP-CRTDUP-KEY
000565         FILE STATUS IS TPCRTDUP-STATUS.

000566     SELECT TPCRTLOG-FILE ASSIGN TO TPCRTLOG
000567         ORGANIZATION IS SEQUENTIAL
000568         FILE STATUS IS TPCRTLOG-STATUS.

000569     SELECT TPQUARN-FILE  ASSIGN TO TPQUARN
000570         ORGANIZATION IS INDEXED
000571         ACCESS MODE IS RANDOM
000572         RECORD KEY IS TP-QUAR-KEY
000573         FILE STATUS IS TPQUARN-STATUS.

000574     SELECT TPRCNRPT-FILE ASSIGN TO TPRCNRPT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS TPRCNRPT-STATUS.

000720     LABEL RECORDS ARE STANDARD.
000730     COPY TPACTLOG.

000731******************************************************************
000732*  TPCRTDUP AND TPCRTLOG CARRY THE TPDUPCTL AND TPACTLOG LAYOUTS *
000733*  FOR TP100DRV'S CERTIFICATION GROUPS.                          *
000734******************************************************************
000735 FD  TPCRTDUP-FILE
000736     LABEL RECORDS ARE STANDARD.
000737 01  TP-CRTDUP-RECORD.
000738     05  TP-CRTDUP-KEY.
000739         10  TP-CRTDUP-PARTNER-KEY   PIC X(78).
000740         10  TP-CRTDUP-DOCUMENT-ID   PIC X(45).
000741     05  TP-CRTDUP-FIRST-DATE        PIC 9(08).
000742     05  TP-CRTDUP-FIRST-TIME        PIC 9(06).

000743 FD  TPCRTLOG-FILE
000744     LABEL RECORDS ARE STANDARD.
000745 01  TP-CRTLOG-RECORD               PIC X(392).

000746 FD  TPQUARN-FILE
000747     LABEL RECORDS ARE STANDARD.
000748     COPY TPQUARN.

000749 FD  TPRCNRPT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  TP-RCNRPT-LINE                PIC X(132).

000770 WORKING-STORAGE SECTION.
000771     COPY TPHSTCB.

000772     COPY TPDOCBCT.

000780 77  TPDOCIN-STATUS              PIC X(02) VALUE '00'.
000800 77  TPSUSPF-STATUS              PIC X(02) VALUE '00'.
000810 77  TPACTLOG-STATUS             PIC X(02) VALUE '00'.
000820 77  TPRCNRPT-STATUS             PIC X(02) VALUE '00'.
000821 77  TPCRTDUP-STATUS             PIC X(02) VALUE '00'.
000822 77  TPCRTLOG-STATUS             PIC X(02) VALUE '00'.
000823 77  TPQUARN-STATUS              PIC X(02) VALUE '00'.

000830 77  TP600-DOCIN-EOF-SW          PIC X(01) VALUE 'N'.
000840     88  TP600-NO-MORE-DOCUMENTS        VALUE 'Y'.
000922 77  TP600-TRAILER-SW            PIC X(01) VALUE 'N'.
000924     88  TP600-TRAILERS-PRESENT         VALUE 'Y'.
000926 77  TP600-SUBMITTER-COUNT       PIC 9(07) VALUE ZERO.
000927 77  TP600-CRTDUP-OPEN-SW        PIC X(01) VALUE 'N'.
000928     88  TP600-CRTDUP-IS-OPEN           VALUE 'Y'.
000929 77  TP600-CRTLOG-EOF-SW         PIC X(01) VALUE 'N'.
000930     88  TP600-NO-MORE-CERT-ACTIVITY    VALUE 'Y'.
000931 77  TP600-QUARN-OPEN-SW         PIC X(01) VALUE 'N'.
000932     88  TP600-QUARN-IS-OPEN            VALUE 'Y'.

000933 77  TP600-RUN-DATE              PIC 9(08) VALUE ZERO.
000940 77  TP600-DOCS-READ-COUNT       PIC 9(07) VALUE ZERO.
000950 77  TP600-DUPCTL-COUNT          PIC 9(07) VALUE ZERO.
000960 77  TP600-SUSP-COUNT            PIC 9(07) VALUE ZERO.
000970 77  TP600-ACTLOG-COUNT          PIC 9(07) VALUE ZERO.
000980 77  TP600-UNACCOUNTED-COUNT     PIC 9(07) VALUE ZERO.
000982 77  TP600-CERT-COUNT            PIC 9(07) VALUE ZERO.
000984 77  TP600-QUARN-COUNT           PIC 9(07) VALUE ZERO.
000986 77  TP600-CRT-IX                PIC 9(05) COMP VALUE ZERO.
000990 77  TP600-SUSP-IX               PIC 9(05) COMP VALUE ZERO.
001000 77  TP600-ACT-IX                PIC 9(05) COMP VALUE ZERO.
001010 77  TP600-WS-PARTNER-KEY        PIC X(78) VALUE SPACES.
001060*  PER DOCUMENT.  10000 ENTRIES COVERS THE LARGEST NIGHT WE      *
001070*  HAVE SEEN WITH ROOM TO SPARE; OVERFLOW FORCES THE RUN OUT OF  *
001080*  BALANCE RATHER THAN LETTING A SILENTLY TRUNCATED TABLE PASS   *
001090*  A BAD NIGHT.  THE CERTIFICATION TABLE HOLDS TONIGHT'S TEST    *
001091*  DOCUMENTS FROM TPCRTLOG ON THE SAME TERMS.                    *
001100******************************************************************
001110 01  TP600-SUSP-TABLE.
001120     05  TP600-SUSP-ENTRY OCCURS 10000 TIMES
001170                         INDEXED BY TP600-AX.
001180         10  TP600-A-DOCUMENT-ID     PIC X(45).

001181 01  TP600-CRT-TABLE.
001182     05  TP600-CRT-ENTRY OCCURS 10000 TIMES
001183                         INDEXED BY TP600-CX.
001184         10  TP600-C-DOCUMENT-ID     PIC X(45).

001190 01  TP600-HEADING-1.
001200     05  FILLER                     PIC X(40)
001210         VALUE 'TP600RCN - END-OF-NIGHT RECONCILIATION'.
001400*  0000-MAINLINE                                                 *
001410******************************************************************
001420 0000-MAINLINE.
001421     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440     PERFORM 2000-RECONCILE-DOCUMENT THRU 2000-EXIT
001450         UNTIL TP600-NO-MORE-DOCUMENTS.
001460     PERFORM 3000-PRINT-CONTROL-TOTALS THRU 3000-EXIT.
001470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001471     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001480     GOBACK.

001481******************************************************************
001482*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001483*  RUNNING.                                                      *
001484******************************************************************
001485 0100-RUN-HISTORY-START.
001486     MOVE 'START'            TO TP-HST-REQUEST.
001487     MOVE 'TP600RCN'         TO TP-HST-PROGRAM-ID.
001488     MOVE SPACES             TO TP-HST-STREAM-ID.
001489     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001490     CALL 'TPRUNHST' USING TP-HST-CB.
001491 0100-EXIT.
001492     EXIT.

001493******************************************************************
001500*  1000-INITIALIZE - OPEN EVERYTHING AND LOAD TONIGHT'S          *
001510*  SUSPENSE AND ACTIVITY DOCUMENT IDS INTO THE MATCH TABLES.     *
001511*  THE CERTIFICATION FILES ARE OPTIONAL - THEY EXIST ONLY ONCE   *
001512*  A PARTNER HAS BEEN PUT THROUGH CERTIFICATION, AND TPQUARN     *
001513*  ONLY ONCE THE VOLUME BREAKER HAS FIRST TRIPPED.               *
001520******************************************************************
001530 1000-INITIALIZE.
001540     ACCEPT TP600-RUN-DATE FROM DATE YYYYMMDD.
001580     OPEN INPUT  TPSUSPF-FILE.
001590     OPEN INPUT  TPACTLOG-FILE.
001600     OPEN OUTPUT TPRCNRPT-FILE.
001601     OPEN INPUT  TPCRTDUP-FILE.
001602     IF TPCRTDUP-STATUS = '00'
001603         SET TP600-CRTDUP-IS-OPEN TO TRUE
001604     END-IF.
001605     OPEN INPUT  TPQUARN-FILE.
001606     IF TPQUARN-STATUS = '00'
001607         SET TP600-QUARN-IS-OPEN TO TRUE
001608     END-IF.
001610     WRITE TP-RCNRPT-LINE FROM TP600-HEADING-1.
001620     PERFORM 1100-LOAD-SUSPENSE THRU 1100-EXIT
001630         UNTIL TP600-NO-MORE-SUSPENSE.
001640     PERFORM 1200-LOAD-ACTIVITY THRU 1200-EXIT
001650         UNTIL TP600-NO-MORE-ACTIVITY.
001651     OPEN INPUT  TPCRTLOG-FILE.
001652     IF TPCRTLOG-STATUS = '00'
001653         PERFORM 1300-LOAD-CERT-ACTIVITY THRU 1300-EXIT
001654             UNTIL TP600-NO-MORE-CERT-ACTIVITY
001655         CLOSE TPCRTLOG-FILE
001656     END-IF.
001660     PERFORM 2900-READ-NEXT-DOCUMENT THRU 2900-EXIT.
001670 1000-EXIT.
001680     EXIT.
002160 1200-EXIT.
002170     EXIT.

002171******************************************************************
002172*  1300-LOAD-CERT-ACTIVITY - TONIGHT'S CERTIFICATION DOCUMENTS:  *
002173*  THE PERFORM-MAPPING RECORDS, PLUS THE CERT-SKIPPED RECORDS    *
002174*  TP100DRV WRITES FOR A TEST GROUP THAT FAILED                  *
002175*  INITIALIZE-MAPPING.                                           *
002176******************************************************************
002177 1300-LOAD-CERT-ACTIVITY.
002178     READ TPCRTLOG-FILE INTO TP-ACTLOG-RECORD
002179         AT END
002180             SET TP600-NO-MORE-CERT-ACTIVITY TO TRUE
002181             GO TO 1300-EXIT
002182     END-READ.
002183     IF TP-ACTLOG-RUN-DATE = TP600-RUN-DATE
002184        AND (TP-ACTLOG-IS-PERFORM-MAPPING
002185          OR TP-ACTLOG-IS-CERT-SKIPPED)
002186         ADD 1 TO TP600-CRT-IX
002187         IF TP600-CRT-IX > 10000
002188             MOVE 'Y' TO TP600-TABLE-FULL-SW
002189             SUBTRACT 1 FROM TP600-CRT-IX
002190         ELSE
002191             SET TP600-CX TO TP600-CRT-IX
002192             MOVE TP-ACTLOG-DOCUMENT-ID
002193                 TO TP600-C-DOCUMENT-ID(TP600-CX)
002194         END-IF
002195     END-IF.
002196 1300-EXIT.
002197     EXIT.

002198******************************************************************
002199*  2000-RECONCILE-DOCUMENT - MATCH THE FEED DOCUMENT AGAINST     *
002200*  TPDUPCTL, THEN THE SUSPENSE TABLE, THEN THE ACTIVITY TABLE.   *
002210*  THE FIRST MATCH ACCOUNTS FOR THE DOCUMENT.  A DOCUMENT NONE   *
002211*  OF THEM KNOWS IS TRIED AGAINST THE CERTIFICATION FILES AND    *
002212*  LAST AGAINST THE VOLUME-BREAKER QUARANTINE.                   *
002220******************************************************************
002230 2000-RECONCILE-DOCUMENT.
002240     ADD 1 TO TP600-DOCS-READ-COUNT.
002300     END-IF.
002310     IF NOT TP600-DOC-ACCOUNTED-FOR
002320         PERFORM 2400-SEARCH-ACTIVITY THRU 2400-EXIT
002321     END-IF.
002322     IF NOT TP600-DOC-ACCOUNTED-FOR
002323         PERFORM 2500-CHECK-CERTIFICATION THRU 2500-EXIT
002324     END-IF.
002325     IF NOT TP600-DOC-ACCOUNTED-FOR
002326         PERFORM 2600-CHECK-QUARANTINE THRU 2600-EXIT
002330     END-IF.
002340     IF NOT TP600-DOC-ACCOUNTED-FOR
002350         ADD 1 TO TP600-UNACCOUNTED-COUNT
003060         WHEN TP600-A-DOCUMENT-ID(TP600-AX)
003070                = TP-DOCIN-DOCUMENT-ID
003080             ADD 1 TO TP600-ACTLOG-COUNT
003081             SET TP600-DOC-ACCOUNTED-FOR TO TRUE
003082     END-SEARCH.
003083 2400-EXIT.
003084     EXIT.

003085******************************************************************
003086*  2500-CHECK-CERTIFICATION - TPCRTDUP FIRST (MAPPED CLEAN OR A  *
003087*  DUPLICATE OF ONE), THEN TONIGHT'S TPCRTLOG DOCUMENTS.         *
003088******************************************************************
003089 2500-CHECK-CERTIFICATION.
003090     IF TP600-CRTDUP-IS-OPEN
003091         MOVE TP600-WS-PARTNER-KEY   TO TP-CRTDUP-PARTNER-KEY
003092         MOVE TP-DOCIN-DOCUMENT-ID   TO TP-CRTDUP-DOCUMENT-ID
003093         READ TPCRTDUP-FILE
003094             INVALID KEY
003095                 CONTINUE
003096             NOT INVALID KEY
003097                 ADD 1 TO TP600-CERT-COUNT
003098                 SET TP600-DOC-ACCOUNTED-FOR TO TRUE
003099                 GO TO 2500-EXIT
003100         END-READ
003101     END-IF.
003102     IF TP600-CRT-IX = ZERO
003103         GO TO 2500-EXIT
003104     END-IF.
003105     SET TP600-CX TO 1.
003106     SEARCH TP600-CRT-ENTRY
003107         AT END
003108             CONTINUE
003109         WHEN TP600-CX > TP600-CRT-IX
003110             CONTINUE
003111         WHEN TP600-C-DOCUMENT-ID(TP600-CX)
003112                = TP-DOCIN-DOCUMENT-ID
003113             ADD 1 TO TP600-CERT-COUNT
003114             SET TP600-DOC-ACCOUNTED-FOR TO TRUE
003115     END-SEARCH.
003116 2500-EXIT.
003117     EXIT.

003118******************************************************************
003119*  2600-CHECK-QUARANTINE - ONLY A DOCUMENT QUARANTINED TONIGHT   *
003120*  COUNTS.  ONE QUARANTINED AND DECIDED ON AN EARLIER NIGHT AND  *
003121*  RESENT TONIGHT MUST BE ACCOUNTED FOR BY TONIGHT'S OWN RUN.    *
003122******************************************************************
003123 2600-CHECK-QUARANTINE.
003124     IF NOT TP600-QUARN-IS-OPEN
003125         GO TO 2600-EXIT
003126     END-IF.
003127     MOVE TP600-WS-PARTNER-KEY   TO TP-QUAR-PARTNER-KEY.
003128     MOVE TP-DOCIN-DOCUMENT-ID   TO TP-QUAR-DOCUMENT-ID.
003129     READ TPQUARN-FILE
003130         INVALID KEY
003131             GO TO 2600-EXIT
003132     END-READ.
003133     IF TP-QUAR-QUARANTINE-DATE = TP600-RUN-DATE
003134         ADD 1 TO TP600-QUARN-COUNT
003135         SET TP600-DOC-ACCOUNTED-FOR TO TRUE
003136     END-IF.
003137 2600-EXIT.
003138     EXIT.

003139******************************************************************
003140*  2900-READ-NEXT-DOCUMENT - A TPDOCBCT BATCH TRAILER ON THE     *
003141*  FEED CARRIES THE SUBMITTER'S OWN COUNT; IT IS TOTALLED AND    *
003142*  SKIPPED, AS IS THE MATCHING HEADER.                           *
003143******************************************************************
003144 2900-READ-NEXT-DOCUMENT.
003145     READ TPDOCIN-FILE
003150         AT END
003160             SET TP600-NO-MORE-DOCUMENTS TO TRUE
003165             GO TO 2900-EXIT
003360     MOVE 'ACCOUNTED FOR ON TPACTLOG:'   TO TP600-C-LABEL.
003370     MOVE TP600-ACTLOG-COUNT             TO TP600-C-COUNT.
003380     WRITE TP-RCNRPT-LINE FROM TP600-COUNT-LINE.
003381     MOVE 'ACCOUNTED FOR ON CERT FILES:' TO TP600-C-LABEL.
003382     MOVE TP600-CERT-COUNT               TO TP600-C-COUNT.
003383     WRITE TP-RCNRPT-LINE FROM TP600-COUNT-LINE.
003384     MOVE 'ACCOUNTED FOR ON TPQUARN:'    TO TP600-C-LABEL.
003385     MOVE TP600-QUARN-COUNT              TO TP600-C-COUNT.
003386     WRITE TP-RCNRPT-LINE FROM TP600-COUNT-LINE.
003390     MOVE 'UNACCOUNTED FOR:'             TO TP600-C-LABEL.
003400     MOVE TP600-UNACCOUNTED-COUNT        TO TP600-C-COUNT.
003410     WRITE TP-RCNRPT-LINE FROM TP600-COUNT-LINE.
003640     CLOSE TPSUSPF-FILE.
003650     CLOSE TPACTLOG-FILE.
003660     CLOSE TPRCNRPT-FILE.
003661     IF TP600-CRTDUP-IS-OPEN
003662         CLOSE TPCRTDUP-FILE
003663     END-IF.
003664     IF TP600-QUARN-IS-OPEN
003665         CLOSE TPQUARN-FILE
003666     END-IF.
003670 9000-EXIT.
003671     EXIT.

003672******************************************************************
003673*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
003674*  ITS RETURN CODE AND COUNTS. IN IS DOCUMENTS ON THE FEED, OUT  *
003675*  IS ACCOUNTED FOR, REJECT IS UNACCOUNTED FOR.                  *
003676******************************************************************
003677 9900-RUN-HISTORY-END.
003678     MOVE 'END'              TO TP-HST-REQUEST.
003679     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
003680     MOVE TP600-DOCS-READ-COUNT TO TP-HST-IN-COUNT.
003681     COMPUTE TP-HST-OUT-COUNT
003682         = TP600-DOCS-READ-COUNT
003683         - TP600-UNACCOUNTED-COUNT.
003684     MOVE TP600-UNACCOUNTED-COUNT TO TP-HST-REJECT-COUNT.
003685     CALL 'TPRUNHST' USING TP-HST-CB.
003686 9900-EXIT.
003687     EXIT.

003690 END PROGRAM TP600RCN.
