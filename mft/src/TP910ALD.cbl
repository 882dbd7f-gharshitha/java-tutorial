000230*  LOOP:                                                         *
000240*                                                                *
000250*    - OPERATOR TPACKCTL CARDS ARE APPLIED FIRST, MARKING        *
000260*      NAMED INCIDENTS ACKNOWLEDGED ON THE TPINCID KSDS, OR      *
000261*      REOPENING ONE ACKNOWLEDGED TOO SOON.  EACH CHANGE IS      *
000262*      WRITTEN TO THE TPOPRJNL OPERATOR ACTION JOURNAL.          *
000270*    - THE LIVE TPALERT FILE IS THEN CONSUMED: REPEATS OF THE    *
000280*      SAME RESPONSE-CODE/PARTNER COLLAPSE INTO ONE OPEN         *
000290*      INCIDENT WITH AN OCCURRENCE COUNT, AND A FRESH ALERT      *
000380*                                                                *
000390*  THE TPACKCTL CARDS COME IN PAIRS, ONE PAIR PER INCIDENT:      *
000400*                                                                *
000410*    CARD A:  COL 1-3   'ACK' - ACKNOWLEDGE AN OPEN INCIDENT, OR *
000411*                       'OPN' - REOPEN AN ACKNOWLEDGED ONE       *
000420*             COL 5-8   RESPONSE CODE                            *
000430*             COL 10-17 OPERATOR ID                              *
000431*             COL 19-58 REASON, CARRIED TO THE JOURNAL           *
000440*    CARD B:  COL 1     PARTNER FORM - P OR A                    *
000450*             COL 2-79  PARTNER KEY, AS ON THE TURNOVER REPORT   *
000460*                                                                *
000530*                                                                *
000540*  RETURN CODES: 16 - TPINCID COULD NOT BE OPENED; 8 - OPEN      *
000550*  UNACKNOWLEDGED CRITICAL INCIDENTS REMAIN; 4 - AN ACK CARD     *
000560*  WAS REJECTED OR MATCHED NO INCIDENT, OR A CHANGE COULD NOT BE *
000561*  JOURNALED; 0 - CLEAN.                                         *
000570*                                                                *
000580*  MODIFICATION HISTORY                                          *
000590*  --------------------                                          *
000606*                    78-CHARACTER PARTNER KEY ON ITS OWN LINE    *
000607*                    UNDER EACH INCIDENT, SO AN ACK CARD CAN BE  *
000608*                    KEYED STRAIGHT FROM THE REPORT.             *
000609*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000610*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000611*                    THEN ENDED WITH ITS RETURN CODE AND         *
000612*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000613*                    MORNING SCORECARD.                          *
000614*  2026-10-15  DLR  CARD A NOW ALSO TAKES 'OPN' TO REOPEN AN     *
000615*                    INCIDENT ACKNOWLEDGED TOO SOON, AND A       *
000616*                    REASON IN COLUMNS 19-58.  EVERY ACK AND     *
000617*                    REOPEN APPLIED IS WRITTEN TO THE TPOPRJNL   *
000618*                    OPERATOR ACTION JOURNAL THROUGH TPOPRLOG    *
000619*                    WITH THE INCIDENT'S STATUS AND ACK FIELDS   *
000620*                    BEFORE AND AFTER.                           *
000621******************************************************************
000622 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.   IBM-370.
000650 OBJECT-COMPUTER.   IBM-370.

001080 WORKING-STORAGE SECTION.
001082     COPY TPLOKCB.
001083     COPY TPHSTCB.
001084     COPY TPJNLCB.

001090 77  TPACKCTL-STATUS             PIC X(02) VALUE '00'.
001100 77  TPALERT-STATUS              PIC X(02) VALUE '00'.
001270 77  TP910-ACK-COUNT             PIC 9(04) VALUE ZERO.
001280 77  TP910-ACK-REJECT-COUNT      PIC 9(04) VALUE ZERO.
001290 77  TP910-ACK-APPLIED-COUNT     PIC 9(04) VALUE ZERO.
001295 77  TP910-REOPEN-APPLIED-COUNT  PIC 9(04) VALUE ZERO.
001300 77  TP910-ALERT-COUNT           PIC 9(07) VALUE ZERO.
001310 77  TP910-OPENED-COUNT          PIC 9(07) VALUE ZERO.
001320 77  TP910-UPDATED-COUNT         PIC 9(07) VALUE ZERO.
001370 01  TP910-ACK-CARD-A.
001380     05  TP910-CA-VERB              PIC X(03).
001390         88  TP910-CA-IS-ACK        VALUE 'ACK'.
001392         88  TP910-CA-IS-REOPEN     VALUE 'OPN'.
001400     05  FILLER                     PIC X(01).
001410     05  TP910-CA-CODE              PIC X(04).
001420     05  TP910-CA-CODE-NUM REDEFINES TP910-CA-CODE
001430                                    PIC 9(04).
001440     05  FILLER                     PIC X(01).
001450     05  TP910-CA-OPERATOR          PIC X(08).
001460     05  FILLER                     PIC X(01).
001463     05  TP910-CA-REASON            PIC X(40).
001466     05  FILLER                     PIC X(22).

001470******************************************************************
001480*  ONE ENTRY PER ACCEPTED ACK CARD PAIR.  100 IS FAR MORE THAN   *
001500******************************************************************
001510 01  TP910-ACK-TABLE.
001520     05  TP910-A-ENTRY OCCURS 100 TIMES.
001525         10  TP910-A-VERB            PIC X(03).
001527             88  TP910-A-IS-REOPEN   VALUE 'OPN'.
001530         10  TP910-A-CODE            PIC 9(04).
001540         10  TP910-A-PARTNER-KEY     PIC X(78).
001550         10  TP910-A-OPERATOR        PIC X(08).
001552         10  TP910-A-REASON          PIC X(40).

001553******************************************************************
001554*  THE INCIDENT FIELDS AN ACK OR REOPEN CHANGES, AS JOURNALED.   *
001555******************************************************************
001556 01  TP910-JNL-IMAGE.
001557     05  TP910-J-STATUS             PIC X(01).
001558     05  TP910-J-ACK-DATE           PIC 9(08).
001559     05  TP910-J-ACK-OPER           PIC X(08).

001560******************************************************************
001570*  ROUTING EXTRACT RECORD FOR THE NOTIFICATION GATEWAY - ONE     *
002090*  0000-MAINLINE                                                 *
002100******************************************************************
002110 0000-MAINLINE.
002111     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
002120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002130     IF TP910-INCIDENTS-ARE-OPEN
002140         PERFORM 2000-APPLY-ACKNOWLEDGMENTS THRU 2000-EXIT
002160         PERFORM 4000-PRINT-TURNOVER THRU 4000-EXIT
002170     END-IF.
002180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002181     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
002190     GOBACK.

002191******************************************************************
002192*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
002193*  RUNNING.                                                      *
002194******************************************************************
002195 0100-RUN-HISTORY-START.
002196     MOVE 'START'            TO TP-HST-REQUEST.
002197     MOVE 'TP910ALD'         TO TP-HST-PROGRAM-ID.
002198     MOVE SPACES             TO TP-HST-STREAM-ID.
002199     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
002200     CALL 'TPRUNHST' USING TP-HST-CB.
002201 0100-EXIT.
002202     EXIT.

002203******************************************************************
002210*  1000-INITIALIZE - REPORT AND INCIDENT FILE FIRST (NO          *
002220*  INCIDENT FILE, NO RUN), THEN THE ACK CARDS, THE LIVE ALERT    *
002230*  FILE AND THE ROUTING EXTRACTS.                                *
002450     OPEN INPUT TPALERT-FILE.
002460     IF TPALERT-STATUS = '00'
002470         SET TP910-ALERTS-ARE-OPEN TO TRUE
002473     ELSE
002476         MOVE 'TPALERT NOT AVAILABLE - NO NEW ALERTS CONSUMED'
002479             TO TP910-NL-TEXT
002482         WRITE TP-TURNRPT-LINE FROM TP910-NOTE-LINE
002485     END-IF.
002488     OPEN OUTPUT TPNTFYC-FILE.
002491     OPEN OUTPUT TPNTFYW-FILE.
002494 1000-EXIT.
002497     EXIT.

002500****************************************************************
002503*  1050-ENROLL-RUN-REGISTRY - THE DISPATCHER MUST NOT CONSUME  *
002506*  TPALERT WHILE TP100DRV IS STILL APPENDING TO IT.            *
002509****************************************************************
002512 1050-ENROLL-RUN-REGISTRY.
002515     MOVE 'ENROLL'   TO TP-LOK-REQUEST.
002518     MOVE 'TP910ALD' TO TP-LOK-PROGRAM-ID.
002521     MOVE SPACES     TO TP-LOK-JOB-NAME.
002524     MOVE SPACES     TO TP-LOK-STREAM-ID.
002527     MOVE 2          TO TP-LOK-FILE-COUNT.
002530     MOVE 'TPALERT'  TO TP-LOK-FILE-NAME(1).
002533     MOVE 'TPINCID'  TO TP-LOK-FILE-NAME(2).
002536     CALL 'TPRUNLOK' USING TP-LOK-CB.
002539     IF TP-LOK-HONOURED
002542         SET TP910-RUN-IS-ENROLLED TO TRUE
002545     ELSE
002548         DISPLAY 'TP910ALD - RUN REGISTRY ENROLLMENT REFUSED - '
002551                  TP-LOK-RESPONSE-MESSAGE
002554         MOVE TP-LOK-RESPONSE-MESSAGE(1:70) TO TP910-NL-TEXT
002557         WRITE TP-TURNRPT-LINE FROM TP910-NOTE-LINE
002560     END-IF.
002563 1050-EXIT.
002566     EXIT.

002569******************************************************************
002572*  1100-LOAD-ACK-CARDS - CARD PAIRS, VALIDATED AS THEY LOAD.     *
002575*  NO CARD FILE JUST MEANS NOTHING IS ACKNOWLEDGED THIS RUN.     *
002596******************************************************************
002610 1100-LOAD-ACK-CARDS.
002620     OPEN INPUT TPACKCTL-FILE.
002770     IF TP910-ACK-CARD-A = SPACES
002780         GO TO 1200-NEXT
002790     END-IF.
002800     IF (NOT TP910-CA-IS-ACK AND NOT TP910-CA-IS-REOPEN)
002810        OR TP910-CA-CODE-NUM NOT NUMERIC
002820        OR TP910-CA-OPERATOR = SPACES
002830         PERFORM 1250-REJECT-CARD THRU 1250-EXIT
003000     END-IF.
003010     ADD 1 TO TP910-ACK-COUNT.
003020     MOVE TP910-ACK-COUNT TO TP910-SUB.
003025     MOVE TP910-CA-VERB        TO TP910-A-VERB(TP910-SUB).
003030     MOVE TP910-CA-CODE-NUM    TO TP910-A-CODE(TP910-SUB).
003040     MOVE TP-ACKCTL-CARD(2:78)
003050         TO TP910-A-PARTNER-KEY(TP910-SUB).
003060     MOVE TP910-CA-OPERATOR    TO TP910-A-OPERATOR(TP910-SUB).
003065     MOVE TP910-CA-REASON      TO TP910-A-REASON(TP910-SUB).
003070 1200-NEXT.
003080     PERFORM 1900-READ-NEXT-CARD THRU 1900-EXIT.
003090 1200-EXIT.

003250******************************************************************
003260*  2000-APPLY-ACKNOWLEDGMENTS - EACH ACCEPTED CARD PAIR NAMES    *
003270*  ONE INCIDENT EXACTLY; A PAIR THAT MATCHES NOTHING ON FILE IS  *
003280*  REPORTED WITH RETURN CODE 4.  AN ACK FOR AN INCIDENT ALREADY  *
003281*  ACKNOWLEDGED, OR A REOPEN FOR ONE ALREADY OPEN, CHANGES       *
003282*  NOTHING AND IS NOT JOURNALED.                                 *
003290******************************************************************
003300 2000-APPLY-ACKNOWLEDGMENTS.
003310     PERFORM 2100-APPLY-ONE-ACK THRU 2100-EXIT
003450             MOVE 4 TO RETURN-CODE
003460             GO TO 2100-EXIT
003470     END-READ.
003475     IF TP910-A-IS-REOPEN(TP910-SUB)
003476         PERFORM 2200-APPLY-ONE-REOPEN THRU 2200-EXIT
003477         GO TO 2100-EXIT
003478     END-IF.
003480     IF TP-INCID-IS-ACKNOWLEDGED
003490         DISPLAY 'TP910ALD - INCIDENT ALREADY ACKNOWLEDGED - '
003500                 'CODE ' TP910-A-CODE(TP910-SUB)
003510         GO TO 2100-EXIT
003520     END-IF.
003525     PERFORM 2800-SAVE-JNL-IMAGE THRU 2800-EXIT.
003526     MOVE TP910-JNL-IMAGE            TO TP-JNL-BEFORE-VALUE.
003530     SET TP-INCID-IS-ACKNOWLEDGED TO TRUE.
003540     MOVE TP910-RUN-DATE             TO TP-INCID-ACK-DATE.
003550     MOVE TP910-A-OPERATOR(TP910-SUB)
003560                                     TO TP-INCID-ACK-OPER.
003570     REWRITE TP-INCID-RECORD.
003580     ADD 1 TO TP910-ACK-APPLIED-COUNT.
003581     MOVE 'ACK'                      TO TP-JNL-ACTION.
003582     PERFORM 2850-JOURNAL-CHANGE THRU 2850-EXIT.
003583 2100-EXIT.
003584     EXIT.

003585******************************************************************
003586*  2200-APPLY-ONE-REOPEN - PUT AN ACKNOWLEDGED INCIDENT BACK TO  *
003587*  OPEN, AS A FRESH ALERT WOULD, SO IT IS ON THE TURNOVER AGAIN  *
003588*  UNTIL SOMEONE OWNS IT.                                        *
003589******************************************************************
003590 2200-APPLY-ONE-REOPEN.
003591     IF TP-INCID-IS-OPEN
003592         DISPLAY 'TP910ALD - INCIDENT ALREADY OPEN - '
003593                 'CODE ' TP910-A-CODE(TP910-SUB)
003594         GO TO 2200-EXIT
003595     END-IF.
003596     PERFORM 2800-SAVE-JNL-IMAGE THRU 2800-EXIT.
003597     MOVE TP910-JNL-IMAGE            TO TP-JNL-BEFORE-VALUE.
003598     SET TP-INCID-IS-OPEN            TO TRUE.
003599     MOVE ZERO                       TO TP-INCID-ACK-DATE.
003600     MOVE SPACES                     TO TP-INCID-ACK-OPER.
003601     REWRITE TP-INCID-RECORD.
003602     ADD 1 TO TP910-REOPEN-APPLIED-COUNT.
003603     MOVE 'REOPEN'                   TO TP-JNL-ACTION.
003604     PERFORM 2850-JOURNAL-CHANGE THRU 2850-EXIT.
003605 2200-EXIT.
003606     EXIT.

003607 2800-SAVE-JNL-IMAGE.
003608     MOVE TP-INCID-STATUS            TO TP910-J-STATUS.
003609     MOVE TP-INCID-ACK-DATE          TO TP910-J-ACK-DATE.
003610     MOVE TP-INCID-ACK-OPER          TO TP910-J-ACK-OPER.
003611 2800-EXIT.
003612     EXIT.

003613******************************************************************
003614*  2850-JOURNAL-CHANGE - CALLER HAS SET THE ACTION AND THE       *
003615*  BEFORE VALUE; THE AFTER VALUE IS THE INCIDENT AS REWRITTEN.   *
003616******************************************************************
003617 2850-JOURNAL-CHANGE.
003618     PERFORM 2800-SAVE-JNL-IMAGE THRU 2800-EXIT.
003619     MOVE TP910-JNL-IMAGE            TO TP-JNL-AFTER-VALUE.
003620     MOVE 'TP910ALD'                 TO TP-JNL-PROGRAM-ID.
003621     MOVE TP910-A-OPERATOR(TP910-SUB)
003622                                     TO TP-JNL-OPERATOR-ID.
003623     MOVE 'INCIDENT'                 TO TP-JNL-OBJECT-TYPE.
003624     SET TP-JNL-KEYED                TO TRUE.
003625     MOVE TP-INCID-KEY               TO TP-JNL-OBJECT-KEY.
003626     MOVE TP910-A-REASON(TP910-SUB)  TO TP-JNL-REASON.
003627     MOVE RETURN-CODE                TO TP-JNL-RETURN-CODE.
003628     CALL 'TPOPRLOG' USING TP-JNL-CB.
003629     IF NOT TP-JNL-OKAY
003630        AND RETURN-CODE < 4
003631         MOVE 4 TO RETURN-CODE
003632     END-IF.
003633 2850-EXIT.
003634     EXIT.

003635******************************************************************
003636*  3000-CONSUME-ALERTS - EVERY ALERT ON THE LIVE FILE IS         *
003637*  POSTED TO ITS INCIDENT AND ROUTED TO THE SEVERITY EXTRACT.    *
003640******************************************************************
003650 3000-CONSUME-ALERTS.
003660     IF NOT TP910-ALERTS-ARE-OPEN
005380     MOVE 'ACKNOWLEDGMENTS APPLIED:'     TO TP910-C-LABEL.
005390     MOVE TP910-ACK-APPLIED-COUNT        TO TP910-C-COUNT.
005400     WRITE TP-TURNRPT-LINE FROM TP910-COUNT-LINE.
005402     MOVE 'OPERATOR REOPENS APPLIED:'    TO TP910-C-LABEL.
005404     MOVE TP910-REOPEN-APPLIED-COUNT     TO TP910-C-COUNT.
005406     WRITE TP-TURNRPT-LINE FROM TP910-COUNT-LINE.
005410     MOVE 'OPEN CRITICAL INCIDENTS:'     TO TP910-C-LABEL.
005420     MOVE TP910-UNACKED-CRIT-COUNT       TO TP910-C-COUNT.
005430     WRITE TP-TURNRPT-LINE FROM TP910-COUNT-LINE.
005660 9000-EXIT.
005670     EXIT.

005680******************************************************************
005690*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
005700*  ITS RETURN CODE AND COUNTS. IN IS ALERTS CONSUMED, OUT IS     *
005710*  INCIDENTS OPENED, REJECT IS ACKNOWLEDGMENTS REJECTED.         *
005720******************************************************************
005730 9900-RUN-HISTORY-END.
005740     MOVE 'END'              TO TP-HST-REQUEST.
005750     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
005760     MOVE TP910-ALERT-COUNT TO TP-HST-IN-COUNT.
005770     MOVE TP910-OPENED-COUNT TO TP-HST-OUT-COUNT.
005780     MOVE TP910-ACK-REJECT-COUNT TO TP-HST-REJECT-COUNT.
005790     CALL 'TPRUNHST' USING TP-HST-CB.
005800 9900-EXIT.
005810     EXIT.

005820 END PROGRAM TP910ALD.
