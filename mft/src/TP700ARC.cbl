000310*    - EACH ARCHIVED PERFORM-MAPPING RECORD IS ROLLED UP INTO    *
000320*      TPACTSUM (RUN-DATE/PARTNER-KEY/RESPONSE-CODE) SO CLOSED-  *
000330*      DAY TOTALS STAY AVAILABLE WITHOUT THE RAW DETAIL.         *
000332*    - THE SAME RECORDS ARE ALSO ROLLED UP INTO TPBILSUM         *
000334*      (RUN-DATE/PARTNER-KEY/APPLICATION-ID/VERSION-RELEASE/     *
000336*      RESUBMIT-IND) FOR THE TP830BIL CHARGEBACK RUN.            *
000340*                                                                *
000350*  TP710ARQ PULLS A PARTNER'S ARCHIVED DETAIL BACK OUT OF        *
000360*  TPACTARC WHEN A DISPUTE NEEDS THE DOCUMENT-LEVEL RECORDS.     *
000404*                    REGISTRY (CLAIMING TPACTLOG AND TPACTSUM)   *
000406*                    BEFORE SPLITTING THE LOG, SO AN ARCHIVE     *
000407*                    CAN NO LONGER RUN UNDER A LIVE TP100DRV.    *
000408*  2026-10-15  DLR  TPACTLOG RECORD NOW 392 BYTES.  ARCHIVED     *
000409*                    PERFORM-MAPPING RECORDS ARE ALSO ROLLED UP  *
000410*                    INTO THE TPBILSUM BILLING ROLLUP, WHICH     *
000411*                    THE RUN NOW CLAIMS AT ENROLLMENT.           *
000412*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000413*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000414*                    THEN ENDED WITH ITS RETURN CODE AND         *
000415*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000416*                    MORNING SCORECARD.                          *
000417******************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000630         RECORD KEY IS TP-ACTSUM-KEY
000640         FILE STATUS IS TPACTSUM-STATUS.

000642     SELECT TPBILSUM-FILE ASSIGN TO TPBILSUM
000644         ORGANIZATION IS INDEXED
000646         ACCESS MODE IS DYNAMIC
000647         RECORD KEY IS TP-BILSUM-KEY
000648         FILE STATUS IS TPBILSUM-STATUS.

000650     SELECT TPARCRPT-FILE ASSIGN TO TPARCRPT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS TPARCRPT-STATUS.

000780 FD  TPACTARC-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  TP-ACTARC-RECORD               PIC X(392).

000810 FD  TPACTLGN-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  TP-ACTLGN-RECORD               PIC X(392).

000840 FD  TPACTSUM-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY TPACTSUM.

000862 FD  TPBILSUM-FILE
000864     LABEL RECORDS ARE STANDARD.
000866     COPY TPBILSUM.

000870 FD  TPARCRPT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  TP-ARCRPT-LINE                 PIC X(132).

000900 WORKING-STORAGE SECTION.
000902     COPY TPLOKCB.
000903     COPY TPHSTCB.

000910 77  TPARCCTL-STATUS             PIC X(02) VALUE '00'.
000920 77  TPACTLOG-STATUS             PIC X(02) VALUE '00'.
000930 77  TPACTARC-STATUS             PIC X(02) VALUE '00'.
000940 77  TPACTLGN-STATUS             PIC X(02) VALUE '00'.
000950 77  TPACTSUM-STATUS             PIC X(02) VALUE '00'.
000955 77  TPBILSUM-STATUS             PIC X(02) VALUE '00'.
000960 77  TPARCRPT-STATUS             PIC X(02) VALUE '00'.

000970 77  TP700-EOF-SW                PIC X(01) VALUE 'N'.
001030 77  TP700-ARCHIVED-COUNT        PIC 9(07) VALUE ZERO.
001040 77  TP700-RETAINED-COUNT        PIC 9(07) VALUE ZERO.
001050 77  TP700-ROLLUP-COUNT          PIC 9(07) VALUE ZERO.
001055 77  TP700-BILSUM-COUNT          PIC 9(07) VALUE ZERO.
001060 77  TP700-WS-PARTNER-KEY        PIC X(78) VALUE SPACES.

001070 01  TP700-HEADING-1.
001220*  0000-MAINLINE                                                 *
001230******************************************************************
001240 0000-MAINLINE.
001241     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001260     IF TP700-CONTROL-IS-VALID
001270         PERFORM 2000-SPLIT-ACTIVITY THRU 2000-EXIT
001290         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001300     END-IF.
001310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001311     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001320     GOBACK.

001321******************************************************************
001322*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001323*  RUNNING.                                                      *
001324******************************************************************
001325 0100-RUN-HISTORY-START.
001326     MOVE 'START'            TO TP-HST-REQUEST.
001327     MOVE 'TP700ARC'         TO TP-HST-PROGRAM-ID.
001328     MOVE SPACES             TO TP-HST-STREAM-ID.
001329     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001330     CALL 'TPRUNHST' USING TP-HST-CB.
001331 0100-EXIT.
001332     EXIT.

001333******************************************************************
001340*  1000-INITIALIZE - READ AND VALIDATE THE CUTOFF CONTROL CARD   *
001350*  BEFORE TOUCHING THE LOG.  A BAD OR MISSING CARD ENDS THE RUN  *
001360*  WITH RETURN CODE 8 AND THE LIVE LOG UNTOUCHED.                *
001780         CLOSE TPACTSUM-FILE
001790         OPEN I-O TPACTSUM-FILE
001800     END-IF.
001802     OPEN I-O TPBILSUM-FILE.
001804     IF TPBILSUM-STATUS = '35'
001806         OPEN OUTPUT TPBILSUM-FILE
001807         CLOSE TPBILSUM-FILE
001808         OPEN I-O TPBILSUM-FILE
001809     END-IF.
001810     WRITE TP-ARCRPT-LINE FROM TP700-HEADING-1.
001820     PERFORM 2900-READ-NEXT-ACTIVITY THRU 2900-EXIT.
001830 1000-EXIT.
001854     MOVE 'ENROLL'   TO TP-LOK-REQUEST.
001856     MOVE 'TP700ARC' TO TP-LOK-PROGRAM-ID.
001857     MOVE SPACES     TO TP-LOK-JOB-NAME.
001858     MOVE SPACES     TO TP-LOK-STREAM-ID.
001859     MOVE 3          TO TP-LOK-FILE-COUNT.
001860     MOVE 'TPACTLOG' TO TP-LOK-FILE-NAME(1).
001862     MOVE 'TPACTSUM' TO TP-LOK-FILE-NAME(2).
001863     MOVE 'TPBILSUM' TO TP-LOK-FILE-NAME(3).
001864     CALL 'TPRUNLOK' USING TP-LOK-CB.
001866     IF TP-LOK-HONOURED
001868         SET TP700-RUN-IS-ENROLLED TO TRUE
001950         IF TP-ACTLOG-IS-PERFORM-MAPPING
001960             PERFORM 2100-BUILD-PARTNER-KEY THRU 2100-EXIT
001970             PERFORM 2200-POST-ROLLUP THRU 2200-EXIT
001975             PERFORM 2300-POST-BILLING-ROLLUP THRU 2300-EXIT
001980         END-IF
001990     ELSE
002000         WRITE TP-ACTLGN-RECORD FROM TP-ACTLOG-RECORD
002410             ADD 1 TO TP-ACTSUM-COUNT
002420             REWRITE TP-ACTSUM-RECORD
002430     END-READ.
002431 2200-EXIT.
002432     EXIT.

002433******************************************************************
002434*  2300-POST-BILLING-ROLLUP - UPSERT THE DAY/PARTNER/            *
002435*  APPLICATION/VERSION-RELEASE/RESUBMISSION TALLY THE            *
002436*  CHARGEBACK RUN PRICES.                                        *
002437******************************************************************
002438 2300-POST-BILLING-ROLLUP.
002439     MOVE TP-ACTLOG-RUN-DATE        TO TP-BILSUM-RUN-DATE.
002440     MOVE TP700-WS-PARTNER-KEY      TO TP-BILSUM-PARTNER-KEY.
002441     MOVE TP-ACTLOG-APPLICATION-ID  TO TP-BILSUM-APPLICATION-ID.
002442     MOVE TP-ACTLOG-VERSION-RELEASE TO TP-BILSUM-VERSION-RELEASE.
002443     IF TP-ACTLOG-RESUBMIT-IND = 'Y'
002444         MOVE 'Y' TO TP-BILSUM-RESUBMIT-IND
002445     ELSE
002446         MOVE 'N' TO TP-BILSUM-RESUBMIT-IND
002447     END-IF.
002448     READ TPBILSUM-FILE
002449         INVALID KEY
002450             MOVE TP-ACTLOG-PARTNER-FORM
002451                 TO TP-BILSUM-PARTNER-FORM
002452             MOVE ZERO TO TP-BILSUM-DOC-COUNT
002453             MOVE ZERO TO TP-BILSUM-MAPPED-COUNT
002454             PERFORM 2350-COUNT-BILLING-DOC THRU 2350-EXIT
002455             WRITE TP-BILSUM-RECORD
002456             ADD 1 TO TP700-BILSUM-COUNT
002457         NOT INVALID KEY
002458             PERFORM 2350-COUNT-BILLING-DOC THRU 2350-EXIT
002459             REWRITE TP-BILSUM-RECORD
002460     END-READ.
002461 2300-EXIT.
002462     EXIT.

002463 2350-COUNT-BILLING-DOC.
002464     ADD 1 TO TP-BILSUM-DOC-COUNT.
002465     IF TP-ACTLOG-RESPONSE-CODE = ZERO
002466         ADD 1 TO TP-BILSUM-MAPPED-COUNT
002467     END-IF.
002468 2350-EXIT.
002469     EXIT.

002470 2900-READ-NEXT-ACTIVITY.
002471     READ TPACTLOG-FILE
002480         AT END
002490             MOVE 'Y' TO TP700-EOF-SW
002500     END-READ.
002630     MOVE 'NEW ROLLUP RECORDS ON TPACTSUM:'  TO TP700-C-LABEL.
002640     MOVE TP700-ROLLUP-COUNT                TO TP700-C-COUNT.
002650     WRITE TP-ARCRPT-LINE FROM TP700-COUNT-LINE.
002652     MOVE 'NEW ROLLUP RECORDS ON TPBILSUM:'  TO TP700-C-LABEL.
002654     MOVE TP700-BILSUM-COUNT                TO TP700-C-COUNT.
002656     WRITE TP-ARCRPT-LINE FROM TP700-COUNT-LINE.
002660 3000-EXIT.
002670     EXIT.

002740         CLOSE TPACTARC-FILE
002750         CLOSE TPACTLGN-FILE
002760         CLOSE TPACTSUM-FILE
002765         CLOSE TPBILSUM-FILE
002770         CLOSE TPARCRPT-FILE
002780     END-IF.
002782     IF TP700-RUN-IS-ENROLLED
002790 9000-EXIT.
002800     EXIT.

002810******************************************************************
002820*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
002830*  ITS RETURN CODE AND COUNTS. IN IS ACTIVITY RECORDS READ, OUT  *
002840*  IS ARCHIVED, REJECT IS NOT KEPT.                              *
002850******************************************************************
002860 9900-RUN-HISTORY-END.
002870     MOVE 'END'              TO TP-HST-REQUEST.
002880     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
002890     COMPUTE TP-HST-IN-COUNT
002900         = TP700-ARCHIVED-COUNT
002910         + TP700-RETAINED-COUNT.
002920     MOVE TP700-ARCHIVED-COUNT TO TP-HST-OUT-COUNT.
002930     MOVE ZERO TO TP-HST-REJECT-COUNT.
002940     CALL 'TPRUNHST' USING TP-HST-CB.
002950 9900-EXIT.
002960     EXIT.

002970 END PROGRAM TP700ARC.
