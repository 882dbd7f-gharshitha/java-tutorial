000310*           COL 51-58  OPERATOR ID                              *
000320*                                                                *
000330*  RETURN CODES: 4 - A CARD WAS REJECTED OR MATCHED NO PENDING  *
000340*  RECORD, OR A CANCELLATION COULD NOT BE JOURNALED; 16 - THE    *
000341*  CARD FILE COULD NOT BE OPENED.                                *
000350*                                                                *
000360*  MODIFICATION HISTORY                                          *
000370*  --------------------                                          *
000387*                    GENERATION ROLL CANNOT RUN CONCURRENTLY.    *
000388*                    A REFUSED CLAIM ENDS THE RUN WITH RETURN    *
000389*                    CODE 16 AND TPSUSP UNTOUCHED.               *
000390*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000391*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000392*                    THEN ENDED WITH ITS RETURN CODE AND         *
000393*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000394*                    MORNING SCORECARD.                          *
000395*  2026-10-15  DLR  EACH CANCELLATION IS NOW ALSO WRITTEN TO THE *
000396*                    TPOPRJNL OPERATOR ACTION JOURNAL THROUGH    *
000397*                    TPOPRLOG - OPERATOR, REASON CODE, AND THE   *
000398*                    RECORD'S STATUS AND CANCEL FIELDS BEFORE    *
000399*                    AND AFTER.                                  *
000400******************************************************************
000401 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.

000720 WORKING-STORAGE SECTION.
000722     COPY TPLOKCB.
000723     COPY TPHSTCB.
000724     COPY TPJNLCB.

000730 77  TPDSPCTL-STATUS             PIC X(02) VALUE '00'.
000740 77  TPSUSP-STATUS               PIC X(02) VALUE '00'.
001470*  0000-MAINLINE                                                 *
001480******************************************************************
001490 0000-MAINLINE.
001491     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001510     IF NOT TP560-NO-MORE-SUSPENSE
001520         PERFORM 2000-PROCESS-SUSPENSE-RECORD THRU 2000-EXIT
001540     END-IF.
001550     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
001560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001561     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001570     GOBACK.

001571******************************************************************
001572*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001573*  RUNNING.                                                      *
001574******************************************************************
001575 0100-RUN-HISTORY-START.
001576     MOVE 'START'            TO TP-HST-REQUEST.
001577     MOVE 'TP560DSP'         TO TP-HST-PROGRAM-ID.
001578     MOVE SPACES             TO TP-HST-STREAM-ID.
001579     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001580     CALL 'TPRUNHST' USING TP-HST-CB.
001581 0100-EXIT.
001582     EXIT.

001583******************************************************************
001590*  1000-INITIALIZE - LOAD AND VALIDATE THE CANCELLATION CARDS,   *
001600*  THEN OPEN THE SUSPENSE ROLL-FORWARD.  AN UNOPENABLE CARD FILE *
001610*  ENDS THE RUN WITH RETURN CODE 16 BEFORE TPSUSP IS TOUCHED.    *
001862     MOVE 'ENROLL'   TO TP-LOK-REQUEST.
001864     MOVE 'TP560DSP' TO TP-LOK-PROGRAM-ID.
001865     MOVE SPACES     TO TP-LOK-JOB-NAME.
001866     MOVE SPACES     TO TP-LOK-STREAM-ID.
001867     MOVE 1          TO TP-LOK-FILE-COUNT.
001868     MOVE 'TPSUSP'   TO TP-LOK-FILE-NAME(1).
001870     CALL 'TPRUNLOK' USING TP-LOK-CB.
001872     IF TP-LOK-HONOURED
002790                 = TP-SUSP-DOCUMENT-ID
002800             CONTINUE
002810     END-SEARCH.
002815     MOVE TP-SUSP-RECORD(361:20)      TO TP-JNL-BEFORE-VALUE.
002820     SET TP-SUSP-CANCELLED TO TRUE.
002830     MOVE TP560-RUN-DATE               TO TP-SUSP-CANCEL-DATE.
002840     MOVE TP560-C-OPERATOR(TP560-CT)   TO TP-SUSP-CANCEL-OPER.
002900     MOVE TP560-C-REASON(TP560-CT)     TO TP560-D-REASON.
002910     MOVE TP560-C-OPERATOR(TP560-CT)   TO TP560-D-OPERATOR.
002920     WRITE TP-DSPRPT-LINE FROM TP560-DETAIL-LINE.
002922     PERFORM 2200-JOURNAL-CANCEL THRU 2200-EXIT.
002923 2100-EXIT.
002924     EXIT.

002925******************************************************************
002926*  2200-JOURNAL-CANCEL - ONE TPOPRJNL ENTRY PER CANCELLATION.    *
002927*  THE BEFORE AND AFTER VALUES ARE TP-SUSP-STATUS THROUGH        *
002928*  TP-SUSP-CANCEL-REASON, THE LAST 20 BYTES OF THE RECORD.       *
002929******************************************************************
002930 2200-JOURNAL-CANCEL.
002931     MOVE 'TP560DSP'                   TO TP-JNL-PROGRAM-ID.
002932     MOVE TP560-C-OPERATOR(TP560-CT)   TO TP-JNL-OPERATOR-ID.
002933     MOVE 'SUSPENSE'                   TO TP-JNL-OBJECT-TYPE.
002934     MOVE 'CANCEL'                     TO TP-JNL-ACTION.
002935     SET TP-JNL-KEYED                  TO TRUE.
002936     MOVE TP-SUSP-DOCUMENT-ID          TO TP-JNL-OBJECT-KEY.
002937     MOVE TP560-C-REASON(TP560-CT)     TO TP-JNL-REASON.
002938     MOVE TP-SUSP-RECORD(361:20)       TO TP-JNL-AFTER-VALUE.
002939     MOVE RETURN-CODE                  TO TP-JNL-RETURN-CODE.
002940     CALL 'TPOPRLOG' USING TP-JNL-CB.
002941     IF NOT TP-JNL-OKAY
002942        AND RETURN-CODE < 4
002943         MOVE 4 TO RETURN-CODE
002944     END-IF.
002945 2200-EXIT.
002946     EXIT.

002950 2900-READ-NEXT-SUSPENSE.
002960     READ TPSUSP-FILE
003408     END-IF.
003410 9000-EXIT.
003420     EXIT.

003430******************************************************************
003440*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
003450*  ITS RETURN CODE AND COUNTS. IN IS DISPOSITION CARDS READ, OUT *
003460*  IS SUSPENSE RECORDS CANCELLED, REJECT IS CARDS REJECTED.      *
003470******************************************************************
003480 9900-RUN-HISTORY-END.
003490     MOVE 'END'              TO TP-HST-REQUEST.
003500     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
003510     MOVE TP560-CARD-COUNT TO TP-HST-IN-COUNT.
003520     MOVE TP560-CANCELLED-COUNT TO TP-HST-OUT-COUNT.
003530     MOVE TP560-REJECT-COUNT TO TP-HST-REJECT-COUNT.
003540     CALL 'TPRUNHST' USING TP-HST-CB.
003550 9900-EXIT.
003560     EXIT.
