000410*  MODIFICATION HISTORY                                          *
000420*  --------------------                                          *
000430*  2026-09-03  DLR  NEW PROGRAM.                                 *
000431*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000432*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000433*                    THEN ENDED WITH ITS RETURN CODE AND         *
000434*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000435*                    MORNING SCORECARD.                          *
000440******************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000820 01  TP-MSTRPT-LINE                 PIC X(132).

000830 WORKING-STORAGE SECTION.
000831     COPY TPHSTCB.

000840 77  TPMSTCTL-STATUS             PIC X(02) VALUE '00'.
000850 77  TPACTSUM-STATUS             PIC X(02) VALUE '00'.
000860 77  TPALSXRF-STATUS             PIC X(02) VALUE '00'.
001770*  0000-MAINLINE                                                 *
001780******************************************************************
001790 0000-MAINLINE.
001791     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001810     IF RETURN-CODE = ZERO
001820         PERFORM 2000-LOAD-ROLLUPS THRU 2000-EXIT
001830         PERFORM 4000-PRINT-STATEMENTS THRU 4000-EXIT
001840     END-IF.
001850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001851     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001860     GOBACK.

001861******************************************************************
001862*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001863*  RUNNING.                                                      *
001864******************************************************************
001865 0100-RUN-HISTORY-START.
001866     MOVE 'START'            TO TP-HST-REQUEST.
001867     MOVE 'TP930MST'         TO TP-HST-PROGRAM-ID.
001868     MOVE SPACES             TO TP-HST-STREAM-ID.
001869     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001870     CALL 'TPRUNHST' USING TP-HST-CB.
001871 0100-EXIT.
001872     EXIT.

001873******************************************************************
001880*  1000-INITIALIZE - VALIDATE THE YYYYMM CONTROL CARD, DERIVE    *
001890*  THE PRIOR PERIOD, AND OPEN THE FILES.  THE CROSS-REFERENCE    *
001900*  IS OPTIONAL, AS ON THE DAILY REPORTS.                         *
004860 9000-EXIT.
004870     EXIT.

004880******************************************************************
004890*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
004900*  ITS RETURN CODE AND COUNTS. IN IS PARTNERS, OUT IS STATEMENTS *
004910*  PRINTED, REJECT IS UNRESOLVED ALIASES.                        *
004920******************************************************************
004930 9900-RUN-HISTORY-END.
004940     MOVE 'END'              TO TP-HST-REQUEST.
004950     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
004960     MOVE TP930-PARTNER-COUNT TO TP-HST-IN-COUNT.
004970     MOVE TP930-STMT-COUNT TO TP-HST-OUT-COUNT.
004980     MOVE TP930-UNRESOLVED-COUNT TO TP-HST-REJECT-COUNT.
004990     CALL 'TPRUNHST' USING TP-HST-CB.
005000 9900-EXIT.
005010     EXIT.

005020 END PROGRAM TP930MST.
