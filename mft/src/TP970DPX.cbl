000490*  MODIFICATION HISTORY                                          *
000500*  --------------------                                          *
000510*  2026-09-03  DLR  NEW PROGRAM.                                 *
000511*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000512*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000513*                    THEN ENDED WITH ITS RETURN CODE AND         *
000514*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000515*                    MORNING SCORECARD.                          *
000520******************************************************************
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
001500 01  TP-DPXRPT-LINE                 PIC X(132).

001510 WORKING-STORAGE SECTION.
001511     COPY TPHSTCB.

001520     COPY TPDPXACK.

001530 77  TPDPXCTL-STATUS             PIC X(02) VALUE '00'.
002240*  0000-MAINLINE                                                 *
002250******************************************************************
002260 0000-MAINLINE.
002261     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     IF TP970-FILES-ARE-OPEN
002290         PERFORM 2000-EXTRACT-MAPPED THRU 2000-EXIT
002310         PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
002320     END-IF.
002330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002331     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
002340     GOBACK.

002341******************************************************************
002342*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
002343*  RUNNING.                                                      *
002344******************************************************************
002345 0100-RUN-HISTORY-START.
002346     MOVE 'START'            TO TP-HST-REQUEST.
002347     MOVE 'TP970DPX'         TO TP-HST-PROGRAM-ID.
002348     MOVE SPACES             TO TP-HST-STREAM-ID.
002349     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
002350     CALL 'TPRUNHST' USING TP-HST-CB.
002351 0100-EXIT.
002352     EXIT.

002353******************************************************************
002360*  1000-INITIALIZE - LOAD THE SLOT ASSIGNMENTS AND OPEN          *
002370*  EVERYTHING.  NO CONTROL FILE JUST MEANS EVERYTHING ROUTES     *
002380*  TO THE CATCH-ALL.                                             *
005710 9000-EXIT.
005720     EXIT.

005730******************************************************************
005740*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
005750*  ITS RETURN CODE AND COUNTS. IN IS DOCUMENTS CLASSIFIED, OUT   *
005760*  IS EXTRACTED (MAPPED OR SUSPENDED), REJECT IS REJECTED.       *
005770******************************************************************
005780 9900-RUN-HISTORY-END.
005790     MOVE 'END'              TO TP-HST-REQUEST.
005800     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
005810     COMPUTE TP-HST-IN-COUNT
005820         = TP970-MAPPED-COUNT
005830         + TP970-SUSPENDED-COUNT
005840         + TP970-DUPLICATE-COUNT
005850         + TP970-UNROUTED-COUNT.
005860     COMPUTE TP-HST-OUT-COUNT
005870         = TP970-MAPPED-COUNT
005880         + TP970-SUSPENDED-COUNT.
005890     MOVE TP970-REJECT-COUNT TO TP-HST-REJECT-COUNT.
005900     CALL 'TPRUNHST' USING TP-HST-CB.
005910 9900-EXIT.
005920     EXIT.

005930 END PROGRAM TP970DPX.
