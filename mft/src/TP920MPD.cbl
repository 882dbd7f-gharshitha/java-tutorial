000460*  MODIFICATION HISTORY                                          *
000470*  --------------------                                          *
000480*  2026-09-03  DLR  NEW PROGRAM.                                 *
000481*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000482*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000483*                    THEN ENDED WITH ITS RETURN CODE AND         *
000484*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000485*                    MORNING SCORECARD.                          *
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000890 01  TP-MPDRPT-LINE                 PIC X(132).

000900 WORKING-STORAGE SECTION.
000901     COPY TPHSTCB.

000910 77  TPMPDCTL-STATUS             PIC X(02) VALUE '00'.
000920 77  TPACTSUM-STATUS             PIC X(02) VALUE '00'.
000930 77  TPACTLOG-STATUS             PIC X(02) VALUE '00'.
001700*  0000-MAINLINE                                                 *
001710******************************************************************
001720 0000-MAINLINE.
001721     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     IF RETURN-CODE = ZERO
001750         PERFORM 2000-LOAD-HISTORY-PROFILE THRU 2000-EXIT
001770         PERFORM 4000-REPORT-EXCEPTIONS THRU 4000-EXIT
001780     END-IF.
001790     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001791     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001800     GOBACK.

001801******************************************************************
001802*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001803*  RUNNING.                                                      *
001804******************************************************************
001805 0100-RUN-HISTORY-START.
001806     MOVE 'START'            TO TP-HST-REQUEST.
001807     MOVE 'TP920MPD'         TO TP-HST-PROGRAM-ID.
001808     MOVE SPACES             TO TP-HST-STREAM-ID.
001809     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001810     CALL 'TPRUNHST' USING TP-HST-CB.
001811 0100-EXIT.
001812     EXIT.

001813******************************************************************
001820*  1000-INITIALIZE - READ THE OPTIONAL CONTROL CARD (DEFAULTS    *
001830*  IN FORCE WITHOUT ONE), COMPUTE THE LOOKBACK WINDOW, AND       *
001840*  OPEN THE FILES.  NO TPACTSUM MEANS NO HISTORY TO PROFILE -    *
004650 9000-EXIT.
004660     EXIT.

004670******************************************************************
004680*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
004690*  ITS RETURN CODE AND COUNTS. IN IS PARTNERS PROFILED, OUT IS   *
004700*  SILENT OR DROPPED, REJECT IS NOT KEPT.                        *
004710******************************************************************
004720 9900-RUN-HISTORY-END.
004730     MOVE 'END'              TO TP-HST-REQUEST.
004740     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
004750     MOVE TP920-PARTNER-COUNT TO TP-HST-IN-COUNT.
004760     COMPUTE TP-HST-OUT-COUNT
004770         = TP920-SILENT-COUNT
004780         + TP920-DROPPED-COUNT.
004790     MOVE ZERO TO TP-HST-REJECT-COUNT.
004800     CALL 'TPRUNHST' USING TP-HST-CB.
004810 9900-EXIT.
004820     EXIT.

004830 END PROGRAM TP920MPD.
