000322*  2026-09-03  DLR  ADDED THE JOB-NAME COLUMN THE REGISTRY NOW   *
000324*                    CARRIES, SO TWO JOBS RUNNING THE SAME       *
000326*                    PROGRAM ARE TOLD APART.                     *
000328*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000330*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000332*                    THEN ENDED WITH ITS RETURN CODE AND         *
000334*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000336*                    MORNING SCORECARD.                          *
000338******************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000550 01  TP-LKLRPT-LINE                 PIC X(132).

000560 WORKING-STORAGE SECTION.
000561     COPY TPHSTCB.

000570 77  TPRUNREG-STATUS             PIC X(02) VALUE '00'.
000580 77  TPLKLRPT-STATUS             PIC X(02) VALUE '00'.

000960*  0000-MAINLINE                                                 *
000970******************************************************************
000980 0000-MAINLINE.
000981     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
000990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001000     IF RETURN-CODE = ZERO
001010         PERFORM 2000-LIST-ENTRIES THRU 2000-EXIT
001030         WRITE TP-LKLRPT-LINE FROM TP950-SUMMARY-LINE
001040     END-IF.
001050     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001051     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001060     GOBACK.

001061******************************************************************
001062*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001063*  RUNNING.                                                      *
001064******************************************************************
001065 0100-RUN-HISTORY-START.
001066     MOVE 'START'            TO TP-HST-REQUEST.
001067     MOVE 'TP950LKL'         TO TP-HST-PROGRAM-ID.
001068     MOVE SPACES             TO TP-HST-STREAM-ID.
001069     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001070     CALL 'TPRUNHST' USING TP-HST-CB.
001071 0100-EXIT.
001072     EXIT.

001073******************************************************************
001080*  1000-INITIALIZE                                               *
001090******************************************************************
001100 1000-INITIALIZE.
001930 9000-EXIT.
001940     EXIT.

001950******************************************************************
001960*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
001970*  ITS RETURN CODE AND COUNTS. IN IS REGISTRY ENTRIES READ, OUT  *
001980*  IS LISTED, REJECT IS NOT KEPT.                                *
001990******************************************************************
002000 9900-RUN-HISTORY-END.
002010     MOVE 'END'              TO TP-HST-REQUEST.
002020     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
002030     MOVE TP950-ENTRY-COUNT TO TP-HST-IN-COUNT.
002040     MOVE TP950-ENTRY-COUNT TO TP-HST-OUT-COUNT.
002050     MOVE ZERO TO TP-HST-REJECT-COUNT.
002060     CALL 'TPRUNHST' USING TP-HST-CB.
002070 9900-EXIT.
002080     EXIT.

002090 END PROGRAM TP950LKL.
