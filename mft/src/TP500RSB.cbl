000354*                    CARRIES THIS RUN'S OWN BATCH ID IN           *
000355*                    RESUBMIT-BATCH-ID, AS TPSUSP DOCUMENTS, SO   *
000356*                    TP900INQ CAN DATE THE RESUBMISSION FROM IT.  *
000357*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN  *
000358*                    HISTORY THROUGH TPRUNHST - RUNNING AT START, *
000359*                    THEN ENDED WITH ITS RETURN CODE AND          *
000360*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR      *
000361*                    MORNING SCORECARD.                           *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.

000670 WORKING-STORAGE SECTION.
000672     COPY TPLOKCB.
000673     COPY TPHSTCB.

000680 77  TPSUSP-STATUS               PIC X(02) VALUE '00'.
000690 77  TPSUSPN-STATUS              PIC X(02) VALUE '00'.
000780 77  TP500-SKIPPED-COUNT          PIC 9(07) VALUE ZERO.
000781 77  TP500-CANCELLED-COUNT        PIC 9(07) VALUE ZERO.
000782 77  TP500-DEFERRED-COUNT         PIC 9(07) VALUE ZERO.
000783 77  TP500-READ-COUNT             PIC 9(07) VALUE ZERO.

000784******************************************************************
000786*  THE HOMOGENEITY GROUP THIS RUN HAS COMMITTED TO, CAPTURED FROM*
001060*  0000-MAINLINE                                                 *
001070******************************************************************
001080 0000-MAINLINE.
001081     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001095     IF TP500-RUN-IS-ENROLLED
001100         PERFORM 2000-PROCESS-SUSPENSE-RECORD THRU 2000-EXIT
001120         PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
001130         PERFORM 9000-TERMINATE THRU 9000-EXIT
001135     END-IF.
001136     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001140     GOBACK.

001141******************************************************************
001142*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001143*  RUNNING.                                                      *
001144******************************************************************
001145 0100-RUN-HISTORY-START.
001146     MOVE 'START'            TO TP-HST-REQUEST.
001147     MOVE 'TP500RSB'         TO TP-HST-PROGRAM-ID.
001148     MOVE SPACES             TO TP-HST-STREAM-ID.
001149     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001150     CALL 'TPRUNHST' USING TP-HST-CB.
001151 0100-EXIT.
001152     EXIT.

001153******************************************************************
001160*  1000-INITIALIZE                                               *
001170******************************************************************
001180 1000-INITIALIZE.
001324     MOVE 'ENROLL'   TO TP-LOK-REQUEST.
001326     MOVE 'TP500RSB' TO TP-LOK-PROGRAM-ID.
001327     MOVE SPACES     TO TP-LOK-JOB-NAME.
001328     MOVE SPACES     TO TP-LOK-STREAM-ID.
001329     MOVE 1          TO TP-LOK-FILE-COUNT.
001330     MOVE 'TPSUSP'   TO TP-LOK-FILE-NAME(1).
001332     CALL 'TPRUNLOK' USING TP-LOK-CB.
001334     IF TP-LOK-HONOURED
001354*  FED BACK TO TP100DRV AND ADVANCED TO RESUBMITTED ON THE NEW   *
001356*  GENERATION OF TPSUSP; ANYTHING ELSE IS JUST COPIED FORWARD.   *
001358******************************************************************
001361 2000-PROCESS-SUSPENSE-RECORD.
001364     ADD 1 TO TP500-READ-COUNT.
001367     EVALUATE TRUE
001372         WHEN TP-SUSP-CANCELLED
001374             ADD 1 TO TP500-CANCELLED-COUNT
001380         WHEN TP-SUSP-PENDING-REVIEW
002104     CALL 'TPRUNLOK' USING TP-LOK-CB.
002110 9000-EXIT.
002120     EXIT.

002130******************************************************************
002140*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
002150*  ITS RETURN CODE AND COUNTS. IN IS SUSPENSE RECORDS READ, OUT  *
002160*  IS RESUBMITTED, REJECT IS NOT KEPT.                           *
002170******************************************************************
002180 9900-RUN-HISTORY-END.
002190     MOVE 'END'              TO TP-HST-REQUEST.
002200     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
002210     MOVE TP500-READ-COUNT TO TP-HST-IN-COUNT.
002220     MOVE TP500-RESUBMITTED-COUNT TO TP-HST-OUT-COUNT.
002230     MOVE ZERO TO TP-HST-REJECT-COUNT.
002240     CALL 'TPRUNHST' USING TP-HST-CB.
002250 9900-EXIT.
002260     EXIT.
