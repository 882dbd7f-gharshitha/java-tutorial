000307*                    HIERARCHY, WHICH IT WAS PREVIOUSLY INVISIBLE  *
000308*                    TO.  AN ALIAS WITH NO ACTIVE CROSS-REFERENCE  *
000309*                    IS LISTED ON A NEW EXCEPTION PAGE.            *
000310*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN   *
000311*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,  *
000312*                    THEN ENDED WITH ITS RETURN CODE AND           *
000313*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR       *
000314*                    MORNING SCORECARD.                            *
000315******************************************************************
000316 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000580 01  TP-CDHRPT-LINE                PIC X(132).

000590 WORKING-STORAGE SECTION.
000591     COPY TPHSTCB.

000600 77  TPACTLOG-STATUS             PIC X(02) VALUE '00'.
000610 77  TPCORPDIV-STATUS            PIC X(02) VALUE '00'.
000615 77  TPALSXRF-STATUS             PIC X(02) VALUE '00'.
000650 77  TP300-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
000660     88  TP300-TABLE-IS-FULL            VALUE 'Y'.
000670 77  TP300-RUN-DATE               PIC 9(08) VALUE ZERO.
000671 77  TP300-READ-COUNT              PIC 9(07) VALUE ZERO.
000672 77  TP300-TODAY-COUNT             PIC 9(07) VALUE ZERO.
000680 77  TP300-IX                     PIC 9(04) VALUE ZERO.
000690 77  TP300-SUB                    PIC 9(04) VALUE ZERO.
000691 77  TP300-WORK-SW                PIC X(01) VALUE 'N'.
001060*  0000-MAINLINE                                                 *
001070******************************************************************
001080 0000-MAINLINE.
001081     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001100     PERFORM 2000-ACCUMULATE-TODAY THRU 2000-EXIT
001110         UNTIL TP300-NO-MORE-ACTIVITY.
001120     PERFORM 3000-PRODUCE-DIRECTORY THRU 3000-EXIT.
001130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001131     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001140     GOBACK.

001141******************************************************************
001142*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001143*  RUNNING.                                                      *
001144******************************************************************
001145 0100-RUN-HISTORY-START.
001146     MOVE 'START'            TO TP-HST-REQUEST.
001147     MOVE 'TP300CDH'         TO TP-HST-PROGRAM-ID.
001148     MOVE SPACES             TO TP-HST-STREAM-ID.
001149     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001150     CALL 'TPRUNHST' USING TP-HST-CB.
001151 0100-EXIT.
001152     EXIT.

001153******************************************************************
001160*  1000-INITIALIZE                                               *
001170******************************************************************
001180 1000-INITIALIZE.
001363*  PARTNER-FORM, WHICH WOULD PHANTOM-COUNT AN EXTRA PAIRING.     *
001364******************************************************************
001370 2000-ACCUMULATE-TODAY.
001371     ADD 1 TO TP300-READ-COUNT.
001380     IF TP-ACTLOG-RUN-DATE = TP300-RUN-DATE
001384        AND TP-ACTLOG-IS-PERFORM-MAPPING
001385         ADD 1 TO TP300-TODAY-COUNT
001386         PERFORM 2100-SET-WORK-PARTNER THRU 2100-EXIT
001388         IF TP300-HAVE-WORK-PARTNER
001390             PERFORM 2200-FIND-OR-ADD-PAIR THRU 2200-EXIT
002390     CLOSE TPCDHRPT-FILE.
002400 9000-EXIT.
002410     EXIT.

002420******************************************************************
002430*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
002440*  ITS RETURN CODE AND COUNTS. IN IS ACTIVITY RECORDS READ, OUT  *
002450*  IS TODAY'S MAPPINGS TALLIED, REJECT IS NOT KEPT.              *
002460******************************************************************
002470 9900-RUN-HISTORY-END.
002480     MOVE 'END'              TO TP-HST-REQUEST.
002490     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
002500     MOVE TP300-READ-COUNT TO TP-HST-IN-COUNT.
002510     MOVE TP300-TODAY-COUNT TO TP-HST-OUT-COUNT.
002520     MOVE ZERO TO TP-HST-REJECT-COUNT.
002530     CALL 'TPRUNHST' USING TP-HST-CB.
002540 9900-EXIT.
002550     EXIT.
