000311*                    LINE.  AN ALIAS WITH NO ACTIVE CROSS-REFERENCE *
000312*                    KEEPS ITS ALIAS-FORM LINE AND IS LISTED ON A   *
000313*                    NEW EXCEPTION PAGE.                            *
000314*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN    *
000315*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,   *
000316*                    THEN ENDED WITH ITS RETURN CODE AND            *
000317*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR MORNING*
000318*                    SCORECARD.                                     *
000319******************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000500 01  TP-MTRRPT-LINE                PIC X(132).

000510 WORKING-STORAGE SECTION.
000511     COPY TPHSTCB.

000520 77  TPACTLOG-STATUS             PIC X(02) VALUE '00'.
000525 77  TPALSXRF-STATUS             PIC X(02) VALUE '00'.
000530 77  TPMTRRPT-STATUS             PIC X(02) VALUE '00'.
000600 77  TP400-SUB                    PIC 9(04) VALUE ZERO.
000610 77  TP400-WS-PARTNER-KEY         PIC X(78) VALUE SPACES.
000612 77  TP400-WS-PARTNER-FORM        PIC X(01) VALUE SPACE.
000614 77  TP400-TOTAL-0100-COUNT       PIC 9(07) VALUE ZERO.
000616 77  TP400-READ-COUNT             PIC 9(07) VALUE ZERO.
000618 77  TP400-XRF-OPEN-SW            PIC X(01) VALUE 'N'.
000622     88  TP400-XRF-IS-OPEN              VALUE 'Y'.
000623 77  TP400-XRF-FOUND-SW           PIC X(01) VALUE 'N'.
000624     88  TP400-ALIAS-RESOLVED           VALUE 'Y'.
000970*  0000-MAINLINE                                                 *
000980******************************************************************
000990 0000-MAINLINE.
000991     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001010     PERFORM 2000-ACCUMULATE-TODAY THRU 2000-EXIT
001020         UNTIL TP400-NO-MORE-ACTIVITY.
001030     PERFORM 3000-PRODUCE-REPORT THRU 3000-EXIT.
001040     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001041     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001050     GOBACK.

001051******************************************************************
001052*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001053*  RUNNING.                                                      *
001054******************************************************************
001055 0100-RUN-HISTORY-START.
001056     MOVE 'START'            TO TP-HST-REQUEST.
001057     MOVE 'TP400MTR'         TO TP-HST-PROGRAM-ID.
001058     MOVE SPACES             TO TP-HST-STREAM-ID.
001059     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001060     CALL 'TPRUNHST' USING TP-HST-CB.
001061 0100-EXIT.
001062     EXIT.

001063******************************************************************
001070*  1000-INITIALIZE                                               *
001080******************************************************************
001090 1000-INITIALIZE.
001201*  FROM THE FIRST DOCUMENT RATHER THAN REAL PER-DOCUMENT DATA.   *
001202******************************************************************
001210 2000-ACCUMULATE-TODAY.
001211     ADD 1 TO TP400-READ-COUNT.
001220     IF TP-ACTLOG-VERSION = '0100'
001222        AND TP-ACTLOG-RUN-DATE = TP400-RUN-DATE
001224        AND TP-ACTLOG-IS-PERFORM-MAPPING
002190     CLOSE TPMTRRPT-FILE.
002200 9000-EXIT.
002210     EXIT.

002220******************************************************************
002230*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
002240*  ITS RETURN CODE AND COUNTS. IN IS ACTIVITY RECORDS READ, OUT  *
002250*  IS VERSION 0100 MAPPINGS, REJECT IS NOT KEPT.                 *
002260******************************************************************
002270 9900-RUN-HISTORY-END.
002280     MOVE 'END'              TO TP-HST-REQUEST.
002290     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
002300     MOVE TP400-READ-COUNT TO TP-HST-IN-COUNT.
002310     MOVE TP400-TOTAL-0100-COUNT TO TP-HST-OUT-COUNT.
002320     MOVE ZERO TO TP-HST-REJECT-COUNT.
002330     CALL 'TPRUNHST' USING TP-HST-CB.
002340 9900-EXIT.
002350     EXIT.
