000340*    R07  APPLICATION ID IS BLANK                                *
000342*    R08  BATCH TRAILER COUNT MISMATCH                           *
000344*    R09  BATCH CONTROL SEQUENCE ERROR                           *
000346*    R10  PARTNER NOT AUTHORIZED FOR APPLICATION/VERSION-RELEASE *
000348*    R11  AUTHORIZATION EXPIRED OR NOT YET EFFECTIVE             *
000350*                                                                *
000360*  THE FIRST RULE A RECORD BREAKS IS THE REASON REPORTED.        *
000361*                                                                *
000372*  EDITED AND RELEASED RECORD BY RECORD AS BEFORE, SO AN         *
000373*  UNBRACKETED LEGACY FEED STILL RUNS.                           *
000374*                                                                *
000375*  R10/R11 COME FROM THE TPAUTHMX AUTHORIZATION MATRIX           *
000376*  (MAINTAINED BY TP860AMM).  THE PARTNER IS LOOKED UP UNDER THE *
000377*  FORM IT SUBMITTED IN; AN ALIAS WITH NO ENTRY OF ITS OWN IS    *
000378*  RESOLVED THROUGH TPALSXRF AND CHECKED AGAINST ITS CANONICAL   *
000379*  CORP/DIV PARTNER'S ENTRY.  IF TPAUTHMX CANNOT BE OPENED NO    *
000380*  RECORD IS EDITED OR RELEASED, THE CONSOLE IS TOLD, AND THE    *
000381*  RUN ENDS WITH RETURN CODE 16 - AN UNCHECKED FEED IS NEVER     *
000382*  PASSED ON AS CLEAN.                                           *
000383*                                                                *
000384*  MODIFICATION HISTORY                                          *
000390*  --------------------                                          *
000400*  2026-08-22  DLR  NEW PROGRAM.                                 *
000402*  2026-09-03  DLR  BATCH CONTROL VERIFICATION - TPDOCBCT        *
000406*                    TRAILER COUNT IS VERIFIED AGAINST DETAILS   *
000408*                    RECEIVED, AND A BAD BATCH IS REJECTED       *
000409*                    WHOLE (R08/R09) WITH RETURN CODE 8.         *
000410*  2026-10-15  DLR  PARTNER AUTHORIZATION EDIT - A RECORD WHOSE  *
000411*                    PARTNER/APPLICATION ID/VERSION-RELEASE IS   *
000412*                    NOT ON TPAUTHMX (OR IS REVOKED) IS REJECTED *
000413*                    R10; ONE OUTSIDE ITS EFFECTIVE/EXPIRY       *
000414*                    WINDOW IS REJECTED R11.  AN UNOPENABLE      *
000415*                    TPAUTHMX ENDS THE RUN WITH RETURN CODE 16   *
000416*                    AND NO CLEAN OUTPUT.                        *
000417*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000418*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000419*                    THEN ENDED WITH ITS RETURN CODE AND         *
000420*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000421*                    MORNING SCORECARD.                          *
000422******************************************************************
000423 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS TPEDTRPT-STATUS.

000591     SELECT TPAUTHMX-FILE ASSIGN TO TPAUTHMX
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS RANDOM
000594         RECORD KEY IS TP-AUTHMX-KEY
000595         FILE STATUS IS TPAUTHMX-STATUS.

000596     SELECT TPALSXRF-FILE ASSIGN TO TPALSXRF
000597         ORGANIZATION IS INDEXED
000598         ACCESS MODE IS RANDOM
000599         RECORD KEY IS TP-ALSXRF-KEY
000600         FILE STATUS IS TPALSXRF-STATUS.

000601 DATA DIVISION.
000610 FILE SECTION.
000620 FD  TPDOCINR-FILE
000630     LABEL RECORDS ARE STANDARD.
000740     LABEL RECORDS ARE STANDARD.
000750 01  TP-EDTRPT-LINE                 PIC X(132).

000752 FD  TPAUTHMX-FILE
000754     LABEL RECORDS ARE STANDARD.
000756     COPY TPAUTHMX.

000757 FD  TPALSXRF-FILE
000758     LABEL RECORDS ARE STANDARD.
000759     COPY TPALSXRF.

000760 WORKING-STORAGE SECTION.
000761     COPY TPHSTCB.

000762     COPY TPDOCBCT.

000770 77  TPDOCINR-STATUS             PIC X(02) VALUE '00'.
000780 77  TPDOCIN-STATUS              PIC X(02) VALUE '00'.
000790 77  TPDOCREJ-STATUS             PIC X(02) VALUE '00'.
000800 77  TPEDTRPT-STATUS             PIC X(02) VALUE '00'.
000802 77  TPAUTHMX-STATUS             PIC X(02) VALUE '00'.
000804 77  TPALSXRF-STATUS             PIC X(02) VALUE '00'.

000810 77  TP050-EOF-SW                PIC X(01) VALUE 'N'.
000820     88  TP050-NO-MORE-RAW-RECORDS      VALUE 'Y'.
000844     88  TP050-BATCH-IS-OPEN            VALUE 'Y'.
000846 77  TP050-BATCH-FAIL-SW         PIC X(01) VALUE 'N'.
000848     88  TP050-BATCH-IS-FAILED          VALUE 'Y'.
000849 77  TP050-MX-OPEN-SW            PIC X(01) VALUE 'N'.
000850     88  TP050-MX-IS-OPEN               VALUE 'Y'.
000851 77  TP050-XRF-OPEN-SW           PIC X(01) VALUE 'N'.
000852     88  TP050-XRF-IS-OPEN              VALUE 'Y'.
000853 77  TP050-AUTH-FOUND-SW         PIC X(01) VALUE 'N'.
000854     88  TP050-AUTH-WAS-FOUND           VALUE 'Y'.
000855 77  TP050-RUN-DATE              PIC 9(08) VALUE ZERO.
000860 77  TP050-READ-COUNT            PIC 9(07) VALUE ZERO.
000870 77  TP050-CLEAN-COUNT           PIC 9(07) VALUE ZERO.
000880 77  TP050-REJECT-COUNT          PIC 9(07) VALUE ZERO.
000894 77  TP050-BATCH-ID              PIC X(20) VALUE SPACES.
000896 77  TP050-FAIL-REASON           PIC X(03) VALUE SPACES.
000898 77  TP050-BATCH-HEADER         PIC X(263) VALUE SPACES.
000899 77  TP050-WS-PARTNER-KEY        PIC X(78) VALUE SPACES.

000900******************************************************************
000910*  ONE TALLY AND ONE DESCRIPTION PER REJECT REASON, IN REASON    *
000920*  CODE ORDER (R01 IN ENTRY 1 THROUGH R11 IN ENTRY 11).          *
000930******************************************************************
000940 01  TP050-REASON-TALLIES.
000950     05  TP050-REASON-COUNT OCCURS 11 TIMES PIC 9(07).

000960 01  TP050-REASON-TEXT-TABLE.
000970     05  FILLER                     PIC X(35)
001104         VALUE 'BATCH TRAILER COUNT MISMATCH'.
001106     05  FILLER                     PIC X(35)
001108         VALUE 'BATCH CONTROL SEQUENCE ERROR'.
001110     05  FILLER                     PIC X(35)
001112         VALUE 'PARTNER NOT AUTHORIZED FOR APPL/VR'.
001114     05  FILLER                     PIC X(35)
001116         VALUE 'AUTHORIZATION EXPIRED/NOT EFFECTIVE'.
001118 01  TP050-REASON-TEXTS REDEFINES TP050-REASON-TEXT-TABLE.
001120     05  TP050-REASON-TEXT OCCURS 11 TIMES PIC X(35).

001122******************************************************************
001124*  ONE BATCH'S DETAIL RECORDS, EDITED AND HELD BACK UNTIL THE    *
001350*  0000-MAINLINE                                                 *
001360******************************************************************
001370 0000-MAINLINE.
001371     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001390     PERFORM 2000-EDIT-RECORD THRU 2000-EXIT
001400         UNTIL TP050-NO-MORE-RAW-RECORDS.
001402     PERFORM 2800-CHECK-OPEN-BATCH THRU 2800-EXIT.
001410     PERFORM 3000-PRINT-EDIT-REPORT THRU 3000-EXIT.
001420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001421     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001430     GOBACK.

001431******************************************************************
001432*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001433*  RUNNING.                                                      *
001434******************************************************************
001435 0100-RUN-HISTORY-START.
001436     MOVE 'START'            TO TP-HST-REQUEST.
001437     MOVE 'TP050EDT'         TO TP-HST-PROGRAM-ID.
001438     MOVE SPACES             TO TP-HST-STREAM-ID.
001439     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001440     CALL 'TPRUNHST' USING TP-HST-CB.
001441 0100-EXIT.
001442     EXIT.

001443******************************************************************
001450*  1000-INITIALIZE                                               *
001460******************************************************************
001470 1000-INITIALIZE.
001600     OPEN OUTPUT TPDOCREJ-FILE.
001610     OPEN OUTPUT TPEDTRPT-FILE.
001620     WRITE TP-EDTRPT-LINE FROM TP050-HEADING-1.
001621     OPEN INPUT TPAUTHMX-FILE.
001622     IF TPAUTHMX-STATUS NOT = '00'
001623         DISPLAY 'TP050EDT - UNABLE TO OPEN TPAUTHMX - STATUS '
001624                  TPAUTHMX-STATUS
001625                 ' - NO RECORDS EDITED' UPON CONSOLE
001626         MOVE 16 TO RETURN-CODE
001627         SET TP050-NO-MORE-RAW-RECORDS TO TRUE
001628         GO TO 1000-EXIT
001629     END-IF.
001630     SET TP050-MX-IS-OPEN TO TRUE.
001631     OPEN INPUT TPALSXRF-FILE.
001632     IF TPALSXRF-STATUS = '00'
001633         SET TP050-XRF-IS-OPEN TO TRUE
001634     END-IF.
001635     PERFORM 2900-READ-NEXT-RAW THRU 2900-EXIT.
001640 1000-EXIT.
001650     EXIT.

002250     END-IF.
002260     IF TP-DOCIN-APPLICATION-ID = SPACES
002270         MOVE 'R07' TO TP050-REASON-CODE
002271         GO TO 2100-EXIT
002272     END-IF.
002273     PERFORM 2150-CHECK-AUTHORIZATION THRU 2150-EXIT.
002274 2100-EXIT.
002275     EXIT.

002276******************************************************************
002277*  2150-CHECK-AUTHORIZATION - LOOK THE PARTNER/APPLICATION ID/   *
002278*  VERSION-RELEASE UP ON TPAUTHMX UNDER THE FORM SUBMITTED.  AN  *
002279*  ALIAS WITH NO ENTRY OF ITS OWN FALLS BACK TO ITS ACTIVE       *
002280*  TPALSXRF CORP/DIV PARTNER'S ENTRY.  NO ENTRY, OR A REVOKED    *
002281*  ONE, IS R10; AN ENTRY OUTSIDE ITS EFFECTIVE/EXPIRY WINDOW ON  *
002282*  THE RUN DATE IS R11.                                          *
002283******************************************************************
002284 2150-CHECK-AUTHORIZATION.
002285     IF TP-DOCIN-FORM-IS-ALIAS
002286         MOVE TP-DOCIN-ALIAS-ID-QUAL
002287             TO TP050-WS-PARTNER-KEY(1:4)
002288         MOVE TP-DOCIN-ALIAS-ID
002289             TO TP050-WS-PARTNER-KEY(5:35)
002290         MOVE SPACES TO TP050-WS-PARTNER-KEY(40:39)
002291     ELSE
002292         MOVE TP-DOCIN-CORP-ID-QUAL
002293             TO TP050-WS-PARTNER-KEY(1:4)
002294         MOVE TP-DOCIN-CORP-ID
002295             TO TP050-WS-PARTNER-KEY(5:35)
002296         MOVE TP-DOCIN-DIV-ID-QUAL
002297             TO TP050-WS-PARTNER-KEY(40:4)
002298         MOVE TP-DOCIN-DIV-ID
002299             TO TP050-WS-PARTNER-KEY(44:35)
002300     END-IF.
002301     PERFORM 2160-READ-AUTHORIZATION THRU 2160-EXIT.
002302     IF NOT TP050-AUTH-WAS-FOUND
002303        AND TP-DOCIN-FORM-IS-ALIAS
002304        AND TP050-XRF-IS-OPEN
002305         MOVE TP-DOCIN-ALIAS-ID-QUAL TO TP-ALSXRF-ALIAS-ID-QUAL
002306         MOVE TP-DOCIN-ALIAS-ID      TO TP-ALSXRF-ALIAS-ID
002307         READ TPALSXRF-FILE
002308             INVALID KEY
002309                 MOVE 'R10' TO TP050-REASON-CODE
002310                 GO TO 2150-EXIT
002311         END-READ
002312         IF NOT TP-ALSXRF-ACTIVE
002313             MOVE 'R10' TO TP050-REASON-CODE
002314             GO TO 2150-EXIT
002315         END-IF
002316         MOVE TP-ALSXRF-CORP-ID-QUAL
002317             TO TP050-WS-PARTNER-KEY(1:4)
002318         MOVE TP-ALSXRF-CORP-ID
002319             TO TP050-WS-PARTNER-KEY(5:35)
002320         MOVE TP-ALSXRF-DIV-ID-QUAL
002321             TO TP050-WS-PARTNER-KEY(40:4)
002322         MOVE TP-ALSXRF-DIV-ID
002323             TO TP050-WS-PARTNER-KEY(44:35)
002324         PERFORM 2160-READ-AUTHORIZATION THRU 2160-EXIT
002325     END-IF.
002326     IF NOT TP050-AUTH-WAS-FOUND
002327        OR TP-AUTHMX-REVOKED
002328         MOVE 'R10' TO TP050-REASON-CODE
002329         GO TO 2150-EXIT
002330     END-IF.
002331     IF TP050-RUN-DATE < TP-AUTHMX-EFF-DATE
002332        OR TP050-RUN-DATE > TP-AUTHMX-EXP-DATE
002333         MOVE 'R11' TO TP050-REASON-CODE
002334         GO TO 2150-EXIT
002335     END-IF.
002336 2150-EXIT.
002337     EXIT.

002338 2160-READ-AUTHORIZATION.
002339     MOVE 'N' TO TP050-AUTH-FOUND-SW.
002340     MOVE TP050-WS-PARTNER-KEY     TO TP-AUTHMX-PARTNER-KEY.
002341     MOVE TP-DOCIN-APPLICATION-ID  TO TP-AUTHMX-APPLICATION-ID.
002342     MOVE TP-DOCIN-VERSION-RELEASE TO TP-AUTHMX-VERSION-RELEASE.
002343     READ TPAUTHMX-FILE
002344         INVALID KEY
002345             CONTINUE
002346         NOT INVALID KEY
002347             SET TP050-AUTH-WAS-FOUND TO TRUE
002348     END-READ.
002349 2160-EXIT.
002350     EXIT.

002351******************************************************************
002352*  2200-EDIT-DETAIL - EDIT THE DETAIL, THEN EITHER BUFFER IT     *
002353*  UNDER THE OPEN BATCH OR RELEASE IT AT ONCE.                   *
002354******************************************************************
002360 2200-EDIT-DETAIL.
002361     IF TP050-BATCH-IS-FAILED
002362         MOVE 'R09'           TO TP-DOCREJ-REASON-CODE
004652     WRITE TP-EDTRPT-LINE FROM TP050-COUNT-LINE.
004660     PERFORM 3100-PRINT-REASON THRU 3100-EXIT
004670         VARYING TP050-SUB FROM 1 BY 1
004680         UNTIL TP050-SUB > 11.
004690     IF TP050-REJECT-COUNT > ZERO
004700        AND RETURN-CODE = ZERO
004710         MOVE 4 TO RETURN-CODE

004750 3100-PRINT-REASON.
004760     IF TP050-REASON-COUNT(TP050-SUB) > ZERO
004770         MOVE 'R'                 TO TP050-R-CODE(1:1)
004780         MOVE TP050-SUB           TO TP050-R-CODE(2:2)
004790         MOVE TP050-REASON-TEXT(TP050-SUB) TO TP050-R-TEXT
004800         MOVE TP050-REASON-COUNT(TP050-SUB) TO TP050-R-COUNT
004810         WRITE TP-EDTRPT-LINE FROM TP050-REASON-LINE
004920         CLOSE TPDOCREJ-FILE
004930         CLOSE TPEDTRPT-FILE
004940     END-IF.
004941     IF TP050-MX-IS-OPEN
004942         CLOSE TPAUTHMX-FILE
004943     END-IF.
004944     IF TP050-XRF-IS-OPEN
004945         CLOSE TPALSXRF-FILE
004946     END-IF.
004950 9000-EXIT.
004951     EXIT.

004952******************************************************************
004953*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
004954*  ITS RETURN CODE AND COUNTS. IN IS RAW RECORDS READ, OUT IS    *
004955*  CLEAN RECORDS RELEASED, REJECT IS RECORDS REJECTED.           *
004956******************************************************************
004957 9900-RUN-HISTORY-END.
004958     MOVE 'END'              TO TP-HST-REQUEST.
004959     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
004960     MOVE TP050-READ-COUNT TO TP-HST-IN-COUNT.
004961     MOVE TP050-CLEAN-COUNT TO TP-HST-OUT-COUNT.
004962     MOVE TP050-REJECT-COUNT TO TP-HST-REJECT-COUNT.
004963     CALL 'TPRUNHST' USING TP-HST-CB.
004964 9900-EXIT.
004965     EXIT.

004970 END PROGRAM TP050EDT.
