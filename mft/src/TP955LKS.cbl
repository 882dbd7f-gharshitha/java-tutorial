000330*      RUN, BLOCKING THE SAME-NIGHT CHECKPOINT/RESTART.  AFTER   *
000340*      CONFIRMING ON THE TP950LKL LISTING THAT THE HOLDER IS     *
000350*      REALLY DOWN, THE OPERATOR SUBMITS A CLEAR CARD HERE -     *
000360*      THE SAME ROLE TP560DSP PLAYS FOR TPSUSP.  EVERY LOCK      *
000361*      CLEARED IS WRITTEN TO THE TPOPRJNL OPERATOR ACTION        *
000362*      JOURNAL.                                                  *
000370*                                                                *
000380*  THE TPLKSCTL CARDS, ONE REQUEST PER CARD (ENROLL TAKES A      *
000390*  SECOND CARD):                                                 *
000430*             COL 19-26 OPERATOR ID (REQUIRED FOR CLEAR)         *
000432*             COL 28-35 JOB NAME, CARRIED ON THE ENROLLMENT      *
000434*                       AND THE TP950LKL LISTING (OPTIONAL)      *
000435*             COL 37-76 REASON FOR A CLEAR, CARRIED TO THE       *
000436*                       JOURNAL                                  *
000440*    CARD 2:  ENROLL ONLY - UP TO 8 RESOURCE CLAIMS, 8 CHARS     *
000450*             EACH, IN 9-CHAR COLUMNS (1-8, 10-17, ... 64-71)    *
000460*                                                                *
000470*  RETURN CODES (HIGHEST OF THE RUN): 16 - CARD FILE OR          *
000480*  REGISTRY UNAVAILABLE; 8 - AN ENROLL WAS REFUSED AS A          *
000490*  CONFLICT; 4 - A CARD WAS REJECTED, A RELEASE/CLEAR FOUND      *
000500*  NOTHING, OR A CLEAR COULD NOT BE JOURNALED; 0 - CLEAN.        *
000510*                                                                *
000520*  MODIFICATION HISTORY                                          *
000530*  --------------------                                          *
000540*  2026-09-03  DLR  NEW PROGRAM.                                 *
000542*  2026-09-03  DLR  THE CARD NOW CARRIES AN OPTIONAL JOB NAME    *
000544*                    PASSED THROUGH TO THE REGISTRY ENROLLMENT.  *
000545*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000546*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000547*                    THEN ENDED WITH ITS RETURN CODE AND         *
000548*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000549*                    MORNING SCORECARD.                          *
000550*  2026-10-15  DLR  A CLEAR CARD NOW CARRIES A REASON (COLUMNS   *
000551*                    37-76), AND EVERY LOCK CLEARED IS WRITTEN   *
000552*                    TO THE TPOPRJNL OPERATOR ACTION JOURNAL     *
000553*                    THROUGH TPOPRLOG, WITH THE REGISTRY ENTRY   *
000554*                    AS IT STOOD BEFORE THE CLEAR.               *
000555******************************************************************
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.   IBM-370.
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS TPLKSRPT-STATUS.

000672     SELECT TPRUNREG-FILE ASSIGN TO TPRUNREG
000674         ORGANIZATION IS INDEXED
000675         ACCESS MODE IS RANDOM
000676         RECORD KEY IS TP-LOKREG-PROGRAM-ID
000678         FILE STATUS IS TPRUNREG-STATUS.

000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  TPLKSCTL-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  TP-LKSRPT-LINE                 PIC X(132).

000752 FD  TPRUNREG-FILE
000754     LABEL RECORDS ARE STANDARD.
000756     COPY TPLOKREG.

000760 WORKING-STORAGE SECTION.
000770     COPY TPLOKCB.
000771     COPY TPHSTCB.
000772     COPY TPJNLCB.

000780 77  TPLKSCTL-STATUS             PIC X(02) VALUE '00'.
000790 77  TPLKSRPT-STATUS             PIC X(02) VALUE '00'.
000795 77  TPRUNREG-STATUS             PIC X(02) VALUE '00'.

000800 77  TP955-CARD-EOF-SW           PIC X(01) VALUE 'N'.
000810     88  TP955-NO-MORE-CARDS            VALUE 'Y'.
000970     05  TP955-RC-OPERATOR          PIC X(08).
000972     05  FILLER                     PIC X(01).
000974     05  TP955-RC-JOB-NAME          PIC X(08).
000975     05  FILLER                     PIC X(01).
000976     05  TP955-RC-REASON            PIC X(40).
000977     05  FILLER                     PIC X(04).

000978******************************************************************
000979*  THE REGISTRY ENTRY A CLEAR REMOVES, AS JOURNALED.             *
000980******************************************************************
000981 01  TP955-JNL-IMAGE.
000982     05  TP955-J-PROGRAM-ID         PIC X(08).
000983     05  FILLER                     PIC X(01).
000984     05  TP955-J-JOB-NAME           PIC X(08).
000985     05  FILLER                     PIC X(01).
000986     05  TP955-J-STREAM-OF          PIC X(08).
000987     05  FILLER                     PIC X(01).
000988     05  TP955-J-STREAM-ID          PIC X(02).
000989     05  FILLER                     PIC X(01).
000990     05  TP955-J-START-DATE         PIC X(08).
000991     05  FILLER                     PIC X(01).
000992     05  TP955-J-START-TIME         PIC X(06).
000993     05  FILLER                     PIC X(01).
000994     05  TP955-J-FILE-NAME OCCURS 8 TIMES.
000995         10  TP955-J-FILE           PIC X(08).
000996         10  FILLER                 PIC X(01).

000997 01  TP955-HEADING-1.
001000     05  FILLER                     PIC X(42)
001010         VALUE 'TP955LKS - RUN-REGISTRY STEP UTILITY'.
001020     05  FILLER                     PIC X(11) VALUE 'RUN DATE: '.
001240*  0000-MAINLINE                                                 *
001250******************************************************************
001260 0000-MAINLINE.
001261     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001280     PERFORM 2000-PROCESS-REQUEST-CARD THRU 2000-EXIT
001290         UNTIL TP955-NO-MORE-CARDS.
001320         WRITE TP-LKSRPT-LINE FROM TP955-SUMMARY-LINE
001330     END-IF.
001340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001341     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001350     GOBACK.

001351******************************************************************
001352*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001353*  RUNNING.                                                      *
001354******************************************************************
001355 0100-RUN-HISTORY-START.
001356     MOVE 'START'            TO TP-HST-REQUEST.
001357     MOVE 'TP955LKS'         TO TP-HST-PROGRAM-ID.
001358     MOVE SPACES             TO TP-HST-STREAM-ID.
001359     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001360     CALL 'TPRUNHST' USING TP-HST-CB.
001361 0100-EXIT.
001362     EXIT.

001363******************************************************************
001370*  1000-INITIALIZE                                               *
001380******************************************************************
001390 1000-INITIALIZE.
001810     MOVE TP955-RC-REQUEST  TO TP-LOK-REQUEST.
001820     MOVE TP955-RC-NAME     TO TP-LOK-PROGRAM-ID.
001825     MOVE TP955-RC-JOB-NAME TO TP-LOK-JOB-NAME.
001827     MOVE SPACES            TO TP-LOK-STREAM-ID.
001830     MOVE ZERO              TO TP-LOK-FILE-COUNT.
001840     PERFORM 2100-CLEAR-CLAIM-LIST THRU 2100-EXIT
001850         VARYING TP955-SUB FROM 1 BY 1
001980                 ' CLEARING REGISTRY ENTRY FOR ' TP955-RC-NAME
001990             UPON CONSOLE
002000     END-IF.
002005     IF TP955-RC-IS-CLEAR
002007         PERFORM 2260-SAVE-REGISTRY-ENTRY THRU 2260-EXIT
002008     END-IF.
002010     CALL 'TPRUNLOK' USING TP-LOK-CB.
002020     ADD 1 TO TP955-REQUEST-COUNT.
002030     MOVE TP955-RC-REQUEST       TO TP955-R-REQUEST.
002070     WRITE TP-LKSRPT-LINE FROM TP955-RESULT-LINE.
002080     IF TP-LOK-RESPONSE-CODE > RETURN-CODE
002090         MOVE TP-LOK-RESPONSE-CODE TO RETURN-CODE
002092     END-IF.
002094     IF TP955-RC-IS-CLEAR
002096        AND TP-LOK-OKAY
002098         PERFORM 2300-JOURNAL-CLEAR THRU 2300-EXIT
002100     END-IF.
002110 2000-NEXT.
002120     PERFORM 2900-READ-NEXT-CARD THRU 2900-EXIT.
002360         ADD 1 TO TP-LOK-FILE-COUNT
002370         MOVE TP-LKSCTL-CARD(TP955-CLAIM-POS:8)
002380             TO TP-LOK-FILE-NAME(TP-LOK-FILE-COUNT)
002381     END-IF.
002382 2250-EXIT.
002383     EXIT.

002384******************************************************************
002385*  2260-SAVE-REGISTRY-ENTRY - READ THE ENTRY A CLEAR IS ABOUT    *
002386*  TO REMOVE, FOR THE JOURNAL.  TPRUNLOK OPENS THE REGISTRY ON   *
002387*  EVERY CALL, SO IT IS OPENED HERE ONLY LONG ENOUGH FOR THE     *
002388*  ONE READ.  AN ENTRY THAT CANNOT BE READ LEAVES THE IMAGE      *
002389*  BLANK AND THE CLEAR TO TPRUNLOK.                              *
002390******************************************************************
002391 2260-SAVE-REGISTRY-ENTRY.
002392     MOVE SPACES TO TP955-JNL-IMAGE.
002393     OPEN INPUT TPRUNREG-FILE.
002394     IF TPRUNREG-STATUS NOT = '00'
002395         GO TO 2260-EXIT
002396     END-IF.
002397     MOVE TP955-RC-NAME TO TP-LOKREG-PROGRAM-ID.
002398     READ TPRUNREG-FILE
002399         INVALID KEY
002400             CLOSE TPRUNREG-FILE
002401             GO TO 2260-EXIT
002402     END-READ.
002403     MOVE TP-LOKREG-PROGRAM-ID   TO TP955-J-PROGRAM-ID.
002404     MOVE TP-LOKREG-JOB-NAME     TO TP955-J-JOB-NAME.
002405     MOVE TP-LOKREG-STREAM-OF    TO TP955-J-STREAM-OF.
002406     MOVE TP-LOKREG-STREAM-ID    TO TP955-J-STREAM-ID.
002407     MOVE TP-LOKREG-START-DATE   TO TP955-J-START-DATE.
002408     MOVE TP-LOKREG-START-TIME   TO TP955-J-START-TIME.
002409     PERFORM 2270-SAVE-ONE-CLAIM THRU 2270-EXIT
002410         VARYING TP955-SUB FROM 1 BY 1
002411         UNTIL TP955-SUB > 8.
002412     CLOSE TPRUNREG-FILE.
002413 2260-EXIT.
002414     EXIT.

002415 2270-SAVE-ONE-CLAIM.
002416     IF TP955-SUB NOT > TP-LOKREG-FILE-COUNT
002417         MOVE TP-LOKREG-FILE-NAME(TP955-SUB)
002418             TO TP955-J-FILE(TP955-SUB)
002419     END-IF.
002420 2270-EXIT.
002421     EXIT.

002422******************************************************************
002423*  2300-JOURNAL-CLEAR - A CLEAR THAT REMOVED AN ENROLLMENT IS    *
002424*  JOURNALED; ONE THAT FOUND NOTHING CHANGED NOTHING.            *
002425******************************************************************
002426 2300-JOURNAL-CLEAR.
002427     MOVE 'TP955LKS'              TO TP-JNL-PROGRAM-ID.
002428     MOVE TP955-RC-OPERATOR       TO TP-JNL-OPERATOR-ID.
002429     MOVE 'RUNLOCK'               TO TP-JNL-OBJECT-TYPE.
002430     MOVE 'CLEAR'                 TO TP-JNL-ACTION.
002431     SET TP-JNL-KEYED             TO TRUE.
002432     MOVE TP955-RC-NAME           TO TP-JNL-OBJECT-KEY.
002433     MOVE TP955-RC-REASON         TO TP-JNL-REASON.
002434     MOVE TP955-JNL-IMAGE         TO TP-JNL-BEFORE-VALUE.
002435     MOVE TP-LOK-RESPONSE-MESSAGE TO TP-JNL-AFTER-VALUE.
002436     MOVE RETURN-CODE             TO TP-JNL-RETURN-CODE.
002437     CALL 'TPOPRLOG' USING TP-JNL-CB.
002438     IF NOT TP-JNL-OKAY
002439        AND RETURN-CODE < 4
002440         MOVE 4 TO RETURN-CODE
002441     END-IF.
002442 2300-EXIT.
002443     EXIT.

002444 2800-REJECT-CARD.
002445     MOVE TP-LKSCTL-CARD(1:60) TO TP955-RJ-CARD.
002446     WRITE TP-LKSRPT-LINE FROM TP955-REJECT-LINE.
002450     IF RETURN-CODE < 4
002460         MOVE 4 TO RETURN-CODE
002470     END-IF.
002650 9000-EXIT.
002660     EXIT.

002670******************************************************************
002680*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
002690*  ITS RETURN CODE AND COUNTS. IN IS REQUEST CARDS READ, OUT IS  *
002700*  NOT KEPT, REJECT IS NOT KEPT.                                 *
002710******************************************************************
002720 9900-RUN-HISTORY-END.
002730     MOVE 'END'              TO TP-HST-REQUEST.
002740     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
002750     MOVE TP955-REQUEST-COUNT TO TP-HST-IN-COUNT.
002760     MOVE ZERO TO TP-HST-OUT-COUNT.
002770     MOVE ZERO TO TP-HST-REJECT-COUNT.
002780     CALL 'TPRUNHST' USING TP-HST-CB.
002790 9900-EXIT.
002800     EXIT.

002810 END PROGRAM TP955LKS.
