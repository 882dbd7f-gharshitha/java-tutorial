000496*                    SO THE PURGE CANNOT RUN UNDER A LIVE        *
000497*                    TP100DRV; A REFUSED CLAIM ENDS THE RUN      *
000498*                    WITH RETURN CODE 8 AND NOTHING TOUCHED.     *
000499*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000500*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000501*                    THEN ENDED WITH ITS RETURN CODE AND         *
000502*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000503*                    MORNING SCORECARD.                          *
000504******************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.   IBM-370.

000970 WORKING-STORAGE SECTION.
000972     COPY TPLOKCB.
000973     COPY TPHSTCB.

000980 77  TPPRGCTL-STATUS             PIC X(02) VALUE '00'.
000990 77  TPDUPCTL-STATUS             PIC X(02) VALUE '00'.
001440*  0000-MAINLINE                                                 *
001450******************************************************************
001460 0000-MAINLINE.
001461     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001480     IF TP940-CONTROL-IS-VALID
001490         PERFORM 2000-PURGE-DUPCTL THRU 2000-EXIT
001510         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
001520     END-IF.
001530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001531     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001540     GOBACK.

001541******************************************************************
001542*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001543*  RUNNING.                                                      *
001544******************************************************************
001545 0100-RUN-HISTORY-START.
001546     MOVE 'START'            TO TP-HST-REQUEST.
001547     MOVE 'TP940PRG'         TO TP-HST-PROGRAM-ID.
001548     MOVE SPACES             TO TP-HST-STREAM-ID.
001549     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001550     CALL 'TPRUNHST' USING TP-HST-CB.
001551 0100-EXIT.
001552     EXIT.

001553******************************************************************
001560*  1000-INITIALIZE - READ AND VALIDATE THE CUTOFF CARD BEFORE    *
001570*  TOUCHING EITHER CONTROL FILE, THE SAME GUARD TP700ARC PUTS    *
001580*  AROUND THE ACTIVITY LOG.                                      *
002082     MOVE 'ENROLL'   TO TP-LOK-REQUEST.
002084     MOVE 'TP940PRG' TO TP-LOK-PROGRAM-ID.
002085     MOVE SPACES     TO TP-LOK-JOB-NAME.
002086     MOVE SPACES     TO TP-LOK-STREAM-ID.
002087     MOVE 2          TO TP-LOK-FILE-COUNT.
002088     MOVE 'TPDUPCTL' TO TP-LOK-FILE-NAME(1).
002090     MOVE 'TPCKPTF'  TO TP-LOK-FILE-NAME(2).
002092     CALL 'TPRUNLOK' USING TP-LOK-CB.
003290 9000-EXIT.
003300     EXIT.

003310******************************************************************
003320*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
003330*  ITS RETURN CODE AND COUNTS. IN IS CONTROL RECORDS READ, OUT   *
003340*  IS PURGED OR CLEARED, REJECT IS NOT KEPT.                     *
003350******************************************************************
003360 9900-RUN-HISTORY-END.
003370     MOVE 'END'              TO TP-HST-REQUEST.
003380     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
003390     COMPUTE TP-HST-IN-COUNT
003400         = TP940-DUP-READ-COUNT
003410         + TP940-CKPT-READ-COUNT.
003420     COMPUTE TP-HST-OUT-COUNT
003430         = TP940-DUP-PURGED-COUNT
003440         + TP940-CKPT-CLEARED-COUNT.
003450     MOVE ZERO TO TP-HST-REJECT-COUNT.
003460     CALL 'TPRUNHST' USING TP-HST-CB.
003470 9900-EXIT.
003480     EXIT.

003490 END PROGRAM TP940PRG.
