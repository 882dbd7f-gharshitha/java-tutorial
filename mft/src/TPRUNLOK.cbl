000371*      PROGRAM'S ENTRY REGARDLESS OF AGE.  OPERATORS DRIVE IT    *
000373*      THROUGH THE TP955LKS CARD UTILITY AFTER CONFIRMING ON     *
000375*      THE TP950LKL LISTING THAT THE HOLDER REALLY IS DOWN -     *
000376*      NO BATCH PROGRAM EVER ISSUES CLEAR ON ITS OWN.            *
000377*    - A PARTITION STREAM (NON-BLANK STREAM-ID) IS FILED UNDER   *
000378*      THE FIRST SIX BYTES OF ITS PROGRAM ID PLUS ITS STREAM     *
000379*      NUMBER, SO STREAM 03 OF TP100DRV IS ENTRY TP100D03.       *
000380*      STREAMS OF THE SAME PROGRAM ARE SIBLINGS: THEY CLAIM THE  *
000381*      SAME RESOURCES BY DESIGN AND ARE NOT REFUSED FOR IT.  A   *
000382*      STREAM STILL CONFLICTS WITH THE PROGRAM RUN WHOLE AND     *
000383*      WITH EVERY OTHER PROGRAM, LIKE ANY ENROLLMENT.            *
000384*                                                                *
000385*  THE REGISTRY KSDS (TPRUNREG) IS OPENED AND CLOSED ON EVERY    *
000390*  CALL SO THE FILE IS NEVER HELD BETWEEN CALLS.  TP950LKL       *
000400*  LISTS THE REGISTRY FOR OPERATIONS.  STEPS THAT ARE PURE JCL   *
000402*  AND CANNOT CALL THIS MODULE - THE TPSUSP, TPACTLOG AND        *
000445*  2026-09-03  DLR  THE ENROLLMENT NOW CARRIES THE CALLER'S      *
000446*                    JOB NAME (SPACES IF IT HAS NONE), AND THE   *
000447*                    CONFLICT MESSAGE NAMES THE HOLDING JOB.     *
000449*  2026-10-15  DLR  PARTITION STREAMS - A CALLER PASSING A       *
000451*                    STREAM-ID ENROLLS UNDER ITS OWN STREAM      *
000453*                    ENTRY AND SIBLING STREAMS OF ONE PROGRAM    *
000455*                    DO NOT REFUSE EACH OTHER'S CLAIMS.          *
000457******************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000670     88  TPLOK-CLAIM-CONFLICTS          VALUE 'Y'.
000680 77  TPLOK-STALE-SW              PIC X(01) VALUE 'N'.
000690     88  TPLOK-STALE-WAS-CLEARED        VALUE 'Y'.
000692 77  TPLOK-STREAM-SW             PIC X(01) VALUE 'N'.
000694     88  TPLOK-CALLER-IS-STREAM         VALUE 'Y'.

000700 77  TPLOK-RUN-DATE              PIC 9(08) VALUE ZERO.
000710 77  TPLOK-RUN-TIME              PIC 9(06) VALUE ZERO.
000760 77  TPLOK-HOLDER                PIC X(08) VALUE SPACES.
000765 77  TPLOK-HOLDER-JOB            PIC X(08) VALUE SPACES.
000770 77  TPLOK-HELD-FILE             PIC X(08) VALUE SPACES.
000775 77  TPLOK-REG-KEY               PIC X(08) VALUE SPACES.

000780 01  TPLOK-CONFLICT-MSG.
000790     05  FILLER                     PIC X(09)
000960     MOVE 'N'    TO TPLOK-SCAN-EOF-SW.
000970     MOVE 'N'    TO TPLOK-CONFLICT-SW.
000980     MOVE 'N'    TO TPLOK-STALE-SW.
000985     PERFORM 1100-SET-REGISTRY-KEY THRU 1100-EXIT.
000990     ACCEPT TPLOK-RUN-DATE FROM DATE YYYYMMDD.
001000     ACCEPT TPLOK-RUN-TIME FROM TIME.
001010     COMPUTE TPLOK-RUN-INT
001380     EXIT.

001390******************************************************************
001391*  1100-SET-REGISTRY-KEY - THE ENTRY THIS CALL IS ABOUT.  A      *
001392*  STREAM NUMBER 01-99 MAKES THE CALLER A PARTITION STREAM,      *
001393*  FILED AS ITS PROGRAM ID'S FIRST SIX BYTES PLUS THE NUMBER;    *
001394*  ANYTHING ELSE IS AN ORDINARY ENTRY UNDER THE PROGRAM ID.      *
001395******************************************************************
001396 1100-SET-REGISTRY-KEY.
001397     MOVE 'N' TO TPLOK-STREAM-SW.
001398     MOVE TP-LOK-PROGRAM-ID TO TPLOK-REG-KEY.
001399     IF TP-LOK-STREAM-ID NUMERIC
001400        AND TP-LOK-STREAM-ID NOT = '00'
001401         SET TPLOK-CALLER-IS-STREAM TO TRUE
001402         MOVE TP-LOK-STREAM-ID TO TPLOK-REG-KEY(7:2)
001403     END-IF.
001404 1100-EXIT.
001405     EXIT.

001406******************************************************************
001407*  2000-ENROLL - OWN KEY FIRST, THEN A FULL SCAN FOR CLAIM       *
001410*  OVERLAP, THEN THE ENROLLMENT RECORD.                          *
001420******************************************************************
001430 2000-ENROLL.
001440     MOVE TPLOK-REG-KEY TO TP-LOKREG-PROGRAM-ID.
001450     READ TPRUNREG-FILE
001460         INVALID KEY
001470             CONTINUE
001830******************************************************************
001840*  2200-SCAN-FOR-CONFLICTS - EVERY OTHER ACTIVE ENTRY'S CLAIM    *
001850*  LIST IS COMPARED AGAINST THE CALLER'S; STALE ENTRIES MET      *
001860*  ALONG THE WAY ARE CLEARED.  A SIBLING STREAM OF THE SAME      *
001862*  PROGRAM IS PASSED OVER - THE STREAMS SHARE THEIR CLAIMS.      *
001870******************************************************************
001880 2200-SCAN-FOR-CONFLICTS.
001890     MOVE LOW-VALUES TO TP-LOKREG-PROGRAM-ID.
002000     EXIT.

002010 2300-CHECK-ONE-ENTRY.
002020     IF TP-LOKREG-PROGRAM-ID = TPLOK-REG-KEY
002030         GO TO 2300-NEXT
002040     END-IF.
002050     IF TP-LOKREG-START-DATE < TPLOK-STALE-BEFORE
002060         DELETE TPRUNREG-FILE
002070         SET TPLOK-STALE-WAS-CLEARED TO TRUE
002071         GO TO 2300-NEXT
002072     END-IF.
002073     IF TPLOK-CALLER-IS-STREAM
002074        AND TP-LOKREG-STREAM-ID NUMERIC
002075        AND TP-LOKREG-STREAM-ID NOT = '00'
002076        AND TP-LOKREG-STREAM-OF = TP-LOK-PROGRAM-ID
002080         GO TO 2300-NEXT
002090     END-IF.
002100     MOVE 'N' TO TPLOK-CONFLICT-SW.
002460*  2500-WRITE-ENROLLMENT                                         *
002470******************************************************************
002480 2500-WRITE-ENROLLMENT.
002490     MOVE TPLOK-REG-KEY      TO TP-LOKREG-PROGRAM-ID.
002495     MOVE TP-LOK-JOB-NAME    TO TP-LOKREG-JOB-NAME.
002496     IF TPLOK-CALLER-IS-STREAM
002497         MOVE TP-LOK-PROGRAM-ID TO TP-LOKREG-STREAM-OF
002498         MOVE TP-LOK-STREAM-ID  TO TP-LOKREG-STREAM-ID
002499     ELSE
002500         MOVE SPACES TO TP-LOKREG-STREAM-OF
002501                        TP-LOKREG-STREAM-ID
002502     END-IF.
002503     MOVE TPLOK-RUN-DATE     TO TP-LOKREG-START-DATE.
002510     MOVE TPLOK-RUN-TIME     TO TP-LOKREG-START-TIME.
002520     MOVE TP-LOK-FILE-COUNT  TO TP-LOKREG-FILE-COUNT.
002530     PERFORM 2550-COPY-ONE-CLAIM THRU 2550-EXIT
002760*  IS SHUTTING DOWN EITHER WAY.                                  *
002770******************************************************************
002780 3000-RELEASE.
002790     MOVE TPLOK-REG-KEY TO TP-LOKREG-PROGRAM-ID.
002800     READ TPRUNREG-FILE
002810         INVALID KEY
002820             MOVE 4 TO TP-LOK-RESPONSE-CODE
003040*  NOT TO THIS MODULE.                                         *
003050****************************************************************
003060 4000-CLEAR.
003070     MOVE TPLOK-REG-KEY TO TP-LOKREG-PROGRAM-ID.
003080     READ TPRUNREG-FILE
003090         INVALID KEY
003100             MOVE 4 TO TP-LOK-RESPONSE-CODE
