000455*      CODE, AND STOPS THE RUN AFTER A CONFIGURABLE NUMBER OF  *
000456*      CONSECUTIVE CRITICAL FAILURES RATHER THAN DRIVING THE   *
000457*      REST OF THE FEED INTO A DEAD GATEWAY.                   *
000458*    - DRIVES A PARTNER'S TEST DOCUMENTS IN CERTIFICATION MODE *
000459*      - THE WHOLE RUN ON A MODE CERT CARD, OR A GROUP WHOSE   *
000460*      PARTNER IS ON THE TPCERTPT LIST - THROUGH THE SAME      *
000461*      GATEWAY CYCLE, BUT WITH ITS ACTIVITY ON TPCRTLOG, ITS   *
000462*      DUPLICATE CONTROL ON TPCRTDUP AND ITS OUTCOMES ON THE   *
000463*      TPCRTSCR SCORECARD, NEVER ON THE PRODUCTION FILES.      *
000464*    - STOPS MAPPING A GROUP THAT RUNS PAST ITS VOLUME LIMIT - *
000465*      A MULTIPLE OF THE PARTNER'S TYPICAL DAILY VOLUME FROM   *
000466*      TPACTSUM, OR AN ABSOLUTE CAP - AND QUARANTINES THE REST *
000467*      OF THE GROUP ON TPQUARN WITH A CRITICAL TPALERT, SO A   *
000468*      PARTNER'S LOOPING EXTRACT IS NOT MAPPED AND SENT ON.    *
000469*    - RUNS AS ONE OF SEVERAL CONCURRENT STREAMS (A STRM CARD) *
000470*      OVER A TP150PRT PARTITION OF THE FEED, ENROLLED UNDER   *
000471*      ITS OWN STREAM ENTRY WITH ITS OWN ACTIVITY, SUSPENSE,   *
000472*      ALERT, TRACE AND DEFERRED FILES AND RUN REPORT, AND     *
000473*      ENDS BY WRITING A TPSTMTOT TOTALS RECORD FOR TP160MRG   *
000474*      TO BALANCE AND MERGE.                                   *
000475*                                                               *
000476*  THE REAL TP-AGAPI GATEWAY IS THE VENDOR-SUPPLIED TSI        *
000480*  CALLABLE MODULE TPAGAPI - IT IS NOT PART OF THIS LIBRARY.   *
000490*                                                               *
000500*  MODIFICATION HISTORY                                       *
000571*                    TO THE TPDOCDFR DEFERRED FEED, COUNTED    *
000572*                    ON TPRUNRPT AND SIGNALLED WITH RETURN     *
000573*                    CODE 6.                                   *
000574*  2026-10-15  DLR  A FIRST-TIME SUSPENSION NOW CARRIES THE     *
000575*                    SUBMIT TIMESTAMP FROM ITS TPDOCBCT BATCH   *
000576*                    HEADER AS ORIG-SUBMIT-TS (RUN START ONLY   *
000577*                    WHEN THE FEED HAS NO HEADER), SO TP820SLA  *
000578*                    MEASURES TURNAROUND FROM THE PARTNER'S     *
000579*                    SUBMISSION ACROSS RESUBMISSIONS.           *
000580*  2026-10-15  DLR  ACTIVITY LOG RECORDS NOW CARRY THE GROUP'S  *
000581*                    VERSION-RELEASE FOR THE BILLING ROLLUP.    *
000582*  2026-10-15  DLR  CERTIFICATION MODE - A GROUP IS DRIVEN AS   *
000583*                    A TEST WHEN THE OPTIONAL TPDRVCTL CARD     *
000584*                    SAYS MODE CERT (THE WHOLE RUN) OR ITS      *
000585*                    PARTNER/APPLICATION IS ON TPCERTPT.  A     *
000586*                    TEST GROUP WRITES TPCRTLOG/TPCRTDUP AND    *
000587*                    THE TPCRTSCR SCORECARD INSTEAD OF          *
000588*                    TPACTLOG/TPDUPCTL, TAKES NO CHECKPOINT,    *
000589*                    WRITES NO SUSPENSE OR ALERT RECORD AND     *
000590*                    STAYS OUT OF THE PRODUCTION RUN COUNTS; A  *
000591*                    TEST GROUP THAT FAILS INITIALIZE-MAPPING   *
000592*                    IS SKIPPED INSTEAD OF ENDING THE RUN.  A   *
000593*                    MODE CERT RUN DOES NOT OPEN OR CLAIM THE   *
000594*                    PRODUCTION FILES AT ALL.                   *
000595*  2026-10-15  DLR  RUNAWAY-VOLUME BREAKER - EACH PRODUCTION    *
000596*                    GROUP'S DOCUMENT COUNT IS CHECKED AGAINST  *
000597*                    A LIMIT: TPDRVCTL MULT TIMES THE PARTNER'S *
000598*                    TYPICAL DAILY VOLUME OVER THE TPACTSUM     *
000599*                    LOOKBACK (AS TP920MPD PROFILES IT), NEVER  *
000600*                    BELOW FLOOR, AND NEVER ABOVE CAP.  PAST    *
000601*                    THE LIMIT THE REST OF THE GROUP GOES TO    *
000602*                    THE TPQUARN QUARANTINE FILE UNMAPPED, A    *
000603*                    CRITICAL TPALERT (CODE 9990) IS RAISED     *
000604*                    AND THE RUN ENDS RC 8.  DOCUMENTS RELEASED *
000605*                    BY TP880QRL (BATCH ID QRL...) ARE NEITHER  *
000606*                    COUNTED NOR QUARANTINED.                   *
000607*  2026-10-15  DLR  PARTITION STREAMS - A STRM CARD (01-08)     *
000608*                    RUNS THIS STEP AS ONE STREAM OF THE FEED   *
000609*                    TP150PRT SPLIT BY PARTNER.  THE STREAM     *
000610*                    READS ITS PARTITION ID FROM TPPARTN,       *
000611*                    ENROLLS AS ITS OWN TPRUNLOK STREAM ENTRY   *
000612*                    CLAIMING THE SHARED CONTROL FILES PLUS     *
000613*                    TPSTREAM (ITS OWN OUTPUT FILES) INSTEAD    *
000614*                    OF THE MAIN TPACTLOG/TPSUSP/TPALERT/       *
000615*                    TPTRCLOG, TAGS ITS BATCH ID WITH THE       *
000616*                    STREAM NUMBER, AND APPENDS A TPSTMTOT      *
000617*                    TOTALS RECORD AT END.  EVERY RUN NOW       *
000618*                    COUNTS THE RECORDS IT WRITES TO EACH       *
000619*                    OUTPUT FILE FOR THAT RECORD.  A VOLUME-    *
000620*                    BREAKER TRIP ID CARRIES THE STREAM NUMBER  *
000621*                    (0 OUTSIDE A STREAM), SO TWO STREAMS THAT  *
000622*                    TRIP IN THE SAME SECOND NEVER SHARE ONE.   *
000623*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS    *
000624*                    RUN HISTORY THROUGH TPRUNHST - RUNNING AT  *
000625*                    START, THEN ENDED WITH ITS RETURN CODE AND *
000626*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR    *
000627*                    MORNING SCORECARD.                         *
000530****************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000868         ORGANIZATION IS SEQUENTIAL
000869         FILE STATUS IS TPDOCDFR-STATUS.

000870     SELECT TPDRVCTL-FILE ASSIGN TO TPDRVCTL
000871         ORGANIZATION IS SEQUENTIAL
000872         FILE STATUS IS TPDRVCTL-STATUS.

000873     SELECT TPCERTPT-FILE ASSIGN TO TPCERTPT
000874         ORGANIZATION IS INDEXED
000875         ACCESS MODE IS RANDOM
000876         RECORD KEY IS TP-CERTPT-KEY
000877         FILE STATUS IS TPCERTPT-STATUS.

000878     SELECT TPCRTLOG-FILE ASSIGN TO TPCRTLOG
000879         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS TPCRTLOG-STATUS.

000881     SELECT TPCRTDUP-FILE ASSIGN TO TPCRTDUP
000882         ORGANIZATION IS INDEXED
000883         ACCESS MODE IS RANDOM
000884         RECORD KEY IS TP-CRTDUP-KEY
000885         FILE STATUS IS TPCRTDUP-STATUS.

000886     SELECT TPCRTSCR-FILE ASSIGN TO TPCRTSCR
000887         ORGANIZATION IS INDEXED
000888         ACCESS MODE IS RANDOM
000889         RECORD KEY IS TP-CRTSCR-KEY
000890         FILE STATUS IS TPCRTSCR-STATUS.

000891     SELECT TPACTSUM-FILE ASSIGN TO TPACTSUM
000892         ORGANIZATION IS INDEXED
000893         ACCESS MODE IS DYNAMIC
000894         RECORD KEY IS TP-ACTSUM-KEY
000895         FILE STATUS IS TPACTSUM-STATUS.

000896     SELECT TPQUARN-FILE  ASSIGN TO TPQUARN
000897         ORGANIZATION IS INDEXED
000898         ACCESS MODE IS RANDOM
000899         RECORD KEY IS TP-QUAR-KEY
000900         FILE STATUS IS TPQUARN-STATUS.

000901     SELECT TPPARTN-FILE  ASSIGN TO TPPARTN
000902         ORGANIZATION IS SEQUENTIAL
000903         FILE STATUS IS TPPARTN-STATUS.

000904     SELECT TPSTMTOT-FILE ASSIGN TO TPSTMTOT
000905         ORGANIZATION IS SEQUENTIAL
000906         FILE STATUS IS TPSTMTOT-STATUS.

000907 DATA DIVISION.
000908 FILE SECTION.
000909 FD  TPDOCIN-FILE
000910     LABEL RECORDS ARE STANDARD.
000911     COPY TPDOCIN.

000920 FD  TPACTLOG-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  TP-ACTLOG-FILE-RECORD          PIC X(392).

000950 FD  TPSUSPF-FILE
000960     LABEL RECORDS ARE STANDARD.
001080     LABEL RECORDS ARE STANDARD.
001090     COPY TPDUPCTL.

001091 FD  TPHOLDF-FILE
001092     LABEL RECORDS ARE STANDARD.
001093     COPY TPHOLD.

001094 FD  TPDOCDFR-FILE
001095     LABEL RECORDS ARE STANDARD.
001096 01  TP-DOCDFR-RECORD               PIC X(263).

001097 FD  TPDRVCTL-FILE
001098     LABEL RECORDS ARE STANDARD.
001099 01  TP-DRVCTL-CARD                 PIC X(80).

001100 FD  TPCERTPT-FILE
001101     LABEL RECORDS ARE STANDARD.
001102     COPY TPCERTPT.

001103****************************************************************
001104*  TPCRTLOG AND TPCRTDUP CARRY THE TPACTLOG AND TPDUPCTL       *
001105*  LAYOUTS FOR CERTIFICATION GROUPS.  THE ACTIVITY RECORD IS   *
001106*  BUILT IN WORKING STORAGE AND WRITTEN TO WHICHEVER LOG THE   *
001107*  GROUP BELONGS TO.                                           *
001108****************************************************************
001109 FD  TPCRTLOG-FILE
001110     LABEL RECORDS ARE STANDARD.
001111 01  TP-CRTLOG-RECORD               PIC X(392).

001112 FD  TPCRTDUP-FILE
001113     LABEL RECORDS ARE STANDARD.
001114 01  TP-CRTDUP-RECORD.
001115     05  TP-CRTDUP-KEY.
001116         10  TP-CRTDUP-PARTNER-KEY  PIC X(78).
001117         10  TP-CRTDUP-DOCUMENT-ID  PIC X(45).
001118     05  TP-CRTDUP-FIRST-DATE       PIC 9(08).
001119     05  TP-CRTDUP-FIRST-TIME       PIC 9(06).

001120 FD  TPCRTSCR-FILE
001121     LABEL RECORDS ARE STANDARD.
001122     COPY TPCRTSCR.

001123 FD  TPACTSUM-FILE
001124     LABEL RECORDS ARE STANDARD.
001125     COPY TPACTSUM.

001126 FD  TPQUARN-FILE
001127     LABEL RECORDS ARE STANDARD.
001128     COPY TPQUARN.

001129 FD  TPPARTN-FILE
001130     LABEL RECORDS ARE STANDARD.
001131     COPY TPPARTN.

001132 FD  TPSTMTOT-FILE
001133     LABEL RECORDS ARE STANDARD.
001134     COPY TPSTMTOT.

001135 WORKING-STORAGE SECTION.
001136     COPY TPIAGCCB.
001137     COPY TPDOCBCT.
001138     COPY TPLOKCB.
001139     COPY TPHSTCB.
001140     COPY TPACTLOG.

001141 77  TPDOCIN-STATUS             PIC X(02)  VALUE '00'.
001142 77  TPACTLOG-STATUS            PIC X(02)  VALUE '00'.
001143 77  TPSUSPF-STATUS             PIC X(02)  VALUE '00'.
001150 77  TPTRCLOG-STATUS            PIC X(02)  VALUE '00'.
001160 77  TPCKPTF-STATUS             PIC X(02)  VALUE '00'.
001170 77  TPARDREG-STATUS            PIC X(02)  VALUE '00'.
001180 77  TPDUPCTL-STATUS            PIC X(02)  VALUE '00'.
001182 77  TPHOLDF-STATUS             PIC X(02)  VALUE '00'.
001184 77  TPDOCDFR-STATUS            PIC X(02)  VALUE '00'.
001185 77  TPDRVCTL-STATUS            PIC X(02)  VALUE '00'.
001186 77  TPCERTPT-STATUS            PIC X(02)  VALUE '00'.
001187 77  TPCRTLOG-STATUS            PIC X(02)  VALUE '00'.
001188 77  TPCRTDUP-STATUS            PIC X(02)  VALUE '00'.
001189 77  TPCRTSCR-STATUS            PIC X(02)  VALUE '00'.
001190 77  TPACTSUM-STATUS            PIC X(02)  VALUE '00'.
001191 77  TPQUARN-STATUS             PIC X(02)  VALUE '00'.
001192 77  TPPARTN-STATUS             PIC X(02)  VALUE '00'.
001193 77  TPSTMTOT-STATUS            PIC X(02)  VALUE '00'.

001194 77  TP100-EOF-SW               PIC X(01)  VALUE 'N'.
001200     88  TP100-NO-MORE-DOCUMENTS        VALUE 'Y'.
001210 77  TP100-ARD-VALID-SW         PIC X(01)  VALUE 'N'.
001220     88  TP100-ARD-IS-VALID             VALUE 'Y'.
001353 77  TP100-SUSPENDED-COUNT      PIC 9(07)  VALUE ZERO.
001354 77  TP100-WARN-COUNT           PIC 9(07)  VALUE ZERO.
001355 77  TP100-RC-SUB               PIC 9(04)  COMP VALUE ZERO.
001356 77  TP100-CERT-RUN-SW          PIC X(01)  VALUE 'N'.
001357     88  TP100-CERTIFICATION-RUN        VALUE 'Y'.
001358 77  TP100-CERT-GROUP-SW        PIC X(01)  VALUE 'N'.
001359     88  TP100-CERT-GROUP               VALUE 'Y'.
001360 77  TP100-CERT-LIST-SW         PIC X(01)  VALUE 'N'.
001361     88  TP100-CERT-LIST-OPEN           VALUE 'Y'.
001362 77  TP100-DRVCTL-EOF-SW        PIC X(01)  VALUE 'N'.
001363     88  TP100-NO-MORE-DRV-CARDS        VALUE 'Y'.
001364 77  TP100-CERT-OUTCOME         PIC X(01)  VALUE SPACE.
001365     88  TP100-CERT-MAPPED-CLEAN        VALUE 'C'.
001366     88  TP100-CERT-FAILED              VALUE 'F'.
001367     88  TP100-CERT-DUPLICATE           VALUE 'D'.
001368     88  TP100-CERT-INIT-FAILED         VALUE 'I'.
001369 77  TP100-CERT-NEW-SW          PIC X(01)  VALUE 'N'.
001370     88  TP100-CERT-SCORE-IS-NEW        VALUE 'Y'.
001371 77  TP100-RUN-START-DATE       PIC 9(08)  VALUE ZERO.
001372 77  TP100-CERT-GROUP-COUNT     PIC 9(07)  VALUE ZERO.
001373 77  TP100-CERT-ATTEMPT-COUNT   PIC 9(07)  VALUE ZERO.
001374 77  TP100-CERT-CLEAN-COUNT     PIC 9(07)  VALUE ZERO.
001375 77  TP100-CERT-FAIL-COUNT      PIC 9(07)  VALUE ZERO.
001376 77  TP100-CERT-DUP-COUNT       PIC 9(07)  VALUE ZERO.
001377 77  TP100-CERT-INIT-FAIL-COUNT PIC 9(07)  VALUE ZERO.
001378 77  TP100-RUN-START-TIME       PIC 9(06)  VALUE ZERO.
001379 77  TP100-ROLLUP-EOF-SW        PIC X(01)  VALUE 'N'.
001380     88  TP100-NO-MORE-ROLLUPS          VALUE 'Y'.
001381 77  TP100-PROFILE-FULL-SW      PIC X(01)  VALUE 'N'.
001382     88  TP100-PROFILE-IS-FULL          VALUE 'Y'.
001383 77  TP100-PROFILE-FOUND-SW     PIC X(01)  VALUE 'N'.
001384     88  TP100-PROFILE-FOUND            VALUE 'Y'.
001385 77  TP100-TRIPPED-SW           PIC X(01)  VALUE 'N'.
001386     88  TP100-GROUP-TRIPPED            VALUE 'Y'.
001387 77  TP100-QUAR-NEW-SW          PIC X(01)  VALUE 'N'.
001388     88  TP100-QUAR-IS-NEW              VALUE 'Y'.
001389 77  TP100-PROFILE-COUNT        PIC 9(04)  COMP VALUE ZERO.
001390 77  TP100-PROFILE-FROM-DATE    PIC 9(08)  VALUE ZERO.
001391 77  TP100-PROFILE-INT          PIC 9(08)  COMP VALUE ZERO.
001392 77  TP100-LOOKBACK-DAYS        PIC 9(03)  VALUE 30.
001393 77  TP100-VOLUME-MULT          PIC 9(04)  VALUE 10.
001394 77  TP100-VOLUME-FLOOR         PIC 9(07)  VALUE 500.
001395 77  TP100-VOLUME-CAP           PIC 9(07)  VALUE ZERO.
001396 77  TP100-TYPICAL-VOLUME       PIC 9(07)  VALUE ZERO.
001397 77  TP100-GROUP-LIMIT          PIC 9(07)  VALUE ZERO.
001398 77  TP100-GROUP-LIMIT-REASON   PIC X(01)  VALUE SPACE.
001399 77  TP100-GROUP-DOC-COUNT      PIC 9(07)  VALUE ZERO.
001400 77  TP100-TRIP-SEQ             PIC 9(03)  VALUE ZERO.
001401 77  TP100-TRIP-COUNT           PIC 9(07)  VALUE ZERO.
001402 77  TP100-QUAR-DOC-COUNT       PIC 9(07)  VALUE ZERO.
001403 77  TP100-DISPLAY-LIMIT        PIC Z(06)9.
001404 77  TP100-STREAM-SW            PIC X(01)  VALUE 'N'.
001405     88  TP100-STREAM-RUN               VALUE 'Y'.
001406 77  TP100-STREAM-NUM           PIC 9(02)  VALUE ZERO.
001407 77  TP100-PART-DATE            PIC 9(08)  VALUE ZERO.
001408 77  TP100-PART-TIME            PIC 9(06)  VALUE ZERO.
001409 77  TP100-PART-DOC-COUNT       PIC 9(07)  VALUE ZERO.
001410 77  TP100-ACTLOG-RECS          PIC 9(09)  VALUE ZERO.
001411 77  TP100-SUSP-RECS            PIC 9(09)  VALUE ZERO.
001412 77  TP100-ALERT-RECS           PIC 9(09)  VALUE ZERO.
001413 77  TP100-TRCLOG-RECS          PIC 9(09)  VALUE ZERO.
001414 77  TP100-CRTLOG-RECS          PIC 9(09)  VALUE ZERO.
001415 77  TP100-DOCDFR-RECS          PIC 9(09)  VALUE ZERO.

001416 77  TP100-PARTNER-KEY          PIC X(78)  VALUE SPACES.
001417 77  TP100-CURRENT-DATE         PIC 9(08)  VALUE ZERO.
001418 77  TP100-CURRENT-TIME         PIC 9(06)  VALUE ZERO.
001419 77  TP100-BATCH-ID             PIC X(20)  VALUE SPACES.
001420 77  TP100-SUBMIT-TS            PIC X(26)  VALUE SPACES.
001421 77  TP100-HDR-SUBMIT-TS        PIC X(26)  VALUE SPACES.
001422 77  TP100-MSG                  PIC X(80)  VALUE SPACES.

001346****************************************************************
001347*  WALL-CLOCK CAPTURE AROUND EACH TPAGAPI CALL.  THE SPLIT     *
001424     05  FILLER                     PIC X(02) VALUE SPACES.
001425     05  TP100-RL-COUNT             PIC ZZZ,ZZ9.

001426 01  TP100-RUN-NOTE-LINE.
001427     05  TP100-RN-TEXT              PIC X(60).

001428 01  TP100-RUN-STREAM-LINE.
001429     05  FILLER                     PIC X(07) VALUE 'STREAM '.
001430     05  TP100-RS-STREAM            PIC 9(02).
001431     05  FILLER                     PIC X(14)
001432         VALUE ' OF PARTITION '.
001433     05  TP100-RS-PART-DATE         PIC 9(08).
001434     05  FILLER                     PIC X(01) VALUE SPACE.
001435     05  TP100-RS-PART-TIME         PIC 9(06).

001436 01  TP100-RUN-RC-LINE.
001437     05  FILLER                     PIC X(13)
001438         VALUE 'RETURN CODE: '.
001439     05  TP100-RL-RETURN-CODE       PIC 9(02).

001383 01  TP100-SEV-CARD.
001384     05  TP100-SC-KEYWORD           PIC X(05).
001399                                    PIC 9(04).
001400     05  FILLER                     PIC X(65).

001401****************************************************************
001402*  TPDRVCTL RUN-OPTION CARDS (OPTIONAL - NONE MEANS A NORMAL   *
001403*  PRODUCTION RUN):                                            *
001404*    MODE  CERT       (THE WHOLE RUN IS A CERTIFICATION RUN)   *
001405*    MULT  NNNNNNN    (VOLUME BREAKER - GROUP LIMIT IS THIS    *
001406*                      MANY TIMES THE PARTNER'S TYPICAL DAILY  *
001407*                      VOLUME - DEFAULT 10)                    *
001408*    FLOOR NNNNNNN    (THE MULTIPLE NEVER SETS A LIMIT BELOW   *
001409*                      THIS - DEFAULT 500)                     *
001410*    CAP   NNNNNNN    (ABSOLUTE GROUP LIMIT FOR EVERY PARTNER, *
001411*                      PROFILED OR NOT - DEFAULT NONE)         *
001412*    DAYS  NNNNNNN    (PROFILE LOOKBACK DAYS - DEFAULT 30)     *
001413*    STRM  NNNNNNN    (RUN AS STREAM 1-8 OF THE TP150PRT       *
001414*                      PARTITION ON TPPARTN - DEFAULT NONE,    *
001415*                      THE WHOLE FEED IN ONE STEP)             *
001416*  MULT 0 TURNS THE PROFILE CHECK OFF, LEAVING ONLY THE CAP.   *
001417****************************************************************
001418 01  TP100-DRV-CARD.
001419     05  TP100-DC-KEYWORD           PIC X(05).
001420         88  TP100-DC-IS-MODE       VALUE 'MODE '.
001421         88  TP100-DC-IS-MULT       VALUE 'MULT '.
001422         88  TP100-DC-IS-FLOOR      VALUE 'FLOOR'.
001423         88  TP100-DC-IS-CAP        VALUE 'CAP  '.
001424         88  TP100-DC-IS-DAYS       VALUE 'DAYS '.
001425         88  TP100-DC-IS-STRM       VALUE 'STRM '.
001426     05  FILLER                     PIC X(01).
001427     05  TP100-DC-VALUE             PIC X(08).
001428         88  TP100-DC-MODE-CERT     VALUE 'CERT'.
001429         88  TP100-DC-MODE-PROD     VALUE 'PROD'.
001430     05  FILLER                     PIC X(66).
001431 01  TP100-DRV-CARD-NUMERIC REDEFINES TP100-DRV-CARD.
001432     05  FILLER                     PIC X(06).
001433     05  TP100-DC-VALUE-NUM         PIC 9(07).
001434     05  FILLER                     PIC X(67).

001435****************************************************************
001436*  TONIGHT'S TRIP: THE ID STAMPED ON EVERY DOCUMENT OF THE     *
001437*  GROUP QUARANTINED BY THE VOLUME BREAKER.  THE STREAM NUMBER *
001438*  KEEPS PARTITION STREAMS STARTED IN THE SAME SECOND APART.   *
001439****************************************************************
001440 01  TP100-TRIP-ID.
001441     05  TP100-TRIP-DATE            PIC 9(08).
001442     05  TP100-TRIP-TIME            PIC 9(06).
001443     05  TP100-TRIP-STREAM          PIC 9(01).
001444     05  TP100-TRIP-ID-SEQ          PIC 9(03).

001445****************************************************************
001446*  TYPICAL DAILY VOLUME PER PARTNER KEY OVER THE LOOKBACK      *
001447*  WINDOW, BUILT FROM TPACTSUM AT STARTUP THE SAME WAY TP920MPD *
001448*  BUILDS ITS PROFILE: TOTAL PERFORM-MAPPING VOLUME DIVIDED BY *
001449*  THE DAYS THE PARTNER WAS ACTIVE.  2000 PARTNERS IS WELL     *
001450*  BEYOND THE TRADING COMMUNITY'S SIZE; A PARTNER THAT DOES    *
001451*  NOT FIT IS HELD TO THE CAP ONLY.                            *
001452****************************************************************
001453 01  TP100-VOLUME-PROFILE.
001454     05  TP100-VP-ENTRY OCCURS 2000 TIMES
001455                        INDEXED BY TP100-VX.
001456         10  TP100-VP-PARTNER-KEY   PIC X(78).
001457         10  TP100-VP-ACTIVE-DAYS   PIC 9(04) COMP.
001458         10  TP100-VP-TOTAL-VOLUME  PIC 9(09) COMP.
001459         10  TP100-VP-LAST-DATE     PIC 9(08).

001380****************************************************************
001381*  THE APPLICATION/VERSION/PARTNER GROUP THE CURRENT MAPPING   *
001382*  SESSION IS COMMITTED TO, CAPTURED FROM THE FIRST TPDOCIN    *
001470     END-IF.
001472     PERFORM 8500-SET-RETURN-CODE THRU 8500-EXIT.
001474     PERFORM 8600-PRINT-RUN-REPORT THRU 8600-EXIT.
001476     IF TP100-STREAM-RUN AND TP100-RUN-IS-ENROLLED
001477         PERFORM 8700-WRITE-STREAM-TOTALS THRU 8700-EXIT
001478     END-IF.
001480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001481     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001490     GOBACK.

001491****************************************************************
001492*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS       *
001493*  RUNNING.                                                    *
001494****************************************************************
001495 0100-RUN-HISTORY-START.
001496     MOVE 'START'            TO TP-HST-REQUEST.
001497     MOVE 'TP100DRV'         TO TP-HST-PROGRAM-ID.
001498     MOVE SPACES             TO TP-HST-STREAM-ID.
001499     IF TP100-STREAM-RUN
001500         MOVE TP100-STREAM-NUM TO TP-HST-STREAM-ID
001501     END-IF.
001502     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001503     CALL 'TPRUNHST' USING TP-HST-CB.
001504 0100-EXIT.
001505     EXIT.

001506****************************************************************
001510*  1000-INITIALIZE - OPEN FILES, THEN BEGIN THE FIRST GROUP ON *
001520*  THE FEED.  THE BEGIN-GROUP LOOP RIDES OVER ANY LEADING      *
001525*  GROUPS ALREADY FULLY COMPLETED ON A PRIOR RUN.              *
001530****************************************************************
001531 1000-INITIALIZE.
001532     ACCEPT TP100-CURRENT-DATE FROM DATE YYYYMMDD.
001533     ACCEPT TP100-CURRENT-TIME FROM TIME.
001534     STRING 'TP1' TP100-CURRENT-DATE TP100-CURRENT-TIME
001535         DELIMITED BY SIZE INTO TP100-BATCH-ID.
001536     STRING TP100-CURRENT-DATE TP100-CURRENT-TIME
001537         DELIMITED BY SIZE INTO TP100-SUBMIT-TS.
001538     MOVE TP100-CURRENT-DATE TO TP100-RUN-START-DATE.
001539     MOVE TP100-CURRENT-TIME TO TP100-RUN-START-TIME.
001540     OPEN OUTPUT TPRUNRPT-FILE.
001541     PERFORM 1020-READ-RUN-OPTIONS THRU 1020-EXIT.
001542     IF TP100-STREAM-RUN
001543         MOVE 'S'              TO TP100-BATCH-ID(18:1)
001544         MOVE TP100-STREAM-NUM TO TP100-BATCH-ID(19:2)
001545     END-IF.
001546     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001547     IF TP100-STARTUP-FAILED
001548         SET TP100-NO-MORE-DOCUMENTS TO TRUE
001549         GO TO 1000-EXIT
001550     END-IF.
001551     PERFORM 1050-ENROLL-RUN-REGISTRY THRU 1050-EXIT.
001552     IF NOT TP100-RUN-IS-ENROLLED
001553         SET TP100-NO-MORE-DOCUMENTS TO TRUE
001554         SET TP100-STARTUP-FAILED TO TRUE
001555         GO TO 1000-EXIT
001556     END-IF.
001557     IF TP100-STREAM-RUN
001558         PERFORM 1060-READ-PARTITION-CONTROL THRU 1060-EXIT
001559     END-IF.
001560     IF TP100-STARTUP-FAILED
001561         SET TP100-NO-MORE-DOCUMENTS TO TRUE
001562         GO TO 1000-EXIT
001563     END-IF.
001570     OPEN INPUT TPDOCIN-FILE.
001580     IF TPDOCIN-STATUS NOT = '00'
001590         DISPLAY 'TP100DRV - UNABLE TO OPEN TPDOCIN - STATUS '
001771     PERFORM 1450-OPEN-HOLD-CONTROLS THRU 1450-EXIT.
001772     SET TP100-CONTROL-FILES-OPEN TO TRUE.
001774     PERFORM 1800-LOAD-SEVERITY-TABLE THRU 1800-EXIT.
001775     IF NOT TP100-CERTIFICATION-RUN
001776         PERFORM 1900-LOAD-VOLUME-PROFILE THRU 1900-EXIT
001777     END-IF.

001780     PERFORM 1100-BEGIN-GROUP THRU 1100-EXIT
001781         UNTIL TP100-SESSION-IS-ACTIVE
001782            OR TP100-NO-MORE-DOCUMENTS.
001783 1000-EXIT.
001784     EXIT.

001785****************************************************************
001786*  1020-READ-RUN-OPTIONS - THE OPTIONAL TPDRVCTL CARDS.  NO    *
001787*  CARD FILE, OR NO MODE CARD, IS A NORMAL PRODUCTION RUN.     *
001788****************************************************************
001789 1020-READ-RUN-OPTIONS.
001790     OPEN INPUT TPDRVCTL-FILE.
001791     IF TPDRVCTL-STATUS NOT = '00'
001792         GO TO 1020-EXIT
001793     END-IF.
001794     PERFORM 1040-READ-NEXT-DRV-CARD THRU 1040-EXIT.
001795     PERFORM 1030-PROCESS-DRV-CARD THRU 1030-EXIT
001796         UNTIL TP100-NO-MORE-DRV-CARDS.
001797     CLOSE TPDRVCTL-FILE.
001798     IF TP100-CERTIFICATION-RUN
001799         DISPLAY 'TP100DRV - CERTIFICATION RUN - NO PRODUCTION '
001800                 'FILES WILL BE OPENED'
001801     END-IF.
001802 1020-EXIT.
001803     EXIT.

001804 1030-PROCESS-DRV-CARD.
001805     MOVE TP-DRVCTL-CARD TO TP100-DRV-CARD.
001806     EVALUATE TRUE
001807         WHEN TP100-DRV-CARD = SPACES
001808             CONTINUE
001809         WHEN TP100-DC-IS-MODE AND TP100-DC-MODE-CERT
001810             SET TP100-CERTIFICATION-RUN TO TRUE
001811         WHEN TP100-DC-IS-MODE AND TP100-DC-MODE-PROD
001812             MOVE 'N' TO TP100-CERT-RUN-SW
001813         WHEN TP100-DC-IS-STRM AND TP100-DC-VALUE-NUM NUMERIC
001814                                AND TP100-DC-VALUE-NUM > ZERO
001815                                AND TP100-DC-VALUE-NUM < 9
001816             MOVE TP100-DC-VALUE-NUM TO TP100-STREAM-NUM
001817             SET TP100-STREAM-RUN TO TRUE
001818         WHEN TP100-DC-IS-STRM
001819             DISPLAY 'TP100DRV - INVALID STREAM CARD - RUN '
001820                     'ENDED - ' TP-DRVCTL-CARD(1:20)
001821             SET TP100-STARTUP-FAILED TO TRUE
001822         WHEN TP100-DC-VALUE-NUM NOT NUMERIC
001823             DISPLAY 'TP100DRV - INVALID TPDRVCTL CARD '
001824                      'IGNORED - ' TP-DRVCTL-CARD(1:20)
001825         WHEN TP100-DC-IS-MULT
001826             MOVE TP100-DC-VALUE-NUM TO TP100-VOLUME-MULT
001827         WHEN TP100-DC-IS-FLOOR
001828             MOVE TP100-DC-VALUE-NUM TO TP100-VOLUME-FLOOR
001829         WHEN TP100-DC-IS-CAP
001830             MOVE TP100-DC-VALUE-NUM TO TP100-VOLUME-CAP
001831         WHEN TP100-DC-IS-DAYS AND TP100-DC-VALUE-NUM > ZERO
001832                                AND TP100-DC-VALUE-NUM < 1000
001833             MOVE TP100-DC-VALUE-NUM TO TP100-LOOKBACK-DAYS
001834         WHEN OTHER
001835             DISPLAY 'TP100DRV - INVALID TPDRVCTL CARD '
001836                      'IGNORED - ' TP-DRVCTL-CARD(1:20)
001837     END-EVALUATE.
001838     PERFORM 1040-READ-NEXT-DRV-CARD THRU 1040-EXIT.
001839 1030-EXIT.
001840     EXIT.

001841 1040-READ-NEXT-DRV-CARD.
001842     READ TPDRVCTL-FILE
001843         AT END
001844             SET TP100-NO-MORE-DRV-CARDS TO TRUE
001845     END-READ.
001846 1040-EXIT.
001847     EXIT.

001848****************************************************************
001849*  1050-ENROLL-RUN-REGISTRY - CLAIM THE SHARED FILES THIS RUN  *
001850*  UPDATES BEFORE TOUCHING ANY OF THEM.  A REFUSED CLAIM       *
001851*  MEANS ANOTHER RUN - USUALLY A RERUN OF THIS JOB OR AN       *
001852*  ARCHIVE/ROLL STEP - STILL HOLDS THEM, AND THE SAFE ANSWER   *
001853*  IS TO FAIL AT STARTUP, NOT RACE IT.  TPCERT IS THE ONE      *
001854*  CLAIM FOR THE CERTIFICATION FILE SET (TPCRTLOG, TPCRTDUP,   *
001855*  TPCRTSCR); A MODE CERT RUN CLAIMS NO PRODUCTION FILE.       *
001856*  TPQUARN IS CLAIMED SO TP880QRL CANNOT RELEASE A TRIP WHILE  *
001857*  THIS RUN IS STILL ADDING TO IT.  A PARTITION STREAM ENROLLS *
001858*  UNDER ITS STREAM NUMBER: ITS ACTIVITY, SUSPENSE, ALERT,     *
001859*  TRACE, CERTIFICATION-LOG AND DEFERRED DD NAMES POINT AT THE *
001860*  STREAM'S OWN DATASETS, CLAIMED TOGETHER AS TPSTREAM, SO IT  *
001861*  LEAVES THE MAIN FILES TO TP160MRG.  SIBLING STREAMS SHARE   *
001862*  THE CONTROL-FILE CLAIMS; EACH PARTNER'S KEYS ARE ON ONE     *
001863*  STREAM ONLY.                                                *
001866****************************************************************
001873 1050-ENROLL-RUN-REGISTRY.
001880     MOVE 'ENROLL'   TO TP-LOK-REQUEST.
001887     MOVE 'TP100DRV' TO TP-LOK-PROGRAM-ID.
001890     MOVE SPACES     TO TP-LOK-JOB-NAME.
001891     MOVE SPACES     TO TP-LOK-STREAM-ID.
001892     IF TP100-STREAM-RUN
001893         MOVE TP100-STREAM-NUM TO TP-LOK-STREAM-ID
001894         PERFORM 1055-SET-STREAM-CLAIMS THRU 1055-EXIT
001895         GO TO 1050-CALL
001896     END-IF.
001897     IF TP100-CERTIFICATION-RUN
001898         MOVE 2          TO TP-LOK-FILE-COUNT
001901         MOVE 'TPCERT'   TO TP-LOK-FILE-NAME(1)
001902         MOVE 'TPTRCLOG' TO TP-LOK-FILE-NAME(2)
001903     ELSE
001904         MOVE 8          TO TP-LOK-FILE-COUNT
001905         MOVE 'TPCKPTF'  TO TP-LOK-FILE-NAME(1)
001906         MOVE 'TPDUPCTL' TO TP-LOK-FILE-NAME(2)
001907         MOVE 'TPACTLOG' TO TP-LOK-FILE-NAME(3)
001908         MOVE 'TPSUSP'   TO TP-LOK-FILE-NAME(4)
001909         MOVE 'TPALERT'  TO TP-LOK-FILE-NAME(5)
001910         MOVE 'TPTRCLOG' TO TP-LOK-FILE-NAME(6)
001911         MOVE 'TPCERT'   TO TP-LOK-FILE-NAME(7)
001912         MOVE 'TPQUARN'  TO TP-LOK-FILE-NAME(8)
001913     END-IF.
001914 1050-CALL.
001915     CALL 'TPRUNLOK' USING TP-LOK-CB.
001916     IF TP-LOK-HONOURED
001917         SET TP100-RUN-IS-ENROLLED TO TRUE
001918     ELSE
001919         DISPLAY 'TP100DRV - RUN REGISTRY ENROLLMENT REFUSED - '
001920                  TP-LOK-RESPONSE-MESSAGE
001921     END-IF.
001922 1050-EXIT.
001923     EXIT.

001924 1055-SET-STREAM-CLAIMS.
001925     IF TP100-CERTIFICATION-RUN
001926         MOVE 2          TO TP-LOK-FILE-COUNT
001927         MOVE 'TPCERT'   TO TP-LOK-FILE-NAME(1)
001928         MOVE 'TPSTREAM' TO TP-LOK-FILE-NAME(2)
001929     ELSE
001930         MOVE 5          TO TP-LOK-FILE-COUNT
001931         MOVE 'TPCKPTF'  TO TP-LOK-FILE-NAME(1)
001932         MOVE 'TPDUPCTL' TO TP-LOK-FILE-NAME(2)
001933         MOVE 'TPCERT'   TO TP-LOK-FILE-NAME(3)
001934         MOVE 'TPQUARN'  TO TP-LOK-FILE-NAME(4)
001935         MOVE 'TPSTREAM' TO TP-LOK-FILE-NAME(5)
001936     END-IF.
001937 1055-EXIT.
001938     EXIT.

001939****************************************************************
001940*  1060-READ-PARTITION-CONTROL - A STREAM RUNS ONLY AGAINST A  *
001941*  TP150PRT SPLIT THAT HAS A PARTITION FOR IT AND HAS NOT      *
001942*  ALREADY BEEN MERGED; ANYTHING ELSE IS A STARTUP FAILURE,    *
001943*  SINCE TP160MRG COULD NEVER BALANCE WHAT IT WROTE.           *
001944****************************************************************
001945 1060-READ-PARTITION-CONTROL.
001946     OPEN INPUT TPPARTN-FILE.
001947     IF TPPARTN-STATUS NOT = '00'
001948         DISPLAY 'TP100DRV - UNABLE TO OPEN TPPARTN - STATUS '
001949                  TPPARTN-STATUS
001950         SET TP100-STARTUP-FAILED TO TRUE
001951         GO TO 1060-EXIT
001952     END-IF.
001953     READ TPPARTN-FILE
001954         AT END
001955             DISPLAY 'TP100DRV - TPPARTN IS EMPTY'
001956             SET TP100-STARTUP-FAILED TO TRUE
001957     END-READ.
001958     CLOSE TPPARTN-FILE.
001959     IF TP100-STARTUP-FAILED
001960         GO TO 1060-EXIT
001961     END-IF.
001962     EVALUATE TRUE
001963         WHEN TP-PARTN-STREAM-COUNT NOT NUMERIC
001964           OR TP100-STREAM-NUM > TP-PARTN-STREAM-COUNT
001965             DISPLAY 'TP100DRV - STREAM ' TP100-STREAM-NUM
001966                     ' IS NOT PART OF THE TPPARTN PARTITION'
001967             SET TP100-STARTUP-FAILED TO TRUE
001968         WHEN TP-PARTN-MERGED
001969             DISPLAY 'TP100DRV - PARTITION '
001970                     TP-PARTN-PARTITION-ID
001971                     ' ALREADY MERGED BY TP160MRG'
001972             SET TP100-STARTUP-FAILED TO TRUE
001973         WHEN OTHER
001974             MOVE TP-PARTN-PART-DATE TO TP100-PART-DATE
001975             MOVE TP-PARTN-PART-TIME TO TP100-PART-TIME
001976             MOVE TP-PARTN-S-DOC-COUNT(TP100-STREAM-NUM)
001977                 TO TP100-PART-DOC-COUNT
001978             DISPLAY 'TP100DRV - STREAM ' TP100-STREAM-NUM
001979                     ' OF PARTITION ' TP-PARTN-PARTITION-ID
001980                     ' - ' TP100-PART-DOC-COUNT ' DOCUMENTS'
001981     END-EVALUATE.
001982 1060-EXIT.
001983     EXIT.

001984****************************************************************
001985*  1100-BEGIN-GROUP - COMMIT TO THE GROUP OF THE CURRENT FEED  *
001986*  RECORD: VALIDATE ITS ARD, RE-ESTABLISH THE CHECKPOINT/      *
001987*  DUPLICATE-CONTROL PARTNER KEY AND RESTART POINT, AND ISSUE  *
001988*  INITIALIZE-MAPPING.  IF RESTART SKIPPING CARRIES THE FEED   *
001989*  CLEAR INTO THE NEXT GROUP THE CALLER'S LOOP COMES BACK      *
001990*  AROUND AND BEGINS THAT GROUP INSTEAD - NO SESSION IS OPENED *
001991*  FOR A GROUP WITH NOTHING LEFT TO MAP.                       *
001992****************************************************************
001993 1100-BEGIN-GROUP.
001994     MOVE TP-DOCIN-APPLICATION-ID  TO TP100-GROUP-APPLICATION-ID.
001995     MOVE TP-DOCIN-VERSION         TO TP100-GROUP-VERSION.
001996     MOVE TP-DOCIN-VERSION-RELEASE
001997         TO TP100-GROUP-VERSION-RELEASE.
001998     MOVE TP-DOCIN-PARTNER-FORM    TO TP100-GROUP-PARTNER-FORM.
001999     MOVE TP-DOCIN-CORP-ID-QUAL    TO TP100-GROUP-CORP-ID-QUAL.
002000     MOVE TP-DOCIN-CORP-ID         TO TP100-GROUP-CORP-ID.
002001     MOVE TP-DOCIN-DIV-ID-QUAL     TO TP100-GROUP-DIV-ID-QUAL.
002002     MOVE TP-DOCIN-DIV-ID          TO TP100-GROUP-DIV-ID.
002003     MOVE TP-DOCIN-ALIAS-ID-QUAL   TO TP100-GROUP-ALIAS-ID-QUAL.
002004     MOVE TP-DOCIN-ALIAS-ID        TO TP100-GROUP-ALIAS-ID.

002005     MOVE 'N' TO TP100-ARD-VALID-SW.
002006     PERFORM 1200-VALIDATE-APPLICATION-ID THRU 1200-EXIT.
002007     IF NOT TP100-ARD-IS-VALID
002008         GO TO 1100-EXIT
002009     END-IF.

002010     MOVE TP100-GROUP-CORP-ID-QUAL TO TP100-PARTNER-KEY(1:4).
002011     MOVE TP100-GROUP-CORP-ID      TO TP100-PARTNER-KEY(5:35).
002012     MOVE TP100-GROUP-DIV-ID-QUAL  TO TP100-PARTNER-KEY(40:4).
002013     MOVE TP100-GROUP-DIV-ID       TO TP100-PARTNER-KEY(44:35).
002014     IF TP100-GROUP-PARTNER-FORM = 'A'
002015         MOVE TP100-GROUP-ALIAS-ID-QUAL
002016             TO TP100-PARTNER-KEY(1:4)
002017         MOVE TP100-GROUP-ALIAS-ID TO TP100-PARTNER-KEY(5:35)
002018         MOVE SPACES               TO TP100-PARTNER-KEY(40:39)
002019     END-IF.

002020     MOVE 'N' TO TP100-HELD-SW.
002021     PERFORM 1170-CHECK-CERTIFICATION THRU 1170-EXIT.
002022     IF NOT TP100-CERT-GROUP
002023         PERFORM 1130-CHECK-PARTNER-HOLD THRU 1130-EXIT
002024     END-IF.
002025     IF TP100-GROUP-IS-HELD
002026         PERFORM 1150-DEFER-HELD-GROUP THRU 1150-EXIT
002027         GO TO 1100-EXIT
002028     END-IF.

002029     MOVE ZERO TO TP100-GROUP-DOC-COUNT.
002030     MOVE ZERO TO TP100-GROUP-LIMIT.
002031     MOVE 'N'  TO TP100-TRIPPED-SW.
002032     IF NOT TP100-CERT-GROUP
002033         PERFORM 1250-SET-GROUP-LIMIT THRU 1250-EXIT
002034         PERFORM 1500-ESTABLISH-RESTART-POINT THRU 1500-EXIT
002035     END-IF.
002036     IF TP100-NO-MORE-DOCUMENTS
002037         GO TO 1100-EXIT
002038     END-IF.
002039     PERFORM 2020-CHECK-SAME-GROUP THRU 2020-EXIT.
002040     IF NOT TP100-SAME-GROUP
002041         GO TO 1100-EXIT
002042     END-IF.

002043     MOVE TP100-GROUP-APPLICATION-ID
002044                                    TO TP-AGAPI-APPLICATION-ID.
002045     MOVE TP100-GROUP-VERSION       TO TP-AGAPI-VERSION.
002046     MOVE TP100-GROUP-VERSION-RELEASE
002047                                    TO TP-AGAPI-VERSION-RELEASE.
002048     MOVE TP-DOCIN-TRACE-FLAG       TO TP-AGAPI-TRACE-FLAG.
002049     SET TP-AGAPI-INITIALIZE-REQUEST TO TRUE.
002050     PERFORM 2700-CALL-GATEWAY THRU 2700-EXIT.
002051     PERFORM 1600-WRITE-ACTIVITY-LOG THRU 1600-EXIT.
002052     PERFORM 1700-WRITE-TRACE-RECORD THRU 1700-EXIT.
002053     IF TP100-CERT-GROUP AND NOT TP-AGAPI-ALL-OKAY
002054         PERFORM 1180-SKIP-CERT-GROUP THRU 1180-EXIT
002055         GO TO 1100-EXIT
002056     END-IF.
002057     IF NOT TP-AGAPI-ALL-OKAY
002058         DISPLAY 'TP100DRV - INITIALIZE-MAPPING FAILED - '
002059                  TP-AGAPI-RESPONSE-MESSAGE
002060         SET TP100-NO-MORE-DOCUMENTS TO TRUE
002061         SET TP100-STARTUP-FAILED TO TRUE
002062     ELSE
002063         SET TP100-SESSION-IS-ACTIVE TO TRUE
002077     END-IF.
002078 1100-EXIT.
002079     EXIT.
002160         DISPLAY 'TP100DRV - ARD APPLICATION ID "'
002170                  TP-DOCIN-APPLICATION-ID
002180                  '" IS NOT ACTIVE - JOB TERMINATED'
002181         SET TP100-NO-MORE-DOCUMENTS TO TRUE
002182         SET TP100-STARTUP-FAILED TO TRUE
002183         GO TO 1200-EXIT
002184     END-IF.
002185     SET TP100-ARD-IS-VALID TO TRUE.
002186 1200-EXIT.
002187     EXIT.

002188****************************************************************
002189*  1250-SET-GROUP-LIMIT - THE VOLUME BREAKER'S LIMIT FOR THIS  *
002190*  GROUP: MULT TIMES THE PARTNER'S TYPICAL DAILY VOLUME, NO    *
002191*  LOWER THAN FLOOR, THEN CUT TO CAP WHERE CAP IS SMALLER.  A  *
002192*  PARTNER WITH NO PROFILE (NEW, OR NO TPACTSUM) IS HELD TO    *
002193*  CAP ALONE; WITH NO CAP EITHER, ZERO MEANS NO LIMIT.         *
002194****************************************************************
002195 1250-SET-GROUP-LIMIT.
002196     MOVE ZERO  TO TP100-TYPICAL-VOLUME.
002197     MOVE SPACE TO TP100-GROUP-LIMIT-REASON.
002198     MOVE 'N'   TO TP100-PROFILE-FOUND-SW.
002199     IF TP100-PROFILE-COUNT > ZERO AND TP100-VOLUME-MULT > ZERO
002200         SET TP100-VX TO 1
002201         SEARCH TP100-VP-ENTRY
002202             AT END
002203                 CONTINUE
002204             WHEN TP100-VX > TP100-PROFILE-COUNT
002205                 CONTINUE
002206             WHEN TP100-VP-PARTNER-KEY(TP100-VX)
002207                    = TP100-PARTNER-KEY
002208                 SET TP100-PROFILE-FOUND TO TRUE
002209         END-SEARCH
002210     END-IF.
002211     IF TP100-PROFILE-FOUND
002212        AND TP100-VP-ACTIVE-DAYS(TP100-VX) > ZERO
002213         COMPUTE TP100-TYPICAL-VOLUME ROUNDED
002214             = TP100-VP-TOTAL-VOLUME(TP100-VX)
002215             / TP100-VP-ACTIVE-DAYS(TP100-VX)
002216         COMPUTE TP100-GROUP-LIMIT
002217             = TP100-TYPICAL-VOLUME * TP100-VOLUME-MULT
002218             ON SIZE ERROR
002219                 MOVE 9999999 TO TP100-GROUP-LIMIT
002220         END-COMPUTE
002221         IF TP100-GROUP-LIMIT < TP100-VOLUME-FLOOR
002222             MOVE TP100-VOLUME-FLOOR TO TP100-GROUP-LIMIT
002223         END-IF
002224         MOVE 'M' TO TP100-GROUP-LIMIT-REASON
002225     END-IF.
002226     IF TP100-VOLUME-CAP > ZERO
002227        AND (TP100-GROUP-LIMIT = ZERO
002228          OR TP100-VOLUME-CAP < TP100-GROUP-LIMIT)
002229         MOVE TP100-VOLUME-CAP TO TP100-GROUP-LIMIT
002230         MOVE 'C' TO TP100-GROUP-LIMIT-REASON
002231     END-IF.
002232 1250-EXIT.
002233     EXIT.

002234****************************************************************
002235*  1130-CHECK-PARTNER-HOLD - IS THIS GROUP'S PARTNER ON THE    *
002236*  OPERATOR HOLD FILE?  NO HOLD FILE MEANS NO HOLDS.           *
002237****************************************************************
002238 1130-CHECK-PARTNER-HOLD.
002246     MOVE 'N' TO TP100-HELD-SW.
002247     IF NOT TP100-HOLD-FILE-OPEN
002248         GO TO 1130-EXIT
002277         UNTIL NOT TP100-SAME-GROUP
002278            OR TP100-NO-MORE-DOCUMENTS.
002279 1150-EXIT.
002280     EXIT.

002281 1160-DEFER-ONE-DOCUMENT.
002282     WRITE TP-DOCDFR-RECORD FROM TP-DOCIN-RECORD.
002283     ADD 1 TO TP100-DOCDFR-RECS.
002284     ADD 1 TO TP100-HELD-DOC-COUNT.
002285     PERFORM 2900-READ-NEXT-DOCUMENT THRU 2900-EXIT.
002286     IF NOT TP100-NO-MORE-DOCUMENTS
002289 1160-EXIT.
002291     EXIT.

002292****************************************************************
002293*  1170-CHECK-CERTIFICATION - IS THIS GROUP A TEST?  EVERY     *
002294*  GROUP OF A MODE CERT RUN IS; OTHERWISE A GROUP IS WHEN ITS  *
002295*  PARTNER IS ON TPCERTPT FOR THIS APPLICATION, OR FOR ALL     *
002296*  APPLICATIONS (APPLICATION ID SPACES).  A PARTNER HOLD IS A  *
002297*  PRODUCTION CONTROL AND IS NOT CHECKED FOR A TEST GROUP.     *
002298****************************************************************
002299 1170-CHECK-CERTIFICATION.
002300     MOVE 'N' TO TP100-CERT-GROUP-SW.
002301     IF TP100-CERTIFICATION-RUN
002302         SET TP100-CERT-GROUP TO TRUE
002303         GO TO 1170-COUNT
002304     END-IF.
002305     IF NOT TP100-CERT-LIST-OPEN
002306         GO TO 1170-EXIT
002307     END-IF.
002308     MOVE TP100-PARTNER-KEY          TO TP-CERTPT-PARTNER-KEY.
002309     MOVE TP100-GROUP-APPLICATION-ID TO TP-CERTPT-APPLICATION-ID.
002310     READ TPCERTPT-FILE
002311         INVALID KEY
002312             MOVE SPACES TO TP-CERTPT-APPLICATION-ID
002313             READ TPCERTPT-FILE
002314                 INVALID KEY
002315                     GO TO 1170-EXIT
002316             END-READ
002317     END-READ.
002318     SET TP100-CERT-GROUP TO TRUE.
002319     DISPLAY 'TP100DRV - PARTNER GROUP IN CERTIFICATION - '
002320             TP100-PARTNER-KEY(1:39) ' '
002321             TP100-GROUP-APPLICATION-ID.
002322 1170-COUNT.
002323     ADD 1 TO TP100-CERT-GROUP-COUNT.
002324 1170-EXIT.
002325     EXIT.

002326****************************************************************
002327*  1180-SKIP-CERT-GROUP - A TEST GROUP WHOSE INITIALIZE-MAPPING *
002328*  FAILED IS A CERTIFICATION RESULT, NOT A REASON TO STOP THE  *
002329*  PRODUCTION RUN.  EVERY DOCUMENT OF THE GROUP IS SCORED AS   *
002330*  FAILED UNDER THE INITIALIZE-MAPPING RESPONSE AND PASSED     *
002331*  OVER, AND THE CALLER'S BEGIN-GROUP LOOP TAKES UP THE NEXT   *
002332*  GROUP ON THE FEED.                                          *
002333****************************************************************
002334 1180-SKIP-CERT-GROUP.
002335     DISPLAY 'TP100DRV - CERTIFICATION GROUP SKIPPED - '
002336             'INITIALIZE-MAPPING FAILED - '
002337             TP-AGAPI-RESPONSE-MESSAGE.
002338     ADD 1 TO TP100-CERT-INIT-FAIL-COUNT.
002339     SET TP100-CERT-INIT-FAILED TO TRUE.
002340     PERFORM 2800-POST-CERT-SCORECARD THRU 2800-EXIT.
002341     SET TP100-SAME-GROUP TO TRUE.
002342     PERFORM 1190-SKIP-ONE-CERT-DOCUMENT THRU 1190-EXIT
002343         UNTIL NOT TP100-SAME-GROUP
002344            OR TP100-NO-MORE-DOCUMENTS.
002345 1180-EXIT.
002346     EXIT.

002347 1190-SKIP-ONE-CERT-DOCUMENT.
002348     ADD 1 TO TP100-CERT-ATTEMPT-COUNT.
002349     ADD 1 TO TP100-CERT-FAIL-COUNT.
002350     SET TP100-CERT-FAILED TO TRUE.
002351     PERFORM 2800-POST-CERT-SCORECARD THRU 2800-EXIT.
002352     PERFORM 1195-LOG-CERT-SKIP THRU 1195-EXIT.
002353     PERFORM 2900-READ-NEXT-DOCUMENT THRU 2900-EXIT.
002354     IF NOT TP100-NO-MORE-DOCUMENTS
002355         PERFORM 2020-CHECK-SAME-GROUP THRU 2020-EXIT
002356     END-IF.
002357 1190-EXIT.
002358     EXIT.

002359****************************************************************
002360*  1195-LOG-CERT-SKIP - A CERT-SKIPPED RECORD ON TPCRTLOG FOR   *
002361*  EACH DOCUMENT OF A SKIPPED TEST GROUP, CARRYING THE         *
002362*  INITIALIZE-MAPPING RESPONSE, SO TP600RCN CAN ACCOUNT FOR    *
002363*  THE DOCUMENT ALTHOUGH NO PERFORM-MAPPING WAS ISSUED.        *
002364****************************************************************
002365 1195-LOG-CERT-SKIP.
002366     MOVE TP100-CURRENT-DATE         TO TP-ACTLOG-RUN-DATE.
002367     MOVE TP100-CURRENT-TIME         TO TP-ACTLOG-RUN-TIME.
002368     SET TP-ACTLOG-IS-CERT-SKIPPED   TO TRUE.
002369     MOVE TP-AGAPI-RESPONSE-CODE     TO TP-ACTLOG-RESPONSE-CODE.
002370     MOVE TP-AGAPI-RESPONSE-MESSAGE
002371                                  TO TP-ACTLOG-RESPONSE-MESSAGE.
002372     MOVE TP100-GROUP-APPLICATION-ID TO TP-ACTLOG-APPLICATION-ID.
002373     MOVE TP100-GROUP-VERSION        TO TP-ACTLOG-VERSION.
002374     MOVE TP-DOCIN-PARTNER-FORM      TO TP-ACTLOG-PARTNER-FORM.
002375     MOVE TP-DOCIN-CORP-ID-QUAL      TO TP-ACTLOG-CORP-ID-QUAL.
002376     MOVE TP-DOCIN-CORP-ID           TO TP-ACTLOG-CORP-ID.
002377     MOVE TP-DOCIN-DIV-ID-QUAL       TO TP-ACTLOG-DIV-ID-QUAL.
002378     MOVE TP-DOCIN-DIV-ID            TO TP-ACTLOG-DIV-ID.
002379     MOVE TP-DOCIN-ALIAS-ID-QUAL     TO TP-ACTLOG-ALIAS-ID-QUAL.
002380     MOVE TP-DOCIN-ALIAS-ID          TO TP-ACTLOG-ALIAS-ID.
002381     MOVE TP-DOCIN-DOCUMENT-ID       TO TP-ACTLOG-DOCUMENT-ID.
002382     MOVE SPACES                     TO TP-ACTLOG-RESUBMIT-IND
002383                                        TP-ACTLOG-ORIG-BATCH-ID
002384                                        TP-ACTLOG-ORIG-SUBMIT-TS.
002385     MOVE ZERO                       TO TP-ACTLOG-RESUBMIT-COUNT
002386                                        TP-ACTLOG-CALL-START-TIME
002387                                        TP-ACTLOG-ELAPSED-HSEC.
002388     MOVE TP-DOCIN-BATCH-ID     TO TP-ACTLOG-RESUBMIT-BATCH-ID.
002389     MOVE TP100-GROUP-VERSION-RELEASE
002390                                  TO TP-ACTLOG-VERSION-RELEASE.
002391     WRITE TP-CRTLOG-RECORD FROM TP-ACTLOG-RECORD.
002392     ADD 1 TO TP100-CRTLOG-RECS.
002393 1195-EXIT.
002394     EXIT.

002395****************************************************************
002396*  1300-OPEN-EXTEND-OR-OUTPUT - ACTIVITY LOG, SUSPENSE AND      *
002270*  TRACE FILES ARE ACCUMULATED ACROSS RUNS, SO EXTEND AN        *
002280*  EXISTING FILE RATHER THAN OVERWRITING THE PRIOR RUN'S        *
002285*  RECORDS.  A MODE CERT RUN OPENS ONLY THE TRACE FILE AND THE  *
002286*  CERTIFICATION ACTIVITY LOG.                                  *
002290****************************************************************
002291 1300-OPEN-EXTEND-OR-OUTPUT.
002292     OPEN EXTEND TPTRCLOG-FILE.
002293     IF TPTRCLOG-STATUS = '35'
002294         OPEN OUTPUT TPTRCLOG-FILE
002295     END-IF.
002296     OPEN EXTEND TPCRTLOG-FILE.
002297     IF TPCRTLOG-STATUS = '35'
002298         OPEN OUTPUT TPCRTLOG-FILE
002299     END-IF.
002300     IF TP100-CERTIFICATION-RUN
002301         GO TO 1300-EXIT
002302     END-IF.
002303     OPEN EXTEND TPACTLOG-FILE.
002307     IF TPACTLOG-STATUS = '35'
002308         OPEN OUTPUT TPACTLOG-FILE
002309     END-IF.
002310     OPEN EXTEND TPSUSPF-FILE.
002320     IF TPSUSPF-STATUS = '35'
002330         OPEN OUTPUT TPSUSPF-FILE
002380     END-IF.
002382     OPEN EXTEND TPALERT-FILE.
002384     IF TPALERT-STATUS = '35'

002410****************************************************************
002420*  1400-OPEN-CKPT-AND-DUPCTL - CREATE THE CONTROL FILES ON     *
002430*  FIRST USE, OTHERWISE OPEN FOR UPDATE.  THE CERTIFICATION    *
002431*  DUPLICATE CONTROL AND SCORECARD ARE OPENED ON EVERY RUN; A  *
002432*  MODE CERT RUN LEAVES THE PRODUCTION PAIR AND THE TPQUARN    *
002433*  QUARANTINE FILE ALONE.                                      *
002440****************************************************************
002450 1400-OPEN-CKPT-AND-DUPCTL.
002451     OPEN I-O TPCRTDUP-FILE.
002452     IF TPCRTDUP-STATUS = '35'
002453         OPEN OUTPUT TPCRTDUP-FILE
002454         CLOSE TPCRTDUP-FILE
002455         OPEN I-O TPCRTDUP-FILE
002456     END-IF.
002457     OPEN I-O TPCRTSCR-FILE.
002458     IF TPCRTSCR-STATUS = '35'
002459         OPEN OUTPUT TPCRTSCR-FILE
002460         CLOSE TPCRTSCR-FILE
002461         OPEN I-O TPCRTSCR-FILE
002462     END-IF.
002463     IF TP100-CERTIFICATION-RUN
002464         GO TO 1400-EXIT
002465     END-IF.
002466     OPEN I-O TPCKPTF-FILE.
002470     IF TPCKPTF-STATUS = '35'
002480         OPEN OUTPUT TPCKPTF-FILE
002490         CLOSE TPCKPTF-FILE
002550         CLOSE TPDUPCTL-FILE
002560         OPEN I-O TPDUPCTL-FILE
002570     END-IF.
002571     OPEN I-O TPQUARN-FILE.
002572     IF TPQUARN-STATUS = '35'
002573         OPEN OUTPUT TPQUARN-FILE
002574         CLOSE TPQUARN-FILE
002575         OPEN I-O TPQUARN-FILE
002576     END-IF.
002580 1400-EXIT.
002581     EXIT.

002582****************************************************************
002583*  1450-OPEN-HOLD-CONTROLS - THE OPERATOR HOLD FILE AND THE    *
002584*  DEFERRED FEED IT DIVERTS TO.  A MISSING OR UNOPENABLE HOLD  *
002585*  FILE JUST MEANS NO PARTNER IS HELD TONIGHT - IT NEVER       *
002586*  STOPS A RUN FROM STARTING.  THE TPCERTPT CERTIFICATION LIST *
002587*  IS OPENED HERE TOO; WITHOUT IT NO PARTNER IS UNDER TEST.    *
002588*  A CERTIFICATION RUN OPENS NONE OF THEM: THE DEFERRED FEED   *
002589*  IS A PRODUCTION FILE, SO HOLDS DO NOT APPLY TO IT.          *
002590****************************************************************
002591 1450-OPEN-HOLD-CONTROLS.
002592     IF TP100-CERTIFICATION-RUN
002593         GO TO 1450-EXIT
002594     END-IF.
002595     OPEN INPUT TPHOLDF-FILE.
002596     IF TPHOLDF-STATUS = '00'
002597         SET TP100-HOLD-FILE-OPEN TO TRUE
002602     ELSE
002603         DISPLAY 'TP100DRV - TPHOLDF NOT AVAILABLE - STATUS '
002604                  TPHOLDF-STATUS ' - NO PARTNER HOLDS IN FORCE'
002605     END-IF.
002606     OPEN OUTPUT TPDOCDFR-FILE.
002607     OPEN INPUT TPCERTPT-FILE.
002608     IF TPCERTPT-STATUS = '00'
002609         SET TP100-CERT-LIST-OPEN TO TRUE
002610     END-IF.
002611 1450-EXIT.
002612     EXIT.

002600****************************************************************
002610*  1500-ESTABLISH-RESTART-POINT - LOOK UP THE LAST CHECKPOINT  *
002822****************************************************************
002824*  1550-SKIP-COMPLETED-DOCUMENTS - SKIPPING STOPS AT THE FIRST *
002825*  DOCUMENT BEYOND THE CHECKPOINT OR AT A CONTROL BREAK -      *
002826*  A CHECKPOINT NEVER REACHES ACROSS GROUPS.  SKIPPED         *
002827*  DOCUMENTS STILL COUNT TOWARD THE GROUP'S VOLUME LIMIT.      *
002828****************************************************************
002830 1550-SKIP-COMPLETED-DOCUMENTS.
002835     PERFORM 2020-CHECK-SAME-GROUP THRU 2020-EXIT.
002850             MOVE 'N' TO TP100-SKIP-SW
002860         ELSE
002865             ADD 1 TO TP100-SKIP-COUNT
002866             ADD 1 TO TP100-GROUP-DOC-COUNT
002870             PERFORM 2900-READ-NEXT-DOCUMENT THRU 2900-EXIT
002875         END-IF
002880     END-IF.
002910****************************************************************
002920*  1600-WRITE-ACTIVITY-LOG - ONE RECORD PER API CALL FOR THE   *
002930*  DOWNSTREAM EXCEPTION/HIERARCHY/MIGRATION REPORTS.           *
002935*  A CERTIFICATION GROUP'S CALLS GO TO TPCRTLOG INSTEAD.       *
002940****************************************************************
002950 1600-WRITE-ACTIVITY-LOG.
002960     MOVE TP100-CURRENT-DATE         TO TP-ACTLOG-RUN-DATE.
003147     MOVE TP-DOCIN-BATCH-ID     TO TP-ACTLOG-RESUBMIT-BATCH-ID.
003148     MOVE TP100-CALL-START-TS   TO TP-ACTLOG-CALL-START-TIME.
003149     MOVE TP100-ELAPSED-HSEC    TO TP-ACTLOG-ELAPSED-HSEC.
003150     MOVE TP-AGAPI-VERSION-RELEASE   TO TP-ACTLOG-VERSION-RELEASE.
003151     IF TP100-CERT-GROUP
003152         WRITE TP-CRTLOG-RECORD FROM TP-ACTLOG-RECORD
003153         ADD 1 TO TP100-CRTLOG-RECS
003154     ELSE
003155         WRITE TP-ACTLOG-FILE-RECORD FROM TP-ACTLOG-RECORD
003156         ADD 1 TO TP100-ACTLOG-RECS
003157     END-IF.
003160 1600-EXIT.
003170     EXIT.

003360         MOVE TP-AGAPI-RESPONSE-MESSAGE(1:80)
003370                                      TO TP-TRCLOG-TRACE-TEXT
003380         WRITE TP-TRCLOG-RECORD
003385         ADD 1 TO TP100-TRCLOG-RECS
003390     END-IF.
003400 1700-EXIT.
003410     EXIT.
003490 1880-EXIT.
003491     EXIT.

003492****************************************************************
003493*  1900-LOAD-VOLUME-PROFILE - EACH PARTNER'S TOTAL VOLUME AND  *
003494*  ACTIVE DAYS OVER THE LOOKBACK WINDOW ENDING YESTERDAY, FROM *
003495*  THE TPACTSUM ROLLUPS.  NO TPACTSUM LEAVES EVERY PARTNER     *
003496*  UNPROFILED - ONLY THE CAP APPLIES - BUT NEVER STOPS A RUN.  *
003497****************************************************************
003498 1900-LOAD-VOLUME-PROFILE.
003499     COMPUTE TP100-PROFILE-INT
003500         = FUNCTION INTEGER-OF-DATE(TP100-RUN-START-DATE).
003501     COMPUTE TP100-PROFILE-FROM-DATE = FUNCTION DATE-OF-INTEGER
003502         (TP100-PROFILE-INT - TP100-LOOKBACK-DAYS).
003503     OPEN INPUT TPACTSUM-FILE.
003504     IF TPACTSUM-STATUS NOT = '00'
003505         DISPLAY 'TP100DRV - TPACTSUM NOT AVAILABLE - STATUS '
003506                  TPACTSUM-STATUS ' - VOLUME CAP ONLY'
003507         GO TO 1900-EXIT
003508     END-IF.
003509     MOVE LOW-VALUES TO TP-ACTSUM-KEY.
003510     MOVE TP100-PROFILE-FROM-DATE TO TP-ACTSUM-RUN-DATE.
003511     START TPACTSUM-FILE KEY NOT < TP-ACTSUM-KEY
003512         INVALID KEY
003513             SET TP100-NO-MORE-ROLLUPS TO TRUE
003514     END-START.
003515     IF NOT TP100-NO-MORE-ROLLUPS
003516         PERFORM 1990-READ-NEXT-ROLLUP THRU 1990-EXIT
003517     END-IF.
003518     PERFORM 1920-POST-ROLLUP THRU 1920-EXIT
003519         UNTIL TP100-NO-MORE-ROLLUPS.
003520     CLOSE TPACTSUM-FILE.
003521     IF TP100-PROFILE-IS-FULL
003522         DISPLAY 'TP100DRV - VOLUME PROFILE TABLE FULL - '
003523                 'PARTNERS BEYOND 2000 ARE HELD TO THE CAP ONLY'
003524     END-IF.
003525 1900-EXIT.
003526     EXIT.

003527 1920-POST-ROLLUP.
003528     IF TP-ACTSUM-RUN-DATE NOT < TP100-RUN-START-DATE
003529         SET TP100-NO-MORE-ROLLUPS TO TRUE
003530         GO TO 1920-EXIT
003531     END-IF.
003532     PERFORM 1940-FIND-OR-ADD-PROFILE THRU 1940-EXIT.
003533     IF NOT TP100-PROFILE-FOUND
003534         GO TO 1920-NEXT
003535     END-IF.
003536     IF TP-ACTSUM-RUN-DATE NOT = TP100-VP-LAST-DATE(TP100-VX)
003537         ADD 1 TO TP100-VP-ACTIVE-DAYS(TP100-VX)
003538         MOVE TP-ACTSUM-RUN-DATE TO TP100-VP-LAST-DATE(TP100-VX)
003539     END-IF.
003540     ADD TP-ACTSUM-COUNT TO TP100-VP-TOTAL-VOLUME(TP100-VX).
003541 1920-NEXT.
003542     PERFORM 1990-READ-NEXT-ROLLUP THRU 1990-EXIT.
003543 1920-EXIT.
003544     EXIT.

003545 1940-FIND-OR-ADD-PROFILE.
003546     MOVE 'N' TO TP100-PROFILE-FOUND-SW.
003547     IF TP100-PROFILE-COUNT > ZERO
003548         SET TP100-VX TO 1
003549         SEARCH TP100-VP-ENTRY
003550             AT END
003551                 CONTINUE
003552             WHEN TP100-VX > TP100-PROFILE-COUNT
003553                 CONTINUE
003554             WHEN TP100-VP-PARTNER-KEY(TP100-VX)
003555                    = TP-ACTSUM-PARTNER-KEY
003556                 SET TP100-PROFILE-FOUND TO TRUE
003557         END-SEARCH
003558     END-IF.
003559     IF TP100-PROFILE-FOUND
003560         GO TO 1940-EXIT
003561     END-IF.
003562     IF TP100-PROFILE-COUNT >= 2000
003563         SET TP100-PROFILE-IS-FULL TO TRUE
003564         GO TO 1940-EXIT
003565     END-IF.
003566     ADD 1 TO TP100-PROFILE-COUNT.
003567     SET TP100-VX TO TP100-PROFILE-COUNT.
003568     MOVE TP-ACTSUM-PARTNER-KEY TO TP100-VP-PARTNER-KEY(TP100-VX).
003569     MOVE ZERO TO TP100-VP-ACTIVE-DAYS(TP100-VX).
003570     MOVE ZERO TO TP100-VP-TOTAL-VOLUME(TP100-VX).
003571     MOVE ZERO TO TP100-VP-LAST-DATE(TP100-VX).
003572     SET TP100-PROFILE-FOUND TO TRUE.
003573 1940-EXIT.
003574     EXIT.

003575 1990-READ-NEXT-ROLLUP.
003576     READ TPACTSUM-FILE NEXT RECORD
003577         AT END
003578             SET TP100-NO-MORE-ROLLUPS TO TRUE
003579     END-READ.
003580 1990-EXIT.
003581     EXIT.

003582****************************************************************
003583*  2000-PROCESS-DOCUMENT - TAKE THE CONTROL BREAK IF THE FEED  *
003435*  HAS MOVED TO A NEW GROUP, THEN CHECK FOR A DUPLICATE, DRIVE *
003440*  PERFORM-MAPPING, FILE THE RESULT, AND READ THE NEXT         *
003450*  DOCUMENT.  A PRODUCTION GROUP PAST ITS VOLUME LIMIT IS      *
003451*  QUARANTINED DOCUMENT BY DOCUMENT INSTEAD OF MAPPED.         *
003460****************************************************************
003470 2000-PROCESS-DOCUMENT.
003472     PERFORM 2020-CHECK-SAME-GROUP THRU 2020-EXIT.
003476         PERFORM 2010-GROUP-BREAK THRU 2010-EXIT
003478     END-IF.
003480     IF TP100-NO-MORE-DOCUMENTS
003481        OR NOT TP100-SESSION-IS-ACTIVE
003482         GO TO 2000-EXIT
003483     END-IF.
003484     IF NOT TP100-CERT-GROUP
003485         PERFORM 2500-CHECK-VOLUME-BREAKER THRU 2500-EXIT
003486         IF TP100-GROUP-TRIPPED
003487             PERFORM 2550-QUARANTINE-DOCUMENT THRU 2550-EXIT
003488             PERFORM 2900-READ-NEXT-DOCUMENT THRU 2900-EXIT
003489             GO TO 2000-EXIT
003490         END-IF
003491     END-IF.
003492     PERFORM 2050-CHECK-DUPLICATE THRU 2050-EXIT.
003493     IF TP100-DUPLICATE-FOUND
003500         PERFORM 2060-HOLD-DUPLICATE THRU 2060-EXIT
003510     ELSE
003520         PERFORM 2100-LOAD-PARTNER-FIELDS THRU 2100-EXIT
003647     SET TP100-DOCUMENT-RETRIED TO TRUE.
003648     MOVE ZERO TO TP100-ATTEMPT-COUNT.
003649     MOVE 'N' TO TP100-RETRY-DONE-SW.
003650     PERFORM 2045-RETRY-ONE-ATTEMPT THRU 2045-EXIT
003651         UNTIL TP100-RETRY-DONE.
003652 2040-EXIT.
003653     EXIT.

003654 2045-RETRY-ONE-ATTEMPT.
003655     ADD 1 TO TP100-ATTEMPT-COUNT.
003656     IF NOT TP100-CERT-GROUP
003657         ADD 1 TO TP100-RETRY-COUNT
003658     END-IF.
003659     MOVE TP-AGAPI-RESPONSE-CODE TO TP100-DISPLAY-CODE.
003660     DISPLAY 'TP100DRV - RETRYING DOCUMENT '
003661              TP-DOCIN-DOCUMENT-ID ' - CODE '
003662              TP100-DISPLAY-CODE ' - ATTEMPT '
003663              TP100-ATTEMPT-COUNT.

003707****************************************************************
003708*  2080-TALLY-RESPONSE - PER-CODE SUMMARY OF PERFORM-MAPPING   *
003709*  RESPONSES FOR THE RUN-CONTROL REPORT (PRODUCTION ONLY).     *
003710****************************************************************
003711 2080-TALLY-RESPONSE.
003712     IF TP-AGAPI-RESPONSE-CODE < 17
003713        AND NOT TP100-CERT-GROUP
003714         COMPUTE TP100-RC-SUB = TP-AGAPI-RESPONSE-CODE + 1
003715         ADD 1 TO TP100-RC-COUNT(TP100-RC-SUB)
003716     END-IF.
003710****************************************************************
003712*  2050-CHECK-DUPLICATE - HAS THIS DOCUMENT ID ALREADY BEEN    *
003700*  DRIVEN SUCCESSFULLY THROUGH PERFORM-MAPPING FOR THIS        *
003710*  PARTNER?  A CERTIFICATION GROUP ASKS TPCRTDUP INSTEAD, SO A *
003711*  TEST DOCUMENT NEVER BLOCKS ITS PRODUCTION NAMESAKE.         *
003720****************************************************************
003730 2050-CHECK-DUPLICATE.
003740     MOVE 'N' TO TP100-DUP-SW.
003741     IF TP100-CERT-GROUP
003742         MOVE TP100-PARTNER-KEY    TO TP-CRTDUP-PARTNER-KEY
003743         MOVE TP-DOCIN-DOCUMENT-ID TO TP-CRTDUP-DOCUMENT-ID
003744         READ TPCRTDUP-FILE
003745             INVALID KEY
003746                 CONTINUE
003747             NOT INVALID KEY
003748                 SET TP100-DUPLICATE-FOUND TO TRUE
003749         END-READ
003750         GO TO 2050-EXIT
003751     END-IF.
003752     MOVE TP100-PARTNER-KEY      TO TP-DUPCTL-PARTNER-KEY.
003760     MOVE TP-DOCIN-DOCUMENT-ID   TO TP-DUPCTL-DOCUMENT-ID.
003770     READ TPDUPCTL-FILE
003780         INVALID KEY

003850****************************************************************
003860*  2060-HOLD-DUPLICATE - FLAG AND SUSPEND RATHER THAN CALL     *
003870*  PERFORM-MAPPING A SECOND TIME FOR THE SAME DOCUMENT.  A     *
003871*  CERTIFICATION DUPLICATE IS ONLY SCORED - TEST DOCUMENTS     *
003872*  NEVER REACH TPSUSP.                                         *
003880****************************************************************
003890 2060-HOLD-DUPLICATE.
003891     IF TP100-CERT-GROUP
003892         DISPLAY 'TP100DRV - CERTIFICATION DUPLICATE NOT '
003893                 'REMAPPED - ' TP-DOCIN-DOCUMENT-ID
003894         ADD 1 TO TP100-CERT-DUP-COUNT
003895         SET TP100-CERT-DUPLICATE TO TRUE
003896         PERFORM 2800-POST-CERT-SCORECARD THRU 2800-EXIT
003897         GO TO 2060-EXIT
003898     END-IF.
003900     DISPLAY 'TP100DRV - DUPLICATE DOCUMENT ID HELD - '
003910              TP-DOCIN-DOCUMENT-ID.
003915     ADD 1 TO TP100-DUPLICATE-COUNT.
004084     MOVE SPACES                     TO TP-SUSP-CANCEL-OPER
004086                                        TP-SUSP-CANCEL-REASON.
004090     WRITE TP-SUSP-RECORD.
004095     ADD 1 TO TP100-SUSP-RECS.
004100 2060-EXIT.
004110     EXIT.

004128         MOVE TP-DOCIN-ORIG-SUBMIT-TS TO TP-SUSP-ORIG-SUBMIT-TS
004130     ELSE
004132         MOVE TP100-BATCH-ID          TO TP-SUSP-ORIG-BATCH-ID
004133         MOVE TP100-SUBMIT-TS         TO TP-SUSP-ORIG-SUBMIT-TS
004134         IF TP100-HDR-SUBMIT-TS NOT = SPACES
004135             MOVE TP100-HDR-SUBMIT-TS TO TP-SUSP-ORIG-SUBMIT-TS
004136         END-IF
004137     END-IF.
004138 2070-EXIT.
004139     EXIT.


004490****************************************************************
004500*  2200-RECORD-SUCCESS - CHECKPOINT THE PARTNER'S PROGRESS AND *
004510*  MARK THE DOCUMENT ID SEEN SO IT CANNOT BE MAPPED TWICE.  A  *
004511*  CERTIFICATION GROUP TAKES NO CHECKPOINT - A RERUN IS HELD   *
004512*  BACK BY TPCRTDUP INSTEAD.                                   *
004520****************************************************************
004521 2200-RECORD-SUCCESS.
004522     IF TP100-CERT-GROUP
004523         ADD 1 TO TP100-CERT-ATTEMPT-COUNT
004524         ADD 1 TO TP100-CERT-CLEAN-COUNT
004525         MOVE TP100-PARTNER-KEY    TO TP-CRTDUP-PARTNER-KEY
004526         MOVE TP-DOCIN-DOCUMENT-ID TO TP-CRTDUP-DOCUMENT-ID
004527         MOVE TP100-CURRENT-DATE   TO TP-CRTDUP-FIRST-DATE
004528         MOVE TP100-CURRENT-TIME   TO TP-CRTDUP-FIRST-TIME
004529         WRITE TP-CRTDUP-RECORD
004530         SET TP100-CERT-MAPPED-CLEAN TO TRUE
004531         PERFORM 2800-POST-CERT-SCORECARD THRU 2800-EXIT
004532         GO TO 2200-EXIT
004533     END-IF.
004534     ADD 1 TO TP100-MAPPED-COUNT.
004540     MOVE TP100-PARTNER-KEY      TO TP-CKPT-PARTNER-KEY.
004550     MOVE TP-DOCIN-DOCUMENT-ID   TO TP-CKPT-LAST-DOCUMENT-ID.
004560     MOVE TP100-CURRENT-DATE     TO TP-CKPT-CHECKPOINT-DATE.
004700*  2300-HANDLE-MAPPING-FAILURE - SUSPEND THE DOCUMENT WHEN THE *
004710*  FAILURE IS ON THE MAPPING SIDE, AND RESOLVE RESPONSE CODE   *
004720*  15 INTO "NO PARTNER" OR "NO ALIAS" USING THE FORM WE        *
004730*  ACTUALLY LOADED AT CALL TIME.  A CERTIFICATION FAILURE IS   *
004731*  SCORED, NEVER SUSPENDED.                                    *
004740****************************************************************
004750 2300-HANDLE-MAPPING-FAILURE.
004760     IF TP-AGAPI-RESPONSE-CODE = 15
004780     ELSE
004790         DISPLAY 'TP100DRV - DOCUMENT ' TP-DOCIN-DOCUMENT-ID
004800                  ' FAILED - ' TP-AGAPI-RESPONSE-MESSAGE
004801     END-IF.
004802     IF TP100-CERT-GROUP
004803         ADD 1 TO TP100-CERT-ATTEMPT-COUNT
004804         ADD 1 TO TP100-CERT-FAIL-COUNT
004805         SET TP100-CERT-FAILED TO TRUE
004806         PERFORM 2800-POST-CERT-SCORECARD THRU 2800-EXIT
004807         GO TO 2300-EXIT
004810     END-IF.

004820     IF TP-AGAPI-MAP-ERROR OR TP-AGAPI-FINISH-ERROR
005060     MOVE TP-DOCIN-CORP-ID           TO TP-SUSP-CORP-ID.
005070     MOVE TP-DOCIN-DIV-ID-QUAL       TO TP-SUSP-DIV-ID-QUAL.
005080     MOVE TP-DOCIN-DIV-ID            TO TP-SUSP-DIV-ID.
005081     MOVE TP-DOCIN-ALIAS-ID-QUAL     TO TP-SUSP-ALIAS-ID-QUAL.
005082     MOVE TP-DOCIN-ALIAS-ID          TO TP-SUSP-ALIAS-ID.
005083     MOVE TP-AGAPI-RESPONSE-CODE     TO TP-SUSP-RESPONSE-CODE.
005084     MOVE TP-AGAPI-RESPONSE-MESSAGE  TO TP-SUSP-RESPONSE-MESSAGE.
005085     MOVE TP100-CURRENT-DATE         TO TP-SUSP-FAIL-DATE.
005086     MOVE TP100-CURRENT-TIME         TO TP-SUSP-FAIL-TIME.
005087     PERFORM 2070-SET-ORIG-BATCH THRU 2070-EXIT.
005088     MOVE TP-DOCIN-BATCH-ID          TO TP-SUSP-RESUBMIT-BATCH-ID.
005089     MOVE TP-DOCIN-RESUBMIT-COUNT    TO TP-SUSP-RESUBMIT-COUNT.
005090     SET TP-SUSP-PENDING-REVIEW      TO TRUE.
005091     MOVE ZERO                       TO TP-SUSP-CANCEL-DATE.
005092     MOVE SPACES                     TO TP-SUSP-CANCEL-OPER
005093                                        TP-SUSP-CANCEL-REASON.
005094     WRITE TP-SUSP-RECORD.
005095     ADD 1 TO TP100-SUSP-RECS.
005096     ADD 1 TO TP100-SUSPENDED-COUNT.
005097 2400-EXIT.
005098     EXIT.

005099****************************************************************
005100*  2500-CHECK-VOLUME-BREAKER - COUNT THE DOCUMENT AGAINST ITS  *
005101*  GROUP'S LIMIT AND TRIP THE BREAKER ON THE FIRST DOCUMENT    *
005102*  PAST IT.  A DOCUMENT TP880QRL RELEASED FROM QUARANTINE      *
005103*  (BATCH ID QRL...) HAS ALREADY BEEN APPROVED BY AN OPERATOR  *
005104*  AND IS NEITHER COUNTED NOR STOPPED.                         *
005105****************************************************************
005106 2500-CHECK-VOLUME-BREAKER.
005107     IF TP100-GROUP-TRIPPED
005108        OR TP-DOCIN-BATCH-ID(1:3) = 'QRL'
005109         GO TO 2500-EXIT
005110     END-IF.
005111     ADD 1 TO TP100-GROUP-DOC-COUNT.
005112     IF TP100-GROUP-LIMIT = ZERO
005113        OR TP100-GROUP-DOC-COUNT NOT > TP100-GROUP-LIMIT
005114         GO TO 2500-EXIT
005115     END-IF.
005116     SET TP100-GROUP-TRIPPED TO TRUE.
005117     ADD 1 TO TP100-TRIP-SEQ.
005118     ADD 1 TO TP100-TRIP-COUNT.
005119     MOVE TP100-RUN-START-DATE TO TP100-TRIP-DATE.
005120     MOVE TP100-RUN-START-TIME TO TP100-TRIP-TIME.
005121     MOVE TP100-STREAM-NUM     TO TP100-TRIP-STREAM.
005122     MOVE TP100-TRIP-SEQ       TO TP100-TRIP-ID-SEQ.
005123     MOVE TP100-GROUP-LIMIT    TO TP100-DISPLAY-LIMIT.
005124     DISPLAY 'TP100DRV - VOLUME BREAKER TRIPPED - TRIP '
005125             TP100-TRIP-ID ' LIMIT ' TP100-DISPLAY-LIMIT
005126             ' - ' TP100-PARTNER-KEY(1:39)
005127         UPON CONSOLE.
005128     PERFORM 2570-WRITE-BREAKER-ALERT THRU 2570-EXIT.
005129 2500-EXIT.
005130     EXIT.

005131****************************************************************
005132*  2550-QUARANTINE-DOCUMENT - FILE THE FEED RECORD UNMAPPED ON *
005133*  TPQUARN UNDER TONIGHT'S TRIP.  A RERUN AFTER A FAILURE      *
005134*  QUARANTINES THE SAME DOCUMENTS AGAIN, SO AN EXISTING RECORD *
005135*  STILL AWAITING A DECISION IS REPLACED, NOT DUPLICATED.  ONE *
005136*  ALREADY RELEASED OR REJECTED KEEPS ITS DECISION.            *
005137****************************************************************
005138 2550-QUARANTINE-DOCUMENT.
005139     ADD 1 TO TP100-QUAR-DOC-COUNT.
005140     MOVE 'N' TO TP100-QUAR-NEW-SW.
005141     MOVE TP100-PARTNER-KEY    TO TP-QUAR-PARTNER-KEY.
005142     MOVE TP-DOCIN-DOCUMENT-ID TO TP-QUAR-DOCUMENT-ID.
005143     READ TPQUARN-FILE
005144         INVALID KEY
005145             SET TP100-QUAR-IS-NEW TO TRUE
005146     END-READ.
005147     IF NOT TP100-QUAR-IS-NEW AND NOT TP-QUAR-QUARANTINED
005148         GO TO 2550-EXIT
005149     END-IF.
005150     MOVE TP100-TRIP-ID              TO TP-QUAR-TRIP-ID.
005151     MOVE TP-DOCIN-APPLICATION-ID    TO TP-QUAR-APPLICATION-ID.
005152     MOVE TP100-GROUP-LIMIT-REASON   TO TP-QUAR-TRIP-REASON.
005153     MOVE TP100-GROUP-LIMIT          TO TP-QUAR-GROUP-LIMIT.
005154     MOVE TP100-TYPICAL-VOLUME       TO TP-QUAR-TYPICAL-VOLUME.
005155     MOVE TP100-RUN-START-DATE       TO TP-QUAR-QUARANTINE-DATE.
005156     SET TP-QUAR-QUARANTINED         TO TRUE.
005157     MOVE ZERO                       TO TP-QUAR-DECISION-DATE.
005158     MOVE ZERO                       TO TP-QUAR-DECISION-TIME.
005159     MOVE SPACES                     TO TP-QUAR-DECISION-OPER.
005160     MOVE SPACES                     TO TP-QUAR-DECISION-REASON.
005161     MOVE TP-DOCIN-RECORD            TO TP-QUAR-DOCIN-IMAGE.
005162     IF TP100-QUAR-IS-NEW
005163         WRITE TP-QUAR-RECORD
005164     ELSE
005165         REWRITE TP-QUAR-RECORD
005166     END-IF.
005167     IF TPQUARN-STATUS NOT = '00'
005168         DISPLAY 'TP100DRV - TPQUARN WRITE FAILED - STATUS '
005169                  TPQUARN-STATUS ' - DOCUMENT '
005170                  TP-DOCIN-DOCUMENT-ID
005171         SET TP100-CRITICAL-STOP TO TRUE
005172         SET TP100-NO-MORE-DOCUMENTS TO TRUE
005173     END-IF.
005174 2550-EXIT.
005175     EXIT.

005176****************************************************************
005177*  2570-WRITE-BREAKER-ALERT - ONE CRITICAL TPALERT PER TRIP,   *
005178*  NAMING THE TRIP ID THE OPERATOR RELEASES OR REJECTS ON.     *
005179****************************************************************
005180 2570-WRITE-BREAKER-ALERT.
005181     MOVE TP100-CURRENT-DATE         TO TP-ALERT-DATE.
005182     MOVE TP100-CURRENT-TIME         TO TP-ALERT-TIME.
005183     MOVE 'TP100DRV'                 TO TP-ALERT-PROGRAM.
005184     MOVE 9990                       TO TP-ALERT-RESPONSE-CODE.
005185     MOVE 'C'                        TO TP-ALERT-SEVERITY.
005186     MOVE TP-DOCIN-DOCUMENT-ID       TO TP-ALERT-DOCUMENT-ID.
005187     MOVE TP100-GROUP-APPLICATION-ID TO TP-ALERT-APPLICATION-ID.
005188     MOVE TP100-GROUP-PARTNER-FORM   TO TP-ALERT-PARTNER-FORM.
005189     MOVE TP100-GROUP-CORP-ID-QUAL   TO TP-ALERT-CORP-ID-QUAL.
005190     MOVE TP100-GROUP-CORP-ID        TO TP-ALERT-CORP-ID.
005191     MOVE TP100-GROUP-DIV-ID-QUAL    TO TP-ALERT-DIV-ID-QUAL.
005192     MOVE TP100-GROUP-DIV-ID         TO TP-ALERT-DIV-ID.
005193     MOVE TP100-GROUP-ALIAS-ID-QUAL  TO TP-ALERT-ALIAS-ID-QUAL.
005194     MOVE TP100-GROUP-ALIAS-ID       TO TP-ALERT-ALIAS-ID.
005195     MOVE ZERO                       TO TP-ALERT-CONSEC-COUNT.
005196     MOVE SPACES TO TP-ALERT-RESPONSE-MESSAGE.
005197     STRING 'VOLUME BREAKER TRIPPED - LIMIT '
005198            TP100-DISPLAY-LIMIT
005199            ' - QUARANTINED AS TRIP ' TP100-TRIP-ID
005200            DELIMITED BY SIZE INTO TP-ALERT-RESPONSE-MESSAGE.
005201     WRITE TP-ALERT-RECORD.
005202     ADD 1 TO TP100-ALERT-RECS.
005203 2570-EXIT.
005204     EXIT.

005205****************************************************************
005206*  2700-CALL-GATEWAY - EVERY TPAGAPI CALL COMES THROUGH HERE.  *
005207*  THE CURRENT DATE/TIME ARE REFRESHED SO THE ACTIVITY, TRACE, *
005208*  SUSPENSE AND CHECKPOINT RECORDS CARRY THE REAL WALL CLOCK,  *
005209*  AND THE CALL'S START TIME AND ELAPSED HUNDREDTHS ARE        *
005210*  CAPTURED FOR THE ACTIVITY LOG.                              *
005211****************************************************************
005212 2700-CALL-GATEWAY.
005213     ACCEPT TP100-CURRENT-DATE FROM DATE YYYYMMDD.
005214     ACCEPT TP100-CURRENT-TIME FROM TIME.
005215     ACCEPT TP100-CALL-START-TS FROM TIME.
005216     CALL 'TPAGAPI' USING TP-API-CB.
005217     ACCEPT TP100-CALL-END-TS FROM TIME.
005218     COMPUTE TP100-START-HSEC =
005219         ((TP100-START-HH * 3600) + (TP100-START-MM * 60)
005220           + TP100-START-SS) * 100 + TP100-START-HS.
005221     COMPUTE TP100-END-HSEC =
005222         ((TP100-END-HH * 3600) + (TP100-END-MM * 60)
005223           + TP100-END-SS) * 100 + TP100-END-HS.
005224     IF TP100-END-HSEC < TP100-START-HSEC
005225         ADD 8640000 TO TP100-END-HSEC
005226     END-IF.
005227     COMPUTE TP100-ELAPSED-HSEC =
005228         TP100-END-HSEC - TP100-START-HSEC.
005229     PERFORM 2750-CHECK-SEVERITY THRU 2750-EXIT.
005230 2700-EXIT.
005231     EXIT.

005232****************************************************************
005233*  2750-CHECK-SEVERITY - CLASSIFY THE RESPONSE JUST RECEIVED.  *
005234*  A CRITICAL CODE RAISES A TPALERT RECORD AND A CONSOLE       *
005235*  MESSAGE AT ONCE; A RUN OF TP100-CRIT-LIMIT CONSECUTIVE      *
005236*  CRITICALS STOPS THE JOB INSTEAD OF DRIVING THE REST OF THE  *
005237*  FEED INTO A DEAD GATEWAY.  ANY NON-CRITICAL RESPONSE        *
005238*  BREAKS THE RUN OF CONSECUTIVE CRITICALS.  A CERTIFICATION   *
005239*  GROUP RAISES NO ALERT, BUT A DEAD GATEWAY STILL STOPS THE   *
005240*  RUN.                                                        *
005241****************************************************************
005242 2750-CHECK-SEVERITY.
005243     IF TP-AGAPI-RESPONSE-CODE > 16
005244         GO TO 2750-EXIT
005245     END-IF.
005246     COMPUTE TP100-SEV-SUB = TP-AGAPI-RESPONSE-CODE + 1.
005247     IF NOT TP100-SEV-IS-CRITICAL(TP100-SEV-SUB)
005248         MOVE ZERO TO TP100-CONSEC-CRIT-COUNT
005249         GO TO 2750-EXIT
005250     END-IF.
005251     ADD 1 TO TP100-CONSEC-CRIT-COUNT.
005252     MOVE TP-AGAPI-RESPONSE-CODE TO TP100-DISPLAY-CODE.
005253     IF TP100-CERT-GROUP
005254         DISPLAY 'TP100DRV - CERTIFICATION GROUP - CRITICAL '
005255                 'RESPONSE ' TP100-DISPLAY-CODE
005256                 ' - NO ALERT RAISED'
005257     ELSE
005258         PERFORM 2760-WRITE-ALERT-RECORD THRU 2760-EXIT
005259         DISPLAY 'TP100DRV-CRITICAL GATEWAY RESPONSE '
005260                  TP100-DISPLAY-CODE ' - '
005261                  TP-AGAPI-RESPONSE-MESSAGE(1:40)
005262             UPON CONSOLE
005263     END-IF.
005264     IF TP100-CONSEC-CRIT-COUNT >= TP100-CRIT-LIMIT
005265         SET TP100-CRITICAL-STOP TO TRUE
005266         SET TP100-NO-MORE-DOCUMENTS TO TRUE
005267         DISPLAY 'TP100DRV-RUN STOPPED - '
005268                  TP100-CONSEC-CRIT-COUNT
005269                  ' CONSECUTIVE CRITICAL GATEWAY FAILURES'
005270             UPON CONSOLE
005271     END-IF.
005272 2750-EXIT.
005273     EXIT.

005274****************************************************************
005275*  2760-WRITE-ALERT-RECORD - ONE RECORD PER CRITICAL RESPONSE  *
005276*  FOR THE AUTOMATION MONITOR WATCHING TPALERT.                *
005277****************************************************************
005278 2760-WRITE-ALERT-RECORD.
005279     MOVE TP100-CURRENT-DATE         TO TP-ALERT-DATE.
005280     MOVE TP100-CURRENT-TIME         TO TP-ALERT-TIME.
005281     MOVE 'TP100DRV'                 TO TP-ALERT-PROGRAM.
005282     MOVE TP-AGAPI-RESPONSE-CODE     TO TP-ALERT-RESPONSE-CODE.
005283     MOVE 'C'                        TO TP-ALERT-SEVERITY.
005284     MOVE TP-AGAPI-DOCUMENT-ID       TO TP-ALERT-DOCUMENT-ID.
005285     MOVE TP-AGAPI-APPLICATION-ID    TO TP-ALERT-APPLICATION-ID.
005286     MOVE TP100-FORM-SW              TO TP-ALERT-PARTNER-FORM.
005287     MOVE TP-AGAPI-CORP-ID-QUAL      TO TP-ALERT-CORP-ID-QUAL.
005288     MOVE TP-AGAPI-CORP-ID           TO TP-ALERT-CORP-ID.
005289     MOVE TP-AGAPI-DIV-ID-QUAL       TO TP-ALERT-DIV-ID-QUAL.
005290     MOVE TP-AGAPI-DIV-ID            TO TP-ALERT-DIV-ID.
005291     MOVE TP-AGAPI-ALIAS-ID-QUAL     TO TP-ALERT-ALIAS-ID-QUAL.
005292     MOVE TP-AGAPI-ALIAS-ID          TO TP-ALERT-ALIAS-ID.
005298     MOVE TP100-CONSEC-CRIT-COUNT    TO TP-ALERT-CONSEC-COUNT.
005299     MOVE TP-AGAPI-RESPONSE-MESSAGE  TO
005301         TP-ALERT-RESPONSE-MESSAGE.
005302     WRITE TP-ALERT-RECORD.
005303     ADD 1 TO TP100-ALERT-RECS.
005304 2760-EXIT.
005305     EXIT.

005306****************************************************************
005307*  2800-POST-CERT-SCORECARD - FOLD ONE CERTIFICATION OUTCOME   *
005308*  (TP100-CERT-OUTCOME) INTO THE PARTNER/APPLICATION'S         *
005309*  TPCRTSCR RECORD, ADDING THE RECORD ON THE FIRST TEST.  THE  *
005310*  LAST-RUN COUNTS START AGAIN WHEN A NEW RUN DATE FIRST TOUCHES*
005311*  THE RECORD.  A FAILURE TALLIES ITS RESPONSE CODE AND BECOMES *
005312*  THE RECORD'S LAST FAILURE.                                  *
005313****************************************************************
005314 2800-POST-CERT-SCORECARD.
005315     MOVE TP100-PARTNER-KEY          TO TP-CRTSCR-PARTNER-KEY.
005316     MOVE TP100-GROUP-APPLICATION-ID TO TP-CRTSCR-APPLICATION-ID.
005317     MOVE 'N' TO TP100-CERT-NEW-SW.
005318     READ TPCRTSCR-FILE
005319         INVALID KEY
005320             SET TP100-CERT-SCORE-IS-NEW TO TRUE
005321     END-READ.
005322     IF TP100-CERT-SCORE-IS-NEW
005323         INITIALIZE TP-CRTSCR-RECORD
005324         MOVE TP100-PARTNER-KEY      TO TP-CRTSCR-PARTNER-KEY
005325         MOVE TP100-GROUP-APPLICATION-ID
005326                                     TO TP-CRTSCR-APPLICATION-ID
005327         MOVE TP100-GROUP-PARTNER-FORM
005328                                     TO TP-CRTSCR-PARTNER-FORM
005329         MOVE TP100-RUN-START-DATE   TO TP-CRTSCR-FIRST-RUN-DATE
005330     END-IF.
005331     IF TP-CRTSCR-LAST-RUN-DATE NOT = TP100-RUN-START-DATE
005332         MOVE TP100-RUN-START-DATE   TO TP-CRTSCR-LAST-RUN-DATE
005333         MOVE ZERO                   TO TP-CRTSCR-LR-ATTEMPTED
005334                                        TP-CRTSCR-LR-MAPPED-CLEAN
005335                                        TP-CRTSCR-LR-FAILED
005336     END-IF.
005337     EVALUATE TRUE
005338         WHEN TP100-CERT-MAPPED-CLEAN
005339             ADD 1 TO TP-CRTSCR-ATTEMPTED
005340             ADD 1 TO TP-CRTSCR-MAPPED-CLEAN
005341             ADD 1 TO TP-CRTSCR-LR-ATTEMPTED
005342             ADD 1 TO TP-CRTSCR-LR-MAPPED-CLEAN
005343         WHEN TP100-CERT-FAILED
005344             ADD 1 TO TP-CRTSCR-ATTEMPTED
005345             ADD 1 TO TP-CRTSCR-FAILED
005346             ADD 1 TO TP-CRTSCR-LR-ATTEMPTED
005347             ADD 1 TO TP-CRTSCR-LR-FAILED
005348             PERFORM 2850-TALLY-CERT-FAILURE THRU 2850-EXIT
005349         WHEN TP100-CERT-DUPLICATE
005350             ADD 1 TO TP-CRTSCR-DUPLICATES
005351         WHEN TP100-CERT-INIT-FAILED
005352             ADD 1 TO TP-CRTSCR-INIT-FAILURES
005353     END-EVALUATE.
005354     IF TP100-CERT-SCORE-IS-NEW
005355         WRITE TP-CRTSCR-RECORD
005356             INVALID KEY
005357                 DISPLAY 'TP100DRV - TPCRTSCR WRITE FAILED - '
005358                         'STATUS ' TPCRTSCR-STATUS
005359         END-WRITE
005360     ELSE
005361         REWRITE TP-CRTSCR-RECORD
005362             INVALID KEY
005363                 DISPLAY 'TP100DRV - TPCRTSCR REWRITE FAILED - '
005364                         'STATUS ' TPCRTSCR-STATUS
005365         END-REWRITE
005366     END-IF.
005367 2800-EXIT.
005368     EXIT.

005369 2850-TALLY-CERT-FAILURE.
005370     IF TP-AGAPI-RESPONSE-CODE < 17
005371         COMPUTE TP100-RC-SUB = TP-AGAPI-RESPONSE-CODE + 1
005372         ADD 1 TO TP-CRTSCR-CODE-COUNT(TP100-RC-SUB)
005373     ELSE
005374         ADD 1 TO TP-CRTSCR-OTHER-CODE-COUNT
005375     END-IF.
005376     MOVE TP-AGAPI-RESPONSE-CODE     TO TP-CRTSCR-LAST-FAIL-CODE.
005377     MOVE TP100-CURRENT-DATE         TO TP-CRTSCR-LAST-FAIL-DATE.
005378     MOVE TP-DOCIN-DOCUMENT-ID
005379                             TO TP-CRTSCR-LAST-FAIL-DOCUMENT-ID.
005380     MOVE TP-AGAPI-RESPONSE-MESSAGE
005381                             TO TP-CRTSCR-LAST-FAIL-MESSAGE.
005382 2850-EXIT.
005383     EXIT.

005240****************************************************************
005241*  2900-READ-NEXT-DOCUMENT - THE TPDOCBCT BATCH HEADER/TRAILER *
005260     READ TPDOCIN-FILE
005270         AT END
005280             SET TP100-NO-MORE-DOCUMENTS TO TRUE
005281             GO TO 2900-EXIT
005282     END-READ.
005283     MOVE TP-DOCIN-RECORD TO TP-DOCBCT-RECORD.
005284     IF TP-DOCBCT-IS-HEADER
005285         MOVE TP-DOCBCT-SUBMIT-TS TO TP100-HDR-SUBMIT-TS
005286     END-IF.
005287     IF TP-DOCBCT-IS-TRAILER
005288         MOVE SPACES TO TP100-HDR-SUBMIT-TS
005289     END-IF.
005290     IF TP-DOCBCT-IS-CONTROL
005291         GO TO 2900-READ-NEXT-DOCUMENT
005292     END-IF.
005295     ADD 1 TO TP100-READ-COUNT.
005300 2900-EXIT.
005310     EXIT.
005340****************************************************************
005350 8000-FINISH-MAPPING.
005360     MOVE SPACES TO TP-AGAPI-DOCUMENT-ID.
005361     SET TP-AGAPI-FINISH-MAPPING TO TRUE.
005362     PERFORM 2700-CALL-GATEWAY THRU 2700-EXIT.
005363     PERFORM 1600-WRITE-ACTIVITY-LOG THRU 1600-EXIT.
005364     PERFORM 1700-WRITE-TRACE-RECORD THRU 1700-EXIT.
005365     IF NOT TP-AGAPI-ALL-OKAY
005366         DISPLAY 'TP100DRV - FINISH-MAPPING FAILED - '
005367                  TP-AGAPI-RESPONSE-MESSAGE
005368     END-IF.
005369     MOVE 'N' TO TP100-SESSION-SW.
005370 8000-EXIT.
005371     EXIT.

005372****************************************************************
005373*  8500-SET-RETURN-CODE - GRADUATED RETURN CODE SO THE         *
005374*  SCHEDULER CAN TELL A CLEAN NIGHT FROM A BAD ONE:            *
005375*    16 - THE RUN NEVER GOT GOING (OPEN FAILURE, BAD ARD,      *
005376*         INITIALIZE-MAPPING FAILURE)                          *
005377*    12 - STOPPED ON CONSECUTIVE CRITICAL GATEWAY FAILURES     *
005378*         OR A FAILED WRITE TO TPQUARN                         *
005379*     8 - SUSPENSE RECORDS WRITTEN (FAILED OR DUPLICATE        *
005380*         DOCUMENTS AWAITING REVIEW), OR DOCUMENTS QUARANTINED *
005381*         BY THE VOLUME BREAKER AWAITING RELEASE (TP880QRL)    *
005382*     6 - PARTNER GROUPS HELD AND DEFERRED TO TPDOCDFR         *
005383*     4 - NON-SUSPENSE MAPPING WARNINGS ONLY, OR A             *
005384*         CERTIFICATION GROUP SKIPPED ON INITIALIZE-MAPPING    *
005385*     0 - CLEAN                                                *
005386*  CERTIFICATION MAPPING FAILURES ARE SCORED, NOT SUSPENDED,   *
005387*  AND DO NOT RAISE THE RETURN CODE.                           *
005388****************************************************************
005389 8500-SET-RETURN-CODE.
005390     EVALUATE TRUE
005391         WHEN TP100-STARTUP-FAILED
005392             MOVE 16 TO RETURN-CODE
005393         WHEN TP100-CRITICAL-STOP
005394             MOVE 12 TO RETURN-CODE
005395         WHEN TP100-SUSPENDED-COUNT > ZERO
005396           OR TP100-DUPLICATE-COUNT > ZERO
005397           OR TP100-QUAR-DOC-COUNT > ZERO
005398             MOVE 8 TO RETURN-CODE
005399         WHEN TP100-HELD-GROUP-COUNT > ZERO
005400             MOVE 6 TO RETURN-CODE
005401         WHEN TP100-WARN-COUNT > ZERO
005402           OR TP100-CERT-INIT-FAIL-COUNT > ZERO
005403             MOVE 4 TO RETURN-CODE
005404         WHEN OTHER
005405             MOVE ZERO TO RETURN-CODE
005406     END-EVALUATE.
005407 8500-EXIT.
005408     EXIT.

005409****************************************************************
005410*  8600-PRINT-RUN-REPORT - END-OF-RUN ACCOUNTING: DOCUMENT     *
005411*  DISPOSITION TOTALS, A PER-RESPONSE-CODE SUMMARY OF THE      *
005412*  PERFORM-MAPPING CALLS ISSUED, AND THE RETURN CODE SET BY    *
005413*  8500-SET-RETURN-CODE.                                       *
005414****************************************************************
005415 8600-PRINT-RUN-REPORT.
005416     IF TPRUNRPT-STATUS NOT = '00'
005417         DISPLAY 'TP100DRV - TPRUNRPT NOT AVAILABLE - STATUS '
005418                  TPRUNRPT-STATUS
005419         GO TO 8600-EXIT
005420     END-IF.
005421     MOVE TP100-CURRENT-DATE TO TP100-RH-DATE.
005422     MOVE TP100-BATCH-ID     TO TP100-RH-BATCH-ID.
005423     WRITE TP-RUNRPT-LINE FROM TP100-RUN-HEADING-1.
005424     IF TP100-CERTIFICATION-RUN
005425         MOVE 'CERTIFICATION RUN - NO PRODUCTION FILES UPDATED'
005426             TO TP100-RN-TEXT
005427         WRITE TP-RUNRPT-LINE FROM TP100-RUN-NOTE-LINE
005428     END-IF.
005429     IF TP100-STREAM-RUN
005430         MOVE TP100-STREAM-NUM      TO TP100-RS-STREAM
005431         MOVE TP100-PART-DATE       TO TP100-RS-PART-DATE
005432         MOVE TP100-PART-TIME       TO TP100-RS-PART-TIME
005433         WRITE TP-RUNRPT-LINE FROM TP100-RUN-STREAM-LINE
005434         MOVE 'DOCUMENTS IN PARTITION:' TO TP100-RC-LABEL
005435         MOVE TP100-PART-DOC-COUNT  TO TP100-RC-VALUE
005436         WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE
005437     END-IF.
005438     MOVE 'DOCUMENTS READ:'          TO TP100-RC-LABEL.
005439     MOVE TP100-READ-COUNT           TO TP100-RC-VALUE.
005440     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005441     MOVE 'SKIPPED BY RESTART:'      TO TP100-RC-LABEL.
005442     MOVE TP100-SKIP-COUNT           TO TP100-RC-VALUE.
005443     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005444     MOVE 'PARTNER GROUPS HELD:'     TO TP100-RC-LABEL.
005445     MOVE TP100-HELD-GROUP-COUNT     TO TP100-RC-VALUE.
005446     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005447     MOVE 'DOCUMENTS DEFERRED:'      TO TP100-RC-LABEL.
005448     MOVE TP100-HELD-DOC-COUNT       TO TP100-RC-VALUE.
005449     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005450     MOVE 'MAPPED SUCCESSFULLY:'     TO TP100-RC-LABEL.
005451     MOVE TP100-MAPPED-COUNT         TO TP100-RC-VALUE.
005452     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005453     MOVE 'DUPLICATES HELD:'         TO TP100-RC-LABEL.
005454     MOVE TP100-DUPLICATE-COUNT      TO TP100-RC-VALUE.
005455     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005456     MOVE 'SUSPENDED:'               TO TP100-RC-LABEL.
005457     MOVE TP100-SUSPENDED-COUNT      TO TP100-RC-VALUE.
005458     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005459     MOVE 'SUSPENDED ON FIRST FAILURE:' TO TP100-RC-LABEL.
005460     MOVE TP100-FIRST-FAIL-COUNT     TO TP100-RC-VALUE.
005461     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005462     MOVE 'SUSPENDED RETRIES EXHAUSTED:' TO TP100-RC-LABEL.
005463     MOVE TP100-RETRY-EXH-COUNT      TO TP100-RC-VALUE.
005464     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005465     MOVE 'MAPPING RETRIES ISSUED:'  TO TP100-RC-LABEL.
005466     MOVE TP100-RETRY-COUNT          TO TP100-RC-VALUE.
005467     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005468     MOVE 'NON-SUSPENSE WARNINGS:'   TO TP100-RC-LABEL.
005469     MOVE TP100-WARN-COUNT           TO TP100-RC-VALUE.
005470     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005471     MOVE 'VOLUME BREAKER TRIPS:'    TO TP100-RC-LABEL.
005472     MOVE TP100-TRIP-COUNT           TO TP100-RC-VALUE.
005473     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005474     MOVE 'DOCUMENTS QUARANTINED:'   TO TP100-RC-LABEL.
005475     MOVE TP100-QUAR-DOC-COUNT       TO TP100-RC-VALUE.
005476     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005477     PERFORM 8650-PRINT-CODE-LINE THRU 8650-EXIT
005478         VARYING TP100-RC-SUB FROM 1 BY 1
005479         UNTIL TP100-RC-SUB > 17.
005480     IF TP100-CERT-GROUP-COUNT > ZERO
005481         PERFORM 8620-PRINT-CERT-COUNTS THRU 8620-EXIT
005482     END-IF.
005483     MOVE RETURN-CODE TO TP100-RL-RETURN-CODE.
005484     WRITE TP-RUNRPT-LINE FROM TP100-RUN-RC-LINE.
005485 8600-EXIT.
005486     EXIT.

005487****************************************************************
005488*  8620-PRINT-CERT-COUNTS - THE CERTIFICATION GROUPS' OWN      *
005489*  TOTALS, KEPT APART FROM THE PRODUCTION COUNTS ABOVE.  THE   *
005490*  PER-PARTNER DETAIL IS ON TPCRTSCR (TP870CRT).               *
005491****************************************************************
005492 8620-PRINT-CERT-COUNTS.
005493     MOVE 'CERTIFICATION GROUPS:'    TO TP100-RC-LABEL.
005494     MOVE TP100-CERT-GROUP-COUNT     TO TP100-RC-VALUE.
005495     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005496     MOVE 'CERT GROUPS FAILED INIT:' TO TP100-RC-LABEL.
005497     MOVE TP100-CERT-INIT-FAIL-COUNT TO TP100-RC-VALUE.
005498     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005499     MOVE 'CERT DOCUMENTS ATTEMPTED:' TO TP100-RC-LABEL.
005500     MOVE TP100-CERT-ATTEMPT-COUNT   TO TP100-RC-VALUE.
005501     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005502     MOVE 'CERT DOCUMENTS MAPPED CLEAN:' TO TP100-RC-LABEL.
005503     MOVE TP100-CERT-CLEAN-COUNT     TO TP100-RC-VALUE.
005504     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005505     MOVE 'CERT DOCUMENTS FAILED:'   TO TP100-RC-LABEL.
005506     MOVE TP100-CERT-FAIL-COUNT      TO TP100-RC-VALUE.
005507     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005508     MOVE 'CERT DUPLICATES NOT REMAPPED:' TO TP100-RC-LABEL.
005509     MOVE TP100-CERT-DUP-COUNT       TO TP100-RC-VALUE.
005510     WRITE TP-RUNRPT-LINE FROM TP100-RUN-COUNT-LINE.
005511 8620-EXIT.
005512     EXIT.

005513****************************************************************
005514*  8650-PRINT-CODE-LINE - ONLY CODES ACTUALLY SEEN ARE LISTED. *
005515****************************************************************
005516 8650-PRINT-CODE-LINE.
005517     IF TP100-RC-COUNT(TP100-RC-SUB) > ZERO
005518         COMPUTE TP100-RL-CODE = TP100-RC-SUB - 1
005519         MOVE TP100-RC-COUNT(TP100-RC-SUB) TO TP100-RL-COUNT
005520         WRITE TP-RUNRPT-LINE FROM TP100-RUN-CODE-LINE
005521     END-IF.
005522 8650-EXIT.
005523     EXIT.

005524****************************************************************
005525*  8700-WRITE-STREAM-TOTALS - A STREAM'S ACCOUNT OF ITSELF FOR *
005526*  TP160MRG: WHERE EVERY DOCUMENT IT READ WENT, AND HOW MANY   *
005527*  RECORDS IT WROTE TO EACH OF ITS OWN FILES.  APPENDED, SO A  *
005528*  RESTARTED STREAM LEAVES ONE RECORD PER RUN.                 *
005529****************************************************************
005530 8700-WRITE-STREAM-TOTALS.
005531     MOVE TP100-PART-DATE            TO TP-STMTOT-PART-DATE.
005532     MOVE TP100-PART-TIME            TO TP-STMTOT-PART-TIME.
005533     MOVE TP100-STREAM-NUM           TO TP-STMTOT-STREAM-ID.
005534     MOVE TP100-BATCH-ID             TO TP-STMTOT-BATCH-ID.
005535     MOVE TP100-RUN-START-DATE       TO TP-STMTOT-START-DATE.
005536     MOVE TP100-RUN-START-TIME       TO TP-STMTOT-START-TIME.
005537     ACCEPT TP-STMTOT-END-DATE FROM DATE YYYYMMDD.
005538     ACCEPT TP-STMTOT-END-TIME FROM TIME.
005539     MOVE RETURN-CODE                TO TP-STMTOT-RETURN-CODE.
005540     IF TP100-STARTUP-FAILED OR TP100-CRITICAL-STOP
005541         SET TP-STMTOT-STOPPED-SHORT TO TRUE
005542     ELSE
005543         SET TP-STMTOT-RAN-TO-END    TO TRUE
005544     END-IF.
005545     MOVE TP100-READ-COUNT           TO TP-STMTOT-DOCS-READ.
005546     MOVE TP100-SKIP-COUNT           TO TP-STMTOT-DOCS-SKIPPED.
005547     MOVE TP100-MAPPED-COUNT         TO TP-STMTOT-DOCS-MAPPED.
005548     MOVE TP100-WARN-COUNT           TO TP-STMTOT-DOCS-WARNED.
005549     MOVE TP100-SUSPENDED-COUNT      TO TP-STMTOT-DOCS-SUSPENDED.
005550     MOVE TP100-DUPLICATE-COUNT      TO TP-STMTOT-DOCS-DUPLICATE.
005551     MOVE TP100-HELD-DOC-COUNT       TO TP-STMTOT-DOCS-DEFERRED.
005552     MOVE TP100-QUAR-DOC-COUNT
005553                                  TO TP-STMTOT-DOCS-QUARANTINED.
005554     COMPUTE TP-STMTOT-DOCS-CERT
005555         = TP100-CERT-ATTEMPT-COUNT + TP100-CERT-DUP-COUNT.
005556     MOVE TP100-ACTLOG-RECS          TO TP-STMTOT-ACTLOG-RECS.
005557     MOVE TP100-SUSP-RECS            TO TP-STMTOT-SUSP-RECS.
005558     MOVE TP100-ALERT-RECS           TO TP-STMTOT-ALERT-RECS.
005559     MOVE TP100-TRCLOG-RECS          TO TP-STMTOT-TRCLOG-RECS.
005560     MOVE TP100-CRTLOG-RECS          TO TP-STMTOT-CRTLOG-RECS.
005561     MOVE TP100-DOCDFR-RECS          TO TP-STMTOT-DOCDFR-RECS.
005562     OPEN EXTEND TPSTMTOT-FILE.
005563     IF TPSTMTOT-STATUS = '35'
005564         OPEN OUTPUT TPSTMTOT-FILE
005565     END-IF.
005566     IF TPSTMTOT-STATUS NOT = '00'
005567         DISPLAY 'TP100DRV - TPSTMTOT NOT AVAILABLE - STATUS '
005568                  TPSTMTOT-STATUS ' - STREAM CANNOT BE MERGED'
005569             UPON CONSOLE
005570         GO TO 8700-EXIT
005571     END-IF.
005572     WRITE TP-STMTOT-RECORD.
005573     CLOSE TPSTMTOT-FILE.
005574 8700-EXIT.
005575     EXIT.

005576****************************************************************
005577*  9000-TERMINATE - CLOSE WHATEVER WE MANAGED TO OPEN.         *
005578****************************************************************
005579 9000-TERMINATE.
005580     CLOSE TPRUNRPT-FILE.
005581     IF TPDOCIN-STATUS = '00' OR '10'
005582         CLOSE TPDOCIN-FILE
005583     END-IF.
005584     IF TP100-CONTROL-FILES-OPEN
005585         CLOSE TPARDREG-FILE
005586         CLOSE TPTRCLOG-FILE
005587         CLOSE TPCRTLOG-FILE
005588         CLOSE TPCRTDUP-FILE
005589         CLOSE TPCRTSCR-FILE
005590         IF TP100-HOLD-FILE-OPEN
005591             CLOSE TPHOLDF-FILE
005592         END-IF
005593         IF TP100-CERT-LIST-OPEN
005594             CLOSE TPCERTPT-FILE
005595         END-IF
005596         IF NOT TP100-CERTIFICATION-RUN
005597             CLOSE TPDOCDFR-FILE
005598             CLOSE TPACTLOG-FILE
005599             CLOSE TPSUSPF-FILE
005600             CLOSE TPALERT-FILE
005601             CLOSE TPCKPTF-FILE
005602             CLOSE TPDUPCTL-FILE
005603             CLOSE TPQUARN-FILE
005604         END-IF
005605     END-IF.
005606     IF TP100-RUN-IS-ENROLLED
005607         MOVE 'RELEASE' TO TP-LOK-REQUEST
005608         CALL 'TPRUNLOK' USING TP-LOK-CB
005609     END-IF.
005610 9000-EXIT.
005620     EXIT.

005630****************************************************************
005640*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH *
005650*  ITS RETURN CODE AND COUNTS. IN IS DOCUMENTS READ, OUT IS    *
005660*  MAPPED, REJECT IS SUSPENDED.                                *
005670****************************************************************
005680 9900-RUN-HISTORY-END.
005690     MOVE 'END'              TO TP-HST-REQUEST.
005700     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
005710     MOVE TP100-READ-COUNT TO TP-HST-IN-COUNT.
005720     MOVE TP100-MAPPED-COUNT TO TP-HST-OUT-COUNT.
005730     MOVE TP100-SUSPENDED-COUNT TO TP-HST-REJECT-COUNT.
005740     CALL 'TPRUNHST' USING TP-HST-CB.
005750 9900-EXIT.
005760     EXIT.

005770 END PROGRAM TP100DRV.
