000252*                    WHERE THE BATCH WINDOW ACTUALLY WENT.     *
000253*                    RUN-DATE/RUN-TIME ARE NOW ALSO REFRESHED  *
000254*                    PER CALL RATHER THAN STAMPED ONCE PER RUN.*
000255*  2026-10-15  DLR  ADDED VERSION-RELEASE SO TP700ARC CAN ROLL  *
000256*                    ACTIVITY UP TO TPBILSUM AT THE LEVEL THE  *
000257*                    TP830BIL RATE TABLE PRICES.  RECORD GREW  *
000258*                    FROM 380 TO 392 BYTES.                    *
000259*  2026-10-15  DLR  TP100DRV WRITES THIS LAYOUT TO TPCRTLOG     *
000260*                    FOR CERTIFICATION (TEST) GROUPS; NO       *
000261*                    PRODUCTION REPORT READS THAT FILE.  ADDED *
000262*                    CERT-SKIPPED, WRITTEN THERE ONLY, FOR A   *
000263*                    TEST DOCUMENT PASSED OVER BECAUSE ITS     *
000264*                    GROUP FAILED INITIALIZE-MAPPING.          *
000265****************************************************************
000250 01              TP-ACTLOG-RECORD.
000260     05          TP-ACTLOG-RUN-DATE             PIC 9(08).
000270     05          TP-ACTLOG-RUN-TIME             PIC 9(06).
000284                                     VALUE 'PERFORM-MAPPING'.
000285         88      TP-ACTLOG-IS-FINISH-MAPPING
000286                                     VALUE 'FINISH-MAPPING'.
000287         88      TP-ACTLOG-IS-CERT-SKIPPED
000288                                     VALUE 'CERT-SKIPPED'.
000290     05          TP-ACTLOG-RESPONSE-CODE        PIC 9(04).
000300     05          TP-ACTLOG-RESPONSE-MESSAGE     PIC X(80).
000310     05          TP-ACTLOG-APPLICATION-ID       PIC X(10).
000465     05          TP-ACTLOG-RESUBMIT-BATCH-ID    PIC X(20).
000470     05          TP-ACTLOG-CALL-START-TIME      PIC 9(08).
000475     05          TP-ACTLOG-ELAPSED-HSEC         PIC 9(07).
000480     05          TP-ACTLOG-VERSION-RELEASE      PIC X(12).
