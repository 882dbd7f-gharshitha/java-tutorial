000235*                    THE TRAILER COUNT, TP100DRV SKIPS THE     *
000236*                    CONTROL RECORDS AND TP600RCN REPORTS THE  *
000237*                    SUBMITTER'S COUNT.                        *
000238*  2026-10-15  DLR  A DOCUMENT RELEASED FROM VOLUME-BREAKER    *
000239*                    QUARANTINE BY TP880QRL COMES BACK ON THE  *
000240*                    TPDOCQRL FEED WITH A BATCH-ID OF 'QRL'    *
000241*                    PLUS THE RELEASE DATE AND TIME; TP100DRV  *
000242*                    DOES NOT COUNT IT AGAINST THE BREAKER.    *
000243****************************************************************
000250 01              TP-DOCIN-RECORD.
000260     05          TP-DOCIN-BATCH-ID               PIC X(20).
000270     05          TP-DOCIN-APPLICATION-ID          PIC X(10).
