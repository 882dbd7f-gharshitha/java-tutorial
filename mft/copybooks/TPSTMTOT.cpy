000100****************************************************************
000110*  TPSTMTOT                                                    *
000120*  TP100DRV PARTITION STREAM TOTALS RECORD.                    *
000130*                                                               *
000140*  ONE RECORD APPENDED BY EVERY RUN OF A TP100DRV STREAM (A    *
000150*  STRM CARD ON TPDRVCTL) AS IT ENDS, TO THE STREAM'S OWN      *
000160*  TOTALS FILE.  A RESTARTED STREAM APPENDS A SECOND RECORD:   *
000170*  ITS DOCUMENT COUNTS COVER THE WHOLE PARTITION (DOCUMENTS    *
000180*  FINISHED BY THE FIRST RUN COME BACK AS SKIPPED BY RESTART), *
000190*  WHILE ITS RECORD COUNTS COVER ONLY WHAT THAT RUN WROTE.     *
000200*  TP160MRG THEREFORE BALANCES DOCUMENTS ON A STREAM'S LAST    *
000210*  RECORD AND OUTPUT RECORDS ON THE SUM OF ITS RECORDS - BOTH  *
000220*  FOR THE PARTITION ID ON TPPARTN ONLY.  TPDOCDFR IS REBUILT  *
000230*  BY EVERY RUN, SO ONLY THE LAST RUN'S COUNT OF IT APPLIES.   *
000240*                                                               *
000250*  RUN-STATUS C MEANS THE STREAM READ ITS PARTITION TO THE     *
000260*  END; S MEANS IT STOPPED SHORT (STARTUP FAILURE OR THE       *
000270*  CONSECUTIVE-CRITICAL STOP) AND MUST BE RESTARTED.           *
000280*                                                               *
000290*  MODIFICATION HISTORY                                       *
000300*  --------------------                                       *
000310*  2026-10-15  DLR  NEW MEMBER.                                *
000320****************************************************************
000330 01              TP-STMTOT-RECORD.
000340     05          TP-STMTOT-PARTITION-ID.
000350         10      TP-STMTOT-PART-DATE            PIC 9(08).
000360         10      TP-STMTOT-PART-TIME            PIC 9(06).
000370     05          TP-STMTOT-STREAM-ID            PIC 9(02).
000380     05          TP-STMTOT-BATCH-ID             PIC X(20).
000390     05          TP-STMTOT-START-DATE           PIC 9(08).
000400     05          TP-STMTOT-START-TIME           PIC 9(06).
000410     05          TP-STMTOT-END-DATE             PIC 9(08).
000420     05          TP-STMTOT-END-TIME             PIC 9(06).
000430     05          TP-STMTOT-RETURN-CODE          PIC 9(02).
000440     05          TP-STMTOT-RUN-STATUS           PIC X(01).
000450         88      TP-STMTOT-RAN-TO-END           VALUE 'C'.
000460         88      TP-STMTOT-STOPPED-SHORT        VALUE 'S'.
000470     05          TP-STMTOT-DOCUMENT-COUNTS.
000480         10      TP-STMTOT-DOCS-READ            PIC 9(07).
000490         10      TP-STMTOT-DOCS-SKIPPED         PIC 9(07).
000500         10      TP-STMTOT-DOCS-MAPPED          PIC 9(07).
000510         10      TP-STMTOT-DOCS-WARNED          PIC 9(07).
000520         10      TP-STMTOT-DOCS-SUSPENDED       PIC 9(07).
000530         10      TP-STMTOT-DOCS-DUPLICATE       PIC 9(07).
000540         10      TP-STMTOT-DOCS-DEFERRED        PIC 9(07).
000550         10      TP-STMTOT-DOCS-QUARANTINED     PIC 9(07).
000560         10      TP-STMTOT-DOCS-CERT            PIC 9(07).
000570     05          TP-STMTOT-RECORD-COUNTS.
000580         10      TP-STMTOT-ACTLOG-RECS          PIC 9(09).
000590         10      TP-STMTOT-SUSP-RECS            PIC 9(09).
000600         10      TP-STMTOT-ALERT-RECS           PIC 9(09).
000610         10      TP-STMTOT-TRCLOG-RECS          PIC 9(09).
000620         10      TP-STMTOT-CRTLOG-RECS          PIC 9(09).
000630         10      TP-STMTOT-DOCDFR-RECS          PIC 9(09).
000640     05          FILLER                         PIC X(20).
