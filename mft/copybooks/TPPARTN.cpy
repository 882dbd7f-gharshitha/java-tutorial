000100****************************************************************
000110*  TPPARTN                                                     *
000120*  TP100DRV PARTITION CONTROL RECORD.                          *
000130*                                                               *
000140*  ONE RECORD, WRITTEN BY TP150PRT WHEN IT SPLITS THE NIGHT'S  *
000150*  CLEAN FEED INTO PARTITIONS TPDOCP01-TPDOCP08, ONE PER       *
000160*  CONCURRENT TP100DRV STREAM.  A PARTNER (THE PARTNER KEY AS  *
000170*  TP100DRV BUILDS TP100-PARTNER-KEY - SEE TPHOLD) IS NEVER    *
000180*  SPLIT ACROSS STREAMS, SO ITS CHECKPOINT AND DUPLICATE-      *
000190*  CONTROL KEYS BELONG TO EXACTLY ONE STREAM.  THE PARTITION   *
000200*  ID (DATE AND TIME OF THE SPLIT) IS CARRIED ON EVERY STREAM  *
000210*  TOTALS RECORD (TPSTMTOT) SO TP160MRG ONLY BALANCES STREAMS  *
000220*  THAT RAN AGAINST THIS SPLIT.  EXPECTED VOLUME IS THE SUM OF *
000230*  THE PARTNERS' TYPICAL DAILY VOLUMES FROM TPACTSUM (TONIGHT'S *
000240*  COUNT FOR A PARTNER WITH NO PROFILE) - THE FIGURE THE       *
000250*  STREAMS WERE BALANCED ON.  TP160MRG REWRITES THE MERGE      *
000260*  FIELDS ONCE THE STREAMS' OUTPUT IS ON THE MAIN FILES, SO A  *
000270*  RERUN OF THE MERGE CANNOT APPEND IT TWICE.                  *
000280*                                                               *
000290*  MODIFICATION HISTORY                                       *
000300*  --------------------                                       *
000310*  2026-10-15  DLR  NEW MEMBER.                                *
000320****************************************************************
000330 01              TP-PARTN-RECORD.
000340     05          TP-PARTN-PARTITION-ID.
000350         10      TP-PARTN-PART-DATE             PIC 9(08).
000360         10      TP-PARTN-PART-TIME             PIC 9(06).
000370     05          TP-PARTN-STREAM-COUNT          PIC 9(02).
000380     05          TP-PARTN-FEED-DOC-COUNT        PIC 9(09).
000390     05          TP-PARTN-FEED-PARTNER-COUNT    PIC 9(07).
000400     05          TP-PARTN-STREAM OCCURS 8 TIMES.
000410         10      TP-PARTN-S-DOC-COUNT           PIC 9(07).
000420         10      TP-PARTN-S-PARTNER-COUNT       PIC 9(07).
000430         10      TP-PARTN-S-EXPECTED-VOLUME     PIC 9(09).
000440     05          TP-PARTN-MERGE-STATUS          PIC X(01).
000450         88      TP-PARTN-NOT-MERGED            VALUE SPACE.
000460         88      TP-PARTN-MERGED                VALUE 'M'.
000470     05          TP-PARTN-MERGE-DATE            PIC 9(08).
000480     05          TP-PARTN-MERGE-TIME            PIC 9(06).
000490     05          FILLER                         PIC X(20).
