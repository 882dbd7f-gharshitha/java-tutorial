000100****************************************************************
000110*  TPQUARN                                                     *
000120*  RUNAWAY-VOLUME QUARANTINE RECORD.                           *
000130*                                                               *
000140*  KSDS, ONE RECORD PER DOCUMENT TP100DRV'S VOLUME BREAKER     *
000150*  STOPPED MAPPING.  WHEN A PARTNER GROUP RUNS PAST ITS LIMIT  *
000160*  - A MULTIPLE OF THE PARTNER'S TYPICAL DAILY VOLUME FROM     *
000170*  TPACTSUM, OR THE ABSOLUTE CAP ON THE TPDRVCTL CARDS - THE   *
000180*  REST OF THE GROUP IS WRITTEN HERE, FEED RECORD AND ALL,     *
000190*  UNDER ONE TRIP ID (RUN START DATE AND TIME, THE PARTITION   *
000195*  STREAM NUMBER - 0 OUTSIDE A STREAM - AND A SEQUENCE WITHIN  *
000200*  THE RUN).  THE KEY IS THE PARTNER KEY AS TP100DRV           *
000210*  BUILDS TP100-PARTNER-KEY (SEE TPHOLD) PLUS THE DOCUMENT ID. *
000220*                                                               *
000230*  TP880QRL APPLIES THE OPERATOR'S DECISION BY TRIP ID:        *
000240*    Q - QUARANTINED, AWAITING A DECISION                      *
000250*    R - RELEASED - THE FEED RECORD WAS WRITTEN TO TPDOCQRL    *
000260*        FOR THE NEXT NIGHT'S RUN                              *
000270*    X - REJECTED - NEVER TO BE MAPPED                         *
000280*  TYPICAL-VOLUME IS ZERO WHEN THE PARTNER HAD NO PROFILE AND  *
000290*  ONLY THE CAP APPLIED.                                       *
000300*                                                               *
000310*  MODIFICATION HISTORY                                       *
000320*  --------------------                                       *
000330*  2026-10-15  DLR  NEW MEMBER.                                *
000340****************************************************************
000350 01              TP-QUAR-RECORD.
000360     05          TP-QUAR-KEY.
000370         10      TP-QUAR-PARTNER-KEY            PIC X(78).
000380         10      TP-QUAR-DOCUMENT-ID            PIC X(45).
000390     05          TP-QUAR-TRIP-ID.
000400         10      TP-QUAR-TRIP-DATE              PIC 9(08).
000410         10      TP-QUAR-TRIP-TIME              PIC 9(06).
000415         10      TP-QUAR-TRIP-STREAM            PIC 9(01).
000420         10      TP-QUAR-TRIP-SEQ               PIC 9(03).
000430     05          TP-QUAR-APPLICATION-ID         PIC X(10).
000440     05          TP-QUAR-TRIP-REASON            PIC X(01).
000450         88      TP-QUAR-TRIPPED-ON-MULTIPLE    VALUE 'M'.
000460         88      TP-QUAR-TRIPPED-ON-CAP         VALUE 'C'.
000470     05          TP-QUAR-GROUP-LIMIT            PIC 9(07).
000480     05          TP-QUAR-TYPICAL-VOLUME         PIC 9(07).
000490     05          TP-QUAR-QUARANTINE-DATE        PIC 9(08).
000500     05          TP-QUAR-STATUS                 PIC X(01).
000510         88      TP-QUAR-QUARANTINED            VALUE 'Q'.
000520         88      TP-QUAR-RELEASED               VALUE 'R'.
000530         88      TP-QUAR-REJECTED               VALUE 'X'.
000540     05          TP-QUAR-DECISION-DATE          PIC 9(08).
000550     05          TP-QUAR-DECISION-TIME          PIC 9(06).
000560     05          TP-QUAR-DECISION-OPER          PIC X(08).
000570     05          TP-QUAR-DECISION-REASON        PIC X(30).
000580     05          TP-QUAR-DOCIN-IMAGE            PIC X(263).
