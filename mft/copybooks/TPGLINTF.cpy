000100****************************************************************
000110*  TPGLINTF                                                    *
000120*  CHARGEBACK GENERAL LEDGER / ACCOUNTS RECEIVABLE INTERFACE   *
000130*  RECORD.                                                     *
000140*                                                               *
000150*  FIXED-FORMAT 160-BYTE FILE WRITTEN BY TP830BIL FOR THE      *
000160*  GL/AR POSTING RUN.  ONE DETAIL RECORD (TYPE D) PER PARTNER/ *
000170*  APPLICATION/VERSION-RELEASE/CHARGE TYPE WITH A NON-ZERO     *
000180*  AMOUNT, FOLLOWED BY ONE CONTROL TOTAL RECORD (TYPE T)       *
000190*  CARRYING THE DETAIL RECORD COUNT AND THE SUMS OF QUANTITY   *
000200*  AND AMOUNT.  THE CUSTOMER KEY IS THE CANONICAL 78-BYTE      *
000210*  FORM P PARTNER KEY.  CHARGE TYPES:                          *
000220*    DOCS - FIRST-TIME DOCUMENTS AT THE TIERED RATES           *
000230*    RSUB - RESUBMITTED DOCUMENTS AT THE RESUBMISSION RATE     *
000240*    MINM - TOP-UP TO THE RATE'S MONTHLY MINIMUM, ONE PER      *
000245*           PARTNER PER RATE, UNDER THE RATE'S OWN KEY         *
000250*                                                               *
000260*  MODIFICATION HISTORY                                       *
000270*  --------------------                                       *
000280*  2026-10-15  DLR  NEW MEMBER.                                *
000290****************************************************************
000300 01              TP-GLINTF-RECORD.
000310     05          TP-GLINTF-RECORD-TYPE          PIC X(01).
000320         88      TP-GLINTF-IS-DETAIL            VALUE 'D'.
000330         88      TP-GLINTF-IS-CONTROL           VALUE 'T'.
000340     05          TP-GLINTF-PERIOD               PIC 9(06).
000350     05          TP-GLINTF-POST-DATE            PIC 9(08).
000360     05          TP-GLINTF-DETAIL-AREA.
000370         10      TP-GLINTF-CUSTOMER-KEY         PIC X(78).
000380         10      TP-GLINTF-APPLICATION-ID       PIC X(10).
000390         10      TP-GLINTF-VERSION-RELEASE      PIC X(12).
000400         10      TP-GLINTF-GL-ACCOUNT           PIC X(12).
000410         10      TP-GLINTF-CHARGE-TYPE          PIC X(04).
000420         10      TP-GLINTF-QUANTITY             PIC 9(09).
000430         10      TP-GLINTF-AMOUNT               PIC 9(11)V99.
000440         10      FILLER                         PIC X(07).
000450     05          TP-GLINTF-CONTROL-AREA
000460                     REDEFINES TP-GLINTF-DETAIL-AREA.
000470         10      TP-GLINTF-RECORD-COUNT         PIC 9(09).
000480         10      TP-GLINTF-TOTAL-QUANTITY       PIC 9(11).
000490         10      TP-GLINTF-TOTAL-AMOUNT         PIC 9(13)V99.
000500         10      FILLER                         PIC X(110).
