000100****************************************************************
000110*  TPRATETB                                                    *
000120*  CHARGEBACK RATE TABLE RECORD.                               *
000130*                                                               *
000140*  SHOP-MAINTAINED KSDS, ONE RECORD PER APPLICATION ID AND     *
000150*  VERSION-RELEASE PRICED BY THE TP830BIL CHARGEBACK RUN.  A   *
000160*  VERSION-RELEASE OF SPACES IS THE APPLICATION'S DEFAULT      *
000170*  RATE; APPLICATION ID AND VERSION-RELEASE BOTH SPACES IS     *
000180*  THE HOUSE DEFAULT.                                          *
000190*                                                               *
000200*  A PARTNER'S FIRST-TIME DOCUMENTS FOR THE MONTH ARE PRICED   *
000210*  THROUGH THE TIERS IN TURN: TIER-UPTO IS THE CUMULATIVE      *
000220*  DOCUMENT COUNT THE TIER RUNS TO, AND A TIER WITH TIER-UPTO  *
000230*  ZERO IS UNUSED.  DOCUMENTS BEYOND THE LAST TIER USED ARE    *
000240*  PRICED AT THAT TIER'S RATE.  RESUBMITTED DOCUMENTS ARE      *
000250*  PRICED FLAT AT RESUBMIT-RATE.  A PARTNER WHOSE CHARGE FOR   *
000260*  THE MONTH UNDER THIS RATE FALLS BELOW MONTHLY-MIN IS        *
000270*  CHARGED THE MINIMUM.  CHARGES POST TO GL-ACCOUNT.  AN       *
000280*  EXPIRY DATE OF 99999999 MEANS OPEN-ENDED.                   *
000290*                                                               *
000300*  MODIFICATION HISTORY                                       *
000310*  --------------------                                       *
000320*  2026-10-15  DLR  NEW MEMBER.                                *
000330****************************************************************
000340 01              TP-RATETB-RECORD.
000350     05          TP-RATETB-KEY.
000360         10      TP-RATETB-APPLICATION-ID       PIC X(10).
000370         10      TP-RATETB-VERSION-RELEASE      PIC X(12).
000380     05          TP-RATETB-TIER                 OCCURS 5 TIMES.
000390         10      TP-RATETB-TIER-UPTO            PIC 9(09).
000400         10      TP-RATETB-TIER-RATE            PIC 9(03)V9(04).
000410     05          TP-RATETB-RESUBMIT-RATE        PIC 9(03)V9(04).
000420     05          TP-RATETB-MONTHLY-MIN          PIC 9(07)V99.
000430     05          TP-RATETB-GL-ACCOUNT           PIC X(12).
000440     05          TP-RATETB-EFF-DATE             PIC 9(08).
000450     05          TP-RATETB-EXP-DATE             PIC 9(08).
000460     05          TP-RATETB-LAST-MAINT-DATE      PIC 9(08).
000470     05          TP-RATETB-LAST-MAINT-OPER      PIC X(08).
