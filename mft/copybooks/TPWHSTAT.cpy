000100****************************************************************
000110*  TPWHSTAT                                                    *
000120*  WAREHOUSE EXTRACT CHANGE-DETECTION STATE RECORD.            *
000130*                                                              *
000140*  KSDS KEPT BY TP980WHX, ONE RECORD PER TPSUSP SUSPENSION     *
000150*  (SOURCE S - DOCUMENT ID, FAIL DATE AND FAIL TIME) AND PER   *
000160*  TPINCID INCIDENT (SOURCE I - THE INCIDENT KEY).  NEITHER    *
000170*  FILE DATES EVERY CHANGE - A RESUBMISSION OR AN OPERATOR     *
000180*  REOPEN LEAVES NO DATE BEHIND - SO A CHANGE IS FOUND BY      *
000190*  COMPARING THE FIELDS THE WAREHOUSE CARES ABOUT (IMAGE)      *
000200*  WITH WHAT WAS LAST SENT.  SENT-THRU IS THE THROUGH          *
000210*  DATE/TIME OF THE EXTRACT THAT SENT THE CURRENT IMAGE;       *
000220*  WHEN IT IS LATER THAN THE TPWHHWM HIGH-WATER MARK THAT      *
000230*  EXTRACT NEVER COMPLETED, AND PRIOR-IMAGE IS WHAT THE        *
000240*  WAREHOUSE ACTUALLY HOLDS.  LAST-SEEN IS THE LAST EXTRACT    *
000250*  THAT FOUND THE SOURCE RECORD; A RECORD NOT SEEN BY A CLEAN  *
000260*  EXTRACT IS DELETED.                                         *
000270*                                                              *
000280*  MODIFICATION HISTORY                                        *
000290*  --------------------                                        *
000300*  2026-10-15  DLR  NEW MEMBER.                                *
000310****************************************************************
000320 01              TP-WHSTAT-RECORD.
000330     05          TP-WHSTAT-KEY.
000340         10      TP-WHSTAT-SOURCE               PIC X(01).
000350             88  TP-WHSTAT-IS-SUSPENSE          VALUE 'S'.
000360             88  TP-WHSTAT-IS-INCIDENT          VALUE 'I'.
000370         10      TP-WHSTAT-OBJECT-KEY           PIC X(82).
000380     05          TP-WHSTAT-IMAGE                PIC X(40).
000390     05          TP-WHSTAT-PRIOR-IMAGE          PIC X(40).
000400     05          TP-WHSTAT-SENT-THRU            PIC 9(14).
000410     05          TP-WHSTAT-LAST-SEEN            PIC 9(14).
000420     05          FILLER                         PIC X(09).
