000100****************************************************************
000110*  TPACKWIN                                                    *
000120*  FUNCTIONAL ACKNOWLEDGMENT WAIT WINDOW RECORD.               *
000130*                                                               *
000140*  SHOP-MAINTAINED KSDS, ONE RECORD PER CANONICAL FORM P       *
000150*  PARTNER KEY, GIVING THE HOURS THE TRADING PARTNER           *
000160*  AGREEMENT ALLOWS FOR THE PARTNER'S 997/999 TO ARRIVE AFTER  *
000170*  A DOCUMENT MAPS.  THE RECORD WITH A PARTNER KEY OF SPACES   *
000180*  IS THE HOUSE DEFAULT FOR PARTNERS WITH NO RECORD OF THEIR   *
000190*  OWN.  TP840ACK LISTS A DOCUMENT STILL AWAITING ITS ACK      *
000200*  PAST THE WINDOW ON THE NIGHTLY OVERDUE-ACK REPORT.          *
000210*                                                               *
000220*  MODIFICATION HISTORY                                       *
000230*  --------------------                                       *
000240*  2026-10-15  DLR  NEW MEMBER.                                *
000250****************************************************************
000260 01              TP-ACKWIN-RECORD.
000270     05          TP-ACKWIN-PARTNER-KEY          PIC X(78).
000280     05          TP-ACKWIN-WAIT-HOURS           PIC 9(04).
000290     05          TP-ACKWIN-LAST-MAINT-DATE      PIC 9(08).
000300     05          TP-ACKWIN-LAST-MAINT-OPER      PIC X(08).
