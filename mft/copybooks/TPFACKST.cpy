000100****************************************************************
000110*  TPFACKST                                                    *
000120*  FUNCTIONAL ACKNOWLEDGMENT STATUS RECORD.                    *
000130*                                                               *
000140*  KSDS MAINTAINED BY TP840ACK, ONE RECORD PER DOCUMENT THAT   *
000150*  MAPPED CLEAN ON TPACTLOG.  IT IS WRITTEN AWAITING (W) THE   *
000160*  NIGHT THE DOCUMENT MAPS AND CLOSED BY THE PARTNER'S 997 OR  *
000170*  999 - ACCEPTED (A), ACCEPTED WITH ERRORS (E) OR REJECTED    *
000180*  (R).  THE KEY USES THE CANONICAL FORM P PARTNER KEY AFTER   *
000190*  TPALSXRF ALIAS RESOLUTION, SO AN ACK THAT NAMES THE         *
000200*  PARTNER DIFFERENTLY FROM THE SUBMISSION STILL MATCHES;      *
000210*  SUBMIT-PARTNER-KEY KEEPS THE KEY THE DOCUMENT CAME IN       *
000220*  UNDER.  FIRST-OVERDUE-DATE IS THE NIGHT THE DOCUMENT FIRST  *
000230*  WENT PAST ITS PARTNER'S WAIT WINDOW (ZERO IF IT NEVER DID). *
000240*                                                               *
000250*  MODIFICATION HISTORY                                       *
000260*  --------------------                                       *
000270*  2026-10-15  DLR  NEW MEMBER.                                *
000280****************************************************************
000290 01              TP-FACKST-RECORD.
000300     05          TP-FACKST-KEY.
000310         10      TP-FACKST-CANON-PARTNER-KEY    PIC X(78).
000320         10      TP-FACKST-DOCUMENT-ID          PIC X(45).
000330     05          TP-FACKST-PARTNER-FORM         PIC X(01).
000340     05          TP-FACKST-SUBMIT-PARTNER-KEY   PIC X(78).
000350     05          TP-FACKST-APPLICATION-ID       PIC X(10).
000360     05          TP-FACKST-MAPPED-DATE          PIC 9(08).
000370     05          TP-FACKST-MAPPED-TIME          PIC 9(06).
000380     05          TP-FACKST-STATUS               PIC X(01).
000390         88      TP-FACKST-AWAITING             VALUE 'W'.
000400         88      TP-FACKST-ACCEPTED             VALUE 'A'.
000410         88      TP-FACKST-ACCEPTED-WITH-ERRORS VALUE 'E'.
000420         88      TP-FACKST-REJECTED             VALUE 'R'.
000430         88      TP-FACKST-ACKNOWLEDGED         VALUES 'A' 'E'
000435                                                       'R'.
000440     05          TP-FACKST-ACK-TYPE             PIC X(03).
000450     05          TP-FACKST-ACK-CODE             PIC X(01).
000460     05          TP-FACKST-ACK-DATE             PIC 9(08).
000470     05          TP-FACKST-ACK-TIME             PIC 9(06).
000480     05          TP-FACKST-ACK-COUNT            PIC 9(03).
000490     05          TP-FACKST-ERROR-CODE           PIC X(03).
000500     05          TP-FACKST-ERROR-TEXT           PIC X(60).
000510     05          TP-FACKST-FIRST-OVERDUE-DATE   PIC 9(08).
