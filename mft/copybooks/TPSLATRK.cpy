000100****************************************************************
000110*  TPSLATRK                                                    *
000120*  DOCUMENT SLA TURNAROUND TRACKING RECORD.                    *
000130*                                                               *
000140*  ONE RECORD PER PARTNER/DOCUMENT ID, OPENED BY TP820SLA THE  *
000150*  FIRST NIGHT THE DOCUMENT IS DRIVEN AND CARRIED ACROSS EVERY *
000160*  RESUBMISSION UNTIL IT MAPS CLEAN (STATUS M) OR THE REVIEW   *
000170*  DESK CANCELS IT ON TPSUSP (STATUS C).  THE PARTNER KEY IS   *
000180*  THE KEY THE DOCUMENT WAS SUBMITTED UNDER; CANON-PARTNER-KEY *
000190*  IS THE FORM P KEY AFTER ALIAS RESOLUTION, USED FOR THE      *
000200*  CONTRACT LOOKUP AND THE MONTHLY COMPLIANCE ROLLUP.          *
000210*                                                               *
000220*  START-SOURCE RECORDS WHERE THE CLOCK START CAME FROM:       *
000230*    H - THE TPDOCBCT BATCH HEADER SUBMIT TIMESTAMP            *
000240*    O - THE ORIG-SUBMIT-TS CARRIED ON A RESUBMISSION          *
000250*    A - NEITHER AVAILABLE - THE FIRST ATTEMPT'S RUN TIME      *
000260*                                                               *
000270*  TURNAROUND-MIN AND TARGET-MIN ARE BUSINESS MINUTES.  A      *
000280*  TARGET OF ZERO MEANS NO CONTRACT WAS ON FILE WHEN THE       *
000290*  DOCUMENT CLOSED - IT IS TRACKED BUT NEVER A BREACH.         *
000300*                                                               *
000310*  MODIFICATION HISTORY                                       *
000320*  --------------------                                       *
000330*  2026-10-15  DLR  NEW MEMBER.                                *
000340****************************************************************
000350 01              TP-SLATRK-RECORD.
000360     05          TP-SLATRK-KEY.
000370         10      TP-SLATRK-PARTNER-KEY          PIC X(78).
000380         10      TP-SLATRK-DOCUMENT-ID          PIC X(45).
000390     05          TP-SLATRK-PARTNER-FORM         PIC X(01).
000400     05          TP-SLATRK-CANON-PARTNER-KEY    PIC X(78).
000410     05          TP-SLATRK-APPLICATION-ID       PIC X(10).
000420     05          TP-SLATRK-START-DATE           PIC 9(08).
000430     05          TP-SLATRK-START-TIME           PIC 9(04).
000440     05          TP-SLATRK-START-SOURCE         PIC X(01).
000450         88      TP-SLATRK-FROM-HEADER          VALUE 'H'.
000460         88      TP-SLATRK-FROM-ORIG-TS         VALUE 'O'.
000470         88      TP-SLATRK-FROM-ATTEMPT         VALUE 'A'.
000480     05          TP-SLATRK-ATTEMPT-COUNT        PIC 9(03).
000490     05          TP-SLATRK-LAST-SEEN-DATE       PIC 9(08).
000500     05          TP-SLATRK-LAST-SEEN-TIME       PIC 9(06).
000510     05          TP-SLATRK-STATUS               PIC X(01).
000520         88      TP-SLATRK-OPEN                 VALUE 'O'.
000530         88      TP-SLATRK-MAPPED               VALUE 'M'.
000540         88      TP-SLATRK-CANCELLED            VALUE 'C'.
000550     05          TP-SLATRK-END-DATE             PIC 9(08).
000560     05          TP-SLATRK-END-TIME             PIC 9(04).
000570     05          TP-SLATRK-TURNAROUND-MIN       PIC 9(07).
000580     05          TP-SLATRK-TARGET-MIN           PIC 9(07).
000590     05          TP-SLATRK-COMMIT-PCT           PIC 9(03)V99.
000600     05          TP-SLATRK-BREACH-IND           PIC X(01).
000610         88      TP-SLATRK-BREACHED             VALUE 'Y'.
