000100****************************************************************
000110*  TPBILSUM                                                    *
000120*  TRADING PARTNER BILLING ACTIVITY ROLLUP RECORD.             *
000130*                                                               *
000140*  ONE RECORD PER RUN-DATE/PARTNER-KEY/APPLICATION-ID/         *
000150*  VERSION-RELEASE/RESUBMIT-IND ROLLED UP BY TP700ARC AS IT    *
000160*  ARCHIVES CLOSED DAYS OFF TPACTLOG, ALONGSIDE THE TPACTSUM   *
000170*  RESPONSE-CODE ROLLUP.  TPACTSUM CARRIES NO APPLICATION OR   *
000180*  RESUBMISSION DETAIL, SO THE TP830BIL CHARGEBACK RUN PRICES  *
000190*  THESE RECORDS INSTEAD.  RESUBMIT-IND IS 'Y' FOR A           *
000200*  RESUBMITTED DOCUMENT AND 'N' OTHERWISE.  DOC-COUNT IS       *
000210*  EVERY PERFORM-MAPPING CALL, FAILED ATTEMPTS INCLUDED;       *
000220*  MAPPED-COUNT THOSE THAT CAME BACK WITH RESPONSE CODE ZERO,  *
000223*  ONE PER DOCUMENT MAPPED.  TP830BIL BILLS MAPPED-COUNT AND   *
000226*  SHOWS DOC-COUNT ON ITS REGISTER ONLY AS ATTEMPTS.           *
000230*                                                               *
000240*  MODIFICATION HISTORY                                       *
000250*  --------------------                                       *
000260*  2026-10-15  DLR  NEW MEMBER.                                *
000270****************************************************************
000280 01              TP-BILSUM-RECORD.
000290     05          TP-BILSUM-KEY.
000300         10      TP-BILSUM-RUN-DATE             PIC 9(08).
000310         10      TP-BILSUM-PARTNER-KEY          PIC X(78).
000320         10      TP-BILSUM-APPLICATION-ID       PIC X(10).
000330         10      TP-BILSUM-VERSION-RELEASE      PIC X(12).
000340         10      TP-BILSUM-RESUBMIT-IND         PIC X(01).
000350             88  TP-BILSUM-IS-RESUBMISSION      VALUE 'Y'.
000360     05          TP-BILSUM-PARTNER-FORM         PIC X(01).
000370         88      TP-BILSUM-FORM-IS-PARTNER      VALUE 'P'.
000380         88      TP-BILSUM-FORM-IS-ALIAS        VALUE 'A'.
000390     05          TP-BILSUM-DOC-COUNT            PIC 9(07) COMP.
000400     05          TP-BILSUM-MAPPED-COUNT         PIC 9(07) COMP.
