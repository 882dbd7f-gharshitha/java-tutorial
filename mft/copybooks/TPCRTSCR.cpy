000100****************************************************************
000110*  TPCRTSCR                                                    *
000120*  TRADING PARTNER CERTIFICATION SCORECARD RECORD.             *
000130*                                                               *
000140*  KSDS MAINTAINED BY TP100DRV, ONE RECORD PER PARTNER KEY AND *
000150*  ARD APPLICATION DRIVEN IN CERTIFICATION MODE, UPDATED AS    *
000160*  EACH TEST DOCUMENT REACHES ITS FINAL OUTCOME.  THE TOTALS   *
000170*  COVER EVERY CERTIFICATION RUN SINCE THE FIRST; THE LAST-RUN *
000180*  COUNTS COVER LAST-RUN-DATE ONLY.  CODE-COUNT TALLIES THE    *
000190*  FINAL FAILING RESPONSE CODE OF EACH FAILED DOCUMENT BY CODE *
000200*  0-16 (SUBSCRIPT = CODE + 1); OTHER-CODE-COUNT TALLIES ANY   *
000210*  HIGHER CODE.  A DOCUMENT WHOSE GROUP COULD NOT BE OPENED    *
000220*  (INITIALIZE-MAPPING FAILED) COUNTS AS FAILED UNDER THAT     *
000230*  CODE.  TP870CRT PRINTS THE FILE AS THE SIGN-OFF EVIDENCE.   *
000240*                                                               *
000250*  MODIFICATION HISTORY                                       *
000260*  --------------------                                       *
000270*  2026-10-15  DLR  NEW MEMBER.                                *
000280****************************************************************
000290 01              TP-CRTSCR-RECORD.
000300     05          TP-CRTSCR-KEY.
000310         10      TP-CRTSCR-PARTNER-KEY          PIC X(78).
000320         10      TP-CRTSCR-APPLICATION-ID       PIC X(10).
000330     05          TP-CRTSCR-PARTNER-FORM         PIC X(01).
000340     05          TP-CRTSCR-FIRST-RUN-DATE       PIC 9(08).
000350     05          TP-CRTSCR-LAST-RUN-DATE        PIC 9(08).
000360     05          TP-CRTSCR-ATTEMPTED            PIC 9(07).
000370     05          TP-CRTSCR-MAPPED-CLEAN         PIC 9(07).
000380     05          TP-CRTSCR-FAILED               PIC 9(07).
000390     05          TP-CRTSCR-DUPLICATES           PIC 9(07).
000400     05          TP-CRTSCR-INIT-FAILURES        PIC 9(07).
000410     05          TP-CRTSCR-LR-ATTEMPTED         PIC 9(07).
000420     05          TP-CRTSCR-LR-MAPPED-CLEAN      PIC 9(07).
000430     05          TP-CRTSCR-LR-FAILED            PIC 9(07).
000440     05          TP-CRTSCR-CODE-COUNT OCCURS 17 TIMES
000450                                                PIC 9(07).
000460     05          TP-CRTSCR-OTHER-CODE-COUNT     PIC 9(07).
000470     05          TP-CRTSCR-LAST-FAIL-CODE       PIC 9(04).
000480     05          TP-CRTSCR-LAST-FAIL-DATE       PIC 9(08).
000490     05          TP-CRTSCR-LAST-FAIL-DOCUMENT-ID
000500                                                PIC X(45).
000510     05          TP-CRTSCR-LAST-FAIL-MESSAGE    PIC X(80).
