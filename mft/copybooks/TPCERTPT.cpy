000100****************************************************************
000110*  TPCERTPT                                                    *
000120*  TRADING PARTNER CERTIFICATION LIST RECORD.                  *
000130*                                                               *
000140*  SHOP-MAINTAINED KSDS, ONE RECORD PER PARTNER (OR ALIAS) KEY *
000150*  STILL BEING CERTIFIED, BUILT EXACTLY AS TP100DRV BUILDS     *
000160*  TP100-PARTNER-KEY (SEE TPHOLD).  APPLICATION-ID NAMES THE   *
000170*  ARD APPLICATION (THE STANDARD) UNDER TEST; SPACES PUT EVERY *
000180*  APPLICATION FOR THE PARTNER UNDER TEST, AS FOR A NEW        *
000190*  PARTNER.  TP100DRV DRIVES A LISTED GROUP IN CERTIFICATION   *
000200*  MODE - ACTIVITY TO TPCRTLOG, DUPLICATE CONTROL TO TPCRTDUP, *
000210*  OUTCOMES TO THE TPCRTSCR SCORECARD - AND NEVER TO THE       *
000220*  PRODUCTION FILES.  DELETE THE RECORD WHEN THE PARTNER IS    *
000230*  SIGNED OFF AS PRODUCTION-READY.                             *
000240*                                                               *
000250*  MODIFICATION HISTORY                                       *
000260*  --------------------                                       *
000270*  2026-10-15  DLR  NEW MEMBER.                                *
000280****************************************************************
000290 01              TP-CERTPT-RECORD.
000300     05          TP-CERTPT-KEY.
000310         10      TP-CERTPT-PARTNER-KEY          PIC X(78).
000320         10      TP-CERTPT-APPLICATION-ID       PIC X(10).
000330     05          TP-CERTPT-REASON               PIC X(30).
000340     05          TP-CERTPT-PLACED-DATE          PIC 9(08).
000350     05          TP-CERTPT-PLACED-OPER          PIC X(08).
