000200*  GROUP BREAK AND SKIPS A HELD GROUP INTACT TO THE TPDOCDFR   *
000210*  DEFERRED FEED - NO INITIALIZE-MAPPING IS ISSUED AND NO      *
000220*  DOCUMENT BURNS A PERFORM-MAPPING CALL OR LANDS ON TPSUSP.   *
000230*  RELEASE THE HOLD AND RUN THE DEFERRED FEED BACK THROUGH     *
000240*  TP100DRV ONCE THE PARTNER'S SETUP IS FIXED.  HOLDS ARE      *
000245*  PLACED AND RELEASED ONLY THROUGH TP960HLD.                  *
000250*                                                               *
000260*  MODIFICATION HISTORY                                       *
000270*  --------------------                                       *
000280*  2026-09-03  DLR  NEW MEMBER.                                *
000282*  2026-10-15  DLR  HOLDS ARE NOW PLACED AND RELEASED THROUGH  *
000284*                    TP960HLD, WHICH JOURNALS EACH ONE.        *
000290****************************************************************
000300 01              TP-HOLD-RECORD.
000310     05          TP-HOLD-PARTNER-KEY            PIC X(78).
