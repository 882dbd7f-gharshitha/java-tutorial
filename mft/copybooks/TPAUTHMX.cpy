000100****************************************************************
000110*  TPAUTHMX                                                    *
000120*  TRADING PARTNER SUBMISSION AUTHORIZATION MATRIX RECORD.     *
000130*                                                               *
000140*  ONE RECORD PER PARTNER/APPLICATION ID/VERSION-RELEASE       *
000150*  COMBINATION A TRADING PARTNER HAS BEEN SET UP TO SUBMIT.    *
000160*  THE PARTNER KEY IS THE SAME 78-BYTE FORM P (CORP/DIV) OR    *
000170*  FORM A (ALIAS, SPACE-FILLED FROM BYTE 40) KEY THE REST OF   *
000180*  THE SUITE BUILDS.  TP050EDT REJECTS ANY FEED RECORD WHOSE   *
000190*  COMBINATION IS NOT ON FILE, IS REVOKED, OR FALLS OUTSIDE    *
000200*  ITS EFFECTIVE/EXPIRY WINDOW.  AN EXPIRY DATE OF 99999999    *
000210*  MEANS OPEN-ENDED.  MAINTAINED ONLY THROUGH TP860AMM.        *
000220*                                                               *
000230*  MODIFICATION HISTORY                                       *
000240*  --------------------                                       *
000250*  2026-10-15  DLR  NEW MEMBER.                                *
000260****************************************************************
000270 01              TP-AUTHMX-RECORD.
000280     05          TP-AUTHMX-KEY.
000290         10      TP-AUTHMX-PARTNER-KEY          PIC X(78).
000300         10      TP-AUTHMX-APPLICATION-ID       PIC X(10).
000310         10      TP-AUTHMX-VERSION-RELEASE      PIC X(12).
000320     05          TP-AUTHMX-PARTNER-FORM         PIC X(01).
000330         88      TP-AUTHMX-FORM-IS-PARTNER      VALUE 'P'.
000340         88      TP-AUTHMX-FORM-IS-ALIAS        VALUE 'A'.
000350     05          TP-AUTHMX-EFF-DATE             PIC 9(08).
000360     05          TP-AUTHMX-EXP-DATE             PIC 9(08).
000370     05          TP-AUTHMX-STATUS               PIC X(01).
000380         88      TP-AUTHMX-ACTIVE               VALUE 'A'.
000390         88      TP-AUTHMX-REVOKED              VALUE 'R'.
000400     05          TP-AUTHMX-LAST-MAINT-DATE      PIC 9(08).
000410     05          TP-AUTHMX-LAST-MAINT-OPER      PIC X(08).
