000100****************************************************************
000110*  TPSLACON                                                    *
000120*  TRADING PARTNER SLA TURNAROUND CONTRACT RECORD.             *
000130*                                                               *
000140*  SHOP-MAINTAINED KSDS, ONE RECORD PER CANONICAL PARTNER AND  *
000150*  APPLICATION ID THE PARTNER HAS A TURNAROUND COMMITMENT ON.  *
000160*  THE PARTNER KEY IS THE 78-BYTE FORM P (CORP/DIV) KEY - AN   *
000170*  ALIAS-FORM SUBMITTER IS RESOLVED THROUGH TPALSXRF BEFORE    *
000180*  THE LOOKUP.  AN APPLICATION ID OF SPACES IS THE PARTNER'S   *
000190*  DEFAULT CONTRACT, USED FOR ANY APPLICATION WITHOUT ITS OWN  *
000200*  RECORD.  TARGET-HOURS IS BUSINESS HOURS FROM SUBMISSION TO  *
000210*  A SUCCESSFUL MAPPING - WEEKENDS AND TPCALNDR HOLIDAYS DO    *
000220*  NOT COUNT.  COMMIT-PCT IS THE SHARE OF DOCUMENTS THE        *
000230*  CONTRACT PROMISES WILL MEET THE TARGET IN A MONTH.  AN      *
000240*  EXPIRY DATE OF 99999999 MEANS OPEN-ENDED.  READ BY          *
000250*  TP820SLA.                                                   *
000260*                                                               *
000270*  MODIFICATION HISTORY                                       *
000280*  --------------------                                       *
000290*  2026-10-15  DLR  NEW MEMBER.                                *
000300****************************************************************
000310 01              TP-SLACON-RECORD.
000320     05          TP-SLACON-KEY.
000330         10      TP-SLACON-PARTNER-KEY          PIC X(78).
000340         10      TP-SLACON-APPLICATION-ID       PIC X(10).
000350     05          TP-SLACON-TARGET-HOURS         PIC 9(04).
000360     05          TP-SLACON-COMMIT-PCT           PIC 9(03)V99.
000370     05          TP-SLACON-EFF-DATE             PIC 9(08).
000380     05          TP-SLACON-EXP-DATE             PIC 9(08).
000390     05          TP-SLACON-LAST-MAINT-DATE      PIC 9(08).
000400     05          TP-SLACON-LAST-MAINT-OPER      PIC X(08).
