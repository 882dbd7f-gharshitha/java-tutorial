000100****************************************************************
000110*  TPCALNDR                                                    *
000120*  BUSINESS-DAY CALENDAR EXCEPTION RECORD.                     *
000130*                                                               *
000140*  SHOP-MAINTAINED KSDS KEYED BY CALENDAR DATE.  MONDAY TO     *
000150*  FRIDAY ARE BUSINESS DAYS AND SATURDAY/SUNDAY ARE NOT        *
000160*  UNLESS A RECORD HERE SAYS OTHERWISE: DAY-TYPE H MARKS A     *
000170*  WEEKDAY HOLIDAY, DAY-TYPE W A WEEKEND DAY WORKED AS A       *
000180*  BUSINESS DAY.  ONLY THE EXCEPTIONS ARE CARRIED - A DATE     *
000190*  WITH NO RECORD FOLLOWS THE WEEKDAY RULE.  USED BY TP820SLA  *
000200*  TO MEASURE TURNAROUND IN BUSINESS HOURS.                    *
000210*                                                               *
000220*  MODIFICATION HISTORY                                       *
000230*  --------------------                                       *
000240*  2026-10-15  DLR  NEW MEMBER.                                *
000250****************************************************************
000260 01              TP-CALNDR-RECORD.
000270     05          TP-CALNDR-DATE                 PIC 9(08).
000280     05          TP-CALNDR-DAY-TYPE             PIC X(01).
000290         88      TP-CALNDR-HOLIDAY              VALUE 'H'.
000300         88      TP-CALNDR-WORKDAY              VALUE 'W'.
000310     05          TP-CALNDR-DESCRIPTION          PIC X(30).
000320     05          TP-CALNDR-LAST-MAINT-DATE      PIC 9(08).
000330     05          TP-CALNDR-LAST-MAINT-OPER      PIC X(08).
