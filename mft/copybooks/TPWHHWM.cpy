000100****************************************************************
000110*  TPWHHWM                                                     *
000120*  WAREHOUSE EXTRACT HIGH-WATER MARK RECORD.                   *
000130*                                                              *
000140*  ONE RECORD, KEPT BY TP980WHX.  THRU-DATE/THRU-TIME IS THE   *
000150*  POINT THE LAST COMPLETE EXTRACT REACHED; THE NEXT RUN       *
000160*  PICKS UP EVERYTHING AFTER IT, SO A NIGHT THAT DID NOT RUN   *
000170*  (OR FAILED) IS CARRIED BY THE FOLLOWING NIGHT'S EXTRACT     *
000180*  WITHOUT A MANUAL BACKFILL.  THE RECORD IS REWRITTEN ONLY    *
000190*  AFTER EVERY EXTRACT FILE HAS BEEN WRITTEN AND CLOSED, SO A  *
000200*  RERUN OF A FAILED EXTRACT REPEATS IT IN FULL.  THE ROW      *
000210*  COUNTS ARE THOSE OF THE LAST EXTRACT, FOR THE REPORT.       *
000220*                                                              *
000230*  MODIFICATION HISTORY                                        *
000240*  --------------------                                        *
000250*  2026-10-15  DLR  NEW MEMBER.                                *
000260****************************************************************
000270 01              TP-WHHWM-RECORD.
000280     05          TP-WHHWM-THRU-DATE             PIC 9(08).
000290     05          TP-WHHWM-THRU-TIME             PIC 9(06).
000300     05          TP-WHHWM-RUN-DATE              PIC 9(08).
000310     05          TP-WHHWM-RUN-TIME              PIC 9(06).
000320     05          TP-WHHWM-ACT-ROWS              PIC 9(09).
000330     05          TP-WHHWM-SUS-ROWS              PIC 9(09).
000340     05          TP-WHHWM-INC-ROWS              PIC 9(09).
000350     05          TP-WHHWM-PTR-ROWS              PIC 9(09).
000360     05          FILLER                         PIC X(16).
