000100****************************************************************
000110*  TPRUNHIS                                                    *
000120*  SUITE RUN-HISTORY RECORD (KSDS, KEY TP-RUNHIS-KEY).         *
000130*                                                               *
000140*  ONE RECORD PER RUN OF EVERY TP-SERIES PROGRAM, WRITTEN AND  *
000150*  REWRITTEN ONLY THROUGH THE TPRUNHST SUBPROGRAM (SEE         *
000160*  TPHSTCB).  IT IS FILED RUNNING (R) AS THE PROGRAM STARTS    *
000170*  AND REWRITTEN ENDED (E) WITH THE END TIME, ELAPSED SECONDS, *
000180*  RETURN CODE AND KEY COUNTS AS IT FINISHES, SO A RUN THAT    *
000190*  ABENDED STAYS ON FILE AS RUNNING.  KEYED START DATE FIRST   *
000200*  SO TP890SCR CAN START AT ANY NIGHT AND READ FORWARD.        *
000210*  STREAM-ID IS A PARTITION STREAM'S NUMBER (TP100DRV UNDER    *
000220*  TP150PRT), SPACES FOR EVERY OTHER RUN.  TP890SCR PURGES     *
000230*  RECORDS OLDER THAN ITS RETENTION PERIOD.                    *
000240*                                                               *
000250*  MODIFICATION HISTORY                                       *
000260*  --------------------                                       *
000270*  2026-10-15  DLR  NEW MEMBER.                                *
000280****************************************************************
000290 01              TP-RUNHIS-RECORD.
000300     05          TP-RUNHIS-KEY.
000310         10      TP-RUNHIS-START-DATE           PIC 9(08).
000320         10      TP-RUNHIS-START-TIME           PIC 9(06).
000330         10      TP-RUNHIS-PROGRAM-ID           PIC X(08).
000340         10      TP-RUNHIS-STREAM-ID            PIC X(02).
000350     05          TP-RUNHIS-RUN-STATUS           PIC X(01).
000360         88      TP-RUNHIS-RUNNING              VALUE 'R'.
000370         88      TP-RUNHIS-ENDED                VALUE 'E'.
000380     05          TP-RUNHIS-END-DATE             PIC 9(08).
000390     05          TP-RUNHIS-END-TIME             PIC 9(06).
000400     05          TP-RUNHIS-ELAPSED-SECS         PIC 9(07).
000410     05          TP-RUNHIS-RETURN-CODE          PIC 9(04).
000420     05          TP-RUNHIS-IN-COUNT             PIC 9(09).
000430     05          TP-RUNHIS-OUT-COUNT            PIC 9(09).
000440     05          TP-RUNHIS-REJECT-COUNT         PIC 9(09).
000450     05          FILLER                         PIC X(23).
