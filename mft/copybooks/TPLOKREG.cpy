000244*                    HAS NONE TO GIVE) SO TWO DIFFERENTLY      *
000246*                    NAMED JOBS RUNNING THE SAME PROGRAM ARE   *
000248*                    TOLD APART ON THE TP950LKL LISTING.       *
000249*  2026-10-15  DLR  ADDED STREAM-OF AND STREAM-ID FOR A        *
000250*                    PARTITION STREAM'S ENTRY (KEYED E.G.      *
000251*                    TP100D03): THE PROGRAM IT IS A STREAM OF  *
000252*                    AND ITS STREAM NUMBER, SO TPRUNLOK CAN    *
000253*                    TELL SIBLING STREAMS FROM RIVALS.  BOTH   *
000254*                    ARE SPACES FOR AN ORDINARY ENTRY.         *
000255****************************************************************
000260 01              TP-LOKREG-RECORD.
000270     05          TP-LOKREG-PROGRAM-ID           PIC X(08).
000275     05          TP-LOKREG-JOB-NAME             PIC X(08).
000276     05          TP-LOKREG-STREAM-OF            PIC X(08).
000277     05          TP-LOKREG-STREAM-ID            PIC X(02).
000280     05          TP-LOKREG-START-DATE           PIC 9(08).
000290     05          TP-LOKREG-START-TIME           PIC 9(06).
000300     05          TP-LOKREG-FILE-COUNT           PIC 9(02).
