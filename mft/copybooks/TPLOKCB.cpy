000346*                    NOT JUST THE PROGRAM.  CALLERS PASS WHAT  *
000347*                    THEY HAVE - TP955LKS TAKES IT FROM ITS    *
000348*                    CARD, BATCH PROGRAMS PASS SPACES.         *
000349*  2026-10-15  DLR  ADDED STREAM-ID.  A PROGRAM RUN AS ONE OF  *
000350*                    SEVERAL CONCURRENT PARTITION STREAMS      *
000351*                    (TP100DRV UNDER TP150PRT) PASSES ITS      *
000352*                    STREAM NUMBER 01-99; TPRUNLOK THEN FILES  *
000353*                    THE ENTRY UNDER THE FIRST SIX BYTES OF    *
000354*                    THE PROGRAM ID PLUS THE STREAM NUMBER     *
000355*                    (TP100D01, TP100D02 ...) AND DOES NOT     *
000356*                    COUNT A SIBLING STREAM'S CLAIMS AS A      *
000357*                    CONFLICT.  EVERY OTHER CALLER PASSES      *
000358*                    SPACES.                                   *
000359****************************************************************
000360 01              TP-LOK-CB.
000370     05          TP-LOK-REQUEST                 PIC X(08).
000380         88      TP-LOK-ENROLL-REQUEST          VALUE 'ENROLL'.
000395         88      TP-LOK-CLEAR-REQUEST           VALUE 'CLEAR'.
000400     05          TP-LOK-PROGRAM-ID              PIC X(08).
000405     05          TP-LOK-JOB-NAME                PIC X(08).
000407     05          TP-LOK-STREAM-ID               PIC X(02).
000410     05          TP-LOK-FILE-COUNT              PIC 9(02).
000420     05          TP-LOK-FILE-NAME OCCURS 8 TIMES
000430                                                PIC X(08).
