000100****************************************************************
000110*  TPHSTCB                                                     *
000120*  RUN-HISTORY CONTROL BLOCK.                                  *
000130*                                                               *
000140*  PASSED ON EVERY CALL TO THE TPRUNHST SUBPROGRAM.  EVERY TP- *
000150*  SERIES PROGRAM CALLS IT TWICE: START AS IT BEGINS, WHICH    *
000160*  STAMPS THE START DATE/TIME HERE AND FILES A RUNNING ENTRY   *
000170*  ON TPRUNHIS, AND END JUST BEFORE GOBACK, WHICH CLOSES THAT  *
000180*  ENTRY WITH THE END TIME, RETURN CODE AND THE RUN'S THREE    *
000190*  KEY COUNTS.  THE CALLER MOVES RETURN-CODE HERE BEFORE EACH  *
000200*  CALL; TPRUNHST HANDS IT BACK UNCHANGED, SO THE STEP'S       *
000210*  CONDITION CODE IS NEVER DISTURBED.  WHAT IN, OUT AND REJECT *
000220*  MEAN IS EACH PROGRAM'S OWN, DOCUMENTED WHERE IT SETS THEM - *
000230*  FOR THE DOCUMENT-FLOW STEPS:                                *
000240*                                                               *
000250*     TP050EDT  RAW RECORDS READ / CLEAN DOCUMENTS RELEASED /   *
000260*               DOCUMENTS REJECTED                              *
000270*     TP100DRV  DOCUMENTS READ / MAPPED / SUSPENDED             *
000280*     TP600RCN  DOCUMENTS ON THE FEED / ACCOUNTED FOR /         *
000290*               UNACCOUNTED FOR                                 *
000300*                                                               *
000310*  A FAILURE TO RECORD HISTORY IS DISPLAYED ON THE CONSOLE BY  *
000320*  TPRUNHST AND NEVER FAILS THE CALLER.                        *
000330*                                                               *
000340*  RESPONSE CODES:                                             *
000350*     0 - REQUEST HONOURED                                     *
000360*     4 - HONOURED WITH A NOTE (NO START ENTRY FOUND AT END,   *
000370*         OR A START ENTRY ALREADY ON FILE FOR THE SECOND)     *
000380*    16 - TPRUNHIS UNAVAILABLE OR REQUEST INVALID              *
000390*                                                               *
000400*  MODIFICATION HISTORY                                       *
000410*  --------------------                                       *
000420*  2026-10-15  DLR  NEW MEMBER.                                *
000430****************************************************************
000440 01              TP-HST-CB.
000450     05          TP-HST-REQUEST                 PIC X(08).
000460         88      TP-HST-START-REQUEST           VALUE 'START'.
000470         88      TP-HST-END-REQUEST             VALUE 'END'.
000480     05          TP-HST-PROGRAM-ID              PIC X(08).
000490     05          TP-HST-STREAM-ID               PIC X(02).
000500     05          TP-HST-START-DATE              PIC 9(08).
000510     05          TP-HST-START-TIME              PIC 9(06).
000520     05          TP-HST-RETURN-CODE             PIC 9(04).
000530     05          TP-HST-IN-COUNT                PIC 9(09).
000540     05          TP-HST-OUT-COUNT               PIC 9(09).
000550     05          TP-HST-REJECT-COUNT            PIC 9(09).
000560     05          TP-HST-RESPONSE-CODE           PIC 9(02).
000570         88      TP-HST-OKAY                    VALUE 0.
000580         88      TP-HST-NOTED                   VALUE 4.
000590         88      TP-HST-FILE-ERROR              VALUE 16.
000600     05          TP-HST-RESPONSE-MESSAGE        PIC X(80).
