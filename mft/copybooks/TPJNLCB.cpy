000100****************************************************************
000110*  TPJNLCB                                                     *
000120*  OPERATOR ACTION JOURNAL CONTROL BLOCK.                      *
000130*                                                              *
000140*  PASSED ON EVERY CALL TO THE TPOPRLOG SUBPROGRAM, ONCE FOR   *
000150*  EACH CHANGE AN OPERATOR UTILITY HAS JUST APPLIED.  THE      *
000160*  CALLER FILLS IN WHO (OPERATOR-ID AND ITS OWN PROGRAM-ID),   *
000170*  WHAT (OBJECT-TYPE, ACTION, OBJECT-KEY AND THE BEFORE AND    *
000180*  AFTER VALUES) AND WHY (REASON), AS DESCRIBED IN TPOPRJNL;   *
000190*  TPOPRLOG SUPPLIES WHEN.  THE CALLER MOVES RETURN-CODE HERE  *
000200*  BEFORE EACH CALL AND TPOPRLOG HANDS IT BACK UNCHANGED, AS   *
000210*  TPRUNHST DOES.  A FAILURE IS DISPLAYED ON THE CONSOLE BY    *
000220*  TPOPRLOG AND RETURNED HERE; THE CHANGE ITSELF HAS ALREADY   *
000230*  BEEN MADE, SO THE CALLER REPORTS IT AND ENDS WITH AT LEAST  *
000240*  RETURN CODE 4 - IT IS NEVER SILENTLY LOST.                  *
000250*                                                              *
000260*  RESPONSE CODES:                                             *
000270*     0 - ACTION JOURNALED                                     *
000280*    16 - TPOPRJNL UNAVAILABLE OR THE WRITE FAILED             *
000290*                                                              *
000300*  MODIFICATION HISTORY                                       *
000310*  --------------------                                       *
000320*  2026-10-15  DLR  NEW MEMBER.                                *
000330****************************************************************
000340 01              TP-JNL-CB.
000350     05          TP-JNL-PROGRAM-ID              PIC X(08).
000360     05          TP-JNL-OPERATOR-ID             PIC X(08).
000370     05          TP-JNL-OBJECT-TYPE             PIC X(08).
000380     05          TP-JNL-ACTION                  PIC X(10).
000390     05          TP-JNL-ORIGIN                  PIC X(01).
000400         88      TP-JNL-KEYED                   VALUE 'K'.
000410         88      TP-JNL-DEFERRED                VALUE 'D'.
000420     05          TP-JNL-OBJECT-KEY              PIC X(100).
000430     05          TP-JNL-REASON                  PIC X(40).
000440     05          TP-JNL-BEFORE-VALUE            PIC X(134).
000450     05          TP-JNL-AFTER-VALUE             PIC X(134).
000460     05          TP-JNL-RETURN-CODE             PIC 9(04).
000470     05          TP-JNL-RESPONSE-CODE           PIC 9(02).
000480         88      TP-JNL-OKAY                    VALUE 0.
000490         88      TP-JNL-FILE-ERROR              VALUE 16.
000500     05          TP-JNL-RESPONSE-MESSAGE        PIC X(80).
