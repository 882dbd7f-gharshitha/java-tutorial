000210*  MODIFICATION HISTORY                                       *
000220*  --------------------                                       *
000230*  2026-08-22  DLR  NEW MEMBER.                                *
000231*  2026-10-15  DLR  TP840ACK NOW ALSO WRITES A CRITICAL ALERT  *
000232*                    WHEN A PARTNER'S 997/999 REJECTS A        *
000233*                    DOCUMENT, UNDER RESPONSE CODE 9997 OR     *
000234*                    9999 SO TP910ALD OPENS ONE INCIDENT PER   *
000235*                    PARTNER AND ACK TYPE.                     *
000236*  2026-10-15  DLR  TP100DRV WRITES A CRITICAL ALERT UNDER     *
000237*                    RESPONSE CODE 9990 WHEN ITS VOLUME        *
000238*                    BREAKER QUARANTINES A PARTNER GROUP; THE  *
000239*                    MESSAGE ENDS WITH THE FULL 18-DIGIT TRIP  *
000240*                    ID FOR TP880QRL.                          *
000241****************************************************************
000250 01              TP-ALERT-RECORD.
000260     05          TP-ALERT-DATE                  PIC 9(08).
000270     05          TP-ALERT-TIME                  PIC 9(06).
000280     05          TP-ALERT-PROGRAM               PIC X(08).
000290     05          TP-ALERT-RESPONSE-CODE         PIC 9(04).
000295         88      TP-ALERT-IS-PARTNER-REJECT     VALUES 9997 9999.
000296         88      TP-ALERT-IS-VOLUME-BREAKER     VALUE 9990.
000300     05          TP-ALERT-SEVERITY              PIC X(01).
000310         88      TP-ALERT-IS-CRITICAL           VALUE 'C'.
000320     05          TP-ALERT-DOCUMENT-ID           PIC X(45).
