000100****************************************************************
000110*  TPOPRJNL                                                    *
000120*  OPERATOR ACTION JOURNAL RECORD.                             *
000130*                                                              *
000140*  ONE RECORD PER CHANGE AN OPERATOR MAKES THROUGH A CARD-     *
000150*  DRIVEN UTILITY - A SUSPENSE CANCELLATION (TP560DSP), AN     *
000160*  INCIDENT ACKNOWLEDGED OR REOPENED (TP910ALD), A RUN LOCK    *
000170*  CLEARED (TP955LKS), A REGISTRY OR AUTHORIZATION MATRIX      *
000180*  CHANGE (TP850RGM, TP860AMM), A QUARANTINE TRIP DECIDED      *
000190*  (TP880QRL) AND A PROCESSING HOLD PLACED OR RELEASED         *
000200*  (TP960HLD).  WRITTEN ONLY THROUGH THE TPOPRLOG SUBPROGRAM   *
000210*  (SEE TPJNLCB), WHICH STAMPS THE DATE AND TIME.  THE FILE    *
000220*  ACCUMULATES LIKE TPARDAUD AND IS REVIEWED MONTHLY BY        *
000230*  TP990OAR.                                                   *
000240*                                                              *
000250*  OBJECT-KEY IDENTIFIES WHAT WAS CHANGED, AS THE OWNING FILE  *
000260*  KEYS IT.  BEFORE-VALUE AND AFTER-VALUE HOLD THE FIELDS THE  *
000270*  ACTION CHANGED, AS STORED:                                  *
000280*                                                              *
000290*     SUSPENSE  DOCUMENT ID / STATUS THRU CANCEL-REASON        *
000300*     INCIDENT  RESPONSE CODE + PARTNER KEY / STATUS, ACK DATE *
000310*               AND ACK OPERATOR                               *
000320*     RUNLOCK   PROGRAM NAME / TPRUNLOK'S RESPONSE             *
000330*     REGISTRY  APPLICATION ID / THE WHOLE TPARDREG RECORD     *
000340*     AUTHMX    TP-AUTHMX-KEY / THE WHOLE TPAUTHMX RECORD      *
000350*     QUARTRIP  TRIP ID / DECISION AND DOCUMENTS ACTED ON      *
000360*     HOLD      PARTNER KEY / TPHOLD REASON, DATE, OPERATOR    *
000370*                                                              *
000380*  A BLANK BEFORE-VALUE MEANS THE OBJECT DID NOT EXIST (AN     *
000390*  ADD OR A NEW HOLD); A BLANK AFTER-VALUE MEANS IT WAS        *
000400*  REMOVED.  ORIGIN IS K WHEN THE CHANGE WAS KEYED ON THE      *
000410*  CARD JUST PROCESSED, D WHEN A CHANGE STAGED EARLIER FOR AN  *
000420*  EFFECTIVE DATE WAS PUT INTO EFFECT BY THE RUN - THE         *
000430*  OPERATOR IS THEN THE ONE WHO STAGED IT.                     *
000440*                                                              *
000450*  MODIFICATION HISTORY                                       *
000460*  --------------------                                       *
000470*  2026-10-15  DLR  NEW MEMBER.                                *
000480****************************************************************
000490 01              TP-OPRJNL-RECORD.
000500     05          TP-OPRJNL-DATE                 PIC 9(08).
000510     05          TP-OPRJNL-TIME                 PIC 9(06).
000520     05          TP-OPRJNL-OPERATOR-ID          PIC X(08).
000530     05          TP-OPRJNL-PROGRAM-ID           PIC X(08).
000540     05          TP-OPRJNL-OBJECT-TYPE          PIC X(08).
000550         88      TP-OPRJNL-SUSPENSE             VALUE 'SUSPENSE'.
000560         88      TP-OPRJNL-INCIDENT             VALUE 'INCIDENT'.
000570         88      TP-OPRJNL-RUNLOCK              VALUE 'RUNLOCK'.
000580         88      TP-OPRJNL-REGISTRY             VALUE 'REGISTRY'.
000590         88      TP-OPRJNL-AUTHMX               VALUE 'AUTHMX'.
000600         88      TP-OPRJNL-QUARTRIP             VALUE 'QUARTRIP'.
000610         88      TP-OPRJNL-HOLD                 VALUE 'HOLD'.
000620     05          TP-OPRJNL-ACTION               PIC X(10).
000630         88      TP-OPRJNL-PLACES               VALUES 'PLACE'
000640                                                       'REOPEN'.
000650         88      TP-OPRJNL-RELEASES             VALUES 'RELEASE'
000660                                                       'ACK'.
000670     05          TP-OPRJNL-ORIGIN               PIC X(01).
000680         88      TP-OPRJNL-KEYED                VALUE 'K'.
000690         88      TP-OPRJNL-DEFERRED             VALUE 'D'.
000700     05          TP-OPRJNL-OBJECT-KEY           PIC X(100).
000710     05          TP-OPRJNL-REASON               PIC X(40).
000720     05          TP-OPRJNL-BEFORE-VALUE         PIC X(134).
000730     05          TP-OPRJNL-AFTER-VALUE          PIC X(134).
000740     05          FILLER                         PIC X(43).
