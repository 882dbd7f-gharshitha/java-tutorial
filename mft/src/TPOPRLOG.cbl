000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TPOPRLOG.
000120 AUTHOR.        D L ROSS.
000130 INSTALLATION.  EDI OPERATIONS - MFT.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  TPOPRLOG                                                      *
000180*                                                                *
000190*  OPERATOR ACTION JOURNAL WRITER.  EVERY CARD-DRIVEN UTILITY    *
000200*  THAT CHANGES A PRODUCTION OUTCOME KEPT ITS OWN TRAIL - THE    *
000210*  SUSPENSE RECORD, THE INCIDENT RECORD, A CONSOLE MESSAGE,      *
000220*  TPARDAUD, TPAUTHAU - OR NONE AT ALL, SO "WHO CHANGED WHAT,    *
000230*  WHEN AND WHY" MEANT SEARCHING FIVE PLACES.  EACH OF THEM NOW  *
000240*  CALLS THIS SUBPROGRAM WITH A TPJNLCB FOR EVERY CHANGE IT      *
000250*  APPLIES, AND ONE TPOPRJNL RECORD IS APPENDED CARRYING THE     *
000260*  CURRENT DATE AND TIME AND EVERYTHING THE CALLER PASSED.       *
000270*                                                                *
000280*  THE JOURNAL IS OPENED EXTEND AND CLOSED ON EVERY CALL, AS     *
000290*  TPRUNHST DOES TPRUNHIS, SO TWO UTILITIES RUN ONE AFTER THE    *
000300*  OTHER NEVER FIND IT HELD, AND IT IS CREATED ON FIRST USE.     *
000310*  NOTHING HERE FAILS THE CALLER: A PROBLEM IS DISPLAYED ON THE  *
000320*  CONSOLE AND RETURNED AS RESPONSE CODE 16, AND RETURN-CODE IS  *
000330*  SET BACK TO THE VALUE THE CALLER PASSED.                      *
000340*                                                                *
000350*  MODIFICATION HISTORY                                          *
000360*  --------------------                                          *
000370*  2026-10-15  DLR  NEW PROGRAM.                                 *
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT TPOPRJNL-FILE ASSIGN TO TPOPRJNL
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS TPOPRJNL-STATUS.

000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  TPOPRJNL-FILE
000510     LABEL RECORDS ARE STANDARD.
000520     COPY TPOPRJNL.

000530 WORKING-STORAGE SECTION.
000540 77  TPOPRJNL-STATUS             PIC X(02) VALUE '00'.

000550 01  TPJNL-CLOCK                 PIC 9(08) VALUE ZERO.
000560 01  TPJNL-CLOCK-PARTS REDEFINES TPJNL-CLOCK.
000570     05  TPJNL-CLOCK-HHMMSS      PIC 9(06).
000580     05  FILLER                  PIC 9(02).

000590 LINKAGE SECTION.
000600     COPY TPJNLCB.

000610 PROCEDURE DIVISION USING TP-JNL-CB.
000620******************************************************************
000630*  0000-MAINLINE                                                 *
000640******************************************************************
000650 0000-MAINLINE.
000660     MOVE ZERO   TO TP-JNL-RESPONSE-CODE.
000670     MOVE SPACES TO TP-JNL-RESPONSE-MESSAGE.
000680     IF TP-JNL-OPERATOR-ID = SPACES
000690        OR TP-JNL-OBJECT-TYPE = SPACES
000700        OR TP-JNL-ACTION = SPACES
000710         MOVE 16 TO TP-JNL-RESPONSE-CODE
000720         MOVE 'OPERATOR, OBJECT TYPE OR ACTION MISSING'
000730             TO TP-JNL-RESPONSE-MESSAGE
000740         GO TO 0000-RETURN
000750     END-IF.
000760     PERFORM 1000-OPEN-JOURNAL THRU 1000-EXIT.
000770     IF TP-JNL-FILE-ERROR
000780         GO TO 0000-RETURN
000790     END-IF.
000800     PERFORM 2000-WRITE-ENTRY THRU 2000-EXIT.
000810     CLOSE TPOPRJNL-FILE.
000820 0000-RETURN.
000830     IF TP-JNL-FILE-ERROR
000840         DISPLAY 'TPOPRLOG - ' TP-JNL-PROGRAM-ID ' - '
000850                 TP-JNL-RESPONSE-MESSAGE UPON CONSOLE
000860         DISPLAY 'TPOPRLOG - NOT JOURNALED: ' TP-JNL-OPERATOR-ID
000870                 ' ' TP-JNL-OBJECT-TYPE ' ' TP-JNL-ACTION ' '
000880                 TP-JNL-OBJECT-KEY(1:45) UPON CONSOLE
000890     END-IF.
000900     MOVE TP-JNL-RETURN-CODE TO RETURN-CODE.
000910     GOBACK.

000920******************************************************************
000930*  1000-OPEN-JOURNAL - APPEND, CREATING THE FILE ON FIRST USE.   *
000940******************************************************************
000950 1000-OPEN-JOURNAL.
000960     OPEN EXTEND TPOPRJNL-FILE.
000970     IF TPOPRJNL-STATUS = '35'
000980         OPEN OUTPUT TPOPRJNL-FILE
000990     END-IF.
001000     IF TPOPRJNL-STATUS NOT = '00'
001010         MOVE 16 TO TP-JNL-RESPONSE-CODE
001020         MOVE 'OPERATOR JOURNAL TPOPRJNL UNAVAILABLE'
001030             TO TP-JNL-RESPONSE-MESSAGE
001040     END-IF.
001050 1000-EXIT.
001060     EXIT.

001070******************************************************************
001080*  2000-WRITE-ENTRY - STAMP THE ENTRY WITH THE CURRENT DATE AND  *
001090*  TIME AND APPEND IT.  A CALLER THAT LEAVES ORIGIN BLANK IS     *
001100*  JOURNALING AN ACTION KEYED ON ITS CARD.                       *
001110******************************************************************
001120 2000-WRITE-ENTRY.
001130     MOVE SPACES                 TO TP-OPRJNL-RECORD.
001140     ACCEPT TP-OPRJNL-DATE FROM DATE YYYYMMDD.
001150     ACCEPT TPJNL-CLOCK FROM TIME.
001160     MOVE TPJNL-CLOCK-HHMMSS     TO TP-OPRJNL-TIME.
001170     MOVE TP-JNL-OPERATOR-ID     TO TP-OPRJNL-OPERATOR-ID.
001180     MOVE TP-JNL-PROGRAM-ID      TO TP-OPRJNL-PROGRAM-ID.
001190     MOVE TP-JNL-OBJECT-TYPE     TO TP-OPRJNL-OBJECT-TYPE.
001200     MOVE TP-JNL-ACTION          TO TP-OPRJNL-ACTION.
001210     IF TP-JNL-DEFERRED
001220         SET TP-OPRJNL-DEFERRED  TO TRUE
001230     ELSE
001240         SET TP-OPRJNL-KEYED     TO TRUE
001250     END-IF.
001260     MOVE TP-JNL-OBJECT-KEY      TO TP-OPRJNL-OBJECT-KEY.
001270     MOVE TP-JNL-REASON          TO TP-OPRJNL-REASON.
001280     MOVE TP-JNL-BEFORE-VALUE    TO TP-OPRJNL-BEFORE-VALUE.
001290     MOVE TP-JNL-AFTER-VALUE     TO TP-OPRJNL-AFTER-VALUE.
001300     WRITE TP-OPRJNL-RECORD.
001310     IF TPOPRJNL-STATUS NOT = '00'
001320         MOVE 16 TO TP-JNL-RESPONSE-CODE
001330         MOVE 'OPERATOR JOURNAL TPOPRJNL WRITE FAILED'
001340             TO TP-JNL-RESPONSE-MESSAGE
001350     END-IF.
001360 2000-EXIT.
001370     EXIT.
