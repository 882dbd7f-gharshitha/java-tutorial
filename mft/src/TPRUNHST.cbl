000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TPRUNHST.
000120 AUTHOR.        D L ROSS.
000130 INSTALLATION.  EDI OPERATIONS - MFT.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  TPRUNHST                                                      *
000180*                                                                *
000190*  RUN-HISTORY RECORDER.  EVERY TP-SERIES PROGRAM ENDS WITH ITS  *
000200*  OWN REPORT AND RETURN CODE, SO LEARNING WHETHER THE NIGHT     *
000210*  WAS CLEAN MEANT OPENING A DOZEN SYSOUTS.  EVERY PROGRAM NOW   *
000220*  CALLS THIS SUBPROGRAM WITH A TPHSTCB AS IT STARTS (START)     *
000230*  AND JUST BEFORE IT ENDS (END):                                *
000240*                                                                *
000250*    - START STAMPS THE START DATE AND TIME INTO THE CONTROL     *
000260*      BLOCK AND FILES A RUNNING ENTRY ON TPRUNHIS.              *
000270*    - END READS THAT ENTRY BACK BY ITS KEY AND REWRITES IT      *
000280*      ENDED, WITH THE END TIME, ELAPSED SECONDS, RETURN CODE    *
000290*      AND THE CALLER'S IN/OUT/REJECT COUNTS.  IF THE START      *
000300*      ENTRY IS MISSING THE ENDED ENTRY IS WRITTEN FRESH.        *
000310*                                                                *
000320*  A RUN THAT ABENDS NEVER CALLS END, SO ITS ENTRY STAYS         *
000330*  RUNNING - WHICH IS EXACTLY WHAT THE TP890SCR MORNING          *
000340*  SCORECARD NEEDS TO SEE.  THE KSDS IS OPENED AND CLOSED ON     *
000350*  EVERY CALL, AS TPRUNLOK DOES TPRUNREG, SO CONCURRENT STEPS    *
000360*  ARE NEVER LOCKED OUT OF IT FOR LONG.  NOTHING HERE CAN FAIL   *
000370*  THE CALLER: A PROBLEM IS DISPLAYED ON THE CONSOLE, RETURNED   *
000380*  AS RESPONSE CODE 16, AND THE CALLER CARRIES ON.  RETURN-CODE  *
000390*  IS SET BACK TO THE VALUE THE CALLER PASSED, SO THE CALL       *
000400*  NEVER ALTERS THE STEP'S CONDITION CODE.                       *
000410*                                                                *
000420*  MODIFICATION HISTORY                                          *
000430*  --------------------                                          *
000440*  2026-10-15  DLR  NEW PROGRAM.                                 *
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT TPRUNHIS-FILE ASSIGN TO TPRUNHIS
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS TP-RUNHIS-KEY
000560         FILE STATUS IS TPRUNHIS-STATUS.

000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  TPRUNHIS-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY TPRUNHIS.

000620 WORKING-STORAGE SECTION.
000630 77  TPRUNHIS-STATUS             PIC X(02) VALUE '00'.

000640 77  TPHST-END-DATE              PIC 9(08) VALUE ZERO.
000650 77  TPHST-START-INT             PIC 9(08) COMP VALUE ZERO.
000660 77  TPHST-END-INT               PIC 9(08) COMP VALUE ZERO.
000670 77  TPHST-START-SECS            PIC 9(07) COMP VALUE ZERO.
000680 77  TPHST-END-SECS              PIC 9(07) COMP VALUE ZERO.
000690 77  TPHST-ELAPSED               PIC S9(09) COMP VALUE ZERO.

000700 01  TPHST-CLOCK                 PIC 9(08) VALUE ZERO.
000710 01  TPHST-CLOCK-PARTS REDEFINES TPHST-CLOCK.
000720     05  TPHST-CLOCK-HHMMSS      PIC 9(06).
000730     05  FILLER                  PIC 9(02).

000740 01  TPHST-HHMMSS                PIC 9(06) VALUE ZERO.
000750 01  TPHST-HHMMSS-PARTS REDEFINES TPHST-HHMMSS.
000760     05  TPHST-HH                PIC 9(02).
000770     05  TPHST-MM                PIC 9(02).
000780     05  TPHST-SS                PIC 9(02).

000790 LINKAGE SECTION.
000800     COPY TPHSTCB.

000810 PROCEDURE DIVISION USING TP-HST-CB.
000820******************************************************************
000830*  0000-MAINLINE                                                 *
000840******************************************************************
000850 0000-MAINLINE.
000860     MOVE ZERO   TO TP-HST-RESPONSE-CODE.
000870     MOVE SPACES TO TP-HST-RESPONSE-MESSAGE.
000880     IF NOT TP-HST-START-REQUEST
000890        AND NOT TP-HST-END-REQUEST
000900         MOVE 16 TO TP-HST-RESPONSE-CODE
000910         MOVE 'INVALID TPRUNHST REQUEST'
000920             TO TP-HST-RESPONSE-MESSAGE
000930         GO TO 0000-RETURN
000940     END-IF.
000950     PERFORM 1000-OPEN-HISTORY THRU 1000-EXIT.
000960     IF TP-HST-FILE-ERROR
000970         GO TO 0000-RETURN
000980     END-IF.
000990     IF TP-HST-START-REQUEST
001000         PERFORM 2000-RECORD-START THRU 2000-EXIT
001010     ELSE
001020         PERFORM 3000-RECORD-END THRU 3000-EXIT
001030     END-IF.
001040     CLOSE TPRUNHIS-FILE.
001050 0000-RETURN.
001060     IF TP-HST-FILE-ERROR
001070         DISPLAY 'TPRUNHST - ' TP-HST-PROGRAM-ID ' - '
001080                 TP-HST-RESPONSE-MESSAGE UPON CONSOLE
001090     END-IF.
001100     MOVE TP-HST-RETURN-CODE TO RETURN-CODE.
001110     GOBACK.

001120******************************************************************
001130*  1000-OPEN-HISTORY - CREATE ON FIRST USE, AS TPRUNLOK DOES     *
001140*  FOR THE RUN REGISTRY.                                         *
001150******************************************************************
001160 1000-OPEN-HISTORY.
001170     OPEN I-O TPRUNHIS-FILE.
001180     IF TPRUNHIS-STATUS = '35'
001190         OPEN OUTPUT TPRUNHIS-FILE
001200         CLOSE TPRUNHIS-FILE
001210         OPEN I-O TPRUNHIS-FILE
001220     END-IF.
001230     IF TPRUNHIS-STATUS NOT = '00'
001240         MOVE 16 TO TP-HST-RESPONSE-CODE
001250         MOVE 'RUN HISTORY TPRUNHIS UNAVAILABLE'
001260             TO TP-HST-RESPONSE-MESSAGE
001270     END-IF.
001280 1000-EXIT.
001290     EXIT.

001300******************************************************************
001310*  2000-RECORD-START - STAMP THE START AND FILE THE RUNNING      *
001320*  ENTRY.  A SECOND START FOR THE SAME PROGRAM AND STREAM IN THE *
001330*  SAME SECOND FINDS THE KEY TAKEN; IT IS NOTED AND ITS END WILL *
001340*  UPDATE THE ENTRY ALREADY THERE.                               *
001350******************************************************************
001360 2000-RECORD-START.
001370     ACCEPT TP-HST-START-DATE FROM DATE YYYYMMDD.
001380     ACCEPT TPHST-CLOCK FROM TIME.
001390     MOVE TPHST-CLOCK-HHMMSS     TO TP-HST-START-TIME.
001400     MOVE ZERO                   TO TP-HST-IN-COUNT
001410                                    TP-HST-OUT-COUNT
001420                                    TP-HST-REJECT-COUNT.
001430     MOVE SPACES                 TO TP-RUNHIS-RECORD.
001440     MOVE TP-HST-START-DATE      TO TP-RUNHIS-START-DATE.
001450     MOVE TP-HST-START-TIME      TO TP-RUNHIS-START-TIME.
001460     MOVE TP-HST-PROGRAM-ID      TO TP-RUNHIS-PROGRAM-ID.
001470     MOVE TP-HST-STREAM-ID       TO TP-RUNHIS-STREAM-ID.
001480     SET TP-RUNHIS-RUNNING       TO TRUE.
001490     MOVE ZERO                   TO TP-RUNHIS-END-DATE
001500                                    TP-RUNHIS-END-TIME
001510                                    TP-RUNHIS-ELAPSED-SECS
001520                                    TP-RUNHIS-IN-COUNT
001530                                    TP-RUNHIS-OUT-COUNT
001540                                    TP-RUNHIS-REJECT-COUNT.
001550     MOVE TP-HST-RETURN-CODE     TO TP-RUNHIS-RETURN-CODE.
001560     WRITE TP-RUNHIS-RECORD
001570         INVALID KEY
001580             MOVE 4 TO TP-HST-RESPONSE-CODE
001590             MOVE 'START ENTRY ALREADY ON FILE'
001600                 TO TP-HST-RESPONSE-MESSAGE
001610     END-WRITE.
001620     IF TPRUNHIS-STATUS NOT = '00' AND '22'
001630         MOVE 16 TO TP-HST-RESPONSE-CODE
001640         MOVE 'RUN HISTORY TPRUNHIS WRITE FAILED'
001650             TO TP-HST-RESPONSE-MESSAGE
001660     END-IF.
001670 2000-EXIT.
001680     EXIT.

001690******************************************************************
001700*  3000-RECORD-END - CLOSE THE RUN'S ENTRY.  A CALLER THAT NEVER *
001710*  ISSUED START IS TREATED AS HAVING STARTED AT ITS END.         *
001720******************************************************************
001730 3000-RECORD-END.
001740     ACCEPT TPHST-END-DATE FROM DATE YYYYMMDD.
001750     ACCEPT TPHST-CLOCK FROM TIME.
001760     IF TP-HST-START-DATE = ZERO
001770         MOVE TPHST-END-DATE     TO TP-HST-START-DATE
001780         MOVE TPHST-CLOCK-HHMMSS TO TP-HST-START-TIME
001790     END-IF.
001800     MOVE TP-HST-START-DATE      TO TP-RUNHIS-START-DATE.
001810     MOVE TP-HST-START-TIME      TO TP-RUNHIS-START-TIME.
001820     MOVE TP-HST-PROGRAM-ID      TO TP-RUNHIS-PROGRAM-ID.
001830     MOVE TP-HST-STREAM-ID       TO TP-RUNHIS-STREAM-ID.
001840     READ TPRUNHIS-FILE
001850         INVALID KEY
001860             MOVE 4 TO TP-HST-RESPONSE-CODE
001870             MOVE 'NO START ENTRY - ENDED ENTRY WRITTEN'
001880                 TO TP-HST-RESPONSE-MESSAGE
001890     END-READ.
001900     PERFORM 3100-SET-ELAPSED THRU 3100-EXIT.
001910     SET TP-RUNHIS-ENDED         TO TRUE.
001920     MOVE TPHST-END-DATE         TO TP-RUNHIS-END-DATE.
001930     MOVE TPHST-CLOCK-HHMMSS     TO TP-RUNHIS-END-TIME.
001940     MOVE TPHST-ELAPSED          TO TP-RUNHIS-ELAPSED-SECS.
001950     MOVE TP-HST-RETURN-CODE     TO TP-RUNHIS-RETURN-CODE.
001960     MOVE TP-HST-IN-COUNT        TO TP-RUNHIS-IN-COUNT.
001970     MOVE TP-HST-OUT-COUNT       TO TP-RUNHIS-OUT-COUNT.
001980     MOVE TP-HST-REJECT-COUNT    TO TP-RUNHIS-REJECT-COUNT.
001990     IF TP-HST-NOTED
002000         MOVE SPACES             TO TP-RUNHIS-RECORD(78:23)
002010         WRITE TP-RUNHIS-RECORD
002020     ELSE
002030         REWRITE TP-RUNHIS-RECORD
002040     END-IF.
002050     IF TPRUNHIS-STATUS NOT = '00'
002060         MOVE 16 TO TP-HST-RESPONSE-CODE
002070         MOVE 'RUN HISTORY TPRUNHIS UPDATE FAILED'
002080             TO TP-HST-RESPONSE-MESSAGE
002090     END-IF.
002100 3000-EXIT.
002110     EXIT.

002120******************************************************************
002130*  3100-SET-ELAPSED - WALL-CLOCK SECONDS FROM START TO END,      *
002140*  ACROSS MIDNIGHT AND MONTH ENDS.                               *
002150******************************************************************
002160 3100-SET-ELAPSED.
002170     COMPUTE TPHST-START-INT
002180         = FUNCTION INTEGER-OF-DATE(TP-HST-START-DATE).
002190     COMPUTE TPHST-END-INT
002200         = FUNCTION INTEGER-OF-DATE(TPHST-END-DATE).
002210     MOVE TP-HST-START-TIME TO TPHST-HHMMSS.
002220     COMPUTE TPHST-START-SECS
002230         = TPHST-HH * 3600 + TPHST-MM * 60 + TPHST-SS.
002240     MOVE TPHST-CLOCK-HHMMSS TO TPHST-HHMMSS.
002250     COMPUTE TPHST-END-SECS
002260         = TPHST-HH * 3600 + TPHST-MM * 60 + TPHST-SS.
002270     COMPUTE TPHST-ELAPSED
002280         = (TPHST-END-INT - TPHST-START-INT) * 86400
002290         + TPHST-END-SECS - TPHST-START-SECS.
002300     IF TPHST-ELAPSED < ZERO
002310         MOVE ZERO TO TPHST-ELAPSED
002320     END-IF.
002330 3100-EXIT.
002340     EXIT.
