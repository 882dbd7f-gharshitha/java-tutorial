000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TP860AMM.
000120 AUTHOR.        D L ROSS.
000130 INSTALLATION.  EDI OPERATIONS - MFT.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  TP860AMM                                                      *
000180*                                                                *
000190*  PARTNER AUTHORIZATION MATRIX MAINTENANCE.  TPAUTHMX SAYS      *
000200*  WHICH CORP/DIV PARTNER OR ALIAS MAY SUBMIT UNDER WHICH        *
000210*  APPLICATION ID AND WHICH TP-DOCIN-VERSION-RELEASE, AND FROM   *
000220*  WHEN UNTIL WHEN.  TP050EDT REJECTS EVERY FEED RECORD WHOSE    *
000230*  COMBINATION IS NOT AUTHORIZED, SO ONBOARDING AND OFFBOARDING  *
000240*  A PARTNER OR A STANDARD IS A CARD CHANGE HERE RATHER THAN A   *
000250*  SURPRISE IN THE EXCEPTION REPORT.  THIS PROGRAM IS THE ONLY   *
000260*  SUPPORTED WAY TO CHANGE THE MATRIX.  IT IS DRIVEN BY TPAMMTXN *
000270*  CONTROL CARDS, WHICH COME IN PAIRS, ONE PAIR PER COMBINATION: *
000280*                                                                *
000290*    CARD A:  COL  1-10  ACTION   ADD/CHANGE/REVOKE/REINSTATE    *
000300*             COL 11-20  APPLICATION ID                          *
000310*             COL 21-32  VERSION-RELEASE                         *
000320*             COL 33-40  EFFECTIVE DATE YYYYMMDD - ADD DEFAULTS  *
000330*                        TO TODAY; CHANGE LEAVES IT ALONE IF     *
000340*                        BLANK                                   *
000350*             COL 41-48  EXPIRY DATE YYYYMMDD - ADD DEFAULTS TO  *
000360*                        99999999 (OPEN-ENDED); CHANGE LEAVES IT *
000370*                        ALONE IF BLANK                          *
000380*             COL 49-56  OPERATOR ID (REQUIRED)                  *
000390*             COL 58-80  REASON, CARRIED TO THE JOURNAL          *
000400*    CARD B:  COL 1      PARTNER FORM - P OR A                   *
000410*             COL 2-79   PARTNER KEY, AS ON THE LISTING          *
000420*                                                                *
000430*  REVOKE STOPS A COMBINATION AT ONCE WITHOUT LOSING ITS         *
000440*  HISTORY; REINSTATE PUTS IT BACK.  A PLANNED OFFBOARDING IS    *
000450*  A CHANGE CARD WITH AN EXPIRY DATE.  EVERY CHANGE WRITES A     *
000460*  BEFORE/AFTER AUDIT RECORD TO TPAUTHAU AND TO THE TPOPRJNL     *
000470*  OPERATOR ACTION JOURNAL, AND A FULL MATRIX LISTING IS         *
000480*  PRINTED AFTER EACH RUN, FLAGGING COMBINATIONS ALREADY PAST    *
000490*  THEIR EXPIRY DATE OR NOT YET EFFECTIVE.                       *
000500*                                                                *
000510*  RETURN CODES: 16 - TPAMMTXN, TPAUTHMX OR TPAUTHAU COULD NOT   *
000520*  BE OPENED; 8 - A CARD PAIR WAS REJECTED BECAUSE THE TPAUTHMX  *
000530*  WRITE OR REWRITE FAILED (NOTHING IS AUDITED OR JOURNALED FOR  *
000540*  IT); 4 - ONE OR MORE CARD PAIRS REJECTED, OR A CHANGE COULD   *
000550*  NOT BE JOURNALED; 0 - CLEAN.                                  *
000560*                                                                *
000570*  MODIFICATION HISTORY                                          *
000580*  --------------------                                          *
000590*  2026-10-15  DLR  NEW PROGRAM.                                 *
000600*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000610*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000620*                    THEN ENDED WITH ITS RETURN CODE AND         *
000630*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000640*                    MORNING SCORECARD.                          *
000650*  2026-10-15  DLR  CARD A NOW CARRIES A REASON (COLUMNS 58-80), *
000660*                    AND EVERY CHANGE AUDITED ON TPAUTHAU IS     *
000670*                    ALSO WRITTEN TO THE TPOPRJNL OPERATOR       *
000680*                    ACTION JOURNAL THROUGH TPOPRLOG.            *
000720******************************************************************
000730 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 SOURCE-COMPUTER.   IBM-370.
000760 OBJECT-COMPUTER.   IBM-370.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT TPAMMTXN-FILE ASSIGN TO TPAMMTXN
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS TPAMMTXN-STATUS.

000820     SELECT TPAUTHMX-FILE ASSIGN TO TPAUTHMX
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS TP-AUTHMX-KEY
000860         FILE STATUS IS TPAUTHMX-STATUS.

000870     SELECT TPAUTHAU-FILE ASSIGN TO TPAUTHAU
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS TPAUTHAU-STATUS.

000900     SELECT TPAMMRPT-FILE ASSIGN TO TPAMMRPT
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS TPAMMRPT-STATUS.

000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  TPAMMTXN-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  TP-AMMTXN-CARD                 PIC X(80).

000980 FD  TPAUTHMX-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY TPAUTHMX.

001010 FD  TPAUTHAU-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY TPAUTHAU.

001040 FD  TPAMMRPT-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  TP-AMMRPT-LINE                 PIC X(132).

001070 WORKING-STORAGE SECTION.
001080     COPY TPHSTCB.
001090     COPY TPJNLCB.

001100 77  TPAMMTXN-STATUS             PIC X(02) VALUE '00'.
001110 77  TPAUTHMX-STATUS             PIC X(02) VALUE '00'.
001120 77  TPAUTHAU-STATUS             PIC X(02) VALUE '00'.
001130 77  TPAMMRPT-STATUS             PIC X(02) VALUE '00'.

001140 77  TP860-TXN-EOF-SW            PIC X(01) VALUE 'N'.
001150     88  TP860-NO-MORE-TXNS             VALUE 'Y'.
001160 77  TP860-MX-EOF-SW             PIC X(01) VALUE 'N'.
001170     88  TP860-NO-MORE-MATRIX           VALUE 'Y'.
001180 77  TP860-FOUND-SW              PIC X(01) VALUE 'N'.
001190     88  TP860-RECORD-WAS-FOUND         VALUE 'Y'.
001200 77  TP860-ERROR-SW              PIC X(01) VALUE 'N'.
001210     88  TP860-TXN-IN-ERROR             VALUE 'Y'.
001220 77  TP860-TXN-OPEN-SW           PIC X(01) VALUE 'N'.
001230     88  TP860-TXN-IS-OPEN              VALUE 'Y'.
001240 77  TP860-MX-OPEN-SW            PIC X(01) VALUE 'N'.
001250     88  TP860-MX-IS-OPEN               VALUE 'Y'.
001260 77  TP860-RUN-DATE              PIC 9(08) VALUE ZERO.
001270 77  TP860-RUN-TIME              PIC 9(06) VALUE ZERO.
001280 77  TP860-EFF-DATE              PIC 9(08) VALUE ZERO.
001290 77  TP860-EXP-DATE              PIC 9(08) VALUE ZERO.
001300 77  TP860-APPLIED-COUNT         PIC 9(05) VALUE ZERO.
001310 77  TP860-REJECTED-COUNT        PIC 9(05) VALUE ZERO.
001320 77  TP860-LISTED-COUNT          PIC 9(05) VALUE ZERO.
001330 77  TP860-BEFORE-IMAGE          PIC X(134) VALUE SPACES.
001340 77  TP860-MSG                   PIC X(40) VALUE SPACES.

001350 01  TP860-CARD-A.
001360     05  TP860-CA-ACTION            PIC X(10).
001370         88  TP860-CA-IS-ADD                VALUE 'ADD'.
001380         88  TP860-CA-IS-CHANGE             VALUE 'CHANGE'.
001390         88  TP860-CA-IS-REVOKE             VALUE 'REVOKE'.
001400         88  TP860-CA-IS-REINSTATE          VALUE 'REINSTATE'.
001410     05  TP860-CA-APPLICATION-ID    PIC X(10).
001420     05  TP860-CA-VERSION-RELEASE   PIC X(12).
001430     05  TP860-CA-EFF-DATE          PIC X(08).
001440     05  TP860-CA-EXP-DATE          PIC X(08).
001450     05  TP860-CA-OPERATOR-ID       PIC X(08).
001460     05  FILLER                     PIC X(01).
001470     05  TP860-CA-REASON            PIC X(23).

001480 01  TP860-CARD-B.
001490     05  TP860-CB-PARTNER-FORM      PIC X(01).
001500         88  TP860-CB-FORM-IS-VALID         VALUE 'P' 'A'.
001510     05  TP860-CB-PARTNER-KEY       PIC X(78).
001520     05  FILLER                     PIC X(01).

001530 01  TP860-HEADING-1.
001540     05  FILLER                     PIC X(46)
001550         VALUE 'TP860AMM - PARTNER AUTHORIZATION MAINTENANCE'.
001560     05  FILLER                     PIC X(02) VALUE SPACES.
001570     05  FILLER                     PIC X(11) VALUE 'RUN DATE: '.
001580     05  TP860-H1-DATE              PIC 9(08).

001590 01  TP860-TXN-LINE.
001600     05  TP860-T-ACTION             PIC X(10).
001610     05  FILLER                     PIC X(01) VALUE SPACE.
001620     05  TP860-T-APPLICATION-ID     PIC X(10).
001630     05  FILLER                     PIC X(01) VALUE SPACE.
001640     05  TP860-T-VERSION-RELEASE    PIC X(12).
001650     05  FILLER                     PIC X(01) VALUE SPACE.
001660     05  TP860-T-RESULT             PIC X(40).

001670 01  TP860-TXN-KEY-LINE.
001680     05  FILLER                     PIC X(11) VALUE SPACES.
001690     05  TP860-TK-PARTNER-FORM      PIC X(01).
001700     05  FILLER                     PIC X(01) VALUE SPACE.
001710     05  TP860-TK-PARTNER-KEY       PIC X(78).

001720 01  TP860-LIST-HEADING.
001730     05  FILLER                     PIC X(02) VALUE 'F'.
001740     05  FILLER                     PIC X(79)
001750         VALUE 'PARTNER/ALIAS KEY'.
001760     05  FILLER                     PIC X(11) VALUE 'APPL ID'.
001770     05  FILLER                     PIC X(13) VALUE 'VER-RELEASE'.
001780     05  FILLER                     PIC X(09) VALUE 'EFF DATE'.
001790     05  FILLER                     PIC X(09) VALUE 'EXP DATE'.
001800     05  FILLER                     PIC X(04) VALUE 'ST'.
001810     05  FILLER                     PIC X(05) VALUE 'NOTE'.

001820 01  TP860-LIST-LINE.
001830     05  TP860-L-PARTNER-FORM       PIC X(01).
001840     05  FILLER                     PIC X(01) VALUE SPACE.
001850     05  TP860-L-PARTNER-KEY        PIC X(78).
001860     05  FILLER                     PIC X(01) VALUE SPACE.
001870     05  TP860-L-APPLICATION-ID     PIC X(10).
001880     05  FILLER                     PIC X(01) VALUE SPACE.
001890     05  TP860-L-VERSION-RELEASE    PIC X(12).
001900     05  FILLER                     PIC X(01) VALUE SPACE.
001910     05  TP860-L-EFF-DATE           PIC 9(08).
001920     05  FILLER                     PIC X(01) VALUE SPACE.
001930     05  TP860-L-EXP-DATE           PIC 9(08).
001940     05  FILLER                     PIC X(01) VALUE SPACE.
001950     05  TP860-L-STATUS             PIC X(01).
001960     05  FILLER                     PIC X(03) VALUE SPACE.
001970     05  TP860-L-NOTE               PIC X(04).

001980 01  TP860-SUMMARY-LINE.
001990     05  FILLER                     PIC X(09) VALUE 'APPLIED: '.
002000     05  TP860-S-APPLIED            PIC ZZ,ZZ9.
002010     05  FILLER                     PIC X(12)
002020         VALUE '  REJECTED: '.
002030     05  TP860-S-REJECTED           PIC ZZ,ZZ9.
002040     05  FILLER                     PIC X(20)
002050         VALUE '  ENTRIES ON FILE: '.
002060     05  TP860-S-LISTED             PIC ZZ,ZZ9.

002070 PROCEDURE DIVISION.
002080******************************************************************
002090*  0000-MAINLINE                                                 *
002100******************************************************************
002110 0000-MAINLINE.
002120     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002150         UNTIL TP860-NO-MORE-TXNS.
002160     IF TP860-MX-IS-OPEN
002170         PERFORM 3000-PRINT-MATRIX-LISTING THRU 3000-EXIT
002180     END-IF.
002190     PERFORM 3500-PRINT-SUMMARY THRU 3500-EXIT.
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002210     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
002220     GOBACK.

002230******************************************************************
002240*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
002250*  RUNNING.                                                      *
002260******************************************************************
002270 0100-RUN-HISTORY-START.
002280     MOVE 'START'            TO TP-HST-REQUEST.
002290     MOVE 'TP860AMM'         TO TP-HST-PROGRAM-ID.
002300     MOVE SPACES             TO TP-HST-STREAM-ID.
002310     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
002320     CALL 'TPRUNHST' USING TP-HST-CB.
002330 0100-EXIT.
002340     EXIT.

002350******************************************************************
002360*  1000-INITIALIZE                                               *
002370******************************************************************
002380 1000-INITIALIZE.
002390     ACCEPT TP860-RUN-DATE FROM DATE YYYYMMDD.
002400     ACCEPT TP860-RUN-TIME FROM TIME.
002410     MOVE TP860-RUN-DATE TO TP860-H1-DATE.
002420     OPEN OUTPUT TPAMMRPT-FILE.
002430     WRITE TP-AMMRPT-LINE FROM TP860-HEADING-1.
002440     OPEN INPUT TPAMMTXN-FILE.
002450     IF TPAMMTXN-STATUS NOT = '00'
002460         DISPLAY 'TP860AMM - UNABLE TO OPEN TPAMMTXN - STATUS '
002470                  TPAMMTXN-STATUS
002480         MOVE 16 TO RETURN-CODE
002490         SET TP860-NO-MORE-TXNS TO TRUE
002500     ELSE
002510         SET TP860-TXN-IS-OPEN TO TRUE
002520     END-IF.
002530     OPEN I-O TPAUTHMX-FILE.
002540     IF TPAUTHMX-STATUS = '35'
002550         OPEN OUTPUT TPAUTHMX-FILE
002560         CLOSE TPAUTHMX-FILE
002570         OPEN I-O TPAUTHMX-FILE
002580     END-IF.
002590     IF TPAUTHMX-STATUS NOT = '00'
002600         DISPLAY 'TP860AMM - UNABLE TO OPEN TPAUTHMX - STATUS '
002610                  TPAUTHMX-STATUS
002620         MOVE 16 TO RETURN-CODE
002630         SET TP860-NO-MORE-TXNS TO TRUE
002640         GO TO 1000-EXIT
002650     END-IF.
002660     OPEN EXTEND TPAUTHAU-FILE.
002670     IF TPAUTHAU-STATUS = '35'
002680         OPEN OUTPUT TPAUTHAU-FILE
002690     END-IF.
002700     IF TPAUTHAU-STATUS NOT = '00'
002710         DISPLAY 'TP860AMM - UNABLE TO OPEN TPAUTHAU - STATUS '
002720                  TPAUTHAU-STATUS
002730         CLOSE TPAUTHMX-FILE
002740         MOVE 16 TO RETURN-CODE
002750         SET TP860-NO-MORE-TXNS TO TRUE
002760         GO TO 1000-EXIT
002770     END-IF.
002780     SET TP860-MX-IS-OPEN TO TRUE.
002790     IF NOT TP860-NO-MORE-TXNS
002800         PERFORM 2900-READ-NEXT-TXN THRU 2900-EXIT
002810     END-IF.
002820 1000-EXIT.
002830     EXIT.

002840******************************************************************
002850*  2000-PROCESS-TRANSACTION - PICK UP THE CARD PAIR, VALIDATE    *
002860*  IT, THEN DISPATCH ON THE ACTION.  A REJECTED PAIR IS          *
002870*  REPORTED AND COUNTED BUT DOES NOT STOP THE RUN.  A BLANK      *
002880*  CARD A IS SKIPPED.                                            *
002890******************************************************************
002900 2000-PROCESS-TRANSACTION.
002910     MOVE TP-AMMTXN-CARD TO TP860-CARD-A.
002920     IF TP860-CARD-A = SPACES
002930         GO TO 2000-NEXT
002940     END-IF.
002950     MOVE SPACES TO TP860-CARD-B.
002960     PERFORM 2900-READ-NEXT-TXN THRU 2900-EXIT.
002970     IF NOT TP860-NO-MORE-TXNS
002980         MOVE TP-AMMTXN-CARD TO TP860-CARD-B
002990     END-IF.
003000     MOVE 'N' TO TP860-ERROR-SW.
003010     PERFORM 2050-VALIDATE-TRANSACTION THRU 2050-EXIT.
003020     IF TP860-TXN-IN-ERROR
003030         ADD 1 TO TP860-REJECTED-COUNT
003040         PERFORM 2700-PRINT-TXN-RESULT THRU 2700-EXIT
003050         GO TO 2000-NEXT
003060     END-IF.
003070     IF TP860-CA-IS-ADD
003080         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
003090     ELSE
003100         IF TP860-CA-IS-CHANGE
003110             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
003120         ELSE
003130             PERFORM 2300-APPLY-STATUS-ACTION THRU 2300-EXIT
003140         END-IF
003150     END-IF.
003160 2000-NEXT.
003170     IF NOT TP860-NO-MORE-TXNS
003180         PERFORM 2900-READ-NEXT-TXN THRU 2900-EXIT
003190     END-IF.
003200 2000-EXIT.
003210     EXIT.

003220******************************************************************
003230*  2050-VALIDATE-TRANSACTION                                     *
003240******************************************************************
003250 2050-VALIDATE-TRANSACTION.
003260     IF NOT TP860-CA-IS-ADD
003270        AND NOT TP860-CA-IS-CHANGE
003280        AND NOT TP860-CA-IS-REVOKE
003290        AND NOT TP860-CA-IS-REINSTATE
003300         MOVE 'UNKNOWN ACTION - REJECTED' TO TP860-MSG
003310         SET TP860-TXN-IN-ERROR TO TRUE
003320         GO TO 2050-EXIT
003330     END-IF.
003340     IF TP860-CA-APPLICATION-ID = SPACES
003350         MOVE 'APPLICATION ID IS BLANK - REJECTED' TO TP860-MSG
003360         SET TP860-TXN-IN-ERROR TO TRUE
003370         GO TO 2050-EXIT
003380     END-IF.
003390     IF TP860-CA-VERSION-RELEASE = SPACES
003400         MOVE 'VERSION-RELEASE IS BLANK - REJECTED' TO TP860-MSG
003410         SET TP860-TXN-IN-ERROR TO TRUE
003420         GO TO 2050-EXIT
003430     END-IF.
003440     IF TP860-CA-OPERATOR-ID = SPACES
003450         MOVE 'OPERATOR ID IS BLANK - REJECTED' TO TP860-MSG
003460         SET TP860-TXN-IN-ERROR TO TRUE
003470         GO TO 2050-EXIT
003480     END-IF.
003490     IF NOT TP860-CB-FORM-IS-VALID
003500        OR TP860-CB-PARTNER-KEY = SPACES
003510         MOVE 'PARTNER CARD MISSING OR INVALID - REJECTED'
003520             TO TP860-MSG
003530         SET TP860-TXN-IN-ERROR TO TRUE
003540         GO TO 2050-EXIT
003550     END-IF.
003560     IF TP860-CB-PARTNER-FORM = 'A'
003570        AND TP860-CB-PARTNER-KEY(40:39) NOT = SPACES
003580         MOVE 'ALIAS KEY MUST END AT COL 40 - REJECTED'
003590             TO TP860-MSG
003600         SET TP860-TXN-IN-ERROR TO TRUE
003610         GO TO 2050-EXIT
003620     END-IF.
003630     MOVE ZERO TO TP860-EFF-DATE.
003640     IF TP860-CA-EFF-DATE NOT = SPACES
003650         IF TP860-CA-EFF-DATE NUMERIC
003660             MOVE TP860-CA-EFF-DATE TO TP860-EFF-DATE
003670         ELSE
003680             MOVE 'EFFECTIVE DATE NOT NUMERIC - REJECTED'
003690                 TO TP860-MSG
003700             SET TP860-TXN-IN-ERROR TO TRUE
003710             GO TO 2050-EXIT
003720         END-IF
003730     END-IF.
003740     MOVE ZERO TO TP860-EXP-DATE.
003750     IF TP860-CA-EXP-DATE NOT = SPACES
003760         IF TP860-CA-EXP-DATE NUMERIC
003770             MOVE TP860-CA-EXP-DATE TO TP860-EXP-DATE
003780         ELSE
003790             MOVE 'EXPIRY DATE NOT NUMERIC - REJECTED'
003800                 TO TP860-MSG
003810             SET TP860-TXN-IN-ERROR TO TRUE
003820             GO TO 2050-EXIT
003830         END-IF
003840     END-IF.
003850     IF TP860-EFF-DATE > ZERO
003860        AND TP860-EXP-DATE > ZERO
003870        AND TP860-EXP-DATE < TP860-EFF-DATE
003880         MOVE 'EXPIRY BEFORE EFFECTIVE DATE - REJECTED'
003890             TO TP860-MSG
003900         SET TP860-TXN-IN-ERROR TO TRUE
003910         GO TO 2050-EXIT
003920     END-IF.
003930 2050-EXIT.
003940     EXIT.

003950******************************************************************
003960*  2100-APPLY-ADD - A NEW COMBINATION GOES ON ACTIVE, EFFECTIVE  *
003970*  TODAY AND OPEN-ENDED UNLESS THE CARD SAYS OTHERWISE.          *
003980******************************************************************
003990 2100-APPLY-ADD.
004000     PERFORM 2500-READ-MATRIX THRU 2500-EXIT.
004010     IF TP860-RECORD-WAS-FOUND
004020         ADD 1 TO TP860-REJECTED-COUNT
004030         MOVE 'COMBINATION ALREADY EXISTS - REJECTED'
004040             TO TP860-MSG
004050         PERFORM 2700-PRINT-TXN-RESULT THRU 2700-EXIT
004060         GO TO 2100-EXIT
004070     END-IF.
004080     IF TP860-EFF-DATE = ZERO
004090         MOVE TP860-RUN-DATE TO TP860-EFF-DATE
004100     END-IF.
004110     IF TP860-EXP-DATE = ZERO
004120         MOVE 99999999 TO TP860-EXP-DATE
004130     END-IF.
004140     IF TP860-EXP-DATE < TP860-EFF-DATE
004150         ADD 1 TO TP860-REJECTED-COUNT
004160         MOVE 'EXPIRY BEFORE EFFECTIVE DATE - REJECTED'
004170             TO TP860-MSG
004180         PERFORM 2700-PRINT-TXN-RESULT THRU 2700-EXIT
004190         GO TO 2100-EXIT
004200     END-IF.
004210     MOVE SPACES TO TP860-BEFORE-IMAGE.
004220     MOVE TP860-CB-PARTNER-KEY     TO TP-AUTHMX-PARTNER-KEY.
004230     MOVE TP860-CA-APPLICATION-ID  TO TP-AUTHMX-APPLICATION-ID.
004240     MOVE TP860-CA-VERSION-RELEASE TO TP-AUTHMX-VERSION-RELEASE.
004250     MOVE TP860-CB-PARTNER-FORM    TO TP-AUTHMX-PARTNER-FORM.
004260     MOVE TP860-EFF-DATE           TO TP-AUTHMX-EFF-DATE.
004270     MOVE TP860-EXP-DATE           TO TP-AUTHMX-EXP-DATE.
004280     MOVE 'A'                      TO TP-AUTHMX-STATUS.
004290     MOVE TP860-RUN-DATE           TO TP-AUTHMX-LAST-MAINT-DATE.
004300     MOVE TP860-CA-OPERATOR-ID     TO TP-AUTHMX-LAST-MAINT-OPER.
004310     WRITE TP-AUTHMX-RECORD.
004320     IF TPAUTHMX-STATUS NOT = '00'
004330         PERFORM 2550-UPDATE-FAILED THRU 2550-EXIT
004340         GO TO 2100-EXIT
004350     END-IF.
004360     ADD 1 TO TP860-APPLIED-COUNT.
004370     PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
004380     MOVE 'ADDED - ACTIVE' TO TP860-MSG.
004390     PERFORM 2700-PRINT-TXN-RESULT THRU 2700-EXIT.
004400 2100-EXIT.
004410     EXIT.

004420******************************************************************
004430*  2200-APPLY-CHANGE - REPLACE WHICHEVER DATES THE CARD CARRIES. *
004440******************************************************************
004450 2200-APPLY-CHANGE.
004460     PERFORM 2500-READ-MATRIX THRU 2500-EXIT.
004470     IF NOT TP860-RECORD-WAS-FOUND
004480         ADD 1 TO TP860-REJECTED-COUNT
004490         MOVE 'COMBINATION NOT ON MATRIX - REJECTED'
004500             TO TP860-MSG
004510         PERFORM 2700-PRINT-TXN-RESULT THRU 2700-EXIT
004520         GO TO 2200-EXIT
004530     END-IF.
004540     IF TP860-EFF-DATE = ZERO
004550         MOVE TP-AUTHMX-EFF-DATE TO TP860-EFF-DATE
004560     END-IF.
004570     IF TP860-EXP-DATE = ZERO
004580         MOVE TP-AUTHMX-EXP-DATE TO TP860-EXP-DATE
004590     END-IF.
004600     IF TP860-EXP-DATE < TP860-EFF-DATE
004610         ADD 1 TO TP860-REJECTED-COUNT
004620         MOVE 'EXPIRY BEFORE EFFECTIVE DATE - REJECTED'
004630             TO TP860-MSG
004640         PERFORM 2700-PRINT-TXN-RESULT THRU 2700-EXIT
004650         GO TO 2200-EXIT
004660     END-IF.
004670     MOVE TP-AUTHMX-RECORD      TO TP860-BEFORE-IMAGE.
004680     MOVE TP860-EFF-DATE        TO TP-AUTHMX-EFF-DATE.
004690     MOVE TP860-EXP-DATE        TO TP-AUTHMX-EXP-DATE.
004700     MOVE TP860-RUN-DATE        TO TP-AUTHMX-LAST-MAINT-DATE.
004710     MOVE TP860-CA-OPERATOR-ID  TO TP-AUTHMX-LAST-MAINT-OPER.
004720     REWRITE TP-AUTHMX-RECORD.
004730     IF TPAUTHMX-STATUS NOT = '00'
004740         PERFORM 2550-UPDATE-FAILED THRU 2550-EXIT
004750         GO TO 2200-EXIT
004760     END-IF.
004770     ADD 1 TO TP860-APPLIED-COUNT.
004780     PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
004790     MOVE 'CHANGED' TO TP860-MSG.
004800     PERFORM 2700-PRINT-TXN-RESULT THRU 2700-EXIT.
004810 2200-EXIT.
004820     EXIT.

004830******************************************************************
004840*  2300-APPLY-STATUS-ACTION - REVOKE/REINSTATE TAKE EFFECT NOW.  *
004850******************************************************************
004860 2300-APPLY-STATUS-ACTION.
004870     PERFORM 2500-READ-MATRIX THRU 2500-EXIT.
004880     IF NOT TP860-RECORD-WAS-FOUND
004890         ADD 1 TO TP860-REJECTED-COUNT
004900         MOVE 'COMBINATION NOT ON MATRIX - REJECTED'
004910             TO TP860-MSG
004920         PERFORM 2700-PRINT-TXN-RESULT THRU 2700-EXIT
004930         GO TO 2300-EXIT
004940     END-IF.
004950     MOVE TP-AUTHMX-RECORD TO TP860-BEFORE-IMAGE.
004960     IF TP860-CA-IS-REVOKE
004970         MOVE 'R' TO TP-AUTHMX-STATUS
004980         MOVE 'REVOKED' TO TP860-MSG
004990     ELSE
005000         MOVE 'A' TO TP-AUTHMX-STATUS
005010         MOVE 'REINSTATED - ACTIVE' TO TP860-MSG
005020     END-IF.
005030     MOVE TP860-RUN-DATE        TO TP-AUTHMX-LAST-MAINT-DATE.
005040     MOVE TP860-CA-OPERATOR-ID  TO TP-AUTHMX-LAST-MAINT-OPER.
005050     REWRITE TP-AUTHMX-RECORD.
005060     IF TPAUTHMX-STATUS NOT = '00'
005070         PERFORM 2550-UPDATE-FAILED THRU 2550-EXIT
005080         GO TO 2300-EXIT
005090     END-IF.
005100     ADD 1 TO TP860-APPLIED-COUNT.
005110     PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
005120     PERFORM 2700-PRINT-TXN-RESULT THRU 2700-EXIT.
005130 2300-EXIT.
005140     EXIT.

005150******************************************************************
005160*  2500-READ-MATRIX - RANDOM READ BY THE CARD PAIR'S KEY.        *
005170******************************************************************
005180 2500-READ-MATRIX.
005190     MOVE 'N' TO TP860-FOUND-SW.
005200     MOVE TP860-CB-PARTNER-KEY     TO TP-AUTHMX-PARTNER-KEY.
005210     MOVE TP860-CA-APPLICATION-ID  TO TP-AUTHMX-APPLICATION-ID.
005220     MOVE TP860-CA-VERSION-RELEASE TO TP-AUTHMX-VERSION-RELEASE.
005230     READ TPAUTHMX-FILE
005240         INVALID KEY
005250             CONTINUE
005260         NOT INVALID KEY
005270             SET TP860-RECORD-WAS-FOUND TO TRUE
005280     END-READ.
005290 2500-EXIT.
005300     EXIT.

005310******************************************************************
005320*  2550-UPDATE-FAILED - THE MATRIX WRITE OR REWRITE DID NOT      *
005330*  TAKE.  THE PAIR IS REJECTED AT RC 8, AND SINCE NOTHING        *
005340*  CHANGED NOTHING IS AUDITED OR JOURNALED.                      *
005350******************************************************************
005360 2550-UPDATE-FAILED.
005370     DISPLAY 'TP860AMM - TPAUTHMX UPDATE FAILED - STATUS '
005380              TPAUTHMX-STATUS.
005390     ADD 1 TO TP860-REJECTED-COUNT.
005400     MOVE SPACES TO TP860-MSG.
005410     STRING 'TPAUTHMX UPDATE STATUS ' TPAUTHMX-STATUS
005420            ' - REJECTED' DELIMITED BY SIZE INTO TP860-MSG.
005430     PERFORM 2700-PRINT-TXN-RESULT THRU 2700-EXIT.
005440     IF RETURN-CODE < 8
005450         MOVE 8 TO RETURN-CODE
005460     END-IF.
005470 2550-EXIT.
005480     EXIT.

005490******************************************************************
005500*  2600-WRITE-AUDIT - THE BEFORE IMAGE IS WHATEVER WAS SAVED     *
005510*  AHEAD OF THE CHANGE (SPACES FOR AN ADD) AND THE AFTER IMAGE   *
005520*  IS THE RECORD AS IT NOW STANDS.                               *
005530******************************************************************
005540 2600-WRITE-AUDIT.
005550     MOVE TP860-RUN-DATE           TO TP-AUTHAU-DATE.
005560     MOVE TP860-RUN-TIME           TO TP-AUTHAU-TIME.
005570     MOVE TP860-CA-OPERATOR-ID     TO TP-AUTHAU-OPERATOR-ID.
005580     MOVE TP860-CA-ACTION          TO TP-AUTHAU-ACTION.
005590     MOVE TP-AUTHMX-KEY            TO TP-AUTHAU-KEY.
005600     MOVE TP860-BEFORE-IMAGE       TO TP-AUTHAU-BEFORE-IMAGE.
005610     MOVE TP-AUTHMX-RECORD         TO TP-AUTHAU-AFTER-IMAGE.
005620     WRITE TP-AUTHAU-RECORD.
005630     PERFORM 2650-JOURNAL-ACTION THRU 2650-EXIT.
005640 2600-EXIT.
005650     EXIT.

005660******************************************************************
005670*  2650-JOURNAL-ACTION - THE SAME CHANGE, TO THE OPERATOR ACTION *
005680*  JOURNAL.                                                      *
005690******************************************************************
005700 2650-JOURNAL-ACTION.
005710     MOVE 'TP860AMM'               TO TP-JNL-PROGRAM-ID.
005720     MOVE TP860-CA-OPERATOR-ID     TO TP-JNL-OPERATOR-ID.
005730     MOVE 'AUTHMX'                 TO TP-JNL-OBJECT-TYPE.
005740     MOVE TP860-CA-ACTION          TO TP-JNL-ACTION.
005750     SET TP-JNL-KEYED              TO TRUE.
005760     MOVE TP-AUTHMX-KEY            TO TP-JNL-OBJECT-KEY.
005770     MOVE TP860-CA-REASON          TO TP-JNL-REASON.
005780     MOVE TP860-BEFORE-IMAGE       TO TP-JNL-BEFORE-VALUE.
005790     MOVE TP-AUTHMX-RECORD         TO TP-JNL-AFTER-VALUE.
005800     MOVE RETURN-CODE              TO TP-JNL-RETURN-CODE.
005810     CALL 'TPOPRLOG' USING TP-JNL-CB.
005820     IF NOT TP-JNL-OKAY
005830        AND RETURN-CODE < 4
005840         MOVE 4 TO RETURN-CODE
005850     END-IF.
005860 2650-EXIT.
005870     EXIT.

005880 2700-PRINT-TXN-RESULT.
005890     MOVE TP860-CA-ACTION          TO TP860-T-ACTION.
005900     MOVE TP860-CA-APPLICATION-ID  TO TP860-T-APPLICATION-ID.
005910     MOVE TP860-CA-VERSION-RELEASE TO TP860-T-VERSION-RELEASE.
005920     MOVE TP860-MSG                TO TP860-T-RESULT.
005930     WRITE TP-AMMRPT-LINE FROM TP860-TXN-LINE.
005940     MOVE TP860-CB-PARTNER-FORM    TO TP860-TK-PARTNER-FORM.
005950     MOVE TP860-CB-PARTNER-KEY     TO TP860-TK-PARTNER-KEY.
005960     WRITE TP-AMMRPT-LINE FROM TP860-TXN-KEY-LINE.
005970 2700-EXIT.
005980     EXIT.

005990 2900-READ-NEXT-TXN.
006000     READ TPAMMTXN-FILE
006010         AT END
006020             SET TP860-NO-MORE-TXNS TO TRUE
006030     END-READ.
006040 2900-EXIT.
006050     EXIT.

006060******************************************************************
006070*  3000-PRINT-MATRIX-LISTING - THE FULL MATRIX AS IT STANDS      *
006080*  AFTER THIS RUN.  A COMBINATION PAST ITS EXPIRY IS NOTED EXP,  *
006090*  ONE NOT YET EFFECTIVE IS NOTED FUT - BOTH ARE STILL REJECTED  *
006100*  AT FEED EDIT TONIGHT.                                         *
006110******************************************************************
006120 3000-PRINT-MATRIX-LISTING.
006130     MOVE SPACES TO TP-AMMRPT-LINE.
006140     WRITE TP-AMMRPT-LINE.
006150     WRITE TP-AMMRPT-LINE FROM TP860-LIST-HEADING.
006160     MOVE 'N' TO TP860-MX-EOF-SW.
006170     MOVE SPACES TO TP-AUTHMX-KEY.
006180     START TPAUTHMX-FILE KEY NOT < TP-AUTHMX-KEY
006190         INVALID KEY
006200             SET TP860-NO-MORE-MATRIX TO TRUE
006210     END-START.
006220     PERFORM 3100-LIST-NEXT-RECORD THRU 3100-EXIT
006230         UNTIL TP860-NO-MORE-MATRIX.
006240 3000-EXIT.
006250     EXIT.

006260 3100-LIST-NEXT-RECORD.
006270     READ TPAUTHMX-FILE NEXT RECORD
006280         AT END
006290             SET TP860-NO-MORE-MATRIX TO TRUE
006300             GO TO 3100-EXIT
006310     END-READ.
006320     ADD 1 TO TP860-LISTED-COUNT.
006330     MOVE TP-AUTHMX-PARTNER-FORM    TO TP860-L-PARTNER-FORM.
006340     MOVE TP-AUTHMX-PARTNER-KEY     TO TP860-L-PARTNER-KEY.
006350     MOVE TP-AUTHMX-APPLICATION-ID  TO TP860-L-APPLICATION-ID.
006360     MOVE TP-AUTHMX-VERSION-RELEASE TO TP860-L-VERSION-RELEASE.
006370     MOVE TP-AUTHMX-EFF-DATE        TO TP860-L-EFF-DATE.
006380     MOVE TP-AUTHMX-EXP-DATE        TO TP860-L-EXP-DATE.
006390     MOVE TP-AUTHMX-STATUS          TO TP860-L-STATUS.
006400     MOVE SPACES                    TO TP860-L-NOTE.
006410     IF TP-AUTHMX-EXP-DATE < TP860-RUN-DATE
006420         MOVE 'EXP'                 TO TP860-L-NOTE
006430     END-IF.
006440     IF TP-AUTHMX-EFF-DATE > TP860-RUN-DATE
006450         MOVE 'FUT'                 TO TP860-L-NOTE
006460     END-IF.
006470     WRITE TP-AMMRPT-LINE FROM TP860-LIST-LINE.
006480 3100-EXIT.
006490     EXIT.

006500******************************************************************
006510*  3500-PRINT-SUMMARY                                            *
006520******************************************************************
006530 3500-PRINT-SUMMARY.
006540     MOVE TP860-APPLIED-COUNT  TO TP860-S-APPLIED.
006550     MOVE TP860-REJECTED-COUNT TO TP860-S-REJECTED.
006560     MOVE TP860-LISTED-COUNT   TO TP860-S-LISTED.
006570     WRITE TP-AMMRPT-LINE FROM TP860-SUMMARY-LINE.
006580     IF TP860-REJECTED-COUNT > ZERO
006590        AND RETURN-CODE < 4
006600         MOVE 4 TO RETURN-CODE
006610     END-IF.
006620 3500-EXIT.
006630     EXIT.

006640******************************************************************
006650*  9000-TERMINATE                                                *
006660******************************************************************
006670 9000-TERMINATE.
006680     IF TP860-TXN-IS-OPEN
006690         CLOSE TPAMMTXN-FILE
006700     END-IF.
006710     IF TP860-MX-IS-OPEN
006720         CLOSE TPAUTHMX-FILE
006730         CLOSE TPAUTHAU-FILE
006740     END-IF.
006750     CLOSE TPAMMRPT-FILE.
006760 9000-EXIT.
006770     EXIT.

006780******************************************************************
006790*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
006800*  ITS RETURN CODE AND COUNTS. IN IS TRANSACTIONS READ, OUT IS   *
006810*  APPLIED, REJECT IS REJECTED.                                  *
006820******************************************************************
006830 9900-RUN-HISTORY-END.
006840     MOVE 'END'              TO TP-HST-REQUEST.
006850     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
006860     COMPUTE TP-HST-IN-COUNT
006870         = TP860-APPLIED-COUNT
006880         + TP860-REJECTED-COUNT.
006890     MOVE TP860-APPLIED-COUNT TO TP-HST-OUT-COUNT.
006900     MOVE TP860-REJECTED-COUNT TO TP-HST-REJECT-COUNT.
006910     CALL 'TPRUNHST' USING TP-HST-CB.
006920 9900-EXIT.
006930     EXIT.

006940 END PROGRAM TP860AMM.
