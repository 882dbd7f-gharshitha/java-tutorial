000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TP870CRT.
000120 AUTHOR.        D L ROSS.
000130 INSTALLATION.  EDI OPERATIONS - MFT.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  TP870CRT                                                      *
000180*                                                                *
000190*  TRADING PARTNER CERTIFICATION SCORECARD.  PRINTS ONE ENTRY    *
000200*  PER PARTNER AND APPLICATION ON THE TPCRTSCR FILE TP100DRV     *
000210*  KEEPS FOR CERTIFICATION (TEST) GROUPS: DOCUMENTS ATTEMPTED,   *
000220*  MAPPED CLEAN AND FAILED SINCE TESTING BEGAN AND ON THE LAST   *
000230*  TEST NIGHT, THE FAILURE CODES SEEN AND THE LAST FAILURE.      *
000240*  THIS REPORT IS THE EVIDENCE FOR SIGN-OFF: A PARTNER IS        *
000250*  MARKED READY WHEN IT HAS MAPPED AT LEAST THE MINIMUM NUMBER   *
000260*  OF DOCUMENTS CLEAN AND ITS LAST TEST NIGHT HAD NO FAILURE.    *
000270*  THE PARTNER IS TAKEN OFF TPCERTPT ONLY AFTER SIGN-OFF.        *
000280*                                                                *
000290*  CONTROL CARD (TPCRTCTL, OPTIONAL):                            *
000300*    COLS 1-5   MINIMUM DOCUMENTS MAPPED CLEAN FOR SIGN-OFF      *
000310*               (DEFAULT 00010)                                  *
000320*                                                                *
000330*  RETURN CODES: 8 - TPCRTSCR UNAVAILABLE; 0 - OTHERWISE,        *
000340*  INCLUDING AN EMPTY SCORECARD.                                 *
000350*                                                                *
000360*  MODIFICATION HISTORY                                          *
000370*  --------------------                                          *
000380*  2026-10-15  DLR  NEW PROGRAM.                                 *
000390*  2026-10-15  DLR  EACH RUN IS NOW RECORDED ON THE TPRUNHIS RUN *
000400*                    HISTORY THROUGH TPRUNHST - RUNNING AT START,*
000410*                    THEN ENDED WITH ITS RETURN CODE AND         *
000420*                    IN/OUT/REJECT COUNTS - FOR THE TP890SCR     *
000430*                    MORNING SCORECARD.                          *
000440******************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT TPCRTSCR-FILE ASSIGN TO TPCRTSCR
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS TP-CRTSCR-KEY
000550         FILE STATUS IS TPCRTSCR-STATUS.

000560     SELECT TPCRTCTL-FILE ASSIGN TO TPCRTCTL
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS TPCRTCTL-STATUS.

000590     SELECT TPCRTRPT-FILE ASSIGN TO TPCRTRPT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS TPCRTRPT-STATUS.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  TPCRTSCR-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY TPCRTSCR.

000670 FD  TPCRTCTL-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  TP-CRTCTL-CARD.
000700     05  TP-CRTCTL-MIN-CLEAN        PIC X(05).
000710     05  FILLER                     PIC X(75).

000720 FD  TPCRTRPT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  TP-CRTRPT-LINE                 PIC X(132).

000750 WORKING-STORAGE SECTION.
000760     COPY TPHSTCB.

000770 77  TPCRTSCR-STATUS             PIC X(02) VALUE '00'.
000780 77  TPCRTCTL-STATUS             PIC X(02) VALUE '00'.
000790 77  TPCRTRPT-STATUS             PIC X(02) VALUE '00'.

000800 77  TP870-EOF-SW                PIC X(01) VALUE 'N'.
000810     88  TP870-NO-MORE-SCORES           VALUE 'Y'.
000812 77  TP870-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
000814     88  TP870-FILES-ARE-OPEN           VALUE 'Y'.
000816 77  TP870-TRUNC-SW              PIC X(01) VALUE 'N'.
000818     88  TP870-LIST-TRUNCATED           VALUE 'Y'.
000820 77  TP870-RUN-DATE              PIC 9(08) VALUE ZERO.
000830 77  TP870-MIN-CLEAN             PIC 9(05) VALUE 10.
000840 77  TP870-ENTRY-COUNT           PIC 9(05) VALUE ZERO.
000850 77  TP870-READY-COUNT           PIC 9(05) VALUE ZERO.
000860 77  TP870-SUB                   PIC 9(04) COMP VALUE ZERO.
000870 77  TP870-CODE-LIST             PIC X(100) VALUE SPACES.
000880 77  TP870-CODE-POS              PIC 9(04) COMP VALUE ZERO.
000890 77  TP870-EDIT-CODE             PIC Z9.
000900 77  TP870-EDIT-COUNT            PIC Z(06)9.

000910 01  TP870-HEADING-1.
000920     05  FILLER                     PIC X(44)
000930         VALUE 'TP870CRT - PARTNER CERTIFICATION SCORECARD'.
000940     05  FILLER                     PIC X(11) VALUE 'RUN DATE: '.
000950     05  TP870-H1-DATE              PIC 9(08).
000960     05  FILLER                     PIC X(04) VALUE SPACES.
000970     05  FILLER                     PIC X(27)
000980         VALUE 'MINIMUM CLEAN FOR SIGN-OFF:'.
000990     05  TP870-H1-MIN-CLEAN         PIC ZZZZ9.

001000 01  TP870-HEADING-2.
001010     05  FILLER                     PIC X(41) VALUE 'PARTNER'.
001020     05  FILLER                     PIC X(11) VALUE 'APPL'.
001030     05  FILLER                     PIC X(09) VALUE 'FIRST'.
001040     05  FILLER                     PIC X(09) VALUE 'LAST'.
001050     05  FILLER                     PIC X(08) VALUE ' ATTEMPT'.
001060     05  FILLER                     PIC X(08) VALUE '   CLEAN'.
001070     05  FILLER                     PIC X(08) VALUE '  FAILED'.
001080     05  FILLER                     PIC X(08) VALUE '    DUPS'.
001090     05  FILLER                     PIC X(08) VALUE ' LR ATT'.
001100     05  FILLER                     PIC X(08) VALUE ' LR CLN'.
001110     05  FILLER                     PIC X(01) VALUE SPACE.
001120     05  FILLER                     PIC X(09) VALUE 'VERDICT'.

001130 01  TP870-DETAIL-LINE.
001140     05  TP870-D-PARTNER            PIC X(40).
001150     05  FILLER                     PIC X(01) VALUE SPACE.
001160     05  TP870-D-APPLICATION-ID     PIC X(10).
001170     05  FILLER                     PIC X(01) VALUE SPACE.
001180     05  TP870-D-FIRST-DATE         PIC 9(08).
001190     05  FILLER                     PIC X(01) VALUE SPACE.
001200     05  TP870-D-LAST-DATE          PIC 9(08).
001210     05  FILLER                     PIC X(01) VALUE SPACE.
001220     05  TP870-D-ATTEMPTED          PIC Z(06)9.
001230     05  FILLER                     PIC X(01) VALUE SPACE.
001240     05  TP870-D-CLEAN              PIC Z(06)9.
001250     05  FILLER                     PIC X(01) VALUE SPACE.
001260     05  TP870-D-FAILED             PIC Z(06)9.
001270     05  FILLER                     PIC X(01) VALUE SPACE.
001280     05  TP870-D-DUPLICATES         PIC Z(06)9.
001290     05  FILLER                     PIC X(01) VALUE SPACE.
001300     05  TP870-D-LR-ATTEMPTED       PIC Z(06)9.
001310     05  FILLER                     PIC X(01) VALUE SPACE.
001320     05  TP870-D-LR-CLEAN           PIC Z(06)9.
001330     05  FILLER                     PIC X(02) VALUE SPACES.
001340     05  TP870-D-VERDICT            PIC X(09).

001350 01  TP870-CODES-LINE.
001360     05  FILLER                     PIC X(04) VALUE SPACES.
001370     05  FILLER                     PIC X(20)
001380         VALUE 'FAILURE CODES SEEN: '.
001390     05  TP870-CL-CODES             PIC X(100).

001400 01  TP870-LAST-FAIL-LINE.
001410     05  FILLER                     PIC X(04) VALUE SPACES.
001420     05  FILLER                     PIC X(14)
001430         VALUE 'LAST FAILURE: '.
001440     05  TP870-LF-DATE              PIC 9(08).
001450     05  FILLER                     PIC X(01) VALUE SPACE.
001460     05  TP870-LF-CODE              PIC ZZZ9.
001470     05  FILLER                     PIC X(01) VALUE SPACE.
001480     05  TP870-LF-DOCUMENT-ID       PIC X(45).
001490     05  FILLER                     PIC X(01) VALUE SPACE.
001500     05  TP870-LF-MESSAGE           PIC X(50).

001510 01  TP870-SUMMARY-LINE.
001520     05  TP870-S-LABEL              PIC X(30).
001530     05  TP870-S-COUNT              PIC ZZZZ9.

001540 PROCEDURE DIVISION.
001550******************************************************************
001560*  0000-MAINLINE                                                 *
001570******************************************************************
001580 0000-MAINLINE.
001590     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     IF RETURN-CODE = ZERO
001620         PERFORM 2000-LIST-SCORES THRU 2000-EXIT
001630         PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
001640     END-IF.
001650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001660     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
001670     GOBACK.

001680******************************************************************
001690*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
001700*  RUNNING.                                                      *
001710******************************************************************
001720 0100-RUN-HISTORY-START.
001730     MOVE 'START'            TO TP-HST-REQUEST.
001740     MOVE 'TP870CRT'         TO TP-HST-PROGRAM-ID.
001750     MOVE SPACES             TO TP-HST-STREAM-ID.
001760     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
001770     CALL 'TPRUNHST' USING TP-HST-CB.
001780 0100-EXIT.
001790     EXIT.

001800******************************************************************
001810*  1000-INITIALIZE - THE CONTROL CARD IS OPTIONAL; A MISSING OR  *
001820*  NON-NUMERIC MINIMUM LEAVES THE DEFAULT IN PLACE.              *
001830******************************************************************
001840 1000-INITIALIZE.
001850     ACCEPT TP870-RUN-DATE FROM DATE YYYYMMDD.
001860     OPEN INPUT TPCRTCTL-FILE.
001870     IF TPCRTCTL-STATUS = '00'
001880         READ TPCRTCTL-FILE
001890             AT END
001900                 CONTINUE
001910             NOT AT END
001920                 IF TP-CRTCTL-MIN-CLEAN IS NUMERIC
001930                     MOVE TP-CRTCTL-MIN-CLEAN TO TP870-MIN-CLEAN
001940                 ELSE
001950                     DISPLAY 'TP870CRT - INVALID TPCRTCTL CARD '
001960                             'IGNORED - ' TP-CRTCTL-CARD(1:20)
001970                 END-IF
001980         END-READ
001990         CLOSE TPCRTCTL-FILE
002000     END-IF.
002010     OPEN INPUT TPCRTSCR-FILE.
002020     IF TPCRTSCR-STATUS NOT = '00'
002030         DISPLAY 'TP870CRT - UNABLE TO OPEN TPCRTSCR - STATUS '
002040                  TPCRTSCR-STATUS
002050         MOVE 8 TO RETURN-CODE
002060         GO TO 1000-EXIT
002070     END-IF.
002080     OPEN OUTPUT TPCRTRPT-FILE.
002085     SET TP870-FILES-ARE-OPEN TO TRUE.
002090     MOVE TP870-RUN-DATE  TO TP870-H1-DATE.
002100     MOVE TP870-MIN-CLEAN TO TP870-H1-MIN-CLEAN.
002110     WRITE TP-CRTRPT-LINE FROM TP870-HEADING-1.
002120     WRITE TP-CRTRPT-LINE FROM TP870-HEADING-2.
002130 1000-EXIT.
002140     EXIT.

002150******************************************************************
002160*  2000-LIST-SCORES                                              *
002170******************************************************************
002180 2000-LIST-SCORES.
002190     MOVE LOW-VALUES TO TP-CRTSCR-KEY.
002200     START TPCRTSCR-FILE KEY NOT < TP-CRTSCR-KEY
002210         INVALID KEY
002220             SET TP870-NO-MORE-SCORES TO TRUE
002230             GO TO 2000-EXIT
002240     END-START.
002250     PERFORM 2900-READ-NEXT-SCORE THRU 2900-EXIT.
002260     PERFORM 2100-PRINT-ONE-SCORE THRU 2100-EXIT
002270         UNTIL TP870-NO-MORE-SCORES.
002280 2000-EXIT.
002290     EXIT.

002300******************************************************************
002310*  2100-PRINT-ONE-SCORE - THE VERDICT: READY ONCE THE PARTNER    *
002320*  HAS MAPPED THE MINIMUM CLEAN AND ITS LAST TEST NIGHT DROVE    *
002330*  DOCUMENTS WITH NO FAILURE.  A PARTNER WITH FAILURES THEN      *
002340*  GETS THE CODES SEEN AND ITS MOST RECENT FAILURE.              *
002350******************************************************************
002360 2100-PRINT-ONE-SCORE.
002370     ADD 1 TO TP870-ENTRY-COUNT.
002380     MOVE TP-CRTSCR-PARTNER-KEY(1:40)  TO TP870-D-PARTNER.
002390     MOVE TP-CRTSCR-APPLICATION-ID     TO TP870-D-APPLICATION-ID.
002400     MOVE TP-CRTSCR-FIRST-RUN-DATE     TO TP870-D-FIRST-DATE.
002410     MOVE TP-CRTSCR-LAST-RUN-DATE      TO TP870-D-LAST-DATE.
002420     MOVE TP-CRTSCR-ATTEMPTED          TO TP870-D-ATTEMPTED.
002430     MOVE TP-CRTSCR-MAPPED-CLEAN       TO TP870-D-CLEAN.
002440     MOVE TP-CRTSCR-FAILED             TO TP870-D-FAILED.
002450     MOVE TP-CRTSCR-DUPLICATES         TO TP870-D-DUPLICATES.
002460     MOVE TP-CRTSCR-LR-ATTEMPTED       TO TP870-D-LR-ATTEMPTED.
002470     MOVE TP-CRTSCR-LR-MAPPED-CLEAN    TO TP870-D-LR-CLEAN.
002480     IF TP-CRTSCR-MAPPED-CLEAN NOT < TP870-MIN-CLEAN
002490        AND TP-CRTSCR-LR-ATTEMPTED > ZERO
002500        AND TP-CRTSCR-LR-FAILED = ZERO
002510         MOVE 'READY'     TO TP870-D-VERDICT
002520         ADD 1 TO TP870-READY-COUNT
002530     ELSE
002540         MOVE 'NOT READY' TO TP870-D-VERDICT
002550     END-IF.
002560     WRITE TP-CRTRPT-LINE FROM TP870-DETAIL-LINE.
002570     IF TP-CRTSCR-FAILED > ZERO
002580        OR TP-CRTSCR-INIT-FAILURES > ZERO
002590         PERFORM 2200-BUILD-CODE-LIST THRU 2200-EXIT
002600         MOVE TP870-CODE-LIST TO TP870-CL-CODES
002610         WRITE TP-CRTRPT-LINE FROM TP870-CODES-LINE
002620     END-IF.
002630     IF TP-CRTSCR-LAST-FAIL-DATE > ZERO
002640         MOVE TP-CRTSCR-LAST-FAIL-DATE TO TP870-LF-DATE
002650         MOVE TP-CRTSCR-LAST-FAIL-CODE TO TP870-LF-CODE
002660         MOVE TP-CRTSCR-LAST-FAIL-DOCUMENT-ID
002670             TO TP870-LF-DOCUMENT-ID
002680         MOVE TP-CRTSCR-LAST-FAIL-MESSAGE TO TP870-LF-MESSAGE
002690         WRITE TP-CRTRPT-LINE FROM TP870-LAST-FAIL-LINE
002700     END-IF.
002710     PERFORM 2900-READ-NEXT-SCORE THRU 2900-EXIT.
002720 2100-EXIT.
002730     EXIT.

002740******************************************************************
002750*  2200-BUILD-CODE-LIST - "CODE=COUNT" FOR EVERY RESPONSE CODE   *
002760*  WITH A FAILURE AGAINST IT, THEN ANY HIGHER CODES AND THE      *
002770*  GROUPS THAT NEVER OPENED.  A LIST TOO LONG FOR THE LINE ENDS  *
002775*  WITH '(MORE)'.                                                *
002780******************************************************************
002790 2200-BUILD-CODE-LIST.
002800     MOVE SPACES TO TP870-CODE-LIST.
002805     MOVE 'N' TO TP870-TRUNC-SW.
002810     MOVE 1 TO TP870-CODE-POS.
002820     PERFORM 2250-ADD-ONE-CODE THRU 2250-EXIT
002830         VARYING TP870-SUB FROM 1 BY 1
002840         UNTIL TP870-SUB > 17.
002850     IF TP-CRTSCR-OTHER-CODE-COUNT > ZERO
002860         MOVE TP-CRTSCR-OTHER-CODE-COUNT TO TP870-EDIT-COUNT
002870         STRING 'OTHER=' DELIMITED BY SIZE
002880                TP870-EDIT-COUNT DELIMITED BY SIZE
002890                ' ' DELIMITED BY SIZE
002900             INTO TP870-CODE-LIST
002910             WITH POINTER TP870-CODE-POS
002915             ON OVERFLOW
002917                 SET TP870-LIST-TRUNCATED TO TRUE
002920         END-STRING
002930     END-IF.
002940     IF TP-CRTSCR-INIT-FAILURES > ZERO
002950         MOVE TP-CRTSCR-INIT-FAILURES TO TP870-EDIT-COUNT
002960         STRING 'GROUPS NOT OPENED=' DELIMITED BY SIZE
002970                TP870-EDIT-COUNT DELIMITED BY SIZE
002980             INTO TP870-CODE-LIST
002990             WITH POINTER TP870-CODE-POS
002995             ON OVERFLOW
002997                 SET TP870-LIST-TRUNCATED TO TRUE
003000         END-STRING
003002     END-IF.
003004     IF TP870-LIST-TRUNCATED
003006         MOVE '(MORE)' TO TP870-CODE-LIST(95:6)
003010     END-IF.
003020 2200-EXIT.
003030     EXIT.

003040 2250-ADD-ONE-CODE.
003050     IF TP-CRTSCR-CODE-COUNT(TP870-SUB) > ZERO
003060         COMPUTE TP870-EDIT-CODE = TP870-SUB - 1
003070         MOVE TP-CRTSCR-CODE-COUNT(TP870-SUB) TO TP870-EDIT-COUNT
003080         STRING TP870-EDIT-CODE DELIMITED BY SIZE
003090                '=' DELIMITED BY SIZE
003100                TP870-EDIT-COUNT DELIMITED BY SIZE
003110                ' ' DELIMITED BY SIZE
003120             INTO TP870-CODE-LIST
003130             WITH POINTER TP870-CODE-POS
003135             ON OVERFLOW
003137                 SET TP870-LIST-TRUNCATED TO TRUE
003140         END-STRING
003150     END-IF.
003160 2250-EXIT.
003170     EXIT.

003180 2900-READ-NEXT-SCORE.
003190     READ TPCRTSCR-FILE NEXT RECORD
003200         AT END
003210             SET TP870-NO-MORE-SCORES TO TRUE
003220     END-READ.
003230 2900-EXIT.
003240     EXIT.

003250******************************************************************
003260*  3000-PRINT-SUMMARY                                            *
003270******************************************************************
003280 3000-PRINT-SUMMARY.
003290     MOVE 'PARTNERS IN CERTIFICATION:' TO TP870-S-LABEL.
003300     MOVE TP870-ENTRY-COUNT            TO TP870-S-COUNT.
003310     WRITE TP-CRTRPT-LINE FROM TP870-SUMMARY-LINE.
003320     MOVE 'READY FOR SIGN-OFF:'        TO TP870-S-LABEL.
003330     MOVE TP870-READY-COUNT            TO TP870-S-COUNT.
003340     WRITE TP-CRTRPT-LINE FROM TP870-SUMMARY-LINE.
003350 3000-EXIT.
003360     EXIT.

003370******************************************************************
003380*  9000-TERMINATE                                                *
003390******************************************************************
003400 9000-TERMINATE.
003410     IF TP870-FILES-ARE-OPEN
003420         CLOSE TPCRTSCR-FILE
003430         CLOSE TPCRTRPT-FILE
003440     END-IF.
003450 9000-EXIT.
003460     EXIT.

003470******************************************************************
003480*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
003490*  ITS RETURN CODE AND COUNTS. IN IS SCORECARD ENTRIES READ, OUT *
003500*  IS READY FOR PRODUCTION, REJECT IS NOT KEPT.                  *
003510******************************************************************
003520 9900-RUN-HISTORY-END.
003530     MOVE 'END'              TO TP-HST-REQUEST.
003540     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
003550     MOVE TP870-ENTRY-COUNT TO TP-HST-IN-COUNT.
003560     MOVE TP870-READY-COUNT TO TP-HST-OUT-COUNT.
003570     MOVE ZERO TO TP-HST-REJECT-COUNT.
003580     CALL 'TPRUNHST' USING TP-HST-CB.
003590 9900-EXIT.
003600     EXIT.

003610 END PROGRAM TP870CRT.
