000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TP890SCR.
000120 AUTHOR.        D L ROSS.
000130 INSTALLATION.  EDI OPERATIONS - MFT.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  TP890SCR                                                      *
000180*                                                                *
000190*  MORNING RUN SCORECARD.  EVERY TP-SERIES PROGRAM FILES A RUN   *
000200*  ENTRY ON TPRUNHIS THROUGH TPRUNHST AS IT STARTS AND CLOSES IT *
000210*  AS IT ENDS.  RUN FIRST THING IN THE MORNING, THIS PROGRAM     *
000220*  READS THAT HISTORY AND ANSWERS ON ONE REPORT WHETHER THE      *
000230*  NIGHT WAS CLEAN:                                              *
000240*                                                                *
000250*    - ONE LINE PER EXPECTED JOB, IN SCHEDULE ORDER, WITH ITS    *
000260*      LAST RUN OF THE NIGHT - FLAGGED IF IT NEVER RAN, NEVER    *
000270*      ENDED (ABENDED, OR STILL RUNNING), OR ENDED NON-ZERO.     *
000280*      RUNS OF JOBS NOT ON THE SCHEDULE ARE LISTED AFTER IT.     *
000290*    - COUNT CARRY CHECKS - ONE STEP'S COUNT AGAINST THE NEXT    *
000300*      STEP'S, E.G. TP050EDT CLEAN OUTPUT AGAINST TP100DRV       *
000310*      INPUT AGAINST TP600RCN ACCOUNTED - FLAGGED WHEN THEY      *
000320*      DIFFER.  A PROGRAM'S COUNT FOR THE NIGHT IS THE SUM OVER  *
000330*      ITS STREAMS OF EACH STREAM'S LAST ENDED RUN, SO A         *
000340*      PARTITIONED TP100DRV IS COMPARED AS A WHOLE.              *
000350*    - A TREND OF EACH JOB'S RUN DURATION AND VOLUME OVER THE    *
000360*      LAST NIGHTS (30 BY DEFAULT), OLDEST FIRST.                *
000370*                                                                *
000380*  A NIGHT RUNS FROM THE CUTOFF TIME ON THE PRIOR DAY TO THE     *
000390*  CUTOFF TIME ON THE NIGHT'S OWN DATE, SO A 2300 START AND A    *
000400*  0200 START LAND ON THE SAME NIGHT.  THE SCORECARD THEN        *
000410*  PURGES TPRUNHIS ENTRIES OLDER THAN THE RETENTION PERIOD.      *
000420*  IT DOES NOT SCORE ITS OWN RUNS.                               *
000430*                                                                *
000440*  TPSCRCTL CONTROL CARDS (ALL OPTIONAL; AN ASTERISK IN COLUMN   *
000450*  1 MAKES A COMMENT CARD):                                      *
000460*                                                                *
000470*    JOB     COL 10-17 PROGRAM, COL 19-20 STREAM (BLANK UNLESS   *
000480*            A PARTITION STREAM).  ONE CARD PER EXPECTED JOB,    *
000490*            IN SCHEDULE ORDER.  WITH NO JOB CARDS EVERY JOB     *
000500*            SEEN IN THE TREND WINDOW IS EXPECTED.               *
000510*    NIGHT   COL 10-17 NIGHT TO SCORE, YYYYMMDD  (DEFAULT TODAY) *
000520*    CUTOFF  COL 10-13 NIGHT CUTOFF, HHMM        (DEFAULT 1200)  *
000530*    DAYS    COL 10-12 TREND NIGHTS, 001-060     (DEFAULT 030)   *
000540*    KEEP    COL 10-12 RETENTION IN DAYS         (DEFAULT 090)   *
000550*    CARRY   COL 10-17 FROM PROGRAM, COL 19 FROM COUNT, COL      *
000560*            21-28 TO PROGRAM, COL 30 TO COUNT - COUNTS ARE I    *
000570*            (IN), O (OUT) OR R (REJECT).  WITH NO CARRY CARDS   *
000580*            THE DOCUMENT-FLOW CHECKS ARE MADE:                  *
000590*              TP050EDT O  AGAINST  TP100DRV I                   *
000600*              TP100DRV I  AGAINST  TP600RCN O                   *
000610*                                                                *
000620*  A CARD THAT CANNOT BE USED IS DISPLAYED AND IGNORED, AND      *
000630*  COUNTS AS SOMETHING FLAGGED.                                  *
000640*                                                                *
000650*  RETURN CODES: 16 - TPRUNHIS COULD NOT BE OPENED; 4 - A JOB,   *
000660*  A CARRY CHECK OR A CONTROL CARD WAS FLAGGED; 0 - THE NIGHT    *
000670*  WAS CLEAN.                                                    *
000680*                                                                *
000690*  MODIFICATION HISTORY                                          *
000700*  --------------------                                          *
000710*  2026-10-15  DLR  NEW PROGRAM.                                 *
000720******************************************************************
000730 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 SOURCE-COMPUTER.   IBM-370.
000760 OBJECT-COMPUTER.   IBM-370.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT TPSCRCTL-FILE ASSIGN TO TPSCRCTL
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS TPSCRCTL-STATUS.

000820     SELECT TPRUNHIS-FILE ASSIGN TO TPRUNHIS
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS TP-RUNHIS-KEY
000860         FILE STATUS IS TPRUNHIS-STATUS.

000870     SELECT TPSCRRPT-FILE ASSIGN TO TPSCRRPT
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS TPSCRRPT-STATUS.

000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  TPSCRCTL-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  TP-SCRCTL-CARD.
000950     05  TP-SCRCTL-VERB             PIC X(08).
000960     05  FILLER                     PIC X(01).
000970     05  TP-SCRCTL-OPERAND          PIC X(71).
000980 01  TP-SCRCTL-JOB-CARD.
000990     05  FILLER                     PIC X(09).
001000     05  TP-SCRCTL-JOB-PROGRAM      PIC X(08).
001010     05  FILLER                     PIC X(01).
001020     05  TP-SCRCTL-JOB-STREAM       PIC X(02).
001030     05  FILLER                     PIC X(60).
001040 01  TP-SCRCTL-VALUE-CARD.
001050     05  FILLER                     PIC X(09).
001060     05  TP-SCRCTL-NIGHT            PIC 9(08).
001070     05  FILLER                     PIC X(63).
001080 01  TP-SCRCTL-CUTOFF-CARD.
001090     05  FILLER                     PIC X(09).
001100     05  TP-SCRCTL-CUTOFF           PIC 9(04).
001110     05  FILLER                     PIC X(67).
001120 01  TP-SCRCTL-DAYS-CARD.
001130     05  FILLER                     PIC X(09).
001140     05  TP-SCRCTL-DAYS             PIC 9(03).
001150     05  FILLER                     PIC X(68).
001160 01  TP-SCRCTL-CARRY-CARD.
001170     05  FILLER                     PIC X(09).
001180     05  TP-SCRCTL-FROM-PROGRAM     PIC X(08).
001190     05  FILLER                     PIC X(01).
001200     05  TP-SCRCTL-FROM-TYPE        PIC X(01).
001210     05  FILLER                     PIC X(01).
001220     05  TP-SCRCTL-TO-PROGRAM       PIC X(08).
001230     05  FILLER                     PIC X(01).
001240     05  TP-SCRCTL-TO-TYPE          PIC X(01).
001250     05  FILLER                     PIC X(50).

001260 FD  TPRUNHIS-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY TPRUNHIS.

001290 FD  TPSCRRPT-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 01  TP-SCRRPT-LINE                 PIC X(132).

001320 WORKING-STORAGE SECTION.
001330     COPY TPHSTCB.

001340 77  TPSCRCTL-STATUS             PIC X(02) VALUE '00'.
001350 77  TPRUNHIS-STATUS             PIC X(02) VALUE '00'.
001360 77  TPSCRRPT-STATUS             PIC X(02) VALUE '00'.

001370 77  TP890-CTL-EOF-SW            PIC X(01) VALUE 'N'.
001380     88  TP890-NO-MORE-CARDS            VALUE 'Y'.
001390 77  TP890-HIS-EOF-SW            PIC X(01) VALUE 'N'.
001400     88  TP890-NO-MORE-HISTORY          VALUE 'Y'.
001410 77  TP890-HIS-OPEN-SW           PIC X(01) VALUE 'N'.
001420     88  TP890-HISTORY-IS-OPEN          VALUE 'Y'.
001430 77  TP890-STARTUP-SW            PIC X(01) VALUE 'N'.
001440     88  TP890-STARTUP-FAILED           VALUE 'Y'.
001450 77  TP890-FLAGGED-SW            PIC X(01) VALUE 'N'.
001460     88  TP890-SOMETHING-FLAGGED        VALUE 'Y'.
001470 77  TP890-SCHEDULE-SW           PIC X(01) VALUE 'N'.
001480     88  TP890-HAVE-SCHEDULE            VALUE 'Y'.
001490 77  TP890-FOUND-SW              PIC X(01) VALUE 'N'.
001500     88  TP890-JOB-FOUND                VALUE 'Y'.
001510 77  TP890-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
001520     88  TP890-TABLE-IS-FULL            VALUE 'Y'.
001530 77  TP890-CARD-SW               PIC X(01) VALUE 'N'.
001540     88  TP890-CARD-IS-BAD              VALUE 'Y'.
001550 77  TP890-CNT-ENDED-SW          PIC X(01) VALUE 'N'.
001560     88  TP890-CNT-HAS-ENDED            VALUE 'Y'.
001570 77  TP890-FROM-ENDED-SW         PIC X(01) VALUE 'N'.
001580     88  TP890-FROM-HAS-ENDED           VALUE 'Y'.
001590 77  TP890-PURGE-EOF-SW          PIC X(01) VALUE 'N'.
001600     88  TP890-PURGE-DONE               VALUE 'Y'.

001610 77  TP890-RUN-DATE              PIC 9(08) VALUE ZERO.
001620 77  TP890-NIGHT-DATE            PIC 9(08) VALUE ZERO.
001630 77  TP890-FROM-DATE             PIC 9(08) VALUE ZERO.
001640 77  TP890-PURGE-DATE            PIC 9(08) VALUE ZERO.
001650 77  TP890-WORK-DATE             PIC 9(08) VALUE ZERO.
001660 77  TP890-NIGHT-INT             PIC 9(08) COMP VALUE ZERO.
001670 77  TP890-REC-INT               PIC 9(08) COMP VALUE ZERO.
001680 77  TP890-CUTOFF-HHMM           PIC 9(04) VALUE 1200.
001690 77  TP890-CUTOFF-TIME           PIC 9(06) VALUE ZERO.
001700 77  TP890-TREND-DAYS            PIC 9(03) VALUE 30.
001710 77  TP890-KEEP-DAYS             PIC 9(03) VALUE 90.
001720 77  TP890-MAX-JOBS              PIC 9(04) COMP VALUE 100.
001730 77  TP890-MAX-CARRIES           PIC 9(04) COMP VALUE 20.
001740 77  TP890-JOB-COUNT             PIC 9(04) COMP VALUE ZERO.
001750 77  TP890-CARRY-COUNT           PIC 9(04) COMP VALUE ZERO.
001760 77  TP890-JX-SUB                PIC 9(04) COMP VALUE ZERO.
001770 77  TP890-SUB2                  PIC 9(04) COMP VALUE ZERO.
001780 77  TP890-CX-SUB                PIC 9(04) COMP VALUE ZERO.
001790 77  TP890-NX                    PIC 9(04) COMP VALUE ZERO.
001800 77  TP890-WORK-PROGRAM          PIC X(08) VALUE SPACES.
001810 77  TP890-WORK-STREAM           PIC X(02) VALUE SPACES.
001820 77  TP890-CNT-PROGRAM           PIC X(08) VALUE SPACES.
001830 77  TP890-CNT-TYPE              PIC X(01) VALUE SPACE.
001835 77  TP890-CNT-TYPE-NAME         PIC X(06) VALUE SPACES.
001840 77  TP890-CNT-SUM               PIC 9(09) COMP VALUE ZERO.
001850 77  TP890-FROM-SUM              PIC 9(09) COMP VALUE ZERO.
001860 77  TP890-CARRY-DIFF            PIC S9(09) COMP VALUE ZERO.
001870 77  TP890-SECS                  PIC 9(07) COMP VALUE ZERO.
001880 77  TP890-HOURS                 PIC 9(05) COMP VALUE ZERO.
001890 77  TP890-REM-SECS              PIC 9(05) COMP VALUE ZERO.
001900 77  TP890-T-NIGHTS              PIC 9(03) COMP VALUE ZERO.
001910 77  TP890-T-ELAPSED-TOTAL       PIC 9(09) COMP VALUE ZERO.
001920 77  TP890-T-MAX-ELAPSED         PIC 9(07) COMP VALUE ZERO.
001930 77  TP890-T-IN-TOTAL            PIC 9(11) COMP VALUE ZERO.
001940 77  TP890-T-AVG-IN              PIC 9(09) COMP VALUE ZERO.
001950 77  TP890-READ-COUNT            PIC 9(07) VALUE ZERO.
001960 77  TP890-WINDOW-COUNT          PIC 9(07) VALUE ZERO.
001970 77  TP890-SCHEDULED-COUNT       PIC 9(05) VALUE ZERO.
001980 77  TP890-FLAGGED-JOB-COUNT     PIC 9(05) VALUE ZERO.
001990 77  TP890-CARRY-BREAK-COUNT     PIC 9(05) VALUE ZERO.
002000 77  TP890-CARD-REJECT-COUNT     PIC 9(05) VALUE ZERO.
002010 77  TP890-PURGED-COUNT          PIC 9(07) VALUE ZERO.

002020******************************************************************
002030*  ONE ENTRY PER PROGRAM/STREAM - THE EXPECTED JOBS FIRST, IN    *
002040*  SCHEDULE ORDER, THEN ANY OTHER JOB SEEN IN THE WINDOW.  THE   *
002050*  LAST-RUN FIELDS HOLD THE NIGHT'S LAST RUN, THE LE- FIELDS ITS *
002060*  LAST ENDED RUN (FOR THE CARRY CHECKS), AND THE NIGHT TABLE    *
002070*  THE LAST RUN OF EACH TREND NIGHT - ENTRY 1 IS THE NIGHT BEING *
002080*  SCORED, ENTRY 2 THE NIGHT BEFORE, AND SO ON.  TPRUNHIS IS     *
002090*  READ IN START ORDER, SO A LATER RUN SIMPLY OVERWRITES.        *
002100******************************************************************
002110 01  TP890-JOB-TABLE.
002120     05  TP890-J-ENTRY OCCURS 100 TIMES
002130                       INDEXED BY TP890-JX.
002140         10  TP890-J-PROGRAM         PIC X(08).
002150         10  TP890-J-STREAM          PIC X(02).
002160         10  TP890-J-EXPECTED-SW     PIC X(01).
002170             88  TP890-J-EXPECTED           VALUE 'Y'.
002180         10  TP890-J-RUNS            PIC 9(03) COMP.
002190         10  TP890-J-RUN-STATUS      PIC X(01).
002200             88  TP890-J-LAST-RUNNING       VALUE 'R'.
002210         10  TP890-J-START-DATE      PIC 9(08).
002220         10  TP890-J-START-TIME      PIC 9(06).
002230         10  TP890-J-END-DATE        PIC 9(08).
002240         10  TP890-J-END-TIME        PIC 9(06).
002250         10  TP890-J-ELAPSED         PIC 9(07).
002260         10  TP890-J-RC              PIC 9(04).
002270         10  TP890-J-IN              PIC 9(09).
002280         10  TP890-J-OUT             PIC 9(09).
002290         10  TP890-J-REJ             PIC 9(09).
002300         10  TP890-J-ENDED-SW        PIC X(01).
002310             88  TP890-J-HAS-ENDED          VALUE 'Y'.
002320         10  TP890-J-LE-IN           PIC 9(09).
002330         10  TP890-J-LE-OUT          PIC 9(09).
002340         10  TP890-J-LE-REJ          PIC 9(09).
002350         10  TP890-J-NIGHT OCCURS 60 TIMES.
002360             15  TP890-J-N-RAN-SW    PIC X(01).
002370                 88  TP890-J-N-RAN          VALUE 'Y'.
002380             15  TP890-J-N-STATUS    PIC X(01).
002390                 88  TP890-J-N-RUNNING      VALUE 'R'.
002400             15  TP890-J-N-ELAPSED   PIC 9(07).
002410             15  TP890-J-N-IN        PIC 9(09).
002420             15  TP890-J-N-OUT       PIC 9(09).
002430             15  TP890-J-N-RC        PIC 9(04).

002440 01  TP890-CARRY-TABLE.
002450     05  TP890-C-ENTRY OCCURS 20 TIMES
002460                       INDEXED BY TP890-CX.
002470         10  TP890-C-FROM-PROGRAM    PIC X(08).
002480         10  TP890-C-FROM-TYPE       PIC X(01).
002490         10  TP890-C-TO-PROGRAM      PIC X(08).
002500         10  TP890-C-TO-TYPE         PIC X(01).

002510 01  TP890-HMS.
002520     05  TP890-HMS-HH               PIC 9(02).
002530     05  FILLER                     PIC X(01) VALUE ':'.
002540     05  TP890-HMS-MM               PIC 9(02).
002550     05  FILLER                     PIC X(01) VALUE ':'.
002560     05  TP890-HMS-SS               PIC 9(02).

002570 01  TP890-HEADING-1.
002580     05  FILLER                     PIC X(40)
002590         VALUE 'TP890SCR - MORNING RUN SCORECARD'.
002600     05  FILLER                     PIC X(07) VALUE 'NIGHT: '.
002610     05  TP890-H1-NIGHT             PIC 9(08).
002620     05  FILLER                     PIC X(10) VALUE '  CUTOFF: '.
002630     05  TP890-H1-CUTOFF            PIC 9(04).
002640     05  FILLER                     PIC X(12)
002650         VALUE '  RUN DATE: '.
002660     05  TP890-H1-RUN-DATE          PIC 9(08).

002670 01  TP890-SECTION-LINE.
002680     05  TP890-SEC-TEXT             PIC X(80).

002690 01  TP890-JOB-HEADING.
002700     05  FILLER                     PIC X(40)
002710         VALUE 'FLAG PROGRAM  ST RUNS STARTED         '.
002720     05  FILLER                     PIC X(40)
002730         VALUE 'ENDED           ELAPSED    RC          '.
002740     05  FILLER                     PIC X(40)
002750         VALUE ' IN         OUT      REJECT  STATUS'.

002760 01  TP890-JOB-LINE.
002770     05  TP890-D-FLAG               PIC X(04).
002780     05  FILLER                     PIC X(01).
002790     05  TP890-D-PROGRAM            PIC X(08).
002800     05  FILLER                     PIC X(01).
002810     05  TP890-D-STREAM             PIC X(02).
002820     05  FILLER                     PIC X(01).
002830     05  TP890-D-RUNS               PIC ZZ9.
002840     05  FILLER                     PIC X(01).
002850     05  TP890-D-START-DATE         PIC X(08).
002860     05  FILLER                     PIC X(01).
002870     05  TP890-D-START-TIME         PIC X(06).
002880     05  FILLER                     PIC X(01).
002890     05  TP890-D-END-DATE           PIC X(08).
002900     05  FILLER                     PIC X(01).
002910     05  TP890-D-END-TIME           PIC X(06).
002920     05  FILLER                     PIC X(01).
002930     05  TP890-D-ELAPSED            PIC X(08).
002940     05  FILLER                     PIC X(01).
002950     05  TP890-D-RC                 PIC ZZZ9.
002960     05  FILLER                     PIC X(01).
002970     05  TP890-D-IN                 PIC ZZZ,ZZZ,ZZ9.
002980     05  FILLER                     PIC X(01).
002990     05  TP890-D-OUT                PIC ZZZ,ZZZ,ZZ9.
003000     05  FILLER                     PIC X(01).
003010     05  TP890-D-REJ                PIC ZZZ,ZZZ,ZZ9.
003020     05  FILLER                     PIC X(02).
003030     05  TP890-D-STATUS             PIC X(28).

003040 01  TP890-CARRY-LINE.
003050     05  TP890-CL-FLAG              PIC X(04).
003060     05  FILLER                     PIC X(01) VALUE SPACE.
003070     05  TP890-CL-FROM-PROGRAM      PIC X(08).
003080     05  FILLER                     PIC X(01) VALUE SPACE.
003090     05  TP890-CL-FROM-TYPE         PIC X(06).
003100     05  TP890-CL-FROM-COUNT        PIC ZZZ,ZZZ,ZZ9.
003110     05  FILLER                     PIC X(06) VALUE '  ->  '.
003120     05  TP890-CL-TO-PROGRAM        PIC X(08).
003130     05  FILLER                     PIC X(01) VALUE SPACE.
003140     05  TP890-CL-TO-TYPE           PIC X(06).
003150     05  TP890-CL-TO-COUNT          PIC ZZZ,ZZZ,ZZ9.
003160     05  FILLER                     PIC X(14)
003170         VALUE '  DIFFERENCE: '.
003180     05  TP890-CL-DIFF              PIC -ZZZ,ZZZ,ZZ9.
003190     05  FILLER                     PIC X(02) VALUE SPACES.
003200     05  TP890-CL-STATUS            PIC X(34).

003210 01  TP890-TREND-JOB-LINE.
003220     05  FILLER                     PIC X(05) VALUE 'JOB: '.
003230     05  TP890-TJ-PROGRAM           PIC X(08).
003240     05  FILLER                     PIC X(01) VALUE SPACE.
003250     05  TP890-TJ-STREAM            PIC X(02).

003260 01  TP890-TREND-HEADING.
003270     05  FILLER                     PIC X(40)
003280         VALUE '      NIGHT      ELAPSED           IN  '.
003290     05  FILLER                     PIC X(40)
003300         VALUE '         OUT    RC'.

003310 01  TP890-TREND-LINE.
003320     05  FILLER                     PIC X(06) VALUE SPACES.
003330     05  TP890-TL-NIGHT             PIC 9(08).
003340     05  FILLER                     PIC X(03) VALUE SPACES.
003350     05  TP890-TL-ELAPSED           PIC X(08).
003360     05  FILLER                     PIC X(02) VALUE SPACES.
003370     05  TP890-TL-IN                PIC ZZZ,ZZZ,ZZ9.
003380     05  FILLER                     PIC X(02) VALUE SPACES.
003390     05  TP890-TL-OUT               PIC ZZZ,ZZZ,ZZ9.
003400     05  FILLER                     PIC X(02) VALUE SPACES.
003410     05  TP890-TL-RC                PIC ZZZ9.
003420     05  FILLER                     PIC X(02) VALUE SPACES.
003430     05  TP890-TL-NOTE              PIC X(30).

003440 01  TP890-TREND-SUMMARY.
003450     05  FILLER                     PIC X(06) VALUE SPACES.
003460     05  FILLER                     PIC X(12)
003470         VALUE 'NIGHTS RUN: '.
003480     05  TP890-TS-NIGHTS            PIC ZZ9.
003490     05  FILLER                     PIC X(19)
003500         VALUE '  AVERAGE ELAPSED: '.
003510     05  TP890-TS-AVG-ELAPSED       PIC X(08).
003520     05  FILLER                     PIC X(11)
003530         VALUE '  LONGEST: '.
003540     05  TP890-TS-MAX-ELAPSED       PIC X(08).
003550     05  FILLER                     PIC X(14)
003560         VALUE '  AVERAGE IN: '.
003570     05  TP890-TS-AVG-IN            PIC ZZZ,ZZZ,ZZ9.

003580 01  TP890-COUNT-LINE.
003590     05  TP890-C-LABEL              PIC X(32).
003600     05  FILLER                     PIC X(02) VALUE SPACES.
003610     05  TP890-C-COUNT              PIC ZZZ,ZZ9.

003620 PROCEDURE DIVISION.
003630******************************************************************
003640*  0000-MAINLINE                                                 *
003650******************************************************************
003660 0000-MAINLINE.
003670     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
003680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003690     IF NOT TP890-STARTUP-FAILED
003700         PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
003710         PERFORM 3000-REPORT-JOBS THRU 3000-EXIT
003720         PERFORM 4000-REPORT-CARRY THRU 4000-EXIT
003730         PERFORM 5000-REPORT-TREND THRU 5000-EXIT
003740         PERFORM 6000-PURGE-HISTORY THRU 6000-EXIT
003750         PERFORM 8000-REPORT-COUNTS THRU 8000-EXIT
003760     END-IF.
003770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003780     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
003790     GOBACK.

003800******************************************************************
003810*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
003820*  RUNNING.                                                      *
003830******************************************************************
003840 0100-RUN-HISTORY-START.
003850     MOVE 'START'            TO TP-HST-REQUEST.
003860     MOVE 'TP890SCR'         TO TP-HST-PROGRAM-ID.
003870     MOVE SPACES             TO TP-HST-STREAM-ID.
003880     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
003890     CALL 'TPRUNHST' USING TP-HST-CB.
003900 0100-EXIT.
003910     EXIT.

003920******************************************************************
003930*  1000-INITIALIZE - READ THE CONTROL CARDS, SET THE NIGHT, THE  *
003940*  TREND WINDOW AND THE PURGE DATE, AND OPEN THE FILES.  WITH    *
003950*  NO RUN HISTORY THERE IS NOTHING TO SCORE - RETURN CODE 16.    *
003960******************************************************************
003970 1000-INITIALIZE.
003980     ACCEPT TP890-RUN-DATE FROM DATE YYYYMMDD.
003990     MOVE TP890-RUN-DATE TO TP890-NIGHT-DATE.
004000     OPEN OUTPUT TPSCRRPT-FILE.
004010     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT.
004020     IF TP890-CARRY-COUNT = ZERO
004030         PERFORM 1200-DEFAULT-CARRY-CHECKS THRU 1200-EXIT
004040     END-IF.
004050     IF TP890-JOB-COUNT > ZERO
004060         SET TP890-HAVE-SCHEDULE TO TRUE
004070     END-IF.
004080     IF TP890-KEEP-DAYS NOT > TP890-TREND-DAYS
004090         COMPUTE TP890-KEEP-DAYS = TP890-TREND-DAYS + 1
004100     END-IF.
004110     COMPUTE TP890-CUTOFF-TIME = TP890-CUTOFF-HHMM * 100.
004120     COMPUTE TP890-NIGHT-INT
004130         = FUNCTION INTEGER-OF-DATE(TP890-NIGHT-DATE).
004140     COMPUTE TP890-FROM-DATE = FUNCTION DATE-OF-INTEGER
004150         (TP890-NIGHT-INT - TP890-TREND-DAYS).
004160     COMPUTE TP890-PURGE-DATE = FUNCTION DATE-OF-INTEGER
004170         (TP890-NIGHT-INT - TP890-KEEP-DAYS).

004180     MOVE TP890-NIGHT-DATE   TO TP890-H1-NIGHT.
004190     MOVE TP890-CUTOFF-HHMM  TO TP890-H1-CUTOFF.
004200     MOVE TP890-RUN-DATE     TO TP890-H1-RUN-DATE.
004210     WRITE TP-SCRRPT-LINE FROM TP890-HEADING-1.

004220     OPEN I-O TPRUNHIS-FILE.
004230     IF TPRUNHIS-STATUS NOT = '00'
004240         DISPLAY 'TP890SCR - UNABLE TO OPEN TPRUNHIS - STATUS '
004250                  TPRUNHIS-STATUS
004260         MOVE SPACES TO TP890-SECTION-LINE
004270         MOVE 'RUN HISTORY TPRUNHIS UNAVAILABLE - NOTHING SCORED'
004280             TO TP890-SEC-TEXT
004290         WRITE TP-SCRRPT-LINE FROM TP890-SECTION-LINE
004300         MOVE 16 TO RETURN-CODE
004310         SET TP890-STARTUP-FAILED TO TRUE
004320         GO TO 1000-EXIT
004330     END-IF.
004340     SET TP890-HISTORY-IS-OPEN TO TRUE.
004350 1000-EXIT.
004360     EXIT.

004370******************************************************************
004380*  1100-READ-CONTROL-CARDS - ALL CARDS ARE OPTIONAL; WITHOUT     *
004390*  TPSCRCTL THE BUILT-IN DEFAULTS ARE IN FORCE.                  *
004400******************************************************************
004410 1100-READ-CONTROL-CARDS.
004420     OPEN INPUT TPSCRCTL-FILE.
004430     IF TPSCRCTL-STATUS NOT = '00'
004440         DISPLAY 'TP890SCR - TPSCRCTL NOT AVAILABLE - '
004450                 'BUILT-IN DEFAULTS IN FORCE'
004460         GO TO 1100-EXIT
004470     END-IF.
004480     PERFORM 1150-APPLY-CONTROL-CARD THRU 1150-EXIT
004490         UNTIL TP890-NO-MORE-CARDS.
004500     CLOSE TPSCRCTL-FILE.
004510 1100-EXIT.
004520     EXIT.

004530 1150-APPLY-CONTROL-CARD.
004540     READ TPSCRCTL-FILE
004550         AT END
004560             SET TP890-NO-MORE-CARDS TO TRUE
004570             GO TO 1150-EXIT
004580     END-READ.
004590     IF TP-SCRCTL-CARD = SPACES
004600        OR TP-SCRCTL-CARD(1:1) = '*'
004610         GO TO 1150-EXIT
004620     END-IF.
004630     MOVE 'N' TO TP890-CARD-SW.
004640     EVALUATE TP-SCRCTL-VERB
004650         WHEN 'JOB'
004660             PERFORM 1160-APPLY-JOB-CARD THRU 1160-EXIT
004670         WHEN 'NIGHT'
004680             IF TP-SCRCTL-NIGHT NUMERIC
004690                AND TP-SCRCTL-NIGHT > 19000101
004700                 MOVE TP-SCRCTL-NIGHT TO TP890-NIGHT-DATE
004710             ELSE
004720                 SET TP890-CARD-IS-BAD TO TRUE
004730             END-IF
004740         WHEN 'CUTOFF'
004750             IF TP-SCRCTL-CUTOFF NUMERIC
004760                AND TP-SCRCTL-CUTOFF < 2400
004770                AND TP-SCRCTL-CUTOFF(3:2) < '60'
004780                 MOVE TP-SCRCTL-CUTOFF TO TP890-CUTOFF-HHMM
004790             ELSE
004800                 SET TP890-CARD-IS-BAD TO TRUE
004810             END-IF
004820         WHEN 'DAYS'
004830             IF TP-SCRCTL-DAYS NUMERIC
004840                AND TP-SCRCTL-DAYS > ZERO
004850                AND TP-SCRCTL-DAYS NOT > 60
004860                 MOVE TP-SCRCTL-DAYS TO TP890-TREND-DAYS
004870             ELSE
004880                 SET TP890-CARD-IS-BAD TO TRUE
004890             END-IF
004900         WHEN 'KEEP'
004910             IF TP-SCRCTL-DAYS NUMERIC
004920                AND TP-SCRCTL-DAYS > ZERO
004930                 MOVE TP-SCRCTL-DAYS TO TP890-KEEP-DAYS
004940             ELSE
004950                 SET TP890-CARD-IS-BAD TO TRUE
004960             END-IF
004970         WHEN 'CARRY'
004980             PERFORM 1170-APPLY-CARRY-CARD THRU 1170-EXIT
004990         WHEN OTHER
005000             SET TP890-CARD-IS-BAD TO TRUE
005010     END-EVALUATE.
005020     IF TP890-CARD-IS-BAD
005030         DISPLAY 'TP890SCR - CONTROL CARD IGNORED: '
005040                 TP-SCRCTL-CARD
005050         ADD 1 TO TP890-CARD-REJECT-COUNT
005060         SET TP890-SOMETHING-FLAGGED TO TRUE
005070     END-IF.
005080 1150-EXIT.
005090     EXIT.

005100******************************************************************
005110*  1160-APPLY-JOB-CARD - ADD AN EXPECTED JOB.  A JOB LISTED      *
005120*  TWICE IS SCORED ONCE, IN ITS FIRST POSITION.                  *
005130******************************************************************
005140 1160-APPLY-JOB-CARD.
005150     IF TP-SCRCTL-JOB-PROGRAM = SPACES
005160         SET TP890-CARD-IS-BAD TO TRUE
005170         GO TO 1160-EXIT
005180     END-IF.
005190     MOVE TP-SCRCTL-JOB-PROGRAM TO TP890-WORK-PROGRAM.
005200     MOVE TP-SCRCTL-JOB-STREAM  TO TP890-WORK-STREAM.
005210     PERFORM 2200-FIND-JOB THRU 2200-EXIT.
005220     IF TP890-JOB-FOUND
005230         GO TO 1160-EXIT
005240     END-IF.
005250     IF TP890-JOB-COUNT NOT < TP890-MAX-JOBS
005260         SET TP890-CARD-IS-BAD TO TRUE
005270         GO TO 1160-EXIT
005280     END-IF.
005290     PERFORM 2300-ADD-JOB THRU 2300-EXIT.
005300     SET TP890-J-EXPECTED(TP890-JX) TO TRUE.
005310 1160-EXIT.
005320     EXIT.

005330 1170-APPLY-CARRY-CARD.
005340     IF TP-SCRCTL-FROM-PROGRAM = SPACES
005350        OR TP-SCRCTL-TO-PROGRAM = SPACES
005360        OR (TP-SCRCTL-FROM-TYPE NOT = 'I' AND 'O' AND 'R')
005370        OR (TP-SCRCTL-TO-TYPE NOT = 'I' AND 'O' AND 'R')
005380        OR TP890-CARRY-COUNT NOT < TP890-MAX-CARRIES
005390         SET TP890-CARD-IS-BAD TO TRUE
005400         GO TO 1170-EXIT
005410     END-IF.
005420     ADD 1 TO TP890-CARRY-COUNT.
005430     SET TP890-CX TO TP890-CARRY-COUNT.
005440     MOVE TP-SCRCTL-FROM-PROGRAM
005445         TO TP890-C-FROM-PROGRAM(TP890-CX).
005450     MOVE TP-SCRCTL-FROM-TYPE    TO TP890-C-FROM-TYPE(TP890-CX).
005460     MOVE TP-SCRCTL-TO-PROGRAM   TO TP890-C-TO-PROGRAM(TP890-CX).
005470     MOVE TP-SCRCTL-TO-TYPE      TO TP890-C-TO-TYPE(TP890-CX).
005480 1170-EXIT.
005490     EXIT.

005500******************************************************************
005510*  1200-DEFAULT-CARRY-CHECKS - THE DOCUMENT FLOW: WHAT TP050EDT  *
005520*  RELEASED CLEAN IS WHAT TP100DRV READ, AND WHAT TP100DRV READ  *
005530*  IS WHAT TP600RCN ACCOUNTED FOR.                               *
005540******************************************************************
005550 1200-DEFAULT-CARRY-CHECKS.
005560     MOVE 2 TO TP890-CARRY-COUNT.
005570     MOVE 'TP050EDT' TO TP890-C-FROM-PROGRAM(1).
005580     MOVE 'O'        TO TP890-C-FROM-TYPE(1).
005590     MOVE 'TP100DRV' TO TP890-C-TO-PROGRAM(1).
005600     MOVE 'I'        TO TP890-C-TO-TYPE(1).
005610     MOVE 'TP100DRV' TO TP890-C-FROM-PROGRAM(2).
005620     MOVE 'I'        TO TP890-C-FROM-TYPE(2).
005630     MOVE 'TP600RCN' TO TP890-C-TO-PROGRAM(2).
005640     MOVE 'O'        TO TP890-C-TO-TYPE(2).
005650 1200-EXIT.
005660     EXIT.

005670******************************************************************
005680*  2000-LOAD-HISTORY - START AT THE DAY BEFORE THE FIRST TREND   *
005690*  NIGHT (ITS EVENING RUNS BELONG TO THAT NIGHT) AND POST EVERY  *
005700*  RUN UP TO THE END OF THE NIGHT BEING SCORED.                  *
005710******************************************************************
005720 2000-LOAD-HISTORY.
005730     MOVE LOW-VALUES      TO TP-RUNHIS-KEY.
005740     MOVE TP890-FROM-DATE TO TP-RUNHIS-START-DATE.
005750     MOVE ZERO            TO TP-RUNHIS-START-TIME.
005760     START TPRUNHIS-FILE KEY NOT < TP-RUNHIS-KEY
005770         INVALID KEY
005780             SET TP890-NO-MORE-HISTORY TO TRUE
005790             GO TO 2000-EXIT
005800     END-START.
005810     PERFORM 2900-READ-NEXT-HISTORY THRU 2900-EXIT.
005820     PERFORM 2100-POST-RUN THRU 2100-EXIT
005830         UNTIL TP890-NO-MORE-HISTORY.
005840 2000-EXIT.
005850     EXIT.

005860******************************************************************
005870*  2100-POST-RUN - A RUN STARTED AT OR AFTER THE CUTOFF BELONGS  *
005880*  TO THE NEXT DAY'S NIGHT.  THE FILE IS IN START ORDER, SO THE  *
005890*  FIRST RUN PAST THE SCORED NIGHT ENDS THE LOAD.                *
005900******************************************************************
005910 2100-POST-RUN.
005920     ADD 1 TO TP890-READ-COUNT.
005930     IF TP-RUNHIS-PROGRAM-ID = 'TP890SCR'
005940         GO TO 2100-NEXT
005950     END-IF.
005960     COMPUTE TP890-REC-INT
005970         = FUNCTION INTEGER-OF-DATE(TP-RUNHIS-START-DATE).
005980     IF TP-RUNHIS-START-TIME NOT < TP890-CUTOFF-TIME
005990         ADD 1 TO TP890-REC-INT
006000     END-IF.
006010     IF TP890-REC-INT > TP890-NIGHT-INT
006020         SET TP890-NO-MORE-HISTORY TO TRUE
006030         GO TO 2100-EXIT
006040     END-IF.
006050     COMPUTE TP890-NX = TP890-NIGHT-INT - TP890-REC-INT + 1.
006060     IF TP890-NX > TP890-TREND-DAYS
006070         GO TO 2100-NEXT
006080     END-IF.
006090     ADD 1 TO TP890-WINDOW-COUNT.
006100     MOVE TP-RUNHIS-PROGRAM-ID TO TP890-WORK-PROGRAM.
006110     MOVE TP-RUNHIS-STREAM-ID  TO TP890-WORK-STREAM.
006120     PERFORM 2200-FIND-JOB THRU 2200-EXIT.
006130     IF NOT TP890-JOB-FOUND
006140         PERFORM 2300-ADD-JOB THRU 2300-EXIT
006150         IF TP890-TABLE-IS-FULL
006160             GO TO 2100-NEXT
006170         END-IF
006180         IF NOT TP890-HAVE-SCHEDULE
006190             SET TP890-J-EXPECTED(TP890-JX) TO TRUE
006200         END-IF
006210     END-IF.
006220     SET TP890-J-N-RAN(TP890-JX, TP890-NX) TO TRUE.
006230     MOVE TP-RUNHIS-RUN-STATUS
006240         TO TP890-J-N-STATUS(TP890-JX, TP890-NX).
006250     MOVE TP-RUNHIS-ELAPSED-SECS
006260         TO TP890-J-N-ELAPSED(TP890-JX, TP890-NX).
006270     MOVE TP-RUNHIS-IN-COUNT
006280         TO TP890-J-N-IN(TP890-JX, TP890-NX).
006290     MOVE TP-RUNHIS-OUT-COUNT
006300         TO TP890-J-N-OUT(TP890-JX, TP890-NX).
006310     MOVE TP-RUNHIS-RETURN-CODE
006320         TO TP890-J-N-RC(TP890-JX, TP890-NX).
006330     IF TP890-NX = 1
006340         PERFORM 2400-POST-TONIGHT THRU 2400-EXIT
006350     END-IF.
006360 2100-NEXT.
006370     PERFORM 2900-READ-NEXT-HISTORY THRU 2900-EXIT.
006380 2100-EXIT.
006390     EXIT.

006400******************************************************************
006410*  2200-FIND-JOB - LINEAR SEARCH, AS IN THE OTHER NIGHTLY        *
006420*  REPORTS; THE TABLE HOLDS ONE SUITE'S WORTH OF JOBS.           *
006430******************************************************************
006440 2200-FIND-JOB.
006450     MOVE 'N' TO TP890-FOUND-SW.
006460     IF TP890-JOB-COUNT > ZERO
006470         SET TP890-JX TO 1
006480         SEARCH TP890-J-ENTRY
006490             AT END
006500                 CONTINUE
006510             WHEN TP890-JX > TP890-JOB-COUNT
006520                 CONTINUE
006530             WHEN TP890-J-PROGRAM(TP890-JX) = TP890-WORK-PROGRAM
006540              AND TP890-J-STREAM(TP890-JX) = TP890-WORK-STREAM
006550                 SET TP890-JOB-FOUND TO TRUE
006560         END-SEARCH
006570     END-IF.
006580 2200-EXIT.
006590     EXIT.

006600******************************************************************
006610*  2300-ADD-JOB - OVERFLOW IS REPORTED ONCE AND FLAGGED RATHER   *
006620*  THAN SILENTLY DROPPED.                                        *
006630******************************************************************
006640 2300-ADD-JOB.
006650     IF TP890-JOB-COUNT NOT < TP890-MAX-JOBS
006660         IF NOT TP890-TABLE-IS-FULL
006670             DISPLAY 'TP890SCR - JOB TABLE FULL AT '
006680                     TP890-MAX-JOBS ' - LATER JOBS NOT SCORED'
006690             SET TP890-TABLE-IS-FULL TO TRUE
006700             SET TP890-SOMETHING-FLAGGED TO TRUE
006710         END-IF
006720         GO TO 2300-EXIT
006730     END-IF.
006740     ADD 1 TO TP890-JOB-COUNT.
006750     SET TP890-JX TO TP890-JOB-COUNT.
006760     INITIALIZE TP890-J-ENTRY(TP890-JX).
006770     MOVE TP890-WORK-PROGRAM TO TP890-J-PROGRAM(TP890-JX).
006780     MOVE TP890-WORK-STREAM  TO TP890-J-STREAM(TP890-JX).
006790 2300-EXIT.
006800     EXIT.

006810******************************************************************
006820*  2400-POST-TONIGHT - THE NIGHT'S LAST RUN, AND SEPARATELY ITS  *
006830*  LAST RUN THAT ENDED, WHOSE COUNTS THE CARRY CHECKS USE.       *
006840******************************************************************
006850 2400-POST-TONIGHT.
006860     ADD 1 TO TP890-J-RUNS(TP890-JX).
006870     MOVE TP-RUNHIS-RUN-STATUS   TO TP890-J-RUN-STATUS(TP890-JX).
006880     MOVE TP-RUNHIS-START-DATE   TO TP890-J-START-DATE(TP890-JX).
006890     MOVE TP-RUNHIS-START-TIME   TO TP890-J-START-TIME(TP890-JX).
006900     MOVE TP-RUNHIS-END-DATE     TO TP890-J-END-DATE(TP890-JX).
006910     MOVE TP-RUNHIS-END-TIME     TO TP890-J-END-TIME(TP890-JX).
006920     MOVE TP-RUNHIS-ELAPSED-SECS TO TP890-J-ELAPSED(TP890-JX).
006930     MOVE TP-RUNHIS-RETURN-CODE  TO TP890-J-RC(TP890-JX).
006940     MOVE TP-RUNHIS-IN-COUNT     TO TP890-J-IN(TP890-JX).
006950     MOVE TP-RUNHIS-OUT-COUNT    TO TP890-J-OUT(TP890-JX).
006960     MOVE TP-RUNHIS-REJECT-COUNT TO TP890-J-REJ(TP890-JX).
006970     IF TP-RUNHIS-ENDED
006980         SET TP890-J-HAS-ENDED(TP890-JX) TO TRUE
006990         MOVE TP-RUNHIS-IN-COUNT     TO TP890-J-LE-IN(TP890-JX)
007000         MOVE TP-RUNHIS-OUT-COUNT    TO TP890-J-LE-OUT(TP890-JX)
007010         MOVE TP-RUNHIS-REJECT-COUNT TO TP890-J-LE-REJ(TP890-JX)
007020     END-IF.
007030 2400-EXIT.
007040     EXIT.

007050 2900-READ-NEXT-HISTORY.
007060     READ TPRUNHIS-FILE NEXT RECORD
007070         AT END
007080             SET TP890-NO-MORE-HISTORY TO TRUE
007090     END-READ.
007100     IF NOT TP890-NO-MORE-HISTORY
007110        AND TPRUNHIS-STATUS NOT = '00'
007120         DISPLAY 'TP890SCR - TPRUNHIS READ FAILED - STATUS '
007130                  TPRUNHIS-STATUS
007140         SET TP890-NO-MORE-HISTORY TO TRUE
007150         SET TP890-SOMETHING-FLAGGED TO TRUE
007160     END-IF.
007170 2900-EXIT.
007180     EXIT.

007190******************************************************************
007200*  3000-REPORT-JOBS - ONE LINE PER EXPECTED JOB, THEN THE RUNS   *
007210*  OF ANY JOB NOT ON THE SCHEDULE.                               *
007220******************************************************************
007230 3000-REPORT-JOBS.
007240     MOVE SPACES TO TP-SCRRPT-LINE.
007250     WRITE TP-SCRRPT-LINE.
007260     MOVE SPACES TO TP890-SECTION-LINE.
007270     MOVE 'JOB STATUS FOR THE NIGHT' TO TP890-SEC-TEXT.
007280     WRITE TP-SCRRPT-LINE FROM TP890-SECTION-LINE.
007290     WRITE TP-SCRRPT-LINE FROM TP890-JOB-HEADING.
007300     PERFORM 3100-REPORT-EXPECTED-JOB THRU 3100-EXIT
007310         VARYING TP890-JX-SUB FROM 1 BY 1
007320         UNTIL TP890-JX-SUB > TP890-JOB-COUNT.
007330     IF TP890-HAVE-SCHEDULE
007340         MOVE SPACES TO TP-SCRRPT-LINE
007350         WRITE TP-SCRRPT-LINE
007360         MOVE SPACES TO TP890-SECTION-LINE
007370         MOVE 'RAN BUT NOT ON THE JOB SCHEDULE'
007380             TO TP890-SEC-TEXT
007390         WRITE TP-SCRRPT-LINE FROM TP890-SECTION-LINE
007400         PERFORM 3300-REPORT-UNSCHEDULED-JOB THRU 3300-EXIT
007410             VARYING TP890-JX-SUB FROM 1 BY 1
007420             UNTIL TP890-JX-SUB > TP890-JOB-COUNT
007430     END-IF.
007440 3000-EXIT.
007450     EXIT.

007460 3100-REPORT-EXPECTED-JOB.
007470     SET TP890-JX TO TP890-JX-SUB.
007480     IF NOT TP890-J-EXPECTED(TP890-JX)
007490         GO TO 3100-EXIT
007500     END-IF.
007510     ADD 1 TO TP890-SCHEDULED-COUNT.
007520     PERFORM 3200-BUILD-JOB-LINE THRU 3200-EXIT.
007530     EVALUATE TRUE
007540         WHEN TP890-J-RUNS(TP890-JX) = ZERO
007550             MOVE 'NEVER RAN' TO TP890-D-STATUS
007560         WHEN TP890-J-LAST-RUNNING(TP890-JX)
007570             MOVE 'NO END - ABENDED OR RUNNING'
007580                 TO TP890-D-STATUS
007590         WHEN TP890-J-RC(TP890-JX) NOT = ZERO
007600             MOVE 'ENDED NON-ZERO' TO TP890-D-STATUS
007610         WHEN OTHER
007620             MOVE 'OK' TO TP890-D-STATUS
007630     END-EVALUATE.
007640     IF TP890-D-STATUS NOT = 'OK'
007650         MOVE '***' TO TP890-D-FLAG
007660         ADD 1 TO TP890-FLAGGED-JOB-COUNT
007670         SET TP890-SOMETHING-FLAGGED TO TRUE
007680     END-IF.
007690     WRITE TP-SCRRPT-LINE FROM TP890-JOB-LINE.
007700 3100-EXIT.
007710     EXIT.

007720******************************************************************
007730*  3200-BUILD-JOB-LINE - A JOB THAT NEVER RAN SHOWS ONLY ITS     *
007740*  NAME; ONE STILL RUNNING HAS NO END, ELAPSED OR COUNTS.        *
007750******************************************************************
007760 3200-BUILD-JOB-LINE.
007770     MOVE SPACES TO TP890-JOB-LINE.
007780     MOVE TP890-J-PROGRAM(TP890-JX) TO TP890-D-PROGRAM.
007790     MOVE TP890-J-STREAM(TP890-JX)  TO TP890-D-STREAM.
007800     MOVE TP890-J-RUNS(TP890-JX)    TO TP890-D-RUNS.
007810     IF TP890-J-RUNS(TP890-JX) = ZERO
007820         GO TO 3200-EXIT
007830     END-IF.
007840     MOVE TP890-J-START-DATE(TP890-JX) TO TP890-D-START-DATE.
007850     MOVE TP890-J-START-TIME(TP890-JX) TO TP890-D-START-TIME.
007860     IF TP890-J-LAST-RUNNING(TP890-JX)
007870         GO TO 3200-EXIT
007880     END-IF.
007890     MOVE TP890-J-END-DATE(TP890-JX)   TO TP890-D-END-DATE.
007900     MOVE TP890-J-END-TIME(TP890-JX)   TO TP890-D-END-TIME.
007910     MOVE TP890-J-ELAPSED(TP890-JX)    TO TP890-SECS.
007920     PERFORM 8800-FORMAT-ELAPSED THRU 8800-EXIT.
007930     MOVE TP890-HMS                    TO TP890-D-ELAPSED.
007940     MOVE TP890-J-RC(TP890-JX)         TO TP890-D-RC.
007950     MOVE TP890-J-IN(TP890-JX)         TO TP890-D-IN.
007960     MOVE TP890-J-OUT(TP890-JX)        TO TP890-D-OUT.
007970     MOVE TP890-J-REJ(TP890-JX)        TO TP890-D-REJ.
007980 3200-EXIT.
007990     EXIT.

008000 3300-REPORT-UNSCHEDULED-JOB.
008010     SET TP890-JX TO TP890-JX-SUB.
008020     IF TP890-J-EXPECTED(TP890-JX)
008030        OR TP890-J-RUNS(TP890-JX) = ZERO
008040         GO TO 3300-EXIT
008050     END-IF.
008060     PERFORM 3200-BUILD-JOB-LINE THRU 3200-EXIT.
008070     IF TP890-J-LAST-RUNNING(TP890-JX)
008080         MOVE 'NO END - ABENDED OR RUNNING' TO TP890-D-STATUS
008090     ELSE
008100         MOVE 'NOT SCHEDULED' TO TP890-D-STATUS
008110     END-IF.
008120     WRITE TP-SCRRPT-LINE FROM TP890-JOB-LINE.
008130 3300-EXIT.
008140     EXIT.

008150******************************************************************
008160*  4000-REPORT-CARRY - EACH CHECK COMPARES ONE PROGRAM'S COUNT   *
008170*  FOR THE NIGHT WITH ANOTHER'S.  A CHECK ONE OF WHOSE PROGRAMS  *
008180*  HAS NO ENDED RUN CANNOT BE MADE; THE JOB LINE ABOVE IS        *
008190*  ALREADY FLAGGED FOR IT.                                       *
008200******************************************************************
008210 4000-REPORT-CARRY.
008220     MOVE SPACES TO TP-SCRRPT-LINE.
008230     WRITE TP-SCRRPT-LINE.
008240     MOVE SPACES TO TP890-SECTION-LINE.
008250     MOVE 'COUNT CARRY CHECKS ACROSS STEPS' TO TP890-SEC-TEXT.
008260     WRITE TP-SCRRPT-LINE FROM TP890-SECTION-LINE.
008270     PERFORM 4100-CHECK-CARRY THRU 4100-EXIT
008280         VARYING TP890-CX-SUB FROM 1 BY 1
008290         UNTIL TP890-CX-SUB > TP890-CARRY-COUNT.
008300 4000-EXIT.
008310     EXIT.

008320 4100-CHECK-CARRY.
008330     SET TP890-CX TO TP890-CX-SUB.
008340     MOVE SPACES TO TP890-CL-FLAG.
008350     MOVE TP890-C-FROM-PROGRAM(TP890-CX) TO TP890-CNT-PROGRAM
008360                                            TP890-CL-FROM-PROGRAM.
008370     MOVE TP890-C-FROM-TYPE(TP890-CX)    TO TP890-CNT-TYPE.
008380     PERFORM 4200-SUM-PROGRAM-COUNT THRU 4200-EXIT.
008390     PERFORM 4300-NAME-COUNT-TYPE THRU 4300-EXIT.
008400     MOVE TP890-CNT-TYPE-NAME TO TP890-CL-FROM-TYPE.
008410     MOVE TP890-CNT-SUM      TO TP890-FROM-SUM
008420                                TP890-CL-FROM-COUNT.
008430     MOVE TP890-CNT-ENDED-SW TO TP890-FROM-ENDED-SW.
008440     MOVE TP890-C-TO-PROGRAM(TP890-CX)   TO TP890-CNT-PROGRAM
008450                                            TP890-CL-TO-PROGRAM.
008460     MOVE TP890-C-TO-TYPE(TP890-CX)      TO TP890-CNT-TYPE.
008470     PERFORM 4200-SUM-PROGRAM-COUNT THRU 4200-EXIT.
008480     PERFORM 4300-NAME-COUNT-TYPE THRU 4300-EXIT.
008490     MOVE TP890-CNT-TYPE-NAME TO TP890-CL-TO-TYPE.
008500     MOVE TP890-CNT-SUM      TO TP890-CL-TO-COUNT.
008510     COMPUTE TP890-CARRY-DIFF = TP890-CNT-SUM - TP890-FROM-SUM.
008520     MOVE TP890-CARRY-DIFF   TO TP890-CL-DIFF.
008530     EVALUATE TRUE
008540         WHEN NOT TP890-FROM-HAS-ENDED
008550           OR NOT TP890-CNT-HAS-ENDED
008560             MOVE 'NOT CHECKED - A STEP DID NOT END'
008570                 TO TP890-CL-STATUS
008580         WHEN TP890-CARRY-DIFF = ZERO
008590             MOVE 'CARRIES' TO TP890-CL-STATUS
008600         WHEN OTHER
008610             MOVE 'DOES NOT CARRY' TO TP890-CL-STATUS
008620             MOVE '***' TO TP890-CL-FLAG
008630             ADD 1 TO TP890-CARRY-BREAK-COUNT
008640             SET TP890-SOMETHING-FLAGGED TO TRUE
008650     END-EVALUATE.
008660     WRITE TP-SCRRPT-LINE FROM TP890-CARRY-LINE.
008670 4100-EXIT.
008680     EXIT.

008690******************************************************************
008700*  4200-SUM-PROGRAM-COUNT - THE PROGRAM'S COUNT OF THE GIVEN     *
008710*  TYPE, SUMMED OVER THE LAST ENDED RUN OF EACH OF ITS STREAMS.  *
008720******************************************************************
008730 4200-SUM-PROGRAM-COUNT.
008740     MOVE ZERO TO TP890-CNT-SUM.
008750     MOVE 'N'  TO TP890-CNT-ENDED-SW.
008760     PERFORM 4210-ADD-STREAM-COUNT THRU 4210-EXIT
008770         VARYING TP890-SUB2 FROM 1 BY 1
008780         UNTIL TP890-SUB2 > TP890-JOB-COUNT.
008790 4200-EXIT.
008800     EXIT.

008810 4210-ADD-STREAM-COUNT.
008820     IF TP890-J-PROGRAM(TP890-SUB2) NOT = TP890-CNT-PROGRAM
008830        OR NOT TP890-J-HAS-ENDED(TP890-SUB2)
008840         GO TO 4210-EXIT
008850     END-IF.
008860     SET TP890-CNT-HAS-ENDED TO TRUE.
008870     EVALUATE TP890-CNT-TYPE
008880         WHEN 'I'
008890             ADD TP890-J-LE-IN(TP890-SUB2)  TO TP890-CNT-SUM
008900         WHEN 'O'
008910             ADD TP890-J-LE-OUT(TP890-SUB2) TO TP890-CNT-SUM
008920         WHEN 'R'
008930             ADD TP890-J-LE-REJ(TP890-SUB2) TO TP890-CNT-SUM
008940     END-EVALUATE.
008950 4210-EXIT.
008960     EXIT.

008970 4300-NAME-COUNT-TYPE.
008980     EVALUATE TP890-CNT-TYPE
008990         WHEN 'I'
009000             MOVE 'IN'     TO TP890-CNT-TYPE-NAME
009010         WHEN 'O'
009020             MOVE 'OUT'    TO TP890-CNT-TYPE-NAME
009030         WHEN OTHER
009040             MOVE 'REJECT' TO TP890-CNT-TYPE-NAME
009050     END-EVALUATE.
009060 4300-EXIT.
009070     EXIT.

009080******************************************************************
009090*  5000-REPORT-TREND - FOR EACH EXPECTED JOB, ONE LINE PER NIGHT *
009100*  IT RAN, OLDEST FIRST, THEN ITS AVERAGES OVER THE NIGHTS IT    *
009110*  ENDED.                                                        *
009120******************************************************************
009130 5000-REPORT-TREND.
009140     MOVE SPACES TO TP-SCRRPT-LINE.
009150     WRITE TP-SCRRPT-LINE.
009160     MOVE SPACES TO TP890-SECTION-LINE.
009170     MOVE TP890-TREND-DAYS TO TP890-SEC-TEXT(1:3).
009180     MOVE '-NIGHT TREND OF RUN DURATION AND VOLUME'
009190         TO TP890-SEC-TEXT(4:39).
009200     WRITE TP-SCRRPT-LINE FROM TP890-SECTION-LINE.
009210     PERFORM 5100-REPORT-JOB-TREND THRU 5100-EXIT
009220         VARYING TP890-JX-SUB FROM 1 BY 1
009230         UNTIL TP890-JX-SUB > TP890-JOB-COUNT.
009240 5000-EXIT.
009250     EXIT.

009260 5100-REPORT-JOB-TREND.
009270     SET TP890-JX TO TP890-JX-SUB.
009280     IF NOT TP890-J-EXPECTED(TP890-JX)
009290         GO TO 5100-EXIT
009300     END-IF.
009310     MOVE SPACES TO TP-SCRRPT-LINE.
009320     WRITE TP-SCRRPT-LINE.
009330     MOVE TP890-J-PROGRAM(TP890-JX) TO TP890-TJ-PROGRAM.
009340     MOVE TP890-J-STREAM(TP890-JX)  TO TP890-TJ-STREAM.
009350     WRITE TP-SCRRPT-LINE FROM TP890-TREND-JOB-LINE.
009360     WRITE TP-SCRRPT-LINE FROM TP890-TREND-HEADING.
009370     MOVE ZERO TO TP890-T-NIGHTS
009380                  TP890-T-ELAPSED-TOTAL
009390                  TP890-T-MAX-ELAPSED
009400                  TP890-T-IN-TOTAL.
009410     PERFORM 5200-REPORT-NIGHT THRU 5200-EXIT
009420         VARYING TP890-NX FROM TP890-TREND-DAYS BY -1
009430         UNTIL TP890-NX < 1.
009440     IF TP890-T-NIGHTS = ZERO
009450         MOVE SPACES TO TP890-SECTION-LINE
009460         MOVE '      NO ENDED RUNS IN THE TREND WINDOW'
009470             TO TP890-SEC-TEXT
009480         WRITE TP-SCRRPT-LINE FROM TP890-SECTION-LINE
009490         GO TO 5100-EXIT
009500     END-IF.
009510     MOVE TP890-T-NIGHTS TO TP890-TS-NIGHTS.
009520     COMPUTE TP890-SECS = TP890-T-ELAPSED-TOTAL / TP890-T-NIGHTS.
009530     PERFORM 8800-FORMAT-ELAPSED THRU 8800-EXIT.
009540     MOVE TP890-HMS TO TP890-TS-AVG-ELAPSED.
009550     MOVE TP890-T-MAX-ELAPSED TO TP890-SECS.
009560     PERFORM 8800-FORMAT-ELAPSED THRU 8800-EXIT.
009570     MOVE TP890-HMS TO TP890-TS-MAX-ELAPSED.
009580     COMPUTE TP890-T-AVG-IN = TP890-T-IN-TOTAL / TP890-T-NIGHTS.
009590     MOVE TP890-T-AVG-IN TO TP890-TS-AVG-IN.
009600     WRITE TP-SCRRPT-LINE FROM TP890-TREND-SUMMARY.
009610 5100-EXIT.
009620     EXIT.

009630 5200-REPORT-NIGHT.
009640     IF NOT TP890-J-N-RAN(TP890-JX, TP890-NX)
009650         GO TO 5200-EXIT
009660     END-IF.
009670     COMPUTE TP890-WORK-DATE = FUNCTION DATE-OF-INTEGER
009680         (TP890-NIGHT-INT - TP890-NX + 1).
009690     MOVE TP890-WORK-DATE TO TP890-TL-NIGHT.
009700     MOVE TP890-J-N-IN(TP890-JX, TP890-NX)  TO TP890-TL-IN.
009710     MOVE TP890-J-N-OUT(TP890-JX, TP890-NX) TO TP890-TL-OUT.
009720     MOVE TP890-J-N-RC(TP890-JX, TP890-NX)  TO TP890-TL-RC.
009730     IF TP890-J-N-RUNNING(TP890-JX, TP890-NX)
009740         MOVE SPACES TO TP890-TL-ELAPSED
009750         MOVE 'NO END - ABENDED OR RUNNING' TO TP890-TL-NOTE
009760         WRITE TP-SCRRPT-LINE FROM TP890-TREND-LINE
009770         GO TO 5200-EXIT
009780     END-IF.
009790     MOVE TP890-J-N-ELAPSED(TP890-JX, TP890-NX) TO TP890-SECS.
009800     PERFORM 8800-FORMAT-ELAPSED THRU 8800-EXIT.
009810     MOVE TP890-HMS TO TP890-TL-ELAPSED.
009820     IF TP890-J-N-RC(TP890-JX, TP890-NX) NOT = ZERO
009830         MOVE 'ENDED NON-ZERO' TO TP890-TL-NOTE
009840     ELSE
009850         MOVE SPACES TO TP890-TL-NOTE
009860     END-IF.
009870     WRITE TP-SCRRPT-LINE FROM TP890-TREND-LINE.
009880     ADD 1 TO TP890-T-NIGHTS.
009890     ADD TP890-J-N-ELAPSED(TP890-JX, TP890-NX)
009900         TO TP890-T-ELAPSED-TOTAL.
009910     ADD TP890-J-N-IN(TP890-JX, TP890-NX) TO TP890-T-IN-TOTAL.
009920     IF TP890-J-N-ELAPSED(TP890-JX, TP890-NX)
009930          > TP890-T-MAX-ELAPSED
009940         MOVE TP890-J-N-ELAPSED(TP890-JX, TP890-NX)
009950             TO TP890-T-MAX-ELAPSED
009960     END-IF.
009970 5200-EXIT.
009980     EXIT.

009990******************************************************************
010000*  6000-PURGE-HISTORY - DELETE EVERY ENTRY THAT STARTED BEFORE   *
010010*  THE RETENTION DATE.  THE FILE IS IN START ORDER, SO THE FIRST *
010020*  ENTRY ON OR AFTER THAT DATE ENDS THE PURGE.                   *
010030******************************************************************
010040 6000-PURGE-HISTORY.
010050     MOVE LOW-VALUES TO TP-RUNHIS-KEY.
010060     START TPRUNHIS-FILE KEY NOT < TP-RUNHIS-KEY
010070         INVALID KEY
010080             GO TO 6000-EXIT
010090     END-START.
010100     PERFORM 6100-PURGE-ENTRY THRU 6100-EXIT
010110         UNTIL TP890-PURGE-DONE.
010120 6000-EXIT.
010130     EXIT.

010140 6100-PURGE-ENTRY.
010150     READ TPRUNHIS-FILE NEXT RECORD
010160         AT END
010170             SET TP890-PURGE-DONE TO TRUE
010180             GO TO 6100-EXIT
010190     END-READ.
010200     IF TPRUNHIS-STATUS NOT = '00'
010210        OR TP-RUNHIS-START-DATE NOT < TP890-PURGE-DATE
010220         SET TP890-PURGE-DONE TO TRUE
010230         GO TO 6100-EXIT
010240     END-IF.
010250     DELETE TPRUNHIS-FILE RECORD
010260         INVALID KEY
010270             DISPLAY 'TP890SCR - TPRUNHIS DELETE FAILED - '
010280                     'STATUS ' TPRUNHIS-STATUS
010290             SET TP890-PURGE-DONE TO TRUE
010300             GO TO 6100-EXIT
010310     END-DELETE.
010320     ADD 1 TO TP890-PURGED-COUNT.
010330 6100-EXIT.
010340     EXIT.

010350******************************************************************
010360*  8000-REPORT-COUNTS - RUN TOTALS, AND RETURN CODE 4 IF ANY     *
010370*  JOB, CARRY CHECK OR CONTROL CARD WAS FLAGGED.                 *
010380******************************************************************
010390 8000-REPORT-COUNTS.
010400     MOVE SPACES TO TP-SCRRPT-LINE.
010410     WRITE TP-SCRRPT-LINE.
010420     MOVE 'HISTORY ENTRIES READ'       TO TP890-C-LABEL.
010430     MOVE TP890-READ-COUNT             TO TP890-C-COUNT.
010440     WRITE TP-SCRRPT-LINE FROM TP890-COUNT-LINE.
010450     MOVE 'RUNS IN THE TREND WINDOW'   TO TP890-C-LABEL.
010460     MOVE TP890-WINDOW-COUNT           TO TP890-C-COUNT.
010470     WRITE TP-SCRRPT-LINE FROM TP890-COUNT-LINE.
010480     MOVE 'JOBS SCORED'                TO TP890-C-LABEL.
010490     MOVE TP890-SCHEDULED-COUNT        TO TP890-C-COUNT.
010500     WRITE TP-SCRRPT-LINE FROM TP890-COUNT-LINE.
010510     MOVE 'JOBS FLAGGED'               TO TP890-C-LABEL.
010520     MOVE TP890-FLAGGED-JOB-COUNT      TO TP890-C-COUNT.
010530     WRITE TP-SCRRPT-LINE FROM TP890-COUNT-LINE.
010540     MOVE 'CARRY CHECKS BROKEN'        TO TP890-C-LABEL.
010550     MOVE TP890-CARRY-BREAK-COUNT      TO TP890-C-COUNT.
010560     WRITE TP-SCRRPT-LINE FROM TP890-COUNT-LINE.
010570     MOVE 'CONTROL CARDS IGNORED'      TO TP890-C-LABEL.
010580     MOVE TP890-CARD-REJECT-COUNT      TO TP890-C-COUNT.
010590     WRITE TP-SCRRPT-LINE FROM TP890-COUNT-LINE.
010600     MOVE 'HISTORY ENTRIES PURGED'     TO TP890-C-LABEL.
010610     MOVE TP890-PURGED-COUNT           TO TP890-C-COUNT.
010620     WRITE TP-SCRRPT-LINE FROM TP890-COUNT-LINE.
010630     IF TP890-SOMETHING-FLAGGED
010640         MOVE 4 TO RETURN-CODE
010650     END-IF.
010660 8000-EXIT.
010670     EXIT.

010680******************************************************************
010690*  8800-FORMAT-ELAPSED - TP890-SECS AS HH:MM:SS.                 *
010700******************************************************************
010710 8800-FORMAT-ELAPSED.
010720     DIVIDE TP890-SECS BY 3600 GIVING TP890-HOURS
010730         REMAINDER TP890-REM-SECS.
010740     IF TP890-HOURS > 99
010750         MOVE 99 TO TP890-HOURS
010760     END-IF.
010770     MOVE TP890-HOURS TO TP890-HMS-HH.
010780     DIVIDE TP890-REM-SECS BY 60 GIVING TP890-HMS-MM
010790         REMAINDER TP890-HMS-SS.
010800 8800-EXIT.
010810     EXIT.

010820 9000-TERMINATE.
010830     IF TP890-HISTORY-IS-OPEN
010840         CLOSE TPRUNHIS-FILE
010850     END-IF.
010860     CLOSE TPSCRRPT-FILE.
010870 9000-EXIT.
010880     EXIT.

010890******************************************************************
010900*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
010910*  ITS RETURN CODE AND COUNTS. IN IS HISTORY ENTRIES READ, OUT   *
010920*  IS JOBS SCORED, REJECT IS JOBS FLAGGED AND CARRY CHECKS       *
010930*  BROKEN.                                                       *
010940******************************************************************
010950 9900-RUN-HISTORY-END.
010960     MOVE 'END'              TO TP-HST-REQUEST.
010970     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
010980     MOVE TP890-READ-COUNT TO TP-HST-IN-COUNT.
010990     MOVE TP890-SCHEDULED-COUNT TO TP-HST-OUT-COUNT.
011000     COMPUTE TP-HST-REJECT-COUNT
011010         = TP890-FLAGGED-JOB-COUNT
011020         + TP890-CARRY-BREAK-COUNT.
011030     CALL 'TPRUNHST' USING TP-HST-CB.
011040 9900-EXIT.
011050     EXIT.

011060 END PROGRAM TP890SCR.
