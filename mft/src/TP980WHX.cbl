000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TP980WHX.
000120 AUTHOR.        D L ROSS.
000130 INSTALLATION.  EDI OPERATIONS - MFT.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  TP980WHX                                                      *
000180*                                                                *
000190*  NIGHTLY WAREHOUSE EXTRACT.  THE BI TEAM LOADS EDI VOLUMES     *
000200*  AND ERROR RATES INTO THE CORPORATE WAREHOUSE BESIDE ORDER     *
000210*  AND INVOICE DATA; UNTIL NOW THEY SCREEN-SCRAPED TP200DXR AND  *
000220*  TP930MST.  THIS PROGRAM WRITES WHAT HAS CHANGED SINCE THE     *
000230*  LAST EXTRACT AS FOUR COMMA-DELIMITED FILES:                   *
000240*                                                                *
000250*    TPWHACT  PERFORM-MAPPING ACTIVITY FROM TPACTLOG             *
000260*    TPWHSUS  NEW AND CHANGED TPSUSP SUSPENSIONS                 *
000270*    TPWHINC  NEW AND CHANGED TPINCID INCIDENTS                  *
000280*    TPWHPTR  THE PARTNER DIMENSION - TPCORPDIV PAIRS SEEN AND   *
000290*             TPALSXRF ALIASES MAINTAINED                        *
000300*                                                                *
000310*  EACH FILE STARTS WITH A ROW OF COLUMN NAMES.  THE FIRST       *
000320*  COLUMN OF EVERY ROW IS ITS TYPE - D FOR DATA - AND THE LAST   *
000330*  ROW IS A CONTROL TRAILER FOR THE WAREHOUSE LOAD TO PROVE IT   *
000340*  RECEIVED EVERYTHING:                                          *
000350*                                                                *
000360*    T, FILE NAME, EXTRACTED AFTER, EXTRACTED THROUGH (BOTH      *
000370*    YYYYMMDDHHMMSS), D ROW COUNT, NAME OF THE HASH COLUMN,      *
000380*    HASH TOTAL OF THAT COLUMN OVER THE D ROWS                   *
000390*                                                                *
000400*  THE HASH COLUMNS ARE RUN_TIME (TPWHACT), FAIL_TIME            *
000410*  (TPWHSUS), OCCUR_COUNT (TPWHINC) AND CHANGE_DATE (TPWHPTR).   *
000420*  TEXT HOLDING A COMMA OR A QUOTE IS QUOTED, WITH EMBEDDED      *
000430*  QUOTES DOUBLED; TRAILING BLANKS ARE DROPPED.                  *
000440*                                                                *
000450*  THE EXTRACT RUNS FROM THE TPWHHWM HIGH-WATER MARK - THE       *
000460*  THROUGH DATE/TIME OF THE LAST COMPLETE EXTRACT - TO NOW, SO   *
000470*  A NIGHT THAT DID NOT RUN IS CARRIED BY THE NEXT ONE WITHOUT   *
000480*  A BACKFILL.  THE MARK IS ADVANCED ONLY WHEN EVERY FILE HAS    *
000490*  BEEN WRITTEN AND CLOSED CLEANLY; A FAILED RUN IS SIMPLY RUN   *
000500*  AGAIN AND REPEATS THE WHOLE EXTRACT.                          *
000510*                                                                *
000520*  ACTIVITY IS SELECTED BY ITS RUN DATE AND TIME.  TPSUSP AND    *
000530*  TPINCID DO NOT DATE EVERY CHANGE (A RESUBMISSION OR A REOPEN  *
000540*  LEAVES NO DATE), SO EACH RECORD IS COMPARED WITH WHAT WAS     *
000550*  LAST SENT, KEPT ON TPWHSTAT: CHANGE_TYPE N IS A RECORD NEW    *
000560*  SINCE THE MARK, C ONE WHOSE STATUS OR COUNTS CHANGED, WITH    *
000570*  PRIOR_STATUS THE STATUS LAST SENT.  AFTER A MISSED NIGHT      *
000580*  ONLY THE CURRENT STATE IS SENT.  RECORDS ALREADY ON FILE      *
000590*  BEFORE THE FIRST EXTRACT ARE RECORDED ON TPWHSTAT BUT NOT     *
000600*  SENT.  PARTNER ROWS ARE KEYED UPSERTS, SELECTED BY DATE FROM  *
000610*  THE DAY OF THE MARK (THAT DAY IS SENT WHOLE AGAIN): N FOR A   *
000620*  CORP/DIV PAIR FIRST SEEN IN THE WINDOW, U OTHERWISE.          *
000630*                                                                *
000640*  RUN AFTER TP160MRG HAS MERGED THE NIGHT'S STREAMS AND BEFORE  *
000650*  TP700ARC ARCHIVES TPACTLOG.                                   *
000660*                                                                *
000670*  THE OPTIONAL TPWHCTL CONTROL CARD:                            *
000680*                                                                *
000690*    COL 1-8   THROUGH DATE YYYYMMDD      (DEFAULT NOW; AN       *
000700*                                          EARLIER DAY MEANS     *
000710*                                          THROUGH 23:59:59)     *
000720*    COL 10-17 START DATE YYYYMMDD FOR    (DEFAULT THE THROUGH   *
000730*              THE FIRST EXTRACT, USED     DATE)                 *
000740*              ONLY WHEN THERE IS NO                             *
000750*              TPWHHWM YET                                       *
000760*                                                                *
000770*  RETURN CODES: 16 - TPACTLOG, TPSUSPF, TPWHHWM, TPWHSTAT OR    *
000780*  AN EXTRACT FILE COULD NOT BE OPENED, OR THE THROUGH DATE/TIME *
000790*  IS NOT AFTER THE HIGH-WATER MARK; 8 - A WRITE OR CLOSE        *
000800*  FAILED AND THE MARK WAS NOT ADVANCED; 4 - THE CONTROL CARD    *
000810*  WAS REJECTED; 0 - CLEAN.  NO TPINCID, TPALSXRF OR TPCORPDIV   *
000820*  FILE YET IS NOTED ON THE CONSOLE AND EXTRACTS NOTHING FROM    *
000830*  IT.                                                           *
000840*                                                                *
000850*  MODIFICATION HISTORY                                          *
000860*  --------------------                                          *
000870*  2026-10-15  DLR  NEW PROGRAM.                                 *
000880******************************************************************
000890 ENVIRONMENT DIVISION.
000900 CONFIGURATION SECTION.
000910 SOURCE-COMPUTER.   IBM-370.
000920 OBJECT-COMPUTER.   IBM-370.
000930 INPUT-OUTPUT SECTION.
000940 FILE-CONTROL.
000950     SELECT TPWHCTL-FILE  ASSIGN TO TPWHCTL
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS TPWHCTL-STATUS.

000980     SELECT TPWHHWM-FILE  ASSIGN TO TPWHHWM
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS TPWHHWM-STATUS.

001010     SELECT TPACTLOG-FILE ASSIGN TO TPACTLOG
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS TPACTLOG-STATUS.

001040     SELECT TPSUSPF-FILE  ASSIGN TO TPSUSPF
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS TPSUSPF-STATUS.

001070     SELECT TPINCID-FILE  ASSIGN TO TPINCID
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS SEQUENTIAL
001100         RECORD KEY IS TP-INCID-KEY
001110         FILE STATUS IS TPINCID-STATUS.

001120     SELECT TPCORPDIV-FILE ASSIGN TO TPCORPDIV
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS SEQUENTIAL
001150         RECORD KEY IS TP-CORPDIV-KEY
001160         FILE STATUS IS TPCORPDIV-STATUS.

001170     SELECT TPALSXRF-FILE  ASSIGN TO TPALSXRF
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS SEQUENTIAL
001200         RECORD KEY IS TP-ALSXRF-KEY
001210         FILE STATUS IS TPALSXRF-STATUS.

001220     SELECT TPWHSTAT-FILE  ASSIGN TO TPWHSTAT
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS DYNAMIC
001250         RECORD KEY IS TP-WHSTAT-KEY
001260         FILE STATUS IS TPWHSTAT-STATUS.

001270     SELECT TPWHACT-FILE  ASSIGN TO TPWHACT
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS TPWHACT-STATUS.

001300     SELECT TPWHSUS-FILE  ASSIGN TO TPWHSUS
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS TPWHSUS-STATUS.

001330     SELECT TPWHINC-FILE  ASSIGN TO TPWHINC
001340         ORGANIZATION IS SEQUENTIAL
001350         FILE STATUS IS TPWHINC-STATUS.

001360     SELECT TPWHPTR-FILE  ASSIGN TO TPWHPTR
001370         ORGANIZATION IS SEQUENTIAL
001380         FILE STATUS IS TPWHPTR-STATUS.

001390     SELECT TPWHRPT-FILE  ASSIGN TO TPWHRPT
001400         ORGANIZATION IS SEQUENTIAL
001410         FILE STATUS IS TPWHRPT-STATUS.

001420 DATA DIVISION.
001430 FILE SECTION.
001440 FD  TPWHCTL-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 01  TP-WHCTL-CARD.
001470     05  TP-WHCTL-THRU-DATE         PIC X(08).
001480     05  TP-WHCTL-THRU-NUM REDEFINES TP-WHCTL-THRU-DATE
001490                                    PIC 9(08).
001500     05  FILLER                     PIC X(01).
001510     05  TP-WHCTL-START-DATE        PIC X(08).
001520     05  TP-WHCTL-START-NUM REDEFINES TP-WHCTL-START-DATE
001530                                    PIC 9(08).
001540     05  FILLER                     PIC X(63).

001550 FD  TPWHHWM-FILE
001560     LABEL RECORDS ARE STANDARD.
001570     COPY TPWHHWM.

001580 FD  TPACTLOG-FILE
001590     LABEL RECORDS ARE STANDARD.
001600     COPY TPACTLOG.

001610 FD  TPSUSPF-FILE
001620     LABEL RECORDS ARE STANDARD.
001630     COPY TPSUSP.

001640 FD  TPINCID-FILE
001650     LABEL RECORDS ARE STANDARD.
001660     COPY TPINCID.

001670 FD  TPCORPDIV-FILE
001680     LABEL RECORDS ARE STANDARD.
001690     COPY TPCORPDIV.

001700 FD  TPALSXRF-FILE
001710     LABEL RECORDS ARE STANDARD.
001720     COPY TPALSXRF.

001730 FD  TPWHSTAT-FILE
001740     LABEL RECORDS ARE STANDARD.
001750     COPY TPWHSTAT.

001760 FD  TPWHACT-FILE
001770     LABEL RECORDS ARE STANDARD.
001780 01  TP-WHACT-LINE                  PIC X(1000).

001790 FD  TPWHSUS-FILE
001800     LABEL RECORDS ARE STANDARD.
001810 01  TP-WHSUS-LINE                  PIC X(1000).

001820 FD  TPWHINC-FILE
001830     LABEL RECORDS ARE STANDARD.
001840 01  TP-WHINC-LINE                  PIC X(1000).

001850 FD  TPWHPTR-FILE
001860     LABEL RECORDS ARE STANDARD.
001870 01  TP-WHPTR-LINE                  PIC X(1000).

001880 FD  TPWHRPT-FILE
001890     LABEL RECORDS ARE STANDARD.
001900 01  TP-WHRPT-LINE                  PIC X(132).

001910 WORKING-STORAGE SECTION.
001920     COPY TPHSTCB.

001930 77  TPWHCTL-STATUS              PIC X(02) VALUE '00'.
001940 77  TPWHHWM-STATUS              PIC X(02) VALUE '00'.
001950 77  TPACTLOG-STATUS             PIC X(02) VALUE '00'.
001960 77  TPSUSPF-STATUS              PIC X(02) VALUE '00'.
001970 77  TPINCID-STATUS              PIC X(02) VALUE '00'.
001980 77  TPCORPDIV-STATUS            PIC X(02) VALUE '00'.
001990 77  TPALSXRF-STATUS             PIC X(02) VALUE '00'.
002000 77  TPWHSTAT-STATUS             PIC X(02) VALUE '00'.
002010 77  TPWHACT-STATUS              PIC X(02) VALUE '00'.
002020 77  TPWHSUS-STATUS              PIC X(02) VALUE '00'.
002030 77  TPWHINC-STATUS              PIC X(02) VALUE '00'.
002040 77  TPWHPTR-STATUS              PIC X(02) VALUE '00'.
002050 77  TPWHRPT-STATUS              PIC X(02) VALUE '00'.

002060 77  TP980-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
002070     88  TP980-FILES-ARE-OPEN           VALUE 'Y'.
002080 77  TP980-HWM-FOUND-SW          PIC X(01) VALUE 'N'.
002090     88  TP980-HWM-FOUND                VALUE 'Y'.
002100 77  TP980-HWM-ADVANCED-SW       PIC X(01) VALUE 'N'.
002110     88  TP980-HWM-ADVANCED             VALUE 'Y'.
002120 77  TP980-STATE-OPEN-SW         PIC X(01) VALUE 'N'.
002130     88  TP980-STATE-IS-OPEN            VALUE 'Y'.
002140 77  TP980-INCID-OPEN-SW         PIC X(01) VALUE 'N'.
002150     88  TP980-INCID-IS-OPEN            VALUE 'Y'.
002160 77  TP980-CORPDIV-OPEN-SW       PIC X(01) VALUE 'N'.
002170     88  TP980-CORPDIV-IS-OPEN          VALUE 'Y'.
002180 77  TP980-ALSXRF-OPEN-SW        PIC X(01) VALUE 'N'.
002190     88  TP980-ALSXRF-IS-OPEN           VALUE 'Y'.
002200 77  TP980-LOG-EOF-SW            PIC X(01) VALUE 'N'.
002210     88  TP980-NO-MORE-ACTIVITY         VALUE 'Y'.
002220 77  TP980-SUSP-EOF-SW           PIC X(01) VALUE 'N'.
002230     88  TP980-NO-MORE-SUSPENSE         VALUE 'Y'.
002240 77  TP980-INCID-EOF-SW          PIC X(01) VALUE 'N'.
002250     88  TP980-NO-MORE-INCIDENTS        VALUE 'Y'.
002260 77  TP980-CORPDIV-EOF-SW        PIC X(01) VALUE 'N'.
002270     88  TP980-NO-MORE-CORPDIV          VALUE 'Y'.
002280 77  TP980-ALSXRF-EOF-SW         PIC X(01) VALUE 'N'.
002290     88  TP980-NO-MORE-ALIASES          VALUE 'Y'.
002300 77  TP980-STATE-EOF-SW          PIC X(01) VALUE 'N'.
002310     88  TP980-NO-MORE-STATE            VALUE 'Y'.
002320 77  TP980-WRITE-FAILED-SW       PIC X(01) VALUE 'N'.
002330     88  TP980-WRITE-HAS-FAILED         VALUE 'Y'.
002340 77  TP980-TRIM-SW               PIC X(01) VALUE 'N'.
002350     88  TP980-TRIM-DONE                VALUE 'Y'.

002360 77  TP980-TODAY                 PIC 9(08) VALUE ZERO.
002370 77  TP980-START-DATE            PIC 9(08) VALUE ZERO.
002380 77  TP980-DIM-FROM-DATE         PIC 9(08) VALUE ZERO.
002390 77  TP980-DAY-NUMBER            PIC 9(07) VALUE ZERO.
002400 77  TP980-REJECT-COUNT          PIC 9(04) VALUE ZERO.
002410 77  TP980-FAIL-FILE             PIC X(08) VALUE SPACES.
002420 77  TP980-FAIL-VERB             PIC X(07) VALUE SPACES.
002430 77  TP980-FAIL-STATUS           PIC X(02) VALUE SPACES.

002440 77  TP980-ACT-READ              PIC 9(09) VALUE ZERO.
002450 77  TP980-SUS-READ              PIC 9(09) VALUE ZERO.
002460 77  TP980-INC-READ              PIC 9(09) VALUE ZERO.
002470 77  TP980-CDV-READ              PIC 9(09) VALUE ZERO.
002480 77  TP980-ALS-READ              PIC 9(09) VALUE ZERO.
002490 77  TP980-ACT-ROWS              PIC 9(09) VALUE ZERO.
002500 77  TP980-SUS-ROWS              PIC 9(09) VALUE ZERO.
002510 77  TP980-INC-ROWS              PIC 9(09) VALUE ZERO.
002520 77  TP980-PTR-ROWS              PIC 9(09) VALUE ZERO.
002530 77  TP980-ACT-HASH              PIC 9(15) VALUE ZERO.
002540 77  TP980-SUS-HASH              PIC 9(15) VALUE ZERO.
002550 77  TP980-INC-HASH              PIC 9(15) VALUE ZERO.
002560 77  TP980-PTR-HASH              PIC 9(15) VALUE ZERO.
002570 77  TP980-SUS-NEW               PIC 9(09) VALUE ZERO.
002580 77  TP980-SUS-CHANGED           PIC 9(09) VALUE ZERO.
002590 77  TP980-SUS-SEEDED            PIC 9(09) VALUE ZERO.
002600 77  TP980-INC-NEW               PIC 9(09) VALUE ZERO.
002610 77  TP980-INC-CHANGED           PIC 9(09) VALUE ZERO.
002620 77  TP980-INC-SEEDED            PIC 9(09) VALUE ZERO.
002630 77  TP980-STATE-DELETED         PIC 9(09) VALUE ZERO.

002640 01  TP980-CLOCK                 PIC 9(08) VALUE ZERO.
002650 01  TP980-CLOCK-PARTS REDEFINES TP980-CLOCK.
002660     05  TP980-CLOCK-HHMMSS      PIC 9(06).
002670     05  FILLER                  PIC 9(02).

002680******************************************************************
002690*  THE EXTRACT WINDOW - AFTER THE HIGH-WATER MARK, THROUGH NOW   *
002700*  OR THE CARD DATE - AND THE DATE/TIME OF THE RECORD IN HAND,   *
002710*  EACH ALSO VIEWED AS ONE 14-DIGIT NUMBER FOR COMPARISON.       *
002720******************************************************************
002730 01  TP980-AFTER-TS.
002740     05  TP980-AFTER-DATE        PIC 9(08) VALUE ZERO.
002750     05  TP980-AFTER-TIME        PIC 9(06) VALUE ZERO.
002760 01  TP980-AFTER-TS-NUM REDEFINES TP980-AFTER-TS
002770                                 PIC 9(14).

002780 01  TP980-THRU-TS.
002790     05  TP980-THRU-DATE         PIC 9(08) VALUE ZERO.
002800     05  TP980-THRU-TIME         PIC 9(06) VALUE ZERO.
002810 01  TP980-THRU-TS-NUM REDEFINES TP980-THRU-TS
002820                                 PIC 9(14).

002830 01  TP980-REC-TS.
002840     05  TP980-REC-DATE          PIC 9(08) VALUE ZERO.
002850     05  TP980-REC-TIME          PIC 9(06) VALUE ZERO.
002860 01  TP980-REC-TS-NUM REDEFINES TP980-REC-TS
002870                                 PIC 9(14).

002880******************************************************************
002890*  TPWHSTAT MATCHING - THE CALLER FILLS IN THE SOURCE, KEY,      *
002900*  CURRENT IMAGE AND CREATION DATE/TIME; 7000-MATCH-STATE SETS   *
002910*  THE CHANGE TYPE AND PRIOR STATUS.  THE STATUS IS ALWAYS THE   *
002920*  FIRST BYTE OF AN IMAGE.                                       *
002930******************************************************************
002940 01  TP980-STATE-REQUEST.
002950     05  TP980-ST-SOURCE         PIC X(01).
002960     05  TP980-ST-OBJECT-KEY     PIC X(82).
002970     05  TP980-ST-IMAGE          PIC X(40).
002980     05  TP980-ST-CREATED-TS     PIC 9(14).
002990     05  TP980-BASELINE          PIC X(40).
003000     05  TP980-CHANGE-TYPE       PIC X(01).
003010         88  TP980-ROW-IS-NEW           VALUE 'N'.
003020         88  TP980-ROW-CHANGED          VALUE 'C'.
003030         88  TP980-ROW-SEEDED           VALUE 'S'.
003040     05  TP980-PRIOR-STATUS      PIC X(01).

003050 01  TP980-SUSP-IMAGE.
003060     05  TP980-SI-STATUS         PIC X(01).
003070     05  TP980-SI-RESUBMIT-COUNT PIC 9(03).
003080     05  TP980-SI-CANCEL-DATE    PIC 9(08).
003090     05  TP980-SI-CANCEL-OPER    PIC X(08).
003100     05  TP980-SI-CANCEL-REASON  PIC X(03).
003110     05  FILLER                  PIC X(17).

003120 01  TP980-INCID-IMAGE.
003130     05  TP980-II-STATUS         PIC X(01).
003140     05  TP980-II-SEVERITY       PIC X(01).
003150     05  TP980-II-OCCUR-COUNT    PIC 9(07).
003160     05  TP980-II-LAST-DATE      PIC 9(08).
003170     05  TP980-II-LAST-TIME      PIC 9(06).
003180     05  TP980-II-ACK-DATE       PIC 9(08).
003190     05  TP980-II-ACK-OPER       PIC X(08).
003200     05  FILLER                  PIC X(01).

003210******************************************************************
003220*  DELIMITED-ROW BUILDING.  A VALUE IS MOVED TO TP980-FLD AND    *
003230*  8000-ADD-FIELD APPENDS IT TO TP980-CSV-LINE AT TP980-CSV-PTR. *
003240*  THE SIX PARTNER COLUMNS COMMON TO EVERY FILE ARE STAGED IN    *
003250*  TP980-PARTNER-COLS FOR 8400-ADD-PARTNER-COLS.                 *
003260******************************************************************
003270 01  TP980-CSV-LINE              PIC X(1000).
003280 77  TP980-CSV-PTR               PIC 9(04) COMP VALUE ZERO.
003290 01  TP980-FLD                   PIC X(134).
003300 77  TP980-FLD-LEN               PIC 9(04) COMP VALUE ZERO.
003310 77  TP980-CX                    PIC 9(04) COMP VALUE ZERO.
003320 77  TP980-SPECIAL-COUNT         PIC 9(04) COMP VALUE ZERO.
003330 77  TP980-NUM-7                 PIC 9(07) VALUE ZERO.

003340 01  TP980-PARTNER-COLS.
003350     05  TP980-PC-CORP-ID-QUAL   PIC X(04).
003360     05  TP980-PC-CORP-ID        PIC X(35).
003370     05  TP980-PC-DIV-ID-QUAL    PIC X(04).
003380     05  TP980-PC-DIV-ID         PIC X(35).
003390     05  TP980-PC-ALIAS-ID-QUAL  PIC X(04).
003400     05  TP980-PC-ALIAS-ID       PIC X(35).

003410 01  TP980-TRAILER-REQUEST.
003420     05  TP980-T-FILE-ID         PIC X(08).
003430     05  TP980-T-ROWS            PIC 9(09).
003440     05  TP980-T-HASH-NAME       PIC X(16).
003450     05  TP980-T-HASH            PIC 9(15).

003460******************************************************************
003470*  COLUMN-NAME ROWS, ONE PER EXTRACT FILE.                       *
003480******************************************************************
003490 01  TP980-ACT-HEADER.
003500     05  FILLER                     PIC X(39)
003510         VALUE 'REC_TYPE,RUN_DATE,RUN_TIME,DOCUMENT_ID,'.
003520     05  FILLER                     PIC X(34)
003530         VALUE 'PARTNER_FORM,CORP_ID_QUAL,CORP_ID,'.
003540     05  FILLER                     PIC X(33)
003550         VALUE 'DIV_ID_QUAL,DIV_ID,ALIAS_ID_QUAL,'.
003560     05  FILLER                     PIC X(32)
003570         VALUE 'ALIAS_ID,APPLICATION_ID,VERSION,'.
003580     05  FILLER                     PIC X(30)
003590         VALUE 'VERSION_RELEASE,RESPONSE_CODE,'.
003600     05  FILLER                     PIC X(30)
003610         VALUE 'RESPONSE_MESSAGE,RESUBMIT_IND,'.
003620     05  FILLER                     PIC X(29)
003630         VALUE 'RESUBMIT_COUNT,ORIG_BATCH_ID,'.
003640     05  FILLER                     PIC X(30)
003650         VALUE 'RESUBMIT_BATCH_ID,ELAPSED_HSEC'.

003660 01  TP980-SUS-HEADER.
003670     05  FILLER                     PIC X(33)
003680         VALUE 'REC_TYPE,CHANGE_TYPE,DOCUMENT_ID,'.
003690     05  FILLER                     PIC X(33)
003700         VALUE 'FAIL_DATE,FAIL_TIME,PARTNER_FORM,'.
003710     05  FILLER                     PIC X(40)
003720         VALUE 'CORP_ID_QUAL,CORP_ID,DIV_ID_QUAL,DIV_ID,'.
003730     05  FILLER                     PIC X(38)
003740         VALUE 'ALIAS_ID_QUAL,ALIAS_ID,APPLICATION_ID,'.
003750     05  FILLER                     PIC X(38)
003760         VALUE 'VERSION,VERSION_RELEASE,RESPONSE_CODE,'.
003770     05  FILLER                     PIC X(31)
003780         VALUE 'RESPONSE_MESSAGE,ORIG_BATCH_ID,'.
003790     05  FILLER                     PIC X(33)
003800         VALUE 'RESUBMIT_BATCH_ID,RESUBMIT_COUNT,'.
003810     05  FILLER                     PIC X(32)
003820         VALUE 'PRIOR_STATUS,STATUS,CANCEL_DATE,'.
003830     05  FILLER                     PIC X(25)
003840         VALUE 'CANCEL_OPER,CANCEL_REASON'.

003850 01  TP980-INC-HEADER.
003860     05  FILLER                     PIC X(35)
003870         VALUE 'REC_TYPE,CHANGE_TYPE,RESPONSE_CODE,'.
003880     05  FILLER                     PIC X(34)
003890         VALUE 'PARTNER_FORM,CORP_ID_QUAL,CORP_ID,'.
003900     05  FILLER                     PIC X(33)
003910         VALUE 'DIV_ID_QUAL,DIV_ID,ALIAS_ID_QUAL,'.
003920     05  FILLER                     PIC X(38)
003930         VALUE 'ALIAS_ID,SEVERITY,PRIOR_STATUS,STATUS,'.
003940     05  FILLER                     PIC X(32)
003950         VALUE 'FIRST_DATE,FIRST_TIME,LAST_DATE,'.
003960     05  FILLER                     PIC X(35)
003970         VALUE 'LAST_TIME,OCCUR_COUNT,LAST_PROGRAM,'.
003980     05  FILLER                     PIC X(30)
003990         VALUE 'LAST_MESSAGE,ACK_DATE,ACK_OPER'.

004000 01  TP980-PTR-HEADER.
004010     05  FILLER                     PIC X(40)
004020         VALUE 'REC_TYPE,SOURCE,CHANGE_TYPE,CHANGE_DATE,'.
004030     05  FILLER                     PIC X(40)
004040         VALUE 'CORP_ID_QUAL,CORP_ID,DIV_ID_QUAL,DIV_ID,'.
004050     05  FILLER                     PIC X(30)
004060         VALUE 'ALIAS_ID_QUAL,ALIAS_ID,STATUS,'.
004070     05  FILLER                     PIC X(31)
004080         VALUE 'FIRST_SEEN_DATE,LAST_SEEN_DATE,'.
004090     05  FILLER                     PIC X(33)
004100         VALUE 'OCCURRENCE_COUNT,LAST_MAINT_DATE,'.
004110     05  FILLER                     PIC X(15)
004120         VALUE 'LAST_MAINT_OPER'.

004130 01  TP980-HEADING-1.
004140     05  FILLER                     PIC X(42)
004150         VALUE 'TP980WHX - NIGHTLY WAREHOUSE EXTRACT'.
004160     05  FILLER                     PIC X(11) VALUE 'RUN DATE: '.
004170     05  TP980-H1-DATE              PIC 9(08).

004180 01  TP980-WINDOW-LINE.
004190     05  TP980-W-LABEL              PIC X(40).
004200     05  FILLER                     PIC X(02) VALUE SPACES.
004210     05  TP980-W-DATE               PIC 9(08).
004220     05  FILLER                     PIC X(01) VALUE SPACES.
004230     05  TP980-W-TIME               PIC X(06).

004240 01  TP980-COUNT-LINE.
004250     05  TP980-C-LABEL              PIC X(40).
004260     05  FILLER                     PIC X(02) VALUE SPACES.
004270     05  TP980-C-COUNT              PIC ZZZ,ZZZ,ZZ9.

004280 PROCEDURE DIVISION.
004290******************************************************************
004300*  0000-MAINLINE                                                 *
004310******************************************************************
004320 0000-MAINLINE.
004330     PERFORM 0100-RUN-HISTORY-START THRU 0100-EXIT.
004340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004350     IF TP980-FILES-ARE-OPEN
004360         PERFORM 2000-EXTRACT-ACTIVITY THRU 2000-EXIT
004370         PERFORM 3000-EXTRACT-SUSPENSE THRU 3000-EXIT
004380         PERFORM 4000-EXTRACT-INCIDENTS THRU 4000-EXIT
004390         PERFORM 5000-EXTRACT-PARTNERS THRU 5000-EXIT
004400         PERFORM 6000-CLOSE-EXTRACTS THRU 6000-EXIT
004410         PERFORM 6200-SWEEP-STATE THRU 6200-EXIT
004420         PERFORM 6400-ADVANCE-HIGH-WATER THRU 6400-EXIT
004430         PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT
004440     END-IF.
004450     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004460     PERFORM 9900-RUN-HISTORY-END THRU 9900-EXIT.
004470     GOBACK.

004480******************************************************************
004490*  0100-RUN-HISTORY-START - FILE THIS RUN ON TPRUNHIS AS         *
004500*  RUNNING.                                                      *
004510******************************************************************
004520 0100-RUN-HISTORY-START.
004530     MOVE 'START'            TO TP-HST-REQUEST.
004540     MOVE 'TP980WHX'         TO TP-HST-PROGRAM-ID.
004550     MOVE SPACES             TO TP-HST-STREAM-ID.
004560     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
004570     CALL 'TPRUNHST' USING TP-HST-CB.
004580 0100-EXIT.
004590     EXIT.

004600******************************************************************
004610*  1000-INITIALIZE - SET THE WINDOW AND OPEN EVERYTHING.  ANY    *
004620*  FAILURE HERE ENDS THE RUN AT RC 16 WITH NOTHING WRITTEN AND   *
004630*  THE HIGH-WATER MARK WHERE IT WAS.                             *
004640******************************************************************
004650 1000-INITIALIZE.
004660     ACCEPT TP980-TODAY FROM DATE YYYYMMDD.
004670     ACCEPT TP980-CLOCK FROM TIME.
004680     MOVE TP980-TODAY        TO TP980-THRU-DATE.
004690     MOVE TP980-CLOCK-HHMMSS TO TP980-THRU-TIME.
004700     OPEN OUTPUT TPWHRPT-FILE.
004710     MOVE TP980-TODAY TO TP980-H1-DATE.
004720     WRITE TP-WHRPT-LINE FROM TP980-HEADING-1.
004730     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
004740     PERFORM 1200-READ-HIGH-WATER THRU 1200-EXIT.
004750     IF RETURN-CODE = 16
004760         GO TO 1000-EXIT
004770     END-IF.
004780     PERFORM 1300-SET-WINDOW THRU 1300-EXIT.
004790     IF RETURN-CODE = 16
004800         GO TO 1000-EXIT
004810     END-IF.
004820     PERFORM 1400-OPEN-SOURCES THRU 1400-EXIT.
004830     IF RETURN-CODE = 16
004840         GO TO 1000-EXIT
004850     END-IF.
004860     PERFORM 1500-OPEN-EXTRACTS THRU 1500-EXIT.
004870     IF RETURN-CODE = 16
004880         PERFORM 1490-CLOSE-SOURCES THRU 1490-EXIT
004890         GO TO 1000-EXIT
004900     END-IF.
004910     SET TP980-FILES-ARE-OPEN TO TRUE.
004920 1000-EXIT.
004930     EXIT.

004940******************************************************************
004950*  1100-READ-CONTROL-CARD - OPTIONAL.  A THROUGH DATE LATER      *
004960*  THAN TODAY, OR A START DATE LATER THAN THE THROUGH DATE,      *
004970*  REJECTS THE CARD WITH RC 4 AND THE DEFAULTS STAND.  TODAY'S   *
004980*  DATE ON THE CARD IS THE SAME AS NO DATE - THROUGH NOW.        *
004990******************************************************************
005000 1100-READ-CONTROL-CARD.
005010     OPEN INPUT TPWHCTL-FILE.
005020     IF TPWHCTL-STATUS NOT = '00'
005030         DISPLAY 'TP980WHX - TPWHCTL NOT AVAILABLE - '
005040                 'BUILT-IN DEFAULTS IN FORCE'
005050         GO TO 1100-DEFAULT-START
005060     END-IF.
005070     READ TPWHCTL-FILE
005080         AT END
005090             CLOSE TPWHCTL-FILE
005100             GO TO 1100-DEFAULT-START
005110     END-READ.
005120     CLOSE TPWHCTL-FILE.
005130     IF TP-WHCTL-THRU-DATE = SPACES
005140         GO TO 1100-START-DATE
005150     END-IF.
005160     IF TP-WHCTL-THRU-DATE NOT NUMERIC
005170        OR TP-WHCTL-THRU-NUM < 19000101
005180        OR TP-WHCTL-THRU-NUM > TP980-TODAY
005190         PERFORM 1150-REJECT-CARD THRU 1150-EXIT
005200         GO TO 1100-DEFAULT-START
005210     END-IF.
005220     IF TP-WHCTL-THRU-NUM < TP980-TODAY
005230         MOVE TP-WHCTL-THRU-NUM TO TP980-THRU-DATE
005240         MOVE 235959            TO TP980-THRU-TIME
005250     END-IF.
005260 1100-START-DATE.
005270     IF TP-WHCTL-START-DATE = SPACES
005280         GO TO 1100-DEFAULT-START
005290     END-IF.
005300     IF TP-WHCTL-START-DATE NOT NUMERIC
005310        OR TP-WHCTL-START-NUM < 19000101
005320        OR TP-WHCTL-START-NUM > TP980-THRU-DATE
005330         PERFORM 1150-REJECT-CARD THRU 1150-EXIT
005340         GO TO 1100-DEFAULT-START
005350     END-IF.
005360     MOVE TP-WHCTL-START-NUM TO TP980-START-DATE.
005370 1100-DEFAULT-START.
005380     IF TP980-START-DATE = ZERO
005390         MOVE TP980-THRU-DATE TO TP980-START-DATE
005400     END-IF.
005410 1100-EXIT.
005420     EXIT.

005430 1150-REJECT-CARD.
005440     ADD 1 TO TP980-REJECT-COUNT.
005450     DISPLAY 'TP980WHX - CONTROL CARD REJECTED - '
005460              TP-WHCTL-CARD(1:40).
005470     MOVE 4 TO RETURN-CODE.
005480 1150-EXIT.
005490     EXIT.

005500******************************************************************
005510*  1200-READ-HIGH-WATER - NO TPWHHWM, OR AN EMPTY ONE, MEANS     *
005520*  THIS IS THE FIRST EXTRACT AND STARTS AT THE START DATE.       *
005530******************************************************************
005540 1200-READ-HIGH-WATER.
005550     OPEN INPUT TPWHHWM-FILE.
005560     IF TPWHHWM-STATUS = '35'
005570         GO TO 1200-EXIT
005580     END-IF.
005590     IF TPWHHWM-STATUS NOT = '00'
005600         DISPLAY 'TP980WHX - UNABLE TO OPEN TPWHHWM - STATUS '
005610                  TPWHHWM-STATUS
005620         MOVE 16 TO RETURN-CODE
005630         GO TO 1200-EXIT
005640     END-IF.
005650     READ TPWHHWM-FILE
005660         AT END
005670             CLOSE TPWHHWM-FILE
005680             GO TO 1200-EXIT
005690     END-READ.
005700     SET TP980-HWM-FOUND TO TRUE.
005710     MOVE TP-WHHWM-THRU-DATE TO TP980-AFTER-DATE.
005720     MOVE TP-WHHWM-THRU-TIME TO TP980-AFTER-TIME.
005730     CLOSE TPWHHWM-FILE.
005740 1200-EXIT.
005750     EXIT.

005760******************************************************************
005770*  1300-SET-WINDOW - A FIRST EXTRACT RUNS FROM THE START OF THE  *
005780*  START DATE, I.E. AFTER 23:59:59 THE DAY BEFORE.  PARTNER      *
005790*  ROWS ARE DATED BY DAY ONLY, SO THEY ARE TAKEN FROM THE DAY    *
005800*  THE MARK FALLS IN, OR THE NEXT DAY WHEN THE MARK IS THE END   *
005810*  OF A DAY.                                                     *
005820******************************************************************
005830 1300-SET-WINDOW.
005840     IF NOT TP980-HWM-FOUND
005850         COMPUTE TP980-DAY-NUMBER
005860             = FUNCTION INTEGER-OF-DATE(TP980-START-DATE) - 1
005870         COMPUTE TP980-AFTER-DATE
005880             = FUNCTION DATE-OF-INTEGER(TP980-DAY-NUMBER)
005890         MOVE 235959 TO TP980-AFTER-TIME
005900         DISPLAY 'TP980WHX - NO HIGH-WATER MARK - FIRST '
005910                 'EXTRACT STARTS ' TP980-START-DATE
005920     END-IF.
005930     IF TP980-AFTER-TIME < 235959
005940         MOVE TP980-AFTER-DATE TO TP980-DIM-FROM-DATE
005950     ELSE
005960         COMPUTE TP980-DAY-NUMBER
005970             = FUNCTION INTEGER-OF-DATE(TP980-AFTER-DATE) + 1
005980         COMPUTE TP980-DIM-FROM-DATE
005990             = FUNCTION DATE-OF-INTEGER(TP980-DAY-NUMBER)
006000     END-IF.
006010     MOVE 'EXTRACTED AFTER (HIGH-WATER MARK):' TO TP980-W-LABEL.
006020     MOVE TP980-AFTER-DATE   TO TP980-W-DATE.
006030     MOVE TP980-AFTER-TIME   TO TP980-W-TIME.
006040     WRITE TP-WHRPT-LINE FROM TP980-WINDOW-LINE.
006050     MOVE 'EXTRACTED THROUGH:'          TO TP980-W-LABEL.
006060     MOVE TP980-THRU-DATE    TO TP980-W-DATE.
006070     MOVE TP980-THRU-TIME    TO TP980-W-TIME.
006080     WRITE TP-WHRPT-LINE FROM TP980-WINDOW-LINE.
006090     MOVE 'PARTNER ROWS DATED FROM:'    TO TP980-W-LABEL.
006100     MOVE TP980-DIM-FROM-DATE TO TP980-W-DATE.
006110     MOVE SPACES             TO TP980-W-TIME.
006120     WRITE TP-WHRPT-LINE FROM TP980-WINDOW-LINE.
006130     IF TP980-THRU-TS-NUM NOT > TP980-AFTER-TS-NUM
006140         DISPLAY 'TP980WHX - THROUGH ' TP980-THRU-TS-NUM
006150                 ' IS NOT AFTER THE HIGH-WATER MARK '
006160                 TP980-AFTER-TS-NUM
006170         MOVE 16 TO RETURN-CODE
006180     END-IF.
006190 1300-EXIT.
006200     EXIT.

006210******************************************************************
006220*  1400-OPEN-SOURCES - TPACTLOG AND TPSUSPF MUST BE THERE.       *
006230*  TPINCID, TPCORPDIV AND TPALSXRF ARE CREATED BY THE PROGRAMS   *
006240*  THAT FIRST WRITE THEM, SO NOT FOUND (35) MEANS NOTHING YET;   *
006250*  ANY OTHER FAILURE IS FATAL.  TPWHSTAT IS CREATED ON FIRST     *
006260*  USE.                                                          *
006270******************************************************************
006280 1400-OPEN-SOURCES.
006290     OPEN INPUT TPACTLOG-FILE.
006300     IF TPACTLOG-STATUS NOT = '00'
006310         DISPLAY 'TP980WHX - UNABLE TO OPEN TPACTLOG - STATUS '
006320                  TPACTLOG-STATUS
006330         MOVE 16 TO RETURN-CODE
006340         GO TO 1400-EXIT
006350     END-IF.
006360     OPEN INPUT TPSUSPF-FILE.
006370     IF TPSUSPF-STATUS NOT = '00'
006380         DISPLAY 'TP980WHX - UNABLE TO OPEN TPSUSPF - STATUS '
006390                  TPSUSPF-STATUS
006400         MOVE 16 TO RETURN-CODE
006410         CLOSE TPACTLOG-FILE
006420         GO TO 1400-EXIT
006430     END-IF.
006440     OPEN INPUT TPINCID-FILE.
006450     EVALUATE TPINCID-STATUS
006460         WHEN '00'
006470             SET TP980-INCID-IS-OPEN TO TRUE
006480         WHEN '35'
006490             DISPLAY 'TP980WHX - NO TPINCID FILE - NO '
006500                     'INCIDENTS EXTRACTED'
006510         WHEN OTHER
006520             DISPLAY 'TP980WHX - UNABLE TO OPEN TPINCID - '
006530                     'STATUS ' TPINCID-STATUS
006540             MOVE 16 TO RETURN-CODE
006550     END-EVALUATE.
006560     OPEN INPUT TPCORPDIV-FILE.
006570     EVALUATE TPCORPDIV-STATUS
006580         WHEN '00'
006590             SET TP980-CORPDIV-IS-OPEN TO TRUE
006600         WHEN '35'
006610             DISPLAY 'TP980WHX - NO TPCORPDIV FILE - NO '
006620                     'CORP/DIV PAIRS EXTRACTED'
006630         WHEN OTHER
006640             DISPLAY 'TP980WHX - UNABLE TO OPEN TPCORPDIV - '
006650                     'STATUS ' TPCORPDIV-STATUS
006660             MOVE 16 TO RETURN-CODE
006670     END-EVALUATE.
006680     OPEN INPUT TPALSXRF-FILE.
006690     EVALUATE TPALSXRF-STATUS
006700         WHEN '00'
006710             SET TP980-ALSXRF-IS-OPEN TO TRUE
006720         WHEN '35'
006730             DISPLAY 'TP980WHX - NO TPALSXRF FILE - NO '
006740                     'ALIASES EXTRACTED'
006750         WHEN OTHER
006760             DISPLAY 'TP980WHX - UNABLE TO OPEN TPALSXRF - '
006770                     'STATUS ' TPALSXRF-STATUS
006780             MOVE 16 TO RETURN-CODE
006790     END-EVALUATE.
006800     IF RETURN-CODE = 16
006810         PERFORM 1490-CLOSE-SOURCES THRU 1490-EXIT
006820         GO TO 1400-EXIT
006830     END-IF.
006840     OPEN I-O TPWHSTAT-FILE.
006850     IF TPWHSTAT-STATUS = '35'
006860         OPEN OUTPUT TPWHSTAT-FILE
006870         CLOSE TPWHSTAT-FILE
006880         OPEN I-O TPWHSTAT-FILE
006890     END-IF.
006900     IF TPWHSTAT-STATUS NOT = '00'
006910         DISPLAY 'TP980WHX - UNABLE TO OPEN TPWHSTAT - STATUS '
006920                  TPWHSTAT-STATUS
006930         MOVE 16 TO RETURN-CODE
006940         PERFORM 1490-CLOSE-SOURCES THRU 1490-EXIT
006950         GO TO 1400-EXIT
006960     END-IF.
006970     SET TP980-STATE-IS-OPEN TO TRUE.
006980 1400-EXIT.
006990     EXIT.

007000******************************************************************
007010*  1490-CLOSE-SOURCES - EVERYTHING 1400 OPENED.                  *
007020******************************************************************
007030 1490-CLOSE-SOURCES.
007040     CLOSE TPACTLOG-FILE.
007050     CLOSE TPSUSPF-FILE.
007060     IF TP980-INCID-IS-OPEN
007070         CLOSE TPINCID-FILE
007080     END-IF.
007090     IF TP980-CORPDIV-IS-OPEN
007100         CLOSE TPCORPDIV-FILE
007110     END-IF.
007120     IF TP980-ALSXRF-IS-OPEN
007130         CLOSE TPALSXRF-FILE
007140     END-IF.
007150     IF TP980-STATE-IS-OPEN
007160         CLOSE TPWHSTAT-FILE
007170     END-IF.
007180 1490-EXIT.
007190     EXIT.

007200******************************************************************
007210*  1500-OPEN-EXTRACTS - ALL FOUR OR NONE.                        *
007220******************************************************************
007230 1500-OPEN-EXTRACTS.
007240     OPEN OUTPUT TPWHACT-FILE
007250                 TPWHSUS-FILE
007260                 TPWHINC-FILE
007270                 TPWHPTR-FILE.
007280     IF TPWHACT-STATUS = '00'
007290        AND TPWHSUS-STATUS = '00'
007300        AND TPWHINC-STATUS = '00'
007310        AND TPWHPTR-STATUS = '00'
007320         GO TO 1500-EXIT
007330     END-IF.
007340     DISPLAY 'TP980WHX - UNABLE TO OPEN THE EXTRACT FILES - '
007350             'STATUS ' TPWHACT-STATUS ' ' TPWHSUS-STATUS ' '
007360             TPWHINC-STATUS ' ' TPWHPTR-STATUS.
007370     MOVE 16 TO RETURN-CODE.
007380     IF TPWHACT-STATUS = '00'
007390         CLOSE TPWHACT-FILE
007400     END-IF.
007410     IF TPWHSUS-STATUS = '00'
007420         CLOSE TPWHSUS-FILE
007430     END-IF.
007440     IF TPWHINC-STATUS = '00'
007450         CLOSE TPWHINC-FILE
007460     END-IF.
007470     IF TPWHPTR-STATUS = '00'
007480         CLOSE TPWHPTR-FILE
007490     END-IF.
007500 1500-EXIT.
007510     EXIT.

007520******************************************************************
007530*  2000-EXTRACT-ACTIVITY - EVERY PERFORM-MAPPING CALL LOGGED IN  *
007540*  THE WINDOW, SUCCESSFUL OR NOT, ONE ROW EACH.                  *
007550******************************************************************
007560 2000-EXTRACT-ACTIVITY.
007570     MOVE TP980-ACT-HEADER TO TP980-CSV-LINE.
007580     PERFORM 2800-WRITE-ACTIVITY-LINE THRU 2800-EXIT.
007590     PERFORM 2900-READ-NEXT-ACTIVITY THRU 2900-EXIT.
007600     PERFORM 2100-POST-ACTIVITY THRU 2100-EXIT
007610         UNTIL TP980-NO-MORE-ACTIVITY.
007620     MOVE 'TPWHACT'          TO TP980-T-FILE-ID.
007630     MOVE TP980-ACT-ROWS     TO TP980-T-ROWS.
007640     MOVE 'RUN_TIME'         TO TP980-T-HASH-NAME.
007650     MOVE TP980-ACT-HASH     TO TP980-T-HASH.
007660     PERFORM 8500-BUILD-TRAILER THRU 8500-EXIT.
007670     PERFORM 2800-WRITE-ACTIVITY-LINE THRU 2800-EXIT.
007680 2000-EXIT.
007690     EXIT.

007700 2100-POST-ACTIVITY.
007710     ADD 1 TO TP980-ACT-READ.
007720     IF NOT TP-ACTLOG-IS-PERFORM-MAPPING
007730         GO TO 2100-NEXT
007740     END-IF.
007750     MOVE TP-ACTLOG-RUN-DATE TO TP980-REC-DATE.
007760     MOVE TP-ACTLOG-RUN-TIME TO TP980-REC-TIME.
007770     IF TP980-REC-TS-NUM NOT > TP980-AFTER-TS-NUM
007780        OR TP980-REC-TS-NUM > TP980-THRU-TS-NUM
007790         GO TO 2100-NEXT
007800     END-IF.
007810     PERFORM 8300-START-DETAIL THRU 8300-EXIT.
007820     MOVE TP-ACTLOG-RUN-DATE          TO TP980-FLD.
007830     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
007840     MOVE TP-ACTLOG-RUN-TIME          TO TP980-FLD.
007850     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
007860     MOVE TP-ACTLOG-DOCUMENT-ID       TO TP980-FLD.
007870     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
007880     MOVE TP-ACTLOG-PARTNER-FORM      TO TP980-FLD.
007890     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
007900     MOVE TP-ACTLOG-CORP-ID-QUAL      TO TP980-PC-CORP-ID-QUAL.
007910     MOVE TP-ACTLOG-CORP-ID           TO TP980-PC-CORP-ID.
007920     MOVE TP-ACTLOG-DIV-ID-QUAL       TO TP980-PC-DIV-ID-QUAL.
007930     MOVE TP-ACTLOG-DIV-ID            TO TP980-PC-DIV-ID.
007940     MOVE TP-ACTLOG-ALIAS-ID-QUAL     TO TP980-PC-ALIAS-ID-QUAL.
007950     MOVE TP-ACTLOG-ALIAS-ID          TO TP980-PC-ALIAS-ID.
007960     PERFORM 8400-ADD-PARTNER-COLS THRU 8400-EXIT.
007970     MOVE TP-ACTLOG-APPLICATION-ID    TO TP980-FLD.
007980     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
007990     MOVE TP-ACTLOG-VERSION           TO TP980-FLD.
008000     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
008010     MOVE TP-ACTLOG-VERSION-RELEASE   TO TP980-FLD.
008020     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
008030     MOVE TP-ACTLOG-RESPONSE-CODE     TO TP980-FLD.
008040     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
008050     MOVE TP-ACTLOG-RESPONSE-MESSAGE  TO TP980-FLD.
008060     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
008070     MOVE TP-ACTLOG-RESUBMIT-IND      TO TP980-FLD.
008080     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
008090     MOVE TP-ACTLOG-RESUBMIT-COUNT    TO TP980-FLD.
008100     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
008110     MOVE TP-ACTLOG-ORIG-BATCH-ID     TO TP980-FLD.
008120     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
008130     MOVE TP-ACTLOG-RESUBMIT-BATCH-ID TO TP980-FLD.
008140     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
008150     MOVE TP-ACTLOG-ELAPSED-HSEC      TO TP980-FLD.
008160     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
008170     PERFORM 2800-WRITE-ACTIVITY-LINE THRU 2800-EXIT.
008180     ADD 1                  TO TP980-ACT-ROWS.
008190     ADD TP-ACTLOG-RUN-TIME TO TP980-ACT-HASH.
008200 2100-NEXT.
008210     PERFORM 2900-READ-NEXT-ACTIVITY THRU 2900-EXIT.
008220 2100-EXIT.
008230     EXIT.

008240 2800-WRITE-ACTIVITY-LINE.
008250     WRITE TP-WHACT-LINE FROM TP980-CSV-LINE.
008260     IF TPWHACT-STATUS NOT = '00'
008270         MOVE 'TPWHACT'      TO TP980-FAIL-FILE
008280         MOVE TPWHACT-STATUS TO TP980-FAIL-STATUS
008290         PERFORM 8900-WRITE-FAILED THRU 8900-EXIT
008300     END-IF.
008310 2800-EXIT.
008320     EXIT.

008330 2900-READ-NEXT-ACTIVITY.
008340     READ TPACTLOG-FILE
008350         AT END
008360             SET TP980-NO-MORE-ACTIVITY TO TRUE
008370     END-READ.
008380 2900-EXIT.
008390     EXIT.

008400******************************************************************
008410*  3000-EXTRACT-SUSPENSE - EVERY SUSPENSION NEW SINCE THE MARK   *
008420*  OR CHANGED SINCE IT WAS LAST SENT.  ONE THAT FAILED AFTER     *
008430*  THE THROUGH TIME IS LEFT FOR THE NEXT EXTRACT.                *
008440******************************************************************
008450 3000-EXTRACT-SUSPENSE.
008460     MOVE TP980-SUS-HEADER TO TP980-CSV-LINE.
008470     PERFORM 3800-WRITE-SUSPENSE-LINE THRU 3800-EXIT.
008480     PERFORM 3900-READ-NEXT-SUSPENSE THRU 3900-EXIT.
008490     PERFORM 3100-POST-SUSPENSE THRU 3100-EXIT
008500         UNTIL TP980-NO-MORE-SUSPENSE.
008510     MOVE 'TPWHSUS'          TO TP980-T-FILE-ID.
008520     MOVE TP980-SUS-ROWS     TO TP980-T-ROWS.
008530     MOVE 'FAIL_TIME'        TO TP980-T-HASH-NAME.
008540     MOVE TP980-SUS-HASH     TO TP980-T-HASH.
008550     PERFORM 8500-BUILD-TRAILER THRU 8500-EXIT.
008560     PERFORM 3800-WRITE-SUSPENSE-LINE THRU 3800-EXIT.
008570 3000-EXIT.
008580     EXIT.

008590 3100-POST-SUSPENSE.
008600     ADD 1 TO TP980-SUS-READ.
008610     MOVE TP-SUSP-FAIL-DATE TO TP980-REC-DATE.
008620     MOVE TP-SUSP-FAIL-TIME TO TP980-REC-TIME.
008630     IF TP980-REC-TS-NUM > TP980-THRU-TS-NUM
008640         GO TO 3100-NEXT
008650     END-IF.
008660     MOVE SPACES                  TO TP980-SUSP-IMAGE.
008670     MOVE TP-SUSP-STATUS          TO TP980-SI-STATUS.
008680     MOVE TP-SUSP-RESUBMIT-COUNT  TO TP980-SI-RESUBMIT-COUNT.
008690     MOVE TP-SUSP-CANCEL-DATE     TO TP980-SI-CANCEL-DATE.
008700     MOVE TP-SUSP-CANCEL-OPER     TO TP980-SI-CANCEL-OPER.
008710     MOVE TP-SUSP-CANCEL-REASON   TO TP980-SI-CANCEL-REASON.
008720     MOVE 'S'                     TO TP980-ST-SOURCE.
008730     MOVE SPACES                  TO TP980-ST-OBJECT-KEY.
008740     MOVE TP-SUSP-DOCUMENT-ID     TO TP980-ST-OBJECT-KEY(1:45).
008750     MOVE TP980-REC-TS            TO TP980-ST-OBJECT-KEY(46:14).
008760     MOVE TP980-SUSP-IMAGE        TO TP980-ST-IMAGE.
008770     MOVE TP980-REC-TS-NUM        TO TP980-ST-CREATED-TS.
008780     PERFORM 7000-MATCH-STATE THRU 7000-EXIT.
008790     EVALUATE TRUE
008800         WHEN TP980-ROW-IS-NEW
008810             ADD 1 TO TP980-SUS-NEW
008820         WHEN TP980-ROW-CHANGED
008830             ADD 1 TO TP980-SUS-CHANGED
008840         WHEN TP980-ROW-SEEDED
008850             ADD 1 TO TP980-SUS-SEEDED
008860             GO TO 3100-NEXT
008870         WHEN OTHER
008880             GO TO 3100-NEXT
008890     END-EVALUATE.
008900     PERFORM 8300-START-DETAIL THRU 8300-EXIT.
008910     MOVE TP980-CHANGE-TYPE           TO TP980-FLD.
008920     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
008930     MOVE TP-SUSP-DOCUMENT-ID         TO TP980-FLD.
008940     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
008950     MOVE TP-SUSP-FAIL-DATE           TO TP980-FLD.
008960     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
008970     MOVE TP-SUSP-FAIL-TIME           TO TP980-FLD.
008980     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
008990     MOVE TP-SUSP-PARTNER-FORM        TO TP980-FLD.
009000     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
009010     MOVE TP-SUSP-CORP-ID-QUAL        TO TP980-PC-CORP-ID-QUAL.
009020     MOVE TP-SUSP-CORP-ID             TO TP980-PC-CORP-ID.
009030     MOVE TP-SUSP-DIV-ID-QUAL         TO TP980-PC-DIV-ID-QUAL.
009040     MOVE TP-SUSP-DIV-ID              TO TP980-PC-DIV-ID.
009050     MOVE TP-SUSP-ALIAS-ID-QUAL       TO TP980-PC-ALIAS-ID-QUAL.
009060     MOVE TP-SUSP-ALIAS-ID            TO TP980-PC-ALIAS-ID.
009070     PERFORM 8400-ADD-PARTNER-COLS THRU 8400-EXIT.
009080     MOVE TP-SUSP-APPLICATION-ID      TO TP980-FLD.
009090     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
009100     MOVE TP-SUSP-VERSION             TO TP980-FLD.
009110     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
009120     MOVE TP-SUSP-VERSION-RELEASE     TO TP980-FLD.
009130     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
009140     MOVE TP-SUSP-RESPONSE-CODE       TO TP980-FLD.
009150     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
009160     MOVE TP-SUSP-RESPONSE-MESSAGE    TO TP980-FLD.
009170     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
009180     MOVE TP-SUSP-ORIG-BATCH-ID       TO TP980-FLD.
009190     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
009200     MOVE TP-SUSP-RESUBMIT-BATCH-ID   TO TP980-FLD.
009210     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
009220     MOVE TP-SUSP-RESUBMIT-COUNT      TO TP980-FLD.
009230     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
009240     MOVE TP980-PRIOR-STATUS          TO TP980-FLD.
009250     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
009260     MOVE TP-SUSP-STATUS              TO TP980-FLD.
009270     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
009280     MOVE SPACES                      TO TP980-FLD.
009290     IF TP-SUSP-CANCELLED
009300         MOVE TP-SUSP-CANCEL-DATE     TO TP980-FLD
009310     END-IF.
009320     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
009330     MOVE TP-SUSP-CANCEL-OPER         TO TP980-FLD.
009340     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
009350     MOVE TP-SUSP-CANCEL-REASON       TO TP980-FLD.
009360     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
009370     PERFORM 3800-WRITE-SUSPENSE-LINE THRU 3800-EXIT.
009380     ADD 1                  TO TP980-SUS-ROWS.
009390     ADD TP-SUSP-FAIL-TIME  TO TP980-SUS-HASH.
009400 3100-NEXT.
009410     PERFORM 3900-READ-NEXT-SUSPENSE THRU 3900-EXIT.
009420 3100-EXIT.
009430     EXIT.

009440 3800-WRITE-SUSPENSE-LINE.
009450     WRITE TP-WHSUS-LINE FROM TP980-CSV-LINE.
009460     IF TPWHSUS-STATUS NOT = '00'
009470         MOVE 'TPWHSUS'      TO TP980-FAIL-FILE
009480         MOVE TPWHSUS-STATUS TO TP980-FAIL-STATUS
009490         PERFORM 8900-WRITE-FAILED THRU 8900-EXIT
009500     END-IF.
009510 3800-EXIT.
009520     EXIT.

009530 3900-READ-NEXT-SUSPENSE.
009540     READ TPSUSPF-FILE
009550         AT END
009560             SET TP980-NO-MORE-SUSPENSE TO TRUE
009570     END-READ.
009580 3900-EXIT.
009590     EXIT.

009600******************************************************************
009610*  4000-EXTRACT-INCIDENTS - EVERY INCIDENT NEW SINCE THE MARK    *
009620*  OR CHANGED SINCE IT WAS LAST SENT - ACKNOWLEDGED, REOPENED,   *
009630*  OR RECURRING AGAIN.  THE PARTNER KEY IS SPLIT INTO THE SAME   *
009640*  PARTNER COLUMNS AS THE OTHER FILES.                           *
009650******************************************************************
009660 4000-EXTRACT-INCIDENTS.
009670     MOVE TP980-INC-HEADER TO TP980-CSV-LINE.
009680     PERFORM 4800-WRITE-INCIDENT-LINE THRU 4800-EXIT.
009690     IF TP980-INCID-IS-OPEN
009700         PERFORM 4900-READ-NEXT-INCIDENT THRU 4900-EXIT
009710         PERFORM 4100-POST-INCIDENT THRU 4100-EXIT
009720             UNTIL TP980-NO-MORE-INCIDENTS
009730     END-IF.
009740     MOVE 'TPWHINC'          TO TP980-T-FILE-ID.
009750     MOVE TP980-INC-ROWS     TO TP980-T-ROWS.
009760     MOVE 'OCCUR_COUNT'      TO TP980-T-HASH-NAME.
009770     MOVE TP980-INC-HASH     TO TP980-T-HASH.
009780     PERFORM 8500-BUILD-TRAILER THRU 8500-EXIT.
009790     PERFORM 4800-WRITE-INCIDENT-LINE THRU 4800-EXIT.
009800 4000-EXIT.
009810     EXIT.

009820 4100-POST-INCIDENT.
009830     ADD 1 TO TP980-INC-READ.
009840     MOVE TP-INCID-FIRST-DATE TO TP980-REC-DATE.
009850     MOVE TP-INCID-FIRST-TIME TO TP980-REC-TIME.
009860     IF TP980-REC-TS-NUM > TP980-THRU-TS-NUM
009870         GO TO 4100-NEXT
009880     END-IF.
009890     MOVE SPACES                  TO TP980-INCID-IMAGE.
009900     MOVE TP-INCID-STATUS         TO TP980-II-STATUS.
009910     MOVE TP-INCID-SEVERITY       TO TP980-II-SEVERITY.
009920     MOVE TP-INCID-OCCUR-COUNT    TO TP980-II-OCCUR-COUNT.
009930     MOVE TP-INCID-LAST-DATE      TO TP980-II-LAST-DATE.
009940     MOVE TP-INCID-LAST-TIME      TO TP980-II-LAST-TIME.
009950     MOVE TP-INCID-ACK-DATE       TO TP980-II-ACK-DATE.
009960     MOVE TP-INCID-ACK-OPER       TO TP980-II-ACK-OPER.
009970     MOVE 'I'                     TO TP980-ST-SOURCE.
009980     MOVE TP-INCID-KEY            TO TP980-ST-OBJECT-KEY.
009990     MOVE TP980-INCID-IMAGE       TO TP980-ST-IMAGE.
010000     MOVE TP980-REC-TS-NUM        TO TP980-ST-CREATED-TS.
010010     PERFORM 7000-MATCH-STATE THRU 7000-EXIT.
010020     EVALUATE TRUE
010030         WHEN TP980-ROW-IS-NEW
010040             ADD 1 TO TP980-INC-NEW
010050         WHEN TP980-ROW-CHANGED
010060             ADD 1 TO TP980-INC-CHANGED
010070         WHEN TP980-ROW-SEEDED
010080             ADD 1 TO TP980-INC-SEEDED
010090             GO TO 4100-NEXT
010100         WHEN OTHER
010110             GO TO 4100-NEXT
010120     END-EVALUATE.
010130     PERFORM 8300-START-DETAIL THRU 8300-EXIT.
010140     MOVE TP980-CHANGE-TYPE           TO TP980-FLD.
010150     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
010160     MOVE TP-INCID-RESPONSE-CODE      TO TP980-FLD.
010170     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
010180     MOVE TP-INCID-PARTNER-FORM       TO TP980-FLD.
010190     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
010200     MOVE SPACES                      TO TP980-PARTNER-COLS.
010210     IF TP-INCID-PARTNER-FORM = 'A'
010220         MOVE TP-INCID-PARTNER-KEY(1:4)
010230             TO TP980-PC-ALIAS-ID-QUAL
010240         MOVE TP-INCID-PARTNER-KEY(5:35)
010250             TO TP980-PC-ALIAS-ID
010260     ELSE
010270         MOVE TP-INCID-PARTNER-KEY(1:4)
010280             TO TP980-PC-CORP-ID-QUAL
010290         MOVE TP-INCID-PARTNER-KEY(5:35)
010300             TO TP980-PC-CORP-ID
010310         MOVE TP-INCID-PARTNER-KEY(40:4)
010320             TO TP980-PC-DIV-ID-QUAL
010330         MOVE TP-INCID-PARTNER-KEY(44:35)
010340             TO TP980-PC-DIV-ID
010350     END-IF.
010360     PERFORM 8400-ADD-PARTNER-COLS THRU 8400-EXIT.
010370     MOVE TP-INCID-SEVERITY           TO TP980-FLD.
010380     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
010390     MOVE TP980-PRIOR-STATUS          TO TP980-FLD.
010400     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
010410     MOVE TP-INCID-STATUS             TO TP980-FLD.
010420     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
010430     MOVE TP-INCID-FIRST-DATE         TO TP980-FLD.
010440     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
010450     MOVE TP-INCID-FIRST-TIME         TO TP980-FLD.
010460     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
010470     MOVE TP-INCID-LAST-DATE          TO TP980-FLD.
010480     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
010490     MOVE TP-INCID-LAST-TIME          TO TP980-FLD.
010500     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
010510     MOVE TP-INCID-OCCUR-COUNT        TO TP980-FLD.
010520     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
010530     MOVE TP-INCID-LAST-PROGRAM       TO TP980-FLD.
010540     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
010550     MOVE TP-INCID-LAST-MESSAGE       TO TP980-FLD.
010560     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
010570     MOVE SPACES                      TO TP980-FLD.
010580     IF TP-INCID-IS-ACKNOWLEDGED
010590         MOVE TP-INCID-ACK-DATE       TO TP980-FLD
010600     END-IF.
010610     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
010620     MOVE TP-INCID-ACK-OPER           TO TP980-FLD.
010630     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
010640     PERFORM 4800-WRITE-INCIDENT-LINE THRU 4800-EXIT.
010650     ADD 1                    TO TP980-INC-ROWS.
010660     ADD TP-INCID-OCCUR-COUNT TO TP980-INC-HASH.
010670 4100-NEXT.
010680     PERFORM 4900-READ-NEXT-INCIDENT THRU 4900-EXIT.
010690 4100-EXIT.
010700     EXIT.

010710 4800-WRITE-INCIDENT-LINE.
010720     WRITE TP-WHINC-LINE FROM TP980-CSV-LINE.
010730     IF TPWHINC-STATUS NOT = '00'
010740         MOVE 'TPWHINC'      TO TP980-FAIL-FILE
010750         MOVE TPWHINC-STATUS TO TP980-FAIL-STATUS
010760         PERFORM 8900-WRITE-FAILED THRU 8900-EXIT
010770     END-IF.
010780 4800-EXIT.
010790     EXIT.

010800 4900-READ-NEXT-INCIDENT.
010810     READ TPINCID-FILE NEXT RECORD
010820         AT END
010830             SET TP980-NO-MORE-INCIDENTS TO TRUE
010840     END-READ.
010850 4900-EXIT.
010860     EXIT.

010870******************************************************************
010880*  5000-EXTRACT-PARTNERS - THE PARTNER DIMENSION: CORP/DIV       *
010890*  PAIRS LAST SEEN, AND ALIAS CROSS-REFERENCES LAST MAINTAINED,  *
010900*  FROM THE DIMENSION FROM-DATE THROUGH THE THROUGH DATE.        *
010910*  CHANGE_DATE IS THAT DATE.                                     *
010920******************************************************************
010930 5000-EXTRACT-PARTNERS.
010940     MOVE TP980-PTR-HEADER TO TP980-CSV-LINE.
010950     PERFORM 5800-WRITE-PARTNER-LINE THRU 5800-EXIT.
010960     IF TP980-CORPDIV-IS-OPEN
010970         PERFORM 5900-READ-NEXT-CORPDIV THRU 5900-EXIT
010980         PERFORM 5100-POST-CORPDIV THRU 5100-EXIT
010990             UNTIL TP980-NO-MORE-CORPDIV
011000     END-IF.
011010     IF TP980-ALSXRF-IS-OPEN
011020         PERFORM 5950-READ-NEXT-ALIAS THRU 5950-EXIT
011030         PERFORM 5200-POST-ALIAS THRU 5200-EXIT
011040             UNTIL TP980-NO-MORE-ALIASES
011050     END-IF.
011060     MOVE 'TPWHPTR'          TO TP980-T-FILE-ID.
011070     MOVE TP980-PTR-ROWS     TO TP980-T-ROWS.
011080     MOVE 'CHANGE_DATE'      TO TP980-T-HASH-NAME.
011090     MOVE TP980-PTR-HASH     TO TP980-T-HASH.
011100     PERFORM 8500-BUILD-TRAILER THRU 8500-EXIT.
011110     PERFORM 5800-WRITE-PARTNER-LINE THRU 5800-EXIT.
011120 5000-EXIT.
011130     EXIT.

011140 5100-POST-CORPDIV.
011150     ADD 1 TO TP980-CDV-READ.
011160     IF TP-CORPDIV-LAST-SEEN-DATE < TP980-DIM-FROM-DATE
011170        OR TP-CORPDIV-LAST-SEEN-DATE > TP980-THRU-DATE
011180         GO TO 5100-NEXT
011190     END-IF.
011200     PERFORM 8300-START-DETAIL THRU 8300-EXIT.
011210     MOVE 'CORPDIV'                   TO TP980-FLD.
011220     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011230     IF TP-CORPDIV-FIRST-SEEN-DATE < TP980-DIM-FROM-DATE
011240         MOVE 'U'                     TO TP980-FLD
011250     ELSE
011260         MOVE 'N'                     TO TP980-FLD
011270     END-IF.
011280     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011290     MOVE TP-CORPDIV-LAST-SEEN-DATE   TO TP980-FLD.
011300     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011310     MOVE SPACES                      TO TP980-PARTNER-COLS.
011320     MOVE TP-CORPDIV-CORP-ID-QUAL     TO TP980-PC-CORP-ID-QUAL.
011330     MOVE TP-CORPDIV-CORP-ID          TO TP980-PC-CORP-ID.
011340     MOVE TP-CORPDIV-DIV-ID-QUAL      TO TP980-PC-DIV-ID-QUAL.
011350     MOVE TP-CORPDIV-DIV-ID           TO TP980-PC-DIV-ID.
011360     PERFORM 8400-ADD-PARTNER-COLS THRU 8400-EXIT.
011370     MOVE SPACES                      TO TP980-FLD.
011380     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011390     MOVE TP-CORPDIV-FIRST-SEEN-DATE  TO TP980-FLD.
011400     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011410     MOVE TP-CORPDIV-LAST-SEEN-DATE   TO TP980-FLD.
011420     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011430     MOVE TP-CORPDIV-OCCURRENCE-COUNT TO TP980-NUM-7.
011440     MOVE TP980-NUM-7                 TO TP980-FLD.
011450     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011460     MOVE SPACES                      TO TP980-FLD.
011470     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011480     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011490     PERFORM 5800-WRITE-PARTNER-LINE THRU 5800-EXIT.
011500     ADD 1                         TO TP980-PTR-ROWS.
011510     ADD TP-CORPDIV-LAST-SEEN-DATE TO TP980-PTR-HASH.
011520 5100-NEXT.
011530     PERFORM 5900-READ-NEXT-CORPDIV THRU 5900-EXIT.
011540 5100-EXIT.
011550     EXIT.

011560 5200-POST-ALIAS.
011570     ADD 1 TO TP980-ALS-READ.
011580     IF TP-ALSXRF-LAST-MAINT-DATE < TP980-DIM-FROM-DATE
011590        OR TP-ALSXRF-LAST-MAINT-DATE > TP980-THRU-DATE
011600         GO TO 5200-NEXT
011610     END-IF.
011620     PERFORM 8300-START-DETAIL THRU 8300-EXIT.
011630     MOVE 'ALIAS'                     TO TP980-FLD.
011640     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011650     MOVE 'U'                         TO TP980-FLD.
011660     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011670     MOVE TP-ALSXRF-LAST-MAINT-DATE   TO TP980-FLD.
011680     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011690     MOVE TP-ALSXRF-CORP-ID-QUAL      TO TP980-PC-CORP-ID-QUAL.
011700     MOVE TP-ALSXRF-CORP-ID           TO TP980-PC-CORP-ID.
011710     MOVE TP-ALSXRF-DIV-ID-QUAL       TO TP980-PC-DIV-ID-QUAL.
011720     MOVE TP-ALSXRF-DIV-ID            TO TP980-PC-DIV-ID.
011730     MOVE TP-ALSXRF-ALIAS-ID-QUAL     TO TP980-PC-ALIAS-ID-QUAL.
011740     MOVE TP-ALSXRF-ALIAS-ID          TO TP980-PC-ALIAS-ID.
011750     PERFORM 8400-ADD-PARTNER-COLS THRU 8400-EXIT.
011760     MOVE TP-ALSXRF-STATUS            TO TP980-FLD.
011770     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011780     MOVE SPACES                      TO TP980-FLD.
011790     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011800     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011810     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011820     MOVE TP-ALSXRF-LAST-MAINT-DATE   TO TP980-FLD.
011830     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011840     MOVE TP-ALSXRF-LAST-MAINT-OPER   TO TP980-FLD.
011850     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
011860     PERFORM 5800-WRITE-PARTNER-LINE THRU 5800-EXIT.
011870     ADD 1                         TO TP980-PTR-ROWS.
011880     ADD TP-ALSXRF-LAST-MAINT-DATE TO TP980-PTR-HASH.
011890 5200-NEXT.
011900     PERFORM 5950-READ-NEXT-ALIAS THRU 5950-EXIT.
011910 5200-EXIT.
011920     EXIT.

011930 5800-WRITE-PARTNER-LINE.
011940     WRITE TP-WHPTR-LINE FROM TP980-CSV-LINE.
011950     IF TPWHPTR-STATUS NOT = '00'
011960         MOVE 'TPWHPTR'      TO TP980-FAIL-FILE
011970         MOVE TPWHPTR-STATUS TO TP980-FAIL-STATUS
011980         PERFORM 8900-WRITE-FAILED THRU 8900-EXIT
011990     END-IF.
012000 5800-EXIT.
012010     EXIT.

012020 5900-READ-NEXT-CORPDIV.
012030     READ TPCORPDIV-FILE NEXT RECORD
012040         AT END
012050             SET TP980-NO-MORE-CORPDIV TO TRUE
012060     END-READ.
012070 5900-EXIT.
012080     EXIT.

012090 5950-READ-NEXT-ALIAS.
012100     READ TPALSXRF-FILE NEXT RECORD
012110         AT END
012120             SET TP980-NO-MORE-ALIASES TO TRUE
012130     END-READ.
012140 5950-EXIT.
012150     EXIT.

012160******************************************************************
012170*  6000-CLOSE-EXTRACTS - A FILE THAT DOES NOT CLOSE CLEANLY MAY  *
012180*  BE INCOMPLETE, SO IT HOLDS THE MARK LIKE A FAILED WRITE.      *
012190******************************************************************
012200 6000-CLOSE-EXTRACTS.
012210     MOVE 'CLOSE'            TO TP980-FAIL-VERB.
012220     CLOSE TPWHACT-FILE.
012230     IF TPWHACT-STATUS NOT = '00'
012240         MOVE 'TPWHACT'      TO TP980-FAIL-FILE
012250         MOVE TPWHACT-STATUS TO TP980-FAIL-STATUS
012260         PERFORM 8950-OUTPUT-FAILED THRU 8950-EXIT
012270     END-IF.
012280     CLOSE TPWHSUS-FILE.
012290     IF TPWHSUS-STATUS NOT = '00'
012300         MOVE 'TPWHSUS'      TO TP980-FAIL-FILE
012310         MOVE TPWHSUS-STATUS TO TP980-FAIL-STATUS
012320         PERFORM 8950-OUTPUT-FAILED THRU 8950-EXIT
012330     END-IF.
012340     CLOSE TPWHINC-FILE.
012350     IF TPWHINC-STATUS NOT = '00'
012360         MOVE 'TPWHINC'      TO TP980-FAIL-FILE
012370         MOVE TPWHINC-STATUS TO TP980-FAIL-STATUS
012380         PERFORM 8950-OUTPUT-FAILED THRU 8950-EXIT
012390     END-IF.
012400     CLOSE TPWHPTR-FILE.
012410     IF TPWHPTR-STATUS NOT = '00'
012420         MOVE 'TPWHPTR'      TO TP980-FAIL-FILE
012430         MOVE TPWHPTR-STATUS TO TP980-FAIL-STATUS
012440         PERFORM 8950-OUTPUT-FAILED THRU 8950-EXIT
012450     END-IF.
012460 6000-EXIT.
012470     EXIT.

012480******************************************************************
012490*  6200-SWEEP-STATE - AFTER A CLEAN EXTRACT, DROP THE TPWHSTAT   *
012500*  RECORD OF EVERY SUSPENSION AND INCIDENT NO LONGER ON FILE     *
012510*  (PURGED BY TP940PRG OR TP550AGE).  NOTHING IS SENT FOR THEM.  *
012520*  INCIDENT RECORDS ARE KEPT WHEN THERE WAS NO TPINCID TO READ.  *
012530******************************************************************
012540 6200-SWEEP-STATE.
012550     IF RETURN-CODE NOT < 8
012560         GO TO 6200-EXIT
012570     END-IF.
012580     MOVE LOW-VALUES TO TP-WHSTAT-KEY.
012590     START TPWHSTAT-FILE KEY NOT < TP-WHSTAT-KEY
012600         INVALID KEY
012610             SET TP980-NO-MORE-STATE TO TRUE
012620             GO TO 6200-EXIT
012630     END-START.
012640     PERFORM 6300-READ-NEXT-STATE THRU 6300-EXIT.
012650     PERFORM 6250-SWEEP-ONE THRU 6250-EXIT
012660         UNTIL TP980-NO-MORE-STATE.
012670 6200-EXIT.
012680     EXIT.

012690 6250-SWEEP-ONE.
012700     IF TP-WHSTAT-LAST-SEEN < TP980-THRU-TS-NUM
012710        AND (TP-WHSTAT-IS-SUSPENSE OR TP980-INCID-IS-OPEN)
012720         DELETE TPWHSTAT-FILE RECORD
012730             INVALID KEY
012740                 DISPLAY 'TP980WHX - TPWHSTAT DELETE FAILED - '
012750                         'STATUS ' TPWHSTAT-STATUS
012760             NOT INVALID KEY
012770                 ADD 1 TO TP980-STATE-DELETED
012780         END-DELETE
012790     END-IF.
012800     PERFORM 6300-READ-NEXT-STATE THRU 6300-EXIT.
012810 6250-EXIT.
012820     EXIT.

012830 6300-READ-NEXT-STATE.
012840     READ TPWHSTAT-FILE NEXT RECORD
012850         AT END
012860             SET TP980-NO-MORE-STATE TO TRUE
012870     END-READ.
012880 6300-EXIT.
012890     EXIT.

012900******************************************************************
012910*  6400-ADVANCE-HIGH-WATER - ONLY AFTER A CLEAN EXTRACT.  AN     *
012920*  EXISTING MARK IS REWRITTEN IN PLACE; THE FIRST IS WRITTEN     *
012930*  NEW.  IF THE MARK CANNOT BE SET THE NEXT RUN REPEATS THIS     *
012940*  EXTRACT, WHICH TPWHSTAT ALLOWS FOR.                           *
012950******************************************************************
012960 6400-ADVANCE-HIGH-WATER.
012970     IF RETURN-CODE NOT < 8
012980         DISPLAY 'TP980WHX - HIGH-WATER MARK NOT ADVANCED - '
012990                 'CORRECT AND RERUN'
013000         GO TO 6400-EXIT
013010     END-IF.
013020     IF NOT TP980-HWM-FOUND
013030         GO TO 6400-FIRST-MARK
013040     END-IF.
013050     OPEN I-O TPWHHWM-FILE.
013060     IF TPWHHWM-STATUS NOT = '00'
013070         MOVE TPWHHWM-STATUS TO TP980-FAIL-STATUS
013080         GO TO 6400-FAILED
013090     END-IF.
013100     READ TPWHHWM-FILE
013110         AT END
013120             MOVE '10' TO TP980-FAIL-STATUS
013130             CLOSE TPWHHWM-FILE
013140             GO TO 6400-FAILED
013150     END-READ.
013160     PERFORM 6450-FILL-MARK THRU 6450-EXIT.
013170     REWRITE TP-WHHWM-RECORD.
013180     GO TO 6400-CLOSE.
013190 6400-FIRST-MARK.
013200     OPEN OUTPUT TPWHHWM-FILE.
013210     IF TPWHHWM-STATUS NOT = '00'
013220         MOVE TPWHHWM-STATUS TO TP980-FAIL-STATUS
013230         GO TO 6400-FAILED
013240     END-IF.
013250     MOVE SPACES TO TP-WHHWM-RECORD.
013260     PERFORM 6450-FILL-MARK THRU 6450-EXIT.
013270     WRITE TP-WHHWM-RECORD.
013280 6400-CLOSE.
013290     MOVE TPWHHWM-STATUS TO TP980-FAIL-STATUS.
013300     CLOSE TPWHHWM-FILE.
013310     IF TP980-FAIL-STATUS NOT = '00'
013320         GO TO 6400-FAILED
013330     END-IF.
013340     IF TPWHHWM-STATUS NOT = '00'
013350         MOVE TPWHHWM-STATUS TO TP980-FAIL-STATUS
013360         GO TO 6400-FAILED
013370     END-IF.
013380     SET TP980-HWM-ADVANCED TO TRUE.
013390     GO TO 6400-EXIT.
013400 6400-FAILED.
013410     DISPLAY 'TP980WHX - TPWHHWM NOT UPDATED - STATUS '
013420              TP980-FAIL-STATUS ' - THE NEXT RUN REPEATS '
013430             'THIS EXTRACT'.
013440     MOVE 8 TO RETURN-CODE.
013450 6400-EXIT.
013460     EXIT.

013470 6450-FILL-MARK.
013480     MOVE TP980-THRU-DATE    TO TP-WHHWM-THRU-DATE.
013490     MOVE TP980-THRU-TIME    TO TP-WHHWM-THRU-TIME.
013500     MOVE TP980-TODAY        TO TP-WHHWM-RUN-DATE.
013510     MOVE TP980-CLOCK-HHMMSS TO TP-WHHWM-RUN-TIME.
013520     MOVE TP980-ACT-ROWS     TO TP-WHHWM-ACT-ROWS.
013530     MOVE TP980-SUS-ROWS     TO TP-WHHWM-SUS-ROWS.
013540     MOVE TP980-INC-ROWS     TO TP-WHHWM-INC-ROWS.
013550     MOVE TP980-PTR-ROWS     TO TP-WHHWM-PTR-ROWS.
013560 6450-EXIT.
013570     EXIT.

013580******************************************************************
013590*  7000-MATCH-STATE - COMPARE THE CURRENT IMAGE WITH WHAT THE    *
013600*  WAREHOUSE HOLDS.  THAT IS THE STORED IMAGE, UNLESS IT WAS     *
013610*  SENT BY AN EXTRACT AFTER THE MARK - ONE THAT NEVER COMPLETED  *
013620*  - WHEN IT IS THE PRIOR IMAGE.  A BLANK BASELINE WAS NEVER     *
013630*  SENT (N); A DIFFERENT ONE IS A CHANGE (C).  A RECORD NOT YET  *
013640*  ON TPWHSTAT IS NEW IF IT WAS CREATED AFTER THE MARK, AND IS   *
013650*  OTHERWISE RECORDED WITHOUT BEING SENT (S).  EVERY RECORD      *
013660*  FOUND IS STAMPED LAST-SEEN FOR 6200-SWEEP-STATE.              *
013670******************************************************************
013680 7000-MATCH-STATE.
013690     MOVE SPACE               TO TP980-CHANGE-TYPE.
013700     MOVE SPACE               TO TP980-PRIOR-STATUS.
013710     MOVE TP980-ST-SOURCE     TO TP-WHSTAT-SOURCE.
013720     MOVE TP980-ST-OBJECT-KEY TO TP-WHSTAT-OBJECT-KEY.
013730     READ TPWHSTAT-FILE
013740         INVALID KEY
013750             GO TO 7000-ADD-STATE
013760     END-READ.
013770     IF TPWHSTAT-STATUS NOT = '00'
013780         MOVE 'READ'          TO TP980-FAIL-VERB
013790         PERFORM 7100-STATE-FAILED THRU 7100-EXIT
013800         GO TO 7000-EXIT
013810     END-IF.
013820     IF TP-WHSTAT-SENT-THRU > TP980-AFTER-TS-NUM
013830         MOVE TP-WHSTAT-PRIOR-IMAGE TO TP980-BASELINE
013840     ELSE
013850         MOVE TP-WHSTAT-IMAGE       TO TP980-BASELINE
013860     END-IF.
013870     EVALUATE TRUE
013880         WHEN TP980-BASELINE = SPACES
013890             SET TP980-ROW-IS-NEW   TO TRUE
013900         WHEN TP980-BASELINE NOT = TP980-ST-IMAGE
013910             SET TP980-ROW-CHANGED  TO TRUE
013920             MOVE TP980-BASELINE(1:1) TO TP980-PRIOR-STATUS
013930         WHEN OTHER
013940             CONTINUE
013950     END-EVALUATE.
013960     MOVE TP980-BASELINE      TO TP-WHSTAT-PRIOR-IMAGE.
013970     MOVE TP980-ST-IMAGE      TO TP-WHSTAT-IMAGE.
013980     IF TP980-ROW-IS-NEW
013990        OR TP980-ROW-CHANGED
014000         MOVE TP980-THRU-TS-NUM TO TP-WHSTAT-SENT-THRU
014010     END-IF.
014020     MOVE TP980-THRU-TS-NUM   TO TP-WHSTAT-LAST-SEEN.
014030     REWRITE TP-WHSTAT-RECORD.
014040     IF TPWHSTAT-STATUS NOT = '00'
014050         MOVE 'REWRITE'       TO TP980-FAIL-VERB
014060         PERFORM 7100-STATE-FAILED THRU 7100-EXIT
014070     END-IF.
014080     GO TO 7000-EXIT.
014090 7000-ADD-STATE.
014100     MOVE SPACES              TO TP-WHSTAT-RECORD.
014110     MOVE TP980-ST-SOURCE     TO TP-WHSTAT-SOURCE.
014120     MOVE TP980-ST-OBJECT-KEY TO TP-WHSTAT-OBJECT-KEY.
014130     MOVE TP980-ST-IMAGE      TO TP-WHSTAT-IMAGE.
014140     IF TP980-ST-CREATED-TS > TP980-AFTER-TS-NUM
014150         SET TP980-ROW-IS-NEW   TO TRUE
014160         MOVE TP980-THRU-TS-NUM TO TP-WHSTAT-SENT-THRU
014170     ELSE
014180         SET TP980-ROW-SEEDED   TO TRUE
014190         MOVE TP980-ST-IMAGE    TO TP-WHSTAT-PRIOR-IMAGE
014200         MOVE ZERO              TO TP-WHSTAT-SENT-THRU
014210     END-IF.
014220     MOVE TP980-THRU-TS-NUM   TO TP-WHSTAT-LAST-SEEN.
014230     WRITE TP-WHSTAT-RECORD.
014240     IF TPWHSTAT-STATUS NOT = '00'
014250         MOVE 'WRITE'         TO TP980-FAIL-VERB
014260         PERFORM 7100-STATE-FAILED THRU 7100-EXIT
014270     END-IF.
014280 7000-EXIT.
014290     EXIT.

014300******************************************************************
014310*  7100-STATE-FAILED - TPWHSTAT NO LONGER MATCHES WHAT WAS SENT, *
014320*  SO THE MARK MUST STAY WHERE IT IS.  THE RECORD IN HAND IS     *
014330*  NOT SENT.                                                     *
014340******************************************************************
014350 7100-STATE-FAILED.
014360     DISPLAY 'TP980WHX - TPWHSTAT ' TP980-FAIL-VERB
014370             ' FAILED - STATUS ' TPWHSTAT-STATUS ' - KEY '
014380             TP980-ST-SOURCE TP980-ST-OBJECT-KEY(1:59).
014390     MOVE SPACE TO TP980-CHANGE-TYPE.
014400     IF RETURN-CODE < 8
014410         MOVE 8 TO RETURN-CODE
014420     END-IF.
014430 7100-EXIT.
014440     EXIT.

014450******************************************************************
014460*  7500-PRINT-SUMMARY - WHAT WAS READ, SENT AND HELD BACK, AND   *
014470*  WHERE THE MARK NOW STANDS.                                    *
014480******************************************************************
014490 7500-PRINT-SUMMARY.
014500     MOVE 'ACTIVITY LOG RECORDS READ:'      TO TP980-C-LABEL.
014510     MOVE TP980-ACT-READ                    TO TP980-C-COUNT.
014520     WRITE TP-WHRPT-LINE FROM TP980-COUNT-LINE.
014530     MOVE 'TPWHACT ROWS:'                   TO TP980-C-LABEL.
014540     MOVE TP980-ACT-ROWS                    TO TP980-C-COUNT.
014550     WRITE TP-WHRPT-LINE FROM TP980-COUNT-LINE.
014560     MOVE 'SUSPENSE RECORDS READ:'          TO TP980-C-LABEL.
014570     MOVE TP980-SUS-READ                    TO TP980-C-COUNT.
014580     WRITE TP-WHRPT-LINE FROM TP980-COUNT-LINE.
014590     MOVE '  NEW:'                          TO TP980-C-LABEL.
014600     MOVE TP980-SUS-NEW                     TO TP980-C-COUNT.
014610     WRITE TP-WHRPT-LINE FROM TP980-COUNT-LINE.
014620     MOVE '  CHANGED:'                      TO TP980-C-LABEL.
014630     MOVE TP980-SUS-CHANGED                 TO TP980-C-COUNT.
014640     WRITE TP-WHRPT-LINE FROM TP980-COUNT-LINE.
014650     MOVE '  ON FILE BEFORE FIRST EXTRACT:' TO TP980-C-LABEL.
014660     MOVE TP980-SUS-SEEDED                  TO TP980-C-COUNT.
014670     WRITE TP-WHRPT-LINE FROM TP980-COUNT-LINE.
014680     MOVE 'TPWHSUS ROWS:'                   TO TP980-C-LABEL.
014690     MOVE TP980-SUS-ROWS                    TO TP980-C-COUNT.
014700     WRITE TP-WHRPT-LINE FROM TP980-COUNT-LINE.
014710     MOVE 'INCIDENT RECORDS READ:'          TO TP980-C-LABEL.
014720     MOVE TP980-INC-READ                    TO TP980-C-COUNT.
014730     WRITE TP-WHRPT-LINE FROM TP980-COUNT-LINE.
014740     MOVE '  NEW:'                          TO TP980-C-LABEL.
014750     MOVE TP980-INC-NEW                     TO TP980-C-COUNT.
014760     WRITE TP-WHRPT-LINE FROM TP980-COUNT-LINE.
014770     MOVE '  CHANGED:'                      TO TP980-C-LABEL.
014780     MOVE TP980-INC-CHANGED                 TO TP980-C-COUNT.
014790     WRITE TP-WHRPT-LINE FROM TP980-COUNT-LINE.
014800     MOVE '  ON FILE BEFORE FIRST EXTRACT:' TO TP980-C-LABEL.
014810     MOVE TP980-INC-SEEDED                  TO TP980-C-COUNT.
014820     WRITE TP-WHRPT-LINE FROM TP980-COUNT-LINE.
014830     MOVE 'TPWHINC ROWS:'                   TO TP980-C-LABEL.
014840     MOVE TP980-INC-ROWS                    TO TP980-C-COUNT.
014850     WRITE TP-WHRPT-LINE FROM TP980-COUNT-LINE.
014860     MOVE 'CORP/DIV PAIRS READ:'            TO TP980-C-LABEL.
014870     MOVE TP980-CDV-READ                    TO TP980-C-COUNT.
014880     WRITE TP-WHRPT-LINE FROM TP980-COUNT-LINE.
014890     MOVE 'ALIAS CROSS-REFERENCES READ:'    TO TP980-C-LABEL.
014900     MOVE TP980-ALS-READ                    TO TP980-C-COUNT.
014910     WRITE TP-WHRPT-LINE FROM TP980-COUNT-LINE.
014920     MOVE 'TPWHPTR ROWS:'                   TO TP980-C-LABEL.
014930     MOVE TP980-PTR-ROWS                    TO TP980-C-COUNT.
014940     WRITE TP-WHRPT-LINE FROM TP980-COUNT-LINE.
014950     MOVE 'TPWHSTAT RECORDS DROPPED:'       TO TP980-C-LABEL.
014960     MOVE TP980-STATE-DELETED               TO TP980-C-COUNT.
014970     WRITE TP-WHRPT-LINE FROM TP980-COUNT-LINE.
014980     IF TP980-HWM-ADVANCED
014990         MOVE 'HIGH-WATER MARK ADVANCED TO:' TO TP980-W-LABEL
015000         MOVE TP980-THRU-DATE               TO TP980-W-DATE
015010         MOVE TP980-THRU-TIME               TO TP980-W-TIME
015020     ELSE
015030         MOVE 'HIGH-WATER MARK NOT ADVANCED, STILL:'
015040                                            TO TP980-W-LABEL
015050         MOVE TP980-AFTER-DATE              TO TP980-W-DATE
015060         MOVE TP980-AFTER-TIME              TO TP980-W-TIME
015070     END-IF.
015080     WRITE TP-WHRPT-LINE FROM TP980-WINDOW-LINE.
015090 7500-EXIT.
015100     EXIT.

015110******************************************************************
015120*  8000-ADD-FIELD - APPEND TP980-FLD TO THE ROW, AFTER A COMMA   *
015130*  UNLESS IT IS THE FIRST COLUMN, WITH TRAILING BLANKS DROPPED.  *
015140*  A VALUE HOLDING A COMMA OR A QUOTE IS ENCLOSED IN QUOTES AND  *
015150*  ITS QUOTES ARE DOUBLED.                                       *
015160******************************************************************
015170 8000-ADD-FIELD.
015180     IF TP980-CSV-PTR > 1
015190         MOVE ',' TO TP980-CSV-LINE(TP980-CSV-PTR:1)
015200         ADD 1 TO TP980-CSV-PTR
015210     END-IF.
015220     MOVE 134 TO TP980-FLD-LEN.
015230     MOVE 'N' TO TP980-TRIM-SW.
015240     PERFORM 8100-TRIM-FIELD THRU 8100-EXIT
015250         UNTIL TP980-TRIM-DONE.
015260     IF TP980-FLD-LEN = ZERO
015270         GO TO 8000-EXIT
015280     END-IF.
015290     MOVE ZERO TO TP980-SPECIAL-COUNT.
015300     INSPECT TP980-FLD(1:TP980-FLD-LEN)
015310         TALLYING TP980-SPECIAL-COUNT FOR ALL ',' ALL '"'.
015320     IF TP980-SPECIAL-COUNT = ZERO
015330         MOVE TP980-FLD(1:TP980-FLD-LEN)
015340             TO TP980-CSV-LINE(TP980-CSV-PTR:TP980-FLD-LEN)
015350         ADD TP980-FLD-LEN TO TP980-CSV-PTR
015360         GO TO 8000-EXIT
015370     END-IF.
015380     MOVE '"' TO TP980-CSV-LINE(TP980-CSV-PTR:1).
015390     ADD 1 TO TP980-CSV-PTR.
015400     PERFORM 8200-COPY-QUOTED-CHAR THRU 8200-EXIT
015410         VARYING TP980-CX FROM 1 BY 1
015420         UNTIL TP980-CX > TP980-FLD-LEN.
015430     MOVE '"' TO TP980-CSV-LINE(TP980-CSV-PTR:1).
015440     ADD 1 TO TP980-CSV-PTR.
015450 8000-EXIT.
015460     EXIT.

015470 8100-TRIM-FIELD.
015480     IF TP980-FLD-LEN = ZERO
015490         SET TP980-TRIM-DONE TO TRUE
015500         GO TO 8100-EXIT
015510     END-IF.
015520     IF TP980-FLD(TP980-FLD-LEN:1) NOT = SPACE
015530         SET TP980-TRIM-DONE TO TRUE
015540         GO TO 8100-EXIT
015550     END-IF.
015560     SUBTRACT 1 FROM TP980-FLD-LEN.
015570 8100-EXIT.
015580     EXIT.

015590 8200-COPY-QUOTED-CHAR.
015600     MOVE TP980-FLD(TP980-CX:1)
015610         TO TP980-CSV-LINE(TP980-CSV-PTR:1).
015620     ADD 1 TO TP980-CSV-PTR.
015630     IF TP980-FLD(TP980-CX:1) = '"'
015640         MOVE '"' TO TP980-CSV-LINE(TP980-CSV-PTR:1)
015650         ADD 1 TO TP980-CSV-PTR
015660     END-IF.
015670 8200-EXIT.
015680     EXIT.

015690******************************************************************
015700*  8300-START-DETAIL - A NEW D ROW.                              *
015710******************************************************************
015720 8300-START-DETAIL.
015730     MOVE SPACES TO TP980-CSV-LINE.
015740     MOVE 1      TO TP980-CSV-PTR.
015750     MOVE 'D'    TO TP980-FLD.
015760     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
015770 8300-EXIT.
015780     EXIT.

015790******************************************************************
015800*  8400-ADD-PARTNER-COLS - CORP, DIV AND ALIAS QUALIFIER AND ID. *
015810******************************************************************
015820 8400-ADD-PARTNER-COLS.
015830     MOVE TP980-PC-CORP-ID-QUAL  TO TP980-FLD.
015840     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
015850     MOVE TP980-PC-CORP-ID       TO TP980-FLD.
015860     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
015870     MOVE TP980-PC-DIV-ID-QUAL   TO TP980-FLD.
015880     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
015890     MOVE TP980-PC-DIV-ID        TO TP980-FLD.
015900     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
015910     MOVE TP980-PC-ALIAS-ID-QUAL TO TP980-FLD.
015920     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
015930     MOVE TP980-PC-ALIAS-ID      TO TP980-FLD.
015940     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
015950 8400-EXIT.
015960     EXIT.

015970******************************************************************
015980*  8500-BUILD-TRAILER - THE T ROW FROM TP980-TRAILER-REQUEST.    *
015990******************************************************************
016000 8500-BUILD-TRAILER.
016010     MOVE SPACES TO TP980-CSV-LINE.
016020     MOVE 1      TO TP980-CSV-PTR.
016030     MOVE 'T'               TO TP980-FLD.
016040     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
016050     MOVE TP980-T-FILE-ID   TO TP980-FLD.
016060     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
016070     MOVE TP980-AFTER-TS    TO TP980-FLD.
016080     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
016090     MOVE TP980-THRU-TS     TO TP980-FLD.
016100     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
016110     MOVE TP980-T-ROWS      TO TP980-FLD.
016120     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
016130     MOVE TP980-T-HASH-NAME TO TP980-FLD.
016140     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
016150     MOVE TP980-T-HASH      TO TP980-FLD.
016160     PERFORM 8000-ADD-FIELD THRU 8000-EXIT.
016170 8500-EXIT.
016180     EXIT.

016190******************************************************************
016200*  8900-WRITE-FAILED / 8950-OUTPUT-FAILED - AN EXTRACT FILE      *
016210*  WRITE OR CLOSE FAILED: RC 8 AND THE MARK STAYS.  A FAILING    *
016220*  WRITE IS DISPLAYED ONCE, NOT FOR EVERY ROW.                   *
016230******************************************************************
016240 8900-WRITE-FAILED.
016250     IF TP980-WRITE-HAS-FAILED
016260         GO TO 8900-EXIT
016270     END-IF.
016280     SET TP980-WRITE-HAS-FAILED TO TRUE.
016290     MOVE 'WRITE' TO TP980-FAIL-VERB.
016300     PERFORM 8950-OUTPUT-FAILED THRU 8950-EXIT.
016310 8900-EXIT.
016320     EXIT.

016330 8950-OUTPUT-FAILED.
016340     DISPLAY 'TP980WHX - ' TP980-FAIL-FILE ' ' TP980-FAIL-VERB
016350             ' FAILED - STATUS ' TP980-FAIL-STATUS.
016360     IF RETURN-CODE < 8
016370         MOVE 8 TO RETURN-CODE
016380     END-IF.
016390 8950-EXIT.
016400     EXIT.

016410******************************************************************
016420*  9000-TERMINATE                                                *
016430******************************************************************
016440 9000-TERMINATE.
016450     IF TP980-FILES-ARE-OPEN
016460         PERFORM 1490-CLOSE-SOURCES THRU 1490-EXIT
016470     END-IF.
016480     CLOSE TPWHRPT-FILE.
016490 9000-EXIT.
016500     EXIT.

016510******************************************************************
016520*  9900-RUN-HISTORY-END - CLOSE THIS RUN'S TPRUNHIS ENTRY WITH   *
016530*  ITS RETURN CODE AND COUNTS. IN IS SOURCE RECORDS READ, OUT IS *
016540*  D ROWS WRITTEN ACROSS THE FOUR FILES, REJECT IS CONTROL       *
016550*  CARDS REJECTED.                                               *
016560******************************************************************
016570 9900-RUN-HISTORY-END.
016580     MOVE 'END'              TO TP-HST-REQUEST.
016590     MOVE RETURN-CODE        TO TP-HST-RETURN-CODE.
016600     COMPUTE TP-HST-IN-COUNT
016610         = TP980-ACT-READ
016620         + TP980-SUS-READ
016630         + TP980-INC-READ
016640         + TP980-CDV-READ
016650         + TP980-ALS-READ.
016660     COMPUTE TP-HST-OUT-COUNT
016670         = TP980-ACT-ROWS
016680         + TP980-SUS-ROWS
016690         + TP980-INC-ROWS
016700         + TP980-PTR-ROWS.
016710     MOVE TP980-REJECT-COUNT TO TP-HST-REJECT-COUNT.
016720     CALL 'TPRUNHST' USING TP-HST-CB.
016730 9900-EXIT.
016740     EXIT.

016750 END PROGRAM TP980WHX.
