002600*                 RETURNS 8 WHEN ANYTHING IS OUT OF LINE.      *
002700*                 RUN AS ITS OWN STEP BEHIND HELSTPRT IN       *
002800*                 HELLOJ.                                      *
002808* 10/15/2026 DRO  RECONCILED PER JOB STREAM. RUNS, STEP        *
002816*                 DETAILS AND ORPHAN KEYS NOW MATCH ON THE     *
002824*                 STREAM AS WELL AS RUN DATE AND START TIME,   *
002832*                 THE EXCEPTION LINES SHOW THE STREAM, AND THE *
002840*                 WATERMARK CROSS-CHECK IS DONE FOR EACH       *
002848*                 STREAM'S NEWEST RUN AGAINST THAT STREAM'S    *
002856*                 OWN CHECKPOINT (CKPXXXX, HELCKPT FOR NITE).  *
002864*                 PARM='STREAM=XXXX' LIMITS THE RECONCILIATION *
002872*                 TO ONE STREAM; WITHOUT IT THE WHOLE NIGHT IS *
002873*                 RECONCILED. A BLANK LOGGED STREAM IS TAKEN   *
002874*                 AS NITE.                                     *
002875* 10/15/2026 DRO  AN AD-HOC SINGLE-STEP RUN (HELLO             *
002876*                 PARM='STEP=NNNN') NEVER MOVES ITS STREAM'S   *
002878*                 CHECKPOINT, SO IT IS RECONCILED LIKE ANY     *
002879*                 OTHER RUN BUT IS NOT TAKEN AS THE STREAM'S   *
002880*                 NEWEST RUN FOR THE WATERMARK CROSS-CHECK.    *
002881*                 EACH ONE IS LISTED AS AN INFO LINE WITH ITS  *
002882*                 STEP AND SUBMITTING USER, AND COUNTED IN THE *
002884*                 SUMMARY.                                     *
002885* 10/15/2026 DRO  FLAGS A FAILED RUN (RC NOT ZERO) THAT ENDED  *
002886*                 MORE THAN A DAY AGO AND STILL HAS NO         *
002887*                 INCIDENT ON THE HELLOINC INCIDENT LOG (SEE   *
002889*                 HLINC) AS *NO-INCID*, AN EXCEPTION LIKE ANY  *
002890*                 OTHER. AN INCIDENT AT THE RUN LEVEL OR FOR   *
002891*                 ANY OF ITS STEPS COUNTS. A HELLOINC THAT IS  *
002892*                 NOT THERE OR NOT YET LOADED MEANS NO         *
002893*                 INCIDENTS HAVE BEEN LOGGED.                  *
002895* 10/15/2026 DRO  STREAM= MUST NOW START WITH A LETTER; A      *
002896*                 BLANK OR NON-LETTER FIRST CHARACTER IS A BAD *
002897*                 PARM (RC 8) INSTEAD OF YIELDING A BARE       *
002898*                 DRV/CKP FILE NAME.                           *
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003900     SELECT STEPLOG-FILE ASSIGN TO 'STEPLOG'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS HC-STP-FILE-STATUS.
004200     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN USING HC-CKP-FILE-NAME
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS HC-CKP-FILE-STATUS.
004500     SELECT REPORT-FILE ASSIGN TO 'RECONRPT'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS HC-RPT-FILE-STATUS.
004716     SELECT OPTIONAL INCIDENT-FILE ASSIGN TO 'HELLOINC'
004732         ORGANIZATION IS INDEXED
004748         ACCESS MODE IS DYNAMIC
004764         RECORD KEY IS HL-INC-KEY
004780         FILE STATUS IS HC-INC-FILE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  RUNLOG-FILE.
005500 01  HC-CKP-RECORD               PIC X(04).
005600 FD  REPORT-FILE.
005700 01  HC-REPORT-LINE              PIC X(80).
005733 FD  INCIDENT-FILE.
005766 COPY HLINC.
005800 WORKING-STORAGE SECTION.
005900*--------------------------------------------------------------*
006000* SWITCHES AND COUNTERS                                         *
006300 77  HC-STP-FILE-STATUS       PIC X(02) VALUE '00'.
006400 77  HC-CKP-FILE-STATUS       PIC X(02) VALUE '00'.
006500 77  HC-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
006550 77  HC-INC-FILE-STATUS       PIC X(02) VALUE '00'.
006600 77  HC-LOG-EOF-SW            PIC X(01) VALUE 'N'.
006700     88  HC-LOG-EOF               VALUE 'Y'.
006800 77  HC-STP-EOF-SW            PIC X(01) VALUE 'N'.
007300 77  HC-RUNS-READ             PIC 9(07) VALUE ZERO.
007400 77  HC-STEPS-READ            PIC 9(07) VALUE ZERO.
007500 77  HC-CKPT-LAST-SEQ         PIC 9(04) VALUE ZERO.
007505 77  HC-ADHOC-RUNS            PIC 9(07) VALUE ZERO.
007506 77  HC-NO-INCIDENT-RUNS      PIC 9(07) VALUE ZERO.
007507*--------------------------------------------------------------*
007508* INCIDENT-LOG CHECK.  HC-INC-STATE SAYS WHETHER HELLOINC CAN  *
007509* BE READ (O), IS NOT THERE OR NOT YET LOADED SO NOTHING HAS   *
007510* BEEN LOGGED (E), OR WOULD NOT OPEN AT ALL (U).  A FAILED RUN *
007511* IS AGED FROM ITS END TO NOW WITH THE FLIEGEL/VAN FLANDERN    *
007512* JULIAN-DAY ARITHMETIC HELLO USES.                            *
007513*--------------------------------------------------------------*
007514 77  HC-INC-STATE             PIC X(01) VALUE 'O'.
007515     88  HC-INC-READABLE          VALUE 'O'.
007516     88  HC-INC-EMPTY             VALUE 'E'.
007517     88  HC-INC-UNUSABLE          VALUE 'U'.
007518 77  HC-INC-FOUND-SW          PIC X(01) VALUE 'N'.
007519     88  HC-INC-FOUND             VALUE 'Y'.
007520 77  HC-INCIDENT-AGE-SECS     PIC 9(05) VALUE 86400.
007521 01  HC-JDN-DATE              PIC 9(08) VALUE ZERO.
007522 01  HC-JDN-DATE-R REDEFINES HC-JDN-DATE.
007523     05  HC-JD-YEAR           PIC 9(04).
007524     05  HC-JD-MONTH          PIC 9(02).
007525     05  HC-JD-DAY            PIC 9(02).
007526 77  HC-JDN-A                 PIC 9(01) COMP VALUE ZERO.
007527 77  HC-JDN-Y                 PIC 9(05) COMP VALUE ZERO.
007528 77  HC-JDN-M                 PIC 9(02) COMP VALUE ZERO.
007529 77  HC-JDN-NUM               PIC 9(08) COMP VALUE ZERO.
007530 01  HC-TIME-PIECES.
007531     05  HC-TP-HH             PIC 9(02).
007532     05  HC-TP-MM             PIC 9(02).
007533     05  HC-TP-SS             PIC 9(02).
007534     05  HC-TP-CC             PIC 9(02).
007535 77  HC-NOW-DATE              PIC 9(08) VALUE ZERO.
007536 77  HC-NOW-TIME              PIC 9(08) VALUE ZERO.
007537 77  HC-NOW-JDN               PIC 9(08) COMP VALUE ZERO.
007538 77  HC-NOW-SECS              PIC 9(07) COMP VALUE ZERO.
007539 77  HC-END-JDN               PIC 9(08) COMP VALUE ZERO.
007540 77  HC-END-SECS              PIC 9(07) COMP VALUE ZERO.
007541 77  HC-AGE-SECS              PIC S9(11) COMP VALUE ZERO.
007542 77  HC-RC-EDIT               PIC -(4)9.
007543*--------------------------------------------------------------*
007544* JOB-STREAM FIELDS.  HC-STREAM-FILTER COMES FROM THE PARM      *
007545* (BLANK = EVERY STREAM).  HC-CKP-FILE-NAME IS SET TO EACH      *
007546* STREAM'S CHECKPOINT IN TURN FOR THE WATERMARK CROSS-CHECK.    *
007555*--------------------------------------------------------------*
007566 77  HC-STREAM-FILTER         PIC X(04) VALUE SPACES.
007577 77  HC-CUR-STREAM            PIC X(04) VALUE SPACES.
007588 77  HC-CKP-FILE-NAME         PIC X(08) VALUE 'HELCKPT'.
007600*--------------------------------------------------------------*
007700* RUN TABLE - ONE ROW PER RUNLOG RECORD.  RUNLOG IS PURGED TO  *
007800* 90 DAYS BY HELLPURG, SO 1000 ROWS IS YEARS OF HEADROOM;      *
008100 01  HC-RUN-TABLE.
008200     05  HC-RUN-ENTRY OCCURS 1000 TIMES INDEXED BY HC-RUN-IDX.
008300         10  HC-RUN-DATE             PIC 9(08).
008333         10  HC-RUN-STREAM           PIC X(04).
008366         10  HC-RUN-STR-SUB          PIC 9(04) COMP.
008400         10  HC-RUN-START-TIME       PIC 9(08).
008450         10  HC-RUN-END-TIME         PIC 9(08).
008500         10  HC-RUN-RC               PIC S9(05) SIGN LEADING
008600                                     SEPARATE.
008700         10  HC-RUN-DETAIL-COUNT     PIC 9(05).
008800         10  HC-RUN-FAILED-STEPS     PIC 9(05).
008900         10  HC-RUN-MIXED-RPTD-SW    PIC X(01).
009000             88  HC-RUN-MIXED-RPTD       VALUE 'Y'.
009020         10  HC-RUN-ADHOC-SW         PIC X(01).
009040             88  HC-RUN-ADHOC            VALUE 'Y'.
009060         10  HC-RUN-ADHOC-SEQ        PIC 9(04).
009080         10  HC-RUN-USER             PIC X(08).
009100 77  HC-RUN-COUNT             PIC 9(04) COMP VALUE ZERO.
009200 77  HC-RUN-SUB               PIC 9(04) COMP VALUE ZERO.
009300*--------------------------------------------------------------*
009700 01  HC-LAST-ORPHAN-KEY.
009800     05  HC-LO-RUN-DATE          PIC 9(08) VALUE ZERO.
009900     05  HC-LO-START-TIME        PIC 9(08) VALUE ZERO.
009950     05  HC-LO-STREAM            PIC X(04) VALUE SPACES.
010000*--------------------------------------------------------------*
010100* THE NEWEST RUN SEEN IN EACH STREAM, FOR THAT STREAM'S         *
010110* CHECKPOINT CROSS-CHECK, AND WHETHER ITS STEP DETAILS SHOW AN  *
010120* OPERATOR HOLD (HLSTP OVERRIDE FLAG H) - A HELD CHAIN KEEPS    *
010130* ITS WATERMARK ON PURPOSE.  HC-NEWEST-SUB AND HC-NEWEST-HELD   *
010165* HOLD THE ROW BEING CHECKED.                                   *
010200*--------------------------------------------------------------*
010209 01  HC-STREAM-TABLE.
010218     05  HC-STR-ENTRY OCCURS 20 TIMES.
010227         10  HC-STR-ID               PIC X(04).
010236         10  HC-STR-NEWEST-SUB       PIC 9(04) COMP.
010245         10  HC-STR-HELD-SW          PIC X(01).
010254             88  HC-STR-HELD             VALUE 'Y'.
010263 77  HC-STR-COUNT             PIC 9(04) COMP VALUE ZERO.
010272 77  HC-STR-SUB               PIC 9(04) COMP VALUE ZERO.
010281 77  HC-STR-FOUND-SW          PIC X(01) VALUE 'N'.
010290     88  HC-STR-FOUND             VALUE 'Y'.
010300 77  HC-NEWEST-SUB            PIC 9(04) COMP VALUE ZERO.
010310 77  HC-NEWEST-HELD-SW        PIC X(01) VALUE 'N'.
010320     88  HC-NEWEST-HELD           VALUE 'Y'.
011200     05  FILLER               PIC X(01) VALUE SPACES.
011300     05  HC-EL-START-TIME     PIC 9(08).
011400     05  FILLER               PIC X(01) VALUE SPACES.
011433     05  HC-EL-STREAM         PIC X(04).
011466     05  FILLER               PIC X(01) VALUE SPACES.
011500     05  HC-EL-TEXT           PIC X(43).
011600 01  HC-SUM-LINE.
011700     05  HC-SL-LABEL          PIC X(30).
011800     05  HC-SL-COUNT          PIC ZZZZZZ9.
011900     05  FILLER               PIC X(43) VALUE SPACES.
012000*--------------------------------------------------------------*
012016 LINKAGE SECTION.
012032 01  HC-PARM-AREA.
012048     05  HC-PARM-LEN             PIC S9(04) COMP.
012064     05  HC-PARM-TEXT            PIC X(80).
012080*--------------------------------------------------------------*
012100 PROCEDURE DIVISION USING HC-PARM-AREA.
012200*--------------------------------------------------------------*
012300*
012400* 0000-MAINLINE.  LOAD THE RUN TABLE, MATCH EVERY STEP DETAIL
012700*
012800*--------------------------------------------------------------*
012900 0000-MAINLINE.
012950     PERFORM 0100-GET-PARM THRU 0100-EXIT.
013000     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
013100     PERFORM 2000-WRITE-HEADINGS THRU 2000-EXIT.
013200     PERFORM 3000-LOAD-RUN-TABLE THRU 3000-EXIT.
014100     STOP RUN.
014200*--------------------------------------------------------------*
014300*
014304* 0100-GET-PARM.  THE PARM IS EMPTY OR 'STREAM=XXXX' - ANY
014308*                 OTHER VALUE STOPS THE RUN WITH RC 8 RATHER
014312*                 THAN RECONCILING A DIFFERENT CUT OF HISTORY
014316*                 THAN THE OPERATOR INTENDED.
014320*
014324*--------------------------------------------------------------*
014328 0100-GET-PARM.
014332     IF HC-PARM-LEN = ZERO
014336         GO TO 0100-EXIT
014340     END-IF.
014344     IF HC-PARM-LEN > 7 AND HC-PARM-LEN < 12
014348         AND HC-PARM-TEXT (1 : 7) = 'STREAM='
014349         AND HC-PARM-TEXT (8 : 1) IS ALPHABETIC-UPPER
014350         AND HC-PARM-TEXT (8 : 1) NOT = SPACE
014352         MOVE HC-PARM-TEXT (8 : HC-PARM-LEN - 7)
014356             TO HC-STREAM-FILTER
014360         GO TO 0100-EXIT
014364     END-IF.
014368     DISPLAY 'HELRECON: BAD PARM - EXPECTED STREAM=XXXX OR NO '
014372             'PARM, GOT ' HC-PARM-TEXT (1 : HC-PARM-LEN).
014376     MOVE 8 TO RETURN-CODE.
014380     STOP RUN.
014384 0100-EXIT.
014388     EXIT.
014392*--------------------------------------------------------------*
014396*
014400* 1000-OPEN-FILES.  OPEN THE THREE HISTORY FILES FOR INPUT AND
014500*                   THE EXCEPTION REPORT FOR OUTPUT.  A MISSING
014600*                   STEPLOG IS ITSELF WORTH RECONCILING, SO
014700*                   ONLY RUNLOG AND THE REPORT ARE HARD
014800*                   REQUIREMENTS.  HELLOINC IS OPENED HERE
014825*                   TOO; HOW IT OPENED DECIDES HOW 5200
014850*                   TREATS IT.  NOW IS TAKEN ONCE, FOR
014875*                   AGEING FAILED RUNS.
014900*
015000*--------------------------------------------------------------*
015100 1000-OPEN-FILES.
015700         STOP RUN
015800     END-IF.
015900     OPEN INPUT STEPLOG-FILE.
015905     OPEN INPUT INCIDENT-FILE.
015910     IF HC-INC-FILE-STATUS NOT = '00'
015915         IF HC-INC-FILE-STATUS = '05' OR = '35'
015920             SET HC-INC-EMPTY TO TRUE
015925         ELSE
015930             SET HC-INC-UNUSABLE TO TRUE
015935         END-IF
015940     END-IF.
015945     ACCEPT HC-NOW-DATE FROM DATE YYYYMMDD.
015950     ACCEPT HC-NOW-TIME FROM TIME.
015955     MOVE HC-NOW-DATE TO HC-JDN-DATE.
015960     PERFORM 5300-DATE-TO-JDN THRU 5300-EXIT.
015965     MOVE HC-JDN-NUM TO HC-NOW-JDN.
015970     MOVE HC-NOW-TIME TO HC-TIME-PIECES.
015975     COMPUTE HC-NOW-SECS =
015980         (HC-TP-HH * 3600) + (HC-TP-MM * 60) + HC-TP-SS.
016000     OPEN OUTPUT REPORT-FILE.
016100 1000-EXIT.
016200     EXIT.
017000         HC-REPORT-LINE.
017100     WRITE HC-REPORT-LINE.
017200     MOVE SPACES TO HC-REPORT-LINE.
017209     IF HC-STREAM-FILTER = SPACES
017218         MOVE 'JOB STREAM: ALL' TO HC-REPORT-LINE
017227     ELSE
017236         STRING 'JOB STREAM: ' DELIMITED BY SIZE
017245                 HC-STREAM-FILTER DELIMITED BY SIZE
017254             INTO HC-REPORT-LINE
017263         END-STRING
017272     END-IF.
017281     WRITE HC-REPORT-LINE.
017290     MOVE SPACES TO HC-REPORT-LINE.
017300     WRITE HC-REPORT-LINE.
017400 2000-EXIT.
017500     EXIT.
017600*--------------------------------------------------------------*
017700*
017800* 3000-LOAD-RUN-TABLE.  LOAD EVERY RUNLOG RECORD'S KEY AND RC,
017900*                       TRACKING EACH STREAM'S NEWEST RUN FOR
018000*                       THE CHECKPOINT CROSS-CHECK.
018100*
018200*--------------------------------------------------------------*
018300 3000-LOAD-RUN-TABLE.
018800     EXIT.
018900*--------------------------------------------------------------*
019000*
019100* 3100-LOAD-ONE-RUN.  READ ONE RUNLOG RECORD INTO THE TABLE,
019133*                     PASSING OVER OTHER STREAMS' RUNS WHEN A
019166*                     STREAM WAS ASKED FOR.
019174*                     AN AD-HOC SINGLE-STEP RUN IS LOADED
019182*                     BUT NEVER BECOMES ITS STREAM'S NEWEST
019190*                     RUN - IT LEAVES THE CHECKPOINT ALONE.
019200*
019300*--------------------------------------------------------------*
019400 3100-LOAD-ONE-RUN.
019700             SET HC-LOG-EOF TO TRUE
019800             GO TO 3100-EXIT
019900     END-READ.
019911     MOVE HL-LOG-STREAM TO HC-CUR-STREAM.
019922     IF HC-CUR-STREAM = SPACES
019933         MOVE 'NITE' TO HC-CUR-STREAM
019944     END-IF.
019955     IF HC-STREAM-FILTER NOT = SPACES
019966         AND HC-CUR-STREAM NOT = HC-STREAM-FILTER
019977         GO TO 3100-EXIT
019988     END-IF.
020000     ADD 1 TO HC-RUNS-READ.
020100     IF HC-RUN-COUNT = 1000
020200         MOVE 'HELRECON: MORE THAN 1000 RUNLOG RECORDS - '
021100     ADD 1 TO HC-RUN-COUNT.
021200     SET HC-RUN-IDX TO HC-RUN-COUNT.
021300     MOVE HL-LOG-RUN-DATE TO HC-RUN-DATE (HC-RUN-IDX).
021350     MOVE HC-CUR-STREAM TO HC-RUN-STREAM (HC-RUN-IDX).
021400     MOVE HL-LOG-START-TIME TO HC-RUN-START-TIME (HC-RUN-IDX).
021450     MOVE HL-LOG-END-TIME TO HC-RUN-END-TIME (HC-RUN-IDX).
021500     MOVE HL-LOG-RC TO HC-RUN-RC (HC-RUN-IDX).
021600     MOVE ZERO TO HC-RUN-DETAIL-COUNT (HC-RUN-IDX).
021700     MOVE ZERO TO HC-RUN-FAILED-STEPS (HC-RUN-IDX).
021800     MOVE 'N' TO HC-RUN-MIXED-RPTD-SW (HC-RUN-IDX).
021801     MOVE 'N' TO HC-RUN-ADHOC-SW (HC-RUN-IDX).
021802     MOVE ZERO TO HC-RUN-ADHOC-SEQ (HC-RUN-IDX).
021803     MOVE HL-LOG-RUN-USER TO HC-RUN-USER (HC-RUN-IDX).
021804     IF HL-LOG-ADHOC
021805         SET HC-RUN-ADHOC (HC-RUN-IDX) TO TRUE
021806         MOVE HL-LOG-ADHOC-SEQ TO HC-RUN-ADHOC-SEQ (HC-RUN-IDX)
021807         ADD 1 TO HC-ADHOC-RUNS
021808     END-IF.
021814     PERFORM 3200-FIND-STREAM THRU 3200-EXIT.
021828     MOVE HC-STR-SUB TO HC-RUN-STR-SUB (HC-RUN-IDX).
021831     IF HC-RUN-ADHOC (HC-RUN-IDX)
021834         GO TO 3100-EXIT
021837     END-IF.
021842     IF HC-STR-SUB = ZERO
021856         GO TO 3100-EXIT
021870     END-IF.
021884     MOVE HC-STR-NEWEST-SUB (HC-STR-SUB) TO HC-NEWEST-SUB.
021900     IF HC-NEWEST-SUB = ZERO
022000         MOVE HC-RUN-COUNT TO HC-NEWEST-SUB
022100     ELSE
022600             MOVE HC-RUN-COUNT TO HC-NEWEST-SUB
022700         END-IF
022800     END-IF.
022850     MOVE HC-NEWEST-SUB TO HC-STR-NEWEST-SUB (HC-STR-SUB).
022900 3100-EXIT.
022902     EXIT.
022904*--------------------------------------------------------------*
022907*
022909* 3200-FIND-STREAM.  FIND (OR ADD) HC-CUR-STREAM'S ROW IN THE
022911*                    STREAM TABLE, LEAVING ITS SUBSCRIPT IN
022914*                    HC-STR-SUB.  PAST TWENTY STREAMS THE
022916*                    SUBSCRIPT IS ZERO AND THAT STREAM'S
022919*                    WATERMARK GOES UNCHECKED.
022921*
022923*--------------------------------------------------------------*
022926 3200-FIND-STREAM.
022928     MOVE 'N' TO HC-STR-FOUND-SW.
022930     MOVE 1 TO HC-STR-SUB.
022933     PERFORM 3210-CHECK-STREAM-ENTRY THRU 3210-EXIT
022935         UNTIL HC-STR-FOUND OR HC-STR-SUB > HC-STR-COUNT.
022938     IF HC-STR-FOUND
022940         GO TO 3200-EXIT
022942     END-IF.
022945     IF HC-STR-COUNT = 20
022947         MOVE ZERO TO HC-STR-SUB
022950         GO TO 3200-EXIT
022952     END-IF.
022954     ADD 1 TO HC-STR-COUNT.
022957     MOVE HC-STR-COUNT TO HC-STR-SUB.
022959     MOVE HC-CUR-STREAM TO HC-STR-ID (HC-STR-SUB).
022961     MOVE ZERO TO HC-STR-NEWEST-SUB (HC-STR-SUB).
022964     MOVE 'N' TO HC-STR-HELD-SW (HC-STR-SUB).
022966 3200-EXIT.
022969     EXIT.
022971*--------------------------------------------------------------*
022973*
022976* 3210-CHECK-STREAM-ENTRY.  TEST ONE STREAM-TABLE ROW.
022978*
022980*--------------------------------------------------------------*
022983 3210-CHECK-STREAM-ENTRY.
022985     IF HC-STR-ID (HC-STR-SUB) = HC-CUR-STREAM
022988         SET HC-STR-FOUND TO TRUE
022990     ELSE
022992         ADD 1 TO HC-STR-SUB
022995     END-IF.
022997 3210-EXIT.
023000     EXIT.
023100*--------------------------------------------------------------*
023200*
025300*--------------------------------------------------------------*
025400*
025500* 4100-MATCH-ONE-DETAIL.  READ ONE STEP DETAIL AND FIND ITS
025600*                         RUN IN THE TABLE, PASSING OVER OTHER
025633*                         STREAMS' DETAILS WHEN A STREAM WAS
025666*                         ASKED FOR.
025700*
025800*--------------------------------------------------------------*
025900 4100-MATCH-ONE-DETAIL.
026200             SET HC-STP-EOF TO TRUE
026300             GO TO 4100-EXIT
026400     END-READ.
026411     MOVE HL-STP-STREAM TO HC-CUR-STREAM.
026422     IF HC-CUR-STREAM = SPACES
026433         MOVE 'NITE' TO HC-CUR-STREAM
026444     END-IF.
026455     IF HC-STREAM-FILTER NOT = SPACES
026466         AND HC-CUR-STREAM NOT = HC-STREAM-FILTER
026477         GO TO 4100-EXIT
026488     END-IF.
026500     ADD 1 TO HC-STEPS-READ.
026600     MOVE 'N' TO HC-FOUND-SW.
026700     MOVE 1 TO HC-RUN-SUB.
027100     IF NOT HC-FOUND
027200         IF HL-STP-RUN-DATE NOT = HC-LO-RUN-DATE
027300             OR HL-STP-RUN-START-TIME NOT = HC-LO-START-TIME
027350             OR HC-CUR-STREAM NOT = HC-LO-STREAM
027400             MOVE SPACES TO HC-EXC-LINE
027500             MOVE '*ORPHAN*   ' TO HC-EL-TAG
027600             MOVE HL-STP-RUN-DATE TO HC-EL-RUN-DATE
027700             MOVE HL-STP-RUN-START-TIME TO HC-EL-START-TIME
027750             MOVE HC-CUR-STREAM TO HC-EL-STREAM
027800             MOVE 'STEP DETAILS WITH NO RUNLOG RECORD' TO
027900                 HC-EL-TEXT
028000             WRITE HC-REPORT-LINE FROM HC-EXC-LINE
028100             PERFORM 8900-COUNT-EXCEPTION THRU 8900-EXIT
028200             MOVE HL-STP-RUN-DATE TO HC-LO-RUN-DATE
028300             MOVE HL-STP-RUN-START-TIME TO HC-LO-START-TIME
028350             MOVE HC-CUR-STREAM TO HC-LO-STREAM
028400         END-IF
028500         GO TO 4100-EXIT
028600     END-IF.
028800     IF HL-STP-RC NOT = ZERO
028900         ADD 1 TO HC-RUN-FAILED-STEPS (HC-RUN-SUB)
029000     END-IF.
029010     MOVE HC-RUN-STR-SUB (HC-RUN-SUB) TO HC-STR-SUB.
029012     IF HC-STR-SUB = ZERO
029014         GO TO 4100-EXIT
029016     END-IF.
029018     IF HC-RUN-SUB = HC-STR-NEWEST-SUB (HC-STR-SUB)
029020         AND HL-STP-OVRD-HELD
029030         SET HC-STR-HELD (HC-STR-SUB) TO TRUE
029040     END-IF.
029100 4100-EXIT.
029200     EXIT.
029300*--------------------------------------------------------------*
029400*
029500* 4200-CHECK-RUN-ENTRY.  TEST ONE RUN-TABLE ROW AGAINST THE
029600*                        CURRENT STEP DETAIL'S KEY AND STREAM.
029700*
029800*--------------------------------------------------------------*
029900 4200-CHECK-RUN-ENTRY.
030000     IF HC-RUN-DATE (HC-RUN-SUB) = HL-STP-RUN-DATE
030100         AND HC-RUN-START-TIME (HC-RUN-SUB) =
030200             HL-STP-RUN-START-TIME
030250         AND HC-RUN-STREAM (HC-RUN-SUB) = HC-CUR-STREAM
030300         SET HC-FOUND TO TRUE
030400     ELSE
030500         ADD 1 TO HC-RUN-SUB
031100* 5000-CHECK-RUNS.  WALK THE RUN TABLE - A RUN LOGGED CLEAN
031200*                   WITH A FAILED STEP UNDERNEATH, OR A RUN
031300*                   WITH NO STEP DETAIL AT ALL, IS OUT OF
031400*                   LINE.  SO IS A FAILED RUN OVER A DAY OLD
031425*                   WITH NO INCIDENT LOGGED - UNLESS HELLOINC
031450*                   WOULD NOT OPEN, WHICH IS ONE EXCEPTION
031475*                   FOR THE WHOLE CHECK.
031500*
031600*--------------------------------------------------------------*
031700 5000-CHECK-RUNS.
031708     IF HC-INC-UNUSABLE
031716         MOVE SPACES TO HC-REPORT-LINE
031724         STRING 'HELLOINC COULD NOT BE OPENED, STATUS = '
031732                 DELIMITED BY SIZE
031740                 HC-INC-FILE-STATUS DELIMITED BY SIZE
031748                 ' - NO INCIDENT CHECK' DELIMITED BY SIZE
031756             INTO HC-REPORT-LINE
031764         END-STRING
031772         WRITE HC-REPORT-LINE
031780         PERFORM 8900-COUNT-EXCEPTION THRU 8900-EXIT
031788     END-IF.
031800     MOVE 1 TO HC-RUN-SUB.
031900     PERFORM 5100-CHECK-ONE-RUN THRU 5100-EXIT
032000         UNTIL HC-RUN-SUB > HC-RUN-COUNT.
032400*
032500* 5100-CHECK-ONE-RUN.  RUN THE PER-RUN CROSS-CHECKS ON ONE
032600*                      TABLE ROW.
032633*                      AN AD-HOC SINGLE-STEP RUN IS LISTED
032666*                      AS INFORMATION, NOT AN EXCEPTION.
032700*
032800*--------------------------------------------------------------*
032900 5100-CHECK-ONE-RUN.
032906     IF HC-RUN-ADHOC (HC-RUN-SUB)
032912         MOVE SPACES TO HC-EXC-LINE
032918         MOVE 'INFO       ' TO HC-EL-TAG
032924         MOVE HC-RUN-DATE (HC-RUN-SUB) TO HC-EL-RUN-DATE
032930         MOVE HC-RUN-START-TIME (HC-RUN-SUB) TO
032936             HC-EL-START-TIME
032942         MOVE HC-RUN-STREAM (HC-RUN-SUB) TO HC-EL-STREAM
032948         STRING 'AD-HOC RUN OF STEP ' DELIMITED BY SIZE
032954                 HC-RUN-ADHOC-SEQ (HC-RUN-SUB) DELIMITED BY SIZE
032960                 ' BY ' DELIMITED BY SIZE
032966                 HC-RUN-USER (HC-RUN-SUB) DELIMITED BY SPACE
032972             INTO HC-EL-TEXT
032978         END-STRING
032984         WRITE HC-REPORT-LINE FROM HC-EXC-LINE
032990     END-IF.
033000     IF HC-RUN-RC (HC-RUN-SUB) = ZERO
033100         AND HC-RUN-FAILED-STEPS (HC-RUN-SUB) > ZERO
033200         MOVE SPACES TO HC-EXC-LINE
033400         MOVE HC-RUN-DATE (HC-RUN-SUB) TO HC-EL-RUN-DATE
033500         MOVE HC-RUN-START-TIME (HC-RUN-SUB) TO
033600             HC-EL-START-TIME
033650         MOVE HC-RUN-STREAM (HC-RUN-SUB) TO HC-EL-STREAM
033700         MOVE 'RUN LOGGED CLEAN BUT HAS FAILED STEPS' TO
033800             HC-EL-TEXT
033900         WRITE HC-REPORT-LINE FROM HC-EXC-LINE
034500         MOVE HC-RUN-DATE (HC-RUN-SUB) TO HC-EL-RUN-DATE
034600         MOVE HC-RUN-START-TIME (HC-RUN-SUB) TO
034700             HC-EL-START-TIME
034750         MOVE HC-RUN-STREAM (HC-RUN-SUB) TO HC-EL-STREAM
034800         MOVE 'RUNLOG RECORD WITH NO STEP DETAIL' TO
034900             HC-EL-TEXT
035000         WRITE HC-REPORT-LINE FROM HC-EXC-LINE
035100         PERFORM 8900-COUNT-EXCEPTION THRU 8900-EXIT
035120     END-IF.
035140     IF HC-RUN-RC (HC-RUN-SUB) NOT = ZERO
035160         AND NOT HC-INC-UNUSABLE
035180         PERFORM 5200-CHECK-INCIDENT THRU 5200-EXIT
035200     END-IF.
035300     ADD 1 TO HC-RUN-SUB.
035400 5100-EXIT.
035500     EXIT.
035600*--------------------------------------------------------------*
035700*
035701* 5200-CHECK-INCIDENT.  A FAILED RUN THAT ENDED MORE THAN A DAY
035702*                       AGO MUST HAVE AN INCIDENT ON HELLOINC -
035703*                       FOR THE RUN (SEQUENCE 0000) OR ANY OF
035704*                       ITS STEPS, SO THE FIRST KEY AT OR PAST
035705*                       THE RUN'S SEQUENCE-0000 KEY IS READ AND
035706*                       ITS RUN PART COMPARED.  A RUN WHOSE END
035707*                       TIME IS BELOW ITS START ENDED THE NEXT
035708*                       DAY.
035710*
035711*--------------------------------------------------------------*
035712 5200-CHECK-INCIDENT.
035713     MOVE HC-RUN-DATE (HC-RUN-SUB) TO HC-JDN-DATE.
035714     PERFORM 5300-DATE-TO-JDN THRU 5300-EXIT.
035715     MOVE HC-JDN-NUM TO HC-END-JDN.
035716     IF HC-RUN-END-TIME (HC-RUN-SUB) <
035717         HC-RUN-START-TIME (HC-RUN-SUB)
035719         ADD 1 TO HC-END-JDN
035720     END-IF.
035721     MOVE HC-RUN-END-TIME (HC-RUN-SUB) TO HC-TIME-PIECES.
035722     COMPUTE HC-END-SECS =
035723         (HC-TP-HH * 3600) + (HC-TP-MM * 60) + HC-TP-SS.
035724     COMPUTE HC-AGE-SECS =
035725         ((HC-NOW-JDN - HC-END-JDN) * 86400)
035726         + HC-NOW-SECS - HC-END-SECS.
035728     IF HC-AGE-SECS NOT > HC-INCIDENT-AGE-SECS
035729         GO TO 5200-EXIT
035730     END-IF.
035731     MOVE 'N' TO HC-INC-FOUND-SW.
035732     IF HC-INC-EMPTY
035733         GO TO 5200-REPORT
035734     END-IF.
035735     MOVE HC-RUN-DATE (HC-RUN-SUB) TO HL-INC-RUN-DATE.
035737     MOVE HC-RUN-START-TIME (HC-RUN-SUB) TO HL-INC-START-TIME.
035738     MOVE HC-RUN-STREAM (HC-RUN-SUB) TO HL-INC-STREAM.
035739     MOVE ZERO TO HL-INC-SEQ.
035740     START INCIDENT-FILE KEY NOT < HL-INC-KEY
035741         INVALID KEY
035742             GO TO 5200-REPORT
035743     END-START.
035744     READ INCIDENT-FILE NEXT RECORD
035746         AT END
035747             GO TO 5200-REPORT
035748     END-READ.
035749     IF HL-INC-RUN-DATE = HC-RUN-DATE (HC-RUN-SUB)
035750         AND HL-INC-START-TIME = HC-RUN-START-TIME (HC-RUN-SUB)
035751         AND HL-INC-STREAM = HC-RUN-STREAM (HC-RUN-SUB)
035752         SET HC-INC-FOUND TO TRUE
035753     END-IF.
035755 5200-REPORT.
035756     IF HC-INC-FOUND
035757         GO TO 5200-EXIT
035758     END-IF.
035759     ADD 1 TO HC-NO-INCIDENT-RUNS.
035760     MOVE SPACES TO HC-EXC-LINE.
035761     MOVE '*NO-INCID* ' TO HC-EL-TAG.
035762     MOVE HC-RUN-DATE (HC-RUN-SUB) TO HC-EL-RUN-DATE.
035764     MOVE HC-RUN-START-TIME (HC-RUN-SUB) TO HC-EL-START-TIME.
035765     MOVE HC-RUN-STREAM (HC-RUN-SUB) TO HC-EL-STREAM.
035766     MOVE HC-RUN-RC (HC-RUN-SUB) TO HC-RC-EDIT.
035767     STRING 'FAILED RC ' DELIMITED BY SIZE
035768             HC-RC-EDIT DELIMITED BY SIZE
035769             ' - NO INCIDENT AFTER A DAY' DELIMITED BY SIZE
035770         INTO HC-EL-TEXT
035771     END-STRING.
035773     WRITE HC-REPORT-LINE FROM HC-EXC-LINE.
035774     PERFORM 8900-COUNT-EXCEPTION THRU 8900-EXIT.
035775 5200-EXIT.
035776     EXIT.
035777*--------------------------------------------------------------*
035778*
035779* 5300-DATE-TO-JDN.  CONVERT THE YYYYMMDD DATE IN HC-JDN-DATE
035780*                    TO A JULIAN DAY NUMBER IN HC-JDN-NUM -
035782*                    THE STANDARD FLIEGEL/VAN FLANDERN INTEGER
035783*                    FORMULA, AS IN HELLO AND HELFCST.
035784*
035785*--------------------------------------------------------------*
035786 5300-DATE-TO-JDN.
035787     COMPUTE HC-JDN-A = (14 - HC-JD-MONTH) / 12.
035788     COMPUTE HC-JDN-Y = HC-JD-YEAR + 4800 - HC-JDN-A.
035789     COMPUTE HC-JDN-M = HC-JD-MONTH + (12 * HC-JDN-A) - 3.
035791     COMPUTE HC-JDN-NUM =
035792         HC-JD-DAY + (((153 * HC-JDN-M) + 2) / 5)
035793         + (365 * HC-JDN-Y) + (HC-JDN-Y / 4)
035794         - (HC-JDN-Y / 100) + (HC-JDN-Y / 400) - 32045.
035795 5300-EXIT.
035796     EXIT.
035797*--------------------------------------------------------------*
035798*
035800* 6000-CHECK-CHECKPOINT.  CROSS-CHECK EACH STREAM'S NEWEST
035900*                         RUN AGAINST THAT STREAM'S OWN
036000*                         CHECKPOINT.
036300*
036400*--------------------------------------------------------------*
036500 6000-CHECK-CHECKPOINT.
036501     MOVE 1 TO HC-STR-SUB.
036502     PERFORM 6100-CHECK-STREAM-CKPT THRU 6100-EXIT
036503         UNTIL HC-STR-SUB > HC-STR-COUNT.
036504 6000-EXIT.
036505     EXIT.
036507*--------------------------------------------------------------*
036508*
036509* 6100-CHECK-STREAM-CKPT.  A NON-ZERO WATERMARK AFTER A CLEAN
036510*                          NEWEST RUN MEANS THE RESTART
036511*                          BOOKKEEPING AND THE RUN VERDICT
036513*                          DISAGREE - THE STREAM'S NEXT RUN
036514*                          WOULD SILENTLY SKIP STEPS.
036515*
036516*--------------------------------------------------------------*
036517 6100-CHECK-STREAM-CKPT.
036519     MOVE HC-STR-NEWEST-SUB (HC-STR-SUB) TO HC-NEWEST-SUB.
036526     MOVE HC-STR-HELD-SW (HC-STR-SUB) TO HC-NEWEST-HELD-SW.
036533     MOVE 'HELCKPT' TO HC-CKP-FILE-NAME.
036540     IF HC-STR-ID (HC-STR-SUB) NOT = 'NITE'
036547         MOVE SPACES TO HC-CKP-FILE-NAME
036554         STRING 'CKP' DELIMITED BY SIZE
036561                 HC-STR-ID (HC-STR-SUB) DELIMITED BY SPACE
036568             INTO HC-CKP-FILE-NAME
036575         END-STRING
036582     END-IF.
036600     MOVE ZERO TO HC-CKPT-LAST-SEQ.
036700     OPEN INPUT CHECKPOINT-FILE.
036800     IF HC-CKP-FILE-STATUS = '00'
037300     END-IF.
037400     CLOSE CHECKPOINT-FILE.
037500     IF HC-CKPT-LAST-SEQ = ZERO
037600         GO TO 6100-NEXT
037700     END-IF.
037800     IF HC-NEWEST-SUB = ZERO
037900         GO TO 6100-NEXT
038000     END-IF.
038010     IF HC-RUN-RC (HC-NEWEST-SUB) = ZERO
038020         AND HC-NEWEST-HELD
038050         MOVE HC-RUN-DATE (HC-NEWEST-SUB) TO HC-EL-RUN-DATE
038060         MOVE HC-RUN-START-TIME (HC-NEWEST-SUB) TO
038070             HC-EL-START-TIME
038075         MOVE HC-STR-ID (HC-STR-SUB) TO HC-EL-STREAM
038080         MOVE 'WATERMARK RETAINED BY OPERATOR HOLD' TO
038090             HC-EL-TEXT
038091         WRITE HC-REPORT-LINE FROM HC-EXC-LINE
038092         GO TO 6100-NEXT
038093     END-IF.
038100     IF HC-RUN-RC (HC-NEWEST-SUB) = ZERO
038200         MOVE SPACES TO HC-EXC-LINE
038400         MOVE HC-RUN-DATE (HC-NEWEST-SUB) TO HC-EL-RUN-DATE
038500         MOVE HC-RUN-START-TIME (HC-NEWEST-SUB) TO
038600             HC-EL-START-TIME
038650         MOVE HC-STR-ID (HC-STR-SUB) TO HC-EL-STREAM
038700         MOVE SPACES TO HC-EL-TEXT
038800         STRING 'CLEAN RUN BUT ' DELIMITED BY SIZE
038866                 HC-CKP-FILE-NAME DELIMITED BY SPACE
038932                 ' WATERMARK = ' DELIMITED BY SIZE
039000                 HC-CKPT-LAST-SEQ DELIMITED BY SIZE
039100             INTO HC-EL-TEXT
039200         END-STRING
039300         WRITE HC-REPORT-LINE FROM HC-EXC-LINE
039400         PERFORM 8900-COUNT-EXCEPTION THRU 8900-EXIT
039500     END-IF.
039533 6100-NEXT.
039566     ADD 1 TO HC-STR-SUB.
039600 6100-EXIT.
039700     EXIT.
039800*--------------------------------------------------------------*
039900*
041100     MOVE SPACES TO HC-SUM-LINE.
041200     MOVE 'STEPLOG RECORDS READ' TO HC-SL-LABEL.
041300     MOVE HC-STEPS-READ TO HC-SL-COUNT.
041311     WRITE HC-REPORT-LINE FROM HC-SUM-LINE.
041322     MOVE SPACES TO HC-SUM-LINE.
041333     MOVE 'AD-HOC SINGLE-STEP RUNS' TO HC-SL-LABEL.
041344     MOVE HC-ADHOC-RUNS TO HC-SL-COUNT.
041355     WRITE HC-REPORT-LINE FROM HC-SUM-LINE.
041366     MOVE SPACES TO HC-SUM-LINE.
041377     MOVE 'FAILED RUNS WITH NO INCIDENT' TO HC-SL-LABEL.
041388     MOVE HC-NO-INCIDENT-RUNS TO HC-SL-COUNT.
041400     WRITE HC-REPORT-LINE FROM HC-SUM-LINE.
041500     MOVE SPACES TO HC-SUM-LINE.
041600     MOVE 'EXCEPTIONS FOUND' TO HC-SL-LABEL.
044000     EXIT.
044100*--------------------------------------------------------------*
044200*
044300* 9000-CLOSE-FILES.  CLOSE THE EXCEPTION REPORT AND HELLOINC.
044400*
044500*--------------------------------------------------------------*
044600 9000-CLOSE-FILES.
044700     CLOSE REPORT-FILE.
044725     IF HC-INC-READABLE
044750         CLOSE INCIDENT-FILE
044775     END-IF.
044800 9000-EXIT.
044900     EXIT.
