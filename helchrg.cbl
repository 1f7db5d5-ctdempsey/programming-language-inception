000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELCHRG.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. MIS BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/2026 DRO  INITIAL RELEASE - MONTHLY BATCH-WINDOW       *
001100*                 CHARGEBACK BY APPLICATION AND COST CENTRE.   *
001200*                 EVERY STEP THAT RAN IN THE REPORT MONTH (THE *
001300*                 HELLHIST STEP RECORDS) IS CHARGED TO ITS     *
001400*                 OWNER ON THE HELLOOWN OWNERSHIP FILE (SEE    *
001500*                 HLOWN) AS AT THE DAY IT RAN, AND EACH OWNER  *
001600*                 IS TOTALLED FOR STEP RUNS, RETRIES, FAILURES *
001700*                 AND ELAPSED SECONDS, ITS SHARE OF THE        *
001800*                 MONTH'S BATCH WINDOW (THE ELAPSED OF EVERY   *
001900*                 RUN, FROM THE HELLHIST RUN RECORDS AND, FOR  *
002000*                 RUNS ALREADY PURGED FROM RUNLOG, THE ARCHLOG *
002100*                 GENERATIONS) AND ITS SHARE OF THE STEP TIME  *
002200*                 SPENT IN FAILURE-DRIVEN RERUNS - AN AD-HOC   *
002300*                 SINGLE-STEP RUN, OR A SCHEDULED RUN WHOSE    *
002400*                 STREAM'S PREVIOUS SCHEDULED RUN FAILED.      *
002500*                 PRINTS CHRGRPT AND WRITES THE SAME FIGURES   *
002600*                 COMMA-DELIMITED TO CHRGCSV FOR THE FINANCE   *
002700*                 UPLOAD. PARM MONTH=YYYYMM (DEFAULT THE MONTH *
002800*                 JUST ENDED, AS IN HELSLRPT) AND STREAM=XXXX  *
002900*                 (DEFAULT EVERY STREAM), COMMA-SEPARATED. RC  *
003000*                 4 = A STEP WITH NO OWNER, AN OWNERSHIP ENTRY *
003100*                 REJECTED OR NO STEPS CHARGED, RC 8 = BAD     *
003200*                 PARM, RC 16 = A FILE WOULD NOT OPEN.         *
003300*--------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. LINUX.
003700 OBJECT-COMPUTER. LINUX.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OWNER-FILE ASSIGN TO 'HELLOOWN'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS HU-OWN-FILE-STATUS.
004300     SELECT HISTORY-FILE ASSIGN TO 'HELLHIST'
004400         ORGANIZATION IS INDEXED
004500         ACCESS IS DYNAMIC
004600         RECORD KEY IS HL-HST-KEY
004700         FILE STATUS IS HU-HST-FILE-STATUS.
004800     SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO 'ARCHLOG'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS HU-ARC-FILE-STATUS.
005100     SELECT REPORT-FILE ASSIGN TO 'CHRGRPT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS HU-RPT-FILE-STATUS.
005400     SELECT EXTRACT-FILE ASSIGN TO 'CHRGCSV'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS HU-CSV-FILE-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  OWNER-FILE.
006000 COPY HLOWN.
006100 FD  HISTORY-FILE.
006200 COPY HLHST.
006300 FD  ARCHIVE-FILE.
006400 COPY HLLOG.
006500 FD  REPORT-FILE.
006600 01  HU-REPORT-LINE              PIC X(132).
006700 FD  EXTRACT-FILE.
006800 01  HU-EXTRACT-LINE             PIC X(132).
006900 WORKING-STORAGE SECTION.
007000*--------------------------------------------------------------*
007100* SWITCHES AND COUNTERS                                         *
007200*--------------------------------------------------------------*
007300 77  HU-OWN-FILE-STATUS       PIC X(02) VALUE '00'.
007400 77  HU-HST-FILE-STATUS       PIC X(02) VALUE '00'.
007500 77  HU-ARC-FILE-STATUS       PIC X(02) VALUE '00'.
007600 77  HU-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
007700 77  HU-CSV-FILE-STATUS       PIC X(02) VALUE '00'.
007800 77  HU-EOF-SW                PIC X(01) VALUE 'N'.
007900     88  HU-EOF                   VALUE 'Y'.
008000 77  HU-WARNING-SW            PIC X(01) VALUE 'N'.
008100     88  HU-WARNING               VALUE 'Y'.
008200 77  HU-STREAM-FILTER         PIC X(04) VALUE SPACES.
008300 77  HU-CUR-STREAM            PIC X(04) VALUE SPACES.
008400 77  HU-EDIT-COUNT            PIC ZZZ9.
008500*--------------------------------------------------------------*
008600* PARM PARSING                                                  *
008700*--------------------------------------------------------------*
008800 77  HU-PARM-SCAN-LEN         PIC 9(02) COMP VALUE ZERO.
008900 77  HU-PARM-PTR              PIC 9(02) COMP VALUE ZERO.
009000 01  HU-PARM-WORD             PIC X(20) VALUE SPACES.
009100 77  HU-MONTH-GIVEN-SW        PIC X(01) VALUE 'N'.
009200     88  HU-MONTH-GIVEN           VALUE 'Y'.
009300*--------------------------------------------------------------*
009400* THE REPORT MONTH AND THE MONTH BEFORE IT, AS YYYYMM, THE     *
009500* FIRST DAY OF EACH, AND TODAY.  RUNS ARE LOADED FROM THE      *
009600* START OF THE PRIOR MONTH SO THE FIRST RUN OF THE REPORT      *
009700* MONTH CAN BE SEEN TO FOLLOW A FAILURE.                       *
009800*--------------------------------------------------------------*
009900 01  HU-REPORT-MONTH          PIC 9(06) VALUE ZERO.
010000 01  HU-REPORT-MONTH-R REDEFINES HU-REPORT-MONTH.
010100     05  HU-RM-YEAR           PIC 9(04).
010200     05  HU-RM-MONTH          PIC 9(02).
010300 01  HU-PRIOR-MONTH           PIC 9(06) VALUE ZERO.
010400 01  HU-PRIOR-MONTH-R REDEFINES HU-PRIOR-MONTH.
010500     05  HU-PM-YEAR           PIC 9(04).
010600     05  HU-PM-MONTH          PIC 9(02).
010700 01  HU-CUR-DATE              PIC 9(08) VALUE ZERO.
010800 01  HU-CUR-DATE-R REDEFINES HU-CUR-DATE.
010900     05  HU-CD-YEAR           PIC 9(04).
011000     05  HU-CD-MONTH          PIC 9(02).
011100     05  HU-CD-DAY            PIC 9(02).
011200 77  HU-PRIOR-START-DATE      PIC 9(08) VALUE ZERO.
011300 77  HU-MONTH-START-DATE      PIC 9(08) VALUE ZERO.
011400 77  HU-REC-MONTH             PIC 9(06) VALUE ZERO.
011500*--------------------------------------------------------------*
011600* OWNERSHIP TABLE - THE HELLOOWN ENTRIES IN FILE ORDER.  AN    *
011700* OPEN EFFECTIVE-TO IS HELD AS 99999999.  THE WEIGHT IS HOW    *
011800* SPECIFIC THE ENTRY IS: 1 FOR A STREAM, 2 EACH FOR A          *
011900* SEQUENCE AND A SCRIPT.                                       *
012000*--------------------------------------------------------------*
012100 01  HU-OWN-TABLE.
012200     05  HU-OWN-ENTRY OCCURS 200 TIMES.
012300         10  HU-OE-STREAM            PIC X(04).
012400         10  HU-OE-SEQ               PIC 9(04).
012500         10  HU-OE-SCRIPT            PIC X(50).
012600         10  HU-OE-FROM              PIC 9(08).
012700         10  HU-OE-TO                PIC 9(08).
012800         10  HU-OE-APPL              PIC X(08).
012900         10  HU-OE-COST-CTR          PIC X(08).
013000         10  HU-OE-CONTACT           PIC X(30).
013100         10  HU-OE-WEIGHT            PIC 9(01).
013200 77  HU-OWN-COUNT             PIC 9(04) COMP VALUE ZERO.
013300 77  HU-OWN-SUB               PIC 9(04) COMP VALUE ZERO.
013400 77  HU-OWN-REJECTS           PIC 9(04) COMP VALUE ZERO.
013500 77  HU-BEST-SUB              PIC 9(04) COMP VALUE ZERO.
013600 77  HU-BEST-WEIGHT           PIC 9(01) VALUE ZERO.
013700*--------------------------------------------------------------*
013800* RUN TABLE - EVERY RUN OF THE PRIOR AND REPORT MONTHS, HELD   *
013900* IN KEY ORDER (RUN DATE, START TIME, STREAM) WHATEVER ORDER   *
014000* THE ARCHIVE AND THE MASTER DELIVER THEM IN.  A RUN ON BOTH   *
014100* IS HELD ONCE.                                                *
014200*--------------------------------------------------------------*
014300 01  HU-RUN-TABLE.
014400     05  HU-RUN-ENTRY OCCURS 2000 TIMES.
014500         10  HU-RN-KEY.
014600             15  HU-RN-DATE          PIC 9(08).
014700             15  HU-RN-TIME          PIC 9(08).
014800             15  HU-RN-STREAM        PIC X(04).
014900         10  HU-RN-RC                PIC S9(05) SIGN LEADING
015000                                     SEPARATE.
015100         10  HU-RN-ELAPSED           PIC 9(05).
015200         10  HU-RN-ADHOC-SW          PIC X(01).
015300         10  HU-RN-RERUN-SW          PIC X(01).
015400 01  HU-NEW-RUN.
015500     05  HU-NR-KEY.
015600         10  HU-NR-DATE              PIC 9(08).
015700         10  HU-NR-TIME              PIC 9(08).
015800         10  HU-NR-STREAM            PIC X(04).
015900     05  HU-NR-RC                    PIC S9(05) SIGN LEADING
016000                                     SEPARATE.
016100     05  HU-NR-ELAPSED               PIC 9(05).
016200     05  HU-NR-ADHOC-SW              PIC X(01).
016300     05  HU-NR-RERUN-SW              PIC X(01).
016400 77  HU-RUN-COUNT             PIC 9(04) COMP VALUE ZERO.
016500 77  HU-RUN-SUB               PIC 9(04) COMP VALUE ZERO.
016600 77  HU-RUN-SUB2              PIC 9(04) COMP VALUE ZERO.
016700 77  HU-RUN-FOUND-SW          PIC X(01) VALUE 'N'.
016800     88  HU-RUN-FOUND             VALUE 'Y'.
016900 77  HU-RUN-FULL-SW           PIC X(01) VALUE 'N'.
017000     88  HU-RUN-FULL              VALUE 'Y'.
017100*--------------------------------------------------------------*
017200* STEP-TO-RUN LOOKUP.  STEPS COME OFF THE MASTER IN RUN ORDER, *
017300* SO THE SEARCH CARRIES ON FROM WHERE THE LAST ONE STOPPED.    *
017400*--------------------------------------------------------------*
017500 01  HU-STEP-RUN-KEY.
017600     05  HU-SR-DATE               PIC 9(08).
017700     05  HU-SR-TIME               PIC 9(08).
017800     05  HU-SR-STREAM             PIC X(04).
017900 01  HU-LAST-RUN-KEY              PIC X(20) VALUE SPACES.
018000 77  HU-SRCH-SUB              PIC 9(04) COMP VALUE 1.
018100 77  HU-SRCH-SW               PIC X(01) VALUE SPACE.
018200     88  HU-SRCH-FOUND            VALUE 'F'.
018300     88  HU-SRCH-DONE             VALUE 'F' 'X'.
018400 77  HU-STEP-RERUN-SW         PIC X(01) VALUE 'N'.
018500     88  HU-STEP-IN-RERUN         VALUE 'Y'.
018600*--------------------------------------------------------------*
018700* LAST SCHEDULED-RUN RC OF EACH STREAM, WHILE CLASSIFYING.      *
018800*--------------------------------------------------------------*
018900 01  HU-STRM-TABLE.
019000     05  HU-STRM-ENTRY OCCURS 50 TIMES.
019100         10  HU-SM-STREAM            PIC X(04).
019200         10  HU-SM-LAST-RC           PIC S9(05) SIGN LEADING
019300                                     SEPARATE.
019400 77  HU-STRM-COUNT            PIC 9(04) COMP VALUE ZERO.
019500 77  HU-STRM-SUB              PIC 9(04) COMP VALUE ZERO.
019600 77  HU-STRM-FOUND-SW         PIC X(01) VALUE 'N'.
019700     88  HU-STRM-FOUND            VALUE 'Y'.
019800*--------------------------------------------------------------*
019900* CHARGE TABLE - ONE ROW PER APPLICATION AND COST CENTRE, PLUS *
020000* ONE FOR STEPS WITH NO OWNER.  THE CLASS BYTE SORTS THE       *
020100* UNOWNED ROW BEHIND THE REST.  THE CONTACT IS THE ONE ON THE  *
020200* LATEST ENTRY CHARGED TO THE ROW.                             *
020300*--------------------------------------------------------------*
020400 01  HU-APP-TABLE.
020500     05  HU-APP-ENTRY OCCURS 100 TIMES.
020600         10  HU-AP-KEY.
020700             15  HU-AP-CLASS         PIC X(01).
020800                 88  HU-AP-UNOWNED       VALUE '9'.
020900             15  HU-AP-APPL          PIC X(08).
021000             15  HU-AP-COST-CTR      PIC X(08).
021100         10  HU-AP-CONTACT           PIC X(30).
021200         10  HU-AP-RUNS              PIC 9(07).
021300         10  HU-AP-RETRIES           PIC 9(07).
021400         10  HU-AP-FAILS             PIC 9(07).
021500         10  HU-AP-ELAPSED           PIC 9(11).
021600         10  HU-AP-RERUN-SECS        PIC 9(11).
021700 01  HU-APP-SWAP-ENTRY        PIC X(90).
021800 01  HU-APP-WANT-KEY.
021900     05  HU-AW-CLASS              PIC X(01).
022000     05  HU-AW-APPL               PIC X(08).
022100     05  HU-AW-COST-CTR           PIC X(08).
022200 77  HU-APP-COUNT             PIC 9(04) COMP VALUE ZERO.
022300 77  HU-APP-SUB               PIC 9(04) COMP VALUE ZERO.
022400 77  HU-APP-SUB2              PIC 9(04) COMP VALUE ZERO.
022500 77  HU-APP-FOUND-SW          PIC X(01) VALUE 'N'.
022600     88  HU-APP-FOUND             VALUE 'Y'.
022700*--------------------------------------------------------------*
022800* STEPS WITH NO OWNER, FOR THE FOOT OF THE REPORT.              *
022900*--------------------------------------------------------------*
023000 01  HU-UNO-TABLE.
023100     05  HU-UNO-ENTRY OCCURS 50 TIMES.
023200         10  HU-UN-STREAM            PIC X(04).
023300         10  HU-UN-SEQ               PIC 9(04).
023400         10  HU-UN-SCRIPT            PIC X(50).
023500         10  HU-UN-COUNT             PIC 9(05).
023600 77  HU-UNO-COUNT             PIC 9(04) COMP VALUE ZERO.
023700 77  HU-UNO-SUB               PIC 9(04) COMP VALUE ZERO.
023800 77  HU-UNO-FOUND-SW          PIC X(01) VALUE 'N'.
023900     88  HU-UNO-FOUND             VALUE 'Y'.
024000*--------------------------------------------------------------*
024100* MONTH TOTALS                                                  *
024200*--------------------------------------------------------------*
024300 77  HU-MTH-RUNS              PIC 9(07) VALUE ZERO.
024400 77  HU-MTH-RERUNS            PIC 9(07) VALUE ZERO.
024500 77  HU-WINDOW-SECS           PIC 9(11) VALUE ZERO.
024600 77  HU-RERUN-SECS            PIC 9(11) VALUE ZERO.
024700 77  HU-TOT-RUNS              PIC 9(07) VALUE ZERO.
024800 77  HU-TOT-RETRIES           PIC 9(07) VALUE ZERO.
024900 77  HU-TOT-FAILS             PIC 9(07) VALUE ZERO.
025000 77  HU-TOT-ELAPSED           PIC 9(11) VALUE ZERO.
025100 77  HU-UNOWNED-STEPS         PIC 9(07) VALUE ZERO.
025200 77  HU-STP-ELAPSED           PIC 9(05) VALUE ZERO.
025300 77  HU-SHR-ELAPSED           PIC 9(11) VALUE ZERO.
025400 77  HU-SHR-RERUN-SECS        PIC 9(11) VALUE ZERO.
025500 77  HU-WINDOW-PCT            PIC 9(04)V9(01) VALUE ZERO.
025600 77  HU-RERUN-PCT             PIC 9(04)V9(01) VALUE ZERO.
025700*--------------------------------------------------------------*
025800* EXTRACT LINE-BUILDING WORK AREA.  NUMBERS GO OUT WITHOUT     *
025900* LEADING BLANKS AND TEXT WITHOUT TRAILING ONES; A COMMA       *
026000* INSIDE A TEXT FIELD IS BLANKED SO IT CANNOT SPLIT THE ROW.   *
026100*--------------------------------------------------------------*
026200 01  HU-CSV-LINE              PIC X(132) VALUE SPACES.
026300 77  HU-CSV-PTR               PIC 9(03) COMP VALUE ZERO.
026400 01  HU-EDIT-AREA             PIC X(12) VALUE SPACES.
026500 01  HU-EDIT-NUM REDEFINES HU-EDIT-AREA
026600                              PIC Z(11)9.
026700 01  HU-EDIT-PCT REDEFINES HU-EDIT-AREA
026800                              PIC Z(09)9.9.
026900 77  HU-EDIT-LEAD             PIC 9(02) COMP VALUE ZERO.
027000 77  HU-EDIT-LEN              PIC 9(02) COMP VALUE ZERO.
027100 01  HU-TEXT-WORK             PIC X(30) VALUE SPACES.
027200 77  HU-TEXT-LEN              PIC 9(02) COMP VALUE ZERO.
027300*--------------------------------------------------------------*
027400* REPORT LINE-BUILDING WORK AREA                                *
027500*--------------------------------------------------------------*
027600 01  HU-TITLE-LINE.
027700     05  FILLER               PIC X(44) VALUE
027800         'HELLO JOB STREAM - MONTHLY BATCH CHARGEBACK '.
027900     05  HU-TL-MONTH          PIC 9(06).
028000     05  FILLER               PIC X(09) VALUE '  STREAM '.
028100     05  HU-TL-STREAM         PIC X(04).
028200     05  FILLER               PIC X(69) VALUE SPACES.
028300 01  HU-HEAD-LINE.
028400     05  FILLER               PIC X(09) VALUE 'APPL'.
028500     05  FILLER               PIC X(09) VALUE 'COST CTR'.
028600     05  FILLER               PIC X(32) VALUE 'CONTACT'.
028700     05  FILLER               PIC X(11) VALUE 'STEP RUNS'.
028800     05  FILLER               PIC X(09) VALUE 'RETRIES'.
028900     05  FILLER               PIC X(10) VALUE 'FAILURES'.
029000     05  FILLER               PIC X(12) VALUE 'ELAPSED SECS'.
029100     05  FILLER               PIC X(10) VALUE '  WINDOW %'.
029200     05  FILLER               PIC X(09) VALUE '  RERUN %'.
029300     05  FILLER               PIC X(21) VALUE SPACES.
029400 01  HU-DETAIL-LINE.
029500     05  HU-DL-APPL           PIC X(08).
029600     05  FILLER               PIC X(01) VALUE SPACES.
029700     05  HU-DL-COST-CTR       PIC X(08).
029800     05  FILLER               PIC X(01) VALUE SPACES.
029900     05  HU-DL-CONTACT        PIC X(30).
030000     05  FILLER               PIC X(02) VALUE SPACES.
030100     05  HU-DL-RUNS           PIC Z(08)9.
030200     05  FILLER               PIC X(02) VALUE SPACES.
030300     05  HU-DL-RETRIES        PIC Z(06)9.
030400     05  FILLER               PIC X(02) VALUE SPACES.
030500     05  HU-DL-FAILS          PIC Z(07)9.
030600     05  FILLER               PIC X(02) VALUE SPACES.
030700     05  HU-DL-ELAPSED        PIC Z(11)9.
030800     05  FILLER               PIC X(04) VALUE SPACES.
030900     05  HU-DL-WINDOW-PCT     PIC ZZZ9.9.
031000     05  FILLER               PIC X(03) VALUE SPACES.
031100     05  HU-DL-RERUN-PCT      PIC ZZZ9.9.
031200     05  FILLER               PIC X(21) VALUE SPACES.
031300 01  HU-STAT-LINE.
031400     05  HU-ST-LABEL          PIC X(40).
031500     05  HU-ST-COUNT          PIC Z(10)9.
031600     05  FILLER               PIC X(81) VALUE SPACES.
031700 01  HU-UNOWNED-LINE.
031800     05  FILLER               PIC X(02) VALUE SPACES.
031900     05  HU-UL-STREAM         PIC X(04).
032000     05  FILLER               PIC X(01) VALUE SPACES.
032100     05  HU-UL-SEQ            PIC 9(04).
032200     05  FILLER               PIC X(01) VALUE SPACES.
032300     05  HU-UL-SCRIPT         PIC X(50).
032400     05  FILLER               PIC X(01) VALUE SPACES.
032500     05  HU-UL-COUNT          PIC ZZZZ9.
032600     05  FILLER               PIC X(12) VALUE ' STEP RUN(S)'.
032700     05  FILLER               PIC X(52) VALUE SPACES.
032800*--------------------------------------------------------------*
032900 LINKAGE SECTION.
033000 01  HU-PARM-AREA.
033100     05  HU-PARM-LEN             PIC S9(04) COMP.
033200     05  HU-PARM-TEXT            PIC X(80).
033300*--------------------------------------------------------------*
033400 PROCEDURE DIVISION USING HU-PARM-AREA.
033500*--------------------------------------------------------------*
033600*
033700* 0000-MAINLINE.  RESOLVE THE REPORT MONTH, LOAD THE OWNERSHIP
033800*                 FILE AND THE RUNS AROUND THE MONTH, CHARGE
033900*                 THE MONTH'S STEPS TO THEIR OWNERS, AND
034000*                 WRITE THE REPORT AND THE EXTRACT.
034100*
034200*--------------------------------------------------------------*
034300 0000-MAINLINE.
034400     PERFORM 0100-GET-PARM THRU 0100-EXIT.
034500     PERFORM 1000-GET-REPORT-MONTH THRU 1000-EXIT.
034600     PERFORM 1500-LOAD-OWNERSHIP THRU 1500-EXIT.
034700     OPEN INPUT HISTORY-FILE.
034800     IF HU-HST-FILE-STATUS NOT = '00'
034900         DISPLAY 'HELCHRG: UNABLE TO OPEN HELLHIST, STATUS = '
035000                 HU-HST-FILE-STATUS
035100         MOVE 16 TO RETURN-CODE
035200         STOP RUN
035300     END-IF.
035400     PERFORM 2000-LOAD-ARCHLOG THRU 2000-EXIT.
035500     PERFORM 2500-LOAD-HIST-RUNS THRU 2500-EXIT.
035600     PERFORM 3000-CLASSIFY-RUNS THRU 3000-EXIT.
035700     PERFORM 4000-CHARGE-STEPS THRU 4000-EXIT.
035800     CLOSE HISTORY-FILE.
035900     PERFORM 5000-SORT-CHARGES THRU 5000-EXIT.
036000     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT.
036100     PERFORM 7000-WRITE-EXTRACT THRU 7000-EXIT.
036200     DISPLAY 'HELCHRG: MONTH ' HU-REPORT-MONTH ' - '
036300             HU-TOT-RUNS ' STEP RUN(S) CHARGED, '
036400             HU-UNOWNED-STEPS ' WITH NO OWNER'.
036500     IF HU-TOT-RUNS = ZERO
036600         DISPLAY 'HELCHRG: NO STEPS ON FILE FOR MONTH '
036700                 HU-REPORT-MONTH
036800         SET HU-WARNING TO TRUE
036900     END-IF.
037000     IF HU-UNOWNED-STEPS NOT = ZERO
037100         SET HU-WARNING TO TRUE
037200     END-IF.
037300     IF HU-WARNING
037400         MOVE 4 TO RETURN-CODE
037500     END-IF.
037600     STOP RUN.
037700*--------------------------------------------------------------*
037800*
037900* 0100-GET-PARM.  THE PARM IS EMPTY OR ONE OR BOTH OF
038000*                 MONTH=YYYYMM AND STREAM=XXXX, SEPARATED BY
038100*                 A COMMA.  ANYTHING ELSE STOPS WITH RC 8.
038200*
038300*--------------------------------------------------------------*
038400 0100-GET-PARM.
038500     IF HU-PARM-LEN = ZERO
038600         GO TO 0100-EXIT
038700     END-IF.
038800     MOVE HU-PARM-LEN TO HU-PARM-SCAN-LEN.
038900     IF HU-PARM-SCAN-LEN > 80
039000         MOVE 80 TO HU-PARM-SCAN-LEN
039100     END-IF.
039200     MOVE 1 TO HU-PARM-PTR.
039300     PERFORM 0150-GET-PARM-WORD THRU 0150-EXIT
039400         UNTIL HU-PARM-PTR > HU-PARM-SCAN-LEN.
039500 0100-EXIT.
039600     EXIT.
039700*--------------------------------------------------------------*
039800*
039900* 0150-GET-PARM-WORD.  TAKE THE NEXT COMMA-DELIMITED WORD OFF
040000*                      THE PARM AND ACT ON IT.
040100*
040200*--------------------------------------------------------------*
040300 0150-GET-PARM-WORD.
040400     MOVE SPACES TO HU-PARM-WORD.
040500     UNSTRING HU-PARM-TEXT (1 : HU-PARM-SCAN-LEN)
040600         DELIMITED BY ','
040700         INTO HU-PARM-WORD
040800         WITH POINTER HU-PARM-PTR
040900     END-UNSTRING.
041000     IF HU-PARM-WORD (1 : 7) = 'STREAM='
041100         AND HU-PARM-WORD (8 : 1) IS ALPHABETIC-UPPER
041200         AND HU-PARM-WORD (8 : 1) NOT = SPACE
041300         AND HU-PARM-WORD (12 : 9) = SPACES
041400         MOVE HU-PARM-WORD (8 : 4) TO HU-STREAM-FILTER
041500         GO TO 0150-EXIT
041600     END-IF.
041700     IF HU-PARM-WORD (1 : 6) = 'MONTH='
041800         AND HU-PARM-WORD (7 : 6) IS NUMERIC
041900         AND HU-PARM-WORD (13 : 8) = SPACES
042000         MOVE HU-PARM-WORD (7 : 6) TO HU-REPORT-MONTH
042100         IF HU-RM-MONTH NOT < 1 AND HU-RM-MONTH NOT > 12
042200             SET HU-MONTH-GIVEN TO TRUE
042300             GO TO 0150-EXIT
042400         END-IF
042500     END-IF.
042600     DISPLAY 'HELCHRG: BAD PARM - EXPECTED MONTH=YYYYMM AND/OR '
042700             'STREAM=XXXX, GOT '
042800             HU-PARM-TEXT (1 : HU-PARM-SCAN-LEN).
042900     MOVE 8 TO RETURN-CODE.
043000     STOP RUN.
043100 0150-EXIT.
043200     EXIT.
043300*--------------------------------------------------------------*
043400*
043500* 1000-GET-REPORT-MONTH.  WITHOUT MONTH= ON THE PARM, REPORT
043600*                         THE MONTH BEFORE TODAY'S - THE MONTH
043700*                         JUST ENDED WHEN THIS RUNS IN THE
043800*                         FIRST DAYS OF A NEW MONTH.  THE
043900*                         PRIOR MONTH FOLLOWS FROM IT.
044000*
044100*--------------------------------------------------------------*
044200 1000-GET-REPORT-MONTH.
044300     IF HU-MONTH-GIVEN
044400         GO TO 1000-SET-PRIOR
044500     END-IF.
044600     ACCEPT HU-CUR-DATE FROM DATE YYYYMMDD.
044700     MOVE HU-CD-YEAR TO HU-RM-YEAR.
044800     MOVE HU-CD-MONTH TO HU-RM-MONTH.
044900     IF HU-RM-MONTH = 1
045000         MOVE 12 TO HU-RM-MONTH
045100         SUBTRACT 1 FROM HU-RM-YEAR
045200     ELSE
045300         SUBTRACT 1 FROM HU-RM-MONTH
045400     END-IF.
045500 1000-SET-PRIOR.
045600     MOVE HU-REPORT-MONTH TO HU-PRIOR-MONTH.
045700     IF HU-PM-MONTH = 1
045800         MOVE 12 TO HU-PM-MONTH
045900         SUBTRACT 1 FROM HU-PM-YEAR
046000     ELSE
046100         SUBTRACT 1 FROM HU-PM-MONTH
046200     END-IF.
046300     COMPUTE HU-PRIOR-START-DATE = HU-PRIOR-MONTH * 100 + 1.
046400     COMPUTE HU-MONTH-START-DATE = HU-REPORT-MONTH * 100 + 1.
046500 1000-EXIT.
046600     EXIT.
046700*--------------------------------------------------------------*
046800*
046900* 1500-LOAD-OWNERSHIP.  READ HELLOOWN INTO THE OWNERSHIP
047000*                       TABLE.  WITHOUT IT NOTHING CAN BE
047100*                       CHARGED, SO IT MUST OPEN.
047200*
047300*--------------------------------------------------------------*
047400 1500-LOAD-OWNERSHIP.
047500     OPEN INPUT OWNER-FILE.
047600     IF HU-OWN-FILE-STATUS NOT = '00'
047700         DISPLAY 'HELCHRG: UNABLE TO OPEN HELLOOWN, STATUS = '
047800                 HU-OWN-FILE-STATUS
047900         MOVE 16 TO RETURN-CODE
048000         STOP RUN
048100     END-IF.
048200     MOVE 'N' TO HU-EOF-SW.
048300     PERFORM 1600-READ-OWN-ENTRY THRU 1600-EXIT
048400         UNTIL HU-EOF.
048500     CLOSE OWNER-FILE.
048600     MOVE HU-OWN-COUNT TO HU-EDIT-COUNT.
048700     DISPLAY 'HELCHRG: ' HU-EDIT-COUNT
048800             ' OWNERSHIP ENTRY(S) LOADED'.
048900 1500-EXIT.
049000     EXIT.
049100*--------------------------------------------------------------*
049200*
049300* 1600-READ-OWN-ENTRY.  READ AND LOAD ONE OWNERSHIP ENTRY.  A
049400*                       COMMENT OR BLANK LINE IS PASSED OVER;
049500*                       AN ENTRY WITH NO APPLICATION OR COST
049600*                       CENTRE, A SEQUENCE OR DATE THAT IS NOT
049700*                       NUMERIC, OR AN EFFECTIVE-TO BEFORE ITS
049800*                       EFFECTIVE-FROM IS REJECTED WITH A
049900*                       MESSAGE AND RC 4.
050000*
050100*--------------------------------------------------------------*
050200 1600-READ-OWN-ENTRY.
050300     READ OWNER-FILE
050400         AT END
050500             SET HU-EOF TO TRUE
050600             GO TO 1600-EXIT
050700     END-READ.
050800     IF HL-OWN-RECORD = SPACES
050900         OR HL-OWN-STREAM (1 : 1) = '*'
051000         GO TO 1600-EXIT
051100     END-IF.
051200     IF HL-OWN-APPL = SPACES
051300         OR HL-OWN-COST-CTR = SPACES
051400         OR HL-OWN-SEQ NOT NUMERIC
051500         OR HL-OWN-EFF-FROM NOT NUMERIC
051600         OR HL-OWN-EFF-TO NOT NUMERIC
051700         DISPLAY 'HELCHRG: OWNERSHIP ENTRY REJECTED - NEEDS AN '
051800                 'APPLICATION, A COST CENTRE AND A NUMERIC '
051900                 'SEQUENCE AND DATES: ' HL-OWN-RECORD
052000         ADD 1 TO HU-OWN-REJECTS
052100         SET HU-WARNING TO TRUE
052200         GO TO 1600-EXIT
052300     END-IF.
052400     IF HL-OWN-EFF-TO NOT = ZERO
052500         AND HL-OWN-EFF-TO < HL-OWN-EFF-FROM
052600         DISPLAY 'HELCHRG: OWNERSHIP ENTRY REJECTED - '
052700                 'EFFECTIVE-TO BEFORE EFFECTIVE-FROM: '
052800                 HL-OWN-RECORD
052900         ADD 1 TO HU-OWN-REJECTS
053000         SET HU-WARNING TO TRUE
053100         GO TO 1600-EXIT
053200     END-IF.
053300     IF HU-OWN-COUNT = 200
053400         DISPLAY 'HELCHRG: MORE THAN 200 OWNERSHIP ENTRIES - '
053500                 'ENTRY FOR ' HL-OWN-APPL ' NOT LOADED'
053600         SET HU-WARNING TO TRUE
053700         GO TO 1600-EXIT
053800     END-IF.
053900     ADD 1 TO HU-OWN-COUNT.
054000     MOVE HL-OWN-STREAM TO HU-OE-STREAM (HU-OWN-COUNT).
054100     MOVE HL-OWN-SEQ TO HU-OE-SEQ (HU-OWN-COUNT).
054200     MOVE HL-OWN-SCRIPT TO HU-OE-SCRIPT (HU-OWN-COUNT).
054300     MOVE HL-OWN-EFF-FROM TO HU-OE-FROM (HU-OWN-COUNT).
054400     MOVE HL-OWN-EFF-TO TO HU-OE-TO (HU-OWN-COUNT).
054500     IF HL-OWN-EFF-TO = ZERO
054600         MOVE 99999999 TO HU-OE-TO (HU-OWN-COUNT)
054700     END-IF.
054800     MOVE HL-OWN-APPL TO HU-OE-APPL (HU-OWN-COUNT).
054900     MOVE HL-OWN-COST-CTR TO HU-OE-COST-CTR (HU-OWN-COUNT).
055000     MOVE HL-OWN-CONTACT TO HU-OE-CONTACT (HU-OWN-COUNT).
055100     MOVE ZERO TO HU-OE-WEIGHT (HU-OWN-COUNT).
055200     IF HL-OWN-STREAM NOT = SPACES
055300         ADD 1 TO HU-OE-WEIGHT (HU-OWN-COUNT)
055400     END-IF.
055500     IF HL-OWN-SEQ NOT = ZERO
055600         ADD 2 TO HU-OE-WEIGHT (HU-OWN-COUNT)
055700     END-IF.
055800     IF HL-OWN-SCRIPT NOT = SPACES
055900         ADD 2 TO HU-OE-WEIGHT (HU-OWN-COUNT)
056000     END-IF.
056100 1600-EXIT.
056200     EXIT.
056300*--------------------------------------------------------------*
056400*
056500* 2000-LOAD-ARCHLOG.  LOAD THE PRIOR AND REPORT MONTHS' RUNS
056600*                     FROM THE ARCHIVE GENERATIONS
056700*                     (CONCATENATED ON THE ARCHLOG DD) - THE
056800*                     ONLY RECORD OF A RUN ONCE HELLPURG HAS
056900*                     MOVED IT OFF RUNLOG, AND SO OFF THE
057000*                     MASTER.  NO ARCHIVE IS NOT AN ERROR.
057100*
057200*--------------------------------------------------------------*
057300 2000-LOAD-ARCHLOG.
057400     OPEN INPUT ARCHIVE-FILE.
057500     IF HU-ARC-FILE-STATUS NOT = '00'
057600         DISPLAY 'HELCHRG: ARCHLOG NOT ON FILE, STATUS = '
057700                 HU-ARC-FILE-STATUS ' - MASTER RUNS ONLY'
057800         GO TO 2000-EXIT
057900     END-IF.
058000     MOVE 'N' TO HU-EOF-SW.
058100     PERFORM 2100-READ-ARCHLOG THRU 2100-EXIT
058200         UNTIL HU-EOF.
058300     CLOSE ARCHIVE-FILE.
058400 2000-EXIT.
058500     EXIT.
058600*--------------------------------------------------------------*
058700*
058800* 2100-READ-ARCHLOG.  READ ONE ARCHIVE RECORD AND, WHEN IT IS
058900*                     A RUN OF THE PRIOR OR REPORT MONTH FOR
059000*                     THE STREAM WANTED, ADD IT TO THE RUN
059100*                     TABLE.  A BLANK STREAM IS NITE.
059200*
059300*--------------------------------------------------------------*
059400 2100-READ-ARCHLOG.
059500     READ ARCHIVE-FILE
059600         AT END
059700             SET HU-EOF TO TRUE
059800             GO TO 2100-EXIT
059900     END-READ.
060000     IF HL-LOG-RUN-DATE NOT NUMERIC
060100         GO TO 2100-EXIT
060200     END-IF.
060300     COMPUTE HU-REC-MONTH = HL-LOG-RUN-DATE / 100.
060400     IF HU-REC-MONTH NOT = HU-PRIOR-MONTH
060500         AND HU-REC-MONTH NOT = HU-REPORT-MONTH
060600         GO TO 2100-EXIT
060700     END-IF.
060800     MOVE HL-LOG-STREAM TO HU-CUR-STREAM.
060900     IF HU-CUR-STREAM = SPACES
061000         MOVE 'NITE' TO HU-CUR-STREAM
061100     END-IF.
061200     IF HU-STREAM-FILTER NOT = SPACES
061300         AND HU-CUR-STREAM NOT = HU-STREAM-FILTER
061400         GO TO 2100-EXIT
061500     END-IF.
061600     MOVE HL-LOG-RUN-DATE TO HU-NR-DATE.
061700     MOVE HL-LOG-START-TIME TO HU-NR-TIME.
061800     MOVE HU-CUR-STREAM TO HU-NR-STREAM.
061900     MOVE HL-LOG-RC TO HU-NR-RC.
062000     MOVE ZERO TO HU-NR-ELAPSED.
062100     IF HL-LOG-LISP-ELAPSED-SECS NUMERIC
062200         MOVE HL-LOG-LISP-ELAPSED-SECS TO HU-NR-ELAPSED
062300     END-IF.
062400     MOVE 'N' TO HU-NR-ADHOC-SW.
062500     IF HL-LOG-ADHOC
062600         MOVE 'Y' TO HU-NR-ADHOC-SW
062700     END-IF.
062800     MOVE 'N' TO HU-NR-RERUN-SW.
062900     PERFORM 2800-ADD-RUN THRU 2800-EXIT.
063000 2100-EXIT.
063100     EXIT.
063200*--------------------------------------------------------------*
063300*
063400* 2500-LOAD-HIST-RUNS.  ADD THE MASTER'S RUN RECORDS FROM THE
063500*                       FIRST OF THE PRIOR MONTH TO THE END OF
063600*                       THE REPORT MONTH, READ AS A KEYED
063700*                       SLICE.  A RUN ALREADY LOADED FROM THE
063800*                       ARCHIVE IS NOT LOADED TWICE.
063900*
064000*--------------------------------------------------------------*
064100 2500-LOAD-HIST-RUNS.
064200     MOVE HU-PRIOR-START-DATE TO HL-HST-RUN-DATE.
064300     MOVE ZERO TO HL-HST-START-TIME.
064400     MOVE SPACES TO HL-HST-STREAM.
064500     MOVE SPACE TO HL-HST-REC-TYPE.
064600     MOVE ZERO TO HL-HST-SEQ.
064700     START HISTORY-FILE KEY NOT < HL-HST-KEY
064800         INVALID KEY
064900             GO TO 2500-EXIT
065000     END-START.
065100     MOVE 'N' TO HU-EOF-SW.
065200     PERFORM 2600-READ-HIST-RUN THRU 2600-EXIT
065300         UNTIL HU-EOF.
065400 2500-EXIT.
065500     EXIT.
065600*--------------------------------------------------------------*
065700*
065800* 2600-READ-HIST-RUN.  READ THE NEXT MASTER RECORD IN KEY
065900*                      ORDER AND ADD IT TO THE RUN TABLE WHEN
066000*                      IT IS A RUN RECORD OF THE STREAM WANTED,
066100*                      UNTIL THE REPORT MONTH IS PASSED.
066200*
066300*--------------------------------------------------------------*
066400 2600-READ-HIST-RUN.
066500     READ HISTORY-FILE NEXT RECORD
066600         AT END
066700             SET HU-EOF TO TRUE
066800             GO TO 2600-EXIT
066900     END-READ.
067000     COMPUTE HU-REC-MONTH = HL-HST-RUN-DATE / 100.
067100     IF HU-REC-MONTH > HU-REPORT-MONTH
067200         SET HU-EOF TO TRUE
067300         GO TO 2600-EXIT
067400     END-IF.
067500     IF NOT HL-HST-RUN-REC
067600         GO TO 2600-EXIT
067700     END-IF.
067800     MOVE HL-HST-STREAM TO HU-CUR-STREAM.
067900     IF HU-CUR-STREAM = SPACES
068000         MOVE 'NITE' TO HU-CUR-STREAM
068100     END-IF.
068200     IF HU-STREAM-FILTER NOT = SPACES
068300         AND HU-CUR-STREAM NOT = HU-STREAM-FILTER
068400         GO TO 2600-EXIT
068500     END-IF.
068600     MOVE HL-HST-RUN-DATE TO HU-NR-DATE.
068700     MOVE HL-HST-START-TIME TO HU-NR-TIME.
068800     MOVE HU-CUR-STREAM TO HU-NR-STREAM.
068900     MOVE HL-HST-RC TO HU-NR-RC.
069000     MOVE ZERO TO HU-NR-ELAPSED.
069100     IF HL-HST-ELAPSED-SECS NUMERIC
069200         MOVE HL-HST-ELAPSED-SECS TO HU-NR-ELAPSED
069300     END-IF.
069400     MOVE 'N' TO HU-NR-ADHOC-SW.
069500     IF HL-HST-ADHOC-SW = 'Y'
069600         MOVE 'Y' TO HU-NR-ADHOC-SW
069700     END-IF.
069800     MOVE 'N' TO HU-NR-RERUN-SW.
069900     PERFORM 2800-ADD-RUN THRU 2800-EXIT.
070000 2600-EXIT.
070100     EXIT.
070200*--------------------------------------------------------------*
070300*
070400* 2800-ADD-RUN.  PUT THE RUN IN HU-NEW-RUN INTO ITS PLACE IN
070500*                THE RUN TABLE - STEPPING BACK FROM THE END TO
070600*                THE LAST ROW THAT DOES NOT SORT AFTER IT, SO
070700*                RUNS ARRIVING IN ORDER COST ONE COMPARE - AND
070800*                SHIFT THE ROWS BEHIND IT UP ONE.  A RUN
070900*                ALREADY IN THE TABLE IS LEFT ALONE.
071000*
071100*--------------------------------------------------------------*
071200 2800-ADD-RUN.
071300     MOVE 'N' TO HU-RUN-FOUND-SW.
071400     MOVE HU-RUN-COUNT TO HU-RUN-SUB.
071500     PERFORM 2810-STEP-BACK THRU 2810-EXIT
071600         UNTIL HU-RUN-FOUND
071700             OR HU-RUN-SUB = ZERO.
071800     IF HU-RUN-FOUND
071900         IF HU-RN-KEY (HU-RUN-SUB) = HU-NR-KEY
072000             GO TO 2800-EXIT
072100         END-IF
072200     END-IF.
072300     IF HU-RUN-COUNT = 2000
072400         IF NOT HU-RUN-FULL
072500             DISPLAY 'HELCHRG: MORE THAN 2000 RUNS IN TWO MONTHS '
072600                     '- LATER RUNS NOT LOADED'
072700             SET HU-RUN-FULL TO TRUE
072800             SET HU-WARNING TO TRUE
072900         END-IF
073000         GO TO 2800-EXIT
073100     END-IF.
073200     MOVE HU-RUN-COUNT TO HU-RUN-SUB2.
073300     PERFORM 2820-SHIFT-UP THRU 2820-EXIT
073400         UNTIL HU-RUN-SUB2 = HU-RUN-SUB.
073500     ADD 1 TO HU-RUN-COUNT.
073600     MOVE HU-NEW-RUN TO HU-RUN-ENTRY (HU-RUN-SUB + 1).
073700 2800-EXIT.
073800     EXIT.
073900*--------------------------------------------------------------*
074000*
074100* 2810-STEP-BACK.  STOP AT A ROW THAT DOES NOT SORT AFTER THE
074200*                  NEW RUN, OR STEP BACK PAST IT.
074300*
074400*--------------------------------------------------------------*
074500 2810-STEP-BACK.
074600     IF HU-RN-KEY (HU-RUN-SUB) > HU-NR-KEY
074700         SUBTRACT 1 FROM HU-RUN-SUB
074800     ELSE
074900         SET HU-RUN-FOUND TO TRUE
075000     END-IF.
075100 2810-EXIT.
075200     EXIT.
075300*--------------------------------------------------------------*
075400*
075500* 2820-SHIFT-UP.  MOVE ONE ROW BEHIND THE INSERTION POINT UP
075600*                 ONE PLACE, WORKING DOWN FROM THE END.
075700*
075800*--------------------------------------------------------------*
075900 2820-SHIFT-UP.
076000     MOVE HU-RUN-ENTRY (HU-RUN-SUB2) TO
076100         HU-RUN-ENTRY (HU-RUN-SUB2 + 1).
076200     SUBTRACT 1 FROM HU-RUN-SUB2.
076300 2820-EXIT.
076400     EXIT.
076500*--------------------------------------------------------------*
076600*
076700* 3000-CLASSIFY-RUNS.  WALK THE RUN TABLE IN ORDER, MARKING
076800*                      THE FAILURE-DRIVEN RERUNS AND TOTALLING
076900*                      THE REPORT MONTH'S BATCH WINDOW.
077000*
077100*--------------------------------------------------------------*
077200 3000-CLASSIFY-RUNS.
077300     MOVE 1 TO HU-RUN-SUB.
077400     PERFORM 3100-CLASSIFY-RUN THRU 3100-EXIT
077500         UNTIL HU-RUN-SUB > HU-RUN-COUNT.
077600 3000-EXIT.
077700     EXIT.
077800*--------------------------------------------------------------*
077900*
078000* 3100-CLASSIFY-RUN.  AN AD-HOC SINGLE-STEP RUN IS ALWAYS A
078100*                     RERUN.  A SCHEDULED RUN IS A RERUN WHEN
078200*                     ITS STREAM'S PREVIOUS SCHEDULED RUN
078300*                     FAILED; AD-HOC RUNS DO NOT COUNT AS THE
078400*                     PREVIOUS RUN.  EVERY RUN OF THE REPORT
078500*                     MONTH ADDS ITS ELAPSED TO THE WINDOW.
078600*
078700*--------------------------------------------------------------*
078800 3100-CLASSIFY-RUN.
078900     MOVE 'N' TO HU-RN-RERUN-SW (HU-RUN-SUB).
079000     IF HU-RN-ADHOC-SW (HU-RUN-SUB) = 'Y'
079100         MOVE 'Y' TO HU-RN-RERUN-SW (HU-RUN-SUB)
079200         GO TO 3100-WINDOW
079300     END-IF.
079400     PERFORM 3200-FIND-STREAM THRU 3200-EXIT.
079500     IF HU-STRM-SUB = ZERO
079600         GO TO 3100-WINDOW
079700     END-IF.
079800     IF HU-SM-LAST-RC (HU-STRM-SUB) NOT = ZERO
079900         MOVE 'Y' TO HU-RN-RERUN-SW (HU-RUN-SUB)
080000     END-IF.
080100     MOVE HU-RN-RC (HU-RUN-SUB) TO HU-SM-LAST-RC (HU-STRM-SUB).
080200 3100-WINDOW.
080300     COMPUTE HU-REC-MONTH = HU-RN-DATE (HU-RUN-SUB) / 100.
080400     IF HU-REC-MONTH = HU-REPORT-MONTH
080500         ADD 1 TO HU-MTH-RUNS
080600         ADD HU-RN-ELAPSED (HU-RUN-SUB) TO HU-WINDOW-SECS
080700         IF HU-RN-RERUN-SW (HU-RUN-SUB) = 'Y'
080800             ADD 1 TO HU-MTH-RERUNS
080900         END-IF
081000     END-IF.
081100     ADD 1 TO HU-RUN-SUB.
081200 3100-EXIT.
081300     EXIT.
081400*--------------------------------------------------------------*
081500*
081600* 3200-FIND-STREAM.  FIND THE RUN'S STREAM IN THE LAST-RC
081700*                    TABLE, ADDING IT (AS LAST CLEAN) WHEN IT
081800*                    IS NEW.  ZERO WHEN THE TABLE IS FULL.
081900*
082000*--------------------------------------------------------------*
082100 3200-FIND-STREAM.
082200     MOVE 'N' TO HU-STRM-FOUND-SW.
082300     MOVE 1 TO HU-STRM-SUB.
082400     PERFORM 3210-TEST-STREAM THRU 3210-EXIT
082500         UNTIL HU-STRM-FOUND
082600             OR HU-STRM-SUB > HU-STRM-COUNT.
082700     IF HU-STRM-FOUND
082800         GO TO 3200-EXIT
082900     END-IF.
083000     IF HU-STRM-COUNT = 50
083100         MOVE ZERO TO HU-STRM-SUB
083200         GO TO 3200-EXIT
083300     END-IF.
083400     ADD 1 TO HU-STRM-COUNT.
083500     MOVE HU-STRM-COUNT TO HU-STRM-SUB.
083600     MOVE HU-RN-STREAM (HU-RUN-SUB) TO HU-SM-STREAM (HU-STRM-SUB).
083700     MOVE ZERO TO HU-SM-LAST-RC (HU-STRM-SUB).
083800 3200-EXIT.
083900     EXIT.
084000*--------------------------------------------------------------*
084100*
084200* 3210-TEST-STREAM.  TEST ONE LAST-RC ROW; ON A MATCH, LEAVE
084300*                    THE SUBSCRIPT ON IT AND END THE SEARCH.
084400*
084500*--------------------------------------------------------------*
084600 3210-TEST-STREAM.
084700     IF HU-SM-STREAM (HU-STRM-SUB) = HU-RN-STREAM (HU-RUN-SUB)
084800         SET HU-STRM-FOUND TO TRUE
084900     ELSE
085000         ADD 1 TO HU-STRM-SUB
085100     END-IF.
085200 3210-EXIT.
085300     EXIT.
085400*--------------------------------------------------------------*
085500*
085600* 4000-CHARGE-STEPS.  READ THE REPORT MONTH'S SLICE OF THE
085700*                     MASTER AND CHARGE EVERY STEP THAT RAN.
085800*
085900*--------------------------------------------------------------*
086000 4000-CHARGE-STEPS.
086100     MOVE HU-MONTH-START-DATE TO HL-HST-RUN-DATE.
086200     MOVE ZERO TO HL-HST-START-TIME.
086300     MOVE SPACES TO HL-HST-STREAM.
086400     MOVE SPACE TO HL-HST-REC-TYPE.
086500     MOVE ZERO TO HL-HST-SEQ.
086600     START HISTORY-FILE KEY NOT < HL-HST-KEY
086700         INVALID KEY
086800             GO TO 4000-EXIT
086900     END-START.
087000     MOVE 1 TO HU-SRCH-SUB.
087100     MOVE 'N' TO HU-EOF-SW.
087200     PERFORM 4100-READ-HIST-STEP THRU 4100-EXIT
087300         UNTIL HU-EOF.
087400 4000-EXIT.
087500     EXIT.
087600*--------------------------------------------------------------*
087700*
087800* 4100-READ-HIST-STEP.  READ THE NEXT MASTER RECORD AND, FOR A
087900*                       STEP RECORD OF THE STREAM WANTED THAT
088000*                       ACTUALLY RAN, CHARGE IT TO ITS OWNER.
088100*                       CHECKPOINT, CONDITION, SCHEDULE AND
088200*                       OVERRIDE SKIPS AND HOLDS USED NONE OF
088300*                       THE WINDOW AND ARE LEFT OUT.
088400*
088500*--------------------------------------------------------------*
088600 4100-READ-HIST-STEP.
088700     READ HISTORY-FILE NEXT RECORD
088800         AT END
088900             SET HU-EOF TO TRUE
089000             GO TO 4100-EXIT
089100     END-READ.
089200     COMPUTE HU-REC-MONTH = HL-HST-RUN-DATE / 100.
089300     IF HU-REC-MONTH > HU-REPORT-MONTH
089400         SET HU-EOF TO TRUE
089500         GO TO 4100-EXIT
089600     END-IF.
089700     IF NOT HL-HST-STEP-REC
089800         GO TO 4100-EXIT
089900     END-IF.
090000     MOVE HL-HST-STREAM TO HU-CUR-STREAM.
090100     IF HU-CUR-STREAM = SPACES
090200         MOVE 'NITE' TO HU-CUR-STREAM
090300     END-IF.
090400     IF HU-STREAM-FILTER NOT = SPACES
090500         AND HU-CUR-STREAM NOT = HU-STREAM-FILTER
090600         GO TO 4100-EXIT
090700     END-IF.
090800     IF HL-HST-STP-CKPT-SW = 'Y'
090900         OR HL-HST-STP-COND-SW = 'Y'
091000         OR HL-HST-STP-SCHED-SW = 'Y'
091100         OR HL-HST-STP-OVERRIDE = 'S' OR 'H'
091200         GO TO 4100-EXIT
091300     END-IF.
091400     PERFORM 4200-FIND-RUN THRU 4200-EXIT.
091500     PERFORM 4300-FIND-OWNER THRU 4300-EXIT.
091600     IF HU-BEST-SUB = ZERO
091700         MOVE '9' TO HU-AW-CLASS
091800         MOVE 'UNOWNED' TO HU-AW-APPL
091900         MOVE SPACES TO HU-AW-COST-CTR
092000         ADD 1 TO HU-UNOWNED-STEPS
092100         PERFORM 4400-NOTE-UNOWNED THRU 4400-EXIT
092200     ELSE
092300         MOVE '1' TO HU-AW-CLASS
092400         MOVE HU-OE-APPL (HU-BEST-SUB) TO HU-AW-APPL
092500         MOVE HU-OE-COST-CTR (HU-BEST-SUB) TO HU-AW-COST-CTR
092600     END-IF.
092700     PERFORM 4500-FIND-CHARGE-ROW THRU 4500-EXIT.
092800     IF HU-APP-SUB = ZERO
092900         GO TO 4100-EXIT
093000     END-IF.
093100     PERFORM 4600-POST-STEP THRU 4600-EXIT.
093200 4100-EXIT.
093300     EXIT.
093400*--------------------------------------------------------------*
093500*
093600* 4200-FIND-RUN.  SET THE RERUN SWITCH FOR THE STEP FROM ITS
093700*                 RUN.  A STEP OF THE SAME RUN AS THE LAST
093800*                 TAKES THE LAST ANSWER; OTHERWISE THE RUN
093900*                 TABLE IS SEARCHED FORWARD FROM THE LAST RUN
094000*                 FOUND.  A STEP WHOSE RUN IS ON NEITHER FILE
094100*                 IS A RERUN ONLY IF IT WAS RUN AD HOC.
094200*
094300*--------------------------------------------------------------*
094400 4200-FIND-RUN.
094500     MOVE HL-HST-RUN-DATE TO HU-SR-DATE.
094600     MOVE HL-HST-START-TIME TO HU-SR-TIME.
094700     MOVE HU-CUR-STREAM TO HU-SR-STREAM.
094800     IF HU-STEP-RUN-KEY = HU-LAST-RUN-KEY
094900         GO TO 4200-EXIT
095000     END-IF.
095100     MOVE HU-STEP-RUN-KEY TO HU-LAST-RUN-KEY.
095200     MOVE 'N' TO HU-STEP-RERUN-SW.
095300     IF HL-HST-STP-ADHOC-SW = 'Y'
095400         MOVE 'Y' TO HU-STEP-RERUN-SW
095500     END-IF.
095600     MOVE SPACE TO HU-SRCH-SW.
095700     PERFORM 4210-TEST-RUN THRU 4210-EXIT
095800         UNTIL HU-SRCH-DONE.
095900     IF HU-SRCH-FOUND
096000         MOVE HU-RN-RERUN-SW (HU-SRCH-SUB) TO HU-STEP-RERUN-SW
096100     END-IF.
096200 4200-EXIT.
096300     EXIT.
096400*--------------------------------------------------------------*
096500*
096600* 4210-TEST-RUN.  TEST ONE RUN-TABLE ROW AGAINST THE STEP'S
096700*                 RUN.  THE SEARCH ENDS ON A MATCH, ON THE
096800*                 FIRST ROW BEYOND IT OR AT THE END OF THE
096900*                 TABLE, AND THE NEXT SEARCH STARTS THERE.
097000*
097100*--------------------------------------------------------------*
097200 4210-TEST-RUN.
097300     IF HU-SRCH-SUB > HU-RUN-COUNT
097400         MOVE 'X' TO HU-SRCH-SW
097500         GO TO 4210-EXIT
097600     END-IF.
097700     IF HU-RN-KEY (HU-SRCH-SUB) = HU-STEP-RUN-KEY
097800         MOVE 'F' TO HU-SRCH-SW
097900         GO TO 4210-EXIT
098000     END-IF.
098100     IF HU-RN-KEY (HU-SRCH-SUB) > HU-STEP-RUN-KEY
098200         MOVE 'X' TO HU-SRCH-SW
098300         GO TO 4210-EXIT
098400     END-IF.
098500     ADD 1 TO HU-SRCH-SUB.
098600 4210-EXIT.
098700     EXIT.
098800*--------------------------------------------------------------*
098900*
099000* 4300-FIND-OWNER.  FIND THE OWNERSHIP ENTRY IN FORCE FOR THE
099100*                   STEP ON THE DAY IT RAN - THE MOST SPECIFIC
099200*                   THAT MATCHES, THE FIRST ON FILE ON A TIE.
099300*                   ZERO WHEN NO ENTRY MATCHES.
099400*
099500*--------------------------------------------------------------*
099600 4300-FIND-OWNER.
099700     MOVE ZERO TO HU-BEST-SUB.
099800     MOVE ZERO TO HU-BEST-WEIGHT.
099900     MOVE 1 TO HU-OWN-SUB.
100000     PERFORM 4310-TRY-OWNER THRU 4310-EXIT
100100         UNTIL HU-OWN-SUB > HU-OWN-COUNT.
100200 4300-EXIT.
100300     EXIT.
100400*--------------------------------------------------------------*
100500*
100600* 4310-TRY-OWNER.  TEST ONE OWNERSHIP ENTRY AGAINST THE STEP
100700*                  AND KEEP IT WHEN IT MATCHES AND OUTWEIGHS
100800*                  THE BEST SO FAR.
100900*
101000*--------------------------------------------------------------*
101100 4310-TRY-OWNER.
101200     IF HU-OE-STREAM (HU-OWN-SUB) NOT = SPACES
101300         AND HU-OE-STREAM (HU-OWN-SUB) NOT = HU-CUR-STREAM
101400         GO TO 4310-NEXT
101500     END-IF.
101600     IF HU-OE-SEQ (HU-OWN-SUB) NOT = ZERO
101700         AND HU-OE-SEQ (HU-OWN-SUB) NOT = HL-HST-SEQ
101800         GO TO 4310-NEXT
101900     END-IF.
102000     IF HU-OE-SCRIPT (HU-OWN-SUB) NOT = SPACES
102100         AND HU-OE-SCRIPT (HU-OWN-SUB) NOT = HL-HST-STP-SCRIPT
102200         GO TO 4310-NEXT
102300     END-IF.
102400     IF HL-HST-RUN-DATE < HU-OE-FROM (HU-OWN-SUB)
102500         OR HL-HST-RUN-DATE > HU-OE-TO (HU-OWN-SUB)
102600         GO TO 4310-NEXT
102700     END-IF.
102800     IF HU-BEST-SUB = ZERO
102900         OR HU-OE-WEIGHT (HU-OWN-SUB) > HU-BEST-WEIGHT
103000         MOVE HU-OWN-SUB TO HU-BEST-SUB
103100         MOVE HU-OE-WEIGHT (HU-OWN-SUB) TO HU-BEST-WEIGHT
103200     END-IF.
103300 4310-NEXT.
103400     ADD 1 TO HU-OWN-SUB.
103500 4310-EXIT.
103600     EXIT.
103700*--------------------------------------------------------------*
103800*
103900* 4400-NOTE-UNOWNED.  COUNT THE STEP AGAINST ITS ROW IN THE
104000*                     NO-OWNER LIST, ADDING A ROW WHEN THE
104100*                     STEP IS NEW TO IT.
104200*
104300*--------------------------------------------------------------*
104400 4400-NOTE-UNOWNED.
104500     MOVE 'N' TO HU-UNO-FOUND-SW.
104600     MOVE 1 TO HU-UNO-SUB.
104700     PERFORM 4410-TEST-UNOWNED THRU 4410-EXIT
104800         UNTIL HU-UNO-FOUND
104900             OR HU-UNO-SUB > HU-UNO-COUNT.
105000     IF NOT HU-UNO-FOUND
105100         IF HU-UNO-COUNT = 50
105200             GO TO 4400-EXIT
105300         END-IF
105400         ADD 1 TO HU-UNO-COUNT
105500         MOVE HU-UNO-COUNT TO HU-UNO-SUB
105600         MOVE HU-CUR-STREAM TO HU-UN-STREAM (HU-UNO-SUB)
105700         MOVE HL-HST-SEQ TO HU-UN-SEQ (HU-UNO-SUB)
105800         MOVE HL-HST-STP-SCRIPT TO HU-UN-SCRIPT (HU-UNO-SUB)
105900         MOVE ZERO TO HU-UN-COUNT (HU-UNO-SUB)
106000     END-IF.
106100     ADD 1 TO HU-UN-COUNT (HU-UNO-SUB).
106200 4400-EXIT.
106300     EXIT.
106400*--------------------------------------------------------------*
106500*
106600* 4410-TEST-UNOWNED.  TEST ONE NO-OWNER ROW AGAINST THE STEP.
106700*
106800*--------------------------------------------------------------*
106900 4410-TEST-UNOWNED.
107000     IF HU-UN-STREAM (HU-UNO-SUB) = HU-CUR-STREAM
107100         AND HU-UN-SEQ (HU-UNO-SUB) = HL-HST-SEQ
107200         AND HU-UN-SCRIPT (HU-UNO-SUB) = HL-HST-STP-SCRIPT
107300         SET HU-UNO-FOUND TO TRUE
107400     ELSE
107500         ADD 1 TO HU-UNO-SUB
107600     END-IF.
107700 4410-EXIT.
107800     EXIT.
107900*--------------------------------------------------------------*
108000*
108100* 4500-FIND-CHARGE-ROW.  FIND THE CHARGE ROW FOR THE OWNER IN
108200*                        HU-APP-WANT-KEY, ADDING ONE WHEN THE
108300*                        OWNER IS NEW.  ZERO, WITH RC 4, WHEN
108400*                        THE TABLE IS FULL.
108500*
108600*--------------------------------------------------------------*
108700 4500-FIND-CHARGE-ROW.
108800     MOVE 'N' TO HU-APP-FOUND-SW.
108900     MOVE 1 TO HU-APP-SUB.
109000     PERFORM 4510-TEST-CHARGE-ROW THRU 4510-EXIT
109100         UNTIL HU-APP-FOUND
109200             OR HU-APP-SUB > HU-APP-COUNT.
109300     IF HU-APP-FOUND
109400         GO TO 4500-EXIT
109500     END-IF.
109600     IF HU-APP-COUNT = 100
109700         DISPLAY 'HELCHRG: MORE THAN 100 APPLICATION/COST CENTRE '
109800                 'PAIRS - ' HU-AW-APPL ' ' HU-AW-COST-CTR
109900                 ' NOT CHARGED'
110000         SET HU-WARNING TO TRUE
110100         MOVE ZERO TO HU-APP-SUB
110200         GO TO 4500-EXIT
110300     END-IF.
110400     ADD 1 TO HU-APP-COUNT.
110500     MOVE HU-APP-COUNT TO HU-APP-SUB.
110600     INITIALIZE HU-APP-ENTRY (HU-APP-SUB).
110700     MOVE HU-APP-WANT-KEY TO HU-AP-KEY (HU-APP-SUB).
110800     IF HU-AP-UNOWNED (HU-APP-SUB)
110900         MOVE 'NO ENTRY ON HELLOOWN' TO HU-AP-CONTACT (HU-APP-SUB)
111000     END-IF.
111100 4500-EXIT.
111200     EXIT.
111300*--------------------------------------------------------------*
111400*
111500* 4510-TEST-CHARGE-ROW.  TEST ONE CHARGE ROW AGAINST THE OWNER.
111600*
111700*--------------------------------------------------------------*
111800 4510-TEST-CHARGE-ROW.
111900     IF HU-AP-KEY (HU-APP-SUB) = HU-APP-WANT-KEY
112000         SET HU-APP-FOUND TO TRUE
112100     ELSE
112200         ADD 1 TO HU-APP-SUB
112300     END-IF.
112400 4510-EXIT.
112500     EXIT.
112600*--------------------------------------------------------------*
112700*
112800* 4600-POST-STEP.  ADD THE STEP TO ITS CHARGE ROW AND THE
112900*                  MONTH TOTALS.  A FAILURE IS A NON-ZERO
113000*                  FINAL RC; THE RETRIES ARE THE ATTEMPTS
113100*                  BEFORE THE LAST (BLANK ON A STEP LOGGED
113200*                  BEFORE THEY WERE KEPT); THE ELAPSED IS THE
113300*                  STEP'S AS LOGGED.
113400*
113500*--------------------------------------------------------------*
113600 4600-POST-STEP.
113700     ADD 1 TO HU-AP-RUNS (HU-APP-SUB).
113800     ADD 1 TO HU-TOT-RUNS.
113900     IF HL-HST-STP-RETRIES NUMERIC
114000         ADD HL-HST-STP-RETRIES TO HU-AP-RETRIES (HU-APP-SUB)
114100         ADD HL-HST-STP-RETRIES TO HU-TOT-RETRIES
114200     END-IF.
114300     IF HL-HST-STP-RC NUMERIC
114400         IF HL-HST-STP-RC NOT = ZERO
114500             ADD 1 TO HU-AP-FAILS (HU-APP-SUB)
114600             ADD 1 TO HU-TOT-FAILS
114700         END-IF
114800     END-IF.
114900     MOVE ZERO TO HU-STP-ELAPSED.
115000     IF HL-HST-STP-ELAPSED NUMERIC
115100         MOVE HL-HST-STP-ELAPSED TO HU-STP-ELAPSED
115200     END-IF.
115300     ADD HU-STP-ELAPSED TO HU-AP-ELAPSED (HU-APP-SUB).
115400     ADD HU-STP-ELAPSED TO HU-TOT-ELAPSED.
115500     IF HU-STEP-IN-RERUN
115600         ADD HU-STP-ELAPSED TO HU-AP-RERUN-SECS (HU-APP-SUB)
115700         ADD HU-STP-ELAPSED TO HU-RERUN-SECS
115800     END-IF.
115900     IF HU-BEST-SUB NOT = ZERO
116000         MOVE HU-OE-CONTACT (HU-BEST-SUB) TO
116100             HU-AP-CONTACT (HU-APP-SUB)
116200     END-IF.
116300 4600-EXIT.
116400     EXIT.
116500*--------------------------------------------------------------*
116600*
116700* 5000-SORT-CHARGES.  ORDER THE CHARGE ROWS BY APPLICATION AND
116800*                     COST CENTRE, THE UNOWNED ROW LAST - A
116900*                     STRAIGHT SELECTION PASS AS IN HELSLRPT.
117000*
117100*--------------------------------------------------------------*
117200 5000-SORT-CHARGES.
117300     MOVE 1 TO HU-APP-SUB.
117400     PERFORM 5100-SELECT-LOWEST THRU 5100-EXIT
117500         UNTIL HU-APP-SUB >= HU-APP-COUNT.
117600 5000-EXIT.
117700     EXIT.
117800*--------------------------------------------------------------*
117900*
118000* 5100-SELECT-LOWEST.  FLOAT THE LOWEST REMAINING KEY INTO THE
118100*                      CURRENT POSITION.
118200*
118300*--------------------------------------------------------------*
118400 5100-SELECT-LOWEST.
118500     COMPUTE HU-APP-SUB2 = HU-APP-SUB + 1.
118600     PERFORM 5110-COMPARE-ROW THRU 5110-EXIT
118700         UNTIL HU-APP-SUB2 > HU-APP-COUNT.
118800     ADD 1 TO HU-APP-SUB.
118900 5100-EXIT.
119000     EXIT.
119100*--------------------------------------------------------------*
119200*
119300* 5110-COMPARE-ROW.  SWAP WHEN A LATER ROW SORTS AHEAD OF THE
119400*                    CURRENT ONE.
119500*
119600*--------------------------------------------------------------*
119700 5110-COMPARE-ROW.
119800     IF HU-AP-KEY (HU-APP-SUB2) < HU-AP-KEY (HU-APP-SUB)
119900         MOVE HU-APP-ENTRY (HU-APP-SUB) TO HU-APP-SWAP-ENTRY
120000         MOVE HU-APP-ENTRY (HU-APP-SUB2) TO
120100             HU-APP-ENTRY (HU-APP-SUB)
120200         MOVE HU-APP-SWAP-ENTRY TO HU-APP-ENTRY (HU-APP-SUB2)
120300     END-IF.
120400     ADD 1 TO HU-APP-SUB2.
120500 5110-EXIT.
120600     EXIT.
120700*--------------------------------------------------------------*
120800*
120900* 6000-WRITE-REPORT.  PRINT ONE LINE PER APPLICATION AND COST
121000*                     CENTRE, THE TOTAL LINE, THE MONTH'S
121100*                     WINDOW AND RERUN FIGURES, AND THE STEPS
121200*                     THAT NEED AN OWNERSHIP ENTRY.
121300*
121400*--------------------------------------------------------------*
121500 6000-WRITE-REPORT.
121600     OPEN OUTPUT REPORT-FILE.
121700     IF HU-RPT-FILE-STATUS NOT = '00'
121800         DISPLAY 'HELCHRG: UNABLE TO OPEN CHRGRPT, STATUS = '
121900                 HU-RPT-FILE-STATUS
122000         MOVE 16 TO RETURN-CODE
122100         STOP RUN
122200     END-IF.
122300     MOVE HU-REPORT-MONTH TO HU-TL-MONTH.
122400     MOVE HU-STREAM-FILTER TO HU-TL-STREAM.
122500     IF HU-STREAM-FILTER = SPACES
122600         MOVE 'ALL' TO HU-TL-STREAM
122700     END-IF.
122800     WRITE HU-REPORT-LINE FROM HU-TITLE-LINE.
122900     MOVE SPACES TO HU-REPORT-LINE.
123000     WRITE HU-REPORT-LINE.
123100     WRITE HU-REPORT-LINE FROM HU-HEAD-LINE.
123200     MOVE SPACES TO HU-REPORT-LINE.
123300     WRITE HU-REPORT-LINE.
123400     MOVE 1 TO HU-APP-SUB.
123500     PERFORM 6100-WRITE-CHARGE-ROW THRU 6100-EXIT
123600         UNTIL HU-APP-SUB > HU-APP-COUNT.
123700     MOVE SPACES TO HU-REPORT-LINE.
123800     WRITE HU-REPORT-LINE.
123900     MOVE SPACES TO HU-DETAIL-LINE.
124000     MOVE 'TOTAL' TO HU-DL-APPL.
124100     MOVE HU-TOT-RUNS TO HU-DL-RUNS.
124200     MOVE HU-TOT-RETRIES TO HU-DL-RETRIES.
124300     MOVE HU-TOT-FAILS TO HU-DL-FAILS.
124400     MOVE HU-TOT-ELAPSED TO HU-DL-ELAPSED.
124500     MOVE HU-TOT-ELAPSED TO HU-SHR-ELAPSED.
124600     MOVE HU-RERUN-SECS TO HU-SHR-RERUN-SECS.
124700     PERFORM 6200-COMPUTE-SHARES THRU 6200-EXIT.
124800     MOVE HU-WINDOW-PCT TO HU-DL-WINDOW-PCT.
124900     MOVE HU-RERUN-PCT TO HU-DL-RERUN-PCT.
125000     WRITE HU-REPORT-LINE FROM HU-DETAIL-LINE.
125100     MOVE SPACES TO HU-REPORT-LINE.
125200     WRITE HU-REPORT-LINE.
125300     MOVE 'RUNS IN THE MONTH' TO HU-ST-LABEL.
125400     MOVE HU-MTH-RUNS TO HU-ST-COUNT.
125500     WRITE HU-REPORT-LINE FROM HU-STAT-LINE.
125600     MOVE 'FAILURE-DRIVEN RERUNS' TO HU-ST-LABEL.
125700     MOVE HU-MTH-RERUNS TO HU-ST-COUNT.
125800     WRITE HU-REPORT-LINE FROM HU-STAT-LINE.
125900     MOVE 'BATCH WINDOW - RUN ELAPSED SECS' TO HU-ST-LABEL.
126000     MOVE HU-WINDOW-SECS TO HU-ST-COUNT.
126100     WRITE HU-REPORT-LINE FROM HU-STAT-LINE.
126200     MOVE 'STEP SECS IN FAILURE-DRIVEN RERUNS' TO HU-ST-LABEL.
126300     MOVE HU-RERUN-SECS TO HU-ST-COUNT.
126400     WRITE HU-REPORT-LINE FROM HU-STAT-LINE.
126500     MOVE 'OWNERSHIP ENTRIES LOADED' TO HU-ST-LABEL.
126600     MOVE HU-OWN-COUNT TO HU-ST-COUNT.
126700     WRITE HU-REPORT-LINE FROM HU-STAT-LINE.
126800     MOVE 'OWNERSHIP ENTRIES REJECTED' TO HU-ST-LABEL.
126900     MOVE HU-OWN-REJECTS TO HU-ST-COUNT.
127000     WRITE HU-REPORT-LINE FROM HU-STAT-LINE.
127100     MOVE SPACES TO HU-REPORT-LINE.
127200     WRITE HU-REPORT-LINE.
127300     PERFORM 6300-WRITE-UNOWNED THRU 6300-EXIT.
127400     CLOSE REPORT-FILE.
127500 6000-EXIT.
127600     EXIT.
127700*--------------------------------------------------------------*
127800*
127900* 6100-WRITE-CHARGE-ROW.  PRINT ONE CHARGE ROW.
128000*
128100*--------------------------------------------------------------*
128200 6100-WRITE-CHARGE-ROW.
128300     MOVE HU-AP-ELAPSED (HU-APP-SUB) TO HU-SHR-ELAPSED.
128400     MOVE HU-AP-RERUN-SECS (HU-APP-SUB) TO HU-SHR-RERUN-SECS.
128500     PERFORM 6200-COMPUTE-SHARES THRU 6200-EXIT.
128600     MOVE SPACES TO HU-DETAIL-LINE.
128700     MOVE HU-AP-APPL (HU-APP-SUB) TO HU-DL-APPL.
128800     MOVE HU-AP-COST-CTR (HU-APP-SUB) TO HU-DL-COST-CTR.
128900     MOVE HU-AP-CONTACT (HU-APP-SUB) TO HU-DL-CONTACT.
129000     MOVE HU-AP-RUNS (HU-APP-SUB) TO HU-DL-RUNS.
129100     MOVE HU-AP-RETRIES (HU-APP-SUB) TO HU-DL-RETRIES.
129200     MOVE HU-AP-FAILS (HU-APP-SUB) TO HU-DL-FAILS.
129300     MOVE HU-AP-ELAPSED (HU-APP-SUB) TO HU-DL-ELAPSED.
129400     MOVE HU-WINDOW-PCT TO HU-DL-WINDOW-PCT.
129500     MOVE HU-RERUN-PCT TO HU-DL-RERUN-PCT.
129600     WRITE HU-REPORT-LINE FROM HU-DETAIL-LINE.
129700     ADD 1 TO HU-APP-SUB.
129800 6100-EXIT.
129900     EXIT.
130000*--------------------------------------------------------------*
130100*
130200* 6200-COMPUTE-SHARES.  THE ELAPSED IN HU-SHR-ELAPSED AS A
130300*                       PER CENT OF THE MONTH'S BATCH WINDOW,
130400*                       AND THE SECONDS IN HU-SHR-RERUN-SECS
130500*                       AS A PER CENT OF ALL STEP TIME
130600*                       SPENT IN FAILURE-DRIVEN RERUNS.  STEPS
130700*                       OF A PARALLEL GROUP OVERLAP, SO THE
130800*                       WINDOW SHARES CAN ADD TO OVER 100.
130900*
131000*--------------------------------------------------------------*
131100 6200-COMPUTE-SHARES.
131200     MOVE ZERO TO HU-WINDOW-PCT.
131300     MOVE ZERO TO HU-RERUN-PCT.
131400     IF HU-WINDOW-SECS NOT = ZERO
131500         COMPUTE HU-WINDOW-PCT ROUNDED =
131600             (HU-SHR-ELAPSED * 100) / HU-WINDOW-SECS
131700             ON SIZE ERROR
131800                 MOVE 9999.9 TO HU-WINDOW-PCT
131900         END-COMPUTE
132000     END-IF.
132100     IF HU-RERUN-SECS NOT = ZERO
132200         COMPUTE HU-RERUN-PCT ROUNDED =
132300             (HU-SHR-RERUN-SECS * 100) / HU-RERUN-SECS
132400     END-IF.
132500 6200-EXIT.
132600     EXIT.
132700*--------------------------------------------------------------*
132800*
132900* 6300-WRITE-UNOWNED.  LIST THE STEPS THAT MATCHED NO
133000*                      OWNERSHIP ENTRY, SO HELLOOWN CAN BE
133100*                      PUT RIGHT BEFORE THE NEXT RUN.
133200*
133300*--------------------------------------------------------------*
133400 6300-WRITE-UNOWNED.
133500     MOVE 'STEPS WITH NO OWNER ON HELLOOWN' TO HU-REPORT-LINE.
133600     WRITE HU-REPORT-LINE.
133700     IF HU-UNO-COUNT = ZERO
133800         MOVE '  NONE - EVERY STEP THIS MONTH HAD AN OWNER' TO
133900             HU-REPORT-LINE
134000         WRITE HU-REPORT-LINE
134100         GO TO 6300-EXIT
134200     END-IF.
134300     MOVE 1 TO HU-UNO-SUB.
134400     PERFORM 6310-WRITE-UNOWNED-ROW THRU 6310-EXIT
134500         UNTIL HU-UNO-SUB > HU-UNO-COUNT.
134600 6300-EXIT.
134700     EXIT.
134800*--------------------------------------------------------------*
134900*
135000* 6310-WRITE-UNOWNED-ROW.  PRINT ONE STEP WITH NO OWNER.
135100*
135200*--------------------------------------------------------------*
135300 6310-WRITE-UNOWNED-ROW.
135400     MOVE HU-UN-STREAM (HU-UNO-SUB) TO HU-UL-STREAM.
135500     MOVE HU-UN-SEQ (HU-UNO-SUB) TO HU-UL-SEQ.
135600     MOVE HU-UN-SCRIPT (HU-UNO-SUB) TO HU-UL-SCRIPT.
135700     MOVE HU-UN-COUNT (HU-UNO-SUB) TO HU-UL-COUNT.
135800     WRITE HU-REPORT-LINE FROM HU-UNOWNED-LINE.
135900     ADD 1 TO HU-UNO-SUB.
136000 6310-EXIT.
136100     EXIT.
136200*--------------------------------------------------------------*
136300*
136400* 7000-WRITE-EXTRACT.  WRITE THE FINANCE-UPLOAD EXTRACT - A
136500*                      HEADER ROW, THEN ONE COMMA-DELIMITED
136600*                      ROW PER APPLICATION AND COST CENTRE,
136700*                      UNOWNED INCLUDED, WITH THE SAME FIGURES
136800*                      AS THE REPORT.
136900*
137000*--------------------------------------------------------------*
137100 7000-WRITE-EXTRACT.
137200     OPEN OUTPUT EXTRACT-FILE.
137300     IF HU-CSV-FILE-STATUS NOT = '00'
137400         DISPLAY 'HELCHRG: UNABLE TO OPEN CHRGCSV, STATUS = '
137500                 HU-CSV-FILE-STATUS
137600         MOVE 16 TO RETURN-CODE
137700         STOP RUN
137800     END-IF.
137900     MOVE SPACES TO HU-CSV-LINE.
138000     STRING 'MONTH,APPLICATION,COST_CENTRE,CONTACT,STEP_RUNS,'
138100            'RETRIES,FAILURES,ELAPSED_SECS,WINDOW_PCT,RERUN_PCT'
138200            DELIMITED BY SIZE
138300            INTO HU-CSV-LINE
138400     END-STRING.
138500     WRITE HU-EXTRACT-LINE FROM HU-CSV-LINE.
138600     MOVE 1 TO HU-APP-SUB.
138700     PERFORM 7100-WRITE-EXTRACT-ROW THRU 7100-EXIT
138800         UNTIL HU-APP-SUB > HU-APP-COUNT.
138900     CLOSE EXTRACT-FILE.
139000 7000-EXIT.
139100     EXIT.
139200*--------------------------------------------------------------*
139300*
139400* 7100-WRITE-EXTRACT-ROW.  BUILD AND WRITE ONE EXTRACT ROW.
139500*
139600*--------------------------------------------------------------*
139700 7100-WRITE-EXTRACT-ROW.
139800     MOVE HU-AP-ELAPSED (HU-APP-SUB) TO HU-SHR-ELAPSED.
139900     MOVE HU-AP-RERUN-SECS (HU-APP-SUB) TO HU-SHR-RERUN-SECS.
140000     PERFORM 6200-COMPUTE-SHARES THRU 6200-EXIT.
140100     MOVE SPACES TO HU-CSV-LINE.
140200     MOVE 1 TO HU-CSV-PTR.
140300     MOVE HU-REPORT-MONTH TO HU-EDIT-NUM.
140400     PERFORM 7500-APPEND-NUMBER THRU 7500-EXIT.
140500     MOVE HU-AP-APPL (HU-APP-SUB) TO HU-TEXT-WORK.
140600     PERFORM 7600-APPEND-TEXT THRU 7600-EXIT.
140700     MOVE HU-AP-COST-CTR (HU-APP-SUB) TO HU-TEXT-WORK.
140800     PERFORM 7600-APPEND-TEXT THRU 7600-EXIT.
140900     MOVE HU-AP-CONTACT (HU-APP-SUB) TO HU-TEXT-WORK.
141000     PERFORM 7600-APPEND-TEXT THRU 7600-EXIT.
141100     MOVE HU-AP-RUNS (HU-APP-SUB) TO HU-EDIT-NUM.
141200     PERFORM 7500-APPEND-NUMBER THRU 7500-EXIT.
141300     MOVE HU-AP-RETRIES (HU-APP-SUB) TO HU-EDIT-NUM.
141400     PERFORM 7500-APPEND-NUMBER THRU 7500-EXIT.
141500     MOVE HU-AP-FAILS (HU-APP-SUB) TO HU-EDIT-NUM.
141600     PERFORM 7500-APPEND-NUMBER THRU 7500-EXIT.
141700     MOVE HU-AP-ELAPSED (HU-APP-SUB) TO HU-EDIT-NUM.
141800     PERFORM 7500-APPEND-NUMBER THRU 7500-EXIT.
141900     MOVE HU-WINDOW-PCT TO HU-EDIT-PCT.
142000     PERFORM 7500-APPEND-NUMBER THRU 7500-EXIT.
142100     MOVE HU-RERUN-PCT TO HU-EDIT-PCT.
142200     PERFORM 7500-APPEND-NUMBER THRU 7500-EXIT.
142300     WRITE HU-EXTRACT-LINE FROM HU-CSV-LINE.
142400     ADD 1 TO HU-APP-SUB.
142500 7100-EXIT.
142600     EXIT.
142700*--------------------------------------------------------------*
142800*
142900* 7500-APPEND-NUMBER.  APPEND THE EDITED FIGURE IN
143000*                      HU-EDIT-AREA TO THE EXTRACT ROW WITHOUT
143100*                      ITS LEADING BLANKS.  THE EDIT PICTURES
143200*                      ALWAYS LEAVE AT LEAST ONE DIGIT.
143300*
143400*--------------------------------------------------------------*
143500 7500-APPEND-NUMBER.
143600     MOVE ZERO TO HU-EDIT-LEAD.
143700     INSPECT HU-EDIT-AREA TALLYING HU-EDIT-LEAD
143800         FOR LEADING SPACES.
143900     COMPUTE HU-EDIT-LEN = 12 - HU-EDIT-LEAD.
144000     ADD 1 TO HU-EDIT-LEAD.
144100     PERFORM 7700-APPEND-COMMA THRU 7700-EXIT.
144200     STRING HU-EDIT-AREA (HU-EDIT-LEAD : HU-EDIT-LEN)
144300            DELIMITED BY SIZE
144400            INTO HU-CSV-LINE
144500            WITH POINTER HU-CSV-PTR
144600     END-STRING.
144700 7500-EXIT.
144800     EXIT.
144900*--------------------------------------------------------------*
145000*
145100* 7600-APPEND-TEXT.  APPEND THE TEXT IN HU-TEXT-WORK TO THE
145200*                    EXTRACT ROW UP TO ITS LAST NON-BLANK, ANY
145300*                    COMMA IN IT BLANKED.  A BLANK FIELD IS
145400*                    AN EMPTY COLUMN.
145500*
145600*--------------------------------------------------------------*
145700 7600-APPEND-TEXT.
145800     PERFORM 7700-APPEND-COMMA THRU 7700-EXIT.
145900     IF HU-TEXT-WORK = SPACES
146000         GO TO 7600-EXIT
146100     END-IF.
146200     INSPECT HU-TEXT-WORK REPLACING ALL ',' BY SPACE.
146300     MOVE 30 TO HU-TEXT-LEN.
146400     PERFORM 7610-TRIM-TEXT THRU 7610-EXIT
146500         UNTIL HU-TEXT-WORK (HU-TEXT-LEN : 1) NOT = SPACE.
146600     STRING HU-TEXT-WORK (1 : HU-TEXT-LEN)
146700            DELIMITED BY SIZE
146800            INTO HU-CSV-LINE
146900            WITH POINTER HU-CSV-PTR
147000     END-STRING.
147100 7600-EXIT.
147200     EXIT.
147300*--------------------------------------------------------------*
147400*
147500* 7610-TRIM-TEXT.  STEP BACK OVER ONE TRAILING BLANK OF THE
147600*                  TEXT.  THE TEXT IS KNOWN NOT TO BE ALL
147700*                  BLANK.
147800*
147900*--------------------------------------------------------------*
148000 7610-TRIM-TEXT.
148100     SUBTRACT 1 FROM HU-TEXT-LEN.
148200 7610-EXIT.
148300     EXIT.
148400*--------------------------------------------------------------*
148500*
148600* 7700-APPEND-COMMA.  SEPARATE THE NEXT COLUMN FROM THE LAST -
148700*                     NOTHING BEFORE THE FIRST.
148800*
148900*--------------------------------------------------------------*
149000 7700-APPEND-COMMA.
149100     IF HU-CSV-PTR > 1
149200         STRING ',' DELIMITED BY SIZE
149300                INTO HU-CSV-LINE
149400                WITH POINTER HU-CSV-PTR
149500         END-STRING
149600     END-IF.
149700 7700-EXIT.
149800     EXIT.
