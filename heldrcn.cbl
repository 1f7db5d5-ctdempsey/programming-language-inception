000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELDRCN.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. MIS BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/2026 DRO  INITIAL RELEASE - REBUILDS THE HELLODRV      *
001100*                 DRIVER THAT WAS IN FORCE FOR A PAST RUN AND  *
001200*                 SHOWS HOW IT DIFFERS FROM TODAY'S.  THE RUN  *
001300*                 IS FOUND ON RUNLOG (OR THE ARCHLOG ARCHIVE)  *
001400*                 BY PARM RUN=YYYYMMDDHHMMSSCC, OR AS THE      *
001500*                 STREAM'S LAST RUN ON DATE=YYYYMMDD, OR THE   *
001600*                 STREAM'S LAST RUN OF ALL; STREAM=XXXX PICKS  *
001700*                 THE STREAM (DEFAULT NITE).  TODAY'S DRIVER   *
001800*                 IS TAKEN AND EVERY HELDJRN CHANGE SAVED      *
001900*                 AFTER THE RUN STARTED IS UNDONE, NEWEST      *
002000*                 FIRST, FROM ITS BEFORE AND AFTER IMAGES (SEE *
002100*                 HLJRN).  THE REBUILT DRIVER'S VERSION IS     *
002200*                 CHECKED AGAINST THE ONE THE RUN STAMPED ON   *
002300*                 RUNLOG - A MISMATCH MEANS THE FILE WAS       *
002400*                 EDITED OUTSIDE HELDMNT.  THE REBUILT DRIVER  *
002500*                 IS WRITTEN TO RCNDRV IN HLDRV FORMAT AND THE *
002600*                 REPORT TO DIFFRPT: THE VERSIONS, THE CHANGES *
002700*                 UNDONE AND A FIELD-BY-FIELD DIFFERENCE.      *
002800*                 RC 4 = NOT VERIFIED (VERSION MISMATCH, NO    *
002900*                 VERSION ON THE RUN, A CHANGE THAT WOULD NOT  *
003000*                 UNDO, OR NO RUN ON THE DATE), RC 8 = BAD     *
003100*                 PARM OR RUN NOT ON FILE, RC 16 = RUNLOG,     *
003200*                 RCNDRV OR DIFFRPT WOULD NOT OPEN.            *
003300*--------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. LINUX.
003700 OBJECT-COMPUTER. LINUX.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT RUNLOG-FILE ASSIGN TO 'RUNLOG'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS HV-LOG-FILE-STATUS.
004300     SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO 'ARCHLOG'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS HV-ARC-FILE-STATUS.
004600     SELECT OPTIONAL DRIVER-FILE ASSIGN USING HV-DRV-FILE-NAME
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS HV-DRV-FILE-STATUS.
004900     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'HELDJRN'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS HV-JRN-FILE-STATUS.
005200     SELECT REBUILT-FILE ASSIGN TO 'RCNDRV'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS HV-RCN-FILE-STATUS.
005500     SELECT REPORT-FILE ASSIGN TO 'DIFFRPT'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS HV-RPT-FILE-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  RUNLOG-FILE.
006100 COPY HLLOG.
006200 FD  ARCHIVE-FILE.
006300 01  HV-ARC-RECORD               PIC X(72).
006400 FD  DRIVER-FILE.
006500 COPY HLDRV.
006600 FD  JOURNAL-FILE.
006700 COPY HLJRN.
006800 FD  REBUILT-FILE.
006900 01  HV-RCN-RECORD               PIC X(399).
007000 FD  REPORT-FILE.
007100 01  HV-REPORT-LINE              PIC X(132).
007200 WORKING-STORAGE SECTION.
007300*--------------------------------------------------------------*
007400* SWITCHES AND COUNTERS                                         *
007500*--------------------------------------------------------------*
007600 77  HV-LOG-FILE-STATUS       PIC X(02) VALUE '00'.
007700 77  HV-ARC-FILE-STATUS       PIC X(02) VALUE '00'.
007800 77  HV-DRV-FILE-STATUS       PIC X(02) VALUE '00'.
007900 77  HV-JRN-FILE-STATUS       PIC X(02) VALUE '00'.
008000 77  HV-RCN-FILE-STATUS       PIC X(02) VALUE '00'.
008100 77  HV-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
008200 77  HV-EOF-SW                PIC X(01) VALUE 'N'.
008300     88  HV-EOF                   VALUE 'Y'.
008400 77  HV-FOUND-SW              PIC X(01) VALUE 'N'.
008500     88  HV-FOUND                 VALUE 'Y'.
008600 77  HV-RUN-FOUND-SW          PIC X(01) VALUE 'N'.
008700     88  HV-RUN-FOUND             VALUE 'Y'.
008800 77  HV-WARNING-SW            PIC X(01) VALUE 'N'.
008900     88  HV-WARNING               VALUE 'Y'.
009000 77  HV-UNDO-FULL-SW          PIC X(01) VALUE 'N'.
009100     88  HV-UNDO-FULL             VALUE 'Y'.
009200 77  HV-UNDO-MISSED           PIC 9(04) VALUE ZERO.
009300 77  HV-DIFF-COUNT            PIC 9(04) VALUE ZERO.
009400*--------------------------------------------------------------*
009500* PARM PARSING                                                  *
009600*--------------------------------------------------------------*
009700 77  HV-PARM-SCAN-LEN         PIC 9(02) COMP VALUE ZERO.
009800 77  HV-PARM-PTR              PIC 9(02) COMP VALUE ZERO.
009900 01  HV-PARM-WORD             PIC X(20) VALUE SPACES.
010000 77  HV-RUN-GIVEN-SW          PIC X(01) VALUE 'N'.
010100     88  HV-RUN-GIVEN             VALUE 'Y'.
010200 77  HV-DATE-GIVEN-SW         PIC X(01) VALUE 'N'.
010300     88  HV-DATE-GIVEN            VALUE 'Y'.
010400 01  HV-WANT-KEY              PIC X(16) VALUE SPACES.
010500 01  HV-WANT-DATE             PIC 9(08) VALUE ZERO.
010600 01  HV-WANT-DATE-R REDEFINES HV-WANT-DATE.
010700     05  HV-WD-YEAR           PIC 9(04).
010800     05  HV-WD-MONTH          PIC 9(02).
010900     05  HV-WD-DAY            PIC 9(02).
011000*--------------------------------------------------------------*
011100* THE RUN BEING REBUILT FOR.  HV-POINT IS THE MOMENT THE DRIVER *
011200* IS REBUILT AS OF - THE RUN'S DATE AND START TIME - AND ANY    *
011300* JOURNAL ENTRY SAVED AFTER IT IS UNDONE.  BLANK STREAMS ON     *
011400* OLDER RUNLOG RECORDS ARE NITE.                                *
011500*--------------------------------------------------------------*
011600 77  HV-STREAM-ID             PIC X(04) VALUE 'NITE'.
011700 77  HV-DRV-FILE-NAME         PIC X(08) VALUE 'HELLODRV'.
011800 77  HV-REC-STREAM            PIC X(04) VALUE SPACES.
011900 01  HV-REC-KEY.
012000     05  HV-RK-DATE           PIC 9(08).
012100     05  HV-RK-START          PIC 9(08).
012200 01  HV-POINT.
012300     05  HV-PT-DATE           PIC 9(08) VALUE ZERO.
012400     05  HV-PT-TIME           PIC 9(08) VALUE ZERO.
012500 01  HV-JRN-KEY.
012600     05  HV-JK-DATE           PIC 9(08).
012700     05  HV-JK-TIME           PIC 9(08).
012800 77  HV-RUN-RC                PIC S9(05) VALUE ZERO.
012900 77  HV-RUN-USER              PIC X(08) VALUE SPACES.
013000 77  HV-RUN-ADHOC-SW          PIC X(01) VALUE SPACE.
013100 77  HV-RUN-VERSION-X         PIC X(10) VALUE SPACES.
013200 77  HV-RUN-VERSION           PIC 9(10) VALUE ZERO.
013300 77  HV-RUN-STAMPED-SW        PIC X(01) VALUE 'N'.
013400     88  HV-RUN-STAMPED           VALUE 'Y'.
013500*--------------------------------------------------------------*
013600* THE TWO DRIVERS - TABLE 1 IS REBUILT FOR THE RUN, TABLE 2 IS  *
013700* TODAY'S.  BOTH END IN SEQUENCE ORDER.  THE REBUILT TABLE HAS  *
013800* ROOM BEYOND HELLO'S 20 STEPS FOR A DRIVER THAT GREW OUTSIDE   *
013900* HELDMNT.                                                      *
014000*--------------------------------------------------------------*
014100 01  HV-DRV-TABLES.
014200     05  HV-TBL OCCURS 2 TIMES.
014300         10  HV-TBL-COUNT     PIC 9(04) COMP.
014400         10  HV-TBL-ROW OCCURS 40 TIMES
014500                              PIC X(399).
014600 77  HV-TBL-MAX               PIC 9(04) COMP VALUE 40.
014700 77  HV-T                     PIC 9(01) COMP VALUE ZERO.
014800 77  HV-ROW-SUB               PIC 9(04) COMP VALUE ZERO.
014900 77  HV-ROW-SUB2              PIC 9(04) COMP VALUE ZERO.
015000 77  HV-TARGET-ROW            PIC 9(04) COMP VALUE ZERO.
015100 01  HV-ROW-SAVE              PIC X(399) VALUE SPACES.
015200 01  HV-MATCH-IMAGE           PIC X(399) VALUE SPACES.
015300*--------------------------------------------------------------*
015400* THE JOURNAL ENTRIES SAVED AFTER THE RUN, OLDEST FIRST.        *
015500*--------------------------------------------------------------*
015600 01  HV-UNDO-TABLE.
015700     05  HV-UNDO OCCURS 500 TIMES.
015800         10  HV-UN-DATE       PIC 9(08).
015900         10  HV-UN-TIME       PIC 9(08).
016000         10  HV-UN-USER       PIC X(08).
016100         10  HV-UN-ACTION     PIC X(01).
016200         10  HV-UN-SEQ        PIC 9(04).
016300         10  HV-UN-OLD-VER    PIC 9(10).
016400         10  HV-UN-NEW-VER    PIC 9(10).
016500         10  HV-UN-BEFORE     PIC X(399).
016600         10  HV-UN-AFTER      PIC X(399).
016700 77  HV-UNDO-COUNT            PIC 9(04) COMP VALUE ZERO.
016800 77  HV-UNDO-MAX              PIC 9(04) COMP VALUE 500.
016900 77  HV-UNDO-SUB              PIC 9(04) COMP VALUE ZERO.
017000*--------------------------------------------------------------*
017100* DRIVER VERSION - THE SAME CHECKSUM HELLO STAMPS ON RUNLOG AND *
017200* HELDMNT JOURNALS: EACH BYTE'S CODE POINT THROUGH THE LOW BYTE *
017300* OF A HALFWORD, THE SUM RUN TIMES 31 MODULO A TEN-DIGIT PRIME  *
017400* OVER EVERY RECORD IN FILE ORDER.                              *
017500*--------------------------------------------------------------*
017600 77  HV-TODAY-VERSION         PIC 9(10) VALUE ZERO.
017700 77  HV-REBUILT-VERSION       PIC 9(10) VALUE ZERO.
017800 77  HV-VER-ACCUM             PIC 9(10) VALUE ZERO.
017900 77  HV-VER-WORK              PIC 9(12) COMP VALUE ZERO.
018000 77  HV-VER-QUOT              PIC 9(12) COMP VALUE ZERO.
018100 77  HV-VER-SUB               PIC 9(04) COMP VALUE ZERO.
018200 01  HV-VER-IMAGE             PIC X(399) VALUE SPACES.
018300 01  HV-VER-BYTE-AREA.
018400     05  HV-VER-BYTE-NUM      PIC 9(04) COMP VALUE ZERO.
018500 01  HV-VER-BYTE-R REDEFINES HV-VER-BYTE-AREA.
018600     05  FILLER               PIC X(01).
018700     05  HV-VER-BYTE          PIC X(01).
018800*--------------------------------------------------------------*
018900* HLDRV FIELD MAP - NAME, OFFSET AND LENGTH OF EVERY FIELD, IN  *
019000* RECORD ORDER, FOR THE FIELD-BY-FIELD DIFFERENCE.  KEEP IN     *
019100* STEP WITH HLDRV.                                              *
019200*--------------------------------------------------------------*
019300 01  HV-FIELD-VALUES.
019400     05  FILLER               PIC X(20) VALUE
019500         'SEQUENCE      001004'.
019600     05  FILLER               PIC X(20) VALUE
019700         'INTERPRETER   005020'.
019800     05  FILLER               PIC X(20) VALUE
019900         'SCRIPT        025050'.
020000     05  FILLER               PIC X(20) VALUE
020100         'REQUIRED      075001'.
020200     05  FILLER               PIC X(20) VALUE
020300         'RETRY COUNT   076002'.
020400     05  FILLER               PIC X(20) VALUE
020500         'RETRY DELAY   078003'.
020600     05  FILLER               PIC X(20) VALUE
020700         'FAIL PATTERN  081020'.
020800     05  FILLER               PIC X(20) VALUE
020900         'SUCC PATTERN  101020'.
021000     05  FILLER               PIC X(20) VALUE
021100         'RUN COND      121001'.
021200     05  FILLER               PIC X(20) VALUE
021300         'COND SEQ      122004'.
021400     05  FILLER               PIC X(20) VALUE
021500         'ARGUMENTS     126060'.
021600     05  FILLER               PIC X(20) VALUE
021700         'PAR GROUP     186002'.
021800     05  FILLER               PIC X(20) VALUE
021900         'SCHED TYPE    188001'.
022000     05  FILLER               PIC X(20) VALUE
022100         'SCHED DAYS    189007'.
022200     05  FILLER               PIC X(20) VALUE
022300         'IN DATASET    196050'.
022400     05  FILLER               PIC X(20) VALUE
022500         'OUT DATASET   246050'.
022600     05  FILLER               PIC X(20) VALUE
022700         'OUT MIN BYTES 296008'.
022800     05  FILLER               PIC X(20) VALUE
022900         'TRIG TOKEN    304050'.
023000     05  FILLER               PIC X(20) VALUE
023100         'TRIG POLL SECS354003'.
023200     05  FILLER               PIC X(20) VALUE
023300         'TRIG WAIT MINS357003'.
023400     05  FILLER               PIC X(20) VALUE
023500         'TRIG DEADLINE 360004'.
023600     05  FILLER               PIC X(20) VALUE
023700         'CTL TAG 1     364012'.
023800     05  FILLER               PIC X(20) VALUE
023900         'CTL TAG 2     376012'.
024000     05  FILLER               PIC X(20) VALUE
024100         'CTL TAG 3     388012'.
024200 01  HV-FIELD-TABLE REDEFINES HV-FIELD-VALUES.
024300     05  HV-FIELD-ENTRY OCCURS 24 TIMES.
024400         10  HV-FD-NAME           PIC X(14).
024500         10  HV-FD-OFFSET         PIC 9(03).
024600         10  HV-FD-LENGTH         PIC 9(03).
024700 77  HV-FIELD-COUNT           PIC 9(02) COMP VALUE 24.
024800 77  HV-FIELD-SUB             PIC 9(02) COMP VALUE ZERO.
024900 77  HV-FD-OFF                PIC 9(03) COMP VALUE ZERO.
025000 77  HV-FD-LEN                PIC 9(03) COMP VALUE ZERO.
025100 77  HV-RB-SUB                PIC 9(04) COMP VALUE ZERO.
025200 77  HV-TD-SUB                PIC 9(04) COMP VALUE ZERO.
025300 77  HV-STEP-DIFF-SW          PIC X(01) VALUE 'N'.
025400     88  HV-STEP-DIFF             VALUE 'Y'.
025500*--------------------------------------------------------------*
025600* REPORT LINE-BUILDING WORK AREA                                *
025700*--------------------------------------------------------------*
025800 01  HV-TITLE-LINE.
025900     05  FILLER               PIC X(43) VALUE
026000         'HELLO JOB STREAM - DRIVER IN FORCE FOR RUN '.
026100     05  HV-TL-DATE           PIC 9(08).
026200     05  FILLER               PIC X(01) VALUE SPACES.
026300     05  HV-TL-START          PIC 9(08).
026400     05  FILLER               PIC X(09) VALUE '  STREAM '.
026500     05  HV-TL-STREAM         PIC X(04).
026600     05  FILLER               PIC X(59) VALUE SPACES.
026700 01  HV-RUN-LINE.
026800     05  FILLER               PIC X(09) VALUE 'RUN RC = '.
026900     05  HV-RN-RC             PIC -(5)9.
027000     05  FILLER               PIC X(10) VALUE '   USER = '.
027100     05  HV-RN-USER           PIC X(08).
027200     05  FILLER               PIC X(12) VALUE '   AD-HOC = '.
027300     05  HV-RN-ADHOC          PIC X(01).
027400     05  FILLER               PIC X(86) VALUE SPACES.
027500 01  HV-VERSION-LINE.
027600     05  FILLER               PIC X(32) VALUE
027700         'DRIVER VERSION   STAMPED BY RUN '.
027800     05  HV-VL-RUN            PIC X(10).
027900     05  FILLER               PIC X(11) VALUE '   REBUILT '.
028000     05  HV-VL-REBUILT        PIC 9(10).
028100     05  FILLER               PIC X(09) VALUE '   TODAY '.
028200     05  HV-VL-TODAY          PIC 9(10).
028300     05  FILLER               PIC X(50) VALUE SPACES.
028400 01  HV-JRN-LINE.
028500     05  FILLER               PIC X(02) VALUE SPACES.
028600     05  HV-JL-DATE           PIC 9(08).
028700     05  FILLER               PIC X(01) VALUE SPACES.
028800     05  HV-JL-TIME           PIC 9(08).
028900     05  FILLER               PIC X(02) VALUE SPACES.
029000     05  HV-JL-USER           PIC X(08).
029100     05  FILLER               PIC X(02) VALUE SPACES.
029200     05  HV-JL-ACTION         PIC X(08).
029300     05  FILLER               PIC X(02) VALUE SPACES.
029400     05  HV-JL-SEQ            PIC 9(04).
029500     05  FILLER               PIC X(10) VALUE '  VERSION '.
029600     05  HV-JL-OLD-VER        PIC 9(10).
029700     05  FILLER               PIC X(04) VALUE ' TO '.
029800     05  HV-JL-NEW-VER        PIC 9(10).
029900     05  FILLER               PIC X(02) VALUE SPACES.
030000     05  HV-JL-NOTE           PIC X(30).
030100     05  FILLER               PIC X(21) VALUE SPACES.
030200 01  HV-DIFF-LINE.
030300     05  FILLER               PIC X(02) VALUE SPACES.
030400     05  HV-DL-SEQ            PIC X(04).
030500     05  FILLER               PIC X(02) VALUE SPACES.
030600     05  HV-DL-FIELD          PIC X(14).
030700     05  FILLER               PIC X(02) VALUE SPACES.
030800     05  HV-DL-WHICH          PIC X(06).
030900     05  FILLER               PIC X(01) VALUE SPACES.
031000     05  HV-DL-VALUE          PIC X(60).
031100     05  FILLER               PIC X(41) VALUE SPACES.
031200 01  HV-STEP-LINE.
031300     05  FILLER               PIC X(02) VALUE SPACES.
031400     05  HV-SL-SEQ            PIC X(04).
031500     05  FILLER               PIC X(02) VALUE SPACES.
031600     05  HV-SL-TEXT           PIC X(30).
031700     05  FILLER               PIC X(01) VALUE SPACES.
031800     05  HV-SL-INTERP         PIC X(20).
031900     05  FILLER               PIC X(01) VALUE SPACES.
032000     05  HV-SL-SCRIPT         PIC X(50).
032100     05  FILLER               PIC X(22) VALUE SPACES.
032200*--------------------------------------------------------------*
032300 LINKAGE SECTION.
032400 01  HV-PARM-AREA.
032500     05  HV-PARM-LEN             PIC S9(04) COMP.
032600     05  HV-PARM-TEXT            PIC X(80).
032700*--------------------------------------------------------------*
032800 PROCEDURE DIVISION USING HV-PARM-AREA.
032900*--------------------------------------------------------------*
033000*
033100* 0000-MAINLINE.  FIND THE RUN, LOAD TODAY'S DRIVER, UNDO THE
033200*                 JOURNAL BACK TO THE RUN, VERIFY THE VERSION,
033300*                 WRITE THE REBUILT DRIVER AND THE REPORT.
033400*
033500*--------------------------------------------------------------*
033600 0000-MAINLINE.
033700     PERFORM 0100-GET-PARM THRU 0100-EXIT.
033800     PERFORM 1000-FIND-RUN THRU 1000-EXIT.
033900     PERFORM 2000-LOAD-TODAY THRU 2000-EXIT.
034000     PERFORM 3000-READ-JOURNAL THRU 3000-EXIT.
034100     PERFORM 4000-UNDO-CHANGES THRU 4000-EXIT.
034200     MOVE 1 TO HV-T.
034300     PERFORM 4500-SORT-TABLE THRU 4500-EXIT.
034400     MOVE 2 TO HV-T.
034500     PERFORM 4500-SORT-TABLE THRU 4500-EXIT.
034600     PERFORM 4600-VERSION-REBUILT THRU 4600-EXIT.
034700     PERFORM 5000-WRITE-REBUILT THRU 5000-EXIT.
034800     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT.
034900     DISPLAY 'HELDRCN: ' HV-TBL-COUNT (1) ' STEPS IN FORCE FOR '
035000             HV-PT-DATE ' ' HV-PT-TIME ' STREAM ' HV-STREAM-ID
035100             ', ' HV-UNDO-COUNT ' CHANGE(S) UNDONE, '
035200             HV-DIFF-COUNT ' DIFFERENCE(S) FROM TODAY'.
035300     IF HV-WARNING
035400         MOVE 4 TO RETURN-CODE
035500     END-IF.
035600     STOP RUN.
035700*--------------------------------------------------------------*
035800*
035900* 0100-GET-PARM.  THE PARM IS EMPTY OR ANY OF STREAM=XXXX,
036000*                 RUN=YYYYMMDDHHMMSSCC AND DATE=YYYYMMDD,
036100*                 SEPARATED BY COMMAS - RUN= AND DATE= NOT
036200*                 TOGETHER.  ANYTHING ELSE STOPS WITH RC 8.
036300*
036400*--------------------------------------------------------------*
036500 0100-GET-PARM.
036600     IF HV-PARM-LEN = ZERO
036700         GO TO 0100-EXIT
036800     END-IF.
036900     MOVE HV-PARM-LEN TO HV-PARM-SCAN-LEN.
037000     IF HV-PARM-SCAN-LEN > 80
037100         MOVE 80 TO HV-PARM-SCAN-LEN
037200     END-IF.
037300     MOVE 1 TO HV-PARM-PTR.
037400     PERFORM 0150-GET-PARM-WORD THRU 0150-EXIT
037500         UNTIL HV-PARM-PTR > HV-PARM-SCAN-LEN.
037600     IF HV-RUN-GIVEN AND HV-DATE-GIVEN
037700         DISPLAY 'HELDRCN: BAD PARM - GIVE RUN= OR DATE=, '
037800                 'NOT BOTH'
037900         MOVE 8 TO RETURN-CODE
038000         STOP RUN
038100     END-IF.
038200 0100-EXIT.
038300     EXIT.
038400*--------------------------------------------------------------*
038500*
038600* 0150-GET-PARM-WORD.  TAKE THE NEXT COMMA-DELIMITED WORD OFF
038700*                      THE PARM AND ACT ON IT.
038800*
038900*--------------------------------------------------------------*
039000 0150-GET-PARM-WORD.
039100     MOVE SPACES TO HV-PARM-WORD.
039200     UNSTRING HV-PARM-TEXT (1 : HV-PARM-SCAN-LEN)
039300         DELIMITED BY ','
039400         INTO HV-PARM-WORD
039500         WITH POINTER HV-PARM-PTR
039600     END-UNSTRING.
039700     IF HV-PARM-WORD (1 : 7) = 'STREAM='
039800         AND HV-PARM-WORD (8 : 1) IS ALPHABETIC-UPPER
039900         AND HV-PARM-WORD (8 : 1) NOT = SPACE
040000         AND HV-PARM-WORD (12 : 9) = SPACES
040100         MOVE HV-PARM-WORD (8 : 4) TO HV-STREAM-ID
040200         GO TO 0150-EXIT
040300     END-IF.
040400     IF HV-PARM-WORD (1 : 4) = 'RUN='
040500         AND HV-PARM-WORD (5 : 16) IS NUMERIC
040600         MOVE HV-PARM-WORD (5 : 16) TO HV-WANT-KEY
040700         SET HV-RUN-GIVEN TO TRUE
040800         GO TO 0150-EXIT
040900     END-IF.
041000     IF HV-PARM-WORD (1 : 5) = 'DATE='
041100         AND HV-PARM-WORD (6 : 8) IS NUMERIC
041200         AND HV-PARM-WORD (14 : 7) = SPACES
041300         MOVE HV-PARM-WORD (6 : 8) TO HV-WANT-DATE
041400         IF HV-WD-MONTH NOT < 1 AND HV-WD-MONTH NOT > 12
041500             AND HV-WD-DAY NOT < 1 AND HV-WD-DAY NOT > 31
041600             SET HV-DATE-GIVEN TO TRUE
041700             GO TO 0150-EXIT
041800         END-IF
041900     END-IF.
042000     DISPLAY 'HELDRCN: BAD PARM - EXPECTED STREAM=XXXX, '
042100             'RUN=YYYYMMDDHHMMSSCC OR DATE=YYYYMMDD, GOT '
042200             HV-PARM-TEXT (1 : HV-PARM-SCAN-LEN).
042300     MOVE 8 TO RETURN-CODE.
042400     STOP RUN.
042500 0150-EXIT.
042600     EXIT.
042700*--------------------------------------------------------------*
042800*
042900* 1000-FIND-RUN.  PASS RUNLOG AND THEN ARCHLOG FOR THE RUN.  A
043000*                 RUN= KEY IS LOOKED FOR EXACTLY, AND THE
043100*                 STREAM IS THEN THE RUN'S OWN; OTHERWISE THE
043200*                 STREAM'S LATEST RUN (ON DATE= WHEN GIVEN)
043300*                 WINS.  WITH NO RUN ON A DATE= THE DRIVER IS
043400*                 REBUILT AS IT STOOD AT THE END OF THAT DAY,
043500*                 UNVERIFIED.  THE DRIVER NAME FOLLOWS HELLO'S
043600*                 OWN NAMING FOR THE STREAM.
043700*
043800*--------------------------------------------------------------*
043900 1000-FIND-RUN.
044000     OPEN INPUT RUNLOG-FILE.
044100     IF HV-LOG-FILE-STATUS NOT = '00'
044200         DISPLAY 'HELDRCN: UNABLE TO OPEN RUNLOG, STATUS = '
044300                 HV-LOG-FILE-STATUS
044400         MOVE 16 TO RETURN-CODE
044500         STOP RUN
044600     END-IF.
044700     MOVE 'N' TO HV-EOF-SW.
044800     PERFORM 1100-READ-RUNLOG THRU 1100-EXIT
044900         UNTIL HV-EOF.
045000     CLOSE RUNLOG-FILE.
045100     OPEN INPUT ARCHIVE-FILE.
045200     IF HV-ARC-FILE-STATUS = '00'
045300         MOVE 'N' TO HV-EOF-SW
045400         PERFORM 1200-READ-ARCHLOG THRU 1200-EXIT
045500             UNTIL HV-EOF
045600     END-IF.
045700     CLOSE ARCHIVE-FILE.
045800     IF NOT HV-RUN-FOUND
045900         PERFORM 1400-NO-RUN THRU 1400-EXIT
046000     END-IF.
046100     IF HV-STREAM-ID NOT = 'NITE'
046200         MOVE SPACES TO HV-DRV-FILE-NAME
046300         STRING 'DRV' DELIMITED BY SIZE
046400                 HV-STREAM-ID DELIMITED BY SPACE
046500             INTO HV-DRV-FILE-NAME
046600         END-STRING
046700     END-IF.
046800 1000-EXIT.
046900     EXIT.
047000*--------------------------------------------------------------*
047100*
047200* 1100-READ-RUNLOG.  READ ONE RUNLOG RECORD AND CHECK IT.
047300*
047400*--------------------------------------------------------------*
047500 1100-READ-RUNLOG.
047600     READ RUNLOG-FILE
047700         AT END
047800             SET HV-EOF TO TRUE
047900             GO TO 1100-EXIT
048000     END-READ.
048100     PERFORM 1300-CHECK-RUN THRU 1300-EXIT.
048200 1100-EXIT.
048300     EXIT.
048400*--------------------------------------------------------------*
048500*
048600* 1200-READ-ARCHLOG.  READ ONE ARCHIVED RUNLOG RECORD INTO THE
048700*                     HLLOG LAYOUT AND CHECK IT.
048800*
048900*--------------------------------------------------------------*
049000 1200-READ-ARCHLOG.
049100     READ ARCHIVE-FILE
049200         AT END
049300             SET HV-EOF TO TRUE
049400             GO TO 1200-EXIT
049500     END-READ.
049600     MOVE HV-ARC-RECORD TO HL-LOG-RECORD.
049700     PERFORM 1300-CHECK-RUN THRU 1300-EXIT.
049800 1200-EXIT.
049900     EXIT.
050000*--------------------------------------------------------------*
050100*
050200* 1300-CHECK-RUN.  KEEP THE RECORD IN HL-LOG-RECORD WHEN IT IS
050300*                  THE RUN ASKED FOR, OR A LATER CANDIDATE THAN
050400*                  THE ONE HELD.
050500*
050600*--------------------------------------------------------------*
050700 1300-CHECK-RUN.
050800     MOVE HL-LOG-STREAM TO HV-REC-STREAM.
050900     IF HV-REC-STREAM = SPACES
051000         MOVE 'NITE' TO HV-REC-STREAM
051100     END-IF.
051200     MOVE HL-LOG-RUN-DATE TO HV-RK-DATE.
051300     MOVE HL-LOG-START-TIME TO HV-RK-START.
051400     IF HV-RUN-GIVEN
051500         IF HV-REC-KEY = HV-WANT-KEY
051600             MOVE HV-REC-STREAM TO HV-STREAM-ID
051700             PERFORM 1310-KEEP-RUN THRU 1310-EXIT
051800         END-IF
051900         GO TO 1300-EXIT
052000     END-IF.
052100     IF HV-REC-STREAM NOT = HV-STREAM-ID
052200         GO TO 1300-EXIT
052300     END-IF.
052400     IF HV-DATE-GIVEN
052500         AND HL-LOG-RUN-DATE NOT = HV-WANT-DATE
052600         GO TO 1300-EXIT
052700     END-IF.
052800     IF HV-RUN-FOUND
052900         AND HV-REC-KEY NOT > HV-POINT
053000         GO TO 1300-EXIT
053100     END-IF.
053200     PERFORM 1310-KEEP-RUN THRU 1310-EXIT.
053300 1300-EXIT.
053400     EXIT.
053500*--------------------------------------------------------------*
053600*
053700* 1310-KEEP-RUN.  HOLD THE RUN'S KEY, FIGURES AND STAMPED
053800*                 DRIVER VERSION.  A RECORD WRITTEN BEFORE THE
053900*                 VERSION WAS STAMPED CARRIES SPACES THERE.
054000*
054100*--------------------------------------------------------------*
054200 1310-KEEP-RUN.
054300     SET HV-RUN-FOUND TO TRUE.
054400     MOVE HV-RK-DATE TO HV-PT-DATE.
054500     MOVE HV-RK-START TO HV-PT-TIME.
054600     MOVE HL-LOG-RC TO HV-RUN-RC.
054700     MOVE HL-LOG-RUN-USER TO HV-RUN-USER.
054800     MOVE HL-LOG-ADHOC-SW TO HV-RUN-ADHOC-SW.
054900     IF HL-LOG-DRV-VERSION NUMERIC
055000         SET HV-RUN-STAMPED TO TRUE
055100         MOVE HL-LOG-DRV-VERSION TO HV-RUN-VERSION
055200         MOVE HL-LOG-DRV-VERSION TO HV-RUN-VERSION-X
055300     ELSE
055400         MOVE 'N' TO HV-RUN-STAMPED-SW
055500         MOVE ZERO TO HV-RUN-VERSION
055600         MOVE 'NONE' TO HV-RUN-VERSION-X
055700     END-IF.
055800 1310-EXIT.
055900     EXIT.
056000*--------------------------------------------------------------*
056100*
056200* 1400-NO-RUN.  A RUN= KEY NOT ON FILE IS AN ERROR.  A DATE=
056300*                WITH NO RUN OF THE STREAM IS REBUILT AS AT
056400*                THE END OF THAT DAY; NO PARM AND NO RUN AT ALL
056500*                LEAVES TODAY'S DRIVER.  BOTH ARE UNVERIFIED.
056600*
056700*--------------------------------------------------------------*
056800 1400-NO-RUN.
056900     IF HV-RUN-GIVEN
057000         DISPLAY 'HELDRCN: RUN ' HV-WANT-KEY
057100                 ' IS NOT ON RUNLOG OR ARCHLOG'
057200         MOVE 8 TO RETURN-CODE
057300         STOP RUN
057400     END-IF.
057500     SET HV-WARNING TO TRUE.
057600     MOVE 'NONE' TO HV-RUN-VERSION-X.
057700     MOVE ZERO TO HV-RUN-RC.
057800     IF HV-DATE-GIVEN
057900         DISPLAY 'HELDRCN: NO ' HV-STREAM-ID ' RUN ON '
058000                 HV-WANT-DATE ' - REBUILDING THE DRIVER AS IT '
058100                 'STOOD AT THE END OF THE DAY'
058200         MOVE HV-WANT-DATE TO HV-PT-DATE
058300         MOVE 23595999 TO HV-PT-TIME
058400     ELSE
058500         DISPLAY 'HELDRCN: NO ' HV-STREAM-ID ' RUN ON FILE - '
058600                 'SHOWING TODAY''S DRIVER'
058700         ACCEPT HV-PT-DATE FROM DATE YYYYMMDD
058800         ACCEPT HV-PT-TIME FROM TIME
058900     END-IF.
059000 1400-EXIT.
059100     EXIT.
059200*--------------------------------------------------------------*
059300*
059400* 2000-LOAD-TODAY.  READ TODAY'S DRIVER INTO TABLE 2, FOLDING
059500*                   EACH RECORD INTO ITS VERSION AS READ, AND
059600*                   START TABLE 1 AS A COPY OF IT.  LIKE HELLO,
059700*                   ONLY THE FIRST 20 RECORDS COUNT.  A MISSING
059800*                   DRIVER IS AN EMPTY ONE.
059900*
060000*--------------------------------------------------------------*
060100 2000-LOAD-TODAY.
060200     INITIALIZE HV-DRV-TABLES.
060300     MOVE ZERO TO HV-VER-ACCUM.
060400     OPEN INPUT DRIVER-FILE.
060500     IF HV-DRV-FILE-STATUS = '00'
060600         MOVE 'N' TO HV-EOF-SW
060700         PERFORM 2100-READ-DRIVER THRU 2100-EXIT
060800             UNTIL HV-EOF OR HV-TBL-COUNT (2) = 20
060900     ELSE
061000         DISPLAY 'HELDRCN: ' HV-DRV-FILE-NAME ' NOT ON FILE, '
061100                 'STATUS = ' HV-DRV-FILE-STATUS
061200                 ' - TODAY''S DRIVER IS EMPTY'
061300     END-IF.
061400     CLOSE DRIVER-FILE.
061500     MOVE HV-VER-ACCUM TO HV-TODAY-VERSION.
061600     MOVE HV-TBL (2) TO HV-TBL (1).
061700 2000-EXIT.
061800     EXIT.
061900*--------------------------------------------------------------*
062000*
062100* 2100-READ-DRIVER.  READ ONE DRIVER RECORD INTO TABLE 2.
062200*
062300*--------------------------------------------------------------*
062400 2100-READ-DRIVER.
062500     READ DRIVER-FILE
062600         AT END
062700             SET HV-EOF TO TRUE
062800             GO TO 2100-EXIT
062900     END-READ.
063000     ADD 1 TO HV-TBL-COUNT (2).
063100     MOVE HL-DRV-RECORD TO HV-TBL-ROW (2, HV-TBL-COUNT (2)).
063200     MOVE HL-DRV-RECORD TO HV-VER-IMAGE.
063300     PERFORM 4700-VERSION-IMAGE THRU 4700-EXIT.
063400 2100-EXIT.
063500     EXIT.
063600*--------------------------------------------------------------*
063700*
063800* 3000-READ-JOURNAL.  HOLD EVERY HELDJRN ENTRY FOR THE STREAM
063900*                     SAVED AFTER THE REBUILD POINT, IN FILE
064000*                     (SAVE) ORDER.  NO JOURNAL MEANS NOTHING
064100*                     HAS CHANGED THROUGH HELDMNT.
064200*
064300*--------------------------------------------------------------*
064400 3000-READ-JOURNAL.
064500     MOVE ZERO TO HV-UNDO-COUNT.
064600     OPEN INPUT JOURNAL-FILE.
064700     IF HV-JRN-FILE-STATUS NOT = '00'
064800         DISPLAY 'HELDRCN: HELDJRN NOT ON FILE, STATUS = '
064900                 HV-JRN-FILE-STATUS
065000         CLOSE JOURNAL-FILE
065100         GO TO 3000-EXIT
065200     END-IF.
065300     MOVE 'N' TO HV-EOF-SW.
065400     PERFORM 3100-READ-JOURNAL-ENTRY THRU 3100-EXIT
065500         UNTIL HV-EOF.
065600     CLOSE JOURNAL-FILE.
065700     IF HV-UNDO-FULL
065800         DISPLAY 'HELDRCN: MORE THAN ' HV-UNDO-MAX ' CHANGES '
065900                 'SINCE THE RUN - ONLY THE FIRST ARE UNDONE, '
066000                 'THE REBUILD IS INCOMPLETE'
066100         SET HV-WARNING TO TRUE
066200     END-IF.
066300 3000-EXIT.
066400     EXIT.
066500*--------------------------------------------------------------*
066600*
066700* 3100-READ-JOURNAL-ENTRY.  READ ONE JOURNAL ENTRY AND HOLD IT
066800*                           IF IT BELONGS.
066900*
067000*--------------------------------------------------------------*
067100 3100-READ-JOURNAL-ENTRY.
067200     READ JOURNAL-FILE
067300         AT END
067400             SET HV-EOF TO TRUE
067500             GO TO 3100-EXIT
067600     END-READ.
067700     IF HL-JRN-STREAM NOT = HV-STREAM-ID
067800         GO TO 3100-EXIT
067900     END-IF.
068000     MOVE HL-JRN-SAVE-DATE TO HV-JK-DATE.
068100     MOVE HL-JRN-SAVE-TIME TO HV-JK-TIME.
068200     IF HV-JRN-KEY NOT > HV-POINT
068300         GO TO 3100-EXIT
068400     END-IF.
068500     IF HV-UNDO-COUNT = HV-UNDO-MAX
068600         SET HV-UNDO-FULL TO TRUE
068700         GO TO 3100-EXIT
068800     END-IF.
068900     ADD 1 TO HV-UNDO-COUNT.
069000     MOVE HL-JRN-SAVE-DATE TO HV-UN-DATE (HV-UNDO-COUNT).
069100     MOVE HL-JRN-SAVE-TIME TO HV-UN-TIME (HV-UNDO-COUNT).
069200     MOVE HL-JRN-USER TO HV-UN-USER (HV-UNDO-COUNT).
069300     MOVE HL-JRN-ACTION TO HV-UN-ACTION (HV-UNDO-COUNT).
069400     MOVE HL-JRN-SEQ TO HV-UN-SEQ (HV-UNDO-COUNT).
069500     MOVE HL-JRN-OLD-VERSION TO HV-UN-OLD-VER (HV-UNDO-COUNT).
069600     MOVE HL-JRN-NEW-VERSION TO HV-UN-NEW-VER (HV-UNDO-COUNT).
069700     MOVE HL-JRN-BEFORE-IMAGE TO HV-UN-BEFORE (HV-UNDO-COUNT).
069800     MOVE HL-JRN-AFTER-IMAGE TO HV-UN-AFTER (HV-UNDO-COUNT).
069900 3100-EXIT.
070000     EXIT.
070100*--------------------------------------------------------------*
070200*
070300* 4000-UNDO-CHANGES.  WALK THE HELD ENTRIES NEWEST FIRST AND
070400*                     UNDO EACH ONE AGAINST TABLE 1.
070500*
070600*--------------------------------------------------------------*
070700 4000-UNDO-CHANGES.
070800     MOVE HV-UNDO-COUNT TO HV-UNDO-SUB.
070900     PERFORM 4100-UNDO-ONE THRU 4100-EXIT
071000         UNTIL HV-UNDO-SUB = ZERO.
071100     IF HV-UNDO-MISSED NOT = ZERO
071200         DISPLAY 'HELDRCN: ' HV-UNDO-MISSED ' CHANGE(S) COULD '
071300                 'NOT BE UNDONE - THE STEP WAS NOT AS THE '
071400                 'JOURNAL LEFT IT'
071500         SET HV-WARNING TO TRUE
071600     END-IF.
071700 4000-EXIT.
071800     EXIT.
071900*--------------------------------------------------------------*
072000*
072100* 4100-UNDO-ONE.  AN ADD IS UNDONE BY DROPPING THE ROW THAT
072200*                 MATCHES ITS AFTER IMAGE, A CHANGE OR REORDER
072300*                 BY PUTTING THE BEFORE IMAGE BACK OVER IT, AND
072400*                 A DELETE BY RESTORING THE BEFORE IMAGE.  ROWS
072500*                 ARE MATCHED ON THE WHOLE IMAGE, NOT THE
072600*                 SEQUENCE, SO A SWAP OF TWO SEQUENCES WITHIN
072700*                 ONE SAVE UNDOES CLEANLY.  A ROW THAT IS NOT
072800*                 THERE TO MATCH IS COUNTED AND SKIPPED.
072900*
073000*--------------------------------------------------------------*
073100 4100-UNDO-ONE.
073200     IF HV-UN-ACTION (HV-UNDO-SUB) = 'D'
073300         IF HV-TBL-COUNT (1) < HV-TBL-MAX
073400             ADD 1 TO HV-TBL-COUNT (1)
073500             MOVE HV-UN-BEFORE (HV-UNDO-SUB) TO
073600                 HV-TBL-ROW (1, HV-TBL-COUNT (1))
073700         ELSE
073800             ADD 1 TO HV-UNDO-MISSED
073900         END-IF
074000         GO TO 4100-NEXT
074100     END-IF.
074200     MOVE HV-UN-AFTER (HV-UNDO-SUB) TO HV-MATCH-IMAGE.
074300     PERFORM 4110-FIND-IMAGE THRU 4110-EXIT.
074400     IF HV-TARGET-ROW = ZERO
074500         ADD 1 TO HV-UNDO-MISSED
074600         GO TO 4100-NEXT
074700     END-IF.
074800     IF HV-UN-ACTION (HV-UNDO-SUB) = 'A'
074900         MOVE HV-TARGET-ROW TO HV-ROW-SUB
075000         PERFORM 4130-SHIFT-ROW-UP THRU 4130-EXIT
075100             UNTIL HV-ROW-SUB >= HV-TBL-COUNT (1)
075200         SUBTRACT 1 FROM HV-TBL-COUNT (1)
075300     ELSE
075400         MOVE HV-UN-BEFORE (HV-UNDO-SUB) TO
075500             HV-TBL-ROW (1, HV-TARGET-ROW)
075600     END-IF.
075700 4100-NEXT.
075800     SUBTRACT 1 FROM HV-UNDO-SUB.
075900 4100-EXIT.
076000     EXIT.
076100*--------------------------------------------------------------*
076200*
076300* 4110-FIND-IMAGE.  FIND THE TABLE 1 ROW EQUAL TO
076400*                   HV-MATCH-IMAGE; ZERO WHEN THERE IS NONE.
076500*
076600*--------------------------------------------------------------*
076700 4110-FIND-IMAGE.
076800     MOVE ZERO TO HV-TARGET-ROW.
076900     MOVE 1 TO HV-ROW-SUB.
077000     PERFORM 4120-CHECK-ROW THRU 4120-EXIT
077100         UNTIL HV-ROW-SUB > HV-TBL-COUNT (1)
077200             OR HV-TARGET-ROW NOT = ZERO.
077300 4110-EXIT.
077400     EXIT.
077500*--------------------------------------------------------------*
077600*
077700* 4120-CHECK-ROW.  COMPARE ONE ROW.
077800*
077900*--------------------------------------------------------------*
078000 4120-CHECK-ROW.
078100     IF HV-TBL-ROW (1, HV-ROW-SUB) = HV-MATCH-IMAGE
078200         MOVE HV-ROW-SUB TO HV-TARGET-ROW
078300     END-IF.
078400     ADD 1 TO HV-ROW-SUB.
078500 4120-EXIT.
078600     EXIT.
078700*--------------------------------------------------------------*
078800*
078900* 4130-SHIFT-ROW-UP.  PULL THE NEXT ROW INTO THE GAP.
079000*
079100*--------------------------------------------------------------*
079200 4130-SHIFT-ROW-UP.
079300     COMPUTE HV-ROW-SUB2 = HV-ROW-SUB + 1.
079400     MOVE HV-TBL-ROW (1, HV-ROW-SUB2)
079500         TO HV-TBL-ROW (1, HV-ROW-SUB).
079600     ADD 1 TO HV-ROW-SUB.
079700 4130-EXIT.
079800     EXIT.
079900*--------------------------------------------------------------*
080000*
080100* 4500-SORT-TABLE.  SORT TABLE HV-T INTO ASCENDING SEQUENCE
080200*                   ORDER - THE SAME STRAIGHT BUBBLE HELDMNT
080300*                   SAVES THE DRIVER IN.
080400*
080500*--------------------------------------------------------------*
080600 4500-SORT-TABLE.
080700     MOVE 1 TO HV-ROW-SUB.
080800     PERFORM 4510-BUBBLE-PASS THRU 4510-EXIT
080900         UNTIL HV-ROW-SUB >= HV-TBL-COUNT (HV-T).
081000 4500-EXIT.
081100     EXIT.
081200*--------------------------------------------------------------*
081300*
081400* 4510-BUBBLE-PASS.  ONE PASS OF THE SORT.
081500*
081600*--------------------------------------------------------------*
081700 4510-BUBBLE-PASS.
081800     COMPUTE HV-ROW-SUB2 = HV-ROW-SUB + 1.
081900     PERFORM 4520-COMPARE-ROWS THRU 4520-EXIT
082000         UNTIL HV-ROW-SUB2 > HV-TBL-COUNT (HV-T).
082100     ADD 1 TO HV-ROW-SUB.
082200 4510-EXIT.
082300     EXIT.
082400*--------------------------------------------------------------*
082500*
082600* 4520-COMPARE-ROWS.  SWAP WHEN A LATER ROW'S SEQUENCE SORTS
082700*                     LOWER.
082800*
082900*--------------------------------------------------------------*
083000 4520-COMPARE-ROWS.
083100     IF HV-TBL-ROW (HV-T, HV-ROW-SUB2) (1 : 4)
083200         < HV-TBL-ROW (HV-T, HV-ROW-SUB) (1 : 4)
083300         MOVE HV-TBL-ROW (HV-T, HV-ROW-SUB) TO HV-ROW-SAVE
083400         MOVE HV-TBL-ROW (HV-T, HV-ROW-SUB2) TO
083500             HV-TBL-ROW (HV-T, HV-ROW-SUB)
083600         MOVE HV-ROW-SAVE TO HV-TBL-ROW (HV-T, HV-ROW-SUB2)
083700     END-IF.
083800     ADD 1 TO HV-ROW-SUB2.
083900 4520-EXIT.
084000     EXIT.
084100*--------------------------------------------------------------*
084200*
084300* 4600-VERSION-REBUILT.  THE REBUILT DRIVER'S VERSION, OVER ITS
084400*                        ROWS IN THE ORDER THEY WILL BE WRITTEN,
084500*                        AND THE CHECK AGAINST THE RUN'S.
084600*
084700*--------------------------------------------------------------*
084800 4600-VERSION-REBUILT.
084900     MOVE ZERO TO HV-VER-ACCUM.
085000     MOVE 1 TO HV-ROW-SUB.
085100     PERFORM 4610-VERSION-ROW THRU 4610-EXIT
085200         UNTIL HV-ROW-SUB > HV-TBL-COUNT (1).
085300     MOVE HV-VER-ACCUM TO HV-REBUILT-VERSION.
085400     IF HV-RUN-FOUND
085500         IF NOT HV-RUN-STAMPED
085600             OR HV-RUN-VERSION NOT = HV-REBUILT-VERSION
085700             SET HV-WARNING TO TRUE
085800         END-IF
085900     END-IF.
086000 4600-EXIT.
086100     EXIT.
086200*--------------------------------------------------------------*
086300*
086400* 4610-VERSION-ROW.  FOLD ONE REBUILT ROW INTO THE VERSION.
086500*
086600*--------------------------------------------------------------*
086700 4610-VERSION-ROW.
086800     MOVE HV-TBL-ROW (1, HV-ROW-SUB) TO HV-VER-IMAGE.
086900     PERFORM 4700-VERSION-IMAGE THRU 4700-EXIT.
087000     ADD 1 TO HV-ROW-SUB.
087100 4610-EXIT.
087200     EXIT.
087300*--------------------------------------------------------------*
087400*
087500* 4700-VERSION-IMAGE.  FOLD THE 399-BYTE RECORD IN HV-VER-IMAGE
087600*                      INTO THE RUNNING CHECKSUM HV-VER-ACCUM,
087700*                      BYTE BY BYTE, EXACTLY AS HELLO DOES.
087800*
087900*--------------------------------------------------------------*
088000 4700-VERSION-IMAGE.
088100     MOVE 1 TO HV-VER-SUB.
088200     PERFORM 4710-VERSION-ONE-BYTE THRU 4710-EXIT
088300         UNTIL HV-VER-SUB > 399.
088400 4700-EXIT.
088500     EXIT.
088600*--------------------------------------------------------------*
088700*
088800* 4710-VERSION-ONE-BYTE.  ONE BYTE OF THE CHECKSUM.
088900*
089000*--------------------------------------------------------------*
089100 4710-VERSION-ONE-BYTE.
089200     MOVE ZERO TO HV-VER-BYTE-NUM.
089300     MOVE HV-VER-IMAGE (HV-VER-SUB : 1) TO HV-VER-BYTE.
089400     COMPUTE HV-VER-WORK =
089500         (HV-VER-ACCUM * 31) + HV-VER-BYTE-NUM + 1.
089600     DIVIDE HV-VER-WORK BY 9999999967
089700         GIVING HV-VER-QUOT REMAINDER HV-VER-ACCUM.
089800     ADD 1 TO HV-VER-SUB.
089900 4710-EXIT.
090000     EXIT.
090100*--------------------------------------------------------------*
090200*
090300* 5000-WRITE-REBUILT.  WRITE THE REBUILT DRIVER TO RCNDRV IN
090400*                      HLDRV FORMAT, READY TO COMPARE, AUDIT
090500*                      WITH HELDAUD OR PUT BACK.
090600*
090700*--------------------------------------------------------------*
090800 5000-WRITE-REBUILT.
090900     OPEN OUTPUT REBUILT-FILE.
091000     IF HV-RCN-FILE-STATUS NOT = '00'
091100         DISPLAY 'HELDRCN: UNABLE TO OPEN RCNDRV, STATUS = '
091200                 HV-RCN-FILE-STATUS
091300         MOVE 16 TO RETURN-CODE
091400         STOP RUN
091500     END-IF.
091600     MOVE 1 TO HV-ROW-SUB.
091700     PERFORM 5100-WRITE-REBUILT-ROW THRU 5100-EXIT
091800         UNTIL HV-ROW-SUB > HV-TBL-COUNT (1).
091900     CLOSE REBUILT-FILE.
092000 5000-EXIT.
092100     EXIT.
092200*--------------------------------------------------------------*
092300*
092400* 5100-WRITE-REBUILT-ROW.  WRITE ONE REBUILT ROW.
092500*
092600*--------------------------------------------------------------*
092700 5100-WRITE-REBUILT-ROW.
092800     MOVE HV-TBL-ROW (1, HV-ROW-SUB) TO HV-RCN-RECORD.
092900     WRITE HV-RCN-RECORD.
093000     ADD 1 TO HV-ROW-SUB.
093100 5100-EXIT.
093200     EXIT.
093300*--------------------------------------------------------------*
093400*
093500* 6000-WRITE-REPORT.  THE RUN AND ITS VERSIONS, WHETHER THE
093600*                     REBUILD IS VERIFIED, THE CHANGES UNDONE
093700*                     AND THE FIELD-BY-FIELD DIFFERENCE.
093800*
093900*--------------------------------------------------------------*
094000 6000-WRITE-REPORT.
094100     OPEN OUTPUT REPORT-FILE.
094200     IF HV-RPT-FILE-STATUS NOT = '00'
094300         DISPLAY 'HELDRCN: UNABLE TO OPEN DIFFRPT, STATUS = '
094400                 HV-RPT-FILE-STATUS
094500         MOVE 16 TO RETURN-CODE
094600         STOP RUN
094700     END-IF.
094800     MOVE HV-PT-DATE TO HV-TL-DATE.
094900     MOVE HV-PT-TIME TO HV-TL-START.
095000     MOVE HV-STREAM-ID TO HV-TL-STREAM.
095100     WRITE HV-REPORT-LINE FROM HV-TITLE-LINE.
095200     MOVE ALL '-' TO HV-REPORT-LINE.
095300     WRITE HV-REPORT-LINE.
095400     IF HV-RUN-FOUND
095500         MOVE HV-RUN-RC TO HV-RN-RC
095600         MOVE HV-RUN-USER TO HV-RN-USER
095700         MOVE HV-RUN-ADHOC-SW TO HV-RN-ADHOC
095800         WRITE HV-REPORT-LINE FROM HV-RUN-LINE
095900     END-IF.
096000     MOVE HV-RUN-VERSION-X TO HV-VL-RUN.
096100     MOVE HV-REBUILT-VERSION TO HV-VL-REBUILT.
096200     MOVE HV-TODAY-VERSION TO HV-VL-TODAY.
096300     WRITE HV-REPORT-LINE FROM HV-VERSION-LINE.
096400     PERFORM 6100-WRITE-VERDICT THRU 6100-EXIT.
096500     PERFORM 6200-WRITE-UNDONE THRU 6200-EXIT.
096600     PERFORM 6500-WRITE-DIFFERENCES THRU 6500-EXIT.
096700     CLOSE REPORT-FILE.
096800 6000-EXIT.
096900     EXIT.
097000*--------------------------------------------------------------*
097100*
097200* 6100-WRITE-VERDICT.  SAY WHETHER THE REBUILT DRIVER IS THE
097300*                      ONE THE RUN LOADED.
097400*
097500*--------------------------------------------------------------*
097600 6100-WRITE-VERDICT.
097700     MOVE SPACES TO HV-REPORT-LINE.
097800     EVALUATE TRUE
097900         WHEN NOT HV-RUN-FOUND
098000             MOVE '*** NO RUN FOUND - NOTHING TO VERIFY THE '
098100               & 'REBUILD AGAINST ***' TO HV-REPORT-LINE
098200         WHEN NOT HV-RUN-STAMPED
098300             MOVE '*** THE RUN PREDATES DRIVER VERSION STAMPING '
098400               & '- REBUILD NOT VERIFIED ***' TO HV-REPORT-LINE
098500         WHEN HV-RUN-VERSION = HV-REBUILT-VERSION
098600             AND HV-RUN-VERSION = ZERO
098700             MOVE 'VERIFIED - THE RUN HAD NO DRIVER FILE (THE '
098800               & 'LEGACY ONE-STEP COMMAND)' TO HV-REPORT-LINE
098900         WHEN HV-RUN-VERSION = HV-REBUILT-VERSION
099000             MOVE 'VERIFIED - THE REBUILT DRIVER IS THE ONE THE '
099100               & 'RUN LOADED' TO HV-REPORT-LINE
099200         WHEN OTHER
099300             MOVE '*** NOT VERIFIED - THE REBUILT DRIVER IS NOT '
099400               & 'THE ONE THE RUN LOADED; THE DRIVER WAS EDITED '
099500               & 'OUTSIDE HELDMNT ***' TO HV-REPORT-LINE
099600     END-EVALUATE.
099700     WRITE HV-REPORT-LINE.
099800     IF HV-UNDO-MISSED NOT = ZERO OR HV-UNDO-FULL
099900         MOVE '*** SOME JOURNALLED CHANGES COULD NOT BE UNDONE '
100000           & '- SEE THE JOB LOG ***' TO HV-REPORT-LINE
100100         WRITE HV-REPORT-LINE
100200     END-IF.
100300 6100-EXIT.
100400     EXIT.
100500*--------------------------------------------------------------*
100600*
100700* 6200-WRITE-UNDONE.  LIST THE JOURNAL ENTRIES UNDONE, OLDEST
100800*                     FIRST - WHO CHANGED THE DRIVER, AND WHEN,
100900*                     SINCE THE RUN.
101000*
101100*--------------------------------------------------------------*
101200 6200-WRITE-UNDONE.
101300     MOVE SPACES TO HV-REPORT-LINE.
101400     WRITE HV-REPORT-LINE.
101500     MOVE 'CHANGES SAVED ON HELDMNT SINCE THE RUN (UNDONE)'
101600         TO HV-REPORT-LINE.
101700     WRITE HV-REPORT-LINE.
101800     MOVE '  SAVED    TIME      USER      ACTION    SEQ'
101900         TO HV-REPORT-LINE.
102000     WRITE HV-REPORT-LINE.
102100     IF HV-UNDO-COUNT = ZERO
102200         MOVE '  NONE' TO HV-REPORT-LINE
102300         WRITE HV-REPORT-LINE
102400         GO TO 6200-EXIT
102500     END-IF.
102600     MOVE 1 TO HV-UNDO-SUB.
102700     PERFORM 6210-WRITE-UNDONE-LINE THRU 6210-EXIT
102800         UNTIL HV-UNDO-SUB > HV-UNDO-COUNT.
102900 6200-EXIT.
103000     EXIT.
103100*--------------------------------------------------------------*
103200*
103300* 6210-WRITE-UNDONE-LINE.  ONE JOURNAL ENTRY.  A SAVE WHOSE
103400*                          STARTING VERSION IS NOT THE PREVIOUS
103500*                          SAVE'S RESULT FOLLOWED AN EDIT MADE
103600*                          OUTSIDE HELDMNT.
103700*
103800*--------------------------------------------------------------*
103900 6210-WRITE-UNDONE-LINE.
104000     MOVE HV-UN-DATE (HV-UNDO-SUB) TO HV-JL-DATE.
104100     MOVE HV-UN-TIME (HV-UNDO-SUB) TO HV-JL-TIME.
104200     MOVE HV-UN-USER (HV-UNDO-SUB) TO HV-JL-USER.
104300     EVALUATE HV-UN-ACTION (HV-UNDO-SUB)
104400         WHEN 'A'
104500             MOVE 'ADD' TO HV-JL-ACTION
104600         WHEN 'C'
104700             MOVE 'CHANGE' TO HV-JL-ACTION
104800         WHEN 'D'
104900             MOVE 'DELETE' TO HV-JL-ACTION
105000         WHEN 'R'
105100             MOVE 'REORDER' TO HV-JL-ACTION
105200         WHEN OTHER
105300             MOVE HV-UN-ACTION (HV-UNDO-SUB) TO HV-JL-ACTION
105400     END-EVALUATE.
105500     MOVE HV-UN-SEQ (HV-UNDO-SUB) TO HV-JL-SEQ.
105600     MOVE HV-UN-OLD-VER (HV-UNDO-SUB) TO HV-JL-OLD-VER.
105700     MOVE HV-UN-NEW-VER (HV-UNDO-SUB) TO HV-JL-NEW-VER.
105800     MOVE SPACES TO HV-JL-NOTE.
105900     IF HV-UNDO-SUB = 1
106000         IF HV-RUN-STAMPED
106100             AND HV-UN-OLD-VER (1) NOT = HV-RUN-VERSION
106200             MOVE '*EDITED OUTSIDE HELDMNT BEFORE*'
106300                 TO HV-JL-NOTE
106400         END-IF
106500     ELSE
106600         COMPUTE HV-ROW-SUB = HV-UNDO-SUB - 1
106700         IF HV-UN-OLD-VER (HV-UNDO-SUB)
106800             NOT = HV-UN-NEW-VER (HV-ROW-SUB)
106900             AND HV-UN-OLD-VER (HV-UNDO-SUB)
107000             NOT = HV-UN-OLD-VER (HV-ROW-SUB)
107100             MOVE '*EDITED OUTSIDE HELDMNT BEFORE*'
107200                 TO HV-JL-NOTE
107300         END-IF
107400     END-IF.
107500     WRITE HV-REPORT-LINE FROM HV-JRN-LINE.
107600     ADD 1 TO HV-UNDO-SUB.
107700 6210-EXIT.
107800     EXIT.
107900*--------------------------------------------------------------*
108000*
108100* 6500-WRITE-DIFFERENCES.  MERGE THE TWO SEQUENCE-ORDERED
108200*                          TABLES.  A STEP IN ONLY ONE OF THEM
108300*                          IS SHOWN WHOLE; A STEP IN BOTH SHOWS
108400*                          EACH FIELD THAT DIFFERS, THE RUN'S
108500*                          VALUE OVER TODAY'S.
108600*
108700*--------------------------------------------------------------*
108800 6500-WRITE-DIFFERENCES.
108900     MOVE SPACES TO HV-REPORT-LINE.
109000     WRITE HV-REPORT-LINE.
109100     MOVE 'FIELD-BY-FIELD DIFFERENCE - THE DRIVER IN FORCE FOR '
109200       & 'THE RUN AGAINST TODAY''S ' TO HV-REPORT-LINE.
109300     MOVE HV-DRV-FILE-NAME TO HV-REPORT-LINE (77 : 8).
109400     WRITE HV-REPORT-LINE.
109500     MOVE '  SEQ   FIELD           DRIVER  VALUE'
109600         TO HV-REPORT-LINE.
109700     WRITE HV-REPORT-LINE.
109800     MOVE ZERO TO HV-DIFF-COUNT.
109900     MOVE 1 TO HV-RB-SUB.
110000     MOVE 1 TO HV-TD-SUB.
110100     PERFORM 6510-MERGE-STEP THRU 6510-EXIT
110200         UNTIL HV-RB-SUB > HV-TBL-COUNT (1)
110300             AND HV-TD-SUB > HV-TBL-COUNT (2).
110400     IF HV-DIFF-COUNT = ZERO
110500         MOVE '  NONE - TODAY''S DRIVER IS THE ONE IN FORCE FOR '
110600           & 'THE RUN' TO HV-REPORT-LINE
110700         WRITE HV-REPORT-LINE
110800     END-IF.
110900 6500-EXIT.
111000     EXIT.
111100*--------------------------------------------------------------*
111200*
111300* 6510-MERGE-STEP.  TAKE THE LOWER SEQUENCE OFF THE TWO TABLES,
111400*                   OR BOTH WHEN THEY MATCH.
111500*
111600*--------------------------------------------------------------*
111700 6510-MERGE-STEP.
111800     IF HV-TD-SUB > HV-TBL-COUNT (2)
111900         MOVE 1 TO HV-T
112000         PERFORM 6600-WRITE-WHOLE-STEP THRU 6600-EXIT
112100         ADD 1 TO HV-RB-SUB
112200         GO TO 6510-EXIT
112300     END-IF.
112400     IF HV-RB-SUB > HV-TBL-COUNT (1)
112500         MOVE 2 TO HV-T
112600         PERFORM 6600-WRITE-WHOLE-STEP THRU 6600-EXIT
112700         ADD 1 TO HV-TD-SUB
112800         GO TO 6510-EXIT
112900     END-IF.
113000     IF HV-TBL-ROW (1, HV-RB-SUB) (1 : 4)
113100         < HV-TBL-ROW (2, HV-TD-SUB) (1 : 4)
113200         MOVE 1 TO HV-T
113300         PERFORM 6600-WRITE-WHOLE-STEP THRU 6600-EXIT
113400         ADD 1 TO HV-RB-SUB
113500         GO TO 6510-EXIT
113600     END-IF.
113700     IF HV-TBL-ROW (2, HV-TD-SUB) (1 : 4)
113800         < HV-TBL-ROW (1, HV-RB-SUB) (1 : 4)
113900         MOVE 2 TO HV-T
114000         PERFORM 6600-WRITE-WHOLE-STEP THRU 6600-EXIT
114100         ADD 1 TO HV-TD-SUB
114200         GO TO 6510-EXIT
114300     END-IF.
114400     IF HV-TBL-ROW (1, HV-RB-SUB) NOT = HV-TBL-ROW (2, HV-TD-SUB)
114500         MOVE 'N' TO HV-STEP-DIFF-SW
114600         MOVE 1 TO HV-FIELD-SUB
114700         PERFORM 6700-COMPARE-FIELD THRU 6700-EXIT
114800             UNTIL HV-FIELD-SUB > HV-FIELD-COUNT
114900     END-IF.
115000     ADD 1 TO HV-RB-SUB.
115100     ADD 1 TO HV-TD-SUB.
115200 6510-EXIT.
115300     EXIT.
115400*--------------------------------------------------------------*
115500*
115600* 6600-WRITE-WHOLE-STEP.  A STEP ONLY IN THE RUN'S DRIVER
115700*                         (HV-T 1, SINCE REMOVED OR MOVED) OR
115800*                         ONLY IN TODAY'S (HV-T 2, SINCE ADDED
115900*                         OR MOVED).
116000*
116100*--------------------------------------------------------------*
116200 6600-WRITE-WHOLE-STEP.
116300     IF HV-T = 1
116400         MOVE HV-TBL-ROW (1, HV-RB-SUB) TO HL-DRV-RECORD
116500         MOVE '*NOT IN TODAY''S DRIVER*' TO HV-SL-TEXT
116600     ELSE
116700         MOVE HV-TBL-ROW (2, HV-TD-SUB) TO HL-DRV-RECORD
116800         MOVE '*ADDED SINCE THE RUN*' TO HV-SL-TEXT
116900     END-IF.
117000     MOVE HL-DRV-RECORD (1 : 4) TO HV-SL-SEQ.
117100     MOVE HL-DRV-INTERPRETER TO HV-SL-INTERP.
117200     MOVE HL-DRV-SCRIPT TO HV-SL-SCRIPT.
117300     WRITE HV-REPORT-LINE FROM HV-STEP-LINE.
117400     ADD 1 TO HV-DIFF-COUNT.
117500 6600-EXIT.
117600     EXIT.
117700*--------------------------------------------------------------*
117800*
117900* 6700-COMPARE-FIELD.  ONE HLDRV FIELD OF A STEP IN BOTH
118000*                      DRIVERS - TWO LINES WHEN IT DIFFERS.
118100*
118200*--------------------------------------------------------------*
118300 6700-COMPARE-FIELD.
118400     MOVE HV-FD-OFFSET (HV-FIELD-SUB) TO HV-FD-OFF.
118500     MOVE HV-FD-LENGTH (HV-FIELD-SUB) TO HV-FD-LEN.
118600     IF HV-TBL-ROW (1, HV-RB-SUB) (HV-FD-OFF : HV-FD-LEN)
118700         = HV-TBL-ROW (2, HV-TD-SUB) (HV-FD-OFF : HV-FD-LEN)
118800         GO TO 6700-NEXT
118900     END-IF.
119000     MOVE SPACES TO HV-DL-SEQ.
119100     IF NOT HV-STEP-DIFF
119200         MOVE HV-TBL-ROW (1, HV-RB-SUB) (1 : 4) TO HV-DL-SEQ
119300         SET HV-STEP-DIFF TO TRUE
119400     END-IF.
119500     MOVE HV-FD-NAME (HV-FIELD-SUB) TO HV-DL-FIELD.
119600     MOVE 'RUN' TO HV-DL-WHICH.
119700     MOVE SPACES TO HV-DL-VALUE.
119800     MOVE HV-TBL-ROW (1, HV-RB-SUB) (HV-FD-OFF : HV-FD-LEN)
119900         TO HV-DL-VALUE.
120000     WRITE HV-REPORT-LINE FROM HV-DIFF-LINE.
120100     MOVE SPACES TO HV-DL-SEQ.
120200     MOVE SPACES TO HV-DL-FIELD.
120300     MOVE 'TODAY' TO HV-DL-WHICH.
120400     MOVE HV-TBL-ROW (2, HV-TD-SUB) (HV-FD-OFF : HV-FD-LEN)
120500         TO HV-DL-VALUE.
120600     WRITE HV-REPORT-LINE FROM HV-DIFF-LINE.
120700     ADD 1 TO HV-DIFF-COUNT.
120800 6700-NEXT.
120900     ADD 1 TO HV-FIELD-SUB.
121000 6700-EXIT.
121100     EXIT.
