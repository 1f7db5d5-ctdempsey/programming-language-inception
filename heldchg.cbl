000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELDCHG.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. MIS BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/2026 DRO  INITIAL RELEASE - WEEKLY LISTING OF EVERY    *
001100*                 HELLODRV CHANGE SAVED ON HELDMNT, FROM THE   *
001200*                 HELDJRN JOURNAL, FOR THE CHANGE BOARD TO     *
001300*                 MATCH AGAINST APPROVED TICKETS.  EACH SAVE   *
001400*                 SHOWS WHO MADE IT, WHEN AND THE DRIVER       *
001500*                 VERSIONS; EACH ENTRY THE STEP AND, FOR A     *
001600*                 CHANGE OR REORDER, EVERY FIELD THAT MOVED,   *
001700*                 WAS OVER NOW.  A SAVE WHOSE STARTING VERSION *
001800*                 IS NOT WHERE THE STREAM'S PREVIOUS SAVE LEFT *
001900*                 THE DRIVER IS FLAGGED - THE FILE WAS EDITED  *
002000*                 OUTSIDE HELDMNT IN BETWEEN.  PARM            *
002100*                 WEEK=YYYYMMDD NAMES THE LAST DAY OF THE WEEK *
002200*                 (DEFAULT YESTERDAY) AND STREAM=XXXX LIMITS   *
002300*                 THE LISTING TO ONE STREAM.  RC 4 = A SAVE    *
002400*                 WAS FLAGGED, RC 8 = BAD PARM, RC 16 = THE    *
002500*                 REPORT WOULD NOT OPEN.                       *
002600*--------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. LINUX.
003000 OBJECT-COMPUTER. LINUX.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'HELDJRN'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS HG-JRN-FILE-STATUS.
003600     SELECT REPORT-FILE ASSIGN TO 'HELDCHGR'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS HG-RPT-FILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  JOURNAL-FILE.
004200 COPY HLJRN.
004300 FD  REPORT-FILE.
004400 01  HG-REPORT-LINE              PIC X(132).
004500 WORKING-STORAGE SECTION.
004600*--------------------------------------------------------------*
004700* SWITCHES AND COUNTERS                                         *
004800*--------------------------------------------------------------*
004900 77  HG-JRN-FILE-STATUS       PIC X(02) VALUE '00'.
005000 77  HG-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
005100 77  HG-EOF-SW                PIC X(01) VALUE 'N'.
005200     88  HG-EOF                   VALUE 'Y'.
005300 77  HG-LISTED-SW             PIC X(01) VALUE 'N'.
005400     88  HG-LISTED                VALUE 'Y'.
005500 77  HG-STREAM-FULL-SW        PIC X(01) VALUE 'N'.
005600     88  HG-STREAM-FULL           VALUE 'Y'.
005700 77  HG-STREAM-FILTER         PIC X(04) VALUE SPACES.
005800 77  HG-SAVE-COUNT            PIC 9(05) VALUE ZERO.
005900 77  HG-ENTRY-COUNT           PIC 9(05) VALUE ZERO.
006000 77  HG-ADD-COUNT             PIC 9(05) VALUE ZERO.
006100 77  HG-CHANGE-COUNT          PIC 9(05) VALUE ZERO.
006200 77  HG-DELETE-COUNT          PIC 9(05) VALUE ZERO.
006300 77  HG-REORDER-COUNT         PIC 9(05) VALUE ZERO.
006400 77  HG-ALTERED-COUNT         PIC 9(05) VALUE ZERO.
006500*--------------------------------------------------------------*
006600* PARM PARSING                                                  *
006700*--------------------------------------------------------------*
006800 77  HG-PARM-SCAN-LEN         PIC 9(02) COMP VALUE ZERO.
006900 77  HG-PARM-PTR              PIC 9(02) COMP VALUE ZERO.
007000 01  HG-PARM-WORD             PIC X(20) VALUE SPACES.
007100 77  HG-WEEK-GIVEN-SW         PIC X(01) VALUE 'N'.
007200     88  HG-WEEK-GIVEN            VALUE 'Y'.
007300*--------------------------------------------------------------*
007400* THE REPORT WEEK - THE SEVEN SAVE DATES ENDING ON HG-WEEK-END. *
007500*--------------------------------------------------------------*
007600 01  HG-WEEK-END              PIC 9(08) VALUE ZERO.
007700 01  HG-WEEK-END-R REDEFINES HG-WEEK-END.
007800     05  HG-WE-YEAR           PIC 9(04).
007900     05  HG-WE-MONTH          PIC 9(02).
008000     05  HG-WE-DAY            PIC 9(02).
008100 77  HG-WEEK-FROM             PIC 9(08) VALUE ZERO.
008200*--------------------------------------------------------------*
008300* JULIAN DAY WORK AREA - FLIEGEL/VAN FLANDERN, BOTH WAYS, AS IN *
008400* HELFTRND.                                                     *
008500*--------------------------------------------------------------*
008600 01  HG-JDN-DATE              PIC 9(08) VALUE ZERO.
008700 01  HG-JDN-DATE-R REDEFINES HG-JDN-DATE.
008800     05  HG-JD-YEAR           PIC 9(04).
008900     05  HG-JD-MONTH          PIC 9(02).
009000     05  HG-JD-DAY            PIC 9(02).
009100 77  HG-JDN-A                 PIC 9(01) COMP VALUE ZERO.
009200 77  HG-JDN-Y                 PIC 9(05) COMP VALUE ZERO.
009300 77  HG-JDN-M                 PIC 9(02) COMP VALUE ZERO.
009400 77  HG-JDN-NUM               PIC 9(08) COMP VALUE ZERO.
009500 01  HG-JDI-DATE              PIC 9(08) VALUE ZERO.
009600 01  HG-JDI-DATE-R REDEFINES HG-JDI-DATE.
009700     05  HG-JDI-YEAR          PIC 9(04).
009800     05  HG-JDI-MONTH         PIC 9(02).
009900     05  HG-JDI-DAY           PIC 9(02).
010000 77  HG-INV-A                 PIC 9(08) COMP VALUE ZERO.
010100 77  HG-INV-B                 PIC 9(03) COMP VALUE ZERO.
010200 77  HG-INV-C                 PIC 9(06) COMP VALUE ZERO.
010300 77  HG-INV-D                 PIC 9(02) COMP VALUE ZERO.
010400 77  HG-INV-E                 PIC 9(04) COMP VALUE ZERO.
010500 77  HG-INV-M                 PIC 9(02) COMP VALUE ZERO.
010600*--------------------------------------------------------------*
010700* SAVE TRACKING.  ENTRIES OF ONE SAVE ARE TOGETHER ON THE FILE  *
010800* UNDER ONE STREAM, DATE AND TIME.  THE STREAM TABLE HOLDS THE  *
010900* VERSION EACH STREAM'S LAST SAVE LEFT THE DRIVER AT, FROM THE  *
011000* START OF THE JOURNAL, SO THE FIRST SAVE OF THE WEEK IS        *
011100* CHECKED AGAINST THE LAST SAVE BEFORE IT.                      *
011200*--------------------------------------------------------------*
011300 01  HG-SAVE-KEY.
011400     05  HG-SK-STREAM         PIC X(04).
011500     05  HG-SK-DATE           PIC 9(08).
011600     05  HG-SK-TIME           PIC 9(08).
011700 01  HG-LAST-SAVE-KEY         PIC X(20) VALUE SPACES.
011800 01  HG-STREAM-TABLE.
011900     05  HG-STREAM-ENTRY OCCURS 20 TIMES.
012000         10  HG-ST-STREAM     PIC X(04).
012100         10  HG-ST-LAST-VER   PIC 9(10).
012200 77  HG-STREAM-COUNT          PIC 9(02) COMP VALUE ZERO.
012300 77  HG-STREAM-MAX            PIC 9(02) COMP VALUE 20.
012400 77  HG-STREAM-SUB            PIC 9(02) COMP VALUE ZERO.
012500 77  HG-ST-HIT                PIC 9(02) COMP VALUE ZERO.
012600*--------------------------------------------------------------*
012700* HLDRV FIELD MAP - NAME, OFFSET AND LENGTH OF EVERY FIELD, IN  *
012800* RECORD ORDER, AS IN HELDRCN.  KEEP IN STEP WITH HLDRV.        *
012900*--------------------------------------------------------------*
013000 01  HG-FIELD-VALUES.
013100     05  FILLER               PIC X(20) VALUE
013200         'SEQUENCE      001004'.
013300     05  FILLER               PIC X(20) VALUE
013400         'INTERPRETER   005020'.
013500     05  FILLER               PIC X(20) VALUE
013600         'SCRIPT        025050'.
013700     05  FILLER               PIC X(20) VALUE
013800         'REQUIRED      075001'.
013900     05  FILLER               PIC X(20) VALUE
014000         'RETRY COUNT   076002'.
014100     05  FILLER               PIC X(20) VALUE
014200         'RETRY DELAY   078003'.
014300     05  FILLER               PIC X(20) VALUE
014400         'FAIL PATTERN  081020'.
014500     05  FILLER               PIC X(20) VALUE
014600         'SUCC PATTERN  101020'.
014700     05  FILLER               PIC X(20) VALUE
014800         'RUN COND      121001'.
014900     05  FILLER               PIC X(20) VALUE
015000         'COND SEQ      122004'.
015100     05  FILLER               PIC X(20) VALUE
015200         'ARGUMENTS     126060'.
015300     05  FILLER               PIC X(20) VALUE
015400         'PAR GROUP     186002'.
015500     05  FILLER               PIC X(20) VALUE
015600         'SCHED TYPE    188001'.
015700     05  FILLER               PIC X(20) VALUE
015800         'SCHED DAYS    189007'.
015900     05  FILLER               PIC X(20) VALUE
016000         'IN DATASET    196050'.
016100     05  FILLER               PIC X(20) VALUE
016200         'OUT DATASET   246050'.
016300     05  FILLER               PIC X(20) VALUE
016400         'OUT MIN BYTES 296008'.
016500     05  FILLER               PIC X(20) VALUE
016600         'TRIG TOKEN    304050'.
016700     05  FILLER               PIC X(20) VALUE
016800         'TRIG POLL SECS354003'.
016900     05  FILLER               PIC X(20) VALUE
017000         'TRIG WAIT MINS357003'.
017100     05  FILLER               PIC X(20) VALUE
017200         'TRIG DEADLINE 360004'.
017300     05  FILLER               PIC X(20) VALUE
017400         'CTL TAG 1     364012'.
017500     05  FILLER               PIC X(20) VALUE
017600         'CTL TAG 2     376012'.
017700     05  FILLER               PIC X(20) VALUE
017800         'CTL TAG 3     388012'.
017900 01  HG-FIELD-TABLE REDEFINES HG-FIELD-VALUES.
018000     05  HG-FIELD-ENTRY OCCURS 24 TIMES.
018100         10  HG-FD-NAME           PIC X(14).
018200         10  HG-FD-OFFSET         PIC 9(03).
018300         10  HG-FD-LENGTH         PIC 9(03).
018400 77  HG-FIELD-COUNT           PIC 9(02) COMP VALUE 24.
018500 77  HG-FIELD-SUB             PIC 9(02) COMP VALUE ZERO.
018600 77  HG-FD-OFF                PIC 9(03) COMP VALUE ZERO.
018700 77  HG-FD-LEN                PIC 9(03) COMP VALUE ZERO.
018800*--------------------------------------------------------------*
018900* REPORT LINE-BUILDING WORK AREA                                *
019000*--------------------------------------------------------------*
019100 01  HG-TITLE-LINE.
019200     05  FILLER               PIC X(42) VALUE
019300         'HELLO JOB STREAM - DRIVER CHANGES SAVED ON'.
019400     05  FILLER               PIC X(09) VALUE ' HELDMNT '.
019500     05  HG-TL-FROM           PIC 9(08).
019600     05  FILLER               PIC X(04) VALUE ' TO '.
019700     05  HG-TL-TO             PIC 9(08).
019800     05  FILLER               PIC X(09) VALUE '  STREAM '.
019900     05  HG-TL-STREAM         PIC X(04).
020000     05  FILLER               PIC X(48) VALUE SPACES.
020100 01  HG-SAVE-LINE.
020200     05  FILLER               PIC X(05) VALUE 'SAVE '.
020300     05  HG-SV-DATE           PIC 9(08).
020400     05  FILLER               PIC X(01) VALUE SPACES.
020500     05  HG-SV-TIME           PIC 9(08).
020600     05  FILLER               PIC X(09) VALUE '  STREAM '.
020700     05  HG-SV-STREAM         PIC X(04).
020800     05  FILLER               PIC X(07) VALUE '  USER '.
020900     05  HG-SV-USER           PIC X(08).
021000     05  FILLER               PIC X(17) VALUE
021100         '  DRIVER VERSION '.
021200     05  HG-SV-OLD-VER        PIC 9(10).
021300     05  FILLER               PIC X(04) VALUE ' TO '.
021400     05  HG-SV-NEW-VER        PIC 9(10).
021500     05  FILLER               PIC X(41) VALUE SPACES.
021600 01  HG-ENTRY-LINE.
021700     05  FILLER               PIC X(04) VALUE SPACES.
021800     05  HG-EN-ENTRY-NO       PIC ZZZ9.
021900     05  FILLER               PIC X(02) VALUE SPACES.
022000     05  HG-EN-ACTION         PIC X(08).
022100     05  FILLER               PIC X(06) VALUE '  SEQ '.
022200     05  HG-EN-SEQ            PIC 9(04).
022300     05  FILLER               PIC X(02) VALUE SPACES.
022400     05  HG-EN-INTERP         PIC X(20).
022500     05  FILLER               PIC X(01) VALUE SPACES.
022600     05  HG-EN-SCRIPT         PIC X(50).
022700     05  FILLER               PIC X(31) VALUE SPACES.
022800 01  HG-FIELD-LINE.
022900     05  FILLER               PIC X(14) VALUE SPACES.
023000     05  HG-FL-FIELD          PIC X(14).
023100     05  FILLER               PIC X(02) VALUE SPACES.
023200     05  HG-FL-WHICH          PIC X(03).
023300     05  FILLER               PIC X(01) VALUE SPACES.
023400     05  HG-FL-VALUE          PIC X(60).
023500     05  FILLER               PIC X(38) VALUE SPACES.
023600 01  HG-TOTAL-LINE.
023700     05  HG-TT-LABEL          PIC X(30).
023800     05  HG-TT-COUNT          PIC ZZZZ9.
023900     05  FILLER               PIC X(97) VALUE SPACES.
024000*--------------------------------------------------------------*
024100 LINKAGE SECTION.
024200 01  HG-PARM-AREA.
024300     05  HG-PARM-LEN             PIC S9(04) COMP.
024400     05  HG-PARM-TEXT            PIC X(80).
024500*--------------------------------------------------------------*
024600 PROCEDURE DIVISION USING HG-PARM-AREA.
024700*--------------------------------------------------------------*
024800*
024900* 0000-MAINLINE.  WORK OUT THE WEEK, PASS THE JOURNAL ONCE
025000*                 LISTING THE WEEK'S SAVES, THEN THE TOTALS.
025100*
025200*--------------------------------------------------------------*
025300 0000-MAINLINE.
025400     PERFORM 0100-GET-PARM THRU 0100-EXIT.
025500     PERFORM 1000-GET-WEEK THRU 1000-EXIT.
025600     OPEN OUTPUT REPORT-FILE.
025700     IF HG-RPT-FILE-STATUS NOT = '00'
025800         DISPLAY 'HELDCHG: UNABLE TO OPEN HELDCHGR, STATUS = '
025900                 HG-RPT-FILE-STATUS
026000         MOVE 16 TO RETURN-CODE
026100         STOP RUN
026200     END-IF.
026300     MOVE HG-WEEK-FROM TO HG-TL-FROM.
026400     MOVE HG-WEEK-END TO HG-TL-TO.
026500     IF HG-STREAM-FILTER = SPACES
026600         MOVE 'ALL' TO HG-TL-STREAM
026700     ELSE
026800         MOVE HG-STREAM-FILTER TO HG-TL-STREAM
026900     END-IF.
027000     WRITE HG-REPORT-LINE FROM HG-TITLE-LINE.
027100     MOVE ALL '-' TO HG-REPORT-LINE.
027200     WRITE HG-REPORT-LINE.
027300     PERFORM 2000-READ-JOURNAL THRU 2000-EXIT.
027400     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
027500     CLOSE REPORT-FILE.
027600     DISPLAY 'HELDCHG: WEEK ' HG-WEEK-FROM ' TO ' HG-WEEK-END
027700             ' - ' HG-SAVE-COUNT ' SAVE(S), ' HG-ENTRY-COUNT
027800             ' CHANGE(S), ' HG-ALTERED-COUNT
027900             ' AFTER AN OUTSIDE EDIT'.
028000     IF HG-ALTERED-COUNT NOT = ZERO
028100         MOVE 4 TO RETURN-CODE
028200     END-IF.
028300     STOP RUN.
028400*--------------------------------------------------------------*
028500*
028600* 0100-GET-PARM.  THE PARM IS EMPTY OR ONE OR BOTH OF
028700*                 WEEK=YYYYMMDD AND STREAM=XXXX, SEPARATED BY
028800*                 A COMMA.  ANYTHING ELSE STOPS WITH RC 8.
028900*
029000*--------------------------------------------------------------*
029100 0100-GET-PARM.
029200     IF HG-PARM-LEN = ZERO
029300         GO TO 0100-EXIT
029400     END-IF.
029500     MOVE HG-PARM-LEN TO HG-PARM-SCAN-LEN.
029600     IF HG-PARM-SCAN-LEN > 80
029700         MOVE 80 TO HG-PARM-SCAN-LEN
029800     END-IF.
029900     MOVE 1 TO HG-PARM-PTR.
030000     PERFORM 0150-GET-PARM-WORD THRU 0150-EXIT
030100         UNTIL HG-PARM-PTR > HG-PARM-SCAN-LEN.
030200 0100-EXIT.
030300     EXIT.
030400*--------------------------------------------------------------*
030500*
030600* 0150-GET-PARM-WORD.  TAKE THE NEXT COMMA-DELIMITED WORD OFF
030700*                      THE PARM AND ACT ON IT.
030800*
030900*--------------------------------------------------------------*
031000 0150-GET-PARM-WORD.
031100     MOVE SPACES TO HG-PARM-WORD.
031200     UNSTRING HG-PARM-TEXT (1 : HG-PARM-SCAN-LEN)
031300         DELIMITED BY ','
031400         INTO HG-PARM-WORD
031500         WITH POINTER HG-PARM-PTR
031600     END-UNSTRING.
031700     IF HG-PARM-WORD (1 : 7) = 'STREAM='
031800         AND HG-PARM-WORD (8 : 1) IS ALPHABETIC-UPPER
031900         AND HG-PARM-WORD (8 : 1) NOT = SPACE
032000         AND HG-PARM-WORD (12 : 9) = SPACES
032100         MOVE HG-PARM-WORD (8 : 4) TO HG-STREAM-FILTER
032200         GO TO 0150-EXIT
032300     END-IF.
032400     IF HG-PARM-WORD (1 : 5) = 'WEEK='
032500         AND HG-PARM-WORD (6 : 8) IS NUMERIC
032600         AND HG-PARM-WORD (14 : 7) = SPACES
032700         MOVE HG-PARM-WORD (6 : 8) TO HG-WEEK-END
032800         IF HG-WE-MONTH NOT < 1 AND HG-WE-MONTH NOT > 12
032900             AND HG-WE-DAY NOT < 1 AND HG-WE-DAY NOT > 31
033000             SET HG-WEEK-GIVEN TO TRUE
033100             GO TO 0150-EXIT
033200         END-IF
033300     END-IF.
033400     DISPLAY 'HELDCHG: BAD PARM - EXPECTED WEEK=YYYYMMDD AND/OR '
033500             'STREAM=XXXX, GOT '
033600             HG-PARM-TEXT (1 : HG-PARM-SCAN-LEN).
033700     MOVE 8 TO RETURN-CODE.
033800     STOP RUN.
033900 0150-EXIT.
034000     EXIT.
034100*--------------------------------------------------------------*
034200*
034300* 1000-GET-WEEK.  WITHOUT WEEK= ON THE PARM THE WEEK ENDS
034400*                 YESTERDAY, SO THE MONDAY RUN COVERS MONDAY TO
034500*                 SUNDAY.  THE WEEK STARTS SIX DAYS BEFORE ITS
034600*                 END.
034700*
034800*--------------------------------------------------------------*
034900 1000-GET-WEEK.
035000     IF HG-WEEK-GIVEN
035100         MOVE HG-WEEK-END TO HG-JDN-DATE
035200         PERFORM 1100-DATE-TO-JDN THRU 1100-EXIT
035300     ELSE
035400         ACCEPT HG-JDN-DATE FROM DATE YYYYMMDD
035500         PERFORM 1100-DATE-TO-JDN THRU 1100-EXIT
035600         SUBTRACT 1 FROM HG-JDN-NUM
035700         PERFORM 1200-JDN-TO-DATE THRU 1200-EXIT
035800         MOVE HG-JDI-DATE TO HG-WEEK-END
035900     END-IF.
036000     SUBTRACT 6 FROM HG-JDN-NUM.
036100     PERFORM 1200-JDN-TO-DATE THRU 1200-EXIT.
036200     MOVE HG-JDI-DATE TO HG-WEEK-FROM.
036300 1000-EXIT.
036400     EXIT.
036500*--------------------------------------------------------------*
036600*
036700* 1100-DATE-TO-JDN.  CONVERT THE YYYYMMDD DATE IN HG-JDN-DATE
036800*                    TO A JULIAN DAY NUMBER IN HG-JDN-NUM.
036900*
037000*--------------------------------------------------------------*
037100 1100-DATE-TO-JDN.
037200     COMPUTE HG-JDN-A = (14 - HG-JD-MONTH) / 12.
037300     COMPUTE HG-JDN-Y = HG-JD-YEAR + 4800 - HG-JDN-A.
037400     COMPUTE HG-JDN-M = HG-JD-MONTH + (12 * HG-JDN-A) - 3.
037500     COMPUTE HG-JDN-NUM =
037600         HG-JD-DAY + (((153 * HG-JDN-M) + 2) / 5)
037700         + (365 * HG-JDN-Y) + (HG-JDN-Y / 4)
037800         - (HG-JDN-Y / 100) + (HG-JDN-Y / 400) - 32045.
037900 1100-EXIT.
038000     EXIT.
038100*--------------------------------------------------------------*
038200*
038300* 1200-JDN-TO-DATE.  THE INVERSE OF 1100 - TURN THE JULIAN DAY
038400*                    NUMBER IN HG-JDN-NUM BACK INTO A YYYYMMDD
038500*                    DATE IN HG-JDI-DATE.
038600*
038700*--------------------------------------------------------------*
038800 1200-JDN-TO-DATE.
038900     COMPUTE HG-INV-A = HG-JDN-NUM + 32044.
039000     COMPUTE HG-INV-B = ((4 * HG-INV-A) + 3) / 146097.
039100     COMPUTE HG-INV-C = HG-INV-A - ((146097 * HG-INV-B) / 4).
039200     COMPUTE HG-INV-D = ((4 * HG-INV-C) + 3) / 1461.
039300     COMPUTE HG-INV-E = HG-INV-C - ((1461 * HG-INV-D) / 4).
039400     COMPUTE HG-INV-M = ((5 * HG-INV-E) + 2) / 153.
039500     COMPUTE HG-JDI-DAY =
039600         HG-INV-E - (((153 * HG-INV-M) + 2) / 5) + 1.
039700     COMPUTE HG-JDI-MONTH =
039800         HG-INV-M + 3 - (12 * (HG-INV-M / 10)).
039900     COMPUTE HG-JDI-YEAR =
040000         (100 * HG-INV-B) + HG-INV-D - 4800 + (HG-INV-M / 10).
040100 1200-EXIT.
040200     EXIT.
040300*--------------------------------------------------------------*
040400*
040500* 2000-READ-JOURNAL.  PASS THE WHOLE JOURNAL.  NO JOURNAL MEANS
040600*                     NOTHING HAS EVER BEEN SAVED ON HELDMNT.
040700*
040800*--------------------------------------------------------------*
040900 2000-READ-JOURNAL.
041000     OPEN INPUT JOURNAL-FILE.
041100     IF HG-JRN-FILE-STATUS NOT = '00'
041200         DISPLAY 'HELDCHG: HELDJRN NOT ON FILE, STATUS = '
041300                 HG-JRN-FILE-STATUS
041400         CLOSE JOURNAL-FILE
041500         GO TO 2000-EXIT
041600     END-IF.
041700     MOVE 'N' TO HG-EOF-SW.
041800     PERFORM 2100-READ-JOURNAL-ENTRY THRU 2100-EXIT
041900         UNTIL HG-EOF.
042000     CLOSE JOURNAL-FILE.
042100     IF HG-STREAM-FULL
042200         DISPLAY 'HELDCHG: MORE THAN ' HG-STREAM-MAX ' STREAMS '
042300                 'ON HELDJRN - THE REST ARE NOT CHECKED FOR '
042400                 'OUTSIDE EDITS'
042500     END-IF.
042600 2000-EXIT.
042700     EXIT.
042800*--------------------------------------------------------------*
042900*
043000* 2100-READ-JOURNAL-ENTRY.  READ ONE ENTRY.  THE FIRST ENTRY OF
043100*                           EACH SAVE IS CHECKED AGAINST THE
043200*                           STREAM'S LAST VERSION AND, WHEN IN
043300*                           THE WEEK, HEADS ITS SAVE ON THE
043400*                           REPORT.  EVERY ENTRY IN THE WEEK IS
043500*                           THEN LISTED.
043600*
043700*--------------------------------------------------------------*
043800 2100-READ-JOURNAL-ENTRY.
043900     READ JOURNAL-FILE
044000         AT END
044100             SET HG-EOF TO TRUE
044200             GO TO 2100-EXIT
044300     END-READ.
044400     MOVE HL-JRN-STREAM TO HG-SK-STREAM.
044500     MOVE HL-JRN-SAVE-DATE TO HG-SK-DATE.
044600     MOVE HL-JRN-SAVE-TIME TO HG-SK-TIME.
044700     IF HL-JRN-SAVE-DATE < HG-WEEK-FROM
044800         OR HL-JRN-SAVE-DATE > HG-WEEK-END
044900         OR (HG-STREAM-FILTER NOT = SPACES
045000             AND HL-JRN-STREAM NOT = HG-STREAM-FILTER)
045100         MOVE 'N' TO HG-LISTED-SW
045200     ELSE
045300         SET HG-LISTED TO TRUE
045400     END-IF.
045500     IF HG-SAVE-KEY NOT = HG-LAST-SAVE-KEY
045600         PERFORM 2200-NEW-SAVE THRU 2200-EXIT
045700         MOVE HG-SAVE-KEY TO HG-LAST-SAVE-KEY
045800     END-IF.
045900     IF HG-LISTED
046000         PERFORM 3000-LIST-ENTRY THRU 3000-EXIT
046100     END-IF.
046200 2100-EXIT.
046300     EXIT.
046400*--------------------------------------------------------------*
046500*
046600* 2200-NEW-SAVE.  FIND THE STREAM'S SLOT, FLAG AN OUTSIDE EDIT
046700*                 WHEN THE SAVE DID NOT START WHERE THE LAST ONE
046800*                 FINISHED, AND MOVE THE STREAM ON TO THIS
046900*                 SAVE'S NEW VERSION.
047000*
047100*--------------------------------------------------------------*
047200 2200-NEW-SAVE.
047300     MOVE ZERO TO HG-ST-HIT.
047400     MOVE 1 TO HG-STREAM-SUB.
047500     PERFORM 2210-FIND-STREAM THRU 2210-EXIT
047600         UNTIL HG-STREAM-SUB > HG-STREAM-COUNT
047700             OR HG-ST-HIT NOT = ZERO.
047800     IF HG-LISTED
047900         ADD 1 TO HG-SAVE-COUNT
048000         MOVE SPACES TO HG-REPORT-LINE
048100         WRITE HG-REPORT-LINE
048200         MOVE HL-JRN-SAVE-DATE TO HG-SV-DATE
048300         MOVE HL-JRN-SAVE-TIME TO HG-SV-TIME
048400         MOVE HL-JRN-STREAM TO HG-SV-STREAM
048500         MOVE HL-JRN-USER TO HG-SV-USER
048600         MOVE HL-JRN-OLD-VERSION TO HG-SV-OLD-VER
048700         MOVE HL-JRN-NEW-VERSION TO HG-SV-NEW-VER
048800         WRITE HG-REPORT-LINE FROM HG-SAVE-LINE
048900         IF HG-ST-HIT NOT = ZERO
049000             AND HL-JRN-OLD-VERSION
049100                 NOT = HG-ST-LAST-VER (HG-ST-HIT)
049200             ADD 1 TO HG-ALTERED-COUNT
049300             MOVE '    *** DRIVER ALTERED OUTSIDE HELDMNT BEFORE '
049400               & 'THIS SAVE ***' TO HG-REPORT-LINE
049500             WRITE HG-REPORT-LINE
049600         END-IF
049700     END-IF.
049800     IF HG-ST-HIT = ZERO
049900         IF HG-STREAM-COUNT = HG-STREAM-MAX
050000             SET HG-STREAM-FULL TO TRUE
050100             GO TO 2200-EXIT
050200         END-IF
050300         ADD 1 TO HG-STREAM-COUNT
050400         MOVE HG-STREAM-COUNT TO HG-ST-HIT
050500         MOVE HL-JRN-STREAM TO HG-ST-STREAM (HG-ST-HIT)
050600     END-IF.
050700     MOVE HL-JRN-NEW-VERSION TO HG-ST-LAST-VER (HG-ST-HIT).
050800 2200-EXIT.
050900     EXIT.
051000*--------------------------------------------------------------*
051100*
051200* 2210-FIND-STREAM.  COMPARE ONE STREAM SLOT.
051300*
051400*--------------------------------------------------------------*
051500 2210-FIND-STREAM.
051600     IF HG-ST-STREAM (HG-STREAM-SUB) = HL-JRN-STREAM
051700         MOVE HG-STREAM-SUB TO HG-ST-HIT
051800     END-IF.
051900     ADD 1 TO HG-STREAM-SUB.
052000 2210-EXIT.
052100     EXIT.
052200*--------------------------------------------------------------*
052300*
052400* 3000-LIST-ENTRY.  ONE JOURNAL ENTRY - THE STEP ADDED OR
052500*                   DELETED, OR THE STEP AS CHANGED FOLLOWED BY
052600*                   EACH FIELD THAT MOVED.
052700*
052800*--------------------------------------------------------------*
052900 3000-LIST-ENTRY.
053000     ADD 1 TO HG-ENTRY-COUNT.
053100     MOVE HL-JRN-ENTRY-NO TO HG-EN-ENTRY-NO.
053200     MOVE HL-JRN-SEQ TO HG-EN-SEQ.
053300     IF HL-JRN-DELETE
053400         MOVE HL-JRN-BEFORE-IMAGE (5 : 20) TO HG-EN-INTERP
053500         MOVE HL-JRN-BEFORE-IMAGE (25 : 50) TO HG-EN-SCRIPT
053600     ELSE
053700         MOVE HL-JRN-AFTER-IMAGE (5 : 20) TO HG-EN-INTERP
053800         MOVE HL-JRN-AFTER-IMAGE (25 : 50) TO HG-EN-SCRIPT
053900     END-IF.
054000     EVALUATE TRUE
054100         WHEN HL-JRN-ADD
054200             MOVE 'ADD' TO HG-EN-ACTION
054300             ADD 1 TO HG-ADD-COUNT
054400         WHEN HL-JRN-CHANGE
054500             MOVE 'CHANGE' TO HG-EN-ACTION
054600             ADD 1 TO HG-CHANGE-COUNT
054700         WHEN HL-JRN-DELETE
054800             MOVE 'DELETE' TO HG-EN-ACTION
054900             ADD 1 TO HG-DELETE-COUNT
055000         WHEN HL-JRN-REORDER
055100             MOVE 'REORDER' TO HG-EN-ACTION
055200             ADD 1 TO HG-REORDER-COUNT
055300         WHEN OTHER
055400             MOVE HL-JRN-ACTION TO HG-EN-ACTION
055500     END-EVALUATE.
055600     WRITE HG-REPORT-LINE FROM HG-ENTRY-LINE.
055700     IF HL-JRN-CHANGE OR HL-JRN-REORDER
055800         MOVE 1 TO HG-FIELD-SUB
055900         PERFORM 3100-COMPARE-FIELD THRU 3100-EXIT
056000             UNTIL HG-FIELD-SUB > HG-FIELD-COUNT
056100     END-IF.
056200 3000-EXIT.
056300     EXIT.
056400*--------------------------------------------------------------*
056500*
056600* 3100-COMPARE-FIELD.  ONE HLDRV FIELD OF A CHANGED STEP - TWO
056700*                      LINES, WAS AND NOW, WHEN IT DIFFERS.
056800*
056900*--------------------------------------------------------------*
057000 3100-COMPARE-FIELD.
057100     MOVE HG-FD-OFFSET (HG-FIELD-SUB) TO HG-FD-OFF.
057200     MOVE HG-FD-LENGTH (HG-FIELD-SUB) TO HG-FD-LEN.
057300     IF HL-JRN-BEFORE-IMAGE (HG-FD-OFF : HG-FD-LEN)
057400         = HL-JRN-AFTER-IMAGE (HG-FD-OFF : HG-FD-LEN)
057500         GO TO 3100-NEXT
057600     END-IF.
057700     MOVE HG-FD-NAME (HG-FIELD-SUB) TO HG-FL-FIELD.
057800     MOVE 'WAS' TO HG-FL-WHICH.
057900     MOVE HL-JRN-BEFORE-IMAGE (HG-FD-OFF : HG-FD-LEN)
058000         TO HG-FL-VALUE.
058100     WRITE HG-REPORT-LINE FROM HG-FIELD-LINE.
058200     MOVE SPACES TO HG-FL-FIELD.
058300     MOVE 'NOW' TO HG-FL-WHICH.
058400     MOVE HL-JRN-AFTER-IMAGE (HG-FD-OFF : HG-FD-LEN)
058500         TO HG-FL-VALUE.
058600     WRITE HG-REPORT-LINE FROM HG-FIELD-LINE.
058700 3100-NEXT.
058800     ADD 1 TO HG-FIELD-SUB.
058900 3100-EXIT.
059000     EXIT.
059100*--------------------------------------------------------------*
059200*
059300* 4000-WRITE-TOTALS.  THE WEEK'S COUNTS.
059400*
059500*--------------------------------------------------------------*
059600 4000-WRITE-TOTALS.
059700     MOVE SPACES TO HG-REPORT-LINE.
059800     WRITE HG-REPORT-LINE.
059900     IF HG-SAVE-COUNT = ZERO
060000         MOVE 'NO DRIVER CHANGES WERE SAVED IN THE WEEK'
060100             TO HG-REPORT-LINE
060200         WRITE HG-REPORT-LINE
060300         GO TO 4000-EXIT
060400     END-IF.
060500     MOVE 'SAVES' TO HG-TT-LABEL.
060600     MOVE HG-SAVE-COUNT TO HG-TT-COUNT.
060700     WRITE HG-REPORT-LINE FROM HG-TOTAL-LINE.
060800     MOVE '  STEPS ADDED' TO HG-TT-LABEL.
060900     MOVE HG-ADD-COUNT TO HG-TT-COUNT.
061000     WRITE HG-REPORT-LINE FROM HG-TOTAL-LINE.
061100     MOVE '  STEPS CHANGED' TO HG-TT-LABEL.
061200     MOVE HG-CHANGE-COUNT TO HG-TT-COUNT.
061300     WRITE HG-REPORT-LINE FROM HG-TOTAL-LINE.
061400     MOVE '  STEPS DELETED' TO HG-TT-LABEL.
061500     MOVE HG-DELETE-COUNT TO HG-TT-COUNT.
061600     WRITE HG-REPORT-LINE FROM HG-TOTAL-LINE.
061700     MOVE '  STEPS REORDERED' TO HG-TT-LABEL.
061800     MOVE HG-REORDER-COUNT TO HG-TT-COUNT.
061900     WRITE HG-REPORT-LINE FROM HG-TOTAL-LINE.
062000     MOVE 'SAVES AFTER AN OUTSIDE EDIT' TO HG-TT-LABEL.
062100     MOVE HG-ALTERED-COUNT TO HG-TT-COUNT.
062200     WRITE HG-REPORT-LINE FROM HG-TOTAL-LINE.
062300 4000-EXIT.
062400     EXIT.
