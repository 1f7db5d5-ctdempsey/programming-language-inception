000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELBALRP.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. MIS BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/2026 DRO  INITIAL RELEASE - NIGHTLY CONTROL-TOTAL      *
001100*                 BALANCING REPORT FOR ONE JOB STREAM.  TAKES  *
001200*                 EVERY RULE ON THE STREAM'S HELLOBAL (HLBAL)  *
001300*                 FILE AND PRICES BOTH SIDES FROM THE LATEST   *
001400*                 HELCTOT (HLTOT) TOTALS HELLO RECORDED FOR    *
001500*                 THE BUSINESS DATE - THE NEWEST ONE ON FILE   *
001600*                 FOR THE STREAM UNLESS DATE= NAMES ANOTHER -  *
001700*                 AND PRINTS EACH RULE WITH BOTH SIDES, THE    *
001800*                 VARIANCE (B MINUS A), THE TOLERANCE AND THE  *
001900*                 VERDICT: IN BALANCE, BREAK, OR INCOMPLETE    *
002000*                 WHEN A SIDE HAS NO TOTAL (ITS STEP DID NOT   *
002100*                 RUN OR PRINTED NO TOTAL).                    *
002200*                 PARM='STREAM=XXXX,DATE=YYYYMMDD', EVERY WORD *
002300*                 OPTIONAL.  RC 4 = AT LEAST ONE BREAK OR      *
002350*                 INCOMPLETE RULE, RC 8 = BAD PARM, RC 16 =    *
002400*                 THE REPORT WOULD NOT OPEN.                   *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. LINUX.
002900 OBJECT-COMPUTER. LINUX.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPTIONAL BAL-RULE-FILE
003300         ASSIGN USING HB-BAL-FILE-NAME
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS HB-BAL-FILE-STATUS.
003600     SELECT OPTIONAL CTL-TOTAL-FILE ASSIGN TO 'HELCTOT'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS HB-TOT-FILE-STATUS.
003900     SELECT REPORT-FILE ASSIGN TO 'BALRPT'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS HB-RPT-FILE-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  BAL-RULE-FILE.
004500 COPY HLBAL.
004600 FD  CTL-TOTAL-FILE.
004700 COPY HLTOT.
004800 FD  REPORT-FILE.
004900 01  HB-REPORT-LINE              PIC X(80).
005000 WORKING-STORAGE SECTION.
005100*--------------------------------------------------------------*
005200* SWITCHES AND COUNTERS                                         *
005300*--------------------------------------------------------------*
005400 77  HB-BAL-FILE-STATUS       PIC X(02) VALUE '00'.
005500 77  HB-TOT-FILE-STATUS       PIC X(02) VALUE '00'.
005600 77  HB-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
005700 77  HB-RULES-PRESENT-SW      PIC X(01) VALUE 'N'.
005800     88  HB-RULES-PRESENT         VALUE 'Y'.
005900 77  HB-RULE-COUNT            PIC 9(05) COMP VALUE ZERO.
006000 77  HB-BAL-COUNT             PIC 9(05) COMP VALUE ZERO.
006100 77  HB-BREAK-COUNT           PIC 9(05) COMP VALUE ZERO.
006200 77  HB-INCOMPLETE-COUNT      PIC 9(05) COMP VALUE ZERO.
006300 77  HB-BAD-RULE-COUNT        PIC 9(05) COMP VALUE ZERO.
006400 77  HB-EDIT-COUNT            PIC ZZZZ9.
006500*--------------------------------------------------------------*
006600* JOB STREAM, RULE-FILE DDNAME AND PARM-PARSING FIELDS.  NITE   *
006700* READS HELLOBAL; ANY OTHER STREAM READS BALXXXX, AS HELLO      *
006800* DOES.  HELCTOT IS SHARED BY EVERY STREAM.                     *
006900*--------------------------------------------------------------*
007000 77  HB-STREAM-ID             PIC X(04) VALUE 'NITE'.
007100 77  HB-BAL-FILE-NAME         PIC X(08) VALUE 'HELLOBAL'.
007200 77  HB-PARM-WORD             PIC X(20) VALUE SPACES.
007300 77  HB-PARM-PTR              PIC S9(04) COMP VALUE ZERO.
007400 77  HB-PARM-SCAN-LEN         PIC S9(04) COMP VALUE ZERO.
007500 77  HB-LINE-PTR              PIC S9(04) COMP VALUE ZERO.
007600 77  HB-DATE-GIVEN-SW         PIC X(01) VALUE 'N'.
007700     88  HB-DATE-GIVEN            VALUE 'Y'.
007800 77  HB-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
007900*--------------------------------------------------------------*
008000* CONTROL-TOTAL TABLE - THE LATEST TOTAL PER STEP AND TAG FOR   *
008100* THE STREAM AND BUSINESS DATE.  WITHOUT DATE= THE TABLE IS     *
008200* CLEARED WHENEVER HELCTOT TURNS UP A NEWER BUSINESS DATE, SO   *
008300* ONE PASS LEAVES THE NEWEST NIGHT IN IT.                       *
008400*--------------------------------------------------------------*
008500 01  HB-TV-TABLE.
008600     05  HB-TV-ENTRY OCCURS 200 TIMES.
008700         10  HB-TV-SEQ               PIC 9(04).
008800         10  HB-TV-TAG               PIC X(12).
008900         10  HB-TV-VALUE             PIC S9(13)V99.
009000         10  HB-TV-ADHOC-SW          PIC X(01).
009100             88  HB-TV-ADHOC             VALUE 'Y'.
009200 77  HB-TV-COUNT              PIC 9(04) COMP VALUE ZERO.
009300 77  HB-TV-SUB                PIC 9(04) COMP VALUE ZERO.
009400 77  HB-TV-KEY-SEQ            PIC 9(04) VALUE ZERO.
009500 77  HB-TV-KEY-TAG            PIC X(12) VALUE SPACES.
009600 77  HB-TV-FOUND-SW           PIC X(01) VALUE 'N'.
009700     88  HB-TV-FOUND              VALUE 'Y'.
009800 77  HB-TV-FULL-SW            PIC X(01) VALUE 'N'.
009900     88  HB-TV-FULL-WARNED        VALUE 'Y'.
010000 77  HB-TOT-RECORDS           PIC 9(07) VALUE ZERO.
010100*--------------------------------------------------------------*
010200* RULE EVALUATION WORK AREA                                     *
010300*--------------------------------------------------------------*
010400 77  HB-A-VALUE               PIC S9(13)V99 VALUE ZERO.
010500 77  HB-A-FOUND-SW            PIC X(01) VALUE 'N'.
010600     88  HB-A-FOUND               VALUE 'Y'.
010700 77  HB-A-ADHOC-SW            PIC X(01) VALUE 'N'.
010800 77  HB-B-VALUE               PIC S9(13)V99 VALUE ZERO.
010900 77  HB-B-FOUND-SW            PIC X(01) VALUE 'N'.
011000     88  HB-B-FOUND               VALUE 'Y'.
011100 77  HB-B-ADHOC-SW            PIC X(01) VALUE 'N'.
011200 77  HB-VARIANCE              PIC S9(13)V99 VALUE ZERO.
011300 77  HB-ABS-VARIANCE          PIC S9(13)V99 VALUE ZERO.
011400 77  HB-ALLOWED               PIC S9(13)V99 VALUE ZERO.
011500 77  HB-EDIT-AMT              PIC -(14)9.99.
011600 77  HB-EDIT-TOL              PIC Z(06)9.99.
011700*--------------------------------------------------------------*
011800* REPORT LINES.  EACH RULE PRINTS AS A THREE-LINE BLOCK - THE   *
011900* RULE AND ITS TOLERANCE, THEN THE A SIDE WITH THE VARIANCE     *
012000* AND VERDICT, THEN THE B SIDE WITH THE AMOUNT ALLOWED.         *
012100*--------------------------------------------------------------*
012200 01  HB-RULE-LINE.
012300     05  HB-RL-RULE-ID        PIC X(08).
012400     05  FILLER               PIC X(02).
012500     05  HB-RL-DESC           PIC X(30).
012600     05  FILLER               PIC X(02).
012700     05  HB-RL-TOLERANCE      PIC X(38).
012800 01  HB-SIDE-LINE.
012900     05  FILLER               PIC X(04).
013000     05  HB-SL-SIDE           PIC X(01).
013100     05  FILLER               PIC X(02).
013200     05  HB-SL-SEQ            PIC 9(04).
013300     05  FILLER               PIC X(02).
013400     05  HB-SL-TAG            PIC X(12).
013500     05  FILLER               PIC X(01).
013600     05  HB-SL-VALUE          PIC X(18).
013700     05  HB-SL-ADHOC          PIC X(01).
013800     05  HB-SL-AMOUNT         PIC X(18).
013900     05  FILLER               PIC X(02).
014000     05  HB-SL-STATUS         PIC X(10).
014100     05  FILLER               PIC X(05).
014200*--------------------------------------------------------------*
014300 LINKAGE SECTION.
014400 01  HB-PARM-AREA.
014500     05  HB-PARM-LEN             PIC S9(04) COMP.
014600     05  HB-PARM-TEXT            PIC X(80).
014700*--------------------------------------------------------------*
014800 PROCEDURE DIVISION USING HB-PARM-AREA.
014900*--------------------------------------------------------------*
015000*
015100* 0000-MAINLINE.  LOAD THE NIGHT'S CONTROL TOTALS, THEN PRINT
015200*                 EVERY BALANCING RULE AGAINST THEM.  RC 4
015300*                 WHEN ANY RULE IS OUT OF BALANCE OR IS
015350*                 MISSING ONE OF ITS TOTALS.
015400*
015500*--------------------------------------------------------------*
015600 0000-MAINLINE.
015700     PERFORM 0100-GET-PARM THRU 0100-EXIT.
015800     PERFORM 0200-SET-STREAM-FILES THRU 0200-EXIT.
015900     PERFORM 1000-LOAD-TOTALS THRU 1000-EXIT.
016000     PERFORM 2000-WRITE-REPORT THRU 2000-EXIT.
016100     IF HB-BREAK-COUNT > ZERO OR HB-INCOMPLETE-COUNT > ZERO
016200         MOVE 4 TO RETURN-CODE
016300     ELSE
016400         MOVE ZERO TO RETURN-CODE
016500     END-IF.
016600     STOP RUN.
016700*--------------------------------------------------------------*
016800*
016900* 0100-GET-PARM.  THE PARM IS EMPTY OR A COMMA-SEPARATED LIST
017000*                 OF 'STREAM=XXXX' AND 'DATE=YYYYMMDD' - ANY
017100*                 OTHER VALUE STOPS THE RUN WITH RC 8 RATHER
017200*                 THAN REPORTING A NIGHT THE OPERATOR DID NOT
017300*                 ASK FOR.
017400*
017500*--------------------------------------------------------------*
017600 0100-GET-PARM.
017700     IF HB-PARM-LEN = ZERO
017800         GO TO 0100-EXIT
017900     END-IF.
018000     MOVE HB-PARM-LEN TO HB-PARM-SCAN-LEN.
018100     IF HB-PARM-SCAN-LEN > 80
018200         MOVE 80 TO HB-PARM-SCAN-LEN
018300     END-IF.
018400     MOVE 1 TO HB-PARM-PTR.
018500     PERFORM 0150-GET-PARM-WORD THRU 0150-EXIT
018600         UNTIL HB-PARM-PTR > HB-PARM-SCAN-LEN.
018700 0100-EXIT.
018800     EXIT.
018900*--------------------------------------------------------------*
019000*
019100* 0150-GET-PARM-WORD.  TAKE THE NEXT COMMA-DELIMITED WORD OFF
019200*                      THE PARM AND ACT ON IT.
019300*
019400*--------------------------------------------------------------*
019500 0150-GET-PARM-WORD.
019600     MOVE SPACES TO HB-PARM-WORD.
019700     UNSTRING HB-PARM-TEXT (1 : HB-PARM-SCAN-LEN)
019800         DELIMITED BY ','
019900         INTO HB-PARM-WORD
020000         WITH POINTER HB-PARM-PTR
020100     END-UNSTRING.
020200     IF HB-PARM-WORD (1 : 7) = 'STREAM='
020300         AND HB-PARM-WORD (8 : 1) IS ALPHABETIC-UPPER
020400         AND HB-PARM-WORD (8 : 1) NOT = SPACE
020500         AND HB-PARM-WORD (12 : 9) = SPACES
020600         MOVE HB-PARM-WORD (8 : 4) TO HB-STREAM-ID
020700         GO TO 0150-EXIT
020800     END-IF.
020900     IF HB-PARM-WORD (1 : 5) = 'DATE='
021000         AND HB-PARM-WORD (6 : 8) IS NUMERIC
021100         AND HB-PARM-WORD (14 : 7) = SPACES
021200         MOVE HB-PARM-WORD (6 : 8) TO HB-BUSINESS-DATE
021300         SET HB-DATE-GIVEN TO TRUE
021400         GO TO 0150-EXIT
021500     END-IF.
021600     DISPLAY 'HELBALRP: BAD PARM - EXPECTED STREAM=XXXX AND/OR '
021700             'DATE=YYYYMMDD, GOT '
021800             HB-PARM-TEXT (1 : HB-PARM-SCAN-LEN).
021900     MOVE 8 TO RETURN-CODE.
022000     STOP RUN.
022100 0150-EXIT.
022200     EXIT.
022300*--------------------------------------------------------------*
022400*
022500* 0200-SET-STREAM-FILES.  POINT THE RULE FILE AT THE STREAM'S
022600*                         OWN DDNAME, AS HELLO 0070 DOES.
022700*
022800*--------------------------------------------------------------*
022900 0200-SET-STREAM-FILES.
023000     IF HB-STREAM-ID = 'NITE'
023100         GO TO 0200-EXIT
023200     END-IF.
023300     MOVE SPACES TO HB-BAL-FILE-NAME.
023400     STRING 'BAL' DELIMITED BY SIZE
023500             HB-STREAM-ID DELIMITED BY SPACE
023600         INTO HB-BAL-FILE-NAME
023700     END-STRING.
023800 0200-EXIT.
023900     EXIT.
024000*--------------------------------------------------------------*
024100*
024200* 1000-LOAD-TOTALS.  READ HELCTOT ONCE, KEEPING THE STREAM'S
024300*                    TOTALS FOR THE BUSINESS DATE.  A MISSING
024400*                    OR EMPTY FILE JUST MEANS EVERY RULE
024500*                    REPORTS INCOMPLETE.
024600*
024700*--------------------------------------------------------------*
024800 1000-LOAD-TOTALS.
024900     MOVE ZERO TO HB-TV-COUNT.
025000     OPEN INPUT CTL-TOTAL-FILE.
025100     IF HB-TOT-FILE-STATUS NOT = '00'
025200         DISPLAY 'HELBALRP: HELCTOT NOT ON FILE, STATUS = '
025300                 HB-TOT-FILE-STATUS
025400         GO TO 1000-EXIT
025500     END-IF.
025600     PERFORM 1100-READ-TOTAL THRU 1100-EXIT
025700         UNTIL HB-TOT-FILE-STATUS NOT = '00'.
025800     CLOSE CTL-TOTAL-FILE.
025900 1000-EXIT.
026000     EXIT.
026100*--------------------------------------------------------------*
026200*
026300* 1100-READ-TOTAL.  READ ONE HELCTOT RECORD.  ANOTHER STREAM'S
026400*                   RECORD, OR AN OLDER BUSINESS DATE, IS
026500*                   PASSED OVER; WITHOUT DATE= A NEWER
026600*                   BUSINESS DATE STARTS THE TABLE AFRESH.  A
026700*                   LATER RECORD FOR THE SAME STEP AND TAG
026800*                   REPLACES AN EARLIER ONE - THE RESTART OR
026900*                   AD-HOC RE-RUN IS THE FIGURE THAT COUNTS.
027000*
027100*--------------------------------------------------------------*
027200 1100-READ-TOTAL.
027300     READ CTL-TOTAL-FILE
027400         AT END
027500             MOVE '10' TO HB-TOT-FILE-STATUS
027600             GO TO 1100-EXIT
027700     END-READ.
027800     IF HL-TOT-STREAM NOT = HB-STREAM-ID
027900         OR HL-TOT-BUS-DATE NOT NUMERIC
028000         OR HL-TOT-VALUE NOT NUMERIC
028100         GO TO 1100-EXIT
028200     END-IF.
028300     IF HB-DATE-GIVEN
028400         IF HL-TOT-BUS-DATE NOT = HB-BUSINESS-DATE
028500             GO TO 1100-EXIT
028600         END-IF
028700     ELSE
028800         IF HL-TOT-BUS-DATE < HB-BUSINESS-DATE
028900             GO TO 1100-EXIT
029000         END-IF
029100         IF HL-TOT-BUS-DATE > HB-BUSINESS-DATE
029200             MOVE HL-TOT-BUS-DATE TO HB-BUSINESS-DATE
029300             MOVE ZERO TO HB-TV-COUNT
029400             MOVE ZERO TO HB-TOT-RECORDS
029500         END-IF
029600     END-IF.
029700     ADD 1 TO HB-TOT-RECORDS.
029800     MOVE HL-TOT-SEQ TO HB-TV-KEY-SEQ.
029900     MOVE HL-TOT-TAG TO HB-TV-KEY-TAG.
030000     PERFORM 1200-FIND-TOTAL THRU 1200-EXIT.
030100     IF NOT HB-TV-FOUND
030200         IF HB-TV-COUNT = 200
030300             IF NOT HB-TV-FULL-WARNED
030400                 DISPLAY 'HELBALRP: WARNING - MORE THAN 200 '
030500                         'CONTROL TOTALS FOR ONE NIGHT, EXTRA '
030600                         'TOTALS WERE NOT LOADED'
030700                 SET HB-TV-FULL-WARNED TO TRUE
030800             END-IF
030900             GO TO 1100-EXIT
031000         END-IF
031100         ADD 1 TO HB-TV-COUNT
031200         MOVE HB-TV-COUNT TO HB-TV-SUB
031300         MOVE HB-TV-KEY-SEQ TO HB-TV-SEQ (HB-TV-SUB)
031400         MOVE HB-TV-KEY-TAG TO HB-TV-TAG (HB-TV-SUB)
031500     END-IF.
031600     MOVE HL-TOT-VALUE TO HB-TV-VALUE (HB-TV-SUB).
031700     MOVE HL-TOT-ADHOC-SW TO HB-TV-ADHOC-SW (HB-TV-SUB).
031800 1100-EXIT.
031900     EXIT.
032000*--------------------------------------------------------------*
032100*
032200* 1200-FIND-TOTAL.  LOOK UP HB-TV-KEY-SEQ AND HB-TV-KEY-TAG IN
032300*                   THE TOTAL TABLE, LEAVING HB-TV-SUB ON THE
032400*                   ENTRY.
032500*
032600*--------------------------------------------------------------*
032700 1200-FIND-TOTAL.
032800     MOVE 'N' TO HB-TV-FOUND-SW.
032900     MOVE 1 TO HB-TV-SUB.
033000     PERFORM 1210-CHECK-TOTAL THRU 1210-EXIT
033100         UNTIL HB-TV-FOUND
033200             OR HB-TV-SUB > HB-TV-COUNT.
033300 1200-EXIT.
033400     EXIT.
033500*--------------------------------------------------------------*
033600*
033700* 1210-CHECK-TOTAL.  TEST ONE TABLE ENTRY AGAINST THE KEY.
033800*
033900*--------------------------------------------------------------*
034000 1210-CHECK-TOTAL.
034100     IF HB-TV-SEQ (HB-TV-SUB) = HB-TV-KEY-SEQ
034200         AND HB-TV-TAG (HB-TV-SUB) = HB-TV-KEY-TAG
034300         SET HB-TV-FOUND TO TRUE
034400     ELSE
034500         ADD 1 TO HB-TV-SUB
034600     END-IF.
034700 1210-EXIT.
034800     EXIT.
034900*--------------------------------------------------------------*
035000*
035100* 2000-WRITE-REPORT.  PRINT THE HEADINGS, ONE BLOCK PER RULE
035200*                     ON THE STREAM'S RULE FILE, AND THE
035300*                     SUMMARY.
035400*
035500*--------------------------------------------------------------*
035600 2000-WRITE-REPORT.
035700     OPEN OUTPUT REPORT-FILE.
035800     IF HB-RPT-FILE-STATUS NOT = '00'
035900         DISPLAY 'HELBALRP: UNABLE TO OPEN BALRPT, STATUS = '
036000                 HB-RPT-FILE-STATUS
036100         MOVE 16 TO RETURN-CODE
036200         STOP RUN
036300     END-IF.
036400     PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT.
036500     OPEN INPUT BAL-RULE-FILE.
036600     IF HB-BAL-FILE-STATUS = '00'
036700         PERFORM 2200-REPORT-RULE THRU 2200-EXIT
036800             UNTIL HB-BAL-FILE-STATUS NOT = '00'
036900         CLOSE BAL-RULE-FILE
037000     END-IF.
037100     PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT.
037200     CLOSE REPORT-FILE.
037300 2000-EXIT.
037400     EXIT.
037500*--------------------------------------------------------------*
037600*
037700* 2100-WRITE-HEADINGS.  WRITE THE TITLE, THE STREAM AND NIGHT
037800*                       BEING REPORTED AND THE COLUMN HEADINGS.
037900*
038000*--------------------------------------------------------------*
038100 2100-WRITE-HEADINGS.
038200     MOVE 'HELLO JOB STREAM - CONTROL-TOTAL BALANCING REPORT'
038300         TO HB-REPORT-LINE.
038400     WRITE HB-REPORT-LINE.
038500     MOVE SPACES TO HB-REPORT-LINE.
038600     MOVE 1 TO HB-LINE-PTR.
038700     STRING 'JOB STREAM: ' DELIMITED BY SIZE
038800             HB-STREAM-ID DELIMITED BY SIZE
038900             '   RULES: ' DELIMITED BY SIZE
039000             HB-BAL-FILE-NAME DELIMITED BY SPACE
039100             '   BUSINESS DATE: ' DELIMITED BY SIZE
039200         INTO HB-REPORT-LINE
039300         WITH POINTER HB-LINE-PTR
039400     END-STRING.
039500     IF HB-BUSINESS-DATE = ZERO
039600         MOVE 'NONE ON FILE' TO HB-REPORT-LINE (HB-LINE-PTR : 12)
039700     ELSE
039800         MOVE HB-BUSINESS-DATE TO HB-REPORT-LINE (HB-LINE-PTR : 8)
039900     END-IF.
040000     WRITE HB-REPORT-LINE.
040100     MOVE SPACES TO HB-REPORT-LINE.
040200     WRITE HB-REPORT-LINE.
040300     MOVE 'RULE      DESCRIPTION' TO HB-REPORT-LINE.
040400     MOVE 'TOLERANCE' TO HB-REPORT-LINE (43 : 9).
040500     WRITE HB-REPORT-LINE.
040600     MOVE SPACES TO HB-REPORT-LINE.
040700     MOVE '    S  SEQ   TAG' TO HB-REPORT-LINE (1 : 16).
040800     MOVE 'TOTAL' TO HB-REPORT-LINE (39 : 5).
040900     MOVE 'VARIANCE/ALLOWED  STATUS' TO HB-REPORT-LINE (48 : 24).
041000     WRITE HB-REPORT-LINE.
041100     MOVE SPACES TO HB-REPORT-LINE.
041200     MOVE ALL '-' TO HB-REPORT-LINE (1 : 75).
041300     WRITE HB-REPORT-LINE.
041400 2100-EXIT.
041500     EXIT.
041600*--------------------------------------------------------------*
041700*
041800* 2200-REPORT-RULE.  READ ONE RULE AND PRINT ITS BLOCK.  BOTH
041900*                    SIDES FOUND - THE VARIANCE (B MINUS A) IS
042000*                    JUDGED AGAINST THE TOLERANCE EXACTLY AS
042100*                    HELLO JUDGES IT.  A SIDE WITH NO TOTAL
042200*                    MAKES THE RULE INCOMPLETE.  A RULE THAT
042300*                    DOES NOT PARSE IS LISTED AS UNUSABLE -
042400*                    HELLO IGNORES IT TOO.
042500*
042600*--------------------------------------------------------------*
042700 2200-REPORT-RULE.
042800     READ BAL-RULE-FILE
042900         AT END
043000             MOVE '10' TO HB-BAL-FILE-STATUS
043100             GO TO 2200-EXIT
043200     END-READ.
043300     IF HL-BAL-RECORD = SPACES
043400         OR HL-BAL-RECORD (1 : 1) = '*'
043500         GO TO 2200-EXIT
043600     END-IF.
043700     ADD 1 TO HB-RULE-COUNT.
043800     MOVE SPACES TO HB-REPORT-LINE.
043900     WRITE HB-REPORT-LINE.
044000     MOVE SPACES TO HB-RULE-LINE.
044100     MOVE HL-BAL-RULE-ID TO HB-RL-RULE-ID.
044200     MOVE HL-BAL-DESC TO HB-RL-DESC.
044300     IF HL-BAL-TOL-EXACT
044400         MOVE ZERO TO HL-BAL-TOLERANCE
044500     END-IF.
044600     IF HL-BAL-A-SEQ NOT NUMERIC OR HL-BAL-B-SEQ NOT NUMERIC
044700         OR HL-BAL-TOLERANCE NOT NUMERIC
044800         OR (NOT HL-BAL-TOL-EXACT AND NOT HL-BAL-TOL-ABSOLUTE
044900             AND NOT HL-BAL-TOL-PERCENT)
045000         MOVE 'UNUSABLE RULE - NOT CHECKED BY HELLO'
045100             TO HB-RL-TOLERANCE
045200         WRITE HB-REPORT-LINE FROM HB-RULE-LINE
045300         ADD 1 TO HB-BAD-RULE-COUNT
045400         GO TO 2200-EXIT
045500     END-IF.
045600     PERFORM 2300-FORMAT-TOLERANCE THRU 2300-EXIT.
045700     WRITE HB-REPORT-LINE FROM HB-RULE-LINE.
045800     MOVE HL-BAL-A-SEQ TO HB-TV-KEY-SEQ.
045900     MOVE HL-BAL-A-TAG TO HB-TV-KEY-TAG.
046000     PERFORM 1200-FIND-TOTAL THRU 1200-EXIT.
046100     MOVE HB-TV-FOUND-SW TO HB-A-FOUND-SW.
046200     MOVE ZERO TO HB-A-VALUE.
046300     MOVE 'N' TO HB-A-ADHOC-SW.
046400     IF HB-A-FOUND
046500         MOVE HB-TV-VALUE (HB-TV-SUB) TO HB-A-VALUE
046600         MOVE HB-TV-ADHOC-SW (HB-TV-SUB) TO HB-A-ADHOC-SW
046700     END-IF.
046800     MOVE HL-BAL-B-SEQ TO HB-TV-KEY-SEQ.
046900     MOVE HL-BAL-B-TAG TO HB-TV-KEY-TAG.
047000     PERFORM 1200-FIND-TOTAL THRU 1200-EXIT.
047100     MOVE HB-TV-FOUND-SW TO HB-B-FOUND-SW.
047200     MOVE ZERO TO HB-B-VALUE.
047300     MOVE 'N' TO HB-B-ADHOC-SW.
047400     IF HB-B-FOUND
047500         MOVE HB-TV-VALUE (HB-TV-SUB) TO HB-B-VALUE
047600         MOVE HB-TV-ADHOC-SW (HB-TV-SUB) TO HB-B-ADHOC-SW
047700     END-IF.
047800     MOVE ZERO TO HB-VARIANCE.
047900     MOVE ZERO TO HB-ALLOWED.
048000     IF HB-A-FOUND AND HB-B-FOUND
048100         PERFORM 2400-EVALUATE-RULE THRU 2400-EXIT
048200     END-IF.
048300*
048400     MOVE SPACES TO HB-SIDE-LINE.
048500     MOVE 'A' TO HB-SL-SIDE.
048600     MOVE HL-BAL-A-SEQ TO HB-SL-SEQ.
048700     MOVE HL-BAL-A-TAG TO HB-SL-TAG.
048800     IF HB-A-FOUND
048900         MOVE HB-A-VALUE TO HB-EDIT-AMT
049000         MOVE HB-EDIT-AMT TO HB-SL-VALUE
049100         IF HB-A-ADHOC-SW = 'Y'
049200             MOVE '@' TO HB-SL-ADHOC
049300         END-IF
049400     ELSE
049500         MOVE '      NOT CAPTURED' TO HB-SL-VALUE
049600     END-IF.
049700     IF HB-A-FOUND AND HB-B-FOUND
049800         MOVE HB-VARIANCE TO HB-EDIT-AMT
049900         MOVE HB-EDIT-AMT TO HB-SL-AMOUNT
050000         IF HB-ABS-VARIANCE > HB-ALLOWED
050100             MOVE 'BREAK' TO HB-SL-STATUS
050200             ADD 1 TO HB-BREAK-COUNT
050300         ELSE
050400             MOVE 'IN BALANCE' TO HB-SL-STATUS
050500             ADD 1 TO HB-BAL-COUNT
050600         END-IF
050700     ELSE
050800         MOVE 'INCOMPLETE' TO HB-SL-STATUS
050900         ADD 1 TO HB-INCOMPLETE-COUNT
051000     END-IF.
051100     WRITE HB-REPORT-LINE FROM HB-SIDE-LINE.
051200*
051300     MOVE SPACES TO HB-SIDE-LINE.
051400     MOVE 'B' TO HB-SL-SIDE.
051500     MOVE HL-BAL-B-SEQ TO HB-SL-SEQ.
051600     MOVE HL-BAL-B-TAG TO HB-SL-TAG.
051700     IF HB-B-FOUND
051800         MOVE HB-B-VALUE TO HB-EDIT-AMT
051900         MOVE HB-EDIT-AMT TO HB-SL-VALUE
052000         IF HB-B-ADHOC-SW = 'Y'
052100             MOVE '@' TO HB-SL-ADHOC
052200         END-IF
052300     ELSE
052400         MOVE '      NOT CAPTURED' TO HB-SL-VALUE
052500     END-IF.
052600     IF HB-A-FOUND AND HB-B-FOUND
052700         MOVE HB-ALLOWED TO HB-EDIT-AMT
052800         MOVE HB-EDIT-AMT TO HB-SL-AMOUNT
052900     END-IF.
053000     WRITE HB-REPORT-LINE FROM HB-SIDE-LINE.
053100 2200-EXIT.
053200     EXIT.
053300*--------------------------------------------------------------*
053400*
053500* 2300-FORMAT-TOLERANCE.  DESCRIBE THE RULE'S TOLERANCE ON THE
053600*                         RULE LINE.
053700*
053800*--------------------------------------------------------------*
053900 2300-FORMAT-TOLERANCE.
054000     IF HL-BAL-TOL-EXACT
054100         MOVE 'EXACT - A AND B MUST BE EQUAL' TO HB-RL-TOLERANCE
054200         GO TO 2300-EXIT
054300     END-IF.
054400     MOVE HL-BAL-TOLERANCE TO HB-EDIT-TOL.
054500     IF HL-BAL-TOL-ABSOLUTE
054600         STRING 'WITHIN +/-' DELIMITED BY SIZE
054700                 HB-EDIT-TOL DELIMITED BY SIZE
054800             INTO HB-RL-TOLERANCE
054900         END-STRING
055000     ELSE
055100         STRING 'WITHIN' DELIMITED BY SIZE
055200                 HB-EDIT-TOL DELIMITED BY SIZE
055300                 ' PCT OF A' DELIMITED BY SIZE
055400             INTO HB-RL-TOLERANCE
055500         END-STRING
055600     END-IF.
055700 2300-EXIT.
055800     EXIT.
055900*--------------------------------------------------------------*
056000*
056100* 2400-EVALUATE-RULE.  THE VARIANCE IS B MINUS A; THE AMOUNT
056200*                      ALLOWED EITHER WAY IS ZERO FOR AN EXACT
056300*                      RULE, THE TOLERANCE FOR AN ABSOLUTE ONE
056400*                      AND THAT PERCENTAGE OF THE A-SIDE VALUE
056500*                      FOR A PERCENTAGE ONE - THE SAME TEST AS
056600*                      HELLO 2470.
056700*
056800*--------------------------------------------------------------*
056900 2400-EVALUATE-RULE.
057000     COMPUTE HB-VARIANCE = HB-B-VALUE - HB-A-VALUE.
057100     MOVE HB-VARIANCE TO HB-ABS-VARIANCE.
057200     IF HB-ABS-VARIANCE < ZERO
057300         COMPUTE HB-ABS-VARIANCE = ZERO - HB-ABS-VARIANCE
057400     END-IF.
057500     IF HL-BAL-TOL-ABSOLUTE
057600         MOVE HL-BAL-TOLERANCE TO HB-ALLOWED
057700     END-IF.
057800     IF HL-BAL-TOL-PERCENT
057900         COMPUTE HB-ALLOWED ROUNDED =
058000             HB-A-VALUE * HL-BAL-TOLERANCE / 100
058100         IF HB-ALLOWED < ZERO
058200             COMPUTE HB-ALLOWED = ZERO - HB-ALLOWED
058300         END-IF
058400     END-IF.
058500 2400-EXIT.
058600     EXIT.
058700*--------------------------------------------------------------*
058800*
058900* 2900-WRITE-SUMMARY.  PRINT THE RULE COUNTS AND THE VERDICT,
059000*                      AND ECHO THE VERDICT TO THE JOB LOG FOR
059100*                      THE SCHEDULER.
059200*
059300*--------------------------------------------------------------*
059400 2900-WRITE-SUMMARY.
059500     MOVE SPACES TO HB-REPORT-LINE.
059600     WRITE HB-REPORT-LINE.
059700     IF HB-RULE-COUNT = ZERO
059800         MOVE SPACES TO HB-REPORT-LINE
059900         STRING 'NO BALANCING RULES ON ' DELIMITED BY SIZE
060000                 HB-BAL-FILE-NAME DELIMITED BY SPACE
060100             INTO HB-REPORT-LINE
060200         END-STRING
060300         WRITE HB-REPORT-LINE
060400         DISPLAY 'HELBALRP: ' HB-REPORT-LINE
060500         GO TO 2900-EXIT
060600     END-IF.
060700     MOVE ALL '-' TO HB-REPORT-LINE (1 : 75).
060800     WRITE HB-REPORT-LINE.
060900     MOVE SPACES TO HB-REPORT-LINE.
061000     MOVE HB-RULE-COUNT TO HB-EDIT-COUNT.
061100     STRING 'RULES' DELIMITED BY SIZE
061200             HB-EDIT-COUNT DELIMITED BY SIZE
061300         INTO HB-REPORT-LINE
061400     END-STRING.
061500     MOVE HB-BAL-COUNT TO HB-EDIT-COUNT.
061600     STRING '   IN BALANCE' DELIMITED BY SIZE
061700             HB-EDIT-COUNT DELIMITED BY SIZE
061800         INTO HB-REPORT-LINE (11 : 18)
061900     END-STRING.
062000     MOVE HB-BREAK-COUNT TO HB-EDIT-COUNT.
062100     STRING '   BREAKS' DELIMITED BY SIZE
062200             HB-EDIT-COUNT DELIMITED BY SIZE
062300         INTO HB-REPORT-LINE (29 : 14)
062400     END-STRING.
062500     MOVE HB-INCOMPLETE-COUNT TO HB-EDIT-COUNT.
062600     STRING '   INCOMPLETE' DELIMITED BY SIZE
062700             HB-EDIT-COUNT DELIMITED BY SIZE
062800         INTO HB-REPORT-LINE (43 : 18)
062900     END-STRING.
063000     MOVE HB-BAD-RULE-COUNT TO HB-EDIT-COUNT.
063100     STRING '   UNUSABLE' DELIMITED BY SIZE
063200             HB-EDIT-COUNT DELIMITED BY SIZE
063300         INTO HB-REPORT-LINE (61 : 16)
063400     END-STRING.
063500     WRITE HB-REPORT-LINE.
063600     DISPLAY 'HELBALRP: ' HB-REPORT-LINE.
063700     MOVE SPACES TO HB-REPORT-LINE.
063800     IF HB-BREAK-COUNT > ZERO
063900         MOVE 'CONTROL TOTALS OUT OF BALANCE - RC 4'
064000             TO HB-REPORT-LINE
064020     ELSE
064040         IF HB-INCOMPLETE-COUNT > ZERO
064060             MOVE 'CONTROL TOTALS INCOMPLETE - RC 4'
064080                 TO HB-REPORT-LINE
064100         ELSE
064200             MOVE 'NO BREAKS' TO HB-REPORT-LINE
064250         END-IF
064300     END-IF.
064400     WRITE HB-REPORT-LINE.
064500     DISPLAY 'HELBALRP: ' HB-REPORT-LINE.
064600     MOVE '@ = TOTAL FROM AN AD-HOC RE-RUN' TO HB-REPORT-LINE.
064700     WRITE HB-REPORT-LINE.
064800 2900-EXIT.
064900     EXIT.
