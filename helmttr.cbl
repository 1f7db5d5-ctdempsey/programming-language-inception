000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELMTTR.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. MIS BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/2026 DRO  INITIAL RELEASE - MONTHLY INCIDENT REPORT    *
001100*                 FROM THE HELLOINC INCIDENT LOG (SEE HLINC).  *
001200*                 EVERY INCIDENT WHOSE FAILED RUN FALLS IN THE *
001300*                 REPORT MONTH IS LISTED WITH ITS TIME TO      *
001400*                 ACKNOWLEDGE (FAILURE TO ACK) AND TIME TO     *
001500*                 RECOVER (FAILURE TO THE END OF THE CLEAN     *
001600*                 RERUN), IN MINUTES, FOLLOWED BY THE MEAN     *
001700*                 AND LONGEST OF EACH AND THE COUNT, RECOVERED *
001800*                 COUNT AND MEAN TIME TO RECOVER FOR EACH      *
001900*                 CAUSE.  PARM MONTH=YYYYMM (DEFAULT THE MONTH *
002000*                 JUST ENDED, AS IN HELSLRPT) AND STREAM=XXXX  *
002100*                 (DEFAULT EVERY STREAM), COMMA-SEPARATED.     *
002200*                 RC 4 = INCIDENTS FROM THE MONTH STILL NOT    *
002300*                 RECOVERED, RC 8 = BAD PARM, RC 16 = HELLOINC *
002400*                 OR MTTRRPT WOULD NOT OPEN.                   *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. LINUX.
002900 OBJECT-COMPUTER. LINUX.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT INCIDENT-FILE ASSIGN TO 'HELLOINC'
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS HL-INC-KEY
003600         FILE STATUS IS HK-INC-FILE-STATUS.
003700     SELECT REPORT-FILE ASSIGN TO 'MTTRRPT'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS HK-RPT-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  INCIDENT-FILE.
004300 COPY HLINC.
004400 FD  REPORT-FILE.
004500 01  HK-REPORT-LINE              PIC X(80).
004600 WORKING-STORAGE SECTION.
004700*--------------------------------------------------------------*
004800* SWITCHES AND COUNTERS                                         *
004900*--------------------------------------------------------------*
005000 77  HK-INC-FILE-STATUS       PIC X(02) VALUE '00'.
005100 77  HK-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
005200 77  HK-EOF-SW                PIC X(01) VALUE 'N'.
005300     88  HK-EOF                   VALUE 'Y'.
005400 77  HK-STREAM-FILTER         PIC X(04) VALUE SPACES.
005500*--------------------------------------------------------------*
005600* PARM PARSING                                                  *
005700*--------------------------------------------------------------*
005800 77  HK-PARM-SCAN-LEN         PIC 9(02) COMP VALUE ZERO.
005900 77  HK-PARM-PTR              PIC 9(02) COMP VALUE ZERO.
006000 01  HK-PARM-WORD             PIC X(20) VALUE SPACES.
006100 77  HK-MONTH-GIVEN-SW        PIC X(01) VALUE 'N'.
006200     88  HK-MONTH-GIVEN           VALUE 'Y'.
006300*--------------------------------------------------------------*
006400* THE REPORT MONTH, AS YYYYMM, AND TODAY.                       *
006500*--------------------------------------------------------------*
006600 01  HK-REPORT-MONTH          PIC 9(06) VALUE ZERO.
006700 01  HK-REPORT-MONTH-R REDEFINES HK-REPORT-MONTH.
006800     05  HK-RM-YEAR           PIC 9(04).
006900     05  HK-RM-MONTH          PIC 9(02).
007000 01  HK-CUR-DATE              PIC 9(08) VALUE ZERO.
007100 01  HK-CUR-DATE-R REDEFINES HK-CUR-DATE.
007200     05  HK-CD-YEAR           PIC 9(04).
007300     05  HK-CD-MONTH          PIC 9(02).
007400     05  HK-CD-DAY            PIC 9(02).
007500 77  HK-REC-MONTH             PIC 9(06) VALUE ZERO.
007600*--------------------------------------------------------------*
007700* ELAPSED-MINUTES WORK AREA - FLIEGEL/VAN FLANDERN JULIAN DAYS *
007800* AS IN HELLO, SO AN INCIDENT ACROSS MIDNIGHT OR A MONTH END   *
007900* IS MEASURED CORRECTLY.                                       *
008000*--------------------------------------------------------------*
008100 01  HK-JDN-DATE              PIC 9(08) VALUE ZERO.
008200 01  HK-JDN-DATE-R REDEFINES HK-JDN-DATE.
008300     05  HK-JD-YEAR           PIC 9(04).
008400     05  HK-JD-MONTH          PIC 9(02).
008500     05  HK-JD-DAY            PIC 9(02).
008600 77  HK-JDN-A                 PIC 9(01) COMP VALUE ZERO.
008700 77  HK-JDN-Y                 PIC 9(05) COMP VALUE ZERO.
008800 77  HK-JDN-M                 PIC 9(02) COMP VALUE ZERO.
008900 77  HK-JDN-NUM               PIC 9(08) COMP VALUE ZERO.
009000 01  HK-TIME-PIECES.
009100     05  HK-TP-HH             PIC 9(02).
009200     05  HK-TP-MM             PIC 9(02).
009300     05  HK-TP-SS             PIC 9(02).
009400     05  HK-TP-CC             PIC 9(02).
009500 77  HK-FROM-DATE             PIC 9(08) VALUE ZERO.
009600 77  HK-FROM-TIME             PIC 9(08) VALUE ZERO.
009700 77  HK-TO-DATE               PIC 9(08) VALUE ZERO.
009800 77  HK-TO-TIME               PIC 9(08) VALUE ZERO.
009900 77  HK-FROM-JDN              PIC 9(08) COMP VALUE ZERO.
010000 77  HK-FROM-SECS             PIC 9(07) COMP VALUE ZERO.
010100 77  HK-TO-SECS               PIC 9(07) COMP VALUE ZERO.
010200 77  HK-ELAPSED-SECS          PIC S9(11) COMP VALUE ZERO.
010300 77  HK-ELAPSED-MINS          PIC 9(07) VALUE ZERO.
010400 77  HK-TTA-MINS              PIC 9(07) VALUE ZERO.
010500 77  HK-TTR-MINS              PIC 9(07) VALUE ZERO.
010600*--------------------------------------------------------------*
010700* MONTH ACCUMULATORS                                            *
010800*--------------------------------------------------------------*
010900 77  HK-INC-COUNT             PIC 9(05) VALUE ZERO.
011000 77  HK-ACK-COUNT             PIC 9(05) VALUE ZERO.
011100 77  HK-REC-COUNT             PIC 9(05) VALUE ZERO.
011200 77  HK-OPEN-COUNT            PIC 9(05) VALUE ZERO.
011300 77  HK-TTA-SUM               PIC 9(11) VALUE ZERO.
011400 77  HK-TTR-SUM               PIC 9(11) VALUE ZERO.
011500 77  HK-TTA-MAX               PIC 9(07) VALUE ZERO.
011600 77  HK-TTR-MAX               PIC 9(07) VALUE ZERO.
011700 77  HK-MEAN-MINS             PIC 9(07) VALUE ZERO.
011800*--------------------------------------------------------------*
011900* CAUSE TABLE - THE HLINC CAUSE CODES IN REPORT ORDER, WITH A  *
012000* BLANK LAST ROW FOR INCIDENTS NOT YET GIVEN A CAUSE, AND A    *
012100* PARALLEL TABLE OF COUNTS.                                    *
012200*--------------------------------------------------------------*
012300 01  HK-CAUSE-VALUES.
012400     05  FILLER               PIC X(28) VALUE
012500         'DATABAD OR LATE INPUT DATA  '.
012600     05  FILLER               PIC X(28) VALUE
012700         'INFRINFRASTRUCTURE          '.
012800     05  FILLER               PIC X(28) VALUE
012900         'CODESCRIPT OR PROGRAM DEFECT'.
013000     05  FILLER               PIC X(28) VALUE
013100         'OPEROPERATOR OR PROCEDURE   '.
013200     05  FILLER               PIC X(28) VALUE
013300         'UPSTUPSTREAM DEPENDENCY     '.
013400     05  FILLER               PIC X(28) VALUE
013500         'OTHROTHER                   '.
013600     05  FILLER               PIC X(28) VALUE
013700         '    NOT YET CLASSIFIED      '.
013800 01  HK-CAUSE-TABLE REDEFINES HK-CAUSE-VALUES.
013900     05  HK-CAUSE-ENTRY OCCURS 7 TIMES.
014000         10  HK-CA-CODE           PIC X(04).
014100         10  HK-CA-DESC           PIC X(24).
014200 01  HK-CAUSE-ACCUM-TABLE.
014300     05  HK-CAUSE-ACCUM OCCURS 7 TIMES.
014400         10  HK-CA-COUNT          PIC 9(05).
014500         10  HK-CA-RECOVERED      PIC 9(05).
014600         10  HK-CA-TTR-SUM        PIC 9(11).
014700 77  HK-CAUSE-SUB             PIC 9(02) COMP VALUE ZERO.
014800 77  HK-CAUSE-COUNT           PIC 9(02) COMP VALUE 7.
014900*--------------------------------------------------------------*
015000* REPORT LINE-BUILDING WORK AREA                                *
015100*--------------------------------------------------------------*
015200 01  HK-TITLE-LINE.
015300     05  FILLER               PIC X(44) VALUE
015400         'HELLO JOB STREAM - MONTHLY INCIDENT MTTR   '.
015500     05  HK-TL-MONTH          PIC 9(06).
015600     05  FILLER               PIC X(09) VALUE '  STREAM '.
015700     05  HK-TL-STREAM         PIC X(04).
015800     05  FILLER               PIC X(17) VALUE SPACES.
015900 01  HK-HEAD-LINE.
016000     05  FILLER               PIC X(40) VALUE
016100         'RUN DATE START    STRM SEQ      RC CAUSE'.
016200     05  FILLER               PIC X(40) VALUE
016300         ' S   ACK BY     TTA MIN   TTR MIN       '.
016400 01  HK-DETAIL-LINE.
016500     05  HK-DL-RUN-DATE       PIC 9(08).
016600     05  FILLER               PIC X(01) VALUE SPACES.
016700     05  HK-DL-START-TIME     PIC 9(08).
016800     05  FILLER               PIC X(01) VALUE SPACES.
016900     05  HK-DL-STREAM         PIC X(04).
017000     05  FILLER               PIC X(01) VALUE SPACES.
017100     05  HK-DL-SEQ            PIC 9(04).
017200     05  FILLER               PIC X(01) VALUE SPACES.
017300     05  HK-DL-RC             PIC -(5)9.
017400     05  FILLER               PIC X(01) VALUE SPACES.
017500     05  HK-DL-CAUSE          PIC X(04).
017600     05  FILLER               PIC X(02) VALUE SPACES.
017700     05  HK-DL-STATUS         PIC X(01).
017800     05  FILLER               PIC X(03) VALUE SPACES.
017900     05  HK-DL-ACK-USER       PIC X(08).
018000     05  FILLER               PIC X(01) VALUE SPACES.
018100     05  HK-DL-TTA            PIC ZZZZZZ9.
018200     05  HK-DL-TTA-X REDEFINES HK-DL-TTA
018300                              PIC X(07).
018400     05  FILLER               PIC X(03) VALUE SPACES.
018500     05  HK-DL-TTR            PIC ZZZZZZ9.
018600     05  HK-DL-TTR-X REDEFINES HK-DL-TTR
018700                              PIC X(07).
018800     05  FILLER               PIC X(09) VALUE SPACES.
018900 01  HK-STAT-LINE.
019000     05  HK-ST-LABEL          PIC X(40).
019100     05  HK-ST-COUNT          PIC ZZZZZZ9.
019200     05  FILLER               PIC X(33) VALUE SPACES.
019300 01  HK-CAUSE-LINE.
019400     05  FILLER               PIC X(02) VALUE SPACES.
019500     05  HK-CL-CODE           PIC X(04).
019600     05  FILLER               PIC X(02) VALUE SPACES.
019700     05  HK-CL-DESC           PIC X(24).
019800     05  FILLER               PIC X(02) VALUE SPACES.
019900     05  HK-CL-COUNT          PIC ZZZZ9.
020000     05  FILLER               PIC X(05) VALUE SPACES.
020100     05  HK-CL-RECOVERED      PIC ZZZZ9.
020200     05  FILLER               PIC X(04) VALUE SPACES.
020300     05  HK-CL-MTTR           PIC ZZZZZZ9.
020400     05  HK-CL-MTTR-X REDEFINES HK-CL-MTTR
020500                              PIC X(07).
020600     05  FILLER               PIC X(20) VALUE SPACES.
020700*--------------------------------------------------------------*
020800 LINKAGE SECTION.
020900 01  HK-PARM-AREA.
021000     05  HK-PARM-LEN             PIC S9(04) COMP.
021100     05  HK-PARM-TEXT            PIC X(80).
021200*--------------------------------------------------------------*
021300 PROCEDURE DIVISION USING HK-PARM-AREA.
021400*--------------------------------------------------------------*
021500*
021600* 0000-MAINLINE.  RESOLVE THE REPORT MONTH, READ THAT MONTH'S
021700*                 SLICE OF HELLOINC INTO THE REPORT, AND
021800*                 PRINT THE SUMMARY AND THE CAUSE TABLE.
021900*
022000*--------------------------------------------------------------*
022100 0000-MAINLINE.
022200     PERFORM 0100-GET-PARM THRU 0100-EXIT.
022300     PERFORM 1000-GET-REPORT-MONTH THRU 1000-EXIT.
022400     INITIALIZE HK-CAUSE-ACCUM-TABLE.
022500     OPEN INPUT INCIDENT-FILE.
022600     IF HK-INC-FILE-STATUS NOT = '00'
022700         DISPLAY 'HELMTTR: UNABLE TO OPEN HELLOINC, STATUS = '
022800                 HK-INC-FILE-STATUS
022900         MOVE 16 TO RETURN-CODE
023000         STOP RUN
023100     END-IF.
023200     OPEN OUTPUT REPORT-FILE.
023300     IF HK-RPT-FILE-STATUS NOT = '00'
023400         DISPLAY 'HELMTTR: UNABLE TO OPEN MTTRRPT, STATUS = '
023500                 HK-RPT-FILE-STATUS
023600         CLOSE INCIDENT-FILE
023700         MOVE 16 TO RETURN-CODE
023800         STOP RUN
023900     END-IF.
024000     PERFORM 2000-WRITE-HEADINGS THRU 2000-EXIT.
024100     PERFORM 3000-READ-MONTH THRU 3000-EXIT.
024200     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
024300     PERFORM 5500-WRITE-CAUSES THRU 5500-EXIT.
024400     CLOSE INCIDENT-FILE.
024500     CLOSE REPORT-FILE.
024600     DISPLAY 'HELMTTR: MONTH ' HK-REPORT-MONTH ' - '
024700             HK-INC-COUNT ' INCIDENT(S), ' HK-REC-COUNT
024800             ' RECOVERED, ' HK-OPEN-COUNT ' UNRESOLVED'.
024900     IF HK-OPEN-COUNT NOT = ZERO
025000         MOVE 4 TO RETURN-CODE
025100     END-IF.
025200     STOP RUN.
025300*--------------------------------------------------------------*
025400*
025500* 0100-GET-PARM.  THE PARM IS EMPTY OR ONE OR BOTH OF
025600*                 MONTH=YYYYMM AND STREAM=XXXX, SEPARATED BY
025700*                 A COMMA.  ANYTHING ELSE STOPS WITH RC 8.
025800*
025900*--------------------------------------------------------------*
026000 0100-GET-PARM.
026100     IF HK-PARM-LEN = ZERO
026200         GO TO 0100-EXIT
026300     END-IF.
026400     MOVE HK-PARM-LEN TO HK-PARM-SCAN-LEN.
026500     IF HK-PARM-SCAN-LEN > 80
026600         MOVE 80 TO HK-PARM-SCAN-LEN
026700     END-IF.
026800     MOVE 1 TO HK-PARM-PTR.
026900     PERFORM 0150-GET-PARM-WORD THRU 0150-EXIT
027000         UNTIL HK-PARM-PTR > HK-PARM-SCAN-LEN.
027100 0100-EXIT.
027200     EXIT.
027300*--------------------------------------------------------------*
027400*
027500* 0150-GET-PARM-WORD.  TAKE THE NEXT COMMA-DELIMITED WORD OFF
027600*                      THE PARM AND ACT ON IT.
027700*
027800*--------------------------------------------------------------*
027900 0150-GET-PARM-WORD.
028000     MOVE SPACES TO HK-PARM-WORD.
028100     UNSTRING HK-PARM-TEXT (1 : HK-PARM-SCAN-LEN)
028200         DELIMITED BY ','
028300         INTO HK-PARM-WORD
028400         WITH POINTER HK-PARM-PTR
028500     END-UNSTRING.
028600     IF HK-PARM-WORD (1 : 7) = 'STREAM='
028700         AND HK-PARM-WORD (8 : 1) IS ALPHABETIC-UPPER
028800         AND HK-PARM-WORD (8 : 1) NOT = SPACE
028900         AND HK-PARM-WORD (12 : 9) = SPACES
029000         MOVE HK-PARM-WORD (8 : 4) TO HK-STREAM-FILTER
029100         GO TO 0150-EXIT
029200     END-IF.
029300     IF HK-PARM-WORD (1 : 6) = 'MONTH='
029400         AND HK-PARM-WORD (7 : 6) IS NUMERIC
029500         AND HK-PARM-WORD (13 : 8) = SPACES
029600         MOVE HK-PARM-WORD (7 : 6) TO HK-REPORT-MONTH
029700         IF HK-RM-MONTH NOT < 1 AND HK-RM-MONTH NOT > 12
029800             SET HK-MONTH-GIVEN TO TRUE
029900             GO TO 0150-EXIT
030000         END-IF
030100     END-IF.
030200     DISPLAY 'HELMTTR: BAD PARM - EXPECTED MONTH=YYYYMM AND/OR '
030300             'STREAM=XXXX, GOT '
030400             HK-PARM-TEXT (1 : HK-PARM-SCAN-LEN).
030500     MOVE 8 TO RETURN-CODE.
030600     STOP RUN.
030700 0150-EXIT.
030800     EXIT.
030900*--------------------------------------------------------------*
031000*
031100* 1000-GET-REPORT-MONTH.  WITHOUT MONTH= ON THE PARM, REPORT
031200*                         THE MONTH BEFORE TODAY'S - THE MONTH
031300*                         JUST ENDED WHEN THIS RUNS IN THE
031400*                         FIRST DAYS OF A NEW MONTH.
031500*
031600*--------------------------------------------------------------*
031700 1000-GET-REPORT-MONTH.
031800     IF HK-MONTH-GIVEN
031900         GO TO 1000-EXIT
032000     END-IF.
032100     ACCEPT HK-CUR-DATE FROM DATE YYYYMMDD.
032200     MOVE HK-CD-YEAR TO HK-RM-YEAR.
032300     MOVE HK-CD-MONTH TO HK-RM-MONTH.
032400     IF HK-RM-MONTH = 1
032500         MOVE 12 TO HK-RM-MONTH
032600         SUBTRACT 1 FROM HK-RM-YEAR
032700     ELSE
032800         SUBTRACT 1 FROM HK-RM-MONTH
032900     END-IF.
033000 1000-EXIT.
033100     EXIT.
033200*--------------------------------------------------------------*
033300*
033400* 2000-WRITE-HEADINGS.  TITLE AND DETAIL COLUMN HEADINGS.
033500*
033600*--------------------------------------------------------------*
033700 2000-WRITE-HEADINGS.
033800     MOVE HK-REPORT-MONTH TO HK-TL-MONTH.
033900     MOVE HK-STREAM-FILTER TO HK-TL-STREAM.
034000     IF HK-STREAM-FILTER = SPACES
034100         MOVE 'ALL' TO HK-TL-STREAM
034200     END-IF.
034300     WRITE HK-REPORT-LINE FROM HK-TITLE-LINE.
034400     MOVE SPACES TO HK-REPORT-LINE.
034500     WRITE HK-REPORT-LINE.
034600     WRITE HK-REPORT-LINE FROM HK-HEAD-LINE.
034700 2000-EXIT.
034800     EXIT.
034900*--------------------------------------------------------------*
035000*
035100* 3000-READ-MONTH.  POSITION HELLOINC ON THE FIRST DAY OF THE
035200*                   REPORT MONTH AND READ FORWARD TO ITS END.
035300*
035400*--------------------------------------------------------------*
035500 3000-READ-MONTH.
035600     COMPUTE HL-INC-RUN-DATE = (HK-REPORT-MONTH * 100) + 1.
035700     MOVE ZERO TO HL-INC-START-TIME.
035800     MOVE SPACES TO HL-INC-STREAM.
035900     MOVE ZERO TO HL-INC-SEQ.
036000     MOVE 'N' TO HK-EOF-SW.
036100     START INCIDENT-FILE KEY NOT < HL-INC-KEY
036200         INVALID KEY
036300             SET HK-EOF TO TRUE
036400     END-START.
036500     PERFORM 3100-READ-INCIDENT THRU 3100-EXIT
036600         UNTIL HK-EOF.
036700     IF HK-INC-COUNT = ZERO
036800         MOVE '  NONE - NO INCIDENTS LOGGED THIS MONTH' TO
036900             HK-REPORT-LINE
037000         WRITE HK-REPORT-LINE
037100     END-IF.
037200     MOVE SPACES TO HK-REPORT-LINE.
037300     WRITE HK-REPORT-LINE.
037400 3000-EXIT.
037500     EXIT.
037600*--------------------------------------------------------------*
037700*
037800* 3100-READ-INCIDENT.  READ THE NEXT INCIDENT IN KEY ORDER.
037900*                      THE FIRST ONE PAST THE MONTH ENDS THE
038000*                      SLICE; ANOTHER STREAM'S IS PASSED OVER
038100*                      WHEN STREAM= WAS GIVEN.
038200*
038300*--------------------------------------------------------------*
038400 3100-READ-INCIDENT.
038500     READ INCIDENT-FILE NEXT RECORD
038600         AT END
038700             SET HK-EOF TO TRUE
038800             GO TO 3100-EXIT
038900     END-READ.
039000     COMPUTE HK-REC-MONTH = HL-INC-RUN-DATE / 100.
039100     IF HK-REC-MONTH NOT = HK-REPORT-MONTH
039200         SET HK-EOF TO TRUE
039300         GO TO 3100-EXIT
039400     END-IF.
039500     IF HK-STREAM-FILTER NOT = SPACES
039600         AND HL-INC-STREAM NOT = HK-STREAM-FILTER
039700         GO TO 3100-EXIT
039800     END-IF.
039900     PERFORM 3200-POST-INCIDENT THRU 3200-EXIT.
040000 3100-EXIT.
040100     EXIT.
040200*--------------------------------------------------------------*
040300*
040400* 3200-POST-INCIDENT.  MEASURE ONE INCIDENT, ROLL IT INTO THE
040500*                      MONTH AND CAUSE ACCUMULATORS AND PRINT
040600*                      ITS DETAIL LINE.  A TIME NOT YET
040700*                      REACHED PRINTS AS OPEN.
040800*
040900*--------------------------------------------------------------*
041000 3200-POST-INCIDENT.
041100     ADD 1 TO HK-INC-COUNT.
041200     MOVE 1 TO HK-CAUSE-SUB.
041300     PERFORM 3300-FIND-CAUSE THRU 3300-EXIT
041400         UNTIL HK-CAUSE-SUB = HK-CAUSE-COUNT
041500             OR HK-CA-CODE (HK-CAUSE-SUB) = HL-INC-CAUSE.
041600     ADD 1 TO HK-CA-COUNT (HK-CAUSE-SUB).
041700     MOVE SPACES TO HK-DETAIL-LINE.
041800     MOVE HL-INC-RUN-DATE TO HK-DL-RUN-DATE.
041900     MOVE HL-INC-START-TIME TO HK-DL-START-TIME.
042000     MOVE HL-INC-STREAM TO HK-DL-STREAM.
042100     MOVE HL-INC-SEQ TO HK-DL-SEQ.
042200     MOVE HL-INC-FAIL-RC TO HK-DL-RC.
042300     MOVE HL-INC-CAUSE TO HK-DL-CAUSE.
042400     MOVE HL-INC-STATUS TO HK-DL-STATUS.
042500     MOVE HL-INC-ACK-USER TO HK-DL-ACK-USER.
042600     MOVE '   OPEN' TO HK-DL-TTA-X.
042700     MOVE '   OPEN' TO HK-DL-TTR-X.
042800     IF HL-INC-ACK-DATE NOT = ZERO
042900         MOVE HL-INC-FAIL-DATE TO HK-FROM-DATE
043000         MOVE HL-INC-FAIL-TIME TO HK-FROM-TIME
043100         MOVE HL-INC-ACK-DATE TO HK-TO-DATE
043200         MOVE HL-INC-ACK-TIME TO HK-TO-TIME
043300         PERFORM 4000-ELAPSED-MINUTES THRU 4000-EXIT
043400         MOVE HK-ELAPSED-MINS TO HK-TTA-MINS
043500         MOVE HK-TTA-MINS TO HK-DL-TTA
043600         ADD 1 TO HK-ACK-COUNT
043700         ADD HK-TTA-MINS TO HK-TTA-SUM
043800         IF HK-TTA-MINS > HK-TTA-MAX
043900             MOVE HK-TTA-MINS TO HK-TTA-MAX
044000         END-IF
044100     END-IF.
044200     IF HL-INC-RECOVER-DATE NOT = ZERO
044300         MOVE HL-INC-FAIL-DATE TO HK-FROM-DATE
044400         MOVE HL-INC-FAIL-TIME TO HK-FROM-TIME
044500         MOVE HL-INC-RECOVER-DATE TO HK-TO-DATE
044600         MOVE HL-INC-RECOVER-TIME TO HK-TO-TIME
044700         PERFORM 4000-ELAPSED-MINUTES THRU 4000-EXIT
044800         MOVE HK-ELAPSED-MINS TO HK-TTR-MINS
044900         MOVE HK-TTR-MINS TO HK-DL-TTR
045000         ADD 1 TO HK-REC-COUNT
045100         ADD HK-TTR-MINS TO HK-TTR-SUM
045200         IF HK-TTR-MINS > HK-TTR-MAX
045300             MOVE HK-TTR-MINS TO HK-TTR-MAX
045400         END-IF
045500         ADD 1 TO HK-CA-RECOVERED (HK-CAUSE-SUB)
045600         ADD HK-TTR-MINS TO HK-CA-TTR-SUM (HK-CAUSE-SUB)
045700     ELSE
045800         ADD 1 TO HK-OPEN-COUNT
045900     END-IF.
046000     WRITE HK-REPORT-LINE FROM HK-DETAIL-LINE.
046100 3200-EXIT.
046200     EXIT.
046300*--------------------------------------------------------------*
046400*
046500* 3300-FIND-CAUSE.  STEP TO THE NEXT CAUSE ROW.  A CODE NOT IN
046600*                   THE TABLE LANDS ON THE LAST, UNCLASSIFIED,
046700*                   ROW.
046800*
046900*--------------------------------------------------------------*
047000 3300-FIND-CAUSE.
047100     ADD 1 TO HK-CAUSE-SUB.
047200 3300-EXIT.
047300     EXIT.
047400*--------------------------------------------------------------*
047500*
047600* 4000-ELAPSED-MINUTES.  WHOLE MINUTES FROM HK-FROM-DATE/TIME
047700*                        TO HK-TO-DATE/TIME (HHMMSSCC).  A TO
047800*                        BEFORE THE FROM COUNTS AS ZERO.
047900*
048000*--------------------------------------------------------------*
048100 4000-ELAPSED-MINUTES.
048200     MOVE HK-FROM-DATE TO HK-JDN-DATE.
048300     PERFORM 4100-DATE-TO-JDN THRU 4100-EXIT.
048400     MOVE HK-JDN-NUM TO HK-FROM-JDN.
048500     MOVE HK-TO-DATE TO HK-JDN-DATE.
048600     PERFORM 4100-DATE-TO-JDN THRU 4100-EXIT.
048700     MOVE HK-FROM-TIME TO HK-TIME-PIECES.
048800     COMPUTE HK-FROM-SECS =
048900         (HK-TP-HH * 3600) + (HK-TP-MM * 60) + HK-TP-SS.
049000     MOVE HK-TO-TIME TO HK-TIME-PIECES.
049100     COMPUTE HK-TO-SECS =
049200         (HK-TP-HH * 3600) + (HK-TP-MM * 60) + HK-TP-SS.
049300     COMPUTE HK-ELAPSED-SECS =
049400         ((HK-JDN-NUM - HK-FROM-JDN) * 86400)
049500         + HK-TO-SECS - HK-FROM-SECS.
049600     IF HK-ELAPSED-SECS < ZERO
049700         MOVE ZERO TO HK-ELAPSED-SECS
049800     END-IF.
049900     COMPUTE HK-ELAPSED-MINS = HK-ELAPSED-SECS / 60.
050000 4000-EXIT.
050100     EXIT.
050200*--------------------------------------------------------------*
050300*
050400* 4100-DATE-TO-JDN.  CONVERT THE YYYYMMDD DATE IN HK-JDN-DATE
050500*                    TO A JULIAN DAY NUMBER IN HK-JDN-NUM -
050600*                    THE STANDARD FLIEGEL/VAN FLANDERN INTEGER
050700*                    FORMULA, AS IN HELLO AND HELFCST.
050800*
050900*--------------------------------------------------------------*
051000 4100-DATE-TO-JDN.
051100     COMPUTE HK-JDN-A = (14 - HK-JD-MONTH) / 12.
051200     COMPUTE HK-JDN-Y = HK-JD-YEAR + 4800 - HK-JDN-A.
051300     COMPUTE HK-JDN-M = HK-JD-MONTH + (12 * HK-JDN-A) - 3.
051400     COMPUTE HK-JDN-NUM =
051500         HK-JD-DAY + (((153 * HK-JDN-M) + 2) / 5)
051600         + (365 * HK-JDN-Y) + (HK-JDN-Y / 4)
051700         - (HK-JDN-Y / 100) + (HK-JDN-Y / 400) - 32045.
051800 4100-EXIT.
051900     EXIT.
052000*--------------------------------------------------------------*
052100*
052200* 5000-WRITE-SUMMARY.  THE MONTH'S COUNTS AND THE MEAN AND
052300*                      LONGEST TIME TO ACKNOWLEDGE AND TO
052400*                      RECOVER.  A MEAN IS OVER THE INCIDENTS
052500*                      THAT HAVE REACHED THAT POINT.
052600*
052700*--------------------------------------------------------------*
052800 5000-WRITE-SUMMARY.
052900     MOVE SPACES TO HK-STAT-LINE.
053000     MOVE 'INCIDENTS LOGGED' TO HK-ST-LABEL.
053100     MOVE HK-INC-COUNT TO HK-ST-COUNT.
053200     WRITE HK-REPORT-LINE FROM HK-STAT-LINE.
053300     MOVE SPACES TO HK-STAT-LINE.
053400     MOVE 'ACKNOWLEDGED' TO HK-ST-LABEL.
053500     MOVE HK-ACK-COUNT TO HK-ST-COUNT.
053600     WRITE HK-REPORT-LINE FROM HK-STAT-LINE.
053700     MOVE SPACES TO HK-STAT-LINE.
053800     MOVE 'RECOVERED BY A CLEAN RERUN' TO HK-ST-LABEL.
053900     MOVE HK-REC-COUNT TO HK-ST-COUNT.
054000     WRITE HK-REPORT-LINE FROM HK-STAT-LINE.
054100     MOVE SPACES TO HK-STAT-LINE.
054200     MOVE 'STILL UNRESOLVED' TO HK-ST-LABEL.
054300     MOVE HK-OPEN-COUNT TO HK-ST-COUNT.
054400     WRITE HK-REPORT-LINE FROM HK-STAT-LINE.
054500     MOVE ZERO TO HK-MEAN-MINS.
054600     IF HK-ACK-COUNT NOT = ZERO
054700         COMPUTE HK-MEAN-MINS ROUNDED = HK-TTA-SUM / HK-ACK-COUNT
054800     END-IF.
054900     MOVE SPACES TO HK-STAT-LINE.
055000     MOVE 'MEAN TIME TO ACKNOWLEDGE (MINS)' TO HK-ST-LABEL.
055100     MOVE HK-MEAN-MINS TO HK-ST-COUNT.
055200     WRITE HK-REPORT-LINE FROM HK-STAT-LINE.
055300     MOVE SPACES TO HK-STAT-LINE.
055400     MOVE 'LONGEST TIME TO ACKNOWLEDGE (MINS)' TO HK-ST-LABEL.
055500     MOVE HK-TTA-MAX TO HK-ST-COUNT.
055600     WRITE HK-REPORT-LINE FROM HK-STAT-LINE.
055700     MOVE ZERO TO HK-MEAN-MINS.
055800     IF HK-REC-COUNT NOT = ZERO
055900         COMPUTE HK-MEAN-MINS ROUNDED = HK-TTR-SUM / HK-REC-COUNT
056000     END-IF.
056100     MOVE SPACES TO HK-STAT-LINE.
056200     MOVE 'MEAN TIME TO RECOVER (MINS)' TO HK-ST-LABEL.
056300     MOVE HK-MEAN-MINS TO HK-ST-COUNT.
056400     WRITE HK-REPORT-LINE FROM HK-STAT-LINE.
056500     MOVE SPACES TO HK-STAT-LINE.
056600     MOVE 'LONGEST TIME TO RECOVER (MINS)' TO HK-ST-LABEL.
056700     MOVE HK-TTR-MAX TO HK-ST-COUNT.
056800     WRITE HK-REPORT-LINE FROM HK-STAT-LINE.
056900     MOVE SPACES TO HK-REPORT-LINE.
057000     WRITE HK-REPORT-LINE.
057100 5000-EXIT.
057200     EXIT.
057300*--------------------------------------------------------------*
057400*
057500* 5500-WRITE-CAUSES.  ONE LINE PER CAUSE CODE, UNCLASSIFIED
057600*                     LAST, WHETHER OR NOT IT OCCURRED, SO THE
057700*                     STATEMENT READS THE SAME EVERY MONTH.
057800*
057900*--------------------------------------------------------------*
058000 5500-WRITE-CAUSES.
058100     MOVE 'INCIDENTS BY CAUSE' TO HK-REPORT-LINE.
058200     WRITE HK-REPORT-LINE.
058300     MOVE '  CAUSE                           COUNT  RECOVERED'
058400         TO HK-REPORT-LINE.
058500     MOVE 'MTTR MINS' TO HK-REPORT-LINE (52 : 9).
058600     WRITE HK-REPORT-LINE.
058700     MOVE 1 TO HK-CAUSE-SUB.
058800     PERFORM 5600-WRITE-CAUSE-ROW THRU 5600-EXIT
058900         UNTIL HK-CAUSE-SUB > HK-CAUSE-COUNT.
059000 5500-EXIT.
059100     EXIT.
059200*--------------------------------------------------------------*
059300*
059400* 5600-WRITE-CAUSE-ROW.  PRINT ONE CAUSE ROW.  NOTHING YET
059500*                        RECOVERED UNDER A CAUSE PRINTS ITS
059600*                        MEAN AS A DASH.
059700*
059800*--------------------------------------------------------------*
059900 5600-WRITE-CAUSE-ROW.
060000     MOVE SPACES TO HK-CAUSE-LINE.
060100     MOVE HK-CA-CODE (HK-CAUSE-SUB) TO HK-CL-CODE.
060200     IF HK-CL-CODE = SPACES
060300         MOVE 'NONE' TO HK-CL-CODE
060400     END-IF.
060500     MOVE HK-CA-DESC (HK-CAUSE-SUB) TO HK-CL-DESC.
060600     MOVE HK-CA-COUNT (HK-CAUSE-SUB) TO HK-CL-COUNT.
060700     MOVE HK-CA-RECOVERED (HK-CAUSE-SUB) TO HK-CL-RECOVERED.
060800     IF HK-CA-RECOVERED (HK-CAUSE-SUB) = ZERO
060900         MOVE '      -' TO HK-CL-MTTR-X
061000     ELSE
061100         COMPUTE HK-MEAN-MINS ROUNDED =
061200             HK-CA-TTR-SUM (HK-CAUSE-SUB)
061300             / HK-CA-RECOVERED (HK-CAUSE-SUB)
061400         MOVE HK-MEAN-MINS TO HK-CL-MTTR
061500     END-IF.
061600     WRITE HK-REPORT-LINE FROM HK-CAUSE-LINE.
061700     ADD 1 TO HK-CAUSE-SUB.
061800 5600-EXIT.
061900     EXIT.
