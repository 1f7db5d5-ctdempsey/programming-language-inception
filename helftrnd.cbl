000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELFTRND.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. MIS BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/2026 DRO  INITIAL RELEASE - WEEKLY FAILURE TREND       *
001100*                 REPORT FROM THE HELLOCLS CLASSIFICATIONS     *
001200*                 (SEE HLCLS) THAT HELCLASS WRITES AFTER EVERY *
001300*                 RUN.  FOR THE SEVEN RUN DATES ENDING ON THE  *
001400*                 REPORT DATE: FAILED ATTEMPTS BY CAUSE CLASS, *
001500*                 FAILED ATTEMPTS BY STEP, AND EVERY FAILED    *
001600*                 ATTEMPT THE KNOWN-ERROR CATALOGUE DID NOT    *
001700*                 RECOGNISE.  THEN HOW OFTEN EACH HELLOKEC     *
001800*                 SIGNATURE FIRED THAT WEEK AND OVER THE LAST  *
001900*                 90 DAYS, WITH THE LAST DATE IT FIRED - AN    *
002000*                 ENTRY THAT NEVER FIRES IS A CANDIDATE FOR    *
002100*                 REMOVAL, AND AN ID SINCE DROPPED FROM THE    *
002200*                 CATALOGUE IS STILL LISTED WHILE IT HAS HITS. *
002300*                 PARM WEEK=YYYYMMDD (THE LAST RUN DATE OF THE *
002400*                 WEEK, DEFAULT YESTERDAY) AND STREAM=XXXX     *
002500*                 (DEFAULT EVERY STREAM), COMMA-SEPARATED.     *
002600*                 RC 4 = UNCLASSIFIED FAILURES IN THE WEEK,    *
002700*                 RC 8 = BAD PARM, RC 16 = HELLOCLS OR TRNDRPT *
002800*                 WOULD NOT OPEN.                              *
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. LINUX.
003300 OBJECT-COMPUTER. LINUX.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL CLASS-FILE ASSIGN TO 'HELLOCLS'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS HW-CLS-FILE-STATUS.
003900     SELECT OPTIONAL KEC-FILE ASSIGN TO 'HELLOKEC'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS HW-KEC-FILE-STATUS.
004200     SELECT REPORT-FILE ASSIGN TO 'TRNDRPT'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS HW-RPT-FILE-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CLASS-FILE.
004800 COPY HLCLS.
004900 FD  KEC-FILE.
005000 COPY HLKEC.
005100 FD  REPORT-FILE.
005200 01  HW-REPORT-LINE              PIC X(80).
005300 WORKING-STORAGE SECTION.
005400*--------------------------------------------------------------*
005500* SWITCHES AND COUNTERS                                         *
005600*--------------------------------------------------------------*
005700 77  HW-CLS-FILE-STATUS       PIC X(02) VALUE '00'.
005800 77  HW-KEC-FILE-STATUS       PIC X(02) VALUE '00'.
005900 77  HW-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
006000 77  HW-EOF-SW                PIC X(01) VALUE 'N'.
006100     88  HW-EOF                   VALUE 'Y'.
006200 77  HW-FOUND-SW              PIC X(01) VALUE 'N'.
006300     88  HW-FOUND                 VALUE 'Y'.
006400 77  HW-IN-WEEK-SW            PIC X(01) VALUE 'N'.
006500     88  HW-IN-WEEK               VALUE 'Y'.
006600 77  HW-STEP-FULL-SW          PIC X(01) VALUE 'N'.
006700     88  HW-STEP-FULL             VALUE 'Y'.
006800 77  HW-SIG-FULL-SW           PIC X(01) VALUE 'N'.
006900     88  HW-SIG-FULL              VALUE 'Y'.
007000 77  HW-STREAM-FILTER         PIC X(04) VALUE SPACES.
007100 77  HW-UNCLASSIFIED-COUNT    PIC 9(05) VALUE ZERO.
007200 77  HW-WEEK-COUNT            PIC 9(05) VALUE ZERO.
007300*--------------------------------------------------------------*
007400* PARM PARSING                                                  *
007500*--------------------------------------------------------------*
007600 77  HW-PARM-SCAN-LEN         PIC 9(02) COMP VALUE ZERO.
007700 77  HW-PARM-PTR              PIC 9(02) COMP VALUE ZERO.
007800 01  HW-PARM-WORD             PIC X(20) VALUE SPACES.
007900 77  HW-WEEK-GIVEN-SW         PIC X(01) VALUE 'N'.
008000     88  HW-WEEK-GIVEN            VALUE 'Y'.
008100*--------------------------------------------------------------*
008200* THE REPORT WINDOWS.  THE WEEK IS THE SEVEN RUN DATES ENDING   *
008300* ON HW-WEEK-END; THE SIGNATURE HISTORY THE NINETY ENDING ON IT.*
008400* A RUN DATE AFTER HW-WEEK-END IS IGNORED THROUGHOUT, SO A PAST *
008500* WEEK CAN BE REPRINTED AS IT STOOD.                            *
008600*--------------------------------------------------------------*
008700 01  HW-WEEK-END              PIC 9(08) VALUE ZERO.
008800 01  HW-WEEK-END-R REDEFINES HW-WEEK-END.
008900     05  HW-WE-YEAR           PIC 9(04).
009000     05  HW-WE-MONTH          PIC 9(02).
009100     05  HW-WE-DAY            PIC 9(02).
009200 77  HW-WEEK-FROM             PIC 9(08) VALUE ZERO.
009300 77  HW-HIST-FROM             PIC 9(08) VALUE ZERO.
009400 77  HW-END-JDN               PIC 9(08) COMP VALUE ZERO.
009500*--------------------------------------------------------------*
009600* JULIAN DAY WORK AREA - FLIEGEL/VAN FLANDERN, BOTH WAYS, AS IN *
009700* HELMTTR AND HELINCM.                                          *
009800*--------------------------------------------------------------*
009900 01  HW-JDN-DATE              PIC 9(08) VALUE ZERO.
010000 01  HW-JDN-DATE-R REDEFINES HW-JDN-DATE.
010100     05  HW-JD-YEAR           PIC 9(04).
010200     05  HW-JD-MONTH          PIC 9(02).
010300     05  HW-JD-DAY            PIC 9(02).
010400 77  HW-JDN-A                 PIC 9(01) COMP VALUE ZERO.
010500 77  HW-JDN-Y                 PIC 9(05) COMP VALUE ZERO.
010600 77  HW-JDN-M                 PIC 9(02) COMP VALUE ZERO.
010700 77  HW-JDN-NUM               PIC 9(08) COMP VALUE ZERO.
010800 01  HW-JDI-DATE              PIC 9(08) VALUE ZERO.
010900 01  HW-JDI-DATE-R REDEFINES HW-JDI-DATE.
011000     05  HW-JDI-YEAR          PIC 9(04).
011100     05  HW-JDI-MONTH         PIC 9(02).
011200     05  HW-JDI-DAY           PIC 9(02).
011300 77  HW-INV-A                 PIC 9(08) COMP VALUE ZERO.
011400 77  HW-INV-B                 PIC 9(03) COMP VALUE ZERO.
011500 77  HW-INV-C                 PIC 9(06) COMP VALUE ZERO.
011600 77  HW-INV-D                 PIC 9(02) COMP VALUE ZERO.
011700 77  HW-INV-E                 PIC 9(04) COMP VALUE ZERO.
011800 77  HW-INV-M                 PIC 9(02) COMP VALUE ZERO.
011900*--------------------------------------------------------------*
012000* CAUSE TABLE - THE HLKEC CLASSES IN REPORT ORDER, WITH A BLANK *
012100* LAST ROW FOR ATTEMPTS THE CATALOGUE DID NOT RECOGNISE, AND A  *
012200* PARALLEL TABLE OF COUNTS.  THE TOTAL IS KEPT APART.           *
012300*--------------------------------------------------------------*
012400 01  HW-CAUSE-VALUES.
012500     05  FILLER               PIC X(21) VALUE
012600         'TTRANSIENT           '.
012700     05  FILLER               PIC X(21) VALUE
012800         'DDATA                '.
012900     05  FILLER               PIC X(21) VALUE
013000         'IINFRASTRUCTURE      '.
013100     05  FILLER               PIC X(21) VALUE
013200         'CCODE                '.
013300     05  FILLER               PIC X(21) VALUE
013400         ' UNCLASSIFIED        '.
013500 01  HW-CAUSE-TABLE REDEFINES HW-CAUSE-VALUES.
013600     05  HW-CAUSE-ENTRY OCCURS 5 TIMES.
013700         10  HW-CA-CLASS          PIC X(01).
013800         10  HW-CA-DESC           PIC X(20).
013900 01  HW-CAUSE-ACCUM-TABLE.
014000     05  HW-CAUSE-ACCUM OCCURS 5 TIMES.
014100         10  HW-CA-ATTEMPTS       PIC 9(05).
014200         10  HW-CA-FINAL          PIC 9(05).
014300         10  HW-CA-RETRIED        PIC 9(05).
014400 77  HW-CAUSE-SUB             PIC 9(02) COMP VALUE ZERO.
014500 77  HW-CAUSE-COUNT           PIC 9(02) COMP VALUE 5.
014600 77  HW-TOT-ATTEMPTS          PIC 9(05) VALUE ZERO.
014700 77  HW-TOT-FINAL             PIC 9(05) VALUE ZERO.
014800 77  HW-TOT-RETRIED           PIC 9(05) VALUE ZERO.
014900*--------------------------------------------------------------*
015000* STEP TABLE - ONE ROW PER STREAM, SEQUENCE AND SCRIPT THAT     *
015100* FAILED DURING THE WEEK, IN ORDER OF FIRST FAILURE.            *
015200*--------------------------------------------------------------*
015300 01  HW-STEP-TABLE.
015400     05  HW-STEP-ENTRY OCCURS 100 TIMES.
015500         10  HW-ST-STREAM         PIC X(04).
015600         10  HW-ST-SEQ            PIC 9(04).
015700         10  HW-ST-SCRIPT         PIC X(50).
015800         10  HW-ST-ATTEMPTS       PIC 9(05).
015900         10  HW-ST-FINAL          PIC 9(05).
016000         10  HW-ST-UNCLASSIFIED   PIC 9(05).
016100 77  HW-STEP-COUNT            PIC 9(04) COMP VALUE ZERO.
016200 77  HW-STEP-SUB              PIC 9(04) COMP VALUE ZERO.
016300*--------------------------------------------------------------*
016400* SIGNATURE TABLE - THE HELLOKEC ENTRIES IN FILE ORDER, THEN    *
016500* ANY ID FOUND ON HELLOCLS WITHIN THE 90 DAYS THAT IS NO LONGER *
016600* IN THE CATALOGUE (HW-SG-RETIRED).                             *
016700*--------------------------------------------------------------*
016800 01  HW-SIG-TABLE.
016900     05  HW-SIG-ENTRY OCCURS 250 TIMES.
017000         10  HW-SG-ID             PIC X(08).
017100         10  HW-SG-CLASS          PIC X(01).
017200         10  HW-SG-DESC           PIC X(20).
017300         10  HW-SG-RETIRED-SW     PIC X(01).
017400             88  HW-SG-RETIRED        VALUE 'Y'.
017500         10  HW-SG-WEEK-HITS      PIC 9(05).
017600         10  HW-SG-HIST-HITS      PIC 9(05).
017700         10  HW-SG-LAST-DATE      PIC 9(08).
017800 77  HW-SIG-COUNT             PIC 9(04) COMP VALUE ZERO.
017900 77  HW-SIG-SUB               PIC 9(04) COMP VALUE ZERO.
018000*--------------------------------------------------------------*
018100* REPORT LINE-BUILDING WORK AREA                                *
018200*--------------------------------------------------------------*
018300 01  HW-TITLE-LINE.
018400     05  FILLER               PIC X(53) VALUE
018500         'HELLO JOB STREAM - WEEKLY FAILURE TREND  WEEK ENDING '.
018600     05  HW-TL-WEEK-END       PIC 9(08).
018700     05  FILLER               PIC X(09) VALUE '  STREAM '.
018800     05  HW-TL-STREAM         PIC X(04).
018900     05  FILLER               PIC X(06) VALUE SPACES.
019000 01  HW-RANGE-LINE.
019100     05  FILLER               PIC X(12) VALUE 'RUN DATES   '.
019200     05  HW-RL-WEEK-FROM      PIC 9(08).
019300     05  FILLER               PIC X(04) VALUE ' TO '.
019400     05  HW-RL-WEEK-TO        PIC 9(08).
019500     05  FILLER               PIC X(21) VALUE
019600         '   SIGNATURE HISTORY '.
019700     05  HW-RL-HIST-FROM      PIC 9(08).
019800     05  FILLER               PIC X(04) VALUE ' TO '.
019900     05  HW-RL-HIST-TO        PIC 9(08).
020000     05  FILLER               PIC X(07) VALUE SPACES.
020100 01  HW-CAUSE-LINE.
020200     05  FILLER               PIC X(02) VALUE SPACES.
020300     05  HW-CL-DESC           PIC X(20).
020400     05  FILLER               PIC X(06) VALUE SPACES.
020500     05  HW-CL-ATTEMPTS       PIC ZZZZ9.
020600     05  FILLER               PIC X(07) VALUE SPACES.
020700     05  HW-CL-FINAL          PIC ZZZZ9.
020800     05  FILLER               PIC X(09) VALUE SPACES.
020900     05  HW-CL-RETRIED        PIC ZZZZ9.
021000     05  FILLER               PIC X(21) VALUE SPACES.
021100 01  HW-STEP-LINE.
021200     05  FILLER               PIC X(02) VALUE SPACES.
021300     05  HW-SL-STREAM         PIC X(04).
021400     05  FILLER               PIC X(01) VALUE SPACES.
021500     05  HW-SL-SEQ            PIC 9(04).
021600     05  FILLER               PIC X(02) VALUE SPACES.
021700     05  HW-SL-SCRIPT         PIC X(34).
021800     05  FILLER               PIC X(05) VALUE SPACES.
021900     05  HW-SL-ATTEMPTS       PIC ZZZZ9.
022000     05  FILLER               PIC X(03) VALUE SPACES.
022100     05  HW-SL-FINAL          PIC ZZZZ9.
022200     05  FILLER               PIC X(03) VALUE SPACES.
022300     05  HW-SL-UNCLASSIFIED   PIC ZZZZ9.
022400     05  FILLER               PIC X(07) VALUE SPACES.
022500 01  HW-UNCL-LINE.
022600     05  HW-UL-RUN-DATE       PIC 9(08).
022700     05  FILLER               PIC X(01) VALUE SPACES.
022800     05  HW-UL-START-TIME     PIC 9(08).
022900     05  FILLER               PIC X(01) VALUE SPACES.
023000     05  HW-UL-STREAM         PIC X(04).
023100     05  FILLER               PIC X(01) VALUE SPACES.
023200     05  HW-UL-SEQ            PIC 9(04).
023300     05  FILLER               PIC X(01) VALUE SPACES.
023400     05  HW-UL-ATTEMPT        PIC 9(03).
023500     05  FILLER               PIC X(01) VALUE SPACES.
023600     05  HW-UL-EVIDENCE       PIC X(48).
023700 01  HW-SIG-LINE.
023800     05  FILLER               PIC X(02) VALUE SPACES.
023900     05  HW-GL-ID             PIC X(08).
024000     05  FILLER               PIC X(01) VALUE SPACES.
024100     05  HW-GL-CLASS          PIC X(01).
024200     05  FILLER               PIC X(01) VALUE SPACES.
024300     05  HW-GL-DESC           PIC X(20).
024400     05  FILLER               PIC X(03) VALUE SPACES.
024500     05  HW-GL-WEEK-HITS      PIC ZZZZ9.
024600     05  FILLER               PIC X(04) VALUE SPACES.
024700     05  HW-GL-HIST-HITS      PIC ZZZZ9.
024800     05  FILLER               PIC X(03) VALUE SPACES.
024900     05  HW-GL-LAST-DATE      PIC 9(08).
025000     05  HW-GL-LAST-DATE-X REDEFINES HW-GL-LAST-DATE
025100                              PIC X(08).
025200     05  FILLER               PIC X(01) VALUE SPACES.
025300     05  HW-GL-NOTE           PIC X(10).
025400     05  FILLER               PIC X(08) VALUE SPACES.
025500*--------------------------------------------------------------*
025600 LINKAGE SECTION.
025700 01  HW-PARM-AREA.
025800     05  HW-PARM-LEN             PIC S9(04) COMP.
025900     05  HW-PARM-TEXT            PIC X(80).
026000*--------------------------------------------------------------*
026100 PROCEDURE DIVISION USING HW-PARM-AREA.
026200*--------------------------------------------------------------*
026300*
026400* 0000-MAINLINE.  RESOLVE THE WINDOWS, LOAD THE CATALOGUE, TALLY
026500*                 HELLOCLS IN ONE PASS, PRINT THE CAUSE AND
026600*                 STEP TABLES, LIST THE UNCLASSIFIED ATTEMPTS
026700*                 IN A SECOND PASS, AND FINISH WITH THE
026800*                 SIGNATURE COUNTS.
026900*
027000*--------------------------------------------------------------*
027100 0000-MAINLINE.
027200     PERFORM 0100-GET-PARM THRU 0100-EXIT.
027300     PERFORM 1000-GET-WINDOWS THRU 1000-EXIT.
027400     INITIALIZE HW-CAUSE-ACCUM-TABLE.
027500     PERFORM 1500-LOAD-CATALOGUE THRU 1500-EXIT.
027600     OPEN OUTPUT REPORT-FILE.
027700     IF HW-RPT-FILE-STATUS NOT = '00'
027800         DISPLAY 'HELFTRND: UNABLE TO OPEN TRNDRPT, STATUS = '
027900                 HW-RPT-FILE-STATUS
028000         MOVE 16 TO RETURN-CODE
028100         STOP RUN
028200     END-IF.
028300     PERFORM 2000-WRITE-HEADINGS THRU 2000-EXIT.
028400     PERFORM 3000-TALLY-CLASSES THRU 3000-EXIT.
028500     PERFORM 5000-WRITE-CAUSES THRU 5000-EXIT.
028600     PERFORM 5500-WRITE-STEPS THRU 5500-EXIT.
028700     PERFORM 6000-LIST-UNCLASSIFIED THRU 6000-EXIT.
028800     PERFORM 7000-WRITE-SIGNATURES THRU 7000-EXIT.
028900     CLOSE REPORT-FILE.
029000     DISPLAY 'HELFTRND: WEEK ENDING ' HW-WEEK-END ' - '
029100             HW-WEEK-COUNT ' FAILED ATTEMPT(S), '
029200             HW-UNCLASSIFIED-COUNT ' UNCLASSIFIED'.
029300     IF HW-UNCLASSIFIED-COUNT NOT = ZERO
029400         MOVE 4 TO RETURN-CODE
029500     END-IF.
029600     STOP RUN.
029700*--------------------------------------------------------------*
029800*
029900* 0100-GET-PARM.  THE PARM IS EMPTY OR ONE OR BOTH OF
030000*                 WEEK=YYYYMMDD AND STREAM=XXXX, SEPARATED BY
030100*                 A COMMA.  ANYTHING ELSE STOPS WITH RC 8.
030200*
030300*--------------------------------------------------------------*
030400 0100-GET-PARM.
030500     IF HW-PARM-LEN = ZERO
030600         GO TO 0100-EXIT
030700     END-IF.
030800     MOVE HW-PARM-LEN TO HW-PARM-SCAN-LEN.
030900     IF HW-PARM-SCAN-LEN > 80
031000         MOVE 80 TO HW-PARM-SCAN-LEN
031100     END-IF.
031200     MOVE 1 TO HW-PARM-PTR.
031300     PERFORM 0150-GET-PARM-WORD THRU 0150-EXIT
031400         UNTIL HW-PARM-PTR > HW-PARM-SCAN-LEN.
031500 0100-EXIT.
031600     EXIT.
031700*--------------------------------------------------------------*
031800*
031900* 0150-GET-PARM-WORD.  TAKE THE NEXT COMMA-DELIMITED WORD OFF
032000*                      THE PARM AND ACT ON IT.
032100*
032200*--------------------------------------------------------------*
032300 0150-GET-PARM-WORD.
032400     MOVE SPACES TO HW-PARM-WORD.
032500     UNSTRING HW-PARM-TEXT (1 : HW-PARM-SCAN-LEN)
032600         DELIMITED BY ','
032700         INTO HW-PARM-WORD
032800         WITH POINTER HW-PARM-PTR
032900     END-UNSTRING.
033000     IF HW-PARM-WORD (1 : 7) = 'STREAM='
033100         AND HW-PARM-WORD (8 : 1) IS ALPHABETIC-UPPER
033200         AND HW-PARM-WORD (8 : 1) NOT = SPACE
033300         AND HW-PARM-WORD (12 : 9) = SPACES
033400         MOVE HW-PARM-WORD (8 : 4) TO HW-STREAM-FILTER
033500         GO TO 0150-EXIT
033600     END-IF.
033700     IF HW-PARM-WORD (1 : 5) = 'WEEK='
033800         AND HW-PARM-WORD (6 : 8) IS NUMERIC
033900         AND HW-PARM-WORD (14 : 7) = SPACES
034000         MOVE HW-PARM-WORD (6 : 8) TO HW-WEEK-END
034100         IF HW-WE-MONTH NOT < 1 AND HW-WE-MONTH NOT > 12
034200             AND HW-WE-DAY NOT < 1 AND HW-WE-DAY NOT > 31
034300             SET HW-WEEK-GIVEN TO TRUE
034400             GO TO 0150-EXIT
034500         END-IF
034600     END-IF.
034700     DISPLAY 'HELFTRND: BAD PARM - EXPECTED WEEK=YYYYMMDD AND/OR '
034800             'STREAM=XXXX, GOT '
034900             HW-PARM-TEXT (1 : HW-PARM-SCAN-LEN).
035000     MOVE 8 TO RETURN-CODE.
035100     STOP RUN.
035200 0150-EXIT.
035300     EXIT.
035400*--------------------------------------------------------------*
035500*
035600* 1000-GET-WINDOWS.  WITHOUT WEEK= ON THE PARM THE WEEK ENDS
035700*                    YESTERDAY, SO A MONDAY RUN COVERS MONDAY
035800*                    TO SUNDAY.  THE WEEK STARTS SIX DAYS
035900*                    BEFORE ITS END, THE SIGNATURE HISTORY
036000*                    EIGHTY-NINE.
036100*
036200*--------------------------------------------------------------*
036300 1000-GET-WINDOWS.
036400     IF HW-WEEK-GIVEN
036500         MOVE HW-WEEK-END TO HW-JDN-DATE
036600         PERFORM 1100-DATE-TO-JDN THRU 1100-EXIT
036700     ELSE
036800         ACCEPT HW-JDN-DATE FROM DATE YYYYMMDD
036900         PERFORM 1100-DATE-TO-JDN THRU 1100-EXIT
037000         SUBTRACT 1 FROM HW-JDN-NUM
037100         PERFORM 1200-JDN-TO-DATE THRU 1200-EXIT
037200         MOVE HW-JDI-DATE TO HW-WEEK-END
037300     END-IF.
037400     MOVE HW-JDN-NUM TO HW-END-JDN.
037500     COMPUTE HW-JDN-NUM = HW-END-JDN - 6.
037600     PERFORM 1200-JDN-TO-DATE THRU 1200-EXIT.
037700     MOVE HW-JDI-DATE TO HW-WEEK-FROM.
037800     COMPUTE HW-JDN-NUM = HW-END-JDN - 89.
037900     PERFORM 1200-JDN-TO-DATE THRU 1200-EXIT.
038000     MOVE HW-JDI-DATE TO HW-HIST-FROM.
038100 1000-EXIT.
038200     EXIT.
038300*--------------------------------------------------------------*
038400*
038500* 1100-DATE-TO-JDN.  CONVERT THE YYYYMMDD DATE IN HW-JDN-DATE
038600*                    TO A JULIAN DAY NUMBER IN HW-JDN-NUM.
038700*
038800*--------------------------------------------------------------*
038900 1100-DATE-TO-JDN.
039000     COMPUTE HW-JDN-A = (14 - HW-JD-MONTH) / 12.
039100     COMPUTE HW-JDN-Y = HW-JD-YEAR + 4800 - HW-JDN-A.
039200     COMPUTE HW-JDN-M = HW-JD-MONTH + (12 * HW-JDN-A) - 3.
039300     COMPUTE HW-JDN-NUM =
039400         HW-JD-DAY + (((153 * HW-JDN-M) + 2) / 5)
039500         + (365 * HW-JDN-Y) + (HW-JDN-Y / 4)
039600         - (HW-JDN-Y / 100) + (HW-JDN-Y / 400) - 32045.
039700 1100-EXIT.
039800     EXIT.
039900*--------------------------------------------------------------*
040000*
040100* 1200-JDN-TO-DATE.  THE INVERSE OF 1100 - TURN THE JULIAN DAY
040200*                    NUMBER IN HW-JDN-NUM BACK INTO A YYYYMMDD
040300*                    DATE IN HW-JDI-DATE.
040400*
040500*--------------------------------------------------------------*
040600 1200-JDN-TO-DATE.
040700     COMPUTE HW-INV-A = HW-JDN-NUM + 32044.
040800     COMPUTE HW-INV-B = ((4 * HW-INV-A) + 3) / 146097.
040900     COMPUTE HW-INV-C = HW-INV-A - ((146097 * HW-INV-B) / 4).
041000     COMPUTE HW-INV-D = ((4 * HW-INV-C) + 3) / 1461.
041100     COMPUTE HW-INV-E = HW-INV-C - ((1461 * HW-INV-D) / 4).
041200     COMPUTE HW-INV-M = ((5 * HW-INV-E) + 2) / 153.
041300     COMPUTE HW-JDI-DAY =
041400         HW-INV-E - (((153 * HW-INV-M) + 2) / 5) + 1.
041500     COMPUTE HW-JDI-MONTH =
041600         HW-INV-M + 3 - (12 * (HW-INV-M / 10)).
041700     COMPUTE HW-JDI-YEAR =
041800         (100 * HW-INV-B) + HW-INV-D - 4800 + (HW-INV-M / 10).
041900 1200-EXIT.
042000     EXIT.
042100*--------------------------------------------------------------*
042200*
042300* 1500-LOAD-CATALOGUE.  LOAD THE HELLOKEC ENTRIES SO ONE THAT
042400*                       HAS NOT FIRED STILL GETS ITS LINE.
042500*                       WITHOUT HELLOKEC ONLY THE IDS FOUND ON
042600*                       HELLOCLS ARE LISTED.
042700*
042800*--------------------------------------------------------------*
042900 1500-LOAD-CATALOGUE.
043000     OPEN INPUT KEC-FILE.
043100     IF HW-KEC-FILE-STATUS NOT = '00'
043200         GO TO 1500-EXIT
043300     END-IF.
043400     MOVE 'N' TO HW-EOF-SW.
043500     PERFORM 1510-READ-KEC-ENTRY THRU 1510-EXIT
043600         UNTIL HW-EOF.
043700     CLOSE KEC-FILE.
043800 1500-EXIT.
043900     EXIT.
044000*--------------------------------------------------------------*
044100*
044200* 1510-READ-KEC-ENTRY.  LOAD ONE CATALOGUE ENTRY.  COMMENTS,
044300*                       BLANK LINES AND ENTRIES HELCLASS WOULD
044400*                       REJECT ARE PASSED OVER.
044500*
044600*--------------------------------------------------------------*
044700 1510-READ-KEC-ENTRY.
044800     READ KEC-FILE
044900         AT END
045000             SET HW-EOF TO TRUE
045100             GO TO 1510-EXIT
045200     END-READ.
045300     IF HL-KEC-ID = SPACES
045400         OR HL-KEC-ID (1 : 1) = '*'
045500         OR NOT HL-KEC-CLASS-VALID
045600         OR HL-KEC-SIGNATURE = SPACES
045700         GO TO 1510-EXIT
045800     END-IF.
045900     IF HW-SIG-COUNT = 200
046000         GO TO 1510-EXIT
046100     END-IF.
046200     ADD 1 TO HW-SIG-COUNT.
046300     MOVE HL-KEC-ID TO HW-SG-ID (HW-SIG-COUNT).
046400     MOVE HL-KEC-CLASS TO HW-SG-CLASS (HW-SIG-COUNT).
046500     MOVE HL-KEC-DESC TO HW-SG-DESC (HW-SIG-COUNT).
046600     MOVE 'N' TO HW-SG-RETIRED-SW (HW-SIG-COUNT).
046700     MOVE ZERO TO HW-SG-WEEK-HITS (HW-SIG-COUNT).
046800     MOVE ZERO TO HW-SG-HIST-HITS (HW-SIG-COUNT).
046900     MOVE ZERO TO HW-SG-LAST-DATE (HW-SIG-COUNT).
047000 1510-EXIT.
047100     EXIT.
047200*--------------------------------------------------------------*
047300*
047400* 2000-WRITE-HEADINGS.  TITLE AND THE TWO DATE RANGES.
047500*
047600*--------------------------------------------------------------*
047700 2000-WRITE-HEADINGS.
047800     MOVE HW-WEEK-END TO HW-TL-WEEK-END.
047900     MOVE HW-STREAM-FILTER TO HW-TL-STREAM.
048000     IF HW-STREAM-FILTER = SPACES
048100         MOVE 'ALL' TO HW-TL-STREAM
048200     END-IF.
048300     WRITE HW-REPORT-LINE FROM HW-TITLE-LINE.
048400     MOVE HW-WEEK-FROM TO HW-RL-WEEK-FROM.
048500     MOVE HW-WEEK-END TO HW-RL-WEEK-TO.
048600     MOVE HW-HIST-FROM TO HW-RL-HIST-FROM.
048700     MOVE HW-WEEK-END TO HW-RL-HIST-TO.
048800     WRITE HW-REPORT-LINE FROM HW-RANGE-LINE.
048900     MOVE SPACES TO HW-REPORT-LINE.
049000     WRITE HW-REPORT-LINE.
049100 2000-EXIT.
049200     EXIT.
049300*--------------------------------------------------------------*
049400*
049500* 3000-TALLY-CLASSES.  FIRST PASS OVER HELLOCLS - THE CAUSE,
049600*                      STEP AND SIGNATURE COUNTS.  A HELLOCLS
049700*                      NOT YET CREATED (NOTHING HAS FAILED
049800*                      SINCE HELCLASS WENT IN) IS EMPTY; ONE
049900*                      THAT WILL NOT OPEN STOPS THE REPORT.
050000*
050100*--------------------------------------------------------------*
050200 3000-TALLY-CLASSES.
050300     OPEN INPUT CLASS-FILE.
050400     IF HW-CLS-FILE-STATUS = '05'
050500         CLOSE CLASS-FILE
050600         GO TO 3000-EXIT
050700     END-IF.
050800     IF HW-CLS-FILE-STATUS NOT = '00'
050900         DISPLAY 'HELFTRND: UNABLE TO OPEN HELLOCLS, STATUS = '
051000                 HW-CLS-FILE-STATUS
051100         CLOSE REPORT-FILE
051200         MOVE 16 TO RETURN-CODE
051300         STOP RUN
051400     END-IF.
051500     MOVE 'N' TO HW-EOF-SW.
051600     PERFORM 3100-READ-CLASS THRU 3100-EXIT
051700         UNTIL HW-EOF.
051800     CLOSE CLASS-FILE.
051900 3000-EXIT.
052000     EXIT.
052100*--------------------------------------------------------------*
052200*
052300* 3100-READ-CLASS.  READ ONE HELLOCLS RECORD AND POST IT.  ONLY
052400*                   THE SIGNATURE COUNTS LOOK BEFORE THE WEEK.
052500*
052600*--------------------------------------------------------------*
052700 3100-READ-CLASS.
052800     READ CLASS-FILE
052900         AT END
053000             SET HW-EOF TO TRUE
053100             GO TO 3100-EXIT
053200     END-READ.
053300     IF HL-CLS-RUN-DATE > HW-WEEK-END
053400         GO TO 3100-EXIT
053500     END-IF.
053600     IF HW-STREAM-FILTER NOT = SPACES
053700         AND HL-CLS-STREAM NOT = HW-STREAM-FILTER
053800         GO TO 3100-EXIT
053900     END-IF.
054000     MOVE 'N' TO HW-IN-WEEK-SW.
054100     IF HL-CLS-RUN-DATE NOT < HW-WEEK-FROM
054200         SET HW-IN-WEEK TO TRUE
054300     END-IF.
054400     IF NOT HL-CLS-UNCLASSIFIED
054500         PERFORM 3400-POST-SIGNATURE THRU 3400-EXIT
054600     END-IF.
054700     IF NOT HW-IN-WEEK
054800         GO TO 3100-EXIT
054900     END-IF.
055000     ADD 1 TO HW-WEEK-COUNT.
055100     IF HL-CLS-UNCLASSIFIED
055200         ADD 1 TO HW-UNCLASSIFIED-COUNT
055300     END-IF.
055400     PERFORM 3200-POST-CAUSE THRU 3200-EXIT.
055500     PERFORM 3300-POST-STEP THRU 3300-EXIT.
055600 3100-EXIT.
055700     EXIT.
055800*--------------------------------------------------------------*
055900*
056000* 3200-POST-CAUSE.  ADD THE ATTEMPT TO ITS CLASS ROW AND THE
056100*                   TOTAL.  AN UNCLASSIFIED ATTEMPT, OR A CLASS
056200*                   NOT IN THE TABLE, LANDS ON THE LAST ROW.
056300*
056400*--------------------------------------------------------------*
056500 3200-POST-CAUSE.
056600     MOVE 1 TO HW-CAUSE-SUB.
056700     IF NOT HL-CLS-UNCLASSIFIED
056800         PERFORM 3210-FIND-CAUSE THRU 3210-EXIT
056900             UNTIL HW-CAUSE-SUB = HW-CAUSE-COUNT
057000                 OR HW-CA-CLASS (HW-CAUSE-SUB) = HL-CLS-KEC-CLASS
057100     ELSE
057200         MOVE HW-CAUSE-COUNT TO HW-CAUSE-SUB
057300     END-IF.
057400     ADD 1 TO HW-CA-ATTEMPTS (HW-CAUSE-SUB).
057500     ADD 1 TO HW-TOT-ATTEMPTS.
057600     IF HL-CLS-FINAL
057700         ADD 1 TO HW-CA-FINAL (HW-CAUSE-SUB)
057800         ADD 1 TO HW-TOT-FINAL
057900     ELSE
058000         ADD 1 TO HW-CA-RETRIED (HW-CAUSE-SUB)
058100         ADD 1 TO HW-TOT-RETRIED
058200     END-IF.
058300 3200-EXIT.
058400     EXIT.
058500*--------------------------------------------------------------*
058600*
058700* 3210-FIND-CAUSE.  STEP TO THE NEXT CAUSE ROW.
058800*
058900*--------------------------------------------------------------*
059000 3210-FIND-CAUSE.
059100     ADD 1 TO HW-CAUSE-SUB.
059200 3210-EXIT.
059300     EXIT.
059400*--------------------------------------------------------------*
059500*
059600* 3300-POST-STEP.  ADD THE ATTEMPT TO ITS STEP'S ROW, ADDING
059700*                  THE ROW WHEN THE STEP IS NEW.  PAST 100
059800*                  STEPS THE REST ARE LEFT OFF THE TABLE AND
059900*                  A NOTE SAYS SO.
060000*
060100*--------------------------------------------------------------*
060200 3300-POST-STEP.
060300     MOVE 'N' TO HW-FOUND-SW.
060400     MOVE 1 TO HW-STEP-SUB.
060500     PERFORM 3310-FIND-STEP THRU 3310-EXIT
060600         UNTIL HW-FOUND OR HW-STEP-SUB > HW-STEP-COUNT.
060700     IF NOT HW-FOUND
060800         IF HW-STEP-COUNT = 100
060900             SET HW-STEP-FULL TO TRUE
061000             GO TO 3300-EXIT
061100         END-IF
061200         ADD 1 TO HW-STEP-COUNT
061300         MOVE HW-STEP-COUNT TO HW-STEP-SUB
061400         MOVE HL-CLS-STREAM TO HW-ST-STREAM (HW-STEP-SUB)
061500         MOVE HL-CLS-SEQ TO HW-ST-SEQ (HW-STEP-SUB)
061600         MOVE HL-CLS-SCRIPT-PATH TO HW-ST-SCRIPT (HW-STEP-SUB)
061700         MOVE ZERO TO HW-ST-ATTEMPTS (HW-STEP-SUB)
061800         MOVE ZERO TO HW-ST-FINAL (HW-STEP-SUB)
061900         MOVE ZERO TO HW-ST-UNCLASSIFIED (HW-STEP-SUB)
062000     END-IF.
062100     ADD 1 TO HW-ST-ATTEMPTS (HW-STEP-SUB).
062200     IF HL-CLS-FINAL
062300         ADD 1 TO HW-ST-FINAL (HW-STEP-SUB)
062400     END-IF.
062500     IF HL-CLS-UNCLASSIFIED
062600         ADD 1 TO HW-ST-UNCLASSIFIED (HW-STEP-SUB)
062700     END-IF.
062800 3300-EXIT.
062900     EXIT.
063000*--------------------------------------------------------------*
063100*
063200* 3310-FIND-STEP.  TEST ONE STEP ROW AGAINST THE RECORD.
063300*
063400*--------------------------------------------------------------*
063500 3310-FIND-STEP.
063600     IF HW-ST-STREAM (HW-STEP-SUB) = HL-CLS-STREAM
063700         AND HW-ST-SEQ (HW-STEP-SUB) = HL-CLS-SEQ
063800         AND HW-ST-SCRIPT (HW-STEP-SUB) = HL-CLS-SCRIPT-PATH
063900         SET HW-FOUND TO TRUE
064000     ELSE
064100         ADD 1 TO HW-STEP-SUB
064200     END-IF.
064300 3310-EXIT.
064400     EXIT.
064500*--------------------------------------------------------------*
064600*
064700* 3400-POST-SIGNATURE.  COUNT A CLASSIFIED ATTEMPT AGAINST ITS
064800*                       CATALOGUE ID - THE LAST-FIRED DATE OVER
064900*                       ALL OF HELLOCLS, THE COUNTS OVER THE
065000*                       WEEK AND THE 90 DAYS.  AN ID NO LONGER
065100*                       IN THE CATALOGUE GETS A ROW OF ITS OWN
065200*                       ONCE IT HAS FIRED WITHIN THE 90 DAYS.
065300*
065400*--------------------------------------------------------------*
065500 3400-POST-SIGNATURE.
065600     MOVE 'N' TO HW-FOUND-SW.
065700     MOVE 1 TO HW-SIG-SUB.
065800     PERFORM 3410-FIND-SIGNATURE THRU 3410-EXIT
065900         UNTIL HW-FOUND OR HW-SIG-SUB > HW-SIG-COUNT.
066000     IF NOT HW-FOUND
066100         IF HL-CLS-RUN-DATE < HW-HIST-FROM
066200             GO TO 3400-EXIT
066300         END-IF
066400         IF HW-SIG-COUNT = 250
066500             SET HW-SIG-FULL TO TRUE
066600             GO TO 3400-EXIT
066700         END-IF
066800         ADD 1 TO HW-SIG-COUNT
066900         MOVE HW-SIG-COUNT TO HW-SIG-SUB
067000         MOVE HL-CLS-KEC-ID TO HW-SG-ID (HW-SIG-SUB)
067100         MOVE HL-CLS-KEC-CLASS TO HW-SG-CLASS (HW-SIG-SUB)
067200         MOVE HL-CLS-KEC-DESC TO HW-SG-DESC (HW-SIG-SUB)
067300         SET HW-SG-RETIRED (HW-SIG-SUB) TO TRUE
067400         MOVE ZERO TO HW-SG-WEEK-HITS (HW-SIG-SUB)
067500         MOVE ZERO TO HW-SG-HIST-HITS (HW-SIG-SUB)
067600         MOVE ZERO TO HW-SG-LAST-DATE (HW-SIG-SUB)
067700     END-IF.
067800     IF HL-CLS-RUN-DATE > HW-SG-LAST-DATE (HW-SIG-SUB)
067900         MOVE HL-CLS-RUN-DATE TO HW-SG-LAST-DATE (HW-SIG-SUB)
068000     END-IF.
068100     IF HL-CLS-RUN-DATE NOT < HW-HIST-FROM
068200         ADD 1 TO HW-SG-HIST-HITS (HW-SIG-SUB)
068300     END-IF.
068400     IF HW-IN-WEEK
068500         ADD 1 TO HW-SG-WEEK-HITS (HW-SIG-SUB)
068600     END-IF.
068700 3400-EXIT.
068800     EXIT.
068900*--------------------------------------------------------------*
069000*
069100* 3410-FIND-SIGNATURE.  TEST ONE SIGNATURE ROW AGAINST THE
069200*                       RECORD'S CATALOGUE ID.
069300*
069400*--------------------------------------------------------------*
069500 3410-FIND-SIGNATURE.
069600     IF HW-SG-ID (HW-SIG-SUB) = HL-CLS-KEC-ID
069700         SET HW-FOUND TO TRUE
069800     ELSE
069900         ADD 1 TO HW-SIG-SUB
070000     END-IF.
070100 3410-EXIT.
070200     EXIT.
070300*--------------------------------------------------------------*
070400*
070500* 5000-WRITE-CAUSES.  ONE LINE PER CAUSE CLASS, UNCLASSIFIED
070600*                     LAST, WHETHER OR NOT IT OCCURRED, THEN
070700*                     THE TOTAL.  STEP FAILED COUNTS A STEP'S
070800*                     LAST ATTEMPT, RETRIED ONE HELLO RAN AGAIN.
070900*
071000*--------------------------------------------------------------*
071100 5000-WRITE-CAUSES.
071200     MOVE 'FAILED ATTEMPTS BY CAUSE CLASS' TO HW-REPORT-LINE.
071300     WRITE HW-REPORT-LINE.
071400     MOVE '  CLASS' TO HW-REPORT-LINE.
071500     MOVE 'ATTEMPTS' TO HW-REPORT-LINE (26 : 8).
071600     MOVE 'STEP FAILED' TO HW-REPORT-LINE (35 : 11).
071700     MOVE 'RETRIED' TO HW-REPORT-LINE (53 : 7).
071800     WRITE HW-REPORT-LINE.
071900     MOVE 1 TO HW-CAUSE-SUB.
072000     PERFORM 5100-WRITE-CAUSE-ROW THRU 5100-EXIT
072100         UNTIL HW-CAUSE-SUB > HW-CAUSE-COUNT.
072200     MOVE SPACES TO HW-CAUSE-LINE.
072300     MOVE 'TOTAL' TO HW-CL-DESC.
072400     MOVE HW-TOT-ATTEMPTS TO HW-CL-ATTEMPTS.
072500     MOVE HW-TOT-FINAL TO HW-CL-FINAL.
072600     MOVE HW-TOT-RETRIED TO HW-CL-RETRIED.
072700     WRITE HW-REPORT-LINE FROM HW-CAUSE-LINE.
072800     MOVE SPACES TO HW-REPORT-LINE.
072900     WRITE HW-REPORT-LINE.
073000 5000-EXIT.
073100     EXIT.
073200*--------------------------------------------------------------*
073300*
073400* 5100-WRITE-CAUSE-ROW.  PRINT ONE CAUSE ROW.
073500*
073600*--------------------------------------------------------------*
073700 5100-WRITE-CAUSE-ROW.
073800     MOVE SPACES TO HW-CAUSE-LINE.
073900     MOVE HW-CA-DESC (HW-CAUSE-SUB) TO HW-CL-DESC.
074000     MOVE HW-CA-ATTEMPTS (HW-CAUSE-SUB) TO HW-CL-ATTEMPTS.
074100     MOVE HW-CA-FINAL (HW-CAUSE-SUB) TO HW-CL-FINAL.
074200     MOVE HW-CA-RETRIED (HW-CAUSE-SUB) TO HW-CL-RETRIED.
074300     WRITE HW-REPORT-LINE FROM HW-CAUSE-LINE.
074400     ADD 1 TO HW-CAUSE-SUB.
074500 5100-EXIT.
074600     EXIT.
074700*--------------------------------------------------------------*
074800*
074900* 5500-WRITE-STEPS.  ONE LINE PER STEP THAT FAILED IN THE WEEK.
075000*
075100*--------------------------------------------------------------*
075200 5500-WRITE-STEPS.
075300     MOVE 'FAILED ATTEMPTS BY STEP' TO HW-REPORT-LINE.
075400     WRITE HW-REPORT-LINE.
075500     MOVE '  STRM SEQ   SCRIPT' TO HW-REPORT-LINE.
075600     MOVE 'ATTEMPTS' TO HW-REPORT-LINE (50 : 8).
075700     MOVE 'FAILED' TO HW-REPORT-LINE (60 : 6).
075800     MOVE 'UNCLASS' TO HW-REPORT-LINE (67 : 7).
075900     WRITE HW-REPORT-LINE.
076000     IF HW-STEP-COUNT = ZERO
076100         MOVE '  NONE - NO FAILED ATTEMPTS THIS WEEK' TO
076200             HW-REPORT-LINE
076300         WRITE HW-REPORT-LINE
076400     END-IF.
076500     MOVE 1 TO HW-STEP-SUB.
076600     PERFORM 5600-WRITE-STEP-ROW THRU 5600-EXIT
076700         UNTIL HW-STEP-SUB > HW-STEP-COUNT.
076800     IF HW-STEP-FULL
076900         MOVE '  OVER 100 STEPS FAILED - THE REST ARE NOT SHOWN'
077000             TO HW-REPORT-LINE
077100         WRITE HW-REPORT-LINE
077200     END-IF.
077300     MOVE SPACES TO HW-REPORT-LINE.
077400     WRITE HW-REPORT-LINE.
077500 5500-EXIT.
077600     EXIT.
077700*--------------------------------------------------------------*
077800*
077900* 5600-WRITE-STEP-ROW.  PRINT ONE STEP ROW.
078000*
078100*--------------------------------------------------------------*
078200 5600-WRITE-STEP-ROW.
078300     MOVE SPACES TO HW-STEP-LINE.
078400     MOVE HW-ST-STREAM (HW-STEP-SUB) TO HW-SL-STREAM.
078500     MOVE HW-ST-SEQ (HW-STEP-SUB) TO HW-SL-SEQ.
078600     MOVE HW-ST-SCRIPT (HW-STEP-SUB) TO HW-SL-SCRIPT.
078700     MOVE HW-ST-ATTEMPTS (HW-STEP-SUB) TO HW-SL-ATTEMPTS.
078800     MOVE HW-ST-FINAL (HW-STEP-SUB) TO HW-SL-FINAL.
078900     MOVE HW-ST-UNCLASSIFIED (HW-STEP-SUB) TO HW-SL-UNCLASSIFIED.
079000     WRITE HW-REPORT-LINE FROM HW-STEP-LINE.
079100     ADD 1 TO HW-STEP-SUB.
079200 5600-EXIT.
079300     EXIT.
079400*--------------------------------------------------------------*
079500*
079600* 6000-LIST-UNCLASSIFIED.  SECOND PASS OVER HELLOCLS - LIST
079700*                          EACH ATTEMPT IN THE WEEK THAT THE
079800*                          CATALOGUE DID NOT RECOGNISE, WITH
079900*                          THE LAST LINE IT PRINTED.  THESE ARE
080000*                          THE CANDIDATES FOR NEW SIGNATURES.
080100*
080200*--------------------------------------------------------------*
080300 6000-LIST-UNCLASSIFIED.
080400     MOVE 'UNCLASSIFIED FAILED ATTEMPTS' TO HW-REPORT-LINE.
080500     WRITE HW-REPORT-LINE.
080600     MOVE 'RUN DATE START    STRM SEQ  ATT LAST TRANSCRIPT LINE'
080700         TO HW-REPORT-LINE.
080800     WRITE HW-REPORT-LINE.
080900     IF HW-UNCLASSIFIED-COUNT = ZERO
081000         MOVE '  NONE - EVERY FAILED ATTEMPT WAS RECOGNISED'
081100             TO HW-REPORT-LINE
081200         WRITE HW-REPORT-LINE
081300         GO TO 6000-WRITE-GAP
081400     END-IF.
081500     OPEN INPUT CLASS-FILE.
081600     IF HW-CLS-FILE-STATUS NOT = '00'
081700         GO TO 6000-WRITE-GAP
081800     END-IF.
081900     MOVE 'N' TO HW-EOF-SW.
082000     PERFORM 6100-READ-UNCLASSIFIED THRU 6100-EXIT
082100         UNTIL HW-EOF.
082200     CLOSE CLASS-FILE.
082300 6000-WRITE-GAP.
082400     MOVE SPACES TO HW-REPORT-LINE.
082500     WRITE HW-REPORT-LINE.
082600 6000-EXIT.
082700     EXIT.
082800*--------------------------------------------------------------*
082900*
083000* 6100-READ-UNCLASSIFIED.  READ ONE HELLOCLS RECORD AND PRINT
083100*                          IT WHEN IT IS AN UNCLASSIFIED
083200*                          ATTEMPT OF THE WEEK.
083300*
083400*--------------------------------------------------------------*
083500 6100-READ-UNCLASSIFIED.
083600     READ CLASS-FILE
083700         AT END
083800             SET HW-EOF TO TRUE
083900             GO TO 6100-EXIT
084000     END-READ.
084100     IF NOT HL-CLS-UNCLASSIFIED
084200         OR HL-CLS-RUN-DATE < HW-WEEK-FROM
084300         OR HL-CLS-RUN-DATE > HW-WEEK-END
084400         GO TO 6100-EXIT
084500     END-IF.
084600     IF HW-STREAM-FILTER NOT = SPACES
084700         AND HL-CLS-STREAM NOT = HW-STREAM-FILTER
084800         GO TO 6100-EXIT
084900     END-IF.
085000     MOVE SPACES TO HW-UNCL-LINE.
085100     MOVE HL-CLS-RUN-DATE TO HW-UL-RUN-DATE.
085200     MOVE HL-CLS-RUN-START-TIME TO HW-UL-START-TIME.
085300     MOVE HL-CLS-STREAM TO HW-UL-STREAM.
085400     MOVE HL-CLS-SEQ TO HW-UL-SEQ.
085500     MOVE HL-CLS-ATTEMPT TO HW-UL-ATTEMPT.
085600     MOVE HL-CLS-EVIDENCE TO HW-UL-EVIDENCE.
085700     WRITE HW-REPORT-LINE FROM HW-UNCL-LINE.
085800 6100-EXIT.
085900     EXIT.
086000*--------------------------------------------------------------*
086100*
086200* 7000-WRITE-SIGNATURES.  ONE LINE PER CATALOGUE ENTRY, IN
086300*                         CATALOGUE ORDER, THEN THE RETIRED
086400*                         IDS.  AN ENTRY THAT HAS NEVER FIRED
086500*                         SHOWS NEVER FOR ITS LAST DATE.
086600*
086700*--------------------------------------------------------------*
086800 7000-WRITE-SIGNATURES.
086900     MOVE 'KNOWN-ERROR SIGNATURES - TIMES FIRED' TO
087000         HW-REPORT-LINE.
087100     WRITE HW-REPORT-LINE.
087200     MOVE '  ID       C DESCRIPTION' TO HW-REPORT-LINE.
087300     MOVE 'WEEK' TO HW-REPORT-LINE (38 : 4).
087400     MOVE '90 DAYS' TO HW-REPORT-LINE (44 : 7).
087500     MOVE 'LAST FIRED' TO HW-REPORT-LINE (54 : 10).
087600     WRITE HW-REPORT-LINE.
087700     IF HW-SIG-COUNT = ZERO
087800         MOVE '  NONE - NO CATALOGUE ENTRIES AND NO HITS ON FILE'
087900             TO HW-REPORT-LINE
088000         WRITE HW-REPORT-LINE
088100     END-IF.
088200     MOVE 1 TO HW-SIG-SUB.
088300     PERFORM 7100-WRITE-SIG-ROW THRU 7100-EXIT
088400         UNTIL HW-SIG-SUB > HW-SIG-COUNT.
088500     IF HW-SIG-FULL
088600         MOVE '  OVER 250 SIGNATURES - THE REST ARE NOT SHOWN'
088700             TO HW-REPORT-LINE
088800         WRITE HW-REPORT-LINE
088900     END-IF.
089000 7000-EXIT.
089100     EXIT.
089200*--------------------------------------------------------------*
089300*
089400* 7100-WRITE-SIG-ROW.  PRINT ONE SIGNATURE ROW.
089500*
089600*--------------------------------------------------------------*
089700 7100-WRITE-SIG-ROW.
089800     MOVE SPACES TO HW-SIG-LINE.
089900     MOVE HW-SG-ID (HW-SIG-SUB) TO HW-GL-ID.
090000     MOVE HW-SG-CLASS (HW-SIG-SUB) TO HW-GL-CLASS.
090100     MOVE HW-SG-DESC (HW-SIG-SUB) TO HW-GL-DESC.
090200     MOVE HW-SG-WEEK-HITS (HW-SIG-SUB) TO HW-GL-WEEK-HITS.
090300     MOVE HW-SG-HIST-HITS (HW-SIG-SUB) TO HW-GL-HIST-HITS.
090400     IF HW-SG-LAST-DATE (HW-SIG-SUB) = ZERO
090500         MOVE 'NEVER' TO HW-GL-LAST-DATE-X
090600     ELSE
090700         MOVE HW-SG-LAST-DATE (HW-SIG-SUB) TO HW-GL-LAST-DATE
090800     END-IF.
090900     IF HW-SG-RETIRED (HW-SIG-SUB)
091000         MOVE 'RETIRED' TO HW-GL-NOTE
091100     END-IF.
091200     WRITE HW-REPORT-LINE FROM HW-SIG-LINE.
091300     ADD 1 TO HW-SIG-SUB.
091400 7100-EXIT.
091500     EXIT.
