000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELCAL.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. MIS BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/2026 DRO  INITIAL RELEASE - BUSINESS-CALENDAR          *
001100*                 GENERATOR AND AUDIT FOR HELLOCAL (SEE        *
001200*                 HLCAL).  PARM='GEN=YYYY' READS THE YEAR'S    *
001300*                 SITE HOLIDAYS FROM HELLOHOL, DERIVES EACH    *
001400*                 MONTH-END BUSINESS DATE THE WAY HELLO        *
001500*                 RESOLVES A BUSINESS DATE - THE LAST DAY OF   *
001600*                 THE MONTH BACKED OFF WEEKENDS AND HOLIDAYS - *
001700*                 AND WRITES AN M RECORD FOR IT, AND A Q       *
001800*                 RECORD AS WELL IN MARCH, JUNE, SEPTEMBER     *
001900*                 AND DECEMBER.  THE OTHER YEARS ON THE        *
002000*                 CURRENT HELLOCAL ARE CARRIED OVER AND THE    *
002100*                 WHOLE CALENDAR IS WRITTEN IN DATE ORDER TO   *
002200*                 CALNEW.  WITHOUT GEN= THE HELLOCAL ON FILE   *
002300*                 IS AUDITED INSTEAD; EITHER WAY THE CALENDAR  *
002400*                 IS CHECKED FROM THE START OF THE CURRENT     *
002500*                 MONTH ON FOR DUPLICATES, UNKNOWN TYPES AND   *
002600*                 BAD DATES, AN M WITH NO Q AT A QUARTER END   *
002700*                 (OR A Q WITH NO M), A MONTH-END ON A         *
002800*                 WEEKEND OR HOLIDAY OR NOT ON THE LAST        *
002900*                 BUSINESS DAY, AND A MONTH WITH NO MONTH-END  *
003000*                 AT ALL, AND THE DAYS LEFT UNTIL THE LAST     *
003100*                 MONTH-END ON FILE ARE COUNTED.  DATE=YYYYMMDD*
003200*                 AUDITS AS AT ANOTHER DAY THAN TODAY.  RC 4 = *
003300*                 A FINDING OR FEWER THAN 60 DAYS OF CALENDAR  *
003400*                 LEFT, RC 8 = BAD PARM OR A HOLIDAY CARD      *
003500*                 REJECTED, RC 16 = HELLOHOL, CALNEW OR CALRPT *
003600*                 WOULD NOT OPEN.                              *
003700*--------------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. LINUX.
004100 OBJECT-COMPUTER. LINUX.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'HELLOCAL'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS HY-CAL-FILE-STATUS.
004700     SELECT HOLIDAY-FILE ASSIGN TO 'HELLOHOL'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS HY-HOL-FILE-STATUS.
005000     SELECT NEWCAL-FILE ASSIGN TO 'CALNEW'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS HY-NEW-FILE-STATUS.
005300     SELECT REPORT-FILE ASSIGN TO 'CALRPT'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS HY-RPT-FILE-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CALENDAR-FILE.
005900 COPY HLCAL.
006000 FD  HOLIDAY-FILE.
006100 COPY HLCAL REPLACING LEADING ==HL-CAL== BY ==HY-HOL==.
006200 FD  NEWCAL-FILE.
006300 01  HY-NEWCAL-LINE              PIC X(80).
006400 FD  REPORT-FILE.
006500 01  HY-REPORT-LINE              PIC X(80).
006600 WORKING-STORAGE SECTION.
006700*--------------------------------------------------------------*
006800* SWITCHES AND COUNTERS                                         *
006900*--------------------------------------------------------------*
007000 77  HY-CAL-FILE-STATUS       PIC X(02) VALUE '00'.
007100 77  HY-HOL-FILE-STATUS       PIC X(02) VALUE '00'.
007200 77  HY-NEW-FILE-STATUS       PIC X(02) VALUE '00'.
007300 77  HY-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
007400 77  HY-EOF-SW                PIC X(01) VALUE 'N'.
007500     88  HY-EOF                   VALUE 'Y'.
007600 77  HY-GEN-SW                PIC X(01) VALUE 'N'.
007700     88  HY-GENERATE              VALUE 'Y'.
007800 77  HY-DATE-GIVEN-SW         PIC X(01) VALUE 'N'.
007900     88  HY-DATE-GIVEN            VALUE 'Y'.
008000 77  HY-WARNING-SW            PIC X(01) VALUE 'N'.
008100     88  HY-WARNING               VALUE 'Y'.
008200 77  HY-REJECT-SW             PIC X(01) VALUE 'N'.
008300     88  HY-REJECTED              VALUE 'Y'.
008400 77  HY-FOUND-SW              PIC X(01) VALUE 'N'.
008500     88  HY-FOUND                 VALUE 'Y'.
008600 77  HY-DATE-OK-SW            PIC X(01) VALUE 'N'.
008700     88  HY-DATE-OK               VALUE 'Y'.
008800 77  HY-BUS-SET-SW            PIC X(01) VALUE 'N'.
008900     88  HY-BUS-SET               VALUE 'Y'.
009000 77  HY-CAL-FULL-SW           PIC X(01) VALUE 'N'.
009100     88  HY-CAL-FULL              VALUE 'Y'.
009200 77  HY-FND-FULL-SW           PIC X(01) VALUE 'N'.
009300     88  HY-FND-FULL              VALUE 'Y'.
009400 77  HY-MIN-DAYS              PIC 9(03) VALUE 60.
009500 77  HY-HELLO-LIMIT           PIC 9(04) COMP VALUE 500.
009600 77  HY-CARRIED-COUNT         PIC 9(05) VALUE ZERO.
009700 77  HY-REPLACED-COUNT        PIC 9(05) VALUE ZERO.
009800 77  HY-DROPPED-COUNT         PIC 9(05) VALUE ZERO.
009900 77  HY-HOL-COUNT             PIC 9(05) VALUE ZERO.
010000 77  HY-HOL-REJECTS           PIC 9(05) VALUE ZERO.
010100 77  HY-WRITTEN-COUNT         PIC 9(05) VALUE ZERO.
010200 77  HY-BAD-RECORD-COUNT      PIC 9(05) VALUE ZERO.
010300 01  HY-REASON                PIC X(40) VALUE SPACES.
010400*--------------------------------------------------------------*
010500* PARM PARSING                                                  *
010600*--------------------------------------------------------------*
010700 77  HY-PARM-SCAN-LEN         PIC 9(02) COMP VALUE ZERO.
010800 77  HY-PARM-PTR              PIC 9(02) COMP VALUE ZERO.
010900 01  HY-PARM-WORD             PIC X(20) VALUE SPACES.
011000 77  HY-GEN-YEAR              PIC 9(04) VALUE ZERO.
011100*--------------------------------------------------------------*
011200* THE AUDIT DATE (TODAY UNLESS DATE= GIVES ANOTHER) AND THE     *
011300* FIRST OF ITS MONTH, WHERE THE AUDIT STARTS.                   *
011400*--------------------------------------------------------------*
011500 01  HY-AS-OF-DATE            PIC 9(08) VALUE ZERO.
011600 01  HY-AS-OF-DATE-R REDEFINES HY-AS-OF-DATE.
011700     05  HY-AO-YEAR           PIC 9(04).
011800     05  HY-AO-MONTH          PIC 9(02).
011900     05  HY-AO-DAY            PIC 9(02).
012000 01  HY-AUDIT-FROM            PIC 9(08) VALUE ZERO.
012100 01  HY-AUDIT-FROM-R REDEFINES HY-AUDIT-FROM.
012200     05  HY-AF-YYYYMM         PIC 9(06).
012300     05  HY-AF-DAY            PIC 9(02).
012400 77  HY-AS-OF-JDN             PIC 9(08) COMP VALUE ZERO.
012500*--------------------------------------------------------------*
012600* JULIAN-DAY WORK AREA - THE SAME FLIEGEL/VAN FLANDERN INTEGER *
012700* FORMULA AND ITS INVERSE AS HELLO, SO A MONTH-END COMES OUT   *
012800* HERE ON THE DAY HELLO WOULD RESOLVE IT TO.  MOD 7 OF THE JDN *
012900* IS 0 FOR A MONDAY, SO 5 AND 6 ARE THE WEEKEND.               *
013000*--------------------------------------------------------------*
013100 01  HY-JDN-DATE              PIC 9(08) VALUE ZERO.
013200 01  HY-JDN-DATE-R REDEFINES HY-JDN-DATE.
013300     05  HY-JD-YEAR           PIC 9(04).
013400     05  HY-JD-MONTH          PIC 9(02).
013500     05  HY-JD-DAY            PIC 9(02).
013600 77  HY-JDN-A                 PIC 9(01) COMP VALUE ZERO.
013700 77  HY-JDN-Y                 PIC 9(05) COMP VALUE ZERO.
013800 77  HY-JDN-M                 PIC 9(02) COMP VALUE ZERO.
013900 77  HY-JDN-NUM               PIC 9(08) COMP VALUE ZERO.
014000 01  HY-JDI-DATE              PIC 9(08) VALUE ZERO.
014100 01  HY-JDI-DATE-R REDEFINES HY-JDI-DATE.
014200     05  HY-JDI-YEAR          PIC 9(04).
014300     05  HY-JDI-MONTH         PIC 9(02).
014400     05  HY-JDI-DAY           PIC 9(02).
014500 77  HY-INV-A                 PIC 9(08) COMP VALUE ZERO.
014600 77  HY-INV-B                 PIC 9(03) COMP VALUE ZERO.
014700 77  HY-INV-C                 PIC 9(06) COMP VALUE ZERO.
014800 77  HY-INV-D                 PIC 9(03) COMP VALUE ZERO.
014900 77  HY-INV-E                 PIC 9(04) COMP VALUE ZERO.
015000 77  HY-INV-M                 PIC 9(02) COMP VALUE ZERO.
015100 77  HY-DOW                   PIC 9(01) COMP VALUE ZERO.
015150 77  HY-DOW-QUOT              PIC 9(08) COMP VALUE ZERO.
015200 01  HY-DAY-NAMES             PIC X(21)
015300     VALUE 'MONTUEWEDTHUFRISATSUN'.
015400 01  HY-DAY-NAME-TABLE REDEFINES HY-DAY-NAMES.
015500     05  HY-DAY-NAME OCCURS 7 TIMES
015600                              PIC X(03).
015700*--------------------------------------------------------------*
015800* MONTH-END WORK AREA - THE MONTH ASKED FOR, THE BUSINESS DATE *
015900* IT RESOLVES TO AND HOW MANY DAYS WERE BACKED OFF TO GET      *
016000* THERE.                                                       *
016100*--------------------------------------------------------------*
016200 01  HY-ME-MONTH-KEY          PIC 9(06) VALUE ZERO.
016300 01  HY-ME-MONTH-KEY-R REDEFINES HY-ME-MONTH-KEY.
016400     05  HY-ME-YEAR           PIC 9(04).
016500     05  HY-ME-MONTH          PIC 9(02).
016600         88  HY-ME-QTR-MONTH      VALUE 3 6 9 12.
016700 77  HY-ME-DATE               PIC 9(08) VALUE ZERO.
016800 77  HY-ME-BACKOFF            PIC 9(02) VALUE ZERO.
016900 77  HY-ME-M-COUNT            PIC 9(03) VALUE ZERO.
017000 77  HY-ME-Q-COUNT            PIC 9(03) VALUE ZERO.
017100 77  HY-ME-M-DATE             PIC 9(08) VALUE ZERO.
017200 77  HY-MONTH-NUM             PIC 9(02) VALUE ZERO.
017300 77  HY-LAST-MONTH            PIC 9(06) VALUE ZERO.
017400 01  HY-QTR-NUM               PIC 9(01) VALUE ZERO.
017500*--------------------------------------------------------------*
017600* THE CALENDAR, HELD IN DATE AND TYPE ORDER.  WHEN GENERATING, *
017700* A SECOND COPY OF AN ENTRY IS NOT ADDED; WHEN AUDITING IT IS  *
017800* KEPT, NEXT TO THE FIRST, SO IT CAN BE REPORTED.  THE AUDIT    *
017850* MARKS EACH ENTRY WHOSE DATE IS NOT A REAL CALENDAR DATE.     *
017900*--------------------------------------------------------------*
018000 01  HY-CAL-TABLE.
018100     05  HY-CAL-ENTRY OCCURS 1000 TIMES.
018200         10  HY-CE-KEY.
018300             15  HY-CE-DATE          PIC 9(08).
018400             15  HY-CE-DATE-R REDEFINES HY-CE-DATE.
018500                 20  HY-CE-YYYYMM    PIC 9(06).
018600                 20  HY-CE-DD        PIC 9(02).
018700             15  HY-CE-TYPE          PIC X(01).
018766         10  HY-CE-DESC              PIC X(30).
018832         10  HY-CE-VALID-SW          PIC X(01).
018900 77  HY-CAL-COUNT             PIC 9(04) COMP VALUE ZERO.
019000 77  HY-CAL-SUB               PIC 9(04) COMP VALUE ZERO.
019100 77  HY-CAL-SUB2              PIC 9(04) COMP VALUE ZERO.
019200 77  HY-SCAN-SUB              PIC 9(04) COMP VALUE ZERO.
019300 77  HY-DROP-DUPS-SW          PIC X(01) VALUE 'N'.
019400     88  HY-DROP-DUPS             VALUE 'Y'.
019500 01  HY-NEW-ENTRY.
019600     05  HY-NE-KEY.
019700         10  HY-NE-DATE           PIC 9(08).
019800         10  HY-NE-TYPE           PIC X(01).
019866     05  HY-NE-DESC               PIC X(30).
019932     05  HY-NE-VALID-SW           PIC X(01) VALUE 'Y'.
020000 77  HY-FIND-DATE             PIC 9(08) VALUE ZERO.
020100 77  HY-FIND-TYPE             PIC X(01) VALUE SPACE.
020200*--------------------------------------------------------------*
020300* AUDIT TOTALS.  THE LAST DATE AND LAST MONTH-END ARE THE      *
020400* LATEST REAL CALENDAR DATES ON FILE.                          *
020500*--------------------------------------------------------------*
020600 77  HY-H-COUNT               PIC 9(05) VALUE ZERO.
020700 77  HY-M-COUNT               PIC 9(05) VALUE ZERO.
020800 77  HY-Q-COUNT               PIC 9(05) VALUE ZERO.
020900 77  HY-CHECKED-COUNT         PIC 9(05) VALUE ZERO.
021000 01  HY-LAST-DATE             PIC 9(08) VALUE ZERO.
021100 01  HY-LAST-DATE-R REDEFINES HY-LAST-DATE.
021200     05  HY-LD-YYYYMM         PIC 9(06).
021300     05  HY-LD-DAY            PIC 9(02).
021400 77  HY-LAST-ME-DATE          PIC 9(08) VALUE ZERO.
021500 77  HY-DAYS-LEFT             PIC S9(07) VALUE ZERO.
021600*--------------------------------------------------------------*
021700* FINDINGS, HELD IN DATE ORDER (AND THE ORDER FOUND WITHIN A   *
021800* DATE) FOR THE REPORT.  THE DATE IS KEPT AS TEXT SO A RECORD  *
021900* WITHOUT A NUMERIC DATE CAN BE SHOWN AS KEYED.                *
022000*--------------------------------------------------------------*
022100 01  HY-FND-TABLE.
022200     05  HY-FND-ENTRY OCCURS 300 TIMES.
022300         10  HY-FE-KEY.
022400             15  HY-FE-DATE          PIC X(08).
022500             15  HY-FE-SEQ           PIC 9(04).
022600         10  HY-FE-TYPE              PIC X(01).
022700         10  HY-FE-TEXT              PIC X(60).
022800 77  HY-FND-COUNT             PIC 9(04) COMP VALUE ZERO.
022900 77  HY-FND-SUB               PIC 9(04) COMP VALUE ZERO.
023000 77  HY-FND-SUB2              PIC 9(04) COMP VALUE ZERO.
023100 77  HY-FND-TOTAL             PIC 9(04) VALUE ZERO.
023200 01  HY-NEW-FINDING.
023300     05  HY-NF-KEY.
023400         10  HY-NF-DATE           PIC X(08).
023500         10  HY-NF-SEQ            PIC 9(04).
023600     05  HY-NF-TYPE               PIC X(01).
023700     05  HY-NF-TEXT               PIC X(60).
023800 77  HY-FND-FOUND-SW          PIC X(01) VALUE 'N'.
023900     88  HY-FND-FOUND             VALUE 'Y'.
024000*--------------------------------------------------------------*
024100* THE NEW CALENDAR RECORD                                       *
024200*--------------------------------------------------------------*
024300 COPY HLCAL REPLACING LEADING ==HL-CAL== BY ==HY-OUT==.
024400*--------------------------------------------------------------*
024500* REPORT LINE-BUILDING WORK AREA                                *
024600*--------------------------------------------------------------*
024700 01  HY-TITLE-LINE.
024800     05  FILLER               PIC X(44) VALUE
024900         'HELLO JOB STREAM - BUSINESS CALENDAR AUDIT '.
025000     05  FILLER               PIC X(07) VALUE 'AS AT  '.
025100     05  HY-TL-DATE           PIC 9(08).
025200     05  FILLER               PIC X(02) VALUE SPACES.
025300     05  HY-TL-MODE           PIC X(19).
025400 01  HY-GEN-HEAD-LINE.
025500     05  FILLER               PIC X(40) VALUE
025600         'MONTH    MONTH-END  DAY   QTR BACKED OFF'.
025700     05  FILLER               PIC X(40) VALUE SPACES.
025800 01  HY-GEN-LINE.
025900     05  HY-GL-MONTH          PIC 9(02).
026000     05  FILLER               PIC X(01) VALUE '/'.
026100     05  HY-GL-YEAR           PIC 9(04).
026200     05  FILLER               PIC X(02) VALUE SPACES.
026300     05  HY-GL-DATE           PIC 9(08).
026400     05  FILLER               PIC X(03) VALUE SPACES.
026500     05  HY-GL-DAY            PIC X(03).
026600     05  FILLER               PIC X(03) VALUE SPACES.
026700     05  HY-GL-QTR            PIC X(02).
026800     05  FILLER               PIC X(04) VALUE SPACES.
026900     05  HY-GL-BACKOFF        PIC Z9.
027000     05  FILLER               PIC X(46) VALUE SPACES.
027100 01  HY-FND-HEAD-LINE.
027200     05  FILLER               PIC X(40) VALUE
027300         'DATE     T  FINDING                     '.
027400     05  FILLER               PIC X(40) VALUE SPACES.
027500 01  HY-FND-LINE.
027600     05  HY-FL-DATE           PIC X(08).
027700     05  FILLER               PIC X(01) VALUE SPACES.
027800     05  HY-FL-TYPE           PIC X(01).
027900     05  FILLER               PIC X(02) VALUE SPACES.
028000     05  HY-FL-TEXT           PIC X(60).
028100     05  FILLER               PIC X(08) VALUE SPACES.
028200 01  HY-STAT-LINE.
028300     05  HY-ST-LABEL          PIC X(40).
028400     05  HY-ST-COUNT          PIC -(8)9.
028500     05  FILLER               PIC X(31) VALUE SPACES.
028600 01  HY-EDIT-DATE             PIC 9(08).
028700 01  HY-EDIT-COUNT            PIC ZZZZ9.
028800 01  HY-EDIT-COUNT2           PIC ZZZZ9.
028900 01  HY-EDIT-DAYS             PIC -(6)9.
029000*--------------------------------------------------------------*
029100 LINKAGE SECTION.
029200 01  HY-PARM-AREA.
029300     05  HY-PARM-LEN             PIC S9(04) COMP.
029400     05  HY-PARM-TEXT            PIC X(80).
029500*--------------------------------------------------------------*
029600 PROCEDURE DIVISION USING HY-PARM-AREA.
029700*--------------------------------------------------------------*
029800*
029900* 0000-MAINLINE.  BUILD THE CALENDAR - GENERATED FROM THE
030000*                 HOLIDAY LIST, OR AS IT STANDS ON HELLOCAL -
030100*                 THEN AUDIT IT AND PRINT THE FINDINGS.
030200*
030300*--------------------------------------------------------------*
030400 0000-MAINLINE.
030500     PERFORM 0100-GET-PARM THRU 0100-EXIT.
030600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030700     IF HY-GENERATE
030800         SET HY-DROP-DUPS TO TRUE
030900     END-IF.
031000     PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT.
031100     IF HY-GENERATE
031200         PERFORM 2500-LOAD-HOLIDAYS THRU 2500-EXIT
031300         PERFORM 2700-BUILD-MONTH-ENDS THRU 2700-EXIT
031400         PERFORM 2900-WRITE-CALNEW THRU 2900-EXIT
031500     END-IF.
031600     PERFORM 3000-AUDIT-ENTRIES THRU 3000-EXIT.
031700     PERFORM 3500-AUDIT-MONTHS THRU 3500-EXIT.
031800     PERFORM 4000-COUNT-DAYS-LEFT THRU 4000-EXIT.
031900     PERFORM 7000-WRITE-FINDINGS THRU 7000-EXIT.
032000     PERFORM 7500-WRITE-SUMMARY THRU 7500-EXIT.
032100     CLOSE REPORT-FILE.
032200     MOVE HY-CAL-COUNT TO HY-EDIT-COUNT.
032300     MOVE HY-FND-TOTAL TO HY-EDIT-COUNT2.
032400     MOVE HY-DAYS-LEFT TO HY-EDIT-DAYS.
032500     DISPLAY 'HELCAL: ' HY-EDIT-COUNT ' CALENDAR ENTRIES, '
032600             HY-EDIT-COUNT2 ' FINDING(S), ' HY-EDIT-DAYS
032700             ' DAY(S) OF CALENDAR LEFT'.
032800     IF HY-REJECTED
032900         MOVE 8 TO RETURN-CODE
033000     ELSE
033100         IF HY-WARNING
033200             MOVE 4 TO RETURN-CODE
033300         ELSE
033400             MOVE ZERO TO RETURN-CODE
033500         END-IF
033600     END-IF.
033700     STOP RUN.
033800*--------------------------------------------------------------*
033900*
034000* 0100-GET-PARM.  THE PARM IS EMPTY OR ONE OR BOTH OF
034100*                 GEN=YYYY AND DATE=YYYYMMDD, SEPARATED BY A
034200*                 COMMA.  ANYTHING ELSE STOPS WITH RC 8.
034300*
034400*--------------------------------------------------------------*
034500 0100-GET-PARM.
034600     IF HY-PARM-LEN = ZERO
034700         GO TO 0100-EXIT
034800     END-IF.
034900     MOVE HY-PARM-LEN TO HY-PARM-SCAN-LEN.
035000     IF HY-PARM-SCAN-LEN > 80
035100         MOVE 80 TO HY-PARM-SCAN-LEN
035200     END-IF.
035300     MOVE 1 TO HY-PARM-PTR.
035400     PERFORM 0150-GET-PARM-WORD THRU 0150-EXIT
035500         UNTIL HY-PARM-PTR > HY-PARM-SCAN-LEN.
035600 0100-EXIT.
035700     EXIT.
035800*--------------------------------------------------------------*
035900*
036000* 0150-GET-PARM-WORD.  TAKE THE NEXT COMMA-DELIMITED WORD OFF
036100*                      THE PARM AND ACT ON IT.
036200*
036300*--------------------------------------------------------------*
036400 0150-GET-PARM-WORD.
036500     MOVE SPACES TO HY-PARM-WORD.
036600     UNSTRING HY-PARM-TEXT (1 : HY-PARM-SCAN-LEN)
036700         DELIMITED BY ','
036800         INTO HY-PARM-WORD
036900         WITH POINTER HY-PARM-PTR
037000     END-UNSTRING.
037100     IF HY-PARM-WORD (1 : 4) = 'GEN='
037200         AND HY-PARM-WORD (5 : 4) IS NUMERIC
037300         AND HY-PARM-WORD (9 : 12) = SPACES
037400         MOVE HY-PARM-WORD (5 : 4) TO HY-GEN-YEAR
037500         IF HY-GEN-YEAR > 1900
037600             SET HY-GENERATE TO TRUE
037700             GO TO 0150-EXIT
037800         END-IF
037900     END-IF.
038000     IF HY-PARM-WORD (1 : 5) = 'DATE='
038100         AND HY-PARM-WORD (6 : 8) IS NUMERIC
038200         AND HY-PARM-WORD (14 : 7) = SPACES
038300         MOVE HY-PARM-WORD (6 : 8) TO HY-JDN-DATE
038400         PERFORM 0180-CHECK-DATE THRU 0180-EXIT
038500         IF HY-DATE-OK
038600             MOVE HY-JDN-DATE TO HY-AS-OF-DATE
038700             SET HY-DATE-GIVEN TO TRUE
038800             GO TO 0150-EXIT
038900         END-IF
039000     END-IF.
039100     DISPLAY 'HELCAL: BAD PARM - EXPECTED GEN=YYYY AND/OR '
039200             'DATE=YYYYMMDD, GOT '
039300             HY-PARM-TEXT (1 : HY-PARM-SCAN-LEN).
039400     MOVE 8 TO RETURN-CODE.
039500     STOP RUN.
039600 0150-EXIT.
039700     EXIT.
039800*--------------------------------------------------------------*
039900*
040000* 0160-DATE-TO-JDN.  CONVERT THE YYYYMMDD DATE IN HY-JDN-DATE
040100*                    TO A JULIAN DAY NUMBER IN HY-JDN-NUM -
040200*                    THE STANDARD FLIEGEL/VAN FLANDERN INTEGER
040300*                    FORMULA, AS IN HELLO.
040400*
040500*--------------------------------------------------------------*
040600 0160-DATE-TO-JDN.
040700     COMPUTE HY-JDN-A = (14 - HY-JD-MONTH) / 12.
040800     COMPUTE HY-JDN-Y = HY-JD-YEAR + 4800 - HY-JDN-A.
040900     COMPUTE HY-JDN-M = HY-JD-MONTH + (12 * HY-JDN-A) - 3.
041000     COMPUTE HY-JDN-NUM =
041100         HY-JD-DAY + (((153 * HY-JDN-M) + 2) / 5)
041200         + (365 * HY-JDN-Y) + (HY-JDN-Y / 4)
041300         - (HY-JDN-Y / 100) + (HY-JDN-Y / 400) - 32045.
041400 0160-EXIT.
041500     EXIT.
041600*--------------------------------------------------------------*
041700*
041800* 0170-JDN-TO-DATE.  THE INVERSE OF 0160 - TURN THE JULIAN DAY
041900*                    NUMBER IN HY-JDN-NUM BACK INTO A YYYYMMDD
042000*                    DATE IN HY-JDI-DATE.
042100*
042200*--------------------------------------------------------------*
042300 0170-JDN-TO-DATE.
042400     COMPUTE HY-INV-A = HY-JDN-NUM + 32044.
042500     COMPUTE HY-INV-B = ((4 * HY-INV-A) + 3) / 146097.
042600     COMPUTE HY-INV-C = HY-INV-A - ((146097 * HY-INV-B) / 4).
042700     COMPUTE HY-INV-D = ((4 * HY-INV-C) + 3) / 1461.
042800     COMPUTE HY-INV-E = HY-INV-C - ((1461 * HY-INV-D) / 4).
042900     COMPUTE HY-INV-M = ((5 * HY-INV-E) + 2) / 153.
043000     COMPUTE HY-JDI-DAY =
043100         HY-INV-E - (((153 * HY-INV-M) + 2) / 5) + 1.
043200     COMPUTE HY-JDI-MONTH =
043300         HY-INV-M + 3 - (12 * (HY-INV-M / 10)).
043400     COMPUTE HY-JDI-YEAR =
043500         (100 * HY-INV-B) + HY-INV-D - 4800 + (HY-INV-M / 10).
043600 0170-EXIT.
043700     EXIT.
043800*--------------------------------------------------------------*
043900*
044000* 0180-CHECK-DATE.  IS THE NUMERIC DATE IN HY-JDN-DATE A REAL
044100*                   CALENDAR DATE?  IT IS WHEN IT SURVIVES THE
044200*                   TRIP TO A JULIAN DAY AND BACK UNCHANGED -
044300*                   A 30TH OF FEBRUARY COMES BACK AS MARCH.
044400*                   THE JDN IS LEFT IN HY-JDN-NUM AND THE DAY
044500*                   OF WEEK IN HY-DOW.
044600*
044700*--------------------------------------------------------------*
044800 0180-CHECK-DATE.
044900     MOVE 'N' TO HY-DATE-OK-SW.
045000     IF HY-JD-YEAR < 1901
045100         OR HY-JD-MONTH < 1 OR HY-JD-MONTH > 12
045200         OR HY-JD-DAY < 1 OR HY-JD-DAY > 31
045300         GO TO 0180-EXIT
045400     END-IF.
045500     PERFORM 0160-DATE-TO-JDN THRU 0160-EXIT.
045600     PERFORM 0170-JDN-TO-DATE THRU 0170-EXIT.
045700     IF HY-JDI-DATE = HY-JDN-DATE
045800         SET HY-DATE-OK TO TRUE
045900         DIVIDE HY-JDN-NUM BY 7
045950             GIVING HY-DOW-QUOT REMAINDER HY-DOW
046000     END-IF.
046100 0180-EXIT.
046200     EXIT.
046300*--------------------------------------------------------------*
046400*
046500* 1000-INITIALIZE.  SETTLE THE AUDIT DATE AND THE MONTH THE
046600*                   AUDIT STARTS FROM, AND OPEN THE REPORT.
046700*
046800*--------------------------------------------------------------*
046900 1000-INITIALIZE.
047000     IF NOT HY-DATE-GIVEN
047100         ACCEPT HY-AS-OF-DATE FROM DATE YYYYMMDD
047200     END-IF.
047300     MOVE HY-AS-OF-DATE TO HY-JDN-DATE.
047400     PERFORM 0160-DATE-TO-JDN THRU 0160-EXIT.
047500     MOVE HY-JDN-NUM TO HY-AS-OF-JDN.
047600     MOVE HY-AS-OF-DATE TO HY-AUDIT-FROM.
047700     MOVE 1 TO HY-AF-DAY.
047800     OPEN OUTPUT REPORT-FILE.
047900     IF HY-RPT-FILE-STATUS NOT = '00'
048000         DISPLAY 'HELCAL: UNABLE TO OPEN CALRPT, STATUS = '
048100                 HY-RPT-FILE-STATUS
048200         MOVE 16 TO RETURN-CODE
048300         STOP RUN
048400     END-IF.
048500     MOVE HY-AS-OF-DATE TO HY-TL-DATE.
048600     IF HY-GENERATE
048700         MOVE SPACES TO HY-TL-MODE
048800         STRING 'GENERATED FOR ' HY-GEN-YEAR
048900             DELIMITED BY SIZE INTO HY-TL-MODE
049000         END-STRING
049100     ELSE
049200         MOVE 'HELLOCAL ON FILE' TO HY-TL-MODE
049300     END-IF.
049400     WRITE HY-REPORT-LINE FROM HY-TITLE-LINE.
049500     MOVE SPACES TO HY-REPORT-LINE.
049600     WRITE HY-REPORT-LINE.
049700 1000-EXIT.
049800     EXIT.
049900*--------------------------------------------------------------*
050000*
050100* 2000-LOAD-CALENDAR.  READ HELLOCAL INTO THE CALENDAR TABLE.
050200*                      NO FILE IS NOT AN ERROR HERE - WHEN
050300*                      GENERATING IT IS THE FIRST CALENDAR, AND
050400*                      WHEN AUDITING IT LEAVES NO DAYS OF
050500*                      CALENDAR, WHICH THE AUDIT REPORTS.
050600*
050700*--------------------------------------------------------------*
050800 2000-LOAD-CALENDAR.
050900     OPEN INPUT CALENDAR-FILE.
051000     IF HY-CAL-FILE-STATUS = '00'
051100         MOVE 'N' TO HY-EOF-SW
051200         PERFORM 2100-READ-CAL-RECORD THRU 2100-EXIT
051300             UNTIL HY-EOF
051400     ELSE
051500         DISPLAY 'HELCAL: NO HELLOCAL ON FILE, STATUS = '
051600                 HY-CAL-FILE-STATUS
051700     END-IF.
051800     CLOSE CALENDAR-FILE.
051900     IF HY-GENERATE
052000         DISPLAY 'HELCAL: ' HY-CARRIED-COUNT
052100                 ' HELLOCAL ENTRIES CARRIED OVER, '
052200                 HY-REPLACED-COUNT ' FOR ' HY-GEN-YEAR
052300                 ' REPLACED, ' HY-DROPPED-COUNT ' DROPPED'
052400     END-IF.
052500 2000-EXIT.
052600     EXIT.
052700*--------------------------------------------------------------*
052800*
052900* 2100-READ-CAL-RECORD.  READ ONE HELLOCAL RECORD INTO THE
053000*                        TABLE.  A BLANK LINE OR ONE STARTING
053100*                        WITH AN ASTERISK IS PASSED OVER.  A
053200*                        RECORD WITHOUT A NUMERIC DATE, WHICH
053300*                        HELLO PASSES OVER TOO, IS A FINDING
053400*                        WHEN AUDITING AND IS DROPPED WHEN
053500*                        GENERATING, AS IS A SECOND COPY OF AN
053600*                        ENTRY.  WHEN GENERATING, THE ENTRIES
053700*                        FOR THE YEAR BEING GENERATED ARE LEFT
053800*                        OUT - THE NEW ONES REPLACE THEM.
053900*
054000*--------------------------------------------------------------*
054100 2100-READ-CAL-RECORD.
054200     READ CALENDAR-FILE
054300         AT END
054400             SET HY-EOF TO TRUE
054500             GO TO 2100-EXIT
054600     END-READ.
054700     IF HL-CAL-RECORD = SPACES
054800         OR HL-CAL-RECORD (1 : 1) = '*'
054900         GO TO 2100-EXIT
055000     END-IF.
055100     IF HL-CAL-DATE NOT NUMERIC
055200         ADD 1 TO HY-BAD-RECORD-COUNT
055300         IF HY-GENERATE
055400             ADD 1 TO HY-DROPPED-COUNT
055500         ELSE
055600             MOVE HL-CAL-RECORD (1 : 8) TO HY-NF-DATE
055700             MOVE HL-CAL-TYPE TO HY-NF-TYPE
055800             MOVE 'DATE NOT NUMERIC - HELLO PASSES IT OVER'
055900                 TO HY-NF-TEXT
056000             PERFORM 6500-ADD-FINDING THRU 6500-EXIT
056100         END-IF
056200         GO TO 2100-EXIT
056300     END-IF.
056400     IF HY-GENERATE
056500         MOVE HL-CAL-DATE TO HY-JDN-DATE
056600         IF HY-JD-YEAR = HY-GEN-YEAR
056700             ADD 1 TO HY-REPLACED-COUNT
056800             GO TO 2100-EXIT
056900         END-IF
057000         ADD 1 TO HY-CARRIED-COUNT
057100     END-IF.
057200     MOVE HL-CAL-DATE TO HY-NE-DATE.
057300     MOVE HL-CAL-TYPE TO HY-NE-TYPE.
057400     MOVE HL-CAL-DESC TO HY-NE-DESC.
057500     PERFORM 2800-ADD-ENTRY THRU 2800-EXIT.
057600 2100-EXIT.
057700     EXIT.
057800*--------------------------------------------------------------*
057900*
058000* 2500-LOAD-HOLIDAYS.  READ THE YEAR'S SITE HOLIDAYS FROM
058100*                      HELLOHOL INTO THE CALENDAR TABLE.  THE
058200*                      LIST MUST OPEN - A YEAR GENERATED
058300*                      WITHOUT IT WOULD HAVE NO HOLIDAYS AT ALL.
058400*
058500*--------------------------------------------------------------*
058600 2500-LOAD-HOLIDAYS.
058700     OPEN INPUT HOLIDAY-FILE.
058800     IF HY-HOL-FILE-STATUS NOT = '00'
058900         DISPLAY 'HELCAL: UNABLE TO OPEN HELLOHOL, STATUS = '
059000                 HY-HOL-FILE-STATUS
059100         CLOSE REPORT-FILE
059200         MOVE 16 TO RETURN-CODE
059300         STOP RUN
059400     END-IF.
059500     MOVE 'N' TO HY-EOF-SW.
059600     PERFORM 2600-READ-HOL-RECORD THRU 2600-EXIT
059700         UNTIL HY-EOF.
059800     CLOSE HOLIDAY-FILE.
059900     DISPLAY 'HELCAL: ' HY-HOL-COUNT ' HOLIDAY(S) FOR '
060000             HY-GEN-YEAR ' LOADED, ' HY-HOL-REJECTS ' REJECTED'.
060100 2500-EXIT.
060200     EXIT.
060300*--------------------------------------------------------------*
060400*
060500* 2600-READ-HOL-RECORD.  READ AND LOAD ONE HOLIDAY CARD, IN THE
060600*                        HLCAL LAYOUT WITH A TYPE OF H (OR
060700*                        BLANK).  A BLANK LINE OR ONE STARTING
060800*                        WITH AN ASTERISK IS A COMMENT.  A CARD
060900*                        THAT IS NOT A REAL DATE IN THE YEAR
061000*                        BEING GENERATED, OR HAS ANOTHER TYPE,
061100*                        IS REJECTED WITH A MESSAGE AND RC 8; A
061200*                        SECOND CARD FOR THE SAME DAY IS PASSED
061300*                        OVER.
061400*
061500*--------------------------------------------------------------*
061600 2600-READ-HOL-RECORD.
061700     READ HOLIDAY-FILE
061800         AT END
061900             SET HY-EOF TO TRUE
062000             GO TO 2600-EXIT
062100     END-READ.
062200     IF HY-HOL-RECORD = SPACES
062300         OR HY-HOL-RECORD (1 : 1) = '*'
062400         GO TO 2600-EXIT
062500     END-IF.
062600     MOVE SPACES TO HY-REASON.
062700     IF HY-HOL-DATE NOT NUMERIC
062800         MOVE 'DATE IS NOT NUMERIC' TO HY-REASON
062900     ELSE
063000         MOVE HY-HOL-DATE TO HY-JDN-DATE
063100         PERFORM 0180-CHECK-DATE THRU 0180-EXIT
063200         IF NOT HY-DATE-OK
063300             MOVE 'NOT A CALENDAR DATE' TO HY-REASON
063400         ELSE
063500             IF HY-JD-YEAR NOT = HY-GEN-YEAR
063600                 MOVE 'NOT IN THE YEAR BEING GENERATED'
063700                     TO HY-REASON
063800             END-IF
063900         END-IF
064000     END-IF.
064100     IF HY-REASON = SPACES
064200         AND HY-HOL-TYPE NOT = 'H' AND HY-HOL-TYPE NOT = SPACE
064300         MOVE 'TYPE IS NOT H' TO HY-REASON
064400     END-IF.
064500     IF HY-REASON NOT = SPACES
064600         DISPLAY 'HELCAL: HOLIDAY CARD REJECTED - ' HY-REASON
064700                 ': ' HY-HOL-RECORD
064800         ADD 1 TO HY-HOL-REJECTS
064900         SET HY-REJECTED TO TRUE
065000         GO TO 2600-EXIT
065100     END-IF.
065200     MOVE HY-HOL-DATE TO HY-FIND-DATE.
065300     MOVE 'H' TO HY-FIND-TYPE.
065400     PERFORM 6100-FIND-ENTRY THRU 6100-EXIT.
065500     IF HY-FOUND
065600         DISPLAY 'HELCAL: ' HY-HOL-DATE ' IS ALREADY ON THE '
065700                 'HOLIDAY LIST - SECOND CARD PASSED OVER'
065800         GO TO 2600-EXIT
065900     END-IF.
066000     MOVE HY-HOL-DATE TO HY-NE-DATE.
066100     MOVE 'H' TO HY-NE-TYPE.
066200     MOVE HY-HOL-DESC TO HY-NE-DESC.
066300     IF HY-NE-DESC = SPACES
066400         MOVE 'SITE HOLIDAY' TO HY-NE-DESC
066500     END-IF.
066600     PERFORM 2800-ADD-ENTRY THRU 2800-EXIT.
066700     ADD 1 TO HY-HOL-COUNT.
066800 2600-EXIT.
066900     EXIT.
067000*--------------------------------------------------------------*
067100*
067200* 2700-BUILD-MONTH-ENDS.  ADD THE M (AND AT A QUARTER END THE
067300*                         Q) RECORD FOR EACH MONTH OF THE YEAR
067400*                         BEING GENERATED, LISTING THEM ON THE
067500*                         REPORT AS THEY ARE MADE.
067600*
067700*--------------------------------------------------------------*
067800 2700-BUILD-MONTH-ENDS.
067900     WRITE HY-REPORT-LINE FROM HY-GEN-HEAD-LINE.
068000     MOVE 1 TO HY-MONTH-NUM.
068100     PERFORM 2750-ADD-MONTH-END THRU 2750-EXIT
068200         UNTIL HY-MONTH-NUM > 12.
068300     MOVE SPACES TO HY-REPORT-LINE.
068400     WRITE HY-REPORT-LINE.
068500 2700-EXIT.
068600     EXIT.
068700*--------------------------------------------------------------*
068800*
068900* 2750-ADD-MONTH-END.  RESOLVE ONE MONTH'S BUSINESS MONTH-END
069000*                      AND ADD ITS RECORDS.
069100*
069200*--------------------------------------------------------------*
069300 2750-ADD-MONTH-END.
069400     MOVE HY-GEN-YEAR TO HY-ME-YEAR.
069500     MOVE HY-MONTH-NUM TO HY-ME-MONTH.
069600     PERFORM 5000-COMPUTE-MONTH-END THRU 5000-EXIT.
069700     MOVE HY-ME-DATE TO HY-NE-DATE.
069800     MOVE 'M' TO HY-NE-TYPE.
069900     MOVE SPACES TO HY-NE-DESC.
070000     STRING 'MONTH END ' HY-ME-MONTH '/' HY-ME-YEAR
070100         DELIMITED BY SIZE INTO HY-NE-DESC
070200     END-STRING.
070300     PERFORM 2800-ADD-ENTRY THRU 2800-EXIT.
070400     MOVE SPACES TO HY-GL-QTR.
070500     IF HY-ME-QTR-MONTH
070600         COMPUTE HY-QTR-NUM = HY-ME-MONTH / 3
070700         MOVE 'Q' TO HY-NE-TYPE
070800         MOVE SPACES TO HY-NE-DESC
070900         STRING 'QUARTER END Q' HY-QTR-NUM ' ' HY-ME-YEAR
071000             DELIMITED BY SIZE INTO HY-NE-DESC
071100         END-STRING
071200         PERFORM 2800-ADD-ENTRY THRU 2800-EXIT
071300         MOVE 'Q' TO HY-GL-QTR (1 : 1)
071400         MOVE HY-QTR-NUM TO HY-GL-QTR (2 : 1)
071500     END-IF.
071600     MOVE HY-ME-MONTH TO HY-GL-MONTH.
071700     MOVE HY-ME-YEAR TO HY-GL-YEAR.
071800     MOVE HY-ME-DATE TO HY-GL-DATE.
071900     MOVE HY-DAY-NAME (HY-DOW + 1) TO HY-GL-DAY.
072000     MOVE HY-ME-BACKOFF TO HY-GL-BACKOFF.
072100     WRITE HY-REPORT-LINE FROM HY-GEN-LINE.
072200     ADD 1 TO HY-MONTH-NUM.
072300 2750-EXIT.
072400     EXIT.
072500*--------------------------------------------------------------*
072600*
072700* 2800-ADD-ENTRY.  PUT THE ENTRY IN HY-NEW-ENTRY INTO ITS PLACE
072800*                  IN THE CALENDAR TABLE - STEPPING BACK FROM
072900*                  THE END TO THE LAST ROW THAT DOES NOT SORT
073000*                  AFTER IT - AND SHIFT THE ROWS BEHIND IT UP
073100*                  ONE.  A COPY OF AN ENTRY ALREADY THERE GOES
073200*                  IN BEHIND IT, OR WHEN GENERATING IS LEFT
073300*                  OUT.
073400*
073500*--------------------------------------------------------------*
073600 2800-ADD-ENTRY.
073700     MOVE 'N' TO HY-FOUND-SW.
073800     MOVE HY-CAL-COUNT TO HY-CAL-SUB.
073900     PERFORM 2810-STEP-BACK THRU 2810-EXIT
074000         UNTIL HY-FOUND
074100             OR HY-CAL-SUB = ZERO.
074200     IF HY-FOUND AND HY-DROP-DUPS
074300         IF HY-CE-KEY (HY-CAL-SUB) = HY-NE-KEY
074400             ADD 1 TO HY-DROPPED-COUNT
074500             GO TO 2800-EXIT
074600         END-IF
074700     END-IF.
074800     IF HY-CAL-COUNT = 1000
074900         IF NOT HY-CAL-FULL
075000             DISPLAY 'HELCAL: MORE THAN 1000 CALENDAR ENTRIES - '
075100                     'LATER ENTRIES NOT LOADED'
075200             SET HY-CAL-FULL TO TRUE
075300             SET HY-WARNING TO TRUE
075400         END-IF
075500         GO TO 2800-EXIT
075600     END-IF.
075700     MOVE HY-CAL-COUNT TO HY-CAL-SUB2.
075800     PERFORM 2820-SHIFT-UP THRU 2820-EXIT
075900         UNTIL HY-CAL-SUB2 = HY-CAL-SUB.
076000     ADD 1 TO HY-CAL-COUNT.
076100     MOVE HY-NEW-ENTRY TO HY-CAL-ENTRY (HY-CAL-SUB + 1).
076200 2800-EXIT.
076300     EXIT.
076400*--------------------------------------------------------------*
076500*
076600* 2810-STEP-BACK.  STOP AT A ROW THAT DOES NOT SORT AFTER THE
076700*                  NEW ENTRY, OR STEP BACK PAST IT.
076800*
076900*--------------------------------------------------------------*
077000 2810-STEP-BACK.
077100     IF HY-CE-KEY (HY-CAL-SUB) > HY-NE-KEY
077200         SUBTRACT 1 FROM HY-CAL-SUB
077300     ELSE
077400         SET HY-FOUND TO TRUE
077500     END-IF.
077600 2810-EXIT.
077700     EXIT.
077800*--------------------------------------------------------------*
077900*
078000* 2820-SHIFT-UP.  MOVE ONE ROW BEHIND THE INSERTION POINT UP
078100*                 ONE PLACE, WORKING DOWN FROM THE END.
078200*
078300*--------------------------------------------------------------*
078400 2820-SHIFT-UP.
078500     MOVE HY-CAL-ENTRY (HY-CAL-SUB2) TO
078600         HY-CAL-ENTRY (HY-CAL-SUB2 + 1).
078700     SUBTRACT 1 FROM HY-CAL-SUB2.
078800 2820-EXIT.
078900     EXIT.
079000*--------------------------------------------------------------*
079100*
079200* 2900-WRITE-CALNEW.  WRITE THE NEW CALENDAR, IN DATE ORDER, TO
079300*                     CALNEW.
079400*
079500*--------------------------------------------------------------*
079600 2900-WRITE-CALNEW.
079700     OPEN OUTPUT NEWCAL-FILE.
079800     IF HY-NEW-FILE-STATUS NOT = '00'
079900         DISPLAY 'HELCAL: UNABLE TO OPEN CALNEW, STATUS = '
080000                 HY-NEW-FILE-STATUS
080100         CLOSE REPORT-FILE
080200         MOVE 16 TO RETURN-CODE
080300         STOP RUN
080400     END-IF.
080500     MOVE 1 TO HY-CAL-SUB.
080600     PERFORM 2950-WRITE-CAL-ENTRY THRU 2950-EXIT
080700         UNTIL HY-CAL-SUB > HY-CAL-COUNT.
080800     CLOSE NEWCAL-FILE.
080900     DISPLAY 'HELCAL: ' HY-WRITTEN-COUNT
081000             ' ENTRIES WRITTEN TO CALNEW'.
081100 2900-EXIT.
081200     EXIT.
081300*--------------------------------------------------------------*
081400*
081500* 2950-WRITE-CAL-ENTRY.  WRITE ONE CALENDAR RECORD.
081600*
081700*--------------------------------------------------------------*
081800 2950-WRITE-CAL-ENTRY.
081900     MOVE HY-CE-DATE (HY-CAL-SUB) TO HY-OUT-DATE.
082000     MOVE HY-CE-TYPE (HY-CAL-SUB) TO HY-OUT-TYPE.
082100     MOVE HY-CE-DESC (HY-CAL-SUB) TO HY-OUT-DESC.
082200     MOVE SPACES TO HY-NEWCAL-LINE.
082300     MOVE HY-OUT-RECORD TO HY-NEWCAL-LINE.
082400     WRITE HY-NEWCAL-LINE.
082500     ADD 1 TO HY-WRITTEN-COUNT.
082600     ADD 1 TO HY-CAL-SUB.
082700 2950-EXIT.
082800     EXIT.
082900*--------------------------------------------------------------*
083000*
083100* 3000-AUDIT-ENTRIES.  COUNT THE ENTRIES BY TYPE, NOTE THE LAST
083200*                      DATE AND THE LAST MONTH-END ON FILE, AND
083300*                      CHECK EACH ENTRY FROM THE START OF THE
083400*                      AUDIT MONTH ON.  PAST MONTHS ARE NOT
083500*                      CHECKED - HELLO HAS NO FURTHER USE FOR
083600*                      THEM.
083700*
083800*--------------------------------------------------------------*
083900 3000-AUDIT-ENTRIES.
084000     MOVE 1 TO HY-CAL-SUB.
084100     PERFORM 3100-CHECK-ENTRY THRU 3100-EXIT
084200         UNTIL HY-CAL-SUB > HY-CAL-COUNT.
084300 3000-EXIT.
084400     EXIT.
084500*--------------------------------------------------------------*
084600*
084700* 3100-CHECK-ENTRY.  CHECK ONE CALENDAR ENTRY.  A SECOND COPY
084800*                    OF AN ENTRY, AN UNKNOWN TYPE OR A DATE
084900*                    THAT IS NOT A REAL DATE IS REPORTED AND
085000*                    GOES NO FURTHER.  AN M OR Q ON A WEEKEND
085100*                    OR HOLIDAY IS REPORTED, AS IS AN M AT A
085200*                    QUARTER END WITH NO Q ON THE SAME DATE -
085300*                    THE QUARTER-END STEPS WOULD NOT FIRE - AND
085400*                    A Q WITH NO M OR OUTSIDE A QUARTER-END
085500*                    MONTH.
085600*
085700*--------------------------------------------------------------*
085800 3100-CHECK-ENTRY.
085900     MOVE HY-CE-DATE (HY-CAL-SUB) TO HY-JDN-DATE.
086000     PERFORM 0180-CHECK-DATE THRU 0180-EXIT.
086050     MOVE HY-DATE-OK-SW TO HY-CE-VALID-SW (HY-CAL-SUB).
086100     IF HY-DATE-OK
086200         MOVE HY-CE-DATE (HY-CAL-SUB) TO HY-LAST-DATE
086300         EVALUATE HY-CE-TYPE (HY-CAL-SUB)
086400             WHEN 'H'
086500                 ADD 1 TO HY-H-COUNT
086600             WHEN 'M'
086700                 ADD 1 TO HY-M-COUNT
086800                 MOVE HY-CE-DATE (HY-CAL-SUB) TO HY-LAST-ME-DATE
086900             WHEN 'Q'
087000                 ADD 1 TO HY-Q-COUNT
087100                 MOVE HY-CE-DATE (HY-CAL-SUB) TO HY-LAST-ME-DATE
087200         END-EVALUATE
087300     END-IF.
087400     IF HY-CE-DATE (HY-CAL-SUB) < HY-AUDIT-FROM
087500         GO TO 3100-NEXT
087600     END-IF.
087700     ADD 1 TO HY-CHECKED-COUNT.
087800     MOVE HY-CE-DATE (HY-CAL-SUB) TO HY-NF-DATE.
087900     MOVE HY-CE-TYPE (HY-CAL-SUB) TO HY-NF-TYPE.
088000     IF HY-CAL-SUB > 1
088100         IF HY-CE-KEY (HY-CAL-SUB) = HY-CE-KEY (HY-CAL-SUB - 1)
088200             MOVE 'DUPLICATE - SAME DATE AND TYPE ON FILE TWICE'
088300                 TO HY-NF-TEXT
088400             PERFORM 6500-ADD-FINDING THRU 6500-EXIT
088500             GO TO 3100-NEXT
088600         END-IF
088700     END-IF.
088800     IF HY-CE-TYPE (HY-CAL-SUB) NOT = 'H'
088900         AND HY-CE-TYPE (HY-CAL-SUB) NOT = 'M'
089000         AND HY-CE-TYPE (HY-CAL-SUB) NOT = 'Q'
089100         MOVE 'TYPE IS NOT H, M OR Q - HELLO NEVER ACTS ON IT'
089200             TO HY-NF-TEXT
089300         PERFORM 6500-ADD-FINDING THRU 6500-EXIT
089400         GO TO 3100-NEXT
089500     END-IF.
089600     IF NOT HY-DATE-OK
089700         MOVE 'NOT A CALENDAR DATE - HELLO WILL NEVER MATCH IT'
089800             TO HY-NF-TEXT
089900         PERFORM 6500-ADD-FINDING THRU 6500-EXIT
090000         GO TO 3100-NEXT
090100     END-IF.
090200     IF HY-CE-TYPE (HY-CAL-SUB) = 'H'
090300         GO TO 3100-NEXT
090400     END-IF.
090500     IF HY-DOW = 5
090600         MOVE 'FALLS ON A SATURDAY - NOT A BUSINESS DAY'
090700             TO HY-NF-TEXT
090800         PERFORM 6500-ADD-FINDING THRU 6500-EXIT
090900     END-IF.
091000     IF HY-DOW = 6
091100         MOVE 'FALLS ON A SUNDAY - NOT A BUSINESS DAY'
091200             TO HY-NF-TEXT
091300         PERFORM 6500-ADD-FINDING THRU 6500-EXIT
091400     END-IF.
091500     MOVE HY-CE-DATE (HY-CAL-SUB) TO HY-FIND-DATE.
091600     MOVE 'H' TO HY-FIND-TYPE.
091700     PERFORM 6100-FIND-ENTRY THRU 6100-EXIT.
091800     IF HY-FOUND
091900         MOVE 'FALLS ON A SITE HOLIDAY - NOT A BUSINESS DAY'
092000             TO HY-NF-TEXT
092100         PERFORM 6500-ADD-FINDING THRU 6500-EXIT
092200     END-IF.
092300     MOVE HY-CE-YYYYMM (HY-CAL-SUB) TO HY-ME-MONTH-KEY.
092400     IF HY-CE-TYPE (HY-CAL-SUB) = 'M'
092500         IF HY-ME-QTR-MONTH
092600             MOVE 'Q' TO HY-FIND-TYPE
092700             PERFORM 6100-FIND-ENTRY THRU 6100-EXIT
092800             IF NOT HY-FOUND
092900                 MOVE 'QUARTER END BUT NO Q RECORD ON THIS DATE'
093000                     TO HY-NF-TEXT
093100                 PERFORM 6500-ADD-FINDING THRU 6500-EXIT
093200             END-IF
093300         END-IF
093400         GO TO 3100-NEXT
093500     END-IF.
093600     IF NOT HY-ME-QTR-MONTH
093700         MOVE 'Q RECORD OUTSIDE A QUARTER-END MONTH'
093800             TO HY-NF-TEXT
093900         PERFORM 6500-ADD-FINDING THRU 6500-EXIT
094000         GO TO 3100-NEXT
094100     END-IF.
094200     MOVE 'M' TO HY-FIND-TYPE.
094300     PERFORM 6100-FIND-ENTRY THRU 6100-EXIT.
094400     IF NOT HY-FOUND
094500         MOVE 'NO M RECORD ON THIS DATE TO GO WITH THE Q'
094600             TO HY-NF-TEXT
094700         PERFORM 6500-ADD-FINDING THRU 6500-EXIT
094800     END-IF.
094900 3100-NEXT.
095000     ADD 1 TO HY-CAL-SUB.
095100 3100-EXIT.
095200     EXIT.
095300*--------------------------------------------------------------*
095400*
095500* 3500-AUDIT-MONTHS.  CHECK EACH MONTH FROM THE AUDIT MONTH TO
095600*                     THE MONTH OF THE LAST DATE ON FILE FOR
095700*                     ITS MONTH-END RECORD.
095800*
095900*--------------------------------------------------------------*
096000 3500-AUDIT-MONTHS.
096100     IF HY-LAST-DATE < HY-AUDIT-FROM
096200         GO TO 3500-EXIT
096300     END-IF.
096400     MOVE HY-LD-YYYYMM TO HY-LAST-MONTH.
096500     MOVE HY-AF-YYYYMM TO HY-ME-MONTH-KEY.
096600     PERFORM 3600-CHECK-MONTH THRU 3600-EXIT
096700         UNTIL HY-ME-MONTH-KEY > HY-LAST-MONTH.
096800 3500-EXIT.
096900     EXIT.
097000*--------------------------------------------------------------*
097100*
097200* 3600-CHECK-MONTH.  WORK OUT WHERE THE MONTH'S M RECORD
097300*                    BELONGS AND COMPARE THE FILE WITH IT.  A
097400*                    MONTH WITH NO M (AND AT A QUARTER END NO
097500*                    Q EITHER) IS REPORTED AT THE DATE IT
097600*                    SHOULD CARRY, AS IS AN M THAT IS NOT ON
097700*                    THE LAST BUSINESS DAY OR HAS COMPANY.
097800*
097900*--------------------------------------------------------------*
098000 3600-CHECK-MONTH.
098100     PERFORM 5000-COMPUTE-MONTH-END THRU 5000-EXIT.
098200     MOVE ZERO TO HY-ME-M-COUNT.
098300     MOVE ZERO TO HY-ME-Q-COUNT.
098400     MOVE ZERO TO HY-ME-M-DATE.
098500     MOVE 1 TO HY-SCAN-SUB.
098600     PERFORM 3650-COUNT-MONTH-ENTRY THRU 3650-EXIT
098700         UNTIL HY-SCAN-SUB > HY-CAL-COUNT.
098800     MOVE HY-ME-DATE TO HY-NF-DATE.
098900     IF HY-ME-M-COUNT = ZERO
099000         MOVE 'M' TO HY-NF-TYPE
099100         MOVE 'NO MONTH-END RECORD THIS MONTH - DUE HERE'
099200             TO HY-NF-TEXT
099300         PERFORM 6500-ADD-FINDING THRU 6500-EXIT
099400         IF HY-ME-QTR-MONTH AND HY-ME-Q-COUNT = ZERO
099500             MOVE 'Q' TO HY-NF-TYPE
099600             MOVE 'NO QUARTER-END RECORD THIS QUARTER - DUE HERE'
099700                 TO HY-NF-TEXT
099800             PERFORM 6500-ADD-FINDING THRU 6500-EXIT
099900         END-IF
100000         GO TO 3600-NEXT
100100     END-IF.
100200     MOVE HY-ME-M-DATE TO HY-NF-DATE.
100300     MOVE 'M' TO HY-NF-TYPE.
100400     IF HY-ME-M-COUNT > 1
100500         MOVE 'MORE THAN ONE MONTH-END RECORD IN THIS MONTH'
100600             TO HY-NF-TEXT
100700         PERFORM 6500-ADD-FINDING THRU 6500-EXIT
100800         GO TO 3600-NEXT
100900     END-IF.
101000     IF HY-ME-M-DATE NOT = HY-ME-DATE
101100         MOVE HY-ME-DATE TO HY-EDIT-DATE
101200         MOVE SPACES TO HY-NF-TEXT
101300         STRING 'NOT THE LAST BUSINESS DAY OF THE MONTH, '
101400             'THAT IS ' HY-EDIT-DATE
101500             DELIMITED BY SIZE INTO HY-NF-TEXT
101600         END-STRING
101700         PERFORM 6500-ADD-FINDING THRU 6500-EXIT
101800     END-IF.
101900 3600-NEXT.
102000     IF HY-ME-MONTH = 12
102100         ADD 1 TO HY-ME-YEAR
102200         MOVE 1 TO HY-ME-MONTH
102300     ELSE
102400         ADD 1 TO HY-ME-MONTH
102500     END-IF.
102600 3600-EXIT.
102700     EXIT.
102800*--------------------------------------------------------------*
102900*
103000* 3650-COUNT-MONTH-ENTRY.  COUNT ONE CALENDAR ENTRY IF IT IS AN
103100*                          M OR Q IN THE MONTH BEING CHECKED.  A
103200*                          SECOND COPY OF AN ENTRY IS NOT COUNTED
103300*                          AGAIN, NOR IS ONE THAT IS NOT A REAL
103350*                          DATE - BOTH ARE ALREADY REPORTED.
103400*
103500*--------------------------------------------------------------*
103600 3650-COUNT-MONTH-ENTRY.
103700     IF HY-CE-YYYYMM (HY-SCAN-SUB) NOT = HY-ME-MONTH-KEY
103800         GO TO 3650-NEXT
103900     END-IF.
103925     IF HY-CE-VALID-SW (HY-SCAN-SUB) NOT = 'Y'
103950         GO TO 3650-NEXT
103975     END-IF.
104000     IF HY-SCAN-SUB > 1
104100         IF HY-CE-KEY (HY-SCAN-SUB) = HY-CE-KEY (HY-SCAN-SUB - 1)
104200             GO TO 3650-NEXT
104300         END-IF
104400     END-IF.
104500     IF HY-CE-TYPE (HY-SCAN-SUB) = 'M'
104600         ADD 1 TO HY-ME-M-COUNT
104700         IF HY-ME-M-DATE = ZERO
104800             MOVE HY-CE-DATE (HY-SCAN-SUB) TO HY-ME-M-DATE
104900         END-IF
105000     END-IF.
105100     IF HY-CE-TYPE (HY-SCAN-SUB) = 'Q'
105200         ADD 1 TO HY-ME-Q-COUNT
105300     END-IF.
105400 3650-NEXT.
105500     ADD 1 TO HY-SCAN-SUB.
105600 3650-EXIT.
105700     EXIT.
105800*--------------------------------------------------------------*
105900*
106000* 4000-COUNT-DAYS-LEFT.  THE CALENDAR RUNS OUT AT THE LAST
106100*                        MONTH-END ON FILE - AFTER IT THE NEXT
106200*                        MONTH-END HAS NO RECORD AND THE M AND
106300*                        Q STEPS DO NOT FIRE.  FEWER THAN 60
106400*                        DAYS TO GO IS A WARNING, SO THE NEXT
106500*                        YEAR IS GENERATED IN GOOD TIME.
106600*
106700*--------------------------------------------------------------*
106800 4000-COUNT-DAYS-LEFT.
106900     MOVE ZERO TO HY-DAYS-LEFT.
107000     IF HY-LAST-ME-DATE NOT = ZERO
107100         MOVE HY-LAST-ME-DATE TO HY-JDN-DATE
107200         PERFORM 0160-DATE-TO-JDN THRU 0160-EXIT
107300         COMPUTE HY-DAYS-LEFT = HY-JDN-NUM - HY-AS-OF-JDN
107400     END-IF.
107500     IF HY-DAYS-LEFT < ZERO
107600         MOVE ZERO TO HY-DAYS-LEFT
107700     END-IF.
107800     IF HY-DAYS-LEFT < HY-MIN-DAYS
107900         SET HY-WARNING TO TRUE
108000         MOVE HY-DAYS-LEFT TO HY-EDIT-DAYS
108100         DISPLAY 'HELCAL: WARNING - ONLY ' HY-EDIT-DAYS
108200                 ' DAY(S) OF BUSINESS CALENDAR LEFT, LAST '
108300                 'MONTH-END ON FILE IS ' HY-LAST-ME-DATE
108400     END-IF.
108500     IF HY-CAL-COUNT > HY-HELLO-LIMIT
108600         SET HY-WARNING TO TRUE
108700         DISPLAY 'HELCAL: WARNING - MORE THAN 500 CALENDAR '
108800                 'ENTRIES, HELLO LOADS ONLY THE FIRST 500'
108900     END-IF.
109000     IF HY-FND-TOTAL > ZERO
109100         SET HY-WARNING TO TRUE
109200     END-IF.
109300 4000-EXIT.
109400     EXIT.
109500*--------------------------------------------------------------*
109600*
109700* 5000-COMPUTE-MONTH-END.  RESOLVE THE BUSINESS MONTH-END OF
109800*                          THE MONTH IN HY-ME-MONTH-KEY INTO
109900*                          HY-ME-DATE: THE DAY BEFORE THE FIRST
110000*                          OF THE NEXT MONTH, BACKED OFF
110100*                          WEEKENDS AND HOLIDAYS ON THE TABLE
110200*                          ONE DAY AT A TIME, AS HELLO'S
110300*                          1750-BACK-OFF-NONBUS DOES.
110400*
110500*--------------------------------------------------------------*
110600 5000-COMPUTE-MONTH-END.
110700     IF HY-ME-MONTH = 12
110800         COMPUTE HY-JD-YEAR = HY-ME-YEAR + 1
110900         MOVE 1 TO HY-JD-MONTH
111000     ELSE
111100         MOVE HY-ME-YEAR TO HY-JD-YEAR
111200         COMPUTE HY-JD-MONTH = HY-ME-MONTH + 1
111300     END-IF.
111400     MOVE 1 TO HY-JD-DAY.
111500     PERFORM 0160-DATE-TO-JDN THRU 0160-EXIT.
111600     SUBTRACT 1 FROM HY-JDN-NUM.
111700     MOVE ZERO TO HY-ME-BACKOFF.
111800     MOVE 'N' TO HY-BUS-SET-SW.
111900     PERFORM 5100-BACK-OFF-NONBUS THRU 5100-EXIT
112000         UNTIL HY-BUS-SET.
112100 5000-EXIT.
112200     EXIT.
112300*--------------------------------------------------------------*
112400*
112500* 5100-BACK-OFF-NONBUS.  ONE ROUND OF THE BUSINESS-DAY TEST -
112600*                        A SATURDAY, SUNDAY OR HOLIDAY STEPS
112700*                        THE CANDIDATE BACK A DAY; ANYTHING
112800*                        ELSE SETTLES IT, WITH ITS DAY OF WEEK
112900*                        LEFT IN HY-DOW.
113000*
113100*--------------------------------------------------------------*
113200 5100-BACK-OFF-NONBUS.
113300     PERFORM 0170-JDN-TO-DATE THRU 0170-EXIT.
113400     DIVIDE HY-JDN-NUM BY 7
113450         GIVING HY-DOW-QUOT REMAINDER HY-DOW.
113500     MOVE HY-JDI-DATE TO HY-FIND-DATE.
113600     MOVE 'H' TO HY-FIND-TYPE.
113700     PERFORM 6100-FIND-ENTRY THRU 6100-EXIT.
113800     IF HY-DOW > 4 OR HY-FOUND
113900         SUBTRACT 1 FROM HY-JDN-NUM
114000         ADD 1 TO HY-ME-BACKOFF
114100     ELSE
114200         MOVE HY-JDI-DATE TO HY-ME-DATE
114300         SET HY-BUS-SET TO TRUE
114400     END-IF.
114500 5100-EXIT.
114600     EXIT.
114700*--------------------------------------------------------------*
114800*
114900* 6100-FIND-ENTRY.  SCAN THE CALENDAR TABLE FOR AN ENTRY OF
115000*                   TYPE HY-FIND-TYPE ON HY-FIND-DATE.
115100*
115200*--------------------------------------------------------------*
115300 6100-FIND-ENTRY.
115400     MOVE 'N' TO HY-FOUND-SW.
115500     MOVE 1 TO HY-SCAN-SUB.
115600     PERFORM 6150-MATCH-ENTRY THRU 6150-EXIT
115700         UNTIL HY-FOUND
115800             OR HY-SCAN-SUB > HY-CAL-COUNT.
115900 6100-EXIT.
116000     EXIT.
116100*--------------------------------------------------------------*
116200*
116300* 6150-MATCH-ENTRY.  TEST ONE CALENDAR ENTRY.
116400*
116500*--------------------------------------------------------------*
116600 6150-MATCH-ENTRY.
116700     IF HY-CE-DATE (HY-SCAN-SUB) = HY-FIND-DATE
116800         AND HY-CE-TYPE (HY-SCAN-SUB) = HY-FIND-TYPE
116900         SET HY-FOUND TO TRUE
117000     ELSE
117100         ADD 1 TO HY-SCAN-SUB
117200     END-IF.
117300 6150-EXIT.
117400     EXIT.
117500*--------------------------------------------------------------*
117600*
117700* 6500-ADD-FINDING.  FILE THE FINDING IN HY-NEW-FINDING IN DATE
117800*                    ORDER, BEHIND ANY ALREADY FILED FOR THE
117900*                    SAME DATE.  PAST 300 THEY ARE COUNTED BUT
118000*                    NOT LISTED.
118100*
118200*--------------------------------------------------------------*
118300 6500-ADD-FINDING.
118400     ADD 1 TO HY-FND-TOTAL.
118500     MOVE HY-FND-TOTAL TO HY-NF-SEQ.
118600     IF HY-FND-COUNT = 300
118700         SET HY-FND-FULL TO TRUE
118800         GO TO 6500-EXIT
118900     END-IF.
119000     MOVE 'N' TO HY-FND-FOUND-SW.
119100     MOVE HY-FND-COUNT TO HY-FND-SUB.
119200     PERFORM 6510-STEP-BACK THRU 6510-EXIT
119300         UNTIL HY-FND-FOUND
119400             OR HY-FND-SUB = ZERO.
119500     MOVE HY-FND-COUNT TO HY-FND-SUB2.
119600     PERFORM 6520-SHIFT-UP THRU 6520-EXIT
119700         UNTIL HY-FND-SUB2 = HY-FND-SUB.
119800     ADD 1 TO HY-FND-COUNT.
119900     MOVE HY-NEW-FINDING TO HY-FND-ENTRY (HY-FND-SUB + 1).
120000 6500-EXIT.
120100     EXIT.
120200*--------------------------------------------------------------*
120300*
120400* 6510-STEP-BACK.  STOP AT A FINDING THAT DOES NOT SORT AFTER
120500*                  THE NEW ONE, OR STEP BACK PAST IT.
120600*
120700*--------------------------------------------------------------*
120800 6510-STEP-BACK.
120900     IF HY-FE-KEY (HY-FND-SUB) > HY-NF-KEY
121000         SUBTRACT 1 FROM HY-FND-SUB
121100     ELSE
121200         SET HY-FND-FOUND TO TRUE
121300     END-IF.
121400 6510-EXIT.
121500     EXIT.
121600*--------------------------------------------------------------*
121700*
121800* 6520-SHIFT-UP.  MOVE ONE FINDING BEHIND THE INSERTION POINT
121900*                 UP ONE PLACE, WORKING DOWN FROM THE END.
122000*
122100*--------------------------------------------------------------*
122200 6520-SHIFT-UP.
122300     MOVE HY-FND-ENTRY (HY-FND-SUB2) TO
122400         HY-FND-ENTRY (HY-FND-SUB2 + 1).
122500     SUBTRACT 1 FROM HY-FND-SUB2.
122600 6520-EXIT.
122700     EXIT.
122800*--------------------------------------------------------------*
122900*
123000* 7000-WRITE-FINDINGS.  LIST THE FINDINGS IN DATE ORDER.
123100*
123200*--------------------------------------------------------------*
123300 7000-WRITE-FINDINGS.
123400     WRITE HY-REPORT-LINE FROM HY-FND-HEAD-LINE.
123500     IF HY-FND-COUNT = ZERO
123600         MOVE '  NO FINDINGS' TO HY-REPORT-LINE
123700         WRITE HY-REPORT-LINE
123800     END-IF.
123900     MOVE 1 TO HY-FND-SUB.
124000     PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
124100         UNTIL HY-FND-SUB > HY-FND-COUNT.
124200     IF HY-FND-FULL
124300         MOVE '  MORE THAN 300 FINDINGS - THE REST ARE NOT LISTED'
124400             TO HY-REPORT-LINE
124500         WRITE HY-REPORT-LINE
124600     END-IF.
124700     MOVE SPACES TO HY-REPORT-LINE.
124800     WRITE HY-REPORT-LINE.
124900 7000-EXIT.
125000     EXIT.
125100*--------------------------------------------------------------*
125200*
125300* 7100-WRITE-FINDING.  PRINT ONE FINDING.
125400*
125500*--------------------------------------------------------------*
125600 7100-WRITE-FINDING.
125700     MOVE HY-FE-DATE (HY-FND-SUB) TO HY-FL-DATE.
125800     MOVE HY-FE-TYPE (HY-FND-SUB) TO HY-FL-TYPE.
125900     MOVE HY-FE-TEXT (HY-FND-SUB) TO HY-FL-TEXT.
126000     WRITE HY-REPORT-LINE FROM HY-FND-LINE.
126100     ADD 1 TO HY-FND-SUB.
126200 7100-EXIT.
126300     EXIT.
126400*--------------------------------------------------------------*
126500*
126600* 7500-WRITE-SUMMARY.  PRINT THE COUNTS, THE LAST MONTH-END ON
126700*                      FILE AND THE DAYS OF CALENDAR LEFT, WITH
126800*                      A WARNING LINE WHEN THERE ARE TOO FEW
126900*                      OR HELLO CANNOT LOAD THEM ALL.
127000*
127100*--------------------------------------------------------------*
127200 7500-WRITE-SUMMARY.
127300     MOVE 'CALENDAR ENTRIES ON FILE' TO HY-ST-LABEL.
127400     MOVE HY-CAL-COUNT TO HY-ST-COUNT.
127500     WRITE HY-REPORT-LINE FROM HY-STAT-LINE.
127600     MOVE '  HOLIDAYS (H)' TO HY-ST-LABEL.
127700     MOVE HY-H-COUNT TO HY-ST-COUNT.
127800     WRITE HY-REPORT-LINE FROM HY-STAT-LINE.
127900     MOVE '  MONTH-ENDS (M)' TO HY-ST-LABEL.
128000     MOVE HY-M-COUNT TO HY-ST-COUNT.
128100     WRITE HY-REPORT-LINE FROM HY-STAT-LINE.
128200     MOVE '  QUARTER-ENDS (Q)' TO HY-ST-LABEL.
128300     MOVE HY-Q-COUNT TO HY-ST-COUNT.
128400     WRITE HY-REPORT-LINE FROM HY-STAT-LINE.
128500     IF NOT HY-GENERATE
128600         MOVE 'RECORDS WITHOUT A NUMERIC DATE'
128700             TO HY-ST-LABEL
128800         MOVE HY-BAD-RECORD-COUNT TO HY-ST-COUNT
128900         WRITE HY-REPORT-LINE FROM HY-STAT-LINE
129000     END-IF.
129100     MOVE SPACES TO HY-ST-LABEL.
129200     STRING 'ENTRIES CHECKED FROM ' HY-AUDIT-FROM
129300         DELIMITED BY SIZE INTO HY-ST-LABEL
129400     END-STRING.
129500     MOVE HY-CHECKED-COUNT TO HY-ST-COUNT.
129600     WRITE HY-REPORT-LINE FROM HY-STAT-LINE.
129700     MOVE 'FINDINGS' TO HY-ST-LABEL.
129800     MOVE HY-FND-TOTAL TO HY-ST-COUNT.
129900     WRITE HY-REPORT-LINE FROM HY-STAT-LINE.
130000     MOVE 'LAST MONTH-END ON FILE' TO HY-ST-LABEL.
130100     MOVE HY-LAST-ME-DATE TO HY-ST-COUNT.
130200     WRITE HY-REPORT-LINE FROM HY-STAT-LINE.
130300     MOVE 'DAYS OF CALENDAR LEFT' TO HY-ST-LABEL.
130400     MOVE HY-DAYS-LEFT TO HY-ST-COUNT.
130500     WRITE HY-REPORT-LINE FROM HY-STAT-LINE.
130600     IF HY-DAYS-LEFT < HY-MIN-DAYS
130700         MOVE SPACES TO HY-REPORT-LINE
130800         WRITE HY-REPORT-LINE
130900         MOVE SPACES TO HY-REPORT-LINE
131000         STRING '*** FEWER THAN 60 DAYS OF CALENDAR LEFT - '
131100             'RUN HELCALJ FOR THE NEXT YEAR ***'
131200             DELIMITED BY SIZE INTO HY-REPORT-LINE
131300         END-STRING
131400         WRITE HY-REPORT-LINE
131500     END-IF.
131600     IF HY-CAL-COUNT > HY-HELLO-LIMIT
131700         MOVE SPACES TO HY-REPORT-LINE
131800         WRITE HY-REPORT-LINE
131900         MOVE SPACES TO HY-REPORT-LINE
132000         STRING '*** MORE THAN 500 ENTRIES - HELLO LOADS ONLY '
132100             'THE FIRST 500; DROP PAST YEARS ***'
132200             DELIMITED BY SIZE INTO HY-REPORT-LINE
132300         END-STRING
132400         WRITE HY-REPORT-LINE
132500     END-IF.
132600 7500-EXIT.
132700     EXIT.
