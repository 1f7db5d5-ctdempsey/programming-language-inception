002100*                 EVEN ON A FAILED STEP010, SO THE ALERT       *
002200*                 ALWAYS SEES TONIGHT'S RECORD.  RC 16 = A     *
002300*                 FILE WOULD NOT OPEN.                         *
002312* 10/15/2026 DRO  CARRIED THE JOB STREAM INTO THE MASTER KEY   *
002324*                 (A BLANK STREAM ON AN OLDER FLAT RECORD IS   *
002336*                 LOADED AS NITE) AND WROTE ONE CONTROL RECORD *
002348*                 PER STREAM, PLUS THE BLANK-STREAM ONE FOR    *
002360*                 THE NEWEST RUN OF ANY STREAM, SO A STREAM'S  *
002372*                 LATEST-MODE REPORTS AND ALERT FIND THAT      *
002384*                 STREAM'S OWN NEWEST RUN.                     *
002386* 10/15/2026 DRO  CARRIED THE AD-HOC SWITCH, STEP AND          *
002388*                 SUBMITTING USER INTO THE MASTER. AN AD-HOC   *
002390*                 SINGLE-STEP RUN IS LOADED BUT NEVER MOVES A  *
002392*                 NEWEST-RUN POINTER, SO THE LATEST-MODE       *
002393*                 REPORTS AND THE ALERT STAY ON THE SCHEDULED  *
002394*                 CHAIN.                                       *
002395* 10/15/2026 DRO  CARRIED THE STEP'S UPSTREAM-TRIGGER OUTCOME  *
002396*                 (ARRIVED OR TIMED OUT) INTO THE STEP MASTER  *
002397*                 RECORD.                                      *
002398* 10/15/2026 DRO  CARRIED THE STEP'S RETRY COUNT INTO THE STEP *
002399*                 MASTER RECORD.                               *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
006800 01  HH-NEWEST-KEY.
006900     05  HH-NEWEST-RUN-DATE      PIC 9(08) VALUE ZERO.
007000     05  HH-NEWEST-START-TIME    PIC 9(08) VALUE ZERO.
007003     05  HH-NEWEST-STREAM        PIC X(04) VALUE SPACES.
007006*--------------------------------------------------------------*
007012* THE NEWEST RUN KEY SEEN FOR EACH JOB STREAM, FOR THE PER-     *
007018* STREAM CONTROL RECORDS.                                       *
007024*--------------------------------------------------------------*
007030 01  HH-STREAM-TABLE.
007036     05  HH-STR-ENTRY OCCURS 20 TIMES.
007042         10  HH-STR-ID               PIC X(04).
007048         10  HH-STR-NEWEST-DATE      PIC 9(08).
007054         10  HH-STR-NEWEST-TIME      PIC 9(08).
007060 77  HH-STR-COUNT             PIC 9(04) COMP VALUE ZERO.
007066 77  HH-STR-SUB               PIC 9(04) COMP VALUE ZERO.
007072 77  HH-STR-FOUND-SW          PIC X(01) VALUE 'N'.
007078     88  HH-STR-FOUND             VALUE 'Y'.
007080 77  HH-STR-FULL-WARNED-SW    PIC X(01) VALUE 'N'.
007082     88  HH-STR-FULL-WARNED       VALUE 'Y'.
007084 77  HH-CUR-STREAM            PIC X(04) VALUE SPACES.
007100*--------------------------------------------------------------*
007200 PROCEDURE DIVISION.
007300*--------------------------------------------------------------*
012000*                     TYPE-R MASTER RECORD.  A DUPLICATE KEY
012100*                     (THE SAME RUN LOGGED TWICE) REWRITES, SO
012200*                     THE LAST COPY ON THE FLAT FILE WINS.
012233*                     AN AD-HOC SINGLE-STEP RUN IS LOADED BUT
012266*                     LEAVES THE NEWEST-RUN POINTERS ALONE.
012300*
012400*--------------------------------------------------------------*
012500 1100-LOAD-ONE-RUN.
013100     MOVE SPACES TO HL-HST-RECORD.
013200     MOVE HL-LOG-RUN-DATE TO HL-HST-RUN-DATE.
013300     MOVE HL-LOG-START-TIME TO HL-HST-START-TIME.
013316     MOVE HL-LOG-STREAM TO HH-CUR-STREAM.
013332     IF HH-CUR-STREAM = SPACES
013348         MOVE 'NITE' TO HH-CUR-STREAM
013364     END-IF.
013380     MOVE HH-CUR-STREAM TO HL-HST-STREAM.
013400     MOVE 'R' TO HL-HST-REC-TYPE.
013500     MOVE ZERO TO HL-HST-SEQ.
013600     MOVE HL-LOG-END-TIME TO HL-HST-END-TIME.
013900     MOVE HL-LOG-OUTPUT-LINES TO HL-HST-OUTPUT-LINES.
014000     MOVE HL-LOG-SLA-BREACH-SW TO HL-HST-SLA-BREACH-SW.
014100     MOVE HL-LOG-SLA-THRESHOLD-SECS TO HL-HST-SLA-THRESHOLD.
014125     MOVE HL-LOG-ADHOC-SW TO HL-HST-ADHOC-SW.
014150     MOVE HL-LOG-ADHOC-SEQ TO HL-HST-ADHOC-SEQ.
014175     MOVE HL-LOG-RUN-USER TO HL-HST-RUN-USER.
014200     WRITE HL-HST-RECORD
014300         INVALID KEY
014400             REWRITE HL-HST-RECORD
014500     END-WRITE.
014510     PERFORM 8000-CHECK-HST-STATUS THRU 8000-EXIT.
014600     ADD 1 TO HH-RUN-COUNT.
014625     IF HL-LOG-ADHOC
014650         GO TO 1100-EXIT
014675     END-IF.
014700     IF HL-LOG-RUN-DATE > HH-NEWEST-RUN-DATE
014800         OR (HL-LOG-RUN-DATE = HH-NEWEST-RUN-DATE
014900             AND HL-LOG-START-TIME > HH-NEWEST-START-TIME)
015000         MOVE HL-LOG-RUN-DATE TO HH-NEWEST-RUN-DATE
015100         MOVE HL-LOG-START-TIME TO HH-NEWEST-START-TIME
015150         MOVE HH-CUR-STREAM TO HH-NEWEST-STREAM
015200     END-IF.
015250     PERFORM 1200-NOTE-STREAM-RUN THRU 1200-EXIT.
015300 1100-EXIT.
015301     EXIT.
015303*--------------------------------------------------------------*
015305*
015307* 1200-NOTE-STREAM-RUN.  FIND (OR ADD) THE CURRENT RUN'S
015308*                        STREAM IN THE STREAM TABLE AND MOVE
015310*                        ITS NEWEST-RUN KEY FORWARD WHEN THIS
015312*                        RUN IS LATER.  A TWENTY-FIRST STREAM
015314*                        IS LOADED BUT GETS NO CONTROL RECORD
015316*                        OF ITS OWN; THE FIRST ONE IS WARNED.
015317*
015319*--------------------------------------------------------------*
015321 1200-NOTE-STREAM-RUN.
015323     MOVE 'N' TO HH-STR-FOUND-SW.
015325     MOVE 1 TO HH-STR-SUB.
015326     PERFORM 1210-CHECK-STREAM-ENTRY THRU 1210-EXIT
015328         UNTIL HH-STR-FOUND OR HH-STR-SUB > HH-STR-COUNT.
015330     IF NOT HH-STR-FOUND
015332         IF HH-STR-COUNT = 20
015333             IF NOT HH-STR-FULL-WARNED
015335                 DISPLAY 'HELHLOAD: WARNING - MORE THAN 20 JOB '
015337                         'STREAMS, NO CONTROL RECORD FOR '
015339                         HH-CUR-STREAM
015341                 SET HH-STR-FULL-WARNED TO TRUE
015342             END-IF
015344             GO TO 1200-EXIT
015346         END-IF
015348         ADD 1 TO HH-STR-COUNT
015350         MOVE HH-STR-COUNT TO HH-STR-SUB
015351         MOVE HH-CUR-STREAM TO HH-STR-ID (HH-STR-SUB)
015353         MOVE ZERO TO HH-STR-NEWEST-DATE (HH-STR-SUB)
015355         MOVE ZERO TO HH-STR-NEWEST-TIME (HH-STR-SUB)
015357     END-IF.
015358     IF HL-LOG-RUN-DATE > HH-STR-NEWEST-DATE (HH-STR-SUB)
015360         OR (HL-LOG-RUN-DATE = HH-STR-NEWEST-DATE (HH-STR-SUB)
015362             AND HL-LOG-START-TIME >
015364                 HH-STR-NEWEST-TIME (HH-STR-SUB))
015366         MOVE HL-LOG-RUN-DATE TO HH-STR-NEWEST-DATE (HH-STR-SUB)
015367         MOVE HL-LOG-START-TIME TO
015369             HH-STR-NEWEST-TIME (HH-STR-SUB)
015371     END-IF.
015373 1200-EXIT.
015375     EXIT.
015376*--------------------------------------------------------------*
015378*
015380* 1210-CHECK-STREAM-ENTRY.  TEST ONE STREAM-TABLE ENTRY
015382*                           AGAINST THE CURRENT RUN'S STREAM.
015383*
015385*--------------------------------------------------------------*
015387 1210-CHECK-STREAM-ENTRY.
015389     IF HH-STR-ID (HH-STR-SUB) = HH-CUR-STREAM
015391         SET HH-STR-FOUND TO TRUE
015392     ELSE
015394         ADD 1 TO HH-STR-SUB
015396     END-IF.
015398 1210-EXIT.
015400     EXIT.
015500*--------------------------------------------------------------*
015600*
018800     MOVE SPACES TO HL-HST-RECORD.
018900     MOVE HL-STP-RUN-DATE TO HL-HST-RUN-DATE.
019000     MOVE HL-STP-RUN-START-TIME TO HL-HST-START-TIME.
019020     MOVE HL-STP-STREAM TO HL-HST-STREAM.
019040     IF HL-HST-STREAM = SPACES
019060         MOVE 'NITE' TO HL-HST-STREAM
019080     END-IF.
019100     MOVE 'S' TO HL-HST-REC-TYPE.
019200     MOVE HL-STP-SEQ TO HL-HST-SEQ.
019300     MOVE HL-STP-INTERP-TOKEN TO HL-HST-STP-INTERP.
019900     MOVE HL-STP-COND-SKIP-SW TO HL-HST-STP-COND-SW.
020000     MOVE HL-STP-SCHED-SKIP-SW TO HL-HST-STP-SCHED-SW.
020100     MOVE HL-STP-OVERRIDE TO HL-HST-STP-OVERRIDE.
020150     MOVE HL-STP-ADHOC-SW TO HL-HST-STP-ADHOC-SW.
020175     MOVE HL-STP-TRIG-STATUS TO HL-HST-STP-TRIG-STATUS.
020187     MOVE HL-STP-RETRIES TO HL-HST-STP-RETRIES.
020200     WRITE HL-HST-RECORD
020300         INVALID KEY
020400             REWRITE HL-HST-RECORD
020800     EXIT.
020900*--------------------------------------------------------------*
021000*
021100* 3000-WRITE-CONTROL-REC.  WRITE THE TYPE-C CONTROL RECORDS
021200*                          (DATE AND TIME ZEROS, SORT FIRST) -
021300*                          THE BLANK-STREAM ONE POINTING AT THE
021325*                          NEWEST RUN OF ANY STREAM, THEN ONE
021350*                          PER STREAM POINTING AT THAT STREAM'S
021375*                          NEWEST RUN.  AN EMPTY RUNLOG WRITES
021400*                          NO POINTER, SO A KEYED READER FALLS
021500*                          BACK TO ITS FLAT-FILE PATH.
021700*
021800*--------------------------------------------------------------*
021900 3000-WRITE-CONTROL-REC.
022000     IF HH-RUN-COUNT = ZERO
022032         OR HH-NEWEST-RUN-DATE = ZERO
022100         GO TO 3000-EXIT
022200     END-IF.
022300     MOVE SPACES TO HL-HST-RECORD.
022400     MOVE ZERO TO HL-HST-RUN-DATE.
022500     MOVE ZERO TO HL-HST-START-TIME.
022550     MOVE SPACES TO HL-HST-STREAM.
022600     MOVE 'C' TO HL-HST-REC-TYPE.
022700     MOVE ZERO TO HL-HST-SEQ.
022800     MOVE HH-NEWEST-RUN-DATE TO HL-HST-NEWEST-RUN-DATE.
022900     MOVE HH-NEWEST-START-TIME TO HL-HST-NEWEST-START.
022950     MOVE HH-NEWEST-STREAM TO HL-HST-NEWEST-STREAM.
023000     WRITE HL-HST-RECORD
023100         INVALID KEY
023200             REWRITE HL-HST-RECORD
023300     END-WRITE.
023310     PERFORM 8000-CHECK-HST-STATUS THRU 8000-EXIT.
023332     MOVE 1 TO HH-STR-SUB.
023354     PERFORM 3100-WRITE-STREAM-CONTROL THRU 3100-EXIT
023376         UNTIL HH-STR-SUB > HH-STR-COUNT.
023400 3000-EXIT.
023403     EXIT.
023406*--------------------------------------------------------------*
023410*
023413* 3100-WRITE-STREAM-CONTROL.  WRITE ONE STREAM'S TYPE-C
023417*                             CONTROL RECORD.
023420*
023424*--------------------------------------------------------------*
023427 3100-WRITE-STREAM-CONTROL.
023431     MOVE SPACES TO HL-HST-RECORD.
023434     MOVE ZERO TO HL-HST-RUN-DATE.
023437     MOVE ZERO TO HL-HST-START-TIME.
023441     MOVE HH-STR-ID (HH-STR-SUB) TO HL-HST-STREAM.
023444     MOVE 'C' TO HL-HST-REC-TYPE.
023448     MOVE ZERO TO HL-HST-SEQ.
023451     MOVE HH-STR-NEWEST-DATE (HH-STR-SUB) TO
023455         HL-HST-NEWEST-RUN-DATE.
023458     MOVE HH-STR-NEWEST-TIME (HH-STR-SUB) TO HL-HST-NEWEST-START.
023462     MOVE HH-STR-ID (HH-STR-SUB) TO HL-HST-NEWEST-STREAM.
023465     WRITE HL-HST-RECORD
023468         INVALID KEY
023472             REWRITE HL-HST-RECORD
023475     END-WRITE.
023479     PERFORM 8000-CHECK-HST-STATUS THRU 8000-EXIT.
023482     DISPLAY 'HELHLOAD: NEWEST ' HH-STR-ID (HH-STR-SUB)
023486             ' RUN ' HH-STR-NEWEST-DATE (HH-STR-SUB)
023489             ' ' HH-STR-NEWEST-TIME (HH-STR-SUB).
023493     ADD 1 TO HH-STR-SUB.
023496 3100-EXIT.
023500     EXIT.
023600*--------------------------------------------------------------*
023700*
