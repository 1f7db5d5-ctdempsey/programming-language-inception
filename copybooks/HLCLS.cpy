000100*--------------------------------------------------------------*
000200* HLCLS.CPY                                                    *
000300*                                                              *
000400* FAILURE-CLASSIFICATION RECORD FOR THE HELLO JOB STREAM.  ONE *
000500* RECORD PER FAILED STEP ATTEMPT, APPENDED TO HELLO.FAILCLS    *
000600* (DDNAME HELLOCLS) BY HELCLASS AFTER EACH RUN.  AN ATTEMPT    *
000700* FAILED WHEN THE STEP WAS RETRIED AFTER IT, OR WHEN IT WAS    *
000800* THE STEP'S LAST ATTEMPT AND THE STEP ENDED NON-ZERO - THE    *
000900* FINAL SWITCH MARKS THAT LAST CASE, THE ONE THAT FAILED THE   *
001000* STEP.  THE CATALOGUE FIELDS ARE THE HELLOKEC (HLKEC) ENTRY   *
001100* THE ATTEMPT'S TRANSCRIPT MATCHED, BLANK WHEN NONE DID; THE   *
001200* EVIDENCE IS THE MATCHING TRANSCRIPT LINE, OR THE ATTEMPT'S   *
001300* LAST NON-BLANK LINE WHEN UNCLASSIFIED.  HELALRT PUTS THE     *
001400* CLASSIFICATION ON THE ALERT BODY; HELFTRND REPORTS THE       *
001500* WEEKLY TREND.  NOTHING PURGES IT.                            *
001600*--------------------------------------------------------------*
001700* 10/15/2026 DRO  INITIAL RELEASE                              *
001800*--------------------------------------------------------------*
001900 01  HL-CLS-RECORD.
002000     05  HL-CLS-RUN-DATE             PIC 9(08).
002100     05  HL-CLS-RUN-START-TIME       PIC 9(08).
002200     05  HL-CLS-STREAM               PIC X(04).
002300     05  HL-CLS-SEQ                  PIC 9(04).
002400     05  HL-CLS-ATTEMPT              PIC 9(03).
002500     05  HL-CLS-FINAL-SW             PIC X(01).
002600         88  HL-CLS-FINAL                VALUE 'Y'.
002700     05  HL-CLS-STEP-RC              PIC S9(05) SIGN LEADING
002800                                     SEPARATE.
002900     05  HL-CLS-SCRIPT-PATH          PIC X(50).
003000     05  HL-CLS-KEC-ID               PIC X(08).
003100         88  HL-CLS-UNCLASSIFIED         VALUE SPACES.
003200     05  HL-CLS-KEC-CLASS            PIC X(01).
003300         88  HL-CLS-TRANSIENT            VALUE 'T'.
003400         88  HL-CLS-DATA                 VALUE 'D'.
003500         88  HL-CLS-INFRA                VALUE 'I'.
003600         88  HL-CLS-CODE                 VALUE 'C'.
003700     05  HL-CLS-KEC-TEAM             PIC X(08).
003800     05  HL-CLS-KEC-RUNBOOK          PIC X(08).
003900     05  HL-CLS-KEC-DESC             PIC X(20).
004000     05  HL-CLS-EVIDENCE             PIC X(60).
004100     05  HL-CLS-CLASSIFY-DATE        PIC 9(08).
004200     05  FILLER                      PIC X(03).
