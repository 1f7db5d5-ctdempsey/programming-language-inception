000100*--------------------------------------------------------------*
000200* HLBAL.CPY                                                    *
000300*                                                              *
000400* CONTROL-TOTAL BALANCING RULE FOR THE HELLO JOB STREAM.  ONE  *
000500* RECORD PER RULE, READ FROM HELLOBAL (BALXXXX FOR ANOTHER     *
000600* STREAM) AT STARTUP.  A RULE PAIRS A CONTROL TOTAL ONE STEP   *
000700* WRITES (THE A SIDE - SAY ITS OUT-ROWS) WITH ONE A LATER STEP *
000800* WRITES (THE B SIDE - SAY ITS IN-ROWS); EACH TAG MUST BE ONE  *
000900* THE STEP'S HLDRV RECORD DECLARES.  ONCE BOTH STEPS HAVE RUN  *
001000* CLEAN, HELLO CHECKS THE VARIANCE (B MINUS A) AGAINST THE     *
001100* TOLERANCE: TYPE BLANK OR E = THE TWO MUST BE EQUAL; A = AN   *
001200* ABSOLUTE AMOUNT EITHER WAY; P = A PERCENTAGE OF THE A-SIDE   *
001300* VALUE.  A BREAK FAILS THE CHAIN WITH RC 99.  HELBALRP PRINTS *
001400* EVERY RULE NIGHTLY AGAINST THE TOTALS ON HELCTOT (HLTOT).    *
001500* A RECORD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.          *
001600*--------------------------------------------------------------*
001700* 10/15/2026 DRO  INITIAL RELEASE                              *
001800*--------------------------------------------------------------*
001900 01  HL-BAL-RECORD.
002000     05  HL-BAL-RULE-ID              PIC X(08).
002100     05  HL-BAL-A-SEQ                PIC 9(04).
002200     05  HL-BAL-A-TAG                PIC X(12).
002300     05  HL-BAL-B-SEQ                PIC 9(04).
002400     05  HL-BAL-B-TAG                PIC X(12).
002500     05  HL-BAL-TOL-TYPE             PIC X(01).
002600         88  HL-BAL-TOL-EXACT            VALUE SPACE 'E'.
002700         88  HL-BAL-TOL-ABSOLUTE         VALUE 'A'.
002800         88  HL-BAL-TOL-PERCENT          VALUE 'P'.
002900     05  HL-BAL-TOLERANCE            PIC 9(07)V99.
003000     05  HL-BAL-DESC                 PIC X(30).
