000100*--------------------------------------------------------------*
000200* HLTOT.CPY                                                    *
000300*                                                              *
000400* CONTROL-TOTAL HISTORY RECORD FOR THE HELLO JOB STREAM.  ONE  *
000500* RECORD IS APPENDED TO HELLO.CTLTOT (DDNAME HELCTOT) FOR      *
000600* EVERY CONTROL-TOTAL TAG A STEP DECLARES ON ITS HLDRV RECORD  *
000700* AND PRINTS IN ITS CAPTURED OUTPUT AS TAG=NNNN, ONCE THE STEP *
000800* HAS COMPLETED CLEAN.  THE FILE IS SHARED BY EVERY STREAM.    *
000900* HELLO READS BACK THE STREAM'S TOTALS FOR THE BUSINESS DATE   *
001000* AT STARTUP, SO A RESTART STILL BALANCES AGAINST THE STEPS    *
001100* THE CHECKPOINT SKIPS; THE LATEST RECORD FOR A STEP AND TAG   *
001200* WINS.  HELBALRP REPORTS FROM IT.                             *
001300*--------------------------------------------------------------*
001400* 10/15/2026 DRO  INITIAL RELEASE                              *
001500*--------------------------------------------------------------*
001600 01  HL-TOT-RECORD.
001700     05  HL-TOT-RUN-DATE             PIC 9(08).
001800     05  HL-TOT-RUN-START-TIME       PIC 9(08).
001900     05  HL-TOT-STREAM               PIC X(04).
002000     05  HL-TOT-BUS-DATE             PIC 9(08).
002100     05  HL-TOT-SEQ                  PIC 9(04).
002200     05  HL-TOT-TAG                  PIC X(12).
002300     05  HL-TOT-VALUE                PIC S9(13)V99
002400                                     SIGN LEADING SEPARATE.
002500     05  HL-TOT-ADHOC-SW             PIC X(01).
002600         88  HL-TOT-ADHOC                VALUE 'Y'.
002700     05  FILLER                      PIC X(07).
