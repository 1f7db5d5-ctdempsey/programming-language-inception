000100*--------------------------------------------------------------*
000200* HLOWN.CPY                                                    *
000300*                                                              *
000400* STEP-OWNERSHIP ENTRY FOR THE HELLO JOB STREAM.  ONE RECORD   *
000500* PER DRIVER STEP (OR GROUP OF STEPS) GIVING THE APPLICATION   *
000600* THAT OWNS IT, THE COST CENTRE ITS BATCH-WINDOW TIME IS       *
000700* CHARGED TO AND THE BUSINESS CONTACT, READ FROM HELLOOWN (ONE *
000800* MEMBER SHARED BY EVERY STREAM).  HELCHRG MATCHES EACH STEP   *
000900* RECORD ON HELLHIST AGAINST IT BY STREAM, HELLODRV SEQUENCE   *
001000* AND SCRIPT - A BLANK STREAM OR SCRIPT, OR A ZERO SEQUENCE,   *
001100* MATCHES ANY - ON THE DATE THE STEP RAN.  THE ENTRY IS IN     *
001200* FORCE FROM ITS EFFECTIVE-FROM DATE THROUGH ITS EFFECTIVE-TO  *
001300* DATE; ZEROS IN EITHER LEAVE THAT END OPEN, SO A CHANGE OF    *
001400* OWNER MID-YEAR IS THE OLD ENTRY CLOSED OFF AND A NEW ONE     *
001500* OPENED THE NEXT DAY.  WHEN MORE THAN ONE ENTRY MATCHES, THE  *
001600* MOST SPECIFIC WINS - A SEQUENCE OR SCRIPT OUTWEIGHS A        *
001700* STREAM, WHICH OUTWEIGHS NOTHING - AND A TIE GOES TO THE      *
001800* ENTRY NEARER THE TOP OF THE FILE.  A RECORD WITH AN          *
001900* ASTERISK IN COLUMN 1 IS A COMMENT.                           *
002000*--------------------------------------------------------------*
002100* 10/15/2026 DRO  INITIAL RELEASE                              *
002200*--------------------------------------------------------------*
002300 01  HL-OWN-RECORD.
002400     05  HL-OWN-STREAM               PIC X(04).
002500     05  HL-OWN-SEQ                  PIC 9(04).
002600     05  HL-OWN-SCRIPT               PIC X(50).
002700     05  HL-OWN-EFF-FROM             PIC 9(08).
002800     05  HL-OWN-EFF-TO               PIC 9(08).
002900     05  HL-OWN-APPL                 PIC X(08).
003000     05  HL-OWN-COST-CTR             PIC X(08).
003100     05  HL-OWN-CONTACT              PIC X(30).
003200     05  FILLER                      PIC X(08).
