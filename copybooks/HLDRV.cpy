001053*                 MINIMUM MEANS SIMPLY NON-EMPTY).  BLANK      *
001054*                 DATASET FIELDS MEAN NO CHECK, SO EXISTING    *
001055*                 DRIVER FILES BEHAVE AS BEFORE.               *
001058* 10/15/2026 DRO  ADDED THE UPSTREAM TRIGGER: A COMPLETION     *
001061*                 TOKEN (THE PATH OF A FILE THE UPSTREAM       *
001064*                 SYSTEM LANDS WHEN ITS FEED IS COMPLETE,      *
001067*                 &RUNDATE RESOLVED AS IN THE ARGUMENTS), THE  *
001070*                 POLL INTERVAL IN SECONDS (BLANK OR ZERO =    *
001073*                 60), HOW MANY MINUTES TO KEEP POLLING (BLANK *
001076*                 OR ZERO = 60, OR UNTIL THE DEADLINE WHEN ONE *
001079*                 IS GIVEN) AND A HARD HHMM CLOCK DEADLINE     *
001082*                 (BLANK OR ZERO = NONE). HELLO WAITS FOR THE  *
001085*                 TOKEN BEFORE THE STEP AND FAILS IT RC 89     *
001086*                 ONLY WHEN THE WAIT RUNS OUT. A BLANK TOKEN   *
001087*                 MEANS NO WAIT, SO EXISTING DRIVER FILES      *
001088*                 BEHAVE AS BEFORE.                            *
001089* 10/15/2026 DRO  ADDED UP TO THREE CONTROL-TOTAL TAGS (SAY    *
001090*                 OUT-ROWS). A STEP THAT DECLARES A TAG PRINTS *
001091*                 IT IN ITS OUTPUT AS TAG=NNNN (AN OPTIONAL    *
001092*                 SIGN, COMMAS ALLOWED, UP TO TWO DECIMALS;    *
001093*                 THE LAST ONE PRINTED WINS). HELLO KEEPS THE  *
001094*                 VALUES ON HELCTOT AND BALANCES THEM UNDER    *
001095*                 THE HELLOBAL RULES (SEE HLBAL). BLANK TAGS   *
001096*                 MEAN NOTHING IS CAPTURED, SO EXISTING DRIVER *
001097*                 FILES BEHAVE AS BEFORE.                      *
001098*--------------------------------------------------------------*
001100 01  HL-DRV-RECORD.
001200     05  HL-DRV-SEQ                  PIC 9(04).
001300     05  HL-DRV-INTERPRETER          PIC X(20).
003400     05  HL-DRV-IN-DATASET           PIC X(50).
003500     05  HL-DRV-OUT-DATASET          PIC X(50).
003600     05  HL-DRV-OUT-MIN-BYTES        PIC 9(08).
003610     05  HL-DRV-TRIG-TOKEN           PIC X(50).
003620     05  HL-DRV-TRIG-POLL-SECS       PIC 9(03).
003630     05  HL-DRV-TRIG-WAIT-MINS       PIC 9(03).
003640     05  HL-DRV-TRIG-DEADLINE        PIC 9(04).
003650     05  HL-DRV-CTL-TAGS.
003660         10  HL-DRV-CTL-TAG OCCURS 3 TIMES
003670                                     PIC X(12).
