000900* SCHEDULE TYPES.  A QUARTER-END DATE SHOULD CARRY BOTH AN M   *
001000* AND A Q RECORD - A MONTH-END-SCHEDULED STEP ALSO RUNS ON     *
001100* EITHER FLAG, SINCE EVERY QUARTER END IS A MONTH END.         *
001200* DATES MAY APPEAR IN ANY ORDER.  THE FILE IS GENERATED ONCE A *
001300* YEAR BY HELCAL (HELCALJ) FROM THE SITE HOLIDAY LIST, WHICH   *
001333* IS KEYED IN THIS SAME LAYOUT WITH A TYPE OF H, AND IS        *
001366* AUDITED MONTHLY BY HELCAL IN HELSLAJ.                        *
001400*--------------------------------------------------------------*
001500* 09/02/2026 DRO  INITIAL RELEASE                              *
001533* 10/15/2026 DRO  GENERATED AND AUDITED BY THE NEW HELCAL;     *
001566*                 LAYOUT UNCHANGED                             *
001600*--------------------------------------------------------------*
001700 01  HL-CAL-RECORD.
001800     05  HL-CAL-DATE                 PIC 9(08).
