      * shared remit-line register - one row per payer payment the
      * 835 posters (hipr136.cob, hipr146.cob, hiproa.cob) put on a
      * service line, keyed account + claim + charge line + payer +
      * the remit's TRN trace, so the payments a line has taken are
      * side by side under one key prefix. PAYCUR has no room for
      * the trace or the charge line, so they are kept here. A line
      * paid twice by the same payer on two different remits shows
      * as two rows with the same prefix; duppay.cob lists them for
      * the refund desk. RL-CHG-KEY3 is spaces when the payment could
      * not be tied to a charge line of the claim.
      *   RL-LINES - payment lines posted under this key; more than
      *     one means the same remit was posted again (a supervisor
      *     override of the duplicate-835 check)
       01  REMITLN01.
           02 RL-KEY.
             03 RL-GARNO PIC X(8).
             03 RL-CLAIM PIC X(6).
             03 RL-CHG-KEY3 PIC XXX.
             03 RL-PAYCODE PIC XXX.
             03 RL-TRACE PIC X(30).
           02 RL-PAYERID PIC X(10).
           02 RL-AMOUNT PIC S9(5)V99.
           02 RL-LINES PIC 99.
           02 RL-PAY-KEY3 PIC XXX.
           02 RL-DATE PIC X(8).
           02 RL-PROGRAM PIC X(8).
           02 RL-FUTURE PIC X(10).
