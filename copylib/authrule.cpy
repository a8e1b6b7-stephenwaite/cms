      * shared prior-authorization requirement record - which
      * services a payer wants approved before the exam, keyed
      * payer + plan prefix + CPT + place of service + effective
      * date. authrule-load.cob loads it; authchk.cob applies it
      * for charge entry (inar002.cob, ehrcharge.cob, rrr250.cob),
      * the pas002.cob auth match and the authpre.cob pre-service
      * list. A wildcard matches anything: prefix "***", CPT
      * "*****", place "*". The most specific row wins - prefix
      * first, then CPT, then place - so a plan exemption (e.g.
      * Vermont Total Choice, prefix FVT) outranks a payer-wide
      * code list.
      *   AR-ACTION - "R" approval required, "N" exempt
      *   AR-LEAD - days ahead of the service the request has to
      *     go in
      *   AR-TERM - last date of service the row covers, spaces
      *     open-ended
       01  AUTHRULE01.
           02 AR-KEY.
             03 AR-INS PIC XXX.
             03 AR-PREFIX PIC XXX.
             03 AR-CPT PIC X(5).
             03 AR-PLACE PIC X.
             03 AR-EFF PIC X(8).
           02 AR-ACTION PIC X.
           02 AR-LEAD PIC 999.
           02 AR-TERM PIC X(8).
           02 AR-NOTE PIC X(30).
           02 AR-FUTURE PIC X(10).
