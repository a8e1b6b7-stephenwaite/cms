      * shared client master - an organization that pays for work
      * directly rather than an insurer or the patient: an employer
      * buying pre-employment and DOT exams, an outside facility
      * buying contracted reads, the CHCRR purchased services.
      * Keyed by the client's paycode - a paycode with a row here is
      * a client paycode, and charges under it are invoiced to the
      * client monthly (client-inv.cob) instead of following the
      * patient's statement. client-maint.cob keeps it.
      * CL-TYPE: "E" employer, "F" facility, "C" CHCRR purchased
      * services, "O" other. CL-STATUS: "A" active, "I" inactive -
      * no new invoices. CL-TERMS is the days an invoice has to be
      * paid.
       01  CLIENTFILE01.
           02 CL-PAYCODE PIC XXX.
           02 CL-NAME PIC X(30).
           02 CL-ATTN PIC X(30).
           02 CL-STREET PIC X(30).
           02 CL-CITY PIC X(18).
           02 CL-STATE PIC XX.
           02 CL-ZIP PIC X(9).
           02 CL-PHONE PIC X(10).
           02 CL-TYPE PIC X.
           02 CL-TERMS PIC 999.
           02 CL-STATUS PIC X.
           02 CL-OPER PIC X(3).
           02 CL-FUTURE PIC X(10).
