      * guarantor record displayed to an operator, appended by the
      * inquiry and maintenance screens. access-rpt.cob answers the
      * HIPAA "who looked at my record" disclosure question and
      * flags operators with unusual browse volume. A release of
      * copies to an outside requester is logged by roi-maint.cob
      * with AX-PROGRAM "ROI-DISC". Same shared-COPY rationale as
      * postaudit.cpy.
       01  ACCESSLOG01.
           02 AX-OPER PIC X(3).
           02 AX-GARNO PIC X(8).
