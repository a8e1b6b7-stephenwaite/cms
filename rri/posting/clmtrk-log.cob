      * consolidated event extract - each stage of the claim cycle
      * writes "garno claim program status reference" lines in this
      * exact shape alongside its own register: prebill-scrub.cob
      * (CLEAN/HELD), ub04claim.cob (BILLED-UB), cms1500.cob
      * (BILLED-PAPER), rebill.cob (REBILLED), lockbox-post.cob
      * (PAID), xover-scan.cob (CROSSED-OVER) and x277ca.cob
      * (CA-ACCEPTED/CA-REJECTED...).
      * The nightly wrapper concatenates those extracts here.
           SELECT FILEIN ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

