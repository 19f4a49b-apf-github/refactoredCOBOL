      *   TXNAPPR  - MAKER-CHECKER DECISIONS (APPRM100)
      *   LSCIINQ  - LOAN REPAYMENT-SCHEDULE INQUIRY (LSCI100)
      *   COLIINQ  - COLLECTIONS WORKSTATION INQUIRY (COLI100)
      *   AMLCLOSE - CLOSING AML MONITORING ALERTS (AMLM100)
      *   KYCREVW  - RECORDING CUSTOMER DUE-DILIGENCE REVIEWS (CRSK100)
      *   RPAPPR   - SPECIAL APPROVAL OF RELATED-PARTY LOANS (APPRM100)
      *   SODAPPR  - APPROVING GRANTS THAT BREAK A SODRULE SEGREGATION-
      *              OF-DUTIES RULE (APPRM100)
      *   CUSTCAP  - ONLINE CAPTURE OF CUSTOMER MAINTENANCE REQUESTS
      *              (CUSC100)
      * UENTM100 CHECKS EVERY GRANT AGAINST THE SODRULE PAIRS AND
      * SODR100 REPORTS THE CONFLICTS ALREADY ON THE TABLE.
      ******************************************************************
           EXEC SQL DECLARE IDC015.USERENTL TABLE
           ( UENT_USER                      CHAR(8) NOT NULL,
