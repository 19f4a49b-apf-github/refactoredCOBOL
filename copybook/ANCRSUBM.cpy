      ******************************************************************
      * DCLGEN TABLE(IDC015.ANCRSUBM)                                  *
      *        LIBRARY(IDC015.ANCRSUBM.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ANCRSUBM IS THE ANACREDIT SUBMISSION REGISTRY, THE GRANULAR
      * COUNTERPART OF CIRBSUBM: ANCR100 STAMPS ONE ROW PER CREDIT
      * INSTRUMENT EACH MONTH-END IT BUILDS THE TEMPLATES FOR. AN
      * INSTRUMENT WRITTEN TO THE SUBMISSION FILE GOES TO STATUS 'S'
      * (SUBMITTED, AWAITING THE REGULATOR'S ACKNOWLEDGMENT); ONE
      * HELD BACK BECAUSE IT FAILED A CROSS-TEMPLATE RULE GOES TO
      * 'V' WITH THE RULE CODE IN ANCS_ERR_CODE, SO THE REGISTRY
      * SHOWS WHAT WAS NOT SENT AS WELL AS WHAT WAS. ANCS_REF_DATE
      * IS THE MONTH-END REFERENCE DATE OF THE SUBMISSION.
      ******************************************************************
           EXEC SQL DECLARE IDC015.ANCRSUBM TABLE
           ( ANCS_ENT                       CHAR(4) NOT NULL,
             ANCS_INSTR_ID                  CHAR(10) NOT NULL,
             ANCS_REF_DATE                  DATE NOT NULL,
             ANCS_SUBMIT_DATE               DATE NOT NULL,
             ANCS_STATUS                    CHAR(1) NOT NULL,
             ANCS_ERR_CODE                  CHAR(4)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ANCRSUBM                           *
      ******************************************************************
       01  DCLANCRSUBM.
      *                       ANCS_ENT
           10 ANCS-ENT              PIC X(4).
      *                       ANCS_INSTR_ID
           10 ANCS-INSTR-ID         PIC X(10).
      *                       ANCS_REF_DATE
           10 ANCS-REF-DATE         PIC X(10).
      *                       ANCS_SUBMIT_DATE
           10 ANCS-SUBMIT-DATE      PIC X(10).
      *                       ANCS_STATUS
           10 ANCS-STATUS           PIC X(1).
      *                       ANCS_ERR_CODE
           10 ANCS-ERR-CODE         PIC X(4).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
