      * RUN APPLIES THE APPROVED ITEMS AND MARKS THEM 'D' (DONE),
      * WRITING BOTH THE MAKER AND CHECKER IDENTITIES TO THE COMMON
      * AUDIT TRAIL.
      * PTXN_CLASS IS THE APPROVAL CLASS: BLANK FOR THE GENERAL
      * MAKER-CHECKER QUEUE, 'RP' FOR A LOAN TO A RELATED PARTY ON THE
      * RELPARTY REGISTER, WHICH APPRM100 LETS ONLY A CHECKER HOLDING
      * THE 'RPAPPR' ENTITLEMENT DECIDE, AND 'SD' FOR AN ENTITLEMENT
      * GRANT THAT BREAKS A SODRULE SEGREGATION-OF-DUTIES RULE, WHICH
      * NEEDS A CHECKER HOLDING 'SODAPPR'.
      ******************************************************************
           EXEC SQL DECLARE IDC015.PENDTXN TABLE
           ( PTXN_PGM                       CHAR(8) NOT NULL,
             PTXN_MAKER                     CHAR(8) NOT NULL,
             PTXN_CHECKER                   CHAR(8),
             PTXN_STATUS                    CHAR(1) NOT NULL,
             PTXN_DATE                      DATE NOT NULL,
             PTXN_CLASS                     CHAR(2) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PENDTXN                            *
           10 PTXN-STATUS           PIC X(1).
      *                       PTXN_DATE
           10 PTXN-DATE             PIC X(10).
      *                       PTXN_CLASS
           10 PTXN-CLASS            PIC X(2).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
