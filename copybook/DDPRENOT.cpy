      ******************************************************************
      * DCLGEN TABLE(IDC015.DDPRENOT)                                  *
      *        LIBRARY(IDC015.DDPRENOT.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * DDPRENOT IS THE REGISTER OF SEPA PRE-NOTIFICATIONS SENT TO
      * BORROWERS AHEAD OF EACH DIRECT-DEBIT COLLECTION: DDPN100
      * WRITES ONE ROW (AND ONE LETTER) PER PENDING LOANSCHED
      * INSTALLMENT ON AN ACTIVE DDMANDT MANDATE AS IT ENTERS THE
      * NOTICE WINDOW, CARRYING THE DUE DATE AND AMOUNT THE BORROWER
      * WAS TOLD. DDGEN100 REFUSES TO COLLECT AN INSTALLMENT UNTIL
      * ITS NOTICE HAS RUN THE MINIMUM NOTICE PERIOD AND STILL NAMES
      * THE AMOUNT BEING COLLECTED - THE DEBTOR MAY NOT LEARN OF A
      * COLLECTION FROM THE BANK STATEMENT. IF THE INSTALLMENT
      * CHANGES AFTER THE NOTICE, DDPN100 RE-NOTIFIES AND THE ROW IS
      * REWRITTEN WITH THE NEW DATE. DDPN_ROUTE IS 'E' E-DELIVERY
      * OR 'P' PRINT.
      ******************************************************************
           EXEC SQL DECLARE IDC015.DDPRENOT TABLE
           ( DDPN_CAT                       CHAR(2) NOT NULL,
             DDPN_NO                        INTEGER NOT NULL,
             DDPN_SEQ                       SMALLINT NOT NULL,
             DDPN_DUE_DATE                  DATE NOT NULL,
             DDPN_AMT                       DECIMAL(13,2) NOT NULL,
             DDPN_MAND_REF                  CHAR(16) NOT NULL,
             DDPN_NOTICE_DATE               DATE NOT NULL,
             DDPN_ROUTE                     CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DDPRENOT                           *
      ******************************************************************
       01  DCLDDPRENOT.
      *                       DDPN_CAT
           10 DDPN-CAT              PIC X(2).
      *                       DDPN_NO
           10 DDPN-NO               PIC S9(9) USAGE COMP.
      *                       DDPN_SEQ
           10 DDPN-SEQ              PIC S9(4) USAGE COMP.
      *                       DDPN_DUE_DATE
           10 DDPN-DUE-DATE         PIC X(10).
      *                       DDPN_AMT
           10 DDPN-AMT              PIC S9(11)V9(2) USAGE COMP-3.
      *                       DDPN_MAND_REF
           10 DDPN-MAND-REF         PIC X(16).
      *                       DDPN_NOTICE_DATE
           10 DDPN-NOTICE-DATE      PIC X(10).
      *                       DDPN_ROUTE
           10 DDPN-ROUTE            PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
