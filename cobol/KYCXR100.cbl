      * BEFORE THE REGULATOR FINDS A LIVE BORROWER IDENTIFIED BY A
      * DEAD PASSPORT. DAYS-TO-EXPIRY IS THE SAME 30/360
      * APPROXIMATION THE REST OF THE SHOP USES; EXPIRED DOCUMENTS
      * SHOW A NEGATIVE COUNT. EVERY PRINTED LINE IS ALSO WRITTEN TO
      * THE BRANCH BURST FEED (RB1DQ001) FOR RBST100, EACH DOCUMENT
      * TAGGED WITH THE BRANCH (LOANM_BRN) OF THE CUSTOMER'S ACTIVE
      * LOAN - THE LOWEST BRANCH CODE WHEN THE CUSTOMER BORROWS AT
      * MORE THAN ONE BRANCH.
      ******************************************************************

       IDENTIFICATION DIVISION.
      ******************************************************************
           SELECT KYCPARM-FILE ASSIGN PY1DQ001.
           SELECT KYCXRPT-FILE ASSIGN RPIDQ001.
           SELECT RPTBRST-FILE ASSIGN RB1DQ001.
      ******************************************************************

       DATA DIVISION.

       01  RE-KYCXRPT                       PIC X(132).
      ******************************************************************
      * RPTBRST-FILE IS THE BRANCH BURST FEED (LAYOUT IN RPTBRST.cpy).
       FD  RPTBRST-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RPTBRST                       PIC X(160).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
       01  WS-DAYS-TO-EXPIRY                PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE OWNING BRANCH OF THE CURRENT ROW AND THE LINE SEQUENCE FOR
      * THE BRANCH BURST FEED.
       01  WS-OWN-BRN                       PIC X(4)    VALUE SPACES.
       01  WS-BRST-SEQ                      PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * PRINT LINE.
       01  WS-KYCX-LINE.
           05  WS-KX-CUST-NO                PIC X(10).
           05  FILLER                       PIC X(57)   VALUE SPACES.
      ******************************************************************
       COPY CUSTIDOC.
      ******************************************************************
       COPY RPTBRST.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
           EXEC SQL
               DECLARE KYCXR100-CSR CURSOR FOR
                   SELECT D.CID_CUST_NO, D.CID_DOC_TYPE,
                          D.CID_DOC_NO, D.CID_EXP_DATE,
                          ( SELECT MIN(L2.LOANM_BRN)
                              FROM IDC015.LOANMSTR L2
                             WHERE L2.LOANM_CUST_NO = D.CID_CUST_NO
                               AND L2.LOANM_ST      = 'A' )
                     FROM IDC015.CUSTIDOC D
                    WHERE EXISTS
                          ( SELECT 1
           PERFORM 100010-READ-WARN-DAYS

           OPEN OUTPUT KYCXRPT-FILE
           OPEN OUTPUT RPTBRST-FILE

           MOVE SPACES         TO RPTBRST-REC
           SET RPTBRST-HEADING TO TRUE

           MOVE 'KYCXR100 - KYC IDENTITY-DOCUMENT EXPIRY REPORT'
               TO RE-KYCXRPT
           PERFORM 900300-WRITE-PRINT-LINE
           MOVE 'CUSTOMER      TY  DOCUMENT NUMBER         EXPIRY
      -        '      DAYS'
               TO RE-KYCXRPT
           PERFORM 900300-WRITE-PRINT-LINE

           SET RPTBRST-DETAIL  TO TRUE

           EXEC SQL
               OPEN KYCXR100-CSR
           END-EXEC

           CLOSE KYCXRPT-FILE
           CLOSE RPTBRST-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           EXEC SQL
               FETCH KYCXR100-CSR
                INTO :CID-CUST-NO, :CID-DOC-TYPE,
                     :CID-DOC-NO, :CID-EXP-DATE,
                     :WS-OWN-BRN
           END-EXEC

           IF SQLCODE NOT = ZERO
                   MOVE 'EXPIRING' TO WS-KX-FLAG
               END-IF

               MOVE WS-OWN-BRN   TO RPTBRST-BRANCH
               MOVE WS-KYCX-LINE TO RE-KYCXRPT
               PERFORM 900300-WRITE-PRINT-LINE
           END-IF

           PERFORM 100200-FETCH-ONE-DOCUMENT.
      ******************************************************************
      * 900300-WRITE-PRINT-LINE PRINTS THE LINE IN RE-KYCXRPT AND
      * WRITES THE SAME LINE TO THE BRANCH BURST FEED, WITH THE LINE
      * TYPE AND BRANCH THE CALLER SET, NUMBERED IN PRINT ORDER.
       900300-WRITE-PRINT-LINE.

           ADD 1 TO WS-BRST-SEQ

           MOVE 'KYCXR100'  TO RPTBRST-RPT-ID
           MOVE WS-BRST-SEQ TO RPTBRST-SEQ
           MOVE RE-KYCXRPT  TO RPTBRST-LINE

           WRITE RE-KYCXRPT
           WRITE RE-RPTBRST FROM RPTBRST-REC.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
