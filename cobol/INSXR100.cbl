      * UNINSURED PROPERTY AND VEHICLE COLLATERAL ON LIVE LENDING
      * STOPS GOING UNNOTICED. DAYS-TO-EXPIRY IS THE SAME 30/360
      * APPROXIMATION THE REST OF THE SHOP USES FOR DAY COUNTS;
      * LAPSED POLICIES SHOW A NEGATIVE COUNT. EVERY PRINTED LINE IS
      * ALSO WRITTEN TO THE BRANCH BURST FEED (RB1DQ001) FOR RBST100,
      * EACH POLICY TAGGED WITH THE BRANCH (LOANM_BRN) OF THE ACTIVE
      * LOAN ITS COLLATERAL SECURES - THE LOWEST BRANCH CODE WHEN THE
      * COLLATERAL SECURES LOANS OF MORE THAN ONE BRANCH.
      ******************************************************************

       IDENTIFICATION DIVISION.
      ******************************************************************
           SELECT INSPARM-FILE ASSIGN PI1DQ001.
           SELECT INSXRPT-FILE ASSIGN RPGDQ001.
           SELECT RPTBRST-FILE ASSIGN RB1DQ001.
      ******************************************************************

       DATA DIVISION.

       01  RE-INSXRPT                       PIC X(132).
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
       01  WS-INSX-LINE.
           05  WS-IX-CLTM-NO                PIC 9(9).
           05  FILLER                       PIC X(53)   VALUE SPACES.
      ******************************************************************
       COPY COLTINSR.
      ******************************************************************
       COPY RPTBRST.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
           EXEC SQL
               DECLARE INSXR100-CSR CURSOR FOR
                   SELECT I.CINS_CLTM_NO, I.CINS_POLICY_NO,
                          I.CINS_INSURER, I.CINS_EXPIRY_DATE,
                          ( SELECT MIN(L2.LOANM_BRN)
                              FROM IDC015.COLTPLDG P2,
                                   IDC015.LOANMSTR L2
                             WHERE P2.CPLG_CLTM_NO = I.CINS_CLTM_NO
                               AND P2.CPLG_REL_DATE IS NULL
                               AND L2.LOANM_NO     = P2.CPLG_LOAN_NO
                               AND L2.LOANM_ST     = 'A' )
                     FROM IDC015.COLTINSR I
                    WHERE EXISTS
                          ( SELECT 1
           PERFORM 100010-READ-WARN-DAYS

           OPEN OUTPUT INSXRPT-FILE
           OPEN OUTPUT RPTBRST-FILE

           MOVE SPACES         TO RPTBRST-REC
           SET RPTBRST-HEADING TO TRUE

           MOVE 'INSXR100 - COLLATERAL INSURANCE EXPIRY REPORT'
               TO RE-INSXRPT
           PERFORM 900300-WRITE-PRINT-LINE
           MOVE 'COLLATERAL  POLICY          INSURER           EXPIRY
      -        '      DAYS'
               TO RE-INSXRPT
           PERFORM 900300-WRITE-PRINT-LINE

           SET RPTBRST-DETAIL  TO TRUE

           EXEC SQL
               OPEN INSXR100-CSR
           END-EXEC

           CLOSE INSXRPT-FILE
           CLOSE RPTBRST-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           EXEC SQL
               FETCH INSXR100-CSR
                INTO :CINS-CLTM-NO, :CINS-POLICY-NO,
                     :CINS-INSURER, :CINS-EXPIRY-DATE,
                     :WS-OWN-BRN
           END-EXEC

           IF SQLCODE NOT = ZERO
                   MOVE 'EXPIRING' TO WS-IX-FLAG
               END-IF

               MOVE WS-OWN-BRN   TO RPTBRST-BRANCH
               MOVE WS-INSX-LINE TO RE-INSXRPT
               PERFORM 900300-WRITE-PRINT-LINE
           END-IF

           PERFORM 100200-FETCH-ONE-POLICY.
      ******************************************************************
      * 900300-WRITE-PRINT-LINE PRINTS THE LINE IN RE-INSXRPT AND
      * WRITES THE SAME LINE TO THE BRANCH BURST FEED, WITH THE LINE
      * TYPE AND BRANCH THE CALLER SET, NUMBERED IN PRINT ORDER.
       900300-WRITE-PRINT-LINE.

           ADD 1 TO WS-BRST-SEQ

           MOVE 'INSXR100'  TO RPTBRST-RPT-ID
           MOVE WS-BRST-SEQ TO RPTBRST-SEQ
           MOVE RE-INSXRPT  TO RPTBRST-LINE

           WRITE RE-INSXRPT
           WRITE RE-RPTBRST FROM RPTBRST-REC.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
