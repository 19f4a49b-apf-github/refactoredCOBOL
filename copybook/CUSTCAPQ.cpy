      ******************************************************************
      * DCLGEN TABLE(IDC015.CUSTCAPQ)                                  *
      *        LIBRARY(IDC015.CUSTCAPQ.COBOL)                          *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * CUSTCAPQ IS THE ONLINE CAPTURE QUEUE FOR CUSTOMER MAINTENANCE
      * REQUESTS: ONE ROW PER CUSTTRAN RECORD (REQ-TYPES 01 TO 09)
      * KEYED BY BRANCH STAFF THROUGH CUSC100 AND ACCEPTED BY ITS
      * ENTRY-TIME EDITS. CAPQ_TS IS THE DB2 TIMESTAMP OF THE
      * CAPTURE, CAPQ_USER THE SIGNED-ON USER AND CAPQ_TERM THE
      * TERMINAL. CAPQ_RAW IS THE 95-BYTE CUSTTRAN RECORD EXACTLY AS
      * CUSTM100 WILL APPLY IT, WITH ITS REQUEST TYPE AND CUSTOMER
      * NUMBER ALSO HELD IN THEIR OWN COLUMNS FOR SELECTION.
      * CAPQ_STATUS IS 'Q' WHILE QUEUED AND 'X' ONCE CUSQ100 HAS
      * WRITTEN IT TO THE NIGHTLY CAPTURE FILE, CAPQ_XTR_DATE THEN
      * CARRYING THE BUSINESS DATE OF THAT EXTRACT ('0001-01-01'
      * WHILE QUEUED).
      ******************************************************************
           EXEC SQL DECLARE IDC015.CUSTCAPQ TABLE
           ( CAPQ_TS                        TIMESTAMP NOT NULL,
             CAPQ_USER                      CHAR(8) NOT NULL,
             CAPQ_TERM                      CHAR(4) NOT NULL,
             CAPQ_REQ_TYPE                  CHAR(2) NOT NULL,
             CAPQ_CUSTM_NO                  CHAR(10) NOT NULL,
             CAPQ_RAW                       CHAR(95) NOT NULL,
             CAPQ_STATUS                    CHAR(1) NOT NULL,
             CAPQ_XTR_DATE                  DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUSTCAPQ                           *
      ******************************************************************
       01  DCLCUSTCAPQ.
      *                       CAPQ_TS
           10 CAPQ-TS               PIC X(26).
      *                       CAPQ_USER
           10 CAPQ-USER             PIC X(8).
      *                       CAPQ_TERM
           10 CAPQ-TERM             PIC X(4).
      *                       CAPQ_REQ_TYPE
           10 CAPQ-REQ-TYPE         PIC X(2).
      *                       CAPQ_CUSTM_NO
           10 CAPQ-CUSTM-NO         PIC X(10).
      *                       CAPQ_RAW
           10 CAPQ-RAW              PIC X(95).
      *                       CAPQ_STATUS
           10 CAPQ-STATUS           PIC X(1).
      *                       CAPQ_XTR_DATE
           10 CAPQ-XTR-DATE         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
