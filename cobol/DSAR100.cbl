      ******************************************************************
      * DSAR100 ANSWERS A DATA-SUBJECT ACCESS REQUEST: A CUSTOMER'S
      * RIGHT TO A COPY OF EVERY PIECE OF PERSONAL DATA WE HOLD ON
      * THEM, WHICH MUST BE ANSWERED WITHIN ONE MONTH. THE PM1DQ013
      * CONTROL CARD NAMES THE CUSTOMER, THE REQUEST REFERENCE, THE
      * DATE THE REQUEST WAS RECEIVED (BLANK FOR TODAY) AND THE USER
      * RUNNING THE EXTRACT, AND ONE READABLE EXTRACT IS WRITTEN TO
      * RPTDQ010, A SECTION PER SOURCE:
      *   - THE CUSTOMER MASTER (CUSTM_TABLE), THE STRUCTURED POSTAL
      *     ADDRESS (CUSTADDR), CONTACT METHODS (CUSTCONT), PRIOR
      *     ADDRESS AND CONTACT IMAGES (CUSTCNTH), NAME AND ADDRESS
      *     HISTORY (CUSTHIST) AND IDENTITY DOCUMENTS (CUSTIDOC);
      *   - EVERY LOAN ON LOANMSTR, OPEN OR CLOSED, EACH WITH ITS
      *     REPAYMENT HISTORY (LOANRPHST) AND DUNNING LETTERS
      *     (DUNNLTR);
      *   - EVERY DEPOSIT ON DEPOMSTR, THE ELECTRONIC DELIVERIES
      *     (EDLVREG), COMPLAINTS (CMPLREG) AND RELATED-PARTY
      *     REGISTRATIONS (RELPARTY);
      *   - EVERY AUDIT-TRAIL ENTRY KEYED ON THE CUSTOMER OR ON ONE
      *     OF THE LOANS, DEPOSITS OR COMPLAINTS LISTED ABOVE.
      * HISTORY ALREADY ARCHIVED BY ARCH100 IS INCLUDED BY RESTAGING
      * IT WITH ARCR100 BEFORE THIS RUN: ARCHIVED LOANRPHST AND
      * CUSTHIST PERIODS GO BACK INTO THE LIVE TABLES, AND A
      * RESTAGED AUDTRAIL PERIOD IS READ FROM RS1DQ001 AFTER THE
      * LIVE AUDIT TRAIL, ITS ENTRIES MARKED AS FROM THE ARCHIVE.
      * EVERY REQUEST IS RECORDED ON THE DSARLOG TABLE WITH ITS
      * RECEIPT DATE AND THE DATE THE ANSWER IS DUE; A REPEAT RUN FOR
      * THE SAME REFERENCE KEEPS THOSE DATES AND REWRITES THE RUN
      * DATE AND COUNTS. CONDITION CODES: 4 THE ANSWER IS PAST ITS
      * DUE DATE, 8 A DB2 READ FAILED AND THE EXTRACT IS INCOMPLETE,
      * 12 THE CARD WAS REJECTED OR THE REQUEST COULD NOT BE LOGGED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSAR100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT DSARPARM-FILE ASSIGN PM1DQ013.
           SELECT AUDTRL-FILE   ASSIGN AU1DQ001.
           SELECT RSTAUD-FILE   ASSIGN RS1DQ001.
           SELECT DSARRPT-FILE  ASSIGN RPTDQ010.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * DSARPARM-FILE CARRIES THE SINGLE CONTROL CARD NAMING THE
      * CUSTOMER (TEN DIGITS), THE REQUEST REFERENCE, THE DATE THE
      * REQUEST WAS RECEIVED (YYYY-MM-DD) AND THE REQUESTING USER.
       FD  DSARPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-DSARPARM.
           05  DSPARM-CUST-NO               PIC X(10).
           05  DSPARM-CUST-NO-N REDEFINES DSPARM-CUST-NO
                                            PIC 9(10).
           05  DSPARM-REF                   PIC X(10).
           05  DSPARM-RECV-DATE             PIC X(10).
           05  DSPARM-USER                  PIC X(8).
           05  FILLER                       PIC X(42).
      ******************************************************************
      * AUDTRL-FILE IS THE LIVE COMMON AUDIT TRAIL AUD4C100 WRITES.
       FD  AUDTRL-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-AUDIN                         PIC X(155).
      ******************************************************************
      * RSTAUD-FILE IS AN ARCHIVED AUDTRAIL PERIOD RESTAGED BY
      * ARCR100 (THE AUDIT RECORD IN THE FIRST 155 BYTES), OR DUMMY
      * WHEN NONE WAS RESTAGED.
       FD  RSTAUD-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RSTAUD                        PIC X(175).
      ******************************************************************
      * DSARRPT-FILE IS THE PRINTED EXTRACT SENT TO THE CUSTOMER.
       FD  DSARRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-DSARRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE AUDIT READ LOOP, THE SECTION CURSORS AND
      * THE LOAN DETAIL CURSORS, AND THE REQUEST-LEVEL CONDITIONS.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-SUB-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-SUB-EOF                           VALUE 'Y'.
           05  WS-DTL-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-DTL-EOF                           VALUE 'Y'.
           05  WS-RSTG-SW                   PIC X(1)    VALUE 'N'.
               88  WS-RSTG-READING                      VALUE 'Y'.
           05  WS-LOG-FOUND-SW              PIC X(1)    VALUE 'N'.
               88  WS-LOG-FOUND                         VALUE 'Y'.
           05  WS-LOG-FAIL-SW               PIC X(1)    VALUE 'N'.
               88  WS-LOG-FAILED                        VALUE 'Y'.
           05  WS-DB2-ERR-SW                PIC X(1)    VALUE 'N'.
               88  WS-DB2-ERR                           VALUE 'Y'.
           05  WS-KEY-FULL-SW               PIC X(1)    VALUE 'N'.
               88  WS-KEY-FULL                          VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-ITEM-CNT              PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-AUD-READ-CNT          PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RSTG-READ-CNT         PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-AUD-ITEM-CNT          PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ARCH-ITEM-CNT         PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE REQUEST OFF THE CONTROL CARD, AND THE ITEMS LISTED IN
      * THE SECTION BEING PRINTED.
       01  WS-REQ-CUST                      PIC X(10)   VALUE SPACES.
       01  WS-REQ-REF                       PIC X(10)   VALUE SPACES.
       01  WS-REQ-RECV-DATE                 PIC X(10)   VALUE SPACES.
       01  WS-REQ-USER                      PIC X(8)    VALUE SPACES.
       01  WS-SEC-CNT                       PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
       01  WS-SEC-OBJECT                    PIC X(8)    VALUE SPACES.
      ******************************************************************
      * THE HOLIDAY CALENDAR THE DUE DATE IS WORKED ON.
       01  WS-HOME-COUNTRY                  PIC X(3)    VALUE 'ESP'.
      ******************************************************************
      * TODAY'S DATE, FORMATTED AS YYYY-MM-DD.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
       01  WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 9(2).
           05  WS-TODAY-DD                  PIC 9(2).
       01  WS-TODAY-DATE-X.
           05  WS-TD-YYYY                   PIC 9(4).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-TD-MM                     PIC 9(2).
           05  FILLER                       PIC X(1)    VALUE '-'.
           05  WS-TD-DD                     PIC 9(2).
      ******************************************************************
      * THE CUSTOMER NUMBER AS THE INTEGER CUSTM_TABLE AND CUSTHIST
      * ARE KEYED ON, AND A LOAN NUMBER AS THE TEN-DIGIT KEY THE
      * DUNNING REGISTER AND THE AUDIT TRAIL CARRY.
       01  WS-CUST-NO-9                     PIC 9(10)   VALUE ZEROS.
       01  WS-LN-NO-9                       PIC 9(10)   VALUE ZEROS.
       01  WS-LN-KEY                        PIC X(10)   VALUE SPACES.
      ******************************************************************
      * THE KEYS WHOSE AUDIT-TRAIL ENTRIES BELONG IN THE EXTRACT: THE
      * CUSTOMER NUMBER AND EVERY LOAN, DEPOSIT AND COMPLAINT LISTED.
       01  WS-KEY-CNT                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-KEY-MAX                       PIC S9(4)   COMP
                                                         VALUE 500.
       01  WS-NEW-KEY                       PIC X(10)   VALUE SPACES.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-KEY-IDX.
               10  WS-KEY-VALUE              PIC X(10).
      ******************************************************************
      * EDITING WORK AREAS.
       01  WS-NAME-WORK                     PIC X(40)   VALUE SPACES.
       01  WS-ED-AMT                        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-CNT                        PIC ZZZ,ZZ9.
       01  WS-MIDNM                         PIC X(8)    VALUE SPACES.
       01  WS-TITLE                         PIC X(15)   VALUE SPACES.
       01  WS-ORIG-CCY                      PIC X(3)    VALUE SPACES.
       01  WS-ORIG-AMT                      PIC S9(13)V9(2) COMP-3
                                                         VALUE ZEROS.
       01  WS-GONE-FLG                      PIC X(1)    VALUE SPACES.
      ******************************************************************
      * REPORT PRINT LINES.
       01  WS-SEC-LINE.
           05  WS-SL-TITLE                  PIC X(60).
           05  FILLER                       PIC X(72)   VALUE SPACES.
       01  WS-FLD-LINE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-FL-LABEL                  PIC X(30).
           05  FILLER                       PIC X(3)    VALUE ' : '.
           05  WS-FL-VALUE                  PIC X(60).
           05  FILLER                       PIC X(35)   VALUE SPACES.
       01  WS-CNT-LINE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-CN-CNT                    PIC ZZ,ZZ9.
           05  FILLER                       PIC X(15)   VALUE
                                                 ' ITEM(S) LISTED'.
           05  FILLER                       PIC X(107)  VALUE SPACES.
       01  WS-CONT-LINE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-CC-TYPE                   PIC X(6).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CC-VALUE                  PIC X(60).
           05  FILLER                       PIC X(12)   VALUE
                                                 '  PREFERRED '.
           05  WS-CC-PREF                   PIC X(1).
           05  FILLER                       PIC X(10)   VALUE
                                                 '  UPDATED '.
           05  WS-CC-UPD                    PIC X(10).
           05  FILLER                       PIC X(27)   VALUE SPACES.
       01  WS-CNTH-LINE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-CH-DATE                   PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CH-KIND                   PIC X(12).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-CH-VALUE                  PIC X(74).
           05  FILLER                       PIC X(28)   VALUE SPACES.
       01  WS-HIST-LINE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-HL-DATE                   PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-HL-NAME                   PIC X(40).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-HL-ADDR                   PIC X(35).
           05  FILLER                       PIC X(39)   VALUE SPACES.
       01  WS-IDOC-LINE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-ID-TYPE                   PIC X(2).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-ID-NO                     PIC X(20).
           05  FILLER                       PIC X(9)    VALUE
                                                 '  ISSUED '.
           05  WS-ID-ISS                    PIC X(10).
           05  FILLER                       PIC X(10)   VALUE
                                                 '  EXPIRES '.
           05  WS-ID-EXP                    PIC X(10).
           05  FILLER                       PIC X(10)   VALUE
                                                 '  UPDATED '.
           05  WS-ID-UPD                    PIC X(10).
           05  FILLER                       PIC X(45)   VALUE SPACES.
       01  WS-LOAN-LINE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(5)    VALUE 'LOAN '.
           05  WS-LL-CAT                    PIC X(2).
           05  FILLER                       PIC X(1)    VALUE '/'.
           05  WS-LL-NO                     PIC Z(8)9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-LL-TITLE                  PIC X(15).
           05  FILLER                       PIC X(7)    VALUE
                                                         '  ORIG '.
           05  WS-LL-ORIG                   PIC X(10).
           05  FILLER                       PIC X(5)    VALUE '  ST '.
           05  WS-LL-ST                     PIC X(1).
           05  FILLER                       PIC X(9)    VALUE
                                                         '  AMOUNT '.
           05  WS-LL-AMT                    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(6)    VALUE '  ROI '.
           05  WS-LL-ROI                    PIC ZZ9.99.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-LL-CCY                    PIC X(3).
           05  FILLER                       PIC X(9)    VALUE
                                                         '  BRANCH '.
           05  WS-LL-BRN                    PIC X(4).
           05  FILLER                       PIC X(5)    VALUE '  DD '.
           05  WS-LL-DD                     PIC X(1).
           05  FILLER                       PIC X(12)   VALUE SPACES.
       01  WS-RPH-LINE.
           05  FILLER                       PIC X(8)    VALUE SPACES.
           05  FILLER                       PIC X(10)   VALUE
                                                 'REPAYMENT '.
           05  WS-RL-DATE                   PIC X(10).
           05  FILLER                       PIC X(7)    VALUE
                                                 '  PAID '.
           05  WS-RL-AMT                    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(14)   VALUE
                                                 '  OUTSTANDING '.
           05  WS-RL-OS                     PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-RL-RCV-LBL                PIC X(14).
           05  WS-RL-OCCY                   PIC X(3).
           05  FILLER                       PIC X(1)    VALUE SPACES.
           05  WS-RL-OAMT                   PIC ZZZ,ZZZ,ZZ9.99
                                                 BLANK WHEN ZERO.
           05  FILLER                       PIC X(22)   VALUE SPACES.
       01  WS-DUNN-LINE.
           05  FILLER                       PIC X(8)    VALUE SPACES.
           05  FILLER                       PIC X(21)   VALUE
                                                'DUNNING LETTER LEVEL '.
           05  WS-DN-LEVEL                  PIC Z9.
           05  FILLER                       PIC X(7)    VALUE
                                                 '  SENT '.
           05  WS-DN-DATE                   PIC X(10).
           05  FILLER                       PIC X(84)   VALUE SPACES.
       01  WS-DEPO-LINE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(8)    VALUE
                                                         'DEPOSIT '.
           05  WS-DL-ACC                    PIC X(10).
           05  FILLER                       PIC X(6)    VALUE
                                                         ' PROD '.
           05  WS-DL-PROD                   PIC X(2).
           05  FILLER                       PIC X(9)    VALUE
                                                         ' OPENED '.
           05  WS-DL-OPEN                   PIC X(10).
           05  FILLER                       PIC X(10)   VALUE
                                                         '  MATURES '.
           05  WS-DL-MAT                    PIC X(10).
           05  FILLER                       PIC X(5)    VALUE '  ST '.
           05  WS-DL-ST                     PIC X(1).
           05  FILLER                       PIC X(6)    VALUE '  BAL '.
           05  WS-DL-BAL                    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-DL-CCY                    PIC X(3).
           05  FILLER                       PIC X(6)    VALUE '  ROI '.
           05  WS-DL-ROI                    PIC ZZ9.99.
           05  FILLER                       PIC X(7)    VALUE
                                                         '  HELD '.
           05  WS-DL-HELD                   PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDLV-LINE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-EL-DOC                    PIC X(4).
           05  FILLER                       PIC X(7)    VALUE
                                                         '  SENT '.
           05  WS-EL-DATE                   PIC X(10).
           05  FILLER                       PIC X(5)    VALUE '  TO '.
           05  WS-EL-EMAIL                  PIC X(60).
           05  FILLER                       PIC X(9)    VALUE
                                                         '  STATUS '.
           05  WS-EL-ST                     PIC X(7).
           05  FILLER                       PIC X(26)   VALUE SPACES.
       01  WS-CMPL-LINE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(10)   VALUE
                                                 'COMPLAINT '.
           05  WS-CP-REF                    PIC X(10).
           05  FILLER                       PIC X(6)    VALUE '  CAT '.
           05  WS-CP-CAT                    PIC X(2).
           05  FILLER                       PIC X(10)   VALUE
                                                 '  ACCOUNT '.
           05  WS-CP-ACCT                   PIC X(10).
           05  FILLER                       PIC X(11)   VALUE
                                                 '  RECEIVED '.
           05  WS-CP-RECV                   PIC X(10).
           05  FILLER                       PIC X(9)    VALUE
                                                 '  CLOSED '.
           05  WS-CP-CLOSE                  PIC X(10).
           05  FILLER                       PIC X(10)   VALUE
                                                 '  OUTCOME '.
           05  WS-CP-OUT                    PIC X(2).
           05  FILLER                       PIC X(10)   VALUE
                                                 '  REDRESS '.
           05  WS-CP-RDRS                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(4)    VALUE SPACES.
       01  WS-RELP-LINE.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  FILLER                       PIC X(16)   VALUE
                                                 'RELATED PARTY - '.
           05  WS-RP-TYPE                   PIC X(2).
           05  FILLER                       PIC X(14)   VALUE
                                                 '  RELATED TO '.
           05  WS-RP-RELATED                PIC X(10).
           05  FILLER                       PIC X(7)    VALUE
                                                 '  FROM '.
           05  WS-RP-FROM                   PIC X(10).
           05  FILLER                       PIC X(5)    VALUE '  TO '.
           05  WS-RP-TO                     PIC X(10).
           05  FILLER                       PIC X(54)   VALUE SPACES.
       01  WS-AUD-LINE1.
           05  FILLER                       PIC X(4)    VALUE SPACES.
           05  WS-AL-DATE                   PIC X(10).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-AL-TIME                   PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AL-PGM                    PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AL-TRAN                   PIC X(10).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AL-KEY                    PIC X(15).
           05  FILLER                       PIC X(7)    VALUE
                                                         '  USER '.
           05  WS-AL-USER                   PIC X(8).
           05  FILLER                       PIC X(11)   VALUE
                                                 '  TERMINAL '.
           05  WS-AL-TERM                   PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-AL-SRC                    PIC X(16).
           05  FILLER                       PIC X(18)   VALUE SPACES.
       01  WS-AUD-LINE2.
           05  FILLER                       PIC X(8)    VALUE SPACES.
           05  FILLER                       PIC X(7)    VALUE 'BEFORE '.
           05  WS-AL-BEFORE                 PIC X(40).
           05  FILLER                       PIC X(8)    VALUE
                                                         '  AFTER '.
           05  WS-AL-AFTER                  PIC X(40).
           05  FILLER                       PIC X(29)   VALUE SPACES.
      ******************************************************************
      * ONE AUDIT-TRAIL RECORD, LIVE OR RESTAGED.
       COPY AUDTRLR.
      ******************************************************************
      * WORKING-STORAGE FOR THE BOUNDED DB2 RETRY LOOPS.
       01  WS-DB2-RETRY-CNT                 PIC 9(2)    COMP
                                                         VALUE ZERO.
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
       COPY DATSRV.
      ******************************************************************
       COPY DSARLOG.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
       COPY CUSTADDR.
      ******************************************************************
       COPY CUSTCONT.
      ******************************************************************
       COPY CUSTCNTH.
      ******************************************************************
       COPY CUSTHIST.
      ******************************************************************
       COPY CUSTIDOC.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
       COPY LRPHIST.
      ******************************************************************
       COPY DUNNLTR.
      ******************************************************************
       COPY DEPOMSTR.
      ******************************************************************
       COPY EDLVREG.
      ******************************************************************
       COPY CMPLREG.
      ******************************************************************
       COPY RELPARTY.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * CONTACT-METHOD CURSOR.
           EXEC SQL
               DECLARE DSAR-CONT-CSR CURSOR FOR
                   SELECT CCNT_TYPE, CCNT_VALUE, CCNT_PREF_FLG,
                          CCNT_UPD_DATE
                     FROM IDC015.CUSTCONT
                    WHERE CCNT_CUST_NO = :WS-REQ-CUST
                    ORDER BY CCNT_TYPE
           END-EXEC.
      ******************************************************************
      * PRIOR ADDRESS AND CONTACT IMAGES, OLDEST FIRST.
           EXEC SQL
               DECLARE DSAR-CNTH-CSR CURSOR FOR
                   SELECT CCTH_DATE, CCTH_KIND, CCTH_OLD_VALUE
                     FROM IDC015.CUSTCNTH
                    WHERE CCTH_CUST_NO = :WS-REQ-CUST
                    ORDER BY CCTH_DATE, CCTH_KIND
           END-EXEC.
      ******************************************************************
      * NAME AND ADDRESS HISTORY, OLDEST FIRST.
           EXEC SQL
               DECLARE DSAR-HIST-CSR CURSOR FOR
                   SELECT CUSTHIST_DATE, CUSTHIST_NAME_FRSTNM,
                          COALESCE(CUSTHIST_NAME_MDLNM, ' '),
                          CUSTHIST_NAME_LASTNM, CUSTHIST_ADDR
                     FROM IDC015.CUSTHIST
                    WHERE CUSTHIST_CUSTM_NO = :ACN-CUSTM-NO
                    ORDER BY CUSTHIST_DATE
           END-EXEC.
      ******************************************************************
      * IDENTITY-DOCUMENT CURSOR.
           EXEC SQL
               DECLARE DSAR-IDOC-CSR CURSOR FOR
                   SELECT CID_DOC_TYPE, CID_DOC_NO, CID_ISS_DATE,
                          CID_EXP_DATE, CID_UPD_DATE
                     FROM IDC015.CUSTIDOC
                    WHERE CID_CUST_NO = :WS-REQ-CUST
                    ORDER BY CID_DOC_TYPE
           END-EXEC.
      ******************************************************************
      * LOAN CURSOR: EVERY LOAN THE CUSTOMER HAS HELD, WHATEVER ITS
      * STATUS.
           EXEC SQL
               DECLARE DSAR-LOAN-CSR CURSOR FOR
                   SELECT LOANM_CAT, LOANM_NO,
                          COALESCE(LOANM_TITLE, ' '),
                          LOANM_ORIG_DATE, LOANM_ST, LOANM_MAX_AMT,
                          LOANM_ROI, LOANM_CCY, LOANM_BRN,
                          LOANM_DD_MAND
                     FROM IDC015.LOANMSTR
                    WHERE LOANM_CUST_NO = :WS-REQ-CUST
                    ORDER BY LOANM_CAT, LOANM_NO
           END-EXEC.
      ******************************************************************
      * ONE LOAN'S REPAYMENT HISTORY, OLDEST FIRST.
           EXEC SQL
               DECLARE DSAR-RPH-CSR CURSOR FOR
                   SELECT LOANRPH_DATE, LOANRPH_RP_AMT,
                          LOANRPH_OS_AMT,
                          COALESCE(LOANRPH_ORIG_CCY, ' '),
                          COALESCE(LOANRPH_ORIG_AMT, 0)
                     FROM IDC015.LOANRPHST
                    WHERE LOANRPH_CAT = :LLOANM-CAT
                      AND LOANRPH_NO  = :LLOANM-NO
                    ORDER BY LOANRPH_DATE
           END-EXEC.
      ******************************************************************
      * ONE LOAN'S DUNNING LETTERS, OLDEST FIRST.
           EXEC SQL
               DECLARE DSAR-DUNN-CSR CURSOR FOR
                   SELECT DLTR_LEVEL, DLTR_DATE
                     FROM IDC015.DUNNLTR
                    WHERE DLTR_NUM_RISK = :WS-LN-KEY
                    ORDER BY DLTR_DATE, DLTR_LEVEL
           END-EXEC.
      ******************************************************************
      * DEPOSIT CURSOR: EVERY DEPOSIT, WHATEVER ITS STATUS.
           EXEC SQL
               DECLARE DSAR-DEPO-CSR CURSOR FOR
                   SELECT DEPM_ACC, DEPM_COD_PROD, DEPM_OPEN_DATE,
                          DEPM_MAT_DATE, DEPM_ST, DEPM_BAL, DEPM_ROI,
                          DEPM_HELD_AMT, DEPM_CCY
                     FROM IDC015.DEPOMSTR
                    WHERE DEPM_CUST_NO = :WS-REQ-CUST
                    ORDER BY DEPM_ACC
           END-EXEC.
      ******************************************************************
      * ELECTRONIC-DELIVERY CURSOR, OLDEST FIRST.
           EXEC SQL
               DECLARE DSAR-EDLV-CSR CURSOR FOR
                   SELECT EDLV_DOC_TYPE, EDLV_SENT_DATE, EDLV_EMAIL,
                          EDLV_ST
                     FROM IDC015.EDLVREG
                    WHERE EDLV_CUST_NO = :WS-REQ-CUST
                    ORDER BY EDLV_SENT_DATE, EDLV_DOC_TYPE
           END-EXEC.
      ******************************************************************
      * COMPLAINT CURSOR, OLDEST FIRST.
           EXEC SQL
               DECLARE DSAR-CMPL-CSR CURSOR FOR
                   SELECT CMPL_REF, CMPL_CATEGORY, CMPL_ACCT_KEY,
                          CMPL_RECV_DATE, CMPL_ST, CMPL_CLOSE_DATE,
                          CMPL_OUTCOME, CMPL_REDRESS_AMT
                     FROM IDC015.CMPLREG
                    WHERE CMPL_CUST_NO = :WS-REQ-CUST
                    ORDER BY CMPL_RECV_DATE, CMPL_REF
           END-EXEC.
      ******************************************************************
      * RELATED-PARTY REGISTRATION CURSOR, OLDEST FIRST.
           EXEC SQL
               DECLARE DSAR-RELP-CSR CURSOR FOR
                   SELECT RELP_TYPE, RELP_RELATED_TO, RELP_FROM_DATE,
                          RELP_TO_DATE
                     FROM IDC015.RELPARTY
                    WHERE RELP_CUST_NO = :WS-REQ-CUST
                    ORDER BY RELP_FROM_DATE, RELP_TYPE
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE READS AND LOGS THE REQUEST, WRITES THE
      * EXTRACT SECTION BY SECTION AND RECORDS THE RUN ON DSARLOG.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           PERFORM 100010-READ-REQUEST-PARM
           PERFORM 100020-CHECK-REQUEST-LOG

           OPEN OUTPUT DSARRPT-FILE

           PERFORM 100030-PRINT-TITLE

           MOVE WS-REQ-CUST TO WS-NEW-KEY
           PERFORM 800300-ADD-AUDIT-KEY

           PERFORM 200000-CUSTOMER-MASTER
           PERFORM 210000-POSTAL-ADDRESS
           PERFORM 220000-CONTACT-METHODS
           PERFORM 230000-CONTACT-HISTORY
           PERFORM 240000-NAME-HISTORY
           PERFORM 250000-IDENTITY-DOCUMENTS
           PERFORM 300000-LOANS
           PERFORM 400000-DEPOSITS
           PERFORM 410000-E-DELIVERY
           PERFORM 420000-COMPLAINTS
           PERFORM 430000-RELATED-PARTY
           PERFORM 500000-AUDIT-TRAIL

           PERFORM 100040-PRINT-END

           CLOSE DSARRPT-FILE

           PERFORM 600000-LOG-REQUEST
           PERFORM 100050-SET-RETURN-CODE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           STOP RUN.
      ******************************************************************
      * 100010-READ-REQUEST-PARM TAKES THE REQUEST OFF THE CONTROL
      * CARD. THE CUSTOMER MUST BE TEN DIGITS AND THE REFERENCE AND
      * USER PRESENT; A BLANK RECEIVED DATE MEANS TODAY. ANYTHING
      * ELSE STOPS THE RUN BEFORE A LINE IS EXTRACTED.
       100010-READ-REQUEST-PARM.

           MOVE SPACES TO RE-DSARPARM

           OPEN INPUT DSARPARM-FILE
           READ DSARPARM-FILE
               AT END
                   MOVE SPACES TO RE-DSARPARM
           END-READ
           CLOSE DSARPARM-FILE

           EVALUATE TRUE
               WHEN DSPARM-CUST-NO IS NOT NUMERIC
                   DISPLAY 'DSAR100 - PM1DQ013 CUSTOMER NOT TEN '
                           'DIGITS: ' DSPARM-CUST-NO ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN DSPARM-CUST-NO-N = ZERO
                   DISPLAY 'DSAR100 - PM1DQ013 CUSTOMER IS ZERO'
                           ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN DSPARM-REF = SPACES
                   DISPLAY 'DSAR100 - PM1DQ013 REQUEST REFERENCE '
                           'MISSING - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN DSPARM-USER = SPACES
                   DISPLAY 'DSAR100 - PM1DQ013 REQUESTING USER '
                           'MISSING - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE DSPARM-CUST-NO   TO WS-REQ-CUST
           MOVE DSPARM-CUST-NO-N TO WS-CUST-NO-9
           MOVE WS-CUST-NO-9     TO ACN-CUSTM-NO
           MOVE DSPARM-REF       TO WS-REQ-REF
           MOVE DSPARM-USER      TO WS-REQ-USER

           IF DSPARM-RECV-DATE = SPACES
               MOVE WS-TODAY-DATE-X  TO WS-REQ-RECV-DATE
           ELSE
               MOVE DSPARM-RECV-DATE TO WS-REQ-RECV-DATE
           END-IF

           DISPLAY 'DSAR100 - ACCESS REQUEST ' WS-REQ-REF
                   ' FOR CUSTOMER ' WS-REQ-CUST.
      ******************************************************************
      * 100020-CHECK-REQUEST-LOG LOOKS THE REFERENCE UP ON DSARLOG.
      * A REPEAT RUN KEEPS THE LOGGED RECEIPT AND DUE DATES, BUT A
      * REFERENCE ALREADY LOGGED AGAINST ANOTHER CUSTOMER STOPS THE
      * RUN. A NEW REQUEST IS DUE ONE MONTH AFTER RECEIPT, ROLLED
      * FORWARD TO A BUSINESS DAY.
       100020-CHECK-REQUEST-LOG.

           MOVE WS-REQ-REF TO DSAR-REF

           EXEC SQL
               SELECT DSAR_CUST_NO, DSAR_RECV_DATE, DSAR_DUE_DATE
                 INTO :DSAR-CUST-NO, :DSAR-RECV-DATE, :DSAR-DUE-DATE
                 FROM IDC015.DSARLOG
                WHERE DSAR_REF = :DSAR-REF
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   IF DSAR-CUST-NO NOT = WS-REQ-CUST
                       DISPLAY 'DSAR100 - REQUEST ' WS-REQ-REF
                               ' IS LOGGED AGAINST CUSTOMER '
                               DSAR-CUST-NO ' - RUN STOPPED'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-LOG-FOUND-SW
                   DISPLAY 'DSAR100 - REPEAT EXTRACT, REQUEST '
                           'RECEIVED ' DSAR-RECV-DATE
               WHEN SQLCODE = +100
                   PERFORM 100025-SET-DUE-DATE
               WHEN OTHER
                   MOVE 'DSARLOG'  TO DB2-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   MOVE WS-REQ-REF TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
                   DISPLAY 'DSAR100 - DSARLOG LOOKUP FAILED'
                           ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ******************************************************************
       100025-SET-DUE-DATE.

           IF WS-REQ-RECV-DATE > WS-TODAY-DATE-X
               DISPLAY 'DSAR100 - PM1DQ013 RECEIVED DATE '
                       WS-REQ-RECV-DATE ' IS IN THE FUTURE'
                       ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SET DATSRV-FUNC-ADD-MONTHS TO TRUE
           MOVE WS-HOME-COUNTRY  TO DATSRV-COUNTRY
           MOVE WS-REQ-RECV-DATE TO DATSRV-DATE-1
           MOVE 1                TO DATSRV-MONTHS

           CALL 'DAT4C100' USING DATSRV-AREA

           IF NOT DATSRV-88-OK
               DISPLAY 'DSAR100 - PM1DQ013 RECEIVED DATE NOT A '
                       'VALID YYYY-MM-DD: ' WS-REQ-RECV-DATE
                       ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-REQ-RECV-DATE TO DSAR-RECV-DATE
           MOVE DATSRV-DATE-1    TO DSAR-DUE-DATE.
      ******************************************************************
      * 100030-PRINT-TITLE WRITES THE EXTRACT HEADING: WHOSE DATA,
      * WHICH REQUEST, WHEN IT WAS RECEIVED AND IS DUE, AND THE BASIS
      * OF THE DATA.
       100030-PRINT-TITLE.

           MOVE SPACES TO RE-DSARRPT
           STRING 'DSAR100 - PERSONAL DATA HELD ON CUSTOMER '
                  WS-REQ-CUST ' - ACCESS REQUEST ' WS-REQ-REF
                  DELIMITED BY SIZE
                  INTO RE-DSARRPT
           WRITE RE-DSARRPT

           MOVE SPACES TO RE-DSARRPT
           STRING 'REQUEST RECEIVED ' DSAR-RECV-DATE
                  '   ANSWER DUE BY ' DSAR-DUE-DATE
                  '   EXTRACTED ' WS-TODAY-DATE-X
                  ' BY ' WS-REQ-USER
                  DELIMITED BY SIZE
                  INTO RE-DSARRPT
           WRITE RE-DSARRPT

           MOVE SPACES TO RE-DSARRPT
           STRING 'DATA AS HELD ON THE EXTRACT DATE, WITH ANY '
                  'ARCHIVED HISTORY RESTAGED BEFORE THE RUN'
                  DELIMITED BY SIZE
                  INTO RE-DSARRPT
           WRITE RE-DSARRPT.
      ******************************************************************
      * 100040-PRINT-END CLOSES THE EXTRACT WITH THE ITEM COUNT, AND
      * MARKS IT INCOMPLETE IF ANY SOURCE COULD NOT BE READ.
       100040-PRINT-END.

           MOVE SPACES TO RE-DSARRPT
           WRITE RE-DSARRPT

           MOVE WS-CTL-ITEM-CNT TO WS-ED-CNT
           MOVE SPACES TO RE-DSARRPT
           STRING 'END OF EXTRACT - ' WS-ED-CNT ' ITEMS LISTED'
                  DELIMITED BY SIZE
                  INTO RE-DSARRPT
           WRITE RE-DSARRPT

           IF WS-DB2-ERR
               MOVE SPACES TO RE-DSARRPT
               STRING '*** EXTRACT INCOMPLETE - A SOURCE COULD NOT '
                      'BE READ (SEE THE DB2 PROBLEM LOG) - DO NOT '
                      'SEND ***'
                      DELIMITED BY SIZE
                      INTO RE-DSARRPT
               WRITE RE-DSARRPT
           END-IF.
      ******************************************************************
      * 100050-SET-RETURN-CODE RAISES THE WORST CONDITION OF THE RUN.
       100050-SET-RETURN-CODE.

           EVALUATE TRUE
               WHEN WS-LOG-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-DB2-ERR
                   DISPLAY 'DSAR100 - EXTRACT INCOMPLETE, SEE THE '
                           'DB2 PROBLEM LOG'
                   MOVE 8  TO RETURN-CODE
               WHEN WS-TODAY-DATE-X > DSAR-DUE-DATE
                   DISPLAY 'DSAR100 - ANSWER WAS DUE BY '
                           DSAR-DUE-DATE ' - NOW OVERDUE'
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * 200000-CUSTOMER-MASTER PRINTS THE CUSTM_TABLE ROW FIELD BY
      * FIELD.
       200000-CUSTOMER-MASTER.

           MOVE 'CUSTOMER MASTER' TO WS-SL-TITLE
           PERFORM 800100-START-SECTION

           EXEC SQL
               SELECT CUSTM_NAME_FRSTNM,
                      COALESCE(CUSTM_NAME_MDLNM, ' '),
                      CUSTM_NAME_LASTNM, CUSTM_ADDR, CUSTM_DOB,
                      CUSTM_ST, CUSTM_TYPE, CUSTM_REG_NAME,
                      CUSTM_TAX_ID, CUSTM_CNAE, CUSTM_WHT_EXEMPT,
                      CUSTM_NET_INCOME, CUSTM_INC_VER_DATE
                 INTO :ACN-CUSTM-NAME-FRSTNM, :ACN-CUSTM-NAME-MDLNM,
                      :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-ADDR,
                      :ACN-CUSTM-DOB, :ACN-CUSTM-ST, :ACN-CUSTM-TYPE,
                      :ACN-CUSTM-REG-NAME, :ACN-CUSTM-TAX-ID,
                      :ACN-CUSTM-CNAE, :ACN-CUSTM-WHT-EXEMPT,
                      :ACN-CUSTM-NET-INCOME, :ACN-CUSTM-INC-VER-DATE
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   ADD 1 TO WS-SEC-CNT
                   PERFORM 200100-PRINT-CUSTOMER
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'CUSTMTAB' TO WS-SEC-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   PERFORM 880000-SECTION-READ-FAILED
           END-EVALUATE

           PERFORM 800200-END-SECTION.
      ******************************************************************
       200100-PRINT-CUSTOMER.

           MOVE ACN-CUSTM-NAME-MDLNM TO WS-MIDNM
           PERFORM 800500-FORMAT-NAME

           MOVE 'CUSTOMER NUMBER'       TO WS-FL-LABEL
           MOVE WS-REQ-CUST             TO WS-FL-VALUE
           PERFORM 800400-PRINT-FIELD
           MOVE 'NAME'                  TO WS-FL-LABEL
           MOVE WS-NAME-WORK            TO WS-FL-VALUE
           PERFORM 800400-PRINT-FIELD
           MOVE 'ADDRESS'               TO WS-FL-LABEL
           MOVE ACN-CUSTM-ADDR          TO WS-FL-VALUE
           PERFORM 800400-PRINT-FIELD

           IF ACN-CUSTM-TYPE = 'E'
               MOVE 'LEGAL ENTITY'               TO WS-FL-VALUE
           ELSE
               MOVE 'NATURAL PERSON'             TO WS-FL-VALUE
           END-IF
           MOVE 'CUSTOMER TYPE'         TO WS-FL-LABEL
           PERFORM 800400-PRINT-FIELD

           IF ACN-CUSTM-TYPE = 'E'
               MOVE 'DATE OF INCORPORATION'      TO WS-FL-LABEL
           ELSE
               MOVE 'DATE OF BIRTH'              TO WS-FL-LABEL
           END-IF
           MOVE ACN-CUSTM-DOB           TO WS-FL-VALUE
           PERFORM 800400-PRINT-FIELD

           EVALUATE ACN-CUSTM-ST
               WHEN 'A'
                   MOVE 'ACTIVE'                 TO WS-FL-VALUE
               WHEN 'D'
                   MOVE 'DORMANT'                TO WS-FL-VALUE
               WHEN 'F'
                   MOVE 'DECEASED'               TO WS-FL-VALUE
               WHEN 'C'
                   MOVE 'CLOSED'                 TO WS-FL-VALUE
               WHEN OTHER
                   MOVE ACN-CUSTM-ST             TO WS-FL-VALUE
           END-EVALUATE
           MOVE 'STATUS'                TO WS-FL-LABEL
           PERFORM 800400-PRINT-FIELD

           MOVE 'REGISTERED NAME'       TO WS-FL-LABEL
           MOVE ACN-CUSTM-REG-NAME      TO WS-FL-VALUE
           PERFORM 800400-PRINT-FIELD
           MOVE 'TAX IDENTIFICATION'    TO WS-FL-LABEL
           MOVE ACN-CUSTM-TAX-ID        TO WS-FL-VALUE
           PERFORM 800400-PRINT-FIELD
           MOVE 'ACTIVITY CODE (CNAE)'  TO WS-FL-LABEL
           MOVE ACN-CUSTM-CNAE          TO WS-FL-VALUE
           PERFORM 800400-PRINT-FIELD
           MOVE 'WITHHOLDING TAX EXEMPT' TO WS-FL-LABEL
           MOVE ACN-CUSTM-WHT-EXEMPT    TO WS-FL-VALUE
           PERFORM 800400-PRINT-FIELD
           MOVE 'VERIFIED NET MONTHLY INCOME' TO WS-FL-LABEL
           MOVE ACN-CUSTM-NET-INCOME    TO WS-ED-AMT
           MOVE WS-ED-AMT               TO WS-FL-VALUE
           PERFORM 800400-PRINT-FIELD
           MOVE 'INCOME VERIFIED ON'    TO WS-FL-LABEL
           MOVE ACN-CUSTM-INC-VER-DATE  TO WS-FL-VALUE
           PERFORM 800400-PRINT-FIELD.
      ******************************************************************
      * 210000-POSTAL-ADDRESS PRINTS THE STRUCTURED ADDRESS ROW.
       210000-POSTAL-ADDRESS.

           MOVE 'POSTAL ADDRESS' TO WS-SL-TITLE
           PERFORM 800100-START-SECTION

           EXEC SQL
               SELECT CADR_STREET, CADR_TOWN, CADR_POSTCODE,
                      CADR_COUNTRY, CADR_PREF_FLG, CADR_UPD_DATE,
                      COALESCE(CADR_GONE_FLG, ' ')
                 INTO :CADR-STREET, :CADR-TOWN, :CADR-POSTCODE,
                      :CADR-COUNTRY, :CADR-PREF-FLG, :CADR-UPD-DATE,
                      :WS-GONE-FLG
                 FROM IDC015.CUSTADDR
                WHERE CADR_CUST_NO = :WS-REQ-CUST
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   ADD 1 TO WS-SEC-CNT
                   MOVE 'STREET'                TO WS-FL-LABEL
                   MOVE CADR-STREET             TO WS-FL-VALUE
                   PERFORM 800400-PRINT-FIELD
                   MOVE 'TOWN'                  TO WS-FL-LABEL
                   MOVE CADR-TOWN               TO WS-FL-VALUE
                   PERFORM 800400-PRINT-FIELD
                   MOVE 'POSTCODE'              TO WS-FL-LABEL
                   MOVE CADR-POSTCODE           TO WS-FL-VALUE
                   PERFORM 800400-PRINT-FIELD
                   MOVE 'COUNTRY'               TO WS-FL-LABEL
                   MOVE CADR-COUNTRY            TO WS-FL-VALUE
                   PERFORM 800400-PRINT-FIELD
                   MOVE 'POST IS PREFERRED ROUTE' TO WS-FL-LABEL
                   MOVE CADR-PREF-FLG           TO WS-FL-VALUE
                   PERFORM 800400-PRINT-FIELD
                   MOVE 'MARKED GONE AWAY'      TO WS-FL-LABEL
                   MOVE WS-GONE-FLG             TO WS-FL-VALUE
                   PERFORM 800400-PRINT-FIELD
                   MOVE 'LAST UPDATED'          TO WS-FL-LABEL
                   MOVE CADR-UPD-DATE           TO WS-FL-VALUE
                   PERFORM 800400-PRINT-FIELD
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'CUSTADDR' TO WS-SEC-OBJECT
                   MOVE 'SELECT'   TO DB2-STATEMENT
                   PERFORM 880000-SECTION-READ-FAILED
           END-EVALUATE

           PERFORM 800200-END-SECTION.
      ******************************************************************
      * 220000-CONTACT-METHODS LISTS THE PHONE AND E-MAIL ROWS.
       220000-CONTACT-METHODS.

           MOVE 'CONTACT METHODS' TO WS-SL-TITLE
           MOVE 'CUSTCONT'        TO WS-SEC-OBJECT
           PERFORM 800100-START-SECTION

           EXEC SQL
               OPEN DSAR-CONT-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF

           PERFORM 220100-PRINT-ONE-CONTACT UNTIL WS-SUB-EOF

           EXEC SQL
               CLOSE DSAR-CONT-CSR
           END-EXEC

           PERFORM 800200-END-SECTION.
      ******************************************************************
       220100-PRINT-ONE-CONTACT.

           EXEC SQL
               FETCH DSAR-CONT-CSR
                INTO :CCNT-TYPE, :CCNT-VALUE, :CCNT-PREF-FLG,
                     :CCNT-UPD-DATE
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-SEC-CNT
               EVALUATE CCNT-TYPE
                   WHEN 'P'
                       MOVE 'PHONE'      TO WS-CC-TYPE
                   WHEN 'E'
                       MOVE 'E-MAIL'     TO WS-CC-TYPE
                   WHEN OTHER
                       MOVE CCNT-TYPE    TO WS-CC-TYPE
               END-EVALUATE
               MOVE CCNT-VALUE    TO WS-CC-VALUE
               MOVE CCNT-PREF-FLG TO WS-CC-PREF
               MOVE CCNT-UPD-DATE TO WS-CC-UPD
               WRITE RE-DSARRPT FROM WS-CONT-LINE
           ELSE
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF.
      ******************************************************************
      * 230000-CONTACT-HISTORY LISTS THE PRIOR ADDRESS AND CONTACT
      * IMAGES CUSTM100 KEPT WHEN THEY WERE CHANGED.
       230000-CONTACT-HISTORY.

           MOVE 'PREVIOUS ADDRESSES AND CONTACT METHODS' TO WS-SL-TITLE
           MOVE 'CUSTCNTH'        TO WS-SEC-OBJECT
           PERFORM 800100-START-SECTION

           EXEC SQL
               OPEN DSAR-CNTH-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF

           PERFORM 230100-PRINT-ONE-IMAGE UNTIL WS-SUB-EOF

           EXEC SQL
               CLOSE DSAR-CNTH-CSR
           END-EXEC

           PERFORM 800200-END-SECTION.
      ******************************************************************
       230100-PRINT-ONE-IMAGE.

           EXEC SQL
               FETCH DSAR-CNTH-CSR
                INTO :CCTH-DATE, :CCTH-KIND, :CCTH-OLD-VALUE
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-SEC-CNT
               IF CCTH-KIND = 'A'
                   MOVE 'OLD ADDRESS'  TO WS-CH-KIND
               ELSE
                   MOVE 'OLD CONTACT'  TO WS-CH-KIND
               END-IF
               MOVE CCTH-DATE      TO WS-CH-DATE
               MOVE CCTH-OLD-VALUE TO WS-CH-VALUE
               WRITE RE-DSARRPT FROM WS-CNTH-LINE
           ELSE
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF.
      ******************************************************************
      * 240000-NAME-HISTORY LISTS THE PRIOR NAME AND ADDRESS IMAGES
      * ON CUSTHIST, INCLUDING ANY PERIOD RESTAGED FROM THE ARCHIVE.
       240000-NAME-HISTORY.

           MOVE 'PREVIOUS NAMES AND ADDRESSES' TO WS-SL-TITLE
           MOVE 'CUSTHIST'        TO WS-SEC-OBJECT
           PERFORM 800100-START-SECTION

           EXEC SQL
               OPEN DSAR-HIST-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF

           PERFORM 240100-PRINT-ONE-HISTORY UNTIL WS-SUB-EOF

           EXEC SQL
               CLOSE DSAR-HIST-CSR
           END-EXEC

           PERFORM 800200-END-SECTION.
      ******************************************************************
       240100-PRINT-ONE-HISTORY.

           EXEC SQL
               FETCH DSAR-HIST-CSR
                INTO :HCN-DATE, :HCN-NAME-FRSTNM, :HCN-NAME-MDLNM,
                     :HCN-NAME-LASTNM, :HCN-ADDR
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-SEC-CNT
               MOVE HCN-NAME-FRSTNM TO ACN-CUSTM-NAME-FRSTNM
               MOVE HCN-NAME-LASTNM TO ACN-CUSTM-NAME-LASTNM
               MOVE HCN-NAME-MDLNM  TO WS-MIDNM
               PERFORM 800500-FORMAT-NAME
               MOVE HCN-DATE        TO WS-HL-DATE
               MOVE WS-NAME-WORK    TO WS-HL-NAME
               MOVE HCN-ADDR        TO WS-HL-ADDR
               WRITE RE-DSARRPT FROM WS-HIST-LINE
           ELSE
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF.
      ******************************************************************
      * 250000-IDENTITY-DOCUMENTS LISTS THE KYC DOCUMENTS ON FILE.
       250000-IDENTITY-DOCUMENTS.

           MOVE 'IDENTITY DOCUMENTS' TO WS-SL-TITLE
           MOVE 'CUSTIDOC'        TO WS-SEC-OBJECT
           PERFORM 800100-START-SECTION

           EXEC SQL
               OPEN DSAR-IDOC-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF

           PERFORM 250100-PRINT-ONE-DOCUMENT UNTIL WS-SUB-EOF

           EXEC SQL
               CLOSE DSAR-IDOC-CSR
           END-EXEC

           PERFORM 800200-END-SECTION.
      ******************************************************************
       250100-PRINT-ONE-DOCUMENT.

           EXEC SQL
               FETCH DSAR-IDOC-CSR
                INTO :CID-DOC-TYPE, :CID-DOC-NO, :CID-ISS-DATE,
                     :CID-EXP-DATE, :CID-UPD-DATE
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-SEC-CNT
               MOVE CID-DOC-TYPE TO WS-ID-TYPE
               MOVE CID-DOC-NO   TO WS-ID-NO
               MOVE CID-ISS-DATE TO WS-ID-ISS
               MOVE CID-EXP-DATE TO WS-ID-EXP
               MOVE CID-UPD-DATE TO WS-ID-UPD
               WRITE RE-DSARRPT FROM WS-IDOC-LINE
           ELSE
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF.
      ******************************************************************
      * 300000-LOANS LISTS EVERY LOAN, EACH FOLLOWED BY ITS REPAYMENT
      * HISTORY (INCLUDING ANY RESTAGED ARCHIVE PERIOD) AND DUNNING
      * LETTERS. EVERY LOAN NUMBER JOINS THE AUDIT KEYS.
       300000-LOANS.

           MOVE 'LOANS, REPAYMENTS AND DUNNING LETTERS' TO WS-SL-TITLE
           MOVE 'LOANMSTR'        TO WS-SEC-OBJECT
           PERFORM 800100-START-SECTION

           EXEC SQL
               OPEN DSAR-LOAN-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF

           PERFORM 300100-PRINT-ONE-LOAN UNTIL WS-SUB-EOF

           EXEC SQL
               CLOSE DSAR-LOAN-CSR
           END-EXEC

           PERFORM 800200-END-SECTION.
      ******************************************************************
       300100-PRINT-ONE-LOAN.

           EXEC SQL
               FETCH DSAR-LOAN-CSR
                INTO :LLOANM-CAT, :LLOANM-NO, :WS-TITLE,
                     :LLOANM-ORIG-DATE, :LLOANM-ST, :LLOANM-MAX-AMT,
                     :LLOANM-ROI, :LLOANM-CCY, :LLOANM-BRN,
                     :LLOANM-DD-MAND
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-SEC-CNT
               MOVE LLOANM-CAT       TO WS-LL-CAT
               MOVE LLOANM-NO        TO WS-LL-NO
               MOVE WS-TITLE         TO WS-LL-TITLE
               MOVE LLOANM-ORIG-DATE TO WS-LL-ORIG
               MOVE LLOANM-ST        TO WS-LL-ST
               MOVE LLOANM-MAX-AMT   TO WS-LL-AMT
               MOVE LLOANM-ROI       TO WS-LL-ROI
               MOVE LLOANM-CCY       TO WS-LL-CCY
               MOVE LLOANM-BRN       TO WS-LL-BRN
               MOVE LLOANM-DD-MAND   TO WS-LL-DD
               WRITE RE-DSARRPT FROM WS-LOAN-LINE

               MOVE LLOANM-NO  TO WS-LN-NO-9
               MOVE WS-LN-NO-9 TO WS-LN-KEY
               MOVE WS-LN-KEY  TO WS-NEW-KEY
               PERFORM 800300-ADD-AUDIT-KEY

               PERFORM 310000-LOAN-REPAYMENTS
               PERFORM 320000-LOAN-DUNNING
           ELSE
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF.
      ******************************************************************
       310000-LOAN-REPAYMENTS.

           MOVE 'N' TO WS-DTL-EOF-SW

           EXEC SQL
               OPEN DSAR-RPH-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 870000-END-OF-DTL-CURSOR
           END-IF

           PERFORM 310100-PRINT-ONE-REPAYMENT UNTIL WS-DTL-EOF

           EXEC SQL
               CLOSE DSAR-RPH-CSR
           END-EXEC.
      ******************************************************************
      * 310100-PRINT-ONE-REPAYMENT SHOWS A FOREIGN-CURRENCY PAYMENT
      * AS IT ARRIVED AS WELL AS CONVERTED.
       310100-PRINT-ONE-REPAYMENT.

           EXEC SQL
               FETCH DSAR-RPH-CSR
                INTO :RLOANRPH-DATE, :RLOANRPH-RP-AMT,
                     :RLOANRPH-OS-AMT, :WS-ORIG-CCY, :WS-ORIG-AMT
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-SEC-CNT
               MOVE RLOANRPH-DATE   TO WS-RL-DATE
               MOVE RLOANRPH-RP-AMT TO WS-RL-AMT
               MOVE RLOANRPH-OS-AMT TO WS-RL-OS
               IF WS-ORIG-CCY = SPACES
                   MOVE SPACES           TO WS-RL-RCV-LBL
                   MOVE SPACES           TO WS-RL-OCCY
                   MOVE ZERO             TO WS-RL-OAMT
               ELSE
                   MOVE '  RECEIVED AS ' TO WS-RL-RCV-LBL
                   MOVE WS-ORIG-CCY      TO WS-RL-OCCY
                   MOVE WS-ORIG-AMT      TO WS-RL-OAMT
               END-IF
               WRITE RE-DSARRPT FROM WS-RPH-LINE
           ELSE
               PERFORM 870000-END-OF-DTL-CURSOR
           END-IF.
      ******************************************************************
       320000-LOAN-DUNNING.

           MOVE 'N' TO WS-DTL-EOF-SW

           EXEC SQL
               OPEN DSAR-DUNN-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 870000-END-OF-DTL-CURSOR
           END-IF

           PERFORM 320100-PRINT-ONE-LETTER UNTIL WS-DTL-EOF

           EXEC SQL
               CLOSE DSAR-DUNN-CSR
           END-EXEC.
      ******************************************************************
       320100-PRINT-ONE-LETTER.

           EXEC SQL
               FETCH DSAR-DUNN-CSR
                INTO :DLTR-LEVEL, :DLTR-DATE
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-SEC-CNT
               MOVE DLTR-LEVEL TO WS-DN-LEVEL
               MOVE DLTR-DATE  TO WS-DN-DATE
               WRITE RE-DSARRPT FROM WS-DUNN-LINE
           ELSE
               PERFORM 870000-END-OF-DTL-CURSOR
           END-IF.
      ******************************************************************
      * 400000-DEPOSITS LISTS EVERY DEPOSIT ACCOUNT. EVERY ACCOUNT
      * JOINS THE AUDIT KEYS.
       400000-DEPOSITS.

           MOVE 'DEPOSITS'        TO WS-SL-TITLE
           MOVE 'DEPOMSTR'        TO WS-SEC-OBJECT
           PERFORM 800100-START-SECTION

           EXEC SQL
               OPEN DSAR-DEPO-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF

           PERFORM 400100-PRINT-ONE-DEPOSIT UNTIL WS-SUB-EOF

           EXEC SQL
               CLOSE DSAR-DEPO-CSR
           END-EXEC

           PERFORM 800200-END-SECTION.
      ******************************************************************
       400100-PRINT-ONE-DEPOSIT.

           EXEC SQL
               FETCH DSAR-DEPO-CSR
                INTO :DEPM-ACC, :DEPM-COD-PROD, :DEPM-OPEN-DATE,
                     :DEPM-MAT-DATE, :DEPM-ST, :DEPM-BAL, :DEPM-ROI,
                     :DEPM-HELD-AMT, :DEPM-CCY
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-SEC-CNT
               MOVE DEPM-ACC       TO WS-DL-ACC
               MOVE DEPM-COD-PROD  TO WS-DL-PROD
               MOVE DEPM-OPEN-DATE TO WS-DL-OPEN
               MOVE DEPM-MAT-DATE  TO WS-DL-MAT
               MOVE DEPM-ST        TO WS-DL-ST
               MOVE DEPM-BAL       TO WS-DL-BAL
               MOVE DEPM-CCY       TO WS-DL-CCY
               MOVE DEPM-ROI       TO WS-DL-ROI
               MOVE DEPM-HELD-AMT  TO WS-DL-HELD
               WRITE RE-DSARRPT FROM WS-DEPO-LINE
               MOVE DEPM-ACC       TO WS-NEW-KEY
               PERFORM 800300-ADD-AUDIT-KEY
           ELSE
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF.
      ******************************************************************
      * 410000-E-DELIVERY LISTS EVERY DOCUMENT SENT ELECTRONICALLY
      * AND THE ADDRESS IT WENT TO.
       410000-E-DELIVERY.

           MOVE 'DOCUMENTS SENT ELECTRONICALLY' TO WS-SL-TITLE
           MOVE 'EDLVREG'         TO WS-SEC-OBJECT
           PERFORM 800100-START-SECTION

           EXEC SQL
               OPEN DSAR-EDLV-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF

           PERFORM 410100-PRINT-ONE-DELIVERY UNTIL WS-SUB-EOF

           EXEC SQL
               CLOSE DSAR-EDLV-CSR
           END-EXEC

           PERFORM 800200-END-SECTION.
      ******************************************************************
       410100-PRINT-ONE-DELIVERY.

           EXEC SQL
               FETCH DSAR-EDLV-CSR
                INTO :EDLV-DOC-TYPE, :EDLV-SENT-DATE, :EDLV-EMAIL,
                     :EDLV-ST
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-SEC-CNT
               MOVE EDLV-DOC-TYPE  TO WS-EL-DOC
               MOVE EDLV-SENT-DATE TO WS-EL-DATE
               MOVE EDLV-EMAIL     TO WS-EL-EMAIL
               IF EDLV-ST = 'B'
                   MOVE 'BOUNCED'  TO WS-EL-ST
               ELSE
                   MOVE 'SENT'     TO WS-EL-ST
               END-IF
               WRITE RE-DSARRPT FROM WS-EDLV-LINE
           ELSE
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF.
      ******************************************************************
      * 420000-COMPLAINTS LISTS EVERY COMPLAINT THE CUSTOMER MADE.
      * EVERY COMPLAINT REFERENCE JOINS THE AUDIT KEYS.
       420000-COMPLAINTS.

           MOVE 'COMPLAINTS'      TO WS-SL-TITLE
           MOVE 'CMPLREG'         TO WS-SEC-OBJECT
           PERFORM 800100-START-SECTION

           EXEC SQL
               OPEN DSAR-CMPL-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF

           PERFORM 420100-PRINT-ONE-COMPLAINT UNTIL WS-SUB-EOF

           EXEC SQL
               CLOSE DSAR-CMPL-CSR
           END-EXEC

           PERFORM 800200-END-SECTION.
      ******************************************************************
       420100-PRINT-ONE-COMPLAINT.

           EXEC SQL
               FETCH DSAR-CMPL-CSR
                INTO :CMPL-REF, :CMPL-CATEGORY, :CMPL-ACCT-KEY,
                     :CMPL-RECV-DATE, :CMPL-ST, :CMPL-CLOSE-DATE,
                     :CMPL-OUTCOME, :CMPL-REDRESS-AMT
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-SEC-CNT
               MOVE CMPL-REF         TO WS-CP-REF
               MOVE CMPL-CATEGORY    TO WS-CP-CAT
               MOVE CMPL-ACCT-KEY    TO WS-CP-ACCT
               MOVE CMPL-RECV-DATE   TO WS-CP-RECV
               IF CMPL-ST = 'O'
                   MOVE 'OPEN'          TO WS-CP-CLOSE
               ELSE
                   MOVE CMPL-CLOSE-DATE TO WS-CP-CLOSE
               END-IF
               MOVE CMPL-OUTCOME     TO WS-CP-OUT
               MOVE CMPL-REDRESS-AMT TO WS-CP-RDRS
               WRITE RE-DSARRPT FROM WS-CMPL-LINE
               MOVE CMPL-REF         TO WS-NEW-KEY
               PERFORM 800300-ADD-AUDIT-KEY
           ELSE
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF.
      ******************************************************************
      * 430000-RELATED-PARTY LISTS THE CUSTOMER'S OWN RELATED-PARTY
      * REGISTRATIONS.
       430000-RELATED-PARTY.

           MOVE 'RELATED-PARTY REGISTRATIONS' TO WS-SL-TITLE
           MOVE 'RELPARTY'        TO WS-SEC-OBJECT
           PERFORM 800100-START-SECTION

           EXEC SQL
               OPEN DSAR-RELP-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF

           PERFORM 430100-PRINT-ONE-PERIOD UNTIL WS-SUB-EOF

           EXEC SQL
               CLOSE DSAR-RELP-CSR
           END-EXEC

           PERFORM 800200-END-SECTION.
      ******************************************************************
       430100-PRINT-ONE-PERIOD.

           EXEC SQL
               FETCH DSAR-RELP-CSR
                INTO :RELP-TYPE, :RELP-RELATED-TO, :RELP-FROM-DATE,
                     :RELP-TO-DATE
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WS-SEC-CNT
               MOVE RELP-TYPE       TO WS-RP-TYPE
               MOVE RELP-RELATED-TO TO WS-RP-RELATED
               MOVE RELP-FROM-DATE  TO WS-RP-FROM
               IF RELP-TO-DATE = '9999-12-31'
                   MOVE 'OPEN'          TO WS-RP-TO
               ELSE
                   MOVE RELP-TO-DATE    TO WS-RP-TO
               END-IF
               WRITE RE-DSARRPT FROM WS-RELP-LINE
           ELSE
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF.
      ******************************************************************
      * 500000-AUDIT-TRAIL LISTS EVERY AUDIT ENTRY KEYED ON THE
      * CUSTOMER OR ONE OF ITS LOANS, DEPOSITS OR COMPLAINTS: FIRST
      * FROM THE LIVE TRAIL, THEN FROM ANY RESTAGED ARCHIVE PERIOD.
       500000-AUDIT-TRAIL.

           MOVE 'RECORD OF CHANGES (AUDIT TRAIL)' TO WS-SL-TITLE
           PERFORM 800100-START-SECTION

           OPEN INPUT AUDTRL-FILE
           MOVE 'N'    TO WS-RSTG-SW
           MOVE 'N'    TO WS-EOF-SW
           MOVE SPACES TO WS-AL-SRC
           PERFORM 500900-READ-AUDIT
           PERFORM 500100-CHECK-ONE-ENTRY UNTIL WS-EOF-YES
           CLOSE AUDTRL-FILE

           OPEN INPUT RSTAUD-FILE
           MOVE 'Y'    TO WS-RSTG-SW
           MOVE 'N'    TO WS-EOF-SW
           MOVE 'RESTAGED ARCHIVE' TO WS-AL-SRC
           PERFORM 500900-READ-AUDIT
           PERFORM 500100-CHECK-ONE-ENTRY UNTIL WS-EOF-YES
           CLOSE RSTAUD-FILE

           PERFORM 800200-END-SECTION.
      ******************************************************************
       500100-CHECK-ONE-ENTRY.

           IF AUDR-LOG-KEY(1:10) NOT = SPACES
               SET WS-KEY-IDX TO 1
               SEARCH WS-KEY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-KEY-VALUE(WS-KEY-IDX) = AUDR-LOG-KEY(1:10)
                       PERFORM 500200-PRINT-AUDIT-ENTRY
               END-SEARCH
           END-IF

           PERFORM 500900-READ-AUDIT.
      ******************************************************************
       500200-PRINT-AUDIT-ENTRY.

           ADD 1 TO WS-SEC-CNT
           ADD 1 TO WS-CTL-AUD-ITEM-CNT
           IF WS-RSTG-READING
               ADD 1 TO WS-CTL-ARCH-ITEM-CNT
           END-IF

           MOVE AUDR-LOG-DATE   TO WS-AL-DATE
           MOVE AUDR-LOG-TIME   TO WS-AL-TIME
           MOVE AUDR-LOG-PGM    TO WS-AL-PGM
           MOVE AUDR-LOG-TRAN   TO WS-AL-TRAN
           MOVE AUDR-LOG-KEY    TO WS-AL-KEY
           MOVE AUDR-LOG-USER   TO WS-AL-USER
           MOVE AUDR-LOG-TERM   TO WS-AL-TERM
           MOVE AUDR-LOG-BEFORE TO WS-AL-BEFORE
           MOVE AUDR-LOG-AFTER  TO WS-AL-AFTER
           WRITE RE-DSARRPT FROM WS-AUD-LINE1
           WRITE RE-DSARRPT FROM WS-AUD-LINE2.
      ******************************************************************
      * 500900-READ-AUDIT READS THE NEXT ENTRY FROM THE LIVE TRAIL OR
      * THE RESTAGED ARCHIVE PERIOD INTO RE-AUDTRL.
       500900-READ-AUDIT.

           IF WS-RSTG-READING
               READ RSTAUD-FILE INTO RE-AUDTRL
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF-YES
                   ADD 1 TO WS-CTL-RSTG-READ-CNT
               END-IF
           ELSE
               READ AUDTRL-FILE INTO RE-AUDTRL
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF-YES
                   ADD 1 TO WS-CTL-AUD-READ-CNT
               END-IF
           END-IF.
      ******************************************************************
      * 600000-LOG-REQUEST RECORDS THE RUN ON DSARLOG: A NEW ROW FOR
      * A NEW REQUEST, THE RUN DATE, USER AND COUNTS REWRITTEN FOR A
      * REPEAT.
       600000-LOG-REQUEST.

           MOVE WS-REQ-REF           TO DSAR-REF
           MOVE WS-REQ-CUST          TO DSAR-CUST-NO
           MOVE WS-TODAY-DATE-X      TO DSAR-RUN-DATE
           MOVE WS-REQ-USER          TO DSAR-USER
           MOVE WS-CTL-ITEM-CNT      TO DSAR-ITEM-CNT
           MOVE WS-CTL-ARCH-ITEM-CNT TO DSAR-ARCH-CNT

           MOVE ZERO TO WS-DB2-RETRY-CNT
           IF WS-LOG-FOUND
               PERFORM 600010-UPDATE-DSARLOG-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
               MOVE 'UPDATE'   TO DB2-STATEMENT
           ELSE
               PERFORM 600020-INSERT-DSARLOG-ROW
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
               MOVE 'INSERT'   TO DB2-STATEMENT
           END-IF

           IF SQLCODE NOT = ZERO
               MOVE 'Y'        TO WS-LOG-FAIL-SW
               MOVE 'DSARLOG'  TO DB2-OBJECT
               MOVE WS-REQ-REF TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               DISPLAY 'DSAR100 - REQUEST ' WS-REQ-REF
                       ' COULD NOT BE LOGGED ON DSARLOG'
           END-IF.
      ******************************************************************
       600010-UPDATE-DSARLOG-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               UPDATE IDC015.DSARLOG
                  SET DSAR_RUN_DATE = :DSAR-RUN-DATE,
                      DSAR_USER     = :DSAR-USER,
                      DSAR_ITEM_CNT = :DSAR-ITEM-CNT,
                      DSAR_ARCH_CNT = :DSAR-ARCH-CNT
                WHERE DSAR_REF = :DSAR-REF
           END-EXEC.
      ******************************************************************
       600020-INSERT-DSARLOG-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           EXEC SQL
               INSERT INTO IDC015.DSARLOG
                   ( DSAR_REF, DSAR_CUST_NO, DSAR_RECV_DATE,
                     DSAR_DUE_DATE, DSAR_RUN_DATE, DSAR_USER,
                     DSAR_ITEM_CNT, DSAR_ARCH_CNT )
               VALUES
                   ( :DSAR-REF, :DSAR-CUST-NO, :DSAR-RECV-DATE,
                     :DSAR-DUE-DATE, :DSAR-RUN-DATE, :DSAR-USER,
                     :DSAR-ITEM-CNT, :DSAR-ARCH-CNT )
           END-EXEC.
      ******************************************************************
      * 800100-START-SECTION PRINTS A SECTION HEADING AND STARTS ITS
      * ITEM COUNT.
       800100-START-SECTION.

           MOVE SPACES TO RE-DSARRPT
           WRITE RE-DSARRPT
           WRITE RE-DSARRPT FROM WS-SEC-LINE

           MOVE ZEROS TO WS-SEC-CNT
           MOVE 'N'   TO WS-SUB-EOF-SW.
      ******************************************************************
      * 800200-END-SECTION PRINTS THE SECTION'S ITEM COUNT - ZERO
      * MEANING NOTHING OF THAT KIND IS HELD - AND ADDS IT TO THE
      * EXTRACT TOTAL.
       800200-END-SECTION.

           MOVE WS-SEC-CNT TO WS-CN-CNT
           WRITE RE-DSARRPT FROM WS-CNT-LINE

           ADD WS-SEC-CNT TO WS-CTL-ITEM-CNT.
      ******************************************************************
      * 800300-ADD-AUDIT-KEY ADDS WS-NEW-KEY TO THE AUDIT KEYS. A
      * FULL TABLE IS REPORTED ONCE AND MARKS THE EXTRACT INCOMPLETE.
       800300-ADD-AUDIT-KEY.

           IF WS-KEY-CNT < WS-KEY-MAX
               ADD 1 TO WS-KEY-CNT
               MOVE WS-NEW-KEY TO WS-KEY-VALUE(WS-KEY-CNT)
           ELSE
               IF NOT WS-KEY-FULL
                   MOVE 'Y' TO WS-KEY-FULL-SW
                   MOVE 'Y' TO WS-DB2-ERR-SW
                   DISPLAY 'DSAR100 - MORE THAN ' WS-KEY-MAX
                           ' ACCOUNTS - AUDIT TRAIL NOT COMPLETE'
               END-IF
           END-IF.
      ******************************************************************
       800400-PRINT-FIELD.

           WRITE RE-DSARRPT FROM WS-FLD-LINE.
      ******************************************************************
      * 800500-FORMAT-NAME BUILDS "LAST, FIRST MIDDLE" IN
      * WS-NAME-WORK FROM THE CUSTOMER NAME FIELDS AND WS-MIDNM.
       800500-FORMAT-NAME.

           MOVE SPACES TO WS-NAME-WORK
           STRING ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                  ', '                  DELIMITED BY SIZE
                  ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                  ' '                   DELIMITED BY SIZE
                  WS-MIDNM              DELIMITED BY '  '
                  INTO WS-NAME-WORK.
      ******************************************************************
      * 860000-END-OF-SUB-CURSOR ENDS A SECTION CURSOR. ANYTHING BUT
      * +100 IS LOGGED AND MARKS THE EXTRACT INCOMPLETE.
       860000-END-OF-SUB-CURSOR.

           IF SQLCODE NOT = +100
               MOVE 'FETCH' TO DB2-STATEMENT
               PERFORM 880000-SECTION-READ-FAILED
           END-IF

           MOVE 'Y' TO WS-SUB-EOF-SW.
      ******************************************************************
       870000-END-OF-DTL-CURSOR.

           IF SQLCODE NOT = +100
               MOVE 'FETCH'    TO DB2-STATEMENT
               MOVE 'LOANDTL'  TO WS-SEC-OBJECT
               PERFORM 880000-SECTION-READ-FAILED
               MOVE 'LOANMSTR' TO WS-SEC-OBJECT
           END-IF

           MOVE 'Y' TO WS-DTL-EOF-SW.
      ******************************************************************
      * 880000-SECTION-READ-FAILED LOGS A FAILED READ OF THE SOURCE
      * IN WS-SEC-OBJECT, NOTES IT IN THE EXTRACT AND MARKS THE
      * EXTRACT INCOMPLETE.
       880000-SECTION-READ-FAILED.

           MOVE 'Y'           TO WS-DB2-ERR-SW
           MOVE WS-SEC-OBJECT TO DB2-OBJECT
           MOVE WS-REQ-CUST   TO DB2-REFERENCE1
           PERFORM 900200-LOG-DB2-ERROR

           MOVE SPACES TO RE-DSARRPT
           STRING '    *** ' WS-SEC-OBJECT ' COULD NOT BE READ - '
                  'THIS SECTION IS INCOMPLETE ***'
                  DELIMITED BY SIZE
                  INTO RE-DSARRPT
           WRITE RE-DSARRPT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN.
       900200-LOG-DB2-ERROR.

           MOVE 'DSAR100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'DSAR100 CONTROL TOTALS'
           DISPLAY '  ITEMS IN THE EXTRACT ............. : '
                   WS-CTL-ITEM-CNT
           DISPLAY '  AUDIT-TRAIL RECORDS READ ......... : '
                   WS-CTL-AUD-READ-CNT
           DISPLAY '  RESTAGED ARCHIVE RECORDS READ .... : '
                   WS-CTL-RSTG-READ-CNT
           DISPLAY '  AUDIT ENTRIES IN THE EXTRACT ..... : '
                   WS-CTL-AUD-ITEM-CNT
           DISPLAY '  OF WHICH FROM THE ARCHIVE ........ : '
                   WS-CTL-ARCH-ITEM-CNT.
      ******************************************************************
