      ******************************************************************
      * MASK100 UNLOADS A CONSISTENT SUBSET OF THE PRODUCTION MASTERS
      * AND HISTORIES FOR LOADING INTO THE TEST REGION, WITH EVERY
      * PERSONAL FIELD MASKED ON THE WAY OUT, SO TESTERS NO LONGER
      * WORK ON REAL NAMES, ADDRESSES, IDENTITY NUMBERS OR BANK
      * ACCOUNTS. THE PM1DQ015 CONTROL CARD PICKS THE CUSTOMERS:
      *   'B' AND A BRANCH - EVERY CUSTOMER WITH A LOAN AT THE BRANCH;
      *   'P' AND A PRODUCT - EVERY CUSTOMER WITH A LOAN OF THAT
      *       CATEGORY OR A DEPOSIT OF THAT PRODUCT CODE;
      *   'S' AND AN INTERVAL N - EVERY NTH CUSTOMER NUMBER;
      * UP TO A MAXIMUM NUMBER OF CUSTOMERS (1000 WHEN BLANK, 5000 AT
      * MOST), AND CARRIES THE MASKING KEY. EVERYTHING BELONGING TO A
      * SELECTED CUSTOMER IS TAKEN WITH IT, ONE UNLOAD FILE PER
      * TABLE IN ITS DCLGEN RECORD IMAGE, READY FOR THE LOAD UTILITY:
      *   TD1DQ001 CUSTM_TABLE    TD1DQ005 LOANSCHED
      *   TD1DQ002 CUSTADDR       TD1DQ006 DEPOMSTR
      *   TD1DQ003 CUSTIDOC       TD1DQ007 DDMANDT
      *   TD1DQ004 LOANMSTR       TD1DQ008 RISK EXTRACT (RVFC007)
      * THE RISK EXTRACT IS THE RV3C0100 INPUT ON I1DQ0001, CUT DOWN
      * TO THE POSITIONS OF THE SELECTED CUSTOMERS (LOANS THROUGH
      * LOANMSTR, GUARANTEES THROUGH AVALMSTR, DEPOSITS ON F007-CUN,
      * CLASSIFIED BY THE PRODUCT-CODE TABLE ON PC1DQ001 AS EXPO10M
      * DOES).
      * MASKING IS DETERMINISTIC: EACH MASKED VALUE IS DERIVED FROM A
      * HASH OF THE MASKING KEY AND THE ORIGINAL VALUE (OR THE
      * CUSTOMER NUMBER), SO THE SAME CUSTOMER, DOCUMENT OR ACCOUNT
      * MASKS THE SAME WAY IN EVERY TABLE AND ON EVERY RUN WITH THE
      * SAME KEY, AND CANNOT BE TURNED BACK WITHOUT IT. KEEP THE KEY
      * OUT OF THE TEST REGION. CUSTOMER, LOAN AND DEPOSIT NUMBERS
      * ARE INTERNAL KEYS AND ARE NOT MASKED, SO EVERY JOIN BETWEEN
      * THE UNLOADED TABLES STILL HOLDS. WHAT IS MASKED:
      *   - NAMES AND REGISTERED NAME: FICTITIOUS NAMES FROM FIXED
      *     LISTS; MIDDLE NAME TO AN INITIAL;
      *   - ADDRESSES: FICTITIOUS STREET, NUMBER, TOWN AND POSTCODE
      *     (THE COUNTRY IS KEPT); THE PREFERRED CUSTADDR ROW MASKS
      *     THE SAME AS THE ADDRESS ON CUSTM_TABLE;
      *   - TAX ID AND DOCUMENT NUMBERS: EIGHT DIGITS AND A VALID
      *     CHECK LETTER, SO VALIDATION STILL PASSES;
      *   - DATE OF BIRTH: DAY AND MONTH REPLACED, YEAR KEPT SO AGE
      *     RULES BEHAVE AS IN PRODUCTION;
      *   - MANDATE BANK ACCOUNTS: A FICTITIOUS ES ACCOUNT NUMBER;
      *   - THE FREE-TEXT DECLINE REASON ON THE RISK EXTRACT.
      * AMOUNTS, RATES, DATES OTHER THAN BIRTH AND STATUSES ARE
      * UNCHANGED: THE TESTS NEED BALANCES THAT STILL RECONCILE
      * ACROSS LOANMSTR, LOANSCHED AND THE RISK EXTRACT.
      * THE RPTDQ012 REPORT CARRIES THE SELECTION AND THE COUNTS PER
      * FILE, NEVER A CUSTOMER'S DATA. READ-ONLY ON DB2; RUN ON
      * DEMAND. CONDITION CODES: 4 THE MAXIMUM NUMBER OF CUSTOMERS
      * WAS REACHED, 8 A DB2 READ FAILED AND THE SUBSET IS NOT
      * CONSISTENT (DO NOT LOAD IT), 12 THE CARD WAS REJECTED.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASK100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT MASKPARM-FILE ASSIGN PM1DQ015.
           SELECT PRODCODE-FILE ASSIGN PC1DQ001.
           SELECT RISKIN-FILE   ASSIGN I1DQ0001.
           SELECT TDCUST-FILE   ASSIGN TD1DQ001.
           SELECT TDADDR-FILE   ASSIGN TD1DQ002.
           SELECT TDIDOC-FILE   ASSIGN TD1DQ003.
           SELECT TDLOAN-FILE   ASSIGN TD1DQ004.
           SELECT TDSCHD-FILE   ASSIGN TD1DQ005.
           SELECT TDDEPO-FILE   ASSIGN TD1DQ006.
           SELECT TDMAND-FILE   ASSIGN TD1DQ007.
           SELECT TDRISK-FILE   ASSIGN TD1DQ008.
           SELECT MASKRPT-FILE  ASSIGN RPTDQ012.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * MASKPARM-FILE CARRIES THE SINGLE CONTROL CARD: THE SELECTION
      * TYPE AND VALUE, THE MAXIMUM NUMBER OF CUSTOMERS AND THE
      * MASKING KEY.
       FD  MASKPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-MASKPARM.
           05  MPARM-SEL-TYPE               PIC X(1).
               88  MPARM-SEL-BRANCH                     VALUE 'B'.
               88  MPARM-SEL-PRODUCT                    VALUE 'P'.
               88  MPARM-SEL-SAMPLE                     VALUE 'S'.
           05  MPARM-SEL-VALUE              PIC X(4).
           05  MPARM-SEL-VALUE-N REDEFINES MPARM-SEL-VALUE
                                            PIC 9(4).
           05  MPARM-MAX-CUST               PIC X(5).
           05  MPARM-MAX-CUST-N REDEFINES MPARM-MAX-CUST
                                            PIC 9(5).
           05  MPARM-MASK-KEY               PIC X(8).
           05  FILLER                       PIC X(62).
      ******************************************************************
      * PRODCODE-FILE IS THE SAME MAINTAINABLE PRODUCT-CODE TABLE
      * RV3C0100 AND EXPO10M LOAD, USED HERE TO TELL A LOAN, DEPOSIT
      * OR CONTINGENT POSITION APART ON THE RISK EXTRACT.
       FD  PRODCODE-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-PRODCODE.
           05  PRODCD-CODE                 PIC X(2).
           05  PRODCD-TYPE                 PIC X(1).
           05  FILLER                      PIC X(7).
      ******************************************************************
      * RISKIN-FILE IS THE PRODUCTION RISK-POSITION EXTRACT THAT
      * DRIVES RV3C0100, IN THE RVFC007 LAYOUT.
       FD  RISKIN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RISKIN                        PIC X(750).
      ******************************************************************
      * THE UNLOAD FILES, ONE PER TABLE, EACH RECORD THE TABLE'S
      * DCLGEN HOST-VARIABLE GROUP AS FETCHED AND MASKED.
       FD  TDCUST-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-TDCUST                        PIC X(174).
      ******************************************************************
       FD  TDADDR-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-TDADDR                        PIC X(85).
      ******************************************************************
       FD  TDIDOC-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-TDIDOC                        PIC X(62).
      ******************************************************************
       FD  TDLOAN-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-TDLOAN                        PIC X(67).
      ******************************************************************
       FD  TDSCHD-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-TDSCHD                        PIC X(46).
      ******************************************************************
       FD  TDDEPO-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-TDDEPO                        PIC X(65).
      ******************************************************************
       FD  TDMAND-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-TDMAND                        PIC X(63).
      ******************************************************************
       FD  TDRISK-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-TDRISK                        PIC X(750).
      ******************************************************************
      * MASKRPT-FILE IS THE PRINTED RUN REPORT.
       FD  MASKRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-MASKRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES FOR THE CUSTOMER CURSOR, THE PER-CUSTOMER AND
      * PER-LOAN CURSORS AND THE RISK EXTRACT.
       01  WS-SWITCHES.
           05  WS-EOF-SW                    PIC X(1)    VALUE 'N'.
               88  WS-EOF-YES                           VALUE 'Y'.
           05  WS-SUB-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-SUB-EOF                           VALUE 'Y'.
           05  WS-DTL-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-DTL-EOF                           VALUE 'Y'.
           05  WS-RISK-EOF-SW               PIC X(1)    VALUE 'N'.
               88  WS-RISK-EOF                          VALUE 'Y'.
           05  WS-DB2-ERR-SW                PIC X(1)    VALUE 'N'.
               88  WS-DB2-ERR                           VALUE 'Y'.
           05  WS-CUST-FULL-SW              PIC X(1)    VALUE 'N'.
               88  WS-CUST-FULL                         VALUE 'Y'.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS, ONE PER UNLOAD FILE.
       01  WS-CTL-TOTALS.
           05  WS-CTL-CUST-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ADDR-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-IDOC-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-LOAN-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SCHD-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DEPO-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-MAND-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RISK-READ-CNT         PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-RISK-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * THE SELECTION OFF THE CARD, AS HOST VARIABLES FOR THE
      * CUSTOMER CURSOR. THE SAMPLE INTERVAL STAYS 1 FOR A BRANCH OR
      * PRODUCT SELECTION SO THE UNUSED MOD() NEVER DIVIDES BY ZERO.
       01  WS-SEL-TYPE                      PIC X(1)    VALUE SPACES.
       01  WS-SEL-BRN                       PIC X(4)    VALUE SPACES.
       01  WS-SEL-PROD                      PIC X(2)    VALUE SPACES.
       01  WS-SAMPLE-INT                    PIC S9(9)   COMP
                                                         VALUE 1.
       01  WS-MAX-CUST                      PIC S9(5)   COMP-3
                                                         VALUE 1000.
      ******************************************************************
      * SELECTED-CUSTOMER TABLE: EVERY CUSTOMER UNLOADED, IN CUSTOMER
      * NUMBER ORDER AS THE CURSOR DELIVERS THEM, SO THE RISK PASS
      * CAN BINARY-SEARCH IT. UNUSED ENTRIES HOLD HIGH-VALUES.
       01  WS-SEL-CUST-TABLE.
           05  WS-SEL-CUST-USED             PIC S9(5)   COMP-3
                                                         VALUE ZEROS.
           05  WS-SEL-CUST-ENTRY OCCURS 5000 TIMES
                           ASCENDING KEY IS WS-SEL-CUST-NO
                           INDEXED BY WS-SEL-CUST-IDX.
               10  WS-SEL-CUST-NO           PIC X(10).
       01  WS-SEL-CUST-FOUND-SW             PIC X(1)    VALUE 'N'.
           88  WS-SEL-CUST-FOUND                        VALUE 'Y'.
      ******************************************************************
      * WS-PRODCODE-TABLE IS THE IN-MEMORY COPY OF PRODCODE-FILE,
      * LOADED ONCE AT STARTUP BY 100020-LOAD-PRODUCT-TABLE.
       01  WS-PRODCODE-TABLE.
           05  WS-PRODCODE-USED             PIC S9(5) COMP-3
                                                         VALUE ZEROS.
           05  WS-PRODCODE-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-PRODCODE-IDX.
               10  WS-PRODCODE-CODE         PIC X(2).
               10  WS-PRODCODE-TYPE         PIC X(1).
       01  WS-PRODCODE-EOF-SW               PIC X(1)   VALUE 'N'.
           88  WS-PRODCODE-EOF                         VALUE 'Y'.
       01  WS-PRODCODE-TYPE-FOUND           PIC X(1)   VALUE SPACE.
           88  WS-PRODCODE-IS-LOAN                     VALUE 'L'.
           88  WS-PRODCODE-IS-DEPOSIT                  VALUE 'D'.
           88  WS-PRODCODE-IS-CONTINGENT               VALUE 'C'.
      ******************************************************************
      * THE CUSTOMER IN HAND, AS THE INTEGER CUSTM_TABLE KEY AND AS
      * THE TEN-DIGIT KEY EVERY OTHER TABLE CARRIES; THE LOAN IN HAND
      * FOR THE SCHEDULE AND MANDATE CURSORS; THE CUSTOMER A RISK
      * POSITION RESOLVES TO.
       01  WS-CUST-NO-9                     PIC 9(10)   VALUE ZEROS.
       01  WS-CUST-KEY                      PIC X(10)   VALUE SPACES.
       01  WS-LOAN-CAT                      PIC X(2)    VALUE SPACES.
       01  WS-LOAN-NO                       PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-RISK-CUST-KEY                 PIC X(10)   VALUE SPACES.
       01  WS-RISK-NO-9                     PIC 9(10)   VALUE ZEROS.
      ******************************************************************
      * HASH WORK AREA FOR 400000-HASH-VALUE. THE INPUT IS THE
      * MASKING KEY, A TWO-CHARACTER TAG NAMING WHAT IS BEING MASKED
      * (SO A NAME AND AN ADDRESS DRAWN FROM THE SAME CUSTOMER ARE
      * INDEPENDENT) AND THE VALUE ITSELF. EACH CHARACTER IS TAKEN BY
      * ITS POSITION IN WS-MSK-ALPHABET (ANYTHING NOT IN IT COUNTS AS
      * ONE PAST THE END) AND FOLDED IN MODULO A LARGE PRIME.
       01  WS-MSK-INPUT.
           05  WS-MSK-KEY                   PIC X(8)    VALUE SPACES.
           05  WS-MSK-TAG                   PIC X(2)    VALUE SPACES.
           05  WS-MSK-VALUE                 PIC X(38)   VALUE SPACES.
       01  WS-MSK-ALPHABET                  PIC X(40)   VALUE
               ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-./'.
       01  WS-MSK-CHAR                      PIC X(1)    VALUE SPACE.
       01  WS-MSK-IX                        PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-MSK-POS                       PIC S9(4)   COMP
                                                         VALUE ZERO.
       01  WS-MSK-HASH                      PIC 9(9)    COMP-3
                                                         VALUE ZERO.
       01  WS-MSK-WORK                      PIC 9(11)   COMP-3
                                                         VALUE ZERO.
       01  WS-MSK-QUOT                      PIC 9(11)   COMP-3
                                                         VALUE ZERO.
       01  WS-MSK-PICK                      PIC 9(4)    COMP
                                                         VALUE ZERO.
       01  WS-MSK-NUM                       PIC 9(4)    COMP
                                                         VALUE ZERO.
       01  WS-MSK-NUM-X                     PIC ZZZ9.
       01  WS-MSK-DIGITS8                   PIC 9(8)    VALUE ZEROS.
       01  WS-MSK-DIGITS5                   PIC 9(5)    VALUE ZEROS.
       01  WS-MSK-DIGITS2                   PIC 9(2)    VALUE ZEROS.
       01  WS-MSK-MM                        PIC 9(2)    VALUE ZEROS.
       01  WS-MSK-DD                        PIC 9(2)    VALUE ZEROS.
      ******************************************************************
      * RESULTS OF THE SHARED MASKING PARAGRAPHS.
       01  WS-MSK-ID-NO.
           05  WS-MSK-ID-DIGITS             PIC 9(8).
           05  WS-MSK-ID-LETTER             PIC X(1).
       01  WS-MSK-BANK-ACC.
           05  FILLER                       PIC X(2)    VALUE 'ES'.
           05  WS-MSK-BA-CHECK              PIC 9(2).
           05  WS-MSK-BA-PART1              PIC 9(8).
           05  WS-MSK-BA-PART2              PIC 9(8).
       01  WS-MSK-STREET                    PIC X(30)   VALUE SPACES.
      ******************************************************************
      * NATIONAL IDENTITY CHECK LETTERS, INDEXED BY THE NUMBER
      * MODULO 23, SO A MASKED TAX ID OR DOCUMENT STILL VALIDATES.
       01  WS-ID-LETTERS                    PIC X(23)   VALUE
               'TRWAGMYFPDXBNJZSQVHLCKE'.
      ******************************************************************
      * FICTITIOUS NAME, STREET AND TOWN LISTS THE MASKED VALUES ARE
      * DRAWN FROM.
       01  WS-FIRST-NAME-VALUES.
           05  FILLER              PIC X(15) VALUE 'ANA'.
           05  FILLER              PIC X(15) VALUE 'LUIS'.
           05  FILLER              PIC X(15) VALUE 'MARIA'.
           05  FILLER              PIC X(15) VALUE 'JAVIER'.
           05  FILLER              PIC X(15) VALUE 'CARMEN'.
           05  FILLER              PIC X(15) VALUE 'PABLO'.
           05  FILLER              PIC X(15) VALUE 'ELENA'.
           05  FILLER              PIC X(15) VALUE 'DAVID'.
           05  FILLER              PIC X(15) VALUE 'LAURA'.
           05  FILLER              PIC X(15) VALUE 'JORGE'.
           05  FILLER              PIC X(15) VALUE 'SARA'.
           05  FILLER              PIC X(15) VALUE 'MIGUEL'.
           05  FILLER              PIC X(15) VALUE 'ISABEL'.
           05  FILLER              PIC X(15) VALUE 'RAUL'.
           05  FILLER              PIC X(15) VALUE 'NURIA'.
           05  FILLER              PIC X(15) VALUE 'SERGIO'.
           05  FILLER              PIC X(15) VALUE 'PILAR'.
           05  FILLER              PIC X(15) VALUE 'ALBERTO'.
           05  FILLER              PIC X(15) VALUE 'ROSA'.
           05  FILLER              PIC X(15) VALUE 'MARCOS'.
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05  WS-FIRST-NAME                PIC X(15)   OCCURS 20.
       01  WS-LAST-NAME-VALUES.
           05  FILLER              PIC X(15) VALUE 'ALAMEDA'.
           05  FILLER              PIC X(15) VALUE 'BARRANCO'.
           05  FILLER              PIC X(15) VALUE 'CALZADA'.
           05  FILLER              PIC X(15) VALUE 'DEHESA'.
           05  FILLER              PIC X(15) VALUE 'ENCINAR'.
           05  FILLER              PIC X(15) VALUE 'FONTANAR'.
           05  FILLER              PIC X(15) VALUE 'GRANADAL'.
           05  FILLER              PIC X(15) VALUE 'HONTANAR'.
           05  FILLER              PIC X(15) VALUE 'ROBLEDO'.
           05  FILLER              PIC X(15) VALUE 'JUNCAL'.
           05  FILLER              PIC X(15) VALUE 'LADERA'.
           05  FILLER              PIC X(15) VALUE 'MANZANAL'.
           05  FILLER              PIC X(15) VALUE 'NOGALES'.
           05  FILLER              PIC X(15) VALUE 'OLMEDA'.
           05  FILLER              PIC X(15) VALUE 'PRADERA'.
           05  FILLER              PIC X(15) VALUE 'QUINTANA'.
           05  FILLER              PIC X(15) VALUE 'RIBERA'.
           05  FILLER              PIC X(15) VALUE 'SOTILLO'.
           05  FILLER              PIC X(15) VALUE 'TEJEDA'.
           05  FILLER              PIC X(15) VALUE 'VALDEZ'.
       01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
           05  WS-LAST-NAME                 PIC X(15)   OCCURS 20.
       01  WS-STREET-VALUES.
           05  FILLER              PIC X(15) VALUE 'ACACIAS'.
           05  FILLER              PIC X(15) VALUE 'ALMENDROS'.
           05  FILLER              PIC X(15) VALUE 'CASTANOS'.
           05  FILLER              PIC X(15) VALUE 'CEDROS'.
           05  FILLER              PIC X(15) VALUE 'CIPRESES'.
           05  FILLER              PIC X(15) VALUE 'ENCINAS'.
           05  FILLER              PIC X(15) VALUE 'FRESNOS'.
           05  FILLER              PIC X(15) VALUE 'GIRASOLES'.
           05  FILLER              PIC X(15) VALUE 'JAZMINES'.
           05  FILLER              PIC X(15) VALUE 'LAURELES'.
           05  FILLER              PIC X(15) VALUE 'LIRIOS'.
           05  FILLER              PIC X(15) VALUE 'MAGNOLIAS'.
           05  FILLER              PIC X(15) VALUE 'NARANJOS'.
           05  FILLER              PIC X(15) VALUE 'OLIVOS'.
           05  FILLER              PIC X(15) VALUE 'PINOS'.
           05  FILLER              PIC X(15) VALUE 'ROSALES'.
           05  FILLER              PIC X(15) VALUE 'SAUCES'.
           05  FILLER              PIC X(15) VALUE 'TILOS'.
           05  FILLER              PIC X(15) VALUE 'TULIPANES'.
           05  FILLER              PIC X(15) VALUE 'VIOLETAS'.
       01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
           05  WS-STREET-NAME               PIC X(15)   OCCURS 20.
       01  WS-TOWN-VALUES.
           05  FILLER                       PIC X(20)   VALUE
                                                 'VILLANUEVA DEL RIO'.
           05  FILLER                       PIC X(20)   VALUE
                                                 'SAN PEDRO DEL MONTE'.
           05  FILLER                       PIC X(20)   VALUE
                                                 'TORRELAGO'.
           05  FILLER                       PIC X(20)   VALUE
                                                 'FUENTEALTA'.
           05  FILLER                       PIC X(20)   VALUE
                                                 'CASTILBLANCO NUEVO'.
           05  FILLER                       PIC X(20)   VALUE
                                                 'VALDEROSAS'.
           05  FILLER                       PIC X(20)   VALUE
                                                 'PUEBLA DEL CAMPO'.
           05  FILLER                       PIC X(20)   VALUE
                                                 'SANTA MARTA DEL VAL'.
           05  FILLER                       PIC X(20)   VALUE
                                                 'ALDEAMAYOR'.
           05  FILLER                       PIC X(20)   VALUE
                                                 'MONTEVERDE'.
       01  WS-TOWN-TABLE REDEFINES WS-TOWN-VALUES.
           05  WS-TOWN-NAME                 PIC X(20)   OCCURS 10.
      ******************************************************************
      * RUN REPORT LINES.
       01  WS-RPT-COUNT-LINE.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RC-DDNAME                 PIC X(8).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-RC-OBJECT                 PIC X(20).
           05  WS-RC-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(89)   VALUE SPACES.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
       COPY CUSTADDR.
      ******************************************************************
       COPY CUSTIDOC.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
       COPY LOANSCHD.
      ******************************************************************
       COPY DEPOMSTR.
      ******************************************************************
       COPY DDMANDT.
      ******************************************************************
       COPY AVALMSTR.
      ******************************************************************
       COPY RVFC007.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************
      * CUSTOMER CURSOR: THE SELECTION ON THE CARD, IN CUSTOMER
      * NUMBER ORDER.
           EXEC SQL
               DECLARE MASK-CUST-CSR CURSOR FOR
                   SELECT C.CUSTM_NO, C.CUSTM_NAME_FRSTNM,
                          COALESCE(C.CUSTM_NAME_MDLNM, ' '),
                          C.CUSTM_NAME_LASTNM, C.CUSTM_ADDR,
                          C.CUSTM_DOB, C.CUSTM_ST, C.CUSTM_TYPE,
                          C.CUSTM_REG_NAME, C.CUSTM_TAX_ID,
                          C.CUSTM_CNAE, C.CUSTM_WHT_EXEMPT,
                          C.CUSTM_NET_INCOME, C.CUSTM_INC_VER_DATE,
                          C.CUSTM_ANON_DATE
                     FROM IDC015.CUSTM_TABLE C
                    WHERE ( :WS-SEL-TYPE = 'S'
                        AND MOD(C.CUSTM_NO, :WS-SAMPLE-INT) = 0 )
                       OR ( :WS-SEL-TYPE = 'B'
                        AND EXISTS
                            ( SELECT 1
                                FROM IDC015.LOANMSTR L
                               WHERE L.LOANM_CUST_NO
                                           = DIGITS(C.CUSTM_NO)
                                 AND L.LOANM_BRN = :WS-SEL-BRN ) )
                       OR ( :WS-SEL-TYPE = 'P'
                        AND ( EXISTS
                              ( SELECT 1
                                  FROM IDC015.LOANMSTR L
                                 WHERE L.LOANM_CUST_NO
                                           = DIGITS(C.CUSTM_NO)
                                   AND L.LOANM_CAT = :WS-SEL-PROD )
                           OR EXISTS
                              ( SELECT 1
                                  FROM IDC015.DEPOMSTR D
                                 WHERE D.DEPM_CUST_NO
                                           = DIGITS(C.CUSTM_NO)
                                   AND D.DEPM_COD_PROD
                                           = :WS-SEL-PROD ) ) )
                    ORDER BY C.CUSTM_NO
           END-EXEC.
      ******************************************************************
      * PER-CUSTOMER CURSORS.
           EXEC SQL
               DECLARE MASK-ADDR-CSR CURSOR FOR
                   SELECT CADR_CUST_NO, CADR_STREET, CADR_TOWN,
                          CADR_POSTCODE, CADR_COUNTRY, CADR_PREF_FLG,
                          CADR_UPD_DATE, COALESCE(CADR_GONE_FLG, ' ')
                     FROM IDC015.CUSTADDR
                    WHERE CADR_CUST_NO = :WS-CUST-KEY
           END-EXEC.
      ******************************************************************
           EXEC SQL
               DECLARE MASK-IDOC-CSR CURSOR FOR
                   SELECT CID_CUST_NO, CID_DOC_TYPE, CID_DOC_NO,
                          CID_ISS_DATE, CID_EXP_DATE, CID_UPD_DATE
                     FROM IDC015.CUSTIDOC
                    WHERE CID_CUST_NO = :WS-CUST-KEY
           END-EXEC.
      ******************************************************************
           EXEC SQL
               DECLARE MASK-LOAN-CSR CURSOR FOR
                   SELECT LOANM_CAT, LOANM_NO, LOANM_TERM,
                          COALESCE(LOANM_TITLE, ' '), LOANM_ROI,
                          LOANM_MAX_AMT, LOANM_MIN_AGE, LOANM_MAX_AGE,
                          LOANM_ST, LOANM_CUST_NO, LOANM_ORIG_DATE,
                          LOANM_CCY, LOANM_BRN, LOANM_DD_MAND
                     FROM IDC015.LOANMSTR
                    WHERE LOANM_CUST_NO = :WS-CUST-KEY
           END-EXEC.
      ******************************************************************
           EXEC SQL
               DECLARE MASK-DEPO-CSR CURSOR FOR
                   SELECT DEPM_ACC, DEPM_CUST_NO, DEPM_COD_PROD,
                          DEPM_BAL, DEPM_MAT_DATE, DEPM_ROI, DEPM_ST,
                          DEPM_OPEN_DATE, DEPM_HELD_AMT, DEPM_CCY
                     FROM IDC015.DEPOMSTR
                    WHERE DEPM_CUST_NO = :WS-CUST-KEY
           END-EXEC.
      ******************************************************************
      * PER-LOAN CURSORS.
           EXEC SQL
               DECLARE MASK-SCHD-CSR CURSOR FOR
                   SELECT LOANSCH_CAT, LOANSCH_NO, LOANSCH_SEQ,
                          LOANSCH_DUE_DATE, LOANSCH_PRIN_AMT,
                          LOANSCH_INT_AMT, LOANSCH_EXP_BAL,
                          LOANSCH_ST,
                          COALESCE(LOANSCH_PAID_DATE, '0001-01-01')
                     FROM IDC015.LOANSCHED
                    WHERE LOANSCH_CAT = :WS-LOAN-CAT
                      AND LOANSCH_NO  = :WS-LOAN-NO
           END-EXEC.
      ******************************************************************
           EXEC SQL
               DECLARE MASK-MAND-CSR CURSOR FOR
                   SELECT DDMN_LOAN_CAT, DDMN_LOAN_NO, DDMN_BANK_ACC,
                          DDMN_MAND_REF, DDMN_SIGN_DATE,
                          COALESCE(DDMN_CANC_DATE, '0001-01-01'),
                          DDMN_ST
                     FROM IDC015.DDMANDT
                    WHERE DDMN_LOAN_CAT = :WS-LOAN-CAT
                      AND DDMN_LOAN_NO  = :WS-LOAN-NO
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE READS THE CARD, UNLOADS THE SELECTED
      * CUSTOMERS TABLE BY TABLE, CUTS THE RISK EXTRACT DOWN TO THEM
      * AND PRINTS THE COUNTS.
       100000-MAINLINE.

           PERFORM 100010-READ-CONTROL-CARD
           PERFORM 100020-LOAD-PRODUCT-TABLE

           MOVE HIGH-VALUES TO WS-SEL-CUST-TABLE
           MOVE ZEROS       TO WS-SEL-CUST-USED

           OPEN OUTPUT TDCUST-FILE
                       TDADDR-FILE
                       TDIDOC-FILE
                       TDLOAN-FILE
                       TDSCHD-FILE
                       TDDEPO-FILE
                       TDMAND-FILE
                       TDRISK-FILE
                       MASKRPT-FILE

           EXEC SQL
               OPEN MASK-CUST-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'CUSTMTBL' TO DB2-OBJECT
               MOVE 'OPEN'     TO DB2-STATEMENT
               MOVE SPACES     TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
               MOVE 'Y'        TO WS-EOF-SW
           ELSE
               PERFORM 100200-FETCH-NEXT
           END-IF

           PERFORM 200000-EXTRACT-ONE-CUSTOMER
               UNTIL WS-EOF-YES OR WS-CUST-FULL

           EXEC SQL
               CLOSE MASK-CUST-CSR
           END-EXEC

           PERFORM 300000-EXTRACT-RISK-FILE

           PERFORM 900100-PRINT-REPORT

           CLOSE TDCUST-FILE
                 TDADDR-FILE
                 TDIDOC-FILE
                 TDLOAN-FILE
                 TDSCHD-FILE
                 TDDEPO-FILE
                 TDMAND-FILE
                 TDRISK-FILE
                 MASKRPT-FILE

           PERFORM 900000-PRINT-CONTROL-TOTALS

           EVALUATE TRUE
               WHEN WS-DB2-ERR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CUST-FULL
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           STOP RUN.
      ******************************************************************
      * 100010-READ-CONTROL-CARD CHECKS THE SELECTION AND THE MASKING
      * KEY. A BAD CARD STOPS THE RUN BEFORE ANYTHING IS UNLOADED;
      * NOTHING IS EVER UNLOADED WITHOUT A MASKING KEY.
       100010-READ-CONTROL-CARD.

           MOVE SPACES TO RE-MASKPARM

           OPEN INPUT MASKPARM-FILE
           READ MASKPARM-FILE
               AT END
                   MOVE SPACES TO RE-MASKPARM
           END-READ
           CLOSE MASKPARM-FILE

           EVALUATE TRUE
               WHEN MPARM-MASK-KEY = SPACES
                   DISPLAY 'MASK100 - PM1DQ015 HAS NO MASKING KEY'
                           ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN MPARM-SEL-VALUE = SPACES
                   DISPLAY 'MASK100 - PM1DQ015 HAS NO SELECTION VALUE'
                           ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN MPARM-SEL-BRANCH
                   MOVE MPARM-SEL-VALUE      TO WS-SEL-BRN
               WHEN MPARM-SEL-PRODUCT
                   MOVE MPARM-SEL-VALUE(1:2) TO WS-SEL-PROD
               WHEN MPARM-SEL-SAMPLE
                   IF MPARM-SEL-VALUE IS NOT NUMERIC
                      OR MPARM-SEL-VALUE-N = ZERO
                       DISPLAY 'MASK100 - PM1DQ015 SAMPLE INTERVAL '
                               'NOT A POSITIVE NUMBER: '
                               MPARM-SEL-VALUE ' - RUN STOPPED'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE MPARM-SEL-VALUE-N    TO WS-SAMPLE-INT
               WHEN OTHER
                   DISPLAY 'MASK100 - PM1DQ015 SELECTION TYPE '
                           MPARM-SEL-TYPE ' NOT B, P OR S'
                           ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE MPARM-SEL-TYPE TO WS-SEL-TYPE
           MOVE MPARM-MASK-KEY TO WS-MSK-KEY

           EVALUATE TRUE
               WHEN MPARM-MAX-CUST = SPACES
                   CONTINUE
               WHEN MPARM-MAX-CUST IS NOT NUMERIC
                   DISPLAY 'MASK100 - PM1DQ015 MAXIMUM CUSTOMERS NOT '
                           'NUMERIC: ' MPARM-MAX-CUST
                           ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN MPARM-MAX-CUST-N > 5000
                   MOVE 5000 TO WS-MAX-CUST
               WHEN MPARM-MAX-CUST-N > ZERO
                   MOVE MPARM-MAX-CUST-N TO WS-MAX-CUST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           DISPLAY 'MASK100 - SELECTION ' WS-SEL-TYPE ' '
                   MPARM-SEL-VALUE ' - AT MOST ' WS-MAX-CUST
                   ' CUSTOMERS'.
      ******************************************************************
      * 100020-LOAD-PRODUCT-TABLE READS PRODCODE-FILE ONCE INTO
      * WS-PRODCODE-TABLE, THE SAME WAY EXPO10M DOES.
       100020-LOAD-PRODUCT-TABLE.

           MOVE 'N' TO WS-PRODCODE-EOF-SW

           OPEN INPUT PRODCODE-FILE

           PERFORM 100030-READ-PRODCODE-RECORD
               UNTIL WS-PRODCODE-EOF

           CLOSE PRODCODE-FILE.
      ******************************************************************
       100030-READ-PRODCODE-RECORD.

           READ PRODCODE-FILE
               AT END
                   MOVE 'Y' TO WS-PRODCODE-EOF-SW
               NOT AT END
                   IF WS-PRODCODE-USED < 50
                       ADD 1 TO WS-PRODCODE-USED
                       SET WS-PRODCODE-IDX TO WS-PRODCODE-USED
                       MOVE PRODCD-CODE
                           TO WS-PRODCODE-CODE(WS-PRODCODE-IDX)
                       MOVE PRODCD-TYPE
                           TO WS-PRODCODE-TYPE(WS-PRODCODE-IDX)
                   END-IF
           END-READ.
      ******************************************************************
       100200-FETCH-NEXT.

           EXEC SQL
               FETCH MASK-CUST-CSR
                INTO :ACN-CUSTM-NO, :ACN-CUSTM-NAME-FRSTNM,
                     :ACN-CUSTM-NAME-MDLNM, :ACN-CUSTM-NAME-LASTNM,
                     :ACN-CUSTM-ADDR, :ACN-CUSTM-DOB, :ACN-CUSTM-ST,
                     :ACN-CUSTM-TYPE, :ACN-CUSTM-REG-NAME,
                     :ACN-CUSTM-TAX-ID, :ACN-CUSTM-CNAE,
                     :ACN-CUSTM-WHT-EXEMPT, :ACN-CUSTM-NET-INCOME,
                     :ACN-CUSTM-INC-VER-DATE, :ACN-CUSTM-ANON-DATE
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               IF SQLCODE NOT = +100
                   MOVE 'CUSTMTBL'  TO DB2-OBJECT
                   MOVE 'FETCH'     TO DB2-STATEMENT
                   MOVE WS-CUST-KEY TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 200000-EXTRACT-ONE-CUSTOMER WRITES THE MASKED MASTER ROW AND
      * EVERYTHING HANGING OFF IT. A CUSTOMER IS ONLY STARTED WHILE
      * THERE IS ROOM IN THE SELECTED-CUSTOMER TABLE, SO THE RISK
      * EXTRACT ALWAYS MATCHES THE CUSTOMERS UNLOADED.
       200000-EXTRACT-ONE-CUSTOMER.

           IF WS-SEL-CUST-USED NOT < WS-MAX-CUST
               MOVE 'Y' TO WS-CUST-FULL-SW
               DISPLAY 'MASK100 - MAXIMUM OF ' WS-MAX-CUST
                       ' CUSTOMERS REACHED - SUBSET CUT SHORT'
           ELSE
               MOVE ACN-CUSTM-NO TO WS-CUST-NO-9
               MOVE WS-CUST-NO-9 TO WS-CUST-KEY

               ADD 1 TO WS-SEL-CUST-USED
               SET WS-SEL-CUST-IDX TO WS-SEL-CUST-USED
               MOVE WS-CUST-KEY TO WS-SEL-CUST-NO(WS-SEL-CUST-IDX)

               PERFORM 200100-MASK-CUSTOMER-ROW
               WRITE RE-TDCUST FROM DCLACN-CUSTM-TABLE
               ADD 1 TO WS-CTL-CUST-CNT

               PERFORM 210000-EXTRACT-ADDRESSES
               PERFORM 220000-EXTRACT-DOCUMENTS
               PERFORM 230000-EXTRACT-LOANS
               PERFORM 240000-EXTRACT-DEPOSITS

               PERFORM 100200-FETCH-NEXT
           END-IF.
      ******************************************************************
      * 200100-MASK-CUSTOMER-ROW REPLACES THE PERSONAL FIELDS OF THE
      * MASTER ROW. NAMES AND ADDRESS ARE DRAWN FROM THE CUSTOMER
      * NUMBER, THE TAX ID FROM ITS OWN VALUE; A BLANK FIELD STAYS
      * BLANK.
       200100-MASK-CUSTOMER-ROW.

           MOVE 'FN'        TO WS-MSK-TAG
           MOVE WS-CUST-KEY TO WS-MSK-VALUE
           PERFORM 400000-HASH-VALUE
           DIVIDE WS-MSK-HASH BY 20 GIVING WS-MSK-QUOT
               REMAINDER WS-MSK-PICK
           ADD 1 TO WS-MSK-PICK
           MOVE WS-FIRST-NAME(WS-MSK-PICK) TO ACN-CUSTM-NAME-FRSTNM

           IF ACN-CUSTM-NAME-MDLNM NOT = SPACES
               DIVIDE WS-MSK-QUOT BY 26 GIVING WS-MSK-QUOT
                   REMAINDER WS-MSK-PICK
               ADD 2 TO WS-MSK-PICK
               MOVE SPACES TO ACN-CUSTM-NAME-MDLNM
               MOVE WS-MSK-ALPHABET(WS-MSK-PICK:1)
                   TO ACN-CUSTM-NAME-MDLNM(1:1)
           END-IF

           MOVE 'LN'        TO WS-MSK-TAG
           MOVE WS-CUST-KEY TO WS-MSK-VALUE
           PERFORM 400000-HASH-VALUE
           DIVIDE WS-MSK-HASH BY 20 GIVING WS-MSK-QUOT
               REMAINDER WS-MSK-PICK
           ADD 1 TO WS-MSK-PICK
           MOVE WS-LAST-NAME(WS-MSK-PICK) TO ACN-CUSTM-NAME-LASTNM

           IF ACN-CUSTM-REG-NAME NOT = SPACES
               MOVE SPACES TO ACN-CUSTM-REG-NAME
               STRING WS-LAST-NAME(WS-MSK-PICK) DELIMITED BY SPACE
                      ' SERVICIOS SL'           DELIMITED BY SIZE
                      INTO ACN-CUSTM-REG-NAME
           END-IF

           MOVE SPACES      TO WS-MSK-VALUE
           MOVE WS-CUST-KEY TO WS-MSK-VALUE
           PERFORM 410000-MASK-STREET
           MOVE WS-MSK-STREET TO ACN-CUSTM-ADDR

           IF ACN-CUSTM-TAX-ID NOT = SPACES
               MOVE 'TX'             TO WS-MSK-TAG
               MOVE ACN-CUSTM-TAX-ID TO WS-MSK-VALUE
               PERFORM 420000-MASK-ID-NUMBER
               MOVE WS-MSK-ID-NO     TO ACN-CUSTM-TAX-ID
           END-IF

           MOVE 'DB'        TO WS-MSK-TAG
           MOVE WS-CUST-KEY TO WS-MSK-VALUE
           PERFORM 400000-HASH-VALUE
           DIVIDE WS-MSK-HASH BY 12 GIVING WS-MSK-QUOT
               REMAINDER WS-MSK-MM
           ADD 1 TO WS-MSK-MM
           DIVIDE WS-MSK-QUOT BY 28 GIVING WS-MSK-QUOT
               REMAINDER WS-MSK-DD
           ADD 1 TO WS-MSK-DD
           MOVE WS-MSK-MM TO ACN-CUSTM-DOB(6:2)
           MOVE WS-MSK-DD TO ACN-CUSTM-DOB(9:2).
      ******************************************************************
      * 210000-EXTRACT-ADDRESSES UNLOADS THE STRUCTURED ADDRESSES.
      * THE PREFERRED ADDRESS MASKS FROM THE CUSTOMER NUMBER ALONE,
      * MATCHING THE MASTER; ANY OTHER FROM THE CUSTOMER AND ITS OWN
      * STREET.
       210000-EXTRACT-ADDRESSES.

           MOVE 'N' TO WS-SUB-EOF-SW

           EXEC SQL
               OPEN MASK-ADDR-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'CUSTADDR' TO DB2-OBJECT
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF

           PERFORM 210100-EXTRACT-ONE-ADDRESS UNTIL WS-SUB-EOF

           EXEC SQL
               CLOSE MASK-ADDR-CSR
           END-EXEC.
      ******************************************************************
       210100-EXTRACT-ONE-ADDRESS.

           EXEC SQL
               FETCH MASK-ADDR-CSR
                INTO :CADR-CUST-NO, :CADR-STREET, :CADR-TOWN,
                     :CADR-POSTCODE, :CADR-COUNTRY, :CADR-PREF-FLG,
                     :CADR-UPD-DATE, :CADR-GONE-FLG
           END-EXEC

           IF SQLCODE = ZERO
               MOVE SPACES      TO WS-MSK-VALUE
               MOVE WS-CUST-KEY TO WS-MSK-VALUE(1:10)
               IF CADR-PREF-FLG NOT = 'Y'
                   MOVE CADR-STREET(1:28) TO WS-MSK-VALUE(11:28)
               END-IF
               PERFORM 410000-MASK-STREET
               MOVE WS-MSK-STREET TO CADR-STREET

               MOVE 'TW' TO WS-MSK-TAG
               PERFORM 400000-HASH-VALUE
               DIVIDE WS-MSK-HASH BY 10 GIVING WS-MSK-QUOT
                   REMAINDER WS-MSK-PICK
               ADD 1 TO WS-MSK-PICK
               MOVE WS-TOWN-NAME(WS-MSK-PICK) TO CADR-TOWN

               IF CADR-POSTCODE NOT = SPACES
                   DIVIDE WS-MSK-QUOT BY 100000 GIVING WS-MSK-QUOT
                       REMAINDER WS-MSK-DIGITS5
                   MOVE SPACES         TO CADR-POSTCODE
                   MOVE WS-MSK-DIGITS5 TO CADR-POSTCODE(1:5)
               END-IF

               WRITE RE-TDADDR FROM DCLCUSTADDR
               ADD 1 TO WS-CTL-ADDR-CNT
           ELSE
               MOVE 'CUSTADDR' TO DB2-OBJECT
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF.
      ******************************************************************
      * 220000-EXTRACT-DOCUMENTS UNLOADS THE IDENTITY DOCUMENTS WITH
      * EACH NUMBER MASKED FROM ITS OWN VALUE.
       220000-EXTRACT-DOCUMENTS.

           MOVE 'N' TO WS-SUB-EOF-SW

           EXEC SQL
               OPEN MASK-IDOC-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'CUSTIDOC' TO DB2-OBJECT
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF

           PERFORM 220100-EXTRACT-ONE-DOCUMENT UNTIL WS-SUB-EOF

           EXEC SQL
               CLOSE MASK-IDOC-CSR
           END-EXEC.
      ******************************************************************
       220100-EXTRACT-ONE-DOCUMENT.

           EXEC SQL
               FETCH MASK-IDOC-CSR
                INTO :CID-CUST-NO, :CID-DOC-TYPE, :CID-DOC-NO,
                     :CID-ISS-DATE, :CID-EXP-DATE, :CID-UPD-DATE
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'DC'         TO WS-MSK-TAG
               MOVE CID-DOC-NO   TO WS-MSK-VALUE
               PERFORM 420000-MASK-ID-NUMBER
               MOVE WS-MSK-ID-NO TO CID-DOC-NO
               WRITE RE-TDIDOC FROM DCLCUSTIDOC
               ADD 1 TO WS-CTL-IDOC-CNT
           ELSE
               MOVE 'CUSTIDOC' TO DB2-OBJECT
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF.
      ******************************************************************
      * 230000-EXTRACT-LOANS UNLOADS EVERY LOAN OF THE CUSTOMER AS IT
      * STANDS, EACH FOLLOWED BY ITS SCHEDULE AND ITS MANDATES.
       230000-EXTRACT-LOANS.

           MOVE 'N' TO WS-SUB-EOF-SW

           EXEC SQL
               OPEN MASK-LOAN-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'LOANMSTR' TO DB2-OBJECT
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF

           PERFORM 230100-EXTRACT-ONE-LOAN UNTIL WS-SUB-EOF

           EXEC SQL
               CLOSE MASK-LOAN-CSR
           END-EXEC.
      ******************************************************************
       230100-EXTRACT-ONE-LOAN.

           EXEC SQL
               FETCH MASK-LOAN-CSR
                INTO :LLOANM-CAT, :LLOANM-NO, :LLOANM-TERM,
                     :LLOANM-TITLE, :LLOANM-ROI, :LLOANM-MAX-AMT,
                     :LLOANM-MIN-AGE, :LLOANM-MAX-AGE, :LLOANM-ST,
                     :LLOANM-CUST-NO, :LLOANM-ORIG-DATE, :LLOANM-CCY,
                     :LLOANM-BRN, :LLOANM-DD-MAND
           END-EXEC

           IF SQLCODE = ZERO
               WRITE RE-TDLOAN FROM DCLLOANMSTR
               ADD 1 TO WS-CTL-LOAN-CNT
               MOVE LLOANM-CAT TO WS-LOAN-CAT
               MOVE LLOANM-NO  TO WS-LOAN-NO
               PERFORM 231000-EXTRACT-SCHEDULE
               PERFORM 232000-EXTRACT-MANDATES
           ELSE
               MOVE 'LOANMSTR' TO DB2-OBJECT
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF.
      ******************************************************************
       231000-EXTRACT-SCHEDULE.

           MOVE 'N' TO WS-DTL-EOF-SW

           EXEC SQL
               OPEN MASK-SCHD-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'LOANSCHD' TO DB2-OBJECT
               PERFORM 870000-END-OF-DTL-CURSOR
           END-IF

           PERFORM 231100-EXTRACT-ONE-INSTALMENT UNTIL WS-DTL-EOF

           EXEC SQL
               CLOSE MASK-SCHD-CSR
           END-EXEC.
      ******************************************************************
       231100-EXTRACT-ONE-INSTALMENT.

           EXEC SQL
               FETCH MASK-SCHD-CSR
                INTO :LSCH-CAT, :LSCH-NO, :LSCH-SEQ, :LSCH-DUE-DATE,
                     :LSCH-PRIN-AMT, :LSCH-INT-AMT, :LSCH-EXP-BAL,
                     :LSCH-ST, :LSCH-PAID-DATE
           END-EXEC

           IF SQLCODE = ZERO
               WRITE RE-TDSCHD FROM DCLLOANSCHED
               ADD 1 TO WS-CTL-SCHD-CNT
           ELSE
               MOVE 'LOANSCHD' TO DB2-OBJECT
               PERFORM 870000-END-OF-DTL-CURSOR
           END-IF.
      ******************************************************************
      * 232000-EXTRACT-MANDATES UNLOADS THE LOAN'S DIRECT-DEBIT
      * MANDATES WITH THE DEBTOR ACCOUNT MASKED FROM ITS OWN VALUE,
      * SO AN ACCOUNT USED ON SEVERAL MANDATES STAYS ONE ACCOUNT.
       232000-EXTRACT-MANDATES.

           MOVE 'N' TO WS-DTL-EOF-SW

           EXEC SQL
               OPEN MASK-MAND-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'DDMANDT'  TO DB2-OBJECT
               PERFORM 870000-END-OF-DTL-CURSOR
           END-IF

           PERFORM 232100-EXTRACT-ONE-MANDATE UNTIL WS-DTL-EOF

           EXEC SQL
               CLOSE MASK-MAND-CSR
           END-EXEC.
      ******************************************************************
       232100-EXTRACT-ONE-MANDATE.

           EXEC SQL
               FETCH MASK-MAND-CSR
                INTO :DDMN-LOAN-CAT, :DDMN-LOAN-NO, :DDMN-BANK-ACC,
                     :DDMN-MAND-REF, :DDMN-SIGN-DATE, :DDMN-CANC-DATE,
                     :DDMN-ST
           END-EXEC

           IF SQLCODE = ZERO
               PERFORM 430000-MASK-BANK-ACCOUNT
               MOVE WS-MSK-BANK-ACC TO DDMN-BANK-ACC
               WRITE RE-TDMAND FROM DCLDDMANDT
               ADD 1 TO WS-CTL-MAND-CNT
           ELSE
               MOVE 'DDMANDT'  TO DB2-OBJECT
               PERFORM 870000-END-OF-DTL-CURSOR
           END-IF.
      ******************************************************************
       240000-EXTRACT-DEPOSITS.

           MOVE 'N' TO WS-SUB-EOF-SW

           EXEC SQL
               OPEN MASK-DEPO-CSR
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'DEPOMSTR' TO DB2-OBJECT
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF

           PERFORM 240100-EXTRACT-ONE-DEPOSIT UNTIL WS-SUB-EOF

           EXEC SQL
               CLOSE MASK-DEPO-CSR
           END-EXEC.
      ******************************************************************
       240100-EXTRACT-ONE-DEPOSIT.

           EXEC SQL
               FETCH MASK-DEPO-CSR
                INTO :DEPM-ACC, :DEPM-CUST-NO, :DEPM-COD-PROD,
                     :DEPM-BAL, :DEPM-MAT-DATE, :DEPM-ROI, :DEPM-ST,
                     :DEPM-OPEN-DATE, :DEPM-HELD-AMT, :DEPM-CCY
           END-EXEC

           IF SQLCODE = ZERO
               WRITE RE-TDDEPO FROM DCLDEPOMSTR
               ADD 1 TO WS-CTL-DEPO-CNT
           ELSE
               MOVE 'DEPOMSTR' TO DB2-OBJECT
               PERFORM 860000-END-OF-SUB-CURSOR
           END-IF.
      ******************************************************************
      * 300000-EXTRACT-RISK-FILE CUTS THE RISK-POSITION EXTRACT DOWN
      * TO THE SELECTED CUSTOMERS' POSITIONS.
       300000-EXTRACT-RISK-FILE.

           OPEN INPUT RISKIN-FILE

           PERFORM 300100-READ-RISK-RECORD

           PERFORM 300200-FILTER-RISK-RECORD UNTIL WS-RISK-EOF

           CLOSE RISKIN-FILE.
      ******************************************************************
       300100-READ-RISK-RECORD.

           READ RISKIN-FILE INTO RVFC007
               AT END
                   MOVE 'Y' TO WS-RISK-EOF-SW
           END-READ

           IF NOT WS-RISK-EOF
               ADD 1 TO WS-CTL-RISK-READ-CNT
           END-IF.
      ******************************************************************
      * 300200-FILTER-RISK-RECORD RESOLVES THE POSITION'S CUSTOMER
      * BY PRODUCT TYPE - A LOAN THROUGH LOANMSTR, A GUARANTEE
      * THROUGH AVALMSTR, A DEPOSIT ON F007-CUN - AND KEEPS IT WHEN
      * THAT CUSTOMER WAS UNLOADED. THE FREE-TEXT DECLINE REASON IS
      * THE ONLY PERSONAL FIELD ON THE RECORD; A NON-BLANK ONE IS
      * REPLACED SO THE DECLINE LOGIC STILL SEES A REASON.
       300200-FILTER-RISK-RECORD.

           MOVE SPACES TO WS-RISK-CUST-KEY
           PERFORM 300500-FIND-PRODCODE-ENTRY

           EVALUATE TRUE
               WHEN WS-PRODCODE-IS-LOAN
                   PERFORM 300300-LOOKUP-LOAN-CUSTOMER
               WHEN WS-PRODCODE-IS-DEPOSIT
                   IF F007-CUN IS NUMERIC
                       MOVE F007-CUN     TO WS-RISK-NO-9
                       MOVE WS-RISK-NO-9 TO WS-RISK-CUST-KEY
                   ELSE
                       MOVE F007-CUN     TO WS-RISK-CUST-KEY
                   END-IF
               WHEN WS-PRODCODE-IS-CONTINGENT
                   PERFORM 300400-LOOKUP-AVAL-CUSTOMER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE 'N' TO WS-SEL-CUST-FOUND-SW
           IF WS-RISK-CUST-KEY NOT = SPACES
               SEARCH ALL WS-SEL-CUST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SEL-CUST-NO(WS-SEL-CUST-IDX)
                            = WS-RISK-CUST-KEY
                       MOVE 'Y' TO WS-SEL-CUST-FOUND-SW
               END-SEARCH
           END-IF

           IF WS-SEL-CUST-FOUND
               IF F007-DECLIN-RSN NOT = SPACES
                   MOVE 'TEST DECLINE REASON' TO F007-DECLIN-RSN
               END-IF
               WRITE RE-TDRISK FROM RVFC007
               ADD 1 TO WS-CTL-RISK-CNT
           END-IF

           PERFORM 300100-READ-RISK-RECORD.
      ******************************************************************
       300300-LOOKUP-LOAN-CUSTOMER.

           IF F007-NUM-RISK IS NUMERIC
               MOVE F007-NUM-RISK TO WS-RISK-NO-9
               MOVE WS-RISK-NO-9  TO LLOANM-NO

               EXEC SQL
                   SELECT LOANM_CUST_NO
                     INTO :LLOANM-CUST-NO
                     FROM IDC015.LOANMSTR
                    WHERE LOANM_NO = :LLOANM-NO
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = ZERO
                       MOVE LLOANM-CUST-NO TO WS-RISK-CUST-KEY
                   WHEN SQLCODE = +100
                       CONTINUE
                   WHEN OTHER
                       MOVE 'LOANMSTR'    TO DB2-OBJECT
                       MOVE 'SELECT'      TO DB2-STATEMENT
                       MOVE F007-NUM-RISK TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
               END-EVALUATE
           END-IF.
      ******************************************************************
       300400-LOOKUP-AVAL-CUSTOMER.

           IF F007-NUM-RISK IS NUMERIC
               MOVE F007-NUM-RISK TO WS-RISK-NO-9
               MOVE WS-RISK-NO-9  TO AVAL-NO

               EXEC SQL
                   SELECT AVAL_CUST_NO
                     INTO :AVAL-CUST-NO
                     FROM IDC015.AVALMSTR
                    WHERE AVAL_NO = :AVAL-NO
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = ZERO
                       MOVE AVAL-CUST-NO TO WS-RISK-CUST-KEY
                   WHEN SQLCODE = +100
                       CONTINUE
                   WHEN OTHER
                       MOVE 'AVALMSTR'    TO DB2-OBJECT
                       MOVE 'SELECT'      TO DB2-STATEMENT
                       MOVE F007-NUM-RISK TO DB2-REFERENCE1
                       PERFORM 900200-LOG-DB2-ERROR
               END-EVALUATE
           END-IF.
      ******************************************************************
       300500-FIND-PRODCODE-ENTRY.

           MOVE SPACE TO WS-PRODCODE-TYPE-FOUND
           SET WS-PRODCODE-IDX TO 1

           SEARCH WS-PRODCODE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PRODCODE-CODE(WS-PRODCODE-IDX) = F007-COD-PROD
                   MOVE WS-PRODCODE-TYPE(WS-PRODCODE-IDX)
                       TO WS-PRODCODE-TYPE-FOUND
           END-SEARCH.
      ******************************************************************
      * 400000-HASH-VALUE FOLDS THE MASKING KEY, WS-MSK-TAG AND
      * WS-MSK-VALUE INTO WS-MSK-HASH (0 TO 999,999,936).
       400000-HASH-VALUE.

           MOVE ZERO TO WS-MSK-HASH

           PERFORM 400010-HASH-ONE-CHAR
               VARYING WS-MSK-IX FROM 1 BY 1
               UNTIL WS-MSK-IX > 48.
      ******************************************************************
       400010-HASH-ONE-CHAR.

           MOVE WS-MSK-INPUT(WS-MSK-IX:1) TO WS-MSK-CHAR
           MOVE ZERO TO WS-MSK-POS
           INSPECT WS-MSK-ALPHABET TALLYING WS-MSK-POS
               FOR CHARACTERS BEFORE INITIAL WS-MSK-CHAR

           COMPUTE WS-MSK-WORK = WS-MSK-HASH * 41 + WS-MSK-POS + 1
           DIVIDE WS-MSK-WORK BY 999999937 GIVING WS-MSK-QUOT
               REMAINDER WS-MSK-HASH.
      ******************************************************************
      * 410000-MASK-STREET BUILDS A FICTITIOUS STREET ADDRESS FROM
      * WS-MSK-VALUE INTO WS-MSK-STREET: 'CALLE', A STREET FROM THE
      * LIST AND A HOUSE NUMBER FROM 1 TO 199.
       410000-MASK-STREET.

           MOVE 'AD' TO WS-MSK-TAG
           PERFORM 400000-HASH-VALUE
           DIVIDE WS-MSK-HASH BY 20 GIVING WS-MSK-QUOT
               REMAINDER WS-MSK-PICK
           ADD 1 TO WS-MSK-PICK
           DIVIDE WS-MSK-QUOT BY 199 GIVING WS-MSK-QUOT
               REMAINDER WS-MSK-NUM
           ADD 1 TO WS-MSK-NUM
           MOVE WS-MSK-NUM TO WS-MSK-NUM-X

           MOVE SPACES TO WS-MSK-STREET
           STRING 'CALLE '                   DELIMITED BY SIZE
                  WS-STREET-NAME(WS-MSK-PICK) DELIMITED BY SPACE
                  ' '                        DELIMITED BY SIZE
                  WS-MSK-NUM-X               DELIMITED BY SIZE
                  INTO WS-MSK-STREET.
      ******************************************************************
      * 420000-MASK-ID-NUMBER TURNS THE IDENTITY NUMBER IN
      * WS-MSK-VALUE (TAGGED BY THE CALLER) INTO EIGHT DIGITS AND
      * THEIR CHECK LETTER IN WS-MSK-ID-NO.
       420000-MASK-ID-NUMBER.

           PERFORM 400000-HASH-VALUE
           DIVIDE WS-MSK-HASH BY 100000000 GIVING WS-MSK-QUOT
               REMAINDER WS-MSK-DIGITS8
           MOVE WS-MSK-DIGITS8 TO WS-MSK-ID-DIGITS
           DIVIDE WS-MSK-DIGITS8 BY 23 GIVING WS-MSK-QUOT
               REMAINDER WS-MSK-PICK
           ADD 1 TO WS-MSK-PICK
           MOVE WS-ID-LETTERS(WS-MSK-PICK:1) TO WS-MSK-ID-LETTER.
      ******************************************************************
      * 430000-MASK-BANK-ACCOUNT TURNS DDMN-BANK-ACC INTO A
      * FICTITIOUS ES ACCOUNT NUMBER IN WS-MSK-BANK-ACC, FROM THREE
      * INDEPENDENT HASHES OF THE ORIGINAL ACCOUNT.
       430000-MASK-BANK-ACCOUNT.

           MOVE DDMN-BANK-ACC TO WS-MSK-VALUE

           MOVE 'B1' TO WS-MSK-TAG
           PERFORM 400000-HASH-VALUE
           DIVIDE WS-MSK-HASH BY 100 GIVING WS-MSK-QUOT
               REMAINDER WS-MSK-DIGITS2
           MOVE WS-MSK-DIGITS2 TO WS-MSK-BA-CHECK

           MOVE 'B2' TO WS-MSK-TAG
           PERFORM 400000-HASH-VALUE
           DIVIDE WS-MSK-HASH BY 100000000 GIVING WS-MSK-QUOT
               REMAINDER WS-MSK-DIGITS8
           MOVE WS-MSK-DIGITS8 TO WS-MSK-BA-PART1

           MOVE 'B3' TO WS-MSK-TAG
           PERFORM 400000-HASH-VALUE
           DIVIDE WS-MSK-HASH BY 100000000 GIVING WS-MSK-QUOT
               REMAINDER WS-MSK-DIGITS8
           MOVE WS-MSK-DIGITS8 TO WS-MSK-BA-PART2.
      ******************************************************************
      * 860000/870000 END A PER-CUSTOMER OR PER-LOAN CURSOR. ANYTHING
      * BUT END OF DATA IS LOGGED AGAINST DB2-OBJECT AND MARKS THE
      * SUBSET INCONSISTENT.
       860000-END-OF-SUB-CURSOR.

           IF SQLCODE NOT = +100
               MOVE 'FETCH'     TO DB2-STATEMENT
               MOVE WS-CUST-KEY TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF

           MOVE 'Y' TO WS-SUB-EOF-SW.
      ******************************************************************
       870000-END-OF-DTL-CURSOR.

           IF SQLCODE NOT = +100
               MOVE 'FETCH'     TO DB2-STATEMENT
               MOVE WS-CUST-KEY TO DB2-REFERENCE1
               PERFORM 900200-LOG-DB2-ERROR
           END-IF

           MOVE 'Y' TO WS-DTL-EOF-SW.
      ******************************************************************
      * 900100-PRINT-REPORT WRITES THE SELECTION AND THE RECORD COUNT
      * OF EVERY UNLOAD FILE.
       900100-PRINT-REPORT.

           MOVE SPACES TO RE-MASKRPT
           STRING 'MASK100 - MASKED TEST-DATA EXTRACT - SELECTION '
                  WS-SEL-TYPE ' ' MPARM-SEL-VALUE
                  DELIMITED BY SIZE
                  INTO RE-MASKRPT
           WRITE RE-MASKRPT

           MOVE 'TD1DQ001'          TO WS-RC-DDNAME
           MOVE 'CUSTM_TABLE'       TO WS-RC-OBJECT
           MOVE WS-CTL-CUST-CNT     TO WS-RC-COUNT
           WRITE RE-MASKRPT FROM WS-RPT-COUNT-LINE
           MOVE 'TD1DQ002'          TO WS-RC-DDNAME
           MOVE 'CUSTADDR'          TO WS-RC-OBJECT
           MOVE WS-CTL-ADDR-CNT     TO WS-RC-COUNT
           WRITE RE-MASKRPT FROM WS-RPT-COUNT-LINE
           MOVE 'TD1DQ003'          TO WS-RC-DDNAME
           MOVE 'CUSTIDOC'          TO WS-RC-OBJECT
           MOVE WS-CTL-IDOC-CNT     TO WS-RC-COUNT
           WRITE RE-MASKRPT FROM WS-RPT-COUNT-LINE
           MOVE 'TD1DQ004'          TO WS-RC-DDNAME
           MOVE 'LOANMSTR'          TO WS-RC-OBJECT
           MOVE WS-CTL-LOAN-CNT     TO WS-RC-COUNT
           WRITE RE-MASKRPT FROM WS-RPT-COUNT-LINE
           MOVE 'TD1DQ005'          TO WS-RC-DDNAME
           MOVE 'LOANSCHED'         TO WS-RC-OBJECT
           MOVE WS-CTL-SCHD-CNT     TO WS-RC-COUNT
           WRITE RE-MASKRPT FROM WS-RPT-COUNT-LINE
           MOVE 'TD1DQ006'          TO WS-RC-DDNAME
           MOVE 'DEPOMSTR'          TO WS-RC-OBJECT
           MOVE WS-CTL-DEPO-CNT     TO WS-RC-COUNT
           WRITE RE-MASKRPT FROM WS-RPT-COUNT-LINE
           MOVE 'TD1DQ007'          TO WS-RC-DDNAME
           MOVE 'DDMANDT'           TO WS-RC-OBJECT
           MOVE WS-CTL-MAND-CNT     TO WS-RC-COUNT
           WRITE RE-MASKRPT FROM WS-RPT-COUNT-LINE
           MOVE 'TD1DQ008'          TO WS-RC-DDNAME
           MOVE 'RISK EXTRACT'      TO WS-RC-OBJECT
           MOVE WS-CTL-RISK-CNT     TO WS-RC-COUNT
           WRITE RE-MASKRPT FROM WS-RPT-COUNT-LINE

           MOVE SPACES TO RE-MASKRPT
           EVALUATE TRUE
               WHEN WS-DB2-ERR
                   MOVE 'A DB2 READ FAILED - DO NOT LOAD THIS SUBSET'
                       TO RE-MASKRPT
               WHEN WS-CUST-FULL
                   MOVE 'MAXIMUM NUMBER OF CUSTOMERS REACHED'
                       TO RE-MASKRPT
               WHEN OTHER
                   MOVE 'SUBSET COMPLETE' TO RE-MASKRPT
           END-EVALUATE
           WRITE RE-MASKRPT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE AND MARKS THE SUBSET INCONSISTENT.
       900200-LOG-DB2-ERROR.

           MOVE 'Y'        TO WS-DB2-ERR-SW
           MOVE 'MASK100 ' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT.
       900000-PRINT-CONTROL-TOTALS.

           DISPLAY 'MASK100 CONTROL TOTALS'
           DISPLAY '  CUSTOMERS UNLOADED ............... : '
                   WS-CTL-CUST-CNT
           DISPLAY '  ADDRESSES ........................ : '
                   WS-CTL-ADDR-CNT
           DISPLAY '  IDENTITY DOCUMENTS ............... : '
                   WS-CTL-IDOC-CNT
           DISPLAY '  LOANS ............................ : '
                   WS-CTL-LOAN-CNT
           DISPLAY '  SCHEDULE INSTALMENTS ............. : '
                   WS-CTL-SCHD-CNT
           DISPLAY '  DEPOSITS ......................... : '
                   WS-CTL-DEPO-CNT
           DISPLAY '  MANDATES ......................... : '
                   WS-CTL-MAND-CNT
           DISPLAY '  RISK POSITIONS READ .............. : '
                   WS-CTL-RISK-READ-CNT
           DISPLAY '  RISK POSITIONS KEPT .............. : '
                   WS-CTL-RISK-CNT.
      ******************************************************************
