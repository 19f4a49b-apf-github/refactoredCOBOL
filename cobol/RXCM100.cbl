      ******************************************************************
      * RXCM100 COMPARES TWO RV3C0100 RISK EXTRACTS FIELD BY FIELD -
      * BEFORE AND AFTER A CHANGE TO A REFERENCE TABLE, PROVISIONING
      * MATRIX OR PRODUCT-CODE TABLE, OR PRODUCTION AGAINST A TEST
      * RERUN - SO THE EFFECT OF THE CHANGE ON THE CIRBE OUTPUT CAN BE
      * SEEN IN FULL INSTEAD OF BY SPOT-CHECKING RSKI100.
      * THE BASE EXTRACT (I1DQ3601) AND THE NEW ONE (I1DQ3602) ARE
      * MATCHED ON ENTITY AND F007-NUM-RISK. RV3C0100 WRITES ITS
      * OUTPUT IN ENTITY ORDER ONLY, SO THE JOB SORTS BOTH COPIES ON
      * THAT KEY FIRST (KEEPING THE ORIGINAL ORDER OF ANY POSITIONS
      * SHARING A KEY, WHICH ARE THEN PAIRED IN TURN); AN EXTRACT FED
      * IN OUT OF ORDER STOPS THE RUN. THE PER-ENTITY HEADER AND
      * TRAILER RECORDS ARE SKIPPED.
      * THE RPTDQ015 REPORT LISTS EVERY POSITION ADDED OR DROPPED AND,
      * FOR EVERY POSITION ON BOTH, EACH RVFC007 FIELD THAT DIFFERS
      * WITH ITS OLD AND NEW VALUES (AMOUNTS AND RATES EDITED, TEXT
      * SHOWN TO 40 CHARACTERS). IT ENDS WITH THE NUMBER OF POSITIONS
      * IN WHICH EACH FIELD CHANGED, AND BY PRODUCT CODE THE
      * POSITIONS UNCHANGED, CHANGED, ADDED AND DROPPED.
      * EXPECTED CHANGES ARE SUPPRESSED BY TOLERANCE CARDS ON
      * PM1DQ018, ONE PER FIELD (AND OPTIONALLY PER PRODUCT):
      *   COLUMNS  1-22  THE RVFC007 FIELD NAME (F007-AMT-PROV);
      *   COLUMNS 24-25  A PRODUCT CODE, OR BLANK FOR EVERY PRODUCT;
      *   COLUMNS 27-41  FOR A NUMERIC FIELD, THE LARGEST DIFFERENCE
      *                  TO SUPPRESS (9 WHOLE DIGITS AND 6 DECIMALS,
      *                  NO POINT); BLANK SUPPRESSES ANY CHANGE. ON A
      *                  TEXT FIELD ANY CHANGE IS SUPPRESSED.
      * A CARD WITH '*' IN COLUMN 1 IS A COMMENT. A SUPPRESSED
      * DIFFERENCE IS NOT LISTED BUT IS COUNTED SEPARATELY IN THE
      * FIELD SUMMARY; A POSITION WHOSE ONLY DIFFERENCES WERE
      * SUPPRESSED COUNTS AS UNCHANGED.
      * CONDITION CODES: 4 DIFFERENCES WERE FOUND, 12 A TOLERANCE
      * CARD WAS REJECTED OR AN EXTRACT WAS OUT OF ORDER.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RXCM100.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
           SELECT BASE-FILE     ASSIGN I1DQ3601.
           SELECT NEW-FILE      ASSIGN I1DQ3602.
           SELECT TOLPARM-FILE  ASSIGN PM1DQ018.
           SELECT RXCMRPT-FILE  ASSIGN RPTDQ015.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * BASE-FILE AND NEW-FILE ARE THE TWO RV3C0100 OUTPUT EXTRACTS
      * (RVFC007 LAYOUT), SORTED ON ENTITY AND F007-NUM-RISK.
       FD  BASE-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-BASE                          PIC X(750).
      ******************************************************************
       FD  NEW-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-NEW                           PIC X(750).
      ******************************************************************
      * TOLPARM-FILE CARRIES THE TOLERANCE CARDS (SEE ABOVE).
       FD  TOLPARM-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-TOLPARM.
           05  TPARM-FIELD                  PIC X(22).
           05  FILLER                       PIC X(1).
           05  TPARM-PROD                   PIC X(2).
           05  FILLER                       PIC X(1).
           05  TPARM-TOL                    PIC X(15).
           05  TPARM-TOL-N REDEFINES TPARM-TOL
                                            PIC 9(9)V9(6).
           05  FILLER                       PIC X(39).
      ******************************************************************
      * RXCMRPT-FILE IS THE PRINTED COMPARE REPORT.
       FD  RXCMRPT-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-RXCMRPT                       PIC X(132).
      ******************************************************************

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SWITCHES.
       01  WS-SWITCHES.
           05  WS-TOL-EOF-SW                PIC X(1)    VALUE 'N'.
               88  WS-TOL-EOF                           VALUE 'Y'.
           05  WS-POS-CHANGED-SW            PIC X(1)    VALUE 'N'.
               88  WS-POS-CHANGED                       VALUE 'Y'.
           05  WS-SUPPRESS-SW               PIC X(1)    VALUE 'N'.
               88  WS-SUPPRESSED                        VALUE 'Y'.
           05  WS-FOUND-SW                  PIC X(1)    VALUE 'N'.
               88  WS-FOUND                             VALUE 'Y'.
      ******************************************************************
      * THE CURRENT RECORD OF EACH EXTRACT, WITH ITS MATCH KEY. THE
      * KEY FIELDS SIT WHERE RVFC007 CARRIES F007-ENT, F007-COD-PROD
      * AND F007-NUM-RISK. AT END OF FILE THE KEY IS HIGH-VALUES.
       01  WS-BASE-REC.
           05  WS-BASE-ENT                  PIC X(4).
           05  WS-BASE-PROD                 PIC X(2).
           05  FILLER                       PIC X(8).
           05  WS-BASE-NUM-RISK             PIC X(10).
           05  FILLER                       PIC X(726).
       01  WS-BASE-KEY.
           05  WS-BK-ENT                    PIC X(4).
           05  WS-BK-NUM-RISK               PIC X(10).
       01  WS-BASE-PREV-KEY                 PIC X(14)
                                            VALUE LOW-VALUES.
       01  WS-NEW-REC.
           05  WS-NEW-ENT                   PIC X(4).
           05  WS-NEW-PROD                  PIC X(2).
           05  FILLER                       PIC X(8).
           05  WS-NEW-NUM-RISK              PIC X(10).
           05  FILLER                       PIC X(726).
       01  WS-NEW-KEY.
           05  WS-NK-ENT                    PIC X(4).
           05  WS-NK-NUM-RISK               PIC X(10).
       01  WS-NEW-PREV-KEY                  PIC X(14)
                                            VALUE LOW-VALUES.
      ******************************************************************
      * THE RVFC007 FIELDS COMPARED: NAME, OFFSET AND LENGTH IN THE
      * RECORD, AND TYPE - 'X' TEXT, OR THE PACKED PICTURE: 'A'
      * S9(15)V9(2), 'B' S9(13)V9(2), 'C' S9(3), 'D' S9(8),
      * 'E' S9(3)V9(6), 'F' S9(5), 'G' S9(2)V9(3). A FIELD ADDED TO
      * RVFC007 IS ADDED HERE.
       01  WS-FIELD-VALUES.
           05  FILLER  PIC X(29) VALUE 'F007-ENT              001004X'.
           05  FILLER  PIC X(29) VALUE 'F007-COD-PROD         005002X'.
           05  FILLER  PIC X(29) VALUE 'F007-ENT-CAC          007004X'.
           05  FILLER  PIC X(29) VALUE 'F007-CEN-CAC          011004X'.
           05  FILLER  PIC X(29) VALUE 'F007-NUM-RISK         015010X'.
           05  FILLER  PIC X(29) VALUE 'F007-RISKSEQ          025002C'.
           05  FILLER  PIC X(29) VALUE 'F007-ENT-OWN          027004X'.
           05  FILLER  PIC X(29) VALUE 'F007-CEN-OWN          031004X'.
           05  FILLER  PIC X(29) VALUE 'F007-TYP-RISK         035002X'.
           05  FILLER  PIC X(29) VALUE 'F007-DAT-FML          037010X'.
           05  FILLER  PIC X(29) VALUE 'F007-DAT-MAT          047010X'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-FML          057009A'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-AVA          066009A'.
           05  FILLER  PIC X(29) VALUE 'F007-DEBTBAL          075009A'.
           05  FILLER  PIC X(29) VALUE 'F007-EXPRBAL          084009A'.
           05  FILLER  PIC X(29) VALUE 'F007-COD-SLPAY        093004X'.
           05  FILLER  PIC X(29) VALUE 'F007-FLG-SLPAYRISK    097001X'.
           05  FILLER  PIC X(29) VALUE 'F007-DAT-NPAY         098010X'.
           05  FILLER  PIC X(29) VALUE 'F007-NUM-NPAY         108002C'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-NPAY         110009A'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-PROV         119009A'.
           05  FILLER  PIC X(29) VALUE 'F007-FLG-INTST        128003X'.
           05  FILLER  PIC X(29) VALUE 'F007-KEY-CBRISK       131001X'.
           05  FILLER  PIC X(29) VALUE 'F007-FCC              132003X'.
           05  FILLER  PIC X(29) VALUE 'F007-KEY-CBTERM       135001X'.
           05  FILLER  PIC X(29) VALUE 'F007-KEY-CBCOLT       136001X'.
           05  FILLER  PIC X(29) VALUE 'F007-KEY-CBST         137001X'.
           05  FILLER  PIC X(29) VALUE 'F007-NCBA             138005X'.
           05  FILLER  PIC X(29) VALUE 'F007-COD-SRGN         143002C'.
           05  FILLER  PIC X(29) VALUE 'F007-COD-CBSEC        145005D'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-NOEXPR       150009A'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-LASTEXPRNPAY 159009A'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-PRVEXPRNPAY  168009A'.
           05  FILLER  PIC X(29) VALUE 'F007-IRT              177005E'.
           05  FILLER  PIC X(29) VALUE 'F007-FLG-GUAPLCY      182001X'.
           05  FILLER  PIC X(29) VALUE 'F007-FLG-RFNC         183001X'.
           05  FILLER  PIC X(29) VALUE 'F007-COD-COMMPROD     184006X'.
           05  FILLER  PIC X(29) VALUE 'F007-PER-RTN          190002C'.
           05  FILLER  PIC X(29) VALUE 'F007-FLG-INTF         192001X'.
           05  FILLER  PIC X(29) VALUE 'F007-FLG-MOD          193001X'.
           05  FILLER  PIC X(29) VALUE 'F007-ENT-LINKACC      194004X'.
           05  FILLER  PIC X(29) VALUE 'F007-BRN-LINKACC      198004X'.
           05  FILLER  PIC X(29) VALUE 'F007-ACC-LINK         202010X'.
           05  FILLER  PIC X(29) VALUE 'F007-TYP-MATFLG       212001X'.
           05  FILLER  PIC X(29) VALUE 'F007-COD-COLT         213003X'.
           05  FILLER  PIC X(29) VALUE 'F007-FLG-LEGJNTRESP   216001X'.
           05  FILLER  PIC X(29) VALUE 'F007-ENT-LASTMOD      217004X'.
           05  FILLER  PIC X(29) VALUE 'F007-BRN-LASTMOD      221004X'.
           05  FILLER  PIC X(29) VALUE 'F007-COD-LASTMODUSER  225008X'.
           05  FILLER  PIC X(29) VALUE 'F007-COD-LASTMODTRM   233008X'.
           05  FILLER  PIC X(29) VALUE 'F007-STP              241026X'.
           05  FILLER  PIC X(29) VALUE 'F007-TYP-RISKST       267001X'.
           05  FILLER  PIC X(29) VALUE 'F007-ENT-LINK         268004X'.
           05  FILLER  PIC X(29) VALUE 'F007-BRN-LINK         272004X'.
           05  FILLER  PIC X(29) VALUE 'F007-ACC-LINK-A1      276010X'.
           05  FILLER  PIC X(29) VALUE 'F007-ENT-NEGT         286004X'.
           05  FILLER  PIC X(29) VALUE 'F007-BRN-NEGT         290004X'.
           05  FILLER  PIC X(29) VALUE 'F007-DAT-ST           294010X'.
           05  FILLER  PIC X(29) VALUE 'F007-MAXQNTY          304003F'.
           05  FILLER  PIC X(29) VALUE 'F007-AVA1             307010X'.
           05  FILLER  PIC X(29) VALUE 'F007-AVA2             317010X'.
           05  FILLER  PIC X(29) VALUE 'F007-AVA3             327010X'.
           05  FILLER  PIC X(29) VALUE 'F007-FLG-AVA1         337001X'.
           05  FILLER  PIC X(29) VALUE 'F007-FLG-AVA2         338001X'.
           05  FILLER  PIC X(29) VALUE 'F007-FLG-AVA3         339001X'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-AVA1         340008B'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-AVA2         348008B'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-AVA3         356008B'.
           05  FILLER  PIC X(29) VALUE 'F007-DAT-AVA1         364010X'.
           05  FILLER  PIC X(29) VALUE 'F007-DAT-AVA2         374010X'.
           05  FILLER  PIC X(29) VALUE 'F007-DAT-AVA3         384010X'.
           05  FILLER  PIC X(29) VALUE 'F007-FLG-FORB         394001X'.
           05  FILLER  PIC X(29) VALUE 'F007-DAT-FORBPROB     395010X'.
           05  FILLER  PIC X(29) VALUE 'F007-DAT-RCPT         405010X'.
           05  FILLER  PIC X(29) VALUE 'F007-DAT-PROV         415010X'.
           05  FILLER  PIC X(29) VALUE 'F007-PER-CAP          425004X'.
           05  FILLER  PIC X(29) VALUE 'F007-PER-IRT          429004X'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-CAP          433008B'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-ITR          441008B'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-COM          449008B'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-EXPN         457008B'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-ARR          465008B'.
           05  FILLER  PIC X(29) VALUE 'F007-PER-ARR          473003G'.
           05  FILLER  PIC X(29) VALUE 'F007-FLG-AVA1-A1      476001X'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-PENDCAP      477008B'.
           05  FILLER  PIC X(29) VALUE 'F007-AMT-LEGALCO      485008B'.
           05  FILLER  PIC X(29) VALUE 'F007-COD-STOBJDEBT    495002X'.
           05  FILLER  PIC X(29) VALUE 'F007-COD-STSUBJDEBT   497002X'.
           05  FILLER  PIC X(29) VALUE 'F007-DECLIN-RSN       505225X'.
           05  FILLER  PIC X(29) VALUE 'F007-DECLIN-BRN       730006X'.
           05  FILLER  PIC X(29) VALUE 'F007-CUN              736008X'.
           05  FILLER  PIC X(29) VALUE 'F007-COD-CRG          744003X'.
           05  FILLER  PIC X(29) VALUE 'F007-MGT-SECTOR       747002X'.
           05  FILLER  PIC X(29) VALUE 'F007-COD-OOT          749002X'.
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-VALUES.
           05  WS-FIELD-ENTRY               OCCURS 94.
               10  WS-FLD-NAME              PIC X(22).
               10  WS-FLD-OFF               PIC 9(3).
               10  WS-FLD-LEN               PIC 9(3).
               10  WS-FLD-TYPE              PIC X(1).
       01  WS-FLD-MAX                       PIC S9(4)   COMP VALUE 94.
       01  WS-FLD-SUB                       PIC S9(4)   COMP VALUE ZERO.
      ******************************************************************
      * PER-FIELD COUNTS: POSITIONS IN WHICH THE FIELD CHANGED, AND
      * IN WHICH THE CHANGE WAS SUPPRESSED BY A TOLERANCE CARD.
       01  WS-FIELD-COUNTS.
           05  WS-FLD-CNT-ENTRY             OCCURS 94.
               10  WS-FLD-CHG-CNT           PIC S9(9)   COMP-3.
               10  WS-FLD-SUP-CNT           PIC S9(9)   COMP-3.
      ******************************************************************
      * THE TOLERANCE CARDS, WITH THE FIELD EACH ONE NAMES.
       01  WS-TOL-CNT                       PIC S9(4)   COMP VALUE ZERO.
       01  WS-TOL-MAX                       PIC S9(4)   COMP VALUE 50.
       01  WS-TOL-SUB                       PIC S9(4)   COMP VALUE ZERO.
       01  WS-TOL-TABLE.
           05  WS-TOL-ENTRY                 OCCURS 50.
               10  WS-TOL-FLD               PIC S9(4)   COMP.
               10  WS-TOL-PROD              PIC X(2).
               10  WS-TOL-ANY-SW            PIC X(1).
                   88  WS-TOL-ANY                       VALUE 'Y'.
               10  WS-TOL-AMT               PIC 9(9)V9(6).
      ******************************************************************
      * PER-PRODUCT COUNTS. PRODUCTS BEYOND THE TABLE ARE COUNTED ON
      * ITS LAST ROW, SHOWN AS '**'.
       01  WS-PROD-CNT                      PIC S9(4)   COMP VALUE ZERO.
       01  WS-PROD-MAX                      PIC S9(4)   COMP VALUE 100.
       01  WS-PROD-SUB                      PIC S9(4)   COMP VALUE ZERO.
       01  WS-PROD-KEY                      PIC X(2)    VALUE SPACES.
       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY                OCCURS 100.
               10  WS-PR-CODE               PIC X(2).
               10  WS-PR-SAME-CNT           PIC S9(9)   COMP-3.
               10  WS-PR-CHG-CNT            PIC S9(9)   COMP-3.
               10  WS-PR-ADD-CNT            PIC S9(9)   COMP-3.
               10  WS-PR-DROP-CNT           PIC S9(9)   COMP-3.
      ******************************************************************
      * END-OF-RUN CONTROL TOTALS.
       01  WS-CTL-TOTALS.
           05  WS-CTL-BASE-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-NEW-CNT               PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-SAME-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-CHG-CNT               PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ADD-CNT               PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-DROP-CNT              PIC S9(9)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * FIELD-VALUE DECODING: THE RAW BYTES OF ONE SIDE OF A CHANGED
      * FIELD, THEIR PACKED VIEWS, THE NUMERIC VALUE AND THE PRINTED
      * TEXT. WS-DIFF-AMT IS THE ABSOLUTE DIFFERENCE OF A NUMERIC
      * FIELD, FOR THE TOLERANCE CHECK.
       01  WS-FV-RAW                        PIC X(225).
       01  WS-FV-PACKED                     PIC X(9).
       01  WS-FV-PK-A REDEFINES WS-FV-PACKED
                                            PIC S9(15)V9(2) COMP-3.
       01  WS-FV-PK-B-VIEW REDEFINES WS-FV-PACKED.
           05  WS-FV-PK-B                   PIC S9(13)V9(2) COMP-3.
           05  FILLER                       PIC X(1).
       01  WS-FV-PK-C-VIEW REDEFINES WS-FV-PACKED.
           05  WS-FV-PK-C                   PIC S9(3)   COMP-3.
           05  FILLER                       PIC X(7).
       01  WS-FV-PK-D-VIEW REDEFINES WS-FV-PACKED.
           05  WS-FV-PK-D                   PIC S9(8)   COMP-3.
           05  FILLER                       PIC X(4).
       01  WS-FV-PK-E-VIEW REDEFINES WS-FV-PACKED.
           05  WS-FV-PK-E                   PIC S9(3)V9(6) COMP-3.
           05  FILLER                       PIC X(4).
       01  WS-FV-PK-F-VIEW REDEFINES WS-FV-PACKED.
           05  WS-FV-PK-F                   PIC S9(5)   COMP-3.
           05  FILLER                       PIC X(6).
       01  WS-FV-PK-G-VIEW REDEFINES WS-FV-PACKED.
           05  WS-FV-PK-G                   PIC S9(2)V9(3) COMP-3.
           05  FILLER                       PIC X(6).
       01  WS-FV-VALID-SW                   PIC X(1)    VALUE 'Y'.
           88  WS-FV-VALID                              VALUE 'Y'.
       01  WS-FV-NUM                        PIC S9(15)V9(6)
                                                         VALUE ZEROS.
       01  WS-FV-TEXT                       PIC X(40)   VALUE SPACES.
       01  WS-FV-ED-AMT                     PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FV-ED-INT                     PIC -ZZZ,ZZZ,ZZ9.
       01  WS-FV-ED-RATE                    PIC -ZZ9.999999.
       01  WS-FV-ED-PCT                     PIC -Z9.999.
       01  WS-OLD-NUM                       PIC S9(15)V9(6)
                                                         VALUE ZEROS.
       01  WS-OLD-VALID-SW                  PIC X(1)    VALUE 'Y'.
           88  WS-OLD-VALID                             VALUE 'Y'.
       01  WS-OLD-TEXT                      PIC X(40)   VALUE SPACES.
       01  WS-DIFF-AMT                      PIC S9(15)V9(6)
                                                         VALUE ZEROS.
      ******************************************************************
      * REPORT PRINT LINES.
       01  WS-DIFF-LINE.
           05  WS-DL-EVENT                  PIC X(7).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-DL-ENT                    PIC X(4).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-DL-NUM-RISK               PIC X(10).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-DL-PROD                   PIC X(2).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-DL-FIELD                  PIC X(22).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-DL-OLD                    PIC X(40).
           05  FILLER                       PIC X(1)    VALUE SPACE.
           05  WS-DL-NEW                    PIC X(40).
           05  FILLER                       PIC X(1)    VALUE SPACE.
       01  WS-FIELD-SUM-LINE.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-FS-FIELD                  PIC X(22).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-FS-CHG                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-FS-SUP                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(82)   VALUE SPACES.
       01  WS-PROD-SUM-LINE.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PS-PROD                   PIC X(2).
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PS-SAME                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PS-CHG                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PS-ADD                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(2)    VALUE SPACES.
           05  WS-PS-DROP                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(66)   VALUE SPACES.
       01  WS-EDIT-CNT                      PIC ZZZ,ZZZ,ZZ9.
      ******************************************************************
      * TODAY'S DATE FOR THE REPORT HEADING.
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

       PROCEDURE DIVISION.
      ******************************************************************
      * 100000-MAINLINE LOADS THE TOLERANCE CARDS, MATCHES THE TWO
      * EXTRACTS POSITION BY POSITION AND PRINTS THE SUMMARIES.
       100000-MAINLINE.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYY  TO WS-TD-YYYY
           MOVE WS-TODAY-MM    TO WS-TD-MM
           MOVE WS-TODAY-DD    TO WS-TD-DD

           INITIALIZE WS-FIELD-COUNTS
           INITIALIZE WS-PROD-TABLE

           PERFORM 100010-LOAD-TOLERANCES

           OPEN INPUT  BASE-FILE
           OPEN INPUT  NEW-FILE
           OPEN OUTPUT RXCMRPT-FILE

           MOVE SPACES TO RE-RXCMRPT
           STRING 'RXCM100 - RISK EXTRACT COMPARE - BASE I1DQ3601 '
                  'AGAINST NEW I1DQ3602 - ' WS-TODAY-DATE-X
                  DELIMITED BY SIZE
                  INTO RE-RXCMRPT
           WRITE RE-RXCMRPT
           MOVE WS-TOL-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RE-RXCMRPT
           STRING 'TOLERANCE CARDS IN FORCE: ' WS-EDIT-CNT
                  DELIMITED BY SIZE
                  INTO RE-RXCMRPT
           WRITE RE-RXCMRPT
           MOVE SPACES TO RE-RXCMRPT
           WRITE RE-RXCMRPT
           MOVE SPACES TO RE-RXCMRPT
           STRING 'EVENT   ENT  NUM-RISK   PR FIELD                  '
                  'OLD VALUE                                NEW VALUE'
                  DELIMITED BY SIZE
                  INTO RE-RXCMRPT
           WRITE RE-RXCMRPT

           PERFORM 100100-READ-BASE
           PERFORM 100200-READ-NEW

           PERFORM 200000-MATCH-ONE-POSITION
               UNTIL WS-BASE-KEY = HIGH-VALUES
                 AND WS-NEW-KEY  = HIGH-VALUES

           PERFORM 300000-PRINT-FIELD-SUMMARY
           PERFORM 310000-PRINT-PRODUCT-SUMMARY
           PERFORM 900000-PRINT-CONTROL-TOTALS

           CLOSE BASE-FILE
           CLOSE NEW-FILE
           CLOSE RXCMRPT-FILE

           IF WS-CTL-CHG-CNT  > ZERO
            OR WS-CTL-ADD-CNT  > ZERO
            OR WS-CTL-DROP-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
      ******************************************************************
      * 100010-LOAD-TOLERANCES READS THE TOLERANCE CARDS. A CARD
      * NAMING A FIELD NOT IN RVFC007, OR WITH A TOLERANCE THAT IS
      * NOT NUMERIC, STOPS THE RUN RATHER THAN LET A MISTYPED CARD
      * SILENTLY SUPPRESS NOTHING.
       100010-LOAD-TOLERANCES.

           OPEN INPUT TOLPARM-FILE
           PERFORM 100020-READ-TOLERANCE-CARD
           PERFORM 100030-STORE-TOLERANCE UNTIL WS-TOL-EOF
           CLOSE TOLPARM-FILE.
      ******************************************************************
       100020-READ-TOLERANCE-CARD.

           READ TOLPARM-FILE
               AT END
                   MOVE 'Y' TO WS-TOL-EOF-SW
           END-READ.
      ******************************************************************
       100030-STORE-TOLERANCE.

           IF RE-TOLPARM(1:1) NOT = '*' AND RE-TOLPARM NOT = SPACES
               PERFORM 100035-STORE-ONE-CARD
           END-IF

           PERFORM 100020-READ-TOLERANCE-CARD.
      ******************************************************************
       100035-STORE-ONE-CARD.

           MOVE 'N' TO WS-FOUND-SW
           PERFORM 100040-FIND-FIELD-NAME
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > WS-FLD-MAX OR WS-FOUND

           IF NOT WS-FOUND
               DISPLAY 'RXCM100 - PM1DQ018 FIELD NOT IN RVFC007: '
                       TPARM-FIELD ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF TPARM-TOL NOT = SPACES AND TPARM-TOL IS NOT NUMERIC
               DISPLAY 'RXCM100 - PM1DQ018 TOLERANCE NOT NUMERIC FOR '
                       TPARM-FIELD ': ' TPARM-TOL ' - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-TOL-CNT >= WS-TOL-MAX
               DISPLAY 'RXCM100 - MORE THAN 50 TOLERANCE CARDS - RUN '
                       'STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-TOL-CNT
           SUBTRACT 1 FROM WS-FLD-SUB
               GIVING WS-TOL-FLD (WS-TOL-CNT)
           MOVE TPARM-PROD TO WS-TOL-PROD (WS-TOL-CNT)
           IF TPARM-TOL = SPACES
               MOVE 'Y'  TO WS-TOL-ANY-SW (WS-TOL-CNT)
               MOVE ZERO TO WS-TOL-AMT (WS-TOL-CNT)
           ELSE
               MOVE 'N'  TO WS-TOL-ANY-SW (WS-TOL-CNT)
               MOVE TPARM-TOL-N TO WS-TOL-AMT (WS-TOL-CNT)
           END-IF.
      ******************************************************************
       100040-FIND-FIELD-NAME.

           IF WS-FLD-NAME (WS-FLD-SUB) = TPARM-FIELD
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
      ******************************************************************
      * 100100-READ-BASE READS THE NEXT POSITION OFF THE BASE
      * EXTRACT, SKIPPING HEADER AND TRAILER RECORDS, AND CHECKS IT
      * ARRIVES IN KEY ORDER.
       100100-READ-BASE.

           PERFORM 100110-READ-BASE-RECORD
               WITH TEST AFTER
               UNTIL WS-BASE-KEY = HIGH-VALUES
                  OR (WS-BASE-REC(1:3) NOT = 'HDR'
                  AND WS-BASE-REC(1:3) NOT = 'TRL')

           IF WS-BASE-KEY NOT = HIGH-VALUES
               ADD 1 TO WS-CTL-BASE-CNT
               MOVE WS-BASE-ENT      TO WS-BK-ENT
               MOVE WS-BASE-NUM-RISK TO WS-BK-NUM-RISK

               IF WS-BASE-KEY < WS-BASE-PREV-KEY
                   DISPLAY 'RXCM100 - I1DQ3601 NOT IN ENTITY/NUM-RISK '
                           'ORDER AT ' WS-BASE-KEY ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-BASE-KEY TO WS-BASE-PREV-KEY
           END-IF.
      ******************************************************************
       100110-READ-BASE-RECORD.

           READ BASE-FILE INTO WS-BASE-REC
               AT END
                   MOVE HIGH-VALUES TO WS-BASE-KEY
           END-READ.
      ******************************************************************
      * 100200-READ-NEW IS 100100-READ-BASE FOR THE NEW EXTRACT.
       100200-READ-NEW.

           PERFORM 100210-READ-NEW-RECORD
               WITH TEST AFTER
               UNTIL WS-NEW-KEY = HIGH-VALUES
                  OR (WS-NEW-REC(1:3) NOT = 'HDR'
                  AND WS-NEW-REC(1:3) NOT = 'TRL')

           IF WS-NEW-KEY NOT = HIGH-VALUES
               ADD 1 TO WS-CTL-NEW-CNT
               MOVE WS-NEW-ENT       TO WS-NK-ENT
               MOVE WS-NEW-NUM-RISK  TO WS-NK-NUM-RISK

               IF WS-NEW-KEY < WS-NEW-PREV-KEY
                   DISPLAY 'RXCM100 - I1DQ3602 NOT IN ENTITY/NUM-RISK '
                           'ORDER AT ' WS-NEW-KEY ' - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NEW-KEY TO WS-NEW-PREV-KEY
           END-IF.
      ******************************************************************
       100210-READ-NEW-RECORD.

           READ NEW-FILE INTO WS-NEW-REC
               AT END
                   MOVE HIGH-VALUES TO WS-NEW-KEY
           END-READ.
      ******************************************************************
      * 200000-MATCH-ONE-POSITION TAKES THE LOWER KEY OF THE TWO
      * EXTRACTS: ON THE BASE ONLY IT WAS DROPPED, ON THE NEW ONLY IT
      * WAS ADDED, ON BOTH ITS FIELDS ARE COMPARED.
       200000-MATCH-ONE-POSITION.

           EVALUATE TRUE
               WHEN WS-BASE-KEY < WS-NEW-KEY
                   MOVE WS-BASE-PROD TO WS-PROD-KEY
                   PERFORM 230000-FIND-PRODUCT
                   ADD 1 TO WS-PR-DROP-CNT (WS-PROD-SUB)
                   ADD 1 TO WS-CTL-DROP-CNT
                   MOVE SPACES           TO WS-DIFF-LINE
                   MOVE 'DROPPED'        TO WS-DL-EVENT
                   MOVE WS-BASE-ENT      TO WS-DL-ENT
                   MOVE WS-BASE-NUM-RISK TO WS-DL-NUM-RISK
                   MOVE WS-BASE-PROD     TO WS-DL-PROD
                   WRITE RE-RXCMRPT FROM WS-DIFF-LINE
                   PERFORM 100100-READ-BASE
               WHEN WS-BASE-KEY > WS-NEW-KEY
                   MOVE WS-NEW-PROD TO WS-PROD-KEY
                   PERFORM 230000-FIND-PRODUCT
                   ADD 1 TO WS-PR-ADD-CNT (WS-PROD-SUB)
                   ADD 1 TO WS-CTL-ADD-CNT
                   MOVE SPACES           TO WS-DIFF-LINE
                   MOVE 'ADDED'          TO WS-DL-EVENT
                   MOVE WS-NEW-ENT       TO WS-DL-ENT
                   MOVE WS-NEW-NUM-RISK  TO WS-DL-NUM-RISK
                   MOVE WS-NEW-PROD      TO WS-DL-PROD
                   WRITE RE-RXCMRPT FROM WS-DIFF-LINE
                   PERFORM 100200-READ-NEW
               WHEN OTHER
                   PERFORM 210000-COMPARE-POSITION
                   PERFORM 100100-READ-BASE
                   PERFORM 100200-READ-NEW
           END-EVALUATE.
      ******************************************************************
      * 210000-COMPARE-POSITION COMPARES EVERY FIELD OF A POSITION ON
      * BOTH EXTRACTS AND COUNTS IT UNDER THE NEW EXTRACT'S PRODUCT.
       210000-COMPARE-POSITION.

           MOVE 'N' TO WS-POS-CHANGED-SW

           PERFORM 210100-COMPARE-ONE-FIELD
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > WS-FLD-MAX

           MOVE WS-NEW-PROD TO WS-PROD-KEY
           PERFORM 230000-FIND-PRODUCT
           IF WS-POS-CHANGED
               ADD 1 TO WS-PR-CHG-CNT (WS-PROD-SUB)
               ADD 1 TO WS-CTL-CHG-CNT
           ELSE
               ADD 1 TO WS-PR-SAME-CNT (WS-PROD-SUB)
               ADD 1 TO WS-CTL-SAME-CNT
           END-IF.
      ******************************************************************
      * 210100-COMPARE-ONE-FIELD LISTS ONE FIELD THAT DIFFERS, UNLESS
      * A TOLERANCE CARD SUPPRESSES THE DIFFERENCE.
       210100-COMPARE-ONE-FIELD.

           IF WS-BASE-REC (WS-FLD-OFF (WS-FLD-SUB) :
                           WS-FLD-LEN (WS-FLD-SUB)) NOT =
              WS-NEW-REC  (WS-FLD-OFF (WS-FLD-SUB) :
                           WS-FLD-LEN (WS-FLD-SUB))
               PERFORM 210110-LIST-ONE-FIELD
           END-IF.
      ******************************************************************
      * 210110-LIST-ONE-FIELD DECODES BOTH SIDES OF A FIELD THAT
      * DIFFERS AND LISTS IT, OR COUNTS IT AS SUPPRESSED.
       210110-LIST-ONE-FIELD.

           MOVE SPACES TO WS-FV-RAW
           MOVE WS-BASE-REC (WS-FLD-OFF (WS-FLD-SUB) :
                             WS-FLD-LEN (WS-FLD-SUB)) TO WS-FV-RAW
           PERFORM 800000-DECODE-VALUE
           MOVE WS-FV-NUM      TO WS-OLD-NUM
           MOVE WS-FV-VALID-SW TO WS-OLD-VALID-SW
           MOVE WS-FV-TEXT     TO WS-OLD-TEXT

           MOVE SPACES TO WS-FV-RAW
           MOVE WS-NEW-REC (WS-FLD-OFF (WS-FLD-SUB) :
                            WS-FLD-LEN (WS-FLD-SUB)) TO WS-FV-RAW
           PERFORM 800000-DECODE-VALUE

           MOVE 'N' TO WS-SUPPRESS-SW
           PERFORM 220000-CHECK-TOLERANCE
               VARYING WS-TOL-SUB FROM 1 BY 1
               UNTIL WS-TOL-SUB > WS-TOL-CNT OR WS-SUPPRESSED

           IF WS-SUPPRESSED
               ADD 1 TO WS-FLD-SUP-CNT (WS-FLD-SUB)
           ELSE
               ADD 1 TO WS-FLD-CHG-CNT (WS-FLD-SUB)
               MOVE 'Y' TO WS-POS-CHANGED-SW

               MOVE SPACES                 TO WS-DIFF-LINE
               MOVE 'CHANGED'              TO WS-DL-EVENT
               MOVE WS-NEW-ENT             TO WS-DL-ENT
               MOVE WS-NEW-NUM-RISK        TO WS-DL-NUM-RISK
               MOVE WS-NEW-PROD            TO WS-DL-PROD
               MOVE WS-FLD-NAME (WS-FLD-SUB) TO WS-DL-FIELD
               MOVE WS-OLD-TEXT            TO WS-DL-OLD
               MOVE WS-FV-TEXT             TO WS-DL-NEW
               WRITE RE-RXCMRPT FROM WS-DIFF-LINE
           END-IF.
      ******************************************************************
      * 220000-CHECK-TOLERANCE TESTS ONE TOLERANCE CARD AGAINST THE
      * FIELD IN HAND: IT MUST NAME THE FIELD AND EITHER NO PRODUCT OR
      * THE POSITION'S PRODUCT; A NUMERIC FIELD IS THEN SUPPRESSED
      * ONLY WITHIN THE CARD'S TOLERANCE, AND ONLY WHEN BOTH SIDES
      * HOLD VALID NUMBERS.
       220000-CHECK-TOLERANCE.

           EVALUATE TRUE
               WHEN WS-TOL-FLD (WS-TOL-SUB) NOT = WS-FLD-SUB
                   CONTINUE
               WHEN WS-TOL-PROD (WS-TOL-SUB) NOT = SPACES
                AND WS-TOL-PROD (WS-TOL-SUB) NOT = WS-NEW-PROD
                   CONTINUE
               WHEN WS-FLD-TYPE (WS-FLD-SUB) = 'X'
                 OR WS-TOL-ANY (WS-TOL-SUB)
                   MOVE 'Y' TO WS-SUPPRESS-SW
               WHEN WS-OLD-VALID AND WS-FV-VALID
                   COMPUTE WS-DIFF-AMT = WS-FV-NUM - WS-OLD-NUM
                   IF WS-DIFF-AMT < ZERO
                       COMPUTE WS-DIFF-AMT = ZERO - WS-DIFF-AMT
                   END-IF
                   IF WS-DIFF-AMT NOT > WS-TOL-AMT (WS-TOL-SUB)
                       MOVE 'Y' TO WS-SUPPRESS-SW
                   END-IF
           END-EVALUATE.
      ******************************************************************
      * 230000-FIND-PRODUCT SETS WS-PROD-SUB TO WS-PROD-KEY'S ROW OF
      * THE PRODUCT TABLE, ADDING THE ROW IF IT IS NEW.
       230000-FIND-PRODUCT.

           MOVE 'N' TO WS-FOUND-SW
           PERFORM 230100-MATCH-PRODUCT
               VARYING WS-PROD-SUB FROM 1 BY 1
               UNTIL WS-PROD-SUB > WS-PROD-CNT OR WS-FOUND

           IF WS-FOUND
               SUBTRACT 1 FROM WS-PROD-SUB
           ELSE
               IF WS-PROD-CNT < WS-PROD-MAX
                   ADD 1 TO WS-PROD-CNT
                   MOVE WS-PROD-CNT TO WS-PROD-SUB
                   IF WS-PROD-CNT = WS-PROD-MAX
                       MOVE '**'        TO WS-PR-CODE (WS-PROD-SUB)
                   ELSE
                       MOVE WS-PROD-KEY TO WS-PR-CODE (WS-PROD-SUB)
                   END-IF
               ELSE
                   MOVE WS-PROD-MAX TO WS-PROD-SUB
               END-IF
           END-IF.
      ******************************************************************
       230100-MATCH-PRODUCT.

           IF WS-PR-CODE (WS-PROD-SUB) = WS-PROD-KEY
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
      ******************************************************************
      * 300000-PRINT-FIELD-SUMMARY PRINTS, FOR EVERY FIELD THAT
      * CHANGED ANYWHERE, THE POSITIONS IT CHANGED IN AND THOSE
      * WHERE THE CHANGE WAS SUPPRESSED.
       300000-PRINT-FIELD-SUMMARY.

           MOVE SPACES TO RE-RXCMRPT
           WRITE RE-RXCMRPT
           MOVE 'CHANGES BY FIELD' TO RE-RXCMRPT
           WRITE RE-RXCMRPT
           MOVE SPACES TO RE-RXCMRPT
           STRING '  FIELD                       CHANGED   '
                  'SUPPRESSED'
                  DELIMITED BY SIZE
                  INTO RE-RXCMRPT
           WRITE RE-RXCMRPT

           PERFORM 300100-PRINT-ONE-FIELD
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > WS-FLD-MAX.
      ******************************************************************
       300100-PRINT-ONE-FIELD.

           IF WS-FLD-CHG-CNT (WS-FLD-SUB) > ZERO
            OR WS-FLD-SUP-CNT (WS-FLD-SUB) > ZERO
               MOVE WS-FLD-NAME (WS-FLD-SUB)    TO WS-FS-FIELD
               MOVE WS-FLD-CHG-CNT (WS-FLD-SUB) TO WS-FS-CHG
               MOVE WS-FLD-SUP-CNT (WS-FLD-SUB) TO WS-FS-SUP
               WRITE RE-RXCMRPT FROM WS-FIELD-SUM-LINE
           END-IF.
      ******************************************************************
      * 310000-PRINT-PRODUCT-SUMMARY PRINTS THE POSITION COUNTS BY
      * PRODUCT CODE.
       310000-PRINT-PRODUCT-SUMMARY.

           MOVE SPACES TO RE-RXCMRPT
           WRITE RE-RXCMRPT
           MOVE 'POSITIONS BY PRODUCT' TO RE-RXCMRPT
           WRITE RE-RXCMRPT
           MOVE SPACES TO RE-RXCMRPT
           STRING '  PR     UNCHANGED      CHANGED        ADDED      '
                  'DROPPED'
                  DELIMITED BY SIZE
                  INTO RE-RXCMRPT
           WRITE RE-RXCMRPT

           PERFORM 310100-PRINT-ONE-PRODUCT
               VARYING WS-PROD-SUB FROM 1 BY 1
               UNTIL WS-PROD-SUB > WS-PROD-CNT.
      ******************************************************************
       310100-PRINT-ONE-PRODUCT.

           MOVE WS-PR-CODE (WS-PROD-SUB)     TO WS-PS-PROD
           MOVE WS-PR-SAME-CNT (WS-PROD-SUB) TO WS-PS-SAME
           MOVE WS-PR-CHG-CNT (WS-PROD-SUB)  TO WS-PS-CHG
           MOVE WS-PR-ADD-CNT (WS-PROD-SUB)  TO WS-PS-ADD
           MOVE WS-PR-DROP-CNT (WS-PROD-SUB) TO WS-PS-DROP
           WRITE RE-RXCMRPT FROM WS-PROD-SUM-LINE.
      ******************************************************************
      * 800000-DECODE-VALUE TURNS THE RAW BYTES OF ONE SIDE OF THE
      * FIELD IN HAND (WS-FV-RAW) INTO ITS PRINTED TEXT AND, FOR A
      * PACKED FIELD, ITS NUMERIC VALUE. PACKED BYTES THAT ARE NOT A
      * VALID NUMBER ARE PRINTED AS SUCH RATHER THAN ABENDING THE
      * RUN.
       800000-DECODE-VALUE.

           MOVE 'Y'    TO WS-FV-VALID-SW
           MOVE ZEROS  TO WS-FV-NUM
           MOVE SPACES TO WS-FV-TEXT
           MOVE WS-FV-RAW(1:9) TO WS-FV-PACKED

           EVALUATE WS-FLD-TYPE (WS-FLD-SUB)
               WHEN 'X'
                   MOVE WS-FV-RAW TO WS-FV-TEXT
               WHEN 'A'
                   IF WS-FV-PK-A IS NUMERIC
                       MOVE WS-FV-PK-A TO WS-FV-NUM
                   ELSE
                       MOVE 'N' TO WS-FV-VALID-SW
                   END-IF
               WHEN 'B'
                   IF WS-FV-PK-B IS NUMERIC
                       MOVE WS-FV-PK-B TO WS-FV-NUM
                   ELSE
                       MOVE 'N' TO WS-FV-VALID-SW
                   END-IF
               WHEN 'C'
                   IF WS-FV-PK-C IS NUMERIC
                       MOVE WS-FV-PK-C TO WS-FV-NUM
                   ELSE
                       MOVE 'N' TO WS-FV-VALID-SW
                   END-IF
               WHEN 'D'
                   IF WS-FV-PK-D IS NUMERIC
                       MOVE WS-FV-PK-D TO WS-FV-NUM
                   ELSE
                       MOVE 'N' TO WS-FV-VALID-SW
                   END-IF
               WHEN 'E'
                   IF WS-FV-PK-E IS NUMERIC
                       MOVE WS-FV-PK-E TO WS-FV-NUM
                   ELSE
                       MOVE 'N' TO WS-FV-VALID-SW
                   END-IF
               WHEN 'F'
                   IF WS-FV-PK-F IS NUMERIC
                       MOVE WS-FV-PK-F TO WS-FV-NUM
                   ELSE
                       MOVE 'N' TO WS-FV-VALID-SW
                   END-IF
               WHEN 'G'
                   IF WS-FV-PK-G IS NUMERIC
                       MOVE WS-FV-PK-G TO WS-FV-NUM
                   ELSE
                       MOVE 'N' TO WS-FV-VALID-SW
                   END-IF
           END-EVALUATE

           IF WS-FLD-TYPE (WS-FLD-SUB) NOT = 'X'
               IF WS-FV-VALID
                   PERFORM 800100-EDIT-NUMBER
               ELSE
                   MOVE '(NOT A VALID NUMBER)' TO WS-FV-TEXT
               END-IF
           END-IF.
      ******************************************************************
      * 800100-EDIT-NUMBER EDITS WS-FV-NUM FOR PRINTING: AMOUNTS TO
      * TWO DECIMALS, COUNTS AND CODES AS WHOLE NUMBERS, THE INTEREST
      * RATE TO SIX DECIMALS AND THE ARREARS PERCENTAGE TO THREE.
       800100-EDIT-NUMBER.

           EVALUATE WS-FLD-TYPE (WS-FLD-SUB)
               WHEN 'A'
               WHEN 'B'
                   MOVE WS-FV-NUM TO WS-FV-ED-AMT
                   MOVE WS-FV-ED-AMT TO WS-FV-TEXT
               WHEN 'E'
                   MOVE WS-FV-NUM TO WS-FV-ED-RATE
                   MOVE WS-FV-ED-RATE TO WS-FV-TEXT
               WHEN 'G'
                   MOVE WS-FV-NUM TO WS-FV-ED-PCT
                   MOVE WS-FV-ED-PCT TO WS-FV-TEXT
               WHEN OTHER
                   MOVE WS-FV-NUM TO WS-FV-ED-INT
                   MOVE WS-FV-ED-INT TO WS-FV-TEXT
           END-EVALUATE.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * THE REPORT AND SYSOUT.
       900000-PRINT-CONTROL-TOTALS.

           MOVE SPACES TO RE-RXCMRPT
           WRITE RE-RXCMRPT
           MOVE WS-CTL-BASE-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RE-RXCMRPT
           STRING 'BASE POSITIONS      ' WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RE-RXCMRPT
           WRITE RE-RXCMRPT
           DISPLAY 'RXCM100 - BASE POSITIONS      ' WS-EDIT-CNT
           MOVE WS-CTL-NEW-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RE-RXCMRPT
           STRING 'NEW POSITIONS       ' WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RE-RXCMRPT
           WRITE RE-RXCMRPT
           DISPLAY 'RXCM100 - NEW POSITIONS       ' WS-EDIT-CNT
           MOVE WS-CTL-SAME-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RE-RXCMRPT
           STRING 'UNCHANGED           ' WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RE-RXCMRPT
           WRITE RE-RXCMRPT
           DISPLAY 'RXCM100 - UNCHANGED           ' WS-EDIT-CNT
           MOVE WS-CTL-CHG-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RE-RXCMRPT
           STRING 'CHANGED             ' WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RE-RXCMRPT
           WRITE RE-RXCMRPT
           DISPLAY 'RXCM100 - CHANGED             ' WS-EDIT-CNT
           MOVE WS-CTL-ADD-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RE-RXCMRPT
           STRING 'ADDED               ' WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RE-RXCMRPT
           WRITE RE-RXCMRPT
           DISPLAY 'RXCM100 - ADDED               ' WS-EDIT-CNT
           MOVE WS-CTL-DROP-CNT TO WS-EDIT-CNT
           MOVE SPACES TO RE-RXCMRPT
           STRING 'DROPPED             ' WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RE-RXCMRPT
           WRITE RE-RXCMRPT
           DISPLAY 'RXCM100 - DROPPED             ' WS-EDIT-CNT.
