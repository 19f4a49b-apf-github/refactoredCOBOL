      * ITS DEATH-CERTIFICATE EVIDENCE, WHICH GOES TO THE AUDIT
      * TRAIL - SO DOWNSTREAM ENFORCEMENT (LOANM100 ORIGINATION
      * BLOCK, DDGEN100 COLLECTION SUPPRESSION, DUNN100 ESTATES
      * ROUTING, CUSI100 DISPLAY) HAS ONE STATUS TO TRUST. REQ-TYPE
      * 10 ADDS OR CONVERTS A LEGAL-ENTITY CUSTOMER (CUSTM_TYPE 'E')
      * WITH ITS REGISTERED NAME, CIF, INCORPORATION DATE AND CNAE
      * ACTIVITY CODE; AN ENTITY'S CUSTM_DOB IS ITS INCORPORATION
      * DATE, SO THE MINIMUM-AGE EDIT IS NOT APPLIED TO IT. A DNI OR
      * NIE KEYED ON A REQ-TYPE 08 MUST CARRY ITS CORRECT CHECK
      * LETTER AND BECOMES THE PERSON'S CUSTM_TAX_ID; NO TAX ID (NIF,
      * NIE OR CIF) MAY BE HELD BY TWO ACTIVE CUSTOMERS AT ONCE.
      * REQ-TYPE 11 GRANTS OR WITHDRAWS A CUSTOMER'S EXEMPTION FROM
      * WITHHOLDING TAX ON DEPOSIT INTEREST (CUSTM_WHT_EXEMPT), A
      * GRANT BEING REFUSED WITHOUT ITS CERTIFICATE REFERENCE.
      * REQ-TYPE 12 RECORDS A COUNTRY OF TAX RESIDENCE ON CUSTTAXR
      * WITH ITS FOREIGN TAX ID AND SELF-CERTIFICATION STATUS AND
      * DATE, FOR THE YEARLY CRS / FATCA RETURN (CRSR100).
      * REQ-TYPE 13 RECORDS A PERSON'S VERIFIED NET MONTHLY INCOME
      * AND THE DATE ITS EVIDENCE WAS SEEN (CUSTM_NET_INCOME AND
      * CUSTM_INC_VER_DATE), WHICH THE DEBT-SERVICE-TO-INCOME CHECK
      * IN LAPP100 AND LOANM100 DIVIDES BY; THE EVIDENCE REFERENCE
      * GOES TO THE AUDIT TRAIL.
      * A CUSTOMER ANONYMIZED BY ANON100 (CUSTM_ANON_DATE SET) TAKES
      * NO FURTHER STATUS CHANGE.
      * EVERY ROW THE RUN INSERTS, UPDATES OR DELETES IS ALSO FILED
      * ON THE AUDIT TRAIL AS A FULL BEFORE AND AFTER IMAGE, READ
      * THROUGH THE COMMON ROW-IMAGE SERVICE IMG4C100, SO BKOT100 CAN
      * BACK A BAD MAINTENANCE RUN OUT.
      ******************************************************************

       IDENTIFICATION DIVISION.
                                                         VALUE ZEROS.
           05  WS-CTL-GON-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-ENT-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-WHX-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-TXR-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
           05  WS-CTL-INC-CNT               PIC S9(7)   COMP-3
                                                         VALUE ZEROS.
      ******************************************************************
      * SWITCH SET BY 100150-VALIDATE-FRONT-END-EDITS. A TRANSACTION
      * THAT FAILS THE FRONT-END EDIT IS ROUTED STRAIGHT TO THE
       01  WS-DB2-MAX-RETRY                 PIC 9(2)    COMP
                                                         VALUE 3.
      ******************************************************************
      * WORKING-STORAGE FOR THE ROW-IMAGE PARAGRAPHS (900700-900790):
      * THE KEY OF THE ROW BEING UPDATED OR DELETED, KEPT BETWEEN ITS
      * BEFORE AND AFTER READS, AND WHETHER THE BEFORE IMAGE COULD BE
      * READ. A CHANGE EITHER IMAGE IS MISSING FOR IS FILED AS A
      * NO-IMAGE ENTRY, WHICH THE BACKOUT LISTS INSTEAD OF UNDOING.
       01  WS-IMG-KEY-ROW                   PIC X(230)  VALUE SPACES.
       01  WS-IMG-BEFORE-OK-SW              PIC X(1)    VALUE 'N'.
           88  WS-IMG-BEFORE-OK                         VALUE 'Y'.
       01  WS-EDLV-EOF-SW                   PIC X(1)    VALUE 'N'.
           88  WS-EDLV-EOF                              VALUE 'Y'.
      ******************************************************************
      * WORKING-STORAGE FOR 190000-VALIDATE-DOB, WHICH CHECKS THAT
      * CUSTIN-CUSTM-DOB IS A REAL, PROPERLY FORMATTED YYYY-MM-DD
      * DATE AND THAT THE CUSTOMER MEETS THE MINIMUM AGE TO HOLD AN
      * ACCOUNT. WS-CUST-TYPE-SW IS THE CUSTM_TYPE OF THE CUSTOMER
      * BEING EDITED: A LEGAL ENTITY'S DATE IS ITS INCORPORATION DATE
      * AND IS CHECKED FOR FORMAT ONLY.
       01  WS-MIN-CUST-AGE                  PIC 9(3)    VALUE 18.
       01  WS-CUST-TYPE-SW                  PIC X(1)    VALUE 'P'.
           88  WS-CUST-ENTITY                           VALUE 'E'.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
       01  WS-TODAY-BREAKDOWN REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YYYY                PIC 9(4).
      * BEFORE-IMAGE; A DECEASED MARKING WITHOUT ITS EVIDENCE
      * REFERENCE AND DATE IS REJECTED OUTRIGHT.
       01  WS-OLD-CUSTM-ST                  PIC X(1)    VALUE SPACES.
       01  WS-OLD-CUSTM-ANON-DATE           PIC X(10)   VALUE SPACES.
       01  WS-STA-OK-SW                     PIC X(1)    VALUE 'Y'.
           88  WS-STA-OK                                VALUE 'Y'.
       01  WS-STA-REJ-REASON                PIC X(40)   VALUE SPACES.
       01  WS-WTCH-MATCHED-SW               PIC X(1)    VALUE 'N'.
           88  WS-WTCH-MATCHED                          VALUE 'Y'.
       01  WS-WTCH-RSN-HOLD                 PIC X(4)    VALUE SPACES.
       01  WS-WTCH-NAME                     PIC X(45)   VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR 450000-APPLY-CORPORATE, WHICH ADDS OR
      * CONVERTS A LEGAL-ENTITY CUSTOMER ON A REQ-TYPE 10. THE PRIOR
      * TYPE, CIF AND CNAE ARE HELD FOR THE AUDIT BEFORE-IMAGE.
       01  WS-CORP-EXISTS-SW                PIC X(1)    VALUE 'N'.
           88  WS-CORP-EXISTS                           VALUE 'Y'.
       01  WS-OLD-CUSTM-TYPE                PIC X(1)    VALUE SPACES.
       01  WS-OLD-CUSTM-TAX-ID              PIC X(9)    VALUE SPACES.
       01  WS-OLD-CUSTM-CNAE                PIC X(4)    VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR 470000-APPLY-WHT-EXEMPTION: THE PRIOR
      * EXEMPTION FLAG IS HELD FOR THE AUDIT BEFORE-IMAGE.
       01  WS-OLD-WHT-EXEMPT                PIC X(1)    VALUE SPACES.
      ******************************************************************
      * WORKING-STORAGE FOR 480000-APPLY-TAX-RESIDENCE: THE PRIOR
      * TAX ID AND SELF-CERTIFICATION STATUS FOR THE COUNTRY, IF ANY,
      * ARE HELD FOR THE AUDIT BEFORE-IMAGE.
       01  WS-TXR-EXISTS-SW                 PIC X(1)    VALUE 'N'.
           88  WS-TXR-EXISTS                            VALUE 'Y'.
      ******************************************************************
      * WORKING-STORAGE FOR 490000-APPLY-NET-INCOME: THE PRIOR INCOME
      * AND VERIFICATION DATE ARE HELD FOR THE AUDIT BEFORE-IMAGE,
      * AND THE CUSTOMER TYPE TO REFUSE AN ENTITY.
       01  WS-OLD-NET-INCOME                PIC S9(9)V99 COMP-3
                                                         VALUE ZEROS.
       01  WS-OLD-INC-VER-DATE              PIC X(10)   VALUE SPACES.
       01  WS-INC-CUSTM-TYPE                PIC X(1)    VALUE SPACES.
       01  WS-INC-EDIT                      PIC ZZZZZZZZ9.99.
      ******************************************************************
      * WORKING-STORAGE FOR 460000-CHECK-TAX-ID-UNIQUE AND
      * 460100-VALIDATE-NIF-NIE. THE DNI/NIE CHECK LETTER IS THE
      * LETTER AT (NUMBER MOD 23) + 1 OF WS-NIF-LETTERS, THE NIE'S
      * LEADING X/Y/Z COUNTING AS 0/1/2 AHEAD OF ITS SEVEN DIGITS.
       01  WS-NIF-LETTERS                   PIC X(23)   VALUE
               'TRWAGMYFPDXBNJZSQVHLCKE'.
       01  WS-NIF-DIGITS-X                  PIC X(8)    VALUE ZEROS.
       01  WS-NIF-DIGITS REDEFINES WS-NIF-DIGITS-X
                                            PIC 9(8).
       01  WS-NIF-QUOT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-NIF-REM                       PIC S9(4)   COMP
                                                         VALUE ZEROS.
       01  WS-TAX-ID                        PIC X(9)    VALUE SPACES.
       01  WS-TAX-DOC-NO                    PIC X(20)   VALUE SPACES.
       01  WS-TAX-DUP-CNT                   PIC S9(9)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * WORKING-STORAGE FOR THE MAKER-CHECKER QUEUE: SENSITIVE
      * TRANSACTIONS ARE PARKED ON PENDTXN BY 198500-PARK-SENSITIVE-
       COPY CUSTCNTH.
      ******************************************************************
       COPY CUSTIDOC.
      ******************************************************************
       COPY CUSTTAXR.
      ******************************************************************
       COPY EDLVREG.
      ******************************************************************
                      AND PTXN_STATUS = 'A'
                    ORDER BY PTXN_SEQ
           END-EXEC.
      ******************************************************************
      * CURSOR OVER THE CUSTOMER'S BOUNCED E-DELIVERY REGISTER ROWS,
      * FOR 410035-IMAGE-EDLV-BOUNCES.
           EXEC SQL
               DECLARE CUSTM-EDLV-CSR CURSOR FOR
                   SELECT EDLV_CUST_NO, EDLV_DOC_TYPE, EDLV_SENT_DATE,
                          EDLV_EMAIL, EDLV_ST
                     FROM IDC015.EDLVREG
                    WHERE EDLV_CUST_NO = :EDLV-CUST-NO
                      AND EDLV_ST      = 'B'
           END-EXEC.
      ******************************************************************
       COPY QRECDB2.
      ******************************************************************

       COPY RUNCTL.
      ******************************************************************
       COPY IMGSRV.
      ******************************************************************

       LINKAGE SECTION.

                       PERFORM 430000-APPLY-IDDOC
                   WHEN '09'
                       PERFORM 440000-APPLY-GONE-AWAY
                   WHEN '10'
                       PERFORM 198000-SCREEN-WATCHLIST
                       IF WS-WTCH-MATCHED
                           PERFORM 198100-WRITE-HELD-TXN
                       ELSE
                           PERFORM 450000-APPLY-CORPORATE
                       END-IF
                   WHEN '11'
                       PERFORM 470000-APPLY-WHT-EXEMPTION
                   WHEN '12'
                       PERFORM 480000-APPLY-TAX-RESIDENCE
                   WHEN '13'
                       PERFORM 490000-APPLY-NET-INCOME
                   WHEN OTHER
                       MOVE CUSTIN-REQ-TYPE    TO CREJ-REQ-TYPE
                       MOVE CUSTIN-CUSTM-NO    TO CREJ-CUSTM-NO
              CUSTIN-REQ-TYPE NOT = '06' AND
              CUSTIN-REQ-TYPE NOT = '07' AND
              CUSTIN-REQ-TYPE NOT = '08' AND
              CUSTIN-REQ-TYPE NOT = '09' AND
              CUSTIN-REQ-TYPE NOT = '10' AND
              CUSTIN-REQ-TYPE NOT = '11' AND
              CUSTIN-REQ-TYPE NOT = '12' AND
              CUSTIN-REQ-TYPE NOT = '13'
               MOVE 'N' TO WS-EDITS-OK-SW
               MOVE 'CUSTIN-REQ-TYPE NOT A VALID CODE'
                                       TO WS-EDIT-REASON
      * TRANSACTION.
       200000-APPLY-ADD.

           MOVE 'P' TO WS-CUST-TYPE-SW
           PERFORM 190000-VALIDATE-DOB

           IF WS-DOB-VALID
               MOVE CUSTIN-CUSTM-NAME-LASTNM   TO ACN-CUSTM-NAME-LASTNM
               MOVE CUSTIN-CUSTM-ADDR          TO ACN-CUSTM-ADDR
               MOVE CUSTIN-CUSTM-DOB           TO ACN-CUSTM-DOB
               MOVE 'P'                        TO ACN-CUSTM-TYPE
               MOVE SPACES                     TO ACN-CUSTM-REG-NAME
               MOVE SPACES                     TO ACN-CUSTM-TAX-ID
               MOVE SPACES                     TO ACN-CUSTM-CNAE

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 200010-INSERT-CUSTM-ROW
                   INSERT INTO IDC015.CUSTM_TABLE
                       ( CUSTM_NO, CUSTM_NAME_FRSTNM, CUSTM_NAME_MDLNM,
                         CUSTM_NAME_LASTNM, CUSTM_ADDR, CUSTM_DOB,
                         CUSTM_ST, CUSTM_TYPE, CUSTM_REG_NAME,
                         CUSTM_TAX_ID, CUSTM_CNAE, CUSTM_WHT_EXEMPT,
                         CUSTM_NET_INCOME, CUSTM_INC_VER_DATE,
                         CUSTM_ANON_DATE )
                   VALUES
                       ( :ACN-CUSTM-NO, :ACN-CUSTM-NAME-FRSTNM,
                         :ACN-CUSTM-NAME-MDLNM, :ACN-CUSTM-NAME-LASTNM,
                         :ACN-CUSTM-ADDR, :ACN-CUSTM-DOB, 'A',
                         :ACN-CUSTM-TYPE, :ACN-CUSTM-REG-NAME,
                         :ACN-CUSTM-TAX-ID, :ACN-CUSTM-CNAE, 'N',
                         0, '0001-01-01', '0001-01-01' )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'CUSTM_TABLE'       TO IMGSRV-TABLE
                   MOVE DCLACN-CUSTM-TABLE  TO IMGSRV-ROW-DATA
                   PERFORM 900730-IMAGE-INSERTED-KEY-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 200100-APPLY-MOD UPDATES AN EXISTING CUSTM_TABLE ROW FOR A
      * 02/MOD TRANSACTION. THE CUSTOMER'S TYPE IS LOOKED UP FIRST SO
      * A LEGAL ENTITY'S INCORPORATION DATE IS NOT AGE-CHECKED.
       200100-APPLY-MOD.

           PERFORM 190050-FETCH-CUST-TYPE
           PERFORM 190000-VALIDATE-DOB

           IF WS-DOB-VALID
           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'CUSTM_TABLE'       TO IMGSRV-TABLE
               MOVE DCLACN-CUSTM-TABLE  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.CUSTM_TABLE
                      SET CUSTM_NAME_FRSTNM = :ACN-CUSTM-NAME-FRSTNM,
                          CUSTM_DOB         = :ACN-CUSTM-DOB
                    WHERE CUSTM_NO = :ACN-CUSTM-NO
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 200120-CAPTURE-CUSTHIST READS THE CURRENT NAME/ADDRESS OFF
                       ( :HCN-CUSTM-NO, :HCN-DATE, :HCN-NAME-FRSTNM,
                         :HCN-NAME-MDLNM, :HCN-NAME-LASTNM, :HCN-ADDR )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'CUSTHIST'       TO IMGSRV-TABLE
                   MOVE SPACES           TO IMGSRV-AFTER
                   MOVE DCLHCN-CUSTHIST  TO IMGSRV-AFT-DATA
                   PERFORM 900740-IMAGE-INSERTED-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 200200-APPLY-DEL REMOVES A CUSTM_TABLE ROW FOR A 03/DEL
           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'CUSTM_TABLE'       TO IMGSRV-TABLE
               MOVE DCLACN-CUSTM-TABLE  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   DELETE FROM IDC015.CUSTM_TABLE
                    WHERE CUSTM_NO = :ACN-CUSTM-NO
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900750-IMAGE-AFTER-DELETE
               END-IF
           END-IF.
      ******************************************************************
      * 400000-APPLY-ADDRESS MAINTAINS THE CUSTOMER'S STRUCTURED
           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'CUSTADDR'   TO IMGSRV-TABLE
               MOVE DCLCUSTADDR  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.CUSTADDR
                      SET CADR_STREET   = :CADR-STREET,
                          CADR_GONE_FLG = ' '
                    WHERE CADR_CUST_NO = :CADR-CUST-NO
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
       400020-INSERT-CUSTADDR-ROW.
                         :CADR-POSTCODE, :CADR-COUNTRY, :CADR-PREF-FLG,
                         :CADR-UPD-DATE, ' ' )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'CUSTADDR'   TO IMGSRV-TABLE
                   MOVE DCLCUSTADDR  TO IMGSRV-ROW-DATA
                   PERFORM 900730-IMAGE-INSERTED-KEY-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 400100-VALIDATE-COUNTRY INQUIRES QBEC9900 FOR THE KEYED
           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'CUSTCONT'   TO IMGSRV-TABLE
               MOVE DCLCUSTCONT  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.CUSTCONT
                      SET CCNT_VALUE    = :CCNT-VALUE,
                    WHERE CCNT_CUST_NO = :CCNT-CUST-NO
                      AND CCNT_TYPE    = :CCNT-TYPE
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
       410020-INSERT-CUSTCONT-ROW.
                       ( :CCNT-CUST-NO, :CCNT-TYPE, :CCNT-VALUE,
                         :CCNT-PREF-FLG, :CCNT-UPD-DATE )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'CUSTCONT'   TO IMGSRV-TABLE
                   MOVE DCLCUSTCONT  TO IMGSRV-ROW-DATA
                   PERFORM 900730-IMAGE-INSERTED-KEY-ROW
               END-IF
           END-IF.
      ******************************************************************
       410200-CAPTURE-OLD-CONTACT.
                       ( :CCTH-CUST-NO, :CCTH-DATE, :CCTH-KIND,
                         :CCTH-OLD-VALUE )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'CUSTCNTH'   TO IMGSRV-TABLE
                   MOVE SPACES       TO IMGSRV-AFTER
                   MOVE DCLCUSTCNTH  TO IMGSRV-AFT-DATA
                   PERFORM 900740-IMAGE-INSERTED-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 150000-APPLY-APPROVED-QUEUE RE-DRIVES EVERY PENDTXN ITEM A
               IF WS-SIM-MODE
                   MOVE ZERO TO SQLCODE
               ELSE
                   MOVE 'CUSTM100'   TO PTXN-PGM
                   MOVE 'PENDTXN'    TO IMGSRV-TABLE
                   MOVE DCLPENDTXN   TO IMGSRV-ROW-DATA
                   PERFORM 900710-IMAGE-BEFORE-UPDATE
                   EXEC SQL
                       UPDATE IDC015.PENDTXN
                          SET PTXN_STATUS = 'D'
                        WHERE PTXN_PGM = 'CUSTM100'
                          AND PTXN_SEQ = :PTXN-SEQ
                   END-EXEC
                   IF SQLCODE = ZERO
                       PERFORM 900720-IMAGE-AFTER-UPDATE
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
                         :PTXN-KEY, :PTXN-RAW, :PTXN-MAKER,
                         :PTXN-STATUS, :PTXN-DATE )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'PENDTXN'   TO IMGSRV-TABLE
                   MOVE DCLPENDTXN  TO IMGSRV-ROW-DATA
                   PERFORM 900730-IMAGE-INSERTED-KEY-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 190000-VALIDATE-DOB CHECKS THAT CUSTIN-CUSTM-DOB IS A REAL,
               END-IF
           END-IF

           IF WS-DOB-VALID AND NOT WS-CUST-ENTITY
               PERFORM 190100-CHECK-MIN-AGE
           END-IF.
      ******************************************************************
      * 190050-FETCH-CUST-TYPE PICKS UP THE CUSTM_TYPE OF AN EXISTING
      * CUSTOMER FOR THE DATE EDIT. A CUSTOMER NOT FOUND IS TREATED
      * AS A PERSON - THE UPDATE THAT FOLLOWS REJECTS IT ANYWAY.
       190050-FETCH-CUST-TYPE.

           MOVE CUSTIN-CUSTM-NO TO ACN-CUSTM-NO
           MOVE 'P'             TO WS-CUST-TYPE-SW

           EXEC SQL
               SELECT CUSTM_TYPE INTO :ACN-CUSTM-TYPE
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           IF SQLCODE = ZERO
               MOVE ACN-CUSTM-TYPE TO WS-CUST-TYPE-SW
           END-IF.
      ******************************************************************
      * 190100-CHECK-MIN-AGE REJECTS A CUSTOMER WHO HAS NOT YET
      * REACHED WS-MIN-CUST-AGE AS OF TODAY'S DATE.
       190100-CHECK-MIN-AGE.
           END-IF.
      ******************************************************************
      * 198000-SCREEN-WATCHLIST MATCHES THE TRANSACTION'S CUSTOMER
      * NUMBER AND SURNAME (THE REGISTERED NAME ON A REQ-TYPE 10
      * LEGAL ENTITY) AGAINST THE WATCHLIST TABLE (SEE WTCHM100). A
      * MATCH IS NOT A REJECT - IT IS REFERRED TO THE HELD QUEUE FOR
      * A HUMAN DISPOSITION, CARRYING THE FIRST MATCHING REASON CODE.
       198000-SCREEN-WATCHLIST.

           MOVE 'N'    TO WS-WTCH-MATCHED-SW
           MOVE ZEROS  TO WS-WTCH-MATCH-CNT
           MOVE SPACES TO WS-WTCH-RSN-HOLD

           IF CUSTIN-REQ-TYPE = '10'
               MOVE CUSTCP-REG-NAME          TO WS-WTCH-NAME
           ELSE
               MOVE CUSTIN-CUSTM-NAME-LASTNM TO WS-WTCH-NAME
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-WTCH-MATCH-CNT
                WHERE ( WTCH_TYPE = 'C'
                        AND WTCH_VALUE = :CUSTIN-CUSTM-NO )
                   OR ( WTCH_TYPE = 'N'
                        AND :WS-WTCH-NAME
                            LIKE WTCH_VALUE )
           END-EXEC

                    WHERE ( WTCH_TYPE = 'C'
                            AND WTCH_VALUE = :CUSTIN-CUSTM-NO )
                       OR ( WTCH_TYPE = 'N'
                            AND :WS-WTCH-NAME
                                LIKE WTCH_VALUE )
               END-EXEC
           END-IF.
                        TO WS-STA-REJ-REASON
           END-IF

      * A CUSTOMER WHOSE PERSONAL DATA ANON100 HAS ERASED STAYS
      * CLOSED: A RETURNING PERSON IS ONBOARDED AS A NEW CUSTOMER.
           IF WS-STA-OK
            AND WS-OLD-CUSTM-ANON-DATE NOT = '0001-01-01'
               MOVE 'N' TO WS-STA-OK-SW
               MOVE 'CUSTOMER ANONYMIZED - CANNOT BE REOPENED'
                        TO WS-STA-REJ-REASON
           END-IF

      * A CUSTOMER BECOMING ACTIVE MAY NOT SHARE ITS TAX ID WITH A
      * CUSTOMER WHO ALREADY IS - MERGE THE TWO (CMRG100) INSTEAD.
           IF WS-STA-OK
            AND CUSTST-NEW-ST = 'A'
            AND WS-OLD-CUSTM-ST NOT = 'A'
            AND WS-OLD-CUSTM-TAX-ID NOT = SPACES
               MOVE 'Y'                 TO WS-CNT-OK-SW
               MOVE ZEROS               TO WS-CNT-SQLCODE
               MOVE WS-OLD-CUSTM-TAX-ID TO WS-TAX-ID
               PERFORM 460000-CHECK-TAX-ID-UNIQUE
               IF NOT WS-CNT-OK
                   MOVE 'N'               TO WS-STA-OK-SW
                   MOVE WS-CNT-SQLCODE    TO WS-STA-SQLCODE
                   MOVE WS-CNT-REJ-REASON TO WS-STA-REJ-REASON
               END-IF
           END-IF

           IF WS-STA-OK
               MOVE CUSTST-NEW-ST TO ACN-CUSTM-ST


           MOVE CUSTST-CUSTM-NO TO ACN-CUSTM-NO
           MOVE SPACES          TO WS-OLD-CUSTM-ST
           MOVE SPACES          TO WS-OLD-CUSTM-TAX-ID
           MOVE '0001-01-01'    TO WS-OLD-CUSTM-ANON-DATE

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
               MOVE 'A'  TO WS-OLD-CUSTM-ST
           ELSE
               EXEC SQL
                   SELECT CUSTM_ST, CUSTM_TAX_ID, CUSTM_ANON_DATE
                     INTO :WS-OLD-CUSTM-ST, :WS-OLD-CUSTM-TAX-ID,
                          :WS-OLD-CUSTM-ANON-DATE
                     FROM IDC015.CUSTM_TABLE
                    WHERE CUSTM_NO = :ACN-CUSTM-NO
               END-EXEC
           MOVE CUSTCT-CUSTM-NO TO EDLV-CUST-NO

           IF NOT WS-SIM-MODE
               PERFORM 410035-IMAGE-EDLV-BOUNCES

               EXEC SQL
                   DELETE FROM IDC015.EDLVREG
                    WHERE EDLV_CUST_NO = :EDLV-CUST-NO
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF.
      ******************************************************************
      * 410035-IMAGE-EDLV-BOUNCES FILES A DELETE IMAGE OF EACH BOUNCED
      * REGISTER ROW 410030 IS ABOUT TO DROP, SO A BACKOUT CAN PUT
      * THEM BACK.
       410035-IMAGE-EDLV-BOUNCES.

           MOVE 'N' TO WS-EDLV-EOF-SW
           EXEC SQL
               OPEN CUSTM-EDLV-CSR
           END-EXEC
           IF SQLCODE = ZERO
               PERFORM 410036-IMAGE-ONE-EDLV-BOUNCE
                   UNTIL WS-EDLV-EOF
               EXEC SQL
                   CLOSE CUSTM-EDLV-CSR
               END-EXEC
           END-IF.
      ******************************************************************
       410036-IMAGE-ONE-EDLV-BOUNCE.

           EXEC SQL
               FETCH CUSTM-EDLV-CSR
                INTO :EDLV-CUST-NO, :EDLV-DOC-TYPE, :EDLV-SENT-DATE,
                     :EDLV-EMAIL, :EDLV-ST
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-EDLV-EOF-SW
           ELSE
               MOVE 'EDLVREG'      TO IMGSRV-TABLE
               MOVE SPACES         TO IMGSRV-BEFORE
               MOVE DCLEDLVREG     TO IMGSRV-BEF-DATA
               MOVE SPACES         TO IMGSRV-AFTER
               MOVE 'D'            TO IMGSRV-ACTION
               PERFORM 900790-LOG-ROW-IMAGE
           END-IF.
      ******************************************************************
       420010-UPDATE-CUSTM-ST.

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'CUSTM_TABLE'       TO IMGSRV-TABLE
               MOVE DCLACN-CUSTM-TABLE  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.CUSTM_TABLE
                      SET CUSTM_ST = :ACN-CUSTM-ST
                    WHERE CUSTM_NO = :ACN-CUSTM-NO
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 430000-APPLY-IDDOC MAINTAINS THE CUSTOMER'S KYC IDENTITY
                            TO WS-CNT-REJ-REASON
           END-EVALUATE

           IF WS-CNT-OK
            AND (CUSTID-DOC-TYPE = 'DN' OR CUSTID-DOC-TYPE = 'NI')
               PERFORM 460100-VALIDATE-NIF-NIE
               IF WS-CNT-OK
                   MOVE CUSTID-DOC-NO(1:9) TO WS-TAX-ID
                   PERFORM 460000-CHECK-TAX-ID-UNIQUE
               END-IF
           END-IF

           IF WS-CNT-OK
               PERFORM 430100-CAPTURE-OLD-DOCUMENT

                              AND SQLCODE NOT = -913)
               END-IF

               IF SQLCODE = ZERO
                AND (CUSTID-DOC-TYPE = 'DN' OR CUSTID-DOC-TYPE = 'NI')
                   MOVE CUSTID-CUSTM-NO TO ACN-CUSTM-NO
                   MOVE WS-TAX-ID       TO ACN-CUSTM-TAX-ID
                   MOVE ZERO TO WS-DB2-RETRY-CNT
                   PERFORM 430030-SET-PERSON-TAX-ID
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911
                              AND SQLCODE NOT = -913)
               END-IF

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-DOC-CNT
                   MOVE 'IDDOC'          TO WS-AUD-TRAN-TYPE
           IF WS-SIM-MODE
               MOVE +100 TO SQLCODE
           ELSE
               MOVE 'CUSTIDOC'   TO IMGSRV-TABLE
               MOVE DCLCUSTIDOC  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.CUSTIDOC
                      SET CID_DOC_NO   = :CID-DOC-NO,
                    WHERE CID_CUST_NO  = :CID-CUST-NO
                      AND CID_DOC_TYPE = :CID-DOC-TYPE
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
       430020-INSERT-CUSTIDOC-ROW.
                         :CID-ISS-DATE, :CID-EXP-DATE,
                         :CID-UPD-DATE )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'CUSTIDOC'   TO IMGSRV-TABLE
                   MOVE DCLCUSTIDOC  TO IMGSRV-ROW-DATA
                   PERFORM 900730-IMAGE-INSERTED-KEY-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 430030-SET-PERSON-TAX-ID CARRIES A VALIDATED DNI/NIE ONTO THE
      * PERSON'S CUSTM_TAX_ID, WHERE THE UNIQUENESS CHECK, CDUP100
      * AND CBUR100 FIND IT. AN ENTITY'S CUSTM_TAX_ID IS ITS CIF AND
      * IS LEFT ALONE (+100 ON AN ENTITY IS NOT A FAILURE).
       430030-SET-PERSON-TAX-ID.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'CUSTM_TABLE'       TO IMGSRV-TABLE
               MOVE DCLACN-CUSTM-TABLE  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.CUSTM_TABLE
                      SET CUSTM_TAX_ID = :ACN-CUSTM-TAX-ID
                    WHERE CUSTM_NO   = :ACN-CUSTM-NO
                      AND CUSTM_TYPE = 'P'
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF

               IF SQLCODE = +100
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF.
      ******************************************************************
      * 440000-APPLY-GONE-AWAY MARKS THE CUSTOMER'S STRUCTURED
           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'CUSTADDR'   TO IMGSRV-TABLE
               MOVE DCLCUSTADDR  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.CUSTADDR
                      SET CADR_GONE_FLG = 'Y'
                    WHERE CADR_CUST_NO = :CADR-CUST-NO
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 450000-APPLY-CORPORATE ADDS OR CONVERTS A LEGAL-ENTITY
      * CUSTOMER FOR A REQ-TYPE 10 TRANSACTION. THE REGISTERED NAME
      * MUST BE PRESENT, THE CIF MUST BE AN ORGANIZATION LETTER,
      * SEVEN DIGITS AND A CONTROL CHARACTER, THE INCORPORATION DATE
      * A REAL YYYY-MM-DD DATE NOT AFTER TODAY, AND THE CNAE FOUR
      * DIGITS. AN UNKNOWN CUSTOMER NUMBER IS INSERTED AS A NEW
      * ACTIVE ENTITY (THE FIRST FIFTEEN CHARACTERS OF THE REGISTERED
      * NAME GO INTO CUSTM_NAME_LASTNM SO EXISTING LISTINGS STILL
      * SHOW A NAME); AN EXISTING ONE IS SET TO TYPE 'E' WITH ITS
      * INCORPORATION DATE REPLACING WHATEVER DATE OF BIRTH WAS KEYED.
      * THE PRIOR TYPE, CIF AND CNAE GO TO THE AUDIT TRAIL.
       450000-APPLY-CORPORATE.

           MOVE 'Y'    TO WS-CNT-OK-SW
           MOVE SPACES TO WS-CNT-REJ-REASON
           MOVE ZEROS  TO WS-CNT-SQLCODE
           MOVE CUSTCP-INC-DATE TO WS-DOB-BREAKDOWN

           EVALUATE TRUE
               WHEN CUSTCP-REG-NAME = SPACES
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'REGISTERED NAME MISSING'
                            TO WS-CNT-REJ-REASON
               WHEN CUSTCP-TAX-ID(1:1) NOT ALPHABETIC-UPPER
                 OR CUSTCP-TAX-ID(1:1) = SPACE
                 OR CUSTCP-TAX-ID(2:7) NOT NUMERIC
                 OR CUSTCP-TAX-ID(9:1) = SPACE
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'CIF NOT LETTER + 7 DIGITS + CONTROL'
                            TO WS-CNT-REJ-REASON
               WHEN WS-DOB-DASH1 NOT = '-'
                 OR WS-DOB-DASH2 NOT = '-'
                 OR WS-DOB-YYYY-X NOT NUMERIC
                 OR WS-DOB-MM-X   NOT NUMERIC
                 OR WS-DOB-DD-X   NOT NUMERIC
                 OR WS-DOB-MM-X < '01' OR WS-DOB-MM-X > '12'
                 OR WS-DOB-DD-X < '01' OR WS-DOB-DD-X > '31'
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'INCORPORATION DATE NOT VALID YYYY-MM-DD'
                            TO WS-CNT-REJ-REASON
               WHEN CUSTCP-INC-DATE > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'INCORPORATION DATE IN THE FUTURE'
                            TO WS-CNT-REJ-REASON
               WHEN CUSTCP-CNAE NOT NUMERIC
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'CNAE ACTIVITY CODE MUST BE 4 DIGITS'
                            TO WS-CNT-REJ-REASON
           END-EVALUATE

           IF WS-CNT-OK
               MOVE CUSTCP-TAX-ID TO WS-TAX-ID
               PERFORM 460000-CHECK-TAX-ID-UNIQUE
           END-IF

           IF WS-CNT-OK
               PERFORM 450100-FETCH-CORP-CUSTOMER
           END-IF

           IF WS-CNT-OK
               MOVE CUSTCP-CUSTM-NO  TO ACN-CUSTM-NO
               MOVE 'E'              TO ACN-CUSTM-TYPE
               MOVE CUSTCP-REG-NAME  TO ACN-CUSTM-REG-NAME
               MOVE CUSTCP-TAX-ID    TO ACN-CUSTM-TAX-ID
               MOVE CUSTCP-INC-DATE  TO ACN-CUSTM-DOB
               MOVE CUSTCP-CNAE      TO ACN-CUSTM-CNAE

               MOVE ZERO TO WS-DB2-RETRY-CNT
               IF WS-CORP-EXISTS
                   PERFORM 450010-UPDATE-CORP-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911
                              AND SQLCODE NOT = -913)
               ELSE
                   MOVE SPACES                TO ACN-CUSTM-NAME-FRSTNM
                   MOVE SPACES                TO ACN-CUSTM-NAME-MDLNM
                   MOVE CUSTCP-REG-NAME(1:15) TO ACN-CUSTM-NAME-LASTNM
                   MOVE SPACES                TO ACN-CUSTM-ADDR
                   PERFORM 450020-INSERT-CORP-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911
                              AND SQLCODE NOT = -913)
               END-IF

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-ENT-CNT
                   MOVE 'ENTITY'            TO WS-AUD-TRAN-TYPE
                   MOVE CUSTCP-CUSTM-NO     TO WS-AUD-KEY
                   MOVE SPACES              TO WS-AUD-BEFORE
                   MOVE SPACES              TO WS-AUD-AFTER
                   IF WS-CORP-EXISTS
                       MOVE WS-OLD-CUSTM-TYPE   TO WS-AUD-BEFORE(1:1)
                       MOVE WS-OLD-CUSTM-TAX-ID TO WS-AUD-BEFORE(3:9)
                       MOVE WS-OLD-CUSTM-CNAE   TO WS-AUD-BEFORE(13:4)
                   END-IF
                   MOVE 'E'                 TO WS-AUD-AFTER(1:1)
                   MOVE CUSTCP-TAX-ID       TO WS-AUD-AFTER(3:9)
                   MOVE CUSTCP-CNAE         TO WS-AUD-AFTER(13:4)
                   MOVE CUSTCP-INC-DATE     TO WS-AUD-AFTER(18:10)
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   MOVE 'N'     TO WS-CNT-OK-SW
                   MOVE SQLCODE TO WS-CNT-SQLCODE
                   MOVE 'ENTITY UPSERT FAILED - SEE SQLCODE'
                                TO WS-CNT-REJ-REASON
                   MOVE 'CUSTM_TBL'     TO DB2-OBJECT
                   MOVE 'UPSERT'        TO DB2-STATEMENT
                   MOVE CUSTCP-CUSTM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF

           IF NOT WS-CNT-OK
               MOVE '10'              TO CREJ-REQ-TYPE
               MOVE CUSTCP-CUSTM-NO   TO CREJ-CUSTM-NO
               MOVE WS-CNT-SQLCODE    TO CREJ-SQLCODE
               MOVE WS-CNT-REJ-REASON TO CREJ-REASON
               PERFORM 900100-WRITE-REJECT
           END-IF.
      ******************************************************************
      * 450100-FETCH-CORP-CUSTOMER READS THE CUSTOMER'S CURRENT TYPE,
      * CIF AND CNAE: FOUND MEANS A CONVERSION (OR A CORRECTION OF
      * AN EXISTING ENTITY), NOT FOUND MEANS A NEW ENTITY.
       450100-FETCH-CORP-CUSTOMER.

           MOVE CUSTCP-CUSTM-NO TO ACN-CUSTM-NO
           MOVE 'N'             TO WS-CORP-EXISTS-SW
           MOVE SPACES          TO WS-OLD-CUSTM-TYPE
           MOVE SPACES          TO WS-OLD-CUSTM-TAX-ID
           MOVE SPACES          TO WS-OLD-CUSTM-CNAE

           EXEC SQL
               SELECT CUSTM_TYPE, CUSTM_TAX_ID, CUSTM_CNAE
                 INTO :WS-OLD-CUSTM-TYPE, :WS-OLD-CUSTM-TAX-ID,
                      :WS-OLD-CUSTM-CNAE
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'Y' TO WS-CORP-EXISTS-SW
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'N'     TO WS-CNT-OK-SW
                   MOVE SQLCODE TO WS-CNT-SQLCODE
                   MOVE 'CUSTOMER FETCH FAILED - SEE SQLCODE'
                                TO WS-CNT-REJ-REASON
                   MOVE 'CUSTM_TBL'     TO DB2-OBJECT
                   MOVE 'SELECT'        TO DB2-STATEMENT
                   MOVE CUSTCP-CUSTM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
       450010-UPDATE-CORP-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'CUSTM_TABLE'       TO IMGSRV-TABLE
               MOVE DCLACN-CUSTM-TABLE  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.CUSTM_TABLE
                      SET CUSTM_TYPE     = :ACN-CUSTM-TYPE,
                          CUSTM_REG_NAME = :ACN-CUSTM-REG-NAME,
                          CUSTM_TAX_ID   = :ACN-CUSTM-TAX-ID,
                          CUSTM_DOB      = :ACN-CUSTM-DOB,
                          CUSTM_CNAE     = :ACN-CUSTM-CNAE
                    WHERE CUSTM_NO = :ACN-CUSTM-NO
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
       450020-INSERT-CORP-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO IDC015.CUSTM_TABLE
                       ( CUSTM_NO, CUSTM_NAME_FRSTNM, CUSTM_NAME_MDLNM,
                         CUSTM_NAME_LASTNM, CUSTM_ADDR, CUSTM_DOB,
                         CUSTM_ST, CUSTM_TYPE, CUSTM_REG_NAME,
                         CUSTM_TAX_ID, CUSTM_CNAE, CUSTM_WHT_EXEMPT,
                         CUSTM_NET_INCOME, CUSTM_INC_VER_DATE,
                         CUSTM_ANON_DATE )
                   VALUES
                       ( :ACN-CUSTM-NO, :ACN-CUSTM-NAME-FRSTNM,
                         :ACN-CUSTM-NAME-MDLNM, :ACN-CUSTM-NAME-LASTNM,
                         :ACN-CUSTM-ADDR, :ACN-CUSTM-DOB, 'A',
                         :ACN-CUSTM-TYPE, :ACN-CUSTM-REG-NAME,
                         :ACN-CUSTM-TAX-ID, :ACN-CUSTM-CNAE, 'N',
                         0, '0001-01-01', '0001-01-01' )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'CUSTM_TABLE'       TO IMGSRV-TABLE
                   MOVE DCLACN-CUSTM-TABLE  TO IMGSRV-ROW-DATA
                   PERFORM 900730-IMAGE-INSERTED-KEY-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 460000-CHECK-TAX-ID-UNIQUE REFUSES A TAX ID (WS-TAX-ID) THAT
      * ANOTHER ACTIVE CUSTOMER ALREADY HOLDS - ON ITS CUSTM_TAX_ID,
      * OR AS A DNI/NIE DOCUMENT ON CUSTIDOC KEYED BEFORE THE TAX ID
      * WAS CARRIED ON THE MASTER. THE CUSTOMER NUMBER OF THE
      * TRANSACTION ITSELF IS EXCLUDED, SO RE-KEYING A CUSTOMER'S OWN
      * DOCUMENT IS NOT A DUPLICATE. A CHECK THAT CANNOT BE RUN
      * REFUSES THE TRANSACTION RATHER THAN WAVING IT THROUGH.
       460000-CHECK-TAX-ID-UNIQUE.

           MOVE CUSTIN-CUSTM-NO TO ACN-CUSTM-NO
           MOVE WS-TAX-ID       TO WS-TAX-DOC-NO
           MOVE ZEROS           TO WS-TAX-DUP-CNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-TAX-DUP-CNT
                 FROM IDC015.CUSTM_TABLE C
                WHERE C.CUSTM_NO <> :ACN-CUSTM-NO
                  AND C.CUSTM_ST  = 'A'
                  AND ( C.CUSTM_TAX_ID = :WS-TAX-ID
                     OR EXISTS
                        ( SELECT 1
                            FROM IDC015.CUSTIDOC D
                           WHERE D.CID_CUST_NO = C.CUSTM_NO
                             AND D.CID_DOC_TYPE IN ('DN', 'NI')
                             AND D.CID_DOC_NO  = :WS-TAX-DOC-NO ) )
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                   MOVE 'N'     TO WS-CNT-OK-SW
                   MOVE SQLCODE TO WS-CNT-SQLCODE
                   MOVE 'TAX ID CHECK FAILED - SEE SQLCODE'
                                TO WS-CNT-REJ-REASON
                   MOVE 'CUSTM_TBL'     TO DB2-OBJECT
                   MOVE 'SELECT'        TO DB2-STATEMENT
                   MOVE CUSTIN-CUSTM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               WHEN WS-TAX-DUP-CNT > ZERO
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'TAX ID HELD BY ANOTHER ACTIVE CUSTOMER'
                            TO WS-CNT-REJ-REASON
           END-EVALUATE.
      ******************************************************************
      * 460100-VALIDATE-NIF-NIE CHECKS THE DNI (EIGHT DIGITS AND A
      * LETTER) OR NIE (X/Y/Z, SEVEN DIGITS AND A LETTER) IN
      * CUSTID-DOC-NO, LEFT-JUSTIFIED WITH NOTHING AFTER IT, AND
      * REJECTS IT UNLESS THE LETTER IS THE ONE ITS NUMBER CALLS FOR.
       460100-VALIDATE-NIF-NIE.

           MOVE ZEROS TO WS-NIF-DIGITS-X

           EVALUATE TRUE
               WHEN CUSTID-DOC-NO(10:11) NOT = SPACES
                   MOVE 'N' TO WS-CNT-OK-SW
               WHEN CUSTID-DOC-TYPE = 'DN'
                AND CUSTID-DOC-NO(1:8) IS NUMERIC
                   MOVE CUSTID-DOC-NO(1:8) TO WS-NIF-DIGITS-X
               WHEN CUSTID-DOC-TYPE = 'NI'
                AND CUSTID-DOC-NO(2:7) IS NUMERIC
                AND (CUSTID-DOC-NO(1:1) = 'X'
                  OR CUSTID-DOC-NO(1:1) = 'Y'
                  OR CUSTID-DOC-NO(1:1) = 'Z')
                   MOVE CUSTID-DOC-NO(2:7) TO WS-NIF-DIGITS-X(2:7)
                   EVALUATE CUSTID-DOC-NO(1:1)
                       WHEN 'Y'
                           MOVE '1' TO WS-NIF-DIGITS-X(1:1)
                       WHEN 'Z'
                           MOVE '2' TO WS-NIF-DIGITS-X(1:1)
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'N' TO WS-CNT-OK-SW
           END-EVALUATE

           IF WS-CNT-OK
               DIVIDE WS-NIF-DIGITS BY 23
                   GIVING WS-NIF-QUOT REMAINDER WS-NIF-REM
               IF CUSTID-DOC-NO(9:1)
                   NOT = WS-NIF-LETTERS(WS-NIF-REM + 1:1)
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'NIF/NIE CHECK LETTER DOES NOT MATCH'
                            TO WS-CNT-REJ-REASON
               END-IF
           ELSE
               MOVE 'NIF/NIE NOT IN DNI OR NIE FORMAT'
                        TO WS-CNT-REJ-REASON
           END-IF.
      ******************************************************************
      * 470000-APPLY-WHT-EXEMPTION GRANTS ('Y') OR WITHDRAWS ('N') A
      * CUSTOMER'S EXEMPTION FROM WITHHOLDING TAX ON DEPOSIT INTEREST
      * FOR A REQ-TYPE 11 TRANSACTION. A GRANT MUST NAME THE
      * EXEMPTION CERTIFICATE AND ITS ISSUE DATE, NOT AFTER TODAY;
      * THE PRIOR FLAG AND THE CERTIFICATE GO TO THE AUDIT TRAIL SO
      * EVERY GROSS CREDIT DEPOI100 MAKES CAN BE JUSTIFIED LATER.
       470000-APPLY-WHT-EXEMPTION.

           MOVE 'Y'    TO WS-CNT-OK-SW
           MOVE SPACES TO WS-CNT-REJ-REASON
           MOVE ZEROS  TO WS-CNT-SQLCODE
           MOVE CUSTWX-CERT-DATE TO WS-DOB-BREAKDOWN

           EVALUATE TRUE
               WHEN CUSTWX-EXEMPT NOT = 'Y'
                AND CUSTWX-EXEMPT NOT = 'N'
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'EXEMPT FLAG MUST BE Y OR N'
                            TO WS-CNT-REJ-REASON
               WHEN CUSTWX-EXEMPT = 'N'
                   CONTINUE
               WHEN CUSTWX-CERT-REF = SPACES
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'EXEMPTION CERTIFICATE REFERENCE MISSING'
                            TO WS-CNT-REJ-REASON
               WHEN WS-DOB-DASH1 NOT = '-'
                 OR WS-DOB-DASH2 NOT = '-'
                 OR WS-DOB-YYYY-X NOT NUMERIC
                 OR WS-DOB-MM-X   NOT NUMERIC
                 OR WS-DOB-DD-X   NOT NUMERIC
                 OR WS-DOB-MM-X < '01' OR WS-DOB-MM-X > '12'
                 OR WS-DOB-DD-X < '01' OR WS-DOB-DD-X > '31'
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'CERTIFICATE DATE NOT VALID YYYY-MM-DD'
                            TO WS-CNT-REJ-REASON
               WHEN CUSTWX-CERT-DATE > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'CERTIFICATE DATE IN THE FUTURE'
                            TO WS-CNT-REJ-REASON
           END-EVALUATE

           IF WS-CNT-OK
               PERFORM 470100-FETCH-WHT-EXEMPT
           END-IF

           IF WS-CNT-OK
               MOVE CUSTWX-CUSTM-NO TO ACN-CUSTM-NO
               MOVE CUSTWX-EXEMPT   TO ACN-CUSTM-WHT-EXEMPT

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 470010-UPDATE-WHT-EXEMPT
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-WHX-CNT
                   MOVE 'WHTEXEMPT'         TO WS-AUD-TRAN-TYPE
                   MOVE CUSTWX-CUSTM-NO     TO WS-AUD-KEY
                   MOVE SPACES              TO WS-AUD-BEFORE
                   MOVE SPACES              TO WS-AUD-AFTER
                   MOVE WS-OLD-WHT-EXEMPT   TO WS-AUD-BEFORE(1:1)
                   MOVE CUSTWX-EXEMPT       TO WS-AUD-AFTER(1:1)
                   IF CUSTWX-EXEMPT = 'Y'
                       MOVE CUSTWX-CERT-REF  TO WS-AUD-AFTER(3:20)
                       MOVE CUSTWX-CERT-DATE TO WS-AUD-AFTER(24:10)
                   END-IF
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   MOVE 'N'     TO WS-CNT-OK-SW
                   MOVE SQLCODE TO WS-CNT-SQLCODE
                   MOVE 'EXEMPTION UPDATE FAILED - SEE SQLCODE'
                                TO WS-CNT-REJ-REASON
                   MOVE 'CUSTM_TBL'     TO DB2-OBJECT
                   MOVE 'UPDATE'        TO DB2-STATEMENT
                   MOVE CUSTWX-CUSTM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF

           IF NOT WS-CNT-OK
               MOVE '11'              TO CREJ-REQ-TYPE
               MOVE CUSTWX-CUSTM-NO   TO CREJ-CUSTM-NO
               MOVE WS-CNT-SQLCODE    TO CREJ-SQLCODE
               MOVE WS-CNT-REJ-REASON TO CREJ-REASON
               PERFORM 900100-WRITE-REJECT
           END-IF.
      ******************************************************************
      * 470100-FETCH-WHT-EXEMPT READS THE CUSTOMER'S CURRENT
      * EXEMPTION FLAG; AN UNKNOWN CUSTOMER IS REJECTED.
       470100-FETCH-WHT-EXEMPT.

           MOVE CUSTWX-CUSTM-NO TO ACN-CUSTM-NO
           MOVE SPACES          TO WS-OLD-WHT-EXEMPT

           EXEC SQL
               SELECT CUSTM_WHT_EXEMPT
                 INTO :WS-OLD-WHT-EXEMPT
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE 'N'   TO WS-CNT-OK-SW
                   MOVE ZEROS TO WS-CNT-SQLCODE
                   MOVE 'CUSTOMER NOT FOUND'
                              TO WS-CNT-REJ-REASON
               WHEN OTHER
                   MOVE 'N'     TO WS-CNT-OK-SW
                   MOVE SQLCODE TO WS-CNT-SQLCODE
                   MOVE 'CUSTOMER FETCH FAILED - SEE SQLCODE'
                                TO WS-CNT-REJ-REASON
                   MOVE 'CUSTM_TBL'     TO DB2-OBJECT
                   MOVE 'SELECT'        TO DB2-STATEMENT
                   MOVE CUSTWX-CUSTM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
       470010-UPDATE-WHT-EXEMPT.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'CUSTM_TABLE'       TO IMGSRV-TABLE
               MOVE DCLACN-CUSTM-TABLE  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.CUSTM_TABLE
                      SET CUSTM_WHT_EXEMPT = :ACN-CUSTM-WHT-EXEMPT
                    WHERE CUSTM_NO = :ACN-CUSTM-NO
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 480000-APPLY-TAX-RESIDENCE RECORDS ONE COUNTRY OF TAX
      * RESIDENCE ON CUSTTAXR FOR A REQ-TYPE 12 TRANSACTION. THE
      * CUSTOMER MUST EXIST AND THE COUNTRY BE ON THE QBEC9900
      * REFERENCE TABLE; THE STATUS DATE MUST BE A REAL DATE NOT
      * AFTER TODAY; A SELF-CERTIFIED RESIDENCE MUST CARRY ITS TAX ID
      * OR THE REASON THERE IS NONE, SINCE THE CRS / FATCA RETURN
      * CANNOT OMIT BOTH. THE PRIOR TAX ID AND STATUS GO TO THE AUDIT
      * TRAIL.
       480000-APPLY-TAX-RESIDENCE.

           MOVE 'Y'    TO WS-CNT-OK-SW
           MOVE SPACES TO WS-CNT-REJ-REASON
           MOVE ZEROS  TO WS-CNT-SQLCODE
           MOVE CUSTTX-SC-DATE TO WS-DOB-BREAKDOWN

           EVALUATE TRUE
               WHEN CUSTTX-SC-ST NOT = 'V'
                AND CUSTTX-SC-ST NOT = 'P'
                AND CUSTTX-SC-ST NOT = 'X'
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'SELF-CERT STATUS MUST BE V, P OR X'
                            TO WS-CNT-REJ-REASON
               WHEN CUSTTX-TIN-RSN NOT = SPACE
                AND CUSTTX-TIN-RSN NOT = 'A'
                AND CUSTTX-TIN-RSN NOT = 'B'
                AND CUSTTX-TIN-RSN NOT = 'C'
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'NO-TIN REASON MUST BE A, B OR C'
                            TO WS-CNT-REJ-REASON
               WHEN CUSTTX-SC-ST = 'V'
                AND CUSTTX-TIN = SPACES
                AND CUSTTX-TIN-RSN = SPACE
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'SELF-CERTIFIED WITH NO TIN OR REASON'
                            TO WS-CNT-REJ-REASON
               WHEN WS-DOB-DASH1 NOT = '-'
                 OR WS-DOB-DASH2 NOT = '-'
                 OR WS-DOB-YYYY-X NOT NUMERIC
                 OR WS-DOB-MM-X   NOT NUMERIC
                 OR WS-DOB-DD-X   NOT NUMERIC
                 OR WS-DOB-MM-X < '01' OR WS-DOB-MM-X > '12'
                 OR WS-DOB-DD-X < '01' OR WS-DOB-DD-X > '31'
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'SELF-CERT DATE NOT VALID YYYY-MM-DD'
                            TO WS-CNT-REJ-REASON
               WHEN CUSTTX-SC-DATE > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'SELF-CERT DATE IN THE FUTURE'
                            TO WS-CNT-REJ-REASON
           END-EVALUATE

           IF WS-CNT-OK
               PERFORM 195000-CHECK-DUP-CUSTNO
               IF NOT WS-DUP-CUSTNO-FOUND
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'CUSTOMER NOT ON CUSTM_TABLE'
                            TO WS-CNT-REJ-REASON
               ELSE
                   PERFORM 480100-VALIDATE-TAX-COUNTRY
               END-IF
           END-IF

           IF WS-CNT-OK
               PERFORM 480200-FETCH-OLD-RESIDENCE
           END-IF

           IF WS-CNT-OK
               MOVE CUSTTX-CUSTM-NO TO CTXR-CUST-NO
               MOVE CUSTTX-COUNTRY  TO CTXR-COUNTRY
               MOVE CUSTTX-TIN      TO CTXR-TIN
               MOVE CUSTTX-TIN-RSN  TO CTXR-TIN-RSN
               MOVE CUSTTX-SC-ST    TO CTXR-SC-ST
               MOVE CUSTTX-SC-DATE  TO CTXR-SC-DATE
               MOVE WS-TODAY-DATE-X TO CTXR-UPD-DATE

               MOVE ZERO TO WS-DB2-RETRY-CNT
               IF WS-TXR-EXISTS
                   PERFORM 480010-UPDATE-CUSTTAXR-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
               ELSE
                   PERFORM 480020-INSERT-CUSTTAXR-ROW
                       WITH TEST AFTER
                       UNTIL SQLCODE = ZERO
                          OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                          OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)
               END-IF

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-TXR-CNT
                   MOVE 'TAXRESID'          TO WS-AUD-TRAN-TYPE
                   MOVE CUSTTX-CUSTM-NO     TO WS-AUD-KEY
                   MOVE WS-OLD-IMAGE        TO WS-AUD-BEFORE
                   MOVE SPACES              TO WS-AUD-AFTER
                   STRING CUSTTX-COUNTRY ' ' CUSTTX-SC-ST ' '
                          CUSTTX-SC-DATE ' ' CUSTTX-TIN-RSN ' '
                          CUSTTX-TIN
                       DELIMITED BY SIZE
                       INTO WS-AUD-AFTER
                   END-STRING
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   MOVE 'N'     TO WS-CNT-OK-SW
                   MOVE SQLCODE TO WS-CNT-SQLCODE
                   MOVE 'TAX RESIDENCE UPSERT FAILED - SEE SQLCODE'
                                TO WS-CNT-REJ-REASON
                   MOVE 'CUSTTAXR'      TO DB2-OBJECT
                   MOVE 'UPSERT'        TO DB2-STATEMENT
                   MOVE CUSTTX-CUSTM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF

           IF NOT WS-CNT-OK
               MOVE '12'              TO CREJ-REQ-TYPE
               MOVE CUSTTX-CUSTM-NO   TO CREJ-CUSTM-NO
               MOVE WS-CNT-SQLCODE    TO CREJ-SQLCODE
               MOVE WS-CNT-REJ-REASON TO CREJ-REASON
               PERFORM 900100-WRITE-REJECT
           END-IF.
      ******************************************************************
      * 480100-VALIDATE-TAX-COUNTRY INQUIRES QBEC9900 FOR THE
      * COUNTRY OF RESIDENCE, AS 400100 DOES FOR A POSTAL ADDRESS.
       480100-VALIDATE-TAX-COUNTRY.

           MOVE CUSTTX-COUNTRY      TO QBEC9900-COD-ENTITY
           MOVE WS-DEFAULT-LNG-DATA TO QBEC9900-LNG-DATA
           SET QBEC9900-FUNC-INQUIRE TO TRUE

           CALL 'QBEC9900' USING WS-QBEC9900-AREA

           IF NOT QBEC9900-88-COD-RETURN-OK
               MOVE 'N' TO WS-CNT-OK-SW
               MOVE 'COUNTRY CODE NOT ON QBEC9900 REFERENCE'
                        TO WS-CNT-REJ-REASON
           END-IF.
      ******************************************************************
      * 480200-FETCH-OLD-RESIDENCE READS THE CUSTOMER'S CURRENT ROW
      * FOR THE COUNTRY, IF ANY, INTO WS-OLD-IMAGE.
       480200-FETCH-OLD-RESIDENCE.

           MOVE 'N'             TO WS-TXR-EXISTS-SW
           MOVE SPACES          TO WS-OLD-IMAGE
           MOVE CUSTTX-CUSTM-NO TO CTXR-CUST-NO
           MOVE CUSTTX-COUNTRY  TO CTXR-COUNTRY

           EXEC SQL
               SELECT CTXR_TIN, CTXR_TIN_RSN, CTXR_SC_ST, CTXR_SC_DATE
                 INTO :CTXR-TIN, :CTXR-TIN-RSN, :CTXR-SC-ST,
                      :CTXR-SC-DATE
                 FROM IDC015.CUSTTAXR
                WHERE CTXR_CUST_NO = :CTXR-CUST-NO
                  AND CTXR_COUNTRY = :CTXR-COUNTRY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE 'Y' TO WS-TXR-EXISTS-SW
                   STRING CTXR-COUNTRY ' ' CTXR-SC-ST ' '
                          CTXR-SC-DATE ' ' CTXR-TIN-RSN ' '
                          CTXR-TIN
                       DELIMITED BY SIZE
                       INTO WS-OLD-IMAGE
                   END-STRING
               WHEN SQLCODE = +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'N'     TO WS-CNT-OK-SW
                   MOVE SQLCODE TO WS-CNT-SQLCODE
                   MOVE 'TAX RESIDENCE FETCH FAILED - SEE SQLCODE'
                                TO WS-CNT-REJ-REASON
                   MOVE 'CUSTTAXR'      TO DB2-OBJECT
                   MOVE 'SELECT'        TO DB2-STATEMENT
                   MOVE CUSTTX-CUSTM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
       480010-UPDATE-CUSTTAXR-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'CUSTTAXR'   TO IMGSRV-TABLE
               MOVE DCLCUSTTAXR  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.CUSTTAXR
                      SET CTXR_TIN      = :CTXR-TIN,
                          CTXR_TIN_RSN  = :CTXR-TIN-RSN,
                          CTXR_SC_ST    = :CTXR-SC-ST,
                          CTXR_SC_DATE  = :CTXR-SC-DATE,
                          CTXR_UPD_DATE = :CTXR-UPD-DATE
                    WHERE CTXR_CUST_NO = :CTXR-CUST-NO
                      AND CTXR_COUNTRY = :CTXR-COUNTRY
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
       480020-INSERT-CUSTTAXR-ROW.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO IDC015.CUSTTAXR
                       ( CTXR_CUST_NO, CTXR_COUNTRY, CTXR_TIN,
                         CTXR_TIN_RSN, CTXR_SC_ST, CTXR_SC_DATE,
                         CTXR_UPD_DATE )
                   VALUES
                       ( :CTXR-CUST-NO, :CTXR-COUNTRY, :CTXR-TIN,
                         :CTXR-TIN-RSN, :CTXR-SC-ST, :CTXR-SC-DATE,
                         :CTXR-UPD-DATE )
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'CUSTTAXR'   TO IMGSRV-TABLE
                   MOVE DCLCUSTTAXR  TO IMGSRV-ROW-DATA
                   PERFORM 900730-IMAGE-INSERTED-KEY-ROW
               END-IF
           END-IF.
      ******************************************************************
      * 490000-APPLY-NET-INCOME RECORDS A PERSON'S VERIFIED NET
      * MONTHLY INCOME FOR A REQ-TYPE 13 TRANSACTION. THE INCOME MUST
      * BE NUMERIC, THE VERIFICATION DATE A VALID DATE NOT AFTER
      * TODAY, AND THE EVIDENCE REFERENCE PRESENT; A LEGAL ENTITY IS
      * REFUSED, SINCE THE DEBT-SERVICE CHECK THIS FEEDS APPLIES TO
      * PERSONS ONLY. THE PRIOR INCOME AND DATE AND THE EVIDENCE GO
      * TO THE AUDIT TRAIL.
       490000-APPLY-NET-INCOME.

           MOVE 'Y'    TO WS-CNT-OK-SW
           MOVE SPACES TO WS-CNT-REJ-REASON
           MOVE ZEROS  TO WS-CNT-SQLCODE
           MOVE CUSTIC-VER-DATE TO WS-DOB-BREAKDOWN

           EVALUATE TRUE
               WHEN CUSTIC-NET-INCOME NOT NUMERIC
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'NET INCOME NOT NUMERIC'
                            TO WS-CNT-REJ-REASON
               WHEN CUSTIC-EVID-REF = SPACES
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'INCOME EVIDENCE REFERENCE MISSING'
                            TO WS-CNT-REJ-REASON
               WHEN WS-DOB-DASH1 NOT = '-'
                 OR WS-DOB-DASH2 NOT = '-'
                 OR WS-DOB-YYYY-X NOT NUMERIC
                 OR WS-DOB-MM-X   NOT NUMERIC
                 OR WS-DOB-DD-X   NOT NUMERIC
                 OR WS-DOB-MM-X < '01' OR WS-DOB-MM-X > '12'
                 OR WS-DOB-DD-X < '01' OR WS-DOB-DD-X > '31'
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'VERIFICATION DATE NOT VALID YYYY-MM-DD'
                            TO WS-CNT-REJ-REASON
               WHEN CUSTIC-VER-DATE > WS-TODAY-DATE-X
                   MOVE 'N' TO WS-CNT-OK-SW
                   MOVE 'VERIFICATION DATE IN THE FUTURE'
                            TO WS-CNT-REJ-REASON
           END-EVALUATE

           IF WS-CNT-OK
               PERFORM 490100-FETCH-NET-INCOME
           END-IF

           IF WS-CNT-OK
            AND WS-INC-CUSTM-TYPE = 'E'
               MOVE 'N' TO WS-CNT-OK-SW
               MOVE 'NET INCOME IS FOR NATURAL PERSONS ONLY'
                        TO WS-CNT-REJ-REASON
           END-IF

           IF WS-CNT-OK
               MOVE CUSTIC-CUSTM-NO     TO ACN-CUSTM-NO
               MOVE CUSTIC-NET-INCOME-N TO ACN-CUSTM-NET-INCOME
               MOVE CUSTIC-VER-DATE     TO ACN-CUSTM-INC-VER-DATE

               MOVE ZERO TO WS-DB2-RETRY-CNT
               PERFORM 490010-UPDATE-NET-INCOME
                   WITH TEST AFTER
                   UNTIL SQLCODE = ZERO
                      OR WS-DB2-RETRY-CNT >= WS-DB2-MAX-RETRY
                      OR (SQLCODE NOT = -911 AND SQLCODE NOT = -913)

               IF SQLCODE = ZERO
                   ADD 1 TO WS-CTL-INC-CNT
                   MOVE 'NETINCOME'         TO WS-AUD-TRAN-TYPE
                   MOVE CUSTIC-CUSTM-NO     TO WS-AUD-KEY
                   MOVE SPACES              TO WS-AUD-BEFORE
                   MOVE SPACES              TO WS-AUD-AFTER
                   MOVE WS-OLD-NET-INCOME   TO WS-INC-EDIT
                   MOVE WS-INC-EDIT         TO WS-AUD-BEFORE(1:12)
                   MOVE WS-OLD-INC-VER-DATE TO WS-AUD-BEFORE(14:10)
                   MOVE CUSTIC-NET-INCOME-N TO WS-INC-EDIT
                   MOVE WS-INC-EDIT         TO WS-AUD-AFTER(1:12)
                   MOVE CUSTIC-VER-DATE     TO WS-AUD-AFTER(14:10)
                   MOVE CUSTIC-EVID-REF     TO WS-AUD-AFTER(25:15)
                   PERFORM 900400-WRITE-AUDIT-TRAIL
               ELSE
                   MOVE 'N'     TO WS-CNT-OK-SW
                   MOVE SQLCODE TO WS-CNT-SQLCODE
                   MOVE 'NET INCOME UPDATE FAILED - SEE SQLCODE'
                                TO WS-CNT-REJ-REASON
                   MOVE 'CUSTM_TBL'     TO DB2-OBJECT
                   MOVE 'UPDATE'        TO DB2-STATEMENT
                   MOVE CUSTIC-CUSTM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
               END-IF
           END-IF

           IF NOT WS-CNT-OK
               MOVE '13'              TO CREJ-REQ-TYPE
               MOVE CUSTIC-CUSTM-NO   TO CREJ-CUSTM-NO
               MOVE WS-CNT-SQLCODE    TO CREJ-SQLCODE
               MOVE WS-CNT-REJ-REASON TO CREJ-REASON
               PERFORM 900100-WRITE-REJECT
           END-IF.
      ******************************************************************
      * 490100-FETCH-NET-INCOME READS THE CUSTOMER'S TYPE AND CURRENT
      * INCOME AND VERIFICATION DATE; AN UNKNOWN CUSTOMER IS
      * REJECTED.
       490100-FETCH-NET-INCOME.

           MOVE CUSTIC-CUSTM-NO TO ACN-CUSTM-NO
           MOVE ZEROS           TO WS-OLD-NET-INCOME
           MOVE SPACES          TO WS-OLD-INC-VER-DATE
           MOVE SPACES          TO WS-INC-CUSTM-TYPE

           EXEC SQL
               SELECT CUSTM_TYPE, CUSTM_NET_INCOME, CUSTM_INC_VER_DATE
                 INTO :WS-INC-CUSTM-TYPE, :WS-OLD-NET-INCOME,
                      :WS-OLD-INC-VER-DATE
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE 'N'   TO WS-CNT-OK-SW
                   MOVE ZEROS TO WS-CNT-SQLCODE
                   MOVE 'CUSTOMER NOT FOUND'
                              TO WS-CNT-REJ-REASON
               WHEN OTHER
                   MOVE 'N'     TO WS-CNT-OK-SW
                   MOVE SQLCODE TO WS-CNT-SQLCODE
                   MOVE 'CUSTOMER FETCH FAILED - SEE SQLCODE'
                                TO WS-CNT-REJ-REASON
                   MOVE 'CUSTM_TBL'     TO DB2-OBJECT
                   MOVE 'SELECT'        TO DB2-STATEMENT
                   MOVE CUSTIC-CUSTM-NO TO DB2-REFERENCE1
                   PERFORM 900200-LOG-DB2-ERROR
           END-EVALUATE.
      ******************************************************************
       490010-UPDATE-NET-INCOME.

           ADD 1 TO WS-DB2-RETRY-CNT

           IF WS-SIM-MODE
               MOVE ZERO TO SQLCODE
           ELSE
               MOVE 'CUSTM_TABLE'       TO IMGSRV-TABLE
               MOVE DCLACN-CUSTM-TABLE  TO IMGSRV-ROW-DATA
               PERFORM 900710-IMAGE-BEFORE-UPDATE
               EXEC SQL
                   UPDATE IDC015.CUSTM_TABLE
                      SET CUSTM_NET_INCOME   = :ACN-CUSTM-NET-INCOME,
                          CUSTM_INC_VER_DATE = :ACN-CUSTM-INC-VER-DATE
                    WHERE CUSTM_NO = :ACN-CUSTM-NO
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM 900720-IMAGE-AFTER-UPDATE
               END-IF
           END-IF.
      ******************************************************************
      * 195000-CHECK-DUP-CUSTNO LOOKS UP CUSTM_NO ON CUSTM_TABLE SO
      * 200000-APPLY-ADD CAN REJECT A DUPLICATE ADD WITH A CLEAR
      * REASON INSTEAD OF LETTING THE INSERT FAIL ON A DB2
      * DUPLICATE-KEY SQLCODE.
       195000-CHECK-DUP-CUSTNO.

           MOVE CUSTIN-CUSTM-NO TO ACN-CUSTM-NO
           MOVE 'N'             TO WS-DUP-CUSTNO-SW

           EXEC SQL
               SELECT CUSTM_NO INTO :WS-DUP-CUSTNO-HOLD
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-DUP-CUSTNO-SW
           END-IF.
      ******************************************************************
       900100-WRITE-REJECT.

           WRITE RE-CUSTREJ
           ADD 1 TO WS-CTL-REJ-CNT.
      ******************************************************************
      * 900200-LOG-DB2-ERROR CALLS THE COMMON DB2 ERROR-HANDLING
      * ROUTINE NAMED IN DB2-QR4CDB0 INSTEAD OF THIS PROGRAM LOGGING
      * DB2 FAILURES ON ITS OWN. THE CALLER SETS DB2-OBJECT,
      * DB2-STATEMENT AND DB2-REFERENCE1 BEFORE PERFORMING THIS
      * PARAGRAPH; SQLCODE IS PICKED UP HERE SINCE IT IS SET BY THE
      * MOST RECENT EXEC SQL STATEMENT.
       900200-LOG-DB2-ERROR.

           MOVE 'CUSTM100' TO DB2-DES-PGM
           MOVE SQLCODE    TO DB2-SQLCODE

           CALL DB2-QR4CDB0 USING QRECDB2.
      ******************************************************************
      * 900400-WRITE-AUDIT-TRAIL CALLS THE COMMON AUDIT-TRAIL ROUTINE
      * AUD4C100 FOR EVERY APPLIED ADD/MODIFY/DELETE TRANSACTION. THE
      * CALLER MOVES WS-AUD-TRAN-TYPE, WS-AUD-KEY, WS-AUD-BEFORE AND
      * WS-AUD-AFTER BEFORE PERFORMING THIS PARAGRAPH; CUSTINPT-FILE
      * CARRIES NO USER/TERMINAL FIELD SO AUDTRL-USER-ID/TERM-ID ARE
      * LEFT BLANK.
       900400-WRITE-AUDIT-TRAIL.

           MOVE 'CUSTM100'      TO AUDTRL-PGM-ID
           MOVE WS-AUD-TRAN-TYPE TO AUDTRL-TRAN-TYPE
           MOVE WS-AUD-KEY      TO AUDTRL-KEY
           MOVE WS-AUD-BEFORE   TO AUDTRL-BEFORE-VAL
           MOVE WS-AUD-AFTER    TO AUDTRL-AFTER-VAL
           MOVE WS-AUD-USER-ID  TO AUDTRL-USER-ID
           MOVE SPACES          TO AUDTRL-TERM-ID
      * THE ROWS BEHIND THE ENTRY ARE IMAGED ON THEIR OWN ENTRIES.
           MOVE 'C'             TO AUDTRL-IMG-SW

           IF NOT WS-SIM-MODE
               CALL 'AUD4C100' USING AUDTRL-AREA
           END-IF

           MOVE SPACES          TO WS-AUD-USER-ID.
      ******************************************************************
      * 900500-WRITE-SUSPENSE CALLS THE COMMON FRONT-END-EDIT SUSPENSE
      * ROUTINE VAL4C100 FOR A TRANSACTION THAT FAILED
      * 100150-VALIDATE-FRONT-END-EDITS, SO A MALFORMED RECORD IS
      * PARKED FOR NEXT-DAY CORRECTION INSTEAD OF BEING SILENTLY
      * DROPPED OR FALSELY REPORTED AS A DB2 REJECT.
       900500-WRITE-SUSPENSE.

           ADD 1 TO WS-CTL-SUS-CNT

           MOVE 'CUSTM100'      TO VALSUS-PGM-ID
           MOVE CUSTIN-REQ-TYPE TO VALSUS-REQ-TYPE
               CALL 'VAL4C100' USING VALSUS-AREA
           END-IF.
      ******************************************************************
      * 900700-READ-ROW-IMAGE READS THE FULL CURRENT IMAGE OF ONE
      * KEYED ROW THROUGH THE COMMON ROW-IMAGE SERVICE IMG4C100. THE
      * CALLER SETS IMGSRV-TABLE AND THE ROW'S KEY IN IMGSRV-ROW-DATA;
      * THE ROW COMES BACK IN IMGSRV-ROW, OR SPACES IF IT COULD NOT
      * BE READ.
       900700-READ-ROW-IMAGE.

           MOVE 'R' TO IMGSRV-FUNCTION
           CALL 'IMG4C100' USING IMGSRV-AREA
           IF NOT IMGSRV-88-OK
               MOVE SPACES TO IMGSRV-ROW
           END-IF.
      ******************************************************************
      * 900710-IMAGE-BEFORE-UPDATE READS THE ROW ABOUT TO BE UPDATED
      * (OR DELETED) INTO IMGSRV-BEFORE AND KEEPS ITS KEY FOR 900720.
      * THE CALLER SETS IMGSRV-TABLE AND MOVES THE TABLE'S DCLGEN
      * RECORD, KEY FILLED IN, TO IMGSRV-ROW-DATA.
       900710-IMAGE-BEFORE-UPDATE.

           MOVE IMGSRV-ROW-DATA TO WS-IMG-KEY-ROW
           PERFORM 900700-READ-ROW-IMAGE
           MOVE IMGSRV-ROW      TO IMGSRV-BEFORE
           IF IMGSRV-88-OK
               MOVE 'Y' TO WS-IMG-BEFORE-OK-SW
           ELSE
               MOVE 'N' TO WS-IMG-BEFORE-OK-SW
           END-IF.
      ******************************************************************
      * 900720-IMAGE-AFTER-UPDATE READS THE SAME ROW BACK ONCE THE
      * UPDATE HAS SUCCEEDED AND FILES THE BEFORE AND AFTER IMAGES ON
      * THE AUDIT TRAIL. IF EITHER IMAGE COULD NOT BE READ THE CHANGE
      * IS FILED AS A NO-IMAGE ENTRY.
       900720-IMAGE-AFTER-UPDATE.

           MOVE WS-IMG-KEY-ROW  TO IMGSRV-ROW-DATA
           PERFORM 900700-READ-ROW-IMAGE
           MOVE IMGSRV-ROW      TO IMGSRV-AFTER
           IF IMGSRV-88-OK AND WS-IMG-BEFORE-OK
               MOVE 'U' TO IMGSRV-ACTION
           ELSE
               MOVE 'N' TO IMGSRV-ACTION
           END-IF
           PERFORM 900790-LOG-ROW-IMAGE.
      ******************************************************************
      * 900730-IMAGE-INSERTED-KEY-ROW READS BACK A KEYED ROW JUST
      * INSERTED - SO A COLUMN THE INSERT SET FROM A LITERAL IS IMAGED
      * AS STORED - AND FILES IT AS AN INSERT. THE CALLER SETS
      * IMGSRV-TABLE AND MOVES THE TABLE'S DCLGEN RECORD, KEY FILLED
      * IN, TO IMGSRV-ROW-DATA. A ROW THAT CANNOT BE READ BACK IS
      * FILED AS A NO-IMAGE ENTRY.
       900730-IMAGE-INSERTED-KEY-ROW.

           PERFORM 900700-READ-ROW-IMAGE
           MOVE IMGSRV-ROW      TO IMGSRV-AFTER
           IF IMGSRV-88-OK
               PERFORM 900740-IMAGE-INSERTED-ROW
           ELSE
               MOVE SPACES TO IMGSRV-BEFORE
               MOVE 'N'    TO IMGSRV-ACTION
               PERFORM 900790-LOG-ROW-IMAGE
           END-IF.
      ******************************************************************
      * 900740-IMAGE-INSERTED-ROW FILES THE IMAGE OF A ROW JUST
      * INSERTED. THE CALLER SETS IMGSRV-TABLE AND THE ROW'S IMAGE IN
      * IMGSRV-AFTER (ITS DCLGEN RECORD PLUS ANY NULL FLAGS).
       900740-IMAGE-INSERTED-ROW.

           MOVE SPACES TO IMGSRV-BEFORE
           MOVE 'I'    TO IMGSRV-ACTION
           PERFORM 900790-LOG-ROW-IMAGE.
      ******************************************************************
      * 900750-IMAGE-AFTER-DELETE FILES THE BEFORE IMAGE 900710 READ
      * ONCE THE DELETE HAS SUCCEEDED. IF IT COULD NOT BE READ THE
      * DELETE IS FILED AS A NO-IMAGE ENTRY.
       900750-IMAGE-AFTER-DELETE.

           MOVE SPACES TO IMGSRV-AFTER
           IF WS-IMG-BEFORE-OK
               MOVE 'D' TO IMGSRV-ACTION
           ELSE
               MOVE 'N' TO IMGSRV-ACTION
           END-IF
           PERFORM 900790-LOG-ROW-IMAGE.
      ******************************************************************
      * 900790-LOG-ROW-IMAGE CALLS AUD4C100 WITH THE ROW IMAGE IN
      * IMGSRV-TABLE/-ACTION/-BEFORE/-AFTER. THE ENTRY CARRIES NO
      * TRANSACTION OF ITS OWN - IT BELONGS TO THE RUN, WHICH IS WHAT
      * BKOT100 BACKS OUT.
       900790-LOG-ROW-IMAGE.

           MOVE 'CUSTM100'     TO AUDTRL-PGM-ID
           MOVE SPACES         TO AUDTRL-TRAN-TYPE
           MOVE SPACES         TO AUDTRL-KEY
           MOVE SPACES         TO AUDTRL-BEFORE-VAL
           MOVE SPACES         TO AUDTRL-AFTER-VAL
           MOVE SPACES         TO AUDTRL-USER-ID
           MOVE SPACES         TO AUDTRL-TERM-ID
           MOVE 'Y'            TO AUDTRL-IMG-SW
           MOVE IMGSRV-TABLE   TO AUDTRL-IMG-TABLE
           MOVE IMGSRV-ACTION  TO AUDTRL-IMG-ACTION
           MOVE IMGSRV-BEFORE  TO AUDTRL-IMG-BEFORE
           MOVE IMGSRV-AFTER   TO AUDTRL-IMG-AFTER
           CALL 'AUD4C100' USING AUDTRL-AREA.
      ******************************************************************
      * 900000-PRINT-CONTROL-TOTALS WRITES THE END-OF-RUN TRAILER TO
      * SYSOUT SO OPERATIONS CAN RECONCILE THE DAY'S CUSTOMER
      * MAINTENANCE RUN.
           DISPLAY '  IDENTITY DOCUMENTS MAINTAINED .... : '
                   WS-CTL-DOC-CNT
           DISPLAY '  ADDRESSES MARKED GONE-AWAY ....... : '
                   WS-CTL-GON-CNT
           DISPLAY '  LEGAL ENTITIES MAINTAINED ........ : '
                   WS-CTL-ENT-CNT
           DISPLAY '  WITHHOLDING EXEMPTIONS MAINTAINED  : '
                   WS-CTL-WHX-CNT
           DISPLAY '  TAX RESIDENCES MAINTAINED ........ : '
                   WS-CTL-TXR-CNT
           DISPLAY '  NET INCOMES RECORDED ............. : '
                   WS-CTL-INC-CNT.
      ******************************************************************
      * 900300-WRITE-BALANCE-TOTALS APPENDS THIS RUN'S TOTALS TO THE
      * SHARED END-OF-DAY BALANCING FILE SO BALD100 CAN CONFIRM THE
           COMPUTE BALTOT-APPLIED-CNT =
               WS-CTL-ADD-CNT + WS-CTL-MOD-CNT + WS-CTL-DEL-CNT
             + WS-CTL-ADR-CNT + WS-CTL-CNT-CNT + WS-CTL-STA-CNT
             + WS-CTL-DOC-CNT + WS-CTL-GON-CNT + WS-CTL-ENT-CNT
             + WS-CTL-WHX-CNT + WS-CTL-TXR-CNT + WS-CTL-INC-CNT
           COMPUTE BALTOT-REJ-CNT =
               WS-CTL-REJ-CNT + WS-CTL-SUS-CNT + WS-CTL-HLD-CNT
             + WS-CTL-PARK-CNT
           OPEN INPUT  CUSTTRAN-FILE.
      ******************************************************************
      * THE INPUT MAY BE SEVERAL HDR/TRL-WRAPPED SECTIONS
      * CONCATENATED (SUSPR100'S RESUBMISSION FILE AND CUSQ100'S
      * ONLINE CAPTURE FILE AHEAD OF THE FRESH DATASET), SO A
      * SECOND HDR IS A CONTROL RECORD, NOT A DETAIL, AND THE TRL
      * COUNTS ACCUMULATE ACROSS SECTIONS. EVERY SECTION'S HDR GETS
      * THE SAME CREATION-DATE AND SEQUENCE CHECKS AS THE FIRST, SO A
      * STALE DATASET CANNOT RIDE IN UNNOTICED BEHIND A FRESH
      * SECTION.
       100032-COUNT-ONE-RECORD.

           READ CUSTTRAN-FILE INTO WS-FCTL-REC
