      ******************************************************************
      * IMG4C100 IS THE COMMON ROW-IMAGE SERVICE (SEE IMGSRV.cpy FOR
      * THE CALL INTERFACE). A PROGRAM WHOSE RUNS MUST BE REVERSIBLE
      * CALLS IT WITH FUNCTION 'R' TO READ THE FULL BEFORE AND AFTER
      * IMAGE OF A KEYED ROW IT CHANGES, AND FILES THE IMAGES ON THE
      * AUDIT TRAIL THROUGH AUD4C100; BKOT100 CALLS IT WITH FUNCTION
      * 'U' TO PUT EACH ROW BACK WHEN THE RUN IS BACKED OUT. KEEPING
      * EVERY TABLE'S FULL-ROW SQL IN ONE PLACE MEANS A COLUMN ADDED
      * TO ONE OF THESE TABLES IS ADDED HERE ONCE INSTEAD OF IN EACH
      * CAPTURING PROGRAM AND IN THE BACKOUT.
      * AN UPDATE OR INSERT IS ONLY UNDONE WHERE A ROW STILL MATCHES
      * THE AFTER IMAGE IN EVERY COLUMN (NULLS INCLUDED), READ
      * THROUGH A CURSOR AND CHANGED WHERE IT STANDS, SO THE TABLES
      * WITH NO SINGLE-ROW KEY ARE HANDLED THE SAME WAY AS THE KEYED
      * ONES AND A ROW A LATER RUN HAS MOVED ON IS LEFT ALONE FOR
      * THE BACKOUT TO LIST.
      * TABLES COVERED: LOANMSTR, LOANRPHST, RISKAVAIL, LOANINTHST,
      * FEEHIST, LOANRALC, LOANSCHED, LOANRECV, LOANFACL, PARTDIST -
      * THE TABLES LOANR100 CHANGES; CUSTM_TABLE, CUSTHIST, CUSTADDR,
      * CUSTCONT, CUSTCNTH, PENDTXN, EDLVREG, CUSTIDOC, CUSTTAXR -
      * THE TABLES CUSTM100 CHANGES; LOANSCORE, LOANBORH, GUARMSTR,
      * DDMANDT, LOANSWEEP - THE FURTHER TABLES LOANM100 CHANGES;
      * RATEHIST, LOANRATE - THE FURTHER TABLES REPRC100 CHANGES.
      * ANY OTHER TABLE ANSWERS '30'.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMG4C100.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      * THE IMAGE BEING WORKED ON (THE IMGSRV.cpy LAYOUT), AND THE
      * NULL INDICATORS ITS FLAGS TRANSLATE TO - ONE PER NULLABLE
      * COLUMN IN TABLE COLUMN ORDER, NO TABLE HAVING MORE THAN
      * THREE.
       01  WS-IMAGE.
           05  WS-IMG-DATA                   PIC X(230).
           05  WS-IMG-NULLS                  PIC X(20).
       01  WS-NULL-IND-1                     PIC S9(4) COMP VALUE ZERO.
       01  WS-NULL-IND-2                     PIC S9(4) COMP VALUE ZERO.
       01  WS-NULL-IND-3                     PIC S9(4) COMP VALUE ZERO.
      ******************************************************************
       COPY LOANMSTR.
      ******************************************************************
       COPY LRPHIST.
      ******************************************************************
       COPY RISKAVAIL.
      ******************************************************************
       COPY LOANINT.
      ******************************************************************
       COPY FEEHIST.
      ******************************************************************
       COPY LOANRALC.
      ******************************************************************
       COPY LOANSCHD.
      ******************************************************************
       COPY LOANRECV.
      ******************************************************************
       COPY LOANFACL.
      ******************************************************************
       COPY PARTDIST.
      ******************************************************************
       COPY CUSTMSTR.
      ******************************************************************
       COPY CUSTHIST.
      ******************************************************************
       COPY CUSTADDR.
      ******************************************************************
       COPY CUSTCONT.
      ******************************************************************
       COPY CUSTCNTH.
      ******************************************************************
       COPY PENDTXN.
      ******************************************************************
       COPY EDLVREG.
      ******************************************************************
       COPY CUSTIDOC.
      ******************************************************************
       COPY CUSTTAXR.
      ******************************************************************
       COPY LOANSCOR.
      ******************************************************************
       COPY LOANBORH.
      ******************************************************************
       COPY GUARMSTR.
      ******************************************************************
       COPY DDMANDT.
      ******************************************************************
       COPY LOANSWP.
      ******************************************************************
       COPY RATEHIST.
      ******************************************************************
       COPY LOANRATE.
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
      * LOANMSTR ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-LOANMSTR-CSR CURSOR FOR
                   SELECT LOANM_CAT
                     FROM IDC015.LOANMSTR
                    WHERE LOANM_CAT = :LLOANM-CAT
                      AND LOANM_NO = :LLOANM-NO
                      AND LOANM_TERM = :LLOANM-TERM
                      AND LOANM_TITLE IS NOT DISTINCT FROM
                          :LLOANM-TITLE :WS-NULL-IND-1
                      AND LOANM_ROI = :LLOANM-ROI
                      AND LOANM_MAX_AMT = :LLOANM-MAX-AMT
                      AND LOANM_MIN_AGE = :LLOANM-MIN-AGE
                      AND LOANM_MAX_AGE = :LLOANM-MAX-AGE
                      AND LOANM_ST = :LLOANM-ST
                      AND LOANM_CUST_NO = :LLOANM-CUST-NO
                      AND LOANM_ORIG_DATE = :LLOANM-ORIG-DATE
                      AND LOANM_CCY = :LLOANM-CCY
                      AND LOANM_BRN = :LLOANM-BRN
                      AND LOANM_DD_MAND = :LLOANM-DD-MAND
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * LOANRPHST ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-LOANRPHST-CSR CURSOR FOR
                   SELECT LOANRPH_CAT
                     FROM IDC015.LOANRPHST
                    WHERE LOANRPH_CAT = :RLOANRPH-CAT
                      AND LOANRPH_NO = :RLOANRPH-NO
                      AND LOANRPH_DATE = :RLOANRPH-DATE
                      AND LOANRPH_RP_AMT = :RLOANRPH-RP-AMT
                      AND LOANRPH_OS_AMT = :RLOANRPH-OS-AMT
                      AND LOANRPH_ORIG_CCY IS NOT DISTINCT FROM
                          :RLOANRPH-ORIG-CCY :WS-NULL-IND-1
                      AND LOANRPH_ORIG_AMT IS NOT DISTINCT FROM
                          :RLOANRPH-ORIG-AMT :WS-NULL-IND-2
                      AND LOANRPH_EXCH_RATE IS NOT DISTINCT FROM
                          :RLOANRPH-EXCH-RATE :WS-NULL-IND-3
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * RISKAVAIL ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-RISKAVAIL-CSR CURSOR FOR
                   SELECT RAVAIL_ENT
                     FROM IDC015.RISKAVAIL
                    WHERE RAVAIL_ENT = :RAVAIL-ENT
                      AND RAVAIL_COD_PROD = :RAVAIL-COD-PROD
                      AND RAVAIL_NUM_RISK = :RAVAIL-NUM-RISK
                      AND RAVAIL_DEBTBAL = :RAVAIL-DEBTBAL
                      AND RAVAIL_AMT_CAP = :RAVAIL-AMT-CAP
                      AND RAVAIL_AMT_ITR = :RAVAIL-AMT-ITR
                      AND RAVAIL_AMT_COM = :RAVAIL-AMT-COM
                      AND RAVAIL_AMT_AVA1 = :RAVAIL-AMT-AVA1
                      AND RAVAIL_LAST_UPD_DATE = :RAVAIL-LAST-UPD-DATE
                      AND RAVAIL_PER_RTN = :RAVAIL-PER-RTN
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * LOANINTHST ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-LOANINTHST-CSR CURSOR FOR
                   SELECT LOANINT_CAT
                     FROM IDC015.LOANINTHST
                    WHERE LOANINT_CAT = :LINT-CAT
                      AND LOANINT_NO = :LINT-NO
                      AND LOANINT_DATE = :LINT-DATE
                      AND LOANINT_BAL_AMT = :LINT-BAL-AMT
                      AND LOANINT_AMT = :LINT-AMT
                      AND LOANINT_TYPE IS NOT DISTINCT FROM
                          :LINT-TYPE :WS-NULL-IND-1
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * FEEHIST ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-FEEHIST-CSR CURSOR FOR
                   SELECT FEEH_NO
                     FROM IDC015.FEEHIST
                    WHERE FEEH_NO = :FEEH-NO
                      AND FEEH_CAT = :FEEH-CAT
                      AND FEEH_TYPE = :FEEH-TYPE
                      AND FEEH_DATE = :FEEH-DATE
                      AND FEEH_AMT = :FEEH-AMT
                      AND FEEH_ST = :FEEH-ST
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * LOANRALC ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-LOANRALC-CSR CURSOR FOR
                   SELECT LALC_CAT
                     FROM IDC015.LOANRALC
                    WHERE LALC_CAT = :LALC-CAT
                      AND LALC_NO = :LALC-NO
                      AND LALC_DATE = :LALC-DATE
                      AND LALC_PEN_AMT = :LALC-PEN-AMT
                      AND LALC_FEE_AMT = :LALC-FEE-AMT
                      AND LALC_INT_AMT = :LALC-INT-AMT
                      AND LALC_PRIN_AMT = :LALC-PRIN-AMT
                      AND LALC_RESID_AMT = :LALC-RESID-AMT
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * LOANSCHED ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-LOANSCHED-CSR CURSOR FOR
                   SELECT LOANSCH_CAT
                     FROM IDC015.LOANSCHED
                    WHERE LOANSCH_CAT = :LSCH-CAT
                      AND LOANSCH_NO = :LSCH-NO
                      AND LOANSCH_SEQ = :LSCH-SEQ
                      AND LOANSCH_DUE_DATE = :LSCH-DUE-DATE
                      AND LOANSCH_PRIN_AMT = :LSCH-PRIN-AMT
                      AND LOANSCH_INT_AMT = :LSCH-INT-AMT
                      AND LOANSCH_EXP_BAL = :LSCH-EXP-BAL
                      AND LOANSCH_ST = :LSCH-ST
                      AND LOANSCH_PAID_DATE IS NOT DISTINCT FROM
                          :LSCH-PAID-DATE :WS-NULL-IND-1
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * LOANRECV ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-LOANRECV-CSR CURSOR FOR
                   SELECT LRCV_CAT
                     FROM IDC015.LOANRECV
                    WHERE LRCV_CAT = :LRCV-CAT
                      AND LRCV_NO = :LRCV-NO
                      AND LRCV_WO_DATE = :LRCV-WO-DATE
                      AND LRCV_WO_AMT = :LRCV-WO-AMT
                      AND LRCV_RECV_AMT = :LRCV-RECV-AMT
                      AND LRCV_ST = :LRCV-ST
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * LOANFACL ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-LOANFACL-CSR CURSOR FOR
                   SELECT LFAC_CAT
                     FROM IDC015.LOANFACL
                    WHERE LFAC_CAT = :LFAC-CAT
                      AND LFAC_NO = :LFAC-NO
                      AND LFAC_FACL_AMT = :LFAC-FACL-AMT
                      AND LFAC_DRAWN_AMT = :LFAC-DRAWN-AMT
                      AND LFAC_UNDRAWN_AMT = :LFAC-UNDRAWN-AMT
                      AND LFAC_ST = :LFAC-ST
                      AND LFAC_REG_DATE = :LFAC-REG-DATE
                      AND LFAC_TYPE = :LFAC-TYPE
                      AND LFAC_REVIEW_DATE = :LFAC-REVIEW-DATE
                      AND LFAC_BAL_DAYS = :LFAC-BAL-DAYS
                      AND LFAC_MOVE_DATE = :LFAC-MOVE-DATE
                      AND LFAC_ACCR_DATE = :LFAC-ACCR-DATE
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * PARTDIST ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-PARTDIST-CSR CURSOR FOR
                   SELECT PDIST_LOAN_CAT
                     FROM IDC015.PARTDIST
                    WHERE PDIST_LOAN_CAT = :PDIST-LOAN-CAT
                      AND PDIST_LOAN_NO = :PDIST-LOAN-NO
                      AND PDIST_PART_ID = :PDIST-PART-ID
                      AND PDIST_DATE = :PDIST-DATE
                      AND PDIST_EVENT = :PDIST-EVENT
                      AND PDIST_SHARE_PCT = :PDIST-SHARE-PCT
                      AND PDIST_PAY_AMT = :PDIST-PAY-AMT
                      AND PDIST_PRIN_AMT = :PDIST-PRIN-AMT
                      AND PDIST_ST = :PDIST-ST
                      AND PDIST_DIST_DATE = :PDIST-DIST-DATE
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * CUSTM_TABLE ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-CUSTMSTR-CSR CURSOR FOR
                   SELECT CUSTM_NO
                     FROM IDC015.CUSTM_TABLE
                    WHERE CUSTM_NO = :ACN-CUSTM-NO
                      AND CUSTM_NAME_FRSTNM = :ACN-CUSTM-NAME-FRSTNM
                      AND CUSTM_NAME_MDLNM IS NOT DISTINCT FROM
                          :ACN-CUSTM-NAME-MDLNM :WS-NULL-IND-1
                      AND CUSTM_NAME_LASTNM = :ACN-CUSTM-NAME-LASTNM
                      AND CUSTM_ADDR = :ACN-CUSTM-ADDR
                      AND CUSTM_DOB = :ACN-CUSTM-DOB
                      AND CUSTM_ST = :ACN-CUSTM-ST
                      AND CUSTM_TYPE = :ACN-CUSTM-TYPE
                      AND CUSTM_REG_NAME = :ACN-CUSTM-REG-NAME
                      AND CUSTM_TAX_ID = :ACN-CUSTM-TAX-ID
                      AND CUSTM_CNAE = :ACN-CUSTM-CNAE
                      AND CUSTM_WHT_EXEMPT = :ACN-CUSTM-WHT-EXEMPT
                      AND CUSTM_NET_INCOME = :ACN-CUSTM-NET-INCOME
                      AND CUSTM_INC_VER_DATE = :ACN-CUSTM-INC-VER-DATE
                      AND CUSTM_ANON_DATE = :ACN-CUSTM-ANON-DATE
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * CUSTHIST ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-CUSTHIST-CSR CURSOR FOR
                   SELECT CUSTHIST_CUSTM_NO
                     FROM IDC015.CUSTHIST
                    WHERE CUSTHIST_CUSTM_NO = :HCN-CUSTM-NO
                      AND CUSTHIST_DATE = :HCN-DATE
                      AND CUSTHIST_NAME_FRSTNM = :HCN-NAME-FRSTNM
                      AND CUSTHIST_NAME_MDLNM IS NOT DISTINCT FROM
                          :HCN-NAME-MDLNM :WS-NULL-IND-1
                      AND CUSTHIST_NAME_LASTNM = :HCN-NAME-LASTNM
                      AND CUSTHIST_ADDR = :HCN-ADDR
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * CUSTADDR ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-CUSTADDR-CSR CURSOR FOR
                   SELECT CADR_CUST_NO
                     FROM IDC015.CUSTADDR
                    WHERE CADR_CUST_NO = :CADR-CUST-NO
                      AND CADR_STREET = :CADR-STREET
                      AND CADR_TOWN = :CADR-TOWN
                      AND CADR_POSTCODE = :CADR-POSTCODE
                      AND CADR_COUNTRY = :CADR-COUNTRY
                      AND CADR_PREF_FLG = :CADR-PREF-FLG
                      AND CADR_UPD_DATE = :CADR-UPD-DATE
                      AND CADR_GONE_FLG IS NOT DISTINCT FROM
                          :CADR-GONE-FLG :WS-NULL-IND-1
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * CUSTCONT ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-CUSTCONT-CSR CURSOR FOR
                   SELECT CCNT_CUST_NO
                     FROM IDC015.CUSTCONT
                    WHERE CCNT_CUST_NO = :CCNT-CUST-NO
                      AND CCNT_TYPE = :CCNT-TYPE
                      AND CCNT_VALUE = :CCNT-VALUE
                      AND CCNT_PREF_FLG = :CCNT-PREF-FLG
                      AND CCNT_UPD_DATE = :CCNT-UPD-DATE
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * CUSTCNTH ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-CUSTCNTH-CSR CURSOR FOR
                   SELECT CCTH_CUST_NO
                     FROM IDC015.CUSTCNTH
                    WHERE CCTH_CUST_NO = :CCTH-CUST-NO
                      AND CCTH_DATE = :CCTH-DATE
                      AND CCTH_KIND = :CCTH-KIND
                      AND CCTH_OLD_VALUE = :CCTH-OLD-VALUE
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * PENDTXN ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-PENDTXN-CSR CURSOR FOR
                   SELECT PTXN_PGM
                     FROM IDC015.PENDTXN
                    WHERE PTXN_PGM = :PTXN-PGM
                      AND PTXN_SEQ = :PTXN-SEQ
                      AND PTXN_REQ_TYPE = :PTXN-REQ-TYPE
                      AND PTXN_KEY = :PTXN-KEY
                      AND PTXN_RAW = :PTXN-RAW
                      AND PTXN_MAKER = :PTXN-MAKER
                      AND PTXN_CHECKER IS NOT DISTINCT FROM
                          :PTXN-CHECKER :WS-NULL-IND-1
                      AND PTXN_STATUS = :PTXN-STATUS
                      AND PTXN_DATE = :PTXN-DATE
                      AND PTXN_CLASS = :PTXN-CLASS
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * EDLVREG ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-EDLVREG-CSR CURSOR FOR
                   SELECT EDLV_CUST_NO
                     FROM IDC015.EDLVREG
                    WHERE EDLV_CUST_NO = :EDLV-CUST-NO
                      AND EDLV_DOC_TYPE = :EDLV-DOC-TYPE
                      AND EDLV_SENT_DATE = :EDLV-SENT-DATE
                      AND EDLV_EMAIL = :EDLV-EMAIL
                      AND EDLV_ST = :EDLV-ST
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * CUSTIDOC ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-CUSTIDOC-CSR CURSOR FOR
                   SELECT CID_CUST_NO
                     FROM IDC015.CUSTIDOC
                    WHERE CID_CUST_NO = :CID-CUST-NO
                      AND CID_DOC_TYPE = :CID-DOC-TYPE
                      AND CID_DOC_NO = :CID-DOC-NO
                      AND CID_ISS_DATE = :CID-ISS-DATE
                      AND CID_EXP_DATE = :CID-EXP-DATE
                      AND CID_UPD_DATE = :CID-UPD-DATE
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * CUSTTAXR ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-CUSTTAXR-CSR CURSOR FOR
                   SELECT CTXR_CUST_NO
                     FROM IDC015.CUSTTAXR
                    WHERE CTXR_CUST_NO = :CTXR-CUST-NO
                      AND CTXR_COUNTRY = :CTXR-COUNTRY
                      AND CTXR_TIN = :CTXR-TIN
                      AND CTXR_TIN_RSN = :CTXR-TIN-RSN
                      AND CTXR_SC_ST = :CTXR-SC-ST
                      AND CTXR_SC_DATE = :CTXR-SC-DATE
                      AND CTXR_UPD_DATE = :CTXR-UPD-DATE
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * LOANSCORE ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-LOANSCORE-CSR CURSOR FOR
                   SELECT LSCR_CAT
                     FROM IDC015.LOANSCORE
                    WHERE LSCR_CAT = :LSCR-CAT
                      AND LSCR_NO = :LSCR-NO
                      AND LSCR_DATE = :LSCR-DATE
                      AND LSCR_SCORE = :LSCR-SCORE
                      AND LSCR_DECISION = :LSCR-DECISION
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * LOANBORH ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-LOANBORH-CSR CURSOR FOR
                   SELECT LBOR_CAT
                     FROM IDC015.LOANBORH
                    WHERE LBOR_CAT = :LBOR-CAT
                      AND LBOR_NO = :LBOR-NO
                      AND LBOR_DATE = :LBOR-DATE
                      AND LBOR_OLD_CUST_NO = :LBOR-OLD-CUST-NO
                      AND LBOR_NEW_CUST_NO = :LBOR-NEW-CUST-NO
                      AND LBOR_OS_AMT = :LBOR-OS-AMT
                      AND LBOR_GUAR_FLG = :LBOR-GUAR-FLG
                      AND LBOR_MAND_FLG = :LBOR-MAND-FLG
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * GUARMSTR ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-GUARMSTR-CSR CURSOR FOR
                   SELECT GUAR_CUST_NO
                     FROM IDC015.GUARMSTR
                    WHERE GUAR_CUST_NO = :GUAR-CUST-NO
                      AND GUAR_LOAN_CAT = :GUAR-LOAN-CAT
                      AND GUAR_LOAN_NO = :GUAR-LOAN-NO
                      AND GUAR_REG_DATE = :GUAR-REG-DATE
                      AND GUAR_ST = :GUAR-ST
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * DDMANDT ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-DDMANDT-CSR CURSOR FOR
                   SELECT DDMN_LOAN_CAT
                     FROM IDC015.DDMANDT
                    WHERE DDMN_LOAN_CAT = :DDMN-LOAN-CAT
                      AND DDMN_LOAN_NO = :DDMN-LOAN-NO
                      AND DDMN_BANK_ACC = :DDMN-BANK-ACC
                      AND DDMN_MAND_REF = :DDMN-MAND-REF
                      AND DDMN_SIGN_DATE = :DDMN-SIGN-DATE
                      AND DDMN_CANC_DATE IS NOT DISTINCT FROM
                          :DDMN-CANC-DATE :WS-NULL-IND-1
                      AND DDMN_ST = :DDMN-ST
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * LOANSWEEP ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-LOANSWEEP-CSR CURSOR FOR
                   SELECT LSWP_LOAN_CAT
                     FROM IDC015.LOANSWEEP
                    WHERE LSWP_LOAN_CAT = :LSWP-LOAN-CAT
                      AND LSWP_LOAN_NO = :LSWP-LOAN-NO
                      AND LSWP_DEP_ACC = :LSWP-DEP-ACC
                      AND LSWP_REG_DATE = :LSWP-REG-DATE
                      AND LSWP_CANC_DATE = :LSWP-CANC-DATE
                      AND LSWP_ST = :LSWP-ST
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * RATEHIST ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-RATEHIST-CSR CURSOR FOR
                   SELECT RTH_CAT
                     FROM IDC015.RATEHIST
                    WHERE RTH_CAT = :RTH-CAT
                      AND RTH_NO = :RTH-NO
                      AND RTH_DATE = :RTH-DATE
                      AND RTH_OLD_ROI = :RTH-OLD-ROI
                      AND RTH_NEW_ROI = :RTH-NEW-ROI
                      AND RTH_IDX_CODE IS NOT DISTINCT FROM
                          :RTH-IDX-CODE :WS-NULL-IND-1
                      FOR UPDATE
           END-EXEC.
      ******************************************************************
      * LOANRATE ROWS STILL MATCHING THE IMAGE IN WS-IMAGE IN EVERY
      * COLUMN.
           EXEC SQL
               DECLARE IMG-LOANRATE-CSR CURSOR FOR
                   SELECT LRATE_CAT
                     FROM IDC015.LOANRATE
                    WHERE LRATE_CAT = :LRATE-CAT
                      AND LRATE_NO = :LRATE-NO
                      AND LRATE_IDX_CODE = :LRATE-IDX-CODE
                      AND LRATE_MARGIN = :LRATE-MARGIN
                      AND LRATE_RESET_FREQ = :LRATE-RESET-FREQ
                      AND LRATE_NEXT_RESET = :LRATE-NEXT-RESET
                      FOR UPDATE
           END-EXEC.
      ******************************************************************

       LINKAGE SECTION.
      ******************************************************************
       COPY IMGSRV.
      ******************************************************************

       PROCEDURE DIVISION USING IMGSRV-AREA.
      ******************************************************************
      * 100000-MAINLINE DISPATCHES ON THE CALLER'S FUNCTION CODE.
       100000-MAINLINE.

           MOVE '00' TO IMGSRV-COD-RETURN
           MOVE ZERO TO IMGSRV-SQLCODE

           EVALUATE TRUE
               WHEN IMGSRV-FUNC-READ
                   PERFORM 200000-READ-ROW
               WHEN IMGSRV-FUNC-UNDO
                   PERFORM 300000-UNDO-CHANGE
               WHEN OTHER
                   MOVE '99' TO IMGSRV-COD-RETURN
           END-EVALUATE

           GOBACK.
      ******************************************************************
      * 200000-READ-ROW READS THE FULL ROW WHOSE KEY THE CALLER
      * PLACED IN IMGSRV-ROW-DATA AND HANDS IT BACK IN IMGSRV-ROW.
       200000-READ-ROW.

           MOVE IMGSRV-ROW TO WS-IMAGE
           MOVE ZERO TO WS-NULL-IND-1
           MOVE ZERO TO WS-NULL-IND-2
           MOVE ZERO TO WS-NULL-IND-3

           EVALUATE IMGSRV-TABLE
               WHEN 'LOANMSTR'
                   PERFORM 201000-READ-LOANMSTR
               WHEN 'RISKAVAIL'
                   PERFORM 203000-READ-RISKAVAIL
               WHEN 'LOANSCHED'
                   PERFORM 207000-READ-LOANSCHED
               WHEN 'LOANRECV'
                   PERFORM 208000-READ-LOANRECV
               WHEN 'LOANFACL'
                   PERFORM 209000-READ-LOANFACL
               WHEN 'CUSTM_TABLE'
                   PERFORM 211000-READ-CUSTMSTR
               WHEN 'CUSTADDR'
                   PERFORM 213000-READ-CUSTADDR
               WHEN 'CUSTCONT'
                   PERFORM 214000-READ-CUSTCONT
               WHEN 'PENDTXN'
                   PERFORM 216000-READ-PENDTXN
               WHEN 'CUSTIDOC'
                   PERFORM 218000-READ-CUSTIDOC
               WHEN 'CUSTTAXR'
                   PERFORM 219000-READ-CUSTTAXR
               WHEN 'GUARMSTR'
                   PERFORM 222000-READ-GUARMSTR
               WHEN 'DDMANDT'
                   PERFORM 223000-READ-DDMANDT
               WHEN 'LOANSWEEP'
                   PERFORM 224000-READ-LOANSWEEP
               WHEN 'LOANRATE'
                   PERFORM 226000-READ-LOANRATE
               WHEN OTHER
                   MOVE '30' TO IMGSRV-COD-RETURN
           END-EVALUATE

           IF IMGSRV-88-OK
               MOVE WS-IMAGE TO IMGSRV-ROW
           END-IF.
      ******************************************************************
       201000-READ-LOANMSTR.

           MOVE WS-IMG-DATA TO DCLLOANMSTR

           EXEC SQL
               SELECT LOANM_CAT, LOANM_NO, LOANM_TERM, LOANM_TITLE,
                      LOANM_ROI, LOANM_MAX_AMT, LOANM_MIN_AGE,
                      LOANM_MAX_AGE, LOANM_ST, LOANM_CUST_NO,
                      LOANM_ORIG_DATE, LOANM_CCY, LOANM_BRN,
                      LOANM_DD_MAND
                 INTO :LLOANM-CAT, :LLOANM-NO, :LLOANM-TERM,
                      :LLOANM-TITLE :WS-NULL-IND-1, :LLOANM-ROI,
                      :LLOANM-MAX-AMT, :LLOANM-MIN-AGE, :LLOANM-MAX-AGE,
                      :LLOANM-ST, :LLOANM-CUST-NO, :LLOANM-ORIG-DATE,
                      :LLOANM-CCY, :LLOANM-BRN, :LLOANM-DD-MAND
                 FROM IDC015.LOANMSTR
                WHERE LOANM_NO = :LLOANM-NO
           END-EXEC

           PERFORM 900000-SET-RESULT

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-IMAGE
               MOVE DCLLOANMSTR TO WS-IMG-DATA
               PERFORM 800100-SET-NULL-FLAGS
           END-IF.
      ******************************************************************
       203000-READ-RISKAVAIL.

           MOVE WS-IMG-DATA TO DCLRISKAVAIL

           EXEC SQL
               SELECT RAVAIL_ENT, RAVAIL_COD_PROD, RAVAIL_NUM_RISK,
                      RAVAIL_DEBTBAL, RAVAIL_AMT_CAP, RAVAIL_AMT_ITR,
                      RAVAIL_AMT_COM, RAVAIL_AMT_AVA1,
                      RAVAIL_LAST_UPD_DATE, RAVAIL_PER_RTN
                 INTO :RAVAIL-ENT, :RAVAIL-COD-PROD, :RAVAIL-NUM-RISK,
                      :RAVAIL-DEBTBAL, :RAVAIL-AMT-CAP, :RAVAIL-AMT-ITR,
                      :RAVAIL-AMT-COM, :RAVAIL-AMT-AVA1,
                      :RAVAIL-LAST-UPD-DATE, :RAVAIL-PER-RTN
                 FROM IDC015.RISKAVAIL
                WHERE RAVAIL_ENT = :RAVAIL-ENT
                  AND RAVAIL_COD_PROD = :RAVAIL-COD-PROD
                  AND RAVAIL_NUM_RISK = :RAVAIL-NUM-RISK
           END-EXEC

           PERFORM 900000-SET-RESULT

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-IMAGE
               MOVE DCLRISKAVAIL TO WS-IMG-DATA
           END-IF.
      ******************************************************************
       207000-READ-LOANSCHED.

           MOVE WS-IMG-DATA TO DCLLOANSCHED

           EXEC SQL
               SELECT LOANSCH_CAT, LOANSCH_NO, LOANSCH_SEQ,
                      LOANSCH_DUE_DATE, LOANSCH_PRIN_AMT,
                      LOANSCH_INT_AMT, LOANSCH_EXP_BAL, LOANSCH_ST,
                      LOANSCH_PAID_DATE
                 INTO :LSCH-CAT, :LSCH-NO, :LSCH-SEQ, :LSCH-DUE-DATE,
                      :LSCH-PRIN-AMT, :LSCH-INT-AMT, :LSCH-EXP-BAL,
                      :LSCH-ST, :LSCH-PAID-DATE :WS-NULL-IND-1
                 FROM IDC015.LOANSCHED
                WHERE LOANSCH_CAT = :LSCH-CAT
                  AND LOANSCH_NO = :LSCH-NO
                  AND LOANSCH_SEQ = :LSCH-SEQ
           END-EXEC

           PERFORM 900000-SET-RESULT

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-IMAGE
               MOVE DCLLOANSCHED TO WS-IMG-DATA
               PERFORM 800100-SET-NULL-FLAGS
           END-IF.
      ******************************************************************
       208000-READ-LOANRECV.

           MOVE WS-IMG-DATA TO DCLLOANRECV

           EXEC SQL
               SELECT LRCV_CAT, LRCV_NO, LRCV_WO_DATE, LRCV_WO_AMT,
                      LRCV_RECV_AMT, LRCV_ST
                 INTO :LRCV-CAT, :LRCV-NO, :LRCV-WO-DATE, :LRCV-WO-AMT,
                      :LRCV-RECV-AMT, :LRCV-ST
                 FROM IDC015.LOANRECV
                WHERE LRCV_CAT = :LRCV-CAT
                  AND LRCV_NO = :LRCV-NO
           END-EXEC

           PERFORM 900000-SET-RESULT

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-IMAGE
               MOVE DCLLOANRECV TO WS-IMG-DATA
           END-IF.
      ******************************************************************
       209000-READ-LOANFACL.

           MOVE WS-IMG-DATA TO DCLLOANFACL

           EXEC SQL
               SELECT LFAC_CAT, LFAC_NO, LFAC_FACL_AMT, LFAC_DRAWN_AMT,
                      LFAC_UNDRAWN_AMT, LFAC_ST, LFAC_REG_DATE,
                      LFAC_TYPE, LFAC_REVIEW_DATE, LFAC_BAL_DAYS,
                      LFAC_MOVE_DATE, LFAC_ACCR_DATE
                 INTO :LFAC-CAT, :LFAC-NO, :LFAC-FACL-AMT,
                      :LFAC-DRAWN-AMT, :LFAC-UNDRAWN-AMT, :LFAC-ST,
                      :LFAC-REG-DATE, :LFAC-TYPE, :LFAC-REVIEW-DATE,
                      :LFAC-BAL-DAYS, :LFAC-MOVE-DATE, :LFAC-ACCR-DATE
                 FROM IDC015.LOANFACL
                WHERE LFAC_NO = :LFAC-NO
           END-EXEC

           PERFORM 900000-SET-RESULT

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-IMAGE
               MOVE DCLLOANFACL TO WS-IMG-DATA
           END-IF.
      ******************************************************************
       211000-READ-CUSTMSTR.

           MOVE WS-IMG-DATA TO DCLACN-CUSTM-TABLE

           EXEC SQL
               SELECT CUSTM_NO, CUSTM_NAME_FRSTNM, CUSTM_NAME_MDLNM,
                      CUSTM_NAME_LASTNM, CUSTM_ADDR, CUSTM_DOB,
                      CUSTM_ST, CUSTM_TYPE, CUSTM_REG_NAME,
                      CUSTM_TAX_ID, CUSTM_CNAE, CUSTM_WHT_EXEMPT,
                      CUSTM_NET_INCOME, CUSTM_INC_VER_DATE,
                      CUSTM_ANON_DATE
                 INTO :ACN-CUSTM-NO, :ACN-CUSTM-NAME-FRSTNM,
                      :ACN-CUSTM-NAME-MDLNM :WS-NULL-IND-1,
                      :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-ADDR,
                      :ACN-CUSTM-DOB, :ACN-CUSTM-ST, :ACN-CUSTM-TYPE,
                      :ACN-CUSTM-REG-NAME, :ACN-CUSTM-TAX-ID,
                      :ACN-CUSTM-CNAE, :ACN-CUSTM-WHT-EXEMPT,
                      :ACN-CUSTM-NET-INCOME, :ACN-CUSTM-INC-VER-DATE,
                      :ACN-CUSTM-ANON-DATE
                 FROM IDC015.CUSTM_TABLE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
           END-EXEC

           PERFORM 900000-SET-RESULT

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-IMAGE
               MOVE DCLACN-CUSTM-TABLE TO WS-IMG-DATA
               PERFORM 800100-SET-NULL-FLAGS
           END-IF.
      ******************************************************************
       213000-READ-CUSTADDR.

           MOVE WS-IMG-DATA TO DCLCUSTADDR

           EXEC SQL
               SELECT CADR_CUST_NO, CADR_STREET, CADR_TOWN,
                      CADR_POSTCODE, CADR_COUNTRY, CADR_PREF_FLG,
                      CADR_UPD_DATE, CADR_GONE_FLG
                 INTO :CADR-CUST-NO, :CADR-STREET, :CADR-TOWN,
                      :CADR-POSTCODE, :CADR-COUNTRY, :CADR-PREF-FLG,
                      :CADR-UPD-DATE, :CADR-GONE-FLG :WS-NULL-IND-1
                 FROM IDC015.CUSTADDR
                WHERE CADR_CUST_NO = :CADR-CUST-NO
           END-EXEC

           PERFORM 900000-SET-RESULT

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-IMAGE
               MOVE DCLCUSTADDR TO WS-IMG-DATA
               PERFORM 800100-SET-NULL-FLAGS
           END-IF.
      ******************************************************************
       214000-READ-CUSTCONT.

           MOVE WS-IMG-DATA TO DCLCUSTCONT

           EXEC SQL
               SELECT CCNT_CUST_NO, CCNT_TYPE, CCNT_VALUE,
                      CCNT_PREF_FLG, CCNT_UPD_DATE
                 INTO :CCNT-CUST-NO, :CCNT-TYPE, :CCNT-VALUE,
                      :CCNT-PREF-FLG, :CCNT-UPD-DATE
                 FROM IDC015.CUSTCONT
                WHERE CCNT_CUST_NO = :CCNT-CUST-NO
                  AND CCNT_TYPE = :CCNT-TYPE
           END-EXEC

           PERFORM 900000-SET-RESULT

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-IMAGE
               MOVE DCLCUSTCONT TO WS-IMG-DATA
           END-IF.
      ******************************************************************
       216000-READ-PENDTXN.

           MOVE WS-IMG-DATA TO DCLPENDTXN

           EXEC SQL
               SELECT PTXN_PGM, PTXN_SEQ, PTXN_REQ_TYPE, PTXN_KEY,
                      PTXN_RAW, PTXN_MAKER, PTXN_CHECKER, PTXN_STATUS,
                      PTXN_DATE, PTXN_CLASS
                 INTO :PTXN-PGM, :PTXN-SEQ, :PTXN-REQ-TYPE, :PTXN-KEY,
                      :PTXN-RAW, :PTXN-MAKER,
                      :PTXN-CHECKER :WS-NULL-IND-1, :PTXN-STATUS,
                      :PTXN-DATE, :PTXN-CLASS
                 FROM IDC015.PENDTXN
                WHERE PTXN_PGM = :PTXN-PGM
                  AND PTXN_SEQ = :PTXN-SEQ
           END-EXEC

           PERFORM 900000-SET-RESULT

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-IMAGE
               MOVE DCLPENDTXN TO WS-IMG-DATA
               PERFORM 800100-SET-NULL-FLAGS
           END-IF.
      ******************************************************************
       218000-READ-CUSTIDOC.

           MOVE WS-IMG-DATA TO DCLCUSTIDOC

           EXEC SQL
               SELECT CID_CUST_NO, CID_DOC_TYPE, CID_DOC_NO,
                      CID_ISS_DATE, CID_EXP_DATE, CID_UPD_DATE
                 INTO :CID-CUST-NO, :CID-DOC-TYPE, :CID-DOC-NO,
                      :CID-ISS-DATE, :CID-EXP-DATE, :CID-UPD-DATE
                 FROM IDC015.CUSTIDOC
                WHERE CID_CUST_NO = :CID-CUST-NO
                  AND CID_DOC_TYPE = :CID-DOC-TYPE
           END-EXEC

           PERFORM 900000-SET-RESULT

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-IMAGE
               MOVE DCLCUSTIDOC TO WS-IMG-DATA
           END-IF.
      ******************************************************************
       219000-READ-CUSTTAXR.

           MOVE WS-IMG-DATA TO DCLCUSTTAXR

           EXEC SQL
               SELECT CTXR_CUST_NO, CTXR_COUNTRY, CTXR_TIN,
                      CTXR_TIN_RSN, CTXR_SC_ST, CTXR_SC_DATE,
                      CTXR_UPD_DATE
                 INTO :CTXR-CUST-NO, :CTXR-COUNTRY, :CTXR-TIN,
                      :CTXR-TIN-RSN, :CTXR-SC-ST, :CTXR-SC-DATE,
                      :CTXR-UPD-DATE
                 FROM IDC015.CUSTTAXR
                WHERE CTXR_CUST_NO = :CTXR-CUST-NO
                  AND CTXR_COUNTRY = :CTXR-COUNTRY
           END-EXEC

           PERFORM 900000-SET-RESULT

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-IMAGE
               MOVE DCLCUSTTAXR TO WS-IMG-DATA
           END-IF.
      ******************************************************************
       222000-READ-GUARMSTR.

           MOVE WS-IMG-DATA TO DCLGUARMSTR

           EXEC SQL
               SELECT GUAR_CUST_NO, GUAR_LOAN_CAT, GUAR_LOAN_NO,
                      GUAR_REG_DATE, GUAR_ST
                 INTO :GUAR-CUST-NO, :GUAR-LOAN-CAT, :GUAR-LOAN-NO,
                      :GUAR-REG-DATE, :GUAR-ST
                 FROM IDC015.GUARMSTR
                WHERE GUAR_CUST_NO = :GUAR-CUST-NO
                  AND GUAR_LOAN_CAT = :GUAR-LOAN-CAT
                  AND GUAR_LOAN_NO = :GUAR-LOAN-NO
           END-EXEC

           PERFORM 900000-SET-RESULT

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-IMAGE
               MOVE DCLGUARMSTR TO WS-IMG-DATA
           END-IF.
      ******************************************************************
       223000-READ-DDMANDT.

           MOVE WS-IMG-DATA TO DCLDDMANDT

           EXEC SQL
               SELECT DDMN_LOAN_CAT, DDMN_LOAN_NO, DDMN_BANK_ACC,
                      DDMN_MAND_REF, DDMN_SIGN_DATE, DDMN_CANC_DATE,
                      DDMN_ST
                 INTO :DDMN-LOAN-CAT, :DDMN-LOAN-NO, :DDMN-BANK-ACC,
                      :DDMN-MAND-REF, :DDMN-SIGN-DATE,
                      :DDMN-CANC-DATE :WS-NULL-IND-1, :DDMN-ST
                 FROM IDC015.DDMANDT
                WHERE DDMN_LOAN_CAT = :DDMN-LOAN-CAT
                  AND DDMN_LOAN_NO = :DDMN-LOAN-NO
           END-EXEC

           PERFORM 900000-SET-RESULT

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-IMAGE
               MOVE DCLDDMANDT TO WS-IMG-DATA
               PERFORM 800100-SET-NULL-FLAGS
           END-IF.
      ******************************************************************
       224000-READ-LOANSWEEP.

           MOVE WS-IMG-DATA TO DCLLOANSWEEP

           EXEC SQL
               SELECT LSWP_LOAN_CAT, LSWP_LOAN_NO, LSWP_DEP_ACC,
                      LSWP_REG_DATE, LSWP_CANC_DATE, LSWP_ST
                 INTO :LSWP-LOAN-CAT, :LSWP-LOAN-NO, :LSWP-DEP-ACC,
                      :LSWP-REG-DATE, :LSWP-CANC-DATE, :LSWP-ST
                 FROM IDC015.LOANSWEEP
                WHERE LSWP_LOAN_CAT = :LSWP-LOAN-CAT
                  AND LSWP_LOAN_NO = :LSWP-LOAN-NO
           END-EXEC

           PERFORM 900000-SET-RESULT

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-IMAGE
               MOVE DCLLOANSWEEP TO WS-IMG-DATA
           END-IF.
      ******************************************************************
       226000-READ-LOANRATE.

           MOVE WS-IMG-DATA TO DCLLOANRATE

           EXEC SQL
               SELECT LRATE_CAT, LRATE_NO, LRATE_IDX_CODE, LRATE_MARGIN,
                      LRATE_RESET_FREQ, LRATE_NEXT_RESET
                 INTO :LRATE-CAT, :LRATE-NO, :LRATE-IDX-CODE,
                      :LRATE-MARGIN, :LRATE-RESET-FREQ,
                      :LRATE-NEXT-RESET
                 FROM IDC015.LOANRATE
                WHERE LRATE_CAT = :LRATE-CAT
                  AND LRATE_NO = :LRATE-NO
           END-EXEC

           PERFORM 900000-SET-RESULT

           IF SQLCODE = ZERO
               MOVE SPACES TO WS-IMAGE
               MOVE DCLLOANRATE TO WS-IMG-DATA
           END-IF.
      ******************************************************************
      * 300000-UNDO-CHANGE REVERSES ONE CHANGE. THE AFTER IMAGE
      * LOCATES AN INSERTED OR UPDATED ROW; A DELETED ROW IS BUILT
      * BACK FROM ITS BEFORE IMAGE.
       300000-UNDO-CHANGE.

           EVALUATE TRUE
               WHEN IMGSRV-ACT-INSERT
               WHEN IMGSRV-ACT-UPDATE
                   MOVE IMGSRV-AFTER  TO WS-IMAGE
               WHEN IMGSRV-ACT-DELETE
                   MOVE IMGSRV-BEFORE TO WS-IMAGE
               WHEN OTHER
                   MOVE '30' TO IMGSRV-COD-RETURN
           END-EVALUATE

           IF IMGSRV-88-OK
               PERFORM 800000-SET-INDICATORS

               EVALUATE IMGSRV-TABLE
                   WHEN 'LOANMSTR'
                       PERFORM 301000-UNDO-LOANMSTR
                   WHEN 'LOANRPHST'
                       PERFORM 302000-UNDO-LOANRPHST
                   WHEN 'RISKAVAIL'
                       PERFORM 303000-UNDO-RISKAVAIL
                   WHEN 'LOANINTHST'
                       PERFORM 304000-UNDO-LOANINTHST
                   WHEN 'FEEHIST'
                       PERFORM 305000-UNDO-FEEHIST
                   WHEN 'LOANRALC'
                       PERFORM 306000-UNDO-LOANRALC
                   WHEN 'LOANSCHED'
                       PERFORM 307000-UNDO-LOANSCHED
                   WHEN 'LOANRECV'
                       PERFORM 308000-UNDO-LOANRECV
                   WHEN 'LOANFACL'
                       PERFORM 309000-UNDO-LOANFACL
                   WHEN 'PARTDIST'
                       PERFORM 310000-UNDO-PARTDIST
                   WHEN 'CUSTM_TABLE'
                       PERFORM 311000-UNDO-CUSTMSTR
                   WHEN 'CUSTHIST'
                       PERFORM 312000-UNDO-CUSTHIST
                   WHEN 'CUSTADDR'
                       PERFORM 313000-UNDO-CUSTADDR
                   WHEN 'CUSTCONT'
                       PERFORM 314000-UNDO-CUSTCONT
                   WHEN 'CUSTCNTH'
                       PERFORM 315000-UNDO-CUSTCNTH
                   WHEN 'PENDTXN'
                       PERFORM 316000-UNDO-PENDTXN
                   WHEN 'EDLVREG'
                       PERFORM 317000-UNDO-EDLVREG
                   WHEN 'CUSTIDOC'
                       PERFORM 318000-UNDO-CUSTIDOC
                   WHEN 'CUSTTAXR'
                       PERFORM 319000-UNDO-CUSTTAXR
                   WHEN 'LOANSCORE'
                       PERFORM 320000-UNDO-LOANSCORE
                   WHEN 'LOANBORH'
                       PERFORM 321000-UNDO-LOANBORH
                   WHEN 'GUARMSTR'
                       PERFORM 322000-UNDO-GUARMSTR
                   WHEN 'DDMANDT'
                       PERFORM 323000-UNDO-DDMANDT
                   WHEN 'LOANSWEEP'
                       PERFORM 324000-UNDO-LOANSWEEP
                   WHEN 'RATEHIST'
                       PERFORM 325000-UNDO-RATEHIST
                   WHEN 'LOANRATE'
                       PERFORM 326000-UNDO-LOANRATE
                   WHEN OTHER
                       MOVE '30' TO IMGSRV-COD-RETURN
               END-EVALUATE
           END-IF.
      ******************************************************************
       301000-UNDO-LOANMSTR.

           MOVE WS-IMG-DATA TO DCLLOANMSTR

           IF IMGSRV-ACT-DELETE
               PERFORM 301100-REINSERT-LOANMSTR
           ELSE
               EXEC SQL
                   OPEN IMG-LOANMSTR-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-LOANMSTR-CSR
                        INTO :LLOANM-CAT
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 301200-RESTORE-LOANMSTR
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.LOANMSTR
                                WHERE CURRENT OF IMG-LOANMSTR-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-LOANMSTR-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       301100-REINSERT-LOANMSTR.

           EXEC SQL
               INSERT INTO IDC015.LOANMSTR
                   ( LOANM_CAT, LOANM_NO, LOANM_TERM, LOANM_TITLE,
                     LOANM_ROI, LOANM_MAX_AMT, LOANM_MIN_AGE,
                     LOANM_MAX_AGE, LOANM_ST, LOANM_CUST_NO,
                     LOANM_ORIG_DATE, LOANM_CCY, LOANM_BRN,
                     LOANM_DD_MAND )
               VALUES
                   ( :LLOANM-CAT, :LLOANM-NO, :LLOANM-TERM,
                     :LLOANM-TITLE :WS-NULL-IND-1, :LLOANM-ROI,
                     :LLOANM-MAX-AMT, :LLOANM-MIN-AGE, :LLOANM-MAX-AGE,
                     :LLOANM-ST, :LLOANM-CUST-NO, :LLOANM-ORIG-DATE,
                     :LLOANM-CCY, :LLOANM-BRN, :LLOANM-DD-MAND )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       301200-RESTORE-LOANMSTR.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           PERFORM 800000-SET-INDICATORS
           MOVE WS-IMG-DATA TO DCLLOANMSTR

           EXEC SQL
               UPDATE IDC015.LOANMSTR
                  SET LOANM_CAT = :LLOANM-CAT,
                      LOANM_TERM = :LLOANM-TERM,
                      LOANM_TITLE = :LLOANM-TITLE :WS-NULL-IND-1,
                      LOANM_ROI = :LLOANM-ROI,
                      LOANM_MAX_AMT = :LLOANM-MAX-AMT,
                      LOANM_MIN_AGE = :LLOANM-MIN-AGE,
                      LOANM_MAX_AGE = :LLOANM-MAX-AGE,
                      LOANM_ST = :LLOANM-ST,
                      LOANM_CUST_NO = :LLOANM-CUST-NO,
                      LOANM_ORIG_DATE = :LLOANM-ORIG-DATE,
                      LOANM_CCY = :LLOANM-CCY,
                      LOANM_BRN = :LLOANM-BRN,
                      LOANM_DD_MAND = :LLOANM-DD-MAND
                WHERE CURRENT OF IMG-LOANMSTR-CSR
           END-EXEC.
      ******************************************************************
       302000-UNDO-LOANRPHST.

           MOVE WS-IMG-DATA TO DCLLOANRPH61

           IF IMGSRV-ACT-DELETE
               PERFORM 302100-REINSERT-LOANRPHST
           ELSE
               EXEC SQL
                   OPEN IMG-LOANRPHST-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-LOANRPHST-CSR
                        INTO :RLOANRPH-CAT
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 302200-RESTORE-LOANRPHST
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.LOANRPHST
                                WHERE CURRENT OF IMG-LOANRPHST-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-LOANRPHST-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       302100-REINSERT-LOANRPHST.

           EXEC SQL
               INSERT INTO IDC015.LOANRPHST
                   ( LOANRPH_CAT, LOANRPH_NO, LOANRPH_DATE,
                     LOANRPH_RP_AMT, LOANRPH_OS_AMT, LOANRPH_ORIG_CCY,
                     LOANRPH_ORIG_AMT, LOANRPH_EXCH_RATE )
               VALUES
                   ( :RLOANRPH-CAT, :RLOANRPH-NO, :RLOANRPH-DATE,
                     :RLOANRPH-RP-AMT, :RLOANRPH-OS-AMT,
                     :RLOANRPH-ORIG-CCY :WS-NULL-IND-1,
                     :RLOANRPH-ORIG-AMT :WS-NULL-IND-2,
                     :RLOANRPH-EXCH-RATE :WS-NULL-IND-3 )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       302200-RESTORE-LOANRPHST.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           PERFORM 800000-SET-INDICATORS
           MOVE WS-IMG-DATA TO DCLLOANRPH61

           EXEC SQL
               UPDATE IDC015.LOANRPHST
                  SET LOANRPH_CAT = :RLOANRPH-CAT,
                      LOANRPH_NO = :RLOANRPH-NO,
                      LOANRPH_DATE = :RLOANRPH-DATE,
                      LOANRPH_RP_AMT = :RLOANRPH-RP-AMT,
                      LOANRPH_OS_AMT = :RLOANRPH-OS-AMT,
                      LOANRPH_ORIG_CCY =
                         :RLOANRPH-ORIG-CCY :WS-NULL-IND-1,
                      LOANRPH_ORIG_AMT =
                         :RLOANRPH-ORIG-AMT :WS-NULL-IND-2,
                      LOANRPH_EXCH_RATE =
                         :RLOANRPH-EXCH-RATE :WS-NULL-IND-3
                WHERE CURRENT OF IMG-LOANRPHST-CSR
           END-EXEC.
      ******************************************************************
       303000-UNDO-RISKAVAIL.

           MOVE WS-IMG-DATA TO DCLRISKAVAIL

           IF IMGSRV-ACT-DELETE
               PERFORM 303100-REINSERT-RISKAVAIL
           ELSE
               EXEC SQL
                   OPEN IMG-RISKAVAIL-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-RISKAVAIL-CSR
                        INTO :RAVAIL-ENT
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 303200-RESTORE-RISKAVAIL
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.RISKAVAIL
                                WHERE CURRENT OF IMG-RISKAVAIL-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-RISKAVAIL-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       303100-REINSERT-RISKAVAIL.

           EXEC SQL
               INSERT INTO IDC015.RISKAVAIL
                   ( RAVAIL_ENT, RAVAIL_COD_PROD, RAVAIL_NUM_RISK,
                     RAVAIL_DEBTBAL, RAVAIL_AMT_CAP, RAVAIL_AMT_ITR,
                     RAVAIL_AMT_COM, RAVAIL_AMT_AVA1,
                     RAVAIL_LAST_UPD_DATE, RAVAIL_PER_RTN )
               VALUES
                   ( :RAVAIL-ENT, :RAVAIL-COD-PROD, :RAVAIL-NUM-RISK,
                     :RAVAIL-DEBTBAL, :RAVAIL-AMT-CAP, :RAVAIL-AMT-ITR,
                     :RAVAIL-AMT-COM, :RAVAIL-AMT-AVA1,
                     :RAVAIL-LAST-UPD-DATE, :RAVAIL-PER-RTN )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       303200-RESTORE-RISKAVAIL.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           MOVE WS-IMG-DATA TO DCLRISKAVAIL

           EXEC SQL
               UPDATE IDC015.RISKAVAIL
                  SET RAVAIL_DEBTBAL = :RAVAIL-DEBTBAL,
                      RAVAIL_AMT_CAP = :RAVAIL-AMT-CAP,
                      RAVAIL_AMT_ITR = :RAVAIL-AMT-ITR,
                      RAVAIL_AMT_COM = :RAVAIL-AMT-COM,
                      RAVAIL_AMT_AVA1 = :RAVAIL-AMT-AVA1,
                      RAVAIL_LAST_UPD_DATE = :RAVAIL-LAST-UPD-DATE,
                      RAVAIL_PER_RTN = :RAVAIL-PER-RTN
                WHERE CURRENT OF IMG-RISKAVAIL-CSR
           END-EXEC.
      ******************************************************************
       304000-UNDO-LOANINTHST.

           MOVE WS-IMG-DATA TO DCLLOANINTHST

           IF IMGSRV-ACT-DELETE
               PERFORM 304100-REINSERT-LOANINTHST
           ELSE
               EXEC SQL
                   OPEN IMG-LOANINTHST-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-LOANINTHST-CSR
                        INTO :LINT-CAT
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 304200-RESTORE-LOANINTHST
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.LOANINTHST
                                WHERE CURRENT OF IMG-LOANINTHST-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-LOANINTHST-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       304100-REINSERT-LOANINTHST.

           EXEC SQL
               INSERT INTO IDC015.LOANINTHST
                   ( LOANINT_CAT, LOANINT_NO, LOANINT_DATE,
                     LOANINT_BAL_AMT, LOANINT_AMT, LOANINT_TYPE )
               VALUES
                   ( :LINT-CAT, :LINT-NO, :LINT-DATE, :LINT-BAL-AMT,
                     :LINT-AMT, :LINT-TYPE :WS-NULL-IND-1 )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       304200-RESTORE-LOANINTHST.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           PERFORM 800000-SET-INDICATORS
           MOVE WS-IMG-DATA TO DCLLOANINTHST

           EXEC SQL
               UPDATE IDC015.LOANINTHST
                  SET LOANINT_CAT = :LINT-CAT,
                      LOANINT_NO = :LINT-NO,
                      LOANINT_DATE = :LINT-DATE,
                      LOANINT_BAL_AMT = :LINT-BAL-AMT,
                      LOANINT_AMT = :LINT-AMT,
                      LOANINT_TYPE = :LINT-TYPE :WS-NULL-IND-1
                WHERE CURRENT OF IMG-LOANINTHST-CSR
           END-EXEC.
      ******************************************************************
       305000-UNDO-FEEHIST.

           MOVE WS-IMG-DATA TO DCLFEEHIST

           IF IMGSRV-ACT-DELETE
               PERFORM 305100-REINSERT-FEEHIST
           ELSE
               EXEC SQL
                   OPEN IMG-FEEHIST-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-FEEHIST-CSR
                        INTO :FEEH-NO
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 305200-RESTORE-FEEHIST
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.FEEHIST
                                WHERE CURRENT OF IMG-FEEHIST-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-FEEHIST-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       305100-REINSERT-FEEHIST.

           EXEC SQL
               INSERT INTO IDC015.FEEHIST
                   ( FEEH_NO, FEEH_CAT, FEEH_TYPE, FEEH_DATE, FEEH_AMT,
                     FEEH_ST )
               VALUES
                   ( :FEEH-NO, :FEEH-CAT, :FEEH-TYPE, :FEEH-DATE,
                     :FEEH-AMT, :FEEH-ST )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       305200-RESTORE-FEEHIST.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           MOVE WS-IMG-DATA TO DCLFEEHIST

           EXEC SQL
               UPDATE IDC015.FEEHIST
                  SET FEEH_NO = :FEEH-NO,
                      FEEH_CAT = :FEEH-CAT,
                      FEEH_TYPE = :FEEH-TYPE,
                      FEEH_DATE = :FEEH-DATE,
                      FEEH_AMT = :FEEH-AMT,
                      FEEH_ST = :FEEH-ST
                WHERE CURRENT OF IMG-FEEHIST-CSR
           END-EXEC.
      ******************************************************************
       306000-UNDO-LOANRALC.

           MOVE WS-IMG-DATA TO DCLLOANRALC

           IF IMGSRV-ACT-DELETE
               PERFORM 306100-REINSERT-LOANRALC
           ELSE
               EXEC SQL
                   OPEN IMG-LOANRALC-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-LOANRALC-CSR
                        INTO :LALC-CAT
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 306200-RESTORE-LOANRALC
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.LOANRALC
                                WHERE CURRENT OF IMG-LOANRALC-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-LOANRALC-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       306100-REINSERT-LOANRALC.

           EXEC SQL
               INSERT INTO IDC015.LOANRALC
                   ( LALC_CAT, LALC_NO, LALC_DATE, LALC_PEN_AMT,
                     LALC_FEE_AMT, LALC_INT_AMT, LALC_PRIN_AMT,
                     LALC_RESID_AMT )
               VALUES
                   ( :LALC-CAT, :LALC-NO, :LALC-DATE, :LALC-PEN-AMT,
                     :LALC-FEE-AMT, :LALC-INT-AMT, :LALC-PRIN-AMT,
                     :LALC-RESID-AMT )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       306200-RESTORE-LOANRALC.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           MOVE WS-IMG-DATA TO DCLLOANRALC

           EXEC SQL
               UPDATE IDC015.LOANRALC
                  SET LALC_CAT = :LALC-CAT,
                      LALC_NO = :LALC-NO,
                      LALC_DATE = :LALC-DATE,
                      LALC_PEN_AMT = :LALC-PEN-AMT,
                      LALC_FEE_AMT = :LALC-FEE-AMT,
                      LALC_INT_AMT = :LALC-INT-AMT,
                      LALC_PRIN_AMT = :LALC-PRIN-AMT,
                      LALC_RESID_AMT = :LALC-RESID-AMT
                WHERE CURRENT OF IMG-LOANRALC-CSR
           END-EXEC.
      ******************************************************************
       307000-UNDO-LOANSCHED.

           MOVE WS-IMG-DATA TO DCLLOANSCHED

           IF IMGSRV-ACT-DELETE
               PERFORM 307100-REINSERT-LOANSCHED
           ELSE
               EXEC SQL
                   OPEN IMG-LOANSCHED-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-LOANSCHED-CSR
                        INTO :LSCH-CAT
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 307200-RESTORE-LOANSCHED
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.LOANSCHED
                                WHERE CURRENT OF IMG-LOANSCHED-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-LOANSCHED-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       307100-REINSERT-LOANSCHED.

           EXEC SQL
               INSERT INTO IDC015.LOANSCHED
                   ( LOANSCH_CAT, LOANSCH_NO, LOANSCH_SEQ,
                     LOANSCH_DUE_DATE, LOANSCH_PRIN_AMT,
                     LOANSCH_INT_AMT, LOANSCH_EXP_BAL, LOANSCH_ST,
                     LOANSCH_PAID_DATE )
               VALUES
                   ( :LSCH-CAT, :LSCH-NO, :LSCH-SEQ, :LSCH-DUE-DATE,
                     :LSCH-PRIN-AMT, :LSCH-INT-AMT, :LSCH-EXP-BAL,
                     :LSCH-ST, :LSCH-PAID-DATE :WS-NULL-IND-1 )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       307200-RESTORE-LOANSCHED.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           PERFORM 800000-SET-INDICATORS
           MOVE WS-IMG-DATA TO DCLLOANSCHED

           EXEC SQL
               UPDATE IDC015.LOANSCHED
                  SET LOANSCH_DUE_DATE = :LSCH-DUE-DATE,
                      LOANSCH_PRIN_AMT = :LSCH-PRIN-AMT,
                      LOANSCH_INT_AMT = :LSCH-INT-AMT,
                      LOANSCH_EXP_BAL = :LSCH-EXP-BAL,
                      LOANSCH_ST = :LSCH-ST,
                      LOANSCH_PAID_DATE = :LSCH-PAID-DATE :WS-NULL-IND-1
                WHERE CURRENT OF IMG-LOANSCHED-CSR
           END-EXEC.
      ******************************************************************
       308000-UNDO-LOANRECV.

           MOVE WS-IMG-DATA TO DCLLOANRECV

           IF IMGSRV-ACT-DELETE
               PERFORM 308100-REINSERT-LOANRECV
           ELSE
               EXEC SQL
                   OPEN IMG-LOANRECV-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-LOANRECV-CSR
                        INTO :LRCV-CAT
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 308200-RESTORE-LOANRECV
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.LOANRECV
                                WHERE CURRENT OF IMG-LOANRECV-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-LOANRECV-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       308100-REINSERT-LOANRECV.

           EXEC SQL
               INSERT INTO IDC015.LOANRECV
                   ( LRCV_CAT, LRCV_NO, LRCV_WO_DATE, LRCV_WO_AMT,
                     LRCV_RECV_AMT, LRCV_ST )
               VALUES
                   ( :LRCV-CAT, :LRCV-NO, :LRCV-WO-DATE, :LRCV-WO-AMT,
                     :LRCV-RECV-AMT, :LRCV-ST )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       308200-RESTORE-LOANRECV.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           MOVE WS-IMG-DATA TO DCLLOANRECV

           EXEC SQL
               UPDATE IDC015.LOANRECV
                  SET LRCV_WO_DATE = :LRCV-WO-DATE,
                      LRCV_WO_AMT = :LRCV-WO-AMT,
                      LRCV_RECV_AMT = :LRCV-RECV-AMT,
                      LRCV_ST = :LRCV-ST
                WHERE CURRENT OF IMG-LOANRECV-CSR
           END-EXEC.
      ******************************************************************
       309000-UNDO-LOANFACL.

           MOVE WS-IMG-DATA TO DCLLOANFACL

           IF IMGSRV-ACT-DELETE
               PERFORM 309100-REINSERT-LOANFACL
           ELSE
               EXEC SQL
                   OPEN IMG-LOANFACL-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-LOANFACL-CSR
                        INTO :LFAC-CAT
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 309200-RESTORE-LOANFACL
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.LOANFACL
                                WHERE CURRENT OF IMG-LOANFACL-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-LOANFACL-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       309100-REINSERT-LOANFACL.

           EXEC SQL
               INSERT INTO IDC015.LOANFACL
                   ( LFAC_CAT, LFAC_NO, LFAC_FACL_AMT, LFAC_DRAWN_AMT,
                     LFAC_UNDRAWN_AMT, LFAC_ST, LFAC_REG_DATE,
                     LFAC_TYPE, LFAC_REVIEW_DATE, LFAC_BAL_DAYS,
                     LFAC_MOVE_DATE, LFAC_ACCR_DATE )
               VALUES
                   ( :LFAC-CAT, :LFAC-NO, :LFAC-FACL-AMT,
                     :LFAC-DRAWN-AMT, :LFAC-UNDRAWN-AMT, :LFAC-ST,
                     :LFAC-REG-DATE, :LFAC-TYPE, :LFAC-REVIEW-DATE,
                     :LFAC-BAL-DAYS, :LFAC-MOVE-DATE, :LFAC-ACCR-DATE )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       309200-RESTORE-LOANFACL.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           MOVE WS-IMG-DATA TO DCLLOANFACL

           EXEC SQL
               UPDATE IDC015.LOANFACL
                  SET LFAC_CAT = :LFAC-CAT,
                      LFAC_FACL_AMT = :LFAC-FACL-AMT,
                      LFAC_DRAWN_AMT = :LFAC-DRAWN-AMT,
                      LFAC_UNDRAWN_AMT = :LFAC-UNDRAWN-AMT,
                      LFAC_ST = :LFAC-ST,
                      LFAC_REG_DATE = :LFAC-REG-DATE,
                      LFAC_TYPE = :LFAC-TYPE,
                      LFAC_REVIEW_DATE = :LFAC-REVIEW-DATE,
                      LFAC_BAL_DAYS = :LFAC-BAL-DAYS,
                      LFAC_MOVE_DATE = :LFAC-MOVE-DATE,
                      LFAC_ACCR_DATE = :LFAC-ACCR-DATE
                WHERE CURRENT OF IMG-LOANFACL-CSR
           END-EXEC.
      ******************************************************************
       310000-UNDO-PARTDIST.

           MOVE WS-IMG-DATA TO DCLPARTDIST

           IF IMGSRV-ACT-DELETE
               PERFORM 310100-REINSERT-PARTDIST
           ELSE
               EXEC SQL
                   OPEN IMG-PARTDIST-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-PARTDIST-CSR
                        INTO :PDIST-LOAN-CAT
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 310200-RESTORE-PARTDIST
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.PARTDIST
                                WHERE CURRENT OF IMG-PARTDIST-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-PARTDIST-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       310100-REINSERT-PARTDIST.

           EXEC SQL
               INSERT INTO IDC015.PARTDIST
                   ( PDIST_LOAN_CAT, PDIST_LOAN_NO, PDIST_PART_ID,
                     PDIST_DATE, PDIST_EVENT, PDIST_SHARE_PCT,
                     PDIST_PAY_AMT, PDIST_PRIN_AMT, PDIST_ST,
                     PDIST_DIST_DATE )
               VALUES
                   ( :PDIST-LOAN-CAT, :PDIST-LOAN-NO, :PDIST-PART-ID,
                     :PDIST-DATE, :PDIST-EVENT, :PDIST-SHARE-PCT,
                     :PDIST-PAY-AMT, :PDIST-PRIN-AMT, :PDIST-ST,
                     :PDIST-DIST-DATE )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       310200-RESTORE-PARTDIST.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           MOVE WS-IMG-DATA TO DCLPARTDIST

           EXEC SQL
               UPDATE IDC015.PARTDIST
                  SET PDIST_LOAN_CAT = :PDIST-LOAN-CAT,
                      PDIST_LOAN_NO = :PDIST-LOAN-NO,
                      PDIST_PART_ID = :PDIST-PART-ID,
                      PDIST_DATE = :PDIST-DATE,
                      PDIST_EVENT = :PDIST-EVENT,
                      PDIST_SHARE_PCT = :PDIST-SHARE-PCT,
                      PDIST_PAY_AMT = :PDIST-PAY-AMT,
                      PDIST_PRIN_AMT = :PDIST-PRIN-AMT,
                      PDIST_ST = :PDIST-ST,
                      PDIST_DIST_DATE = :PDIST-DIST-DATE
                WHERE CURRENT OF IMG-PARTDIST-CSR
           END-EXEC.
      ******************************************************************
       311000-UNDO-CUSTMSTR.

           MOVE WS-IMG-DATA TO DCLACN-CUSTM-TABLE

           IF IMGSRV-ACT-DELETE
               PERFORM 311100-REINSERT-CUSTMSTR
           ELSE
               EXEC SQL
                   OPEN IMG-CUSTMSTR-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-CUSTMSTR-CSR
                        INTO :ACN-CUSTM-NO
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 311200-RESTORE-CUSTMSTR
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.CUSTM_TABLE
                                WHERE CURRENT OF IMG-CUSTMSTR-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-CUSTMSTR-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       311100-REINSERT-CUSTMSTR.

           EXEC SQL
               INSERT INTO IDC015.CUSTM_TABLE
                   ( CUSTM_NO, CUSTM_NAME_FRSTNM, CUSTM_NAME_MDLNM,
                     CUSTM_NAME_LASTNM, CUSTM_ADDR, CUSTM_DOB, CUSTM_ST,
                     CUSTM_TYPE, CUSTM_REG_NAME, CUSTM_TAX_ID,
                     CUSTM_CNAE, CUSTM_WHT_EXEMPT, CUSTM_NET_INCOME,
                     CUSTM_INC_VER_DATE, CUSTM_ANON_DATE )
               VALUES
                   ( :ACN-CUSTM-NO, :ACN-CUSTM-NAME-FRSTNM,
                     :ACN-CUSTM-NAME-MDLNM :WS-NULL-IND-1,
                     :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-ADDR,
                     :ACN-CUSTM-DOB, :ACN-CUSTM-ST, :ACN-CUSTM-TYPE,
                     :ACN-CUSTM-REG-NAME, :ACN-CUSTM-TAX-ID,
                     :ACN-CUSTM-CNAE, :ACN-CUSTM-WHT-EXEMPT,
                     :ACN-CUSTM-NET-INCOME, :ACN-CUSTM-INC-VER-DATE,
                     :ACN-CUSTM-ANON-DATE )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       311200-RESTORE-CUSTMSTR.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           PERFORM 800000-SET-INDICATORS
           MOVE WS-IMG-DATA TO DCLACN-CUSTM-TABLE

           EXEC SQL
               UPDATE IDC015.CUSTM_TABLE
                  SET CUSTM_NAME_FRSTNM = :ACN-CUSTM-NAME-FRSTNM,
                      CUSTM_NAME_MDLNM =
                          :ACN-CUSTM-NAME-MDLNM :WS-NULL-IND-1,
                      CUSTM_NAME_LASTNM = :ACN-CUSTM-NAME-LASTNM,
                      CUSTM_ADDR = :ACN-CUSTM-ADDR,
                      CUSTM_DOB = :ACN-CUSTM-DOB,
                      CUSTM_ST = :ACN-CUSTM-ST,
                      CUSTM_TYPE = :ACN-CUSTM-TYPE,
                      CUSTM_REG_NAME = :ACN-CUSTM-REG-NAME,
                      CUSTM_TAX_ID = :ACN-CUSTM-TAX-ID,
                      CUSTM_CNAE = :ACN-CUSTM-CNAE,
                      CUSTM_WHT_EXEMPT = :ACN-CUSTM-WHT-EXEMPT,
                      CUSTM_NET_INCOME = :ACN-CUSTM-NET-INCOME,
                      CUSTM_INC_VER_DATE = :ACN-CUSTM-INC-VER-DATE,
                      CUSTM_ANON_DATE = :ACN-CUSTM-ANON-DATE
                WHERE CURRENT OF IMG-CUSTMSTR-CSR
           END-EXEC.
      ******************************************************************
       312000-UNDO-CUSTHIST.

           MOVE WS-IMG-DATA TO DCLHCN-CUSTHIST

           IF IMGSRV-ACT-DELETE
               PERFORM 312100-REINSERT-CUSTHIST
           ELSE
               EXEC SQL
                   OPEN IMG-CUSTHIST-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-CUSTHIST-CSR
                        INTO :HCN-CUSTM-NO
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 312200-RESTORE-CUSTHIST
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.CUSTHIST
                                WHERE CURRENT OF IMG-CUSTHIST-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-CUSTHIST-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       312100-REINSERT-CUSTHIST.

           EXEC SQL
               INSERT INTO IDC015.CUSTHIST
                   ( CUSTHIST_CUSTM_NO, CUSTHIST_DATE,
                     CUSTHIST_NAME_FRSTNM, CUSTHIST_NAME_MDLNM,
                     CUSTHIST_NAME_LASTNM, CUSTHIST_ADDR )
               VALUES
                   ( :HCN-CUSTM-NO, :HCN-DATE, :HCN-NAME-FRSTNM,
                     :HCN-NAME-MDLNM :WS-NULL-IND-1, :HCN-NAME-LASTNM,
                     :HCN-ADDR )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       312200-RESTORE-CUSTHIST.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           PERFORM 800000-SET-INDICATORS
           MOVE WS-IMG-DATA TO DCLHCN-CUSTHIST

           EXEC SQL
               UPDATE IDC015.CUSTHIST
                  SET CUSTHIST_CUSTM_NO = :HCN-CUSTM-NO,
                      CUSTHIST_DATE = :HCN-DATE,
                      CUSTHIST_NAME_FRSTNM = :HCN-NAME-FRSTNM,
                      CUSTHIST_NAME_MDLNM =
                          :HCN-NAME-MDLNM :WS-NULL-IND-1,
                      CUSTHIST_NAME_LASTNM = :HCN-NAME-LASTNM,
                      CUSTHIST_ADDR = :HCN-ADDR
                WHERE CURRENT OF IMG-CUSTHIST-CSR
           END-EXEC.
      ******************************************************************
       313000-UNDO-CUSTADDR.

           MOVE WS-IMG-DATA TO DCLCUSTADDR

           IF IMGSRV-ACT-DELETE
               PERFORM 313100-REINSERT-CUSTADDR
           ELSE
               EXEC SQL
                   OPEN IMG-CUSTADDR-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-CUSTADDR-CSR
                        INTO :CADR-CUST-NO
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 313200-RESTORE-CUSTADDR
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.CUSTADDR
                                WHERE CURRENT OF IMG-CUSTADDR-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-CUSTADDR-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       313100-REINSERT-CUSTADDR.

           EXEC SQL
               INSERT INTO IDC015.CUSTADDR
                   ( CADR_CUST_NO, CADR_STREET, CADR_TOWN,
                     CADR_POSTCODE, CADR_COUNTRY, CADR_PREF_FLG,
                     CADR_UPD_DATE, CADR_GONE_FLG )
               VALUES
                   ( :CADR-CUST-NO, :CADR-STREET, :CADR-TOWN,
                     :CADR-POSTCODE, :CADR-COUNTRY, :CADR-PREF-FLG,
                     :CADR-UPD-DATE, :CADR-GONE-FLG :WS-NULL-IND-1 )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       313200-RESTORE-CUSTADDR.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           PERFORM 800000-SET-INDICATORS
           MOVE WS-IMG-DATA TO DCLCUSTADDR

           EXEC SQL
               UPDATE IDC015.CUSTADDR
                  SET CADR_STREET = :CADR-STREET,
                      CADR_TOWN = :CADR-TOWN,
                      CADR_POSTCODE = :CADR-POSTCODE,
                      CADR_COUNTRY = :CADR-COUNTRY,
                      CADR_PREF_FLG = :CADR-PREF-FLG,
                      CADR_UPD_DATE = :CADR-UPD-DATE,
                      CADR_GONE_FLG = :CADR-GONE-FLG :WS-NULL-IND-1
                WHERE CURRENT OF IMG-CUSTADDR-CSR
           END-EXEC.
      ******************************************************************
       314000-UNDO-CUSTCONT.

           MOVE WS-IMG-DATA TO DCLCUSTCONT

           IF IMGSRV-ACT-DELETE
               PERFORM 314100-REINSERT-CUSTCONT
           ELSE
               EXEC SQL
                   OPEN IMG-CUSTCONT-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-CUSTCONT-CSR
                        INTO :CCNT-CUST-NO
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 314200-RESTORE-CUSTCONT
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.CUSTCONT
                                WHERE CURRENT OF IMG-CUSTCONT-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-CUSTCONT-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       314100-REINSERT-CUSTCONT.

           EXEC SQL
               INSERT INTO IDC015.CUSTCONT
                   ( CCNT_CUST_NO, CCNT_TYPE, CCNT_VALUE, CCNT_PREF_FLG,
                     CCNT_UPD_DATE )
               VALUES
                   ( :CCNT-CUST-NO, :CCNT-TYPE, :CCNT-VALUE,
                     :CCNT-PREF-FLG, :CCNT-UPD-DATE )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       314200-RESTORE-CUSTCONT.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           MOVE WS-IMG-DATA TO DCLCUSTCONT

           EXEC SQL
               UPDATE IDC015.CUSTCONT
                  SET CCNT_VALUE = :CCNT-VALUE,
                      CCNT_PREF_FLG = :CCNT-PREF-FLG,
                      CCNT_UPD_DATE = :CCNT-UPD-DATE
                WHERE CURRENT OF IMG-CUSTCONT-CSR
           END-EXEC.
      ******************************************************************
       315000-UNDO-CUSTCNTH.

           MOVE WS-IMG-DATA TO DCLCUSTCNTH

           IF IMGSRV-ACT-DELETE
               PERFORM 315100-REINSERT-CUSTCNTH
           ELSE
               EXEC SQL
                   OPEN IMG-CUSTCNTH-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-CUSTCNTH-CSR
                        INTO :CCTH-CUST-NO
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 315200-RESTORE-CUSTCNTH
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.CUSTCNTH
                                WHERE CURRENT OF IMG-CUSTCNTH-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-CUSTCNTH-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       315100-REINSERT-CUSTCNTH.

           EXEC SQL
               INSERT INTO IDC015.CUSTCNTH
                   ( CCTH_CUST_NO, CCTH_DATE, CCTH_KIND,
                     CCTH_OLD_VALUE )
               VALUES
                   ( :CCTH-CUST-NO, :CCTH-DATE, :CCTH-KIND,
                     :CCTH-OLD-VALUE )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       315200-RESTORE-CUSTCNTH.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           MOVE WS-IMG-DATA TO DCLCUSTCNTH

           EXEC SQL
               UPDATE IDC015.CUSTCNTH
                  SET CCTH_CUST_NO = :CCTH-CUST-NO,
                      CCTH_DATE = :CCTH-DATE,
                      CCTH_KIND = :CCTH-KIND,
                      CCTH_OLD_VALUE = :CCTH-OLD-VALUE
                WHERE CURRENT OF IMG-CUSTCNTH-CSR
           END-EXEC.
      ******************************************************************
       316000-UNDO-PENDTXN.

           MOVE WS-IMG-DATA TO DCLPENDTXN

           IF IMGSRV-ACT-DELETE
               PERFORM 316100-REINSERT-PENDTXN
           ELSE
               EXEC SQL
                   OPEN IMG-PENDTXN-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-PENDTXN-CSR
                        INTO :PTXN-PGM
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 316200-RESTORE-PENDTXN
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.PENDTXN
                                WHERE CURRENT OF IMG-PENDTXN-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-PENDTXN-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       316100-REINSERT-PENDTXN.

           EXEC SQL
               INSERT INTO IDC015.PENDTXN
                   ( PTXN_PGM, PTXN_SEQ, PTXN_REQ_TYPE, PTXN_KEY,
                     PTXN_RAW, PTXN_MAKER, PTXN_CHECKER, PTXN_STATUS,
                     PTXN_DATE, PTXN_CLASS )
               VALUES
                   ( :PTXN-PGM, :PTXN-SEQ, :PTXN-REQ-TYPE, :PTXN-KEY,
                     :PTXN-RAW, :PTXN-MAKER,
                     :PTXN-CHECKER :WS-NULL-IND-1, :PTXN-STATUS,
                     :PTXN-DATE, :PTXN-CLASS )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       316200-RESTORE-PENDTXN.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           PERFORM 800000-SET-INDICATORS
           MOVE WS-IMG-DATA TO DCLPENDTXN

           EXEC SQL
               UPDATE IDC015.PENDTXN
                  SET PTXN_REQ_TYPE = :PTXN-REQ-TYPE,
                      PTXN_KEY = :PTXN-KEY,
                      PTXN_RAW = :PTXN-RAW,
                      PTXN_MAKER = :PTXN-MAKER,
                      PTXN_CHECKER = :PTXN-CHECKER :WS-NULL-IND-1,
                      PTXN_STATUS = :PTXN-STATUS,
                      PTXN_DATE = :PTXN-DATE,
                      PTXN_CLASS = :PTXN-CLASS
                WHERE CURRENT OF IMG-PENDTXN-CSR
           END-EXEC.
      ******************************************************************
       317000-UNDO-EDLVREG.

           MOVE WS-IMG-DATA TO DCLEDLVREG

           IF IMGSRV-ACT-DELETE
               PERFORM 317100-REINSERT-EDLVREG
           ELSE
               EXEC SQL
                   OPEN IMG-EDLVREG-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-EDLVREG-CSR
                        INTO :EDLV-CUST-NO
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 317200-RESTORE-EDLVREG
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.EDLVREG
                                WHERE CURRENT OF IMG-EDLVREG-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-EDLVREG-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       317100-REINSERT-EDLVREG.

           EXEC SQL
               INSERT INTO IDC015.EDLVREG
                   ( EDLV_CUST_NO, EDLV_DOC_TYPE, EDLV_SENT_DATE,
                     EDLV_EMAIL, EDLV_ST )
               VALUES
                   ( :EDLV-CUST-NO, :EDLV-DOC-TYPE, :EDLV-SENT-DATE,
                     :EDLV-EMAIL, :EDLV-ST )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       317200-RESTORE-EDLVREG.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           MOVE WS-IMG-DATA TO DCLEDLVREG

           EXEC SQL
               UPDATE IDC015.EDLVREG
                  SET EDLV_CUST_NO = :EDLV-CUST-NO,
                      EDLV_DOC_TYPE = :EDLV-DOC-TYPE,
                      EDLV_SENT_DATE = :EDLV-SENT-DATE,
                      EDLV_EMAIL = :EDLV-EMAIL,
                      EDLV_ST = :EDLV-ST
                WHERE CURRENT OF IMG-EDLVREG-CSR
           END-EXEC.
      ******************************************************************
       318000-UNDO-CUSTIDOC.

           MOVE WS-IMG-DATA TO DCLCUSTIDOC

           IF IMGSRV-ACT-DELETE
               PERFORM 318100-REINSERT-CUSTIDOC
           ELSE
               EXEC SQL
                   OPEN IMG-CUSTIDOC-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-CUSTIDOC-CSR
                        INTO :CID-CUST-NO
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 318200-RESTORE-CUSTIDOC
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.CUSTIDOC
                                WHERE CURRENT OF IMG-CUSTIDOC-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-CUSTIDOC-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       318100-REINSERT-CUSTIDOC.

           EXEC SQL
               INSERT INTO IDC015.CUSTIDOC
                   ( CID_CUST_NO, CID_DOC_TYPE, CID_DOC_NO,
                     CID_ISS_DATE, CID_EXP_DATE, CID_UPD_DATE )
               VALUES
                   ( :CID-CUST-NO, :CID-DOC-TYPE, :CID-DOC-NO,
                     :CID-ISS-DATE, :CID-EXP-DATE, :CID-UPD-DATE )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       318200-RESTORE-CUSTIDOC.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           MOVE WS-IMG-DATA TO DCLCUSTIDOC

           EXEC SQL
               UPDATE IDC015.CUSTIDOC
                  SET CID_DOC_NO = :CID-DOC-NO,
                      CID_ISS_DATE = :CID-ISS-DATE,
                      CID_EXP_DATE = :CID-EXP-DATE,
                      CID_UPD_DATE = :CID-UPD-DATE
                WHERE CURRENT OF IMG-CUSTIDOC-CSR
           END-EXEC.
      ******************************************************************
       319000-UNDO-CUSTTAXR.

           MOVE WS-IMG-DATA TO DCLCUSTTAXR

           IF IMGSRV-ACT-DELETE
               PERFORM 319100-REINSERT-CUSTTAXR
           ELSE
               EXEC SQL
                   OPEN IMG-CUSTTAXR-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-CUSTTAXR-CSR
                        INTO :CTXR-CUST-NO
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 319200-RESTORE-CUSTTAXR
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.CUSTTAXR
                                WHERE CURRENT OF IMG-CUSTTAXR-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-CUSTTAXR-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       319100-REINSERT-CUSTTAXR.

           EXEC SQL
               INSERT INTO IDC015.CUSTTAXR
                   ( CTXR_CUST_NO, CTXR_COUNTRY, CTXR_TIN, CTXR_TIN_RSN,
                     CTXR_SC_ST, CTXR_SC_DATE, CTXR_UPD_DATE )
               VALUES
                   ( :CTXR-CUST-NO, :CTXR-COUNTRY, :CTXR-TIN,
                     :CTXR-TIN-RSN, :CTXR-SC-ST, :CTXR-SC-DATE,
                     :CTXR-UPD-DATE )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       319200-RESTORE-CUSTTAXR.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           MOVE WS-IMG-DATA TO DCLCUSTTAXR

           EXEC SQL
               UPDATE IDC015.CUSTTAXR
                  SET CTXR_TIN = :CTXR-TIN,
                      CTXR_TIN_RSN = :CTXR-TIN-RSN,
                      CTXR_SC_ST = :CTXR-SC-ST,
                      CTXR_SC_DATE = :CTXR-SC-DATE,
                      CTXR_UPD_DATE = :CTXR-UPD-DATE
                WHERE CURRENT OF IMG-CUSTTAXR-CSR
           END-EXEC.
      ******************************************************************
       320000-UNDO-LOANSCORE.

           MOVE WS-IMG-DATA TO DCLLOANSCORE

           IF IMGSRV-ACT-DELETE
               PERFORM 320100-REINSERT-LOANSCORE
           ELSE
               EXEC SQL
                   OPEN IMG-LOANSCORE-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-LOANSCORE-CSR
                        INTO :LSCR-CAT
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 320200-RESTORE-LOANSCORE
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.LOANSCORE
                                WHERE CURRENT OF IMG-LOANSCORE-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-LOANSCORE-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       320100-REINSERT-LOANSCORE.

           EXEC SQL
               INSERT INTO IDC015.LOANSCORE
                   ( LSCR_CAT, LSCR_NO, LSCR_DATE, LSCR_SCORE,
                     LSCR_DECISION )
               VALUES
                   ( :LSCR-CAT, :LSCR-NO, :LSCR-DATE, :LSCR-SCORE,
                     :LSCR-DECISION )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       320200-RESTORE-LOANSCORE.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           MOVE WS-IMG-DATA TO DCLLOANSCORE

           EXEC SQL
               UPDATE IDC015.LOANSCORE
                  SET LSCR_CAT = :LSCR-CAT,
                      LSCR_NO = :LSCR-NO,
                      LSCR_DATE = :LSCR-DATE,
                      LSCR_SCORE = :LSCR-SCORE,
                      LSCR_DECISION = :LSCR-DECISION
                WHERE CURRENT OF IMG-LOANSCORE-CSR
           END-EXEC.
      ******************************************************************
       321000-UNDO-LOANBORH.

           MOVE WS-IMG-DATA TO DCLLOANBORH

           IF IMGSRV-ACT-DELETE
               PERFORM 321100-REINSERT-LOANBORH
           ELSE
               EXEC SQL
                   OPEN IMG-LOANBORH-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-LOANBORH-CSR
                        INTO :LBOR-CAT
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 321200-RESTORE-LOANBORH
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.LOANBORH
                                WHERE CURRENT OF IMG-LOANBORH-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-LOANBORH-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       321100-REINSERT-LOANBORH.

           EXEC SQL
               INSERT INTO IDC015.LOANBORH
                   ( LBOR_CAT, LBOR_NO, LBOR_DATE, LBOR_OLD_CUST_NO,
                     LBOR_NEW_CUST_NO, LBOR_OS_AMT, LBOR_GUAR_FLG,
                     LBOR_MAND_FLG )
               VALUES
                   ( :LBOR-CAT, :LBOR-NO, :LBOR-DATE, :LBOR-OLD-CUST-NO,
                     :LBOR-NEW-CUST-NO, :LBOR-OS-AMT, :LBOR-GUAR-FLG,
                     :LBOR-MAND-FLG )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       321200-RESTORE-LOANBORH.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           MOVE WS-IMG-DATA TO DCLLOANBORH

           EXEC SQL
               UPDATE IDC015.LOANBORH
                  SET LBOR_CAT = :LBOR-CAT,
                      LBOR_NO = :LBOR-NO,
                      LBOR_DATE = :LBOR-DATE,
                      LBOR_OLD_CUST_NO = :LBOR-OLD-CUST-NO,
                      LBOR_NEW_CUST_NO = :LBOR-NEW-CUST-NO,
                      LBOR_OS_AMT = :LBOR-OS-AMT,
                      LBOR_GUAR_FLG = :LBOR-GUAR-FLG,
                      LBOR_MAND_FLG = :LBOR-MAND-FLG
                WHERE CURRENT OF IMG-LOANBORH-CSR
           END-EXEC.
      ******************************************************************
       322000-UNDO-GUARMSTR.

           MOVE WS-IMG-DATA TO DCLGUARMSTR

           IF IMGSRV-ACT-DELETE
               PERFORM 322100-REINSERT-GUARMSTR
           ELSE
               EXEC SQL
                   OPEN IMG-GUARMSTR-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-GUARMSTR-CSR
                        INTO :GUAR-CUST-NO
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 322200-RESTORE-GUARMSTR
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.GUARMSTR
                                WHERE CURRENT OF IMG-GUARMSTR-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-GUARMSTR-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       322100-REINSERT-GUARMSTR.

           EXEC SQL
               INSERT INTO IDC015.GUARMSTR
                   ( GUAR_CUST_NO, GUAR_LOAN_CAT, GUAR_LOAN_NO,
                     GUAR_REG_DATE, GUAR_ST )
               VALUES
                   ( :GUAR-CUST-NO, :GUAR-LOAN-CAT, :GUAR-LOAN-NO,
                     :GUAR-REG-DATE, :GUAR-ST )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       322200-RESTORE-GUARMSTR.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           MOVE WS-IMG-DATA TO DCLGUARMSTR

           EXEC SQL
               UPDATE IDC015.GUARMSTR
                  SET GUAR_REG_DATE = :GUAR-REG-DATE,
                      GUAR_ST = :GUAR-ST
                WHERE CURRENT OF IMG-GUARMSTR-CSR
           END-EXEC.
      ******************************************************************
       323000-UNDO-DDMANDT.

           MOVE WS-IMG-DATA TO DCLDDMANDT

           IF IMGSRV-ACT-DELETE
               PERFORM 323100-REINSERT-DDMANDT
           ELSE
               EXEC SQL
                   OPEN IMG-DDMANDT-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-DDMANDT-CSR
                        INTO :DDMN-LOAN-CAT
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 323200-RESTORE-DDMANDT
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.DDMANDT
                                WHERE CURRENT OF IMG-DDMANDT-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-DDMANDT-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       323100-REINSERT-DDMANDT.

           EXEC SQL
               INSERT INTO IDC015.DDMANDT
                   ( DDMN_LOAN_CAT, DDMN_LOAN_NO, DDMN_BANK_ACC,
                     DDMN_MAND_REF, DDMN_SIGN_DATE, DDMN_CANC_DATE,
                     DDMN_ST )
               VALUES
                   ( :DDMN-LOAN-CAT, :DDMN-LOAN-NO, :DDMN-BANK-ACC,
                     :DDMN-MAND-REF, :DDMN-SIGN-DATE,
                     :DDMN-CANC-DATE :WS-NULL-IND-1, :DDMN-ST )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       323200-RESTORE-DDMANDT.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           PERFORM 800000-SET-INDICATORS
           MOVE WS-IMG-DATA TO DCLDDMANDT

           EXEC SQL
               UPDATE IDC015.DDMANDT
                  SET DDMN_BANK_ACC = :DDMN-BANK-ACC,
                      DDMN_MAND_REF = :DDMN-MAND-REF,
                      DDMN_SIGN_DATE = :DDMN-SIGN-DATE,
                      DDMN_CANC_DATE = :DDMN-CANC-DATE :WS-NULL-IND-1,
                      DDMN_ST = :DDMN-ST
                WHERE CURRENT OF IMG-DDMANDT-CSR
           END-EXEC.
      ******************************************************************
       324000-UNDO-LOANSWEEP.

           MOVE WS-IMG-DATA TO DCLLOANSWEEP

           IF IMGSRV-ACT-DELETE
               PERFORM 324100-REINSERT-LOANSWEEP
           ELSE
               EXEC SQL
                   OPEN IMG-LOANSWEEP-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-LOANSWEEP-CSR
                        INTO :LSWP-LOAN-CAT
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 324200-RESTORE-LOANSWEEP
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.LOANSWEEP
                                WHERE CURRENT OF IMG-LOANSWEEP-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-LOANSWEEP-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       324100-REINSERT-LOANSWEEP.

           EXEC SQL
               INSERT INTO IDC015.LOANSWEEP
                   ( LSWP_LOAN_CAT, LSWP_LOAN_NO, LSWP_DEP_ACC,
                     LSWP_REG_DATE, LSWP_CANC_DATE, LSWP_ST )
               VALUES
                   ( :LSWP-LOAN-CAT, :LSWP-LOAN-NO, :LSWP-DEP-ACC,
                     :LSWP-REG-DATE, :LSWP-CANC-DATE, :LSWP-ST )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       324200-RESTORE-LOANSWEEP.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           MOVE WS-IMG-DATA TO DCLLOANSWEEP

           EXEC SQL
               UPDATE IDC015.LOANSWEEP
                  SET LSWP_DEP_ACC = :LSWP-DEP-ACC,
                      LSWP_REG_DATE = :LSWP-REG-DATE,
                      LSWP_CANC_DATE = :LSWP-CANC-DATE,
                      LSWP_ST = :LSWP-ST
                WHERE CURRENT OF IMG-LOANSWEEP-CSR
           END-EXEC.
      ******************************************************************
       325000-UNDO-RATEHIST.

           MOVE WS-IMG-DATA TO DCLRATEHIST

           IF IMGSRV-ACT-DELETE
               PERFORM 325100-REINSERT-RATEHIST
           ELSE
               EXEC SQL
                   OPEN IMG-RATEHIST-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-RATEHIST-CSR
                        INTO :RTH-CAT
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 325200-RESTORE-RATEHIST
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.RATEHIST
                                WHERE CURRENT OF IMG-RATEHIST-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-RATEHIST-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       325100-REINSERT-RATEHIST.

           EXEC SQL
               INSERT INTO IDC015.RATEHIST
                   ( RTH_CAT, RTH_NO, RTH_DATE, RTH_OLD_ROI,
                     RTH_NEW_ROI, RTH_IDX_CODE )
               VALUES
                   ( :RTH-CAT, :RTH-NO, :RTH-DATE, :RTH-OLD-ROI,
                     :RTH-NEW-ROI, :RTH-IDX-CODE :WS-NULL-IND-1 )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       325200-RESTORE-RATEHIST.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           PERFORM 800000-SET-INDICATORS
           MOVE WS-IMG-DATA TO DCLRATEHIST

           EXEC SQL
               UPDATE IDC015.RATEHIST
                  SET RTH_CAT = :RTH-CAT,
                      RTH_NO = :RTH-NO,
                      RTH_DATE = :RTH-DATE,
                      RTH_OLD_ROI = :RTH-OLD-ROI,
                      RTH_NEW_ROI = :RTH-NEW-ROI,
                      RTH_IDX_CODE = :RTH-IDX-CODE :WS-NULL-IND-1
                WHERE CURRENT OF IMG-RATEHIST-CSR
           END-EXEC.
      ******************************************************************
       326000-UNDO-LOANRATE.

           MOVE WS-IMG-DATA TO DCLLOANRATE

           IF IMGSRV-ACT-DELETE
               PERFORM 326100-REINSERT-LOANRATE
           ELSE
               EXEC SQL
                   OPEN IMG-LOANRATE-CSR
               END-EXEC

               IF SQLCODE = ZERO
                   EXEC SQL
                       FETCH IMG-LOANRATE-CSR
                        INTO :LRATE-CAT
                   END-EXEC

                   IF SQLCODE = ZERO
                       IF IMGSRV-ACT-UPDATE
                           PERFORM 326200-RESTORE-LOANRATE
                       ELSE
                           EXEC SQL
                               DELETE FROM IDC015.LOANRATE
                                WHERE CURRENT OF IMG-LOANRATE-CSR
                           END-EXEC
                       END-IF
                   END-IF

                   PERFORM 900000-SET-RESULT

                   EXEC SQL
                       CLOSE IMG-LOANRATE-CSR
                   END-EXEC
               ELSE
                   PERFORM 900000-SET-RESULT
               END-IF
           END-IF.
      ******************************************************************
       326100-REINSERT-LOANRATE.

           EXEC SQL
               INSERT INTO IDC015.LOANRATE
                   ( LRATE_CAT, LRATE_NO, LRATE_IDX_CODE, LRATE_MARGIN,
                     LRATE_RESET_FREQ, LRATE_NEXT_RESET )
               VALUES
                   ( :LRATE-CAT, :LRATE-NO, :LRATE-IDX-CODE,
                     :LRATE-MARGIN, :LRATE-RESET-FREQ,
                     :LRATE-NEXT-RESET )
           END-EXEC

           PERFORM 900000-SET-RESULT.
      ******************************************************************
       326200-RESTORE-LOANRATE.

           MOVE IMGSRV-BEFORE TO WS-IMAGE
           MOVE WS-IMG-DATA TO DCLLOANRATE

           EXEC SQL
               UPDATE IDC015.LOANRATE
                  SET LRATE_IDX_CODE = :LRATE-IDX-CODE,
                      LRATE_MARGIN = :LRATE-MARGIN,
                      LRATE_RESET_FREQ = :LRATE-RESET-FREQ,
                      LRATE_NEXT_RESET = :LRATE-NEXT-RESET
                WHERE CURRENT OF IMG-LOANRATE-CSR
           END-EXEC.
      ******************************************************************
      * 800000-SET-INDICATORS TURNS THE NULL FLAGS OF THE IMAGE IN
      * WS-IMAGE INTO NULL INDICATORS FOR THE SQL THAT USES IT.
       800000-SET-INDICATORS.

           MOVE ZERO TO WS-NULL-IND-1
           MOVE ZERO TO WS-NULL-IND-2
           MOVE ZERO TO WS-NULL-IND-3

           IF WS-IMG-NULLS(1:1) = 'N'
               MOVE -1 TO WS-NULL-IND-1
           END-IF
           IF WS-IMG-NULLS(2:1) = 'N'
               MOVE -1 TO WS-NULL-IND-2
           END-IF
           IF WS-IMG-NULLS(3:1) = 'N'
               MOVE -1 TO WS-NULL-IND-3
           END-IF.
      ******************************************************************
      * 800100-SET-NULL-FLAGS IS THE REVERSE: THE NULL INDICATORS A
      * READ CAME BACK WITH BECOME THE IMAGE'S NULL FLAGS.
       800100-SET-NULL-FLAGS.

           IF WS-NULL-IND-1 < ZERO
               MOVE 'N' TO WS-IMG-NULLS(1:1)
           END-IF
           IF WS-NULL-IND-2 < ZERO
               MOVE 'N' TO WS-IMG-NULLS(2:1)
           END-IF
           IF WS-NULL-IND-3 < ZERO
               MOVE 'N' TO WS-IMG-NULLS(3:1)
           END-IF.
      ******************************************************************
      * 900000-SET-RESULT TRANSLATES THE LAST STATEMENT'S SQLCODE
      * INTO THE RETURN CODE: NO ROW (NOTHING MATCHING THE IMAGE IS
      * LEFT) IS '10', A DUPLICATE KEY ON A RE-INSERT IS '20'.
       900000-SET-RESULT.

           MOVE SQLCODE TO IMGSRV-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE '10' TO IMGSRV-COD-RETURN
               WHEN SQLCODE = -803
                   MOVE '20' TO IMGSRV-COD-RETURN
               WHEN OTHER
                   MOVE '99' TO IMGSRV-COD-RETURN
           END-EVALUATE.
      ******************************************************************
