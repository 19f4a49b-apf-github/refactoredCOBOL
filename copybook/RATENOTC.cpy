             RNT_NO                         INTEGER NOT NULL,
             RNT_RESET_DATE                 DATE NOT NULL,
             RNT_NOTICE_DATE                DATE NOT NULL,
             RNT_OLD_ROI                    DECIMAL(5,2) NOT NULL,
             RNT_NEW_ROI                    DECIMAL(5,2) NOT NULL,
             RNT_IDX_CODE                   CHAR(4) NOT NULL,
             RNT_MARGIN                     DECIMAL(5,2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RATENOTC                           *
      *                       RNT_NOTICE_DATE
           10 RNT-NOTICE-DATE       PIC X(10).
      *                       RNT_OLD_ROI
           10 RNT-OLD-ROI           PIC S9(3)V9(2) USAGE COMP-3.
      *                       RNT_NEW_ROI
           10 RNT-NEW-ROI           PIC S9(3)V9(2) USAGE COMP-3.
      *                       RNT_IDX_CODE
           10 RNT-IDX-CODE          PIC X(4).
      *                       RNT_MARGIN
           10 RNT-MARGIN            PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
