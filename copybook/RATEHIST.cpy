           ( RTH_CAT                        CHAR(2) NOT NULL,
             RTH_NO                         INTEGER NOT NULL,
             RTH_DATE                       DATE NOT NULL,
             RTH_OLD_ROI                    DECIMAL(5,2) NOT NULL,
             RTH_NEW_ROI                    DECIMAL(5,2) NOT NULL,
             RTH_IDX_CODE                   CHAR(4)
           ) END-EXEC.
      ******************************************************************
      *                       RTH_DATE
           10 RTH-DATE              PIC X(10).
      *                       RTH_OLD_ROI
           10 RTH-OLD-ROI           PIC S9(3)V9(2) USAGE COMP-3.
      *                       RTH_NEW_ROI
           10 RTH-NEW-ROI           PIC S9(3)V9(2) USAGE COMP-3.
      *                       RTH_IDX_CODE
           10 RTH-IDX-CODE          PIC X(4).
      ******************************************************************
