           ( LRCV_CAT                       CHAR(2) NOT NULL,
             LRCV_NO                        INTEGER NOT NULL,
             LRCV_WO_DATE                   DATE NOT NULL,
             LRCV_WO_AMT                    DECIMAL(15,2) NOT NULL,
             LRCV_RECV_AMT                  DECIMAL(15,2) NOT NULL,
             LRCV_ST                        CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      *                       LRCV_WO_DATE
           10 LRCV-WO-DATE          PIC X(10).
      *                       LRCV_WO_AMT
           10 LRCV-WO-AMT           PIC S9(13)V9(2) USAGE COMP-3.
      *                       LRCV_RECV_AMT
           10 LRCV-RECV-AMT         PIC S9(13)V9(2) USAGE COMP-3.
      *                       LRCV_ST
           10 LRCV-ST               PIC X(1).
      ******************************************************************
