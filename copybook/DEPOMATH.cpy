             DMAT_INSTR                     CHAR(1) NOT NULL,
             DMAT_BAL                       DECIMAL(15,2) NOT NULL,
             DMAT_NEW_MAT                   DATE,
             DMAT_NEW_ROI                   DECIMAL(5,2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEPOMATH                           *
      *                       DMAT_NEW_MAT
           10 DMAT-NEW-MAT          PIC X(10).
      *                       DMAT_NEW_ROI
           10 DMAT-NEW-ROI          PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
