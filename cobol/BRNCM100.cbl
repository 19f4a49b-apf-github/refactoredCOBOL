      * COUNTRY REFERENCE TABLE, WITH EVERY APPLIED CHANGE WRITTEN
      * THROUGH AUD4C100. THE REPORT SUITE RESOLVES BRANCH NAMES AND
      * REGIONS OFF THIS TABLE, AND LINKM100 SENDS TRANSACTIONS
      * CARRYING AN UNKNOWN BRANCH CODE TO SUSPENSE AGAINST IT. THE
      * BRANCH'S REPORT DISTRIBUTION ID, WHICH RBST100 ROUTES THE
      * BRANCH'S SHARE OF THE DAILY REPORTS TO, IS SET BY THE SAME
      * ADD AND MODIFY TRANSACTIONS.
      ******************************************************************

       IDENTIFICATION DIVISION.
           MOVE BRNCIN-NAME   TO BRNC-NAME
           MOVE BRNCIN-REGION TO BRNC-REGION
           MOVE BRNCIN-ST     TO BRNC-ST
           MOVE BRNCIN-RPT-DEST TO BRNC-RPT-DEST

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200010-INSERT-BRNCMSTR-ROW

           EXEC SQL
               INSERT INTO IDC015.BRNCMSTR
                   ( BRNC_CODE, BRNC_NAME, BRNC_REGION, BRNC_ST,
                     BRNC_RPT_DEST )
               VALUES
                   ( :BRNC-CODE, :BRNC-NAME, :BRNC-REGION, :BRNC-ST,
                     :BRNC-RPT-DEST )
           END-EXEC.
      ******************************************************************
       200100-APPLY-MOD.
           MOVE BRNCIN-NAME   TO BRNC-NAME
           MOVE BRNCIN-REGION TO BRNC-REGION
           MOVE BRNCIN-ST     TO BRNC-ST
           MOVE BRNCIN-RPT-DEST TO BRNC-RPT-DEST

           MOVE ZERO TO WS-DB2-RETRY-CNT
           PERFORM 200110-UPDATE-BRNCMSTR-ROW
               UPDATE IDC015.BRNCMSTR
                  SET BRNC_NAME   = :BRNC-NAME,
                      BRNC_REGION = :BRNC-REGION,
                      BRNC_ST     = :BRNC-ST,
                      BRNC_RPT_DEST = :BRNC-RPT-DEST
                WHERE BRNC_CODE = :BRNC-CODE
           END-EXEC.
      ******************************************************************
