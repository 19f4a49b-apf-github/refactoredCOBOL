      ******************************************************************
      * RVPART-REC IS ONE RECORD OF THE PARTITION CONTROL FILE THAT
      * EACH PARTITION OF A PARTITIONED RV3C0100 RUN WRITES AT END OF
      * RUN IN PLACE OF ITS BALANCING RECORD (PN2DQ001), FOR RVMG100
      * TO COMBINE ONCE EVERY PARTITION HAS FINISHED. THE 'T' RECORD
      * CARRIES THE PARTITION'S CONTROL TOTALS; ONE 'S' RECORD
      * FOLLOWS FOR EACH BRANCH/PRODUCT LINE OF ITS AVAILABILITY
      * SUMMARY AND ONE 'C' RECORD FOR EACH CURRENCY-RISK-GROUP LINE,
      * SO THE MERGE CAN PRINT ONE SUMMARY REPORT FOR THE WHOLE RUN.
      * RVPART-READ-CNT IS EVERY EXTRACT RECORD THE PARTITION READ
      * (EACH PARTITION READS THE WHOLE EXTRACT); RVPART-INRANGE-CNT
      * IS THE ONES INSIDE ITS KEY RANGE THAT IT PROCESSED. ACROSS
      * THE RANGE PARTITIONS THE IN-RANGE COUNTS MUST ADD UP TO THE
      * READ COUNT, OR A POSITION WAS LOST OR PROCESSED TWICE.
      * PARTITION 00 IS THE CLOSING PASS THAT SWEEPS CLOSED
      * POSITIONS AFTER THE RANGE PARTITIONS HAVE ALL FINISHED.
      ******************************************************************
       01 RVPART-REC.
          05 RVPART-REC-TYPE                 PIC X(01).
             88 RVPART-TOTALS                           VALUE 'T'.
             88 RVPART-SUMMARY                          VALUE 'S'.
             88 RVPART-CCY-EXPOSURE                     VALUE 'C'.
          05 RVPART-PART-NO                  PIC 9(02).
          05 RVPART-BUS-DATE                 PIC X(10).
          05 RVPART-DATA                     PIC X(287).
          05 RVPART-TOTALS-DATA REDEFINES RVPART-DATA.
             10 RVPART-PART-CNT              PIC 9(02).
             10 RVPART-RUN-MODE              PIC X(05).
             10 RVPART-DISPEXT-FLG           PIC X(01).
             10 RVPART-PMX-VERSION           PIC X(08).
             10 RVPART-RANGE-FROM            PIC X(14).
             10 RVPART-RANGE-TO              PIC X(14).
             10 RVPART-READ-CNT              PIC 9(09).
             10 RVPART-INRANGE-CNT           PIC 9(09).
             10 RVPART-REC-CNT               PIC 9(09).
             10 RVPART-REJ-CNT               PIC 9(09).
             10 RVPART-PEND-CNT              PIC 9(09).
             10 RVPART-SUPP-CNT              PIC 9(09).
             10 RVPART-CLOSE-CNT             PIC 9(09).
             10 RVPART-CONT-CNT              PIC 9(09).
             10 RVPART-AVA1-SUM              PIC S9(13)V9(02).
             10 RVPART-STALE-CNT             PIC 9(09).
             10 RVPART-PMX-MISS-CNT          PIC 9(09).
             10 RVPART-CNS-SET-CNT           PIC 9(09).
             10 RVPART-CNS-MISS-CNT          PIC 9(09).
             10 RVPART-CCY-HIT-CNT           PIC 9(09).
             10 RVPART-CCY-MISS-CNT          PIC 9(09).
             10 RVPART-CLSCHG-CNT            PIC 9(09).
             10 RVPART-COVN-CNT              PIC 9(09).
             10 RVPART-FORB-CNT              PIC 9(09).
             10 RVPART-FORBDFLT-CNT          PIC 9(09).
             10 RVPART-PART-LOAN-CNT         PIC 9(09).
             10 RVPART-LEGL-CNT              PIC 9(09).
             10 FILLER                       PIC X(48).
          05 RVPART-SUMMARY-DATA REDEFINES RVPART-DATA.
             10 RVPART-SUM-BRANCH            PIC X(04).
             10 RVPART-SUM-PROD              PIC X(02).
             10 RVPART-SUM-COUNT             PIC 9(07).
             10 RVPART-SUM-AVA1-TOTAL        PIC S9(13)V9(02).
             10 FILLER                       PIC X(259).
          05 RVPART-CCY-DATA REDEFINES RVPART-DATA.
             10 RVPART-CCY-COD-CRG           PIC X(03).
             10 RVPART-CCY-COUNT             PIC 9(07).
             10 RVPART-CCY-AVA1-TOTAL        PIC S9(13)V9(02).
             10 FILLER                       PIC X(262).
