      ******************************************************************
      * IMGSRV-AREA IS THE CALL INTERFACE TO THE COMMON ROW-IMAGE
      * SERVICE IMG4C100, WHICH OWNS EVERY SQL STATEMENT NEEDED TO
      * CAPTURE A CHANGED ROW'S FULL IMAGE FOR THE AUDIT TRAIL AND TO
      * PUT THE ROW BACK WHEN BKOT100 BACKS A RUN OUT.
      * FUNCTION 'R' (READ): THE CALLER NAMES THE TABLE AND MOVES ITS
      * DCLGEN RECORD, WITH THE ROW'S KEY FILLED IN, TO
      * IMGSRV-ROW-DATA; THE FULL ROW COMES BACK IN IMGSRV-ROW. ONLY
      * THE KEYED TABLES CAN BE READ THIS WAY (LOANMSTR, RISKAVAIL,
      * LOANSCHED, LOANRECV, LOANFACL, CUSTM_TABLE, CUSTADDR,
      * CUSTCONT, PENDTXN, CUSTIDOC, CUSTTAXR, GUARMSTR, DDMANDT,
      * LOANSWEEP, LOANRATE) - A ROW OF A TABLE WITH NO
      * SINGLE-ROW KEY IS IMAGED BY THE CALLER FROM ITS OWN DCLGEN
      * RECORD AT THE POINT IT INSERTS OR FETCHES THE ROW.
      * FUNCTION 'U' (UNDO): THE CALLER PASSES THE TABLE, THE ACTION
      * THE RUN TOOK ('I' INSERTED, 'U' UPDATED, 'D' DELETED) AND
      * THE BEFORE AND AFTER IMAGES AUD4C100 FILED. AN INSERTED ROW
      * IS DELETED AND AN UPDATED ROW IS SET BACK TO ITS BEFORE
      * IMAGE - BOTH ONLY WHEN A ROW STILL MATCHING THE AFTER IMAGE
      * IN EVERY COLUMN IS FOUND, SO A ROW SOMETHING ELSE HAS
      * CHANGED SINCE IS NEVER OVERWRITTEN ('10'); A DELETED ROW IS
      * INSERTED BACK FROM ITS BEFORE IMAGE ('20' WHEN A ROW WITH THE
      * SAME KEY HAS APPEARED SINCE).
      * AN IMAGE IS THE TABLE'S DCLGEN RECORD IN THE FIRST 230 BYTES,
      * FOLLOWED BY ONE NULL FLAG PER NULLABLE COLUMN (IN TABLE
      * COLUMN ORDER) - 'N' WHEN THE COLUMN IS NULL, ANYTHING ELSE
      * WHEN IT HOLDS THE VALUE IN THE RECORD.
      ******************************************************************
       01 IMGSRV-AREA.
          05 IMGSRV-FUNCTION                 PIC X(01).
             88 IMGSRV-FUNC-READ                        VALUE 'R'.
             88 IMGSRV-FUNC-UNDO                        VALUE 'U'.
          05 IMGSRV-TABLE                    PIC X(18).
          05 IMGSRV-ACTION                   PIC X(01).
             88 IMGSRV-ACT-INSERT                       VALUE 'I'.
             88 IMGSRV-ACT-UPDATE                       VALUE 'U'.
             88 IMGSRV-ACT-DELETE                       VALUE 'D'.
          05 IMGSRV-ROW.
             10 IMGSRV-ROW-DATA              PIC X(230).
             10 IMGSRV-ROW-NULLS             PIC X(20).
          05 IMGSRV-BEFORE.
             10 IMGSRV-BEF-DATA              PIC X(230).
             10 IMGSRV-BEF-NULLS             PIC X(20).
          05 IMGSRV-AFTER.
             10 IMGSRV-AFT-DATA              PIC X(230).
             10 IMGSRV-AFT-NULLS             PIC X(20).
          05 IMGSRV-COD-RETURN               PIC X(02).
             88 IMGSRV-88-OK                            VALUE '00'.
             88 IMGSRV-88-NOT-FOUND                     VALUE '10'.
             88 IMGSRV-88-ROW-EXISTS                    VALUE '20'.
             88 IMGSRV-88-UNSUPPORTED                   VALUE '30'.
             88 IMGSRV-88-ERROR                         VALUE '99'.
          05 IMGSRV-SQLCODE                  PIC S9(09) COMP.
          05 FILLER                          PIC X(10).
