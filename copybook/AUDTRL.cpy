      * WHAT AND WHEN" CAN BE ANSWERED IN ONE PLACE ACROSS THE WHOLE
      * SYSTEM INSTEAD OF BY PIECING TOGETHER EACH PROGRAM'S OWN
      * LOCAL HISTORY FILE OR DB2 CHANGE LOG.
      * THE ROW-IMAGE FIELDS AT THE END CARRY ONE CHANGED ROW'S FULL
      * BEFORE AND AFTER IMAGES (AS BUILT BY IMG4C100 - SEE
      * IMGSRV.cpy FOR THEIR LAYOUT) SO BKOT100 CAN REBUILD THE ROW
      * WHEN A BAD RUN IS BACKED OUT. AUDTRL-IMG-SW 'Y' MARKS AN
      * IMAGE CALL, WHICH AUD4C100 FILES ON AUDIMAGE UNDER THE
      * CALLER'S RUN (A BLANK AUDTRL-TRAN-TYPE KEEPS IT OFF THE
      * AUDIT-TRAIL FILE); 'C' MARKS AN ORDINARY AUDIT ENTRY WHOSE
      * CHANGES THE CALLER IMAGES SEPARATELY. ANY OTHER VALUE LEAVES
      * A NO-IMAGE ENTRY ON AUDIMAGE SO THE BACKOUT CAN LIST THE
      * CHANGE AS ONE IT CANNOT UNDO. AUD4C100 CLEARS THE SWITCH
      * AFTER EVERY CALL.
      ******************************************************************
       01 AUDTRL-AREA.
          05 AUDTRL-PGM-ID                   PIC X(08).
          05 AUDTRL-USER-ID                  PIC X(08).
          05 AUDTRL-TERM-ID                  PIC X(08).
          05 FILLER                          PIC X(10).
          05 AUDTRL-IMG-SW                   PIC X(01).
             88 AUDTRL-IMG-PRESENT                      VALUE 'Y'.
             88 AUDTRL-IMG-COVERED                      VALUE 'C'.
          05 AUDTRL-IMG-TABLE                PIC X(18).
          05 AUDTRL-IMG-ACTION               PIC X(01).
          05 AUDTRL-IMG-BEFORE               PIC X(250).
          05 AUDTRL-IMG-AFTER                PIC X(250).
