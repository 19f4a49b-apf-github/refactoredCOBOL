      ******************************************************************
      * XMLSCN-AREA IS THE CALL INTERFACE TO THE COMMON XML MESSAGE
      * SCANNER XML4C100, WHICH LETS A BATCH PROGRAM READ AN ISO
      * 20022 MESSAGE FROM THE BANK (PAIN.002 STATUS REPORT, CAMT.054
      * NOTIFICATION) RECORD BY RECORD WITHOUT CARING WHERE THE LINE
      * BREAKS FALL. THE CALLER FEEDS IT THE INBOUND RECORDS AND
      * TAKES BACK ONE MARKUP ITEM PER CALL. FUNCTIONS:
      *   'I' - INITIALIZE: DISCARD ANYTHING BUFFERED (START OF A
      *         NEW MESSAGE FILE)
      *   'L' - LOAD XMLSCN-LINE ONTO THE END OF THE SCAN BUFFER
      *   'N' - RETURN THE NEXT ITEM IN THE BUFFER:
      *         'S' START TAG   - <TAG ATTR="..."> WITH CHILDREN
      *         'E' END TAG     - </TAG>
      *         'L' LEAF        - <TAG ATTR="...">VALUE</TAG>, OR
      *                           AN EMPTY <TAG/>
      * XMLSCN-TAG IS THE LOCAL NAME (ANY NAMESPACE PREFIX IS
      * STRIPPED); XMLSCN-ATTR CARRIES THE RAW ATTRIBUTE TEXT (SO THE
      * CCY= OF AN AMOUNT CAN BE PICKED OUT); XMLSCN-VALUE IS THE
      * LEAF TEXT, LEFT-JUSTIFIED, WITH ENTITY REFERENCES LEFT AS
      * WRITTEN. THE XML DECLARATION AND COMMENTS ARE SKIPPED.
      * COD-RETURN '00' ITEM RETURNED, '10' BUFFER EXHAUSTED (LOAD
      * THE NEXT RECORD AND ASK AGAIN - AT END OF FILE THE MESSAGE IS
      * COMPLETE), '20' BUFFER OVERFLOW (A SINGLE ELEMENT LONGER THAN
      * THE BUFFER - THE MESSAGE IS NOT ONE THE SCANNER CAN READ),
      * '99' ANY OTHER FAILURE.
       01 XMLSCN-AREA.
          05 XMLSCN-FUNCTION                 PIC X(01).
             88 XMLSCN-FUNC-INIT                        VALUE 'I'.
             88 XMLSCN-FUNC-LOAD                        VALUE 'L'.
             88 XMLSCN-FUNC-NEXT                        VALUE 'N'.
          05 XMLSCN-LINE                     PIC X(256).
          05 XMLSCN-ITEM-TYPE                PIC X(01).
             88 XMLSCN-ITEM-START                       VALUE 'S'.
             88 XMLSCN-ITEM-END                         VALUE 'E'.
             88 XMLSCN-ITEM-LEAF                        VALUE 'L'.
          05 XMLSCN-TAG                      PIC X(35).
          05 XMLSCN-ATTR                     PIC X(80).
          05 XMLSCN-VALUE                    PIC X(140).
          05 XMLSCN-COD-RETURN               PIC X(02).
             88 XMLSCN-88-OK                            VALUE '00'.
             88 XMLSCN-88-NEED-DATA                     VALUE '10'.
             88 XMLSCN-88-OVERFLOW                      VALUE '20'.
             88 XMLSCN-88-ERROR                         VALUE '99'.
          05 FILLER                          PIC X(08).
