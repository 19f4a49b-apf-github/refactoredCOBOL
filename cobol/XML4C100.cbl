      ******************************************************************
      * XML4C100 IS THE COMMON XML MESSAGE SCANNER (SEE XMLSCN.cpy FOR
      * THE CALL INTERFACE). THE CLEARING BANK NOW SENDS ITS STATUS
      * REPORTS AND NOTIFICATIONS AS ISO 20022 XML, WHICH ARRIVES AS
      * A STREAM CUT INTO FIXED RECORDS WHEREVER THE TRANSFER
      * HAPPENED TO BREAK IT - AN ELEMENT CAN START ON ONE RECORD AND
      * END ON THE NEXT. THE CALLER LOADS EACH RECORD INTO THE SCAN
      * BUFFER AND ASKS FOR THE NEXT ITEM; THE SCANNER HANDS BACK
      * START TAGS, END TAGS AND LEAF ELEMENTS (TAG PLUS TEXT) ONE AT
      * A TIME, AND SAYS SO WHEN IT NEEDS ANOTHER RECORD TO FINISH
      * THE ONE IN HAND. THE BUFFER IS HELD ACROSS CALLS; UNSCANNED
      * TEXT IS SHIFTED TO THE FRONT ON EACH LOAD, SO ONLY ONE
      * ELEMENT'S WORTH EVER NEEDS TO FIT. IT IS A SCANNER, NOT A
      * VALIDATING PARSER: THE MESSAGE IS TAKEN AS WELL-FORMED, AND
      * THE CALLER DECIDES WHAT EACH TAG MEANS IN ITS OWN CONTEXT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. XML4C100.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
      ******************************************************************
      * THE SCAN BUFFER, HELD ACROSS CALLS. WS-BUF-LEN IS THE LENGTH
      * IN USE; WS-POS IS THE FIRST CHARACTER NOT YET SCANNED.
       01  WS-BUF                           PIC X(2048) VALUE SPACES.
       01  WS-HOLD                          PIC X(2048) VALUE SPACES.
       01  WS-BUF-MAX                       PIC S9(5)   COMP
                                                         VALUE 2048.
       01  WS-BUF-LEN                       PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-POS                           PIC S9(5)   COMP
                                                         VALUE 1.
      ******************************************************************
      * POSITIONS AND LENGTHS FOR THE MARKUP BEING SCANNED.
       01  WS-REM-LEN                       PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-CNT                           PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-LEAD                          PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-LT                            PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-GT                            PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-NX                            PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-TXT-LEN                       PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-MK-LEN                        PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-ATTR-LEN                      PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-LINE-LEN                      PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-PTR                           PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-COLON-CNT                     PIC S9(5)   COMP
                                                         VALUE ZEROS.
      ******************************************************************
      * 300200-FIND-CHAR SEARCHES WS-BUF FROM WS-FIND-FROM FOR
      * WS-FIND-CHAR, ANSWERING ITS POSITION IN WS-FIND-AT (ZERO WHEN
      * IT IS NOT IN THE BUFFER YET).
       01  WS-FIND-FROM                     PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-FIND-AT                       PIC S9(5)   COMP
                                                         VALUE ZEROS.
       01  WS-FIND-CHAR                     PIC X(1)    VALUE SPACE.
      ******************************************************************
      * THE MARKUP BETWEEN '<' AND '>', AND THE TAG NAME PULLED FROM
      * IT.
       01  WS-MARKUP                        PIC X(256)  VALUE SPACES.
       01  WS-RAW-NAME                      PIC X(70)   VALUE SPACES.
       01  WS-NAME-PFX                      PIC X(35)   VALUE SPACES.
      ******************************************************************
      * SWITCHES.
       01  WS-ITEM-DONE-SW                  PIC X(1)    VALUE 'N'.
           88  WS-ITEM-DONE                             VALUE 'Y'.
       01  WS-LINE-DONE-SW                  PIC X(1)    VALUE 'N'.
           88  WS-LINE-DONE                             VALUE 'Y'.
       01  WS-SELF-CLOSE-SW                 PIC X(1)    VALUE 'N'.
           88  WS-SELF-CLOSE                            VALUE 'Y'.
      ******************************************************************

       LINKAGE SECTION.
      ******************************************************************
       COPY XMLSCN.
      ******************************************************************

       PROCEDURE DIVISION USING XMLSCN-AREA.
      ******************************************************************
      * 100000-MAINLINE DISPATCHES ON THE FUNCTION CODE.
       100000-MAINLINE.

           MOVE '00' TO XMLSCN-COD-RETURN

           EVALUATE TRUE
               WHEN XMLSCN-FUNC-INIT
                   MOVE SPACES TO WS-BUF
                   MOVE ZEROS  TO WS-BUF-LEN
                   MOVE 1      TO WS-POS
               WHEN XMLSCN-FUNC-LOAD
                   PERFORM 200000-LOAD-LINE
               WHEN XMLSCN-FUNC-NEXT
                   PERFORM 300000-NEXT-ITEM
               WHEN OTHER
                   MOVE '99' TO XMLSCN-COD-RETURN
           END-EVALUATE

           GOBACK.
      ******************************************************************
      * 200000-LOAD-LINE SHIFTS THE UNSCANNED TAIL OF THE BUFFER TO
      * THE FRONT AND APPENDS THE CALLER'S RECORD, TRAILING SPACES
      * DROPPED. THE RECORD BREAK ITSELF ADDS NOTHING - THE TRANSFER
      * CUTS THE STREAM WHEREVER THE RECORD FILLS, SO A VALUE SPLIT
      * ACROSS TWO RECORDS MUST BE JOINED BACK WITHOUT A GAP.
       200000-LOAD-LINE.

           IF WS-POS > WS-BUF-LEN
               MOVE SPACES TO WS-BUF
               MOVE ZEROS  TO WS-BUF-LEN
           ELSE
               IF WS-POS > 1
                   COMPUTE WS-REM-LEN = WS-BUF-LEN - WS-POS + 1
                   MOVE WS-BUF(WS-POS:WS-REM-LEN) TO WS-HOLD
                   MOVE WS-HOLD    TO WS-BUF
                   MOVE WS-REM-LEN TO WS-BUF-LEN
               END-IF
           END-IF
           MOVE 1 TO WS-POS

           MOVE 256 TO WS-LINE-LEN
           MOVE 'N' TO WS-LINE-DONE-SW
           PERFORM 200100-BACK-OFF-ONE UNTIL WS-LINE-DONE

           IF WS-LINE-LEN > ZERO
               IF WS-BUF-LEN + WS-LINE-LEN > WS-BUF-MAX
                   MOVE '20' TO XMLSCN-COD-RETURN
               ELSE
                   MOVE XMLSCN-LINE(1:WS-LINE-LEN)
                       TO WS-BUF(WS-BUF-LEN + 1:WS-LINE-LEN)
                   COMPUTE WS-BUF-LEN = WS-BUF-LEN + WS-LINE-LEN
               END-IF
           END-IF.
      ******************************************************************
       200100-BACK-OFF-ONE.

           IF WS-LINE-LEN = ZERO
               MOVE 'Y' TO WS-LINE-DONE-SW
           ELSE
               IF XMLSCN-LINE(WS-LINE-LEN:1) NOT = SPACE
                   MOVE 'Y' TO WS-LINE-DONE-SW
               ELSE
                   SUBTRACT 1 FROM WS-LINE-LEN
               END-IF
           END-IF.
      ******************************************************************
      * 300000-NEXT-ITEM SCANS FORWARD TO THE NEXT MARKUP ITEM THE
      * CALLER CARES ABOUT, SKIPPING THE XML DECLARATION, COMMENTS
      * AND THE WHITESPACE BETWEEN ELEMENTS.
       300000-NEXT-ITEM.

           MOVE SPACES TO XMLSCN-ITEM-TYPE
           MOVE SPACES TO XMLSCN-TAG
           MOVE SPACES TO XMLSCN-ATTR
           MOVE SPACES TO XMLSCN-VALUE

           MOVE 'N' TO WS-ITEM-DONE-SW
           PERFORM 300100-SCAN-MARKUP UNTIL WS-ITEM-DONE.
      ******************************************************************
      * 300100-SCAN-MARKUP LOOKS AT THE NEXT '<...>' IN THE BUFFER.
      * ANYTHING INCOMPLETE IS LEFT UNSCANNED AND THE CALLER IS ASKED
      * FOR ANOTHER RECORD.
       300100-SCAN-MARKUP.

           IF WS-POS > WS-BUF-LEN
               MOVE '10' TO XMLSCN-COD-RETURN
               MOVE 'Y'  TO WS-ITEM-DONE-SW
           ELSE
               MOVE WS-POS TO WS-FIND-FROM
               MOVE '<'    TO WS-FIND-CHAR
               PERFORM 300200-FIND-CHAR

               IF WS-FIND-AT = ZERO
                   COMPUTE WS-POS = WS-BUF-LEN + 1
                   MOVE '10' TO XMLSCN-COD-RETURN
                   MOVE 'Y'  TO WS-ITEM-DONE-SW
               ELSE
                   MOVE WS-FIND-AT TO WS-LT
                   MOVE WS-LT      TO WS-FIND-FROM
                   MOVE '>'        TO WS-FIND-CHAR
                   PERFORM 300200-FIND-CHAR
                   MOVE WS-FIND-AT TO WS-GT

                   IF WS-GT = ZERO
                       MOVE WS-LT TO WS-POS
                       MOVE '10'  TO XMLSCN-COD-RETURN
                       MOVE 'Y'   TO WS-ITEM-DONE-SW
                   ELSE
                       PERFORM 300300-CLASSIFY-MARKUP
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       300200-FIND-CHAR.

           MOVE ZEROS TO WS-FIND-AT

           IF WS-FIND-FROM <= WS-BUF-LEN
               COMPUTE WS-REM-LEN = WS-BUF-LEN - WS-FIND-FROM + 1
               MOVE ZEROS TO WS-CNT
               INSPECT WS-BUF(WS-FIND-FROM:WS-REM-LEN)
                   TALLYING WS-CNT
                   FOR CHARACTERS BEFORE INITIAL WS-FIND-CHAR
               IF WS-CNT < WS-REM-LEN
                   COMPUTE WS-FIND-AT = WS-FIND-FROM + WS-CNT
               END-IF
           END-IF.
      ******************************************************************
      * 300300-CLASSIFY-MARKUP SORTS THE MARKUP BETWEEN WS-LT AND
      * WS-GT INTO DECLARATION/COMMENT (SKIPPED), END TAG, OR START
      * TAG (WHICH 300400 THEN TELLS APART FROM A LEAF).
       300300-CLASSIFY-MARKUP.

           COMPUTE WS-MK-LEN = WS-GT - WS-LT - 1

           IF WS-MK-LEN < 1
               COMPUTE WS-POS = WS-GT + 1
           ELSE
               IF WS-MK-LEN > 256
                   MOVE '20' TO XMLSCN-COD-RETURN
                   MOVE 'Y'  TO WS-ITEM-DONE-SW
               ELSE
                   MOVE SPACES TO WS-MARKUP
                   MOVE WS-BUF(WS-LT + 1:WS-MK-LEN) TO WS-MARKUP

                   EVALUATE WS-MARKUP(1:1)
                       WHEN '?'
                       WHEN '!'
                           COMPUTE WS-POS = WS-GT + 1
                       WHEN '/'
                           MOVE SPACES TO WS-RAW-NAME
                           UNSTRING WS-MARKUP(2:255)
                               DELIMITED BY SPACE
                               INTO WS-RAW-NAME
                           END-UNSTRING
                           PERFORM 400000-SET-TAG-NAME
                           SET XMLSCN-ITEM-END TO TRUE
                           COMPUTE WS-POS = WS-GT + 1
                           MOVE 'Y' TO WS-ITEM-DONE-SW
                       WHEN OTHER
                           PERFORM 300400-OPEN-TAG
                   END-EVALUATE
               END-IF
           END-IF.
      ******************************************************************
      * 300400-OPEN-TAG TAKES THE TAG NAME AND ATTRIBUTES OF A START
      * TAG. AN EMPTY <TAG/> IS A LEAF WITH NO VALUE. OTHERWISE, IF
      * THE NEXT MARKUP IS AN END TAG THE ELEMENT IS A LEAF AND ITS
      * TEXT IS RETURNED WITH IT; IF IT IS ANOTHER START TAG THE
      * ELEMENT HAS CHILDREN AND IS RETURNED AS A START.
       300400-OPEN-TAG.

           MOVE 'N' TO WS-SELF-CLOSE-SW
           IF WS-MARKUP(WS-MK-LEN:1) = '/'
               MOVE 'Y' TO WS-SELF-CLOSE-SW
           END-IF

           MOVE SPACES TO WS-RAW-NAME
           MOVE 1      TO WS-PTR
           UNSTRING WS-MARKUP DELIMITED BY SPACE OR '/'
               INTO WS-RAW-NAME
               WITH POINTER WS-PTR
           END-UNSTRING
           PERFORM 400000-SET-TAG-NAME

           COMPUTE WS-ATTR-LEN = WS-MK-LEN - WS-PTR + 1
           IF WS-SELF-CLOSE
               SUBTRACT 1 FROM WS-ATTR-LEN
           END-IF
           IF WS-ATTR-LEN > ZERO
               MOVE WS-MARKUP(WS-PTR:WS-ATTR-LEN) TO XMLSCN-ATTR
           END-IF

           IF WS-SELF-CLOSE
               SET XMLSCN-ITEM-LEAF TO TRUE
               COMPUTE WS-POS = WS-GT + 1
               MOVE 'Y' TO WS-ITEM-DONE-SW
           ELSE
               COMPUTE WS-FIND-FROM = WS-GT + 1
               MOVE '<' TO WS-FIND-CHAR
               PERFORM 300200-FIND-CHAR
               MOVE WS-FIND-AT TO WS-NX

               EVALUATE TRUE
                   WHEN WS-NX = ZERO
                   WHEN WS-NX = WS-BUF-LEN
                       MOVE WS-LT TO WS-POS
                       MOVE SPACES TO XMLSCN-TAG
                       MOVE SPACES TO XMLSCN-ATTR
                       MOVE '10'  TO XMLSCN-COD-RETURN
                       MOVE 'Y'   TO WS-ITEM-DONE-SW
                   WHEN WS-BUF(WS-NX + 1:1) = '/'
                       PERFORM 300500-CLOSE-LEAF
                   WHEN OTHER
                       SET XMLSCN-ITEM-START TO TRUE
                       COMPUTE WS-POS = WS-GT + 1
                       MOVE 'Y' TO WS-ITEM-DONE-SW
               END-EVALUATE
           END-IF.
      ******************************************************************
      * 300500-CLOSE-LEAF RETURNS THE LEAF'S TEXT (LEADING SPACES
      * DROPPED) AND STEPS PAST ITS END TAG, WHICH MUST BE COMPLETE
      * IN THE BUFFER.
       300500-CLOSE-LEAF.

           MOVE WS-NX TO WS-FIND-FROM
           MOVE '>'   TO WS-FIND-CHAR
           PERFORM 300200-FIND-CHAR

           IF WS-FIND-AT = ZERO
               MOVE WS-LT TO WS-POS
               MOVE SPACES TO XMLSCN-TAG
               MOVE SPACES TO XMLSCN-ATTR
               MOVE '10'  TO XMLSCN-COD-RETURN
           ELSE
               COMPUTE WS-TXT-LEN = WS-NX - WS-GT - 1
               IF WS-TXT-LEN > ZERO
                   MOVE ZEROS TO WS-LEAD
                   INSPECT WS-BUF(WS-GT + 1:WS-TXT-LEN)
                       TALLYING WS-LEAD FOR LEADING SPACES
                   IF WS-LEAD < WS-TXT-LEN
                       MOVE WS-BUF(WS-GT + 1 + WS-LEAD:
                                   WS-TXT-LEN - WS-LEAD)
                           TO XMLSCN-VALUE
                   END-IF
               END-IF
               SET XMLSCN-ITEM-LEAF TO TRUE
               COMPUTE WS-POS = WS-FIND-AT + 1
           END-IF

           MOVE 'Y' TO WS-ITEM-DONE-SW.
      ******************************************************************
      * 400000-SET-TAG-NAME RETURNS THE LOCAL PART OF THE TAG NAME -
      * A BANK THAT WRITES <DOC:NTRY> MEANS THE SAME AS ONE THAT
      * WRITES <NTRY>.
       400000-SET-TAG-NAME.

           MOVE ZEROS TO WS-COLON-CNT
           INSPECT WS-RAW-NAME TALLYING WS-COLON-CNT FOR ALL ':'

           IF WS-COLON-CNT > ZERO
               UNSTRING WS-RAW-NAME DELIMITED BY ':'
                   INTO WS-NAME-PFX XMLSCN-TAG
               END-UNSTRING
           ELSE
               MOVE WS-RAW-NAME TO XMLSCN-TAG
           END-IF.
      ******************************************************************
