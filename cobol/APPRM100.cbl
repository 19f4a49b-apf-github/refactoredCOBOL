      * MAKER IS REFUSED, AND ONLY ITEMS STILL PENDING CAN BE
      * DECIDED. APPROVED ITEMS ARE APPLIED BY THE OWNING MAINTENANCE
      * PROGRAM ON ITS NEXT RUN.
      * AN ITEM IN THE RELATED-PARTY CLASS (PTXN_CLASS 'RP' - A LOAN
      * TO AN EMPLOYEE, A DIRECTOR OR A RELATIVE OF EITHER) IS A
      * SPECIAL APPROVAL: ITS CHECKER MUST ALSO HOLD THE RPAPPR
      * FUNCTION, OR THE DECISION IS REJECTED. AN ITEM IN THE
      * SEGREGATION-OF-DUTIES CLASS ('SD' - AN ENTITLEMENT GRANT
      * UENTM100 PARKED BECAUSE IT BREAKS A SODRULE) LIKEWISE NEEDS A
      * CHECKER HOLDING SODAPPR.
      ******************************************************************

       IDENTIFICATION DIVISION.
      * TXNAPPR FUNCTION (SEE USERENTL / UENTM100).
       01  WS-UENT-CNT                      PIC S9(9)   COMP
                                                         VALUE ZEROS.
       01  WS-UENT-FUNC                     PIC X(8)    VALUE SPACES.
      ******************************************************************
      * TODAY'S DATE, FORMATTED AS YYYY-MM-DD.
       01  WS-TODAY-YYYYMMDD                PIC 9(8)    VALUE ZEROS.
               MOVE APPIN-SEQ TO PTXN-SEQ

               EXEC SQL
                   SELECT PTXN_MAKER, PTXN_STATUS, PTXN_KEY,
                          PTXN_CLASS
                     INTO :PTXN-MAKER, :PTXN-STATUS, :PTXN-KEY,
                          :PTXN-CLASS
                     FROM IDC015.PENDTXN
                    WHERE PTXN_PGM = :PTXN-PGM
                      AND PTXN_SEQ = :PTXN-SEQ
           END-IF
           END-IF

           IF WS-DEC-OK AND PTXN-CLASS = 'RP'
               PERFORM 199600-CHECK-RP-ENTITLEMENT
           END-IF

           IF WS-DEC-OK AND PTXN-CLASS = 'SD'
               PERFORM 199700-CHECK-SOD-ENTITLEMENT
           END-IF

           IF WS-DEC-OK
               IF APPIN-REQ-TYPE = 'AP'
                   MOVE 'A' TO WS-NEW-STATUS
      * REASON.
       199500-CHECK-USER-ENTITLEMENT.

           MOVE 'TXNAPPR ' TO WS-UENT-FUNC
           PERFORM 199510-COUNT-USER-ENTITLEMENT

           IF SQLCODE NOT = ZERO OR WS-UENT-CNT = ZERO
               MOVE 'N' TO WS-DEC-OK-SW
               MOVE 'USER NOT ENTITLED - OUT OF SCOPE'
                        TO WS-DEC-REJ-REASON
           END-IF.
      ******************************************************************
      * 199600-CHECK-RP-ENTITLEMENT IS THE SPECIAL-APPROVAL TEST FOR A
      * RELATED-PARTY ITEM: THE CHECKER MUST ALSO HOLD RPAPPR.
       199600-CHECK-RP-ENTITLEMENT.

           MOVE 'RPAPPR  ' TO WS-UENT-FUNC
           PERFORM 199510-COUNT-USER-ENTITLEMENT

           IF SQLCODE NOT = ZERO OR WS-UENT-CNT = ZERO
               MOVE 'N' TO WS-DEC-OK-SW
               MOVE 'RELATED-PARTY ITEM - USER NOT ENTITLED'
                        TO WS-DEC-REJ-REASON
           END-IF.
      ******************************************************************
      * 199700-CHECK-SOD-ENTITLEMENT IS THE SPECIAL-APPROVAL TEST FOR
      * A GRANT PARKED ON A SEGREGATION-OF-DUTIES CONFLICT: THE
      * CHECKER MUST ALSO HOLD SODAPPR.
       199700-CHECK-SOD-ENTITLEMENT.

           MOVE 'SODAPPR ' TO WS-UENT-FUNC
           PERFORM 199510-COUNT-USER-ENTITLEMENT

           IF SQLCODE NOT = ZERO OR WS-UENT-CNT = ZERO
               MOVE 'N' TO WS-DEC-OK-SW
               MOVE 'SOD CONFLICT ITEM - USER NOT ENTITLED'
                        TO WS-DEC-REJ-REASON
           END-IF.
      ******************************************************************
       199510-COUNT-USER-ENTITLEMENT.

           MOVE ZEROS TO WS-UENT-CNT

           EXEC SQL
                 INTO :WS-UENT-CNT
                 FROM IDC015.USERENTL
                WHERE UENT_USER = :APPIN-USER
                  AND UENT_FUNC = :WS-UENT-FUNC
           END-EXEC.
      ******************************************************************
       900100-WRITE-REJECT.

