      * LEFT CATALOGED CANNOT BE RE-APPLIED - A SEQUENCE REGISTERED
      * BY THIS SAME BUSINESS DATE'S OWN ABENDED ATTEMPT IS LET
      * THROUGH SO A CHECKPOINT RESTART OR RERUN IS NOT REFUSED ITS
      * OWN FILE. FUNCTION 'B' MARKS ONE RUN OF A PROGRAM (BUSINESS
      * DATE AND RUN SEQUENCE) BACKED OUT - BKOT100 CALLS IT ONCE IT
      * HAS REVERSED THE RUN - AND THE PROGRAM'S NEXT FUNCTION 'S'
      * AGAINST THAT BUSINESS DATE IS THEN LET THROUGH AS A NEW RUN
      * WITH THE NEXT RUN SEQUENCE INSTEAD OF BEING REFUSED AS A
      * DUPLICATE. RUNCTL-RUN-SEQ COMES BACK FROM 'S' (1 FOR THE
      * FIRST RUN OF THE BUSINESS DATE) AND IS SUPPLIED TO 'B'.
       01 RUNCTL-AREA.
          05 RUNCTL-FUNCTION                 PIC X(01).
             88 RUNCTL-FUNC-START                       VALUE 'S'.
             88 RUNCTL-FUNC-END                         VALUE 'E'.
             88 RUNCTL-FUNC-ADVANCE                     VALUE 'D'.
             88 RUNCTL-FUNC-FILESEQ                     VALUE 'F'.
             88 RUNCTL-FUNC-BACKOUT                     VALUE 'B'.
          05 RUNCTL-PGM-ID                   PIC X(08).
          05 RUNCTL-BUS-DATE                 PIC X(10).
          05 RUNCTL-COD-RETURN               PIC X(02).
             88 RUNCTL-88-OK                            VALUE '00'.
             88 RUNCTL-88-DUP-RUN                       VALUE '10'.
             88 RUNCTL-88-NO-BUSDATE                    VALUE '20'.
             88 RUNCTL-88-NO-RUN                        VALUE '30'.
             88 RUNCTL-88-ERROR                         VALUE '99'.
          05 RUNCTL-FILE-SEQ                 PIC X(06).
          05 RUNCTL-RUN-SEQ                  PIC 9(03).
