      * DELIVERY PLATFORM SENDS BACK ONE RECORD PER DOCUMENT IT
      * COULD NOT DELIVER, AND EACH ONE FLIPS THE CUSTOMER'S
      * MATCHING EDLVREG ROWS TO 'B' (BOUNCED). FROM THEN ON EVERY
      * SENDER - LSTMT100, DUNN100, RNOT100, DDPN100, DSTMT100 -
      * FALLS BACK TO PRINT FOR THAT CUSTOMER AUTOMATICALLY, UNTIL A
      * FRESH PREFERRED E-MAIL KEYED THROUGH CUSTM100 CLEARS THE
      * BOUNCES.
      * EVERY BOUNCE PROCESSED IS LISTED, AND A BOUNCE WITH NO
      * REGISTER ROW TO MATCH IS REPORTED RATHER THAN DROPPED - A
      * PLATFORM RETURNING DOCUMENTS WE NEVER SENT IS ITS OWN
      * PROBLEM.
      ******************************************************************

       IDENTIFICATION DIVISION.
