      * EDLVREG IS THE ELECTRONIC-DELIVERY REGISTER: ONE ROW PER
      * DOCUMENT ROUTED TO THE E-DELIVERY EXTRACT INSTEAD OF PRINT
      * (LSTMT100 STATEMENTS 'STMT', DUNN100 LETTERS 'DUNN',
      * RNOT100 RATE NOTICES 'RATE', DDPN100 DIRECT-DEBIT
      * PRE-NOTIFICATIONS 'DDPN', DSTMT100 DEPOSIT STATEMENTS
      * 'DSTM'), WITH THE ADDRESS IT WENT TO.
      * EDLV_ST IS 'S' SENT OR 'B' BOUNCED (SET BY EDLV100 FROM THE
      * RETURNS FILE). ANY 'B' ROW ON A CUSTOMER FORCES EVERY
      * SENDER BACK TO PRINT UNTIL A FRESH PREFERRED E-MAIL KEYED
