      * VOLUMES BY PROGRAM AND BY USER ACROSS EVERYTHING IN THE
      * DATE RANGE, WHATEVER THE OTHER FILTERS SAY - SO ONE RUN
      * WITH JUST THE MONTH'S DATES IS THE MONTHLY SUMMARY.
      * THE INQUIRY ACCESS TRAIL INQX100 BUILDS FROM THE ONLINE
      * INQUIRIES' INQLOG IS WRITTEN IN THE SAME LAYOUT, WITH THE
      * CUSTOMER AS THE KEY, SO THIS PROGRAM SEARCHES IT UNCHANGED
      * (JOB AUDINQ1).
      ******************************************************************

       IDENTIFICATION DIVISION.
