      *    the totals page must foot to the sum of the year's
      *    registers, so payroll can prove the certificates against
      *    the PAYRPT file copies before anything leaves the shop.
       01  WS-TOT-SALARY  PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-HOURS   PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-OVERTIME PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-BONUS   PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-ABSENCE PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-GROSS   PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-TAX     PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-SOCIAL  PIC 9(9)V99 COMP-3 VALUE ZERO.
           MOVE YTD-RUN-COUNT TO CRT-RUNS-ED.
           WRITE CERTIFICATE-LINE FROM WS-CERT-EMP-LINE.

           MOVE "BASIC SALARY" TO CRT-LABEL.
           MOVE YTD-SALARY TO WS-AMOUNT-WORK.
           MOVE WS-AMOUNT-WORK TO CRT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-CERT-AMOUNT-LINE.

           MOVE "HOURS WORKED" TO CRT-LABEL.
           MOVE YTD-HOURS-PAY TO WS-AMOUNT-WORK.
           MOVE WS-AMOUNT-WORK TO CRT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-CERT-AMOUNT-LINE.

           MOVE "OVERTIME" TO CRT-LABEL.
           MOVE YTD-OVERTIME TO WS-AMOUNT-WORK.
           MOVE WS-AMOUNT-WORK TO CRT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-CERT-AMOUNT-LINE.

           MOVE "BONUS" TO CRT-LABEL.
           MOVE YTD-BONUS TO WS-AMOUNT-WORK.
           MOVE WS-AMOUNT-WORK TO CRT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-CERT-AMOUNT-LINE.

           MOVE "UNPAID ABSENCE" TO CRT-LABEL.
           COMPUTE WS-AMOUNT-WORK = ZERO - YTD-ABSENCE.
           MOVE WS-AMOUNT-WORK TO CRT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-CERT-AMOUNT-LINE.

           MOVE "GROSS PAY" TO CRT-LABEL.
           MOVE YTD-GROSS TO WS-AMOUNT-WORK.
           MOVE WS-AMOUNT-WORK TO CRT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-CERT-AMOUNT-LINE.
           WRITE CERTIFICATE-LINE FROM WS-BLANK-LINE.

           ADD YTD-SALARY    TO WS-TOT-SALARY.
           ADD YTD-HOURS-PAY TO WS-TOT-HOURS.
           ADD YTD-OVERTIME  TO WS-TOT-OVERTIME.
           ADD YTD-BONUS     TO WS-TOT-BONUS.
           ADD YTD-ABSENCE   TO WS-TOT-ABSENCE.
           ADD YTD-GROSS   TO WS-TOT-GROSS.
           ADD YTD-TAX     TO WS-TOT-TAX.
           ADD YTD-SOCIAL  TO WS-TOT-SOCIAL.
       0800-PRINT-COMPANY-TOTALS.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-HEADING-LINE.

           MOVE "BASIC SALARY" TO TOT-LABEL.
           MOVE WS-TOT-SALARY TO TOT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-AMOUNT-LINE.

           MOVE "HOURS WORKED" TO TOT-LABEL.
           MOVE WS-TOT-HOURS TO TOT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-AMOUNT-LINE.

           MOVE "OVERTIME" TO TOT-LABEL.
           MOVE WS-TOT-OVERTIME TO TOT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-AMOUNT-LINE.

           MOVE "BONUS" TO TOT-LABEL.
           MOVE WS-TOT-BONUS TO TOT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-AMOUNT-LINE.

           MOVE "UNPAID ABSENCE" TO TOT-LABEL.
           MOVE WS-TOT-ABSENCE TO TOT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-AMOUNT-LINE.

           MOVE "GROSS PAY" TO TOT-LABEL.
           MOVE WS-TOT-GROSS TO TOT-AMOUNT-ED.
           WRITE CERTIFICATE-LINE FROM WS-TOTAL-AMOUNT-LINE.
