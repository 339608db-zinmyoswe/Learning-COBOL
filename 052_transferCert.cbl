      *          the student's details and last results. Every batch
      *          program skips non-active students, so a transferred
      *          student stops being counted, ranked and SMS'd while
      *          their record and history stay on file. Once the
      *          certificate is printed the desk reminds the office
      *          that any credit balance or caution deposit is settled
      *          and refunded through REFUNDST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           CLOSE TRANSFER-CERTIFICATE.
           DISPLAY 'TRANSFER CERTIFICATE PRINTED FOR STU-NO : '
               WS-WORK-STU-NO.
           DISPLAY 'ACCOUNTS - SETTLE THE FEE BALANCE AND CAUTION '
               'DEPOSIT THROUGH REFUNDST'.

       COUNT-DISCIPLINE-INCIDENTS.
           MOVE ZERO TO WS-INCIDENT-COUNT.
