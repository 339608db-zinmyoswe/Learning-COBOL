      ******************************************************************
      * RSLTPINR - results access PIN register on RSLTPIN.DAT, one row
      * appended by RSLTPUB each time it issues a student's PIN for a
      * term or tries the guardian SMS again. The latest row for the
      * term and STU-NO stands: a repeated publication run keeps the
      * PIN already issued and only re-sends an SMS that did not go
      * out, so a guardian is never sent two different PINs.
      ******************************************************************
       01 RESULT-PIN-RECORD.
             02 RI-TERM-CODE       PIC 9(02).
             02 RI-STU-NO          PIC 9(05).
             02 RI-ACCESS-PIN      PIC 9(06).
             02 RI-ISSUED-DATE     PIC 9(08).
      * S sent, H held over the SMS quota, O opted out, N no phone.
             02 RI-SMS-STATUS      PIC X(01).
                 88 RI-SMS-SENT         VALUE 'S'.
                 88 RI-SMS-HELD         VALUE 'H'.
                 88 RI-SMS-GONE-OUT     VALUE 'S' 'H'.
