      ******************************************************************
      * GLMAPR - general-ledger account map on GLMAP.DAT, the control
      * file the accounts office keeps to tell GLEXPORT which ledger
      * account each fee-ledger posting lands in. 'H' rows map a fee
      * head - the leading GM-MATCH-LEN characters of FL-DESCRIPTION
      * (zero = the whole 20), the longest matching key winning - to
      * the income, liability or concession account; 'M' rows map an
      * FL-PAY-MODE code to its cash, bank or clearing account; the
      * single 'R' row names the student fees receivable control
      * account every posting is balanced against. A posting with
      * no map stops the export - nothing goes to a suspense account.
      ******************************************************************
       01 GL-MAP-RECORD.
             02 GM-MAP-TYPE     PIC X(01).
                 88 GM-FEE-HEAD       VALUE 'H'.
                 88 GM-PAY-MODE       VALUE 'M'.
                 88 GM-RECEIVABLE     VALUE 'R'.
             02 GM-KEY          PIC X(20).
             02 GM-MATCH-LEN    PIC 9(02).
             02 GM-GL-ACCOUNT   PIC X(10).
             02 GM-ACCOUNT-NAME PIC X(20).
