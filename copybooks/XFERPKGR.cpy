      ******************************************************************
      * XFERPKGR - inter-branch transfer package record on XFERPKG.DAT,
      * written by XFEROUT at the branch a student leaves and loaded
      * by XFERIN at the branch the student joins. One 'H' header
      * leads the package, then one 'S' record per student carrying
      * the STUDENT.IDX image, then the student's history rows by
      * file - 'L' TERMLOG.DAT, 'C' TERMHIST.DAT, 'M' MARKSDTL.IDX,
      * 'G' GUARDIAN.DAT, 'F' the open FEELEDGR.DAT balance - and one
      * 'T' trailer with the counts and hash totals the receiving
      * branch checks the package against before anything is loaded.
      * XP-OLD-STU-NO is the student's number at the sending branch.
      ******************************************************************
       01 TRANSFER-PACKAGE-RECORD.
             02 XP-REC-TYPE        PIC X(01).
                 88 XP-HEADER          VALUE 'H'.
                 88 XP-STUDENT         VALUE 'S'.
                 88 XP-TERM-LOG        VALUE 'L'.
                 88 XP-TERM-HIST       VALUE 'C'.
                 88 XP-MARKS-DETAIL    VALUE 'M'.
                 88 XP-GUARDIAN        VALUE 'G'.
                 88 XP-FEE-BALANCE     VALUE 'F'.
                 88 XP-TRAILER         VALUE 'T'.
             02 XP-FROM-BRANCH     PIC X(02).
             02 XP-TO-BRANCH       PIC X(02).
             02 XP-OLD-STU-NO      PIC 9(05).
             02 XP-DATA            PIC X(60).
             02 XP-HEADER-DATA REDEFINES XP-DATA.
                 03 XP-EXTRACT-DATE  PIC 9(08).
                 03 FILLER           PIC X(52).
             02 XP-STUDENT-DATA REDEFINES XP-DATA.
                 03 XP-STUDENT-IMAGE PIC X(59).
                 03 FILLER           PIC X(01).
             02 XP-TERM-LOG-DATA REDEFINES XP-DATA.
                 03 XP-TL-TERM-NO    PIC 9(02).
                 03 XP-TL-PERCENT    PIC 9(03)V9(02).
                 03 FILLER           PIC X(53).
             02 XP-TERM-HIST-DATA REDEFINES XP-DATA.
                 03 XP-TH-TERM-COUNT PIC 9(02).
                 03 XP-TH-CUM-PERCENT PIC 9(03)V9(02).
                 03 FILLER           PIC X(53).
             02 XP-MARKS-DATA REDEFINES XP-DATA.
                 03 XP-MD-TERM-CODE  PIC 9(02).
                 03 XP-MD-SUBJ-CODE  PIC X(04).
                 03 XP-MD-EXAM-TYPE  PIC X(01).
                 03 XP-MD-COMPONENT  PIC X(01).
                 03 XP-MD-MARKS      PIC 9(03).
                 03 XP-MD-CREDITS    PIC 9(01).
                 03 XP-MD-ABSENT     PIC X(01).
                 03 FILLER           PIC X(47).
             02 XP-GUARDIAN-DATA REDEFINES XP-DATA.
                 03 XP-GD-NAME       PIC X(15).
                 03 XP-GD-RELATION   PIC X(10).
                 03 XP-GD-PRIMARY-PHONE PIC 9(12).
                 03 XP-GD-ALT-PHONE  PIC 9(12).
                 03 FILLER           PIC X(11).
      * 'D' the student owes, 'C' the student is owed - the sending
      * branch has cleared the balance off its own ledger.
             02 XP-BALANCE-DATA REDEFINES XP-DATA.
                 03 XP-FB-AMOUNT     PIC 9(07)V9(02).
                 03 XP-FB-SIDE       PIC X(01).
                     88 XP-FB-DEBIT      VALUE 'D'.
                     88 XP-FB-CREDIT     VALUE 'C'.
                 03 FILLER           PIC X(50).
      * The marks hash is the sum of every 'M' row's marks, the
      * balance hash the sum of every 'F' row's amount.
             02 XP-TRAILER-DATA REDEFINES XP-DATA.
                 03 XP-TR-STUDENTS   PIC 9(05).
                 03 XP-TR-TERM-LOGS  PIC 9(05).
                 03 XP-TR-TERM-HISTS PIC 9(05).
                 03 XP-TR-MARKS-ROWS PIC 9(05).
                 03 XP-TR-GUARDIANS  PIC 9(05).
                 03 XP-TR-BALANCES   PIC 9(05).
                 03 XP-TR-MARKS-HASH PIC 9(09).
                 03 XP-TR-BALANCE-HASH PIC 9(09)V9(02).
                 03 FILLER           PIC X(10).
