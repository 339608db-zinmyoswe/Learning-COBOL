      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared supervisor-override gate check. A gating program
      *          about to refuse - ELIGCHK's attendance block, the
      *          unpaid-fee withhold, the closed-term refusal, the
      *          board-registration documents gate - calls here with its
      *          gate id and the STU-NO; when OVERRIDE.DAT carries an
      *          unused authorization for exactly that gate and student,
      *          the override is consumed (stamped with the date and
      *          honouring program, never reusable) and the caller
      *          proceeds. Everything lands on the central register the
      *          OVERRIDE desk reviews - "issue it anyway" stops being
      *          an edit to the data.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
