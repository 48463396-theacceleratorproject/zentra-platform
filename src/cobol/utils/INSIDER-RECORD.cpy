      *================================================================
      * COPYBOOK:   INSIDER-RECORD.cpy
      * DESCRIPTION: One Regulation O insider kept by hand (100-byte
      *              fixed) in INSIDER-REGISTER.dat - the insiders
      *              the operator roster cannot supply: outside
      *              directors, principal shareholders who are not
      *              staff, and every insider's related interests (a
      *              company the insider controls, a political or
      *              campaign committee they control or benefit
      *              from). Staff insiders come from OPERATORS.dat
      *              through OP-INSIDER-CLASS and need no row here; a
      *              customer on both keeps the roster's entry.
      *              IR-RELATED-TO names, for a related interest,
      *              the customer ID of the insider it belongs to, so
      *              its credit counts toward that insider's limit.
      * USED BY:    REG-O-REPORT
      *================================================================
           01 INSIDER-RECORD.
               05 IR-CUSTOMER-ID       PIC X(10).
               05 IR-NAME              PIC X(25).
               05 IR-CLASS             PIC X(01).
                   88 IR-EXEC-OFFICER      VALUE "E".
                   88 IR-DIRECTOR          VALUE "D".
                   88 IR-PRINCIPAL-HOLDER  VALUE "P".
                   88 IR-RELATED-INTEREST  VALUE "R".
                   88 IR-VALID-CLASS       VALUE "E" "D" "P" "R".
               05 IR-RELATED-TO        PIC X(10).
               05 IR-TITLE             PIC X(20).
      *        I when the insider has left the board or the role -
      *        kept for the record, off the register.
               05 IR-STATUS            PIC X(01).
                   88 IR-ACTIVE            VALUE "A" " ".
                   88 IR-INACTIVE          VALUE "I".
               05 FILLER               PIC X(33) VALUE SPACES.
