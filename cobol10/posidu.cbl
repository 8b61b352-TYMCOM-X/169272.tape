                INDEXED BY TRD-ORIG-IDX.
        05  TRD-FIELD-4-2-YY    PIC X(2).
        05  TRD-FIELD-4-1-YY    PIC X(2).
        05  TRD-ACCOUNT         PIC X(8).
        05  FILLER              PIC X(31).

*       INDEX-FILE IS THE INQUIRY INDEX SORTER BUILT BESIDE LAST
*       NIGHT'S SORTED MASTER.  THE LAYOUT HERE MATCHES INDEX-RECORD
            10  IDX-FIELD-4-1   PIC X(4).
            10  IDX-FIELD-4-2-YY PIC X(2).
            10  IDX-FIELD-4-2   PIC X(4).
            10  IDX-ACCOUNT     PIC X(8).
            10  IDX-FIELD-1A    PIC 9(5).
        05  IDX-TAG             PIC 9(2).
        05  IDX-FIELD-2         PIC X(6).
*       POSITION THE INDEX AT THE LOWEST KEY THE TRADE'S POSITION
*       COULD CARRY - THE QUANTITY AT ZERO - AND READ FORWARD ONE
*       RECORD.  THE POSITION IS FOUND WHEN EVERY KEY FIELD AHEAD OF
*       THE QUANTITY MATCHES, THE TRADE'S ACCOUNT INCLUDED - ANOTHER
*       CUSTOMER'S POSITION IN THE SAME CONTRACT IS NOT THIS ONE.
        MOVE 'N' TO POSITION-FOUND-SWITCH.
        MOVE 'N' TO END-OF-INDEX-SWITCH.
        MOVE 'N' TO START-FAILED-SWITCH.
        MOVE TRD-FIELD-4-1 TO IDX-FIELD-4-1.
        MOVE TRD-FIELD-4-2-YY TO IDX-FIELD-4-2-YY.
        MOVE TRD-FIELD-4-2 TO IDX-FIELD-4-2.
        MOVE TRD-ACCOUNT TO IDX-ACCOUNT.
        MOVE 0 TO IDX-FIELD-1A.

        START INDEX-FILE KEY IS NOT LESS THAN IDX-RECORD-KEY
           IDX-FIELD-4-1-YY IS EQUAL TO TRD-FIELD-4-1-YY AND
           IDX-FIELD-4-1 IS EQUAL TO TRD-FIELD-4-1 AND
           IDX-FIELD-4-2-YY IS EQUAL TO TRD-FIELD-4-2-YY AND
           IDX-FIELD-4-2 IS EQUAL TO TRD-FIELD-4-2 AND
           IDX-ACCOUNT IS EQUAL TO TRD-ACCOUNT
                MOVE 'Y' TO POSITION-FOUND-SWITCH.

FIP-EXIT.  EXIT.
        MOVE TRD-FIELD-4-1 TO IDX-FIELD-4-1.
        MOVE TRD-FIELD-4-2-YY TO IDX-FIELD-4-2-YY.
        MOVE TRD-FIELD-4-2 TO IDX-FIELD-4-2.
        MOVE TRD-ACCOUNT TO IDX-ACCOUNT.
        MOVE TRD-FIELD-1A TO IDX-FIELD-1A.
        MOVE TRD-FIELD-2 TO IDX-FIELD-2.

