            10  IDX-FIELD-4-1   PIC X(4).
            10  IDX-FIELD-4-2-YY PIC X(2).
            10  IDX-FIELD-4-2   PIC X(4).
            10  IDX-ACCOUNT     PIC X(8).
            10  IDX-FIELD-1A    PIC 9(5).
        05  IDX-TAG             PIC 9(2).
        05  IDX-FIELD-2         PIC X(6).
        DISPLAY '  ' IDX-FIELD-1B ' ' IDX-FIELD-2-TAG ' ' IDX-CODE
                ' QTY ' IDX-FIELD-1A ' DATES ' IDX-FIELD-4-1-YY
                IDX-FIELD-4-1 ' ' IDX-FIELD-4-2-YY IDX-FIELD-4-2
                ' TAG ' IDX-TAG ' ACCOUNT ' IDX-ACCOUNT.
        GO TO SP-READ-LOOP.

SP-NONE.
