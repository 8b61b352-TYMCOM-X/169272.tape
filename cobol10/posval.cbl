
*       PRICE-FILE IS THE NIGHTLY CLOSING PRICE FILE - ONE RECORD PER
*       STOCK, KEYED BY THE SAME STOCK CODE THAT LEADS SORT-FIELD-1B,
*       WITH THE CLOSING PRICE IN DOLLARS AND CENTS.  IT IS PRCEDT'S
*       EDITED PRICED FILE, NOT THE VENDOR'S PRICES TAPE - PRCEDT HAS
*       ALREADY TAKEN OUT THE ZERO, UNREADABLE AND DUPLICATE PRICES.

FD  PRICE-FILE
    VALUE OF ID IS PRICE-FILE-NAME.
WORKING-STORAGE SECTION.

77  INPUT-FILE-NAME              PIC X(9) VALUE 'POSITN'.
77  PRICE-FILE-NAME              PIC X(9) VALUE 'PRICED'.
77  PRINT-FILE-NAME              PIC X(9) VALUE 'POSVAL'.

*       BOTH UPSTREAM FILES MAY NOT BE THERE YET WHEN THE VALUATION
        DISPLAY 'PRICE  FILE: ' WITH NO ADVANCING.
        ACCEPT PRICE-FILE-NAME.
        IF PRICE-FILE-NAME IS EQUAL TO SPACES
                MOVE 'PRICED' TO PRICE-FILE-NAME.

        PERFORM LOAD-PRICE-TABLE.

