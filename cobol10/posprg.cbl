        SELECT RUNLOG-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT BUSINESS-DATE-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

DATA DIVISION.
FILE SECTION.

        05  FILLER              PIC X.
        05  RL-TEXT             PIC X(40).

*       BUSINESS-DATE-FILE IS THE ONE-RECORD BUSINESS-DATE CONTROL
*       FILE POSDRV ROLLS FORWARD AT THE END OF EACH GOOD CHAIN.  THE
*       LAYOUT HERE MATCHES BUSINESS-DATE-RECORD IN POSDRV; ONLY THE
*       CURRENT BUSINESS DATE IS WANTED HERE.

FD  BUSINESS-DATE-FILE
    VALUE OF ID IS BUSINESS-DATE-FILE-NAME.
01  BUSINESS-DATE-RECORD.
        05  BDT-BUSINESS-DATE   PIC 9(6).
        05  FILLER              PIC X(21).

WORKING-STORAGE SECTION.

77  BUSINESS-DATE-FILE-NAME      PIC X(9) VALUE 'POSBDT'.
77  BUSINESS-DATE-MISSING-SWITCH PIC X VALUE 'N'.
        88  BUSINESS-DATE-FILE-MISSING VALUE 'Y'.

77  WAIT-TIME   COMP-1 VALUE IS 5.
77  MAX-OPEN-TRIES              PIC 9(2) VALUE IS 5.
77  OPEN-TRY-COUNT              PIC 9(2) VALUE IS 0.
        05  TODAY-DD             PIC 99.

*       AN OPTION IS PURGED WHEN ITS SORT-FIELD-4-1 EXPIRY DATE IS
*       BEFORE THE PURGE DATE - NORMALLY THE CURRENT BUSINESS DATE,
*       BUT THE OPERATOR MAY GIVE ANOTHER WHEN THE PURGE RUNS LATE.
*       A RECORD CARRYING A YEAR IS COMPARED ON THE FULL YYMMDD; A
*       LEGACY RECORD WITH NO YEAR IS COMPARED ON MMDD ALONE, AS
*       BEFORE.  STOCK RECORDS AND UNEXPIRED OPTIONS PASS THROUGH
*       UNTOUCHED.

01  PURGE-DATE-ANSWER            PIC X(6) VALUE SPACES.
01  PURGE-DATE-VALUE  REDEFINES PURGE-DATE-ANSWER
                MOVE 'O' TO RUNLOG-OPEN-MODE,
                OPEN OUTPUT RUNLOG-FILE.


BUSINESS-DATE-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON BUSINESS-DATE-FILE OPEN.

BUSINESS-DATE-OPEN-RECOVERY.
*       NO BUSINESS-DATE RECORD - THE CLOCK STANDS IN FOR IT.
        MOVE 'Y' TO BUSINESS-DATE-MISSING-SWITCH.

END DECLARATIVES.


        IF MASTER-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSITN' TO MASTER-FILE-NAME.

        PERFORM READ-BUSINESS-DATE.

        DISPLAY 'PURGE DATE (YYMMDD, BLANK FOR BUSINESS DATE): '
                WITH NO ADVANCING.
        ACCEPT PURGE-DATE-ANSWER.
        IF PURGE-DATE-ANSWER IS EQUAL TO SPACES

        MOVE SPACES TO JRN-EVENT, JRN-FILE-NAME, JRN-TEXT.
        MOVE 0 TO JRN-COUNT.


READ-BUSINESS-DATE SECTION.
RBD-START.
*       THE PROCESSING DATE IS THE BUSINESS DATE ON FILE, NOT THE
*       CLOCK - A CHAIN RUN AFTER MIDNIGHT, OR ON THE MORNING AFTER
*       A HOLIDAY, STILL BELONGS TO THE BUSINESS DAY POSDRV HAS
*       RECORDED.  THE CLOCK STANDS IN ONLY WHEN THE RECORD IS
*       MISSING OR UNREADABLE.
        ACCEPT TODAY-DATE-FIELDS FROM DATE.
        MOVE 'N' TO BUSINESS-DATE-MISSING-SWITCH.
        OPEN INPUT BUSINESS-DATE-FILE.
        IF BUSINESS-DATE-FILE-MISSING
                DISPLAY 'POSPRG - NO BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' - SYSTEM DATE USED',
                GO TO RBD-EXIT.

        READ BUSINESS-DATE-FILE AT END
                MOVE SPACES TO BUSINESS-DATE-RECORD.
        CLOSE BUSINESS-DATE-FILE.

        IF BDT-BUSINESS-DATE IS NOT NUMERIC
                DISPLAY 'POSPRG - BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' UNREADABLE - SYSTEM '
                        'DATE USED',
                GO TO RBD-EXIT.

        MOVE BDT-BUSINESS-DATE TO TODAY-DATE-FIELDS.

RBD-EXIT.  EXIT.
